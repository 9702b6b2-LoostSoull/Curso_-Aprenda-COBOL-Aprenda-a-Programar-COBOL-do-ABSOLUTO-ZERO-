000100*****************************************************************
000110* Program:      PESQ_SATISF
000120* Author:       J. ALBUQUERQUE - APPLICATIONS SUPPORT
000130* Installation: ESCOLA - SISTEMA ACADEMICO
000140* Date-Written: 2026-10-15
000150* Date-Compiled:
000160* Purpose:      Tabulation of the yearly family satisfaction
000170*               survey. Reads the questionnaire responses on
000180*               PESQRESP (HDR*/TRL* controlled like CONDTRAN,
000190*               CTLREC/CTLPARA): respondent ID, the respondent
000200*               category code PROG_CONDICAO classifies (CALLed
000210*               through COND_CLASSIFICA), the student's turma and
000220*               unidade, and up to 20 one-digit scaled answers.
000230*               Every answer is checked against the question
000240*               master QUESTMST (QSTSEL/QSTFD) -- question on
000250*               file, ATIVA, and inside its scale; a questionnaire
000260*               with an invalid category, a bad answer, no answer
000270*               at all or a repeated respondent ID goes whole to
000280*               PESQEXC and is not counted.
000290*               PESQRPT carries the average score per question
000300*               for the whole school, then the same averages by
000310*               turma, by unidade and by respondent category.
000320*               A group with fewer respondents than the minimum
000330*               (SYSIN, default 05, never under 03) is suppressed,
000340*               and when a breakdown has exactly one suppressed
000350*               group the next smallest is suppressed with it so
000360*               the hidden group cannot be worked back from the
000370*               school total; a question answered by fewer than
000380*               the minimum inside a printed group shows only *.
000390*               The report closes with the comparison against
000400*               the previous survey's saved totals (PESQANT):
000410*               per question, then the overall average per
000420*               unidade and per category. This survey's totals
000430*               (school, unidade and category -- turmas change
000440*               every year) are written to PESQTOT, which is the
000450*               PESQANT of next year's run.
000460*               SYSIN: <yyyy> <nn> -- survey year and minimum
000470*               group size.
000480*               Condition code 4 when questionnaires were
000490*               rejected, 8 for a bad request or a missing
000500*               QUESTMST, 12 when PESQRESP fails its control
000510*               records (then no report and no PESQTOT).
000520* Modification History:
000530*   2026-10-15 JA  Initial version.
000540* Tectonics: cobc
000550*****************************************************************
000560 IDENTIFICATION DIVISION.
000570 PROGRAM-ID. PESQ_SATISF.
000580 ENVIRONMENT DIVISION.
000590 INPUT-OUTPUT SECTION.
000600 FILE-CONTROL.
000610     SELECT PESQ-RESP-FILE ASSIGN TO "PESQRESP"
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS WS-RESP-STATUS.
000640     COPY QSTSEL.
000650     SELECT PESQ-ANT-FILE ASSIGN TO "PESQANT"
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS WS-ANT-STATUS.
000680     SELECT PESQ-TOT-FILE ASSIGN TO "PESQTOT"
000690         ORGANIZATION IS LINE SEQUENTIAL.
000700     SELECT PESQ-REPORT-FILE ASSIGN TO "PESQRPT"
000710         ORGANIZATION IS LINE SEQUENTIAL.
000720     SELECT PESQ-EXC-FILE ASSIGN TO "PESQEXC"
000730         ORGANIZATION IS LINE SEQUENTIAL.
000740     COPY ERRLSEL.
000750 DATA DIVISION.
000760 FILE SECTION.
000770 FD  PESQ-RESP-FILE.
000780 01  MED-PESQ-RESP-REC.
000790     03  MED-RSP-ID             PIC 9(06).
000800     03  MED-RSP-CATEGORIA      PIC 9(01).
000810     03  MED-RSP-CATEGORIA-X REDEFINES MED-RSP-CATEGORIA
000820                                PIC X(01).
000830     03  MED-RSP-TURMA          PIC X(10).
000840     03  MED-RSP-UNIDADE        PIC X(02).
000850     03  MED-RSP-RESPOSTA       PIC X(01) OCCURS 20 TIMES.
000860     03  FILLER                 PIC X(01).
000870     COPY QSTFD.
000880 FD  PESQ-ANT-FILE.
000890 01  PESQ-ANT-REC               PIC X(40).
000900 FD  PESQ-TOT-FILE.
000910 01  PESQ-TOT-REC               PIC X(40).
000920 FD  PESQ-REPORT-FILE.
000930 01  PESQ-REPORT-REC            PIC X(132).
000940 FD  PESQ-EXC-FILE.
000950 01  PESQ-EXC-REC               PIC X(80).
000960     COPY ERRLFD.
000970 WORKING-STORAGE SECTION.
000980     COPY ERRCODES.
000990     COPY CTLREC.
001000 01  WS-RESP-STATUS             PIC X(02) VALUE SPACES.
001010 01  WS-QST-STATUS              PIC X(02) VALUE SPACES.
001020 01  WS-ANT-STATUS              PIC X(02) VALUE SPACES.
001030 01  WS-SWITCHES.
001040     03  WS-EOF-RESP            PIC X(01) VALUE 'N'.
001050         88  FIM-DAS-RESPOSTAS        VALUE 'S'.
001060     03  WS-REG-DADOS           PIC X(01) VALUE 'N'.
001070         88  REGISTRO-DE-DADOS        VALUE 'S'.
001080     03  WS-EOF-QST             PIC X(01) VALUE 'N'.
001090         88  FIM-DAS-QUESTOES         VALUE 'S'.
001100     03  WS-EOF-ANT             PIC X(01) VALUE 'N'.
001110         88  FIM-DO-ANTERIOR          VALUE 'S'.
001120     03  WS-TEM-ANTERIOR        PIC X(01) VALUE 'N'.
001130         88  HA-PESQUISA-ANTERIOR     VALUE 'S'.
001140     03  WS-GRP-ACHOU-SW        PIC X(01) VALUE 'N'.
001150         88  ACHOU-GRUPO              VALUE 'S'.
001160 01  WS-PARM-LINE.
001170     03  WS-PRM-ANO             PIC X(04).
001180     03  FILLER                 PIC X(01).
001190     03  WS-PRM-MINIMO          PIC X(02).
001200     03  FILLER                 PIC X(73).
001210 01  WS-ANO-PESQUISA            PIC 9(04) VALUE ZERO.
001220 01  WS-MINIMO                  PIC 9(02) VALUE 5.
001230 01  WS-COND-PARM.
001240     03  WS-COND-CODE           PIC S9(04)V99.
001250     03  WS-COND-LABEL          PIC X(20).
001260     03  WS-COND-VALIDO         PIC X(01).
001270         88  WS-COND-CODIGO-ACHOU     VALUE 'S'.
001280         88  WS-COND-CODIGO-NAO-ACHOU VALUE 'N'.
001290*----------------------------------------------------------*
001300* QUESTION MASTER, SUBSCRIPTED BY THE QUESTION NUMBER      *
001310*----------------------------------------------------------*
001320 01  WS-QST-TABLE.
001330     03  WS-QST-ENTRY           OCCURS 20 TIMES.
001340         05  WS-QT-SITUACAO     PIC X(01).
001350             88  QT-ATIVA             VALUE 'A'.
001360             88  QT-INATIVA           VALUE 'I'.
001370             88  QT-SEM-CADASTRO      VALUE SPACE.
001380         05  WS-QT-TEXTO        PIC X(40).
001390         05  WS-QT-MIN          PIC 9(01).
001400         05  WS-QT-MAX          PIC 9(01).
001410 01  WS-QTD-ATIVAS              PIC 9(02) VALUE ZERO.
001420 01  WS-Q                       PIC 9(02) VALUE ZERO.
001430*----------------------------------------------------------*
001440* RESPONDENT IDS ALREADY COUNTED                           *
001450*----------------------------------------------------------*
001460 01  WS-ID-QTD                  PIC 9(04) COMP VALUE ZERO.
001470 01  WS-ID-TABLE.
001480     03  WS-ID-ENTRY            OCCURS 1 TO 5000 TIMES
001490                                DEPENDING ON WS-ID-QTD
001500                                INDEXED BY WS-ID-IDX.
001510         05  WS-ID-RESP         PIC 9(06).
001520*----------------------------------------------------------*
001530* GROUP TOTALS, KEPT IN ORDER OF TIPO AND CHAVE: G SCHOOL, *
001540*     T TURMA, U UNIDADE, C RESPONDENT CATEGORY            *
001550*----------------------------------------------------------*
001560 01  WS-GRP-QTD                 PIC 9(03) COMP VALUE ZERO.
001570 01  WS-GRP-TABLE.
001580     03  WS-GRP-ENTRY           OCCURS 1 TO 401 TIMES
001590                                DEPENDING ON WS-GRP-QTD
001600                                INDEXED BY WS-GRP-IDX.
001610         05  WS-GRP-ORDEM.
001620             07  WS-GRP-TIPO    PIC X(01).
001630             07  WS-GRP-CHAVE   PIC X(10).
001640         05  WS-GRP-ROTULO      PIC X(20).
001650         05  WS-GRP-RESP        PIC 9(05) COMP.
001660         05  WS-GRP-SUPRIME     PIC X(01).
001670             88  GRP-PUBLICADO        VALUE SPACE.
001680             88  GRP-SUPRIMIDO        VALUE 'S' 'C'.
001690             88  GRP-SUPR-COMPLEMENTO VALUE 'C'.
001700         05  WS-GRP-QUESTAO     OCCURS 20 TIMES.
001710             07  WS-GRP-Q-QTD   PIC 9(05) COMP.
001720             07  WS-GRP-Q-SOMA  PIC 9(07) COMP.
001730 01  WS-BUSCA-ORDEM.
001740     03  WS-BUSCA-TIPO          PIC X(01).
001750     03  WS-BUSCA-CHAVE         PIC X(10).
001760 01  WS-BUSCA-ROTULO            PIC X(20).
001770 01  WS-GRP-SUB                 PIC 9(03) COMP VALUE ZERO.
001780 01  WS-GRP-POS                 PIC 9(03) COMP VALUE ZERO.
001790 01  WS-DIM-TIPO                PIC X(01) VALUE SPACE.
001800 01  WS-DIM-GRUPOS              PIC 9(03) COMP VALUE ZERO.
001810 01  WS-DIM-SUPRIMIDOS          PIC 9(03) COMP VALUE ZERO.
001820 01  WS-DIM-MENOR               PIC 9(03) COMP VALUE ZERO.
001830 01  WS-DIM-MENOR-RESP          PIC 9(05) COMP VALUE ZERO.
001840*----------------------------------------------------------*
001850* PREVIOUS SURVEY'S TOTALS (PESQANT) AND THE SAVED-TOTALS  *
001860*     RECORD LAYOUT, SHARED WITH PESQTOT. QUESTAO 00       *
001870*     CARRIES THE GROUP'S RESPONDENT COUNT AND WHETHER THE *
001880*     GROUP WAS SUPPRESSED ON THAT YEAR'S REPORT.          *
001890*----------------------------------------------------------*
001900 01  WS-PTO-REG.
001910     03  WS-PTO-ANO             PIC 9(04).
001920     03  WS-PTO-TIPO            PIC X(01).
001930     03  WS-PTO-CHAVE           PIC X(10).
001940     03  WS-PTO-QUESTAO         PIC 9(02).
001950     03  WS-PTO-QTD             PIC 9(07).
001960     03  WS-PTO-SOMA            PIC 9(09).
001970     03  WS-PTO-SUPRIME         PIC X(01).
001980     03  FILLER                 PIC X(06).
001990 01  WS-ANO-ANTERIOR            PIC 9(04) VALUE ZERO.
002000 01  WS-ANT-QTD-TAB             PIC 9(04) COMP VALUE ZERO.
002010 01  WS-ANT-TABLE.
002020     03  WS-ANT-ENTRY           OCCURS 1 TO 1000 TIMES
002030                                DEPENDING ON WS-ANT-QTD-TAB
002040                                INDEXED BY WS-ANT-IDX.
002050         05  WS-ANT-TIPO        PIC X(01).
002060         05  WS-ANT-CHAVE       PIC X(10).
002070         05  WS-ANT-QUESTAO     PIC 9(02).
002080         05  WS-ANT-QTD         PIC 9(07).
002090         05  WS-ANT-SOMA        PIC 9(09).
002100         05  WS-ANT-SUPRIME     PIC X(01).
002110 01  WS-CMP-QTD-ANT             PIC 9(07) VALUE ZERO.
002120 01  WS-CMP-SOMA-ANT            PIC 9(09) VALUE ZERO.
002130 01  WS-CMP-RESP-ANT            PIC 9(07) VALUE ZERO.
002140 01  WS-CMP-QTD-ATU             PIC 9(07) VALUE ZERO.
002150 01  WS-CMP-SOMA-ATU            PIC 9(09) VALUE ZERO.
002160 01  WS-CMP-MOSTRA-ANT          PIC 9(07) VALUE ZERO.
002170 01  WS-CMP-MOSTRA-ATU          PIC 9(07) VALUE ZERO.
002180 01  WS-CMP-SUPR-ANT            PIC X(01) VALUE 'N'.
002190     88  CMP-ANT-SUPRIMIDO            VALUE 'S'.
002200 01  WS-CMP-SUPR-ATU            PIC X(01) VALUE 'N'.
002210     88  CMP-ATU-SUPRIMIDO            VALUE 'S'.
002220 01  WS-CMP-OCULTO-ANT          PIC X(01) VALUE SPACE.
002230     88  CMP-ANT-PUBLICADO            VALUE SPACE.
002240 01  WS-Q-ANT                   PIC 9(02) VALUE ZERO.
002250 01  WS-MEDIA-ANT               PIC 9(01)V99 VALUE ZERO.
002260 01  WS-MEDIA-ATU               PIC 9(01)V99 VALUE ZERO.
002270 01  WS-VARIACAO                PIC S9(01)V99 VALUE ZERO.
002280 01  WS-MEDIA-CALC              PIC 9(01)V99 VALUE ZERO.
002290*----------------------------------------------------------*
002300* THE QUESTIONNAIRE BEING CHECKED                          *
002310*----------------------------------------------------------*
002320 01  WS-MOTIVO                  PIC X(50) VALUE SPACES.
002330 01  WS-QTD-RESPONDIDAS         PIC 9(02) VALUE ZERO.
002340 01  WS-RESPOSTA-N              PIC 9(01) VALUE ZERO.
002350 01  WS-Q-EDIT                  PIC 9(02) VALUE ZERO.
002360 01  WS-CONTADORES.
002370     03  WS-CONT-LIDOS          PIC 9(05) COMP VALUE ZERO.
002380     03  WS-CONT-ACEITOS        PIC 9(05) COMP VALUE ZERO.
002390     03  WS-CONT-REJEITADOS     PIC 9(05) COMP VALUE ZERO.
002400     03  WS-CONT-TOTAIS         PIC 9(05) COMP VALUE ZERO.
002410*----------------------------------------------------------*
002420* REPORT AND EXCEPTION LINES                               *
002430*----------------------------------------------------------*
002440 01  WS-LINHA-TRACO             PIC X(132) VALUE ALL "=".
002450 01  WS-TITULO.
002460     03  FILLER                 PIC X(36)
002470               VALUE "PESQUISA DE SATISFACAO DAS FAMILIAS ".
002480     03  WS-TIT-ANO             PIC 9(04).
002490     03  FILLER                 PIC X(32)
002500               VALUE "  -- GRUPO MINIMO PUBLICADO:    ".
002510     03  WS-TIT-MINIMO          PIC Z9.
002520     03  FILLER                 PIC X(15) VALUE " RESPONDENTES".
002530 01  WS-LINHA-SECAO             PIC X(132) VALUE SPACES.
002540 01  WS-DET-QUESTAO.
002550     03  WS-DQS-NUMERO          PIC X(03).
002560     03  FILLER                 PIC X(02) VALUE SPACES.
002570     03  WS-DQS-TEXTO           PIC X(40).
002580     03  FILLER                 PIC X(09) VALUE "  ESCALA ".
002590     03  WS-DQS-MIN             PIC 9(01).
002600     03  FILLER                 PIC X(01) VALUE "-".
002610     03  WS-DQS-MAX             PIC 9(01).
002620     03  FILLER                 PIC X(13) VALUE "  RESPOSTAS: ".
002630     03  WS-DQS-QTD             PIC ZZZZ9.
002640     03  FILLER                 PIC X(09) VALUE "  MEDIA: ".
002650     03  WS-DQS-MEDIA           PIC X(04).
002660 01  WS-CEL-EDIT.
002670     03  FILLER                 PIC X(01) VALUE SPACE.
002680     03  WS-CEL-MEDIA           PIC 9.99.
002690 01  WS-CEL-QUESTAO.
002700     03  FILLER                 PIC X(02) VALUE SPACES.
002710     03  FILLER                 PIC X(01) VALUE "Q".
002720     03  WS-CEL-Q-NUM           PIC 9(02).
002730 01  WS-CAB-GRADE.
002740     03  WS-CGR-ROTULO          PIC X(20).
002750     03  FILLER                 PIC X(01) VALUE SPACE.
002760     03  WS-CGR-RESP            PIC X(05) VALUE " RESP".
002770     03  WS-CGR-CEL             PIC X(05) OCCURS 20 TIMES.
002780 01  WS-DET-GRADE.
002790     03  WS-DGR-ROTULO          PIC X(20).
002800     03  FILLER                 PIC X(01).
002810     03  WS-DGR-RESP            PIC ZZZZ9.
002820     03  WS-DGR-RESP-X REDEFINES WS-DGR-RESP
002830                                PIC X(05).
002840     03  WS-DGR-CELULAS.
002850         05  WS-DGR-CEL         PIC X(05) OCCURS 20 TIMES.
002860 01  WS-DET-COMPARA.
002870     03  WS-DCP-ROTULO          PIC X(45).
002880     03  FILLER                 PIC X(01).
002890     03  WS-DCP-QTD-ANT         PIC ZZZZ9.
002900     03  WS-DCP-QTD-ANT-X REDEFINES WS-DCP-QTD-ANT
002910                                PIC X(05).
002920     03  FILLER                 PIC X(02).
002930     03  WS-DCP-MEDIA-ANT       PIC X(04).
002940     03  FILLER                 PIC X(04).
002950     03  WS-DCP-QTD-ATU         PIC ZZZZ9.
002960     03  WS-DCP-QTD-ATU-X REDEFINES WS-DCP-QTD-ATU
002970                                PIC X(05).
002980     03  FILLER                 PIC X(02).
002990     03  WS-DCP-MEDIA-ATU       PIC X(04).
003000     03  FILLER                 PIC X(04).
003010     03  WS-DCP-VARIACAO        PIC X(05).
003020     03  FILLER                 PIC X(02).
003030     03  WS-DCP-NOTA            PIC X(40).
003040 01  WS-MEDIA-EDIT              PIC 9.99.
003050 01  WS-VARIACAO-EDIT           PIC +9.99.
003060 01  WS-CAB-COMPARA.
003070     03  FILLER                 PIC X(46) VALUE SPACES.
003080     03  FILLER                 PIC X(35)
003090               VALUE " RESP MEDIA     RESP MEDIA    VAR.".
003100 01  WS-CAB-COMPARA-ANOS.
003110     03  FILLER                 PIC X(46) VALUE SPACES.
003120     03  FILLER                 PIC X(02) VALUE SPACES.
003130     03  WS-CCA-ANO-ANT         PIC 9(04).
003140     03  FILLER                 PIC X(11) VALUE SPACES.
003150     03  WS-CCA-ANO-ATU         PIC 9(04).
003160 01  WS-EXC-LINE.
003170     03  WS-EXC-ID              PIC 9(06).
003180     03  FILLER                 PIC X(01) VALUE SPACE.
003190     03  WS-EXC-TURMA           PIC X(10).
003200     03  FILLER                 PIC X(01) VALUE SPACE.
003210     03  WS-EXC-MOTIVO          PIC X(50).
003220 01  WS-LINHA-CONTROLE.
003230     03  FILLER                 PIC X(20)
003240               VALUE "QUESTIONARIOS LIDOS:".
003250     03  WS-LCT-LIDOS           PIC ZZ,ZZ9.
003260     03  FILLER                 PIC X(12) VALUE "  ACEITOS: ".
003270     03  WS-LCT-ACEITOS         PIC ZZ,ZZ9.
003280     03  FILLER                 PIC X(25)
003290               VALUE "  REJEITADOS (PESQEXC): ".
003300     03  WS-LCT-REJEITADOS      PIC ZZ,ZZ9.
003310 PROCEDURE DIVISION.
003320 0000-MAIN-PROCEDURE.
003330     PERFORM 1000-INICIA THRU 1000-EXIT
003340     PERFORM 2000-PROCESSA THRU 2000-EXIT
003350         UNTIL FIM-DAS-RESPOSTAS
003360     CLOSE PESQ-RESP-FILE
003370     CLOSE PESQ-EXC-FILE
003380     IF MED-RC-FILE-ERROR
003390        DISPLAY "PESQRESP RECUSADO PELO CONTROLE HDR/TRL -- "
003400            "NENHUM RESULTADO PUBLICADO"
003410        MOVE 12 TO RETURN-CODE
003420        STOP RUN
003430     END-IF
003440     PERFORM 4000-SUPRESSAO THRU 4000-EXIT
003450     OPEN OUTPUT PESQ-REPORT-FILE
003460     PERFORM 5000-RELATORIO THRU 5000-EXIT
003470     PERFORM 7000-COMPARACAO THRU 7000-EXIT
003480     CLOSE PESQ-REPORT-FILE
003490     PERFORM 8000-GRAVA-TOTAIS THRU 8000-EXIT
003500     DISPLAY "PESQUISA " WS-ANO-PESQUISA ": "
003510         WS-CONT-ACEITOS " ACEITO(S), "
003520         WS-CONT-REJEITADOS " REJEITADO(S)"
003530     IF WS-CONT-REJEITADOS > ZERO
003540        MOVE 4 TO RETURN-CODE
003550     END-IF
003560     STOP RUN.
003570*----------------------------------------------------------*
003580* 1000-INICIA -- SYSIN, QUESTION MASTER, PREVIOUS TOTALS,  *
003590*     THEN OPEN THE RESPONSES AND PRIME THE FIRST READ.    *
003600*----------------------------------------------------------*
003610 1000-INICIA.
003620     MOVE "PESQSAT" TO MED-ERROR-PROGRAM
003630     MOVE SPACES TO WS-PARM-LINE
003640     ACCEPT WS-PARM-LINE
003650     IF WS-PRM-ANO IS NOT NUMERIC
003660        DISPLAY "ANO DA PESQUISA INVALIDO: " WS-PRM-ANO
003670        MOVE 8 TO RETURN-CODE
003680        STOP RUN
003690     END-IF
003700     MOVE WS-PRM-ANO TO WS-ANO-PESQUISA
003710     IF WS-PRM-MINIMO NOT = SPACES
003720        IF WS-PRM-MINIMO IS NOT NUMERIC
003730           DISPLAY "GRUPO MINIMO INVALIDO: " WS-PRM-MINIMO
003740           MOVE 8 TO RETURN-CODE
003750           STOP RUN
003760        END-IF
003770        MOVE WS-PRM-MINIMO TO WS-MINIMO
003780     END-IF
003790     IF WS-MINIMO < 3
003800        DISPLAY "GRUPO MINIMO ELEVADO PARA 03"
003810        MOVE 3 TO WS-MINIMO
003820     END-IF
003830     PERFORM 1100-CARREGA-QUESTOES THRU 1100-EXIT
003840     PERFORM 1300-CARREGA-ANTERIOR THRU 1300-EXIT
003850     OPEN INPUT PESQ-RESP-FILE
003860     IF WS-RESP-STATUS NOT = "00"
003870        DISPLAY "PESQRESP NAO PODE SER ABERTO, STATUS: "
003880            WS-RESP-STATUS
003890        MOVE 8 TO RETURN-CODE
003900        STOP RUN
003910     END-IF
003920     OPEN OUTPUT PESQ-EXC-FILE
003930     MOVE SPACES TO WS-BUSCA-ORDEM
003940     MOVE "G" TO WS-BUSCA-TIPO
003950     MOVE "ESCOLA" TO WS-BUSCA-ROTULO
003960     PERFORM 3600-LOCALIZA-GRUPO THRU 3600-EXIT
003970     PERFORM 2100-LE-RESPOSTA THRU 2100-EXIT
003980     .
003990 1000-EXIT.
004000     EXIT.
004010*----------------------------------------------------------*
004020* 1100-CARREGA-QUESTOES -- QUESTMST INTO THE TABLE; NO     *
004030*     MASTER OR NO ACTIVE QUESTION, NO RUN.                *
004040*----------------------------------------------------------*
004050 1100-CARREGA-QUESTOES.
004060     MOVE SPACES TO WS-QST-TABLE
004070     OPEN INPUT QUESTAO-MASTER-FILE
004080     IF WS-QST-STATUS NOT = "00"
004090        DISPLAY "QUESTMST NAO DISPONIVEL, STATUS: " WS-QST-STATUS
004100        MOVE 8 TO RETURN-CODE
004110        STOP RUN
004120     END-IF
004130     PERFORM 1200-LE-QUESTAO THRU 1200-EXIT
004140         UNTIL FIM-DAS-QUESTOES
004150     CLOSE QUESTAO-MASTER-FILE
004160     IF WS-QTD-ATIVAS = ZERO
004170        DISPLAY "QUESTMST SEM QUESTAO ATIVA"
004180        MOVE 8 TO RETURN-CODE
004190        STOP RUN
004200     END-IF
004210     .
004220 1100-EXIT.
004230     EXIT.
004240 1200-LE-QUESTAO.
004250     READ QUESTAO-MASTER-FILE
004260         AT END
004270             SET FIM-DAS-QUESTOES TO TRUE
004280             GO TO 1200-EXIT
004290     END-READ
004300     IF MED-QST-NUMERO IS NOT NUMERIC
004310        OR MED-QST-NUMERO < 1 OR MED-QST-NUMERO > 20
004320        OR MED-QST-ESCALA-MIN IS NOT NUMERIC
004330        OR MED-QST-ESCALA-MAX IS NOT NUMERIC
004340        OR MED-QST-ESCALA-MIN > MED-QST-ESCALA-MAX
004350        OR NOT (MED-QST-ATIVA OR MED-QST-INATIVA)
004360        DISPLAY "QUESTMST LINHA INVALIDA: " MED-QUESTAO-REC
004370        MOVE 8 TO RETURN-CODE
004380        STOP RUN
004390     END-IF
004400     MOVE MED-QST-NUMERO TO WS-Q
004410     MOVE MED-QST-SITUACAO   TO WS-QT-SITUACAO (WS-Q)
004420     MOVE MED-QST-TEXTO      TO WS-QT-TEXTO (WS-Q)
004430     MOVE MED-QST-ESCALA-MIN TO WS-QT-MIN (WS-Q)
004440     MOVE MED-QST-ESCALA-MAX TO WS-QT-MAX (WS-Q)
004450     IF MED-QST-ATIVA
004460        ADD 1 TO WS-QTD-ATIVAS
004470     END-IF
004480     .
004490 1200-EXIT.
004500     EXIT.
004510*----------------------------------------------------------*
004520* 1300-CARREGA-ANTERIOR -- THE PREVIOUS SURVEY'S SAVED     *
004530*     TOTALS; NO FILE MEANS NO COMPARISON.                 *
004540*----------------------------------------------------------*
004550 1300-CARREGA-ANTERIOR.
004560     OPEN INPUT PESQ-ANT-FILE
004570     IF WS-ANT-STATUS NOT = "00"
004580        DISPLAY "PESQANT NAO DISPONIVEL -- SEM COMPARACAO"
004590        GO TO 1300-EXIT
004600     END-IF
004610     PERFORM 1400-LE-ANTERIOR THRU 1400-EXIT
004620         UNTIL FIM-DO-ANTERIOR
004630     CLOSE PESQ-ANT-FILE
004640     IF WS-ANT-QTD-TAB > ZERO
004650        IF WS-ANO-ANTERIOR < WS-ANO-PESQUISA
004660           SET HA-PESQUISA-ANTERIOR TO TRUE
004670        ELSE
004680           DISPLAY "PESQANT E DE " WS-ANO-ANTERIOR
004690               ", NAO ANTERIOR A " WS-ANO-PESQUISA
004700               " -- SEM COMPARACAO"
004710        END-IF
004720     END-IF
004730     .
004740 1300-EXIT.
004750     EXIT.
004760 1400-LE-ANTERIOR.
004770     READ PESQ-ANT-FILE INTO WS-PTO-REG
004780         AT END
004790             SET FIM-DO-ANTERIOR TO TRUE
004800             GO TO 1400-EXIT
004810     END-READ
004820     IF WS-ANT-QTD-TAB >= 1000
004830        DISPLAY "TABELA DA PESQUISA ANTERIOR CHEIA (1000)"
004840        SET FIM-DO-ANTERIOR TO TRUE
004850        GO TO 1400-EXIT
004860     END-IF
004870     MOVE WS-PTO-ANO TO WS-ANO-ANTERIOR
004880     ADD 1 TO WS-ANT-QTD-TAB
004890     SET WS-ANT-IDX TO WS-ANT-QTD-TAB
004900     MOVE WS-PTO-TIPO    TO WS-ANT-TIPO (WS-ANT-IDX)
004910     MOVE WS-PTO-CHAVE   TO WS-ANT-CHAVE (WS-ANT-IDX)
004920     MOVE WS-PTO-QUESTAO TO WS-ANT-QUESTAO (WS-ANT-IDX)
004930     MOVE WS-PTO-QTD     TO WS-ANT-QTD (WS-ANT-IDX)
004940     MOVE WS-PTO-SOMA    TO WS-ANT-SOMA (WS-ANT-IDX)
004950     MOVE WS-PTO-SUPRIME TO WS-ANT-SUPRIME (WS-ANT-IDX)
004960     .
004970 1400-EXIT.
004980     EXIT.
004990*----------------------------------------------------------*
005000* 2000-PROCESSA -- CHECK ONE QUESTIONNAIRE; COUNT IT UNDER *
005010*     THE SCHOOL, ITS TURMA, UNIDADE AND CATEGORY, OR SEND *
005020*     IT TO PESQEXC.                                       *
005030*----------------------------------------------------------*
005040 2000-PROCESSA.
005050     ADD 1 TO WS-CONT-LIDOS
005060     PERFORM 3000-VALIDA THRU 3000-EXIT
005070     IF WS-MOTIVO NOT = SPACES
005080        ADD 1 TO WS-CONT-REJEITADOS
005090        MOVE MED-RSP-ID    TO WS-EXC-ID
005100        MOVE MED-RSP-TURMA TO WS-EXC-TURMA
005110        MOVE WS-MOTIVO     TO WS-EXC-MOTIVO
005120        MOVE WS-EXC-LINE   TO PESQ-EXC-REC
005130        WRITE PESQ-EXC-REC
005140     ELSE
005150        ADD 1 TO WS-CONT-ACEITOS
005160        PERFORM 3500-ACUMULA THRU 3500-EXIT
005170     END-IF
005180     PERFORM 2100-LE-RESPOSTA THRU 2100-EXIT
005190     .
005200 2000-EXIT.
005210     EXIT.
005220*----------------------------------------------------------*
005230* 2100-LE-RESPOSTA -- READ UP TO THE NEXT QUESTIONNAIRE,   *
005240*     CONSUMING AND VALIDATING THE HDR*/TRL* CONTROL       *
005250*     RECORDS ON THE WAY (CTLREC/CTLPARA).                 *
005260*----------------------------------------------------------*
005270 2100-LE-RESPOSTA.
005280     MOVE 'N' TO WS-REG-DADOS
005290     PERFORM 2200-LE-UM THRU 2200-EXIT
005300         UNTIL FIM-DAS-RESPOSTAS OR REGISTRO-DE-DADOS
005310         OR MED-RC-FILE-ERROR
005320     IF MED-RC-FILE-ERROR
005330        SET FIM-DAS-RESPOSTAS TO TRUE
005340     END-IF
005350     .
005360 2100-EXIT.
005370     EXIT.
005380 2200-LE-UM.
005390     READ PESQ-RESP-FILE
005400         AT END
005410             SET FIM-DAS-RESPOSTAS TO TRUE
005420             PERFORM 9670-VALIDA-FIM THRU 9670-EXIT-FIM
005430         NOT AT END
005440             PERFORM 2300-CLASSIFICA-REG THRU 2300-EXIT
005450     END-READ
005460     .
005470 2200-EXIT.
005480     EXIT.
005490 2300-CLASSIFICA-REG.
005500     MOVE MED-PESQ-RESP-REC (1:4) TO MED-CTL-TIPO-REG
005510     EVALUATE MED-CTL-TIPO-REG
005520         WHEN "HDR*"
005530             MOVE MED-PESQ-RESP-REC (1:20) TO MED-CONTROL-HEADER
005540             PERFORM 9600-VALIDA-HEADER THRU 9600-EXIT-HEADER
005550         WHEN "TRL*"
005560             MOVE MED-PESQ-RESP-REC (1:24) TO MED-CONTROL-TRAILER
005570             PERFORM 9650-VALIDA-TRAILER THRU 9650-EXIT-TRAILER
005580         WHEN OTHER
005590             IF NOT MED-CTL-TEM-HEADER
005600                MOVE MED-PESQ-RESP-REC (1:20) TO
005610                    MED-CONTROL-HEADER
005620                PERFORM 9600-VALIDA-HEADER THRU
005630                    9600-EXIT-HEADER
005640             ELSE
005650                SET REGISTRO-DE-DADOS TO TRUE
005660                ADD 1 TO MED-CTL-QTD-LIDA
005670                IF MED-RSP-ID IS NUMERIC
005680                   ADD MED-RSP-ID TO MED-CTL-HASH-LIDA
005690                END-IF
005700             END-IF
005710     END-EVALUATE
005720     .
005730 2300-EXIT.
005740     EXIT.
005750*----------------------------------------------------------*
005760* 3000-VALIDA -- WS-MOTIVO STAYS SPACES FOR A GOOD         *
005770*     QUESTIONNAIRE, ELSE NAMES THE FIRST FAULT FOUND.     *
005780*----------------------------------------------------------*
005790 3000-VALIDA.
005800     MOVE SPACES TO WS-MOTIVO
005810     IF MED-RSP-ID IS NOT NUMERIC OR MED-RSP-ID = ZERO
005820        MOVE "RESPONDENTE SEM IDENTIFICACAO" TO WS-MOTIVO
005830        GO TO 3000-EXIT
005840     END-IF
005850     MOVE SPACES TO WS-COND-LABEL
005860     IF MED-RSP-CATEGORIA-X IS NUMERIC
005870        MOVE MED-RSP-CATEGORIA TO WS-COND-CODE
005880        CALL "COND_CLASSIFICA" USING WS-COND-PARM
005890     ELSE
005900        SET WS-COND-CODIGO-NAO-ACHOU TO TRUE
005910     END-IF
005920     IF WS-COND-CODIGO-NAO-ACHOU
005930        MOVE "CATEGORIA DE RESPONDENTE NAO RECONHECIDA"
005940            TO WS-MOTIVO
005950        GO TO 3000-EXIT
005960     END-IF
005970     IF MED-RSP-TURMA = SPACES
005980        MOVE "TURMA NAO INFORMADA" TO WS-MOTIVO
005990        GO TO 3000-EXIT
006000     END-IF
006010     IF MED-RSP-UNIDADE = SPACES
006020        MOVE "UNIDADE NAO INFORMADA" TO WS-MOTIVO
006030        GO TO 3000-EXIT
006040     END-IF
006050     MOVE ZERO TO WS-QTD-RESPONDIDAS
006060     PERFORM 3100-VALIDA-RESPOSTA THRU 3100-EXIT
006070         VARYING WS-Q FROM 1 BY 1
006080         UNTIL WS-Q > 20 OR WS-MOTIVO NOT = SPACES
006090     IF WS-MOTIVO NOT = SPACES
006100        GO TO 3000-EXIT
006110     END-IF
006120     IF WS-QTD-RESPONDIDAS = ZERO
006130        MOVE "QUESTIONARIO SEM RESPOSTAS" TO WS-MOTIVO
006140        GO TO 3000-EXIT
006150     END-IF
006160     IF WS-ID-QTD > ZERO
006170        SET WS-ID-IDX TO 1
006180        SEARCH WS-ID-ENTRY
006190            AT END
006200                CONTINUE
006210            WHEN WS-ID-RESP (WS-ID-IDX) = MED-RSP-ID
006220                MOVE "RESPONDENTE REPETIDO -- SO O PRIMEIRO CONTA"
006230                    TO WS-MOTIVO
006240                GO TO 3000-EXIT
006250        END-SEARCH
006260     END-IF
006270     IF WS-ID-QTD >= 5000
006280        DISPLAY "TABELA DE RESPONDENTES CHEIA (5000)"
006290        MOVE 8 TO RETURN-CODE
006300        STOP RUN
006310     END-IF
006320     ADD 1 TO WS-ID-QTD
006330     SET WS-ID-IDX TO WS-ID-QTD
006340     MOVE MED-RSP-ID TO WS-ID-RESP (WS-ID-IDX)
006350     .
006360 3000-EXIT.
006370     EXIT.
006380 3100-VALIDA-RESPOSTA.
006390     IF MED-RSP-RESPOSTA (WS-Q) = SPACE
006400        GO TO 3100-EXIT
006410     END-IF
006420     MOVE WS-Q TO WS-Q-EDIT
006430     IF NOT QT-ATIVA (WS-Q)
006440        STRING "RESPOSTA A QUESTAO " WS-Q-EDIT
006450               " INATIVA OU SEM CADASTRO"
006460            DELIMITED BY SIZE INTO WS-MOTIVO
006470        GO TO 3100-EXIT
006480     END-IF
006490     IF MED-RSP-RESPOSTA (WS-Q) IS NOT NUMERIC
006500        STRING "RESPOSTA A QUESTAO " WS-Q-EDIT " NAO NUMERICA"
006510            DELIMITED BY SIZE INTO WS-MOTIVO
006520        GO TO 3100-EXIT
006530     END-IF
006540     MOVE MED-RSP-RESPOSTA (WS-Q) TO WS-RESPOSTA-N
006550     IF WS-RESPOSTA-N < WS-QT-MIN (WS-Q)
006560        OR WS-RESPOSTA-N > WS-QT-MAX (WS-Q)
006570        STRING "RESPOSTA A QUESTAO " WS-Q-EDIT " FORA DA ESCALA"
006580            DELIMITED BY SIZE INTO WS-MOTIVO
006590        GO TO 3100-EXIT
006600     END-IF
006610     ADD 1 TO WS-QTD-RESPONDIDAS
006620     .
006630 3100-EXIT.
006640     EXIT.
006650*----------------------------------------------------------*
006660* 3500-ACUMULA -- ADD THE QUESTIONNAIRE TO ITS FOUR GROUPS *
006670*----------------------------------------------------------*
006680 3500-ACUMULA.
006690     MOVE SPACES TO WS-BUSCA-ORDEM
006700     MOVE "G" TO WS-BUSCA-TIPO
006710     MOVE "ESCOLA" TO WS-BUSCA-ROTULO
006720     PERFORM 3550-SOMA-GRUPO THRU 3550-EXIT
006730     MOVE "T" TO WS-BUSCA-TIPO
006740     MOVE MED-RSP-TURMA TO WS-BUSCA-CHAVE WS-BUSCA-ROTULO
006750     PERFORM 3550-SOMA-GRUPO THRU 3550-EXIT
006760     MOVE "U" TO WS-BUSCA-TIPO
006770     MOVE MED-RSP-UNIDADE TO WS-BUSCA-CHAVE
006780     MOVE SPACES TO WS-BUSCA-ROTULO
006790     STRING "UNIDADE " MED-RSP-UNIDADE DELIMITED BY SIZE
006800         INTO WS-BUSCA-ROTULO
006810     PERFORM 3550-SOMA-GRUPO THRU 3550-EXIT
006820     MOVE "C" TO WS-BUSCA-TIPO
006830     MOVE MED-RSP-CATEGORIA TO WS-BUSCA-CHAVE
006840     MOVE WS-COND-LABEL TO WS-BUSCA-ROTULO
006850     PERFORM 3550-SOMA-GRUPO THRU 3550-EXIT
006860     .
006870 3500-EXIT.
006880     EXIT.
006890 3550-SOMA-GRUPO.
006900     PERFORM 3600-LOCALIZA-GRUPO THRU 3600-EXIT
006910     ADD 1 TO WS-GRP-RESP (WS-GRP-IDX)
006920     PERFORM 3580-SOMA-QUESTAO THRU 3580-EXIT
006930         VARYING WS-Q FROM 1 BY 1
006940         UNTIL WS-Q > 20
006950     .
006960 3550-EXIT.
006970     EXIT.
006980 3580-SOMA-QUESTAO.
006990     IF MED-RSP-RESPOSTA (WS-Q) = SPACE
007000        GO TO 3580-EXIT
007010     END-IF
007020     MOVE MED-RSP-RESPOSTA (WS-Q) TO WS-RESPOSTA-N
007030     ADD 1 TO WS-GRP-Q-QTD (WS-GRP-IDX, WS-Q)
007040     ADD WS-RESPOSTA-N TO WS-GRP-Q-SOMA (WS-GRP-IDX, WS-Q)
007050     .
007060 3580-EXIT.
007070     EXIT.
007080*----------------------------------------------------------*
007090* 3600-LOCALIZA-GRUPO -- WS-GRP-IDX AT THE GROUP OF        *
007100*     WS-BUSCA-ORDEM, INSERTED IN ORDER WHEN NEW.          *
007110*----------------------------------------------------------*
007120 3600-LOCALIZA-GRUPO.
007130     MOVE 1 TO WS-GRP-POS
007140     PERFORM 3650-AVANCA-POSICAO THRU 3650-EXIT
007150         UNTIL WS-GRP-POS > WS-GRP-QTD
007160         OR WS-GRP-ORDEM (WS-GRP-POS) NOT < WS-BUSCA-ORDEM
007170     IF WS-GRP-POS NOT > WS-GRP-QTD
007180        IF WS-GRP-ORDEM (WS-GRP-POS) = WS-BUSCA-ORDEM
007190           SET WS-GRP-IDX TO WS-GRP-POS
007200           GO TO 3600-EXIT
007210        END-IF
007220     END-IF
007230     IF WS-GRP-QTD >= 400
007240        DISPLAY "TABELA DE GRUPOS CHEIA (400)"
007250        MOVE 8 TO RETURN-CODE
007260        STOP RUN
007270     END-IF
007280     ADD 1 TO WS-GRP-QTD
007290     PERFORM 3680-DESLOCA-GRUPO THRU 3680-EXIT
007300         VARYING WS-GRP-SUB FROM WS-GRP-QTD BY -1
007310         UNTIL WS-GRP-SUB NOT > WS-GRP-POS
007320     SET WS-GRP-IDX TO WS-GRP-POS
007330     INITIALIZE WS-GRP-ENTRY (WS-GRP-IDX)
007340     MOVE WS-BUSCA-ORDEM  TO WS-GRP-ORDEM (WS-GRP-IDX)
007350     MOVE WS-BUSCA-ROTULO TO WS-GRP-ROTULO (WS-GRP-IDX)
007360     MOVE SPACE TO WS-GRP-SUPRIME (WS-GRP-IDX)
007370     .
007380 3600-EXIT.
007390     EXIT.
007400 3650-AVANCA-POSICAO.
007410     ADD 1 TO WS-GRP-POS
007420     .
007430 3650-EXIT.
007440     EXIT.
007450 3680-DESLOCA-GRUPO.
007460     MOVE WS-GRP-ENTRY (WS-GRP-SUB - 1)
007470         TO WS-GRP-ENTRY (WS-GRP-SUB)
007480     .
007490 3680-EXIT.
007500     EXIT.
007510*----------------------------------------------------------*
007520* 4000-SUPRESSAO -- HIDE EVERY GROUP UNDER THE MINIMUM,    *
007530*     AND IN A BREAKDOWN WITH ONLY ONE HIDDEN GROUP ALSO   *
007540*     THE SMALLEST PUBLISHED ONE, SO THE HIDDEN ONE CANNOT *
007550*     BE DERIVED FROM THE SCHOOL TOTAL.                    *
007560*----------------------------------------------------------*
007570 4000-SUPRESSAO.
007580     PERFORM 4100-MARCA-PEQUENO THRU 4100-EXIT
007590         VARYING WS-GRP-IDX FROM 1 BY 1
007600         UNTIL WS-GRP-IDX > WS-GRP-QTD
007610     MOVE "T" TO WS-DIM-TIPO
007620     PERFORM 4200-COMPLEMENTO THRU 4200-EXIT
007630     MOVE "U" TO WS-DIM-TIPO
007640     PERFORM 4200-COMPLEMENTO THRU 4200-EXIT
007650     MOVE "C" TO WS-DIM-TIPO
007660     PERFORM 4200-COMPLEMENTO THRU 4200-EXIT
007670     .
007680 4000-EXIT.
007690     EXIT.
007700 4100-MARCA-PEQUENO.
007710     IF WS-GRP-RESP (WS-GRP-IDX) < WS-MINIMO
007720        MOVE 'S' TO WS-GRP-SUPRIME (WS-GRP-IDX)
007730     END-IF
007740     .
007750 4100-EXIT.
007760     EXIT.
007770 4200-COMPLEMENTO.
007780     MOVE ZERO TO WS-DIM-GRUPOS WS-DIM-SUPRIMIDOS WS-DIM-MENOR
007790     MOVE 99999 TO WS-DIM-MENOR-RESP
007800     PERFORM 4300-CONTA-DIMENSAO THRU 4300-EXIT
007810         VARYING WS-GRP-IDX FROM 1 BY 1
007820         UNTIL WS-GRP-IDX > WS-GRP-QTD
007830     IF WS-DIM-SUPRIMIDOS = 1 AND WS-DIM-MENOR > ZERO
007840        MOVE 'C' TO WS-GRP-SUPRIME (WS-DIM-MENOR)
007850     END-IF
007860     .
007870 4200-EXIT.
007880     EXIT.
007890 4300-CONTA-DIMENSAO.
007900     IF WS-GRP-TIPO (WS-GRP-IDX) NOT = WS-DIM-TIPO
007910        GO TO 4300-EXIT
007920     END-IF
007930     ADD 1 TO WS-DIM-GRUPOS
007940     IF GRP-SUPRIMIDO (WS-GRP-IDX)
007950        ADD 1 TO WS-DIM-SUPRIMIDOS
007960        GO TO 4300-EXIT
007970     END-IF
007980     IF WS-GRP-RESP (WS-GRP-IDX) < WS-DIM-MENOR-RESP
007990        MOVE WS-GRP-RESP (WS-GRP-IDX) TO WS-DIM-MENOR-RESP
008000        SET WS-DIM-MENOR TO WS-GRP-IDX
008010     END-IF
008020     .
008030 4300-EXIT.
008040     EXIT.
008050*----------------------------------------------------------*
008060* 5000-RELATORIO -- TITLE, THE SCHOOL AVERAGE PER QUESTION *
008070*     AND THE THREE BREAKDOWNS.                            *
008080*----------------------------------------------------------*
008090 5000-RELATORIO.
008100     MOVE WS-ANO-PESQUISA TO WS-TIT-ANO
008110     MOVE WS-MINIMO TO WS-TIT-MINIMO
008120     MOVE WS-LINHA-TRACO TO PESQ-REPORT-REC
008130     WRITE PESQ-REPORT-REC
008140     MOVE WS-TITULO TO PESQ-REPORT-REC
008150     WRITE PESQ-REPORT-REC
008160     MOVE WS-LINHA-TRACO TO PESQ-REPORT-REC
008170     WRITE PESQ-REPORT-REC
008180     MOVE WS-CONT-LIDOS      TO WS-LCT-LIDOS
008190     MOVE WS-CONT-ACEITOS    TO WS-LCT-ACEITOS
008200     MOVE WS-CONT-REJEITADOS TO WS-LCT-REJEITADOS
008210     MOVE WS-LINHA-CONTROLE TO PESQ-REPORT-REC
008220     WRITE PESQ-REPORT-REC
008230     MOVE "1. MEDIA POR QUESTAO -- ESCOLA" TO WS-LINHA-SECAO
008240     PERFORM 5900-TITULO-SECAO THRU 5900-EXIT
008250     MOVE SPACES TO WS-BUSCA-ORDEM
008260     MOVE "G" TO WS-BUSCA-TIPO
008270     PERFORM 3600-LOCALIZA-GRUPO THRU 3600-EXIT
008280     IF GRP-SUPRIMIDO (WS-GRP-IDX)
008290        MOVE "    SUPRIMIDO -- MENOS RESPONDENTES QUE O MINIMO"
008300            TO PESQ-REPORT-REC
008310        WRITE PESQ-REPORT-REC
008320     ELSE
008330        PERFORM 5100-LINHA-QUESTAO THRU 5100-EXIT
008340            VARYING WS-Q FROM 1 BY 1
008350            UNTIL WS-Q > 20
008360     END-IF
008370     PERFORM 5300-MONTA-CABECALHO THRU 5300-EXIT
008380     MOVE "2. MEDIA POR QUESTAO -- POR TURMA" TO WS-LINHA-SECAO
008390     MOVE "TURMA" TO WS-CGR-ROTULO
008400     MOVE "T" TO WS-DIM-TIPO
008410     PERFORM 5400-GRADE THRU 5400-EXIT
008420     MOVE "3. MEDIA POR QUESTAO -- POR UNIDADE" TO WS-LINHA-SECAO
008430     MOVE "UNIDADE" TO WS-CGR-ROTULO
008440     MOVE "U" TO WS-DIM-TIPO
008450     PERFORM 5400-GRADE THRU 5400-EXIT
008460     MOVE "4. MEDIA POR QUESTAO -- POR CATEGORIA DE RESPONDENTE"
008470         TO WS-LINHA-SECAO
008480     MOVE "CATEGORIA" TO WS-CGR-ROTULO
008490     MOVE "C" TO WS-DIM-TIPO
008500     PERFORM 5400-GRADE THRU 5400-EXIT
008510     .
008520 5000-EXIT.
008530     EXIT.
008540 5100-LINHA-QUESTAO.
008550     IF QT-SEM-CADASTRO (WS-Q)
008560        GO TO 5100-EXIT
008570     END-IF
008580     MOVE SPACES TO WS-DQS-NUMERO
008590     MOVE WS-Q TO WS-Q-EDIT
008600     STRING "Q" WS-Q-EDIT DELIMITED BY SIZE INTO WS-DQS-NUMERO
008610     MOVE WS-QT-TEXTO (WS-Q) TO WS-DQS-TEXTO
008620     MOVE WS-QT-MIN (WS-Q) TO WS-DQS-MIN
008630     MOVE WS-QT-MAX (WS-Q) TO WS-DQS-MAX
008640     MOVE WS-GRP-Q-QTD (WS-GRP-IDX, WS-Q) TO WS-DQS-QTD
008650     EVALUATE TRUE
008660         WHEN QT-INATIVA (WS-Q)
008670             MOVE "INAT" TO WS-DQS-MEDIA
008680         WHEN WS-GRP-Q-QTD (WS-GRP-IDX, WS-Q) < WS-MINIMO
008690             MOVE "   *" TO WS-DQS-MEDIA
008700         WHEN OTHER
008710             COMPUTE WS-MEDIA-CALC ROUNDED =
008720                 WS-GRP-Q-SOMA (WS-GRP-IDX, WS-Q)
008730                 / WS-GRP-Q-QTD (WS-GRP-IDX, WS-Q)
008740             MOVE WS-MEDIA-CALC TO WS-MEDIA-EDIT
008750             MOVE WS-MEDIA-EDIT TO WS-DQS-MEDIA
008760     END-EVALUATE
008770     MOVE WS-DET-QUESTAO TO PESQ-REPORT-REC
008780     WRITE PESQ-REPORT-REC
008790     .
008800 5100-EXIT.
008810     EXIT.
008820*----------------------------------------------------------*
008830* 5300-MONTA-CABECALHO -- ONE COLUMN PER ACTIVE QUESTION   *
008840*----------------------------------------------------------*
008850 5300-MONTA-CABECALHO.
008860     PERFORM 5350-COLUNA-QUESTAO THRU 5350-EXIT
008870         VARYING WS-Q FROM 1 BY 1
008880         UNTIL WS-Q > 20
008890     .
008900 5300-EXIT.
008910     EXIT.
008920 5350-COLUNA-QUESTAO.
008930     MOVE SPACES TO WS-CGR-CEL (WS-Q)
008940     IF QT-ATIVA (WS-Q)
008950        MOVE WS-Q TO WS-CEL-Q-NUM
008960        MOVE WS-CEL-QUESTAO TO WS-CGR-CEL (WS-Q)
008970     END-IF
008980     .
008990 5350-EXIT.
009000     EXIT.
009010*----------------------------------------------------------*
009020* 5400-GRADE -- ONE BREAKDOWN (WS-DIM-TIPO): A LINE PER    *
009030*     GROUP WITH THE AVERAGE OF EVERY ACTIVE QUESTION.     *
009040*----------------------------------------------------------*
009050 5400-GRADE.
009060     PERFORM 5900-TITULO-SECAO THRU 5900-EXIT
009070     MOVE WS-CAB-GRADE TO PESQ-REPORT-REC
009080     WRITE PESQ-REPORT-REC
009090     PERFORM 5500-LINHA-GRUPO THRU 5500-EXIT
009100         VARYING WS-GRP-IDX FROM 1 BY 1
009110         UNTIL WS-GRP-IDX > WS-GRP-QTD
009120     .
009130 5400-EXIT.
009140     EXIT.
009150 5500-LINHA-GRUPO.
009160     IF WS-GRP-TIPO (WS-GRP-IDX) NOT = WS-DIM-TIPO
009170        GO TO 5500-EXIT
009180     END-IF
009190     MOVE SPACES TO WS-DET-GRADE
009200     MOVE WS-GRP-ROTULO (WS-GRP-IDX) TO WS-DGR-ROTULO
009210     EVALUATE TRUE
009220         WHEN GRP-SUPR-COMPLEMENTO (WS-GRP-IDX)
009230             MOVE "    *" TO WS-DGR-RESP-X
009240             MOVE "  SUPRIMIDO -- PROTECAO DO GRUPO MENOR"
009250                 TO WS-DGR-CELULAS
009260         WHEN GRP-SUPRIMIDO (WS-GRP-IDX)
009270             MOVE "    *" TO WS-DGR-RESP-X
009280             MOVE "  SUPRIMIDO -- MENOS RESPONDENTES QUE O MINIMO"
009290                 TO WS-DGR-CELULAS
009300         WHEN OTHER
009310             MOVE WS-GRP-RESP (WS-GRP-IDX) TO WS-DGR-RESP
009320             PERFORM 5600-CELULA THRU 5600-EXIT
009330                 VARYING WS-Q FROM 1 BY 1
009340                 UNTIL WS-Q > 20
009350     END-EVALUATE
009360     MOVE WS-DET-GRADE TO PESQ-REPORT-REC
009370     WRITE PESQ-REPORT-REC
009380     .
009390 5500-EXIT.
009400     EXIT.
009410 5600-CELULA.
009420     EVALUATE TRUE
009430         WHEN NOT QT-ATIVA (WS-Q)
009440             MOVE SPACES TO WS-DGR-CEL (WS-Q)
009450         WHEN WS-GRP-Q-QTD (WS-GRP-IDX, WS-Q) < WS-MINIMO
009460             MOVE "    *" TO WS-DGR-CEL (WS-Q)
009470         WHEN OTHER
009480             COMPUTE WS-MEDIA-CALC ROUNDED =
009490                 WS-GRP-Q-SOMA (WS-GRP-IDX, WS-Q)
009500                 / WS-GRP-Q-QTD (WS-GRP-IDX, WS-Q)
009510             MOVE WS-MEDIA-CALC TO WS-CEL-MEDIA
009520             MOVE WS-CEL-EDIT TO WS-DGR-CEL (WS-Q)
009530     END-EVALUATE
009540     .
009550 5600-EXIT.
009560     EXIT.
009570 5900-TITULO-SECAO.
009580     MOVE SPACES TO PESQ-REPORT-REC
009590     WRITE PESQ-REPORT-REC
009600     MOVE WS-LINHA-SECAO TO PESQ-REPORT-REC
009610     WRITE PESQ-REPORT-REC
009620     MOVE SPACES TO PESQ-REPORT-REC
009630     WRITE PESQ-REPORT-REC
009640     .
009650 5900-EXIT.
009660     EXIT.
009670*----------------------------------------------------------*
009680* 7000-COMPARACAO -- AGAINST THE PREVIOUS SURVEY: EVERY    *
009690*     ACTIVE QUESTION FOR THE SCHOOL, THEN THE OVERALL     *
009700*     AVERAGE PER UNIDADE AND CATEGORY OVER THE QUESTIONS  *
009710*     BOTH SURVEYS ASKED.                                  *
009720*     A SIDE UNDER THE MINIMUM IN EITHER YEAR IS HIDDEN.   *
009730*----------------------------------------------------------*
009740 7000-COMPARACAO.
009750     MOVE SPACES TO PESQ-REPORT-REC
009760     WRITE PESQ-REPORT-REC
009770     MOVE WS-LINHA-TRACO TO PESQ-REPORT-REC
009780     WRITE PESQ-REPORT-REC
009790     MOVE "5. COMPARACAO COM A PESQUISA ANTERIOR"
009800         TO WS-LINHA-SECAO
009810     PERFORM 5900-TITULO-SECAO THRU 5900-EXIT
009820     IF NOT HA-PESQUISA-ANTERIOR
009830        MOVE "    SEM TOTAIS DA PESQUISA ANTERIOR (PESQANT)"
009840            TO PESQ-REPORT-REC
009850        WRITE PESQ-REPORT-REC
009860        GO TO 7000-EXIT
009870     END-IF
009880     MOVE WS-ANO-ANTERIOR TO WS-CCA-ANO-ANT
009890     MOVE WS-ANO-PESQUISA TO WS-CCA-ANO-ATU
009900     MOVE WS-CAB-COMPARA-ANOS TO PESQ-REPORT-REC
009910     WRITE PESQ-REPORT-REC
009920     MOVE WS-CAB-COMPARA TO PESQ-REPORT-REC
009930     WRITE PESQ-REPORT-REC
009940     MOVE SPACES TO WS-BUSCA-ORDEM
009950     MOVE "G" TO WS-BUSCA-TIPO
009960     PERFORM 3600-LOCALIZA-GRUPO THRU 3600-EXIT
009970     PERFORM 7100-COMPARA-QUESTAO THRU 7100-EXIT
009980         VARYING WS-Q FROM 1 BY 1
009990         UNTIL WS-Q > 20
010000     MOVE SPACES TO PESQ-REPORT-REC
010010     WRITE PESQ-REPORT-REC
010020     MOVE "U" TO WS-DIM-TIPO
010030     PERFORM 7300-COMPARA-GRUPO THRU 7300-EXIT
010040         VARYING WS-GRP-IDX FROM 1 BY 1
010050         UNTIL WS-GRP-IDX > WS-GRP-QTD
010060     MOVE "C" TO WS-DIM-TIPO
010070     PERFORM 7300-COMPARA-GRUPO THRU 7300-EXIT
010080         VARYING WS-GRP-IDX FROM 1 BY 1
010090         UNTIL WS-GRP-IDX > WS-GRP-QTD
010100     .
010110 7000-EXIT.
010120     EXIT.
010130 7100-COMPARA-QUESTAO.
010140     IF NOT QT-ATIVA (WS-Q)
010150        GO TO 7100-EXIT
010160     END-IF
010170     MOVE SPACES TO WS-DET-COMPARA
010180     MOVE WS-Q TO WS-Q-EDIT
010190     STRING "Q" WS-Q-EDIT "  " WS-QT-TEXTO (WS-Q)
010200         DELIMITED BY SIZE INTO WS-DCP-ROTULO
010210     MOVE ZERO TO WS-CMP-QTD-ANT WS-CMP-SOMA-ANT WS-CMP-RESP-ANT
010220     PERFORM 7500-SOMA-ANTERIOR THRU 7500-EXIT
010230         VARYING WS-ANT-IDX FROM 1 BY 1
010240         UNTIL WS-ANT-IDX > WS-ANT-QTD-TAB
010250     MOVE WS-GRP-Q-QTD (WS-GRP-IDX, WS-Q)  TO WS-CMP-QTD-ATU
010260     MOVE WS-GRP-Q-SOMA (WS-GRP-IDX, WS-Q) TO WS-CMP-SOMA-ATU
010270     MOVE WS-CMP-QTD-ANT TO WS-CMP-MOSTRA-ANT
010280     MOVE WS-CMP-QTD-ATU TO WS-CMP-MOSTRA-ATU
010290     MOVE 'N' TO WS-CMP-SUPR-ANT WS-CMP-SUPR-ATU
010300     IF WS-CMP-QTD-ANT < WS-MINIMO
010310        SET CMP-ANT-SUPRIMIDO TO TRUE
010320     END-IF
010330     IF WS-CMP-QTD-ATU < WS-MINIMO
010340        SET CMP-ATU-SUPRIMIDO TO TRUE
010350     END-IF
010360     PERFORM 7700-LINHA-COMPARA THRU 7700-EXIT
010370     .
010380 7100-EXIT.
010390     EXIT.
010400 7300-COMPARA-GRUPO.
010410     IF WS-GRP-TIPO (WS-GRP-IDX) NOT = WS-DIM-TIPO
010420        GO TO 7300-EXIT
010430     END-IF
010440     MOVE SPACES TO WS-DET-COMPARA
010450     STRING WS-GRP-ROTULO (WS-GRP-IDX) " -- MEDIA GERAL"
010460         DELIMITED BY SIZE INTO WS-DCP-ROTULO
010470     MOVE ZERO TO WS-CMP-QTD-ANT WS-CMP-SOMA-ANT WS-CMP-RESP-ANT
010480                  WS-CMP-QTD-ATU WS-CMP-SOMA-ATU WS-Q
010490     MOVE SPACE TO WS-CMP-OCULTO-ANT
010500     PERFORM 7500-SOMA-ANTERIOR THRU 7500-EXIT
010510         VARYING WS-ANT-IDX FROM 1 BY 1
010520         UNTIL WS-ANT-IDX > WS-ANT-QTD-TAB
010530     MOVE WS-CMP-RESP-ANT TO WS-CMP-MOSTRA-ANT
010540     MOVE WS-GRP-RESP (WS-GRP-IDX) TO WS-CMP-MOSTRA-ATU
010550     MOVE 'N' TO WS-CMP-SUPR-ANT WS-CMP-SUPR-ATU
010560     IF WS-CMP-RESP-ANT < WS-MINIMO
010570        OR WS-CMP-QTD-ANT < WS-MINIMO
010580        OR NOT CMP-ANT-PUBLICADO
010590        SET CMP-ANT-SUPRIMIDO TO TRUE
010600     END-IF
010610     IF GRP-SUPRIMIDO (WS-GRP-IDX)
010620        OR WS-CMP-QTD-ATU < WS-MINIMO
010630        SET CMP-ATU-SUPRIMIDO TO TRUE
010640     END-IF
010650     PERFORM 7700-LINHA-COMPARA THRU 7700-EXIT
010660     .
010670 7300-EXIT.
010680     EXIT.
010690*----------------------------------------------------------*
010700* 7500-SOMA-ANTERIOR -- ONE PREVIOUS TOTAL OF THE GROUP AT *
010710*     WS-GRP-IDX: QUESTAO 00 IS ITS RESPONDENT COUNT; ANY  *
010720*     OTHER QUESTION ACTIVE THIS YEAR ADDS BOTH YEARS'     *
010730*     TOTALS, SO BOTH AVERAGES COVER THE SAME QUESTIONS.   *
010740*----------------------------------------------------------*
010750 7500-SOMA-ANTERIOR.
010760     IF WS-ANT-TIPO (WS-ANT-IDX) NOT = WS-GRP-TIPO (WS-GRP-IDX)
010770        OR WS-ANT-CHAVE (WS-ANT-IDX)
010780           NOT = WS-GRP-CHAVE (WS-GRP-IDX)
010790        GO TO 7500-EXIT
010800     END-IF
010810     IF WS-ANT-QUESTAO (WS-ANT-IDX) = ZERO
010820        MOVE WS-ANT-QTD (WS-ANT-IDX) TO WS-CMP-RESP-ANT
010830        MOVE WS-ANT-SUPRIME (WS-ANT-IDX) TO WS-CMP-OCULTO-ANT
010840        GO TO 7500-EXIT
010850     END-IF
010860     IF WS-ANT-QUESTAO (WS-ANT-IDX) > 20
010870        GO TO 7500-EXIT
010880     END-IF
010890     MOVE WS-ANT-QUESTAO (WS-ANT-IDX) TO WS-Q-ANT
010900     IF WS-Q NOT = ZERO AND WS-Q-ANT NOT = WS-Q
010910        GO TO 7500-EXIT
010920     END-IF
010930     IF NOT QT-ATIVA (WS-Q-ANT)
010940        GO TO 7500-EXIT
010950     END-IF
010960     ADD WS-ANT-QTD (WS-ANT-IDX)  TO WS-CMP-QTD-ANT
010970     ADD WS-ANT-SOMA (WS-ANT-IDX) TO WS-CMP-SOMA-ANT
010980     IF WS-Q = ZERO
010990        ADD WS-GRP-Q-QTD (WS-GRP-IDX, WS-Q-ANT)
011000            TO WS-CMP-QTD-ATU
011010        ADD WS-GRP-Q-SOMA (WS-GRP-IDX, WS-Q-ANT)
011020            TO WS-CMP-SOMA-ATU
011030     END-IF
011040     .
011050 7500-EXIT.
011060     EXIT.
011070*----------------------------------------------------------*
011080* 7700-LINHA-COMPARA -- BOTH AVERAGES AND THE VARIATION;   *
011090*     A SIDE UNDER THE MINIMUM SHOWS ONLY *.               *
011100*----------------------------------------------------------*
011110 7700-LINHA-COMPARA.
011120     MOVE "   *" TO WS-DCP-MEDIA-ANT WS-DCP-MEDIA-ATU
011130     IF CMP-ANT-SUPRIMIDO
011140        MOVE "    *" TO WS-DCP-QTD-ANT-X
011150     ELSE
011160        MOVE WS-CMP-MOSTRA-ANT TO WS-DCP-QTD-ANT
011170        COMPUTE WS-MEDIA-ANT ROUNDED =
011180            WS-CMP-SOMA-ANT / WS-CMP-QTD-ANT
011190        MOVE WS-MEDIA-ANT TO WS-MEDIA-EDIT
011200        MOVE WS-MEDIA-EDIT TO WS-DCP-MEDIA-ANT
011210     END-IF
011220     IF CMP-ATU-SUPRIMIDO
011230        MOVE "    *" TO WS-DCP-QTD-ATU-X
011240     ELSE
011250        MOVE WS-CMP-MOSTRA-ATU TO WS-DCP-QTD-ATU
011260        COMPUTE WS-MEDIA-ATU ROUNDED =
011270            WS-CMP-SOMA-ATU / WS-CMP-QTD-ATU
011280        MOVE WS-MEDIA-ATU TO WS-MEDIA-EDIT
011290        MOVE WS-MEDIA-EDIT TO WS-DCP-MEDIA-ATU
011300     END-IF
011310     EVALUATE TRUE
011320         WHEN WS-CMP-MOSTRA-ANT = ZERO
011330             MOVE "SEM DADO NA PESQUISA ANTERIOR" TO WS-DCP-NOTA
011340         WHEN CMP-ANT-SUPRIMIDO OR CMP-ATU-SUPRIMIDO
011350             MOVE "GRUPO SUPRIMIDO -- SEM COMPARACAO"
011360                 TO WS-DCP-NOTA
011370         WHEN OTHER
011380             COMPUTE WS-VARIACAO = WS-MEDIA-ATU - WS-MEDIA-ANT
011390             MOVE WS-VARIACAO TO WS-VARIACAO-EDIT
011400             MOVE WS-VARIACAO-EDIT TO WS-DCP-VARIACAO
011410     END-EVALUATE
011420     MOVE WS-DET-COMPARA TO PESQ-REPORT-REC
011430     WRITE PESQ-REPORT-REC
011440     .
011450 7700-EXIT.
011460     EXIT.
011470*----------------------------------------------------------*
011480* 8000-GRAVA-TOTAIS -- THIS SURVEY'S TOTALS FOR THE        *
011490*     SCHOOL, EACH UNIDADE AND EACH CATEGORY TO PESQTOT.   *
011500*----------------------------------------------------------*
011510 8000-GRAVA-TOTAIS.
011520     OPEN OUTPUT PESQ-TOT-FILE
011530     PERFORM 8100-TOTAIS-GRUPO THRU 8100-EXIT
011540         VARYING WS-GRP-IDX FROM 1 BY 1
011550         UNTIL WS-GRP-IDX > WS-GRP-QTD
011560     CLOSE PESQ-TOT-FILE
011570     DISPLAY "PESQTOT: " WS-CONT-TOTAIS " TOTAL(IS) GRAVADO(S)"
011580     .
011590 8000-EXIT.
011600     EXIT.
011610 8100-TOTAIS-GRUPO.
011620     IF WS-GRP-TIPO (WS-GRP-IDX) = "T"
011630        GO TO 8100-EXIT
011640     END-IF
011650     MOVE SPACES TO WS-PTO-REG
011660     MOVE WS-ANO-PESQUISA TO WS-PTO-ANO
011670     MOVE WS-GRP-TIPO (WS-GRP-IDX)  TO WS-PTO-TIPO
011680     MOVE WS-GRP-CHAVE (WS-GRP-IDX) TO WS-PTO-CHAVE
011690     MOVE ZERO TO WS-PTO-QUESTAO WS-PTO-SOMA
011700     MOVE WS-GRP-RESP (WS-GRP-IDX) TO WS-PTO-QTD
011710     MOVE WS-GRP-SUPRIME (WS-GRP-IDX) TO WS-PTO-SUPRIME
011720     PERFORM 8200-GRAVA-LINHA THRU 8200-EXIT
011730     MOVE SPACE TO WS-PTO-SUPRIME
011740     PERFORM 8150-TOTAL-QUESTAO THRU 8150-EXIT
011750         VARYING WS-Q FROM 1 BY 1
011760         UNTIL WS-Q > 20
011770     .
011780 8100-EXIT.
011790     EXIT.
011800 8150-TOTAL-QUESTAO.
011810     IF WS-GRP-Q-QTD (WS-GRP-IDX, WS-Q) = ZERO
011820        GO TO 8150-EXIT
011830     END-IF
011840     MOVE WS-Q TO WS-PTO-QUESTAO
011850     MOVE WS-GRP-Q-QTD (WS-GRP-IDX, WS-Q)  TO WS-PTO-QTD
011860     MOVE WS-GRP-Q-SOMA (WS-GRP-IDX, WS-Q) TO WS-PTO-SOMA
011870     PERFORM 8200-GRAVA-LINHA THRU 8200-EXIT
011880     .
011890 8150-EXIT.
011900     EXIT.
011910 8200-GRAVA-LINHA.
011920     MOVE WS-PTO-REG TO PESQ-TOT-REC
011930     WRITE PESQ-TOT-REC
011940     ADD 1 TO WS-CONT-TOTAIS
011950     .
011960 8200-EXIT.
011970     EXIT.
011980*----------------------------------------------------------*
011990* 9600/9650/9670 -- SHARED CONTROL-RECORD VALIDATION       *
012000*     PARAGRAPHS (CTLPARA).                                *
012010*----------------------------------------------------------*
012020     COPY CTLPARA.
012030*----------------------------------------------------------*
012040* 9800-ERROR-LOG -- SHARED ERROR-LOGGING PARAGRAPH (ERRPARA)
012050*----------------------------------------------------------*
012060     COPY ERRPARA.
012070 END PROGRAM PESQ_SATISF.
