000100*****************************************************************
000110* Program:      DISTRIB_PACOTE
000120* Author:       J. ALBUQUERQUE - APPLICATIONS SUPPORT
000130* Installation: ESCOLA - SISTEMA ACADEMICO
000140* Date-Written: 2026-10-15
000150* Date-Compiled:
000160* Purpose:      Departmental print bundles at the end of the
000170*               chain, driven by the DISTMAST distribution master
000180*               (DSTSEL/DSTFD) instead of operations working out
000190*               every morning who gets which report. Three
000200*               requests from SYSIN, RUN_CONTROL style, all for
000210*               the business date given (system date if blank):
000220*                 INICIA <date> -- empty the DISTINV inventory
000230*                     and the DISTCORP bundle body for the run.
000240*                 CONTA  <date> <dd> -- the job binds report <dd>
000250*                     under the RPTIN DD and runs this once per
000260*                     report, the way LOG_ARCHIVE is run once per
000270*                     log. The report is counted (lines, pages of
000280*                     60 lines), identified by the RUNCTL end of
000290*                     the step that produced it (step and time),
000300*                     and copied into DISTCORP once per copy for
000310*                     every department that receives it. A report
000320*                     whose step did not end clean on the date is
000330*                     NOT taken, even if an old file is still
000340*                     there. One DISTINV line records the outcome.
000350*                 MONTA  <date> <depto> -- the job binds the
000360*                     department's bundle under DISTPAC and runs
000370*                     this once per department (SEC, COO, FIN,
000380*                     DIR, TI): a cover page listing every report
000390*                     included with its run ID, pages and copies,
000400*                     then every report expected for the day that
000410*                     was not produced (missing, empty or its step
000420*                     never ended clean) flagged NAO PRODUZIDO,
000430*                     then the reports themselves.
000440*               Condition code 4 when a department's bundle
000450*               flags a missing report, 8 for a bad request and
000460*               12 when DISTMAST is missing.
000470* Modification History:
000480*   2026-10-15 JA  Initial version.
000485*   2026-10-15 JA  RPTIN is read at its own record length (the
000486*                  reports run from 90 to 132 bytes) and each
000487*                  line is padded to 132 in the bundle.
000490* Tectonics: cobc
000500*****************************************************************
000510 IDENTIFICATION DIVISION.
000520 PROGRAM-ID. DISTRIB_PACOTE.
000530 ENVIRONMENT DIVISION.
000540 INPUT-OUTPUT SECTION.
000550 FILE-CONTROL.
000560     COPY DSTSEL.
000570     SELECT RELATORIO-FILE ASSIGN TO "RPTIN"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS WS-RPT-STATUS.
000600     SELECT RUN-CTL-FILE ASSIGN TO "RUNCTL"
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS WS-RUNCTL-STATUS.
000630     SELECT INVENTARIO-FILE ASSIGN TO "DISTINV"
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS WS-INV-STATUS.
000660     SELECT CORPO-FILE ASSIGN TO "DISTCORP"
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS WS-CORPO-STATUS.
000690     SELECT PACOTE-FILE ASSIGN TO "DISTPAC"
000700         ORGANIZATION IS LINE SEQUENTIAL.
000710 DATA DIVISION.
000720 FILE SECTION.
000730     COPY DSTFD.
000740 FD  RELATORIO-FILE
000745     RECORD IS VARYING IN SIZE FROM 1 TO 132 CHARACTERS
000748         DEPENDING ON WS-RPT-TAMANHO.
000750 01  RELATORIO-REC              PIC X(132).
000760 FD  RUN-CTL-FILE.
000770 01  MED-RUN-CTL-REC.
000780     03  MED-RUN-DATA           PIC 9(08).
000790     03  FILLER                 PIC X(01).
000800     03  MED-RUN-STEP           PIC X(08).
000810     03  FILLER                 PIC X(01).
000820     03  MED-RUN-EVENTO         PIC X(03).
000830     03  FILLER                 PIC X(01).
000840     03  MED-RUN-RC             PIC 9(04).
000850     03  FILLER                 PIC X(01).
000860     03  MED-RUN-HORA           PIC 9(08).
000870*----------------------------------------------------------*
000880* DISTINV -- ONE LINE PER REPORT COUNTED IN THE RUN        *
000890*----------------------------------------------------------*
000900 FD  INVENTARIO-FILE.
000910 01  MED-INV-REC.
000920     03  MED-INV-RELATORIO      PIC X(13).
000930     03  FILLER                 PIC X(01).
000940     03  MED-INV-SITUACAO       PIC X(01).
000950         88  MED-INV-INCLUIDO         VALUE 'I'.
000960         88  MED-INV-AUSENTE          VALUE 'A'.
000970         88  MED-INV-VAZIO            VALUE 'V'.
000980         88  MED-INV-SEM-REGISTRO     VALUE 'S'.
000990     03  FILLER                 PIC X(01).
001000     03  MED-INV-LINHAS         PIC 9(07).
001010     03  FILLER                 PIC X(01).
001020     03  MED-INV-PAGINAS        PIC 9(05).
001030     03  FILLER                 PIC X(01).
001040     03  MED-INV-EXECUCAO       PIC X(16).
001050*----------------------------------------------------------*
001060* DISTCORP -- THE REPORT LINES, ONCE PER COPY, UNDER THE   *
001070*     RECEIVING DEPARTMENT                                 *
001080*----------------------------------------------------------*
001090 FD  CORPO-FILE.
001100 01  MED-CRP-REC.
001110     03  MED-CRP-DEPTO          PIC X(03).
001120     03  MED-CRP-LINHA          PIC X(132).
001130 FD  PACOTE-FILE.
001140 01  PACOTE-REC                 PIC X(132).
001150 WORKING-STORAGE SECTION.
001160 01  WS-DST-MASTER-STATUS       PIC X(02) VALUE SPACES.
001170 01  WS-RPT-STATUS              PIC X(02) VALUE SPACES.
001175 01  WS-RPT-TAMANHO             PIC 9(03) COMP VALUE ZERO.
001180 01  WS-RUNCTL-STATUS           PIC X(02) VALUE SPACES.
001190 01  WS-INV-STATUS              PIC X(02) VALUE SPACES.
001200 01  WS-CORPO-STATUS            PIC X(02) VALUE SPACES.
001210 01  WS-SWITCHES.
001220     03  WS-EOF-ARQ             PIC X(01) VALUE 'N'.
001230         88  FIM-DO-ARQ               VALUE 'S'.
001240     03  WS-ACHOU-REG           PIC X(01) VALUE 'N'.
001250         88  ACHOU-REGISTRO           VALUE 'S'.
001260     03  WS-PREVISTO-SW         PIC X(01) VALUE 'N'.
001270         88  RELATORIO-PREVISTO       VALUE 'S'.
001280 01  WS-DATA-HOJE               PIC 9(08) VALUE ZERO.
001290 01  WS-DATA-RUN                PIC 9(08) VALUE ZERO.
001300 01  WS-DATA-RUN-R REDEFINES WS-DATA-RUN.
001310     03  WS-RUN-ANO             PIC 9(04).
001320     03  WS-RUN-MES             PIC 9(02).
001330     03  WS-RUN-DIA             PIC 9(02).
001340 77  WS-LINHAS-POR-PAGINA       PIC 9(02) VALUE 60.
001350*----------------------------------------------------------*
001360* SYSIN REQUEST LINE:                                      *
001370*     FUNCAO(6) SP DATA(8) SP ALVO(13) -- ALVO IS THE      *
001380*     REPORT DD FOR CONTA, THE DEPARTMENT FOR MONTA        *
001390*----------------------------------------------------------*
001400 01  WS-PARM-LINE.
001410     03  WS-PRM-FUNCAO          PIC X(06).
001420         88  FUNCAO-INICIA            VALUE "INICIA".
001430         88  FUNCAO-CONTA             VALUE "CONTA ".
001440         88  FUNCAO-MONTA             VALUE "MONTA ".
001450     03  FILLER                 PIC X(01).
001460     03  WS-PRM-DATA            PIC X(08).
001470     03  FILLER                 PIC X(01).
001480     03  WS-PRM-ALVO            PIC X(13).
001490*----------------------------------------------------------*
001500* THE FIVE DEPARTMENTS, IN DISTMAST COLUMN ORDER           *
001510*----------------------------------------------------------*
001520 01  WS-DEPTO-VALORES.
001530     03  FILLER                 PIC X(15) VALUE "SECSECRETARIA  ".
001540     03  FILLER                 PIC X(15) VALUE "COOCOORDENACAO ".
001550     03  FILLER                 PIC X(15) VALUE "FINFINANCEIRO  ".
001560     03  FILLER                 PIC X(15) VALUE "DIRDIRECAO     ".
001570     03  FILLER                 PIC X(15) VALUE "TI TI          ".
001580 01  WS-DEPTO-TABLE REDEFINES WS-DEPTO-VALORES.
001590     03  WS-DEPTO-ENTRY         OCCURS 5 TIMES
001600                                INDEXED BY WS-DEPTO-IDX.
001610         05  WS-DEPTO-COD       PIC X(03).
001620         05  WS-DEPTO-NOME      PIC X(12).
001630 01  WS-DEPTO-SUB               PIC 9(01) VALUE ZERO.
001640 01  WS-COPIA-SUB               PIC 9(02) VALUE ZERO.
001650*----------------------------------------------------------*
001660* DISTMAST IN CORE                                         *
001670*----------------------------------------------------------*
001680 01  WS-MST-QTD                 PIC 9(03) COMP VALUE ZERO.
001690 01  WS-MST-TABLE.
001700     03  WS-MST-ENTRY           OCCURS 1 TO 100 TIMES
001710                                DEPENDING ON WS-MST-QTD
001720                                INDEXED BY WS-MST-IDX.
001730         05  WS-MST-RELATORIO   PIC X(13).
001740         05  WS-MST-DESCRICAO   PIC X(30).
001750         05  WS-MST-FREQ        PIC X(01).
001760         05  WS-MST-DIA         PIC 9(02).
001770         05  WS-MST-STEP        PIC X(08).
001780         05  WS-MST-COPIAS      PIC 9(02) OCCURS 5 TIMES.
001790*----------------------------------------------------------*
001800* DISTINV IN CORE (MONTA)                                  *
001810*----------------------------------------------------------*
001820 01  WS-INV-QTD                 PIC 9(03) COMP VALUE ZERO.
001830 01  WS-INV-TABLE.
001840     03  WS-INV-ENTRY           OCCURS 1 TO 100 TIMES
001850                                DEPENDING ON WS-INV-QTD
001860                                INDEXED BY WS-INV-IDX.
001870         05  WS-INV-RELATORIO   PIC X(13).
001880         05  WS-INV-SITUACAO    PIC X(01).
001890         05  WS-INV-PAGINAS     PIC 9(05).
001900         05  WS-INV-EXECUCAO    PIC X(16).
001910*----------------------------------------------------------*
001920* CONTA WORK FIELDS                                        *
001930*----------------------------------------------------------*
001940 01  WS-CNT-LINHAS              PIC 9(07) VALUE ZERO.
001950 01  WS-CNT-PAGINAS             PIC 9(05) VALUE ZERO.
001960 01  WS-CNT-SITUACAO            PIC X(01) VALUE SPACE.
001970 01  WS-ULT-HORA                PIC 9(08) VALUE ZERO.
001980 01  WS-EXECUCAO                PIC X(16) VALUE SPACES.
001990*----------------------------------------------------------*
002000* MONTA COUNTERS                                           *
002010*----------------------------------------------------------*
002020 01  WS-TOT-INCLUIDOS           PIC 9(03) VALUE ZERO.
002030 01  WS-TOT-PAGINAS             PIC 9(07) VALUE ZERO.
002040 01  WS-TOT-FALTANTES           PIC 9(03) VALUE ZERO.
002050 01  WS-TOT-LINHAS-CORPO        PIC 9(07) VALUE ZERO.
002060*----------------------------------------------------------*
002070* BUNDLE COVER LINES                                       *
002080*----------------------------------------------------------*
002090 01  WS-LINHA-TRACO             PIC X(132) VALUE ALL "=".
002100 01  WS-CAPA-TITULO.
002110     03  FILLER                 PIC X(30)
002120                          VALUE "PACOTE DE RELATORIOS -- DEPTO ".
002130     03  WS-CAP-DEPTO           PIC X(12).
002140     03  FILLER                 PIC X(17)
002150                          VALUE "  DATA DO LOTE: ".
002160     03  WS-CAP-DATA            PIC 9(08).
002170 01  WS-CAPA-CABEC.
002180     03  FILLER                 PIC X(15) VALUE "RELATORIO".
002190     03  FILLER                 PIC X(32) VALUE "DESCRICAO".
002200     03  FILLER                 PIC X(18) VALUE "EXECUCAO".
002210     03  FILLER                 PIC X(09) VALUE "PAGINAS".
002220     03  FILLER                 PIC X(08) VALUE "COPIAS".
002230     03  FILLER                 PIC X(24) VALUE "SITUACAO".
002240 01  WS-CAPA-DET.
002250     03  WS-CDT-RELATORIO       PIC X(13).
002260     03  FILLER                 PIC X(02) VALUE SPACES.
002270     03  WS-CDT-DESCRICAO       PIC X(30).
002280     03  FILLER                 PIC X(02) VALUE SPACES.
002290     03  WS-CDT-EXECUCAO        PIC X(16).
002300     03  FILLER                 PIC X(02) VALUE SPACES.
002310     03  WS-CDT-PAGINAS         PIC ZZZZ9.
002320     03  FILLER                 PIC X(04) VALUE SPACES.
002330     03  WS-CDT-COPIAS          PIC Z9.
002340     03  FILLER                 PIC X(06) VALUE SPACES.
002350     03  WS-CDT-SITUACAO        PIC X(32).
002360 01  WS-CAPA-TOTAL.
002370     03  FILLER                 PIC X(20)
002380                          VALUE "RELATORIOS INCLUSOS:".
002390     03  WS-CTT-INCLUIDOS       PIC ZZ9.
002400     03  FILLER                 PIC X(20)
002410                          VALUE "   PAGINAS NO LOTE: ".
002420     03  WS-CTT-PAGINAS         PIC Z(06)9.
002430     03  FILLER                 PIC X(20)
002440                          VALUE "   NAO PRODUZIDOS: ".
002450     03  WS-CTT-FALTANTES       PIC ZZ9.
002460 01  WS-SEPARADOR.
002470     03  FILLER                 PIC X(14) VALUE "---- RELATORIO".
002480     03  FILLER                 PIC X(01) VALUE SPACE.
002490     03  WS-SEP-RELATORIO       PIC X(13).
002500     03  FILLER                 PIC X(07) VALUE " COPIA ".
002510     03  WS-SEP-COPIA           PIC Z9.
002520     03  FILLER                 PIC X(01) VALUE "/".
002530     03  WS-SEP-COPIAS          PIC Z9.
002540     03  FILLER                 PIC X(06) VALUE " ---- ".
002550     03  WS-SEP-EXECUCAO        PIC X(16).
002560 PROCEDURE DIVISION.
002570 0000-MAIN-PROCEDURE.
002580     MOVE SPACES TO WS-PARM-LINE
002590     ACCEPT WS-PARM-LINE
002600     ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
002610     IF WS-PRM-DATA IS NUMERIC AND WS-PRM-DATA NOT = ZERO
002620        MOVE WS-PRM-DATA TO WS-DATA-RUN
002630     ELSE
002640        MOVE WS-DATA-HOJE TO WS-DATA-RUN
002650     END-IF
002660     EVALUATE TRUE
002670         WHEN FUNCAO-INICIA
002680             PERFORM 1000-INICIA-LOTE THRU 1000-EXIT
002690         WHEN FUNCAO-CONTA
002700             PERFORM 1500-CARREGA-MESTRE THRU 1500-EXIT
002710             PERFORM 2000-CONTA-RELATORIO THRU 2000-EXIT
002720         WHEN FUNCAO-MONTA
002730             PERFORM 1500-CARREGA-MESTRE THRU 1500-EXIT
002740             PERFORM 5000-MONTA-PACOTE THRU 5000-EXIT
002750         WHEN OTHER
002760             DISPLAY "FUNCAO INVALIDA: " WS-PRM-FUNCAO
002770             MOVE 8 TO RETURN-CODE
002780     END-EVALUATE
002790     STOP RUN.
002800*----------------------------------------------------------*
002810* 1000-INICIA-LOTE -- EMPTY THE INVENTORY AND THE BODY     *
002820*----------------------------------------------------------*
002830 1000-INICIA-LOTE.
002840     OPEN OUTPUT INVENTARIO-FILE
002850     CLOSE INVENTARIO-FILE
002860     OPEN OUTPUT CORPO-FILE
002870     CLOSE CORPO-FILE
002880     DISPLAY "LOTE DE DISTRIBUICAO " WS-DATA-RUN " INICIADO"
002890     .
002900 1000-EXIT.
002910     EXIT.
002920*----------------------------------------------------------*
002930* 1500-CARREGA-MESTRE -- DISTMAST INTO THE TABLE; WITHOUT  *
002940*     IT NOTHING CAN BE DISTRIBUTED.                       *
002950*----------------------------------------------------------*
002960 1500-CARREGA-MESTRE.
002970     MOVE ZERO TO WS-MST-QTD
002980     MOVE 'N'  TO WS-EOF-ARQ
002990     OPEN INPUT DIST-MASTER-FILE
003000     IF WS-DST-MASTER-STATUS NOT = "00"
003010        DISPLAY "DISTMAST AUSENTE, STATUS: " WS-DST-MASTER-STATUS
003020        MOVE 12 TO RETURN-CODE
003030        STOP RUN
003040     END-IF
003050     PERFORM 1600-LE-MESTRE THRU 1600-EXIT
003060         UNTIL FIM-DO-ARQ
003070     CLOSE DIST-MASTER-FILE
003080     .
003090 1500-EXIT.
003100     EXIT.
003110 1600-LE-MESTRE.
003120     READ DIST-MASTER-FILE
003130         AT END
003140             SET FIM-DO-ARQ TO TRUE
003150             GO TO 1600-EXIT
003160     END-READ
003170     IF MED-DST-RELATORIO = SPACES
003180        GO TO 1600-EXIT
003190     END-IF
003200     IF WS-MST-QTD >= 100
003210        DISPLAY "TABELA DE DISTRIBUICAO CHEIA (100)"
003220        MOVE 8 TO RETURN-CODE
003230        STOP RUN
003240     END-IF
003250     ADD 1 TO WS-MST-QTD
003260     SET WS-MST-IDX TO WS-MST-QTD
003270     MOVE MED-DST-RELATORIO TO WS-MST-RELATORIO (WS-MST-IDX)
003280     MOVE MED-DST-DESCRICAO TO WS-MST-DESCRICAO (WS-MST-IDX)
003290     MOVE MED-DST-FREQ      TO WS-MST-FREQ (WS-MST-IDX)
003300     MOVE ZERO              TO WS-MST-DIA (WS-MST-IDX)
003310     IF MED-DST-DIA IS NUMERIC
003320        MOVE MED-DST-DIA    TO WS-MST-DIA (WS-MST-IDX)
003330     END-IF
003340     MOVE MED-DST-STEP      TO WS-MST-STEP (WS-MST-IDX)
003350     PERFORM 1650-COPIAS-DEPTO THRU 1650-EXIT
003360         VARYING WS-DEPTO-SUB FROM 1 BY 1
003370         UNTIL WS-DEPTO-SUB > 5
003380     .
003390 1600-EXIT.
003400     EXIT.
003410 1650-COPIAS-DEPTO.
003420     IF MED-DST-COPIAS (WS-DEPTO-SUB) IS NUMERIC
003430        MOVE MED-DST-COPIAS (WS-DEPTO-SUB)
003440            TO WS-MST-COPIAS (WS-MST-IDX, WS-DEPTO-SUB)
003450     ELSE
003460        MOVE ZERO TO WS-MST-COPIAS (WS-MST-IDX, WS-DEPTO-SUB)
003470     END-IF
003480     .
003490 1650-EXIT.
003500     EXIT.
003510*----------------------------------------------------------*
003520* 1700-CONFERE-PREVISTO -- IS THE REPORT AT WS-MST-IDX     *
003530*     EXPECTED ON THE BUSINESS DATE?                       *
003540*----------------------------------------------------------*
003550 1700-CONFERE-PREVISTO.
003560     MOVE 'N' TO WS-PREVISTO-SW
003570     EVALUATE WS-MST-FREQ (WS-MST-IDX)
003580         WHEN 'D'
003590             SET RELATORIO-PREVISTO TO TRUE
003600         WHEN 'M'
003610             IF WS-MST-DIA (WS-MST-IDX) = WS-RUN-DIA
003620                SET RELATORIO-PREVISTO TO TRUE
003630             END-IF
003640         WHEN OTHER
003650             CONTINUE
003660     END-EVALUATE
003670     .
003680 1700-EXIT.
003690     EXIT.
003700*----------------------------------------------------------*
003710* 2000-CONTA-RELATORIO -- COUNT, IDENTIFY AND COPY ONE     *
003720*     REPORT INTO THE BUNDLE BODY                          *
003730*----------------------------------------------------------*
003740 2000-CONTA-RELATORIO.
003750     SET WS-MST-IDX TO 1
003760     SEARCH WS-MST-ENTRY
003770         AT END
003780             DISPLAY "RELATORIO " WS-PRM-ALVO
003790                 " FORA DO DISTMAST -- NAO DISTRIBUIDO"
003800             MOVE 4 TO RETURN-CODE
003810             GO TO 2000-EXIT
003820         WHEN WS-MST-RELATORIO (WS-MST-IDX) = WS-PRM-ALVO
003830             CONTINUE
003840     END-SEARCH
003850     PERFORM 1700-CONFERE-PREVISTO THRU 1700-EXIT
003860     MOVE ZERO   TO WS-CNT-LINHAS WS-CNT-PAGINAS
003870     MOVE SPACES TO WS-EXECUCAO
003880     PERFORM 2100-CONFERE-RUNCTL THRU 2100-EXIT
003890     IF WS-CNT-SITUACAO = 'I'
003900        PERFORM 2200-CONTA-LINHAS THRU 2200-EXIT
003910     END-IF
003920     IF WS-CNT-SITUACAO = 'I'
003930        PERFORM 2400-DISTRIBUI-DEPTO THRU 2400-EXIT
003940            VARYING WS-DEPTO-SUB FROM 1 BY 1
003950            UNTIL WS-DEPTO-SUB > 5
003960     END-IF
003970     PERFORM 2800-GRAVA-INVENTARIO THRU 2800-EXIT
003980     .
003990 2000-EXIT.
004000     EXIT.
004010*----------------------------------------------------------*
004020* 2100-CONFERE-RUNCTL -- THE LAST CLEAN END OF THE         *
004030*     PRODUCING STEP ON THE DATE IS THE RUN ID OF THE      *
004040*     REPORT; NO CLEAN END MEANS THE FILE IS NOT TODAY'S.  *
004050*----------------------------------------------------------*
004060 2100-CONFERE-RUNCTL.
004070     MOVE 'I' TO WS-CNT-SITUACAO
004080     IF WS-MST-STEP (WS-MST-IDX) = SPACES
004090        MOVE "AVULSO" TO WS-EXECUCAO
004100        GO TO 2100-EXIT
004110     END-IF
004120     MOVE 'N'  TO WS-ACHOU-REG
004130     MOVE 'N'  TO WS-EOF-ARQ
004140     MOVE ZERO TO WS-ULT-HORA
004150     OPEN INPUT RUN-CTL-FILE
004160     IF WS-RUNCTL-STATUS = "00"
004170        PERFORM 2150-LE-RUNCTL THRU 2150-EXIT
004180            UNTIL FIM-DO-ARQ
004190        CLOSE RUN-CTL-FILE
004200     END-IF
004210     IF NOT ACHOU-REGISTRO
004220        MOVE 'S' TO WS-CNT-SITUACAO
004230        STRING WS-MST-STEP (WS-MST-IDX) DELIMITED BY SPACE
004240               " SEM FIM"               DELIMITED BY SIZE
004250            INTO WS-EXECUCAO
004260        GO TO 2100-EXIT
004270     END-IF
004280     STRING WS-MST-STEP (WS-MST-IDX) DELIMITED BY SPACE
004290            "-"                      DELIMITED BY SIZE
004300            WS-ULT-HORA (1:6)        DELIMITED BY SIZE
004310         INTO WS-EXECUCAO
004320     .
004330 2100-EXIT.
004340     EXIT.
004350 2150-LE-RUNCTL.
004360     READ RUN-CTL-FILE
004370         AT END
004380             SET FIM-DO-ARQ TO TRUE
004390         NOT AT END
004400             IF MED-RUN-DATA = WS-DATA-RUN
004410                AND MED-RUN-STEP = WS-MST-STEP (WS-MST-IDX)
004420                AND MED-RUN-EVENTO = "FIM"
004430                IF MED-RUN-RC < 8
004440                   SET ACHOU-REGISTRO TO TRUE
004450                   MOVE MED-RUN-HORA TO WS-ULT-HORA
004460                ELSE
004470                   MOVE 'N' TO WS-ACHOU-REG
004480                END-IF
004490             END-IF
004500     END-READ
004510     .
004520 2150-EXIT.
004530     EXIT.
004540*----------------------------------------------------------*
004550* 2200-CONTA-LINHAS -- LINES AND PAGES; A MISSING OR EMPTY *
004560*     FILE IS NOT PRODUCED.                                *
004570*----------------------------------------------------------*
004580 2200-CONTA-LINHAS.
004590     MOVE 'N' TO WS-EOF-ARQ
004600     OPEN INPUT RELATORIO-FILE
004610     IF WS-RPT-STATUS NOT = "00"
004620        MOVE 'A' TO WS-CNT-SITUACAO
004630        GO TO 2200-EXIT
004640     END-IF
004650     PERFORM 2250-LE-RELATORIO THRU 2250-EXIT
004660         UNTIL FIM-DO-ARQ
004670     CLOSE RELATORIO-FILE
004680     IF WS-CNT-LINHAS = ZERO
004690        MOVE 'V' TO WS-CNT-SITUACAO
004700        GO TO 2200-EXIT
004710     END-IF
004720     COMPUTE WS-CNT-PAGINAS =
004730         (WS-CNT-LINHAS + WS-LINHAS-POR-PAGINA - 1)
004740             / WS-LINHAS-POR-PAGINA
004750     .
004760 2200-EXIT.
004770     EXIT.
004780 2250-LE-RELATORIO.
004790     READ RELATORIO-FILE
004800         AT END
004810             SET FIM-DO-ARQ TO TRUE
004820         NOT AT END
004830             ADD 1 TO WS-CNT-LINHAS
004840     END-READ
004850     .
004860 2250-EXIT.
004870     EXIT.
004880*----------------------------------------------------------*
004890* 2400-DISTRIBUI-DEPTO -- EVERY COPY FOR ONE DEPARTMENT    *
004900*----------------------------------------------------------*
004910 2400-DISTRIBUI-DEPTO.
004920     IF WS-MST-COPIAS (WS-MST-IDX, WS-DEPTO-SUB) = ZERO
004930        GO TO 2400-EXIT
004940     END-IF
004950     OPEN EXTEND CORPO-FILE
004960     IF WS-CORPO-STATUS NOT = "00" AND WS-CORPO-STATUS NOT = "05"
004970        DISPLAY "DISTCORP NAO PODE SER GRAVADO: " WS-CORPO-STATUS
004980        MOVE 8 TO RETURN-CODE
004990        GO TO 2400-EXIT
005000     END-IF
005010     PERFORM 2500-COPIA-RELATORIO THRU 2500-EXIT
005020         VARYING WS-COPIA-SUB FROM 1 BY 1
005030         UNTIL WS-COPIA-SUB >
005040             WS-MST-COPIAS (WS-MST-IDX, WS-DEPTO-SUB)
005050     CLOSE CORPO-FILE
005060     .
005070 2400-EXIT.
005080     EXIT.
005090 2500-COPIA-RELATORIO.
005100     MOVE WS-DEPTO-COD (WS-DEPTO-SUB) TO MED-CRP-DEPTO
005110     MOVE WS-PRM-ALVO   TO WS-SEP-RELATORIO
005120     MOVE WS-COPIA-SUB  TO WS-SEP-COPIA
005130     MOVE WS-MST-COPIAS (WS-MST-IDX, WS-DEPTO-SUB)
005140         TO WS-SEP-COPIAS
005150     MOVE WS-EXECUCAO   TO WS-SEP-EXECUCAO
005160     MOVE WS-SEPARADOR  TO MED-CRP-LINHA
005170     WRITE MED-CRP-REC
005180     MOVE 'N' TO WS-EOF-ARQ
005190     OPEN INPUT RELATORIO-FILE
005200     PERFORM 2550-COPIA-LINHA THRU 2550-EXIT
005210         UNTIL FIM-DO-ARQ
005220     CLOSE RELATORIO-FILE
005230     .
005240 2500-EXIT.
005250     EXIT.
005260 2550-COPIA-LINHA.
005270     READ RELATORIO-FILE
005280         AT END
005290             SET FIM-DO-ARQ TO TRUE
005300         NOT AT END
005310             MOVE SPACES TO MED-CRP-LINHA
005312             IF WS-RPT-TAMANHO > ZERO
005315                MOVE RELATORIO-REC (1:WS-RPT-TAMANHO)
005318                    TO MED-CRP-LINHA
005319             END-IF
005320             WRITE MED-CRP-REC
005330     END-READ
005340     .
005350 2550-EXIT.
005360     EXIT.
005370*----------------------------------------------------------*
005380* 2800-GRAVA-INVENTARIO -- ONE DISTINV LINE PER REPORT     *
005390*----------------------------------------------------------*
005400 2800-GRAVA-INVENTARIO.
005410     OPEN EXTEND INVENTARIO-FILE
005420     IF WS-INV-STATUS NOT = "00" AND WS-INV-STATUS NOT = "05"
005430        DISPLAY "DISTINV NAO PODE SER GRAVADO: " WS-INV-STATUS
005440        MOVE 8 TO RETURN-CODE
005450        GO TO 2800-EXIT
005460     END-IF
005470     MOVE SPACES          TO MED-INV-REC
005480     MOVE WS-PRM-ALVO     TO MED-INV-RELATORIO
005490     MOVE WS-CNT-SITUACAO TO MED-INV-SITUACAO
005500     MOVE WS-CNT-LINHAS   TO MED-INV-LINHAS
005510     MOVE WS-CNT-PAGINAS  TO MED-INV-PAGINAS
005520     MOVE WS-EXECUCAO     TO MED-INV-EXECUCAO
005530     WRITE MED-INV-REC
005540     CLOSE INVENTARIO-FILE
005550     DISPLAY "RELATORIO " WS-PRM-ALVO " SITUACAO " WS-CNT-SITUACAO
005560         " PAGINAS " WS-CNT-PAGINAS " EXECUCAO " WS-EXECUCAO
005570     .
005580 2800-EXIT.
005590     EXIT.
005600*----------------------------------------------------------*
005610* 5000-MONTA-PACOTE -- COVER PAGE, THEN THE DEPARTMENT'S   *
005620*     REPORTS FROM DISTCORP                                *
005630*----------------------------------------------------------*
005640 5000-MONTA-PACOTE.
005650     SET WS-DEPTO-IDX TO 1
005660     SEARCH WS-DEPTO-ENTRY
005670         AT END
005680             DISPLAY "DEPARTAMENTO INVALIDO: " WS-PRM-ALVO
005690             MOVE 8 TO RETURN-CODE
005700             GO TO 5000-EXIT
005710         WHEN WS-DEPTO-COD (WS-DEPTO-IDX) = WS-PRM-ALVO
005720             SET WS-DEPTO-SUB TO WS-DEPTO-IDX
005730     END-SEARCH
005740     PERFORM 5100-CARREGA-INVENTARIO THRU 5100-EXIT
005750     MOVE ZERO TO WS-TOT-INCLUIDOS WS-TOT-PAGINAS
005760     MOVE ZERO TO WS-TOT-FALTANTES WS-TOT-LINHAS-CORPO
005770     OPEN OUTPUT PACOTE-FILE
005780     MOVE WS-LINHA-TRACO TO PACOTE-REC
005790     WRITE PACOTE-REC
005800     MOVE WS-DEPTO-NOME (WS-DEPTO-SUB) TO WS-CAP-DEPTO
005810     MOVE WS-DATA-RUN                  TO WS-CAP-DATA
005820     MOVE WS-CAPA-TITULO TO PACOTE-REC
005830     WRITE PACOTE-REC
005840     MOVE WS-LINHA-TRACO TO PACOTE-REC
005850     WRITE PACOTE-REC
005860     MOVE WS-CAPA-CABEC  TO PACOTE-REC
005870     WRITE PACOTE-REC
005880     PERFORM 5300-LINHA-CAPA THRU 5300-EXIT
005890         VARYING WS-MST-IDX FROM 1 BY 1
005900         UNTIL WS-MST-IDX > WS-MST-QTD
005910     MOVE WS-TOT-INCLUIDOS TO WS-CTT-INCLUIDOS
005920     MOVE WS-TOT-PAGINAS   TO WS-CTT-PAGINAS
005930     MOVE WS-TOT-FALTANTES TO WS-CTT-FALTANTES
005940     MOVE SPACES TO PACOTE-REC
005950     WRITE PACOTE-REC
005960     MOVE WS-CAPA-TOTAL  TO PACOTE-REC
005970     WRITE PACOTE-REC
005980     MOVE WS-LINHA-TRACO TO PACOTE-REC
005990     WRITE PACOTE-REC
006000     PERFORM 5500-COPIA-CORPO THRU 5500-EXIT
006010     CLOSE PACOTE-FILE
006020     DISPLAY "PACOTE " WS-DEPTO-COD (WS-DEPTO-SUB) ": "
006030         WS-TOT-INCLUIDOS
006040         " RELATORIO(S), " WS-TOT-PAGINAS " PAGINA(S), "
006050         WS-TOT-FALTANTES " NAO PRODUZIDO(S)"
006060     IF WS-TOT-FALTANTES > ZERO
006070        MOVE 4 TO RETURN-CODE
006080     END-IF
006090     .
006100 5000-EXIT.
006110     EXIT.
006120 5100-CARREGA-INVENTARIO.
006130     MOVE ZERO TO WS-INV-QTD
006140     MOVE 'N'  TO WS-EOF-ARQ
006150     OPEN INPUT INVENTARIO-FILE
006160     IF WS-INV-STATUS NOT = "00"
006170        GO TO 5100-EXIT
006180     END-IF
006190     PERFORM 5150-LE-INVENTARIO THRU 5150-EXIT
006200         UNTIL FIM-DO-ARQ
006210     CLOSE INVENTARIO-FILE
006220     .
006230 5100-EXIT.
006240     EXIT.
006250 5150-LE-INVENTARIO.
006260     READ INVENTARIO-FILE
006270         AT END
006280             SET FIM-DO-ARQ TO TRUE
006290             GO TO 5150-EXIT
006300     END-READ
006310     IF WS-INV-QTD >= 100
006320        GO TO 5150-EXIT
006330     END-IF
006340     ADD 1 TO WS-INV-QTD
006350     SET WS-INV-IDX TO WS-INV-QTD
006360     MOVE MED-INV-RELATORIO TO WS-INV-RELATORIO (WS-INV-IDX)
006370     MOVE MED-INV-SITUACAO  TO WS-INV-SITUACAO (WS-INV-IDX)
006380     MOVE MED-INV-PAGINAS   TO WS-INV-PAGINAS (WS-INV-IDX)
006390     MOVE MED-INV-EXECUCAO  TO WS-INV-EXECUCAO (WS-INV-IDX)
006400     .
006410 5150-EXIT.
006420     EXIT.
006430*----------------------------------------------------------*
006440* 5300-LINHA-CAPA -- ONE COVER LINE PER DISTMAST REPORT    *
006450*     THE DEPARTMENT RECEIVES: INCLUDED, OR FLAGGED WHEN   *
006460*     IT WAS EXPECTED TODAY AND NOT PRODUCED. A REPORT THE *
006470*     JOB NEVER COUNTED (NO DISTINV LINE) IS MISSING.      *
006480*----------------------------------------------------------*
006490 5300-LINHA-CAPA.
006500     IF WS-MST-COPIAS (WS-MST-IDX, WS-DEPTO-SUB) = ZERO
006510        GO TO 5300-EXIT
006520     END-IF
006530     PERFORM 1700-CONFERE-PREVISTO THRU 1700-EXIT
006540     MOVE SPACES TO WS-CAPA-DET
006550     MOVE WS-MST-RELATORIO (WS-MST-IDX) TO WS-CDT-RELATORIO
006560     MOVE WS-MST-DESCRICAO (WS-MST-IDX) TO WS-CDT-DESCRICAO
006570     MOVE WS-MST-COPIAS (WS-MST-IDX, WS-DEPTO-SUB)
006580         TO WS-CDT-COPIAS
006590     MOVE ZERO TO WS-CDT-PAGINAS
006600     MOVE 'N' TO WS-ACHOU-REG
006610     IF WS-INV-QTD > ZERO
006620        SET WS-INV-IDX TO 1
006630        SEARCH WS-INV-ENTRY
006640            AT END
006650                CONTINUE
006660            WHEN WS-INV-RELATORIO (WS-INV-IDX) =
006670                WS-MST-RELATORIO (WS-MST-IDX)
006680                SET ACHOU-REGISTRO TO TRUE
006690        END-SEARCH
006700     END-IF
006710     IF ACHOU-REGISTRO
006720        MOVE WS-INV-EXECUCAO (WS-INV-IDX) TO WS-CDT-EXECUCAO
006730        IF WS-INV-SITUACAO (WS-INV-IDX) = 'I'
006740           MOVE WS-INV-PAGINAS (WS-INV-IDX) TO WS-CDT-PAGINAS
006750           MOVE "INCLUIDO" TO WS-CDT-SITUACAO
006760           ADD 1 TO WS-TOT-INCLUIDOS
006770           COMPUTE WS-TOT-PAGINAS = WS-TOT-PAGINAS
006780               + WS-INV-PAGINAS (WS-INV-IDX)
006790               * WS-MST-COPIAS (WS-MST-IDX, WS-DEPTO-SUB)
006800           GO TO 5300-GRAVA
006810        END-IF
006820     END-IF
006830     IF NOT RELATORIO-PREVISTO
006840        GO TO 5300-EXIT
006850     END-IF
006860     ADD 1 TO WS-TOT-FALTANTES
006870     EVALUATE TRUE
006880         WHEN NOT ACHOU-REGISTRO
006890             MOVE "*** NAO PRODUZIDO - NAO CONTADO"
006900                 TO WS-CDT-SITUACAO
006910         WHEN WS-INV-SITUACAO (WS-INV-IDX) = 'A'
006920             MOVE "*** NAO PRODUZIDO - AUSENTE"
006930                 TO WS-CDT-SITUACAO
006940         WHEN WS-INV-SITUACAO (WS-INV-IDX) = 'V'
006950             MOVE "*** NAO PRODUZIDO - VAZIO"
006960                 TO WS-CDT-SITUACAO
006970         WHEN OTHER
006980             MOVE "*** NAO PRODUZIDO - STEP SEM FIM"
006990                 TO WS-CDT-SITUACAO
007000     END-EVALUATE
007010     DISPLAY "NAO PRODUZIDO: " WS-MST-RELATORIO (WS-MST-IDX)
007020         " (" WS-DEPTO-COD (WS-DEPTO-SUB) ")"
007030     .
007040 5300-GRAVA.
007050     MOVE WS-CAPA-DET TO PACOTE-REC
007060     WRITE PACOTE-REC
007070     .
007080 5300-EXIT.
007090     EXIT.
007100*----------------------------------------------------------*
007110* 5500-COPIA-CORPO -- THE DEPARTMENT LINES FROM DISTCORP,  *
007120*     IN THE ORDER THE REPORTS WERE COUNTED                *
007130*----------------------------------------------------------*
007140 5500-COPIA-CORPO.
007150     MOVE 'N' TO WS-EOF-ARQ
007160     OPEN INPUT CORPO-FILE
007170     IF WS-CORPO-STATUS NOT = "00"
007180        GO TO 5500-EXIT
007190     END-IF
007200     PERFORM 5550-LE-CORPO THRU 5550-EXIT
007210         UNTIL FIM-DO-ARQ
007220     CLOSE CORPO-FILE
007230     .
007240 5500-EXIT.
007250     EXIT.
007260 5550-LE-CORPO.
007270     READ CORPO-FILE
007280         AT END
007290             SET FIM-DO-ARQ TO TRUE
007300         NOT AT END
007310             IF MED-CRP-DEPTO = WS-PRM-ALVO
007320                MOVE MED-CRP-LINHA TO PACOTE-REC
007330                WRITE PACOTE-REC
007340                ADD 1 TO WS-TOT-LINHAS-CORPO
007350             END-IF
007360     END-READ
007370     .
007380 5550-EXIT.
007390     EXIT.
007400 END PROGRAM DISTRIB_PACOTE.
