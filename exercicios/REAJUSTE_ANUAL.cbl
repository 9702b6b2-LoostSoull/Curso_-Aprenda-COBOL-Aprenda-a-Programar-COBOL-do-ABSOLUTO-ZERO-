000100*****************************************************************
000110* Program:      REAJUSTE_ANUAL
000120* Author:       J. ALBUQUERQUE - APPLICATIONS SUPPORT
000130* Installation: ESCOLA - SISTEMA ACADEMICO
000140* Date-Written: 2026-10-15
000150* Date-Compiled:
000160* Purpose:      Annual tuition readjustment. The direction
000170*               approves a percentage per serie (MED-TUR-PERIODO)
000180*               and this run applies it to every turma of the
000190*               serie on TURMAST instead of each price being
000200*               retyped through TURMA_MAINT.
000210*               After the operator ID, the second SYSIN line
000220*               gives the mode:
000230*                 SIMULA            -- prices and revenue impact
000240*                     only, nothing is written;
000250*                 APLICA   <aaaamm> -- the new prices go on the
000260*                     master and on the TURPRECO tuition history
000270*                     (TPRSEL/TPRFD), effective from competence
000280*                     <aaaamm>, which may not be earlier than the
000290*                     current one nor closed on COMPSTAT.
000300*               Then one line per serie until a blank line or
000310*               FIM: <serie, 10> <percentual, 999V99 five digits>.
000320*               Serie * applies to every serie not named.
000330*               Both modes print REAJREL: each turma with its
000340*               ATIVO students off STUMAST, the current and new
000350*               price and the monthly revenue impact, then the
000360*               totals per percentage line. A turma already
000370*               readjusted for the competence is not readjusted
000380*               again. An invalid percentage line ends APLICA
000390*               with condition code 8 before anything is written
000400*               and SIMULA with condition code 4.
000410* Modification History:
000420*   2026-10-15 JA  Initial version.
000430* Tectonics: cobc
000440*****************************************************************
000450 IDENTIFICATION DIVISION.
000460 PROGRAM-ID. REAJUSTE_ANUAL.
000470 ENVIRONMENT DIVISION.
000480 INPUT-OUTPUT SECTION.
000490 FILE-CONTROL.
000500     COPY TURMSEL.
000510     COPY STUSEL.
000520     COPY TPRSEL.
000530     COPY CMPSEL.
000540     SELECT REAJ-REPORT-FILE ASSIGN TO "REAJREL"
000550         ORGANIZATION IS LINE SEQUENTIAL.
000560     COPY OPERSEL.
000570     COPY ACSSEL.
000580     COPY ERRLSEL.
000590 DATA DIVISION.
000600 FILE SECTION.
000610 FD  TURMA-MASTER-FILE.
000620     COPY TURMMST.
000630 FD  STUDENT-MASTER-FILE.
000640     COPY STUMAST.
000650     COPY TPRFD.
000660     COPY CMPFD.
000670 FD  REAJ-REPORT-FILE.
000680 01  REAJ-REPORT-REC            PIC X(80).
000690 FD  OPER-MASTER-FILE.
000700     COPY OPERMST.
000710     COPY ACSFD.
000720     COPY ERRLFD.
000730 WORKING-STORAGE SECTION.
000740     COPY ERRCODES.
000750 01  WS-OPR-MASTER-STATUS       PIC X(02) VALUE SPACES.
000760     COPY CADREC.
000770     COPY OPERREC.
000780 01  WS-OPERADOR                PIC X(08) VALUE SPACES.
000790 01  WS-TUR-MASTER-STATUS       PIC X(02) VALUE SPACES.
000800 01  WS-STU-MASTER-STATUS       PIC X(02) VALUE SPACES.
000810 01  WS-TPR-STATUS              PIC X(02) VALUE SPACES.
000820 01  WS-CMP-STATUS-FS           PIC X(02) VALUE SPACES.
000830     COPY CMPREC.
000840 01  WS-SWITCHES.
000850     03  WS-EOF-PERCENTUAIS     PIC X(01) VALUE 'N'.
000860         88  FIM-DOS-PERCENTUAIS      VALUE 'S'.
000870     03  WS-EOF-MASTER          PIC X(01) VALUE 'N'.
000880         88  FIM-DO-MASTER            VALUE 'S'.
000890     03  WS-EOF-ALUNOS          PIC X(01) VALUE 'N'.
000900         88  FIM-DOS-ALUNOS           VALUE 'S'.
000910     03  WS-EOF-PRECOS          PIC X(01) VALUE 'N'.
000920         88  FIM-DOS-PRECOS           VALUE 'S'.
000930     03  WS-PCT-ACHOU           PIC X(01) VALUE 'N'.
000940         88  ACHOU-PERCENTUAL         VALUE 'S'.
000950     03  WS-OCP-ACHOU           PIC X(01) VALUE 'N'.
000960         88  ACHOU-OCUPACAO           VALUE 'S'.
000970     03  WS-FEITA-ACHOU         PIC X(01) VALUE 'N'.
000980         88  JA-REAJUSTADA            VALUE 'S'.
000990     03  WS-LINHA-VALIDA        PIC X(01) VALUE 'S'.
001000         88  LINHA-REJEITADA          VALUE 'N'.
001010*----------------------------------------------------------*
001020* SYSIN MODE LINE:  MODO(8) SP COMPETENCIA(6, AAAAMM)      *
001030*----------------------------------------------------------*
001040 01  WS-MODO-LINE.
001050     03  WS-MOD-FUNCAO          PIC X(08).
001060         88  MODO-SIMULA              VALUE "SIMULA  ".
001070         88  MODO-APLICA              VALUE "APLICA  ".
001080     03  FILLER                 PIC X(01).
001090     03  WS-MOD-COMPET          PIC X(06).
001100     03  WS-MOD-COMPET-N REDEFINES WS-MOD-COMPET
001110                                PIC 9(06).
001120     03  WS-MOD-COMPET-R REDEFINES WS-MOD-COMPET.
001130         05  WS-MOD-ANO         PIC 9(04).
001140         05  WS-MOD-MES         PIC 9(02).
001150     03  FILLER                 PIC X(65).
001160*----------------------------------------------------------*
001170* SYSIN PERCENTAGE LINE:  SERIE(10) SP PERCENTUAL(5, 999V99)*
001180*----------------------------------------------------------*
001190 01  WS-PCT-LINE.
001200     03  WS-PCL-SERIE           PIC X(10).
001210         88  PCL-FIM                  VALUE "FIM       ".
001220     03  FILLER                 PIC X(01).
001230     03  WS-PCL-PERCENTUAL      PIC X(05).
001240     03  WS-PCL-PERCENTUAL-N REDEFINES WS-PCL-PERCENTUAL
001250                                PIC 9(03)V99.
001260     03  FILLER                 PIC X(64).
001270 01  WS-DATA-HOJE               PIC 9(08) VALUE ZERO.
001280 01  WS-DATA-HOJE-R REDEFINES WS-DATA-HOJE.
001290     03  WS-HOJE-AAAAMM         PIC 9(06).
001300     03  WS-HOJE-DD             PIC 9(02).
001310 01  WS-VIGENCIA                PIC 9(06) VALUE ZERO.
001320 01  WS-MOTIVO-REJEICAO         PIC X(30) VALUE SPACES.
001330 01  WS-SERIE-BUSCA             PIC X(10) VALUE SPACES.
001340 01  WS-ATIVOS                  PIC 9(04) VALUE ZERO.
001350 01  WS-PRECO-NOVO              PIC 9(05)V99 VALUE ZERO.
001360 01  WS-RECEITA-ATUAL           PIC 9(07)V99 VALUE ZERO.
001370 01  WS-RECEITA-NOVA            PIC 9(07)V99 VALUE ZERO.
001380 01  WS-IMPACTO                 PIC 9(07)V99 VALUE ZERO.
001390 01  WS-TOT-TURMAS              PIC 9(04) VALUE ZERO.
001400 01  WS-TOT-ATIVOS              PIC 9(05) VALUE ZERO.
001410 01  WS-TOT-RECEITA-ATUAL       PIC 9(07)V99 VALUE ZERO.
001420 01  WS-TOT-RECEITA-NOVA        PIC 9(07)V99 VALUE ZERO.
001430 01  WS-TOT-IMPACTO             PIC 9(07)V99 VALUE ZERO.
001440 01  WS-IMPACTO-ANUAL           PIC 9(09)V99 VALUE ZERO.
001450 01  WS-CONTADORES.
001460     03  WS-CONT-PCT-LIDOS      PIC 9(05) COMP VALUE ZERO.
001470     03  WS-CONT-PCT-REJEITADOS PIC 9(05) COMP VALUE ZERO.
001480     03  WS-CONT-TURMAS         PIC 9(05) COMP VALUE ZERO.
001490     03  WS-CONT-REAJUSTADAS    PIC 9(05) COMP VALUE ZERO.
001500     03  WS-CONT-SEM-PERCENTUAL PIC 9(05) COMP VALUE ZERO.
001510     03  WS-CONT-SEM-PRECO      PIC 9(05) COMP VALUE ZERO.
001520     03  WS-CONT-REPETIDAS      PIC 9(05) COMP VALUE ZERO.
001530     03  WS-CONT-ERROS          PIC 9(05) COMP VALUE ZERO.
001540*----------------------------------------------------------*
001550* PERCENTAGE PER SERIE OFF SYSIN, WITH THE TOTALS OF THE    *
001560*     TURMAS IT WAS APPLIED TO.                             *
001570*----------------------------------------------------------*
001580 01  WS-PCT-TABLE-QTD           PIC 9(03) COMP VALUE ZERO.
001590 01  WS-PCT-TABLE.
001600     03  WS-PCT-ENTRY           OCCURS 1 TO 30 TIMES
001610                                DEPENDING ON WS-PCT-TABLE-QTD
001620                                INDEXED BY WS-PCT-IDX.
001630         05  WS-PCT-SERIE       PIC X(10).
001640         05  WS-PCT-PERCENTUAL  PIC 9(03)V99.
001650         05  WS-PCT-TURMAS      PIC 9(04).
001660         05  WS-PCT-ATIVOS      PIC 9(05).
001670         05  WS-PCT-RECEITA-ATU PIC 9(07)V99.
001680         05  WS-PCT-RECEITA-NOV PIC 9(07)V99.
001690*----------------------------------------------------------*
001700* ATIVO STUDENTS COUNTED PER TURMA OFF STUMAST              *
001710*----------------------------------------------------------*
001720 01  WS-OCUP-TABLE-QTD          PIC 9(03) COMP VALUE ZERO.
001730 01  WS-OCUP-TABLE.
001740     03  WS-OCUP-ENTRY          OCCURS 1 TO 500 TIMES
001750                                DEPENDING ON WS-OCUP-TABLE-QTD
001760                                INDEXED BY WS-OCUP-IDX.
001770         05  WS-OCP-TURMA       PIC X(10).
001780         05  WS-OCP-QTD         PIC 9(04).
001790*----------------------------------------------------------*
001800* TURMAS ALREADY READJUSTED FOR THE COMPETENCE BEING        *
001810*     APPLIED, OFF TURPRECO.                                *
001820*----------------------------------------------------------*
001830 01  WS-FEITA-TABLE-QTD         PIC 9(03) COMP VALUE ZERO.
001840 01  WS-FEITA-TABLE.
001850     03  WS-FEITA-ENTRY         OCCURS 1 TO 500 TIMES
001860                                DEPENDING ON WS-FEITA-TABLE-QTD
001870                                INDEXED BY WS-FEITA-IDX.
001880         05  WS-FTA-TURMA       PIC X(10).
001890*----------------------------------------------------------*
001900* REPORT LINES                                              *
001910*----------------------------------------------------------*
001920 01  WS-REL-TITULO.
001930     03  FILLER                 PIC X(26) VALUE
001940         "ESCOLA - SISTEMA ACADEMICO".
001950     03  FILLER                 PIC X(04) VALUE SPACES.
001960     03  FILLER                 PIC X(26) VALUE
001970         "REAJUSTE DE MENSALIDADES -".
001980     03  FILLER                 PIC X(01) VALUE SPACE.
001990     03  WS-RTI-MODO            PIC X(09).
002000     03  FILLER                 PIC X(01) VALUE SPACE.
002010     03  WS-RTI-VIGENCIA        PIC X(06).
002020 01  WS-REL-CABEC.
002030     03  FILLER                 PIC X(37) VALUE
002040         "TURMA      SERIE      ATV    ATUAL   ".
002050     03  FILLER                 PIC X(33) VALUE
002060         " PCT     NOVA REC.ATUAL   IMPACTO".
002070 01  WS-REL-LINHA.
002080     03  WS-RLN-TURMA           PIC X(10).
002090     03  FILLER                 PIC X(01) VALUE SPACE.
002100     03  WS-RLN-SERIE           PIC X(10).
002110     03  FILLER                 PIC X(01) VALUE SPACE.
002120     03  WS-RLN-ATIVOS          PIC ZZ9.
002130     03  FILLER                 PIC X(01) VALUE SPACE.
002140     03  WS-RLN-ATUAL           PIC ZZZZ9.99.
002150     03  FILLER                 PIC X(01) VALUE SPACE.
002160     03  WS-RLN-PERCENTUAL      PIC ZZ9.99.
002170     03  FILLER                 PIC X(01) VALUE SPACE.
002180     03  WS-RLN-NOVA            PIC ZZZZ9.99.
002190     03  FILLER                 PIC X(01) VALUE SPACE.
002200     03  WS-RLN-RECEITA         PIC ZZZZZ9.99.
002210     03  FILLER                 PIC X(01) VALUE SPACE.
002220     03  WS-RLN-IMPACTO         PIC ZZZZZ9.99.
002230     03  FILLER                 PIC X(01) VALUE SPACE.
002240     03  WS-RLN-FLAG            PIC X(08).
002250 01  WS-RES-CABEC.
002260     03  FILLER                 PIC X(35) VALUE
002270         "SERIE      TURM ATIVO    PCT REC. A".
002280     03  FILLER                 PIC X(26) VALUE
002290         "TUAL  REC. NOVA    IMPACTO".
002300 01  WS-RES-LINHA.
002310     03  WS-RSL-SERIE           PIC X(10).
002320     03  FILLER                 PIC X(01) VALUE SPACE.
002330     03  WS-RSL-TURMAS          PIC ZZZ9.
002340     03  FILLER                 PIC X(01) VALUE SPACE.
002350     03  WS-RSL-ATIVOS          PIC ZZZZ9.
002360     03  FILLER                 PIC X(01) VALUE SPACE.
002370     03  WS-RSL-PERCENTUAL      PIC ZZ9.99.
002380     03  FILLER                 PIC X(01) VALUE SPACE.
002390     03  WS-RSL-RECEITA-ATU     PIC ZZZZZZ9.99.
002400     03  FILLER                 PIC X(01) VALUE SPACE.
002410     03  WS-RSL-RECEITA-NOV     PIC ZZZZZZ9.99.
002420     03  FILLER                 PIC X(01) VALUE SPACE.
002430     03  WS-RSL-IMPACTO         PIC ZZZZZZ9.99.
002440 01  WS-REL-TRACO               PIC X(79) VALUE ALL "-".
002450 01  WS-VALOR-ED                PIC Z(8)9.99.
002460 PROCEDURE DIVISION.
002470 0000-MAIN-PROCEDURE.
002480     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002490     PERFORM 2000-PROCESSA-TURMA THRU 2000-EXIT
002500         UNTIL FIM-DO-MASTER
002510     PERFORM 8000-IMPRIME-RESUMO THRU 8000-EXIT
002520     PERFORM 9000-FINALIZE THRU 9000-EXIT
002530     STOP RUN.
002540*----------------------------------------------------------*
002550* 1000-INITIALIZE -- OPERATOR GATE, THE MODE AND THE       *
002560*     PERCENTAGES OFF SYSIN, THE OCCUPANCY OFF STUMAST,    *
002570*     THEN TURMAST OPENED FOR UPDATE (APLICA) OR READING.  *
002580*----------------------------------------------------------*
002590 1000-INITIALIZE.
002600     MOVE "REAJUSTE" TO MED-ERROR-PROGRAM
002610     DISPLAY "IDENTIFICACAO DO OPERADOR: "
002620     ACCEPT WS-OPERADOR
002630     PERFORM 9200-ABRE-OPERMAST THRU 9200-EXIT-OPER
002640     MOVE WS-OPERADOR TO MED-OPR-CHECK-ID
002650     MOVE 'M' TO MED-OPR-FUNC-CHECK
002660     PERFORM 9250-VERIFICA-OPERADOR THRU 9250-EXIT-OPER
002670     PERFORM 9290-FECHA-OPERMAST THRU 9290-EXIT-OPER
002680     IF NOT OPERADOR-AUTORIZADO
002690        DISPLAY "OPERADOR " WS-OPERADOR
002700            " SEM PERMISSAO DE MANUTENCAO"
002710        MOVE ZERO TO MED-OPN-ALUNO-ID
002720        PERFORM 9280-NEGA-ACESSO THRU 9280-EXIT-OPER
002730        MOVE "OPRNEG" TO MED-ERROR-CODE
002740        MOVE "OPERADOR SEM PERMISSAO DE MANUTENCAO" TO
002750            MED-ERROR-TEXT
002760        SET MED-RC-DATA-ERROR TO TRUE
002770        PERFORM 9800-ERROR-LOG THRU 9800-EXIT
002780        MOVE 8 TO RETURN-CODE
002790        STOP RUN
002800     END-IF
002810     ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
002820     PERFORM 1100-LE-MODO THRU 1100-EXIT
002830     PERFORM 1200-LE-PERCENTUAL THRU 1200-EXIT
002840         UNTIL FIM-DOS-PERCENTUAIS
002850     IF WS-CONT-PCT-REJEITADOS > ZERO AND MODO-APLICA
002860        DISPLAY "APLICACAO CANCELADA -- CORRIJA OS PERCENTUAIS"
002870        MOVE "PCTINV" TO MED-ERROR-CODE
002880        MOVE "PERCENTUAL DE REAJUSTE INVALIDO" TO MED-ERROR-TEXT
002890        SET MED-RC-DATA-ERROR TO TRUE
002900        PERFORM 9800-ERROR-LOG THRU 9800-EXIT
002910        MOVE MED-RETURN-CODE TO RETURN-CODE
002920        STOP RUN
002930     END-IF
002940     IF WS-PCT-TABLE-QTD = ZERO
002950        DISPLAY "NENHUM PERCENTUAL INFORMADO -- NADA A FAZER"
002960        MOVE 4 TO RETURN-CODE
002970        STOP RUN
002980     END-IF
002990     PERFORM 1300-CONTA-OCUPACAO THRU 1300-EXIT
003000     IF MODO-APLICA
003010        PERFORM 1400-CARREGA-REAJUSTES THRU 1400-EXIT
003020        OPEN I-O TURMA-MASTER-FILE
003030     ELSE
003040        OPEN INPUT TURMA-MASTER-FILE
003050     END-IF
003060     IF WS-TUR-MASTER-STATUS NOT = "00"
003070        DISPLAY "ERRO NA ABERTURA DO TURMAST: "
003080            WS-TUR-MASTER-STATUS
003090        MOVE "OPNERR"   TO MED-ERROR-CODE
003100        MOVE "TURMAST NAO PODE SER ABERTO" TO MED-ERROR-TEXT
003110        SET MED-RC-FILE-ERROR TO TRUE
003120        PERFORM 9800-ERROR-LOG THRU 9800-EXIT
003130        MOVE MED-RETURN-CODE TO RETURN-CODE
003140        STOP RUN
003150     END-IF
003160     IF MODO-APLICA
003170        OPEN EXTEND TURMA-PRECO-FILE
003180        IF WS-TPR-STATUS NOT = "00" AND WS-TPR-STATUS NOT = "05"
003190           OPEN OUTPUT TURMA-PRECO-FILE
003200        END-IF
003210        IF WS-TPR-STATUS NOT = "00"
003220           DISPLAY "ERRO NA ABERTURA DO TURPRECO: " WS-TPR-STATUS
003230           MOVE "OPNERR"   TO MED-ERROR-CODE
003240           MOVE "TURPRECO NAO PODE SER ABERTO" TO MED-ERROR-TEXT
003250           SET MED-RC-FILE-ERROR TO TRUE
003260           PERFORM 9800-ERROR-LOG THRU 9800-EXIT
003270           MOVE MED-RETURN-CODE TO RETURN-CODE
003280           STOP RUN
003290        END-IF
003300     END-IF
003310     OPEN OUTPUT REAJ-REPORT-FILE
003320     MOVE WS-REL-TITULO TO REAJ-REPORT-REC
003330     WRITE REAJ-REPORT-REC
003340     MOVE WS-REL-TRACO TO REAJ-REPORT-REC
003350     WRITE REAJ-REPORT-REC
003360     MOVE WS-REL-CABEC TO REAJ-REPORT-REC
003370     WRITE REAJ-REPORT-REC
003380     MOVE LOW-VALUES TO MED-TUR-CODIGO
003390     START TURMA-MASTER-FILE KEY NOT LESS MED-TUR-CODIGO
003400         INVALID KEY
003410             SET FIM-DO-MASTER TO TRUE
003420     END-START
003430     .
003440 1000-EXIT.
003450     EXIT.
003460*----------------------------------------------------------*
003470* 1100-LE-MODO -- SIMULA, OR APLICA WITH THE COMPETENCE THE *
003480*     NEW PRICES TAKE EFFECT FROM.                          *
003490*----------------------------------------------------------*
003500 1100-LE-MODO.
003510     MOVE SPACES TO WS-MODO-LINE
003520     ACCEPT WS-MODO-LINE
003530     MOVE SPACES TO WS-MOTIVO-REJEICAO
003540     EVALUATE TRUE
003550         WHEN MODO-SIMULA
003560             MOVE "SIMULACAO" TO WS-RTI-MODO
003570             MOVE SPACES      TO WS-RTI-VIGENCIA
003580         WHEN MODO-APLICA
003590             MOVE "APLICACAO" TO WS-RTI-MODO
003600             PERFORM 1150-VALIDA-VIGENCIA THRU 1150-EXIT
003610         WHEN OTHER
003620             MOVE "MODO INVALIDO" TO WS-MOTIVO-REJEICAO
003630     END-EVALUATE
003640     IF WS-MOTIVO-REJEICAO NOT = SPACES
003650        DISPLAY "MODO REJEITADO: " WS-MOD-FUNCAO " "
003660            WS-MOD-COMPET " -- " WS-MOTIVO-REJEICAO
003670        MOVE "MODINV" TO MED-ERROR-CODE
003680        MOVE WS-MOTIVO-REJEICAO TO MED-ERROR-TEXT
003690        SET MED-RC-DATA-ERROR TO TRUE
003700        PERFORM 9800-ERROR-LOG THRU 9800-EXIT
003710        MOVE MED-RETURN-CODE TO RETURN-CODE
003720        STOP RUN
003730     END-IF
003740     .
003750 1100-EXIT.
003760     EXIT.
003770 1150-VALIDA-VIGENCIA.
003780     IF WS-MOD-COMPET IS NOT NUMERIC
003790        MOVE "COMPETENCIA NAO NUMERICA" TO WS-MOTIVO-REJEICAO
003800        GO TO 1150-EXIT
003810     END-IF
003820     IF WS-MOD-MES < 1 OR WS-MOD-MES > 12
003830        MOVE "MES INVALIDO" TO WS-MOTIVO-REJEICAO
003840        GO TO 1150-EXIT
003850     END-IF
003860     IF WS-MOD-COMPET-N < WS-HOJE-AAAAMM
003870        MOVE "COMPETENCIA JA PASSADA" TO WS-MOTIVO-REJEICAO
003880        GO TO 1150-EXIT
003890     END-IF
003900     PERFORM 9400-CARREGA-COMPSTAT THRU 9400-EXIT-COMP
003910     MOVE WS-MOD-COMPET-N TO MED-CMP-COMPET-CHECK
003920     PERFORM 9500-CONFERE-COMPETENCIA THRU 9500-EXIT-COMP
003930     IF COMPETENCIA-FECHADA
003940        MOVE "COMPETENCIA FECHADA" TO WS-MOTIVO-REJEICAO
003950        GO TO 1150-EXIT
003960     END-IF
003970     MOVE WS-MOD-COMPET-N TO WS-VIGENCIA
003980     MOVE WS-MOD-COMPET   TO WS-RTI-VIGENCIA
003990     .
004000 1150-EXIT.
004010     EXIT.
004020*----------------------------------------------------------*
004030* 1200-LE-PERCENTUAL -- ONE SERIE AND ITS PERCENTAGE; A     *
004040*     SERIE MAY APPEAR ONLY ONCE.                           *
004050*----------------------------------------------------------*
004060 1200-LE-PERCENTUAL.
004070     MOVE SPACES TO WS-PCT-LINE
004080     ACCEPT WS-PCT-LINE
004090     IF WS-PCT-LINE = SPACES OR PCL-FIM
004100        SET FIM-DOS-PERCENTUAIS TO TRUE
004110        GO TO 1200-EXIT
004120     END-IF
004130     ADD 1 TO WS-CONT-PCT-LIDOS
004140     MOVE 'S' TO WS-LINHA-VALIDA
004150     MOVE SPACES TO WS-MOTIVO-REJEICAO
004160     EVALUATE TRUE
004170         WHEN WS-PCL-SERIE = SPACES
004180             SET LINHA-REJEITADA TO TRUE
004190             MOVE "SERIE VAZIA" TO WS-MOTIVO-REJEICAO
004200         WHEN WS-PCL-PERCENTUAL IS NOT NUMERIC
004210             SET LINHA-REJEITADA TO TRUE
004220             MOVE "PERCENTUAL NAO NUMERICO" TO WS-MOTIVO-REJEICAO
004230         WHEN WS-PCL-PERCENTUAL-N = ZERO
004240             SET LINHA-REJEITADA TO TRUE
004250             MOVE "PERCENTUAL ZERO" TO WS-MOTIVO-REJEICAO
004260     END-EVALUATE
004270     IF NOT LINHA-REJEITADA
004280        MOVE WS-PCL-SERIE TO WS-SERIE-BUSCA
004290        PERFORM 2150-BUSCA-SERIE THRU 2150-EXIT
004300        IF ACHOU-PERCENTUAL
004310           SET LINHA-REJEITADA TO TRUE
004320           MOVE "SERIE REPETIDA" TO WS-MOTIVO-REJEICAO
004330        END-IF
004340     END-IF
004350     IF LINHA-REJEITADA
004360        ADD 1 TO WS-CONT-PCT-REJEITADOS
004370        DISPLAY "PERCENTUAL REJEITADO: " WS-PCL-SERIE " "
004380            WS-PCL-PERCENTUAL " -- " WS-MOTIVO-REJEICAO
004390        GO TO 1200-EXIT
004400     END-IF
004410     IF WS-PCT-TABLE-QTD >= 30
004420        DISPLAY "TABELA DE PERCENTUAIS CHEIA (30)"
004430        MOVE 8 TO RETURN-CODE
004440        STOP RUN
004450     END-IF
004460     ADD 1 TO WS-PCT-TABLE-QTD
004470     SET WS-PCT-IDX TO WS-PCT-TABLE-QTD
004480     MOVE WS-PCL-SERIE        TO WS-PCT-SERIE (WS-PCT-IDX)
004490     MOVE WS-PCL-PERCENTUAL-N TO WS-PCT-PERCENTUAL (WS-PCT-IDX)
004500     MOVE ZERO TO WS-PCT-TURMAS (WS-PCT-IDX)
004510     MOVE ZERO TO WS-PCT-ATIVOS (WS-PCT-IDX)
004520     MOVE ZERO TO WS-PCT-RECEITA-ATU (WS-PCT-IDX)
004530     MOVE ZERO TO WS-PCT-RECEITA-NOV (WS-PCT-IDX)
004540     .
004550 1200-EXIT.
004560     EXIT.
004570*----------------------------------------------------------*
004580* 1300-CONTA-OCUPACAO -- ATIVO STUDENTS PER TURMA; WITHOUT  *
004590*     STUMAST THE IMPACT COMES OUT ZERO.                    *
004600*----------------------------------------------------------*
004610 1300-CONTA-OCUPACAO.
004620     OPEN INPUT STUDENT-MASTER-FILE
004630     IF WS-STU-MASTER-STATUS NOT = "00"
004640        DISPLAY "STUMAST INDISPONIVEL, STATUS: "
004650            WS-STU-MASTER-STATUS
004660        DISPLAY "IMPACTO NA RECEITA SERA ZERO"
004670        GO TO 1300-EXIT
004680     END-IF
004690     MOVE ZERO TO MED-STU-ID
004700     START STUDENT-MASTER-FILE KEY NOT LESS MED-STU-ID
004710         INVALID KEY
004720             SET FIM-DOS-ALUNOS TO TRUE
004730     END-START
004740     PERFORM 1350-LE-ALUNO THRU 1350-EXIT
004750         UNTIL FIM-DOS-ALUNOS
004760     CLOSE STUDENT-MASTER-FILE
004770     .
004780 1300-EXIT.
004790     EXIT.
004800 1350-LE-ALUNO.
004810     READ STUDENT-MASTER-FILE NEXT RECORD
004820         AT END
004830             SET FIM-DOS-ALUNOS TO TRUE
004840             GO TO 1350-EXIT
004850     END-READ
004860     IF NOT MED-STU-ATIVO
004870        GO TO 1350-EXIT
004880     END-IF
004890     PERFORM 2160-BUSCA-OCUPACAO THRU 2160-EXIT
004900     IF ACHOU-OCUPACAO
004910        ADD 1 TO WS-OCP-QTD (WS-OCUP-IDX)
004920        GO TO 1350-EXIT
004930     END-IF
004940     IF WS-OCUP-TABLE-QTD >= 500
004950        DISPLAY "TABELA DE OCUPACAO CHEIA (500)"
004960        MOVE 8 TO RETURN-CODE
004970        STOP RUN
004980     END-IF
004990     ADD 1 TO WS-OCUP-TABLE-QTD
005000     SET WS-OCUP-IDX TO WS-OCUP-TABLE-QTD
005010     MOVE MED-STU-TURMA TO WS-OCP-TURMA (WS-OCUP-IDX)
005020     MOVE 1             TO WS-OCP-QTD (WS-OCUP-IDX)
005030     .
005040 1350-EXIT.
005050     EXIT.
005060*----------------------------------------------------------*
005070* 1400-CARREGA-REAJUSTES -- TURMAS TURPRECO ALREADY SHOWS   *
005080*     READJUSTED FOR THE COMPETENCE, SO A RERUN OF APLICA   *
005090*     DOES NOT APPLY THE PERCENTAGE TWICE.                  *
005100*----------------------------------------------------------*
005110 1400-CARREGA-REAJUSTES.
005120     OPEN INPUT TURMA-PRECO-FILE
005130     IF WS-TPR-STATUS NOT = "00"
005140        GO TO 1400-EXIT
005150     END-IF
005160     PERFORM 1450-LE-PRECO THRU 1450-EXIT
005170         UNTIL FIM-DOS-PRECOS
005180     CLOSE TURMA-PRECO-FILE
005190     .
005200 1400-EXIT.
005210     EXIT.
005220 1450-LE-PRECO.
005230     READ TURMA-PRECO-FILE
005240         AT END
005250             SET FIM-DOS-PRECOS TO TRUE
005260             GO TO 1450-EXIT
005270     END-READ
005280     IF MED-TPR-VIGENCIA NOT = WS-VIGENCIA
005290        OR MED-TPR-ORIGEM NOT = "REAJUSTE"
005300        GO TO 1450-EXIT
005310     END-IF
005320     IF WS-FEITA-TABLE-QTD >= 500
005330        DISPLAY "TABELA DE REAJUSTES CHEIA (500)"
005340        MOVE 8 TO RETURN-CODE
005350        STOP RUN
005360     END-IF
005370     ADD 1 TO WS-FEITA-TABLE-QTD
005380     SET WS-FEITA-IDX TO WS-FEITA-TABLE-QTD
005390     MOVE MED-TPR-TURMA TO WS-FTA-TURMA (WS-FEITA-IDX)
005400     .
005410 1450-EXIT.
005420     EXIT.
005430*----------------------------------------------------------*
005440* 2000-PROCESSA-TURMA -- ONE TURMA OFF THE MASTER: ITS      *
005450*     SERIE'S PERCENTAGE (OR THE * LINE), THE NEW PRICE,    *
005460*     THE IMPACT, AND UNDER APLICA THE UPDATE.              *
005470*----------------------------------------------------------*
005480 2000-PROCESSA-TURMA.
005490     READ TURMA-MASTER-FILE NEXT RECORD
005500         AT END
005510             SET FIM-DO-MASTER TO TRUE
005520             GO TO 2000-EXIT
005530     END-READ
005540     ADD 1 TO WS-CONT-TURMAS
005550     MOVE MED-TUR-PERIODO TO WS-SERIE-BUSCA
005560     PERFORM 2150-BUSCA-SERIE THRU 2150-EXIT
005570     IF NOT ACHOU-PERCENTUAL
005580        MOVE "*" TO WS-SERIE-BUSCA
005590        PERFORM 2150-BUSCA-SERIE THRU 2150-EXIT
005600     END-IF
005610     IF NOT ACHOU-PERCENTUAL
005620        ADD 1 TO WS-CONT-SEM-PERCENTUAL
005630        GO TO 2000-EXIT
005640     END-IF
005650     IF MED-TUR-MENSALIDADE = ZERO
005660        ADD 1 TO WS-CONT-SEM-PRECO
005670        GO TO 2000-EXIT
005680     END-IF
005690     MOVE ZERO TO WS-ATIVOS
005700     MOVE MED-TUR-CODIGO TO MED-STU-TURMA
005710     PERFORM 2160-BUSCA-OCUPACAO THRU 2160-EXIT
005720     IF ACHOU-OCUPACAO
005730        MOVE WS-OCP-QTD (WS-OCUP-IDX) TO WS-ATIVOS
005740     END-IF
005750     COMPUTE WS-PRECO-NOVO ROUNDED =
005760         MED-TUR-MENSALIDADE
005770             * (100 + WS-PCT-PERCENTUAL (WS-PCT-IDX)) / 100
005780     COMPUTE WS-RECEITA-ATUAL = MED-TUR-MENSALIDADE * WS-ATIVOS
005790     COMPUTE WS-RECEITA-NOVA  = WS-PRECO-NOVO * WS-ATIVOS
005800     COMPUTE WS-IMPACTO = WS-RECEITA-NOVA - WS-RECEITA-ATUAL
005810     MOVE MED-TUR-CODIGO      TO WS-RLN-TURMA
005820     MOVE MED-TUR-PERIODO     TO WS-RLN-SERIE
005830     MOVE WS-ATIVOS           TO WS-RLN-ATIVOS
005840     MOVE MED-TUR-MENSALIDADE TO WS-RLN-ATUAL
005850     MOVE WS-PCT-PERCENTUAL (WS-PCT-IDX) TO WS-RLN-PERCENTUAL
005860     MOVE WS-PRECO-NOVO       TO WS-RLN-NOVA
005870     MOVE WS-RECEITA-ATUAL    TO WS-RLN-RECEITA
005880     MOVE WS-IMPACTO          TO WS-RLN-IMPACTO
005890     MOVE SPACES              TO WS-RLN-FLAG
005900     IF MODO-APLICA
005910        PERFORM 2200-APLICA-TURMA THRU 2200-EXIT
005920     END-IF
005930     MOVE WS-REL-LINHA TO REAJ-REPORT-REC
005940     WRITE REAJ-REPORT-REC
005950     IF WS-RLN-FLAG = "REPETIDA" OR WS-RLN-FLAG = "ERRO"
005960        GO TO 2000-EXIT
005970     END-IF
005980     ADD 1 TO WS-CONT-REAJUSTADAS
005990     ADD 1                TO WS-PCT-TURMAS (WS-PCT-IDX)
006000     ADD WS-ATIVOS        TO WS-PCT-ATIVOS (WS-PCT-IDX)
006010     ADD WS-RECEITA-ATUAL TO WS-PCT-RECEITA-ATU (WS-PCT-IDX)
006020     ADD WS-RECEITA-NOVA  TO WS-PCT-RECEITA-NOV (WS-PCT-IDX)
006030     .
006040 2000-EXIT.
006050     EXIT.
006060*----------------------------------------------------------*
006070* 2150-BUSCA-SERIE -- THE PERCENTAGE LINE OF WS-SERIE-BUSCA *
006080*----------------------------------------------------------*
006090 2150-BUSCA-SERIE.
006100     MOVE 'N' TO WS-PCT-ACHOU
006110     IF WS-PCT-TABLE-QTD > ZERO
006120        SET WS-PCT-IDX TO 1
006130        SEARCH WS-PCT-ENTRY
006140            VARYING WS-PCT-IDX
006150            AT END
006160                CONTINUE
006170            WHEN WS-PCT-SERIE (WS-PCT-IDX) = WS-SERIE-BUSCA
006180                SET ACHOU-PERCENTUAL TO TRUE
006190        END-SEARCH
006200     END-IF
006210     .
006220 2150-EXIT.
006230     EXIT.
006240*----------------------------------------------------------*
006250* 2160-BUSCA-OCUPACAO -- THE OCCUPANCY ENTRY OF THE TURMA   *
006260*     IN MED-STU-TURMA                                      *
006270*----------------------------------------------------------*
006280 2160-BUSCA-OCUPACAO.
006290     MOVE 'N' TO WS-OCP-ACHOU
006300     IF WS-OCUP-TABLE-QTD > ZERO
006310        SET WS-OCUP-IDX TO 1
006320        SEARCH WS-OCUP-ENTRY
006330            VARYING WS-OCUP-IDX
006340            AT END
006350                CONTINUE
006360            WHEN WS-OCP-TURMA (WS-OCUP-IDX) = MED-STU-TURMA
006370                SET ACHOU-OCUPACAO TO TRUE
006380        END-SEARCH
006390     END-IF
006400     .
006410 2160-EXIT.
006420     EXIT.
006430*----------------------------------------------------------*
006440* 2200-APLICA-TURMA -- THE OLD AND NEW PRICE ON TURPRECO,   *
006450*     THEN THE NEW PRICE ON THE MASTER. A TURMA ALREADY     *
006460*     READJUSTED FOR THE COMPETENCE IS LEFT AS IT IS.       *
006470*----------------------------------------------------------*
006480 2200-APLICA-TURMA.
006490     MOVE 'N' TO WS-FEITA-ACHOU
006500     IF WS-FEITA-TABLE-QTD > ZERO
006510        SET WS-FEITA-IDX TO 1
006520        SEARCH WS-FEITA-ENTRY
006530            VARYING WS-FEITA-IDX
006540            AT END
006550                CONTINUE
006560            WHEN WS-FTA-TURMA (WS-FEITA-IDX) = MED-TUR-CODIGO
006570                SET JA-REAJUSTADA TO TRUE
006580        END-SEARCH
006590     END-IF
006600     IF JA-REAJUSTADA
006610        ADD 1 TO WS-CONT-REPETIDAS
006620        MOVE "REPETIDA" TO WS-RLN-FLAG
006630        GO TO 2200-EXIT
006640     END-IF
006650     MOVE SPACES              TO MED-TURMA-PRECO-REC
006660     MOVE MED-TUR-CODIGO      TO MED-TPR-TURMA
006670     MOVE WS-VIGENCIA         TO MED-TPR-VIGENCIA
006680     MOVE MED-TUR-MENSALIDADE TO MED-TPR-ANTERIOR
006690     MOVE WS-PRECO-NOVO       TO MED-TPR-NOVA
006700     MOVE WS-PCT-PERCENTUAL (WS-PCT-IDX) TO MED-TPR-PERCENTUAL
006710     MOVE WS-DATA-HOJE        TO MED-TPR-DATA
006720     MOVE WS-OPERADOR         TO MED-TPR-OPERADOR
006730     MOVE "REAJUSTE"          TO MED-TPR-ORIGEM
006740     MOVE WS-PRECO-NOVO       TO MED-TUR-MENSALIDADE
006750     REWRITE MED-TURMA-MASTER-REC
006760         INVALID KEY
006770             ADD 1 TO WS-CONT-ERROS
006780             MOVE "ERRO" TO WS-RLN-FLAG
006790             DISPLAY "ERRO DE REGRAVACAO NO TURMAST: "
006800                 MED-TUR-CODIGO " " WS-TUR-MASTER-STATUS
006810             GO TO 2200-EXIT
006820     END-REWRITE
006830     WRITE MED-TURMA-PRECO-REC
006840     MOVE "APLICADA" TO WS-RLN-FLAG
006850     .
006860 2200-EXIT.
006870     EXIT.
006880*----------------------------------------------------------*
006890* 8000-IMPRIME-RESUMO -- ONE LINE PER PERCENTAGE LINE AND   *
006900*     THE RUN TOTAL.                                        *
006910*----------------------------------------------------------*
006920 8000-IMPRIME-RESUMO.
006930     MOVE SPACES TO REAJ-REPORT-REC
006940     WRITE REAJ-REPORT-REC
006950     MOVE WS-RES-CABEC TO REAJ-REPORT-REC
006960     WRITE REAJ-REPORT-REC
006970     PERFORM 8100-IMPRIME-SERIE THRU 8100-EXIT
006980         VARYING WS-PCT-IDX FROM 1 BY 1
006990         UNTIL WS-PCT-IDX > WS-PCT-TABLE-QTD
007000     MOVE WS-REL-TRACO TO REAJ-REPORT-REC
007010     WRITE REAJ-REPORT-REC
007020     COMPUTE WS-TOT-IMPACTO =
007030         WS-TOT-RECEITA-NOVA - WS-TOT-RECEITA-ATUAL
007040     MOVE "TOTAL"              TO WS-RSL-SERIE
007050     MOVE WS-TOT-TURMAS        TO WS-RSL-TURMAS
007060     MOVE WS-TOT-ATIVOS        TO WS-RSL-ATIVOS
007070     MOVE ZERO                 TO WS-RSL-PERCENTUAL
007080     MOVE WS-TOT-RECEITA-ATUAL TO WS-RSL-RECEITA-ATU
007090     MOVE WS-TOT-RECEITA-NOVA  TO WS-RSL-RECEITA-NOV
007100     MOVE WS-TOT-IMPACTO       TO WS-RSL-IMPACTO
007110     MOVE WS-RES-LINHA TO REAJ-REPORT-REC
007120     WRITE REAJ-REPORT-REC
007130     .
007140 8000-EXIT.
007150     EXIT.
007160 8100-IMPRIME-SERIE.
007170     IF WS-PCT-SERIE (WS-PCT-IDX) = "*"
007180        MOVE "DEMAIS" TO WS-RSL-SERIE
007190     ELSE
007200        MOVE WS-PCT-SERIE (WS-PCT-IDX) TO WS-RSL-SERIE
007210     END-IF
007220     MOVE WS-PCT-TURMAS (WS-PCT-IDX)      TO WS-RSL-TURMAS
007230     MOVE WS-PCT-ATIVOS (WS-PCT-IDX)      TO WS-RSL-ATIVOS
007240     MOVE WS-PCT-PERCENTUAL (WS-PCT-IDX)  TO WS-RSL-PERCENTUAL
007250     MOVE WS-PCT-RECEITA-ATU (WS-PCT-IDX) TO WS-RSL-RECEITA-ATU
007260     MOVE WS-PCT-RECEITA-NOV (WS-PCT-IDX) TO WS-RSL-RECEITA-NOV
007270     COMPUTE WS-IMPACTO = WS-PCT-RECEITA-NOV (WS-PCT-IDX)
007280                        - WS-PCT-RECEITA-ATU (WS-PCT-IDX)
007290     MOVE WS-IMPACTO TO WS-RSL-IMPACTO
007300     MOVE WS-RES-LINHA TO REAJ-REPORT-REC
007310     WRITE REAJ-REPORT-REC
007320     ADD WS-PCT-TURMAS (WS-PCT-IDX)      TO WS-TOT-TURMAS
007330     ADD WS-PCT-ATIVOS (WS-PCT-IDX)      TO WS-TOT-ATIVOS
007340     ADD WS-PCT-RECEITA-ATU (WS-PCT-IDX) TO WS-TOT-RECEITA-ATUAL
007350     ADD WS-PCT-RECEITA-NOV (WS-PCT-IDX) TO WS-TOT-RECEITA-NOVA
007360     .
007370 8100-EXIT.
007380     EXIT.
007390*----------------------------------------------------------*
007400* 9000-FINALIZE -- CLOSE THE FILES AND SHOW THE RUN COUNTS  *
007410*----------------------------------------------------------*
007420 9000-FINALIZE.
007430     CLOSE TURMA-MASTER-FILE
007440     IF MODO-APLICA
007450        CLOSE TURMA-PRECO-FILE
007460     END-IF
007470     CLOSE REAJ-REPORT-FILE
007480     COMPUTE WS-IMPACTO-ANUAL = WS-TOT-IMPACTO * 12
007490     DISPLAY "PERCENTUAIS LIDOS...: " WS-CONT-PCT-LIDOS
007500     DISPLAY "PERCENTUAIS REJEIT..: " WS-CONT-PCT-REJEITADOS
007510     DISPLAY "TURMAS LIDAS........: " WS-CONT-TURMAS
007520     DISPLAY "TURMAS REAJUSTADAS..: " WS-CONT-REAJUSTADAS
007530     DISPLAY "SEM PERCENTUAL......: " WS-CONT-SEM-PERCENTUAL
007540     DISPLAY "SEM MENSALIDADE.....: " WS-CONT-SEM-PRECO
007550     DISPLAY "JA REAJUSTADAS......: " WS-CONT-REPETIDAS
007560     DISPLAY "ERROS DE GRAVACAO...: " WS-CONT-ERROS
007570     MOVE WS-TOT-IMPACTO TO WS-VALOR-ED
007580     DISPLAY "IMPACTO MENSAL......: " WS-VALOR-ED
007590     MOVE WS-IMPACTO-ANUAL TO WS-VALOR-ED
007600     DISPLAY "IMPACTO EM 12 MESES.: " WS-VALOR-ED
007610     IF WS-CONT-ERROS > ZERO
007620        MOVE 8 TO RETURN-CODE
007630     ELSE
007640        IF WS-CONT-PCT-REJEITADOS > ZERO
007650           OR WS-CONT-REPETIDAS > ZERO
007660           MOVE 4 TO RETURN-CODE
007670        END-IF
007680     END-IF
007690     .
007700 9000-EXIT.
007710     EXIT.
007720*----------------------------------------------------------*
007730* 9400/9500 -- SHARED COMPETENCE-STATUS PARAGRAPHS (CMPPARA) *
007740*----------------------------------------------------------*
007750     COPY CMPPARA.
007760*----------------------------------------------------------*
007770* 9800-ERROR-LOG -- SHARED ERROR-LOGGING PARAGRAPH (ERRPARA) *
007780*----------------------------------------------------------*
007790     COPY ERRPARA.
007800*----------------------------------------------------------*
007810* 9200/9250/9280/9290 -- SHARED OPERATOR-AUTHORIZATION      *
007820*     PARAGRAPHS (OPERPARA) AND THE AUDIT-CHAIN PARAGRAPHS  *
007830*     (CADPARA) THE ACCESS-LOG STAMP RIDES ON.              *
007840*----------------------------------------------------------*
007850     COPY CADPARA.
007860     COPY OPERPARA.
007870 END PROGRAM REAJUSTE_ANUAL.
