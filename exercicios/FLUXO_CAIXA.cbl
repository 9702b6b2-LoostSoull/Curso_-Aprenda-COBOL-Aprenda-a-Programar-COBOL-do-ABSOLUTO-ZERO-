000100*****************************************************************
000110* Program:      FLUXO_CAIXA
000120* Author:       J. ALBUQUERQUE - APPLICATIONS SUPPORT
000130* Installation: ESCOLA - SISTEMA ACADEMICO
000140* Date-Written: 2026-10-15
000150* Date-Compiled:
000160* Purpose:      Receivables cash-flow projection for the twelve
000170*               months starting with the month of the run, by
000180*               month and by unit (MED-TUR-UNIDADE), on FLUXREL:
000190*                 ABERTAS     -- open FATMAST receivables;
000200*                 PLANOS      -- open RENEGOCIA installments
000210*                     (*PLANO* in the turma column);
000220*                 FATURAMENTO -- the next competence not yet
000230*                     billed: every ATIVO student at the tuition
000240*                     in force for it (TURMAST and the TURPRECO
000250*                     history) less the DESCMAST discounts, due
000260*                     on the BILLPARM due day.
000270*               Each amount is weighted by the payment history
000280*               the bank returns (BANCO_RETORNO) left on FATMAST,
000290*               measured separately for tuition and for plan
000300*               installments over every invoice due before the
000310*               previous month: the share of the amount paid by
000320*               the due date arrives in the due month, the share
000330*               paid late in the month after, the rest never.
000340*               A receivable already past due counts only at the
000350*               late share of what was not paid on time, in the
000360*               month of the run.
000370*               Every run appends its projection to PROJFLX, and
000380*               the report closes with the projection the last
000390*               run before this month made for the previous
000400*               month against the payments that month actually
000410*               brought in, per unit.
000420* Modification History:
000430*   2026-10-15 JA  Initial version.
000440* Tectonics: cobc
000450*****************************************************************
000460 IDENTIFICATION DIVISION.
000470 PROGRAM-ID. FLUXO_CAIXA.
000480 ENVIRONMENT DIVISION.
000490 INPUT-OUTPUT SECTION.
000500 FILE-CONTROL.
000510     COPY FATSEL.
000520     COPY STUSEL.
000530     COPY TURMSEL.
000540     COPY DESCSEL.
000550     COPY TPRSEL.
000560     SELECT BILL-PARM-FILE ASSIGN TO "BILLPARM"
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS WS-PARM-STATUS.
000590     SELECT PROJ-FLUXO-FILE ASSIGN TO "PROJFLX"
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS WS-PFX-STATUS.
000620     SELECT FLUXO-REPORT-FILE ASSIGN TO "FLUXREL"
000630         ORGANIZATION IS LINE SEQUENTIAL.
000640     COPY ERRLSEL.
000650 DATA DIVISION.
000660 FILE SECTION.
000670 FD  FATURA-MASTER-FILE.
000680     COPY FATMST.
000690 FD  STUDENT-MASTER-FILE.
000700     COPY STUMAST.
000710 FD  TURMA-MASTER-FILE.
000720     COPY TURMMST.
000730 FD  DESCONTO-MASTER-FILE.
000740     COPY DESCMST.
000750     COPY TPRFD.
000760 FD  BILL-PARM-FILE.
000770 01  BILL-PARM-REC.
000780     03  BLP-COMPETENCIA        PIC 9(06).
000790     03  FILLER                 PIC X(01).
000800     03  BLP-VENCIMENTO         PIC 9(08).
000810     03  FILLER                 PIC X(01).
000820     03  BLP-TAXA-ATRASO        PIC 9(01)V9(04).
000830 FD  PROJ-FLUXO-FILE.
000840 01  MED-PROJ-FLUXO-REC.
000850     03  MED-PFX-DATA           PIC 9(08).
000860     03  FILLER                 PIC X(01).
000870     03  MED-PFX-BASE           PIC 9(06).
000880     03  FILLER                 PIC X(01).
000890     03  MED-PFX-MES            PIC 9(06).
000900     03  FILLER                 PIC X(01).
000910     03  MED-PFX-UNIDADE        PIC X(02).
000920     03  FILLER                 PIC X(01).
000930     03  MED-PFX-VALOR          PIC 9(09)V99.
000940 FD  FLUXO-REPORT-FILE.
000950 01  FLUXO-REPORT-REC           PIC X(80).
000960     COPY ERRLFD.
000970 WORKING-STORAGE SECTION.
000980     COPY ERRCODES.
000990 01  WS-FAT-MASTER-STATUS       PIC X(02) VALUE SPACES.
001000 01  WS-STU-MASTER-STATUS       PIC X(02) VALUE SPACES.
001010 01  WS-TUR-MASTER-STATUS       PIC X(02) VALUE SPACES.
001020 01  WS-DSC-MASTER-STATUS       PIC X(02) VALUE SPACES.
001030 01  WS-TPR-STATUS              PIC X(02) VALUE SPACES.
001040 01  WS-PARM-STATUS             PIC X(02) VALUE SPACES.
001050 01  WS-PFX-STATUS              PIC X(02) VALUE SPACES.
001060 01  WS-SWITCHES.
001070     03  WS-EOF-FATMAST         PIC X(01) VALUE 'N'.
001080         88  FIM-DO-FATMAST           VALUE 'S'.
001090     03  WS-EOF-MASTER          PIC X(01) VALUE 'N'.
001100         88  FIM-DO-MASTER            VALUE 'S'.
001110     03  WS-EOF-TURMAS          PIC X(01) VALUE 'N'.
001120         88  FIM-DAS-TURMAS           VALUE 'S'.
001130     03  WS-EOF-DESCONTOS       PIC X(01) VALUE 'N'.
001140         88  FIM-DOS-DESCONTOS        VALUE 'S'.
001150     03  WS-EOF-PRECOS          PIC X(01) VALUE 'N'.
001160         88  FIM-DOS-PRECOS           VALUE 'S'.
001170     03  WS-EOF-PROJECAO        PIC X(01) VALUE 'N'.
001180         88  FIM-DA-PROJECAO          VALUE 'S'.
001190     03  WS-STUMAST-SW          PIC X(01) VALUE 'N'.
001200         88  STUMAST-ABERTO           VALUE 'S'.
001210     03  WS-TUR-ACHOU           PIC X(01) VALUE 'N'.
001220         88  ACHOU-TURMA              VALUE 'S'.
001230     03  WS-UNI-ACHOU           PIC X(01) VALUE 'N'.
001240         88  ACHOU-UNIDADE            VALUE 'S'.
001250     03  WS-PROJ-ANTERIOR-SW    PIC X(01) VALUE 'N'.
001260         88  HA-PROJECAO-ANTERIOR     VALUE 'S'.
001270 01  WS-DATA-HOJE               PIC 9(08) VALUE ZERO.
001280 01  WS-DATA-HOJE-R REDEFINES WS-DATA-HOJE.
001290     03  WS-HOJE-AAAAMM         PIC 9(06).
001300     03  WS-HOJE-DD             PIC 9(02).
001310*----------------------------------------------------------*
001320* THE MONTHS THE RUN WORKS WITH: BASE IS THE FIRST MONTH    *
001330*     PROJECTED (THE MONTH OF THE RUN), ANTERIOR THE MONTH  *
001340*     COMPARED, CORTE THE FIRST DAY OF ANTERIOR -- ONLY     *
001350*     INVOICES DUE BEFORE IT MEASURE THE PAYMENT HISTORY.   *
001360*----------------------------------------------------------*
001370 01  WS-BASE-AAAAMM             PIC 9(06) VALUE ZERO.
001380 01  WS-BASE-SEQ                PIC 9(06) VALUE ZERO.
001390 01  WS-ANTERIOR-AAAAMM         PIC 9(06) VALUE ZERO.
001400 01  WS-DATA-CORTE              PIC 9(08) VALUE ZERO.
001410 01  WS-PROX-COMPET             PIC 9(06) VALUE ZERO.
001420 01  WS-PROX-VENCIMENTO         PIC 9(08) VALUE ZERO.
001430 01  WS-PROX-VENC-R REDEFINES WS-PROX-VENCIMENTO.
001440     03  WS-PROX-VENC-AAAAMM    PIC 9(06).
001450     03  WS-PROX-VENC-DD        PIC 9(02).
001460 01  WS-MAIOR-COMPET            PIC 9(06) VALUE ZERO.
001470 01  WS-VENC-DIA                PIC 9(02) VALUE 10.
001480 01  WS-VENC-DESLOC             PIC S9(03) VALUE ZERO.
001490*----------------------------------------------------------*
001500* MONTH ARITHMETIC WORK AREAS (5000/5100)                   *
001510*----------------------------------------------------------*
001520 01  WS-MA-AAAAMM               PIC 9(06) VALUE ZERO.
001530 01  WS-MA-AAAAMM-R REDEFINES WS-MA-AAAAMM.
001540     03  WS-MA-ANO              PIC 9(04).
001550     03  WS-MA-MES              PIC 9(02).
001560 01  WS-MA-QTD                  PIC S9(04) VALUE ZERO.
001570 01  WS-MA-SEQ                  PIC 9(06) VALUE ZERO.
001580 01  WS-MA-POS                  PIC S9(05) VALUE ZERO.
001590 01  WS-MA-RESTO                PIC 9(02) VALUE ZERO.
001600*----------------------------------------------------------*
001610* PAYMENT HISTORY: (1) TUITION, (2) PLAN INSTALLMENTS       *
001620*----------------------------------------------------------*
001630 01  WS-HISTORICO.
001640     03  WS-HST-ENTRY           OCCURS 2 TIMES.
001650         05  WS-HST-BASE        PIC 9(09)V99.
001660         05  WS-HST-EM-DIA      PIC 9(09)V99.
001670         05  WS-HST-ATRASO      PIC 9(09)V99.
001680         05  WS-HST-QTD         PIC 9(07).
001690         05  WS-TX-EM-DIA       PIC 9(01)V9(04).
001700         05  WS-TX-ATRASO       PIC 9(01)V9(04).
001710         05  WS-TX-VENCIDA      PIC 9(01)V9(04).
001720 01  WS-CAT                     PIC 9(01) VALUE ZERO.
001730 01  WS-HST-SUB                 PIC 9(01) VALUE ZERO.
001740*----------------------------------------------------------*
001750* TURMAS OFF TURMAST: UNIT AND CURRENT TUITION              *
001760*----------------------------------------------------------*
001770 01  WS-TUR-TABLE-QTD           PIC 9(03) COMP VALUE ZERO.
001780 01  WS-TUR-TABLE.
001790     03  WS-TUR-ENTRY           OCCURS 1 TO 500 TIMES
001800                                DEPENDING ON WS-TUR-TABLE-QTD
001810                                INDEXED BY WS-TUR-IDX.
001820         05  WS-TUR-CODIGO      PIC X(10).
001830         05  WS-TUR-UNIDADE     PIC X(02).
001840         05  WS-TUR-PRECO       PIC 9(05)V99.
001850 01  WS-TURMA-W                 PIC X(10) VALUE SPACES.
001860 01  WS-UNIDADE-W               PIC X(02) VALUE SPACES.
001870*----------------------------------------------------------*
001880* TUITION CHANGES OFF TURPRECO (SAME RULE AS FATURA_MENSAL: *
001890*     THE OLD PRICE OF THE FIRST CHANGE EFFECTIVE AFTER THE *
001900*     COMPETENCE, ELSE THE MASTER'S PRICE).                 *
001910*----------------------------------------------------------*
001920 01  WS-TPR-TABLE-QTD           PIC 9(04) COMP VALUE ZERO.
001930 01  WS-TPR-TABLE.
001940     03  WS-TPR-ENTRY           OCCURS 1 TO 2000 TIMES
001950                                DEPENDING ON WS-TPR-TABLE-QTD
001960                                INDEXED BY WS-TPR-IDX.
001970         05  WS-TPR-TURMA       PIC X(10).
001980         05  WS-TPR-VIGENCIA    PIC 9(06).
001990         05  WS-TPR-ANTERIOR    PIC 9(05)V99.
002000 01  WS-TPR-VIGENCIA-W          PIC 9(06) VALUE ZERO.
002010*----------------------------------------------------------*
002020* DISCOUNTS OFF DESCMAST (SAME RULES AS FATURA_MENSAL)      *
002030*----------------------------------------------------------*
002040 01  WS-DSC-TABLE-QTD           PIC 9(03) COMP VALUE ZERO.
002050 01  WS-DSC-TABLE.
002060     03  WS-DSC-ENTRY           OCCURS 1 TO 500 TIMES
002070                                DEPENDING ON WS-DSC-TABLE-QTD
002080                                INDEXED BY WS-DSC-IDX.
002090         05  WS-DSC-T-ALUNO-ID  PIC 9(07).
002100         05  WS-DSC-T-PCT       PIC 9(03)V99.
002110         05  WS-DSC-T-FIXO      PIC 9(05)V99.
002120         05  WS-DSC-T-DE        PIC 9(06).
002130         05  WS-DSC-T-ATE       PIC 9(06).
002140 01  WS-DSC-SUB                 PIC 9(03) COMP VALUE ZERO.
002150*----------------------------------------------------------*
002160* UNITS SEEN BY THE RUN, WITH LAST MONTH'S PROJECTION AND   *
002170*     WHAT ACTUALLY CAME IN; "--" IS A RECEIVABLE WHOSE     *
002180*     TURMA IS NOT ON THE MASTER.                           *
002190*----------------------------------------------------------*
002200 01  WS-UNI-TABLE-QTD           PIC 9(02) COMP VALUE ZERO.
002210 01  WS-UNI-TABLE.
002220     03  WS-UNI-ENTRY           OCCURS 1 TO 10 TIMES
002230                                DEPENDING ON WS-UNI-TABLE-QTD
002240                                INDEXED BY WS-UNI-IDX.
002250         05  WS-UNI-CODIGO      PIC X(02).
002260         05  WS-UNI-PREVISTO    PIC 9(09)V99.
002270         05  WS-UNI-REALIZADO   PIC 9(09)V99.
002280 01  WS-UNI-SUB                 PIC 9(02) COMP VALUE ZERO.
002290*----------------------------------------------------------*
002300* THE PROJECTION: 12 MONTHS X 10 UNITS X 3 KINDS            *
002310*     (1 ABERTAS, 2 PLANOS, 3 FATURAMENTO)                  *
002320*----------------------------------------------------------*
002330 01  WS-PROJECAO.
002340     03  WS-PRJ-MES             OCCURS 12 TIMES.
002350         05  WS-PRJ-UNI         OCCURS 10 TIMES.
002360             07  WS-PRJ-VALOR   PIC 9(09)V99 OCCURS 3 TIMES.
002370 01  WS-MES-SUB                 PIC 9(02) COMP VALUE ZERO.
002380 01  WS-KND-SUB                 PIC 9(01) VALUE ZERO.
002390*----------------------------------------------------------*
002400* AMOUNTS AND TOTALS                                        *
002410*----------------------------------------------------------*
002420 01  WS-SALDO                   PIC 9(07)V99 VALUE ZERO.
002430 01  WS-ESPERADO                PIC 9(09)V99 VALUE ZERO.
002440 01  WS-VALOR-BRUTO             PIC 9(07)V99 VALUE ZERO.
002450 01  WS-VALOR-DESCONTO          PIC 9(07)V99 VALUE ZERO.
002460 01  WS-DESC-UM                 PIC 9(07)V99 VALUE ZERO.
002470 01  WS-VALOR-LIQUIDO           PIC 9(07)V99 VALUE ZERO.
002480 01  WS-FAT-BRUTO               PIC 9(09)V99 VALUE ZERO.
002490 01  WS-FAT-DESCONTO            PIC 9(09)V99 VALUE ZERO.
002500 01  WS-FAT-LIQUIDO             PIC 9(09)V99 VALUE ZERO.
002510 01  WS-ALEM-HORIZONTE          PIC 9(09)V99 VALUE ZERO.
002520 01  WS-MES-TOTAL               PIC 9(09)V99 VALUE ZERO.
002530 01  WS-UNI-TOTAL               PIC 9(09)V99 VALUE ZERO.
002540 01  WS-GERAL-TOTAL             PIC 9(09)V99 VALUE ZERO.
002550 01  WS-MES-TOTAIS.
002560     03  WS-MES-KND-TOTAL       PIC 9(09)V99 OCCURS 3 TIMES.
002570 01  WS-TOT-PREVISTO            PIC 9(09)V99 VALUE ZERO.
002580 01  WS-TOT-REALIZADO           PIC 9(09)V99 VALUE ZERO.
002590 01  WS-DIFERENCA               PIC S9(09)V99 VALUE ZERO.
002600 01  WS-ACERTO                  PIC 9(04)V99 VALUE ZERO.
002610 01  WS-PROJ-ANT-DATA           PIC 9(08) VALUE ZERO.
002620 01  WS-AAAAMM-W                PIC 9(06) VALUE ZERO.
002630 01  WS-CONTADORES.
002640     03  WS-CONT-ABERTAS        PIC 9(05) COMP VALUE ZERO.
002650     03  WS-CONT-PLANOS         PIC 9(05) COMP VALUE ZERO.
002660     03  WS-CONT-VENCIDAS       PIC 9(05) COMP VALUE ZERO.
002670     03  WS-CONT-ALUNOS         PIC 9(05) COMP VALUE ZERO.
002680     03  WS-CONT-SEM-PRECO      PIC 9(05) COMP VALUE ZERO.
002690     03  WS-CONT-GRAVADOS       PIC 9(05) COMP VALUE ZERO.
002700*----------------------------------------------------------*
002710* REPORT LINES                                              *
002720*----------------------------------------------------------*
002730 01  WS-REL-TITULO.
002740     03  FILLER                 PIC X(26) VALUE
002750         "ESCOLA - SISTEMA ACADEMICO".
002760     03  FILLER                 PIC X(04) VALUE SPACES.
002770     03  FILLER                 PIC X(30) VALUE
002780         "PROJECAO DE FLUXO DE CAIXA -- ".
002790     03  WS-RTI-DATA            PIC 9(08).
002800 01  WS-REL-TRACO               PIC X(79) VALUE ALL "-".
002810 01  WS-TAXA-LINE.
002820     03  FILLER                 PIC X(02) VALUE SPACES.
002830     03  WS-TXL-ROTULO          PIC X(13).
002840     03  FILLER                 PIC X(08) VALUE " EM DIA ".
002850     03  WS-TXL-EM-DIA          PIC ZZ9.99.
002860     03  FILLER                 PIC X(14) VALUE
002870         "%  COM ATRASO ".
002880     03  WS-TXL-ATRASO          PIC ZZ9.99.
002890     03  FILLER                 PIC X(10) VALUE "%  FATURAS".
002900     03  WS-TXL-QTD             PIC Z(6)9.
002910 01  WS-PCT-W                   PIC 9(03)V99 VALUE ZERO.
002920 01  WS-FAT-LINE.
002930     03  FILLER                 PIC X(02) VALUE SPACES.
002940     03  WS-FTL-ROTULO          PIC X(22).
002950     03  WS-FTL-VALOR           PIC Z(8)9.99.
002960     03  WS-FTL-VALOR-X REDEFINES WS-FTL-VALOR
002970                                PIC X(12).
002980 01  WS-QTD-ED                  PIC Z(11)9.
002990 01  WS-MES-CABEC.
003000     03  FILLER                 PIC X(40) VALUE
003010         "MES     UN        ABERTAS      PLANOS FA".
003020     03  FILLER                 PIC X(21) VALUE
003030         "TURAMENTO       TOTAL".
003040 01  WS-MES-LINE.
003050     03  WS-MLN-ANO             PIC X(04).
003060     03  WS-MLN-BARRA           PIC X(01).
003070     03  WS-MLN-MES             PIC X(02).
003080     03  FILLER                 PIC X(01) VALUE SPACE.
003090     03  WS-MLN-UNIDADE         PIC X(05).
003100     03  WS-MLN-VALOR           PIC ZZZZZZZZ9.99 OCCURS 4 TIMES.
003110 01  WS-CMP-CABEC.
003120     03  FILLER                 PIC X(40) VALUE
003130         "UN       PREVISTO    REALIZADO    DIFERE".
003140     03  FILLER                 PIC X(12) VALUE
003150         "NCA ACERTO %".
003160 01  WS-CMP-LINE.
003170     03  WS-CPL-UNIDADE         PIC X(05).
003180     03  WS-CPL-PREVISTO        PIC ZZZZZZZZ9.99.
003190     03  FILLER                 PIC X(01) VALUE SPACE.
003200     03  WS-CPL-REALIZADO       PIC ZZZZZZZZ9.99.
003210     03  FILLER                 PIC X(01) VALUE SPACE.
003220     03  WS-CPL-DIFERENCA       PIC -ZZZZZZZ9.99.
003230     03  FILLER                 PIC X(02) VALUE SPACES.
003240     03  WS-CPL-ACERTO          PIC ZZZ9.99.
003250 01  WS-MSG-LINE.
003260     03  FILLER                 PIC X(02) VALUE SPACES.
003270     03  WS-MSL-TEXTO           PIC X(50).
003280     03  WS-MSL-VALOR           PIC X(12).
003290 PROCEDURE DIVISION.
003300 0000-MAIN-PROCEDURE.
003310     PERFORM 1000-INITIALIZE THRU 1000-EXIT
003320     PERFORM 2000-MEDE-HISTORICO THRU 2000-EXIT
003330     PERFORM 3000-PROJETA-ABERTAS THRU 3000-EXIT
003340     PERFORM 4000-PROJETA-FATURAMENTO THRU 4000-EXIT
003350     PERFORM 7000-IMPRIME-PROJECAO THRU 7000-EXIT
003360     PERFORM 7500-IMPRIME-COMPARACAO THRU 7500-EXIT
003370     PERFORM 8000-GRAVA-PROJECAO THRU 8000-EXIT
003380     PERFORM 9000-FINALIZE THRU 9000-EXIT
003390     STOP RUN.
003400*----------------------------------------------------------*
003410* 1000-INITIALIZE -- THE MONTHS OF THE RUN, THE TABLES OFF  *
003420*     TURMAST, TURPRECO AND DESCMAST, LAST MONTH'S          *
003430*     PROJECTION OFF PROJFLX. WITHOUT FATMAST THERE IS      *
003440*     NOTHING TO PROJECT.                                   *
003450*----------------------------------------------------------*
003460 1000-INITIALIZE.
003470     MOVE "FLUXOCX" TO MED-ERROR-PROGRAM
003480     ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
003490     MOVE WS-HOJE-AAAAMM TO WS-BASE-AAAAMM
003500     MOVE WS-BASE-AAAAMM TO WS-MA-AAAAMM
003510     COMPUTE WS-BASE-SEQ = WS-MA-ANO * 12 + WS-MA-MES - 1
003520     MOVE -1 TO WS-MA-QTD
003530     PERFORM 5100-SOMA-MESES THRU 5100-EXIT
003540     MOVE WS-MA-AAAAMM TO WS-ANTERIOR-AAAAMM
003550     COMPUTE WS-DATA-CORTE = WS-ANTERIOR-AAAAMM * 100 + 1
003560     MOVE WS-DATA-HOJE TO WS-RTI-DATA
003570     INITIALIZE WS-HISTORICO
003580     INITIALIZE WS-PROJECAO
003590     OPEN INPUT BILL-PARM-FILE
003600     IF WS-PARM-STATUS = "00"
003610        READ BILL-PARM-FILE
003620            AT END
003630                CONTINUE
003640            NOT AT END
003650                MOVE BLP-VENCIMENTO TO WS-PROX-VENCIMENTO
003660                MOVE WS-PROX-VENC-DD TO WS-VENC-DIA
003670                MOVE BLP-COMPETENCIA TO WS-MA-AAAAMM
003680                PERFORM 5000-POSICAO-MES THRU 5000-EXIT
003690                MOVE WS-MA-POS TO WS-VENC-DESLOC
003700                MOVE WS-PROX-VENC-AAAAMM TO WS-MA-AAAAMM
003710                PERFORM 5000-POSICAO-MES THRU 5000-EXIT
003720                COMPUTE WS-VENC-DESLOC =
003730                    WS-MA-POS - WS-VENC-DESLOC
003740        END-READ
003750        CLOSE BILL-PARM-FILE
003760     ELSE
003770        DISPLAY "BILLPARM INDISPONIVEL -- VENCIMENTO DIA 10"
003780     END-IF
003790     OPEN INPUT FATURA-MASTER-FILE
003800     IF WS-FAT-MASTER-STATUS NOT = "00"
003810        DISPLAY "ERRO NA ABERTURA DO FATMAST: "
003820            WS-FAT-MASTER-STATUS
003830        MOVE "OPNERR"   TO MED-ERROR-CODE
003840        MOVE "FATMAST NAO PODE SER ABERTO" TO MED-ERROR-TEXT
003850        SET MED-RC-FILE-ERROR TO TRUE
003860        PERFORM 9800-ERROR-LOG THRU 9800-EXIT
003870        MOVE MED-RETURN-CODE TO RETURN-CODE
003880        STOP RUN
003890     END-IF
003900     OPEN INPUT STUDENT-MASTER-FILE
003910     IF WS-STU-MASTER-STATUS = "00"
003920        SET STUMAST-ABERTO TO TRUE
003930     ELSE
003940        DISPLAY "STUMAST INDISPONIVEL, STATUS: "
003950            WS-STU-MASTER-STATUS
003960        DISPLAY "FATURAMENTO FUTURO NAO SERA PROJETADO"
003970     END-IF
003980     PERFORM 1100-CARREGA-TURMAS THRU 1100-EXIT
003990     PERFORM 1200-CARREGA-PRECOS THRU 1200-EXIT
004000     PERFORM 1300-CARREGA-DESCONTOS THRU 1300-EXIT
004010     PERFORM 1400-CARREGA-PROJECAO THRU 1400-EXIT
004020     OPEN OUTPUT FLUXO-REPORT-FILE
004030     .
004040 1000-EXIT.
004050     EXIT.
004060 1100-CARREGA-TURMAS.
004070     OPEN INPUT TURMA-MASTER-FILE
004080     IF WS-TUR-MASTER-STATUS NOT = "00"
004090        DISPLAY "TURMAST INDISPONIVEL, STATUS: "
004100            WS-TUR-MASTER-STATUS
004110        DISPLAY "PROJECAO SEM UNIDADES"
004120        GO TO 1100-EXIT
004130     END-IF
004140     MOVE LOW-VALUES TO MED-TUR-CODIGO
004150     START TURMA-MASTER-FILE KEY NOT LESS MED-TUR-CODIGO
004160         INVALID KEY
004170             SET FIM-DAS-TURMAS TO TRUE
004180     END-START
004190     PERFORM 1150-LE-TURMA THRU 1150-EXIT
004200         UNTIL FIM-DAS-TURMAS
004210     CLOSE TURMA-MASTER-FILE
004220     .
004230 1100-EXIT.
004240     EXIT.
004250 1150-LE-TURMA.
004260     READ TURMA-MASTER-FILE NEXT RECORD
004270         AT END
004280             SET FIM-DAS-TURMAS TO TRUE
004290             GO TO 1150-EXIT
004300     END-READ
004310     IF WS-TUR-TABLE-QTD >= 500
004320        DISPLAY "TABELA DE TURMAS CHEIA (500)"
004330        MOVE 8 TO RETURN-CODE
004340        STOP RUN
004350     END-IF
004360     ADD 1 TO WS-TUR-TABLE-QTD
004370     SET WS-TUR-IDX TO WS-TUR-TABLE-QTD
004380     MOVE MED-TUR-CODIGO      TO WS-TUR-CODIGO (WS-TUR-IDX)
004390     MOVE MED-TUR-UNIDADE     TO WS-TUR-UNIDADE (WS-TUR-IDX)
004400     MOVE MED-TUR-MENSALIDADE TO WS-TUR-PRECO (WS-TUR-IDX)
004410     .
004420 1150-EXIT.
004430     EXIT.
004440 1200-CARREGA-PRECOS.
004450     OPEN INPUT TURMA-PRECO-FILE
004460     IF WS-TPR-STATUS NOT = "00"
004470        GO TO 1200-EXIT
004480     END-IF
004490     PERFORM 1250-LE-PRECO THRU 1250-EXIT
004500         UNTIL FIM-DOS-PRECOS
004510     CLOSE TURMA-PRECO-FILE
004520     .
004530 1200-EXIT.
004540     EXIT.
004550 1250-LE-PRECO.
004560     READ TURMA-PRECO-FILE
004570         AT END
004580             SET FIM-DOS-PRECOS TO TRUE
004590             GO TO 1250-EXIT
004600     END-READ
004610     IF WS-TPR-TABLE-QTD >= 2000
004620        DISPLAY "TABELA DE PRECOS CHEIA (2000)"
004630        MOVE 8 TO RETURN-CODE
004640        STOP RUN
004650     END-IF
004660     ADD 1 TO WS-TPR-TABLE-QTD
004670     SET WS-TPR-IDX TO WS-TPR-TABLE-QTD
004680     MOVE MED-TPR-TURMA    TO WS-TPR-TURMA (WS-TPR-IDX)
004690     MOVE MED-TPR-VIGENCIA TO WS-TPR-VIGENCIA (WS-TPR-IDX)
004700     MOVE MED-TPR-ANTERIOR TO WS-TPR-ANTERIOR (WS-TPR-IDX)
004710     .
004720 1250-EXIT.
004730     EXIT.
004740 1300-CARREGA-DESCONTOS.
004750     OPEN INPUT DESCONTO-MASTER-FILE
004760     IF WS-DSC-MASTER-STATUS NOT = "00"
004770        DISPLAY "DESCMAST INDISPONIVEL, STATUS: "
004780            WS-DSC-MASTER-STATUS
004790        DISPLAY "FATURAMENTO PROJETADO SEM DESCONTOS"
004800        GO TO 1300-EXIT
004810     END-IF
004820     MOVE LOW-VALUES TO MED-DSC-CHAVE
004830     START DESCONTO-MASTER-FILE KEY NOT LESS MED-DSC-CHAVE
004840         INVALID KEY
004850             SET FIM-DOS-DESCONTOS TO TRUE
004860     END-START
004870     PERFORM 1350-LE-DESCONTO THRU 1350-EXIT
004880         UNTIL FIM-DOS-DESCONTOS
004890     CLOSE DESCONTO-MASTER-FILE
004900     .
004910 1300-EXIT.
004920     EXIT.
004930 1350-LE-DESCONTO.
004940     READ DESCONTO-MASTER-FILE NEXT RECORD
004950         AT END
004960             SET FIM-DOS-DESCONTOS TO TRUE
004970             GO TO 1350-EXIT
004980     END-READ
004990     IF WS-DSC-TABLE-QTD >= 500
005000        DISPLAY "TABELA DE DESCONTOS CHEIA (500)"
005010        MOVE 8 TO RETURN-CODE
005020        STOP RUN
005030     END-IF
005040     ADD 1 TO WS-DSC-TABLE-QTD
005050     SET WS-DSC-IDX TO WS-DSC-TABLE-QTD
005060     MOVE MED-DSC-ALUNO-ID     TO WS-DSC-T-ALUNO-ID (WS-DSC-IDX)
005070     MOVE MED-DSC-PERCENTUAL   TO WS-DSC-T-PCT (WS-DSC-IDX)
005080     MOVE MED-DSC-VALOR-FIXO   TO WS-DSC-T-FIXO (WS-DSC-IDX)
005090     MOVE MED-DSC-VALIDADE-DE  TO WS-DSC-T-DE (WS-DSC-IDX)
005100     MOVE MED-DSC-VALIDADE-ATE TO WS-DSC-T-ATE (WS-DSC-IDX)
005110     .
005120 1350-EXIT.
005130     EXIT.
005140*----------------------------------------------------------*
005150* 1400-CARREGA-PROJECAO -- WHAT THE LATEST RUN BEFORE THIS  *
005160*     MONTH PROJECTED FOR THE PREVIOUS MONTH, PER UNIT.    *
005170*----------------------------------------------------------*
005180 1400-CARREGA-PROJECAO.
005190     OPEN INPUT PROJ-FLUXO-FILE
005200     IF WS-PFX-STATUS NOT = "00"
005210        GO TO 1400-EXIT
005220     END-IF
005230     PERFORM 1450-LE-PROJECAO THRU 1450-EXIT
005240         UNTIL FIM-DA-PROJECAO
005250     CLOSE PROJ-FLUXO-FILE
005260     .
005270 1400-EXIT.
005280     EXIT.
005290 1450-LE-PROJECAO.
005300     READ PROJ-FLUXO-FILE
005310         AT END
005320             SET FIM-DA-PROJECAO TO TRUE
005330             GO TO 1450-EXIT
005340     END-READ
005350     IF MED-PFX-MES NOT = WS-ANTERIOR-AAAAMM
005360        OR MED-PFX-BASE NOT < WS-BASE-AAAAMM
005370        OR MED-PFX-DATA < WS-PROJ-ANT-DATA
005380        GO TO 1450-EXIT
005390     END-IF
005400     IF MED-PFX-DATA > WS-PROJ-ANT-DATA
005410        MOVE MED-PFX-DATA TO WS-PROJ-ANT-DATA
005420        SET HA-PROJECAO-ANTERIOR TO TRUE
005430        PERFORM 1460-ZERA-PREVISTO THRU 1460-EXIT
005440            VARYING WS-UNI-IDX FROM 1 BY 1
005450            UNTIL WS-UNI-IDX > WS-UNI-TABLE-QTD
005460     END-IF
005470     MOVE MED-PFX-UNIDADE TO WS-UNIDADE-W
005480     PERFORM 5250-POSICIONA-UNIDADE THRU 5250-EXIT
005490     ADD MED-PFX-VALOR TO WS-UNI-PREVISTO (WS-UNI-IDX)
005500     .
005510 1450-EXIT.
005520     EXIT.
005530 1460-ZERA-PREVISTO.
005540     MOVE ZERO TO WS-UNI-PREVISTO (WS-UNI-IDX)
005550     .
005560 1460-EXIT.
005570     EXIT.
005580*----------------------------------------------------------*
005590* 2000-MEDE-HISTORICO -- FIRST PASS OVER FATMAST: THE       *
005600*     PAYMENT RATES, LAST MONTH'S ACTUAL RECEIPTS AND THE   *
005610*     LATEST TUITION COMPETENCE ALREADY BILLED.             *
005620*----------------------------------------------------------*
005630 2000-MEDE-HISTORICO.
005640     MOVE ZERO TO MED-FAT-NUMERO
005650     MOVE 'N' TO WS-EOF-FATMAST
005660     START FATURA-MASTER-FILE KEY NOT LESS MED-FAT-NUMERO
005670         INVALID KEY
005680             SET FIM-DO-FATMAST TO TRUE
005690     END-START
005700     PERFORM 2100-LE-HISTORICO THRU 2100-EXIT
005710         UNTIL FIM-DO-FATMAST
005720     PERFORM 2300-CALCULA-TAXAS THRU 2300-EXIT
005730         VARYING WS-HST-SUB FROM 1 BY 1
005740         UNTIL WS-HST-SUB > 2
005750     IF WS-HST-BASE (2) = ZERO
005760        MOVE WS-TX-EM-DIA (1)  TO WS-TX-EM-DIA (2)
005770        MOVE WS-TX-ATRASO (1)  TO WS-TX-ATRASO (2)
005780        MOVE WS-TX-VENCIDA (1) TO WS-TX-VENCIDA (2)
005790     END-IF
005800     .
005810 2000-EXIT.
005820     EXIT.
005830 2100-LE-HISTORICO.
005840     READ FATURA-MASTER-FILE NEXT RECORD
005850         AT END
005860             SET FIM-DO-FATMAST TO TRUE
005870             GO TO 2100-EXIT
005880     END-READ
005890     IF MED-FAT-CANCELADA
005900        GO TO 2100-EXIT
005910     END-IF
005920     IF MED-FAT-TURMA = "*PLANO*"
005930        MOVE 2 TO WS-CAT
005940     ELSE
005950        MOVE 1 TO WS-CAT
005960        IF MED-FAT-COMPETENCIA > WS-MAIOR-COMPET
005970           MOVE MED-FAT-COMPETENCIA TO WS-MAIOR-COMPET
005980        END-IF
005990     END-IF
006000     IF MED-FAT-VALOR-PAGO > ZERO
006010        AND MED-FAT-DATA-PGTO > ZERO
006020        COMPUTE WS-AAAAMM-W = MED-FAT-DATA-PGTO / 100
006030        IF WS-AAAAMM-W = WS-ANTERIOR-AAAAMM
006040           PERFORM 5200-UNIDADE-FATURA THRU 5200-EXIT
006050           ADD MED-FAT-VALOR-PAGO TO WS-UNI-REALIZADO (WS-UNI-IDX)
006060        END-IF
006070     END-IF
006080     IF MED-FAT-RENEGOCIADA
006090        OR MED-FAT-VENCIMENTO NOT < WS-DATA-CORTE
006100        GO TO 2100-EXIT
006110     END-IF
006120     ADD 1 TO WS-HST-QTD (WS-CAT)
006130     ADD MED-FAT-VALOR TO WS-HST-BASE (WS-CAT)
006140     IF MED-FAT-QUITADA
006150        IF MED-FAT-DATA-PGTO NOT > MED-FAT-VENCIMENTO
006160           ADD MED-FAT-VALOR TO WS-HST-EM-DIA (WS-CAT)
006170        ELSE
006180           ADD MED-FAT-VALOR TO WS-HST-ATRASO (WS-CAT)
006190        END-IF
006200     ELSE
006210        ADD MED-FAT-VALOR-PAGO TO WS-HST-ATRASO (WS-CAT)
006220     END-IF
006230     .
006240 2100-EXIT.
006250     EXIT.
006260*----------------------------------------------------------*
006270* 2300-CALCULA-TAXAS -- SHARE PAID ON TIME, SHARE PAID      *
006280*     LATE, AND THE CHANCE A RECEIVABLE ALREADY PAST DUE    *
006290*     IS STILL PAID. WITHOUT HISTORY EVERYTHING IS TAKEN    *
006300*     AS PAID ON TIME.                                      *
006310*----------------------------------------------------------*
006320 2300-CALCULA-TAXAS.
006330     IF WS-HST-BASE (WS-HST-SUB) = ZERO
006340        MOVE 1    TO WS-TX-EM-DIA (WS-HST-SUB)
006350        MOVE ZERO TO WS-TX-ATRASO (WS-HST-SUB)
006360        MOVE ZERO TO WS-TX-VENCIDA (WS-HST-SUB)
006370        GO TO 2300-EXIT
006380     END-IF
006390     COMPUTE WS-TX-EM-DIA (WS-HST-SUB) ROUNDED =
006400         WS-HST-EM-DIA (WS-HST-SUB) / WS-HST-BASE (WS-HST-SUB)
006410     COMPUTE WS-TX-ATRASO (WS-HST-SUB) ROUNDED =
006420         WS-HST-ATRASO (WS-HST-SUB) / WS-HST-BASE (WS-HST-SUB)
006430     IF WS-HST-EM-DIA (WS-HST-SUB) < WS-HST-BASE (WS-HST-SUB)
006440        COMPUTE WS-TX-VENCIDA (WS-HST-SUB) ROUNDED =
006450            WS-HST-ATRASO (WS-HST-SUB)
006460            / (WS-HST-BASE (WS-HST-SUB)
006470               - WS-HST-EM-DIA (WS-HST-SUB))
006480     ELSE
006490        MOVE ZERO TO WS-TX-VENCIDA (WS-HST-SUB)
006500     END-IF
006510     .
006520 2300-EXIT.
006530     EXIT.
006540*----------------------------------------------------------*
006550* 3000-PROJETA-ABERTAS -- SECOND PASS OVER FATMAST: EVERY   *
006560*     OPEN BALANCE, TUITION OR PLAN INSTALLMENT, WEIGHTED   *
006570*     INTO THE MONTHS IT IS EXPECTED TO ARRIVE.             *
006580*----------------------------------------------------------*
006590 3000-PROJETA-ABERTAS.
006600     MOVE ZERO TO MED-FAT-NUMERO
006610     MOVE 'N' TO WS-EOF-FATMAST
006620     START FATURA-MASTER-FILE KEY NOT LESS MED-FAT-NUMERO
006630         INVALID KEY
006640             SET FIM-DO-FATMAST TO TRUE
006650     END-START
006660     PERFORM 3100-PROJETA-FATURA THRU 3100-EXIT
006670         UNTIL FIM-DO-FATMAST
006680     .
006690 3000-EXIT.
006700     EXIT.
006710 3100-PROJETA-FATURA.
006720     READ FATURA-MASTER-FILE NEXT RECORD
006730         AT END
006740             SET FIM-DO-FATMAST TO TRUE
006750             GO TO 3100-EXIT
006760     END-READ
006770     IF NOT MED-FAT-ABERTA
006780        OR MED-FAT-VALOR-PAGO NOT < MED-FAT-VALOR
006790        GO TO 3100-EXIT
006800     END-IF
006810     COMPUTE WS-SALDO = MED-FAT-VALOR - MED-FAT-VALOR-PAGO
006820     IF MED-FAT-TURMA = "*PLANO*"
006830        MOVE 2 TO WS-CAT
006840        ADD 1 TO WS-CONT-PLANOS
006850     ELSE
006860        MOVE 1 TO WS-CAT
006870        ADD 1 TO WS-CONT-ABERTAS
006880     END-IF
006890     PERFORM 5200-UNIDADE-FATURA THRU 5200-EXIT
006900     MOVE WS-CAT TO WS-KND-SUB
006910     IF MED-FAT-VENCIMENTO < WS-DATA-HOJE
006920        ADD 1 TO WS-CONT-VENCIDAS
006930        COMPUTE WS-ESPERADO ROUNDED =
006940            WS-SALDO * WS-TX-VENCIDA (WS-CAT)
006950        MOVE 1 TO WS-MA-POS
006960        PERFORM 5300-ACUMULA THRU 5300-EXIT
006970        GO TO 3100-EXIT
006980     END-IF
006990     COMPUTE WS-MA-AAAAMM = MED-FAT-VENCIMENTO / 100
007000     PERFORM 5000-POSICAO-MES THRU 5000-EXIT
007010     PERFORM 3200-DISTRIBUI THRU 3200-EXIT
007020     .
007030 3100-EXIT.
007040     EXIT.
007050*----------------------------------------------------------*
007060* 3200-DISTRIBUI -- WS-SALDO DUE IN MONTH WS-MA-POS: THE    *
007070*     ON-TIME SHARE THEN, THE LATE SHARE A MONTH LATER.     *
007080*----------------------------------------------------------*
007090 3200-DISTRIBUI.
007100     COMPUTE WS-ESPERADO ROUNDED =
007110         WS-SALDO * WS-TX-EM-DIA (WS-CAT)
007120     PERFORM 5300-ACUMULA THRU 5300-EXIT
007130     COMPUTE WS-ESPERADO ROUNDED =
007140         WS-SALDO * WS-TX-ATRASO (WS-CAT)
007150     ADD 1 TO WS-MA-POS
007160     PERFORM 5300-ACUMULA THRU 5300-EXIT
007170     .
007180 3200-EXIT.
007190     EXIT.
007200*----------------------------------------------------------*
007210* 4000-PROJETA-FATURAMENTO -- THE COMPETENCE AFTER THE      *
007220*     LATEST ONE BILLED (NEVER BEFORE THE MONTH OF THE      *
007230*     RUN): EVERY ATIVO STUDENT AT THE TUITION IN FORCE     *
007240*     LESS DISCOUNTS, DUE ON THE BILLPARM DUE DAY.          *
007250*----------------------------------------------------------*
007260 4000-PROJETA-FATURAMENTO.
007270     IF WS-MAIOR-COMPET = ZERO
007280        MOVE WS-BASE-AAAAMM TO WS-PROX-COMPET
007290     ELSE
007300        MOVE WS-MAIOR-COMPET TO WS-MA-AAAAMM
007310        MOVE 1 TO WS-MA-QTD
007320        PERFORM 5100-SOMA-MESES THRU 5100-EXIT
007330        MOVE WS-MA-AAAAMM TO WS-PROX-COMPET
007340        IF WS-PROX-COMPET < WS-BASE-AAAAMM
007350           MOVE WS-BASE-AAAAMM TO WS-PROX-COMPET
007360        END-IF
007370     END-IF
007380     MOVE WS-PROX-COMPET TO WS-MA-AAAAMM
007390     MOVE WS-VENC-DESLOC TO WS-MA-QTD
007400     PERFORM 5100-SOMA-MESES THRU 5100-EXIT
007410     MOVE WS-MA-AAAAMM TO WS-PROX-VENC-AAAAMM
007420     MOVE WS-VENC-DIA  TO WS-PROX-VENC-DD
007430     IF NOT STUMAST-ABERTO
007440        GO TO 4000-EXIT
007450     END-IF
007460     MOVE ZERO TO MED-STU-ID
007470     START STUDENT-MASTER-FILE KEY NOT LESS MED-STU-ID
007480         INVALID KEY
007490             SET FIM-DO-MASTER TO TRUE
007500     END-START
007510     PERFORM 4100-PROJETA-ALUNO THRU 4100-EXIT
007520         UNTIL FIM-DO-MASTER
007530     .
007540 4000-EXIT.
007550     EXIT.
007560 4100-PROJETA-ALUNO.
007570     READ STUDENT-MASTER-FILE NEXT RECORD
007580         AT END
007590             SET FIM-DO-MASTER TO TRUE
007600             GO TO 4100-EXIT
007610     END-READ
007620     IF NOT MED-STU-ATIVO
007630        GO TO 4100-EXIT
007640     END-IF
007650     MOVE MED-STU-TURMA TO WS-TURMA-W
007660     PERFORM 5210-BUSCA-TURMA THRU 5210-EXIT
007670     IF NOT ACHOU-TURMA
007680        ADD 1 TO WS-CONT-SEM-PRECO
007690        GO TO 4100-EXIT
007700     END-IF
007710     MOVE WS-TUR-PRECO (WS-TUR-IDX) TO WS-VALOR-BRUTO
007720     MOVE 999999 TO WS-TPR-VIGENCIA-W
007730     PERFORM 4150-CONFERE-PRECO THRU 4150-EXIT
007740         VARYING WS-TPR-IDX FROM 1 BY 1
007750         UNTIL WS-TPR-IDX > WS-TPR-TABLE-QTD
007760     IF WS-VALOR-BRUTO = ZERO
007770        ADD 1 TO WS-CONT-SEM-PRECO
007780        GO TO 4100-EXIT
007790     END-IF
007800     MOVE ZERO TO WS-VALOR-DESCONTO
007810     PERFORM 4200-CONFERE-DESCONTO THRU 4200-EXIT
007820         VARYING WS-DSC-SUB FROM 1 BY 1
007830         UNTIL WS-DSC-SUB > WS-DSC-TABLE-QTD
007840     IF WS-VALOR-DESCONTO > WS-VALOR-BRUTO
007850        MOVE WS-VALOR-BRUTO TO WS-VALOR-DESCONTO
007860     END-IF
007870     COMPUTE WS-VALOR-LIQUIDO = WS-VALOR-BRUTO - WS-VALOR-DESCONTO
007880     ADD 1 TO WS-CONT-ALUNOS
007890     ADD WS-VALOR-BRUTO    TO WS-FAT-BRUTO
007900     ADD WS-VALOR-DESCONTO TO WS-FAT-DESCONTO
007910     ADD WS-VALOR-LIQUIDO  TO WS-FAT-LIQUIDO
007920     MOVE WS-TUR-UNIDADE (WS-TUR-IDX) TO WS-UNIDADE-W
007930     PERFORM 5250-POSICIONA-UNIDADE THRU 5250-EXIT
007940     MOVE 1 TO WS-CAT
007950     MOVE 3 TO WS-KND-SUB
007960     MOVE WS-VALOR-LIQUIDO TO WS-SALDO
007970     MOVE WS-PROX-VENC-AAAAMM TO WS-MA-AAAAMM
007980     PERFORM 5000-POSICAO-MES THRU 5000-EXIT
007990     PERFORM 3200-DISTRIBUI THRU 3200-EXIT
008000     .
008010 4100-EXIT.
008020     EXIT.
008030 4150-CONFERE-PRECO.
008040     IF WS-TPR-TURMA (WS-TPR-IDX) = WS-TURMA-W
008050        AND WS-TPR-VIGENCIA (WS-TPR-IDX) > WS-PROX-COMPET
008060        AND WS-TPR-VIGENCIA (WS-TPR-IDX) < WS-TPR-VIGENCIA-W
008070        MOVE WS-TPR-VIGENCIA (WS-TPR-IDX) TO WS-TPR-VIGENCIA-W
008080        MOVE WS-TPR-ANTERIOR (WS-TPR-IDX) TO WS-VALOR-BRUTO
008090     END-IF
008100     .
008110 4150-EXIT.
008120     EXIT.
008130 4200-CONFERE-DESCONTO.
008140     IF WS-DSC-T-ALUNO-ID (WS-DSC-SUB) NOT = MED-STU-ID
008150        GO TO 4200-EXIT
008160     END-IF
008170     IF WS-DSC-T-DE (WS-DSC-SUB) > ZERO
008180        AND WS-PROX-COMPET < WS-DSC-T-DE (WS-DSC-SUB)
008190        GO TO 4200-EXIT
008200     END-IF
008210     IF WS-DSC-T-ATE (WS-DSC-SUB) > ZERO
008220        AND WS-PROX-COMPET > WS-DSC-T-ATE (WS-DSC-SUB)
008230        GO TO 4200-EXIT
008240     END-IF
008250     IF WS-DSC-T-PCT (WS-DSC-SUB) > ZERO
008260        COMPUTE WS-DESC-UM ROUNDED =
008270            WS-VALOR-BRUTO * WS-DSC-T-PCT (WS-DSC-SUB) / 100
008280     ELSE
008290        MOVE WS-DSC-T-FIXO (WS-DSC-SUB) TO WS-DESC-UM
008300     END-IF
008310     ADD WS-DESC-UM TO WS-VALOR-DESCONTO
008320     .
008330 4200-EXIT.
008340     EXIT.
008350*----------------------------------------------------------*
008360* 5000-POSICAO-MES -- WS-MA-AAAAMM AS A MONTH OF THE        *
008370*     PROJECTION (1 = THE MONTH OF THE RUN) IN WS-MA-POS    *
008380*----------------------------------------------------------*
008390 5000-POSICAO-MES.
008400     COMPUTE WS-MA-POS =
008410         WS-MA-ANO * 12 + WS-MA-MES - 1 - WS-BASE-SEQ + 1
008420     .
008430 5000-EXIT.
008440     EXIT.
008450*----------------------------------------------------------*
008460* 5100-SOMA-MESES -- WS-MA-AAAAMM MOVED WS-MA-QTD MONTHS     *
008470*----------------------------------------------------------*
008480 5100-SOMA-MESES.
008490     COMPUTE WS-MA-SEQ =
008500         WS-MA-ANO * 12 + WS-MA-MES - 1 + WS-MA-QTD
008510     DIVIDE WS-MA-SEQ BY 12 GIVING WS-MA-ANO
008520         REMAINDER WS-MA-RESTO
008530     COMPUTE WS-MA-MES = WS-MA-RESTO + 1
008540     .
008550 5100-EXIT.
008560     EXIT.
008570*----------------------------------------------------------*
008580* 5200-UNIDADE-FATURA -- THE UNIT OF THE INVOICE'S TURMA;   *
008590*     A PLAN INSTALLMENT TAKES THE STUDENT'S TURMA OFF      *
008600*     STUMAST. LEAVES WS-UNI-IDX ON THE UNIT'S ENTRY.       *
008610*----------------------------------------------------------*
008620 5200-UNIDADE-FATURA.
008630     MOVE MED-FAT-TURMA TO WS-TURMA-W
008640     IF MED-FAT-TURMA = "*PLANO*"
008650        MOVE SPACES TO WS-TURMA-W
008660        IF STUMAST-ABERTO
008670           MOVE MED-FAT-ALUNO-ID TO MED-STU-ID
008680           READ STUDENT-MASTER-FILE
008690               INVALID KEY
008700                   CONTINUE
008710               NOT INVALID KEY
008720                   MOVE MED-STU-TURMA TO WS-TURMA-W
008730           END-READ
008740        END-IF
008750     END-IF
008760     PERFORM 5210-BUSCA-TURMA THRU 5210-EXIT
008770     IF ACHOU-TURMA
008780        MOVE WS-TUR-UNIDADE (WS-TUR-IDX) TO WS-UNIDADE-W
008790     ELSE
008800        MOVE "--" TO WS-UNIDADE-W
008810     END-IF
008820     PERFORM 5250-POSICIONA-UNIDADE THRU 5250-EXIT
008830     .
008840 5200-EXIT.
008850     EXIT.
008860 5210-BUSCA-TURMA.
008870     MOVE 'N' TO WS-TUR-ACHOU
008880     IF WS-TUR-TABLE-QTD > ZERO
008890        SET WS-TUR-IDX TO 1
008900        SEARCH WS-TUR-ENTRY
008910            VARYING WS-TUR-IDX
008920            AT END
008930                CONTINUE
008940            WHEN WS-TUR-CODIGO (WS-TUR-IDX) = WS-TURMA-W
008950                SET ACHOU-TURMA TO TRUE
008960        END-SEARCH
008970     END-IF
008980     .
008990 5210-EXIT.
009000     EXIT.
009010*----------------------------------------------------------*
009020* 5250-POSICIONA-UNIDADE -- WS-UNI-IDX ON THE ENTRY OF      *
009030*     WS-UNIDADE-W, CREATED ON FIRST SIGHT                  *
009040*----------------------------------------------------------*
009050 5250-POSICIONA-UNIDADE.
009060     IF WS-UNIDADE-W = SPACES
009070        MOVE "--" TO WS-UNIDADE-W
009080     END-IF
009090     MOVE 'N' TO WS-UNI-ACHOU
009100     IF WS-UNI-TABLE-QTD > ZERO
009110        SET WS-UNI-IDX TO 1
009120        SEARCH WS-UNI-ENTRY
009130            VARYING WS-UNI-IDX
009140            AT END
009150                CONTINUE
009160            WHEN WS-UNI-CODIGO (WS-UNI-IDX) = WS-UNIDADE-W
009170                SET ACHOU-UNIDADE TO TRUE
009180        END-SEARCH
009190     END-IF
009200     IF ACHOU-UNIDADE
009210        GO TO 5250-EXIT
009220     END-IF
009230     IF WS-UNI-TABLE-QTD >= 10
009240        DISPLAY "TABELA DE UNIDADES CHEIA (10)"
009250        MOVE 8 TO RETURN-CODE
009260        STOP RUN
009270     END-IF
009280     ADD 1 TO WS-UNI-TABLE-QTD
009290     SET WS-UNI-IDX TO WS-UNI-TABLE-QTD
009300     MOVE WS-UNIDADE-W TO WS-UNI-CODIGO (WS-UNI-IDX)
009310     MOVE ZERO         TO WS-UNI-PREVISTO (WS-UNI-IDX)
009320     MOVE ZERO         TO WS-UNI-REALIZADO (WS-UNI-IDX)
009330     .
009340 5250-EXIT.
009350     EXIT.
009360*----------------------------------------------------------*
009370* 5300-ACUMULA -- WS-ESPERADO INTO MONTH WS-MA-POS, UNIT    *
009380*     WS-UNI-IDX, KIND WS-KND-SUB; PAST MONTH 12 IT ONLY    *
009390*     COUNTS AS BEYOND THE HORIZON.                         *
009400*----------------------------------------------------------*
009410 5300-ACUMULA.
009420     IF WS-ESPERADO = ZERO
009430        GO TO 5300-EXIT
009440     END-IF
009450     IF WS-MA-POS > 12
009460        ADD WS-ESPERADO TO WS-ALEM-HORIZONTE
009470        GO TO 5300-EXIT
009480     END-IF
009490     IF WS-MA-POS < 1
009500        MOVE 1 TO WS-MA-POS
009510     END-IF
009520     MOVE WS-MA-POS TO WS-MES-SUB
009530     SET WS-UNI-SUB TO WS-UNI-IDX
009540     ADD WS-ESPERADO TO
009550         WS-PRJ-VALOR (WS-MES-SUB, WS-UNI-SUB, WS-KND-SUB)
009560     .
009570 5300-EXIT.
009580     EXIT.
009590*----------------------------------------------------------*
009600* 7000-IMPRIME-PROJECAO -- THE RATES, THE BILLING EXPECTED  *
009610*     AND THE TWELVE MONTHS BY UNIT.                        *
009620*----------------------------------------------------------*
009630 7000-IMPRIME-PROJECAO.
009640     MOVE WS-REL-TITULO TO FLUXO-REPORT-REC
009650     WRITE FLUXO-REPORT-REC
009660     MOVE WS-REL-TRACO TO FLUXO-REPORT-REC
009670     WRITE FLUXO-REPORT-REC
009680     MOVE SPACES TO WS-MSG-LINE
009690     MOVE "TAXAS DE PAGAMENTO -- VENCIMENTOS ANTERIORES A"
009700         TO WS-MSL-TEXTO
009710     MOVE WS-ANTERIOR-AAAAMM TO WS-MSL-VALOR
009720     MOVE WS-MSG-LINE TO FLUXO-REPORT-REC
009730     WRITE FLUXO-REPORT-REC
009740     MOVE "MENSALIDADES:" TO WS-TXL-ROTULO
009750     MOVE 1 TO WS-HST-SUB
009760     PERFORM 7050-IMPRIME-TAXA THRU 7050-EXIT
009770     MOVE "PLANOS:" TO WS-TXL-ROTULO
009780     MOVE 2 TO WS-HST-SUB
009790     PERFORM 7050-IMPRIME-TAXA THRU 7050-EXIT
009800     MOVE SPACES TO FLUXO-REPORT-REC
009810     WRITE FLUXO-REPORT-REC
009820     MOVE SPACES TO WS-MSG-LINE
009830     MOVE "FATURAMENTO PREVISTO -- COMPETENCIA" TO WS-MSL-TEXTO
009840     MOVE WS-PROX-COMPET TO WS-MSL-VALOR
009850     MOVE WS-MSG-LINE TO FLUXO-REPORT-REC
009860     WRITE FLUXO-REPORT-REC
009870     MOVE "ALUNOS ATIVOS" TO WS-FTL-ROTULO
009880     MOVE WS-CONT-ALUNOS TO WS-QTD-ED
009890     MOVE WS-QTD-ED TO WS-FTL-VALOR-X
009900     MOVE WS-FAT-LINE TO FLUXO-REPORT-REC
009910     WRITE FLUXO-REPORT-REC
009920     MOVE "MENSALIDADES" TO WS-FTL-ROTULO
009930     MOVE WS-FAT-BRUTO TO WS-FTL-VALOR
009940     MOVE WS-FAT-LINE TO FLUXO-REPORT-REC
009950     WRITE FLUXO-REPORT-REC
009960     MOVE "DESCONTOS" TO WS-FTL-ROTULO
009970     MOVE WS-FAT-DESCONTO TO WS-FTL-VALOR
009980     MOVE WS-FAT-LINE TO FLUXO-REPORT-REC
009990     WRITE FLUXO-REPORT-REC
010000     MOVE "A FATURAR" TO WS-FTL-ROTULO
010010     MOVE WS-FAT-LIQUIDO TO WS-FTL-VALOR
010020     MOVE WS-FAT-LINE TO FLUXO-REPORT-REC
010030     WRITE FLUXO-REPORT-REC
010040     MOVE SPACES TO WS-MSG-LINE
010050     MOVE "VENCIMENTO PREVISTO" TO WS-MSL-TEXTO
010060     MOVE WS-PROX-VENCIMENTO TO WS-MSL-VALOR
010070     MOVE WS-MSG-LINE TO FLUXO-REPORT-REC
010080     WRITE FLUXO-REPORT-REC
010090     MOVE SPACES TO FLUXO-REPORT-REC
010100     WRITE FLUXO-REPORT-REC
010110     MOVE WS-MES-CABEC TO FLUXO-REPORT-REC
010120     WRITE FLUXO-REPORT-REC
010130     MOVE WS-REL-TRACO TO FLUXO-REPORT-REC
010140     WRITE FLUXO-REPORT-REC
010150     PERFORM 7100-IMPRIME-MES THRU 7100-EXIT
010160         VARYING WS-MES-SUB FROM 1 BY 1
010170         UNTIL WS-MES-SUB > 12
010180     MOVE SPACES TO WS-MES-LINE
010190     MOVE "TOTAL 12 MESES" TO WS-MES-LINE (1:14)
010200     MOVE WS-GERAL-TOTAL TO WS-MLN-VALOR (4)
010210     MOVE WS-MES-LINE TO FLUXO-REPORT-REC
010220     WRITE FLUXO-REPORT-REC
010230     MOVE SPACES TO WS-MES-LINE
010240     MOVE "ALEM DE 12 MESES" TO WS-MES-LINE (1:16)
010250     MOVE WS-ALEM-HORIZONTE TO WS-MLN-VALOR (4)
010260     MOVE WS-MES-LINE TO FLUXO-REPORT-REC
010270     WRITE FLUXO-REPORT-REC
010280     .
010290 7000-EXIT.
010300     EXIT.
010310 7050-IMPRIME-TAXA.
010320     COMPUTE WS-PCT-W = WS-TX-EM-DIA (WS-HST-SUB) * 100
010330     MOVE WS-PCT-W TO WS-TXL-EM-DIA
010340     COMPUTE WS-PCT-W = WS-TX-ATRASO (WS-HST-SUB) * 100
010350     MOVE WS-PCT-W TO WS-TXL-ATRASO
010360     MOVE WS-HST-QTD (WS-HST-SUB) TO WS-TXL-QTD
010370     MOVE WS-TAXA-LINE TO FLUXO-REPORT-REC
010380     WRITE FLUXO-REPORT-REC
010390     .
010400 7050-EXIT.
010410     EXIT.
010420*----------------------------------------------------------*
010430* 7100-IMPRIME-MES -- ONE LINE PER UNIT, THEN THE MONTH     *
010440*----------------------------------------------------------*
010450 7100-IMPRIME-MES.
010460     MOVE WS-BASE-AAAAMM TO WS-MA-AAAAMM
010470     COMPUTE WS-MA-QTD = WS-MES-SUB - 1
010480     PERFORM 5100-SOMA-MESES THRU 5100-EXIT
010490     MOVE ZERO TO WS-MES-KND-TOTAL (1)
010500     MOVE ZERO TO WS-MES-KND-TOTAL (2)
010510     MOVE ZERO TO WS-MES-KND-TOTAL (3)
010520     PERFORM 7150-IMPRIME-UNIDADE THRU 7150-EXIT
010530         VARYING WS-UNI-SUB FROM 1 BY 1
010540         UNTIL WS-UNI-SUB > WS-UNI-TABLE-QTD
010550     COMPUTE WS-MES-TOTAL = WS-MES-KND-TOTAL (1)
010560         + WS-MES-KND-TOTAL (2) + WS-MES-KND-TOTAL (3)
010570     MOVE SPACES TO WS-MES-LINE
010580     MOVE WS-MA-ANO TO WS-MLN-ANO
010590     MOVE "/"       TO WS-MLN-BARRA
010600     MOVE WS-MA-MES TO WS-MLN-MES
010610     MOVE "TOTAL"   TO WS-MLN-UNIDADE
010620     MOVE WS-MES-KND-TOTAL (1) TO WS-MLN-VALOR (1)
010630     MOVE WS-MES-KND-TOTAL (2) TO WS-MLN-VALOR (2)
010640     MOVE WS-MES-KND-TOTAL (3) TO WS-MLN-VALOR (3)
010650     MOVE WS-MES-TOTAL         TO WS-MLN-VALOR (4)
010660     MOVE WS-MES-LINE TO FLUXO-REPORT-REC
010670     WRITE FLUXO-REPORT-REC
010680     MOVE SPACES TO FLUXO-REPORT-REC
010690     WRITE FLUXO-REPORT-REC
010700     ADD WS-MES-TOTAL TO WS-GERAL-TOTAL
010710     .
010720 7100-EXIT.
010730     EXIT.
010740 7150-IMPRIME-UNIDADE.
010750     COMPUTE WS-UNI-TOTAL =
010760         WS-PRJ-VALOR (WS-MES-SUB, WS-UNI-SUB, 1)
010770         + WS-PRJ-VALOR (WS-MES-SUB, WS-UNI-SUB, 2)
010780         + WS-PRJ-VALOR (WS-MES-SUB, WS-UNI-SUB, 3)
010790     IF WS-UNI-TOTAL = ZERO
010800        GO TO 7150-EXIT
010810     END-IF
010820     MOVE SPACES TO WS-MES-LINE
010830     MOVE WS-MA-ANO TO WS-MLN-ANO
010840     MOVE "/"       TO WS-MLN-BARRA
010850     MOVE WS-MA-MES TO WS-MLN-MES
010860     MOVE WS-UNI-CODIGO (WS-UNI-SUB) TO WS-MLN-UNIDADE
010870     MOVE WS-PRJ-VALOR (WS-MES-SUB, WS-UNI-SUB, 1)
010880         TO WS-MLN-VALOR (1)
010890     MOVE WS-PRJ-VALOR (WS-MES-SUB, WS-UNI-SUB, 2)
010900         TO WS-MLN-VALOR (2)
010910     MOVE WS-PRJ-VALOR (WS-MES-SUB, WS-UNI-SUB, 3)
010920         TO WS-MLN-VALOR (3)
010930     MOVE WS-UNI-TOTAL TO WS-MLN-VALOR (4)
010940     MOVE WS-MES-LINE TO FLUXO-REPORT-REC
010950     WRITE FLUXO-REPORT-REC
010960     ADD WS-PRJ-VALOR (WS-MES-SUB, WS-UNI-SUB, 1)
010970         TO WS-MES-KND-TOTAL (1)
010980     ADD WS-PRJ-VALOR (WS-MES-SUB, WS-UNI-SUB, 2)
010990         TO WS-MES-KND-TOTAL (2)
011000     ADD WS-PRJ-VALOR (WS-MES-SUB, WS-UNI-SUB, 3)
011010         TO WS-MES-KND-TOTAL (3)
011020     .
011030 7150-EXIT.
011040     EXIT.
011050*----------------------------------------------------------*
011060* 7500-IMPRIME-COMPARACAO -- LAST MONTH: WHAT THE LATEST    *
011070*     RUN BEFORE THIS MONTH PROJECTED AGAINST WHAT THE      *
011080*     PAYMENTS DATED IN THAT MONTH BROUGHT IN.              *
011090*----------------------------------------------------------*
011100 7500-IMPRIME-COMPARACAO.
011110     MOVE SPACES TO FLUXO-REPORT-REC
011120     WRITE FLUXO-REPORT-REC
011130     MOVE SPACES TO WS-MSG-LINE
011140     MOVE "PREVISTO X REALIZADO -- MES" TO WS-MSL-TEXTO
011150     MOVE WS-ANTERIOR-AAAAMM TO WS-MSL-VALOR
011160     MOVE WS-MSG-LINE TO FLUXO-REPORT-REC
011170     WRITE FLUXO-REPORT-REC
011180     MOVE SPACES TO WS-MSG-LINE
011190     IF HA-PROJECAO-ANTERIOR
011200        MOVE "PROJECAO DE" TO WS-MSL-TEXTO
011210        MOVE WS-PROJ-ANT-DATA TO WS-MSL-VALOR
011220     ELSE
011230        MOVE "SEM PROJECAO ANTERIOR PARA O MES" TO WS-MSL-TEXTO
011240     END-IF
011250     MOVE WS-MSG-LINE TO FLUXO-REPORT-REC
011260     WRITE FLUXO-REPORT-REC
011270     MOVE WS-CMP-CABEC TO FLUXO-REPORT-REC
011280     WRITE FLUXO-REPORT-REC
011290     MOVE WS-REL-TRACO TO FLUXO-REPORT-REC
011300     WRITE FLUXO-REPORT-REC
011310     PERFORM 7550-COMPARA-UNIDADE THRU 7550-EXIT
011320         VARYING WS-UNI-IDX FROM 1 BY 1
011330         UNTIL WS-UNI-IDX > WS-UNI-TABLE-QTD
011340     MOVE "TOTAL" TO WS-CPL-UNIDADE
011350     MOVE WS-TOT-PREVISTO  TO WS-CPL-PREVISTO
011360     MOVE WS-TOT-REALIZADO TO WS-CPL-REALIZADO
011370     PERFORM 7600-EDITA-COMPARACAO THRU 7600-EXIT
011380     .
011390 7500-EXIT.
011400     EXIT.
011410 7550-COMPARA-UNIDADE.
011420     IF WS-UNI-PREVISTO (WS-UNI-IDX) = ZERO
011430        AND WS-UNI-REALIZADO (WS-UNI-IDX) = ZERO
011440        GO TO 7550-EXIT
011450     END-IF
011460     MOVE WS-UNI-CODIGO (WS-UNI-IDX) TO WS-CPL-UNIDADE
011470     MOVE WS-UNI-PREVISTO (WS-UNI-IDX)  TO WS-CPL-PREVISTO
011480     MOVE WS-UNI-REALIZADO (WS-UNI-IDX) TO WS-CPL-REALIZADO
011490     ADD WS-UNI-PREVISTO (WS-UNI-IDX)  TO WS-TOT-PREVISTO
011500     ADD WS-UNI-REALIZADO (WS-UNI-IDX) TO WS-TOT-REALIZADO
011510     PERFORM 7600-EDITA-COMPARACAO THRU 7600-EXIT
011520     .
011530 7550-EXIT.
011540     EXIT.
011550*----------------------------------------------------------*
011560* 7600-EDITA-COMPARACAO -- DIFFERENCE (ACTUAL LESS          *
011570*     PROJECTED) AND ACTUAL AS A PERCENTAGE OF PROJECTED,   *
011580*     THEN THE LINE. PREVISTO/REALIZADO ALREADY EDITED.     *
011590*----------------------------------------------------------*
011600 7600-EDITA-COMPARACAO.
011610     IF WS-CPL-UNIDADE = "TOTAL"
011620        COMPUTE WS-DIFERENCA = WS-TOT-REALIZADO - WS-TOT-PREVISTO
011630        IF WS-TOT-PREVISTO > ZERO
011640           COMPUTE WS-ACERTO ROUNDED =
011650               WS-TOT-REALIZADO * 100 / WS-TOT-PREVISTO
011660               ON SIZE ERROR
011670                   MOVE 9999.99 TO WS-ACERTO
011680           END-COMPUTE
011690        ELSE
011700           MOVE ZERO TO WS-ACERTO
011710        END-IF
011720     ELSE
011730        COMPUTE WS-DIFERENCA = WS-UNI-REALIZADO (WS-UNI-IDX)
011740                             - WS-UNI-PREVISTO (WS-UNI-IDX)
011750        IF WS-UNI-PREVISTO (WS-UNI-IDX) > ZERO
011760           COMPUTE WS-ACERTO ROUNDED =
011770               WS-UNI-REALIZADO (WS-UNI-IDX) * 100
011780               / WS-UNI-PREVISTO (WS-UNI-IDX)
011790               ON SIZE ERROR
011800                   MOVE 9999.99 TO WS-ACERTO
011810           END-COMPUTE
011820        ELSE
011830           MOVE ZERO TO WS-ACERTO
011840        END-IF
011850     END-IF
011860     MOVE WS-DIFERENCA TO WS-CPL-DIFERENCA
011870     MOVE WS-ACERTO    TO WS-CPL-ACERTO
011880     MOVE WS-CMP-LINE TO FLUXO-REPORT-REC
011890     WRITE FLUXO-REPORT-REC
011900     .
011910 7600-EXIT.
011920     EXIT.
011930*----------------------------------------------------------*
011940* 8000-GRAVA-PROJECAO -- THIS RUN'S MONTHS AND UNITS ONTO   *
011950*     PROJFLX FOR NEXT MONTH'S COMPARISON                   *
011960*----------------------------------------------------------*
011970 8000-GRAVA-PROJECAO.
011980     OPEN EXTEND PROJ-FLUXO-FILE
011990     IF WS-PFX-STATUS NOT = "00" AND WS-PFX-STATUS NOT = "05"
012000        OPEN OUTPUT PROJ-FLUXO-FILE
012010     END-IF
012020     IF WS-PFX-STATUS NOT = "00"
012030        DISPLAY "PROJFLX NAO PODE SER GRAVADO, STATUS: "
012040            WS-PFX-STATUS
012050        MOVE "OPNERR" TO MED-ERROR-CODE
012060        MOVE "PROJFLX NAO PODE SER ABERTO" TO MED-ERROR-TEXT
012070        SET MED-RC-FILE-ERROR TO TRUE
012080        PERFORM 9800-ERROR-LOG THRU 9800-EXIT
012090        MOVE MED-RETURN-CODE TO RETURN-CODE
012100        GO TO 8000-EXIT
012110     END-IF
012120     PERFORM 8100-GRAVA-MES THRU 8100-EXIT
012130         VARYING WS-MES-SUB FROM 1 BY 1
012140         UNTIL WS-MES-SUB > 12
012150     CLOSE PROJ-FLUXO-FILE
012160     .
012170 8000-EXIT.
012180     EXIT.
012190 8100-GRAVA-MES.
012200     MOVE WS-BASE-AAAAMM TO WS-MA-AAAAMM
012210     COMPUTE WS-MA-QTD = WS-MES-SUB - 1
012220     PERFORM 5100-SOMA-MESES THRU 5100-EXIT
012230     PERFORM 8150-GRAVA-UNIDADE THRU 8150-EXIT
012240         VARYING WS-UNI-SUB FROM 1 BY 1
012250         UNTIL WS-UNI-SUB > WS-UNI-TABLE-QTD
012260     .
012270 8100-EXIT.
012280     EXIT.
012290 8150-GRAVA-UNIDADE.
012300     COMPUTE WS-UNI-TOTAL =
012310         WS-PRJ-VALOR (WS-MES-SUB, WS-UNI-SUB, 1)
012320         + WS-PRJ-VALOR (WS-MES-SUB, WS-UNI-SUB, 2)
012330         + WS-PRJ-VALOR (WS-MES-SUB, WS-UNI-SUB, 3)
012340     IF WS-UNI-TOTAL = ZERO
012350        GO TO 8150-EXIT
012360     END-IF
012370     MOVE SPACES          TO MED-PROJ-FLUXO-REC
012380     MOVE WS-DATA-HOJE    TO MED-PFX-DATA
012390     MOVE WS-BASE-AAAAMM  TO MED-PFX-BASE
012400     MOVE WS-MA-AAAAMM    TO MED-PFX-MES
012410     MOVE WS-UNI-CODIGO (WS-UNI-SUB) TO MED-PFX-UNIDADE
012420     MOVE WS-UNI-TOTAL    TO MED-PFX-VALOR
012430     WRITE MED-PROJ-FLUXO-REC
012440     ADD 1 TO WS-CONT-GRAVADOS
012450     .
012460 8150-EXIT.
012470     EXIT.
012480*----------------------------------------------------------*
012490* 9000-FINALIZE -- CLOSE THE FILES AND SHOW THE RUN COUNTS  *
012500*----------------------------------------------------------*
012510 9000-FINALIZE.
012520     CLOSE FATURA-MASTER-FILE
012530     IF STUMAST-ABERTO
012540        CLOSE STUDENT-MASTER-FILE
012550     END-IF
012560     CLOSE FLUXO-REPORT-FILE
012570     DISPLAY "FATURAS ABERTAS.....: " WS-CONT-ABERTAS
012580     DISPLAY "PARCELAS DE PLANO...: " WS-CONT-PLANOS
012590     DISPLAY "JA VENCIDAS.........: " WS-CONT-VENCIDAS
012600     DISPLAY "ALUNOS A FATURAR....: " WS-CONT-ALUNOS
012610     DISPLAY "ALUNOS SEM PRECO....: " WS-CONT-SEM-PRECO
012620     DISPLAY "LINHAS EM PROJFLX...: " WS-CONT-GRAVADOS
012630     DISPLAY "TOTAL 12 MESES......: " WS-GERAL-TOTAL
012640     .
012650 9000-EXIT.
012660     EXIT.
012670*----------------------------------------------------------*
012680* 9800-ERROR-LOG -- SHARED ERROR-LOGGING PARAGRAPH (ERRPARA) *
012690*----------------------------------------------------------*
012700     COPY ERRPARA.
012710 END PROGRAM FLUXO_CAIXA.
