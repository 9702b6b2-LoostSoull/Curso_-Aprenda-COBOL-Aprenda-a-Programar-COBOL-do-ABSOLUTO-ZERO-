000100*****************************************************************
000110* Program:      PROVISAO_PDD
000120* Author:       J. ALBUQUERQUE - APPLICATIONS SUPPORT
000130* Installation: ESCOLA - SISTEMA ACADEMICO
000140* Date-Written: 2026-10-15
000150* Date-Compiled:
000160* Purpose:      Provision for doubtful receivables and write-off
000170*               of the uncollectable ones. Invoices of students
000180*               long gone stayed ABERTA on FATMAST forever and
000190*               swelled every aging and the balance sheet. After
000200*               the operator ID (maintenance function), SYSIN
000210*               names the function:
000220*                 PROVISAO -- month-end run for the BILLPARM
000230*                     competence: the open receivables are aged
000240*                     at the last day of the month in the same
000250*                     buckets BANCO_RETORNO prints (current, 1-30,
000260*                     31-60, over 60 days past due), per turma,
000270*                     and each bucket is provisioned at its
000280*                     PDDPARM percentage. The required balance,
000290*                     the balance the previous competence left,
000300*                     the write-offs of the month charged against
000310*                     it and the complement or reversal that
000320*                     closes the gap go on PDDHIST (PDDSEL/PDDFD)
000330*                     for DIARIO_CONTABIL, and on PDDRPT;
000340*                 BAIXA    -- executes every write-off released
000350*                     on the ACAO_APROVA queue (PENDACAO, program
000360*                     PDDBAIXA, captured with BAIXA <fatura>
000370*                     <operador> <motivo>): the invoice, still
000380*                     ABERTA, goes to BAIXADA, its open balance to
000390*                     the BAIXAPDD register (BXASEL/BXAFD) with
000400*                     both operators, and the request is marked
000410*                     executed. A request whose invoice is no
000420*                     longer open is discarded (X) with the reason
000430*                     on PDDRPT and condition code 4.
000440*               PDDPARM holds the four percentages, 999V99 each,
000450*               one space apart; without it nothing is computed.
000460*               A closed competence (COMPSTAT) is refused by both.
000470* Modification History:
000480*   2026-10-15 JA  Initial version.
000490* Tectonics: cobc
000500*****************************************************************
000510 IDENTIFICATION DIVISION.
000520 PROGRAM-ID. PROVISAO_PDD.
000530 ENVIRONMENT DIVISION.
000540 INPUT-OUTPUT SECTION.
000550 FILE-CONTROL.
000560     COPY FATSEL.
000570     COPY BXASEL.
000580     COPY PDDSEL.
000590     COPY PACSEL.
000600     COPY CMPSEL.
000610     COPY OPERSEL.
000620     COPY ACSSEL.
000630     COPY ERRLSEL.
000640     SELECT BILL-PARM-FILE ASSIGN TO "BILLPARM"
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS WS-PARM-STATUS.
000670     SELECT PDD-PARM-FILE ASSIGN TO "PDDPARM"
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS WS-PPR-STATUS.
000700     SELECT PDD-REPORT-FILE ASSIGN TO "PDDRPT"
000710         ORGANIZATION IS LINE SEQUENTIAL.
000720 DATA DIVISION.
000730 FILE SECTION.
000740 FD  FATURA-MASTER-FILE.
000750     COPY FATMST.
000760     COPY BXAFD.
000770     COPY PDDFD.
000780     COPY PACFD.
000790     COPY CMPFD.
000800 FD  OPER-MASTER-FILE.
000810     COPY OPERMST.
000820     COPY ACSFD.
000830     COPY ERRLFD.
000840 FD  BILL-PARM-FILE.
000850 01  BILL-PARM-REC.
000860     03  BLP-COMPETENCIA        PIC 9(06).
000870     03  FILLER                 PIC X(01).
000880     03  BLP-VENCIMENTO         PIC 9(08).
000890     03  FILLER                 PIC X(01).
000900     03  BLP-TAXA-ATRASO        PIC 9(01)V9(04).
000910 FD  PDD-PARM-FILE.
000920 01  PDD-PARM-REC.
000930     03  PPR-FAIXA              OCCURS 4 TIMES.
000940         05  PPR-PERCENTUAL     PIC X(05).
000950         05  PPR-PERCENTUAL-N REDEFINES PPR-PERCENTUAL
000960                                PIC 9(03)V99.
000970         05  FILLER             PIC X(01).
000980 FD  PDD-REPORT-FILE.
000990 01  PDD-REPORT-REC             PIC X(132).
001000 WORKING-STORAGE SECTION.
001010     COPY ERRCODES.
001020 01  WS-OPR-MASTER-STATUS       PIC X(02) VALUE SPACES.
001030     COPY CADREC.
001040     COPY OPERREC.
001050     COPY CMPREC.
001060 01  WS-FAT-MASTER-STATUS       PIC X(02) VALUE SPACES.
001070 01  WS-BXA-STATUS              PIC X(02) VALUE SPACES.
001080 01  WS-PDH-STATUS              PIC X(02) VALUE SPACES.
001090 01  WS-PAC-STATUS-FS           PIC X(02) VALUE SPACES.
001100 01  WS-CMP-STATUS-FS           PIC X(02) VALUE SPACES.
001110 01  WS-PARM-STATUS             PIC X(02) VALUE SPACES.
001120 01  WS-PPR-STATUS              PIC X(02) VALUE SPACES.
001130 01  WS-OPERADOR                PIC X(08) VALUE SPACES.
001140 01  WS-SWITCHES.
001150     03  WS-EOF-FATMAST         PIC X(01) VALUE 'N'.
001160         88  FIM-DO-FATMAST           VALUE 'S'.
001170     03  WS-EOF-BAIXAS          PIC X(01) VALUE 'N'.
001180         88  FIM-DAS-BAIXAS           VALUE 'S'.
001190     03  WS-EOF-HISTORICO       PIC X(01) VALUE 'N'.
001200         88  FIM-DO-HISTORICO         VALUE 'S'.
001210     03  WS-EOF-FILA            PIC X(01) VALUE 'N'.
001220         88  FIM-DA-FILA              VALUE 'S'.
001230     03  WS-TURMA-ACHOU         PIC X(01) VALUE 'N'.
001240         88  ACHOU-TURMA-TAB          VALUE 'S'.
001250     03  WS-BXT-ACHOU           PIC X(01) VALUE 'N'.
001260         88  BAIXADA-APOS-CORTE       VALUE 'S'.
001270     03  WS-PED-ACHOU           PIC X(01) VALUE 'N'.
001280         88  ACHOU-PEDIDO             VALUE 'S'.
001290     03  WS-PARM-VALIDO         PIC X(01) VALUE 'S'.
001300         88  PARAMETROS-INVALIDOS     VALUE 'N'.
001310*----------------------------------------------------------*
001320* SYSIN FUNCTION LINE (AFTER THE OPERATOR ID)               *
001330*----------------------------------------------------------*
001340 01  WS-PARM-LINE.
001350     03  WS-PRM-FUNCAO          PIC X(08).
001360         88  FUNCAO-PROVISAO          VALUE "PROVISAO".
001370         88  FUNCAO-BAIXA             VALUE "BAIXA   ".
001380     03  FILLER                 PIC X(72).
001390 01  WS-DATA-HOJE               PIC 9(08) VALUE ZERO.
001400 01  WS-COMPETENCIA             PIC 9(06) VALUE ZERO.
001410 01  WS-COMPETENCIA-R REDEFINES WS-COMPETENCIA.
001420     03  WS-CMP-ANO             PIC 9(04).
001430     03  WS-CMP-MES             PIC 9(02).
001440 01  WS-PRIMEIRO-DIA-SEG        PIC 9(08) VALUE ZERO.
001450 01  WS-PRIMEIRO-DIA-SEG-R REDEFINES WS-PRIMEIRO-DIA-SEG.
001460     03  WS-PDS-ANO             PIC 9(04).
001470     03  WS-PDS-MES             PIC 9(02).
001480     03  WS-PDS-DIA             PIC 9(02).
001490 01  WS-DATA-CORTE              PIC 9(08) VALUE ZERO.
001500 01  WS-DIAS-CORTE              PIC 9(09) VALUE ZERO.
001510 01  WS-DIAS-VENC               PIC 9(09) VALUE ZERO.
001520 01  WS-DIAS-ATRASO             PIC S9(05) VALUE ZERO.
001530 01  WS-SALDO-ABERTO            PIC S9(06)V99 VALUE ZERO.
001540 01  WS-FAIXA-SUB               PIC 9(01) COMP VALUE ZERO.
001550 01  WS-PROVISAO-UMA            PIC 9(09)V99 VALUE ZERO.
001560*----------------------------------------------------------*
001570* PERCENTAGE AND TOTALS PER AGING BUCKET: 1 CURRENT, 2 1-30,*
001580*     3 31-60, 4 OVER 60 DAYS PAST DUE                      *
001590*----------------------------------------------------------*
001600 01  WS-FAIXA-TABLE.
001610     03  WS-FXT-ENTRY           OCCURS 4 TIMES.
001620         05  WS-FXT-NOME        PIC X(10).
001630         05  WS-FXT-PERCENTUAL  PIC 9(03)V99.
001640         05  WS-FXT-BASE        PIC 9(09)V99.
001650         05  WS-FXT-PROVISAO    PIC 9(09)V99.
001660*----------------------------------------------------------*
001670* PER-TURMA AGING AT THE CUT DATE AND ITS PROVISION         *
001680*----------------------------------------------------------*
001690 01  WS-AGE-TABLE-QTD           PIC 9(03) COMP VALUE ZERO.
001700 01  WS-AGE-TABLE.
001710     03  WS-AGE-ENTRY           OCCURS 1 TO 100 TIMES
001720                                DEPENDING ON WS-AGE-TABLE-QTD
001730                                INDEXED BY WS-AGE-IDX.
001740         05  WS-AGE-TURMA       PIC X(10).
001750         05  WS-AGE-BASE        PIC 9(07)V99 OCCURS 4 TIMES.
001760         05  WS-AGE-PROVISAO    PIC 9(09)V99.
001770*----------------------------------------------------------*
001780* INVOICES WRITTEN OFF AFTER THE CUT DATE: STILL OPEN AT THE*
001790*     CUT, SO STILL AGED AND PROVISIONED FOR THE COMPETENCE *
001800*----------------------------------------------------------*
001810 01  WS-BXT-TABLE-QTD           PIC 9(03) COMP VALUE ZERO.
001820 01  WS-BXT-TABLE.
001830     03  WS-BXT-ENTRY           OCCURS 1 TO 500 TIMES
001840                                DEPENDING ON WS-BXT-TABLE-QTD
001850                                INDEXED BY WS-BXT-IDX.
001860         05  WS-BXT-FATURA      PIC 9(07).
001870 01  WS-TOT-REQUERIDO           PIC 9(09)V99 VALUE ZERO.
001880 01  WS-TOT-ANTERIOR            PIC 9(09)V99 VALUE ZERO.
001890 01  WS-COMPET-ANTERIOR         PIC 9(06) VALUE ZERO.
001900 01  WS-TOT-BAIXAS-MES          PIC 9(09)V99 VALUE ZERO.
001910 01  WS-SALDO-ANTES-AJUSTE      PIC S9(09)V99 VALUE ZERO.
001920 01  WS-AJUSTE-S                PIC S9(09)V99 VALUE ZERO.
001930 01  WS-AJUSTE                  PIC 9(09)V99 VALUE ZERO.
001940 01  WS-TIPO-AJUSTE             PIC X(01) VALUE 'N'.
001950 01  WS-PDH-GUARDA              PIC X(155) VALUE SPACES.
001960*----------------------------------------------------------*
001970* PENDING-ACTION QUEUE FOLDED TO ITS LATEST RECORD PER ID,  *
001980*     SAME RULE ACAO_APROVA APPLIES, AND THE REQUEST IN HAND*
001990*----------------------------------------------------------*
002000 01  WS-FILA-TABLE-QTD          PIC 9(03) COMP VALUE ZERO.
002010 01  WS-FILA-TABLE.
002020     03  WS-FILA-ENTRY          OCCURS 1 TO 200 TIMES
002030                                DEPENDING ON WS-FILA-TABLE-QTD
002040                                INDEXED BY WS-FILA-IDX.
002050         05  WS-FIL-ID          PIC 9(07).
002060         05  WS-FIL-PROGRAMA    PIC X(08).
002070         05  WS-FIL-PARAMETROS  PIC X(60).
002080         05  WS-FIL-OPER-PED    PIC X(08).
002090         05  WS-FIL-DATA-PED    PIC 9(08).
002100         05  WS-FIL-STATUS      PIC X(01).
002110         05  WS-FIL-OPER-APR    PIC X(08).
002120 01  WS-FILA-SUB                PIC 9(03) COMP VALUE ZERO.
002130 01  WS-LIBERACAO.
002140     03  WS-LIB-ID              PIC 9(07) VALUE ZERO.
002150     03  WS-LIB-PARAMETROS.
002160         05  WS-LIB-FATURA      PIC X(07).
002170         05  WS-LIB-FATURA-N REDEFINES WS-LIB-FATURA
002180                                PIC 9(07).
002190         05  FILLER             PIC X(01).
002200         05  WS-LIB-MOTIVO      PIC X(52).
002210     03  WS-LIB-OPER-PED        PIC X(08) VALUE SPACES.
002220     03  WS-LIB-DATA-PED        PIC 9(08) VALUE ZERO.
002230     03  WS-LIB-OPER-APR        PIC X(08) VALUE SPACES.
002240 01  WS-PAC-STATUS-NOVO         PIC X(01) VALUE SPACE.
002250 01  WS-PAC-GUARDA              PIC X(108) VALUE SPACES.
002260 01  WS-MOTIVO-DESCARTE         PIC X(30) VALUE SPACES.
002270 01  WS-CONTADORES.
002280     03  WS-CONT-FATURAS        PIC 9(05) COMP VALUE ZERO.
002290     03  WS-CONT-BAIXADAS       PIC 9(05) COMP VALUE ZERO.
002300     03  WS-CONT-DESCARTADAS    PIC 9(05) COMP VALUE ZERO.
002310 01  WS-TOT-BAIXADO             PIC 9(09)V99 VALUE ZERO.
002320*----------------------------------------------------------*
002330* REPORT LINES                                              *
002340*----------------------------------------------------------*
002350 01  WS-TITULO-LINE.
002360     03  FILLER                 PIC X(40) VALUE
002370         "PROVISAO PARA DEVEDORES DUVIDOSOS - COMP".
002380     03  FILLER                 PIC X(07) VALUE "ETENCIA".
002390     03  FILLER                 PIC X(01) VALUE SPACE.
002400     03  WS-TTL-COMPETENCIA     PIC 9(06).
002410     03  FILLER                 PIC X(08) VALUE " CORTE: ".
002420     03  WS-TTL-CORTE           PIC 9(08).
002430 01  WS-TITULO-BAIXA            PIC X(40) VALUE
002440     "BAIXA DE RECEBIVEIS INCOBRAVEIS - PDD".
002450 01  WS-AGE-LINE.
002460     03  WS-AGL-TURMA           PIC X(10).
002470     03  FILLER                 PIC X(06) VALUE " ATU: ".
002480     03  WS-AGL-CORRENTE        PIC ZZZZZZ9.99.
002490     03  FILLER                 PIC X(07) VALUE " 1-30: ".
002500     03  WS-AGL-30              PIC ZZZZZZ9.99.
002510     03  FILLER                 PIC X(08) VALUE " 31-60: ".
002520     03  WS-AGL-60              PIC ZZZZZZ9.99.
002530     03  FILLER                 PIC X(06) VALUE " >60: ".
002540     03  WS-AGL-MAIS            PIC ZZZZZZ9.99.
002550     03  FILLER                 PIC X(06) VALUE " PDD: ".
002560     03  WS-AGL-PROVISAO        PIC ZZZZZZZZ9.99.
002570 01  WS-FAIXA-LINE.
002580     03  FILLER                 PIC X(06) VALUE "FAIXA ".
002590     03  WS-FXL-NOME            PIC X(10).
002600     03  FILLER                 PIC X(07) VALUE " BASE: ".
002610     03  WS-FXL-BASE            PIC ZZZZZZZZ9.99.
002620     03  FILLER                 PIC X(07) VALUE " PERC: ".
002630     03  WS-FXL-PERCENTUAL      PIC ZZ9.99.
002640     03  FILLER                 PIC X(06) VALUE " PDD: ".
002650     03  WS-FXL-PROVISAO        PIC ZZZZZZZZ9.99.
002660 01  WS-TOTAL-LINE.
002670     03  WS-TTL-ROTULO          PIC X(30).
002680     03  WS-TTL-VALOR           PIC ZZZZZZZZ9.99.
002690     03  FILLER                 PIC X(01) VALUE SPACE.
002700     03  WS-TTL-TEXTO           PIC X(20).
002710 01  WS-BAIXA-LINE.
002720     03  WS-BXL-SITUACAO        PIC X(11).
002730     03  FILLER                 PIC X(01) VALUE SPACE.
002740     03  WS-BXL-FATURA          PIC X(07).
002750     03  FILLER                 PIC X(01) VALUE SPACE.
002760     03  WS-BXL-ALUNO-ID        PIC 9(07).
002770     03  FILLER                 PIC X(01) VALUE SPACE.
002780     03  WS-BXL-TURMA           PIC X(10).
002790     03  FILLER                 PIC X(01) VALUE SPACE.
002800     03  WS-BXL-VALOR           PIC ZZZZ9.99.
002810     03  FILLER                 PIC X(08) VALUE " PEDIDO ".
002820     03  WS-BXL-PEDIDO          PIC 9(07).
002830     03  FILLER                 PIC X(01) VALUE SPACE.
002840     03  WS-BXL-OPER-PED        PIC X(08).
002850     03  FILLER                 PIC X(01) VALUE "/".
002860     03  WS-BXL-OPER-APR        PIC X(08).
002870     03  FILLER                 PIC X(01) VALUE SPACE.
002880     03  WS-BXL-MOTIVO          PIC X(52).
002890 PROCEDURE DIVISION.
002900 0000-MAIN-PROCEDURE.
002910     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002920     EVALUATE TRUE
002930         WHEN FUNCAO-PROVISAO
002940             PERFORM 2000-PROVISAO THRU 2000-EXIT
002950         WHEN FUNCAO-BAIXA
002960             PERFORM 5000-EXECUTA-BAIXAS THRU 5000-EXIT
002970         WHEN OTHER
002980             DISPLAY "FUNCAO INVALIDA: " WS-PRM-FUNCAO
002990             MOVE 8 TO RETURN-CODE
003000     END-EVALUATE
003010     PERFORM 9000-FINALIZE THRU 9000-EXIT
003020     STOP RUN.
003030*----------------------------------------------------------*
003040* 1000-INITIALIZE -- OPERATOR GATE, THE FUNCTION LINE, THE  *
003050*     COMPETENCE STATUS AND THE REPORT.                     *
003060*----------------------------------------------------------*
003070 1000-INITIALIZE.
003080     MOVE "PROVPDD" TO MED-ERROR-PROGRAM
003090     DISPLAY "IDENTIFICACAO DO OPERADOR: "
003100     ACCEPT WS-OPERADOR
003110     PERFORM 9200-ABRE-OPERMAST THRU 9200-EXIT-OPER
003120     MOVE WS-OPERADOR TO MED-OPR-CHECK-ID
003130     MOVE 'M' TO MED-OPR-FUNC-CHECK
003140     PERFORM 9250-VERIFICA-OPERADOR THRU 9250-EXIT-OPER
003150     PERFORM 9290-FECHA-OPERMAST THRU 9290-EXIT-OPER
003160     IF NOT OPERADOR-AUTORIZADO
003170        DISPLAY "OPERADOR " WS-OPERADOR
003180            " SEM PERMISSAO DE MANUTENCAO"
003190        MOVE ZERO TO MED-OPN-ALUNO-ID
003200        PERFORM 9280-NEGA-ACESSO THRU 9280-EXIT-OPER
003210        MOVE "OPRNEG" TO MED-ERROR-CODE
003220        MOVE "OPERADOR SEM PERMISSAO DE MANUTENCAO" TO
003230            MED-ERROR-TEXT
003240        SET MED-RC-DATA-ERROR TO TRUE
003250        PERFORM 9800-ERROR-LOG THRU 9800-EXIT
003260        MOVE 8 TO RETURN-CODE
003270        STOP RUN
003280     END-IF
003290     ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
003300     MOVE SPACES TO WS-PARM-LINE
003310     ACCEPT WS-PARM-LINE
003320     PERFORM 9400-CARREGA-COMPSTAT THRU 9400-EXIT-COMP
003330     OPEN OUTPUT PDD-REPORT-FILE
003340     .
003350 1000-EXIT.
003360     EXIT.
003370*----------------------------------------------------------*
003380* 2000-PROVISAO -- AGE THE RECEIVABLES OPEN AT THE LAST DAY *
003390*     OF THE COMPETENCE, PROVISION EACH BUCKET, WORK OUT    *
003400*     THE ADJUSTMENT AND RECORD IT ON PDDHIST.              *
003410*----------------------------------------------------------*
003420 2000-PROVISAO.
003430     PERFORM 2100-LE-PARAMETROS THRU 2100-EXIT
003440     IF PARAMETROS-INVALIDOS
003450        GO TO 2000-EXIT
003460     END-IF
003470     MOVE WS-COMPETENCIA TO MED-CMP-COMPET-CHECK
003480     PERFORM 9500-CONFERE-COMPETENCIA THRU 9500-EXIT-COMP
003490     IF COMPETENCIA-FECHADA
003500        DISPLAY "COMPETENCIA " WS-COMPETENCIA
003510            " FECHADA -- PROVISAO RECUSADA"
003520        MOVE "CMPFEC" TO MED-ERROR-CODE
003530        MOVE "COMPETENCIA FECHADA NA PROVISAO PDD" TO
003540            MED-ERROR-TEXT
003550        SET MED-RC-DATA-ERROR TO TRUE
003560        PERFORM 9800-ERROR-LOG THRU 9800-EXIT
003570        MOVE 8 TO RETURN-CODE
003580        GO TO 2000-EXIT
003590     END-IF
003600     PERFORM 2150-CALCULA-CORTE THRU 2150-EXIT
003610     PERFORM 2200-LE-BAIXAS THRU 2200-EXIT
003620     PERFORM 2300-LE-HISTORICO THRU 2300-EXIT
003630     OPEN INPUT FATURA-MASTER-FILE
003640     IF WS-FAT-MASTER-STATUS NOT = "00"
003650        DISPLAY "FATMAST NAO DISPONIVEL, STATUS: "
003660            WS-FAT-MASTER-STATUS
003670        MOVE "OPNERR" TO MED-ERROR-CODE
003680        MOVE "FATMAST INDISPONIVEL NA PROVISAO" TO MED-ERROR-TEXT
003690        SET MED-RC-FILE-ERROR TO TRUE
003700        PERFORM 9800-ERROR-LOG THRU 9800-EXIT
003710        MOVE MED-RETURN-CODE TO RETURN-CODE
003720        GO TO 2000-EXIT
003730     END-IF
003740     MOVE ZERO TO MED-FAT-NUMERO
003750     START FATURA-MASTER-FILE KEY NOT LESS MED-FAT-NUMERO
003760         INVALID KEY
003770             SET FIM-DO-FATMAST TO TRUE
003780     END-START
003790     PERFORM 2400-LE-FATURA THRU 2400-EXIT
003800         UNTIL FIM-DO-FATMAST
003810     CLOSE FATURA-MASTER-FILE
003820     PERFORM 2700-PROVISIONA-TURMA THRU 2700-EXIT
003830         VARYING WS-AGE-IDX FROM 1 BY 1
003840         UNTIL WS-AGE-IDX > WS-AGE-TABLE-QTD
003850     PERFORM 2750-CALCULA-AJUSTE THRU 2750-EXIT
003860     PERFORM 2800-GRAVA-HISTORICO THRU 2800-EXIT
003870     PERFORM 2900-IMPRIME-PROVISAO THRU 2900-EXIT
003880     .
003890 2000-EXIT.
003900     EXIT.
003910*----------------------------------------------------------*
003920* 2100-LE-PARAMETROS -- THE COMPETENCE FROM BILLPARM AND    *
003930*     THE FOUR BUCKET PERCENTAGES FROM PDDPARM. EITHER ONE  *
003940*     MISSING OR INVALID AND NOTHING IS COMPUTED.           *
003950*----------------------------------------------------------*
003960 2100-LE-PARAMETROS.
003970     MOVE "CORRENTE"   TO WS-FXT-NOME (1)
003980     MOVE "1-30 DIAS"  TO WS-FXT-NOME (2)
003990     MOVE "31-60 DIAS" TO WS-FXT-NOME (3)
004000     MOVE "> 60 DIAS"  TO WS-FXT-NOME (4)
004010     OPEN INPUT BILL-PARM-FILE
004020     IF WS-PARM-STATUS = "00"
004030        READ BILL-PARM-FILE
004040            AT END
004050                CONTINUE
004060            NOT AT END
004070                MOVE BLP-COMPETENCIA TO WS-COMPETENCIA
004080        END-READ
004090        CLOSE BILL-PARM-FILE
004100     END-IF
004110     IF WS-COMPETENCIA = ZERO
004120        OR WS-CMP-MES < 1 OR WS-CMP-MES > 12
004130        DISPLAY "BILLPARM AUSENTE -- PROVISAO NAO CALCULADA"
004140        MOVE "NOPARM" TO MED-ERROR-CODE
004150        MOVE "BILLPARM AUSENTE NA PROVISAO PDD" TO MED-ERROR-TEXT
004160        SET MED-RC-FILE-ERROR TO TRUE
004170        PERFORM 9800-ERROR-LOG THRU 9800-EXIT
004180        MOVE 8 TO RETURN-CODE
004190        SET PARAMETROS-INVALIDOS TO TRUE
004200        GO TO 2100-EXIT
004210     END-IF
004220     MOVE SPACES TO PDD-PARM-REC
004230     OPEN INPUT PDD-PARM-FILE
004240     IF WS-PPR-STATUS = "00"
004250        READ PDD-PARM-FILE
004260            AT END
004270                MOVE SPACES TO PDD-PARM-REC
004280        END-READ
004290        CLOSE PDD-PARM-FILE
004300     END-IF
004310     PERFORM 2120-CONFERE-PERCENTUAL THRU 2120-EXIT
004320         VARYING WS-FAIXA-SUB FROM 1 BY 1
004330         UNTIL WS-FAIXA-SUB > 4
004340     IF PARAMETROS-INVALIDOS
004350        DISPLAY "PDDPARM AUSENTE OU INVALIDO -- PROVISAO NAO "
004360            "CALCULADA"
004370        MOVE "NOPARM" TO MED-ERROR-CODE
004380        MOVE "PDDPARM AUSENTE OU INVALIDO" TO MED-ERROR-TEXT
004390        SET MED-RC-DATA-ERROR TO TRUE
004400        PERFORM 9800-ERROR-LOG THRU 9800-EXIT
004410        MOVE 8 TO RETURN-CODE
004420     END-IF
004430     .
004440 2100-EXIT.
004450     EXIT.
004460 2120-CONFERE-PERCENTUAL.
004470     IF PPR-PERCENTUAL (WS-FAIXA-SUB) IS NOT NUMERIC
004480        SET PARAMETROS-INVALIDOS TO TRUE
004490        GO TO 2120-EXIT
004500     END-IF
004510     IF PPR-PERCENTUAL-N (WS-FAIXA-SUB) > 100
004520        SET PARAMETROS-INVALIDOS TO TRUE
004530        GO TO 2120-EXIT
004540     END-IF
004550     MOVE PPR-PERCENTUAL-N (WS-FAIXA-SUB) TO
004560         WS-FXT-PERCENTUAL (WS-FAIXA-SUB)
004570     MOVE ZERO TO WS-FXT-BASE (WS-FAIXA-SUB)
004580     MOVE ZERO TO WS-FXT-PROVISAO (WS-FAIXA-SUB)
004590     .
004600 2120-EXIT.
004610     EXIT.
004620*----------------------------------------------------------*
004630* 2150-CALCULA-CORTE -- THE LAST DAY OF THE COMPETENCE: THE *
004640*     DAY BEFORE THE FIRST OF THE NEXT MONTH.               *
004650*----------------------------------------------------------*
004660 2150-CALCULA-CORTE.
004670     MOVE 01 TO WS-PDS-DIA
004680     IF WS-CMP-MES = 12
004690        COMPUTE WS-PDS-ANO = WS-CMP-ANO + 1
004700        MOVE 01 TO WS-PDS-MES
004710     ELSE
004720        MOVE WS-CMP-ANO TO WS-PDS-ANO
004730        COMPUTE WS-PDS-MES = WS-CMP-MES + 1
004740     END-IF
004750     COMPUTE WS-DIAS-CORTE =
004760         FUNCTION INTEGER-OF-DATE (WS-PRIMEIRO-DIA-SEG) - 1
004770     COMPUTE WS-DATA-CORTE =
004780         FUNCTION DATE-OF-INTEGER (WS-DIAS-CORTE)
004790     .
004800 2150-EXIT.
004810     EXIT.
004820*----------------------------------------------------------*
004830* 2200-LE-BAIXAS -- OFF THE BAIXAPDD REGISTER: THE WRITE-   *
004840*     OFFS OF THE COMPETENCE (CHARGED AGAINST THE PREVIOUS  *
004850*     BALANCE) AND THE INVOICES WRITTEN OFF AFTER THE CUT.  *
004860*----------------------------------------------------------*
004870 2200-LE-BAIXAS.
004880     OPEN INPUT BAIXA-PDD-FILE
004890     IF WS-BXA-STATUS NOT = "00"
004900        GO TO 2200-EXIT
004910     END-IF
004920     PERFORM 2250-LE-BAIXA THRU 2250-EXIT
004930         UNTIL FIM-DAS-BAIXAS
004940     CLOSE BAIXA-PDD-FILE
004950     .
004960 2200-EXIT.
004970     EXIT.
004980 2250-LE-BAIXA.
004990     READ BAIXA-PDD-FILE
005000         AT END
005010             SET FIM-DAS-BAIXAS TO TRUE
005020             GO TO 2250-EXIT
005030     END-READ
005040     IF NOT MED-BXA-BAIXA
005050        GO TO 2250-EXIT
005060     END-IF
005070     IF MED-BXA-DATA (1:6) = WS-COMPETENCIA
005080        ADD MED-BXA-VALOR TO WS-TOT-BAIXAS-MES
005090     END-IF
005100     IF MED-BXA-DATA > WS-DATA-CORTE
005110        IF WS-BXT-TABLE-QTD >= 500
005120           DISPLAY "TABELA DE BAIXAS APOS O CORTE CHEIA (500)"
005130           MOVE 8 TO RETURN-CODE
005140           STOP RUN
005150        END-IF
005160        ADD 1 TO WS-BXT-TABLE-QTD
005170        SET WS-BXT-IDX TO WS-BXT-TABLE-QTD
005180        MOVE MED-BXA-FATURA TO WS-BXT-FATURA (WS-BXT-IDX)
005190     END-IF
005200     .
005210 2250-EXIT.
005220     EXIT.
005230*----------------------------------------------------------*
005240* 2300-LE-HISTORICO -- THE BALANCE LEFT BY THE LATEST       *
005250*     COMPETENCE BEFORE THIS ONE (ITS LAST RUN WINS).       *
005260*----------------------------------------------------------*
005270 2300-LE-HISTORICO.
005280     OPEN INPUT PDD-HIST-FILE
005290     IF WS-PDH-STATUS NOT = "00"
005300        GO TO 2300-EXIT
005310     END-IF
005320     PERFORM 2350-LE-PROVISAO THRU 2350-EXIT
005330         UNTIL FIM-DO-HISTORICO
005340     CLOSE PDD-HIST-FILE
005350     .
005360 2300-EXIT.
005370     EXIT.
005380 2350-LE-PROVISAO.
005390     READ PDD-HIST-FILE
005400         AT END
005410             SET FIM-DO-HISTORICO TO TRUE
005420             GO TO 2350-EXIT
005430     END-READ
005440     IF MED-PDD-COMPETENCIA < WS-COMPETENCIA
005450        AND MED-PDD-COMPETENCIA NOT < WS-COMPET-ANTERIOR
005460        MOVE MED-PDD-COMPETENCIA TO WS-COMPET-ANTERIOR
005470        MOVE MED-PDD-REQUERIDO   TO WS-TOT-ANTERIOR
005480     END-IF
005490     .
005500 2350-EXIT.
005510     EXIT.
005520*----------------------------------------------------------*
005530* 2400-LE-FATURA -- EVERY INVOICE OPEN AT THE CUT: ABERTA,  *
005540*     OR BAIXADA BY A WRITE-OFF DATED AFTER THE CUT.        *
005550*----------------------------------------------------------*
005560 2400-LE-FATURA.
005570     READ FATURA-MASTER-FILE NEXT RECORD
005580         AT END
005590             SET FIM-DO-FATMAST TO TRUE
005600             GO TO 2400-EXIT
005610     END-READ
005620     IF MED-FAT-BAIXADA
005630        PERFORM 2450-BUSCA-BAIXA-APOS THRU 2450-EXIT
005640        IF NOT BAIXADA-APOS-CORTE
005650           GO TO 2400-EXIT
005660        END-IF
005670     ELSE
005680        IF NOT MED-FAT-ABERTA
005690           GO TO 2400-EXIT
005700        END-IF
005710     END-IF
005720     PERFORM 2500-BUCKET-FATURA THRU 2500-EXIT
005730     .
005740 2400-EXIT.
005750     EXIT.
005760 2450-BUSCA-BAIXA-APOS.
005770     MOVE 'N' TO WS-BXT-ACHOU
005780     IF WS-BXT-TABLE-QTD > ZERO
005790        SET WS-BXT-IDX TO 1
005800        SEARCH WS-BXT-ENTRY
005810            VARYING WS-BXT-IDX
005820            AT END
005830                CONTINUE
005840            WHEN WS-BXT-FATURA (WS-BXT-IDX) = MED-FAT-NUMERO
005850                SET BAIXADA-APOS-CORTE TO TRUE
005860        END-SEARCH
005870     END-IF
005880     .
005890 2450-EXIT.
005900     EXIT.
005910*----------------------------------------------------------*
005920* 2500-BUCKET-FATURA -- THE OPEN BALANCE BY DAYS PAST DUE AT*
005930*     THE CUT, IN BANCO_RETORNO'S BUCKETS.                  *
005940*----------------------------------------------------------*
005950 2500-BUCKET-FATURA.
005960     COMPUTE WS-SALDO-ABERTO =
005970         MED-FAT-VALOR - MED-FAT-VALOR-PAGO
005980     IF WS-SALDO-ABERTO <= ZERO
005990        GO TO 2500-EXIT
006000     END-IF
006010     ADD 1 TO WS-CONT-FATURAS
006020     COMPUTE WS-DIAS-VENC =
006030         FUNCTION INTEGER-OF-DATE (MED-FAT-VENCIMENTO)
006040     COMPUTE WS-DIAS-ATRASO = WS-DIAS-CORTE - WS-DIAS-VENC
006050     EVALUATE TRUE
006060         WHEN WS-DIAS-ATRASO <= ZERO
006070             MOVE 1 TO WS-FAIXA-SUB
006080         WHEN WS-DIAS-ATRASO <= 30
006090             MOVE 2 TO WS-FAIXA-SUB
006100         WHEN WS-DIAS-ATRASO <= 60
006110             MOVE 3 TO WS-FAIXA-SUB
006120         WHEN OTHER
006130             MOVE 4 TO WS-FAIXA-SUB
006140     END-EVALUATE
006150     PERFORM 2600-ACHA-TURMA THRU 2600-EXIT
006160     ADD WS-SALDO-ABERTO TO WS-AGE-BASE (WS-AGE-IDX WS-FAIXA-SUB)
006170     ADD WS-SALDO-ABERTO TO WS-FXT-BASE (WS-FAIXA-SUB)
006180     .
006190 2500-EXIT.
006200     EXIT.
006210 2600-ACHA-TURMA.
006220     MOVE 'N' TO WS-TURMA-ACHOU
006230     IF WS-AGE-TABLE-QTD > ZERO
006240        SET WS-AGE-IDX TO 1
006250        SEARCH WS-AGE-ENTRY
006260            VARYING WS-AGE-IDX
006270            AT END
006280                CONTINUE
006290            WHEN WS-AGE-TURMA (WS-AGE-IDX) = MED-FAT-TURMA
006300                SET ACHOU-TURMA-TAB TO TRUE
006310        END-SEARCH
006320     END-IF
006330     IF NOT ACHOU-TURMA-TAB
006340        IF WS-AGE-TABLE-QTD >= 100
006350           DISPLAY "TABELA DE TURMAS CHEIA (100) -- "
006360               "AUMENTE WS-AGE-TABLE"
006370           MOVE 8 TO RETURN-CODE
006380           STOP RUN
006390        END-IF
006400        ADD 1 TO WS-AGE-TABLE-QTD
006410        SET WS-AGE-IDX TO WS-AGE-TABLE-QTD
006420        MOVE MED-FAT-TURMA TO WS-AGE-TURMA (WS-AGE-IDX)
006430        MOVE ZERO TO WS-AGE-BASE (WS-AGE-IDX 1)
006440        MOVE ZERO TO WS-AGE-BASE (WS-AGE-IDX 2)
006450        MOVE ZERO TO WS-AGE-BASE (WS-AGE-IDX 3)
006460        MOVE ZERO TO WS-AGE-BASE (WS-AGE-IDX 4)
006470        MOVE ZERO TO WS-AGE-PROVISAO (WS-AGE-IDX)
006480     END-IF
006490     .
006500 2600-EXIT.
006510     EXIT.
006520*----------------------------------------------------------*
006530* 2700-PROVISIONA-TURMA -- EACH BUCKET OF ONE TURMA AT ITS  *
006540*     PERCENTAGE, ROUNDED PER TURMA AND BUCKET SO THE TURMA *
006550*     LINES, THE BUCKET LINES AND THE TOTAL ALL AGREE.      *
006560*----------------------------------------------------------*
006570 2700-PROVISIONA-TURMA.
006580     PERFORM 2710-PROVISIONA-FAIXA THRU 2710-EXIT
006590         VARYING WS-FAIXA-SUB FROM 1 BY 1
006600         UNTIL WS-FAIXA-SUB > 4
006610     .
006620 2700-EXIT.
006630     EXIT.
006640 2710-PROVISIONA-FAIXA.
006650     COMPUTE WS-PROVISAO-UMA ROUNDED =
006660         WS-AGE-BASE (WS-AGE-IDX WS-FAIXA-SUB)
006670         * WS-FXT-PERCENTUAL (WS-FAIXA-SUB) / 100
006680     ADD WS-PROVISAO-UMA TO WS-AGE-PROVISAO (WS-AGE-IDX)
006690     ADD WS-PROVISAO-UMA TO WS-FXT-PROVISAO (WS-FAIXA-SUB)
006700     ADD WS-PROVISAO-UMA TO WS-TOT-REQUERIDO
006710     .
006720 2710-EXIT.
006730     EXIT.
006740*----------------------------------------------------------*
006750* 2750-CALCULA-AJUSTE -- THE PREVIOUS BALANCE LESS THE      *
006760*     WRITE-OFFS OF THE MONTH IS WHAT THE BOOKS HOLD; THE   *
006770*     ADJUSTMENT BRINGS IT TO THE REQUIRED PROVISION.       *
006780*----------------------------------------------------------*
006790 2750-CALCULA-AJUSTE.
006800     COMPUTE WS-SALDO-ANTES-AJUSTE =
006810         WS-TOT-ANTERIOR - WS-TOT-BAIXAS-MES
006820     COMPUTE WS-AJUSTE-S =
006830         WS-TOT-REQUERIDO - WS-SALDO-ANTES-AJUSTE
006840     EVALUATE TRUE
006850         WHEN WS-AJUSTE-S > ZERO
006860             MOVE 'C' TO WS-TIPO-AJUSTE
006870             MOVE WS-AJUSTE-S TO WS-AJUSTE
006880         WHEN WS-AJUSTE-S < ZERO
006890             MOVE 'R' TO WS-TIPO-AJUSTE
006900             COMPUTE WS-AJUSTE = ZERO - WS-AJUSTE-S
006910         WHEN OTHER
006920             MOVE 'N' TO WS-TIPO-AJUSTE
006930             MOVE ZERO TO WS-AJUSTE
006940     END-EVALUATE
006950     .
006960 2750-EXIT.
006970     EXIT.
006980*----------------------------------------------------------*
006990* 2800-GRAVA-HISTORICO -- APPEND THE RUN TO PDDHIST         *
007000*     (CREATED ON THE FIRST RUN).                           *
007010*----------------------------------------------------------*
007020 2800-GRAVA-HISTORICO.
007030     MOVE SPACES TO MED-PDD-HIST-REC
007040     MOVE WS-COMPETENCIA TO MED-PDD-COMPETENCIA
007050     MOVE WS-DATA-CORTE  TO MED-PDD-DATA-CORTE
007060     PERFORM 2850-GRAVA-FAIXA THRU 2850-EXIT
007070         VARYING WS-FAIXA-SUB FROM 1 BY 1
007080         UNTIL WS-FAIXA-SUB > 4
007090     MOVE WS-TOT-REQUERIDO  TO MED-PDD-REQUERIDO
007100     MOVE WS-TOT-ANTERIOR   TO MED-PDD-ANTERIOR
007110     MOVE WS-TOT-BAIXAS-MES TO MED-PDD-BAIXAS
007120     MOVE WS-AJUSTE         TO MED-PDD-AJUSTE
007130     MOVE WS-TIPO-AJUSTE    TO MED-PDD-TIPO-AJUSTE
007140     MOVE WS-DATA-HOJE      TO MED-PDD-DATA
007150     MOVE WS-OPERADOR       TO MED-PDD-OPERADOR
007160     MOVE MED-PDD-HIST-REC  TO WS-PDH-GUARDA
007170     OPEN EXTEND PDD-HIST-FILE
007180     IF WS-PDH-STATUS NOT = "00" AND WS-PDH-STATUS NOT = "05"
007190        OPEN OUTPUT PDD-HIST-FILE
007200     END-IF
007210     IF WS-PDH-STATUS NOT = "00"
007220        DISPLAY "ERRO NA ABERTURA DO PDDHIST: " WS-PDH-STATUS
007230        MOVE "OPNERR" TO MED-ERROR-CODE
007240        MOVE "PDDHIST NAO PODE SER GRAVADO" TO MED-ERROR-TEXT
007250        SET MED-RC-FILE-ERROR TO TRUE
007260        PERFORM 9800-ERROR-LOG THRU 9800-EXIT
007270        MOVE MED-RETURN-CODE TO RETURN-CODE
007280        GO TO 2800-EXIT
007290     END-IF
007300     MOVE WS-PDH-GUARDA TO MED-PDD-HIST-REC
007310     WRITE MED-PDD-HIST-REC
007320     CLOSE PDD-HIST-FILE
007330     .
007340 2800-EXIT.
007350     EXIT.
007360 2850-GRAVA-FAIXA.
007370     MOVE WS-FXT-BASE (WS-FAIXA-SUB) TO
007380         MED-PDD-BASE (WS-FAIXA-SUB)
007390     MOVE WS-FXT-PERCENTUAL (WS-FAIXA-SUB) TO
007400         MED-PDD-PERCENTUAL (WS-FAIXA-SUB)
007410     .
007420 2850-EXIT.
007430     EXIT.
007440*----------------------------------------------------------*
007450* 2900-IMPRIME-PROVISAO -- PDDRPT: ONE AGING LINE PER TURMA *
007460*     WITH ITS PROVISION, ONE LINE PER BUCKET, THE BALANCE  *
007470*     MOVEMENT.                                             *
007480*----------------------------------------------------------*
007490 2900-IMPRIME-PROVISAO.
007500     MOVE WS-COMPETENCIA TO WS-TTL-COMPETENCIA
007510     MOVE WS-DATA-CORTE  TO WS-TTL-CORTE
007520     MOVE WS-TITULO-LINE TO PDD-REPORT-REC
007530     WRITE PDD-REPORT-REC
007540     PERFORM 2910-IMPRIME-TURMA THRU 2910-EXIT
007550         VARYING WS-AGE-IDX FROM 1 BY 1
007560         UNTIL WS-AGE-IDX > WS-AGE-TABLE-QTD
007570     PERFORM 2920-IMPRIME-FAIXA THRU 2920-EXIT
007580         VARYING WS-FAIXA-SUB FROM 1 BY 1
007590         UNTIL WS-FAIXA-SUB > 4
007600     MOVE SPACES TO WS-TTL-TEXTO
007610     MOVE "PROVISAO REQUERIDA" TO WS-TTL-ROTULO
007620     MOVE WS-TOT-REQUERIDO TO WS-TTL-VALOR
007630     PERFORM 2930-IMPRIME-TOTAL THRU 2930-EXIT
007640     MOVE "SALDO DA COMPETENCIA ANTERIOR" TO WS-TTL-ROTULO
007650     MOVE WS-TOT-ANTERIOR TO WS-TTL-VALOR
007660     PERFORM 2930-IMPRIME-TOTAL THRU 2930-EXIT
007670     MOVE "BAIXAS DA COMPETENCIA" TO WS-TTL-ROTULO
007680     MOVE WS-TOT-BAIXAS-MES TO WS-TTL-VALOR
007690     PERFORM 2930-IMPRIME-TOTAL THRU 2930-EXIT
007700     MOVE "AJUSTE" TO WS-TTL-ROTULO
007710     MOVE WS-AJUSTE TO WS-TTL-VALOR
007720     EVALUATE WS-TIPO-AJUSTE
007730         WHEN 'C'
007740             MOVE "COMPLEMENTO" TO WS-TTL-TEXTO
007750         WHEN 'R'
007760             MOVE "REVERSAO" TO WS-TTL-TEXTO
007770         WHEN OTHER
007780             MOVE "SEM AJUSTE" TO WS-TTL-TEXTO
007790     END-EVALUATE
007800     PERFORM 2930-IMPRIME-TOTAL THRU 2930-EXIT
007810     .
007820 2900-EXIT.
007830     EXIT.
007840 2910-IMPRIME-TURMA.
007850     MOVE WS-AGE-TURMA (WS-AGE-IDX)      TO WS-AGL-TURMA
007860     MOVE WS-AGE-BASE (WS-AGE-IDX 1)     TO WS-AGL-CORRENTE
007870     MOVE WS-AGE-BASE (WS-AGE-IDX 2)     TO WS-AGL-30
007880     MOVE WS-AGE-BASE (WS-AGE-IDX 3)     TO WS-AGL-60
007890     MOVE WS-AGE-BASE (WS-AGE-IDX 4)     TO WS-AGL-MAIS
007900     MOVE WS-AGE-PROVISAO (WS-AGE-IDX)   TO WS-AGL-PROVISAO
007910     MOVE WS-AGE-LINE TO PDD-REPORT-REC
007920     WRITE PDD-REPORT-REC
007930     .
007940 2910-EXIT.
007950     EXIT.
007960 2920-IMPRIME-FAIXA.
007970     MOVE WS-FXT-NOME (WS-FAIXA-SUB)       TO WS-FXL-NOME
007980     MOVE WS-FXT-BASE (WS-FAIXA-SUB)       TO WS-FXL-BASE
007990     MOVE WS-FXT-PERCENTUAL (WS-FAIXA-SUB) TO WS-FXL-PERCENTUAL
008000     MOVE WS-FXT-PROVISAO (WS-FAIXA-SUB)   TO WS-FXL-PROVISAO
008010     MOVE WS-FAIXA-LINE TO PDD-REPORT-REC
008020     WRITE PDD-REPORT-REC
008030     .
008040 2920-EXIT.
008050     EXIT.
008060 2930-IMPRIME-TOTAL.
008070     MOVE WS-TOTAL-LINE TO PDD-REPORT-REC
008080     WRITE PDD-REPORT-REC
008090     .
008100 2930-EXIT.
008110     EXIT.
008120*----------------------------------------------------------*
008130* 5000-EXECUTA-BAIXAS -- EVERY PDDBAIXA REQUEST APPROVED ON *
008140*     THE QUEUE, BOOKED IN TODAY'S MONTH (WHICH MUST STILL  *
008150*     BE OPEN).                                             *
008160*----------------------------------------------------------*
008170 5000-EXECUTA-BAIXAS.
008180     MOVE WS-DATA-HOJE (1:6) TO MED-CMP-COMPET-CHECK
008190     PERFORM 9500-CONFERE-COMPETENCIA THRU 9500-EXIT-COMP
008200     IF COMPETENCIA-FECHADA
008210        DISPLAY "COMPETENCIA " WS-DATA-HOJE (1:6)
008220            " FECHADA -- BAIXAS RECUSADAS"
008230        MOVE "CMPFEC" TO MED-ERROR-CODE
008240        MOVE "COMPETENCIA FECHADA NA BAIXA PDD" TO MED-ERROR-TEXT
008250        SET MED-RC-DATA-ERROR TO TRUE
008260        PERFORM 9800-ERROR-LOG THRU 9800-EXIT
008270        MOVE 8 TO RETURN-CODE
008280        GO TO 5000-EXIT
008290     END-IF
008300     PERFORM 5100-CARREGA-FILA THRU 5100-EXIT
008310     OPEN I-O FATURA-MASTER-FILE
008320     IF WS-FAT-MASTER-STATUS NOT = "00"
008330        DISPLAY "ERRO NA ABERTURA DO FATMAST: "
008340            WS-FAT-MASTER-STATUS
008350        MOVE "OPNERR" TO MED-ERROR-CODE
008360        MOVE "FATMAST NAO PODE SER ABERTO" TO MED-ERROR-TEXT
008370        SET MED-RC-FILE-ERROR TO TRUE
008380        PERFORM 9800-ERROR-LOG THRU 9800-EXIT
008390        MOVE MED-RETURN-CODE TO RETURN-CODE
008400        GO TO 5000-EXIT
008410     END-IF
008420     OPEN EXTEND BAIXA-PDD-FILE
008430     IF WS-BXA-STATUS NOT = "00" AND WS-BXA-STATUS NOT = "05"
008440        OPEN OUTPUT BAIXA-PDD-FILE
008450     END-IF
008460     IF WS-BXA-STATUS NOT = "00"
008470        DISPLAY "ERRO NA ABERTURA DO BAIXAPDD: " WS-BXA-STATUS
008480        MOVE "OPNERR" TO MED-ERROR-CODE
008490        MOVE "BAIXAPDD NAO PODE SER ABERTO" TO MED-ERROR-TEXT
008500        SET MED-RC-FILE-ERROR TO TRUE
008510        PERFORM 9800-ERROR-LOG THRU 9800-EXIT
008520        MOVE MED-RETURN-CODE TO RETURN-CODE
008530        CLOSE FATURA-MASTER-FILE
008540        GO TO 5000-EXIT
008550     END-IF
008560     MOVE WS-TITULO-BAIXA TO PDD-REPORT-REC
008570     WRITE PDD-REPORT-REC
008580     PERFORM 5200-BAIXA-UMA THRU 5200-EXIT
008590         VARYING WS-FILA-SUB FROM 1 BY 1
008600         UNTIL WS-FILA-SUB > WS-FILA-TABLE-QTD
008610     CLOSE BAIXA-PDD-FILE
008620     CLOSE FATURA-MASTER-FILE
008630     IF WS-CONT-BAIXADAS = ZERO AND WS-CONT-DESCARTADAS = ZERO
008640        DISPLAY "SEM PEDIDO DE BAIXA APROVADO NO PENDACAO -- "
008650            "CAPTURE E APROVE PELO ACAO_APROVA"
008660     END-IF
008670     IF WS-CONT-DESCARTADAS > ZERO
008680        MOVE 4 TO RETURN-CODE
008690     END-IF
008700     .
008710 5000-EXIT.
008720     EXIT.
008730*----------------------------------------------------------*
008740* 5100-CARREGA-FILA -- FOLD PENDACAO TO ITS LATEST RECORD   *
008750*     PER REQUEST ID.                                       *
008760*----------------------------------------------------------*
008770 5100-CARREGA-FILA.
008780     OPEN INPUT PEND-ACAO-FILE
008790     IF WS-PAC-STATUS-FS NOT = "00"
008800        GO TO 5100-EXIT
008810     END-IF
008820     PERFORM 5150-LE-FILA THRU 5150-EXIT
008830         UNTIL FIM-DA-FILA
008840     CLOSE PEND-ACAO-FILE
008850     .
008860 5100-EXIT.
008870     EXIT.
008880 5150-LE-FILA.
008890     READ PEND-ACAO-FILE
008900         AT END
008910             SET FIM-DA-FILA TO TRUE
008920             GO TO 5150-EXIT
008930     END-READ
008940     MOVE 'N' TO WS-PED-ACHOU
008950     IF WS-FILA-TABLE-QTD > ZERO
008960        SET WS-FILA-IDX TO 1
008970        SEARCH WS-FILA-ENTRY
008980            VARYING WS-FILA-IDX
008990            AT END
009000                CONTINUE
009010            WHEN WS-FIL-ID (WS-FILA-IDX) = MED-PAC-ID
009020                SET ACHOU-PEDIDO TO TRUE
009030        END-SEARCH
009040     END-IF
009050     IF NOT ACHOU-PEDIDO
009060        IF WS-FILA-TABLE-QTD >= 200
009070           DISPLAY "FILA DE ACOES CHEIA (200)"
009080           MOVE 8 TO RETURN-CODE
009090           STOP RUN
009100        END-IF
009110        ADD 1 TO WS-FILA-TABLE-QTD
009120        SET WS-FILA-IDX TO WS-FILA-TABLE-QTD
009130        MOVE MED-PAC-ID TO WS-FIL-ID (WS-FILA-IDX)
009140     END-IF
009150     MOVE MED-PAC-PROGRAMA    TO WS-FIL-PROGRAMA (WS-FILA-IDX)
009160     MOVE MED-PAC-PARAMETROS  TO WS-FIL-PARAMETROS (WS-FILA-IDX)
009170     MOVE MED-PAC-OPER-PEDIDO TO WS-FIL-OPER-PED (WS-FILA-IDX)
009180     MOVE MED-PAC-DATA-PEDIDO TO WS-FIL-DATA-PED (WS-FILA-IDX)
009190     MOVE MED-PAC-STATUS      TO WS-FIL-STATUS (WS-FILA-IDX)
009200     MOVE MED-PAC-OPER-APROV  TO WS-FIL-OPER-APR (WS-FILA-IDX)
009210     .
009220 5150-EXIT.
009230     EXIT.
009240*----------------------------------------------------------*
009250* 5200-BAIXA-UMA -- ONE APPROVED REQUEST: THE INVOICE MUST  *
009260*     STILL BE ABERTA WITH A BALANCE; IT GOES TO BAIXADA,   *
009270*     THE BALANCE TO BAIXAPDD AND THE REQUEST TO E.         *
009280*----------------------------------------------------------*
009290 5200-BAIXA-UMA.
009300     IF WS-FIL-PROGRAMA (WS-FILA-SUB) NOT = "PDDBAIXA"
009310        OR WS-FIL-STATUS (WS-FILA-SUB) NOT = 'A'
009320        GO TO 5200-EXIT
009330     END-IF
009340     MOVE WS-FIL-ID (WS-FILA-SUB)         TO WS-LIB-ID
009350     MOVE WS-FIL-PARAMETROS (WS-FILA-SUB) TO WS-LIB-PARAMETROS
009360     MOVE WS-FIL-OPER-PED (WS-FILA-SUB)   TO WS-LIB-OPER-PED
009370     MOVE WS-FIL-DATA-PED (WS-FILA-SUB)   TO WS-LIB-DATA-PED
009380     MOVE WS-FIL-OPER-APR (WS-FILA-SUB)   TO WS-LIB-OPER-APR
009390     MOVE SPACES TO WS-BAIXA-LINE
009400     MOVE WS-LIB-FATURA   TO WS-BXL-FATURA
009410     MOVE ZERO            TO WS-BXL-ALUNO-ID
009420     MOVE ZERO            TO WS-BXL-VALOR
009430     MOVE WS-LIB-ID       TO WS-BXL-PEDIDO
009440     MOVE WS-LIB-OPER-PED TO WS-BXL-OPER-PED
009450     MOVE WS-LIB-OPER-APR TO WS-BXL-OPER-APR
009460     IF WS-LIB-FATURA IS NOT NUMERIC
009470        MOVE "FATURA INVALIDA NO PEDIDO" TO WS-MOTIVO-DESCARTE
009480        PERFORM 5400-DESCARTA THRU 5400-EXIT
009490        GO TO 5200-EXIT
009500     END-IF
009510     MOVE WS-LIB-FATURA-N TO MED-FAT-NUMERO
009520     READ FATURA-MASTER-FILE
009530         INVALID KEY
009540             MOVE "FATURA INEXISTENTE" TO WS-MOTIVO-DESCARTE
009550             PERFORM 5400-DESCARTA THRU 5400-EXIT
009560             GO TO 5200-EXIT
009570     END-READ
009580     MOVE MED-FAT-ALUNO-ID TO WS-BXL-ALUNO-ID
009590     MOVE MED-FAT-TURMA    TO WS-BXL-TURMA
009600     IF NOT MED-FAT-ABERTA
009610        MOVE "FATURA NAO ESTA ABERTA" TO WS-MOTIVO-DESCARTE
009620        PERFORM 5400-DESCARTA THRU 5400-EXIT
009630        GO TO 5200-EXIT
009640     END-IF
009650     COMPUTE WS-SALDO-ABERTO =
009660         MED-FAT-VALOR - MED-FAT-VALOR-PAGO
009670     IF WS-SALDO-ABERTO <= ZERO
009680        MOVE "FATURA SEM SALDO EM ABERTO" TO WS-MOTIVO-DESCARTE
009690        PERFORM 5400-DESCARTA THRU 5400-EXIT
009700        GO TO 5200-EXIT
009710     END-IF
009720     SET MED-FAT-BAIXADA TO TRUE
009730     REWRITE MED-FATURA-MASTER-REC
009740         INVALID KEY
009750             DISPLAY "ERRO NA REGRAVACAO DO FATMAST: "
009760                 MED-FAT-NUMERO
009770             GO TO 5200-EXIT
009780     END-REWRITE
009790     MOVE SPACES               TO MED-BAIXA-PDD-REC
009800     SET MED-BXA-BAIXA         TO TRUE
009810     MOVE WS-DATA-HOJE         TO MED-BXA-DATA
009820     MOVE MED-FAT-NUMERO       TO MED-BXA-FATURA
009830     MOVE MED-FAT-ALUNO-ID     TO MED-BXA-ALUNO-ID
009840     MOVE MED-FAT-TURMA        TO MED-BXA-TURMA
009850     MOVE MED-FAT-COMPETENCIA  TO MED-BXA-COMPET-FATURA
009860     MOVE WS-SALDO-ABERTO      TO MED-BXA-VALOR
009870     MOVE WS-LIB-ID            TO MED-BXA-PEDIDO-ID
009880     MOVE WS-LIB-OPER-PED      TO MED-BXA-OPER-PEDIDO
009890     MOVE WS-LIB-OPER-APR      TO MED-BXA-OPER-APROV
009900     MOVE "PDDBAIXA"           TO MED-BXA-ORIGEM
009910     MOVE WS-LIB-MOTIVO        TO MED-BXA-MOTIVO
009920     WRITE MED-BAIXA-PDD-REC
009930     ADD 1 TO WS-CONT-BAIXADAS
009940     ADD WS-SALDO-ABERTO TO WS-TOT-BAIXADO
009950     MOVE 'E' TO WS-PAC-STATUS-NOVO
009960     PERFORM 8900-GRAVA-FILA THRU 8900-EXIT
009970     MOVE "BAIXADA"       TO WS-BXL-SITUACAO
009980     MOVE WS-SALDO-ABERTO TO WS-BXL-VALOR
009990     MOVE WS-LIB-MOTIVO   TO WS-BXL-MOTIVO
010000     MOVE WS-BAIXA-LINE TO PDD-REPORT-REC
010010     WRITE PDD-REPORT-REC
010020     .
010030 5200-EXIT.
010040     EXIT.
010050*----------------------------------------------------------*
010060* 5400-DESCARTA -- THE REQUEST CANNOT BE EXECUTED: X RECORD *
010070*     ON THE QUEUE, REASON ON PDDRPT, WARNING ON ERRORLOG.  *
010080*----------------------------------------------------------*
010090 5400-DESCARTA.
010100     ADD 1 TO WS-CONT-DESCARTADAS
010110     MOVE 'X' TO WS-PAC-STATUS-NOVO
010120     PERFORM 8900-GRAVA-FILA THRU 8900-EXIT
010130     MOVE "DESCARTADA"       TO WS-BXL-SITUACAO
010140     MOVE WS-MOTIVO-DESCARTE TO WS-BXL-MOTIVO
010150     MOVE WS-BAIXA-LINE TO PDD-REPORT-REC
010160     WRITE PDD-REPORT-REC
010170     MOVE "BXADES" TO MED-ERROR-CODE
010180     MOVE WS-MOTIVO-DESCARTE TO MED-ERROR-TEXT
010190     SET MED-RC-WARNING TO TRUE
010200     PERFORM 9800-ERROR-LOG THRU 9800-EXIT
010210     .
010220 5400-EXIT.
010230     EXIT.
010240*----------------------------------------------------------*
010250* 8900-GRAVA-FILA -- APPEND THE REQUEST'S NEW STATE (E OR X)*
010260*     SO A RERUN DOES NOT EXECUTE IT AGAIN.                 *
010270*----------------------------------------------------------*
010280 8900-GRAVA-FILA.
010290     MOVE SPACES TO MED-PEND-ACAO-REC
010300     MOVE WS-LIB-ID          TO MED-PAC-ID
010310     MOVE "PDDBAIXA"         TO MED-PAC-PROGRAMA
010320     MOVE WS-LIB-PARAMETROS  TO MED-PAC-PARAMETROS
010330     MOVE WS-LIB-OPER-PED    TO MED-PAC-OPER-PEDIDO
010340     MOVE WS-LIB-DATA-PED    TO MED-PAC-DATA-PEDIDO
010350     MOVE WS-PAC-STATUS-NOVO TO MED-PAC-STATUS
010360     MOVE WS-LIB-OPER-APR    TO MED-PAC-OPER-APROV
010370     MOVE WS-DATA-HOJE       TO MED-PAC-DATA-APROV
010380     MOVE MED-PEND-ACAO-REC  TO WS-PAC-GUARDA
010390     OPEN EXTEND PEND-ACAO-FILE
010400     IF WS-PAC-STATUS-FS = "00" OR WS-PAC-STATUS-FS = "05"
010410        MOVE WS-PAC-GUARDA TO MED-PEND-ACAO-REC
010420        WRITE MED-PEND-ACAO-REC
010430        CLOSE PEND-ACAO-FILE
010440     ELSE
010450        DISPLAY "PENDACAO NAO PODE SER GRAVADO: "
010460            WS-PAC-STATUS-FS
010470     END-IF
010480     .
010490 8900-EXIT.
010500     EXIT.
010510*----------------------------------------------------------*
010520* 9000-FINALIZE -- CLOSE THE REPORT AND SHOW THE RUN COUNTS *
010530*----------------------------------------------------------*
010540 9000-FINALIZE.
010550     CLOSE PDD-REPORT-FILE
010560     IF FUNCAO-PROVISAO
010570        DISPLAY "COMPETENCIA.........: " WS-COMPETENCIA
010580        DISPLAY "DATA DE CORTE.......: " WS-DATA-CORTE
010590        DISPLAY "FATURAS EM ABERTO...: " WS-CONT-FATURAS
010600        DISPLAY "PROVISAO REQUERIDA..: " WS-TOT-REQUERIDO
010610        DISPLAY "SALDO ANTERIOR......: " WS-TOT-ANTERIOR
010620        DISPLAY "BAIXAS DO MES.......: " WS-TOT-BAIXAS-MES
010630        DISPLAY "AJUSTE..............: " WS-AJUSTE " "
010640            WS-TIPO-AJUSTE
010650     END-IF
010660     IF FUNCAO-BAIXA
010670        DISPLAY "FATURAS BAIXADAS....: " WS-CONT-BAIXADAS
010680        DISPLAY "VALOR BAIXADO.......: " WS-TOT-BAIXADO
010690        DISPLAY "PEDIDOS DESCARTADOS.: " WS-CONT-DESCARTADAS
010700     END-IF
010710     .
010720 9000-EXIT.
010730     EXIT.
010740*----------------------------------------------------------*
010750* 9800-ERROR-LOG -- SHARED ERROR-LOGGING PARAGRAPH (ERRPARA) *
010760*----------------------------------------------------------*
010770     COPY ERRPARA.
010780*----------------------------------------------------------*
010790* 9400/9500 -- SHARED COMPETENCE-STATUS PARAGRAPHS (CMPPARA) *
010800*----------------------------------------------------------*
010810     COPY CMPPARA.
010820*----------------------------------------------------------*
010830* 9200/9250/9280/9290 -- SHARED OPERATOR-AUTHORIZATION      *
010840*     PARAGRAPHS (OPERPARA) AND THE AUDIT-CHAIN PARAGRAPHS  *
010850*     (CADPARA) THE ACCESS-LOG STAMP RIDES ON.              *
010860*----------------------------------------------------------*
010870     COPY CADPARA.
010880     COPY OPERPARA.
010890 END PROGRAM PROVISAO_PDD.
