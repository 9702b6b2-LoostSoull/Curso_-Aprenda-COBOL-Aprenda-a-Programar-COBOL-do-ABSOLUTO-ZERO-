000385*                  receivables) -- a renegotiation opened
000386*                  before the monthly run used to read as the
000387*                  month's tuition invoice and suppress it.
000387*   2026-10-15 JA  Student credit on the CREDITO ledger
000387*                  (CREDSEL/CREDFD -- overpayments BANCO_RETORNO
000387*                  set aside) is used before the FATURAS line
000387*                  is written: the invoice opens for the net
000387*                  less the credit, a U movement goes on the
000387*                  ledger, and BILLREG carries the credit used
000387*                  in a new C: column. A family invoice uses
000387*                  the credit of every member. An invoice the
000387*                  credit covers whole opens QUITADA and sends
000387*                  no boleto to the bank.
000387*   2026-10-15 JA  Tuition is billed PRO-RATA: each student's
000387*                  month is rebuilt day by day off STATHIST
000387*                  (status moves, enrollments included) and
000387*                  ENROLHIST (turma transfers by effective
000387*                  date), and only the ATIVO days are billed,
000387*                  each at the price of the turma the student
000387*                  was in that day. A student who left during
000387*                  the month is billed for the days before
000387*                  leaving. What each run bills goes on the
000387*                  new FATBASE register (FBASSEL/FBASFD); every
000387*                  earlier competence still open on COMPSTAT is
000387*                  then re-rated against the history as it
000387*                  stands, and the difference comes out as a
000387*                  supplementary invoice (FATURADA COMPLEMENTO)
000387*                  or as student credit on CREDITO (type A,
000387*                  AJUSTE A CREDITO). BILLREG lines carry the
000387*                  days billed over the days of the month and
000387*                  the competence they belong to.
000387*   2026-10-15 JA  Each competence is priced at the tuition in
000387*                  force for that month off the TURPRECO
000387*                  history (TPRSEL/TPRFD, kept by
000387*                  REAJUSTE_ANUAL and TURMA_MAINT), so the
000387*                  re-rating of an open earlier month no longer
000387*                  bills it a readjustment that only took
000387*                  effect later.
000387*   2026-10-15 JA  Every type-1 remittance detail now carries
000387*                  the invoice's PIX txid (copybook PIXTXID)
000387*                  in a new column after the type, so the QR
000387*                  code on the boleto pays back through PIXRET
000387*                  with a reference BANCO_RETORNO can match.
000387*   2026-10-15 JA  Invoices of the competence that FATURA_ESTORNO
000387*                  cancelled no longer count as already billed,
000387*                  so the run backed out can be run again clean.
000330* Tectonics: cobc
000340*****************************************************************
000350 IDENTIFICATION DIVISION.
000426     COPY FAMSEL.
000427     COPY CMPSEL.
000430     COPY ERRLSEL.
000430     COPY CREDSEL.
000430     COPY FBASSEL.
000430     COPY TPRSEL.
000430     SELECT STAT-HIST-FILE ASSIGN TO "STATHIST"
000430         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS WS-STH-STATUS.
000430     SELECT ENROL-HIST-FILE ASSIGN TO "ENROLHIST"
000430         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS WS-ENH-STATUS.
000440     SELECT BILL-PARM-FILE ASSIGN TO "BILLPARM"
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS WS-PARM-STATUS.
000586     COPY FAMMST.
000587     COPY CMPFD.
000590     COPY ERRLFD.
000590     COPY CREDFD.
000590     COPY FBASFD.
000590     COPY TPRFD.
000590 FD  STAT-HIST-FILE.
000590 01  MED-STAT-HIST-REC.
000590     03  MED-STH-ALUNO-ID       PIC 9(07).
000590     03  MED-STH-STATUS-DE      PIC X(01).
000590     03  MED-STH-STATUS-PARA    PIC X(01).
000590     03  MED-STH-MOTIVO         PIC X(04).
000590     03  MED-STH-TURMA          PIC X(10).
000590     03  MED-STH-OPERADOR       PIC X(08).
000590     03  MED-STH-DATA           PIC 9(08).
000590 FD  ENROL-HIST-FILE.
000590 01  MED-ENROL-HIST-REC.
000590     03  MED-ENH-ALUNO-ID       PIC 9(07).
000590     03  MED-ENH-TURMA-DE       PIC X(10).
000590     03  MED-ENH-TURMA-PARA     PIC X(10).
000590     03  MED-ENH-DATA-EFETIVA   PIC 9(08).
000590     03  MED-ENH-MOTIVO         PIC X(20).
000590     03  MED-ENH-DATA-APLICADA  PIC 9(08).
000600 FD  BILL-PARM-FILE.
000610 01  BILL-PARM-REC.
000620     03  BLP-COMPETENCIA        PIC 9(06).
000670 FD  FATURA-BANCO-FILE.
000680 01  FATURA-BANCO-REC           PIC X(240).
000690 FD  BILL-REGISTER-FILE.
000700 01  BILL-REGISTER-REC          PIC X(137).
000702 FD  DISC-REPORT-FILE.
000704 01  DISC-REPORT-REC            PIC X(80).
000710 WORKING-STORAGE SECTION.
000762 01  WS-DSC-MASTER-STATUS       PIC X(02) VALUE SPACES.
000763 01  WS-FAM-MASTER-STATUS       PIC X(02) VALUE SPACES.
000764 01  WS-CMP-STATUS-FS           PIC X(02) VALUE SPACES.
000764 01  WS-CRD-STATUS              PIC X(02) VALUE SPACES.
000764 01  WS-FBS-STATUS              PIC X(02) VALUE SPACES.
000764 01  WS-STH-STATUS              PIC X(02) VALUE SPACES.
000764 01  WS-ENH-STATUS              PIC X(02) VALUE SPACES.
000764 01  WS-TPR-STATUS              PIC X(02) VALUE SPACES.
000766     COPY CMPREC.
000770 01  WS-SWITCHES.
000780     03  WS-EOF-MASTER          PIC X(01) VALUE 'N'.
000836         88  FIM-DAS-FAMILIAS         VALUE 'S'.
000837     03  WS-FAM-ACHOU           PIC X(01) VALUE 'N'.
000838         88  ACHOU-FAMILIA            VALUE 'S'.
000838     03  WS-EOF-CREDITO         PIC X(01) VALUE 'N'.
000838         88  FIM-DO-CREDITO           VALUE 'S'.
000838     03  WS-CREDITO-ABERTO      PIC X(01) VALUE 'N'.
000838         88  CREDITO-ABERTO           VALUE 'S'.
000838     03  WS-CRS-ACHOU           PIC X(01) VALUE 'N'.
000838         88  ACHOU-CREDITO            VALUE 'S'.
000838     03  WS-EOF-BASE            PIC X(01) VALUE 'N'.
000838         88  FIM-DA-BASE              VALUE 'S'.
000838     03  WS-EOF-STATHIST        PIC X(01) VALUE 'N'.
000838         88  FIM-DO-STATHIST          VALUE 'S'.
000838     03  WS-EOF-ENROLHIST       PIC X(01) VALUE 'N'.
000838         88  FIM-DO-ENROLHIST         VALUE 'S'.
000838     03  WS-BAS-ACHOU           PIC X(01) VALUE 'N'.
000838         88  ACHOU-BASE               VALUE 'S'.
000838     03  WS-SEG-ACHOU           PIC X(01) VALUE 'N'.
000838         88  ACHOU-SEGMENTO           VALUE 'S'.
000838     03  WS-PRR-STATUS-ACHOU    PIC X(01) VALUE 'N'.
000838         88  ACHOU-STATUS-INICIAL     VALUE 'S'.
000838     03  WS-PRR-SEM-PRECO       PIC X(01) VALUE 'N'.
000838         88  PRORATA-SEM-PRECO        VALUE 'S'.
000838     03  WS-EOF-PRECOS          PIC X(01) VALUE 'N'.
000838         88  FIM-DOS-PRECOS           VALUE 'S'.
000840 01  WS-COMPETENCIA             PIC 9(06) VALUE ZERO.
000850 01  WS-VENCIMENTO              PIC 9(08) VALUE ZERO.
000860 01  WS-TAXA-ATRASO             PIC 9(01)V9(04) VALUE ZERO.
000872 01  WS-VALOR-BRUTO             PIC 9(05)V99 VALUE ZERO.
000874 01  WS-VALOR-DESCONTO          PIC 9(05)V99 VALUE ZERO.
000876 01  WS-DESC-UM                 PIC 9(05)V99 VALUE ZERO.
000876 01  WS-VALOR-CREDITO           PIC 9(07)V99 VALUE ZERO.
000876 01  WS-VALOR-COBRAR            PIC 9(07)V99 VALUE ZERO.
000876 01  WS-CREDITO-UM              PIC 9(07)V99 VALUE ZERO.
000876 01  WS-CRD-ALUNO-W             PIC 9(07) VALUE ZERO.
000876 01  WS-TOT-CREDITO-USADO       PIC 9(09)V99 VALUE ZERO.
000876*----------------------------------------------------------*
000876* CREDIT AVAILABLE PER STUDENT OFF THE CREDITO LEDGER       *
000876*     (ENTRIES LESS USES AND REFUNDS), LOADED AT OPEN AND   *
000876*     DRAWN DOWN AS THE RUN USES IT.                        *
000876*----------------------------------------------------------*
000876 01  WS-CRS-TABLE-QTD           PIC 9(04) COMP VALUE ZERO.
000876 01  WS-CRS-TABLE.
000876     03  WS-CRS-ENTRY           OCCURS 1 TO 2000 TIMES
000876                                DEPENDING ON WS-CRS-TABLE-QTD
000876                                INDEXED BY WS-CRS-IDX.
000876         05  WS-CRS-ALUNO-ID    PIC 9(07).
000876         05  WS-CRS-SALDO       PIC S9(07)V99.
000876*----------------------------------------------------------*
000876* PRO-RATA: STATUS (S) AND TURMA (T) EVENTS OFF STATHIST    *
000876*     AND ENROLHIST FROM WS-HIST-DESDE ON, THE ONES OF THE  *
000876*     STUDENT BEING RATED, AND THAT STUDENT'S ATIVO DAYS    *
000876*     PER TURMA.                                            *
000876*----------------------------------------------------------*
000876 01  WS-HIST-DESDE              PIC 9(08) VALUE ZERO.
000876 01  WS-HIST-DATA-W             PIC 9(08) VALUE ZERO.
000876 01  WS-HIST-DATA-R REDEFINES WS-HIST-DATA-W.
000876     03  WS-HIST-COMPET-W       PIC 9(06).
000876     03  FILLER                 PIC 9(02).
000876 01  WS-EVT-TABLE-QTD           PIC 9(04) COMP VALUE ZERO.
000876 01  WS-EVT-TABLE.
000876     03  WS-EVT-ENTRY           OCCURS 1 TO 5000 TIMES
000876                                DEPENDING ON WS-EVT-TABLE-QTD
000876                                INDEXED BY WS-EVT-IDX.
000876         05  WS-EVT-ALUNO-ID    PIC 9(07).
000876         05  WS-EVT-DATA        PIC 9(08).
000876         05  WS-EVT-TIPO        PIC X(01).
000876         05  WS-EVT-DE          PIC X(10).
000876         05  WS-EVT-PARA        PIC X(10).
000876 01  WS-AEV-TABLE-QTD           PIC 9(03) COMP VALUE ZERO.
000876 01  WS-AEV-TABLE.
000876     03  WS-AEV-ENTRY           OCCURS 1 TO 100 TIMES
000876                                DEPENDING ON WS-AEV-TABLE-QTD
000876                                INDEXED BY WS-AEV-IDX.
000876         05  WS-AEV-DATA        PIC 9(08).
000876         05  WS-AEV-TIPO        PIC X(01).
000876         05  WS-AEV-DE          PIC X(10).
000876         05  WS-AEV-PARA        PIC X(10).
000876 01  WS-AEV-SUB                 PIC 9(03) COMP VALUE ZERO.
000876 01  WS-SEG-TABLE-QTD           PIC 9(02) COMP VALUE ZERO.
000876 01  WS-SEG-TABLE.
000876     03  WS-SEG-ENTRY           OCCURS 1 TO 10 TIMES
000876                                DEPENDING ON WS-SEG-TABLE-QTD
000876                                INDEXED BY WS-SEG-IDX.
000876         05  WS-SEG-TURMA       PIC X(10).
000876         05  WS-SEG-DIAS        PIC 9(02).
000876 01  WS-SEG-SUB                 PIC 9(02) COMP VALUE ZERO.
000876 01  WS-PRR-DIA                 PIC 9(02) COMP VALUE ZERO.
000876*----------------------------------------------------------*
000876* 2400-CALCULA-PRORATA PARAMETERS: STUDENT, COMPETENCE AND  *
000876*     THE STUDENT'S CURRENT STATUS/TURMA IN; DAYS AND GROSS *
000876*     TUITION OUT.                                          *
000876*----------------------------------------------------------*
000876 01  WS-PRORATA.
000876     03  WS-PRR-ALUNO           PIC 9(07).
000876     03  WS-PRR-COMPET          PIC 9(06).
000876     03  WS-PRR-COMPET-R REDEFINES WS-PRR-COMPET.
000876         05  WS-PRR-ANO         PIC 9(04).
000876         05  WS-PRR-MES         PIC 9(02).
000876     03  WS-PRR-STATUS-ATUAL    PIC X(01).
000876     03  WS-PRR-TURMA-ATUAL     PIC X(10).
000876     03  WS-PRR-STATUS          PIC X(01).
000876     03  WS-PRR-TURMA           PIC X(10).
000876     03  WS-PRR-INICIO          PIC 9(08).
000876     03  WS-PRR-PROXIMO         PIC 9(08).
000876     03  WS-PRR-PROXIMO-R REDEFINES WS-PRR-PROXIMO.
000876         05  WS-PRR-PROX-ANO    PIC 9(04).
000876         05  WS-PRR-PROX-MES    PIC 9(02).
000876         05  WS-PRR-PROX-DIA    PIC 9(02).
000876     03  WS-PRR-DATA            PIC 9(08).
000876     03  WS-PRR-PRIM-TURMA      PIC 9(08).
000876     03  WS-PRR-DIAS-MES        PIC 9(02).
000876     03  WS-PRR-DIAS            PIC 9(02).
000876     03  WS-PRR-PRECO           PIC 9(05)V99.
000876     03  WS-PRR-UM              PIC 9(05)V99.
000876     03  WS-PRR-BRUTO           PIC 9(05)V99.
000876 01  WS-DIAS-ED.
000876     03  WS-DED-DIAS            PIC Z9.
000876     03  FILLER                 PIC X(01) VALUE "/".
000876     03  WS-DED-MES             PIC 9(02).
000876*----------------------------------------------------------*
000876* WHAT FATBASE SAYS EACH STUDENT WAS BILLED PER EARLIER     *
000876*     COMPETENCE STILL OPEN (F + C - A), RE-RATED BY 5000.  *
000876*----------------------------------------------------------*
000876 01  WS-BASE-INICIO             PIC 9(06) VALUE ZERO.
000876 01  WS-BAS-ALUNO-W             PIC 9(07) VALUE ZERO.
000876 01  WS-BAS-COMPET-W            PIC 9(06) VALUE ZERO.
000876 01  WS-BAS-TABLE-QTD           PIC 9(04) COMP VALUE ZERO.
000876 01  WS-BAS-TABLE.
000876     03  WS-BAS-ENTRY           OCCURS 1 TO 4000 TIMES
000876                                DEPENDING ON WS-BAS-TABLE-QTD
000876                                INDEXED BY WS-BAS-IDX.
000876         05  WS-BAS-ALUNO-ID    PIC 9(07).
000876         05  WS-BAS-COMPET      PIC 9(06).
000876         05  WS-BAS-BRUTO       PIC S9(07)V99.
000876         05  WS-BAS-LIQUIDO     PIC S9(07)V99.
000876 01  WS-BAS-SUB                 PIC 9(04) COMP VALUE ZERO.
000876 01  WS-FBS-TIPO-W              PIC X(01) VALUE SPACE.
000876 01  WS-FBS-FATURA-W            PIC 9(07) VALUE ZERO.
000876 01  WS-AJU-DIFERENCA           PIC S9(07)V99 VALUE ZERO.
000876 01  WS-AJU-LIQUIDO             PIC S9(07)V99 VALUE ZERO.
000876 01  WS-TOT-COMPLEMENTAR        PIC 9(09)V99 VALUE ZERO.
000876 01  WS-TOT-AJUSTE-CREDITO      PIC 9(09)V99 VALUE ZERO.
000876*----------------------------------------------------------*
000876* TUITION CHANGES OFF TURPRECO: THE PRICE A TURMA HAD       *
000876*     BEFORE EACH CHANGE AND THE COMPETENCE IT TOOK EFFECT. *
000876*----------------------------------------------------------*
000876 01  WS-TPR-TABLE-QTD           PIC 9(04) COMP VALUE ZERO.
000876 01  WS-TPR-TABLE.
000876     03  WS-TPR-ENTRY           OCCURS 1 TO 2000 TIMES
000876                                DEPENDING ON WS-TPR-TABLE-QTD
000876                                INDEXED BY WS-TPR-IDX.
000876         05  WS-TPR-TURMA       PIC X(10).
000876         05  WS-TPR-VIGENCIA    PIC 9(06).
000876         05  WS-TPR-ANTERIOR    PIC 9(05)V99.
000876 01  WS-TPR-VIGENCIA-W          PIC 9(06) VALUE ZERO.
000878*----------------------------------------------------------*
000880* DISCOUNT MASTER LOADED AT OPEN -- ONE ENTRY PER STUDENT/  *
000881*     TYPE, APPLIED WHEN THE COMPETENCE FALLS INSIDE THE    *
000900     03  WS-CONT-SEM-TURMA      PIC 9(05) COMP VALUE ZERO.
000910     03  WS-CONT-REEMITIDAS     PIC 9(05) COMP VALUE ZERO.
000912     03  WS-CONT-JA-FATURADOS   PIC 9(05) COMP VALUE ZERO.
000912     03  WS-CONT-CREDITADAS     PIC 9(05) COMP VALUE ZERO.
000912     03  WS-CONT-COBERTAS       PIC 9(05) COMP VALUE ZERO.
000912     03  WS-CONT-PRORATA        PIC 9(05) COMP VALUE ZERO.
000912     03  WS-CONT-COMPLEMENTARES PIC 9(05) COMP VALUE ZERO.
000912     03  WS-CONT-AJUSTES        PIC 9(05) COMP VALUE ZERO.
000914 01  WS-JAFAT-ACHOU             PIC X(01) VALUE 'N'.
000915     88  JA-FATURADO                  VALUE 'S'.
000916*----------------------------------------------------------*
001240     03  WS-BNC-VENCIMENTO      PIC 9(08).
001250     03  WS-BNC-INSTRUCAO       PIC X(02).
001260     03  WS-BNC-TIPO            PIC X(09).
001260     03  WS-BNC-PIX-TXID        PIC X(35).
001261 01  WS-REMESSA-TRAILER.
001262     03  FILLER                 PIC X(01) VALUE '9'.
001263     03  WS-RMT-QTD-REG         PIC 9(07).
001264     03  WS-RMT-VALOR-TOTAL     PIC 9(09)V99.
001264     COPY PIXTXID.
001270*----------------------------------------------------------*
001280* BILLING REGISTER LINE                                     *
001290*----------------------------------------------------------*
001414     03  WS-RGB-DESCONTO        PIC ZZZZ9.99.
001416     03  FILLER                 PIC X(03) VALUE " L:".
001418     03  WS-RGB-LIQUIDO         PIC ZZZZ9.99.
001418     03  FILLER                 PIC X(03) VALUE " C:".
001418     03  WS-RGB-CREDITO         PIC ZZZZ9.99.
001418     03  FILLER                 PIC X(03) VALUE " N:".
001418     03  WS-RGB-DIAS            PIC X(05).
001418     03  FILLER                 PIC X(03) VALUE " M:".
001418     03  WS-RGB-REFER           PIC X(06).
001420*----------------------------------------------------------*
001421* DISCOUNTS-GRANTED REPORT LINE                             *
001422*----------------------------------------------------------*
001430 0000-MAIN-PROCEDURE.
001440     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001445     PERFORM 1500-CARREGA-JA-FATURADAS THRU 1500-EXIT
001445     PERFORM 5000-REVISA-COMPETENCIAS THRU 5000-EXIT
001450     PERFORM 2000-FATURA-ALUNOS THRU 2000-EXIT
001455     PERFORM 2900-FATURA-FAMILIAS THRU 2900-EXIT
001460     PERFORM 6000-REEMITE-ATRASADAS THRU 6000-EXIT
002022     OPEN OUTPUT DISC-REPORT-FILE
002023     PERFORM 1800-CARREGA-FAMILIAS THRU 1800-EXIT
002024     PERFORM 1700-CARREGA-DESCONTOS THRU 1700-EXIT
002024     PERFORM 1900-CARREGA-CREDITOS THRU 1900-EXIT
002024     PERFORM 1600-CARREGA-BASE THRU 1600-EXIT
002024     PERFORM 1650-CARREGA-HISTORICOS THRU 1650-EXIT
002024     PERFORM 1690-CARREGA-PRECOS THRU 1690-EXIT
002030     .
002040 1000-EXIT.
002050     EXIT.
002058     IF NOT FIM-DO-FATMAST
002058        IF MED-FAT-COMPETENCIA = WS-COMPETENCIA
002058           AND MED-FAT-TURMA NOT = "*PLANO*"
002058           AND NOT MED-FAT-CANCELADA
002058           IF WS-JAFAT-TABLE-QTD >= 4000
002058              DISPLAY "TABELA JA-FATURADOS CHEIA (4000)"
002058              MOVE 8 TO RETURN-CODE
002058     .
002059 1510-EXIT.
002059     EXIT.
002059*----------------------------------------------------------*
002059* 1600-CARREGA-BASE -- WHAT FATBASE SAYS EACH STUDENT WAS   *
002059*     BILLED FOR EVERY EARLIER COMPETENCE COMPSTAT STILL    *
002059*     HAS OPEN, THEN THE REGISTER REOPENS FOR THIS RUN'S    *
002059*     LINES. A RUN THAT CANNOT RECORD WHAT IT BILLS IS      *
002059*     REFUSED -- THE NEXT MONTH WOULD RE-RATE IT WRONG.     *
002059*----------------------------------------------------------*
002059 1600-CARREGA-BASE.
002059     OPEN INPUT FATURA-BASE-FILE
002059     IF WS-FBS-STATUS = "00"
002059        PERFORM 1610-LE-BASE THRU 1610-EXIT
002059            UNTIL FIM-DA-BASE
002059        CLOSE FATURA-BASE-FILE
002059     END-IF
002059     OPEN EXTEND FATURA-BASE-FILE
002059     IF WS-FBS-STATUS NOT = "00" AND WS-FBS-STATUS NOT = "05"
002059        OPEN OUTPUT FATURA-BASE-FILE
002059     END-IF
002059     IF WS-FBS-STATUS NOT = "00"
002059        DISPLAY "FATBASE NAO PODE SER GRAVADO, STATUS: "
002059            WS-FBS-STATUS
002059        MOVE "OPNERR" TO MED-ERROR-CODE
002059        MOVE "FATBASE NAO PODE SER ABERTO" TO MED-ERROR-TEXT
002059        SET MED-RC-FILE-ERROR TO TRUE
002059        PERFORM 9800-ERROR-LOG THRU 9800-EXIT
002059        MOVE MED-RETURN-CODE TO RETURN-CODE
002059        STOP RUN
002059     END-IF
002059     .
002059 1600-EXIT.
002059     EXIT.
002059 1610-LE-BASE.
002059     READ FATURA-BASE-FILE
002059         AT END
002059             SET FIM-DA-BASE TO TRUE
002059             GO TO 1610-EXIT
002059     END-READ
002059     IF WS-BASE-INICIO = ZERO
002059        OR MED-FBS-COMPETENCIA < WS-BASE-INICIO
002059        MOVE MED-FBS-COMPETENCIA TO WS-BASE-INICIO
002059     END-IF
002059     IF MED-FBS-COMPETENCIA NOT < WS-COMPETENCIA
002059        GO TO 1610-EXIT
002059     END-IF
002059     MOVE MED-FBS-COMPETENCIA TO MED-CMP-COMPET-CHECK
002059     PERFORM 9500-CONFERE-COMPETENCIA THRU 9500-EXIT-COMP
002059     IF COMPETENCIA-FECHADA
002059        GO TO 1610-EXIT
002059     END-IF
002059     MOVE MED-FBS-ALUNO-ID    TO WS-BAS-ALUNO-W
002059     MOVE MED-FBS-COMPETENCIA TO WS-BAS-COMPET-W
002059     PERFORM 1630-GUARDA-BASE THRU 1630-EXIT
002059     IF MED-FBS-AJUSTE
002059        SUBTRACT MED-FBS-BRUTO   FROM WS-BAS-BRUTO (WS-BAS-IDX)
002059        SUBTRACT MED-FBS-LIQUIDO FROM WS-BAS-LIQUIDO (WS-BAS-IDX)
002059     ELSE
002059        ADD MED-FBS-BRUTO   TO WS-BAS-BRUTO (WS-BAS-IDX)
002059        ADD MED-FBS-LIQUIDO TO WS-BAS-LIQUIDO (WS-BAS-IDX)
002059     END-IF
002059     .
002059 1610-EXIT.
002059     EXIT.
002059*----------------------------------------------------------*
002059* 1630-GUARDA-BASE -- THE ENTRY OF WS-BAS-ALUNO-W/WS-BAS-   *
002059*     COMPET-W, OPENED AT ZERO IF NOT THERE YET.            *
002059*----------------------------------------------------------*
002059 1630-GUARDA-BASE.
002059     MOVE 'N' TO WS-BAS-ACHOU
002059     IF WS-BAS-TABLE-QTD > ZERO
002059        SET WS-BAS-IDX TO 1
002059        SEARCH WS-BAS-ENTRY
002059            VARYING WS-BAS-IDX
002059            AT END
002059                CONTINUE
002059            WHEN WS-BAS-ALUNO-ID (WS-BAS-IDX) = WS-BAS-ALUNO-W
002059             AND WS-BAS-COMPET (WS-BAS-IDX) = WS-BAS-COMPET-W
002059                SET ACHOU-BASE TO TRUE
002059        END-SEARCH
002059     END-IF
002059     IF NOT ACHOU-BASE
002059        IF WS-BAS-TABLE-QTD >= 4000
002059           DISPLAY "TABELA DE BASE FATURADA CHEIA (4000)"
002059           MOVE 8 TO RETURN-CODE
002059           STOP RUN
002059        END-IF
002059        ADD 1 TO WS-BAS-TABLE-QTD
002059        SET WS-BAS-IDX TO WS-BAS-TABLE-QTD
002059        MOVE WS-BAS-ALUNO-W  TO WS-BAS-ALUNO-ID (WS-BAS-IDX)
002059        MOVE WS-BAS-COMPET-W TO WS-BAS-COMPET (WS-BAS-IDX)
002059        MOVE ZERO TO WS-BAS-BRUTO (WS-BAS-IDX)
002059        MOVE ZERO TO WS-BAS-LIQUIDO (WS-BAS-IDX)
002059     END-IF
002059     .
002059 1630-EXIT.
002059     EXIT.
002059*----------------------------------------------------------*
002059* 1650-CARREGA-HISTORICOS -- STATUS AND TURMA EVENTS FROM   *
002059*     THE FIRST DAY OF THE OLDEST MONTH TO BE RATED ON. AN  *
002059*     ENROLLMENT OR RETURN TO ATIVO IN AN OPEN EARLIER      *
002059*     MONTH NOBODY BILLED GETS A ZERO BASE ENTRY, SO 5000   *
002059*     BILLS ITS DAYS. WITHOUT THE HISTORY FILES EVERY       *
002059*     ATIVO STUDENT BILLS THE WHOLE MONTH AS BEFORE.        *
002059*----------------------------------------------------------*
002059 1650-CARREGA-HISTORICOS.
002059     IF WS-BASE-INICIO > ZERO
002059        AND WS-BASE-INICIO < WS-COMPETENCIA
002059        COMPUTE WS-HIST-DESDE = WS-BASE-INICIO * 100 + 1
002059     ELSE
002059        COMPUTE WS-HIST-DESDE = WS-COMPETENCIA * 100 + 1
002059     END-IF
002059     OPEN INPUT STAT-HIST-FILE
002059     IF WS-STH-STATUS = "00"
002059        PERFORM 1660-LE-STATHIST THRU 1660-EXIT
002059            UNTIL FIM-DO-STATHIST
002059        CLOSE STAT-HIST-FILE
002059     ELSE
002059        DISPLAY "STATHIST INDISPONIVEL, STATUS: " WS-STH-STATUS
002059        DISPLAY "FATURACAO SEM PRO-RATA DE SITUACAO"
002059     END-IF
002059     OPEN INPUT ENROL-HIST-FILE
002059     IF WS-ENH-STATUS = "00"
002059        PERFORM 1670-LE-ENROLHIST THRU 1670-EXIT
002059            UNTIL FIM-DO-ENROLHIST
002059        CLOSE ENROL-HIST-FILE
002059     ELSE
002059        DISPLAY "ENROLHIST INDISPONIVEL, STATUS: " WS-ENH-STATUS
002059        DISPLAY "FATURACAO SEM PRO-RATA DE TURMA"
002059     END-IF
002059     .
002059 1650-EXIT.
002059     EXIT.
002059 1660-LE-STATHIST.
002059     READ STAT-HIST-FILE
002059         AT END
002059             SET FIM-DO-STATHIST TO TRUE
002059             GO TO 1660-EXIT
002059     END-READ
002059     IF MED-STH-DATA < WS-HIST-DESDE
002059        GO TO 1660-EXIT
002059     END-IF
002059     PERFORM 1680-NOVO-EVENTO THRU 1680-EXIT
002059     MOVE MED-STH-ALUNO-ID    TO WS-EVT-ALUNO-ID (WS-EVT-IDX)
002059     MOVE MED-STH-DATA        TO WS-EVT-DATA (WS-EVT-IDX)
002059     MOVE 'S'                 TO WS-EVT-TIPO (WS-EVT-IDX)
002059     MOVE MED-STH-STATUS-DE   TO WS-EVT-DE (WS-EVT-IDX)
002059     MOVE MED-STH-STATUS-PARA TO WS-EVT-PARA (WS-EVT-IDX)
002059     IF MED-STH-STATUS-PARA NOT = 'A'
002059        OR WS-BASE-INICIO = ZERO
002059        GO TO 1660-EXIT
002059     END-IF
002059     MOVE MED-STH-DATA TO WS-HIST-DATA-W
002059     IF WS-HIST-COMPET-W < WS-BASE-INICIO
002059        OR WS-HIST-COMPET-W NOT < WS-COMPETENCIA
002059        GO TO 1660-EXIT
002059     END-IF
002059     MOVE WS-HIST-COMPET-W TO MED-CMP-COMPET-CHECK
002059     PERFORM 9500-CONFERE-COMPETENCIA THRU 9500-EXIT-COMP
002059     IF COMPETENCIA-FECHADA
002059        GO TO 1660-EXIT
002059     END-IF
002059     MOVE MED-STH-ALUNO-ID TO WS-BAS-ALUNO-W
002059     MOVE WS-HIST-COMPET-W TO WS-BAS-COMPET-W
002059     PERFORM 1630-GUARDA-BASE THRU 1630-EXIT
002059     .
002059 1660-EXIT.
002059     EXIT.
002059 1670-LE-ENROLHIST.
002059     READ ENROL-HIST-FILE
002059         AT END
002059             SET FIM-DO-ENROLHIST TO TRUE
002059             GO TO 1670-EXIT
002059     END-READ
002059     IF MED-ENH-DATA-EFETIVA < WS-HIST-DESDE
002059        GO TO 1670-EXIT
002059     END-IF
002059     PERFORM 1680-NOVO-EVENTO THRU 1680-EXIT
002059     MOVE MED-ENH-ALUNO-ID     TO WS-EVT-ALUNO-ID (WS-EVT-IDX)
002059     MOVE MED-ENH-DATA-EFETIVA TO WS-EVT-DATA (WS-EVT-IDX)
002059     MOVE 'T'                  TO WS-EVT-TIPO (WS-EVT-IDX)
002059     MOVE MED-ENH-TURMA-DE     TO WS-EVT-DE (WS-EVT-IDX)
002059     MOVE MED-ENH-TURMA-PARA   TO WS-EVT-PARA (WS-EVT-IDX)
002059     .
002059 1670-EXIT.
002059     EXIT.
002059 1680-NOVO-EVENTO.
002059     IF WS-EVT-TABLE-QTD >= 5000
002059        DISPLAY "TABELA DE EVENTOS CHEIA (5000) -- "
002059            "AUMENTE WS-EVT-TABLE"
002059        MOVE 8 TO RETURN-CODE
002059        STOP RUN
002059     END-IF
002059     ADD 1 TO WS-EVT-TABLE-QTD
002059     SET WS-EVT-IDX TO WS-EVT-TABLE-QTD
002059     .
002059 1680-EXIT.
002059     EXIT.
002059*----------------------------------------------------------*
002059* 1690-CARREGA-PRECOS -- THE TUITION HISTORY; WITHOUT       *
002059*     TURPRECO EVERY MONTH IS PRICED OFF THE MASTER.        *
002059*----------------------------------------------------------*
002059 1690-CARREGA-PRECOS.
002059     OPEN INPUT TURMA-PRECO-FILE
002059     IF WS-TPR-STATUS NOT = "00"
002059        GO TO 1690-EXIT
002059     END-IF
002059     PERFORM 1695-LE-PRECO THRU 1695-EXIT
002059         UNTIL FIM-DOS-PRECOS
002059     CLOSE TURMA-PRECO-FILE
002059     .
002059 1690-EXIT.
002059     EXIT.
002059 1695-LE-PRECO.
002059     READ TURMA-PRECO-FILE
002059         AT END
002059             SET FIM-DOS-PRECOS TO TRUE
002059             GO TO 1695-EXIT
002059     END-READ
002059     IF WS-TPR-TABLE-QTD >= 2000
002059        DISPLAY "TABELA DE PRECOS CHEIA (2000)"
002059        MOVE 8 TO RETURN-CODE
002059        STOP RUN
002059     END-IF
002059     ADD 1 TO WS-TPR-TABLE-QTD
002059     SET WS-TPR-IDX TO WS-TPR-TABLE-QTD
002059     MOVE MED-TPR-TURMA    TO WS-TPR-TURMA (WS-TPR-IDX)
002059     MOVE MED-TPR-VIGENCIA TO WS-TPR-VIGENCIA (WS-TPR-IDX)
002059     MOVE MED-TPR-ANTERIOR TO WS-TPR-ANTERIOR (WS-TPR-IDX)
002059     .
002059 1695-EXIT.
002059     EXIT.
002060*----------------------------------------------------------*
002070* 2000-FATURA-ALUNOS -- WALK STUMAST AND INVOICE EVERY      *
002080*     ATIVO STUDENT FOR THE COMPETENCE MONTH, AND EVERY     *
002080*     STUDENT NO LONGER ATIVO WHOSE STATUS OR TURMA MOVED   *
002080*     DURING OR AFTER IT (FOR THE DAYS STILL ATIVO).        *
002090*----------------------------------------------------------*
002100 2000-FATURA-ALUNOS.
002110     OPEN INPUT STUDENT-MASTER-FILE
002380     IF NOT FIM-DO-MASTER
002390        IF MED-STU-ATIVO
002400           PERFORM 2200-FATURA-UM-ALUNO THRU 2200-EXIT
002400        ELSE
002400           MOVE MED-STU-ID     TO WS-PRR-ALUNO
002400           MOVE WS-COMPETENCIA TO WS-PRR-COMPET
002400           PERFORM 2405-PREPARA-MES THRU 2405-EXIT
002400           PERFORM 2410-EXTRAI-EVENTOS THRU 2410-EXIT
002400           IF WS-AEV-TABLE-QTD > ZERO
002400              PERFORM 2200-FATURA-UM-ALUNO THRU 2200-EXIT
002400           END-IF
002410        END-IF
002420     END-IF
002430     .
002440 2100-EXIT.
002450     EXIT.
002460*----------------------------------------------------------*
002470* 2200-FATURA-UM-ALUNO -- PRO-RATA TUITION OFF THE TURMA    *
002480*     MASTER, INVOICE NUMBER FROM PROG_SET, AND THE THREE   *
002490*     OUTPUTS. A STUDENT WHOSE TURMA HAS NO TUITION IS      *
002500*     REPORTED, NOT INVOICED AT ZERO; ONE WITH NO ATIVO DAY *
002500*     IN THE MONTH IS NOT BILLED AT ALL.                    *
002510*----------------------------------------------------------*
002520 2200-FATURA-UM-ALUNO.
002522     PERFORM 2150-CONFERE-JA-FATURADO THRU 2150-EXIT
002534        WRITE BILL-REGISTER-REC
002535        GO TO 2200-EXIT
002536     END-IF
002537     MOVE MED-STU-ID     TO WS-PRR-ALUNO
002537     MOVE WS-COMPETENCIA TO WS-PRR-COMPET
002537     MOVE MED-STU-STATUS TO WS-PRR-STATUS-ATUAL
002537     MOVE MED-STU-TURMA  TO WS-PRR-TURMA-ATUAL
002537     PERFORM 2400-CALCULA-PRORATA THRU 2400-EXIT
002537     IF WS-PRR-DIAS = ZERO
002537        GO TO 2200-EXIT
002537     END-IF
002630     IF PRORATA-SEM-PRECO OR WS-PRR-BRUTO = ZERO
002640        ADD 1 TO WS-CONT-SEM-TURMA
002650        MOVE SPACES TO WS-REG-LINE
002660        MOVE ZERO TO WS-RGB-NUMERO
002730        WRITE BILL-REGISTER-REC
002740        GO TO 2200-EXIT
002750     END-IF
002752     MOVE WS-PRR-BRUTO TO WS-VALOR-BRUTO
002752     IF WS-PRR-DIAS < WS-PRR-DIAS-MES
002752        ADD 1 TO WS-CONT-PRORATA
002752     END-IF
002753*    THE FAMILY AND RERUN DECISION COMES BEFORE THE         *
002753*    DISCOUNTS -- A SKIPPED MEMBER MUST NOT RE-REPORT ITS   *
002753*    DISCOUNTS TO THE DIRECTION FOR AN INVOICE NEVER OPENED.*
002758        GO TO 2200-EXIT
002758     END-IF
002760     CALL "PROG_SET" USING WS-SEQ-PARM
002762     MOVE WS-MENSALIDADE  TO WS-VALOR-COBRAR
002764     MOVE ZERO            TO WS-VALOR-CREDITO
002766     MOVE MED-STU-ID      TO WS-CRD-ALUNO-W
002768     PERFORM 2300-CONSOME-CREDITO THRU 2300-EXIT
002770     MOVE SPACES TO MED-FATURA-MASTER-REC
002780     MOVE WS-SEQ-NEXT-P   TO MED-FAT-NUMERO
002790     MOVE MED-STU-ID      TO MED-FAT-ALUNO-ID
002800     MOVE MED-STU-NOME    TO MED-FAT-ALUNO-NOME
002810     MOVE MED-STU-TURMA   TO MED-FAT-TURMA
002820     MOVE WS-COMPETENCIA  TO MED-FAT-COMPETENCIA
002830     MOVE WS-VALOR-COBRAR TO MED-FAT-VALOR
002840     MOVE WS-VENCIMENTO   TO MED-FAT-VENCIMENTO
002850     SET MED-FAT-ABERTA   TO TRUE
002860     MOVE ZERO            TO MED-FAT-VALOR-PAGO
002870     MOVE ZERO            TO MED-FAT-DATA-PGTO
002872     IF WS-VALOR-COBRAR = ZERO
002874        SET MED-FAT-QUITADA TO TRUE
002876        MOVE WS-DATA-HOJE TO MED-FAT-DATA-PGTO
002878     END-IF
002880     WRITE MED-FATURA-MASTER-REC
002890         INVALID KEY
002900             DISPLAY "ERRO DE GRAVACAO NO FATMAST: "
002910                 MED-FAT-NUMERO
002920     END-WRITE
002922     IF WS-VALOR-COBRAR = ZERO
002924        ADD 1 TO WS-CONT-COBERTAS
002926        PERFORM 2180-SOMA-UNIDADE THRU 2180-EXIT
002928        GO TO 2250-REGISTRA-FATURA
002929     END-IF
002930     MOVE SPACES TO WS-BANCO-LINE
002935     MOVE '1'             TO WS-BNC-TIPO-REG
002940     MOVE MED-FAT-NUMERO  TO WS-BNC-NUMERO
002965     MOVE MED-STU-CEP     TO WS-BNC-CEP
002966     MOVE MED-STU-UF      TO WS-BNC-UF
002970     MOVE WS-COMPETENCIA  TO WS-BNC-COMPETENCIA
002980     MOVE WS-VALOR-COBRAR TO WS-BNC-VALOR
002990     MOVE WS-VENCIMENTO   TO WS-BNC-VENCIMENTO
002995     MOVE "01"            TO WS-BNC-INSTRUCAO
003000     MOVE "ORIGINAL"      TO WS-BNC-TIPO
003000     PERFORM 2280-MONTA-TXID THRU 2280-EXIT
003010     MOVE WS-BANCO-LINE TO FATURA-BANCO-REC
003020     WRITE FATURA-BANCO-REC
003022     ADD 1 TO WS-REM-QTD-REG
003024     ADD WS-VALOR-COBRAR TO WS-REM-VALOR-TOTAL
003026     PERFORM 2180-SOMA-UNIDADE THRU 2180-EXIT
003028     .
003029 2250-REGISTRA-FATURA.
003030     MOVE SPACES TO WS-REG-LINE
003040     MOVE MED-FAT-NUMERO  TO WS-RGB-NUMERO
003050     MOVE MED-STU-ID      TO WS-RGB-ALUNO-ID
003080     MOVE WS-VALOR-BRUTO  TO WS-RGB-VALOR
003082     MOVE WS-VALOR-DESCONTO TO WS-RGB-DESCONTO
003084     MOVE WS-MENSALIDADE  TO WS-RGB-LIQUIDO
003086     MOVE WS-VALOR-CREDITO TO WS-RGB-CREDITO
003090     MOVE "FATURADA"      TO WS-RGB-TEXTO
003090     PERFORM 2260-EDITA-DIAS THRU 2260-EXIT
003100     MOVE WS-REG-LINE TO BILL-REGISTER-REC
003110     WRITE BILL-REGISTER-REC
003120     ADD 1 TO WS-CONT-FATURADOS
003120     MOVE 'F'            TO WS-FBS-TIPO-W
003120     MOVE MED-FAT-NUMERO TO WS-FBS-FATURA-W
003120     PERFORM 2270-GRAVA-BASE THRU 2270-EXIT
003130     .
003140 2200-EXIT.
003150     EXIT.
003147     MOVE WS-VALOR-DESCONTO TO WS-RGB-DESCONTO
003147     MOVE WS-MENSALIDADE  TO WS-RGB-LIQUIDO
003147     MOVE "AGRUPADA FAMILIA" TO WS-RGB-TEXTO
003147     PERFORM 2260-EDITA-DIAS THRU 2260-EXIT
003147     MOVE WS-REG-LINE TO BILL-REGISTER-REC
003147     WRITE BILL-REGISTER-REC
003147     PERFORM 2180-SOMA-UNIDADE THRU 2180-EXIT
003147     MOVE 'F'  TO WS-FBS-TIPO-W
003147     MOVE ZERO TO WS-FBS-FATURA-W
003147     PERFORM 2270-GRAVA-BASE THRU 2270-EXIT
003147     .
003147 2190-EXIT.
003147     EXIT.
003147        GO TO 2950-EXIT
003147     END-IF
003147     CALL "PROG_SET" USING WS-SEQ-PARM
003147     MOVE WS-FMT-ACUMULADO (WS-FAMT-IDX) TO WS-VALOR-COBRAR
003147     MOVE ZERO TO WS-VALOR-CREDITO
003147     PERFORM 2310-CREDITO-MEMBRO THRU 2310-EXIT
003147         VARYING WS-FMM-IDX FROM 1 BY 1
003147         UNTIL WS-FMM-IDX > WS-FMM-TABLE-QTD
003147     MOVE SPACES TO MED-FATURA-MASTER-REC
003147     MOVE WS-SEQ-NEXT-P TO MED-FAT-NUMERO
003147     MOVE WS-FMT-REP-ID (WS-FAMT-IDX) TO MED-FAT-ALUNO-ID
003147     MOVE WS-FMT-RESP (WS-FAMT-IDX)   TO MED-FAT-ALUNO-NOME
003147     MOVE SPACES          TO MED-FAT-TURMA
003147     MOVE WS-COMPETENCIA  TO MED-FAT-COMPETENCIA
003147     MOVE WS-VALOR-COBRAR TO MED-FAT-VALOR
003147     MOVE WS-VENCIMENTO   TO MED-FAT-VENCIMENTO
003147     SET MED-FAT-ABERTA   TO TRUE
003147     MOVE ZERO            TO MED-FAT-VALOR-PAGO
003147     MOVE ZERO            TO MED-FAT-DATA-PGTO
003147     IF WS-VALOR-COBRAR = ZERO
003147        SET MED-FAT-QUITADA TO TRUE
003147        MOVE WS-DATA-HOJE TO MED-FAT-DATA-PGTO
003147     END-IF
003147     WRITE MED-FATURA-MASTER-REC
003147         INVALID KEY
003147             DISPLAY "ERRO DE GRAVACAO NO FATMAST: "
003147                 MED-FAT-NUMERO
003147     END-WRITE
003147     IF WS-VALOR-COBRAR = ZERO
003147        ADD 1 TO WS-CONT-COBERTAS
003147        GO TO 2960-REGISTRA-FAMILIA
003147     END-IF
003147     MOVE SPACES TO WS-BANCO-LINE
003147     MOVE '1'             TO WS-BNC-TIPO-REG
003147     MOVE MED-FAT-NUMERO  TO WS-BNC-NUMERO
003147     MOVE WS-FMT-CEP (WS-FAMT-IDX)    TO WS-BNC-CEP
003147     MOVE WS-FMT-UF (WS-FAMT-IDX)     TO WS-BNC-UF
003147     MOVE WS-COMPETENCIA  TO WS-BNC-COMPETENCIA
003147     MOVE WS-VALOR-COBRAR TO WS-BNC-VALOR
003147     MOVE WS-VENCIMENTO   TO WS-BNC-VENCIMENTO
003147     MOVE "01"            TO WS-BNC-INSTRUCAO
003147     MOVE "FAMILIAR"      TO WS-BNC-TIPO
003147     PERFORM 2280-MONTA-TXID THRU 2280-EXIT
003147     MOVE WS-BANCO-LINE TO FATURA-BANCO-REC
003147     WRITE FATURA-BANCO-REC
003147     ADD 1 TO WS-REM-QTD-REG
003147     ADD WS-VALOR-COBRAR TO WS-REM-VALOR-TOTAL
003147     .
003147 2960-REGISTRA-FAMILIA.
003147     MOVE SPACES TO WS-REG-LINE
003147     MOVE MED-FAT-NUMERO TO WS-RGB-NUMERO
003147     MOVE WS-FMT-REP-ID (WS-FAMT-IDX) TO WS-RGB-ALUNO-ID
003147     MOVE WS-FMT-ACUMULADO (WS-FAMT-IDX) TO WS-RGB-VALOR
003147     MOVE ZERO TO WS-RGB-DESCONTO
003147     MOVE WS-FMT-ACUMULADO (WS-FAMT-IDX) TO WS-RGB-LIQUIDO
003147     MOVE WS-VALOR-CREDITO TO WS-RGB-CREDITO
003147     MOVE "FATURADA FAMILIA" TO WS-RGB-TEXTO
003147     MOVE WS-REG-LINE TO BILL-REGISTER-REC
003147     WRITE BILL-REGISTER-REC
003147     .
003147 2950-EXIT.
003147     EXIT.
003147*----------------------------------------------------------*
003147* 1900-CARREGA-CREDITOS -- EACH STUDENT'S AVAILABLE CREDIT  *
003147*     OFF THE CREDITO LEDGER, THEN THE LEDGER REOPENS FOR   *
003147*     THE RUN'S OWN USE MOVEMENTS. WITHOUT A LEDGER TO      *
003147*     WRITE ON NO CREDIT IS USED -- A USE NOT RECORDED      *
003147*     WOULD BE SPENT AGAIN NEXT MONTH.                      *
003147*----------------------------------------------------------*
003147 1900-CARREGA-CREDITOS.
003147     OPEN INPUT CREDITO-FILE
003147     IF WS-CRD-STATUS = "00"
003147        PERFORM 1950-LE-CREDITO THRU 1950-EXIT
003147            UNTIL FIM-DO-CREDITO
003147        CLOSE CREDITO-FILE
003147     END-IF
003147     OPEN EXTEND CREDITO-FILE
003147     IF WS-CRD-STATUS NOT = "00" AND WS-CRD-STATUS NOT = "05"
003147        OPEN OUTPUT CREDITO-FILE
003147     END-IF
003147     IF WS-CRD-STATUS = "00"
003147        SET CREDITO-ABERTO TO TRUE
003147     ELSE
003147        DISPLAY "CREDITO NAO PODE SER GRAVADO, STATUS: "
003147            WS-CRD-STATUS
003147        DISPLAY "FATURACAO SEM USO DE CREDITOS"
003147        MOVE ZERO TO WS-CRS-TABLE-QTD
003147     END-IF
003147     .
003147 1900-EXIT.
003147     EXIT.
003147 1950-LE-CREDITO.
003147     READ CREDITO-FILE
003147         AT END
003147             SET FIM-DO-CREDITO TO TRUE
003147             GO TO 1950-EXIT
003147     END-READ
003147     MOVE MED-CRD-ALUNO-ID TO WS-CRD-ALUNO-W
003147     PERFORM 2320-BUSCA-CREDITO THRU 2320-EXIT
003147     IF NOT ACHOU-CREDITO
003147        IF WS-CRS-TABLE-QTD >= 2000
003147           DISPLAY "TABELA DE CREDITOS CHEIA (2000)"
003147           MOVE 8 TO RETURN-CODE
003147           STOP RUN
003147        END-IF
003147        ADD 1 TO WS-CRS-TABLE-QTD
003147        SET WS-CRS-IDX TO WS-CRS-TABLE-QTD
003147        MOVE MED-CRD-ALUNO-ID TO WS-CRS-ALUNO-ID (WS-CRS-IDX)
003147        MOVE ZERO TO WS-CRS-SALDO (WS-CRS-IDX)
003147     END-IF
003147     IF MED-CRD-ENTRADA
003147        ADD MED-CRD-VALOR TO WS-CRS-SALDO (WS-CRS-IDX)
003147     ELSE
003147        SUBTRACT MED-CRD-VALOR FROM WS-CRS-SALDO (WS-CRS-IDX)
003147     END-IF
003147     .
003147 1950-EXIT.
003147     EXIT.
003147*----------------------------------------------------------*
003147* 2300-CONSOME-CREDITO -- USE THE CREDIT OF STUDENT WS-CRD- *
003147*     ALUNO-W AGAINST WHAT IS STILL TO CHARGE ON INVOICE    *
003147*     WS-SEQ-NEXT-P, UP TO THAT AMOUNT, AND RECORD THE USE. *
003147*----------------------------------------------------------*
003147 2300-CONSOME-CREDITO.
003147     IF WS-VALOR-COBRAR = ZERO
003147        GO TO 2300-EXIT
003147     END-IF
003147     PERFORM 2320-BUSCA-CREDITO THRU 2320-EXIT
003147     IF NOT ACHOU-CREDITO
003147        GO TO 2300-EXIT
003147     END-IF
003147     IF WS-CRS-SALDO (WS-CRS-IDX) NOT > ZERO
003147        GO TO 2300-EXIT
003147     END-IF
003147     IF WS-CRS-SALDO (WS-CRS-IDX) > WS-VALOR-COBRAR
003147        MOVE WS-VALOR-COBRAR TO WS-CREDITO-UM
003147     ELSE
003147        MOVE WS-CRS-SALDO (WS-CRS-IDX) TO WS-CREDITO-UM
003147     END-IF
003147     SUBTRACT WS-CREDITO-UM FROM WS-CRS-SALDO (WS-CRS-IDX)
003147     SUBTRACT WS-CREDITO-UM FROM WS-VALOR-COBRAR
003147     ADD WS-CREDITO-UM TO WS-VALOR-CREDITO
003147     ADD WS-CREDITO-UM TO WS-TOT-CREDITO-USADO
003147     ADD 1 TO WS-CONT-CREDITADAS
003147     MOVE SPACES          TO MED-CREDITO-REC
003147     MOVE WS-CRD-ALUNO-W  TO MED-CRD-ALUNO-ID
003147     MOVE WS-DATA-HOJE    TO MED-CRD-DATA
003147     SET MED-CRD-USO      TO TRUE
003147     MOVE WS-CREDITO-UM   TO MED-CRD-VALOR
003147     MOVE WS-SEQ-NEXT-P   TO MED-CRD-FATURA
003147     MOVE WS-COMPETENCIA  TO MED-CRD-COMPETENCIA
003147     MOVE "FATURAME"      TO MED-CRD-ORIGEM
003147     WRITE MED-CREDITO-REC
003147     .
003147 2300-EXIT.
003147     EXIT.
003147 2310-CREDITO-MEMBRO.
003147     IF WS-FMM-FAM-SUB (WS-FMM-IDX) = WS-FAMT-SUB
003147        MOVE WS-FMM-ALUNO-ID (WS-FMM-IDX) TO WS-CRD-ALUNO-W
003147        PERFORM 2300-CONSOME-CREDITO THRU 2300-EXIT
003147     END-IF
003147     .
003147 2310-EXIT.
003147     EXIT.
003147 2320-BUSCA-CREDITO.
003147     MOVE 'N' TO WS-CRS-ACHOU
003147     IF WS-CRS-TABLE-QTD > ZERO
003147        SET WS-CRS-IDX TO 1
003147        SEARCH WS-CRS-ENTRY
003147            VARYING WS-CRS-IDX
003147            AT END
003147                CONTINUE
003147            WHEN WS-CRS-ALUNO-ID (WS-CRS-IDX) = WS-CRD-ALUNO-W
003147                SET ACHOU-CREDITO TO TRUE
003147        END-SEARCH
003147     END-IF
003147     .
003147 2320-EXIT.
003147     EXIT.
003146*----------------------------------------------------------*
003146* 2180-SOMA-UNIDADE -- ROLL THE NET BILLED AMOUNT INTO THE  *
003146*     STUDENT'S TURMA UNIT (THE TURMA RECORD IS STILL IN    *
003167     .
003168 2150-EXIT.
003169     EXIT.
003169*----------------------------------------------------------*
003169* 2260-EDITA-DIAS -- DAYS BILLED OVER DAYS IN THE MONTH AND *
003169*     THE COMPETENCE THEY BELONG TO, ON THE REGISTER LINE.  *
003169*----------------------------------------------------------*
003169 2260-EDITA-DIAS.
003169     MOVE WS-PRR-DIAS     TO WS-DED-DIAS
003169     MOVE WS-PRR-DIAS-MES TO WS-DED-MES
003169     MOVE WS-DIAS-ED      TO WS-RGB-DIAS
003169     MOVE WS-PRR-COMPET   TO WS-RGB-REFER
003169     .
003169 2260-EXIT.
003169     EXIT.
003169*----------------------------------------------------------*
003169* 2270-GRAVA-BASE -- ONE FATBASE LINE FOR WHAT WAS JUST     *
003169*     BILLED (OR CREDITED BACK) FOR THE RATED MONTH: GROSS  *
003169*     IN WS-VALOR-BRUTO, NET IN WS-MENSALIDADE.             *
003169*----------------------------------------------------------*
003169 2270-GRAVA-BASE.
003169     MOVE SPACES          TO MED-FATURA-BASE-REC
003169     MOVE WS-PRR-ALUNO    TO MED-FBS-ALUNO-ID
003169     MOVE WS-PRR-COMPET   TO MED-FBS-COMPETENCIA
003169     MOVE WS-FBS-TIPO-W   TO MED-FBS-TIPO
003169     MOVE WS-PRR-DIAS     TO MED-FBS-DIAS
003169     MOVE WS-PRR-DIAS-MES TO MED-FBS-DIAS-MES
003169     MOVE WS-VALOR-BRUTO  TO MED-FBS-BRUTO
003169     MOVE WS-MENSALIDADE  TO MED-FBS-LIQUIDO
003169     MOVE WS-FBS-FATURA-W TO MED-FBS-FATURA
003169     MOVE WS-COMPETENCIA  TO MED-FBS-COMPET-LANC
003169     MOVE WS-DATA-HOJE    TO MED-FBS-DATA
003169     WRITE MED-FATURA-BASE-REC
003169     .
003169 2270-EXIT.
003169     EXIT.
003169*----------------------------------------------------------*
003169* 2280-MONTA-TXID -- THE PIX TXID OF THE INVOICE ON THE     *
003169*     FATMAST RECORD, ONTO THE REMITTANCE DETAIL.           *
003169*----------------------------------------------------------*
003169 2280-MONTA-TXID.
003169     MOVE MED-FAT-NUMERO      TO MED-PXT-NUMERO
003169     MOVE MED-FAT-ALUNO-ID    TO MED-PXT-ALUNO-ID
003169     MOVE MED-FAT-COMPETENCIA TO MED-PXT-COMPETENCIA
003169     MOVE MED-PIX-TXID-X      TO WS-BNC-PIX-TXID
003169     .
003169 2280-EXIT.
003169     EXIT.
003169*----------------------------------------------------------*
003169* 2400-CALCULA-PRORATA -- STUDENT WS-PRR-ALUNO'S MONTH      *
003169*     WS-PRR-COMPET REBUILT DAY BY DAY: THE STATUS AND      *
003169*     TURMA AT THE FIRST DAY ARE THE "FROM" SIDE OF THE     *
003169*     FIRST LATER EVENT (OR TODAY'S IF NOTHING MOVED SINCE),*
003169*     EACH DAY APPLIES THAT DAY'S EVENTS, AND EVERY ATIVO   *
003169*     DAY COUNTS FOR ITS TURMA. EACH TURMA IS PRICED AT ITS *
003169*     MENSALIDADE TIMES ITS DAYS OVER THE DAYS OF THE MONTH.*
003169*----------------------------------------------------------*
003169 2400-CALCULA-PRORATA.
003169     PERFORM 2405-PREPARA-MES THRU 2405-EXIT
003169     PERFORM 2410-EXTRAI-EVENTOS THRU 2410-EXIT
003169     MOVE WS-PRR-STATUS-ATUAL TO WS-PRR-STATUS
003169     MOVE WS-PRR-TURMA-ATUAL  TO WS-PRR-TURMA
003169     MOVE 'N'  TO WS-PRR-STATUS-ACHOU
003169     MOVE ZERO TO WS-PRR-PRIM-TURMA
003169     PERFORM 2420-ESTADO-INICIAL THRU 2420-EXIT
003169         VARYING WS-AEV-SUB FROM 1 BY 1
003169         UNTIL WS-AEV-SUB > WS-AEV-TABLE-QTD
003169     MOVE ZERO TO WS-SEG-TABLE-QTD
003169     MOVE ZERO TO WS-PRR-DIAS
003169     MOVE ZERO TO WS-PRR-BRUTO
003169     MOVE 'N'  TO WS-PRR-SEM-PRECO
003169     PERFORM 2430-CONTA-DIA THRU 2430-EXIT
003169         VARYING WS-PRR-DIA FROM 1 BY 1
003169         UNTIL WS-PRR-DIA > WS-PRR-DIAS-MES
003169     PERFORM 2460-PRECIFICA-SEGMENTO THRU 2460-EXIT
003169         VARYING WS-SEG-SUB FROM 1 BY 1
003169         UNTIL WS-SEG-SUB > WS-SEG-TABLE-QTD
003169*    THE CURRENT TURMA'S RECORD GOES BACK INTO THE RECORD  *
003169*    AREA FOR THE PER-UNIT TOTALS (2180).                  *
003169     IF TURMAS-ABERTO
003169        MOVE WS-PRR-TURMA-ATUAL TO MED-TUR-CODIGO
003169        READ TURMA-MASTER-FILE
003169            INVALID KEY
003169                CONTINUE
003169        END-READ
003169     END-IF
003169     .
003169 2400-EXIT.
003169     EXIT.
003169 2405-PREPARA-MES.
003169     COMPUTE WS-PRR-INICIO = WS-PRR-COMPET * 100 + 1
003169     MOVE WS-PRR-ANO TO WS-PRR-PROX-ANO
003169     IF WS-PRR-MES = 12
003169        ADD 1 TO WS-PRR-PROX-ANO
003169        MOVE 1 TO WS-PRR-PROX-MES
003169     ELSE
003169        COMPUTE WS-PRR-PROX-MES = WS-PRR-MES + 1
003169     END-IF
003169     MOVE 1 TO WS-PRR-PROX-DIA
003169     COMPUTE WS-PRR-DIAS-MES =
003169         FUNCTION INTEGER-OF-DATE (WS-PRR-PROXIMO)
003169       - FUNCTION INTEGER-OF-DATE (WS-PRR-INICIO)
003169     .
003169 2405-EXIT.
003169     EXIT.
003169*----------------------------------------------------------*
003169* 2410-EXTRAI-EVENTOS -- THE STUDENT'S EVENTS DATED ON OR   *
003169*     AFTER THE FIRST DAY OF THE MONTH, IN FILE ORDER.      *
003169*----------------------------------------------------------*
003169 2410-EXTRAI-EVENTOS.
003169     MOVE ZERO TO WS-AEV-TABLE-QTD
003169     PERFORM 2415-CONFERE-EVENTO THRU 2415-EXIT
003169         VARYING WS-EVT-IDX FROM 1 BY 1
003169         UNTIL WS-EVT-IDX > WS-EVT-TABLE-QTD
003169     .
003169 2410-EXIT.
003169     EXIT.
003169 2415-CONFERE-EVENTO.
003169     IF WS-EVT-ALUNO-ID (WS-EVT-IDX) NOT = WS-PRR-ALUNO
003169        OR WS-EVT-DATA (WS-EVT-IDX) < WS-PRR-INICIO
003169        GO TO 2415-EXIT
003169     END-IF
003169     IF WS-AEV-TABLE-QTD >= 100
003169        DISPLAY "TABELA DE EVENTOS DO ALUNO CHEIA (100): "
003169            WS-PRR-ALUNO
003169        MOVE 8 TO RETURN-CODE
003169        STOP RUN
003169     END-IF
003169     ADD 1 TO WS-AEV-TABLE-QTD
003169     SET WS-AEV-IDX TO WS-AEV-TABLE-QTD
003169     MOVE WS-EVT-DATA (WS-EVT-IDX) TO WS-AEV-DATA (WS-AEV-IDX)
003169     MOVE WS-EVT-TIPO (WS-EVT-IDX) TO WS-AEV-TIPO (WS-AEV-IDX)
003169     MOVE WS-EVT-DE (WS-EVT-IDX)   TO WS-AEV-DE (WS-AEV-IDX)
003169     MOVE WS-EVT-PARA (WS-EVT-IDX) TO WS-AEV-PARA (WS-AEV-IDX)
003169     .
003169 2415-EXIT.
003169     EXIT.
003169*----------------------------------------------------------*
003169* 2420-ESTADO-INICIAL -- STATUS FROM THE FIRST STATHIST     *
003169*     MOVE (THE FILE IS IN DATE ORDER); TURMA FROM THE      *
003169*     EARLIEST EFFECTIVE TRANSFER (ENROLHIST IS IN THE      *
003169*     ORDER TRANSFERS WERE KEYED, NOT EFFECTIVE DATES).     *
003169*----------------------------------------------------------*
003169 2420-ESTADO-INICIAL.
003169     IF WS-AEV-TIPO (WS-AEV-SUB) = 'S'
003169        IF NOT ACHOU-STATUS-INICIAL
003169           MOVE WS-AEV-DE (WS-AEV-SUB) TO WS-PRR-STATUS
003169           SET ACHOU-STATUS-INICIAL TO TRUE
003169        END-IF
003169     ELSE
003169        IF WS-PRR-PRIM-TURMA = ZERO
003169           OR WS-AEV-DATA (WS-AEV-SUB) < WS-PRR-PRIM-TURMA
003169           MOVE WS-AEV-DATA (WS-AEV-SUB) TO WS-PRR-PRIM-TURMA
003169           MOVE WS-AEV-DE (WS-AEV-SUB)   TO WS-PRR-TURMA
003169        END-IF
003169     END-IF
003169     .
003169 2420-EXIT.
003169     EXIT.
003169 2430-CONTA-DIA.
003169     COMPUTE WS-PRR-DATA = WS-PRR-INICIO + WS-PRR-DIA - 1
003169     PERFORM 2440-APLICA-EVENTO THRU 2440-EXIT
003169         VARYING WS-AEV-SUB FROM 1 BY 1
003169         UNTIL WS-AEV-SUB > WS-AEV-TABLE-QTD
003169     IF WS-PRR-STATUS = 'A'
003169        PERFORM 2450-SOMA-SEGMENTO THRU 2450-EXIT
003169     END-IF
003169     .
003169 2430-EXIT.
003169     EXIT.
003169 2440-APLICA-EVENTO.
003169     IF WS-AEV-DATA (WS-AEV-SUB) = WS-PRR-DATA
003169        IF WS-AEV-TIPO (WS-AEV-SUB) = 'S'
003169           MOVE WS-AEV-PARA (WS-AEV-SUB) TO WS-PRR-STATUS
003169        ELSE
003169           MOVE WS-AEV-PARA (WS-AEV-SUB) TO WS-PRR-TURMA
003169        END-IF
003169     END-IF
003169     .
003169 2440-EXIT.
003169     EXIT.
003169 2450-SOMA-SEGMENTO.
003169     ADD 1 TO WS-PRR-DIAS
003169     MOVE 'N' TO WS-SEG-ACHOU
003169     IF WS-SEG-TABLE-QTD > ZERO
003169        SET WS-SEG-IDX TO 1
003169        SEARCH WS-SEG-ENTRY
003169            VARYING WS-SEG-IDX
003169            AT END
003169                CONTINUE
003169            WHEN WS-SEG-TURMA (WS-SEG-IDX) = WS-PRR-TURMA
003169                SET ACHOU-SEGMENTO TO TRUE
003169        END-SEARCH
003169     END-IF
003169     IF ACHOU-SEGMENTO
003169        ADD 1 TO WS-SEG-DIAS (WS-SEG-IDX)
003169     ELSE
003169        IF WS-SEG-TABLE-QTD >= 10
003169           DISPLAY "TABELA DE TURMAS NO MES CHEIA (10): "
003169               WS-PRR-ALUNO
003169           MOVE 8 TO RETURN-CODE
003169           STOP RUN
003169        END-IF
003169        ADD 1 TO WS-SEG-TABLE-QTD
003169        SET WS-SEG-IDX TO WS-SEG-TABLE-QTD
003169        MOVE WS-PRR-TURMA TO WS-SEG-TURMA (WS-SEG-IDX)
003169        MOVE 1            TO WS-SEG-DIAS (WS-SEG-IDX)
003169     END-IF
003169     .
003169 2450-EXIT.
003169     EXIT.
003169 2460-PRECIFICA-SEGMENTO.
003169     SET WS-SEG-IDX TO WS-SEG-SUB
003169     MOVE ZERO TO WS-PRR-PRECO
003169     IF TURMAS-ABERTO
003169        AND WS-SEG-TURMA (WS-SEG-IDX) NOT = SPACES
003169        MOVE WS-SEG-TURMA (WS-SEG-IDX) TO MED-TUR-CODIGO
003169        READ TURMA-MASTER-FILE
003169            INVALID KEY
003169                CONTINUE
003169            NOT INVALID KEY
003169                MOVE MED-TUR-MENSALIDADE TO WS-PRR-PRECO
003169                PERFORM 2470-PRECO-VIGENTE THRU 2470-EXIT
003169        END-READ
003169     END-IF
003169     IF WS-PRR-PRECO = ZERO
003169        SET PRORATA-SEM-PRECO TO TRUE
003169        GO TO 2460-EXIT
003169     END-IF
003169     COMPUTE WS-PRR-UM ROUNDED =
003169         WS-PRR-PRECO * WS-SEG-DIAS (WS-SEG-IDX)
003169         / WS-PRR-DIAS-MES
003169     ADD WS-PRR-UM TO WS-PRR-BRUTO
003169     .
003169 2460-EXIT.
003169     EXIT.
003169*----------------------------------------------------------*
003169* 2470-PRECO-VIGENTE -- THE TUITION IN FORCE FOR THE        *
003169*     COMPETENCE IS THE OLD PRICE OF THE FIRST CHANGE THAT  *
003169*     TOOK EFFECT AFTER IT; WITH NO CHANGE AFTER IT, THE    *
003169*     MASTER'S PRICE ALREADY IN WS-PRR-PRECO STANDS.        *
003169*----------------------------------------------------------*
003169 2470-PRECO-VIGENTE.
003169     MOVE 999999 TO WS-TPR-VIGENCIA-W
003169     PERFORM 2475-CONFERE-PRECO THRU 2475-EXIT
003169         VARYING WS-TPR-IDX FROM 1 BY 1
003169         UNTIL WS-TPR-IDX > WS-TPR-TABLE-QTD
003169     .
003169 2470-EXIT.
003169     EXIT.
003169 2475-CONFERE-PRECO.
003169     IF WS-TPR-TURMA (WS-TPR-IDX) = WS-SEG-TURMA (WS-SEG-IDX)
003169        AND WS-TPR-VIGENCIA (WS-TPR-IDX) > WS-PRR-COMPET
003169        AND WS-TPR-VIGENCIA (WS-TPR-IDX) < WS-TPR-VIGENCIA-W
003169        MOVE WS-TPR-VIGENCIA (WS-TPR-IDX) TO WS-TPR-VIGENCIA-W
003169        MOVE WS-TPR-ANTERIOR (WS-TPR-IDX) TO WS-PRR-PRECO
003169     END-IF
003169     .
003169 2475-EXIT.
003169     EXIT.
003160*----------------------------------------------------------*
003160* 5000-REVISA-COMPETENCIAS -- EVERY EARLIER COMPETENCE      *
003160*     STILL OPEN IS RE-RATED STUDENT BY STUDENT AGAINST THE *
003160*     HISTORY AS IT STANDS NOW (A DEPARTURE, ENROLLMENT OR  *
003160*     TRANSFER KEYED AFTER THAT MONTH WAS BILLED). DAYS     *
003160*     OWED COME OUT AS A SUPPLEMENTARY INVOICE, DAYS NOT    *
003160*     OWED AS STUDENT CREDIT -- BEFORE THE BILLING WALK, SO *
003160*     THE CREDIT IS ALREADY USED ON THIS MONTH'S INVOICE.   *
003160*     THE STUDENT'S DISCOUNTS COME OFF IN THE PROPORTION    *
003160*     THEY CAME OFF THE ORIGINAL BILLING.                   *
003160*----------------------------------------------------------*
003160 5000-REVISA-COMPETENCIAS.
003160     IF WS-BAS-TABLE-QTD = ZERO
003160        GO TO 5000-EXIT
003160     END-IF
003160     OPEN INPUT STUDENT-MASTER-FILE
003160     IF WS-STU-MASTER-STATUS NOT = "00"
003160        DISPLAY "STUMAST INDISPONIVEL NA REVISAO, STATUS: "
003160            WS-STU-MASTER-STATUS
003160        DISPLAY "COMPETENCIAS ANTERIORES NAO REVISADAS"
003160        GO TO 5000-EXIT
003160     END-IF
003160     PERFORM 5100-REVISA-UMA THRU 5100-EXIT
003160         VARYING WS-BAS-SUB FROM 1 BY 1
003160         UNTIL WS-BAS-SUB > WS-BAS-TABLE-QTD
003160     CLOSE STUDENT-MASTER-FILE
003160     .
003160 5000-EXIT.
003160     EXIT.
003160 5100-REVISA-UMA.
003160     SET WS-BAS-IDX TO WS-BAS-SUB
003160     MOVE WS-BAS-ALUNO-ID (WS-BAS-IDX) TO MED-STU-ID
003160     READ STUDENT-MASTER-FILE
003160         INVALID KEY
003160             GO TO 5100-EXIT
003160     END-READ
003160     MOVE MED-STU-ID     TO WS-PRR-ALUNO
003160     MOVE WS-BAS-COMPET (WS-BAS-IDX) TO WS-PRR-COMPET
003160     MOVE MED-STU-STATUS TO WS-PRR-STATUS-ATUAL
003160     MOVE MED-STU-TURMA  TO WS-PRR-TURMA-ATUAL
003160     PERFORM 2400-CALCULA-PRORATA THRU 2400-EXIT
003160     IF PRORATA-SEM-PRECO
003160        DISPLAY "REVISAO SEM MENSALIDADE: " MED-STU-ID
003160            " COMPETENCIA " WS-PRR-COMPET
003160        GO TO 5100-EXIT
003160     END-IF
003160     COMPUTE WS-AJU-DIFERENCA =
003160         WS-PRR-BRUTO - WS-BAS-BRUTO (WS-BAS-IDX)
003160     IF WS-AJU-DIFERENCA = ZERO
003160        GO TO 5100-EXIT
003160     END-IF
003160     IF WS-BAS-BRUTO (WS-BAS-IDX) > ZERO
003160        COMPUTE WS-AJU-LIQUIDO ROUNDED =
003160            WS-AJU-DIFERENCA * WS-BAS-LIQUIDO (WS-BAS-IDX)
003160            / WS-BAS-BRUTO (WS-BAS-IDX)
003160     ELSE
003160        MOVE WS-AJU-DIFERENCA TO WS-AJU-LIQUIDO
003160     END-IF
003160     IF WS-AJU-DIFERENCA > ZERO
003160        MOVE WS-AJU-DIFERENCA TO WS-VALOR-BRUTO
003160        MOVE WS-AJU-LIQUIDO   TO WS-MENSALIDADE
003160        COMPUTE WS-VALOR-DESCONTO =
003160            WS-VALOR-BRUTO - WS-MENSALIDADE
003160        PERFORM 5200-FATURA-COMPLEMENTAR THRU 5200-EXIT
003160     ELSE
003160        COMPUTE WS-VALOR-BRUTO = ZERO - WS-AJU-DIFERENCA
003160        COMPUTE WS-MENSALIDADE = ZERO - WS-AJU-LIQUIDO
003160        COMPUTE WS-VALOR-DESCONTO =
003160            WS-VALOR-BRUTO - WS-MENSALIDADE
003160        PERFORM 5300-CREDITA-AJUSTE THRU 5300-EXIT
003160     END-IF
003160     .
003160 5100-EXIT.
003160     EXIT.
003160*----------------------------------------------------------*
003160* 5200-FATURA-COMPLEMENTAR -- THE DAYS STILL OWED ON THEIR  *
003160*     OWN INVOICE IN THIS COMPETENCE, CREDIT USED FIRST AS  *
003160*     ON ANY INVOICE. A FULL BOLSA LEAVES NOTHING TO CHARGE *
003160*     BUT THE DAYS ARE STILL REGISTERED.                    *
003160*----------------------------------------------------------*
003160 5200-FATURA-COMPLEMENTAR.
003160     MOVE ZERO TO WS-VALOR-CREDITO
003160     IF WS-MENSALIDADE = ZERO
003160        MOVE ZERO TO MED-FAT-NUMERO
003160        GO TO 5250-REGISTRA-COMPLEMENTAR
003160     END-IF
003160     CALL "PROG_SET" USING WS-SEQ-PARM
003160     MOVE WS-MENSALIDADE  TO WS-VALOR-COBRAR
003160     MOVE MED-STU-ID      TO WS-CRD-ALUNO-W
003160     PERFORM 2300-CONSOME-CREDITO THRU 2300-EXIT
003160     MOVE SPACES TO MED-FATURA-MASTER-REC
003160     MOVE WS-SEQ-NEXT-P   TO MED-FAT-NUMERO
003160     MOVE MED-STU-ID      TO MED-FAT-ALUNO-ID
003160     MOVE MED-STU-NOME    TO MED-FAT-ALUNO-NOME
003160     MOVE MED-STU-TURMA   TO MED-FAT-TURMA
003160     MOVE WS-COMPETENCIA  TO MED-FAT-COMPETENCIA
003160     MOVE WS-VALOR-COBRAR TO MED-FAT-VALOR
003160     MOVE WS-VENCIMENTO   TO MED-FAT-VENCIMENTO
003160     SET MED-FAT-ABERTA   TO TRUE
003160     MOVE ZERO            TO MED-FAT-VALOR-PAGO
003160     MOVE ZERO            TO MED-FAT-DATA-PGTO
003160     IF WS-VALOR-COBRAR = ZERO
003160        SET MED-FAT-QUITADA TO TRUE
003160        MOVE WS-DATA-HOJE TO MED-FAT-DATA-PGTO
003160     END-IF
003160     WRITE MED-FATURA-MASTER-REC
003160         INVALID KEY
003160             DISPLAY "ERRO DE GRAVACAO NO FATMAST: "
003160                 MED-FAT-NUMERO
003160     END-WRITE
003160     PERFORM 2180-SOMA-UNIDADE THRU 2180-EXIT
003160     IF WS-VALOR-COBRAR = ZERO
003160        ADD 1 TO WS-CONT-COBERTAS
003160        GO TO 5250-REGISTRA-COMPLEMENTAR
003160     END-IF
003160     MOVE SPACES TO WS-BANCO-LINE
003160     MOVE '1'             TO WS-BNC-TIPO-REG
003160     MOVE MED-FAT-NUMERO  TO WS-BNC-NUMERO
003160     MOVE MED-STU-ID      TO WS-BNC-ALUNO-ID
003160     MOVE MED-STU-NOME    TO WS-BNC-NOME
003160     MOVE MED-STU-RUA     TO WS-BNC-RUA
003160     MOVE MED-STU-BAIRRO  TO WS-BNC-BAIRRO
003160     MOVE MED-STU-CIDADE  TO WS-BNC-CIDADE
003160     MOVE MED-STU-CEP     TO WS-BNC-CEP
003160     MOVE MED-STU-UF      TO WS-BNC-UF
003160     MOVE WS-COMPETENCIA  TO WS-BNC-COMPETENCIA
003160     MOVE WS-VALOR-COBRAR TO WS-BNC-VALOR
003160     MOVE WS-VENCIMENTO   TO WS-BNC-VENCIMENTO
003160     MOVE "01"            TO WS-BNC-INSTRUCAO
003160     MOVE "ADICIONAL"     TO WS-BNC-TIPO
003160     PERFORM 2280-MONTA-TXID THRU 2280-EXIT
003160     MOVE WS-BANCO-LINE TO FATURA-BANCO-REC
003160     WRITE FATURA-BANCO-REC
003160     ADD 1 TO WS-REM-QTD-REG
003160     ADD WS-VALOR-COBRAR TO WS-REM-VALOR-TOTAL
003160     .
003160 5250-REGISTRA-COMPLEMENTAR.
003160     MOVE SPACES TO WS-REG-LINE
003160     MOVE MED-FAT-NUMERO  TO WS-RGB-NUMERO
003160     MOVE MED-STU-ID      TO WS-RGB-ALUNO-ID
003160     MOVE MED-STU-NOME    TO WS-RGB-NOME
003160     MOVE MED-STU-TURMA   TO WS-RGB-TURMA
003160     MOVE WS-VALOR-BRUTO  TO WS-RGB-VALOR
003160     MOVE WS-VALOR-DESCONTO TO WS-RGB-DESCONTO
003160     MOVE WS-MENSALIDADE  TO WS-RGB-LIQUIDO
003160     MOVE WS-VALOR-CREDITO TO WS-RGB-CREDITO
003160     MOVE "FATURADA COMPLEMENTO" TO WS-RGB-TEXTO
003160     PERFORM 2260-EDITA-DIAS THRU 2260-EXIT
003160     MOVE WS-REG-LINE TO BILL-REGISTER-REC
003160     WRITE BILL-REGISTER-REC
003160     ADD 1 TO WS-CONT-COMPLEMENTARES
003160     ADD WS-MENSALIDADE TO WS-TOT-COMPLEMENTAR
003160     MOVE 'C'            TO WS-FBS-TIPO-W
003160     MOVE MED-FAT-NUMERO TO WS-FBS-FATURA-W
003160     PERFORM 2270-GRAVA-BASE THRU 2270-EXIT
003160     .
003160 5200-EXIT.
003160     EXIT.
003160*----------------------------------------------------------*
003160* 5300-CREDITA-AJUSTE -- DAYS BILLED BUT NOT OWED GO BACK   *
003160*     TO THE STUDENT AS CREDIT (TYPE A ON CREDITO), USABLE  *
003160*     AT ONCE. WITHOUT THE LEDGER THE ADJUSTMENT WAITS FOR  *
003160*     THE NEXT RUN -- NOTHING GOES ON FATBASE.              *
003160*----------------------------------------------------------*
003160 5300-CREDITA-AJUSTE.
003160     IF WS-MENSALIDADE > ZERO
003160        IF NOT CREDITO-ABERTO
003160           DISPLAY "AJUSTE A CREDITO ADIADO, SEM CREDITO: "
003160               MED-STU-ID " COMPETENCIA " WS-PRR-COMPET
003160           GO TO 5300-EXIT
003160        END-IF
003160        MOVE SPACES          TO MED-CREDITO-REC
003160        MOVE MED-STU-ID      TO MED-CRD-ALUNO-ID
003160        MOVE WS-DATA-HOJE    TO MED-CRD-DATA
003160        SET MED-CRD-AJUSTE   TO TRUE
003160        MOVE WS-MENSALIDADE  TO MED-CRD-VALOR
003160        MOVE ZERO            TO MED-CRD-FATURA
003160        MOVE WS-COMPETENCIA  TO MED-CRD-COMPETENCIA
003160        MOVE "FATURAME"      TO MED-CRD-ORIGEM
003160        WRITE MED-CREDITO-REC
003160        MOVE MED-STU-ID TO WS-CRD-ALUNO-W
003160        PERFORM 2320-BUSCA-CREDITO THRU 2320-EXIT
003160        IF NOT ACHOU-CREDITO
003160           IF WS-CRS-TABLE-QTD >= 2000
003160              DISPLAY "TABELA DE CREDITOS CHEIA (2000)"
003160              MOVE 8 TO RETURN-CODE
003160              STOP RUN
003160           END-IF
003160           ADD 1 TO WS-CRS-TABLE-QTD
003160           SET WS-CRS-IDX TO WS-CRS-TABLE-QTD
003160           MOVE MED-STU-ID TO WS-CRS-ALUNO-ID (WS-CRS-IDX)
003160           MOVE ZERO TO WS-CRS-SALDO (WS-CRS-IDX)
003160        END-IF
003160        ADD WS-MENSALIDADE TO WS-CRS-SALDO (WS-CRS-IDX)
003160     END-IF
003160     MOVE SPACES TO WS-REG-LINE
003160     MOVE ZERO            TO WS-RGB-NUMERO
003160     MOVE MED-STU-ID      TO WS-RGB-ALUNO-ID
003160     MOVE MED-STU-NOME    TO WS-RGB-NOME
003160     MOVE MED-STU-TURMA   TO WS-RGB-TURMA
003160     MOVE WS-VALOR-BRUTO  TO WS-RGB-VALOR
003160     MOVE WS-VALOR-DESCONTO TO WS-RGB-DESCONTO
003160     MOVE WS-MENSALIDADE  TO WS-RGB-LIQUIDO
003160     MOVE "AJUSTE A CREDITO" TO WS-RGB-TEXTO
003160     PERFORM 2260-EDITA-DIAS THRU 2260-EXIT
003160     MOVE WS-REG-LINE TO BILL-REGISTER-REC
003160     WRITE BILL-REGISTER-REC
003160     ADD 1 TO WS-CONT-AJUSTES
003160     ADD WS-MENSALIDADE TO WS-TOT-AJUSTE-CREDITO
003160     MOVE 'A'  TO WS-FBS-TIPO-W
003160     MOVE ZERO TO WS-FBS-FATURA-W
003160     PERFORM 2270-GRAVA-BASE THRU 2270-EXIT
003160     .
003160 5300-EXIT.
003160     EXIT.
003160*----------------------------------------------------------*
003170* 6000-REEMITE-ATRASADAS -- EVERY RECEIVABLE STILL OPEN     *
003180*     FROM AN EARLIER COMPETENCE GOES BACK TO THE BANK FILE *
003620     MOVE WS-VENCIMENTO TO WS-BNC-VENCIMENTO
003625     MOVE "09"          TO WS-BNC-INSTRUCAO
003630     MOVE "REEMISSAO"   TO WS-BNC-TIPO
003630     PERFORM 2280-MONTA-TXID THRU 2280-EXIT
003640     MOVE WS-BANCO-LINE TO FATURA-BANCO-REC
003650     WRITE FATURA-BANCO-REC
003652     ADD 1 TO WS-REM-QTD-REG
003870     CLOSE FATURA-BANCO-FILE
003880     CLOSE BILL-REGISTER-FILE
003882     CLOSE DISC-REPORT-FILE
003882     IF CREDITO-ABERTO
003882        CLOSE CREDITO-FILE
003882     END-IF
003882     CLOSE FATURA-BASE-FILE
003890     DISPLAY "ALUNOS FATURADOS....: " WS-CONT-FATURADOS
003900     DISPLAY "SEM MENSALIDADE.....: " WS-CONT-SEM-TURMA
003910     DISPLAY "REEMISSOES C/ JUROS.: " WS-CONT-REEMITIDAS
003911     DISPLAY "AGRUPADOS EM FAMILIA: " WS-CONT-AGRUPADOS
003911     DISPLAY "FATURAS DE FAMILIA..: " WS-CONT-FAMILIAS
003912     DISPLAY "JA FATURADOS (PULOU): " WS-CONT-JA-FATURADOS
003912     DISPLAY "CREDITOS UTILIZADOS.: " WS-CONT-CREDITADAS
003912         " VALOR: " WS-TOT-CREDITO-USADO
003912     DISPLAY "COBERTAS POR CREDITO: " WS-CONT-COBERTAS
003912     DISPLAY "PRO-RATA NO MES.....: " WS-CONT-PRORATA
003912     DISPLAY "COMPLEMENTARES......: " WS-CONT-COMPLEMENTARES
003912         " VALOR: " WS-TOT-COMPLEMENTAR
003912     DISPLAY "AJUSTES A CREDITO...: " WS-CONT-AJUSTES
003912         " VALOR: " WS-TOT-AJUSTE-CREDITO
003913     PERFORM 9100-MOSTRA-UNIDADE THRU 9100-EXIT-UNI
003914         VARYING WS-UNI-SUB FROM 1 BY 1
003915         UNTIL WS-UNI-SUB > WS-UNI-TABLE-QTD
