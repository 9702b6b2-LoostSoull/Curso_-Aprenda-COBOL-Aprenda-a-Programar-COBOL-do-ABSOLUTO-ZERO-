000390*               code 8 -- the books never import a broken month.
000400* Modification History:
000410*   2026-09-03 JA  Initial version.
000410*   2026-10-15 JA  The payroll is journaled too: when the
000410*                  FOLHAREG header names the BILLPARM competence,
000410*                  every employee line (cargo off SALMAST) and
000410*                  every P13 adjustment is posted per cargo --
000410*                    D 4.1.1 DESPESA COM SALARIOS  gross;
000410*                    D 4.1.2 DESPESA 13O SALARIO   P13 amounts;
000410*                    C 2.1.1 INSS A RECOLHER       INSS withheld;
000410*                    C 2.1.2 IRRF A RECOLHER       IRRF withheld;
000410*                    C 1.1.1 BANCO - FOLHA         the FOLHABCO
000410*                                                  payments --
000410*                  and an F memo record carrying the payroll
000410*                  competence tells COMPET_CLOSE the month's
000410*                  payroll reached the books. A FOLHAREG of
000410*                  another competence is left out with
000410*                  condition code 4.
000410*   2026-10-15 JA  Vacation and termination payments on
000410*                  FOLHAREG (FER / RES lines, FERIAS_RESC) are
000410*                  posted per cargo to D 4.1.3 DESPESA FERIAS/
000410*                  RESCISOES with their INSS/IRRF withheld; the
000410*                  vacation-days dock line (GOZ) is already in
000410*                  the employee line and is skipped.
000410*   2026-10-15 JA  Student credit on the CREDITO ledger
000410*                  (CREDSEL/CREDFD) is carried as a liability
000410*                  until it is used or paid back, off the
000410*                  movements of the competence --
000410*                    overpayments: D 1.1.1 BANCO and
000410*                                  C 2.1.3 CREDITOS DE ALUNOS;
000410*                    credit used:  D 2.1.3 and C 1.1.2 CONTAS
000410*                                  A RECEBER;
000410*                    refunds:      D 2.1.3 and C 1.1.1 BANCO
000410*                  -- and a second S memo record carries the
000410*                  credit still owed to the families.
000410*   2026-10-15 JA  Pro-rata adjustments FATURA_MENSAL returns
000410*                  as student credit (CREDITO type A) reverse
000410*                  tuition revenue: D 3.1.1 and C 2.1.3. The
000410*                  BILLREG line grows by the days/competence
000410*                  columns; supplementary invoices come in as
000410*                  FATURADA lines like any other.
000410*   2026-10-15 JA  Provision for doubtful receivables and the
000410*                  write-offs against it (PROVISAO_PDD) --
000410*                    write-offs:  D 1.1.3 PROVISAO PDD and
000410*                                 C 1.1.2 CONTAS A RECEBER;
000410*                    recoveries:  D 1.1.1 BANCO and C 3.1.3
000410*                                 RECUPERACAO DE CREDITOS;
000410*                    complement:  D 4.2.1 DESPESA COM PDD and
000410*                                 C 1.1.3;
000410*                    reversal:    D 1.1.3 and C 4.2.1
000410*                  off the BAIXAPDD lines dated in the competence
000410*                  and its latest PDDHIST run; a third S memo
000410*                  record carries the provision balance.
000410*   2026-10-15 JA  A billing run backed out by FATURA_ESTORNO
000410*                  nets to nothing: its ESTORNADA register lines
000410*                  take back what the FATURADA lines booked, and
000410*                  the CREDITO types R and S take back the credit
000410*                  used and the adjustments of that run.
000420* Tectonics: cobc
000430*****************************************************************
000440 IDENTIFICATION DIVISION.
000480 FILE-CONTROL.
000490     COPY FATSEL.
000500     COPY ERRLSEL.
000500     COPY CREDSEL.
000500     COPY BXASEL.
000500     COPY PDDSEL.
000500     COPY SALSEL.
000510     SELECT BILL-PARM-FILE ASSIGN TO "BILLPARM"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS WS-PARM-STATUS.
000540     SELECT BILL-REGISTER-FILE ASSIGN TO "BILLREG"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS WS-REG-STATUS.
000560     SELECT FOLHA-REGISTER-FILE ASSIGN TO "FOLHAREG"
000560         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS WS-FLR-STATUS.
000560     SELECT FOLHA-BANCO-FILE ASSIGN TO "FOLHABCO"
000560         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS WS-FLB-STATUS.
000570     SELECT CONTABIL-FILE ASSIGN TO "CONTABIL"
000580         ORGANIZATION IS LINE SEQUENTIAL.
000590 DATA DIVISION.
000610 FD  FATURA-MASTER-FILE.
000620     COPY FATMST.
000630     COPY ERRLFD.
000630     COPY CREDFD.
000630     COPY BXAFD.
000630     COPY PDDFD.
000630 FD  SALARIO-MASTER-FILE.
000630     COPY SALMST.
000640 FD  BILL-PARM-FILE.
000650 01  BILL-PARM-REC.
000660     03  BLP-COMPETENCIA        PIC 9(06).
000690     03  FILLER                 PIC X(01).
000700     03  BLP-TAXA-ATRASO        PIC 9(01)V9(04).
000710 FD  BILL-REGISTER-FILE.
000720 01  BILL-REGISTER-REC          PIC X(137).
000720 FD  FOLHA-REGISTER-FILE.
000720 01  FOLHA-REGISTER-REC         PIC X(110).
000720 FD  FOLHA-BANCO-FILE.
000720 01  FOLHA-BANCO-REC            PIC X(60).
000730 FD  CONTABIL-FILE.
000740 01  CONTABIL-REC               PIC X(80).
000750 WORKING-STORAGE SECTION.
000770 01  WS-FAT-MASTER-STATUS       PIC X(02) VALUE SPACES.
000780 01  WS-PARM-STATUS             PIC X(02) VALUE SPACES.
000790 01  WS-REG-STATUS              PIC X(02) VALUE SPACES.
000790 01  WS-SAL-MASTER-STATUS       PIC X(02) VALUE SPACES.
000790 01  WS-FLR-STATUS              PIC X(02) VALUE SPACES.
000790 01  WS-FLB-STATUS              PIC X(02) VALUE SPACES.
000790 01  WS-CRD-STATUS              PIC X(02) VALUE SPACES.
000790 01  WS-BXA-STATUS              PIC X(02) VALUE SPACES.
000790 01  WS-PDH-STATUS              PIC X(02) VALUE SPACES.
000800 01  WS-SWITCHES.
000810     03  WS-EOF-REGISTER        PIC X(01) VALUE 'N'.
000820         88  FIM-DO-REGISTRO          VALUE 'S'.
000820     03  WS-BRL-ESTORNO         PIC X(01) VALUE 'N'.
000820         88  LINHA-ESTORNADA          VALUE 'S'.
000830     03  WS-EOF-FATMAST         PIC X(01) VALUE 'N'.
000840         88  FIM-DO-FATMAST           VALUE 'S'.
000850     03  WS-TURMA-ACHOU         PIC X(01) VALUE 'N'.
000860         88  ACHOU-TURMA-TAB          VALUE 'S'.
000860     03  WS-EOF-FOLHAREG        PIC X(01) VALUE 'N'.
000860         88  FIM-DA-FOLHAREG          VALUE 'S'.
000860     03  WS-EOF-FOLHABCO        PIC X(01) VALUE 'N'.
000860         88  FIM-DA-FOLHABCO          VALUE 'S'.
000860     03  WS-CARGO-ACHOU         PIC X(01) VALUE 'N'.
000860         88  ACHOU-CARGO-TAB          VALUE 'S'.
000860     03  WS-FOLHA-SW            PIC X(01) VALUE 'N'.
000860         88  FOLHA-LANCADA            VALUE 'S'.
000860     03  WS-SALMAST-SW          PIC X(01) VALUE 'N'.
000860         88  SALMAST-ABERTO           VALUE 'S'.
000860     03  WS-EOF-CREDITO         PIC X(01) VALUE 'N'.
000860         88  FIM-DO-CREDITO           VALUE 'S'.
000860     03  WS-EOF-BAIXAS          PIC X(01) VALUE 'N'.
000860         88  FIM-DAS-BAIXAS           VALUE 'S'.
000860     03  WS-EOF-PDDHIST         PIC X(01) VALUE 'N'.
000860         88  FIM-DO-PDDHIST           VALUE 'S'.
000860     03  WS-PDD-SW              PIC X(01) VALUE 'N'.
000860         88  PROVISAO-CALCULADA       VALUE 'S'.
000870 01  WS-COMPETENCIA             PIC 9(06) VALUE ZERO.
000880 01  WS-DATA-HOJE               PIC 9(08) VALUE ZERO.
000890*----------------------------------------------------------*
001070     03  WS-BRL-DESC-ED         PIC X(08).
001080     03  FILLER                 PIC X(03).
001090     03  WS-BRL-LIQ-ED          PIC X(08).
001090     03  FILLER                 PIC X(03).
001090     03  WS-BRL-CRED-ED         PIC X(08).
001090     03  FILLER                 PIC X(03).
001090     03  WS-BRL-DIAS            PIC X(05).
001090     03  FILLER                 PIC X(03).
001090     03  WS-BRL-REFER           PIC X(06).
001100 01  WS-VALOR-ED-TRAB           PIC X(08) VALUE SPACES.
001110 01  WS-VALOR-CONVERTIDO        PIC 9(07)V99 VALUE ZERO.
001120 01  WS-PARTE-INTEIRA           PIC 9(05) VALUE ZERO.
001130 01  WS-PARTE-DECIMAL           PIC 9(02) VALUE ZERO.
001130*----------------------------------------------------------*
001130* FOLHAREG LINE AS FOLHA_MENSAL WRITES IT, WITH THE *FOLHA  *
001130*     HEADER VIEW REDEFINED OVER IT; THE ZZZZZZ9.99 AMOUNTS *
001130*     ARE CONVERTED THROUGH 4300-CONVERTE-VALOR-FOLHA.      *
001130*----------------------------------------------------------*
001130 01  WS-FOLHAREG-LINE.
001130     03  WS-FRL-EMP-ID          PIC X(06).
001130     03  FILLER                 PIC X(01).
001130     03  WS-FRL-NOME            PIC X(30).
001130     03  FILLER                 PIC X(01).
001130     03  WS-FRL-FISCAL          PIC X(03).
001130     03  FILLER                 PIC X(07).
001130     03  WS-FRL-BRUTO-ED        PIC X(10).
001130     03  FILLER                 PIC X(06).
001130     03  WS-FRL-INSS-ED         PIC X(10).
001130     03  FILLER                 PIC X(06).
001130     03  WS-FRL-IRRF-ED         PIC X(10).
001130     03  FILLER                 PIC X(05).
001130     03  WS-FRL-LIQ-ED          PIC X(10).
001130     03  FILLER                 PIC X(05).
001130 01  WS-FOLHAREG-HEADER REDEFINES WS-FOLHAREG-LINE.
001130     03  WS-FRH-MARCA           PIC X(06).
001130     03  FILLER                 PIC X(13).
001130     03  WS-FRH-COMPETENCIA     PIC X(06).
001130     03  FILLER                 PIC X(85).
001130 01  WS-FOLHABCO-LINE.
001130     03  WS-FBL-EMP-ID          PIC 9(06).
001130     03  FILLER                 PIC X(01).
001130     03  WS-FBL-NOME            PIC X(30).
001130     03  FILLER                 PIC X(01).
001130     03  WS-FBL-VALOR           PIC 9(07)V99.
001130     03  FILLER                 PIC X(13).
001130 01  WS-FOLHA-COMPETENCIA       PIC 9(06) VALUE ZERO.
001130 01  WS-VALOR-ED-FOLHA          PIC X(10) VALUE SPACES.
001130 01  WS-PARTE-INTEIRA-FOLHA     PIC 9(07) VALUE ZERO.
001130 01  WS-CARGO-TRAB              PIC X(20) VALUE SPACES.
001130*----------------------------------------------------------*
001130* PER-CARGO PAYROLL TOTALS OFF FOLHAREG AND FOLHABCO        *
001130*----------------------------------------------------------*
001130 01  WS-CRG-TABLE-QTD           PIC 9(03) COMP VALUE ZERO.
001130 01  WS-CRG-TABLE.
001130     03  WS-CRG-ENTRY           OCCURS 1 TO 50 TIMES
001130                                DEPENDING ON WS-CRG-TABLE-QTD
001130                                INDEXED BY WS-CRG-IDX.
001130         05  WS-CRG-CARGO       PIC X(20).
001130         05  WS-CRG-BRUTO       PIC 9(09)V99.
001130         05  WS-CRG-P13         PIC 9(09)V99.
001130         05  WS-CRG-FERIAS      PIC 9(09)V99.
001130         05  WS-CRG-INSS        PIC 9(09)V99.
001130         05  WS-CRG-IRRF        PIC 9(09)V99.
001130         05  WS-CRG-BANCO       PIC 9(09)V99.
001130 01  WS-TOT-FOLHA-BRUTO         PIC 9(09)V99 VALUE ZERO.
001130 01  WS-TOT-FOLHA-P13           PIC 9(09)V99 VALUE ZERO.
001130 01  WS-TOT-FOLHA-FERIAS        PIC 9(09)V99 VALUE ZERO.
001130 01  WS-TOT-FOLHA-LIQUIDO       PIC 9(09)V99 VALUE ZERO.
001130 01  WS-TOT-FOLHA-BANCO         PIC 9(09)V99 VALUE ZERO.
001140*----------------------------------------------------------*
001150* PER-TURMA BILLING TOTALS OFF THE REGISTER                 *
001160*----------------------------------------------------------*
001330 01  WS-TOT-DESCONTOS           PIC 9(09)V99 VALUE ZERO.
001340 01  WS-TOT-BRUTO               PIC 9(09)V99 VALUE ZERO.
001350 01  WS-JUROS-UM                PIC 9(07)V99 VALUE ZERO.
001350*----------------------------------------------------------*
001350* STUDENT-CREDIT TOTALS OFF THE CREDITO LEDGER              *
001350*----------------------------------------------------------*
001350 01  WS-TOT-CRED-RECEBIDO       PIC 9(09)V99 VALUE ZERO.
001350 01  WS-TOT-CRED-USADO          PIC 9(09)V99 VALUE ZERO.
001350 01  WS-TOT-CRED-DEVOLVIDO      PIC 9(09)V99 VALUE ZERO.
001350 01  WS-TOT-CRED-AJUSTE         PIC 9(09)V99 VALUE ZERO.
001350 01  WS-TOT-CRED-SALDO          PIC S9(09)V99 VALUE ZERO.
001350*----------------------------------------------------------*
001350* BAD-DEBT TOTALS OFF BAIXAPDD AND THE COMPETENCE'S PDDHIST *
001350*----------------------------------------------------------*
001350 01  WS-TOT-PDD-BAIXAS          PIC 9(09)V99 VALUE ZERO.
001350 01  WS-TOT-PDD-RECUPERADO      PIC 9(09)V99 VALUE ZERO.
001350 01  WS-PDD-REQUERIDO           PIC 9(09)V99 VALUE ZERO.
001350 01  WS-PDD-AJUSTE              PIC 9(09)V99 VALUE ZERO.
001350 01  WS-PDD-TIPO-AJUSTE         PIC X(01) VALUE 'N'.
001360*----------------------------------------------------------*
001370* JOURNAL LINES BUFFERED UNTIL THE BALANCE PROVES, SO AN    *
001380*     UNBALANCED MONTH PRODUCES NO FILE AT ALL.             *
001760     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001770     PERFORM 2000-LE-REGISTRO-FATURACAO THRU 2000-EXIT
001780     PERFORM 3000-VARRE-FATMAST THRU 3000-EXIT
001780     PERFORM 3500-LE-CREDITOS THRU 3500-EXIT
001780     PERFORM 3600-LE-BAIXAS-PDD THRU 3600-EXIT
001780     PERFORM 3700-LE-PROVISAO THRU 3700-EXIT
001780     PERFORM 4000-LE-FOLHA THRU 4000-EXIT
001790     PERFORM 5000-MONTA-LANCAMENTOS THRU 5000-EXIT
001800     PERFORM 6000-CONFERE-E-GRAVA THRU 6000-EXIT
001810     PERFORM 9000-FINALIZE THRU 9000-EXIT
002450             GO TO 2100-EXIT
002460     END-READ
002470     MOVE BILL-REGISTER-REC TO WS-BILLREG-LINE
002475     MOVE 'N' TO WS-BRL-ESTORNO
002475     IF WS-BRL-TEXTO (1:9) = "ESTORNADA"
002475        SET LINHA-ESTORNADA TO TRUE
002475     ELSE
002480        IF WS-BRL-TEXTO (1:8) NOT = "FATURADA"
002490           GO TO 2100-EXIT
002500        END-IF
002500     END-IF
002510     PERFORM 2200-ACHA-TURMA THRU 2200-EXIT
002520     MOVE WS-BRL-VALOR-ED TO WS-VALOR-ED-TRAB
002530     PERFORM 2300-CONVERTE-VALOR THRU 2300-EXIT
002540     IF LINHA-ESTORNADA
002540        SUBTRACT WS-VALOR-CONVERTIDO
002540            FROM WS-TUR-BRUTO (WS-TUR-IDX)
002540        SUBTRACT WS-VALOR-CONVERTIDO FROM WS-TOT-BRUTO
002540     ELSE
002540        ADD WS-VALOR-CONVERTIDO TO WS-TUR-BRUTO (WS-TUR-IDX)
002550        ADD WS-VALOR-CONVERTIDO TO WS-TOT-BRUTO
002550     END-IF
002560     MOVE WS-BRL-DESC-ED TO WS-VALOR-ED-TRAB
002570     PERFORM 2300-CONVERTE-VALOR THRU 2300-EXIT
002580     IF LINHA-ESTORNADA
002580        SUBTRACT WS-VALOR-CONVERTIDO
002580            FROM WS-TUR-DESCONTO (WS-TUR-IDX)
002580        SUBTRACT WS-VALOR-CONVERTIDO FROM WS-TOT-DESCONTOS
002580     ELSE
002580        ADD WS-VALOR-CONVERTIDO TO WS-TUR-DESCONTO (WS-TUR-IDX)
002590        ADD WS-VALOR-CONVERTIDO TO WS-TOT-DESCONTOS
002590     END-IF
002600     MOVE WS-BRL-LIQ-ED TO WS-VALOR-ED-TRAB
002610     PERFORM 2300-CONVERTE-VALOR THRU 2300-EXIT
002620     IF LINHA-ESTORNADA
002620        SUBTRACT WS-VALOR-CONVERTIDO
002620            FROM WS-TUR-LIQUIDO (WS-TUR-IDX)
002620     ELSE
002620        ADD WS-VALOR-CONVERTIDO TO WS-TUR-LIQUIDO (WS-TUR-IDX)
002620     END-IF
002630     .
002640 2100-EXIT.
002650     EXIT.
003510     .
003520 3100-EXIT.
003530     EXIT.
003530*----------------------------------------------------------*
003530* 3500-LE-CREDITOS -- THE CREDIT-LEDGER MOVEMENTS BOOKED IN *
003530*     THE COMPETENCE, BY KIND, AND THE BALANCE STILL OWED   *
003530*     OVER THE WHOLE LEDGER.                                *
003530*----------------------------------------------------------*
003530 3500-LE-CREDITOS.
003530     OPEN INPUT CREDITO-FILE
003530     IF WS-CRD-STATUS NOT = "00"
003530        DISPLAY "CREDITO NAO DISPONIVEL, STATUS: " WS-CRD-STATUS
003530        DISPLAY "DIARIO SEM OS LANCAMENTOS DE CREDITO"
003530        GO TO 3500-EXIT
003530     END-IF
003530     PERFORM 3550-LE-CREDITO THRU 3550-EXIT
003530         UNTIL FIM-DO-CREDITO
003530     CLOSE CREDITO-FILE
003530     .
003530 3500-EXIT.
003530     EXIT.
003530 3550-LE-CREDITO.
003530     READ CREDITO-FILE
003530         AT END
003530             SET FIM-DO-CREDITO TO TRUE
003530             GO TO 3550-EXIT
003530     END-READ
003530     IF MED-CRD-ENTRADA
003530        ADD MED-CRD-VALOR TO WS-TOT-CRED-SALDO
003530     ELSE
003530        SUBTRACT MED-CRD-VALOR FROM WS-TOT-CRED-SALDO
003530     END-IF
003530     IF MED-CRD-COMPETENCIA NOT = WS-COMPETENCIA
003530        GO TO 3550-EXIT
003530     END-IF
003530     EVALUATE TRUE
003530         WHEN MED-CRD-AJUSTE
003530             ADD MED-CRD-VALOR TO WS-TOT-CRED-AJUSTE
003530         WHEN MED-CRD-ESTORNO-USO
003530             SUBTRACT MED-CRD-VALOR FROM WS-TOT-CRED-USADO
003530         WHEN MED-CRD-ESTORNO-AJUSTE
003530             SUBTRACT MED-CRD-VALOR FROM WS-TOT-CRED-AJUSTE
003530         WHEN MED-CRD-ENTRADA
003530             ADD MED-CRD-VALOR TO WS-TOT-CRED-RECEBIDO
003530         WHEN MED-CRD-USO
003530             ADD MED-CRD-VALOR TO WS-TOT-CRED-USADO
003530         WHEN MED-CRD-DEVOLUCAO
003530             ADD MED-CRD-VALOR TO WS-TOT-CRED-DEVOLVIDO
003530     END-EVALUATE
003530     .
003530 3550-EXIT.
003530     EXIT.
003530*----------------------------------------------------------*
003530* 3600-LE-BAIXAS-PDD -- WRITE-OFFS AND RECOVERIES ON THE    *
003530*     BAIXAPDD REGISTER BOOKED IN THE COMPETENCE.           *
003530*----------------------------------------------------------*
003530 3600-LE-BAIXAS-PDD.
003530     OPEN INPUT BAIXA-PDD-FILE
003530     IF WS-BXA-STATUS NOT = "00"
003530        GO TO 3600-EXIT
003530     END-IF
003530     PERFORM 3650-LE-BAIXA-PDD THRU 3650-EXIT
003530         UNTIL FIM-DAS-BAIXAS
003530     CLOSE BAIXA-PDD-FILE
003530     .
003530 3600-EXIT.
003530     EXIT.
003530 3650-LE-BAIXA-PDD.
003530     READ BAIXA-PDD-FILE
003530         AT END
003530             SET FIM-DAS-BAIXAS TO TRUE
003530             GO TO 3650-EXIT
003530     END-READ
003530     IF MED-BXA-DATA (1:6) NOT = WS-COMPETENCIA
003530        GO TO 3650-EXIT
003530     END-IF
003530     EVALUATE TRUE
003530         WHEN MED-BXA-BAIXA
003530             ADD MED-BXA-VALOR TO WS-TOT-PDD-BAIXAS
003530         WHEN MED-BXA-RECUPERACAO
003530             ADD MED-BXA-VALOR TO WS-TOT-PDD-RECUPERADO
003530     END-EVALUATE
003530     .
003530 3650-EXIT.
003530     EXIT.
003530*----------------------------------------------------------*
003530* 3700-LE-PROVISAO -- THE COMPETENCE'S PROVISION RUN ON     *
003530*     PDDHIST; WHEN IT WAS RUN MORE THAN ONCE THE LAST WINS.*
003530*----------------------------------------------------------*
003530 3700-LE-PROVISAO.
003530     OPEN INPUT PDD-HIST-FILE
003530     IF WS-PDH-STATUS NOT = "00"
003530        DISPLAY "PDDHIST NAO DISPONIVEL -- DIARIO SEM A PROVISAO"
003530        GO TO 3700-EXIT
003530     END-IF
003530     PERFORM 3750-LE-HIST-PDD THRU 3750-EXIT
003530         UNTIL FIM-DO-PDDHIST
003530     CLOSE PDD-HIST-FILE
003530     IF NOT PROVISAO-CALCULADA
003530        DISPLAY "PROVISAO PDD DA COMPETENCIA NAO CALCULADA"
003530     END-IF
003530     .
003530 3700-EXIT.
003530     EXIT.
003530 3750-LE-HIST-PDD.
003530     READ PDD-HIST-FILE
003530         AT END
003530             SET FIM-DO-PDDHIST TO TRUE
003530             GO TO 3750-EXIT
003530     END-READ
003530     IF MED-PDD-COMPETENCIA NOT = WS-COMPETENCIA
003530        GO TO 3750-EXIT
003530     END-IF
003530     SET PROVISAO-CALCULADA TO TRUE
003530     MOVE MED-PDD-REQUERIDO   TO WS-PDD-REQUERIDO
003530     MOVE MED-PDD-AJUSTE      TO WS-PDD-AJUSTE
003530     MOVE MED-PDD-TIPO-AJUSTE TO WS-PDD-TIPO-AJUSTE
003530     .
003530 3750-EXIT.
003530     EXIT.
003530*----------------------------------------------------------*
003530* 4000-LE-FOLHA -- THE MONTH'S PAYROLL: GROSS, WITHHOLDINGS *
003530*     AND P13 OFF FOLHAREG, THE PAYMENTS OFF FOLHABCO, ALL  *
003530*     PER CARGO. ONLY A FOLHAREG WHOSE *FOLHA HEADER NAMES  *
003530*     THE BILLPARM COMPETENCE IS JOURNALED.                 *
003530*----------------------------------------------------------*
003530 4000-LE-FOLHA.
003530     OPEN INPUT FOLHA-REGISTER-FILE
003530     IF WS-FLR-STATUS NOT = "00"
003530        DISPLAY "FOLHAREG NAO DISPONIVEL, STATUS: " WS-FLR-STATUS
003530        DISPLAY "DIARIO SEM OS LANCAMENTOS DA FOLHA"
003530        GO TO 4000-EXIT
003530     END-IF
003530     MOVE SPACES TO WS-FOLHAREG-LINE
003530     READ FOLHA-REGISTER-FILE
003530         AT END
003530             SET FIM-DA-FOLHAREG TO TRUE
003530         NOT AT END
003530             MOVE FOLHA-REGISTER-REC TO WS-FOLHAREG-LINE
003530     END-READ
003530     IF WS-FRH-MARCA = "*FOLHA"
003530        AND WS-FRH-COMPETENCIA IS NUMERIC
003530        MOVE WS-FRH-COMPETENCIA TO WS-FOLHA-COMPETENCIA
003530     END-IF
003530     IF WS-FOLHA-COMPETENCIA NOT = WS-COMPETENCIA
003530        CLOSE FOLHA-REGISTER-FILE
003530        DISPLAY "FOLHAREG DA COMPETENCIA " WS-FOLHA-COMPETENCIA
003530            " -- FOLHA NAO LANCADA NO DIARIO"
003530        MOVE 4 TO RETURN-CODE
003530        GO TO 4000-EXIT
003530     END-IF
003530     OPEN INPUT SALARIO-MASTER-FILE
003530     IF WS-SAL-MASTER-STATUS = "00"
003530        SET SALMAST-ABERTO TO TRUE
003530     ELSE
003530        DISPLAY "SALMAST NAO DISPONIVEL -- FOLHA SEM CARGOS"
003530     END-IF
003530     PERFORM 4100-LE-LINHA-FOLHA THRU 4100-EXIT
003530         UNTIL FIM-DA-FOLHAREG
003530     CLOSE FOLHA-REGISTER-FILE
003530     OPEN INPUT FOLHA-BANCO-FILE
003530     IF WS-FLB-STATUS = "00"
003530        PERFORM 4400-LE-PAGAMENTO THRU 4400-EXIT
003530            UNTIL FIM-DA-FOLHABCO
003530        CLOSE FOLHA-BANCO-FILE
003530     ELSE
003530        DISPLAY "FOLHABCO NAO DISPONIVEL, STATUS: " WS-FLB-STATUS
003530     END-IF
003530     IF SALMAST-ABERTO
003530        CLOSE SALARIO-MASTER-FILE
003530     END-IF
003530     IF WS-TOT-FOLHA-BANCO NOT =
003530        WS-TOT-FOLHA-LIQUIDO + WS-TOT-FOLHA-P13
003530        DISPLAY "FOLHABCO " WS-TOT-FOLHA-BANCO
003530            " NAO CONFERE COM O LIQUIDO DA FOLHAREG "
003530            WS-TOT-FOLHA-LIQUIDO " + P13 " WS-TOT-FOLHA-P13
003530     END-IF
003530     SET FOLHA-LANCADA TO TRUE
003530     .
003530 4000-EXIT.
003530     EXIT.
003530*----------------------------------------------------------*
003530* 4100-LE-LINHA-FOLHA -- THE EMPLOYEE LINES AND THE P13     *
003530*     ADJUSTMENTS; THE LESSON (FAL/SUB) AND BAND (INS/IRF/  *
003530*     DEP) DETAIL LINES ARE ALREADY IN THE EMPLOYEE LINE,   *
003530*     AS IS THE VACATION-DAYS DOCK (GOZ); VACATION AND      *
003530*     TERMINATION PAYMENTS (FER/RES) GO TO THEIR OWN        *
003530*     EXPENSE WITH THEIR WITHHOLDINGS.                      *
003530*----------------------------------------------------------*
003530 4100-LE-LINHA-FOLHA.
003530     READ FOLHA-REGISTER-FILE
003530         AT END
003530             SET FIM-DA-FOLHAREG TO TRUE
003530             GO TO 4100-EXIT
003530     END-READ
003530     MOVE FOLHA-REGISTER-REC TO WS-FOLHAREG-LINE
003530     IF WS-FRL-EMP-ID IS NOT NUMERIC
003530        GO TO 4100-EXIT
003530     END-IF
003530     EVALUATE WS-FRL-FISCAL
003530         WHEN "FAL"
003530         WHEN "SUB"
003530         WHEN "INS"
003530         WHEN "IRF"
003530         WHEN "DEP"
003530         WHEN "GOZ"
003530             GO TO 4100-EXIT
003530     END-EVALUATE
003530     MOVE WS-FRL-EMP-ID TO MED-SAL-EMP-ID
003530     PERFORM 4200-ACHA-CARGO THRU 4200-EXIT
003530     MOVE WS-FRL-BRUTO-ED TO WS-VALOR-ED-FOLHA
003530     PERFORM 4300-CONVERTE-VALOR-FOLHA THRU 4300-EXIT
003530     IF WS-FRL-FISCAL = "P13"
003530        ADD WS-VALOR-CONVERTIDO TO WS-CRG-P13 (WS-CRG-IDX)
003530        ADD WS-VALOR-CONVERTIDO TO WS-TOT-FOLHA-P13
003530        GO TO 4100-EXIT
003530     END-IF
003530     IF WS-FRL-FISCAL = "FER" OR WS-FRL-FISCAL = "RES"
003530        ADD WS-VALOR-CONVERTIDO TO WS-CRG-FERIAS (WS-CRG-IDX)
003530        ADD WS-VALOR-CONVERTIDO TO WS-TOT-FOLHA-FERIAS
003530     ELSE
003530        ADD WS-VALOR-CONVERTIDO TO WS-CRG-BRUTO (WS-CRG-IDX)
003530        ADD WS-VALOR-CONVERTIDO TO WS-TOT-FOLHA-BRUTO
003530     END-IF
003530     MOVE WS-FRL-INSS-ED TO WS-VALOR-ED-FOLHA
003530     PERFORM 4300-CONVERTE-VALOR-FOLHA THRU 4300-EXIT
003530     ADD WS-VALOR-CONVERTIDO TO WS-CRG-INSS (WS-CRG-IDX)
003530     MOVE WS-FRL-IRRF-ED TO WS-VALOR-ED-FOLHA
003530     PERFORM 4300-CONVERTE-VALOR-FOLHA THRU 4300-EXIT
003530     ADD WS-VALOR-CONVERTIDO TO WS-CRG-IRRF (WS-CRG-IDX)
003530     MOVE WS-FRL-LIQ-ED TO WS-VALOR-ED-FOLHA
003530     PERFORM 4300-CONVERTE-VALOR-FOLHA THRU 4300-EXIT
003530     ADD WS-VALOR-CONVERTIDO TO WS-TOT-FOLHA-LIQUIDO
003530     .
003530 4100-EXIT.
003530     EXIT.
003530*----------------------------------------------------------*
003530* 4200-ACHA-CARGO -- THE CARGO OF MED-SAL-EMP-ID OFF        *
003530*     SALMAST AND ITS SLOT IN THE CARGO TABLE.              *
003530*----------------------------------------------------------*
003530 4200-ACHA-CARGO.
003530     MOVE "SEM CARGO" TO WS-CARGO-TRAB
003530     IF SALMAST-ABERTO
003530        READ SALARIO-MASTER-FILE
003530            INVALID KEY
003530                CONTINUE
003530            NOT INVALID KEY
003530                IF MED-SAL-CARGO NOT = SPACES
003530                   MOVE MED-SAL-CARGO TO WS-CARGO-TRAB
003530                END-IF
003530        END-READ
003530     END-IF
003530     MOVE 'N' TO WS-CARGO-ACHOU
003530     IF WS-CRG-TABLE-QTD > ZERO
003530        SET WS-CRG-IDX TO 1
003530        SEARCH WS-CRG-ENTRY
003530            VARYING WS-CRG-IDX
003530            AT END
003530                CONTINUE
003530            WHEN WS-CRG-CARGO (WS-CRG-IDX) = WS-CARGO-TRAB
003530                SET ACHOU-CARGO-TAB TO TRUE
003530        END-SEARCH
003530     END-IF
003530     IF NOT ACHOU-CARGO-TAB
003530        IF WS-CRG-TABLE-QTD >= 50
003530           DISPLAY "TABELA DE CARGOS CHEIA (50)"
003530           MOVE 8 TO RETURN-CODE
003530           STOP RUN
003530        END-IF
003530        ADD 1 TO WS-CRG-TABLE-QTD
003530        SET WS-CRG-IDX TO WS-CRG-TABLE-QTD
003530        MOVE WS-CARGO-TRAB TO WS-CRG-CARGO (WS-CRG-IDX)
003530        MOVE ZERO TO WS-CRG-BRUTO (WS-CRG-IDX)
003530        MOVE ZERO TO WS-CRG-P13 (WS-CRG-IDX)
003530        MOVE ZERO TO WS-CRG-FERIAS (WS-CRG-IDX)
003530        MOVE ZERO TO WS-CRG-INSS (WS-CRG-IDX)
003530        MOVE ZERO TO WS-CRG-IRRF (WS-CRG-IDX)
003530        MOVE ZERO TO WS-CRG-BANCO (WS-CRG-IDX)
003530     END-IF
003530     .
003530 4200-EXIT.
003530     EXIT.
003530*----------------------------------------------------------*
003530* 4300-CONVERTE-VALOR-FOLHA -- A ZZZZZZ9.99 FOLHAREG FIELD  *
003530*     BACK TO A NUMBER: THE DECIMAL POINT SITS AT COLUMN 8. *
003530*----------------------------------------------------------*
003530 4300-CONVERTE-VALOR-FOLHA.
003530     MOVE ZERO TO WS-VALOR-CONVERTIDO
003530     INSPECT WS-VALOR-ED-FOLHA REPLACING ALL ' ' BY '0'
003530     IF WS-VALOR-ED-FOLHA (1:7) IS NUMERIC
003530        AND WS-VALOR-ED-FOLHA (9:2) IS NUMERIC
003530        MOVE WS-VALOR-ED-FOLHA (1:7) TO WS-PARTE-INTEIRA-FOLHA
003530        MOVE WS-VALOR-ED-FOLHA (9:2) TO WS-PARTE-DECIMAL
003530        COMPUTE WS-VALOR-CONVERTIDO =
003530            WS-PARTE-INTEIRA-FOLHA + WS-PARTE-DECIMAL / 100
003530     END-IF
003530     .
003530 4300-EXIT.
003530     EXIT.
003530 4400-LE-PAGAMENTO.
003530     READ FOLHA-BANCO-FILE
003530         AT END
003530             SET FIM-DA-FOLHABCO TO TRUE
003530             GO TO 4400-EXIT
003530     END-READ
003530     MOVE FOLHA-BANCO-REC TO WS-FOLHABCO-LINE
003530     IF WS-FBL-EMP-ID IS NOT NUMERIC
003530        OR WS-FBL-VALOR IS NOT NUMERIC
003530        GO TO 4400-EXIT
003530     END-IF
003530     MOVE WS-FBL-EMP-ID TO MED-SAL-EMP-ID
003530     PERFORM 4200-ACHA-CARGO THRU 4200-EXIT
003530     ADD WS-FBL-VALOR TO WS-CRG-BANCO (WS-CRG-IDX)
003530     ADD WS-FBL-VALOR TO WS-TOT-FOLHA-BANCO
003530     .
003530 4400-EXIT.
003530     EXIT.
003540*----------------------------------------------------------*
003550* 5000-MONTA-LANCAMENTOS -- THE BALANCED ENTRY SET INTO THE *
003560*     BUFFER TABLE.                                         *
003950           PERFORM 5500-GUARDA-LANCAMENTO THRU 5500-EXIT
003960        END-IF
003970     END-IF
003970     PERFORM 5300-LANCA-CREDITOS THRU 5300-EXIT
003970     PERFORM 5400-LANCA-PDD THRU 5400-EXIT
003970     IF FOLHA-LANCADA
003970        PERFORM 5200-LANCA-CARGO THRU 5200-EXIT
003970            VARYING WS-CRG-IDX FROM 1 BY 1
003970            UNTIL WS-CRG-IDX > WS-CRG-TABLE-QTD
003970     END-IF
003980     .
003990 5000-EXIT.
004000     EXIT.
004110     .
004120 5100-EXIT.
004130     EXIT.
004130*----------------------------------------------------------*
004130* 5200-LANCA-CARGO -- THE PAYROLL ENTRIES OF ONE CARGO; THE *
004130*     CARGO RIDES THE ANALYTIC (TURMA) COLUMN.              *
004130*----------------------------------------------------------*
004130 5200-LANCA-CARGO.
004130     MOVE WS-CRG-CARGO (WS-CRG-IDX) TO WS-CTB-TURMA
004130     IF WS-CRG-BRUTO (WS-CRG-IDX) > ZERO
004130        MOVE "4.1.1" TO WS-CTB-CONTA
004130        MOVE "DESPESA COM SALARIOS" TO WS-CTB-DESCR
004130        MOVE 'D' TO WS-CTB-NATUREZA
004130        MOVE WS-CRG-BRUTO (WS-CRG-IDX) TO WS-CTB-VALOR
004130        PERFORM 5500-GUARDA-LANCAMENTO THRU 5500-EXIT
004130     END-IF
004130     IF WS-CRG-P13 (WS-CRG-IDX) > ZERO
004130        MOVE "4.1.2" TO WS-CTB-CONTA
004130        MOVE "DESPESA 13O SALARIO" TO WS-CTB-DESCR
004130        MOVE 'D' TO WS-CTB-NATUREZA
004130        MOVE WS-CRG-P13 (WS-CRG-IDX) TO WS-CTB-VALOR
004130        PERFORM 5500-GUARDA-LANCAMENTO THRU 5500-EXIT
004130     END-IF
004130     IF WS-CRG-FERIAS (WS-CRG-IDX) > ZERO
004130        MOVE "4.1.3" TO WS-CTB-CONTA
004130        MOVE "DESPESA FERIAS/RESCISOES" TO WS-CTB-DESCR
004130        MOVE 'D' TO WS-CTB-NATUREZA
004130        MOVE WS-CRG-FERIAS (WS-CRG-IDX) TO WS-CTB-VALOR
004130        PERFORM 5500-GUARDA-LANCAMENTO THRU 5500-EXIT
004130     END-IF
004130     IF WS-CRG-INSS (WS-CRG-IDX) > ZERO
004130        MOVE "2.1.1" TO WS-CTB-CONTA
004130        MOVE "INSS RETIDO A RECOLHER" TO WS-CTB-DESCR
004130        MOVE 'C' TO WS-CTB-NATUREZA
004130        MOVE WS-CRG-INSS (WS-CRG-IDX) TO WS-CTB-VALOR
004130        PERFORM 5500-GUARDA-LANCAMENTO THRU 5500-EXIT
004130     END-IF
004130     IF WS-CRG-IRRF (WS-CRG-IDX) > ZERO
004130        MOVE "2.1.2" TO WS-CTB-CONTA
004130        MOVE "IRRF RETIDO A RECOLHER" TO WS-CTB-DESCR
004130        MOVE 'C' TO WS-CTB-NATUREZA
004130        MOVE WS-CRG-IRRF (WS-CRG-IDX) TO WS-CTB-VALOR
004130        PERFORM 5500-GUARDA-LANCAMENTO THRU 5500-EXIT
004130     END-IF
004130     IF WS-CRG-BANCO (WS-CRG-IDX) > ZERO
004130        MOVE "1.1.1" TO WS-CTB-CONTA
004130        MOVE "BANCO - PAGAMENTO DA FOLHA" TO WS-CTB-DESCR
004130        MOVE 'C' TO WS-CTB-NATUREZA
004130        MOVE WS-CRG-BANCO (WS-CRG-IDX) TO WS-CTB-VALOR
004130        PERFORM 5500-GUARDA-LANCAMENTO THRU 5500-EXIT
004130     END-IF
004130     .
004130 5200-EXIT.
004130     EXIT.
004130*----------------------------------------------------------*
004130* 5300-LANCA-CREDITOS -- STUDENT CREDIT IN AND OUT OF THE   *
004130*     2.1.3 LIABILITY: RECEIVED THROUGH THE BANK, GRANTED   *
004130*     BACK OUT OF TUITION BILLED FOR DAYS NOT OWED, USED    *
004130*     AGAINST THE RECEIVABLE, PAID BACK THROUGH THE BANK.   *
004130*----------------------------------------------------------*
004130 5300-LANCA-CREDITOS.
004130     MOVE SPACES TO WS-CTB-TURMA
004130     IF WS-TOT-CRED-RECEBIDO > ZERO
004130        MOVE "1.1.1" TO WS-CTB-CONTA
004130        MOVE "BANCO - CREDITO RECEBIDO" TO WS-CTB-DESCR
004130        MOVE 'D' TO WS-CTB-NATUREZA
004130        MOVE WS-TOT-CRED-RECEBIDO TO WS-CTB-VALOR
004130        PERFORM 5500-GUARDA-LANCAMENTO THRU 5500-EXIT
004130        MOVE "2.1.3" TO WS-CTB-CONTA
004130        MOVE "CREDITOS DE ALUNOS" TO WS-CTB-DESCR
004130        MOVE 'C' TO WS-CTB-NATUREZA
004130        PERFORM 5500-GUARDA-LANCAMENTO THRU 5500-EXIT
004130     END-IF
004130     IF WS-TOT-CRED-AJUSTE > ZERO
004130        MOVE "3.1.1" TO WS-CTB-CONTA
004130        MOVE "MENSALIDADES - AJUSTE PRO-RATA" TO WS-CTB-DESCR
004130        MOVE 'D' TO WS-CTB-NATUREZA
004130        MOVE WS-TOT-CRED-AJUSTE TO WS-CTB-VALOR
004130        PERFORM 5500-GUARDA-LANCAMENTO THRU 5500-EXIT
004130        MOVE "2.1.3" TO WS-CTB-CONTA
004130        MOVE "CREDITOS DE ALUNOS - PRO-RATA" TO WS-CTB-DESCR
004130        MOVE 'C' TO WS-CTB-NATUREZA
004130        PERFORM 5500-GUARDA-LANCAMENTO THRU 5500-EXIT
004130     END-IF
004130     IF WS-TOT-CRED-USADO > ZERO
004130        MOVE "2.1.3" TO WS-CTB-CONTA
004130        MOVE "CREDITOS DE ALUNOS - USO" TO WS-CTB-DESCR
004130        MOVE 'D' TO WS-CTB-NATUREZA
004130        MOVE WS-TOT-CRED-USADO TO WS-CTB-VALOR
004130        PERFORM 5500-GUARDA-LANCAMENTO THRU 5500-EXIT
004130        MOVE "1.1.2" TO WS-CTB-CONTA
004130        MOVE "CONTAS A RECEBER - CREDITO" TO WS-CTB-DESCR
004130        MOVE 'C' TO WS-CTB-NATUREZA
004130        PERFORM 5500-GUARDA-LANCAMENTO THRU 5500-EXIT
004130     END-IF
004130     IF WS-TOT-CRED-DEVOLVIDO > ZERO
004130        MOVE "2.1.3" TO WS-CTB-CONTA
004130        MOVE "CREDITOS DE ALUNOS - DEVOLUCAO" TO WS-CTB-DESCR
004130        MOVE 'D' TO WS-CTB-NATUREZA
004130        MOVE WS-TOT-CRED-DEVOLVIDO TO WS-CTB-VALOR
004130        PERFORM 5500-GUARDA-LANCAMENTO THRU 5500-EXIT
004130        MOVE "1.1.1" TO WS-CTB-CONTA
004130        MOVE "BANCO - DEVOLUCAO DE CREDITO" TO WS-CTB-DESCR
004130        MOVE 'C' TO WS-CTB-NATUREZA
004130        PERFORM 5500-GUARDA-LANCAMENTO THRU 5500-EXIT
004130     END-IF
004130     .
004130 5300-EXIT.
004130     EXIT.
004130*----------------------------------------------------------*
004130* 5400-LANCA-PDD -- WRITE-OFFS CHARGED TO THE 1.1.3         *
004130*     PROVISION, RECOVERIES AS REVENUE, AND THE MONTH'S     *
004130*     COMPLEMENT OR REVERSAL OF THE PROVISION.              *
004130*----------------------------------------------------------*
004130 5400-LANCA-PDD.
004130     MOVE SPACES TO WS-CTB-TURMA
004130     IF WS-TOT-PDD-BAIXAS > ZERO
004130        MOVE "1.1.3" TO WS-CTB-CONTA
004130        MOVE "PROVISAO PDD - BAIXAS" TO WS-CTB-DESCR
004130        MOVE 'D' TO WS-CTB-NATUREZA
004130        MOVE WS-TOT-PDD-BAIXAS TO WS-CTB-VALOR
004130        PERFORM 5500-GUARDA-LANCAMENTO THRU 5500-EXIT
004130        MOVE "1.1.2" TO WS-CTB-CONTA
004130        MOVE "CONTAS A RECEBER - BAIXA PDD" TO WS-CTB-DESCR
004130        MOVE 'C' TO WS-CTB-NATUREZA
004130        PERFORM 5500-GUARDA-LANCAMENTO THRU 5500-EXIT
004130     END-IF
004130     IF WS-TOT-PDD-RECUPERADO > ZERO
004130        MOVE "1.1.1" TO WS-CTB-CONTA
004130        MOVE "BANCO - RECUPERACAO PDD" TO WS-CTB-DESCR
004130        MOVE 'D' TO WS-CTB-NATUREZA
004130        MOVE WS-TOT-PDD-RECUPERADO TO WS-CTB-VALOR
004130        PERFORM 5500-GUARDA-LANCAMENTO THRU 5500-EXIT
004130        MOVE "3.1.3" TO WS-CTB-CONTA
004130        MOVE "RECUPERACAO DE CREDITOS" TO WS-CTB-DESCR
004130        MOVE 'C' TO WS-CTB-NATUREZA
004130        PERFORM 5500-GUARDA-LANCAMENTO THRU 5500-EXIT
004130     END-IF
004130     IF NOT PROVISAO-CALCULADA OR WS-PDD-AJUSTE = ZERO
004130        GO TO 5400-EXIT
004130     END-IF
004130     MOVE WS-PDD-AJUSTE TO WS-CTB-VALOR
004130     IF WS-PDD-TIPO-AJUSTE = 'C'
004130        MOVE "4.2.1" TO WS-CTB-CONTA
004130        MOVE "DESPESA COM PDD" TO WS-CTB-DESCR
004130        MOVE 'D' TO WS-CTB-NATUREZA
004130        PERFORM 5500-GUARDA-LANCAMENTO THRU 5500-EXIT
004130        MOVE "1.1.3" TO WS-CTB-CONTA
004130        MOVE "(-) PROVISAO PDD" TO WS-CTB-DESCR
004130        MOVE 'C' TO WS-CTB-NATUREZA
004130        PERFORM 5500-GUARDA-LANCAMENTO THRU 5500-EXIT
004130     END-IF
004130     IF WS-PDD-TIPO-AJUSTE = 'R'
004130        MOVE "1.1.3" TO WS-CTB-CONTA
004130        MOVE "(-) PROVISAO PDD - REVERSAO" TO WS-CTB-DESCR
004130        MOVE 'D' TO WS-CTB-NATUREZA
004130        PERFORM 5500-GUARDA-LANCAMENTO THRU 5500-EXIT
004130        MOVE "4.2.1" TO WS-CTB-CONTA
004130        MOVE "REVERSAO DE PDD" TO WS-CTB-DESCR
004130        MOVE 'C' TO WS-CTB-NATUREZA
004130        PERFORM 5500-GUARDA-LANCAMENTO THRU 5500-EXIT
004130     END-IF
004130     .
004130 5400-EXIT.
004130     EXIT.
004140 5500-GUARDA-LANCAMENTO.
004150     IF WS-LAN-TABLE-QTD >= 300
004160        DISPLAY "TABELA DE LANCAMENTOS CHEIA (300) -- "
004940     MOVE SPACES TO WS-CTB-TURMA
004950     MOVE WS-CONTABIL-LINE TO CONTABIL-REC
004960     WRITE CONTABIL-REC
004960     IF WS-TOT-CRED-SALDO > ZERO
004960        MOVE SPACES TO WS-CONTABIL-LINE
004960        MOVE 'S' TO WS-CTB-TIPO
004960        MOVE WS-DATA-HOJE TO WS-CTB-DATA
004960        MOVE "2.1.3" TO WS-CTB-CONTA
004960        MOVE "CREDITOS DE ALUNOS A USAR" TO WS-CTB-DESCR
004960        MOVE 'C' TO WS-CTB-NATUREZA
004960        MOVE WS-TOT-CRED-SALDO TO WS-CTB-VALOR
004960        MOVE SPACES TO WS-CTB-TURMA
004960        MOVE WS-CONTABIL-LINE TO CONTABIL-REC
004960        WRITE CONTABIL-REC
004960     END-IF
004960     IF PROVISAO-CALCULADA
004960        MOVE SPACES TO WS-CONTABIL-LINE
004960        MOVE 'S' TO WS-CTB-TIPO
004960        MOVE WS-DATA-HOJE TO WS-CTB-DATA
004960        MOVE "1.1.3" TO WS-CTB-CONTA
004960        MOVE "SALDO DA PROVISAO PDD" TO WS-CTB-DESCR
004960        MOVE 'C' TO WS-CTB-NATUREZA
004960        MOVE WS-PDD-REQUERIDO TO WS-CTB-VALOR
004960        MOVE SPACES TO WS-CTB-TURMA
004960        MOVE WS-CONTABIL-LINE TO CONTABIL-REC
004960        WRITE CONTABIL-REC
004960     END-IF
004960     IF FOLHA-LANCADA
004960        MOVE SPACES TO WS-CONTABIL-LINE
004960        MOVE 'F' TO WS-CTB-TIPO
004960        MOVE WS-DATA-HOJE TO WS-CTB-DATA
004960        MOVE "FOLHA" TO WS-CTB-CONTA
004960        MOVE "FOLHA DA COMPETENCIA LANCADA" TO WS-CTB-DESCR
004960        MOVE 'D' TO WS-CTB-NATUREZA
004960        MOVE WS-TOT-FOLHA-BRUTO TO WS-CTB-VALOR
004960        MOVE WS-FOLHA-COMPETENCIA TO WS-CTB-TURMA
004960        MOVE WS-CONTABIL-LINE TO CONTABIL-REC
004960        WRITE CONTABIL-REC
004960     END-IF
004970     MOVE SPACES TO WS-CONTABIL-LINE
004980     MOVE 'Z' TO WS-CTB-TIPO
004990     MOVE WS-DATA-HOJE TO WS-CTB-DATA
005470     DISPLAY "RECEBIDO NO MES.....: " WS-TOT-PAGO
005480     DISPLAY "JUROS RECEBIDOS.....: " WS-TOT-JUROS
005490     DISPLAY "POSICAO EM ABERTO...: " WS-TOT-ABERTO
005490     DISPLAY "CREDITO RECEBIDO....: " WS-TOT-CRED-RECEBIDO
005490     DISPLAY "CREDITO UTILIZADO...: " WS-TOT-CRED-USADO
005490     DISPLAY "CREDITO DEVOLVIDO...: " WS-TOT-CRED-DEVOLVIDO
005490     DISPLAY "CREDITO PRO-RATA....: " WS-TOT-CRED-AJUSTE
005490     DISPLAY "CREDITO A USAR......: " WS-TOT-CRED-SALDO
005490     DISPLAY "BAIXAS PDD..........: " WS-TOT-PDD-BAIXAS
005490     DISPLAY "RECUPERACOES PDD....: " WS-TOT-PDD-RECUPERADO
005490     DISPLAY "AJUSTE DA PROVISAO..: " WS-PDD-AJUSTE " "
005490         WS-PDD-TIPO-AJUSTE
005490     DISPLAY "SALDO DA PROVISAO...: " WS-PDD-REQUERIDO
005490     DISPLAY "FOLHA BRUTA.........: " WS-TOT-FOLHA-BRUTO
005490     DISPLAY "FOLHA P13...........: " WS-TOT-FOLHA-P13
005490     DISPLAY "FERIAS/RESCISOES....: " WS-TOT-FOLHA-FERIAS
005490     DISPLAY "FOLHA PAGA (BANCO)..: " WS-TOT-FOLHA-BANCO
005500     DISPLAY "DEBITOS.............: " WS-TOT-DEBITOS
005510     DISPLAY "CREDITOS............: " WS-TOT-CREDITOS
005520     .
