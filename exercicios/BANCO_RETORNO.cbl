000374*                  adjusted balance), and a jump in the
000375*                  sequence ends the run with a warning that a
000376*                  banking day's file never arrived.
000376*   2026-10-15 JA  Overpayments are no longer lost: the excess
000376*                  of a payment over the interest-adjusted
000376*                  amount due, and the whole of a payment
000376*                  against an invoice already QUITADA, go on
000376*                  the CREDITO ledger (CREDSEL/CREDFD) for the
000376*                  next FATURA_MENSAL to use, and print on
000376*                  RETRPT as CREDITO GERADO. MED-FAT-VALOR-PAGO
000376*                  stops at the amount due, so the excess is
000376*                  not taken into the books as late interest.
000376*   2026-10-15 JA  PIX intake: after the boleto return the run
000376*                  reads the PSP's daily settlement file (PIXRET,
000376*                  same HDR*/TRL* control) and matches each PIX to
000376*                  its invoice by the txid FATURA_MENSAL puts on
000376*                  the boleto (copybook PIXTXID), falling back to
000376*                  the oldest open invoice of the student whose
000376*                  balance -- or interest-adjusted balance --
000376*                  equals the amount. Both channels post through
000376*                  3000-APLICA-PAGAMENTO, so the partial, late-
000376*                  interest, closed-competence and credit rules
000376*                  are the same; the posting channel goes on
000376*                  MED-FAT-CANAL-PGTO, and a payment against an
000376*                  invoice the OTHER channel settled is reported
000376*                  as DUPLICADO BOLETO+PIX (credited, logged
000376*                  PGTDUP, condition code 4). PIX unmatched items
000376*                  print on RETRPT with the boleto ones, the
000376*                  RETREG register carries the channel, and
000376*                  RETRPT closes with totals per channel.
000376*   2026-10-15 JA  A payment against an invoice written off as
000376*                  uncollectable (BAIXADA, see PROVISAO_PDD) is
000376*                  neither posted to FATMAST nor refused: it goes
000376*                  on the BAIXAPDD register as an R (recovery)
000376*                  line in the payment month, for DIARIO_CONTABIL
000376*                  to book as recovery revenue, and prints on
000376*                  RETRPT as RECUPERACAO PDD; the channel totals
000376*                  gained the RECUP column (BXASEL/BXAFD). A
000376*                  registration rejection no longer reopens a
000376*                  BAIXADA invoice.
000376*   2026-10-15 JA  RETREG lifted into copybooks RRGSEL/RRGFD and
000376*                  each line now carries the file's payment count
000376*                  and total, the money CONCILIA_BANCO expects to
000376*                  find credited on the bank statement.
000376*   2026-10-15 JA  A payment on a CANCELADA invoice (cancelled
000376*                  and rebilled by FATURA_ESTORNO) becomes
000376*                  student credit and leaves the invoice as it
000376*                  is -- it used to turn the cancelled invoice
000376*                  QUITADA while the replacement stayed ABERTA.
000350* Tectonics: cobc
000360*****************************************************************
000370 IDENTIFICATION DIVISION.
000420     COPY FATSEL.
000425     COPY CMPSEL.
000430     COPY ERRLSEL.
000430     COPY CREDSEL.
000430     COPY BXASEL.
000440     SELECT BANCO-RET-FILE ASSIGN TO "BANCORET"
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS WS-RET-STATUS.
000490         FILE STATUS IS WS-PARM-STATUS.
000500     SELECT RET-REPORT-FILE ASSIGN TO "RETRPT"
000510         ORGANIZATION IS LINE SEQUENTIAL.
000512     COPY RRGSEL.
000516     SELECT PIX-RET-FILE ASSIGN TO "PIXRET"
000516         ORGANIZATION IS LINE SEQUENTIAL
000516         FILE STATUS IS WS-PIX-STATUS.
000520 DATA DIVISION.
000530 FILE SECTION.
000540 FD  FATURA-MASTER-FILE.
000550     COPY FATMST.
000555     COPY CMPFD.
000560     COPY ERRLFD.
000560     COPY CREDFD.
000560     COPY BXAFD.
000570 FD  BANCO-RET-FILE.
000580 01  MED-BANCO-RET-REC.
000585     03  MED-RET-TIPO           PIC X(02).
000610     03  MED-RET-VALOR-PAGO     PIC 9(05)V99.
000620     03  MED-RET-DATA-PGTO      PIC 9(08).
000622     03  MED-RET-MOTIVO         PIC X(03).
000622*----------------------------------------------------------*
000622* PSP PIX SETTLEMENT -- ONE RECORD PER PIX RECEIVED: END-TO- *
000622*     END ID, THE TXID OF THE QR CODE PAID, THE STUDENT ID   *
000622*     THE PAYER TYPED AS IDENTIFICATION, AMOUNT AND DATE.    *
000622*----------------------------------------------------------*
000622 FD  PIX-RET-FILE.
000622 01  MED-PIX-RET-REC.
000622     03  MED-PXR-E2EID          PIC X(32).
000622     03  MED-PXR-TXID           PIC X(35).
000622     03  MED-PXR-ALUNO-ID       PIC X(07).
000622     03  MED-PXR-VALOR-PAGO     PIC 9(05)V99.
000622     03  MED-PXR-DATA-PGTO      PIC 9(08).
000630 FD  BILL-PARM-FILE.
000640 01  BILL-PARM-REC.
000650     03  BLP-COMPETENCIA        PIC 9(06).
000680     03  FILLER                 PIC X(01).
000690     03  BLP-TAXA-ATRASO        PIC 9(01)V9(04).
000700 FD  RET-REPORT-FILE.
000710 01  RET-REPORT-REC             PIC X(132).
000712     COPY RRGFD.
000720 WORKING-STORAGE SECTION.
000730     COPY ERRCODES.
000732     COPY CTLREC.
000732     COPY PIXTXID.
000740 01  WS-FAT-MASTER-STATUS       PIC X(02) VALUE SPACES.
000742 01  WS-CMP-STATUS-FS           PIC X(02) VALUE SPACES.
000743 01  WS-RETREG-STATUS           PIC X(02) VALUE SPACES.
000750     88  SEQUENCIA-COM-SALTO          VALUE 'S'.
000751 01  WS-EOF-RETREG              PIC X(01) VALUE 'N'.
000752     88  FIM-DO-RETREG                VALUE 'S'.
000752 01  WS-CRD-STATUS              PIC X(02) VALUE SPACES.
000752 01  WS-CRD-TIPO-GERADO         PIC X(01) VALUE SPACE.
000752 01  WS-VALOR-EXCESSO           PIC 9(05)V99 VALUE ZERO.
000752 01  WS-TOT-CREDITOS            PIC 9(07)V99 VALUE ZERO.
000752 01  WS-BXA-STATUS              PIC X(02) VALUE SPACES.
000752 01  WS-TOT-RECUPERADO          PIC 9(07)V99 VALUE ZERO.
000752 01  WS-PIX-STATUS              PIC X(02) VALUE SPACES.
000752*----------------------------------------------------------*
000752* CHANNEL BEING PROCESSED AND THE PAYMENT IN HAND, MOVED IN *
000752*     FROM THE BOLETO OR THE PIX RECORD BEFORE 3000 POSTS IT *
000752*----------------------------------------------------------*
000752 01  WS-CANAL-ATUAL             PIC X(01) VALUE 'B'.
000752     88  CANAL-BOLETO                 VALUE 'B'.
000752     88  CANAL-PIX                    VALUE 'P'.
000752 01  WS-CANAL-NOME              PIC X(06) VALUE "BOLETO".
000752 01  WS-CANAL-ORIGEM            PIC X(08) VALUE "BANCORET".
000752 01  WS-PAGAMENTO.
000752     03  WS-PGT-NUMERO          PIC 9(07).
000752     03  WS-PGT-ALUNO-ID        PIC 9(07).
000752     03  WS-PGT-VALOR           PIC 9(05)V99.
000752     03  WS-PGT-DATA            PIC 9(08).
000752     03  WS-PGT-TXID            PIC X(35).
000752 01  WS-CAND-NUMERO             PIC 9(07) VALUE ZERO.
000752 01  WS-CAND-VENCIMENTO         PIC 9(08) VALUE ZERO.
000752 01  WS-CAND-QTD                PIC 9(03) COMP VALUE ZERO.
000744     COPY CMPREC.
000750 01  WS-RET-STATUS              PIC X(02) VALUE SPACES.
000760 01  WS-PARM-STATUS             PIC X(02) VALUE SPACES.
000790         88  FIM-DO-RETORNO           VALUE 'S'.
000792     03  WS-REG-DADOS           PIC X(01) VALUE 'N'.
000794         88  REGISTRO-DE-DADOS        VALUE 'S'.
000794     03  WS-EOF-PIX             PIC X(01) VALUE 'N'.
000794         88  FIM-DO-PIX               VALUE 'S'.
000794     03  WS-PIX-ACHOU           PIC X(01) VALUE 'N'.
000794         88  ACHOU-FATURA-PIX         VALUE 'S'.
000794     03  WS-BOLETO-RECUSA       PIC X(01) VALUE 'N'.
000794         88  BOLETO-RECUSADO          VALUE 'S'.
000794     03  WS-PIX-RECUSA          PIC X(01) VALUE 'N'.
000794         88  PIX-RECUSADO             VALUE 'S'.
000800     03  WS-EOF-FATMAST         PIC X(01) VALUE 'N'.
000810         88  FIM-DO-FATMAST           VALUE 'S'.
000820     03  WS-TURMA-ACHOU         PIC X(01) VALUE 'N'.
000950     03  WS-CONT-SEM-MATCH      PIC 9(05) COMP VALUE ZERO.
000952     03  WS-CONT-REJ-REGISTRO   PIC 9(05) COMP VALUE ZERO.
000954     03  WS-CONT-CONFIRMACOES   PIC 9(05) COMP VALUE ZERO.
000954     03  WS-CONT-CREDITOS       PIC 9(05) COMP VALUE ZERO.
000954     03  WS-CONT-DUPLICADOS     PIC 9(05) COMP VALUE ZERO.
000954     03  WS-CONT-PIX-TXID       PIC 9(05) COMP VALUE ZERO.
000954     03  WS-CONT-PIX-ALUNO      PIC 9(05) COMP VALUE ZERO.
000954     03  WS-CONT-RECUPERADOS    PIC 9(05) COMP VALUE ZERO.
000954*----------------------------------------------------------*
000954* TOTALS PER CHANNEL: 1 BOLETO, 2 PIX, 3 BOTH (RETRPT)      *
000954*----------------------------------------------------------*
000954 01  WS-CANAL-TOTAIS.
000954     03  WS-CNT-ENTRY           OCCURS 3 TIMES
000954                                INDEXED BY WS-CNT-IDX.
000954         05  WS-CNT-NOME        PIC X(06).
000954         05  WS-CNT-PAGAMENTOS  PIC 9(05) COMP.
000954         05  WS-CNT-VALOR       PIC 9(09)V99.
000954         05  WS-CNT-QUITADAS    PIC 9(05) COMP.
000954         05  WS-CNT-PARCIAIS    PIC 9(05) COMP.
000954         05  WS-CNT-SEM-MATCH   PIC 9(05) COMP.
000954         05  WS-CNT-DUPLICADOS  PIC 9(05) COMP.
000954         05  WS-CNT-CREDITOS    PIC 9(07)V99.
000954         05  WS-CNT-RECUPERADOS PIC 9(07)V99.
000960*----------------------------------------------------------*
000970* JUROS_CALC CALL PARAMETER -- SEE PROGRAM JUROS_CALC       *
000980*----------------------------------------------------------*
001310     03  WS-SMM-VALOR           PIC ZZZZ9.99.
001320     03  FILLER                 PIC X(01) VALUE SPACE.
001330     03  WS-SMM-MOTIVO          PIC X(20).
001330     03  FILLER                 PIC X(01) VALUE SPACE.
001330     03  WS-SMM-CANAL           PIC X(06).
001330     03  FILLER                 PIC X(01) VALUE SPACE.
001330     03  WS-SMM-TXID            PIC X(35).
001331 01  WS-REJREG-LINE.
001332     03  FILLER                 PIC X(18) VALUE
001333         "REGISTRO RECUSADO:".
001336     03  WS-RJR-MOTIVO          PIC X(03).
001337     03  FILLER                 PIC X(01) VALUE SPACE.
001338     03  WS-RJR-ACAO            PIC X(20).
001338 01  WS-CREDITO-LINE.
001338     03  FILLER                 PIC X(18) VALUE
001338         "CREDITO GERADO:   ".
001338     03  WS-CRL-NUMERO          PIC 9(07).
001338     03  FILLER                 PIC X(01) VALUE SPACE.
001338     03  WS-CRL-ALUNO-ID        PIC 9(07).
001338     03  FILLER                 PIC X(01) VALUE SPACE.
001338     03  WS-CRL-VALOR           PIC ZZZZ9.99.
001338     03  FILLER                 PIC X(01) VALUE SPACE.
001338     03  WS-CRL-MOTIVO          PIC X(20).
001338 01  WS-RECUPERA-LINE.
001338     03  FILLER                 PIC X(18) VALUE
001338         "RECUPERACAO PDD:  ".
001338     03  WS-RCL-NUMERO          PIC 9(07).
001338     03  FILLER                 PIC X(01) VALUE SPACE.
001338     03  WS-RCL-ALUNO-ID        PIC 9(07).
001338     03  FILLER                 PIC X(01) VALUE SPACE.
001338     03  WS-RCL-VALOR           PIC ZZZZ9.99.
001338     03  FILLER                 PIC X(01) VALUE SPACE.
001338     03  WS-RCL-CANAL           PIC X(06).
001340 01  WS-AGE-LINE.
001350     03  WS-AGL-TURMA           PIC X(10).
001360     03  FILLER                 PIC X(06) VALUE " ATU: ".
001410     03  WS-AGL-60              PIC ZZZZZZ9.99.
001420     03  FILLER                 PIC X(06) VALUE " >60: ".
001430     03  WS-AGL-MAIS            PIC ZZZZZZ9.99.
001430 01  WS-CANAL-TITULO            PIC X(30) VALUE
001430     "TOTAIS POR CANAL DE PAGAMENTO".
001430 01  WS-CANAL-LINE.
001430     03  WS-CNL-NOME            PIC X(06).
001430     03  FILLER                 PIC X(08) VALUE " PGTOS: ".
001430     03  WS-CNL-PAGAMENTOS      PIC ZZZZ9.
001430     03  FILLER                 PIC X(08) VALUE " VALOR: ".
001430     03  WS-CNL-VALOR           PIC ZZZZZZZZ9.99.
001430     03  FILLER                 PIC X(07) VALUE " QUIT: ".
001430     03  WS-CNL-QUITADAS        PIC ZZZZ9.
001430     03  FILLER                 PIC X(07) VALUE " PARC: ".
001430     03  WS-CNL-PARCIAIS        PIC ZZZZ9.
001430     03  FILLER                 PIC X(10) VALUE " S/MATCH: ".
001430     03  WS-CNL-SEM-MATCH       PIC ZZZZ9.
001430     03  FILLER                 PIC X(07) VALUE " DUPL: ".
001430     03  WS-CNL-DUPLICADOS      PIC ZZZZ9.
001430     03  FILLER                 PIC X(07) VALUE " CRED: ".
001430     03  WS-CNL-CREDITOS        PIC ZZZZZZ9.99.
001430     03  FILLER                 PIC X(08) VALUE " RECUP: ".
001430     03  WS-CNL-RECUPERADOS     PIC ZZZZZZ9.99.
001440 PROCEDURE DIVISION.
001450 0000-MAIN-PROCEDURE.
001460     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001470     PERFORM 2000-PROCESSA-RETORNO THRU 2000-EXIT
001480         UNTIL FIM-DO-RETORNO
001480     PERFORM 2900-ENCERRA-BOLETO THRU 2900-EXIT
001480     PERFORM 2500-INICIA-PIX THRU 2500-EXIT
001480     PERFORM 2600-PROCESSA-PIX THRU 2600-EXIT
001480         UNTIL FIM-DO-PIX
001480     PERFORM 2990-ENCERRA-PIX THRU 2990-EXIT
001490     PERFORM 6000-ENVELHECE-ABERTAS THRU 6000-EXIT
001495     PERFORM 6800-IMPRIME-CANAIS THRU 6800-EXIT
001500     PERFORM 7000-IMPRIME-AGING THRU 7000-EXIT
001510     PERFORM 9000-FINALIZE THRU 9000-EXIT
001520     STOP RUN.
001680        END-READ
001690        CLOSE BILL-PARM-FILE
001700     END-IF
001700     PERFORM 1100-ZERA-CANAL THRU 1100-EXIT
001700         VARYING WS-CNT-IDX FROM 1 BY 1 UNTIL WS-CNT-IDX > 3
001700     MOVE "BOLETO" TO WS-CNT-NOME (1)
001700     MOVE "PIX"    TO WS-CNT-NOME (2)
001700     MOVE "TOTAL"  TO WS-CNT-NOME (3)
001700     SET CANAL-BOLETO TO TRUE
001700     SET WS-CNT-IDX TO 1
001710     OPEN OUTPUT RET-REPORT-FILE
001720     OPEN I-O FATURA-MASTER-FILE
001730     IF WS-FAT-MASTER-STATUS NOT = "00"
001800        MOVE MED-RETURN-CODE TO RETURN-CODE
001810        STOP RUN
001820     END-IF
001822     OPEN EXTEND CREDITO-FILE
001822     IF WS-CRD-STATUS NOT = "00" AND WS-CRD-STATUS NOT = "05"
001822        OPEN OUTPUT CREDITO-FILE
001822     END-IF
001822     IF WS-CRD-STATUS NOT = "00"
001822        DISPLAY "ERRO NA ABERTURA DO CREDITO: " WS-CRD-STATUS
001822        MOVE "OPNERR" TO MED-ERROR-CODE
001822        MOVE "CREDITO NAO PODE SER ABERTO" TO MED-ERROR-TEXT
001822        SET MED-RC-FILE-ERROR TO TRUE
001822        PERFORM 9800-ERROR-LOG THRU 9800-EXIT
001822        MOVE MED-RETURN-CODE TO RETURN-CODE
001822        STOP RUN
001822     END-IF
001822     OPEN EXTEND BAIXA-PDD-FILE
001822     IF WS-BXA-STATUS NOT = "00" AND WS-BXA-STATUS NOT = "05"
001822        OPEN OUTPUT BAIXA-PDD-FILE
001822     END-IF
001822     IF WS-BXA-STATUS NOT = "00"
001822        DISPLAY "ERRO NA ABERTURA DO BAIXAPDD: " WS-BXA-STATUS
001822        MOVE "OPNERR" TO MED-ERROR-CODE
001822        MOVE "BAIXAPDD NAO PODE SER ABERTO" TO MED-ERROR-TEXT
001822        SET MED-RC-FILE-ERROR TO TRUE
001822        PERFORM 9800-ERROR-LOG THRU 9800-EXIT
001822        MOVE MED-RETURN-CODE TO RETURN-CODE
001822        STOP RUN
001822     END-IF
001825     PERFORM 9400-CARREGA-COMPSTAT THRU 9400-EXIT-COMP
001830     OPEN INPUT BANCO-RET-FILE
001840     IF WS-RET-STATUS NOT = "00"
001910     .
001920 1000-EXIT.
001930     EXIT.
001930*----------------------------------------------------------*
001930* 1100-ZERA-CANAL -- CLEAR ONE ENTRY OF THE CHANNEL TOTALS  *
001930*----------------------------------------------------------*
001930 1100-ZERA-CANAL.
001930     MOVE ZERO TO WS-CNT-PAGAMENTOS (WS-CNT-IDX)
001930     MOVE ZERO TO WS-CNT-VALOR (WS-CNT-IDX)
001930     MOVE ZERO TO WS-CNT-QUITADAS (WS-CNT-IDX)
001930     MOVE ZERO TO WS-CNT-PARCIAIS (WS-CNT-IDX)
001930     MOVE ZERO TO WS-CNT-SEM-MATCH (WS-CNT-IDX)
001930     MOVE ZERO TO WS-CNT-DUPLICADOS (WS-CNT-IDX)
001930     MOVE ZERO TO WS-CNT-CREDITOS (WS-CNT-IDX)
001930     MOVE ZERO TO WS-CNT-RECUPERADOS (WS-CNT-IDX)
001930     .
001930 1100-EXIT.
001930     EXIT.
001940*----------------------------------------------------------*
001950* 2000-PROCESSA-RETORNO -- MATCH ONE PAYMENT TO ITS OPEN    *
001960*     RECEIVABLE.                                           *
001970*----------------------------------------------------------*
001980 2000-PROCESSA-RETORNO.
001980     MOVE MED-RET-NUMERO     TO WS-PGT-NUMERO
001980     MOVE MED-RET-ALUNO-ID   TO WS-PGT-ALUNO-ID
001980     MOVE MED-RET-VALOR-PAGO TO WS-PGT-VALOR
001980     MOVE MED-RET-DATA-PGTO  TO WS-PGT-DATA
001980     MOVE SPACES             TO WS-PGT-TXID
001982     EVALUATE TRUE
001983         WHEN RET-PAGAMENTO
001984             PERFORM 2050-PROCESSA-PAGAMENTO THRU 2050-EXIT
002106*----------------------------------------------------------*
002107 2050-PROCESSA-PAGAMENTO.
002108     ADD 1 TO WS-CONT-PAGAMENTOS
002108     ADD 1 TO WS-CNT-PAGAMENTOS (WS-CNT-IDX)
002108     ADD WS-PGT-VALOR TO WS-CNT-VALOR (WS-CNT-IDX)
002109     MOVE MED-RET-NUMERO TO MED-FAT-NUMERO
002110     READ FATURA-MASTER-FILE
002111         INVALID KEY
002133         INVALID KEY
002134             MOVE "FATURA INEXISTENTE" TO WS-RJR-ACAO
002135         NOT INVALID KEY
002135             PERFORM 3550-REABRE-FATURA THRU 3550-EXIT
002143     END-READ
002144     MOVE WS-REJREG-LINE TO RET-REPORT-REC
002145     WRITE RET-REPORT-REC
002146     .
002147 3500-EXIT.
002148     EXIT.
002148*----------------------------------------------------------*
002148* 3550-REABRE-FATURA -- BACK TO ABERTA FOR CORRECTION,      *
002148*     EXCEPT AN INVOICE ALREADY WRITTEN OFF (BAIXADA), WHICH*
002148*     STAYS OFF THE RECEIVABLES.                            *
002148*----------------------------------------------------------*
002148 3550-REABRE-FATURA.
002148     IF MED-FAT-BAIXADA
002148        MOVE "BAIXADA - MANTIDA" TO WS-RJR-ACAO
002148        GO TO 3550-EXIT
002148     END-IF
002148     SET MED-FAT-ABERTA TO TRUE
002148     REWRITE MED-FATURA-MASTER-REC
002148         INVALID KEY
002148             DISPLAY "ERRO NA REGRAVACAO DO FATMAST: "
002148                 MED-FAT-NUMERO
002148     END-REWRITE
002148     MOVE "REABERTA P/ ACERTO" TO WS-RJR-ACAO
002148     .
002148 3550-EXIT.
002148     EXIT.
002121*----------------------------------------------------------*
002122* 2100-LE-RETORNO -- READ UP TO THE NEXT PAYMENT RECORD,    *
002123*     CONSUMING AND VALIDATING THE HDR*/TRL* CONTROL        *
002253     .
002254 2150-CONFERE-SALTO.
002255     IF ARQUIVO-JA-PROCESSADO
002256        DISPLAY "ARQUIVO DE RETORNO " WS-CANAL-NOME
002256            " JA PROCESSADO: "
002257            MED-CTH-DATA-MOV " SEQ " WS-ARQ-SEQUENCIA
002258        MOVE "RETDUP" TO MED-ERROR-CODE
002259        MOVE "RETORNO DUPLICADO RECUSADO" TO MED-ERROR-TEXT
002264     IF WS-ARQ-SEQUENCIA > ZERO
002265        AND WS-ARQ-SEQUENCIA > WS-MAIOR-SEQUENCIA + 1
002266        SET SEQUENCIA-COM-SALTO TO TRUE
002267        DISPLAY "SALTO NA SEQUENCIA DE RETORNOS " WS-CANAL-NOME
002267            ": ESPERADO "
002268            WS-MAIOR-SEQUENCIA " +1, VEIO " WS-ARQ-SEQUENCIA
002269        MOVE "RETGAP" TO MED-ERROR-CODE
002270        MOVE "DIA DE RETORNO FALTANDO NA SEQUENCIA" TO
002281             SET FIM-DO-RETREG TO TRUE
002282             GO TO 2160-EXIT-REG
002283     END-READ
002283     IF MED-RRG-CANAL = SPACE
002283        MOVE 'B' TO MED-RRG-CANAL
002283     END-IF
002283     IF MED-RRG-CANAL NOT = WS-CANAL-ATUAL
002283        GO TO 2160-EXIT-REG
002283     END-IF
002284     IF MED-RRG-DATA = MED-CTH-DATA-MOV
002285        AND MED-RRG-SEQUENCIA = WS-ARQ-SEQUENCIA
002286        SET ARQUIVO-JA-PROCESSADO TO TRUE
002291     .
002292 2160-EXIT-REG.
002293     EXIT.
002293*----------------------------------------------------------*
002293* 2900-ENCERRA-BOLETO -- THE BOLETO FILE IS DONE: REGISTER  *
002293*     IT, OR REMEMBER IT WAS REFUSED.                        *
002293*----------------------------------------------------------*
002293 2900-ENCERRA-BOLETO.
002293     IF MED-RC-FILE-ERROR
002293        SET BOLETO-RECUSADO TO TRUE
002293     ELSE
002293        IF MED-CTL-TEM-HEADER
002293           PERFORM 8500-REGISTRA-ARQUIVO THRU 8500-EXIT-REG
002293        END-IF
002293     END-IF
002293     .
002293 2900-EXIT.
002293     EXIT.
002293*----------------------------------------------------------*
002293* 2500-INICIA-PIX -- SWITCH TO THE PIX CHANNEL: FRESH       *
002293*     CONTROL-RECORD CHECK AND REGISTER STATE, THEN OPEN     *
002293*     PIXRET AND READ TO ITS FIRST SETTLEMENT. A BOLETO FILE *
002293*     REFUSED ABOVE DOES NOT HOLD BACK THE PIX FILE.         *
002293*----------------------------------------------------------*
002293 2500-INICIA-PIX.
002293     SET CANAL-PIX TO TRUE
002293     SET WS-CNT-IDX TO 2
002293     MOVE "PIX"    TO WS-CANAL-NOME
002293     MOVE "PIXRET" TO WS-CANAL-ORIGEM
002293     SET MED-RC-SUCCESS TO TRUE
002293     MOVE ZERO TO MED-CTL-QTD-LIDA
002293     MOVE ZERO TO MED-CTL-HASH-LIDA
002293     MOVE 'N'  TO MED-CTL-HDR-SWITCH
002293     MOVE 'N'  TO MED-CTL-TRL-SWITCH
002293     MOVE 'N'  TO WS-ARQ-JA-PROCESSADO
002293     MOVE ZERO TO WS-ARQ-SEQUENCIA
002293     OPEN INPUT PIX-RET-FILE
002293     IF WS-PIX-STATUS NOT = "00"
002293        DISPLAY "PIXRET NAO DISPONIVEL, STATUS: " WS-PIX-STATUS
002293        SET FIM-DO-PIX TO TRUE
002293     ELSE
002293        PERFORM 2610-LE-PIX THRU 2610-EXIT
002293     END-IF
002293     .
002293 2500-EXIT.
002293     EXIT.
002293*----------------------------------------------------------*
002293* 2600-PROCESSA-PIX -- IDENTIFY ONE PIX (TXID FIRST, THEN   *
002293*     STUDENT PLUS AMOUNT) AND POST IT LIKE A BOLETO.        *
002293*----------------------------------------------------------*
002293 2600-PROCESSA-PIX.
002293     ADD 1 TO WS-CONT-PAGAMENTOS
002293     ADD 1 TO WS-CNT-PAGAMENTOS (WS-CNT-IDX)
002293     ADD MED-PXR-VALOR-PAGO TO WS-CNT-VALOR (WS-CNT-IDX)
002293     MOVE ZERO               TO WS-PGT-NUMERO
002293     MOVE ZERO               TO WS-PGT-ALUNO-ID
002293     IF MED-PXR-ALUNO-ID IS NUMERIC
002293        MOVE MED-PXR-ALUNO-ID TO WS-PGT-ALUNO-ID
002293     END-IF
002293     MOVE MED-PXR-VALOR-PAGO TO WS-PGT-VALOR
002293     MOVE MED-PXR-DATA-PGTO  TO WS-PGT-DATA
002293     MOVE MED-PXR-TXID       TO WS-PGT-TXID
002293     MOVE 'N' TO WS-PIX-ACHOU
002293     PERFORM 2700-BUSCA-TXID THRU 2700-EXIT
002293     IF NOT ACHOU-FATURA-PIX
002293        PERFORM 2750-BUSCA-ALUNO-VALOR THRU 2750-EXIT
002293     END-IF
002293     IF ACHOU-FATURA-PIX
002293        PERFORM 3000-APLICA-PAGAMENTO THRU 3000-EXIT
002293     ELSE
002293        PERFORM 5000-REPORTA-SEM-MATCH THRU 5000-EXIT
002293        MOVE "PIX NAO IDENTIFICADO" TO WS-SMM-MOTIVO
002293        PERFORM 5100-GRAVA-SEM-MATCH THRU 5100-EXIT
002293     END-IF
002293     PERFORM 2610-LE-PIX THRU 2610-EXIT
002293     .
002293 2600-EXIT.
002293     EXIT.
002293*----------------------------------------------------------*
002293* 2610-LE-PIX -- READ UP TO THE NEXT SETTLEMENT RECORD,     *
002293*     CONSUMING AND VALIDATING THE HDR*/TRL* CONTROL         *
002293*     RECORDS ON THE WAY, AS 2100 DOES FOR BANCORET.         *
002293*----------------------------------------------------------*
002293 2610-LE-PIX.
002293     MOVE 'N' TO WS-REG-DADOS
002293     PERFORM 2620-LE-UM-PIX THRU 2620-EXIT
002293         UNTIL FIM-DO-PIX OR REGISTRO-DE-DADOS
002293         OR MED-RC-FILE-ERROR
002293     IF MED-RC-FILE-ERROR
002293        SET FIM-DO-PIX TO TRUE
002293     END-IF
002293     .
002293 2610-EXIT.
002293     EXIT.
002293 2620-LE-UM-PIX.
002293     READ PIX-RET-FILE
002293         AT END
002293             SET FIM-DO-PIX TO TRUE
002293             PERFORM 9670-VALIDA-FIM THRU 9670-EXIT-FIM
002293         NOT AT END
002293             PERFORM 2630-CLASSIFICA-PIX THRU 2630-EXIT
002293     END-READ
002293     .
002293 2620-EXIT.
002293     EXIT.
002293 2630-CLASSIFICA-PIX.
002293     MOVE MED-PIX-RET-REC (1:4) TO MED-CTL-TIPO-REG
002293     EVALUATE MED-CTL-TIPO-REG
002293         WHEN "HDR*"
002293             MOVE MED-PIX-RET-REC (1:20) TO
002293                 MED-CONTROL-HEADER
002293             PERFORM 9600-VALIDA-HEADER THRU 9600-EXIT-HEADER
002293             MOVE MED-PIX-RET-REC (21:5) TO
002293                 WS-ARQ-SEQUENCIA-X
002293             IF WS-ARQ-SEQUENCIA-X IS NUMERIC
002293                MOVE WS-ARQ-SEQUENCIA-X TO WS-ARQ-SEQUENCIA
002293             END-IF
002293             PERFORM 2150-CONFERE-REGISTRO THRU 2150-EXIT-REG
002293         WHEN "TRL*"
002293             MOVE MED-PIX-RET-REC (1:24) TO
002293                 MED-CONTROL-TRAILER
002293             PERFORM 9650-VALIDA-TRAILER THRU 9650-EXIT-TRAILER
002293         WHEN OTHER
002293             IF NOT MED-CTL-TEM-HEADER
002293                MOVE MED-PIX-RET-REC (1:20) TO
002293                    MED-CONTROL-HEADER
002293                PERFORM 9600-VALIDA-HEADER THRU
002293                    9600-EXIT-HEADER
002293             ELSE
002293                SET REGISTRO-DE-DADOS TO TRUE
002293                ADD 1 TO MED-CTL-QTD-LIDA
002293                ADD MED-PXR-VALOR-PAGO TO MED-CTL-HASH-LIDA
002293             END-IF
002293     END-EVALUATE
002293     .
002293 2630-EXIT.
002293     EXIT.
002293*----------------------------------------------------------*
002293* 2700-BUSCA-TXID -- A TXID OF OURS NAMES THE INVOICE; IT   *
002293*     MATCHES WHEN THE INVOICE ON FATMAST REBUILDS THE SAME  *
002293*     TXID (SAME STUDENT, SAME COMPETENCE).                  *
002293*----------------------------------------------------------*
002293 2700-BUSCA-TXID.
002293     MOVE MED-PXR-TXID TO MED-PIX-TXID-X
002293     IF MED-PXT-PREFIXO NOT = "ESCFAT"
002293        OR MED-PXT-NUMERO NOT NUMERIC
002293        OR MED-PXT-ALUNO-ID NOT NUMERIC
002293        OR MED-PXT-COMPETENCIA NOT NUMERIC
002293        GO TO 2700-EXIT
002293     END-IF
002293     MOVE MED-PXT-NUMERO TO WS-PGT-NUMERO
002293     MOVE MED-PXT-NUMERO TO MED-FAT-NUMERO
002293     READ FATURA-MASTER-FILE
002293         INVALID KEY
002293             GO TO 2700-EXIT
002293     END-READ
002293     IF MED-FAT-ALUNO-ID NOT = MED-PXT-ALUNO-ID
002293        OR MED-FAT-COMPETENCIA NOT = MED-PXT-COMPETENCIA
002293        GO TO 2700-EXIT
002293     END-IF
002293     MOVE MED-FAT-ALUNO-ID TO WS-PGT-ALUNO-ID
002293     SET ACHOU-FATURA-PIX TO TRUE
002293     ADD 1 TO WS-CONT-PIX-TXID
002293     .
002293 2700-EXIT.
002293     EXIT.
002293*----------------------------------------------------------*
002293* 2750-BUSCA-ALUNO-VALOR -- NO USABLE TXID: WALK FATMAST    *
002293*     FOR THE STUDENT'S OPEN INVOICES WHOSE BALANCE, OR      *
002293*     INTEREST-ADJUSTED BALANCE AT THE PIX DATE, EQUALS THE  *
002293*     AMOUNT, AND TAKE THE OLDEST DUE.                       *
002293*----------------------------------------------------------*
002293 2750-BUSCA-ALUNO-VALOR.
002293     IF WS-PGT-ALUNO-ID = ZERO
002293        GO TO 2750-EXIT
002293     END-IF
002293     MOVE ZERO     TO WS-CAND-QTD
002293     MOVE ZERO     TO WS-CAND-NUMERO
002293     MOVE 99999999 TO WS-CAND-VENCIMENTO
002293     MOVE 'N'      TO WS-EOF-FATMAST
002293     MOVE ZERO     TO MED-FAT-NUMERO
002293     START FATURA-MASTER-FILE KEY NOT LESS MED-FAT-NUMERO
002293         INVALID KEY
002293             SET FIM-DO-FATMAST TO TRUE
002293     END-START
002293     PERFORM 2760-CONFERE-CANDIDATA THRU 2760-EXIT
002293         UNTIL FIM-DO-FATMAST
002293     MOVE 'N'      TO WS-EOF-FATMAST
002293     IF WS-CAND-QTD = ZERO
002293        GO TO 2750-EXIT
002293     END-IF
002293     MOVE WS-CAND-NUMERO TO MED-FAT-NUMERO
002293     MOVE WS-CAND-NUMERO TO WS-PGT-NUMERO
002293     READ FATURA-MASTER-FILE
002293         INVALID KEY
002293             GO TO 2750-EXIT
002293     END-READ
002293     SET ACHOU-FATURA-PIX TO TRUE
002293     ADD 1 TO WS-CONT-PIX-ALUNO
002293     .
002293 2750-EXIT.
002293     EXIT.
002293 2760-CONFERE-CANDIDATA.
002293     READ FATURA-MASTER-FILE NEXT RECORD
002293         AT END
002293             SET FIM-DO-FATMAST TO TRUE
002293             GO TO 2760-EXIT
002293     END-READ
002293     IF MED-FAT-ALUNO-ID NOT = WS-PGT-ALUNO-ID
002293        OR NOT MED-FAT-ABERTA
002293        GO TO 2760-EXIT
002293     END-IF
002293     COMPUTE WS-SALDO-ABERTO =
002293         MED-FAT-VALOR - MED-FAT-VALOR-PAGO
002293     IF WS-PGT-VALOR NOT = WS-SALDO-ABERTO
002293        PERFORM 3050-CALCULA-DEVIDO THRU 3050-EXIT
002293        COMPUTE WS-SALDO-ABERTO =
002293            WS-VALOR-DEVIDO - MED-FAT-VALOR-PAGO
002293        IF WS-PGT-VALOR NOT = WS-SALDO-ABERTO
002293           GO TO 2760-EXIT
002293        END-IF
002293     END-IF
002293     ADD 1 TO WS-CAND-QTD
002293     IF MED-FAT-VENCIMENTO < WS-CAND-VENCIMENTO
002293        MOVE MED-FAT-NUMERO     TO WS-CAND-NUMERO
002293        MOVE MED-FAT-VENCIMENTO TO WS-CAND-VENCIMENTO
002293     END-IF
002293     .
002293 2760-EXIT.
002293     EXIT.
002293*----------------------------------------------------------*
002293* 2990-ENCERRA-PIX -- THE PIX FILE IS DONE: REGISTER IT, OR *
002293*     REMEMBER IT WAS REFUSED.                               *
002293*----------------------------------------------------------*
002293 2990-ENCERRA-PIX.
002293     IF MED-RC-FILE-ERROR
002293        SET PIX-RECUSADO TO TRUE
002293     ELSE
002293        IF MED-CTL-TEM-HEADER
002293           PERFORM 8500-REGISTRA-ARQUIVO THRU 8500-EXIT-REG
002293        END-IF
002293     END-IF
002293     .
002293 2990-EXIT.
002293     EXIT.
002210*----------------------------------------------------------*
002220* 3000-APLICA-PAGAMENTO -- THE INVOICE EXISTS: CHECK THE    *
002230*     STUDENT, THE STATUS AND THE AMOUNT AGAINST THE        *
002240*     INTEREST-ADJUSTED DUE VALUE FOR LATE PAYMENTS. A      *
002240*     PAYMENT ON A SETTLED INVOICE, OR WHATEVER EXCEEDS THE *
002240*     AMOUNT DUE, BECOMES STUDENT CREDIT (3100) -- AND IF   *
002240*     THE OTHER CHANNEL SETTLED IT, IS A DUPLICATE (3200).  *
002240*     THE PAYMENT COMES IN WS-PAGAMENTO FROM EITHER CHANNEL.*
002240*     AN INVOICE WRITTEN OFF (BAIXADA) IS A RECOVERY (3300). *
002240*     A PAYMENT ON A CANCELLED INVOICE IS ALL CREDIT.        *
002250*----------------------------------------------------------*
002260 3000-APLICA-PAGAMENTO.
002260     IF MED-FAT-BAIXADA
002260        PERFORM 3300-RECUPERA-BAIXADA THRU 3300-EXIT
002260        GO TO 3000-EXIT
002260     END-IF
002262     MOVE MED-FAT-COMPETENCIA TO MED-CMP-COMPET-CHECK
002263     PERFORM 9500-CONFERE-COMPETENCIA THRU 9500-EXIT-COMP
002264     IF COMPETENCIA-FECHADA
002267        PERFORM 5100-GRAVA-SEM-MATCH THRU 5100-EXIT
002268        GO TO 3000-EXIT
002269     END-IF
002270     IF MED-FAT-ALUNO-ID NOT = WS-PGT-ALUNO-ID
002280        PERFORM 5000-REPORTA-SEM-MATCH THRU 5000-EXIT
002290        MOVE "ALUNO NAO CONFERE" TO WS-SMM-MOTIVO
002300        PERFORM 5100-GRAVA-SEM-MATCH THRU 5100-EXIT
002310        GO TO 3000-EXIT
002320     END-IF
002325     IF MED-FAT-CANCELADA
002325        MOVE WS-PGT-VALOR TO WS-VALOR-EXCESSO
002325        MOVE "P" TO WS-CRD-TIPO-GERADO
002325        MOVE "FATURA CANCELADA" TO WS-CRL-MOTIVO
002325        PERFORM 3100-GRAVA-CREDITO THRU 3100-EXIT
002325        GO TO 3000-EXIT
002325     END-IF
002330     IF MED-FAT-QUITADA
002340        MOVE WS-PGT-VALOR TO WS-VALOR-EXCESSO
002350        MOVE "P" TO WS-CRD-TIPO-GERADO
002350        IF MED-FAT-CANAL-PGTO NOT = SPACE
002350           AND MED-FAT-CANAL-PGTO NOT = WS-CANAL-ATUAL
002350           PERFORM 3200-REPORTA-DUPLICADO THRU 3200-EXIT
002350           MOVE "DUPLICADO BOLETO+PIX" TO WS-CRL-MOTIVO
002350        ELSE
002350           MOVE "FATURA JA QUITADA" TO WS-CRL-MOTIVO
002350        END-IF
002360        PERFORM 3100-GRAVA-CREDITO THRU 3100-EXIT
002370        GO TO 3000-EXIT
002380     END-IF
002390     PERFORM 3050-CALCULA-DEVIDO THRU 3050-EXIT
002500     ADD WS-PGT-VALOR TO MED-FAT-VALOR-PAGO
002510     MOVE WS-PGT-DATA TO MED-FAT-DATA-PGTO
002510     MOVE WS-CANAL-ATUAL TO MED-FAT-CANAL-PGTO
002520     IF MED-FAT-VALOR-PAGO >= WS-VALOR-DEVIDO
002530        SET MED-FAT-QUITADA TO TRUE
002540        ADD 1 TO WS-CONT-QUITADAS
002540        ADD 1 TO WS-CNT-QUITADAS (WS-CNT-IDX)
002540        IF MED-FAT-VALOR-PAGO > WS-VALOR-DEVIDO
002540           COMPUTE WS-VALOR-EXCESSO =
002540               MED-FAT-VALOR-PAGO - WS-VALOR-DEVIDO
002540           MOVE WS-VALOR-DEVIDO TO MED-FAT-VALOR-PAGO
002540           MOVE "E" TO WS-CRD-TIPO-GERADO
002540           MOVE "PAGAMENTO EXCEDENTE" TO WS-CRL-MOTIVO
002540           PERFORM 3100-GRAVA-CREDITO THRU 3100-EXIT
002540        END-IF
002550     ELSE
002560        ADD 1 TO WS-CONT-PARCIAIS
002560        ADD 1 TO WS-CNT-PARCIAIS (WS-CNT-IDX)
002570     END-IF
002580     REWRITE MED-FATURA-MASTER-REC
002590         INVALID KEY
002630     .
002640 3000-EXIT.
002650     EXIT.
002650*----------------------------------------------------------*
002650* 3050-CALCULA-DEVIDO -- THE AMOUNT DUE ON THE INVOICE FOR  *
002650*     A PAYMENT ON WS-PGT-DATA: THE FACE VALUE, OR AFTER THE *
002650*     DUE DATE ONE MONTH OF BILLPARM LATE INTEREST THROUGH   *
002650*     JUROS_CALC.                                            *
002650*----------------------------------------------------------*
002650 3050-CALCULA-DEVIDO.
002650     MOVE MED-FAT-VALOR TO WS-VALOR-DEVIDO
002650     IF WS-PGT-DATA > MED-FAT-VENCIMENTO
002650        AND WS-TAXA-ATRASO > ZERO
002650        MOVE MED-FAT-VALOR  TO WS-JRC-PRINCIPAL
002650        MOVE WS-TAXA-ATRASO TO WS-JRC-TAXA
002650        MOVE 1              TO WS-JRC-PARCELAS
002650        CALL "JUROS_CALC" USING WS-JUROS-PARM
002650        IF NOT JRC-CALCULO-ERRO
002650           MOVE WS-JRC-VALOR-PARCELA TO WS-VALOR-DEVIDO
002650        END-IF
002650     END-IF
002650     .
002650 3050-EXIT.
002650     EXIT.
002650*----------------------------------------------------------*
002650* 3200-REPORTA-DUPLICADO -- ONE INVOICE PAID THROUGH BOTH   *
002650*     BOLETO AND PIX: COUNT IT AND LOG IT FOR TREASURY.      *
002650*----------------------------------------------------------*
002650 3200-REPORTA-DUPLICADO.
002650     ADD 1 TO WS-CONT-DUPLICADOS
002650     ADD 1 TO WS-CNT-DUPLICADOS (WS-CNT-IDX)
002650     DISPLAY "PAGAMENTO DUPLICADO BOLETO/PIX -- FATURA "
002650         MED-FAT-NUMERO " VALOR " WS-PGT-VALOR
002650     MOVE "PGTDUP" TO MED-ERROR-CODE
002650     MOVE "FATURA PAGA POR BOLETO E POR PIX" TO MED-ERROR-TEXT
002650     SET MED-RC-WARNING TO TRUE
002650     PERFORM 9800-ERROR-LOG THRU 9800-EXIT
002650     .
002650 3200-EXIT.
002650     EXIT.
002650*----------------------------------------------------------*
002650* 3100-GRAVA-CREDITO -- APPEND WS-VALOR-EXCESSO TO THE      *
002650*     STUDENT'S CREDIT LEDGER, BOOKED IN THE PAYMENT MONTH, *
002650*     AND LIST IT ON RETRPT.                                *
002650*----------------------------------------------------------*
002650 3100-GRAVA-CREDITO.
002650     MOVE SPACES              TO MED-CREDITO-REC
002650     MOVE MED-FAT-ALUNO-ID    TO MED-CRD-ALUNO-ID
002650     MOVE WS-PGT-DATA         TO MED-CRD-DATA
002650     MOVE WS-CRD-TIPO-GERADO  TO MED-CRD-TIPO
002650     MOVE WS-VALOR-EXCESSO    TO MED-CRD-VALOR
002650     MOVE MED-FAT-NUMERO      TO MED-CRD-FATURA
002650     MOVE WS-PGT-DATA (1:6)   TO MED-CRD-COMPETENCIA
002650     MOVE WS-CANAL-ORIGEM     TO MED-CRD-ORIGEM
002650     WRITE MED-CREDITO-REC
002650     ADD 1 TO WS-CONT-CREDITOS
002650     ADD WS-VALOR-EXCESSO TO WS-TOT-CREDITOS
002650     ADD WS-VALOR-EXCESSO TO WS-CNT-CREDITOS (WS-CNT-IDX)
002650     MOVE MED-FAT-NUMERO      TO WS-CRL-NUMERO
002650     MOVE MED-FAT-ALUNO-ID    TO WS-CRL-ALUNO-ID
002650     MOVE WS-VALOR-EXCESSO    TO WS-CRL-VALOR
002650     MOVE WS-CREDITO-LINE     TO RET-REPORT-REC
002650     WRITE RET-REPORT-REC
002650     .
002650 3100-EXIT.
002650     EXIT.
002650*----------------------------------------------------------*
002650* 3300-RECUPERA-BAIXADA -- PAYMENT ON AN INVOICE WRITTEN OFF*
002650*     AS UNCOLLECTABLE: THE INVOICE STAYS BAIXADA AND THE   *
002650*     AMOUNT GOES ON BAIXAPDD AS RECOVERY, BOOKED IN THE    *
002650*     PAYMENT MONTH, FOR DIARIO_CONTABIL.                   *
002650*----------------------------------------------------------*
002650 3300-RECUPERA-BAIXADA.
002650     IF MED-FAT-ALUNO-ID NOT = WS-PGT-ALUNO-ID
002650        PERFORM 5000-REPORTA-SEM-MATCH THRU 5000-EXIT
002650        MOVE "ALUNO NAO CONFERE" TO WS-SMM-MOTIVO
002650        PERFORM 5100-GRAVA-SEM-MATCH THRU 5100-EXIT
002650        GO TO 3300-EXIT
002650     END-IF
002650     MOVE SPACES               TO MED-BAIXA-PDD-REC
002650     SET MED-BXA-RECUPERACAO   TO TRUE
002650     MOVE WS-PGT-DATA          TO MED-BXA-DATA
002650     MOVE MED-FAT-NUMERO       TO MED-BXA-FATURA
002650     MOVE MED-FAT-ALUNO-ID     TO MED-BXA-ALUNO-ID
002650     MOVE MED-FAT-TURMA        TO MED-BXA-TURMA
002650     MOVE MED-FAT-COMPETENCIA  TO MED-BXA-COMPET-FATURA
002650     MOVE WS-PGT-VALOR         TO MED-BXA-VALOR
002650     MOVE ZERO                 TO MED-BXA-PEDIDO-ID
002650     MOVE WS-CANAL-ORIGEM      TO MED-BXA-ORIGEM
002650     MOVE "RECUPERACAO DE CREDITO BAIXADO" TO MED-BXA-MOTIVO
002650     WRITE MED-BAIXA-PDD-REC
002650     ADD 1 TO WS-CONT-RECUPERADOS
002650     ADD WS-PGT-VALOR TO WS-TOT-RECUPERADO
002650     ADD WS-PGT-VALOR TO WS-CNT-RECUPERADOS (WS-CNT-IDX)
002650     MOVE MED-FAT-NUMERO       TO WS-RCL-NUMERO
002650     MOVE MED-FAT-ALUNO-ID     TO WS-RCL-ALUNO-ID
002650     MOVE WS-PGT-VALOR         TO WS-RCL-VALOR
002650     MOVE WS-CANAL-NOME        TO WS-RCL-CANAL
002650     MOVE WS-RECUPERA-LINE     TO RET-REPORT-REC
002650     WRITE RET-REPORT-REC
002650     .
002650 3300-EXIT.
002650     EXIT.
002660*----------------------------------------------------------*
002670* 5000-REPORTA-SEM-MATCH -- COMMON FIELDS OF AN UNMATCHED-  *
002680*     PAYMENT LINE.                                         *
002690*----------------------------------------------------------*
002700 5000-REPORTA-SEM-MATCH.
002710     ADD 1 TO WS-CONT-SEM-MATCH
002710     ADD 1 TO WS-CNT-SEM-MATCH (WS-CNT-IDX)
002720     MOVE WS-PGT-NUMERO      TO WS-SMM-NUMERO
002730     MOVE WS-PGT-ALUNO-ID    TO WS-SMM-ALUNO-ID
002740     MOVE WS-PGT-VALOR       TO WS-SMM-VALOR
002740     MOVE WS-CANAL-NOME      TO WS-SMM-CANAL
002740     MOVE WS-PGT-TXID        TO WS-SMM-TXID
002750     .
002760 5000-EXIT.
002770     EXIT.
003570     .
003580 6300-EXIT.
003590     EXIT.
003590*----------------------------------------------------------*
003590* 6800-IMPRIME-CANAIS -- THE DAY'S TOTALS PER PAYMENT       *
003590*     CHANNEL AND FOR BOTH TOGETHER.                         *
003590*----------------------------------------------------------*
003590 6800-IMPRIME-CANAIS.
003590     ADD WS-CNT-PAGAMENTOS (1) WS-CNT-PAGAMENTOS (2)
003590         GIVING WS-CNT-PAGAMENTOS (3)
003590     ADD WS-CNT-VALOR (1) WS-CNT-VALOR (2)
003590         GIVING WS-CNT-VALOR (3)
003590     ADD WS-CNT-QUITADAS (1) WS-CNT-QUITADAS (2)
003590         GIVING WS-CNT-QUITADAS (3)
003590     ADD WS-CNT-PARCIAIS (1) WS-CNT-PARCIAIS (2)
003590         GIVING WS-CNT-PARCIAIS (3)
003590     ADD WS-CNT-SEM-MATCH (1) WS-CNT-SEM-MATCH (2)
003590         GIVING WS-CNT-SEM-MATCH (3)
003590     ADD WS-CNT-DUPLICADOS (1) WS-CNT-DUPLICADOS (2)
003590         GIVING WS-CNT-DUPLICADOS (3)
003590     ADD WS-CNT-CREDITOS (1) WS-CNT-CREDITOS (2)
003590         GIVING WS-CNT-CREDITOS (3)
003590     ADD WS-CNT-RECUPERADOS (1) WS-CNT-RECUPERADOS (2)
003590         GIVING WS-CNT-RECUPERADOS (3)
003590     MOVE WS-CANAL-TITULO TO RET-REPORT-REC
003590     WRITE RET-REPORT-REC
003590     PERFORM 6850-IMPRIME-UM-CANAL THRU 6850-EXIT
003590         VARYING WS-CNT-IDX FROM 1 BY 1 UNTIL WS-CNT-IDX > 3
003590     .
003590 6800-EXIT.
003590     EXIT.
003590 6850-IMPRIME-UM-CANAL.
003590     MOVE WS-CNT-NOME (WS-CNT-IDX)       TO WS-CNL-NOME
003590     MOVE WS-CNT-PAGAMENTOS (WS-CNT-IDX) TO WS-CNL-PAGAMENTOS
003590     MOVE WS-CNT-VALOR (WS-CNT-IDX)      TO WS-CNL-VALOR
003590     MOVE WS-CNT-QUITADAS (WS-CNT-IDX)   TO WS-CNL-QUITADAS
003590     MOVE WS-CNT-PARCIAIS (WS-CNT-IDX)   TO WS-CNL-PARCIAIS
003590     MOVE WS-CNT-SEM-MATCH (WS-CNT-IDX)  TO WS-CNL-SEM-MATCH
003590     MOVE WS-CNT-DUPLICADOS (WS-CNT-IDX) TO WS-CNL-DUPLICADOS
003590     MOVE WS-CNT-CREDITOS (WS-CNT-IDX)   TO WS-CNL-CREDITOS
003590     MOVE WS-CNT-RECUPERADOS (WS-CNT-IDX) TO WS-CNL-RECUPERADOS
003590     MOVE WS-CANAL-LINE TO RET-REPORT-REC
003590     WRITE RET-REPORT-REC
003590     .
003590 6850-EXIT.
003590     EXIT.
003600*----------------------------------------------------------*
003610* 7000-IMPRIME-AGING -- ONE AGING LINE PER TURMA            *
003620*----------------------------------------------------------*
003850     IF WS-RET-STATUS = "10"
003860        CLOSE BANCO-RET-FILE
003870     END-IF
003870     IF WS-PIX-STATUS = "10"
003870        CLOSE PIX-RET-FILE
003870     END-IF
003880     CLOSE FATURA-MASTER-FILE
003890     CLOSE RET-REPORT-FILE
003890     CLOSE CREDITO-FILE
003890     CLOSE BAIXA-PDD-FILE
003900     DISPLAY "PAGAMENTOS LIDOS....: " WS-CONT-PAGAMENTOS
003910     DISPLAY "FATURAS QUITADAS....: " WS-CONT-QUITADAS
003920     DISPLAY "PAGAMENTOS PARCIAIS.: " WS-CONT-PARCIAIS
003930     DISPLAY "SEM CORRESPONDENCIA.: " WS-CONT-SEM-MATCH
003932     DISPLAY "REGISTROS RECUSADOS.: " WS-CONT-REJ-REGISTRO
003934     DISPLAY "CONFIRMACOES........: " WS-CONT-CONFIRMACOES
003934     DISPLAY "CREDITOS GERADOS....: " WS-CONT-CREDITOS
003934         " VALOR: " WS-TOT-CREDITOS
003934     DISPLAY "PIX PELO TXID.......: " WS-CONT-PIX-TXID
003934     DISPLAY "PIX POR ALUNO+VALOR.: " WS-CONT-PIX-ALUNO
003934     DISPLAY "PGTOS DUPLICADOS....: " WS-CONT-DUPLICADOS
003934     DISPLAY "RECUPERACOES PDD....: " WS-CONT-RECUPERADOS
003934         " VALOR: " WS-TOT-RECUPERADO
003942     EVALUATE TRUE
003944         WHEN BOLETO-RECUSADO OR PIX-RECUSADO
003946             DISPLAY "ARQUIVO RECUSADO PELO CONTROLE HDR/TRL"
003948             MOVE 12 TO RETURN-CODE
003950         WHEN WS-CONT-SEM-MATCH > ZERO
003951             OR WS-CONT-REJ-REGISTRO > ZERO
003951             OR SEQUENCIA-COM-SALTO
003951             OR WS-CONT-DUPLICADOS > ZERO
003952             MOVE 4 TO RETURN-CODE
003954         WHEN OTHER
003956             CONTINUE
004025*----------------------------------------------------------*
004020*----------------------------------------------------------*
004021* 8500-REGISTRA-ARQUIVO -- APPEND THE PROCESSED FILE'S      *
004022*     DATE/SEQUENCE/CHANNEL AND ITS PAYMENT COUNT AND TOTAL *
004022*     (WHAT THE BANK MUST CREDIT) TO THE REGISTER.          *
004023*----------------------------------------------------------*
004024 8500-REGISTRA-ARQUIVO.
004024     OPEN EXTEND RET-REGISTER-FILE
004024     IF WS-RETREG-STATUS = "00" OR WS-RETREG-STATUS = "05"
004024        MOVE MED-CTH-DATA-MOV  TO MED-RRG-DATA
004024        MOVE WS-ARQ-SEQUENCIA  TO MED-RRG-SEQUENCIA
004024        MOVE WS-CANAL-ATUAL    TO MED-RRG-CANAL
004024        MOVE WS-CNT-PAGAMENTOS (WS-CNT-IDX) TO MED-RRG-QTD-PGTOS
004024        MOVE WS-CNT-VALOR (WS-CNT-IDX)      TO MED-RRG-VALOR
004024        WRITE MED-RET-REG-REC
004024        CLOSE RET-REGISTER-FILE
004024     ELSE
