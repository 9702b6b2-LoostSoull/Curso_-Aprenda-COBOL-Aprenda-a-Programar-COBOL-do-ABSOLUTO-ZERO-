000230*                     balanced journal export (CONTABIL with
000240*                     its Z totals record -- DIARIO_CONTABIL
000250*                     only produces the file when debits equal
000260*                     credits) and the bank reconciliation
000260*                     (CONCPEND) current to the month's last
000260*                     day with nothing of the month open.
000260*                     Appends the F record to
000270*                     COMPSTAT; the billing programs then
000280*                     refuse to touch the competence.
000290*                 REABRE <competencia> <operador> -- explicit
000340*               copybooks CMPSEL/CMPFD/CMPREC/CMPPARA).
000350* Modification History:
000360*   2026-09-03 JA  Initial version.
000360*   2026-10-15 JA  FECHA also requires the month's payroll in
000360*                  the journal: CONTABIL must carry the F memo
000360*                  record DIARIO_CONTABIL writes when it posts
000360*                  the FOLHAREG of that same competence.
000360*   2026-10-15 JA  FECHA also requires the bank reconciliation
000360*                  (CONCILIA_BANCO, CONCPEND) to have run on a
000360*                  statement reaching the month's last day, with
000360*                  no return or credit of the month left open.
000370* Tectonics: cobc
000380*****************************************************************
000390 IDENTIFICATION DIVISION.
000430 FILE-CONTROL.
000440     COPY CMPSEL.
000450     COPY ERRLSEL.
000450     COPY CBPSEL.
000460     SELECT REMESSA-FILE ASSIGN TO "FATURAS"
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS WS-REMESSA-STATUS.
000560 FILE SECTION.
000570     COPY CMPFD.
000580     COPY ERRLFD.
000580     COPY CBPFD.
000590 FD  REMESSA-FILE.
000600 01  REMESSA-REC                PIC X(240).
000610 FD  RETORNO-RPT-FILE.
000690 01  WS-REMESSA-STATUS          PIC X(02) VALUE SPACES.
000700 01  WS-RETRPT-STATUS           PIC X(02) VALUE SPACES.
000710 01  WS-CONTABIL-STATUS         PIC X(02) VALUE SPACES.
000710 01  WS-CBP-STATUS              PIC X(02) VALUE SPACES.
000720 01  WS-SWITCHES.
000730     03  WS-VERIF-OK            PIC X(01) VALUE 'S'.
000740         88  VERIFICACAO-FALHOU       VALUE 'N'.
000760         88  FIM-DO-CONTABIL          VALUE 'S'.
000770     03  WS-TEM-Z               PIC X(01) VALUE 'N'.
000780         88  ACHOU-REG-Z              VALUE 'S'.
000780     03  WS-TEM-F               PIC X(01) VALUE 'N'.
000780         88  ACHOU-REG-FOLHA          VALUE 'S'.
000780     03  WS-EOF-CONCPEND        PIC X(01) VALUE 'N'.
000780         88  FIM-DO-CONCPEND          VALUE 'S'.
000790*----------------------------------------------------------*
000800* SYSIN REQUEST LINE:                                       *
000810*     FUNCAO(6) SP COMPETENCIA(6) SP OPERADOR(8)            *
000900     03  WS-PRM-OPERADOR        PIC X(08).
000910 01  WS-DATA-HOJE               PIC 9(08) VALUE ZERO.
000915 01  WS-NOVO-STATUS             PIC X(01) VALUE SPACE.
000915 01  WS-CBP-EXTRATO             PIC 9(08) VALUE ZERO.
000915 01  WS-CBP-COMPET              PIC 9(06) VALUE ZERO.
000915 01  WS-CBP-ABERTOS             PIC 9(05) COMP VALUE ZERO.
000915 01  WS-CBP-DIAS                PIC 9(09) VALUE ZERO.
000915 01  WS-CBP-FIM-MES             PIC 9(08) VALUE ZERO.
000915 01  WS-CBP-FIM-MES-R REDEFINES WS-CBP-FIM-MES.
000915     03  FILLER                 PIC 9(06).
000915     03  WS-CBP-FIM-DIA         PIC 9(02).
000920 PROCEDURE DIVISION.
000930 0000-MAIN-PROCEDURE.
000940     MOVE "COMPCLOS" TO MED-ERROR-PROGRAM
001140     END-EVALUATE
001150     STOP RUN.
001160*----------------------------------------------------------*
001170* 2000-FECHA-COMPETENCIA -- THE PIECES OF MONTH-END        *
001180*     EVIDENCE FIRST, THEN THE F RECORD.                    *
001190*----------------------------------------------------------*
001200 2000-FECHA-COMPETENCIA.
001280     PERFORM 2100-CONFERE-REMESSA THRU 2100-EXIT
001290     PERFORM 2200-CONFERE-RETORNO THRU 2200-EXIT
001300     PERFORM 2300-CONFERE-DIARIO THRU 2300-EXIT
001300     PERFORM 2500-CONFERE-CONCILIACAO THRU 2500-EXIT
001310     IF VERIFICACAO-FALHOU
001320        DISPLAY "FECHAMENTO RECUSADO -- EVIDENCIA AUSENTE"
001330        MOVE "CMPVER" TO MED-ERROR-CODE
001900        DISPLAY "CONTABIL SEM REGISTRO Z DE TOTAIS"
001910        SET VERIFICACAO-FALHOU TO TRUE
001920     END-IF
001920     IF NOT ACHOU-REG-FOLHA
001920        DISPLAY "CONTABIL SEM A FOLHA DA COMPETENCIA "
001920            WS-PRM-COMPETENCIA " -- FOLHA NAO LANCADA"
001920        SET VERIFICACAO-FALHOU TO TRUE
001920     END-IF
001930     .
001940 2300-EXIT.
001950     EXIT.
002010             IF CONTABIL-REC (1:1) = 'Z'
002020                SET ACHOU-REG-Z TO TRUE
002030             END-IF
002030             IF CONTABIL-REC (1:1) = 'F'
002030                AND CONTABIL-REC (62:6) = WS-PRM-COMPETENCIA
002030                SET ACHOU-REG-FOLHA TO TRUE
002030             END-IF
002040     END-READ
002050     .
002060 2400-EXIT.
002070     EXIT.
002070*----------------------------------------------------------*
002070* 2500-CONFERE-CONCILIACAO -- CONCPEND MUST BE CURRENT TO   *
002070*     THE MONTH'S LAST DAY (THE CONTROL LINE CARRIES THE    *
002070*     LAST STATEMENT RECONCILED) AND HOLD NO RETURN OR      *
002070*     CREDIT DATED IN THE COMPETENCE.                       *
002070*----------------------------------------------------------*
002070 2500-CONFERE-CONCILIACAO.
002070     OPEN INPUT CONC-PEND-FILE
002070     IF WS-CBP-STATUS NOT = "00"
002070        DISPLAY "CONCPEND AUSENTE -- CONCILIACAO NAO EXECUTADA"
002070        SET VERIFICACAO-FALHOU TO TRUE
002070        GO TO 2500-EXIT
002070     END-IF
002070     MOVE ZERO TO WS-CBP-EXTRATO
002070     MOVE ZERO TO WS-CBP-ABERTOS
002070     PERFORM 2600-LE-CONCPEND THRU 2600-EXIT
002070         UNTIL FIM-DO-CONCPEND
002070     CLOSE CONC-PEND-FILE
002070     COMPUTE WS-CBP-DIAS = FUNCTION INTEGER-OF-DATE
002070         (WS-PRM-COMPETENCIA * 100 + 1) + 31
002070     COMPUTE WS-CBP-FIM-MES = FUNCTION DATE-OF-INTEGER
002070         (WS-CBP-DIAS)
002070     MOVE 01 TO WS-CBP-FIM-DIA
002070     COMPUTE WS-CBP-DIAS = FUNCTION INTEGER-OF-DATE
002070         (WS-CBP-FIM-MES) - 1
002070     COMPUTE WS-CBP-FIM-MES = FUNCTION DATE-OF-INTEGER
002070         (WS-CBP-DIAS)
002070     IF WS-CBP-EXTRATO < WS-CBP-FIM-MES
002070        DISPLAY "CONCILIACAO BANCARIA SO ATE O EXTRATO DE "
002070            WS-CBP-EXTRATO " -- FALTA ATE " WS-CBP-FIM-MES
002070        SET VERIFICACAO-FALHOU TO TRUE
002070     END-IF
002070     IF WS-CBP-ABERTOS > ZERO
002070        DISPLAY "CONCPEND COM " WS-CBP-ABERTOS
002070            " PENDENCIAS DE CONCILIACAO DA COMPETENCIA"
002070        SET VERIFICACAO-FALHOU TO TRUE
002070     END-IF
002070     .
002070 2500-EXIT.
002070     EXIT.
002070 2600-LE-CONCPEND.
002070     READ CONC-PEND-FILE
002070         AT END
002070             SET FIM-DO-CONCPEND TO TRUE
002070         NOT AT END
002070             IF MED-CBP-CONTROLE
002070                MOVE MED-CBP-DATA TO WS-CBP-EXTRATO
002070             ELSE
002070                DIVIDE MED-CBP-DATA BY 100 GIVING WS-CBP-COMPET
002070                IF WS-CBP-COMPET = WS-PRM-COMPETENCIA
002070                   ADD 1 TO WS-CBP-ABERTOS
002070                END-IF
002070             END-IF
002070     END-READ
002070     .
002070 2600-EXIT.
002070     EXIT.
002080*----------------------------------------------------------*
002090* 5000-REABRE-COMPETENCIA -- THE A RECORD PLUS AN ERRORLOG  *
002100*     LINE NAMING THE OPERATOR, SO A REOPENED MONTH IS      *
