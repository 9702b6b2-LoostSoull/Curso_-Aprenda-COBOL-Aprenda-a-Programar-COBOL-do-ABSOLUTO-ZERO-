000150* Purpose:      Consolidated end-of-term operations statement,
000160*               replacing the day the direction spent collecting
000170*               DISPLAYs out of SYSOUT. Reads the files the runs
000180*               already produce -- the turma totals RESUMO_NOTAS
000180*               built off the TRANSCRIPT of the last grading run,
000180*               the indexed STUMAST, the exception
000200*               file, the shared ERRORLOG and the RUNCTL run
000210*               registry -- and prints one term-close statement
000220*               (TERMRPT): students graded per turma against the
000315*                  coordinator sees their own numbers. When
000316*                  TURMAST cannot be opened every turma rolls
000317*                  into unit ?? and the statement says so.
000317*   2026-10-15 JA  Boletins, graded students per turma and open
000317*                  recuperacao cases come off the RESNOTAS turma
000317*                  totals instead of a pass over the TRANSCRIPT.
000310* Tectonics: cobc
000320*****************************************************************
000330 IDENTIFICATION DIVISION.
000350 ENVIRONMENT DIVISION.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     COPY RSNSEL.
000385     COPY TURMSEL.
000390     COPY STUSEL.
000400     SELECT EXCEPTION-FILE ASSIGN TO "EXCEPTRPT"
000500         ORGANIZATION IS LINE SEQUENTIAL.
000510 DATA DIVISION.
000520 FILE SECTION.
000530     COPY RSNFD.
000532 FD  TURMA-MASTER-FILE.
000534     COPY TURMMST.
000540 FD  STUDENT-MASTER-FILE.
000780 FD  TERM-REPORT-FILE.
000790 01  TERM-REPORT-REC            PIC X(80).
000800 WORKING-STORAGE SECTION.
000820 01  WS-RSN-STATUS              PIC X(02) VALUE SPACES.
000830 01  WS-STU-MASTER-STATUS       PIC X(02) VALUE SPACES.
000840 01  WS-EXC-STATUS              PIC X(02) VALUE SPACES.
000850 01  WS-ERRLOG-STATUS           PIC X(02) VALUE SPACES.
000870 01  WS-SWITCHES.
000880     03  WS-EOF-ARQ             PIC X(01) VALUE 'N'.
000890         88  FIM-DO-ARQ               VALUE 'S'.
000900     03  WS-RSN-ABERTO          PIC X(01) VALUE 'N'.
000900         88  RESUMO-ABERTO            VALUE 'S'.
000920     03  WS-TURMA-ACHOU         PIC X(01) VALUE 'N'.
000930         88  ACHOU-TURMA-TAB          VALUE 'S'.
000940     03  WS-TEM-PENDENCIA       PIC X(01) VALUE 'N'.
000950         88  TERMO-PENDENTE           VALUE 'S'.
000970 01  WS-DATA-HOJE               PIC 9(08) VALUE ZERO.
000980 01  WS-CONTADORES.
000990     03  WS-CONT-BOLETINS       PIC 9(05) COMP VALUE ZERO.
001420     MOVE WS-DATA-HOJE TO WS-TIT-DATA
001430     MOVE WS-TITULO-LINE TO TERM-REPORT-REC
001440     WRITE TERM-REPORT-REC
001450     PERFORM 2000-CONTA-RESUMO THRU 2000-EXIT
001460     PERFORM 3000-CONTA-ATIVOS THRU 3000-EXIT
001470     PERFORM 4000-IMPRIME-TURMAS THRU 4000-EXIT
001472     PERFORM 4500-IMPRIME-UNIDADES THRU 4500-EXIT
001530     PERFORM 9000-FINALIZE THRU 9000-EXIT
001540     STOP RUN.
001550*----------------------------------------------------------*
001560* 2000-CONTA-RESUMO -- BOLETINS, GRADED STUDENTS PER TURMA  *
001560*     AND STILL-OPEN RECUPERACAO CASES OFF THE TURMA TOTALS *
001560*     OF THE LAST GRADING RUN (RESNOTAS).                   *
001560*----------------------------------------------------------*
001560 2000-CONTA-RESUMO.
001560     OPEN INPUT RESUMO-NOTAS-FILE
001560     IF WS-RSN-STATUS NOT = "00"
001560        DISPLAY "RESNOTAS NAO DISPONIVEL, STATUS: "
001560            WS-RSN-STATUS
001560        GO TO 2000-EXIT
001560     END-IF
001560     SET RESUMO-ABERTO TO TRUE
001560     MOVE LOW-VALUES TO MED-RSN-CHAVE
001560     START RESUMO-NOTAS-FILE KEY NOT LESS MED-RSN-CHAVE
001560         INVALID KEY
001560             SET FIM-DO-ARQ TO TRUE
001560     END-START
001560     PERFORM 2100-LE-RESUMO THRU 2100-EXIT
001560         UNTIL FIM-DO-ARQ
001560     CLOSE RESUMO-NOTAS-FILE
001560     .
001560 2000-EXIT.
001560     EXIT.
001560 2100-LE-RESUMO.
001560     READ RESUMO-NOTAS-FILE NEXT RECORD
001560         AT END
001560             SET FIM-DO-ARQ TO TRUE
001560             GO TO 2100-EXIT
001560     END-READ
001560     IF NOT MED-RSN-TOTAL-GRUPO OR MED-RSN-TURMA = SPACES
001560        GO TO 2100-EXIT
001560     END-IF
001560     ADD MED-RSN-GRP-QTD-ALUNOS TO WS-CONT-BOLETINS
001560     MOVE MED-RSN-TURMA TO WS-TURMA-BUSCA
001560     PERFORM 2300-ACHA-TURMA THRU 2300-EXIT
001560     ADD MED-RSN-GRP-QTD-ALUNOS TO WS-TUR-GRADUADOS (WS-TUR-IDX)
001560     ADD MED-RSN-GRP-QTD-RECUP TO WS-CONT-RECUP-ABERTA
001560     .
001560 2100-EXIT.
001970     EXIT.
001980 2300-ACHA-TURMA.
001990     MOVE 'N' TO WS-TURMA-ACHOU
