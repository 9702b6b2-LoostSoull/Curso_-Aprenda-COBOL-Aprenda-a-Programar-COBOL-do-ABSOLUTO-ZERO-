000170*               records read equals boletins plus rejects, but
000180*               cannot see a student who never made it onto the
000190*               roster at all. This post-run check collects the
000200*               student IDs off the student totals RESUMO_NOTAS
000200*               built from the TRANSCRIPT the grading run just
000200*               wrote (RSNSEL/RSNFD, type '3' records), then
000200*               walks the indexed STUMAST
000220*               start to finish and reports every MED-STU-ATIVO
000230*               student with no boletim this period -- broken
000240*               out by turma (via a SORT work file) on RECONRPT
000305*   2026-08-22 JA  The ID table load stops with condition
000306*                  code 8 when full instead of running past
000307*                  the table.
000307*   2026-10-15 JA  Student IDs come off the RESNOTAS student
000307*                  totals instead of the TRANSCRIPT.
000308*   2026-10-15 JA  The RESNOTAS read returns at once when the
000308*                  end flag is already set (empty file or
000308*                  START not satisfied) instead of looping.
000310* Tectonics: cobc
000320*****************************************************************
000330 IDENTIFICATION DIVISION.
000350 ENVIRONMENT DIVISION.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     COPY RSNSEL.
000390     COPY STUSEL.
000400     SELECT RECON-EXTRACT-FILE ASSIGN TO "RECONEXT"
000410         ORGANIZATION IS LINE SEQUENTIAL.
000460         ORGANIZATION IS LINE SEQUENTIAL.
000470 DATA DIVISION.
000480 FILE SECTION.
000490     COPY RSNFD.
000500 FD  STUDENT-MASTER-FILE.
000510     COPY STUMAST.
000520 FD  RECON-EXTRACT-FILE.
000670 FD  RECON-REPORT-FILE.
000680 01  RECON-REPORT-REC           PIC X(80).
000690 WORKING-STORAGE SECTION.
000710 01  WS-RSN-STATUS              PIC X(02) VALUE SPACES.
000720 01  WS-STU-MASTER-STATUS       PIC X(02) VALUE SPACES.
000730 01  WS-SWITCHES.
000740     03  WS-EOF-RESUMO          PIC X(01) VALUE 'N'.
000740         88  FIM-DO-RESUMO            VALUE 'S'.
000760     03  WS-EOF-MASTER          PIC X(01) VALUE 'N'.
000770         88  FIM-DO-MASTER            VALUE 'S'.
000780     03  WS-EOF-SORTED          PIC X(01) VALUE 'N'.
000790         88  FIM-DO-SORTED            VALUE 'S'.
000800     03  WS-RSN-ABERTO          PIC X(01) VALUE 'N'.
000800         88  RESUMO-ABERTO            VALUE 'S'.
000820     03  WS-ID-ACHOU            PIC X(01) VALUE 'N'.
000830         88  ACHOU-BOLETIM            VALUE 'S'.
000840 01  WS-CONTADORES.
000860     03  WS-CONT-COM-BOLETIM    PIC 9(05) COMP VALUE ZERO.
000870     03  WS-CONT-SEM-BOLETIM    PIC 9(05) COMP VALUE ZERO.
000880*----------------------------------------------------------*
000890* STUDENT IDS WITH A TOTAL ON THIS RUN'S RESNOTAS           *
000900*----------------------------------------------------------*
000910 01  WS-ID-TABLE-QTD            PIC 9(04) COMP VALUE ZERO.
000920 01  WS-ID-TABLE.
001230*     RUN PRODUCED TRANSCRIPTS FOR.                         *
001240*----------------------------------------------------------*
001250 1000-CARREGA-IDS.
001260     OPEN INPUT RESUMO-NOTAS-FILE
001260     IF WS-RSN-STATUS NOT = "00"
001260        DISPLAY "RESNOTAS NAO DISPONIVEL, STATUS: "
001260            WS-RSN-STATUS
001260        SET FIM-DO-RESUMO TO TRUE
001260     ELSE
001260        SET RESUMO-ABERTO TO TRUE
001260        MOVE LOW-VALUES TO MED-RSN-CHAVE
001260        START RESUMO-NOTAS-FILE KEY NOT LESS MED-RSN-CHAVE
001260            INVALID KEY
001260                SET FIM-DO-RESUMO TO TRUE
001260        END-START
001260        PERFORM 1100-LE-RESUMO THRU 1100-EXIT
001260        PERFORM 1200-GUARDA-ID THRU 1200-EXIT
001260            UNTIL FIM-DO-RESUMO
001260     END-IF
001260     IF RESUMO-ABERTO
001260        CLOSE RESUMO-NOTAS-FILE
001390     END-IF
001400     .
001410 1000-EXIT.
001420     EXIT.
001430 1100-LE-RESUMO.
001430     IF FIM-DO-RESUMO
001430        GO TO 1100-EXIT
001430     END-IF
001430     READ RESUMO-NOTAS-FILE NEXT RECORD
001430         AT END
001430             SET FIM-DO-RESUMO TO TRUE
001430             GO TO 1100-EXIT
001430     END-READ
001430     IF NOT MED-RSN-TOTAL-ALUNO
001430        GO TO 1100-LE-RESUMO
001430     END-IF
001500     .
001510 1100-EXIT.
001520     EXIT.
001539     END-IF
001540     ADD 1 TO WS-ID-TABLE-QTD
001550     SET WS-ID-IDX TO WS-ID-TABLE-QTD
001560     MOVE MED-RSN-ALUNO-ID TO WS-ID-VALOR (WS-ID-IDX)
001570     PERFORM 1100-LE-RESUMO THRU 1100-EXIT
001580     .
001590 1200-EXIT.
001600     EXIT.
