000290*                     deleted by the student-ID key;
000292*                 STUMAST               -- name, guardian and
000294*                     address blanked on the master record (the
000296*                     ID, turma and status remain);
000296*                 OCORMAST              -- the student's
000296*                     disciplinary occurrences deleted by the
000296*                     student-ID key.
000296*                 DOCMAST               -- the student's
000296*                     personal-documents record (birth date,
000296*                     CPF, RG, certidao) deleted by the key;
000296*                 CONTMAST              -- the e-mail, mobile
000296*                     number and consents of a student held
000296*                     outside a family, deleted by the key.
000300*               Sequential files are rebuilt through the
000310*               PURGEWRK work file. Two files are DELIBERATELY
000311*               retained on legal-obligation grounds and listed
000369*                  anonymization replaces content, so the old
000369*                  chain cannot survive; the purge certificate
000369*                  is the authority for the rewrite.
000369*   2026-10-15 JA  OCORMAST, the disciplinary occurrence
000369*                  master (OCRSEL/OCRMST), is now covered: the
000369*                  student's occurrences are deleted by the key
000369*                  (3600-PURGA-OCORMAST) and listed REMOVIDO on
000369*                  the certificate.
000369*   2026-10-15 JA  DOCMAST, the personal-documents master
000369*                  (DOCSEL/DOCMST), is now covered: the student's
000369*                  record is deleted by the key
000369*                  (3800-PURGA-DOCMAST) and listed REMOVIDO on
000369*                  the certificate.
000369*   2026-10-15 JA  CONTMAST, the guardian contact and consent
000369*                  master (CONSEL/CONMST), is now covered: the
000369*                  student's own contact record is deleted by
000369*                  the key (3850-PURGA-CONTMAST) and listed
000369*                  REMOVIDO on the certificate.
000360* Tectonics: cobc
000370*****************************************************************
000380 IDENTIFICATION DIVISION.
000450     COPY AUDLSEL.
000460     COPY HISTSEL.
000465     COPY STUSEL.
000465     COPY OCRSEL.
000465     COPY DOCSEL.
000465     COPY CONSEL.
000470     SELECT BOLETIM-RPT-FILE ASSIGN TO "BOLETIM-RPT"
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS WS-RPT-STATUS.
000620     COPY HISTFD.
000622 FD  STUDENT-MASTER-FILE.
000624     COPY STUMAST.
000624 FD  OCOR-MASTER-FILE.
000624     COPY OCRMST.
000624 FD  DOCUM-MASTER-FILE.
000624     COPY DOCMST.
000624 FD  CONTATO-MASTER-FILE.
000624     COPY CONMST.
000630 FD  BOLETIM-RPT-FILE.
000640 01  BOLETIM-RPT-REC            PIC X(132).
000650 FD  CSV-FILE.
000730 01  WS-ARCH-STATUS             PIC X(02) VALUE SPACES.
000740 01  WS-HIST-AVG-STATUS         PIC X(02) VALUE SPACES.
000745 01  WS-STU-MASTER-STATUS       PIC X(02) VALUE SPACES.
000745 01  WS-OCR-MASTER-STATUS       PIC X(02) VALUE SPACES.
000745 01  WS-DOC-MASTER-STATUS       PIC X(02) VALUE SPACES.
000745 01  WS-CON-MASTER-STATUS       PIC X(02) VALUE SPACES.
000750 01  WS-RPT-STATUS              PIC X(02) VALUE SPACES.
000760 01  WS-CSV-STATUS              PIC X(02) VALUE SPACES.
000770 01  WS-SWITCHES.
000960     03  WS-CONT-CSV            PIC 9(05) VALUE ZERO.
000970     03  WS-CONT-HISTAVG        PIC 9(05) VALUE ZERO.
000975     03  WS-CONT-STUMAST        PIC 9(05) VALUE ZERO.
000975     03  WS-CONT-OCORMAST       PIC 9(05) VALUE ZERO.
000975     03  WS-CONT-DOCMAST        PIC 9(05) VALUE ZERO.
000975     03  WS-CONT-CONTMAST       PIC 9(05) VALUE ZERO.
000980 01  WS-CONT-ATUAL              PIC 9(05) VALUE ZERO.
000990*----------------------------------------------------------*
001000* CERTIFICATE LINE                                          *
001190     PERFORM 2800-PURGA-CSV THRU 2800-EXIT
001200     PERFORM 3000-PURGA-HISTAVG THRU 3000-EXIT
001205     PERFORM 3500-ANONIMIZA-STUMAST THRU 3500-EXIT
001205     PERFORM 3600-PURGA-OCORMAST THRU 3600-EXIT
001205     PERFORM 3800-PURGA-DOCMAST THRU 3800-EXIT
001205     PERFORM 3850-PURGA-CONTMAST THRU 3850-EXIT
001210     PERFORM 8000-GRAVA-CERTIFICADO THRU 8000-EXIT
001215     PERFORM 8900-MARCA-EXECUTADA THRU 8900-EXIT
001220     PERFORM 9000-FINALIZE THRU 9000-EXIT
004941 3500-EXIT.
004942     EXIT.
004943*----------------------------------------------------------*
004920* 3600-PURGA-OCORMAST -- DELETE THE STUDENT'S DISCIPLINARY  *
004920*     OCCURRENCES: START AT THE STUDENT'S FIRST KEY AND     *
004920*     DELETE WHILE THE STUDENT ID HOLDS. NO OCORMAST MEANS  *
004920*     NOTHING TO REMOVE.                                    *
004920*----------------------------------------------------------*
004920 3600-PURGA-OCORMAST.
004920     MOVE ZERO TO WS-CONT-ATUAL
004920     MOVE 'N' TO WS-EOF-ARQ
004920     IF WS-ALUNO-ID = ZERO
004920        DISPLAY "SEM ID DO ALUNO, OCORMAST NAO EXPURGADO"
004920        GO TO 3600-FIM
004920     END-IF
004920     OPEN I-O OCOR-MASTER-FILE
004920     IF WS-OCR-MASTER-STATUS NOT = "00"
004920        DISPLAY "OCORMAST INDISPONIVEL, STATUS: "
004920            WS-OCR-MASTER-STATUS
004920        GO TO 3600-FIM
004920     END-IF
004920     MOVE WS-ALUNO-ID TO MED-OCR-ALUNO-ID
004920     MOVE ZERO        TO MED-OCR-SEQ
004920     START OCOR-MASTER-FILE KEY NOT LESS MED-OCR-CHAVE
004920         INVALID KEY
004920             SET FIM-DO-ARQ TO TRUE
004920     END-START
004920     PERFORM 3700-TRATA-OCORMAST THRU 3700-EXIT
004920         UNTIL FIM-DO-ARQ
004920     CLOSE OCOR-MASTER-FILE
004920     .
004920 3600-FIM.
004920     MOVE WS-CONT-ATUAL TO WS-CONT-OCORMAST
004920     .
004920 3600-EXIT.
004920     EXIT.
004920 3700-TRATA-OCORMAST.
004920     READ OCOR-MASTER-FILE NEXT RECORD
004920         AT END
004920             SET FIM-DO-ARQ TO TRUE
004920     END-READ
004920     IF NOT FIM-DO-ARQ
004920        IF MED-OCR-ALUNO-ID NOT = WS-ALUNO-ID
004920           SET FIM-DO-ARQ TO TRUE
004920        ELSE
004920           DELETE OCOR-MASTER-FILE
004920               INVALID KEY
004920                   DISPLAY "ERRO AO ELIMINAR DO OCORMAST"
004920           END-DELETE
004920           ADD 1 TO WS-CONT-ATUAL
004920        END-IF
004920     END-IF
004920     .
004920 3700-EXIT.
004920     EXIT.
004920*----------------------------------------------------------*
004920* 3800-PURGA-DOCMAST -- DELETE THE STUDENT'S PERSONAL-     *
004920*     DOCUMENTS RECORD BY THE KEY. NO DOCMAST, OR NO       *
004920*     RECORD FOR THE STUDENT, MEANS NOTHING TO REMOVE.     *
004920*----------------------------------------------------------*
004920 3800-PURGA-DOCMAST.
004920     MOVE ZERO TO WS-CONT-DOCMAST
004920     IF WS-ALUNO-ID = ZERO
004920        DISPLAY "SEM ID DO ALUNO, DOCMAST NAO EXPURGADO"
004920        GO TO 3800-EXIT
004920     END-IF
004920     OPEN I-O DOCUM-MASTER-FILE
004920     IF WS-DOC-MASTER-STATUS NOT = "00"
004920        DISPLAY "DOCMAST INDISPONIVEL, STATUS: "
004920            WS-DOC-MASTER-STATUS
004920        GO TO 3800-EXIT
004920     END-IF
004920     MOVE WS-ALUNO-ID TO MED-DOC-ALUNO-ID
004920     DELETE DOCUM-MASTER-FILE
004920         INVALID KEY
004920             CONTINUE
004920         NOT INVALID KEY
004920             MOVE 1 TO WS-CONT-DOCMAST
004920     END-DELETE
004920     CLOSE DOCUM-MASTER-FILE
004920     .
004920 3800-EXIT.
004920     EXIT.
004920*----------------------------------------------------------*
004920* 3850-PURGA-CONTMAST -- DELETE THE CONTACT AND CONSENT    *
004920*     RECORD KEPT FOR THE STUDENT ('A' + ID). A STUDENT    *
004920*     INSIDE A FAMILY HAS NONE OF THEIR OWN; THE FAMILY    *
004920*     RECORD IS LEFT ALONE.                                *
004920*----------------------------------------------------------*
004920 3850-PURGA-CONTMAST.
004920     MOVE ZERO TO WS-CONT-CONTMAST
004920     IF WS-ALUNO-ID = ZERO
004920        DISPLAY "SEM ID DO ALUNO, CONTMAST NAO EXPURGADO"
004920        GO TO 3850-EXIT
004920     END-IF
004920     OPEN I-O CONTATO-MASTER-FILE
004920     IF WS-CON-MASTER-STATUS NOT = "00"
004920        DISPLAY "CONTMAST INDISPONIVEL, STATUS: "
004920            WS-CON-MASTER-STATUS
004920        GO TO 3850-EXIT
004920     END-IF
004920     MOVE 'A'         TO MED-CON-TIPO
004920     MOVE WS-ALUNO-ID TO MED-CON-ID
004920     DELETE CONTATO-MASTER-FILE
004920         INVALID KEY
004920             CONTINUE
004920         NOT INVALID KEY
004920             MOVE 1 TO WS-CONT-CONTMAST
004920     END-DELETE
004920     CLOSE CONTATO-MASTER-FILE
004920     .
004920 3850-EXIT.
004920     EXIT.
004920*----------------------------------------------------------*
004920* 8000-GRAVA-CERTIFICADO -- ONE CERTIFICATE LINE PER FILE   *
004930*     TOUCHED, LISTING EXACTLY WHAT WAS REMOVED FROM WHERE. *
004940*----------------------------------------------------------*
005200     MOVE WS-CONT-STUMAST TO WS-CRT-QTD
005200     MOVE "ANONIMIZADO"   TO WS-CRT-ACAO
005200     PERFORM 8100-GRAVA-LINHA THRU 8100-EXIT
005201     MOVE "OCORMAST"      TO WS-CRT-ARQUIVO
005201     MOVE WS-CONT-OCORMAST TO WS-CRT-QTD
005201     MOVE "REMOVIDO"      TO WS-CRT-ACAO
005201     PERFORM 8100-GRAVA-LINHA THRU 8100-EXIT
005201     MOVE "DOCMAST"       TO WS-CRT-ARQUIVO
005201     MOVE WS-CONT-DOCMAST TO WS-CRT-QTD
005201     MOVE "REMOVIDO"      TO WS-CRT-ACAO
005201     PERFORM 8100-GRAVA-LINHA THRU 8100-EXIT
005201     MOVE "CONTMAST"      TO WS-CRT-ARQUIVO
005201     MOVE WS-CONT-CONTMAST TO WS-CRT-QTD
005201     MOVE "REMOVIDO"      TO WS-CRT-ACAO
005201     PERFORM 8100-GRAVA-LINHA THRU 8100-EXIT
005201     MOVE "ACESSLOG"      TO WS-CRT-ARQUIVO
005202     MOVE ZERO            TO WS-CRT-QTD
005203     MOVE "RETIDO-LGPD"   TO WS-CRT-ACAO
005410     DISPLAY "CSV REMOVIDOS..........: " WS-CONT-CSV
005420     DISPLAY "HISTAVG REMOVIDOS......: " WS-CONT-HISTAVG
005425     DISPLAY "STUMAST ANONIMIZADOS...: " WS-CONT-STUMAST
005425     DISPLAY "OCORMAST REMOVIDOS.....: " WS-CONT-OCORMAST
005425     DISPLAY "DOCMAST REMOVIDOS......: " WS-CONT-DOCMAST
005425     DISPLAY "CONTMAST REMOVIDOS.....: " WS-CONT-CONTMAST
005430     .
005440 9000-EXIT.
005450     EXIT.
