000130* Installation: ESCOLA - SISTEMA ACADEMICO
000140* Date-Written: 2026-08-22
000150* Purpose:      First pass of the two-pass recuperacao workflow.
000160*               Reads the student/subject results RESUMO_NOTAS
000160*               built off the TRANSCRIPT of the grading run just
000160*               finished (RSNSEL/RSNFD, type '4' records) and
000160*               extracts every student/subject marked EM
000160*               RECUPERACAO -- a media between 5.00 and the
000160*               passing threshold with no recovery score recorded
000160*               yet -- to RECUPLST, the list the
000220*               teachers take the recovery exams from. The
000230*               second pass, RECUP_REGRADE, reads the scores
000240*               file back and re-grades only these students.
000250* Modification History:
000260*   2026-08-22 JA  Initial version.
000260*   2026-10-15 JA  Reads the RESNOTAS student/subject results
000260*                  instead of unpacking the TRANSCRIPT.
000265*   2026-10-15 JA  The RESNOTAS read returns at once when the
000265*                  end flag is already set (empty file or
000265*                  START not satisfied) instead of looping.
000270* Tectonics: cobc
000280*****************************************************************
000290 IDENTIFICATION DIVISION.
000310 ENVIRONMENT DIVISION.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     COPY RSNSEL.
000350     SELECT RECUP-LIST-FILE ASSIGN TO "RECUPLST"
000360         ORGANIZATION IS LINE SEQUENTIAL.
000370 DATA DIVISION.
000380 FILE SECTION.
000390     COPY RSNFD.
000400 FD  RECUP-LIST-FILE.
000410 01  RECUP-LIST-REC             PIC X(90).
000420 WORKING-STORAGE SECTION.
000440 01  WS-RSN-STATUS              PIC X(02) VALUE SPACES.
000440 01  WS-SWITCHES.
000440     03  WS-EOF-RESUMO          PIC X(01) VALUE 'N'.
000440         88  FIM-DO-RESUMO            VALUE 'S'.
000440     03  WS-RSN-ABERTO          PIC X(01) VALUE 'N'.
000440         88  RESUMO-ABERTO            VALUE 'S'.
000510 01  WS-CONTADORES.
000520     03  WS-CONT-ELEGIVEIS      PIC 9(05) COMP VALUE ZERO.
000530*----------------------------------------------------------*
000660 PROCEDURE DIVISION.
000670 0000-MAIN-PROCEDURE.
000680     PERFORM 1000-INITIALIZE THRU 1000-EXIT
000690     PERFORM 2000-EXTRAI-MATERIA THRU 2000-EXIT
000690         UNTIL FIM-DO-RESUMO
000710     PERFORM 9000-FINALIZE THRU 9000-EXIT
000720     STOP RUN.
000730*----------------------------------------------------------*
000750*----------------------------------------------------------*
000760 1000-INITIALIZE.
000770     OPEN OUTPUT RECUP-LIST-FILE
000780     OPEN INPUT RESUMO-NOTAS-FILE
000780     IF WS-RSN-STATUS NOT = "00"
000780        DISPLAY "RESNOTAS NAO DISPONIVEL, STATUS: "
000780            WS-RSN-STATUS
000780        SET FIM-DO-RESUMO TO TRUE
000780     ELSE
000780        SET RESUMO-ABERTO TO TRUE
000780        MOVE LOW-VALUES TO MED-RSN-CHAVE
000780        START RESUMO-NOTAS-FILE KEY NOT LESS MED-RSN-CHAVE
000780            INVALID KEY
000780                SET FIM-DO-RESUMO TO TRUE
000780        END-START
000780        PERFORM 3000-LE-RESUMO THRU 3000-EXIT
000780     END-IF
000870     .
000880 1000-EXIT.
000890     EXIT.
000900*----------------------------------------------------------*
000910* 2000-EXTRAI-MATERIA -- ONE LIST LINE PER SUBJECT MARKED   *
000910*     EM RECUPERACAO BY THE GRADING RUN.                    *
000910*----------------------------------------------------------*
001060 2000-EXTRAI-MATERIA.
001060     IF MED-RSN-EM-RECUP
001060        MOVE SPACES TO WS-RECUP-LINE
001060        MOVE MED-RSN-ALUNO-ID  TO WS-REC-ALUNO-ID
001060        MOVE MED-RSN-NOME      TO WS-REC-NOME
001060        MOVE MED-RSN-TURMA     TO WS-REC-TURMA
001060        MOVE MED-RSN-MATERIA   TO WS-REC-MATERIA
001060        MOVE MED-RSN-MEDIA     TO WS-REC-MEDIA
001140        MOVE WS-RECUP-LINE TO RECUP-LIST-REC
001150        WRITE RECUP-LIST-REC
001160        ADD 1 TO WS-CONT-ELEGIVEIS
001170     END-IF
001190     PERFORM 3000-LE-RESUMO THRU 3000-EXIT
001190     .
001190 2000-EXIT.
001200     EXIT.
001210*----------------------------------------------------------*
001220* 3000-LE-RESUMO -- READ THE NEXT RESNOTAS STUDENT/SUBJECT  *
001220*     RESULT, PASSING OVER THE TOTALS.                      *
001220*----------------------------------------------------------*
001220 3000-LE-RESUMO.
001220     IF FIM-DO-RESUMO
001220        GO TO 3000-EXIT
001220     END-IF
001220     READ RESUMO-NOTAS-FILE NEXT RECORD
001220         AT END
001220             SET FIM-DO-RESUMO TO TRUE
001220             GO TO 3000-EXIT
001220     END-READ
001220     IF NOT MED-RSN-NOTA-MATERIA
001220        GO TO 3000-LE-RESUMO
001220     END-IF
001310     .
001320 3000-EXIT.
001330     EXIT.
001350* 9000-FINALIZE -- CLOSE THE FILES AND SHOW THE RUN COUNT   *
001360*----------------------------------------------------------*
001370 9000-FINALIZE.
001380     IF RESUMO-ABERTO
001380        CLOSE RESUMO-NOTAS-FILE
001400     END-IF
001410     CLOSE RECUP-LIST-FILE
001420     DISPLAY "CANDIDATOS A RECUPERACAO: " WS-CONT-ELEGIVEIS
