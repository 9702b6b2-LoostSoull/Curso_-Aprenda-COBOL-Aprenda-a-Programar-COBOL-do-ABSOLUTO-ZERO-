000370*                  counts as rejected -- it used to vanish
000370*                  with no trace, against this program's
000370*                  never-silently-lost contract.
000370*   2026-10-15 JA  ROSTERSRT is now the 112-byte roster. A
000370*                  dependencia line (D in column 112) is
000370*                  skipped and counted: its grades belong on
000370*                  DEPMAST, not on this year's TRANARCH and
000370*                  TRANSCRIPT, and the student's current-year
000370*                  line of the same materia is the one regraded.
000370* Tectonics: cobc
000380*****************************************************************
000390 IDENTIFICATION DIVISION.
000800     03  MED-ROS-PESO-2         PIC 9(03).
000810     03  MED-ROS-PESO-3         PIC 9(03).
000820     03  MED-ROS-PESO-4         PIC 9(03).
000820     03  MED-ROS-DEPENDENCIA    PIC X(01).
000820         88  ROS-DEPENDENCIA          VALUE 'D'.
000830 FD  SEG-NOTA-FILE.
000840 01  MED-SEG-NOTA-REC.
000850     03  MED-SGN-ALUNO-ID       PIC 9(07).
001270     03  WS-CONT-REGRADADOS     PIC 9(05) COMP VALUE ZERO.
001280     03  WS-CONT-REJEITADAS     PIC 9(05) COMP VALUE ZERO.
001290     03  WS-CONT-SEM-ROSTER     PIC 9(05) COMP VALUE ZERO.
001290     03  WS-CONT-DEPENDENCIAS   PIC 9(05) COMP VALUE ZERO.
001300*----------------------------------------------------------*
001310* MAKE-UP SCORE TABLE, LOADED FROM SEGNOTA. WS-SGN-USADA    *
001320*     MARKS THE ONES A ROSTER RECORD MATCHED SO LEFTOVERS   *
005380* 3000-LE-ROSTER -- READ THE NEXT ROSTER RECORD             *
005390*----------------------------------------------------------*
005400 3000-LE-ROSTER.
005410     PERFORM 3050-LE-REGISTRO THRU 3050-EXIT
005410         WITH TEST AFTER
005410         UNTIL FIM-DO-ROSTER OR NOT ROS-DEPENDENCIA
005450     .
005460 3000-EXIT.
005470     EXIT.
005470*----------------------------------------------------------*
005470* 3050-LE-REGISTRO -- ONE ROSTER RECORD; A DEPENDENCIA LINE *
005470*     IS COUNTED AND PASSED OVER BY 3000.                   *
005470*----------------------------------------------------------*
005470 3050-LE-REGISTRO.
005470     READ ROSTER-FILE
005470         AT END
005470             SET FIM-DO-ROSTER TO TRUE
005470         NOT AT END
005470             IF ROS-DEPENDENCIA
005470                ADD 1 TO WS-CONT-DEPENDENCIAS
005470             END-IF
005470     END-READ
005470     .
005470 3050-EXIT.
005470     EXIT.
005480*----------------------------------------------------------*
005490* 8000-REPORTA-SOBRAS -- SCORES NO ROSTER RECORD MATCHED    *
005500*----------------------------------------------------------*
006600     DISPLAY "REGISTROS REGRADADOS.....: " WS-CONT-REGRADADOS
006610     DISPLAY "NOTAS REJEITADAS.........: " WS-CONT-REJEITADAS
006620     DISPLAY "NOTAS SEM ROSTER.........: " WS-CONT-SEM-ROSTER
006620     DISPLAY "LINHAS DE DEPENDENCIA....: " WS-CONT-DEPENDENCIAS
006622     DISPLAY "BIMESTRE FECHADO (!).....: " WS-CONT-BIM-FECHADO
006624     IF WS-CONT-BIM-FECHADO > ZERO
006626        MOVE 8 TO RETURN-CODE
