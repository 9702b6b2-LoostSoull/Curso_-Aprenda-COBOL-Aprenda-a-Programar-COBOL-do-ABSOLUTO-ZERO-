000340*                  conversion the grading run applies -- a
000340*                  letter-graded materia could never pass the
000340*                  subprogram's numeric check here.
000340*   2026-10-15 JA  ROSTERSRT is now the 112-byte roster. A
000340*                  dependencia line (D in column 112) is
000340*                  skipped and counted: its grades belong on
000340*                  DEPMAST, not on this year's TRANARCH and
000340*                  TRANSCRIPT, and the student's current-year
000340*                  line of the same materia is the one regraded.
000340* Tectonics: cobc
000350*****************************************************************
000360 IDENTIFICATION DIVISION.
000634     03  MED-ROS-PESO-2         PIC 9(03).
000636     03  MED-ROS-PESO-3         PIC 9(03).
000638     03  MED-ROS-PESO-4         PIC 9(03).
000638     03  MED-ROS-DEPENDENCIA    PIC X(01).
000638         88  ROS-DEPENDENCIA          VALUE 'D'.
000640 FD  RECUP-NOTA-FILE.
000650 01  MED-RECUP-NOTA-REC.
000660     03  MED-RCN-ALUNO-ID       PIC 9(07).
000850     03  WS-CONT-NOTAS          PIC 9(05) COMP VALUE ZERO.
000860     03  WS-CONT-REGRADADOS     PIC 9(05) COMP VALUE ZERO.
000870     03  WS-CONT-SEM-ROSTER     PIC 9(05) COMP VALUE ZERO.
000870     03  WS-CONT-DEPENDENCIAS   PIC 9(05) COMP VALUE ZERO.
000880*----------------------------------------------------------*
000890* RECOVERY-SCORE TABLE, LOADED FROM RECUPNOTA. WS-RCN-USADA *
000900*     MARKS THE SCORES A ROSTER RECORD MATCHED, SO THE ONES *
003110* 3000-LE-ROSTER -- READ THE NEXT ROSTER RECORD             *
003120*----------------------------------------------------------*
003130 3000-LE-ROSTER.
003140     PERFORM 3050-LE-REGISTRO THRU 3050-EXIT
003140         WITH TEST AFTER
003140         UNTIL FIM-DO-ROSTER OR NOT ROS-DEPENDENCIA
003180     .
003190 3000-EXIT.
003200     EXIT.
003200*----------------------------------------------------------*
003200* 3050-LE-REGISTRO -- ONE ROSTER RECORD; A DEPENDENCIA LINE *
003200*     IS COUNTED AND PASSED OVER BY 3000.                   *
003200*----------------------------------------------------------*
003200 3050-LE-REGISTRO.
003200     READ ROSTER-FILE
003200         AT END
003200             SET FIM-DO-ROSTER TO TRUE
003200         NOT AT END
003200             IF ROS-DEPENDENCIA
003200                ADD 1 TO WS-CONT-DEPENDENCIAS
003200             END-IF
003200     END-READ
003200     .
003200 3050-EXIT.
003200     EXIT.
003210*----------------------------------------------------------*
003220* 8000-REPORTA-SOBRAS -- SCORES NO ROSTER RECORD MATCHED,   *
003230*     REPORTED SO A MISKEYED STUDENT ID CANNOT SILENTLY     *
003560     DISPLAY "NOTAS DE RECUPERACAO LIDAS: " WS-CONT-NOTAS
003570     DISPLAY "REGISTROS REGRADADOS......: " WS-CONT-REGRADADOS
003580     DISPLAY "NOTAS SEM ROSTER..........: " WS-CONT-SEM-ROSTER
003580     DISPLAY "LINHAS DE DEPENDENCIA.....: " WS-CONT-DEPENDENCIAS
003582     DISPLAY "BIMESTRE FECHADO (!)......: " WS-CONT-BIM-FECHADO
003584     IF WS-CONT-BIM-FECHADO > ZERO
003586        MOVE 8 TO RETURN-CODE
