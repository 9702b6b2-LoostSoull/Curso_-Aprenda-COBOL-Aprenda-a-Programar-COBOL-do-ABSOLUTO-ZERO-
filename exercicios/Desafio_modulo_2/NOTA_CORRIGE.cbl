000340*                  conversion the grading run applies -- a
000340*                  letter-graded materia could never pass the
000340*                  subprogram's numeric check here.
000340*   2026-10-15 JA  ROSTERSRT is now the 112-byte roster. A
000340*                  dependencia line (D in column 112) is
000340*                  skipped and counted: its grades belong on
000340*                  DEPMAST, not on this year's TRANARCH and
000340*                  TRANSCRIPT, and the student's current-year
000340*                  line of the same materia is the one corrected.
000340* Tectonics: cobc
000350*****************************************************************
000360 IDENTIFICATION DIVISION.
000654     03  MED-ROS-PESO-2         PIC 9(03).
000656     03  MED-ROS-PESO-3         PIC 9(03).
000658     03  MED-ROS-PESO-4         PIC 9(03).
000658     03  MED-ROS-DEPENDENCIA    PIC X(01).
000658         88  ROS-DEPENDENCIA          VALUE 'D'.
000660 FD  CORR-TRANS-FILE.
000670 01  MED-CORR-TRANS-REC.
000680     03  MED-COR-ALUNO-ID       PIC 9(07).
000970     03  WS-CONT-APLICADAS      PIC 9(05) COMP VALUE ZERO.
000980     03  WS-CONT-REJEITADAS     PIC 9(05) COMP VALUE ZERO.
000990     03  WS-CONT-SEM-ROSTER     PIC 9(05) COMP VALUE ZERO.
000990     03  WS-CONT-DEPENDENCIAS   PIC 9(05) COMP VALUE ZERO.
001000*----------------------------------------------------------*
001010* CORRECTION TABLE, LOADED FROM CORRTRAN. WS-COR-USADA      *
001020*     MARKS THE ONES A ROSTER RECORD MATCHED SO LEFTOVERS   *
004330* 3000-LE-ROSTER -- READ THE NEXT ROSTER RECORD             *
004340*----------------------------------------------------------*
004350 3000-LE-ROSTER.
004360     PERFORM 3050-LE-REGISTRO THRU 3050-EXIT
004360         WITH TEST AFTER
004360         UNTIL FIM-DO-ROSTER OR NOT ROS-DEPENDENCIA
004400     .
004410 3000-EXIT.
004420     EXIT.
004420*----------------------------------------------------------*
004420* 3050-LE-REGISTRO -- ONE ROSTER RECORD; A DEPENDENCIA LINE *
004420*     IS COUNTED AND PASSED OVER BY 3000.                   *
004420*----------------------------------------------------------*
004420 3050-LE-REGISTRO.
004420     READ ROSTER-FILE
004420         AT END
004420             SET FIM-DO-ROSTER TO TRUE
004420         NOT AT END
004420             IF ROS-DEPENDENCIA
004420                ADD 1 TO WS-CONT-DEPENDENCIAS
004420             END-IF
004420     END-READ
004420     .
004420 3050-EXIT.
004420     EXIT.
004430*----------------------------------------------------------*
004440* 5000-GRAVA-REGISTRO-REJ -- REGISTER LINE FOR A REJECTED   *
004450*     CORRECTION.                                           *
005180     DISPLAY "CORRECOES APLICADAS.: " WS-CONT-APLICADAS
005190     DISPLAY "CORRECOES REJEITADAS: " WS-CONT-REJEITADAS
005200     DISPLAY "CORRECOES SEM ROSTER: " WS-CONT-SEM-ROSTER
005200     DISPLAY "LINHAS DE DEPENDENCIA: " WS-CONT-DEPENDENCIAS
005202     DISPLAY "BIMESTRE FECHADO (!): " WS-CONT-BIM-FECHADO
005204     IF WS-CONT-BIM-FECHADO > ZERO
005206        MOVE 8 TO RETURN-CODE
