000330*                  OPERPARA), the same gate the other maintenance
000330*                  programs apply; a denied run is stamped NEG on
000330*                  ACESSLOG and ends with condition code 8.
000330*   2026-10-15 JA  HORATRAN layout moved to copybooks HTRSEL/
000330*                  HTRFD, shared with the timetable proposal run
000330*                  (HORARIO_GERA) that writes it.
000330* Tectonics: cobc
000340*****************************************************************
000350 IDENTIFICATION DIVISION.
000370 ENVIRONMENT DIVISION.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     COPY HTRSEL.
000430     SELECT HOR-REGISTER-FILE ASSIGN TO "HORAREG"
000440         ORGANIZATION IS LINE SEQUENTIAL.
000450     SELECT HOR-REPORT-FILE ASSIGN TO "HORARPT"
000520     COPY ERRLSEL.
000530 DATA DIVISION.
000540 FILE SECTION.
000550     COPY HTRFD.
000670 FD  HOR-REGISTER-FILE.
000680 01  HOR-REGISTER-REC           PIC X(100).
000690 FD  HOR-REPORT-FILE.
000820 01  WS-HOR-MASTER-STATUS       PIC X(02) VALUE SPACES.
000830 01  WS-TUR-MASTER-STATUS       PIC X(02) VALUE SPACES.
000840 01  WS-MAT-MASTER-STATUS       PIC X(02) VALUE SPACES.
000850 01  WS-HTR-STATUS              PIC X(02) VALUE SPACES.
000860 01  WS-SWITCHES.
000870     03  WS-EOF-TRANS           PIC X(01) VALUE 'N'.
000880         88  FIM-DO-TRANS             VALUE 'S'.
001760        STOP RUN
001760     END-IF
001770     OPEN INPUT HOR-TRANS-FILE
001780     IF WS-HTR-STATUS NOT = "00"
001790        DISPLAY "HORATRAN NAO DISPONIVEL, STATUS: "
001800            WS-HTR-STATUS
001810        SET FIM-DO-TRANS TO TRUE
001820     END-IF
001830     OPEN OUTPUT HOR-REGISTER-FILE
005920* 9000-FINALIZE -- CLOSE THE FILES AND SHOW THE RUN COUNTS  *
005930*----------------------------------------------------------*
005940 9000-FINALIZE.
005950     IF WS-HTR-STATUS = "10"
005960        CLOSE HOR-TRANS-FILE
005970     END-IF
005980     CLOSE HOR-REGISTER-FILE
