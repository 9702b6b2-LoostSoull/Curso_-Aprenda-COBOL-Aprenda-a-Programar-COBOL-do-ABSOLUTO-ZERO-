000330*               chain already ran for a date, and a double
000340*               submission double-appended to every DISP=MOD
000350*               output.
000350*               An optional chain name at column 33 of the request
000350*               (DAILYRUN when blank) selects the step table GUARD
000350*               walks: YEARRUN registers its steps under the
000350*               school year as the date (YYYY0000), so a failed
000350*               year-end run restarts at its first unfinished step
000350*               without colliding with any business date.
000360* Modification History:
000370*   2026-08-22 JA  Initial version.
000372*   2026-08-22 JA  Chain table extended with STEP040, the new
000374*                  end-of-chain ERRLOG_SUMMARY report step.
000374*   2026-10-15 JA  Chain table extended with STEP017, the grade
000374*                  anomaly check between the pre-edit and the
000374*                  grading step -- a date held there for review
000374*                  restarts at it.
000374*   2026-10-15 JA  Chain name on the request line selects the
000374*                  YEARRUN step table (year-end and new-year
000374*                  chain) instead of the DAILYRUN one; the GUARD
000374*                  walks whichever table was named.
000374*   2026-10-15 JA  Chain table extended with STEP022, the
000374*                  post-grading summary (RESUMO_NOTAS) the
000374*                  reports read -- a date that failed there
000374*                  restarts at it, not back at the grading.
000374*   2026-10-15 JA  Chain table extended with STEP035, the grade-
000374*                  and attendance-sheet submission control -- a
000374*                  date that failed there restarts at it.
000380* Tectonics: cobc
000390*****************************************************************
000400 IDENTIFICATION DIVISION.
000700*----------------------------------------------------------*
000710* SYSIN REQUEST LINE, FIXED COLUMNS:                        *
000720*     FUNCAO(6) SP DATA(8) SP STEP(8) SP RC(4) SP OVR(1)    *
000720*     SP CADEIA(8) -- BLANK FOR DAILYRUN                    *
000730*----------------------------------------------------------*
000740 01  WS-PARM-LINE.
000750     03  WS-PRM-FUNCAO          PIC X(06).
000850     03  FILLER                 PIC X(01).
000860     03  WS-PRM-OVERRIDE        PIC X(01).
000870         88  OVERRIDE-PEDIDO          VALUE 'S'.
000870     03  FILLER                 PIC X(01).
000870     03  WS-PRM-CADEIA          PIC X(08).
000870         88  CADEIA-DIARIA            VALUE "DAILYRUN" SPACES.
000870         88  CADEIA-ANUAL             VALUE "YEARRUN ".
000880*----------------------------------------------------------*
000890* THE CHAINS, IN SUBMISSION ORDER. GUARD COPIES THE ONE    *
000900*     NAMED INTO WS-CHAIN-TABLE AND WALKS IT TO FIND THE    *
000900*     FIRST STEP WITHOUT A CLEAN END FOR THE DATE.          *
000910*----------------------------------------------------------*
000920 01  WS-CHAIN-DIARIA.
000930     03  FILLER                 PIC X(08) VALUE "STEP010 ".
000940     03  FILLER                 PIC X(08) VALUE "STEP015 ".
000945     03  FILLER                 PIC X(08) VALUE "STEP017 ".
000950     03  FILLER                 PIC X(08) VALUE "STEP020 ".
000955     03  FILLER                 PIC X(08) VALUE "STEP022 ".
000960     03  FILLER                 PIC X(08) VALUE "STEP030 ".
000962     03  FILLER                 PIC X(08) VALUE "STEP035 ".
000965     03  FILLER                 PIC X(08) VALUE "STEP040 ".
000966 77  WS-QTD-STEPS-DIARIA        PIC 9(02) VALUE 8.
000967 01  WS-CHAIN-ANUAL.
000967     03  FILLER                 PIC X(08) VALUE "STEP010 ".
000967     03  FILLER                 PIC X(08) VALUE "STEP015 ".
000967     03  FILLER                 PIC X(08) VALUE "STEP020 ".
000967     03  FILLER                 PIC X(08) VALUE "STEP025 ".
000967     03  FILLER                 PIC X(08) VALUE "STEP030 ".
000967     03  FILLER                 PIC X(08) VALUE "STEP040 ".
000967     03  FILLER                 PIC X(08) VALUE "STEP050 ".
000967     03  FILLER                 PIC X(08) VALUE "STEP060 ".
000967     03  FILLER                 PIC X(08) VALUE "STEP070 ".
000967     03  FILLER                 PIC X(08) VALUE "STEP080 ".
000968 77  WS-QTD-STEPS-ANUAL         PIC 9(02) VALUE 10.
000970 01  WS-CHAIN-TABLE.
000980     03  WS-CHAIN-STEP          OCCURS 10 TIMES
000990                                INDEXED BY WS-CHAIN-IDX
001000                                PIC X(08).
001010 77  WS-QTD-STEPS               PIC 9(02) VALUE 7.
001020*----------------------------------------------------------*
001030* CLEAN-END FLAGS PER CHAIN STEP FOR THE REQUESTED DATE     *
001040*----------------------------------------------------------*
001050 01  WS-STEP-FIM-TABLE.
001060     03  WS-STEP-FIM-OK         OCCURS 10 TIMES
001070                                PIC X(01).
001080 01  WS-STEP-SUB                PIC 9(02) COMP VALUE ZERO.
001090 01  WS-PRIMEIRO-PENDENTE       PIC 9(02) COMP VALUE ZERO.
001450*     DATE AND DECIDE RECUSADO OR PROSSIGA + START STEP.    *
001460*----------------------------------------------------------*
001470 2000-GUARDA-DATA.
001475     EVALUATE TRUE
001475         WHEN CADEIA-DIARIA
001475             MOVE WS-CHAIN-DIARIA     TO WS-CHAIN-TABLE
001475             MOVE WS-QTD-STEPS-DIARIA TO WS-QTD-STEPS
001475         WHEN CADEIA-ANUAL
001475             MOVE WS-CHAIN-ANUAL      TO WS-CHAIN-TABLE
001475             MOVE WS-QTD-STEPS-ANUAL  TO WS-QTD-STEPS
001475         WHEN OTHER
001475             DISPLAY "CADEIA INVALIDA: " WS-PRM-CADEIA
001475             MOVE 8 TO RETURN-CODE
001475             GO TO 2000-EXIT
001475     END-EVALUATE
001480     PERFORM 2100-LIMPA-FLAGS THRU 2100-EXIT
001490         VARYING WS-STEP-SUB FROM 1 BY 1
001500         UNTIL WS-STEP-SUB > WS-QTD-STEPS
