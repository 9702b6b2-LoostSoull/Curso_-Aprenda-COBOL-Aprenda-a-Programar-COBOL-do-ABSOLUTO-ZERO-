000100*****************************************************************
000110* Program:      ENTREGA_REGISTRA
000120* Author:       J. ALBUQUERQUE - APPLICATIONS SUPPORT
000130* Installation: ESCOLA - SISTEMA ACADEMICO
000140* Date-Written: 2026-10-15
000150* Date-Compiled:
000160* Purpose:      CALLable receipt of one teacher sheet on the
000170*               ENTRFICH submission control (copybooks ENTSEL/
000180*               ENTFD). NOTAS_CONVERTE (grade sheets) and
000190*               FREQ_CONVERTE (attendance sheets) call it once
000200*               per sheet block they accepted, with the sheet
000210*               type, turma, materia name, month and the date it
000220*               arrived. The month is placed in its bimestre by
000230*               the ACADCAL rows of the school year (the
000240*               1-3/4-6/7-9/10-12 split when the year has no
000250*               rows at all, as EVALUATE_PROG does), the
000260*               materia name is turned into its MATMAST code,
000270*               and the expected sheet is marked RECEBIDA with
000280*               the date of the first receipt (a resubmission
000290*               only counts and dates the latest). A sheet the
000300*               timetable never expected is recorded as ORIGEM
000310*               S. ACADCAL and MATMAST are loaded on the first
000320*               call; ENTRFICH is opened and closed on every
000330*               call, the way STU_LOOKUP treats STUMAST.
000340*               ENTR-RESULTADO tells the caller what happened:
000350*                 R  marked received
000360*                 H  received, but not on the timetable
000370*                 B  the month falls in no bimestre
000380*                 M  materia not on MATMAST
000390*                 E  ENTRFICH could not be opened or written
000400* Modification History:
000410*   2026-10-15 JA  Initial version.
000412*   2026-10-15 JA  A sheet for a month later than the one it
000414*                  arrived in belongs to the previous year; a
000416*                  January arrival that finds no bimestre falls
000418*                  back to the previous year's 4th bimestre.
000420* Tectonics: cobc
000430*****************************************************************
000440 IDENTIFICATION DIVISION.
000450 PROGRAM-ID. ENTREGA_REGISTRA.
000460 ENVIRONMENT DIVISION.
000470 INPUT-OUTPUT SECTION.
000480 FILE-CONTROL.
000490     COPY ENTSEL.
000500     COPY MATMSEL.
000510     SELECT ACAD-CAL-FILE ASSIGN TO "ACADCAL"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS WS-ACAD-CAL-STATUS.
000540 DATA DIVISION.
000550 FILE SECTION.
000560     COPY ENTFD.
000570 FD  MATERIA-MASTER-FILE.
000580     COPY MATMMST.
000590 FD  ACAD-CAL-FILE.
000600 01  MED-ACAD-CAL-REC.
000610     03  MED-CAL-ANO            PIC 9(04).
000620     03  MED-CAL-MES            PIC 99.
000630     03  MED-CAL-NOME           PIC X(10).
000640     03  MED-CAL-PERIODO        PIC X(12).
000650     03  MED-CAL-FISCAL         PIC X(03).
000660     03  MED-CAL-INICIO         PIC 9(08).
000670     03  MED-CAL-FIM            PIC 9(08).
000680 WORKING-STORAGE SECTION.
000690 01  WS-ENT-STATUS              PIC X(02) VALUE SPACES.
000700 01  WS-MAT-MASTER-STATUS       PIC X(02) VALUE SPACES.
000710 01  WS-ACAD-CAL-STATUS         PIC X(02) VALUE SPACES.
000720 01  WS-SWITCHES.
000730     03  WS-TABELAS-CARREGADAS  PIC X(01) VALUE 'N'.
000740         88  TABELAS-CARREGADAS       VALUE 'S'.
000750     03  WS-EOF-ACADCAL         PIC X(01) VALUE 'N'.
000760         88  FIM-DO-ACADCAL           VALUE 'S'.
000770     03  WS-EOF-MATMAST         PIC X(01) VALUE 'N'.
000780         88  FIM-DO-MATMAST           VALUE 'S'.
000790     03  WS-ANO-NO-CAL          PIC X(01) VALUE 'N'.
000800         88  ANO-NO-CALENDARIO        VALUE 'S'.
000810 01  WS-ANO-FICHA               PIC 9(04) VALUE ZERO.
000815 01  WS-MES-CHEGADA             PIC 9(02) VALUE ZERO.
000820 01  WS-BIM-FICHA               PIC 9(01) VALUE ZERO.
000830 01  WS-INICIO-BIM              PIC 9(08) VALUE ZERO.
000840 01  WS-PRAZO-BIM               PIC 9(08) VALUE ZERO.
000850 01  WS-CODIGO-MATERIA          PIC X(06) VALUE SPACES.
000860*----------------------------------------------------------*
000870* ACADCAL ROWS (EVERY YEAR) AND THE MATMAST NAME/CODE      *
000880*     PAIRS, LOADED ON THE FIRST CALL.                     *
000890*----------------------------------------------------------*
000900 01  WS-CAL-TABLE-QTD           PIC 9(03) COMP VALUE ZERO.
000910 01  WS-CAL-TABLE.
000920     03  WS-CAL-ENTRY           OCCURS 1 TO 120 TIMES
000930                                DEPENDING ON WS-CAL-TABLE-QTD
000940                                INDEXED BY WS-CAL-IDX.
000950         05  WS-CAL-ANO         PIC 9(04).
000960         05  WS-CAL-MES         PIC 99.
000970         05  WS-CAL-PERIODO     PIC X(12).
000980         05  WS-CAL-PER-R REDEFINES WS-CAL-PERIODO.
000990             07  WS-CAL-PER-BIM PIC X(01).
001000             07  FILLER         PIC X(01).
001010             07  WS-CAL-PER-NOME
001020                                PIC X(08).
001030             07  FILLER         PIC X(02).
001040         05  WS-CAL-INICIO      PIC 9(08).
001050         05  WS-CAL-FIM         PIC 9(08).
001060 01  WS-MATM-TABLE-QTD          PIC 9(03) COMP VALUE ZERO.
001070 01  WS-MATM-TABLE.
001080     03  WS-MATM-ENTRY          OCCURS 1 TO 100 TIMES
001090                                DEPENDING ON WS-MATM-TABLE-QTD
001100                                INDEXED BY WS-MATM-IDX.
001110         05  WS-MTM-NOME        PIC X(30).
001120         05  WS-MTM-CODIGO      PIC X(06).
001130 LINKAGE SECTION.
001140 01  ENTR-PARAMETROS.
001150     03  ENTR-TIPO              PIC X(01).
001160         88  ENTR-FICHA-NOTAS         VALUE 'N'.
001170         88  ENTR-FICHA-FREQ          VALUE 'F'.
001180     03  ENTR-TURMA             PIC X(10).
001190     03  ENTR-MATERIA           PIC X(30).
001200     03  ENTR-MES               PIC 99.
001210     03  ENTR-DATA              PIC 9(08).
001220     03  ENTR-BIM               PIC 9(01).
001230     03  ENTR-RESULTADO         PIC X(01).
001240         88  ENTR-REGISTRADA          VALUE 'R'.
001250         88  ENTR-FORA-HORARIO        VALUE 'H'.
001260         88  ENTR-SEM-BIMESTRE        VALUE 'B'.
001270         88  ENTR-SEM-MATERIA         VALUE 'M'.
001280         88  ENTR-SEM-ARQUIVO         VALUE 'E'.
001290 PROCEDURE DIVISION USING ENTR-PARAMETROS.
001300 0000-MAIN-PROCEDURE.
001310     IF NOT TABELAS-CARREGADAS
001320        PERFORM 0400-CARREGA-CALENDARIO THRU 0400-EXIT
001330        PERFORM 0500-CARREGA-MATERIAS THRU 0500-EXIT
001340        SET TABELAS-CARREGADAS TO TRUE
001350     END-IF
001360     MOVE ZERO TO ENTR-BIM
001370     PERFORM 1000-ACHA-BIMESTRE THRU 1000-EXIT
001380     IF ENTR-SEM-BIMESTRE
001390        GOBACK
001400     END-IF
001410     PERFORM 1500-ACHA-MATERIA THRU 1500-EXIT
001420     IF ENTR-SEM-MATERIA
001430        GOBACK
001440     END-IF
001450     PERFORM 2000-MARCA-RECEBIDA THRU 2000-EXIT
001460     GOBACK
001470     .
001480*----------------------------------------------------------*
001490* 0400-CARREGA-CALENDARIO -- EVERY ACADCAL ROW: YEAR,      *
001500*     MONTH, PERIOD NAME AND THE PERIOD'S FIRST/LAST DAY.  *
001510*----------------------------------------------------------*
001520 0400-CARREGA-CALENDARIO.
001530     OPEN INPUT ACAD-CAL-FILE
001540     IF WS-ACAD-CAL-STATUS NOT = "00"
001550        GO TO 0400-EXIT
001560     END-IF
001570     PERFORM 0450-LE-CALENDARIO THRU 0450-EXIT
001580         UNTIL FIM-DO-ACADCAL
001590     CLOSE ACAD-CAL-FILE
001600     .
001610 0400-EXIT.
001620     EXIT.
001630 0450-LE-CALENDARIO.
001640     READ ACAD-CAL-FILE
001650         AT END
001660             SET FIM-DO-ACADCAL TO TRUE
001670             GO TO 0450-EXIT
001680     END-READ
001690     IF WS-CAL-TABLE-QTD >= 120
001700        DISPLAY "TABELA DO ACADCAL CHEIA (120) -- "
001710            "AUMENTE WS-CAL-TABLE"
001720        SET FIM-DO-ACADCAL TO TRUE
001730        GO TO 0450-EXIT
001740     END-IF
001750     ADD 1 TO WS-CAL-TABLE-QTD
001760     SET WS-CAL-IDX TO WS-CAL-TABLE-QTD
001770     MOVE MED-CAL-ANO     TO WS-CAL-ANO (WS-CAL-IDX)
001780     MOVE MED-CAL-MES     TO WS-CAL-MES (WS-CAL-IDX)
001790     MOVE MED-CAL-PERIODO TO WS-CAL-PERIODO (WS-CAL-IDX)
001800     MOVE MED-CAL-INICIO  TO WS-CAL-INICIO (WS-CAL-IDX)
001810     MOVE MED-CAL-FIM     TO WS-CAL-FIM (WS-CAL-IDX)
001820     .
001830 0450-EXIT.
001840     EXIT.
001850*----------------------------------------------------------*
001860* 0500-CARREGA-MATERIAS -- THE MATMAST NAME/CODE PAIRS; NO *
001870*     MATMAST LEAVES THE TABLE EMPTY AND EVERY SHEET COMES *
001880*     BACK ENTR-SEM-MATERIA.                               *
001890*----------------------------------------------------------*
001900 0500-CARREGA-MATERIAS.
001910     OPEN INPUT MATERIA-MASTER-FILE
001920     IF WS-MAT-MASTER-STATUS NOT = "00"
001930        DISPLAY "MATMAST NAO DISPONIVEL, STATUS: "
001940            WS-MAT-MASTER-STATUS
001950        GO TO 0500-EXIT
001960     END-IF
001970     MOVE LOW-VALUES TO MED-MAT-CODIGO
001980     START MATERIA-MASTER-FILE KEY NOT LESS MED-MAT-CODIGO
001990         INVALID KEY
002000             SET FIM-DO-MATMAST TO TRUE
002010     END-START
002020     PERFORM 0550-LE-MATERIA THRU 0550-EXIT
002030         UNTIL FIM-DO-MATMAST
002040     CLOSE MATERIA-MASTER-FILE
002050     .
002060 0500-EXIT.
002070     EXIT.
002080 0550-LE-MATERIA.
002090     READ MATERIA-MASTER-FILE NEXT RECORD
002100         AT END
002110             SET FIM-DO-MATMAST TO TRUE
002120             GO TO 0550-EXIT
002130     END-READ
002140     IF WS-MATM-TABLE-QTD >= 100
002150        DISPLAY "TABELA DE MATERIAS CHEIA (100) -- "
002160            "AUMENTE WS-MATM-TABLE"
002170        SET FIM-DO-MATMAST TO TRUE
002180        GO TO 0550-EXIT
002190     END-IF
002200     ADD 1 TO WS-MATM-TABLE-QTD
002210     SET WS-MATM-IDX TO WS-MATM-TABLE-QTD
002220     MOVE MED-MAT-NOME   TO WS-MTM-NOME (WS-MATM-IDX)
002230     MOVE MED-MAT-CODIGO TO WS-MTM-CODIGO (WS-MATM-IDX)
002240     .
002250 0550-EXIT.
002260     EXIT.
002270*----------------------------------------------------------*
002280* 1000-ACHA-BIMESTRE -- THE SHEET'S YEAR IS THE YEAR IT    *
002290*     ARRIVED, OR THE YEAR BEFORE WHEN ITS MONTH IS LATER  *
002292*     THAN THE ARRIVAL MONTH (A NOVEMBER SHEET HANDED IN   *
002294*     IN JANUARY); ITS MONTH'S ACADCAL ROW NAMES THE       *
002296*     BIMESTRE. A YEAR WITH NO ROWS FALLS BACK TO THE      *
002298*     FIXED SPLIT; A MONTH THE CALENDAR DOES NOT LIST      *
002300*     (RECESSO) HAS NONE, EXCEPT THAT A JANUARY ARRIVAL    *
002310*     GOES TO THE PREVIOUS YEAR'S 4TH BIMESTRE.            *
002320*----------------------------------------------------------*
002330 1000-ACHA-BIMESTRE.
002340     SET ENTR-SEM-BIMESTRE TO TRUE
002350     IF ENTR-MES < 1 OR ENTR-MES > 12
002360        GO TO 1000-EXIT
002370     END-IF
002380     COMPUTE WS-ANO-FICHA = ENTR-DATA / 10000
002382     COMPUTE WS-MES-CHEGADA = ENTR-DATA / 100 - WS-ANO-FICHA * 100
002384     IF ENTR-MES > WS-MES-CHEGADA
002386        SUBTRACT 1 FROM WS-ANO-FICHA
002388     END-IF
002390     MOVE ZERO TO WS-BIM-FICHA
002400     MOVE 'N' TO WS-ANO-NO-CAL
002410     IF WS-CAL-TABLE-QTD > ZERO
002420        PERFORM 1100-CONFERE-LINHA THRU 1100-EXIT
002430            VARYING WS-CAL-IDX FROM 1 BY 1
002440            UNTIL WS-CAL-IDX > WS-CAL-TABLE-QTD
002450     END-IF
002452     IF WS-BIM-FICHA = ZERO
002454        AND ANO-NO-CALENDARIO
002456        AND WS-MES-CHEGADA = 1
002458        AND ENTR-MES = 1
002460        SUBTRACT 1 FROM WS-ANO-FICHA
002462        MOVE 4 TO WS-BIM-FICHA
002464     END-IF
002466     IF NOT ANO-NO-CALENDARIO
002468        COMPUTE WS-BIM-FICHA = (ENTR-MES - 1) / 3 + 1
002470     END-IF
002490     IF WS-BIM-FICHA = ZERO
002500        GO TO 1000-EXIT
002510     END-IF
002520     MOVE WS-BIM-FICHA TO ENTR-BIM
002530     MOVE SPACE TO ENTR-RESULTADO
002540     PERFORM 1200-LIMITES-BIMESTRE THRU 1200-EXIT
002550     .
002560 1000-EXIT.
002570     EXIT.
002580 1100-CONFERE-LINHA.
002590     IF WS-CAL-ANO (WS-CAL-IDX) NOT = WS-ANO-FICHA
002600        GO TO 1100-EXIT
002610     END-IF
002620     SET ANO-NO-CALENDARIO TO TRUE
002630     IF WS-CAL-MES (WS-CAL-IDX) = ENTR-MES
002640        AND WS-CAL-PER-NOME (WS-CAL-IDX) = "BIMESTRE"
002650        AND WS-CAL-PER-BIM (WS-CAL-IDX) >= "1"
002660        AND WS-CAL-PER-BIM (WS-CAL-IDX) <= "4"
002670        MOVE WS-CAL-PER-BIM (WS-CAL-IDX) TO WS-BIM-FICHA
002680     END-IF
002690     .
002700 1100-EXIT.
002710     EXIT.
002720*----------------------------------------------------------*
002730* 1200-LIMITES-BIMESTRE -- FIRST AND LAST DAY OF THE       *
002740*     BIMESTRE OVER ITS ACADCAL ROWS (ZERO WITHOUT ROWS),  *
002750*     FOR A SHEET THE TIMETABLE NEVER EXPECTED.            *
002760*----------------------------------------------------------*
002770 1200-LIMITES-BIMESTRE.
002780     MOVE ZERO TO WS-INICIO-BIM
002790     MOVE ZERO TO WS-PRAZO-BIM
002800     IF WS-CAL-TABLE-QTD > ZERO
002810        PERFORM 1250-LIMITE-LINHA THRU 1250-EXIT
002820            VARYING WS-CAL-IDX FROM 1 BY 1
002830            UNTIL WS-CAL-IDX > WS-CAL-TABLE-QTD
002840     END-IF
002850     .
002860 1200-EXIT.
002870     EXIT.
002880 1250-LIMITE-LINHA.
002890     IF WS-CAL-ANO (WS-CAL-IDX) NOT = WS-ANO-FICHA
002900        OR WS-CAL-PER-NOME (WS-CAL-IDX) NOT = "BIMESTRE"
002910        OR WS-CAL-PER-BIM (WS-CAL-IDX) NOT = ENTR-BIM
002920        GO TO 1250-EXIT
002930     END-IF
002940     IF WS-INICIO-BIM = ZERO
002950        OR WS-CAL-INICIO (WS-CAL-IDX) < WS-INICIO-BIM
002960        MOVE WS-CAL-INICIO (WS-CAL-IDX) TO WS-INICIO-BIM
002970     END-IF
002980     IF WS-CAL-FIM (WS-CAL-IDX) > WS-PRAZO-BIM
002990        MOVE WS-CAL-FIM (WS-CAL-IDX) TO WS-PRAZO-BIM
003000     END-IF
003010     .
003020 1250-EXIT.
003030     EXIT.
003040*----------------------------------------------------------*
003050* 1500-ACHA-MATERIA -- THE SHEET'S MATERIA NAME TO ITS     *
003060*     MATMAST CODE, THE CODE THE TIMETABLE CARRIES.        *
003070*----------------------------------------------------------*
003080 1500-ACHA-MATERIA.
003090     SET ENTR-SEM-MATERIA TO TRUE
003100     MOVE SPACES TO WS-CODIGO-MATERIA
003110     IF WS-MATM-TABLE-QTD = ZERO
003120        GO TO 1500-EXIT
003130     END-IF
003140     SET WS-MATM-IDX TO 1
003150     SEARCH WS-MATM-ENTRY
003160         VARYING WS-MATM-IDX
003170         AT END
003180             GO TO 1500-EXIT
003190         WHEN WS-MTM-NOME (WS-MATM-IDX) = ENTR-MATERIA
003200             MOVE WS-MTM-CODIGO (WS-MATM-IDX) TO WS-CODIGO-MATERIA
003210     END-SEARCH
003220     MOVE SPACE TO ENTR-RESULTADO
003230     .
003240 1500-EXIT.
003250     EXIT.
003260*----------------------------------------------------------*
003270* 2000-MARCA-RECEBIDA -- THE EXPECTED SHEET GOES RECEBIDA; *
003280*     ONE NOBODY EXPECTED IS WRITTEN AS ORIGEM S. ENTRFICH *
003290*     IS CREATED WHEN IT DOES NOT EXIST YET.               *
003300*----------------------------------------------------------*
003310 2000-MARCA-RECEBIDA.
003320     OPEN I-O ENTREGA-FICHA-FILE
003330     IF WS-ENT-STATUS = "35"
003340        OPEN OUTPUT ENTREGA-FICHA-FILE
003350        CLOSE ENTREGA-FICHA-FILE
003360        OPEN I-O ENTREGA-FICHA-FILE
003370     END-IF
003380     IF WS-ENT-STATUS NOT = "00"
003390        SET ENTR-SEM-ARQUIVO TO TRUE
003400        GO TO 2000-EXIT
003410     END-IF
003420     MOVE WS-ANO-FICHA      TO MED-ENT-ANO
003430     MOVE ENTR-BIM          TO MED-ENT-BIM
003440     MOVE ENTR-TURMA        TO MED-ENT-TURMA
003450     MOVE WS-CODIGO-MATERIA TO MED-ENT-MATERIA
003460     MOVE ENTR-TIPO         TO MED-ENT-TIPO
003470     READ ENTREGA-FICHA-FILE
003480         INVALID KEY
003490             PERFORM 2100-GRAVA-FORA-HORARIO THRU 2100-EXIT
003500             GO TO 2000-FECHA
003510     END-READ
003520     IF MED-ENT-FORA-HORARIO
003530        SET ENTR-FORA-HORARIO TO TRUE
003540     ELSE
003550        SET ENTR-REGISTRADA TO TRUE
003560     END-IF
003570     IF NOT MED-ENT-RECEBIDA
003580        MOVE ENTR-DATA TO MED-ENT-DATA-RECEB
003590     END-IF
003600     SET MED-ENT-RECEBIDA TO TRUE
003610     MOVE ENTR-DATA TO MED-ENT-ULT-RECEB
003620     ADD 1 TO MED-ENT-QTD-RECEB
003630     REWRITE MED-ENTREGA-FICHA-REC
003640         INVALID KEY
003650             SET ENTR-SEM-ARQUIVO TO TRUE
003660     END-REWRITE
003670     .
003680 2000-FECHA.
003690     CLOSE ENTREGA-FICHA-FILE
003700     .
003710 2000-EXIT.
003720     EXIT.
003730 2100-GRAVA-FORA-HORARIO.
003740     MOVE ENTR-MATERIA  TO MED-ENT-MATERIA-NOME
003750     MOVE SPACES        TO MED-ENT-PROFESSOR
003760     MOVE WS-INICIO-BIM TO MED-ENT-INICIO
003770     MOVE WS-PRAZO-BIM  TO MED-ENT-PRAZO
003780     SET MED-ENT-RECEBIDA     TO TRUE
003790     SET MED-ENT-FORA-HORARIO TO TRUE
003800     MOVE ENTR-DATA     TO MED-ENT-DATA-RECEB
003810     MOVE ENTR-DATA     TO MED-ENT-ULT-RECEB
003820     MOVE 1             TO MED-ENT-QTD-RECEB
003830     MOVE ENTR-DATA     TO MED-ENT-DATA-GERA
003840     SET ENTR-FORA-HORARIO TO TRUE
003850     WRITE MED-ENTREGA-FICHA-REC
003860         INVALID KEY
003870             SET ENTR-SEM-ARQUIVO TO TRUE
003880     END-WRITE
003890     .
003900 2100-EXIT.
003910     EXIT.
003920 END PROGRAM ENTREGA_REGISTRA.
