000100*****************************************************************
000110* Program:      ENTREGA_FICHAS
000120* Author:       J. ALBUQUERQUE - APPLICATIONS SUPPORT
000130* Installation: ESCOLA - SISTEMA ACADEMICO
000140* Date-Written: 2026-10-15
000150* Date-Compiled:
000160* Purpose:      Grade- and attendance-sheet submission control.
000170*               Builds the expected sheets on ENTRFICH (copybooks
000180*               ENTSEL/ENTFD) and prints the ones still missing,
000190*               per teacher. Reads one request from SYSIN,
000200*               RUN_CONTROL style:
000210*                 GERA   <ano> <bim> -- for every turma/materia
000220*                     on the HORAMAST timetable, one grade sheet
000230*                     (N) and one attendance sheet (F) expected
000240*                     from the teacher the timetable names, due by
000250*                     the last day of the bimestre on ACADCAL.
000260*                     Sheets already on file keep their receipt
000270*                     and only take the current teacher and dates;
000280*                     a pending sheet whose turma/materia left the
000290*                     timetable is DISPENSADA. A bimestre already
000300*                     closed on PERSTAT is left alone.
000310*                 DIARIO <aaaammdd> -- the daily run (blank
000320*                     date: today). Refreshes the bimestre the
000330*                     date falls in, as GERA would, then prints to
000340*                     ENTRRPT every sheet of the year still
000350*                     PENDENTE for a bimestre already started and
000360*                     not yet closed, grouped by teacher and by
000370*                     deadline, with the days left or the days
000380*                     overdue.
000390*               NOTAS_CONVERTE and FREQ_CONVERTE mark the sheets
000400*               received (CALL "ENTREGA_REGISTRA"); BIMESTRE_CLOSE
000410*               holds FECHA while any sheet of the bimestre is
000420*               still pending.
000430*               Condition code 4 when a sheet is overdue or the
000440*               timetable is empty, 8 for a bad request, a
000450*               bimestre not on ACADCAL or no HORAMAST, 12 when
000460*               ENTRFICH cannot be opened for update.
000470* Modification History:
000480*   2026-10-15 JA  Initial version.
000490* Tectonics: cobc
000500*****************************************************************
000510 IDENTIFICATION DIVISION.
000520 PROGRAM-ID. ENTREGA_FICHAS.
000530 ENVIRONMENT DIVISION.
000540 INPUT-OUTPUT SECTION.
000550 FILE-CONTROL.
000560     COPY ENTSEL.
000570     COPY HORASEL.
000580     COPY MATMSEL.
000590     COPY PERSEL.
000600     COPY ERRLSEL.
000610     SELECT ACAD-CAL-FILE ASSIGN TO "ACADCAL"
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS WS-ACAD-CAL-STATUS.
000640     SELECT ENTR-EXTRACT-FILE ASSIGN TO "ENTREXT"
000650         ORGANIZATION IS LINE SEQUENTIAL.
000660     SELECT ENTR-SORTED-FILE ASSIGN TO "ENTRSRT"
000670         ORGANIZATION IS LINE SEQUENTIAL.
000680     SELECT ENTR-SORT-WORK ASSIGN TO "SORTWK6".
000690     SELECT ENTR-REPORT-FILE ASSIGN TO "ENTRRPT"
000700         ORGANIZATION IS LINE SEQUENTIAL.
000710 DATA DIVISION.
000720 FILE SECTION.
000730     COPY ENTFD.
000740 FD  HORARIO-MASTER-FILE.
000750     COPY HORAMST.
000760 FD  MATERIA-MASTER-FILE.
000770     COPY MATMMST.
000780     COPY PERFD.
000790     COPY ERRLFD.
000800 FD  ACAD-CAL-FILE.
000810 01  MED-ACAD-CAL-REC.
000820     03  MED-CAL-ANO            PIC 9(04).
000830     03  MED-CAL-MES            PIC 99.
000840     03  MED-CAL-NOME           PIC X(10).
000850     03  MED-CAL-PERIODO        PIC X(12).
000860     03  MED-CAL-FISCAL         PIC X(03).
000870     03  MED-CAL-INICIO         PIC 9(08).
000880     03  MED-CAL-FIM            PIC 9(08).
000890 FD  ENTR-EXTRACT-FILE.
000900 01  ENTR-EXTRACT-REC.
000910     03  EXT-PROFESSOR          PIC X(30).
000920     03  EXT-PRAZO              PIC 9(08).
000930     03  EXT-TURMA              PIC X(10).
000940     03  EXT-MATERIA            PIC X(06).
000950     03  EXT-TIPO               PIC X(01).
000960     03  EXT-MATERIA-NOME       PIC X(30).
000970     03  EXT-BIM                PIC 9(01).
000980     03  EXT-INICIO             PIC 9(08).
000990 FD  ENTR-SORTED-FILE.
001000 01  ENTR-SORTED-REC.
001010     03  ESR-PROFESSOR          PIC X(30).
001020     03  ESR-PRAZO              PIC 9(08).
001030     03  ESR-TURMA              PIC X(10).
001040     03  ESR-MATERIA            PIC X(06).
001050     03  ESR-TIPO               PIC X(01).
001060         88  ESR-FICHA-NOTAS          VALUE 'N'.
001070     03  ESR-MATERIA-NOME       PIC X(30).
001080     03  ESR-BIM                PIC 9(01).
001090     03  ESR-INICIO             PIC 9(08).
001100*----------------------------------------------------------*
001110* THE SORT WORK RECORD: TEACHER, DEADLINE, THEN TURMA,     *
001120*     MATERIA AND SHEET TYPE.                              *
001130*----------------------------------------------------------*
001140 SD  ENTR-SORT-WORK.
001150 01  ENTR-SORT-REC.
001160     03  ESW-PROFESSOR          PIC X(30).
001170     03  ESW-PRAZO              PIC 9(08).
001180     03  ESW-TURMA              PIC X(10).
001190     03  ESW-MATERIA            PIC X(06).
001200     03  ESW-TIPO               PIC X(01).
001210     03  FILLER                 PIC X(39).
001220 FD  ENTR-REPORT-FILE.
001230 01  ENTR-REPORT-REC            PIC X(120).
001240 WORKING-STORAGE SECTION.
001250     COPY ERRCODES.
001260     COPY PERREC.
001270 01  WS-ENT-STATUS              PIC X(02) VALUE SPACES.
001280 01  WS-HOR-MASTER-STATUS       PIC X(02) VALUE SPACES.
001290 01  WS-MAT-MASTER-STATUS       PIC X(02) VALUE SPACES.
001300 01  WS-PER-STATUS-FS           PIC X(02) VALUE SPACES.
001310 01  WS-ACAD-CAL-STATUS         PIC X(02) VALUE SPACES.
001320 01  WS-SWITCHES.
001330     03  WS-EOF-ACADCAL         PIC X(01) VALUE 'N'.
001340         88  FIM-DO-ACADCAL           VALUE 'S'.
001350     03  WS-EOF-MATMAST         PIC X(01) VALUE 'N'.
001360         88  FIM-DO-MATMAST           VALUE 'S'.
001370     03  WS-EOF-HORARIO         PIC X(01) VALUE 'N'.
001380         88  FIM-DO-HORARIO           VALUE 'S'.
001390     03  WS-EOF-ENTREGA         PIC X(01) VALUE 'N'.
001400         88  FIM-DO-ENTREGA           VALUE 'S'.
001410     03  WS-EOF-SORTED          PIC X(01) VALUE 'N'.
001420         88  FIM-DO-SORTED            VALUE 'S'.
001430     03  WS-PAR-VISTO           PIC X(01) VALUE 'N'.
001440         88  PAR-JA-VISTO             VALUE 'S'.
001450 01  WS-DATA-HOJE               PIC 9(08) VALUE ZERO.
001460 01  WS-DATA-REF                PIC 9(08) VALUE ZERO.
001470 01  WS-ANO-REF                 PIC 9(04) VALUE ZERO.
001480 01  WS-GER-ANO                 PIC 9(04) VALUE ZERO.
001490 01  WS-GER-BIM                 PIC 9(01) VALUE ZERO.
001500 01  WS-INICIO-BIM              PIC 9(08) VALUE ZERO.
001510 01  WS-PRAZO-BIM               PIC 9(08) VALUE ZERO.
001520 01  WS-TIPO-FICHA              PIC X(01) VALUE SPACE.
001530 01  WS-PROF-ATUAL              PIC X(30) VALUE SPACES.
001540 01  WS-PROCURA-TURMA           PIC X(10) VALUE SPACES.
001550 01  WS-PROCURA-MATERIA         PIC X(06) VALUE SPACES.
001560 01  WS-DIAS-REF                PIC 9(09) VALUE ZERO.
001570 01  WS-DIAS-PRAZO              PIC 9(09) VALUE ZERO.
001580 01  WS-DIAS-SALDO              PIC S9(05) VALUE ZERO.
001590 01  WS-CONTADORES.
001600     03  WS-CONT-CRIADAS        PIC 9(05) COMP VALUE ZERO.
001610     03  WS-CONT-ATUALIZADAS    PIC 9(05) COMP VALUE ZERO.
001620     03  WS-CONT-DISPENSADAS    PIC 9(05) COMP VALUE ZERO.
001630     03  WS-CONT-PENDENTES      PIC 9(05) COMP VALUE ZERO.
001640     03  WS-CONT-ATRASADAS      PIC 9(05) COMP VALUE ZERO.
001650     03  WS-CONT-PROFESSORES    PIC 9(05) COMP VALUE ZERO.
001660     03  WS-PROF-PENDENTES      PIC 9(05) COMP VALUE ZERO.
001670     03  WS-PROF-ATRASADAS      PIC 9(05) COMP VALUE ZERO.
001680*----------------------------------------------------------*
001690* SYSIN REQUEST LINE:                                      *
001700*     FUNCAO(6) SP ANO(4) SP BIM(1)     -- GERA            *
001710*     FUNCAO(6) SP DATA(8)              -- DIARIO          *
001720*----------------------------------------------------------*
001730 01  WS-PARM-LINE.
001740     03  WS-PRM-FUNCAO          PIC X(06).
001750         88  FUNCAO-GERA              VALUE "GERA  ".
001760         88  FUNCAO-DIARIO            VALUE "DIARIO".
001770     03  FILLER                 PIC X(01).
001780     03  WS-PRM-ARGS            PIC X(08).
001790     03  WS-PRM-GERA REDEFINES WS-PRM-ARGS.
001800         05  WS-PRM-ANO         PIC 9(04).
001810         05  FILLER             PIC X(01).
001820         05  WS-PRM-BIM         PIC 9(01).
001830         05  FILLER             PIC X(02).
001840     03  WS-PRM-DIARIO REDEFINES WS-PRM-ARGS.
001850         05  WS-PRM-DATA        PIC 9(08).
001860*----------------------------------------------------------*
001870* ACADCAL ROWS AND THE MATMAST NAME/CODE PAIRS             *
001880*----------------------------------------------------------*
001890 01  WS-CAL-TABLE-QTD           PIC 9(03) COMP VALUE ZERO.
001900 01  WS-CAL-TABLE.
001910     03  WS-CAL-ENTRY           OCCURS 1 TO 120 TIMES
001920                                DEPENDING ON WS-CAL-TABLE-QTD
001930                                INDEXED BY WS-CAL-IDX.
001940         05  WS-CAL-ANO         PIC 9(04).
001950         05  WS-CAL-MES         PIC 99.
001960         05  WS-CAL-PERIODO     PIC X(12).
001970         05  WS-CAL-PER-R REDEFINES WS-CAL-PERIODO.
001980             07  WS-CAL-PER-BIM PIC X(01).
001990             07  FILLER         PIC X(01).
002000             07  WS-CAL-PER-NOME
002010                                PIC X(08).
002020             07  FILLER         PIC X(02).
002030         05  WS-CAL-INICIO      PIC 9(08).
002040         05  WS-CAL-FIM         PIC 9(08).
002050 01  WS-MATM-TABLE-QTD          PIC 9(03) COMP VALUE ZERO.
002060 01  WS-MATM-TABLE.
002070     03  WS-MATM-ENTRY          OCCURS 1 TO 100 TIMES
002080                                DEPENDING ON WS-MATM-TABLE-QTD
002090                                INDEXED BY WS-MATM-IDX.
002100         05  WS-MTM-NOME        PIC X(30).
002110         05  WS-MTM-CODIGO      PIC X(06).
002120*----------------------------------------------------------*
002130* TURMA/MATERIA PAIRS ALREADY MET ON THE TIMETABLE         *
002140*----------------------------------------------------------*
002150 01  WS-PAR-TABLE-QTD           PIC 9(04) COMP VALUE ZERO.
002160 01  WS-PAR-TABLE.
002170     03  WS-PAR-ENTRY           OCCURS 1 TO 3000 TIMES
002180                                DEPENDING ON WS-PAR-TABLE-QTD
002190                                INDEXED BY WS-PAR-IDX.
002200         05  WS-PAR-TURMA       PIC X(10).
002210         05  WS-PAR-MATERIA     PIC X(06).
002220*----------------------------------------------------------*
002230* REPORT LINES                                             *
002240*----------------------------------------------------------*
002250 01  WS-LINHA-TITULO.
002260     03  FILLER                 PIC X(40) VALUE
002270         "FICHAS DE NOTAS E FREQUENCIA PENDENTES -".
002280     03  FILLER                 PIC X(12) VALUE " POSICAO EM ".
002290     03  WS-TIT-DATA            PIC 9(08).
002300 01  WS-LINHA-PROFESSOR.
002310     03  FILLER                 PIC X(11) VALUE "PROFESSOR: ".
002320     03  WS-PRO-NOME            PIC X(30).
002330 01  WS-LINHA-FICHA.
002340     03  FILLER                 PIC X(06) VALUE "  BIM ".
002350     03  WS-FIC-BIM             PIC 9(01).
002360     03  FILLER                 PIC X(01) VALUE SPACE.
002370     03  WS-FIC-TURMA           PIC X(10).
002380     03  FILLER                 PIC X(01) VALUE SPACE.
002390     03  WS-FIC-MATERIA         PIC X(30).
002400     03  FILLER                 PIC X(01) VALUE SPACE.
002410     03  WS-FIC-TIPO            PIC X(10).
002420     03  FILLER                 PIC X(07) VALUE " PRAZO ".
002430     03  WS-FIC-PRAZO           PIC 9(08).
002440     03  FILLER                 PIC X(01) VALUE SPACE.
002450     03  WS-FIC-SITUACAO        PIC X(18).
002460 01  WS-LINHA-SUBTOTAL.
002470     03  FILLER                 PIC X(13) VALUE "  PENDENTES: ".
002480     03  WS-SUB-PENDENTES       PIC ZZZZ9.
002490     03  FILLER                 PIC X(13) VALUE "  ATRASADAS: ".
002500     03  WS-SUB-ATRASADAS       PIC ZZZZ9.
002510 01  WS-LINHA-TOTAL.
002520     03  WS-TOT-ROTULO          PIC X(27).
002530     03  WS-TOT-QTD             PIC ZZZZ9.
002540 01  WS-EDT-DIAS                PIC ZZZZ9.
002550 PROCEDURE DIVISION.
002560 0000-MAIN-PROCEDURE.
002570     MOVE "ENTFICHA" TO MED-ERROR-PROGRAM
002580     MOVE SPACES TO WS-PARM-LINE
002590     ACCEPT WS-PARM-LINE
002600     ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
002610     PERFORM 0400-CARREGA-CALENDARIO THRU 0400-EXIT
002620     PERFORM 9300-CARREGA-PERSTAT THRU 9300-EXIT-PER
002630     EVALUATE TRUE
002640         WHEN FUNCAO-GERA
002650             PERFORM 1000-PEDIDO-GERA THRU 1000-EXIT
002660         WHEN FUNCAO-DIARIO
002670             PERFORM 1500-PEDIDO-DIARIO THRU 1500-EXIT
002680         WHEN OTHER
002690             DISPLAY "FUNCAO INVALIDA: " WS-PRM-FUNCAO
002700             MOVE 8 TO RETURN-CODE
002710     END-EVALUATE
002720     STOP RUN.
002730*----------------------------------------------------------*
002740* 0400-CARREGA-CALENDARIO -- EVERY ACADCAL ROW: YEAR,      *
002750*     MONTH, PERIOD NAME AND THE PERIOD'S FIRST/LAST DAY.  *
002760*----------------------------------------------------------*
002770 0400-CARREGA-CALENDARIO.
002780     OPEN INPUT ACAD-CAL-FILE
002790     IF WS-ACAD-CAL-STATUS NOT = "00"
002800        DISPLAY "ACADCAL NAO DISPONIVEL, STATUS: "
002810            WS-ACAD-CAL-STATUS
002820        GO TO 0400-EXIT
002830     END-IF
002840     PERFORM 0450-LE-CALENDARIO THRU 0450-EXIT
002850         UNTIL FIM-DO-ACADCAL
002860     CLOSE ACAD-CAL-FILE
002870     .
002880 0400-EXIT.
002890     EXIT.
002900 0450-LE-CALENDARIO.
002910     READ ACAD-CAL-FILE
002920         AT END
002930             SET FIM-DO-ACADCAL TO TRUE
002940             GO TO 0450-EXIT
002950     END-READ
002960     IF WS-CAL-TABLE-QTD >= 120
002970        DISPLAY "TABELA DO ACADCAL CHEIA (120) -- "
002980            "AUMENTE WS-CAL-TABLE"
002990        MOVE 8 TO RETURN-CODE
003000        STOP RUN
003010     END-IF
003020     ADD 1 TO WS-CAL-TABLE-QTD
003030     SET WS-CAL-IDX TO WS-CAL-TABLE-QTD
003040     MOVE MED-CAL-ANO     TO WS-CAL-ANO (WS-CAL-IDX)
003050     MOVE MED-CAL-MES     TO WS-CAL-MES (WS-CAL-IDX)
003060     MOVE MED-CAL-PERIODO TO WS-CAL-PERIODO (WS-CAL-IDX)
003070     MOVE MED-CAL-INICIO  TO WS-CAL-INICIO (WS-CAL-IDX)
003080     MOVE MED-CAL-FIM     TO WS-CAL-FIM (WS-CAL-IDX)
003090     .
003100 0450-EXIT.
003110     EXIT.
003120*----------------------------------------------------------*
003130* 1000-PEDIDO-GERA -- REBUILD ONE BIMESTRE ON REQUEST      *
003140*----------------------------------------------------------*
003150 1000-PEDIDO-GERA.
003160     IF WS-PRM-ANO NOT NUMERIC OR WS-PRM-BIM NOT NUMERIC
003170        DISPLAY "ANO/BIMESTRE INVALIDO -- NADA FEITO"
003180        MOVE 8 TO RETURN-CODE
003190        GO TO 1000-EXIT
003200     END-IF
003210     IF WS-PRM-ANO = ZERO
003220        OR WS-PRM-BIM < 1 OR WS-PRM-BIM > 4
003230        DISPLAY "ANO/BIMESTRE INVALIDO -- NADA FEITO"
003240        MOVE 8 TO RETURN-CODE
003250        GO TO 1000-EXIT
003260     END-IF
003270     MOVE WS-PRM-ANO TO WS-GER-ANO
003280     MOVE WS-PRM-BIM TO WS-GER-BIM
003290     PERFORM 2000-GERA-BIMESTRE THRU 2000-EXIT
003300     .
003310 1000-EXIT.
003320     EXIT.
003330*----------------------------------------------------------*
003340* 1500-PEDIDO-DIARIO -- REFRESH THE CURRENT BIMESTRE, THEN *
003350*     THE OUTSTANDING-SHEETS REPORT.                       *
003360*----------------------------------------------------------*
003370 1500-PEDIDO-DIARIO.
003380     IF WS-PRM-ARGS = SPACES
003390        MOVE WS-DATA-HOJE TO WS-DATA-REF
003400     ELSE
003410        IF WS-PRM-DATA NOT NUMERIC
003420           DISPLAY "DATA INVALIDA: " WS-PRM-ARGS
003430           MOVE 8 TO RETURN-CODE
003440           GO TO 1500-EXIT
003450        END-IF
003460        MOVE WS-PRM-DATA TO WS-DATA-REF
003470     END-IF
003480     COMPUTE WS-ANO-REF = WS-DATA-REF / 10000
003490     MOVE ZERO TO WS-GER-BIM
003500     IF WS-CAL-TABLE-QTD > ZERO
003510        PERFORM 1550-BIMESTRE-DA-DATA THRU 1550-EXIT
003520            VARYING WS-CAL-IDX FROM 1 BY 1
003530            UNTIL WS-CAL-IDX > WS-CAL-TABLE-QTD
003540     END-IF
003550     IF WS-GER-BIM = ZERO
003560        DISPLAY WS-DATA-REF " FORA DE BIMESTRE NO ACADCAL "
003570            "-- CONTROLE NAO REFEITO"
003580     ELSE
003590        MOVE WS-ANO-REF TO WS-GER-ANO
003600        PERFORM 2000-GERA-BIMESTRE THRU 2000-EXIT
003610     END-IF
003620     PERFORM 5000-RELATORIO THRU 5000-EXIT
003630     .
003640 1500-EXIT.
003650     EXIT.
003660 1550-BIMESTRE-DA-DATA.
003670     IF WS-CAL-ANO (WS-CAL-IDX) = WS-ANO-REF
003680        AND WS-CAL-PER-NOME (WS-CAL-IDX) = "BIMESTRE"
003690        AND WS-CAL-PER-BIM (WS-CAL-IDX) >= "1"
003700        AND WS-CAL-PER-BIM (WS-CAL-IDX) <= "4"
003710        AND WS-CAL-INICIO (WS-CAL-IDX) <= WS-DATA-REF
003720        AND WS-CAL-FIM (WS-CAL-IDX) >= WS-DATA-REF
003730        MOVE WS-CAL-PER-BIM (WS-CAL-IDX) TO WS-GER-BIM
003740     END-IF
003750     .
003760 1550-EXIT.
003770     EXIT.
003780*----------------------------------------------------------*
003790* 2000-GERA-BIMESTRE -- ONE N AND ONE F SHEET PER TURMA/   *
003800*     MATERIA ON THE TIMETABLE, THEN DISPENSE THE PENDING  *
003810*     ONES THE TIMETABLE NO LONGER HOLDS.                  *
003820*----------------------------------------------------------*
003830 2000-GERA-BIMESTRE.
003840     MOVE WS-GER-ANO TO MED-PER-ANO-CHECK
003850     MOVE WS-GER-BIM TO MED-PER-BIM-CHECK
003860     PERFORM 9350-CONFERE-BIMESTRE THRU 9350-EXIT-PER
003870     IF BIMESTRE-FECHADO
003880        DISPLAY "BIMESTRE " WS-GER-BIM " DE " WS-GER-ANO
003890            " JA FECHADO -- CONTROLE NAO REFEITO"
003900        GO TO 2000-EXIT
003910     END-IF
003920     PERFORM 2050-LIMITES-BIMESTRE THRU 2050-EXIT
003930     IF WS-PRAZO-BIM = ZERO
003940        DISPLAY "BIMESTRE " WS-GER-BIM " DE " WS-GER-ANO
003950            " NAO CONSTA DO ACADCAL -- NADA FEITO"
003960        MOVE 8 TO RETURN-CODE
003970        GO TO 2000-EXIT
003980     END-IF
003990     OPEN INPUT HORARIO-MASTER-FILE
004000     IF WS-HOR-MASTER-STATUS NOT = "00"
004010        DISPLAY "HORAMAST NAO DISPONIVEL, STATUS: "
004020            WS-HOR-MASTER-STATUS
004030        MOVE "ENTHOR" TO MED-ERROR-CODE
004040        MOVE "HORAMAST NAO DISPONIVEL -- FICHAS NAO GERADAS"
004050            TO MED-ERROR-TEXT
004060        SET MED-RC-DATA-ERROR TO TRUE
004070        PERFORM 9800-ERROR-LOG THRU 9800-EXIT
004080        MOVE 8 TO RETURN-CODE
004090        GO TO 2000-EXIT
004100     END-IF
004110     OPEN I-O ENTREGA-FICHA-FILE
004120     IF WS-ENT-STATUS = "35"
004130        OPEN OUTPUT ENTREGA-FICHA-FILE
004140        CLOSE ENTREGA-FICHA-FILE
004150        OPEN I-O ENTREGA-FICHA-FILE
004160     END-IF
004170     IF WS-ENT-STATUS NOT = "00"
004180        DISPLAY "ENTRFICH NAO PODE SER ATUALIZADO: "
004190            WS-ENT-STATUS
004200        MOVE "ENTARQ" TO MED-ERROR-CODE
004210        MOVE "ENTRFICH NAO PODE SER ATUALIZADO" TO MED-ERROR-TEXT
004220        SET MED-RC-FILE-ERROR TO TRUE
004230        PERFORM 9800-ERROR-LOG THRU 9800-EXIT
004240        MOVE 12 TO RETURN-CODE
004250        CLOSE HORARIO-MASTER-FILE
004260        GO TO 2000-EXIT
004270     END-IF
004280     IF WS-MATM-TABLE-QTD = ZERO
004290        PERFORM 2100-CARREGA-MATERIAS THRU 2100-EXIT
004300     END-IF
004310     MOVE ZERO TO WS-PAR-TABLE-QTD
004320     MOVE 'N' TO WS-EOF-HORARIO
004330     MOVE LOW-VALUES TO MED-HOR-CHAVE
004340     START HORARIO-MASTER-FILE KEY NOT LESS MED-HOR-CHAVE
004350         INVALID KEY
004360             SET FIM-DO-HORARIO TO TRUE
004370     END-START
004380     PERFORM 2200-LE-HORARIO THRU 2200-EXIT
004390         UNTIL FIM-DO-HORARIO
004400     CLOSE HORARIO-MASTER-FILE
004410     IF WS-PAR-TABLE-QTD = ZERO
004420        DISPLAY "HORAMAST SEM AULAS -- NENHUMA FICHA DISPENSADA"
004430        IF RETURN-CODE < 4
004440           MOVE 4 TO RETURN-CODE
004450        END-IF
004460     ELSE
004470        PERFORM 2500-DISPENSA-FORA THRU 2500-EXIT
004480     END-IF
004490     CLOSE ENTREGA-FICHA-FILE
004500     DISPLAY "BIMESTRE " WS-GER-BIM " DE " WS-GER-ANO
004510         " -- PRAZO " WS-PRAZO-BIM
004520     DISPLAY "TURMA/MATERIA NO HORARIO: " WS-PAR-TABLE-QTD
004530     DISPLAY "FICHAS CRIADAS.........: " WS-CONT-CRIADAS
004540     DISPLAY "FICHAS ATUALIZADAS.....: " WS-CONT-ATUALIZADAS
004550     DISPLAY "FICHAS DISPENSADAS.....: " WS-CONT-DISPENSADAS
004560     .
004570 2000-EXIT.
004580     EXIT.
004590*----------------------------------------------------------*
004600* 2050-LIMITES-BIMESTRE -- FIRST AND LAST DAY OF THE       *
004610*     BIMESTRE OVER ITS ACADCAL ROWS.                      *
004620*----------------------------------------------------------*
004630 2050-LIMITES-BIMESTRE.
004640     MOVE ZERO TO WS-INICIO-BIM
004650     MOVE ZERO TO WS-PRAZO-BIM
004660     IF WS-CAL-TABLE-QTD > ZERO
004670        PERFORM 2060-LIMITE-LINHA THRU 2060-EXIT
004680            VARYING WS-CAL-IDX FROM 1 BY 1
004690            UNTIL WS-CAL-IDX > WS-CAL-TABLE-QTD
004700     END-IF
004710     .
004720 2050-EXIT.
004730     EXIT.
004740 2060-LIMITE-LINHA.
004750     IF WS-CAL-ANO (WS-CAL-IDX) NOT = WS-GER-ANO
004760        OR WS-CAL-PER-NOME (WS-CAL-IDX) NOT = "BIMESTRE"
004770        OR WS-CAL-PER-BIM (WS-CAL-IDX) NOT = WS-GER-BIM
004780        GO TO 2060-EXIT
004790     END-IF
004800     IF WS-INICIO-BIM = ZERO
004810        OR WS-CAL-INICIO (WS-CAL-IDX) < WS-INICIO-BIM
004820        MOVE WS-CAL-INICIO (WS-CAL-IDX) TO WS-INICIO-BIM
004830     END-IF
004840     IF WS-CAL-FIM (WS-CAL-IDX) > WS-PRAZO-BIM
004850        MOVE WS-CAL-FIM (WS-CAL-IDX) TO WS-PRAZO-BIM
004860     END-IF
004870     .
004880 2060-EXIT.
004890     EXIT.
004900*----------------------------------------------------------*
004910* 2100-CARREGA-MATERIAS -- THE MATMAST NAMES; WITHOUT      *
004920*     MATMAST THE SHEETS CARRY THE CODE ONLY.              *
004930*----------------------------------------------------------*
004940 2100-CARREGA-MATERIAS.
004950     OPEN INPUT MATERIA-MASTER-FILE
004960     IF WS-MAT-MASTER-STATUS NOT = "00"
004970        DISPLAY "MATMAST NAO DISPONIVEL, STATUS: "
004980            WS-MAT-MASTER-STATUS
004990        GO TO 2100-EXIT
005000     END-IF
005010     MOVE LOW-VALUES TO MED-MAT-CODIGO
005020     START MATERIA-MASTER-FILE KEY NOT LESS MED-MAT-CODIGO
005030         INVALID KEY
005040             SET FIM-DO-MATMAST TO TRUE
005050     END-START
005060     PERFORM 2150-LE-MATERIA THRU 2150-EXIT
005070         UNTIL FIM-DO-MATMAST
005080     CLOSE MATERIA-MASTER-FILE
005090     .
005100 2100-EXIT.
005110     EXIT.
005120 2150-LE-MATERIA.
005130     READ MATERIA-MASTER-FILE NEXT RECORD
005140         AT END
005150             SET FIM-DO-MATMAST TO TRUE
005160             GO TO 2150-EXIT
005170     END-READ
005180     IF WS-MATM-TABLE-QTD >= 100
005190        DISPLAY "TABELA DE MATERIAS CHEIA (100) -- "
005200            "AUMENTE WS-MATM-TABLE"
005210        SET FIM-DO-MATMAST TO TRUE
005220        GO TO 2150-EXIT
005230     END-IF
005240     ADD 1 TO WS-MATM-TABLE-QTD
005250     SET WS-MATM-IDX TO WS-MATM-TABLE-QTD
005260     MOVE MED-MAT-NOME   TO WS-MTM-NOME (WS-MATM-IDX)
005270     MOVE MED-MAT-CODIGO TO WS-MTM-CODIGO (WS-MATM-IDX)
005280     .
005290 2150-EXIT.
005300     EXIT.
005310*----------------------------------------------------------*
005320* 2200-LE-HORARIO -- EACH TURMA/MATERIA ONCE; THE TEACHER  *
005330*     OF ITS FIRST SLOT OWES BOTH SHEETS.                  *
005340*----------------------------------------------------------*
005350 2200-LE-HORARIO.
005360     READ HORARIO-MASTER-FILE NEXT RECORD
005370         AT END
005380             SET FIM-DO-HORARIO TO TRUE
005390             GO TO 2200-EXIT
005400     END-READ
005410     IF MED-HOR-MATERIA = SPACES
005420        GO TO 2200-EXIT
005430     END-IF
005440     MOVE MED-HOR-TURMA   TO WS-PROCURA-TURMA
005450     MOVE MED-HOR-MATERIA TO WS-PROCURA-MATERIA
005460     PERFORM 2250-PROCURA-PAR THRU 2250-EXIT
005470     IF PAR-JA-VISTO
005480        GO TO 2200-EXIT
005490     END-IF
005500     IF WS-PAR-TABLE-QTD >= 3000
005510        DISPLAY "TABELA DE TURMA/MATERIA CHEIA (3000) -- "
005520            "AUMENTE WS-PAR-TABLE"
005530        MOVE 8 TO RETURN-CODE
005540        STOP RUN
005550     END-IF
005560     ADD 1 TO WS-PAR-TABLE-QTD
005570     SET WS-PAR-IDX TO WS-PAR-TABLE-QTD
005580     MOVE MED-HOR-TURMA   TO WS-PAR-TURMA (WS-PAR-IDX)
005590     MOVE MED-HOR-MATERIA TO WS-PAR-MATERIA (WS-PAR-IDX)
005600     MOVE 'N' TO WS-TIPO-FICHA
005610     PERFORM 2300-GRAVA-ESPERADA THRU 2300-EXIT
005620     MOVE 'F' TO WS-TIPO-FICHA
005630     PERFORM 2300-GRAVA-ESPERADA THRU 2300-EXIT
005640     .
005650 2200-EXIT.
005660     EXIT.
005670 2250-PROCURA-PAR.
005680     MOVE 'N' TO WS-PAR-VISTO
005690     IF WS-PAR-TABLE-QTD = ZERO
005700        GO TO 2250-EXIT
005710     END-IF
005720     SET WS-PAR-IDX TO 1
005730     SEARCH WS-PAR-ENTRY
005740         VARYING WS-PAR-IDX
005750         AT END
005760             CONTINUE
005770         WHEN WS-PAR-TURMA (WS-PAR-IDX) = WS-PROCURA-TURMA
005780             AND WS-PAR-MATERIA (WS-PAR-IDX) = WS-PROCURA-MATERIA
005790             SET PAR-JA-VISTO TO TRUE
005800     END-SEARCH
005810     .
005820 2250-EXIT.
005830     EXIT.
005840*----------------------------------------------------------*
005850* 2300-GRAVA-ESPERADA -- NEW SHEETS GO PENDENTE; ONE ON    *
005860*     FILE TAKES THE CURRENT TEACHER AND DATES AND KEEPS   *
005870*     ITS RECEIPT. A DISPENSED SHEET BACK ON THE TIMETABLE *
005880*     IS EXPECTED AGAIN.                                   *
005890*----------------------------------------------------------*
005900 2300-GRAVA-ESPERADA.
005910     MOVE WS-GER-ANO      TO MED-ENT-ANO
005920     MOVE WS-GER-BIM      TO MED-ENT-BIM
005930     MOVE MED-HOR-TURMA   TO MED-ENT-TURMA
005940     MOVE MED-HOR-MATERIA TO MED-ENT-MATERIA
005950     MOVE WS-TIPO-FICHA   TO MED-ENT-TIPO
005960     READ ENTREGA-FICHA-FILE
005970         INVALID KEY
005980             PERFORM 2350-NOVA-FICHA THRU 2350-EXIT
005990             GO TO 2300-EXIT
006000     END-READ
006010     PERFORM 2400-NOME-MATERIA THRU 2400-EXIT
006020     MOVE MED-HOR-PROFESSOR TO MED-ENT-PROFESSOR
006030     MOVE WS-INICIO-BIM     TO MED-ENT-INICIO
006040     MOVE WS-PRAZO-BIM      TO MED-ENT-PRAZO
006050     SET MED-ENT-DO-HORARIO TO TRUE
006060     IF MED-ENT-DISPENSADA
006070        SET MED-ENT-PENDENTE TO TRUE
006080     END-IF
006090     REWRITE MED-ENTREGA-FICHA-REC
006100         INVALID KEY
006110             DISPLAY "ENTRFICH REWRITE FALHOU: " MED-ENT-CHAVE
006120             GO TO 2300-EXIT
006130     END-REWRITE
006140     ADD 1 TO WS-CONT-ATUALIZADAS
006150     .
006160 2300-EXIT.
006170     EXIT.
006180 2350-NOVA-FICHA.
006190     PERFORM 2400-NOME-MATERIA THRU 2400-EXIT
006200     MOVE MED-HOR-PROFESSOR TO MED-ENT-PROFESSOR
006210     MOVE WS-INICIO-BIM     TO MED-ENT-INICIO
006220     MOVE WS-PRAZO-BIM      TO MED-ENT-PRAZO
006230     SET MED-ENT-PENDENTE   TO TRUE
006240     SET MED-ENT-DO-HORARIO TO TRUE
006250     MOVE ZERO TO MED-ENT-DATA-RECEB
006260     MOVE ZERO TO MED-ENT-ULT-RECEB
006270     MOVE ZERO TO MED-ENT-QTD-RECEB
006280     MOVE WS-DATA-HOJE      TO MED-ENT-DATA-GERA
006290     WRITE MED-ENTREGA-FICHA-REC
006300         INVALID KEY
006310             DISPLAY "ENTRFICH WRITE FALHOU: " MED-ENT-CHAVE
006320             GO TO 2350-EXIT
006330     END-WRITE
006340     ADD 1 TO WS-CONT-CRIADAS
006350     .
006360 2350-EXIT.
006370     EXIT.
006380 2400-NOME-MATERIA.
006390     MOVE MED-HOR-MATERIA TO MED-ENT-MATERIA-NOME
006400     IF WS-MATM-TABLE-QTD = ZERO
006410        GO TO 2400-EXIT
006420     END-IF
006430     SET WS-MATM-IDX TO 1
006440     SEARCH WS-MATM-ENTRY
006450         VARYING WS-MATM-IDX
006460         AT END
006470             CONTINUE
006480         WHEN WS-MTM-CODIGO (WS-MATM-IDX) = MED-HOR-MATERIA
006490             MOVE WS-MTM-NOME (WS-MATM-IDX)
006500                 TO MED-ENT-MATERIA-NOME
006510     END-SEARCH
006520     .
006530 2400-EXIT.
006540     EXIT.
006550*----------------------------------------------------------*
006560* 2500-DISPENSA-FORA -- A PENDING SHEET OF THE BIMESTRE    *
006570*     WHOSE TURMA/MATERIA IS NO LONGER ON THE TIMETABLE    *
006580*     STOPS HOLDING THE CLOSE.                             *
006590*----------------------------------------------------------*
006600 2500-DISPENSA-FORA.
006610     MOVE 'N' TO WS-EOF-ENTREGA
006620     MOVE LOW-VALUES TO MED-ENT-CHAVE
006630     MOVE WS-GER-ANO TO MED-ENT-ANO
006640     MOVE WS-GER-BIM TO MED-ENT-BIM
006650     START ENTREGA-FICHA-FILE KEY NOT LESS MED-ENT-CHAVE
006660         INVALID KEY
006670             SET FIM-DO-ENTREGA TO TRUE
006680     END-START
006690     PERFORM 2550-CONFERE-FICHA THRU 2550-EXIT
006700         UNTIL FIM-DO-ENTREGA
006710     .
006720 2500-EXIT.
006730     EXIT.
006740 2550-CONFERE-FICHA.
006750     READ ENTREGA-FICHA-FILE NEXT RECORD
006760         AT END
006770             SET FIM-DO-ENTREGA TO TRUE
006780             GO TO 2550-EXIT
006790     END-READ
006800     IF MED-ENT-ANO NOT = WS-GER-ANO
006810        OR MED-ENT-BIM NOT = WS-GER-BIM
006820        SET FIM-DO-ENTREGA TO TRUE
006830        GO TO 2550-EXIT
006840     END-IF
006850     IF NOT MED-ENT-PENDENTE OR NOT MED-ENT-DO-HORARIO
006860        GO TO 2550-EXIT
006870     END-IF
006880     MOVE MED-ENT-TURMA   TO WS-PROCURA-TURMA
006890     MOVE MED-ENT-MATERIA TO WS-PROCURA-MATERIA
006900     PERFORM 2250-PROCURA-PAR THRU 2250-EXIT
006910     IF PAR-JA-VISTO
006920        GO TO 2550-EXIT
006930     END-IF
006940     SET MED-ENT-DISPENSADA TO TRUE
006950     REWRITE MED-ENTREGA-FICHA-REC
006960         INVALID KEY
006970             DISPLAY "ENTRFICH REWRITE FALHOU: " MED-ENT-CHAVE
006980             GO TO 2550-EXIT
006990     END-REWRITE
007000     ADD 1 TO WS-CONT-DISPENSADAS
007010     .
007020 2550-EXIT.
007030     EXIT.
007040*----------------------------------------------------------*
007050* 5000-RELATORIO -- THE YEAR'S PENDING SHEETS OF EVERY     *
007060*     STARTED, STILL OPEN BIMESTRE, BY TEACHER/DEADLINE.   *
007070*----------------------------------------------------------*
007080 5000-RELATORIO.
007090     OPEN OUTPUT ENTR-REPORT-FILE
007100     MOVE WS-DATA-REF TO WS-TIT-DATA
007110     MOVE WS-LINHA-TITULO TO ENTR-REPORT-REC
007120     WRITE ENTR-REPORT-REC
007130     MOVE SPACES TO ENTR-REPORT-REC
007140     WRITE ENTR-REPORT-REC
007150     OPEN INPUT ENTREGA-FICHA-FILE
007160     IF WS-ENT-STATUS NOT = "00"
007170        DISPLAY "ENTRFICH NAO DISPONIVEL, STATUS: " WS-ENT-STATUS
007180        MOVE "ENTRFICH NAO ENCONTRADO -- NENHUMA FICHA ESPERADA"
007190            TO ENTR-REPORT-REC
007200        WRITE ENTR-REPORT-REC
007210        CLOSE ENTR-REPORT-FILE
007220        GO TO 5000-EXIT
007230     END-IF
007240     OPEN OUTPUT ENTR-EXTRACT-FILE
007250     MOVE 'N' TO WS-EOF-ENTREGA
007260     MOVE LOW-VALUES TO MED-ENT-CHAVE
007270     MOVE WS-ANO-REF TO MED-ENT-ANO
007280     START ENTREGA-FICHA-FILE KEY NOT LESS MED-ENT-CHAVE
007290         INVALID KEY
007300             SET FIM-DO-ENTREGA TO TRUE
007310     END-START
007320     PERFORM 5100-EXTRAI-PENDENTE THRU 5100-EXIT
007330         UNTIL FIM-DO-ENTREGA
007340     CLOSE ENTREGA-FICHA-FILE
007350     CLOSE ENTR-EXTRACT-FILE
007360     SORT ENTR-SORT-WORK
007370         ON ASCENDING KEY ESW-PROFESSOR
007380         ON ASCENDING KEY ESW-PRAZO
007390         ON ASCENDING KEY ESW-TURMA
007400         ON ASCENDING KEY ESW-MATERIA
007410         ON ASCENDING KEY ESW-TIPO
007420         USING ENTR-EXTRACT-FILE
007430         GIVING ENTR-SORTED-FILE
007440     COMPUTE WS-DIAS-REF = FUNCTION INTEGER-OF-DATE (WS-DATA-REF)
007450     OPEN INPUT ENTR-SORTED-FILE
007460     PERFORM 5300-LE-SORTED THRU 5300-EXIT
007470     PERFORM 5400-IMPRIME-PROFESSOR THRU 5400-EXIT
007480         UNTIL FIM-DO-SORTED
007490     CLOSE ENTR-SORTED-FILE
007500     IF WS-CONT-PENDENTES = ZERO
007510        MOVE "NENHUMA FICHA PENDENTE" TO ENTR-REPORT-REC
007520        WRITE ENTR-REPORT-REC
007530     END-IF
007540     MOVE SPACES TO ENTR-REPORT-REC
007550     WRITE ENTR-REPORT-REC
007560     MOVE "PROFESSORES COM PENDENCIA:" TO WS-TOT-ROTULO
007570     MOVE WS-CONT-PROFESSORES TO WS-TOT-QTD
007580     MOVE WS-LINHA-TOTAL TO ENTR-REPORT-REC
007590     WRITE ENTR-REPORT-REC
007600     MOVE "FICHAS PENDENTES.........:" TO WS-TOT-ROTULO
007610     MOVE WS-CONT-PENDENTES TO WS-TOT-QTD
007620     MOVE WS-LINHA-TOTAL TO ENTR-REPORT-REC
007630     WRITE ENTR-REPORT-REC
007640     MOVE "FICHAS ATRASADAS.........:" TO WS-TOT-ROTULO
007650     MOVE WS-CONT-ATRASADAS TO WS-TOT-QTD
007660     MOVE WS-LINHA-TOTAL TO ENTR-REPORT-REC
007670     WRITE ENTR-REPORT-REC
007680     CLOSE ENTR-REPORT-FILE
007690     DISPLAY "FICHAS PENDENTES.......: " WS-CONT-PENDENTES
007700     DISPLAY "FICHAS ATRASADAS.......: " WS-CONT-ATRASADAS
007710     IF WS-CONT-ATRASADAS > ZERO AND RETURN-CODE < 4
007720        MOVE 4 TO RETURN-CODE
007730     END-IF
007740     .
007750 5000-EXIT.
007760     EXIT.
007770*----------------------------------------------------------*
007780* 5100-EXTRAI-PENDENTE -- PENDING, BIMESTRE STARTED BY THE *
007790*     REPORT DATE AND NOT CLOSED ON PERSTAT.               *
007800*----------------------------------------------------------*
007810 5100-EXTRAI-PENDENTE.
007820     READ ENTREGA-FICHA-FILE NEXT RECORD
007830         AT END
007840             SET FIM-DO-ENTREGA TO TRUE
007850             GO TO 5100-EXIT
007860     END-READ
007870     IF MED-ENT-ANO NOT = WS-ANO-REF
007880        SET FIM-DO-ENTREGA TO TRUE
007890        GO TO 5100-EXIT
007900     END-IF
007910     IF NOT MED-ENT-PENDENTE
007920        OR MED-ENT-INICIO > WS-DATA-REF
007930        GO TO 5100-EXIT
007940     END-IF
007950     MOVE MED-ENT-ANO TO MED-PER-ANO-CHECK
007960     MOVE MED-ENT-BIM TO MED-PER-BIM-CHECK
007970     PERFORM 9350-CONFERE-BIMESTRE THRU 9350-EXIT-PER
007980     IF BIMESTRE-FECHADO
007990        GO TO 5100-EXIT
008000     END-IF
008010     MOVE MED-ENT-PROFESSOR    TO EXT-PROFESSOR
008020     MOVE MED-ENT-PRAZO        TO EXT-PRAZO
008030     MOVE MED-ENT-TURMA        TO EXT-TURMA
008040     MOVE MED-ENT-MATERIA      TO EXT-MATERIA
008050     MOVE MED-ENT-TIPO         TO EXT-TIPO
008060     MOVE MED-ENT-MATERIA-NOME TO EXT-MATERIA-NOME
008070     MOVE MED-ENT-BIM          TO EXT-BIM
008080     MOVE MED-ENT-INICIO       TO EXT-INICIO
008090     WRITE ENTR-EXTRACT-REC
008100     .
008110 5100-EXIT.
008120     EXIT.
008130 5300-LE-SORTED.
008140     READ ENTR-SORTED-FILE
008150         AT END
008160             SET FIM-DO-SORTED TO TRUE
008170     END-READ
008180     .
008190 5300-EXIT.
008200     EXIT.
008210*----------------------------------------------------------*
008220* 5400-IMPRIME-PROFESSOR -- ONE TEACHER'S PENDING SHEETS,  *
008230*     THEN THE TEACHER'S SUBTOTAL.                         *
008240*----------------------------------------------------------*
008250 5400-IMPRIME-PROFESSOR.
008260     MOVE ESR-PROFESSOR TO WS-PROF-ATUAL
008270     MOVE ZERO TO WS-PROF-PENDENTES
008280     MOVE ZERO TO WS-PROF-ATRASADAS
008290     ADD 1 TO WS-CONT-PROFESSORES
008300     IF WS-PROF-ATUAL = SPACES
008310        MOVE "(SEM PROFESSOR NO HORARIO)" TO WS-PRO-NOME
008320     ELSE
008330        MOVE WS-PROF-ATUAL TO WS-PRO-NOME
008340     END-IF
008350     MOVE WS-LINHA-PROFESSOR TO ENTR-REPORT-REC
008360     WRITE ENTR-REPORT-REC
008370     PERFORM 5500-IMPRIME-FICHA THRU 5500-EXIT
008380         UNTIL FIM-DO-SORTED
008390            OR ESR-PROFESSOR NOT = WS-PROF-ATUAL
008400     MOVE WS-PROF-PENDENTES TO WS-SUB-PENDENTES
008410     MOVE WS-PROF-ATRASADAS TO WS-SUB-ATRASADAS
008420     MOVE WS-LINHA-SUBTOTAL TO ENTR-REPORT-REC
008430     WRITE ENTR-REPORT-REC
008440     MOVE SPACES TO ENTR-REPORT-REC
008450     WRITE ENTR-REPORT-REC
008460     .
008470 5400-EXIT.
008480     EXIT.
008490*----------------------------------------------------------*
008500* 5500-IMPRIME-FICHA -- ONE PENDING SHEET WITH THE DAYS    *
008510*     LEFT TO ITS DEADLINE OR THE DAYS IT IS OVERDUE.      *
008520*----------------------------------------------------------*
008530 5500-IMPRIME-FICHA.
008540     MOVE SPACES TO WS-FIC-SITUACAO
008550     MOVE ESR-BIM          TO WS-FIC-BIM
008560     MOVE ESR-TURMA        TO WS-FIC-TURMA
008570     MOVE ESR-MATERIA-NOME TO WS-FIC-MATERIA
008580     IF ESR-FICHA-NOTAS
008590        MOVE "NOTAS"      TO WS-FIC-TIPO
008600     ELSE
008610        MOVE "FREQUENCIA" TO WS-FIC-TIPO
008620     END-IF
008630     MOVE ESR-PRAZO        TO WS-FIC-PRAZO
008640     IF ESR-PRAZO = ZERO
008650        MOVE "SEM PRAZO" TO WS-FIC-SITUACAO
008660     ELSE
008670        COMPUTE WS-DIAS-PRAZO =
008680            FUNCTION INTEGER-OF-DATE (ESR-PRAZO)
008690        COMPUTE WS-DIAS-SALDO = WS-DIAS-PRAZO - WS-DIAS-REF
008700        EVALUATE TRUE
008710            WHEN WS-DIAS-SALDO > ZERO
008720                MOVE WS-DIAS-SALDO TO WS-EDT-DIAS
008730                STRING "FALTAM " WS-EDT-DIAS " DIAS"
008740                    DELIMITED BY SIZE INTO WS-FIC-SITUACAO
008750            WHEN WS-DIAS-SALDO = ZERO
008760                MOVE "VENCE HOJE" TO WS-FIC-SITUACAO
008770            WHEN OTHER
008780                COMPUTE WS-EDT-DIAS = ZERO - WS-DIAS-SALDO
008790                STRING "ATRASO " WS-EDT-DIAS " DIAS"
008800                    DELIMITED BY SIZE INTO WS-FIC-SITUACAO
008810                ADD 1 TO WS-PROF-ATRASADAS
008820                ADD 1 TO WS-CONT-ATRASADAS
008830        END-EVALUATE
008840     END-IF
008850     MOVE WS-LINHA-FICHA TO ENTR-REPORT-REC
008860     WRITE ENTR-REPORT-REC
008870     ADD 1 TO WS-PROF-PENDENTES
008880     ADD 1 TO WS-CONT-PENDENTES
008890     PERFORM 5300-LE-SORTED THRU 5300-EXIT
008900     .
008910 5500-EXIT.
008920     EXIT.
008930*----------------------------------------------------------*
008940* 9300/9350 -- SHARED BIMESTRE-LOCK PARAGRAPHS (PERPARA)   *
008950*----------------------------------------------------------*
008960     COPY PERPARA.
008970*----------------------------------------------------------*
008980* 9800-ERROR-LOG -- SHARED ERROR-LOGGING PARAGRAPH (ERRPARA) *
008990*----------------------------------------------------------*
009000     COPY ERRPARA.
009010 END PROGRAM ENTREGA_FICHAS.
