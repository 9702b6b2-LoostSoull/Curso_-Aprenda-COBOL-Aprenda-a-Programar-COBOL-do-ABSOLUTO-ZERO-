000100*****************************************************************
000110* Program:      HORARIO_GERA
000120* Author:       J. ALBUQUERQUE - APPLICATIONS SUPPORT
000130* Installation: ESCOLA - SISTEMA ACADEMICO
000140* Date-Written: 2026-10-15
000150* Date-Compiled:
000160* Purpose:      Timetable proposal run. For every turma on
000170*               TURMAST (or the one turma named on SYSIN) it
000180*               takes the serie's required materias and their
000190*               weekly lessons off GRADEMAST, the teacher each
000200*               turma/materia is assigned to off the PROFMAST
000210*               vinculos, and the slots each teacher cannot
000220*               teach off PROFDISP (copybooks DSPSEL/DSPFD), and
000230*               places every lesson in the week under the same
000240*               rules HORARIO_MAINT enforces: one teacher and
000250*               one room in one place per weekday/slot, plus no
000260*               more than two lessons of one materia in a day
000270*               (a materia is spread one a day first). Meetings
000280*               already on HORAMAST for turmas outside the run
000290*               stay put and hold their teacher and room. The
000300*               proposal is written as HORATRAN transactions
000310*               (copybooks HTRSEL/HTRFD) -- deletes of the
000320*               regenerated turmas' current meetings first,
000330*               then the new ones -- so it is applied, checked
000340*               and audited by the normal HORARIO_MAINT run.
000350*               SYSIN gives the weekdays in the school week (5
000360*               or 6, default 5), the lessons per day (01-10,
000370*               default 05) and an optional turma. Lessons that
000380*               could not be placed, materias with no weekly
000390*               lessons set or no teacher assigned, and turmas
000400*               whose serie has no grid go on HORANAOA, with
000410*               RC 4 when anything is listed.
000420* Modification History:
000430*   2026-10-15 JA  Initial version.
000440* Tectonics: cobc
000450*****************************************************************
000460 IDENTIFICATION DIVISION.
000470 PROGRAM-ID. HORARIO_GERA.
000480 ENVIRONMENT DIVISION.
000490 INPUT-OUTPUT SECTION.
000500 FILE-CONTROL.
000510     COPY TURMSEL.
000520     COPY GRDSEL.
000530     COPY MATMSEL.
000540     COPY PROFSEL.
000550     COPY HORASEL.
000560     COPY DSPSEL.
000570     COPY HTRSEL.
000580     SELECT NAO-ALOC-FILE ASSIGN TO "HORANAOA"
000590         ORGANIZATION IS LINE SEQUENTIAL.
000600 DATA DIVISION.
000610 FILE SECTION.
000620 FD  TURMA-MASTER-FILE.
000630     COPY TURMMST.
000640 FD  GRADE-MASTER-FILE.
000650     COPY GRDMST.
000660 FD  MATERIA-MASTER-FILE.
000670     COPY MATMMST.
000680 FD  PROF-MASTER-FILE.
000690     COPY PROFMST.
000700 FD  HORARIO-MASTER-FILE.
000710     COPY HORAMST.
000720     COPY DSPFD.
000730     COPY HTRFD.
000740 FD  NAO-ALOC-FILE.
000750 01  NAO-ALOC-REC               PIC X(132).
000760 WORKING-STORAGE SECTION.
000770 01  WS-TUR-MASTER-STATUS       PIC X(02) VALUE SPACES.
000780 01  WS-GRD-MASTER-STATUS       PIC X(02) VALUE SPACES.
000790 01  WS-MAT-MASTER-STATUS       PIC X(02) VALUE SPACES.
000800 01  WS-PRF-MASTER-STATUS       PIC X(02) VALUE SPACES.
000810 01  WS-HOR-MASTER-STATUS       PIC X(02) VALUE SPACES.
000820 01  WS-DSP-STATUS              PIC X(02) VALUE SPACES.
000830 01  WS-HTR-STATUS              PIC X(02) VALUE SPACES.
000840 01  WS-SWITCHES.
000850     03  WS-EOF-TURMA           PIC X(01) VALUE 'N'.
000860         88  FIM-DAS-TURMAS           VALUE 'S'.
000870     03  WS-EOF-PROF            PIC X(01) VALUE 'N'.
000880         88  FIM-DOS-PROFESSORES      VALUE 'S'.
000890     03  WS-EOF-HORARIO         PIC X(01) VALUE 'N'.
000900         88  FIM-DO-HORARIO           VALUE 'S'.
000910     03  WS-EOF-DISP            PIC X(01) VALUE 'N'.
000920         88  FIM-DA-DISPONIBILIDADE   VALUE 'S'.
000930     03  WS-GRADE-ACHOU         PIC X(01) VALUE 'N'.
000940         88  ACHOU-GRADE              VALUE 'S'.
000950     03  WS-PROF-ACHOU          PIC X(01) VALUE 'N'.
000960         88  ACHOU-PROFESSOR          VALUE 'S'.
000970     03  WS-TURMA-ACHOU         PIC X(01) VALUE 'N'.
000980         88  ACHOU-TURMA              VALUE 'S'.
000990     03  WS-SALA-ACHOU          PIC X(01) VALUE 'N'.
001000         88  ACHOU-SALA               VALUE 'S'.
001010     03  WS-AULA-ALOCOU         PIC X(01) VALUE 'N'.
001020         88  AULA-ALOCADA             VALUE 'S'.
001030     03  WS-HOR-ABERTO          PIC X(01) VALUE 'N'.
001040         88  HORAMAST-ABERTO          VALUE 'S'.
001050 01  WS-PARM-DIAS               PIC X(01) VALUE SPACES.
001060 01  WS-PARM-AULAS              PIC X(02) VALUE SPACES.
001070 01  WS-PARM-TURMA              PIC X(10) VALUE SPACES.
001080 77  WS-DIAS-SEMANA             PIC 9(01) VALUE 5.
001090 77  WS-AULAS-DIA               PIC 9(02) VALUE 5.
001100 77  WS-LIMITE-DIA              PIC 9(01) VALUE ZERO.
001110 77  WS-QTD-NO-DIA              PIC 9(02) VALUE ZERO.
001120 01  WS-SUBSCRITOS.
001130     03  WS-TRM-SUB             PIC 9(03) COMP VALUE ZERO.
001140     03  WS-MAT-SUB             PIC 9(02) COMP VALUE ZERO.
001150     03  WS-PRF-SUB             PIC 9(03) COMP VALUE ZERO.
001160     03  WS-PRF-ACHADO          PIC 9(03) COMP VALUE ZERO.
001170     03  WS-SAL-SUB             PIC 9(03) COMP VALUE ZERO.
001180     03  WS-VIN-SUB             PIC 9(02) COMP VALUE ZERO.
001190     03  WS-DIA-SUB             PIC 9(02) COMP VALUE ZERO.
001200     03  WS-SLOT-SUB            PIC 9(02) COMP VALUE ZERO.
001210     03  WS-CNT-SUB             PIC 9(02) COMP VALUE ZERO.
001220     03  WS-AULA-SUB            PIC 9(02) COMP VALUE ZERO.
001230 01  WS-DIA-EDIT                PIC 9(01) VALUE ZERO.
001240 01  WS-SLOT-EDIT               PIC 9(02) VALUE ZERO.
001250 01  WS-SALA-BUSCA              PIC X(06) VALUE SPACES.
001260 01  WS-PROF-BUSCA              PIC X(30) VALUE SPACES.
001270 01  WS-TURMA-BUSCA             PIC X(10) VALUE SPACES.
001280 01  WS-CONTADORES.
001290     03  WS-CONT-TURMAS         PIC 9(05) COMP VALUE ZERO.
001300     03  WS-CONT-SEM-GRADE      PIC 9(05) COMP VALUE ZERO.
001310     03  WS-CONT-PROFESSORES    PIC 9(05) COMP VALUE ZERO.
001320     03  WS-CONT-DISP-LIDAS     PIC 9(05) COMP VALUE ZERO.
001330     03  WS-CONT-DISP-IGNORADAS PIC 9(05) COMP VALUE ZERO.
001340     03  WS-CONT-MANTIDAS       PIC 9(05) COMP VALUE ZERO.
001350     03  WS-CONT-PREVISTAS      PIC 9(05) COMP VALUE ZERO.
001360     03  WS-CONT-ALOCADAS       PIC 9(05) COMP VALUE ZERO.
001370     03  WS-CONT-NAO-ALOCADAS   PIC 9(05) COMP VALUE ZERO.
001380     03  WS-CONT-PENDENTES      PIC 9(05) COMP VALUE ZERO.
001390     03  WS-CONT-EXCLUSOES      PIC 9(05) COMP VALUE ZERO.
001400     03  WS-CONT-INCLUSOES      PIC 9(05) COMP VALUE ZERO.
001410*----------------------------------------------------------*
001420* ACTIVE TEACHERS WITH THEIR TURMA/MATERIA VINCULOS AND A  *
001430*     WEEK GRID PER TEACHER: SPACE FREE, 'N' NOT           *
001440*     AVAILABLE (PROFDISP), 'O' ALREADY TEACHING.          *
001450*----------------------------------------------------------*
001460 01  WS-PRF-TABLE-QTD           PIC 9(03) COMP VALUE ZERO.
001470 01  WS-PRF-TABLE.
001480     03  WS-PRF-ENTRY           OCCURS 1 TO 300 TIMES
001490                                DEPENDING ON WS-PRF-TABLE-QTD
001500                                INDEXED BY WS-PRF-IDX.
001510         05  WS-PRF-ID          PIC 9(05).
001520         05  WS-PRF-NOME        PIC X(30).
001530         05  WS-PRF-QTD-VIN     PIC 9(02).
001540         05  WS-PRF-VINCULO     OCCURS 10 TIMES.
001550             07  WS-PRF-VIN-TURMA   PIC X(10).
001560             07  WS-PRF-VIN-MATERIA PIC X(30).
001570         05  WS-PRF-GRADE.
001580             07  WS-PRF-DIA     OCCURS 6 TIMES.
001590                 09  WS-PRF-CEL OCCURS 10 TIMES
001600                                PIC X(01).
001610*----------------------------------------------------------*
001620* ROOMS IN USE, WITH THE SAME WEEK GRID ('O' OCCUPIED)     *
001630*----------------------------------------------------------*
001640 01  WS-SAL-TABLE-QTD           PIC 9(03) COMP VALUE ZERO.
001650 01  WS-SAL-TABLE.
001660     03  WS-SAL-ENTRY           OCCURS 1 TO 300 TIMES
001670                                DEPENDING ON WS-SAL-TABLE-QTD
001680                                INDEXED BY WS-SAL-IDX.
001690         05  WS-SAL-CODIGO      PIC X(06).
001700         05  WS-SAL-GRADE.
001710             07  WS-SAL-DIA     OCCURS 6 TIMES.
001720                 09  WS-SAL-CEL OCCURS 10 TIMES
001730                                PIC X(01).
001740*----------------------------------------------------------*
001750* TURMAS BEING SCHEDULED: THE GRID MATERIAS WITH THEIR     *
001760*     WEEKLY LESSONS, TEACHER AND PLACED COUNT, AND THE    *
001770*     WEEK GRID HOLDING THE MATERIA SUBSCRIPT PER SLOT.    *
001780*----------------------------------------------------------*
001790 01  WS-TRM-TABLE-QTD           PIC 9(03) COMP VALUE ZERO.
001800 01  WS-TRM-TABLE.
001810     03  WS-TRM-ENTRY           OCCURS 1 TO 200 TIMES
001820                                DEPENDING ON WS-TRM-TABLE-QTD
001830                                INDEXED BY WS-TRM-IDX.
001840         05  WS-TRM-CODIGO      PIC X(10).
001850         05  WS-TRM-SERIE       PIC X(10).
001860         05  WS-TRM-SALA        PIC X(06).
001870         05  WS-TRM-SAL-SUB     PIC 9(03) COMP.
001880         05  WS-TRM-QTD-MAT     PIC 9(02).
001890         05  WS-TRM-MATERIA     OCCURS 15 TIMES.
001900             07  WS-TRM-MAT-CODIGO   PIC X(06).
001910             07  WS-TRM-MAT-NOME     PIC X(30).
001920             07  WS-TRM-MAT-AULAS    PIC 9(02).
001930             07  WS-TRM-MAT-ALOCADAS PIC 9(02).
001940             07  WS-TRM-MAT-PRF-SUB  PIC 9(03) COMP.
001950             07  WS-TRM-MAT-MOTIVO   PIC X(27).
001960         05  WS-TRM-GRADE.
001970             07  WS-TRM-DIA     OCCURS 6 TIMES.
001980                 09  WS-TRM-CEL OCCURS 10 TIMES
001990                                PIC 9(02).
002000*----------------------------------------------------------*
002010* REPORT LINES                                             *
002020*----------------------------------------------------------*
002030 01  WS-NAO-TITULO.
002040     03  FILLER                 PIC X(44) VALUE
002050         "PROPOSTA DE HORARIO -- AULAS NAO ALOCADAS".
002060     03  FILLER                 PIC X(07) VALUE "  DIAS ".
002070     03  WS-NTT-DIAS            PIC 9(01).
002080     03  FILLER                 PIC X(13) VALUE "  AULAS/DIA ".
002090     03  WS-NTT-AULAS           PIC 9(02).
002100 01  WS-NAO-CABEC.
002110     03  FILLER                 PIC X(11) VALUE "TURMA".
002120     03  FILLER                 PIC X(11) VALUE "SERIE".
002130     03  FILLER                 PIC X(07) VALUE "MATER.".
002140     03  FILLER                 PIC X(31) VALUE "NOME".
002150     03  FILLER                 PIC X(07) VALUE "SEMANA".
002160     03  FILLER                 PIC X(07) VALUE " ALOC.".
002170     03  FILLER                 PIC X(07) VALUE " FALTAM".
002180     03  FILLER                 PIC X(27) VALUE " MOTIVO".
002190 01  WS-NAO-LINE.
002200     03  WS-NAL-TURMA           PIC X(10).
002210     03  FILLER                 PIC X(01) VALUE SPACE.
002220     03  WS-NAL-SERIE           PIC X(10).
002230     03  FILLER                 PIC X(01) VALUE SPACE.
002240     03  WS-NAL-MATERIA         PIC X(06).
002250     03  FILLER                 PIC X(01) VALUE SPACE.
002260     03  WS-NAL-NOME            PIC X(30).
002270     03  FILLER                 PIC X(01) VALUE SPACE.
002280     03  WS-NAL-PREVISTAS       PIC ZZZZZ9.
002290     03  FILLER                 PIC X(01) VALUE SPACE.
002300     03  WS-NAL-ALOCADAS        PIC ZZZZZ9.
002310     03  FILLER                 PIC X(01) VALUE SPACE.
002320     03  WS-NAL-FALTAM          PIC ZZZZZ9.
002330     03  FILLER                 PIC X(02) VALUE SPACES.
002340     03  WS-NAL-MOTIVO          PIC X(27).
002350 01  WS-TOTAL-LINE.
002360     03  WS-TOT-ROTULO          PIC X(40).
002370     03  WS-TOT-VALOR           PIC ZZ,ZZ9.
002380 PROCEDURE DIVISION.
002390 0000-MAIN-PROCEDURE.
002400     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002410     PERFORM 1100-CARREGA-PROFESSORES THRU 1100-EXIT
002420     PERFORM 1200-CARREGA-DISPONIBILIDADE THRU 1200-EXIT
002430     PERFORM 1300-CARREGA-TURMAS THRU 1300-EXIT
002440     PERFORM 1500-CARREGA-HORARIO THRU 1500-EXIT
002450     PERFORM 2000-ALOCA-TURMA THRU 2000-EXIT
002460         VARYING WS-TRM-SUB FROM 1 BY 1
002470         UNTIL WS-TRM-SUB > WS-TRM-TABLE-QTD
002480     PERFORM 3000-GRAVA-PROPOSTA THRU 3000-EXIT
002490         VARYING WS-TRM-SUB FROM 1 BY 1
002500         UNTIL WS-TRM-SUB > WS-TRM-TABLE-QTD
002510     PERFORM 4000-RELATA-TURMA THRU 4000-EXIT
002520         VARYING WS-TRM-SUB FROM 1 BY 1
002530         UNTIL WS-TRM-SUB > WS-TRM-TABLE-QTD
002540     PERFORM 9000-FINALIZE THRU 9000-EXIT
002550     STOP RUN.
002560*----------------------------------------------------------*
002570* 1000-INITIALIZE -- THE PARAMETERS, THE MASTERS AND THE   *
002580*     OUTPUTS. TURMAST, GRADEMAST, MATMAST AND PROFMAST    *
002590*     ARE REQUIRED; NO HORAMAST YET MEANS NOTHING TO       *
002600*     REPLACE OR KEEP.                                     *
002610*----------------------------------------------------------*
002620 1000-INITIALIZE.
002630     DISPLAY "DIAS LETIVOS NA SEMANA (5 OU 6, BRANCO = 5): "
002640     ACCEPT WS-PARM-DIAS
002650     IF WS-PARM-DIAS NOT = SPACE
002660        IF WS-PARM-DIAS NOT = "5" AND WS-PARM-DIAS NOT = "6"
002670           DISPLAY "DIAS LETIVOS INVALIDOS: " WS-PARM-DIAS
002680           MOVE 8 TO RETURN-CODE
002690           STOP RUN
002700        END-IF
002710        MOVE WS-PARM-DIAS TO WS-DIAS-SEMANA
002720     END-IF
002730     DISPLAY "AULAS POR DIA (01-10, BRANCO = 05): "
002740     ACCEPT WS-PARM-AULAS
002750     IF WS-PARM-AULAS NOT = SPACES
002760        IF WS-PARM-AULAS IS NOT NUMERIC
002770           OR WS-PARM-AULAS < "01" OR WS-PARM-AULAS > "10"
002780           DISPLAY "AULAS POR DIA INVALIDAS: " WS-PARM-AULAS
002790           MOVE 8 TO RETURN-CODE
002800           STOP RUN
002810        END-IF
002820        MOVE WS-PARM-AULAS TO WS-AULAS-DIA
002830     END-IF
002840     DISPLAY "TURMA (BRANCO = TODAS): "
002850     ACCEPT WS-PARM-TURMA
002860     OPEN INPUT TURMA-MASTER-FILE
002870     IF WS-TUR-MASTER-STATUS NOT = "00"
002880        DISPLAY "TURMAST NAO DISPONIVEL, STATUS: "
002890            WS-TUR-MASTER-STATUS
002900        MOVE 8 TO RETURN-CODE
002910        STOP RUN
002920     END-IF
002930     OPEN INPUT GRADE-MASTER-FILE
002940     IF WS-GRD-MASTER-STATUS NOT = "00"
002950        DISPLAY "GRADEMAST NAO DISPONIVEL, STATUS: "
002960            WS-GRD-MASTER-STATUS
002970        MOVE 8 TO RETURN-CODE
002980        STOP RUN
002990     END-IF
003000     OPEN INPUT MATERIA-MASTER-FILE
003010     IF WS-MAT-MASTER-STATUS NOT = "00"
003020        DISPLAY "MATMAST NAO DISPONIVEL, STATUS: "
003030            WS-MAT-MASTER-STATUS
003040        MOVE 8 TO RETURN-CODE
003050        STOP RUN
003060     END-IF
003070     OPEN INPUT PROF-MASTER-FILE
003080     IF WS-PRF-MASTER-STATUS NOT = "00"
003090        DISPLAY "PROFMAST NAO DISPONIVEL, STATUS: "
003100            WS-PRF-MASTER-STATUS
003110        MOVE 8 TO RETURN-CODE
003120        STOP RUN
003130     END-IF
003140     OPEN INPUT HORARIO-MASTER-FILE
003150     IF WS-HOR-MASTER-STATUS = "00"
003160        SET HORAMAST-ABERTO TO TRUE
003170     ELSE
003180        DISPLAY "HORAMAST AUSENTE -- NENHUMA AULA ANTERIOR"
003190     END-IF
003200     OPEN OUTPUT HOR-TRANS-FILE
003210     OPEN OUTPUT NAO-ALOC-FILE
003220     MOVE WS-DIAS-SEMANA TO WS-NTT-DIAS
003230     MOVE WS-AULAS-DIA   TO WS-NTT-AULAS
003240     MOVE WS-NAO-TITULO TO NAO-ALOC-REC
003250     WRITE NAO-ALOC-REC
003260     MOVE SPACES TO NAO-ALOC-REC
003270     WRITE NAO-ALOC-REC
003280     MOVE WS-NAO-CABEC TO NAO-ALOC-REC
003290     WRITE NAO-ALOC-REC
003300     .
003310 1000-EXIT.
003320     EXIT.
003330*----------------------------------------------------------*
003340* 1100-CARREGA-PROFESSORES -- EVERY ACTIVE TEACHER AND     *
003350*     THEIR VINCULOS, FREE IN EVERY SLOT TO START WITH.    *
003360*----------------------------------------------------------*
003370 1100-CARREGA-PROFESSORES.
003380     MOVE ZERO TO MED-PRF-ID
003390     START PROF-MASTER-FILE KEY NOT LESS MED-PRF-ID
003400         INVALID KEY
003410             SET FIM-DOS-PROFESSORES TO TRUE
003420     END-START
003430     PERFORM 1150-LE-PROFESSOR THRU 1150-EXIT
003440         UNTIL FIM-DOS-PROFESSORES
003450     CLOSE PROF-MASTER-FILE
003460     .
003470 1100-EXIT.
003480     EXIT.
003490 1150-LE-PROFESSOR.
003500     READ PROF-MASTER-FILE NEXT RECORD
003510         AT END
003520             SET FIM-DOS-PROFESSORES TO TRUE
003530             GO TO 1150-EXIT
003540     END-READ
003550     IF NOT MED-PRF-ATIVO
003560        GO TO 1150-EXIT
003570     END-IF
003580     IF WS-PRF-TABLE-QTD >= 300
003590        DISPLAY "TABELA DE PROFESSORES CHEIA (300) -- "
003600            "AUMENTE WS-PRF-TABLE"
003610        MOVE 8 TO RETURN-CODE
003620        STOP RUN
003630     END-IF
003640     ADD 1 TO WS-PRF-TABLE-QTD
003650     ADD 1 TO WS-CONT-PROFESSORES
003660     MOVE WS-PRF-TABLE-QTD TO WS-PRF-SUB
003670     MOVE MED-PRF-ID   TO WS-PRF-ID (WS-PRF-SUB)
003680     MOVE MED-PRF-NOME TO WS-PRF-NOME (WS-PRF-SUB)
003690     MOVE ZERO TO WS-PRF-QTD-VIN (WS-PRF-SUB)
003700     MOVE SPACES TO WS-PRF-GRADE (WS-PRF-SUB)
003710     IF MED-PRF-QTD-VINCULOS IS NUMERIC
003720        PERFORM 1160-COPIA-VINCULO THRU 1160-EXIT
003730            VARYING WS-VIN-SUB FROM 1 BY 1
003740            UNTIL WS-VIN-SUB > MED-PRF-QTD-VINCULOS
003750            OR WS-VIN-SUB > 10
003760     END-IF
003770     .
003780 1150-EXIT.
003790     EXIT.
003800 1160-COPIA-VINCULO.
003810     ADD 1 TO WS-PRF-QTD-VIN (WS-PRF-SUB)
003820     MOVE MED-PRF-VIN-TURMA (WS-VIN-SUB) TO
003830         WS-PRF-VIN-TURMA (WS-PRF-SUB WS-VIN-SUB)
003840     MOVE MED-PRF-VIN-MATERIA (WS-VIN-SUB) TO
003850         WS-PRF-VIN-MATERIA (WS-PRF-SUB WS-VIN-SUB)
003860     .
003870 1160-EXIT.
003880     EXIT.
003890*----------------------------------------------------------*
003900* 1200-CARREGA-DISPONIBILIDADE -- THE SLOTS EACH TEACHER   *
003910*     CANNOT TEACH. NO PROFDISP MEANS EVERYBODY IS FREE;   *
003920*     A RECORD FOR AN UNKNOWN OR INACTIVE TEACHER IS       *
003930*     SHOWN AND SKIPPED.                                   *
003940*----------------------------------------------------------*
003950 1200-CARREGA-DISPONIBILIDADE.
003960     OPEN INPUT PROF-DISP-FILE
003970     IF WS-DSP-STATUS NOT = "00"
003980        DISPLAY "PROFDISP AUSENTE -- TODOS OS PROFESSORES "
003990            "DISPONIVEIS EM TODOS OS HORARIOS"
004000        GO TO 1200-EXIT
004010     END-IF
004020     PERFORM 1250-LE-DISPONIBILIDADE THRU 1250-EXIT
004030         UNTIL FIM-DA-DISPONIBILIDADE
004040     CLOSE PROF-DISP-FILE
004050     .
004060 1200-EXIT.
004070     EXIT.
004080 1250-LE-DISPONIBILIDADE.
004090     READ PROF-DISP-FILE
004100         AT END
004110             SET FIM-DA-DISPONIBILIDADE TO TRUE
004120             GO TO 1250-EXIT
004130     END-READ
004140     ADD 1 TO WS-CONT-DISP-LIDAS
004150     MOVE 'N' TO WS-PROF-ACHOU
004160     IF MED-DSP-PRF-ID IS NUMERIC
004170        AND WS-PRF-TABLE-QTD > ZERO
004180        SET WS-PRF-IDX TO 1
004190        SEARCH WS-PRF-ENTRY
004200            AT END
004210                CONTINUE
004220            WHEN WS-PRF-ID (WS-PRF-IDX) = MED-DSP-PRF-ID
004230                SET ACHOU-PROFESSOR TO TRUE
004240        END-SEARCH
004250     END-IF
004260     IF NOT ACHOU-PROFESSOR
004270        ADD 1 TO WS-CONT-DISP-IGNORADAS
004280        DISPLAY "PROFDISP: PROFESSOR NAO CADASTRADO OU INATIVO "
004290            MED-DSP-PRF-ID
004300        GO TO 1250-EXIT
004310     END-IF
004320     SET WS-PRF-SUB TO WS-PRF-IDX
004330     PERFORM 1260-MARCA-DIA THRU 1260-EXIT
004340         VARYING WS-DIA-SUB FROM 1 BY 1
004350         UNTIL WS-DIA-SUB > 6
004360     .
004370 1250-EXIT.
004380     EXIT.
004390 1260-MARCA-DIA.
004400     PERFORM 1270-MARCA-SLOT THRU 1270-EXIT
004410         VARYING WS-SLOT-SUB FROM 1 BY 1
004420         UNTIL WS-SLOT-SUB > 10
004430     .
004440 1260-EXIT.
004450     EXIT.
004460 1270-MARCA-SLOT.
004470     IF MED-DSP-INDISPONIVEL (WS-DIA-SUB WS-SLOT-SUB)
004480        MOVE 'N' TO WS-PRF-CEL (WS-PRF-SUB WS-DIA-SUB WS-SLOT-SUB)
004490     END-IF
004500     .
004510 1270-EXIT.
004520     EXIT.
004530*----------------------------------------------------------*
004540* 1300-CARREGA-TURMAS -- THE TURMA NAMED ON SYSIN, OR      *
004550*     EVERY TURMA ON TURMAST, INTO THE SCHEDULING TABLE.   *
004560*----------------------------------------------------------*
004570 1300-CARREGA-TURMAS.
004580     IF WS-PARM-TURMA NOT = SPACES
004590        MOVE WS-PARM-TURMA TO MED-TUR-CODIGO
004600        READ TURMA-MASTER-FILE
004610            INVALID KEY
004620                DISPLAY "TURMA NAO CADASTRADA: " WS-PARM-TURMA
004630                MOVE 8 TO RETURN-CODE
004640                STOP RUN
004650        END-READ
004660        PERFORM 1350-REGISTRA-TURMA THRU 1350-EXIT
004670        GO TO 1300-EXIT
004680     END-IF
004690     MOVE LOW-VALUES TO MED-TUR-CODIGO
004700     START TURMA-MASTER-FILE KEY NOT LESS MED-TUR-CODIGO
004710         INVALID KEY
004720             SET FIM-DAS-TURMAS TO TRUE
004730     END-START
004740     PERFORM 1320-LE-TURMA THRU 1320-EXIT
004750         UNTIL FIM-DAS-TURMAS
004760     .
004770 1300-EXIT.
004780     EXIT.
004790 1320-LE-TURMA.
004800     READ TURMA-MASTER-FILE NEXT RECORD
004810         AT END
004820             SET FIM-DAS-TURMAS TO TRUE
004830             GO TO 1320-EXIT
004840     END-READ
004850     PERFORM 1350-REGISTRA-TURMA THRU 1350-EXIT
004860     .
004870 1320-EXIT.
004880     EXIT.
004890*----------------------------------------------------------*
004900* 1350-REGISTRA-TURMA -- THE TURMA IN MED-TURMA-MASTER-REC *
004910*     AND ITS SERIE'S GRID. A SERIE WITH NO GRID IS LISTED *
004920*     AND THE TURMA LEFT AS IT IS ON HORAMAST.             *
004930*----------------------------------------------------------*
004940 1350-REGISTRA-TURMA.
004950     ADD 1 TO WS-CONT-TURMAS
004960     MOVE 'S' TO WS-GRADE-ACHOU
004970     MOVE MED-TUR-PERIODO TO MED-GRD-SERIE
004980     READ GRADE-MASTER-FILE
004990         INVALID KEY
005000             MOVE 'N' TO WS-GRADE-ACHOU
005010     END-READ
005020     IF NOT ACHOU-GRADE
005030        ADD 1 TO WS-CONT-SEM-GRADE
005040        MOVE SPACES TO WS-NAO-LINE
005050        MOVE MED-TUR-CODIGO  TO WS-NAL-TURMA
005060        MOVE MED-TUR-PERIODO TO WS-NAL-SERIE
005070        MOVE ZERO TO WS-NAL-PREVISTAS
005080        MOVE ZERO TO WS-NAL-ALOCADAS
005090        MOVE ZERO TO WS-NAL-FALTAM
005100        MOVE "SERIE SEM GRADE" TO WS-NAL-MOTIVO
005110        MOVE WS-NAO-LINE TO NAO-ALOC-REC
005120        WRITE NAO-ALOC-REC
005130        GO TO 1350-EXIT
005140     END-IF
005150     IF WS-TRM-TABLE-QTD >= 200
005160        DISPLAY "TABELA DE TURMAS CHEIA (200) -- "
005170            "AUMENTE WS-TRM-TABLE"
005180        MOVE 8 TO RETURN-CODE
005190        STOP RUN
005200     END-IF
005210     ADD 1 TO WS-TRM-TABLE-QTD
005220     MOVE WS-TRM-TABLE-QTD TO WS-TRM-SUB
005230     MOVE MED-TUR-CODIGO  TO WS-TRM-CODIGO (WS-TRM-SUB)
005240     MOVE MED-TUR-PERIODO TO WS-TRM-SERIE (WS-TRM-SUB)
005250     MOVE MED-TUR-SALA    TO WS-TRM-SALA (WS-TRM-SUB)
005260     MOVE ZEROS TO WS-TRM-GRADE (WS-TRM-SUB)
005270     MOVE ZERO TO WS-TRM-SAL-SUB (WS-TRM-SUB)
005280     IF MED-TUR-SALA NOT = SPACES
005290        MOVE MED-TUR-SALA TO WS-SALA-BUSCA
005300        PERFORM 1400-ACHA-SALA THRU 1400-EXIT
005310        MOVE WS-SAL-SUB TO WS-TRM-SAL-SUB (WS-TRM-SUB)
005320     END-IF
005330     MOVE ZERO TO WS-TRM-QTD-MAT (WS-TRM-SUB)
005340     PERFORM 1370-REGISTRA-MATERIA THRU 1370-EXIT
005350         VARYING WS-MAT-SUB FROM 1 BY 1
005360         UNTIL WS-MAT-SUB > MED-GRD-QTD-MATERIAS
005370         OR WS-MAT-SUB > 15
005380     .
005390 1350-EXIT.
005400     EXIT.
005410*----------------------------------------------------------*
005420* 1370-REGISTRA-MATERIA -- ONE GRID MATERIA OF THE TURMA:  *
005430*     ITS NAME OFF MATMAST (THE VINCULOS CARRY THE NAME)   *
005440*     AND THE TEACHER ASSIGNED TO THE TURMA/MATERIA.       *
005450*----------------------------------------------------------*
005460 1370-REGISTRA-MATERIA.
005470     ADD 1 TO WS-TRM-QTD-MAT (WS-TRM-SUB)
005480     MOVE MED-GRD-MATERIA (WS-MAT-SUB) TO
005490         WS-TRM-MAT-CODIGO (WS-TRM-SUB WS-MAT-SUB)
005500     MOVE SPACES TO WS-TRM-MAT-NOME (WS-TRM-SUB WS-MAT-SUB)
005510     MOVE SPACES TO WS-TRM-MAT-MOTIVO (WS-TRM-SUB WS-MAT-SUB)
005520     MOVE ZERO TO WS-TRM-MAT-ALOCADAS (WS-TRM-SUB WS-MAT-SUB)
005530     MOVE ZERO TO WS-TRM-MAT-PRF-SUB (WS-TRM-SUB WS-MAT-SUB)
005540     MOVE ZERO TO WS-TRM-MAT-AULAS (WS-TRM-SUB WS-MAT-SUB)
005550     IF MED-GRD-AULAS-SEMANA (WS-MAT-SUB) IS NUMERIC
005560        MOVE MED-GRD-AULAS-SEMANA (WS-MAT-SUB) TO
005570            WS-TRM-MAT-AULAS (WS-TRM-SUB WS-MAT-SUB)
005580     END-IF
005590     ADD WS-TRM-MAT-AULAS (WS-TRM-SUB WS-MAT-SUB) TO
005600         WS-CONT-PREVISTAS
005610     MOVE MED-GRD-MATERIA (WS-MAT-SUB) TO MED-MAT-CODIGO
005620     READ MATERIA-MASTER-FILE
005630         INVALID KEY
005640             MOVE "MATERIA NAO CADASTRADA" TO
005650                 WS-TRM-MAT-MOTIVO (WS-TRM-SUB WS-MAT-SUB)
005660             GO TO 1370-EXIT
005670     END-READ
005680     MOVE MED-MAT-NOME TO WS-TRM-MAT-NOME (WS-TRM-SUB WS-MAT-SUB)
005690     IF WS-TRM-MAT-AULAS (WS-TRM-SUB WS-MAT-SUB) = ZERO
005700        MOVE "CARGA HORARIA NAO INFORMADA" TO
005710            WS-TRM-MAT-MOTIVO (WS-TRM-SUB WS-MAT-SUB)
005720        GO TO 1370-EXIT
005730     END-IF
005740     MOVE 'N' TO WS-PROF-ACHOU
005750     MOVE ZERO TO WS-PRF-ACHADO
005760     PERFORM 1380-CONFERE-PROFESSOR THRU 1380-EXIT
005770         VARYING WS-PRF-SUB FROM 1 BY 1
005780         UNTIL WS-PRF-SUB > WS-PRF-TABLE-QTD
005790         OR ACHOU-PROFESSOR
005800     IF NOT ACHOU-PROFESSOR
005810        MOVE "SEM PROFESSOR VINCULADO" TO
005820            WS-TRM-MAT-MOTIVO (WS-TRM-SUB WS-MAT-SUB)
005830        GO TO 1370-EXIT
005840     END-IF
005850     MOVE WS-PRF-ACHADO TO
005860         WS-TRM-MAT-PRF-SUB (WS-TRM-SUB WS-MAT-SUB)
005870     .
005880 1370-EXIT.
005890     EXIT.
005900 1380-CONFERE-PROFESSOR.
005910     PERFORM 1390-CONFERE-VINCULO THRU 1390-EXIT
005920         VARYING WS-VIN-SUB FROM 1 BY 1
005930         UNTIL WS-VIN-SUB > WS-PRF-QTD-VIN (WS-PRF-SUB)
005940         OR ACHOU-PROFESSOR
005950     .
005960 1380-EXIT.
005970     EXIT.
005980 1390-CONFERE-VINCULO.
005990     IF WS-PRF-VIN-TURMA (WS-PRF-SUB WS-VIN-SUB) =
006000            WS-TRM-CODIGO (WS-TRM-SUB)
006010        AND WS-PRF-VIN-MATERIA (WS-PRF-SUB WS-VIN-SUB) =
006020            WS-TRM-MAT-NOME (WS-TRM-SUB WS-MAT-SUB)
006030        SET ACHOU-PROFESSOR TO TRUE
006040        MOVE WS-PRF-SUB TO WS-PRF-ACHADO
006050     END-IF
006060     .
006070 1390-EXIT.
006080     EXIT.
006090*----------------------------------------------------------*
006100* 1400-ACHA-SALA -- THE ROOM IN WS-SALA-BUSCA, ADDED FREE  *
006110*     WHEN NEW; LEAVES WS-SAL-SUB ON IT.                   *
006120*----------------------------------------------------------*
006130 1400-ACHA-SALA.
006140     MOVE 'N' TO WS-SALA-ACHOU
006150     IF WS-SAL-TABLE-QTD > ZERO
006160        SET WS-SAL-IDX TO 1
006170        SEARCH WS-SAL-ENTRY
006180            AT END
006190                CONTINUE
006200            WHEN WS-SAL-CODIGO (WS-SAL-IDX) = WS-SALA-BUSCA
006210                SET ACHOU-SALA TO TRUE
006220                SET WS-SAL-SUB TO WS-SAL-IDX
006230        END-SEARCH
006240     END-IF
006250     IF ACHOU-SALA
006260        GO TO 1400-EXIT
006270     END-IF
006280     IF WS-SAL-TABLE-QTD >= 300
006290        DISPLAY "TABELA DE SALAS CHEIA (300) -- "
006300            "AUMENTE WS-SAL-TABLE"
006310        MOVE 8 TO RETURN-CODE
006320        STOP RUN
006330     END-IF
006340     ADD 1 TO WS-SAL-TABLE-QTD
006350     MOVE WS-SAL-TABLE-QTD TO WS-SAL-SUB
006360     MOVE WS-SALA-BUSCA TO WS-SAL-CODIGO (WS-SAL-SUB)
006370     MOVE SPACES TO WS-SAL-GRADE (WS-SAL-SUB)
006380     .
006390 1400-EXIT.
006400     EXIT.
006410*----------------------------------------------------------*
006420* 1500-CARREGA-HORARIO -- ONE PASS OF HORAMAST. A MEETING  *
006430*     OF A TURMA BEING SCHEDULED IS DELETED (A 'D'         *
006440*     TRANSACTION AHEAD OF THE PROPOSAL); ANY OTHER        *
006450*     MEETING STAYS AND HOLDS ITS TEACHER AND ROOM.        *
006460*----------------------------------------------------------*
006470 1500-CARREGA-HORARIO.
006480     IF NOT HORAMAST-ABERTO
006490        GO TO 1500-EXIT
006500     END-IF
006510     MOVE LOW-VALUES TO MED-HOR-CHAVE
006520     START HORARIO-MASTER-FILE KEY NOT LESS MED-HOR-CHAVE
006530         INVALID KEY
006540             SET FIM-DO-HORARIO TO TRUE
006550     END-START
006560     PERFORM 1550-LE-HORARIO THRU 1550-EXIT
006570         UNTIL FIM-DO-HORARIO
006580     CLOSE HORARIO-MASTER-FILE
006590     .
006600 1500-EXIT.
006610     EXIT.
006620 1550-LE-HORARIO.
006630     READ HORARIO-MASTER-FILE NEXT RECORD
006640         AT END
006650             SET FIM-DO-HORARIO TO TRUE
006660             GO TO 1550-EXIT
006670     END-READ
006680     MOVE MED-HOR-TURMA TO WS-TURMA-BUSCA
006690     MOVE 'N' TO WS-TURMA-ACHOU
006700     IF WS-TRM-TABLE-QTD > ZERO
006710        SET WS-TRM-IDX TO 1
006720        SEARCH WS-TRM-ENTRY
006730            AT END
006740                CONTINUE
006750            WHEN WS-TRM-CODIGO (WS-TRM-IDX) = WS-TURMA-BUSCA
006760                SET ACHOU-TURMA TO TRUE
006770        END-SEARCH
006780     END-IF
006790     IF ACHOU-TURMA
006800        MOVE SPACES TO MED-HOR-TRANS-REC
006810        MOVE 'D' TO MED-HRT-FUNCAO
006820        MOVE MED-HOR-TURMA TO MED-HRT-TURMA
006830        MOVE MED-HOR-DIA   TO MED-HRT-DIA
006840        MOVE MED-HOR-SLOT  TO MED-HRT-SLOT
006850        WRITE MED-HOR-TRANS-REC
006860        ADD 1 TO WS-CONT-EXCLUSOES
006870        GO TO 1550-EXIT
006880     END-IF
006890     ADD 1 TO WS-CONT-MANTIDAS
006900     IF MED-HOR-DIA < 1 OR MED-HOR-DIA > 6
006910        OR MED-HOR-SLOT < 1 OR MED-HOR-SLOT > 10
006920        GO TO 1550-EXIT
006930     END-IF
006940     MOVE MED-HOR-DIA  TO WS-DIA-SUB
006950     MOVE MED-HOR-SLOT TO WS-SLOT-SUB
006960     IF MED-HOR-PROFESSOR NOT = SPACES
006970        AND WS-PRF-TABLE-QTD > ZERO
006980        MOVE MED-HOR-PROFESSOR TO WS-PROF-BUSCA
006990        SET WS-PRF-IDX TO 1
007000        SEARCH WS-PRF-ENTRY
007010            AT END
007020                CONTINUE
007030            WHEN WS-PRF-NOME (WS-PRF-IDX) = WS-PROF-BUSCA
007040                SET WS-PRF-SUB TO WS-PRF-IDX
007050                MOVE 'O' TO
007060                    WS-PRF-CEL (WS-PRF-SUB WS-DIA-SUB WS-SLOT-SUB)
007070        END-SEARCH
007080     END-IF
007090     IF MED-HOR-SALA NOT = SPACES
007100        MOVE MED-HOR-SALA TO WS-SALA-BUSCA
007110        PERFORM 1400-ACHA-SALA THRU 1400-EXIT
007120        MOVE 'O' TO WS-SAL-CEL (WS-SAL-SUB WS-DIA-SUB WS-SLOT-SUB)
007130     END-IF
007140     .
007150 1550-EXIT.
007160     EXIT.
007170*----------------------------------------------------------*
007180* 2000-ALOCA-TURMA -- PLACE EVERY LESSON OF EVERY GRID     *
007190*     MATERIA OF ONE TURMA.                                *
007200*----------------------------------------------------------*
007210 2000-ALOCA-TURMA.
007220     PERFORM 2100-ALOCA-MATERIA THRU 2100-EXIT
007230         VARYING WS-MAT-SUB FROM 1 BY 1
007240         UNTIL WS-MAT-SUB > WS-TRM-QTD-MAT (WS-TRM-SUB)
007250     .
007260 2000-EXIT.
007270     EXIT.
007280*----------------------------------------------------------*
007290* 2100-ALOCA-MATERIA -- THE WEEKLY LESSONS OF ONE MATERIA, *
007300*     ONE AT A TIME. ONCE A LESSON FINDS NO SLOT THE REST  *
007310*     CANNOT EITHER.                                       *
007320*----------------------------------------------------------*
007330 2100-ALOCA-MATERIA.
007340     IF WS-TRM-MAT-MOTIVO (WS-TRM-SUB WS-MAT-SUB) NOT = SPACES
007350        GO TO 2100-EXIT
007360     END-IF
007370     MOVE WS-TRM-MAT-PRF-SUB (WS-TRM-SUB WS-MAT-SUB) TO WS-PRF-SUB
007380     SET AULA-ALOCADA TO TRUE
007390     PERFORM 2200-ALOCA-AULA THRU 2200-EXIT
007400         VARYING WS-AULA-SUB FROM 1 BY 1
007410         UNTIL WS-AULA-SUB >
007420             WS-TRM-MAT-AULAS (WS-TRM-SUB WS-MAT-SUB)
007430         OR NOT AULA-ALOCADA
007440     IF WS-TRM-MAT-ALOCADAS (WS-TRM-SUB WS-MAT-SUB) <
007450        WS-TRM-MAT-AULAS (WS-TRM-SUB WS-MAT-SUB)
007460        MOVE "SEM HORARIO LIVRE" TO
007470            WS-TRM-MAT-MOTIVO (WS-TRM-SUB WS-MAT-SUB)
007480     END-IF
007490     .
007500 2100-EXIT.
007510     EXIT.
007520*----------------------------------------------------------*
007530* 2200-ALOCA-AULA -- ONE LESSON: FIRST ON A DAY THAT HAS   *
007540*     NONE OF THE MATERIA YET, THEN ON A DAY THAT HAS ONE. *
007550*----------------------------------------------------------*
007560 2200-ALOCA-AULA.
007570     MOVE 'N' TO WS-AULA-ALOCOU
007580     MOVE 1 TO WS-LIMITE-DIA
007590     PERFORM 2300-TENTA-DIA THRU 2300-EXIT
007600         VARYING WS-DIA-SUB FROM 1 BY 1
007610         UNTIL WS-DIA-SUB > WS-DIAS-SEMANA
007620         OR AULA-ALOCADA
007630     IF AULA-ALOCADA
007640        GO TO 2200-EXIT
007650     END-IF
007660     MOVE 2 TO WS-LIMITE-DIA
007670     PERFORM 2300-TENTA-DIA THRU 2300-EXIT
007680         VARYING WS-DIA-SUB FROM 1 BY 1
007690         UNTIL WS-DIA-SUB > WS-DIAS-SEMANA
007700         OR AULA-ALOCADA
007710     .
007720 2200-EXIT.
007730     EXIT.
007740*----------------------------------------------------------*
007750* 2300-TENTA-DIA -- A DAY ALREADY HOLDING WS-LIMITE-DIA    *
007760*     LESSONS OF THE MATERIA IS SKIPPED; OTHERWISE THE     *
007770*     FIRST SLOT THAT IS FREE FOR THE TURMA, THE TEACHER   *
007780*     AND THE ROOM TAKES THE LESSON.                       *
007790*----------------------------------------------------------*
007800 2300-TENTA-DIA.
007810     MOVE ZERO TO WS-QTD-NO-DIA
007820     PERFORM 2350-CONTA-SLOT THRU 2350-EXIT
007830         VARYING WS-CNT-SUB FROM 1 BY 1
007840         UNTIL WS-CNT-SUB > WS-AULAS-DIA
007850     IF WS-QTD-NO-DIA NOT < WS-LIMITE-DIA
007860        GO TO 2300-EXIT
007870     END-IF
007880     PERFORM 2400-TENTA-SLOT THRU 2400-EXIT
007890         VARYING WS-SLOT-SUB FROM 1 BY 1
007900         UNTIL WS-SLOT-SUB > WS-AULAS-DIA
007910         OR AULA-ALOCADA
007920     .
007930 2300-EXIT.
007940     EXIT.
007950 2350-CONTA-SLOT.
007960     IF WS-TRM-CEL (WS-TRM-SUB WS-DIA-SUB WS-CNT-SUB) = WS-MAT-SUB
007970        ADD 1 TO WS-QTD-NO-DIA
007980     END-IF
007990     .
008000 2350-EXIT.
008010     EXIT.
008020 2400-TENTA-SLOT.
008030     IF WS-TRM-CEL (WS-TRM-SUB WS-DIA-SUB WS-SLOT-SUB) NOT = ZERO
008040        GO TO 2400-EXIT
008050     END-IF
008060     IF WS-PRF-CEL (WS-PRF-SUB WS-DIA-SUB WS-SLOT-SUB)
008070        NOT = SPACE
008080        GO TO 2400-EXIT
008090     END-IF
008100     MOVE WS-TRM-SAL-SUB (WS-TRM-SUB) TO WS-SAL-SUB
008110     IF WS-SAL-SUB > ZERO
008120        IF WS-SAL-CEL (WS-SAL-SUB WS-DIA-SUB WS-SLOT-SUB)
008130           NOT = SPACE
008140           GO TO 2400-EXIT
008150        END-IF
008160        MOVE 'O' TO WS-SAL-CEL (WS-SAL-SUB WS-DIA-SUB WS-SLOT-SUB)
008170     END-IF
008180     MOVE WS-MAT-SUB TO
008190         WS-TRM-CEL (WS-TRM-SUB WS-DIA-SUB WS-SLOT-SUB)
008200     MOVE 'O' TO WS-PRF-CEL (WS-PRF-SUB WS-DIA-SUB WS-SLOT-SUB)
008210     ADD 1 TO WS-TRM-MAT-ALOCADAS (WS-TRM-SUB WS-MAT-SUB)
008220     ADD 1 TO WS-CONT-ALOCADAS
008230     SET AULA-ALOCADA TO TRUE
008240     .
008250 2400-EXIT.
008260     EXIT.
008270*----------------------------------------------------------*
008280* 3000-GRAVA-PROPOSTA -- ONE 'A' TRANSACTION PER PLACED    *
008290*     LESSON OF THE TURMA, IN WEEKDAY/SLOT ORDER.          *
008300*----------------------------------------------------------*
008310 3000-GRAVA-PROPOSTA.
008320     PERFORM 3100-GRAVA-DIA THRU 3100-EXIT
008330         VARYING WS-DIA-SUB FROM 1 BY 1
008340         UNTIL WS-DIA-SUB > WS-DIAS-SEMANA
008350     .
008360 3000-EXIT.
008370     EXIT.
008380 3100-GRAVA-DIA.
008390     PERFORM 3200-GRAVA-AULA THRU 3200-EXIT
008400         VARYING WS-SLOT-SUB FROM 1 BY 1
008410         UNTIL WS-SLOT-SUB > WS-AULAS-DIA
008420     .
008430 3100-EXIT.
008440     EXIT.
008450 3200-GRAVA-AULA.
008460     MOVE WS-TRM-CEL (WS-TRM-SUB WS-DIA-SUB WS-SLOT-SUB)
008470         TO WS-MAT-SUB
008480     IF WS-MAT-SUB = ZERO
008490        GO TO 3200-EXIT
008500     END-IF
008510     MOVE WS-TRM-MAT-PRF-SUB (WS-TRM-SUB WS-MAT-SUB) TO WS-PRF-SUB
008520     MOVE WS-DIA-SUB  TO WS-DIA-EDIT
008530     MOVE WS-SLOT-SUB TO WS-SLOT-EDIT
008540     MOVE SPACES TO MED-HOR-TRANS-REC
008550     MOVE 'A' TO MED-HRT-FUNCAO
008560     MOVE WS-TRM-CODIGO (WS-TRM-SUB) TO MED-HRT-TURMA
008570     MOVE WS-DIA-EDIT  TO MED-HRT-DIA
008580     MOVE WS-SLOT-EDIT TO MED-HRT-SLOT
008590     MOVE WS-TRM-MAT-CODIGO (WS-TRM-SUB WS-MAT-SUB) TO
008600         MED-HRT-MATERIA
008610     MOVE WS-PRF-NOME (WS-PRF-SUB) TO MED-HRT-PROFESSOR
008620     MOVE WS-TRM-SALA (WS-TRM-SUB) TO MED-HRT-SALA
008630     WRITE MED-HOR-TRANS-REC
008640     ADD 1 TO WS-CONT-INCLUSOES
008650     .
008660 3200-EXIT.
008670     EXIT.
008680*----------------------------------------------------------*
008690* 4000-RELATA-TURMA -- EVERY MATERIA OF THE TURMA LEFT     *
008700*     SHORT, OR NOT SCHEDULED AT ALL, GOES ON HORANAOA.    *
008710*----------------------------------------------------------*
008720 4000-RELATA-TURMA.
008730     PERFORM 4100-RELATA-MATERIA THRU 4100-EXIT
008740         VARYING WS-MAT-SUB FROM 1 BY 1
008750         UNTIL WS-MAT-SUB > WS-TRM-QTD-MAT (WS-TRM-SUB)
008760     .
008770 4000-EXIT.
008780     EXIT.
008790 4100-RELATA-MATERIA.
008800     IF WS-TRM-MAT-MOTIVO (WS-TRM-SUB WS-MAT-SUB) = SPACES
008810        GO TO 4100-EXIT
008820     END-IF
008830     ADD 1 TO WS-CONT-PENDENTES
008840     ADD WS-TRM-MAT-AULAS (WS-TRM-SUB WS-MAT-SUB) TO
008850         WS-CONT-NAO-ALOCADAS
008860     SUBTRACT WS-TRM-MAT-ALOCADAS (WS-TRM-SUB WS-MAT-SUB) FROM
008870         WS-CONT-NAO-ALOCADAS
008880     MOVE SPACES TO WS-NAO-LINE
008890     MOVE WS-TRM-CODIGO (WS-TRM-SUB) TO WS-NAL-TURMA
008900     MOVE WS-TRM-SERIE (WS-TRM-SUB)  TO WS-NAL-SERIE
008910     MOVE WS-TRM-MAT-CODIGO (WS-TRM-SUB WS-MAT-SUB) TO
008920         WS-NAL-MATERIA
008930     MOVE WS-TRM-MAT-NOME (WS-TRM-SUB WS-MAT-SUB) TO WS-NAL-NOME
008940     MOVE WS-TRM-MAT-AULAS (WS-TRM-SUB WS-MAT-SUB) TO
008950         WS-NAL-PREVISTAS
008960     MOVE WS-TRM-MAT-ALOCADAS (WS-TRM-SUB WS-MAT-SUB) TO
008970         WS-NAL-ALOCADAS
008980     COMPUTE WS-NAL-FALTAM =
008990         WS-TRM-MAT-AULAS (WS-TRM-SUB WS-MAT-SUB)
009000         - WS-TRM-MAT-ALOCADAS (WS-TRM-SUB WS-MAT-SUB)
009010     MOVE WS-TRM-MAT-MOTIVO (WS-TRM-SUB WS-MAT-SUB) TO
009020         WS-NAL-MOTIVO
009030     MOVE WS-NAO-LINE TO NAO-ALOC-REC
009040     WRITE NAO-ALOC-REC
009050     .
009060 4100-EXIT.
009070     EXIT.
009080*----------------------------------------------------------*
009090* 9000-FINALIZE -- TOTALS, CLOSE AND THE RETURN CODE       *
009100*----------------------------------------------------------*
009110 9000-FINALIZE.
009120     MOVE SPACES TO NAO-ALOC-REC
009130     WRITE NAO-ALOC-REC
009140     MOVE "TURMAS LIDAS" TO WS-TOT-ROTULO
009150     MOVE WS-CONT-TURMAS TO WS-TOT-VALOR
009160     MOVE WS-TOTAL-LINE TO NAO-ALOC-REC
009170     WRITE NAO-ALOC-REC
009180     MOVE "TURMAS SEM GRADE" TO WS-TOT-ROTULO
009190     MOVE WS-CONT-SEM-GRADE TO WS-TOT-VALOR
009200     MOVE WS-TOTAL-LINE TO NAO-ALOC-REC
009210     WRITE NAO-ALOC-REC
009220     MOVE "AULAS SEMANAIS PREVISTAS" TO WS-TOT-ROTULO
009230     MOVE WS-CONT-PREVISTAS TO WS-TOT-VALOR
009240     MOVE WS-TOTAL-LINE TO NAO-ALOC-REC
009250     WRITE NAO-ALOC-REC
009260     MOVE "AULAS ALOCADAS NA PROPOSTA" TO WS-TOT-ROTULO
009270     MOVE WS-CONT-ALOCADAS TO WS-TOT-VALOR
009280     MOVE WS-TOTAL-LINE TO NAO-ALOC-REC
009290     WRITE NAO-ALOC-REC
009300     MOVE "AULAS NAO ALOCADAS" TO WS-TOT-ROTULO
009310     MOVE WS-CONT-NAO-ALOCADAS TO WS-TOT-VALOR
009320     MOVE WS-TOTAL-LINE TO NAO-ALOC-REC
009330     WRITE NAO-ALOC-REC
009340     MOVE "TURMA/MATERIAS LISTADAS" TO WS-TOT-ROTULO
009350     MOVE WS-CONT-PENDENTES TO WS-TOT-VALOR
009360     MOVE WS-TOTAL-LINE TO NAO-ALOC-REC
009370     WRITE NAO-ALOC-REC
009380     MOVE "AULAS MANTIDAS DE OUTRAS TURMAS" TO WS-TOT-ROTULO
009390     MOVE WS-CONT-MANTIDAS TO WS-TOT-VALOR
009400     MOVE WS-TOTAL-LINE TO NAO-ALOC-REC
009410     WRITE NAO-ALOC-REC
009420     CLOSE NAO-ALOC-FILE
009430     CLOSE HOR-TRANS-FILE
009440     CLOSE TURMA-MASTER-FILE
009450     CLOSE GRADE-MASTER-FILE
009460     CLOSE MATERIA-MASTER-FILE
009470     DISPLAY "PROFESSORES ATIVOS....: " WS-CONT-PROFESSORES
009480     DISPLAY "PROFDISP LIDOS........: " WS-CONT-DISP-LIDAS
009490     DISPLAY "PROFDISP IGNORADOS....: " WS-CONT-DISP-IGNORADAS
009500     DISPLAY "TURMAS LIDAS..........: " WS-CONT-TURMAS
009510     DISPLAY "TURMAS SEM GRADE......: " WS-CONT-SEM-GRADE
009520     DISPLAY "AULAS PREVISTAS.......: " WS-CONT-PREVISTAS
009530     DISPLAY "AULAS ALOCADAS........: " WS-CONT-ALOCADAS
009540     DISPLAY "AULAS NAO ALOCADAS....: " WS-CONT-NAO-ALOCADAS
009550     DISPLAY "HORATRAN EXCLUSOES....: " WS-CONT-EXCLUSOES
009560     DISPLAY "HORATRAN INCLUSOES....: " WS-CONT-INCLUSOES
009570     IF WS-CONT-PENDENTES > ZERO
009580        OR WS-CONT-SEM-GRADE > ZERO
009590        MOVE 4 TO RETURN-CODE
009600     END-IF
009610     .
009620 9000-EXIT.
009630     EXIT.
009640 END PROGRAM HORARIO_GERA.
