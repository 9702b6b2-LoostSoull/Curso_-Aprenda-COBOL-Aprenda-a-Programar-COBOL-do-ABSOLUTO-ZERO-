000100*****************************************************************
000110* Program:      NOTA_ANOMALIA
000120* Author:       J. ALBUQUERQUE - APPLICATIONS SUPPORT
000130* Installation: ESCOLA - SISTEMA ACADEMICO
000140* Date-Written: 2026-10-15
000150* Purpose:      Plausibility pass over the accepted roster
000160*               (ROSTERACC) after the ROSTER_EDIT pre-edit and
000170*               before the grading step. The pre-edit proves a
000180*               nota is numeric and inside 0-10; this run asks
000190*               whether the sheet is believable. Per turma/
000200*               materia block:
000210*                 - a nota column identical for every student;
000220*                 - every student's notas 2-4 copied from
000230*                   nota 1;
000240*                 - near-zero variance across the block;
000250*                 - far more tens or zeros than the school-wide
000260*                   rate of the same feed;
000270*                 - a block mean far from the same materia in
000280*                   the parallel turmas of the same serie (serie
000290*                   off TURMAST, MED-TUR-PERIODO).
000300*               Per student: the mean of the sheet's numeric
000310*               notas moved by more than the allowed amount
000320*               against the student's HISTAVG history for the
000330*               materia. PEND markers and conceito letters are
000340*               left out of every figure. Blocks below the
000350*               minimum size are not judged. Thresholds come
000360*               from the optional ANOMPARM parameter, compiled
000370*               defaults otherwise. Coordination releases a
000380*               block it has reviewed by listing it on the
000390*               optional ANOMLIB file (turma, space, materia).
000400*               The ANOMRPT report goes to coordination before
000410*               the boletins are printed. Condition code 8 when
000420*               any block anomaly is not released -- the chain
000430*               holds at this step; 4 when only student-level
000440*               moves or released blocks were found; 0 clean.
000450*               HISTAVG or TURMAST unavailable skips the check
000460*               that needs it with a warning.
000470* Modification History:
000480*   2026-10-15 JA  Initial version.
000485*   2026-10-15 JA  ROSTERACC read at its 112-byte length. A
000486*                  dependencia line (D in column 112) is counted
000487*                  but kept out of the block, school and history
000488*                  tests -- a few retaking students would skew
000489*                  the distribution of the turma's own block.
000490* Tectonics: cobc
000500*****************************************************************
000510 IDENTIFICATION DIVISION.
000520 PROGRAM-ID. NOTA_ANOMALIA.
000530 ENVIRONMENT DIVISION.
000540 INPUT-OUTPUT SECTION.
000550 FILE-CONTROL.
000560     SELECT ROSTER-ACC-FILE ASSIGN TO "ROSTERACC"
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS WS-ROSTER-STATUS.
000590     SELECT ANOM-REPORT-FILE ASSIGN TO "ANOMRPT"
000600         ORGANIZATION IS LINE SEQUENTIAL.
000610     SELECT ANOM-PARM-FILE ASSIGN TO "ANOMPARM"
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS WS-PARM-STATUS.
000640     SELECT ANOM-LIB-FILE ASSIGN TO "ANOMLIB"
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS WS-LIB-STATUS.
000670     COPY HISTSEL.
000680     COPY TURMSEL.
000690     COPY ERRLSEL.
000700 DATA DIVISION.
000710 FILE SECTION.
000720 FD  ROSTER-ACC-FILE.
000730 01  ROSTER-ACC-REC             PIC X(112).
000740 FD  ANOM-REPORT-FILE.
000750 01  ANOM-REPORT-REC            PIC X(110).
000760 FD  ANOM-PARM-FILE.
000770 01  ANOM-PARM-REC.
000780     03  ANOM-PRM-MIN-ALUNOS    PIC X(03).
000790     03  FILLER                 PIC X(01).
000800     03  ANOM-PRM-VAR-MIN       PIC X(03).
000810     03  FILLER                 PIC X(01).
000820     03  ANOM-PRM-FATOR         PIC X(02).
000830     03  FILLER                 PIC X(01).
000840     03  ANOM-PRM-PISO-PCT      PIC X(03).
000850     03  FILLER                 PIC X(01).
000860     03  ANOM-PRM-DELTA-HIST    PIC X(04).
000870     03  FILLER                 PIC X(01).
000880     03  ANOM-PRM-DELTA-PARAL   PIC X(04).
000890 FD  ANOM-LIB-FILE.
000900 01  ANOM-LIB-REC.
000910     03  ANOM-LIB-TURMA         PIC X(10).
000920     03  FILLER                 PIC X(01).
000930     03  ANOM-LIB-MATERIA       PIC X(30).
000940     COPY HISTFD.
000950 FD  TURMA-MASTER-FILE.
000960     COPY TURMMST.
000970     COPY ERRLFD.
000980 WORKING-STORAGE SECTION.
000990     COPY ERRCODES.
001000 01  WS-ROSTER-STATUS           PIC X(02) VALUE SPACES.
001010 01  WS-PARM-STATUS             PIC X(02) VALUE SPACES.
001020 01  WS-LIB-STATUS              PIC X(02) VALUE SPACES.
001030 01  WS-HIST-AVG-STATUS         PIC X(02) VALUE SPACES.
001040 01  WS-TUR-MASTER-STATUS       PIC X(02) VALUE SPACES.
001050 01  WS-SEQ-PARM.
001060     03  WS-SEQ-NOME-P          PIC X(10) VALUE "RUNID".
001070     03  WS-SEQ-NEXT-P          PIC 9(07) VALUE ZERO.
001080 01  WS-DATA-HOJE               PIC 9(08) VALUE ZERO.
001090*----------------------------------------------------------*
001100* THRESHOLDS -- COMPILED DEFAULTS, OVERRIDDEN FIELD BY      *
001110*     FIELD BY THE OPTIONAL ANOMPARM LINE (MIN-ALUNOS 999,  *
001120*     VAR-MIN 9V99, FATOR 99, PISO-PCT 999, DELTA-HIST      *
001130*     99V99, DELTA-PARAL 99V99, ONE SPACE BETWEEN FIELDS).  *
001140*----------------------------------------------------------*
001150 01  WS-LIMITES.
001160     03  WS-MIN-ALUNOS          PIC 9(03) VALUE 5.
001170     03  WS-VAR-MIN             PIC 9(01)V99 VALUE 0.10.
001180     03  WS-FATOR-EXTREMO       PIC 9(02) VALUE 3.
001190     03  WS-PISO-PCT            PIC 9(03) VALUE 20.
001200     03  WS-DELTA-HIST          PIC 9(02)V99 VALUE 3.00.
001210     03  WS-DELTA-PARAL         PIC 9(02)V99 VALUE 2.00.
001220 01  WS-PRM-VAR-MIN-N           PIC 9(01)V99 VALUE ZERO.
001230 01  WS-PRM-VAR-MIN-X REDEFINES WS-PRM-VAR-MIN-N PIC X(03).
001240 01  WS-PRM-DELTA-N             PIC 9(02)V99 VALUE ZERO.
001250 01  WS-PRM-DELTA-X REDEFINES WS-PRM-DELTA-N PIC X(04).
001260*----------------------------------------------------------*
001270* ACCEPTED ROSTER RECORD, CHARACTER VIEW (ROSTER_EDIT'S     *
001280*     RAW LAYOUT) -- A NOTA IS TESTED FOR NUMERIC BEFORE    *
001290*     ANYTHING TREATS IT AS A NUMBER.                       *
001300*----------------------------------------------------------*
001310 01  WS-ROSTER-LINE.
001320     03  WS-ROS-NOME            PIC X(30).
001330     03  WS-ROS-MATERIA         PIC X(30).
001340     03  WS-ROS-NOTAS.
001350         05  WS-ROS-NOTA        OCCURS 4 TIMES
001360                                PIC X(04).
001370     03  WS-ROS-NOTA-RECUP      PIC X(04).
001380     03  WS-ROS-MES             PIC X(02).
001390     03  WS-ROS-TURMA           PIC X(10).
001400     03  WS-ROS-ALUNO-ID        PIC X(07).
001410     03  WS-ROS-PESOS           PIC X(12).
001415     03  WS-ROS-DEPENDENCIA     PIC X(01).
001416         88  ROS-DEPENDENCIA          VALUE 'D'.
001420 01  WS-NOTA-NUM                PIC 9(02)V99 VALUE ZERO.
001430 01  WS-NOTA-NUM-X REDEFINES WS-NOTA-NUM PIC X(04).
001440 01  WS-NOTA-IDX                PIC 9(01) VALUE ZERO.
001450*----------------------------------------------------------*
001460* THE CURRENT STUDENT'S NUMERIC NOTAS                       *
001470*----------------------------------------------------------*
001480 01  WS-ALUNO-NOTAS.
001490     03  WS-ALU-NOTA-ENTRY      OCCURS 4 TIMES.
001500         05  WS-ALU-NOTA        PIC 9(02)V99.
001510         05  WS-ALU-NUM-SW      PIC X(01).
001520             88  ALU-NOTA-NUMERICA  VALUE 'S'.
001530 01  WS-ALU-QTD                 PIC 9(01) VALUE ZERO.
001540 01  WS-ALU-SOMA                PIC 9(03)V99 VALUE ZERO.
001550 01  WS-ALU-MEDIA               PIC 9(02)V99 VALUE ZERO.
001560 01  WS-ALU-COPIA-QTD           PIC 9(01) VALUE ZERO.
001570 01  WS-ALU-COPIA-SW            PIC X(01) VALUE 'S'.
001580     88  ALUNO-COPIOU-NOTA-1          VALUE 'S'.
001590 01  WS-SWITCHES.
001600     03  WS-EOF-ROSTER          PIC X(01) VALUE 'N'.
001610         88  FIM-DO-ROSTER            VALUE 'S'.
001620     03  WS-ROSTER-ABERTO       PIC X(01) VALUE 'N'.
001630         88  ROSTER-ABERTO            VALUE 'S'.
001640     03  WS-HIST-ABERTO         PIC X(01) VALUE 'N'.
001650         88  HIST-ABERTO              VALUE 'S'.
001660     03  WS-TURMAS-ABERTO       PIC X(01) VALUE 'N'.
001670         88  TURMAS-ABERTO            VALUE 'S'.
001680     03  WS-EOF-LIB             PIC X(01) VALUE 'N'.
001690         88  FIM-DO-LIB               VALUE 'S'.
001700     03  WS-BLK-ACHOU           PIC X(01) VALUE 'N'.
001710         88  ACHOU-BLOCO              VALUE 'S'.
001720     03  WS-LIB-ACHOU           PIC X(01) VALUE 'N'.
001730         88  BLOCO-LIBERADO           VALUE 'S'.
001740*----------------------------------------------------------*
001750* COORDINATION RELEASES (ANOMLIB)                           *
001760*----------------------------------------------------------*
001770 01  WS-LIB-TABLE-QTD           PIC 9(03) COMP VALUE ZERO.
001780 01  WS-LIB-TABLE.
001790     03  WS-LIB-ENTRY           OCCURS 1 TO 100 TIMES
001800                                DEPENDING ON WS-LIB-TABLE-QTD
001810                                INDEXED BY WS-LIB-IDX.
001820         05  WS-LIB-TURMA       PIC X(10).
001830         05  WS-LIB-MATERIA     PIC X(30).
001840*----------------------------------------------------------*
001850* ONE ENTRY PER TURMA/MATERIA BLOCK OF THE FEED: SIZE, SUMS *
001860*     FOR MEAN AND VARIANCE, TENS AND ZEROS, AND PER NOTA   *
001870*     COLUMN WHETHER EVERY STUDENT CARRIES THE SAME VALUE.  *
001880*----------------------------------------------------------*
001890 01  WS-BLK-TABLE-QTD           PIC 9(04) COMP VALUE ZERO.
001900 01  WS-BLK-TABLE.
001910     03  WS-BLK-ENTRY           OCCURS 1 TO 1500 TIMES
001920                                DEPENDING ON WS-BLK-TABLE-QTD
001930                                INDEXED BY WS-BLK-IDX.
001940         05  WS-BLK-TURMA       PIC X(10).
001950         05  WS-BLK-MATERIA     PIC X(30).
001960         05  WS-BLK-SERIE       PIC X(10).
001970         05  WS-BLK-QTD-ALUNOS  PIC 9(05) COMP.
001980         05  WS-BLK-QTD-NOTAS   PIC 9(05) COMP.
001990         05  WS-BLK-SOMA        PIC 9(07)V99.
002000         05  WS-BLK-SOMA-QUAD   PIC 9(09)V9(04).
002010         05  WS-BLK-QTD-DEZ     PIC 9(05) COMP.
002020         05  WS-BLK-QTD-ZERO    PIC 9(05) COMP.
002030         05  WS-BLK-COPIA-AVAL  PIC 9(05) COMP.
002040         05  WS-BLK-COPIA-SW    PIC X(01).
002050             88  BLK-TUDO-COPIADO     VALUE 'S'.
002060         05  WS-BLK-COLUNA      OCCURS 4 TIMES.
002070             07  WS-BLK-COL-PRIM    PIC 9(02)V99.
002080             07  WS-BLK-COL-QTD     PIC 9(05) COMP.
002090             07  WS-BLK-COL-IGUAL   PIC X(01).
002100                 88  BLK-COLUNA-IGUAL     VALUE 'S'.
002110 01  WS-BLK-SUB                 PIC 9(04) COMP VALUE ZERO.
002120 01  WS-PAR-SUB                 PIC 9(04) COMP VALUE ZERO.
002130 01  WS-COL-SUB                 PIC 9(01) VALUE ZERO.
002140 01  WS-BLK-ANOMALIAS           PIC 9(02) COMP VALUE ZERO.
002150 01  WS-COL-IGUAIS              PIC 9(01) VALUE ZERO.
002160*----------------------------------------------------------*
002170* WORK FIGURES FOR THE BLOCK TESTS                          *
002180*----------------------------------------------------------*
002190 01  WS-MEDIA-BLOCO             PIC 9(02)V9(04) VALUE ZERO.
002200 01  WS-MEDIA-QUAD              PIC 9(03)V9(04) VALUE ZERO.
002210 01  WS-VARIANCIA               PIC S9(03)V9(04) VALUE ZERO.
002220 01  WS-PCT-BLOCO               PIC 9(03)V99 VALUE ZERO.
002230 01  WS-PCT-ESCOLA-DEZ          PIC 9(03)V99 VALUE ZERO.
002240 01  WS-PCT-ESCOLA-ZERO         PIC 9(03)V99 VALUE ZERO.
002250 01  WS-PCT-LIMITE              PIC 9(05)V99 VALUE ZERO.
002260 01  WS-PAR-SOMA                PIC 9(09)V99 VALUE ZERO.
002270 01  WS-PAR-QTD-NOTAS           PIC 9(07) COMP VALUE ZERO.
002280 01  WS-PAR-QTD-TURMAS          PIC 9(03) COMP VALUE ZERO.
002290 01  WS-MEDIA-PARAL             PIC 9(02)V9(04) VALUE ZERO.
002300 01  WS-DIFERENCA               PIC S9(03)V99 VALUE ZERO.
002310*----------------------------------------------------------*
002320* SCHOOL-WIDE COUNTS OF THE SAME FEED -- THE "USUAL" RATE   *
002330*     OF TENS AND ZEROS A BLOCK IS MEASURED AGAINST.        *
002340*----------------------------------------------------------*
002350 01  WS-ESC-QTD-NOTAS           PIC 9(07) COMP VALUE ZERO.
002360 01  WS-ESC-QTD-DEZ             PIC 9(07) COMP VALUE ZERO.
002370 01  WS-ESC-QTD-ZERO            PIC 9(07) COMP VALUE ZERO.
002380 01  WS-CONTADORES.
002390     03  WS-CONT-LIDOS          PIC 9(05) COMP VALUE ZERO.
002395     03  WS-CONT-DEPENDENCIAS   PIC 9(05) COMP VALUE ZERO.
002400     03  WS-CONT-BLOCOS-PEQ     PIC 9(05) COMP VALUE ZERO.
002410     03  WS-CONT-ANOM-ALUNO     PIC 9(05) COMP VALUE ZERO.
002420     03  WS-CONT-ANOM-RETIDA    PIC 9(05) COMP VALUE ZERO.
002430     03  WS-CONT-ANOM-LIBERADA  PIC 9(05) COMP VALUE ZERO.
002440     03  WS-CONT-BLOCOS-RETIDOS PIC 9(05) COMP VALUE ZERO.
002450*----------------------------------------------------------*
002460* ANOMALY REPORT LINES                                      *
002470*----------------------------------------------------------*
002480 01  WS-TITULO-LINE.
002490     03  FILLER                 PIC X(42) VALUE
002500         "ANOMALIAS NA DIGITACAO DE NOTAS -- RUNID ".
002510     03  WS-TIT-RUNID           PIC 9(07).
002520     03  FILLER                 PIC X(07) VALUE "  DATA ".
002530     03  WS-TIT-DATA            PIC 9(08).
002540 01  WS-CABEC-LINE.
002550     03  FILLER                 PIC X(11) VALUE "TURMA".
002560     03  FILLER                 PIC X(31) VALUE "MATERIA".
002570     03  FILLER                 PIC X(08) VALUE "ALUNO".
002580     03  FILLER                 PIC X(41) VALUE "OCORRENCIA".
002590     03  FILLER                 PIC X(07) VALUE " VALOR".
002600     03  FILLER                 PIC X(09) VALUE "SITUACAO".
002610 01  WS-ANOM-LINE.
002620     03  WS-ANO-TURMA           PIC X(10).
002630     03  FILLER                 PIC X(01) VALUE SPACE.
002640     03  WS-ANO-MATERIA         PIC X(30).
002650     03  FILLER                 PIC X(01) VALUE SPACE.
002660     03  WS-ANO-ALUNO-ID        PIC X(07).
002670     03  FILLER                 PIC X(01) VALUE SPACE.
002680     03  WS-ANO-MOTIVO          PIC X(40).
002690     03  FILLER                 PIC X(01) VALUE SPACE.
002700     03  WS-ANO-VALOR           PIC ZZ9.99.
002710     03  FILLER                 PIC X(01) VALUE SPACE.
002720     03  WS-ANO-SITUACAO        PIC X(09).
002730 01  WS-ANO-VALOR-N             PIC 9(03)V99 VALUE ZERO.
002740 01  WS-MOTIVO-ANOM             PIC X(40) VALUE SPACES.
002750 01  WS-ANO-COLUNA-MSG.
002760     03  FILLER                 PIC X(05) VALUE "NOTA ".
002770     03  WS-ANO-COLUNA          PIC 9(01).
002780     03  FILLER                 PIC X(34) VALUE
002790         " IDENTICA PARA TODOS OS ALUNOS".
002800 01  WS-TOTAL-LINE.
002810     03  WS-TOT-ROTULO          PIC X(40).
002820     03  WS-TOT-VALOR           PIC ZZ,ZZ9.
002830 PROCEDURE DIVISION.
002840 0000-MAIN-PROCEDURE.
002850     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002860     PERFORM 2000-ACUMULA-REGISTRO THRU 2000-EXIT
002870         UNTIL FIM-DO-ROSTER
002880     PERFORM 5000-AVALIA-BLOCOS THRU 5000-EXIT
002890     PERFORM 9000-FINALIZE THRU 9000-EXIT
002900     STOP RUN.
002910*----------------------------------------------------------*
002920* 1000-INITIALIZE -- THRESHOLDS, RELEASES, MASTERS, REPORT  *
002930*     HEADING AND THE FIRST ROSTER RECORD.                  *
002940*----------------------------------------------------------*
002950 1000-INITIALIZE.
002960     MOVE "NOTAANOM" TO MED-ERROR-PROGRAM
002970     CALL "PROG_SET" USING WS-SEQ-PARM
002980     MOVE WS-SEQ-NEXT-P TO MED-ERROR-RUN-ID
002990     ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
003000     PERFORM 1100-LE-PARAMETROS THRU 1100-EXIT
003010     PERFORM 1200-CARREGA-LIBERACOES THRU 1200-EXIT
003020     OPEN INPUT HIST-AVG-FILE
003030     IF WS-HIST-AVG-STATUS = "00"
003040        SET HIST-ABERTO TO TRUE
003050     ELSE
003060        DISPLAY "HISTAVG INDISPONIVEL, STATUS: "
003070            WS-HIST-AVG-STATUS
003080        DISPLAY "COMPARACAO COM O HISTORICO SERA PULADA"
003090        MOVE "NOHIST"   TO MED-ERROR-CODE
003100        MOVE "HISTAVG INDISPONIVEL NA ANALISE DE ANOMALIAS" TO
003110            MED-ERROR-TEXT
003120        SET MED-RC-WARNING TO TRUE
003130        PERFORM 9800-ERROR-LOG THRU 9800-EXIT
003140     END-IF
003150     OPEN INPUT TURMA-MASTER-FILE
003160     IF WS-TUR-MASTER-STATUS = "00"
003170        SET TURMAS-ABERTO TO TRUE
003180     ELSE
003190        DISPLAY "TURMAST INDISPONIVEL, STATUS: "
003200            WS-TUR-MASTER-STATUS
003210        DISPLAY "COMPARACAO ENTRE TURMAS PARALELAS SERA PULADA"
003220     END-IF
003230     OPEN OUTPUT ANOM-REPORT-FILE
003240     MOVE WS-SEQ-NEXT-P TO WS-TIT-RUNID
003250     MOVE WS-DATA-HOJE  TO WS-TIT-DATA
003260     MOVE WS-TITULO-LINE TO ANOM-REPORT-REC
003270     WRITE ANOM-REPORT-REC
003280     MOVE SPACES TO ANOM-REPORT-REC
003290     WRITE ANOM-REPORT-REC
003300     MOVE WS-CABEC-LINE TO ANOM-REPORT-REC
003310     WRITE ANOM-REPORT-REC
003320     OPEN INPUT ROSTER-ACC-FILE
003330     IF WS-ROSTER-STATUS NOT = "00"
003340        DISPLAY "ROSTERACC NAO DISPONIVEL, STATUS: "
003350            WS-ROSTER-STATUS
003360        SET FIM-DO-ROSTER TO TRUE
003370     ELSE
003380        SET ROSTER-ABERTO TO TRUE
003390        PERFORM 3000-LE-ROSTER THRU 3000-EXIT
003400     END-IF
003410     .
003420 1000-EXIT.
003430     EXIT.
003440*----------------------------------------------------------*
003450* 1100-LE-PARAMETROS -- THE OPTIONAL ANOMPARM LINE; A FIELD *
003460*     LEFT BLANK OR NOT NUMERIC KEEPS ITS DEFAULT.          *
003470*----------------------------------------------------------*
003480 1100-LE-PARAMETROS.
003490     OPEN INPUT ANOM-PARM-FILE
003500     IF WS-PARM-STATUS NOT = "00"
003510        GO TO 1100-EXIT
003520     END-IF
003530     READ ANOM-PARM-FILE
003540         AT END
003550             CLOSE ANOM-PARM-FILE
003560             GO TO 1100-EXIT
003570     END-READ
003580     CLOSE ANOM-PARM-FILE
003590     IF ANOM-PRM-MIN-ALUNOS IS NUMERIC
003600        MOVE ANOM-PRM-MIN-ALUNOS TO WS-MIN-ALUNOS
003610     END-IF
003620     IF ANOM-PRM-VAR-MIN IS NUMERIC
003630        MOVE ANOM-PRM-VAR-MIN TO WS-PRM-VAR-MIN-X
003640        MOVE WS-PRM-VAR-MIN-N TO WS-VAR-MIN
003650     END-IF
003660     IF ANOM-PRM-FATOR IS NUMERIC
003670        MOVE ANOM-PRM-FATOR TO WS-FATOR-EXTREMO
003680     END-IF
003690     IF ANOM-PRM-PISO-PCT IS NUMERIC
003700        MOVE ANOM-PRM-PISO-PCT TO WS-PISO-PCT
003710     END-IF
003720     IF ANOM-PRM-DELTA-HIST IS NUMERIC
003730        MOVE ANOM-PRM-DELTA-HIST TO WS-PRM-DELTA-X
003740        MOVE WS-PRM-DELTA-N TO WS-DELTA-HIST
003750     END-IF
003760     IF ANOM-PRM-DELTA-PARAL IS NUMERIC
003770        MOVE ANOM-PRM-DELTA-PARAL TO WS-PRM-DELTA-X
003780        MOVE WS-PRM-DELTA-N TO WS-DELTA-PARAL
003790     END-IF
003800     IF WS-MIN-ALUNOS < 2
003810        MOVE 2 TO WS-MIN-ALUNOS
003820     END-IF
003830     .
003840 1100-EXIT.
003850     EXIT.
003860*----------------------------------------------------------*
003870* 1200-CARREGA-LIBERACOES -- THE BLOCKS COORDINATION HAS    *
003880*     REVIEWED AND RELEASED (OPTIONAL ANOMLIB FILE).        *
003890*----------------------------------------------------------*
003900 1200-CARREGA-LIBERACOES.
003910     OPEN INPUT ANOM-LIB-FILE
003920     IF WS-LIB-STATUS NOT = "00"
003930        GO TO 1200-EXIT
003940     END-IF
003950     PERFORM 1250-LE-LIBERACAO THRU 1250-EXIT
003960         UNTIL FIM-DO-LIB
003970     CLOSE ANOM-LIB-FILE
003980     .
003990 1200-EXIT.
004000     EXIT.
004010 1250-LE-LIBERACAO.
004020     READ ANOM-LIB-FILE
004030         AT END
004040             SET FIM-DO-LIB TO TRUE
004050             GO TO 1250-EXIT
004060     END-READ
004070     IF ANOM-LIB-TURMA = SPACES
004080        GO TO 1250-EXIT
004090     END-IF
004100     IF WS-LIB-TABLE-QTD >= 100
004110        DISPLAY "TABELA DE LIBERACOES CHEIA (100) -- "
004120            "AUMENTE WS-LIB-TABLE"
004130        MOVE 8 TO RETURN-CODE
004140        STOP RUN
004150     END-IF
004160     ADD 1 TO WS-LIB-TABLE-QTD
004170     SET WS-LIB-IDX TO WS-LIB-TABLE-QTD
004180     MOVE ANOM-LIB-TURMA   TO WS-LIB-TURMA (WS-LIB-IDX)
004190     MOVE ANOM-LIB-MATERIA TO WS-LIB-MATERIA (WS-LIB-IDX)
004200     .
004210 1250-EXIT.
004220     EXIT.
004230*----------------------------------------------------------*
004240* 2000-ACUMULA-REGISTRO -- ONE ACCEPTED RECORD INTO ITS     *
004250*     BLOCK, PLUS THE STUDENT'S HISTORY COMPARISON. A       *
004255*     DEPENDENCIA RECORD IS ONLY COUNTED.                   *
004260*----------------------------------------------------------*
004270 2000-ACUMULA-REGISTRO.
004280     MOVE ROSTER-ACC-REC TO WS-ROSTER-LINE
004282     IF ROS-DEPENDENCIA
004284        ADD 1 TO WS-CONT-DEPENDENCIAS
004286        PERFORM 3000-LE-ROSTER THRU 3000-EXIT
004288        GO TO 2000-EXIT
004289     END-IF
004290     PERFORM 2100-BUSCA-BLOCO THRU 2100-EXIT
004300     ADD 1 TO WS-BLK-QTD-ALUNOS (WS-BLK-IDX)
004310     MOVE ZERO TO WS-ALU-QTD
004320     MOVE ZERO TO WS-ALU-SOMA
004330     PERFORM 2200-ACUMULA-NOTA THRU 2200-EXIT
004340         VARYING WS-NOTA-IDX FROM 1 BY 1
004350         UNTIL WS-NOTA-IDX > 4
004360     PERFORM 2300-VERIFICA-COPIA THRU 2300-EXIT
004370     PERFORM 2400-VERIFICA-HISTORICO THRU 2400-EXIT
004380     PERFORM 3000-LE-ROSTER THRU 3000-EXIT
004390     .
004400 2000-EXIT.
004410     EXIT.
004420*----------------------------------------------------------*
004430* 2100-BUSCA-BLOCO -- FIND OR OPEN THE RECORD'S TURMA/      *
004440*     MATERIA BLOCK; A NEW BLOCK TAKES ITS SERIE FROM       *
004450*     TURMAST FOR THE PARALLEL-TURMA COMPARISON.            *
004460*----------------------------------------------------------*
004470 2100-BUSCA-BLOCO.
004480     MOVE 'N' TO WS-BLK-ACHOU
004490     IF WS-BLK-TABLE-QTD > ZERO
004500        SET WS-BLK-IDX TO 1
004510        SEARCH WS-BLK-ENTRY
004520            VARYING WS-BLK-IDX
004530            AT END
004540                CONTINUE
004550            WHEN WS-BLK-TURMA (WS-BLK-IDX) = WS-ROS-TURMA
004560                AND WS-BLK-MATERIA (WS-BLK-IDX) = WS-ROS-MATERIA
004570                SET ACHOU-BLOCO TO TRUE
004580        END-SEARCH
004590     END-IF
004600     IF ACHOU-BLOCO
004610        GO TO 2100-EXIT
004620     END-IF
004630     IF WS-BLK-TABLE-QTD >= 1500
004640        DISPLAY "TABELA DE BLOCOS CHEIA (1500) -- "
004650            "AUMENTE WS-BLK-TABLE"
004660        MOVE 8 TO RETURN-CODE
004670        STOP RUN
004680     END-IF
004690     ADD 1 TO WS-BLK-TABLE-QTD
004700     SET WS-BLK-IDX TO WS-BLK-TABLE-QTD
004710     MOVE WS-ROS-TURMA   TO WS-BLK-TURMA (WS-BLK-IDX)
004720     MOVE WS-ROS-MATERIA TO WS-BLK-MATERIA (WS-BLK-IDX)
004730     MOVE SPACES TO WS-BLK-SERIE (WS-BLK-IDX)
004740     MOVE ZERO TO WS-BLK-QTD-ALUNOS (WS-BLK-IDX)
004750     MOVE ZERO TO WS-BLK-QTD-NOTAS (WS-BLK-IDX)
004760     MOVE ZERO TO WS-BLK-SOMA (WS-BLK-IDX)
004770     MOVE ZERO TO WS-BLK-SOMA-QUAD (WS-BLK-IDX)
004780     MOVE ZERO TO WS-BLK-QTD-DEZ (WS-BLK-IDX)
004790     MOVE ZERO TO WS-BLK-QTD-ZERO (WS-BLK-IDX)
004800     MOVE ZERO TO WS-BLK-COPIA-AVAL (WS-BLK-IDX)
004810     MOVE 'S'  TO WS-BLK-COPIA-SW (WS-BLK-IDX)
004820     PERFORM 2150-INICIA-COLUNA THRU 2150-EXIT
004830         VARYING WS-COL-SUB FROM 1 BY 1
004840         UNTIL WS-COL-SUB > 4
004850     IF TURMAS-ABERTO
004860        MOVE WS-ROS-TURMA TO MED-TUR-CODIGO
004870        READ TURMA-MASTER-FILE
004880            INVALID KEY
004890                CONTINUE
004900            NOT INVALID KEY
004910                MOVE MED-TUR-PERIODO TO WS-BLK-SERIE (WS-BLK-IDX)
004920        END-READ
004930     END-IF
004940     .
004950 2100-EXIT.
004960     EXIT.
004970 2150-INICIA-COLUNA.
004980     MOVE ZERO TO WS-BLK-COL-PRIM (WS-BLK-IDX WS-COL-SUB)
004990     MOVE ZERO TO WS-BLK-COL-QTD (WS-BLK-IDX WS-COL-SUB)
005000     MOVE 'S'  TO WS-BLK-COL-IGUAL (WS-BLK-IDX WS-COL-SUB)
005010     .
005020 2150-EXIT.
005030     EXIT.
005040*----------------------------------------------------------*
005050* 2200-ACUMULA-NOTA -- ONE NOTA COLUMN OF THE RECORD. PEND  *
005060*     AND CONCEITO LETTERS ARE NOT NUMERIC AND STAY OUT.    *
005070*----------------------------------------------------------*
005080 2200-ACUMULA-NOTA.
005090     MOVE 'N' TO WS-ALU-NUM-SW (WS-NOTA-IDX)
005100     MOVE ZERO TO WS-ALU-NOTA (WS-NOTA-IDX)
005110     MOVE WS-ROS-NOTA (WS-NOTA-IDX) TO WS-NOTA-NUM-X
005120     IF WS-NOTA-NUM-X IS NOT NUMERIC
005130        GO TO 2200-EXIT
005140     END-IF
005150     IF WS-NOTA-NUM > 10
005160        GO TO 2200-EXIT
005170     END-IF
005180     MOVE 'S' TO WS-ALU-NUM-SW (WS-NOTA-IDX)
005190     MOVE WS-NOTA-NUM TO WS-ALU-NOTA (WS-NOTA-IDX)
005200     ADD 1 TO WS-ALU-QTD
005210     ADD WS-NOTA-NUM TO WS-ALU-SOMA
005220     ADD 1 TO WS-BLK-QTD-NOTAS (WS-BLK-IDX)
005230     ADD WS-NOTA-NUM TO WS-BLK-SOMA (WS-BLK-IDX)
005240     COMPUTE WS-BLK-SOMA-QUAD (WS-BLK-IDX) =
005250         WS-BLK-SOMA-QUAD (WS-BLK-IDX) + WS-NOTA-NUM * WS-NOTA-NUM
005260     ADD 1 TO WS-ESC-QTD-NOTAS
005270     IF WS-NOTA-NUM = 10
005280        ADD 1 TO WS-BLK-QTD-DEZ (WS-BLK-IDX)
005290        ADD 1 TO WS-ESC-QTD-DEZ
005300     END-IF
005310     IF WS-NOTA-NUM = ZERO
005320        ADD 1 TO WS-BLK-QTD-ZERO (WS-BLK-IDX)
005330        ADD 1 TO WS-ESC-QTD-ZERO
005340     END-IF
005350     IF WS-BLK-COL-QTD (WS-BLK-IDX WS-NOTA-IDX) = ZERO
005360        MOVE WS-NOTA-NUM TO
005370            WS-BLK-COL-PRIM (WS-BLK-IDX WS-NOTA-IDX)
005380     ELSE
005390        IF WS-NOTA-NUM NOT =
005400           WS-BLK-COL-PRIM (WS-BLK-IDX WS-NOTA-IDX)
005410           MOVE 'N' TO WS-BLK-COL-IGUAL (WS-BLK-IDX WS-NOTA-IDX)
005420        END-IF
005430     END-IF
005440     ADD 1 TO WS-BLK-COL-QTD (WS-BLK-IDX WS-NOTA-IDX)
005450     .
005460 2200-EXIT.
005470     EXIT.
005480*----------------------------------------------------------*
005490* 2300-VERIFICA-COPIA -- A STUDENT WITH A NUMERIC NOTA 1    *
005500*     AND AT LEAST ONE OTHER NUMERIC NOTA COUNTS TOWARD THE *
005510*     COPY TEST; ONE STUDENT WHOSE NOTAS DIFFER FROM NOTA 1 *
005520*     CLEARS THE BLOCK.                                     *
005530*----------------------------------------------------------*
005540 2300-VERIFICA-COPIA.
005550     IF NOT ALU-NOTA-NUMERICA (1)
005560        GO TO 2300-EXIT
005570     END-IF
005580     MOVE ZERO TO WS-ALU-COPIA-QTD
005590     MOVE 'S' TO WS-ALU-COPIA-SW
005600     PERFORM 2350-COMPARA-NOTA-1 THRU 2350-EXIT
005610         VARYING WS-NOTA-IDX FROM 2 BY 1
005620         UNTIL WS-NOTA-IDX > 4
005630     IF WS-ALU-COPIA-QTD = ZERO
005640        GO TO 2300-EXIT
005650     END-IF
005660     ADD 1 TO WS-BLK-COPIA-AVAL (WS-BLK-IDX)
005670     IF NOT ALUNO-COPIOU-NOTA-1
005680        MOVE 'N' TO WS-BLK-COPIA-SW (WS-BLK-IDX)
005690     END-IF
005700     .
005710 2300-EXIT.
005720     EXIT.
005730 2350-COMPARA-NOTA-1.
005740     IF ALU-NOTA-NUMERICA (WS-NOTA-IDX)
005750        ADD 1 TO WS-ALU-COPIA-QTD
005760        IF WS-ALU-NOTA (WS-NOTA-IDX) NOT = WS-ALU-NOTA (1)
005770           MOVE 'N' TO WS-ALU-COPIA-SW
005780        END-IF
005790     END-IF
005800     .
005810 2350-EXIT.
005820     EXIT.
005830*----------------------------------------------------------*
005840* 2400-VERIFICA-HISTORICO -- THE STUDENT'S MEAN ON THIS     *
005850*     SHEET AGAINST THE HISTAVG AVERAGE FOR THE MATERIA; A  *
005860*     MOVE BEYOND THE LIMIT EITHER WAY IS REPORTED. A       *
005870*     STUDENT WITH NO HISTORY IS NOT JUDGED.                *
005880*----------------------------------------------------------*
005890 2400-VERIFICA-HISTORICO.
005900     IF NOT HIST-ABERTO OR WS-ALU-QTD = ZERO
005910        GO TO 2400-EXIT
005920     END-IF
005930     IF WS-ROS-ALUNO-ID IS NOT NUMERIC
005940        GO TO 2400-EXIT
005950     END-IF
005960     MOVE WS-ROS-ALUNO-ID TO MED-HAVG-ALUNO-ID
005970     MOVE WS-ROS-MATERIA  TO MED-HAVG-MATERIA
005980     READ HIST-AVG-FILE
005990         INVALID KEY
006000             GO TO 2400-EXIT
006010     END-READ
006020     COMPUTE WS-ALU-MEDIA ROUNDED = WS-ALU-SOMA / WS-ALU-QTD
006030     COMPUTE WS-DIFERENCA = WS-ALU-MEDIA - MED-HAVG-MEDIA
006040     IF WS-DIFERENCA < ZERO
006050        COMPUTE WS-DIFERENCA = ZERO - WS-DIFERENCA
006060     END-IF
006070     IF WS-DIFERENCA NOT > WS-DELTA-HIST
006080        GO TO 2400-EXIT
006090     END-IF
006100     ADD 1 TO WS-CONT-ANOM-ALUNO
006110     MOVE SPACES TO WS-ANOM-LINE
006120     MOVE WS-ROS-TURMA    TO WS-ANO-TURMA
006130     MOVE WS-ROS-MATERIA  TO WS-ANO-MATERIA
006140     MOVE WS-ROS-ALUNO-ID TO WS-ANO-ALUNO-ID
006150     IF WS-ALU-MEDIA > MED-HAVG-MEDIA
006160        MOVE "MEDIA SUBIU ALEM DO LIMITE VS HISTAVG" TO
006170            WS-ANO-MOTIVO
006180     ELSE
006190        MOVE "MEDIA CAIU ALEM DO LIMITE VS HISTAVG" TO
006200            WS-ANO-MOTIVO
006210     END-IF
006220     MOVE WS-DIFERENCA TO WS-ANO-VALOR
006230     MOVE "CONFERIR" TO WS-ANO-SITUACAO
006240     MOVE WS-ANOM-LINE TO ANOM-REPORT-REC
006250     WRITE ANOM-REPORT-REC
006260     .
006270 2400-EXIT.
006280     EXIT.
006290*----------------------------------------------------------*
006300* 3000-LE-ROSTER -- NEXT ACCEPTED RECORD                    *
006310*----------------------------------------------------------*
006320 3000-LE-ROSTER.
006330     READ ROSTER-ACC-FILE
006340         AT END
006350             SET FIM-DO-ROSTER TO TRUE
006360         NOT AT END
006370             ADD 1 TO WS-CONT-LIDOS
006380     END-READ
006390     .
006400 3000-EXIT.
006410     EXIT.
006420*----------------------------------------------------------*
006430* 5000-AVALIA-BLOCOS -- THE SCHOOL-WIDE RATES, THEN EVERY   *
006440*     BLOCK THROUGH THE BLOCK TESTS.                        *
006450*----------------------------------------------------------*
006460 5000-AVALIA-BLOCOS.
006470     IF WS-ESC-QTD-NOTAS > ZERO
006480        COMPUTE WS-PCT-ESCOLA-DEZ ROUNDED =
006490            WS-ESC-QTD-DEZ * 100 / WS-ESC-QTD-NOTAS
006500        COMPUTE WS-PCT-ESCOLA-ZERO ROUNDED =
006510            WS-ESC-QTD-ZERO * 100 / WS-ESC-QTD-NOTAS
006520     END-IF
006530     PERFORM 5100-AVALIA-UM-BLOCO THRU 5100-EXIT
006540         VARYING WS-BLK-SUB FROM 1 BY 1
006550         UNTIL WS-BLK-SUB > WS-BLK-TABLE-QTD
006560     .
006570 5000-EXIT.
006580     EXIT.
006590 5100-AVALIA-UM-BLOCO.
006600     SET WS-BLK-IDX TO WS-BLK-SUB
006610     IF WS-BLK-QTD-ALUNOS (WS-BLK-IDX) < WS-MIN-ALUNOS
006620        OR WS-BLK-QTD-NOTAS (WS-BLK-IDX) = ZERO
006630        ADD 1 TO WS-CONT-BLOCOS-PEQ
006640        GO TO 5100-EXIT
006650     END-IF
006660     PERFORM 5150-VERIFICA-LIBERACAO THRU 5150-EXIT
006670     MOVE ZERO TO WS-BLK-ANOMALIAS
006680     MOVE ZERO TO WS-COL-IGUAIS
006690     PERFORM 5200-VERIFICA-COLUNA THRU 5200-EXIT
006700         VARYING WS-COL-SUB FROM 1 BY 1
006710         UNTIL WS-COL-SUB > 4
006720     PERFORM 5300-VERIFICA-COPIA THRU 5300-EXIT
006730     PERFORM 5400-VERIFICA-VARIANCIA THRU 5400-EXIT
006740     PERFORM 5500-VERIFICA-EXTREMOS THRU 5500-EXIT
006750     PERFORM 5600-VERIFICA-PARALELAS THRU 5600-EXIT
006760     IF WS-BLK-ANOMALIAS > ZERO AND NOT BLOCO-LIBERADO
006770        ADD 1 TO WS-CONT-BLOCOS-RETIDOS
006780     END-IF
006790     .
006800 5100-EXIT.
006810     EXIT.
006820 5150-VERIFICA-LIBERACAO.
006830     MOVE 'N' TO WS-LIB-ACHOU
006840     IF WS-LIB-TABLE-QTD > ZERO
006850        SET WS-LIB-IDX TO 1
006860        SEARCH WS-LIB-ENTRY
006870            VARYING WS-LIB-IDX
006880            AT END
006890                CONTINUE
006900            WHEN WS-LIB-TURMA (WS-LIB-IDX) =
006910                 WS-BLK-TURMA (WS-BLK-IDX)
006920                AND WS-LIB-MATERIA (WS-LIB-IDX) =
006930                 WS-BLK-MATERIA (WS-BLK-IDX)
006940                SET BLOCO-LIBERADO TO TRUE
006950        END-SEARCH
006960     END-IF
006970     .
006980 5150-EXIT.
006990     EXIT.
007000*----------------------------------------------------------*
007010* 5200-VERIFICA-COLUNA -- A NOTA COLUMN EVERY STUDENT OF    *
007020*     THE BLOCK HOLDS WITH THE SAME VALUE.                  *
007030*----------------------------------------------------------*
007040 5200-VERIFICA-COLUNA.
007050     IF WS-BLK-COL-QTD (WS-BLK-IDX WS-COL-SUB) < WS-MIN-ALUNOS
007060        GO TO 5200-EXIT
007070     END-IF
007080     IF NOT BLK-COLUNA-IGUAL (WS-BLK-IDX WS-COL-SUB)
007090        GO TO 5200-EXIT
007100     END-IF
007110     ADD 1 TO WS-COL-IGUAIS
007120     MOVE WS-COL-SUB TO WS-ANO-COLUNA
007130     MOVE WS-ANO-COLUNA-MSG TO WS-MOTIVO-ANOM
007140     MOVE WS-BLK-COL-PRIM (WS-BLK-IDX WS-COL-SUB) TO
007150         WS-ANO-VALOR-N
007160     PERFORM 5900-GRAVA-ANOMALIA THRU 5900-EXIT
007170     .
007180 5200-EXIT.
007190     EXIT.
007200*----------------------------------------------------------*
007210* 5300-VERIFICA-COPIA -- EVERY STUDENT'S NOTAS 2-4 EQUAL    *
007220*     TO NOTA 1.                                            *
007230*----------------------------------------------------------*
007240 5300-VERIFICA-COPIA.
007250     IF WS-BLK-COPIA-AVAL (WS-BLK-IDX) < WS-MIN-ALUNOS
007260        GO TO 5300-EXIT
007270     END-IF
007280     IF NOT BLK-TUDO-COPIADO (WS-BLK-IDX)
007290        GO TO 5300-EXIT
007300     END-IF
007310     MOVE "NOTAS 2-4 COPIADAS DA NOTA 1" TO WS-MOTIVO-ANOM
007320     MOVE WS-BLK-COPIA-AVAL (WS-BLK-IDX) TO WS-ANO-VALOR-N
007330     PERFORM 5900-GRAVA-ANOMALIA THRU 5900-EXIT
007340     .
007350 5300-EXIT.
007360     EXIT.
007370*----------------------------------------------------------*
007380* 5400-VERIFICA-VARIANCIA -- NEAR-ZERO SPREAD ACROSS THE    *
007390*     BLOCK. NOT REPEATED WHEN EVERY COLUMN WAS ALREADY     *
007400*     REPORTED IDENTICAL.                                   *
007410*----------------------------------------------------------*
007420 5400-VERIFICA-VARIANCIA.
007430     IF WS-COL-IGUAIS = 4
007440        GO TO 5400-EXIT
007450     END-IF
007460     COMPUTE WS-MEDIA-BLOCO ROUNDED =
007470         WS-BLK-SOMA (WS-BLK-IDX) / WS-BLK-QTD-NOTAS (WS-BLK-IDX)
007480     COMPUTE WS-MEDIA-QUAD ROUNDED =
007490         WS-BLK-SOMA-QUAD (WS-BLK-IDX) /
007500         WS-BLK-QTD-NOTAS (WS-BLK-IDX)
007510     COMPUTE WS-VARIANCIA ROUNDED =
007520         WS-MEDIA-QUAD - WS-MEDIA-BLOCO * WS-MEDIA-BLOCO
007530     IF WS-VARIANCIA < ZERO
007540        MOVE ZERO TO WS-VARIANCIA
007550     END-IF
007560     IF WS-VARIANCIA NOT < WS-VAR-MIN
007570        GO TO 5400-EXIT
007580     END-IF
007590     MOVE "VARIANCIA DAS NOTAS PROXIMA DE ZERO" TO WS-MOTIVO-ANOM
007600     MOVE WS-VARIANCIA TO WS-ANO-VALOR-N
007610     PERFORM 5900-GRAVA-ANOMALIA THRU 5900-EXIT
007620     .
007630 5400-EXIT.
007640     EXIT.
007650*----------------------------------------------------------*
007660* 5500-VERIFICA-EXTREMOS -- SHARE OF TENS AND OF ZEROS IN   *
007670*     THE BLOCK AGAINST THE SCHOOL-WIDE SHARE: OVER FATOR   *
007680*     TIMES THE USUAL RATE, AND NEVER UNDER THE PISO-PCT    *
007690*     FLOOR (A SCHOOL WITH ALMOST NO TENS WOULD OTHERWISE   *
007700*     FLAG A BLOCK WITH TWO).                               *
007710*----------------------------------------------------------*
007720 5500-VERIFICA-EXTREMOS.
007730     COMPUTE WS-PCT-BLOCO ROUNDED =
007740         WS-BLK-QTD-DEZ (WS-BLK-IDX) * 100 /
007750         WS-BLK-QTD-NOTAS (WS-BLK-IDX)
007760     COMPUTE WS-PCT-LIMITE = WS-PCT-ESCOLA-DEZ * WS-FATOR-EXTREMO
007770     IF WS-PCT-LIMITE < WS-PISO-PCT
007780        MOVE WS-PISO-PCT TO WS-PCT-LIMITE
007790     END-IF
007800     IF WS-PCT-BLOCO > WS-PCT-LIMITE
007810        MOVE "EXCESSO DE NOTAS DEZ (PCT DO BLOCO)" TO
007820            WS-MOTIVO-ANOM
007830        MOVE WS-PCT-BLOCO TO WS-ANO-VALOR-N
007840        PERFORM 5900-GRAVA-ANOMALIA THRU 5900-EXIT
007850     END-IF
007860     COMPUTE WS-PCT-BLOCO ROUNDED =
007870         WS-BLK-QTD-ZERO (WS-BLK-IDX) * 100 /
007880         WS-BLK-QTD-NOTAS (WS-BLK-IDX)
007890     COMPUTE WS-PCT-LIMITE = WS-PCT-ESCOLA-ZERO * WS-FATOR-EXTREMO
007900     IF WS-PCT-LIMITE < WS-PISO-PCT
007910        MOVE WS-PISO-PCT TO WS-PCT-LIMITE
007920     END-IF
007930     IF WS-PCT-BLOCO > WS-PCT-LIMITE
007940        MOVE "EXCESSO DE NOTAS ZERO (PCT DO BLOCO)" TO
007950            WS-MOTIVO-ANOM
007960        MOVE WS-PCT-BLOCO TO WS-ANO-VALOR-N
007970        PERFORM 5900-GRAVA-ANOMALIA THRU 5900-EXIT
007980     END-IF
007990     .
008000 5500-EXIT.
008010     EXIT.
008020*----------------------------------------------------------*
008030* 5600-VERIFICA-PARALELAS -- THE BLOCK MEAN AGAINST THE     *
008040*     POOLED MEAN OF THE SAME MATERIA IN THE OTHER TURMAS   *
008050*     OF THE SAME SERIE (EACH OF THEM LARGE ENOUGH TO BE    *
008060*     JUDGED). SKIPPED WITHOUT A SERIE OR A PARALLEL TURMA. *
008070*----------------------------------------------------------*
008080 5600-VERIFICA-PARALELAS.
008090     IF WS-BLK-SERIE (WS-BLK-IDX) = SPACES
008100        GO TO 5600-EXIT
008110     END-IF
008120     MOVE ZERO TO WS-PAR-SOMA
008130     MOVE ZERO TO WS-PAR-QTD-NOTAS
008140     MOVE ZERO TO WS-PAR-QTD-TURMAS
008150     PERFORM 5650-SOMA-PARALELA THRU 5650-EXIT
008160         VARYING WS-PAR-SUB FROM 1 BY 1
008170         UNTIL WS-PAR-SUB > WS-BLK-TABLE-QTD
008180     IF WS-PAR-QTD-TURMAS = ZERO OR WS-PAR-QTD-NOTAS = ZERO
008190        GO TO 5600-EXIT
008200     END-IF
008210     COMPUTE WS-MEDIA-BLOCO ROUNDED =
008220         WS-BLK-SOMA (WS-BLK-IDX) / WS-BLK-QTD-NOTAS (WS-BLK-IDX)
008230     COMPUTE WS-MEDIA-PARAL ROUNDED =
008240         WS-PAR-SOMA / WS-PAR-QTD-NOTAS
008250     COMPUTE WS-DIFERENCA ROUNDED =
008260         WS-MEDIA-BLOCO - WS-MEDIA-PARAL
008270     IF WS-DIFERENCA < ZERO
008280        COMPUTE WS-DIFERENCA = ZERO - WS-DIFERENCA
008290     END-IF
008300     IF WS-DIFERENCA NOT > WS-DELTA-PARAL
008310        GO TO 5600-EXIT
008320     END-IF
008330     IF WS-MEDIA-BLOCO > WS-MEDIA-PARAL
008340        MOVE "MEDIA ACIMA DAS TURMAS PARALELAS" TO
008350            WS-MOTIVO-ANOM
008360     ELSE
008370        MOVE "MEDIA ABAIXO DAS TURMAS PARALELAS" TO
008380            WS-MOTIVO-ANOM
008390     END-IF
008400     MOVE WS-DIFERENCA TO WS-ANO-VALOR-N
008410     PERFORM 5900-GRAVA-ANOMALIA THRU 5900-EXIT
008420     .
008430 5600-EXIT.
008440     EXIT.
008450 5650-SOMA-PARALELA.
008460     IF WS-PAR-SUB = WS-BLK-SUB
008470        GO TO 5650-EXIT
008480     END-IF
008490     IF WS-BLK-MATERIA (WS-PAR-SUB) NOT =
008500        WS-BLK-MATERIA (WS-BLK-IDX)
008510        OR WS-BLK-SERIE (WS-PAR-SUB) NOT =
008520        WS-BLK-SERIE (WS-BLK-IDX)
008530        GO TO 5650-EXIT
008540     END-IF
008550     IF WS-BLK-QTD-ALUNOS (WS-PAR-SUB) < WS-MIN-ALUNOS
008560        GO TO 5650-EXIT
008570     END-IF
008580     ADD 1 TO WS-PAR-QTD-TURMAS
008590     ADD WS-BLK-SOMA (WS-PAR-SUB) TO WS-PAR-SOMA
008600     ADD WS-BLK-QTD-NOTAS (WS-PAR-SUB) TO WS-PAR-QTD-NOTAS
008610     .
008620 5650-EXIT.
008630     EXIT.
008640*----------------------------------------------------------*
008650* 5900-GRAVA-ANOMALIA -- ONE BLOCK ANOMALY LINE, HELD OR    *
008660*     RELEASED BY COORDINATION.                             *
008670*----------------------------------------------------------*
008680 5900-GRAVA-ANOMALIA.
008690     ADD 1 TO WS-BLK-ANOMALIAS
008700     MOVE SPACES TO WS-ANOM-LINE
008710     MOVE WS-MOTIVO-ANOM TO WS-ANO-MOTIVO
008720     MOVE WS-BLK-TURMA (WS-BLK-IDX)   TO WS-ANO-TURMA
008730     MOVE WS-BLK-MATERIA (WS-BLK-IDX) TO WS-ANO-MATERIA
008740     MOVE WS-ANO-VALOR-N TO WS-ANO-VALOR
008750     IF BLOCO-LIBERADO
008760        ADD 1 TO WS-CONT-ANOM-LIBERADA
008770        MOVE "LIBERADO" TO WS-ANO-SITUACAO
008780     ELSE
008790        ADD 1 TO WS-CONT-ANOM-RETIDA
008800        MOVE "RETIDO" TO WS-ANO-SITUACAO
008810     END-IF
008820     MOVE WS-ANOM-LINE TO ANOM-REPORT-REC
008830     WRITE ANOM-REPORT-REC
008840     .
008850 5900-EXIT.
008860     EXIT.
008870*----------------------------------------------------------*
008880* 9000-FINALIZE -- REPORT TOTALS AND CONDITION CODE         *
008890*----------------------------------------------------------*
008900 9000-FINALIZE.
008910     IF ROSTER-ABERTO
008920        CLOSE ROSTER-ACC-FILE
008930     END-IF
008940     IF HIST-ABERTO
008950        CLOSE HIST-AVG-FILE
008960     END-IF
008970     IF TURMAS-ABERTO
008980        CLOSE TURMA-MASTER-FILE
008990     END-IF
009000     MOVE SPACES TO ANOM-REPORT-REC
009010     WRITE ANOM-REPORT-REC
009020     MOVE "REGISTROS ANALISADOS" TO WS-TOT-ROTULO
009030     MOVE WS-CONT-LIDOS TO WS-TOT-VALOR
009040     PERFORM 9050-GRAVA-TOTAL THRU 9050-EXIT
009050     MOVE "BLOCOS TURMA/MATERIA" TO WS-TOT-ROTULO
009060     MOVE WS-BLK-TABLE-QTD TO WS-TOT-VALOR
009070     PERFORM 9050-GRAVA-TOTAL THRU 9050-EXIT
009080     MOVE "BLOCOS ABAIXO DO TAMANHO MINIMO" TO WS-TOT-ROTULO
009090     MOVE WS-CONT-BLOCOS-PEQ TO WS-TOT-VALOR
009100     PERFORM 9050-GRAVA-TOTAL THRU 9050-EXIT
009110     MOVE "ANOMALIAS DE BLOCO RETIDAS" TO WS-TOT-ROTULO
009120     MOVE WS-CONT-ANOM-RETIDA TO WS-TOT-VALOR
009130     PERFORM 9050-GRAVA-TOTAL THRU 9050-EXIT
009140     MOVE "ANOMALIAS DE BLOCO LIBERADAS" TO WS-TOT-ROTULO
009150     MOVE WS-CONT-ANOM-LIBERADA TO WS-TOT-VALOR
009160     PERFORM 9050-GRAVA-TOTAL THRU 9050-EXIT
009170     MOVE "ALUNOS A CONFERIR CONTRA HISTAVG" TO WS-TOT-ROTULO
009180     MOVE WS-CONT-ANOM-ALUNO TO WS-TOT-VALOR
009190     PERFORM 9050-GRAVA-TOTAL THRU 9050-EXIT
009200     CLOSE ANOM-REPORT-FILE
009210     DISPLAY "REGISTROS ANALISADOS: " WS-CONT-LIDOS
009215     DISPLAY "DEPENDENCIAS (FORA).: " WS-CONT-DEPENDENCIAS
009220     DISPLAY "BLOCOS ANALISADOS...: " WS-BLK-TABLE-QTD
009230     DISPLAY "ANOMALIAS RETIDAS...: " WS-CONT-ANOM-RETIDA
009240     DISPLAY "ANOMALIAS LIBERADAS.: " WS-CONT-ANOM-LIBERADA
009250     DISPLAY "ALUNOS A CONFERIR...: " WS-CONT-ANOM-ALUNO
009260     EVALUATE TRUE
009270         WHEN WS-CONT-BLOCOS-RETIDOS > ZERO
009280             DISPLAY "NOTAS RETIDAS PARA A COORDENACAO -- "
009290                 "NAO PROSSIGA"
009300             MOVE WS-CONT-BLOCOS-RETIDOS TO WS-TOT-VALOR
009310             MOVE "ANOMAL" TO MED-ERROR-CODE
009320             MOVE SPACES TO MED-ERROR-TEXT
009330             STRING "BLOCOS TURMA/MATERIA RETIDOS: "
009340                 DELIMITED BY SIZE
009350                 WS-TOT-VALOR DELIMITED BY SIZE
009360                 INTO MED-ERROR-TEXT
009370             END-STRING
009380             SET MED-RC-DATA-ERROR TO TRUE
009390             PERFORM 9800-ERROR-LOG THRU 9800-EXIT
009400             MOVE 8 TO RETURN-CODE
009410         WHEN WS-CONT-ANOM-ALUNO > ZERO
009420             OR WS-CONT-ANOM-LIBERADA > ZERO
009430             MOVE 4 TO RETURN-CODE
009440         WHEN OTHER
009450             CONTINUE
009460     END-EVALUATE
009470     .
009480 9000-EXIT.
009490     EXIT.
009500 9050-GRAVA-TOTAL.
009510     MOVE WS-TOTAL-LINE TO ANOM-REPORT-REC
009520     WRITE ANOM-REPORT-REC
009530     .
009540 9050-EXIT.
009550     EXIT.
009560*----------------------------------------------------------*
009570* 9800-ERROR-LOG -- SHARED ERROR-LOGGING PARAGRAPH (ERRPARA) *
009580*----------------------------------------------------------*
009590     COPY ERRPARA.
009600 END PROGRAM NOTA_ANOMALIA.
