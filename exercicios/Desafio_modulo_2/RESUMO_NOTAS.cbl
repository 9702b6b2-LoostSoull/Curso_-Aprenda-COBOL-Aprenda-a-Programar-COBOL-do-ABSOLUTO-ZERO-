000100*****************************************************************
000110* Program:      RESUMO_NOTAS
000120* Author:       J. ALBUQUERQUE - APPLICATIONS SUPPORT
000130* Installation: ESCOLA - SISTEMA ACADEMICO
000140* Date-Written: 2026-10-15
000150* Purpose:      Post-grading result summary, run right after
000160*               CALC_MEDIA_BATCH. Reads the TRANSCRIPT of the run
000170*               once, unpacks every materia slot and rebuilds the
000180*               keyed RESNOTAS file (RSNSEL/RSNFD): one record per
000190*               student/materia result, one total per student
000200*               (with the student's position in the turma
000210*               ranking), one total per turma and per turma/
000220*               materia, and the same totals for the whole
000230*               school. Each record carries the HISTAVG trend off
000240*               the transcript, the running FREQFILE attendance
000250*               percentage and the student's campus unit off
000260*               STUMAST. The reports after the grading step --
000270*               TURMA_RANKING, MATERIA_ANALISE, RECUP_EXTRACT,
000280*               NOTIFICA_RESP, ALUNO_RECON and TERM_CLOSE -- read
000290*               RESNOTAS instead of each re-reading and unpacking
000300*               the 773-byte TRANSCRIPT and sorting it again.
000310*               The TRANSCRIPT is written in turma/student order
000320*               (CALC_MEDIA_BATCH's 1050-ORDENA-ROSTER); a turma
000330*               met twice shows up as a duplicate key.
000340*               Condition code 12 when the TRANSCRIPT cannot be
000350*               read or a RESNOTAS record cannot be written (the
000360*               chain stops: the reports would be incomplete); 4
000370*               when STUMAST is unavailable (every unit "??");
000380*               a missing FREQFILE only means no attendance was
000390*               captured.
000400* Modification History:
000410*   2026-10-15 JA  Initial version.
000420* Tectonics: cobc
000430*****************************************************************
000440 IDENTIFICATION DIVISION.
000450 PROGRAM-ID. RESUMO_NOTAS.
000460 ENVIRONMENT DIVISION.
000470 INPUT-OUTPUT SECTION.
000480 FILE-CONTROL.
000490     COPY TRANSEL.
000500     COPY RSNSEL.
000510     COPY STUSEL.
000520     SELECT FREQ-FILE ASSIGN TO "FREQFILE"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS WS-FREQ-STATUS.
000550     COPY ERRLSEL.
000560 DATA DIVISION.
000570 FILE SECTION.
000580     COPY TRANFD.
000590     COPY RSNFD.
000600 FD  STUDENT-MASTER-FILE.
000610     COPY STUMAST.
000620 FD  FREQ-FILE.
000630 01  MED-FREQ-REC.
000640     03  MED-FRQ-ALUNO-ID       PIC 9(07).
000650     03  MED-FRQ-MATERIA        PIC X(30).
000660     03  MED-FRQ-MES            PIC 99.
000670     03  MED-FRQ-AULAS-DADAS    PIC 9(03).
000680     03  MED-FRQ-AULAS-PRES     PIC 9(03).
000690     COPY ERRLFD.
000700 WORKING-STORAGE SECTION.
000710     COPY TRANSCRP.
000720     COPY ERRCODES.
000730 01  WS-TRAN-STATUS             PIC X(02) VALUE SPACES.
000740 01  WS-RSN-STATUS              PIC X(02) VALUE SPACES.
000750 01  WS-STU-MASTER-STATUS       PIC X(02) VALUE SPACES.
000760 01  WS-FREQ-STATUS             PIC X(02) VALUE SPACES.
000770 01  WS-SWITCHES.
000780     03  WS-EOF-TRANSCRIPT      PIC X(01) VALUE 'N'.
000790         88  FIM-DO-TRANSCRIPT        VALUE 'S'.
000800     03  WS-TRAN-ABERTO         PIC X(01) VALUE 'N'.
000810         88  TRANSCRIPT-ABERTO        VALUE 'S'.
000820     03  WS-MASTER-ABERTO       PIC X(01) VALUE 'N'.
000830         88  MASTER-ABERTO            VALUE 'S'.
000840     03  WS-FREQ-ACHOU          PIC X(01) VALUE 'N'.
000850         88  ACHOU-FREQUENCIA         VALUE 'S'.
000860     03  WS-MAT-ACHOU           PIC X(01) VALUE 'N'.
000870         88  ACHOU-MATERIA            VALUE 'S'.
000880 01  WS-MAT-IDX                 PIC 9(02) COMP VALUE ZERO.
000890 01  WS-NIV-SUB                 PIC 9(01) COMP VALUE ZERO.
000900 01  WS-MTB-SUB                 PIC 9(03) COMP VALUE ZERO.
000910 01  WS-RNK-SUB                 PIC 9(03) COMP VALUE ZERO.
000920 01  WS-RNK-CMP                 PIC 9(03) COMP VALUE ZERO.
000930 01  WS-CONTADORES.
000940     03  WS-CONT-TRANSCRIPTS    PIC 9(07) COMP VALUE ZERO.
000950     03  WS-CONT-ALUNOS         PIC 9(07) COMP VALUE ZERO.
000960     03  WS-CONT-NOTAS          PIC 9(07) COMP VALUE ZERO.
000970     03  WS-CONT-TOTAIS         PIC 9(07) COMP VALUE ZERO.
000980     03  WS-CONT-SEM-CADASTRO   PIC 9(07) COMP VALUE ZERO.
000990     03  WS-CONT-FALHAS         PIC 9(07) COMP VALUE ZERO.
001000*----------------------------------------------------------*
001010* ATTENDANCE TABLE -- FREQFILE ROLLED UP PER STUDENT/      *
001020*     MATERIA OVER ALL THE MONTHS ON FILE.                 *
001030*----------------------------------------------------------*
001040 01  WS-FREQ-TABLE-QTD          PIC 9(04) COMP VALUE ZERO.
001050 01  WS-FREQ-TABLE.
001060     03  WS-FREQ-ENTRY          OCCURS 1 TO 5000 TIMES
001070                                DEPENDING ON WS-FREQ-TABLE-QTD
001080                                INDEXED BY WS-FREQ-IDX.
001090         05  WS-FRQ-ALUNO-ID    PIC 9(07).
001100         05  WS-FRQ-MATERIA     PIC X(30).
001110         05  WS-FRQ-DADAS       PIC 9(05).
001120         05  WS-FRQ-PRES        PIC 9(05).
001130*----------------------------------------------------------*
001140* THE STUDENT IN HAND                                      *
001150*----------------------------------------------------------*
001160 01  WS-ALUNO.
001170     03  WS-ALU-UNIDADE         PIC X(02).
001180     03  WS-ALU-SOMA            PIC 9(04)V99.
001190     03  WS-ALU-APROVADO        PIC 9(02).
001200     03  WS-ALU-RECUP           PIC 9(02).
001210     03  WS-ALU-REPROV          PIC 9(02).
001220     03  WS-ALU-PENDENTE        PIC 9(02).
001230     03  WS-ALU-PIORANDO        PIC 9(02).
001240     03  WS-ALU-DADAS           PIC 9(07).
001250     03  WS-ALU-PRES            PIC 9(07).
001260 01  WS-PCT-DADAS               PIC 9(07) VALUE ZERO.
001270 01  WS-PCT-PRES                PIC 9(07) VALUE ZERO.
001280 01  WS-BUSCA-ALUNO-ID          PIC 9(07) VALUE ZERO.
001290 01  WS-BUSCA-MATERIA           PIC X(30) VALUE SPACES.
001300 01  WS-NOTA-DADAS              PIC 9(05) VALUE ZERO.
001310 01  WS-NOTA-PRES               PIC 9(05) VALUE ZERO.
001320 01  WS-NOTA-CLASSE             PIC X(01) VALUE SPACE.
001330 01  WS-NOTA-PIORANDO           PIC X(01) VALUE 'N'.
001340     88  NOTA-PIORANDO                VALUE 'S'.
001350 01  WS-TURMA-ATUAL             PIC X(10) VALUE SPACES.
001360 01  WS-RUN-ANO                 PIC 9(04) VALUE ZERO.
001370 01  WS-RUN-PERIODO             PIC X(10) VALUE SPACES.
001380*----------------------------------------------------------*
001390* TOTALS PER LEVEL -- (1) THE WHOLE SCHOOL, (2) THE TURMA  *
001400*     IN HAND -- EACH WITH ITS PER-MATERIA BREAKDOWN.      *
001410*----------------------------------------------------------*
001420 01  WS-NIVEIS.
001430     03  WS-NIV                 OCCURS 2 TIMES.
001440         05  WS-NIV-UNIDADE     PIC X(02).
001450         05  WS-NIV-ALUNOS      PIC 9(05).
001460         05  WS-NIV-NOTAS       PIC 9(05).
001470         05  WS-NIV-SOMA        PIC 9(07)V99.
001480         05  WS-NIV-APROVADO    PIC 9(05).
001490         05  WS-NIV-RECUP       PIC 9(05).
001500         05  WS-NIV-REPROV      PIC 9(05).
001510         05  WS-NIV-PENDENTE    PIC 9(05).
001520         05  WS-NIV-PIORANDO    PIC 9(05).
001530         05  WS-NIV-DADAS       PIC 9(07).
001540         05  WS-NIV-PRES        PIC 9(07).
001550         05  WS-NIV-QTD-MAT     PIC 9(03).
001560         05  WS-NIV-MAT         OCCURS 60 TIMES.
001570             07  WS-MTB-MATERIA PIC X(30).
001580             07  WS-MTB-ALUNOS  PIC 9(05).
001590             07  WS-MTB-SOMA    PIC 9(07)V99.
001600             07  WS-MTB-APROVADO PIC 9(05).
001610             07  WS-MTB-RECUP   PIC 9(05).
001620             07  WS-MTB-REPROV  PIC 9(05).
001630             07  WS-MTB-PENDENTE PIC 9(05).
001640             07  WS-MTB-PIORANDO PIC 9(05).
001650             07  WS-MTB-DADAS   PIC 9(07).
001660             07  WS-MTB-PRES    PIC 9(07).
001670 77  WS-MAX-MATERIAS            PIC 9(03) VALUE 60.
001680*----------------------------------------------------------*
001690* THE TURMA'S STUDENT TOTALS, HELD UNTIL THE TURMA CLOSES  *
001700*     SO EACH CAN CARRY ITS RANKING POSITION: OVERALL      *
001710*     AVERAGE DESCENDING, THEN NAME, THEN STUDENT ID.      *
001720*----------------------------------------------------------*
001730 01  WS-RNK-TABLE-QTD           PIC 9(03) COMP VALUE ZERO.
001740 01  WS-RNK-TABLE.
001750     03  WS-RNK-ENTRY           OCCURS 1 TO 200 TIMES
001760                                DEPENDING ON WS-RNK-TABLE-QTD.
001770         05  WS-RNK-MEDIA       PIC 9(02)V99.
001780         05  WS-RNK-NOME        PIC X(30).
001790         05  WS-RNK-ALUNO-ID    PIC 9(07).
001800         05  WS-RNK-POSICAO     PIC 9(03).
001810         05  WS-RNK-IMAGEM      PIC X(148).
001820 PROCEDURE DIVISION.
001830 0000-MAIN-PROCEDURE.
001840     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001850     PERFORM 2000-PROCESSA-ALUNO THRU 2000-EXIT
001860         UNTIL FIM-DO-TRANSCRIPT
001870     PERFORM 9000-FINALIZE THRU 9000-EXIT
001880     STOP RUN.
001890*----------------------------------------------------------*
001900* 1000-INITIALIZE -- ATTENDANCE TABLE, STUMAST, A FRESH    *
001910*     RESNOTAS AND THE FIRST TRANSCRIPT RECORD.            *
001920*----------------------------------------------------------*
001930 1000-INITIALIZE.
001940     MOVE "RSMNOTAS" TO MED-ERROR-PROGRAM
001950     INITIALIZE WS-NIVEIS
001960     PERFORM 1100-CARREGA-FREQUENCIA THRU 1100-EXIT
001970     OPEN INPUT STUDENT-MASTER-FILE
001980     IF WS-STU-MASTER-STATUS = "00"
001990        SET MASTER-ABERTO TO TRUE
002000     ELSE
002010        DISPLAY "STUMAST INDISPONIVEL, STATUS: "
002020            WS-STU-MASTER-STATUS
002030        DISPLAY "UNIDADES GRAVADAS COMO ??"
002040        MOVE "NOSTU"  TO MED-ERROR-CODE
002050        MOVE "STUMAST INDISPONIVEL NO RESUMO DE NOTAS" TO
002060            MED-ERROR-TEXT
002070        SET MED-RC-WARNING TO TRUE
002080        PERFORM 9800-ERROR-LOG THRU 9800-EXIT
002090     END-IF
002100     OPEN OUTPUT RESUMO-NOTAS-FILE
002110     IF WS-RSN-STATUS NOT = "00"
002120        DISPLAY "RESNOTAS NAO PODE SER CRIADO, STATUS: "
002130            WS-RSN-STATUS
002140        MOVE "RSNOPN" TO MED-ERROR-CODE
002150        MOVE "RESNOTAS NAO PODE SER CRIADO" TO MED-ERROR-TEXT
002160        SET MED-RC-FILE-ERROR TO TRUE
002170        PERFORM 9800-ERROR-LOG THRU 9800-EXIT
002180        MOVE 12 TO RETURN-CODE
002190        STOP RUN
002200     END-IF
002210     OPEN INPUT TRANSCRIPT-FILE
002220     IF WS-TRAN-STATUS NOT = "00"
002230        DISPLAY "TRANSCRIPT NAO DISPONIVEL, STATUS: "
002240            WS-TRAN-STATUS
002250        MOVE "NOTRAN" TO MED-ERROR-CODE
002260        MOVE "TRANSCRIPT INDISPONIVEL NO RESUMO DE NOTAS" TO
002270            MED-ERROR-TEXT
002280        SET MED-RC-FILE-ERROR TO TRUE
002290        PERFORM 9800-ERROR-LOG THRU 9800-EXIT
002300        ADD 1 TO WS-CONT-FALHAS
002310        SET FIM-DO-TRANSCRIPT TO TRUE
002320     ELSE
002330        SET TRANSCRIPT-ABERTO TO TRUE
002340        PERFORM 8000-LE-TRANSCRIPT THRU 8000-EXIT
002350     END-IF
002360     .
002370 1000-EXIT.
002380     EXIT.
002390*----------------------------------------------------------*
002400* 1100-CARREGA-FREQUENCIA -- FREQFILE ROLLED UP PER        *
002410*     STUDENT/MATERIA; NO FILE MEANS NO ATTENDANCE WAS     *
002420*     CAPTURED AND EVERY RECORD GOES OUT WITHOUT IT.       *
002430*----------------------------------------------------------*
002440 1100-CARREGA-FREQUENCIA.
002450     MOVE ZERO TO WS-FREQ-TABLE-QTD
002460     OPEN INPUT FREQ-FILE
002470     IF WS-FREQ-STATUS NOT = "00"
002480        DISPLAY "FREQFILE INDISPONIVEL -- SEM FREQUENCIA"
002490        GO TO 1100-EXIT
002500     END-IF
002510     PERFORM 1150-LE-FREQ THRU 1150-EXIT
002520         UNTIL WS-FREQ-STATUS NOT = "00"
002530     CLOSE FREQ-FILE
002540     .
002550 1100-EXIT.
002560     EXIT.
002570 1150-LE-FREQ.
002580     READ FREQ-FILE
002590         AT END
002600             MOVE "10" TO WS-FREQ-STATUS
002610             GO TO 1150-EXIT
002620     END-READ
002630     MOVE MED-FRQ-ALUNO-ID TO WS-BUSCA-ALUNO-ID
002640     MOVE MED-FRQ-MATERIA  TO WS-BUSCA-MATERIA
002650     PERFORM 2250-BUSCA-FREQUENCIA THRU 2250-EXIT
002660     IF NOT ACHOU-FREQUENCIA
002670        IF WS-FREQ-TABLE-QTD >= 5000
002680           DISPLAY "TABELA DE FREQUENCIA CHEIA (5000) -- "
002690               "AUMENTE WS-FREQ-TABLE"
002700           MOVE 8 TO RETURN-CODE
002710           STOP RUN
002720        END-IF
002730        ADD 1 TO WS-FREQ-TABLE-QTD
002740        SET WS-FREQ-IDX TO WS-FREQ-TABLE-QTD
002750        MOVE MED-FRQ-ALUNO-ID TO WS-FRQ-ALUNO-ID (WS-FREQ-IDX)
002760        MOVE MED-FRQ-MATERIA  TO WS-FRQ-MATERIA (WS-FREQ-IDX)
002770        MOVE ZERO TO WS-FRQ-DADAS (WS-FREQ-IDX)
002780        MOVE ZERO TO WS-FRQ-PRES (WS-FREQ-IDX)
002790     END-IF
002800     ADD MED-FRQ-AULAS-DADAS TO WS-FRQ-DADAS (WS-FREQ-IDX)
002810     ADD MED-FRQ-AULAS-PRES  TO WS-FRQ-PRES (WS-FREQ-IDX)
002820     .
002830 1150-EXIT.
002840     EXIT.
002850*----------------------------------------------------------*
002860* 2000-PROCESSA-ALUNO -- ONE TRANSCRIPT: CLOSE THE TURMA   *
002870*     BEFORE IT ON A CHANGE OF TURMA, WRITE ONE RESULT PER *
002880*     MATERIA SLOT AND HOLD THE STUDENT TOTAL FOR THE      *
002890*     RANKING.                                             *
002900*----------------------------------------------------------*
002910 2000-PROCESSA-ALUNO.
002920     ADD 1 TO WS-CONT-TRANSCRIPTS
002930     IF MED-HIST-TURMA NOT = WS-TURMA-ATUAL
002940        IF WS-TURMA-ATUAL NOT = SPACES
002950           PERFORM 3000-FECHA-TURMA THRU 3000-EXIT
002960        END-IF
002970        MOVE MED-HIST-TURMA TO WS-TURMA-ATUAL
002980     END-IF
002990     MOVE MED-HIST-ANO     TO WS-RUN-ANO
003000     MOVE MED-HIST-PERIODO TO WS-RUN-PERIODO
003010     INITIALIZE WS-ALUNO
003020     PERFORM 2100-BUSCA-UNIDADE THRU 2100-EXIT
003030     IF WS-NIV-ALUNOS (2) = ZERO
003040        MOVE WS-ALU-UNIDADE TO WS-NIV-UNIDADE (2)
003050     END-IF
003060     ADD 1 TO WS-NIV-ALUNOS (1)
003070     ADD 1 TO WS-NIV-ALUNOS (2)
003080     PERFORM 2200-PROCESSA-MATERIA THRU 2200-EXIT
003090         VARYING WS-MAT-IDX FROM 1 BY 1
003100         UNTIL WS-MAT-IDX > MED-HIST-QTD-MATERIAS
003110     PERFORM 2400-GUARDA-ALUNO THRU 2400-EXIT
003120     PERFORM 8000-LE-TRANSCRIPT THRU 8000-EXIT
003130     .
003140 2000-EXIT.
003150     EXIT.
003160*----------------------------------------------------------*
003170* 2100-BUSCA-UNIDADE -- THE STUDENT'S CAMPUS UNIT OFF      *
003180*     STUMAST; "??" WHEN THE STUDENT IS NOT THERE.         *
003190*----------------------------------------------------------*
003200 2100-BUSCA-UNIDADE.
003210     MOVE "??" TO WS-ALU-UNIDADE
003220     IF NOT MASTER-ABERTO
003230        GO TO 2100-EXIT
003240     END-IF
003250     MOVE MED-HIST-ALUNO-ID TO MED-STU-ID
003260     READ STUDENT-MASTER-FILE
003270         INVALID KEY
003280             ADD 1 TO WS-CONT-SEM-CADASTRO
003290         NOT INVALID KEY
003300             MOVE MED-STU-UNIDADE TO WS-ALU-UNIDADE
003310     END-READ
003320     .
003330 2100-EXIT.
003340     EXIT.
003350*----------------------------------------------------------*
003360* 2200-PROCESSA-MATERIA -- ONE MATERIA SLOT: CLASSIFY IT,  *
003370*     LOOK UP ITS ATTENDANCE, WRITE THE RESULT RECORD AND  *
003380*     ROLL IT INTO THE STUDENT, TURMA AND SCHOOL TOTALS.   *
003390*----------------------------------------------------------*
003400 2200-PROCESSA-MATERIA.
003410     EVALUATE TRUE
003420         WHEN MED-HIST-SITUACAO (WS-MAT-IDX) (1:8) = "APROVADO"
003430             MOVE 'A' TO WS-NOTA-CLASSE
003440             ADD 1 TO WS-ALU-APROVADO
003450         WHEN MED-HIST-SITUACAO (WS-MAT-IDX) (1:5) = "EM RE"
003460             MOVE 'R' TO WS-NOTA-CLASSE
003470             ADD 1 TO WS-ALU-RECUP
003480         WHEN MED-HIST-SITUACAO (WS-MAT-IDX) (1:4) = "NOTA"
003490             MOVE 'P' TO WS-NOTA-CLASSE
003500             ADD 1 TO WS-ALU-PENDENTE
003510         WHEN OTHER
003520             MOVE 'F' TO WS-NOTA-CLASSE
003530             ADD 1 TO WS-ALU-REPROV
003540     END-EVALUATE
003550     MOVE 'N' TO WS-NOTA-PIORANDO
003560     IF MED-HIST-PIORANDO (WS-MAT-IDX)
003570        SET NOTA-PIORANDO TO TRUE
003580        ADD 1 TO WS-ALU-PIORANDO
003590     END-IF
003600     ADD MED-HIST-MEDIA (WS-MAT-IDX) TO WS-ALU-SOMA
003610     MOVE MED-HIST-ALUNO-ID TO WS-BUSCA-ALUNO-ID
003620     MOVE MED-HIST-MATERIA (WS-MAT-IDX) TO WS-BUSCA-MATERIA
003630     PERFORM 2250-BUSCA-FREQUENCIA THRU 2250-EXIT
003640     MOVE ZERO TO WS-NOTA-DADAS WS-NOTA-PRES
003650     IF ACHOU-FREQUENCIA
003660        MOVE WS-FRQ-DADAS (WS-FREQ-IDX) TO WS-NOTA-DADAS
003670        MOVE WS-FRQ-PRES (WS-FREQ-IDX)  TO WS-NOTA-PRES
003680     END-IF
003690     ADD WS-NOTA-DADAS TO WS-ALU-DADAS
003700     ADD WS-NOTA-PRES  TO WS-ALU-PRES
003710     PERFORM 2300-GRAVA-NOTA THRU 2300-EXIT
003720     PERFORM 2600-SOMA-NIVEL THRU 2600-EXIT
003730         VARYING WS-NIV-SUB FROM 1 BY 1
003740         UNTIL WS-NIV-SUB > 2
003750     .
003760 2200-EXIT.
003770     EXIT.
003780*----------------------------------------------------------*
003790* 2250-BUSCA-FREQUENCIA -- THE ATTENDANCE ROW OF           *
003800*     WS-BUSCA-ALUNO-ID / WS-BUSCA-MATERIA.                *
003810*----------------------------------------------------------*
003820 2250-BUSCA-FREQUENCIA.
003830     MOVE 'N' TO WS-FREQ-ACHOU
003840     IF WS-FREQ-TABLE-QTD > ZERO
003850        SET WS-FREQ-IDX TO 1
003860        SEARCH WS-FREQ-ENTRY
003870            VARYING WS-FREQ-IDX
003880            AT END
003890                CONTINUE
003900            WHEN WS-FRQ-ALUNO-ID (WS-FREQ-IDX)
003910                     = WS-BUSCA-ALUNO-ID
003920                AND WS-FRQ-MATERIA (WS-FREQ-IDX)
003930                     = WS-BUSCA-MATERIA
003940                SET ACHOU-FREQUENCIA TO TRUE
003950        END-SEARCH
003960     END-IF
003970     .
003980 2250-EXIT.
003990     EXIT.
004000*----------------------------------------------------------*
004010* 2300-GRAVA-NOTA -- THE TYPE '4' STUDENT/MATERIA RECORD   *
004020*----------------------------------------------------------*
004030 2300-GRAVA-NOTA.
004040     MOVE SPACES TO MED-RESUMO-NOTAS-REC
004050     MOVE MED-HIST-TURMA    TO MED-RSN-TURMA
004060     MOVE MED-HIST-ALUNO-ID TO MED-RSN-ALUNO-ID
004070     SET MED-RSN-NOTA-MATERIA TO TRUE
004080     MOVE MED-HIST-MATERIA (WS-MAT-IDX) TO MED-RSN-MATERIA
004090     MOVE WS-RUN-ANO        TO MED-RSN-ANO
004100     MOVE WS-RUN-PERIODO    TO MED-RSN-PERIODO
004110     MOVE WS-ALU-UNIDADE    TO MED-RSN-UNIDADE
004120     MOVE WS-NOTA-DADAS     TO WS-PCT-DADAS
004130     MOVE WS-NOTA-PRES      TO WS-PCT-PRES
004140     PERFORM 2350-PERCENTUAL THRU 2350-EXIT
004150     MOVE MED-HIST-NOME     TO MED-RSN-NOME
004160     MOVE MED-HIST-NOTA-1 (WS-MAT-IDX) TO MED-RSN-NOTA-1
004170     MOVE MED-HIST-NOTA-2 (WS-MAT-IDX) TO MED-RSN-NOTA-2
004180     MOVE MED-HIST-NOTA-3 (WS-MAT-IDX) TO MED-RSN-NOTA-3
004190     MOVE MED-HIST-NOTA-4 (WS-MAT-IDX) TO MED-RSN-NOTA-4
004200     MOVE MED-HIST-MEDIA (WS-MAT-IDX)  TO MED-RSN-MEDIA
004210     MOVE MED-HIST-PRIOR-MEDIA (WS-MAT-IDX) TO MED-RSN-PRIOR-MEDIA
004220     MOVE MED-HIST-TREND (WS-MAT-IDX)  TO MED-RSN-TREND
004230     MOVE MED-HIST-SITUACAO (WS-MAT-IDX) TO MED-RSN-SITUACAO
004240     MOVE WS-NOTA-CLASSE    TO MED-RSN-CLASSE
004250     MOVE MED-HIST-ESCALA-MAT (WS-MAT-IDX) TO MED-RSN-ESCALA
004260     PERFORM 4500-GRAVA-REGISTRO THRU 4500-EXIT
004270     ADD 1 TO WS-CONT-NOTAS
004280     .
004290 2300-EXIT.
004300     EXIT.
004310*----------------------------------------------------------*
004320* 2350-PERCENTUAL -- ATTENDANCE PERCENTAGE OF THE RECORD   *
004330*     BEING BUILT, OFF WS-PCT-DADAS / WS-PCT-PRES.         *
004340*----------------------------------------------------------*
004350 2350-PERCENTUAL.
004360     IF WS-PCT-DADAS > ZERO
004370        COMPUTE MED-RSN-FREQ-PCT ROUNDED =
004380            WS-PCT-PRES * 100 / WS-PCT-DADAS
004390        MOVE 'S' TO MED-RSN-COM-FREQ
004400     ELSE
004410        MOVE ZERO TO MED-RSN-FREQ-PCT
004420        MOVE 'N' TO MED-RSN-COM-FREQ
004430     END-IF
004440     .
004450 2350-EXIT.
004460     EXIT.
004470*----------------------------------------------------------*
004480* 2400-GUARDA-ALUNO -- BUILD THE TYPE '3' STUDENT TOTAL    *
004490*     AND HOLD IT IN THE TURMA'S RANKING TABLE.            *
004500*----------------------------------------------------------*
004510 2400-GUARDA-ALUNO.
004520     IF WS-RNK-TABLE-QTD >= 200
004530        DISPLAY "TABELA DE ALUNOS DA TURMA CHEIA (200) -- "
004540            "AUMENTE WS-RNK-TABLE"
004550        MOVE 8 TO RETURN-CODE
004560        STOP RUN
004570     END-IF
004580     MOVE SPACES TO MED-RESUMO-NOTAS-REC
004590     MOVE MED-HIST-TURMA    TO MED-RSN-TURMA
004600     MOVE MED-HIST-ALUNO-ID TO MED-RSN-ALUNO-ID
004610     SET MED-RSN-TOTAL-ALUNO TO TRUE
004620     MOVE WS-RUN-ANO        TO MED-RSN-ANO
004630     MOVE WS-RUN-PERIODO    TO MED-RSN-PERIODO
004640     MOVE WS-ALU-UNIDADE    TO MED-RSN-UNIDADE
004650     MOVE WS-ALU-DADAS      TO WS-PCT-DADAS
004660     MOVE WS-ALU-PRES       TO WS-PCT-PRES
004670     PERFORM 2350-PERCENTUAL THRU 2350-EXIT
004680     MOVE MED-HIST-NOME     TO MED-RSN-ALU-NOME
004690     MOVE MED-HIST-QTD-MATERIAS TO MED-RSN-ALU-QTD-MATERIAS
004700     MOVE WS-ALU-SOMA       TO MED-RSN-ALU-SOMA-MEDIAS
004710     IF MED-HIST-QTD-MATERIAS > ZERO
004720        COMPUTE MED-RSN-ALU-MEDIA-GERAL ROUNDED =
004730            WS-ALU-SOMA / MED-HIST-QTD-MATERIAS
004740     ELSE
004750        MOVE ZERO TO MED-RSN-ALU-MEDIA-GERAL
004760     END-IF
004770     MOVE WS-ALU-APROVADO   TO MED-RSN-ALU-QTD-APROVADO
004780     MOVE WS-ALU-RECUP      TO MED-RSN-ALU-QTD-RECUP
004790     MOVE WS-ALU-REPROV     TO MED-RSN-ALU-QTD-REPROV
004800     MOVE WS-ALU-PENDENTE   TO MED-RSN-ALU-QTD-PENDENTE
004810     MOVE WS-ALU-PIORANDO   TO MED-RSN-ALU-QTD-PIORANDO
004820     MOVE ZERO              TO MED-RSN-ALU-POSICAO
004830     ADD 1 TO WS-RNK-TABLE-QTD
004840     MOVE WS-RNK-TABLE-QTD  TO WS-RNK-SUB
004850     MOVE MED-RSN-ALU-MEDIA-GERAL TO WS-RNK-MEDIA (WS-RNK-SUB)
004860     MOVE MED-HIST-NOME     TO WS-RNK-NOME (WS-RNK-SUB)
004870     MOVE MED-HIST-ALUNO-ID TO WS-RNK-ALUNO-ID (WS-RNK-SUB)
004880     MOVE MED-RESUMO-NOTAS-REC TO WS-RNK-IMAGEM (WS-RNK-SUB)
004890     .
004900 2400-EXIT.
004910     EXIT.
004920*----------------------------------------------------------*
004930* 2600-SOMA-NIVEL -- ROLL THE RESULT IN HAND INTO LEVEL    *
004940*     WS-NIV-SUB AND ITS MATERIA LINE.                     *
004950*----------------------------------------------------------*
004960 2600-SOMA-NIVEL.
004970     PERFORM 2650-ACHA-MATERIA THRU 2650-EXIT
004980     ADD 1 TO WS-NIV-NOTAS (WS-NIV-SUB)
004990     ADD 1 TO WS-MTB-ALUNOS (WS-NIV-SUB WS-MTB-SUB)
005000     ADD MED-HIST-MEDIA (WS-MAT-IDX) TO WS-NIV-SOMA (WS-NIV-SUB)
005010     ADD MED-HIST-MEDIA (WS-MAT-IDX) TO
005020         WS-MTB-SOMA (WS-NIV-SUB WS-MTB-SUB)
005030     ADD WS-NOTA-DADAS TO WS-NIV-DADAS (WS-NIV-SUB)
005040     ADD WS-NOTA-DADAS TO WS-MTB-DADAS (WS-NIV-SUB WS-MTB-SUB)
005050     ADD WS-NOTA-PRES  TO WS-NIV-PRES (WS-NIV-SUB)
005060     ADD WS-NOTA-PRES  TO WS-MTB-PRES (WS-NIV-SUB WS-MTB-SUB)
005070     EVALUATE WS-NOTA-CLASSE
005080         WHEN 'A'
005090             ADD 1 TO WS-NIV-APROVADO (WS-NIV-SUB)
005100             ADD 1 TO WS-MTB-APROVADO (WS-NIV-SUB WS-MTB-SUB)
005110         WHEN 'R'
005120             ADD 1 TO WS-NIV-RECUP (WS-NIV-SUB)
005130             ADD 1 TO WS-MTB-RECUP (WS-NIV-SUB WS-MTB-SUB)
005140         WHEN 'P'
005150             ADD 1 TO WS-NIV-PENDENTE (WS-NIV-SUB)
005160             ADD 1 TO WS-MTB-PENDENTE (WS-NIV-SUB WS-MTB-SUB)
005170         WHEN OTHER
005180             ADD 1 TO WS-NIV-REPROV (WS-NIV-SUB)
005190             ADD 1 TO WS-MTB-REPROV (WS-NIV-SUB WS-MTB-SUB)
005200     END-EVALUATE
005210     IF NOTA-PIORANDO
005220        ADD 1 TO WS-NIV-PIORANDO (WS-NIV-SUB)
005230        ADD 1 TO WS-MTB-PIORANDO (WS-NIV-SUB WS-MTB-SUB)
005240     END-IF
005250     .
005260 2600-EXIT.
005270     EXIT.
005280*----------------------------------------------------------*
005290* 2650-ACHA-MATERIA -- THE MATERIA'S LINE AT THE LEVEL,    *
005300*     OPENED ON FIRST USE.                                 *
005310*----------------------------------------------------------*
005320 2650-ACHA-MATERIA.
005330     MOVE 'N' TO WS-MAT-ACHOU
005340     PERFORM 2660-COMPARA-MATERIA THRU 2660-EXIT
005350         VARYING WS-MTB-SUB FROM 1 BY 1
005360         UNTIL WS-MTB-SUB > WS-NIV-QTD-MAT (WS-NIV-SUB)
005370            OR ACHOU-MATERIA
005380     IF ACHOU-MATERIA
005390        SUBTRACT 1 FROM WS-MTB-SUB
005400        GO TO 2650-EXIT
005410     END-IF
005420     IF WS-NIV-QTD-MAT (WS-NIV-SUB) >= WS-MAX-MATERIAS
005430        DISPLAY "TABELA DE MATERIAS CHEIA (60) -- "
005440            "AUMENTE WS-NIV-MAT"
005450        MOVE 8 TO RETURN-CODE
005460        STOP RUN
005470     END-IF
005480     ADD 1 TO WS-NIV-QTD-MAT (WS-NIV-SUB)
005490     MOVE WS-NIV-QTD-MAT (WS-NIV-SUB) TO WS-MTB-SUB
005500     MOVE MED-HIST-MATERIA (WS-MAT-IDX) TO
005510         WS-MTB-MATERIA (WS-NIV-SUB WS-MTB-SUB)
005520     .
005530 2650-EXIT.
005540     EXIT.
005550 2660-COMPARA-MATERIA.
005560     IF WS-MTB-MATERIA (WS-NIV-SUB WS-MTB-SUB) =
005570        MED-HIST-MATERIA (WS-MAT-IDX)
005580        SET ACHOU-MATERIA TO TRUE
005590     END-IF
005600     .
005610 2660-EXIT.
005620     EXIT.
005630*----------------------------------------------------------*
005640* 3000-FECHA-TURMA -- RANK THE TURMA'S STUDENTS, WRITE     *
005650*     THEIR TOTALS AND THE TURMA'S OWN TOTALS, AND CLEAR   *
005660*     THE TURMA LEVEL FOR THE NEXT ONE.                    *
005670*----------------------------------------------------------*
005680 3000-FECHA-TURMA.
005690     PERFORM 3100-POSICAO-ALUNO THRU 3100-EXIT
005700         VARYING WS-RNK-SUB FROM 1 BY 1
005710         UNTIL WS-RNK-SUB > WS-RNK-TABLE-QTD
005720     MOVE 2 TO WS-NIV-SUB
005730     MOVE WS-TURMA-ATUAL TO MED-RSN-TURMA
005740     PERFORM 4000-GRAVA-NIVEL THRU 4000-EXIT
005750     INITIALIZE WS-NIV (2)
005760     MOVE ZERO TO WS-RNK-TABLE-QTD
005770     .
005780 3000-EXIT.
005790     EXIT.
005800*----------------------------------------------------------*
005810* 3100-POSICAO-ALUNO -- ONE PLUS THE NUMBER OF STUDENTS    *
005820*     RANKED AHEAD, THEN THE STUDENT TOTAL GOES OUT.       *
005830*----------------------------------------------------------*
005840 3100-POSICAO-ALUNO.
005850     MOVE 1 TO WS-RNK-POSICAO (WS-RNK-SUB)
005860     PERFORM 3150-COMPARA-ALUNO THRU 3150-EXIT
005870         VARYING WS-RNK-CMP FROM 1 BY 1
005880         UNTIL WS-RNK-CMP > WS-RNK-TABLE-QTD
005890     MOVE WS-RNK-IMAGEM (WS-RNK-SUB) TO MED-RESUMO-NOTAS-REC
005900     MOVE WS-RNK-POSICAO (WS-RNK-SUB) TO MED-RSN-ALU-POSICAO
005910     PERFORM 4500-GRAVA-REGISTRO THRU 4500-EXIT
005920     ADD 1 TO WS-CONT-ALUNOS
005930     .
005940 3100-EXIT.
005950     EXIT.
005960 3150-COMPARA-ALUNO.
005970     EVALUATE TRUE
005980         WHEN WS-RNK-CMP = WS-RNK-SUB
005990             CONTINUE
006000         WHEN WS-RNK-MEDIA (WS-RNK-CMP) >
006010              WS-RNK-MEDIA (WS-RNK-SUB)
006020             ADD 1 TO WS-RNK-POSICAO (WS-RNK-SUB)
006030         WHEN WS-RNK-MEDIA (WS-RNK-CMP) <
006040              WS-RNK-MEDIA (WS-RNK-SUB)
006050             CONTINUE
006060         WHEN WS-RNK-NOME (WS-RNK-CMP) <
006070              WS-RNK-NOME (WS-RNK-SUB)
006080             ADD 1 TO WS-RNK-POSICAO (WS-RNK-SUB)
006090         WHEN WS-RNK-NOME (WS-RNK-CMP) =
006100              WS-RNK-NOME (WS-RNK-SUB)
006110             AND WS-RNK-ALUNO-ID (WS-RNK-CMP) <
006120                 WS-RNK-ALUNO-ID (WS-RNK-SUB)
006130             ADD 1 TO WS-RNK-POSICAO (WS-RNK-SUB)
006140         WHEN OTHER
006150             CONTINUE
006160     END-EVALUATE
006170     .
006180 3150-EXIT.
006190     EXIT.
006200*----------------------------------------------------------*
006210* 4000-GRAVA-NIVEL -- THE TYPE '1' TOTAL OF LEVEL          *
006220*     WS-NIV-SUB UNDER TURMA MED-RSN-TURMA (BLANK FOR THE  *
006230*     SCHOOL) AND ONE TYPE '2' TOTAL PER MATERIA.          *
006240*----------------------------------------------------------*
006250 4000-GRAVA-NIVEL.
006260     MOVE MED-RSN-TURMA TO WS-TURMA-ATUAL
006270     MOVE SPACES TO MED-RESUMO-NOTAS-REC
006280     MOVE WS-TURMA-ATUAL    TO MED-RSN-TURMA
006290     MOVE ZERO              TO MED-RSN-ALUNO-ID
006300     SET MED-RSN-TOTAL-GRUPO TO TRUE
006310     MOVE WS-RUN-ANO        TO MED-RSN-ANO
006320     MOVE WS-RUN-PERIODO    TO MED-RSN-PERIODO
006330     MOVE WS-NIV-UNIDADE (WS-NIV-SUB) TO MED-RSN-UNIDADE
006340     MOVE WS-NIV-DADAS (WS-NIV-SUB) TO WS-PCT-DADAS
006350     MOVE WS-NIV-PRES (WS-NIV-SUB)  TO WS-PCT-PRES
006360     PERFORM 2350-PERCENTUAL THRU 2350-EXIT
006370     MOVE WS-NIV-ALUNOS (WS-NIV-SUB) TO MED-RSN-GRP-QTD-ALUNOS
006380     MOVE WS-NIV-NOTAS (WS-NIV-SUB)  TO MED-RSN-GRP-QTD-NOTAS
006390     MOVE WS-NIV-SOMA (WS-NIV-SUB)   TO MED-RSN-GRP-SOMA-MEDIAS
006400     IF WS-NIV-NOTAS (WS-NIV-SUB) > ZERO
006410        COMPUTE MED-RSN-GRP-MEDIA ROUNDED =
006420            WS-NIV-SOMA (WS-NIV-SUB) / WS-NIV-NOTAS (WS-NIV-SUB)
006430     ELSE
006440        MOVE ZERO TO MED-RSN-GRP-MEDIA
006450     END-IF
006460     MOVE WS-NIV-APROVADO (WS-NIV-SUB) TO MED-RSN-GRP-QTD-APROVADO
006470     MOVE WS-NIV-RECUP (WS-NIV-SUB)    TO MED-RSN-GRP-QTD-RECUP
006480     MOVE WS-NIV-REPROV (WS-NIV-SUB)   TO MED-RSN-GRP-QTD-REPROV
006490     MOVE WS-NIV-PENDENTE (WS-NIV-SUB) TO MED-RSN-GRP-QTD-PENDENTE
006500     MOVE WS-NIV-PIORANDO (WS-NIV-SUB) TO MED-RSN-GRP-QTD-PIORANDO
006510     PERFORM 4500-GRAVA-REGISTRO THRU 4500-EXIT
006520     ADD 1 TO WS-CONT-TOTAIS
006530     PERFORM 4100-GRAVA-MATERIA THRU 4100-EXIT
006540         VARYING WS-MTB-SUB FROM 1 BY 1
006550         UNTIL WS-MTB-SUB > WS-NIV-QTD-MAT (WS-NIV-SUB)
006560     .
006570 4000-EXIT.
006580     EXIT.
006590 4100-GRAVA-MATERIA.
006600     MOVE SPACES TO MED-RESUMO-NOTAS-REC
006610     MOVE WS-TURMA-ATUAL    TO MED-RSN-TURMA
006620     MOVE ZERO              TO MED-RSN-ALUNO-ID
006630     SET MED-RSN-TOTAL-MATERIA TO TRUE
006640     MOVE WS-MTB-MATERIA (WS-NIV-SUB WS-MTB-SUB) TO
006650         MED-RSN-MATERIA
006660     MOVE WS-RUN-ANO        TO MED-RSN-ANO
006670     MOVE WS-RUN-PERIODO    TO MED-RSN-PERIODO
006680     MOVE WS-NIV-UNIDADE (WS-NIV-SUB) TO MED-RSN-UNIDADE
006690     MOVE WS-MTB-DADAS (WS-NIV-SUB WS-MTB-SUB) TO WS-PCT-DADAS
006700     MOVE WS-MTB-PRES (WS-NIV-SUB WS-MTB-SUB)  TO WS-PCT-PRES
006710     PERFORM 2350-PERCENTUAL THRU 2350-EXIT
006720     MOVE WS-MTB-ALUNOS (WS-NIV-SUB WS-MTB-SUB) TO
006730         MED-RSN-GRP-QTD-ALUNOS
006740     MOVE WS-MTB-ALUNOS (WS-NIV-SUB WS-MTB-SUB) TO
006750         MED-RSN-GRP-QTD-NOTAS
006760     MOVE WS-MTB-SOMA (WS-NIV-SUB WS-MTB-SUB) TO
006770         MED-RSN-GRP-SOMA-MEDIAS
006780     COMPUTE MED-RSN-GRP-MEDIA ROUNDED =
006790         WS-MTB-SOMA (WS-NIV-SUB WS-MTB-SUB)
006800             / WS-MTB-ALUNOS (WS-NIV-SUB WS-MTB-SUB)
006810     MOVE WS-MTB-APROVADO (WS-NIV-SUB WS-MTB-SUB) TO
006820         MED-RSN-GRP-QTD-APROVADO
006830     MOVE WS-MTB-RECUP (WS-NIV-SUB WS-MTB-SUB) TO
006840         MED-RSN-GRP-QTD-RECUP
006850     MOVE WS-MTB-REPROV (WS-NIV-SUB WS-MTB-SUB) TO
006860         MED-RSN-GRP-QTD-REPROV
006870     MOVE WS-MTB-PENDENTE (WS-NIV-SUB WS-MTB-SUB) TO
006880         MED-RSN-GRP-QTD-PENDENTE
006890     MOVE WS-MTB-PIORANDO (WS-NIV-SUB WS-MTB-SUB) TO
006900         MED-RSN-GRP-QTD-PIORANDO
006910     PERFORM 4500-GRAVA-REGISTRO THRU 4500-EXIT
006920     ADD 1 TO WS-CONT-TOTAIS
006930     .
006940 4100-EXIT.
006950     EXIT.
006960*----------------------------------------------------------*
006970* 4500-GRAVA-REGISTRO -- WRITE THE RECORD BUILT; A         *
006980*     DUPLICATE KEY (A TURMA MET TWICE, A STUDENT GRADED   *
006990*     TWICE) IS LOGGED AND FAILS THE RUN.                  *
007000*----------------------------------------------------------*
007010 4500-GRAVA-REGISTRO.
007020     WRITE MED-RESUMO-NOTAS-REC
007030         INVALID KEY
007040             ADD 1 TO WS-CONT-FALHAS
007050             DISPLAY "RESNOTAS NAO GRAVADO, STATUS "
007060                 WS-RSN-STATUS ": " MED-RSN-CHAVE
007070             MOVE "RSNDUP" TO MED-ERROR-CODE
007080             MOVE SPACES TO MED-ERROR-TEXT
007090             STRING "RESNOTAS CHAVE REPETIDA " DELIMITED BY SIZE
007100                    MED-RSN-TURMA DELIMITED BY SIZE
007110                    " "           DELIMITED BY SIZE
007120                    MED-RSN-ALUNO-ID DELIMITED BY SIZE
007130                    " "           DELIMITED BY SIZE
007140                    MED-RSN-TIPO  DELIMITED BY SIZE
007150                 INTO MED-ERROR-TEXT
007160             END-STRING
007170             SET MED-RC-FILE-ERROR TO TRUE
007180             PERFORM 9800-ERROR-LOG THRU 9800-EXIT
007190     END-WRITE
007200     .
007210 4500-EXIT.
007220     EXIT.
007230*----------------------------------------------------------*
007240* 8000-LE-TRANSCRIPT -- READ THE NEXT TRANSCRIPT RECORD    *
007250*----------------------------------------------------------*
007260 8000-LE-TRANSCRIPT.
007270     READ TRANSCRIPT-FILE
007280         AT END
007290             SET FIM-DO-TRANSCRIPT TO TRUE
007300         NOT AT END
007310             MOVE TRANSCRIPT-FILE-REC TO MED-TRANSCRIPT-REC
007320     END-READ
007330     .
007340 8000-EXIT.
007350     EXIT.
007360*----------------------------------------------------------*
007370* 9000-FINALIZE -- CLOSE THE LAST TURMA, WRITE THE SCHOOL  *
007380*     TOTALS, PROVE THE COUNTS AND SET THE CONDITION CODE. *
007390*----------------------------------------------------------*
007400 9000-FINALIZE.
007410     IF WS-TURMA-ATUAL NOT = SPACES
007420        PERFORM 3000-FECHA-TURMA THRU 3000-EXIT
007430     END-IF
007440     IF WS-CONT-TRANSCRIPTS > ZERO
007450        MOVE 1 TO WS-NIV-SUB
007460        MOVE SPACES TO MED-RSN-TURMA
007470        PERFORM 4000-GRAVA-NIVEL THRU 4000-EXIT
007480     END-IF
007490     IF TRANSCRIPT-ABERTO
007500        CLOSE TRANSCRIPT-FILE
007510     END-IF
007520     IF MASTER-ABERTO
007530        CLOSE STUDENT-MASTER-FILE
007540     END-IF
007550     CLOSE RESUMO-NOTAS-FILE
007560     DISPLAY "TRANSCRIPTS LIDOS......: " WS-CONT-TRANSCRIPTS
007570     DISPLAY "TOTAIS DE ALUNO........: " WS-CONT-ALUNOS
007580     DISPLAY "RESULTADOS POR MATERIA.: " WS-CONT-NOTAS
007590     DISPLAY "TOTAIS TURMA/ESCOLA....: " WS-CONT-TOTAIS
007600     DISPLAY "ALUNOS SEM CADASTRO....: " WS-CONT-SEM-CADASTRO
007610     DISPLAY "FALHAS DE GRAVACAO.....: " WS-CONT-FALHAS
007620     IF WS-CONT-FALHAS > ZERO
007630        DISPLAY "RESNOTAS INCOMPLETO -- RELATORIOS NAO DEVEM "
007640            "RODAR"
007650        MOVE 12 TO RETURN-CODE
007660     ELSE
007670        IF NOT MASTER-ABERTO
007680           MOVE 4 TO RETURN-CODE
007690        END-IF
007700     END-IF
007710     .
007720 9000-EXIT.
007730     EXIT.
007740*----------------------------------------------------------*
007750* 9800-ERROR-LOG -- SHARED ERROR-LOGGING PARAGRAPH (ERRPARA) *
007760*----------------------------------------------------------*
007770     COPY ERRPARA.
007780 END PROGRAM RESUMO_NOTAS.
