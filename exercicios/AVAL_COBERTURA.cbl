000100*****************************************************************
000110* Program:      AVAL_COBERTURA
000120* Author:       J. ALBUQUERQUE - APPLICATIONS SUPPORT
000130* Installation: ESCOLA - SISTEMA ACADEMICO
000140* Date-Written: 2026-10-15
000150* Date-Compiled:
000160* Purpose:      Per-bimestre assessment coverage report off the
000170*               AVALMAST assessment calendar (copybooks AVLSEL/
000180*               AVLMST) kept by AVAL_MAINT. SYSIN gives the school
000190*               year (default the current one), the bimestre and
000200*               the number of assessments each materia requires
000210*               in it (default 2). Every turma on TURMAST is
000220*               matched to its serie's required materias on
000230*               GRADEMAST, and every turma/materia with fewer
000240*               assessments booked than required is listed on
000250*               AVALCOB with the count booked -- before the
000260*               ACADCAL deadline passes, not after. Recuperacao
000270*               bookings (type RE) do not count towards the
000280*               regular assessments. A turma whose serie has no
000290*               grid is listed too. RC 4 when anything is short.
000300* Modification History:
000310*   2026-10-15 JA  Initial version.
000320* Tectonics: cobc
000330*****************************************************************
000340 IDENTIFICATION DIVISION.
000350 PROGRAM-ID. AVAL_COBERTURA.
000360 ENVIRONMENT DIVISION.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     COPY AVLSEL.
000400     COPY TURMSEL.
000410     COPY GRDSEL.
000420     COPY MATMSEL.
000430     SELECT COB-REPORT-FILE ASSIGN TO "AVALCOB"
000440         ORGANIZATION IS LINE SEQUENTIAL.
000450 DATA DIVISION.
000460 FILE SECTION.
000470 FD  AVAL-MASTER-FILE.
000480     COPY AVLMST.
000490 FD  TURMA-MASTER-FILE.
000500     COPY TURMMST.
000510 FD  GRADE-MASTER-FILE.
000520     COPY GRDMST.
000530 FD  MATERIA-MASTER-FILE.
000540     COPY MATMMST.
000550 FD  COB-REPORT-FILE.
000560 01  COB-REPORT-REC             PIC X(132).
000570 WORKING-STORAGE SECTION.
000580 01  WS-AVL-MASTER-STATUS       PIC X(02) VALUE SPACES.
000590 01  WS-TUR-MASTER-STATUS       PIC X(02) VALUE SPACES.
000600 01  WS-GRD-MASTER-STATUS       PIC X(02) VALUE SPACES.
000610 01  WS-MAT-MASTER-STATUS       PIC X(02) VALUE SPACES.
000620 01  WS-SWITCHES.
000630     03  WS-EOF-AVAL            PIC X(01) VALUE 'N'.
000640         88  FIM-DO-AVAL              VALUE 'S'.
000650     03  WS-EOF-TURMA           PIC X(01) VALUE 'N'.
000660         88  FIM-DAS-TURMAS           VALUE 'S'.
000670     03  WS-GRADE-ACHOU         PIC X(01) VALUE 'N'.
000680         88  ACHOU-GRADE              VALUE 'S'.
000690     03  WS-CNT-ACHOU           PIC X(01) VALUE 'N'.
000700         88  ACHOU-CONTAGEM           VALUE 'S'.
000710     03  WS-MAT-ABERTO          PIC X(01) VALUE 'N'.
000720         88  MATMAST-ABERTO           VALUE 'S'.
000730 01  WS-PARM-ANO                PIC X(04) VALUE SPACES.
000740 01  WS-PARM-BIMESTRE           PIC X(01) VALUE SPACES.
000750 01  WS-PARM-MINIMO             PIC X(01) VALUE SPACES.
000760 01  WS-ANO-LETIVO              PIC 9(04) VALUE ZERO.
000770 01  WS-BIMESTRE                PIC 9(01) VALUE ZERO.
000780 77  WS-MINIMO                  PIC 9(01) VALUE 2.
000790 01  WS-DATA-HOJE               PIC 9(08) VALUE ZERO.
000800 01  WS-ANO-AVAL                PIC 9(04) VALUE ZERO.
000810 01  WS-MAT-SUB                 PIC 9(02) COMP VALUE ZERO.
000820 01  WS-QTD-ACHADA              PIC 9(03) VALUE ZERO.
000830 01  WS-CONTADORES.
000840     03  WS-CONT-AVALIACOES     PIC 9(05) COMP VALUE ZERO.
000850     03  WS-CONT-TURMAS         PIC 9(05) COMP VALUE ZERO.
000860     03  WS-CONT-EXIGIDAS       PIC 9(05) COMP VALUE ZERO.
000870     03  WS-CONT-FALTANTES      PIC 9(05) COMP VALUE ZERO.
000880     03  WS-CONT-SEM-GRADE      PIC 9(05) COMP VALUE ZERO.
000890*----------------------------------------------------------*
000900* ASSESSMENTS BOOKED IN THE BIMESTRE PER TURMA/MATERIA      *
000910*----------------------------------------------------------*
000920 01  WS-CNT-TABLE-QTD           PIC 9(04) COMP VALUE ZERO.
000930 01  WS-CNT-TABLE.
000940     03  WS-CNT-ENTRY           OCCURS 1 TO 3000 TIMES
000950                                DEPENDING ON WS-CNT-TABLE-QTD
000960                                INDEXED BY WS-CNT-IDX.
000970         05  WS-CNT-TURMA       PIC X(10).
000980         05  WS-CNT-MATERIA     PIC X(06).
000990         05  WS-CNT-QTD         PIC 9(03).
001000 01  WS-CNT-TURMA-BUSCA         PIC X(10) VALUE SPACES.
001010 01  WS-CNT-MATERIA-BUSCA       PIC X(06) VALUE SPACES.
001020*----------------------------------------------------------*
001030* REPORT LINES                                              *
001040*----------------------------------------------------------*
001050 01  WS-COB-TITULO.
001060     03  FILLER                 PIC X(42) VALUE
001070         "COBERTURA DE AVALIACOES -- ANO LETIVO ".
001080     03  WS-CTT-ANO             PIC 9(04).
001090     03  FILLER                 PIC X(12) VALUE "  BIMESTRE ".
001100     03  WS-CTT-BIMESTRE        PIC 9(01).
001110     03  FILLER                 PIC X(12) VALUE "  MINIMO ".
001120     03  WS-CTT-MINIMO          PIC 9(01).
001130 01  WS-COB-CABEC.
001140     03  FILLER                 PIC X(11) VALUE "TURMA".
001150     03  FILLER                 PIC X(11) VALUE "SERIE".
001160     03  FILLER                 PIC X(07) VALUE "MATER.".
001170     03  FILLER                 PIC X(31) VALUE "NOME".
001180     03  FILLER                 PIC X(09) VALUE "MARCADAS".
001190     03  FILLER                 PIC X(09) VALUE " FALTAM".
001200     03  FILLER                 PIC X(20) VALUE " OBSERVACAO".
001210 01  WS-COB-LINE.
001220     03  WS-CBL-TURMA           PIC X(10).
001230     03  FILLER                 PIC X(01) VALUE SPACE.
001240     03  WS-CBL-SERIE           PIC X(10).
001250     03  FILLER                 PIC X(01) VALUE SPACE.
001260     03  WS-CBL-MATERIA         PIC X(06).
001270     03  FILLER                 PIC X(01) VALUE SPACE.
001280     03  WS-CBL-NOME            PIC X(30).
001290     03  FILLER                 PIC X(01) VALUE SPACE.
001300     03  WS-CBL-MARCADAS        PIC ZZZ,ZZ9.
001310     03  FILLER                 PIC X(02) VALUE SPACES.
001320     03  WS-CBL-FALTAM          PIC ZZZ,ZZ9.
001330     03  FILLER                 PIC X(02) VALUE SPACES.
001340     03  WS-CBL-OBSERVACAO      PIC X(20).
001350 01  WS-TOTAL-LINE.
001360     03  WS-TOT-ROTULO          PIC X(40).
001370     03  WS-TOT-VALOR           PIC ZZ,ZZ9.
001380 PROCEDURE DIVISION.
001390 0000-MAIN-PROCEDURE.
001400     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001410     PERFORM 2000-LE-TURMA THRU 2000-EXIT
001420         UNTIL FIM-DAS-TURMAS
001430     PERFORM 9000-FINALIZE THRU 9000-EXIT
001440     STOP RUN.
001450*----------------------------------------------------------*
001460* 1000-INITIALIZE -- THE PARAMETERS, THE BOOKINGS OF THE   *
001470*     BIMESTRE INTO THE COUNT TABLE, THE HEADINGS AND THE  *
001480*     FIRST TURMA. TURMAST AND GRADEMAST ARE REQUIRED; NO  *
001490*     AVALMAST YET MEANS EVERY MATERIA IS SHORT. MATMAST   *
001500*     ONLY NAMES THE MATERIAS.                             *
001510*----------------------------------------------------------*
001520 1000-INITIALIZE.
001530     ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
001540     COMPUTE WS-ANO-LETIVO = WS-DATA-HOJE / 10000
001550     DISPLAY "ANO LETIVO (AAAA, BRANCO = ATUAL): "
001560     ACCEPT WS-PARM-ANO
001570     IF WS-PARM-ANO IS NUMERIC
001580        MOVE WS-PARM-ANO TO WS-ANO-LETIVO
001590     END-IF
001600     DISPLAY "BIMESTRE (1-4): "
001610     ACCEPT WS-PARM-BIMESTRE
001620     IF WS-PARM-BIMESTRE IS NOT NUMERIC
001630        OR WS-PARM-BIMESTRE < "1" OR WS-PARM-BIMESTRE > "4"
001640        DISPLAY "BIMESTRE INVALIDO: " WS-PARM-BIMESTRE
001650        MOVE 8 TO RETURN-CODE
001660        STOP RUN
001670     END-IF
001680     MOVE WS-PARM-BIMESTRE TO WS-BIMESTRE
001690     DISPLAY "AVALIACOES EXIGIDAS POR MATERIA (1-9): "
001700     ACCEPT WS-PARM-MINIMO
001710     IF WS-PARM-MINIMO IS NUMERIC
001720        AND WS-PARM-MINIMO NOT = "0"
001730        MOVE WS-PARM-MINIMO TO WS-MINIMO
001740     END-IF
001750     OPEN INPUT TURMA-MASTER-FILE
001760     IF WS-TUR-MASTER-STATUS NOT = "00"
001770        DISPLAY "TURMAST NAO DISPONIVEL, STATUS: "
001780            WS-TUR-MASTER-STATUS
001790        MOVE 8 TO RETURN-CODE
001800        STOP RUN
001810     END-IF
001820     OPEN INPUT GRADE-MASTER-FILE
001830     IF WS-GRD-MASTER-STATUS NOT = "00"
001840        DISPLAY "GRADEMAST NAO DISPONIVEL, STATUS: "
001850            WS-GRD-MASTER-STATUS
001860        MOVE 8 TO RETURN-CODE
001870        STOP RUN
001880     END-IF
001890     OPEN INPUT MATERIA-MASTER-FILE
001900     IF WS-MAT-MASTER-STATUS = "00"
001910        SET MATMAST-ABERTO TO TRUE
001920     END-IF
001930     PERFORM 1500-CARREGA-AVALIACOES THRU 1500-EXIT
001940     OPEN OUTPUT COB-REPORT-FILE
001950     MOVE WS-ANO-LETIVO TO WS-CTT-ANO
001960     MOVE WS-BIMESTRE   TO WS-CTT-BIMESTRE
001970     MOVE WS-MINIMO     TO WS-CTT-MINIMO
001980     MOVE WS-COB-TITULO TO COB-REPORT-REC
001990     WRITE COB-REPORT-REC
002000     MOVE SPACES TO COB-REPORT-REC
002010     WRITE COB-REPORT-REC
002020     MOVE WS-COB-CABEC TO COB-REPORT-REC
002030     WRITE COB-REPORT-REC
002040     MOVE LOW-VALUES TO MED-TUR-CODIGO
002050     START TURMA-MASTER-FILE KEY NOT LESS MED-TUR-CODIGO
002060         INVALID KEY
002070             SET FIM-DAS-TURMAS TO TRUE
002080     END-START
002090     .
002100 1000-EXIT.
002110     EXIT.
002120*----------------------------------------------------------*
002130* 1500-CARREGA-AVALIACOES -- ONE PASS OF AVALMAST: EVERY   *
002140*     REGULAR ASSESSMENT OF THE YEAR AND BIMESTRE COUNTED  *
002150*     UNDER ITS TURMA AND MATERIA.                         *
002160*----------------------------------------------------------*
002170 1500-CARREGA-AVALIACOES.
002180     OPEN INPUT AVAL-MASTER-FILE
002190     IF WS-AVL-MASTER-STATUS NOT = "00"
002200        DISPLAY "AVALMAST AUSENTE -- NENHUMA AVALIACAO MARCADA"
002210        GO TO 1500-EXIT
002220     END-IF
002230     MOVE LOW-VALUES TO MED-AVL-CHAVE
002240     START AVAL-MASTER-FILE KEY NOT LESS MED-AVL-CHAVE
002250         INVALID KEY
002260             SET FIM-DO-AVAL TO TRUE
002270     END-START
002280     PERFORM 1600-LE-AVALIACAO THRU 1600-EXIT
002290         UNTIL FIM-DO-AVAL
002300     CLOSE AVAL-MASTER-FILE
002310     .
002320 1500-EXIT.
002330     EXIT.
002340 1600-LE-AVALIACAO.
002350     READ AVAL-MASTER-FILE NEXT RECORD
002360         AT END
002370             SET FIM-DO-AVAL TO TRUE
002380             GO TO 1600-EXIT
002390     END-READ
002400     COMPUTE WS-ANO-AVAL = MED-AVL-DATA / 10000
002410     IF WS-ANO-AVAL NOT = WS-ANO-LETIVO
002420        OR MED-AVL-BIMESTRE NOT = WS-BIMESTRE
002430        OR MED-AVL-RECUPERACAO
002440        GO TO 1600-EXIT
002450     END-IF
002460     ADD 1 TO WS-CONT-AVALIACOES
002470     MOVE MED-AVL-TURMA   TO WS-CNT-TURMA-BUSCA
002480     MOVE MED-AVL-MATERIA TO WS-CNT-MATERIA-BUSCA
002490     PERFORM 1700-ACHA-CONTAGEM THRU 1700-EXIT
002500     IF NOT ACHOU-CONTAGEM
002510        IF WS-CNT-TABLE-QTD >= 3000
002520           DISPLAY "TABELA DE CONTAGEM CHEIA (3000) -- "
002530               "AUMENTE WS-CNT-TABLE"
002540           MOVE 8 TO RETURN-CODE
002550           STOP RUN
002560        END-IF
002570        ADD 1 TO WS-CNT-TABLE-QTD
002580        SET WS-CNT-IDX TO WS-CNT-TABLE-QTD
002590        MOVE WS-CNT-TURMA-BUSCA   TO WS-CNT-TURMA (WS-CNT-IDX)
002600        MOVE WS-CNT-MATERIA-BUSCA TO WS-CNT-MATERIA (WS-CNT-IDX)
002610        MOVE ZERO TO WS-CNT-QTD (WS-CNT-IDX)
002620     END-IF
002630     ADD 1 TO WS-CNT-QTD (WS-CNT-IDX)
002640     .
002650 1600-EXIT.
002660     EXIT.
002670*----------------------------------------------------------*
002680* 1700-ACHA-CONTAGEM -- THE TURMA/MATERIA ENTRY; LEAVES    *
002690*     WS-CNT-IDX ON IT WHEN FOUND.                         *
002700*----------------------------------------------------------*
002710 1700-ACHA-CONTAGEM.
002720     MOVE 'N' TO WS-CNT-ACHOU
002730     IF WS-CNT-TABLE-QTD > ZERO
002740        SET WS-CNT-IDX TO 1
002750        SEARCH WS-CNT-ENTRY
002760            AT END
002770                CONTINUE
002780            WHEN WS-CNT-TURMA (WS-CNT-IDX) = WS-CNT-TURMA-BUSCA
002790             AND WS-CNT-MATERIA (WS-CNT-IDX) =
002800                 WS-CNT-MATERIA-BUSCA
002810                SET ACHOU-CONTAGEM TO TRUE
002820        END-SEARCH
002830     END-IF
002840     .
002850 1700-EXIT.
002860     EXIT.
002870*----------------------------------------------------------*
002880* 2000-LE-TURMA -- THE NEXT TURMA AND ITS SERIE'S GRID;    *
002890*     EACH REQUIRED MATERIA CHECKED AGAINST THE COUNT.     *
002900*----------------------------------------------------------*
002910 2000-LE-TURMA.
002920     READ TURMA-MASTER-FILE NEXT RECORD
002930         AT END
002940             SET FIM-DAS-TURMAS TO TRUE
002950             GO TO 2000-EXIT
002960     END-READ
002970     ADD 1 TO WS-CONT-TURMAS
002980     MOVE 'S' TO WS-GRADE-ACHOU
002990     MOVE MED-TUR-PERIODO TO MED-GRD-SERIE
003000     READ GRADE-MASTER-FILE
003010         INVALID KEY
003020             MOVE 'N' TO WS-GRADE-ACHOU
003030     END-READ
003040     IF NOT ACHOU-GRADE
003050        ADD 1 TO WS-CONT-SEM-GRADE
003060        MOVE SPACES TO WS-COB-LINE
003070        MOVE MED-TUR-CODIGO  TO WS-CBL-TURMA
003080        MOVE MED-TUR-PERIODO TO WS-CBL-SERIE
003090        MOVE ZERO TO WS-CBL-MARCADAS
003100        MOVE ZERO TO WS-CBL-FALTAM
003110        MOVE "SERIE SEM GRADE" TO WS-CBL-OBSERVACAO
003120        MOVE WS-COB-LINE TO COB-REPORT-REC
003130        WRITE COB-REPORT-REC
003140        GO TO 2000-EXIT
003150     END-IF
003160     PERFORM 2100-CONFERE-MATERIA THRU 2100-EXIT
003170         VARYING WS-MAT-SUB FROM 1 BY 1
003180         UNTIL WS-MAT-SUB > MED-GRD-QTD-MATERIAS
003190         OR WS-MAT-SUB > 15
003200     .
003210 2000-EXIT.
003220     EXIT.
003230*----------------------------------------------------------*
003240* 2100-CONFERE-MATERIA -- ONE REQUIRED MATERIA OF THE      *
003250*     TURMA: SHORT OF THE MINIMUM GOES ON THE REPORT.      *
003260*----------------------------------------------------------*
003270 2100-CONFERE-MATERIA.
003280     ADD 1 TO WS-CONT-EXIGIDAS
003290     MOVE MED-TUR-CODIGO TO WS-CNT-TURMA-BUSCA
003300     MOVE MED-GRD-MATERIA (WS-MAT-SUB) TO WS-CNT-MATERIA-BUSCA
003310     PERFORM 1700-ACHA-CONTAGEM THRU 1700-EXIT
003320     MOVE ZERO TO WS-QTD-ACHADA
003330     IF ACHOU-CONTAGEM
003340        MOVE WS-CNT-QTD (WS-CNT-IDX) TO WS-QTD-ACHADA
003350     END-IF
003360     IF WS-QTD-ACHADA NOT < WS-MINIMO
003370        GO TO 2100-EXIT
003380     END-IF
003390     ADD 1 TO WS-CONT-FALTANTES
003400     MOVE SPACES TO WS-COB-LINE
003410     MOVE MED-TUR-CODIGO       TO WS-CBL-TURMA
003420     MOVE MED-TUR-PERIODO      TO WS-CBL-SERIE
003430     MOVE WS-CNT-MATERIA-BUSCA TO WS-CBL-MATERIA
003440     IF MATMAST-ABERTO
003450        MOVE WS-CNT-MATERIA-BUSCA TO MED-MAT-CODIGO
003460        READ MATERIA-MASTER-FILE
003470            INVALID KEY
003480                MOVE SPACES TO MED-MAT-NOME
003490        END-READ
003500        MOVE MED-MAT-NOME TO WS-CBL-NOME
003510     END-IF
003520     MOVE WS-QTD-ACHADA TO WS-CBL-MARCADAS
003530     COMPUTE WS-CBL-FALTAM = WS-MINIMO - WS-QTD-ACHADA
003540     IF WS-QTD-ACHADA = ZERO
003550        MOVE "NENHUMA MARCADA" TO WS-CBL-OBSERVACAO
003560     END-IF
003570     MOVE WS-COB-LINE TO COB-REPORT-REC
003580     WRITE COB-REPORT-REC
003590     .
003600 2100-EXIT.
003610     EXIT.
003620*----------------------------------------------------------*
003630* 9000-FINALIZE -- TOTALS, CLOSE AND THE RETURN CODE        *
003640*----------------------------------------------------------*
003650 9000-FINALIZE.
003660     MOVE SPACES TO COB-REPORT-REC
003670     WRITE COB-REPORT-REC
003680     MOVE "AVALIACOES MARCADAS NO BIMESTRE" TO WS-TOT-ROTULO
003690     MOVE WS-CONT-AVALIACOES TO WS-TOT-VALOR
003700     MOVE WS-TOTAL-LINE TO COB-REPORT-REC
003710     WRITE COB-REPORT-REC
003720     MOVE "TURMAS CONFERIDAS" TO WS-TOT-ROTULO
003730     MOVE WS-CONT-TURMAS TO WS-TOT-VALOR
003740     MOVE WS-TOTAL-LINE TO COB-REPORT-REC
003750     WRITE COB-REPORT-REC
003760     MOVE "TURMA/MATERIAS EXIGIDAS" TO WS-TOT-ROTULO
003770     MOVE WS-CONT-EXIGIDAS TO WS-TOT-VALOR
003780     MOVE WS-TOTAL-LINE TO COB-REPORT-REC
003790     WRITE COB-REPORT-REC
003800     MOVE "TURMA/MATERIAS ABAIXO DO MINIMO" TO WS-TOT-ROTULO
003810     MOVE WS-CONT-FALTANTES TO WS-TOT-VALOR
003820     MOVE WS-TOTAL-LINE TO COB-REPORT-REC
003830     WRITE COB-REPORT-REC
003840     MOVE "TURMAS SEM GRADE" TO WS-TOT-ROTULO
003850     MOVE WS-CONT-SEM-GRADE TO WS-TOT-VALOR
003860     MOVE WS-TOTAL-LINE TO COB-REPORT-REC
003870     WRITE COB-REPORT-REC
003880     CLOSE COB-REPORT-FILE
003890     CLOSE TURMA-MASTER-FILE
003900     CLOSE GRADE-MASTER-FILE
003910     IF MATMAST-ABERTO
003920        CLOSE MATERIA-MASTER-FILE
003930     END-IF
003940     DISPLAY "AVALIACOES DO BIMESTRE: " WS-CONT-AVALIACOES
003950     DISPLAY "TURMA/MATERIAS EXIGIDAS: " WS-CONT-EXIGIDAS
003960     DISPLAY "ABAIXO DO MINIMO......: " WS-CONT-FALTANTES
003970     DISPLAY "TURMAS SEM GRADE......: " WS-CONT-SEM-GRADE
003980     IF WS-CONT-FALTANTES > ZERO
003990        OR WS-CONT-SEM-GRADE > ZERO
004000        MOVE 4 TO RETURN-CODE
004010     END-IF
004020     .
004030 9000-EXIT.
004040     EXIT.
004050 END PROGRAM AVAL_COBERTURA.
