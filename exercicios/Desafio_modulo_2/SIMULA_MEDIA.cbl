000100*****************************************************************
000110* Program:      SIMULA_MEDIA
000120* Author:       J. ALBUQUERQUE - APPLICATIONS SUPPORT
000130* Installation: ESCOLA - SISTEMA ACADEMICO
000140* Date-Written: 2026-10-15
000150* Date-Compiled:
000160* Purpose:      What-if grading for the pedagogical council.
000170*               Re-grades a sorted roster (ROSTERSRT, the file
000180*               CALC_MEDIA_BATCH grades) or every bimestre of one
000190*               school year on the transcript archive (TRANARCH,
000200*               ARCISEL/ARCIFD/TRANSCRP) twice, with CALCULO_
000210*               MEDIA's rules: once under the official parameters
000220*               (THRESHOLD, the 5.00 recuperacao floor, the
000230*               MATMAST pesos) and once under an alternate set
000240*               read from SYSIN, and prints the side-by-side
000250*               comparison on SIMULRPT -- every student whose
000260*               situacao would flip, the current and simulated
000270*               counts per turma and materia, and the net change
000280*               in approvals, recuperacoes and failures.
000290*               NOTHING OFFICIAL IS WRITTEN: no boletim, audit,
000300*               CSV, exception, HISTAVG, transcript or archive
000310*               record, and CALCULO_MEDIA is not called.
000320*               SYSIN, first line:
000330*                 ROSTER                 -- grade ROSTERSRT;
000340*                 ANO    <yyyy>          -- grade the year's
000350*                                           archived bimestres.
000360*               Then any of, one per line, ended by FIM or the
000370*               end of SYSIN (notas format, 2 decimals implied):
000380*                 LIMITE <9999>          -- passing threshold;
000390*                 RECUP  <9999>          -- recuperacao floor;
000400*                 PESOS  <materia(30)> <p1> <p2> <p3> <p4>
000410*                                        -- the materia's pesos,
000420*                                           summing 100.
000430*               A parameter not given keeps its official value.
000440*               As in CALCULO_MEDIA, pesos on a roster record
000450*               (summing 100) win over the materia's; conceito
000460*               notas go through CONCTAB; FREQFILE below 75% is
000470*               REPROVADO FALTA under both sets. The archive
000480*               keeps no recovery score, so on a year run a
000490*               media inside the band is EM RECUPERACAO on both
000500*               sides, and a bimestre archived REPROVADO FALTA
000510*               stays so. PEND / NOTA PENDENTE records are only
000520*               counted. Condition code 4 when anyone would
000530*               flip, 8 for a bad request or a missing input.
000540* Modification History:
000550*   2026-10-15 JA  Initial version.
000552*   2026-10-15 JA  Dependencia lines on the roster are not
000554*                  simulated; they are counted and shown on
000556*                  the control line.
000560* Tectonics: cobc
000570*****************************************************************
000580 IDENTIFICATION DIVISION.
000590 PROGRAM-ID. SIMULA_MEDIA.
000600 ENVIRONMENT DIVISION.
000610 INPUT-OUTPUT SECTION.
000620 FILE-CONTROL.
000630     SELECT ROSTER-FILE ASSIGN TO "ROSTERSRT"
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS WS-ROSTER-STATUS.
000660     COPY ARCISEL.
000670     COPY MATMSEL.
000680     COPY CNCSEL.
000690     SELECT THRESHOLD-PARM-FILE ASSIGN TO "THRESHOLD"
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS IS WS-THRESH-STATUS.
000720     SELECT FREQ-FILE ASSIGN TO "FREQFILE"
000730         ORGANIZATION IS LINE SEQUENTIAL
000740         FILE STATUS IS WS-FREQ-STATUS.
000750     SELECT SIMUL-REPORT-FILE ASSIGN TO "SIMULRPT"
000760         ORGANIZATION IS LINE SEQUENTIAL.
000770 DATA DIVISION.
000780 FILE SECTION.
000790 FD  ROSTER-FILE.
000800 01  MED-ROSTER-REC.
000810     03  MED-ROS-NOME           PIC X(30).
000820     03  MED-ROS-MATERIA        PIC X(30).
000830     03  MED-ROS-NOTA-1         PIC 9(02)V99.
000840     03  MED-ROS-NOTA-1-X REDEFINES MED-ROS-NOTA-1 PIC X(04).
000850     03  MED-ROS-NOTA-2         PIC 9(02)V99.
000860     03  MED-ROS-NOTA-2-X REDEFINES MED-ROS-NOTA-2 PIC X(04).
000870     03  MED-ROS-NOTA-3         PIC 9(02)V99.
000880     03  MED-ROS-NOTA-3-X REDEFINES MED-ROS-NOTA-3 PIC X(04).
000890     03  MED-ROS-NOTA-4         PIC 9(02)V99.
000900     03  MED-ROS-NOTA-4-X REDEFINES MED-ROS-NOTA-4 PIC X(04).
000910     03  MED-ROS-NOTA-RECUP     PIC 9(02)V99.
000920     03  MED-ROS-NOTA-RECUP-X REDEFINES MED-ROS-NOTA-RECUP
000930                                PIC X(04).
000940     03  MED-ROS-MES            PIC 99.
000950     03  MED-ROS-TURMA          PIC X(10).
000960     03  MED-ROS-ALUNO-ID       PIC 9(07).
000970     03  MED-ROS-PESO-1         PIC 9(03).
000980     03  MED-ROS-PESO-2         PIC 9(03).
000990     03  MED-ROS-PESO-3         PIC 9(03).
001000     03  MED-ROS-PESO-4         PIC 9(03).
001010     03  MED-ROS-DEPENDENCIA    PIC X(01).
001015         88  ROS-DEPENDENCIA    VALUE 'D'.
001020     COPY ARCIFD.
001030 FD  MATERIA-MASTER-FILE.
001040     COPY MATMMST.
001050     COPY CNCFD.
001060 FD  THRESHOLD-PARM-FILE.
001070 01  THRESHOLD-PARM-REC         PIC 9(02).
001080 FD  FREQ-FILE.
001090 01  MED-FREQ-REC.
001100     03  MED-FRQ-ALUNO-ID       PIC 9(07).
001110     03  MED-FRQ-MATERIA        PIC X(30).
001120     03  MED-FRQ-MES            PIC 99.
001130     03  MED-FRQ-AULAS-DADAS    PIC 9(03).
001140     03  MED-FRQ-AULAS-PRES     PIC 9(03).
001150 FD  SIMUL-REPORT-FILE.
001160 01  SIMUL-REPORT-REC           PIC X(132).
001170 WORKING-STORAGE SECTION.
001180     COPY TRANSCRP.
001190 01  WS-ROSTER-STATUS           PIC X(02) VALUE SPACES.
001200 01  WS-ARCH-STATUS             PIC X(02) VALUE SPACES.
001210 01  WS-MAT-MASTER-STATUS       PIC X(02) VALUE SPACES.
001220 01  WS-CNC-STATUS-FS           PIC X(02) VALUE SPACES.
001230 01  WS-THRESH-STATUS           PIC X(02) VALUE SPACES.
001240 01  WS-FREQ-STATUS             PIC X(02) VALUE SPACES.
001250     COPY CNCREC.
001260 01  WS-SWITCHES.
001270     03  WS-EOF-ENTRADA         PIC X(01) VALUE 'N'.
001280         88  FIM-DA-ENTRADA           VALUE 'S'.
001290     03  WS-EOF-MATMAST         PIC X(01) VALUE 'N'.
001300         88  FIM-DO-MATMAST           VALUE 'S'.
001310     03  WS-EOF-PARM            PIC X(01) VALUE 'N'.
001320         88  FIM-DOS-PARAMETROS       VALUE 'S'.
001330     03  WS-MATERIA-ACHOU       PIC X(01) VALUE 'N'.
001340         88  ACHOU-MATERIA            VALUE 'S'.
001350     03  WS-FREQ-ACHOU-SWITCH   PIC X(01) VALUE 'N'.
001360         88  ACHOU-FREQUENCIA         VALUE 'S'.
001370     03  WS-REG-CONCEITO        PIC X(01) VALUE 'N'.
001380         88  REGISTRO-CONCEITO        VALUE 'S'.
001390     03  WS-REG-VALIDO          PIC X(01) VALUE 'S'.
001400         88  REGISTRO-VALIDO          VALUE 'S'.
001410     03  WS-REG-FALTA           PIC X(01) VALUE 'N'.
001420         88  REGISTRO-FALTA           VALUE 'S'.
001430*----------------------------------------------------------*
001440* SYSIN: FIRST LINE THE SOURCE, THEN THE PARAMETER LINES   *
001450*----------------------------------------------------------*
001460 01  WS-PARM-LINE.
001470     03  WS-PRM-FUNCAO          PIC X(06).
001480         88  FUNCAO-ROSTER            VALUE "ROSTER".
001490         88  FUNCAO-ANO               VALUE "ANO   ".
001500     03  FILLER                 PIC X(01).
001510     03  WS-PRM-ANO             PIC X(04).
001520     03  FILLER                 PIC X(69).
001530 01  WS-PARM-SIMUL.
001540     03  WS-PSI-CHAVE           PIC X(06).
001550         88  PSI-LIMITE               VALUE "LIMITE".
001560         88  PSI-RECUP                VALUE "RECUP ".
001570         88  PSI-PESOS                VALUE "PESOS ".
001580         88  PSI-FIM                  VALUE "FIM   " SPACES.
001590     03  FILLER                 PIC X(01).
001600     03  WS-PSI-VALOR           PIC X(04).
001610     03  WS-PSI-VALOR-N REDEFINES WS-PSI-VALOR
001620                                PIC 9(02)V99.
001630     03  FILLER                 PIC X(69).
001640 01  WS-PARM-PESOS REDEFINES WS-PARM-SIMUL.
001650     03  FILLER                 PIC X(07).
001660     03  WS-PSP-MATERIA         PIC X(30).
001670     03  WS-PSP-PESOS           OCCURS 4 TIMES.
001680         05  FILLER             PIC X(01).
001690         05  WS-PSP-PESO        PIC X(03).
001700         05  WS-PSP-PESO-N REDEFINES WS-PSP-PESO
001710                                PIC 9(03).
001720     03  FILLER                 PIC X(27).
001730 01  WS-ANO-ALVO                PIC 9(04) VALUE ZERO.
001740*----------------------------------------------------------*
001750* THE TWO PARAMETER SETS: 1 OFFICIAL, 2 SIMULATED          *
001760*----------------------------------------------------------*
001770 01  WS-CONJUNTOS.
001780     03  WS-CONJUNTO            OCCURS 2 TIMES.
001790         05  WS-CJ-LIMITE       PIC 9(02)V99.
001800         05  WS-CJ-PISO         PIC 9(02)V99.
001810 01  WS-CJ                      PIC 9(01) VALUE ZERO.
001820 01  WS-THRESHOLD-OFICIAL       PIC 9(02) VALUE 7.
001830 01  WS-FREQ-MINIMA             PIC 9(03) VALUE 75.
001840*----------------------------------------------------------*
001850* SUBJECT MASTER: DEFAULT PESOS AND SCALE, AND THE PESOS   *
001860*     OF THE SIMULATED SET (SAME AS OFFICIAL IF NOT GIVEN) *
001870*----------------------------------------------------------*
001880 01  WS-MATM-TABLE-QTD          PIC 9(03) COMP VALUE ZERO.
001890 01  WS-MATM-TABLE.
001900     03  WS-MATM-ENTRY          OCCURS 1 TO 120 TIMES
001910                                DEPENDING ON WS-MATM-TABLE-QTD
001920                                INDEXED BY WS-MATM-IDX.
001930         05  WS-MTM-NOME        PIC X(30).
001940         05  WS-MTM-ESCALA      PIC X(01).
001950         05  WS-MTM-PESOS       OCCURS 2 TIMES.
001960             07  WS-MTM-PESO    PIC 9(03) OCCURS 4 TIMES.
001970 01  WS-PESO-SUB                PIC 9(01) VALUE ZERO.
001980 01  WS-SOMA-PESOS              PIC 9(04) VALUE ZERO.
001990*----------------------------------------------------------*
002000* ATTENDANCE TABLE (ROSTER RUN), AS CALC_MEDIA_BATCH       *
002010*----------------------------------------------------------*
002020 01  WS-FREQ-TABLE-QTD          PIC 9(04) COMP VALUE ZERO.
002030 01  WS-FREQ-TABLE.
002040     03  WS-FREQ-ENTRY          OCCURS 1 TO 5000 TIMES
002050                                DEPENDING ON WS-FREQ-TABLE-QTD
002060                                INDEXED BY WS-FREQ-IDX.
002070         05  WS-FRQ-ALUNO-ID    PIC 9(07).
002080         05  WS-FRQ-MATERIA     PIC X(30).
002090         05  WS-FRQ-MES         PIC 99.
002100         05  WS-FRQ-PCT         PIC 9(03).
002110*----------------------------------------------------------*
002120* THE RECORD BEING GRADED, SOURCE-INDEPENDENT              *
002130*----------------------------------------------------------*
002140 01  WS-REG.
002150     03  WS-REG-ALUNO-ID        PIC 9(07).
002160     03  WS-REG-NOME            PIC X(30).
002170     03  WS-REG-TURMA           PIC X(10).
002180     03  WS-REG-MATERIA         PIC X(30).
002190     03  WS-REG-PERIODO         PIC X(10).
002200     03  WS-REG-NOTA            PIC 9(02)V99 OCCURS 4 TIMES.
002210     03  WS-REG-RECUP           PIC 9(02)V99.
002220     03  WS-REG-PESO            PIC 9(03) OCCURS 4 TIMES.
002230     03  WS-REG-FREQ            PIC 9(03).
002240 01  WS-PESOS-USO.
002250     03  WS-PESO-USO            PIC 9(03) OCCURS 4 TIMES.
002260 01  WS-NOTA-SUB                PIC 9(01) VALUE ZERO.
002270 01  WS-NOTA-LETRA-X            PIC X(04) VALUE SPACES.
002280*----------------------------------------------------------*
002290* RESULT OF THE RECORD UNDER EACH SET. CATEGORY A IS       *
002300*     APROVADO, R EM RECUPERACAO, F REPROVADO OR FALTA.    *
002310*----------------------------------------------------------*
002320 01  WS-RESULTADOS.
002330     03  WS-RESULTADO           OCCURS 2 TIMES.
002340         05  WS-RES-MEDIA       PIC 9(02)V99.
002350         05  WS-RES-CATEG       PIC X(01).
002360         05  WS-RES-SITUACAO    PIC X(15).
002370 01  WS-MEDIA-CALC              PIC 9(02)V99 VALUE ZERO.
002380 01  WS-CAT-SUB                 PIC 9(01) VALUE ZERO.
002390*----------------------------------------------------------*
002400* PER TURMA/MATERIA COUNTS, CURRENT AND SIMULATED          *
002410*----------------------------------------------------------*
002420 01  WS-TM-QTD                  PIC 9(03) COMP VALUE ZERO.
002430 01  WS-TM-TABLE.
002440     03  WS-TM-ENTRY            OCCURS 1 TO 600 TIMES
002450                                DEPENDING ON WS-TM-QTD
002460                                INDEXED BY WS-TM-IDX.
002470         05  WS-TM-TURMA        PIC X(10).
002480         05  WS-TM-MATERIA      PIC X(30).
002490         05  WS-TM-CONJ         OCCURS 2 TIMES.
002500             07  WS-TM-CONT     PIC 9(05) COMP OCCURS 3 TIMES.
002510         05  WS-TM-MUDAM        PIC 9(05) COMP.
002520 01  WS-TOTAIS.
002530     03  WS-TOT-CONJ            OCCURS 2 TIMES.
002540         05  WS-TOT-CONT        PIC 9(07) COMP OCCURS 3 TIMES.
002550 01  WS-CONTADORES.
002560     03  WS-CONT-LIDOS          PIC 9(07) COMP VALUE ZERO.
002570     03  WS-CONT-AVALIADOS      PIC 9(07) COMP VALUE ZERO.
002580     03  WS-CONT-PENDENTES      PIC 9(07) COMP VALUE ZERO.
002590     03  WS-CONT-INVALIDOS      PIC 9(07) COMP VALUE ZERO.
002600     03  WS-CONT-MUDANCAS       PIC 9(07) COMP VALUE ZERO.
002610     03  WS-CONT-OUTRO-ANO      PIC 9(07) COMP VALUE ZERO.
002615     03  WS-CONT-DEPENDENCIAS   PIC 9(07) COMP VALUE ZERO.
002620 01  WS-SALDO                   PIC S9(07) VALUE ZERO.
002630*----------------------------------------------------------*
002640* REPORT LINES                                             *
002650*----------------------------------------------------------*
002660 01  WS-LINHA-TRACO             PIC X(132) VALUE ALL "=".
002670 01  WS-TITULO.
002680     03  FILLER                 PIC X(35)
002690               VALUE "SIMULACAO DE CRITERIOS DE AVALIACAO".
002700     03  FILLER                 PIC X(12) VALUE " -- ORIGEM: ".
002710     03  WS-TIT-ORIGEM          PIC X(20).
002720     03  FILLER                 PIC X(37)
002730               VALUE "  (NENHUM ARQUIVO OFICIAL E GRAVADO)".
002740 01  WS-LINHA-PARM.
002750     03  FILLER                 PIC X(04) VALUE SPACES.
002760     03  WS-LPR-TITULO          PIC X(10).
002770     03  FILLER                 PIC X(09) VALUE " LIMITE ".
002780     03  WS-LPR-LIMITE          PIC Z9.99.
002790     03  FILLER                 PIC X(19)
002800               VALUE "  PISO RECUPERACAO ".
002810     03  WS-LPR-PISO            PIC Z9.99.
002820 01  WS-LINHA-PESO.
002830     03  FILLER                 PIC X(04) VALUE SPACES.
002840     03  FILLER                 PIC X(15) VALUE "PESOS SIMULADOS".
002850     03  FILLER                 PIC X(01) VALUE SPACE.
002860     03  WS-LPS-MATERIA         PIC X(30).
002870     03  WS-LPS-PESO            PIC ZZZ9 OCCURS 4 TIMES.
002880     03  FILLER                 PIC X(10) VALUE "  OFICIAL ".
002890     03  WS-LPS-OFICIAL         PIC ZZZ9 OCCURS 4 TIMES.
002900 01  WS-CABEC-MUDA.
002910     03  FILLER                 PIC X(08) VALUE "ALUNO".
002920     03  FILLER                 PIC X(26) VALUE "NOME".
002930     03  FILLER                 PIC X(11) VALUE "TURMA".
002940     03  FILLER                 PIC X(26) VALUE "MATERIA".
002950     03  FILLER                 PIC X(11) VALUE "PERIODO".
002960     03  FILLER                 PIC X(25) VALUE "ATUAL".
002970     03  FILLER                 PIC X(25) VALUE "SIMULADO".
002980 01  WS-DET-MUDA.
002990     03  WS-DMU-ALUNO-ID        PIC 9(07).
003000     03  FILLER                 PIC X(01) VALUE SPACE.
003010     03  WS-DMU-NOME            PIC X(25).
003020     03  FILLER                 PIC X(01) VALUE SPACE.
003030     03  WS-DMU-TURMA           PIC X(10).
003040     03  FILLER                 PIC X(01) VALUE SPACE.
003050     03  WS-DMU-MATERIA         PIC X(25).
003060     03  FILLER                 PIC X(01) VALUE SPACE.
003070     03  WS-DMU-PERIODO         PIC X(10).
003080     03  FILLER                 PIC X(01) VALUE SPACE.
003090     03  WS-DMU-LADO            OCCURS 2 TIMES.
003100         05  WS-DMU-MEDIA       PIC Z9.99.
003110         05  FILLER             PIC X(01).
003120         05  WS-DMU-SITUACAO    PIC X(15).
003130         05  FILLER             PIC X(04).
003140 01  WS-CABEC-TM-1.
003150     03  FILLER                 PIC X(42) VALUE SPACES.
003160     03  FILLER                 PIC X(24)
003170                          VALUE "---- ATUAL ----         ".
003180     03  FILLER                 PIC X(24)
003190                          VALUE "--- SIMULADO ---        ".
003200 01  WS-CABEC-TM-2.
003210     03  FILLER                 PIC X(11) VALUE "TURMA".
003220     03  FILLER                 PIC X(31) VALUE "MATERIA".
003230     03  FILLER                 PIC X(24)
003240                          VALUE "  APR   REC   REP       ".
003250     03  FILLER                 PIC X(24)
003260                          VALUE "  APR   REC   REP       ".
003270     03  FILLER                 PIC X(06) VALUE "MUDAM".
003280 01  WS-DET-TM.
003290     03  WS-DTM-TURMA           PIC X(10).
003300     03  FILLER                 PIC X(01) VALUE SPACE.
003310     03  WS-DTM-MATERIA         PIC X(30).
003320     03  FILLER                 PIC X(01) VALUE SPACE.
003330     03  WS-DTM-CONJ            OCCURS 2 TIMES.
003340         05  WS-DTM-CONT-G      OCCURS 3 TIMES.
003350             07  WS-DTM-CONT    PIC ZZZZ9.
003360             07  FILLER         PIC X(01).
003370         05  FILLER             PIC X(06).
003380     03  WS-DTM-MUDAM           PIC ZZZZ9.
003390 01  WS-LINHA-SALDO.
003400     03  FILLER                 PIC X(04) VALUE SPACES.
003410     03  WS-LSD-ROTULO          PIC X(16).
003420     03  FILLER                 PIC X(08) VALUE " ATUAL: ".
003430     03  WS-LSD-ATUAL           PIC Z(06)9.
003440     03  FILLER                 PIC X(12) VALUE "  SIMULADO: ".
003450     03  WS-LSD-SIMUL           PIC Z(06)9.
003460     03  FILLER                 PIC X(10) VALUE "  SALDO: ".
003470     03  WS-LSD-SALDO           PIC +(07)9.
003480 01  WS-LINHA-CONTROLE.
003490     03  FILLER                 PIC X(10) VALUE "LIDOS: ".
003500     03  WS-LCT-LIDOS           PIC Z(06)9.
003510     03  FILLER                 PIC X(14) VALUE "  AVALIADOS: ".
003520     03  WS-LCT-AVALIADOS       PIC Z(06)9.
003530     03  FILLER                 PIC X(14) VALUE "  PENDENTES: ".
003540     03  WS-LCT-PENDENTES       PIC Z(06)9.
003550     03  FILLER                 PIC X(14) VALUE "  INVALIDOS: ".
003560     03  WS-LCT-INVALIDOS       PIC Z(06)9.
003570     03  FILLER                 PIC X(14) VALUE "  MUDANCAS: ".
003580     03  WS-LCT-MUDANCAS        PIC Z(06)9.
003582     03  FILLER                 PIC X(17)
003584               VALUE "  DEPENDENCIAS: ".
003586     03  WS-LCT-DEPENDENCIAS    PIC Z(06)9.
003590 PROCEDURE DIVISION.
003600 0000-MAIN-PROCEDURE.
003610     PERFORM 1000-INICIA THRU 1000-EXIT
003620     OPEN OUTPUT SIMUL-REPORT-FILE
003630     PERFORM 1800-CABECALHO THRU 1800-EXIT
003640     IF FUNCAO-ROSTER
003650        PERFORM 2000-SIMULA-ROSTER THRU 2000-EXIT
003660     ELSE
003670        PERFORM 2500-SIMULA-ANO THRU 2500-EXIT
003680     END-IF
003690     PERFORM 6000-QUADRO-TURMAS THRU 6000-EXIT
003700     PERFORM 7000-SALDOS THRU 7000-EXIT
003710     CLOSE SIMUL-REPORT-FILE
003720     IF WS-CONT-MUDANCAS > ZERO AND RETURN-CODE = ZERO
003730        MOVE 4 TO RETURN-CODE
003740     END-IF
003750     DISPLAY "SIMULACAO: " WS-CONT-AVALIADOS " AVALIADO(S), "
003760         WS-CONT-MUDANCAS " MUDARIAM DE SITUACAO"
003770     STOP RUN.
003780*----------------------------------------------------------*
003790* 1000-INICIA -- SOURCE LINE, OFFICIAL SET, SUBJECTS,      *
003800*     THEN THE SIMULATED SET FROM THE REST OF SYSIN.       *
003810*----------------------------------------------------------*
003820 1000-INICIA.
003830     MOVE SPACES TO WS-PARM-LINE
003840     ACCEPT WS-PARM-LINE
003850     EVALUATE TRUE
003860         WHEN FUNCAO-ROSTER
003870             CONTINUE
003880         WHEN FUNCAO-ANO
003890             IF WS-PRM-ANO IS NOT NUMERIC
003900                DISPLAY "ANO INVALIDO: " WS-PRM-ANO
003910                MOVE 8 TO RETURN-CODE
003920                STOP RUN
003930             END-IF
003940             MOVE WS-PRM-ANO TO WS-ANO-ALVO
003950         WHEN OTHER
003960             DISPLAY "FUNCAO INVALIDA: " WS-PRM-FUNCAO
003970             MOVE 8 TO RETURN-CODE
003980             STOP RUN
003990     END-EVALUATE
004000     PERFORM 1100-LE-THRESHOLD THRU 1100-EXIT
004010     MOVE WS-THRESHOLD-OFICIAL TO WS-CJ-LIMITE (1)
004020     MOVE 5 TO WS-CJ-PISO (1)
004030     MOVE WS-CONJUNTO (1) TO WS-CONJUNTO (2)
004040     PERFORM 1200-CARREGA-MATERIAS THRU 1200-EXIT
004050     PERFORM 9050-CARREGA-CONCEITOS THRU 9050-EXIT-CNC
004060     IF FUNCAO-ROSTER
004070        PERFORM 1400-CARREGA-FREQUENCIA THRU 1400-EXIT
004080     END-IF
004090     MOVE 'N' TO WS-EOF-PARM
004100     PERFORM 1600-LE-PARAMETRO THRU 1600-EXIT
004110         UNTIL FIM-DOS-PARAMETROS
004120     IF WS-CJ-PISO (2) > WS-CJ-LIMITE (2)
004130        DISPLAY "PISO DE RECUPERACAO ACIMA DO LIMITE"
004140        MOVE 8 TO RETURN-CODE
004150        STOP RUN
004160     END-IF
004170     .
004180 1000-EXIT.
004190     EXIT.
004200*----------------------------------------------------------*
004210* 1100-LE-THRESHOLD -- THE OFFICIAL PASSING THRESHOLD,     *
004220*     SAME FILE AND DEFAULT OF 7 AS CALCULO_MEDIA.         *
004230*----------------------------------------------------------*
004240 1100-LE-THRESHOLD.
004250     OPEN INPUT THRESHOLD-PARM-FILE
004260     IF WS-THRESH-STATUS = "00"
004270        READ THRESHOLD-PARM-FILE
004280            AT END
004290                CONTINUE
004300            NOT AT END
004310                MOVE THRESHOLD-PARM-REC TO WS-THRESHOLD-OFICIAL
004320        END-READ
004330        CLOSE THRESHOLD-PARM-FILE
004340     END-IF
004350     .
004360 1100-EXIT.
004370     EXIT.
004380*----------------------------------------------------------*
004390* 1200-CARREGA-MATERIAS -- NAME, SCALE AND DEFAULT PESOS   *
004400*     OFF MATMAST; BOTH SETS START WITH THE OFFICIAL ONES. *
004410*----------------------------------------------------------*
004420 1200-CARREGA-MATERIAS.
004430     OPEN INPUT MATERIA-MASTER-FILE
004440     IF WS-MAT-MASTER-STATUS NOT = "00"
004450        DISPLAY "MATMAST INDISPONIVEL, STATUS: "
004460            WS-MAT-MASTER-STATUS
004470        DISPLAY "PESOS PADRAO 25/25/25/25 NOS DOIS CENARIOS"
004480        GO TO 1200-EXIT
004490     END-IF
004500     MOVE LOW-VALUES TO MED-MAT-CODIGO
004510     START MATERIA-MASTER-FILE KEY NOT LESS MED-MAT-CODIGO
004520         INVALID KEY
004530             SET FIM-DO-MATMAST TO TRUE
004540     END-START
004550     PERFORM 1300-LE-MATERIA THRU 1300-EXIT
004560         UNTIL FIM-DO-MATMAST
004570     CLOSE MATERIA-MASTER-FILE
004580     .
004590 1200-EXIT.
004600     EXIT.
004610 1300-LE-MATERIA.
004620     READ MATERIA-MASTER-FILE NEXT RECORD
004630         AT END
004640             SET FIM-DO-MATMAST TO TRUE
004650             GO TO 1300-EXIT
004660     END-READ
004670     IF WS-MATM-TABLE-QTD >= 100
004680        DISPLAY "TABELA DE MATERIAS CHEIA (100) -- "
004690            "PESOS PADRAO PARA AS DEMAIS"
004700        SET FIM-DO-MATMAST TO TRUE
004710        GO TO 1300-EXIT
004720     END-IF
004730     ADD 1 TO WS-MATM-TABLE-QTD
004740     SET WS-MATM-IDX TO WS-MATM-TABLE-QTD
004750     MOVE MED-MAT-NOME   TO WS-MTM-NOME (WS-MATM-IDX)
004760     MOVE MED-MAT-ESCALA TO WS-MTM-ESCALA (WS-MATM-IDX)
004770     MOVE MED-MAT-PESO-1 TO WS-MTM-PESO (WS-MATM-IDX, 1, 1)
004780     MOVE MED-MAT-PESO-2 TO WS-MTM-PESO (WS-MATM-IDX, 1, 2)
004790     MOVE MED-MAT-PESO-3 TO WS-MTM-PESO (WS-MATM-IDX, 1, 3)
004800     MOVE MED-MAT-PESO-4 TO WS-MTM-PESO (WS-MATM-IDX, 1, 4)
004810     MOVE WS-MTM-PESOS (WS-MATM-IDX, 1)
004820         TO WS-MTM-PESOS (WS-MATM-IDX, 2)
004830     .
004840 1300-EXIT.
004850     EXIT.
004860*----------------------------------------------------------*
004870* 1400-CARREGA-FREQUENCIA -- FREQFILE INTO THE TABLE WITH  *
004880*     THE PERCENTAGE PRECOMPUTED; NO FILE, NO FALTA CHECK. *
004890*----------------------------------------------------------*
004900 1400-CARREGA-FREQUENCIA.
004910     OPEN INPUT FREQ-FILE
004920     IF WS-FREQ-STATUS NOT = "00"
004930        GO TO 1400-EXIT
004940     END-IF
004950     PERFORM 1500-LE-FREQ-REC THRU 1500-EXIT
004960         UNTIL WS-FREQ-STATUS NOT = "00"
004970     CLOSE FREQ-FILE
004980     .
004990 1400-EXIT.
005000     EXIT.
005010 1500-LE-FREQ-REC.
005020     READ FREQ-FILE
005030         AT END
005040             MOVE "10" TO WS-FREQ-STATUS
005050             GO TO 1500-EXIT
005060     END-READ
005070     IF WS-FREQ-TABLE-QTD >= 5000
005080        DISPLAY "TABELA DE FREQUENCIA CHEIA (5000)"
005090        MOVE 8 TO RETURN-CODE
005100        STOP RUN
005110     END-IF
005120     ADD 1 TO WS-FREQ-TABLE-QTD
005130     SET WS-FREQ-IDX TO WS-FREQ-TABLE-QTD
005140     MOVE MED-FRQ-ALUNO-ID TO WS-FRQ-ALUNO-ID (WS-FREQ-IDX)
005150     MOVE MED-FRQ-MATERIA  TO WS-FRQ-MATERIA (WS-FREQ-IDX)
005160     MOVE MED-FRQ-MES      TO WS-FRQ-MES (WS-FREQ-IDX)
005170     IF MED-FRQ-AULAS-DADAS > ZERO
005180        COMPUTE WS-FRQ-PCT (WS-FREQ-IDX) ROUNDED =
005190            MED-FRQ-AULAS-PRES * 100 / MED-FRQ-AULAS-DADAS
005200     ELSE
005210        MOVE ZERO TO WS-FRQ-PCT (WS-FREQ-IDX)
005220     END-IF
005230     .
005240 1500-EXIT.
005250     EXIT.
005260*----------------------------------------------------------*
005270* 1600-LE-PARAMETRO -- ONE ALTERNATE-SET LINE FROM SYSIN   *
005280*----------------------------------------------------------*
005290 1600-LE-PARAMETRO.
005300     MOVE SPACES TO WS-PARM-SIMUL
005310     ACCEPT WS-PARM-SIMUL
005320     EVALUATE TRUE
005330         WHEN PSI-FIM
005340             SET FIM-DOS-PARAMETROS TO TRUE
005350         WHEN PSI-LIMITE
005360             IF WS-PSI-VALOR IS NOT NUMERIC
005370                OR WS-PSI-VALOR-N = ZERO
005380                OR WS-PSI-VALOR-N > 10
005390                DISPLAY "LIMITE INVALIDO: " WS-PSI-VALOR
005400                MOVE 8 TO RETURN-CODE
005410                STOP RUN
005420             END-IF
005430             MOVE WS-PSI-VALOR-N TO WS-CJ-LIMITE (2)
005440         WHEN PSI-RECUP
005450             IF WS-PSI-VALOR IS NOT NUMERIC
005460                OR WS-PSI-VALOR-N > 10
005470                DISPLAY "PISO DE RECUPERACAO INVALIDO: "
005480                    WS-PSI-VALOR
005490                MOVE 8 TO RETURN-CODE
005500                STOP RUN
005510             END-IF
005520             MOVE WS-PSI-VALOR-N TO WS-CJ-PISO (2)
005530         WHEN PSI-PESOS
005540             PERFORM 1700-PESOS-SIMULADOS THRU 1700-EXIT
005550         WHEN OTHER
005560             DISPLAY "PARAMETRO INVALIDO: " WS-PARM-SIMUL
005570             MOVE 8 TO RETURN-CODE
005580             STOP RUN
005590     END-EVALUATE
005600     .
005610 1600-EXIT.
005620     EXIT.
005630*----------------------------------------------------------*
005640* 1700-PESOS-SIMULADOS -- NEW PESOS FOR ONE MATERIA; A     *
005650*     MATERIA NOT ON MATMAST IS ADDED FOR THE SIMULATION   *
005660*     ONLY, WITH NO OFFICIAL PESOS (THE PLAIN SPLIT).      *
005670*----------------------------------------------------------*
005680 1700-PESOS-SIMULADOS.
005690     MOVE ZERO TO WS-SOMA-PESOS
005700     PERFORM 1750-SOMA-PESO-PARM THRU 1750-EXIT
005710         VARYING WS-PESO-SUB FROM 1 BY 1
005720         UNTIL WS-PESO-SUB > 4
005730     IF WS-SOMA-PESOS NOT = 100
005740        DISPLAY "PESOS DE " WS-PSP-MATERIA " NAO SOMAM 100"
005750        MOVE 8 TO RETURN-CODE
005760        STOP RUN
005770     END-IF
005780     MOVE WS-PSP-MATERIA TO WS-REG-MATERIA
005790     PERFORM 3900-BUSCA-MATERIA THRU 3900-EXIT
005800     IF NOT ACHOU-MATERIA
005810        IF WS-MATM-TABLE-QTD >= 120
005820           DISPLAY "TABELA DE MATERIAS CHEIA (120)"
005830           MOVE 8 TO RETURN-CODE
005840           STOP RUN
005850        END-IF
005860        ADD 1 TO WS-MATM-TABLE-QTD
005870        SET WS-MATM-IDX TO WS-MATM-TABLE-QTD
005880        MOVE WS-PSP-MATERIA TO WS-MTM-NOME (WS-MATM-IDX)
005890        MOVE 'N' TO WS-MTM-ESCALA (WS-MATM-IDX)
005900        MOVE ZERO TO WS-MTM-PESOS (WS-MATM-IDX, 1)
005910     END-IF
005920     PERFORM 1780-GUARDA-PESO THRU 1780-EXIT
005930         VARYING WS-PESO-SUB FROM 1 BY 1
005940         UNTIL WS-PESO-SUB > 4
005950     .
005960 1700-EXIT.
005970     EXIT.
005980 1750-SOMA-PESO-PARM.
005990     IF WS-PSP-PESO (WS-PESO-SUB) IS NOT NUMERIC
006000        DISPLAY "PESO NAO NUMERICO PARA " WS-PSP-MATERIA
006010        MOVE 8 TO RETURN-CODE
006020        STOP RUN
006030     END-IF
006040     ADD WS-PSP-PESO-N (WS-PESO-SUB) TO WS-SOMA-PESOS
006050     .
006060 1750-EXIT.
006070     EXIT.
006080 1780-GUARDA-PESO.
006090     MOVE WS-PSP-PESO-N (WS-PESO-SUB)
006100         TO WS-MTM-PESO (WS-MATM-IDX, 2, WS-PESO-SUB)
006110     .
006120 1780-EXIT.
006130     EXIT.
006140*----------------------------------------------------------*
006150* 1800-CABECALHO -- TITLE, BOTH PARAMETER SETS AND THE     *
006160*     CHANGED PESOS, THEN THE HEADINGS OF THE FLIP LIST.   *
006170*----------------------------------------------------------*
006180 1800-CABECALHO.
006190     IF FUNCAO-ROSTER
006200        MOVE "ROSTERSRT" TO WS-TIT-ORIGEM
006210     ELSE
006220        MOVE SPACES TO WS-TIT-ORIGEM
006230        STRING "TRANARCH ANO " WS-PRM-ANO
006240            DELIMITED BY SIZE INTO WS-TIT-ORIGEM
006250     END-IF
006260     MOVE WS-LINHA-TRACO TO SIMUL-REPORT-REC
006270     WRITE SIMUL-REPORT-REC
006280     MOVE WS-TITULO TO SIMUL-REPORT-REC
006290     WRITE SIMUL-REPORT-REC
006300     MOVE WS-LINHA-TRACO TO SIMUL-REPORT-REC
006310     WRITE SIMUL-REPORT-REC
006320     MOVE "OFICIAL"  TO WS-LPR-TITULO
006330     MOVE WS-CJ-LIMITE (1) TO WS-LPR-LIMITE
006340     MOVE WS-CJ-PISO (1)   TO WS-LPR-PISO
006350     MOVE WS-LINHA-PARM TO SIMUL-REPORT-REC
006360     WRITE SIMUL-REPORT-REC
006370     MOVE "SIMULADO" TO WS-LPR-TITULO
006380     MOVE WS-CJ-LIMITE (2) TO WS-LPR-LIMITE
006390     MOVE WS-CJ-PISO (2)   TO WS-LPR-PISO
006400     MOVE WS-LINHA-PARM TO SIMUL-REPORT-REC
006410     WRITE SIMUL-REPORT-REC
006420     PERFORM 1850-LINHA-PESO THRU 1850-EXIT
006430         VARYING WS-MATM-IDX FROM 1 BY 1
006440         UNTIL WS-MATM-IDX > WS-MATM-TABLE-QTD
006450     MOVE SPACES TO SIMUL-REPORT-REC
006460     WRITE SIMUL-REPORT-REC
006470     MOVE "1. ALUNOS QUE MUDARIAM DE SITUACAO" TO SIMUL-REPORT-REC
006480     WRITE SIMUL-REPORT-REC
006490     MOVE SPACES TO SIMUL-REPORT-REC
006500     WRITE SIMUL-REPORT-REC
006510     MOVE WS-CABEC-MUDA TO SIMUL-REPORT-REC
006520     WRITE SIMUL-REPORT-REC
006530     .
006540 1800-EXIT.
006550     EXIT.
006560 1850-LINHA-PESO.
006570     IF WS-MTM-PESOS (WS-MATM-IDX, 2) =
006580        WS-MTM-PESOS (WS-MATM-IDX, 1)
006590        GO TO 1850-EXIT
006600     END-IF
006610     MOVE WS-MTM-NOME (WS-MATM-IDX) TO WS-LPS-MATERIA
006620     PERFORM 1860-PESO-COLUNA THRU 1860-EXIT
006630         VARYING WS-PESO-SUB FROM 1 BY 1
006640         UNTIL WS-PESO-SUB > 4
006650     MOVE WS-LINHA-PESO TO SIMUL-REPORT-REC
006660     WRITE SIMUL-REPORT-REC
006670     .
006680 1850-EXIT.
006690     EXIT.
006700 1860-PESO-COLUNA.
006710     MOVE WS-MTM-PESO (WS-MATM-IDX, 2, WS-PESO-SUB)
006720         TO WS-LPS-PESO (WS-PESO-SUB)
006730     MOVE WS-MTM-PESO (WS-MATM-IDX, 1, WS-PESO-SUB)
006740         TO WS-LPS-OFICIAL (WS-PESO-SUB)
006750     .
006760 1860-EXIT.
006770     EXIT.
006780*----------------------------------------------------------*
006790* 2000-SIMULA-ROSTER -- EVERY ROSTERSRT RECORD, READ ONLY  *
006800*----------------------------------------------------------*
006810 2000-SIMULA-ROSTER.
006820     OPEN INPUT ROSTER-FILE
006830     IF WS-ROSTER-STATUS NOT = "00"
006840        DISPLAY "ROSTERSRT NAO PODE SER ABERTO, STATUS: "
006850            WS-ROSTER-STATUS
006860        MOVE 8 TO RETURN-CODE
006870        GO TO 2000-EXIT
006880     END-IF
006890     MOVE 'N' TO WS-EOF-ENTRADA
006900     PERFORM 2100-LE-ROSTER THRU 2100-EXIT
006910         UNTIL FIM-DA-ENTRADA
006920     CLOSE ROSTER-FILE
006930     .
006940 2000-EXIT.
006950     EXIT.
006960 2100-LE-ROSTER.
006970     READ ROSTER-FILE
006980         AT END
006990             SET FIM-DA-ENTRADA TO TRUE
007000             GO TO 2100-EXIT
007010     END-READ
007020     ADD 1 TO WS-CONT-LIDOS
007022     IF ROS-DEPENDENCIA
007024        ADD 1 TO WS-CONT-DEPENDENCIAS
007026        GO TO 2100-EXIT
007028     END-IF
007030     IF MED-ROS-NOTA-1-X = "PEND"
007040        OR MED-ROS-NOTA-2-X = "PEND"
007050        OR MED-ROS-NOTA-3-X = "PEND"
007060        OR MED-ROS-NOTA-4-X = "PEND"
007070        OR MED-ROS-NOTA-RECUP-X = "PEND"
007080        ADD 1 TO WS-CONT-PENDENTES
007090        GO TO 2100-EXIT
007100     END-IF
007110     MOVE MED-ROS-ALUNO-ID   TO WS-REG-ALUNO-ID
007120     MOVE MED-ROS-NOME       TO WS-REG-NOME
007130     MOVE MED-ROS-TURMA      TO WS-REG-TURMA
007140     MOVE MED-ROS-MATERIA    TO WS-REG-MATERIA
007150     MOVE SPACES             TO WS-REG-PERIODO
007160     STRING "MES " MED-ROS-MES DELIMITED BY SIZE
007170         INTO WS-REG-PERIODO
007180     MOVE MED-ROS-NOTA-1     TO WS-REG-NOTA (1)
007190     MOVE MED-ROS-NOTA-2     TO WS-REG-NOTA (2)
007200     MOVE MED-ROS-NOTA-3     TO WS-REG-NOTA (3)
007210     MOVE MED-ROS-NOTA-4     TO WS-REG-NOTA (4)
007220     MOVE MED-ROS-NOTA-RECUP TO WS-REG-RECUP
007230     MOVE ZERO TO WS-REG-PESO (1) WS-REG-PESO (2)
007240                  WS-REG-PESO (3) WS-REG-PESO (4)
007250     IF MED-ROS-PESO-1 IS NUMERIC
007260        AND MED-ROS-PESO-2 IS NUMERIC
007270        AND MED-ROS-PESO-3 IS NUMERIC
007280        AND MED-ROS-PESO-4 IS NUMERIC
007290        AND MED-ROS-PESO-1 + MED-ROS-PESO-2
007300            + MED-ROS-PESO-3 + MED-ROS-PESO-4 = 100
007310        MOVE MED-ROS-PESO-1 TO WS-REG-PESO (1)
007320        MOVE MED-ROS-PESO-2 TO WS-REG-PESO (2)
007330        MOVE MED-ROS-PESO-3 TO WS-REG-PESO (3)
007340        MOVE MED-ROS-PESO-4 TO WS-REG-PESO (4)
007350     END-IF
007360     PERFORM 3900-BUSCA-MATERIA THRU 3900-EXIT
007370     MOVE 'N' TO WS-REG-CONCEITO
007380     IF ACHOU-MATERIA AND WS-MTM-ESCALA (WS-MATM-IDX) = 'C'
007390        SET REGISTRO-CONCEITO TO TRUE
007400        PERFORM 2200-CONVERTE-CONCEITO THRU 2200-EXIT
007410            VARYING WS-NOTA-SUB FROM 1 BY 1
007420            UNTIL WS-NOTA-SUB > 5
007430     END-IF
007440     PERFORM 2300-BUSCA-FREQUENCIA THRU 2300-EXIT
007450     MOVE 'N' TO WS-REG-FALTA
007460     IF WS-REG-FREQ > ZERO AND WS-REG-FREQ < WS-FREQ-MINIMA
007470        SET REGISTRO-FALTA TO TRUE
007480     END-IF
007490     PERFORM 3000-AVALIA-REGISTRO THRU 3000-EXIT
007500     .
007510 2100-EXIT.
007520     EXIT.
007530*----------------------------------------------------------*
007540* 2200-CONVERTE-CONCEITO -- A LETTER NOTA (OR RECOVERY     *
007550*     SCORE) TO ITS CONCTAB NUMERIC EQUIVALENT.            *
007560*----------------------------------------------------------*
007570 2200-CONVERTE-CONCEITO.
007580     EVALUATE WS-NOTA-SUB
007590         WHEN 1
007600             MOVE MED-ROS-NOTA-1-X TO WS-NOTA-LETRA-X
007610         WHEN 2
007620             MOVE MED-ROS-NOTA-2-X TO WS-NOTA-LETRA-X
007630         WHEN 3
007640             MOVE MED-ROS-NOTA-3-X TO WS-NOTA-LETRA-X
007650         WHEN 4
007660             MOVE MED-ROS-NOTA-4-X TO WS-NOTA-LETRA-X
007670         WHEN 5
007680             MOVE MED-ROS-NOTA-RECUP-X TO WS-NOTA-LETRA-X
007690     END-EVALUATE
007700     IF WS-NOTA-LETRA-X (1:1) < 'A'
007710        OR WS-NOTA-LETRA-X (1:1) > 'E'
007720        OR WS-NOTA-LETRA-X (2:3) NOT = SPACES
007730        GO TO 2200-EXIT
007740     END-IF
007750     MOVE WS-NOTA-LETRA-X (1:1) TO MED-CNC-LETRA-BUSCA
007760     PERFORM 9060-CONCEITO-PARA-NOTA THRU 9060-EXIT-CNC
007770     IF NOT CONCEITO-ACHADO
007780        GO TO 2200-EXIT
007790     END-IF
007800     IF WS-NOTA-SUB = 5
007810        MOVE MED-CNC-VALOR-ACHADO TO WS-REG-RECUP
007820     ELSE
007830        MOVE MED-CNC-VALOR-ACHADO TO WS-REG-NOTA (WS-NOTA-SUB)
007840     END-IF
007850     .
007860 2200-EXIT.
007870     EXIT.
007880 2300-BUSCA-FREQUENCIA.
007890     MOVE ZERO TO WS-REG-FREQ
007900     MOVE 'N'  TO WS-FREQ-ACHOU-SWITCH
007910     IF WS-FREQ-TABLE-QTD > ZERO
007920        SET WS-FREQ-IDX TO 1
007930        SEARCH WS-FREQ-ENTRY
007940            VARYING WS-FREQ-IDX
007950            AT END
007960                CONTINUE
007970            WHEN WS-FRQ-ALUNO-ID (WS-FREQ-IDX) = MED-ROS-ALUNO-ID
007980                AND WS-FRQ-MATERIA (WS-FREQ-IDX) = MED-ROS-MATERIA
007990                AND WS-FRQ-MES (WS-FREQ-IDX) = MED-ROS-MES
008000                SET ACHOU-FREQUENCIA TO TRUE
008010        END-SEARCH
008020     END-IF
008030     IF ACHOU-FREQUENCIA
008040        MOVE WS-FRQ-PCT (WS-FREQ-IDX) TO WS-REG-FREQ
008050     END-IF
008060     .
008070 2300-EXIT.
008080     EXIT.
008090*----------------------------------------------------------*
008100* 2500-SIMULA-ANO -- EVERY ARCHIVED BIMESTRE OF THE YEAR,  *
008110*     READ ONLY, IN KEY ORDER.                             *
008120*----------------------------------------------------------*
008130 2500-SIMULA-ANO.
008140     OPEN INPUT TRANSCRIPT-ARCH-FILE
008150     IF WS-ARCH-STATUS NOT = "00"
008160        DISPLAY "TRANARCH NAO DISPONIVEL, STATUS: "
008170            WS-ARCH-STATUS
008180        MOVE 8 TO RETURN-CODE
008190        GO TO 2500-EXIT
008200     END-IF
008210     MOVE 'N' TO WS-EOF-ENTRADA
008220     MOVE LOW-VALUES TO MED-ARCH-CHAVE
008230     START TRANSCRIPT-ARCH-FILE KEY NOT LESS MED-ARCH-CHAVE
008240         INVALID KEY
008250             SET FIM-DA-ENTRADA TO TRUE
008260     END-START
008270     PERFORM 2600-LE-ARQUIVO THRU 2600-EXIT
008280         UNTIL FIM-DA-ENTRADA
008290     CLOSE TRANSCRIPT-ARCH-FILE
008300     .
008310 2500-EXIT.
008320     EXIT.
008330 2600-LE-ARQUIVO.
008340     READ TRANSCRIPT-ARCH-FILE NEXT RECORD
008350         AT END
008360             SET FIM-DA-ENTRADA TO TRUE
008370             GO TO 2600-EXIT
008380     END-READ
008390     IF MED-ARCH-ANO NOT = WS-ANO-ALVO
008400        ADD 1 TO WS-CONT-OUTRO-ANO
008410        GO TO 2600-EXIT
008420     END-IF
008430     ADD 1 TO WS-CONT-LIDOS
008440     MOVE MED-ARCH-DADOS TO MED-TRANSCRIPT-REC
008450     IF MED-HIST-SITUACAO (1) = "NOTA PENDENTE"
008460        ADD 1 TO WS-CONT-PENDENTES
008470        GO TO 2600-EXIT
008480     END-IF
008490     MOVE MED-HIST-ALUNO-ID   TO WS-REG-ALUNO-ID
008500     MOVE MED-HIST-NOME       TO WS-REG-NOME
008510     MOVE MED-HIST-TURMA      TO WS-REG-TURMA
008520     MOVE MED-HIST-MATERIA (1) TO WS-REG-MATERIA
008530     MOVE MED-HIST-PERIODO    TO WS-REG-PERIODO
008540     MOVE MED-HIST-NOTA-1 (1) TO WS-REG-NOTA (1)
008550     MOVE MED-HIST-NOTA-2 (1) TO WS-REG-NOTA (2)
008560     MOVE MED-HIST-NOTA-3 (1) TO WS-REG-NOTA (3)
008570     MOVE MED-HIST-NOTA-4 (1) TO WS-REG-NOTA (4)
008580     MOVE ZERO TO WS-REG-RECUP WS-REG-FREQ
008590     MOVE ZERO TO WS-REG-PESO (1) WS-REG-PESO (2)
008600                  WS-REG-PESO (3) WS-REG-PESO (4)
008610     MOVE 'N' TO WS-REG-FALTA
008620     IF MED-HIST-SITUACAO (1) = "REPROVADO FALTA"
008630        SET REGISTRO-FALTA TO TRUE
008640     END-IF
008650     PERFORM 3900-BUSCA-MATERIA THRU 3900-EXIT
008660     PERFORM 3000-AVALIA-REGISTRO THRU 3000-EXIT
008670     .
008680 2600-EXIT.
008690     EXIT.
008700*----------------------------------------------------------*
008710* 3000-AVALIA-REGISTRO -- GRADE THE RECORD UNDER BOTH      *
008720*     SETS, COUNT IT FOR ITS TURMA/MATERIA AND LIST IT     *
008730*     WHEN THE SITUACAO CATEGORY DIFFERS.                  *
008740*----------------------------------------------------------*
008750 3000-AVALIA-REGISTRO.
008760     MOVE 'S' TO WS-REG-VALIDO
008770     PERFORM 3050-VALIDA-NOTA THRU 3050-EXIT
008780         VARYING WS-NOTA-SUB FROM 1 BY 1
008790         UNTIL WS-NOTA-SUB > 4
008800     IF NOT REGISTRO-VALIDO
008810        ADD 1 TO WS-CONT-INVALIDOS
008820        GO TO 3000-EXIT
008830     END-IF
008840     ADD 1 TO WS-CONT-AVALIADOS
008850     PERFORM 3100-APLICA-CONJUNTO THRU 3100-EXIT
008860         VARYING WS-CJ FROM 1 BY 1
008870         UNTIL WS-CJ > 2
008880     PERFORM 3500-ACUMULA-TURMA THRU 3500-EXIT
008890     IF WS-RES-CATEG (1) NOT = WS-RES-CATEG (2)
008900        ADD 1 TO WS-CONT-MUDANCAS
008910        ADD 1 TO WS-TM-MUDAM (WS-TM-IDX)
008920        PERFORM 3800-LISTA-MUDANCA THRU 3800-EXIT
008930     END-IF
008940     .
008950 3000-EXIT.
008960     EXIT.
008970 3050-VALIDA-NOTA.
008980     IF WS-REG-NOTA (WS-NOTA-SUB) IS NOT NUMERIC
008990        MOVE 'N' TO WS-REG-VALIDO
009000        GO TO 3050-EXIT
009010     END-IF
009020     IF WS-REG-NOTA (WS-NOTA-SUB) > 10
009030        MOVE 'N' TO WS-REG-VALIDO
009040     END-IF
009050     .
009060 3050-EXIT.
009070     EXIT.
009080*----------------------------------------------------------*
009090* 3100-APLICA-CONJUNTO -- CALCULO_MEDIA'S RULES UNDER      *
009100*     SET WS-CJ: RECORD PESOS SUMMING 100, ELSE THE        *
009110*     MATERIA'S PESOS IN THE SET, ELSE THE PLAIN SPLIT.    *
009120*     A MEDIA FROM THE FLOOR UP TO THE THRESHOLD AVERAGES  *
009130*     THE RECOVERY SCORE IN, OR STAYS EM RECUPERACAO       *
009140*     WITHOUT ONE; FALTA FAILS WHATEVER THE MEDIA.         *
009150*----------------------------------------------------------*
009160 3100-APLICA-CONJUNTO.
009170     MOVE WS-REG-PESO (1) TO WS-PESO-USO (1)
009180     MOVE WS-REG-PESO (2) TO WS-PESO-USO (2)
009190     MOVE WS-REG-PESO (3) TO WS-PESO-USO (3)
009200     MOVE WS-REG-PESO (4) TO WS-PESO-USO (4)
009210     IF WS-PESO-USO (1) + WS-PESO-USO (2)
009220        + WS-PESO-USO (3) + WS-PESO-USO (4) NOT = 100
009230        AND ACHOU-MATERIA
009240        MOVE WS-MTM-PESO (WS-MATM-IDX, WS-CJ, 1)
009250            TO WS-PESO-USO (1)
009260        MOVE WS-MTM-PESO (WS-MATM-IDX, WS-CJ, 2)
009270            TO WS-PESO-USO (2)
009280        MOVE WS-MTM-PESO (WS-MATM-IDX, WS-CJ, 3)
009290            TO WS-PESO-USO (3)
009300        MOVE WS-MTM-PESO (WS-MATM-IDX, WS-CJ, 4)
009310            TO WS-PESO-USO (4)
009320     END-IF
009330     IF WS-PESO-USO (1) + WS-PESO-USO (2)
009340        + WS-PESO-USO (3) + WS-PESO-USO (4) = 100
009350        COMPUTE WS-MEDIA-CALC ROUNDED =
009360            (WS-REG-NOTA (1) * WS-PESO-USO (1)
009370             + WS-REG-NOTA (2) * WS-PESO-USO (2)
009380             + WS-REG-NOTA (3) * WS-PESO-USO (3)
009390             + WS-REG-NOTA (4) * WS-PESO-USO (4)) / 100
009400     ELSE
009410        COMPUTE WS-MEDIA-CALC ROUNDED =
009420            (WS-REG-NOTA (1) + WS-REG-NOTA (2)
009430             + WS-REG-NOTA (3) + WS-REG-NOTA (4)) / 4
009440     END-IF
009450     MOVE "N" TO WS-RES-CATEG (WS-CJ)
009460     IF WS-MEDIA-CALC >= WS-CJ-PISO (WS-CJ)
009470        AND WS-MEDIA-CALC < WS-CJ-LIMITE (WS-CJ)
009480        IF WS-REG-RECUP > ZERO
009490           COMPUTE WS-MEDIA-CALC ROUNDED =
009500               (WS-MEDIA-CALC + WS-REG-RECUP) / 2
009510        ELSE
009520           MOVE "R" TO WS-RES-CATEG (WS-CJ)
009530        END-IF
009540     END-IF
009550     MOVE WS-MEDIA-CALC TO WS-RES-MEDIA (WS-CJ)
009560     EVALUATE TRUE
009570         WHEN REGISTRO-FALTA
009580             MOVE "F" TO WS-RES-CATEG (WS-CJ)
009590             MOVE "REPROVADO FALTA" TO WS-RES-SITUACAO (WS-CJ)
009600         WHEN WS-MEDIA-CALC >= WS-CJ-LIMITE (WS-CJ)
009610             MOVE "A" TO WS-RES-CATEG (WS-CJ)
009620             MOVE "APROVADO" TO WS-RES-SITUACAO (WS-CJ)
009630         WHEN WS-RES-CATEG (WS-CJ) = "R"
009640             MOVE "EM RECUPERACAO" TO WS-RES-SITUACAO (WS-CJ)
009650         WHEN OTHER
009660             MOVE "F" TO WS-RES-CATEG (WS-CJ)
009670             MOVE "REPROVADO" TO WS-RES-SITUACAO (WS-CJ)
009680     END-EVALUATE
009690     .
009700 3100-EXIT.
009710     EXIT.
009720*----------------------------------------------------------*
009730* 3500-ACUMULA-TURMA -- COUNT THE RECORD UNDER ITS TURMA/  *
009740*     MATERIA LINE, CURRENT AND SIMULATED, AND THE TOTALS. *
009750*----------------------------------------------------------*
009760 3500-ACUMULA-TURMA.
009770     SET WS-TM-IDX TO 1
009780     IF WS-TM-QTD > ZERO
009790        SEARCH WS-TM-ENTRY
009800            AT END
009810                SET WS-TM-IDX TO WS-TM-QTD
009820                SET WS-TM-IDX UP BY 1
009830            WHEN WS-TM-TURMA (WS-TM-IDX) = WS-REG-TURMA
009840                AND WS-TM-MATERIA (WS-TM-IDX) = WS-REG-MATERIA
009850                CONTINUE
009860        END-SEARCH
009870     END-IF
009880     IF WS-TM-IDX > WS-TM-QTD
009890        IF WS-TM-QTD >= 600
009900           DISPLAY "TABELA TURMA/MATERIA CHEIA (600)"
009910           MOVE 8 TO RETURN-CODE
009920           STOP RUN
009930        END-IF
009940        ADD 1 TO WS-TM-QTD
009950        SET WS-TM-IDX TO WS-TM-QTD
009960        MOVE WS-REG-TURMA   TO WS-TM-TURMA (WS-TM-IDX)
009970        MOVE WS-REG-MATERIA TO WS-TM-MATERIA (WS-TM-IDX)
009980        MOVE ZERO TO WS-TM-CONT (WS-TM-IDX, 1, 1)
009990                     WS-TM-CONT (WS-TM-IDX, 1, 2)
010000                     WS-TM-CONT (WS-TM-IDX, 1, 3)
010010                     WS-TM-CONT (WS-TM-IDX, 2, 1)
010020                     WS-TM-CONT (WS-TM-IDX, 2, 2)
010030                     WS-TM-CONT (WS-TM-IDX, 2, 3)
010040                     WS-TM-MUDAM (WS-TM-IDX)
010050     END-IF
010060     PERFORM 3600-CONTA-CATEGORIA THRU 3600-EXIT
010070         VARYING WS-CJ FROM 1 BY 1
010080         UNTIL WS-CJ > 2
010090     .
010100 3500-EXIT.
010110     EXIT.
010120 3600-CONTA-CATEGORIA.
010130     EVALUATE WS-RES-CATEG (WS-CJ)
010140         WHEN "A"
010150             MOVE 1 TO WS-CAT-SUB
010160         WHEN "R"
010170             MOVE 2 TO WS-CAT-SUB
010180         WHEN OTHER
010190             MOVE 3 TO WS-CAT-SUB
010200     END-EVALUATE
010210     ADD 1 TO WS-TM-CONT (WS-TM-IDX, WS-CJ, WS-CAT-SUB)
010220     ADD 1 TO WS-TOT-CONT (WS-CJ, WS-CAT-SUB)
010230     .
010240 3600-EXIT.
010250     EXIT.
010260 3800-LISTA-MUDANCA.
010270     MOVE SPACES TO WS-DET-MUDA
010280     MOVE WS-REG-ALUNO-ID TO WS-DMU-ALUNO-ID
010290     MOVE WS-REG-NOME     TO WS-DMU-NOME
010300     MOVE WS-REG-TURMA    TO WS-DMU-TURMA
010310     MOVE WS-REG-MATERIA  TO WS-DMU-MATERIA
010320     MOVE WS-REG-PERIODO  TO WS-DMU-PERIODO
010330     MOVE WS-RES-MEDIA (1)    TO WS-DMU-MEDIA (1)
010340     MOVE WS-RES-SITUACAO (1) TO WS-DMU-SITUACAO (1)
010350     MOVE WS-RES-MEDIA (2)    TO WS-DMU-MEDIA (2)
010360     MOVE WS-RES-SITUACAO (2) TO WS-DMU-SITUACAO (2)
010370     MOVE WS-DET-MUDA TO SIMUL-REPORT-REC
010380     WRITE SIMUL-REPORT-REC
010390     .
010400 3800-EXIT.
010410     EXIT.
010420*----------------------------------------------------------*
010430* 3900-BUSCA-MATERIA -- WS-REG-MATERIA ON THE SUBJECTS     *
010440*----------------------------------------------------------*
010450 3900-BUSCA-MATERIA.
010460     MOVE 'N' TO WS-MATERIA-ACHOU
010470     IF WS-MATM-TABLE-QTD > ZERO
010480        SET WS-MATM-IDX TO 1
010490        SEARCH WS-MATM-ENTRY
010500            AT END
010510                CONTINUE
010520            WHEN WS-MTM-NOME (WS-MATM-IDX) = WS-REG-MATERIA
010530                SET ACHOU-MATERIA TO TRUE
010540        END-SEARCH
010550     END-IF
010560     .
010570 3900-EXIT.
010580     EXIT.
010590*----------------------------------------------------------*
010600* 6000-QUADRO-TURMAS -- CURRENT AND SIMULATED COUNTS SIDE  *
010610*     BY SIDE FOR EVERY TURMA/MATERIA GRADED.              *
010620*----------------------------------------------------------*
010630 6000-QUADRO-TURMAS.
010640     IF WS-CONT-MUDANCAS = ZERO
010650        MOVE "    NENHUM ALUNO MUDARIA DE SITUACAO"
010660            TO SIMUL-REPORT-REC
010670        WRITE SIMUL-REPORT-REC
010680     END-IF
010690     MOVE SPACES TO SIMUL-REPORT-REC
010700     WRITE SIMUL-REPORT-REC
010710     MOVE "2. SITUACAO POR TURMA E MATERIA" TO SIMUL-REPORT-REC
010720     WRITE SIMUL-REPORT-REC
010730     MOVE SPACES TO SIMUL-REPORT-REC
010740     WRITE SIMUL-REPORT-REC
010750     MOVE WS-CABEC-TM-1 TO SIMUL-REPORT-REC
010760     WRITE SIMUL-REPORT-REC
010770     MOVE WS-CABEC-TM-2 TO SIMUL-REPORT-REC
010780     WRITE SIMUL-REPORT-REC
010790     PERFORM 6100-LINHA-TURMA THRU 6100-EXIT
010800         VARYING WS-TM-IDX FROM 1 BY 1
010810         UNTIL WS-TM-IDX > WS-TM-QTD
010820     .
010830 6000-EXIT.
010840     EXIT.
010850 6100-LINHA-TURMA.
010860     MOVE SPACES TO WS-DET-TM
010870     MOVE WS-TM-TURMA (WS-TM-IDX)   TO WS-DTM-TURMA
010880     MOVE WS-TM-MATERIA (WS-TM-IDX) TO WS-DTM-MATERIA
010890     PERFORM 6200-COLUNA-TURMA THRU 6200-EXIT
010900         VARYING WS-CAT-SUB FROM 1 BY 1
010910         UNTIL WS-CAT-SUB > 3
010920     MOVE WS-TM-MUDAM (WS-TM-IDX)   TO WS-DTM-MUDAM
010930     MOVE WS-DET-TM TO SIMUL-REPORT-REC
010940     WRITE SIMUL-REPORT-REC
010950     .
010960 6100-EXIT.
010970     EXIT.
010980 6200-COLUNA-TURMA.
010990     MOVE WS-TM-CONT (WS-TM-IDX, 1, WS-CAT-SUB)
011000         TO WS-DTM-CONT (1, WS-CAT-SUB)
011010     MOVE WS-TM-CONT (WS-TM-IDX, 2, WS-CAT-SUB)
011020         TO WS-DTM-CONT (2, WS-CAT-SUB)
011030     .
011040 6200-EXIT.
011050     EXIT.
011060*----------------------------------------------------------*
011070* 7000-SALDOS -- NET CHANGE IN APPROVALS, RECUPERACOES     *
011080*     AND FAILURES, THEN THE RECORD CONTROL LINE.          *
011090*----------------------------------------------------------*
011100 7000-SALDOS.
011110     MOVE SPACES TO SIMUL-REPORT-REC
011120     WRITE SIMUL-REPORT-REC
011130     MOVE WS-LINHA-TRACO TO SIMUL-REPORT-REC
011140     WRITE SIMUL-REPORT-REC
011150     MOVE "3. SALDO DA SIMULACAO" TO SIMUL-REPORT-REC
011160     WRITE SIMUL-REPORT-REC
011170     MOVE SPACES TO SIMUL-REPORT-REC
011180     WRITE SIMUL-REPORT-REC
011190     PERFORM 7100-LINHA-SALDO THRU 7100-EXIT
011200         VARYING WS-CAT-SUB FROM 1 BY 1
011210         UNTIL WS-CAT-SUB > 3
011220     MOVE SPACES TO SIMUL-REPORT-REC
011230     WRITE SIMUL-REPORT-REC
011240     MOVE WS-CONT-LIDOS     TO WS-LCT-LIDOS
011250     MOVE WS-CONT-AVALIADOS TO WS-LCT-AVALIADOS
011260     MOVE WS-CONT-PENDENTES TO WS-LCT-PENDENTES
011270     MOVE WS-CONT-INVALIDOS TO WS-LCT-INVALIDOS
011280     MOVE WS-CONT-MUDANCAS  TO WS-LCT-MUDANCAS
011285     MOVE WS-CONT-DEPENDENCIAS TO WS-LCT-DEPENDENCIAS
011290     MOVE WS-LINHA-CONTROLE TO SIMUL-REPORT-REC
011300     WRITE SIMUL-REPORT-REC
011310     .
011320 7000-EXIT.
011330     EXIT.
011340 7100-LINHA-SALDO.
011350     EVALUATE WS-CAT-SUB
011360         WHEN 1
011370             MOVE "APROVACOES"     TO WS-LSD-ROTULO
011380         WHEN 2
011390             MOVE "RECUPERACOES"   TO WS-LSD-ROTULO
011400         WHEN 3
011410             MOVE "REPROVACOES"    TO WS-LSD-ROTULO
011420     END-EVALUATE
011430     MOVE WS-TOT-CONT (1, WS-CAT-SUB) TO WS-LSD-ATUAL
011440     MOVE WS-TOT-CONT (2, WS-CAT-SUB) TO WS-LSD-SIMUL
011450     COMPUTE WS-SALDO = WS-TOT-CONT (2, WS-CAT-SUB)
011460                      - WS-TOT-CONT (1, WS-CAT-SUB)
011470     MOVE WS-SALDO TO WS-LSD-SALDO
011480     MOVE WS-LINHA-SALDO TO SIMUL-REPORT-REC
011490     WRITE SIMUL-REPORT-REC
011500     .
011510 7100-EXIT.
011520     EXIT.
011530*----------------------------------------------------------*
011540* 9050/9060/9070 -- SHARED CONCEITO-EQUIVALENCE            *
011550*     PARAGRAPHS (CNCPARA).                                *
011560*----------------------------------------------------------*
011570     COPY CNCPARA.
011580 END PROGRAM SIMULA_MEDIA.
