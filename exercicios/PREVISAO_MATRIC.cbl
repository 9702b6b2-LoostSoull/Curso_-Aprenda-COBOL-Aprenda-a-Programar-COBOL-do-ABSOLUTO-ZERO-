000100*****************************************************************
000110* Program:      PREVISAO_MATRIC
000120* Author:       J. ALBUQUERQUE - APPLICATIONS SUPPORT
000130* Installation: ESCOLA - SISTEMA ACADEMICO
000140* Date-Written: 2026-10-15
000150* Date-Compiled:
000160* Purpose:      Next-year enrollment and turma-opening forecast
000170*               for the direction, rerun weekly during the
000180*               rematricula campaign. It puts together, per serie
000190*               (MED-TUR-PERIODO) and unit:
000200*                 - the REMATOFER offers REMATRICULA GERA built
000210*                   off the PROMODEC decisions (promoted students
000220*                   on the next serie, retained on the same),
000230*                   split by the latest REMATRESP response into
000240*                   accepted, declined and still pending;
000250*                 - WAITLIST demand: one per student still queued
000260*                   (not ATIVO), at the serie and unit of the
000270*                   queued turma;
000280*                 - transfers-in: the students who arrived this
000290*                   school year by transfer (TRANSFIN lines of the
000300*                   year before), taken as the expected arrivals
000310*                   at the same serie next year;
000320*                 - the historical no-show rate off STATHIST: the
000330*                   ATIVO students moved to TRANCADO or DESLIGADO
000340*                   by 31 March of the current year or the two
000350*                   before it, over the current enrollment (ATIVO
000360*                   now plus this year's early leavers) times the
000370*                   years STATHIST covers.
000380*               Three scenarios per line:
000390*                 MELHOR -- accepted, pending, queue, transfers;
000400*                 ESPERADO -- accepted, pending at the campaign's
000410*                   acceptance rate so far (accepted over accepted
000420*                   plus declined; all pending while no one has
000430*                   answered) and queue, less the no-show rate,
000440*                   plus transfers;
000450*                 PIOR -- accepted less the no-show rate.
000460*               Each scenario gives the turmas needed at the
000470*               average MED-TUR-CAPACIDADE of the serie's turmas
000480*               in the unit (the school average where the unit
000490*               has none yet), against the turmas open today.
000500*               The expected annual revenue is the expected
000510*               enrollment times twelve months of the average
000520*               readjusted tuition: a turma TURPRECO shows
000530*               readjusted from January of the forecast year
000540*               already carries the new price on TURMAST; any
000550*               other is raised by the percentage given for its
000560*               serie on SYSIN (REAJUSTE_ANUAL's line layout),
000570*               or kept at the current price and flagged.
000580*               The figures are kept on PREVANT for the next run,
000590*               which prints the movement in accepted, declined
000600*               and expected since then (forecast year must be
000610*               the same; otherwise the lines show NOVA).
000620*               SYSIN: the forecast year (aaaa, blank = next year
000630*               off the system date), then the percentage lines
000640*               <serie, 10> <percentual, 999V99> until a blank
000650*               line or FIM; serie * covers every serie not named.
000660*               Condition code 4 when an input other than the
000670*               offers is missing, a percentage line is rejected
000680*               or a price is not readjusted; 8 without REMATOFER;
000690*               12 without TURMAST or STUMAST.
000700* Modification History:
000710*   2026-10-15 JA  Initial version.
000720* Tectonics: cobc
000730*****************************************************************
000740 IDENTIFICATION DIVISION.
000750 PROGRAM-ID. PREVISAO_MATRIC.
000760 ENVIRONMENT DIVISION.
000770 INPUT-OUTPUT SECTION.
000780 FILE-CONTROL.
000790     COPY STUSEL.
000800     COPY TURMSEL.
000810     COPY TPRSEL.
000820     SELECT OFERTA-FILE ASSIGN TO "REMATOFER"
000830         ORGANIZATION IS LINE SEQUENTIAL
000840         FILE STATUS IS WS-OFERTA-STATUS.
000850     SELECT RESPOSTA-REG-FILE ASSIGN TO "REMATRESP"
000860         ORGANIZATION IS LINE SEQUENTIAL
000870         FILE STATUS IS WS-RESP-STATUS.
000880     SELECT WAIT-LIST-FILE ASSIGN TO "WAITLIST"
000890         ORGANIZATION IS LINE SEQUENTIAL
000900         FILE STATUS IS WS-WAIT-STATUS.
000910     SELECT TRANSF-IN-FILE ASSIGN TO "TRANSFIN"
000920         ORGANIZATION IS LINE SEQUENTIAL
000930         FILE STATUS IS WS-TRANSF-STATUS.
000940     SELECT STAT-HIST-FILE ASSIGN TO "STATHIST"
000950         ORGANIZATION IS LINE SEQUENTIAL
000960         FILE STATUS IS WS-STHIST-STATUS.
000970     SELECT PREV-ANTERIOR-FILE ASSIGN TO "PREVANT"
000980         ORGANIZATION IS LINE SEQUENTIAL
000990         FILE STATUS IS WS-PREVANT-STATUS.
001000     SELECT PREV-REPORT-FILE ASSIGN TO "PREVMAT"
001010         ORGANIZATION IS LINE SEQUENTIAL.
001020 DATA DIVISION.
001030 FILE SECTION.
001040 FD  STUDENT-MASTER-FILE.
001050     COPY STUMAST.
001060 FD  TURMA-MASTER-FILE.
001070     COPY TURMMST.
001080     COPY TPRFD.
001090 FD  OFERTA-FILE.
001100 01  MED-OFERTA-REC.
001110     03  MED-OFR-ALUNO-ID       PIC 9(07).
001120     03  MED-OFR-NOME           PIC X(30).
001130     03  MED-OFR-TURMA-ATUAL    PIC X(10).
001140     03  MED-OFR-SERIE-OFERTA   PIC X(10).
001150     03  MED-OFR-OBSERVACAO     PIC X(12).
001160 FD  RESPOSTA-REG-FILE.
001170 01  MED-RESPOSTA-REC.
001180     03  MED-RSP-ALUNO-ID       PIC 9(07).
001190     03  MED-RSP-RESPOSTA       PIC X(01).
001200     03  MED-RSP-DATA           PIC 9(08).
001210 FD  WAIT-LIST-FILE.
001220 01  MED-WAIT-LIST-REC.
001230     03  MED-WTL-ALUNO-ID       PIC 9(07).
001240     03  MED-WTL-NOME           PIC X(30).
001250     03  MED-WTL-TURMA          PIC X(10).
001260     03  MED-WTL-DATA           PIC 9(08).
001270     03  MED-WTL-HORA           PIC 9(08).
001280 FD  TRANSF-IN-FILE.
001290 01  MED-TRANSF-IN-REC.
001300     03  MED-TRF-ALUNO-ID       PIC 9(07).
001310     03  MED-TRF-ESCOLA         PIC X(30).
001320     03  MED-TRF-ANO            PIC 9(04).
001330     03  MED-TRF-MATERIA-EXT    PIC X(30).
001340     03  MED-TRF-NOTA           PIC 9(03)V99.
001350     03  MED-TRF-ESCALA         PIC 9(03).
001360 FD  STAT-HIST-FILE.
001370 01  MED-STAT-HIST-REC.
001380     03  MED-STH-ALUNO-ID       PIC 9(07).
001390     03  MED-STH-STATUS-DE      PIC X(01).
001400     03  MED-STH-STATUS-PARA    PIC X(01).
001410     03  MED-STH-MOTIVO         PIC X(04).
001420     03  MED-STH-TURMA          PIC X(10).
001430     03  MED-STH-OPERADOR       PIC X(08).
001440     03  MED-STH-DATA           PIC 9(08).
001450     03  MED-STH-DATA-R REDEFINES MED-STH-DATA.
001460         05  MED-STH-ANO        PIC 9(04).
001470         05  MED-STH-MES        PIC 9(02).
001480         05  MED-STH-DIA        PIC 9(02).
001490*----------------------------------------------------------*
001500* THE PREVIOUS RUN'S FIGURES, ONE LINE PER SERIE AND UNIT  *
001510*----------------------------------------------------------*
001520 FD  PREV-ANTERIOR-FILE.
001530 01  MED-PREV-ANT-REC.
001540     03  MED-PVA-ANO            PIC 9(04).
001550     03  MED-PVA-SERIE          PIC X(10).
001560     03  MED-PVA-UNIDADE        PIC X(02).
001570     03  MED-PVA-DATA           PIC 9(08).
001580     03  MED-PVA-ACEITOS        PIC 9(05).
001590     03  MED-PVA-RECUSADOS      PIC 9(05).
001600     03  MED-PVA-PENDENTES      PIC 9(05).
001610     03  MED-PVA-FILA           PIC 9(05).
001620     03  MED-PVA-TRANSF         PIC 9(05).
001630     03  MED-PVA-MELHOR         PIC 9(05).
001640     03  MED-PVA-ESPERADO       PIC 9(05).
001650     03  MED-PVA-PIOR           PIC 9(05).
001660 FD  PREV-REPORT-FILE.
001670 01  PREV-REPORT-REC            PIC X(132).
001680 WORKING-STORAGE SECTION.
001690 01  WS-STU-MASTER-STATUS       PIC X(02) VALUE SPACES.
001700 01  WS-TUR-MASTER-STATUS       PIC X(02) VALUE SPACES.
001710 01  WS-TPR-STATUS              PIC X(02) VALUE SPACES.
001720 01  WS-OFERTA-STATUS           PIC X(02) VALUE SPACES.
001730 01  WS-RESP-STATUS             PIC X(02) VALUE SPACES.
001740 01  WS-WAIT-STATUS             PIC X(02) VALUE SPACES.
001750 01  WS-TRANSF-STATUS           PIC X(02) VALUE SPACES.
001760 01  WS-STHIST-STATUS           PIC X(02) VALUE SPACES.
001770 01  WS-PREVANT-STATUS          PIC X(02) VALUE SPACES.
001780 01  WS-SWITCHES.
001790     03  WS-EOF-PERCENTUAIS     PIC X(01) VALUE 'N'.
001800         88  FIM-DOS-PERCENTUAIS      VALUE 'S'.
001810     03  WS-EOF-PRECOS          PIC X(01) VALUE 'N'.
001820         88  FIM-DOS-PRECOS           VALUE 'S'.
001830     03  WS-EOF-TURMAS          PIC X(01) VALUE 'N'.
001840         88  FIM-DAS-TURMAS           VALUE 'S'.
001850     03  WS-EOF-MASTER          PIC X(01) VALUE 'N'.
001860         88  FIM-DO-MASTER            VALUE 'S'.
001870     03  WS-EOF-ANTERIOR        PIC X(01) VALUE 'N'.
001880         88  FIM-DO-ANTERIOR          VALUE 'S'.
001890     03  WS-EOF-RESP            PIC X(01) VALUE 'N'.
001900         88  FIM-DAS-RESPOSTAS        VALUE 'S'.
001910     03  WS-EOF-OFERTA          PIC X(01) VALUE 'N'.
001920         88  FIM-DA-OFERTA            VALUE 'S'.
001930     03  WS-EOF-WAIT            PIC X(01) VALUE 'N'.
001940         88  FIM-DA-FILA              VALUE 'S'.
001950     03  WS-EOF-TRANSF          PIC X(01) VALUE 'N'.
001960         88  FIM-DAS-TRANSF           VALUE 'S'.
001970     03  WS-EOF-HIST            PIC X(01) VALUE 'N'.
001980         88  FIM-DO-HIST              VALUE 'S'.
001990     03  WS-PAR-ACHOU           PIC X(01) VALUE 'N'.
002000         88  ACHOU-PAR                VALUE 'S'.
002010     03  WS-TURMA-ACHOU         PIC X(01) VALUE 'N'.
002020         88  ACHOU-TURMA-TAB          VALUE 'S'.
002030     03  WS-PCT-ACHOU           PIC X(01) VALUE 'N'.
002040         88  ACHOU-PERCENTUAL         VALUE 'S'.
002050     03  WS-LINHA-VALIDA        PIC X(01) VALUE 'S'.
002060         88  LINHA-REJEITADA          VALUE 'N'.
002070     03  WS-TEM-ANTERIOR        PIC X(01) VALUE 'N'.
002080         88  HA-PREVISAO-ANTERIOR     VALUE 'S'.
002090*----------------------------------------------------------*
002100* SYSIN LINES: THE FORECAST YEAR, THEN THE PERCENTAGES     *
002110*     SERIE(10) SP PERCENTUAL(5, 999V99) AS REAJUSTE_ANUAL *
002120*----------------------------------------------------------*
002130 01  WS-ANO-LINE.
002140     03  WS-ANL-ANO             PIC X(04).
002150     03  WS-ANL-ANO-N REDEFINES WS-ANL-ANO
002160                                PIC 9(04).
002170     03  FILLER                 PIC X(76).
002180 01  WS-PCT-LINE.
002190     03  WS-PCL-SERIE           PIC X(10).
002200         88  PCL-FIM                  VALUE "FIM       ".
002210     03  FILLER                 PIC X(01).
002220     03  WS-PCL-PERCENTUAL      PIC X(05).
002230     03  WS-PCL-PERCENTUAL-N REDEFINES WS-PCL-PERCENTUAL
002240                                PIC 9(03)V99.
002250     03  FILLER                 PIC X(64).
002260 01  WS-DATA-HOJE               PIC 9(08) VALUE ZERO.
002270 01  WS-DATA-HOJE-R REDEFINES WS-DATA-HOJE.
002280     03  WS-HOJE-ANO            PIC 9(04).
002290     03  WS-HOJE-MMDD           PIC 9(04).
002300 01  WS-ANO-PREVISTO            PIC 9(04) VALUE ZERO.
002310 01  WS-ANO-ATUAL               PIC 9(04) VALUE ZERO.
002320 01  WS-ANO-TRANSF              PIC 9(04) VALUE ZERO.
002330 01  WS-ANO-HIST-INICIO         PIC 9(04) VALUE ZERO.
002340 01  WS-VIGENCIA-PREVISTA       PIC 9(06) VALUE ZERO.
002350 01  WS-MES-CORTE-NOSHOW        PIC 9(02) VALUE 03.
002360 01  WS-DATA-ANTERIOR           PIC 9(08) VALUE ZERO.
002370 01  WS-MOTIVO-REJEICAO         PIC X(30) VALUE SPACES.
002380 01  WS-SERIE-BUSCA             PIC X(10) VALUE SPACES.
002390 01  WS-TURMA-BUSCA             PIC X(10) VALUE SPACES.
002400 01  WS-UNIDADE-ALUNO           PIC X(02) VALUE SPACES.
002410 01  WS-PRECO-TURMA             PIC 9(05)V99 VALUE ZERO.
002420*----------------------------------------------------------*
002430* KEY OF THE FORECAST LINE BEING LOOKED UP OR INSERTED     *
002440*----------------------------------------------------------*
002450 01  WS-CHAVE-BUSCA.
002460     03  WS-CHV-SERIE           PIC X(10).
002470     03  WS-CHV-UNIDADE         PIC X(02).
002480*----------------------------------------------------------*
002490* RATES AND SCENARIO WORK FIELDS                           *
002500*----------------------------------------------------------*
002510 01  WS-TAXA-NOSHOW             PIC 9V9(04) VALUE ZERO.
002520 01  WS-TAXA-ACEITE             PIC 9V9(04) VALUE 1.
002530 01  WS-TAXA-ED                 PIC ZZ9.99.
002540 01  WS-BASE-NOSHOW             PIC 9(07) VALUE ZERO.
002550 01  WS-ANOS-COM-HIST           PIC 9(01) VALUE ZERO.
002560 01  WS-ANO-SUB                 PIC 9(01) COMP VALUE ZERO.
002570 01  WS-ANO-HIST-TAB.
002580     03  WS-ANO-HIST-TEM        PIC X(01) OCCURS 3 TIMES.
002590 01  WS-CAP-MEDIA               PIC 9(03) VALUE ZERO.
002600 01  WS-CAP-ESCOLA              PIC 9(03) VALUE ZERO.
002610 01  WS-PRECO-MEDIO             PIC 9(05)V99 VALUE ZERO.
002620 01  WS-PRECO-ESCOLA            PIC 9(05)V99 VALUE ZERO.
002630 01  WS-ALUNOS-CENARIO          PIC 9(05) VALUE ZERO.
002640 01  WS-TURMAS-NEC              PIC 9(03) VALUE ZERO.
002650 01  WS-RECEITA-LINHA           PIC 9(09)V99 VALUE ZERO.
002660 01  WS-DIFERENCA               PIC S9(05) VALUE ZERO.
002670*----------------------------------------------------------*
002680* SCHOOL TOTALS                                            *
002690*----------------------------------------------------------*
002700 01  WS-TOTAIS.
002710     03  WS-TOT-ACEITOS         PIC 9(05) VALUE ZERO.
002720     03  WS-TOT-PENDENTES       PIC 9(05) VALUE ZERO.
002730     03  WS-TOT-RECUSADOS       PIC 9(05) VALUE ZERO.
002740     03  WS-TOT-FILA            PIC 9(05) VALUE ZERO.
002750     03  WS-TOT-TRANSF          PIC 9(05) VALUE ZERO.
002760     03  WS-TOT-MELHOR          PIC 9(05) VALUE ZERO.
002770     03  WS-TOT-ESPERADO        PIC 9(05) VALUE ZERO.
002780     03  WS-TOT-PIOR            PIC 9(05) VALUE ZERO.
002790     03  WS-TOT-TUR-ATUAIS      PIC 9(03) VALUE ZERO.
002800     03  WS-TOT-TUR-MELHOR      PIC 9(03) VALUE ZERO.
002810     03  WS-TOT-TUR-ESPERADO    PIC 9(03) VALUE ZERO.
002820     03  WS-TOT-TUR-PIOR        PIC 9(03) VALUE ZERO.
002830     03  WS-TOT-ANT-ACEITOS     PIC 9(05) VALUE ZERO.
002840     03  WS-TOT-ANT-RECUSADOS   PIC 9(05) VALUE ZERO.
002850     03  WS-TOT-ANT-ESPERADO    PIC 9(05) VALUE ZERO.
002860     03  WS-TOT-REC-MELHOR      PIC 9(09)V99 VALUE ZERO.
002870     03  WS-TOT-REC-ESPERADA    PIC 9(09)V99 VALUE ZERO.
002880     03  WS-TOT-REC-PIOR        PIC 9(09)V99 VALUE ZERO.
002890 01  WS-CONTADORES.
002900     03  WS-CONT-PCT-LIDOS      PIC 9(05) COMP VALUE ZERO.
002910     03  WS-CONT-PCT-REJEITADOS PIC 9(05) COMP VALUE ZERO.
002920     03  WS-CONT-TURMAS         PIC 9(05) COMP VALUE ZERO.
002930     03  WS-CONT-SEM-REAJUSTE   PIC 9(05) COMP VALUE ZERO.
002940     03  WS-CONT-OFERTAS        PIC 9(05) COMP VALUE ZERO.
002950     03  WS-CONT-FILA-LIDA      PIC 9(05) COMP VALUE ZERO.
002960     03  WS-CONT-FILA-ATENDIDA  PIC 9(05) COMP VALUE ZERO.
002970     03  WS-CONT-FILA-SEM-TURMA PIC 9(05) COMP VALUE ZERO.
002980     03  WS-CONT-TRANSF-ALUNOS  PIC 9(05) COMP VALUE ZERO.
002990     03  WS-CONT-TRANSF-SEM-ALU PIC 9(05) COMP VALUE ZERO.
003000     03  WS-CONT-NOSHOW         PIC 9(05) COMP VALUE ZERO.
003010     03  WS-CONT-NOSHOW-ANO     PIC 9(05) COMP VALUE ZERO.
003020     03  WS-CONT-ATIVOS         PIC 9(05) COMP VALUE ZERO.
003030     03  WS-CONT-FONTES-AUSENTES
003040                                PIC 9(05) COMP VALUE ZERO.
003050*----------------------------------------------------------*
003060* PERCENTAGE PER SERIE OFF SYSIN                           *
003070*----------------------------------------------------------*
003080 01  WS-PCT-TABLE-QTD           PIC 9(03) COMP VALUE ZERO.
003090 01  WS-PCT-TABLE.
003100     03  WS-PCT-ENTRY           OCCURS 1 TO 30 TIMES
003110                                DEPENDING ON WS-PCT-TABLE-QTD
003120                                INDEXED BY WS-PCT-IDX.
003130         05  WS-PCT-SERIE       PIC X(10).
003140         05  WS-PCT-PERCENTUAL  PIC 9(03)V99.
003150*----------------------------------------------------------*
003160* TURMAS TURPRECO SHOWS READJUSTED FROM JANUARY OF THE     *
003170*     FORECAST YEAR ON; TURMAST ALREADY HOLDS THAT PRICE.  *
003180*----------------------------------------------------------*
003190 01  WS-FEITA-TABLE-QTD         PIC 9(03) COMP VALUE ZERO.
003200 01  WS-FEITA-TABLE.
003210     03  WS-FEITA-ENTRY         OCCURS 1 TO 500 TIMES
003220                                DEPENDING ON WS-FEITA-TABLE-QTD
003230                                INDEXED BY WS-FEITA-IDX.
003240         05  WS-FTA-TURMA       PIC X(10).
003250*----------------------------------------------------------*
003260* TODAY'S TURMAS: SERIE, UNIT, CAPACITY, READJUSTED PRICE  *
003270*----------------------------------------------------------*
003280 01  WS-TUR-TABLE-QTD           PIC 9(03) COMP VALUE ZERO.
003290 01  WS-TUR-TABLE.
003300     03  WS-TUR-ENTRY           OCCURS 1 TO 500 TIMES
003310                                DEPENDING ON WS-TUR-TABLE-QTD
003320                                INDEXED BY WS-TUR-IDX.
003330         05  WS-TUR-CODIGO      PIC X(10).
003340         05  WS-TUR-SERIE       PIC X(10).
003350         05  WS-TUR-UNIDADE     PIC X(02).
003360 01  WS-SOMA-CAP-ESCOLA         PIC 9(07) VALUE ZERO.
003370 01  WS-SOMA-PRECO-ESCOLA       PIC 9(09)V99 VALUE ZERO.
003380*----------------------------------------------------------*
003390* LATEST CAMPAIGN RESPONSE PER STUDENT (LATEST WINS)       *
003400*----------------------------------------------------------*
003410 01  WS-RSP-TABLE-QTD           PIC 9(04) COMP VALUE ZERO.
003420 01  WS-RSP-TABLE.
003430     03  WS-RSP-ENTRY           OCCURS 1 TO 2000 TIMES
003440                                DEPENDING ON WS-RSP-TABLE-QTD
003450                                INDEXED BY WS-RSP-IDX.
003460         05  WS-RSP-T-ALUNO-ID  PIC 9(07).
003470         05  WS-RSP-T-RESPOSTA  PIC X(01).
003480*----------------------------------------------------------*
003490* STUDENTS ALREADY COUNTED: QUEUE (Q), TRANSFER (T) AND    *
003500*     NO-SHOW (N, PER YEAR) -- EACH COUNTED ONCE.          *
003510*----------------------------------------------------------*
003520 01  WS-VISTO-TABLE-QTD         PIC 9(04) COMP VALUE ZERO.
003530 01  WS-VISTO-TABLE.
003540     03  WS-VISTO-ENTRY         OCCURS 1 TO 4000 TIMES
003550                                DEPENDING ON WS-VISTO-TABLE-QTD
003560                                INDEXED BY WS-VISTO-IDX.
003570         05  WS-VIS-CHAVE.
003580             07  WS-VIS-TIPO    PIC X(01).
003590             07  WS-VIS-ANO     PIC 9(04).
003600             07  WS-VIS-ALUNO-ID
003610                                PIC 9(07).
003620 01  WS-VISTO-BUSCA.
003630     03  WS-VSB-TIPO            PIC X(01).
003640     03  WS-VSB-ANO             PIC 9(04).
003650     03  WS-VSB-ALUNO-ID        PIC 9(07).
003660*----------------------------------------------------------*
003670* FORECAST LINES PER SERIE AND UNIT, KEPT IN KEY ORDER     *
003680*----------------------------------------------------------*
003690 01  WS-PRV-TABLE-QTD           PIC 9(03) COMP VALUE ZERO.
003700 01  WS-PRV-SUB                 PIC 9(03) COMP VALUE ZERO.
003710 01  WS-PRV-POS                 PIC 9(03) COMP VALUE ZERO.
003720 01  WS-PRV-TABLE.
003730     03  WS-PRV-ENTRY           OCCURS 1 TO 200 TIMES
003740                                DEPENDING ON WS-PRV-TABLE-QTD
003750                                INDEXED BY WS-PRV-IDX.
003760         05  WS-PRV-CHAVE.
003770             07  WS-PRV-SERIE   PIC X(10).
003780             07  WS-PRV-UNIDADE PIC X(02).
003790         05  WS-PRV-ACEITOS     PIC 9(05).
003800         05  WS-PRV-PENDENTES   PIC 9(05).
003810         05  WS-PRV-RECUSADOS   PIC 9(05).
003820         05  WS-PRV-FILA        PIC 9(05).
003830         05  WS-PRV-TRANSF      PIC 9(05).
003840         05  WS-PRV-MELHOR      PIC 9(05).
003850         05  WS-PRV-ESPERADO    PIC 9(05).
003860         05  WS-PRV-PIOR        PIC 9(05).
003870         05  WS-PRV-TURMAS      PIC 9(03).
003880         05  WS-PRV-SOMA-CAP    PIC 9(05).
003890         05  WS-PRV-SOMA-PRECO  PIC 9(07)V99.
003900         05  WS-PRV-SEM-REAJ    PIC 9(03).
003910         05  WS-PRV-TEM-ANT     PIC X(01).
003920         05  WS-PRV-ANT-ACEITOS PIC 9(05).
003930         05  WS-PRV-ANT-RECUSADOS
003940                                PIC 9(05).
003950         05  WS-PRV-ANT-ESPERADO
003960                                PIC 9(05).
003970*----------------------------------------------------------*
003980* REPORT LINES                                             *
003990*----------------------------------------------------------*
004000 01  WS-REL-TITULO.
004010     03  FILLER                 PIC X(26) VALUE
004020         "ESCOLA - SISTEMA ACADEMICO".
004030     03  FILLER                 PIC X(04) VALUE SPACES.
004040     03  FILLER                 PIC X(33) VALUE
004050         "PREVISAO DE MATRICULAS PARA O ANO".
004060     03  FILLER                 PIC X(01) VALUE SPACE.
004070     03  WS-RTI-ANO             PIC 9(04).
004080     03  FILLER                 PIC X(11) VALUE " - EMISSAO ".
004090     03  WS-RTI-DATA            PIC 9(08).
004100 01  WS-REL-BASE.
004110     03  FILLER                 PIC X(18) VALUE
004120         "ULTIMA PREVISAO.: ".
004130     03  WS-RBS-ANTERIOR        PIC X(08).
004140     03  FILLER                 PIC X(23) VALUE
004150         "   NAO COMPARECIMENTO: ".
004160     03  WS-RBS-NOSHOW          PIC ZZ9.99.
004170     03  FILLER                 PIC X(22) VALUE
004180         " PCT   ACEITE CAMPANHA".
004190     03  FILLER                 PIC X(02) VALUE ": ".
004200     03  WS-RBS-ACEITE          PIC ZZ9.99.
004210     03  FILLER                 PIC X(04) VALUE " PCT".
004220 01  WS-REL-GRUPOS.
004230     03  FILLER                 PIC X(13) VALUE SPACES.
004240     03  FILLER                 PIC X(30) VALUE
004250         " ---------- DEMANDA ----------".
004260     03  FILLER                 PIC X(18) VALUE
004270         " --- CENARIOS ----".
004280     03  FILLER                 PIC X(20) VALUE
004290         " ----- TURMAS ------".
004300     03  FILLER                 PIC X(21) VALUE
004310         " ----- RECEITA ------".
004320     03  FILLER                 PIC X(18) VALUE
004330         " --- MOVIMENTO ---".
004340 01  WS-REL-CABEC.
004350     03  FILLER                 PIC X(37) VALUE
004360         "SERIE      UN ACEIT  PEND RECUS  FILA".
004370     03  FILLER                 PIC X(24) VALUE
004380         "  TRSF MELHR ESPER  PIOR".
004390     03  FILLER                 PIC X(29) VALUE
004400         " CAP ATU MEL ESP PIO   MENSAL".
004410     03  FILLER                 PIC X(36) VALUE
004420         " RECEITA/ANO +ACEI +RECU +ESPE AVISO".
004430 01  WS-REL-LINHA.
004440     03  WS-RLN-SERIE           PIC X(10).
004450     03  FILLER                 PIC X(01) VALUE SPACE.
004460     03  WS-RLN-UNIDADE         PIC X(02).
004470     03  FILLER                 PIC X(01) VALUE SPACE.
004480     03  WS-RLN-ACEITOS         PIC ZZZZ9.
004490     03  FILLER                 PIC X(01) VALUE SPACE.
004500     03  WS-RLN-PENDENTES       PIC ZZZZ9.
004510     03  FILLER                 PIC X(01) VALUE SPACE.
004520     03  WS-RLN-RECUSADOS       PIC ZZZZ9.
004530     03  FILLER                 PIC X(01) VALUE SPACE.
004540     03  WS-RLN-FILA            PIC ZZZZ9.
004550     03  FILLER                 PIC X(01) VALUE SPACE.
004560     03  WS-RLN-TRANSF          PIC ZZZZ9.
004570     03  FILLER                 PIC X(01) VALUE SPACE.
004580     03  WS-RLN-MELHOR          PIC ZZZZ9.
004590     03  FILLER                 PIC X(01) VALUE SPACE.
004600     03  WS-RLN-ESPERADO        PIC ZZZZ9.
004610     03  FILLER                 PIC X(01) VALUE SPACE.
004620     03  WS-RLN-PIOR            PIC ZZZZ9.
004630     03  FILLER                 PIC X(01) VALUE SPACE.
004640     03  WS-RLN-CAPACIDADE      PIC ZZ9.
004650     03  FILLER                 PIC X(01) VALUE SPACE.
004660     03  WS-RLN-TUR-ATUAIS      PIC ZZ9.
004670     03  FILLER                 PIC X(01) VALUE SPACE.
004680     03  WS-RLN-TUR-MELHOR      PIC ZZ9.
004690     03  FILLER                 PIC X(01) VALUE SPACE.
004700     03  WS-RLN-TUR-ESPERADO    PIC ZZ9.
004710     03  FILLER                 PIC X(01) VALUE SPACE.
004720     03  WS-RLN-TUR-PIOR        PIC ZZ9.
004730     03  FILLER                 PIC X(01) VALUE SPACE.
004740     03  WS-RLN-MENSALIDADE     PIC ZZZZ9.99.
004750     03  FILLER                 PIC X(01) VALUE SPACE.
004760     03  WS-RLN-RECEITA         PIC ZZZZZZZ9.99.
004770     03  FILLER                 PIC X(01) VALUE SPACE.
004780     03  WS-RLN-MOV-ACEITOS     PIC +ZZZ9.
004790     03  FILLER                 PIC X(01) VALUE SPACE.
004800     03  WS-RLN-MOV-RECUSADOS   PIC +ZZZ9.
004810     03  FILLER                 PIC X(01) VALUE SPACE.
004820     03  WS-RLN-MOV-ESPERADO    PIC +ZZZ9.
004830     03  FILLER                 PIC X(01) VALUE SPACE.
004840     03  WS-RLN-AVISO           PIC X(09).
004850 01  WS-REL-RECEITA.
004860     03  FILLER                 PIC X(26) VALUE
004870         "RECEITA ANUAL -- MELHOR: ".
004880     03  WS-RRC-MELHOR          PIC ZZZZZZZZ9.99.
004890     03  FILLER                 PIC X(13) VALUE "   ESPERADA: ".
004900     03  WS-RRC-ESPERADA        PIC ZZZZZZZZ9.99.
004910     03  FILLER                 PIC X(09) VALUE "   PIOR: ".
004920     03  WS-RRC-PIOR            PIC ZZZZZZZZ9.99.
004930 01  WS-REL-TRACO               PIC X(130) VALUE ALL "-".
004940 01  WS-VALOR-ED                PIC Z(8)9.99.
004950 PROCEDURE DIVISION.
004960 0000-MAIN-PROCEDURE.
004970     PERFORM 1000-INITIALIZE THRU 1000-EXIT
004980     PERFORM 2000-CARREGA-RESPOSTAS THRU 2000-EXIT
004990     PERFORM 2200-CARREGA-OFERTAS THRU 2200-EXIT
005000     PERFORM 3000-CARREGA-FILA THRU 3000-EXIT
005010     PERFORM 3500-CARREGA-TRANSFERENCIAS THRU 3500-EXIT
005020     PERFORM 4000-TAXA-NAO-COMPARECIMENTO THRU 4000-EXIT
005030     PERFORM 5000-CALCULA-CENARIOS THRU 5000-EXIT
005040         VARYING WS-PRV-IDX FROM 1 BY 1
005050         UNTIL WS-PRV-IDX > WS-PRV-TABLE-QTD
005060     PERFORM 6000-IMPRIME-PREVISAO THRU 6000-EXIT
005070     PERFORM 7000-GRAVA-PREVISAO THRU 7000-EXIT
005080     PERFORM 9000-FINALIZE THRU 9000-EXIT
005090     STOP RUN.
005100*----------------------------------------------------------*
005110* 1000-INITIALIZE -- THE FORECAST YEAR AND THE PERCENTAGES *
005120*     OFF SYSIN, THE PRICES ALREADY READJUSTED, TODAY'S    *
005130*     TURMAS, THE PREVIOUS RUN, AND STUMAST FOR LOOKUPS.   *
005140*----------------------------------------------------------*
005150 1000-INITIALIZE.
005160     ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
005170     MOVE SPACES TO WS-ANO-LINE
005180     ACCEPT WS-ANO-LINE
005190     EVALUATE TRUE
005200         WHEN WS-ANL-ANO = SPACES
005210             COMPUTE WS-ANO-PREVISTO = WS-HOJE-ANO + 1
005220         WHEN WS-ANL-ANO IS NUMERIC
005230             MOVE WS-ANL-ANO-N TO WS-ANO-PREVISTO
005240         WHEN OTHER
005250             DISPLAY "ANO DA PREVISAO INVALIDO: " WS-ANL-ANO
005260             MOVE 8 TO RETURN-CODE
005270             STOP RUN
005280     END-EVALUATE
005290     IF WS-ANO-PREVISTO <= WS-HOJE-ANO
005300        DISPLAY "ANO DA PREVISAO JA EM CURSO: " WS-ANO-PREVISTO
005310        MOVE 8 TO RETURN-CODE
005320        STOP RUN
005330     END-IF
005340     COMPUTE WS-ANO-ATUAL = WS-ANO-PREVISTO - 1
005350     COMPUTE WS-ANO-TRANSF = WS-ANO-ATUAL - 1
005360     COMPUTE WS-ANO-HIST-INICIO = WS-ANO-ATUAL - 2
005370     COMPUTE WS-VIGENCIA-PREVISTA = WS-ANO-PREVISTO * 100 + 1
005380     PERFORM 1100-LE-PERCENTUAL THRU 1100-EXIT
005390         UNTIL FIM-DOS-PERCENTUAIS
005400     PERFORM 1200-CARREGA-REAJUSTES THRU 1200-EXIT
005410     OPEN INPUT TURMA-MASTER-FILE
005420     IF WS-TUR-MASTER-STATUS NOT = "00"
005430        DISPLAY "TURMAST NAO DISPONIVEL, STATUS: "
005440            WS-TUR-MASTER-STATUS
005450        MOVE 12 TO RETURN-CODE
005460        STOP RUN
005470     END-IF
005480     MOVE LOW-VALUES TO MED-TUR-CODIGO
005490     START TURMA-MASTER-FILE KEY NOT LESS MED-TUR-CODIGO
005500         INVALID KEY
005510             SET FIM-DAS-TURMAS TO TRUE
005520     END-START
005530     PERFORM 1300-CARREGA-TURMA THRU 1300-EXIT
005540         UNTIL FIM-DAS-TURMAS
005550     CLOSE TURMA-MASTER-FILE
005560     IF WS-CONT-TURMAS > ZERO
005570        COMPUTE WS-CAP-ESCOLA =
005580            WS-SOMA-CAP-ESCOLA / WS-CONT-TURMAS
005590        COMPUTE WS-PRECO-ESCOLA ROUNDED =
005600            WS-SOMA-PRECO-ESCOLA / WS-CONT-TURMAS
005610     END-IF
005620     PERFORM 1500-CARREGA-ANTERIOR THRU 1500-EXIT
005630     OPEN INPUT STUDENT-MASTER-FILE
005640     IF WS-STU-MASTER-STATUS NOT = "00"
005650        DISPLAY "STUMAST NAO DISPONIVEL, STATUS: "
005660            WS-STU-MASTER-STATUS
005670        MOVE 12 TO RETURN-CODE
005680        STOP RUN
005690     END-IF
005700     .
005710 1000-EXIT.
005720     EXIT.
005730*----------------------------------------------------------*
005740* 1100-LE-PERCENTUAL -- ONE SERIE AND ITS PERCENTAGE, SAME *
005750*     RULES AS REAJUSTE_ANUAL; A REJECTED LINE IS SKIPPED. *
005760*----------------------------------------------------------*
005770 1100-LE-PERCENTUAL.
005780     MOVE SPACES TO WS-PCT-LINE
005790     ACCEPT WS-PCT-LINE
005800     IF WS-PCT-LINE = SPACES OR PCL-FIM
005810        SET FIM-DOS-PERCENTUAIS TO TRUE
005820        GO TO 1100-EXIT
005830     END-IF
005840     ADD 1 TO WS-CONT-PCT-LIDOS
005850     MOVE 'S' TO WS-LINHA-VALIDA
005860     MOVE SPACES TO WS-MOTIVO-REJEICAO
005870     EVALUATE TRUE
005880         WHEN WS-PCL-SERIE = SPACES
005890             SET LINHA-REJEITADA TO TRUE
005900             MOVE "SERIE VAZIA" TO WS-MOTIVO-REJEICAO
005910         WHEN WS-PCL-PERCENTUAL IS NOT NUMERIC
005920             SET LINHA-REJEITADA TO TRUE
005930             MOVE "PERCENTUAL NAO NUMERICO" TO WS-MOTIVO-REJEICAO
005940         WHEN WS-PCL-PERCENTUAL-N = ZERO
005950             SET LINHA-REJEITADA TO TRUE
005960             MOVE "PERCENTUAL ZERO" TO WS-MOTIVO-REJEICAO
005970     END-EVALUATE
005980     IF NOT LINHA-REJEITADA
005990        MOVE WS-PCL-SERIE TO WS-SERIE-BUSCA
006000        PERFORM 8300-BUSCA-PERCENTUAL THRU 8300-EXIT
006010        IF ACHOU-PERCENTUAL
006020           AND WS-PCT-SERIE (WS-PCT-IDX) = WS-PCL-SERIE
006030           SET LINHA-REJEITADA TO TRUE
006040           MOVE "SERIE REPETIDA" TO WS-MOTIVO-REJEICAO
006050        END-IF
006060     END-IF
006070     IF LINHA-REJEITADA
006080        ADD 1 TO WS-CONT-PCT-REJEITADOS
006090        DISPLAY "PERCENTUAL REJEITADO: " WS-PCL-SERIE " "
006100            WS-PCL-PERCENTUAL " -- " WS-MOTIVO-REJEICAO
006110        GO TO 1100-EXIT
006120     END-IF
006130     IF WS-PCT-TABLE-QTD >= 30
006140        DISPLAY "TABELA DE PERCENTUAIS CHEIA (30)"
006150        MOVE 8 TO RETURN-CODE
006160        STOP RUN
006170     END-IF
006180     ADD 1 TO WS-PCT-TABLE-QTD
006190     SET WS-PCT-IDX TO WS-PCT-TABLE-QTD
006200     MOVE WS-PCL-SERIE        TO WS-PCT-SERIE (WS-PCT-IDX)
006210     MOVE WS-PCL-PERCENTUAL-N TO WS-PCT-PERCENTUAL (WS-PCT-IDX)
006220     .
006230 1100-EXIT.
006240     EXIT.
006250*----------------------------------------------------------*
006260* 1200-CARREGA-REAJUSTES -- TURMAS WITH A TURPRECO CHANGE  *
006270*     EFFECTIVE FROM JANUARY OF THE FORECAST YEAR ON.      *
006280*----------------------------------------------------------*
006290 1200-CARREGA-REAJUSTES.
006300     OPEN INPUT TURMA-PRECO-FILE
006310     IF WS-TPR-STATUS NOT = "00"
006320        DISPLAY "TURPRECO AUSENTE -- NENHUM REAJUSTE APLICADO"
006330        GO TO 1200-EXIT
006340     END-IF
006350     PERFORM 1250-LE-PRECO THRU 1250-EXIT
006360         UNTIL FIM-DOS-PRECOS
006370     CLOSE TURMA-PRECO-FILE
006380     .
006390 1200-EXIT.
006400     EXIT.
006410 1250-LE-PRECO.
006420     READ TURMA-PRECO-FILE
006430         AT END
006440             SET FIM-DOS-PRECOS TO TRUE
006450             GO TO 1250-EXIT
006460     END-READ
006470     IF MED-TPR-VIGENCIA < WS-VIGENCIA-PREVISTA
006480        GO TO 1250-EXIT
006490     END-IF
006500     MOVE MED-TPR-TURMA TO WS-TURMA-BUSCA
006510     PERFORM 8400-BUSCA-REAJUSTADA THRU 8400-EXIT
006520     IF ACHOU-PAR
006530        GO TO 1250-EXIT
006540     END-IF
006550     IF WS-FEITA-TABLE-QTD >= 500
006560        DISPLAY "TABELA DE REAJUSTES CHEIA (500)"
006570        MOVE 8 TO RETURN-CODE
006580        STOP RUN
006590     END-IF
006600     ADD 1 TO WS-FEITA-TABLE-QTD
006610     SET WS-FEITA-IDX TO WS-FEITA-TABLE-QTD
006620     MOVE MED-TPR-TURMA TO WS-FTA-TURMA (WS-FEITA-IDX)
006630     .
006640 1250-EXIT.
006650     EXIT.
006660*----------------------------------------------------------*
006670* 1300-CARREGA-TURMA -- ONE TURMA INTO THE TURMA TABLE AND *
006680*     ITS CAPACITY AND READJUSTED PRICE ONTO THE LINE OF   *
006690*     ITS SERIE AND UNIT.                                  *
006700*----------------------------------------------------------*
006710 1300-CARREGA-TURMA.
006720     READ TURMA-MASTER-FILE NEXT RECORD
006730         AT END
006740             SET FIM-DAS-TURMAS TO TRUE
006750             GO TO 1300-EXIT
006760     END-READ
006770     IF MED-TUR-PERIODO = SPACES
006780        GO TO 1300-EXIT
006790     END-IF
006800     IF WS-TUR-TABLE-QTD >= 500
006810        DISPLAY "TABELA DE TURMAS CHEIA (500)"
006820        MOVE 8 TO RETURN-CODE
006830        STOP RUN
006840     END-IF
006850     ADD 1 TO WS-CONT-TURMAS
006860     ADD 1 TO WS-TUR-TABLE-QTD
006870     SET WS-TUR-IDX TO WS-TUR-TABLE-QTD
006880     MOVE MED-TUR-CODIGO  TO WS-TUR-CODIGO (WS-TUR-IDX)
006890     MOVE MED-TUR-PERIODO TO WS-TUR-SERIE (WS-TUR-IDX)
006900     IF MED-TUR-UNIDADE = SPACES
006910        MOVE "01" TO WS-TUR-UNIDADE (WS-TUR-IDX)
006920     ELSE
006930        MOVE MED-TUR-UNIDADE TO WS-TUR-UNIDADE (WS-TUR-IDX)
006940     END-IF
006950     MOVE MED-TUR-MENSALIDADE TO WS-PRECO-TURMA
006960     MOVE MED-TUR-CODIGO TO WS-TURMA-BUSCA
006970     PERFORM 8400-BUSCA-REAJUSTADA THRU 8400-EXIT
006980     MOVE WS-TUR-SERIE (WS-TUR-IDX)   TO WS-CHV-SERIE
006990     MOVE WS-TUR-UNIDADE (WS-TUR-IDX) TO WS-CHV-UNIDADE
007000     PERFORM 8200-ACHA-LINHA THRU 8200-EXIT
007010     IF NOT ACHOU-PAR
007020        MOVE MED-TUR-PERIODO TO WS-SERIE-BUSCA
007030        PERFORM 8300-BUSCA-PERCENTUAL THRU 8300-EXIT
007040        IF ACHOU-PERCENTUAL
007050           COMPUTE WS-PRECO-TURMA ROUNDED =
007060               MED-TUR-MENSALIDADE
007070               * (100 + WS-PCT-PERCENTUAL (WS-PCT-IDX)) / 100
007080        ELSE
007090           ADD 1 TO WS-CONT-SEM-REAJUSTE
007100           ADD 1 TO WS-PRV-SEM-REAJ (WS-PRV-IDX)
007110        END-IF
007120     END-IF
007130     ADD 1 TO WS-PRV-TURMAS (WS-PRV-IDX)
007140     ADD MED-TUR-CAPACIDADE TO WS-PRV-SOMA-CAP (WS-PRV-IDX)
007150     ADD WS-PRECO-TURMA TO WS-PRV-SOMA-PRECO (WS-PRV-IDX)
007160     ADD MED-TUR-CAPACIDADE TO WS-SOMA-CAP-ESCOLA
007170     ADD WS-PRECO-TURMA TO WS-SOMA-PRECO-ESCOLA
007180     .
007190 1300-EXIT.
007200     EXIT.
007210*----------------------------------------------------------*
007220* 1500-CARREGA-ANTERIOR -- LAST RUN'S LINES FOR THE SAME   *
007230*     FORECAST YEAR; A LINE THAT NO LONGER HAS DEMAND OR   *
007240*     TURMAS STILL SHOWS, SO ITS MOVEMENT IS SEEN.         *
007250*----------------------------------------------------------*
007260 1500-CARREGA-ANTERIOR.
007270     OPEN INPUT PREV-ANTERIOR-FILE
007280     IF WS-PREVANT-STATUS NOT = "00"
007290        DISPLAY "PREVANT AUSENTE -- PRIMEIRA PREVISAO"
007300        GO TO 1500-EXIT
007310     END-IF
007320     PERFORM 1550-LE-ANTERIOR THRU 1550-EXIT
007330         UNTIL FIM-DO-ANTERIOR
007340     CLOSE PREV-ANTERIOR-FILE
007350     .
007360 1500-EXIT.
007370     EXIT.
007380 1550-LE-ANTERIOR.
007390     READ PREV-ANTERIOR-FILE
007400         AT END
007410             SET FIM-DO-ANTERIOR TO TRUE
007420             GO TO 1550-EXIT
007430     END-READ
007440     IF MED-PVA-ANO NOT = WS-ANO-PREVISTO
007450        GO TO 1550-EXIT
007460     END-IF
007470     SET HA-PREVISAO-ANTERIOR TO TRUE
007480     MOVE MED-PVA-DATA    TO WS-DATA-ANTERIOR
007490     MOVE MED-PVA-SERIE   TO WS-CHV-SERIE
007500     MOVE MED-PVA-UNIDADE TO WS-CHV-UNIDADE
007510     PERFORM 8200-ACHA-LINHA THRU 8200-EXIT
007520     MOVE 'S' TO WS-PRV-TEM-ANT (WS-PRV-IDX)
007530     MOVE MED-PVA-ACEITOS   TO WS-PRV-ANT-ACEITOS (WS-PRV-IDX)
007540     MOVE MED-PVA-RECUSADOS TO WS-PRV-ANT-RECUSADOS (WS-PRV-IDX)
007550     MOVE MED-PVA-ESPERADO  TO WS-PRV-ANT-ESPERADO (WS-PRV-IDX)
007560     .
007570 1550-EXIT.
007580     EXIT.
007590*----------------------------------------------------------*
007600* 2000-CARREGA-RESPOSTAS -- LATEST REMATRESP RESPONSE PER  *
007610*     STUDENT, AS REMATRICULA RELATO READS IT.             *
007620*----------------------------------------------------------*
007630 2000-CARREGA-RESPOSTAS.
007640     OPEN INPUT RESPOSTA-REG-FILE
007650     IF WS-RESP-STATUS NOT = "00"
007660        DISPLAY "REMATRESP AUSENTE -- CAMPANHA SEM RESPOSTAS"
007670        ADD 1 TO WS-CONT-FONTES-AUSENTES
007680        GO TO 2000-EXIT
007690     END-IF
007700     PERFORM 2100-LE-RESPOSTA THRU 2100-EXIT
007710         UNTIL FIM-DAS-RESPOSTAS
007720     CLOSE RESPOSTA-REG-FILE
007730     .
007740 2000-EXIT.
007750     EXIT.
007760 2100-LE-RESPOSTA.
007770     READ RESPOSTA-REG-FILE
007780         AT END
007790             SET FIM-DAS-RESPOSTAS TO TRUE
007800             GO TO 2100-EXIT
007810     END-READ
007820     MOVE 'N' TO WS-PAR-ACHOU
007830     IF WS-RSP-TABLE-QTD > ZERO
007840        SET WS-RSP-IDX TO 1
007850        SEARCH WS-RSP-ENTRY
007860            VARYING WS-RSP-IDX
007870            AT END
007880                CONTINUE
007890            WHEN WS-RSP-T-ALUNO-ID (WS-RSP-IDX)
007900                = MED-RSP-ALUNO-ID
007910                SET ACHOU-PAR TO TRUE
007920        END-SEARCH
007930     END-IF
007940     IF ACHOU-PAR
007950        MOVE MED-RSP-RESPOSTA TO WS-RSP-T-RESPOSTA (WS-RSP-IDX)
007960        GO TO 2100-EXIT
007970     END-IF
007980     IF WS-RSP-TABLE-QTD >= 2000
007990        DISPLAY "TABELA DE RESPOSTAS CHEIA (2000)"
008000        MOVE 8 TO RETURN-CODE
008010        STOP RUN
008020     END-IF
008030     ADD 1 TO WS-RSP-TABLE-QTD
008040     SET WS-RSP-IDX TO WS-RSP-TABLE-QTD
008050     MOVE MED-RSP-ALUNO-ID TO WS-RSP-T-ALUNO-ID (WS-RSP-IDX)
008060     MOVE MED-RSP-RESPOSTA TO WS-RSP-T-RESPOSTA (WS-RSP-IDX)
008070     .
008080 2100-EXIT.
008090     EXIT.
008100*----------------------------------------------------------*
008110* 2200-CARREGA-OFERTAS -- EVERY OFFER ON THE LINE OF ITS   *
008120*     OFFERED SERIE AND THE UNIT OF ITS CURRENT TURMA,     *
008130*     SPLIT BY THE STUDENT'S LATEST RESPONSE.              *
008140*----------------------------------------------------------*
008150 2200-CARREGA-OFERTAS.
008160     OPEN INPUT OFERTA-FILE
008170     IF WS-OFERTA-STATUS NOT = "00"
008180        DISPLAY "REMATOFER AUSENTE -- RODE REMATRICULA GERA ANTES"
008190        MOVE 8 TO RETURN-CODE
008200        STOP RUN
008210     END-IF
008220     PERFORM 2300-ACUMULA-OFERTA THRU 2300-EXIT
008230         UNTIL FIM-DA-OFERTA
008240     CLOSE OFERTA-FILE
008250     .
008260 2200-EXIT.
008270     EXIT.
008280 2300-ACUMULA-OFERTA.
008290     READ OFERTA-FILE
008300         AT END
008310             SET FIM-DA-OFERTA TO TRUE
008320             GO TO 2300-EXIT
008330     END-READ
008340     ADD 1 TO WS-CONT-OFERTAS
008350     MOVE MED-OFR-TURMA-ATUAL TO WS-TURMA-BUSCA
008360     PERFORM 8100-BUSCA-TURMA THRU 8100-EXIT
008370     IF ACHOU-TURMA-TAB
008380        MOVE WS-TUR-UNIDADE (WS-TUR-IDX) TO WS-CHV-UNIDADE
008390     ELSE
008400        MOVE MED-OFR-ALUNO-ID TO MED-STU-ID
008410        PERFORM 8500-UNIDADE-ALUNO THRU 8500-EXIT
008420        MOVE WS-UNIDADE-ALUNO TO WS-CHV-UNIDADE
008430     END-IF
008440     MOVE MED-OFR-SERIE-OFERTA TO WS-CHV-SERIE
008450     PERFORM 8200-ACHA-LINHA THRU 8200-EXIT
008460     MOVE 'N' TO WS-PAR-ACHOU
008470     IF WS-RSP-TABLE-QTD > ZERO
008480        SET WS-RSP-IDX TO 1
008490        SEARCH WS-RSP-ENTRY
008500            VARYING WS-RSP-IDX
008510            AT END
008520                CONTINUE
008530            WHEN WS-RSP-T-ALUNO-ID (WS-RSP-IDX)
008540                = MED-OFR-ALUNO-ID
008550                SET ACHOU-PAR TO TRUE
008560        END-SEARCH
008570     END-IF
008580     IF NOT ACHOU-PAR
008590        ADD 1 TO WS-PRV-PENDENTES (WS-PRV-IDX)
008600        ADD 1 TO WS-TOT-PENDENTES
008610        GO TO 2300-EXIT
008620     END-IF
008630     EVALUATE WS-RSP-T-RESPOSTA (WS-RSP-IDX)
008640         WHEN 'A'
008650             ADD 1 TO WS-PRV-ACEITOS (WS-PRV-IDX)
008660             ADD 1 TO WS-TOT-ACEITOS
008670         WHEN 'D'
008680             ADD 1 TO WS-PRV-RECUSADOS (WS-PRV-IDX)
008690             ADD 1 TO WS-TOT-RECUSADOS
008700         WHEN OTHER
008710             ADD 1 TO WS-PRV-PENDENTES (WS-PRV-IDX)
008720             ADD 1 TO WS-TOT-PENDENTES
008730     END-EVALUATE
008740     .
008750 2300-EXIT.
008760     EXIT.
008770*----------------------------------------------------------*
008780* 3000-CARREGA-FILA -- ONE DEMAND PER STUDENT QUEUED; A    *
008790*     STUDENT ATIVO ON STUMAST ALREADY HOLDS AN OFFER AND  *
008800*     IS NOT COUNTED AGAIN.                                *
008810*----------------------------------------------------------*
008820 3000-CARREGA-FILA.
008830     OPEN INPUT WAIT-LIST-FILE
008840     IF WS-WAIT-STATUS NOT = "00"
008850        DISPLAY "WAITLIST AUSENTE -- SEM DEMANDA DA FILA"
008860        ADD 1 TO WS-CONT-FONTES-AUSENTES
008870        GO TO 3000-EXIT
008880     END-IF
008890     PERFORM 3100-LE-FILA THRU 3100-EXIT
008900         UNTIL FIM-DA-FILA
008910     CLOSE WAIT-LIST-FILE
008920     .
008930 3000-EXIT.
008940     EXIT.
008950 3100-LE-FILA.
008960     READ WAIT-LIST-FILE
008970         AT END
008980             SET FIM-DA-FILA TO TRUE
008990             GO TO 3100-EXIT
009000     END-READ
009010     ADD 1 TO WS-CONT-FILA-LIDA
009020     MOVE 'Q'              TO WS-VSB-TIPO
009030     MOVE ZERO             TO WS-VSB-ANO
009040     MOVE MED-WTL-ALUNO-ID TO WS-VSB-ALUNO-ID
009050     PERFORM 8600-MARCA-VISTO THRU 8600-EXIT
009060     IF ACHOU-PAR
009070        GO TO 3100-EXIT
009080     END-IF
009090     MOVE MED-WTL-ALUNO-ID TO MED-STU-ID
009100     READ STUDENT-MASTER-FILE
009110         INVALID KEY
009120             MOVE SPACE TO MED-STU-STATUS
009130     END-READ
009140     IF MED-STU-ATIVO
009150        ADD 1 TO WS-CONT-FILA-ATENDIDA
009160        GO TO 3100-EXIT
009170     END-IF
009180     MOVE MED-WTL-TURMA TO WS-TURMA-BUSCA
009190     PERFORM 8100-BUSCA-TURMA THRU 8100-EXIT
009200     IF NOT ACHOU-TURMA-TAB
009210        ADD 1 TO WS-CONT-FILA-SEM-TURMA
009220        DISPLAY "FILA COM TURMA FORA DO TURMAST: "
009230            MED-WTL-ALUNO-ID " " MED-WTL-TURMA
009240        GO TO 3100-EXIT
009250     END-IF
009260     MOVE WS-TUR-SERIE (WS-TUR-IDX)   TO WS-CHV-SERIE
009270     MOVE WS-TUR-UNIDADE (WS-TUR-IDX) TO WS-CHV-UNIDADE
009280     PERFORM 8200-ACHA-LINHA THRU 8200-EXIT
009290     ADD 1 TO WS-PRV-FILA (WS-PRV-IDX)
009300     ADD 1 TO WS-TOT-FILA
009310     .
009320 3100-EXIT.
009330     EXIT.
009340*----------------------------------------------------------*
009350* 3500-CARREGA-TRANSFERENCIAS -- THE STUDENTS WHO ARRIVED  *
009360*     THIS YEAR BY TRANSFER BROUGHT LAST YEAR'S RESULTS;   *
009370*     EACH COUNTS ONCE, ON THE SERIE AND UNIT IT ENTERED.  *
009380*----------------------------------------------------------*
009390 3500-CARREGA-TRANSFERENCIAS.
009400     OPEN INPUT TRANSF-IN-FILE
009410     IF WS-TRANSF-STATUS NOT = "00"
009420        DISPLAY "TRANSFIN AUSENTE -- SEM TRANSFERENCIAS"
009430        ADD 1 TO WS-CONT-FONTES-AUSENTES
009440        GO TO 3500-EXIT
009450     END-IF
009460     PERFORM 3600-LE-TRANSFERENCIA THRU 3600-EXIT
009470         UNTIL FIM-DAS-TRANSF
009480     CLOSE TRANSF-IN-FILE
009490     .
009500 3500-EXIT.
009510     EXIT.
009520 3600-LE-TRANSFERENCIA.
009530     READ TRANSF-IN-FILE
009540         AT END
009550             SET FIM-DAS-TRANSF TO TRUE
009560             GO TO 3600-EXIT
009570     END-READ
009580     IF MED-TRF-ANO NOT = WS-ANO-TRANSF
009590        GO TO 3600-EXIT
009600     END-IF
009610     MOVE 'T'              TO WS-VSB-TIPO
009620     MOVE ZERO             TO WS-VSB-ANO
009630     MOVE MED-TRF-ALUNO-ID TO WS-VSB-ALUNO-ID
009640     PERFORM 8600-MARCA-VISTO THRU 8600-EXIT
009650     IF ACHOU-PAR
009660        GO TO 3600-EXIT
009670     END-IF
009680     MOVE MED-TRF-ALUNO-ID TO MED-STU-ID
009690     READ STUDENT-MASTER-FILE
009700         INVALID KEY
009710             ADD 1 TO WS-CONT-TRANSF-SEM-ALU
009720             DISPLAY "TRANSFERENCIA SEM ALUNO NO STUMAST: "
009730                 MED-TRF-ALUNO-ID
009740             GO TO 3600-EXIT
009750     END-READ
009760     IF MED-STU-PERIODO-ATUAL = SPACES
009770        ADD 1 TO WS-CONT-TRANSF-SEM-ALU
009780        GO TO 3600-EXIT
009790     END-IF
009800     ADD 1 TO WS-CONT-TRANSF-ALUNOS
009810     MOVE MED-STU-TURMA TO WS-TURMA-BUSCA
009820     PERFORM 8100-BUSCA-TURMA THRU 8100-EXIT
009830     IF ACHOU-TURMA-TAB
009840        MOVE WS-TUR-UNIDADE (WS-TUR-IDX) TO WS-CHV-UNIDADE
009850     ELSE
009860        IF MED-STU-UNIDADE = SPACES
009870           MOVE "01" TO WS-CHV-UNIDADE
009880        ELSE
009890           MOVE MED-STU-UNIDADE TO WS-CHV-UNIDADE
009900        END-IF
009910     END-IF
009920     MOVE MED-STU-PERIODO-ATUAL TO WS-CHV-SERIE
009930     PERFORM 8200-ACHA-LINHA THRU 8200-EXIT
009940     ADD 1 TO WS-PRV-TRANSF (WS-PRV-IDX)
009950     ADD 1 TO WS-TOT-TRANSF
009960     .
009970 3600-EXIT.
009980     EXIT.
009990*----------------------------------------------------------*
010000* 4000-TAXA-NAO-COMPARECIMENTO -- EARLY LEAVERS (ATIVO TO  *
010010*     TRANCADO OR DESLIGADO BY THE END OF MARCH) OF THE    *
010020*     CURRENT YEAR AND THE TWO BEFORE IT, OVER TODAY'S     *
010030*     ENROLLMENT TIMES THE YEARS STATHIST COVERS; THE      *
010040*     CAMPAIGN'S ACCEPTANCE RATE SO FAR.                   *
010050*----------------------------------------------------------*
010060 4000-TAXA-NAO-COMPARECIMENTO.
010070     MOVE ALL 'N' TO WS-ANO-HIST-TAB
010080     OPEN INPUT STAT-HIST-FILE
010090     IF WS-STHIST-STATUS NOT = "00"
010100        DISPLAY "STATHIST AUSENTE -- NAO COMPARECIMENTO ZERO"
010110        ADD 1 TO WS-CONT-FONTES-AUSENTES
010120     ELSE
010130        PERFORM 4100-LE-HISTORICO THRU 4100-EXIT
010140            UNTIL FIM-DO-HIST
010150        CLOSE STAT-HIST-FILE
010160     END-IF
010170     MOVE ZERO TO MED-STU-ID
010180     START STUDENT-MASTER-FILE KEY NOT LESS MED-STU-ID
010190         INVALID KEY
010200             SET FIM-DO-MASTER TO TRUE
010210     END-START
010220     PERFORM 4200-CONTA-ATIVO THRU 4200-EXIT
010230         UNTIL FIM-DO-MASTER
010240     PERFORM 4300-CONTA-ANO THRU 4300-EXIT
010250         VARYING WS-ANO-SUB FROM 1 BY 1
010260         UNTIL WS-ANO-SUB > 3
010270     COMPUTE WS-BASE-NOSHOW =
010280         (WS-CONT-ATIVOS + WS-CONT-NOSHOW-ANO) * WS-ANOS-COM-HIST
010290     IF WS-BASE-NOSHOW > ZERO
010300        COMPUTE WS-TAXA-NOSHOW ROUNDED =
010310            WS-CONT-NOSHOW / WS-BASE-NOSHOW
010320     END-IF
010330     IF WS-TOT-ACEITOS + WS-TOT-RECUSADOS > ZERO
010340        COMPUTE WS-TAXA-ACEITE ROUNDED =
010350            WS-TOT-ACEITOS / (WS-TOT-ACEITOS + WS-TOT-RECUSADOS)
010360     END-IF
010370     .
010380 4000-EXIT.
010390     EXIT.
010400 4100-LE-HISTORICO.
010410     READ STAT-HIST-FILE
010420         AT END
010430             SET FIM-DO-HIST TO TRUE
010440             GO TO 4100-EXIT
010450     END-READ
010460     IF MED-STH-ANO < WS-ANO-HIST-INICIO
010470        OR MED-STH-ANO > WS-ANO-ATUAL
010480        GO TO 4100-EXIT
010490     END-IF
010500     COMPUTE WS-ANO-SUB = MED-STH-ANO - WS-ANO-HIST-INICIO + 1
010510     MOVE 'S' TO WS-ANO-HIST-TEM (WS-ANO-SUB)
010520     IF MED-STH-STATUS-DE NOT = 'A'
010530        OR MED-STH-MES > WS-MES-CORTE-NOSHOW
010540        GO TO 4100-EXIT
010550     END-IF
010560     IF MED-STH-STATUS-PARA NOT = 'T'
010570        AND MED-STH-STATUS-PARA NOT = 'D'
010580        GO TO 4100-EXIT
010590     END-IF
010600     MOVE 'N'              TO WS-VSB-TIPO
010610     MOVE MED-STH-ANO      TO WS-VSB-ANO
010620     MOVE MED-STH-ALUNO-ID TO WS-VSB-ALUNO-ID
010630     PERFORM 8600-MARCA-VISTO THRU 8600-EXIT
010640     IF ACHOU-PAR
010650        GO TO 4100-EXIT
010660     END-IF
010670     ADD 1 TO WS-CONT-NOSHOW
010680     IF MED-STH-ANO = WS-ANO-ATUAL
010690        ADD 1 TO WS-CONT-NOSHOW-ANO
010700     END-IF
010710     .
010720 4100-EXIT.
010730     EXIT.
010740 4200-CONTA-ATIVO.
010750     READ STUDENT-MASTER-FILE NEXT RECORD
010760         AT END
010770             SET FIM-DO-MASTER TO TRUE
010780             GO TO 4200-EXIT
010790     END-READ
010800     IF MED-STU-ATIVO
010810        ADD 1 TO WS-CONT-ATIVOS
010820     END-IF
010830     .
010840 4200-EXIT.
010850     EXIT.
010860 4300-CONTA-ANO.
010870     IF WS-ANO-HIST-TEM (WS-ANO-SUB) = 'S'
010880        ADD 1 TO WS-ANOS-COM-HIST
010890     END-IF
010900     .
010910 4300-EXIT.
010920     EXIT.
010930*----------------------------------------------------------*
010940* 5000-CALCULA-CENARIOS -- BEST, EXPECTED AND WORST CASE,  *
010950*     THE TURMAS EACH NEEDS AND THE EXPECTED REVENUE.      *
010960*----------------------------------------------------------*
010970 5000-CALCULA-CENARIOS.
010980     COMPUTE WS-PRV-MELHOR (WS-PRV-IDX) =
010990         WS-PRV-ACEITOS (WS-PRV-IDX)
011000         + WS-PRV-PENDENTES (WS-PRV-IDX)
011010         + WS-PRV-FILA (WS-PRV-IDX)
011020         + WS-PRV-TRANSF (WS-PRV-IDX)
011030     COMPUTE WS-PRV-ESPERADO (WS-PRV-IDX) ROUNDED =
011040         (WS-PRV-ACEITOS (WS-PRV-IDX)
011050          + WS-PRV-PENDENTES (WS-PRV-IDX) * WS-TAXA-ACEITE
011060          + WS-PRV-FILA (WS-PRV-IDX))
011070         * (1 - WS-TAXA-NOSHOW)
011080         + WS-PRV-TRANSF (WS-PRV-IDX)
011090     COMPUTE WS-PRV-PIOR (WS-PRV-IDX) ROUNDED =
011100         WS-PRV-ACEITOS (WS-PRV-IDX) * (1 - WS-TAXA-NOSHOW)
011110     ADD WS-PRV-MELHOR (WS-PRV-IDX)   TO WS-TOT-MELHOR
011120     ADD WS-PRV-ESPERADO (WS-PRV-IDX) TO WS-TOT-ESPERADO
011130     ADD WS-PRV-PIOR (WS-PRV-IDX)     TO WS-TOT-PIOR
011140     .
011150 5000-EXIT.
011160     EXIT.
011170*----------------------------------------------------------*
011180* 6000-IMPRIME-PREVISAO -- PREVMAT: TITLE, BASE RATES, ONE *
011190*     LINE PER SERIE AND UNIT, THE SCHOOL TOTAL AND THE    *
011200*     ANNUAL REVENUE OF THE THREE SCENARIOS.               *
011210*----------------------------------------------------------*
011220 6000-IMPRIME-PREVISAO.
011230     OPEN OUTPUT PREV-REPORT-FILE
011240     MOVE WS-ANO-PREVISTO TO WS-RTI-ANO
011250     MOVE WS-DATA-HOJE    TO WS-RTI-DATA
011260     MOVE WS-REL-TITULO TO PREV-REPORT-REC
011270     WRITE PREV-REPORT-REC
011280     IF HA-PREVISAO-ANTERIOR
011290        MOVE WS-DATA-ANTERIOR TO WS-RBS-ANTERIOR
011300     ELSE
011310        MOVE "NENHUMA" TO WS-RBS-ANTERIOR
011320     END-IF
011330     COMPUTE WS-RBS-NOSHOW = WS-TAXA-NOSHOW * 100
011340     COMPUTE WS-RBS-ACEITE = WS-TAXA-ACEITE * 100
011350     MOVE WS-REL-BASE TO PREV-REPORT-REC
011360     WRITE PREV-REPORT-REC
011370     MOVE WS-REL-TRACO TO PREV-REPORT-REC
011380     WRITE PREV-REPORT-REC
011390     MOVE WS-REL-GRUPOS TO PREV-REPORT-REC
011400     WRITE PREV-REPORT-REC
011410     MOVE WS-REL-CABEC TO PREV-REPORT-REC
011420     WRITE PREV-REPORT-REC
011430     MOVE WS-REL-TRACO TO PREV-REPORT-REC
011440     WRITE PREV-REPORT-REC
011450     PERFORM 6100-IMPRIME-LINHA THRU 6100-EXIT
011460         VARYING WS-PRV-IDX FROM 1 BY 1
011470         UNTIL WS-PRV-IDX > WS-PRV-TABLE-QTD
011480     MOVE WS-REL-TRACO TO PREV-REPORT-REC
011490     WRITE PREV-REPORT-REC
011500     PERFORM 6500-IMPRIME-TOTAL THRU 6500-EXIT
011510     CLOSE PREV-REPORT-FILE
011520     .
011530 6000-EXIT.
011540     EXIT.
011550 6100-IMPRIME-LINHA.
011560     MOVE SPACES TO WS-RLN-AVISO
011570     MOVE WS-PRV-SERIE (WS-PRV-IDX)     TO WS-RLN-SERIE
011580     MOVE WS-PRV-UNIDADE (WS-PRV-IDX)   TO WS-RLN-UNIDADE
011590     MOVE WS-PRV-ACEITOS (WS-PRV-IDX)   TO WS-RLN-ACEITOS
011600     MOVE WS-PRV-PENDENTES (WS-PRV-IDX) TO WS-RLN-PENDENTES
011610     MOVE WS-PRV-RECUSADOS (WS-PRV-IDX) TO WS-RLN-RECUSADOS
011620     MOVE WS-PRV-FILA (WS-PRV-IDX)      TO WS-RLN-FILA
011630     MOVE WS-PRV-TRANSF (WS-PRV-IDX)    TO WS-RLN-TRANSF
011640     MOVE WS-PRV-MELHOR (WS-PRV-IDX)    TO WS-RLN-MELHOR
011650     MOVE WS-PRV-ESPERADO (WS-PRV-IDX)  TO WS-RLN-ESPERADO
011660     MOVE WS-PRV-PIOR (WS-PRV-IDX)      TO WS-RLN-PIOR
011670     MOVE WS-PRV-TURMAS (WS-PRV-IDX)    TO WS-RLN-TUR-ATUAIS
011680     ADD WS-PRV-TURMAS (WS-PRV-IDX)     TO WS-TOT-TUR-ATUAIS
011690     IF WS-PRV-TURMAS (WS-PRV-IDX) > ZERO
011700        COMPUTE WS-CAP-MEDIA =
011710            WS-PRV-SOMA-CAP (WS-PRV-IDX)
011720            / WS-PRV-TURMAS (WS-PRV-IDX)
011730        COMPUTE WS-PRECO-MEDIO ROUNDED =
011740            WS-PRV-SOMA-PRECO (WS-PRV-IDX)
011750            / WS-PRV-TURMAS (WS-PRV-IDX)
011760     ELSE
011770        MOVE WS-CAP-ESCOLA   TO WS-CAP-MEDIA
011780        MOVE WS-PRECO-ESCOLA TO WS-PRECO-MEDIO
011790        MOVE "SEM TURMA" TO WS-RLN-AVISO
011800     END-IF
011810     MOVE WS-CAP-MEDIA   TO WS-RLN-CAPACIDADE
011820     MOVE WS-PRECO-MEDIO TO WS-RLN-MENSALIDADE
011830     MOVE WS-PRV-MELHOR (WS-PRV-IDX) TO WS-ALUNOS-CENARIO
011840     PERFORM 6200-TURMAS-NECESSARIAS THRU 6200-EXIT
011850     MOVE WS-TURMAS-NEC TO WS-RLN-TUR-MELHOR
011860     ADD WS-TURMAS-NEC  TO WS-TOT-TUR-MELHOR
011870     MOVE WS-PRV-ESPERADO (WS-PRV-IDX) TO WS-ALUNOS-CENARIO
011880     PERFORM 6200-TURMAS-NECESSARIAS THRU 6200-EXIT
011890     MOVE WS-TURMAS-NEC TO WS-RLN-TUR-ESPERADO
011900     ADD WS-TURMAS-NEC  TO WS-TOT-TUR-ESPERADO
011910     MOVE WS-PRV-PIOR (WS-PRV-IDX) TO WS-ALUNOS-CENARIO
011920     PERFORM 6200-TURMAS-NECESSARIAS THRU 6200-EXIT
011930     MOVE WS-TURMAS-NEC TO WS-RLN-TUR-PIOR
011940     ADD WS-TURMAS-NEC  TO WS-TOT-TUR-PIOR
011950     COMPUTE WS-RECEITA-LINHA =
011960         WS-PRV-ESPERADO (WS-PRV-IDX) * WS-PRECO-MEDIO * 12
011970     MOVE WS-RECEITA-LINHA TO WS-RLN-RECEITA
011980     ADD WS-RECEITA-LINHA TO WS-TOT-REC-ESPERADA
011990     COMPUTE WS-TOT-REC-MELHOR = WS-TOT-REC-MELHOR
012000         + WS-PRV-MELHOR (WS-PRV-IDX) * WS-PRECO-MEDIO * 12
012010     COMPUTE WS-TOT-REC-PIOR = WS-TOT-REC-PIOR
012020         + WS-PRV-PIOR (WS-PRV-IDX) * WS-PRECO-MEDIO * 12
012030     COMPUTE WS-DIFERENCA = WS-PRV-ACEITOS (WS-PRV-IDX)
012040         - WS-PRV-ANT-ACEITOS (WS-PRV-IDX)
012050     MOVE WS-DIFERENCA TO WS-RLN-MOV-ACEITOS
012060     COMPUTE WS-DIFERENCA = WS-PRV-RECUSADOS (WS-PRV-IDX)
012070         - WS-PRV-ANT-RECUSADOS (WS-PRV-IDX)
012080     MOVE WS-DIFERENCA TO WS-RLN-MOV-RECUSADOS
012090     COMPUTE WS-DIFERENCA = WS-PRV-ESPERADO (WS-PRV-IDX)
012100         - WS-PRV-ANT-ESPERADO (WS-PRV-IDX)
012110     MOVE WS-DIFERENCA TO WS-RLN-MOV-ESPERADO
012120     ADD WS-PRV-ANT-ACEITOS (WS-PRV-IDX)   TO WS-TOT-ANT-ACEITOS
012130     ADD WS-PRV-ANT-RECUSADOS (WS-PRV-IDX) TO WS-TOT-ANT-RECUSADOS
012140     ADD WS-PRV-ANT-ESPERADO (WS-PRV-IDX)  TO WS-TOT-ANT-ESPERADO
012150     IF WS-RLN-AVISO = SPACES
012160        EVALUATE TRUE
012170            WHEN WS-CAP-MEDIA = ZERO
012180                MOVE "SEM CAPAC" TO WS-RLN-AVISO
012190            WHEN WS-PRV-SEM-REAJ (WS-PRV-IDX) > ZERO
012200                MOVE "SEM REAJ" TO WS-RLN-AVISO
012210            WHEN WS-PRV-TEM-ANT (WS-PRV-IDX) NOT = 'S'
012220                MOVE "NOVA" TO WS-RLN-AVISO
012230            WHEN OTHER
012240                CONTINUE
012250        END-EVALUATE
012260     END-IF
012270     MOVE WS-REL-LINHA TO PREV-REPORT-REC
012280     WRITE PREV-REPORT-REC
012290     .
012300 6100-EXIT.
012310     EXIT.
012320 6200-TURMAS-NECESSARIAS.
012330     IF WS-CAP-MEDIA = ZERO
012340        MOVE ZERO TO WS-TURMAS-NEC
012350     ELSE
012360        COMPUTE WS-TURMAS-NEC =
012370            (WS-ALUNOS-CENARIO + WS-CAP-MEDIA - 1) / WS-CAP-MEDIA
012380     END-IF
012390     .
012400 6200-EXIT.
012410     EXIT.
012420 6500-IMPRIME-TOTAL.
012430     MOVE SPACES TO WS-RLN-AVISO
012440     MOVE "TOTAL"             TO WS-RLN-SERIE
012450     MOVE SPACES              TO WS-RLN-UNIDADE
012460     MOVE WS-TOT-ACEITOS      TO WS-RLN-ACEITOS
012470     MOVE WS-TOT-PENDENTES    TO WS-RLN-PENDENTES
012480     MOVE WS-TOT-RECUSADOS    TO WS-RLN-RECUSADOS
012490     MOVE WS-TOT-FILA         TO WS-RLN-FILA
012500     MOVE WS-TOT-TRANSF       TO WS-RLN-TRANSF
012510     MOVE WS-TOT-MELHOR       TO WS-RLN-MELHOR
012520     MOVE WS-TOT-ESPERADO     TO WS-RLN-ESPERADO
012530     MOVE WS-TOT-PIOR         TO WS-RLN-PIOR
012540     MOVE WS-CAP-ESCOLA       TO WS-RLN-CAPACIDADE
012550     MOVE WS-TOT-TUR-ATUAIS   TO WS-RLN-TUR-ATUAIS
012560     MOVE WS-TOT-TUR-MELHOR   TO WS-RLN-TUR-MELHOR
012570     MOVE WS-TOT-TUR-ESPERADO TO WS-RLN-TUR-ESPERADO
012580     MOVE WS-TOT-TUR-PIOR     TO WS-RLN-TUR-PIOR
012590     MOVE WS-PRECO-ESCOLA     TO WS-RLN-MENSALIDADE
012600     MOVE WS-TOT-REC-ESPERADA TO WS-RLN-RECEITA
012610     COMPUTE WS-DIFERENCA = WS-TOT-ACEITOS - WS-TOT-ANT-ACEITOS
012620     MOVE WS-DIFERENCA TO WS-RLN-MOV-ACEITOS
012630     COMPUTE WS-DIFERENCA =
012640         WS-TOT-RECUSADOS - WS-TOT-ANT-RECUSADOS
012650     MOVE WS-DIFERENCA TO WS-RLN-MOV-RECUSADOS
012660     COMPUTE WS-DIFERENCA = WS-TOT-ESPERADO - WS-TOT-ANT-ESPERADO
012670     MOVE WS-DIFERENCA TO WS-RLN-MOV-ESPERADO
012680     MOVE WS-REL-LINHA TO PREV-REPORT-REC
012690     WRITE PREV-REPORT-REC
012700     MOVE WS-TOT-REC-MELHOR   TO WS-RRC-MELHOR
012710     MOVE WS-TOT-REC-ESPERADA TO WS-RRC-ESPERADA
012720     MOVE WS-TOT-REC-PIOR     TO WS-RRC-PIOR
012730     MOVE WS-REL-RECEITA TO PREV-REPORT-REC
012740     WRITE PREV-REPORT-REC
012750     .
012760 6500-EXIT.
012770     EXIT.
012780*----------------------------------------------------------*
012790* 7000-GRAVA-PREVISAO -- TODAY'S FIGURES REPLACE PREVANT   *
012800*     FOR THE NEXT RUN TO MEASURE ITS MOVEMENT AGAINST.    *
012810*----------------------------------------------------------*
012820 7000-GRAVA-PREVISAO.
012830     OPEN OUTPUT PREV-ANTERIOR-FILE
012840     IF WS-PREVANT-STATUS NOT = "00"
012850        DISPLAY "PREVANT NAO PODE SER GRAVADO: " WS-PREVANT-STATUS
012860        MOVE 8 TO RETURN-CODE
012870        GO TO 7000-EXIT
012880     END-IF
012890     PERFORM 7100-GRAVA-LINHA THRU 7100-EXIT
012900         VARYING WS-PRV-IDX FROM 1 BY 1
012910         UNTIL WS-PRV-IDX > WS-PRV-TABLE-QTD
012920     CLOSE PREV-ANTERIOR-FILE
012930     .
012940 7000-EXIT.
012950     EXIT.
012960 7100-GRAVA-LINHA.
012970     MOVE WS-ANO-PREVISTO                TO MED-PVA-ANO
012980     MOVE WS-PRV-SERIE (WS-PRV-IDX)      TO MED-PVA-SERIE
012990     MOVE WS-PRV-UNIDADE (WS-PRV-IDX)    TO MED-PVA-UNIDADE
013000     MOVE WS-DATA-HOJE                   TO MED-PVA-DATA
013010     MOVE WS-PRV-ACEITOS (WS-PRV-IDX)    TO MED-PVA-ACEITOS
013020     MOVE WS-PRV-RECUSADOS (WS-PRV-IDX)  TO MED-PVA-RECUSADOS
013030     MOVE WS-PRV-PENDENTES (WS-PRV-IDX)  TO MED-PVA-PENDENTES
013040     MOVE WS-PRV-FILA (WS-PRV-IDX)       TO MED-PVA-FILA
013050     MOVE WS-PRV-TRANSF (WS-PRV-IDX)     TO MED-PVA-TRANSF
013060     MOVE WS-PRV-MELHOR (WS-PRV-IDX)     TO MED-PVA-MELHOR
013070     MOVE WS-PRV-ESPERADO (WS-PRV-IDX)   TO MED-PVA-ESPERADO
013080     MOVE WS-PRV-PIOR (WS-PRV-IDX)       TO MED-PVA-PIOR
013090     WRITE MED-PREV-ANT-REC
013100     .
013110 7100-EXIT.
013120     EXIT.
013130*----------------------------------------------------------*
013140* 8100-BUSCA-TURMA -- WS-TURMA-BUSCA IN THE TURMA TABLE    *
013150*----------------------------------------------------------*
013160 8100-BUSCA-TURMA.
013170     MOVE 'N' TO WS-TURMA-ACHOU
013180     IF WS-TUR-TABLE-QTD > ZERO
013190        SET WS-TUR-IDX TO 1
013200        SEARCH WS-TUR-ENTRY
013210            VARYING WS-TUR-IDX
013220            AT END
013230                CONTINUE
013240            WHEN WS-TUR-CODIGO (WS-TUR-IDX) = WS-TURMA-BUSCA
013250                SET ACHOU-TURMA-TAB TO TRUE
013260        END-SEARCH
013270     END-IF
013280     .
013290 8100-EXIT.
013300     EXIT.
013310*----------------------------------------------------------*
013320* 8200-ACHA-LINHA -- THE FORECAST LINE OF WS-CHAVE-BUSCA,  *
013330*     INSERTED IN KEY ORDER WHEN NEW; WS-PRV-IDX POINTS AT *
013340*     IT ON RETURN.                                        *
013350*----------------------------------------------------------*
013360 8200-ACHA-LINHA.
013370     IF WS-CHV-SERIE = SPACES
013380        MOVE "??" TO WS-CHV-SERIE
013390     END-IF
013400     IF WS-CHV-UNIDADE = SPACES
013410        MOVE "01" TO WS-CHV-UNIDADE
013420     END-IF
013430     MOVE 1 TO WS-PRV-POS
013440     PERFORM 8250-COMPARA-CHAVE THRU 8250-EXIT
013450         UNTIL WS-PRV-POS > WS-PRV-TABLE-QTD
013460            OR WS-PRV-CHAVE (WS-PRV-POS) NOT < WS-CHAVE-BUSCA
013470     IF WS-PRV-POS <= WS-PRV-TABLE-QTD
013480        IF WS-PRV-CHAVE (WS-PRV-POS) = WS-CHAVE-BUSCA
013490           SET WS-PRV-IDX TO WS-PRV-POS
013500           GO TO 8200-EXIT
013510        END-IF
013520     END-IF
013530     IF WS-PRV-TABLE-QTD >= 200
013540        DISPLAY "TABELA DE SERIES CHEIA (200)"
013550        MOVE 8 TO RETURN-CODE
013560        STOP RUN
013570     END-IF
013580     ADD 1 TO WS-PRV-TABLE-QTD
013590     PERFORM 8260-DESLOCA-LINHA THRU 8260-EXIT
013600         VARYING WS-PRV-SUB FROM WS-PRV-TABLE-QTD BY -1
013610         UNTIL WS-PRV-SUB <= WS-PRV-POS
013620     SET WS-PRV-IDX TO WS-PRV-POS
013630     INITIALIZE WS-PRV-ENTRY (WS-PRV-IDX)
013640     MOVE WS-CHAVE-BUSCA TO WS-PRV-CHAVE (WS-PRV-IDX)
013650     MOVE 'N' TO WS-PRV-TEM-ANT (WS-PRV-IDX)
013660     .
013670 8200-EXIT.
013680     EXIT.
013690 8250-COMPARA-CHAVE.
013700     ADD 1 TO WS-PRV-POS
013710     .
013720 8250-EXIT.
013730     EXIT.
013740 8260-DESLOCA-LINHA.
013750     MOVE WS-PRV-ENTRY (WS-PRV-SUB - 1)
013760         TO WS-PRV-ENTRY (WS-PRV-SUB)
013770     .
013780 8260-EXIT.
013790     EXIT.
013800*----------------------------------------------------------*
013810* 8300-BUSCA-PERCENTUAL -- PERCENTAGE OF WS-SERIE-BUSCA    *
013820*     OR, FAILING IT, THE * LINE.                          *
013830*----------------------------------------------------------*
013840 8300-BUSCA-PERCENTUAL.
013850     MOVE 'N' TO WS-PCT-ACHOU
013860     IF WS-PCT-TABLE-QTD = ZERO
013870        GO TO 8300-EXIT
013880     END-IF
013890     SET WS-PCT-IDX TO 1
013900     SEARCH WS-PCT-ENTRY
013910         VARYING WS-PCT-IDX
013920         AT END
013930             CONTINUE
013940         WHEN WS-PCT-SERIE (WS-PCT-IDX) = WS-SERIE-BUSCA
013950             SET ACHOU-PERCENTUAL TO TRUE
013960     END-SEARCH
013970     IF ACHOU-PERCENTUAL
013980        GO TO 8300-EXIT
013990     END-IF
014000     SET WS-PCT-IDX TO 1
014010     SEARCH WS-PCT-ENTRY
014020         VARYING WS-PCT-IDX
014030         AT END
014040             CONTINUE
014050         WHEN WS-PCT-SERIE (WS-PCT-IDX) = "*"
014060             SET ACHOU-PERCENTUAL TO TRUE
014070     END-SEARCH
014080     .
014090 8300-EXIT.
014100     EXIT.
014110*----------------------------------------------------------*
014120* 8400-BUSCA-REAJUSTADA -- WS-TURMA-BUSCA ALREADY SHOWN    *
014130*     READJUSTED FOR THE FORECAST YEAR ON TURPRECO.        *
014140*----------------------------------------------------------*
014150 8400-BUSCA-REAJUSTADA.
014160     MOVE 'N' TO WS-PAR-ACHOU
014170     IF WS-FEITA-TABLE-QTD > ZERO
014180        SET WS-FEITA-IDX TO 1
014190        SEARCH WS-FEITA-ENTRY
014200            VARYING WS-FEITA-IDX
014210            AT END
014220                CONTINUE
014230            WHEN WS-FTA-TURMA (WS-FEITA-IDX) = WS-TURMA-BUSCA
014240                SET ACHOU-PAR TO TRUE
014250        END-SEARCH
014260     END-IF
014270     .
014280 8400-EXIT.
014290     EXIT.
014300*----------------------------------------------------------*
014310* 8500-UNIDADE-ALUNO -- THE UNIT OF STUDENT MED-STU-ID OFF *
014320*     STUMAST, THE ORIGINAL CAMPUS WHEN UNKNOWN.           *
014330*----------------------------------------------------------*
014340 8500-UNIDADE-ALUNO.
014350     MOVE "01" TO WS-UNIDADE-ALUNO
014360     READ STUDENT-MASTER-FILE
014370         INVALID KEY
014380             GO TO 8500-EXIT
014390     END-READ
014400     IF MED-STU-UNIDADE NOT = SPACES
014410        MOVE MED-STU-UNIDADE TO WS-UNIDADE-ALUNO
014420     END-IF
014430     .
014440 8500-EXIT.
014450     EXIT.
014460*----------------------------------------------------------*
014470* 8600-MARCA-VISTO -- ACHOU-PAR WHEN WS-VISTO-BUSCA WAS    *
014480*     ALREADY COUNTED; OTHERWISE IT IS RECORDED NOW.       *
014490*----------------------------------------------------------*
014500 8600-MARCA-VISTO.
014510     MOVE 'N' TO WS-PAR-ACHOU
014520     IF WS-VISTO-TABLE-QTD > ZERO
014530        SET WS-VISTO-IDX TO 1
014540        SEARCH WS-VISTO-ENTRY
014550            VARYING WS-VISTO-IDX
014560            AT END
014570                CONTINUE
014580            WHEN WS-VIS-CHAVE (WS-VISTO-IDX) = WS-VISTO-BUSCA
014590                SET ACHOU-PAR TO TRUE
014600        END-SEARCH
014610     END-IF
014620     IF ACHOU-PAR
014630        GO TO 8600-EXIT
014640     END-IF
014650     IF WS-VISTO-TABLE-QTD >= 4000
014660        DISPLAY "TABELA DE ALUNOS CONTADOS CHEIA (4000)"
014670        MOVE 8 TO RETURN-CODE
014680        STOP RUN
014690     END-IF
014700     ADD 1 TO WS-VISTO-TABLE-QTD
014710     SET WS-VISTO-IDX TO WS-VISTO-TABLE-QTD
014720     MOVE WS-VISTO-BUSCA TO WS-VIS-CHAVE (WS-VISTO-IDX)
014730     .
014740 8600-EXIT.
014750     EXIT.
014760*----------------------------------------------------------*
014770* 9000-FINALIZE -- RUN TOTALS AND THE CONDITION CODE       *
014780*----------------------------------------------------------*
014790 9000-FINALIZE.
014800     CLOSE STUDENT-MASTER-FILE
014810     DISPLAY "ANO DA PREVISAO.....: " WS-ANO-PREVISTO
014820     DISPLAY "TURMAS LIDAS........: " WS-CONT-TURMAS
014830     DISPLAY "TURMAS SEM REAJUSTE.: " WS-CONT-SEM-REAJUSTE
014840     DISPLAY "PERCENTUAIS REJEIT..: " WS-CONT-PCT-REJEITADOS
014850     DISPLAY "OFERTAS.............: " WS-CONT-OFERTAS
014860     DISPLAY "ACEITAS.............: " WS-TOT-ACEITOS
014870     DISPLAY "RECUSADAS...........: " WS-TOT-RECUSADOS
014880     DISPLAY "PENDENTES...........: " WS-TOT-PENDENTES
014890     DISPLAY "FILA LIDA...........: " WS-CONT-FILA-LIDA
014900     DISPLAY "FILA JA ATENDIDA....: " WS-CONT-FILA-ATENDIDA
014910     DISPLAY "FILA SEM TURMA......: " WS-CONT-FILA-SEM-TURMA
014920     DISPLAY "TRANSFERIDOS NO ANO.: " WS-CONT-TRANSF-ALUNOS
014930     DISPLAY "TRANSF. SEM ALUNO...: " WS-CONT-TRANSF-SEM-ALU
014940     DISPLAY "SAIDAS ANTECIPADAS..: " WS-CONT-NOSHOW
014950     DISPLAY "ANOS NO STATHIST....: " WS-ANOS-COM-HIST
014960     COMPUTE WS-TAXA-ED = WS-TAXA-NOSHOW * 100
014970     DISPLAY "NAO COMPARECIMENTO..: " WS-TAXA-ED " PCT"
014980     DISPLAY "MATRICULA ESPERADA..: " WS-TOT-ESPERADO
014990     MOVE WS-TOT-REC-ESPERADA TO WS-VALOR-ED
015000     DISPLAY "RECEITA ESPERADA....: " WS-VALOR-ED
015010     IF RETURN-CODE = ZERO
015020        IF WS-CONT-FONTES-AUSENTES > ZERO
015030           OR WS-CONT-PCT-REJEITADOS > ZERO
015040           OR WS-CONT-SEM-REAJUSTE > ZERO
015050           MOVE 4 TO RETURN-CODE
015060        END-IF
015070     END-IF
015080     .
015090 9000-EXIT.
015100     EXIT.
015110 END PROGRAM PREVISAO_MATRIC.
