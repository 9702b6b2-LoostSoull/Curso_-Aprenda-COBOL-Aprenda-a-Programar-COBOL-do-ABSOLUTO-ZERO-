000100*****************************************************************
000110* Program:      TAXAS_RENDIMENTO
000120* Author:       J. ALBUQUERQUE - APPLICATIONS SUPPORT
000130* Installation: ESCOLA - SISTEMA ACADEMICO
000140* Date-Written: 2026-10-15
000150* Date-Compiled:
000160* Purpose:      School performance indicators (taxas de
000170*               rendimento) for the direction and the diocese.
000180*               For the school year on SYSIN (blank = the
000190*               system-date year) it counts, per turma:
000200*                 - APROVADO and RETIDO decisions off PROMODEC;
000210*                 - abandonos and transferencias off STATHIST:
000220*                   a student whose last status move dated in the
000230*                   year is to TRANCADO or DESLIGADO left the
000240*                   school -- transferred out when the move's
000250*                   motivo is TRSF, abandono otherwise (a later
000260*                   move back to ATIVO cancels it); a leaver's
000270*                   PROMODEC decision, if any, is not counted;
000280*                 - FINALRES materia lines and REPROVADO lines.
000290*               The year's counts replace that year on the INDHIST
000300*               history (copybooks INDSEL/INDMST), unit and serie
000310*               taken from TURMAST. INEP-style rates: approval,
000320*               reprovacao and abandono over aprovados +
000330*               reprovados + abandonos (transfers out are left
000340*               out of the base), plus the materia reprovacao
000350*               rate and the age-grade lag rate: students with a
000350*               decision and a DOCMAST birth date whose age at
000350*               the 31 March cut-off of the year is two or more
000350*               above the serie's expected age ("n ANO" expects
000350*               n + 5; N/D when no birth date is on file).
000360*               INDRELAT prints the year by
000370*               turma with serie, unit and school totals, then
000380*               the five-year trend (the year and the four before
000390*               it, off INDHIST) per unit and serie. INDEXTR is
000400*               the fixed-layout extract for the diocese's
000410*               spreadsheet: one 80-byte record per year per serie
000420*               (type S), per unit (U) and for the school (E),
000430*               rates with one implied decimal.
000440*               Condition code 4 when PROMODEC is missing (the
000450*               year is not measured; the trend is still printed).
000460* Modification History:
000470*   2026-10-15 JA  Initial version.
000470*   2026-10-15 JA  Age-grade lag counted off the birth dates
000470*                  of the personal-documents master (DOCSEL/
000470*                  DOCMST) in 3100-IDADE-SERIE.
000480* Tectonics: cobc
000490*****************************************************************
000500 IDENTIFICATION DIVISION.
000510 PROGRAM-ID. TAXAS_RENDIMENTO.
000520 ENVIRONMENT DIVISION.
000530 INPUT-OUTPUT SECTION.
000540 FILE-CONTROL.
000550     COPY INDSEL.
000560     COPY TURMSEL.
000560     COPY DOCSEL.
000570     SELECT PROMO-DECISION-FILE ASSIGN TO "PROMODEC"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS WS-PROMODEC-STATUS.
000600     SELECT STAT-HIST-FILE ASSIGN TO "STATHIST"
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS WS-STHIST-STATUS.
000630     SELECT FINAL-RESULT-FILE ASSIGN TO "FINALRES"
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS WS-FINALRES-STATUS.
000660     SELECT INDIC-REPORT-FILE ASSIGN TO "INDRELAT"
000670         ORGANIZATION IS LINE SEQUENTIAL.
000680     SELECT INDIC-EXTRACT-FILE ASSIGN TO "INDEXTR"
000690         ORGANIZATION IS LINE SEQUENTIAL.
000700 DATA DIVISION.
000710 FILE SECTION.
000720 FD  INDIC-HIST-FILE.
000730     COPY INDMST.
000740 FD  TURMA-MASTER-FILE.
000750     COPY TURMMST.
000750 FD  DOCUM-MASTER-FILE.
000750     COPY DOCMST.
000760 FD  PROMO-DECISION-FILE.
000770 01  PROMO-DECISION-REC         PIC X(80).
000780 FD  STAT-HIST-FILE.
000790 01  MED-STAT-HIST-REC.
000800     03  MED-STH-ALUNO-ID       PIC 9(07).
000810     03  MED-STH-STATUS-DE      PIC X(01).
000820     03  MED-STH-STATUS-PARA    PIC X(01).
000830     03  MED-STH-MOTIVO         PIC X(04).
000840     03  MED-STH-TURMA          PIC X(10).
000850     03  MED-STH-OPERADOR       PIC X(08).
000860     03  MED-STH-DATA           PIC 9(08).
000870 FD  FINAL-RESULT-FILE.
000880 01  FINAL-RESULT-REC           PIC X(132).
000890 FD  INDIC-REPORT-FILE.
000900 01  INDIC-REPORT-REC           PIC X(132).
000910 FD  INDIC-EXTRACT-FILE.
000920 01  INDIC-EXTRACT-REC          PIC X(80).
000930 WORKING-STORAGE SECTION.
000940 01  WS-IND-HIST-STATUS         PIC X(02) VALUE SPACES.
000950 01  WS-TUR-MASTER-STATUS       PIC X(02) VALUE SPACES.
000950 01  WS-DOC-MASTER-STATUS       PIC X(02) VALUE SPACES.
000960 01  WS-PROMODEC-STATUS         PIC X(02) VALUE SPACES.
000970 01  WS-STHIST-STATUS           PIC X(02) VALUE SPACES.
000980 01  WS-FINALRES-STATUS         PIC X(02) VALUE SPACES.
000990 01  WS-SWITCHES.
001000     03  WS-TURMAS-ABERTO       PIC X(01) VALUE 'N'.
001010         88  TURMAS-ABERTO            VALUE 'S'.
001020     03  WS-APURA-ANO           PIC X(01) VALUE 'N'.
001030         88  APURA-ANO                VALUE 'S'.
001040     03  WS-EOF-DECISAO         PIC X(01) VALUE 'N'.
001050         88  FIM-DA-DECISAO           VALUE 'S'.
001060     03  WS-EOF-HIST            PIC X(01) VALUE 'N'.
001070         88  FIM-DO-HIST              VALUE 'S'.
001080     03  WS-EOF-RESULTADO       PIC X(01) VALUE 'N'.
001090         88  FIM-DO-RESULTADO         VALUE 'S'.
001100     03  WS-HIST-ABERTO         PIC X(01) VALUE 'N'.
001110         88  HIST-ABERTO              VALUE 'S'.
001120     03  WS-RESULTADO-ABERTO    PIC X(01) VALUE 'N'.
001130         88  RESULTADO-ABERTO         VALUE 'S'.
001130     03  WS-DOC-ABERTO          PIC X(01) VALUE 'N'.
001130         88  DOCMAST-ABERTO           VALUE 'S'.
001140     03  WS-EOF-INDIC           PIC X(01) VALUE 'N'.
001150         88  FIM-DO-INDIC             VALUE 'S'.
001160     03  WS-SAIDA-ACHOU         PIC X(01) VALUE 'N'.
001170         88  ACHOU-SAIDA              VALUE 'S'.
001180     03  WS-TURMA-ACHOU         PIC X(01) VALUE 'N'.
001190         88  ACHOU-TURMA              VALUE 'S'.
001200     03  WS-TND-ACHOU           PIC X(01) VALUE 'N'.
001210         88  ACHOU-TENDENCIA          VALUE 'S'.
001220 01  WS-PARM-LINE.
001230     03  WS-PRM-ANO-X           PIC X(04).
001240     03  WS-PRM-ANO REDEFINES WS-PRM-ANO-X
001250                                PIC 9(04).
001260     03  FILLER                 PIC X(76).
001270 01  WS-DATA-SISTEMA            PIC 9(08) VALUE ZERO.
001280 01  WS-ANO-APURACAO            PIC 9(04) VALUE ZERO.
001290 01  WS-ANO-APURACAO-X REDEFINES WS-ANO-APURACAO
001300                                PIC X(04).
001310 01  WS-ANO-INICIAL             PIC 9(04) VALUE ZERO.
001320 01  WS-ANO-POS                 PIC 9(01) VALUE ZERO.
001330 01  WS-CONT-SUB                PIC 9(01) VALUE ZERO.
001340 01  WS-ANO-SUB                 PIC 9(01) VALUE ZERO.
001350 01  WS-LIN-SUB                 PIC 9(01) VALUE ZERO.
001360 01  WS-TX-SUB                  PIC 9(01) VALUE ZERO.
001370 01  WS-TURMA-PROCURA           PIC X(10) VALUE SPACES.
001380 01  WS-ALUNO-PROCURA           PIC 9(07) VALUE ZERO.
001380 01  WS-IDADE                   PIC 9(03) VALUE ZERO.
001380 01  WS-SERIE-ORDINAL           PIC 9(01) VALUE ZERO.
001390 01  WS-UNIDADE-ANTERIOR        PIC X(02) VALUE SPACES.
001400 01  WS-SERIE-ANTERIOR          PIC X(10) VALUE SPACES.
001410 01  WS-QTD-TURMAS-ANO          PIC 9(05) COMP VALUE ZERO.
001420 01  WS-CONTADORES.
001430     03  WS-CONT-DECISOES       PIC 9(05) COMP VALUE ZERO.
001440     03  WS-CONT-DEC-SAIDA      PIC 9(05) COMP VALUE ZERO.
001450     03  WS-CONT-DEC-IGNORADAS  PIC 9(05) COMP VALUE ZERO.
001460     03  WS-CONT-HIST-ANO       PIC 9(05) COMP VALUE ZERO.
001470     03  WS-CONT-ABANDONOS      PIC 9(05) COMP VALUE ZERO.
001480     03  WS-CONT-TRANSFERIDOS   PIC 9(05) COMP VALUE ZERO.
001490     03  WS-CONT-RES-LINHAS     PIC 9(05) COMP VALUE ZERO.
001490     03  WS-CONT-SEM-NASCIMENTO PIC 9(05) COMP VALUE ZERO.
001500     03  WS-CONT-SEM-TURMAST    PIC 9(05) COMP VALUE ZERO.
001510     03  WS-CONT-APAGADOS       PIC 9(05) COMP VALUE ZERO.
001520     03  WS-CONT-GRAVADOS       PIC 9(05) COMP VALUE ZERO.
001530     03  WS-CONT-EXTRATO        PIC 9(05) COMP VALUE ZERO.
001540*----------------------------------------------------------*
001550* PROMODEC LINE AS PROMOCAO_ANUAL WRITES IT                *
001560*----------------------------------------------------------*
001570 01  WS-DECISAO-LINE.
001580     03  WS-DEC-ALUNO-ID        PIC 9(07).
001590     03  FILLER                 PIC X(01).
001600     03  WS-DEC-NOME            PIC X(30).
001610     03  FILLER                 PIC X(01).
001620     03  WS-DEC-TURMA           PIC X(10).
001630     03  FILLER                 PIC X(01).
001640     03  WS-DEC-QTD-REPROV      PIC X(02).
001650     03  FILLER                 PIC X(01).
001660     03  WS-DEC-DECISAO         PIC X(08).
001670     03  FILLER                 PIC X(01).
001680     03  WS-DEC-OBSERVACAO      PIC X(17).
001690*----------------------------------------------------------*
001700* FINALRES LINE AS CONSOLIDA_FINAL WRITES IT               *
001710*----------------------------------------------------------*
001720 01  WS-FINAL-LINE.
001730     03  WS-FIN-ALUNO-ID        PIC 9(07).
001740     03  FILLER                 PIC X(01).
001750     03  WS-FIN-NOME            PIC X(30).
001760     03  FILLER                 PIC X(01).
001770     03  WS-FIN-TURMA           PIC X(10).
001780     03  FILLER                 PIC X(01).
001790     03  WS-FIN-MATERIA         PIC X(30).
001800     03  FILLER                 PIC X(25).
001810     03  WS-FIN-QTD-BIM         PIC X(01).
001820     03  FILLER                 PIC X(01).
001830     03  WS-FIN-FINAL           PIC X(05).
001840     03  FILLER                 PIC X(01).
001850     03  WS-FIN-SITUACAO        PIC X(15).
001860     03  FILLER                 PIC X(04).
001870*----------------------------------------------------------*
001880* STUDENTS WHO LEFT DURING THE YEAR (LAST STATHIST MOVE)   *
001890*----------------------------------------------------------*
001900 01  WS-SAIDA-TABLE-QTD         PIC 9(04) COMP VALUE ZERO.
001910 01  WS-SAIDA-TABLE.
001920     03  WS-SAIDA-ENTRY         OCCURS 1 TO 3000 TIMES
001930                                DEPENDING ON WS-SAIDA-TABLE-QTD
001940                                INDEXED BY WS-SAIDA-IDX.
001950         05  WS-SAI-ALUNO-ID    PIC 9(07).
001960         05  WS-SAI-TURMA       PIC X(10).
001970         05  WS-SAI-TIPO        PIC X(01).
001980             88  SAI-ABANDONO         VALUE 'A'.
001990             88  SAI-TRANSFERENCIA    VALUE 'X'.
002000             88  SAI-RETORNO          VALUE 'R'.
002010 01  WS-SAI-SUB                 PIC 9(04) COMP VALUE ZERO.
002020*----------------------------------------------------------*
002030* YEAR BEING MEASURED, ONE ENTRY PER TURMA. THE COUNTERS   *
002040* FOLLOW THE MED-IND-CONT ORDER: APROVADOS, REPROVADOS,    *
002050* ABANDONOS, TRANSFERIDOS, FINALRES LINES, REPROVADO       *
002060* LINES, STUDENTS WITH BIRTH DATE, AGE-GRADE LAG.          *
002070*----------------------------------------------------------*
002080 01  WS-TURMA-TABLE-QTD         PIC 9(04) COMP VALUE ZERO.
002090 01  WS-TURMA-TABLE.
002100     03  WS-TURMA-ENTRY         OCCURS 1 TO 300 TIMES
002110                                DEPENDING ON WS-TURMA-TABLE-QTD
002120                                INDEXED BY WS-TURMA-IDX.
002130         05  WS-TRM-TURMA       PIC X(10).
002140         05  WS-TRM-UNIDADE     PIC X(02).
002150         05  WS-TRM-SERIE       PIC X(10).
002160         05  WS-TRM-CONT        PIC 9(05) COMP OCCURS 8 TIMES.
002170 01  WS-TRM-SUB                 PIC 9(04) COMP VALUE ZERO.
002180*----------------------------------------------------------*
002190* FIVE-YEAR TREND, ONE ENTRY PER UNIT AND SERIE, KEPT IN   *
002200* KEY ORDER; ANO (1) IS THE OLDEST YEAR.                   *
002210*----------------------------------------------------------*
002220 01  WS-TND-TABLE-QTD           PIC 9(04) COMP VALUE ZERO.
002230 01  WS-TND-TABLE.
002240     03  WS-TND-ENTRY           OCCURS 1 TO 200 TIMES
002250                                DEPENDING ON WS-TND-TABLE-QTD
002260                                INDEXED BY WS-TND-IDX.
002270         05  WS-TND-CHAVE.
002280             07  WS-TND-UNIDADE PIC X(02).
002290             07  WS-TND-SERIE   PIC X(10).
002300         05  WS-TND-ANOS.
002310             07  WS-TND-ANO     OCCURS 5 TIMES.
002320                 09  WS-TND-CONT
002330                                PIC 9(07) COMP OCCURS 8 TIMES.
002340 01  WS-TND-NOVA-CHAVE.
002350     03  WS-TNN-UNIDADE         PIC X(02).
002360     03  WS-TNN-SERIE           PIC X(10).
002370 01  WS-TND-POS                 PIC 9(04) COMP VALUE ZERO.
002380 01  WS-TND-MOV                 PIC 9(04) COMP VALUE ZERO.
002390 01  WS-TND-SUB                 PIC 9(04) COMP VALUE ZERO.
002400*----------------------------------------------------------*
002410* FIVE-YEAR BLOCKS: UNIT TOTAL, SCHOOL TOTAL AND THE ONE   *
002420* BEING PRINTED (SAME SHAPE AS WS-TND-ANOS).               *
002430*----------------------------------------------------------*
002440 01  WS-BLK-UNIDADE.
002450     03  WS-BLU-ANO             OCCURS 5 TIMES.
002460         05  WS-BLU-CONT        PIC 9(07) COMP OCCURS 8 TIMES.
002470 01  WS-BLK-ESCOLA.
002480     03  WS-BLE-ANO             OCCURS 5 TIMES.
002490         05  WS-BLE-CONT        PIC 9(07) COMP OCCURS 8 TIMES.
002500 01  WS-BLK-IMPRIME.
002510     03  WS-BLP-ANO             OCCURS 5 TIMES.
002520         05  WS-BLP-CONT        PIC 9(07) COMP OCCURS 8 TIMES.
002530 01  WS-BLK-TIPO                PIC X(01) VALUE SPACE.
002540 01  WS-BLK-UNIDADE-ROT         PIC X(02) VALUE SPACES.
002550 01  WS-BLK-SERIE-ROT           PIC X(12) VALUE SPACES.
002560*----------------------------------------------------------*
002570* YEAR REPORT ACCUMULATORS (SERIE, UNIT, SCHOOL) AND THE   *
002580* COUNTERS THE RATES ARE COMPUTED FROM                     *
002590*----------------------------------------------------------*
002600 01  WS-ACM-SERIE.
002610     03  WS-ACS-CONT            PIC 9(07) COMP OCCURS 8 TIMES.
002620 01  WS-ACM-UNIDADE.
002630     03  WS-ACU-CONT            PIC 9(07) COMP OCCURS 8 TIMES.
002640 01  WS-ACM-ESCOLA.
002650     03  WS-ACE-CONT            PIC 9(07) COMP OCCURS 8 TIMES.
002660 01  WS-CALCULO.
002670     03  WS-CLC-CONT            PIC 9(07) COMP OCCURS 8 TIMES.
002680 01  WS-CLC-BASE                PIC 9(07) COMP VALUE ZERO.
002690 01  WS-TX-NUMERADOR            PIC 9(07) COMP VALUE ZERO.
002700 01  WS-TX-DENOMINADOR          PIC 9(07) COMP VALUE ZERO.
002710 01  WS-TX-VAZIO                PIC X(05) VALUE SPACES.
002720 01  WS-TX-EDITADA              PIC ZZ9.9.
002730 01  WS-TAXAS.
002740     03  WS-TAXA                OCCURS 5 TIMES.
002750         05  WS-TX-VALOR        PIC 9(03)V9.
002760         05  WS-TX-TEXTO        PIC X(05).
002770*----------------------------------------------------------*
002780* REPORT LINES                                             *
002790*----------------------------------------------------------*
002800 01  WS-IND-TITULO.
002810     03  FILLER                 PIC X(40) VALUE
002820         "INDICADORES DE RENDIMENTO -- ANO LETIVO ".
002830     03  WS-TIT-ANO             PIC 9(04).
002840     03  FILLER                 PIC X(14) VALUE
002850         "   APURADO EM ".
002860     03  WS-TIT-DATA            PIC 9(08).
002870 01  WS-IND-CABEC-1.
002880     03  FILLER                 PIC X(25) VALUE
002890         "UN SERIE      TURMA".
002900     03  FILLER                 PIC X(33) VALUE
002910         "APROV REPROV  ABAND TRANSF   BASE".
002920     03  FILLER                 PIC X(40) VALUE
002930         "  %APR  %REP  %ABA %REPD %DIST".
002940 01  WS-IND-CABEC-2.
002950     03  FILLER                 PIC X(40) VALUE
002960         "BASE = APROV + REPROV + ABAND;  %REPD =".
002970     03  FILLER                 PIC X(40) VALUE
002980         " LINHAS FINALRES REPROVADAS;  %DIST =".
002990     03  FILLER                 PIC X(40) VALUE
003000         " DISTORCAO IDADE-SERIE".
003010 01  WS-IND-LINE.
003020     03  WS-INL-UNIDADE         PIC X(02).
003030     03  FILLER                 PIC X(01) VALUE SPACE.
003040     03  WS-INL-SERIE           PIC X(10).
003050     03  FILLER                 PIC X(01) VALUE SPACE.
003060     03  WS-INL-TURMA           PIC X(10).
003070     03  FILLER                 PIC X(01) VALUE SPACE.
003080     03  WS-INL-APROV           PIC ZZZZ9.
003090     03  FILLER                 PIC X(02) VALUE SPACES.
003100     03  WS-INL-REPROV          PIC ZZZZ9.
003110     03  FILLER                 PIC X(02) VALUE SPACES.
003120     03  WS-INL-ABAND           PIC ZZZZ9.
003130     03  FILLER                 PIC X(02) VALUE SPACES.
003140     03  WS-INL-TRANSF          PIC ZZZZ9.
003150     03  FILLER                 PIC X(02) VALUE SPACES.
003160     03  WS-INL-BASE            PIC ZZZZ9.
003170     03  WS-INL-TAXA            OCCURS 5 TIMES.
003180         05  FILLER             PIC X(01).
003190         05  WS-INL-TX          PIC X(05).
003200 01  WS-TND-TITULO.
003210     03  FILLER                 PIC X(45) VALUE
003220         "TENDENCIA DOS ULTIMOS CINCO ANOS LETIVOS (%)".
003230 01  WS-TND-CABEC.
003240     03  FILLER                 PIC X(32) VALUE
003250         "UN SERIE        INDICADOR".
003260     03  WS-TDC-ANOS            PIC X(45) VALUE SPACES.
003270     03  WS-TDC-ANO-TAB REDEFINES WS-TDC-ANOS.
003280         05  WS-TDC-ANO-COL     OCCURS 5 TIMES.
003290             07  FILLER         PIC X(05).
003300             07  WS-TDC-ANO     PIC 9(04).
003310 01  WS-TND-LINHAS.
003320     03  WS-TND-LINHA           OCCURS 5 TIMES.
003330         05  WS-TDL-UNIDADE     PIC X(02).
003340         05  FILLER             PIC X(01).
003350         05  WS-TDL-SERIE       PIC X(12).
003360         05  FILLER             PIC X(01).
003370         05  WS-TDL-INDICADOR   PIC X(16).
003380         05  WS-TDL-CELULA      OCCURS 5 TIMES.
003390             07  FILLER         PIC X(04).
003400             07  WS-TDL-TX      PIC X(05).
003410 01  WS-TND-ROTULOS.
003420     03  FILLER                 PIC X(16) VALUE "APROVACAO".
003430     03  FILLER                 PIC X(16) VALUE "REPROVACAO".
003440     03  FILLER                 PIC X(16) VALUE "ABANDONO".
003450     03  FILLER                 PIC X(16) VALUE
003460         "REPROV. MATERIAS".
003470     03  FILLER                 PIC X(16) VALUE
003480         "DISTORCAO ID-SER".
003490 01  WS-TND-ROTULO-TAB REDEFINES WS-TND-ROTULOS.
003500     03  WS-TND-ROTULO          PIC X(16) OCCURS 5 TIMES.
003510*----------------------------------------------------------*
003520* DIOCESE EXTRACT RECORD (INDEXTR, 80 BYTES)               *
003530*----------------------------------------------------------*
003540 01  WS-EXTRATO-REC.
003550     03  WS-EXT-TIPO            PIC X(01).
003560     03  WS-EXT-ANO             PIC 9(04).
003570     03  WS-EXT-UNIDADE         PIC X(02).
003580     03  WS-EXT-SERIE           PIC X(10).
003590     03  WS-EXT-BASE            PIC 9(05).
003600     03  WS-EXT-APROVADOS       PIC 9(05).
003610     03  WS-EXT-REPROVADOS      PIC 9(05).
003620     03  WS-EXT-ABANDONOS       PIC 9(05).
003630     03  WS-EXT-TRANSFERIDOS    PIC 9(05).
003640     03  WS-EXT-TX-APROVACAO    PIC 9(03)V9.
003650     03  WS-EXT-TX-REPROVACAO   PIC 9(03)V9.
003660     03  WS-EXT-TX-ABANDONO     PIC 9(03)V9.
003670     03  WS-EXT-TX-DISTORCAO    PIC 9(03)V9.
003680     03  WS-EXT-DIST-INFORMADA  PIC X(01).
003690     03  FILLER                 PIC X(21).
003700 PROCEDURE DIVISION.
003710 0000-MAIN-PROCEDURE.
003720     PERFORM 1000-INITIALIZE THRU 1000-EXIT
003730     IF APURA-ANO
003740        PERFORM 2000-LE-HISTORICO THRU 2000-EXIT
003750            UNTIL FIM-DO-HIST
003760        PERFORM 3000-LE-DECISAO THRU 3000-EXIT
003770            UNTIL FIM-DA-DECISAO
003780        PERFORM 3500-LANCA-SAIDA THRU 3500-EXIT
003790            VARYING WS-SAI-SUB FROM 1 BY 1
003800            UNTIL WS-SAI-SUB > WS-SAIDA-TABLE-QTD
003810        PERFORM 4000-LE-RESULTADO THRU 4000-EXIT
003820            UNTIL FIM-DO-RESULTADO
003830        PERFORM 5000-GRAVA-INDICADORES THRU 5000-EXIT
003840     END-IF
003850     PERFORM 6000-RELATORIO-ANO THRU 6000-EXIT
003860     PERFORM 7000-TENDENCIA THRU 7000-EXIT
003870     PERFORM 9000-FINALIZE THRU 9000-EXIT
003880     STOP RUN.
003890*----------------------------------------------------------*
003900* 1000-INITIALIZE -- THE YEAR TO MEASURE (SYSIN, BLANK =   *
003910*     THE SYSTEM-DATE YEAR), THEN THE FILES. INDHIST IS    *
003920*     CREATED ON FIRST USE; WITHOUT PROMODEC THE YEAR IS   *
003930*     NOT MEASURED AND ONLY THE HISTORY IS REPORTED.       *
003940*----------------------------------------------------------*
003950 1000-INITIALIZE.
003960     ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
003970     MOVE SPACES TO WS-PARM-LINE
003980     ACCEPT WS-PARM-LINE
003990     EVALUATE TRUE
004000         WHEN WS-PRM-ANO-X = SPACES
004010             MOVE WS-DATA-SISTEMA (1:4) TO WS-ANO-APURACAO
004020         WHEN WS-PRM-ANO-X IS NUMERIC
004030             MOVE WS-PRM-ANO TO WS-ANO-APURACAO
004040         WHEN OTHER
004050             DISPLAY "ANO LETIVO INVALIDO NO SYSIN: "
004060                 WS-PRM-ANO-X
004070             MOVE 8 TO RETURN-CODE
004080             STOP RUN
004090     END-EVALUATE
004100     COMPUTE WS-ANO-INICIAL = WS-ANO-APURACAO - 4
004110     OPEN I-O INDIC-HIST-FILE
004120     IF WS-IND-HIST-STATUS = "35"
004130        OPEN OUTPUT INDIC-HIST-FILE
004140        CLOSE INDIC-HIST-FILE
004150        OPEN I-O INDIC-HIST-FILE
004160     END-IF
004170     IF WS-IND-HIST-STATUS NOT = "00"
004180        DISPLAY "INDHIST NAO PODE SER ABERTO, STATUS: "
004190            WS-IND-HIST-STATUS
004200        MOVE 12 TO RETURN-CODE
004210        STOP RUN
004220     END-IF
004230     OPEN INPUT TURMA-MASTER-FILE
004240     IF WS-TUR-MASTER-STATUS = "00"
004250        SET TURMAS-ABERTO TO TRUE
004260     ELSE
004270        DISPLAY "TURMAST NAO DISPONIVEL -- UNIDADE E SERIE "
004280            "EM BRANCO, STATUS: " WS-TUR-MASTER-STATUS
004290     END-IF
004300     OPEN INPUT PROMO-DECISION-FILE
004310     IF WS-PROMODEC-STATUS = "00"
004320        SET APURA-ANO TO TRUE
004330     ELSE
004340        DISPLAY "PROMODEC AUSENTE -- ANO " WS-ANO-APURACAO
004350            " NAO APURADO, SO A TENDENCIA"
004360        MOVE 4 TO RETURN-CODE
004370        GO TO 1000-ABRE-SAIDAS
004380     END-IF
004390     OPEN INPUT STAT-HIST-FILE
004400     IF WS-STHIST-STATUS = "00"
004410        SET HIST-ABERTO TO TRUE
004420     ELSE
004430        DISPLAY "STATHIST AUSENTE -- SEM ABANDONOS E "
004440            "TRANSFERENCIAS"
004450        SET FIM-DO-HIST TO TRUE
004460     END-IF
004470     OPEN INPUT FINAL-RESULT-FILE
004480     IF WS-FINALRES-STATUS = "00"
004490        SET RESULTADO-ABERTO TO TRUE
004500     ELSE
004510        DISPLAY "FINALRES AUSENTE -- SEM REPROVACAO POR MATERIA"
004520        SET FIM-DO-RESULTADO TO TRUE
004530     END-IF
004530     OPEN INPUT DOCUM-MASTER-FILE
004530     IF WS-DOC-MASTER-STATUS = "00"
004530        SET DOCMAST-ABERTO TO TRUE
004530     ELSE
004530        DISPLAY "DOCMAST AUSENTE -- DISTORCAO IDADE-SERIE N/D"
004530     END-IF
004540     .
004550 1000-ABRE-SAIDAS.
004560     OPEN OUTPUT INDIC-REPORT-FILE
004570     OPEN OUTPUT INDIC-EXTRACT-FILE
004580     .
004590 1000-EXIT.
004600     EXIT.
004610*----------------------------------------------------------*
004620* 2000-LE-HISTORICO -- STATUS MOVES DATED IN THE YEAR. THE *
004630*     LAST ONE PER STUDENT WINS: TO TRANCADO OR DESLIGADO  *
004640*     IS A DEPARTURE (TRANSFER OUT WHEN THE MOTIVO IS      *
004650*     TRSF), BACK TO ATIVO CANCELS AN EARLIER DEPARTURE.   *
004660*----------------------------------------------------------*
004670 2000-LE-HISTORICO.
004680     READ STAT-HIST-FILE
004690         AT END
004700             SET FIM-DO-HIST TO TRUE
004710             GO TO 2000-EXIT
004720     END-READ
004730     IF MED-STH-DATA (1:4) NOT = WS-ANO-APURACAO-X
004740        GO TO 2000-EXIT
004750     END-IF
004760     IF MED-STH-STATUS-PARA NOT = 'T'
004770        AND MED-STH-STATUS-PARA NOT = 'D'
004780        AND MED-STH-STATUS-PARA NOT = 'A'
004790        GO TO 2000-EXIT
004800     END-IF
004810     ADD 1 TO WS-CONT-HIST-ANO
004820     MOVE MED-STH-ALUNO-ID TO WS-ALUNO-PROCURA
004830     PERFORM 2100-ACHA-SAIDA THRU 2100-EXIT
004840     IF NOT ACHOU-SAIDA
004850        IF MED-STH-STATUS-PARA = 'A'
004860           GO TO 2000-EXIT
004870        END-IF
004880        IF WS-SAIDA-TABLE-QTD >= 3000
004890           DISPLAY "TABELA DE SAIDAS CHEIA (3000) -- AUMENTE "
004900               "WS-SAIDA-TABLE"
004910           MOVE 8 TO RETURN-CODE
004920           STOP RUN
004930        END-IF
004940        ADD 1 TO WS-SAIDA-TABLE-QTD
004950        SET WS-SAIDA-IDX TO WS-SAIDA-TABLE-QTD
004960        MOVE MED-STH-ALUNO-ID TO WS-SAI-ALUNO-ID (WS-SAIDA-IDX)
004970     END-IF
004980     MOVE MED-STH-TURMA TO WS-SAI-TURMA (WS-SAIDA-IDX)
004990     EVALUATE TRUE
005000         WHEN MED-STH-STATUS-PARA = 'A'
005010             SET SAI-RETORNO (WS-SAIDA-IDX) TO TRUE
005020         WHEN MED-STH-MOTIVO = "TRSF"
005030             SET SAI-TRANSFERENCIA (WS-SAIDA-IDX) TO TRUE
005040         WHEN OTHER
005050             SET SAI-ABANDONO (WS-SAIDA-IDX) TO TRUE
005060     END-EVALUATE
005070     .
005080 2000-EXIT.
005090     EXIT.
005100 2100-ACHA-SAIDA.
005110     MOVE 'N' TO WS-SAIDA-ACHOU
005120     IF WS-SAIDA-TABLE-QTD = ZERO
005130        GO TO 2100-EXIT
005140     END-IF
005150     SET WS-SAIDA-IDX TO 1
005160     SEARCH WS-SAIDA-ENTRY
005170         VARYING WS-SAIDA-IDX
005180         AT END
005190             CONTINUE
005200         WHEN WS-SAI-ALUNO-ID (WS-SAIDA-IDX) = WS-ALUNO-PROCURA
005210             SET ACHOU-SAIDA TO TRUE
005220     END-SEARCH
005230     .
005240 2100-EXIT.
005250     EXIT.
005260*----------------------------------------------------------*
005270* 2900-ACHA-TURMA -- THE YEAR-TABLE ENTRY FOR              *
005280*     WS-TURMA-PROCURA, ADDED ON FIRST SIGHT WITH ITS UNIT *
005290*     AND SERIE OFF TURMAST.                               *
005300*----------------------------------------------------------*
005310 2900-ACHA-TURMA.
005320     MOVE 'N' TO WS-TURMA-ACHOU
005330     IF WS-TURMA-TABLE-QTD > ZERO
005340        SET WS-TURMA-IDX TO 1
005350        SEARCH WS-TURMA-ENTRY
005360            VARYING WS-TURMA-IDX
005370            AT END
005380                CONTINUE
005390            WHEN WS-TRM-TURMA (WS-TURMA-IDX) = WS-TURMA-PROCURA
005400                SET ACHOU-TURMA TO TRUE
005410        END-SEARCH
005420     END-IF
005430     IF ACHOU-TURMA
005440        GO TO 2900-EXIT
005450     END-IF
005460     IF WS-TURMA-TABLE-QTD >= 300
005470        DISPLAY "TABELA DE TURMAS CHEIA (300) -- AUMENTE "
005480            "WS-TURMA-TABLE"
005490        MOVE 8 TO RETURN-CODE
005500        STOP RUN
005510     END-IF
005520     ADD 1 TO WS-TURMA-TABLE-QTD
005530     SET WS-TURMA-IDX TO WS-TURMA-TABLE-QTD
005540     MOVE WS-TURMA-PROCURA TO WS-TRM-TURMA (WS-TURMA-IDX)
005550     MOVE SPACES TO WS-TRM-UNIDADE (WS-TURMA-IDX)
005560     MOVE SPACES TO WS-TRM-SERIE (WS-TURMA-IDX)
005570     PERFORM 2950-ZERA-TURMA THRU 2950-EXIT
005580         VARYING WS-CONT-SUB FROM 1 BY 1
005590         UNTIL WS-CONT-SUB > 8
005600     IF NOT TURMAS-ABERTO
005610        GO TO 2900-EXIT
005620     END-IF
005630     MOVE WS-TURMA-PROCURA TO MED-TUR-CODIGO
005640     READ TURMA-MASTER-FILE
005650         INVALID KEY
005660             ADD 1 TO WS-CONT-SEM-TURMAST
005670             DISPLAY "TURMA SEM CADASTRO NO TURMAST: "
005680                 WS-TURMA-PROCURA
005690         NOT INVALID KEY
005700             MOVE MED-TUR-UNIDADE TO WS-TRM-UNIDADE (WS-TURMA-IDX)
005710             MOVE MED-TUR-PERIODO TO WS-TRM-SERIE (WS-TURMA-IDX)
005720     END-READ
005730     .
005740 2900-EXIT.
005750     EXIT.
005760 2950-ZERA-TURMA.
005770     MOVE ZERO TO WS-TRM-CONT (WS-TURMA-IDX, WS-CONT-SUB)
005780     .
005790 2950-EXIT.
005800     EXIT.
005810*----------------------------------------------------------*
005820* 3000-LE-DECISAO -- ONE PROMODEC DECISION INTO ITS TURMA: *
005830*     APROVADO OR RETIDO. A STUDENT WHO LEFT DURING THE    *
005840*     YEAR IS COUNTED BY THE DEPARTURE INSTEAD.            *
005850*----------------------------------------------------------*
005860 3000-LE-DECISAO.
005870     READ PROMO-DECISION-FILE
005880         AT END
005890             SET FIM-DA-DECISAO TO TRUE
005900             GO TO 3000-EXIT
005910     END-READ
005920     MOVE PROMO-DECISION-REC TO WS-DECISAO-LINE
005930     IF WS-DEC-ALUNO-ID IS NOT NUMERIC
005940        GO TO 3000-EXIT
005950     END-IF
005960     ADD 1 TO WS-CONT-DECISOES
005970     MOVE WS-DEC-ALUNO-ID TO WS-ALUNO-PROCURA
005980     PERFORM 2100-ACHA-SAIDA THRU 2100-EXIT
005990     IF ACHOU-SAIDA
006000        AND NOT SAI-RETORNO (WS-SAIDA-IDX)
006010        ADD 1 TO WS-CONT-DEC-SAIDA
006020        GO TO 3000-EXIT
006030     END-IF
006040     MOVE WS-DEC-TURMA TO WS-TURMA-PROCURA
006050     EVALUATE WS-DEC-DECISAO
006060         WHEN "APROVADO"
006070             PERFORM 2900-ACHA-TURMA THRU 2900-EXIT
006080             ADD 1 TO WS-TRM-CONT (WS-TURMA-IDX, 1)
006090         WHEN "RETIDO"
006100             PERFORM 2900-ACHA-TURMA THRU 2900-EXIT
006110             ADD 1 TO WS-TRM-CONT (WS-TURMA-IDX, 2)
006120         WHEN OTHER
006130             ADD 1 TO WS-CONT-DEC-IGNORADAS
006130             GO TO 3000-EXIT
006140     END-EVALUATE
006140     PERFORM 3100-IDADE-SERIE THRU 3100-EXIT
006150     .
006160 3000-EXIT.
006170     EXIT.
006180*----------------------------------------------------------*
006190* 3100-IDADE-SERIE -- THE DECIDED STUDENT'S AGE AT 31      *
006190*     MARCH OF THE YEAR AGAINST THE SERIE OF THE TURMA:    *
006190*     COUNTED WITH A BIRTH DATE (7) AND LAGGING WHEN TWO   *
006190*     OR MORE YEARS ABOVE THE EXPECTED n + 5 (8). A SERIE  *
006190*     NOT IN THE "n ANO" FORM IS LEFT OUT OF BOTH.         *
006190*----------------------------------------------------------*
006190 3100-IDADE-SERIE.
006190     IF NOT DOCMAST-ABERTO
006190        GO TO 3100-EXIT
006190     END-IF
006190     IF WS-TRM-SERIE (WS-TURMA-IDX) (1:1) IS NOT NUMERIC
006190        GO TO 3100-EXIT
006190     END-IF
006190     MOVE WS-TRM-SERIE (WS-TURMA-IDX) (1:1) TO WS-SERIE-ORDINAL
006190     MOVE WS-DEC-ALUNO-ID TO MED-DOC-ALUNO-ID
006190     READ DOCUM-MASTER-FILE
006190         INVALID KEY
006190             MOVE ZERO TO MED-DOC-DATA-NASCIMENTO
006190     END-READ
006190     IF MED-DOC-DATA-NASCIMENTO = ZERO
006190        OR MED-DOC-NASC-ANO > WS-ANO-APURACAO
006190        ADD 1 TO WS-CONT-SEM-NASCIMENTO
006190        GO TO 3100-EXIT
006190     END-IF
006190     ADD 1 TO WS-TRM-CONT (WS-TURMA-IDX, 7)
006190     COMPUTE WS-IDADE = WS-ANO-APURACAO - MED-DOC-NASC-ANO
006190     IF MED-DOC-NASC-MES > 3
006190        AND WS-IDADE > ZERO
006190        SUBTRACT 1 FROM WS-IDADE
006190     END-IF
006190     IF WS-IDADE >= WS-SERIE-ORDINAL + 7
006190        ADD 1 TO WS-TRM-CONT (WS-TURMA-IDX, 8)
006190     END-IF
006190     .
006190 3100-EXIT.
006190     EXIT.
006190*----------------------------------------------------------*
006190* 3500-LANCA-SAIDA -- EACH DEPARTURE INTO THE TURMA THE    *
006200*     STUDENT LEFT FROM.                                   *
006210*----------------------------------------------------------*
006220 3500-LANCA-SAIDA.
006230     SET WS-SAIDA-IDX TO WS-SAI-SUB
006240     IF SAI-RETORNO (WS-SAIDA-IDX)
006250        GO TO 3500-EXIT
006260     END-IF
006270     MOVE WS-SAI-TURMA (WS-SAIDA-IDX) TO WS-TURMA-PROCURA
006280     PERFORM 2900-ACHA-TURMA THRU 2900-EXIT
006290     IF SAI-TRANSFERENCIA (WS-SAIDA-IDX)
006300        ADD 1 TO WS-TRM-CONT (WS-TURMA-IDX, 4)
006310        ADD 1 TO WS-CONT-TRANSFERIDOS
006320     ELSE
006330        ADD 1 TO WS-TRM-CONT (WS-TURMA-IDX, 3)
006340        ADD 1 TO WS-CONT-ABANDONOS
006350     END-IF
006360     .
006370 3500-EXIT.
006380     EXIT.
006390*----------------------------------------------------------*
006400* 4000-LE-RESULTADO -- ONE FINALRES MATERIA LINE INTO ITS  *
006410*     TURMA, AND ONE MORE REPROVADO LINE WHEN IT SAYS SO.  *
006420*----------------------------------------------------------*
006430 4000-LE-RESULTADO.
006440     READ FINAL-RESULT-FILE
006450         AT END
006460             SET FIM-DO-RESULTADO TO TRUE
006470             GO TO 4000-EXIT
006480     END-READ
006490     MOVE FINAL-RESULT-REC TO WS-FINAL-LINE
006500     IF WS-FIN-ALUNO-ID IS NOT NUMERIC
006510        GO TO 4000-EXIT
006520     END-IF
006530     ADD 1 TO WS-CONT-RES-LINHAS
006540     MOVE WS-FIN-TURMA TO WS-TURMA-PROCURA
006550     PERFORM 2900-ACHA-TURMA THRU 2900-EXIT
006560     ADD 1 TO WS-TRM-CONT (WS-TURMA-IDX, 5)
006570     IF WS-FIN-SITUACAO (1:9) = "REPROVADO"
006580        ADD 1 TO WS-TRM-CONT (WS-TURMA-IDX, 6)
006590     END-IF
006600     .
006610 4000-EXIT.
006620     EXIT.
006630*----------------------------------------------------------*
006640* 5000-GRAVA-INDICADORES -- THE YEAR'S OLD INDHIST RECORDS *
006650*     GO FIRST, SO A RERUN REPLACES THE YEAR; THEN ONE     *
006660*     RECORD PER TURMA.                                    *
006670*----------------------------------------------------------*
006680 5000-GRAVA-INDICADORES.
006690     MOVE LOW-VALUES TO MED-IND-CHAVE
006700     MOVE WS-ANO-APURACAO TO MED-IND-ANO
006710     MOVE 'N' TO WS-EOF-INDIC
006720     START INDIC-HIST-FILE KEY NOT LESS MED-IND-CHAVE
006730         INVALID KEY
006740             SET FIM-DO-INDIC TO TRUE
006750     END-START
006760     PERFORM 5100-APAGA-ANTERIOR THRU 5100-EXIT
006770         UNTIL FIM-DO-INDIC
006780     PERFORM 5200-GRAVA-TURMA THRU 5200-EXIT
006790         VARYING WS-TRM-SUB FROM 1 BY 1
006800         UNTIL WS-TRM-SUB > WS-TURMA-TABLE-QTD
006810     .
006820 5000-EXIT.
006830     EXIT.
006840 5100-APAGA-ANTERIOR.
006850     READ INDIC-HIST-FILE NEXT RECORD
006860         AT END
006870             SET FIM-DO-INDIC TO TRUE
006880             GO TO 5100-EXIT
006890     END-READ
006900     IF MED-IND-ANO NOT = WS-ANO-APURACAO
006910        SET FIM-DO-INDIC TO TRUE
006920        GO TO 5100-EXIT
006930     END-IF
006940     DELETE INDIC-HIST-FILE RECORD
006950         INVALID KEY
006960             DISPLAY "INDHIST NAO EXCLUIDO: " MED-IND-CHAVE
006970         NOT INVALID KEY
006980             ADD 1 TO WS-CONT-APAGADOS
006990     END-DELETE
007000     .
007010 5100-EXIT.
007020     EXIT.
007030 5200-GRAVA-TURMA.
007040     SET WS-TURMA-IDX TO WS-TRM-SUB
007050     MOVE SPACES TO MED-INDICADOR-REC
007060     MOVE WS-ANO-APURACAO TO MED-IND-ANO
007070     MOVE WS-TRM-UNIDADE (WS-TURMA-IDX) TO MED-IND-UNIDADE
007080     MOVE WS-TRM-SERIE (WS-TURMA-IDX)   TO MED-IND-SERIE
007090     MOVE WS-TRM-TURMA (WS-TURMA-IDX)   TO MED-IND-TURMA
007100     PERFORM 5250-MOVE-CONTADOR THRU 5250-EXIT
007110         VARYING WS-CONT-SUB FROM 1 BY 1
007120         UNTIL WS-CONT-SUB > 8
007130     MOVE WS-DATA-SISTEMA TO MED-IND-DATA-APURACAO
007140     WRITE MED-INDICADOR-REC
007150         INVALID KEY
007160             DISPLAY "INDHIST NAO GRAVADO: " MED-IND-CHAVE
007170                 " STATUS: " WS-IND-HIST-STATUS
007180         NOT INVALID KEY
007190             ADD 1 TO WS-CONT-GRAVADOS
007200     END-WRITE
007210     .
007220 5200-EXIT.
007230     EXIT.
007240 5250-MOVE-CONTADOR.
007250     MOVE WS-TRM-CONT (WS-TURMA-IDX, WS-CONT-SUB)
007260         TO MED-IND-CONT (WS-CONT-SUB)
007270     .
007280 5250-EXIT.
007290     EXIT.
007300*----------------------------------------------------------*
007310* 6000-RELATORIO-ANO -- THE YEAR OFF INDHIST IN KEY ORDER  *
007320*     (UNIT, SERIE, TURMA): ONE LINE PER TURMA, A TOTAL    *
007330*     PER SERIE AND PER UNIT, THE SCHOOL TOTAL AT THE END. *
007340*----------------------------------------------------------*
007350 6000-RELATORIO-ANO.
007360     MOVE WS-ANO-APURACAO TO WS-TIT-ANO
007370     MOVE WS-DATA-SISTEMA TO WS-TIT-DATA
007380     MOVE WS-IND-TITULO TO INDIC-REPORT-REC
007390     WRITE INDIC-REPORT-REC
007400     MOVE SPACES TO INDIC-REPORT-REC
007410     WRITE INDIC-REPORT-REC
007420     MOVE WS-IND-CABEC-1 TO INDIC-REPORT-REC
007430     WRITE INDIC-REPORT-REC
007440     MOVE WS-IND-CABEC-2 TO INDIC-REPORT-REC
007450     WRITE INDIC-REPORT-REC
007460     MOVE SPACES TO INDIC-REPORT-REC
007470     WRITE INDIC-REPORT-REC
007480     INITIALIZE WS-ACM-SERIE WS-ACM-UNIDADE WS-ACM-ESCOLA
007490     MOVE LOW-VALUES TO MED-IND-CHAVE
007500     MOVE WS-ANO-APURACAO TO MED-IND-ANO
007510     MOVE 'N' TO WS-EOF-INDIC
007520     START INDIC-HIST-FILE KEY NOT LESS MED-IND-CHAVE
007530         INVALID KEY
007540             SET FIM-DO-INDIC TO TRUE
007550     END-START
007560     PERFORM 6100-LE-TURMA-ANO THRU 6100-EXIT
007570         UNTIL FIM-DO-INDIC
007580     IF WS-QTD-TURMAS-ANO = ZERO
007590        MOVE "NENHUM INDICADOR APURADO PARA O ANO LETIVO"
007600            TO INDIC-REPORT-REC
007610        WRITE INDIC-REPORT-REC
007620        GO TO 6000-EXIT
007630     END-IF
007640     PERFORM 6300-FECHA-SERIE THRU 6300-EXIT
007650     PERFORM 6400-FECHA-UNIDADE THRU 6400-EXIT
007660     MOVE WS-ACM-ESCOLA TO WS-CALCULO
007670     MOVE SPACES TO WS-IND-LINE
007680     MOVE "TOT.ESCOLA" TO WS-INL-SERIE
007690     PERFORM 6900-IMPRIME-LINHA THRU 6900-EXIT
007700     .
007710 6000-EXIT.
007720     EXIT.
007730 6100-LE-TURMA-ANO.
007740     READ INDIC-HIST-FILE NEXT RECORD
007750         AT END
007760             SET FIM-DO-INDIC TO TRUE
007770             GO TO 6100-EXIT
007780     END-READ
007790     IF MED-IND-ANO NOT = WS-ANO-APURACAO
007800        SET FIM-DO-INDIC TO TRUE
007810        GO TO 6100-EXIT
007820     END-IF
007830     IF WS-QTD-TURMAS-ANO > ZERO
007840        IF MED-IND-UNIDADE NOT = WS-UNIDADE-ANTERIOR
007850           PERFORM 6300-FECHA-SERIE THRU 6300-EXIT
007860           PERFORM 6400-FECHA-UNIDADE THRU 6400-EXIT
007870        ELSE
007880           IF MED-IND-SERIE NOT = WS-SERIE-ANTERIOR
007890              PERFORM 6300-FECHA-SERIE THRU 6300-EXIT
007900           END-IF
007910        END-IF
007920     END-IF
007930     ADD 1 TO WS-QTD-TURMAS-ANO
007940     MOVE MED-IND-UNIDADE TO WS-UNIDADE-ANTERIOR
007950     MOVE MED-IND-SERIE   TO WS-SERIE-ANTERIOR
007960     PERFORM 6150-SOMA-TURMA THRU 6150-EXIT
007970         VARYING WS-CONT-SUB FROM 1 BY 1
007980         UNTIL WS-CONT-SUB > 8
007990     MOVE SPACES TO WS-IND-LINE
008000     MOVE MED-IND-UNIDADE TO WS-INL-UNIDADE
008010     MOVE MED-IND-SERIE   TO WS-INL-SERIE
008020     MOVE MED-IND-TURMA   TO WS-INL-TURMA
008030     PERFORM 6900-IMPRIME-LINHA THRU 6900-EXIT
008040     .
008050 6100-EXIT.
008060     EXIT.
008070 6150-SOMA-TURMA.
008080     MOVE MED-IND-CONT (WS-CONT-SUB) TO WS-CLC-CONT (WS-CONT-SUB)
008090     ADD MED-IND-CONT (WS-CONT-SUB) TO WS-ACS-CONT (WS-CONT-SUB)
008100     .
008110 6150-EXIT.
008120     EXIT.
008130*----------------------------------------------------------*
008140* 6300-FECHA-SERIE / 6400-FECHA-UNIDADE -- TOTAL LINE FOR  *
008150*     THE SERIE (UNIT) JUST ENDED, ROLLED INTO THE LEVEL   *
008160*     ABOVE AND CLEARED.                                   *
008170*----------------------------------------------------------*
008180 6300-FECHA-SERIE.
008190     MOVE WS-ACM-SERIE TO WS-CALCULO
008200     MOVE SPACES TO WS-IND-LINE
008210     MOVE WS-UNIDADE-ANTERIOR TO WS-INL-UNIDADE
008220     MOVE WS-SERIE-ANTERIOR   TO WS-INL-SERIE
008230     MOVE "TOTAL"             TO WS-INL-TURMA
008240     PERFORM 6900-IMPRIME-LINHA THRU 6900-EXIT
008250     MOVE SPACES TO INDIC-REPORT-REC
008260     WRITE INDIC-REPORT-REC
008270     PERFORM 6350-ACUMULA-SERIE THRU 6350-EXIT
008280         VARYING WS-CONT-SUB FROM 1 BY 1
008290         UNTIL WS-CONT-SUB > 8
008300     INITIALIZE WS-ACM-SERIE
008310     .
008320 6300-EXIT.
008330     EXIT.
008340 6350-ACUMULA-SERIE.
008350     ADD WS-ACS-CONT (WS-CONT-SUB) TO WS-ACU-CONT (WS-CONT-SUB)
008360     .
008370 6350-EXIT.
008380     EXIT.
008390 6400-FECHA-UNIDADE.
008400     MOVE WS-ACM-UNIDADE TO WS-CALCULO
008410     MOVE SPACES TO WS-IND-LINE
008420     MOVE WS-UNIDADE-ANTERIOR TO WS-INL-UNIDADE
008430     MOVE "TOT.UNID."         TO WS-INL-SERIE
008440     PERFORM 6900-IMPRIME-LINHA THRU 6900-EXIT
008450     MOVE SPACES TO INDIC-REPORT-REC
008460     WRITE INDIC-REPORT-REC
008470     PERFORM 6450-ACUMULA-UNIDADE THRU 6450-EXIT
008480         VARYING WS-CONT-SUB FROM 1 BY 1
008490         UNTIL WS-CONT-SUB > 8
008500     INITIALIZE WS-ACM-UNIDADE
008510     .
008520 6400-EXIT.
008530     EXIT.
008540 6450-ACUMULA-UNIDADE.
008550     ADD WS-ACU-CONT (WS-CONT-SUB) TO WS-ACE-CONT (WS-CONT-SUB)
008560     .
008570 6450-EXIT.
008580     EXIT.
008590*----------------------------------------------------------*
008600* 6900-IMPRIME-LINHA -- COUNTS AND RATES OF WS-CALCULO     *
008610*     INTO THE LINE WHOSE LABELS THE CALLER SET, AND WRITE *
008620*     IT.                                                  *
008630*----------------------------------------------------------*
008640 6900-IMPRIME-LINHA.
008650     PERFORM 6950-CALCULA-TAXAS THRU 6950-EXIT
008660     MOVE WS-CLC-CONT (1) TO WS-INL-APROV
008670     MOVE WS-CLC-CONT (2) TO WS-INL-REPROV
008680     MOVE WS-CLC-CONT (3) TO WS-INL-ABAND
008690     MOVE WS-CLC-CONT (4) TO WS-INL-TRANSF
008700     MOVE WS-CLC-BASE     TO WS-INL-BASE
008710     PERFORM 6910-MOVE-TAXA THRU 6910-EXIT
008720         VARYING WS-TX-SUB FROM 1 BY 1
008730         UNTIL WS-TX-SUB > 5
008740     MOVE WS-IND-LINE TO INDIC-REPORT-REC
008750     WRITE INDIC-REPORT-REC
008760     .
008770 6900-EXIT.
008780     EXIT.
008790 6910-MOVE-TAXA.
008800     MOVE WS-TX-TEXTO (WS-TX-SUB) TO WS-INL-TX (WS-TX-SUB)
008810     .
008820 6910-EXIT.
008830     EXIT.
008840*----------------------------------------------------------*
008850* 6950-CALCULA-TAXAS -- THE FIVE RATES OF WS-CALCULO, AS A *
008860*     VALUE AND AS PRINTABLE TEXT: APROVACAO, REPROVACAO   *
008870*     AND ABANDONO OVER THE BASE, MATERIA REPROVACAO OVER  *
008880*     THE FINALRES LINES, AGE-GRADE LAG OVER THE STUDENTS  *
008890*     WITH A BIRTH DATE (N/D WHEN THERE ARE NONE).         *
008900*----------------------------------------------------------*
008910 6950-CALCULA-TAXAS.
008920     COMPUTE WS-CLC-BASE = WS-CLC-CONT (1) + WS-CLC-CONT (2)
008930                         + WS-CLC-CONT (3)
008940     MOVE WS-CLC-BASE TO WS-TX-DENOMINADOR
008950     MOVE "   --" TO WS-TX-VAZIO
008960     PERFORM 6960-CALCULA-UMA THRU 6960-EXIT
008970         VARYING WS-TX-SUB FROM 1 BY 1
008980         UNTIL WS-TX-SUB > 3
008990     MOVE 4 TO WS-TX-SUB
009000     MOVE WS-CLC-CONT (5) TO WS-TX-DENOMINADOR
009010     PERFORM 6960-CALCULA-UMA THRU 6960-EXIT
009020     MOVE 5 TO WS-TX-SUB
009030     MOVE WS-CLC-CONT (7) TO WS-TX-DENOMINADOR
009040     MOVE "  N/D" TO WS-TX-VAZIO
009050     PERFORM 6960-CALCULA-UMA THRU 6960-EXIT
009060     .
009070 6950-EXIT.
009080     EXIT.
009090 6960-CALCULA-UMA.
009100     EVALUATE WS-TX-SUB
009110         WHEN 4
009120             MOVE WS-CLC-CONT (6) TO WS-TX-NUMERADOR
009130         WHEN 5
009140             MOVE WS-CLC-CONT (8) TO WS-TX-NUMERADOR
009150         WHEN OTHER
009160             MOVE WS-CLC-CONT (WS-TX-SUB) TO WS-TX-NUMERADOR
009170     END-EVALUATE
009180     IF WS-TX-DENOMINADOR = ZERO
009190        MOVE ZERO TO WS-TX-VALOR (WS-TX-SUB)
009200        MOVE WS-TX-VAZIO TO WS-TX-TEXTO (WS-TX-SUB)
009210        GO TO 6960-EXIT
009220     END-IF
009230     COMPUTE WS-TX-VALOR (WS-TX-SUB) ROUNDED =
009240         WS-TX-NUMERADOR * 100 / WS-TX-DENOMINADOR
009250     MOVE WS-TX-VALOR (WS-TX-SUB) TO WS-TX-EDITADA
009260     MOVE WS-TX-EDITADA TO WS-TX-TEXTO (WS-TX-SUB)
009270     .
009280 6960-EXIT.
009290     EXIT.
009300*----------------------------------------------------------*
009310* 7000-TENDENCIA -- INDHIST FROM THE OLDEST OF THE FIVE    *
009320*     YEARS UP TO THE YEAR MEASURED, FOLDED PER UNIT AND   *
009330*     SERIE; THEN ONE BLOCK PER SERIE, A UNIT TOTAL AFTER  *
009340*     EACH UNIT AND THE SCHOOL TOTAL, EACH ALSO WRITTEN TO *
009350*     THE DIOCESE EXTRACT.                                 *
009360*----------------------------------------------------------*
009370 7000-TENDENCIA.
009380     MOVE LOW-VALUES TO MED-IND-CHAVE
009390     MOVE WS-ANO-INICIAL TO MED-IND-ANO
009400     MOVE 'N' TO WS-EOF-INDIC
009410     START INDIC-HIST-FILE KEY NOT LESS MED-IND-CHAVE
009420         INVALID KEY
009430             SET FIM-DO-INDIC TO TRUE
009440     END-START
009450     PERFORM 7100-LE-HISTORIA THRU 7100-EXIT
009460         UNTIL FIM-DO-INDIC
009470     MOVE SPACES TO INDIC-REPORT-REC
009480     WRITE INDIC-REPORT-REC
009490     WRITE INDIC-REPORT-REC
009500     MOVE WS-TND-TITULO TO INDIC-REPORT-REC
009510     WRITE INDIC-REPORT-REC
009520     MOVE SPACES TO INDIC-REPORT-REC
009530     WRITE INDIC-REPORT-REC
009540     IF WS-TND-TABLE-QTD = ZERO
009550        MOVE "NENHUM INDICADOR NO HISTORICO PARA O PERIODO"
009560            TO INDIC-REPORT-REC
009570        WRITE INDIC-REPORT-REC
009580        GO TO 7000-EXIT
009590     END-IF
009600     PERFORM 7050-ANO-COLUNA THRU 7050-EXIT
009610         VARYING WS-ANO-SUB FROM 1 BY 1
009620         UNTIL WS-ANO-SUB > 5
009630     MOVE WS-TND-CABEC TO INDIC-REPORT-REC
009640     WRITE INDIC-REPORT-REC
009650     MOVE SPACES TO INDIC-REPORT-REC
009660     WRITE INDIC-REPORT-REC
009670     INITIALIZE WS-BLK-UNIDADE WS-BLK-ESCOLA
009680     PERFORM 7300-IMPRIME-SERIE THRU 7300-EXIT
009690         VARYING WS-TND-SUB FROM 1 BY 1
009700         UNTIL WS-TND-SUB > WS-TND-TABLE-QTD
009710     PERFORM 7400-FECHA-UNIDADE THRU 7400-EXIT
009720     MOVE WS-BLK-ESCOLA TO WS-BLK-IMPRIME
009730     MOVE 'E' TO WS-BLK-TIPO
009740     MOVE SPACES TO WS-BLK-UNIDADE-ROT
009750     MOVE "TOTAL ESCOLA" TO WS-BLK-SERIE-ROT
009760     PERFORM 7500-IMPRIME-BLOCO THRU 7500-EXIT
009770     .
009780 7000-EXIT.
009790     EXIT.
009800 7050-ANO-COLUNA.
009810     COMPUTE WS-TDC-ANO (WS-ANO-SUB) =
009820         WS-ANO-INICIAL + WS-ANO-SUB - 1
009830     .
009840 7050-EXIT.
009850     EXIT.
009860*----------------------------------------------------------*
009870* 7100-LE-HISTORIA -- ONE INDHIST TURMA-YEAR INTO ITS UNIT *
009880*     AND SERIE ENTRY (INSERTED IN KEY ORDER WHEN NEW).    *
009890*----------------------------------------------------------*
009900 7100-LE-HISTORIA.
009910     READ INDIC-HIST-FILE NEXT RECORD
009920         AT END
009930             SET FIM-DO-INDIC TO TRUE
009940             GO TO 7100-EXIT
009950     END-READ
009960     IF MED-IND-ANO > WS-ANO-APURACAO
009970        SET FIM-DO-INDIC TO TRUE
009980        GO TO 7100-EXIT
009990     END-IF
010000     COMPUTE WS-ANO-POS = MED-IND-ANO - WS-ANO-INICIAL + 1
010010     MOVE MED-IND-UNIDADE TO WS-TNN-UNIDADE
010020     MOVE MED-IND-SERIE   TO WS-TNN-SERIE
010030     PERFORM 7200-LOCALIZA-SERIE THRU 7200-EXIT
010040     PERFORM 7150-SOMA-ANO THRU 7150-EXIT
010050         VARYING WS-CONT-SUB FROM 1 BY 1
010060         UNTIL WS-CONT-SUB > 8
010070     .
010080 7100-EXIT.
010090     EXIT.
010100 7150-SOMA-ANO.
010110     ADD MED-IND-CONT (WS-CONT-SUB) TO
010120         WS-TND-CONT (WS-TND-POS, WS-ANO-POS, WS-CONT-SUB)
010130     .
010140 7150-EXIT.
010150     EXIT.
010160*----------------------------------------------------------*
010170* 7200-LOCALIZA-SERIE -- WS-TND-POS IS THE ENTRY FOR       *
010180*     WS-TND-NOVA-CHAVE; A NEW KEY IS INSERTED BEFORE THE  *
010190*     FIRST HIGHER ONE, THE REST SHIFTED DOWN.             *
010200*----------------------------------------------------------*
010210 7200-LOCALIZA-SERIE.
010220     MOVE 'N' TO WS-TND-ACHOU
010230     COMPUTE WS-TND-POS = WS-TND-TABLE-QTD + 1
010240     IF WS-TND-TABLE-QTD > ZERO
010250        SET WS-TND-IDX TO 1
010260        SEARCH WS-TND-ENTRY
010270            VARYING WS-TND-IDX
010280            AT END
010290                CONTINUE
010300            WHEN WS-TND-CHAVE (WS-TND-IDX) NOT < WS-TND-NOVA-CHAVE
010310                SET WS-TND-POS TO WS-TND-IDX
010320                IF WS-TND-CHAVE (WS-TND-IDX) = WS-TND-NOVA-CHAVE
010330                   SET ACHOU-TENDENCIA TO TRUE
010340                END-IF
010350        END-SEARCH
010360     END-IF
010370     IF ACHOU-TENDENCIA
010380        GO TO 7200-EXIT
010390     END-IF
010400     IF WS-TND-TABLE-QTD >= 200
010410        DISPLAY "TABELA DE SERIES CHEIA (200) -- AUMENTE "
010420            "WS-TND-TABLE"
010430        MOVE 8 TO RETURN-CODE
010440        STOP RUN
010450     END-IF
010460     ADD 1 TO WS-TND-TABLE-QTD
010470     PERFORM 7250-DESLOCA THRU 7250-EXIT
010480         VARYING WS-TND-MOV FROM WS-TND-TABLE-QTD BY -1
010490         UNTIL WS-TND-MOV NOT > WS-TND-POS
010500     MOVE WS-TND-NOVA-CHAVE TO WS-TND-CHAVE (WS-TND-POS)
010510     INITIALIZE WS-TND-ANOS (WS-TND-POS)
010520     .
010530 7200-EXIT.
010540     EXIT.
010550 7250-DESLOCA.
010560     MOVE WS-TND-ENTRY (WS-TND-MOV - 1)
010570         TO WS-TND-ENTRY (WS-TND-MOV)
010580     .
010590 7250-EXIT.
010600     EXIT.
010610*----------------------------------------------------------*
010620* 7300-IMPRIME-SERIE -- ONE SERIE'S FIVE-YEAR BLOCK; A NEW *
010630*     UNIT FIRST CLOSES THE PREVIOUS ONE.                  *
010640*----------------------------------------------------------*
010650 7300-IMPRIME-SERIE.
010660     IF WS-TND-SUB > 1
010670        AND WS-TND-UNIDADE (WS-TND-SUB) NOT = WS-UNIDADE-ANTERIOR
010680        PERFORM 7400-FECHA-UNIDADE THRU 7400-EXIT
010690     END-IF
010700     MOVE WS-TND-UNIDADE (WS-TND-SUB) TO WS-UNIDADE-ANTERIOR
010710     MOVE WS-TND-ANOS (WS-TND-SUB) TO WS-BLK-IMPRIME
010720     PERFORM 7350-ACUMULA-BLOCO THRU 7350-EXIT
010730         VARYING WS-ANO-SUB FROM 1 BY 1
010740         UNTIL WS-ANO-SUB > 5
010750         AFTER WS-CONT-SUB FROM 1 BY 1
010760         UNTIL WS-CONT-SUB > 8
010770     MOVE 'S' TO WS-BLK-TIPO
010780     MOVE WS-TND-UNIDADE (WS-TND-SUB) TO WS-BLK-UNIDADE-ROT
010790     MOVE WS-TND-SERIE (WS-TND-SUB)   TO WS-BLK-SERIE-ROT
010800     PERFORM 7500-IMPRIME-BLOCO THRU 7500-EXIT
010810     .
010820 7300-EXIT.
010830     EXIT.
010840 7350-ACUMULA-BLOCO.
010850     ADD WS-BLP-CONT (WS-ANO-SUB, WS-CONT-SUB)
010860         TO WS-BLU-CONT (WS-ANO-SUB, WS-CONT-SUB)
010870            WS-BLE-CONT (WS-ANO-SUB, WS-CONT-SUB)
010880     .
010890 7350-EXIT.
010900     EXIT.
010910 7400-FECHA-UNIDADE.
010920     MOVE WS-BLK-UNIDADE TO WS-BLK-IMPRIME
010930     MOVE 'U' TO WS-BLK-TIPO
010940     MOVE WS-UNIDADE-ANTERIOR TO WS-BLK-UNIDADE-ROT
010950     MOVE "TOTAL UNID." TO WS-BLK-SERIE-ROT
010960     PERFORM 7500-IMPRIME-BLOCO THRU 7500-EXIT
010970     INITIALIZE WS-BLK-UNIDADE
010980     .
010990 7400-EXIT.
011000     EXIT.
011010*----------------------------------------------------------*
011020* 7500-IMPRIME-BLOCO -- FIVE INDICATOR LINES (ONE COLUMN   *
011030*     PER YEAR) FOR WS-BLK-IMPRIME, AND ONE EXTRACT RECORD *
011040*     PER YEAR THAT HAS DATA.                              *
011050*----------------------------------------------------------*
011060 7500-IMPRIME-BLOCO.
011070     MOVE SPACES TO WS-TND-LINHAS
011080     PERFORM 7510-ROTULA-LINHA THRU 7510-EXIT
011090         VARYING WS-LIN-SUB FROM 1 BY 1
011100         UNTIL WS-LIN-SUB > 5
011110     MOVE WS-BLK-UNIDADE-ROT TO WS-TDL-UNIDADE (1)
011120     MOVE WS-BLK-SERIE-ROT   TO WS-TDL-SERIE (1)
011130     PERFORM 7550-CALCULA-ANO THRU 7550-EXIT
011140         VARYING WS-ANO-SUB FROM 1 BY 1
011150         UNTIL WS-ANO-SUB > 5
011160     PERFORM 7590-GRAVA-LINHA THRU 7590-EXIT
011170         VARYING WS-LIN-SUB FROM 1 BY 1
011180         UNTIL WS-LIN-SUB > 5
011190     MOVE SPACES TO INDIC-REPORT-REC
011200     WRITE INDIC-REPORT-REC
011210     .
011220 7500-EXIT.
011230     EXIT.
011240 7510-ROTULA-LINHA.
011250     MOVE WS-TND-ROTULO (WS-LIN-SUB)
011260         TO WS-TDL-INDICADOR (WS-LIN-SUB)
011270     .
011280 7510-EXIT.
011290     EXIT.
011300 7550-CALCULA-ANO.
011310     MOVE WS-BLP-ANO (WS-ANO-SUB) TO WS-CALCULO
011320     PERFORM 6950-CALCULA-TAXAS THRU 6950-EXIT
011330     PERFORM 7560-CELULA THRU 7560-EXIT
011340         VARYING WS-LIN-SUB FROM 1 BY 1
011350         UNTIL WS-LIN-SUB > 5
011360     IF WS-CLC-BASE > ZERO
011370        OR WS-CLC-CONT (4) > ZERO
011380        PERFORM 7600-GRAVA-EXTRATO THRU 7600-EXIT
011390     END-IF
011400     .
011410 7550-EXIT.
011420     EXIT.
011430 7560-CELULA.
011440     MOVE WS-TX-TEXTO (WS-LIN-SUB)
011450         TO WS-TDL-TX (WS-LIN-SUB, WS-ANO-SUB)
011460     .
011470 7560-EXIT.
011480     EXIT.
011490 7590-GRAVA-LINHA.
011500     MOVE WS-TND-LINHA (WS-LIN-SUB) TO INDIC-REPORT-REC
011510     WRITE INDIC-REPORT-REC
011520     .
011530 7590-EXIT.
011540     EXIT.
011550*----------------------------------------------------------*
011560* 7600-GRAVA-EXTRATO -- ONE INDEXTR RECORD FOR THE BLOCK'S *
011570*     YEAR WS-ANO-SUB (RATES JUST COMPUTED BY 6950).       *
011580*----------------------------------------------------------*
011590 7600-GRAVA-EXTRATO.
011600     MOVE SPACES TO WS-EXTRATO-REC
011610     MOVE WS-BLK-TIPO TO WS-EXT-TIPO
011620     COMPUTE WS-EXT-ANO = WS-ANO-INICIAL + WS-ANO-SUB - 1
011630     MOVE WS-BLK-UNIDADE-ROT TO WS-EXT-UNIDADE
011640     IF WS-BLK-TIPO = 'S'
011650        MOVE WS-BLK-SERIE-ROT TO WS-EXT-SERIE
011660     END-IF
011670     MOVE WS-CLC-BASE     TO WS-EXT-BASE
011680     MOVE WS-CLC-CONT (1) TO WS-EXT-APROVADOS
011690     MOVE WS-CLC-CONT (2) TO WS-EXT-REPROVADOS
011700     MOVE WS-CLC-CONT (3) TO WS-EXT-ABANDONOS
011710     MOVE WS-CLC-CONT (4) TO WS-EXT-TRANSFERIDOS
011720     MOVE WS-TX-VALOR (1) TO WS-EXT-TX-APROVACAO
011730     MOVE WS-TX-VALOR (2) TO WS-EXT-TX-REPROVACAO
011740     MOVE WS-TX-VALOR (3) TO WS-EXT-TX-ABANDONO
011750     MOVE WS-TX-VALOR (5) TO WS-EXT-TX-DISTORCAO
011760     IF WS-CLC-CONT (7) > ZERO
011770        MOVE 'S' TO WS-EXT-DIST-INFORMADA
011780     ELSE
011790        MOVE 'N' TO WS-EXT-DIST-INFORMADA
011800     END-IF
011810     MOVE WS-EXTRATO-REC TO INDIC-EXTRACT-REC
011820     WRITE INDIC-EXTRACT-REC
011830     ADD 1 TO WS-CONT-EXTRATO
011840     .
011850 7600-EXIT.
011860     EXIT.
011870*----------------------------------------------------------*
011880* 9000-FINALIZE -- CLOSE THE FILES AND SHOW THE COUNTS.    *
011890*----------------------------------------------------------*
011900 9000-FINALIZE.
011910     CLOSE INDIC-HIST-FILE
011920     IF TURMAS-ABERTO
011930        CLOSE TURMA-MASTER-FILE
011940     END-IF
011950     IF APURA-ANO
011960        CLOSE PROMO-DECISION-FILE
011970        IF HIST-ABERTO
011980           CLOSE STAT-HIST-FILE
011990        END-IF
012000        IF RESULTADO-ABERTO
012010           CLOSE FINAL-RESULT-FILE
012020        END-IF
012020        IF DOCMAST-ABERTO
012020           CLOSE DOCUM-MASTER-FILE
012020        END-IF
012030     END-IF
012040     CLOSE INDIC-REPORT-FILE
012050     CLOSE INDIC-EXTRACT-FILE
012060     DISPLAY "ANO LETIVO APURADO.........: " WS-ANO-APURACAO
012070     DISPLAY "DECISOES PROMODEC LIDAS....: " WS-CONT-DECISOES
012080     DISPLAY "  DE ALUNOS QUE SAIRAM.....: " WS-CONT-DEC-SAIDA
012090     DISPLAY "  SEM DECISAO RECONHECIDA..: " WS-CONT-DEC-IGNORADAS
012100     DISPLAY "MOVIMENTOS STATHIST NO ANO.: " WS-CONT-HIST-ANO
012110     DISPLAY "ABANDONOS..................: " WS-CONT-ABANDONOS
012120     DISPLAY "TRANSFERENCIAS.............: " WS-CONT-TRANSFERIDOS
012130     DISPLAY "LINHAS FINALRES............: " WS-CONT-RES-LINHAS
012130     DISPLAY "DECIDIDOS SEM NASCIMENTO...: "
012130         WS-CONT-SEM-NASCIMENTO
012140     DISPLAY "TURMAS SEM TURMAST.........: " WS-CONT-SEM-TURMAST
012150     DISPLAY "INDHIST EXCLUIDOS (RERUN)..: " WS-CONT-APAGADOS
012160     DISPLAY "INDHIST GRAVADOS...........: " WS-CONT-GRAVADOS
012170     DISPLAY "REGISTROS NO EXTRATO.......: " WS-CONT-EXTRATO
012180     .
012190 9000-EXIT.
012200     EXIT.
012210 END PROGRAM TAXAS_RENDIMENTO.
