000100*****************************************************************
000110* Program:      ACOMP_RELAT
000120* Author:       J. ALBUQUERQUE - APPLICATIONS SUPPORT
000130* Installation: ESCOLA - SISTEMA ACADEMICO
000140* Date-Written: 2026-10-15
000150* Date-Compiled:
000160* Purpose:      Acompanhamento pedagogico follow-up reports off
000170*               the ACOMPMAST case file (copybooks ACPSEL/ACPMST)
000180*               kept by ACOMP_MAINT, in one pass by key:
000190*               ACPVENC -- every ABERTO case whose follow-up date
000200*                  has passed: days overdue and actions taken so
000210*                  far, for the coordination to chase.
000220*               ACPEVOL -- run each bimestre: for every ABERTO
000230*                  case and every case opened this year, the
000240*                  baseline media recorded at opening against the
000250*                  student's TRANARCH media of the latest archived
000260*                  period after it (same subject, or every numeric
000270*                  subject for the overall average). A change of
000280*                  WS-LIMITE-EVOLUCAO or more either way reads
000290*                  MELHOROU / PIOROU, less reads ESTAVEL; a case
000300*                  with no action recorded reads SEM INTERVENCAO
000310*                  whatever the change, and a case with no newer
000320*                  period yet SEM NOVO BIMESTRE.
000330*               RC 4 when any case is past its follow-up date.
000340* Modification History:
000350*   2026-10-15 JA  Initial version.
000360* Tectonics: cobc
000370*****************************************************************
000380 IDENTIFICATION DIVISION.
000390 PROGRAM-ID. ACOMP_RELAT.
000400 ENVIRONMENT DIVISION.
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     COPY ACPSEL.
000440     COPY ARCISEL.
000450     SELECT VENC-REPORT-FILE ASSIGN TO "ACPVENC"
000460         ORGANIZATION IS LINE SEQUENTIAL.
000470     SELECT EVOL-REPORT-FILE ASSIGN TO "ACPEVOL"
000480         ORGANIZATION IS LINE SEQUENTIAL.
000490 DATA DIVISION.
000500 FILE SECTION.
000510 FD  ACOMP-MASTER-FILE.
000520     COPY ACPMST.
000530     COPY ARCIFD.
000540 FD  VENC-REPORT-FILE.
000550 01  VENC-REPORT-REC            PIC X(132).
000560 FD  EVOL-REPORT-FILE.
000570 01  EVOL-REPORT-REC            PIC X(132).
000580 WORKING-STORAGE SECTION.
000590     COPY TRANSCRP.
000600 01  WS-ACP-MASTER-STATUS       PIC X(02) VALUE SPACES.
000610 01  WS-ARCH-STATUS             PIC X(02) VALUE SPACES.
000620 01  WS-SWITCHES.
000630     03  WS-EOF-CASO            PIC X(01) VALUE 'N'.
000640         88  FIM-DOS-CASOS            VALUE 'S'.
000650     03  WS-EOF-ARCH            PIC X(01) VALUE 'N'.
000660         88  FIM-DO-ARCH              VALUE 'S'.
000670     03  WS-ARCH-ABERTO         PIC X(01) VALUE 'N'.
000680         88  ARCHIVE-ABERTO           VALUE 'S'.
000690     03  WS-ACP-ABERTO          PIC X(01) VALUE 'N'.
000700         88  ACOMPMAST-ABERTO         VALUE 'S'.
000710 77  WS-LIMITE-EVOLUCAO         PIC 9(01)V99 VALUE 0.50.
000720 01  WS-DATA-HOJE               PIC 9(08) VALUE ZERO.
000730 01  WS-ANO-HOJE                PIC 9(04) VALUE ZERO.
000740 01  WS-ANO-CASO                PIC 9(04) VALUE ZERO.
000750 01  WS-DIAS-ATRASO             PIC 9(05) VALUE ZERO.
000760 01  WS-DIFERENCA               PIC S9(02)V99 VALUE ZERO.
000770*----------------------------------------------------------*
000780* THE LATEST ARCHIVED PERIOD AFTER THE CASE BASELINE        *
000790*----------------------------------------------------------*
000800 01  WS-NOVO-CALC.
000810     03  WS-NOV-ANO             PIC 9(04).
000820     03  WS-NOV-PERIODO         PIC X(10).
000830     03  WS-NOV-SOMA            PIC 9(05)V99.
000840     03  WS-NOV-QTD             PIC 9(03).
000850     03  WS-NOV-MEDIA           PIC 9(02)V99.
000860 01  WS-CONTADORES.
000870     03  WS-CONT-CASOS          PIC 9(05) COMP VALUE ZERO.
000880     03  WS-CONT-VENCIDOS       PIC 9(05) COMP VALUE ZERO.
000890     03  WS-CONT-AVALIADOS      PIC 9(05) COMP VALUE ZERO.
000900     03  WS-CONT-MELHOROU       PIC 9(05) COMP VALUE ZERO.
000910     03  WS-CONT-PIOROU         PIC 9(05) COMP VALUE ZERO.
000920     03  WS-CONT-ESTAVEL        PIC 9(05) COMP VALUE ZERO.
000930     03  WS-CONT-SEM-ACAO       PIC 9(05) COMP VALUE ZERO.
000940     03  WS-CONT-SEM-NOVO       PIC 9(05) COMP VALUE ZERO.
000950*----------------------------------------------------------*
000960* OVERDUE REPORT LINES                                      *
000970*----------------------------------------------------------*
000980 01  WS-VENC-TITULO.
000990     03  FILLER                 PIC X(46) VALUE
001000         "ACOMPANHAMENTOS COM RETORNO VENCIDO -- DATA ".
001010     03  WS-VTT-DATA            PIC 9(08).
001020 01  WS-VENC-CABEC.
001030     03  FILLER                 PIC X(08) VALUE "ALUNO".
001040     03  FILLER                 PIC X(04) VALUE "CASO".
001050     03  FILLER                 PIC X(31) VALUE " NOME".
001060     03  FILLER                 PIC X(11) VALUE "TURMA".
001070     03  FILLER                 PIC X(02) VALUE "O".
001080     03  FILLER                 PIC X(16) VALUE "MOTIVO".
001090     03  FILLER                 PIC X(09) VALUE "ABERTURA".
001100     03  FILLER                 PIC X(09) VALUE "RETORNO".
001110     03  FILLER                 PIC X(07) VALUE " ATRASO".
001120     03  FILLER                 PIC X(06) VALUE " ACOES".
001130 01  WS-VENC-LINE.
001140     03  WS-VNL-ALUNO-ID        PIC 9(07).
001150     03  FILLER                 PIC X(01) VALUE SPACE.
001160     03  WS-VNL-CASO            PIC 9(03).
001170     03  FILLER                 PIC X(01) VALUE SPACE.
001180     03  WS-VNL-NOME            PIC X(30).
001190     03  FILLER                 PIC X(01) VALUE SPACE.
001200     03  WS-VNL-TURMA           PIC X(10).
001210     03  FILLER                 PIC X(01) VALUE SPACE.
001220     03  WS-VNL-ORIGEM          PIC X(01).
001230     03  FILLER                 PIC X(01) VALUE SPACE.
001240     03  WS-VNL-MOTIVO          PIC X(15).
001250     03  FILLER                 PIC X(01) VALUE SPACE.
001260     03  WS-VNL-ABERTURA        PIC 9(08).
001270     03  FILLER                 PIC X(01) VALUE SPACE.
001280     03  WS-VNL-RETORNO         PIC 9(08).
001290     03  FILLER                 PIC X(01) VALUE SPACE.
001300     03  WS-VNL-ATRASO          PIC ZZ,ZZ9.
001310     03  FILLER                 PIC X(01) VALUE SPACE.
001320     03  WS-VNL-ACOES           PIC Z9.
001330*----------------------------------------------------------*
001340* EVOLUTION REPORT LINES                                    *
001350*----------------------------------------------------------*
001360 01  WS-EVOL-TITULO.
001370     03  FILLER                 PIC X(50) VALUE
001380         "EVOLUCAO DAS MEDIAS APOS O ACOMPANHAMENTO -- DATA ".
001390     03  WS-ETT-DATA            PIC 9(08).
001400 01  WS-EVOL-CABEC.
001410     03  FILLER                 PIC X(08) VALUE "ALUNO".
001420     03  FILLER                 PIC X(04) VALUE "CASO".
001430     03  FILLER                 PIC X(02) VALUE " S".
001440     03  FILLER                 PIC X(31) VALUE " MATERIA".
001450     03  FILLER                 PIC X(16) VALUE "PERIODO BASE".
001460     03  FILLER                 PIC X(06) VALUE " BASE".
001470     03  FILLER                 PIC X(16) VALUE " PERIODO ATUAL".
001480     03  FILLER                 PIC X(06) VALUE " ATUAL".
001490     03  FILLER                 PIC X(07) VALUE "  DIF.".
001500     03  FILLER                 PIC X(06) VALUE " ACOES".
001510     03  FILLER                 PIC X(18) VALUE " RESULTADO".
001520 01  WS-EVOL-LINE.
001530     03  WS-EVL-ALUNO-ID        PIC 9(07).
001540     03  FILLER                 PIC X(01) VALUE SPACE.
001550     03  WS-EVL-CASO            PIC 9(03).
001560     03  FILLER                 PIC X(01) VALUE SPACE.
001570     03  WS-EVL-SITUACAO        PIC X(01).
001580     03  FILLER                 PIC X(01) VALUE SPACE.
001590     03  WS-EVL-MATERIA         PIC X(30).
001600     03  FILLER                 PIC X(01) VALUE SPACE.
001610     03  WS-EVL-BASE-ANO        PIC 9(04).
001620     03  FILLER                 PIC X(01) VALUE SPACE.
001630     03  WS-EVL-BASE-PERIODO    PIC X(10).
001640     03  FILLER                 PIC X(01) VALUE SPACE.
001650     03  WS-EVL-BASE-MEDIA      PIC Z9.99.
001660     03  FILLER                 PIC X(01) VALUE SPACE.
001670     03  WS-EVL-NOVO-ANO        PIC 9(04).
001680     03  FILLER                 PIC X(01) VALUE SPACE.
001690     03  WS-EVL-NOVO-PERIODO    PIC X(10).
001700     03  FILLER                 PIC X(01) VALUE SPACE.
001710     03  WS-EVL-NOVO-MEDIA      PIC Z9.99.
001720     03  FILLER                 PIC X(01) VALUE SPACE.
001730     03  WS-EVL-DIFERENCA       PIC +Z9.99.
001740     03  FILLER                 PIC X(01) VALUE SPACE.
001750     03  WS-EVL-ACOES           PIC Z9.
001760     03  FILLER                 PIC X(05) VALUE SPACES.
001770     03  WS-EVL-RESULTADO       PIC X(18).
001780 01  WS-TOTAL-LINE.
001790     03  WS-TOT-ROTULO          PIC X(40).
001800     03  WS-TOT-VALOR           PIC ZZ,ZZ9.
001810 PROCEDURE DIVISION.
001820 0000-MAIN-PROCEDURE.
001830     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001840     PERFORM 2000-LE-CASO THRU 2000-EXIT
001850         UNTIL FIM-DOS-CASOS
001860     PERFORM 9000-FINALIZE THRU 9000-EXIT
001870     STOP RUN.
001880*----------------------------------------------------------*
001890* 1000-INITIALIZE -- OPEN THE FILES, WRITE THE HEADINGS    *
001900*     AND POSITION AT THE FIRST CASE. WITHOUT TRANARCH THE *
001910*     EVOLUTION REPORT STILL LISTS THE CASES, ALL AS SEM   *
001920*     NOVO BIMESTRE.                                       *
001930*----------------------------------------------------------*
001940 1000-INITIALIZE.
001950     ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
001960     COMPUTE WS-ANO-HOJE = WS-DATA-HOJE / 10000
001970     OPEN OUTPUT VENC-REPORT-FILE
001980     OPEN OUTPUT EVOL-REPORT-FILE
001990     MOVE WS-DATA-HOJE TO WS-VTT-DATA
002000     MOVE WS-VENC-TITULO TO VENC-REPORT-REC
002010     WRITE VENC-REPORT-REC
002020     MOVE SPACES TO VENC-REPORT-REC
002030     WRITE VENC-REPORT-REC
002040     MOVE WS-VENC-CABEC TO VENC-REPORT-REC
002050     WRITE VENC-REPORT-REC
002060     MOVE WS-DATA-HOJE TO WS-ETT-DATA
002070     MOVE WS-EVOL-TITULO TO EVOL-REPORT-REC
002080     WRITE EVOL-REPORT-REC
002090     MOVE SPACES TO EVOL-REPORT-REC
002100     WRITE EVOL-REPORT-REC
002110     MOVE WS-EVOL-CABEC TO EVOL-REPORT-REC
002120     WRITE EVOL-REPORT-REC
002130     OPEN INPUT TRANSCRIPT-ARCH-FILE
002140     IF WS-ARCH-STATUS = "00"
002150        SET ARCHIVE-ABERTO TO TRUE
002160     ELSE
002170        DISPLAY "TRANARCH INDISPONIVEL, STATUS: "
002180            WS-ARCH-STATUS
002190        DISPLAY "EVOLUCAO SEM MEDIAS NOVAS"
002200     END-IF
002210     OPEN INPUT ACOMP-MASTER-FILE
002220     IF WS-ACP-MASTER-STATUS NOT = "00"
002230        DISPLAY "ACOMPMAST NAO DISPONIVEL, STATUS: "
002240            WS-ACP-MASTER-STATUS
002250        DISPLAY "NENHUM CASO DE ACOMPANHAMENTO REGISTRADO"
002260        SET FIM-DOS-CASOS TO TRUE
002270        GO TO 1000-EXIT
002280     END-IF
002290     SET ACOMPMAST-ABERTO TO TRUE
002300     MOVE LOW-VALUES TO MED-ACP-CHAVE
002310     START ACOMP-MASTER-FILE KEY NOT LESS MED-ACP-CHAVE
002320         INVALID KEY
002330             SET FIM-DOS-CASOS TO TRUE
002340     END-START
002350     .
002360 1000-EXIT.
002370     EXIT.
002380*----------------------------------------------------------*
002390* 2000-LE-CASO -- NEXT CASE: OVERDUE CHECK AND, FOR THE    *
002400*     ABERTO CASES AND THIS YEAR'S, THE EVOLUTION LINE.    *
002410*----------------------------------------------------------*
002420 2000-LE-CASO.
002430     READ ACOMP-MASTER-FILE NEXT RECORD
002440         AT END
002450             SET FIM-DOS-CASOS TO TRUE
002460             GO TO 2000-EXIT
002470     END-READ
002480     ADD 1 TO WS-CONT-CASOS
002490     IF MED-ACP-ABERTO
002500        AND MED-ACP-DATA-RETORNO < WS-DATA-HOJE
002510        PERFORM 3000-IMPRIME-VENCIDO THRU 3000-EXIT
002520     END-IF
002530     COMPUTE WS-ANO-CASO = MED-ACP-DATA-ABERTURA / 10000
002540     IF MED-ACP-ABERTO OR WS-ANO-CASO = WS-ANO-HOJE
002550        PERFORM 4000-AVALIA-EVOLUCAO THRU 4000-EXIT
002560     END-IF
002570     .
002580 2000-EXIT.
002590     EXIT.
002600*----------------------------------------------------------*
002610* 3000-IMPRIME-VENCIDO -- ONE OVERDUE CASE                  *
002620*----------------------------------------------------------*
002630 3000-IMPRIME-VENCIDO.
002640     ADD 1 TO WS-CONT-VENCIDOS
002650     MOVE ZERO TO WS-DIAS-ATRASO
002660     COMPUTE WS-DIAS-ATRASO =
002670         FUNCTION INTEGER-OF-DATE (WS-DATA-HOJE)
002680         - FUNCTION INTEGER-OF-DATE (MED-ACP-DATA-RETORNO)
002690         ON SIZE ERROR
002700             MOVE ZERO TO WS-DIAS-ATRASO
002710     END-COMPUTE
002720     MOVE MED-ACP-ALUNO-ID      TO WS-VNL-ALUNO-ID
002730     MOVE MED-ACP-CASO          TO WS-VNL-CASO
002740     MOVE MED-ACP-NOME          TO WS-VNL-NOME
002750     MOVE MED-ACP-TURMA         TO WS-VNL-TURMA
002760     MOVE MED-ACP-ORIGEM        TO WS-VNL-ORIGEM
002770     MOVE MED-ACP-MOTIVO        TO WS-VNL-MOTIVO
002780     MOVE MED-ACP-DATA-ABERTURA TO WS-VNL-ABERTURA
002790     MOVE MED-ACP-DATA-RETORNO  TO WS-VNL-RETORNO
002800     MOVE WS-DIAS-ATRASO        TO WS-VNL-ATRASO
002810     MOVE MED-ACP-QTD-ACOES     TO WS-VNL-ACOES
002820     MOVE WS-VENC-LINE TO VENC-REPORT-REC
002830     WRITE VENC-REPORT-REC
002840     .
002850 3000-EXIT.
002860     EXIT.
002870*----------------------------------------------------------*
002880* 4000-AVALIA-EVOLUCAO -- THE CASE BASELINE AGAINST THE    *
002890*     LATEST ARCHIVED PERIOD AFTER IT.                     *
002900*----------------------------------------------------------*
002910 4000-AVALIA-EVOLUCAO.
002920     ADD 1 TO WS-CONT-AVALIADOS
002930     MOVE SPACES TO WS-EVOL-LINE
002940     MOVE MED-ACP-ALUNO-ID  TO WS-EVL-ALUNO-ID
002950     MOVE MED-ACP-CASO      TO WS-EVL-CASO
002960     MOVE MED-ACP-SITUACAO  TO WS-EVL-SITUACAO
002970     IF MED-ACP-MATERIA = SPACES
002980        MOVE "(MEDIA GERAL)" TO WS-EVL-MATERIA
002990     ELSE
003000        MOVE MED-ACP-MATERIA TO WS-EVL-MATERIA
003010     END-IF
003020     MOVE MED-ACP-QTD-ACOES TO WS-EVL-ACOES
003030     IF NOT MED-ACP-TEM-BASE
003040        ADD 1 TO WS-CONT-SEM-NOVO
003050        MOVE "SEM MEDIA DE BASE" TO WS-EVL-RESULTADO
003060        GO TO 4000-IMPRIME
003070     END-IF
003080     MOVE MED-ACP-BASE-ANO     TO WS-EVL-BASE-ANO
003090     MOVE MED-ACP-BASE-PERIODO TO WS-EVL-BASE-PERIODO
003100     MOVE MED-ACP-BASE-MEDIA   TO WS-EVL-BASE-MEDIA
003110     PERFORM 4100-MEDIA-NOVA THRU 4100-EXIT
003120     IF WS-NOV-QTD = ZERO
003130        ADD 1 TO WS-CONT-SEM-NOVO
003140        MOVE "SEM NOVO BIMESTRE" TO WS-EVL-RESULTADO
003150        GO TO 4000-IMPRIME
003160     END-IF
003170     MOVE WS-NOV-ANO     TO WS-EVL-NOVO-ANO
003180     MOVE WS-NOV-PERIODO TO WS-EVL-NOVO-PERIODO
003190     MOVE WS-NOV-MEDIA   TO WS-EVL-NOVO-MEDIA
003200     COMPUTE WS-DIFERENCA = WS-NOV-MEDIA - MED-ACP-BASE-MEDIA
003210     MOVE WS-DIFERENCA   TO WS-EVL-DIFERENCA
003220     EVALUATE TRUE
003230         WHEN MED-ACP-QTD-ACOES = ZERO
003240             ADD 1 TO WS-CONT-SEM-ACAO
003250             MOVE "SEM INTERVENCAO" TO WS-EVL-RESULTADO
003260         WHEN WS-DIFERENCA NOT < WS-LIMITE-EVOLUCAO
003270             ADD 1 TO WS-CONT-MELHOROU
003280             MOVE "MELHOROU" TO WS-EVL-RESULTADO
003290         WHEN WS-DIFERENCA + WS-LIMITE-EVOLUCAO NOT > ZERO
003300             ADD 1 TO WS-CONT-PIOROU
003310             MOVE "PIOROU" TO WS-EVL-RESULTADO
003320         WHEN OTHER
003330             ADD 1 TO WS-CONT-ESTAVEL
003340             MOVE "ESTAVEL" TO WS-EVL-RESULTADO
003350     END-EVALUATE
003360     .
003370 4000-IMPRIME.
003380     MOVE WS-EVOL-LINE TO EVOL-REPORT-REC
003390     WRITE EVOL-REPORT-REC
003400     .
003410 4000-EXIT.
003420     EXIT.
003430*----------------------------------------------------------*
003440* 4100-MEDIA-NOVA -- THE STUDENT'S ARCHIVED PERIODS AFTER  *
003450*     THE BASELINE, SAME SUBJECT RULE AS AT OPENING (THE   *
003460*     CASE SUBJECT, OR EVERY NUMERIC SUBJECT); THE LATEST  *
003470*     ONE WINS.                                            *
003480*----------------------------------------------------------*
003490 4100-MEDIA-NOVA.
003500     MOVE ZERO TO WS-NOV-ANO WS-NOV-SOMA WS-NOV-QTD
003510     MOVE ZERO TO WS-NOV-MEDIA
003520     MOVE SPACES TO WS-NOV-PERIODO
003530     IF NOT ARCHIVE-ABERTO
003540        GO TO 4100-EXIT
003550     END-IF
003560     MOVE 'N' TO WS-EOF-ARCH
003570     MOVE LOW-VALUES TO MED-ARCH-CHAVE
003580     MOVE MED-ACP-ALUNO-ID TO MED-ARCH-ALUNO-ID
003590     MOVE MED-ACP-BASE-ANO TO MED-ARCH-ANO
003600     START TRANSCRIPT-ARCH-FILE KEY NOT LESS MED-ARCH-CHAVE
003610         INVALID KEY
003620             SET FIM-DO-ARCH TO TRUE
003630     END-START
003640     PERFORM 4200-LE-ARQUIVO THRU 4200-EXIT
003650         UNTIL FIM-DO-ARCH
003660     IF WS-NOV-QTD > ZERO
003670        COMPUTE WS-NOV-MEDIA ROUNDED = WS-NOV-SOMA / WS-NOV-QTD
003680     END-IF
003690     .
003700 4100-EXIT.
003710     EXIT.
003720 4200-LE-ARQUIVO.
003730     READ TRANSCRIPT-ARCH-FILE NEXT RECORD
003740         AT END
003750             SET FIM-DO-ARCH TO TRUE
003760             GO TO 4200-EXIT
003770     END-READ
003780     IF MED-ARCH-ALUNO-ID NOT = MED-ACP-ALUNO-ID
003790        SET FIM-DO-ARCH TO TRUE
003800        GO TO 4200-EXIT
003810     END-IF
003820     IF MED-ARCH-ANO = MED-ACP-BASE-ANO
003830        AND MED-ARCH-PERIODO NOT > MED-ACP-BASE-PERIODO
003840        GO TO 4200-EXIT
003850     END-IF
003860     IF MED-ACP-MATERIA NOT = SPACES
003870        AND MED-ARCH-MATERIA NOT = MED-ACP-MATERIA
003880        GO TO 4200-EXIT
003890     END-IF
003900     MOVE MED-ARCH-DADOS TO MED-TRANSCRIPT-REC
003910     IF MED-HIST-QTD-MATERIAS < 1
003920        OR MED-HIST-ESCALA-MAT (1) = 'C'
003930        GO TO 4200-EXIT
003940     END-IF
003950     IF MED-ARCH-ANO NOT = WS-NOV-ANO
003960        OR MED-ARCH-PERIODO NOT = WS-NOV-PERIODO
003970        MOVE MED-ARCH-ANO     TO WS-NOV-ANO
003980        MOVE MED-ARCH-PERIODO TO WS-NOV-PERIODO
003990        MOVE ZERO TO WS-NOV-SOMA WS-NOV-QTD
004000     END-IF
004010     ADD MED-HIST-MEDIA (1) TO WS-NOV-SOMA
004020     ADD 1 TO WS-NOV-QTD
004030     .
004040 4200-EXIT.
004050     EXIT.
004060*----------------------------------------------------------*
004070* 9000-FINALIZE -- TOTALS ON BOTH REPORTS, CLOSE THE FILES *
004080*----------------------------------------------------------*
004090 9000-FINALIZE.
004100     MOVE SPACES TO VENC-REPORT-REC
004110     WRITE VENC-REPORT-REC
004120     MOVE "CASOS COM RETORNO VENCIDO" TO WS-TOT-ROTULO
004130     MOVE WS-CONT-VENCIDOS TO WS-TOT-VALOR
004140     MOVE WS-TOTAL-LINE TO VENC-REPORT-REC
004150     WRITE VENC-REPORT-REC
004160     MOVE SPACES TO EVOL-REPORT-REC
004170     WRITE EVOL-REPORT-REC
004180     MOVE "CASOS AVALIADOS" TO WS-TOT-ROTULO
004190     MOVE WS-CONT-AVALIADOS TO WS-TOT-VALOR
004200     PERFORM 9100-GRAVA-TOTAL THRU 9100-EXIT
004210     MOVE "  MELHOROU" TO WS-TOT-ROTULO
004220     MOVE WS-CONT-MELHOROU TO WS-TOT-VALOR
004230     PERFORM 9100-GRAVA-TOTAL THRU 9100-EXIT
004240     MOVE "  ESTAVEL" TO WS-TOT-ROTULO
004250     MOVE WS-CONT-ESTAVEL TO WS-TOT-VALOR
004260     PERFORM 9100-GRAVA-TOTAL THRU 9100-EXIT
004270     MOVE "  PIOROU" TO WS-TOT-ROTULO
004280     MOVE WS-CONT-PIOROU TO WS-TOT-VALOR
004290     PERFORM 9100-GRAVA-TOTAL THRU 9100-EXIT
004300     MOVE "  SEM INTERVENCAO" TO WS-TOT-ROTULO
004310     MOVE WS-CONT-SEM-ACAO TO WS-TOT-VALOR
004320     PERFORM 9100-GRAVA-TOTAL THRU 9100-EXIT
004330     MOVE "  SEM NOVO BIMESTRE / SEM BASE" TO WS-TOT-ROTULO
004340     MOVE WS-CONT-SEM-NOVO TO WS-TOT-VALOR
004350     PERFORM 9100-GRAVA-TOTAL THRU 9100-EXIT
004360     IF ACOMPMAST-ABERTO
004370        CLOSE ACOMP-MASTER-FILE
004380     END-IF
004390     IF ARCHIVE-ABERTO
004400        CLOSE TRANSCRIPT-ARCH-FILE
004410     END-IF
004420     CLOSE VENC-REPORT-FILE
004430     CLOSE EVOL-REPORT-FILE
004440     DISPLAY "CASOS LIDOS..........: " WS-CONT-CASOS
004450     DISPLAY "RETORNO VENCIDO......: " WS-CONT-VENCIDOS
004460     DISPLAY "EVOLUCAO AVALIADA....: " WS-CONT-AVALIADOS
004470     IF WS-CONT-VENCIDOS > ZERO
004480        MOVE 4 TO RETURN-CODE
004490     END-IF
004500     .
004510 9000-EXIT.
004520     EXIT.
004530 9100-GRAVA-TOTAL.
004540     MOVE WS-TOTAL-LINE TO EVOL-REPORT-REC
004550     WRITE EVOL-REPORT-REC
004560     .
004570 9100-EXIT.
004580     EXIT.
004590 END PROGRAM ACOMP_RELAT.
