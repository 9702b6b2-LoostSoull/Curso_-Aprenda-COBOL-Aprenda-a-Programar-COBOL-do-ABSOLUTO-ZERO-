000130* Installation: ESCOLA - SISTEMA ACADEMICO
000140* Date-Written: 2026-08-22
000150* Purpose:      Per-materia failure-rate analysis. Reads the
000150*               per-materia totals RESUMO_NOTAS built off this
000150*               run's TRANSCRIPT (RSNSEL/RSNFD, type '2' records)
000150*               and reports the grading results by subject: count
000150*               graded, average media and the approval/
000150*               recuperacao/failure counts, per turma and
000150*               overall, printed to MATANRPT with the worst
000150*               failure rates on top -- so a subject failing 40%
000150*               of three turmas stands out from the run summary
000150*               that only shows how the whole batch did. A
000150*               result neither APROVADO nor EM RECUPERACAO
000150*               (failed or still pending) counts as a failure.
000270* Modification History:
000280*   2026-08-22 JA  Initial version.
000285*   2026-08-22 JA  The turma table load stops with condition
000286*                  code 8 when full instead of running past
000287*                  the table.
000287*   2026-10-15 JA  Reads the RESNOTAS per-materia totals; the
000287*                  TRANSCRIPT extract, its sort and the
000287*                  summarize pass are gone, only the final
000287*                  failure-rate sort remains.
000290* Tectonics: cobc
000300*****************************************************************
000310 IDENTIFICATION DIVISION.
000330 ENVIRONMENT DIVISION.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     COPY RSNSEL.
000410     SELECT MATA-SUMMARY-FILE ASSIGN TO "MATASUM"
000420         ORGANIZATION IS LINE SEQUENTIAL.
000430     SELECT MATA-SUMSRT-FILE ASSIGN TO "MATASRT"
000470         ORGANIZATION IS LINE SEQUENTIAL.
000480 DATA DIVISION.
000490 FILE SECTION.
000500     COPY RSNFD.
000630 FD  MATA-SUMMARY-FILE.
000640 01  MATA-SUMMARY-REC.
000650     03  MSU-TAXA-GERAL         PIC 9(03)V9.
000870     03  MSS-QTD-RECUP          PIC 9(05).
000880     03  MSS-QTD-REPROVADO      PIC 9(05).
000890*----------------------------------------------------------*
000892* THE SORT WORK RECORD IS CUT INTO KEY SEGMENTS: A IS THE   *
000892* FAILURE RATE, B+C COVER MATERIA/TIPO/TURMA.               *
000896*----------------------------------------------------------*
000897 SD  MATA-SORT-WORK.
000900 01  MATA-SORT-REC.
000910 FD  MATA-REPORT-FILE.
000920 01  MATA-REPORT-REC            PIC X(120).
000930 WORKING-STORAGE SECTION.
000950 01  WS-RSN-STATUS              PIC X(02) VALUE SPACES.
000950 01  WS-SWITCHES.
000950     03  WS-EOF-RESUMO          PIC X(01) VALUE 'N'.
000950         88  FIM-DO-RESUMO            VALUE 'S'.
000950     03  WS-EOF-SUMSRT          PIC X(01) VALUE 'N'.
000950         88  FIM-DO-SUMSRT            VALUE 'S'.
000950     03  WS-RSN-ABERTO          PIC X(01) VALUE 'N'.
000950         88  RESUMO-ABERTO            VALUE 'S'.
001060*----------------------------------------------------------*
001070* MATERIA TABLE -- EACH MATERIA'S OVERALL FAILURE RATE OFF  *
001070*     THE SCHOOL TOTALS, WHICH COME AHEAD OF THE TURMA      *
001070*     TOTALS, SO EVERY TURMA LINE CAN BE STAMPED WITH IT.   *
001070*----------------------------------------------------------*
001070 01  WS-GRM-TAXA                PIC 9(03)V9 VALUE ZERO.
001070 01  WS-GRM-REPROVADO           PIC 9(05) VALUE ZERO.
001070 01  WS-MATERIA-TABLE-QTD       PIC 9(03) COMP VALUE ZERO.
001070 01  WS-MATERIA-TABLE.
001070     03  WS-MATERIA-ENTRY       OCCURS 1 TO 60 TIMES
001070                                DEPENDING ON WS-MATERIA-TABLE-QTD
001070                                INDEXED BY WS-MATERIA-IDX.
001070         05  WS-MTB-MATERIA     PIC X(30).
001070         05  WS-MTB-TAXA        PIC 9(03)V9.
001380*----------------------------------------------------------*
001390* REPORT LINES                                              *
001400*----------------------------------------------------------*
001690     03  WS-RPT-REPROVADO       PIC ZZZZ9.
001700 PROCEDURE DIVISION.
001710 0000-MAIN-PROCEDURE.
001720     PERFORM 1000-RESUMO-MATERIAS THRU 1000-EXIT
001750     PERFORM 2500-ORDENA-RESUMO THRU 2500-EXIT
001760     PERFORM 3000-IMPRIME THRU 3000-EXIT
001770     STOP RUN.
001780*----------------------------------------------------------*
001790* 1000-RESUMO-MATERIAS -- WALK THE RESNOTAS PER-MATERIA     *
001790*     TOTALS INTO THE SUMMARY FILE: THE SCHOOL TOTAL OF A   *
001790*     MATERIA BECOMES ITS TOTAL LINE AND SETS ITS FAILURE   *
001790*     RATE, EACH TURMA TOTAL BECOMES A TURMA LINE STAMPED   *
001790*     WITH THAT RATE SO THE SORT CAN PUT THE WORST          *
001790*     SUBJECTS ON TOP.                                      *
001790*----------------------------------------------------------*
001790 1000-RESUMO-MATERIAS.
001790     OPEN OUTPUT MATA-SUMMARY-FILE
001790     OPEN INPUT RESUMO-NOTAS-FILE
001790     IF WS-RSN-STATUS NOT = "00"
001790        DISPLAY "RESNOTAS NAO DISPONIVEL, STATUS: "
001790            WS-RSN-STATUS
001790        SET FIM-DO-RESUMO TO TRUE
001790     ELSE
001790        SET RESUMO-ABERTO TO TRUE
001790        MOVE LOW-VALUES TO MED-RSN-CHAVE
001790        START RESUMO-NOTAS-FILE KEY NOT LESS MED-RSN-CHAVE
001790            INVALID KEY
001790                SET FIM-DO-RESUMO TO TRUE
001790        END-START
001790        PERFORM 1100-LE-RESUMO THRU 1100-EXIT
001790        PERFORM 1200-GRAVA-RESUMO THRU 1200-EXIT
001790            UNTIL FIM-DO-RESUMO
001790     END-IF
001790     IF RESUMO-ABERTO
001790        CLOSE RESUMO-NOTAS-FILE
001790     END-IF
001790     CLOSE MATA-SUMMARY-FILE
001790     .
001790 1000-EXIT.
001790     EXIT.
001790*----------------------------------------------------------*
001790* 1100-LE-RESUMO -- READ THE NEXT RESNOTAS PER-MATERIA      *
001790*     TOTAL, PASSING OVER THE OTHER RECORD TYPES.           *
001790*----------------------------------------------------------*
001790 1100-LE-RESUMO.
001790     IF FIM-DO-RESUMO
001790        GO TO 1100-EXIT
001790     END-IF
001790     READ RESUMO-NOTAS-FILE NEXT RECORD
001790         AT END
001790             SET FIM-DO-RESUMO TO TRUE
001790             GO TO 1100-EXIT
001790     END-READ
001790     IF NOT MED-RSN-TOTAL-MATERIA
001790        GO TO 1100-LE-RESUMO
001790     END-IF
001790     .
001790 1100-EXIT.
001790     EXIT.
001790*----------------------------------------------------------*
001790* 1200-GRAVA-RESUMO -- ONE SUMMARY RECORD OFF THE TOTAL IN  *
001790*     HAND: TOTAL LINE FOR THE SCHOOL, TURMA LINE OTHERWISE.*
001790*----------------------------------------------------------*
001790 1200-GRAVA-RESUMO.
001790     COMPUTE WS-GRM-REPROVADO =
001790         MED-RSN-GRP-QTD-REPROV + MED-RSN-GRP-QTD-PENDENTE
001790     MOVE SPACES TO MATA-SUMMARY-REC
001790     MOVE MED-RSN-MATERIA  TO MSU-MATERIA
001790     IF MED-RSN-TURMA = SPACES
001790        PERFORM 1300-GUARDA-TAXA THRU 1300-EXIT
001790        SET MSU-LINHA-TOTAL TO TRUE
001790        MOVE SPACES TO MSU-TURMA
001790     ELSE
001790        PERFORM 1400-ACHA-TAXA THRU 1400-EXIT
001790        SET MSU-LINHA-TURMA TO TRUE
001790        MOVE MED-RSN-TURMA TO MSU-TURMA
001790     END-IF
001790     MOVE WS-GRM-TAXA      TO MSU-TAXA-GERAL
001790     MOVE MED-RSN-GRP-QTD-NOTAS    TO MSU-QTD
001790     MOVE MED-RSN-GRP-SOMA-MEDIAS  TO MSU-SOMA-MEDIA
001790     MOVE MED-RSN-GRP-QTD-APROVADO TO MSU-QTD-APROVADO
001790     MOVE MED-RSN-GRP-QTD-RECUP    TO MSU-QTD-RECUP
001790     MOVE WS-GRM-REPROVADO         TO MSU-QTD-REPROVADO
001790     WRITE MATA-SUMMARY-REC
001790     PERFORM 1100-LE-RESUMO THRU 1100-EXIT
001790     .
001790 1200-EXIT.
001790     EXIT.
001790*----------------------------------------------------------*
001790* 1300-GUARDA-TAXA -- THE MATERIA'S OVERALL FAILURE RATE,   *
001790*     KEPT FOR ITS TURMA LINES.                             *
001790*----------------------------------------------------------*
001790 1300-GUARDA-TAXA.
001790     IF MED-RSN-GRP-QTD-NOTAS > ZERO
001790        COMPUTE WS-GRM-TAXA ROUNDED =
001790            WS-GRM-REPROVADO * 100 / MED-RSN-GRP-QTD-NOTAS
001790     ELSE
001790        MOVE ZERO TO WS-GRM-TAXA
001790     END-IF
001790     IF WS-MATERIA-TABLE-QTD >= 60
001790        DISPLAY "TABELA DE MATERIAS CHEIA (60) -- "
001790            "AUMENTE WS-MATERIA-TABLE"
001790        MOVE 8 TO RETURN-CODE
001790        STOP RUN
001790     END-IF
001790     ADD 1 TO WS-MATERIA-TABLE-QTD
001790     SET WS-MATERIA-IDX TO WS-MATERIA-TABLE-QTD
001790     MOVE MED-RSN-MATERIA TO WS-MTB-MATERIA (WS-MATERIA-IDX)
001790     MOVE WS-GRM-TAXA     TO WS-MTB-TAXA (WS-MATERIA-IDX)
001790     .
001790 1300-EXIT.
001790     EXIT.
001790*----------------------------------------------------------*
001790* 1400-ACHA-TAXA -- THE OVERALL FAILURE RATE OF THE TURMA   *
001790*     LINE'S MATERIA.                                       *
001790*----------------------------------------------------------*
001790 1400-ACHA-TAXA.
001790     MOVE ZERO TO WS-GRM-TAXA
001790     IF WS-MATERIA-TABLE-QTD > ZERO
001790        SET WS-MATERIA-IDX TO 1
001790        SEARCH WS-MATERIA-ENTRY
001790            AT END
001790                CONTINUE
001790            WHEN WS-MTB-MATERIA (WS-MATERIA-IDX) = MED-RSN-MATERIA
001790                MOVE WS-MTB-TAXA (WS-MATERIA-IDX) TO WS-GRM-TAXA
001790        END-SEARCH
001790     END-IF
001790     .
001790 1400-EXIT.
001790     EXIT.
003980*----------------------------------------------------------*
003990* 2500-ORDENA-RESUMO -- WORST FAILURE RATES ON TOP, TOTAL   *
004000*     LINE AHEAD OF ITS TURMA LINES.                        *
