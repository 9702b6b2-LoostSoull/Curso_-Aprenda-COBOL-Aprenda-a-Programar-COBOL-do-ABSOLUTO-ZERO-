000100*****************************************************************
000110* Program:      DEPEND_RELAT
000120* Author:       J. ALBUQUERQUE - APPLICATIONS SUPPORT
000130* Installation: ESCOLA - SISTEMA ACADEMICO
000140* Date-Written: 2026-10-15
000150* Date-Compiled:
000160* Purpose:      Open-dependencias report for the coordination,
000170*               off the DEPMAST dependencia master (copybooks
000180*               DEPSEL/DEPMST) that PROMOCAO_ANUAL opens and
000190*               CALC_MEDIA_BATCH grades. One pass by key, so the
000200*               report comes out grouped per student: every
000210*               ABERTA dependencia with its origin year, serie
000220*               and turma, the failing media and situacao it was
000230*               opened on, the opening date, the retake
000240*               bimestres already graded and the attempts that
000250*               fell short, then a per-student count. An
000260*               optional student ID on SYSIN restricts the
000270*               report to that student (blank lists everyone).
000280*               Report file DEPRELAT.
000290* Modification History:
000300*   2026-10-15 JA  Initial version.
000310* Tectonics: cobc
000320*****************************************************************
000330 IDENTIFICATION DIVISION.
000340 PROGRAM-ID. DEPEND_RELAT.
000350 ENVIRONMENT DIVISION.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     COPY DEPSEL.
000390     SELECT DEPEND-REPORT-FILE ASSIGN TO "DEPRELAT"
000400         ORGANIZATION IS LINE SEQUENTIAL.
000410 DATA DIVISION.
000420 FILE SECTION.
000430 FD  DEPEND-MASTER-FILE.
000440     COPY DEPMST.
000450 FD  DEPEND-REPORT-FILE.
000460 01  DEPEND-REPORT-REC          PIC X(132).
000470 WORKING-STORAGE SECTION.
000480 01  WS-DEP-MASTER-STATUS       PIC X(02) VALUE SPACES.
000490 01  WS-SWITCHES.
000500     03  WS-EOF-DEPEND          PIC X(01) VALUE 'N'.
000510         88  FIM-DO-DEPEND            VALUE 'S'.
000520     03  WS-DEP-ABERTO          PIC X(01) VALUE 'N'.
000530         88  DEPMAST-ABERTO           VALUE 'S'.
000540 01  WS-PARM-LINE.
000550     03  WS-PRM-ALUNO-X         PIC X(07).
000560     03  WS-PRM-ALUNO-ID REDEFINES WS-PRM-ALUNO-X
000570                                PIC 9(07).
000580     03  FILLER                 PIC X(73).
000590 01  WS-DATA-HOJE               PIC 9(08) VALUE ZERO.
000600 01  WS-ALUNO-ATUAL             PIC 9(07) VALUE ZERO.
000610 01  WS-QTD-ALUNO               PIC 9(03) COMP VALUE ZERO.
000620 01  WS-BIM-SUB                 PIC 9(01) VALUE ZERO.
000630 01  WS-CONTADORES.
000640     03  WS-CONT-LIDAS          PIC 9(05) COMP VALUE ZERO.
000650     03  WS-CONT-ABERTAS        PIC 9(05) COMP VALUE ZERO.
000660     03  WS-CONT-CONCLUIDAS     PIC 9(05) COMP VALUE ZERO.
000670     03  WS-CONT-ALUNOS         PIC 9(05) COMP VALUE ZERO.
000680*----------------------------------------------------------*
000690* REPORT LINES                                             *
000700*----------------------------------------------------------*
000710 01  WS-DEP-TITULO.
000720     03  FILLER                 PIC X(42) VALUE
000730         "DEPENDENCIAS ABERTAS POR ALUNO -- DATA ".
000740     03  WS-TIT-DATA            PIC 9(08).
000750 01  WS-DEP-CABEC.
000760     03  FILLER                 PIC X(08) VALUE "ALUNO".
000770     03  FILLER                 PIC X(31) VALUE "NOME".
000780     03  FILLER                 PIC X(05) VALUE "ANO".
000790     03  FILLER                 PIC X(11) VALUE "SERIE".
000800     03  FILLER                 PIC X(11) VALUE "TURMA".
000810     03  FILLER                 PIC X(31) VALUE "MATERIA".
000820     03  FILLER                 PIC X(06) VALUE "MEDIA".
000830     03  FILLER                 PIC X(16) VALUE "SITUACAO".
000840     03  FILLER                 PIC X(09) VALUE "ABERTURA".
000850     03  FILLER                 PIC X(05) VALUE "BIM.".
000860     03  FILLER                 PIC X(05) VALUE "TENT.".
000870 01  WS-DEP-LINE.
000880     03  WS-DPL-ALUNO-ID        PIC 9(07).
000890     03  WS-DPL-ALUNO-X REDEFINES WS-DPL-ALUNO-ID
000900                                PIC X(07).
000910     03  FILLER                 PIC X(01) VALUE SPACE.
000920     03  WS-DPL-NOME            PIC X(30).
000930     03  FILLER                 PIC X(01) VALUE SPACE.
000940     03  WS-DPL-ANO             PIC 9(04).
000950     03  FILLER                 PIC X(01) VALUE SPACE.
000960     03  WS-DPL-SERIE           PIC X(10).
000970     03  FILLER                 PIC X(01) VALUE SPACE.
000980     03  WS-DPL-TURMA           PIC X(10).
000990     03  FILLER                 PIC X(01) VALUE SPACE.
001000     03  WS-DPL-MATERIA         PIC X(30).
001010     03  FILLER                 PIC X(01) VALUE SPACE.
001020     03  WS-DPL-MEDIA           PIC X(05).
001030     03  FILLER                 PIC X(01) VALUE SPACE.
001040     03  WS-DPL-SITUACAO        PIC X(15).
001050     03  FILLER                 PIC X(01) VALUE SPACE.
001060     03  WS-DPL-ABERTURA        PIC 9(08).
001070     03  FILLER                 PIC X(01) VALUE SPACE.
001080     03  WS-DPL-BIMESTRES       PIC X(04).
001090     03  FILLER                 PIC X(01) VALUE SPACE.
001100     03  WS-DPL-TENTATIVAS      PIC Z9.
001110 01  WS-ALUNO-TOTAL-LINE.
001120     03  FILLER                 PIC X(08) VALUE SPACES.
001130     03  FILLER                 PIC X(16) VALUE
001140         "TOTAL DO ALUNO: ".
001150     03  WS-ATL-QTD             PIC ZZ9.
001160     03  FILLER                 PIC X(25) VALUE
001170         " DEPENDENCIA(S) ABERTA(S)".
001180 01  WS-TOTAL-LINE.
001190     03  WS-TOT-ROTULO          PIC X(40).
001200     03  WS-TOT-VALOR           PIC ZZ,ZZ9.
001210 PROCEDURE DIVISION.
001220 0000-MAIN-PROCEDURE.
001230     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001240     PERFORM 2000-LE-DEPENDENCIA THRU 2000-EXIT
001250         UNTIL FIM-DO-DEPEND
001260     PERFORM 9000-FINALIZE THRU 9000-EXIT
001270     STOP RUN.
001280*----------------------------------------------------------*
001290* 1000-INITIALIZE -- READ THE OPTIONAL STUDENT FILTER,     *
001300*     OPEN THE FILES, WRITE THE HEADINGS AND POSITION AT   *
001310*     THE FIRST DEPENDENCIA (OF THE FILTERED STUDENT).     *
001320*----------------------------------------------------------*
001330 1000-INITIALIZE.
001340     MOVE SPACES TO WS-PARM-LINE
001350     ACCEPT WS-PARM-LINE
001360     IF WS-PRM-ALUNO-X NOT = SPACES
001370        AND WS-PRM-ALUNO-X IS NOT NUMERIC
001380        DISPLAY "ALUNO INVALIDO NO SYSIN: " WS-PRM-ALUNO-X
001390        MOVE 8 TO RETURN-CODE
001400        STOP RUN
001410     END-IF
001420     ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
001430     OPEN OUTPUT DEPEND-REPORT-FILE
001440     MOVE WS-DATA-HOJE TO WS-TIT-DATA
001450     MOVE WS-DEP-TITULO TO DEPEND-REPORT-REC
001460     WRITE DEPEND-REPORT-REC
001470     MOVE SPACES TO DEPEND-REPORT-REC
001480     WRITE DEPEND-REPORT-REC
001490     MOVE WS-DEP-CABEC TO DEPEND-REPORT-REC
001500     WRITE DEPEND-REPORT-REC
001510     OPEN INPUT DEPEND-MASTER-FILE
001520     IF WS-DEP-MASTER-STATUS NOT = "00"
001530        DISPLAY "DEPMAST NAO DISPONIVEL, STATUS: "
001540            WS-DEP-MASTER-STATUS
001550        DISPLAY "NENHUMA DEPENDENCIA REGISTRADA"
001560        SET FIM-DO-DEPEND TO TRUE
001570        GO TO 1000-EXIT
001580     END-IF
001590     SET DEPMAST-ABERTO TO TRUE
001600     MOVE LOW-VALUES TO MED-DEP-CHAVE
001610     IF WS-PRM-ALUNO-X NOT = SPACES
001620        MOVE WS-PRM-ALUNO-ID TO MED-DEP-ALUNO-ID
001630        MOVE ZERO            TO MED-DEP-ANO-ORIGEM
001640     END-IF
001650     START DEPEND-MASTER-FILE KEY NOT LESS MED-DEP-CHAVE
001660         INVALID KEY
001670             SET FIM-DO-DEPEND TO TRUE
001680     END-START
001690     .
001700 1000-EXIT.
001710     EXIT.
001720*----------------------------------------------------------*
001730* 2000-LE-DEPENDENCIA -- NEXT DEPENDENCIA BY KEY; A        *
001740*     CHANGE OF STUDENT CLOSES THE PRIOR STUDENT'S GROUP.  *
001750*     ONLY THE ABERTA ONES ARE LISTED.                     *
001760*----------------------------------------------------------*
001770 2000-LE-DEPENDENCIA.
001780     READ DEPEND-MASTER-FILE NEXT RECORD
001790         AT END
001800             SET FIM-DO-DEPEND TO TRUE
001810             GO TO 2000-EXIT
001820     END-READ
001830     IF WS-PRM-ALUNO-X NOT = SPACES
001840        AND MED-DEP-ALUNO-ID NOT = WS-PRM-ALUNO-ID
001850        SET FIM-DO-DEPEND TO TRUE
001860        GO TO 2000-EXIT
001870     END-IF
001880     ADD 1 TO WS-CONT-LIDAS
001890     IF NOT MED-DEP-ABERTA
001900        ADD 1 TO WS-CONT-CONCLUIDAS
001910        GO TO 2000-EXIT
001920     END-IF
001930     IF WS-QTD-ALUNO > ZERO
001940        AND MED-DEP-ALUNO-ID NOT = WS-ALUNO-ATUAL
001950        PERFORM 4000-FECHA-ALUNO THRU 4000-EXIT
001960     END-IF
001970     PERFORM 3000-IMPRIME-DEPENDENCIA THRU 3000-EXIT
001980     .
001990 2000-EXIT.
002000     EXIT.
002010*----------------------------------------------------------*
002020* 3000-IMPRIME-DEPENDENCIA -- ONE OPEN DEPENDENCIA; ID     *
002030*     AND NAME ON THE STUDENT'S FIRST LINE ONLY. BIM.      *
002040*     SHOWS THE RETAKE BIMESTRES GRADED SO FAR (1-3- =     *
002050*     FIRST AND THIRD).                                    *
002060*----------------------------------------------------------*
002070 3000-IMPRIME-DEPENDENCIA.
002080     ADD 1 TO WS-CONT-ABERTAS
002090     MOVE SPACES TO WS-DEP-LINE
002100     IF WS-QTD-ALUNO = ZERO
002110        ADD 1 TO WS-CONT-ALUNOS
002120        MOVE MED-DEP-ALUNO-ID TO WS-ALUNO-ATUAL
002130        MOVE MED-DEP-ALUNO-ID TO WS-DPL-ALUNO-ID
002140        MOVE MED-DEP-NOME     TO WS-DPL-NOME
002150     ELSE
002160        MOVE SPACES TO WS-DPL-ALUNO-X
002170     END-IF
002180     ADD 1 TO WS-QTD-ALUNO
002190     MOVE MED-DEP-ANO-ORIGEM    TO WS-DPL-ANO
002200     MOVE MED-DEP-SERIE-ORIGEM  TO WS-DPL-SERIE
002210     MOVE MED-DEP-TURMA-ORIGEM  TO WS-DPL-TURMA
002220     MOVE MED-DEP-MATERIA       TO WS-DPL-MATERIA
002230     MOVE MED-DEP-MEDIA-ORIGEM  TO WS-DPL-MEDIA
002240     MOVE MED-DEP-SITUACAO-ORIG TO WS-DPL-SITUACAO
002250     MOVE MED-DEP-DATA-ABERTURA TO WS-DPL-ABERTURA
002260     MOVE ALL "-" TO WS-DPL-BIMESTRES
002270     PERFORM 3100-MARCA-BIMESTRE THRU 3100-EXIT
002280         VARYING WS-BIM-SUB FROM 1 BY 1
002290         UNTIL WS-BIM-SUB > 4
002300     MOVE MED-DEP-TENTATIVAS    TO WS-DPL-TENTATIVAS
002310     MOVE WS-DEP-LINE TO DEPEND-REPORT-REC
002320     WRITE DEPEND-REPORT-REC
002330     .
002340 3000-EXIT.
002350     EXIT.
002360 3100-MARCA-BIMESTRE.
002370     IF MED-DEP-BIM-GRADUADO (WS-BIM-SUB)
002380        MOVE WS-BIM-SUB TO WS-DPL-BIMESTRES (WS-BIM-SUB:1)
002390     END-IF
002400     .
002410 3100-EXIT.
002420     EXIT.
002430*----------------------------------------------------------*
002440* 4000-FECHA-ALUNO -- THE STUDENT'S COUNT LINE AND A BLANK *
002450*     LINE BEFORE THE NEXT STUDENT.                        *
002460*----------------------------------------------------------*
002470 4000-FECHA-ALUNO.
002480     MOVE WS-QTD-ALUNO TO WS-ATL-QTD
002490     MOVE WS-ALUNO-TOTAL-LINE TO DEPEND-REPORT-REC
002500     WRITE DEPEND-REPORT-REC
002510     MOVE SPACES TO DEPEND-REPORT-REC
002520     WRITE DEPEND-REPORT-REC
002530     MOVE ZERO TO WS-QTD-ALUNO
002540     .
002550 4000-EXIT.
002560     EXIT.
002570*----------------------------------------------------------*
002580* 9000-FINALIZE -- LAST STUDENT'S COUNT, REPORT TOTALS AND *
002590*     CLOSE THE FILES.                                     *
002600*----------------------------------------------------------*
002610 9000-FINALIZE.
002620     IF WS-QTD-ALUNO > ZERO
002630        PERFORM 4000-FECHA-ALUNO THRU 4000-EXIT
002640     END-IF
002650     MOVE SPACES TO DEPEND-REPORT-REC
002660     WRITE DEPEND-REPORT-REC
002670     MOVE "ALUNOS COM DEPENDENCIA ABERTA" TO WS-TOT-ROTULO
002680     MOVE WS-CONT-ALUNOS TO WS-TOT-VALOR
002690     PERFORM 9100-GRAVA-TOTAL THRU 9100-EXIT
002700     MOVE "DEPENDENCIAS ABERTAS" TO WS-TOT-ROTULO
002710     MOVE WS-CONT-ABERTAS TO WS-TOT-VALOR
002720     PERFORM 9100-GRAVA-TOTAL THRU 9100-EXIT
002730     MOVE "DEPENDENCIAS CONCLUIDAS (NAO LISTADAS)" TO
002740         WS-TOT-ROTULO
002750     MOVE WS-CONT-CONCLUIDAS TO WS-TOT-VALOR
002760     PERFORM 9100-GRAVA-TOTAL THRU 9100-EXIT
002770     IF DEPMAST-ABERTO
002780        CLOSE DEPEND-MASTER-FILE
002790     END-IF
002800     CLOSE DEPEND-REPORT-FILE
002810     DISPLAY "DEPENDENCIAS LIDAS...: " WS-CONT-LIDAS
002820     DISPLAY "ABERTAS LISTADAS.....: " WS-CONT-ABERTAS
002830     DISPLAY "ALUNOS...............: " WS-CONT-ALUNOS
002840     .
002850 9000-EXIT.
002860     EXIT.
002870 9100-GRAVA-TOTAL.
002880     MOVE WS-TOTAL-LINE TO DEPEND-REPORT-REC
002890     WRITE DEPEND-REPORT-REC
002900     .
002910 9100-EXIT.
002920     EXIT.
002930 END PROGRAM DEPEND_RELAT.
