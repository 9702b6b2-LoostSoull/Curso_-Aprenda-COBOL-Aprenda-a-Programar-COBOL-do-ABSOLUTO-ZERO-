000220*               of every change applied and rejected. Every
000230*               materia code on the transaction must exist on
000240*               the MATMAST subject master; a grid with no
000250*               subjects at all is rejected. Each materia code
000250*               carries its weekly lesson count, which the
000250*               timetable proposal run (HORARIO_GERA) schedules.
000260* Modification History:
000270*   2026-09-03 JA  Initial version.
000280*   2026-09-03 JA  A run now starts with an operator ID that
000280*                  OPERPARA), the same gate the other maintenance
000280*                  programs apply; a denied run is stamped NEG on
000280*                  ACESSLOG and ends with condition code 8.
000280*   2026-10-15 JA  GRDTRAN carries the weekly lesson count of
000280*                  each materia (two digits, blank = not yet
000280*                  set), stored in the new MED-GRD-CARGA-HORARIA;
000280*                  more than twelve (two a day, six days) is
000280*                  rejected. The register shows the weekly total.
000280* Tectonics: cobc
000290*****************************************************************
000300 IDENTIFICATION DIVISION.
000510     03  MED-GRT-SERIE          PIC X(10).
000520     03  MED-GRT-MATERIA        OCCURS 15 TIMES
000530                                PIC X(06).
000540     03  MED-GRT-AULAS          OCCURS 15 TIMES
000540                                PIC X(02).
000540 FD  GRD-REGISTER-FILE.
000550 01  GRD-REGISTER-REC           PIC X(80).
000560 FD  GRADE-MASTER-FILE.
000730 01  WS-MOTIVO-REJEICAO         PIC X(30) VALUE SPACES.
000740 01  WS-SLOT-SUB                PIC 9(02) COMP VALUE ZERO.
000750 01  WS-QTD-INFORMADAS          PIC 9(02) VALUE ZERO.
000750 01  WS-AULAS-INFORMADAS        PIC 9(02) VALUE ZERO.
000750 01  WS-CARGA-TOTAL             PIC 9(03) VALUE ZERO.
000760 01  WS-CONTADORES.
000770     03  WS-CONT-LIDOS          PIC 9(05) COMP VALUE ZERO.
000780     03  WS-CONT-APLICADOS      PIC 9(05) COMP VALUE ZERO.
000900     03  WS-REG-ACAO            PIC X(09).
000910     03  FILLER                 PIC X(01) VALUE SPACE.
000920     03  WS-REG-MOTIVO          PIC X(30).
000920     03  FILLER                 PIC X(01) VALUE SPACE.
000920     03  WS-REG-CARGA           PIC 9(03).
000930 PROCEDURE DIVISION.
000940 0000-MAIN-PROCEDURE.
000950     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001810     MOVE SPACES TO MED-GRADE-MASTER-REC
001820     MOVE MED-GRT-SERIE TO MED-GRD-SERIE
001830     MOVE ZERO TO WS-QTD-INFORMADAS
001830     MOVE ZERO TO WS-CARGA-TOTAL
001830     MOVE ZEROS TO MED-GRD-CARGA-HORARIA
001840     PERFORM 2150-VALIDA-MATERIA THRU 2150-EXIT
001850         VARYING WS-SLOT-SUB FROM 1 BY 1
001860         UNTIL WS-SLOT-SUB > 15 OR TRANS-REJEITADA
002140*----------------------------------------------------------*
002150* 2150-VALIDA-MATERIA -- ONE INFORMED SLOT: THE CODE MUST   *
002160*     EXIST ON MATMAST (SKIPPED WHEN MATMAST COULD NOT BE   *
002170*     OPENED) AND ITS WEEKLY LESSONS BE 00-12; VALID CODES  *
002170*     PACK INTO THE NEXT GRID SLOT WITH THEIR LESSONS.      *
002180*----------------------------------------------------------*
002190 2150-VALIDA-MATERIA.
002200     IF MED-GRT-MATERIA (WS-SLOT-SUB) = SPACES
002320           GO TO 2150-EXIT
002330        END-IF
002340     END-IF
002340     MOVE ZERO TO WS-AULAS-INFORMADAS
002340     IF MED-GRT-AULAS (WS-SLOT-SUB) NOT = SPACES
002340        IF MED-GRT-AULAS (WS-SLOT-SUB) IS NOT NUMERIC
002340           SET TRANS-REJEITADA TO TRUE
002340           MOVE "AULAS SEMANAIS NAO NUMERICAS" TO
002340               WS-MOTIVO-REJEICAO
002340           GO TO 2150-EXIT
002340        END-IF
002340        MOVE MED-GRT-AULAS (WS-SLOT-SUB) TO WS-AULAS-INFORMADAS
002340        IF WS-AULAS-INFORMADAS > 12
002340           SET TRANS-REJEITADA TO TRUE
002340           MOVE "AULAS SEMANAIS ACIMA DE 12" TO
002340               WS-MOTIVO-REJEICAO
002340           GO TO 2150-EXIT
002340        END-IF
002340     END-IF
002350     ADD 1 TO WS-QTD-INFORMADAS
002360     MOVE MED-GRT-MATERIA (WS-SLOT-SUB) TO
002370         MED-GRD-MATERIA (WS-QTD-INFORMADAS)
002370     MOVE WS-AULAS-INFORMADAS TO
002370         MED-GRD-AULAS-SEMANA (WS-QTD-INFORMADAS)
002370     ADD WS-AULAS-INFORMADAS TO WS-CARGA-TOTAL
002380     .
002390 2150-EXIT.
002400     EXIT.
002730     MOVE MED-GRT-FUNCAO TO WS-REG-FUNCAO
002740     MOVE MED-GRT-SERIE  TO WS-REG-SERIE
002750     MOVE WS-QTD-INFORMADAS TO WS-REG-QTD
002750     MOVE WS-CARGA-TOTAL TO WS-REG-CARGA
002760     IF TRANS-REJEITADA
002770        MOVE "REJEITADO" TO WS-REG-ACAO
002780        MOVE WS-MOTIVO-REJEICAO TO WS-REG-MOTIVO
