000292*                  code, turma and operator) BEFORE the master
000293*                  rewrite -- the direction's dropout numbers
000294*                  stop being a shrug (see EVASAO_ANALISE).
000294*   2026-10-15 JA  An inclusion now appends a STATHIST record
000294*                  too (old status blank, new status the one
000294*                  enrolled with), so the history dates every
000294*                  enrollment and the monthly billing can bill
000294*                  a mid-month enrollment only from that day.
000280* Tectonics: cobc
000290*****************************************************************
000300 IDENTIFICATION DIVISION.
002010             MOVE "ERRO DE GRAVACAO NO STUMAST"
002020                 TO WS-MOTIVO-REJEICAO
002030     END-WRITE
002031     IF NOT TRANS-REJEITADA
002031        PERFORM 2340-HIST-INCLUSAO THRU 2340-EXIT-HIST
002031     END-IF
002032     IF NOT TRANS-REJEITADA
002033        AND MED-STU-ATIVO
002034        AND MED-STU-TURMA NOT = SPACES
002684     .
002685 2350-EXIT-HIST.
002686     EXIT.
002686*----------------------------------------------------------*
002686* 2340-HIST-INCLUSAO -- THE ENROLLMENT ITSELF GOES ON THE   *
002686*     HISTORY AS A MOVE FROM NO STATUS (BLANK) TO THE       *
002686*     STATUS ENROLLED WITH, DATED LIKE ANY OTHER MOVE.      *
002686*----------------------------------------------------------*
002686 2340-HIST-INCLUSAO.
002686     OPEN EXTEND STAT-HIST-FILE
002686     IF WS-STHIST-STATUS NOT = "00"
002686        AND WS-STHIST-STATUS NOT = "05"
002686        DISPLAY "STATHIST NAO PODE SER GRAVADO: "
002686            WS-STHIST-STATUS
002686        GO TO 2340-EXIT-HIST
002686     END-IF
002686     MOVE SPACES TO MED-STAT-HIST-REC
002686     MOVE MED-STU-ID      TO MED-STH-ALUNO-ID
002686     MOVE SPACE           TO MED-STH-STATUS-DE
002686     MOVE MED-STU-STATUS  TO MED-STH-STATUS-PARA
002686     MOVE MED-STUT-MOTIVO TO MED-STH-MOTIVO
002686     MOVE MED-STU-TURMA   TO MED-STH-TURMA
002686     MOVE WS-OPERADOR     TO MED-STH-OPERADOR
002686     ACCEPT MED-STH-DATA FROM DATE YYYYMMDD
002686     WRITE MED-STAT-HIST-REC
002686     CLOSE STAT-HIST-FILE
002686     .
002686 2340-EXIT-HIST.
002686     EXIT.
002670*----------------------------------------------------------*
002680* 2400-VALIDA-STATUS -- THE TRANSACTION STATUS MUST BE ONE   *
002690*     OF THE FOUR LEVEL-88 VALUES STUMAST DEFINES.           *
