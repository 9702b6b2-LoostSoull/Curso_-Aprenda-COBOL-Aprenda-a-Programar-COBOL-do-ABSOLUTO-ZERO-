000289*                  SYSIN line) against OPERMAST and refuses an
000289*                  operator without the maintenance function;
000289*                  the denial is stamped NEG on ACESSLOG.
000289*   2026-10-15 JA  A change that retypes MED-TUR-MENSALIDADE
000289*                  now leaves the old and new price on the
000289*                  TURPRECO tuition history (TPRSEL/TPRFD),
000289*                  effective from the current competence, so
000289*                  billing can price earlier months at the
000289*                  tuition then in force.
000290* Tectonics: cobc
000300*****************************************************************
000310 IDENTIFICATION DIVISION.
000445     COPY PROFSEL.
000446     COPY OPERSEL.
000447     COPY ACSSEL.
000447     COPY TPRSEL.
000450     COPY ERRLSEL.
000460 DATA DIVISION.
000470 FILE SECTION.
000675 FD  OPER-MASTER-FILE.
000676     COPY OPERMST.
000677     COPY ACSFD.
000677     COPY TPRFD.
000680     COPY ERRLFD.
000690 WORKING-STORAGE SECTION.
000700     COPY ERRCODES.
000720 01  WS-STU-MASTER-STATUS       PIC X(02) VALUE SPACES.
000730 01  WS-TRANS-STATUS            PIC X(02) VALUE SPACES.
000732 01  WS-PRF-MASTER-STATUS       PIC X(02) VALUE SPACES.
000732 01  WS-TPR-STATUS              PIC X(02) VALUE SPACES.
000732 01  WS-DATA-HOJE               PIC 9(08) VALUE ZERO.
000732 01  WS-DATA-HOJE-R REDEFINES WS-DATA-HOJE.
000732     03  WS-HOJE-AAAAMM         PIC 9(06).
000732     03  WS-HOJE-DD             PIC 9(02).
000732 01  WS-PRECO-ANTERIOR          PIC 9(05)V99 VALUE ZERO.
000734 01  WS-PROFS-CARREG            PIC X(01) VALUE 'N'.
000736     88  PROFS-CARREGADOS             VALUE 'S'.
000738 01  WS-PROF-ACHOU              PIC X(01) VALUE 'N'.
001550        STOP RUN
001560     END-IF
001572     PERFORM 1500-CARREGA-PROFS THRU 1500-EXIT
001572     ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
001572     OPEN EXTEND TURMA-PRECO-FILE
001572     IF WS-TPR-STATUS NOT = "00" AND WS-TPR-STATUS NOT = "05"
001572        OPEN OUTPUT TURMA-PRECO-FILE
001572     END-IF
001572     IF WS-TPR-STATUS NOT = "00"
001572        DISPLAY "ERRO NA ABERTURA DO TURPRECO: " WS-TPR-STATUS
001572        MOVE "OPNERR"   TO MED-ERROR-CODE
001572        MOVE "TURPRECO NAO PODE SER ABERTO" TO MED-ERROR-TEXT
001572        SET MED-RC-FILE-ERROR TO TRUE
001572        PERFORM 9800-ERROR-LOG THRU 9800-EXIT
001572        MOVE MED-RETURN-CODE TO RETURN-CODE
001572        STOP RUN
001572     END-IF
001570     IF NOT FIM-DO-TRANS
001580        PERFORM 3000-READ-TRANS THRU 3000-EXIT
001590     END-IF
002290     EXIT.
002300*----------------------------------------------------------*
002310* 2200-ALTERA-TURMA -- ONLY THE FIELDS THE TRANSACTION      *
002320*     FILLED IN ARE REPLACED. A NEW TUITION GOES ON THE     *
002320*     TURPRECO HISTORY, EFFECTIVE THIS COMPETENCE.          *
002330*----------------------------------------------------------*
002340 2200-ALTERA-TURMA.
002350     MOVE MED-TRT-CODIGO TO MED-TUR-CODIGO
002410     IF TRANS-REJEITADA
002420        GO TO 2200-EXIT
002430     END-IF
002430     MOVE MED-TUR-MENSALIDADE TO WS-PRECO-ANTERIOR
002440     IF MED-TRT-DESCRICAO NOT = SPACES
002450        MOVE MED-TRT-DESCRICAO TO MED-TUR-DESCRICAO
002460     END-IF
002690             MOVE "ERRO DE REGRAVACAO NO TURMAST"
002700                 TO WS-MOTIVO-REJEICAO
002710     END-REWRITE
002712     IF NOT TRANS-REJEITADA
002714        AND MED-TUR-MENSALIDADE NOT = WS-PRECO-ANTERIOR
002716        PERFORM 2250-GRAVA-PRECO THRU 2250-EXIT
002718     END-IF
002720     .
002730 2200-EXIT.
002740     EXIT.
002741 2250-GRAVA-PRECO.
002742     MOVE SPACES              TO MED-TURMA-PRECO-REC
002743     MOVE MED-TUR-CODIGO      TO MED-TPR-TURMA
002744     MOVE WS-HOJE-AAAAMM      TO MED-TPR-VIGENCIA
002745     MOVE WS-PRECO-ANTERIOR   TO MED-TPR-ANTERIOR
002746     MOVE MED-TUR-MENSALIDADE TO MED-TPR-NOVA
002747     MOVE ZERO                TO MED-TPR-PERCENTUAL
002748     MOVE WS-DATA-HOJE        TO MED-TPR-DATA
002749     MOVE WS-OPERADOR         TO MED-TPR-OPERADOR
002749     MOVE "TURMAINT"          TO MED-TPR-ORIGEM
002749     WRITE MED-TURMA-PRECO-REC
002749     .
002749 2250-EXIT.
002749     EXIT.
002750*----------------------------------------------------------*
002760* 2300-EXCLUI-TURMA -- REMOVE A CLASS FROM THE MASTER       *
002770*----------------------------------------------------------*
004260     CLOSE TUR-TRANS-FILE
004270     CLOSE TUR-REGISTER-FILE
004280     CLOSE TURMA-MASTER-FILE
004280     CLOSE TURMA-PRECO-FILE
004290     DISPLAY "TRANSACOES LIDAS....: " WS-CONT-LIDOS
004300     DISPLAY "APLICADAS...........: " WS-CONT-APLICADOS
004310     DISPLAY "REJEITADAS..........: " WS-CONT-REJEITADOS
