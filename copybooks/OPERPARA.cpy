000220*                     in this system applies);
000230*                 9250-VERIFICA-OPERADOR with MED-OPR-CHECK-ID
000240*                     and MED-OPR-FUNC-CHECK set -- the 88
000250*                     level OPERADOR-AUTORIZADO answers, and an
000252*                     authorized use is stamped on ACESSLOG
000254*                     (9270: result CON, COR, MAN or PUR) for
000256*                     the access recertification;
000260*                 9280-NEGA-ACESSO to stamp the denial on
000270*                     ACESSLOG (result NEG);
000280*                 9290-FECHA-OPERMAST at close.
000304*                  (CADREC/CADPARA): the caller must also
000306*                  COPY those two, and the write anchors to
000308*                  the log's last chained line first.
000309*   2026-10-15 JA  Every use OPERMAST authorizes is stamped on
000309*                  ACESSLOG too (9270-REGISTRA-USO, result CON/
000309*                  COR/MAN/PUR by function): the maintenance
000309*                  registers carry no operator ID, and
000309*                  ACESSO_RECERT needs the last date each
000309*                  function was really used. 9270 and 9280
000309*                  share the chained write (9282-GRAVA-ACESSO).
000310*****************************************************************
000320 9200-ABRE-OPERMAST.
000330     OPEN INPUT OPER-MASTER-FILE
000750         WHEN OTHER
000760             CONTINUE
000770     END-EVALUATE
000772     IF OPERADOR-AUTORIZADO
000774        PERFORM 9270-REGISTRA-USO THRU 9270-EXIT-OPER
000776     END-IF
000780     .
000790 9250-EXIT-OPER.
000800     EXIT.
000802 9270-REGISTRA-USO.
000804     EVALUATE MED-OPR-FUNC-CHECK
000806         WHEN 'C'
000808             MOVE "CON" TO MED-OPN-RESULTADO
000810         WHEN 'R'
000812             MOVE "COR" TO MED-OPN-RESULTADO
000814         WHEN 'M'
000816             MOVE "MAN" TO MED-OPN-RESULTADO
000818         WHEN OTHER
000820             MOVE "PUR" TO MED-OPN-RESULTADO
000822     END-EVALUATE
000824     MOVE ZERO TO MED-OPN-ALUNO-ID
000826     PERFORM 9282-GRAVA-ACESSO THRU 9282-EXIT-OPER
000828     .
000830 9270-EXIT-OPER.
000832     EXIT.
000834 9280-NEGA-ACESSO.
000836     MOVE "NEG" TO MED-OPN-RESULTADO
000838     PERFORM 9282-GRAVA-ACESSO THRU 9282-EXIT-OPER
000840     .
000842 9280-EXIT-OPER.
000844     EXIT.
000846 9282-GRAVA-ACESSO.
000848     ACCEPT MED-OPN-DATE FROM DATE YYYYMMDD
000850     ACCEPT MED-OPN-TIME FROM TIME
000851     MOVE MED-OPR-CHECK-ID TO MED-OPN-OPERADOR
000852     MOVE ZERO TO MED-CAD-SEQ MED-CAD-CHECK
000854     MOVE 40 TO MED-CAD-TAMANHO
000856     OPEN INPUT ACCESS-LOG-FILE
000890     CLOSE ACCESS-LOG-FILE
000892     MOVE 'N' TO MED-OPR-FIM-ANCORA
000900     .
000910 9282-EXIT-OPER.
000920     EXIT.
000922 9285-ANCORA-ACESSO.
000924     READ ACCESS-LOG-FILE
