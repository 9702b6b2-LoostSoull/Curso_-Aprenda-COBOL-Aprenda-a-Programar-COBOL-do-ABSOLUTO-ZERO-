000330*                 EXPIRA <dias> -- every pending request older
000340*                     than the given number of days gets an X
000350*                     record and a report line;
000360*                 LISTA  -- current state of the queue;
000361*                 BAIXA  <fatura> <operador> <motivo> -- capture
000362*                     a bad-debt write-off for PROVISAO_PDD:
000363*                     the invoice must exist, be ABERTA and not
000364*                     already have a write-off in the queue; the
000365*                     request goes in as program PDDBAIXA with the
000366*                     invoice and the motive as its parameters,
000367*                     and its approver needs the maintenance
000368*                     function.
000368*                 ESTORN <competencia> <operador> <motivo> --
000368*                     capture the backout of a whole FATURA_MENSAL
000368*                     run for FATURA_ESTORNO: the competence
000368*                     (AAAAMM) must be valid and not already have
000368*                     a backout pending or approved; the request
000368*                     goes in as program FATESTOR with the
000368*                     competence and the motive as its
000368*                     parameters, and its approver needs the
000368*                     maintenance function.
000370*               The released program then reads its parameters
000380*               FROM the approved queue entry and marks it
000390*               executed. Latest record per request ID wins
000400*               (copybooks PACSEL/PACFD).
000410* Modification History:
000420*   2026-09-03 JA  Initial version.
000420*   2026-10-15 JA  BAIXA function: write-off requests for
000420*                  PROVISAO_PDD (program PDDBAIXA), checked
000420*                  against FATMAST at capture; the approver
000420*                  needs the maintenance function.
000420*   2026-10-15 JA  ESTORN function: backout requests for
000420*                  FATURA_ESTORNO (program FATESTOR); the approver
000420*                  needs the maintenance function.
000430* Tectonics: cobc
000440*****************************************************************
000450 IDENTIFICATION DIVISION.
000490 FILE-CONTROL.
000500     COPY PACSEL.
000510     COPY OPERSEL.
000510     COPY FATSEL.
000520     COPY ERRLSEL.
000530     SELECT ACAO-REPORT-FILE ASSIGN TO "ACAORPT"
000540         ORGANIZATION IS LINE SEQUENTIAL.
000570     COPY PACFD.
000580 FD  OPER-MASTER-FILE.
000590     COPY OPERMST.
000590 FD  FATURA-MASTER-FILE.
000590     COPY FATMST.
000600     COPY ERRLFD.
000610 FD  ACAO-REPORT-FILE.
000620 01  ACAO-REPORT-REC            PIC X(120).
000640     COPY ERRCODES.
000650 01  WS-PAC-STATUS-FS           PIC X(02) VALUE SPACES.
000660 01  WS-OPR-MASTER-STATUS       PIC X(02) VALUE SPACES.
000660 01  WS-FAT-MASTER-STATUS       PIC X(02) VALUE SPACES.
000670 01  WS-OPERMAST-DISP           PIC X(01) VALUE 'N'.
000680     88  OPERMAST-DISPONIVEL          VALUE 'S'.
000690 01  WS-SWITCHES.
000810         88  FUNCAO-APROVA            VALUE "APROVA".
000820         88  FUNCAO-EXPIRA            VALUE "EXPIRA".
000830         88  FUNCAO-LISTA             VALUE "LISTA ".
000830         88  FUNCAO-BAIXA             VALUE "BAIXA ".
000830         88  FUNCAO-ESTORNO           VALUE "ESTORN".
000840     03  FILLER                 PIC X(01).
000850     03  WS-PRM-CAMPO1          PIC X(08).
000860     03  WS-PRM-CAMPO1-NUM REDEFINES WS-PRM-CAMPO1.
001150 01  WS-FILA-SUB                PIC 9(03) COMP VALUE ZERO.
001160 01  WS-CONT-EXPIRADAS          PIC 9(03) VALUE ZERO.
001165 01  WS-PAC-GUARDA              PIC X(108) VALUE SPACES.
001165*----------------------------------------------------------*
001165* WRITE-OFF REQUEST PARAMETERS: INVOICE SP MOTIVE           *
001165*----------------------------------------------------------*
001165 01  WS-BAIXA-PARM.
001165     03  WS-BXP-FATURA          PIC 9(07).
001165     03  FILLER                 PIC X(01) VALUE SPACE.
001165     03  WS-BXP-MOTIVO          PIC X(52).
001165*----------------------------------------------------------*
001165* BACKOUT REQUEST PARAMETERS: COMPETENCE SP MOTIVE          *
001165*----------------------------------------------------------*
001165 01  WS-ESTORNO-PARM.
001165     03  WS-ETP-COMPETENCIA     PIC X(06).
001165     03  WS-ETP-COMPETENCIA-R REDEFINES WS-ETP-COMPETENCIA.
001165         05  WS-ETP-ANO         PIC 9(04).
001165         05  WS-ETP-MES         PIC 9(02).
001165     03  FILLER                 PIC X(01) VALUE SPACE.
001165     03  WS-ETP-MOTIVO          PIC X(53).
001170*----------------------------------------------------------*
001180* REPORT LINE                                               *
001190*----------------------------------------------------------*
001490             PERFORM 5000-EXPIRA-PEDIDOS THRU 5000-EXIT
001500         WHEN FUNCAO-LISTA
001510             PERFORM 7000-LISTA-FILA THRU 7000-EXIT
001510         WHEN FUNCAO-BAIXA
001510             PERFORM 2500-PEDE-BAIXA THRU 2500-EXIT
001510         WHEN FUNCAO-ESTORNO
001510             PERFORM 2600-PEDE-ESTORNO THRU 2600-EXIT
001520         WHEN OTHER
001530             DISPLAY "FUNCAO INVALIDA: " WS-PRM-FUNCAO
001540             MOVE 8 TO RETURN-CODE
002300     .
002310 2000-EXIT.
002320     EXIT.
002320*----------------------------------------------------------*
002320* 2500-PEDE-BAIXA -- A WRITE-OFF FOR PROVISAO_PDD: THE      *
002320*     INVOICE MUST BE OPEN ON FATMAST AND NOT ALREADY IN THE*
002320*     QUEUE; THEN IT IS CAPTURED AS A PDDBAIXA REQUEST.     *
002320*----------------------------------------------------------*
002320 2500-PEDE-BAIXA.
002320     IF WS-PRM-CAMPO1 (1:7) IS NOT NUMERIC
002320        OR WS-PRM-CAMPO2 = SPACES
002320        OR WS-PRM-PARAMETROS = SPACES
002320        DISPLAY "BAIXA EXIGE FATURA, OPERADOR E MOTIVO"
002320        MOVE 8 TO RETURN-CODE
002320        GO TO 2500-EXIT
002320     END-IF
002320     MOVE WS-PRM-ID TO WS-BXP-FATURA
002320     MOVE WS-PRM-PARAMETROS TO WS-BXP-MOTIVO
002320     OPEN INPUT FATURA-MASTER-FILE
002320     IF WS-FAT-MASTER-STATUS NOT = "00"
002320        DISPLAY "FATMAST INDISPONIVEL -- BAIXA NAO CAPTURADA"
002320        MOVE 8 TO RETURN-CODE
002320        GO TO 2500-EXIT
002320     END-IF
002320     MOVE WS-BXP-FATURA TO MED-FAT-NUMERO
002320     READ FATURA-MASTER-FILE
002320         INVALID KEY
002320             DISPLAY "FATURA " WS-BXP-FATURA " NAO ENCONTRADA"
002320             MOVE 8 TO RETURN-CODE
002320     END-READ
002320     CLOSE FATURA-MASTER-FILE
002320     IF RETURN-CODE = 8
002320        GO TO 2500-EXIT
002320     END-IF
002320     IF NOT MED-FAT-ABERTA
002320        DISPLAY "FATURA " WS-BXP-FATURA " NAO ESTA ABERTA"
002320        MOVE 8 TO RETURN-CODE
002320        GO TO 2500-EXIT
002320     END-IF
002320     MOVE 'N' TO WS-PED-ACHOU
002320     PERFORM 2550-BUSCA-BAIXA THRU 2550-EXIT
002320         VARYING WS-FILA-SUB FROM 1 BY 1
002320         UNTIL WS-FILA-SUB > WS-FILA-TABLE-QTD
002320     IF ACHOU-PEDIDO
002320        DISPLAY "FATURA " WS-BXP-FATURA
002320            " JA TEM BAIXA NA FILA DE ACOES"
002320        MOVE 8 TO RETURN-CODE
002320        GO TO 2500-EXIT
002320     END-IF
002320     MOVE "PDDBAIXA"    TO WS-PRM-CAMPO1
002320     MOVE WS-BAIXA-PARM TO WS-PRM-PARAMETROS
002320     PERFORM 2000-CAPTURA-PEDIDO THRU 2000-EXIT
002320     .
002320 2500-EXIT.
002320     EXIT.
002320 2550-BUSCA-BAIXA.
002320     IF WS-FIL-PROGRAMA (WS-FILA-SUB) = "PDDBAIXA"
002320        AND WS-FIL-PARAMETROS (WS-FILA-SUB) (1:7) =
002320            WS-BAIXA-PARM (1:7)
002320        AND (WS-FIL-STATUS (WS-FILA-SUB) = 'P'
002320             OR WS-FIL-STATUS (WS-FILA-SUB) = 'A')
002320        SET ACHOU-PEDIDO TO TRUE
002320     END-IF
002320     .
002320 2550-EXIT.
002320     EXIT.
002320*----------------------------------------------------------*
002320* 2600-PEDE-ESTORNO -- A BACKOUT OF ONE COMPETENCE'S BILLING*
002320*     RUN FOR FATURA_ESTORNO: A VALID COMPETENCE NOT ALREADY*
002320*     IN THE QUEUE; THEN IT IS CAPTURED AS A FATESTOR       *
002320*     REQUEST. WHETHER THE RUN CAN STILL BE BACKED OUT IS   *
002320*     DECIDED WHEN IT EXECUTES.                             *
002320*----------------------------------------------------------*
002320 2600-PEDE-ESTORNO.
002320     MOVE WS-PRM-CAMPO1 (1:6) TO WS-ETP-COMPETENCIA
002320     IF WS-ETP-COMPETENCIA IS NOT NUMERIC
002320        OR WS-PRM-CAMPO2 = SPACES
002320        DISPLAY "ESTORN EXIGE COMPETENCIA (AAAAMM) E OPERADOR"
002320        MOVE 8 TO RETURN-CODE
002320        GO TO 2600-EXIT
002320     END-IF
002320     IF WS-ETP-MES < 1 OR WS-ETP-MES > 12
002320        DISPLAY "COMPETENCIA INVALIDA: " WS-ETP-COMPETENCIA
002320        MOVE 8 TO RETURN-CODE
002320        GO TO 2600-EXIT
002320     END-IF
002320     MOVE WS-PRM-PARAMETROS TO WS-ETP-MOTIVO
002320     MOVE 'N' TO WS-PED-ACHOU
002320     PERFORM 2650-BUSCA-ESTORNO THRU 2650-EXIT
002320         VARYING WS-FILA-SUB FROM 1 BY 1
002320         UNTIL WS-FILA-SUB > WS-FILA-TABLE-QTD
002320     IF ACHOU-PEDIDO
002320        DISPLAY "COMPETENCIA " WS-ETP-COMPETENCIA
002320            " JA TEM ESTORNO NA FILA DE ACOES"
002320        MOVE 8 TO RETURN-CODE
002320        GO TO 2600-EXIT
002320     END-IF
002320     MOVE "FATESTOR"      TO WS-PRM-CAMPO1
002320     MOVE WS-ESTORNO-PARM TO WS-PRM-PARAMETROS
002320     PERFORM 2000-CAPTURA-PEDIDO THRU 2000-EXIT
002320     .
002320 2600-EXIT.
002320     EXIT.
002320 2650-BUSCA-ESTORNO.
002320     IF WS-FIL-PROGRAMA (WS-FILA-SUB) = "FATESTOR"
002320        AND WS-FIL-PARAMETROS (WS-FILA-SUB) (1:6) =
002320            WS-ETP-COMPETENCIA
002320        AND (WS-FIL-STATUS (WS-FILA-SUB) = 'P'
002320             OR WS-FIL-STATUS (WS-FILA-SUB) = 'A')
002320        SET ACHOU-PEDIDO TO TRUE
002320     END-IF
002320     .
002320 2650-EXIT.
002320     EXIT.
002330*----------------------------------------------------------*
002340* 3000-APROVA-PEDIDO -- A SECOND, DIFFERENT OPERATOR        *
002350*     RELEASES THE PENDING REQUEST.                         *
002930*----------------------------------------------------------*
002940* 3500-CONFERE-APROVADOR -- WHEN OPERMAST IS AVAILABLE THE  *
002950*     APPROVER MUST HOLD THE FUNCTION THE TARGET PROGRAM    *
002960*     NEEDS (PURGE FOR LGPDPURG, CORRECTION FOR NOTACORR,   *
002961*     MAINTENANCE FOR PDDBAIXA AND FATESTOR).               *
002970*----------------------------------------------------------*
002980 3500-CONFERE-APROVADOR.
002990     OPEN INPUT OPER-MASTER-FILE
003260                DISPLAY "APROVADOR SEM FUNCAO DE CORRECAO"
003270                MOVE 8 TO RETURN-CODE
003280             END-IF
003280         WHEN "PDDBAIXA"
003280         WHEN "FATESTOR"
003280             IF MED-OPR-F-MANUT NOT = 'S'
003280                DISPLAY "APROVADOR SEM FUNCAO DE MANUTENCAO"
003280                MOVE 8 TO RETURN-CODE
003280             END-IF
003290         WHEN OTHER
003300             CONTINUE
003310     END-EVALUATE
