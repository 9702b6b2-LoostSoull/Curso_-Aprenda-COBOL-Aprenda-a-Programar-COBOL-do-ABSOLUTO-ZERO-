000100*****************************************************************
000110* Copybook:     MSGQPARA
000120* Author:       J. ALBUQUERQUE - APPLICATIONS SUPPORT
000130* Date-Written: 2026-10-15
000140* Purpose:      Common outbound-queue paragraphs. A program
000150*               COPYs MSGQSEL into FILE-CONTROL, MSGQFD into the
000160*               FILE SECTION and MSGQREC into WORKING-STORAGE,
000170*               moves its name to MED-MSQ-ORIGEM and:
000180*                 9510-ABRE-FILA      -- once, appends to MSGFILA
000190*                     (created when missing);
000200*                 9520-INICIA-MENSAGEM -- draws the message ID
000210*                     off PROG_SET's MENSAGEM sequence and clears
000220*                     the header, which the program then fills
000230*                     (category, household or student, address,
000240*                     subject, SMS text);
000250*                 9540-GRAVA-CABECALHO -- writes the header;
000260*                 9560-GRAVA-LINHA    -- writes MED-MSQ-TEXTO as
000270*                     the message's next body line;
000280*                 9590-FECHA-FILA     -- at end of run.
000290*               The program must be linked with PROG_SET.
000300* Modification History:
000310*   2026-10-15 JA  Initial version.
000320*****************************************************************
000330 9510-ABRE-FILA.
000340     ACCEPT MED-MSQ-DATA FROM DATE YYYYMMDD
000350     OPEN EXTEND MSG-FILA-FILE
000360     IF WS-MSG-FILA-STATUS NOT = "00"
000370        AND WS-MSG-FILA-STATUS NOT = "05"
000380        OPEN OUTPUT MSG-FILA-FILE
000390     END-IF
000400     IF WS-MSG-FILA-STATUS = "00"
000410        SET MED-MSQ-ABERTA TO TRUE
000420     ELSE
000430        DISPLAY "MSGFILA NAO PODE SER ABERTA, STATUS: "
000440            WS-MSG-FILA-STATUS
000450     END-IF
000460     .
000470 9510-EXIT-MSG.
000480     EXIT.
000490 9520-INICIA-MENSAGEM.
000500     CALL "PROG_SET" USING MED-MSQ-SEQ-PARM
000510     MOVE MED-MSQ-SEQ-NEXT TO MED-MSQ-ID-ATUAL
000520     MOVE ZERO TO MED-MSQ-LINHA
000530     MOVE SPACES TO MED-MSQ-TEXTO
000540     MOVE SPACES TO MED-MSG-REC
000550     MOVE MED-MSQ-ID-ATUAL TO MED-MSG-ID
000560     SET MED-MSG-CABECALHO TO TRUE
000570     MOVE MED-MSQ-DATA   TO MED-MSG-DATA
000580     MOVE MED-MSQ-ORIGEM TO MED-MSG-ORIGEM
000590     MOVE ZERO TO MED-MSG-DEST-ID
000600     MOVE ZERO TO MED-MSG-ALUNO-ID
000610     .
000620 9520-EXIT-MSG.
000630     EXIT.
000640 9540-GRAVA-CABECALHO.
000650     IF MED-MSQ-ABERTA
000660        WRITE MED-MSG-REC
000670        ADD 1 TO MED-MSQ-QTD-MENSAGENS
000680     END-IF
000690     .
000700 9540-EXIT-MSG.
000710     EXIT.
000720*----------------------------------------------------------*
000730* The record area is not relied on after a WRITE: the ID   *
000740* comes back from MED-MSQ-ID-ATUAL for every body line.    *
000750*----------------------------------------------------------*
000760 9560-GRAVA-LINHA.
000770     IF NOT MED-MSQ-ABERTA
000780        GO TO 9560-EXIT-MSG
000790     END-IF
000800     ADD 1 TO MED-MSQ-LINHA
000810     MOVE SPACES TO MED-MSG-REC
000820     MOVE MED-MSQ-ID-ATUAL TO MED-MSG-ID
000830     SET MED-MSG-LINHA-TEXTO TO TRUE
000840     MOVE MED-MSQ-LINHA TO MED-MSG-LINHA
000850     MOVE MED-MSQ-TEXTO TO MED-MSG-TEXTO
000860     WRITE MED-MSG-REC
000870     MOVE SPACES TO MED-MSQ-TEXTO
000880     .
000890 9560-EXIT-MSG.
000900     EXIT.
000910 9590-FECHA-FILA.
000920     IF MED-MSQ-ABERTA
000930        CLOSE MSG-FILA-FILE
000940        MOVE 'N' TO MED-MSQ-ABERTA-SW
000950     END-IF
000960     .
000970 9590-EXIT-MSG.
000980     EXIT.
