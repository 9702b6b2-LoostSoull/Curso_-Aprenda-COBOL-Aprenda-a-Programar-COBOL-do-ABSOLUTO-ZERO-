000100*****************************************************************
000110* Copybook:     MSGQREC
000120* Author:       J. ALBUQUERQUE - APPLICATIONS SUPPORT
000130* Date-Written: 2026-10-15
000140* Purpose:      WORKING-STORAGE fields for the outbound-queue
000150*               paragraphs (see copybook MSGQPARA): the file
000160*               status MSGQSEL names, the PROG_SET parameter for
000170*               the MENSAGEM sequence, the producing run's name
000180*               (moved to MED-MSQ-ORIGEM once at start), the
000190*               current message ID and line number, the text
000200*               line the program fills before 9560-GRAVA-LINHA
000210*               and the count of messages queued.
000220* Modification History:
000230*   2026-10-15 JA  Initial version.
000240*****************************************************************
000250 01  WS-MSG-FILA-STATUS         PIC X(02) VALUE SPACES.
000260 01  MED-MSQ-CONTROLE.
000270     03  MED-MSQ-SEQ-PARM.
000280         05  MED-MSQ-SEQ-NOME   PIC X(10) VALUE "MENSAGEM".
000290         05  MED-MSQ-SEQ-NEXT   PIC 9(07) VALUE ZERO.
000300     03  MED-MSQ-ORIGEM         PIC X(08) VALUE SPACES.
000310     03  MED-MSQ-DATA           PIC 9(08) VALUE ZERO.
000320     03  MED-MSQ-ID-ATUAL       PIC 9(07) VALUE ZERO.
000330     03  MED-MSQ-LINHA          PIC 9(03) VALUE ZERO.
000340     03  MED-MSQ-TEXTO          PIC X(80) VALUE SPACES.
000350     03  MED-MSQ-QTD-MENSAGENS  PIC 9(05) COMP VALUE ZERO.
000360     03  MED-MSQ-ABERTA-SW      PIC X(01) VALUE 'N'.
000370         88  MED-MSQ-ABERTA           VALUE 'S'.
