000100*****************************************************************
000110* Copybook:     MSGQSEL
000120* Author:       J. ALBUQUERQUE - APPLICATIONS SUPPORT
000130* Date-Written: 2026-10-15
000140* Purpose:      FILE-CONTROL entry for MSGFILA, the common
000150*               outbound message queue to the responsaveis
000160*               (layout in copybook MSGQFD). NOTIFICA_RESP,
000170*               OCOR_MAINT, PEND_AGING and COBRANCA append to it
000180*               through the MSGQPARA paragraphs instead of
000190*               printing letters of their own;
000200*               MENSAGEM_DESPACHO routes every message to the
000210*               e-mail/SMS gateway or to paper and empties it.
000220* Modification History:
000230*   2026-10-15 JA  Initial version.
000240*****************************************************************
000250     SELECT MSG-FILA-FILE ASSIGN TO "MSGFILA"
000260         ORGANIZATION IS LINE SEQUENTIAL
000270         FILE STATUS IS WS-MSG-FILA-STATUS.
