000100*****************************************************************
000110* Copybook:     MSGMSEL
000120* Author:       J. ALBUQUERQUE - APPLICATIONS SUPPORT
000130* Date-Written: 2026-10-15
000140* Purpose:      FILE-CONTROL entry for MSGMAST, the indexed
000150*               outbound-message status master keyed by message
000160*               ID (layout in copybook MSGMST): one record per
000170*               message MENSAGEM_DESPACHO routed, with the
000180*               channel it went by and the delivery status the
000190*               gateway returned for it.
000200* Modification History:
000210*   2026-10-15 JA  Initial version.
000220*****************************************************************
000230     SELECT MSG-MASTER-FILE ASSIGN TO "MSGMAST"
000240         ORGANIZATION IS INDEXED
000250         ACCESS MODE IS DYNAMIC
000260         RECORD KEY IS MED-MSM-ID
000270         FILE STATUS IS WS-MSM-MASTER-STATUS.
