000100*****************************************************************
000110* Copybook:     CONSEL
000120* Author:       J. ALBUQUERQUE - APPLICATIONS SUPPORT
000130* Date-Written: 2026-10-15
000140* Purpose:      FILE-CONTROL entry for CONTMAST, the indexed
000150*               guardian contact and consent master keyed by
000160*               household (F + FAMMAST family ID, or A + the ID
000170*               of a student outside FAMMAST -- the same two
000180*               kinds of household COBRANCA writes to; layout in
000190*               copybook CONMST). Maintained by CONTATO_MAINT;
000200*               read by MENSAGEM_DESPACHO, purged by LGPD_PURGE.
000210* Modification History:
000220*   2026-10-15 JA  Initial version.
000230*****************************************************************
000240     SELECT CONTATO-MASTER-FILE ASSIGN TO "CONTMAST"
000250         ORGANIZATION IS INDEXED
000260         ACCESS MODE IS DYNAMIC
000270         RECORD KEY IS MED-CON-CHAVE
000280         FILE STATUS IS WS-CON-MASTER-STATUS.
