000100*****************************************************************
000110* Copybook:     DOCSEL
000120* Author:       J. ALBUQUERQUE - APPLICATIONS SUPPORT
000130* Date-Written: 2026-10-15
000140* Purpose:      FILE-CONTROL entry for DOCMAST, the indexed
000150*               student personal-documents master keyed by
000160*               student ID (see copybook DOCMST). Maintained by
000170*               DOCUM_MAINT; read by CENSO_EXTRATO, NFSE_RPS and
000180*               TAXAS_RENDIMENTO, purged by LGPD_PURGE and
000190*               masked by TESTE_ANONIMIZA.
000200* Modification History:
000210*   2026-10-15 JA  Initial version.
000220*****************************************************************
000230     SELECT DOCUM-MASTER-FILE ASSIGN TO "DOCMAST"
000240         ORGANIZATION IS INDEXED
000250         ACCESS MODE IS DYNAMIC
000260         RECORD KEY IS MED-DOC-ALUNO-ID
000270         FILE STATUS IS WS-DOC-MASTER-STATUS.
