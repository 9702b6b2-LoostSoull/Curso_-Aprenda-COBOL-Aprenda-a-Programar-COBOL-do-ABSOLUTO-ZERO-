000100*****************************************************************
000110* Copybook:     OCRSEL
000120* Author:       J. ALBUQUERQUE - APPLICATIONS SUPPORT
000130* Date-Written: 2026-10-15
000140* Purpose:      FILE-CONTROL entry for OCORMAST, the indexed
000150*               disciplinary occurrence master keyed by student ID
000160*               and the occurrence number drawn from PROG_SET's
000170*               OCORR sequence (see copybook OCRMST), maintained
000180*               by OCOR_MAINT and read by OCOR_INQUIRY.
000190* Modification History:
000200*   2026-10-15 JA  Initial version.
000210*****************************************************************
000220     SELECT OCOR-MASTER-FILE ASSIGN TO "OCORMAST"
000230         ORGANIZATION IS INDEXED
000240         ACCESS MODE IS DYNAMIC
000250         RECORD KEY IS MED-OCR-CHAVE
000260         FILE STATUS IS WS-OCR-MASTER-STATUS.
