000100*****************************************************************
000110* Copybook:     ACPSEL
000120* Author:       J. ALBUQUERQUE - APPLICATIONS SUPPORT
000130* Date-Written: 2026-10-15
000140* Purpose:      FILE-CONTROL entry for ACOMPMAST, the indexed
000150*               acompanhamento pedagogico case file keyed by
000160*               student ID and case number (see copybook ACPMST),
000170*               maintained by ACOMP_MAINT -- so what the school
000180*               actually did about a student TURMA_RANKING or
000190*               NOTIFICA_RESP flagged, or whose attendance fell
000200*               below the warning level, is on record.
000210* Modification History:
000220*   2026-10-15 JA  Initial version.
000230*****************************************************************
000240     SELECT ACOMP-MASTER-FILE ASSIGN TO "ACOMPMAST"
000250         ORGANIZATION IS INDEXED
000260         ACCESS MODE IS DYNAMIC
000270         RECORD KEY IS MED-ACP-CHAVE
000280         FILE STATUS IS WS-ACP-MASTER-STATUS.
