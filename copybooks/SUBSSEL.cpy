000100*****************************************************************
000110* Copybook:     SUBSSEL
000120* Author:       J. ALBUQUERQUE - APPLICATIONS SUPPORT
000130* Date-Written: 2026-10-15
000140* Purpose:      FILE-CONTROL entry for SUBSMAST, the indexed
000150*               teacher absence/substitution register keyed by
000160*               lesson date, turma and period slot (see copybook
000170*               SUBSMST), maintained by SUBST_MAINT -- so the
000180*               substitute noted on paper and the absence of
000190*               the teacher HORAMAST names for the slot finally
000200*               leave a record payroll can act on.
000210* Modification History:
000220*   2026-10-15 JA  Initial version.
000230*****************************************************************
000240     SELECT SUBST-MASTER-FILE ASSIGN TO "SUBSMAST"
000250         ORGANIZATION IS INDEXED
000260         ACCESS MODE IS DYNAMIC
000270         RECORD KEY IS MED-SUB-CHAVE
000280         FILE STATUS IS WS-SUB-MASTER-STATUS.
