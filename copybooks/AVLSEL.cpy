000100*****************************************************************
000110* Copybook:     AVLSEL
000120* Author:       J. ALBUQUERQUE - APPLICATIONS SUPPORT
000130* Date-Written: 2026-10-15
000140* Purpose:      FILE-CONTROL entry for AVALMAST, the indexed
000150*               assessment calendar keyed by turma, date and
000160*               period slot (see copybook AVLMST), maintained by
000170*               AVAL_MAINT and read by AVAL_COBERTURA -- so the
000180*               tests of a turma are booked against one calendar
000190*               instead of each teacher's own diary.
000200* Modification History:
000210*   2026-10-15 JA  Initial version.
000220*****************************************************************
000230     SELECT AVAL-MASTER-FILE ASSIGN TO "AVALMAST"
000240         ORGANIZATION IS INDEXED
000250         ACCESS MODE IS DYNAMIC
000260         RECORD KEY IS MED-AVL-CHAVE
000270         FILE STATUS IS WS-AVL-MASTER-STATUS.
