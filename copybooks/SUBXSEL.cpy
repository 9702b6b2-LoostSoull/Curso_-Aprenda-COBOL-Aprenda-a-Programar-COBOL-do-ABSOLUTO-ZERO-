000100*****************************************************************
000110* Copybook:     SUBXSEL
000120* Author:       J. ALBUQUERQUE - APPLICATIONS SUPPORT
000130* Date-Written: 2026-10-15
000140* Purpose:      FILE-CONTROL entry for SUBSEXT, the monthly
000150*               absence/substitution extract SUBST_MAINT writes
000160*               off the SUBSMAST register for one competence and
000170*               FOLHA_MENSAL consumes (see copybook SUBXFD).
000180* Modification History:
000190*   2026-10-15 JA  Initial version.
000200*****************************************************************
000210     SELECT SUBST-EXTRACT-FILE ASSIGN TO "SUBSEXT"
000220         ORGANIZATION IS LINE SEQUENTIAL
000230         FILE STATUS IS WS-SBX-STATUS.
