000100*****************************************************************
000110* Copybook:     FERPSEL
000120* Author:       J. ALBUQUERQUE - APPLICATIONS SUPPORT
000130* Date-Written: 2026-10-15
000140* Purpose:      FILE-CONTROL entry for FERPAG, the vacation and
000150*               termination payments FERIAS_RESC computes and the
000160*               next FOLHA_MENSAL of the same competence pays into
000170*               FOLHABCO (layout in FERPFD).
000180* Modification History:
000190*   2026-10-15 JA  Initial version.
000200*****************************************************************
000210     SELECT FERIAS-PAGTO-FILE ASSIGN TO "FERPAG"
000220         ORGANIZATION IS LINE SEQUENTIAL
000230         FILE STATUS IS WS-FPG-STATUS.
