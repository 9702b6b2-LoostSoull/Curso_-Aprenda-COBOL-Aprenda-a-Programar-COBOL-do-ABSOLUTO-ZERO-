000100*****************************************************************
000110* Copybook:     CBPSEL
000120* Author:       J. ALBUQUERQUE - APPLICATIONS SUPPORT
000130* Date-Written: 2026-10-15
000140* Purpose:      FILE-CONTROL entry for CONCPEND, the bank
000150*               reconciliation's open items (layout in CBPFD):
000160*               rewritten whole by every CONCILIA_BANCO run,
000170*               read by COMPET_CLOSE before a month is closed.
000180* Modification History:
000190*   2026-10-15 JA  Initial version.
000200*****************************************************************
000210     SELECT CONC-PEND-FILE ASSIGN TO "CONCPEND"
000220         ORGANIZATION IS LINE SEQUENTIAL
000230         FILE STATUS IS WS-CBP-STATUS.
