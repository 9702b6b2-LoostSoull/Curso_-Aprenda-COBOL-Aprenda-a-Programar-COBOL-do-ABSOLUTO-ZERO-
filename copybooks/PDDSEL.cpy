000100*****************************************************************
000110* Copybook:     PDDSEL
000120* Author:       J. ALBUQUERQUE - APPLICATIONS SUPPORT
000130* Date-Written: 2026-10-15
000140* Purpose:      FILE-CONTROL entry for PDDHIST, the history of
000150*               the month-end provision for doubtful receivables
000160*               PROVISAO_PDD computes (layout in PDDFD).
000170* Modification History:
000180*   2026-10-15 JA  Initial version.
000190*****************************************************************
000200     SELECT PDD-HIST-FILE ASSIGN TO "PDDHIST"
000210         ORGANIZATION IS LINE SEQUENTIAL
000220         FILE STATUS IS WS-PDH-STATUS.
