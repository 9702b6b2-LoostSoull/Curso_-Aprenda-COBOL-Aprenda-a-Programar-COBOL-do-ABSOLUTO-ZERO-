000100*****************************************************************
000110* Copybook:     COBHSEL
000120* Author:       J. ALBUQUERQUE - APPLICATIONS SUPPORT
000130* Date-Written: 2026-10-15
000140* Purpose:      FILE-CONTROL entry for COBHIST, the dunning
000150*               history: one line per invoice per collection
000160*               letter stage COBRANCA sent (layout in COBHFD).
000170* Modification History:
000180*   2026-10-15 JA  Initial version.
000190*****************************************************************
000200     SELECT COBR-HIST-FILE ASSIGN TO "COBHIST"
000210         ORGANIZATION IS LINE SEQUENTIAL
000220         FILE STATUS IS WS-CBH-STATUS.
