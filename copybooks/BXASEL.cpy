000100*****************************************************************
000110* Copybook:     BXASEL
000120* Author:       J. ALBUQUERQUE - APPLICATIONS SUPPORT
000130* Date-Written: 2026-10-15
000140* Purpose:      FILE-CONTROL entry for BAIXAPDD, the register of
000150*               receivables written off as uncollectable and of
000160*               whatever is later recovered on them (layout in
000170*               BXAFD).
000180* Modification History:
000190*   2026-10-15 JA  Initial version.
000200*****************************************************************
000210     SELECT BAIXA-PDD-FILE ASSIGN TO "BAIXAPDD"
000220         ORGANIZATION IS LINE SEQUENTIAL
000230         FILE STATUS IS WS-BXA-STATUS.
