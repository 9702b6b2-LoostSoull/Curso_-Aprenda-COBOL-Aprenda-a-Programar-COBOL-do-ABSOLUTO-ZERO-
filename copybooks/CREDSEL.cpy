000100*****************************************************************
000110* Copybook:     CREDSEL
000120* Author:       J. ALBUQUERQUE - APPLICATIONS SUPPORT
000130* Date-Written: 2026-10-15
000140* Purpose:      FILE-CONTROL entry for CREDITO, the per-student
000150*               credit ledger: every amount a family paid over
000160*               what was due, every use of it on a later
000170*               invoice and every refund (layout in CREDFD).
000180* Modification History:
000190*   2026-10-15 JA  Initial version.
000200*****************************************************************
000210     SELECT CREDITO-FILE ASSIGN TO "CREDITO"
000220         ORGANIZATION IS LINE SEQUENTIAL
000230         FILE STATUS IS WS-CRD-STATUS.
