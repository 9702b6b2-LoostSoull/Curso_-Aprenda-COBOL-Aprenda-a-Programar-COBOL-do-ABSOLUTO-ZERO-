000100*****************************************************************
000110* Copybook:     FBASSEL
000120* Author:       J. ALBUQUERQUE - APPLICATIONS SUPPORT
000130* Date-Written: 2026-10-15
000140* Purpose:      FILE-CONTROL entry for FATBASE, the billing
000150*               basis register: per student and competence,
000160*               the days and the tuition the monthly billing
000170*               charged, plus every later adjustment of them
000180*               (layout in FBASFD).
000190* Modification History:
000200*   2026-10-15 JA  Initial version.
000210*****************************************************************
000220     SELECT FATURA-BASE-FILE ASSIGN TO "FATBASE"
000230         ORGANIZATION IS LINE SEQUENTIAL
000240         FILE STATUS IS WS-FBS-STATUS.
