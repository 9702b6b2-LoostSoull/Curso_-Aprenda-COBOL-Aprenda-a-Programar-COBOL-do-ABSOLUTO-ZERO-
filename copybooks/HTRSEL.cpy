000100*****************************************************************
000110* Copybook:     HTRSEL
000120* Author:       J. ALBUQUERQUE - APPLICATIONS SUPPORT
000130* Date-Written: 2026-10-15
000140* Purpose:      FILE-CONTROL entry for HORATRAN, the timetable
000150*               transactions HORARIO_MAINT applies to HORAMAST.
000160*               HORARIO_GERA writes its proposed timetable in the
000170*               same layout (see copybook HTRFD), so the proposal
000180*               goes through the maintenance run like any hand-
000190*               keyed change.
000200* Modification History:
000210*   2026-10-15 JA  Initial version, lifted out of HORARIO_MAINT.
000220*****************************************************************
000230     SELECT HOR-TRANS-FILE ASSIGN TO "HORATRAN"
000240         ORGANIZATION IS LINE SEQUENTIAL
000250         FILE STATUS IS WS-HTR-STATUS.
