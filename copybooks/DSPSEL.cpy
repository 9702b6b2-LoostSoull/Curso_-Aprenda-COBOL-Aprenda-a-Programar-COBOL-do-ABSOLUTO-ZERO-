000100*****************************************************************
000110* Copybook:     DSPSEL
000120* Author:       J. ALBUQUERQUE - APPLICATIONS SUPPORT
000130* Date-Written: 2026-10-15
000140* Purpose:      FILE-CONTROL entry for PROFDISP, the teacher
000150*               weekly availability file the coordination keeps
000160*               for the timetable proposal run (HORARIO_GERA).
000170*               See copybook DSPFD for the layout.
000180* Modification History:
000190*   2026-10-15 JA  Initial version.
000200*****************************************************************
000210     SELECT PROF-DISP-FILE ASSIGN TO "PROFDISP"
000220         ORGANIZATION IS LINE SEQUENTIAL
000230         FILE STATUS IS WS-DSP-STATUS.
