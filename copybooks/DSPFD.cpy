000100*****************************************************************
000110* Copybook:     DSPFD
000120* Author:       J. ALBUQUERQUE - APPLICATIONS SUPPORT
000130* Date-Written: 2026-10-15
000140* Purpose:      FD and record layout for PROFDISP (see DSPSEL):
000150*               one record per PROFMAST teacher ID, then one
000160*               ten-character block per weekday (1=MONDAY to
000170*               6=SATURDAY), one byte per period slot. 'N' marks
000180*               a slot the teacher cannot teach; any other value
000190*               leaves it free. A teacher with no record is free
000200*               in every slot.
000210* Modification History:
000220*   2026-10-15 JA  Initial version.
000230*****************************************************************
000240 FD  PROF-DISP-FILE.
000250 01  MED-PROF-DISP-REC.
000260     03  MED-DSP-PRF-ID         PIC 9(05).
000270     03  FILLER                 PIC X(01).
000280     03  MED-DSP-DIA            OCCURS 6 TIMES.
000290         05  MED-DSP-SLOT       OCCURS 10 TIMES
000300                                PIC X(01).
000310             88  MED-DSP-INDISPONIVEL   VALUE 'N'.
