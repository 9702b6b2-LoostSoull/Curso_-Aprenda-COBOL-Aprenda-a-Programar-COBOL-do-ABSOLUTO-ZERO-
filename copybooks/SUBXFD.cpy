000100*****************************************************************
000110* Copybook:     SUBXFD
000120* Author:       J. ALBUQUERQUE - APPLICATIONS SUPPORT
000130* Date-Written: 2026-10-15
000140* Purpose:      FD and record layout for SUBSEXT (see SUBXSEL):
000150*               per teacher and competence, the unexcused
000160*               lessons to dock (type F) or the lessons covered
000170*               as a substitute (type S), with the SALMAST
000180*               employee ID the PROFMAST teacher is paid under.
000190* Modification History:
000200*   2026-10-15 JA  Initial version.
000210*****************************************************************
000220 FD  SUBST-EXTRACT-FILE.
000230 01  MED-SUBST-EXTRACT-REC.
000240     03  MED-SBX-COMPETENCIA    PIC 9(06).
000250     03  MED-SBX-TIPO           PIC X(01).
000260         88  MED-SBX-FALTA            VALUE 'F'.
000270         88  MED-SBX-SUBSTITUICAO     VALUE 'S'.
000280     03  MED-SBX-EMP-ID         PIC 9(06).
000290     03  MED-SBX-PRF-ID         PIC 9(05).
000300     03  MED-SBX-NOME           PIC X(30).
000310     03  MED-SBX-QTD-AULAS      PIC 9(03).
