000100*****************************************************************
000110* Copybook:     HTRFD
000120* Author:       J. ALBUQUERQUE - APPLICATIONS SUPPORT
000130* Date-Written: 2026-10-15
000140* Purpose:      FD and record layout for HORATRAN (see HTRSEL):
000150*               function (A/C/D), turma, weekday (1=MONDAY to
000160*               6=SATURDAY), period slot, materia code, teacher
000170*               name as on PROFMAST, and room.
000180* Modification History:
000190*   2026-10-15 JA  Initial version, lifted out of HORARIO_MAINT.
000200*****************************************************************
000210 FD  HOR-TRANS-FILE.
000220 01  MED-HOR-TRANS-REC.
000230     03  MED-HRT-FUNCAO         PIC X(01).
000240         88  HRT-INCLUSAO             VALUE 'A'.
000250         88  HRT-ALTERACAO            VALUE 'C'.
000260         88  HRT-EXCLUSAO             VALUE 'D'.
000270     03  MED-HRT-TURMA          PIC X(10).
000280     03  MED-HRT-DIA            PIC X(01).
000290     03  MED-HRT-SLOT           PIC X(02).
000300     03  MED-HRT-MATERIA        PIC X(06).
000310     03  MED-HRT-PROFESSOR      PIC X(30).
000320     03  MED-HRT-SALA           PIC X(06).
