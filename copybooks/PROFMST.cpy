000210*               master instead of accepting free text.
000220* Modification History:
000230*   2026-09-03 JA  Initial version.
000232*   2026-10-15 JA  MED-PRF-EMP-ID, the SALMAST employee ID the
000234*                  teacher is paid under, carved from the FILLER
000236*                  -- the absence/substitution extract needs it
000238*                  to reach the right payroll line.
000240*****************************************************************
000250 01  MED-PROF-MASTER-REC.
000260     03  MED-PRF-ID                 PIC 9(05).
000330             INDEXED BY MED-PRF-VIN-IDX.
000340         05  MED-PRF-VIN-TURMA      PIC X(10).
000350         05  MED-PRF-VIN-MATERIA    PIC X(30).
000355     03  MED-PRF-EMP-ID             PIC 9(06).
000360     03  FILLER                     PIC X(04).
