000190*               serie; the count says how many slots are in use.
000200* Modification History:
000210*   2026-09-03 JA  Initial version.
000210*   2026-10-15 JA  MED-GRD-CARGA-HORARIA: the weekly lessons of
000210*                  each required materia, slot for slot with
000210*                  MED-GRD-MATERIA, which the timetable proposal
000210*                  run (HORARIO_GERA) schedules -- the record
000210*                  grows from 110 to 140 bytes.
000220*****************************************************************
000230 01  MED-GRADE-MASTER-REC.
000240     03  MED-GRD-SERIE              PIC X(10).
000250     03  MED-GRD-QTD-MATERIAS       PIC 9(02).
000260     03  MED-GRD-MATERIA            OCCURS 15 TIMES
000270                                    PIC X(06).
000280     03  MED-GRD-CARGA-HORARIA.
000280         05  MED-GRD-AULAS-SEMANA   OCCURS 15 TIMES
000280                                    PIC 9(02).
000280     03  FILLER                     PIC X(08).
