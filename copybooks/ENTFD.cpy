000100*****************************************************************
000110* Copybook:     ENTFD
000120* Author:       J. ALBUQUERQUE - APPLICATIONS SUPPORT
000130* Date-Written: 2026-10-15
000140* Purpose:      FD and record for ENTRFICH (see ENTSEL). One
000150*               record per school year, bimestre, turma, materia
000160*               code (the HORAMAST/MATMAST six-character code)
000170*               and sheet type -- N the grade sheet (GRADESHT),
000180*               F the attendance sheet (FREQSHT). INICIO and
000190*               PRAZO are the first and last day of the bimestre
000200*               on ACADCAL; the sheet is due by PRAZO. A sheet
000210*               that arrives for a turma/materia the timetable
000220*               does not hold is recorded too (ORIGEM S) but is
000230*               never expected. A pending sheet whose turma/
000240*               materia left the timetable is DISPENSADA by the
000250*               next rebuild, so it no longer holds the close.
000260* Modification History:
000270*   2026-10-15 JA  Initial version.
000280*****************************************************************
000290 FD  ENTREGA-FICHA-FILE.
000300 01  MED-ENTREGA-FICHA-REC.
000310     03  MED-ENT-CHAVE.
000320         05  MED-ENT-ANO            PIC 9(04).
000330         05  MED-ENT-BIM            PIC 9(01).
000340         05  MED-ENT-TURMA          PIC X(10).
000350         05  MED-ENT-MATERIA        PIC X(06).
000360         05  MED-ENT-TIPO           PIC X(01).
000370             88  MED-ENT-FICHA-NOTAS      VALUE 'N'.
000380             88  MED-ENT-FICHA-FREQ       VALUE 'F'.
000390     03  MED-ENT-MATERIA-NOME       PIC X(30).
000400     03  MED-ENT-PROFESSOR          PIC X(30).
000410     03  MED-ENT-INICIO             PIC 9(08).
000420     03  MED-ENT-PRAZO              PIC 9(08).
000430     03  MED-ENT-SITUACAO           PIC X(01).
000440         88  MED-ENT-PENDENTE             VALUE 'P'.
000450         88  MED-ENT-RECEBIDA             VALUE 'R'.
000460         88  MED-ENT-DISPENSADA           VALUE 'D'.
000470     03  MED-ENT-ORIGEM             PIC X(01).
000480         88  MED-ENT-DO-HORARIO           VALUE 'H'.
000490         88  MED-ENT-FORA-HORARIO         VALUE 'S'.
000500     03  MED-ENT-DATA-RECEB         PIC 9(08).
000510     03  MED-ENT-ULT-RECEB          PIC 9(08).
000520     03  MED-ENT-QTD-RECEB          PIC 9(03).
000530     03  MED-ENT-DATA-GERA          PIC 9(08).
000540     03  FILLER                     PIC X(10).
