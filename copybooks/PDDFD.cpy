000100*****************************************************************
000110* Copybook:     PDDFD
000120* Author:       J. ALBUQUERQUE - APPLICATIONS SUPPORT
000130* Date-Written: 2026-10-15
000140* Purpose:      FD and record layout for PDDHIST (see PDDSEL).
000150*               Appended, never rewritten; one line per provision
000160*               run and the LATEST line for a competence wins.
000170*               Per aging bucket (1 current, 2 1-30, 3 31-60,
000180*               4 over 60 days past due at the cut date) the
000190*               open balance and the PDDPARM percentage applied;
000200*               then the provision required at the cut, the
000210*               balance the previous competence left, the
000220*               write-offs of the month charged against it, and
000230*               the adjustment that brings the balance to the
000240*               required amount -- C complement (expense), R
000250*               reversal, N none. DIARIO_CONTABIL posts the
000260*               adjustment of its competence.
000270* Modification History:
000280*   2026-10-15 JA  Initial version.
000290*****************************************************************
000300 FD  PDD-HIST-FILE.
000310 01  MED-PDD-HIST-REC.
000320     03  MED-PDD-COMPETENCIA    PIC 9(06).
000330     03  FILLER                 PIC X(01).
000340     03  MED-PDD-DATA-CORTE     PIC 9(08).
000350     03  FILLER                 PIC X(01).
000360     03  MED-PDD-FAIXA          OCCURS 4 TIMES.
000370         05  MED-PDD-BASE       PIC 9(09)V99.
000380         05  FILLER             PIC X(01).
000390         05  MED-PDD-PERCENTUAL PIC 9(03)V99.
000400         05  FILLER             PIC X(01).
000410     03  MED-PDD-REQUERIDO      PIC 9(09)V99.
000420     03  FILLER                 PIC X(01).
000430     03  MED-PDD-ANTERIOR       PIC 9(09)V99.
000440     03  FILLER                 PIC X(01).
000450     03  MED-PDD-BAIXAS         PIC 9(09)V99.
000460     03  FILLER                 PIC X(01).
000470     03  MED-PDD-AJUSTE         PIC 9(09)V99.
000480     03  FILLER                 PIC X(01).
000490     03  MED-PDD-TIPO-AJUSTE    PIC X(01).
000500         88  MED-PDD-COMPLEMENTO      VALUE 'C'.
000510         88  MED-PDD-REVERSAO         VALUE 'R'.
000520         88  MED-PDD-SEM-AJUSTE       VALUE 'N'.
000530     03  FILLER                 PIC X(01).
000540     03  MED-PDD-DATA           PIC 9(08).
000550     03  FILLER                 PIC X(01).
000560     03  MED-PDD-OPERADOR       PIC X(08).
