000100*****************************************************************
000110* Copybook:     FBASFD
000120* Author:       J. ALBUQUERQUE - APPLICATIONS SUPPORT
000130* Date-Written: 2026-10-15
000140* Purpose:      FD and record layout for FATBASE (see FBASSEL).
000150*               One line per billing of a student's month,
000160*               never rewritten; what a competence has cost a
000170*               student so far is the sum of the F and C lines
000180*               less the A lines:
000190*                 F  the monthly run's own billing of the
000200*                    competence (FATURA_MENSAL);
000210*                 C  supplementary invoice for days found
000220*                    later (FATURA_MENSAL);
000230*                 A  days billed and later found not due,
000240*                    returned as student credit on CREDITO
000250*                    (FATURA_MENSAL).
000260*               MED-FBS-COMPETENCIA is the month whose days
000270*               were billed; MED-FBS-COMPET-LANC the billing
000280*               run that booked the line. BRUTO is before and
000290*               LIQUIDO after the student's discounts.
000300* Modification History:
000310*   2026-10-15 JA  Initial version.
000320*****************************************************************
000330 FD  FATURA-BASE-FILE.
000340 01  MED-FATURA-BASE-REC.
000350     03  MED-FBS-ALUNO-ID       PIC 9(07).
000360     03  FILLER                 PIC X(01).
000370     03  MED-FBS-COMPETENCIA    PIC 9(06).
000380     03  FILLER                 PIC X(01).
000390     03  MED-FBS-TIPO           PIC X(01).
000400         88  MED-FBS-FATURADA         VALUE 'F'.
000410         88  MED-FBS-COMPLEMENTAR     VALUE 'C'.
000420         88  MED-FBS-AJUSTE           VALUE 'A'.
000430     03  FILLER                 PIC X(01).
000440     03  MED-FBS-DIAS           PIC 9(02).
000450     03  FILLER                 PIC X(01).
000460     03  MED-FBS-DIAS-MES       PIC 9(02).
000470     03  FILLER                 PIC X(01).
000480     03  MED-FBS-BRUTO          PIC 9(05)V99.
000490     03  FILLER                 PIC X(01).
000500     03  MED-FBS-LIQUIDO        PIC 9(05)V99.
000510     03  FILLER                 PIC X(01).
000520     03  MED-FBS-FATURA         PIC 9(07).
000530     03  FILLER                 PIC X(01).
000540     03  MED-FBS-COMPET-LANC    PIC 9(06).
000550     03  FILLER                 PIC X(01).
000560     03  MED-FBS-DATA           PIC 9(08).
