000100*****************************************************************
000110* Copybook:     FERPFD
000120* Author:       J. ALBUQUERQUE - APPLICATIONS SUPPORT
000130* Date-Written: 2026-10-15
000140* Purpose:      FD and record layout for FERPAG (see FERPSEL):
000150*               the payroll competence the payment belongs to,
000160*               the kind (FER vacation, RES termination), the
000170*               employee, the vacation start or termination
000180*               date, the vacation days (zero on RES --
000190*               FOLHA_MENSAL docks the salary of the days of a
000200*               FER that fall inside the competence it pays),
000210*               the gross, the INSS and IRRF withheld and the
000220*               net to the bank.
000230* Modification History:
000240*   2026-10-15 JA  Initial version.
000250*****************************************************************
000260 FD  FERIAS-PAGTO-FILE.
000270 01  MED-FERIAS-PAGTO-REC.
000280     03  MED-FPG-COMPETENCIA    PIC 9(06).
000290     03  FILLER                 PIC X(01).
000300     03  MED-FPG-TIPO           PIC X(03).
000310         88  MED-FPG-FERIAS           VALUE 'FER'.
000320         88  MED-FPG-RESCISAO         VALUE 'RES'.
000330     03  FILLER                 PIC X(01).
000340     03  MED-FPG-EMP-ID         PIC 9(06).
000350     03  FILLER                 PIC X(01).
000360     03  MED-FPG-NOME           PIC X(30).
000370     03  FILLER                 PIC X(01).
000380     03  MED-FPG-DATA           PIC 9(08).
000390     03  FILLER                 PIC X(01).
000400     03  MED-FPG-DIAS           PIC 9(02).
000410     03  FILLER                 PIC X(01).
000420     03  MED-FPG-BRUTO          PIC 9(07)V99.
000430     03  FILLER                 PIC X(01).
000440     03  MED-FPG-INSS           PIC 9(07)V99.
000450     03  FILLER                 PIC X(01).
000460     03  MED-FPG-IRRF           PIC 9(07)V99.
000470     03  FILLER                 PIC X(01).
000480     03  MED-FPG-LIQUIDO        PIC 9(07)V99.
000490     03  FILLER                 PIC X(01).
000500     03  MED-FPG-DATA-CALCULO   PIC 9(08).
