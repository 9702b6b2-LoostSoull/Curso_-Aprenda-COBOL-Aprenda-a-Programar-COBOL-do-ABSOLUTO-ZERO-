000100*****************************************************************
000110* Copybook:     CREDFD
000120* Author:       J. ALBUQUERQUE - APPLICATIONS SUPPORT
000130* Date-Written: 2026-10-15
000140* Purpose:      FD and record layout for CREDITO (see CREDSEL).
000150*               One line per movement, never rewritten; a
000160*               student's available credit is the sum of the
000170*               E, P, A and R lines less the U, D and S:
000180*                 E  excess of a payment over the amount due
000190*                    (BANCO_RETORNO);
000200*                 P  payment against an invoice already
000210*                    settled (BANCO_RETORNO);
000220*                 U  credit used on a new invoice
000230*                    (FATURA_MENSAL);
000240*                 D  credit paid back to the family
000250*                    (CREDITO_DEVOL);
000250*                 A  days billed and later found not due
000250*                    (pro-rata adjustment, FATURA_MENSAL);
000250*                 R  a U line given back when its billing run
000250*                    is backed out (FATURA_ESTORNO);
000250*                 S  an A line taken back when its billing run
000250*                    is backed out (FATURA_ESTORNO).
000260*               MED-CRD-COMPETENCIA is the month the movement
000270*               belongs to in the books -- the payment month
000280*               for E and P, the billing competence for U, the
000290*               refund month for D, the billing run for A,
000290*               R and S --
000300*               and is what DIARIO_CONTABIL selects on.
000310* Modification History:
000320*   2026-10-15 JA  Initial version.
000320*   2026-10-15 JA  Type A, the pro-rata billing adjustment.
000320*   2026-10-15 JA  Types R and S, the backout of a billing run.
000330*****************************************************************
000340 FD  CREDITO-FILE.
000350 01  MED-CREDITO-REC.
000360     03  MED-CRD-ALUNO-ID       PIC 9(07).
000370     03  FILLER                 PIC X(01).
000380     03  MED-CRD-DATA           PIC 9(08).
000390     03  FILLER                 PIC X(01).
000400     03  MED-CRD-TIPO           PIC X(01).
000410         88  MED-CRD-EXCESSO          VALUE 'E'.
000420         88  MED-CRD-PGTO-QUITADA     VALUE 'P'.
000430         88  MED-CRD-USO              VALUE 'U'.
000440         88  MED-CRD-DEVOLUCAO        VALUE 'D'.
000440         88  MED-CRD-AJUSTE           VALUE 'A'.
000440         88  MED-CRD-ESTORNO-USO      VALUE 'R'.
000440         88  MED-CRD-ESTORNO-AJUSTE   VALUE 'S'.
000450         88  MED-CRD-ENTRADA          VALUE 'E' 'P' 'A' 'R'.
000460         88  MED-CRD-SAIDA            VALUE 'U' 'D' 'S'.
000470     03  FILLER                 PIC X(01).
000480     03  MED-CRD-VALOR          PIC 9(05)V99.
000490     03  FILLER                 PIC X(01).
000500     03  MED-CRD-FATURA         PIC 9(07).
000510     03  FILLER                 PIC X(01).
000520     03  MED-CRD-COMPETENCIA    PIC 9(06).
000530     03  FILLER                 PIC X(01).
000540     03  MED-CRD-ORIGEM         PIC X(08).
