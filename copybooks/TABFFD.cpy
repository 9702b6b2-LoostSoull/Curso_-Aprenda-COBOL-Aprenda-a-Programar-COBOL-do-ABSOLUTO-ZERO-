000100*****************************************************************
000110* Copybook:     TABFFD
000120* Author:       J. ALBUQUERQUE - APPLICATIONS SUPPORT
000130* Date-Written: 2026-10-15
000140* Purpose:      FD and record layout for TABFISC (see TABFSEL):
000150*               table type (INSS, IRRF or DEPE), the competence
000160*               the version takes effect (VIGENCIA, AAAAMM), the
000170*               band number (01 is the lowest), the band's upper
000180*               limit, the band rate and -- on the DEPE record
000190*               only -- the IRRF base deduction per dependent.
000200*               The INSS ceiling is the upper limit of its last
000210*               band; the last IRRF band carries 9999999.99.
000220* Modification History:
000230*   2026-10-15 JA  Initial version.
000240*****************************************************************
000250 FD  TAX-TABLE-FILE.
000260 01  MED-TAX-TABLE-REC.
000270     03  MED-TBF-TIPO           PIC X(04).
000280         88  MED-TBF-INSS             VALUE 'INSS'.
000290         88  MED-TBF-IRRF             VALUE 'IRRF'.
000300         88  MED-TBF-DEPENDENTE       VALUE 'DEPE'.
000310     03  FILLER                 PIC X(01).
000320     03  MED-TBF-VIGENCIA       PIC 9(06).
000330     03  FILLER                 PIC X(01).
000340     03  MED-TBF-FAIXA          PIC 9(02).
000350     03  FILLER                 PIC X(01).
000360     03  MED-TBF-LIMITE         PIC 9(07)V99.
000370     03  FILLER                 PIC X(01).
000380     03  MED-TBF-ALIQUOTA       PIC 9(01)V9(04).
000390     03  FILLER                 PIC X(01).
000400     03  MED-TBF-DEDUCAO        PIC 9(05)V99.
