000100*****************************************************************
000110* Copybook:     BXAFD
000120* Author:       J. ALBUQUERQUE - APPLICATIONS SUPPORT
000130* Date-Written: 2026-10-15
000140* Purpose:      FD and record layout for BAIXAPDD (see BXASEL).
000150*               One line per movement, never rewritten:
000160*                 B  write-off of the open balance of an invoice
000170*                    moved to BAIXADA (PROVISAO_PDD, released
000180*                    through the ACAO_APROVA queue -- both
000190*                    operators and the request ID are kept);
000200*                 R  recovery: a payment later received through
000210*                    BANCO_RETORNO against a BAIXADA invoice.
000220*               MED-BXA-DATA is the day of the movement and its
000230*               month is the month it belongs to in the books --
000240*               what DIARIO_CONTABIL and PROVISAO_PDD select on.
000250*               MED-BXA-COMPET-FATURA is the competence the
000260*               invoice was billed for, kept for reference.
000270* Modification History:
000280*   2026-10-15 JA  Initial version.
000290*****************************************************************
000300 FD  BAIXA-PDD-FILE.
000310 01  MED-BAIXA-PDD-REC.
000320     03  MED-BXA-TIPO           PIC X(01).
000330         88  MED-BXA-BAIXA            VALUE 'B'.
000340         88  MED-BXA-RECUPERACAO      VALUE 'R'.
000350     03  FILLER                 PIC X(01).
000360     03  MED-BXA-DATA           PIC 9(08).
000370     03  FILLER                 PIC X(01).
000380     03  MED-BXA-FATURA         PIC 9(07).
000390     03  FILLER                 PIC X(01).
000400     03  MED-BXA-ALUNO-ID       PIC 9(07).
000410     03  FILLER                 PIC X(01).
000420     03  MED-BXA-TURMA          PIC X(10).
000430     03  FILLER                 PIC X(01).
000440     03  MED-BXA-COMPET-FATURA  PIC 9(06).
000450     03  FILLER                 PIC X(01).
000460     03  MED-BXA-VALOR          PIC 9(05)V99.
000470     03  FILLER                 PIC X(01).
000480     03  MED-BXA-PEDIDO-ID      PIC 9(07).
000490     03  FILLER                 PIC X(01).
000500     03  MED-BXA-OPER-PEDIDO    PIC X(08).
000510     03  FILLER                 PIC X(01).
000520     03  MED-BXA-OPER-APROV     PIC X(08).
000530     03  FILLER                 PIC X(01).
000540     03  MED-BXA-ORIGEM         PIC X(08).
000550     03  FILLER                 PIC X(01).
000560     03  MED-BXA-MOTIVO         PIC X(52).
