000100*****************************************************************
000110* Copybook:     CBPFD
000120* Author:       J. ALBUQUERQUE - APPLICATIONS SUPPORT
000130* Date-Written: 2026-10-15
000140* Purpose:      FD and record layout for CONCPEND (see CBPSEL).
000150*               One H control line, then one line per item the
000160*               bank statement has not yet cleared:
000170*                 H  MED-CBP-DATA the last statement date
000180*                    reconciled, MED-CBP-SEQUENCIA how many RETREG
000190*                    lines have already been taken;
000200*                 R  a processed return (BANCO_RETORNO, channel
000210*                    B boleto or P PIX, file date and sequence)
000220*                    whose money is not yet on the statement:
000230*                    gross paid, net expected after the bank's
000240*                    fees, and the last day the credit is due;
000250*                 C  a collection credit on the statement that no
000260*                    processed return accounts for.
000270*               MED-CBP-DESDE is the day the item first went on
000280*               the list.
000290* Modification History:
000300*   2026-10-15 JA  Initial version.
000310*****************************************************************
000320 FD  CONC-PEND-FILE.
000330 01  MED-CONC-PEND-REC.
000340     03  MED-CBP-TIPO           PIC X(01).
000350         88  MED-CBP-CONTROLE         VALUE 'H'.
000360         88  MED-CBP-RETORNO          VALUE 'R'.
000370         88  MED-CBP-CREDITO          VALUE 'C'.
000380     03  FILLER                 PIC X(01).
000390     03  MED-CBP-CANAL          PIC X(01).
000400     03  FILLER                 PIC X(01).
000410     03  MED-CBP-DATA           PIC 9(08).
000420     03  FILLER                 PIC X(01).
000430     03  MED-CBP-SEQUENCIA      PIC 9(05).
000440     03  FILLER                 PIC X(01).
000450     03  MED-CBP-QTD            PIC 9(05).
000460     03  FILLER                 PIC X(01).
000470     03  MED-CBP-VALOR          PIC 9(09)V99.
000480     03  FILLER                 PIC X(01).
000490     03  MED-CBP-LIQUIDO        PIC 9(09)V99.
000500     03  FILLER                 PIC X(01).
000510     03  MED-CBP-LIMITE         PIC 9(08).
000520     03  FILLER                 PIC X(01).
000530     03  MED-CBP-DOCUMENTO      PIC X(20).
000540     03  FILLER                 PIC X(01).
000550     03  MED-CBP-DESDE          PIC 9(08).
