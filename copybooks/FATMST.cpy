000220*                  invoices are collectable; the billing reissue
000222*                  and the aging already test MED-FAT-ABERTA
000224*                  and so skip both new states.
000224*   2026-10-15 JA  MED-FAT-CANAL-PGTO, taken from the FILLER:
000224*                  the channel of the last payment posted (B
000224*                  boleto return, P PIX settlement; space on
000224*                  invoices settled before it existed or by
000224*                  student credit). BANCO_RETORNO uses it to
000224*                  catch one invoice paid through both.
000224*   2026-10-15 JA  Status BAIXADA ('B'): the open balance was
000224*                  written off as uncollectable (PROVISAO_PDD,
000224*                  BAIXAPDD register). Not collectable and out of
000224*                  the aging; a later payment on it is recovery.
000224*   2026-10-15 JA  MED-FAT-NFSE-NUMERO, taken from the FILLER:
000224*                  the municipal service e-invoice (NFS-e) the
000224*                  prefeitura issued for the payment, stored by
000224*                  NFSE_RPS off the city's return file. Zero, or
000224*                  spaces on invoices written before it existed,
000224*                  while none has been issued.
000226*****************************************************************
000230 01  MED-FATURA-MASTER-REC.
000240     03  MED-FAT-NUMERO             PIC 9(07).
000330         88  MED-FAT-QUITADA              VALUE 'Q'.
000332         88  MED-FAT-RENEGOCIADA          VALUE 'R'.
000334         88  MED-FAT-CANCELADA            VALUE 'C'.
000334         88  MED-FAT-BAIXADA              VALUE 'B'.
000340     03  MED-FAT-VALOR-PAGO         PIC 9(05)V99.
000350     03  MED-FAT-DATA-PGTO          PIC 9(08).
000355     03  MED-FAT-CANAL-PGTO         PIC X(01).
000356         88  MED-FAT-PGTO-BOLETO          VALUE 'B'.
000357         88  MED-FAT-PGTO-PIX             VALUE 'P'.
000358     03  MED-FAT-NFSE-NUMERO        PIC 9(08).
000360     03  FILLER                     PIC X(01).
