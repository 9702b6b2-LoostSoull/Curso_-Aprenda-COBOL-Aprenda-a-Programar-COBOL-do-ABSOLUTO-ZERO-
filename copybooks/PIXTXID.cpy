000100*****************************************************************
000110* Copybook:     PIXTXID
000120* Author:       J. ALBUQUERQUE - APPLICATIONS SUPPORT
000130* Date-Written: 2026-10-15
000140* Purpose:      The PIX transaction identifier (txid) we put on
000150*               every boleto the billing run sends to the bank
000160*               (FATURA_MENSAL, remittance detail column 158),
000170*               so the payer's PIX -- by the QR code on the
000180*               boleto -- comes back on the PSP settlement file
000190*               (PIXRET) carrying it and BANCO_RETORNO can read
000200*               the invoice straight off FATMAST. Built from
000210*               the invoice itself: the fixed prefix, invoice
000220*               number, student ID and competence, 26 characters
000230*               (the least the PIX rules allow), alphanumeric.
000240*               A reissue carries the same txid as the original.
000250* Modification History:
000260*   2026-10-15 JA  Initial version.
000270*****************************************************************
000280 01  MED-PIX-TXID-W.
000290     03  MED-PXT-PREFIXO        PIC X(06) VALUE "ESCFAT".
000300     03  MED-PXT-NUMERO         PIC 9(07) VALUE ZERO.
000310     03  MED-PXT-ALUNO-ID       PIC 9(07) VALUE ZERO.
000320     03  MED-PXT-COMPETENCIA    PIC 9(06) VALUE ZERO.
000330     03  FILLER                 PIC X(09) VALUE SPACES.
000340 01  MED-PIX-TXID-X REDEFINES MED-PIX-TXID-W
000350                                PIC X(35).
