000100*****************************************************************
000110* Copybook:     RRGFD
000120* Author:       J. ALBUQUERQUE - APPLICATIONS SUPPORT
000130* Date-Written: 2026-10-15
000140* Purpose:      FD and record layout for RETREG (see RRGSEL). One
000150*               line per return file BANCO_RETORNO accepted: the
000160*               HDR* file date, the bank's file sequence, the
000170*               channel (B boleto, P PIX; space on lines written
000180*               before PIX meant boleto) and the number and total
000190*               of the payments the file reported -- the money
000200*               the bank owes the account for it (both read as
000210*               spaces on lines written before they existed).
000220* Modification History:
000230*   2026-10-15 JA  Initial version, lifted out of BANCO_RETORNO;
000240*                  MED-RRG-QTD-PGTOS and MED-RRG-VALOR added.
000250*****************************************************************
000260 FD  RET-REGISTER-FILE.
000270 01  MED-RET-REG-REC.
000280     03  MED-RRG-DATA           PIC 9(08).
000290     03  MED-RRG-SEQUENCIA      PIC 9(05).
000300     03  MED-RRG-CANAL          PIC X(01).
000310     03  MED-RRG-QTD-PGTOS      PIC 9(05).
000320     03  MED-RRG-VALOR          PIC 9(09)V99.
