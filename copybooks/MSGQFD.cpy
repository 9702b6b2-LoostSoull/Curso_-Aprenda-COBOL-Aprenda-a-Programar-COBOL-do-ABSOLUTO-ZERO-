000100*****************************************************************
000110* Copybook:     MSGQFD
000120* Author:       J. ALBUQUERQUE - APPLICATIONS SUPPORT
000130* Date-Written: 2026-10-15
000140* Purpose:      FD and record layout for MSGFILA (see MSGQSEL).
000150*               A message is one H (cabecalho) record followed
000160*               by its L (texto) records, all under the message
000170*               ID drawn from PROG_SET's MENSAGEM sequence.
000180*               The header carries the producing run, the
000190*               category (A academic, F financial, M marketing
000200*               -- the consent that governs it on CONTMAST), the
000210*               household (F family / A student outside FAMMAST;
000220*               blank when the producer does not know it, and
000230*               the dispatch resolves it from the student), the
000240*               responsavel and mailing address (blank = taken
000250*               from FAMMAST/STUMAST at dispatch), the subject
000260*               and reference for the letter heading, and the
000270*               short text an SMS carries. The L records are the
000280*               body of the e-mail and of the paper letter, 80
000290*               columns each, numbered from 1.
000300* Modification History:
000310*   2026-10-15 JA  Initial version.
000320*****************************************************************
000330 FD  MSG-FILA-FILE.
000340 01  MED-MSG-REC.
000350     03  MED-MSG-ID             PIC 9(07).
000360     03  MED-MSG-TIPO-REG       PIC X(01).
000370         88  MED-MSG-CABECALHO        VALUE 'H'.
000380         88  MED-MSG-LINHA-TEXTO      VALUE 'L'.
000390     03  MED-MSG-CORPO          PIC X(312).
000400     03  MED-MSG-CABEC REDEFINES MED-MSG-CORPO.
000410         05  MED-MSG-DATA       PIC 9(08).
000420         05  MED-MSG-ORIGEM     PIC X(08).
000430         05  MED-MSG-CATEGORIA  PIC X(01).
000440             88  MED-MSG-ACADEMICA    VALUE 'A'.
000450             88  MED-MSG-FINANCEIRA   VALUE 'F'.
000460             88  MED-MSG-MARKETING    VALUE 'M'.
000470         05  MED-MSG-DEST-TIPO  PIC X(01).
000480         05  MED-MSG-DEST-ID    PIC 9(07).
000490         05  MED-MSG-ALUNO-ID   PIC 9(07).
000500         05  MED-MSG-RESPONSAVEL PIC X(30).
000510         05  MED-MSG-ENDERECO.
000520             07  MED-MSG-RUA    PIC X(20).
000530             07  MED-MSG-BAIRRO PIC X(20).
000540             07  MED-MSG-CIDADE PIC X(30).
000550             07  MED-MSG-CEP    PIC X(08).
000560             07  MED-MSG-UF     PIC X(02).
000570         05  MED-MSG-ASSUNTO    PIC X(40).
000580         05  MED-MSG-REFERENCIA PIC X(20).
000590         05  MED-MSG-RESUMO     PIC X(100).
000600         05  FILLER             PIC X(10).
000610     03  MED-MSG-TEXTO-R REDEFINES MED-MSG-CORPO.
000620         05  MED-MSG-LINHA      PIC 9(03).
000630         05  MED-MSG-TEXTO      PIC X(80).
000640         05  FILLER             PIC X(229).
