000100*****************************************************************
000110* Copybook:     MSGMST
000120* Author:       J. ALBUQUERQUE - APPLICATIONS SUPPORT
000130* Date-Written: 2026-10-15
000140* Purpose:      Record layout for the outbound-message status
000150*               master (MSGMAST, see copybook MSGMSEL). The
000160*               queue header's origin, category, household,
000170*               student and subject are kept; the channel is the
000180*               one the dispatch chose (E e-mail, S SMS, C paper
000190*               letter, B blocked -- marketing without consent)
000200*               with the address or number used. The situation
000210*               is A awaiting the gateway's return, E delivered,
000220*               F delivery failed, C letter printed or B
000230*               blocked, with the date, time and gateway detail
000240*               of its last change.
000250* Modification History:
000260*   2026-10-15 JA  Initial version.
000270*****************************************************************
000280 01  MED-MSG-STATUS-REC.
000290     03  MED-MSM-ID                 PIC 9(07).
000300     03  MED-MSM-DATA-FILA          PIC 9(08).
000310     03  MED-MSM-ORIGEM             PIC X(08).
000320     03  MED-MSM-CATEGORIA          PIC X(01).
000330     03  MED-MSM-DEST-TIPO          PIC X(01).
000340     03  MED-MSM-DEST-ID            PIC 9(07).
000350     03  MED-MSM-ALUNO-ID           PIC 9(07).
000360     03  MED-MSM-ASSUNTO            PIC X(40).
000370     03  MED-MSM-CANAL              PIC X(01).
000380         88  MED-MSM-POR-EMAIL            VALUE 'E'.
000390         88  MED-MSM-POR-SMS              VALUE 'S'.
000400         88  MED-MSM-POR-CARTA            VALUE 'C'.
000410         88  MED-MSM-BLOQUEADA            VALUE 'B'.
000420         88  MED-MSM-ELETRONICA           VALUE 'E' 'S'.
000430     03  MED-MSM-DESTINO            PIC X(60).
000440     03  MED-MSM-DATA-DESPACHO      PIC 9(08).
000450     03  MED-MSM-SITUACAO           PIC X(01).
000460         88  MED-MSM-AGUARDANDO           VALUE 'A'.
000470         88  MED-MSM-ENTREGUE             VALUE 'E'.
000480         88  MED-MSM-FALHOU               VALUE 'F'.
000490         88  MED-MSM-IMPRESSA             VALUE 'C'.
000500         88  MED-MSM-SIT-BLOQUEADA        VALUE 'B'.
000510     03  MED-MSM-DATA-SITUACAO      PIC 9(08).
000520     03  MED-MSM-HORA-SITUACAO      PIC 9(06).
000530     03  MED-MSM-DETALHE            PIC X(40).
000540     03  FILLER                     PIC X(20).
