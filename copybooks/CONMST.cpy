000100*****************************************************************
000110* Copybook:     CONMST
000120* Author:       J. ALBUQUERQUE - APPLICATIONS SUPPORT
000130* Date-Written: 2026-10-15
000140* Purpose:      Record layout for the indexed guardian contact
000150*               and consent master (CONTMAST, see copybook
000160*               CONSEL): one record per household, holding the
000170*               responsavel's e-mail, mobile number (digits
000180*               only, DDD included) and preferred channel, plus
000190*               the LGPD consent per message category --
000200*               occurrence 1 academic, 2 financial, 3 marketing
000210*               (the MED-CON-CNS table is the same three pairs
000220*               by subscript). A flag S is consent given on the
000230*               date beside it; N is consent refused or
000240*               withdrawn (the date is then the withdrawal, zero
000250*               when it was never given).
000260* Modification History:
000270*   2026-10-15 JA  Initial version.
000280*****************************************************************
000290 01  MED-CONTATO-REC.
000300     03  MED-CON-CHAVE.
000310         05  MED-CON-TIPO           PIC X(01).
000320             88  MED-CON-FAMILIA          VALUE 'F'.
000330             88  MED-CON-ALUNO            VALUE 'A'.
000340             88  MED-CON-TIPO-OK          VALUE 'F' 'A'.
000350         05  MED-CON-ID             PIC 9(07).
000360     03  MED-CON-RESPONSAVEL        PIC X(30).
000370     03  MED-CON-EMAIL              PIC X(60).
000380     03  MED-CON-CELULAR            PIC X(15).
000390     03  MED-CON-CANAL              PIC X(01).
000400         88  MED-CON-CANAL-EMAIL          VALUE 'E'.
000410         88  MED-CON-CANAL-SMS            VALUE 'S'.
000420         88  MED-CON-CANAL-CARTA          VALUE 'C'.
000430         88  MED-CON-CANAL-OK             VALUE 'E' 'S' 'C'.
000440     03  MED-CON-CONSENTIMENTOS.
000450         05  MED-CON-CNS-ACADEMICO.
000460             07  MED-CON-ACAD-FLAG  PIC X(01).
000470             07  MED-CON-ACAD-DATA  PIC 9(08).
000480         05  MED-CON-CNS-FINANCEIRO.
000490             07  MED-CON-FIN-FLAG   PIC X(01).
000500             07  MED-CON-FIN-DATA   PIC 9(08).
000510         05  MED-CON-CNS-MARKETING.
000520             07  MED-CON-MKT-FLAG   PIC X(01).
000530             07  MED-CON-MKT-DATA   PIC 9(08).
000540     03  MED-CON-CNS-TABELA REDEFINES MED-CON-CONSENTIMENTOS.
000550         05  MED-CON-CNS            OCCURS 3 TIMES.
000560             07  MED-CON-CNS-FLAG   PIC X(01).
000570                 88  MED-CON-CNS-DADO     VALUE 'S'.
000580                 88  MED-CON-CNS-NEGADO   VALUE 'N'.
000590             07  MED-CON-CNS-DATA   PIC 9(08).
000600     03  MED-CON-OPERADOR           PIC X(08).
000610     03  MED-CON-DATA-ATUALIZACAO   PIC 9(08).
000620     03  FILLER                     PIC X(20).
