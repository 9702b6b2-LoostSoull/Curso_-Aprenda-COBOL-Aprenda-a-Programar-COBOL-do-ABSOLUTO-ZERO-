000100*****************************************************************
000110* Copybook:     PREMREC
000120* Author:       J. ALBUQUERQUE - APPLICATIONS SUPPORT
000130* Date-Written: 2026-10-15
000140* Purpose:      Layout of one pre-enrollment applicant as the
000150*               school website delivers it in the daily PREMATRI
000160*               file, and as PRE_MATRICULA keeps it on PREMPEND
000170*               while a probable match waits for the secretaria.
000180*               Dates are CCYYMMDD; the CPFs are digits only or
000190*               blank; the nationality follows DOCMST (1, 2, 3);
000200*               the turma is the TURMAST code the family chose.
000210* Modification History:
000220*   2026-10-15 JA  Initial version.
000230*****************************************************************
000240 01  MED-PREMAT-REC.
000250     03  MED-PRE-PROTOCOLO          PIC X(10).
000260     03  MED-PRE-DATA-ENVIO         PIC X(08).
000270     03  MED-PRE-NOME               PIC X(30).
000280     03  MED-PRE-NASCIMENTO         PIC X(08).
000290     03  MED-PRE-CPF                PIC X(11).
000300     03  MED-PRE-NACIONALIDADE      PIC X(01).
000310     03  MED-PRE-PAIS-ORIGEM        PIC X(20).
000320     03  MED-PRE-RESPONSAVEL        PIC X(30).
000330     03  MED-PRE-CPF-RESP           PIC X(11).
000340     03  MED-PRE-TURMA              PIC X(10).
000350     03  MED-PRE-UNIDADE            PIC X(02).
000360     03  MED-PRE-ENDERECO.
000370         05  MED-PRE-RUA            PIC X(20).
000380         05  MED-PRE-BAIRRO         PIC X(20).
000390         05  MED-PRE-CIDADE         PIC X(30).
000400         05  MED-PRE-CEP            PIC X(08).
000410         05  MED-PRE-UF             PIC X(02).
