000100*****************************************************************
000110* Copybook:     QSTFD
000120* Author:       J. ALBUQUERQUE - APPLICATIONS SUPPORT
000130* Date-Written: 2026-10-15
000140* Purpose:      FD and record for QUESTMST (see QSTSEL). An
000150*               answer is one digit from MED-QST-ESCALA-MIN to
000160*               MED-QST-ESCALA-MAX (a 1-5 agreement scale is
000170*               1 and 5); a blank answer means not answered.
000180* Modification History:
000190*   2026-10-15 JA  Initial version.
000200*****************************************************************
000210 FD  QUESTAO-MASTER-FILE.
000220 01  MED-QUESTAO-REC.
000230     03  MED-QST-NUMERO         PIC 9(02).
000240     03  MED-QST-TEXTO          PIC X(40).
000250     03  MED-QST-ESCALA-MIN     PIC 9(01).
000260     03  MED-QST-ESCALA-MAX     PIC 9(01).
000270     03  MED-QST-SITUACAO       PIC X(01).
000280         88  MED-QST-ATIVA            VALUE 'A'.
000290         88  MED-QST-INATIVA          VALUE 'I'.
000300     03  FILLER                 PIC X(05).
