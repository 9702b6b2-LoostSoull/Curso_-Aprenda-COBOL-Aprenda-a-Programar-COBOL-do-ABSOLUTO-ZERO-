000100*****************************************************************
000110* Copybook:     ASNFD
000120* Author:       J. ALBUQUERQUE - APPLICATIONS SUPPORT
000130* Date-Written: 2026-10-15
000140* Purpose:      FD for the acompanhamento flag file (see ASNSEL):
000150*               one record per flag -- the student, the report
000160*               that raised it (R ranking, N notification), the
000170*               materia concerned (spaces for the overall
000180*               average) and the reason as the report printed it.
000190* Modification History:
000200*   2026-10-15 JA  Initial version.
000210*****************************************************************
000220 FD  ACOMP-SINAL-FILE.
000230 01  MED-ACP-SINAL-REC.
000240     03  MED-ASN-ALUNO-ID           PIC 9(07).
000250     03  MED-ASN-ORIGEM             PIC X(01).
000260     03  MED-ASN-NOME               PIC X(30).
000270     03  MED-ASN-TURMA              PIC X(10).
000280     03  MED-ASN-MATERIA            PIC X(30).
000290     03  MED-ASN-MOTIVO             PIC X(15).
000300     03  MED-ASN-DATA               PIC 9(08).
