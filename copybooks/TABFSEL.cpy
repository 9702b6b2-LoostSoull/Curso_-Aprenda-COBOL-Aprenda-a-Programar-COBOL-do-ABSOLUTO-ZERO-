000100*****************************************************************
000110* Copybook:     TABFSEL
000120* Author:       J. ALBUQUERQUE - APPLICATIONS SUPPORT
000130* Date-Written: 2026-10-15
000140* Purpose:      FILE-CONTROL entry for TABFISC, the effective-
000150*               dated payroll tax table (see TABFFD): the INSS
000160*               contribution bands, the IRRF bands and the IRRF
000170*               deduction per dependent. A new table version is
000180*               loaded by appending records under a new VIGENCIA
000190*               competence; the older versions stay for reruns of
000200*               earlier months.
000210* Modification History:
000220*   2026-10-15 JA  Initial version.
000230*****************************************************************
000240     SELECT TAX-TABLE-FILE ASSIGN TO "TABFISC"
000250         ORGANIZATION IS LINE SEQUENTIAL
000260         FILE STATUS IS WS-TBF-STATUS-FS.
