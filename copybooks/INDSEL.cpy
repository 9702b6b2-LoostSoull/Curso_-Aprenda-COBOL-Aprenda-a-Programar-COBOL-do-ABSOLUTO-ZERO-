000100*****************************************************************
000110* Copybook:     INDSEL
000120* Author:       J. ALBUQUERQUE - APPLICATIONS SUPPORT
000130* Date-Written: 2026-10-15
000140* Purpose:      FILE-CONTROL entry for INDHIST, the indexed
000150*               school-performance history keyed by school year,
000160*               unit, serie and turma (see copybook INDMST).
000170*               Written and read by TAXAS_RENDIMENTO: each run
000180*               replaces the year it measures and reports the
000190*               trend over the years already on file.
000200* Modification History:
000210*   2026-10-15 JA  Initial version.
000220*****************************************************************
000230     SELECT INDIC-HIST-FILE ASSIGN TO "INDHIST"
000240         ORGANIZATION IS INDEXED
000250         ACCESS MODE IS DYNAMIC
000260         RECORD KEY IS MED-IND-CHAVE
000270         FILE STATUS IS WS-IND-HIST-STATUS.
