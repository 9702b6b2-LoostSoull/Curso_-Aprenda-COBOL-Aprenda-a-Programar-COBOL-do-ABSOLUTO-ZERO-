000100*****************************************************************
000110* Copybook:     RSNSEL
000120* Author:       J. ALBUQUERQUE - APPLICATIONS SUPPORT
000130* Date-Written: 2026-10-15
000140* Purpose:      FILE-CONTROL entry for RESNOTAS, the post-grading
000150*               result summary RESUMO_NOTAS rebuilds right after
000160*               every CALC_MEDIA_BATCH run (see RSNFD). Keyed by
000170*               turma, student, record type and materia, so the
000180*               file reads in the same turma/student order the
000190*               TRANSCRIPT is written in, with the turma and
000200*               school totals ahead of their students. The
000210*               reports after the grading step read this file
000220*               instead of each unpacking the TRANSCRIPT again.
000230* Modification History:
000240*   2026-10-15 JA  Initial version.
000250*****************************************************************
000260     SELECT RESUMO-NOTAS-FILE ASSIGN TO "RESNOTAS"
000270         ORGANIZATION IS INDEXED
000280         ACCESS MODE IS DYNAMIC
000290         RECORD KEY IS MED-RSN-CHAVE
000300         FILE STATUS IS WS-RSN-STATUS.
