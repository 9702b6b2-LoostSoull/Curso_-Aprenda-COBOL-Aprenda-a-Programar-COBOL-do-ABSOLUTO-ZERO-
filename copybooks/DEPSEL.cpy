000100*****************************************************************
000110* Copybook:     DEPSEL
000120* Author:       J. ALBUQUERQUE - APPLICATIONS SUPPORT
000130* Date-Written: 2026-10-15
000140* Purpose:      FILE-CONTROL entry for DEPMAST, the indexed
000150*               dependencia (carried-over subject) master keyed
000160*               by student ID, origin school year and materia
000170*               (see copybook DEPMST). Opened by PROMOCAO_ANUAL,
000180*               graded and resolved by CALC_MEDIA_BATCH, checked
000190*               by ROSTER_EDIT and DIPLOMA_EMITE and listed by
000200*               DEPEND_RELAT.
000210* Modification History:
000220*   2026-10-15 JA  Initial version.
000230*****************************************************************
000240     SELECT DEPEND-MASTER-FILE ASSIGN TO "DEPMAST"
000250         ORGANIZATION IS INDEXED
000260         ACCESS MODE IS DYNAMIC
000270         RECORD KEY IS MED-DEP-CHAVE
000280         FILE STATUS IS WS-DEP-MASTER-STATUS.
