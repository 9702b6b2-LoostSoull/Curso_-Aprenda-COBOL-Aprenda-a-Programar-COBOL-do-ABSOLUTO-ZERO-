000100*****************************************************************
000110* Copybook:     CNSSEL
000120* Author:       J. ALBUQUERQUE - APPLICATIONS SUPPORT
000130* Date-Written: 2026-10-15
000140* Purpose:      FILE-CONTROL entry for CONSMAST, the indexed
000150*               conselho de classe deliberation master keyed by
000160*               student ID, school year and materia (see copybook
000170*               CNSMST), maintained by CONSELHO_MAINT and read by
000180*               PROMOCAO_ANUAL, DIPLOMA_EMITE and
000190*               HISTORICO_ESCOLAR.
000200* Modification History:
000210*   2026-10-15 JA  Initial version.
000220*****************************************************************
000230     SELECT CONSELHO-MASTER-FILE ASSIGN TO "CONSMAST"
000240         ORGANIZATION IS INDEXED
000250         ACCESS MODE IS DYNAMIC
000260         RECORD KEY IS MED-CNS-CHAVE
000270         FILE STATUS IS WS-CNS-MASTER-STATUS.
