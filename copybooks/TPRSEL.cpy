000100*****************************************************************
000110* Copybook:     TPRSEL
000120* Author:       J. ALBUQUERQUE - APPLICATIONS SUPPORT
000130* Date-Written: 2026-10-15
000140* Purpose:      FILE-CONTROL entry for TURPRECO, the tuition
000150*               history of the turmas: one line per change of
000160*               MED-TUR-MENSALIDADE, effective-dated by
000170*               competence (layout in TPRFD).
000180* Modification History:
000190*   2026-10-15 JA  Initial version.
000200*****************************************************************
000210     SELECT TURMA-PRECO-FILE ASSIGN TO "TURPRECO"
000220         ORGANIZATION IS LINE SEQUENTIAL
000230         FILE STATUS IS WS-TPR-STATUS.
