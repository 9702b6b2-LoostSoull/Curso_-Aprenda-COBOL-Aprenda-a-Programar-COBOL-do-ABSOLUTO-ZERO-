000100*****************************************************************
000110* Copybook:     RRGSEL
000120* Author:       J. ALBUQUERQUE - APPLICATIONS SUPPORT
000130* Date-Written: 2026-10-15
000140* Purpose:      FILE-CONTROL entry for RETREG, BANCO_RETORNO's
000150*               processed-file register (layout in RRGFD), also
000160*               read by CONCILIA_BANCO.
000170* Modification History:
000180*   2026-10-15 JA  Initial version, lifted out of BANCO_RETORNO.
000190*****************************************************************
000200     SELECT RET-REGISTER-FILE ASSIGN TO "RETREG"
000210         ORGANIZATION IS LINE SEQUENTIAL
000220         FILE STATUS IS WS-RETREG-STATUS.
