000100*****************************************************************
000110* Copybook:     ASNSEL
000120* Author:       J. ALBUQUERQUE - APPLICATIONS SUPPORT
000130* Date-Written: 2026-10-15
000140* Purpose:      FILE-CONTROL entry for ACPSINAL, the flags the
000150*               post-grading reports raise for the acompanhamento
000160*               case file (see copybook ASNFD): TURMA_RANKING
000170*               appends its ACOMPANHAMENTO students, NOTIFICA_RESP
000180*               every subject it writes home about. ACOMP_MAINT
000190*               consumes the file and empties it.
000200* Modification History:
000210*   2026-10-15 JA  Initial version.
000220*****************************************************************
000230     SELECT ACOMP-SINAL-FILE ASSIGN TO "ACPSINAL"
000240         ORGANIZATION IS LINE SEQUENTIAL
000250         FILE STATUS IS WS-ASN-STATUS.
