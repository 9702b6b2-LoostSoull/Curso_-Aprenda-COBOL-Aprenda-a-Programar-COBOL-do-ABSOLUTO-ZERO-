000100*****************************************************************
000110* Copybook:     QSTSEL
000120* Author:       J. ALBUQUERQUE - APPLICATIONS SUPPORT
000130* Date-Written: 2026-10-15
000140* Purpose:      FILE-CONTROL entry for QUESTMST, the question
000150*               master of the family satisfaction survey (see
000160*               QSTFD): one row per question number 01-20 with
000170*               its text, the valid answer scale and whether the
000180*               question is on this year's questionnaire. Kept
000190*               by the pedagogical coordination like CONCTAB; a
000200*               question dropped from the form stays on the file
000210*               as INATIVA so its number is never reused.
000220* Modification History:
000230*   2026-10-15 JA  Initial version.
000240*****************************************************************
000250     SELECT QUESTAO-MASTER-FILE ASSIGN TO "QUESTMST"
000260         ORGANIZATION IS LINE SEQUENTIAL
000270         FILE STATUS IS WS-QST-STATUS.
