000100*****************************************************************
000110* Copybook:     ENTSEL
000120* Author:       J. ALBUQUERQUE - APPLICATIONS SUPPORT
000130* Date-Written: 2026-10-15
000140* Purpose:      FILE-CONTROL entry for ENTRFICH, the grade- and
000150*               attendance-sheet submission control (see ENTFD).
000160*               ENTREGA_FICHAS builds one expected sheet per
000170*               turma/materia/bimestre and sheet type off the
000180*               HORAMAST timetable and the ACADCAL bimestre
000190*               dates; NOTAS_CONVERTE and FREQ_CONVERTE mark
000200*               each sheet received (through ENTREGA_REGISTRA);
000210*               BIMESTRE_CLOSE will not close a bimestre with
000220*               sheets still missing unless an authorizer
000230*               overrides.
000240* Modification History:
000250*   2026-10-15 JA  Initial version.
000260*****************************************************************
000270     SELECT ENTREGA-FICHA-FILE ASSIGN TO "ENTRFICH"
000280         ORGANIZATION IS INDEXED
000290         ACCESS MODE IS DYNAMIC
000300         RECORD KEY IS MED-ENT-CHAVE
000310         FILE STATUS IS WS-ENT-STATUS.
