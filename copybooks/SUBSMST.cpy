000100*****************************************************************
000110* Copybook:     SUBSMST
000120* Author:       J. ALBUQUERQUE - APPLICATIONS SUPPORT
000130* Date-Written: 2026-10-15
000140* Purpose:      Record layout for the indexed absence/
000150*               substitution register (SUBSMAST, see copybook
000160*               SUBSSEL): one record per lesson missed -- the
000170*               lesson date, turma and period slot form the key,
000180*               the weekday is the HORAMAST weekday of that
000190*               date. The absent teacher is the PROFMAST teacher
000200*               HORAMAST names for the slot; the substitute (zero
000210*               for a lesson left uncovered) is a PROFMAST
000220*               teacher ATIVO and free in that weekday/slot. The
000230*               reason code decides whether the absence is
000240*               excused (atestado, licenca, falta justificada)
000250*               or docked on the payroll (falta injustificada).
000260* Modification History:
000270*   2026-10-15 JA  Initial version.
000280*****************************************************************
000290 01  MED-SUBST-MASTER-REC.
000300     03  MED-SUB-CHAVE.
000310         05  MED-SUB-DATA           PIC 9(08).
000320         05  MED-SUB-TURMA          PIC X(10).
000330         05  MED-SUB-SLOT           PIC 9(02).
000340     03  MED-SUB-DIA                PIC 9(01).
000350     03  MED-SUB-AUSENTE-ID         PIC 9(05).
000360     03  MED-SUB-SUBSTITUTO-ID      PIC 9(05).
000370     03  MED-SUB-MOTIVO             PIC X(02).
000380         88  MED-SUB-ABONADA              VALUE 'AM' 'LC' 'FJ'.
000390         88  MED-SUB-INJUSTIFICADA        VALUE 'FI'.
000400     03  MED-SUB-OBSERVACAO         PIC X(30).
000410     03  MED-SUB-OPERADOR           PIC X(08).
000420     03  MED-SUB-DATA-REGISTRO      PIC 9(08).
000430     03  FILLER                     PIC X(10).
