000100*****************************************************************
000110* Copybook:     OCRMST
000120* Author:       J. ALBUQUERQUE - APPLICATIONS SUPPORT
000130* Date-Written: 2026-10-15
000140* Purpose:      Record layout for the indexed disciplinary
000150*               occurrence master (OCORMAST, see copybook OCRSEL):
000160*               one record per ocorrencia -- the date, the
000170*               student's turma at the time, the PROFMAST teacher
000180*               who reported it, the type, the severity (1 LEVE to
000190*               4 GRAVISSIMA) and the measure applied, with the
000200*               suspension days when the measure is SU. The notice
000210*               switch records that the guardian letter went out
000220*               (OCORNOTIF), so a change never sends it twice.
000230*               Code descriptions are on copybook OCRTAB. Personal
000240*               data about a minor: LGPD_PURGE deletes the
000250*               student's records. DATA-REGISTRO is the day the
000252*               ocorrencia was keyed; DATA-ALTERACAO the day of
000254*               its last change (zero while never changed).
000260* Modification History:
000270*   2026-10-15 JA  Initial version.
000275*   2026-10-15 JA  DATA-ALTERACAO taken from the filler.
000280*****************************************************************
000290 01  MED-OCOR-MASTER-REC.
000300     03  MED-OCR-CHAVE.
000310         05  MED-OCR-ALUNO-ID       PIC 9(07).
000320         05  MED-OCR-SEQ            PIC 9(07).
000330     03  MED-OCR-DATA               PIC 9(08).
000340     03  MED-OCR-TURMA              PIC X(10).
000350     03  MED-OCR-PRF-ID             PIC 9(05).
000360     03  MED-OCR-TIPO               PIC X(02).
000370     03  MED-OCR-GRAVIDADE          PIC 9(01).
000380         88  MED-OCR-GRAV-VALIDA          VALUE 1 THRU 4.
000390     03  MED-OCR-MEDIDA             PIC X(02).
000400         88  MED-OCR-SUSPENSAO            VALUE "SU".
000410     03  MED-OCR-DIAS-SUSP          PIC 9(02).
000420     03  MED-OCR-DESCRICAO          PIC X(60).
000430     03  MED-OCR-AVISO-SW           PIC X(01).
000440         88  MED-OCR-AVISADO              VALUE 'S'.
000450     03  MED-OCR-DATA-AVISO         PIC 9(08).
000460     03  MED-OCR-OPERADOR           PIC X(08).
000470     03  MED-OCR-DATA-REGISTRO      PIC 9(08).
000475     03  MED-OCR-DATA-ALTERACAO     PIC 9(08).
000480     03  FILLER                     PIC X(12).
