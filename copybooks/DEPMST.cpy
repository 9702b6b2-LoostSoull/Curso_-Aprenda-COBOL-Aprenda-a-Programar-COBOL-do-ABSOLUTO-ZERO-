000100*****************************************************************
000110* Copybook:     DEPMST
000120* Author:       J. ALBUQUERQUE - APPLICATIONS SUPPORT
000130* Date-Written: 2026-10-15
000140* Purpose:      Record layout for the indexed dependencia master
000150*               (DEPMAST, see copybook DEPSEL): one record per
000160*               subject a student failed in a year they were
000170*               nevertheless promoted out of. The materia is the
000180*               MATMAST name exactly as FINALRES carries it; the
000190*               origin year is CONSOLIDA_FINAL's school year and
000200*               the origin serie is the MED-TUR-PERIODO of the
000210*               turma the subject was failed in. The FINALRES
000220*               media and situacao of the failure are kept for
000230*               the record. Each bimestre of the retake graded by
000240*               CALC_MEDIA_BATCH fills one MED-DEP-BIMESTRE slot
000250*               (its four notas and media); with all four in, the
000260*               dependencia is CONCLUIDA when the average reaches
000270*               the passing threshold (the origin year's TRANARCH
000280*               records are then replaced by the retake) and
000290*               otherwise stays ABERTA with the slots cleared for
000300*               another attempt.
000310* Modification History:
000320*   2026-10-15 JA  Initial version.
000330*****************************************************************
000340 01  MED-DEPEND-MASTER-REC.
000350     03  MED-DEP-CHAVE.
000360         05  MED-DEP-ALUNO-ID       PIC 9(07).
000370         05  MED-DEP-ANO-ORIGEM     PIC 9(04).
000380         05  MED-DEP-MATERIA        PIC X(30).
000390     03  MED-DEP-NOME               PIC X(30).
000400     03  MED-DEP-SERIE-ORIGEM       PIC X(10).
000410     03  MED-DEP-TURMA-ORIGEM       PIC X(10).
000420     03  MED-DEP-MEDIA-ORIGEM       PIC X(05).
000430     03  MED-DEP-SITUACAO-ORIG      PIC X(15).
000440     03  MED-DEP-SITUACAO           PIC X(01).
000450         88  MED-DEP-ABERTA               VALUE 'A'.
000460         88  MED-DEP-CONCLUIDA            VALUE 'C'.
000470     03  MED-DEP-DATA-ABERTURA      PIC 9(08).
000480     03  MED-DEP-TENTATIVAS         PIC 9(02).
000490     03  MED-DEP-BIMESTRE           OCCURS 4 TIMES.
000500         05  MED-DEP-BIM-LANCADO    PIC X(01).
000510             88  MED-DEP-BIM-GRADUADO     VALUE 'S'.
000520         05  MED-DEP-BIM-NOTA       OCCURS 4 TIMES
000530                                    PIC 9(02)V99.
000540         05  MED-DEP-BIM-MEDIA      PIC 9(02)V99.
000550     03  MED-DEP-ESCALA             PIC X(01).
000560     03  MED-DEP-MEDIA-FINAL        PIC 9(02)V99.
000570     03  MED-DEP-DATA-RESOLUCAO     PIC 9(08).
000580     03  FILLER                     PIC X(20).
