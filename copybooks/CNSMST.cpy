000100*****************************************************************
000110* Copybook:     CNSMST
000120* Author:       J. ALBUQUERQUE - APPLICATIONS SUPPORT
000130* Date-Written: 2026-10-15
000140* Purpose:      Record layout for the indexed conselho de classe
000150*               deliberation master (CONSMAST, see copybook
000160*               CNSSEL): one record per student, school year and
000170*               materia the class council deliberated on. The
000180*               materia is the MATMAST name exactly as FINALRES
000190*               carries it, and the year is CONSOLIDA_FINAL's
000200*               school year. The FINALRES media and situacao the
000210*               council saw are kept beside the decision -- 'A'
000220*               APROVADO PELO CONSELHO (only on a REPROVADO
000230*               line) or 'M' MANTIDO -- with the minutes (ata)
000240*               reference, the meeting date and the councillors
000250*               present.
000260* Modification History:
000270*   2026-10-15 JA  Initial version.
000280*****************************************************************
000290 01  MED-CONSELHO-MASTER-REC.
000300     03  MED-CNS-CHAVE.
000310         05  MED-CNS-ALUNO-ID       PIC 9(07).
000320         05  MED-CNS-ANO            PIC 9(04).
000330         05  MED-CNS-MATERIA        PIC X(30).
000340     03  MED-CNS-TURMA              PIC X(10).
000350     03  MED-CNS-MEDIA-FINAL        PIC X(05).
000360     03  MED-CNS-SITUACAO-ORIG      PIC X(15).
000370     03  MED-CNS-DECISAO            PIC X(01).
000380         88  MED-CNS-APROVADO-CONSELHO    VALUE 'A'.
000390         88  MED-CNS-MANTIDO              VALUE 'M'.
000400     03  MED-CNS-ATA                PIC X(15).
000410     03  MED-CNS-DATA-REUNIAO       PIC 9(08).
000420     03  MED-CNS-CONSELHEIROS       PIC X(80).
000430     03  MED-CNS-OPERADOR           PIC X(08).
000440     03  MED-CNS-DATA-REGISTRO      PIC 9(08).
000450     03  FILLER                     PIC X(20).
