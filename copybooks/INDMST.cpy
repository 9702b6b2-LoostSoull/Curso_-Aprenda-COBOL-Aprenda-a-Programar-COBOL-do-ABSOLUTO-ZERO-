000100*****************************************************************
000110* Copybook:     INDMST
000120* Author:       J. ALBUQUERQUE - APPLICATIONS SUPPORT
000130* Date-Written: 2026-10-15
000140* Purpose:      Record layout for the indexed school-performance
000150*               history (INDHIST, see copybook INDSEL): one record
000160*               per turma per school year with the counts the
000170*               INEP rendimento rates are computed from --
000180*               APROVADO and RETIDO decisions off PROMODEC,
000190*               abandonos and transferencias off STATHIST, the
000200*               FINALRES materia lines and how many were
000210*               REPROVADO, and the age-grade base (students with
000220*               a birth date) and lag count. Unit and serie are
000230*               the TURMAST unit and MED-TUR-PERIODO at the time
000240*               of the run. MED-IND-CONT gives the counters as a
000250*               table, in the order they are declared.
000260* Modification History:
000270*   2026-10-15 JA  Initial version.
000280*****************************************************************
000290 01  MED-INDICADOR-REC.
000300     03  MED-IND-CHAVE.
000310         05  MED-IND-ANO            PIC 9(04).
000320         05  MED-IND-UNIDADE        PIC X(02).
000330         05  MED-IND-SERIE          PIC X(10).
000340         05  MED-IND-TURMA          PIC X(10).
000350     03  MED-IND-CONTADORES.
000360         05  MED-IND-APROVADOS      PIC 9(05).
000370         05  MED-IND-REPROVADOS     PIC 9(05).
000380         05  MED-IND-ABANDONOS      PIC 9(05).
000390         05  MED-IND-TRANSFERIDOS   PIC 9(05).
000400         05  MED-IND-RES-LINHAS     PIC 9(05).
000410         05  MED-IND-RES-REPROV     PIC 9(05).
000420         05  MED-IND-COM-NASCIMENTO PIC 9(05).
000430         05  MED-IND-DISTORCAO      PIC 9(05).
000440     03  MED-IND-CONT-TAB REDEFINES MED-IND-CONTADORES.
000450         05  MED-IND-CONT           PIC 9(05) OCCURS 8 TIMES.
000460     03  MED-IND-DATA-APURACAO      PIC 9(08).
000470     03  FILLER                     PIC X(20).
