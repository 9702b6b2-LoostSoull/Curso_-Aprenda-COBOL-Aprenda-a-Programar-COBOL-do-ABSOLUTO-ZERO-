000100*****************************************************************
000110* Copybook:     ACPMST
000120* Author:       J. ALBUQUERQUE - APPLICATIONS SUPPORT
000130* Date-Written: 2026-10-15
000140* Purpose:      Record layout for the indexed acompanhamento
000150*               case file (ACOMPMAST, see copybook ACPSEL): one
000160*               record per case, student ID plus a case number
000170*               running per student. A case is opened by the
000180*               flag that raised it (ranking, guardian
000190*               notification, attendance) or by coordination by
000200*               hand; a student has at most one ABERTO case at a
000210*               time. The baseline is the student's TRANARCH
000220*               media of the latest archived period when the case
000230*               opened (the case materia only, or every materia
000240*               of the period when the flag was on the overall
000250*               average) -- what the bimestre follow-up report
000260*               measures the intervention against. Up to ten
000270*               actions (meeting with the guardian, reinforcement
000280*               classes, referral) ride on the record; the case
000290*               carries its follow-up date and, once closed, its
000300*               outcome.
000310* Modification History:
000320*   2026-10-15 JA  Initial version.
000330*****************************************************************
000340 01  MED-ACOMP-MASTER-REC.
000350     03  MED-ACP-CHAVE.
000360         05  MED-ACP-ALUNO-ID       PIC 9(07).
000370         05  MED-ACP-CASO           PIC 9(03).
000380     03  MED-ACP-NOME               PIC X(30).
000390     03  MED-ACP-TURMA              PIC X(10).
000400     03  MED-ACP-MATERIA            PIC X(30).
000410     03  MED-ACP-ORIGEM             PIC X(01).
000420         88  MED-ACP-ORIGEM-RANKING       VALUE 'R'.
000430         88  MED-ACP-ORIGEM-NOTIFICA      VALUE 'N'.
000440         88  MED-ACP-ORIGEM-FREQUENCIA    VALUE 'F'.
000450         88  MED-ACP-ORIGEM-MANUAL        VALUE 'M'.
000460     03  MED-ACP-MOTIVO             PIC X(15).
000470     03  MED-ACP-SITUACAO           PIC X(01).
000480         88  MED-ACP-ABERTO               VALUE 'A'.
000490         88  MED-ACP-ENCERRADO            VALUE 'E'.
000500     03  MED-ACP-DATA-ABERTURA      PIC 9(08).
000510     03  MED-ACP-DATA-RETORNO       PIC 9(08).
000520     03  MED-ACP-DATA-ENCERRA       PIC 9(08).
000530     03  MED-ACP-RESULTADO          PIC X(01).
000540         88  MED-ACP-RESOLVIDO            VALUE 'S'.
000550         88  MED-ACP-NAO-RESOLVIDO        VALUE 'N'.
000560         88  MED-ACP-SAIU-DA-ESCOLA       VALUE 'T'.
000570     03  MED-ACP-OBS-RESULTADO      PIC X(40).
000580     03  MED-ACP-BASE.
000590         05  MED-ACP-BASE-SW        PIC X(01).
000600             88  MED-ACP-TEM-BASE         VALUE 'S'.
000610         05  MED-ACP-BASE-ANO       PIC 9(04).
000620         05  MED-ACP-BASE-PERIODO   PIC X(10).
000630         05  MED-ACP-BASE-MEDIA     PIC 9(02)V99.
000640     03  MED-ACP-QTD-ACOES          PIC 9(02).
000650     03  MED-ACP-ACAO               OCCURS 10 TIMES.
000660         05  MED-ACP-ACAO-DATA      PIC 9(08).
000670         05  MED-ACP-ACAO-TIPO      PIC X(01).
000680             88  MED-ACP-ACAO-REUNIAO     VALUE 'R'.
000690             88  MED-ACP-ACAO-REFORCO     VALUE 'A'.
000700             88  MED-ACP-ACAO-ENCAMINHA   VALUE 'E'.
000710         05  MED-ACP-ACAO-OBS       PIC X(40).
000720         05  MED-ACP-ACAO-OPERADOR  PIC X(08).
000730     03  MED-ACP-OPERADOR           PIC X(08).
000740     03  FILLER                     PIC X(20).
