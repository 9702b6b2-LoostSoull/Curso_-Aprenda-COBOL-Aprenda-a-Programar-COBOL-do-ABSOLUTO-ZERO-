000100*****************************************************************
000110* Copybook:     RSNFD
000120* Author:       J. ALBUQUERQUE - APPLICATIONS SUPPORT
000130* Date-Written: 2026-10-15
000140* Purpose:      FD and record for RESNOTAS (see RSNSEL). Four
000150*               record types share the key:
000160*                 '1' group total -- TURMA blank is the whole
000170*                     school, otherwise one turma (ALUNO-ID
000180*                     zero, MATERIA blank);
000190*                 '2' materia total -- the same two levels, one
000200*                     per materia (ALUNO-ID zero);
000210*                 '3' student total, with the student's
000220*                     position in the turma ranking;
000230*                 '4' one student/materia result off the
000240*                     TRANSCRIPT slot, classified once here.
000250*               The prior media and trend are the HISTAVG values
000260*               CALCULO_MEDIA put on the transcript (HISTAVG
000270*               itself already holds this run's media by then);
000280*               the attendance percentage is the running total
000290*               of FREQFILE classes attended over classes held;
000300*               the unidade is the student's MED-STU-UNIDADE off
000310*               STUMAST ("??" when the student is not there).
000320*               Counts on the group records are per student/
000330*               materia result, except QTD-ALUNOS.
000340* Modification History:
000350*   2026-10-15 JA  Initial version.
000360*****************************************************************
000370 FD  RESUMO-NOTAS-FILE.
000380 01  MED-RESUMO-NOTAS-REC.
000390     03  MED-RSN-CHAVE.
000400         05  MED-RSN-TURMA          PIC X(10).
000410         05  MED-RSN-ALUNO-ID       PIC 9(07).
000420         05  MED-RSN-TIPO           PIC X(01).
000430             88  MED-RSN-TOTAL-GRUPO      VALUE '1'.
000440             88  MED-RSN-TOTAL-MATERIA    VALUE '2'.
000450             88  MED-RSN-TOTAL-ALUNO      VALUE '3'.
000460             88  MED-RSN-NOTA-MATERIA     VALUE '4'.
000470         05  MED-RSN-MATERIA        PIC X(30).
000480     03  MED-RSN-ANO                PIC 9(04).
000490     03  MED-RSN-PERIODO            PIC X(10).
000500     03  MED-RSN-UNIDADE            PIC X(02).
000510     03  MED-RSN-FREQ-PCT           PIC 9(03).
000520     03  MED-RSN-COM-FREQ           PIC X(01).
000530         88  MED-RSN-FREQ-INFORMADA       VALUE 'S'.
000540     03  MED-RSN-CORPO              PIC X(80).
000550*----------------------------------------------------------*
000560* TYPE '4' -- ONE STUDENT/MATERIA RESULT                   *
000570*----------------------------------------------------------*
000580     03  MED-RSN-NOTA REDEFINES MED-RSN-CORPO.
000590         05  MED-RSN-NOME           PIC X(30).
000600         05  MED-RSN-NOTA-1         PIC 9(02)V99.
000610         05  MED-RSN-NOTA-2         PIC 9(02)V99.
000620         05  MED-RSN-NOTA-3         PIC 9(02)V99.
000630         05  MED-RSN-NOTA-4         PIC 9(02)V99.
000640         05  MED-RSN-MEDIA          PIC 9(02)V99.
000650         05  MED-RSN-PRIOR-MEDIA    PIC 9(02)V99.
000660         05  MED-RSN-TREND          PIC X(01).
000670             88  MED-RSN-MELHORANDO       VALUE 'M'.
000680             88  MED-RSN-PIORANDO         VALUE 'P'.
000690             88  MED-RSN-ESTAVEL          VALUE 'E'.
000700             88  MED-RSN-SEM-HISTORICO    VALUE 'S'.
000710         05  MED-RSN-SITUACAO       PIC X(15).
000720         05  MED-RSN-CLASSE         PIC X(01).
000730             88  MED-RSN-APROVADO         VALUE 'A'.
000740             88  MED-RSN-EM-RECUP         VALUE 'R'.
000750             88  MED-RSN-REPROVADO        VALUE 'F'.
000760             88  MED-RSN-PENDENTE         VALUE 'P'.
000770         05  MED-RSN-ESCALA         PIC X(01).
000780         05  FILLER                 PIC X(08).
000790*----------------------------------------------------------*
000800* TYPE '3' -- STUDENT TOTAL                                *
000810*----------------------------------------------------------*
000820     03  MED-RSN-ALUNO REDEFINES MED-RSN-CORPO.
000830         05  MED-RSN-ALU-NOME       PIC X(30).
000840         05  MED-RSN-ALU-QTD-MATERIAS PIC 9(02).
000850         05  MED-RSN-ALU-SOMA-MEDIAS PIC 9(04)V99.
000860         05  MED-RSN-ALU-MEDIA-GERAL PIC 9(02)V99.
000870         05  MED-RSN-ALU-QTD-APROVADO PIC 9(02).
000880         05  MED-RSN-ALU-QTD-RECUP  PIC 9(02).
000890         05  MED-RSN-ALU-QTD-REPROV PIC 9(02).
000900         05  MED-RSN-ALU-QTD-PENDENTE PIC 9(02).
000910         05  MED-RSN-ALU-QTD-PIORANDO PIC 9(02).
000920         05  MED-RSN-ALU-POSICAO    PIC 9(03).
000930         05  FILLER                 PIC X(25).
000940*----------------------------------------------------------*
000950* TYPES '1' AND '2' -- SCHOOL, TURMA AND MATERIA TOTALS    *
000960*----------------------------------------------------------*
000970     03  MED-RSN-GRUPO REDEFINES MED-RSN-CORPO.
000980         05  MED-RSN-GRP-QTD-ALUNOS PIC 9(05).
000990         05  MED-RSN-GRP-QTD-NOTAS  PIC 9(05).
001000         05  MED-RSN-GRP-SOMA-MEDIAS PIC 9(07)V99.
001010         05  MED-RSN-GRP-MEDIA      PIC 9(02)V99.
001020         05  MED-RSN-GRP-QTD-APROVADO PIC 9(05).
001030         05  MED-RSN-GRP-QTD-RECUP  PIC 9(05).
001040         05  MED-RSN-GRP-QTD-REPROV PIC 9(05).
001050         05  MED-RSN-GRP-QTD-PENDENTE PIC 9(05).
001060         05  MED-RSN-GRP-QTD-PIORANDO PIC 9(05).
001070         05  FILLER                 PIC X(32).
