000100*****************************************************************
000110* Copybook:     DSTFD
000120* Author:       J. ALBUQUERQUE - APPLICATIONS SUPPORT
000130* Date-Written: 2026-10-15
000140* Purpose:      FD and record layout for DISTMAST (see DSTSEL).
000150*               Columns: the report DD name, a description for
000160*               the bundle cover, the frequency (D every chain
000170*               run; M monthly, on the business day whose day of
000180*               the month is MED-DST-DIA; E eventual, never
000190*               expected -- delivered whenever present), the
000200*               chain step that produces it (blank when no step
000210*               registers it on RUNCTL) and the copies for each
000220*               department in the fixed order SECRETARIA,
000230*               COORDENACAO, FINANCEIRO, DIRECAO, TI (zero = the
000240*               department does not receive it).
000250* Modification History:
000260*   2026-10-15 JA  Initial version.
000270*****************************************************************
000280 FD  DIST-MASTER-FILE.
000290 01  MED-DST-REC.
000300     03  MED-DST-RELATORIO      PIC X(13).
000310     03  FILLER                 PIC X(01).
000320     03  MED-DST-DESCRICAO      PIC X(30).
000330     03  FILLER                 PIC X(01).
000340     03  MED-DST-FREQ           PIC X(01).
000350         88  MED-DST-DIARIO           VALUE 'D'.
000360         88  MED-DST-MENSAL           VALUE 'M'.
000370         88  MED-DST-EVENTUAL         VALUE 'E'.
000380     03  FILLER                 PIC X(01).
000390     03  MED-DST-DIA            PIC 9(02).
000400     03  FILLER                 PIC X(01).
000410     03  MED-DST-STEP           PIC X(08).
000420     03  MED-DST-DEPTOS.
000430         05  MED-DST-DEPTO      OCCURS 5 TIMES.
000440             07  FILLER         PIC X(01).
000450             07  MED-DST-COPIAS PIC 9(02).
