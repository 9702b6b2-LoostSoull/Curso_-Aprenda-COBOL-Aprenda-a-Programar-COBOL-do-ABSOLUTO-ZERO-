000100*****************************************************************
000110* Copybook:     TPRFD
000120* Author:       J. ALBUQUERQUE - APPLICATIONS SUPPORT
000130* Date-Written: 2026-10-15
000140* Purpose:      FD and record layout for TURPRECO (see TPRSEL).
000150*               Appended, never rewritten. Each line says the
000160*               turma cost MED-TPR-ANTERIOR up to the competence
000170*               before MED-TPR-VIGENCIA and MED-TPR-NOVA from it
000180*               on, so the tuition in force for a competence is
000190*               the ANTERIOR of the first change effective after
000200*               it, or the master's current price when no change
000210*               is effective after it. Written by REAJUSTE_ANUAL
000220*               (origin REAJUSTE, with the percentage applied)
000230*               and by TURMA_MAINT when a price is retyped
000240*               (origin TURMAINT, percentage zero).
000250* Modification History:
000260*   2026-10-15 JA  Initial version.
000270*****************************************************************
000280 FD  TURMA-PRECO-FILE.
000290 01  MED-TURMA-PRECO-REC.
000300     03  MED-TPR-TURMA          PIC X(10).
000310     03  FILLER                 PIC X(01).
000320     03  MED-TPR-VIGENCIA       PIC 9(06).
000330     03  FILLER                 PIC X(01).
000340     03  MED-TPR-ANTERIOR       PIC 9(05)V99.
000350     03  FILLER                 PIC X(01).
000360     03  MED-TPR-NOVA           PIC 9(05)V99.
000370     03  FILLER                 PIC X(01).
000380     03  MED-TPR-PERCENTUAL     PIC 9(03)V99.
000390     03  FILLER                 PIC X(01).
000400     03  MED-TPR-DATA           PIC 9(08).
000410     03  FILLER                 PIC X(01).
000420     03  MED-TPR-OPERADOR       PIC X(08).
000430     03  FILLER                 PIC X(01).
000440     03  MED-TPR-ORIGEM         PIC X(08).
