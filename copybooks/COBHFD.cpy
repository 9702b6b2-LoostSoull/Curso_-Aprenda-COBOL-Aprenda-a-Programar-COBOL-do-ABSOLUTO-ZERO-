000100*****************************************************************
000110* Copybook:     COBHFD
000120* Author:       J. ALBUQUERQUE - APPLICATIONS SUPPORT
000130* Date-Written: 2026-10-15
000140* Purpose:      FD and record layout for COBHIST (see COBHSEL):
000150*               the invoice, the stage it reached (1 friendly
000160*               reminder, 2 formal notice, 3 final notice before
000170*               collection), the letter it went out on and the
000180*               date, the household the letter was addressed to
000190*               (F FAMMAST family, A student outside FAMMAST),
000200*               the student, the days overdue and the balance
000210*               open on that date.
000220* Modification History:
000230*   2026-10-15 JA  Initial version.
000240*****************************************************************
000250 FD  COBR-HIST-FILE.
000260 01  MED-COBR-HIST-REC.
000270     03  MED-CBH-FATURA         PIC 9(07).
000280     03  FILLER                 PIC X(01).
000290     03  MED-CBH-ESTAGIO        PIC 9(01).
000300         88  MED-CBH-LEMBRETE         VALUE 1.
000310         88  MED-CBH-NOTIFICACAO      VALUE 2.
000320         88  MED-CBH-AVISO-FINAL      VALUE 3.
000330     03  FILLER                 PIC X(01).
000340     03  MED-CBH-CARTA          PIC 9(07).
000350     03  FILLER                 PIC X(01).
000360     03  MED-CBH-DATA-ENVIO     PIC 9(08).
000370     03  FILLER                 PIC X(01).
000380     03  MED-CBH-DOM-TIPO       PIC X(01).
000390     03  FILLER                 PIC X(01).
000400     03  MED-CBH-DOM-CHAVE      PIC 9(07).
000410     03  FILLER                 PIC X(01).
000420     03  MED-CBH-ALUNO-ID       PIC 9(07).
000430     03  FILLER                 PIC X(01).
000440     03  MED-CBH-DIAS-ATRASO    PIC 9(05).
000450     03  FILLER                 PIC X(01).
000460     03  MED-CBH-SALDO          PIC 9(05)V99.
