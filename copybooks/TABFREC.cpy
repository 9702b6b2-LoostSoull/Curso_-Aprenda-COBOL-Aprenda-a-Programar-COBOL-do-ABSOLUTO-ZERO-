000100*****************************************************************
000110* Copybook:     TABFREC
000120* Author:       J. ALBUQUERQUE - APPLICATIONS SUPPORT
000130* Date-Written: 2026-10-15
000140* Purpose:      WORKING-STORAGE fields for the progressive
000150*               payroll taxes (see TABFSEL/TABFFD/TABFPARA): the
000160*               whole TABFISC file, the INSS and IRRF bands of
000170*               the version in force for MED-FIS-COMPET-CHECK,
000180*               the inputs a payroll program sets before the
000190*               calculation (gross, dependents) and the results
000200*               band by band for the printed detail. The program
000210*               must also declare WS-TBF-STATUS-FS PIC X(02).
000220* Modification History:
000230*   2026-10-15 JA  Initial version.
000240*****************************************************************
000250 01  MED-FIS-CHECK.
000260     03  MED-FIS-EOF-SW         PIC X(01) VALUE 'N'.
000270         88  MED-FIS-FIM              VALUE 'S'.
000280     03  MED-FIS-OK-SW          PIC X(01) VALUE 'N'.
000290         88  TABELA-FISCAL-OK         VALUE 'S'.
000300     03  MED-FIS-ERRO-SW        PIC X(01) VALUE 'N'.
000310         88  MED-FIS-CALC-ERRO        VALUE 'S'.
000320     03  MED-FIS-COMPET-CHECK   PIC 9(06) VALUE ZERO.
000330     03  MED-FIS-VIG-INSS       PIC 9(06) VALUE ZERO.
000340     03  MED-FIS-VIG-IRRF       PIC 9(06) VALUE ZERO.
000350     03  MED-FIS-VIG-DEPE       PIC 9(06) VALUE ZERO.
000360     03  MED-FIS-DEDUCAO-DEP    PIC 9(05)V99 VALUE ZERO.
000370     03  MED-FIS-SUB            PIC 9(03) COMP VALUE ZERO.
000380     03  MED-FIS-FX             PIC 9(02) COMP VALUE ZERO.
000390     03  MED-FIS-VIG            PIC 9(06) VALUE ZERO.
000400     03  MED-FIS-LIM            PIC 9(07)V99 VALUE ZERO.
000410     03  MED-FIS-ANTERIOR       PIC 9(07)V99 VALUE ZERO.
000420     03  MED-FIS-FATIA          PIC 9(07)V99 VALUE ZERO.
000430*----------------------------------------------------------*
000440* CALCULATION INPUTS AND RESULTS                            *
000450*----------------------------------------------------------*
000460 01  MED-FIS-CALCULO.
000470     03  MED-FIS-BRUTO          PIC 9(07)V99 VALUE ZERO.
000480     03  MED-FIS-DEPENDENTES    PIC 9(02) VALUE ZERO.
000490     03  MED-FIS-VALOR-INSS     PIC 9(07)V99 VALUE ZERO.
000500     03  MED-FIS-DED-DEPEND     PIC 9(07)V99 VALUE ZERO.
000510     03  MED-FIS-BASE-IRRF      PIC S9(07)V99 VALUE ZERO.
000520     03  MED-FIS-VALOR-IRRF     PIC 9(07)V99 VALUE ZERO.
000530*----------------------------------------------------------*
000540* THE WHOLE TABFISC FILE, EVERY VERSION                     *
000550*----------------------------------------------------------*
000560 01  MED-FIS-RAW-QTD            PIC 9(03) COMP VALUE ZERO.
000570 01  MED-FIS-RAW-TABLE.
000580     03  MED-FIS-RAW-ENTRY      OCCURS 1 TO 300 TIMES
000590                                DEPENDING ON MED-FIS-RAW-QTD
000600                                INDEXED BY MED-FIS-RAW-IDX.
000610         05  MED-FIS-RAW-TIPO   PIC X(04).
000620         05  MED-FIS-RAW-VIG    PIC 9(06).
000630         05  MED-FIS-RAW-FAIXA  PIC 9(02).
000640         05  MED-FIS-RAW-LIMITE PIC 9(07)V99.
000650         05  MED-FIS-RAW-ALIQ   PIC 9(01)V9(04).
000660         05  MED-FIS-RAW-DEDUC  PIC 9(05)V99.
000670*----------------------------------------------------------*
000680* BANDS IN FORCE FOR THE COMPETENCE, WITH THE LAST          *
000690*     EMPLOYEE'S BASE AND TAX PER BAND                      *
000700*----------------------------------------------------------*
000710 01  MED-FIS-INSS-QTD           PIC 9(02) COMP VALUE ZERO.
000720 01  MED-FIS-INSS-TABLE.
000730     03  MED-FIS-INSS-FAIXA     OCCURS 10 TIMES.
000740         05  MED-FIS-INSS-LIMITE PIC 9(07)V99.
000750         05  MED-FIS-INSS-ALIQ  PIC 9(01)V9(04).
000760         05  MED-FIS-INSS-BASE  PIC 9(07)V99.
000770         05  MED-FIS-INSS-VALOR PIC 9(07)V99.
000780 01  MED-FIS-IRRF-QTD           PIC 9(02) COMP VALUE ZERO.
000790 01  MED-FIS-IRRF-TABLE.
000800     03  MED-FIS-IRRF-FAIXA     OCCURS 10 TIMES.
000810         05  MED-FIS-IRRF-LIMITE PIC 9(07)V99.
000820         05  MED-FIS-IRRF-ALIQ  PIC 9(01)V9(04).
000830         05  MED-FIS-IRRF-BASE  PIC 9(07)V99.
000840         05  MED-FIS-IRRF-VALOR PIC 9(07)V99.
