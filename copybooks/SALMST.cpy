000170*               role, monthly salary and admission date.
000180* Modification History:
000190*   2026-09-03 JA  Initial version.
000192*   2026-10-15 JA  MED-SAL-VALOR-AULA, the hora-aula value a
000194*                  teacher's unexcused lessons are docked at and
000196*                  a substitute's covered lessons are paid at
000198*                  (SUBSEXT extract, FOLHA_MENSAL), carved from
000199*                  the FILLER.
000199*   2026-10-15 JA  MED-SAL-DEPENDENTES, the employee's IRRF
000199*                  dependents (TABFISC deduction per dependent
000199*                  in FOLHA_MENSAL), carved from the FILLER.
000199*   2026-10-15 JA  MED-SAL-SITUACAO, the last FILLER byte: blank
000199*                  or A is active, D is terminated (set by the
000199*                  FERIAS_RESC termination; FOLHA_MENSAL pays
000199*                  no salary to a D employee).
000200*****************************************************************
000210 01  MED-SALARIO-MASTER-REC.
000220     03  MED-SAL-EMP-ID             PIC 9(06).
000240     03  MED-SAL-CARGO              PIC X(20).
000250     03  MED-SAL-SALARIO            PIC 9(07)V99.
000260     03  MED-SAL-ADMISSAO           PIC 9(08).
000262     03  MED-SAL-VALOR-AULA         PIC 9(05)V99.
000264     03  MED-SAL-DEPENDENTES        PIC 9(02).
000270     03  MED-SAL-SITUACAO           PIC X(01).
000270         88  MED-SAL-ATIVO              VALUE 'A' ' '.
000270         88  MED-SAL-DESLIGADO          VALUE 'D'.
