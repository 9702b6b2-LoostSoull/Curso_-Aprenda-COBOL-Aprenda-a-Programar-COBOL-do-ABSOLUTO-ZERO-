000260*                  OPERPARA), the same gate the other maintenance
000260*                  programs apply; a denied run is stamped NEG on
000260*                  ACESSLOG and ends with condition code 8.
000260*   2026-10-15 JA  SALTRAN carries the hora-aula value
000260*                  (MED-SAL-VALOR-AULA) the payroll docks
000260*                  unexcused lessons and pays substitutions at;
000260*                  nonblank and not numeric rejects, the same
000260*                  rule as the salary.
000260*   2026-10-15 JA  SALTRAN carries the employee's IRRF
000260*                  dependents (MED-SAL-DEPENDENTES) the payroll
000260*                  deducts per TABFISC; same numeric rule.
000260*   2026-10-15 JA  An include starts the employee active
000260*                  (MED-SAL-SITUACAO 'A'); only the FERIAS_RESC
000260*                  termination sets it to D.
000260* Tectonics: cobc
000270*****************************************************************
000280 IDENTIFICATION DIVISION.
000500     03  MED-SLT-CARGO          PIC X(20).
000510     03  MED-SLT-SALARIO        PIC X(09).
000520     03  MED-SLT-ADMISSAO       PIC X(08).
000520     03  MED-SLT-VALOR-AULA     PIC X(07).
000520     03  MED-SLT-DEPENDENTES    PIC X(02).
000530 FD  SAL-REGISTER-FILE.
000540 01  SAL-REGISTER-REC           PIC X(90).
000550 FD  SALARIO-MASTER-FILE.
001720        MOVE "SALARIO NAO NUMERICO" TO WS-MOTIVO-REJEICAO
001730        GO TO 2100-EXIT
001740     END-IF
001740     IF MED-SLT-VALOR-AULA NOT = SPACES
001740        AND MED-SLT-VALOR-AULA IS NOT NUMERIC
001740        SET TRANS-REJEITADA TO TRUE
001740        MOVE "VALOR DA AULA NAO NUMERICO" TO WS-MOTIVO-REJEICAO
001740        GO TO 2100-EXIT
001740     END-IF
001740     IF MED-SLT-DEPENDENTES NOT = SPACES
001740        AND MED-SLT-DEPENDENTES IS NOT NUMERIC
001740        SET TRANS-REJEITADA TO TRUE
001740        MOVE "DEPENDENTES NAO NUMERICO" TO WS-MOTIVO-REJEICAO
001740        GO TO 2100-EXIT
001740     END-IF
001750     IF SLT-INCLUSAO
001760        MOVE SPACES TO MED-SALARIO-MASTER-REC
001770        MOVE MED-SLT-EMP-ID TO MED-SAL-EMP-ID
001780        MOVE MED-SLT-NOME   TO MED-SAL-NOME
001780        SET MED-SAL-ATIVO   TO TRUE
001790        MOVE MED-SLT-CARGO  TO MED-SAL-CARGO
001800        IF MED-SLT-SALARIO IS NUMERIC
001810           MOVE MED-SLT-SALARIO TO MED-SAL-SALARIO
001870        ELSE
001880           MOVE ZERO TO MED-SAL-ADMISSAO
001890        END-IF
001890        IF MED-SLT-VALOR-AULA IS NUMERIC
001890           MOVE MED-SLT-VALOR-AULA TO MED-SAL-VALOR-AULA
001890        ELSE
001890           MOVE ZERO TO MED-SAL-VALOR-AULA
001890        END-IF
001890        IF MED-SLT-DEPENDENTES IS NUMERIC
001890           MOVE MED-SLT-DEPENDENTES TO MED-SAL-DEPENDENTES
001890        ELSE
001890           MOVE ZERO TO MED-SAL-DEPENDENTES
001890        END-IF
001900        WRITE MED-SALARIO-MASTER-REC
001910            INVALID KEY
001920                SET TRANS-REJEITADA TO TRUE
002160        IF MED-SLT-ADMISSAO IS NUMERIC
002170           MOVE MED-SLT-ADMISSAO TO MED-SAL-ADMISSAO
002180        END-IF
002180        IF MED-SLT-VALOR-AULA IS NUMERIC
002180           MOVE MED-SLT-VALOR-AULA TO MED-SAL-VALOR-AULA
002180        END-IF
002180        IF MED-SLT-DEPENDENTES IS NUMERIC
002180           MOVE MED-SLT-DEPENDENTES TO MED-SAL-DEPENDENTES
002180        END-IF
002190        REWRITE MED-SALARIO-MASTER-REC
002200            INVALID KEY
002210                SET TRANS-REJEITADA TO TRUE
