000386*                  graded all year) now counts as a
000388*                  reprovacao in the decision -- a subject
000389*                  never graded is a hole, not a pass.
000389*   2026-10-15 JA  Conselho de classe decisions (CONSMAST,
000389*                  CONSELHO_MAINT) are applied: a REPROVADO
000389*                  materia the council approved for the school
000389*                  year no longer counts as a reprovacao, and
000389*                  the decision line carries a C in column 80
000389*                  when the council changed the count.
000389*   2026-10-15 JA  Dependencias: every subject a promoted
000389*                  student still failed (REPROVADO without the
000389*                  council's approval, or SEM RESULTADO) opens
000389*                  a DEPMAST record (DEPSEL/DEPMST) holding the
000389*                  origin year, the origin serie (TURMAST
000389*                  periodo of the turma) and the failing
000389*                  result, so the retake can be graded and the
000389*                  debt tracked. A rerun finds the records
000389*                  already there and leaves them alone.
000390* Tectonics: cobc
000400*****************************************************************
000410 IDENTIFICATION DIVISION.
000450 FILE-CONTROL.
000460     COPY STUSEL.
000470     COPY ERRLSEL.
000470     COPY CNSSEL.
000470     COPY DEPSEL.
000470     COPY TURMSEL.
000480     SELECT FINAL-RESULT-FILE ASSIGN TO "FINALRES"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WS-FINALRES-STATUS.
000600 FD  STUDENT-MASTER-FILE.
000610     COPY STUMAST.
000620     COPY ERRLFD.
000620 FD  CONSELHO-MASTER-FILE.
000620     COPY CNSMST.
000620 FD  DEPEND-MASTER-FILE.
000620     COPY DEPMST.
000620 FD  TURMA-MASTER-FILE.
000620     COPY TURMMST.
000630 FD  PROMO-PARM-FILE.
000640 01  PROMO-PARM-REC.
000650     03  PRM-MAX-REPROVACOES    PIC 9(01).
000710 01  WS-FINALRES-STATUS         PIC X(02) VALUE SPACES.
000720 01  WS-STU-MASTER-STATUS       PIC X(02) VALUE SPACES.
000730 01  WS-PROMO-PARM-STATUS       PIC X(02) VALUE SPACES.
000730 01  WS-CNS-MASTER-STATUS       PIC X(02) VALUE SPACES.
000730 01  WS-DEP-MASTER-STATUS       PIC X(02) VALUE SPACES.
000730 01  WS-TUR-MASTER-STATUS       PIC X(02) VALUE SPACES.
000740 01  WS-SWITCHES.
000750     03  WS-EOF-FINALRES        PIC X(01) VALUE 'N'.
000760         88  FIM-DO-FINALRES          VALUE 'S'.
000780         88  FINALRES-ABERTO          VALUE 'S'.
000790     03  WS-MASTER-ABERTO       PIC X(01) VALUE 'N'.
000800         88  MASTER-ABERTO            VALUE 'S'.
000800     03  WS-CONSELHO-ABERTO     PIC X(01) VALUE 'N'.
000800         88  CONSELHO-ABERTO          VALUE 'S'.
000800     03  WS-DEPEND-ABERTO       PIC X(01) VALUE 'N'.
000800         88  DEPEND-ABERTO            VALUE 'S'.
000800     03  WS-TURMAS-ABERTO       PIC X(01) VALUE 'N'.
000800         88  TURMAS-ABERTO            VALUE 'S'.
000810     03  WS-ALUNO-ACHOU         PIC X(01) VALUE 'N'.
000820         88  ACHOU-ALUNO-TABELA       VALUE 'S'.
000830*----------------------------------------------------------*
001130     03  WS-CONT-RETIDOS        PIC 9(05) COMP VALUE ZERO.
001140     03  WS-CONT-FORMADOS       PIC 9(05) COMP VALUE ZERO.
001150     03  WS-CONT-SEM-MASTER     PIC 9(05) COMP VALUE ZERO.
001150     03  WS-CONT-CONSELHO       PIC 9(05) COMP VALUE ZERO.
001150     03  WS-CONT-DEP-ABERTAS    PIC 9(05) COMP VALUE ZERO.
001150     03  WS-CONT-DEP-EXISTENTES PIC 9(05) COMP VALUE ZERO.
001160 01  WS-ANO-ATUAL               PIC 9(01) VALUE ZERO.
001160*----------------------------------------------------------*
001160* SCHOOL YEAR OF THE RESULTS -- SAME RULE AS                *
001160*     CONSOLIDA_FINAL, THE YEAR OF THE SYSTEM DATE; IT KEYS *
001160*     THE COUNCIL DELIBERATIONS ON CONSMAST.                *
001160*----------------------------------------------------------*
001160 01  WS-DATA-SISTEMA            PIC 9(08) VALUE ZERO.
001160 01  WS-ANO-LETIVO              PIC 9(04) VALUE ZERO.
001170*----------------------------------------------------------*
001180* ONE ENTRY PER STUDENT ON THE ANNUAL RESULTS -- SUBJECT    *
001190*     AND YEAR-REPROVADO COUNTS ACCUMULATED PER RECORD.     *
001280         05  WS-ALU-TURMA       PIC X(10).
001290         05  WS-ALU-QTD-MAT     PIC 9(02).
001300         05  WS-ALU-QTD-REPROV  PIC 9(02).
001300         05  WS-ALU-QTD-CONSELHO PIC 9(02).
001300*----------------------------------------------------------*
001300* FAILED SUBJECTS OF THE YEAR -- THE CANDIDATE DEPENDENCIAS *
001300*     OF WHICHEVER OF THESE STUDENTS GET PROMOTED.          *
001300*----------------------------------------------------------*
001300 01  WS-FALHA-TABLE-QTD         PIC 9(04) COMP VALUE ZERO.
001300 01  WS-FALHA-TABLE.
001300     03  WS-FALHA-ENTRY         OCCURS 1 TO 4000 TIMES
001300                                DEPENDING ON WS-FALHA-TABLE-QTD
001300                                INDEXED BY WS-FALHA-IDX.
001300         05  WS-FLH-ALUNO-ID    PIC 9(07).
001300         05  WS-FLH-MATERIA     PIC X(30).
001300         05  WS-FLH-TURMA       PIC X(10).
001300         05  WS-FLH-FINAL       PIC X(05).
001300         05  WS-FLH-SITUACAO    PIC X(15).
001300 01  WS-FLH-SUB                 PIC 9(04) COMP VALUE ZERO.
001310*----------------------------------------------------------*
001320* DECISION LINE (MOVED INTO PROMO-DECISION-REC)             *
001320*     -- COLUMN 80 IS C WHEN THE CLASS COUNCIL APPROVED ANY *
001320*     OF THE STUDENT'S REPROVADO MATERIAS.                  *
001330*----------------------------------------------------------*
001340 01  WS-DECISAO-LINE.
001350     03  WS-DEC-ALUNO-ID        PIC 9(07).
001430     03  WS-DEC-DECISAO         PIC X(08).
001440     03  FILLER                 PIC X(01) VALUE SPACE.
001450     03  WS-DEC-OBSERVACAO      PIC X(17).
001450     03  WS-DEC-CONSELHO        PIC X(01).
001460 PROCEDURE DIVISION.
001470 0000-MAIN-PROCEDURE.
001480     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001550* 1000-INITIALIZE -- PARAMETERS AND FILE OPENS. WITHOUT A   *
001560*     FINALRES THE RUN REFUSES: THE ANNUAL CONSOLIDATION    *
001570*     MUST HAVE RUN FIRST.                                  *
001570*     CONSMAST IS OPTIONAL: WITHOUT IT NO COUNCIL DECISION  *
001570*     IS APPLIED.                                           *
001580*----------------------------------------------------------*
001590 1000-INITIALIZE.
001600     MOVE "PROMOANO" TO MED-ERROR-PROGRAM
001730        STOP RUN
001740     END-IF
001750     SET FINALRES-ABERTO TO TRUE
001750     ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
001750     MOVE WS-DATA-SISTEMA (1:4) TO WS-ANO-LETIVO
001750     OPEN INPUT CONSELHO-MASTER-FILE
001750     IF WS-CNS-MASTER-STATUS = "00"
001750        SET CONSELHO-ABERTO TO TRUE
001750     ELSE
001750        DISPLAY "CONSMAST NAO DISPONIVEL, STATUS: "
001750            WS-CNS-MASTER-STATUS
001750        DISPLAY "DECISOES SEM DELIBERACOES DO CONSELHO"
001750     END-IF
001750     OPEN I-O DEPEND-MASTER-FILE
001750     IF WS-DEP-MASTER-STATUS = "35"
001750        OPEN OUTPUT DEPEND-MASTER-FILE
001750        CLOSE DEPEND-MASTER-FILE
001750        OPEN I-O DEPEND-MASTER-FILE
001750     END-IF
001750     IF WS-DEP-MASTER-STATUS = "00"
001750        SET DEPEND-ABERTO TO TRUE
001750     ELSE
001750        DISPLAY "DEPMAST NAO DISPONIVEL, STATUS: "
001750            WS-DEP-MASTER-STATUS
001750        DISPLAY "DEPENDENCIAS NAO SERAO ABERTAS"
001750        MOVE "OPNERR"   TO MED-ERROR-CODE
001750        MOVE "DEPMAST INDISPONIVEL NA PROMOCAO" TO
001750            MED-ERROR-TEXT
001750        SET MED-RC-WARNING TO TRUE
001750        PERFORM 9800-ERROR-LOG THRU 9800-EXIT
001750     END-IF
001750     OPEN INPUT TURMA-MASTER-FILE
001750     IF WS-TUR-MASTER-STATUS = "00"
001750        SET TURMAS-ABERTO TO TRUE
001750     ELSE
001750        DISPLAY "TURMAST NAO DISPONIVEL, STATUS: "
001750            WS-TUR-MASTER-STATUS
001750        DISPLAY "DEPENDENCIAS SEM SERIE DE ORIGEM"
001750     END-IF
001760     PERFORM 3000-LE-RESULTADO THRU 3000-EXIT
001770     OPEN I-O STUDENT-MASTER-FILE
001780     IF WS-STU-MASTER-STATUS = "00"
002130* 2000-CARREGA-RESULTADOS -- FOLD ONE ANNUAL RESULT RECORD  *
002140*     INTO THE STUDENT TABLE: ONE MORE SUBJECT, AND ONE     *
002150*     MORE YEAR-REPROVACAO WHEN THE ANNUAL SITUACAO SAYS    *
002160*     SO -- UNLESS THE CLASS COUNCIL APPROVED THE MATERIA.  *
002170*----------------------------------------------------------*
002180 2000-CARREGA-RESULTADOS.
002190     MOVE FINAL-RESULT-REC TO WS-FINAL-LINE
002410        MOVE WS-FIN-TURMA    TO WS-ALU-TURMA (WS-ALUNO-IDX)
002420        MOVE ZERO TO WS-ALU-QTD-MAT (WS-ALUNO-IDX)
002430        MOVE ZERO TO WS-ALU-QTD-REPROV (WS-ALUNO-IDX)
002430        MOVE ZERO TO WS-ALU-QTD-CONSELHO (WS-ALUNO-IDX)
002440     END-IF
002450     ADD 1 TO WS-ALU-QTD-MAT (WS-ALUNO-IDX)
002460     EVALUATE TRUE
002462         WHEN WS-FIN-SITUACAO (1:13) = "SEM RESULTADO"
002470             ADD 1 TO WS-ALU-QTD-REPROV (WS-ALUNO-IDX)
002470             PERFORM 2200-GUARDA-FALHA THRU 2200-EXIT
002472         WHEN WS-FIN-SITUACAO (1:9) = "REPROVADO"
002474             PERFORM 2100-CONSULTA-CONSELHO THRU 2100-EXIT
002480     END-EVALUATE
002490     PERFORM 3000-LE-RESULTADO THRU 3000-EXIT
002500     .
002510 2000-EXIT.
002510     EXIT.
002510*----------------------------------------------------------*
002510* 2100-CONSULTA-CONSELHO -- A REPROVADO MATERIA THE CLASS   *
002510*     COUNCIL APPROVED FOR THE YEAR (CONSMAST DECISION A)   *
002510*     IS COUNTED APART; ANY OTHER COUNTS AS A REPROVACAO.   *
002510*----------------------------------------------------------*
002510 2100-CONSULTA-CONSELHO.
002510     IF NOT CONSELHO-ABERTO
002510        ADD 1 TO WS-ALU-QTD-REPROV (WS-ALUNO-IDX)
002510        PERFORM 2200-GUARDA-FALHA THRU 2200-EXIT
002510        GO TO 2100-EXIT
002510     END-IF
002510     MOVE WS-FIN-ALUNO-ID TO MED-CNS-ALUNO-ID
002510     MOVE WS-ANO-LETIVO   TO MED-CNS-ANO
002510     MOVE WS-FIN-MATERIA  TO MED-CNS-MATERIA
002510     READ CONSELHO-MASTER-FILE
002510         INVALID KEY
002510             MOVE SPACE TO MED-CNS-DECISAO
002510     END-READ
002510     IF MED-CNS-APROVADO-CONSELHO
002510        ADD 1 TO WS-ALU-QTD-CONSELHO (WS-ALUNO-IDX)
002510        ADD 1 TO WS-CONT-CONSELHO
002510     ELSE
002510        ADD 1 TO WS-ALU-QTD-REPROV (WS-ALUNO-IDX)
002510        PERFORM 2200-GUARDA-FALHA THRU 2200-EXIT
002510     END-IF
002510     .
002510 2100-EXIT.
002520     EXIT.
002520*----------------------------------------------------------*
002520* 2200-GUARDA-FALHA -- KEEP THE FAILED SUBJECT ASIDE; IT    *
002520*     BECOMES A DEPENDENCIA IF THE STUDENT IS PROMOTED.     *
002520*----------------------------------------------------------*
002520 2200-GUARDA-FALHA.
002520     IF WS-FALHA-TABLE-QTD >= 4000
002520        DISPLAY "TABELA DE FALHAS CHEIA (4000) -- "
002520            "AUMENTE WS-FALHA-TABLE"
002520        MOVE 8 TO RETURN-CODE
002520        STOP RUN
002520     END-IF
002520     ADD 1 TO WS-FALHA-TABLE-QTD
002520     SET WS-FALHA-IDX TO WS-FALHA-TABLE-QTD
002520     MOVE WS-FIN-ALUNO-ID TO WS-FLH-ALUNO-ID (WS-FALHA-IDX)
002520     MOVE WS-FIN-MATERIA  TO WS-FLH-MATERIA (WS-FALHA-IDX)
002520     MOVE WS-FIN-TURMA    TO WS-FLH-TURMA (WS-FALHA-IDX)
002520     MOVE WS-FIN-FINAL    TO WS-FLH-FINAL (WS-FALHA-IDX)
002520     MOVE WS-FIN-SITUACAO TO WS-FLH-SITUACAO (WS-FALHA-IDX)
002520     .
002520 2200-EXIT.
002520     EXIT.
002530*----------------------------------------------------------*
002540* 3000-LE-RESULTADO -- READ THE NEXT ANNUAL RESULT          *
002840     MOVE WS-ALU-NOME (WS-ALUNO-IDX)       TO WS-DEC-NOME
002850     MOVE WS-ALU-TURMA (WS-ALUNO-IDX)      TO WS-DEC-TURMA
002860     MOVE WS-ALU-QTD-REPROV (WS-ALUNO-IDX) TO WS-DEC-QTD-REPROV
002860     IF WS-ALU-QTD-CONSELHO (WS-ALUNO-IDX) > ZERO
002860        MOVE 'C' TO WS-DEC-CONSELHO
002860     END-IF
002870     IF WS-ALU-QTD-REPROV (WS-ALUNO-IDX) > WS-MAX-REPROVACOES
002880        MOVE "RETIDO"   TO WS-DEC-DECISAO
002890        ADD 1 TO WS-CONT-RETIDOS
002900     ELSE
002910        MOVE "APROVADO" TO WS-DEC-DECISAO
002920        ADD 1 TO WS-CONT-PROMOVIDOS
002920        IF WS-ALU-QTD-REPROV (WS-ALUNO-IDX) > ZERO
002920           AND DEPEND-ABERTO
002920           PERFORM 4300-ABRE-DEPENDENCIAS THRU 4300-EXIT
002920        END-IF
002930        IF MASTER-ABERTO
002940           PERFORM 4500-ROLA-PERIODO THRU 4500-EXIT
002950        END-IF
002990     .
003000 4100-EXIT.
003010     EXIT.
003010*----------------------------------------------------------*
003010* 4300-ABRE-DEPENDENCIAS -- ONE DEPMAST RECORD PER SUBJECT  *
003010*     THE PROMOTED STUDENT FAILED THIS YEAR. A KEY ALREADY  *
003010*     ON FILE (A RERUN) IS LEFT AS IT STANDS -- IT MAY      *
003010*     ALREADY HOLD GRADED BIMESTRES OF THE RETAKE.          *
003010*----------------------------------------------------------*
003010 4300-ABRE-DEPENDENCIAS.
003010     PERFORM 4350-ABRE-UMA THRU 4350-EXIT
003010         VARYING WS-FLH-SUB FROM 1 BY 1
003010         UNTIL WS-FLH-SUB > WS-FALHA-TABLE-QTD
003010     .
003010 4300-EXIT.
003010     EXIT.
003010 4350-ABRE-UMA.
003010     SET WS-FALHA-IDX TO WS-FLH-SUB
003010     IF WS-FLH-ALUNO-ID (WS-FALHA-IDX) NOT =
003010        WS-ALU-ID (WS-ALUNO-IDX)
003010        GO TO 4350-EXIT
003010     END-IF
003010     INITIALIZE MED-DEPEND-MASTER-REC
003010     MOVE WS-ALU-ID (WS-ALUNO-IDX)   TO MED-DEP-ALUNO-ID
003010     MOVE WS-ANO-LETIVO              TO MED-DEP-ANO-ORIGEM
003010     MOVE WS-FLH-MATERIA (WS-FALHA-IDX) TO MED-DEP-MATERIA
003010     MOVE WS-ALU-NOME (WS-ALUNO-IDX) TO MED-DEP-NOME
003010     MOVE WS-FLH-TURMA (WS-FALHA-IDX) TO MED-DEP-TURMA-ORIGEM
003010     MOVE WS-FLH-FINAL (WS-FALHA-IDX) TO MED-DEP-MEDIA-ORIGEM
003010     MOVE WS-FLH-SITUACAO (WS-FALHA-IDX) TO MED-DEP-SITUACAO-ORIG
003010     IF TURMAS-ABERTO
003010        MOVE WS-FLH-TURMA (WS-FALHA-IDX) TO MED-TUR-CODIGO
003010        READ TURMA-MASTER-FILE
003010            INVALID KEY
003010                CONTINUE
003010            NOT INVALID KEY
003010                MOVE MED-TUR-PERIODO TO MED-DEP-SERIE-ORIGEM
003010        END-READ
003010     END-IF
003010     SET MED-DEP-ABERTA TO TRUE
003010     MOVE WS-DATA-SISTEMA TO MED-DEP-DATA-ABERTURA
003010     WRITE MED-DEPEND-MASTER-REC
003010         INVALID KEY
003010             ADD 1 TO WS-CONT-DEP-EXISTENTES
003010         NOT INVALID KEY
003010             ADD 1 TO WS-CONT-DEP-ABERTAS
003010     END-WRITE
003010     .
003010 4350-EXIT.
003010     EXIT.
003020*----------------------------------------------------------*
003030* 4500-ROLA-PERIODO -- READ THE PROMOTED STUDENT ON STUMAST *
003040*     AND ROLL MED-STU-PERIODO-ATUAL FORWARD ONE YEAR; A    *
003490     END-IF
003500     IF MASTER-ABERTO
003510        CLOSE STUDENT-MASTER-FILE
003510     END-IF
003510     IF CONSELHO-ABERTO
003510        CLOSE CONSELHO-MASTER-FILE
003520     END-IF
003520     IF DEPEND-ABERTO
003520        CLOSE DEPEND-MASTER-FILE
003520     END-IF
003520     IF TURMAS-ABERTO
003520        CLOSE TURMA-MASTER-FILE
003520     END-IF
003530     CLOSE PROMO-DECISION-FILE
003540     DISPLAY "ALUNOS AVALIADOS....: " WS-CONT-ALUNOS
003560     DISPLAY "RETIDOS.............: " WS-CONT-RETIDOS
003570     DISPLAY "FORMADOS............: " WS-CONT-FORMADOS
003580     DISPLAY "SEM STUMAST.........: " WS-CONT-SEM-MASTER
003580     DISPLAY "APROV. PELO CONSELHO: " WS-CONT-CONSELHO
003580     DISPLAY "DEPENDENCIAS ABERTAS: " WS-CONT-DEP-ABERTAS
003580     DISPLAY "DEPEND. JA EXISTENTES: " WS-CONT-DEP-EXISTENTES
003590     .
003600 9000-EXIT.
003610     EXIT.
