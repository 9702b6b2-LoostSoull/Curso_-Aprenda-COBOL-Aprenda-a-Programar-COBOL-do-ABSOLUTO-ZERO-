000339*                  conceitos A-E through the CONCTAB
000339*                  equivalence; mixed transcripts print both
000339*                  kinds side by side.
000339*   2026-10-15 JA  A REPROVADO materia the conselho de classe
000339*                  approved for that school year (CONSMAST
000339*                  decision A) prints APROV. CONSELHO as its
000339*                  situacao, followed by the APROVADO PELO
000339*                  CONSELHO DE CLASSE annotation with the
000339*                  minutes reference and meeting date.
000340* Tectonics: cobc
000350*****************************************************************
000360 IDENTIFICATION DIVISION.
000400 FILE-CONTROL.
000410     COPY ARCISEL.
000415     COPY CNCSEL.
000415     COPY CNSSEL.
000420     SELECT HIST-PAGE-FILE ASSIGN TO "HISTPAG"
000430         ORGANIZATION IS LINE SEQUENTIAL.
000440     SELECT THRESHOLD-PARM-FILE ASSIGN TO "THRESHOLD"
000480 FILE SECTION.
000490     COPY ARCIFD.
000495     COPY CNCFD.
000495 FD  CONSELHO-MASTER-FILE.
000495     COPY CNSMST.
000500 FD  HIST-PAGE-FILE.
000510 01  HIST-PAGE-REC              PIC X(132).
000520 FD  THRESHOLD-PARM-FILE.
000560 01  WS-ARCH-STATUS             PIC X(02) VALUE SPACES.
000570 01  WS-THRESH-STATUS           PIC X(02) VALUE SPACES.
000572 01  WS-CNC-STATUS-FS           PIC X(02) VALUE SPACES.
000572 01  WS-CNS-MASTER-STATUS       PIC X(02) VALUE SPACES.
000574     COPY CNCREC.
000576 01  WS-NOTA-EDIT               PIC Z9.99 VALUE ZERO.
000578 01  WS-VALOR-TRAB              PIC 9(02)V99 VALUE ZERO.
000630         88  ARCHIVE-ABERTO           VALUE 'S'.
000640     03  WS-PAR-ACHOU           PIC X(01) VALUE 'N'.
000650         88  ACHOU-PAR                VALUE 'S'.
000650     03  WS-CONSELHO-ABERTO     PIC X(01) VALUE 'N'.
000650         88  CONSELHO-ABERTO          VALUE 'S'.
000660 01  WS-ALUNO-ID-PED            PIC 9(07) VALUE ZERO.
000670 01  WS-ALUNO-NOME              PIC X(30) VALUE SPACES.
000680 01  WS-ULTIMA-TURMA            PIC X(10) VALUE SPACES.
001520     03  WS-DET-FINAL           PIC X(05).
001530     03  FILLER                 PIC X(01) VALUE SPACE.
001540     03  WS-DET-SITUACAO        PIC X(15).
001540*----------------------------------------------------------*
001540* CLASS COUNCIL ANNOTATION UNDER A COUNCIL-APPROVED         *
001540*     MATERIA                                               *
001540*----------------------------------------------------------*
001540 01  WS-LINHA-CONSELHO.
001540     03  FILLER                 PIC X(04) VALUE SPACES.
001540     03  FILLER                 PIC X(37) VALUE
001540         "APROVADO PELO CONSELHO DE CLASSE, ATA".
001540     03  FILLER                 PIC X(01) VALUE SPACE.
001540     03  WS-CNS-DET-ATA         PIC X(15).
001540     03  FILLER                 PIC X(04) VALUE " DE ".
001540     03  WS-CNS-DET-DIA         PIC X(02).
001540     03  FILLER                 PIC X(01) VALUE "/".
001540     03  WS-CNS-DET-MES         PIC X(02).
001540     03  FILLER                 PIC X(01) VALUE "/".
001540     03  WS-CNS-DET-ANO         PIC X(04).
001550*----------------------------------------------------------*
001560* CERTIFICATION AND SIGNATURE BLOCK                         *
001570*----------------------------------------------------------*
002120        SET FIM-DO-ARCH TO TRUE
002130     ELSE
002140        SET ARCHIVE-ABERTO TO TRUE
002141        OPEN INPUT CONSELHO-MASTER-FILE
002141        IF WS-CNS-MASTER-STATUS = "00"
002141           SET CONSELHO-ABERTO TO TRUE
002141        END-IF
002142        MOVE LOW-VALUES TO MED-ARCH-CHAVE
002144        MOVE WS-ALUNO-ID-PED TO MED-ARCH-ALUNO-ID
002145        MOVE ZERO TO MED-ARCH-ANO
004530         WHEN OTHER
004540             MOVE "REPROVADO"  TO WS-DET-SITUACAO
004550     END-EVALUATE
004552     MOVE SPACE TO MED-CNS-DECISAO
004554     IF WS-DET-SITUACAO = "REPROVADO" AND CONSELHO-ABERTO
004556        PERFORM 6460-CONSULTA-CONSELHO THRU 6460-EXIT
004558     END-IF
004560     MOVE WS-LINHA-MATERIA TO HIST-PAGE-REC
004570     WRITE HIST-PAGE-REC
004572     IF MED-CNS-APROVADO-CONSELHO
004574        MOVE WS-LINHA-CONSELHO TO HIST-PAGE-REC
004576        WRITE HIST-PAGE-REC
004578     END-IF
004580     ADD 1 TO WS-CONT-MATERIAS
004590     .
004600 6400-EXIT.
004625     .
004626 6450-EXIT.
004627     EXIT.
004627*----------------------------------------------------------*
004627* 6460-CONSULTA-CONSELHO -- A REPROVADO MATERIA THE CLASS   *
004627*     COUNCIL APPROVED FOR THE YEAR (CONSMAST DECISION A)   *
004627*     PRINTS APROV. CONSELHO AND LOADS THE ANNOTATION.      *
004627*----------------------------------------------------------*
004627 6460-CONSULTA-CONSELHO.
004627     MOVE WS-ALUNO-ID-PED             TO MED-CNS-ALUNO-ID
004627     MOVE WS-HIS-ANO (WS-HIS-IDX)     TO MED-CNS-ANO
004627     MOVE WS-HIS-MATERIA (WS-HIS-IDX) TO MED-CNS-MATERIA
004627     READ CONSELHO-MASTER-FILE
004627         INVALID KEY
004627             MOVE SPACE TO MED-CNS-DECISAO
004627             GO TO 6460-EXIT
004627     END-READ
004627     IF MED-CNS-APROVADO-CONSELHO
004627        MOVE "APROV. CONSELHO" TO WS-DET-SITUACAO
004627        MOVE MED-CNS-ATA TO WS-CNS-DET-ATA
004627        MOVE MED-CNS-DATA-REUNIAO (7:2) TO WS-CNS-DET-DIA
004627        MOVE MED-CNS-DATA-REUNIAO (5:2) TO WS-CNS-DET-MES
004627        MOVE MED-CNS-DATA-REUNIAO (1:4) TO WS-CNS-DET-ANO
004627     END-IF
004627     .
004627 6460-EXIT.
004627     EXIT.
004620 6500-SOMA-BIMESTRE.
004630     IF HIS-BIM-PRESENTE (WS-HIS-IDX WS-BIM-IDX)
004640        ADD 1 TO WS-QTD-BIMESTRES
004940     IF ARCHIVE-ABERTO
004950        CLOSE TRANSCRIPT-ARCH-FILE
004960     END-IF
004962     IF CONSELHO-ABERTO
004964        CLOSE CONSELHO-MASTER-FILE
004966     END-IF
004970     DISPLAY "ANOS/MATERIAS NO HISTORICO: " WS-HIS-TABLE-QTD
004980     DISPLAY "LINHAS IMPRESSAS..........: " WS-CONT-MATERIAS
004990     .
