000250*                      ATIVO occupancy counted off STUMAST);
000260*                 60 - one enrollment record per ATIVO student
000270*                      (ID, name, turma, serie, situation and
000280*                      the FINALRES year result when present,
000280*                      birth date, CPF and nationality off
000280*                      DOCMAST);
000290*                 70 - one demographic-count record per
000300*                      classified category on PROG_CONDICAO's
000310*                      CONDOUT output.
000320*               Every field the census layout requires that our
000330*               masters do not yet carry (sexo, cor/raca, zona
000340*               de residencia), or that is missing for some
000340*               students (birth date, nationality), gets one
000350*               CENSODIV divergence line with the affected
000350*               record count
000360*               -- so the office knows exactly what to fix
000370*               instead of discovering it field by field in the
000380*               portal. Condition code 4 when divergences
000390*               exist.
000400* Modification History:
000410*   2026-09-03 JA  Initial version.
000410*   2026-10-15 JA  Birth date, CPF and nationality now come from
000410*                  the personal-documents master (DOCSEL/DOCMST)
000410*                  onto the type-60 record; the birth-date
000410*                  divergence counts only the ATIVO students
000410*                  without one on DOCMAST, and nationality is
000410*                  reported the same way.
000420* Tectonics: cobc
000430*****************************************************************
000440 IDENTIFICATION DIVISION.
000480 FILE-CONTROL.
000490     COPY STUSEL.
000500     COPY TURMSEL.
000500     COPY DOCSEL.
000510     SELECT COND-OUT-FILE ASSIGN TO "CONDOUT"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS WS-CONDOUT-STATUS.
000640     COPY STUMAST.
000650 FD  TURMA-MASTER-FILE.
000660     COPY TURMMST.
000660 FD  DOCUM-MASTER-FILE.
000660     COPY DOCMST.
000670 FD  COND-OUT-FILE.
000680 01  COND-OUT-REC               PIC X(80).
000690 FD  FINAL-RESULT-FILE.
000750 WORKING-STORAGE SECTION.
000760 01  WS-STU-MASTER-STATUS       PIC X(02) VALUE SPACES.
000770 01  WS-TUR-MASTER-STATUS       PIC X(02) VALUE SPACES.
000770 01  WS-DOC-MASTER-STATUS       PIC X(02) VALUE SPACES.
000780 01  WS-CONDOUT-STATUS          PIC X(02) VALUE SPACES.
000790 01  WS-FINALRES-STATUS         PIC X(02) VALUE SPACES.
000800 01  WS-SWITCHES.
000900         88  ACHOU-TURMA-TAB          VALUE 'S'.
000910     03  WS-RES-ACHOU           PIC X(01) VALUE 'N'.
000920         88  ACHOU-RESULTADO          VALUE 'S'.
000920     03  WS-DOC-ABERTO          PIC X(01) VALUE 'N'.
000920         88  DOCMAST-ABERTO           VALUE 'S'.
000930 01  WS-DATA-HOJE               PIC 9(08) VALUE ZERO.
000940 01  WS-ANO-CENSO               PIC 9(04) VALUE ZERO.
000950 01  WS-CONTADORES.
000960     03  WS-CONT-ALUNOS         PIC 9(05) COMP VALUE ZERO.
000970     03  WS-CONT-TURMAS         PIC 9(03) COMP VALUE ZERO.
000980     03  WS-CONT-DIVERGENCIAS   PIC 9(05) COMP VALUE ZERO.
000980     03  WS-CONT-SEM-NASCIMENTO PIC 9(05) COMP VALUE ZERO.
000980     03  WS-CONT-SEM-NACIONAL   PIC 9(05) COMP VALUE ZERO.
000990*----------------------------------------------------------*
001000* ATIVO OCCUPANCY PER TURMA OFF STUMAST                     *
001010*----------------------------------------------------------*
001420     03  WS-ALU-TURMA-C         PIC X(10).
001430     03  WS-ALU-SERIE-C         PIC X(10).
001440     03  WS-ALU-SITUACAO-C      PIC X(10).
001440     03  WS-ALU-NASCIMENTO-C    PIC 9(08).
001440     03  WS-ALU-CPF-C           PIC 9(11).
001440     03  WS-ALU-NACIONALIDADE-C PIC X(01).
001450 01  WS-REG-CONDICAO.
001460     03  FILLER                 PIC X(02) VALUE "70".
001470     03  WS-CND-LINHA           PIC X(80).
001870        MOVE 12 TO RETURN-CODE
001880        STOP RUN
001890     END-IF
001890     OPEN INPUT DOCUM-MASTER-FILE
001890     IF WS-DOC-MASTER-STATUS = "00"
001890        SET DOCMAST-ABERTO TO TRUE
001890     ELSE
001890        DISPLAY "DOCMAST AUSENTE -- NASCIMENTO E CPF EM BRANCO"
001890     END-IF
001900     .
001910 1000-EXIT.
001920     EXIT.
002790     MOVE MED-STU-TURMA         TO WS-ALU-TURMA-C
002800     MOVE MED-STU-PERIODO-ATUAL TO WS-ALU-SERIE-C
002810     PERFORM 3200-SITUACAO-ALUNO THRU 3200-EXIT
002810     PERFORM 3400-LE-DOCUMENTOS THRU 3400-EXIT
002820     MOVE SPACES TO CENSO-REC
002830     MOVE WS-REG-ALUNO TO CENSO-REC
002840     WRITE CENSO-REC
003370 3300-EXIT.
003380     EXIT.
003390*----------------------------------------------------------*
003400* 3400-LE-DOCUMENTOS -- BIRTH DATE, CPF AND NATIONALITY    *
003400*     OFF DOCMAST (ZERO/BLANK WHEN THE STUDENT HAS NO      *
003400*     RECORD), COUNTING WHAT THE CENSUS WILL MISS.         *
003400*----------------------------------------------------------*
003400 3400-LE-DOCUMENTOS.
003400     MOVE ZERO   TO WS-ALU-NASCIMENTO-C
003400     MOVE ZERO   TO WS-ALU-CPF-C
003400     MOVE SPACES TO WS-ALU-NACIONALIDADE-C
003400     IF DOCMAST-ABERTO
003400        MOVE MED-STU-ID TO MED-DOC-ALUNO-ID
003400        READ DOCUM-MASTER-FILE
003400            INVALID KEY
003400                CONTINUE
003400            NOT INVALID KEY
003400                MOVE MED-DOC-DATA-NASCIMENTO TO
003400                    WS-ALU-NASCIMENTO-C
003400                MOVE MED-DOC-CPF TO WS-ALU-CPF-C
003400                MOVE MED-DOC-NACIONALIDADE TO
003400                    WS-ALU-NACIONALIDADE-C
003400        END-READ
003400     END-IF
003400     IF WS-ALU-NASCIMENTO-C = ZERO
003400        ADD 1 TO WS-CONT-SEM-NASCIMENTO
003400     END-IF
003400     IF WS-ALU-NACIONALIDADE-C = SPACES
003400        ADD 1 TO WS-CONT-SEM-NACIONAL
003400     END-IF
003400     .
003400 3400-EXIT.
003400     EXIT.
003400*----------------------------------------------------------*
003400* 4000-EXTRAI-TURMAS -- ONE TYPE-20 RECORD PER TURMA        *
003410*----------------------------------------------------------*
003420 4000-EXTRAI-TURMAS.
004350*----------------------------------------------------------*
004360* 7000-RELATA-DIVERGENCIAS -- THE CENSUS FIELDS OUR MASTERS *
004370*     DO NOT CARRY YET, ONE LINE EACH WITH THE AFFECTED     *
004380*     RECORD COUNT, AND THE DOCMAST FIELDS MISSING FOR SOME *
004380*     STUDENTS (ONLY WHEN ANY ARE).                         *
004390*----------------------------------------------------------*
004400 7000-RELATA-DIVERGENCIAS.
004410     IF WS-CONT-SEM-NASCIMENTO > ZERO
004410        MOVE "DATA DE NASCIMENTO" TO WS-DIV-CAMPO
004420        MOVE WS-CONT-SEM-NASCIMENTO TO WS-DIV-QTD
004430        MOVE WS-DIVERG-LINE TO DIVERG-REPORT-REC
004440        WRITE DIVERG-REPORT-REC
004450        ADD 1 TO WS-CONT-DIVERGENCIAS
004450     END-IF
004450     IF WS-CONT-SEM-NACIONAL > ZERO
004450        MOVE "NACIONALIDADE" TO WS-DIV-CAMPO
004450        MOVE WS-CONT-SEM-NACIONAL TO WS-DIV-QTD
004450        MOVE WS-DIVERG-LINE TO DIVERG-REPORT-REC
004450        WRITE DIVERG-REPORT-REC
004450        ADD 1 TO WS-CONT-DIVERGENCIAS
004450     END-IF
004450     MOVE WS-CONT-ALUNOS TO WS-DIV-QTD
004460     MOVE "SEXO" TO WS-DIV-CAMPO
004470     MOVE WS-DIVERG-LINE TO DIVERG-REPORT-REC
004480     WRITE DIVERG-REPORT-REC
004640 9000-FINALIZE.
004650     CLOSE STUDENT-MASTER-FILE
004660     CLOSE TURMA-MASTER-FILE
004660     IF DOCMAST-ABERTO
004660        CLOSE DOCUM-MASTER-FILE
004660     END-IF
004670     CLOSE CENSO-FILE
004680     CLOSE DIVERG-REPORT-FILE
004690     DISPLAY "ALUNOS NO CENSO.....: " WS-CONT-ALUNOS
