000369*                  stage's explained difference -- a genuinely
000369*                  mixed two-unit feed used to trip the 10
000369*                  percent ceiling and abort the chain.
000369*   2026-10-15 JA  Dependencia records: a D in the new column
000369*                  112 of the roster record grades a subject
000369*                  the student carries over from an earlier
000369*                  year. Such a record is accepted only when
000369*                  DEPMAST (DEPSEL/DEPMST) holds an ABERTA
000369*                  dependencia for the student and materia; it
000369*                  stays out of the turma's curriculum-grid
000369*                  coverage and pairs apart from the same
000369*                  materia of the current year in the
000369*                  duplicate check. ROSTER and ROSTERACC grow
000369*                  to 112 bytes. When DEPMAST cannot be opened
000369*                  the check is skipped with a warning.
000350* Tectonics: cobc
000360*****************************************************************
000370 IDENTIFICATION DIVISION.
000495     COPY TURMSEL.
000496     COPY MATMSEL.
000497     COPY GRDSEL.
000497     COPY DEPSEL.
000498     COPY TOTSEL.
000499     SELECT UNIT-PARM-FILE ASSIGN TO "UNITPARM"
000499         ORGANIZATION IS LINE SEQUENTIAL
000510 DATA DIVISION.
000520 FILE SECTION.
000530 FD  ROSTER-RAW-FILE.
000540 01  ROSTER-RAW-REC             PIC X(112).
000550 FD  ROSTER-ACC-FILE.
000560 01  ROSTER-ACC-REC             PIC X(112).
000570 FD  EDIT-REPORT-FILE.
000580 01  EDIT-REPORT-REC            PIC X(110).
000590 FD  STUDENT-MASTER-FILE.
000608     COPY MATMMST.
000608 FD  GRADE-MASTER-FILE.
000608     COPY GRDMST.
000608 FD  DEPEND-MASTER-FILE.
000608     COPY DEPMST.
000609     COPY TOTFD.
000609 FD  UNIT-PARM-FILE.
000609 01  UNIT-PARM-REC              PIC X(02).
000655     88  REGISTRO-FILTRADO            VALUE 'S'.
000656 01  WS-ESCALA-ATUAL            PIC X(01) VALUE 'N'.
000657 01  WS-GRD-MASTER-STATUS       PIC X(02) VALUE SPACES.
000657 01  WS-DEP-MASTER-STATUS       PIC X(02) VALUE SPACES.
000657 01  WS-DEPEND-ABERTO-SW        PIC X(01) VALUE 'N'.
000657     88  DEPEND-ABERTO                VALUE 'S'.
000657 01  WS-EOF-DEPEND              PIC X(01) VALUE 'N'.
000657     88  FIM-DO-DEPEND                VALUE 'S'.
000657 01  WS-DEP-ACHOU               PIC X(01) VALUE 'N'.
000657     88  ACHOU-DEPENDENCIA            VALUE 'S'.
000657 01  WS-GRADE-ABERTA-SW         PIC X(01) VALUE 'N'.
000657     88  GRADE-ABERTA                 VALUE 'S'.
000657 01  WS-TCO-CHEIA-SW            PIC X(01) VALUE 'N'.
000820     03  WS-ROS-PESO-2          PIC X(03).
000830     03  WS-ROS-PESO-3          PIC X(03).
000840     03  WS-ROS-PESO-4          PIC X(03).
000840     03  WS-ROS-DEPENDENCIA     PIC X(01).
000840         88  ROSTER-DEPENDENCIA       VALUE 'D'.
000840         88  ROSTER-REGULAR           VALUE SPACE.
000850 01  WS-NOTA-NUM                PIC 9(02)V99 VALUE ZERO.
000860 01  WS-NOTA-NUM-X REDEFINES WS-NOTA-NUM PIC X(04).
000870 01  WS-MES-NUM                 PIC 9(02) VALUE ZERO.
001120     03  WS-CONT-ACEITOS        PIC 9(05) COMP VALUE ZERO.
001130     03  WS-CONT-REJEITADOS     PIC 9(05) COMP VALUE ZERO.
001135     03  WS-CONT-FILTRADOS      PIC 9(05) COMP VALUE ZERO.
001135     03  WS-CONT-DEPENDENCIAS   PIC 9(05) COMP VALUE ZERO.
001140*----------------------------------------------------------*
001150* SEEN STUDENT/MATERIA PAIRS FOR THE DUPLICATE CHECK        *
001160*----------------------------------------------------------*
001210                                INDEXED BY WS-PAR-IDX.
001220         05  WS-PAR-ALUNO-ID    PIC X(07).
001230         05  WS-PAR-MATERIA     PIC X(30).
001230         05  WS-PAR-DEPENDENCIA PIC X(01).
001240*----------------------------------------------------------*
001250* EDIT REPORT LINE                                          *
001260*----------------------------------------------------------*
001639            WS-GRD-MASTER-STATUS
001639        DISPLAY "VERIFICACAO DE GRADE SERA PULADA"
001639     END-IF
001639     OPEN INPUT DEPEND-MASTER-FILE
001639     IF WS-DEP-MASTER-STATUS = "00"
001639        SET DEPEND-ABERTO TO TRUE
001639     ELSE
001639        DISPLAY "DEPMAST INDISPONIVEL, STATUS: "
001639            WS-DEP-MASTER-STATUS
001639        DISPLAY "VALIDACAO DE DEPENDENCIA SERA PULADA"
001639     END-IF
001640     OPEN INPUT ROSTER-RAW-FILE
001650     IF WS-ROSTER-STATUS NOT = "00"
001660        DISPLAY "ROSTER NAO DISPONIVEL, STATUS: "
001947     IF NOT REGISTRO-REJEITADO AND NOT REGISTRO-FILTRADO
001947        PERFORM 2100-VALIDA-NOTAS THRU 2100-EXIT
001947     END-IF
001947     IF NOT REGISTRO-REJEITADO AND NOT REGISTRO-FILTRADO
001947        PERFORM 2490-VALIDA-DEPENDENCIA THRU 2490-EXIT
001947     END-IF
001948     IF NOT REGISTRO-REJEITADO AND NOT REGISTRO-FILTRADO
001950        PERFORM 2500-VALIDA-DUPLICATA THRU 2500-EXIT
001960     END-IF
001990             PERFORM 5000-GRAVA-EDIT THRU 5000-EXIT
002000         WHEN OTHER
002010             ADD 1 TO WS-CONT-ACEITOS
002015             IF ROSTER-DEPENDENCIA
002015                ADD 1 TO WS-CONT-DEPENDENCIAS
002015             ELSE
002015                PERFORM 2480-REGISTRA-COBERTURA THRU 2480-EXIT
002015             END-IF
002020             MOVE ROSTER-RAW-REC TO ROSTER-ACC-REC
002030             WRITE ROSTER-ACC-REC
002040             PERFORM 5000-GRAVA-EDIT THRU 5000-EXIT
003136     .
003137 2450-EXIT.
003138     EXIT.
003138*----------------------------------------------------------*
003138* 2490-VALIDA-DEPENDENCIA -- A RECORD MARKED D GRADES A     *
003138*     CARRIED-OVER SUBJECT: THE STUDENT MUST HAVE AN ABERTA *
003138*     DEPENDENCIA OF THAT MATERIA ON DEPMAST (ANY ORIGIN    *
003138*     YEAR). A BLANK MARKER IS THE ORDINARY RECORD.         *
003138*----------------------------------------------------------*
003138 2490-VALIDA-DEPENDENCIA.
003138     IF ROSTER-REGULAR
003138        GO TO 2490-EXIT
003138     END-IF
003138     IF NOT ROSTER-DEPENDENCIA
003138        SET REGISTRO-REJEITADO TO TRUE
003138        MOVE "MARCA DE DEPENDENCIA INVALIDA" TO WS-MOTIVO-REJEICAO
003138        GO TO 2490-EXIT
003138     END-IF
003138     IF NOT DEPEND-ABERTO
003138        GO TO 2490-EXIT
003138     END-IF
003138     IF WS-ROS-ALUNO-ID IS NOT NUMERIC
003138        SET REGISTRO-REJEITADO TO TRUE
003138        MOVE "ALUNO ID NAO NUMERICO" TO WS-MOTIVO-REJEICAO
003138        GO TO 2490-EXIT
003138     END-IF
003138     MOVE 'N' TO WS-DEP-ACHOU
003138     MOVE 'N' TO WS-EOF-DEPEND
003138     MOVE LOW-VALUES      TO MED-DEP-CHAVE
003138     MOVE WS-ROS-ALUNO-ID TO MED-DEP-ALUNO-ID
003138     MOVE ZERO            TO MED-DEP-ANO-ORIGEM
003138     START DEPEND-MASTER-FILE KEY NOT LESS MED-DEP-CHAVE
003138         INVALID KEY
003138             SET FIM-DO-DEPEND TO TRUE
003138     END-START
003138     PERFORM 2495-LE-DEPENDENCIA THRU 2495-EXIT
003138         UNTIL FIM-DO-DEPEND OR ACHOU-DEPENDENCIA
003138     IF NOT ACHOU-DEPENDENCIA
003138        SET REGISTRO-REJEITADO TO TRUE
003138        MOVE "SEM DEPENDENCIA ABERTA" TO WS-MOTIVO-REJEICAO
003138     END-IF
003138     .
003138 2490-EXIT.
003138     EXIT.
003138 2495-LE-DEPENDENCIA.
003138     READ DEPEND-MASTER-FILE NEXT RECORD
003138         AT END
003138             SET FIM-DO-DEPEND TO TRUE
003138             GO TO 2495-EXIT
003138     END-READ
003138     IF MED-DEP-ALUNO-ID NOT = WS-ROS-ALUNO-ID
003138        SET FIM-DO-DEPEND TO TRUE
003138        GO TO 2495-EXIT
003138     END-IF
003138     IF MED-DEP-MATERIA = WS-ROS-MATERIA
003138        AND MED-DEP-ABERTA
003138        SET ACHOU-DEPENDENCIA TO TRUE
003138     END-IF
003138     .
003138 2495-EXIT.
003138     EXIT.
003130*----------------------------------------------------------*
003140* 2500-VALIDA-DUPLICATA -- THE SAME STUDENT/MATERIA PAIR    *
003150*     MUST NOT APPEAR TWICE IN THE SAME FEED.               *
003240                CONTINUE
003250            WHEN WS-PAR-ALUNO-ID (WS-PAR-IDX) = WS-ROS-ALUNO-ID
003260                AND WS-PAR-MATERIA (WS-PAR-IDX) = WS-ROS-MATERIA
003260                AND WS-PAR-DEPENDENCIA (WS-PAR-IDX) =
003260                    WS-ROS-DEPENDENCIA
003270                SET ACHOU-DUPLICATA TO TRUE
003280        END-SEARCH
003290     END-IF
003350        SET WS-PAR-IDX TO WS-PAR-TABLE-QTD
003360        MOVE WS-ROS-ALUNO-ID TO WS-PAR-ALUNO-ID (WS-PAR-IDX)
003370        MOVE WS-ROS-MATERIA  TO WS-PAR-MATERIA (WS-PAR-IDX)
003370        MOVE WS-ROS-DEPENDENCIA TO
003370            WS-PAR-DEPENDENCIA (WS-PAR-IDX)
003380     END-IF
003390     .
003400 2500-EXIT.
003837     IF GRADE-ABERTA
003838        CLOSE GRADE-MASTER-FILE
003839     END-IF
003839     IF DEPEND-ABERTO
003839        CLOSE DEPEND-MASTER-FILE
003839     END-IF
003840     CLOSE ROSTER-ACC-FILE
003850     CLOSE EDIT-REPORT-FILE
003860     DISPLAY "REGISTROS LIDOS....: " WS-CONT-LIDOS
003870     DISPLAY "REGISTROS ACEITOS..: " WS-CONT-ACEITOS
003880     DISPLAY "REGISTROS REJEITADOS: " WS-CONT-REJEITADOS
003882     DISPLAY "FILTRADOS (UNIDADE).: " WS-CONT-FILTRADOS
003882     DISPLAY "DEPENDENCIAS ACEITAS: " WS-CONT-DEPENDENCIAS
003890     IF WS-CONT-LIDOS > ZERO
003900        COMPUTE WS-TAXA-ERRO ROUNDED =
003910            WS-CONT-REJEITADOS * 100 / WS-CONT-LIDOS
