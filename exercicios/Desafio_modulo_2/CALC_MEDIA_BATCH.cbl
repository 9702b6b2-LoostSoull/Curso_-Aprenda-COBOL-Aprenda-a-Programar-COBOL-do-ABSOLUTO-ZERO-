000439*                  keyed record used to keep the flags in
000440*                  their original positions, so a conceito
000441*                  materia archived from slot 2+ lost its 'C'.
000441*   2026-10-15 JA  Dependencia records (D in the new column
000441*                  112 of ROSTERACC) are graded like any other
000441*                  but stay out of the current-year transcript:
000441*                  the bimestre's notas and media go to the
000441*                  student's ABERTA dependencia of that materia
000441*                  on DEPMAST (DEPSEL/DEPMST). With the fourth
000441*                  bimestre in, the average settles it --
000441*                  reaching the threshold CALCULO_MEDIA used
000441*                  makes it CONCLUIDA and replaces the origin
000441*                  year's four TRANARCH records for the
000441*                  materia with the retake's; falling short
000441*                  keeps it ABERTA, clears the slots and counts
000441*                  the attempt.
000441*   2026-10-15 JA  A dependencia record with no bimestre or no
000441*                  ABERTA DEPMAST record now goes to NOMEWARN
000441*                  for the registrar instead of ending the run
000441*                  with RC 4, which stopped the daily chain.
000315* Tectonics: cobc
000250*****************************************************************
000260 IDENTIFICATION DIVISION.
000322     COPY TOTSEL.
000322     COPY MATMSEL.
000322     COPY CNCSEL.
000322     COPY DEPSEL.
000322     SELECT NAME-WARN-FILE ASSIGN TO "NOMEWARN"
000322         ORGANIZATION IS LINE SEQUENTIAL.
000322     SELECT FREQ-FILE ASSIGN TO "FREQFILE"
000364     03  MED-ROSRAW-PESO-2      PIC 9(03).
000365     03  MED-ROSRAW-PESO-3      PIC 9(03).
000366     03  MED-ROSRAW-PESO-4      PIC 9(03).
000366     03  MED-ROSRAW-DEPENDENCIA PIC X(01).
000363 FD  ROSTER-FILE.
000364 01  MED-ROSTER-REC.
000365     03  MED-ROS-NOME           PIC X(30).
000376     03  MED-ROS-PESO-2         PIC 9(03).
000377     03  MED-ROS-PESO-3         PIC 9(03).
000378     03  MED-ROS-PESO-4         PIC 9(03).
000378     03  MED-ROS-DEPENDENCIA    PIC X(01).
000378         88  ROS-DEPENDENCIA          VALUE 'D'.
000375 SD  SORT-WORK-FILE.
000376 01  SORT-ROSTER-REC.
000377     03  SRT-NOME               PIC X(30).
000386     03  SRT-PESO-2             PIC 9(03).
000386     03  SRT-PESO-3             PIC 9(03).
000386     03  SRT-PESO-4             PIC 9(03).
000386     03  SRT-DEPENDENCIA        PIC X(01).
000387     COPY TRANFD.
000387     COPY ARCIFD.
000387     COPY PERFD.
000387 FD  MATERIA-MASTER-FILE.
000387     COPY MATMMST.
000387     COPY CNCFD.
000387 FD  DEPEND-MASTER-FILE.
000387     COPY DEPMST.
000387 FD  NAME-WARN-FILE.
000387 01  NAME-WARN-REC              PIC X(100).
000387 FD  PEND-FILE.
000431 01  WS-ARCH-QTD                PIC 9(02) COMP VALUE ZERO.
000431 01  WS-MAT-MASTER-STATUS       PIC X(02) VALUE SPACES.
000431 01  WS-CNC-STATUS-FS           PIC X(02) VALUE SPACES.
000431 01  WS-DEP-MASTER-STATUS       PIC X(02) VALUE SPACES.
000431 01  WS-DEPEND-ABERTO-SW        PIC X(01) VALUE 'N'.
000431     88  DEPEND-ABERTO                VALUE 'S'.
000431 01  WS-EOF-DEPEND              PIC X(01) VALUE 'N'.
000431     88  FIM-DO-DEPEND                VALUE 'S'.
000431 01  WS-DEP-ACHOU               PIC X(01) VALUE 'N'.
000431     88  ACHOU-DEPENDENCIA            VALUE 'S'.
000431 01  WS-DEP-BIM                 PIC 9(01) VALUE ZERO.
000431 01  WS-DEP-SUB                 PIC 9(01) VALUE ZERO.
000431 01  WS-DEP-QTD-LANCADOS        PIC 9(01) VALUE ZERO.
000431 01  WS-DEP-SOMA                PIC 9(03)V99 VALUE ZERO.
000431 01  WS-ARCH-ACHOU              PIC X(01) VALUE 'N'.
000431     88  ACHOU-ARQUIVO                VALUE 'S'.
000431 01  WS-TRANS-GUARDA            PIC X(773) VALUE SPACES.
000431 01  WS-DEP-CONTADORES.
000431     03  WS-CONT-DEP-GRADUADAS  PIC 9(05) COMP VALUE ZERO.
000431     03  WS-CONT-DEP-CONCLUIDAS PIC 9(05) COMP VALUE ZERO.
000431     03  WS-CONT-DEP-MANTIDAS   PIC 9(05) COMP VALUE ZERO.
000431     03  WS-CONT-DEP-SEM-REG    PIC 9(05) COMP VALUE ZERO.
000431     COPY CNCREC.
000431 01  WS-EOF-MATMAST             PIC X(01) VALUE 'N'.
000431     88  FIM-DO-MATMAST               VALUE 'S'.
000432     03  FILLER                 PIC X(01) VALUE SPACE.
000432     03  WS-NWN-NOME-NOVO       PIC X(30).
000432 01  WS-CONT-NOME-DIVERG        PIC 9(05) COMP VALUE ZERO.
000432*----------------------------------------------------------*
000432* UNPOSTED DEPENDENCIA LINE (MOVED INTO NAME-WARN-REC)      *
000432*----------------------------------------------------------*
000432 01  WS-DEP-WARN-LINE.
000432     03  WS-DWN-ALUNO-ID        PIC 9(07).
000432     03  FILLER                 PIC X(01) VALUE SPACE.
000432     03  WS-DWN-MATERIA         PIC X(30).
000432     03  FILLER                 PIC X(14) VALUE
000432         " DEPENDENCIA: ".
000432     03  WS-DWN-MOTIVO          PIC X(30).
000433 01  WS-CALL-PARM.
000450     03  WS-CALL-NOME           PIC X(30).
000460     03  WS-CALL-MATERIA        PIC X(30).
000685        CLOSE TRANSCRIPT-ARCH-FILE
000686        OPEN I-O TRANSCRIPT-ARCH-FILE
000687     END-IF
000687     OPEN I-O DEPEND-MASTER-FILE
000687     IF WS-DEP-MASTER-STATUS = "00"
000687        SET DEPEND-ABERTO TO TRUE
000687     ELSE
000687        DISPLAY "DEPMAST INDISPONIVEL, STATUS: "
000687            WS-DEP-MASTER-STATUS
000687        DISPLAY "REGISTROS DE DEPENDENCIA NAO SERAO LANCADOS"
000687     END-IF
000682     PERFORM 9300-CARREGA-PERSTAT THRU 9300-EXIT-PER
000682     PERFORM 9050-CARREGA-CONCEITOS THRU 9050-EXIT-CNC
000682     PERFORM 1090-CARREGA-ESCALAS THRU 1090-EXIT
000828     ELSE
000830        CALL "CALCULO_MEDIA" USING WS-CALL-PARM
000831        IF CALL-BOLETIM-PRODUZIDO
000841           IF ROS-DEPENDENCIA
000841              PERFORM 2900-LANCA-DEPENDENCIA THRU 2900-EXIT
000841           ELSE
000841              PERFORM 4000-ACUMULA-TRANSCRICAO THRU 4000-EXIT
000841           END-IF
000842           PERFORM 4800-ACUMULA-ESTATISTICA THRU 4800-EXIT
000844           ADD 1 TO WS-STAT-QTD-BOLETINS
000845        ELSE
000888     MOVE ZERO TO WS-CALL-MEDIA-ANT
000888     MOVE 'S'  TO WS-CALL-TENDENCIA
000888     MOVE 'N'  TO WS-CALL-REPROV-FALTA
000888     IF NOT ROS-DEPENDENCIA
000888        PERFORM 4000-ACUMULA-TRANSCRICAO THRU 4000-EXIT
000888     END-IF
000888     PERFORM 2800-GRAVA-PENDENTE THRU 2800-EXIT
000888     ADD 1 TO WS-STAT-QTD-PENDENTES
000888     .
000888     .
000888 2800-EXIT.
000888     EXIT.
000888*----------------------------------------------------------*
000888* 2900-LANCA-DEPENDENCIA -- A GRADED DEPENDENCIA RECORD:    *
000888*     THE BIMESTRE'S NOTAS AND MEDIA GO TO THE STUDENT'S    *
000888*     ABERTA DEPENDENCIA OF THE MATERIA (THE OLDEST ORIGIN  *
000888*     YEAR WHEN THERE ARE SEVERAL), NOT TO THE CURRENT-YEAR *
000888*     TRANSCRIPT. THE CURRENT YEAR'S BIMESTRE LOCK APPLIES  *
000888*     AS IT DOES TO THE TRANSCRIPT.                         *
000888*----------------------------------------------------------*
000888 2900-LANCA-DEPENDENCIA.
000888     IF WS-CALL-PERIODO (1:1) IS NOT NUMERIC
000888        OR WS-CALL-PERIODO (1:1) = "0"
000888        OR WS-CALL-PERIODO (1:1) > "4"
000888        ADD 1 TO WS-CONT-DEP-SEM-REG
000888        DISPLAY "DEPENDENCIA SEM BIMESTRE VALIDO: "
000888            MED-ROS-ALUNO-ID " " MED-ROS-MATERIA
000888        MOVE "SEM BIMESTRE VALIDO" TO WS-DWN-MOTIVO
000888        PERFORM 2990-AVISA-DEPENDENCIA THRU 2990-EXIT
000888        GO TO 2900-EXIT
000888     END-IF
000888     MOVE WS-CALL-PERIODO (1:1) TO WS-DEP-BIM
000888     MOVE WS-ANO-LETIVO TO MED-PER-ANO-CHECK
000888     MOVE WS-DEP-BIM    TO MED-PER-BIM-CHECK
000888     PERFORM 9350-CONFERE-BIMESTRE THRU 9350-EXIT-PER
000888     IF BIMESTRE-FECHADO
000888        ADD 1 TO WS-CONT-BIM-FECHADO
000888        DISPLAY "BIMESTRE FECHADO -- DEPENDENCIA RECUSADA: "
000888            MED-ROS-ALUNO-ID " " WS-CALL-PERIODO
000888        GO TO 2900-EXIT
000888     END-IF
000888     MOVE 'N' TO WS-DEP-ACHOU
000888     IF DEPEND-ABERTO
000888        MOVE 'N' TO WS-EOF-DEPEND
000888        MOVE LOW-VALUES       TO MED-DEP-CHAVE
000888        MOVE MED-ROS-ALUNO-ID TO MED-DEP-ALUNO-ID
000888        MOVE ZERO             TO MED-DEP-ANO-ORIGEM
000888        START DEPEND-MASTER-FILE KEY NOT LESS MED-DEP-CHAVE
000888            INVALID KEY
000888                SET FIM-DO-DEPEND TO TRUE
000888        END-START
000888        PERFORM 2950-LE-DEPENDENCIA THRU 2950-EXIT
000888            UNTIL FIM-DO-DEPEND OR ACHOU-DEPENDENCIA
000888     END-IF
000888     IF NOT ACHOU-DEPENDENCIA
000888        ADD 1 TO WS-CONT-DEP-SEM-REG
000888        DISPLAY "DEPENDENCIA ABERTA NAO ENCONTRADA: "
000888            MED-ROS-ALUNO-ID " " MED-ROS-MATERIA
000888        MOVE "ABERTA NAO ENCONTRADA" TO WS-DWN-MOTIVO
000888        PERFORM 2990-AVISA-DEPENDENCIA THRU 2990-EXIT
000888        GO TO 2900-EXIT
000888     END-IF
000888     MOVE 'S'            TO MED-DEP-BIM-LANCADO (WS-DEP-BIM)
000888     MOVE WS-CALL-NOTA-1 TO MED-DEP-BIM-NOTA (WS-DEP-BIM 1)
000888     MOVE WS-CALL-NOTA-2 TO MED-DEP-BIM-NOTA (WS-DEP-BIM 2)
000888     MOVE WS-CALL-NOTA-3 TO MED-DEP-BIM-NOTA (WS-DEP-BIM 3)
000888     MOVE WS-CALL-NOTA-4 TO MED-DEP-BIM-NOTA (WS-DEP-BIM 4)
000888     MOVE WS-CALL-RESULT TO MED-DEP-BIM-MEDIA (WS-DEP-BIM)
000888     IF REGISTRO-CONCEITO
000888        MOVE 'C' TO MED-DEP-ESCALA
000888     ELSE
000888        MOVE 'N' TO MED-DEP-ESCALA
000888     END-IF
000888     ADD 1 TO WS-CONT-DEP-GRADUADAS
000888     MOVE ZERO TO WS-DEP-QTD-LANCADOS WS-DEP-SOMA
000888     PERFORM 2960-SOMA-BIMESTRE THRU 2960-EXIT
000888         VARYING WS-DEP-SUB FROM 1 BY 1
000888         UNTIL WS-DEP-SUB > 4
000888     IF WS-DEP-QTD-LANCADOS = 4
000888        PERFORM 2970-RESOLVE-DEPENDENCIA THRU 2970-EXIT
000888     END-IF
000888     REWRITE MED-DEPEND-MASTER-REC
000888         INVALID KEY
000888             DISPLAY "ERRO DE GRAVACAO NO DEPMAST: "
000888                 MED-DEP-CHAVE
000888     END-REWRITE
000888     .
000888 2900-EXIT.
000888     EXIT.
000888 2950-LE-DEPENDENCIA.
000888     READ DEPEND-MASTER-FILE NEXT RECORD
000888         AT END
000888             SET FIM-DO-DEPEND TO TRUE
000888             GO TO 2950-EXIT
000888     END-READ
000888     IF MED-DEP-ALUNO-ID NOT = MED-ROS-ALUNO-ID
000888        SET FIM-DO-DEPEND TO TRUE
000888        GO TO 2950-EXIT
000888     END-IF
000888     IF MED-DEP-MATERIA = MED-ROS-MATERIA
000888        AND MED-DEP-ABERTA
000888        SET ACHOU-DEPENDENCIA TO TRUE
000888     END-IF
000888     .
000888 2950-EXIT.
000888     EXIT.
000888 2960-SOMA-BIMESTRE.
000888     IF MED-DEP-BIM-GRADUADO (WS-DEP-SUB)
000888        ADD 1 TO WS-DEP-QTD-LANCADOS
000888        ADD MED-DEP-BIM-MEDIA (WS-DEP-SUB) TO WS-DEP-SOMA
000888     END-IF
000888     .
000888 2960-EXIT.
000888     EXIT.
000888*----------------------------------------------------------*
000888* 2970-RESOLVE-DEPENDENCIA -- ALL FOUR BIMESTRES OF THE     *
000888*     RETAKE ARE IN. AT OR ABOVE THE THRESHOLD THE          *
000888*     DEPENDENCIA IS CONCLUIDA AND THE ORIGIN YEAR'S        *
000888*     ARCHIVE CARRIES THE RETAKE; BELOW IT THE SLOTS ARE    *
000888*     CLEARED FOR ANOTHER ATTEMPT AND IT STAYS ABERTA.      *
000888*----------------------------------------------------------*
000888 2970-RESOLVE-DEPENDENCIA.
000888     COMPUTE MED-DEP-MEDIA-FINAL ROUNDED = WS-DEP-SOMA / 4
000888     IF MED-DEP-MEDIA-FINAL >= WS-CALL-LIMITE
000888        SET MED-DEP-CONCLUIDA TO TRUE
000888        MOVE WS-DATA-SISTEMA TO MED-DEP-DATA-RESOLUCAO
000888        ADD 1 TO WS-CONT-DEP-CONCLUIDAS
000888        DISPLAY "DEPENDENCIA CONCLUIDA: " MED-DEP-ALUNO-ID " "
000888            MED-DEP-MATERIA " " MED-DEP-ANO-ORIGEM
000888        MOVE MED-TRANSCRIPT-REC TO WS-TRANS-GUARDA
000888        PERFORM 2980-ATUALIZA-ARQUIVO THRU 2980-EXIT
000888            VARYING WS-DEP-SUB FROM 1 BY 1
000888            UNTIL WS-DEP-SUB > 4
000888        MOVE WS-TRANS-GUARDA TO MED-TRANSCRIPT-REC
000888     ELSE
000888        ADD 1 TO MED-DEP-TENTATIVAS
000888        ADD 1 TO WS-CONT-DEP-MANTIDAS
000888        DISPLAY "DEPENDENCIA MANTIDA: " MED-DEP-ALUNO-ID " "
000888            MED-DEP-MATERIA " MEDIA " MED-DEP-MEDIA-FINAL
000888        PERFORM 2975-LIMPA-BIMESTRE THRU 2975-EXIT
000888            VARYING WS-DEP-SUB FROM 1 BY 1
000888            UNTIL WS-DEP-SUB > 4
000888     END-IF
000888     .
000888 2970-EXIT.
000888     EXIT.
000888 2975-LIMPA-BIMESTRE.
000888     MOVE 'N'  TO MED-DEP-BIM-LANCADO (WS-DEP-SUB)
000888     MOVE ZERO TO MED-DEP-BIM-NOTA (WS-DEP-SUB 1)
000888     MOVE ZERO TO MED-DEP-BIM-NOTA (WS-DEP-SUB 2)
000888     MOVE ZERO TO MED-DEP-BIM-NOTA (WS-DEP-SUB 3)
000888     MOVE ZERO TO MED-DEP-BIM-NOTA (WS-DEP-SUB 4)
000888     MOVE ZERO TO MED-DEP-BIM-MEDIA (WS-DEP-SUB)
000888     .
000888 2975-EXIT.
000888     EXIT.
000888*----------------------------------------------------------*
000888* 2980-ATUALIZA-ARQUIVO -- BIMESTRE N OF THE ORIGIN YEAR ON *
000888*     TRANARCH TAKES THE RETAKE'S NOTAS AND MEDIA (THE      *
000888*     FAILED MEDIA MOVES TO THE PRIOR-MEDIA FIELD); A       *
000888*     BIMESTRE NEVER ARCHIVED GETS A NEW RECORD UNDER THE   *
000888*     ORIGIN TURMA. THE ORIGIN YEAR IS CLOSED ON PERSTAT BY *
000888*     NOW -- THIS IS THE ONE SANCTIONED AMENDMENT OF IT,    *
000888*     AND EACH ONE IS LISTED ON THE RUN LOG ABOVE.          *
000888*----------------------------------------------------------*
000888 2980-ATUALIZA-ARQUIVO.
000888     MOVE MED-DEP-ALUNO-ID   TO MED-ARCH-ALUNO-ID
000888     MOVE MED-DEP-ANO-ORIGEM TO MED-ARCH-ANO
000888     MOVE SPACES             TO MED-ARCH-PERIODO
000888     MOVE WS-DEP-SUB         TO MED-ARCH-PERIODO (1:1)
000888     MOVE " BIMESTRE"        TO MED-ARCH-PERIODO (2:9)
000888     MOVE MED-DEP-MATERIA    TO MED-ARCH-MATERIA
000888     MOVE 'S' TO WS-ARCH-ACHOU
000888     READ TRANSCRIPT-ARCH-FILE
000888         INVALID KEY
000888             MOVE 'N' TO WS-ARCH-ACHOU
000888     END-READ
000888     IF ACHOU-ARQUIVO
000888        MOVE MED-ARCH-DADOS TO MED-TRANSCRIPT-REC
000888        MOVE MED-HIST-MEDIA (1) TO MED-HIST-PRIOR-MEDIA (1)
000888     ELSE
000888        MOVE SPACES               TO MED-TRANSCRIPT-REC
000888        MOVE MED-DEP-ALUNO-ID     TO MED-HIST-ALUNO-ID
000888        MOVE MED-DEP-NOME         TO MED-HIST-NOME
000888        MOVE MED-DEP-TURMA-ORIGEM TO MED-HIST-TURMA
000888        MOVE MED-ARCH-PERIODO     TO MED-HIST-PERIODO
000888        MOVE MED-DEP-ANO-ORIGEM   TO MED-HIST-ANO
000888        MOVE 1                    TO MED-HIST-QTD-MATERIAS
000888        MOVE MED-DEP-MATERIA      TO MED-HIST-MATERIA (1)
000888        MOVE ZERO TO MED-HIST-PRIOR-MEDIA (1)
000888        MOVE 'S'  TO MED-HIST-TREND (1)
000888     END-IF
000888     MOVE MED-DEP-BIM-NOTA (WS-DEP-SUB 1) TO MED-HIST-NOTA-1 (1)
000888     MOVE MED-DEP-BIM-NOTA (WS-DEP-SUB 2) TO MED-HIST-NOTA-2 (1)
000888     MOVE MED-DEP-BIM-NOTA (WS-DEP-SUB 3) TO MED-HIST-NOTA-3 (1)
000888     MOVE MED-DEP-BIM-NOTA (WS-DEP-SUB 4) TO MED-HIST-NOTA-4 (1)
000888     MOVE MED-DEP-BIM-MEDIA (WS-DEP-SUB)  TO MED-HIST-MEDIA (1)
000888     MOVE MED-DEP-ESCALA TO MED-HIST-ESCALA-MAT (1)
000888     IF MED-DEP-BIM-MEDIA (WS-DEP-SUB) >= WS-CALL-LIMITE
000888        MOVE "APROVADO"  TO MED-HIST-SITUACAO (1)
000888     ELSE
000888        MOVE "REPROVADO" TO MED-HIST-SITUACAO (1)
000888     END-IF
000888     MOVE MED-TRANSCRIPT-REC TO MED-ARCH-DADOS
000888     IF ACHOU-ARQUIVO
000888        REWRITE MED-ARCH-REC
000888            INVALID KEY
000888                DISPLAY "ERRO DE GRAVACAO NO TRANARCH: "
000888                    MED-ARCH-CHAVE
000888        END-REWRITE
000888     ELSE
000888        WRITE MED-ARCH-REC
000888            INVALID KEY
000888                DISPLAY "ERRO DE GRAVACAO NO TRANARCH: "
000888                    MED-ARCH-CHAVE
000888        END-WRITE
000888     END-IF
000888     .
000888 2980-EXIT.
000888     EXIT.
000888*----------------------------------------------------------*
000888* 2990-AVISA-DEPENDENCIA -- A DEPENDENCIA RECORD THAT COULD *
000888*     NOT BE POSTED GOES TO THE WARNING REPORT FOR THE      *
000888*     REGISTRAR; THE REST OF THE ROSTER POSTS AS USUAL.     *
000888*----------------------------------------------------------*
000888 2990-AVISA-DEPENDENCIA.
000888     MOVE MED-ROS-ALUNO-ID TO WS-DWN-ALUNO-ID
000888     MOVE MED-ROS-MATERIA  TO WS-DWN-MATERIA
000888     MOVE WS-DEP-WARN-LINE TO NAME-WARN-REC
000888     WRITE NAME-WARN-REC
000888     .
000888 2990-EXIT.
000888     EXIT.
000881*----------------------------------------------------------*
000882* 4800-ACUMULA-ESTATISTICA -- ROLL THIS RESULT INTO THE     *
000883*     CLASS-WIDE HIGH/LOW/APPROVAL SUMMARY.                 *
001040     CLOSE NAME-WARN-FILE
001041     CLOSE TRANSCRIPT-FILE
001042     CLOSE TRANSCRIPT-ARCH-FILE
001042     IF DEPEND-ABERTO
001042        CLOSE DEPEND-MASTER-FILE
001042     END-IF
001043     MOVE 'F' TO WS-CALL-FUNCAO
001044     CALL "CALCULO_MEDIA" USING WS-CALL-PARM
001045     MOVE SPACE TO WS-CALL-FUNCAO
001095     DISPLAY "TOTAL DE REJEITADOS..: " WS-STAT-QTD-REJEITADOS
001095     DISPLAY "COM NOTA PENDENTE....: " WS-STAT-QTD-PENDENTES
001095     DISPLAY "BIMESTRE FECHADO (!).: " WS-CONT-BIM-FECHADO
001095     DISPLAY "DEPENDENCIAS LANCADAS: " WS-CONT-DEP-GRADUADAS
001095     DISPLAY "  CONCLUIDAS.........: " WS-CONT-DEP-CONCLUIDAS
001095     DISPLAY "  MANTIDAS...........: " WS-CONT-DEP-MANTIDAS
001095     DISPLAY "  SEM REGISTRO (!)...: " WS-CONT-DEP-SEM-REG
001095     IF WS-CONT-BIM-FECHADO > ZERO
001095        MOVE 8 TO RETURN-CODE
001095     END-IF
