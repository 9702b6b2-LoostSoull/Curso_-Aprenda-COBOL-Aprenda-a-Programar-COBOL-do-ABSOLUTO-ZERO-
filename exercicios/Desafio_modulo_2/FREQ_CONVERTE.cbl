000369*                  used to break the trailer hash proof and
000369*                  discard the whole capture, contradicting
000369*                  the reject-the-line RC 4 design.
000369*   2026-10-15 JA  Every sheet captured is marked received on
000369*                  the ENTRFICH submission control (CALL
000369*                  "ENTREGA_REGISTRA") once the capture reached
000369*                  FREQFILE; a sheet the control cannot place is
000369*                  logged and ends the run with condition code 4.
000370* Tectonics: cobc
000380*****************************************************************
000390 IDENTIFICATION DIVISION.
001050     03  WS-CONT-GERADOS        PIC 9(05) COMP VALUE ZERO.
001060     03  WS-CONT-REJEITADOS     PIC 9(05) COMP VALUE ZERO.
001070     03  WS-CONT-AVISOS         PIC 9(05) COMP VALUE ZERO.
001070     03  WS-CONT-ENTR-FALHA     PIC 9(05) COMP VALUE ZERO.
001070 01  WS-DATA-HOJE               PIC 9(08) VALUE ZERO.
001080*----------------------------------------------------------*
001090* RUNNING ATTENDANCE PER STUDENT ACROSS EVERY CAPTURED      *
001100*     MONTH AND MATERIA, FOR THE EARLY-WARNING REPORT.      *
001180         05  WS-ALU-DADAS       PIC 9(05).
001190         05  WS-ALU-PRES        PIC 9(05).
001200 01  WS-PCT-CORRENTE            PIC 9(03) VALUE ZERO.
001200*----------------------------------------------------------*
001200* SHEETS CAPTURED (TURMA/MATERIA/MONTH), MARKED RECEIVED ON *
001200*     ENTRFICH ONCE THE CAPTURE REACHED FREQFILE.           *
001200*----------------------------------------------------------*
001200 01  WS-ENT-TABLE-QTD           PIC 9(03) COMP VALUE ZERO.
001200 01  WS-ENT-TABLE.
001200     03  WS-ENT-ENTRY           OCCURS 1 TO 500 TIMES
001200                                DEPENDING ON WS-ENT-TABLE-QTD
001200                                INDEXED BY WS-ENT-IDX.
001200         05  WS-ENT-TURMA       PIC X(10).
001200         05  WS-ENT-MATERIA     PIC X(30).
001200         05  WS-ENT-MES         PIC 99.
001200 01  WS-ENT-ACHOU               PIC X(01) VALUE 'N'.
001200     88  ACHOU-ENTREGA-TAB            VALUE 'S'.
001200 01  WS-ENTR-PARM.
001200     03  WS-ENTR-TIPO           PIC X(01).
001200     03  WS-ENTR-TURMA          PIC X(10).
001200     03  WS-ENTR-MATERIA        PIC X(30).
001200     03  WS-ENTR-MES            PIC 99.
001200     03  WS-ENTR-DATA           PIC 9(08).
001200     03  WS-ENTR-BIM            PIC 9(01).
001200     03  WS-ENTR-RESULTADO      PIC X(01).
001200         88  WS-ENTR-REGISTRADA       VALUE 'R'.
001200         88  WS-ENTR-FORA-HORARIO     VALUE 'H'.
001200         88  WS-ENTR-SEM-BIMESTRE     VALUE 'B'.
001200         88  WS-ENTR-SEM-MATERIA      VALUE 'M'.
001200         88  WS-ENTR-SEM-ARQUIVO      VALUE 'E'.
001210*----------------------------------------------------------*
001220* EARLY-WARNING LINE                                        *
001230*----------------------------------------------------------*
001390         UNTIL FIM-DAS-FICHAS OR MED-RC-FILE-ERROR
001400     PERFORM 6000-FECHA-CAPTURA THRU 6000-EXIT
001405     PERFORM 6500-COPIA-CAPTURA THRU 6500-EXIT
001405     IF NOT MED-RC-FILE-ERROR
001405        PERFORM 6800-REGISTRA-ENTREGAS THRU 6800-EXIT
001405     END-IF
001410     PERFORM 7000-AVISA-BAIXA-FREQUENCIA THRU 7000-EXIT
001420     PERFORM 9000-FINALIZE THRU 9000-EXIT
001430     STOP RUN.
001480*----------------------------------------------------------*
001490 1000-INITIALIZE.
001500     MOVE "FREQCONV" TO MED-ERROR-PROGRAM
001500     ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
001510     OPEN OUTPUT FREQ-WORK-FILE
001520     IF WS-WORK-STATUS NOT = "00"
001530        DISPLAY "FREQCAPWK NAO PODE SER ABERTO: " WS-WORK-STATUS
002240     MOVE SHEET-REC TO WS-SHEET-CABEC
002250     SET FICHA-ABERTA TO TRUE
002260     ADD 1 TO WS-CONT-FICHAS
002260     PERFORM 6700-GUARDA-ENTREGA THRU 6700-EXIT
002270     .
002280 2200-EXIT.
002290     EXIT.
003041     .
003041 6600-EXIT.
003041     EXIT.
003041*----------------------------------------------------------*
003041* 6700-GUARDA-ENTREGA -- REMEMBER THE SHEET JUST OPENED,    *
003041*     ONCE PER TURMA/MATERIA/MONTH.                         *
003041*----------------------------------------------------------*
003041 6700-GUARDA-ENTREGA.
003041     MOVE 'N' TO WS-ENT-ACHOU
003041     IF WS-ENT-TABLE-QTD > ZERO
003041        SET WS-ENT-IDX TO 1
003041        SEARCH WS-ENT-ENTRY
003041            VARYING WS-ENT-IDX
003041            AT END
003041                CONTINUE
003041            WHEN WS-ENT-TURMA (WS-ENT-IDX) = WS-SHC-TURMA
003041                AND WS-ENT-MATERIA (WS-ENT-IDX) = WS-SHC-MATERIA
003041                AND WS-ENT-MES (WS-ENT-IDX) = WS-SHC-MES
003041                SET ACHOU-ENTREGA-TAB TO TRUE
003041        END-SEARCH
003041     END-IF
003041     IF ACHOU-ENTREGA-TAB
003041        GO TO 6700-EXIT
003041     END-IF
003041     IF WS-ENT-TABLE-QTD >= 500
003041        DISPLAY "TABELA DE ENTREGAS CHEIA (500) -- FICHA "
003041            WS-SHC-TURMA " NAO SERA REGISTRADA"
003041        ADD 1 TO WS-CONT-ENTR-FALHA
003041        GO TO 6700-EXIT
003041     END-IF
003041     ADD 1 TO WS-ENT-TABLE-QTD
003041     SET WS-ENT-IDX TO WS-ENT-TABLE-QTD
003041     MOVE WS-SHC-TURMA   TO WS-ENT-TURMA (WS-ENT-IDX)
003041     MOVE WS-SHC-MATERIA TO WS-ENT-MATERIA (WS-ENT-IDX)
003041     MOVE WS-SHC-MES     TO WS-ENT-MES (WS-ENT-IDX)
003041     .
003041 6700-EXIT.
003041     EXIT.
003041*----------------------------------------------------------*
003041* 6800-REGISTRA-ENTREGAS -- EACH SHEET CAPTURED GOES        *
003041*     RECEIVED ON ENTRFICH WITH TODAY'S DATE; ONE THE       *
003041*     CONTROL CANNOT PLACE IS LOGGED.                       *
003041*----------------------------------------------------------*
003041 6800-REGISTRA-ENTREGAS.
003041     IF WS-ENT-TABLE-QTD > ZERO
003041        PERFORM 6850-REGISTRA-FICHA THRU 6850-EXIT
003041            VARYING WS-ENT-IDX FROM 1 BY 1
003041            UNTIL WS-ENT-IDX > WS-ENT-TABLE-QTD
003041     END-IF
003041     .
003041 6800-EXIT.
003041     EXIT.
003041 6850-REGISTRA-FICHA.
003041     MOVE 'F'                          TO WS-ENTR-TIPO
003041     MOVE WS-ENT-TURMA (WS-ENT-IDX)    TO WS-ENTR-TURMA
003041     MOVE WS-ENT-MATERIA (WS-ENT-IDX)  TO WS-ENTR-MATERIA
003041     MOVE WS-ENT-MES (WS-ENT-IDX)      TO WS-ENTR-MES
003041     MOVE WS-DATA-HOJE                 TO WS-ENTR-DATA
003041     CALL "ENTREGA_REGISTRA" USING WS-ENTR-PARM
003041     EVALUATE TRUE
003041         WHEN WS-ENTR-REGISTRADA
003041         WHEN WS-ENTR-FORA-HORARIO
003041             GO TO 6850-EXIT
003041         WHEN WS-ENTR-SEM-BIMESTRE
003041             MOVE "MES FORA DE BIMESTRE - FICHA NAO REGISTRADA"
003041                 TO MED-ERROR-TEXT
003041         WHEN WS-ENTR-SEM-MATERIA
003041             MOVE "MATERIA FORA DO MATMAST - FICHA NAO REGISTRADA"
003041                 TO MED-ERROR-TEXT
003041         WHEN OTHER
003041             MOVE "ENTRFICH INDISPONIVEL - FICHA NAO REGISTRADA"
003041                 TO MED-ERROR-TEXT
003041     END-EVALUATE
003041     DISPLAY "FICHA NAO REGISTRADA - TURMA " WS-ENTR-TURMA
003041         " MES " WS-ENTR-MES " MATERIA " WS-ENTR-MATERIA
003041     MOVE "ENTREG" TO MED-ERROR-CODE
003041     SET MED-RC-WARNING TO TRUE
003041     PERFORM 9800-ERROR-LOG THRU 9800-EXIT
003041     ADD 1 TO WS-CONT-ENTR-FALHA
003041     .
003041 6850-EXIT.
003041     EXIT.
003050*----------------------------------------------------------*
003060* 7000-AVISA-BAIXA-FREQUENCIA -- RUNNING PERCENTAGE PER     *
003070*     STUDENT ACROSS EVERYTHING CAPTURED SO FAR; BELOW THE  *
003930     DISPLAY "REGISTROS GERADOS...: " WS-CONT-GERADOS
003940     DISPLAY "LINHAS REJEITADAS...: " WS-CONT-REJEITADOS
003950     DISPLAY "AVISOS DE FREQUENCIA: " WS-CONT-AVISOS
003950     DISPLAY "FICHAS NAO REGISTR..: " WS-CONT-ENTR-FALHA
003960     EVALUATE TRUE
003970         WHEN MED-RC-FILE-ERROR
003980             DISPLAY "ARQUIVO RECUSADO PELO CONTROLE HDR/TRL"
003990             MOVE 12 TO RETURN-CODE
004000         WHEN WS-CONT-REJEITADOS > ZERO
004010             OR WS-CONT-AVISOS > ZERO
004010             OR WS-CONT-ENTR-FALHA > ZERO
004020             MOVE 4 TO RETURN-CODE
004030         WHEN OTHER
004040             CONTINUE
