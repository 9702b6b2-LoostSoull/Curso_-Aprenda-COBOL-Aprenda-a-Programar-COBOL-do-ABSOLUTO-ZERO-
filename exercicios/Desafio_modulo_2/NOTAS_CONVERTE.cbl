000339*                  lines, made the downstream pre-edit refuse
000339*                  the whole ROSTER whenever a sheet had been
000339*                  refused here.
000339*   2026-10-15 JA  Every sheet accepted is marked received on
000339*                  the ENTRFICH submission control (CALL
000339*                  "ENTREGA_REGISTRA") once the feed's control
000339*                  records have balanced; a sheet the control
000339*                  cannot place is logged and ends the run with
000339*                  condition code 4.
000339*   2026-10-15 JA  ROSTER widened to 112 bytes: column 59 of a
000339*                  'D' sheet line (D = the student is retaking
000339*                  the materia as a dependencia) is carried to
000339*                  column 112 of the ROSTER record, blank
000339*                  otherwise. Dependencia lines stay out of the
000339*                  per-student sheet count, as in ROSTER_EDIT.
000340* Tectonics: cobc
000350*****************************************************************
000360 IDENTIFICATION DIVISION.
000510 FD  SHEET-FILE.
000520 01  SHEET-REC                  PIC X(70).
000530 FD  ROSTER-OUT-FILE.
000540 01  ROSTER-OUT-REC             PIC X(112).
000550 FD  CONV-REPORT-FILE.
000560 01  CONV-REPORT-REC            PIC X(80).
000562 FD  PROF-MASTER-FILE.
000870     03  WS-SHD-NOTA-RECUP      PIC 9(02)V99.
000872     03  WS-SHD-NOTA-RECUP-X REDEFINES WS-SHD-NOTA-RECUP
000874                                PIC X(04).
000876     03  WS-SHD-DEPENDENCIA     PIC X(01).
000877         88  SHD-DEPENDENCIA          VALUE 'D'.
000880*----------------------------------------------------------*
000890* OUTPUT ROSTER RECORD AND ITS CONTROL RECORDS              *
000900*----------------------------------------------------------*
001030     03  WS-ROS-PESO-2          PIC 9(03).
001040     03  WS-ROS-PESO-3          PIC 9(03).
001050     03  WS-ROS-PESO-4          PIC 9(03).
001055     03  WS-ROS-DEPENDENCIA     PIC X(01).
001060 01  WS-CONTADORES.
001070     03  WS-CONT-FICHAS         PIC 9(04) COMP VALUE ZERO.
001080     03  WS-CONT-LINHAS         PIC 9(05) COMP VALUE ZERO.
001090     03  WS-CONT-GERADOS        PIC 9(05) COMP VALUE ZERO.
001100     03  WS-CONT-INCOMPLETOS    PIC 9(05) COMP VALUE ZERO.
001102     03  WS-CONT-FICHAS-REJ     PIC 9(05) COMP VALUE ZERO.
001102     03  WS-CONT-ENTR-FALHA     PIC 9(05) COMP VALUE ZERO.
001104 01  WS-VIN-SUB                 PIC 9(02) COMP VALUE ZERO.
001110 01  WS-DATA-HOJE               PIC 9(08) VALUE ZERO.
001112 01  WS-TRL-QTD                 PIC 9(07) VALUE ZERO.
001290         05  WS-ALU-ID          PIC 9(07).
001300         05  WS-ALU-NOME        PIC X(30).
001310         05  WS-ALU-QTD-FICHAS  PIC 9(03).
001310*----------------------------------------------------------*
001310* SHEETS ACCEPTED (TURMA/MATERIA/MONTH), MARKED RECEIVED ON *
001310*     ENTRFICH AT THE END OF A BALANCED RUN.                *
001310*----------------------------------------------------------*
001310 01  WS-ENT-TABLE-QTD           PIC 9(03) COMP VALUE ZERO.
001310 01  WS-ENT-TABLE.
001310     03  WS-ENT-ENTRY           OCCURS 1 TO 500 TIMES
001310                                DEPENDING ON WS-ENT-TABLE-QTD
001310                                INDEXED BY WS-ENT-IDX.
001310         05  WS-ENT-TURMA       PIC X(10).
001310         05  WS-ENT-MATERIA     PIC X(30).
001310         05  WS-ENT-MES         PIC 99.
001310 01  WS-ENT-ACHOU               PIC X(01) VALUE 'N'.
001310     88  ACHOU-ENTREGA-TAB            VALUE 'S'.
001310 01  WS-ENTR-PARM.
001310     03  WS-ENTR-TIPO           PIC X(01).
001310     03  WS-ENTR-TURMA          PIC X(10).
001310     03  WS-ENTR-MATERIA        PIC X(30).
001310     03  WS-ENTR-MES            PIC 99.
001310     03  WS-ENTR-DATA           PIC 9(08).
001310     03  WS-ENTR-BIM            PIC 9(01).
001310     03  WS-ENTR-RESULTADO      PIC X(01).
001310         88  WS-ENTR-REGISTRADA       VALUE 'R'.
001310         88  WS-ENTR-FORA-HORARIO     VALUE 'H'.
001310         88  WS-ENTR-SEM-BIMESTRE     VALUE 'B'.
001310         88  WS-ENTR-SEM-MATERIA      VALUE 'M'.
001310         88  WS-ENTR-SEM-ARQUIVO      VALUE 'E'.
001320*----------------------------------------------------------*
001330* COMPLETENESS REPORT LINE                                  *
001340*----------------------------------------------------------*
001490         UNTIL FIM-DAS-FICHAS OR MED-RC-FILE-ERROR
001500     PERFORM 6000-GRAVA-TRAILER THRU 6000-EXIT
001510     PERFORM 7000-REPORTA-INCOMPLETOS THRU 7000-EXIT
001510     IF NOT MED-RC-FILE-ERROR
001510        PERFORM 6800-REGISTRA-ENTREGAS THRU 6800-EXIT
001510     END-IF
001520     PERFORM 9000-FINALIZE THRU 9000-EXIT
001530     STOP RUN.
001540*----------------------------------------------------------*
002278     END-IF
002290     ADD 1 TO WS-CONT-FICHAS
002300     PERFORM 4000-CONTA-FICHA-TURMA THRU 4000-EXIT
002300     PERFORM 6700-GUARDA-ENTREGA THRU 6700-EXIT
002310     .
002320 2200-EXIT.
002330     EXIT.
002610     MOVE WS-SHD-ALUNO-ID   TO WS-ROS-ALUNO-ID
002620     MOVE ZERO TO WS-ROS-PESO-1 WS-ROS-PESO-2
002630     MOVE ZERO TO WS-ROS-PESO-3 WS-ROS-PESO-4
002635     MOVE WS-SHD-DEPENDENCIA TO WS-ROS-DEPENDENCIA
002640     MOVE WS-ROSTER-LINE TO ROSTER-OUT-REC
002650     WRITE ROSTER-OUT-REC
002660     ADD 1 TO WS-CONT-GERADOS
002716     PERFORM 2350-SOMA-HASH-LINHA THRU 2350-EXIT
002717     PERFORM 2360-SOMA-HASH-SAIDA THRU 2360-EXIT
002720     IF NOT SHD-DEPENDENCIA
002720        PERFORM 4500-CONTA-ALUNO THRU 4500-EXIT
002720     END-IF
002730     .
002740 2300-EXIT.
002750     EXIT.
003410     .
003420 6000-EXIT.
003430     EXIT.
003430*----------------------------------------------------------*
003430* 6700-GUARDA-ENTREGA -- REMEMBER THE SHEET JUST ACCEPTED,  *
003430*     ONCE PER TURMA/MATERIA/MONTH.                         *
003430*----------------------------------------------------------*
003430 6700-GUARDA-ENTREGA.
003430     MOVE 'N' TO WS-ENT-ACHOU
003430     IF WS-ENT-TABLE-QTD > ZERO
003430        SET WS-ENT-IDX TO 1
003430        SEARCH WS-ENT-ENTRY
003430            VARYING WS-ENT-IDX
003430            AT END
003430                CONTINUE
003430            WHEN WS-ENT-TURMA (WS-ENT-IDX) = WS-SHC-TURMA
003430                AND WS-ENT-MATERIA (WS-ENT-IDX) = WS-SHC-MATERIA
003430                AND WS-ENT-MES (WS-ENT-IDX) = WS-SHC-MES
003430                SET ACHOU-ENTREGA-TAB TO TRUE
003430        END-SEARCH
003430     END-IF
003430     IF ACHOU-ENTREGA-TAB
003430        GO TO 6700-EXIT
003430     END-IF
003430     IF WS-ENT-TABLE-QTD >= 500
003430        DISPLAY "TABELA DE ENTREGAS CHEIA (500) -- FICHA "
003430            WS-SHC-TURMA " NAO SERA REGISTRADA"
003430        ADD 1 TO WS-CONT-ENTR-FALHA
003430        GO TO 6700-EXIT
003430     END-IF
003430     ADD 1 TO WS-ENT-TABLE-QTD
003430     SET WS-ENT-IDX TO WS-ENT-TABLE-QTD
003430     MOVE WS-SHC-TURMA   TO WS-ENT-TURMA (WS-ENT-IDX)
003430     MOVE WS-SHC-MATERIA TO WS-ENT-MATERIA (WS-ENT-IDX)
003430     MOVE WS-SHC-MES     TO WS-ENT-MES (WS-ENT-IDX)
003430     .
003430 6700-EXIT.
003430     EXIT.
003430*----------------------------------------------------------*
003430* 6800-REGISTRA-ENTREGAS -- EACH SHEET ACCEPTED GOES        *
003430*     RECEIVED ON ENTRFICH WITH TODAY'S DATE; ONE THE       *
003430*     CONTROL CANNOT PLACE IS LOGGED.                       *
003430*----------------------------------------------------------*
003430 6800-REGISTRA-ENTREGAS.
003430     IF WS-ENT-TABLE-QTD > ZERO
003430        PERFORM 6850-REGISTRA-FICHA THRU 6850-EXIT
003430            VARYING WS-ENT-IDX FROM 1 BY 1
003430            UNTIL WS-ENT-IDX > WS-ENT-TABLE-QTD
003430     END-IF
003430     .
003430 6800-EXIT.
003430     EXIT.
003430 6850-REGISTRA-FICHA.
003430     MOVE 'N'                          TO WS-ENTR-TIPO
003430     MOVE WS-ENT-TURMA (WS-ENT-IDX)    TO WS-ENTR-TURMA
003430     MOVE WS-ENT-MATERIA (WS-ENT-IDX)  TO WS-ENTR-MATERIA
003430     MOVE WS-ENT-MES (WS-ENT-IDX)      TO WS-ENTR-MES
003430     MOVE WS-DATA-HOJE                 TO WS-ENTR-DATA
003430     CALL "ENTREGA_REGISTRA" USING WS-ENTR-PARM
003430     EVALUATE TRUE
003430         WHEN WS-ENTR-REGISTRADA
003430         WHEN WS-ENTR-FORA-HORARIO
003430             GO TO 6850-EXIT
003430         WHEN WS-ENTR-SEM-BIMESTRE
003430             MOVE "MES FORA DE BIMESTRE - FICHA NAO REGISTRADA"
003430                 TO MED-ERROR-TEXT
003430         WHEN WS-ENTR-SEM-MATERIA
003430             MOVE "MATERIA FORA DO MATMAST - FICHA NAO REGISTRADA"
003430                 TO MED-ERROR-TEXT
003430         WHEN OTHER
003430             MOVE "ENTRFICH INDISPONIVEL - FICHA NAO REGISTRADA"
003430                 TO MED-ERROR-TEXT
003430     END-EVALUATE
003430     DISPLAY "FICHA NAO REGISTRADA - TURMA " WS-ENTR-TURMA
003430         " MES " WS-ENTR-MES " MATERIA " WS-ENTR-MATERIA
003430     MOVE "ENTREG" TO MED-ERROR-CODE
003430     SET MED-RC-WARNING TO TRUE
003430     PERFORM 9800-ERROR-LOG THRU 9800-EXIT
003430     ADD 1 TO WS-CONT-ENTR-FALHA
003430     .
003430 6850-EXIT.
003430     EXIT.
003440*----------------------------------------------------------*
003450* 7000-REPORTA-INCOMPLETOS -- EVERY STUDENT GRADED ON       *
003460*     FEWER SHEETS THAN THE TURMA RECEIVED.                 *
003949     MOVE "NOTACONV"      TO MED-TOT-PROGRAMA
003950     PERFORM 9100-GRAVA-TOTAIS THRU 9100-EXIT-TOT
003952     DISPLAY "FICHAS RECUSADAS....: " WS-CONT-FICHAS-REJ
003952     DISPLAY "FICHAS NAO REGISTR..: " WS-CONT-ENTR-FALHA
003960     EVALUATE TRUE
003970         WHEN MED-RC-FILE-ERROR
003980             DISPLAY "ARQUIVO RECUSADO PELO CONTROLE HDR/TRL"
003990             MOVE 12 TO RETURN-CODE
004000         WHEN WS-CONT-INCOMPLETOS > ZERO
004005             OR WS-CONT-FICHAS-REJ > ZERO
004005             OR WS-CONT-ENTR-FALHA > ZERO
004010             MOVE 4 TO RETURN-CODE
004020         WHEN OTHER
004030             CONTINUE
