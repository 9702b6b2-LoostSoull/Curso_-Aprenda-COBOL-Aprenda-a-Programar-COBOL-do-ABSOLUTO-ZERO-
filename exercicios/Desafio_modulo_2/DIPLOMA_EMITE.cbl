000360*                     number is displayed, or NAO CONSTA.
000370* Modification History:
000380*   2026-09-03 JA  Initial version.
000380*   2026-10-15 JA  A REPROVADO materia the conselho de classe
000380*                  approved for the year (CONSMAST decision A)
000380*                  no longer blocks the certificate, and the
000380*                  certificate prints the APROVADO PELO
000380*                  CONSELHO DE CLASSE annotation with the
000380*                  minutes reference the regulations require.
000380*   2026-10-15 JA  No certificate while the student has any
000380*                  dependencia still ABERTA on DEPMAST (DEPSEL/
000380*                  DEPMST); such a student is listed with the
000380*                  count. A FORMADO student absent from this
000380*                  year's FINALRES whose dependencias are all
000380*                  CONCLUIDA (the final year closed by the
000380*                  retake) is certified.
000390* Tectonics: cobc
000400*****************************************************************
000410 IDENTIFICATION DIVISION.
000440 INPUT-OUTPUT SECTION.
000450 FILE-CONTROL.
000460     COPY STUSEL.
000460     COPY CNSSEL.
000460     COPY DEPSEL.
000470     SELECT FINAL-RESULT-FILE ASSIGN TO "FINALRES"
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS WS-FINALRES-STATUS.
000560 FILE SECTION.
000570 FD  STUDENT-MASTER-FILE.
000580     COPY STUMAST.
000580 FD  CONSELHO-MASTER-FILE.
000580     COPY CNSMST.
000580 FD  DEPEND-MASTER-FILE.
000580     COPY DEPMST.
000590 FD  FINAL-RESULT-FILE.
000600 01  FINAL-RESULT-REC           PIC X(132).
000610 FD  CERT-REG-FILE.
000720 01  WS-STU-MASTER-STATUS       PIC X(02) VALUE SPACES.
000730 01  WS-FINALRES-STATUS         PIC X(02) VALUE SPACES.
000740 01  WS-CERTREG-STATUS          PIC X(02) VALUE SPACES.
000740 01  WS-CNS-MASTER-STATUS       PIC X(02) VALUE SPACES.
000740 01  WS-DEP-MASTER-STATUS       PIC X(02) VALUE SPACES.
000740 01  WS-DEP-QTD-ABERTAS         PIC 9(03) COMP VALUE ZERO.
000740 01  WS-DEP-QTD-CONCLUIDAS      PIC 9(03) COMP VALUE ZERO.
000750 01  WS-SWITCHES.
000760     03  WS-EOF-MASTER          PIC X(01) VALUE 'N'.
000770         88  FIM-DO-MASTER            VALUE 'S'.
000830         88  ACHOU-RESULTADO          VALUE 'S'.
000840     03  WS-CERT-ACHOU          PIC X(01) VALUE 'N'.
000850         88  ACHOU-CERTIFICADO        VALUE 'S'.
000850     03  WS-CONSELHO-ABERTO     PIC X(01) VALUE 'N'.
000850         88  CONSELHO-ABERTO          VALUE 'S'.
000850     03  WS-DEPEND-ABERTO       PIC X(01) VALUE 'N'.
000850         88  DEPEND-ABERTO            VALUE 'S'.
000850     03  WS-EOF-DEPEND          PIC X(01) VALUE 'N'.
000850         88  FIM-DO-DEPEND            VALUE 'S'.
000860*----------------------------------------------------------*
000870* SYSIN REQUEST LINE: FUNCAO(6) SP NUMERO(7)/ASSINANTE(30)  *
000880*----------------------------------------------------------*
000960         05  WS-PRM-NUMERO      PIC 9(07).
000970         05  FILLER             PIC X(23).
000980 01  WS-DATA-HOJE               PIC 9(08) VALUE ZERO.
000980 01  WS-ANO-LETIVO              PIC 9(04) VALUE ZERO.
000990 01  WS-VERIFICACAO             PIC 9(03) VALUE ZERO.
001000 01  WS-SEQ-PARM.
001010     03  WS-SEQ-NOME-P          PIC X(10) VALUE "DIPLOMA".
001040     03  WS-CONT-EMITIDOS       PIC 9(05) COMP VALUE ZERO.
001050     03  WS-CONT-IMPEDIDOS      PIC 9(05) COMP VALUE ZERO.
001060     03  WS-CONT-JA-EMITIDOS    PIC 9(05) COMP VALUE ZERO.
001060     03  WS-CONT-IMPED-DEPEND   PIC 9(05) COMP VALUE ZERO.
001070*----------------------------------------------------------*
001080* YEAR-RESULT COUNTS PER STUDENT OFF FINALRES               *
001090*----------------------------------------------------------*
001150         05  WS-RES-ALUNO-ID    PIC 9(07).
001160         05  WS-RES-QTD-MAT     PIC 9(02).
001170         05  WS-RES-QTD-REPROV  PIC 9(02).
001170         05  WS-RES-QTD-CONSELHO PIC 9(02).
001170         05  WS-RES-ATA         PIC X(15).
001180 01  WS-FIN-ALUNO-X             PIC X(07) VALUE SPACES.
001190 01  WS-FIN-SITUACAO            PIC X(15) VALUE SPACES.
001190 01  WS-FIN-MATERIA             PIC X(30) VALUE SPACES.
001200*----------------------------------------------------------*
001210* STUDENTS ALREADY ON THE REGISTER                          *
001220*----------------------------------------------------------*
001400     03  FILLER                 PIC X(09) VALUE " (ALUNO ".
001410     03  WS-CRT-ALUNO-ID        PIC 9(07).
001420     03  FILLER                 PIC X(01) VALUE ")".
001420 01  WS-CERT-CONSELHO.
001420     03  FILLER                 PIC X(33) VALUE
001420         "APROVADO PELO CONSELHO DE CLASSE ".
001420     03  FILLER                 PIC X(03) VALUE "EM ".
001420     03  WS-CRT-CNS-QTD         PIC Z9.
001420     03  FILLER                 PIC X(19) VALUE
001420         " MATERIA(S) -- ATA ".
001420     03  WS-CRT-CNS-ATA         PIC X(15).
001430 01  WS-CERT-NUMERO-LINHA.
001440     03  FILLER                 PIC X(13) VALUE "CERTIFICADO: ".
001450     03  WS-CRT-NUMERO          PIC 9(07).
002050*----------------------------------------------------------*
002060 2000-EMITE-DIPLOMAS.
002070     PERFORM 2100-CARREGA-RESULTADOS THRU 2100-EXIT
002070     OPEN INPUT DEPEND-MASTER-FILE
002070     EVALUATE WS-DEP-MASTER-STATUS
002070         WHEN "00"
002070             SET DEPEND-ABERTO TO TRUE
002070         WHEN "35"
002070             CONTINUE
002070         WHEN OTHER
002070             DISPLAY "DEPMAST NAO DISPONIVEL, STATUS: "
002070                 WS-DEP-MASTER-STATUS
002070             MOVE 12 TO RETURN-CODE
002070             GO TO 2000-EXIT
002070     END-EVALUATE
002080     OPEN INPUT STUDENT-MASTER-FILE
002090     IF WS-STU-MASTER-STATUS NOT = "00"
002100        DISPLAY "STUMAST NAO DISPONIVEL, STATUS: "
002110            WS-STU-MASTER-STATUS
002120        MOVE 12 TO RETURN-CODE
002120        IF DEPEND-ABERTO
002120           CLOSE DEPEND-MASTER-FILE
002120        END-IF
002130        GO TO 2000-EXIT
002140     END-IF
002150     OPEN OUTPUT DIPLOMA-FILE
002220         UNTIL FIM-DO-MASTER
002230     CLOSE DIPLOMA-FILE
002240     CLOSE STUDENT-MASTER-FILE
002240     IF DEPEND-ABERTO
002240        CLOSE DEPEND-MASTER-FILE
002240     END-IF
002250     DISPLAY "DIPLOMAS EMITIDOS...: " WS-CONT-EMITIDOS
002260     DISPLAY "IMPEDIDOS (ANO).....: " WS-CONT-IMPEDIDOS
002270     DISPLAY "JA EMITIDOS.........: " WS-CONT-JA-EMITIDOS
002270     DISPLAY "  DOS IMPEDIDOS, POR DEPENDENCIA: "
002270         WS-CONT-IMPED-DEPEND
002280     IF WS-CONT-IMPEDIDOS > ZERO
002290        MOVE 4 TO RETURN-CODE
002300     END-IF
002380            "RESULTADO DO ANO"
002390        GO TO 2100-EXIT
002400     END-IF
002402     MOVE WS-DATA-HOJE (1:4) TO WS-ANO-LETIVO
002404     OPEN INPUT CONSELHO-MASTER-FILE
002406     IF WS-CNS-MASTER-STATUS = "00"
002408        SET CONSELHO-ABERTO TO TRUE
002409     END-IF
002410     PERFORM 2200-LE-RESULTADO THRU 2200-EXIT
002420         UNTIL FIM-DO-FINALRES
002430     CLOSE FINAL-RESULT-FILE
002432     IF CONSELHO-ABERTO
002434        CLOSE CONSELHO-MASTER-FILE
002436     END-IF
002440     .
002450 2100-EXIT.
002460     EXIT.
002520     END-READ
002530     MOVE FINAL-RESULT-REC (1:7)    TO WS-FIN-ALUNO-X
002540     MOVE FINAL-RESULT-REC (114:15) TO WS-FIN-SITUACAO
002545     MOVE FINAL-RESULT-REC (51:30)  TO WS-FIN-MATERIA
002550     IF WS-FIN-ALUNO-X IS NOT NUMERIC
002560        GO TO 2200-EXIT
002570     END-IF
002770        MOVE WS-FIN-ALUNO-X TO WS-RES-ALUNO-ID (WS-RES-IDX)
002780        MOVE ZERO TO WS-RES-QTD-MAT (WS-RES-IDX)
002790        MOVE ZERO TO WS-RES-QTD-REPROV (WS-RES-IDX)
002792        MOVE ZERO TO WS-RES-QTD-CONSELHO (WS-RES-IDX)
002794        MOVE SPACES TO WS-RES-ATA (WS-RES-IDX)
002800     END-IF
002810     ADD 1 TO WS-RES-QTD-MAT (WS-RES-IDX)
002820     IF WS-FIN-SITUACAO (1:9) = "REPROVADO"
002830        PERFORM 2250-CONSULTA-CONSELHO THRU 2250-EXIT
002840     END-IF
002850     .
002860 2200-EXIT.
002870     EXIT.
002871*----------------------------------------------------------*
002872* 2250-CONSULTA-CONSELHO -- A REPROVADO MATERIA THE CLASS   *
002873*     COUNCIL APPROVED FOR THE YEAR (CONSMAST DECISION A)   *
002874*     IS COUNTED APART, KEEPING THE MINUTES REFERENCE FOR   *
002875*     THE CERTIFICATE; ANY OTHER IS A REPROVACAO.           *
002876*----------------------------------------------------------*
002877 2250-CONSULTA-CONSELHO.
002878     IF NOT CONSELHO-ABERTO
002879        ADD 1 TO WS-RES-QTD-REPROV (WS-RES-IDX)
002880        GO TO 2250-EXIT
002881     END-IF
002882     MOVE WS-FIN-ALUNO-X TO MED-CNS-ALUNO-ID
002883     MOVE WS-ANO-LETIVO  TO MED-CNS-ANO
002884     MOVE WS-FIN-MATERIA TO MED-CNS-MATERIA
002885     READ CONSELHO-MASTER-FILE
002886         INVALID KEY
002887             MOVE SPACE TO MED-CNS-DECISAO
002888     END-READ
002889     IF MED-CNS-APROVADO-CONSELHO
002890        ADD 1 TO WS-RES-QTD-CONSELHO (WS-RES-IDX)
002891        MOVE MED-CNS-ATA TO WS-RES-ATA (WS-RES-IDX)
002892     ELSE
002893        ADD 1 TO WS-RES-QTD-REPROV (WS-RES-IDX)
002894     END-IF
002895     .
002896 2250-EXIT.
002897     EXIT.
002880*----------------------------------------------------------*
002890* 3000-AVALIA-FORMADO -- A FORMADO STUDENT WITH A CLEAN     *
002900*     YEAR RESULT AND NO PRIOR CERTIFICATE GETS ONE.        *
003130        ADD 1 TO WS-CONT-JA-EMITIDOS
003140        GO TO 3000-EXIT
003150     END-IF
003150     PERFORM 3100-CONFERE-DEPENDENCIAS THRU 3100-EXIT
003150     IF WS-DEP-QTD-ABERTAS > ZERO
003150        ADD 1 TO WS-CONT-IMPEDIDOS
003150        ADD 1 TO WS-CONT-IMPED-DEPEND
003150        DISPLAY "FORMADO COM DEPENDENCIA ABERTA: " MED-STU-ID
003150            " " MED-STU-NOME " (" WS-DEP-QTD-ABERTAS ")"
003150        GO TO 3000-EXIT
003150     END-IF
003160     MOVE 'N' TO WS-RES-ACHOU
003170     IF WS-RES-TABLE-QTD > ZERO
003180        SET WS-RES-IDX TO 1
003250        END-SEARCH
003260     END-IF
003270     IF NOT ACHOU-RESULTADO
003270        AND WS-DEP-QTD-CONCLUIDAS > ZERO
003270        PERFORM 4000-EMITE-UM THRU 4000-EXIT
003270        GO TO 3000-EXIT
003270     END-IF
003270     IF NOT ACHOU-RESULTADO
003280        OR WS-RES-QTD-REPROV (WS-RES-IDX) > ZERO
003290        ADD 1 TO WS-CONT-IMPEDIDOS
003300        DISPLAY "FORMADO SEM ANO APROVADO: " MED-STU-ID
003350     .
003360 3000-EXIT.
003370     EXIT.
003370*----------------------------------------------------------*
003370* 3100-CONFERE-DEPENDENCIAS -- COUNT THE STUDENT'S          *
003370*     DEPENDENCIAS ON DEPMAST, ABERTA AND CONCLUIDA.        *
003370*----------------------------------------------------------*
003370 3100-CONFERE-DEPENDENCIAS.
003370     MOVE ZERO TO WS-DEP-QTD-ABERTAS WS-DEP-QTD-CONCLUIDAS
003370     IF NOT DEPEND-ABERTO
003370        GO TO 3100-EXIT
003370     END-IF
003370     MOVE 'N' TO WS-EOF-DEPEND
003370     MOVE LOW-VALUES TO MED-DEP-CHAVE
003370     MOVE MED-STU-ID TO MED-DEP-ALUNO-ID
003370     MOVE ZERO       TO MED-DEP-ANO-ORIGEM
003370     START DEPEND-MASTER-FILE KEY NOT LESS MED-DEP-CHAVE
003370         INVALID KEY
003370             SET FIM-DO-DEPEND TO TRUE
003370     END-START
003370     PERFORM 3150-LE-DEPENDENCIA THRU 3150-EXIT
003370         UNTIL FIM-DO-DEPEND
003370     .
003370 3100-EXIT.
003370     EXIT.
003370 3150-LE-DEPENDENCIA.
003370     READ DEPEND-MASTER-FILE NEXT RECORD
003370         AT END
003370             SET FIM-DO-DEPEND TO TRUE
003370             GO TO 3150-EXIT
003370     END-READ
003370     IF MED-DEP-ALUNO-ID NOT = MED-STU-ID
003370        SET FIM-DO-DEPEND TO TRUE
003370        GO TO 3150-EXIT
003370     END-IF
003370     IF MED-DEP-ABERTA
003370        ADD 1 TO WS-DEP-QTD-ABERTAS
003370     ELSE
003370        ADD 1 TO WS-DEP-QTD-CONCLUIDAS
003370     END-IF
003370     .
003370 3150-EXIT.
003370     EXIT.
003380*----------------------------------------------------------*
003390* 4000-EMITE-UM -- NUMBER, VERIFICATION CODE, CERTIFICATE   *
003400*     PAGE AND REGISTER RECORD. A YEAR CLOSED BY THE CLASS  *
003402*     COUNCIL PRINTS THE APROVADO PELO CONSELHO ANNOTATION. *
003410*----------------------------------------------------------*
003420 4000-EMITE-UM.
003430     CALL "PROG_SET" USING WS-SEQ-PARM
003510     MOVE MED-STU-ID   TO WS-CRT-ALUNO-ID
003520     MOVE WS-CERT-TEXTO TO DIPLOMA-REC
003530     WRITE DIPLOMA-REC
003532     IF ACHOU-RESULTADO
003532        AND WS-RES-QTD-CONSELHO (WS-RES-IDX) > ZERO
003534        MOVE WS-RES-QTD-CONSELHO (WS-RES-IDX) TO WS-CRT-CNS-QTD
003536        MOVE WS-RES-ATA (WS-RES-IDX) TO WS-CRT-CNS-ATA
003538        MOVE WS-CERT-CONSELHO TO DIPLOMA-REC
003539        WRITE DIPLOMA-REC
003539     END-IF
003540     MOVE WS-SEQ-NEXT-P TO WS-CRT-NUMERO
003550     MOVE WS-VERIFICACAO TO WS-CRT-VERIFICACAO
003560     MOVE WS-DATA-HOJE  TO WS-CRT-DATA
