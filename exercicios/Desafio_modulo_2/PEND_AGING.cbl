000240*               (default 15 days) -- so missing make-up scores
000250*               are chased while there is still time, instead
000260*               of being discovered on the boletim after the
000270*               bimestre closes. Every overdue pendency also
000272*               queues one academic message to the guardian on
000274*               MSGFILA (copybooks MSGQSEL/MSGQFD) for
000276*               MENSAGEM_DESPACHO, once: the pendencies already
000278*               notified are kept on PENDAVIS. Ends with
000280*               condition code 4 when anything is overdue.
000290* Modification History:
000300*   2026-09-03 JA  Initial version.
000300*   2026-10-15 JA  Overdue pendencies chase the guardian too: one
000300*                  message per student/materia/month on the
000300*                  outbound queue MSGFILA, remembered on the new
000300*                  PENDAVIS history so no reminder goes twice.
000300*                  The PENDAGE staff report is unchanged.
000300*   2026-10-15 JA  A MSGFILA that cannot be opened is treated
000300*                  like an unwritable PENDAVIS: no reminder is
000300*                  sent or recorded as sent.
000310* Tectonics: cobc
000320*****************************************************************
000330 IDENTIFICATION DIVISION.
000460         FILE STATUS IS WS-PARM-STATUS.
000470     SELECT AGING-REPORT-FILE ASSIGN TO "PENDAGE"
000480         ORGANIZATION IS LINE SEQUENTIAL.
000480     SELECT PEND-AVISO-FILE ASSIGN TO "PENDAVIS"
000480         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS WS-AVIS-STATUS.
000480     COPY MSGQSEL.
000490 DATA DIVISION.
000500 FILE SECTION.
000510 FD  PEND-FILE.
000680 01  PEND-PARM-REC              PIC 9(03).
000690 FD  AGING-REPORT-FILE.
000700 01  AGING-REPORT-REC           PIC X(110).
000700*----------------------------------------------------------*
000700* PENDAVIS -- ONE LINE PER PENDENCY THE GUARDIAN WAS TOLD   *
000700*     ABOUT, APPENDED ACROSS RUNS.                          *
000700*----------------------------------------------------------*
000700 FD  PEND-AVISO-FILE.
000700 01  MED-PEND-AVISO-REC.
000700     03  MED-PAV-ALUNO-ID       PIC 9(07).
000700     03  MED-PAV-MATERIA        PIC X(30).
000700     03  MED-PAV-MES            PIC 99.
000700     03  MED-PAV-DATA-AVISO     PIC 9(08).
000700     03  MED-PAV-MSG-ID         PIC 9(07).
000700     COPY MSGQFD.
000710 WORKING-STORAGE SECTION.
000720 01  WS-PEND-STATUS             PIC X(02) VALUE SPACES.
000730 01  WS-RESOL-STATUS            PIC X(02) VALUE SPACES.
000740 01  WS-PARM-STATUS             PIC X(02) VALUE SPACES.
000740 01  WS-AVIS-STATUS             PIC X(02) VALUE SPACES.
000740     COPY MSGQREC.
000750 01  WS-SWITCHES.
000760     03  WS-EOF-PEND            PIC X(01) VALUE 'N'.
000770         88  FIM-DO-PEND              VALUE 'S'.
000790         88  FIM-DO-RESOL             VALUE 'S'.
000800     03  WS-PAR-ACHOU           PIC X(01) VALUE 'N'.
000810         88  ACHOU-PAR                VALUE 'S'.
000810     03  WS-EOF-AVISO           PIC X(01) VALUE 'N'.
000810         88  FIM-DO-AVISO             VALUE 'S'.
000810     03  WS-AVISO-ABERTO        PIC X(01) VALUE 'N'.
000810         88  AVISO-ABERTO             VALUE 'S'.
000820 77  WS-TETO-DIAS               PIC 9(03) VALUE 15.
000830 01  WS-DATA-HOJE               PIC 9(08) VALUE ZERO.
000840 01  WS-DIAS-HOJE               PIC 9(09) VALUE ZERO.
000880     03  WS-CONT-PENDENTES      PIC 9(05) COMP VALUE ZERO.
000890     03  WS-CONT-RESOLVIDOS     PIC 9(05) COMP VALUE ZERO.
000900     03  WS-CONT-VENCIDOS       PIC 9(05) COMP VALUE ZERO.
000900     03  WS-CONT-AVISOS         PIC 9(05) COMP VALUE ZERO.
000900     03  WS-CONT-JA-AVISADOS    PIC 9(05) COMP VALUE ZERO.
000910*----------------------------------------------------------*
000920* PENDENCIES, DEDUPED ON STUDENT/MATERIA/MONTH KEEPING THE  *
000930*     EARLIEST REPORTED DATE.                               *
001040         05  WS-PND-MES         PIC 99.
001050         05  WS-PND-DATA        PIC 9(08).
001060         05  WS-PND-RESOLVIDO   PIC X(01).
001060         05  WS-PND-AVISADO     PIC X(01).
001070*----------------------------------------------------------*
001080* AGING LINE                                                *
001090*----------------------------------------------------------*
001190     03  WS-AGE-DATA            PIC 9(08).
001200     03  FILLER                 PIC X(07) VALUE " DIAS: ".
001210     03  WS-AGE-DIAS            PIC ZZZZ9.
001210 01  WS-AVS-DIAS                PIC ZZZZ9.
001220 PROCEDURE DIVISION.
001230 0000-MAIN-PROCEDURE.
001240     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001250     PERFORM 2000-CARREGA-PENDENCIAS THRU 2000-EXIT
001260     PERFORM 4000-APLICA-RESOLUCOES THRU 4000-EXIT
001260     PERFORM 5000-CARREGA-AVISOS THRU 5000-EXIT
001270     PERFORM 6000-IMPRIME-VENCIDAS THRU 6000-EXIT
001280     PERFORM 9000-FINALIZE THRU 9000-EXIT
001290     STOP RUN.
002080     MOVE MED-PND-MES      TO WS-PND-MES (WS-PND-IDX)
002090     MOVE MED-PND-DATA     TO WS-PND-DATA (WS-PND-IDX)
002100     MOVE 'N'              TO WS-PND-RESOLVIDO (WS-PND-IDX)
002100     MOVE 'N'              TO WS-PND-AVISADO (WS-PND-IDX)
002110     .
002120 2100-EXIT.
002130     EXIT.
002550     .
002560 4100-EXIT.
002570     EXIT.
002570*----------------------------------------------------------*
002570* 5000-CARREGA-AVISOS -- THE PENDENCIES PENDAVIS SAYS WERE  *
002570*     ALREADY SENT TO THE GUARDIAN; THE FILE IS THEN        *
002570*     REOPENED FOR THIS RUN'S ADDITIONS, PROVIDED MSGFILA   *
002570*     CAN TAKE THE MESSAGES.                                *
002570*----------------------------------------------------------*
002570 5000-CARREGA-AVISOS.
002570     OPEN INPUT PEND-AVISO-FILE
002570     IF WS-AVIS-STATUS = "00"
002570        PERFORM 5100-LE-AVISO THRU 5100-EXIT
002570            UNTIL FIM-DO-AVISO
002570        CLOSE PEND-AVISO-FILE
002570     END-IF
002570     OPEN EXTEND PEND-AVISO-FILE
002570     IF WS-AVIS-STATUS NOT = "00" AND WS-AVIS-STATUS NOT = "05"
002570        OPEN OUTPUT PEND-AVISO-FILE
002570     END-IF
002570     IF WS-AVIS-STATUS NOT = "00"
002570        DISPLAY "PENDAVIS NAO GRAVAVEL, STATUS: " WS-AVIS-STATUS
002570        DISPLAY "RESPONSAVEIS NAO SERAO AVISADOS"
002570        GO TO 5000-EXIT
002570     END-IF
002570     MOVE "PENDAGIN" TO MED-MSQ-ORIGEM
002570     PERFORM 9510-ABRE-FILA THRU 9510-EXIT-MSG
002570     IF MED-MSQ-ABERTA
002570        SET AVISO-ABERTO TO TRUE
002570     ELSE
002570        CLOSE PEND-AVISO-FILE
002570        DISPLAY "RESPONSAVEIS NAO SERAO AVISADOS"
002570     END-IF
002570     .
002570 5000-EXIT.
002570     EXIT.
002570 5100-LE-AVISO.
002570     READ PEND-AVISO-FILE
002570         AT END
002570             SET FIM-DO-AVISO TO TRUE
002570             GO TO 5100-EXIT
002570     END-READ
002570     IF WS-PND-TABLE-QTD = ZERO
002570        GO TO 5100-EXIT
002570     END-IF
002570     SET WS-PND-IDX TO 1
002570     SEARCH WS-PND-ENTRY
002570         VARYING WS-PND-IDX
002570         AT END
002570             CONTINUE
002570         WHEN WS-PND-ALUNO-ID (WS-PND-IDX) = MED-PAV-ALUNO-ID
002570             AND WS-PND-MATERIA (WS-PND-IDX) = MED-PAV-MATERIA
002570             AND WS-PND-MES (WS-PND-IDX) = MED-PAV-MES
002570             MOVE 'S' TO WS-PND-AVISADO (WS-PND-IDX)
002570     END-SEARCH
002570     .
002570 5100-EXIT.
002570     EXIT.
002580*----------------------------------------------------------*
002590* 6000-IMPRIME-VENCIDAS -- ONE LINE PER UNSETTLED PENDENCY  *
002600*     OLDER THAN THE CEILING.                               *
002880     MOVE WS-DIAS-ABERTO               TO WS-AGE-DIAS
002890     MOVE WS-AGING-LINE TO AGING-REPORT-REC
002900     WRITE AGING-REPORT-REC
002900     IF WS-PND-AVISADO (WS-PND-IDX) = 'S'
002900        ADD 1 TO WS-CONT-JA-AVISADOS
002900     ELSE
002900        IF AVISO-ABERTO
002900           PERFORM 6200-AVISA-RESPONSAVEL THRU 6200-EXIT
002900        END-IF
002900     END-IF
002910     .
002920 6100-EXIT.
002930     EXIT.
002930*----------------------------------------------------------*
002930* 6200-AVISA-RESPONSAVEL -- ONE ACADEMIC MESSAGE PER        *
002930*     OVERDUE PENDENCY; THE HOUSEHOLD AND THE ADDRESS ARE   *
002930*     LEFT TO MENSAGEM_DESPACHO. PENDAVIS REMEMBERS IT.     *
002930*----------------------------------------------------------*
002930 6200-AVISA-RESPONSAVEL.
002930     PERFORM 9520-INICIA-MENSAGEM THRU 9520-EXIT-MSG
002930     SET MED-MSG-ACADEMICA TO TRUE
002930     MOVE WS-PND-ALUNO-ID (WS-PND-IDX) TO MED-MSG-ALUNO-ID
002930     MOVE "NOTA PENDENTE DE SEGUNDA CHAMADA" TO MED-MSG-ASSUNTO
002930     MOVE "PENDENCIA DO MES" TO MED-MSG-REFERENCIA
002930     MOVE WS-PND-MES (WS-PND-IDX) TO MED-MSG-REFERENCIA (18:2)
002930     STRING "ALUNO "           DELIMITED BY SIZE
002930            WS-PND-NOME (WS-PND-IDX)    DELIMITED BY "  "
002930            " SEM NOTA EM "    DELIMITED BY SIZE
002930            WS-PND-MATERIA (WS-PND-IDX) DELIMITED BY "  "
002930            ". PROCURE A COORDENACAO PARA A SEGUNDA CHAMADA."
002930                               DELIMITED BY SIZE
002930         INTO MED-MSG-RESUMO
002930     END-STRING
002930     PERFORM 9540-GRAVA-CABECALHO THRU 9540-EXIT-MSG
002930     STRING "ALUNO.....: "     DELIMITED BY SIZE
002930            WS-PND-ALUNO-ID (WS-PND-IDX) DELIMITED BY SIZE
002930            " "                DELIMITED BY SIZE
002930            WS-PND-NOME (WS-PND-IDX)     DELIMITED BY SIZE
002930         INTO MED-MSQ-TEXTO
002930     END-STRING
002930     PERFORM 9560-GRAVA-LINHA THRU 9560-EXIT-MSG
002930     STRING "TURMA.....: "     DELIMITED BY SIZE
002930            WS-PND-TURMA (WS-PND-IDX)    DELIMITED BY SIZE
002930         INTO MED-MSQ-TEXTO
002930     END-STRING
002930     PERFORM 9560-GRAVA-LINHA THRU 9560-EXIT-MSG
002930     STRING "MATERIA...: "     DELIMITED BY SIZE
002930            WS-PND-MATERIA (WS-PND-IDX)  DELIMITED BY SIZE
002930         INTO MED-MSQ-TEXTO
002930     END-STRING
002930     PERFORM 9560-GRAVA-LINHA THRU 9560-EXIT-MSG
002930     MOVE WS-DIAS-ABERTO TO WS-AVS-DIAS
002930     STRING "PENDENTE..: DESDE " DELIMITED BY SIZE
002930            WS-PND-DATA (WS-PND-IDX)     DELIMITED BY SIZE
002930            " ("               DELIMITED BY SIZE
002930            WS-AVS-DIAS        DELIMITED BY SIZE
002930            " DIAS)"           DELIMITED BY SIZE
002930         INTO MED-MSQ-TEXTO
002930     END-STRING
002930     PERFORM 9560-GRAVA-LINHA THRU 9560-EXIT-MSG
002930     PERFORM 9560-GRAVA-LINHA THRU 9560-EXIT-MSG
002930     MOVE "A AVALIACAO DESTA MATERIA CONTINUA SEM NOTA. PEDIMOS"
002930         TO MED-MSQ-TEXTO
002930     PERFORM 9560-GRAVA-LINHA THRU 9560-EXIT-MSG
002930     MOVE "PROCURAR A COORDENACAO PARA AGENDAR A SEGUNDA CHAMADA"
002930         TO MED-MSQ-TEXTO
002930     PERFORM 9560-GRAVA-LINHA THRU 9560-EXIT-MSG
002930     MOVE "ANTES DO FECHAMENTO DO BIMESTRE." TO MED-MSQ-TEXTO
002930     PERFORM 9560-GRAVA-LINHA THRU 9560-EXIT-MSG
002930     MOVE SPACES TO MED-PEND-AVISO-REC
002930     MOVE WS-PND-ALUNO-ID (WS-PND-IDX) TO MED-PAV-ALUNO-ID
002930     MOVE WS-PND-MATERIA (WS-PND-IDX)  TO MED-PAV-MATERIA
002930     MOVE WS-PND-MES (WS-PND-IDX)      TO MED-PAV-MES
002930     MOVE WS-DATA-HOJE                 TO MED-PAV-DATA-AVISO
002930     MOVE MED-MSQ-ID-ATUAL             TO MED-PAV-MSG-ID
002930     WRITE MED-PEND-AVISO-REC
002930     MOVE 'S' TO WS-PND-AVISADO (WS-PND-IDX)
002930     ADD 1 TO WS-CONT-AVISOS
002930     .
002930 6200-EXIT.
002930     EXIT.
002940*----------------------------------------------------------*
002950* 9000-FINALIZE -- RUN SUMMARY                              *
002960*----------------------------------------------------------*
002970 9000-FINALIZE.
002970     IF AVISO-ABERTO
002970        CLOSE PEND-AVISO-FILE
002970        PERFORM 9590-FECHA-FILA THRU 9590-EXIT-MSG
002970     END-IF
002980     DISPLAY "PENDENCIAS LIDAS....: " WS-CONT-PENDENTES
002990     DISPLAY "DISTINTAS...........: " WS-PND-TABLE-QTD
003000     DISPLAY "JA RESOLVIDAS.......: " WS-CONT-RESOLVIDOS
003010     DISPLAY "VENCIDAS (CHASE!)...: " WS-CONT-VENCIDOS
003010     DISPLAY "RESPONSAVEIS AVISADOS: " WS-CONT-AVISOS
003010     DISPLAY "AVISADOS ANTES......: " WS-CONT-JA-AVISADOS
003020     IF WS-CONT-VENCIDOS > ZERO
003030        MOVE 4 TO RETURN-CODE
003040     END-IF
003050     .
003060 9000-EXIT.
003070     EXIT.
003075*----------------------------------------------------------*
003075* 9510-9590 -- SHARED OUTBOUND-QUEUE PARAGRAPHS (MSGQPARA)  *
003075*----------------------------------------------------------*
003075     COPY MSGQPARA.
003080 END PROGRAM PEND_AGING.
