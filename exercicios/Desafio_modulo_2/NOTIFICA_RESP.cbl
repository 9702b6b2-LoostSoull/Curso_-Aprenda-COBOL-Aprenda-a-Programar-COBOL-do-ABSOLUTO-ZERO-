000130* Installation: ESCOLA - SISTEMA ACADEMICO
000140* Date-Written: 2026-08-22
000150* Purpose:      Guardian notification extract, run after the
000160*               grading step. Reads the student/subject results
000160*               RESUMO_NOTAS built off the TRANSCRIPT of the run
000160*               just finished (RSNSEL/RSNFD, type '4' records)
000160*               and selects every subject
000180*               marked EM RECUPERACAO plus every subject whose
000190*               trend is PIORANDO, looks the student up on the
000200*               indexed STUMAST for the guardian name and
000210*               mailing address now carried there, and queues
000220*               one academic message per guardian/subject/reason
000230*               on MSGFILA (copybooks MSGQSEL/MSGQFD), which
000240*               MENSAGEM_DESPACHO sends by e-mail, SMS or paper
000250*               letter, replacing the manual reading of boletins
000260*               and addressing of envelopes. A student missing
000270*               from STUMAST (or a master without an address
000280*               yet) still gets a message, counted SEM CADASTRO,
000290*               so the letter is not silently skipped.
000300* Modification History:
000310*   2026-08-22 JA  Initial version.
000312*   2026-09-03 JA  Households on the FAMMAST family master get
000316*                  listing every affected child's ID, motive
000317*                  VER BOLETINS. Students outside FAMMAST keep
000318*                  the per-guardian/subject records as before.
000318*   2026-10-15 JA  Every RECUPERACAO / NOTAS CAINDO subject is
000318*                  also appended to the ACPSINAL flag file
000318*                  (ASNSEL/ASNFD), from which ACOMP_MAINT opens
000318*                  the acompanhamento case.
000318*   2026-10-15 JA  The NOTIFREC mail-merge file is replaced by
000318*                  the outbound message queue MSGFILA: one
000318*                  academic message per student (household A)
000318*                  or per FAMMAST family (household F), with the
000318*                  letter text as body lines, dispatched by
000318*                  MENSAGEM_DESPACHO on the CONTMAST channel and
000318*                  consents.
000318*   2026-10-15 JA  Reads the RESNOTAS student/subject results
000318*                  instead of unpacking the TRANSCRIPT.
000318*   2026-10-15 JA  A MSGFILA that cannot be opened ends the run
000318*                  with RC 12 before any notice is counted.
000318*   2026-10-15 JA  The RESNOTAS read returns at once when the
000318*                  end flag is already set (empty file or
000318*                  START not satisfied) instead of looping.
000320* Tectonics: cobc
000330*****************************************************************
000340 IDENTIFICATION DIVISION.
000360 ENVIRONMENT DIVISION.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     COPY RSNSEL.
000400     COPY STUSEL.
000405     COPY FAMSEL.
000405     COPY ASNSEL.
000410     COPY MSGQSEL.
000430 DATA DIVISION.
000440 FILE SECTION.
000450     COPY RSNFD.
000460 FD  STUDENT-MASTER-FILE.
000470     COPY STUMAST.
000472 FD  FAMILIA-MASTER-FILE.
000474     COPY FAMMST.
000474     COPY ASNFD.
000480     COPY MSGQFD.
000500 WORKING-STORAGE SECTION.
000510     COPY MSGQREC.
000520 01  WS-RSN-STATUS              PIC X(02) VALUE SPACES.
000530 01  WS-STU-MASTER-STATUS       PIC X(02) VALUE SPACES.
000535 01  WS-FAM-MASTER-STATUS       PIC X(02) VALUE SPACES.
000535 01  WS-ASN-STATUS              PIC X(02) VALUE SPACES.
000535 01  WS-DATA-HOJE               PIC 9(08) VALUE ZERO.
000540 01  WS-SWITCHES.
000550     03  WS-EOF-RESUMO          PIC X(01) VALUE 'N'.
000550         88  FIM-DO-RESUMO            VALUE 'S'.
000550     03  WS-RSN-ABERTO          PIC X(01) VALUE 'N'.
000550         88  RESUMO-ABERTO            VALUE 'S'.
000590     03  WS-MASTER-ABERTO       PIC X(01) VALUE 'N'.
000600         88  MASTER-ABERTO            VALUE 'S'.
000610     03  WS-MASTER-ACHOU        PIC X(01) VALUE 'N'.
000624         88  FIM-DAS-FAMILIAS         VALUE 'S'.
000626     03  WS-FAM-ACHOU           PIC X(01) VALUE 'N'.
000628         88  ACHOU-FAMILIA            VALUE 'S'.
000640 01  WS-CONTADORES.
000650     03  WS-CONT-NOTIFICACOES   PIC 9(05) COMP VALUE ZERO.
000660     03  WS-CONT-SEM-CADASTRO   PIC 9(05) COMP VALUE ZERO.
000662     03  WS-CONT-AGRUPADAS      PIC 9(05) COMP VALUE ZERO.
000664     03  WS-CONT-CARTAS-FAM     PIC 9(05) COMP VALUE ZERO.
000664     03  WS-CONT-SINAIS         PIC 9(05) COMP VALUE ZERO.
000665*----------------------------------------------------------*
000665* HOUSEHOLDS OFF FAMMAST: HEAD AND ADDRESS PER FAMILY PLUS  *
000665* THE DISTINCT AFFECTED CHILDREN BUFFERED DURING THE RUN,   *
000665 01  WS-MEM-SUB                 PIC 9(02) COMP VALUE ZERO.
000665 01  WS-AFT-SUB                 PIC 9(02) COMP VALUE ZERO.
000665 01  WS-LISTA-SUB               PIC 9(02) COMP VALUE ZERO.
000820 01  WS-NTF-MOTIVO              PIC X(13) VALUE SPACES.
000830 PROCEDURE DIVISION.
000840 0000-MAIN-PROCEDURE.
000850     PERFORM 1000-INITIALIZE THRU 1000-EXIT
000860     PERFORM 2000-PROCESSA-NOTA THRU 2000-EXIT
000860         UNTIL FIM-DO-RESUMO
000880     PERFORM 9000-FINALIZE THRU 9000-EXIT
000890     STOP RUN.
000900*----------------------------------------------------------*
000910* 1000-INITIALIZE -- OPEN THE FILES AND PRIME THE READ      *
000920*----------------------------------------------------------*
000930 1000-INITIALIZE.
000940     MOVE "NOTIFICA" TO MED-MSQ-ORIGEM
000940     PERFORM 9510-ABRE-FILA THRU 9510-EXIT-MSG
000940     IF NOT MED-MSQ-ABERTA
000940        DISPLAY "NENHUMA NOTIFICACAO SERA ENVIADA"
000940        MOVE 12 TO RETURN-CODE
000940        STOP RUN
000940     END-IF
000940     ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
000940     OPEN EXTEND ACOMP-SINAL-FILE
000940     IF WS-ASN-STATUS NOT = "00" AND WS-ASN-STATUS NOT = "05"
000940        OPEN OUTPUT ACOMP-SINAL-FILE
000940     END-IF
000950     OPEN INPUT RESUMO-NOTAS-FILE
000950     IF WS-RSN-STATUS NOT = "00"
000950        DISPLAY "RESNOTAS NAO DISPONIVEL, STATUS: "
000950            WS-RSN-STATUS
000950        SET FIM-DO-RESUMO TO TRUE
000950     ELSE
000950        SET RESUMO-ABERTO TO TRUE
000950        MOVE LOW-VALUES TO MED-RSN-CHAVE
000950        START RESUMO-NOTAS-FILE KEY NOT LESS MED-RSN-CHAVE
000950            INVALID KEY
000950                SET FIM-DO-RESUMO TO TRUE
000950        END-START
000950        PERFORM 3000-LE-RESUMO THRU 3000-EXIT
000950     END-IF
001040     OPEN INPUT STUDENT-MASTER-FILE
001050     IF WS-STU-MASTER-STATUS = "00"
001060        SET MASTER-ABERTO TO TRUE
001130 1000-EXIT.
001140     EXIT.
001150*----------------------------------------------------------*
001160* 2000-PROCESSA-NOTA -- NOTIFY ON THE STUDENT/SUBJECT       *
001160*     RESULT JUST READ IF IT CALLS FOR IT.                  *
001160*----------------------------------------------------------*
001160 2000-PROCESSA-NOTA.
001160     PERFORM 2100-AVALIA-MATERIA THRU 2100-EXIT
001160     PERFORM 3000-LE-RESUMO THRU 3000-EXIT
001240     .
001250 2000-EXIT.
001260     EXIT.
001300*----------------------------------------------------------*
001310 2100-AVALIA-MATERIA.
001320     EVALUATE TRUE
001330         WHEN MED-RSN-EM-RECUP
001340             MOVE "RECUPERACAO" TO WS-NTF-MOTIVO
001350             PERFORM 2200-GRAVA-NOTIFICACAO THRU 2200-EXIT
001350             PERFORM 2500-GRAVA-SINAL THRU 2500-EXIT
001360         WHEN MED-RSN-PIORANDO
001370             MOVE "NOTAS CAINDO" TO WS-NTF-MOTIVO
001380             PERFORM 2200-GRAVA-NOTIFICACAO THRU 2200-EXIT
001380             PERFORM 2500-GRAVA-SINAL THRU 2500-EXIT
001390         WHEN OTHER
001400             CONTINUE
001410     END-EVALUATE
001430 2100-EXIT.
001440     EXIT.
001450*----------------------------------------------------------*
001460* 2200-GRAVA-NOTIFICACAO -- ONE QUEUED MESSAGE PER         *
001470*     GUARDIAN/SUBJECT/REASON, ADDRESSED FROM STUMAST.      *
001480*----------------------------------------------------------*
001490 2200-GRAVA-NOTIFICACAO.
001492     PERFORM 2300-BUSCA-FAMILIA THRU 2300-EXIT
001499     END-IF
001500     MOVE 'N' TO WS-MASTER-ACHOU
001510     IF MASTER-ABERTO
001520        MOVE MED-RSN-ALUNO-ID TO MED-STU-ID
001530        READ STUDENT-MASTER-FILE
001540            INVALID KEY
001550                CONTINUE
001570                SET ACHOU-MASTER TO TRUE
001580        END-READ
001590     END-IF
001595     PERFORM 9520-INICIA-MENSAGEM THRU 9520-EXIT-MSG
001595     SET MED-MSG-ACADEMICA TO TRUE
001595     MOVE 'A' TO MED-MSG-DEST-TIPO
001595     MOVE MED-RSN-ALUNO-ID TO MED-MSG-DEST-ID
001595     MOVE MED-RSN-ALUNO-ID TO MED-MSG-ALUNO-ID
001600     IF ACHOU-MASTER
001610        MOVE MED-STU-RESPONSAVEL TO MED-MSG-RESPONSAVEL
001620        MOVE MED-STU-RUA         TO MED-MSG-RUA
001630        MOVE MED-STU-BAIRRO      TO MED-MSG-BAIRRO
001640        MOVE MED-STU-CIDADE      TO MED-MSG-CIDADE
001650        MOVE MED-STU-CEP         TO MED-MSG-CEP
001660        MOVE MED-STU-UF          TO MED-MSG-UF
001670     ELSE
001710        ADD 1 TO WS-CONT-SEM-CADASTRO
001720     END-IF
001725     MOVE "AVISO DE DESEMPENHO ESCOLAR" TO MED-MSG-ASSUNTO
001725     MOVE WS-NTF-MOTIVO TO MED-MSG-REFERENCIA
001725     STRING "ALUNO "            DELIMITED BY SIZE
001725            MED-RSN-NOME        DELIMITED BY "  "
001725            ": "                DELIMITED BY SIZE
001725            WS-NTF-MOTIVO       DELIMITED BY "  "
001725            " EM "              DELIMITED BY SIZE
001725            MED-RSN-MATERIA     DELIMITED BY "  "
001725            ". PROCURE A COORDENACAO." DELIMITED BY SIZE
001725         INTO MED-MSG-RESUMO
001725     END-STRING
001725     PERFORM 9540-GRAVA-CABECALHO THRU 9540-EXIT-MSG
001730     STRING "ALUNO.....: "      DELIMITED BY SIZE
001730            MED-RSN-ALUNO-ID    DELIMITED BY SIZE
001730            " "                 DELIMITED BY SIZE
001730            MED-RSN-NOME        DELIMITED BY SIZE
001730         INTO MED-MSQ-TEXTO
001730     END-STRING
001730     PERFORM 9560-GRAVA-LINHA THRU 9560-EXIT-MSG
001750     STRING "TURMA.....: "      DELIMITED BY SIZE
001750            MED-RSN-TURMA       DELIMITED BY SIZE
001750         INTO MED-MSQ-TEXTO
001750     END-STRING
001750     PERFORM 9560-GRAVA-LINHA THRU 9560-EXIT-MSG
001760     STRING "MATERIA...: "      DELIMITED BY SIZE
001760            MED-RSN-MATERIA     DELIMITED BY SIZE
001760         INTO MED-MSQ-TEXTO
001760     END-STRING
001760     PERFORM 9560-GRAVA-LINHA THRU 9560-EXIT-MSG
001770     STRING "SITUACAO..: "      DELIMITED BY SIZE
001770            WS-NTF-MOTIVO       DELIMITED BY SIZE
001770         INTO MED-MSQ-TEXTO
001770     END-STRING
001770     PERFORM 9560-GRAVA-LINHA THRU 9560-EXIT-MSG
001780     PERFORM 9560-GRAVA-LINHA THRU 9560-EXIT-MSG
001780     MOVE "PEDIMOS SUA ATENCAO AO DESEMPENHO DO(A) ALUNO(A) NESTA"
001780         TO MED-MSQ-TEXTO
001780     PERFORM 9560-GRAVA-LINHA THRU 9560-EXIT-MSG
001780     MOVE "MATERIA E SEU CONTATO COM A COORDENACAO PEDAGOGICA."
001780         TO MED-MSQ-TEXTO
001780     PERFORM 9560-GRAVA-LINHA THRU 9560-EXIT-MSG
001790     ADD 1 TO WS-CONT-NOTIFICACOES
001800     .
001810 2200-EXIT.
001821            AT END
001821                CONTINUE
001821            WHEN WS-FMM-ALUNO-ID (WS-FMM-IDX) =
001821                 MED-RSN-ALUNO-ID
001821                SET ACHOU-FAMILIA TO TRUE
001821                MOVE WS-FMM-FAM-SUB (WS-FMM-IDX) TO
001821                    WS-FAMT-SUB
001821            UNTIL WS-AFT-SUB >
001821                  WS-FMT-QTD-AFETADOS (WS-FAMT-IDX)
001821               OR WS-FMT-AFETADO (WS-FAMT-IDX WS-AFT-SUB) =
001821                  MED-RSN-ALUNO-ID
001821        IF WS-AFT-SUB NOT >
001821           WS-FMT-QTD-AFETADOS (WS-FAMT-IDX)
001821           GO TO 2400-EXIT
001821     END-IF
001821     IF WS-FMT-QTD-AFETADOS (WS-FAMT-IDX) < 8
001821        ADD 1 TO WS-FMT-QTD-AFETADOS (WS-FAMT-IDX)
001821        MOVE MED-RSN-ALUNO-ID TO WS-FMT-AFETADO
001821            (WS-FAMT-IDX WS-FMT-QTD-AFETADOS (WS-FAMT-IDX))
001821     END-IF
001821     .
001821     .
001821 2450-EXIT.
001821     EXIT.
001821*----------------------------------------------------------*
001821* 2500-GRAVA-SINAL -- THE NOTIFIED SUBJECT ONTO THE ACPSINAL *
001821*     FLAG FILE FOR THE ACOMPANHAMENTO CASE FILE.           *
001821*----------------------------------------------------------*
001821 2500-GRAVA-SINAL.
001821     MOVE SPACES TO MED-ACP-SINAL-REC
001821     MOVE MED-RSN-ALUNO-ID   TO MED-ASN-ALUNO-ID
001821     MOVE 'N'                TO MED-ASN-ORIGEM
001821     MOVE MED-RSN-NOME       TO MED-ASN-NOME
001821     MOVE MED-RSN-TURMA      TO MED-ASN-TURMA
001821     MOVE MED-RSN-MATERIA    TO MED-ASN-MATERIA
001821     MOVE WS-NTF-MOTIVO      TO MED-ASN-MOTIVO
001821     MOVE WS-DATA-HOJE       TO MED-ASN-DATA
001821     WRITE MED-ACP-SINAL-REC
001821     ADD 1 TO WS-CONT-SINAIS
001821     .
001821 2500-EXIT.
001821     EXIT.
001830*----------------------------------------------------------*
001840* 3000-LE-RESUMO -- READ THE NEXT RESNOTAS STUDENT/SUBJECT  *
001840*     RESULT, PASSING OVER THE TOTALS.                      *
001840*----------------------------------------------------------*
001840 3000-LE-RESUMO.
001840     IF FIM-DO-RESUMO
001840        GO TO 3000-EXIT
001840     END-IF
001840     READ RESUMO-NOTAS-FILE NEXT RECORD
001840         AT END
001840             SET FIM-DO-RESUMO TO TRUE
001840             GO TO 3000-EXIT
001840     END-READ
001840     IF NOT MED-RSN-NOTA-MATERIA
001840        GO TO 3000-LE-RESUMO
001840     END-IF
001930     .
001940 3000-EXIT.
001950     EXIT.
001955 1860-EXIT.
001955     EXIT.
001955*----------------------------------------------------------*
001955* 8000-GRAVA-FAMILIAS -- ONE MESSAGE PER HOUSEHOLD WITH     *
001955*     ANY AFFECTED CHILD, ADDRESSED FROM FAMMAST; THE       *
001955*     AFFECTED CHILDREN'S IDS ONE TO A BODY LINE, MOTIVE    *
001955*     VER BOLETINS.                                         *
001955*----------------------------------------------------------*
001955 8000-GRAVA-FAMILIAS.
001955     IF WS-FMT-QTD-AFETADOS (WS-FAMT-IDX) = ZERO
001955        GO TO 8100-EXIT
001955     END-IF
001955     PERFORM 9520-INICIA-MENSAGEM THRU 9520-EXIT-MSG
001955     SET MED-MSG-ACADEMICA TO TRUE
001955     MOVE 'F' TO MED-MSG-DEST-TIPO
001955     MOVE WS-FMT-ID (WS-FAMT-IDX)     TO MED-MSG-DEST-ID
001955     MOVE WS-FMT-AFETADO (WS-FAMT-IDX 1) TO MED-MSG-ALUNO-ID
001955     MOVE WS-FMT-RESP (WS-FAMT-IDX)   TO MED-MSG-RESPONSAVEL
001955     MOVE WS-FMT-RUA (WS-FAMT-IDX)    TO MED-MSG-RUA
001955     MOVE WS-FMT-BAIRRO (WS-FAMT-IDX) TO MED-MSG-BAIRRO
001955     MOVE WS-FMT-CIDADE (WS-FAMT-IDX) TO MED-MSG-CIDADE
001955     MOVE WS-FMT-CEP (WS-FAMT-IDX)    TO MED-MSG-CEP
001955     MOVE WS-FMT-UF (WS-FAMT-IDX)     TO MED-MSG-UF
001955     MOVE "AVISO DE DESEMPENHO ESCOLAR" TO MED-MSG-ASSUNTO
001955     MOVE "VER BOLETINS" TO MED-MSG-REFERENCIA
001955     STRING "ALUNOS DA FAMILIA EM RECUPERACAO OU COM NOTAS EM "
001955            "QUEDA. VEJA OS BOLETINS E PROCURE A COORDENACAO."
001955                               DELIMITED BY SIZE
001955         INTO MED-MSG-RESUMO
001955     END-STRING
001955     PERFORM 9540-GRAVA-CABECALHO THRU 9540-EXIT-MSG
001955     MOVE "OS ALUNOS ABAIXO, DA SUA FAMILIA, TEM MATERIAS EM"
001955         TO MED-MSQ-TEXTO
001955     PERFORM 9560-GRAVA-LINHA THRU 9560-EXIT-MSG
001955     MOVE "RECUPERACAO OU NOTAS EM QUEDA NESTE BIMESTRE:"
001955         TO MED-MSQ-TEXTO
001955     PERFORM 9560-GRAVA-LINHA THRU 9560-EXIT-MSG
001955     PERFORM 8200-LISTA-AFETADO THRU 8200-EXIT
001955         VARYING WS-LISTA-SUB FROM 1 BY 1
001955         UNTIL WS-LISTA-SUB >
001955               WS-FMT-QTD-AFETADOS (WS-FAMT-IDX)
001955     PERFORM 9560-GRAVA-LINHA THRU 9560-EXIT-MSG
001955     MOVE "PEDIMOS QUE VEJA OS BOLETINS E PROCURE A COORDENACAO"
001955         TO MED-MSQ-TEXTO
001955     PERFORM 9560-GRAVA-LINHA THRU 9560-EXIT-MSG
001955     MOVE "PEDAGOGICA." TO MED-MSQ-TEXTO
001955     PERFORM 9560-GRAVA-LINHA THRU 9560-EXIT-MSG
001955     ADD 1 TO WS-CONT-NOTIFICACOES
001955     ADD 1 TO WS-CONT-CARTAS-FAM
001955     .
001955 8100-EXIT.
001955     EXIT.
001955 8200-LISTA-AFETADO.
001955     STRING "    ALUNO "        DELIMITED BY SIZE
001955            WS-FMT-AFETADO (WS-FAMT-IDX WS-LISTA-SUB)
001955                               DELIMITED BY SIZE
001955         INTO MED-MSQ-TEXTO
001955     END-STRING
001955     PERFORM 9560-GRAVA-LINHA THRU 9560-EXIT-MSG
001955     .
001955 8200-EXIT.
001955     EXIT.
001970* 9000-FINALIZE -- CLOSE THE FILES AND SHOW THE RUN COUNTS  *
001980*----------------------------------------------------------*
001990 9000-FINALIZE.
002000     IF RESUMO-ABERTO
002000        CLOSE RESUMO-NOTAS-FILE
002020     END-IF
002030     IF MASTER-ABERTO
002040        CLOSE STUDENT-MASTER-FILE
002050     END-IF
002055     PERFORM 8000-GRAVA-FAMILIAS THRU 8000-EXIT
002060     PERFORM 9590-FECHA-FILA THRU 9590-EXIT-MSG
002060     CLOSE ACOMP-SINAL-FILE
002070     DISPLAY "MENSAGENS NA FILA...: " WS-CONT-NOTIFICACOES
002072     DISPLAY "AGRUPADAS EM FAMILIA: " WS-CONT-AGRUPADAS
002074     DISPLAY "CARTAS DE FAMILIA...: " WS-CONT-CARTAS-FAM
002080     DISPLAY "SEM CADASTRO........: " WS-CONT-SEM-CADASTRO
002080     DISPLAY "SINAIS ACOMPANHAMENTO: " WS-CONT-SINAIS
002090     .
002100 9000-EXIT.
002110     EXIT.
002115*----------------------------------------------------------*
002115* 9510-9590 -- SHARED OUTBOUND-QUEUE PARAGRAPHS (MSGQPARA)  *
002115*----------------------------------------------------------*
002115     COPY MSGQPARA.
002120 END PROGRAM NOTIFICA_RESP.
