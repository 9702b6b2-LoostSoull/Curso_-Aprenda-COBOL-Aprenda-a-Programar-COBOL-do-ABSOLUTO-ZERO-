000100*****************************************************************
000110* Program:      CREDITO_DEVOL
000120* Author:       J. ALBUQUERQUE - APPLICATIONS SUPPORT
000130* Installation: ESCOLA - SISTEMA ACADEMICO
000140* Date-Written: 2026-10-15
000150* Date-Compiled:
000160* Purpose:      Refund of student credit. The CREDITO ledger
000170*               (CREDSEL/CREDFD) keeps what a family paid over
000180*               what was due until FATURA_MENSAL uses it on a
000190*               later invoice; when the family asks for the money
000200*               back instead, this run closes the credit out.
000210*               After the operator ID, one request per SYSIN line
000220*               until a blank line or FIM:
000230*                 DEVOLVE <aluno-id> <valor> -- pays back <valor>
000240*                     (99999V99, eight digits) of the student's
000250*                     available credit, or all of it when <valor>
000260*                     is blank; a D movement goes on the ledger,
000270*                     the payment order on CREDPAG for the
000280*                     treasury and a receipt on CREDRCB;
000290*                 SALDO   <aluno-id> -- shows the credit
000300*                     available, nothing is written.
000310*               A refund over the available credit is rejected;
000320*               rejected requests end the run with condition
000330*               code 4.
000340* Modification History:
000350*   2026-10-15 JA  Initial version.
000360* Tectonics: cobc
000370*****************************************************************
000380 IDENTIFICATION DIVISION.
000390 PROGRAM-ID. CREDITO_DEVOL.
000400 ENVIRONMENT DIVISION.
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     COPY STUSEL.
000440     COPY CREDSEL.
000450     SELECT CRED-PAGTO-FILE ASSIGN TO "CREDPAG"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS WS-CPG-STATUS.
000480     SELECT RECIBO-FILE ASSIGN TO "CREDRCB"
000490         ORGANIZATION IS LINE SEQUENTIAL.
000500     COPY OPERSEL.
000510     COPY ACSSEL.
000520     COPY ERRLSEL.
000530 DATA DIVISION.
000540 FILE SECTION.
000550 FD  STUDENT-MASTER-FILE.
000560     COPY STUMAST.
000570     COPY CREDFD.
000580 FD  CRED-PAGTO-FILE.
000590 01  MED-CRED-PAGTO-REC.
000600     03  MED-CPG-ALUNO-ID       PIC 9(07).
000610     03  FILLER                 PIC X(01).
000620     03  MED-CPG-FAVORECIDO     PIC X(30).
000630     03  FILLER                 PIC X(01).
000640     03  MED-CPG-VALOR          PIC 9(05)V99.
000650     03  FILLER                 PIC X(01).
000660     03  MED-CPG-DATA           PIC 9(08).
000670     03  FILLER                 PIC X(01).
000680     03  MED-CPG-OPERADOR       PIC X(08).
000690 FD  RECIBO-FILE.
000700 01  RECIBO-REC                 PIC X(80).
000710 FD  OPER-MASTER-FILE.
000720     COPY OPERMST.
000730     COPY ACSFD.
000740     COPY ERRLFD.
000750 WORKING-STORAGE SECTION.
000760     COPY ERRCODES.
000770 01  WS-OPR-MASTER-STATUS       PIC X(02) VALUE SPACES.
000780     COPY CADREC.
000790     COPY OPERREC.
000800 01  WS-OPERADOR                PIC X(08) VALUE SPACES.
000810 01  WS-STU-MASTER-STATUS       PIC X(02) VALUE SPACES.
000820 01  WS-CRD-STATUS              PIC X(02) VALUE SPACES.
000830 01  WS-CPG-STATUS              PIC X(02) VALUE SPACES.
000840 01  WS-SWITCHES.
000850     03  WS-EOF-PEDIDOS         PIC X(01) VALUE 'N'.
000860         88  FIM-DOS-PEDIDOS          VALUE 'S'.
000870     03  WS-EOF-CREDITO         PIC X(01) VALUE 'N'.
000880         88  FIM-DO-CREDITO           VALUE 'S'.
000890     03  WS-PEDIDO-VALIDO       PIC X(01) VALUE 'S'.
000900         88  PEDIDO-REJEITADO         VALUE 'N'.
000910     03  WS-CRS-ACHOU           PIC X(01) VALUE 'N'.
000920         88  ACHOU-CREDITO            VALUE 'S'.
000930     03  WS-STUMAST-SW          PIC X(01) VALUE 'N'.
000940         88  STUMAST-ABERTO           VALUE 'S'.
000950*----------------------------------------------------------*
000960* SYSIN REQUEST LINE:                                       *
000970*     FUNCAO(8) SP ALUNO-ID(7) SP VALOR(8, 99999V99)        *
000980*----------------------------------------------------------*
000990 01  WS-PARM-LINE.
001000     03  WS-PRM-FUNCAO          PIC X(08).
001010         88  PEDIDO-DEVOLVE           VALUE "DEVOLVE ".
001020         88  PEDIDO-SALDO             VALUE "SALDO   ".
001030         88  PEDIDO-FIM               VALUE "FIM     ".
001040     03  FILLER                 PIC X(01).
001050     03  WS-PRM-ALUNO-ID        PIC X(07).
001060     03  WS-PRM-ALUNO-ID-N REDEFINES WS-PRM-ALUNO-ID
001070                                PIC 9(07).
001080     03  FILLER                 PIC X(01).
001090     03  WS-PRM-VALOR           PIC X(08).
001100     03  WS-PRM-VALOR-N REDEFINES WS-PRM-VALOR
001110                                PIC 9(05)V99.
001120     03  FILLER                 PIC X(55).
001130 01  WS-DATA-HOJE               PIC 9(08) VALUE ZERO.
001140 01  WS-DATA-HOJE-R REDEFINES WS-DATA-HOJE.
001150     03  WS-HOJE-AAAAMM         PIC 9(06).
001160     03  WS-HOJE-DD             PIC 9(02).
001170 01  WS-MOTIVO-REJEICAO         PIC X(30) VALUE SPACES.
001180 01  WS-CRD-ALUNO-W             PIC 9(07) VALUE ZERO.
001190 01  WS-VALOR-DEVOLVER          PIC 9(05)V99 VALUE ZERO.
001200 01  WS-FAVORECIDO              PIC X(30) VALUE SPACES.
001210 01  WS-ALUNO-NOME              PIC X(30) VALUE SPACES.
001220 01  WS-TOTAL-DEVOLVIDO         PIC 9(07)V99 VALUE ZERO.
001230 01  WS-CONTADORES.
001240     03  WS-CONT-PEDIDOS        PIC 9(05) COMP VALUE ZERO.
001250     03  WS-CONT-DEVOLUCOES     PIC 9(05) COMP VALUE ZERO.
001260     03  WS-CONT-CONSULTAS      PIC 9(05) COMP VALUE ZERO.
001270     03  WS-CONT-REJEITADOS     PIC 9(05) COMP VALUE ZERO.
001280*----------------------------------------------------------*
001290* CREDIT AVAILABLE PER STUDENT OFF THE CREDITO LEDGER       *
001300*     (ENTRIES LESS USES AND REFUNDS), KEPT CURRENT AS THE  *
001310*     RUN PAYS CREDIT BACK.                                 *
001320*----------------------------------------------------------*
001330 01  WS-CRS-TABLE-QTD           PIC 9(04) COMP VALUE ZERO.
001340 01  WS-CRS-TABLE.
001350     03  WS-CRS-ENTRY           OCCURS 1 TO 2000 TIMES
001360                                DEPENDING ON WS-CRS-TABLE-QTD
001370                                INDEXED BY WS-CRS-IDX.
001380         05  WS-CRS-ALUNO-ID    PIC 9(07).
001390         05  WS-CRS-SALDO       PIC S9(07)V99.
001400 01  WS-SALDO-ED                PIC -(6)9.99.
001410*----------------------------------------------------------*
001420* REFUND RECEIPT LINES                                      *
001430*----------------------------------------------------------*
001440 01  WS-RCB-TITULO.
001450     03  FILLER                 PIC X(26) VALUE
001460         "ESCOLA - SISTEMA ACADEMICO".
001470     03  FILLER                 PIC X(04) VALUE SPACES.
001480     03  FILLER                 PIC X(31) VALUE
001490         "COMPROVANTE DE DEVOLUCAO DE CRE".
001500     03  FILLER                 PIC X(04) VALUE "DITO".
001510 01  WS-RCB-DADO-LINE.
001520     03  FILLER                 PIC X(02) VALUE SPACES.
001530     03  WS-RCD-ROTULO          PIC X(14).
001540     03  WS-RCD-TEXTO           PIC X(40).
001550 01  WS-RCB-VALOR-ED            PIC ZZZZ9.99.
001560 01  WS-RCB-TRACO               PIC X(68) VALUE ALL "-".
001570 PROCEDURE DIVISION.
001580 0000-MAIN-PROCEDURE.
001590     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001600     PERFORM 2000-PROCESSA-PEDIDO THRU 2000-EXIT
001610         UNTIL FIM-DOS-PEDIDOS
001620     PERFORM 9000-FINALIZE THRU 9000-EXIT
001630     STOP RUN.
001640*----------------------------------------------------------*
001650* 1000-INITIALIZE -- OPERATOR GATE, THE CREDIT BALANCES    *
001660*     OFF THE LEDGER, THEN THE LEDGER AND CREDPAG OPENED   *
001670*     FOR APPEND (CREATED ON THE FIRST RUN). STUMAST ONLY  *
001680*     NAMES THE PAYEE AND MAY BE MISSING.                  *
001690*----------------------------------------------------------*
001700 1000-INITIALIZE.
001710     MOVE "CREDDEVO" TO MED-ERROR-PROGRAM
001720     DISPLAY "IDENTIFICACAO DO OPERADOR: "
001730     ACCEPT WS-OPERADOR
001740     PERFORM 9200-ABRE-OPERMAST THRU 9200-EXIT-OPER
001750     MOVE WS-OPERADOR TO MED-OPR-CHECK-ID
001760     MOVE 'M' TO MED-OPR-FUNC-CHECK
001770     PERFORM 9250-VERIFICA-OPERADOR THRU 9250-EXIT-OPER
001780     PERFORM 9290-FECHA-OPERMAST THRU 9290-EXIT-OPER
001790     IF NOT OPERADOR-AUTORIZADO
001800        DISPLAY "OPERADOR " WS-OPERADOR
001810            " SEM PERMISSAO DE MANUTENCAO"
001820        MOVE ZERO TO MED-OPN-ALUNO-ID
001830        PERFORM 9280-NEGA-ACESSO THRU 9280-EXIT-OPER
001840        MOVE "OPRNEG" TO MED-ERROR-CODE
001850        MOVE "OPERADOR SEM PERMISSAO DE MANUTENCAO" TO
001860            MED-ERROR-TEXT
001870        SET MED-RC-DATA-ERROR TO TRUE
001880        PERFORM 9800-ERROR-LOG THRU 9800-EXIT
001890        MOVE 8 TO RETURN-CODE
001900        STOP RUN
001910     END-IF
001920     ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
001930     PERFORM 1100-CARREGA-CREDITOS THRU 1100-EXIT
001940     OPEN EXTEND CREDITO-FILE
001950     IF WS-CRD-STATUS NOT = "00" AND WS-CRD-STATUS NOT = "05"
001960        OPEN OUTPUT CREDITO-FILE
001970     END-IF
001980     IF WS-CRD-STATUS NOT = "00"
001990        DISPLAY "ERRO NA ABERTURA DO CREDITO: " WS-CRD-STATUS
002000        MOVE "OPNERR" TO MED-ERROR-CODE
002010        MOVE "CREDITO NAO PODE SER ABERTO" TO MED-ERROR-TEXT
002020        SET MED-RC-FILE-ERROR TO TRUE
002030        PERFORM 9800-ERROR-LOG THRU 9800-EXIT
002040        MOVE MED-RETURN-CODE TO RETURN-CODE
002050        STOP RUN
002060     END-IF
002070     OPEN EXTEND CRED-PAGTO-FILE
002080     IF WS-CPG-STATUS NOT = "00" AND WS-CPG-STATUS NOT = "05"
002090        OPEN OUTPUT CRED-PAGTO-FILE
002100     END-IF
002110     OPEN INPUT STUDENT-MASTER-FILE
002120     IF WS-STU-MASTER-STATUS = "00"
002130        SET STUMAST-ABERTO TO TRUE
002140     ELSE
002150        DISPLAY "STUMAST NAO DISPONIVEL, STATUS: "
002160            WS-STU-MASTER-STATUS
002170     END-IF
002180     OPEN OUTPUT RECIBO-FILE
002190     .
002200 1000-EXIT.
002210     EXIT.
002220 1100-CARREGA-CREDITOS.
002230     OPEN INPUT CREDITO-FILE
002240     IF WS-CRD-STATUS NOT = "00"
002250        GO TO 1100-EXIT
002260     END-IF
002270     PERFORM 1150-LE-CREDITO THRU 1150-EXIT
002280         UNTIL FIM-DO-CREDITO
002290     CLOSE CREDITO-FILE
002300     .
002310 1100-EXIT.
002320     EXIT.
002330 1150-LE-CREDITO.
002340     READ CREDITO-FILE
002350         AT END
002360             SET FIM-DO-CREDITO TO TRUE
002370             GO TO 1150-EXIT
002380     END-READ
002390     MOVE MED-CRD-ALUNO-ID TO WS-CRD-ALUNO-W
002400     PERFORM 2900-BUSCA-CREDITO THRU 2900-EXIT
002410     IF NOT ACHOU-CREDITO
002420        IF WS-CRS-TABLE-QTD >= 2000
002430           DISPLAY "TABELA DE CREDITOS CHEIA (2000)"
002440           MOVE 8 TO RETURN-CODE
002450           STOP RUN
002460        END-IF
002470        ADD 1 TO WS-CRS-TABLE-QTD
002480        SET WS-CRS-IDX TO WS-CRS-TABLE-QTD
002490        MOVE MED-CRD-ALUNO-ID TO WS-CRS-ALUNO-ID (WS-CRS-IDX)
002500        MOVE ZERO TO WS-CRS-SALDO (WS-CRS-IDX)
002510     END-IF
002520     IF MED-CRD-ENTRADA
002530        ADD MED-CRD-VALOR TO WS-CRS-SALDO (WS-CRS-IDX)
002540     ELSE
002550        SUBTRACT MED-CRD-VALOR FROM WS-CRS-SALDO (WS-CRS-IDX)
002560     END-IF
002570     .
002580 1150-EXIT.
002590     EXIT.
002600*----------------------------------------------------------*
002610* 2000-PROCESSA-PEDIDO -- ONE SYSIN REQUEST: THE STUDENT   *
002620*     AND ITS CREDIT ARE CHECKED HERE, THE REST BY KIND.   *
002630*----------------------------------------------------------*
002640 2000-PROCESSA-PEDIDO.
002650     MOVE SPACES TO WS-PARM-LINE
002660     ACCEPT WS-PARM-LINE
002670     IF WS-PARM-LINE = SPACES OR PEDIDO-FIM
002680        SET FIM-DOS-PEDIDOS TO TRUE
002690        GO TO 2000-EXIT
002700     END-IF
002710     ADD 1 TO WS-CONT-PEDIDOS
002720     MOVE 'S' TO WS-PEDIDO-VALIDO
002730     MOVE SPACES TO WS-MOTIVO-REJEICAO
002740     PERFORM 2100-VALIDA-ALUNO THRU 2100-EXIT
002750     IF NOT PEDIDO-REJEITADO
002760        EVALUATE TRUE
002770            WHEN PEDIDO-DEVOLVE
002780                PERFORM 3000-DEVOLVE THRU 3000-EXIT
002790            WHEN PEDIDO-SALDO
002800                PERFORM 4000-SALDO THRU 4000-EXIT
002810            WHEN OTHER
002820                SET PEDIDO-REJEITADO TO TRUE
002830                MOVE "FUNCAO INVALIDA" TO WS-MOTIVO-REJEICAO
002840        END-EVALUATE
002850     END-IF
002860     IF PEDIDO-REJEITADO
002870        ADD 1 TO WS-CONT-REJEITADOS
002880        DISPLAY "PEDIDO REJEITADO: " WS-PRM-FUNCAO " "
002890            WS-PRM-ALUNO-ID " " WS-PRM-VALOR
002900            " -- " WS-MOTIVO-REJEICAO
002910     END-IF
002920     .
002930 2000-EXIT.
002940     EXIT.
002950 2100-VALIDA-ALUNO.
002960     IF WS-PRM-ALUNO-ID IS NOT NUMERIC
002970        SET PEDIDO-REJEITADO TO TRUE
002980        MOVE "ALUNO NAO NUMERICO" TO WS-MOTIVO-REJEICAO
002990        GO TO 2100-EXIT
003000     END-IF
003010     MOVE WS-PRM-ALUNO-ID-N TO WS-CRD-ALUNO-W
003020     PERFORM 2900-BUSCA-CREDITO THRU 2900-EXIT
003030     MOVE SPACES TO WS-ALUNO-NOME
003040     MOVE SPACES TO WS-FAVORECIDO
003050     IF STUMAST-ABERTO
003060        MOVE WS-CRD-ALUNO-W TO MED-STU-ID
003070        READ STUDENT-MASTER-FILE
003080            INVALID KEY
003090                CONTINUE
003100            NOT INVALID KEY
003110                MOVE MED-STU-NOME        TO WS-ALUNO-NOME
003120                MOVE MED-STU-RESPONSAVEL TO WS-FAVORECIDO
003130        END-READ
003140     END-IF
003150     IF WS-FAVORECIDO = SPACES
003160        MOVE WS-ALUNO-NOME TO WS-FAVORECIDO
003170     END-IF
003180     .
003190 2100-EXIT.
003200     EXIT.
003210*----------------------------------------------------------*
003220* 2900-BUSCA-CREDITO -- THE BALANCE ENTRY OF WS-CRD-ALUNO-W *
003230*----------------------------------------------------------*
003240 2900-BUSCA-CREDITO.
003250     MOVE 'N' TO WS-CRS-ACHOU
003260     IF WS-CRS-TABLE-QTD > ZERO
003270        SET WS-CRS-IDX TO 1
003280        SEARCH WS-CRS-ENTRY
003290            VARYING WS-CRS-IDX
003300            AT END
003310                CONTINUE
003320            WHEN WS-CRS-ALUNO-ID (WS-CRS-IDX) = WS-CRD-ALUNO-W
003330                SET ACHOU-CREDITO TO TRUE
003340        END-SEARCH
003350     END-IF
003360     .
003370 2900-EXIT.
003380     EXIT.
003390*----------------------------------------------------------*
003400* 3000-DEVOLVE -- PAY BACK PART OR ALL OF THE CREDIT: THE  *
003410*     D MOVEMENT ON THE LEDGER, BOOKED IN TODAY'S MONTH,    *
003420*     THE TREASURY'S PAYMENT ORDER AND THE RECEIPT.         *
003430*----------------------------------------------------------*
003440 3000-DEVOLVE.
003450     IF NOT ACHOU-CREDITO
003460        SET PEDIDO-REJEITADO TO TRUE
003470        MOVE "ALUNO SEM CREDITO" TO WS-MOTIVO-REJEICAO
003480        GO TO 3000-EXIT
003490     END-IF
003500     IF WS-CRS-SALDO (WS-CRS-IDX) NOT > ZERO
003510        SET PEDIDO-REJEITADO TO TRUE
003520        MOVE "ALUNO SEM CREDITO" TO WS-MOTIVO-REJEICAO
003530        GO TO 3000-EXIT
003540     END-IF
003550     IF WS-PRM-VALOR = SPACES
003560        MOVE WS-CRS-SALDO (WS-CRS-IDX) TO WS-VALOR-DEVOLVER
003570     ELSE
003580        IF WS-PRM-VALOR IS NOT NUMERIC
003590           SET PEDIDO-REJEITADO TO TRUE
003600           MOVE "VALOR NAO NUMERICO" TO WS-MOTIVO-REJEICAO
003610           GO TO 3000-EXIT
003620        END-IF
003630        MOVE WS-PRM-VALOR-N TO WS-VALOR-DEVOLVER
003640     END-IF
003650     IF WS-VALOR-DEVOLVER = ZERO
003660        SET PEDIDO-REJEITADO TO TRUE
003670        MOVE "VALOR ZERO" TO WS-MOTIVO-REJEICAO
003680        GO TO 3000-EXIT
003690     END-IF
003700     IF WS-VALOR-DEVOLVER > WS-CRS-SALDO (WS-CRS-IDX)
003710        SET PEDIDO-REJEITADO TO TRUE
003720        MOVE "VALOR ACIMA DO CREDITO" TO WS-MOTIVO-REJEICAO
003730        GO TO 3000-EXIT
003740     END-IF
003750     SUBTRACT WS-VALOR-DEVOLVER FROM WS-CRS-SALDO (WS-CRS-IDX)
003760     MOVE SPACES            TO MED-CREDITO-REC
003770     MOVE WS-CRD-ALUNO-W    TO MED-CRD-ALUNO-ID
003780     MOVE WS-DATA-HOJE      TO MED-CRD-DATA
003790     SET MED-CRD-DEVOLUCAO  TO TRUE
003800     MOVE WS-VALOR-DEVOLVER TO MED-CRD-VALOR
003810     MOVE ZERO              TO MED-CRD-FATURA
003820     MOVE WS-HOJE-AAAAMM    TO MED-CRD-COMPETENCIA
003830     MOVE "CREDDEVO"        TO MED-CRD-ORIGEM
003840     WRITE MED-CREDITO-REC
003850     MOVE SPACES            TO MED-CRED-PAGTO-REC
003860     MOVE WS-CRD-ALUNO-W    TO MED-CPG-ALUNO-ID
003870     MOVE WS-FAVORECIDO     TO MED-CPG-FAVORECIDO
003880     MOVE WS-VALOR-DEVOLVER TO MED-CPG-VALOR
003890     MOVE WS-DATA-HOJE      TO MED-CPG-DATA
003900     MOVE WS-OPERADOR       TO MED-CPG-OPERADOR
003910     WRITE MED-CRED-PAGTO-REC
003920     PERFORM 3100-IMPRIME-RECIBO THRU 3100-EXIT
003930     ADD 1 TO WS-CONT-DEVOLUCOES
003940     ADD WS-VALOR-DEVOLVER TO WS-TOTAL-DEVOLVIDO
003950     .
003960 3000-EXIT.
003970     EXIT.
003980 3100-IMPRIME-RECIBO.
003990     MOVE WS-RCB-TITULO TO RECIBO-REC
004000     WRITE RECIBO-REC
004010     MOVE WS-RCB-TRACO TO RECIBO-REC
004020     WRITE RECIBO-REC
004030     MOVE SPACES TO WS-RCB-DADO-LINE
004040     MOVE "DATA:"         TO WS-RCD-ROTULO
004050     MOVE WS-DATA-HOJE    TO WS-RCD-TEXTO
004060     MOVE WS-RCB-DADO-LINE TO RECIBO-REC
004070     WRITE RECIBO-REC
004080     MOVE SPACES TO WS-RCB-DADO-LINE
004090     MOVE "ALUNO:"        TO WS-RCD-ROTULO
004100     MOVE WS-PRM-ALUNO-ID TO WS-RCD-TEXTO
004110     MOVE WS-RCB-DADO-LINE TO RECIBO-REC
004120     WRITE RECIBO-REC
004130     MOVE SPACES TO WS-RCB-DADO-LINE
004140     MOVE "NOME:"         TO WS-RCD-ROTULO
004150     MOVE WS-ALUNO-NOME   TO WS-RCD-TEXTO
004160     MOVE WS-RCB-DADO-LINE TO RECIBO-REC
004170     WRITE RECIBO-REC
004180     MOVE SPACES TO WS-RCB-DADO-LINE
004190     MOVE "FAVORECIDO:"   TO WS-RCD-ROTULO
004200     MOVE WS-FAVORECIDO   TO WS-RCD-TEXTO
004210     MOVE WS-RCB-DADO-LINE TO RECIBO-REC
004220     WRITE RECIBO-REC
004230     MOVE SPACES TO WS-RCB-DADO-LINE
004240     MOVE "VALOR:"        TO WS-RCD-ROTULO
004250     MOVE WS-VALOR-DEVOLVER TO WS-RCB-VALOR-ED
004260     MOVE WS-RCB-VALOR-ED TO WS-RCD-TEXTO
004270     MOVE WS-RCB-DADO-LINE TO RECIBO-REC
004280     WRITE RECIBO-REC
004290     MOVE SPACES TO WS-RCB-DADO-LINE
004300     MOVE "CREDITO RESTA:" TO WS-RCD-ROTULO
004310     MOVE WS-CRS-SALDO (WS-CRS-IDX) TO WS-RCB-VALOR-ED
004320     MOVE WS-RCB-VALOR-ED TO WS-RCD-TEXTO
004330     MOVE WS-RCB-DADO-LINE TO RECIBO-REC
004340     WRITE RECIBO-REC
004350     MOVE SPACES TO WS-RCB-DADO-LINE
004360     MOVE "OPERADOR:"     TO WS-RCD-ROTULO
004370     MOVE WS-OPERADOR     TO WS-RCD-TEXTO
004380     MOVE WS-RCB-DADO-LINE TO RECIBO-REC
004390     WRITE RECIBO-REC
004400     MOVE WS-RCB-TRACO TO RECIBO-REC
004410     WRITE RECIBO-REC
004420     MOVE SPACES TO RECIBO-REC
004430     WRITE RECIBO-REC
004440     .
004450 3100-EXIT.
004460     EXIT.
004470*----------------------------------------------------------*
004480* 4000-SALDO -- THE CREDIT AVAILABLE, SHOWN ONLY            *
004490*----------------------------------------------------------*
004500 4000-SALDO.
004510     ADD 1 TO WS-CONT-CONSULTAS
004520     IF ACHOU-CREDITO
004530        MOVE WS-CRS-SALDO (WS-CRS-IDX) TO WS-SALDO-ED
004540     ELSE
004550        MOVE ZERO TO WS-SALDO-ED
004560     END-IF
004570     DISPLAY "CREDITO DO ALUNO " WS-PRM-ALUNO-ID " "
004580         WS-ALUNO-NOME ": " WS-SALDO-ED
004590     .
004600 4000-EXIT.
004610     EXIT.
004620*----------------------------------------------------------*
004630* 9000-FINALIZE -- CLOSE THE FILES AND SHOW THE RUN COUNTS  *
004640*----------------------------------------------------------*
004650 9000-FINALIZE.
004660     IF STUMAST-ABERTO
004670        CLOSE STUDENT-MASTER-FILE
004680     END-IF
004690     CLOSE CREDITO-FILE
004700     CLOSE CRED-PAGTO-FILE
004710     CLOSE RECIBO-FILE
004720     DISPLAY "PEDIDOS LIDOS.......: " WS-CONT-PEDIDOS
004730     DISPLAY "DEVOLUCOES..........: " WS-CONT-DEVOLUCOES
004740     DISPLAY "CONSULTAS...........: " WS-CONT-CONSULTAS
004750     DISPLAY "REJEITADOS..........: " WS-CONT-REJEITADOS
004760     DISPLAY "TOTAL DEVOLVIDO.....: " WS-TOTAL-DEVOLVIDO
004770     IF WS-CONT-REJEITADOS > ZERO
004780        MOVE 4 TO RETURN-CODE
004790     END-IF
004800     .
004810 9000-EXIT.
004820     EXIT.
004830*----------------------------------------------------------*
004840* 9800-ERROR-LOG -- SHARED ERROR-LOGGING PARAGRAPH (ERRPARA) *
004850*----------------------------------------------------------*
004860     COPY ERRPARA.
004870*----------------------------------------------------------*
004880* 9200/9250/9280/9290 -- SHARED OPERATOR-AUTHORIZATION      *
004890*     PARAGRAPHS (OPERPARA) AND THE AUDIT-CHAIN PARAGRAPHS  *
004900*     (CADPARA) THE ACCESS-LOG STAMP RIDES ON.              *
004910*----------------------------------------------------------*
004920     COPY CADPARA.
004930     COPY OPERPARA.
004940 END PROGRAM CREDITO_DEVOL.
