000100*****************************************************************
000110* Program:      QUITACAO_ANUAL
000120* Author:       J. ALBUQUERQUE - APPLICATIONS SUPPORT
000130* Installation: ESCOLA - SISTEMA ACADEMICO
000140* Date-Written: 2026-10-15
000150* Date-Compiled:
000160* Purpose:      Annual debt-discharge declaration (declaracao
000170*               anual de quitacao, Lei 12.007/2009) -- until now
000180*               typed by the secretaria every January. SYSIN gives
000190*               the school year (AAAA). Every FATMAST invoice of
000200*               that year (competence AAAAMM) is gathered per
000210*               student, CANCELADA installments of an unwound plan
000220*               aside; households are the FAMMAST families (the
000230*               consolidated invoice rides the first member's ID,
000240*               so it lands on that member), and a student outside
000250*               FAMMAST is a household of one addressed to the
000260*               STUMAST responsavel. A household gets its printed
000270*               declaration (QUITDECL) only when every invoice of
000280*               the year of every member is QUITADA, or
000290*               RENEGOCIADA with every installment of its
000300*               RENEGOCIA plan (PLANMAST, latest record per plan
000310*               wins) QUITADA.
000320*               Each declaration is numbered off PROG_SET's
000330*               QUITACAO sequence and logged on the QUITREG
000340*               issuance register, which a rerun reads first so no
000350*               household is declared twice for the same year.
000360*               Households still owing go on the QUITPEND list,
000370*               one line per invoice that held the declaration
000380*               back and why.
000390* Modification History:
000400*   2026-10-15 JA  Initial version.
000410* Tectonics: cobc
000420*****************************************************************
000430 IDENTIFICATION DIVISION.
000440 PROGRAM-ID. QUITACAO_ANUAL.
000450 ENVIRONMENT DIVISION.
000460 INPUT-OUTPUT SECTION.
000470 FILE-CONTROL.
000480     COPY FATSEL.
000490     COPY FAMSEL.
000500     COPY STUSEL.
000510     COPY ERRLSEL.
000520     SELECT PLAN-MASTER-FILE ASSIGN TO "PLANMAST"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS WS-PLAN-STATUS.
000550     SELECT QUIT-REGISTER-FILE ASSIGN TO "QUITREG"
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS WS-QRG-STATUS.
000580     SELECT QUIT-DECLARACAO-FILE ASSIGN TO "QUITDECL"
000590         ORGANIZATION IS LINE SEQUENTIAL.
000600     SELECT QUIT-PENDENTE-FILE ASSIGN TO "QUITPEND"
000610         ORGANIZATION IS LINE SEQUENTIAL.
000620 DATA DIVISION.
000630 FILE SECTION.
000640 FD  FATURA-MASTER-FILE.
000650     COPY FATMST.
000660 FD  FAMILIA-MASTER-FILE.
000670     COPY FAMMST.
000680 FD  STUDENT-MASTER-FILE.
000690     COPY STUMAST.
000700     COPY ERRLFD.
000710*----------------------------------------------------------*
000720* PLANMAST -- THE RENEGOCIA PAYMENT-PLAN RECORD             *
000730*----------------------------------------------------------*
000740 FD  PLAN-MASTER-FILE.
000750 01  MED-PLAN-MASTER-REC.
000760     03  MED-PLN-ID             PIC 9(07).
000770     03  MED-PLN-ALUNO-ID       PIC 9(07).
000780     03  MED-PLN-DATA           PIC 9(08).
000790     03  MED-PLN-QTD-PARC       PIC 9(03).
000800     03  MED-PLN-STATUS         PIC X(01).
000810         88  MED-PLN-ATIVO            VALUE 'A'.
000820         88  MED-PLN-DESFEITO         VALUE 'D'.
000830     03  MED-PLN-QTD-ORIG       PIC 9(02).
000840     03  MED-PLN-ORIGINAIS.
000850         05  MED-PLN-ORIG       OCCURS 12 TIMES PIC 9(07).
000860     03  MED-PLN-PARCELAS.
000870         05  MED-PLN-PARC       OCCURS 12 TIMES PIC 9(07).
000880*----------------------------------------------------------*
000890* QUITREG -- ONE LINE PER DECLARATION ISSUED: NUMBER, YEAR, *
000900*     HOUSEHOLD KIND (F FAMILY, A STUDENT OUTSIDE FAMMAST)  *
000910*     AND KEY, RESPONSAVEL, INVOICES AND AMOUNT COVERED     *
000920*----------------------------------------------------------*
000930 FD  QUIT-REGISTER-FILE.
000940 01  MED-QUIT-REGISTER-REC.
000950     03  MED-QRG-NUMERO         PIC 9(07).
000960     03  FILLER                 PIC X(01).
000970     03  MED-QRG-ANO            PIC 9(04).
000980     03  FILLER                 PIC X(01).
000990     03  MED-QRG-TIPO           PIC X(01).
001000         88  MED-QRG-FAMILIA          VALUE 'F'.
001010         88  MED-QRG-ALUNO            VALUE 'A'.
001020     03  FILLER                 PIC X(01).
001030     03  MED-QRG-CHAVE          PIC 9(07).
001040     03  FILLER                 PIC X(01).
001050     03  MED-QRG-RESPONSAVEL    PIC X(30).
001060     03  FILLER                 PIC X(01).
001070     03  MED-QRG-QTD-FATURAS    PIC 9(03).
001080     03  FILLER                 PIC X(01).
001090     03  MED-QRG-VALOR-PAGO     PIC 9(07)V99.
001100     03  FILLER                 PIC X(01).
001110     03  MED-QRG-DATA-EMISSAO   PIC 9(08).
001120 FD  QUIT-DECLARACAO-FILE.
001130 01  QUIT-DECLARACAO-REC        PIC X(80).
001140 FD  QUIT-PENDENTE-FILE.
001150 01  QUIT-PENDENTE-REC          PIC X(100).
001160 WORKING-STORAGE SECTION.
001170     COPY ERRCODES.
001180 01  WS-FAT-MASTER-STATUS       PIC X(02) VALUE SPACES.
001190 01  WS-FAM-MASTER-STATUS       PIC X(02) VALUE SPACES.
001200 01  WS-STU-MASTER-STATUS       PIC X(02) VALUE SPACES.
001210 01  WS-PLAN-STATUS             PIC X(02) VALUE SPACES.
001220 01  WS-QRG-STATUS              PIC X(02) VALUE SPACES.
001230 01  WS-SWITCHES.
001240     03  WS-EOF-FATMAST         PIC X(01) VALUE 'N'.
001250         88  FIM-DO-FATMAST           VALUE 'S'.
001260     03  WS-EOF-FAMILIAS        PIC X(01) VALUE 'N'.
001270         88  FIM-DAS-FAMILIAS         VALUE 'S'.
001280     03  WS-EOF-PLANOS          PIC X(01) VALUE 'N'.
001290         88  FIM-DOS-PLANOS           VALUE 'S'.
001300     03  WS-EOF-QUITREG         PIC X(01) VALUE 'N'.
001310         88  FIM-DO-QUITREG           VALUE 'S'.
001320     03  WS-ALU-ACHOU           PIC X(01) VALUE 'N'.
001330         88  ACHOU-ALUNO              VALUE 'S'.
001340     03  WS-PLN-ACHOU           PIC X(01) VALUE 'N'.
001350         88  ACHOU-PLANO              VALUE 'S'.
001360     03  WS-EMI-ACHOU           PIC X(01) VALUE 'N'.
001370         88  JA-EMITIDA               VALUE 'S'.
001380     03  WS-STUMAST-ABERTO      PIC X(01) VALUE 'N'.
001390         88  STUMAST-ABERTO           VALUE 'S'.
001400*----------------------------------------------------------*
001410* SYSIN PARAMETER LINE: THE SCHOOL YEAR (AAAA)              *
001420*----------------------------------------------------------*
001430 01  WS-PARM-LINE.
001440     03  WS-PRM-ANO             PIC X(04).
001450     03  FILLER                 PIC X(76).
001460 01  WS-ANO                     PIC 9(04) VALUE ZERO.
001470 01  WS-DATA-HOJE               PIC 9(08) VALUE ZERO.
001480*----------------------------------------------------------*
001490* THE YEAR'S INVOICES PER STUDENT                           *
001500*----------------------------------------------------------*
001510 01  WS-ALU-TABLE-QTD           PIC 9(04) COMP VALUE ZERO.
001520 01  WS-ALU-TABLE.
001530     03  WS-ALU-ENTRY           OCCURS 1 TO 3000 TIMES
001540                                DEPENDING ON WS-ALU-TABLE-QTD
001550                                INDEXED BY WS-ALU-IDX.
001560         05  WS-ALU-ID          PIC 9(07).
001570         05  WS-ALU-NOME        PIC X(30).
001580         05  WS-ALU-QTD-FATURAS PIC 9(03).
001590         05  WS-ALU-QTD-PENDENTES PIC 9(03).
001600         05  WS-ALU-VALOR-PAGO  PIC 9(07)V99.
001610         05  WS-ALU-USADO       PIC X(01).
001620 01  WS-ALU-SUB                 PIC 9(04) COMP VALUE ZERO.
001630*----------------------------------------------------------*
001640* RENEGOCIADA INVOICES WHOSE PLAN STILL HAS TO BE CHECKED   *
001650*----------------------------------------------------------*
001660 01  WS-REN-TABLE-QTD           PIC 9(04) COMP VALUE ZERO.
001670 01  WS-REN-TABLE.
001680     03  WS-REN-ENTRY           OCCURS 1 TO 2000 TIMES
001690                                DEPENDING ON WS-REN-TABLE-QTD.
001700         05  WS-REN-FATURA      PIC 9(07).
001710         05  WS-REN-COMPETENCIA PIC 9(06).
001720         05  WS-REN-ALU-SUB     PIC 9(04).
001730 01  WS-REN-SUB                 PIC 9(04) COMP VALUE ZERO.
001740*----------------------------------------------------------*
001750* LATEST PLANMAST RECORD PER PLAN ID (LATEST WINS)          *
001760*----------------------------------------------------------*
001770 01  WS-PLN-TABLE-QTD           PIC 9(04) COMP VALUE ZERO.
001780 01  WS-PLN-TABLE.
001790     03  WS-PLN-ENTRY           OCCURS 1 TO 1000 TIMES
001800                                DEPENDING ON WS-PLN-TABLE-QTD
001810                                INDEXED BY WS-PLN-IDX.
001820         05  WS-PLN-ID          PIC 9(07).
001830         05  WS-PLN-STATUS      PIC X(01).
001840         05  WS-PLN-QTD-ORIG    PIC 9(02).
001850         05  WS-PLN-ORIG        OCCURS 12 TIMES PIC 9(07).
001860         05  WS-PLN-QTD-PARC    PIC 9(03).
001870         05  WS-PLN-PARC        OCCURS 12 TIMES PIC 9(07).
001880 01  WS-PLN-SUB                 PIC 9(04) COMP VALUE ZERO.
001890 01  WS-PLN-ESCOLHIDO           PIC 9(04) COMP VALUE ZERO.
001900 01  WS-ORIG-SUB                PIC 9(02) COMP VALUE ZERO.
001910 01  WS-PARC-SUB                PIC 9(03) COMP VALUE ZERO.
001920 01  WS-PARC-ABERTAS            PIC 9(03) COMP VALUE ZERO.
001930 01  WS-VALOR-ABERTO            PIC 9(07)V99 VALUE ZERO.
001940*----------------------------------------------------------*
001950* WHY EACH STUDENT'S DECLARATION IS HELD BACK               *
001960*----------------------------------------------------------*
001970 01  WS-PEN-TABLE-QTD           PIC 9(04) COMP VALUE ZERO.
001980 01  WS-PEN-TABLE.
001990     03  WS-PEN-ENTRY           OCCURS 1 TO 3000 TIMES
002000                                DEPENDING ON WS-PEN-TABLE-QTD.
002010         05  WS-PEN-ALU-SUB     PIC 9(04).
002020         05  WS-PEN-FATURA      PIC 9(07).
002030         05  WS-PEN-COMPETENCIA PIC 9(06).
002040         05  WS-PEN-VALOR       PIC 9(07)V99.
002050         05  WS-PEN-MOTIVO      PIC X(30).
002060 01  WS-PEN-SUB                 PIC 9(04) COMP VALUE ZERO.
002070 01  WS-MOTIVO                  PIC X(30) VALUE SPACES.
002080*----------------------------------------------------------*
002090* HOUSEHOLDS ALREADY DECLARED FOR THE YEAR (OFF QUITREG)    *
002100*----------------------------------------------------------*
002110 01  WS-EMI-TABLE-QTD           PIC 9(04) COMP VALUE ZERO.
002120 01  WS-EMI-TABLE.
002130     03  WS-EMI-ENTRY           OCCURS 1 TO 3000 TIMES
002140                                DEPENDING ON WS-EMI-TABLE-QTD
002150                                INDEXED BY WS-EMI-IDX.
002160         05  WS-EMI-TIPO        PIC X(01).
002170         05  WS-EMI-CHAVE       PIC 9(07).
002180*----------------------------------------------------------*
002190* THE HOUSEHOLD BEING DECIDED: ITS MEMBERS' TABLE SLOTS     *
002200*----------------------------------------------------------*
002210 01  WS-DOMICILIO.
002220     03  WS-DOM-TIPO            PIC X(01).
002230     03  WS-DOM-CHAVE           PIC 9(07).
002240     03  WS-DOM-RESPONSAVEL     PIC X(30).
002250     03  WS-DOM-RUA             PIC X(20).
002260     03  WS-DOM-BAIRRO          PIC X(20).
002270     03  WS-DOM-CIDADE          PIC X(30).
002280     03  WS-DOM-CEP             PIC X(08).
002290     03  WS-DOM-UF              PIC X(02).
002300     03  WS-DOM-QTD-FATURAS     PIC 9(03).
002310     03  WS-DOM-QTD-PENDENTES   PIC 9(03).
002320     03  WS-DOM-VALOR-PAGO      PIC 9(07)V99.
002330     03  WS-DOM-QTD-MEMBROS     PIC 9(02).
002340     03  WS-DOM-MEMBRO          OCCURS 8 TIMES PIC 9(04).
002350 01  WS-MEM-SUB                 PIC 9(02) COMP VALUE ZERO.
002360 01  WS-SEQ-PARM.
002370     03  WS-SEQ-NOME-P          PIC X(10) VALUE SPACES.
002380     03  WS-SEQ-NEXT-P          PIC 9(07) VALUE ZERO.
002390 01  WS-CONTADORES.
002400     03  WS-CONT-FATURAS        PIC 9(05) COMP VALUE ZERO.
002410     03  WS-CONT-EMITIDAS       PIC 9(05) COMP VALUE ZERO.
002420     03  WS-CONT-RETIDAS        PIC 9(05) COMP VALUE ZERO.
002430     03  WS-CONT-JA-EMITIDAS    PIC 9(05) COMP VALUE ZERO.
002440     03  WS-CONT-SEM-FATURAS    PIC 9(05) COMP VALUE ZERO.
002450*----------------------------------------------------------*
002460* DECLARATION LINES                                         *
002470*----------------------------------------------------------*
002480 01  WS-DCL-TRACO               PIC X(78) VALUE ALL "=".
002490 01  WS-DCL-ESCOLA.
002500     03  FILLER                 PIC X(26) VALUE SPACES.
002510     03  FILLER                 PIC X(26) VALUE
002520         "ESCOLA - SISTEMA ACADEMICO".
002530 01  WS-DCL-TITULO.
002540     03  FILLER                 PIC X(45) VALUE
002550         "DECLARACAO ANUAL DE QUITACAO DE DEBITOS - ANO".
002560     03  FILLER                 PIC X(01) VALUE SPACE.
002570     03  WS-DCT-ANO             PIC 9(04).
002580     03  FILLER                 PIC X(10) VALUE "      NO. ".
002590     03  WS-DCT-NUMERO          PIC 9(07).
002600 01  WS-DCL-RESPONSAVEL.
002610     03  FILLER                 PIC X(14) VALUE "RESPONSAVEL:  ".
002620     03  WS-DCR-NOME            PIC X(30).
002630 01  WS-DCL-ENDERECO-1.
002640     03  FILLER                 PIC X(14) VALUE "ENDERECO:     ".
002650     03  WS-DCE-RUA             PIC X(20).
002660     03  FILLER                 PIC X(01) VALUE SPACE.
002670     03  WS-DCE-BAIRRO          PIC X(20).
002680 01  WS-DCL-ENDERECO-2.
002690     03  FILLER                 PIC X(14) VALUE SPACES.
002700     03  WS-DCE-CIDADE          PIC X(30).
002710     03  FILLER                 PIC X(01) VALUE SPACE.
002720     03  WS-DCE-UF              PIC X(02).
002730     03  FILLER                 PIC X(05) VALUE " CEP ".
002740     03  WS-DCE-CEP             PIC X(08).
002750 01  WS-DCL-TEXTO-1.
002760     03  FILLER                 PIC X(42) VALUE
002770         "DECLARAMOS, NOS TERMOS DA LEI 12.007/2009,".
002780     03  FILLER                 PIC X(20) VALUE
002790         " QUE ESTAO QUITADAS".
002800 01  WS-DCL-TEXTO-2.
002810     03  FILLER                 PIC X(48) VALUE
002820         "TODAS AS MENSALIDADES ESCOLARES DO ANO LETIVO DE".
002830     03  FILLER                 PIC X(01) VALUE SPACE.
002840     03  WS-DCX-ANO             PIC 9(04).
002850     03  FILLER                 PIC X(20) VALUE
002860         " DOS ALUNOS ABAIXO:".
002870 01  WS-DCL-ALUNO.
002880     03  FILLER                 PIC X(04) VALUE SPACES.
002890     03  WS-DCA-ID              PIC 9(07).
002900     03  FILLER                 PIC X(02) VALUE SPACES.
002910     03  WS-DCA-NOME            PIC X(30).
002920     03  FILLER                 PIC X(10) VALUE " FATURAS: ".
002930     03  WS-DCA-QTD             PIC ZZ9.
002940     03  FILLER                 PIC X(07) VALUE " PAGO: ".
002950     03  WS-DCA-VALOR           PIC ZZZZZZ9.99.
002960 01  WS-DCL-TEXTO-3.
002970     03  FILLER                 PIC X(40) VALUE
002980         "ESTA DECLARACAO SUBSTITUI, PARA A COMPRO".
002990     03  FILLER                 PIC X(22) VALUE
003000         "VACAO DO PAGAMENTO, OS".
003010 01  WS-DCL-TEXTO-4.
003020     03  FILLER                 PIC X(50) VALUE
003030         "COMPROVANTES DAS MENSALIDADES DO ANO NELA COBERTO.".
003040 01  WS-DCL-EMISSAO.
003050     03  FILLER                 PIC X(11) VALUE "EMITIDA EM ".
003060     03  WS-DCM-DATA            PIC 9(08).
003070 01  WS-DCL-ASSINATURA.
003080     03  FILLER                 PIC X(40) VALUE SPACES.
003090     03  FILLER                 PIC X(30) VALUE ALL "_".
003100 01  WS-DCL-ASSINATURA-ROTULO.
003110     03  FILLER                 PIC X(49) VALUE SPACES.
003120     03  FILLER                 PIC X(10) VALUE "SECRETARIA".
003130*----------------------------------------------------------*
003140* PENDING-LIST LINES                                        *
003150*----------------------------------------------------------*
003160 01  WS-PND-CABEC.
003170     03  WS-PNC-TIPO            PIC X(08).
003180     03  FILLER                 PIC X(01) VALUE SPACE.
003190     03  WS-PNC-CHAVE           PIC 9(07).
003200     03  FILLER                 PIC X(01) VALUE SPACE.
003210     03  WS-PNC-RESPONSAVEL     PIC X(30).
003220     03  FILLER                 PIC X(01) VALUE SPACE.
003230     03  WS-PNC-CONTATO         PIC X(20).
003240     03  FILLER                 PIC X(16) VALUE " -- DECLARACAO ".
003250     03  FILLER                 PIC X(08) VALUE "RETIDA  ".
003260     03  WS-PNC-ANO             PIC 9(04).
003270 01  WS-PND-DETALHE.
003280     03  FILLER                 PIC X(04) VALUE SPACES.
003290     03  FILLER                 PIC X(06) VALUE "ALUNO ".
003300     03  WS-PND-ALUNO-ID        PIC 9(07).
003310     03  FILLER                 PIC X(08) VALUE " FATURA ".
003320     03  WS-PND-FATURA          PIC 9(07).
003330     03  FILLER                 PIC X(06) VALUE " COMP ".
003340     03  WS-PND-COMPETENCIA     PIC 9(06).
003350     03  FILLER                 PIC X(07) VALUE " VALOR ".
003360     03  WS-PND-VALOR           PIC ZZZZZZ9.99.
003370     03  FILLER                 PIC X(01) VALUE SPACE.
003380     03  WS-PND-MOTIVO          PIC X(30).
003390 01  WS-CONTATO                 PIC X(20) VALUE SPACES.
003400 PROCEDURE DIVISION.
003410 0000-MAIN-PROCEDURE.
003420     PERFORM 1000-INITIALIZE THRU 1000-EXIT
003430     PERFORM 2000-LE-FATURAS THRU 2000-EXIT
003440     PERFORM 2500-CONFERE-RENEGOCIADAS THRU 2500-EXIT
003450     PERFORM 3000-DECLARA-FAMILIAS THRU 3000-EXIT
003460     PERFORM 4000-DECLARA-AVULSOS THRU 4000-EXIT
003470     PERFORM 9000-FINALIZE THRU 9000-EXIT
003480     STOP RUN.
003490*----------------------------------------------------------*
003500* 1000-INITIALIZE -- THE YEAR, FATMAST (REQUIRED), THE      *
003510*     PLANS, THE DECLARATIONS ALREADY ISSUED FOR THE YEAR   *
003520*     AND THE OUTPUT FILES.                                 *
003530*----------------------------------------------------------*
003540 1000-INITIALIZE.
003550     MOVE "QUITANUA" TO MED-ERROR-PROGRAM
003560     ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
003570     MOVE SPACES TO WS-PARM-LINE
003580     ACCEPT WS-PARM-LINE
003590     IF WS-PRM-ANO IS NOT NUMERIC
003600        DISPLAY "ANO LETIVO INVALIDO NO SYSIN: " WS-PRM-ANO
003610        MOVE 8 TO RETURN-CODE
003620        STOP RUN
003630     END-IF
003640     MOVE WS-PRM-ANO TO WS-ANO
003650     IF WS-ANO < 2000 OR WS-ANO > WS-DATA-HOJE (1:4)
003660        DISPLAY "ANO LETIVO FORA DE 2000 ATE O ANO CORRENTE: "
003670            WS-ANO
003680        MOVE 8 TO RETURN-CODE
003690        STOP RUN
003700     END-IF
003710     DISPLAY "DECLARACAO DE QUITACAO DO ANO " WS-ANO
003720     OPEN INPUT FATURA-MASTER-FILE
003730     IF WS-FAT-MASTER-STATUS NOT = "00"
003740        DISPLAY "ERRO NA ABERTURA DO FATMAST: "
003750            WS-FAT-MASTER-STATUS
003760        MOVE "OPNERR" TO MED-ERROR-CODE
003770        MOVE "FATMAST NAO PODE SER ABERTO" TO MED-ERROR-TEXT
003780        SET MED-RC-FILE-ERROR TO TRUE
003790        PERFORM 9800-ERROR-LOG THRU 9800-EXIT
003800        MOVE MED-RETURN-CODE TO RETURN-CODE
003810        STOP RUN
003820     END-IF
003830     OPEN INPUT STUDENT-MASTER-FILE
003840     IF WS-STU-MASTER-STATUS = "00"
003850        SET STUMAST-ABERTO TO TRUE
003860     ELSE
003870        DISPLAY "STUMAST INDISPONIVEL -- DECLARACOES AVULSAS "
003880            "COM O NOME DA FATURA"
003890     END-IF
003900     PERFORM 1200-CARREGA-PLANOS THRU 1200-EXIT
003910     PERFORM 1300-CARREGA-EMITIDAS THRU 1300-EXIT
003920     OPEN EXTEND QUIT-REGISTER-FILE
003930     IF WS-QRG-STATUS NOT = "00" AND WS-QRG-STATUS NOT = "05"
003940        OPEN OUTPUT QUIT-REGISTER-FILE
003950     END-IF
003960     OPEN OUTPUT QUIT-DECLARACAO-FILE
003970     OPEN OUTPUT QUIT-PENDENTE-FILE
003980     .
003990 1000-EXIT.
004000     EXIT.
004010*----------------------------------------------------------*
004020* 1200-CARREGA-PLANOS -- PLANMAST INTO THE TABLE, A LATER   *
004030*     RECORD OF A PLAN ID REPLACING THE EARLIER ONE.        *
004040*----------------------------------------------------------*
004050 1200-CARREGA-PLANOS.
004060     OPEN INPUT PLAN-MASTER-FILE
004070     IF WS-PLAN-STATUS NOT = "00"
004080        DISPLAY "PLANMAST AUSENTE -- SEM PLANOS DE RENEGOCIACAO"
004090        GO TO 1200-EXIT
004100     END-IF
004110     PERFORM 1250-LE-PLANO THRU 1250-EXIT
004120         UNTIL FIM-DOS-PLANOS
004130     CLOSE PLAN-MASTER-FILE
004140     .
004150 1200-EXIT.
004160     EXIT.
004170 1250-LE-PLANO.
004180     READ PLAN-MASTER-FILE
004190         AT END
004200             SET FIM-DOS-PLANOS TO TRUE
004210             GO TO 1250-EXIT
004220     END-READ
004230     MOVE 'N' TO WS-PLN-ACHOU
004240     IF WS-PLN-TABLE-QTD > ZERO
004250        SET WS-PLN-IDX TO 1
004260        SEARCH WS-PLN-ENTRY
004270            VARYING WS-PLN-IDX
004280            AT END
004290                CONTINUE
004300            WHEN WS-PLN-ID (WS-PLN-IDX) = MED-PLN-ID
004310                SET ACHOU-PLANO TO TRUE
004320        END-SEARCH
004330     END-IF
004340     IF NOT ACHOU-PLANO
004350        IF WS-PLN-TABLE-QTD >= 1000
004360           DISPLAY "TABELA DE PLANOS CHEIA (1000)"
004370           MOVE 8 TO RETURN-CODE
004380           STOP RUN
004390        END-IF
004400        ADD 1 TO WS-PLN-TABLE-QTD
004410        SET WS-PLN-IDX TO WS-PLN-TABLE-QTD
004420     END-IF
004430     MOVE MED-PLN-ID       TO WS-PLN-ID (WS-PLN-IDX)
004440     MOVE MED-PLN-STATUS   TO WS-PLN-STATUS (WS-PLN-IDX)
004450     MOVE MED-PLN-QTD-ORIG TO WS-PLN-QTD-ORIG (WS-PLN-IDX)
004460     MOVE MED-PLN-QTD-PARC TO WS-PLN-QTD-PARC (WS-PLN-IDX)
004470     PERFORM 1260-COPIA-FATURAS-PLANO THRU 1260-EXIT
004480         VARYING WS-ORIG-SUB FROM 1 BY 1
004490         UNTIL WS-ORIG-SUB > 12
004500     .
004510 1250-EXIT.
004520     EXIT.
004530 1260-COPIA-FATURAS-PLANO.
004540     MOVE MED-PLN-ORIG (WS-ORIG-SUB) TO
004550         WS-PLN-ORIG (WS-PLN-IDX WS-ORIG-SUB)
004560     MOVE MED-PLN-PARC (WS-ORIG-SUB) TO
004570         WS-PLN-PARC (WS-PLN-IDX WS-ORIG-SUB)
004580     .
004590 1260-EXIT.
004600     EXIT.
004610*----------------------------------------------------------*
004620* 1300-CARREGA-EMITIDAS -- THE HOUSEHOLDS QUITREG ALREADY   *
004630*     HOLDS A DECLARATION OF THIS YEAR FOR.                 *
004640*----------------------------------------------------------*
004650 1300-CARREGA-EMITIDAS.
004660     OPEN INPUT QUIT-REGISTER-FILE
004670     IF WS-QRG-STATUS NOT = "00"
004680        GO TO 1300-EXIT
004690     END-IF
004700     PERFORM 1350-LE-EMITIDA THRU 1350-EXIT
004710         UNTIL FIM-DO-QUITREG
004720     CLOSE QUIT-REGISTER-FILE
004730     .
004740 1300-EXIT.
004750     EXIT.
004760 1350-LE-EMITIDA.
004770     READ QUIT-REGISTER-FILE
004780         AT END
004790             SET FIM-DO-QUITREG TO TRUE
004800             GO TO 1350-EXIT
004810     END-READ
004820     IF MED-QRG-ANO NOT = WS-ANO
004830        GO TO 1350-EXIT
004840     END-IF
004850     IF WS-EMI-TABLE-QTD >= 3000
004860        DISPLAY "TABELA DE DECLARACOES EMITIDAS CHEIA (3000)"
004870        MOVE 8 TO RETURN-CODE
004880        STOP RUN
004890     END-IF
004900     ADD 1 TO WS-EMI-TABLE-QTD
004910     MOVE MED-QRG-TIPO  TO WS-EMI-TIPO (WS-EMI-TABLE-QTD)
004920     MOVE MED-QRG-CHAVE TO WS-EMI-CHAVE (WS-EMI-TABLE-QTD)
004930     .
004940 1350-EXIT.
004950     EXIT.
004960*----------------------------------------------------------*
004970* 2000-LE-FATURAS -- EVERY FATMAST INVOICE OF THE YEAR ON   *
004980*     ITS STUDENT: QUITADA ADDS TO THE AMOUNT PAID, ABERTA  *
004990*     HOLDS THE DECLARATION BACK, RENEGOCIADA WAITS FOR     *
005000*     THE PLAN CHECK. CANCELADA INSTALLMENTS ARE NOT OWED   *
005010*     (THEIR ORIGINALS REOPENED) AND ARE LEFT OUT.          *
005020*----------------------------------------------------------*
005030 2000-LE-FATURAS.
005040     MOVE ZERO TO MED-FAT-NUMERO
005050     START FATURA-MASTER-FILE KEY NOT LESS MED-FAT-NUMERO
005060         INVALID KEY
005070             SET FIM-DO-FATMAST TO TRUE
005080     END-START
005090     PERFORM 2100-LE-FATURA THRU 2100-EXIT
005100         UNTIL FIM-DO-FATMAST
005110     .
005120 2000-EXIT.
005130     EXIT.
005140 2100-LE-FATURA.
005150     READ FATURA-MASTER-FILE NEXT RECORD
005160         AT END
005170             SET FIM-DO-FATMAST TO TRUE
005180             GO TO 2100-EXIT
005190     END-READ
005200     IF MED-FAT-COMPETENCIA (1:4) NOT = WS-ANO
005210        OR MED-FAT-CANCELADA
005220        GO TO 2100-EXIT
005230     END-IF
005240     ADD 1 TO WS-CONT-FATURAS
005250     PERFORM 2200-ACHA-ALUNO THRU 2200-EXIT
005260     ADD 1 TO WS-ALU-QTD-FATURAS (WS-ALU-IDX)
005270     EVALUATE TRUE
005280         WHEN MED-FAT-QUITADA
005290             ADD MED-FAT-VALOR-PAGO TO
005300                 WS-ALU-VALOR-PAGO (WS-ALU-IDX)
005310         WHEN MED-FAT-RENEGOCIADA
005320             PERFORM 2300-GUARDA-RENEGOCIADA THRU 2300-EXIT
005330         WHEN OTHER
005340             MOVE "FATURA EM ABERTO" TO WS-MOTIVO
005350             COMPUTE WS-VALOR-ABERTO =
005360                 MED-FAT-VALOR - MED-FAT-VALOR-PAGO
005370                 ON SIZE ERROR
005380                     MOVE MED-FAT-VALOR TO WS-VALOR-ABERTO
005390             END-COMPUTE
005400             SET WS-ALU-SUB TO WS-ALU-IDX
005410             PERFORM 2400-GUARDA-PENDENCIA THRU 2400-EXIT
005420     END-EVALUATE
005430     .
005440 2100-EXIT.
005450     EXIT.
005460 2200-ACHA-ALUNO.
005470     MOVE 'N' TO WS-ALU-ACHOU
005480     IF WS-ALU-TABLE-QTD > ZERO
005490        SET WS-ALU-IDX TO 1
005500        SEARCH WS-ALU-ENTRY
005510            VARYING WS-ALU-IDX
005520            AT END
005530                CONTINUE
005540            WHEN WS-ALU-ID (WS-ALU-IDX) = MED-FAT-ALUNO-ID
005550                SET ACHOU-ALUNO TO TRUE
005560        END-SEARCH
005570     END-IF
005580     IF ACHOU-ALUNO
005590        GO TO 2200-EXIT
005600     END-IF
005610     IF WS-ALU-TABLE-QTD >= 3000
005620        DISPLAY "TABELA DE ALUNOS CHEIA (3000)"
005630        MOVE 8 TO RETURN-CODE
005640        STOP RUN
005650     END-IF
005660     ADD 1 TO WS-ALU-TABLE-QTD
005670     SET WS-ALU-IDX TO WS-ALU-TABLE-QTD
005680     MOVE MED-FAT-ALUNO-ID   TO WS-ALU-ID (WS-ALU-IDX)
005690     MOVE MED-FAT-ALUNO-NOME TO WS-ALU-NOME (WS-ALU-IDX)
005700     MOVE ZERO TO WS-ALU-QTD-FATURAS (WS-ALU-IDX)
005710     MOVE ZERO TO WS-ALU-QTD-PENDENTES (WS-ALU-IDX)
005720     MOVE ZERO TO WS-ALU-VALOR-PAGO (WS-ALU-IDX)
005730     MOVE 'N'  TO WS-ALU-USADO (WS-ALU-IDX)
005740     .
005750 2200-EXIT.
005760     EXIT.
005770 2300-GUARDA-RENEGOCIADA.
005780     IF WS-REN-TABLE-QTD >= 2000
005790        DISPLAY "TABELA DE RENEGOCIADAS CHEIA (2000)"
005800        MOVE 8 TO RETURN-CODE
005810        STOP RUN
005820     END-IF
005830     ADD 1 TO WS-REN-TABLE-QTD
005840     MOVE MED-FAT-NUMERO      TO WS-REN-FATURA (WS-REN-TABLE-QTD)
005850     MOVE MED-FAT-COMPETENCIA TO
005860         WS-REN-COMPETENCIA (WS-REN-TABLE-QTD)
005870     SET WS-REN-ALU-SUB (WS-REN-TABLE-QTD) TO WS-ALU-IDX
005880     .
005890 2300-EXIT.
005900     EXIT.
005910*----------------------------------------------------------*
005920* 2400-GUARDA-PENDENCIA -- ONE REASON AGAINST THE STUDENT   *
005930*     IN WS-ALU-SUB (INVOICE, VALUE AND WS-MOTIVO SET BY    *
005940*     THE CALLER).                                          *
005950*----------------------------------------------------------*
005960 2400-GUARDA-PENDENCIA.
005970     IF WS-PEN-TABLE-QTD >= 3000
005980        DISPLAY "TABELA DE PENDENCIAS CHEIA (3000)"
005990        MOVE 8 TO RETURN-CODE
006000        STOP RUN
006010     END-IF
006020     ADD 1 TO WS-PEN-TABLE-QTD
006030     ADD 1 TO WS-ALU-QTD-PENDENTES (WS-ALU-SUB)
006040     MOVE WS-ALU-SUB          TO WS-PEN-ALU-SUB (WS-PEN-TABLE-QTD)
006050     MOVE MED-FAT-NUMERO      TO WS-PEN-FATURA (WS-PEN-TABLE-QTD)
006060     MOVE MED-FAT-COMPETENCIA TO
006070         WS-PEN-COMPETENCIA (WS-PEN-TABLE-QTD)
006080     MOVE WS-VALOR-ABERTO     TO WS-PEN-VALOR (WS-PEN-TABLE-QTD)
006090     MOVE WS-MOTIVO           TO WS-PEN-MOTIVO (WS-PEN-TABLE-QTD)
006100     .
006110 2400-EXIT.
006120     EXIT.
006130*----------------------------------------------------------*
006140* 2500-CONFERE-RENEGOCIADAS -- A RENEGOCIADA INVOICE ONLY   *
006150*     COUNTS AS PAID WHEN THE PLAN IT WAS ROLLED INTO HAS   *
006160*     EVERY INSTALLMENT QUITADA ON FATMAST.                 *
006170*----------------------------------------------------------*
006180 2500-CONFERE-RENEGOCIADAS.
006190     PERFORM 2550-CONFERE-UMA THRU 2550-EXIT
006200         VARYING WS-REN-SUB FROM 1 BY 1
006210         UNTIL WS-REN-SUB > WS-REN-TABLE-QTD
006220     .
006230 2500-EXIT.
006240     EXIT.
006250 2550-CONFERE-UMA.
006260     MOVE WS-REN-ALU-SUB (WS-REN-SUB) TO WS-ALU-SUB
006270     MOVE WS-REN-FATURA (WS-REN-SUB) TO MED-FAT-NUMERO
006280     MOVE WS-REN-COMPETENCIA (WS-REN-SUB) TO MED-FAT-COMPETENCIA
006290     MOVE ZERO TO WS-PLN-ESCOLHIDO
006300     PERFORM 2560-PROCURA-ORIGINAL THRU 2560-EXIT
006310         VARYING WS-PLN-SUB FROM 1 BY 1
006320         UNTIL WS-PLN-SUB > WS-PLN-TABLE-QTD
006330         AFTER WS-ORIG-SUB FROM 1 BY 1
006340         UNTIL WS-ORIG-SUB > 12
006350     MOVE ZERO TO WS-VALOR-ABERTO
006360     IF WS-PLN-ESCOLHIDO = ZERO
006370        MOVE "RENEGOCIADA SEM PLANO" TO WS-MOTIVO
006380        PERFORM 2400-GUARDA-PENDENCIA THRU 2400-EXIT
006390        GO TO 2550-EXIT
006400     END-IF
006410     IF WS-PLN-STATUS (WS-PLN-ESCOLHIDO) NOT = 'A'
006420        MOVE "PLANO DESFEITO" TO WS-MOTIVO
006430        PERFORM 2400-GUARDA-PENDENCIA THRU 2400-EXIT
006440        GO TO 2550-EXIT
006450     END-IF
006460     MOVE ZERO TO WS-PARC-ABERTAS
006470     PERFORM 2570-CONFERE-PARCELA THRU 2570-EXIT
006480         VARYING WS-PARC-SUB FROM 1 BY 1
006490         UNTIL WS-PARC-SUB > WS-PLN-QTD-PARC (WS-PLN-ESCOLHIDO)
006500     IF WS-PARC-ABERTAS > ZERO
006510        MOVE SPACES TO WS-MOTIVO
006520        STRING "PLANO " WS-PLN-ID (WS-PLN-ESCOLHIDO)
006530            " NAO QUITADO" DELIMITED BY SIZE INTO WS-MOTIVO
006540        MOVE WS-REN-FATURA (WS-REN-SUB) TO MED-FAT-NUMERO
006550        MOVE WS-REN-COMPETENCIA (WS-REN-SUB) TO
006560            MED-FAT-COMPETENCIA
006570        PERFORM 2400-GUARDA-PENDENCIA THRU 2400-EXIT
006580     END-IF
006590     .
006600 2550-EXIT.
006610     EXIT.
006620 2560-PROCURA-ORIGINAL.
006630     IF WS-ORIG-SUB <= WS-PLN-QTD-ORIG (WS-PLN-SUB)
006640        AND WS-PLN-ORIG (WS-PLN-SUB WS-ORIG-SUB) =
006650            WS-REN-FATURA (WS-REN-SUB)
006660        MOVE WS-PLN-SUB TO WS-PLN-ESCOLHIDO
006670     END-IF
006680     .
006690 2560-EXIT.
006700     EXIT.
006710 2570-CONFERE-PARCELA.
006720     MOVE WS-PLN-PARC (WS-PLN-ESCOLHIDO WS-PARC-SUB) TO
006730         MED-FAT-NUMERO
006740     READ FATURA-MASTER-FILE
006750         INVALID KEY
006760             ADD 1 TO WS-PARC-ABERTAS
006770             GO TO 2570-EXIT
006780     END-READ
006790     IF NOT MED-FAT-QUITADA
006800        ADD 1 TO WS-PARC-ABERTAS
006810        COMPUTE WS-VALOR-ABERTO = WS-VALOR-ABERTO
006820            + MED-FAT-VALOR - MED-FAT-VALOR-PAGO
006830            ON SIZE ERROR CONTINUE
006840        END-COMPUTE
006850     END-IF
006860     .
006870 2570-EXIT.
006880     EXIT.
006890*----------------------------------------------------------*
006900* 3000-DECLARA-FAMILIAS -- EACH FAMMAST HOUSEHOLD WITH      *
006910*     INVOICES IN THE YEAR IS DECLARED OR LISTED PENDING.   *
006920*     NO FAMMAST: EVERY STUDENT IS DECLARED ON THEIR OWN.   *
006930*----------------------------------------------------------*
006940 3000-DECLARA-FAMILIAS.
006950     OPEN INPUT FAMILIA-MASTER-FILE
006960     IF WS-FAM-MASTER-STATUS NOT = "00"
006970        DISPLAY "FAMMAST INDISPONIVEL, STATUS: "
006980            WS-FAM-MASTER-STATUS
006990        DISPLAY "DECLARACOES SEM AGRUPAMENTO FAMILIAR"
007000        MOVE 4 TO RETURN-CODE
007010        GO TO 3000-EXIT
007020     END-IF
007030     MOVE ZERO TO MED-FAM-ID
007040     START FAMILIA-MASTER-FILE KEY NOT LESS MED-FAM-ID
007050         INVALID KEY
007060             SET FIM-DAS-FAMILIAS TO TRUE
007070     END-START
007080     PERFORM 3100-LE-FAMILIA THRU 3100-EXIT
007090         UNTIL FIM-DAS-FAMILIAS
007100     CLOSE FAMILIA-MASTER-FILE
007110     .
007120 3000-EXIT.
007130     EXIT.
007140 3100-LE-FAMILIA.
007150     READ FAMILIA-MASTER-FILE NEXT RECORD
007160         AT END
007170             SET FIM-DAS-FAMILIAS TO TRUE
007180             GO TO 3100-EXIT
007190     END-READ
007200     IF MED-FAM-QTD-MEMBROS = ZERO
007210        GO TO 3100-EXIT
007220     END-IF
007230     INITIALIZE WS-DOMICILIO
007240     MOVE 'F'                 TO WS-DOM-TIPO
007250     MOVE MED-FAM-ID          TO WS-DOM-CHAVE
007260     MOVE MED-FAM-RESPONSAVEL TO WS-DOM-RESPONSAVEL
007270     MOVE MED-FAM-RUA         TO WS-DOM-RUA
007280     MOVE MED-FAM-BAIRRO      TO WS-DOM-BAIRRO
007290     MOVE MED-FAM-CIDADE      TO WS-DOM-CIDADE
007300     MOVE MED-FAM-CEP         TO WS-DOM-CEP
007310     MOVE MED-FAM-UF          TO WS-DOM-UF
007320     MOVE MED-FAM-CONTATO     TO WS-CONTATO
007330     PERFORM 3150-MEMBRO-FAMILIA THRU 3150-EXIT
007340         VARYING WS-MEM-SUB FROM 1 BY 1
007350         UNTIL WS-MEM-SUB > MED-FAM-QTD-MEMBROS
007360            OR WS-MEM-SUB > 8
007370     PERFORM 5000-DECIDE-DOMICILIO THRU 5000-EXIT
007380     .
007390 3100-EXIT.
007400     EXIT.
007410 3150-MEMBRO-FAMILIA.
007420     MOVE MED-FAM-MEMBRO (WS-MEM-SUB) TO MED-FAT-ALUNO-ID
007430     MOVE 'N' TO WS-ALU-ACHOU
007440     IF WS-ALU-TABLE-QTD > ZERO
007450        SET WS-ALU-IDX TO 1
007460        SEARCH WS-ALU-ENTRY
007470            VARYING WS-ALU-IDX
007480            AT END
007490                CONTINUE
007500            WHEN WS-ALU-ID (WS-ALU-IDX) = MED-FAT-ALUNO-ID
007510                SET ACHOU-ALUNO TO TRUE
007520        END-SEARCH
007530     END-IF
007540     IF NOT ACHOU-ALUNO
007550        GO TO 3150-EXIT
007560     END-IF
007570     MOVE 'S' TO WS-ALU-USADO (WS-ALU-IDX)
007580     PERFORM 3160-SOMA-MEMBRO THRU 3160-EXIT
007590     .
007600 3150-EXIT.
007610     EXIT.
007620 3160-SOMA-MEMBRO.
007630     ADD 1 TO WS-DOM-QTD-MEMBROS
007640     SET WS-DOM-MEMBRO (WS-DOM-QTD-MEMBROS) TO WS-ALU-IDX
007650     ADD WS-ALU-QTD-FATURAS (WS-ALU-IDX)   TO WS-DOM-QTD-FATURAS
007660     ADD WS-ALU-QTD-PENDENTES (WS-ALU-IDX) TO WS-DOM-QTD-PENDENTES
007670     ADD WS-ALU-VALOR-PAGO (WS-ALU-IDX)    TO WS-DOM-VALOR-PAGO
007680     .
007690 3160-EXIT.
007700     EXIT.
007710*----------------------------------------------------------*
007720* 4000-DECLARA-AVULSOS -- STUDENTS WITH INVOICES IN THE     *
007730*     YEAR WHO BELONG TO NO FAMMAST HOUSEHOLD: EACH IS A    *
007740*     HOUSEHOLD OF ONE, ADDRESSED TO THE STUMAST            *
007750*     RESPONSAVEL.                                          *
007760*----------------------------------------------------------*
007770 4000-DECLARA-AVULSOS.
007780     PERFORM 4100-AVULSO THRU 4100-EXIT
007790         VARYING WS-ALU-SUB FROM 1 BY 1
007800         UNTIL WS-ALU-SUB > WS-ALU-TABLE-QTD
007810     .
007820 4000-EXIT.
007830     EXIT.
007840 4100-AVULSO.
007850     IF WS-ALU-USADO (WS-ALU-SUB) = 'S'
007860        GO TO 4100-EXIT
007870     END-IF
007880     INITIALIZE WS-DOMICILIO
007890     MOVE 'A' TO WS-DOM-TIPO
007900     MOVE WS-ALU-ID (WS-ALU-SUB)   TO WS-DOM-CHAVE
007910     MOVE WS-ALU-NOME (WS-ALU-SUB) TO WS-DOM-RESPONSAVEL
007920     MOVE SPACES TO WS-CONTATO
007930     IF STUMAST-ABERTO
007940        MOVE WS-ALU-ID (WS-ALU-SUB) TO MED-STU-ID
007950        READ STUDENT-MASTER-FILE
007960            INVALID KEY
007970                CONTINUE
007980            NOT INVALID KEY
007990                IF MED-STU-RESPONSAVEL NOT = SPACES
008000                   MOVE MED-STU-RESPONSAVEL TO WS-DOM-RESPONSAVEL
008010                END-IF
008020                MOVE MED-STU-RUA    TO WS-DOM-RUA
008030                MOVE MED-STU-BAIRRO TO WS-DOM-BAIRRO
008040                MOVE MED-STU-CIDADE TO WS-DOM-CIDADE
008050                MOVE MED-STU-CEP    TO WS-DOM-CEP
008060                MOVE MED-STU-UF     TO WS-DOM-UF
008070        END-READ
008080     END-IF
008090     SET WS-ALU-IDX TO WS-ALU-SUB
008100     PERFORM 3160-SOMA-MEMBRO THRU 3160-EXIT
008110     PERFORM 5000-DECIDE-DOMICILIO THRU 5000-EXIT
008120     .
008130 4100-EXIT.
008140     EXIT.
008150*----------------------------------------------------------*
008160* 5000-DECIDE-DOMICILIO -- NOTHING BILLED IN THE YEAR: NO   *
008170*     DECLARATION; ANYTHING OWED: THE PENDING LIST; ALREADY *
008180*     ON QUITREG: SKIPPED; OTHERWISE NUMBERED, PRINTED AND  *
008190*     REGISTERED.                                           *
008200*----------------------------------------------------------*
008210 5000-DECIDE-DOMICILIO.
008220     IF WS-DOM-QTD-FATURAS = ZERO
008230        ADD 1 TO WS-CONT-SEM-FATURAS
008240        GO TO 5000-EXIT
008250     END-IF
008260     IF WS-DOM-QTD-PENDENTES > ZERO
008270        PERFORM 6000-LISTA-PENDENTE THRU 6000-EXIT
008280        GO TO 5000-EXIT
008290     END-IF
008300     MOVE 'N' TO WS-EMI-ACHOU
008310     IF WS-EMI-TABLE-QTD > ZERO
008320        SET WS-EMI-IDX TO 1
008330        SEARCH WS-EMI-ENTRY
008340            VARYING WS-EMI-IDX
008350            AT END
008360                CONTINUE
008370            WHEN WS-EMI-TIPO (WS-EMI-IDX) = WS-DOM-TIPO
008380             AND WS-EMI-CHAVE (WS-EMI-IDX) = WS-DOM-CHAVE
008390                SET JA-EMITIDA TO TRUE
008400        END-SEARCH
008410     END-IF
008420     IF JA-EMITIDA
008430        ADD 1 TO WS-CONT-JA-EMITIDAS
008440        GO TO 5000-EXIT
008450     END-IF
008460     MOVE "QUITACAO" TO WS-SEQ-NOME-P
008470     CALL "PROG_SET" USING WS-SEQ-PARM
008480     PERFORM 7000-IMPRIME-DECLARACAO THRU 7000-EXIT
008490     MOVE SPACES TO MED-QUIT-REGISTER-REC
008500     MOVE WS-SEQ-NEXT-P      TO MED-QRG-NUMERO
008510     MOVE WS-ANO             TO MED-QRG-ANO
008520     MOVE WS-DOM-TIPO        TO MED-QRG-TIPO
008530     MOVE WS-DOM-CHAVE       TO MED-QRG-CHAVE
008540     MOVE WS-DOM-RESPONSAVEL TO MED-QRG-RESPONSAVEL
008550     MOVE WS-DOM-QTD-FATURAS TO MED-QRG-QTD-FATURAS
008560     MOVE WS-DOM-VALOR-PAGO  TO MED-QRG-VALOR-PAGO
008570     MOVE WS-DATA-HOJE       TO MED-QRG-DATA-EMISSAO
008580     WRITE MED-QUIT-REGISTER-REC
008590     ADD 1 TO WS-CONT-EMITIDAS
008600     .
008610 5000-EXIT.
008620     EXIT.
008630*----------------------------------------------------------*
008640* 6000-LISTA-PENDENTE -- THE HOUSEHOLD HEADER AND ONE LINE  *
008650*     PER INVOICE THAT HELD ITS DECLARATION BACK.           *
008660*----------------------------------------------------------*
008670 6000-LISTA-PENDENTE.
008680     ADD 1 TO WS-CONT-RETIDAS
008690     MOVE SPACES TO WS-PND-CABEC
008700     IF WS-DOM-TIPO = 'F'
008710        MOVE "FAMILIA " TO WS-PNC-TIPO
008720     ELSE
008730        MOVE "ALUNO   " TO WS-PNC-TIPO
008740     END-IF
008750     MOVE WS-DOM-CHAVE       TO WS-PNC-CHAVE
008760     MOVE WS-DOM-RESPONSAVEL TO WS-PNC-RESPONSAVEL
008770     MOVE WS-CONTATO         TO WS-PNC-CONTATO
008780     MOVE WS-ANO             TO WS-PNC-ANO
008790     MOVE WS-PND-CABEC TO QUIT-PENDENTE-REC
008800     WRITE QUIT-PENDENTE-REC
008810     PERFORM 6100-PENDENCIAS-MEMBRO THRU 6100-EXIT
008820         VARYING WS-MEM-SUB FROM 1 BY 1
008830         UNTIL WS-MEM-SUB > WS-DOM-QTD-MEMBROS
008840     .
008850 6000-EXIT.
008860     EXIT.
008870 6100-PENDENCIAS-MEMBRO.
008880     PERFORM 6150-PENDENCIA THRU 6150-EXIT
008890         VARYING WS-PEN-SUB FROM 1 BY 1
008900         UNTIL WS-PEN-SUB > WS-PEN-TABLE-QTD
008910     .
008920 6100-EXIT.
008930     EXIT.
008940 6150-PENDENCIA.
008950     IF WS-PEN-ALU-SUB (WS-PEN-SUB) NOT =
008960        WS-DOM-MEMBRO (WS-MEM-SUB)
008970        GO TO 6150-EXIT
008980     END-IF
008990     MOVE WS-PEN-ALU-SUB (WS-PEN-SUB) TO WS-ALU-SUB
009000     MOVE WS-ALU-ID (WS-ALU-SUB)           TO WS-PND-ALUNO-ID
009010     MOVE WS-PEN-FATURA (WS-PEN-SUB)       TO WS-PND-FATURA
009020     MOVE WS-PEN-COMPETENCIA (WS-PEN-SUB)  TO WS-PND-COMPETENCIA
009030     MOVE WS-PEN-VALOR (WS-PEN-SUB)        TO WS-PND-VALOR
009040     MOVE WS-PEN-MOTIVO (WS-PEN-SUB)       TO WS-PND-MOTIVO
009050     MOVE WS-PND-DETALHE TO QUIT-PENDENTE-REC
009060     WRITE QUIT-PENDENTE-REC
009070     .
009080 6150-EXIT.
009090     EXIT.
009100*----------------------------------------------------------*
009110* 7000-IMPRIME-DECLARACAO -- THE PRINTED DECLARATION        *
009120*----------------------------------------------------------*
009130 7000-IMPRIME-DECLARACAO.
009140     MOVE WS-DCL-TRACO TO QUIT-DECLARACAO-REC
009150     WRITE QUIT-DECLARACAO-REC
009160     MOVE WS-DCL-ESCOLA TO QUIT-DECLARACAO-REC
009170     WRITE QUIT-DECLARACAO-REC
009180     MOVE WS-ANO        TO WS-DCT-ANO
009190     MOVE WS-SEQ-NEXT-P TO WS-DCT-NUMERO
009200     MOVE WS-DCL-TITULO TO QUIT-DECLARACAO-REC
009210     WRITE QUIT-DECLARACAO-REC
009220     MOVE WS-DCL-TRACO TO QUIT-DECLARACAO-REC
009230     WRITE QUIT-DECLARACAO-REC
009240     MOVE WS-DOM-RESPONSAVEL TO WS-DCR-NOME
009250     MOVE WS-DCL-RESPONSAVEL TO QUIT-DECLARACAO-REC
009260     WRITE QUIT-DECLARACAO-REC
009270     MOVE WS-DOM-RUA    TO WS-DCE-RUA
009280     MOVE WS-DOM-BAIRRO TO WS-DCE-BAIRRO
009290     MOVE WS-DCL-ENDERECO-1 TO QUIT-DECLARACAO-REC
009300     WRITE QUIT-DECLARACAO-REC
009310     MOVE WS-DOM-CIDADE TO WS-DCE-CIDADE
009320     MOVE WS-DOM-UF     TO WS-DCE-UF
009330     MOVE WS-DOM-CEP    TO WS-DCE-CEP
009340     MOVE WS-DCL-ENDERECO-2 TO QUIT-DECLARACAO-REC
009350     WRITE QUIT-DECLARACAO-REC
009360     MOVE SPACES TO QUIT-DECLARACAO-REC
009370     WRITE QUIT-DECLARACAO-REC
009380     MOVE WS-DCL-TEXTO-1 TO QUIT-DECLARACAO-REC
009390     WRITE QUIT-DECLARACAO-REC
009400     MOVE WS-ANO TO WS-DCX-ANO
009410     MOVE WS-DCL-TEXTO-2 TO QUIT-DECLARACAO-REC
009420     WRITE QUIT-DECLARACAO-REC
009430     MOVE SPACES TO QUIT-DECLARACAO-REC
009440     WRITE QUIT-DECLARACAO-REC
009450     PERFORM 7100-LINHA-ALUNO THRU 7100-EXIT
009460         VARYING WS-MEM-SUB FROM 1 BY 1
009470         UNTIL WS-MEM-SUB > WS-DOM-QTD-MEMBROS
009480     MOVE SPACES TO QUIT-DECLARACAO-REC
009490     WRITE QUIT-DECLARACAO-REC
009500     MOVE WS-DCL-TEXTO-3 TO QUIT-DECLARACAO-REC
009510     WRITE QUIT-DECLARACAO-REC
009520     MOVE WS-DCL-TEXTO-4 TO QUIT-DECLARACAO-REC
009530     WRITE QUIT-DECLARACAO-REC
009540     MOVE SPACES TO QUIT-DECLARACAO-REC
009550     WRITE QUIT-DECLARACAO-REC
009560     MOVE WS-DATA-HOJE TO WS-DCM-DATA
009570     MOVE WS-DCL-EMISSAO TO QUIT-DECLARACAO-REC
009580     WRITE QUIT-DECLARACAO-REC
009590     MOVE SPACES TO QUIT-DECLARACAO-REC
009600     WRITE QUIT-DECLARACAO-REC
009610     WRITE QUIT-DECLARACAO-REC
009620     MOVE WS-DCL-ASSINATURA TO QUIT-DECLARACAO-REC
009630     WRITE QUIT-DECLARACAO-REC
009640     MOVE WS-DCL-ASSINATURA-ROTULO TO QUIT-DECLARACAO-REC
009650     WRITE QUIT-DECLARACAO-REC
009660     MOVE WS-DCL-TRACO TO QUIT-DECLARACAO-REC
009670     WRITE QUIT-DECLARACAO-REC
009680     MOVE SPACES TO QUIT-DECLARACAO-REC
009690     WRITE QUIT-DECLARACAO-REC
009700     .
009710 7000-EXIT.
009720     EXIT.
009730 7100-LINHA-ALUNO.
009740     MOVE WS-DOM-MEMBRO (WS-MEM-SUB) TO WS-ALU-SUB
009750     MOVE WS-ALU-ID (WS-ALU-SUB)   TO WS-DCA-ID
009760     MOVE WS-ALU-NOME (WS-ALU-SUB) TO WS-DCA-NOME
009770     IF STUMAST-ABERTO
009780        MOVE WS-ALU-ID (WS-ALU-SUB) TO MED-STU-ID
009790        READ STUDENT-MASTER-FILE
009800            INVALID KEY
009810                CONTINUE
009820            NOT INVALID KEY
009830                MOVE MED-STU-NOME TO WS-DCA-NOME
009840        END-READ
009850     END-IF
009860     MOVE WS-ALU-QTD-FATURAS (WS-ALU-SUB) TO WS-DCA-QTD
009870     MOVE WS-ALU-VALOR-PAGO (WS-ALU-SUB)  TO WS-DCA-VALOR
009880     MOVE WS-DCL-ALUNO TO QUIT-DECLARACAO-REC
009890     WRITE QUIT-DECLARACAO-REC
009900     .
009910 7100-EXIT.
009920     EXIT.
009930*----------------------------------------------------------*
009940* 9000-FINALIZE -- CLOSE THE FILES AND SHOW THE RUN COUNTS  *
009950*----------------------------------------------------------*
009960 9000-FINALIZE.
009970     CLOSE FATURA-MASTER-FILE
009980     IF STUMAST-ABERTO
009990        CLOSE STUDENT-MASTER-FILE
010000     END-IF
010010     CLOSE QUIT-REGISTER-FILE
010020     CLOSE QUIT-DECLARACAO-FILE
010030     CLOSE QUIT-PENDENTE-FILE
010040     DISPLAY "ANO LETIVO..........: " WS-ANO
010050     DISPLAY "FATURAS DO ANO......: " WS-CONT-FATURAS
010060     DISPLAY "DECLARACOES EMITIDAS: " WS-CONT-EMITIDAS
010070     DISPLAY "DECLARACOES RETIDAS.: " WS-CONT-RETIDAS
010080     DISPLAY "JA EMITIDAS ANTES...: " WS-CONT-JA-EMITIDAS
010090     DISPLAY "SEM FATURAS NO ANO..: " WS-CONT-SEM-FATURAS
010100     .
010110 9000-EXIT.
010120     EXIT.
010130*----------------------------------------------------------*
010140* 9800-ERROR-LOG -- SHARED ERROR-LOGGING PARAGRAPH (ERRPARA) *
010150*----------------------------------------------------------*
010160     COPY ERRPARA.
010170 END PROGRAM QUITACAO_ANUAL.
