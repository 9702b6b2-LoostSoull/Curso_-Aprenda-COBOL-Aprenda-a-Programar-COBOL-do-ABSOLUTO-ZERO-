000100*****************************************************************
000110* Program:      CONCILIA_BANCO
000120* Author:       J. ALBUQUERQUE - APPLICATIONS SUPPORT
000130* Installation: ESCOLA - SISTEMA ACADEMICO
000140* Date-Written: 2026-10-15
000150* Date-Compiled:
000160* Purpose:      Bank statement reconciliation. BANCO_RETORNO
000170*               takes the bank's and the PSP's word for what was
000180*               paid; this run proves the money reached the
000190*               account. Daily, after BANCO_RETORNO:
000200*                 - every return file it accepted since the last
000210*                   run (RETREG, RRGSEL/RRGFD) becomes an item
000220*                   expecting its credit: the file's payments net
000230*                   of the bank's fee per payment, due on the
000240*                   statement between the file date and the file
000250*                   date plus the channel's float days;
000260*                 - the day's account statement (EXTRATO, HDR*/
000270*                   TRL* control like every inbound feed) brings
000280*                   its collection credits, history COBR for the
000290*                   boleto liquidation and PIX for the PIX
000300*                   settlement; other lines are not ours to match;
000310*                 - each expected item is matched to a credit of
000320*                   its channel inside its window, first at the
000330*                   exact net amount, then within the CONCPARM fee
000340*                   tolerance, the fee difference reported.
000350*               CONCRPT lists the matches, the fee differences,
000360*               the credits no return accounts for and the returns
000370*               whose money never arrived (past the float). What
000380*               is not cleared stays on CONCPEND (CBPSEL/CBPFD)
000390*               and is tried again every day until it is;
000400*               COMPET_CLOSE refuses to close a month with any
000410*               item of it left open.
000420*               CONCPARM: boleto and PIX float days (99 each), the
000430*               fee per boleto and per PIX (999V99 each) and the
000440*               fee tolerance per match (99999V99), one space
000450*               apart; without it nothing is reconciled.
000460* Modification History:
000470*   2026-10-15 JA  Initial version.
000472*   2026-10-15 JA  The RC 12 message names CONCPEND and its
000474*                  status when that file failed; the unused
000476*                  charged-fee work field is dropped.
000480* Tectonics: cobc
000490*****************************************************************
000500 IDENTIFICATION DIVISION.
000510 PROGRAM-ID. CONCILIA_BANCO.
000520 ENVIRONMENT DIVISION.
000530 INPUT-OUTPUT SECTION.
000540 FILE-CONTROL.
000550     COPY RRGSEL.
000560     COPY CBPSEL.
000570     COPY ERRLSEL.
000580     SELECT CONC-PARM-FILE ASSIGN TO "CONCPARM"
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS WS-CPR-STATUS.
000610     SELECT EXTRATO-FILE ASSIGN TO "EXTRATO"
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS WS-EXT-STATUS.
000640     SELECT CONC-REPORT-FILE ASSIGN TO "CONCRPT"
000650         ORGANIZATION IS LINE SEQUENTIAL.
000660 DATA DIVISION.
000670 FILE SECTION.
000680     COPY RRGFD.
000690     COPY CBPFD.
000700     COPY ERRLFD.
000710 FD  CONC-PARM-FILE.
000720 01  CONC-PARM-REC.
000730     03  CPR-FLOAT-BOLETO       PIC X(02).
000740     03  CPR-FLOAT-BOLETO-N REDEFINES CPR-FLOAT-BOLETO
000750                                PIC 9(02).
000760     03  FILLER                 PIC X(01).
000770     03  CPR-FLOAT-PIX          PIC X(02).
000780     03  CPR-FLOAT-PIX-N REDEFINES CPR-FLOAT-PIX
000790                                PIC 9(02).
000800     03  FILLER                 PIC X(01).
000810     03  CPR-TARIFA-BOLETO      PIC X(05).
000820     03  CPR-TARIFA-BOLETO-N REDEFINES CPR-TARIFA-BOLETO
000830                                PIC 9(03)V99.
000840     03  FILLER                 PIC X(01).
000850     03  CPR-TARIFA-PIX         PIC X(05).
000860     03  CPR-TARIFA-PIX-N REDEFINES CPR-TARIFA-PIX
000870                                PIC 9(03)V99.
000880     03  FILLER                 PIC X(01).
000890     03  CPR-TOLERANCIA         PIC X(07).
000900     03  CPR-TOLERANCIA-N REDEFINES CPR-TOLERANCIA
000910                                PIC 9(05)V99.
000920*----------------------------------------------------------*
000930* EXTRATO -- THE BANK'S DAILY ACCOUNT STATEMENT, ONE LINE   *
000940*     PER ENTRY BETWEEN THE HDR* AND TRL* CONTROL RECORDS   *
000950*----------------------------------------------------------*
000960 FD  EXTRATO-FILE.
000970 01  MED-EXTRATO-REC.
000980     03  MED-EXT-DATA           PIC 9(08).
000990     03  MED-EXT-TIPO           PIC X(01).
001000         88  EXT-CREDITO              VALUE 'C'.
001010         88  EXT-DEBITO               VALUE 'D'.
001020     03  MED-EXT-HISTORICO      PIC X(04).
001030         88  EXT-LIQ-BOLETO           VALUE "COBR".
001040         88  EXT-LIQ-PIX              VALUE "PIX ".
001050     03  MED-EXT-DOCUMENTO      PIC X(20).
001060     03  MED-EXT-VALOR          PIC 9(11)V99.
001070 FD  CONC-REPORT-FILE.
001080 01  CONC-REPORT-REC            PIC X(132).
001090 WORKING-STORAGE SECTION.
001100     COPY ERRCODES.
001110     COPY CTLREC.
001120 01  WS-RETREG-STATUS           PIC X(02) VALUE SPACES.
001130 01  WS-CBP-STATUS              PIC X(02) VALUE SPACES.
001140 01  WS-CPR-STATUS              PIC X(02) VALUE SPACES.
001150 01  WS-EXT-STATUS              PIC X(02) VALUE SPACES.
001160 01  WS-SWITCHES.
001170     03  WS-EOF-PENDENCIAS      PIC X(01) VALUE 'N'.
001180         88  FIM-DAS-PENDENCIAS       VALUE 'S'.
001190     03  WS-EOF-RETREG          PIC X(01) VALUE 'N'.
001200         88  FIM-DO-RETREG            VALUE 'S'.
001210     03  WS-EOF-EXTRATO         PIC X(01) VALUE 'N'.
001220         88  FIM-DO-EXTRATO           VALUE 'S'.
001230     03  WS-CRD-ACHOU           PIC X(01) VALUE 'N'.
001240         88  ACHOU-CREDITO            VALUE 'S'.
001250     03  WS-EXTRATO-ACEITO      PIC X(01) VALUE 'N'.
001260         88  EXTRATO-ACEITO           VALUE 'S'.
001270     03  WS-EXTRATO-REPETIDO    PIC X(01) VALUE 'N'.
001280         88  EXTRATO-REPETIDO         VALUE 'S'.
001290     03  WS-PARM-VALIDO         PIC X(01) VALUE 'S'.
001300         88  PARAMETROS-INVALIDOS     VALUE 'N'.
001310 01  WS-DATA-HOJE               PIC 9(08) VALUE ZERO.
001320 01  WS-ULT-EXTRATO             PIC 9(08) VALUE ZERO.
001330 01  WS-RETREG-LIDOS            PIC 9(05) VALUE ZERO.
001340 01  WS-RETREG-CONTADOS         PIC 9(05) VALUE ZERO.
001350 01  WS-DIAS-DATA               PIC 9(09) VALUE ZERO.
001360 01  WS-TARIFA-ESPERADA         PIC 9(09)V99 VALUE ZERO.
001380 01  WS-DIFERENCA               PIC S9(09)V99 VALUE ZERO.
001390 01  WS-FAIXA-MINIMA            PIC S9(09)V99 VALUE ZERO.
001400 01  WS-FAIXA-MAXIMA            PIC S9(09)V99 VALUE ZERO.
001410 01  WS-CRD-QTD-ANTES           PIC 9(03) COMP VALUE ZERO.
001420*----------------------------------------------------------*
001430* RETURNS STILL EXPECTING THEIR CREDIT: CARRIED FROM        *
001440*     CONCPEND PLUS THE RETREG LINES NEW SINCE THE LAST RUN *
001450*----------------------------------------------------------*
001460 01  WS-RTB-TABLE-QTD           PIC 9(03) COMP VALUE ZERO.
001470 01  WS-RTB-TABLE.
001480     03  WS-RTB-ENTRY           OCCURS 1 TO 500 TIMES
001490                                DEPENDING ON WS-RTB-TABLE-QTD
001500                                INDEXED BY WS-RTB-IDX.
001510         05  WS-RTB-CANAL       PIC X(01).
001520         05  WS-RTB-DATA        PIC 9(08).
001530         05  WS-RTB-SEQUENCIA   PIC 9(05).
001540         05  WS-RTB-QTD         PIC 9(05).
001550         05  WS-RTB-VALOR       PIC 9(09)V99.
001560         05  WS-RTB-LIQUIDO     PIC 9(09)V99.
001570         05  WS-RTB-LIMITE      PIC 9(08).
001580         05  WS-RTB-DESDE       PIC 9(08).
001590         05  WS-RTB-SITUACAO    PIC X(01).
001600             88  RTB-ABERTO           VALUE 'A'.
001610             88  RTB-CONCILIADO       VALUE 'C'.
001620*----------------------------------------------------------*
001630* COLLECTION CREDITS NO RETURN HAS CLAIMED YET: CARRIED     *
001640*     FROM CONCPEND PLUS THE DAY'S STATEMENT                *
001650*----------------------------------------------------------*
001660 01  WS-CRD-TABLE-QTD           PIC 9(03) COMP VALUE ZERO.
001670 01  WS-CRD-TABLE.
001680     03  WS-CRD-ENTRY           OCCURS 1 TO 500 TIMES
001690                                DEPENDING ON WS-CRD-TABLE-QTD
001700                                INDEXED BY WS-CRD-IDX.
001710         05  WS-CRT-CANAL       PIC X(01).
001720         05  WS-CRT-DATA        PIC 9(08).
001730         05  WS-CRT-DOCUMENTO   PIC X(20).
001740         05  WS-CRT-VALOR       PIC 9(09)V99.
001750         05  WS-CRT-DESDE       PIC 9(08).
001760         05  WS-CRT-SITUACAO    PIC X(01).
001770             88  CRT-ABERTO           VALUE 'A'.
001780             88  CRT-CONCILIADO       VALUE 'C'.
001790 01  WS-CONTADORES.
001800     03  WS-CONT-RETORNOS-NOVOS PIC 9(05) COMP VALUE ZERO.
001810     03  WS-CONT-CREDITOS-DIA   PIC 9(05) COMP VALUE ZERO.
001820     03  WS-CONT-CONCILIADOS    PIC 9(05) COMP VALUE ZERO.
001830     03  WS-CONT-DIF-TARIFA     PIC 9(05) COMP VALUE ZERO.
001840     03  WS-CONT-AGUARDANDO     PIC 9(05) COMP VALUE ZERO.
001850     03  WS-CONT-SEM-CREDITO    PIC 9(05) COMP VALUE ZERO.
001860     03  WS-CONT-SEM-RETORNO    PIC 9(05) COMP VALUE ZERO.
001870 01  WS-TOT-CONCILIADO          PIC 9(09)V99 VALUE ZERO.
001880 01  WS-TOT-DIF-TARIFA          PIC S9(09)V99 VALUE ZERO.
001890 01  WS-TOT-SEM-CREDITO         PIC 9(09)V99 VALUE ZERO.
001900 01  WS-TOT-SEM-RETORNO         PIC 9(09)V99 VALUE ZERO.
001910*----------------------------------------------------------*
001920* REPORT LINES                                              *
001930*----------------------------------------------------------*
001940 01  WS-TITULO-LINE.
001950     03  FILLER                 PIC X(40) VALUE
001960         "CONCILIACAO BANCARIA - RETORNOS X EXTRAT".
001970     03  FILLER                 PIC X(02) VALUE "O ".
001980     03  FILLER                 PIC X(08) VALUE "EXTRATO ".
001990     03  WS-TTL-EXTRATO         PIC 9(08).
002000     03  FILLER                 PIC X(09) VALUE " EMISSAO ".
002010     03  WS-TTL-HOJE            PIC 9(08).
002020 01  WS-ITEM-LINE.
002030     03  WS-ITL-SITUACAO        PIC X(20).
002040     03  FILLER                 PIC X(01) VALUE SPACE.
002050     03  WS-ITL-CANAL           PIC X(06).
002060     03  FILLER                 PIC X(09) VALUE " RETORNO ".
002070     03  WS-ITL-RET-DATA        PIC X(08).
002080     03  FILLER                 PIC X(01) VALUE "/".
002090     03  WS-ITL-RET-SEQ         PIC X(05).
002100     03  FILLER                 PIC X(01) VALUE SPACE.
002110     03  WS-ITL-RET-VALOR       PIC ZZZZZZZZ9.99.
002120     03  FILLER                 PIC X(09) VALUE " CREDITO ".
002130     03  WS-ITL-CRD-DATA        PIC X(08).
002140     03  FILLER                 PIC X(01) VALUE SPACE.
002150     03  WS-ITL-CRD-VALOR       PIC ZZZZZZZZ9.99.
002160     03  FILLER                 PIC X(01) VALUE SPACE.
002170     03  WS-ITL-TEXTO           PIC X(20).
002180     03  FILLER                 PIC X(01) VALUE SPACE.
002190     03  WS-ITL-DIFERENCA       PIC -ZZZZZZZ9.99.
002200 01  WS-ITL-DATA-N              PIC 9(08) VALUE ZERO.
002210 01  WS-ITL-SEQ-N               PIC 9(05) VALUE ZERO.
002220 01  WS-TOTAL-LINE.
002230     03  WS-TTL-ROTULO          PIC X(30).
002240     03  WS-TTL-QTD             PIC ZZZZ9.
002250     03  FILLER                 PIC X(01) VALUE SPACE.
002260     03  WS-TTL-VALOR           PIC -ZZZZZZZZ9.99.
002270 PROCEDURE DIVISION.
002280 0000-MAIN-PROCEDURE.
002290     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002300     IF NOT PARAMETROS-INVALIDOS
002310        PERFORM 2000-CARREGA-PENDENCIAS THRU 2000-EXIT
002320        PERFORM 3000-LE-RETREG THRU 3000-EXIT
002330        PERFORM 4000-LE-EXTRATO THRU 4000-EXIT
002340        PERFORM 5000-CONCILIA THRU 5000-EXIT
002350            VARYING WS-RTB-IDX FROM 1 BY 1
002360            UNTIL WS-RTB-IDX > WS-RTB-TABLE-QTD
002370        PERFORM 6000-RELATA-PENDENCIAS THRU 6000-EXIT
002380        PERFORM 7000-GRAVA-PENDENCIAS THRU 7000-EXIT
002390     END-IF
002400     PERFORM 9000-FINALIZE THRU 9000-EXIT
002410     STOP RUN.
002420*----------------------------------------------------------*
002430* 1000-INITIALIZE -- CONCPARM AND THE REPORT                *
002440*----------------------------------------------------------*
002450 1000-INITIALIZE.
002460     MOVE "CONCBAN" TO MED-ERROR-PROGRAM
002470     ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
002480     OPEN OUTPUT CONC-REPORT-FILE
002490     MOVE SPACES TO CONC-PARM-REC
002500     OPEN INPUT CONC-PARM-FILE
002510     IF WS-CPR-STATUS = "00"
002520        READ CONC-PARM-FILE
002530            AT END
002540                MOVE SPACES TO CONC-PARM-REC
002550        END-READ
002560        CLOSE CONC-PARM-FILE
002570     END-IF
002580     IF CPR-FLOAT-BOLETO NOT NUMERIC
002590        OR CPR-FLOAT-PIX NOT NUMERIC
002600        OR CPR-TARIFA-BOLETO NOT NUMERIC
002610        OR CPR-TARIFA-PIX NOT NUMERIC
002620        OR CPR-TOLERANCIA NOT NUMERIC
002630        DISPLAY "CONCPARM AUSENTE OU INVALIDO -- CONCILIACAO "
002640            "NAO EXECUTADA"
002650        MOVE "NOPARM" TO MED-ERROR-CODE
002660        MOVE "CONCPARM AUSENTE OU INVALIDO" TO MED-ERROR-TEXT
002670        SET MED-RC-FILE-ERROR TO TRUE
002680        PERFORM 9800-ERROR-LOG THRU 9800-EXIT
002690        MOVE 8 TO RETURN-CODE
002700        SET PARAMETROS-INVALIDOS TO TRUE
002710     END-IF
002720     .
002730 1000-EXIT.
002740     EXIT.
002750*----------------------------------------------------------*
002760* 2000-CARREGA-PENDENCIAS -- YESTERDAY'S CONCPEND: THE      *
002770*     CONTROL LINE AND THE ITEMS STILL OPEN                 *
002780*----------------------------------------------------------*
002790 2000-CARREGA-PENDENCIAS.
002800     OPEN INPUT CONC-PEND-FILE
002810     IF WS-CBP-STATUS NOT = "00"
002820        DISPLAY "CONCPEND AUSENTE -- PRIMEIRA CONCILIACAO"
002830        GO TO 2000-EXIT
002840     END-IF
002850     PERFORM 2100-LE-PENDENCIA THRU 2100-EXIT
002860         UNTIL FIM-DAS-PENDENCIAS
002870     CLOSE CONC-PEND-FILE
002880     .
002890 2000-EXIT.
002900     EXIT.
002910 2100-LE-PENDENCIA.
002920     READ CONC-PEND-FILE
002930         AT END
002940             SET FIM-DAS-PENDENCIAS TO TRUE
002950             GO TO 2100-EXIT
002960     END-READ
002970     EVALUATE TRUE
002980         WHEN MED-CBP-CONTROLE
002990             MOVE MED-CBP-DATA      TO WS-ULT-EXTRATO
003000             MOVE MED-CBP-SEQUENCIA TO WS-RETREG-LIDOS
003010         WHEN MED-CBP-RETORNO
003020             PERFORM 8100-NOVO-RETORNO THRU 8100-EXIT
003030             MOVE MED-CBP-CANAL     TO WS-RTB-CANAL (WS-RTB-IDX)
003040             MOVE MED-CBP-DATA      TO WS-RTB-DATA (WS-RTB-IDX)
003050             MOVE MED-CBP-SEQUENCIA
003060                 TO WS-RTB-SEQUENCIA (WS-RTB-IDX)
003070             MOVE MED-CBP-QTD       TO WS-RTB-QTD (WS-RTB-IDX)
003080             MOVE MED-CBP-VALOR     TO WS-RTB-VALOR (WS-RTB-IDX)
003090             MOVE MED-CBP-LIQUIDO   TO WS-RTB-LIQUIDO (WS-RTB-IDX)
003100             MOVE MED-CBP-LIMITE    TO WS-RTB-LIMITE (WS-RTB-IDX)
003110             MOVE MED-CBP-DESDE     TO WS-RTB-DESDE (WS-RTB-IDX)
003120         WHEN MED-CBP-CREDITO
003130             PERFORM 8200-NOVO-CREDITO THRU 8200-EXIT
003140             MOVE MED-CBP-CANAL     TO WS-CRT-CANAL (WS-CRD-IDX)
003150             MOVE MED-CBP-DATA      TO WS-CRT-DATA (WS-CRD-IDX)
003160             MOVE MED-CBP-DOCUMENTO
003170                 TO WS-CRT-DOCUMENTO (WS-CRD-IDX)
003180             MOVE MED-CBP-VALOR     TO WS-CRT-VALOR (WS-CRD-IDX)
003190             MOVE MED-CBP-DESDE     TO WS-CRT-DESDE (WS-CRD-IDX)
003200         WHEN OTHER
003210             CONTINUE
003220     END-EVALUATE
003230     .
003240 2100-EXIT.
003250     EXIT.
003260*----------------------------------------------------------*
003270* 3000-LE-RETREG -- THE RETURN FILES BANCO_RETORNO ACCEPTED *
003280*     SINCE THE LAST RUN. RETREG ONLY GROWS, SO THE LINES   *
003290*     ALREADY TAKEN ARE COUNTED PAST.                       *
003300*----------------------------------------------------------*
003310 3000-LE-RETREG.
003320     OPEN INPUT RET-REGISTER-FILE
003330     IF WS-RETREG-STATUS NOT = "00"
003340        DISPLAY "RETREG AUSENTE -- NENHUM RETORNO A CONCILIAR"
003350        GO TO 3000-EXIT
003360     END-IF
003370     MOVE ZERO TO WS-RETREG-CONTADOS
003380     PERFORM 3100-LE-ARQUIVO-RETORNO THRU 3100-EXIT
003390         UNTIL FIM-DO-RETREG
003400     CLOSE RET-REGISTER-FILE
003410     IF WS-RETREG-CONTADOS > WS-RETREG-LIDOS
003420        MOVE WS-RETREG-CONTADOS TO WS-RETREG-LIDOS
003430     END-IF
003440     .
003450 3000-EXIT.
003460     EXIT.
003470 3100-LE-ARQUIVO-RETORNO.
003480     READ RET-REGISTER-FILE
003490         AT END
003500             SET FIM-DO-RETREG TO TRUE
003510             GO TO 3100-EXIT
003520     END-READ
003530     ADD 1 TO WS-RETREG-CONTADOS
003540     IF WS-RETREG-CONTADOS NOT > WS-RETREG-LIDOS
003550        GO TO 3100-EXIT
003560     END-IF
003570     IF MED-RRG-QTD-PGTOS NOT NUMERIC
003580        OR MED-RRG-VALOR NOT NUMERIC
003590        GO TO 3100-EXIT
003600     END-IF
003610     IF MED-RRG-VALOR = ZERO
003620        GO TO 3100-EXIT
003630     END-IF
003640     IF MED-RRG-CANAL = SPACE
003650        MOVE 'B' TO MED-RRG-CANAL
003660     END-IF
003670     PERFORM 8100-NOVO-RETORNO THRU 8100-EXIT
003680     MOVE MED-RRG-CANAL     TO WS-RTB-CANAL (WS-RTB-IDX)
003690     MOVE MED-RRG-DATA      TO WS-RTB-DATA (WS-RTB-IDX)
003700     MOVE MED-RRG-SEQUENCIA TO WS-RTB-SEQUENCIA (WS-RTB-IDX)
003710     MOVE MED-RRG-QTD-PGTOS TO WS-RTB-QTD (WS-RTB-IDX)
003720     MOVE MED-RRG-VALOR     TO WS-RTB-VALOR (WS-RTB-IDX)
003730     MOVE WS-DATA-HOJE      TO WS-RTB-DESDE (WS-RTB-IDX)
003740     COMPUTE WS-DIAS-DATA =
003750         FUNCTION INTEGER-OF-DATE (MED-RRG-DATA)
003760     IF MED-RRG-CANAL = 'P'
003770        COMPUTE WS-TARIFA-ESPERADA =
003780            MED-RRG-QTD-PGTOS * CPR-TARIFA-PIX-N
003790        ADD CPR-FLOAT-PIX-N TO WS-DIAS-DATA
003800     ELSE
003810        COMPUTE WS-TARIFA-ESPERADA =
003820            MED-RRG-QTD-PGTOS * CPR-TARIFA-BOLETO-N
003830        ADD CPR-FLOAT-BOLETO-N TO WS-DIAS-DATA
003840     END-IF
003850     COMPUTE WS-RTB-LIMITE (WS-RTB-IDX) =
003860         FUNCTION DATE-OF-INTEGER (WS-DIAS-DATA)
003870     IF WS-TARIFA-ESPERADA > MED-RRG-VALOR
003880        MOVE ZERO TO WS-RTB-LIQUIDO (WS-RTB-IDX)
003890     ELSE
003900        COMPUTE WS-RTB-LIQUIDO (WS-RTB-IDX) =
003910            MED-RRG-VALOR - WS-TARIFA-ESPERADA
003920     END-IF
003930     ADD 1 TO WS-CONT-RETORNOS-NOVOS
003940     .
003950 3100-EXIT.
003960     EXIT.
003970*----------------------------------------------------------*
003980* 4000-LE-EXTRATO -- THE DAY'S STATEMENT. A STATEMENT DATED *
003990*     NO LATER THAN THE LAST ONE RECONCILED IS A RERUN AND  *
004000*     IS REFUSED; ONE FAILING ITS CONTROL RECORDS ADDS NO   *
004010*     CREDIT AT ALL.                                        *
004020*----------------------------------------------------------*
004030 4000-LE-EXTRATO.
004040     OPEN INPUT EXTRATO-FILE
004050     IF WS-EXT-STATUS NOT = "00"
004060        DISPLAY "EXTRATO NAO DISPONIVEL, STATUS: " WS-EXT-STATUS
004070        MOVE "EXTAUS" TO MED-ERROR-CODE
004080        MOVE "EXTRATO AUSENTE NA CONCILIACAO BANCARIA" TO
004090            MED-ERROR-TEXT
004100        SET MED-RC-WARNING TO TRUE
004110        PERFORM 9800-ERROR-LOG THRU 9800-EXIT
004120        GO TO 4000-EXIT
004130     END-IF
004140     SET MED-RC-SUCCESS TO TRUE
004150     MOVE WS-CRD-TABLE-QTD TO WS-CRD-QTD-ANTES
004160     PERFORM 4100-LE-LANCAMENTO THRU 4100-EXIT
004170         UNTIL FIM-DO-EXTRATO
004180         OR MED-RC-FILE-ERROR
004190         OR EXTRATO-REPETIDO
004200     CLOSE EXTRATO-FILE
004210     IF MED-RC-FILE-ERROR OR EXTRATO-REPETIDO
004220        MOVE WS-CRD-QTD-ANTES TO WS-CRD-TABLE-QTD
004230        MOVE ZERO TO WS-CONT-CREDITOS-DIA
004240        GO TO 4000-EXIT
004250     END-IF
004260     SET EXTRATO-ACEITO TO TRUE
004270     MOVE MED-CTH-DATA-MOV TO WS-ULT-EXTRATO
004280     .
004290 4000-EXIT.
004300     EXIT.
004310 4100-LE-LANCAMENTO.
004320     READ EXTRATO-FILE
004330         AT END
004340             SET FIM-DO-EXTRATO TO TRUE
004350             PERFORM 9670-VALIDA-FIM THRU 9670-EXIT-FIM
004360             GO TO 4100-EXIT
004370     END-READ
004380     MOVE MED-EXTRATO-REC (1:4) TO MED-CTL-TIPO-REG
004390     EVALUATE MED-CTL-TIPO-REG
004400         WHEN "HDR*"
004410             MOVE MED-EXTRATO-REC (1:20) TO MED-CONTROL-HEADER
004420             PERFORM 9600-VALIDA-HEADER THRU 9600-EXIT-HEADER
004430             PERFORM 4200-CONFERE-DATA THRU 4200-EXIT
004440         WHEN "TRL*"
004450             MOVE MED-EXTRATO-REC (1:24) TO MED-CONTROL-TRAILER
004460             PERFORM 9650-VALIDA-TRAILER THRU 9650-EXIT-TRAILER
004470         WHEN OTHER
004480             IF NOT MED-CTL-TEM-HEADER
004490                MOVE MED-EXTRATO-REC (1:20) TO MED-CONTROL-HEADER
004500                PERFORM 9600-VALIDA-HEADER THRU 9600-EXIT-HEADER
004510             ELSE
004520                ADD 1 TO MED-CTL-QTD-LIDA
004530                ADD MED-EXT-VALOR TO MED-CTL-HASH-LIDA
004540                PERFORM 4300-CREDITO-COBRANCA THRU 4300-EXIT
004550             END-IF
004560     END-EVALUATE
004570     .
004580 4100-EXIT.
004590     EXIT.
004600 4200-CONFERE-DATA.
004610     MOVE MED-CTH-DATA-MOV TO WS-TTL-EXTRATO
004620     IF MED-CTH-DATA-MOV > WS-ULT-EXTRATO
004630        GO TO 4200-EXIT
004640     END-IF
004650     SET EXTRATO-REPETIDO TO TRUE
004660     DISPLAY "EXTRATO DE " MED-CTH-DATA-MOV
004670         " JA CONCILIADO (ULTIMO: " WS-ULT-EXTRATO ")"
004680     MOVE "EXTDUP" TO MED-ERROR-CODE
004690     MOVE "EXTRATO JA CONCILIADO RECUSADO" TO MED-ERROR-TEXT
004700     SET MED-RC-DATA-ERROR TO TRUE
004710     PERFORM 9800-ERROR-LOG THRU 9800-EXIT
004720     .
004730 4200-EXIT.
004740     EXIT.
004750 4300-CREDITO-COBRANCA.
004760     IF NOT EXT-CREDITO
004770        GO TO 4300-EXIT
004780     END-IF
004790     IF NOT EXT-LIQ-BOLETO AND NOT EXT-LIQ-PIX
004800        GO TO 4300-EXIT
004810     END-IF
004820     PERFORM 8200-NOVO-CREDITO THRU 8200-EXIT
004830     IF EXT-LIQ-PIX
004840        MOVE 'P' TO WS-CRT-CANAL (WS-CRD-IDX)
004850     ELSE
004860        MOVE 'B' TO WS-CRT-CANAL (WS-CRD-IDX)
004870     END-IF
004880     MOVE MED-EXT-DATA      TO WS-CRT-DATA (WS-CRD-IDX)
004890     MOVE MED-EXT-DOCUMENTO TO WS-CRT-DOCUMENTO (WS-CRD-IDX)
004900     MOVE MED-EXT-VALOR     TO WS-CRT-VALOR (WS-CRD-IDX)
004910     MOVE WS-DATA-HOJE      TO WS-CRT-DESDE (WS-CRD-IDX)
004920     ADD 1 TO WS-CONT-CREDITOS-DIA
004930     .
004940 4300-EXIT.
004950     EXIT.
004960*----------------------------------------------------------*
004970* 5000-CONCILIA -- ONE EXPECTED RETURN AGAINST THE OPEN     *
004980*     CREDITS OF ITS CHANNEL INSIDE ITS WINDOW: EXACT NET   *
004990*     FIRST, THEN WITHIN THE FEE TOLERANCE.                 *
005000*----------------------------------------------------------*
005010 5000-CONCILIA.
005020     IF WS-CRD-TABLE-QTD = ZERO
005030        GO TO 5000-EXIT
005040     END-IF
005050     MOVE 'N' TO WS-CRD-ACHOU
005060     SET WS-CRD-IDX TO 1
005070     SEARCH WS-CRD-ENTRY
005080         VARYING WS-CRD-IDX
005090         AT END
005100             CONTINUE
005110         WHEN CRT-ABERTO (WS-CRD-IDX)
005120             AND WS-CRT-CANAL (WS-CRD-IDX) =
005130                 WS-RTB-CANAL (WS-RTB-IDX)
005140             AND WS-CRT-DATA (WS-CRD-IDX) >=
005150                 WS-RTB-DATA (WS-RTB-IDX)
005160             AND WS-CRT-DATA (WS-CRD-IDX) <=
005170                 WS-RTB-LIMITE (WS-RTB-IDX)
005180             AND WS-CRT-VALOR (WS-CRD-IDX) =
005190                 WS-RTB-LIQUIDO (WS-RTB-IDX)
005200             SET ACHOU-CREDITO TO TRUE
005210     END-SEARCH
005220     IF NOT ACHOU-CREDITO
005230        COMPUTE WS-FAIXA-MINIMA =
005240            WS-RTB-LIQUIDO (WS-RTB-IDX) - CPR-TOLERANCIA-N
005250        COMPUTE WS-FAIXA-MAXIMA =
005260            WS-RTB-LIQUIDO (WS-RTB-IDX) + CPR-TOLERANCIA-N
005270        SET WS-CRD-IDX TO 1
005280        SEARCH WS-CRD-ENTRY
005290            VARYING WS-CRD-IDX
005300            AT END
005310                CONTINUE
005320            WHEN CRT-ABERTO (WS-CRD-IDX)
005330                AND WS-CRT-CANAL (WS-CRD-IDX) =
005340                    WS-RTB-CANAL (WS-RTB-IDX)
005350                AND WS-CRT-DATA (WS-CRD-IDX) >=
005360                    WS-RTB-DATA (WS-RTB-IDX)
005370                AND WS-CRT-DATA (WS-CRD-IDX) <=
005380                    WS-RTB-LIMITE (WS-RTB-IDX)
005390                AND WS-CRT-VALOR (WS-CRD-IDX) >= WS-FAIXA-MINIMA
005400                AND WS-CRT-VALOR (WS-CRD-IDX) <= WS-FAIXA-MAXIMA
005410                SET ACHOU-CREDITO TO TRUE
005420        END-SEARCH
005430     END-IF
005440     IF NOT ACHOU-CREDITO
005450        GO TO 5000-EXIT
005460     END-IF
005470     SET RTB-CONCILIADO (WS-RTB-IDX) TO TRUE
005480     SET CRT-CONCILIADO (WS-CRD-IDX) TO TRUE
005490     ADD 1 TO WS-CONT-CONCILIADOS
005500     ADD WS-CRT-VALOR (WS-CRD-IDX) TO WS-TOT-CONCILIADO
005510     MOVE SPACES TO WS-ITEM-LINE
005520     PERFORM 8300-LINHA-RETORNO THRU 8300-EXIT
005530     PERFORM 8400-LINHA-CREDITO THRU 8400-EXIT
005540     IF WS-CRT-VALOR (WS-CRD-IDX) = WS-RTB-LIQUIDO (WS-RTB-IDX)
005550        MOVE "CONCILIADO" TO WS-ITL-SITUACAO
005560     ELSE
005590        COMPUTE WS-DIFERENCA =
005600            WS-RTB-LIQUIDO (WS-RTB-IDX)
005610            - WS-CRT-VALOR (WS-CRD-IDX)
005620        ADD 1 TO WS-CONT-DIF-TARIFA
005630        ADD WS-DIFERENCA TO WS-TOT-DIF-TARIFA
005640        MOVE "DIFERENCA DE TARIFA" TO WS-ITL-SITUACAO
005650        MOVE "TARIFA +MAIOR/-MENOR" TO WS-ITL-TEXTO
005660        MOVE WS-DIFERENCA TO WS-ITL-DIFERENCA
005670     END-IF
005680     MOVE WS-ITEM-LINE TO CONC-REPORT-REC
005690     WRITE CONC-REPORT-REC
005700     .
005710 5000-EXIT.
005720     EXIT.
005730*----------------------------------------------------------*
005740* 6000-RELATA-PENDENCIAS -- WHAT THE STATEMENT STILL HAS    *
005750*     NOT CLEARED. A RETURN PAST ITS FLOAT ON THE LAST      *
005760*     STATEMENT RECONCILED IS MONEY THAT NEVER ARRIVED.     *
005770*----------------------------------------------------------*
005780 6000-RELATA-PENDENCIAS.
005790     MOVE SPACES TO CONC-REPORT-REC
005800     WRITE CONC-REPORT-REC
005810     PERFORM 6100-RETORNO-PENDENTE THRU 6100-EXIT
005820         VARYING WS-RTB-IDX FROM 1 BY 1
005830         UNTIL WS-RTB-IDX > WS-RTB-TABLE-QTD
005840     PERFORM 6200-CREDITO-PENDENTE THRU 6200-EXIT
005850         VARYING WS-CRD-IDX FROM 1 BY 1
005860         UNTIL WS-CRD-IDX > WS-CRD-TABLE-QTD
005870     .
005880 6000-EXIT.
005890     EXIT.
005900 6100-RETORNO-PENDENTE.
005910     IF RTB-CONCILIADO (WS-RTB-IDX)
005920        GO TO 6100-EXIT
005930     END-IF
005940     MOVE SPACES TO WS-ITEM-LINE
005950     PERFORM 8300-LINHA-RETORNO THRU 8300-EXIT
005960     IF WS-ULT-EXTRATO > WS-RTB-LIMITE (WS-RTB-IDX)
005970        ADD 1 TO WS-CONT-SEM-CREDITO
005980        ADD WS-RTB-VALOR (WS-RTB-IDX) TO WS-TOT-SEM-CREDITO
005990        MOVE "RETORNO SEM CREDITO" TO WS-ITL-SITUACAO
006000     ELSE
006010        ADD 1 TO WS-CONT-AGUARDANDO
006020        MOVE "AGUARDANDO CREDITO" TO WS-ITL-SITUACAO
006030     END-IF
006040     MOVE "LIQUIDO ESPERADO ATE" TO WS-ITL-TEXTO
006050     MOVE WS-RTB-LIMITE (WS-RTB-IDX) TO WS-ITL-CRD-DATA
006060     MOVE WS-RTB-LIQUIDO (WS-RTB-IDX) TO WS-ITL-CRD-VALOR
006070     MOVE WS-ITEM-LINE TO CONC-REPORT-REC
006080     WRITE CONC-REPORT-REC
006090     .
006100 6100-EXIT.
006110     EXIT.
006120 6200-CREDITO-PENDENTE.
006130     IF CRT-CONCILIADO (WS-CRD-IDX)
006140        GO TO 6200-EXIT
006150     END-IF
006160     ADD 1 TO WS-CONT-SEM-RETORNO
006170     ADD WS-CRT-VALOR (WS-CRD-IDX) TO WS-TOT-SEM-RETORNO
006180     MOVE SPACES TO WS-ITEM-LINE
006190     MOVE "CREDITO SEM RETORNO" TO WS-ITL-SITUACAO
006200     PERFORM 8400-LINHA-CREDITO THRU 8400-EXIT
006210     MOVE WS-CRT-DOCUMENTO (WS-CRD-IDX) TO WS-ITL-TEXTO
006220     MOVE WS-ITEM-LINE TO CONC-REPORT-REC
006230     WRITE CONC-REPORT-REC
006240     .
006250 6200-EXIT.
006260     EXIT.
006270*----------------------------------------------------------*
006280* 7000-GRAVA-PENDENCIAS -- CONCPEND REWRITTEN: THE CONTROL  *
006290*     LINE, THEN EVERY ITEM STILL OPEN                      *
006300*----------------------------------------------------------*
006310 7000-GRAVA-PENDENCIAS.
006320     OPEN OUTPUT CONC-PEND-FILE
006330     IF WS-CBP-STATUS NOT = "00"
006340        DISPLAY "ERRO NA ABERTURA DO CONCPEND: " WS-CBP-STATUS
006350        MOVE "OPNERR" TO MED-ERROR-CODE
006360        MOVE "CONCPEND NAO PODE SER GRAVADO" TO MED-ERROR-TEXT
006370        SET MED-RC-FILE-ERROR TO TRUE
006380        PERFORM 9800-ERROR-LOG THRU 9800-EXIT
006390        MOVE MED-RETURN-CODE TO RETURN-CODE
006400        GO TO 7000-EXIT
006410     END-IF
006420     MOVE SPACES TO MED-CONC-PEND-REC
006430     SET MED-CBP-CONTROLE TO TRUE
006440     MOVE WS-ULT-EXTRATO  TO MED-CBP-DATA
006450     MOVE WS-RETREG-LIDOS TO MED-CBP-SEQUENCIA
006460     MOVE ZERO            TO MED-CBP-QTD
006470     MOVE ZERO            TO MED-CBP-VALOR
006480     MOVE ZERO            TO MED-CBP-LIQUIDO
006490     MOVE ZERO            TO MED-CBP-LIMITE
006500     MOVE WS-DATA-HOJE    TO MED-CBP-DESDE
006510     WRITE MED-CONC-PEND-REC
006520     PERFORM 7100-GRAVA-RETORNO THRU 7100-EXIT
006530         VARYING WS-RTB-IDX FROM 1 BY 1
006540         UNTIL WS-RTB-IDX > WS-RTB-TABLE-QTD
006550     PERFORM 7200-GRAVA-CREDITO THRU 7200-EXIT
006560         VARYING WS-CRD-IDX FROM 1 BY 1
006570         UNTIL WS-CRD-IDX > WS-CRD-TABLE-QTD
006580     CLOSE CONC-PEND-FILE
006590     .
006600 7000-EXIT.
006610     EXIT.
006620 7100-GRAVA-RETORNO.
006630     IF RTB-CONCILIADO (WS-RTB-IDX)
006640        GO TO 7100-EXIT
006650     END-IF
006660     MOVE SPACES TO MED-CONC-PEND-REC
006670     SET MED-CBP-RETORNO TO TRUE
006680     MOVE WS-RTB-CANAL (WS-RTB-IDX)     TO MED-CBP-CANAL
006690     MOVE WS-RTB-DATA (WS-RTB-IDX)      TO MED-CBP-DATA
006700     MOVE WS-RTB-SEQUENCIA (WS-RTB-IDX) TO MED-CBP-SEQUENCIA
006710     MOVE WS-RTB-QTD (WS-RTB-IDX)       TO MED-CBP-QTD
006720     MOVE WS-RTB-VALOR (WS-RTB-IDX)     TO MED-CBP-VALOR
006730     MOVE WS-RTB-LIQUIDO (WS-RTB-IDX)   TO MED-CBP-LIQUIDO
006740     MOVE WS-RTB-LIMITE (WS-RTB-IDX)    TO MED-CBP-LIMITE
006750     MOVE WS-RTB-DESDE (WS-RTB-IDX)     TO MED-CBP-DESDE
006760     WRITE MED-CONC-PEND-REC
006770     .
006780 7100-EXIT.
006790     EXIT.
006800 7200-GRAVA-CREDITO.
006810     IF CRT-CONCILIADO (WS-CRD-IDX)
006820        GO TO 7200-EXIT
006830     END-IF
006840     MOVE SPACES TO MED-CONC-PEND-REC
006850     SET MED-CBP-CREDITO TO TRUE
006860     MOVE WS-CRT-CANAL (WS-CRD-IDX)     TO MED-CBP-CANAL
006870     MOVE WS-CRT-DATA (WS-CRD-IDX)      TO MED-CBP-DATA
006880     MOVE ZERO                          TO MED-CBP-SEQUENCIA
006890     MOVE ZERO                          TO MED-CBP-QTD
006900     MOVE WS-CRT-VALOR (WS-CRD-IDX)     TO MED-CBP-VALOR
006910     MOVE ZERO                          TO MED-CBP-LIQUIDO
006920     MOVE ZERO                          TO MED-CBP-LIMITE
006930     MOVE WS-CRT-DOCUMENTO (WS-CRD-IDX) TO MED-CBP-DOCUMENTO
006940     MOVE WS-CRT-DESDE (WS-CRD-IDX)     TO MED-CBP-DESDE
006950     WRITE MED-CONC-PEND-REC
006960     .
006970 7200-EXIT.
006980     EXIT.
006990*----------------------------------------------------------*
007000* 8100/8200 -- NEXT FREE SLOT OF THE RETURN AND CREDIT      *
007010*     TABLES, LEFT AT WS-RTB-IDX / WS-CRD-IDX, OPEN         *
007020*----------------------------------------------------------*
007030 8100-NOVO-RETORNO.
007040     IF WS-RTB-TABLE-QTD >= 500
007050        DISPLAY "TABELA DE RETORNOS A CONCILIAR CHEIA (500)"
007060        MOVE 8 TO RETURN-CODE
007070        STOP RUN
007080     END-IF
007090     ADD 1 TO WS-RTB-TABLE-QTD
007100     SET WS-RTB-IDX TO WS-RTB-TABLE-QTD
007110     SET RTB-ABERTO (WS-RTB-IDX) TO TRUE
007120     .
007130 8100-EXIT.
007140     EXIT.
007150 8200-NOVO-CREDITO.
007160     IF WS-CRD-TABLE-QTD >= 500
007170        DISPLAY "TABELA DE CREDITOS A CONCILIAR CHEIA (500)"
007180        MOVE 8 TO RETURN-CODE
007190        STOP RUN
007200     END-IF
007210     ADD 1 TO WS-CRD-TABLE-QTD
007220     SET WS-CRD-IDX TO WS-CRD-TABLE-QTD
007230     SET CRT-ABERTO (WS-CRD-IDX) TO TRUE
007240     .
007250 8200-EXIT.
007260     EXIT.
007270*----------------------------------------------------------*
007280* 8300/8400 -- THE RETURN AND THE CREDIT HALVES OF A REPORT *
007290*     LINE                                                  *
007300*----------------------------------------------------------*
007310 8300-LINHA-RETORNO.
007320     IF WS-RTB-CANAL (WS-RTB-IDX) = 'P'
007330        MOVE "PIX"    TO WS-ITL-CANAL
007340     ELSE
007350        MOVE "BOLETO" TO WS-ITL-CANAL
007360     END-IF
007370     MOVE WS-RTB-DATA (WS-RTB-IDX)      TO WS-ITL-DATA-N
007380     MOVE WS-ITL-DATA-N                 TO WS-ITL-RET-DATA
007390     MOVE WS-RTB-SEQUENCIA (WS-RTB-IDX) TO WS-ITL-SEQ-N
007400     MOVE WS-ITL-SEQ-N                  TO WS-ITL-RET-SEQ
007410     MOVE WS-RTB-VALOR (WS-RTB-IDX)     TO WS-ITL-RET-VALOR
007420     .
007430 8300-EXIT.
007440     EXIT.
007450 8400-LINHA-CREDITO.
007460     IF WS-CRT-CANAL (WS-CRD-IDX) = 'P'
007470        MOVE "PIX"    TO WS-ITL-CANAL
007480     ELSE
007490        MOVE "BOLETO" TO WS-ITL-CANAL
007500     END-IF
007510     MOVE WS-CRT-DATA (WS-CRD-IDX)  TO WS-ITL-DATA-N
007520     MOVE WS-ITL-DATA-N             TO WS-ITL-CRD-DATA
007530     MOVE WS-CRT-VALOR (WS-CRD-IDX) TO WS-ITL-CRD-VALOR
007540     .
007550 8400-EXIT.
007560     EXIT.
007570*----------------------------------------------------------*
007580* 9000-FINALIZE -- TOTALS AND CONDITION CODE                *
007590*----------------------------------------------------------*
007600 9000-FINALIZE.
007610     MOVE WS-DATA-HOJE TO WS-TTL-HOJE
007620     IF NOT EXTRATO-ACEITO
007630        MOVE WS-ULT-EXTRATO TO WS-TTL-EXTRATO
007640     END-IF
007650     MOVE SPACES TO CONC-REPORT-REC
007660     WRITE CONC-REPORT-REC
007670     MOVE WS-TITULO-LINE TO CONC-REPORT-REC
007680     WRITE CONC-REPORT-REC
007690     MOVE SPACES TO WS-TOTAL-LINE
007700     MOVE "RETORNOS NOVOS" TO WS-TTL-ROTULO
007710     MOVE WS-CONT-RETORNOS-NOVOS TO WS-TTL-QTD
007720     PERFORM 9050-IMPRIME-TOTAL THRU 9050-EXIT
007730     MOVE "CREDITOS DE COBRANCA NO DIA" TO WS-TTL-ROTULO
007740     MOVE WS-CONT-CREDITOS-DIA TO WS-TTL-QTD
007750     PERFORM 9050-IMPRIME-TOTAL THRU 9050-EXIT
007760     MOVE "CONCILIADOS" TO WS-TTL-ROTULO
007770     MOVE WS-CONT-CONCILIADOS TO WS-TTL-QTD
007780     MOVE WS-TOT-CONCILIADO TO WS-TTL-VALOR
007790     PERFORM 9050-IMPRIME-TOTAL THRU 9050-EXIT
007800     MOVE "DIFERENCAS DE TARIFA" TO WS-TTL-ROTULO
007810     MOVE WS-CONT-DIF-TARIFA TO WS-TTL-QTD
007820     MOVE WS-TOT-DIF-TARIFA TO WS-TTL-VALOR
007830     PERFORM 9050-IMPRIME-TOTAL THRU 9050-EXIT
007840     MOVE "AGUARDANDO CREDITO (FLOAT)" TO WS-TTL-ROTULO
007850     MOVE WS-CONT-AGUARDANDO TO WS-TTL-QTD
007860     PERFORM 9050-IMPRIME-TOTAL THRU 9050-EXIT
007870     MOVE "RETORNOS SEM CREDITO" TO WS-TTL-ROTULO
007880     MOVE WS-CONT-SEM-CREDITO TO WS-TTL-QTD
007890     MOVE WS-TOT-SEM-CREDITO TO WS-TTL-VALOR
007900     PERFORM 9050-IMPRIME-TOTAL THRU 9050-EXIT
007910     MOVE "CREDITOS SEM RETORNO" TO WS-TTL-ROTULO
007920     MOVE WS-CONT-SEM-RETORNO TO WS-TTL-QTD
007930     MOVE WS-TOT-SEM-RETORNO TO WS-TTL-VALOR
007940     PERFORM 9050-IMPRIME-TOTAL THRU 9050-EXIT
007950     CLOSE CONC-REPORT-FILE
007960     DISPLAY "RETORNOS NOVOS......: " WS-CONT-RETORNOS-NOVOS
007970     DISPLAY "CREDITOS NO EXTRATO.: " WS-CONT-CREDITOS-DIA
007980     DISPLAY "CONCILIADOS.........: " WS-CONT-CONCILIADOS
007990     DISPLAY "DIFERENCAS TARIFA...: " WS-CONT-DIF-TARIFA
008000     DISPLAY "AGUARDANDO CREDITO..: " WS-CONT-AGUARDANDO
008010     DISPLAY "RETORNOS SEM CREDITO: " WS-CONT-SEM-CREDITO
008020     DISPLAY "CREDITOS SEM RETORNO: " WS-CONT-SEM-RETORNO
008030     EVALUATE TRUE
008040         WHEN PARAMETROS-INVALIDOS
008050             CONTINUE
008060         WHEN MED-RC-FILE-ERROR
008070             IF WS-CBP-STATUS NOT = "00"
008072                DISPLAY "CONCPEND NAO GRAVADO, STATUS: "
008074                    WS-CBP-STATUS
008076             ELSE
008077                DISPLAY "EXTRATO RECUSADO PELO CONTROLE HDR/TRL: "
008078                    MED-ERROR-CODE
008079             END-IF
008080             MOVE 12 TO RETURN-CODE
008090         WHEN EXTRATO-REPETIDO
008100             MOVE 8 TO RETURN-CODE
008110         WHEN WS-CONT-SEM-CREDITO > ZERO
008120             OR WS-CONT-SEM-RETORNO > ZERO
008130             OR WS-CONT-DIF-TARIFA > ZERO
008140             OR NOT EXTRATO-ACEITO
008150             MOVE 4 TO RETURN-CODE
008160         WHEN OTHER
008170             CONTINUE
008180     END-EVALUATE
008190     .
008200 9000-EXIT.
008210     EXIT.
008220 9050-IMPRIME-TOTAL.
008230     MOVE WS-TOTAL-LINE TO CONC-REPORT-REC
008240     WRITE CONC-REPORT-REC
008250     MOVE SPACES TO WS-TOTAL-LINE
008260     .
008270 9050-EXIT.
008280     EXIT.
008290*----------------------------------------------------------*
008300* 9600/9650/9670 -- SHARED CONTROL-RECORD VALIDATION        *
008310*     PARAGRAPHS (CTLPARA).                                 *
008320*----------------------------------------------------------*
008330     COPY CTLPARA.
008340*----------------------------------------------------------*
008350* 9800-ERROR-LOG -- SHARED ERROR-LOGGING PARAGRAPH (ERRPARA) *
008360*----------------------------------------------------------*
008370     COPY ERRPARA.
008380 END PROGRAM CONCILIA_BANCO.
