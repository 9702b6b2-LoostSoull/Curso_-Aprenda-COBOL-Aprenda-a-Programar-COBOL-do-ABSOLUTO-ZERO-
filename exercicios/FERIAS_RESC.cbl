000100*****************************************************************
000110* Program:      FERIAS_RESC
000120* Author:       J. ALBUQUERQUE - APPLICATIONS SUPPORT
000130* Installation: ESCOLA - SISTEMA ACADEMICO
000140* Date-Written: 2026-10-15
000150* Date-Compiled:
000160* Purpose:      Vacation (ferias) and termination (rescisao)
000170*               calculation for the staff on SALMAST -- until now
000180*               done on a calculator. After the operator ID, one
000190*               request per SYSIN line until a blank line or FIM:
000200*                 FERIAS   <emp-id> <inicio> <dias> -- vacation of
000210*                     <dias> (05 to 30) days from <inicio>
000220*                     (AAAAMMDD), taken from the oldest vested
000230*                     acquisition period (each twelve months from
000240*                     MED-SAL-ADMISSAO) that still has days;
000250*                     pays the salary of the days plus the one
000260*                     third bonus;
000270*                 RESCISAO <emp-id> <data> <tipo> -- final
000280*                     settlement on <data>; <tipo> SJC dismissal
000290*                     without cause, PED resignation, JCA
000300*                     dismissal for cause. Pays the salary of the
000310*                     days worked in the month and the vested
000320*                     vacation days still owed plus one third;
000330*                     except for JCA also the proportional
000340*                     vacation plus one third and the
000350*                     proportional 13th salary (a month
000360*                     counts from 15 days on); for SJC also the
000370*                     indemnified notice (30 days plus 3 per full
000380*                     year, up to 90). The employee is set
000390*                     terminated (MED-SAL-SITUACAO D) so the next
000400*                     FOLHA_MENSAL stops paying the salary.
000410*               INSS and IRRF come off the TABFISC tables in force
000420*               for the payment competence (TABFPARA, the same
000430*               band arithmetic FOLHA_MENSAL uses) on the vacation
000440*               pay, and on a termination on the salary balance
000450*               and the 13th; the indemnified items are not
000460*               taxed. Every COMPUTE is fixed-decimal and guarded
000470*               by ON SIZE ERROR. Each request accepted prints a
000480*               receipt on FERRCB and queues the payment on FERPAG
000490*               (copybooks FERPSEL/FERPFD) for the FOLHABCO of its
000500*               competence -- a vacation is paid two days before
000510*               it starts, a termination in the month of the
000520*               termination; vacation days taken and indemnified
000530*               go on the FERHIST history so no acquisition period
000540*               is ever paid twice.
000550* Modification History:
000560*   2026-10-15 JA  Initial version.
000570* Tectonics: cobc
000580*****************************************************************
000590 IDENTIFICATION DIVISION.
000600 PROGRAM-ID. FERIAS_RESC.
000610 ENVIRONMENT DIVISION.
000620 INPUT-OUTPUT SECTION.
000630 FILE-CONTROL.
000640     COPY SALSEL.
000650     COPY TABFSEL.
000660     COPY FERPSEL.
000670     SELECT FERIAS-HIST-FILE ASSIGN TO "FERHIST"
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS WS-FHS-STATUS.
000700     SELECT RECIBO-FILE ASSIGN TO "FERRCB"
000710         ORGANIZATION IS LINE SEQUENTIAL.
000720     COPY OPERSEL.
000730     COPY ACSSEL.
000740     COPY ERRLSEL.
000750 DATA DIVISION.
000760 FILE SECTION.
000770 FD  SALARIO-MASTER-FILE.
000780     COPY SALMST.
000790     COPY TABFFD.
000800     COPY FERPFD.
000810 FD  FERIAS-HIST-FILE.
000820 01  MED-FERIAS-HIST-REC.
000830     03  MED-FHS-EMP-ID         PIC 9(06).
000840     03  FILLER                 PIC X(01).
000850     03  MED-FHS-PERIODO        PIC 9(08).
000860     03  FILLER                 PIC X(01).
000870     03  MED-FHS-GOZO-INICIO    PIC 9(08).
000880     03  FILLER                 PIC X(01).
000890     03  MED-FHS-DIAS           PIC 9(02).
000900     03  FILLER                 PIC X(01).
000910     03  MED-FHS-TIPO           PIC X(01).
000920         88  MED-FHS-GOZADAS          VALUE 'G'.
000930         88  MED-FHS-INDENIZADAS      VALUE 'I'.
000940     03  FILLER                 PIC X(01).
000950     03  MED-FHS-DATA-REG       PIC 9(08).
000960     03  FILLER                 PIC X(01).
000970     03  MED-FHS-OPERADOR       PIC X(08).
000980 FD  RECIBO-FILE.
000990 01  RECIBO-REC                 PIC X(80).
001000 FD  OPER-MASTER-FILE.
001010     COPY OPERMST.
001020     COPY ACSFD.
001030     COPY ERRLFD.
001040 WORKING-STORAGE SECTION.
001050     COPY ERRCODES.
001060 01  WS-OPR-MASTER-STATUS       PIC X(02) VALUE SPACES.
001070     COPY CADREC.
001080     COPY OPERREC.
001090     COPY TABFREC.
001100 01  WS-OPERADOR                PIC X(08) VALUE SPACES.
001110 01  WS-SAL-MASTER-STATUS       PIC X(02) VALUE SPACES.
001120 01  WS-TBF-STATUS-FS           PIC X(02) VALUE SPACES.
001130 01  WS-FPG-STATUS              PIC X(02) VALUE SPACES.
001140 01  WS-FHS-STATUS              PIC X(02) VALUE SPACES.
001150 01  WS-SWITCHES.
001160     03  WS-EOF-PEDIDOS         PIC X(01) VALUE 'N'.
001170         88  FIM-DOS-PEDIDOS          VALUE 'S'.
001180     03  WS-EOF-FERHIST         PIC X(01) VALUE 'N'.
001190         88  FIM-DO-FERHIST           VALUE 'S'.
001200     03  WS-PEDIDO-VALIDO       PIC X(01) VALUE 'S'.
001210         88  PEDIDO-REJEITADO         VALUE 'N'.
001220     03  WS-CALC-ERRO           PIC X(01) VALUE 'N'.
001230         88  CALCULO-COM-ERRO         VALUE 'S'.
001240*----------------------------------------------------------*
001250* SYSIN REQUEST LINE:                                       *
001260*     FUNCAO(8) SP EMP-ID(6) SP DATA(8) SP DIAS/TIPO(3)     *
001270*----------------------------------------------------------*
001280 01  WS-PARM-LINE.
001290     03  WS-PRM-FUNCAO          PIC X(08).
001300         88  PEDIDO-FERIAS            VALUE "FERIAS  ".
001310         88  PEDIDO-RESCISAO          VALUE "RESCISAO".
001320         88  PEDIDO-FIM               VALUE "FIM     ".
001330     03  FILLER                 PIC X(01).
001340     03  WS-PRM-EMP-ID          PIC X(06).
001350     03  FILLER                 PIC X(01).
001360     03  WS-PRM-DATA            PIC X(08).
001370     03  FILLER                 PIC X(01).
001380     03  WS-PRM-ARGUMENTO       PIC X(03).
001390         88  RESC-SEM-JUSTA-CAUSA     VALUE "SJC".
001400         88  RESC-PEDIDO-DEMISSAO     VALUE "PED".
001410         88  RESC-JUSTA-CAUSA         VALUE "JCA".
001420     03  FILLER                 PIC X(53).
001430 01  WS-MOTIVO-REJEICAO         PIC X(40) VALUE SPACES.
001440 01  WS-DATA-HOJE               PIC 9(08) VALUE ZERO.
001450*----------------------------------------------------------*
001460* DATES: ADMISSION, THE REQUEST DATE AND A WORK DATE, EACH  *
001470*     WITH ITS YEAR/MONTH/DAY VIEW                          *
001480*----------------------------------------------------------*
001490 01  WS-DATA-ADMISSAO           PIC 9(08) VALUE ZERO.
001500 01  WS-ADM-R REDEFINES WS-DATA-ADMISSAO.
001510     03  WS-ADM-ANO             PIC 9(04).
001520     03  WS-ADM-MMDD.
001530         05  WS-ADM-MES         PIC 9(02).
001540         05  WS-ADM-DIA         PIC 9(02).
001550 01  WS-DATA-REF                PIC 9(08) VALUE ZERO.
001560 01  WS-REF-R REDEFINES WS-DATA-REF.
001570     03  WS-REF-ANO             PIC 9(04).
001580     03  WS-REF-MMDD.
001590         05  WS-REF-MES         PIC 9(02).
001600         05  WS-REF-DIA         PIC 9(02).
001610 01  WS-DATA-TRAB               PIC 9(08) VALUE ZERO.
001620 01  WS-TRB-R REDEFINES WS-DATA-TRAB.
001630     03  WS-TRB-ANO             PIC 9(04).
001640     03  WS-TRB-MES             PIC 9(02).
001650     03  WS-TRB-DIA             PIC 9(02).
001660 01  WS-DATA-PGTO               PIC 9(08) VALUE ZERO.
001670 01  WS-COMPETENCIA             PIC 9(06) VALUE ZERO.
001680 01  WS-DIAS-NUM                PIC 9(07) VALUE ZERO.
001690 01  WS-DIAS-NUM-2              PIC 9(07) VALUE ZERO.
001700 01  WS-DIA-ANIV                PIC 9(02) VALUE ZERO.
001710*----------------------------------------------------------*
001720* ACQUISITION PERIODS VESTED AT THE REQUEST DATE AND THE   *
001730*     DAYS EACH STILL OWES                                  *
001740*----------------------------------------------------------*
001750 01  WS-ANOS-COMPLETOS          PIC 9(03) VALUE ZERO.
001760 01  WS-PER-QTD                 PIC 9(02) COMP VALUE ZERO.
001770 01  WS-PER-TABLE.
001780     03  WS-PER-ENTRY           OCCURS 60 TIMES.
001790         05  WS-PER-INICIO      PIC 9(08).
001800         05  WS-PER-SALDO       PIC S9(03).
001810 01  WS-PER-SUB                 PIC 9(02) COMP VALUE ZERO.
001820 01  WS-PER-ESCOLHIDO           PIC 9(02) COMP VALUE ZERO.
001830*----------------------------------------------------------*
001840* FERHIST: EVERY VACATION DAY TAKEN OR INDEMNIFIED          *
001850*----------------------------------------------------------*
001860 01  WS-FHT-TABLE-QTD           PIC 9(04) COMP VALUE ZERO.
001870 01  WS-FHT-TABLE.
001880     03  WS-FHT-ENTRY           OCCURS 1 TO 3000 TIMES
001890                                DEPENDING ON WS-FHT-TABLE-QTD
001900                                INDEXED BY WS-FHT-IDX.
001910         05  WS-FHT-EMP-ID      PIC 9(06).
001920         05  WS-FHT-PERIODO     PIC 9(08).
001930         05  WS-FHT-DIAS        PIC 9(02).
001940 01  WS-FHT-SUB                 PIC 9(04) COMP VALUE ZERO.
001950*----------------------------------------------------------*
001960* AMOUNTS OF THE REQUEST BEING CALCULATED                   *
001970*----------------------------------------------------------*
001980 01  WS-CALCULO.
001990     03  WS-DIAS-FERIAS         PIC 9(02) VALUE ZERO.
002000     03  WS-DIAS-VENCIDAS       PIC 9(03) VALUE ZERO.
002010     03  WS-DIAS-SALDO          PIC 9(02) VALUE ZERO.
002020     03  WS-DIAS-AVISO          PIC 9(03) VALUE ZERO.
002030     03  WS-MESES-PROP          PIC S9(03) VALUE ZERO.
002040     03  WS-MESES-13            PIC S9(03) VALUE ZERO.
002050     03  WS-MES-INICIAL         PIC 9(02) VALUE ZERO.
002060     03  WS-MES-FINAL           PIC 9(02) VALUE ZERO.
002070     03  WS-VALOR-FERIAS        PIC 9(07)V99 VALUE ZERO.
002080     03  WS-VALOR-TERCO         PIC 9(07)V99 VALUE ZERO.
002090     03  WS-VALOR-SALDO-SAL     PIC 9(07)V99 VALUE ZERO.
002100     03  WS-VALOR-VENCIDAS      PIC 9(07)V99 VALUE ZERO.
002110     03  WS-VALOR-TERCO-VENC    PIC 9(07)V99 VALUE ZERO.
002120     03  WS-VALOR-PROP          PIC 9(07)V99 VALUE ZERO.
002130     03  WS-VALOR-TERCO-PROP    PIC 9(07)V99 VALUE ZERO.
002140     03  WS-VALOR-13            PIC 9(07)V99 VALUE ZERO.
002150     03  WS-VALOR-AVISO         PIC 9(07)V99 VALUE ZERO.
002160     03  WS-BASE-TRIBUTAVEL     PIC 9(07)V99 VALUE ZERO.
002170     03  WS-VALOR-BRUTO         PIC 9(07)V99 VALUE ZERO.
002180     03  WS-VALOR-INSS          PIC 9(07)V99 VALUE ZERO.
002190     03  WS-VALOR-IRRF          PIC 9(07)V99 VALUE ZERO.
002200     03  WS-VALOR-LIQUIDO       PIC S9(07)V99 VALUE ZERO.
002210 01  WS-CONTADORES.
002220     03  WS-CONT-PEDIDOS        PIC 9(05) COMP VALUE ZERO.
002230     03  WS-CONT-FERIAS         PIC 9(05) COMP VALUE ZERO.
002240     03  WS-CONT-RESCISOES      PIC 9(05) COMP VALUE ZERO.
002250     03  WS-CONT-REJEITADOS     PIC 9(05) COMP VALUE ZERO.
002260 01  WS-TOTAL-LIQUIDO           PIC 9(09)V99 VALUE ZERO.
002270*----------------------------------------------------------*
002280* RECEIPT LINES                                             *
002290*----------------------------------------------------------*
002300 01  WS-RCB-TITULO.
002310     03  WS-RCT-TEXTO           PIC X(30).
002320     03  FILLER                 PIC X(14) VALUE " COMPETENCIA ".
002330     03  WS-RCT-COMPETENCIA     PIC 9(06).
002340     03  FILLER                 PIC X(10) VALUE " EMITIDO ".
002350     03  WS-RCT-DATA            PIC 9(08).
002360 01  WS-RCB-EMPREGADO.
002370     03  FILLER                 PIC X(11) VALUE "EMPREGADO: ".
002380     03  WS-RCE-EMP-ID          PIC 9(06).
002390     03  FILLER                 PIC X(01) VALUE SPACE.
002400     03  WS-RCE-NOME            PIC X(30).
002410     03  FILLER                 PIC X(01) VALUE SPACE.
002420     03  WS-RCE-CARGO           PIC X(20).
002430 01  WS-RCB-DADOS.
002440     03  FILLER                 PIC X(11) VALUE "ADMISSAO:  ".
002450     03  WS-RCD-ADMISSAO        PIC 9(08).
002460     03  FILLER                 PIC X(10) VALUE " SALARIO: ".
002470     03  WS-RCD-SALARIO         PIC ZZZZZZ9.99.
002480     03  WS-RCD-ROTULO          PIC X(10).
002490     03  WS-RCD-DATA            PIC 9(08).
002500     03  WS-RCD-COMPL           PIC X(20).
002510 01  WS-RCB-VALOR-LINE.
002520     03  FILLER                 PIC X(02) VALUE SPACES.
002530     03  WS-RCV-DESCR           PIC X(40).
002540     03  WS-RCV-REF             PIC X(12).
002550     03  FILLER                 PIC X(02) VALUE SPACES.
002560     03  WS-RCV-SINAL           PIC X(01).
002570     03  WS-RCV-VALOR           PIC ZZZZZZ9.99.
002580 01  WS-RCV-NUM                 PIC 9(07)V99 VALUE ZERO.
002590 01  WS-RCV-QTD                 PIC ZZ9.
002600 01  WS-RCB-TRACO               PIC X(68) VALUE ALL "-".
002610 PROCEDURE DIVISION.
002620 0000-MAIN-PROCEDURE.
002630     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002640     PERFORM 2000-PROCESSA-PEDIDO THRU 2000-EXIT
002650         UNTIL FIM-DOS-PEDIDOS
002660     PERFORM 9000-FINALIZE THRU 9000-EXIT
002670     STOP RUN.
002680*----------------------------------------------------------*
002690* 1000-INITIALIZE -- OPERATOR GATE, SALMAST FOR UPDATE (IT *
002700*     IS REQUIRED), THE FERHIST HISTORY INTO THE TABLE AND  *
002710*     THE OUTPUT FILES. FERHIST AND FERPAG ARE APPENDED TO, *
002720*     CREATED ON THE FIRST RUN.                             *
002730*----------------------------------------------------------*
002740 1000-INITIALIZE.
002750     MOVE "FERRESC " TO MED-ERROR-PROGRAM
002760     DISPLAY "IDENTIFICACAO DO OPERADOR: "
002770     ACCEPT WS-OPERADOR
002780     PERFORM 9200-ABRE-OPERMAST THRU 9200-EXIT-OPER
002790     MOVE WS-OPERADOR TO MED-OPR-CHECK-ID
002800     MOVE 'M' TO MED-OPR-FUNC-CHECK
002810     PERFORM 9250-VERIFICA-OPERADOR THRU 9250-EXIT-OPER
002820     PERFORM 9290-FECHA-OPERMAST THRU 9290-EXIT-OPER
002830     IF NOT OPERADOR-AUTORIZADO
002840        DISPLAY "OPERADOR " WS-OPERADOR
002850            " SEM PERMISSAO DE MANUTENCAO"
002860        MOVE ZERO TO MED-OPN-ALUNO-ID
002870        PERFORM 9280-NEGA-ACESSO THRU 9280-EXIT-OPER
002880        MOVE "OPRNEG" TO MED-ERROR-CODE
002890        MOVE "OPERADOR SEM PERMISSAO DE MANUTENCAO" TO
002900            MED-ERROR-TEXT
002910        SET MED-RC-DATA-ERROR TO TRUE
002920        PERFORM 9800-ERROR-LOG THRU 9800-EXIT
002930        MOVE 8 TO RETURN-CODE
002940        STOP RUN
002950     END-IF
002960     ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
002970     OPEN I-O SALARIO-MASTER-FILE
002980     IF WS-SAL-MASTER-STATUS NOT = "00"
002990        DISPLAY "SALMAST NAO DISPONIVEL, STATUS: "
003000            WS-SAL-MASTER-STATUS
003010        MOVE "OPNERR"   TO MED-ERROR-CODE
003020        MOVE "SALMAST INDISPONIVEL EM FERIAS/RESCISAO" TO
003030            MED-ERROR-TEXT
003040        SET MED-RC-FILE-ERROR TO TRUE
003050        PERFORM 9800-ERROR-LOG THRU 9800-EXIT
003060        MOVE MED-RETURN-CODE TO RETURN-CODE
003070        STOP RUN
003080     END-IF
003090     PERFORM 1100-CARREGA-FERHIST THRU 1100-EXIT
003100     OPEN EXTEND FERIAS-HIST-FILE
003110     IF WS-FHS-STATUS NOT = "00" AND WS-FHS-STATUS NOT = "05"
003120        OPEN OUTPUT FERIAS-HIST-FILE
003130     END-IF
003140     OPEN EXTEND FERIAS-PAGTO-FILE
003150     IF WS-FPG-STATUS NOT = "00" AND WS-FPG-STATUS NOT = "05"
003160        OPEN OUTPUT FERIAS-PAGTO-FILE
003170     END-IF
003180     OPEN OUTPUT RECIBO-FILE
003190     .
003200 1000-EXIT.
003210     EXIT.
003220 1100-CARREGA-FERHIST.
003230     OPEN INPUT FERIAS-HIST-FILE
003240     IF WS-FHS-STATUS NOT = "00"
003250        GO TO 1100-EXIT
003260     END-IF
003270     PERFORM 1150-LE-FERHIST THRU 1150-EXIT
003280         UNTIL FIM-DO-FERHIST
003290     CLOSE FERIAS-HIST-FILE
003300     .
003310 1100-EXIT.
003320     EXIT.
003330 1150-LE-FERHIST.
003340     READ FERIAS-HIST-FILE
003350         AT END
003360             SET FIM-DO-FERHIST TO TRUE
003370             GO TO 1150-EXIT
003380     END-READ
003390     PERFORM 1160-GUARDA-FERHIST THRU 1160-EXIT
003400     .
003410 1150-EXIT.
003420     EXIT.
003430 1160-GUARDA-FERHIST.
003440     IF WS-FHT-TABLE-QTD >= 3000
003450        DISPLAY "TABELA DE FERIAS CHEIA (3000)"
003460        MOVE 8 TO RETURN-CODE
003470        STOP RUN
003480     END-IF
003490     ADD 1 TO WS-FHT-TABLE-QTD
003500     SET WS-FHT-IDX TO WS-FHT-TABLE-QTD
003510     MOVE MED-FHS-EMP-ID  TO WS-FHT-EMP-ID (WS-FHT-IDX)
003520     MOVE MED-FHS-PERIODO TO WS-FHT-PERIODO (WS-FHT-IDX)
003530     MOVE MED-FHS-DIAS    TO WS-FHT-DIAS (WS-FHT-IDX)
003540     .
003550 1160-EXIT.
003560     EXIT.
003570*----------------------------------------------------------*
003580* 2000-PROCESSA-PEDIDO -- ONE SYSIN REQUEST: THE EMPLOYEE  *
003590*     AND THE DATE ARE CHECKED HERE, THE REST BY THE KIND. *
003600*----------------------------------------------------------*
003610 2000-PROCESSA-PEDIDO.
003620     MOVE SPACES TO WS-PARM-LINE
003630     ACCEPT WS-PARM-LINE
003640     IF WS-PARM-LINE = SPACES OR PEDIDO-FIM
003650        SET FIM-DOS-PEDIDOS TO TRUE
003660        GO TO 2000-EXIT
003670     END-IF
003680     ADD 1 TO WS-CONT-PEDIDOS
003690     MOVE 'S' TO WS-PEDIDO-VALIDO
003700     MOVE 'N' TO WS-CALC-ERRO
003710     MOVE SPACES TO WS-MOTIVO-REJEICAO
003720     INITIALIZE WS-CALCULO
003730     PERFORM 2100-VALIDA-EMPREGADO THRU 2100-EXIT
003740     IF NOT PEDIDO-REJEITADO
003750        EVALUATE TRUE
003760            WHEN PEDIDO-FERIAS
003770                PERFORM 3000-FERIAS THRU 3000-EXIT
003780            WHEN PEDIDO-RESCISAO
003790                PERFORM 4000-RESCISAO THRU 4000-EXIT
003800            WHEN OTHER
003810                SET PEDIDO-REJEITADO TO TRUE
003820                MOVE "FUNCAO INVALIDA" TO WS-MOTIVO-REJEICAO
003830        END-EVALUATE
003840     END-IF
003850     IF PEDIDO-REJEITADO
003860        ADD 1 TO WS-CONT-REJEITADOS
003870        DISPLAY "PEDIDO REJEITADO: " WS-PRM-FUNCAO " "
003880            WS-PRM-EMP-ID " " WS-PRM-DATA " " WS-PRM-ARGUMENTO
003890            " -- " WS-MOTIVO-REJEICAO
003900     END-IF
003910     .
003920 2000-EXIT.
003930     EXIT.
003940 2100-VALIDA-EMPREGADO.
003950     IF WS-PRM-EMP-ID IS NOT NUMERIC
003960        SET PEDIDO-REJEITADO TO TRUE
003970        MOVE "EMPREGADO NAO NUMERICO" TO WS-MOTIVO-REJEICAO
003980        GO TO 2100-EXIT
003990     END-IF
004000     MOVE WS-PRM-EMP-ID TO MED-SAL-EMP-ID
004010     READ SALARIO-MASTER-FILE
004020         INVALID KEY
004030             SET PEDIDO-REJEITADO TO TRUE
004040             MOVE "EMPREGADO NAO CADASTRADO" TO WS-MOTIVO-REJEICAO
004050             GO TO 2100-EXIT
004060     END-READ
004070     IF MED-SAL-DESLIGADO
004080        SET PEDIDO-REJEITADO TO TRUE
004090        MOVE "EMPREGADO JA DESLIGADO" TO WS-MOTIVO-REJEICAO
004100        GO TO 2100-EXIT
004110     END-IF
004120     IF MED-SAL-SALARIO IS NOT NUMERIC
004130        OR MED-SAL-SALARIO = ZERO
004140        SET PEDIDO-REJEITADO TO TRUE
004150        MOVE "EMPREGADO SEM SALARIO" TO WS-MOTIVO-REJEICAO
004160        GO TO 2100-EXIT
004170     END-IF
004180     IF MED-SAL-ADMISSAO IS NOT NUMERIC
004190        OR MED-SAL-ADMISSAO = ZERO
004200        SET PEDIDO-REJEITADO TO TRUE
004210        MOVE "EMPREGADO SEM DATA DE ADMISSAO" TO
004220            WS-MOTIVO-REJEICAO
004230        GO TO 2100-EXIT
004240     END-IF
004250     MOVE MED-SAL-ADMISSAO TO WS-DATA-ADMISSAO
004260     IF WS-PRM-DATA IS NOT NUMERIC
004270        SET PEDIDO-REJEITADO TO TRUE
004280        MOVE "DATA NAO NUMERICA" TO WS-MOTIVO-REJEICAO
004290        GO TO 2100-EXIT
004300     END-IF
004310     MOVE WS-PRM-DATA TO WS-DATA-REF
004320     MOVE ZERO TO WS-DIAS-NUM
004330     COMPUTE WS-DIAS-NUM =
004340         FUNCTION INTEGER-OF-DATE (WS-DATA-REF)
004350         ON SIZE ERROR
004360             MOVE ZERO TO WS-DIAS-NUM
004370     END-COMPUTE
004380     IF WS-DIAS-NUM = ZERO
004390        SET PEDIDO-REJEITADO TO TRUE
004400        MOVE "DATA INVALIDA" TO WS-MOTIVO-REJEICAO
004410        GO TO 2100-EXIT
004420     END-IF
004430     IF WS-DATA-REF < WS-DATA-ADMISSAO
004440        SET PEDIDO-REJEITADO TO TRUE
004450        MOVE "DATA ANTERIOR A ADMISSAO" TO WS-MOTIVO-REJEICAO
004460        GO TO 2100-EXIT
004470     END-IF
004480     PERFORM 2200-PERIODOS-AQUISITIVOS THRU 2200-EXIT
004490     .
004500 2100-EXIT.
004510     EXIT.
004520*----------------------------------------------------------*
004530* 2200-PERIODOS-AQUISITIVOS -- ONE PERIOD PER FULL YEAR     *
004540*     FROM ADMISSION TO THE REQUEST DATE, EACH STARTING ON  *
004550*     THE ADMISSION ANNIVERSARY (29 FEB COUNTS AS 28 FEB),  *
004560*     WITH THE 30 DAYS LESS THOSE ALREADY ON FERHIST.       *
004570*----------------------------------------------------------*
004580 2200-PERIODOS-AQUISITIVOS.
004590     COMPUTE WS-ANOS-COMPLETOS = WS-REF-ANO - WS-ADM-ANO
004600     IF WS-REF-MMDD < WS-ADM-MMDD
004610        SUBTRACT 1 FROM WS-ANOS-COMPLETOS
004620     END-IF
004630     MOVE WS-ADM-DIA TO WS-DIA-ANIV
004640     IF WS-ADM-MES = 2 AND WS-ADM-DIA = 29
004650        MOVE 28 TO WS-DIA-ANIV
004660     END-IF
004670     MOVE ZERO TO WS-PER-QTD
004680     IF WS-ANOS-COMPLETOS > 60
004690        SET PEDIDO-REJEITADO TO TRUE
004700        MOVE "ADMISSAO HA MAIS DE 60 ANOS" TO WS-MOTIVO-REJEICAO
004710        GO TO 2200-EXIT
004720     END-IF
004730     PERFORM 2250-MONTA-PERIODO THRU 2250-EXIT
004740         VARYING WS-PER-SUB FROM 1 BY 1
004750         UNTIL WS-PER-SUB > WS-ANOS-COMPLETOS
004760     .
004770 2200-EXIT.
004780     EXIT.
004790 2250-MONTA-PERIODO.
004800     ADD 1 TO WS-PER-QTD
004810     COMPUTE WS-TRB-ANO = WS-ADM-ANO + WS-PER-SUB - 1
004820     MOVE WS-ADM-MES  TO WS-TRB-MES
004830     MOVE WS-DIA-ANIV TO WS-TRB-DIA
004840     MOVE WS-DATA-TRAB TO WS-PER-INICIO (WS-PER-SUB)
004850     MOVE 30 TO WS-PER-SALDO (WS-PER-SUB)
004860     PERFORM 2260-DESCONTA-HISTORICO THRU 2260-EXIT
004870         VARYING WS-FHT-SUB FROM 1 BY 1
004880         UNTIL WS-FHT-SUB > WS-FHT-TABLE-QTD
004890     .
004900 2250-EXIT.
004910     EXIT.
004920 2260-DESCONTA-HISTORICO.
004930     IF WS-FHT-EMP-ID (WS-FHT-SUB) = MED-SAL-EMP-ID
004940        AND WS-FHT-PERIODO (WS-FHT-SUB) =
004950            WS-PER-INICIO (WS-PER-SUB)
004960        SUBTRACT WS-FHT-DIAS (WS-FHT-SUB) FROM
004970            WS-PER-SALDO (WS-PER-SUB)
004980     END-IF
004990     .
005000 2260-EXIT.
005010     EXIT.
005020*----------------------------------------------------------*
005030* 3000-FERIAS -- THE DAYS FROM THE OLDEST VESTED PERIOD     *
005040*     WITH A BALANCE, SALARY OF THE DAYS PLUS ONE THIRD,    *
005050*     TAXED; PAID IN THE COMPETENCE OF TWO DAYS BEFORE THE  *
005060*     START.                                                *
005070*----------------------------------------------------------*
005080 3000-FERIAS.
005090     IF WS-PRM-ARGUMENTO (1:2) IS NOT NUMERIC
005100        SET PEDIDO-REJEITADO TO TRUE
005110        MOVE "DIAS DE FERIAS NAO NUMERICO" TO WS-MOTIVO-REJEICAO
005120        GO TO 3000-EXIT
005130     END-IF
005140     MOVE WS-PRM-ARGUMENTO (1:2) TO WS-DIAS-FERIAS
005150     IF WS-DIAS-FERIAS < 5 OR WS-DIAS-FERIAS > 30
005160        SET PEDIDO-REJEITADO TO TRUE
005170        MOVE "DIAS DE FERIAS FORA DE 05 A 30" TO
005180            WS-MOTIVO-REJEICAO
005190        GO TO 3000-EXIT
005200     END-IF
005210     MOVE ZERO TO WS-PER-ESCOLHIDO
005220     PERFORM 3050-ESCOLHE-PERIODO THRU 3050-EXIT
005230         VARYING WS-PER-SUB FROM WS-PER-QTD BY -1
005240         UNTIL WS-PER-SUB < 1
005250     IF WS-PER-ESCOLHIDO = ZERO
005260        SET PEDIDO-REJEITADO TO TRUE
005270        MOVE "SEM PERIODO AQUISITIVO VENCIDO" TO
005280            WS-MOTIVO-REJEICAO
005290        GO TO 3000-EXIT
005300     END-IF
005310     IF WS-DIAS-FERIAS > WS-PER-SALDO (WS-PER-ESCOLHIDO)
005320        SET PEDIDO-REJEITADO TO TRUE
005330        MOVE "DIAS ACIMA DO SALDO DO PERIODO" TO
005340            WS-MOTIVO-REJEICAO
005350        GO TO 3000-EXIT
005360     END-IF
005370     COMPUTE WS-DIAS-NUM-2 = WS-DIAS-NUM - 2
005380     COMPUTE WS-DATA-PGTO =
005390         FUNCTION DATE-OF-INTEGER (WS-DIAS-NUM-2)
005400     MOVE WS-DATA-PGTO (1:6) TO WS-COMPETENCIA
005410     COMPUTE WS-VALOR-FERIAS ROUNDED =
005420         MED-SAL-SALARIO * WS-DIAS-FERIAS / 30
005430         ON SIZE ERROR SET CALCULO-COM-ERRO TO TRUE
005440     END-COMPUTE
005450     COMPUTE WS-VALOR-TERCO ROUNDED = WS-VALOR-FERIAS / 3
005460         ON SIZE ERROR SET CALCULO-COM-ERRO TO TRUE
005470     END-COMPUTE
005480     COMPUTE WS-VALOR-BRUTO = WS-VALOR-FERIAS + WS-VALOR-TERCO
005490         ON SIZE ERROR SET CALCULO-COM-ERRO TO TRUE
005500     END-COMPUTE
005510     MOVE WS-VALOR-BRUTO TO WS-BASE-TRIBUTAVEL
005520     PERFORM 5000-CALCULA-IMPOSTOS THRU 5000-EXIT
005530     IF PEDIDO-REJEITADO
005540        GO TO 3000-EXIT
005550     END-IF
005560     PERFORM 6000-RECIBO-FERIAS THRU 6000-EXIT
005570     MOVE SPACES TO MED-FERIAS-HIST-REC
005580     MOVE MED-SAL-EMP-ID TO MED-FHS-EMP-ID
005590     MOVE WS-PER-INICIO (WS-PER-ESCOLHIDO) TO MED-FHS-PERIODO
005600     MOVE WS-DATA-REF    TO MED-FHS-GOZO-INICIO
005610     MOVE WS-DIAS-FERIAS TO MED-FHS-DIAS
005620     SET MED-FHS-GOZADAS TO TRUE
005630     PERFORM 7100-GRAVA-FERHIST THRU 7100-EXIT
005640     MOVE SPACES TO MED-FERIAS-PAGTO-REC
005650     MOVE "FER" TO MED-FPG-TIPO
005660     MOVE WS-DIAS-FERIAS TO MED-FPG-DIAS
005670     PERFORM 7200-GRAVA-PAGAMENTO THRU 7200-EXIT
005680     ADD 1 TO WS-CONT-FERIAS
005690     .
005700 3000-EXIT.
005710     EXIT.
005720 3050-ESCOLHE-PERIODO.
005730     IF WS-PER-SALDO (WS-PER-SUB) > ZERO
005740        MOVE WS-PER-SUB TO WS-PER-ESCOLHIDO
005750     END-IF
005760     .
005770 3050-EXIT.
005780     EXIT.
005790*----------------------------------------------------------*
005800* 4000-RESCISAO -- THE FINAL SETTLEMENT BY KIND, PAID IN    *
005810*     THE COMPETENCE OF THE TERMINATION; THE EMPLOYEE IS    *
005820*     THEN SET TERMINATED ON SALMAST.                       *
005830*----------------------------------------------------------*
005840 4000-RESCISAO.
005850     IF NOT RESC-SEM-JUSTA-CAUSA
005860        AND NOT RESC-PEDIDO-DEMISSAO
005870        AND NOT RESC-JUSTA-CAUSA
005880        SET PEDIDO-REJEITADO TO TRUE
005890        MOVE "TIPO DE RESCISAO INVALIDO (SJC/PED/JCA)" TO
005900            WS-MOTIVO-REJEICAO
005910        GO TO 4000-EXIT
005920     END-IF
005930     MOVE WS-DATA-REF (1:6) TO WS-COMPETENCIA
005940     PERFORM 4100-SALDO-SALARIO THRU 4100-EXIT
005950     PERFORM 4200-FERIAS-VENCIDAS THRU 4200-EXIT
005960     IF NOT RESC-JUSTA-CAUSA
005970        PERFORM 4300-FERIAS-PROPORCIONAIS THRU 4300-EXIT
005980        PERFORM 4400-DECIMO-TERCEIRO THRU 4400-EXIT
005990     END-IF
006000     IF RESC-SEM-JUSTA-CAUSA
006010        PERFORM 4500-AVISO-PREVIO THRU 4500-EXIT
006020     END-IF
006030     COMPUTE WS-VALOR-BRUTO = WS-VALOR-SALDO-SAL
006040         + WS-VALOR-VENCIDAS + WS-VALOR-TERCO-VENC
006050         + WS-VALOR-PROP + WS-VALOR-TERCO-PROP
006060         + WS-VALOR-13 + WS-VALOR-AVISO
006070         ON SIZE ERROR SET CALCULO-COM-ERRO TO TRUE
006080     END-COMPUTE
006090     COMPUTE WS-BASE-TRIBUTAVEL = WS-VALOR-SALDO-SAL + WS-VALOR-13
006100         ON SIZE ERROR SET CALCULO-COM-ERRO TO TRUE
006110     END-COMPUTE
006120     PERFORM 5000-CALCULA-IMPOSTOS THRU 5000-EXIT
006130     IF PEDIDO-REJEITADO
006140        GO TO 4000-EXIT
006150     END-IF
006160     SET MED-SAL-DESLIGADO TO TRUE
006170     REWRITE MED-SALARIO-MASTER-REC
006180         INVALID KEY
006190             SET PEDIDO-REJEITADO TO TRUE
006200             MOVE "ERRO DE REGRAVACAO NO SALMAST" TO
006210                 WS-MOTIVO-REJEICAO
006220             GO TO 4000-EXIT
006230     END-REWRITE
006240     PERFORM 6500-RECIBO-RESCISAO THRU 6500-EXIT
006250     PERFORM 4250-BAIXA-VENCIDAS THRU 4250-EXIT
006260         VARYING WS-PER-SUB FROM 1 BY 1
006270         UNTIL WS-PER-SUB > WS-PER-QTD
006280     MOVE SPACES TO MED-FERIAS-PAGTO-REC
006290     MOVE "RES" TO MED-FPG-TIPO
006300     MOVE ZERO TO MED-FPG-DIAS
006310     PERFORM 7200-GRAVA-PAGAMENTO THRU 7200-EXIT
006320     ADD 1 TO WS-CONT-RESCISOES
006330     .
006340 4000-EXIT.
006350     EXIT.
006360 4100-SALDO-SALARIO.
006370     MOVE WS-REF-DIA TO WS-DIAS-SALDO
006380     IF WS-DATA-ADMISSAO (1:6) = WS-DATA-REF (1:6)
006390        COMPUTE WS-DIAS-SALDO = WS-REF-DIA - WS-ADM-DIA + 1
006400     END-IF
006410     IF WS-DIAS-SALDO > 30
006420        MOVE 30 TO WS-DIAS-SALDO
006430     END-IF
006440     COMPUTE WS-VALOR-SALDO-SAL ROUNDED =
006450         MED-SAL-SALARIO * WS-DIAS-SALDO / 30
006460         ON SIZE ERROR SET CALCULO-COM-ERRO TO TRUE
006470     END-COMPUTE
006480     .
006490 4100-EXIT.
006500     EXIT.
006510 4200-FERIAS-VENCIDAS.
006520     MOVE ZERO TO WS-DIAS-VENCIDAS
006530     PERFORM 4210-SOMA-VENCIDAS THRU 4210-EXIT
006540         VARYING WS-PER-SUB FROM 1 BY 1
006550         UNTIL WS-PER-SUB > WS-PER-QTD
006560     IF WS-DIAS-VENCIDAS = ZERO
006570        GO TO 4200-EXIT
006580     END-IF
006590     COMPUTE WS-VALOR-VENCIDAS ROUNDED =
006600         MED-SAL-SALARIO * WS-DIAS-VENCIDAS / 30
006610         ON SIZE ERROR SET CALCULO-COM-ERRO TO TRUE
006620     END-COMPUTE
006630     COMPUTE WS-VALOR-TERCO-VENC ROUNDED = WS-VALOR-VENCIDAS / 3
006640         ON SIZE ERROR SET CALCULO-COM-ERRO TO TRUE
006650     END-COMPUTE
006660     .
006670 4200-EXIT.
006680     EXIT.
006690 4210-SOMA-VENCIDAS.
006700     IF WS-PER-SALDO (WS-PER-SUB) > ZERO
006710        ADD WS-PER-SALDO (WS-PER-SUB) TO WS-DIAS-VENCIDAS
006720     END-IF
006730     .
006740 4210-EXIT.
006750     EXIT.
006760 4250-BAIXA-VENCIDAS.
006770     IF WS-PER-SALDO (WS-PER-SUB) > ZERO
006780        MOVE SPACES TO MED-FERIAS-HIST-REC
006790        MOVE MED-SAL-EMP-ID TO MED-FHS-EMP-ID
006800        MOVE WS-PER-INICIO (WS-PER-SUB) TO MED-FHS-PERIODO
006810        MOVE WS-DATA-REF TO MED-FHS-GOZO-INICIO
006820        MOVE WS-PER-SALDO (WS-PER-SUB) TO MED-FHS-DIAS
006830        SET MED-FHS-INDENIZADAS TO TRUE
006840        PERFORM 7100-GRAVA-FERHIST THRU 7100-EXIT
006850     END-IF
006860     .
006870 4250-EXIT.
006880     EXIT.
006890*----------------------------------------------------------*
006900* 4300-FERIAS-PROPORCIONAIS -- TWELFTHS OF THE PERIOD STILL *
006910*     RUNNING: FULL MONTHS FROM ITS START TO THE            *
006920*     TERMINATION, ONE MORE WHEN THE DAYS LEFT OVER REACH   *
006930*     15.                                                   *
006940*----------------------------------------------------------*
006950 4300-FERIAS-PROPORCIONAIS.
006960     COMPUTE WS-TRB-ANO = WS-ADM-ANO + WS-ANOS-COMPLETOS
006970     MOVE WS-ADM-MES  TO WS-TRB-MES
006980     MOVE WS-DIA-ANIV TO WS-TRB-DIA
006990     COMPUTE WS-MESES-PROP =
007000         (WS-REF-ANO - WS-TRB-ANO) * 12 + WS-REF-MES - WS-TRB-MES
007010     IF WS-REF-DIA < WS-TRB-DIA
007020        SUBTRACT 1 FROM WS-MESES-PROP
007030        IF WS-REF-DIA + 30 - WS-TRB-DIA + 1 >= 15
007040           ADD 1 TO WS-MESES-PROP
007050        END-IF
007060     ELSE
007070        IF WS-REF-DIA - WS-TRB-DIA + 1 >= 15
007080           ADD 1 TO WS-MESES-PROP
007090        END-IF
007100     END-IF
007110     IF WS-MESES-PROP > 12
007120        MOVE 12 TO WS-MESES-PROP
007130     END-IF
007140     COMPUTE WS-VALOR-PROP ROUNDED =
007150         MED-SAL-SALARIO * WS-MESES-PROP / 12
007160         ON SIZE ERROR SET CALCULO-COM-ERRO TO TRUE
007170     END-COMPUTE
007180     COMPUTE WS-VALOR-TERCO-PROP ROUNDED = WS-VALOR-PROP / 3
007190         ON SIZE ERROR SET CALCULO-COM-ERRO TO TRUE
007200     END-COMPUTE
007210     .
007220 4300-EXIT.
007230     EXIT.
007240*----------------------------------------------------------*
007250* 4400-DECIMO-TERCEIRO -- TWELFTHS OF THE YEAR OF THE       *
007260*     TERMINATION: FROM JANUARY (OR THE ADMISSION MONTH) TO *
007270*     THE TERMINATION MONTH, EACH WITH 15 DAYS OR MORE      *
007280*     WORKED.                                               *
007290*----------------------------------------------------------*
007300 4400-DECIMO-TERCEIRO.
007310     MOVE 1 TO WS-MES-INICIAL
007320     IF WS-ADM-ANO = WS-REF-ANO
007330        MOVE WS-ADM-MES TO WS-MES-INICIAL
007340        IF WS-ADM-DIA > 16
007350           ADD 1 TO WS-MES-INICIAL
007360        END-IF
007370     END-IF
007380     MOVE WS-REF-MES TO WS-MES-FINAL
007390     IF WS-REF-DIA < 15
007400        SUBTRACT 1 FROM WS-MES-FINAL
007410     END-IF
007420     COMPUTE WS-MESES-13 = WS-MES-FINAL - WS-MES-INICIAL + 1
007430     IF WS-MESES-13 < ZERO
007440        MOVE ZERO TO WS-MESES-13
007450     END-IF
007460     COMPUTE WS-VALOR-13 ROUNDED =
007470         MED-SAL-SALARIO * WS-MESES-13 / 12
007480         ON SIZE ERROR SET CALCULO-COM-ERRO TO TRUE
007490     END-COMPUTE
007500     .
007510 4400-EXIT.
007520     EXIT.
007530 4500-AVISO-PREVIO.
007540     COMPUTE WS-DIAS-AVISO = 30 + 3 * WS-ANOS-COMPLETOS
007550     IF WS-DIAS-AVISO > 90
007560        MOVE 90 TO WS-DIAS-AVISO
007570     END-IF
007580     COMPUTE WS-VALOR-AVISO ROUNDED =
007590         MED-SAL-SALARIO * WS-DIAS-AVISO / 30
007600         ON SIZE ERROR SET CALCULO-COM-ERRO TO TRUE
007610     END-COMPUTE
007620     .
007630 4500-EXIT.
007640     EXIT.
007650*----------------------------------------------------------*
007660* 5000-CALCULA-IMPOSTOS -- INSS AND IRRF ON THE TAXABLE     *
007670*     PART THROUGH THE TABFISC VERSION IN FORCE FOR THE     *
007680*     PAYMENT COMPETENCE; THE NET IS THE WHOLE GROSS LESS   *
007690*     BOTH.                                                 *
007700*----------------------------------------------------------*
007710 5000-CALCULA-IMPOSTOS.
007720     IF CALCULO-COM-ERRO
007730        SET PEDIDO-REJEITADO TO TRUE
007740        MOVE "ERRO DE CALCULO (ESTOURO)" TO WS-MOTIVO-REJEICAO
007750        GO TO 5000-EXIT
007760     END-IF
007770     MOVE WS-COMPETENCIA TO MED-FIS-COMPET-CHECK
007780     PERFORM 9700-CARREGA-TABFISC THRU 9700-EXIT-FIS
007790     IF NOT TABELA-FISCAL-OK
007800        SET PEDIDO-REJEITADO TO TRUE
007810        STRING "SEM TABELA FISCAL PARA " WS-COMPETENCIA
007820            DELIMITED BY SIZE INTO WS-MOTIVO-REJEICAO
007830        GO TO 5000-EXIT
007840     END-IF
007850     MOVE WS-BASE-TRIBUTAVEL TO MED-FIS-BRUTO
007860     IF MED-SAL-DEPENDENTES IS NUMERIC
007870        MOVE MED-SAL-DEPENDENTES TO MED-FIS-DEPENDENTES
007880     ELSE
007890        MOVE ZERO TO MED-FIS-DEPENDENTES
007900     END-IF
007910     PERFORM 9750-CALCULA-INSS THRU 9750-EXIT-FIS
007920     PERFORM 9760-CALCULA-IRRF THRU 9760-EXIT-FIS
007930     MOVE MED-FIS-VALOR-INSS TO WS-VALOR-INSS
007940     MOVE MED-FIS-VALOR-IRRF TO WS-VALOR-IRRF
007950     COMPUTE WS-VALOR-LIQUIDO =
007960         WS-VALOR-BRUTO - WS-VALOR-INSS - WS-VALOR-IRRF
007970         ON SIZE ERROR SET CALCULO-COM-ERRO TO TRUE
007980     END-COMPUTE
007990     IF MED-FIS-CALC-ERRO OR CALCULO-COM-ERRO
008000        OR WS-VALOR-LIQUIDO < ZERO
008010        SET PEDIDO-REJEITADO TO TRUE
008020        MOVE "ERRO DE CALCULO (ESTOURO)" TO WS-MOTIVO-REJEICAO
008030     END-IF
008040     .
008050 5000-EXIT.
008060     EXIT.
008070*----------------------------------------------------------*
008080* 6000-RECIBO-FERIAS -- THE VACATION RECEIPT                *
008090*----------------------------------------------------------*
008100 6000-RECIBO-FERIAS.
008110     MOVE "RECIBO DE FERIAS" TO WS-RCT-TEXTO
008120     MOVE "INICIO:   " TO WS-RCD-ROTULO
008130     MOVE SPACES TO WS-RCD-COMPL
008140     MOVE WS-DIAS-FERIAS TO WS-RCV-QTD
008150     STRING " DIAS: " WS-RCV-QTD DELIMITED BY SIZE
008160         INTO WS-RCD-COMPL
008170     PERFORM 6800-CABECALHO THRU 6800-EXIT
008180     MOVE SPACES TO WS-RCD-COMPL
008190     STRING "PERIODO AQUISITIVO DE "
008200         WS-PER-INICIO (WS-PER-ESCOLHIDO)
008210         DELIMITED BY SIZE INTO WS-RCV-DESCR
008220     MOVE SPACES TO WS-RCV-REF
008230     MOVE SPACE TO WS-RCV-SINAL
008240     MOVE SPACES TO RECIBO-REC
008250     MOVE WS-RCB-VALOR-LINE (1:54) TO RECIBO-REC
008260     WRITE RECIBO-REC
008270     MOVE "FERIAS" TO WS-RCV-DESCR
008280     MOVE WS-DIAS-FERIAS TO WS-RCV-QTD
008290     MOVE SPACES TO WS-RCV-REF
008300     STRING WS-RCV-QTD " DIAS" DELIMITED BY SIZE INTO WS-RCV-REF
008310     MOVE WS-VALOR-FERIAS TO WS-RCV-NUM
008320     PERFORM 6900-LINHA-PROVENTO THRU 6900-EXIT
008330     MOVE "ADICIONAL DE 1/3 DE FERIAS" TO WS-RCV-DESCR
008340     MOVE SPACES TO WS-RCV-REF
008350     MOVE WS-VALOR-TERCO TO WS-RCV-NUM
008360     PERFORM 6900-LINHA-PROVENTO THRU 6900-EXIT
008370     PERFORM 6850-RODAPE THRU 6850-EXIT
008380     .
008390 6000-EXIT.
008400     EXIT.
008410*----------------------------------------------------------*
008420* 6500-RECIBO-RESCISAO -- THE TERMINATION RECEIPT           *
008430*----------------------------------------------------------*
008440 6500-RECIBO-RESCISAO.
008450     MOVE "TERMO DE RESCISAO" TO WS-RCT-TEXTO
008460     MOVE "DESLIGTO: " TO WS-RCD-ROTULO
008470     MOVE SPACES TO WS-RCD-COMPL
008480     EVALUATE TRUE
008490         WHEN RESC-SEM-JUSTA-CAUSA
008500             MOVE " SEM JUSTA CAUSA" TO WS-RCD-COMPL
008510         WHEN RESC-PEDIDO-DEMISSAO
008520             MOVE " PEDIDO DE DEMISSAO" TO WS-RCD-COMPL
008530         WHEN RESC-JUSTA-CAUSA
008540             MOVE " JUSTA CAUSA" TO WS-RCD-COMPL
008550     END-EVALUATE
008560     PERFORM 6800-CABECALHO THRU 6800-EXIT
008570     MOVE "SALDO DE SALARIO" TO WS-RCV-DESCR
008580     MOVE WS-DIAS-SALDO TO WS-RCV-QTD
008590     MOVE SPACES TO WS-RCV-REF
008600     STRING WS-RCV-QTD " DIAS" DELIMITED BY SIZE INTO WS-RCV-REF
008610     MOVE WS-VALOR-SALDO-SAL TO WS-RCV-NUM
008620     PERFORM 6900-LINHA-PROVENTO THRU 6900-EXIT
008630     IF WS-VALOR-VENCIDAS > ZERO
008640        MOVE "FERIAS VENCIDAS INDENIZADAS" TO WS-RCV-DESCR
008650        MOVE WS-DIAS-VENCIDAS TO WS-RCV-QTD
008660        MOVE SPACES TO WS-RCV-REF
008670        STRING WS-RCV-QTD " DIAS" DELIMITED BY SIZE
008680            INTO WS-RCV-REF
008690        MOVE WS-VALOR-VENCIDAS TO WS-RCV-NUM
008700        PERFORM 6900-LINHA-PROVENTO THRU 6900-EXIT
008710        MOVE "1/3 SOBRE FERIAS VENCIDAS" TO WS-RCV-DESCR
008720        MOVE SPACES TO WS-RCV-REF
008730        MOVE WS-VALOR-TERCO-VENC TO WS-RCV-NUM
008740        PERFORM 6900-LINHA-PROVENTO THRU 6900-EXIT
008750     END-IF
008760     IF WS-VALOR-PROP > ZERO
008770        MOVE "FERIAS PROPORCIONAIS" TO WS-RCV-DESCR
008780        MOVE WS-MESES-PROP TO WS-RCV-QTD
008790        MOVE SPACES TO WS-RCV-REF
008800        STRING WS-RCV-QTD "/12 AVOS" DELIMITED BY SIZE
008810            INTO WS-RCV-REF
008820        MOVE WS-VALOR-PROP TO WS-RCV-NUM
008830        PERFORM 6900-LINHA-PROVENTO THRU 6900-EXIT
008840        MOVE "1/3 SOBRE FERIAS PROPORCIONAIS" TO WS-RCV-DESCR
008850        MOVE SPACES TO WS-RCV-REF
008860        MOVE WS-VALOR-TERCO-PROP TO WS-RCV-NUM
008870        PERFORM 6900-LINHA-PROVENTO THRU 6900-EXIT
008880     END-IF
008890     IF WS-VALOR-13 > ZERO
008900        MOVE "13O SALARIO PROPORCIONAL" TO WS-RCV-DESCR
008910        MOVE WS-MESES-13 TO WS-RCV-QTD
008920        MOVE SPACES TO WS-RCV-REF
008930        STRING WS-RCV-QTD "/12 AVOS" DELIMITED BY SIZE
008940            INTO WS-RCV-REF
008950        MOVE WS-VALOR-13 TO WS-RCV-NUM
008960        PERFORM 6900-LINHA-PROVENTO THRU 6900-EXIT
008970     END-IF
008980     IF WS-VALOR-AVISO > ZERO
008990        MOVE "AVISO PREVIO INDENIZADO" TO WS-RCV-DESCR
009000        MOVE WS-DIAS-AVISO TO WS-RCV-QTD
009010        MOVE SPACES TO WS-RCV-REF
009020        STRING WS-RCV-QTD " DIAS" DELIMITED BY SIZE
009030            INTO WS-RCV-REF
009040        MOVE WS-VALOR-AVISO TO WS-RCV-NUM
009050        PERFORM 6900-LINHA-PROVENTO THRU 6900-EXIT
009060     END-IF
009070     PERFORM 6850-RODAPE THRU 6850-EXIT
009080     .
009090 6500-EXIT.
009100     EXIT.
009110 6800-CABECALHO.
009120     MOVE WS-COMPETENCIA TO WS-RCT-COMPETENCIA
009130     MOVE WS-DATA-HOJE   TO WS-RCT-DATA
009140     MOVE WS-RCB-TRACO TO RECIBO-REC
009150     WRITE RECIBO-REC
009160     MOVE WS-RCB-TITULO TO RECIBO-REC
009170     WRITE RECIBO-REC
009180     MOVE MED-SAL-EMP-ID TO WS-RCE-EMP-ID
009190     MOVE MED-SAL-NOME   TO WS-RCE-NOME
009200     MOVE MED-SAL-CARGO  TO WS-RCE-CARGO
009210     MOVE WS-RCB-EMPREGADO TO RECIBO-REC
009220     WRITE RECIBO-REC
009230     MOVE MED-SAL-ADMISSAO TO WS-RCD-ADMISSAO
009240     MOVE MED-SAL-SALARIO  TO WS-RCD-SALARIO
009250     MOVE WS-DATA-REF      TO WS-RCD-DATA
009260     MOVE WS-RCB-DADOS TO RECIBO-REC
009270     WRITE RECIBO-REC
009280     .
009290 6800-EXIT.
009300     EXIT.
009310 6850-RODAPE.
009320     MOVE "TOTAL BRUTO" TO WS-RCV-DESCR
009330     MOVE SPACES TO WS-RCV-REF
009340     MOVE WS-VALOR-BRUTO TO WS-RCV-NUM
009350     PERFORM 6900-LINHA-PROVENTO THRU 6900-EXIT
009360     MOVE "INSS" TO WS-RCV-DESCR
009370     MOVE SPACES TO WS-RCV-REF
009380     MOVE WS-VALOR-INSS TO WS-RCV-NUM
009390     PERFORM 6950-LINHA-DESCONTO THRU 6950-EXIT
009400     MOVE "IRRF" TO WS-RCV-DESCR
009410     MOVE SPACES TO WS-RCV-REF
009420     MOVE WS-VALOR-IRRF TO WS-RCV-NUM
009430     PERFORM 6950-LINHA-DESCONTO THRU 6950-EXIT
009440     MOVE "LIQUIDO A RECEBER" TO WS-RCV-DESCR
009450     MOVE SPACES TO WS-RCV-REF
009460     MOVE WS-VALOR-LIQUIDO TO WS-RCV-NUM
009470     PERFORM 6900-LINHA-PROVENTO THRU 6900-EXIT
009480     MOVE SPACES TO RECIBO-REC
009490     WRITE RECIBO-REC
009500     MOVE "  ASSINATURA DO EMPREGADO: ________________________"
009510         TO RECIBO-REC
009520     WRITE RECIBO-REC
009530     MOVE SPACES TO RECIBO-REC
009540     WRITE RECIBO-REC
009550     .
009560 6850-EXIT.
009570     EXIT.
009580 6900-LINHA-PROVENTO.
009590     MOVE SPACE TO WS-RCV-SINAL
009600     MOVE WS-RCV-NUM TO WS-RCV-VALOR
009610     MOVE WS-RCB-VALOR-LINE TO RECIBO-REC
009620     WRITE RECIBO-REC
009630     .
009640 6900-EXIT.
009650     EXIT.
009660 6950-LINHA-DESCONTO.
009670     MOVE "-" TO WS-RCV-SINAL
009680     MOVE WS-RCV-NUM TO WS-RCV-VALOR
009690     MOVE WS-RCB-VALOR-LINE TO RECIBO-REC
009700     WRITE RECIBO-REC
009710     .
009720 6950-EXIT.
009730     EXIT.
009740*----------------------------------------------------------*
009750* 7100/7200 -- THE FERHIST LINE (ALSO KEPT IN THE TABLE SO  *
009760*     A LATER REQUEST OF THE SAME RUN SEES IT) AND THE      *
009770*     FERPAG PAYMENT FOR THE NEXT FOLHABCO                  *
009780*----------------------------------------------------------*
009790 7100-GRAVA-FERHIST.
009800     MOVE WS-DATA-HOJE TO MED-FHS-DATA-REG
009810     MOVE WS-OPERADOR  TO MED-FHS-OPERADOR
009820     WRITE MED-FERIAS-HIST-REC
009830     PERFORM 1160-GUARDA-FERHIST THRU 1160-EXIT
009840     .
009850 7100-EXIT.
009860     EXIT.
009870 7200-GRAVA-PAGAMENTO.
009880     MOVE WS-COMPETENCIA   TO MED-FPG-COMPETENCIA
009890     MOVE MED-SAL-EMP-ID   TO MED-FPG-EMP-ID
009900     MOVE MED-SAL-NOME     TO MED-FPG-NOME
009910     MOVE WS-DATA-REF      TO MED-FPG-DATA
009920     MOVE WS-VALOR-BRUTO   TO MED-FPG-BRUTO
009930     MOVE WS-VALOR-INSS    TO MED-FPG-INSS
009940     MOVE WS-VALOR-IRRF    TO MED-FPG-IRRF
009950     MOVE WS-VALOR-LIQUIDO TO MED-FPG-LIQUIDO
009960     MOVE WS-DATA-HOJE     TO MED-FPG-DATA-CALCULO
009970     WRITE MED-FERIAS-PAGTO-REC
009980     ADD WS-VALOR-LIQUIDO TO WS-TOTAL-LIQUIDO
009990     DISPLAY MED-FPG-TIPO " " MED-FPG-EMP-ID " " MED-FPG-NOME
010000         " LIQUIDO " MED-FPG-LIQUIDO " NA FOLHA DE "
010010         WS-COMPETENCIA
010020     .
010030 7200-EXIT.
010040     EXIT.
010050*----------------------------------------------------------*
010060* 9000-FINALIZE -- CLOSE THE FILES AND SHOW THE RUN COUNTS  *
010070*----------------------------------------------------------*
010080 9000-FINALIZE.
010090     CLOSE SALARIO-MASTER-FILE
010100     CLOSE FERIAS-HIST-FILE
010110     CLOSE FERIAS-PAGTO-FILE
010120     CLOSE RECIBO-FILE
010130     DISPLAY "PEDIDOS LIDOS.......: " WS-CONT-PEDIDOS
010140     DISPLAY "FERIAS CALCULADAS...: " WS-CONT-FERIAS
010150     DISPLAY "RESCISOES...........: " WS-CONT-RESCISOES
010160     DISPLAY "REJEITADOS..........: " WS-CONT-REJEITADOS
010170     DISPLAY "TOTAL LIQUIDO.......: " WS-TOTAL-LIQUIDO
010180     IF WS-CONT-REJEITADOS > ZERO
010190        MOVE 4 TO RETURN-CODE
010200     END-IF
010210     .
010220 9000-EXIT.
010230     EXIT.
010240*----------------------------------------------------------*
010250* 9700-9765 -- SHARED PROGRESSIVE-TAX PARAGRAPHS (TABFPARA)  *
010260*----------------------------------------------------------*
010270     COPY TABFPARA.
010280*----------------------------------------------------------*
010290* 9800-ERROR-LOG -- SHARED ERROR-LOGGING PARAGRAPH (ERRPARA) *
010300*----------------------------------------------------------*
010310     COPY ERRPARA.
010320*----------------------------------------------------------*
010330* 9200/9250/9280/9290 -- SHARED OPERATOR-AUTHORIZATION      *
010340*     PARAGRAPHS (OPERPARA) AND THE AUDIT-CHAIN PARAGRAPHS  *
010350*     (CADPARA) THE ACCESS-LOG STAMP RIDES ON.              *
010360*----------------------------------------------------------*
010370     COPY CADPARA.
010380     COPY OPERPARA.
010390 END PROGRAM FERIAS_RESC.
