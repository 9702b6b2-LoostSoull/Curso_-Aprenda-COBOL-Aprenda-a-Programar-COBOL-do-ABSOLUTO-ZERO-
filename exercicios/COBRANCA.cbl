000100*****************************************************************
000110* Program:      COBRANCA
000120* Author:       J. ALBUQUERQUE - APPLICATIONS SUPPORT
000130* Installation: ESCOLA - SISTEMA ACADEMICO
000140* Date-Written: 2026-10-15
000150* Date-Compiled:
000160* Purpose:      Escalating collection letters over FATMAST. One
000170*               request from SYSIN, fixed columns:
000180*                 EMITE    [E1 E2 E3] -- every ABERTA invoice past
000190*                     due by E1 days or more (RENEGOCIA's *PLANO*
000200*                     installments aside -- an active plan is
000210*                     followed by RENEGOCIA RELATO) reaches stage
000220*                     1 friendly reminder, 2 formal notice (E2
000230*                     days) or 3 final notice before collection
000240*                     (E3 days); defaults 005 030 060. An invoice
000250*                     whose stage is higher than the last one
000260*                     COBHIST holds for it escalates; a household
000270*                     (FAMMAST family, or a student outside
000280*                     FAMMAST addressed to the STUMAST
000290*                     responsavel) with any escalated invoice
000300*                     gets one letter (a financial message
000310*                     queued on MSGFILA for MENSAGEM_DESPACHO to
000315*                     send) at its highest new stage, listing
000320*                     all its overdue invoices, numbered off
000330*                     PROG_SET's COBRANCA sequence. Each escalated
000340*                     invoice goes on COBHIST with the letter, so
000350*                     no stage is ever sent twice.
000360*                 CONSULTA F|A <id> -- what COBHIST holds for a
000370*                     family (F) or a student outside FAMMAST (A),
000380*                     for the front desk.
000390* Modification History:
000400*   2026-10-15 JA  Initial version.
000400*   2026-10-15 JA  The COBCARTA print file is replaced by the
000400*                  outbound message queue MSGFILA: one financial
000400*                  message per letter, the stage wording and the
000400*                  invoices as body lines, the letter number as
000400*                  the reference; heading and signature are put
000400*                  on by MENSAGEM_DESPACHO.
000402*   2026-10-15 JA  A MSGFILA that cannot be opened ends the run
000404*                  with RC 12 before any COBHIST stage is
000406*                  recorded.
000410* Tectonics: cobc
000420*****************************************************************
000430 IDENTIFICATION DIVISION.
000440 PROGRAM-ID. COBRANCA.
000450 ENVIRONMENT DIVISION.
000460 INPUT-OUTPUT SECTION.
000470 FILE-CONTROL.
000480     COPY FATSEL.
000490     COPY FAMSEL.
000500     COPY STUSEL.
000510     COPY COBHSEL.
000520     COPY ERRLSEL.
000530     COPY MSGQSEL.
000550 DATA DIVISION.
000560 FILE SECTION.
000570 FD  FATURA-MASTER-FILE.
000580     COPY FATMST.
000590 FD  FAMILIA-MASTER-FILE.
000600     COPY FAMMST.
000610 FD  STUDENT-MASTER-FILE.
000620     COPY STUMAST.
000630     COPY COBHFD.
000640     COPY ERRLFD.
000650     COPY MSGQFD.
000670 WORKING-STORAGE SECTION.
000680     COPY ERRCODES.
000680     COPY MSGQREC.
000690 01  WS-FAT-MASTER-STATUS       PIC X(02) VALUE SPACES.
000700 01  WS-FAM-MASTER-STATUS       PIC X(02) VALUE SPACES.
000710 01  WS-STU-MASTER-STATUS       PIC X(02) VALUE SPACES.
000720 01  WS-CBH-STATUS              PIC X(02) VALUE SPACES.
000730 01  WS-SWITCHES.
000740     03  WS-EOF-FATMAST         PIC X(01) VALUE 'N'.
000750         88  FIM-DO-FATMAST           VALUE 'S'.
000760     03  WS-EOF-FAMILIAS        PIC X(01) VALUE 'N'.
000770         88  FIM-DAS-FAMILIAS         VALUE 'S'.
000780     03  WS-EOF-COBHIST         PIC X(01) VALUE 'N'.
000790         88  FIM-DO-COBHIST           VALUE 'S'.
000800     03  WS-FAMMAST-ABERTO      PIC X(01) VALUE 'N'.
000810         88  FAMMAST-ABERTO           VALUE 'S'.
000820     03  WS-STUMAST-ABERTO      PIC X(01) VALUE 'N'.
000830         88  STUMAST-ABERTO           VALUE 'S'.
000840     03  WS-ACHOU               PIC X(01) VALUE 'N'.
000850         88  ACHOU-ENTRADA            VALUE 'S'.
000860*----------------------------------------------------------*
000870* SYSIN REQUEST LINE, FIXED COLUMNS:                        *
000880*     FUNCAO(8) SP E1(3) SP E2(3) SP E3(3)                  *
000890*     FUNCAO(8) SP TIPO(1) SP ID(7)                         *
000900*----------------------------------------------------------*
000910 01  WS-PARM-LINE.
000920     03  WS-PRM-FUNCAO          PIC X(08).
000930         88  FUNCAO-EMITE             VALUE "EMITE   ".
000940         88  FUNCAO-CONSULTA          VALUE "CONSULTA".
000950     03  FILLER                 PIC X(01).
000960     03  WS-PRM-ESTAGIOS.
000970         05  WS-PRM-E1          PIC X(03).
000980         05  FILLER             PIC X(01).
000990         05  WS-PRM-E2          PIC X(03).
001000         05  FILLER             PIC X(01).
001010         05  WS-PRM-E3          PIC X(03).
001020     03  WS-PRM-CONSULTA REDEFINES WS-PRM-ESTAGIOS.
001030         05  WS-PRM-TIPO        PIC X(01).
001040         05  FILLER             PIC X(01).
001050         05  WS-PRM-ID          PIC X(07).
001060         05  FILLER             PIC X(02).
001070     03  FILLER                 PIC X(60).
001080 01  WS-ESTAGIOS.
001090     03  WS-DIAS-E1             PIC 9(03) VALUE 5.
001100     03  WS-DIAS-E2             PIC 9(03) VALUE 30.
001110     03  WS-DIAS-E3             PIC 9(03) VALUE 60.
001120 01  WS-DATA-HOJE               PIC 9(08) VALUE ZERO.
001130 01  WS-DIAS-HOJE               PIC 9(09) VALUE ZERO.
001140 01  WS-DIAS-VENC               PIC 9(09) VALUE ZERO.
001150 01  WS-DIAS-ATRASO             PIC S9(05) VALUE ZERO.
001160 01  WS-SALDO-ABERTO            PIC S9(05)V99 VALUE ZERO.
001170 01  WS-ESTAGIO-ALVO            PIC 9(01) VALUE ZERO.
001180 01  WS-ESTAGIO-ANT             PIC 9(01) VALUE ZERO.
001190 01  WS-CONSULTA-TIPO           PIC X(01) VALUE SPACE.
001200 01  WS-CONSULTA-ID             PIC 9(07) VALUE ZERO.
001210 01  WS-HST-CHAVE               PIC 9(07) VALUE ZERO.
001220*----------------------------------------------------------*
001230* FAMMAST MEMBER -> FAMILY                                  *
001240*----------------------------------------------------------*
001250 01  WS-FMB-TABLE-QTD           PIC 9(04) COMP VALUE ZERO.
001260 01  WS-FMB-TABLE.
001270     03  WS-FMB-ENTRY           OCCURS 1 TO 4000 TIMES
001280                                DEPENDING ON WS-FMB-TABLE-QTD
001290                                INDEXED BY WS-FMB-IDX.
001300         05  WS-FMB-ALUNO-ID    PIC 9(07).
001310         05  WS-FMB-FAM-ID      PIC 9(05).
001320 01  WS-MEM-SUB                 PIC 9(02) COMP VALUE ZERO.
001330*----------------------------------------------------------*
001340* HIGHEST STAGE COBHIST HOLDS PER INVOICE                   *
001350*----------------------------------------------------------*
001360 01  WS-HST-TABLE-QTD           PIC 9(04) COMP VALUE ZERO.
001370 01  WS-HST-TABLE.
001380     03  WS-HST-ENTRY           OCCURS 1 TO 6000 TIMES
001390                                DEPENDING ON WS-HST-TABLE-QTD
001400                                INDEXED BY WS-HST-IDX.
001410         05  WS-HST-FATURA      PIC 9(07).
001420         05  WS-HST-ESTAGIO     PIC 9(01).
001430*----------------------------------------------------------*
001440* HOUSEHOLDS WITH OVERDUE INVOICES                          *
001450*----------------------------------------------------------*
001460 01  WS-DOM-TABLE-QTD           PIC 9(04) COMP VALUE ZERO.
001470 01  WS-DOM-TABLE.
001480     03  WS-DOM-ENTRY           OCCURS 1 TO 3000 TIMES
001490                                DEPENDING ON WS-DOM-TABLE-QTD
001500                                INDEXED BY WS-DOM-IDX.
001510         05  WS-DOM-TIPO        PIC X(01).
001520         05  WS-DOM-CHAVE       PIC 9(07).
001530         05  WS-DOM-ESTAGIO     PIC 9(01).
001540         05  WS-DOM-QTD         PIC 9(03).
001550 01  WS-DOM-SUB                 PIC 9(04) COMP VALUE ZERO.
001560 01  WS-DOM-TIPO-W              PIC X(01) VALUE SPACE.
001570 01  WS-DOM-CHAVE-W             PIC 9(07) VALUE ZERO.
001580*----------------------------------------------------------*
001590* OVERDUE INVOICES, WITH THE STAGE THEY ESCALATE TO (ZERO   *
001600* WHEN THEY ALREADY HAD THE LETTER OF THEIR STAGE)          *
001610*----------------------------------------------------------*
001620 01  WS-ATR-TABLE-QTD           PIC 9(04) COMP VALUE ZERO.
001630 01  WS-ATR-TABLE.
001640     03  WS-ATR-ENTRY           OCCURS 1 TO 6000 TIMES
001650                                DEPENDING ON WS-ATR-TABLE-QTD.
001660         05  WS-ATR-FATURA      PIC 9(07).
001670         05  WS-ATR-ALUNO-ID    PIC 9(07).
001680         05  WS-ATR-ALUNO-NOME  PIC X(30).
001690         05  WS-ATR-COMPETENCIA PIC 9(06).
001700         05  WS-ATR-VENCIMENTO  PIC 9(08).
001710         05  WS-ATR-DIAS        PIC 9(05).
001720         05  WS-ATR-SALDO       PIC 9(05)V99.
001730         05  WS-ATR-ESTAGIO-ANT PIC 9(01).
001740         05  WS-ATR-ESTAGIO-NOVO PIC 9(01).
001750         05  WS-ATR-DOM-SUB     PIC 9(04).
001760 01  WS-ATR-SUB                 PIC 9(04) COMP VALUE ZERO.
001770 01  WS-TOTAL-CARTA             PIC 9(07)V99 VALUE ZERO.
001780 01  WS-SEQ-PARM.
001790     03  WS-SEQ-NOME-P          PIC X(10) VALUE SPACES.
001800     03  WS-SEQ-NEXT-P          PIC 9(07) VALUE ZERO.
001810 01  WS-CONTADORES.
001820     03  WS-CONT-ATRASADAS      PIC 9(05) COMP VALUE ZERO.
001830     03  WS-CONT-ESCALADAS      PIC 9(05) COMP VALUE ZERO.
001840     03  WS-CONT-CARTAS         PIC 9(05) COMP VALUE ZERO.
001850     03  WS-CONT-CARTA-E1       PIC 9(05) COMP VALUE ZERO.
001860     03  WS-CONT-CARTA-E2       PIC 9(05) COMP VALUE ZERO.
001870     03  WS-CONT-CARTA-E3       PIC 9(05) COMP VALUE ZERO.
001880     03  WS-CONT-SEM-NOVO       PIC 9(05) COMP VALUE ZERO.
001890     03  WS-CONT-CONSULTA       PIC 9(05) COMP VALUE ZERO.
001900*----------------------------------------------------------*
001910* LETTER LINES -- THE SUBJECT, THE REFERENCE, THE ADDRESS   *
001915*     AND THE BODY OF THE QUEUED MESSAGE.                   *
001920*----------------------------------------------------------*
001990 01  WS-CRT-TITULO              PIC X(40) VALUE SPACES.
002000 01  WS-CAR-REFERENCIA.
002010     03  FILLER                 PIC X(10) VALUE "CARTA NO. ".
002020     03  WS-CRT-NUMERO          PIC 9(07).
002025 01  WS-TOT-BRANCOS             PIC 9(02) COMP VALUE ZERO.
002030 01  WS-CAR-DESTINO.
002040     03  FILLER                 PIC X(14) VALUE "A(O) SR(A).:  ".
002050     03  WS-CRD-NOME            PIC X(30).
002060 01  WS-CAR-ENDERECO-1.
002070     03  FILLER                 PIC X(14) VALUE "ENDERECO:     ".
002080     03  WS-CRE-RUA             PIC X(20).
002090     03  FILLER                 PIC X(01) VALUE SPACE.
002100     03  WS-CRE-BAIRRO          PIC X(20).
002110 01  WS-CAR-ENDERECO-2.
002120     03  FILLER                 PIC X(14) VALUE SPACES.
002130     03  WS-CRE-CIDADE          PIC X(30).
002140     03  FILLER                 PIC X(01) VALUE SPACE.
002150     03  WS-CRE-UF              PIC X(02).
002160     03  FILLER                 PIC X(05) VALUE " CEP ".
002170     03  WS-CRE-CEP             PIC X(08).
002180 01  WS-CAR-TEXTO               PIC X(78) VALUE SPACES.
002190 01  WS-CAR-COLUNAS.
002200     03  FILLER                 PIC X(39) VALUE
002210         "  FATURA  ALUNO                COMP   ".
002220     03  FILLER                 PIC X(30) VALUE
002230         " VENCTO    DIAS    SALDO AVISO".
002240 01  WS-CAR-FATURA.
002250     03  FILLER                 PIC X(02) VALUE SPACES.
002260     03  WS-CRF-FATURA          PIC 9(07).
002270     03  FILLER                 PIC X(01) VALUE SPACE.
002280     03  WS-CRF-ALUNO           PIC X(20).
002290     03  FILLER                 PIC X(01) VALUE SPACE.
002300     03  WS-CRF-COMPETENCIA     PIC 9(06).
002310     03  FILLER                 PIC X(02) VALUE SPACES.
002320     03  WS-CRF-VENCIMENTO      PIC 9(08).
002330     03  FILLER                 PIC X(01) VALUE SPACE.
002340     03  WS-CRF-DIAS            PIC ZZZZ9.
002350     03  FILLER                 PIC X(01) VALUE SPACE.
002360     03  WS-CRF-SALDO           PIC ZZZZ9.99.
002370     03  FILLER                 PIC X(01) VALUE SPACE.
002380     03  WS-CRF-AVISO           PIC X(06).
002390 01  WS-CAR-TOTAL.
002400     03  FILLER                 PIC X(54) VALUE
002410         "  TOTAL EM ATRASO".
002420     03  WS-CRT-TOTAL           PIC ZZZZZZ9.99.
002530 PROCEDURE DIVISION.
002540 0000-MAIN-PROCEDURE.
002550     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002560     IF FUNCAO-CONSULTA
002570        PERFORM 8000-CONSULTA THRU 8000-EXIT
002580     ELSE
002590        PERFORM 2000-LE-ATRASADAS THRU 2000-EXIT
002600        PERFORM 3000-EMITE-CARTAS THRU 3000-EXIT
002610     END-IF
002620     PERFORM 9000-FINALIZE THRU 9000-EXIT
002630     STOP RUN.
002640*----------------------------------------------------------*
002650* 1000-INITIALIZE -- THE REQUEST AND THE STAGE DAYS, THEN   *
002660*     (EMITE) FATMAST, THE FAMILY MAP, THE HISTORY SO FAR   *
002670*     AND THE OUTPUT FILES.                                 *
002680*----------------------------------------------------------*
002690 1000-INITIALIZE.
002700     MOVE "COBRANCA" TO MED-ERROR-PROGRAM
002710     MOVE SPACES TO WS-PARM-LINE
002720     ACCEPT WS-PARM-LINE
002730     ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
002740     COMPUTE WS-DIAS-HOJE =
002750         FUNCTION INTEGER-OF-DATE (WS-DATA-HOJE)
002760     EVALUATE TRUE
002770         WHEN FUNCAO-EMITE
002780             PERFORM 1100-VALIDA-ESTAGIOS THRU 1100-EXIT
002790         WHEN FUNCAO-CONSULTA
002800             PERFORM 1150-VALIDA-CONSULTA THRU 1150-EXIT
002810             GO TO 1000-EXIT
002820         WHEN OTHER
002830             DISPLAY "FUNCAO INVALIDA NO SYSIN: " WS-PRM-FUNCAO
002840             MOVE 8 TO RETURN-CODE
002850             STOP RUN
002860     END-EVALUATE
002870     OPEN INPUT FATURA-MASTER-FILE
002880     IF WS-FAT-MASTER-STATUS NOT = "00"
002890        DISPLAY "ERRO NA ABERTURA DO FATMAST: "
002900            WS-FAT-MASTER-STATUS
002910        MOVE "OPNERR" TO MED-ERROR-CODE
002920        MOVE "FATMAST NAO PODE SER ABERTO" TO MED-ERROR-TEXT
002930        SET MED-RC-FILE-ERROR TO TRUE
002940        PERFORM 9800-ERROR-LOG THRU 9800-EXIT
002950        MOVE MED-RETURN-CODE TO RETURN-CODE
002960        STOP RUN
002970     END-IF
002980     PERFORM 1200-CARREGA-FAMILIAS THRU 1200-EXIT
002990     OPEN INPUT STUDENT-MASTER-FILE
003000     IF WS-STU-MASTER-STATUS = "00"
003010        SET STUMAST-ABERTO TO TRUE
003020     ELSE
003030        DISPLAY "STUMAST INDISPONIVEL -- CARTAS AVULSAS SEM "
003040            "ENDERECO"
003050     END-IF
003060     PERFORM 1300-CARREGA-HISTORICO THRU 1300-EXIT
003070     OPEN EXTEND COBR-HIST-FILE
003080     IF WS-CBH-STATUS NOT = "00" AND WS-CBH-STATUS NOT = "05"
003090        OPEN OUTPUT COBR-HIST-FILE
003100     END-IF
003110     MOVE "COBRANCA" TO MED-MSQ-ORIGEM
003110     PERFORM 9510-ABRE-FILA THRU 9510-EXIT-MSG
003111     IF NOT MED-MSQ-ABERTA
003112        MOVE "OPNERR" TO MED-ERROR-CODE
003113        MOVE "MSGFILA NAO PODE SER ABERTA" TO MED-ERROR-TEXT
003114        SET MED-RC-FILE-ERROR TO TRUE
003115        PERFORM 9800-ERROR-LOG THRU 9800-EXIT
003116        MOVE MED-RETURN-CODE TO RETURN-CODE
003117        STOP RUN
003118     END-IF
003120     DISPLAY "COBRANCA -- ESTAGIOS EM DIAS: " WS-DIAS-E1 " "
003130         WS-DIAS-E2 " " WS-DIAS-E3
003140     .
003150 1000-EXIT.
003160     EXIT.
003170*----------------------------------------------------------*
003180* 1100-VALIDA-ESTAGIOS -- BLANK KEEPS THE 005 030 060        *
003190*     DEFAULTS; GIVEN, ALL THREE NUMERIC AND ASCENDING.      *
003200*----------------------------------------------------------*
003210 1100-VALIDA-ESTAGIOS.
003220     IF WS-PRM-ESTAGIOS = SPACES
003230        GO TO 1100-EXIT
003240     END-IF
003250     IF WS-PRM-E1 IS NOT NUMERIC
003260        OR WS-PRM-E2 IS NOT NUMERIC
003270        OR WS-PRM-E3 IS NOT NUMERIC
003280        DISPLAY "ESTAGIOS INVALIDOS NO SYSIN: " WS-PRM-ESTAGIOS
003290        MOVE 8 TO RETURN-CODE
003300        STOP RUN
003310     END-IF
003320     MOVE WS-PRM-E1 TO WS-DIAS-E1
003330     MOVE WS-PRM-E2 TO WS-DIAS-E2
003340     MOVE WS-PRM-E3 TO WS-DIAS-E3
003350     IF WS-DIAS-E1 = ZERO
003360        OR WS-DIAS-E2 NOT > WS-DIAS-E1
003370        OR WS-DIAS-E3 NOT > WS-DIAS-E2
003380        DISPLAY "ESTAGIOS FORA DE ORDEM NO SYSIN: "
003390            WS-PRM-ESTAGIOS
003400        MOVE 8 TO RETURN-CODE
003410        STOP RUN
003420     END-IF
003430     .
003440 1100-EXIT.
003450     EXIT.
003460 1150-VALIDA-CONSULTA.
003470     IF (WS-PRM-TIPO NOT = 'F' AND WS-PRM-TIPO NOT = 'A')
003480        OR WS-PRM-ID IS NOT NUMERIC
003490        DISPLAY "CONSULTA INVALIDA NO SYSIN: " WS-PRM-CONSULTA
003500        MOVE 8 TO RETURN-CODE
003510        STOP RUN
003520     END-IF
003530     MOVE WS-PRM-TIPO TO WS-CONSULTA-TIPO
003540     MOVE WS-PRM-ID   TO WS-CONSULTA-ID
003550     .
003560 1150-EXIT.
003570     EXIT.
003580*----------------------------------------------------------*
003590* 1200-CARREGA-FAMILIAS -- EVERY FAMMAST MEMBER AND ITS     *
003600*     FAMILY. FAMMAST STAYS OPEN FOR THE LETTER ADDRESSES.  *
003610*     NO FAMMAST: EACH STUDENT IS THEIR OWN HOUSEHOLD.      *
003620*----------------------------------------------------------*
003630 1200-CARREGA-FAMILIAS.
003640     OPEN INPUT FAMILIA-MASTER-FILE
003650     IF WS-FAM-MASTER-STATUS NOT = "00"
003660        DISPLAY "FAMMAST INDISPONIVEL, STATUS: "
003670            WS-FAM-MASTER-STATUS
003680        DISPLAY "CARTAS SEM AGRUPAMENTO FAMILIAR"
003690        MOVE 4 TO RETURN-CODE
003700        GO TO 1200-EXIT
003710     END-IF
003720     SET FAMMAST-ABERTO TO TRUE
003730     MOVE ZERO TO MED-FAM-ID
003740     START FAMILIA-MASTER-FILE KEY NOT LESS MED-FAM-ID
003750         INVALID KEY
003760             SET FIM-DAS-FAMILIAS TO TRUE
003770     END-START
003780     PERFORM 1250-LE-FAMILIA THRU 1250-EXIT
003790         UNTIL FIM-DAS-FAMILIAS
003800     .
003810 1200-EXIT.
003820     EXIT.
003830 1250-LE-FAMILIA.
003840     READ FAMILIA-MASTER-FILE NEXT RECORD
003850         AT END
003860             SET FIM-DAS-FAMILIAS TO TRUE
003870             GO TO 1250-EXIT
003880     END-READ
003890     PERFORM 1260-MEMBRO THRU 1260-EXIT
003900         VARYING WS-MEM-SUB FROM 1 BY 1
003910         UNTIL WS-MEM-SUB > MED-FAM-QTD-MEMBROS
003920            OR WS-MEM-SUB > 8
003930     .
003940 1250-EXIT.
003950     EXIT.
003960 1260-MEMBRO.
003970     IF WS-FMB-TABLE-QTD >= 4000
003980        DISPLAY "TABELA DE MEMBROS DE FAMILIA CHEIA (4000)"
003990        MOVE 8 TO RETURN-CODE
004000        STOP RUN
004010     END-IF
004020     ADD 1 TO WS-FMB-TABLE-QTD
004030     MOVE MED-FAM-MEMBRO (WS-MEM-SUB) TO
004040         WS-FMB-ALUNO-ID (WS-FMB-TABLE-QTD)
004050     MOVE MED-FAM-ID TO WS-FMB-FAM-ID (WS-FMB-TABLE-QTD)
004060     .
004070 1260-EXIT.
004080     EXIT.
004090*----------------------------------------------------------*
004100* 1300-CARREGA-HISTORICO -- THE HIGHEST STAGE ALREADY SENT  *
004110*     FOR EACH INVOICE.                                     *
004120*----------------------------------------------------------*
004130 1300-CARREGA-HISTORICO.
004140     OPEN INPUT COBR-HIST-FILE
004150     IF WS-CBH-STATUS NOT = "00"
004160        GO TO 1300-EXIT
004170     END-IF
004180     PERFORM 1350-LE-HISTORICO THRU 1350-EXIT
004190         UNTIL FIM-DO-COBHIST
004200     CLOSE COBR-HIST-FILE
004210     .
004220 1300-EXIT.
004230     EXIT.
004240 1350-LE-HISTORICO.
004250     READ COBR-HIST-FILE
004260         AT END
004270             SET FIM-DO-COBHIST TO TRUE
004280             GO TO 1350-EXIT
004290     END-READ
004300     MOVE MED-CBH-FATURA TO WS-HST-CHAVE
004310     PERFORM 1400-ACHA-HISTORICO THRU 1400-EXIT
004320     IF NOT ACHOU-ENTRADA
004330        IF WS-HST-TABLE-QTD >= 6000
004340           DISPLAY "TABELA DE HISTORICO DE COBRANCA CHEIA (6000)"
004350           MOVE 8 TO RETURN-CODE
004360           STOP RUN
004370        END-IF
004380        ADD 1 TO WS-HST-TABLE-QTD
004390        SET WS-HST-IDX TO WS-HST-TABLE-QTD
004400        MOVE MED-CBH-FATURA TO WS-HST-FATURA (WS-HST-IDX)
004410        MOVE ZERO TO WS-HST-ESTAGIO (WS-HST-IDX)
004420     END-IF
004430     IF MED-CBH-ESTAGIO > WS-HST-ESTAGIO (WS-HST-IDX)
004440        MOVE MED-CBH-ESTAGIO TO WS-HST-ESTAGIO (WS-HST-IDX)
004450     END-IF
004460     .
004470 1350-EXIT.
004480     EXIT.
004490 1400-ACHA-HISTORICO.
004500     MOVE 'N' TO WS-ACHOU
004510     IF WS-HST-TABLE-QTD > ZERO
004520        SET WS-HST-IDX TO 1
004530        SEARCH WS-HST-ENTRY
004540            VARYING WS-HST-IDX
004550            AT END
004560                CONTINUE
004570            WHEN WS-HST-FATURA (WS-HST-IDX) = WS-HST-CHAVE
004580                SET ACHOU-ENTRADA TO TRUE
004590        END-SEARCH
004600     END-IF
004610     .
004620 1400-EXIT.
004630     EXIT.
004640*----------------------------------------------------------*
004650* 2000-LE-ATRASADAS -- EVERY COLLECTABLE ABERTA INVOICE     *
004660*     PAST THE FIRST STAGE, ON ITS HOUSEHOLD.               *
004670*----------------------------------------------------------*
004680 2000-LE-ATRASADAS.
004690     MOVE ZERO TO MED-FAT-NUMERO
004700     START FATURA-MASTER-FILE KEY NOT LESS MED-FAT-NUMERO
004710         INVALID KEY
004720             SET FIM-DO-FATMAST TO TRUE
004730     END-START
004740     PERFORM 2100-LE-FATURA THRU 2100-EXIT
004750         UNTIL FIM-DO-FATMAST
004760     .
004770 2000-EXIT.
004780     EXIT.
004790 2100-LE-FATURA.
004800     READ FATURA-MASTER-FILE NEXT RECORD
004810         AT END
004820             SET FIM-DO-FATMAST TO TRUE
004830             GO TO 2100-EXIT
004840     END-READ
004850     IF NOT MED-FAT-ABERTA
004860        OR MED-FAT-TURMA = "*PLANO*"
004870        GO TO 2100-EXIT
004880     END-IF
004890     COMPUTE WS-SALDO-ABERTO =
004900         MED-FAT-VALOR - MED-FAT-VALOR-PAGO
004910     IF WS-SALDO-ABERTO <= ZERO
004920        GO TO 2100-EXIT
004930     END-IF
004940     COMPUTE WS-DIAS-VENC =
004950         FUNCTION INTEGER-OF-DATE (MED-FAT-VENCIMENTO)
004960         ON SIZE ERROR
004970             MOVE ZERO TO WS-DIAS-VENC
004980     END-COMPUTE
004990     IF WS-DIAS-VENC = ZERO
005000        GO TO 2100-EXIT
005010     END-IF
005020     COMPUTE WS-DIAS-ATRASO = WS-DIAS-HOJE - WS-DIAS-VENC
005030     EVALUATE TRUE
005040         WHEN WS-DIAS-ATRASO >= WS-DIAS-E3
005050             MOVE 3 TO WS-ESTAGIO-ALVO
005060         WHEN WS-DIAS-ATRASO >= WS-DIAS-E2
005070             MOVE 2 TO WS-ESTAGIO-ALVO
005080         WHEN WS-DIAS-ATRASO >= WS-DIAS-E1
005090             MOVE 1 TO WS-ESTAGIO-ALVO
005100         WHEN OTHER
005110             GO TO 2100-EXIT
005120     END-EVALUATE
005130     ADD 1 TO WS-CONT-ATRASADAS
005140     MOVE MED-FAT-NUMERO TO WS-HST-CHAVE
005150     PERFORM 1400-ACHA-HISTORICO THRU 1400-EXIT
005160     MOVE ZERO TO WS-ESTAGIO-ANT
005170     IF ACHOU-ENTRADA
005180        MOVE WS-HST-ESTAGIO (WS-HST-IDX) TO WS-ESTAGIO-ANT
005190     END-IF
005200     PERFORM 2200-ACHA-DOMICILIO THRU 2200-EXIT
005210     IF WS-ATR-TABLE-QTD >= 6000
005220        DISPLAY "TABELA DE FATURAS EM ATRASO CHEIA (6000)"
005230        MOVE 8 TO RETURN-CODE
005240        STOP RUN
005250     END-IF
005260     ADD 1 TO WS-ATR-TABLE-QTD
005270     MOVE WS-ATR-TABLE-QTD TO WS-ATR-SUB
005280     MOVE MED-FAT-NUMERO      TO WS-ATR-FATURA (WS-ATR-SUB)
005290     MOVE MED-FAT-ALUNO-ID    TO WS-ATR-ALUNO-ID (WS-ATR-SUB)
005300     MOVE MED-FAT-ALUNO-NOME  TO WS-ATR-ALUNO-NOME (WS-ATR-SUB)
005310     MOVE MED-FAT-COMPETENCIA TO WS-ATR-COMPETENCIA (WS-ATR-SUB)
005320     MOVE MED-FAT-VENCIMENTO  TO WS-ATR-VENCIMENTO (WS-ATR-SUB)
005330     MOVE WS-DIAS-ATRASO      TO WS-ATR-DIAS (WS-ATR-SUB)
005340     MOVE WS-SALDO-ABERTO     TO WS-ATR-SALDO (WS-ATR-SUB)
005350     MOVE WS-ESTAGIO-ANT      TO WS-ATR-ESTAGIO-ANT (WS-ATR-SUB)
005360     SET WS-ATR-DOM-SUB (WS-ATR-SUB) TO WS-DOM-IDX
005370     ADD 1 TO WS-DOM-QTD (WS-DOM-IDX)
005380     IF WS-ESTAGIO-ALVO > WS-ESTAGIO-ANT
005390        MOVE WS-ESTAGIO-ALVO TO WS-ATR-ESTAGIO-NOVO (WS-ATR-SUB)
005400        ADD 1 TO WS-CONT-ESCALADAS
005410        IF WS-ESTAGIO-ALVO > WS-DOM-ESTAGIO (WS-DOM-IDX)
005420           MOVE WS-ESTAGIO-ALVO TO WS-DOM-ESTAGIO (WS-DOM-IDX)
005430        END-IF
005440     ELSE
005450        MOVE ZERO TO WS-ATR-ESTAGIO-NOVO (WS-ATR-SUB)
005460     END-IF
005470     .
005480 2100-EXIT.
005490     EXIT.
005500*----------------------------------------------------------*
005510* 2200-ACHA-DOMICILIO -- THE STUDENT'S FAMMAST FAMILY, OR   *
005520*     THE STUDENT ON THEIR OWN; ADDED WHEN NEW.             *
005530*----------------------------------------------------------*
005540 2200-ACHA-DOMICILIO.
005550     MOVE 'A' TO WS-DOM-TIPO-W
005560     MOVE MED-FAT-ALUNO-ID TO WS-DOM-CHAVE-W
005570     IF WS-FMB-TABLE-QTD > ZERO
005580        SET WS-FMB-IDX TO 1
005590        SEARCH WS-FMB-ENTRY
005600            VARYING WS-FMB-IDX
005610            AT END
005620                CONTINUE
005630            WHEN WS-FMB-ALUNO-ID (WS-FMB-IDX) = MED-FAT-ALUNO-ID
005640                MOVE 'F' TO WS-DOM-TIPO-W
005650                MOVE WS-FMB-FAM-ID (WS-FMB-IDX) TO WS-DOM-CHAVE-W
005660        END-SEARCH
005670     END-IF
005680     MOVE 'N' TO WS-ACHOU
005690     IF WS-DOM-TABLE-QTD > ZERO
005700        SET WS-DOM-IDX TO 1
005710        SEARCH WS-DOM-ENTRY
005720            VARYING WS-DOM-IDX
005730            AT END
005740                CONTINUE
005750            WHEN WS-DOM-TIPO (WS-DOM-IDX) = WS-DOM-TIPO-W
005760             AND WS-DOM-CHAVE (WS-DOM-IDX) = WS-DOM-CHAVE-W
005770                SET ACHOU-ENTRADA TO TRUE
005780        END-SEARCH
005790     END-IF
005800     IF ACHOU-ENTRADA
005810        GO TO 2200-EXIT
005820     END-IF
005830     IF WS-DOM-TABLE-QTD >= 3000
005840        DISPLAY "TABELA DE DOMICILIOS CHEIA (3000)"
005850        MOVE 8 TO RETURN-CODE
005860        STOP RUN
005870     END-IF
005880     ADD 1 TO WS-DOM-TABLE-QTD
005890     SET WS-DOM-IDX TO WS-DOM-TABLE-QTD
005900     MOVE WS-DOM-TIPO-W  TO WS-DOM-TIPO (WS-DOM-IDX)
005910     MOVE WS-DOM-CHAVE-W TO WS-DOM-CHAVE (WS-DOM-IDX)
005920     MOVE ZERO TO WS-DOM-ESTAGIO (WS-DOM-IDX)
005930     MOVE ZERO TO WS-DOM-QTD (WS-DOM-IDX)
005940     .
005950 2200-EXIT.
005960     EXIT.
005970*----------------------------------------------------------*
005980* 3000-EMITE-CARTAS -- ONE LETTER PER HOUSEHOLD WITH AN     *
005990*     ESCALATED INVOICE; THE OTHERS ALREADY HAVE THE        *
006000*     LETTER OF EVERY STAGE THEY ARE AT.                    *
006010*----------------------------------------------------------*
006020 3000-EMITE-CARTAS.
006030     PERFORM 3100-DOMICILIO THRU 3100-EXIT
006040         VARYING WS-DOM-SUB FROM 1 BY 1
006050         UNTIL WS-DOM-SUB > WS-DOM-TABLE-QTD
006060     .
006070 3000-EXIT.
006080     EXIT.
006090 3100-DOMICILIO.
006100     IF WS-DOM-ESTAGIO (WS-DOM-SUB) = ZERO
006110        ADD 1 TO WS-CONT-SEM-NOVO
006120        GO TO 3100-EXIT
006130     END-IF
006140     MOVE "COBRANCA" TO WS-SEQ-NOME-P
006150     CALL "PROG_SET" USING WS-SEQ-PARM
006160     ADD 1 TO WS-CONT-CARTAS
006170     EVALUATE WS-DOM-ESTAGIO (WS-DOM-SUB)
006180         WHEN 1
006190             ADD 1 TO WS-CONT-CARTA-E1
006200         WHEN 2
006210             ADD 1 TO WS-CONT-CARTA-E2
006220         WHEN OTHER
006230             ADD 1 TO WS-CONT-CARTA-E3
006240     END-EVALUATE
006250     PERFORM 3200-ENDERECO THRU 3200-EXIT
006260     PERFORM 4000-ENFILEIRA-CARTA THRU 4000-EXIT
006270     PERFORM 5000-GRAVA-HISTORICO THRU 5000-EXIT
006280         VARYING WS-ATR-SUB FROM 1 BY 1
006290         UNTIL WS-ATR-SUB > WS-ATR-TABLE-QTD
006300     .
006310 3100-EXIT.
006320     EXIT.
006330*----------------------------------------------------------*
006340* 3200-ENDERECO -- THE FAMMAST RESPONSAVEL AND ADDRESS, OR  *
006350*     THE STUMAST ONES FOR A STUDENT OUTSIDE FAMMAST.       *
006360*----------------------------------------------------------*
006370 3200-ENDERECO.
006380     MOVE SPACES TO WS-CRD-NOME WS-CRE-RUA WS-CRE-BAIRRO
006390         WS-CRE-CIDADE WS-CRE-UF WS-CRE-CEP
006400     IF WS-DOM-TIPO (WS-DOM-SUB) = 'F'
006410        MOVE WS-DOM-CHAVE (WS-DOM-SUB) TO MED-FAM-ID
006420        READ FAMILIA-MASTER-FILE
006430            INVALID KEY
006440                CONTINUE
006450            NOT INVALID KEY
006460                MOVE MED-FAM-RESPONSAVEL TO WS-CRD-NOME
006470                MOVE MED-FAM-RUA         TO WS-CRE-RUA
006480                MOVE MED-FAM-BAIRRO      TO WS-CRE-BAIRRO
006490                MOVE MED-FAM-CIDADE      TO WS-CRE-CIDADE
006500                MOVE MED-FAM-UF          TO WS-CRE-UF
006510                MOVE MED-FAM-CEP         TO WS-CRE-CEP
006520        END-READ
006530        GO TO 3200-EXIT
006540     END-IF
006550     IF NOT STUMAST-ABERTO
006560        GO TO 3200-EXIT
006570     END-IF
006580     MOVE WS-DOM-CHAVE (WS-DOM-SUB) TO MED-STU-ID
006590     READ STUDENT-MASTER-FILE
006600         INVALID KEY
006610             CONTINUE
006620         NOT INVALID KEY
006630             MOVE MED-STU-RESPONSAVEL TO WS-CRD-NOME
006640             MOVE MED-STU-RUA         TO WS-CRE-RUA
006650             MOVE MED-STU-BAIRRO      TO WS-CRE-BAIRRO
006660             MOVE MED-STU-CIDADE      TO WS-CRE-CIDADE
006670             MOVE MED-STU-UF          TO WS-CRE-UF
006680             MOVE MED-STU-CEP         TO WS-CRE-CEP
006690     END-READ
006700     .
006710 3200-EXIT.
006720     EXIT.
006730*----------------------------------------------------------*
006740* 4000-ENFILEIRA-CARTA -- THE LETTER AS A FINANCIAL         *
006750*     MESSAGE: THE STAGE'S WORDING, EVERY OVERDUE INVOICE   *
006755*     OF THE HOUSEHOLD AND THE TOTAL AS BODY LINES.         *
006760*----------------------------------------------------------*
006770 4000-ENFILEIRA-CARTA.
006820     EVALUATE WS-DOM-ESTAGIO (WS-DOM-SUB)
006830         WHEN 1
006840             MOVE "LEMBRETE DE PAGAMENTO" TO WS-CRT-TITULO
006850         WHEN 2
006860             MOVE "NOTIFICACAO DE DEBITO EM ATRASO"
006870                 TO WS-CRT-TITULO
006880         WHEN OTHER
006890             MOVE "AVISO FINAL ANTES DA COBRANCA"
006900                 TO WS-CRT-TITULO
006910     END-EVALUATE
006920     MOVE WS-SEQ-NEXT-P TO WS-CRT-NUMERO
006930     MOVE ZERO TO WS-TOTAL-CARTA
006930     PERFORM 4050-SOMA-FATURA THRU 4050-EXIT
006930         VARYING WS-ATR-SUB FROM 1 BY 1
006930         UNTIL WS-ATR-SUB > WS-ATR-TABLE-QTD
006930     MOVE WS-TOTAL-CARTA TO WS-CRT-TOTAL
006930     MOVE ZERO TO WS-TOT-BRANCOS
006930     INSPECT WS-CRT-TOTAL TALLYING WS-TOT-BRANCOS
006930         FOR LEADING SPACES
006940     PERFORM 9520-INICIA-MENSAGEM THRU 9520-EXIT-MSG
006940     SET MED-MSG-FINANCEIRA TO TRUE
006940     MOVE WS-DOM-TIPO (WS-DOM-SUB)  TO MED-MSG-DEST-TIPO
006940     MOVE WS-DOM-CHAVE (WS-DOM-SUB) TO MED-MSG-DEST-ID
006940     IF WS-DOM-TIPO (WS-DOM-SUB) = 'A'
006940        MOVE WS-DOM-CHAVE (WS-DOM-SUB) TO MED-MSG-ALUNO-ID
006940     END-IF
006970     MOVE WS-CRD-NOME   TO MED-MSG-RESPONSAVEL
006990     MOVE WS-CRE-RUA    TO MED-MSG-RUA
006990     MOVE WS-CRE-BAIRRO TO MED-MSG-BAIRRO
007010     MOVE WS-CRE-CIDADE TO MED-MSG-CIDADE
007010     MOVE WS-CRE-CEP    TO MED-MSG-CEP
007010     MOVE WS-CRE-UF     TO MED-MSG-UF
007020     MOVE WS-CRT-TITULO     TO MED-MSG-ASSUNTO
007020     MOVE WS-CAR-REFERENCIA TO MED-MSG-REFERENCIA
007020     STRING WS-CRT-TITULO   DELIMITED BY "  "
007020            ": R$ "         DELIMITED BY SIZE
007020            WS-CRT-TOTAL (WS-TOT-BRANCOS + 1:) DELIMITED BY SIZE
007020            " EM ATRASO. "  DELIMITED BY SIZE
007020            WS-CAR-REFERENCIA DELIMITED BY SIZE
007020            ". PROCURE A SECRETARIA." DELIMITED BY SIZE
007020         INTO MED-MSG-RESUMO
007020     END-STRING
007030     PERFORM 9540-GRAVA-CABECALHO THRU 9540-EXIT-MSG
007050     PERFORM 4100-TEXTO-ESTAGIO THRU 4100-EXIT
007060     PERFORM 9560-GRAVA-LINHA THRU 9560-EXIT-MSG
007080     MOVE WS-CAR-COLUNAS TO MED-MSQ-TEXTO
007090     PERFORM 9560-GRAVA-LINHA THRU 9560-EXIT-MSG
007110     PERFORM 4200-LINHA-FATURA THRU 4200-EXIT
007120         VARYING WS-ATR-SUB FROM 1 BY 1
007130         UNTIL WS-ATR-SUB > WS-ATR-TABLE-QTD
007150     MOVE WS-CAR-TOTAL TO MED-MSQ-TEXTO
007160     PERFORM 9560-GRAVA-LINHA THRU 9560-EXIT-MSG
007180     PERFORM 9560-GRAVA-LINHA THRU 9560-EXIT-MSG
007190     MOVE "CASO O PAGAMENTO JA TENHA SIDO EFETUADO, PEDIMOS "
007200         TO MED-MSQ-TEXTO
007220     PERFORM 9560-GRAVA-LINHA THRU 9560-EXIT-MSG
007230     MOVE "DESCONSIDERAR ESTE AVISO. PARA NEGOCIAR, PROCURE A "
007240         TO MED-MSQ-TEXTO
007260     PERFORM 9560-GRAVA-LINHA THRU 9560-EXIT-MSG
007270     MOVE "SECRETARIA DA ESCOLA." TO MED-MSQ-TEXTO
007290     PERFORM 9560-GRAVA-LINHA THRU 9560-EXIT-MSG
007450     .
007460 4000-EXIT.
007470     EXIT.
007470 4050-SOMA-FATURA.
007470     IF WS-ATR-DOM-SUB (WS-ATR-SUB) = WS-DOM-SUB
007470        ADD WS-ATR-SALDO (WS-ATR-SUB) TO WS-TOTAL-CARTA
007470     END-IF
007470     .
007470 4050-EXIT.
007470     EXIT.
007480 4100-TEXTO-ESTAGIO.
007490     EVALUATE WS-DOM-ESTAGIO (WS-DOM-SUB)
007500         WHEN 1
007510             MOVE "LEMBRAMOS QUE CONSTAM EM ABERTO AS PARCELAS"
007520                 TO WS-CAR-TEXTO
007530             MOVE WS-CAR-TEXTO TO MED-MSQ-TEXTO
007540             PERFORM 9560-GRAVA-LINHA THRU 9560-EXIT-MSG
007550             MOVE "ABAIXO. SE POSSIVEL, REGULARIZE-AS NOS"
007560                 TO WS-CAR-TEXTO
007570             MOVE WS-CAR-TEXTO TO MED-MSQ-TEXTO
007580             PERFORM 9560-GRAVA-LINHA THRU 9560-EXIT-MSG
007590             MOVE "PROXIMOS DIAS." TO WS-CAR-TEXTO
007600         WHEN 2
007610             MOVE "NOTIFICAMOS QUE AS MENSALIDADES ABAIXO SEGUEM "
007620                 TO WS-CAR-TEXTO
007630             MOVE WS-CAR-TEXTO TO MED-MSQ-TEXTO
007640             PERFORM 9560-GRAVA-LINHA THRU 9560-EXIT-MSG
007650             MOVE "SEM PAGAMENTO, APESAR DO LEMBRETE ANTERIOR, E "
007660                 TO WS-CAR-TEXTO
007670             MOVE WS-CAR-TEXTO TO MED-MSQ-TEXTO
007680             PERFORM 9560-GRAVA-LINHA THRU 9560-EXIT-MSG
007690             MOVE "SOLICITAMOS SUA REGULARIZACAO." TO WS-CAR-TEXTO
007700         WHEN OTHER
007710             MOVE "ESTE E O AVISO FINAL: NAO HAVENDO PAGAMENTO OU"
007720                 TO WS-CAR-TEXTO
007730             MOVE WS-CAR-TEXTO TO MED-MSQ-TEXTO
007740             PERFORM 9560-GRAVA-LINHA THRU 9560-EXIT-MSG
007750             MOVE "ACORDO EM 10 DIAS, O DEBITO ABAIXO SERA "
007760                 TO WS-CAR-TEXTO
007770             MOVE WS-CAR-TEXTO TO MED-MSQ-TEXTO
007780             PERFORM 9560-GRAVA-LINHA THRU 9560-EXIT-MSG
007790             MOVE "ENCAMINHADO A COBRANCA." TO WS-CAR-TEXTO
007800     END-EVALUATE
007810     MOVE WS-CAR-TEXTO TO MED-MSQ-TEXTO
007820     PERFORM 9560-GRAVA-LINHA THRU 9560-EXIT-MSG
007830     .
007840 4100-EXIT.
007850     EXIT.
007860 4200-LINHA-FATURA.
007870     IF WS-ATR-DOM-SUB (WS-ATR-SUB) NOT = WS-DOM-SUB
007880        GO TO 4200-EXIT
007890     END-IF
007900     MOVE WS-ATR-FATURA (WS-ATR-SUB)      TO WS-CRF-FATURA
007910     MOVE WS-ATR-ALUNO-NOME (WS-ATR-SUB)  TO WS-CRF-ALUNO
007920     MOVE WS-ATR-COMPETENCIA (WS-ATR-SUB) TO WS-CRF-COMPETENCIA
007930     MOVE WS-ATR-VENCIMENTO (WS-ATR-SUB)  TO WS-CRF-VENCIMENTO
007940     MOVE WS-ATR-DIAS (WS-ATR-SUB)        TO WS-CRF-DIAS
007950     MOVE WS-ATR-SALDO (WS-ATR-SUB)       TO WS-CRF-SALDO
007960     IF WS-ATR-ESTAGIO-NOVO (WS-ATR-SUB) > ZERO
007970        MOVE SPACES TO WS-CRF-AVISO
007980        STRING "NOVO " WS-ATR-ESTAGIO-NOVO (WS-ATR-SUB)
007990            DELIMITED BY SIZE INTO WS-CRF-AVISO
008000     ELSE
008010        MOVE SPACES TO WS-CRF-AVISO
008020        STRING "ENV. " WS-ATR-ESTAGIO-ANT (WS-ATR-SUB)
008030            DELIMITED BY SIZE INTO WS-CRF-AVISO
008040     END-IF
008060     MOVE WS-CAR-FATURA TO MED-MSQ-TEXTO
008070     PERFORM 9560-GRAVA-LINHA THRU 9560-EXIT-MSG
008080     .
008090 4200-EXIT.
008100     EXIT.
008110*----------------------------------------------------------*
008120* 5000-GRAVA-HISTORICO -- ONE COBHIST LINE PER INVOICE OF   *
008130*     THE HOUSEHOLD THAT ESCALATED ON THIS LETTER.          *
008140*----------------------------------------------------------*
008150 5000-GRAVA-HISTORICO.
008160     IF WS-ATR-DOM-SUB (WS-ATR-SUB) NOT = WS-DOM-SUB
008170        OR WS-ATR-ESTAGIO-NOVO (WS-ATR-SUB) = ZERO
008180        GO TO 5000-EXIT
008190     END-IF
008200     MOVE SPACES TO MED-COBR-HIST-REC
008210     MOVE WS-ATR-FATURA (WS-ATR-SUB)       TO MED-CBH-FATURA
008220     MOVE WS-ATR-ESTAGIO-NOVO (WS-ATR-SUB) TO MED-CBH-ESTAGIO
008230     MOVE WS-SEQ-NEXT-P                    TO MED-CBH-CARTA
008240     MOVE WS-DATA-HOJE                     TO MED-CBH-DATA-ENVIO
008250     MOVE WS-DOM-TIPO (WS-DOM-SUB)         TO MED-CBH-DOM-TIPO
008260     MOVE WS-DOM-CHAVE (WS-DOM-SUB)        TO MED-CBH-DOM-CHAVE
008270     MOVE WS-ATR-ALUNO-ID (WS-ATR-SUB)     TO MED-CBH-ALUNO-ID
008280     MOVE WS-ATR-DIAS (WS-ATR-SUB)         TO MED-CBH-DIAS-ATRASO
008290     MOVE WS-ATR-SALDO (WS-ATR-SUB)        TO MED-CBH-SALDO
008300     WRITE MED-COBR-HIST-REC
008310     .
008320 5000-EXIT.
008330     EXIT.
008340*----------------------------------------------------------*
008350* 8000-CONSULTA -- EVERY LETTER COBHIST HOLDS FOR THE       *
008360*     HOUSEHOLD ASKED FOR.                                  *
008370*----------------------------------------------------------*
008380 8000-CONSULTA.
008390     DISPLAY "HISTORICO DE COBRANCA -- " WS-CONSULTA-TIPO " "
008400         WS-CONSULTA-ID
008410     OPEN INPUT COBR-HIST-FILE
008420     IF WS-CBH-STATUS NOT = "00"
008430        DISPLAY "COBHIST AUSENTE -- NENHUMA CARTA ENVIADA"
008440        GO TO 8000-EXIT
008450     END-IF
008460     DISPLAY "CARTA   ENVIO    ESTAGIO FATURA  ALUNO   DIAS  "
008470         "SALDO"
008480     PERFORM 8100-LE-CONSULTA THRU 8100-EXIT
008490         UNTIL FIM-DO-COBHIST
008500     CLOSE COBR-HIST-FILE
008510     IF WS-CONT-CONSULTA = ZERO
008520        DISPLAY "NENHUMA CARTA ENVIADA A ESTE DOMICILIO"
008530     END-IF
008540     .
008550 8000-EXIT.
008560     EXIT.
008570 8100-LE-CONSULTA.
008580     READ COBR-HIST-FILE
008590         AT END
008600             SET FIM-DO-COBHIST TO TRUE
008610             GO TO 8100-EXIT
008620     END-READ
008630     IF MED-CBH-DOM-TIPO NOT = WS-CONSULTA-TIPO
008640        OR MED-CBH-DOM-CHAVE NOT = WS-CONSULTA-ID
008650        GO TO 8100-EXIT
008660     END-IF
008670     ADD 1 TO WS-CONT-CONSULTA
008680     DISPLAY MED-CBH-CARTA " " MED-CBH-DATA-ENVIO " "
008690         MED-CBH-ESTAGIO "       " MED-CBH-FATURA " "
008700         MED-CBH-ALUNO-ID " " MED-CBH-DIAS-ATRASO " "
008710         MED-CBH-SALDO
008720     .
008730 8100-EXIT.
008740     EXIT.
008750*----------------------------------------------------------*
008760* 9000-FINALIZE -- CLOSE THE FILES AND SHOW THE RUN COUNTS  *
008770*----------------------------------------------------------*
008780 9000-FINALIZE.
008790     IF FUNCAO-CONSULTA
008800        DISPLAY "CARTAS ENCONTRADAS..: " WS-CONT-CONSULTA
008810        GO TO 9000-EXIT
008820     END-IF
008830     CLOSE FATURA-MASTER-FILE
008840     IF FAMMAST-ABERTO
008850        CLOSE FAMILIA-MASTER-FILE
008860     END-IF
008870     IF STUMAST-ABERTO
008880        CLOSE STUDENT-MASTER-FILE
008890     END-IF
008900     CLOSE COBR-HIST-FILE
008910     PERFORM 9590-FECHA-FILA THRU 9590-EXIT-MSG
008920     DISPLAY "FATURAS EM ATRASO...: " WS-CONT-ATRASADAS
008930     DISPLAY "FATURAS ESCALADAS...: " WS-CONT-ESCALADAS
008940     DISPLAY "CARTAS NA FILA......: " WS-CONT-CARTAS
008950     DISPLAY "  LEMBRETES.........: " WS-CONT-CARTA-E1
008960     DISPLAY "  NOTIFICACOES......: " WS-CONT-CARTA-E2
008970     DISPLAY "  AVISOS FINAIS.....: " WS-CONT-CARTA-E3
008980     DISPLAY "DOMICILIOS SEM NOVO ESTAGIO: " WS-CONT-SEM-NOVO
008990     .
009000 9000-EXIT.
009010     EXIT.
009020*----------------------------------------------------------*
009030* 9800-ERROR-LOG -- SHARED ERROR-LOGGING PARAGRAPH (ERRPARA) *
009040*----------------------------------------------------------*
009050     COPY ERRPARA.
009055*----------------------------------------------------------*
009055* 9510-9590 -- SHARED OUTBOUND-QUEUE PARAGRAPHS (MSGQPARA)  *
009055*----------------------------------------------------------*
009055     COPY MSGQPARA.
009060 END PROGRAM COBRANCA.
