000100*****************************************************************
000110* Program:      FATURA_ESTORNO
000120* Author:       J. ALBUQUERQUE - APPLICATIONS SUPPORT
000130* Installation: ESCOLA - SISTEMA ACADEMICO
000140* Date-Written: 2026-10-15
000150* Date-Compiled:
000160* Purpose:      Backout of a whole FATURA_MENSAL competence run.
000170*               A run made with the wrong BILLPARM (wrong due
000180*               date, wrong late-fee rate, a price table loaded
000190*               late) used to be undone by hand, invoice by
000200*               invoice. Dual-controlled: the backout is captured
000210*               on the ACAO_APROVA queue (ESTORN <competencia>
000220*               <operador> <motivo>, program FATESTOR) and
000230*               released there by a second operator with the
000240*               maintenance function; this run, started by an
000250*               operator with the maintenance function too,
000260*               executes the first approved request it finds:
000270*                 - refused (request discarded, condition code
000280*                   8) when the competence is closed on COMPSTAT
000290*                   or when any invoice the run created has
000300*                   already been paid in whole or in part,
000310*                   renegotiated, written off or had its NFS-e
000320*                   issued -- money or a tax document already
000330*                   rests on it and it must be handled on its
000340*                   own;
000350*                 - every invoice of the competence on FATMAST
000360*                   (installment-plan invoices excepted, they are
000370*                   not the billing run's) goes to CANCELADA;
000380*                 - the boletos registered for them are cancelled
000390*                   at the bank: FATCANC, the FATURAS remittance
000400*                   layout under a new REMESSA sequence number,
000410*                   one type-1 detail with instruction 02 per
000420*                   boleto;
000430*                 - the student credit the run consumed (CREDITO
000440*                   type U) is given back with type R and the
000450*                   pro-rata adjustments it credited (type A) are
000460*                   taken back with type S;
000470*                 - the FATBASE lines the run recorded are netted
000480*                   out per student and competence, so the rerun
000490*                   rates every month again from scratch;
000500*                 - the FATURADA lines of the run on BILLREG get
000510*                   an ESTORNADA mirror line, so DIARIO_CONTABIL
000520*                   nets them to nothing;
000530*                 - the request is marked executed.
000540*               The competence stays open and FATURA_MENSAL no
000550*               longer counts the cancelled invoices as billed,
000560*               so the corrected run can follow at once. Every
000570*               step nets against what an earlier backout of the
000580*               same competence already did, so a run cut short
000590*               can simply be submitted again. ESTRPT lists every
000600*               invoice cancelled or blocking and the totals.
000610* Modification History:
000620*   2026-10-15 JA  Initial version.
000630* Tectonics: cobc
000640*****************************************************************
000650 IDENTIFICATION DIVISION.
000660 PROGRAM-ID. FATURA_ESTORNO.
000670 ENVIRONMENT DIVISION.
000680 INPUT-OUTPUT SECTION.
000690 FILE-CONTROL.
000700     COPY FATSEL.
000710     COPY CREDSEL.
000720     COPY FBASSEL.
000730     COPY PACSEL.
000740     COPY CMPSEL.
000750     COPY OPERSEL.
000760     COPY ACSSEL.
000770     COPY ERRLSEL.
000780     SELECT FATURA-CANC-FILE ASSIGN TO "FATCANC"
000790         ORGANIZATION IS LINE SEQUENTIAL.
000800     SELECT BILL-REGISTER-FILE ASSIGN TO "BILLREG"
000810         ORGANIZATION IS LINE SEQUENTIAL
000820         FILE STATUS IS WS-REG-STATUS.
000830     SELECT ESTORNO-REPORT-FILE ASSIGN TO "ESTRPT"
000840         ORGANIZATION IS LINE SEQUENTIAL.
000850 DATA DIVISION.
000860 FILE SECTION.
000870 FD  FATURA-MASTER-FILE.
000880     COPY FATMST.
000890     COPY CREDFD.
000900     COPY FBASFD.
000910     COPY PACFD.
000920     COPY CMPFD.
000930 FD  OPER-MASTER-FILE.
000940     COPY OPERMST.
000950     COPY ACSFD.
000960     COPY ERRLFD.
000970 FD  FATURA-CANC-FILE.
000980 01  FATURA-CANC-REC            PIC X(240).
000990 FD  BILL-REGISTER-FILE.
001000 01  BILL-REGISTER-REC          PIC X(137).
001010 FD  ESTORNO-REPORT-FILE.
001020 01  ESTORNO-REPORT-REC         PIC X(132).
001030 WORKING-STORAGE SECTION.
001040     COPY ERRCODES.
001050 01  WS-OPR-MASTER-STATUS       PIC X(02) VALUE SPACES.
001060     COPY CADREC.
001070     COPY OPERREC.
001080     COPY CMPREC.
001090 01  WS-FAT-MASTER-STATUS       PIC X(02) VALUE SPACES.
001100 01  WS-CRD-STATUS              PIC X(02) VALUE SPACES.
001110 01  WS-FBS-STATUS              PIC X(02) VALUE SPACES.
001120 01  WS-PAC-STATUS-FS           PIC X(02) VALUE SPACES.
001130 01  WS-CMP-STATUS-FS           PIC X(02) VALUE SPACES.
001140 01  WS-REG-STATUS              PIC X(02) VALUE SPACES.
001150 01  WS-OPERADOR                PIC X(08) VALUE SPACES.
001160 01  WS-SWITCHES.
001170     03  WS-EOF-FATMAST         PIC X(01) VALUE 'N'.
001180         88  FIM-DO-FATMAST           VALUE 'S'.
001190     03  WS-EOF-FILA            PIC X(01) VALUE 'N'.
001200         88  FIM-DA-FILA              VALUE 'S'.
001210     03  WS-EOF-CREDITO         PIC X(01) VALUE 'N'.
001220         88  FIM-DO-CREDITO           VALUE 'S'.
001230     03  WS-EOF-BASE            PIC X(01) VALUE 'N'.
001240         88  FIM-DA-BASE              VALUE 'S'.
001250     03  WS-EOF-REGISTRO        PIC X(01) VALUE 'N'.
001260         88  FIM-DO-REGISTRO          VALUE 'S'.
001270     03  WS-PED-ACHOU           PIC X(01) VALUE 'N'.
001280         88  ACHOU-PEDIDO             VALUE 'S'.
001290     03  WS-EST-ACHOU           PIC X(01) VALUE 'N'.
001300         88  ACHOU-FATURA-TAB         VALUE 'S'.
001310     03  WS-CRT-ACHOU           PIC X(01) VALUE 'N'.
001320         88  ACHOU-CREDITO-TAB        VALUE 'S'.
001330     03  WS-BST-ACHOU           PIC X(01) VALUE 'N'.
001340         88  ACHOU-BASE-TAB           VALUE 'S'.
001350     03  WS-PED-SITUACAO        PIC X(01) VALUE 'N'.
001360         88  PEDIDO-LIBERADO          VALUE 'L'.
001370         88  PEDIDO-RECUSADO          VALUE 'R'.
001380 01  WS-DATA-HOJE               PIC 9(08) VALUE ZERO.
001390*----------------------------------------------------------*
001400* PROG_SET CALL PARAMETER -- REMESSA SEQUENCE               *
001410*----------------------------------------------------------*
001420 01  WS-SEQ-PARM.
001430     03  WS-SEQ-NOME-P          PIC X(10) VALUE "REMESSA".
001440     03  WS-SEQ-NEXT-P          PIC 9(07) VALUE ZERO.
001450*----------------------------------------------------------*
001460* PENDING-ACTION QUEUE FOLDED TO ITS LATEST RECORD PER ID,  *
001470*     SAME RULE ACAO_APROVA APPLIES, AND THE REQUEST IN HAND*
001480*----------------------------------------------------------*
001490 01  WS-FILA-TABLE-QTD          PIC 9(03) COMP VALUE ZERO.
001500 01  WS-FILA-TABLE.
001510     03  WS-FILA-ENTRY          OCCURS 1 TO 200 TIMES
001520                                DEPENDING ON WS-FILA-TABLE-QTD
001530                                INDEXED BY WS-FILA-IDX.
001540         05  WS-FIL-ID          PIC 9(07).
001550         05  WS-FIL-PROGRAMA    PIC X(08).
001560         05  WS-FIL-PARAMETROS  PIC X(60).
001570         05  WS-FIL-OPER-PED    PIC X(08).
001580         05  WS-FIL-DATA-PED    PIC 9(08).
001590         05  WS-FIL-STATUS      PIC X(01).
001600         05  WS-FIL-OPER-APR    PIC X(08).
001610 01  WS-FILA-SUB                PIC 9(03) COMP VALUE ZERO.
001620 01  WS-LIBERACAO.
001630     03  WS-LIB-ID              PIC 9(07) VALUE ZERO.
001640     03  WS-LIB-PARAMETROS.
001650         05  WS-LIB-COMPETENCIA PIC X(06).
001660         05  WS-LIB-COMPETENCIA-N REDEFINES WS-LIB-COMPETENCIA
001670                                PIC 9(06).
001680         05  FILLER             PIC X(01).
001690         05  WS-LIB-MOTIVO      PIC X(53).
001700     03  WS-LIB-OPER-PED        PIC X(08) VALUE SPACES.
001710     03  WS-LIB-DATA-PED        PIC 9(08) VALUE ZERO.
001720     03  WS-LIB-OPER-APR        PIC X(08) VALUE SPACES.
001730 01  WS-PAC-STATUS-NOVO         PIC X(01) VALUE SPACE.
001740 01  WS-PAC-GUARDA              PIC X(108) VALUE SPACES.
001750 01  WS-MOTIVO-RECUSA           PIC X(40) VALUE SPACES.
001760 01  WS-COMPETENCIA             PIC 9(06) VALUE ZERO.
001770*----------------------------------------------------------*
001780* THE INVOICES OF THE RUN BEING BACKED OUT, AND THE BILLREG *
001790*     FATURADA LINE EACH ONE HAD                            *
001800*----------------------------------------------------------*
001810 01  WS-EST-TABLE-QTD           PIC 9(04) COMP VALUE ZERO.
001820 01  WS-EST-TABLE.
001830     03  WS-EST-ENTRY           OCCURS 1 TO 4000 TIMES
001840                                DEPENDING ON WS-EST-TABLE-QTD
001850                                INDEXED BY WS-EST-IDX.
001860         05  WS-EST-NUMERO      PIC 9(07).
001870         05  WS-EST-BOLETO      PIC X(01).
001880         05  WS-EST-REGISTRO    PIC X(01).
001890         05  WS-EST-LINHA       PIC X(137).
001900 01  WS-EST-SUB                 PIC 9(04) COMP VALUE ZERO.
001910 01  WS-EST-NUMERO-W            PIC 9(07) VALUE ZERO.
001920*----------------------------------------------------------*
001930* CREDIT THE RUN MOVED, NET OF EARLIER BACKOUTS, PER        *
001940*     STUDENT                                               *
001950*----------------------------------------------------------*
001960 01  WS-CRT-TABLE-QTD           PIC 9(04) COMP VALUE ZERO.
001970 01  WS-CRT-TABLE.
001980     03  WS-CRT-ENTRY           OCCURS 1 TO 4000 TIMES
001990                                DEPENDING ON WS-CRT-TABLE-QTD
002000                                INDEXED BY WS-CRT-IDX.
002010         05  WS-CRT-ALUNO-ID    PIC 9(07).
002020         05  WS-CRT-USO         PIC S9(07)V99.
002030         05  WS-CRT-AJUSTE      PIC S9(07)V99.
002040 01  WS-CRT-SUB                 PIC 9(04) COMP VALUE ZERO.
002050*----------------------------------------------------------*
002060* FATBASE AMOUNTS THE RUN RECORDED, NET OF EARLIER          *
002070*     BACKOUTS, PER STUDENT AND BILLED COMPETENCE           *
002080*----------------------------------------------------------*
002090 01  WS-BST-TABLE-QTD           PIC 9(04) COMP VALUE ZERO.
002100 01  WS-BST-TABLE.
002110     03  WS-BST-ENTRY           OCCURS 1 TO 4000 TIMES
002120                                DEPENDING ON WS-BST-TABLE-QTD
002130                                INDEXED BY WS-BST-IDX.
002140         05  WS-BST-ALUNO-ID    PIC 9(07).
002150         05  WS-BST-COMPET      PIC 9(06).
002160         05  WS-BST-BRUTO       PIC S9(07)V99.
002170         05  WS-BST-LIQUIDO     PIC S9(07)V99.
002180 01  WS-BST-SUB                 PIC 9(04) COMP VALUE ZERO.
002190 01  WS-VALOR-S                 PIC S9(07)V99 VALUE ZERO.
002200 01  WS-CRD-GUARDA              PIC X(60) VALUE SPACES.
002210 01  WS-FBS-GUARDA              PIC X(80) VALUE SPACES.
002220 01  WS-CONTADORES.
002230     03  WS-CONT-CANCELADAS     PIC 9(05) COMP VALUE ZERO.
002240     03  WS-CONT-PAGAS          PIC 9(05) COMP VALUE ZERO.
002250     03  WS-CONT-BOLETOS        PIC 9(05) COMP VALUE ZERO.
002260     03  WS-CONT-CREDITOS       PIC 9(05) COMP VALUE ZERO.
002270     03  WS-CONT-BASE           PIC 9(05) COMP VALUE ZERO.
002280     03  WS-CONT-REGISTRO       PIC 9(05) COMP VALUE ZERO.
002290 01  WS-TOT-CANCELADO           PIC 9(09)V99 VALUE ZERO.
002300*----------------------------------------------------------*
002310* CANCELLATION REMITTANCE -- THE FATURAS LAYOUT (FIXED BY   *
002320*     THE BANK'S REGISTRATION IMPORT): TYPE-0 HEADER, TYPE-1*
002330*     DETAIL PER BOLETO, TYPE-9 TRAILER.                    *
002340*----------------------------------------------------------*
002350 01  WS-REMESSA-HEADER.
002360     03  FILLER                 PIC X(01) VALUE '0'.
002370     03  FILLER                 PIC X(07) VALUE "REMESSA".
002380     03  FILLER                 PIC X(26) VALUE
002390         "ESCOLA - SISTEMA ACADEMICO".
002400     03  WS-RMH-DATA            PIC 9(08).
002410     03  WS-RMH-SEQUENCIA       PIC 9(07).
002420 01  WS-BANCO-LINE.
002430     03  WS-BNC-TIPO-REG        PIC X(01).
002440     03  WS-BNC-NUMERO          PIC 9(07).
002450     03  WS-BNC-ALUNO-ID        PIC 9(07).
002460     03  WS-BNC-NOME            PIC X(30).
002470     03  WS-BNC-RUA             PIC X(20).
002480     03  WS-BNC-BAIRRO          PIC X(20).
002490     03  WS-BNC-CIDADE          PIC X(30).
002500     03  WS-BNC-CEP             PIC X(08).
002510     03  WS-BNC-UF              PIC X(02).
002520     03  WS-BNC-COMPETENCIA     PIC 9(06).
002530     03  WS-BNC-VALOR           PIC 9(05)V99.
002540     03  WS-BNC-VENCIMENTO      PIC 9(08).
002550     03  WS-BNC-INSTRUCAO       PIC X(02).
002560     03  WS-BNC-TIPO            PIC X(09).
002570     03  WS-BNC-PIX-TXID        PIC X(35).
002580 01  WS-REMESSA-TRAILER.
002590     03  FILLER                 PIC X(01) VALUE '9'.
002600     03  WS-RMT-QTD-REG         PIC 9(07).
002610     03  WS-RMT-VALOR-TOTAL     PIC 9(09)V99.
002620     COPY PIXTXID.
002630*----------------------------------------------------------*
002640* BILLREG LINE AS FATURA_MENSAL WRITES IT                   *
002650*----------------------------------------------------------*
002660 01  WS-BILLREG-LINE.
002670     03  WS-BRL-NUMERO          PIC X(07).
002680     03  FILLER                 PIC X(60).
002690     03  WS-BRL-TEXTO           PIC X(20).
002700     03  FILLER                 PIC X(50).
002710*----------------------------------------------------------*
002720* REPORT LINES                                              *
002730*----------------------------------------------------------*
002740 01  WS-TITULO-LINE.
002750     03  FILLER                 PIC X(40) VALUE
002760         "ESTORNO DA FATURACAO - COMPETENCIA ".
002770     03  WS-TTL-COMPETENCIA     PIC X(06).
002780     03  FILLER                 PIC X(08) VALUE " PEDIDO ".
002790     03  WS-TTL-PEDIDO          PIC 9(07).
002800     03  FILLER                 PIC X(01) VALUE SPACE.
002810     03  WS-TTL-OPER-PED        PIC X(08).
002820     03  FILLER                 PIC X(01) VALUE "/".
002830     03  WS-TTL-OPER-APR        PIC X(08).
002840     03  FILLER                 PIC X(01) VALUE SPACE.
002850     03  WS-TTL-MOTIVO          PIC X(53).
002860 01  WS-FATURA-LINE.
002870     03  WS-FTL-SITUACAO        PIC X(11).
002880     03  FILLER                 PIC X(01) VALUE SPACE.
002890     03  WS-FTL-NUMERO          PIC 9(07).
002900     03  FILLER                 PIC X(01) VALUE SPACE.
002910     03  WS-FTL-ALUNO-ID        PIC 9(07).
002920     03  FILLER                 PIC X(01) VALUE SPACE.
002930     03  WS-FTL-NOME            PIC X(30).
002940     03  FILLER                 PIC X(01) VALUE SPACE.
002950     03  WS-FTL-TURMA           PIC X(10).
002960     03  FILLER                 PIC X(01) VALUE SPACE.
002970     03  WS-FTL-VALOR           PIC ZZZZ9.99.
002980     03  FILLER                 PIC X(01) VALUE SPACE.
002990     03  WS-FTL-STATUS          PIC X(01).
003000     03  FILLER                 PIC X(01) VALUE SPACE.
003010     03  WS-FTL-PAGO            PIC ZZZZ9.99.
003020 01  WS-RECUSA-LINE.
003030     03  FILLER                 PIC X(19) VALUE
003040         "ESTORNO RECUSADO: ".
003050     03  WS-RCL-MOTIVO          PIC X(40).
003060 01  WS-TOTAL-LINE.
003070     03  WS-TTL-ROTULO          PIC X(30).
003080     03  WS-TTL-QTD             PIC ZZZZ9.
003090     03  FILLER                 PIC X(01) VALUE SPACE.
003100     03  WS-TTL-VALOR           PIC ZZZZZZZZ9.99.
003110 PROCEDURE DIVISION.
003120 0000-MAIN-PROCEDURE.
003130     PERFORM 1000-INITIALIZE THRU 1000-EXIT
003140     PERFORM 2000-BUSCA-PEDIDO THRU 2000-EXIT
003150     IF ACHOU-PEDIDO
003160        PERFORM 3000-CONFERE-PEDIDO THRU 3000-EXIT
003170     END-IF
003180     IF PEDIDO-LIBERADO
003190        PERFORM 4000-ESTORNA THRU 4000-EXIT
003200     END-IF
003210     PERFORM 9000-FINALIZE THRU 9000-EXIT
003220     STOP RUN.
003230*----------------------------------------------------------*
003240* 1000-INITIALIZE -- OPERATOR GATE, THE COMPETENCE STATUS   *
003250*     AND THE REPORT.                                       *
003260*----------------------------------------------------------*
003270 1000-INITIALIZE.
003280     MOVE "FATESTOR" TO MED-ERROR-PROGRAM
003290     DISPLAY "IDENTIFICACAO DO OPERADOR: "
003300     ACCEPT WS-OPERADOR
003310     PERFORM 9200-ABRE-OPERMAST THRU 9200-EXIT-OPER
003320     MOVE WS-OPERADOR TO MED-OPR-CHECK-ID
003330     MOVE 'M' TO MED-OPR-FUNC-CHECK
003340     PERFORM 9250-VERIFICA-OPERADOR THRU 9250-EXIT-OPER
003350     PERFORM 9290-FECHA-OPERMAST THRU 9290-EXIT-OPER
003360     IF NOT OPERADOR-AUTORIZADO
003370        DISPLAY "OPERADOR " WS-OPERADOR
003380            " SEM PERMISSAO DE MANUTENCAO"
003390        MOVE ZERO TO MED-OPN-ALUNO-ID
003400        PERFORM 9280-NEGA-ACESSO THRU 9280-EXIT-OPER
003410        MOVE "OPRNEG" TO MED-ERROR-CODE
003420        MOVE "OPERADOR SEM PERMISSAO DE MANUTENCAO" TO
003430            MED-ERROR-TEXT
003440        SET MED-RC-DATA-ERROR TO TRUE
003450        PERFORM 9800-ERROR-LOG THRU 9800-EXIT
003460        MOVE 8 TO RETURN-CODE
003470        STOP RUN
003480     END-IF
003490     ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
003500     PERFORM 9400-CARREGA-COMPSTAT THRU 9400-EXIT-COMP
003510     OPEN OUTPUT ESTORNO-REPORT-FILE
003520     .
003530 1000-EXIT.
003540     EXIT.
003550*----------------------------------------------------------*
003560* 2000-BUSCA-PEDIDO -- THE FIRST APPROVED FATESTOR REQUEST  *
003570*     ON THE QUEUE; ONE BACKOUT PER RUN.                    *
003580*----------------------------------------------------------*
003590 2000-BUSCA-PEDIDO.
003600     PERFORM 2100-CARREGA-FILA THRU 2100-EXIT
003610     MOVE 'N' TO WS-PED-ACHOU
003620     PERFORM 2200-ACHA-LIBERADO THRU 2200-EXIT
003630         VARYING WS-FILA-SUB FROM 1 BY 1
003640         UNTIL WS-FILA-SUB > WS-FILA-TABLE-QTD
003650     IF NOT ACHOU-PEDIDO
003660        DISPLAY "SEM PEDIDO DE ESTORNO APROVADO NO PENDACAO -- "
003670            "CAPTURE E APROVE PELO ACAO_APROVA"
003680        MOVE 4 TO RETURN-CODE
003690        GO TO 2000-EXIT
003700     END-IF
003710     MOVE WS-LIB-COMPETENCIA TO WS-TTL-COMPETENCIA
003720     MOVE WS-LIB-ID          TO WS-TTL-PEDIDO
003730     MOVE WS-LIB-OPER-PED    TO WS-TTL-OPER-PED
003740     MOVE WS-LIB-OPER-APR    TO WS-TTL-OPER-APR
003750     MOVE WS-LIB-MOTIVO      TO WS-TTL-MOTIVO
003760     MOVE WS-TITULO-LINE TO ESTORNO-REPORT-REC
003770     WRITE ESTORNO-REPORT-REC
003780     .
003790 2000-EXIT.
003800     EXIT.
003810*----------------------------------------------------------*
003820* 2100-CARREGA-FILA -- FOLD PENDACAO TO ITS LATEST RECORD   *
003830*     PER REQUEST ID.                                       *
003840*----------------------------------------------------------*
003850 2100-CARREGA-FILA.
003860     OPEN INPUT PEND-ACAO-FILE
003870     IF WS-PAC-STATUS-FS NOT = "00"
003880        GO TO 2100-EXIT
003890     END-IF
003900     PERFORM 2150-LE-FILA THRU 2150-EXIT
003910         UNTIL FIM-DA-FILA
003920     CLOSE PEND-ACAO-FILE
003930     .
003940 2100-EXIT.
003950     EXIT.
003960 2150-LE-FILA.
003970     READ PEND-ACAO-FILE
003980         AT END
003990             SET FIM-DA-FILA TO TRUE
004000             GO TO 2150-EXIT
004010     END-READ
004020     MOVE 'N' TO WS-PED-ACHOU
004030     IF WS-FILA-TABLE-QTD > ZERO
004040        SET WS-FILA-IDX TO 1
004050        SEARCH WS-FILA-ENTRY
004060            VARYING WS-FILA-IDX
004070            AT END
004080                CONTINUE
004090            WHEN WS-FIL-ID (WS-FILA-IDX) = MED-PAC-ID
004100                SET ACHOU-PEDIDO TO TRUE
004110        END-SEARCH
004120     END-IF
004130     IF NOT ACHOU-PEDIDO
004140        IF WS-FILA-TABLE-QTD >= 200
004150           DISPLAY "FILA DE ACOES CHEIA (200)"
004160           MOVE 8 TO RETURN-CODE
004170           STOP RUN
004180        END-IF
004190        ADD 1 TO WS-FILA-TABLE-QTD
004200        SET WS-FILA-IDX TO WS-FILA-TABLE-QTD
004210        MOVE MED-PAC-ID TO WS-FIL-ID (WS-FILA-IDX)
004220     END-IF
004230     MOVE MED-PAC-PROGRAMA    TO WS-FIL-PROGRAMA (WS-FILA-IDX)
004240     MOVE MED-PAC-PARAMETROS  TO WS-FIL-PARAMETROS (WS-FILA-IDX)
004250     MOVE MED-PAC-OPER-PEDIDO TO WS-FIL-OPER-PED (WS-FILA-IDX)
004260     MOVE MED-PAC-DATA-PEDIDO TO WS-FIL-DATA-PED (WS-FILA-IDX)
004270     MOVE MED-PAC-STATUS      TO WS-FIL-STATUS (WS-FILA-IDX)
004280     MOVE MED-PAC-OPER-APROV  TO WS-FIL-OPER-APR (WS-FILA-IDX)
004290     .
004300 2150-EXIT.
004310     EXIT.
004320 2200-ACHA-LIBERADO.
004330     IF ACHOU-PEDIDO
004340        OR WS-FIL-PROGRAMA (WS-FILA-SUB) NOT = "FATESTOR"
004350        OR WS-FIL-STATUS (WS-FILA-SUB) NOT = 'A'
004360        GO TO 2200-EXIT
004370     END-IF
004380     SET ACHOU-PEDIDO TO TRUE
004390     MOVE WS-FIL-ID (WS-FILA-SUB)         TO WS-LIB-ID
004400     MOVE WS-FIL-PARAMETROS (WS-FILA-SUB) TO WS-LIB-PARAMETROS
004410     MOVE WS-FIL-OPER-PED (WS-FILA-SUB)   TO WS-LIB-OPER-PED
004420     MOVE WS-FIL-DATA-PED (WS-FILA-SUB)   TO WS-LIB-DATA-PED
004430     MOVE WS-FIL-OPER-APR (WS-FILA-SUB)   TO WS-LIB-OPER-APR
004440     .
004450 2200-EXIT.
004460     EXIT.
004470*----------------------------------------------------------*
004480* 3000-CONFERE-PEDIDO -- THE COMPETENCE MUST BE VALID AND   *
004490*     OPEN AND NO INVOICE OF THE RUN MAY CARRY MONEY OR AN  *
004500*     NFS-E; THE INVOICES TO CANCEL ARE TABLED ON THE WAY.  *
004510*----------------------------------------------------------*
004520 3000-CONFERE-PEDIDO.
004530     IF WS-LIB-COMPETENCIA IS NOT NUMERIC
004540        MOVE "COMPETENCIA INVALIDA NO PEDIDO" TO WS-MOTIVO-RECUSA
004550        PERFORM 3900-RECUSA THRU 3900-EXIT
004560        GO TO 3000-EXIT
004570     END-IF
004580     MOVE WS-LIB-COMPETENCIA-N TO WS-COMPETENCIA
004590     MOVE WS-COMPETENCIA TO MED-CMP-COMPET-CHECK
004600     PERFORM 9500-CONFERE-COMPETENCIA THRU 9500-EXIT-COMP
004610     IF COMPETENCIA-FECHADA
004620        MOVE "COMPETENCIA FECHADA NO COMPSTAT" TO WS-MOTIVO-RECUSA
004630        PERFORM 3900-RECUSA THRU 3900-EXIT
004640        GO TO 3000-EXIT
004650     END-IF
004660     OPEN INPUT FATURA-MASTER-FILE
004670     IF WS-FAT-MASTER-STATUS NOT = "00"
004680        DISPLAY "ERRO NA ABERTURA DO FATMAST: "
004690            WS-FAT-MASTER-STATUS
004700        MOVE "OPNERR" TO MED-ERROR-CODE
004710        MOVE "FATMAST NAO PODE SER ABERTO" TO MED-ERROR-TEXT
004720        SET MED-RC-FILE-ERROR TO TRUE
004730        PERFORM 9800-ERROR-LOG THRU 9800-EXIT
004740        MOVE MED-RETURN-CODE TO RETURN-CODE
004750        GO TO 3000-EXIT
004760     END-IF
004770     MOVE ZERO TO MED-FAT-NUMERO
004780     START FATURA-MASTER-FILE KEY NOT LESS MED-FAT-NUMERO
004790         INVALID KEY
004800             SET FIM-DO-FATMAST TO TRUE
004810     END-START
004820     PERFORM 3100-LE-FATURA THRU 3100-EXIT
004830         UNTIL FIM-DO-FATMAST
004840     CLOSE FATURA-MASTER-FILE
004850     IF WS-CONT-PAGAS > ZERO
004860        MOVE "FATURA DA COMPETENCIA JA PAGA" TO WS-MOTIVO-RECUSA
004870        PERFORM 3900-RECUSA THRU 3900-EXIT
004880        GO TO 3000-EXIT
004890     END-IF
004900     IF WS-EST-TABLE-QTD = ZERO
004910        MOVE "NENHUMA FATURA A ESTORNAR" TO WS-MOTIVO-RECUSA
004920        SET MED-RC-WARNING TO TRUE
004930        PERFORM 3900-RECUSA THRU 3900-EXIT
004940        GO TO 3000-EXIT
004950     END-IF
004960     SET PEDIDO-LIBERADO TO TRUE
004970     .
004980 3000-EXIT.
004990     EXIT.
005000*----------------------------------------------------------*
005010* 3100-LE-FATURA -- AN INVOICE OF THE COMPETENCE: ALREADY   *
005020*     CANCELLED IS LEFT ALONE; ONE THAT IS STILL ABERTA AND *
005030*     UNPAID, OR QUITADA AT ZERO BY STUDENT CREDIT, IS TO BE*
005040*     CANCELLED; ANYTHING ELSE BLOCKS THE BACKOUT.          *
005050*----------------------------------------------------------*
005060 3100-LE-FATURA.
005070     READ FATURA-MASTER-FILE NEXT RECORD
005080         AT END
005090             SET FIM-DO-FATMAST TO TRUE
005100             GO TO 3100-EXIT
005110     END-READ
005120     IF MED-FAT-COMPETENCIA NOT = WS-COMPETENCIA
005130        OR MED-FAT-TURMA = "*PLANO*"
005140        OR MED-FAT-CANCELADA
005150        GO TO 3100-EXIT
005160     END-IF
005170     MOVE MED-FAT-NUMERO      TO WS-FTL-NUMERO
005180     MOVE MED-FAT-ALUNO-ID    TO WS-FTL-ALUNO-ID
005190     MOVE MED-FAT-ALUNO-NOME  TO WS-FTL-NOME
005200     MOVE MED-FAT-TURMA       TO WS-FTL-TURMA
005210     MOVE MED-FAT-VALOR       TO WS-FTL-VALOR
005220     MOVE MED-FAT-STATUS      TO WS-FTL-STATUS
005230     MOVE MED-FAT-VALOR-PAGO  TO WS-FTL-PAGO
005240     IF MED-FAT-VALOR-PAGO > ZERO
005250        OR MED-FAT-NFSE-NUMERO > ZERO
005260        OR MED-FAT-RENEGOCIADA
005270        OR MED-FAT-BAIXADA
005280        OR (MED-FAT-QUITADA AND MED-FAT-VALOR > ZERO)
005290        ADD 1 TO WS-CONT-PAGAS
005300        MOVE "JA PAGA" TO WS-FTL-SITUACAO
005310        MOVE WS-FATURA-LINE TO ESTORNO-REPORT-REC
005320        WRITE ESTORNO-REPORT-REC
005330        GO TO 3100-EXIT
005340     END-IF
005350     IF WS-EST-TABLE-QTD >= 4000
005360        DISPLAY "TABELA DE FATURAS CHEIA (4000)"
005370        MOVE 8 TO RETURN-CODE
005380        STOP RUN
005390     END-IF
005400     ADD 1 TO WS-EST-TABLE-QTD
005410     SET WS-EST-IDX TO WS-EST-TABLE-QTD
005420     MOVE MED-FAT-NUMERO TO WS-EST-NUMERO (WS-EST-IDX)
005430     MOVE 'N' TO WS-EST-BOLETO (WS-EST-IDX)
005440     IF MED-FAT-ABERTA AND MED-FAT-VALOR > ZERO
005450        MOVE 'S' TO WS-EST-BOLETO (WS-EST-IDX)
005460     END-IF
005470     MOVE 'N' TO WS-EST-REGISTRO (WS-EST-IDX)
005480     MOVE SPACES TO WS-EST-LINHA (WS-EST-IDX)
005490     .
005500 3100-EXIT.
005510     EXIT.
005520*----------------------------------------------------------*
005530* 3900-RECUSA -- THE BACKOUT CANNOT BE EXECUTED: X RECORD   *
005540*     ON THE QUEUE, REASON ON ESTRPT AND ERRORLOG. A RUN    *
005550*     WITH NOTHING LEFT TO CANCEL COMES IN AS A WARNING.    *
005560*----------------------------------------------------------*
005570 3900-RECUSA.
005580     IF NOT MED-RC-WARNING
005590        SET MED-RC-DATA-ERROR TO TRUE
005600     END-IF
005610     SET PEDIDO-RECUSADO TO TRUE
005620     MOVE 'X' TO WS-PAC-STATUS-NOVO
005630     PERFORM 8900-GRAVA-FILA THRU 8900-EXIT
005640     MOVE WS-MOTIVO-RECUSA TO WS-RCL-MOTIVO
005650     MOVE WS-RECUSA-LINE TO ESTORNO-REPORT-REC
005660     WRITE ESTORNO-REPORT-REC
005670     DISPLAY "ESTORNO DA COMPETENCIA " WS-LIB-COMPETENCIA
005680         " RECUSADO: " WS-MOTIVO-RECUSA
005690     MOVE "ESTREC" TO MED-ERROR-CODE
005700     MOVE WS-MOTIVO-RECUSA TO MED-ERROR-TEXT
005710     PERFORM 9800-ERROR-LOG THRU 9800-EXIT
005720     MOVE MED-RETURN-CODE TO RETURN-CODE
005730     .
005740 3900-EXIT.
005750     EXIT.
005760*----------------------------------------------------------*
005770* 4000-ESTORNA -- CANCEL, TELL THE BANK, GIVE THE CREDIT    *
005780*     BACK, NET FATBASE, MIRROR BILLREG, CLOSE THE REQUEST. *
005790*----------------------------------------------------------*
005800 4000-ESTORNA.
005810     PERFORM 4100-CANCELA-FATURAS THRU 4100-EXIT
005820     IF NOT PEDIDO-LIBERADO
005830        GO TO 4000-EXIT
005840     END-IF
005850     PERFORM 4300-ESTORNA-CREDITO THRU 4300-EXIT
005860     PERFORM 4500-ESTORNA-BASE THRU 4500-EXIT
005870     PERFORM 4700-ESTORNA-REGISTRO THRU 4700-EXIT
005880     MOVE 'E' TO WS-PAC-STATUS-NOVO
005890     PERFORM 8900-GRAVA-FILA THRU 8900-EXIT
005900     .
005910 4000-EXIT.
005920     EXIT.
005930*----------------------------------------------------------*
005940* 4100-CANCELA-FATURAS -- EVERY TABLED INVOICE TO CANCELADA *
005950*     AND, WHEN IT HAD A BOLETO, ONTO THE CANCELLATION      *
005960*     REMITTANCE.                                           *
005970*----------------------------------------------------------*
005980 4100-CANCELA-FATURAS.
005990     OPEN I-O FATURA-MASTER-FILE
006000     IF WS-FAT-MASTER-STATUS NOT = "00"
006010        DISPLAY "ERRO NA ABERTURA DO FATMAST: "
006020            WS-FAT-MASTER-STATUS
006030        MOVE "OPNERR" TO MED-ERROR-CODE
006040        MOVE "FATMAST NAO PODE SER ABERTO" TO MED-ERROR-TEXT
006050        SET MED-RC-FILE-ERROR TO TRUE
006060        PERFORM 9800-ERROR-LOG THRU 9800-EXIT
006070        MOVE MED-RETURN-CODE TO RETURN-CODE
006080        MOVE 'N' TO WS-PED-SITUACAO
006090        GO TO 4100-EXIT
006100     END-IF
006110     OPEN OUTPUT FATURA-CANC-FILE
006120     CALL "PROG_SET" USING WS-SEQ-PARM
006130     MOVE WS-DATA-HOJE  TO WS-RMH-DATA
006140     MOVE WS-SEQ-NEXT-P TO WS-RMH-SEQUENCIA
006150     MOVE WS-REMESSA-HEADER TO FATURA-CANC-REC
006160     WRITE FATURA-CANC-REC
006170     MOVE ZERO TO WS-RMT-QTD-REG
006180     MOVE ZERO TO WS-RMT-VALOR-TOTAL
006190     PERFORM 4200-CANCELA-UMA THRU 4200-EXIT
006200         VARYING WS-EST-SUB FROM 1 BY 1
006210         UNTIL WS-EST-SUB > WS-EST-TABLE-QTD
006220     MOVE WS-REMESSA-TRAILER TO FATURA-CANC-REC
006230     WRITE FATURA-CANC-REC
006240     CLOSE FATURA-CANC-FILE
006250     CLOSE FATURA-MASTER-FILE
006260     .
006270 4100-EXIT.
006280     EXIT.
006290 4200-CANCELA-UMA.
006300     MOVE WS-EST-NUMERO (WS-EST-SUB) TO MED-FAT-NUMERO
006310     READ FATURA-MASTER-FILE
006320         INVALID KEY
006330             DISPLAY "FATURA " MED-FAT-NUMERO
006340                 " NAO ENCONTRADA NO FATMAST"
006350             GO TO 4200-EXIT
006360     END-READ
006370     SET MED-FAT-CANCELADA TO TRUE
006380     REWRITE MED-FATURA-MASTER-REC
006390         INVALID KEY
006400             DISPLAY "ERRO NA REGRAVACAO DO FATMAST: "
006410                 MED-FAT-NUMERO
006420             GO TO 4200-EXIT
006430     END-REWRITE
006440     ADD 1 TO WS-CONT-CANCELADAS
006450     ADD MED-FAT-VALOR TO WS-TOT-CANCELADO
006460     MOVE "CANCELADA"         TO WS-FTL-SITUACAO
006470     MOVE MED-FAT-NUMERO      TO WS-FTL-NUMERO
006480     MOVE MED-FAT-ALUNO-ID    TO WS-FTL-ALUNO-ID
006490     MOVE MED-FAT-ALUNO-NOME  TO WS-FTL-NOME
006500     MOVE MED-FAT-TURMA       TO WS-FTL-TURMA
006510     MOVE MED-FAT-VALOR       TO WS-FTL-VALOR
006520     MOVE MED-FAT-STATUS      TO WS-FTL-STATUS
006530     MOVE MED-FAT-VALOR-PAGO  TO WS-FTL-PAGO
006540     MOVE WS-FATURA-LINE TO ESTORNO-REPORT-REC
006550     WRITE ESTORNO-REPORT-REC
006560     IF WS-EST-BOLETO (WS-EST-SUB) NOT = 'S'
006570        GO TO 4200-EXIT
006580     END-IF
006590     MOVE SPACES TO WS-BANCO-LINE
006600     MOVE '1'                 TO WS-BNC-TIPO-REG
006610     MOVE MED-FAT-NUMERO      TO WS-BNC-NUMERO
006620     MOVE MED-FAT-ALUNO-ID    TO WS-BNC-ALUNO-ID
006630     MOVE MED-FAT-ALUNO-NOME  TO WS-BNC-NOME
006640     MOVE MED-FAT-COMPETENCIA TO WS-BNC-COMPETENCIA
006650     MOVE MED-FAT-VALOR       TO WS-BNC-VALOR
006660     MOVE MED-FAT-VENCIMENTO  TO WS-BNC-VENCIMENTO
006670     MOVE "02"                TO WS-BNC-INSTRUCAO
006680     MOVE "CANCELADA"         TO WS-BNC-TIPO
006690     MOVE MED-FAT-NUMERO      TO MED-PXT-NUMERO
006700     MOVE MED-FAT-ALUNO-ID    TO MED-PXT-ALUNO-ID
006710     MOVE MED-FAT-COMPETENCIA TO MED-PXT-COMPETENCIA
006720     MOVE MED-PIX-TXID-X      TO WS-BNC-PIX-TXID
006730     MOVE WS-BANCO-LINE TO FATURA-CANC-REC
006740     WRITE FATURA-CANC-REC
006750     ADD 1 TO WS-RMT-QTD-REG
006760     ADD 1 TO WS-CONT-BOLETOS
006770     ADD MED-FAT-VALOR TO WS-RMT-VALOR-TOTAL
006780     .
006790 4200-EXIT.
006800     EXIT.
006810*----------------------------------------------------------*
006820* 4300-ESTORNA-CREDITO -- PER STUDENT, THE CREDIT THE RUN   *
006830*     USED (U) AND THE ADJUSTMENTS IT CREDITED (A), LESS    *
006840*     WHAT AN EARLIER BACKOUT ALREADY RETURNED (R, S), GO   *
006850*     BACK ON CREDITO.                                      *
006860*----------------------------------------------------------*
006870 4300-ESTORNA-CREDITO.
006880     OPEN INPUT CREDITO-FILE
006890     IF WS-CRD-STATUS NOT = "00"
006900        GO TO 4300-EXIT
006910     END-IF
006920     PERFORM 4350-LE-CREDITO THRU 4350-EXIT
006930         UNTIL FIM-DO-CREDITO
006940     CLOSE CREDITO-FILE
006950     IF WS-CRT-TABLE-QTD = ZERO
006960        GO TO 4300-EXIT
006970     END-IF
006980     OPEN EXTEND CREDITO-FILE
006990     IF WS-CRD-STATUS NOT = "00" AND WS-CRD-STATUS NOT = "05"
007000        DISPLAY "CREDITO NAO PODE SER GRAVADO, STATUS: "
007010            WS-CRD-STATUS
007020        MOVE "OPNERR" TO MED-ERROR-CODE
007030        MOVE "CREDITO NAO PODE SER ABERTO" TO MED-ERROR-TEXT
007040        SET MED-RC-FILE-ERROR TO TRUE
007050        PERFORM 9800-ERROR-LOG THRU 9800-EXIT
007060        MOVE MED-RETURN-CODE TO RETURN-CODE
007070        GO TO 4300-EXIT
007080     END-IF
007090     PERFORM 4400-DEVOLVE-CREDITO THRU 4400-EXIT
007100         VARYING WS-CRT-SUB FROM 1 BY 1
007110         UNTIL WS-CRT-SUB > WS-CRT-TABLE-QTD
007120     CLOSE CREDITO-FILE
007130     .
007140 4300-EXIT.
007150     EXIT.
007160 4350-LE-CREDITO.
007170     READ CREDITO-FILE
007180         AT END
007190             SET FIM-DO-CREDITO TO TRUE
007200             GO TO 4350-EXIT
007210     END-READ
007220     IF MED-CRD-COMPETENCIA NOT = WS-COMPETENCIA
007230        GO TO 4350-EXIT
007240     END-IF
007250     IF (MED-CRD-USO OR MED-CRD-AJUSTE)
007260        AND MED-CRD-ORIGEM NOT = "FATURAME"
007270        GO TO 4350-EXIT
007280     END-IF
007290     IF NOT MED-CRD-USO AND NOT MED-CRD-AJUSTE
007300        AND NOT MED-CRD-ESTORNO-USO
007310        AND NOT MED-CRD-ESTORNO-AJUSTE
007320        GO TO 4350-EXIT
007330     END-IF
007340     MOVE 'N' TO WS-CRT-ACHOU
007350     IF WS-CRT-TABLE-QTD > ZERO
007360        SET WS-CRT-IDX TO 1
007370        SEARCH WS-CRT-ENTRY
007380            VARYING WS-CRT-IDX
007390            AT END
007400                CONTINUE
007410            WHEN WS-CRT-ALUNO-ID (WS-CRT-IDX) = MED-CRD-ALUNO-ID
007420                SET ACHOU-CREDITO-TAB TO TRUE
007430        END-SEARCH
007440     END-IF
007450     IF NOT ACHOU-CREDITO-TAB
007460        IF WS-CRT-TABLE-QTD >= 4000
007470           DISPLAY "TABELA DE CREDITOS CHEIA (4000)"
007480           MOVE 8 TO RETURN-CODE
007490           STOP RUN
007500        END-IF
007510        ADD 1 TO WS-CRT-TABLE-QTD
007520        SET WS-CRT-IDX TO WS-CRT-TABLE-QTD
007530        MOVE MED-CRD-ALUNO-ID TO WS-CRT-ALUNO-ID (WS-CRT-IDX)
007540        MOVE ZERO TO WS-CRT-USO (WS-CRT-IDX)
007550        MOVE ZERO TO WS-CRT-AJUSTE (WS-CRT-IDX)
007560     END-IF
007570     EVALUATE TRUE
007580         WHEN MED-CRD-USO
007590             ADD MED-CRD-VALOR TO WS-CRT-USO (WS-CRT-IDX)
007600         WHEN MED-CRD-ESTORNO-USO
007610             SUBTRACT MED-CRD-VALOR FROM WS-CRT-USO (WS-CRT-IDX)
007620         WHEN MED-CRD-AJUSTE
007630             ADD MED-CRD-VALOR TO WS-CRT-AJUSTE (WS-CRT-IDX)
007640         WHEN MED-CRD-ESTORNO-AJUSTE
007650             SUBTRACT MED-CRD-VALOR
007660                 FROM WS-CRT-AJUSTE (WS-CRT-IDX)
007670     END-EVALUATE
007680     .
007690 4350-EXIT.
007700     EXIT.
007710 4400-DEVOLVE-CREDITO.
007720     IF WS-CRT-USO (WS-CRT-SUB) > ZERO
007730        MOVE SPACES TO MED-CREDITO-REC
007740        SET MED-CRD-ESTORNO-USO TO TRUE
007750        MOVE WS-CRT-USO (WS-CRT-SUB) TO MED-CRD-VALOR
007760        PERFORM 4450-GRAVA-CREDITO THRU 4450-EXIT
007770     END-IF
007780     IF WS-CRT-AJUSTE (WS-CRT-SUB) > ZERO
007790        MOVE SPACES TO MED-CREDITO-REC
007800        SET MED-CRD-ESTORNO-AJUSTE TO TRUE
007810        MOVE WS-CRT-AJUSTE (WS-CRT-SUB) TO MED-CRD-VALOR
007820        PERFORM 4450-GRAVA-CREDITO THRU 4450-EXIT
007830     END-IF
007840     .
007850 4400-EXIT.
007860     EXIT.
007870 4450-GRAVA-CREDITO.
007880     MOVE WS-CRT-ALUNO-ID (WS-CRT-SUB) TO MED-CRD-ALUNO-ID
007890     MOVE WS-DATA-HOJE   TO MED-CRD-DATA
007900     MOVE ZERO           TO MED-CRD-FATURA
007910     MOVE WS-COMPETENCIA TO MED-CRD-COMPETENCIA
007920     MOVE "FATESTOR"     TO MED-CRD-ORIGEM
007930     WRITE MED-CREDITO-REC
007940     ADD 1 TO WS-CONT-CREDITOS
007950     .
007960 4450-EXIT.
007970     EXIT.
007980*----------------------------------------------------------*
007990* 4500-ESTORNA-BASE -- WHAT THE RUN RECORDED ON FATBASE PER *
008000*     STUDENT AND BILLED COMPETENCE, NET OF AN EARLIER      *
008010*     BACKOUT, IS TAKEN BACK WITH AN OPPOSITE LINE: AN A    *
008020*     LINE FOR WHAT WAS BILLED, A C LINE FOR WHAT WAS       *
008030*     ADJUSTED AWAY.                                        *
008040*----------------------------------------------------------*
008050 4500-ESTORNA-BASE.
008060     OPEN INPUT FATURA-BASE-FILE
008070     IF WS-FBS-STATUS NOT = "00"
008080        GO TO 4500-EXIT
008090     END-IF
008100     PERFORM 4550-LE-BASE THRU 4550-EXIT
008110         UNTIL FIM-DA-BASE
008120     CLOSE FATURA-BASE-FILE
008130     IF WS-BST-TABLE-QTD = ZERO
008140        GO TO 4500-EXIT
008150     END-IF
008160     OPEN EXTEND FATURA-BASE-FILE
008170     IF WS-FBS-STATUS NOT = "00" AND WS-FBS-STATUS NOT = "05"
008180        DISPLAY "FATBASE NAO PODE SER GRAVADO, STATUS: "
008190            WS-FBS-STATUS
008200        MOVE "OPNERR" TO MED-ERROR-CODE
008210        MOVE "FATBASE NAO PODE SER ABERTO" TO MED-ERROR-TEXT
008220        SET MED-RC-FILE-ERROR TO TRUE
008230        PERFORM 9800-ERROR-LOG THRU 9800-EXIT
008240        MOVE MED-RETURN-CODE TO RETURN-CODE
008250        GO TO 4500-EXIT
008260     END-IF
008270     PERFORM 4600-GRAVA-BASE THRU 4600-EXIT
008280         VARYING WS-BST-SUB FROM 1 BY 1
008290         UNTIL WS-BST-SUB > WS-BST-TABLE-QTD
008300     CLOSE FATURA-BASE-FILE
008310     .
008320 4500-EXIT.
008330     EXIT.
008340 4550-LE-BASE.
008350     READ FATURA-BASE-FILE
008360         AT END
008370             SET FIM-DA-BASE TO TRUE
008380             GO TO 4550-EXIT
008390     END-READ
008400     IF MED-FBS-COMPET-LANC NOT = WS-COMPETENCIA
008410        GO TO 4550-EXIT
008420     END-IF
008430     MOVE 'N' TO WS-BST-ACHOU
008440     IF WS-BST-TABLE-QTD > ZERO
008450        SET WS-BST-IDX TO 1
008460        SEARCH WS-BST-ENTRY
008470            VARYING WS-BST-IDX
008480            AT END
008490                CONTINUE
008500            WHEN WS-BST-ALUNO-ID (WS-BST-IDX) = MED-FBS-ALUNO-ID
008510             AND WS-BST-COMPET (WS-BST-IDX) = MED-FBS-COMPETENCIA
008520                SET ACHOU-BASE-TAB TO TRUE
008530        END-SEARCH
008540     END-IF
008550     IF NOT ACHOU-BASE-TAB
008560        IF WS-BST-TABLE-QTD >= 4000
008570           DISPLAY "TABELA DE BASE CHEIA (4000)"
008580           MOVE 8 TO RETURN-CODE
008590           STOP RUN
008600        END-IF
008610        ADD 1 TO WS-BST-TABLE-QTD
008620        SET WS-BST-IDX TO WS-BST-TABLE-QTD
008630        MOVE MED-FBS-ALUNO-ID    TO WS-BST-ALUNO-ID (WS-BST-IDX)
008640        MOVE MED-FBS-COMPETENCIA TO WS-BST-COMPET (WS-BST-IDX)
008650        MOVE ZERO TO WS-BST-BRUTO (WS-BST-IDX)
008660        MOVE ZERO TO WS-BST-LIQUIDO (WS-BST-IDX)
008670     END-IF
008680     IF MED-FBS-AJUSTE
008690        SUBTRACT MED-FBS-BRUTO   FROM WS-BST-BRUTO (WS-BST-IDX)
008700        SUBTRACT MED-FBS-LIQUIDO FROM WS-BST-LIQUIDO (WS-BST-IDX)
008710     ELSE
008720        ADD MED-FBS-BRUTO   TO WS-BST-BRUTO (WS-BST-IDX)
008730        ADD MED-FBS-LIQUIDO TO WS-BST-LIQUIDO (WS-BST-IDX)
008740     END-IF
008750     .
008760 4550-EXIT.
008770     EXIT.
008780 4600-GRAVA-BASE.
008790     IF WS-BST-BRUTO (WS-BST-SUB) = ZERO
008800        AND WS-BST-LIQUIDO (WS-BST-SUB) = ZERO
008810        GO TO 4600-EXIT
008820     END-IF
008830     MOVE SPACES TO MED-FATURA-BASE-REC
008840     MOVE WS-BST-ALUNO-ID (WS-BST-SUB) TO MED-FBS-ALUNO-ID
008850     MOVE WS-BST-COMPET (WS-BST-SUB)   TO MED-FBS-COMPETENCIA
008860     IF WS-BST-BRUTO (WS-BST-SUB) > ZERO
008870        OR (WS-BST-BRUTO (WS-BST-SUB) = ZERO
008880            AND WS-BST-LIQUIDO (WS-BST-SUB) > ZERO)
008890        SET MED-FBS-AJUSTE TO TRUE
008900     ELSE
008910        SET MED-FBS-COMPLEMENTAR TO TRUE
008920     END-IF
008930     MOVE WS-BST-BRUTO (WS-BST-SUB) TO WS-VALOR-S
008940     IF WS-VALOR-S < ZERO
008950        COMPUTE WS-VALOR-S = ZERO - WS-VALOR-S
008960     END-IF
008970     MOVE WS-VALOR-S TO MED-FBS-BRUTO
008980     MOVE WS-BST-LIQUIDO (WS-BST-SUB) TO WS-VALOR-S
008990     IF WS-VALOR-S < ZERO
009000        COMPUTE WS-VALOR-S = ZERO - WS-VALOR-S
009010     END-IF
009020     MOVE WS-VALOR-S TO MED-FBS-LIQUIDO
009030     MOVE ZERO           TO MED-FBS-DIAS
009040     MOVE ZERO           TO MED-FBS-DIAS-MES
009050     MOVE ZERO           TO MED-FBS-FATURA
009060     MOVE WS-COMPETENCIA TO MED-FBS-COMPET-LANC
009070     MOVE WS-DATA-HOJE   TO MED-FBS-DATA
009080     WRITE MED-FATURA-BASE-REC
009090     ADD 1 TO WS-CONT-BASE
009100     .
009110 4600-EXIT.
009120     EXIT.
009130*----------------------------------------------------------*
009140* 4700-ESTORNA-REGISTRO -- EACH FATURADA LINE OF A CANCELLED*
009150*     INVOICE STILL ON BILLREG GETS ITS ESTORNADA MIRROR,   *
009160*     UNLESS AN EARLIER BACKOUT ALREADY WROTE IT. WITHOUT A *
009170*     BILLREG THERE IS NOTHING TO MIRROR: A WARNING ONLY.   *
009180*----------------------------------------------------------*
009190 4700-ESTORNA-REGISTRO.
009200     OPEN INPUT BILL-REGISTER-FILE
009210     IF WS-REG-STATUS NOT = "00"
009220        DISPLAY "BILLREG NAO DISPONIVEL, STATUS: " WS-REG-STATUS
009230        MOVE "REGAUS" TO MED-ERROR-CODE
009240        MOVE "BILLREG AUSENTE NO ESTORNO" TO MED-ERROR-TEXT
009250        SET MED-RC-WARNING TO TRUE
009260        PERFORM 9800-ERROR-LOG THRU 9800-EXIT
009270        MOVE 4 TO RETURN-CODE
009280        GO TO 4700-EXIT
009290     END-IF
009300     PERFORM 4750-LE-REGISTRO THRU 4750-EXIT
009310         UNTIL FIM-DO-REGISTRO
009320     CLOSE BILL-REGISTER-FILE
009330     OPEN EXTEND BILL-REGISTER-FILE
009340     IF WS-REG-STATUS NOT = "00"
009350        DISPLAY "BILLREG NAO PODE SER GRAVADO, STATUS: "
009360            WS-REG-STATUS
009370        MOVE "OPNERR" TO MED-ERROR-CODE
009380        MOVE "BILLREG NAO PODE SER ABERTO" TO MED-ERROR-TEXT
009390        SET MED-RC-FILE-ERROR TO TRUE
009400        PERFORM 9800-ERROR-LOG THRU 9800-EXIT
009410        MOVE MED-RETURN-CODE TO RETURN-CODE
009420        GO TO 4700-EXIT
009430     END-IF
009440     PERFORM 4800-ESPELHA-LINHA THRU 4800-EXIT
009450         VARYING WS-EST-SUB FROM 1 BY 1
009460         UNTIL WS-EST-SUB > WS-EST-TABLE-QTD
009470     CLOSE BILL-REGISTER-FILE
009480     .
009490 4700-EXIT.
009500     EXIT.
009510 4750-LE-REGISTRO.
009520     READ BILL-REGISTER-FILE
009530         AT END
009540             SET FIM-DO-REGISTRO TO TRUE
009550             GO TO 4750-EXIT
009560     END-READ
009570     MOVE BILL-REGISTER-REC TO WS-BILLREG-LINE
009580     IF WS-BRL-NUMERO IS NOT NUMERIC
009590        GO TO 4750-EXIT
009600     END-IF
009610     IF WS-BRL-TEXTO (1:8) NOT = "FATURADA"
009620        AND WS-BRL-TEXTO (1:9) NOT = "ESTORNADA"
009630        GO TO 4750-EXIT
009640     END-IF
009650     MOVE WS-BRL-NUMERO TO WS-EST-NUMERO-W
009660     MOVE 'N' TO WS-EST-ACHOU
009670     SET WS-EST-IDX TO 1
009680     SEARCH WS-EST-ENTRY
009690         VARYING WS-EST-IDX
009700         AT END
009710             CONTINUE
009720         WHEN WS-EST-NUMERO (WS-EST-IDX) = WS-EST-NUMERO-W
009730             SET ACHOU-FATURA-TAB TO TRUE
009740     END-SEARCH
009750     IF NOT ACHOU-FATURA-TAB
009760        GO TO 4750-EXIT
009770     END-IF
009780     IF WS-BRL-TEXTO (1:9) = "ESTORNADA"
009790        MOVE 'E' TO WS-EST-REGISTRO (WS-EST-IDX)
009800     ELSE
009810        IF WS-EST-REGISTRO (WS-EST-IDX) = 'N'
009820           MOVE 'S' TO WS-EST-REGISTRO (WS-EST-IDX)
009830           MOVE BILL-REGISTER-REC TO WS-EST-LINHA (WS-EST-IDX)
009840        END-IF
009850     END-IF
009860     .
009870 4750-EXIT.
009880     EXIT.
009890 4800-ESPELHA-LINHA.
009900     IF WS-EST-REGISTRO (WS-EST-SUB) NOT = 'S'
009910        GO TO 4800-EXIT
009920     END-IF
009930     MOVE WS-EST-LINHA (WS-EST-SUB) TO WS-BILLREG-LINE
009940     MOVE "ESTORNADA" TO WS-BRL-TEXTO
009950     MOVE WS-BILLREG-LINE TO BILL-REGISTER-REC
009960     WRITE BILL-REGISTER-REC
009970     ADD 1 TO WS-CONT-REGISTRO
009980     .
009990 4800-EXIT.
010000     EXIT.
010010*----------------------------------------------------------*
010020* 8900-GRAVA-FILA -- APPEND THE REQUEST'S NEW STATE (E OR X)*
010030*     SO A RERUN DOES NOT EXECUTE IT AGAIN.                 *
010040*----------------------------------------------------------*
010050 8900-GRAVA-FILA.
010060     MOVE SPACES TO MED-PEND-ACAO-REC
010070     MOVE WS-LIB-ID          TO MED-PAC-ID
010080     MOVE "FATESTOR"         TO MED-PAC-PROGRAMA
010090     MOVE WS-LIB-PARAMETROS  TO MED-PAC-PARAMETROS
010100     MOVE WS-LIB-OPER-PED    TO MED-PAC-OPER-PEDIDO
010110     MOVE WS-LIB-DATA-PED    TO MED-PAC-DATA-PEDIDO
010120     MOVE WS-PAC-STATUS-NOVO TO MED-PAC-STATUS
010130     MOVE WS-LIB-OPER-APR    TO MED-PAC-OPER-APROV
010140     MOVE WS-DATA-HOJE       TO MED-PAC-DATA-APROV
010150     MOVE MED-PEND-ACAO-REC  TO WS-PAC-GUARDA
010160     OPEN EXTEND PEND-ACAO-FILE
010170     IF WS-PAC-STATUS-FS = "00" OR WS-PAC-STATUS-FS = "05"
010180        MOVE WS-PAC-GUARDA TO MED-PEND-ACAO-REC
010190        WRITE MED-PEND-ACAO-REC
010200        CLOSE PEND-ACAO-FILE
010210     ELSE
010220        DISPLAY "PENDACAO NAO PODE SER GRAVADO: "
010230            WS-PAC-STATUS-FS
010240     END-IF
010250     .
010260 8900-EXIT.
010270     EXIT.
010280*----------------------------------------------------------*
010290* 9000-FINALIZE -- TOTALS ON THE REPORT AND THE CONSOLE     *
010300*----------------------------------------------------------*
010310 9000-FINALIZE.
010320     IF PEDIDO-LIBERADO
010330        MOVE "FATURAS CANCELADAS" TO WS-TTL-ROTULO
010340        MOVE WS-CONT-CANCELADAS   TO WS-TTL-QTD
010350        MOVE WS-TOT-CANCELADO     TO WS-TTL-VALOR
010360        MOVE WS-TOTAL-LINE TO ESTORNO-REPORT-REC
010370        WRITE ESTORNO-REPORT-REC
010380        MOVE "BOLETOS CANCELADOS NO BANCO" TO WS-TTL-ROTULO
010390        MOVE WS-CONT-BOLETOS      TO WS-TTL-QTD
010400        MOVE WS-RMT-VALOR-TOTAL   TO WS-TTL-VALOR
010410        MOVE WS-TOTAL-LINE TO ESTORNO-REPORT-REC
010420        WRITE ESTORNO-REPORT-REC
010430        DISPLAY "COMPETENCIA ESTORNADA: " WS-COMPETENCIA
010440        DISPLAY "FATURAS CANCELADAS...: " WS-CONT-CANCELADAS
010450        DISPLAY "VALOR CANCELADO......: " WS-TOT-CANCELADO
010460        DISPLAY "BOLETOS NA REMESSA...: " WS-CONT-BOLETOS
010470        DISPLAY "MOVIMENTOS CREDITO...: " WS-CONT-CREDITOS
010480        DISPLAY "LINHAS FATBASE.......: " WS-CONT-BASE
010490        DISPLAY "LINHAS BILLREG.......: " WS-CONT-REGISTRO
010500     END-IF
010510     CLOSE ESTORNO-REPORT-FILE
010520     .
010530 9000-EXIT.
010540     EXIT.
010550*----------------------------------------------------------*
010560* 9800-ERROR-LOG -- SHARED ERROR-LOGGING PARAGRAPH (ERRPARA) *
010570*----------------------------------------------------------*
010580     COPY ERRPARA.
010590*----------------------------------------------------------*
010600* 9400/9500 -- SHARED COMPETENCE-STATUS PARAGRAPHS (CMPPARA) *
010610*----------------------------------------------------------*
010620     COPY CMPPARA.
010630*----------------------------------------------------------*
010640* 9200/9250/9280/9290 -- SHARED OPERATOR-AUTHORIZATION      *
010650*     PARAGRAPHS (OPERPARA) AND THE AUDIT-CHAIN PARAGRAPHS  *
010660*     (CADPARA) THE ACCESS-LOG STAMP RIDES ON.              *
010670*----------------------------------------------------------*
010680     COPY CADPARA.
010690     COPY OPERPARA.
010700 END PROGRAM FATURA_ESTORNO.
