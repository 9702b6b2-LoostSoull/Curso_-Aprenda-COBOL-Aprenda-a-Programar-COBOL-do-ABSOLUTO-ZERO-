000100*****************************************************************
000110* Program:      NFSE_RPS
000120* Author:       J. ALBUQUERQUE - APPLICATIONS SUPPORT
000130* Installation: ESCOLA - SISTEMA ACADEMICO
000140* Date-Written: 2026-10-15
000150* Date-Compiled:
000160* Purpose:      Municipal service e-invoice (NFS-e) for the
000170*               tuition received. Daily run after BANCO_RETORNO;
000180*               the prefeitura converts each RPS (recibo
000190*               provisorio de servicos) of the batch into an
000200*               NFS-e. Two steps:
000210*                 1. the city's return file of the previous batch
000220*                    (NFSERET, optional) is read first: an RPS
000230*                    accepted stores its NFS-e number on the
000240*                    FATMAST invoice (MED-FAT-NFSE-NUMERO); one
000250*                    rejected is reported with the city's reason
000260*                    and condition code 4, and its invoice goes
000270*                    back into the next run's batch under a new
000280*                    RPS once the cause is corrected;
000290*                 2. the batch (NFSLOTE) is built from every
000300*                    invoice QUITADA through the bank (boleto
000310*                    return or PIX settlement) paid on or after
000320*                    the NFSPARM start date, with no NFS-e yet and
000330*                    no RPS still awaiting the city. Each RPS is
000340*                    numbered off PROG_SET's RPS sequence; the
000350*                    taker is the FAMMAST family head (the family
000360*                    invoice rides the first member's ID) or the
000370*                    STUMAST responsavel, the student when none;
000380*                    the service value is the amount received.
000380*                    The taker's CPF comes from DOCMAST: the
000380*                    responsavel's CPF for a family head or
000380*                    responsavel, the student's own otherwise;
000380*                    without one the taker goes unidentified.
000390*               Every RPS sent and every answer is appended to
000400*               the NFSREG register, latest record per RPS wins,
000410*               which is how step 1 knows the RPS still pending.
000420*               NFSPARM holds the school's municipal registration,
000430*               CNPJ, RPS series, service code, ISS rate and the
000440*               start date; without it nothing is emitted.
000450* Modification History:
000460*   2026-10-15 JA  Initial version.
000460*   2026-10-15 JA  Taker CPF (indicator 1) from the personal-
000460*                  documents master (DOCSEL/DOCMST) in
000460*                  3250-CPF-TOMADOR; RPS still without one are
000460*                  counted on the report.
000460*   2026-10-15 JA  A FATMAST rewrite that fails leaves the RPS
000460*                  open, is logged and ends the run with RC 12.
000470* Tectonics: cobc
000480*****************************************************************
000490 IDENTIFICATION DIVISION.
000500 PROGRAM-ID. NFSE_RPS.
000510 ENVIRONMENT DIVISION.
000520 INPUT-OUTPUT SECTION.
000530 FILE-CONTROL.
000540     COPY FATSEL.
000550     COPY FAMSEL.
000560     COPY STUSEL.
000560     COPY DOCSEL.
000570     COPY ERRLSEL.
000580     SELECT NFS-PARM-FILE ASSIGN TO "NFSPARM"
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS WS-NPR-STATUS.
000610     SELECT NFS-REGISTER-FILE ASSIGN TO "NFSREG"
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS WS-NRG-STATUS.
000640     SELECT NFS-RETORNO-FILE ASSIGN TO "NFSERET"
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS WS-NRT-STATUS.
000670     SELECT NFS-LOTE-FILE ASSIGN TO "NFSLOTE"
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS WS-NLT-STATUS.
000700     SELECT NFS-REPORT-FILE ASSIGN TO "NFSRPT"
000710         ORGANIZATION IS LINE SEQUENTIAL.
000720 DATA DIVISION.
000730 FILE SECTION.
000740 FD  FATURA-MASTER-FILE.
000750     COPY FATMST.
000760 FD  FAMILIA-MASTER-FILE.
000770     COPY FAMMST.
000780 FD  STUDENT-MASTER-FILE.
000790     COPY STUMAST.
000790 FD  DOCUM-MASTER-FILE.
000790     COPY DOCMST.
000800     COPY ERRLFD.
000810 FD  NFS-PARM-FILE.
000820 01  NFS-PARM-REC.
000830     03  NPR-INSCRICAO          PIC X(15).
000840     03  FILLER                 PIC X(01).
000850     03  NPR-CNPJ               PIC X(14).
000860     03  NPR-CNPJ-N REDEFINES NPR-CNPJ
000870                                PIC 9(14).
000880     03  FILLER                 PIC X(01).
000890     03  NPR-SERIE              PIC X(05).
000900     03  FILLER                 PIC X(01).
000910     03  NPR-SERVICO            PIC X(05).
000920     03  FILLER                 PIC X(01).
000930     03  NPR-ALIQUOTA           PIC X(05).
000940     03  NPR-ALIQUOTA-N REDEFINES NPR-ALIQUOTA
000950                                PIC 9(01)V9(04).
000960     03  FILLER                 PIC X(01).
000970     03  NPR-DATA-INICIO        PIC X(08).
000980     03  NPR-DATA-INICIO-N REDEFINES NPR-DATA-INICIO
000990                                PIC 9(08).
001000*----------------------------------------------------------*
001010* NFSREG -- ONE LINE PER RPS SENT (E) AND PER CITY ANSWER   *
001020*     (A ACCEPTED, WITH THE NFS-E; R REJECTED, WITH REASON) *
001030*----------------------------------------------------------*
001040 FD  NFS-REGISTER-FILE.
001050 01  MED-NFS-REGISTER-REC.
001060     03  MED-NRG-SITUACAO       PIC X(01).
001070         88  MED-NRG-ENVIADO          VALUE 'E'.
001080         88  MED-NRG-ACEITO           VALUE 'A'.
001090         88  MED-NRG-REJEITADO        VALUE 'R'.
001100     03  FILLER                 PIC X(01).
001110     03  MED-NRG-RPS            PIC 9(07).
001120     03  FILLER                 PIC X(01).
001130     03  MED-NRG-FATURA         PIC 9(07).
001140     03  FILLER                 PIC X(01).
001150     03  MED-NRG-ALUNO-ID       PIC 9(07).
001160     03  FILLER                 PIC X(01).
001170     03  MED-NRG-DATA           PIC 9(08).
001180     03  FILLER                 PIC X(01).
001190     03  MED-NRG-VALOR          PIC 9(05)V99.
001200     03  FILLER                 PIC X(01).
001210     03  MED-NRG-NFSE           PIC 9(08).
001220     03  FILLER                 PIC X(01).
001230     03  MED-NRG-VERIFICACAO    PIC X(08).
001240     03  FILLER                 PIC X(01).
001250     03  MED-NRG-MOTIVO         PIC X(40).
001260*----------------------------------------------------------*
001270* NFSERET -- THE CITY'S ANSWER, ONE TYPE-2 LINE PER RPS OF  *
001280*     THE BATCH; HEADER AND TRAILER LINES ARE SKIPPED       *
001290*----------------------------------------------------------*
001300 FD  NFS-RETORNO-FILE.
001310 01  MED-NFS-RETORNO-REC.
001320     03  MED-NRT-TIPO           PIC X(01).
001330         88  MED-NRT-DETALHE          VALUE '2'.
001340     03  MED-NRT-SERIE          PIC X(05).
001350     03  MED-NRT-RPS            PIC X(12).
001360     03  MED-NRT-RPS-N REDEFINES MED-NRT-RPS
001370                                PIC 9(12).
001380     03  MED-NRT-SITUACAO       PIC X(01).
001390         88  MED-NRT-ACEITO           VALUE 'A'.
001400         88  MED-NRT-REJEITADO        VALUE 'R'.
001410     03  MED-NRT-NFSE           PIC X(12).
001420     03  MED-NRT-NFSE-N REDEFINES MED-NRT-NFSE
001430                                PIC 9(12).
001440     03  MED-NRT-VERIFICACAO    PIC X(08).
001450     03  MED-NRT-DATA           PIC X(08).
001460     03  MED-NRT-MOTIVO         PIC X(60).
001470*----------------------------------------------------------*
001480* NFSLOTE -- THE RPS BATCH FOR THE PREFEITURA: HEADER (1),  *
001490*     ONE DETAIL PER RPS (2) AND THE TRAILER (9)            *
001500*----------------------------------------------------------*
001510 FD  NFS-LOTE-FILE.
001520 01  MED-NFS-LOTE-REC           PIC X(450).
001530 01  MED-NLT-CABECALHO.
001540     03  MED-NLC-TIPO           PIC X(01).
001550     03  MED-NLC-VERSAO         PIC X(03).
001560     03  MED-NLC-INSCRICAO      PIC X(15).
001570     03  MED-NLC-CNPJ           PIC 9(14).
001580     03  MED-NLC-DATA-GERACAO   PIC 9(08).
001590     03  FILLER                 PIC X(409).
001600 01  MED-NLT-DETALHE.
001610     03  MED-NLD-TIPO           PIC X(01).
001620     03  MED-NLD-TIPO-RPS       PIC X(05).
001630     03  MED-NLD-SERIE          PIC X(05).
001640     03  MED-NLD-NUMERO         PIC 9(12).
001650     03  MED-NLD-DATA-EMISSAO   PIC 9(08).
001660     03  MED-NLD-SITUACAO       PIC X(01).
001670     03  MED-NLD-VALOR-SERVICOS PIC 9(13)V99.
001680     03  MED-NLD-VALOR-DEDUCOES PIC 9(13)V99.
001690     03  MED-NLD-SERVICO        PIC X(05).
001700     03  MED-NLD-ALIQUOTA       PIC 9(01)V9(04).
001710     03  MED-NLD-VALOR-ISS      PIC 9(13)V99.
001720     03  MED-NLD-ISS-RETIDO     PIC X(01).
001730     03  MED-NLD-IND-TOMADOR    PIC X(01).
001740     03  MED-NLD-DOC-TOMADOR    PIC 9(14).
001750     03  MED-NLD-NOME-TOMADOR   PIC X(75).
001760     03  MED-NLD-RUA            PIC X(50).
001770     03  MED-NLD-BAIRRO         PIC X(30).
001780     03  MED-NLD-CIDADE         PIC X(50).
001790     03  MED-NLD-UF             PIC X(02).
001800     03  MED-NLD-CEP            PIC X(08).
001810     03  MED-NLD-DISCRIMINACAO  PIC X(100).
001820     03  FILLER                 PIC X(32).
001830 01  MED-NLT-RODAPE.
001840     03  MED-NLR-TIPO           PIC X(01).
001850     03  MED-NLR-QTD-RPS        PIC 9(07).
001860     03  MED-NLR-VALOR-SERVICOS PIC 9(13)V99.
001870     03  MED-NLR-VALOR-DEDUCOES PIC 9(13)V99.
001880     03  FILLER                 PIC X(412).
001890 FD  NFS-REPORT-FILE.
001900 01  NFS-REPORT-REC             PIC X(132).
001910 WORKING-STORAGE SECTION.
001920     COPY ERRCODES.
001930 01  WS-FAT-MASTER-STATUS       PIC X(02) VALUE SPACES.
001940 01  WS-FAM-MASTER-STATUS       PIC X(02) VALUE SPACES.
001950 01  WS-STU-MASTER-STATUS       PIC X(02) VALUE SPACES.
001950 01  WS-DOC-MASTER-STATUS       PIC X(02) VALUE SPACES.
001960 01  WS-NPR-STATUS              PIC X(02) VALUE SPACES.
001970 01  WS-NRG-STATUS              PIC X(02) VALUE SPACES.
001980 01  WS-NRT-STATUS              PIC X(02) VALUE SPACES.
001990 01  WS-NLT-STATUS              PIC X(02) VALUE SPACES.
002000 01  WS-SWITCHES.
002010     03  WS-EOF-FATMAST         PIC X(01) VALUE 'N'.
002020         88  FIM-DO-FATMAST           VALUE 'S'.
002030     03  WS-EOF-FAMILIAS        PIC X(01) VALUE 'N'.
002040         88  FIM-DAS-FAMILIAS         VALUE 'S'.
002050     03  WS-EOF-REGISTRO        PIC X(01) VALUE 'N'.
002060         88  FIM-DO-REGISTRO          VALUE 'S'.
002070     03  WS-EOF-RETORNO         PIC X(01) VALUE 'N'.
002080         88  FIM-DO-RETORNO           VALUE 'S'.
002090     03  WS-FAM-ACHOU           PIC X(01) VALUE 'N'.
002100         88  ACHOU-FAMILIA            VALUE 'S'.
002110     03  WS-RPS-ACHOU           PIC X(01) VALUE 'N'.
002120         88  ACHOU-RPS                VALUE 'S'.
002130     03  WS-STU-ABERTO          PIC X(01) VALUE 'N'.
002140         88  STUMAST-ABERTO           VALUE 'S'.
002140     03  WS-DOC-ABERTO          PIC X(01) VALUE 'N'.
002140         88  DOCMAST-ABERTO           VALUE 'S'.
002150     03  WS-PARM-VALIDO         PIC X(01) VALUE 'S'.
002160         88  PARAMETROS-INVALIDOS     VALUE 'N'.
002170 01  WS-DATA-HOJE               PIC 9(08) VALUE ZERO.
002180*----------------------------------------------------------*
002190* RPS STILL OPEN ON NFSREG: SENT AND NOT YET ANSWERED (E),  *
002200*     OR REJECTED IN THIS RUN (J, HELD OUT OF THE BATCH     *
002210*     UNTIL THE CAUSE IS CORRECTED). A SLOT THE CITY HAS    *
002220*     ANSWERED IS REUSED BY THE NEXT RPS LOADED.            *
002230*----------------------------------------------------------*
002240 01  WS-RPS-TABLE-QTD           PIC 9(04) COMP VALUE ZERO.
002250 01  WS-RPS-TABLE.
002260     03  WS-RPS-ENTRY           OCCURS 1 TO 2000 TIMES
002270                                DEPENDING ON WS-RPS-TABLE-QTD
002280                                INDEXED BY WS-RPS-IDX.
002290         05  WS-RPT-RPS         PIC 9(07).
002300         05  WS-RPT-FATURA      PIC 9(07).
002310         05  WS-RPT-ALUNO-ID    PIC 9(07).
002320         05  WS-RPT-VALOR       PIC 9(05)V99.
002330         05  WS-RPT-SITUACAO    PIC X(01).
002340             88  RPS-PENDENTE         VALUE 'E'.
002350             88  RPS-RETIDO           VALUE 'J'.
002360             88  RPS-RESOLVIDO        VALUE 'A' 'R'.
002370*----------------------------------------------------------*
002380* HOUSEHOLDS OFF FAMMAST AND THE MEMBER-TO-FAMILY MAP, AS   *
002390*     FATURA_MENSAL LOADS THEM                              *
002400*----------------------------------------------------------*
002410 01  WS-RPS-BUSCA               PIC 9(07) VALUE ZERO.
002420 01  WS-FAMT-TABLE-QTD          PIC 9(03) COMP VALUE ZERO.
002430 01  WS-FAMT-TABLE.
002440     03  WS-FAMT-ENTRY          OCCURS 1 TO 200 TIMES
002450                                DEPENDING ON WS-FAMT-TABLE-QTD
002460                                INDEXED BY WS-FAMT-IDX.
002470         05  WS-FMT-ID          PIC 9(05).
002480         05  WS-FMT-RESP        PIC X(30).
002490         05  WS-FMT-RUA         PIC X(20).
002500         05  WS-FMT-BAIRRO      PIC X(20).
002510         05  WS-FMT-CIDADE      PIC X(30).
002520         05  WS-FMT-CEP         PIC X(08).
002530         05  WS-FMT-UF          PIC X(02).
002540 01  WS-FAMT-SUB                PIC 9(03) COMP VALUE ZERO.
002550 01  WS-FMM-TABLE-QTD           PIC 9(04) COMP VALUE ZERO.
002560 01  WS-FMM-TABLE.
002570     03  WS-FMM-ENTRY           OCCURS 1 TO 2000 TIMES
002580                                DEPENDING ON WS-FMM-TABLE-QTD
002590                                INDEXED BY WS-FMM-IDX.
002600         05  WS-FMM-ALUNO-ID    PIC 9(07).
002610         05  WS-FMM-FAM-SUB     PIC 9(03).
002620 01  WS-MEM-SUB                 PIC 9(02) COMP VALUE ZERO.
002630*----------------------------------------------------------*
002640* PROG_SET CALL PARAMETER -- RPS SEQUENCE                   *
002650*----------------------------------------------------------*
002660 01  WS-SEQ-PARM.
002670     03  WS-SEQ-NOME-P          PIC X(10) VALUE "RPS".
002680     03  WS-SEQ-NEXT-P          PIC 9(07) VALUE ZERO.
002690*----------------------------------------------------------*
002700* TAKER OF THE RPS IN HAND                                  *
002710*----------------------------------------------------------*
002720 01  WS-TOMADOR.
002730     03  WS-TOM-NOME            PIC X(30).
002740     03  WS-TOM-RUA             PIC X(20).
002750     03  WS-TOM-BAIRRO          PIC X(20).
002760     03  WS-TOM-CIDADE          PIC X(30).
002770     03  WS-TOM-CEP             PIC X(08).
002780     03  WS-TOM-UF              PIC X(02).
002780     03  WS-TOM-CPF             PIC 9(11).
002780     03  WS-TOM-PAPEL           PIC X(01).
002780         88  TOMADOR-RESPONSAVEL      VALUE 'R'.
002780         88  TOMADOR-ALUNO            VALUE 'A'.
002790 01  WS-DISCRIMINACAO.
002800     03  FILLER                 PIC X(33) VALUE
002810         "MENSALIDADE ESCOLAR - COMPETENCIA".
002820     03  FILLER                 PIC X(01) VALUE SPACE.
002830     03  WS-DSC-MES             PIC 9(02).
002840     03  FILLER                 PIC X(01) VALUE "/".
002850     03  WS-DSC-ANO             PIC 9(04).
002860     03  FILLER                 PIC X(10) VALUE " - ALUNO: ".
002870     03  WS-DSC-ALUNO           PIC X(30).
002880     03  FILLER                 PIC X(09) VALUE " FATURA: ".
002890     03  WS-DSC-FATURA          PIC 9(07).
002900 01  WS-COMPETENCIA             PIC 9(06) VALUE ZERO.
002910 01  WS-COMPETENCIA-R REDEFINES WS-COMPETENCIA.
002920     03  WS-CMP-ANO             PIC 9(04).
002930     03  WS-CMP-MES             PIC 9(02).
002940 01  WS-VALOR-ISS               PIC 9(07)V99 VALUE ZERO.
002950 01  WS-NRG-GUARDA              PIC X(100) VALUE SPACES.
002960 01  WS-CONTADORES.
002970     03  WS-CONT-RETORNOS       PIC 9(05) COMP VALUE ZERO.
002980     03  WS-CONT-ACEITOS        PIC 9(05) COMP VALUE ZERO.
002990     03  WS-CONT-REJEITADOS     PIC 9(05) COMP VALUE ZERO.
003000     03  WS-CONT-IGNORADOS      PIC 9(05) COMP VALUE ZERO.
003010     03  WS-CONT-EMITIDOS       PIC 9(05) COMP VALUE ZERO.
003010     03  WS-CONT-SEM-CPF        PIC 9(05) COMP VALUE ZERO.
003020 01  WS-TOT-SERVICOS            PIC 9(09)V99 VALUE ZERO.
003030 01  WS-TOT-ISS                 PIC 9(09)V99 VALUE ZERO.
003040*----------------------------------------------------------*
003050* REPORT LINES                                              *
003060*----------------------------------------------------------*
003070 01  WS-TITULO-LINE.
003080     03  FILLER                 PIC X(40) VALUE
003090         "NFS-E -- RETORNO DA PREFEITURA E LOTE RP".
003100     03  FILLER                 PIC X(08) VALUE "S - DATA".
003110     03  FILLER                 PIC X(01) VALUE SPACE.
003120     03  WS-TTL-DATA            PIC 9(08).
003130 01  WS-RETORNO-LINE.
003140     03  WS-RTL-SITUACAO        PIC X(14).
003150     03  FILLER                 PIC X(05) VALUE " RPS ".
003160     03  WS-RTL-RPS             PIC X(12).
003170     03  FILLER                 PIC X(08) VALUE " FATURA ".
003180     03  WS-RTL-FATURA          PIC 9(07).
003190     03  FILLER                 PIC X(06) VALUE " NFSE ".
003200     03  WS-RTL-NFSE            PIC X(12).
003210     03  FILLER                 PIC X(01) VALUE SPACE.
003220     03  WS-RTL-MOTIVO          PIC X(60).
003230 01  WS-EMISSAO-LINE.
003240     03  FILLER                 PIC X(14) VALUE "RPS EMITIDO".
003250     03  FILLER                 PIC X(05) VALUE " RPS ".
003260     03  WS-EML-RPS             PIC 9(07).
003270     03  FILLER                 PIC X(08) VALUE " FATURA ".
003280     03  WS-EML-FATURA          PIC 9(07).
003290     03  FILLER                 PIC X(01) VALUE SPACE.
003300     03  WS-EML-PAGAMENTO       PIC 9(08).
003310     03  FILLER                 PIC X(01) VALUE SPACE.
003320     03  WS-EML-VALOR           PIC ZZZZ9.99.
003330     03  FILLER                 PIC X(06) VALUE " ISS: ".
003340     03  WS-EML-ISS             PIC ZZZZ9.99.
003350     03  FILLER                 PIC X(01) VALUE SPACE.
003360     03  WS-EML-TOMADOR         PIC X(30).
003370 01  WS-TOTAL-LINE.
003380     03  WS-TTL-ROTULO          PIC X(30).
003390     03  WS-TTL-QTD             PIC ZZZZ9.
003400     03  FILLER                 PIC X(01) VALUE SPACE.
003410     03  WS-TTL-VALOR           PIC ZZZZZZZZ9.99.
003420 PROCEDURE DIVISION.
003430 0000-MAIN-PROCEDURE.
003440     PERFORM 1000-INITIALIZE THRU 1000-EXIT
003450     IF NOT PARAMETROS-INVALIDOS
003460        PERFORM 2000-PROCESSA-RETORNO THRU 2000-EXIT
003470        PERFORM 3000-EMITE-LOTE THRU 3000-EXIT
003480     END-IF
003490     PERFORM 9000-FINALIZE THRU 9000-EXIT
003500     STOP RUN.
003510*----------------------------------------------------------*
003520* 1000-INITIALIZE -- NFSPARM, THE RPS STILL OPEN ON NFSREG, *
003530*     THE FAMILIES, THE MASTERS AND THE REPORT.             *
003540*----------------------------------------------------------*
003550 1000-INITIALIZE.
003560     MOVE "NFSERPS" TO MED-ERROR-PROGRAM
003570     ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
003580     OPEN OUTPUT NFS-REPORT-FILE
003590     MOVE WS-DATA-HOJE TO WS-TTL-DATA
003600     MOVE WS-TITULO-LINE TO NFS-REPORT-REC
003610     WRITE NFS-REPORT-REC
003620     PERFORM 1100-LE-PARAMETROS THRU 1100-EXIT
003630     IF PARAMETROS-INVALIDOS
003640        GO TO 1000-EXIT
003650     END-IF
003660     PERFORM 1200-CARREGA-REGISTRO THRU 1200-EXIT
003670     PERFORM 1800-CARREGA-FAMILIAS THRU 1800-EXIT
003680     OPEN I-O FATURA-MASTER-FILE
003690     IF WS-FAT-MASTER-STATUS NOT = "00"
003700        DISPLAY "FATMAST NAO DISPONIVEL, STATUS: "
003710            WS-FAT-MASTER-STATUS
003720        MOVE "OPNERR" TO MED-ERROR-CODE
003730        MOVE "FATMAST INDISPONIVEL NA NFS-E" TO MED-ERROR-TEXT
003740        SET MED-RC-FILE-ERROR TO TRUE
003750        PERFORM 9800-ERROR-LOG THRU 9800-EXIT
003760        MOVE MED-RETURN-CODE TO RETURN-CODE
003770        SET PARAMETROS-INVALIDOS TO TRUE
003780        GO TO 1000-EXIT
003790     END-IF
003800     OPEN INPUT STUDENT-MASTER-FILE
003810     IF WS-STU-MASTER-STATUS = "00"
003820        SET STUMAST-ABERTO TO TRUE
003830     ELSE
003840        DISPLAY "STUMAST INDISPONIVEL, STATUS: "
003850            WS-STU-MASTER-STATUS
003860        DISPLAY "TOMADOR PELO NOME DA FATURA"
003870     END-IF
003870     OPEN INPUT DOCUM-MASTER-FILE
003870     IF WS-DOC-MASTER-STATUS = "00"
003870        SET DOCMAST-ABERTO TO TRUE
003870     ELSE
003870        DISPLAY "DOCMAST INDISPONIVEL, STATUS: "
003870            WS-DOC-MASTER-STATUS
003870        DISPLAY "TOMADOR SEM CPF"
003870     END-IF
003880     OPEN EXTEND NFS-REGISTER-FILE
003890     IF WS-NRG-STATUS NOT = "00" AND WS-NRG-STATUS NOT = "05"
003900        OPEN OUTPUT NFS-REGISTER-FILE
003910     END-IF
003920     IF WS-NRG-STATUS NOT = "00"
003930        DISPLAY "ERRO NA ABERTURA DO NFSREG: " WS-NRG-STATUS
003940        MOVE "OPNERR" TO MED-ERROR-CODE
003950        MOVE "NFSREG NAO PODE SER GRAVADO" TO MED-ERROR-TEXT
003960        SET MED-RC-FILE-ERROR TO TRUE
003970        PERFORM 9800-ERROR-LOG THRU 9800-EXIT
003980        MOVE MED-RETURN-CODE TO RETURN-CODE
003990        CLOSE FATURA-MASTER-FILE
004000        IF STUMAST-ABERTO
004010           CLOSE STUDENT-MASTER-FILE
004020        END-IF
004020        IF DOCMAST-ABERTO
004020           CLOSE DOCUM-MASTER-FILE
004020        END-IF
004030        SET PARAMETROS-INVALIDOS TO TRUE
004040     END-IF
004050     .
004060 1000-EXIT.
004070     EXIT.
004080*----------------------------------------------------------*
004090* 1100-LE-PARAMETROS -- THE SCHOOL'S FISCAL DATA. MISSING   *
004100*     OR INVALID AND NO RPS IS EMITTED NOR ANSWER STORED.   *
004110*----------------------------------------------------------*
004120 1100-LE-PARAMETROS.
004130     MOVE SPACES TO NFS-PARM-REC
004140     OPEN INPUT NFS-PARM-FILE
004150     IF WS-NPR-STATUS = "00"
004160        READ NFS-PARM-FILE
004170            AT END
004180                MOVE SPACES TO NFS-PARM-REC
004190        END-READ
004200        CLOSE NFS-PARM-FILE
004210     END-IF
004220     IF NPR-INSCRICAO = SPACES
004230        OR NPR-SERIE = SPACES
004240        OR NPR-SERVICO = SPACES
004250        OR NPR-CNPJ NOT NUMERIC
004260        OR NPR-ALIQUOTA NOT NUMERIC
004270        OR NPR-DATA-INICIO NOT NUMERIC
004280        DISPLAY "NFSPARM AUSENTE OU INVALIDO -- NFS-E NAO "
004290            "PROCESSADA"
004300        MOVE "NOPARM" TO MED-ERROR-CODE
004310        MOVE "NFSPARM AUSENTE OU INVALIDO" TO MED-ERROR-TEXT
004320        SET MED-RC-FILE-ERROR TO TRUE
004330        PERFORM 9800-ERROR-LOG THRU 9800-EXIT
004340        MOVE 8 TO RETURN-CODE
004350        SET PARAMETROS-INVALIDOS TO TRUE
004360        GO TO 1100-EXIT
004370     END-IF
004380     IF NPR-DATA-INICIO-N = ZERO
004390        DISPLAY "NFSPARM SEM DATA DE INICIO -- NFS-E NAO "
004400            "PROCESSADA"
004410        MOVE "NOPARM" TO MED-ERROR-CODE
004420        MOVE "NFSPARM SEM DATA DE INICIO" TO MED-ERROR-TEXT
004430        SET MED-RC-FILE-ERROR TO TRUE
004440        PERFORM 9800-ERROR-LOG THRU 9800-EXIT
004450        MOVE 8 TO RETURN-CODE
004460        SET PARAMETROS-INVALIDOS TO TRUE
004470     END-IF
004480     .
004490 1100-EXIT.
004500     EXIT.
004510*----------------------------------------------------------*
004520* 1200-CARREGA-REGISTRO -- FOLD NFSREG INTO THE RPS STILL   *
004530*     AWAITING THE CITY. THE ANSWER FOLLOWS ITS RPS ON THE  *
004540*     REGISTER, SO IT ALWAYS FINDS THE SLOT TO CLOSE.       *
004550*----------------------------------------------------------*
004560 1200-CARREGA-REGISTRO.
004570     OPEN INPUT NFS-REGISTER-FILE
004580     IF WS-NRG-STATUS NOT = "00"
004590        GO TO 1200-EXIT
004600     END-IF
004610     PERFORM 1250-LE-REGISTRO THRU 1250-EXIT
004620         UNTIL FIM-DO-REGISTRO
004630     CLOSE NFS-REGISTER-FILE
004640     .
004650 1200-EXIT.
004660     EXIT.
004670 1250-LE-REGISTRO.
004680     READ NFS-REGISTER-FILE
004690         AT END
004700             SET FIM-DO-REGISTRO TO TRUE
004710             GO TO 1250-EXIT
004720     END-READ
004730     IF MED-NRG-ENVIADO
004740        PERFORM 1270-OCUPA-SLOT THRU 1270-EXIT
004750        MOVE MED-NRG-RPS      TO WS-RPT-RPS (WS-RPS-IDX)
004760        MOVE MED-NRG-FATURA   TO WS-RPT-FATURA (WS-RPS-IDX)
004770        MOVE MED-NRG-ALUNO-ID TO WS-RPT-ALUNO-ID (WS-RPS-IDX)
004780        MOVE MED-NRG-VALOR    TO WS-RPT-VALOR (WS-RPS-IDX)
004790        MOVE 'E' TO WS-RPT-SITUACAO (WS-RPS-IDX)
004800        GO TO 1250-EXIT
004810     END-IF
004820     MOVE MED-NRG-RPS TO WS-RPS-BUSCA
004830     PERFORM 2300-BUSCA-RPS THRU 2300-EXIT
004840     IF ACHOU-RPS
004850        MOVE MED-NRG-SITUACAO TO WS-RPT-SITUACAO (WS-RPS-IDX)
004860     END-IF
004870     .
004880 1250-EXIT.
004890     EXIT.
004900 1270-OCUPA-SLOT.
004910     IF WS-RPS-TABLE-QTD > ZERO
004920        SET WS-RPS-IDX TO 1
004930        SEARCH WS-RPS-ENTRY
004940            VARYING WS-RPS-IDX
004950            AT END
004960                CONTINUE
004970            WHEN RPS-RESOLVIDO (WS-RPS-IDX)
004980                GO TO 1270-EXIT
004990        END-SEARCH
005000     END-IF
005010     IF WS-RPS-TABLE-QTD >= 2000
005020        DISPLAY "TABELA DE RPS PENDENTES CHEIA (2000)"
005030        MOVE 8 TO RETURN-CODE
005040        STOP RUN
005050     END-IF
005060     ADD 1 TO WS-RPS-TABLE-QTD
005070     SET WS-RPS-IDX TO WS-RPS-TABLE-QTD
005080     .
005090 1270-EXIT.
005100     EXIT.
005110*----------------------------------------------------------*
005120* 1800-CARREGA-FAMILIAS -- THE FAMMAST HOUSEHOLDS AND THE   *
005130*     MEMBER MAP; A MISSING MASTER MEANS EVERY TAKER COMES  *
005140*     OFF STUMAST.                                          *
005150*----------------------------------------------------------*
005160 1800-CARREGA-FAMILIAS.
005170     OPEN INPUT FAMILIA-MASTER-FILE
005180     IF WS-FAM-MASTER-STATUS NOT = "00"
005190        DISPLAY "FAMMAST INDISPONIVEL, STATUS: "
005200            WS-FAM-MASTER-STATUS
005210        DISPLAY "TOMADOR PELO RESPONSAVEL DO ALUNO"
005220        GO TO 1800-EXIT
005230     END-IF
005240     MOVE ZERO TO MED-FAM-ID
005250     START FAMILIA-MASTER-FILE KEY NOT LESS MED-FAM-ID
005260         INVALID KEY
005270             SET FIM-DAS-FAMILIAS TO TRUE
005280     END-START
005290     PERFORM 1850-LE-FAMILIA THRU 1850-EXIT
005300         UNTIL FIM-DAS-FAMILIAS
005310     CLOSE FAMILIA-MASTER-FILE
005320     .
005330 1800-EXIT.
005340     EXIT.
005350 1850-LE-FAMILIA.
005360     READ FAMILIA-MASTER-FILE NEXT RECORD
005370         AT END
005380             SET FIM-DAS-FAMILIAS TO TRUE
005390             GO TO 1850-EXIT
005400     END-READ
005410     IF MED-FAM-QTD-MEMBROS = ZERO
005420        GO TO 1850-EXIT
005430     END-IF
005440     IF WS-FAMT-TABLE-QTD >= 200
005450        DISPLAY "TABELA DE FAMILIAS CHEIA (200)"
005460        MOVE 8 TO RETURN-CODE
005470        STOP RUN
005480     END-IF
005490     ADD 1 TO WS-FAMT-TABLE-QTD
005500     SET WS-FAMT-IDX TO WS-FAMT-TABLE-QTD
005510     MOVE MED-FAM-ID          TO WS-FMT-ID (WS-FAMT-IDX)
005520     MOVE MED-FAM-RESPONSAVEL TO WS-FMT-RESP (WS-FAMT-IDX)
005530     MOVE MED-FAM-RUA         TO WS-FMT-RUA (WS-FAMT-IDX)
005540     MOVE MED-FAM-BAIRRO      TO WS-FMT-BAIRRO (WS-FAMT-IDX)
005550     MOVE MED-FAM-CIDADE      TO WS-FMT-CIDADE (WS-FAMT-IDX)
005560     MOVE MED-FAM-CEP         TO WS-FMT-CEP (WS-FAMT-IDX)
005570     MOVE MED-FAM-UF          TO WS-FMT-UF (WS-FAMT-IDX)
005580     PERFORM 1860-MAPEIA-MEMBRO THRU 1860-EXIT
005590         VARYING WS-MEM-SUB FROM 1 BY 1
005600         UNTIL WS-MEM-SUB > MED-FAM-QTD-MEMBROS
005610     .
005620 1850-EXIT.
005630     EXIT.
005640 1860-MAPEIA-MEMBRO.
005650     IF WS-FMM-TABLE-QTD >= 2000
005660        DISPLAY "MAPA DE MEMBROS CHEIO (2000)"
005670        MOVE 8 TO RETURN-CODE
005680        STOP RUN
005690     END-IF
005700     ADD 1 TO WS-FMM-TABLE-QTD
005710     SET WS-FMM-IDX TO WS-FMM-TABLE-QTD
005720     MOVE MED-FAM-MEMBRO (WS-MEM-SUB) TO
005730         WS-FMM-ALUNO-ID (WS-FMM-IDX)
005740     MOVE WS-FAMT-TABLE-QTD TO WS-FMM-FAM-SUB (WS-FMM-IDX)
005750     .
005760 1860-EXIT.
005770     EXIT.
005780*----------------------------------------------------------*
005790* 2000-PROCESSA-RETORNO -- THE CITY'S ANSWER TO THE RPS     *
005800*     SENT. NO FILE SIMPLY MEANS NO ANSWER YET.             *
005810*----------------------------------------------------------*
005820 2000-PROCESSA-RETORNO.
005830     OPEN INPUT NFS-RETORNO-FILE
005840     IF WS-NRT-STATUS NOT = "00"
005850        DISPLAY "NFSERET AUSENTE -- SEM RETORNO A PROCESSAR"
005860        GO TO 2000-EXIT
005870     END-IF
005880     PERFORM 2100-LE-RETORNO THRU 2100-EXIT
005890         UNTIL FIM-DO-RETORNO
005900     CLOSE NFS-RETORNO-FILE
005910     .
005920 2000-EXIT.
005930     EXIT.
005940 2100-LE-RETORNO.
005950     READ NFS-RETORNO-FILE
005960         AT END
005970             SET FIM-DO-RETORNO TO TRUE
005980             GO TO 2100-EXIT
005990     END-READ
006000     IF NOT MED-NRT-DETALHE
006010        GO TO 2100-EXIT
006020     END-IF
006030     ADD 1 TO WS-CONT-RETORNOS
006040     MOVE SPACES TO WS-RETORNO-LINE
006050     MOVE MED-NRT-RPS    TO WS-RTL-RPS
006060     MOVE ZERO           TO WS-RTL-FATURA
006070     MOVE MED-NRT-NFSE   TO WS-RTL-NFSE
006080     MOVE MED-NRT-MOTIVO TO WS-RTL-MOTIVO
006090     IF MED-NRT-RPS NOT NUMERIC
006100        MOVE "RPS INVALIDO" TO WS-RTL-MOTIVO
006110        PERFORM 2180-IGNORA-RETORNO THRU 2180-EXIT
006120        GO TO 2100-EXIT
006130     END-IF
006140     IF MED-NRT-RPS-N > 9999999
006150        MOVE "RPS FORA DA NUMERACAO DA ESCOLA" TO WS-RTL-MOTIVO
006160        PERFORM 2180-IGNORA-RETORNO THRU 2180-EXIT
006170        GO TO 2100-EXIT
006180     END-IF
006190     MOVE MED-NRT-RPS-N TO WS-RPS-BUSCA
006200     PERFORM 2300-BUSCA-RPS THRU 2300-EXIT
006210     IF NOT ACHOU-RPS
006220        MOVE "RPS DESCONHECIDO OU JA RESPONDIDO" TO
006230            WS-RTL-MOTIVO
006240        PERFORM 2180-IGNORA-RETORNO THRU 2180-EXIT
006250        GO TO 2100-EXIT
006260     END-IF
006270     IF NOT RPS-PENDENTE (WS-RPS-IDX)
006280        MOVE "RPS DESCONHECIDO OU JA RESPONDIDO" TO
006290            WS-RTL-MOTIVO
006300        PERFORM 2180-IGNORA-RETORNO THRU 2180-EXIT
006310        GO TO 2100-EXIT
006320     END-IF
006330     MOVE WS-RPT-FATURA (WS-RPS-IDX) TO WS-RTL-FATURA
006340     EVALUATE TRUE
006350         WHEN MED-NRT-ACEITO
006360             PERFORM 2200-NFSE-ACEITA THRU 2200-EXIT
006370         WHEN MED-NRT-REJEITADO
006380             PERFORM 2250-RPS-REJEITADO THRU 2250-EXIT
006390         WHEN OTHER
006400             MOVE "SITUACAO DO RETORNO INVALIDA" TO
006410                 WS-RTL-MOTIVO
006420             PERFORM 2180-IGNORA-RETORNO THRU 2180-EXIT
006430     END-EVALUATE
006440     .
006450 2100-EXIT.
006460     EXIT.
006470 2180-IGNORA-RETORNO.
006480     ADD 1 TO WS-CONT-IGNORADOS
006490     MOVE "IGNORADO" TO WS-RTL-SITUACAO
006500     MOVE WS-RETORNO-LINE TO NFS-REPORT-REC
006510     WRITE NFS-REPORT-REC
006520     .
006530 2180-EXIT.
006540     EXIT.
006550*----------------------------------------------------------*
006560* 2200-NFSE-ACEITA -- STORE THE NFS-E NUMBER ON THE INVOICE *
006570*     AND CLOSE THE RPS ON NFSREG.                          *
006580*----------------------------------------------------------*
006590 2200-NFSE-ACEITA.
006600     IF MED-NRT-NFSE NOT NUMERIC
006610        MOVE "NUMERO DA NFS-E INVALIDO" TO WS-RTL-MOTIVO
006620        PERFORM 2180-IGNORA-RETORNO THRU 2180-EXIT
006630        GO TO 2200-EXIT
006640     END-IF
006650     IF MED-NRT-NFSE-N = ZERO OR MED-NRT-NFSE-N > 99999999
006660        MOVE "NUMERO DA NFS-E INVALIDO" TO WS-RTL-MOTIVO
006670        PERFORM 2180-IGNORA-RETORNO THRU 2180-EXIT
006680        GO TO 2200-EXIT
006690     END-IF
006700     MOVE WS-RPT-FATURA (WS-RPS-IDX) TO MED-FAT-NUMERO
006710     READ FATURA-MASTER-FILE
006720         INVALID KEY
006730             MOVE "FATURA DO RPS NAO ENCONTRADA NO FATMAST" TO
006740                 WS-RTL-MOTIVO
006750             PERFORM 2180-IGNORA-RETORNO THRU 2180-EXIT
006760             MOVE "NFSFAT" TO MED-ERROR-CODE
006770             MOVE "FATURA DO RPS ACEITO NAO ESTA NO FATMAST" TO
006780                 MED-ERROR-TEXT
006790             SET MED-RC-WARNING TO TRUE
006800             PERFORM 9800-ERROR-LOG THRU 9800-EXIT
006810             GO TO 2200-EXIT
006820     END-READ
006830     MOVE MED-NRT-NFSE-N TO MED-FAT-NFSE-NUMERO
006840     REWRITE MED-FATURA-MASTER-REC
006841     IF WS-FAT-MASTER-STATUS NOT = "00"
006842        DISPLAY "ERRO NA REGRAVACAO DO FATMAST: " MED-FAT-NUMERO
006843            " STATUS: " WS-FAT-MASTER-STATUS
006844        MOVE "NFSGRV" TO MED-ERROR-CODE
006845        MOVE "FATMAST NAO REGRAVADO COM A NFS-E" TO MED-ERROR-TEXT
006846        SET MED-RC-FILE-ERROR TO TRUE
006847        PERFORM 9800-ERROR-LOG THRU 9800-EXIT
006848        MOVE MED-RETURN-CODE TO RETURN-CODE
006849        GO TO 2200-EXIT
006850     END-IF
006851     MOVE 'A' TO WS-RPT-SITUACAO (WS-RPS-IDX)
006860     MOVE SPACES TO MED-NFS-REGISTER-REC
006870     SET MED-NRG-ACEITO TO TRUE
006880     PERFORM 2350-GRAVA-RESPOSTA THRU 2350-EXIT
006890     ADD 1 TO WS-CONT-ACEITOS
006900     MOVE "NFS-E EMITIDA" TO WS-RTL-SITUACAO
006910     MOVE MED-NRT-VERIFICACAO TO WS-RTL-MOTIVO
006920     MOVE WS-RETORNO-LINE TO NFS-REPORT-REC
006930     WRITE NFS-REPORT-REC
006940     .
006950 2200-EXIT.
006960     EXIT.
006970*----------------------------------------------------------*
006980* 2250-RPS-REJEITADO -- REPORT THE CITY'S REASON. THE       *
006990*     INVOICE IS HELD OUT OF TODAY'S BATCH AND GOES OUT     *
007000*     AGAIN, UNDER A NEW RPS, ON THE NEXT RUN.              *
007010*----------------------------------------------------------*
007020 2250-RPS-REJEITADO.
007030     MOVE 'J' TO WS-RPT-SITUACAO (WS-RPS-IDX)
007040     MOVE SPACES TO MED-NFS-REGISTER-REC
007050     SET MED-NRG-REJEITADO TO TRUE
007060     PERFORM 2350-GRAVA-RESPOSTA THRU 2350-EXIT
007070     ADD 1 TO WS-CONT-REJEITADOS
007080     MOVE "RPS REJEITADO" TO WS-RTL-SITUACAO
007090     MOVE WS-RETORNO-LINE TO NFS-REPORT-REC
007100     WRITE NFS-REPORT-REC
007110     MOVE "NFSREJ" TO MED-ERROR-CODE
007120     MOVE MED-NRT-MOTIVO TO MED-ERROR-TEXT
007130     SET MED-RC-WARNING TO TRUE
007140     PERFORM 9800-ERROR-LOG THRU 9800-EXIT
007150     .
007160 2250-EXIT.
007170     EXIT.
007180*----------------------------------------------------------*
007190* 2300-BUSCA-RPS -- THE RPS NUMBER IN WS-RPS-BUSCA ON THE   *
007200*     TABLE OF RPS STILL OPEN                               *
007210*----------------------------------------------------------*
007220 2300-BUSCA-RPS.
007230     MOVE 'N' TO WS-RPS-ACHOU
007240     IF WS-RPS-TABLE-QTD > ZERO
007250        SET WS-RPS-IDX TO 1
007260        SEARCH WS-RPS-ENTRY
007270            VARYING WS-RPS-IDX
007280            AT END
007290                CONTINUE
007300            WHEN WS-RPT-RPS (WS-RPS-IDX) = WS-RPS-BUSCA
007310                AND NOT RPS-RESOLVIDO (WS-RPS-IDX)
007320                SET ACHOU-RPS TO TRUE
007330        END-SEARCH
007340     END-IF
007350     .
007360 2300-EXIT.
007370     EXIT.
007380*----------------------------------------------------------*
007390* 2350-GRAVA-RESPOSTA -- THE CITY'S ANSWER (A OR R) FOR THE *
007400*     RPS AT WS-RPS-IDX ON NFSREG                           *
007410*----------------------------------------------------------*
007420 2350-GRAVA-RESPOSTA.
007430     MOVE WS-RPT-RPS (WS-RPS-IDX)      TO MED-NRG-RPS
007440     MOVE WS-RPT-FATURA (WS-RPS-IDX)   TO MED-NRG-FATURA
007450     MOVE WS-RPT-ALUNO-ID (WS-RPS-IDX) TO MED-NRG-ALUNO-ID
007460     MOVE WS-RPT-VALOR (WS-RPS-IDX)    TO MED-NRG-VALOR
007470     MOVE WS-DATA-HOJE                 TO MED-NRG-DATA
007480     IF MED-NRG-ACEITO
007490        MOVE MED-NRT-NFSE-N      TO MED-NRG-NFSE
007500        MOVE MED-NRT-VERIFICACAO TO MED-NRG-VERIFICACAO
007510     ELSE
007520        MOVE ZERO                TO MED-NRG-NFSE
007530        MOVE MED-NRT-MOTIVO      TO MED-NRG-MOTIVO
007540     END-IF
007550     WRITE MED-NFS-REGISTER-REC
007560     .
007570 2350-EXIT.
007580     EXIT.
007590*----------------------------------------------------------*
007600* 3000-EMITE-LOTE -- ONE RPS PER INVOICE SETTLED THROUGH    *
007610*     THE BANK AND STILL WITHOUT ITS NFS-E                  *
007620*----------------------------------------------------------*
007630 3000-EMITE-LOTE.
007640     OPEN OUTPUT NFS-LOTE-FILE
007650     IF WS-NLT-STATUS NOT = "00"
007660        DISPLAY "ERRO NA ABERTURA DO NFSLOTE: " WS-NLT-STATUS
007670        MOVE "OPNERR" TO MED-ERROR-CODE
007680        MOVE "NFSLOTE NAO PODE SER GRAVADO" TO MED-ERROR-TEXT
007690        SET MED-RC-FILE-ERROR TO TRUE
007700        PERFORM 9800-ERROR-LOG THRU 9800-EXIT
007710        MOVE MED-RETURN-CODE TO RETURN-CODE
007720        GO TO 3000-EXIT
007730     END-IF
007740     MOVE ZERO TO MED-FAT-NUMERO
007750     START FATURA-MASTER-FILE KEY NOT LESS MED-FAT-NUMERO
007760         INVALID KEY
007770             SET FIM-DO-FATMAST TO TRUE
007780     END-START
007790     PERFORM 3100-LE-FATURA THRU 3100-EXIT
007800         UNTIL FIM-DO-FATMAST
007810     IF WS-CONT-EMITIDOS > ZERO
007820        MOVE SPACES TO MED-NLT-RODAPE
007830        MOVE "9"             TO MED-NLR-TIPO
007840        MOVE WS-CONT-EMITIDOS TO MED-NLR-QTD-RPS
007850        MOVE WS-TOT-SERVICOS TO MED-NLR-VALOR-SERVICOS
007860        MOVE ZERO            TO MED-NLR-VALOR-DEDUCOES
007870        WRITE MED-NLT-RODAPE
007880     END-IF
007890     CLOSE NFS-LOTE-FILE
007900     .
007910 3000-EXIT.
007920     EXIT.
007930 3100-LE-FATURA.
007940     READ FATURA-MASTER-FILE NEXT RECORD
007950         AT END
007960             SET FIM-DO-FATMAST TO TRUE
007970             GO TO 3100-EXIT
007980     END-READ
007990     IF NOT MED-FAT-QUITADA
008000        GO TO 3100-EXIT
008010     END-IF
008020     IF NOT MED-FAT-PGTO-BOLETO AND NOT MED-FAT-PGTO-PIX
008030        GO TO 3100-EXIT
008040     END-IF
008050     IF MED-FAT-DATA-PGTO < NPR-DATA-INICIO-N
008060        OR MED-FAT-VALOR-PAGO = ZERO
008070        GO TO 3100-EXIT
008080     END-IF
008090     IF MED-FAT-NFSE-NUMERO NUMERIC
008100        IF MED-FAT-NFSE-NUMERO NOT = ZERO
008110           GO TO 3100-EXIT
008120        END-IF
008130     END-IF
008140     PERFORM 3150-BUSCA-FATURA-RPS THRU 3150-EXIT
008150     IF ACHOU-RPS
008160        GO TO 3100-EXIT
008170     END-IF
008180     PERFORM 3200-MONTA-TOMADOR THRU 3200-EXIT
008180     PERFORM 3250-CPF-TOMADOR THRU 3250-EXIT
008190     PERFORM 3300-GRAVA-RPS THRU 3300-EXIT
008200     .
008210 3100-EXIT.
008220     EXIT.
008230*----------------------------------------------------------*
008240* 3150-BUSCA-FATURA-RPS -- AN RPS OF THIS INVOICE STILL     *
008250*     AWAITING THE CITY, OR REJECTED TODAY, KEEPS IT OUT    *
008260*----------------------------------------------------------*
008270 3150-BUSCA-FATURA-RPS.
008280     MOVE 'N' TO WS-RPS-ACHOU
008290     IF WS-RPS-TABLE-QTD > ZERO
008300        SET WS-RPS-IDX TO 1
008310        SEARCH WS-RPS-ENTRY
008320            VARYING WS-RPS-IDX
008330            AT END
008340                CONTINUE
008350            WHEN WS-RPT-FATURA (WS-RPS-IDX) = MED-FAT-NUMERO
008360                AND NOT RPS-RESOLVIDO (WS-RPS-IDX)
008370                SET ACHOU-RPS TO TRUE
008380        END-SEARCH
008390     END-IF
008400     .
008410 3150-EXIT.
008420     EXIT.
008430*----------------------------------------------------------*
008440* 3200-MONTA-TOMADOR -- FAMILY HEAD, ELSE THE STUDENT'S     *
008450*     RESPONSAVEL, ELSE THE STUDENT ON THE INVOICE          *
008460*----------------------------------------------------------*
008470 3200-MONTA-TOMADOR.
008480     MOVE SPACES TO WS-TOMADOR
008480     SET TOMADOR-ALUNO TO TRUE
008490     MOVE MED-FAT-ALUNO-NOME TO WS-TOM-NOME
008500     MOVE 'N' TO WS-FAM-ACHOU
008510     IF WS-FMM-TABLE-QTD > ZERO
008520        SET WS-FMM-IDX TO 1
008530        SEARCH WS-FMM-ENTRY
008540            VARYING WS-FMM-IDX
008550            AT END
008560                CONTINUE
008570            WHEN WS-FMM-ALUNO-ID (WS-FMM-IDX) = MED-FAT-ALUNO-ID
008580                SET ACHOU-FAMILIA TO TRUE
008590                MOVE WS-FMM-FAM-SUB (WS-FMM-IDX) TO
008600                    WS-FAMT-SUB
008610        END-SEARCH
008620     END-IF
008630     IF ACHOU-FAMILIA
008640        SET WS-FAMT-IDX TO WS-FAMT-SUB
008650        MOVE WS-FMT-RESP (WS-FAMT-IDX)   TO WS-TOM-NOME
008660        MOVE WS-FMT-RUA (WS-FAMT-IDX)    TO WS-TOM-RUA
008670        MOVE WS-FMT-BAIRRO (WS-FAMT-IDX) TO WS-TOM-BAIRRO
008680        MOVE WS-FMT-CIDADE (WS-FAMT-IDX) TO WS-TOM-CIDADE
008690        MOVE WS-FMT-CEP (WS-FAMT-IDX)    TO WS-TOM-CEP
008700        MOVE WS-FMT-UF (WS-FAMT-IDX)     TO WS-TOM-UF
008700        SET TOMADOR-RESPONSAVEL TO TRUE
008710        GO TO 3200-EXIT
008720     END-IF
008730     IF NOT STUMAST-ABERTO
008740        GO TO 3200-EXIT
008750     END-IF
008760     MOVE MED-FAT-ALUNO-ID TO MED-STU-ID
008770     READ STUDENT-MASTER-FILE
008780         INVALID KEY
008790             GO TO 3200-EXIT
008800     END-READ
008810     IF MED-STU-RESPONSAVEL NOT = SPACES
008820        MOVE MED-STU-RESPONSAVEL TO WS-TOM-NOME
008820        SET TOMADOR-RESPONSAVEL TO TRUE
008830     END-IF
008840     MOVE MED-STU-RUA    TO WS-TOM-RUA
008850     MOVE MED-STU-BAIRRO TO WS-TOM-BAIRRO
008860     MOVE MED-STU-CIDADE TO WS-TOM-CIDADE
008870     MOVE MED-STU-CEP    TO WS-TOM-CEP
008880     MOVE MED-STU-UF     TO WS-TOM-UF
008890     .
008900 3200-EXIT.
008910     EXIT.
008920*----------------------------------------------------------*
008930* 3250-CPF-TOMADOR -- THE INVOICE STUDENT'S DOCMAST        *
008930*     RECORD GIVES THE RESPONSAVEL'S CPF WHEN THE TAKER    *
008930*     IS THE FAMILY HEAD OR RESPONSAVEL, THE STUDENT'S     *
008930*     OWN WHEN THE TAKER IS THE STUDENT; ZERO WHEN THERE   *
008930*     IS NONE.                                             *
008930*----------------------------------------------------------*
008930 3250-CPF-TOMADOR.
008930     MOVE ZERO TO WS-TOM-CPF
008930     IF NOT DOCMAST-ABERTO
008930        GO TO 3250-EXIT
008930     END-IF
008930     MOVE MED-FAT-ALUNO-ID TO MED-DOC-ALUNO-ID
008930     READ DOCUM-MASTER-FILE
008930         INVALID KEY
008930             GO TO 3250-EXIT
008930     END-READ
008930     IF TOMADOR-RESPONSAVEL
008930        MOVE MED-DOC-CPF-RESPONSAVEL TO WS-TOM-CPF
008930     ELSE
008930        MOVE MED-DOC-CPF TO WS-TOM-CPF
008930     END-IF
008930     .
008930 3250-EXIT.
008930     EXIT.
008930*----------------------------------------------------------*
008930* 3300-GRAVA-RPS -- NUMBER THE RPS, WRITE IT ON THE BATCH   *
008940*     (HEADER BEFORE THE FIRST ONE) AND ON NFSREG.          *
008950*----------------------------------------------------------*
008960 3300-GRAVA-RPS.
008970     IF WS-CONT-EMITIDOS = ZERO
008980        MOVE SPACES TO MED-NLT-CABECALHO
008990        MOVE "1"             TO MED-NLC-TIPO
009000        MOVE "001"           TO MED-NLC-VERSAO
009010        MOVE NPR-INSCRICAO   TO MED-NLC-INSCRICAO
009020        MOVE NPR-CNPJ-N      TO MED-NLC-CNPJ
009030        MOVE WS-DATA-HOJE    TO MED-NLC-DATA-GERACAO
009040        WRITE MED-NLT-CABECALHO
009050     END-IF
009060     CALL "PROG_SET" USING WS-SEQ-PARM
009070     COMPUTE WS-VALOR-ISS ROUNDED =
009080         MED-FAT-VALOR-PAGO * NPR-ALIQUOTA-N
009090     MOVE MED-FAT-COMPETENCIA TO WS-COMPETENCIA
009100     MOVE WS-CMP-MES          TO WS-DSC-MES
009110     MOVE WS-CMP-ANO          TO WS-DSC-ANO
009120     MOVE MED-FAT-ALUNO-NOME  TO WS-DSC-ALUNO
009130     MOVE MED-FAT-NUMERO      TO WS-DSC-FATURA
009140     MOVE SPACES TO MED-NLT-DETALHE
009150     MOVE "2"                 TO MED-NLD-TIPO
009160     MOVE "RPS"               TO MED-NLD-TIPO-RPS
009170     MOVE NPR-SERIE           TO MED-NLD-SERIE
009180     MOVE WS-SEQ-NEXT-P       TO MED-NLD-NUMERO
009190     MOVE WS-DATA-HOJE        TO MED-NLD-DATA-EMISSAO
009200     MOVE "T"                 TO MED-NLD-SITUACAO
009210     MOVE MED-FAT-VALOR-PAGO  TO MED-NLD-VALOR-SERVICOS
009220     MOVE ZERO                TO MED-NLD-VALOR-DEDUCOES
009230     MOVE NPR-SERVICO         TO MED-NLD-SERVICO
009240     MOVE NPR-ALIQUOTA-N      TO MED-NLD-ALIQUOTA
009250     MOVE WS-VALOR-ISS        TO MED-NLD-VALOR-ISS
009260     MOVE "2"                 TO MED-NLD-ISS-RETIDO
009270     IF WS-TOM-CPF NOT = ZERO
009270        MOVE "1"              TO MED-NLD-IND-TOMADOR
009270        MOVE WS-TOM-CPF       TO MED-NLD-DOC-TOMADOR
009270     ELSE
009270        MOVE "3"              TO MED-NLD-IND-TOMADOR
009280        MOVE ZERO             TO MED-NLD-DOC-TOMADOR
009280        ADD 1 TO WS-CONT-SEM-CPF
009280     END-IF
009290     MOVE WS-TOM-NOME         TO MED-NLD-NOME-TOMADOR
009300     MOVE WS-TOM-RUA          TO MED-NLD-RUA
009310     MOVE WS-TOM-BAIRRO       TO MED-NLD-BAIRRO
009320     MOVE WS-TOM-CIDADE       TO MED-NLD-CIDADE
009330     MOVE WS-TOM-UF           TO MED-NLD-UF
009340     MOVE WS-TOM-CEP          TO MED-NLD-CEP
009350     MOVE WS-DISCRIMINACAO    TO MED-NLD-DISCRIMINACAO
009360     WRITE MED-NLT-DETALHE
009370     MOVE SPACES TO MED-NFS-REGISTER-REC
009380     SET MED-NRG-ENVIADO TO TRUE
009390     MOVE WS-SEQ-NEXT-P      TO MED-NRG-RPS
009400     MOVE MED-FAT-NUMERO     TO MED-NRG-FATURA
009410     MOVE MED-FAT-ALUNO-ID   TO MED-NRG-ALUNO-ID
009420     MOVE WS-DATA-HOJE       TO MED-NRG-DATA
009430     MOVE MED-FAT-VALOR-PAGO TO MED-NRG-VALOR
009440     MOVE ZERO               TO MED-NRG-NFSE
009450     WRITE MED-NFS-REGISTER-REC
009460     ADD 1 TO WS-CONT-EMITIDOS
009470     ADD MED-FAT-VALOR-PAGO TO WS-TOT-SERVICOS
009480     ADD WS-VALOR-ISS       TO WS-TOT-ISS
009490     MOVE WS-SEQ-NEXT-P      TO WS-EML-RPS
009500     MOVE MED-FAT-NUMERO     TO WS-EML-FATURA
009510     MOVE MED-FAT-DATA-PGTO  TO WS-EML-PAGAMENTO
009520     MOVE MED-FAT-VALOR-PAGO TO WS-EML-VALOR
009530     MOVE WS-VALOR-ISS       TO WS-EML-ISS
009540     MOVE WS-TOM-NOME        TO WS-EML-TOMADOR
009550     MOVE WS-EMISSAO-LINE TO NFS-REPORT-REC
009560     WRITE NFS-REPORT-REC
009570     .
009580 3300-EXIT.
009590     EXIT.
009600*----------------------------------------------------------*
009610* 9000-FINALIZE -- TOTALS, CLOSE AND CONDITION CODE         *
009620*----------------------------------------------------------*
009630 9000-FINALIZE.
009640     IF NOT PARAMETROS-INVALIDOS
009650        CLOSE FATURA-MASTER-FILE
009660        CLOSE NFS-REGISTER-FILE
009670        IF STUMAST-ABERTO
009680           CLOSE STUDENT-MASTER-FILE
009690        END-IF
009690        IF DOCMAST-ABERTO
009690           CLOSE DOCUM-MASTER-FILE
009690        END-IF
009700     END-IF
009710     MOVE SPACES TO NFS-REPORT-REC
009720     WRITE NFS-REPORT-REC
009730     MOVE SPACES TO WS-TOTAL-LINE
009740     MOVE "RETORNOS LIDOS" TO WS-TTL-ROTULO
009750     MOVE WS-CONT-RETORNOS TO WS-TTL-QTD
009760     PERFORM 9050-IMPRIME-TOTAL THRU 9050-EXIT
009770     MOVE "NFS-E ARMAZENADAS" TO WS-TTL-ROTULO
009780     MOVE WS-CONT-ACEITOS TO WS-TTL-QTD
009790     PERFORM 9050-IMPRIME-TOTAL THRU 9050-EXIT
009800     MOVE "RPS REJEITADOS" TO WS-TTL-ROTULO
009810     MOVE WS-CONT-REJEITADOS TO WS-TTL-QTD
009820     PERFORM 9050-IMPRIME-TOTAL THRU 9050-EXIT
009830     MOVE "RETORNOS IGNORADOS" TO WS-TTL-ROTULO
009840     MOVE WS-CONT-IGNORADOS TO WS-TTL-QTD
009850     PERFORM 9050-IMPRIME-TOTAL THRU 9050-EXIT
009850     MOVE "RPS SEM CPF DO TOMADOR" TO WS-TTL-ROTULO
009850     MOVE WS-CONT-SEM-CPF TO WS-TTL-QTD
009850     PERFORM 9050-IMPRIME-TOTAL THRU 9050-EXIT
009860     MOVE "RPS EMITIDOS - SERVICOS" TO WS-TTL-ROTULO
009870     MOVE WS-CONT-EMITIDOS TO WS-TTL-QTD
009880     MOVE WS-TOT-SERVICOS TO WS-TTL-VALOR
009890     PERFORM 9050-IMPRIME-TOTAL THRU 9050-EXIT
009900     MOVE "ISS DO LOTE" TO WS-TTL-ROTULO
009910     MOVE WS-CONT-EMITIDOS TO WS-TTL-QTD
009920     MOVE WS-TOT-ISS TO WS-TTL-VALOR
009930     PERFORM 9050-IMPRIME-TOTAL THRU 9050-EXIT
009940     CLOSE NFS-REPORT-FILE
009950     DISPLAY "RETORNOS LIDOS......: " WS-CONT-RETORNOS
009960     DISPLAY "NFS-E ARMAZENADAS...: " WS-CONT-ACEITOS
009970     DISPLAY "RPS REJEITADOS......: " WS-CONT-REJEITADOS
009980     DISPLAY "RETORNOS IGNORADOS..: " WS-CONT-IGNORADOS
009990     DISPLAY "RPS EMITIDOS........: " WS-CONT-EMITIDOS
010000         " VALOR: " WS-TOT-SERVICOS
010010     DISPLAY "ISS DO LOTE.........: " WS-TOT-ISS
010010     DISPLAY "RPS SEM CPF.........: " WS-CONT-SEM-CPF
010020     IF RETURN-CODE = ZERO
010030        IF WS-CONT-REJEITADOS > ZERO
010040           OR WS-CONT-IGNORADOS > ZERO
010050           MOVE 4 TO RETURN-CODE
010060        END-IF
010070     END-IF
010080     .
010090 9000-EXIT.
010100     EXIT.
010110 9050-IMPRIME-TOTAL.
010120     MOVE WS-TOTAL-LINE TO NFS-REPORT-REC
010130     WRITE NFS-REPORT-REC
010140     MOVE SPACES TO WS-TOTAL-LINE
010150     .
010160 9050-EXIT.
010170     EXIT.
010180*----------------------------------------------------------*
010190* 9800-ERROR-LOG -- SHARED ERROR-LOGGING PARAGRAPH (ERRPARA) *
010200*----------------------------------------------------------*
010210     COPY ERRPARA.
010220 END PROGRAM NFSE_RPS.
