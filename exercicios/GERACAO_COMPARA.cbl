000100*****************************************************************
000110* Program:      GERACAO_COMPARA
000120* Author:       J. ALBUQUERQUE - APPLICATIONS SUPPORT
000130* Installation: ESCOLA - SISTEMA ACADEMICO
000140* Date-Written: 2026-10-15
000150* Date-Compiled:
000160* Purpose:      Field-level comparison of two generations of one
000170*               of the masters BACKUP_GERACAO cuts every night.
000180*               The job binds the older generation under GERANTIG
000190*               and the newer under GERATUAL; SYSIN names the
000200*               master and, for the report title, the two dates:
000210*                 COMPARA STUMAST 20261008 20261015
000220*               Both generations are in key order (the backup
000230*               walks the master by its key), so one match-merge
000240*               finds the records added, the records deleted and,
000250*               for a key present in both, every field whose
000260*               value differs -- named as in the master's
000270*               copybook, with the value before and after.
000280*               Each difference is then explained, in this order:
000290*                 1. a maintenance register of the period names
000300*                    the key as APLICADO (the job concatenates
000310*                    the period's register generations under the
000320*                    register's own DD name):
000330*                      STUMAST -- STUMREG (STUMAST_MAINT), and
000340*                                 TRFREG (TURMA_TRANSF) for the
000350*                                 turma only;
000360*                      TURMAST -- TURMREG (TURMA_MAINT);
000370*                      MATMAST -- MATMREG (MATERIA_MAINT);
000380*                      FATMAST -- BILLREG (FATURA_MENSAL and
000390*                                 FATURA_ESTORNO) and RENREG
000400*                                 (RENEGOCIA);
000410*                 2. the field is maintained by a batch run that
000420*                    keeps no per-record register (LOTE + run:
000430*                    PROMOCAO_ANUAL, ANO_ABERTURA, LGPD_PURGE,
000440*                    REAJUSTE_ANUAL, BANCO_RETORNO, PROVISAO_PDD,
000450*                    NFSE_RPS, CALCULO_MEDIA -- see the field
000460*                    table below);
000470*                 3. otherwise the line is flagged NAO EXPLICADA,
000480*                    an unexplained modification.
000490*               The report is CMPREL. Any unexplained change
000500*               ends the run with condition code 4; a bad SYSIN
000510*               with 8 and a missing generation with 12, as in
000520*               RESTORE_ROLLFWD.
000530* Modification History:
000540*   2026-10-15 JA  Initial version.
000550* Tectonics: cobc
000560*****************************************************************
000570 IDENTIFICATION DIVISION.
000580 PROGRAM-ID. GERACAO_COMPARA.
000590 ENVIRONMENT DIVISION.
000600 INPUT-OUTPUT SECTION.
000610 FILE-CONTROL.
000620     SELECT GER-ANTIGA-FILE ASSIGN TO "GERANTIG"
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS WS-ANT-STATUS.
000650     SELECT GER-ATUAL-FILE ASSIGN TO "GERATUAL"
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS WS-ATU-STATUS.
000680     SELECT STU-REGISTER-FILE ASSIGN TO "STUMREG"
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS WS-REG-STATUS.
000710     SELECT TRF-REGISTER-FILE ASSIGN TO "TRFREG"
000720         ORGANIZATION IS LINE SEQUENTIAL
000730         FILE STATUS IS WS-REG-STATUS.
000740     SELECT TUR-REGISTER-FILE ASSIGN TO "TURMREG"
000750         ORGANIZATION IS LINE SEQUENTIAL
000760         FILE STATUS IS WS-REG-STATUS.
000770     SELECT MAT-REGISTER-FILE ASSIGN TO "MATMREG"
000780         ORGANIZATION IS LINE SEQUENTIAL
000790         FILE STATUS IS WS-REG-STATUS.
000800     SELECT BILL-REGISTER-FILE ASSIGN TO "BILLREG"
000810         ORGANIZATION IS LINE SEQUENTIAL
000820         FILE STATUS IS WS-REG-STATUS.
000830     SELECT REN-REGISTER-FILE ASSIGN TO "RENREG"
000840         ORGANIZATION IS LINE SEQUENTIAL
000850         FILE STATUS IS WS-REG-STATUS.
000860     SELECT CMP-REPORT-FILE ASSIGN TO "CMPREL"
000870         ORGANIZATION IS LINE SEQUENTIAL.
000880 DATA DIVISION.
000890 FILE SECTION.
000900 FD  GER-ANTIGA-FILE.
000910 01  GER-ANTIGA-REC             PIC X(178).
000920 FD  GER-ATUAL-FILE.
000930 01  GER-ATUAL-REC              PIC X(178).
000940 FD  STU-REGISTER-FILE.
000950 01  STU-REGISTER-REC           PIC X(140).
000960 FD  TRF-REGISTER-FILE.
000970 01  TRF-REGISTER-REC           PIC X(140).
000980 FD  TUR-REGISTER-FILE.
000990 01  TUR-REGISTER-REC           PIC X(140).
001000 FD  MAT-REGISTER-FILE.
001010 01  MAT-REGISTER-REC           PIC X(140).
001020 FD  BILL-REGISTER-FILE.
001030 01  BILL-REGISTER-REC          PIC X(140).
001040 FD  REN-REGISTER-FILE.
001050 01  REN-REGISTER-REC           PIC X(140).
001060 FD  CMP-REPORT-FILE.
001070 01  CMP-REPORT-REC             PIC X(132).
001080 WORKING-STORAGE SECTION.
001090 01  WS-ANT-STATUS              PIC X(02) VALUE SPACES.
001100 01  WS-ATU-STATUS              PIC X(02) VALUE SPACES.
001110 01  WS-REG-STATUS              PIC X(02) VALUE SPACES.
001120 01  WS-SWITCHES.
001130     03  WS-EOF-REG             PIC X(01) VALUE 'N'.
001140         88  FIM-DO-REGISTRO          VALUE 'S'.
001150     03  WS-REC-ALTERADO        PIC X(01) VALUE 'N'.
001160         88  REGISTRO-ALTERADO        VALUE 'S'.
001170     03  WS-EXP-ACHOU           PIC X(01) VALUE 'N'.
001180         88  ACHOU-REGISTRO           VALUE 'S'.
001190     03  WS-EXP-CHEIA           PIC X(01) VALUE 'N'.
001200         88  TABELA-CHEIA             VALUE 'S'.
001210*----------------------------------------------------------*
001220* SYSIN REQUEST LINE: FUNCAO(7) SP ARQUIVO(8, THE NAME     *
001230*     AND A SPACE) DATA-ANT(8) SP DATA-ATU(8)              *
001240*----------------------------------------------------------*
001250 01  WS-PARM-LINE.
001260     03  WS-PRM-FUNCAO          PIC X(07).
001270         88  FUNCAO-COMPARA           VALUE "COMPARA".
001280     03  FILLER                 PIC X(01).
001290     03  WS-PRM-ARQUIVO         PIC X(08).
001300     03  WS-PRM-DATA-ANT        PIC X(08).
001310     03  FILLER                 PIC X(01).
001320     03  WS-PRM-DATA-ATU        PIC X(08).
001330*----------------------------------------------------------*
001340* MASTER TABLE: NAME, RECORD LENGTH, KEY LENGTH (THE KEY   *
001350*     LEADS EVERY RECORD), FIRST AND LAST FIELD-TABLE      *
001360*     ENTRY, AND THE BATCH RUN THAT ADDS OR DELETES        *
001370*     RECORDS                                              *
001380*     WITHOUT A REGISTER (SPACES = NONE).                  *
001390*----------------------------------------------------------*
001400 01  WS-MESTRE-VALORES.
001410     03  FILLER                 PIC X(44) VALUE
001420         "STUMAST178070111                            ".
001430     03  FILLER                 PIC X(44) VALUE
001440         "TURMAST106101218                            ".
001450     03  FILLER                 PIC X(44) VALUE
001460         "MATMAST058061924                            ".
001470     03  FILLER                 PIC X(44) VALUE
001480         "FATMAST101072535                            ".
001490     03  FILLER                 PIC X(44) VALUE
001500         "HISTAVG041373636CALCULO_MEDIA LGPD_PURGE    ".
001510 01  WS-MESTRE-TABELA REDEFINES WS-MESTRE-VALORES.
001520     03  WS-MESTRE-ENTRY        OCCURS 5 TIMES
001530                                INDEXED BY WS-MST-IDX.
001540         05  WS-MST-NOME        PIC X(07).
001550         05  WS-MST-TAM-REG     PIC 9(03).
001560         05  WS-MST-TAM-CHAVE   PIC 9(02).
001570         05  WS-MST-CPO-INI     PIC 9(02).
001580         05  WS-MST-CPO-FIM     PIC 9(02).
001590         05  WS-MST-LOTE-INCL   PIC X(14).
001600         05  WS-MST-LOTE-EXCL   PIC X(14).
001610*----------------------------------------------------------*
001620* FIELD TABLE: COPYBOOK NAME, POSITION, LENGTH, DECIMAL    *
001630*     PLACES, AND THE BATCH RUN THAT MAINTAINS THE FIELD   *
001640*     WITHOUT A PER-RECORD REGISTER (SPACES = NONE). THE   *
001650*     KEY FIELDS ARE NOT LISTED; A KEY CHANGE IS A DELETE  *
001660*     PLUS AN ADD. KEEP IN STEP WITH THE COPYBOOKS.        *
001670*----------------------------------------------------------*
001680 01  WS-CAMPO-VALORES.
001690     03  FILLER                 PIC X(41) VALUE
001700         "MED-STU-NOME         008300LGPD_PURGE    ".
001710     03  FILLER                 PIC X(41) VALUE
001720         "MED-STU-TURMA        038100ANO_ABERTURA  ".
001730     03  FILLER                 PIC X(41) VALUE
001740         "MED-STU-STATUS       048010PROMOCAO_ANUAL".
001750     03  FILLER                 PIC X(41) VALUE
001760         "MED-STU-PERIODO-ATUAL049100PROMOCAO_ANUAL".
001770     03  FILLER                 PIC X(41) VALUE
001780         "MED-STU-RESPONSAVEL  059300LGPD_PURGE    ".
001790     03  FILLER                 PIC X(41) VALUE
001800         "MED-STU-RUA          089200LGPD_PURGE    ".
001810     03  FILLER                 PIC X(41) VALUE
001820         "MED-STU-BAIRRO       109200LGPD_PURGE    ".
001830     03  FILLER                 PIC X(41) VALUE
001840         "MED-STU-CIDADE       129300LGPD_PURGE    ".
001850     03  FILLER                 PIC X(41) VALUE
001860         "MED-STU-CEP          159080LGPD_PURGE    ".
001870     03  FILLER                 PIC X(41) VALUE
001880         "MED-STU-UF           167020LGPD_PURGE    ".
001890     03  FILLER                 PIC X(41) VALUE
001900         "MED-STU-UNIDADE      169020              ".
001910     03  FILLER                 PIC X(41) VALUE
001920         "MED-TUR-DESCRICAO    011300              ".
001930     03  FILLER                 PIC X(41) VALUE
001940         "MED-TUR-PROFESSOR    041300              ".
001950     03  FILLER                 PIC X(41) VALUE
001960         "MED-TUR-SALA         071060              ".
001970     03  FILLER                 PIC X(41) VALUE
001980         "MED-TUR-CAPACIDADE   077030              ".
001990     03  FILLER                 PIC X(41) VALUE
002000         "MED-TUR-PERIODO      080100              ".
002010     03  FILLER                 PIC X(41) VALUE
002020         "MED-TUR-MENSALIDADE  090072REAJUSTE_ANUAL".
002030     03  FILLER                 PIC X(41) VALUE
002040         "MED-TUR-UNIDADE      097020              ".
002050     03  FILLER                 PIC X(41) VALUE
002060         "MED-MAT-NOME         007300              ".
002070     03  FILLER                 PIC X(41) VALUE
002080         "MED-MAT-PESO-1       037030              ".
002090     03  FILLER                 PIC X(41) VALUE
002100         "MED-MAT-PESO-2       040030              ".
002110     03  FILLER                 PIC X(41) VALUE
002120         "MED-MAT-PESO-3       043030              ".
002130     03  FILLER                 PIC X(41) VALUE
002140         "MED-MAT-PESO-4       046030              ".
002150     03  FILLER                 PIC X(41) VALUE
002160         "MED-MAT-ESCALA       049010              ".
002170     03  FILLER                 PIC X(41) VALUE
002180         "MED-FAT-ALUNO-ID     008070              ".
002190     03  FILLER                 PIC X(41) VALUE
002200         "MED-FAT-ALUNO-NOME   015300              ".
002210     03  FILLER                 PIC X(41) VALUE
002220         "MED-FAT-TURMA        045100              ".
002230     03  FILLER                 PIC X(41) VALUE
002240         "MED-FAT-COMPETENCIA  055060              ".
002250     03  FILLER                 PIC X(41) VALUE
002260         "MED-FAT-VALOR        061072              ".
002270     03  FILLER                 PIC X(41) VALUE
002280         "MED-FAT-VENCIMENTO   068080              ".
002290     03  FILLER                 PIC X(41) VALUE
002300         "MED-FAT-STATUS       076010RETORNO/PDD   ".
002310     03  FILLER                 PIC X(41) VALUE
002320         "MED-FAT-VALOR-PAGO   077072BANCO_RETORNO ".
002330     03  FILLER                 PIC X(41) VALUE
002340         "MED-FAT-DATA-PGTO    084080BANCO_RETORNO ".
002350     03  FILLER                 PIC X(41) VALUE
002360         "MED-FAT-CANAL-PGTO   092010BANCO_RETORNO ".
002370     03  FILLER                 PIC X(41) VALUE
002380         "MED-FAT-NFSE-NUMERO  093080NFSE_RPS      ".
002390     03  FILLER                 PIC X(41) VALUE
002400         "MED-HAVG-MEDIA       038042CALCULO_MEDIA ".
002410 01  WS-CAMPO-TABELA REDEFINES WS-CAMPO-VALORES.
002420     03  WS-CAMPO-ENTRY         OCCURS 36 TIMES.
002430         05  WS-CPO-NOME        PIC X(21).
002440         05  WS-CPO-POS         PIC 9(03).
002450         05  WS-CPO-TAM         PIC 9(02).
002460         05  WS-CPO-DEC         PIC 9(01).
002470         05  WS-CPO-LOTE        PIC X(14).
002480 01  WS-CPO-IDX                 PIC 9(02) COMP VALUE ZERO.
002490 01  WS-CPO-P                   PIC 9(03) COMP VALUE ZERO.
002500 01  WS-CPO-T                   PIC 9(02) COMP VALUE ZERO.
002510*----------------------------------------------------------*
002520* KEYS THE PERIOD'S REGISTERS ACCOUNT FOR. AN ENTRY WITH A *
002530*     FIELD NAME EXPLAINS THAT FIELD ONLY.                 *
002540*----------------------------------------------------------*
002550 01  WS-EXP-QTD                 PIC 9(04) COMP VALUE ZERO.
002560 01  WS-EXP-TABELA.
002570     03  WS-EXP-ENTRY           OCCURS 1 TO 5000 TIMES
002580                                DEPENDING ON WS-EXP-QTD
002590                                INDEXED BY WS-EXP-IDX.
002600         05  WS-EXP-CHAVE       PIC X(37).
002610         05  WS-EXP-ORIGEM      PIC X(08).
002620         05  WS-EXP-CAMPO       PIC X(21).
002630*----------------------------------------------------------*
002640* WHERE THE KEY AND THE ACTION SIT ON THE REGISTER BEING   *
002650*     LOADED (ACTION POSITION ZERO = EVERY LINE WITH A KEY *
002660*     COUNTS).                                             *
002670*----------------------------------------------------------*
002680 01  WS-REG-PARAMETROS.
002690     03  WS-RGP-ORIGEM          PIC X(08).
002700     03  WS-RGP-POS             PIC 9(03).
002710     03  WS-RGP-TAM             PIC 9(02).
002720     03  WS-RGP-ACAO            PIC 9(03).
002730     03  WS-RGP-CAMPO           PIC X(21).
002740     03  WS-RGP-TIPO            PIC X(01).
002750         88  RGP-CHAVE-NUMERICA       VALUE 'N'.
002760 01  WS-REG-LINHA               PIC X(140) VALUE SPACES.
002770*----------------------------------------------------------*
002780* THE TWO GENERATIONS' CURRENT RECORDS AND KEYS            *
002790*     (HIGH-VALUES AT END OF FILE)                         *
002800*----------------------------------------------------------*
002810 01  WS-ANT-REC                 PIC X(178) VALUE SPACES.
002820 01  WS-ATU-REC                 PIC X(178) VALUE SPACES.
002830 01  WS-ANT-CHAVE               PIC X(37) VALUE SPACES.
002840 01  WS-ATU-CHAVE               PIC X(37) VALUE SPACES.
002850 01  WS-PROC-CHAVE              PIC X(37) VALUE SPACES.
002860 01  WS-PROC-CAMPO              PIC X(21) VALUE SPACES.
002870 01  WS-EXPLICACAO              PIC X(21) VALUE SPACES.
002880 01  WS-NOME-ANONIMO            PIC X(30) VALUE "*ANONIMIZADO*".
002890*----------------------------------------------------------*
002900* VALUE FORMATTING (DECIMAL POINT INSERTED FOR MONEY AND   *
002910*     AVERAGES)                                            *
002920*----------------------------------------------------------*
002930 01  WS-FMT-BRUTO               PIC X(30) VALUE SPACES.
002940 01  WS-FMT-VALOR               PIC X(30) VALUE SPACES.
002950 01  WS-FMT-INTEIROS            PIC 9(02) COMP VALUE ZERO.
002960 01  WS-FMT-POS-DEC             PIC 9(02) COMP VALUE ZERO.
002970 01  WS-CONTADORES.
002980     03  WS-CONT-ANTIGA         PIC 9(07) VALUE ZERO.
002990     03  WS-CONT-ATUAL          PIC 9(07) VALUE ZERO.
003000     03  WS-CONT-INCLUIDOS      PIC 9(07) VALUE ZERO.
003010     03  WS-CONT-EXCLUIDOS      PIC 9(07) VALUE ZERO.
003020     03  WS-CONT-ALTERADOS      PIC 9(07) VALUE ZERO.
003030     03  WS-CONT-CAMPOS         PIC 9(07) VALUE ZERO.
003040     03  WS-CONT-REGISTRO       PIC 9(07) VALUE ZERO.
003050     03  WS-CONT-LOTE           PIC 9(07) VALUE ZERO.
003060     03  WS-CONT-NAO-EXPLIC     PIC 9(07) VALUE ZERO.
003070*----------------------------------------------------------*
003080* REPORT LINES (MOVED INTO CMP-REPORT-REC)                 *
003090*----------------------------------------------------------*
003100 01  WS-CAB-LINE.
003110     03  FILLER                 PIC X(26)
003120         VALUE "COMPARACAO DE GERACOES -- ".
003130     03  WS-CAB-ARQUIVO         PIC X(08).
003140     03  FILLER                 PIC X(12) VALUE "  ANTERIOR: ".
003150     03  WS-CAB-DATA-ANT        PIC X(08).
003160     03  FILLER                 PIC X(09) VALUE "  ATUAL: ".
003170     03  WS-CAB-DATA-ATU        PIC X(08).
003180 01  WS-COL-LINE.
003190     03  FILLER                 PIC X(10) VALUE "EVENTO".
003200     03  FILLER                 PIC X(38) VALUE "CHAVE / CAMPO".
003210     03  FILLER                 PIC X(31) VALUE "ANTES".
003220     03  FILLER                 PIC X(31) VALUE "DEPOIS".
003230     03  FILLER                 PIC X(10) VALUE "EXPLICACAO".
003240 01  WS-DET-LINE.
003250     03  WS-DET-EVENTO          PIC X(09).
003260     03  FILLER                 PIC X(01) VALUE SPACE.
003270     03  WS-DET-CHAVE           PIC X(37).
003280     03  FILLER                 PIC X(01) VALUE SPACE.
003290     03  WS-DET-ANTES           PIC X(30).
003300     03  FILLER                 PIC X(01) VALUE SPACE.
003310     03  WS-DET-DEPOIS          PIC X(30).
003320     03  FILLER                 PIC X(01) VALUE SPACE.
003330     03  WS-DET-EXPLIC          PIC X(21).
003340 01  WS-TOT-LINE.
003350     03  WS-TOT-TEXTO           PIC X(30).
003360     03  WS-TOT-QTD             PIC ZZZZZZ9.
003370 PROCEDURE DIVISION.
003380 0000-MAIN-PROCEDURE.
003390     PERFORM 1000-INICIALIZA THRU 1000-EXIT
003400     PERFORM 2000-CARREGA-REGISTROS THRU 2000-EXIT
003410     PERFORM 3000-COMPARA-CHAVES THRU 3000-EXIT
003420         UNTIL WS-ANT-CHAVE = HIGH-VALUES
003430           AND WS-ATU-CHAVE = HIGH-VALUES
003440     PERFORM 9000-FINALIZA THRU 9000-EXIT
003450     STOP RUN.
003460*----------------------------------------------------------*
003470* 1000-INICIALIZA -- VALIDATE SYSIN, FIND THE MASTER IN    *
003480*     THE TABLE, OPEN BOTH GENERATIONS AND READ THE FIRST  *
003490*     RECORD OF EACH.                                      *
003500*----------------------------------------------------------*
003510 1000-INICIALIZA.
003520     MOVE SPACES TO WS-PARM-LINE
003530     ACCEPT WS-PARM-LINE
003540     IF NOT FUNCAO-COMPARA
003550        DISPLAY "FUNCAO INVALIDA: " WS-PRM-FUNCAO
003560        MOVE 8 TO RETURN-CODE
003570        STOP RUN
003580     END-IF
003590     SET WS-MST-IDX TO 1
003600     SEARCH WS-MESTRE-ENTRY
003610         AT END
003620             DISPLAY "ARQUIVO INVALIDO: " WS-PRM-ARQUIVO
003630             MOVE 8 TO RETURN-CODE
003640             STOP RUN
003650         WHEN WS-MST-NOME (WS-MST-IDX) = WS-PRM-ARQUIVO
003660             CONTINUE
003670     END-SEARCH
003680     OPEN INPUT GER-ANTIGA-FILE
003690     IF WS-ANT-STATUS NOT = "00"
003700        DISPLAY "GERANTIG AUSENTE, STATUS: " WS-ANT-STATUS
003710        MOVE 12 TO RETURN-CODE
003720        STOP RUN
003730     END-IF
003740     OPEN INPUT GER-ATUAL-FILE
003750     IF WS-ATU-STATUS NOT = "00"
003760        DISPLAY "GERATUAL AUSENTE, STATUS: " WS-ATU-STATUS
003770        CLOSE GER-ANTIGA-FILE
003780        MOVE 12 TO RETURN-CODE
003790        STOP RUN
003800     END-IF
003810     OPEN OUTPUT CMP-REPORT-FILE
003820     MOVE WS-PRM-ARQUIVO  TO WS-CAB-ARQUIVO
003830     MOVE WS-PRM-DATA-ANT TO WS-CAB-DATA-ANT
003840     MOVE WS-PRM-DATA-ATU TO WS-CAB-DATA-ATU
003850     MOVE WS-CAB-LINE TO CMP-REPORT-REC
003860     WRITE CMP-REPORT-REC
003870     MOVE SPACES TO CMP-REPORT-REC
003880     WRITE CMP-REPORT-REC
003890     MOVE WS-COL-LINE TO CMP-REPORT-REC
003900     WRITE CMP-REPORT-REC
003910     PERFORM 3100-LE-ANTIGA THRU 3100-EXIT
003920     PERFORM 3200-LE-ATUAL THRU 3200-EXIT
003930     .
003940 1000-EXIT.
003950     EXIT.
003960*----------------------------------------------------------*
003970* 2000-CARREGA-REGISTROS -- LOAD THE KEYS THE PERIOD'S     *
003980*     MAINTENANCE REGISTERS ACCOUNT FOR, BY MASTER. A      *
003990*     REGISTER THE JOB DID NOT SUPPLY IS SKIPPED WITH A    *
004000*     MESSAGE; ITS CHANGES WILL SHOW AS UNEXPLAINED.       *
004010*----------------------------------------------------------*
004020 2000-CARREGA-REGISTROS.
004030     EVALUATE WS-PRM-ARQUIVO
004040         WHEN "STUMAST "
004050             MOVE "STUMREG" TO WS-RGP-ORIGEM
004060             MOVE 12        TO WS-RGP-POS
004070             MOVE 7         TO WS-RGP-TAM
004080             MOVE 51        TO WS-RGP-ACAO
004090             MOVE SPACES    TO WS-RGP-CAMPO
004100             MOVE 'N'       TO WS-RGP-TIPO
004110             PERFORM 2100-CARREGA-STUMREG THRU 2100-EXIT
004120             MOVE "TRFREG"  TO WS-RGP-ORIGEM
004130             MOVE 1         TO WS-RGP-POS
004140             MOVE 34        TO WS-RGP-ACAO
004150             MOVE "MED-STU-TURMA" TO WS-RGP-CAMPO
004160             PERFORM 2200-CARREGA-TRFREG THRU 2200-EXIT
004170         WHEN "TURMAST "
004180             MOVE "TURMREG" TO WS-RGP-ORIGEM
004190             MOVE 3         TO WS-RGP-POS
004200             MOVE 10        TO WS-RGP-TAM
004210             MOVE 14        TO WS-RGP-ACAO
004220             MOVE SPACES    TO WS-RGP-CAMPO
004230             MOVE 'X'       TO WS-RGP-TIPO
004240             PERFORM 2300-CARREGA-TURMREG THRU 2300-EXIT
004250         WHEN "MATMAST "
004260             MOVE "MATMREG" TO WS-RGP-ORIGEM
004270             MOVE 3         TO WS-RGP-POS
004280             MOVE 6         TO WS-RGP-TAM
004290             MOVE 41        TO WS-RGP-ACAO
004300             MOVE SPACES    TO WS-RGP-CAMPO
004310             MOVE 'X'       TO WS-RGP-TIPO
004320             PERFORM 2400-CARREGA-MATMREG THRU 2400-EXIT
004330         WHEN "FATMAST "
004340             MOVE "BILLREG" TO WS-RGP-ORIGEM
004350             MOVE 1         TO WS-RGP-POS
004360             MOVE 7         TO WS-RGP-TAM
004370             MOVE ZERO      TO WS-RGP-ACAO
004380             MOVE SPACES    TO WS-RGP-CAMPO
004390             MOVE 'N'       TO WS-RGP-TIPO
004400             PERFORM 2500-CARREGA-BILLREG THRU 2500-EXIT
004410             MOVE "RENREG"  TO WS-RGP-ORIGEM
004420             MOVE 17        TO WS-RGP-POS
004430             PERFORM 2600-CARREGA-RENREG THRU 2600-EXIT
004440         WHEN OTHER
004450             CONTINUE
004460     END-EVALUATE
004470     IF TABELA-CHEIA
004480        DISPLAY "TABELA DE REGISTROS CHEIA (5000) -- "
004490            "EXPLICACOES PODEM FALTAR"
004500     END-IF
004510     .
004520 2000-EXIT.
004530     EXIT.
004540*----------------------------------------------------------*
004550* 2100-2600 -- ONE READ LOOP PER REGISTER; EACH LINE GOES  *
004560*     THROUGH 2900-ANOTA-CHAVE WITH THAT REGISTER'S        *
004570*     LAYOUT.                                              *
004580*----------------------------------------------------------*
004590 2100-CARREGA-STUMREG.
004600     OPEN INPUT STU-REGISTER-FILE
004610     IF WS-REG-STATUS NOT = "00"
004620        DISPLAY "STUMREG AUSENTE, STATUS: " WS-REG-STATUS
004630        GO TO 2100-EXIT
004640     END-IF
004650     MOVE 'N' TO WS-EOF-REG
004660     PERFORM 2110-LE-STUMREG THRU 2110-EXIT
004670         UNTIL FIM-DO-REGISTRO
004680     CLOSE STU-REGISTER-FILE
004690     .
004700 2100-EXIT.
004710     EXIT.
004720 2110-LE-STUMREG.
004730     READ STU-REGISTER-FILE
004740         AT END
004750             SET FIM-DO-REGISTRO TO TRUE
004760         NOT AT END
004770             MOVE STU-REGISTER-REC TO WS-REG-LINHA
004780             PERFORM 2900-ANOTA-CHAVE THRU 2900-EXIT
004790     END-READ
004800     .
004810 2110-EXIT.
004820     EXIT.
004830 2200-CARREGA-TRFREG.
004840     OPEN INPUT TRF-REGISTER-FILE
004850     IF WS-REG-STATUS NOT = "00"
004860        DISPLAY "TRFREG AUSENTE, STATUS: " WS-REG-STATUS
004870        GO TO 2200-EXIT
004880     END-IF
004890     MOVE 'N' TO WS-EOF-REG
004900     PERFORM 2210-LE-TRFREG THRU 2210-EXIT
004910         UNTIL FIM-DO-REGISTRO
004920     CLOSE TRF-REGISTER-FILE
004930     .
004940 2200-EXIT.
004950     EXIT.
004960 2210-LE-TRFREG.
004970     READ TRF-REGISTER-FILE
004980         AT END
004990             SET FIM-DO-REGISTRO TO TRUE
005000         NOT AT END
005010             MOVE TRF-REGISTER-REC TO WS-REG-LINHA
005020             PERFORM 2900-ANOTA-CHAVE THRU 2900-EXIT
005030     END-READ
005040     .
005050 2210-EXIT.
005060     EXIT.
005070 2300-CARREGA-TURMREG.
005080     OPEN INPUT TUR-REGISTER-FILE
005090     IF WS-REG-STATUS NOT = "00"
005100        DISPLAY "TURMREG AUSENTE, STATUS: " WS-REG-STATUS
005110        GO TO 2300-EXIT
005120     END-IF
005130     MOVE 'N' TO WS-EOF-REG
005140     PERFORM 2310-LE-TURMREG THRU 2310-EXIT
005150         UNTIL FIM-DO-REGISTRO
005160     CLOSE TUR-REGISTER-FILE
005170     .
005180 2300-EXIT.
005190     EXIT.
005200 2310-LE-TURMREG.
005210     READ TUR-REGISTER-FILE
005220         AT END
005230             SET FIM-DO-REGISTRO TO TRUE
005240         NOT AT END
005250             MOVE TUR-REGISTER-REC TO WS-REG-LINHA
005260             PERFORM 2900-ANOTA-CHAVE THRU 2900-EXIT
005270     END-READ
005280     .
005290 2310-EXIT.
005300     EXIT.
005310 2400-CARREGA-MATMREG.
005320     OPEN INPUT MAT-REGISTER-FILE
005330     IF WS-REG-STATUS NOT = "00"
005340        DISPLAY "MATMREG AUSENTE, STATUS: " WS-REG-STATUS
005350        GO TO 2400-EXIT
005360     END-IF
005370     MOVE 'N' TO WS-EOF-REG
005380     PERFORM 2410-LE-MATMREG THRU 2410-EXIT
005390         UNTIL FIM-DO-REGISTRO
005400     CLOSE MAT-REGISTER-FILE
005410     .
005420 2400-EXIT.
005430     EXIT.
005440 2410-LE-MATMREG.
005450     READ MAT-REGISTER-FILE
005460         AT END
005470             SET FIM-DO-REGISTRO TO TRUE
005480         NOT AT END
005490             MOVE MAT-REGISTER-REC TO WS-REG-LINHA
005500             PERFORM 2900-ANOTA-CHAVE THRU 2900-EXIT
005510     END-READ
005520     .
005530 2410-EXIT.
005540     EXIT.
005550 2500-CARREGA-BILLREG.
005560     OPEN INPUT BILL-REGISTER-FILE
005570     IF WS-REG-STATUS NOT = "00"
005580        DISPLAY "BILLREG AUSENTE, STATUS: " WS-REG-STATUS
005590        GO TO 2500-EXIT
005600     END-IF
005610     MOVE 'N' TO WS-EOF-REG
005620     PERFORM 2510-LE-BILLREG THRU 2510-EXIT
005630         UNTIL FIM-DO-REGISTRO
005640     CLOSE BILL-REGISTER-FILE
005650     .
005660 2500-EXIT.
005670     EXIT.
005680 2510-LE-BILLREG.
005690     READ BILL-REGISTER-FILE
005700         AT END
005710             SET FIM-DO-REGISTRO TO TRUE
005720         NOT AT END
005730             MOVE BILL-REGISTER-REC TO WS-REG-LINHA
005740             PERFORM 2900-ANOTA-CHAVE THRU 2900-EXIT
005750     END-READ
005760     .
005770 2510-EXIT.
005780     EXIT.
005790 2600-CARREGA-RENREG.
005800     OPEN INPUT REN-REGISTER-FILE
005810     IF WS-REG-STATUS NOT = "00"
005820        DISPLAY "RENREG AUSENTE, STATUS: " WS-REG-STATUS
005830        GO TO 2600-EXIT
005840     END-IF
005850     MOVE 'N' TO WS-EOF-REG
005860     PERFORM 2610-LE-RENREG THRU 2610-EXIT
005870         UNTIL FIM-DO-REGISTRO
005880     CLOSE REN-REGISTER-FILE
005890     .
005900 2600-EXIT.
005910     EXIT.
005920 2610-LE-RENREG.
005930     READ REN-REGISTER-FILE
005940         AT END
005950             SET FIM-DO-REGISTRO TO TRUE
005960         NOT AT END
005970             MOVE REN-REGISTER-REC TO WS-REG-LINHA
005980             PERFORM 2900-ANOTA-CHAVE THRU 2900-EXIT
005990     END-READ
006000     .
006010 2610-EXIT.
006020     EXIT.
006030*----------------------------------------------------------*
006040* 2900-ANOTA-CHAVE -- KEEP THE KEY OF A REGISTER LINE THAT *
006050*     RECORDS AN APPLIED CHANGE. TITLES, REJECTIONS AND    *
006060*     LINES WITHOUT A KEY (ZERO INVOICE NUMBER) ARE        *
006070*     SKIPPED.                                             *
006080*----------------------------------------------------------*
006090 2900-ANOTA-CHAVE.
006100     IF WS-RGP-ACAO > ZERO
006110        IF WS-REG-LINHA (WS-RGP-ACAO:8) NOT = "APLICADO"
006120           GO TO 2900-EXIT
006130        END-IF
006140     END-IF
006150     IF WS-REG-LINHA (WS-RGP-POS:WS-RGP-TAM) = SPACES
006160        GO TO 2900-EXIT
006170     END-IF
006180     IF RGP-CHAVE-NUMERICA
006190        IF WS-REG-LINHA (WS-RGP-POS:WS-RGP-TAM) NOT NUMERIC
006200        OR WS-REG-LINHA (WS-RGP-POS:WS-RGP-TAM) = ZEROS
006210           GO TO 2900-EXIT
006220        END-IF
006230     END-IF
006240     IF WS-EXP-QTD NOT < 5000
006250        SET TABELA-CHEIA TO TRUE
006260        GO TO 2900-EXIT
006270     END-IF
006280     ADD 1 TO WS-EXP-QTD
006290     MOVE WS-REG-LINHA (WS-RGP-POS:WS-RGP-TAM)
006300         TO WS-EXP-CHAVE (WS-EXP-QTD)
006310     MOVE WS-RGP-ORIGEM TO WS-EXP-ORIGEM (WS-EXP-QTD)
006320     MOVE WS-RGP-CAMPO  TO WS-EXP-CAMPO (WS-EXP-QTD)
006330     .
006340 2900-EXIT.
006350     EXIT.
006360*----------------------------------------------------------*
006370* 3000-COMPARA-CHAVES -- ONE MATCH-MERGE STEP: A KEY ONLY  *
006380*     IN THE OLDER GENERATION WAS DELETED, ONLY IN THE     *
006390*     NEWER WAS ADDED, IN BOTH IS COMPARED FIELD BY FIELD. *
006400*----------------------------------------------------------*
006410 3000-COMPARA-CHAVES.
006420     IF WS-ANT-CHAVE < WS-ATU-CHAVE
006430        PERFORM 3400-EXCLUIDO THRU 3400-EXIT
006440        PERFORM 3100-LE-ANTIGA THRU 3100-EXIT
006450        GO TO 3000-EXIT
006460     END-IF
006470     IF WS-ANT-CHAVE > WS-ATU-CHAVE
006480        PERFORM 3300-INCLUIDO THRU 3300-EXIT
006490        PERFORM 3200-LE-ATUAL THRU 3200-EXIT
006500        GO TO 3000-EXIT
006510     END-IF
006520     MOVE 'N' TO WS-REC-ALTERADO
006530     PERFORM 3500-COMPARA-CAMPO THRU 3500-EXIT
006540         VARYING WS-CPO-IDX FROM WS-MST-CPO-INI (WS-MST-IDX) BY 1
006550         UNTIL WS-CPO-IDX > WS-MST-CPO-FIM (WS-MST-IDX)
006560     PERFORM 3100-LE-ANTIGA THRU 3100-EXIT
006570     PERFORM 3200-LE-ATUAL THRU 3200-EXIT
006580     .
006590 3000-EXIT.
006600     EXIT.
006610 3100-LE-ANTIGA.
006620     READ GER-ANTIGA-FILE
006630         AT END
006640             MOVE HIGH-VALUES TO WS-ANT-CHAVE
006650         NOT AT END
006660             ADD 1 TO WS-CONT-ANTIGA
006670             MOVE GER-ANTIGA-REC TO WS-ANT-REC
006680             MOVE SPACES TO WS-ANT-CHAVE
006690             MOVE WS-ANT-REC (1:WS-MST-TAM-CHAVE (WS-MST-IDX))
006700                 TO WS-ANT-CHAVE
006710     END-READ
006720     .
006730 3100-EXIT.
006740     EXIT.
006750 3200-LE-ATUAL.
006760     READ GER-ATUAL-FILE
006770         AT END
006780             MOVE HIGH-VALUES TO WS-ATU-CHAVE
006790         NOT AT END
006800             ADD 1 TO WS-CONT-ATUAL
006810             MOVE GER-ATUAL-REC TO WS-ATU-REC
006820             MOVE SPACES TO WS-ATU-CHAVE
006830             MOVE WS-ATU-REC (1:WS-MST-TAM-CHAVE (WS-MST-IDX))
006840                 TO WS-ATU-CHAVE
006850     END-READ
006860     .
006870 3200-EXIT.
006880     EXIT.
006890*----------------------------------------------------------*
006900* 3300-INCLUIDO -- A RECORD ONLY IN THE NEWER GENERATION   *
006910*----------------------------------------------------------*
006920 3300-INCLUIDO.
006930     ADD 1 TO WS-CONT-INCLUIDOS
006940     MOVE WS-ATU-CHAVE TO WS-PROC-CHAVE
006950     MOVE SPACES       TO WS-PROC-CAMPO
006960     PERFORM 4100-PROCURA-REGISTRO THRU 4100-EXIT
006970     IF NOT ACHOU-REGISTRO
006980        IF WS-MST-LOTE-INCL (WS-MST-IDX) NOT = SPACES
006990           MOVE SPACES TO WS-EXPLICACAO
007000           STRING "LOTE " WS-MST-LOTE-INCL (WS-MST-IDX)
007010               DELIMITED BY SIZE
007020               INTO WS-EXPLICACAO
007030           ADD 1 TO WS-CONT-LOTE
007040        ELSE
007050           MOVE "*** NAO EXPLICADA ***" TO WS-EXPLICACAO
007060           ADD 1 TO WS-CONT-NAO-EXPLIC
007070        END-IF
007080     END-IF
007090     MOVE SPACES        TO WS-DET-LINE
007100     MOVE "INCLUIDO"    TO WS-DET-EVENTO
007110     MOVE WS-ATU-CHAVE  TO WS-DET-CHAVE
007120     MOVE WS-EXPLICACAO TO WS-DET-EXPLIC
007130     PERFORM 8000-GRAVA-DETALHE THRU 8000-EXIT
007140     .
007150 3300-EXIT.
007160     EXIT.
007170*----------------------------------------------------------*
007180* 3400-EXCLUIDO -- A RECORD ONLY IN THE OLDER GENERATION   *
007190*----------------------------------------------------------*
007200 3400-EXCLUIDO.
007210     ADD 1 TO WS-CONT-EXCLUIDOS
007220     MOVE WS-ANT-CHAVE TO WS-PROC-CHAVE
007230     MOVE SPACES       TO WS-PROC-CAMPO
007240     PERFORM 4100-PROCURA-REGISTRO THRU 4100-EXIT
007250     IF NOT ACHOU-REGISTRO
007260        IF WS-MST-LOTE-EXCL (WS-MST-IDX) NOT = SPACES
007270           MOVE SPACES TO WS-EXPLICACAO
007280           STRING "LOTE " WS-MST-LOTE-EXCL (WS-MST-IDX)
007290               DELIMITED BY SIZE
007300               INTO WS-EXPLICACAO
007310           ADD 1 TO WS-CONT-LOTE
007320        ELSE
007330           MOVE "*** NAO EXPLICADA ***" TO WS-EXPLICACAO
007340           ADD 1 TO WS-CONT-NAO-EXPLIC
007350        END-IF
007360     END-IF
007370     MOVE SPACES        TO WS-DET-LINE
007380     MOVE "EXCLUIDO"    TO WS-DET-EVENTO
007390     MOVE WS-ANT-CHAVE  TO WS-DET-CHAVE
007400     MOVE WS-EXPLICACAO TO WS-DET-EXPLIC
007410     PERFORM 8000-GRAVA-DETALHE THRU 8000-EXIT
007420     .
007430 3400-EXIT.
007440     EXIT.
007450*----------------------------------------------------------*
007460* 3500-COMPARA-CAMPO -- ONE FIELD OF A KEY IN BOTH         *
007470*     GENERATIONS. THE FIRST DIFFERENCE PRINTS THE         *
007480*     ALTERADO LINE WITH THE KEY; EACH DIFFERENCE PRINTS   *
007490*     THE FIELD NAME, BEFORE, AFTER AND THE EXPLANATION.   *
007500*----------------------------------------------------------*
007510 3500-COMPARA-CAMPO.
007520     MOVE WS-CPO-POS (WS-CPO-IDX) TO WS-CPO-P
007530     MOVE WS-CPO-TAM (WS-CPO-IDX) TO WS-CPO-T
007540     IF WS-ANT-REC (WS-CPO-P:WS-CPO-T)
007550      = WS-ATU-REC (WS-CPO-P:WS-CPO-T)
007560        GO TO 3500-EXIT
007570     END-IF
007580     IF NOT REGISTRO-ALTERADO
007590        SET REGISTRO-ALTERADO TO TRUE
007600        ADD 1 TO WS-CONT-ALTERADOS
007610        MOVE SPACES       TO WS-DET-LINE
007620        MOVE "ALTERADO"   TO WS-DET-EVENTO
007630        MOVE WS-ATU-CHAVE TO WS-DET-CHAVE
007640        PERFORM 8000-GRAVA-DETALHE THRU 8000-EXIT
007650     END-IF
007660     ADD 1 TO WS-CONT-CAMPOS
007670     MOVE SPACES TO WS-DET-LINE
007680     MOVE WS-CPO-NOME (WS-CPO-IDX) TO WS-DET-CHAVE
007690     MOVE WS-ANT-REC (WS-CPO-P:WS-CPO-T) TO WS-FMT-BRUTO
007700     PERFORM 3600-FORMATA-VALOR THRU 3600-EXIT
007710     MOVE WS-FMT-VALOR TO WS-DET-ANTES
007720     MOVE WS-ATU-REC (WS-CPO-P:WS-CPO-T) TO WS-FMT-BRUTO
007730     PERFORM 3600-FORMATA-VALOR THRU 3600-EXIT
007740     MOVE WS-FMT-VALOR TO WS-DET-DEPOIS
007750     PERFORM 4000-EXPLICA-CAMPO THRU 4000-EXIT
007760     MOVE WS-EXPLICACAO TO WS-DET-EXPLIC
007770     PERFORM 8000-GRAVA-DETALHE THRU 8000-EXIT
007780     .
007790 3500-EXIT.
007800     EXIT.
007810*----------------------------------------------------------*
007820* 3600-FORMATA-VALOR -- THE RAW FIELD AS PRINTED; A FIELD  *
007830*     WITH DECIMAL PLACES GETS THE DECIMAL POINT INSERTED. *
007840*----------------------------------------------------------*
007850 3600-FORMATA-VALOR.
007860     MOVE SPACES TO WS-FMT-VALOR
007870     IF WS-CPO-DEC (WS-CPO-IDX) = ZERO
007880        MOVE WS-FMT-BRUTO TO WS-FMT-VALOR
007890        GO TO 3600-EXIT
007900     END-IF
007910     SUBTRACT WS-CPO-DEC (WS-CPO-IDX) FROM WS-CPO-TAM (WS-CPO-IDX)
007920         GIVING WS-FMT-INTEIROS
007930     ADD 1 WS-FMT-INTEIROS GIVING WS-FMT-POS-DEC
007940     STRING WS-FMT-BRUTO (1:WS-FMT-INTEIROS)
007950            "."
007960            WS-FMT-BRUTO (WS-FMT-POS-DEC:WS-CPO-DEC (WS-CPO-IDX))
007970         DELIMITED BY SIZE
007980         INTO WS-FMT-VALOR
007990     .
008000 3600-EXIT.
008010     EXIT.
008020*----------------------------------------------------------*
008030* 4000-EXPLICA-CAMPO -- A REGISTER LINE FOR THE KEY FIRST, *
008040*     THEN THE BATCH RUN THAT OWNS THE FIELD, ELSE THE     *
008050*     CHANGE IS UNEXPLAINED. LGPD_PURGE ONLY BLANKS OR     *
008060*     ANONYMIZES (ITS *ANONIMIZADO* NAME), SO ANY OTHER    *
008070*     NEW VALUE IS NOT ITS DOING.                          *
008080*----------------------------------------------------------*
008090 4000-EXPLICA-CAMPO.
008100     MOVE WS-ATU-CHAVE             TO WS-PROC-CHAVE
008110     MOVE WS-CPO-NOME (WS-CPO-IDX) TO WS-PROC-CAMPO
008120     PERFORM 4100-PROCURA-REGISTRO THRU 4100-EXIT
008130     IF ACHOU-REGISTRO
008140        GO TO 4000-EXIT
008150     END-IF
008160     IF WS-CPO-LOTE (WS-CPO-IDX) = "LGPD_PURGE"
008170        IF WS-ATU-REC (WS-CPO-P:WS-CPO-T) NOT = SPACES
008180        AND WS-ATU-REC (WS-CPO-P:WS-CPO-T) NOT = WS-NOME-ANONIMO
008190           MOVE "*** NAO EXPLICADA ***" TO WS-EXPLICACAO
008200           ADD 1 TO WS-CONT-NAO-EXPLIC
008210           GO TO 4000-EXIT
008220        END-IF
008230     END-IF
008240     IF WS-CPO-LOTE (WS-CPO-IDX) NOT = SPACES
008250        MOVE SPACES TO WS-EXPLICACAO
008260        STRING "LOTE " WS-CPO-LOTE (WS-CPO-IDX)
008270            DELIMITED BY SIZE
008280            INTO WS-EXPLICACAO
008290        ADD 1 TO WS-CONT-LOTE
008300     ELSE
008310        MOVE "*** NAO EXPLICADA ***" TO WS-EXPLICACAO
008320        ADD 1 TO WS-CONT-NAO-EXPLIC
008330     END-IF
008340     .
008350 4000-EXIT.
008360     EXIT.
008370*----------------------------------------------------------*
008380* 4100-PROCURA-REGISTRO -- SEARCH THE REGISTER KEYS. A     *
008390*     WHOLE-RECORD EVENT (NO FIELD NAME) ONLY MATCHES      *
008400*     WHOLE-RECORD REGISTERS; A FIELD MATCHES THOSE AND    *
008410*     THE REGISTERS LIMITED TO THAT FIELD. THE REGISTER    *
008420*     NAME BECOMES THE EXPLANATION.                        *
008430*----------------------------------------------------------*
008440 4100-PROCURA-REGISTRO.
008450     MOVE 'N' TO WS-EXP-ACHOU
008460     IF WS-EXP-QTD = ZERO
008470        GO TO 4100-EXIT
008480     END-IF
008490     SET WS-EXP-IDX TO 1
008500     SEARCH WS-EXP-ENTRY
008510         VARYING WS-EXP-IDX
008520         AT END
008530             CONTINUE
008540         WHEN WS-EXP-CHAVE (WS-EXP-IDX) = WS-PROC-CHAVE
008550          AND (WS-EXP-CAMPO (WS-EXP-IDX) = SPACES
008560           OR  WS-EXP-CAMPO (WS-EXP-IDX) = WS-PROC-CAMPO)
008570             SET ACHOU-REGISTRO TO TRUE
008580             MOVE WS-EXP-ORIGEM (WS-EXP-IDX) TO WS-EXPLICACAO
008590             ADD 1 TO WS-CONT-REGISTRO
008600     END-SEARCH
008610     .
008620 4100-EXIT.
008630     EXIT.
008640*----------------------------------------------------------*
008650* 8000-GRAVA-DETALHE -- ONE REPORT LINE                    *
008660*----------------------------------------------------------*
008670 8000-GRAVA-DETALHE.
008680     MOVE WS-DET-LINE TO CMP-REPORT-REC
008690     WRITE CMP-REPORT-REC
008700     .
008710 8000-EXIT.
008720     EXIT.
008730*----------------------------------------------------------*
008740* 8100-GRAVA-TOTAL -- ONE TOTAL LINE, ALSO ON THE CONSOLE  *
008750*----------------------------------------------------------*
008760 8100-GRAVA-TOTAL.
008770     MOVE WS-TOT-LINE TO CMP-REPORT-REC
008780     WRITE CMP-REPORT-REC
008790     DISPLAY WS-TOT-LINE
008800     .
008810 8100-EXIT.
008820     EXIT.
008830*----------------------------------------------------------*
008840* 9000-FINALIZA -- TOTALS ON THE REPORT AND THE CONSOLE,   *
008850*     CONDITION CODE 4 WHEN ANYTHING WENT UNEXPLAINED.     *
008860*----------------------------------------------------------*
008870 9000-FINALIZA.
008880     MOVE SPACES TO CMP-REPORT-REC
008890     WRITE CMP-REPORT-REC
008900     MOVE "REGISTROS GERACAO ANTERIOR:" TO WS-TOT-TEXTO
008910     MOVE WS-CONT-ANTIGA TO WS-TOT-QTD
008920     PERFORM 8100-GRAVA-TOTAL THRU 8100-EXIT
008930     MOVE "REGISTROS GERACAO ATUAL...:" TO WS-TOT-TEXTO
008940     MOVE WS-CONT-ATUAL TO WS-TOT-QTD
008950     PERFORM 8100-GRAVA-TOTAL THRU 8100-EXIT
008960     MOVE "REGISTROS INCLUIDOS.......:" TO WS-TOT-TEXTO
008970     MOVE WS-CONT-INCLUIDOS TO WS-TOT-QTD
008980     PERFORM 8100-GRAVA-TOTAL THRU 8100-EXIT
008990     MOVE "REGISTROS EXCLUIDOS.......:" TO WS-TOT-TEXTO
009000     MOVE WS-CONT-EXCLUIDOS TO WS-TOT-QTD
009010     PERFORM 8100-GRAVA-TOTAL THRU 8100-EXIT
009020     MOVE "REGISTROS ALTERADOS.......:" TO WS-TOT-TEXTO
009030     MOVE WS-CONT-ALTERADOS TO WS-TOT-QTD
009040     PERFORM 8100-GRAVA-TOTAL THRU 8100-EXIT
009050     MOVE "CAMPOS ALTERADOS..........:" TO WS-TOT-TEXTO
009060     MOVE WS-CONT-CAMPOS TO WS-TOT-QTD
009070     PERFORM 8100-GRAVA-TOTAL THRU 8100-EXIT
009080     MOVE "EXPLICADAS POR REGISTRO...:" TO WS-TOT-TEXTO
009090     MOVE WS-CONT-REGISTRO TO WS-TOT-QTD
009100     PERFORM 8100-GRAVA-TOTAL THRU 8100-EXIT
009110     MOVE "EXPLICADAS POR LOTE.......:" TO WS-TOT-TEXTO
009120     MOVE WS-CONT-LOTE TO WS-TOT-QTD
009130     PERFORM 8100-GRAVA-TOTAL THRU 8100-EXIT
009140     MOVE "NAO EXPLICADAS............:" TO WS-TOT-TEXTO
009150     MOVE WS-CONT-NAO-EXPLIC TO WS-TOT-QTD
009160     PERFORM 8100-GRAVA-TOTAL THRU 8100-EXIT
009170     CLOSE GER-ANTIGA-FILE
009180     CLOSE GER-ATUAL-FILE
009190     CLOSE CMP-REPORT-FILE
009200     IF WS-CONT-NAO-EXPLIC > ZERO OR TABELA-CHEIA
009210        MOVE 4 TO RETURN-CODE
009220     END-IF
009230     .
009240 9000-EXIT.
009250     EXIT.
