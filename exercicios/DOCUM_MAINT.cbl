000100*****************************************************************
000110* Program:      DOCUM_MAINT
000120* Author:       J. ALBUQUERQUE - APPLICATIONS SUPPORT
000130* Installation: ESCOLA - SISTEMA ACADEMICO
000140* Date-Written: 2026-10-15
000150* Date-Compiled:
000160* Purpose:      Student personal-documents maintenance, built on
000170*               the FAMILIA_MAINT pattern. Reads transactions
000180*               (DOCTRAN) and applies them to the indexed DOCMAST
000190*               (copybooks DOCSEL/DOCMST), writing a register
000200*               (DOCREG) of every change applied and rejected.
000210*               Functions:
000220*                 A - documents of a STUMAST student (birth
000230*                     date and nationality required);
000240*                 C - correction of the filled-in fields;
000250*                 D - removal.
000260*               The birth date must be a calendar day, not in
000270*               the future and no more than 100 years back; the
000280*               student's and the responsavel's CPF, when given,
000290*               must pass the check digits (CPFREC/CPFPARA); an
000300*               estrangeiro needs the country of origin. No two
000310*               students may hold the same CPF: the CPFs already
000320*               on file are loaded at start, a transaction that
000330*               would repeat one is rejected, and any repetition
000340*               already on file is listed on the register as an
000350*               ALERTA line for correction.
000360* Modification History:
000370*   2026-10-15 JA  Initial version.
000380* Tectonics: cobc
000390*****************************************************************
000400 IDENTIFICATION DIVISION.
000410 PROGRAM-ID. DOCUM_MAINT.
000420 ENVIRONMENT DIVISION.
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450     SELECT DOC-TRANS-FILE ASSIGN TO "DOCTRAN"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS WS-TRANS-STATUS.
000480     SELECT DOC-REGISTER-FILE ASSIGN TO "DOCREG"
000490         ORGANIZATION IS LINE SEQUENTIAL.
000500     COPY DOCSEL.
000510     COPY STUSEL.
000520     COPY OPERSEL.
000530     COPY ACSSEL.
000540     COPY ERRLSEL.
000550 DATA DIVISION.
000560 FILE SECTION.
000570 FD  DOC-TRANS-FILE.
000580 01  MED-DOC-TRANS-REC.
000590     03  MED-DCT-FUNCAO         PIC X(01).
000600         88  DCT-INCLUSAO             VALUE 'A'.
000610         88  DCT-ALTERACAO            VALUE 'C'.
000620         88  DCT-EXCLUSAO             VALUE 'D'.
000630     03  MED-DCT-ALUNO-ID       PIC X(07).
000640     03  MED-DCT-NASCIMENTO     PIC X(08).
000650     03  MED-DCT-CPF            PIC X(11).
000660     03  MED-DCT-RG             PIC X(15).
000670     03  MED-DCT-RG-ORGAO       PIC X(10).
000680     03  MED-DCT-RG-UF          PIC X(02).
000690     03  MED-DCT-CERTIDAO       PIC X(32).
000700     03  MED-DCT-NACIONALIDADE  PIC X(01).
000710     03  MED-DCT-PAIS-ORIGEM    PIC X(20).
000720     03  MED-DCT-CPF-RESP       PIC X(11).
000730 FD  DOC-REGISTER-FILE.
000740 01  DOC-REGISTER-REC           PIC X(100).
000750 FD  DOCUM-MASTER-FILE.
000760     COPY DOCMST.
000770 FD  STUDENT-MASTER-FILE.
000780     COPY STUMAST.
000790 FD  OPER-MASTER-FILE.
000800     COPY OPERMST.
000810     COPY ACSFD.
000820     COPY ERRLFD.
000830 WORKING-STORAGE SECTION.
000840     COPY ERRCODES.
000850 01  WS-OPR-MASTER-STATUS       PIC X(02) VALUE SPACES.
000860     COPY CADREC.
000870     COPY OPERREC.
000880     COPY CPFREC.
000890 01  WS-OPERADOR                PIC X(08) VALUE SPACES.
000900 01  WS-DOC-MASTER-STATUS       PIC X(02) VALUE SPACES.
000910 01  WS-STU-MASTER-STATUS       PIC X(02) VALUE SPACES.
000920 01  WS-TRANS-STATUS            PIC X(02) VALUE SPACES.
000930 01  WS-SWITCHES.
000940     03  WS-EOF-TRANS           PIC X(01) VALUE 'N'.
000950         88  FIM-DO-TRANS             VALUE 'S'.
000960     03  WS-EOF-DOCMAST         PIC X(01) VALUE 'N'.
000970         88  FIM-DO-DOCMAST           VALUE 'S'.
000980     03  WS-TRANS-VALIDA        PIC X(01) VALUE 'S'.
000990         88  TRANS-REJEITADA          VALUE 'N'.
001000     03  WS-MASTER-ABERTO       PIC X(01) VALUE 'N'.
001010         88  MASTER-ABERTO            VALUE 'S'.
001020     03  WS-CPF-ACHOU           PIC X(01) VALUE 'N'.
001030         88  ACHOU-CPF                VALUE 'S'.
001040 01  WS-MOTIVO-REJEICAO         PIC X(30) VALUE SPACES.
001050 01  WS-DATA-HOJE               PIC 9(08) VALUE ZERO.
001060 01  WS-DATA-LIMITE             PIC 9(08) VALUE ZERO.
001070 01  WS-DIAS-NUM                PIC 9(07) VALUE ZERO.
001080 01  WS-ALUNO-ID                PIC 9(07) VALUE ZERO.
001090 01  WS-CPF-PROCURA             PIC 9(11) VALUE ZERO.
001100 01  WS-CONTADORES.
001110     03  WS-CONT-LIDOS          PIC 9(05) COMP VALUE ZERO.
001120     03  WS-CONT-APLICADOS      PIC 9(05) COMP VALUE ZERO.
001130     03  WS-CONT-REJEITADOS     PIC 9(05) COMP VALUE ZERO.
001140     03  WS-CONT-CADASTRO       PIC 9(05) COMP VALUE ZERO.
001150     03  WS-CONT-DUPLICADOS     PIC 9(05) COMP VALUE ZERO.
001160*----------------------------------------------------------*
001170* CPFS ON FILE -- ONE ENTRY PER STUDENT WITH A CPF, LOADED *
001180*     FROM DOCMAST AND KEPT IN STEP WITH EVERY ADD, CHANGE *
001190*     AND REMOVAL OF THE RUN (A REMOVED ENTRY IS ZEROED).  *
001200*----------------------------------------------------------*
001210 01  WS-CPF-TABLE-QTD           PIC 9(05) COMP VALUE ZERO.
001220 01  WS-CPF-TABLE.
001230     03  WS-CPF-ENTRY           OCCURS 1 TO 20000 TIMES
001240                                DEPENDING ON WS-CPF-TABLE-QTD
001250                                INDEXED BY WS-CPF-IDX.
001260         05  WS-CPF-NUMERO      PIC 9(11).
001270         05  WS-CPF-ALUNO-ID    PIC 9(07).
001280*----------------------------------------------------------*
001290* REGISTER LINE                                            *
001300*----------------------------------------------------------*
001310 01  WS-REGISTER-LINE.
001320     03  WS-REG-FUNCAO          PIC X(01).
001330     03  FILLER                 PIC X(01) VALUE SPACE.
001340     03  WS-REG-ALUNO-ID        PIC X(07).
001350     03  FILLER                 PIC X(01) VALUE SPACE.
001360     03  WS-REG-NASCIMENTO      PIC X(08).
001370     03  FILLER                 PIC X(01) VALUE SPACE.
001380     03  WS-REG-CPF             PIC X(11).
001390     03  FILLER                 PIC X(01) VALUE SPACE.
001400     03  WS-REG-CPF-RESP        PIC X(11).
001410     03  FILLER                 PIC X(01) VALUE SPACE.
001420     03  WS-REG-ACAO            PIC X(09).
001430     03  FILLER                 PIC X(01) VALUE SPACE.
001440     03  WS-REG-MOTIVO          PIC X(30).
001450 01  WS-MOTIVO-DUPLICADO.
001460     03  FILLER                 PIC X(22)
001470                                VALUE "CPF TAMBEM NO ALUNO ".
001480     03  WS-DUP-ALUNO-ID        PIC 9(07).
001490 PROCEDURE DIVISION.
001500 0000-MAIN-PROCEDURE.
001510     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001520     PERFORM 2000-PROCESS-TRANS THRU 2000-EXIT
001530         UNTIL FIM-DO-TRANS
001540     PERFORM 9000-FINALIZE THRU 9000-EXIT
001550     STOP RUN.
001560*----------------------------------------------------------*
001570* 1000-INITIALIZE -- OPERATOR GATE, THE FILE OPENS (A      *
001580*     BRAND-NEW DOCMAST IS CREATED EMPTY, SAME AS THE      *
001590*     OTHER MASTERS) AND THE LOAD OF THE CPFS ON FILE.     *
001600*----------------------------------------------------------*
001610 1000-INITIALIZE.
001620     MOVE "DOCMAINT" TO MED-ERROR-PROGRAM
001630     DISPLAY "IDENTIFICACAO DO OPERADOR: "
001640     ACCEPT WS-OPERADOR
001650     PERFORM 9200-ABRE-OPERMAST THRU 9200-EXIT-OPER
001660     MOVE WS-OPERADOR TO MED-OPR-CHECK-ID
001670     MOVE 'M' TO MED-OPR-FUNC-CHECK
001680     PERFORM 9250-VERIFICA-OPERADOR THRU 9250-EXIT-OPER
001690     PERFORM 9290-FECHA-OPERMAST THRU 9290-EXIT-OPER
001700     IF NOT OPERADOR-AUTORIZADO
001710        DISPLAY "OPERADOR " WS-OPERADOR
001720            " SEM PERMISSAO DE MANUTENCAO"
001730        MOVE ZERO TO MED-OPN-ALUNO-ID
001740        PERFORM 9280-NEGA-ACESSO THRU 9280-EXIT-OPER
001750        MOVE "OPRNEG" TO MED-ERROR-CODE
001760        MOVE "OPERADOR SEM PERMISSAO DE MANUTENCAO" TO
001770            MED-ERROR-TEXT
001780        SET MED-RC-DATA-ERROR TO TRUE
001790        PERFORM 9800-ERROR-LOG THRU 9800-EXIT
001800        MOVE 8 TO RETURN-CODE
001810        STOP RUN
001820     END-IF
001830     ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
001840     COMPUTE WS-DATA-LIMITE = WS-DATA-HOJE - 1000000
001850     OPEN INPUT DOC-TRANS-FILE
001860     IF WS-TRANS-STATUS NOT = "00"
001870        DISPLAY "DOCTRAN NAO DISPONIVEL, STATUS: "
001880            WS-TRANS-STATUS
001890        SET FIM-DO-TRANS TO TRUE
001900     END-IF
001910     OPEN OUTPUT DOC-REGISTER-FILE
001920     OPEN I-O DOCUM-MASTER-FILE
001930     IF WS-DOC-MASTER-STATUS = "35"
001940        OPEN OUTPUT DOCUM-MASTER-FILE
001950        CLOSE DOCUM-MASTER-FILE
001960        OPEN I-O DOCUM-MASTER-FILE
001970     END-IF
001980     IF WS-DOC-MASTER-STATUS NOT = "00"
001990        DISPLAY "ERRO NA ABERTURA DO DOCMAST: "
002000            WS-DOC-MASTER-STATUS
002010        MOVE "OPNERR"   TO MED-ERROR-CODE
002020        MOVE "DOCMAST NAO PODE SER ABERTO" TO MED-ERROR-TEXT
002030        SET MED-RC-FILE-ERROR TO TRUE
002040        PERFORM 9800-ERROR-LOG THRU 9800-EXIT
002050        MOVE MED-RETURN-CODE TO RETURN-CODE
002060        STOP RUN
002070     END-IF
002080     PERFORM 1100-CARREGA-CPF THRU 1100-EXIT
002090         UNTIL FIM-DO-DOCMAST
002100     OPEN INPUT STUDENT-MASTER-FILE
002110     IF WS-STU-MASTER-STATUS = "00"
002120        SET MASTER-ABERTO TO TRUE
002130     ELSE
002140        DISPLAY "STUMAST INDISPONIVEL, STATUS: "
002150            WS-STU-MASTER-STATUS
002160        DISPLAY "VALIDACAO DE ALUNO SERA PULADA"
002170     END-IF
002180     IF NOT FIM-DO-TRANS
002190        PERFORM 3000-READ-TRANS THRU 3000-EXIT
002200     END-IF
002210     .
002220 1000-EXIT.
002230     EXIT.
002240*----------------------------------------------------------*
002250* 1100-CARREGA-CPF -- ONE DOCMAST RECORD INTO THE CPF      *
002260*     TABLE; A CPF ALREADY HELD BY ANOTHER STUDENT GOES ON *
002270*     THE REGISTER AS AN ALERTA LINE.                      *
002280*----------------------------------------------------------*
002290 1100-CARREGA-CPF.
002300     READ DOCUM-MASTER-FILE NEXT RECORD
002310         AT END
002320             SET FIM-DO-DOCMAST TO TRUE
002330             GO TO 1100-EXIT
002340     END-READ
002350     ADD 1 TO WS-CONT-CADASTRO
002360     IF MED-DOC-CPF = ZERO
002370        GO TO 1100-EXIT
002380     END-IF
002390     MOVE MED-DOC-CPF      TO WS-CPF-PROCURA
002400     MOVE MED-DOC-ALUNO-ID TO WS-ALUNO-ID
002410     PERFORM 2700-PROCURA-CPF THRU 2700-EXIT
002420     IF ACHOU-CPF
002430        ADD 1 TO WS-CONT-DUPLICADOS
002440        MOVE WS-CPF-ALUNO-ID (WS-CPF-IDX) TO WS-DUP-ALUNO-ID
002450        MOVE SPACES TO WS-REGISTER-LINE
002460        MOVE '*' TO WS-REG-FUNCAO
002470        MOVE MED-DOC-ALUNO-ID TO WS-REG-ALUNO-ID
002480        MOVE MED-DOC-DATA-NASCIMENTO TO WS-REG-NASCIMENTO
002490        MOVE MED-DOC-CPF TO WS-REG-CPF
002500        MOVE MED-DOC-CPF-RESPONSAVEL TO WS-REG-CPF-RESP
002510        MOVE "ALERTA" TO WS-REG-ACAO
002520        MOVE WS-MOTIVO-DUPLICADO TO WS-REG-MOTIVO
002530        MOVE WS-REGISTER-LINE TO DOC-REGISTER-REC
002540        WRITE DOC-REGISTER-REC
002550     END-IF
002560     PERFORM 2800-GUARDA-CPF THRU 2800-EXIT
002570     .
002580 1100-EXIT.
002590     EXIT.
002600*----------------------------------------------------------*
002610* 2000-PROCESS-TRANS -- APPLY ONE DOCUMENTS TRANSACTION    *
002620*----------------------------------------------------------*
002630 2000-PROCESS-TRANS.
002640     MOVE 'S' TO WS-TRANS-VALIDA
002650     MOVE SPACES TO WS-MOTIVO-REJEICAO
002660     EVALUATE TRUE
002670         WHEN MED-DCT-ALUNO-ID IS NOT NUMERIC
002680             SET TRANS-REJEITADA TO TRUE
002690             MOVE "ALUNO NAO NUMERICO" TO WS-MOTIVO-REJEICAO
002700         WHEN DCT-INCLUSAO
002710             PERFORM 2100-INCLUI-DOCUMENTO THRU 2100-EXIT
002720         WHEN DCT-ALTERACAO
002730             PERFORM 2200-ALTERA-DOCUMENTO THRU 2200-EXIT
002740         WHEN DCT-EXCLUSAO
002750             PERFORM 2400-EXCLUI-DOCUMENTO THRU 2400-EXIT
002760         WHEN OTHER
002770             SET TRANS-REJEITADA TO TRUE
002780             MOVE "FUNCAO INVALIDA" TO WS-MOTIVO-REJEICAO
002790     END-EVALUATE
002800     IF TRANS-REJEITADA
002810        ADD 1 TO WS-CONT-REJEITADOS
002820        MOVE "TRNREJ" TO MED-ERROR-CODE
002830        MOVE WS-MOTIVO-REJEICAO TO MED-ERROR-TEXT
002840        SET MED-RC-DATA-ERROR TO TRUE
002850        PERFORM 9800-ERROR-LOG THRU 9800-EXIT
002860     ELSE
002870        ADD 1 TO WS-CONT-APLICADOS
002880     END-IF
002890     PERFORM 5000-GRAVA-REGISTRO THRU 5000-EXIT
002900     PERFORM 3000-READ-TRANS THRU 3000-EXIT
002910     .
002920 2000-EXIT.
002930     EXIT.
002940*----------------------------------------------------------*
002950* 2050-VALIDA-FORMATO -- THE FILLED-IN DATE AND CPFS MUST  *
002960*     BE ALL DIGITS BEFORE THEY REACH THE RECORD.          *
002970*----------------------------------------------------------*
002980 2050-VALIDA-FORMATO.
002990     IF MED-DCT-NASCIMENTO NOT = SPACES
003000        AND MED-DCT-NASCIMENTO IS NOT NUMERIC
003010        SET TRANS-REJEITADA TO TRUE
003020        MOVE "NASCIMENTO NAO NUMERICO" TO WS-MOTIVO-REJEICAO
003030        GO TO 2050-EXIT
003040     END-IF
003050     IF MED-DCT-CPF NOT = SPACES
003060        AND MED-DCT-CPF IS NOT NUMERIC
003070        SET TRANS-REJEITADA TO TRUE
003080        MOVE "CPF NAO NUMERICO" TO WS-MOTIVO-REJEICAO
003090        GO TO 2050-EXIT
003100     END-IF
003110     IF MED-DCT-CPF-RESP NOT = SPACES
003120        AND MED-DCT-CPF-RESP IS NOT NUMERIC
003130        SET TRANS-REJEITADA TO TRUE
003140        MOVE "CPF RESPONSAVEL NAO NUMERICO" TO
003150            WS-MOTIVO-REJEICAO
003160        GO TO 2050-EXIT
003170     END-IF
003180     .
003190 2050-EXIT.
003200     EXIT.
003210*----------------------------------------------------------*
003220* 2100-INCLUI-DOCUMENTO -- A STUMAST STUDENT WITHOUT A     *
003230*     DOCMAST RECORD YET.                                  *
003240*----------------------------------------------------------*
003250 2100-INCLUI-DOCUMENTO.
003260     PERFORM 2050-VALIDA-FORMATO THRU 2050-EXIT
003270     IF TRANS-REJEITADA
003280        GO TO 2100-EXIT
003290     END-IF
003300     IF MASTER-ABERTO
003310        MOVE MED-DCT-ALUNO-ID TO MED-STU-ID
003320        READ STUDENT-MASTER-FILE
003330            INVALID KEY
003340                SET TRANS-REJEITADA TO TRUE
003350                MOVE "ALUNO NAO CADASTRADO" TO WS-MOTIVO-REJEICAO
003360        END-READ
003370        IF TRANS-REJEITADA
003380           GO TO 2100-EXIT
003390        END-IF
003400     END-IF
003410     INITIALIZE MED-DOCUMENTO-REC
003420     MOVE MED-DCT-ALUNO-ID TO MED-DOC-ALUNO-ID
003430     PERFORM 2300-COPIA-CAMPOS THRU 2300-EXIT
003440     PERFORM 2500-VALIDA-DOCUMENTO THRU 2500-EXIT
003450     IF TRANS-REJEITADA
003460        GO TO 2100-EXIT
003470     END-IF
003480     WRITE MED-DOCUMENTO-REC
003490         INVALID KEY
003500             SET TRANS-REJEITADA TO TRUE
003510             MOVE "DOCUMENTOS JA CADASTRADOS" TO
003520                 WS-MOTIVO-REJEICAO
003530     END-WRITE
003540     IF NOT TRANS-REJEITADA
003550        PERFORM 2900-ATUALIZA-TABELA THRU 2900-EXIT
003560     END-IF
003570     .
003580 2100-EXIT.
003590     EXIT.
003600*----------------------------------------------------------*
003610* 2200-ALTERA-DOCUMENTO -- ONLY THE FILLED-IN FIELDS       *
003620*     REPLACE; THE RESULT IS VALIDATED AS A WHOLE.         *
003630*----------------------------------------------------------*
003640 2200-ALTERA-DOCUMENTO.
003650     PERFORM 2050-VALIDA-FORMATO THRU 2050-EXIT
003660     IF TRANS-REJEITADA
003670        GO TO 2200-EXIT
003680     END-IF
003690     MOVE MED-DCT-ALUNO-ID TO MED-DOC-ALUNO-ID
003700     READ DOCUM-MASTER-FILE
003710         INVALID KEY
003720             SET TRANS-REJEITADA TO TRUE
003730             MOVE "DOCUMENTOS NAO CADASTRADOS" TO
003740                 WS-MOTIVO-REJEICAO
003750     END-READ
003760     IF TRANS-REJEITADA
003770        GO TO 2200-EXIT
003780     END-IF
003790     PERFORM 2300-COPIA-CAMPOS THRU 2300-EXIT
003800     PERFORM 2500-VALIDA-DOCUMENTO THRU 2500-EXIT
003810     IF TRANS-REJEITADA
003820        GO TO 2200-EXIT
003830     END-IF
003840     REWRITE MED-DOCUMENTO-REC
003850         INVALID KEY
003860             SET TRANS-REJEITADA TO TRUE
003870             MOVE "DOCUMENTOS NAO CADASTRADOS" TO
003880                 WS-MOTIVO-REJEICAO
003890     END-REWRITE
003900     IF NOT TRANS-REJEITADA
003910        PERFORM 2900-ATUALIZA-TABELA THRU 2900-EXIT
003920     END-IF
003930     .
003940 2200-EXIT.
003950     EXIT.
003960*----------------------------------------------------------*
003970* 2300-COPIA-CAMPOS -- THE FILLED-IN TRANSACTION FIELDS    *
003980*     ONTO THE RECORD, WITH THE OPERATOR AND DATE STAMP.   *
003990*----------------------------------------------------------*
004000 2300-COPIA-CAMPOS.
004010     IF MED-DCT-NASCIMENTO NOT = SPACES
004020        MOVE MED-DCT-NASCIMENTO TO MED-DOC-DATA-NASCIMENTO
004030     END-IF
004040     IF MED-DCT-CPF NOT = SPACES
004050        MOVE MED-DCT-CPF TO MED-DOC-CPF
004060     END-IF
004070     IF MED-DCT-RG NOT = SPACES
004080        MOVE MED-DCT-RG TO MED-DOC-RG
004090     END-IF
004100     IF MED-DCT-RG-ORGAO NOT = SPACES
004110        MOVE MED-DCT-RG-ORGAO TO MED-DOC-RG-ORGAO
004120     END-IF
004130     IF MED-DCT-RG-UF NOT = SPACES
004140        MOVE MED-DCT-RG-UF TO MED-DOC-RG-UF
004150     END-IF
004160     IF MED-DCT-CERTIDAO NOT = SPACES
004170        MOVE MED-DCT-CERTIDAO TO MED-DOC-CERTIDAO
004180     END-IF
004190     IF MED-DCT-NACIONALIDADE NOT = SPACES
004200        MOVE MED-DCT-NACIONALIDADE TO MED-DOC-NACIONALIDADE
004210     END-IF
004220     IF MED-DCT-PAIS-ORIGEM NOT = SPACES
004230        MOVE MED-DCT-PAIS-ORIGEM TO MED-DOC-PAIS-ORIGEM
004240     END-IF
004250     IF MED-DCT-CPF-RESP NOT = SPACES
004260        MOVE MED-DCT-CPF-RESP TO MED-DOC-CPF-RESPONSAVEL
004270     END-IF
004280     MOVE WS-OPERADOR  TO MED-DOC-OPERADOR
004290     MOVE WS-DATA-HOJE TO MED-DOC-DATA-ATUALIZACAO
004300     .
004310 2300-EXIT.
004320     EXIT.
004330*----------------------------------------------------------*
004340* 2400-EXCLUI-DOCUMENTO -- REMOVE A RECORD ENTERED IN      *
004350*     ERROR; ITS CPF LEAVES THE TABLE.                     *
004360*----------------------------------------------------------*
004370 2400-EXCLUI-DOCUMENTO.
004380     MOVE MED-DCT-ALUNO-ID TO MED-DOC-ALUNO-ID
004390     DELETE DOCUM-MASTER-FILE
004400         INVALID KEY
004410             SET TRANS-REJEITADA TO TRUE
004420             MOVE "DOCUMENTOS NAO CADASTRADOS" TO
004430                 WS-MOTIVO-REJEICAO
004440     END-DELETE
004450     IF NOT TRANS-REJEITADA
004460        MOVE ZERO TO MED-DOC-CPF
004470        PERFORM 2900-ATUALIZA-TABELA THRU 2900-EXIT
004480     END-IF
004490     .
004500 2400-EXIT.
004510     EXIT.
004520*----------------------------------------------------------*
004530* 2500-VALIDA-DOCUMENTO -- THE RECORD AS IT WOULD BE       *
004540*     WRITTEN: BIRTH DATE, NATIONALITY, THE TWO CPFS AND   *
004550*     THE CPF NOT HELD BY ANOTHER STUDENT.                 *
004560*----------------------------------------------------------*
004570 2500-VALIDA-DOCUMENTO.
004580     IF MED-DOC-DATA-NASCIMENTO = ZERO
004590        SET TRANS-REJEITADA TO TRUE
004600        MOVE "NASCIMENTO NAO INFORMADO" TO WS-MOTIVO-REJEICAO
004610        GO TO 2500-EXIT
004620     END-IF
004630     MOVE ZERO TO WS-DIAS-NUM
004640     COMPUTE WS-DIAS-NUM =
004650         FUNCTION INTEGER-OF-DATE (MED-DOC-DATA-NASCIMENTO)
004660         ON SIZE ERROR
004670             MOVE ZERO TO WS-DIAS-NUM
004680     END-COMPUTE
004690     IF WS-DIAS-NUM = ZERO
004700        SET TRANS-REJEITADA TO TRUE
004710        MOVE "NASCIMENTO INVALIDO" TO WS-MOTIVO-REJEICAO
004720        GO TO 2500-EXIT
004730     END-IF
004740     IF MED-DOC-DATA-NASCIMENTO > WS-DATA-HOJE
004750        SET TRANS-REJEITADA TO TRUE
004760        MOVE "NASCIMENTO NO FUTURO" TO WS-MOTIVO-REJEICAO
004770        GO TO 2500-EXIT
004780     END-IF
004790     IF MED-DOC-DATA-NASCIMENTO < WS-DATA-LIMITE
004800        SET TRANS-REJEITADA TO TRUE
004810        MOVE "NASCIMENTO HA MAIS DE 100 ANOS" TO
004820            WS-MOTIVO-REJEICAO
004830        GO TO 2500-EXIT
004840     END-IF
004850     IF NOT MED-DOC-NACIONALIDADE-OK
004860        SET TRANS-REJEITADA TO TRUE
004870        MOVE "NACIONALIDADE INVALIDA" TO WS-MOTIVO-REJEICAO
004880        GO TO 2500-EXIT
004890     END-IF
004900     IF MED-DOC-ESTRANGEIRA AND MED-DOC-PAIS-ORIGEM = SPACES
004910        SET TRANS-REJEITADA TO TRUE
004920        MOVE "PAIS DE ORIGEM NAO INFORMADO" TO WS-MOTIVO-REJEICAO
004930        GO TO 2500-EXIT
004940     END-IF
004950     IF MED-DOC-CPF-RESPONSAVEL NOT = ZERO
004960        MOVE MED-DOC-CPF-RESPONSAVEL TO MED-CPF-NUMERO
004970        PERFORM 9900-VALIDA-CPF THRU 9900-EXIT-CPF
004980        IF NOT MED-CPF-VALIDO
004990           SET TRANS-REJEITADA TO TRUE
005000           MOVE "CPF DO RESPONSAVEL INVALIDO" TO
005010               WS-MOTIVO-REJEICAO
005020           GO TO 2500-EXIT
005030        END-IF
005040     END-IF
005050     IF MED-DOC-CPF = ZERO
005060        GO TO 2500-EXIT
005070     END-IF
005080     MOVE MED-DOC-CPF TO MED-CPF-NUMERO
005090     PERFORM 9900-VALIDA-CPF THRU 9900-EXIT-CPF
005100     IF NOT MED-CPF-VALIDO
005110        SET TRANS-REJEITADA TO TRUE
005120        MOVE "CPF INVALIDO" TO WS-MOTIVO-REJEICAO
005130        GO TO 2500-EXIT
005140     END-IF
005150     MOVE MED-DOC-CPF      TO WS-CPF-PROCURA
005160     MOVE MED-DOC-ALUNO-ID TO WS-ALUNO-ID
005170     PERFORM 2700-PROCURA-CPF THRU 2700-EXIT
005180     IF ACHOU-CPF
005190        MOVE WS-CPF-ALUNO-ID (WS-CPF-IDX) TO WS-DUP-ALUNO-ID
005200        SET TRANS-REJEITADA TO TRUE
005210        MOVE WS-MOTIVO-DUPLICADO TO WS-MOTIVO-REJEICAO
005220     END-IF
005230     .
005240 2500-EXIT.
005250     EXIT.
005260*----------------------------------------------------------*
005270* 2700-PROCURA-CPF -- WS-CPF-PROCURA HELD BY A STUDENT     *
005280*     OTHER THAN WS-ALUNO-ID; WS-CPF-IDX POINTS AT IT.     *
005290*----------------------------------------------------------*
005300 2700-PROCURA-CPF.
005310     MOVE 'N' TO WS-CPF-ACHOU
005320     IF WS-CPF-TABLE-QTD = ZERO
005330        GO TO 2700-EXIT
005340     END-IF
005350     SET WS-CPF-IDX TO 1
005360     SEARCH WS-CPF-ENTRY
005370         VARYING WS-CPF-IDX
005380         AT END
005390             CONTINUE
005400         WHEN WS-CPF-NUMERO (WS-CPF-IDX) = WS-CPF-PROCURA
005410             AND WS-CPF-ALUNO-ID (WS-CPF-IDX) NOT = WS-ALUNO-ID
005420             SET ACHOU-CPF TO TRUE
005430     END-SEARCH
005440     .
005450 2700-EXIT.
005460     EXIT.
005470 2800-GUARDA-CPF.
005480     IF WS-CPF-TABLE-QTD >= 20000
005490        DISPLAY "TABELA DE CPF CHEIA (20000) -- "
005500            "AUMENTE WS-CPF-TABLE"
005510        MOVE 8 TO RETURN-CODE
005520        STOP RUN
005530     END-IF
005540     ADD 1 TO WS-CPF-TABLE-QTD
005550     SET WS-CPF-IDX TO WS-CPF-TABLE-QTD
005560     MOVE MED-DOC-CPF      TO WS-CPF-NUMERO (WS-CPF-IDX)
005570     MOVE MED-DOC-ALUNO-ID TO WS-CPF-ALUNO-ID (WS-CPF-IDX)
005580     .
005590 2800-EXIT.
005600     EXIT.
005610*----------------------------------------------------------*
005620* 2900-ATUALIZA-TABELA -- THE STUDENT'S ENTRY TAKES THE    *
005630*     CPF JUST WRITTEN (ZERO ON A REMOVAL); A STUDENT NOT  *
005640*     YET IN THE TABLE IS ADDED WHEN THERE IS A CPF.       *
005650*----------------------------------------------------------*
005660 2900-ATUALIZA-TABELA.
005670     IF WS-CPF-TABLE-QTD > ZERO
005680        SET WS-CPF-IDX TO 1
005690        SEARCH WS-CPF-ENTRY
005700            VARYING WS-CPF-IDX
005710            AT END
005720                CONTINUE
005730            WHEN WS-CPF-ALUNO-ID (WS-CPF-IDX) = MED-DOC-ALUNO-ID
005740                MOVE MED-DOC-CPF TO WS-CPF-NUMERO (WS-CPF-IDX)
005750                GO TO 2900-EXIT
005760        END-SEARCH
005770     END-IF
005780     IF MED-DOC-CPF NOT = ZERO
005790        PERFORM 2800-GUARDA-CPF THRU 2800-EXIT
005800     END-IF
005810     .
005820 2900-EXIT.
005830     EXIT.
005840*----------------------------------------------------------*
005850* 3000-READ-TRANS -- READ THE NEXT DOCUMENTS TRANSACTION   *
005860*----------------------------------------------------------*
005870 3000-READ-TRANS.
005880     READ DOC-TRANS-FILE
005890         AT END
005900             SET FIM-DO-TRANS TO TRUE
005910         NOT AT END
005920             ADD 1 TO WS-CONT-LIDOS
005930     END-READ
005940     .
005950 3000-EXIT.
005960     EXIT.
005970*----------------------------------------------------------*
005980* 5000-GRAVA-REGISTRO -- ONE REGISTER LINE PER TRANSACTION *
005990*----------------------------------------------------------*
006000 5000-GRAVA-REGISTRO.
006010     MOVE SPACES TO WS-REG-MOTIVO
006020     MOVE MED-DCT-FUNCAO     TO WS-REG-FUNCAO
006030     MOVE MED-DCT-ALUNO-ID   TO WS-REG-ALUNO-ID
006040     MOVE MED-DCT-NASCIMENTO TO WS-REG-NASCIMENTO
006050     MOVE MED-DCT-CPF        TO WS-REG-CPF
006060     MOVE MED-DCT-CPF-RESP   TO WS-REG-CPF-RESP
006070     IF TRANS-REJEITADA
006080        MOVE "REJEITADO" TO WS-REG-ACAO
006090        MOVE WS-MOTIVO-REJEICAO TO WS-REG-MOTIVO
006100     ELSE
006110        MOVE "APLICADO"  TO WS-REG-ACAO
006120     END-IF
006130     MOVE WS-REGISTER-LINE TO DOC-REGISTER-REC
006140     WRITE DOC-REGISTER-REC
006150     .
006160 5000-EXIT.
006170     EXIT.
006180*----------------------------------------------------------*
006190* 9000-FINALIZE -- CLOSE THE FILES AND SHOW THE RUN COUNTS *
006200*----------------------------------------------------------*
006210 9000-FINALIZE.
006220     IF WS-TRANS-STATUS = "10"
006230        CLOSE DOC-TRANS-FILE
006240     END-IF
006250     CLOSE DOC-REGISTER-FILE
006260     CLOSE DOCUM-MASTER-FILE
006270     IF MASTER-ABERTO
006280        CLOSE STUDENT-MASTER-FILE
006290     END-IF
006300     DISPLAY "DOCUMENTOS NO CADASTRO: " WS-CONT-CADASTRO
006310     DISPLAY "CPF REPETIDO NO CADAS.: " WS-CONT-DUPLICADOS
006320     DISPLAY "TRANSACOES LIDAS......: " WS-CONT-LIDOS
006330     DISPLAY "APLICADAS.............: " WS-CONT-APLICADOS
006340     DISPLAY "REJEITADAS............: " WS-CONT-REJEITADOS
006350     IF WS-CONT-REJEITADOS > ZERO OR WS-CONT-DUPLICADOS > ZERO
006360        MOVE 4 TO RETURN-CODE
006370     END-IF
006380     .
006390 9000-EXIT.
006400     EXIT.
006410*----------------------------------------------------------*
006420* 9800-ERROR-LOG -- SHARED ERROR-LOGGING PARAGRAPH (ERRPARA) *
006430*----------------------------------------------------------*
006440     COPY ERRPARA.
006450*----------------------------------------------------------*
006460* 9200/9250/9280/9290 -- SHARED OPERATOR-AUTHORIZATION     *
006470*     PARAGRAPHS (OPERPARA) AND THE AUDIT-CHAIN PARAGRAPHS *
006480*     (CADPARA) THE ACCESS-LOG STAMP RIDES ON.             *
006490*----------------------------------------------------------*
006500     COPY CADPARA.
006510     COPY OPERPARA.
006520*----------------------------------------------------------*
006530* 9900/9950 -- SHARED CPF CHECK-DIGIT PARAGRAPHS (CPFPARA) *
006540*----------------------------------------------------------*
006550     COPY CPFPARA.
006560 END PROGRAM DOCUM_MAINT.
