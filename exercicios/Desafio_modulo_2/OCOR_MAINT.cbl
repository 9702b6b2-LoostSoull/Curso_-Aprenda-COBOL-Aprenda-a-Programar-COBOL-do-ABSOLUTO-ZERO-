000100*****************************************************************
000110* Program:      OCOR_MAINT
000120* Author:       J. ALBUQUERQUE - APPLICATIONS SUPPORT
000130* Installation: ESCOLA - SISTEMA ACADEMICO
000140* Date-Written: 2026-10-15
000150* Date-Compiled:
000160* Purpose:      Disciplinary occurrence (ocorrencia) register
000170*               maintenance, built on the SUBST_MAINT pattern.
000180*               Reads add/change/delete transactions (OCORTRAN:
000190*               student, occurrence number for a change or
000200*               delete, date, reporting teacher, type, severity,
000210*               measure, suspension days, description) and
000220*               applies them to the indexed OCORMAST (copybooks
000230*               OCRSEL/OCRMST, codes on OCRTAB), writing a
000240*               register (OCORREG) of every change applied and
000250*               rejected. The student must be on STUMAST -- the
000260*               current turma is stamped on the occurrence --
000270*               and the teacher on PROFMAST and ATIVO; a new
000280*               occurrence takes its number from PROG_SET's
000290*               OCORR sequence.
000300*               An occurrence at or above the notice severity
000310*               (SYSIN after the operator ID, default 3 GRAVE)
000320*               queues one academic message for the
000330*               responsavel on MSGFILA (copybooks MSGQSEL/
000340*               MSGQFD) for MENSAGEM_DESPACHO, and is marked
000350*               notified so a later change never sends it twice.
000360* Modification History:
000370*   2026-10-15 JA  Initial version.
000370*   2026-10-15 JA  The OCORNOTF letter file is replaced by the
000370*                  outbound message queue MSGFILA; the household
000370*                  is left to MENSAGEM_DESPACHO to resolve on
000370*                  FAMMAST.
000372*   2026-10-15 JA  A MSGFILA that cannot be opened ends the run
000374*                  with RC 12, so no occurrence is marked as
000376*                  notified without a message queued.
000377*   2026-10-15 JA  A change keeps the original DATA-REGISTRO and
000378*                  stamps DATA-ALTERACAO instead.
000380* Tectonics: cobc
000390*****************************************************************
000400 IDENTIFICATION DIVISION.
000410 PROGRAM-ID. OCOR_MAINT.
000420 ENVIRONMENT DIVISION.
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450     SELECT OCR-TRANS-FILE ASSIGN TO "OCORTRAN"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS WS-TRANS-STATUS.
000480     SELECT OCR-REGISTER-FILE ASSIGN TO "OCORREG"
000490         ORGANIZATION IS LINE SEQUENTIAL.
000500     COPY MSGQSEL.
000530     COPY OCRSEL.
000540     COPY STUSEL.
000550     COPY PROFSEL.
000560     COPY OPERSEL.
000570     COPY ACSSEL.
000580     COPY ERRLSEL.
000590 DATA DIVISION.
000600 FILE SECTION.
000610 FD  OCR-TRANS-FILE.
000620 01  MED-OCR-TRANS-REC.
000630     03  MED-OCT-FUNCAO         PIC X(01).
000640         88  OCT-INCLUSAO             VALUE 'A'.
000650         88  OCT-ALTERACAO            VALUE 'C'.
000660         88  OCT-EXCLUSAO             VALUE 'D'.
000670     03  MED-OCT-ALUNO-ID       PIC X(07).
000680     03  MED-OCT-SEQ            PIC X(07).
000690     03  MED-OCT-DATA           PIC X(08).
000700     03  MED-OCT-PRF-ID         PIC X(05).
000710     03  MED-OCT-TIPO           PIC X(02).
000720     03  MED-OCT-GRAVIDADE      PIC X(01).
000730     03  MED-OCT-MEDIDA         PIC X(02).
000740     03  MED-OCT-DIAS-SUSP      PIC X(02).
000750     03  MED-OCT-DESCRICAO      PIC X(60).
000760 FD  OCR-REGISTER-FILE.
000770 01  OCR-REGISTER-REC           PIC X(100).
000780     COPY MSGQFD.
000800 FD  OCOR-MASTER-FILE.
000810     COPY OCRMST.
000820 FD  STUDENT-MASTER-FILE.
000830     COPY STUMAST.
000840 FD  PROF-MASTER-FILE.
000850     COPY PROFMST.
000860 FD  OPER-MASTER-FILE.
000870     COPY OPERMST.
000880     COPY ACSFD.
000890     COPY ERRLFD.
000900 WORKING-STORAGE SECTION.
000910     COPY ERRCODES.
000920     COPY OCRTAB.
000930 01  WS-OPR-MASTER-STATUS       PIC X(02) VALUE SPACES.
000940     COPY CADREC.
000950     COPY OPERREC.
000960 01  WS-OPERADOR                PIC X(08) VALUE SPACES.
000970 01  WS-OCR-MASTER-STATUS       PIC X(02) VALUE SPACES.
000980 01  WS-STU-MASTER-STATUS       PIC X(02) VALUE SPACES.
000990 01  WS-PRF-MASTER-STATUS       PIC X(02) VALUE SPACES.
001000 01  WS-TRANS-STATUS            PIC X(02) VALUE SPACES.
001010     COPY MSGQREC.
001020 01  WS-SWITCHES.
001030     03  WS-EOF-TRANS           PIC X(01) VALUE 'N'.
001040         88  FIM-DO-TRANS             VALUE 'S'.
001050     03  WS-TRANS-VALIDA        PIC X(01) VALUE 'S'.
001060         88  TRANS-REJEITADA          VALUE 'N'.
001070     03  WS-CODIGO-ACHOU        PIC X(01) VALUE 'N'.
001080         88  ACHOU-CODIGO             VALUE 'S'.
001090 01  WS-MOTIVO-REJEICAO         PIC X(30) VALUE SPACES.
001100 01  WS-DATA-HOJE               PIC 9(08) VALUE ZERO.
001110 01  WS-DATA-OCOR               PIC 9(08) VALUE ZERO.
001120 01  WS-DIAS-NUM                PIC 9(07) VALUE ZERO.
001130 01  WS-ALUNO-ID                PIC 9(07) VALUE ZERO.
001140 01  WS-PRF-ID                  PIC 9(05) VALUE ZERO.
001150 01  WS-GRAV-PARM               PIC X(01) VALUE SPACES.
001160 01  WS-GRAV-AVISO              PIC 9(01) VALUE 3.
001170 01  WS-CONTADORES.
001180     03  WS-CONT-LIDOS          PIC 9(05) COMP VALUE ZERO.
001190     03  WS-CONT-APLICADOS      PIC 9(05) COMP VALUE ZERO.
001200     03  WS-CONT-REJEITADOS     PIC 9(05) COMP VALUE ZERO.
001210     03  WS-CONT-AVISOS         PIC 9(05) COMP VALUE ZERO.
001220*----------------------------------------------------------*
001230* PROG_SET CALL PARAMETER -- OCCURRENCE NUMBER SEQUENCE    *
001240*----------------------------------------------------------*
001250 01  WS-SEQ-PARM.
001260     03  WS-SEQ-NOME-P          PIC X(10) VALUE "OCORR".
001270     03  WS-SEQ-NEXT-P          PIC 9(07) VALUE ZERO.
001280*----------------------------------------------------------*
001290* REGISTER LINE                                             *
001300*----------------------------------------------------------*
001310 01  WS-REGISTER-LINE.
001320     03  WS-REG-FUNCAO          PIC X(01).
001330     03  FILLER                 PIC X(01) VALUE SPACE.
001340     03  WS-REG-ALUNO-ID        PIC X(07).
001350     03  FILLER                 PIC X(01) VALUE SPACE.
001360     03  WS-REG-SEQ             PIC X(07).
001370     03  FILLER                 PIC X(01) VALUE SPACE.
001380     03  WS-REG-DATA            PIC X(08).
001390     03  FILLER                 PIC X(01) VALUE SPACE.
001400     03  WS-REG-TIPO            PIC X(02).
001410     03  FILLER                 PIC X(01) VALUE SPACE.
001420     03  WS-REG-GRAVIDADE       PIC X(01).
001430     03  FILLER                 PIC X(01) VALUE SPACE.
001440     03  WS-REG-MEDIDA          PIC X(02).
001450     03  FILLER                 PIC X(01) VALUE SPACE.
001460     03  WS-REG-ACAO            PIC X(09).
001470     03  FILLER                 PIC X(01) VALUE SPACE.
001480     03  WS-REG-MOTIVO          PIC X(30).
001490     03  FILLER                 PIC X(01) VALUE SPACE.
001500     03  WS-REG-AVISO           PIC X(07).
001510*----------------------------------------------------------*
001520* GUARDIAN MESSAGE -- THE TYPE AND THE MEASURE SPELLED OUT *
001560*----------------------------------------------------------*
001690 01  WS-NTF-TIPO-DESC           PIC X(20) VALUE SPACES.
001700 01  WS-NTF-MEDIDA-DESC         PIC X(20) VALUE SPACES.
001700 01  WS-NTF-DIAS                PIC Z9.
001710 PROCEDURE DIVISION.
001720 0000-MAIN-PROCEDURE.
001730     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001740     PERFORM 2000-PROCESS-TRANS THRU 2000-EXIT
001750         UNTIL FIM-DO-TRANS
001760     PERFORM 9000-FINALIZE THRU 9000-EXIT
001770     STOP RUN.
001780*----------------------------------------------------------*
001790* 1000-INITIALIZE -- OPERATOR GATE, THE NOTICE SEVERITY    *
001800*     AND THE FILE OPENS (A BRAND-NEW OCORMAST IS CREATED  *
001810*     EMPTY, SAME AS THE OTHER MASTERS). STUMAST AND       *
001820*     PROFMAST ARE REQUIRED: WITHOUT THEM NO OCCURRENCE    *
001830*     CAN BE VALIDATED.                                     *
001840*----------------------------------------------------------*
001850 1000-INITIALIZE.
001860     MOVE "OCRMAINT" TO MED-ERROR-PROGRAM
001870     DISPLAY "IDENTIFICACAO DO OPERADOR: "
001880     ACCEPT WS-OPERADOR
001890     PERFORM 9200-ABRE-OPERMAST THRU 9200-EXIT-OPER
001900     MOVE WS-OPERADOR TO MED-OPR-CHECK-ID
001910     MOVE 'M' TO MED-OPR-FUNC-CHECK
001920     PERFORM 9250-VERIFICA-OPERADOR THRU 9250-EXIT-OPER
001930     PERFORM 9290-FECHA-OPERMAST THRU 9290-EXIT-OPER
001940     IF NOT OPERADOR-AUTORIZADO
001950        DISPLAY "OPERADOR " WS-OPERADOR
001960            " SEM PERMISSAO DE MANUTENCAO"
001970        MOVE ZERO TO MED-OPN-ALUNO-ID
001980        PERFORM 9280-NEGA-ACESSO THRU 9280-EXIT-OPER
001990        MOVE "OPRNEG" TO MED-ERROR-CODE
002000        MOVE "OPERADOR SEM PERMISSAO DE MANUTENCAO" TO
002010            MED-ERROR-TEXT
002020        SET MED-RC-DATA-ERROR TO TRUE
002030        PERFORM 9800-ERROR-LOG THRU 9800-EXIT
002040        MOVE 8 TO RETURN-CODE
002050        STOP RUN
002060     END-IF
002070     DISPLAY "GRAVIDADE MINIMA PARA AVISO AO RESPONSAVEL (1-4): "
002080     ACCEPT WS-GRAV-PARM
002090     IF WS-GRAV-PARM IS NUMERIC
002100        AND WS-GRAV-PARM >= "1" AND WS-GRAV-PARM <= "4"
002110        MOVE WS-GRAV-PARM TO WS-GRAV-AVISO
002120     END-IF
002130     ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
002140     OPEN INPUT OCR-TRANS-FILE
002150     IF WS-TRANS-STATUS NOT = "00"
002160        DISPLAY "OCORTRAN NAO DISPONIVEL, STATUS: "
002170            WS-TRANS-STATUS
002180        SET FIM-DO-TRANS TO TRUE
002190     END-IF
002200     OPEN OUTPUT OCR-REGISTER-FILE
002210     MOVE "OCORRENC" TO MED-MSQ-ORIGEM
002220     PERFORM 9510-ABRE-FILA THRU 9510-EXIT-MSG
002222     IF NOT MED-MSQ-ABERTA
002224        MOVE "OPNERR"   TO MED-ERROR-CODE
002226        MOVE "MSGFILA NAO PODE SER ABERTA" TO MED-ERROR-TEXT
002228        SET MED-RC-FILE-ERROR TO TRUE
002230        PERFORM 9800-ERROR-LOG THRU 9800-EXIT
002232        MOVE MED-RETURN-CODE TO RETURN-CODE
002234        STOP RUN
002236     END-IF
002250     OPEN I-O OCOR-MASTER-FILE
002260     IF WS-OCR-MASTER-STATUS = "35"
002270        OPEN OUTPUT OCOR-MASTER-FILE
002280        CLOSE OCOR-MASTER-FILE
002290        OPEN I-O OCOR-MASTER-FILE
002300     END-IF
002310     IF WS-OCR-MASTER-STATUS NOT = "00"
002320        DISPLAY "ERRO NA ABERTURA DO OCORMAST: "
002330            WS-OCR-MASTER-STATUS
002340        MOVE "OPNERR"   TO MED-ERROR-CODE
002350        MOVE "OCORMAST NAO PODE SER ABERTO" TO MED-ERROR-TEXT
002360        SET MED-RC-FILE-ERROR TO TRUE
002370        PERFORM 9800-ERROR-LOG THRU 9800-EXIT
002380        MOVE MED-RETURN-CODE TO RETURN-CODE
002390        STOP RUN
002400     END-IF
002410     OPEN INPUT STUDENT-MASTER-FILE
002420     IF WS-STU-MASTER-STATUS NOT = "00"
002430        DISPLAY "STUMAST NAO DISPONIVEL, STATUS: "
002440            WS-STU-MASTER-STATUS
002450        MOVE "NOMAST"   TO MED-ERROR-CODE
002460        MOVE "STUMAST INDISPONIVEL NAS OCORRENCIAS" TO
002470            MED-ERROR-TEXT
002480        SET MED-RC-FILE-ERROR TO TRUE
002490        PERFORM 9800-ERROR-LOG THRU 9800-EXIT
002500        MOVE MED-RETURN-CODE TO RETURN-CODE
002510        STOP RUN
002520     END-IF
002530     OPEN INPUT PROF-MASTER-FILE
002540     IF WS-PRF-MASTER-STATUS NOT = "00"
002550        DISPLAY "PROFMAST NAO DISPONIVEL, STATUS: "
002560            WS-PRF-MASTER-STATUS
002570        MOVE "NOMAST"   TO MED-ERROR-CODE
002580        MOVE "PROFMAST INDISPONIVEL NAS OCORRENCIAS" TO
002590            MED-ERROR-TEXT
002600        SET MED-RC-FILE-ERROR TO TRUE
002610        PERFORM 9800-ERROR-LOG THRU 9800-EXIT
002620        MOVE MED-RETURN-CODE TO RETURN-CODE
002630        STOP RUN
002640     END-IF
002650     IF NOT FIM-DO-TRANS
002660        PERFORM 3000-READ-TRANS THRU 3000-EXIT
002670     END-IF
002680     .
002690 1000-EXIT.
002700     EXIT.
002710*----------------------------------------------------------*
002720* 2000-PROCESS-TRANS -- APPLY ONE OCCURRENCE TRANSACTION    *
002730*----------------------------------------------------------*
002740 2000-PROCESS-TRANS.
002750     MOVE 'S' TO WS-TRANS-VALIDA
002760     MOVE SPACES TO WS-MOTIVO-REJEICAO
002770     MOVE SPACES TO WS-REG-AVISO
002780     MOVE MED-OCT-SEQ TO WS-REG-SEQ
002790     EVALUATE TRUE
002800         WHEN MED-OCT-ALUNO-ID IS NOT NUMERIC
002810             SET TRANS-REJEITADA TO TRUE
002820             MOVE "ALUNO NAO NUMERICO" TO WS-MOTIVO-REJEICAO
002830         WHEN OCT-INCLUSAO OR OCT-ALTERACAO
002840             PERFORM 2100-APLICA-OCORRENCIA THRU 2100-EXIT
002850         WHEN OCT-EXCLUSAO
002860             PERFORM 2400-EXCLUI-OCORRENCIA THRU 2400-EXIT
002870         WHEN OTHER
002880             SET TRANS-REJEITADA TO TRUE
002890             MOVE "FUNCAO INVALIDA" TO WS-MOTIVO-REJEICAO
002900     END-EVALUATE
002910     IF TRANS-REJEITADA
002920        ADD 1 TO WS-CONT-REJEITADOS
002930        MOVE "TRNREJ" TO MED-ERROR-CODE
002940        MOVE WS-MOTIVO-REJEICAO TO MED-ERROR-TEXT
002950        SET MED-RC-DATA-ERROR TO TRUE
002960        PERFORM 9800-ERROR-LOG THRU 9800-EXIT
002970     ELSE
002980        ADD 1 TO WS-CONT-APLICADOS
002990     END-IF
003000     PERFORM 5000-GRAVA-REGISTRO THRU 5000-EXIT
003010     PERFORM 3000-READ-TRANS THRU 3000-EXIT
003020     .
003030 2000-EXIT.
003040     EXIT.
003050*----------------------------------------------------------*
003060* 2050-VALIDA-CAMPOS -- THE DATE A CALENDAR DAY NOT IN THE *
003070*     FUTURE, THE TYPE AND MEASURE ON OCRTAB, THE SEVERITY *
003080*     1 TO 4, AND SUSPENSION DAYS WHEN (AND ONLY WHEN) THE *
003090*     MEASURE IS SU.                                       *
003100*----------------------------------------------------------*
003110 2050-VALIDA-CAMPOS.
003120     IF MED-OCT-DATA IS NOT NUMERIC
003130        SET TRANS-REJEITADA TO TRUE
003140        MOVE "DATA NAO NUMERICA" TO WS-MOTIVO-REJEICAO
003150        GO TO 2050-EXIT
003160     END-IF
003170     MOVE MED-OCT-DATA TO WS-DATA-OCOR
003180     MOVE ZERO TO WS-DIAS-NUM
003190     COMPUTE WS-DIAS-NUM =
003200         FUNCTION INTEGER-OF-DATE (WS-DATA-OCOR)
003210         ON SIZE ERROR
003220             MOVE ZERO TO WS-DIAS-NUM
003230     END-COMPUTE
003240     IF WS-DIAS-NUM = ZERO
003250        SET TRANS-REJEITADA TO TRUE
003260        MOVE "DATA INVALIDA" TO WS-MOTIVO-REJEICAO
003270        GO TO 2050-EXIT
003280     END-IF
003290     IF WS-DATA-OCOR > WS-DATA-HOJE
003300        SET TRANS-REJEITADA TO TRUE
003310        MOVE "DATA NO FUTURO" TO WS-MOTIVO-REJEICAO
003320        GO TO 2050-EXIT
003330     END-IF
003340     MOVE 'N' TO WS-CODIGO-ACHOU
003350     SET MED-OCR-TIPO-IDX TO 1
003360     SEARCH MED-OCR-TIPO-ENTRY
003370         AT END
003380             CONTINUE
003390         WHEN MED-OCR-TIPO-COD (MED-OCR-TIPO-IDX) = MED-OCT-TIPO
003400             SET ACHOU-CODIGO TO TRUE
003410     END-SEARCH
003420     IF NOT ACHOU-CODIGO
003430        SET TRANS-REJEITADA TO TRUE
003440        MOVE "TIPO DE OCORRENCIA INVALIDO" TO WS-MOTIVO-REJEICAO
003450        GO TO 2050-EXIT
003460     END-IF
003470     IF MED-OCT-GRAVIDADE IS NOT NUMERIC
003480        OR MED-OCT-GRAVIDADE < "1" OR MED-OCT-GRAVIDADE > "4"
003490        SET TRANS-REJEITADA TO TRUE
003500        MOVE "GRAVIDADE INVALIDA" TO WS-MOTIVO-REJEICAO
003510        GO TO 2050-EXIT
003520     END-IF
003530     MOVE 'N' TO WS-CODIGO-ACHOU
003540     SET MED-OCR-MED-IDX TO 1
003550     SEARCH MED-OCR-MEDIDA-ENTRY
003560         AT END
003570             CONTINUE
003580         WHEN MED-OCR-MEDIDA-COD (MED-OCR-MED-IDX) =
003590              MED-OCT-MEDIDA
003600             SET ACHOU-CODIGO TO TRUE
003610     END-SEARCH
003620     IF NOT ACHOU-CODIGO
003630        SET TRANS-REJEITADA TO TRUE
003640        MOVE "MEDIDA INVALIDA" TO WS-MOTIVO-REJEICAO
003650        GO TO 2050-EXIT
003660     END-IF
003670     IF MED-OCT-DIAS-SUSP = SPACES
003680        MOVE ZERO TO MED-OCT-DIAS-SUSP
003690     END-IF
003700     IF MED-OCT-DIAS-SUSP IS NOT NUMERIC
003710        SET TRANS-REJEITADA TO TRUE
003720        MOVE "DIAS DE SUSPENSAO INVALIDOS" TO WS-MOTIVO-REJEICAO
003730        GO TO 2050-EXIT
003740     END-IF
003750     IF MED-OCT-MEDIDA = "SU"
003760        IF MED-OCT-DIAS-SUSP = ZERO
003770           SET TRANS-REJEITADA TO TRUE
003780           MOVE "SUSPENSAO SEM DIAS" TO WS-MOTIVO-REJEICAO
003790           GO TO 2050-EXIT
003800        END-IF
003810     ELSE
003820        IF MED-OCT-DIAS-SUSP NOT = ZERO
003830           SET TRANS-REJEITADA TO TRUE
003840           MOVE "DIAS SO VALEM PARA SUSPENSAO" TO
003850               WS-MOTIVO-REJEICAO
003860           GO TO 2050-EXIT
003870        END-IF
003880     END-IF
003890     IF MED-OCT-DESCRICAO = SPACES
003900        SET TRANS-REJEITADA TO TRUE
003910        MOVE "DESCRICAO VAZIA" TO WS-MOTIVO-REJEICAO
003920        GO TO 2050-EXIT
003930     END-IF
003940     .
003950 2050-EXIT.
003960     EXIT.
003970*----------------------------------------------------------*
003980* 2100-APLICA-OCORRENCIA -- FIELDS, STUDENT AND TEACHER;   *
003990*     AN ADD DRAWS THE NEXT OCORR NUMBER AND WRITES, A     *
004000*     CHANGE READS THE OCCURRENCE BACK (KEEPING ITS TURMA  *
004010*     AND NOTICE MARK) AND REWRITES. THE LETTER GOES OUT   *
004020*     ONCE THE SEVERITY REACHES THE NOTICE LEVEL.          *
004030*----------------------------------------------------------*
004040 2100-APLICA-OCORRENCIA.
004050     PERFORM 2050-VALIDA-CAMPOS THRU 2050-EXIT
004060     IF TRANS-REJEITADA
004070        GO TO 2100-EXIT
004080     END-IF
004090     MOVE MED-OCT-ALUNO-ID TO WS-ALUNO-ID
004100     MOVE WS-ALUNO-ID TO MED-STU-ID
004110     READ STUDENT-MASTER-FILE
004120         INVALID KEY
004130             SET TRANS-REJEITADA TO TRUE
004140             MOVE "ALUNO NAO CADASTRADO" TO WS-MOTIVO-REJEICAO
004150     END-READ
004160     IF TRANS-REJEITADA
004170        GO TO 2100-EXIT
004180     END-IF
004190     IF MED-OCT-PRF-ID IS NOT NUMERIC
004200        SET TRANS-REJEITADA TO TRUE
004210        MOVE "PROFESSOR INVALIDO" TO WS-MOTIVO-REJEICAO
004220        GO TO 2100-EXIT
004230     END-IF
004240     MOVE MED-OCT-PRF-ID TO WS-PRF-ID
004250     MOVE WS-PRF-ID TO MED-PRF-ID
004260     READ PROF-MASTER-FILE
004270         INVALID KEY
004280             SET TRANS-REJEITADA TO TRUE
004290             MOVE "PROFESSOR NAO CADASTRADO" TO
004300                 WS-MOTIVO-REJEICAO
004310     END-READ
004320     IF TRANS-REJEITADA
004330        GO TO 2100-EXIT
004340     END-IF
004350     IF NOT MED-PRF-ATIVO
004360        SET TRANS-REJEITADA TO TRUE
004370        MOVE "PROFESSOR INATIVO" TO WS-MOTIVO-REJEICAO
004380        GO TO 2100-EXIT
004390     END-IF
004400     IF OCT-INCLUSAO
004410        MOVE SPACES TO MED-OCOR-MASTER-REC
004420        MOVE WS-ALUNO-ID        TO MED-OCR-ALUNO-ID
004430        MOVE MED-STU-TURMA      TO MED-OCR-TURMA
004440        MOVE 'N'                TO MED-OCR-AVISO-SW
004450        MOVE ZERO               TO MED-OCR-DATA-AVISO
004452        MOVE WS-DATA-HOJE       TO MED-OCR-DATA-REGISTRO
004454        MOVE ZERO               TO MED-OCR-DATA-ALTERACAO
004460     ELSE
004470        IF MED-OCT-SEQ IS NOT NUMERIC
004480           SET TRANS-REJEITADA TO TRUE
004490           MOVE "OCORRENCIA NAO NUMERICA" TO WS-MOTIVO-REJEICAO
004500           GO TO 2100-EXIT
004510        END-IF
004520        MOVE WS-ALUNO-ID TO MED-OCR-ALUNO-ID
004530        MOVE MED-OCT-SEQ TO MED-OCR-SEQ
004540        READ OCOR-MASTER-FILE
004550            INVALID KEY
004560                SET TRANS-REJEITADA TO TRUE
004570                MOVE "OCORRENCIA NAO CADASTRADA" TO
004580                    WS-MOTIVO-REJEICAO
004590        END-READ
004600        IF TRANS-REJEITADA
004610           GO TO 2100-EXIT
004620        END-IF
004625        MOVE WS-DATA-HOJE TO MED-OCR-DATA-ALTERACAO
004630     END-IF
004640     MOVE WS-DATA-OCOR       TO MED-OCR-DATA
004650     MOVE WS-PRF-ID          TO MED-OCR-PRF-ID
004660     MOVE MED-OCT-TIPO       TO MED-OCR-TIPO
004670     MOVE MED-OCT-GRAVIDADE  TO MED-OCR-GRAVIDADE
004680     MOVE MED-OCT-MEDIDA     TO MED-OCR-MEDIDA
004690     MOVE MED-OCT-DIAS-SUSP  TO MED-OCR-DIAS-SUSP
004700     MOVE MED-OCT-DESCRICAO  TO MED-OCR-DESCRICAO
004710     MOVE WS-OPERADOR        TO MED-OCR-OPERADOR
004730     IF MED-OCR-GRAVIDADE >= WS-GRAV-AVISO
004740        AND NOT MED-OCR-AVISADO
004750        MOVE 'S'          TO MED-OCR-AVISO-SW
004760        MOVE WS-DATA-HOJE TO MED-OCR-DATA-AVISO
004770        MOVE "AVISO"      TO WS-REG-AVISO
004780     END-IF
004790     IF OCT-INCLUSAO
004800        CALL "PROG_SET" USING WS-SEQ-PARM
004810        MOVE WS-SEQ-NEXT-P TO MED-OCR-SEQ
004820        MOVE MED-OCR-SEQ   TO WS-REG-SEQ
004830        WRITE MED-OCOR-MASTER-REC
004840            INVALID KEY
004850                SET TRANS-REJEITADA TO TRUE
004860                MOVE "OCORRENCIA JA CADASTRADA" TO
004870                    WS-MOTIVO-REJEICAO
004880        END-WRITE
004890     ELSE
004900        REWRITE MED-OCOR-MASTER-REC
004910            INVALID KEY
004920                SET TRANS-REJEITADA TO TRUE
004930                MOVE "OCORRENCIA NAO CADASTRADA" TO
004940                    WS-MOTIVO-REJEICAO
004950        END-REWRITE
004960     END-IF
004970     IF TRANS-REJEITADA
004980        MOVE SPACES TO WS-REG-AVISO
004990        GO TO 2100-EXIT
005000     END-IF
005010     IF WS-REG-AVISO NOT = SPACES
005020        PERFORM 2500-GRAVA-AVISO THRU 2500-EXIT
005030     END-IF
005040     .
005050 2100-EXIT.
005060     EXIT.
005070*----------------------------------------------------------*
005080* 2400-EXCLUI-OCORRENCIA -- REMOVE AN OCCURRENCE ENTERED   *
005090*     IN ERROR. A LETTER ALREADY SENT IS NOT RECALLED; THE *
005100*     REGISTER LINE SAYS SO.                                *
005110*----------------------------------------------------------*
005120 2400-EXCLUI-OCORRENCIA.
005130     IF MED-OCT-SEQ IS NOT NUMERIC
005140        SET TRANS-REJEITADA TO TRUE
005150        MOVE "OCORRENCIA NAO NUMERICA" TO WS-MOTIVO-REJEICAO
005160        GO TO 2400-EXIT
005170     END-IF
005180     MOVE MED-OCT-ALUNO-ID TO MED-OCR-ALUNO-ID
005190     MOVE MED-OCT-SEQ      TO MED-OCR-SEQ
005200     READ OCOR-MASTER-FILE
005210         INVALID KEY
005220             SET TRANS-REJEITADA TO TRUE
005230             MOVE "OCORRENCIA NAO CADASTRADA" TO
005240                 WS-MOTIVO-REJEICAO
005250     END-READ
005260     IF TRANS-REJEITADA
005270        GO TO 2400-EXIT
005280     END-IF
005290     IF MED-OCR-AVISADO
005300        MOVE "AVISADA" TO WS-REG-AVISO
005310     END-IF
005320     DELETE OCOR-MASTER-FILE
005330         INVALID KEY
005340             SET TRANS-REJEITADA TO TRUE
005350             MOVE "OCORRENCIA NAO CADASTRADA" TO
005360                 WS-MOTIVO-REJEICAO
005370     END-DELETE
005380     .
005390 2400-EXIT.
005400     EXIT.
005410*----------------------------------------------------------*
005420* 2500-GRAVA-AVISO -- ONE QUEUED MESSAGE FOR THE           *
005430*     RESPONSAVEL, THE ADDRESS OFF STUMAST (READ IN 2100), *
005440*     THE TYPE AND THE MEASURE IN THE BODY.                *
005450*----------------------------------------------------------*
005460 2500-GRAVA-AVISO.
005470     SET MED-OCR-TIPO-IDX TO 1
005480     SEARCH MED-OCR-TIPO-ENTRY
005490         AT END
005500             MOVE SPACES TO WS-NTF-TIPO-DESC
005510         WHEN MED-OCR-TIPO-COD (MED-OCR-TIPO-IDX) = MED-OCR-TIPO
005520             MOVE MED-OCR-TIPO-DESC (MED-OCR-TIPO-IDX) TO
005530                 WS-NTF-TIPO-DESC
005540     END-SEARCH
005550     SET MED-OCR-MED-IDX TO 1
005560     SEARCH MED-OCR-MEDIDA-ENTRY
005570         AT END
005580             MOVE SPACES TO WS-NTF-MEDIDA-DESC
005590         WHEN MED-OCR-MEDIDA-COD (MED-OCR-MED-IDX) =
005600              MED-OCR-MEDIDA
005610             MOVE MED-OCR-MEDIDA-DESC (MED-OCR-MED-IDX) TO
005620                 WS-NTF-MEDIDA-DESC
005630     END-SEARCH
005640     PERFORM 9520-INICIA-MENSAGEM THRU 9520-EXIT-MSG
005645     SET MED-MSG-ACADEMICA TO TRUE
005645     MOVE MED-STU-ID          TO MED-MSG-ALUNO-ID
005650     MOVE MED-STU-RESPONSAVEL TO MED-MSG-RESPONSAVEL
005660     MOVE MED-STU-RUA         TO MED-MSG-RUA
005670     MOVE MED-STU-BAIRRO      TO MED-MSG-BAIRRO
005680     MOVE MED-STU-CIDADE      TO MED-MSG-CIDADE
005690     MOVE MED-STU-CEP         TO MED-MSG-CEP
005700     MOVE MED-STU-UF          TO MED-MSG-UF
005710     MOVE "COMUNICADO DE OCORRENCIA DISCIPLINAR" TO
005710         MED-MSG-ASSUNTO
005720     STRING "OCORRENCIA "      DELIMITED BY SIZE
005720            MED-OCR-SEQ        DELIMITED BY SIZE
005720         INTO MED-MSG-REFERENCIA
005720     END-STRING
005730     STRING "OCORRENCIA COM "  DELIMITED BY SIZE
005730            MED-STU-NOME       DELIMITED BY "  "
005730            ": "               DELIMITED BY SIZE
005740            WS-NTF-TIPO-DESC   DELIMITED BY "  "
005750            " / "              DELIMITED BY SIZE
005760            WS-NTF-MEDIDA-DESC DELIMITED BY "  "
005760            ". PROCURE A COORDENACAO." DELIMITED BY SIZE
005770         INTO MED-MSG-RESUMO
005780     END-STRING
005790     PERFORM 9540-GRAVA-CABECALHO THRU 9540-EXIT-MSG
005800     STRING "ALUNO.....: "     DELIMITED BY SIZE
005800            MED-STU-ID         DELIMITED BY SIZE
005800            " "                DELIMITED BY SIZE
005800            MED-STU-NOME       DELIMITED BY SIZE
005800         INTO MED-MSQ-TEXTO
005800     END-STRING
005800     PERFORM 9560-GRAVA-LINHA THRU 9560-EXIT-MSG
005800     STRING "TURMA.....: "     DELIMITED BY SIZE
005800            MED-OCR-TURMA      DELIMITED BY SIZE
005800         INTO MED-MSQ-TEXTO
005800     END-STRING
005800     PERFORM 9560-GRAVA-LINHA THRU 9560-EXIT-MSG
005800     STRING "DATA......: "     DELIMITED BY SIZE
005800            MED-OCR-DATA       DELIMITED BY SIZE
005800         INTO MED-MSQ-TEXTO
005800     END-STRING
005800     PERFORM 9560-GRAVA-LINHA THRU 9560-EXIT-MSG
005800     STRING "OCORRENCIA: "     DELIMITED BY SIZE
005800            WS-NTF-TIPO-DESC   DELIMITED BY SIZE
005800         INTO MED-MSQ-TEXTO
005800     END-STRING
005800     PERFORM 9560-GRAVA-LINHA THRU 9560-EXIT-MSG
005800     STRING "MEDIDA....: "     DELIMITED BY SIZE
005800            WS-NTF-MEDIDA-DESC DELIMITED BY SIZE
005800         INTO MED-MSQ-TEXTO
005800     END-STRING
005800     IF MED-OCR-SUSPENSAO
005800        MOVE MED-OCR-DIAS-SUSP TO WS-NTF-DIAS
005800        MOVE WS-NTF-DIAS TO MED-MSQ-TEXTO (34:2)
005800        MOVE "DIA(S)" TO MED-MSQ-TEXTO (37:6)
005800     END-IF
005800     PERFORM 9560-GRAVA-LINHA THRU 9560-EXIT-MSG
005810     PERFORM 9560-GRAVA-LINHA THRU 9560-EXIT-MSG
005810     MOVE "SOLICITAMOS SEU CONTATO COM A COORDENACAO PEDAGOGICA"
005810         TO MED-MSQ-TEXTO
005810     PERFORM 9560-GRAVA-LINHA THRU 9560-EXIT-MSG
005810     MOVE "PARA TRATAR DA OCORRENCIA ACIMA." TO MED-MSQ-TEXTO
005810     PERFORM 9560-GRAVA-LINHA THRU 9560-EXIT-MSG
005820     ADD 1 TO WS-CONT-AVISOS
005830     .
005840 2500-EXIT.
005850     EXIT.
005860*----------------------------------------------------------*
005870* 3000-READ-TRANS -- READ THE NEXT OCCURRENCE TRANSACTION   *
005880*----------------------------------------------------------*
005890 3000-READ-TRANS.
005900     READ OCR-TRANS-FILE
005910         AT END
005920             SET FIM-DO-TRANS TO TRUE
005930         NOT AT END
005940             ADD 1 TO WS-CONT-LIDOS
005950     END-READ
005960     .
005970 3000-EXIT.
005980     EXIT.
005990*----------------------------------------------------------*
006000* 5000-GRAVA-REGISTRO -- ONE REGISTER LINE PER TRANSACTION  *
006010*----------------------------------------------------------*
006020 5000-GRAVA-REGISTRO.
006030     MOVE SPACES TO WS-REG-MOTIVO
006040     MOVE MED-OCT-FUNCAO    TO WS-REG-FUNCAO
006050     MOVE MED-OCT-ALUNO-ID  TO WS-REG-ALUNO-ID
006060     MOVE MED-OCT-DATA      TO WS-REG-DATA
006070     MOVE MED-OCT-TIPO      TO WS-REG-TIPO
006080     MOVE MED-OCT-GRAVIDADE TO WS-REG-GRAVIDADE
006090     MOVE MED-OCT-MEDIDA    TO WS-REG-MEDIDA
006100     IF TRANS-REJEITADA
006110        MOVE "REJEITADO" TO WS-REG-ACAO
006120        MOVE WS-MOTIVO-REJEICAO TO WS-REG-MOTIVO
006130     ELSE
006140        MOVE "APLICADO"  TO WS-REG-ACAO
006150     END-IF
006160     MOVE WS-REGISTER-LINE TO OCR-REGISTER-REC
006170     WRITE OCR-REGISTER-REC
006180     .
006190 5000-EXIT.
006200     EXIT.
006210*----------------------------------------------------------*
006220* 9000-FINALIZE -- CLOSE THE FILES AND SHOW THE RUN COUNTS  *
006230*----------------------------------------------------------*
006240 9000-FINALIZE.
006250     IF WS-TRANS-STATUS = "10"
006260        CLOSE OCR-TRANS-FILE
006270     END-IF
006280     CLOSE OCR-REGISTER-FILE
006290     PERFORM 9590-FECHA-FILA THRU 9590-EXIT-MSG
006300     CLOSE OCOR-MASTER-FILE
006310     CLOSE STUDENT-MASTER-FILE
006320     CLOSE PROF-MASTER-FILE
006330     DISPLAY "TRANSACOES LIDAS....: " WS-CONT-LIDOS
006340     DISPLAY "APLICADAS...........: " WS-CONT-APLICADOS
006350     DISPLAY "REJEITADAS..........: " WS-CONT-REJEITADOS
006360     DISPLAY "AVISOS AO RESPONS...: " WS-CONT-AVISOS
006370     IF WS-CONT-REJEITADOS > ZERO
006380        MOVE 4 TO RETURN-CODE
006390     END-IF
006400     .
006410 9000-EXIT.
006420     EXIT.
006430*----------------------------------------------------------*
006440* 9800-ERROR-LOG -- SHARED ERROR-LOGGING PARAGRAPH (ERRPARA) *
006450*----------------------------------------------------------*
006460     COPY ERRPARA.
006470*----------------------------------------------------------*
006480* 9200/9250/9280/9290 -- SHARED OPERATOR-AUTHORIZATION      *
006490*     PARAGRAPHS (OPERPARA) AND THE AUDIT-CHAIN PARAGRAPHS  *
006500*     (CADPARA) THE ACCESS-LOG STAMP RIDES ON.              *
006510*----------------------------------------------------------*
006520     COPY CADPARA.
006530     COPY OPERPARA.
006535*----------------------------------------------------------*
006535* 9510-9590 -- SHARED OUTBOUND-QUEUE PARAGRAPHS (MSGQPARA)  *
006535*----------------------------------------------------------*
006535     COPY MSGQPARA.
006540 END PROGRAM OCOR_MAINT.
