000100*****************************************************************
000110* Program:      CONTATO_MAINT
000120* Author:       J. ALBUQUERQUE - APPLICATIONS SUPPORT
000130* Installation: ESCOLA - SISTEMA ACADEMICO
000140* Date-Written: 2026-10-15
000150* Date-Compiled:
000160* Purpose:      Guardian contact and consent maintenance, built
000170*               on the FAMILIA_MAINT pattern. Reads transactions
000180*               (CONTRAN) and applies them to the indexed
000190*               CONTMAST (copybooks CONSEL/CONMST), writing a
000200*               register (CONREG) of every change applied and
000210*               rejected. A household is F + a FAMMAST family ID
000220*               or A + the ID of a STUMAST student outside
000230*               FAMMAST (a family member's contact is the
000240*               family's). Functions:
000250*                 A - new contact (responsavel taken from the
000260*                     master; channel defaults to C paper);
000270*                 C - correction of the filled-in fields; an *
000280*                     in the first column of the e-mail or the
000290*                     mobile number erases it;
000300*                 D - removal.
000310*               The e-mail must have one @ with a dotted domain
000320*               and no blanks; the mobile number is DDD plus
000330*               number, 10 or 11 digits. Channel E needs an
000340*               e-mail and S a mobile number. The three consent
000350*               flags (academic, financial, marketing) take S
000360*               or N; a flag set to S is dated with the signing
000370*               date of the transaction (today when blank), a
000380*               flag set to N with today as the withdrawal date.
000390* Modification History:
000400*   2026-10-15 JA  Initial version.
000410* Tectonics: cobc
000420*****************************************************************
000430 IDENTIFICATION DIVISION.
000440 PROGRAM-ID. CONTATO_MAINT.
000450 ENVIRONMENT DIVISION.
000460 INPUT-OUTPUT SECTION.
000470 FILE-CONTROL.
000480     SELECT CON-TRANS-FILE ASSIGN TO "CONTRAN"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WS-TRANS-STATUS.
000510     SELECT CON-REGISTER-FILE ASSIGN TO "CONREG"
000520         ORGANIZATION IS LINE SEQUENTIAL.
000530     COPY CONSEL.
000540     COPY FAMSEL.
000550     COPY STUSEL.
000560     COPY OPERSEL.
000570     COPY ACSSEL.
000580     COPY ERRLSEL.
000590 DATA DIVISION.
000600 FILE SECTION.
000610 FD  CON-TRANS-FILE.
000620 01  MED-CON-TRANS-REC.
000630     03  MED-CTT-FUNCAO         PIC X(01).
000640         88  CTT-INCLUSAO             VALUE 'A'.
000650         88  CTT-ALTERACAO            VALUE 'C'.
000660         88  CTT-EXCLUSAO             VALUE 'D'.
000670     03  MED-CTT-TIPO           PIC X(01).
000680         88  CTT-FAMILIA              VALUE 'F'.
000690         88  CTT-ALUNO                VALUE 'A'.
000700         88  CTT-TIPO-OK              VALUE 'F' 'A'.
000710     03  MED-CTT-ID             PIC X(07).
000720     03  MED-CTT-EMAIL          PIC X(60).
000730     03  MED-CTT-CELULAR        PIC X(15).
000740     03  MED-CTT-CANAL          PIC X(01).
000750*    ACADEMIC, FINANCIAL, MARKETING -- S, N OR BLANK          *
000760     03  MED-CTT-CNS-FLAG       PIC X(01) OCCURS 3 TIMES.
000770     03  MED-CTT-DATA-CNS       PIC X(08).
000780 FD  CON-REGISTER-FILE.
000790 01  CON-REGISTER-REC           PIC X(100).
000800 FD  CONTATO-MASTER-FILE.
000810     COPY CONMST.
000820 FD  FAMILIA-MASTER-FILE.
000830     COPY FAMMST.
000840 FD  STUDENT-MASTER-FILE.
000850     COPY STUMAST.
000860 FD  OPER-MASTER-FILE.
000870     COPY OPERMST.
000880     COPY ACSFD.
000890     COPY ERRLFD.
000900 WORKING-STORAGE SECTION.
000910     COPY ERRCODES.
000920 01  WS-OPR-MASTER-STATUS       PIC X(02) VALUE SPACES.
000930     COPY CADREC.
000940     COPY OPERREC.
000950 01  WS-OPERADOR                PIC X(08) VALUE SPACES.
000960 01  WS-CON-MASTER-STATUS       PIC X(02) VALUE SPACES.
000970 01  WS-FAM-MASTER-STATUS       PIC X(02) VALUE SPACES.
000980 01  WS-STU-MASTER-STATUS       PIC X(02) VALUE SPACES.
000990 01  WS-TRANS-STATUS            PIC X(02) VALUE SPACES.
001000 01  WS-SWITCHES.
001010     03  WS-EOF-TRANS           PIC X(01) VALUE 'N'.
001020         88  FIM-DO-TRANS             VALUE 'S'.
001030     03  WS-EOF-FAMILIAS        PIC X(01) VALUE 'N'.
001040         88  FIM-DAS-FAMILIAS         VALUE 'S'.
001050     03  WS-TRANS-VALIDA        PIC X(01) VALUE 'S'.
001060         88  TRANS-REJEITADA          VALUE 'N'.
001070     03  WS-FAMMAST-ABERTO      PIC X(01) VALUE 'N'.
001080         88  FAMMAST-ABERTO           VALUE 'S'.
001090     03  WS-STUMAST-ABERTO      PIC X(01) VALUE 'N'.
001100         88  STUMAST-ABERTO           VALUE 'S'.
001110 01  WS-MOTIVO-REJEICAO         PIC X(30) VALUE SPACES.
001120 01  WS-DATA-HOJE               PIC 9(08) VALUE ZERO.
001130 01  WS-DATA-CNS                PIC 9(08) VALUE ZERO.
001140 01  WS-DIAS-NUM                PIC 9(07) VALUE ZERO.
001150 01  WS-CNS-SUB                 PIC 9(02) COMP VALUE ZERO.
001160 01  WS-MEM-SUB                 PIC 9(02) COMP VALUE ZERO.
001170*----------------------------------------------------------*
001180* E-MAIL AND MOBILE-NUMBER FORMAT CHECK                    *
001190*----------------------------------------------------------*
001200 01  WS-EML-TAM                 PIC 9(03) COMP VALUE ZERO.
001210 01  WS-EML-ARROBAS             PIC 9(03) COMP VALUE ZERO.
001220 01  WS-EML-LOCAL-TAM           PIC 9(03) COMP VALUE ZERO.
001230 01  WS-EML-DOM-TAM             PIC 9(03) COMP VALUE ZERO.
001240 01  WS-EML-PONTOS              PIC 9(03) COMP VALUE ZERO.
001250 01  WS-EML-LOCAL               PIC X(60) VALUE SPACES.
001260 01  WS-EML-DOMINIO             PIC X(60) VALUE SPACES.
001270 01  WS-CEL-TAM                 PIC 9(03) COMP VALUE ZERO.
001280 01  WS-CONTADORES.
001290     03  WS-CONT-LIDOS          PIC 9(05) COMP VALUE ZERO.
001300     03  WS-CONT-APLICADOS      PIC 9(05) COMP VALUE ZERO.
001310     03  WS-CONT-REJEITADOS     PIC 9(05) COMP VALUE ZERO.
001320*----------------------------------------------------------*
001330* FAMMAST MEMBER -> FAMILY                                 *
001340*----------------------------------------------------------*
001350 01  WS-FMB-TABLE-QTD           PIC 9(04) COMP VALUE ZERO.
001360 01  WS-FMB-TABLE.
001370     03  WS-FMB-ENTRY           OCCURS 1 TO 4000 TIMES
001380                                DEPENDING ON WS-FMB-TABLE-QTD
001390                                INDEXED BY WS-FMB-IDX.
001400         05  WS-FMB-ALUNO-ID    PIC 9(07).
001410         05  WS-FMB-FAM-ID      PIC 9(05).
001420 01  WS-MOTIVO-FAMILIA.
001430     03  FILLER                 PIC X(17)
001440                                VALUE "ALUNO NA FAMILIA ".
001450     03  WS-MTF-FAM-ID          PIC 9(05).
001460*----------------------------------------------------------*
001470* REGISTER LINE -- THE CONSENT COLUMN SHOWS THE THREE      *
001480*     FLAGS (ACADEMIC, FINANCIAL, MARKETING) AS LEFT ON    *
001490*     THE RECORD.                                          *
001500*----------------------------------------------------------*
001510 01  WS-REGISTER-LINE.
001520     03  WS-REG-FUNCAO          PIC X(01).
001530     03  FILLER                 PIC X(01) VALUE SPACE.
001540     03  WS-REG-TIPO            PIC X(01).
001550     03  FILLER                 PIC X(01) VALUE SPACE.
001560     03  WS-REG-ID              PIC X(07).
001570     03  FILLER                 PIC X(01) VALUE SPACE.
001580     03  WS-REG-CANAL           PIC X(01).
001590     03  FILLER                 PIC X(01) VALUE SPACE.
001600     03  WS-REG-CONSENT         PIC X(03).
001610     03  FILLER                 PIC X(01) VALUE SPACE.
001620     03  WS-REG-ACAO            PIC X(09).
001630     03  FILLER                 PIC X(01) VALUE SPACE.
001640     03  WS-REG-MOTIVO          PIC X(30).
001650 PROCEDURE DIVISION.
001660 0000-MAIN-PROCEDURE.
001670     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001680     PERFORM 2000-PROCESS-TRANS THRU 2000-EXIT
001690         UNTIL FIM-DO-TRANS
001700     PERFORM 9000-FINALIZE THRU 9000-EXIT
001710     STOP RUN.
001720*----------------------------------------------------------*
001730* 1000-INITIALIZE -- OPERATOR GATE, THE FILE OPENS (A      *
001740*     BRAND-NEW CONTMAST IS CREATED EMPTY, SAME AS THE     *
001750*     OTHER MASTERS) AND THE FAMMAST MEMBER MAP. WITHOUT   *
001760*     FAMMAST OR STUMAST THE HOUSEHOLD CHECK IS SKIPPED.   *
001770*----------------------------------------------------------*
001780 1000-INITIALIZE.
001790     MOVE "CONMAINT" TO MED-ERROR-PROGRAM
001800     DISPLAY "IDENTIFICACAO DO OPERADOR: "
001810     ACCEPT WS-OPERADOR
001820     PERFORM 9200-ABRE-OPERMAST THRU 9200-EXIT-OPER
001830     MOVE WS-OPERADOR TO MED-OPR-CHECK-ID
001840     MOVE 'M' TO MED-OPR-FUNC-CHECK
001850     PERFORM 9250-VERIFICA-OPERADOR THRU 9250-EXIT-OPER
001860     PERFORM 9290-FECHA-OPERMAST THRU 9290-EXIT-OPER
001870     IF NOT OPERADOR-AUTORIZADO
001880        DISPLAY "OPERADOR " WS-OPERADOR
001890            " SEM PERMISSAO DE MANUTENCAO"
001900        MOVE ZERO TO MED-OPN-ALUNO-ID
001910        PERFORM 9280-NEGA-ACESSO THRU 9280-EXIT-OPER
001920        MOVE "OPRNEG" TO MED-ERROR-CODE
001930        MOVE "OPERADOR SEM PERMISSAO DE MANUTENCAO" TO
001940            MED-ERROR-TEXT
001950        SET MED-RC-DATA-ERROR TO TRUE
001960        PERFORM 9800-ERROR-LOG THRU 9800-EXIT
001970        MOVE 8 TO RETURN-CODE
001980        STOP RUN
001990     END-IF
002000     ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
002010     OPEN INPUT CON-TRANS-FILE
002020     IF WS-TRANS-STATUS NOT = "00"
002030        DISPLAY "CONTRAN NAO DISPONIVEL, STATUS: "
002040            WS-TRANS-STATUS
002050        SET FIM-DO-TRANS TO TRUE
002060     END-IF
002070     OPEN OUTPUT CON-REGISTER-FILE
002080     OPEN I-O CONTATO-MASTER-FILE
002090     IF WS-CON-MASTER-STATUS = "35"
002100        OPEN OUTPUT CONTATO-MASTER-FILE
002110        CLOSE CONTATO-MASTER-FILE
002120        OPEN I-O CONTATO-MASTER-FILE
002130     END-IF
002140     IF WS-CON-MASTER-STATUS NOT = "00"
002150        DISPLAY "ERRO NA ABERTURA DO CONTMAST: "
002160            WS-CON-MASTER-STATUS
002170        MOVE "OPNERR"   TO MED-ERROR-CODE
002180        MOVE "CONTMAST NAO PODE SER ABERTO" TO MED-ERROR-TEXT
002190        SET MED-RC-FILE-ERROR TO TRUE
002200        PERFORM 9800-ERROR-LOG THRU 9800-EXIT
002210        MOVE MED-RETURN-CODE TO RETURN-CODE
002220        STOP RUN
002230     END-IF
002240     PERFORM 1100-CARREGA-FAMILIAS THRU 1100-EXIT
002250     OPEN INPUT STUDENT-MASTER-FILE
002260     IF WS-STU-MASTER-STATUS = "00"
002270        SET STUMAST-ABERTO TO TRUE
002280     ELSE
002290        DISPLAY "STUMAST INDISPONIVEL, STATUS: "
002300            WS-STU-MASTER-STATUS
002310        DISPLAY "VALIDACAO DE ALUNO SERA PULADA"
002320     END-IF
002330     IF NOT FIM-DO-TRANS
002340        PERFORM 3000-READ-TRANS THRU 3000-EXIT
002350     END-IF
002360     .
002370 1000-EXIT.
002380     EXIT.
002390*----------------------------------------------------------*
002400* 1100-CARREGA-FAMILIAS -- FAMMAST STAYS OPEN FOR THE      *
002410*     FAMILY READS; ITS MEMBERS GO ON THE MAP SO A FAMILY  *
002420*     MEMBER IS NEVER GIVEN A CONTACT OF ITS OWN.          *
002430*----------------------------------------------------------*
002440 1100-CARREGA-FAMILIAS.
002450     OPEN INPUT FAMILIA-MASTER-FILE
002460     IF WS-FAM-MASTER-STATUS NOT = "00"
002470        DISPLAY "FAMMAST INDISPONIVEL, STATUS: "
002480            WS-FAM-MASTER-STATUS
002490        DISPLAY "VALIDACAO DE FAMILIA SERA PULADA"
002500        GO TO 1100-EXIT
002510     END-IF
002520     SET FAMMAST-ABERTO TO TRUE
002530     MOVE ZERO TO MED-FAM-ID
002540     START FAMILIA-MASTER-FILE KEY NOT LESS MED-FAM-ID
002550         INVALID KEY
002560             SET FIM-DAS-FAMILIAS TO TRUE
002570     END-START
002580     PERFORM 1150-LE-FAMILIA THRU 1150-EXIT
002590         UNTIL FIM-DAS-FAMILIAS
002600     .
002610 1100-EXIT.
002620     EXIT.
002630 1150-LE-FAMILIA.
002640     READ FAMILIA-MASTER-FILE NEXT RECORD
002650         AT END
002660             SET FIM-DAS-FAMILIAS TO TRUE
002670             GO TO 1150-EXIT
002680     END-READ
002690     PERFORM 1160-MAPEIA-MEMBRO THRU 1160-EXIT
002700         VARYING WS-MEM-SUB FROM 1 BY 1
002710         UNTIL WS-MEM-SUB > MED-FAM-QTD-MEMBROS
002720     .
002730 1150-EXIT.
002740     EXIT.
002750 1160-MAPEIA-MEMBRO.
002760     IF WS-FMB-TABLE-QTD >= 4000
002770        DISPLAY "TABELA DE MEMBROS CHEIA (4000) -- AUMENTE "
002780            "WS-FMB-TABLE"
002790        MOVE 8 TO RETURN-CODE
002800        STOP RUN
002810     END-IF
002820     ADD 1 TO WS-FMB-TABLE-QTD
002830     SET WS-FMB-IDX TO WS-FMB-TABLE-QTD
002840     MOVE MED-FAM-MEMBRO (WS-MEM-SUB) TO
002850         WS-FMB-ALUNO-ID (WS-FMB-IDX)
002860     MOVE MED-FAM-ID TO WS-FMB-FAM-ID (WS-FMB-IDX)
002870     .
002880 1160-EXIT.
002890     EXIT.
002900*----------------------------------------------------------*
002910* 2000-PROCESS-TRANS -- APPLY ONE CONTACT TRANSACTION      *
002920*----------------------------------------------------------*
002930 2000-PROCESS-TRANS.
002940     MOVE 'S' TO WS-TRANS-VALIDA
002950     MOVE SPACES TO WS-MOTIVO-REJEICAO
002960     EVALUATE TRUE
002970         WHEN NOT CTT-TIPO-OK
002980             SET TRANS-REJEITADA TO TRUE
002990             MOVE "TIPO DE DOMICILIO INVALIDO" TO
003000                 WS-MOTIVO-REJEICAO
003010         WHEN MED-CTT-ID IS NOT NUMERIC
003020             SET TRANS-REJEITADA TO TRUE
003030             MOVE "ID NAO NUMERICO" TO WS-MOTIVO-REJEICAO
003040         WHEN MED-CTT-ID = ZERO
003050             SET TRANS-REJEITADA TO TRUE
003060             MOVE "ID ZERADO" TO WS-MOTIVO-REJEICAO
003070         WHEN CTT-INCLUSAO
003080             PERFORM 2100-INCLUI-CONTATO THRU 2100-EXIT
003090         WHEN CTT-ALTERACAO
003100             PERFORM 2200-ALTERA-CONTATO THRU 2200-EXIT
003110         WHEN CTT-EXCLUSAO
003120             PERFORM 2300-EXCLUI-CONTATO THRU 2300-EXIT
003130         WHEN OTHER
003140             SET TRANS-REJEITADA TO TRUE
003150             MOVE "FUNCAO INVALIDA" TO WS-MOTIVO-REJEICAO
003160     END-EVALUATE
003170     IF TRANS-REJEITADA
003180        ADD 1 TO WS-CONT-REJEITADOS
003190        MOVE "TRNREJ" TO MED-ERROR-CODE
003200        MOVE WS-MOTIVO-REJEICAO TO MED-ERROR-TEXT
003210        SET MED-RC-DATA-ERROR TO TRUE
003220        PERFORM 9800-ERROR-LOG THRU 9800-EXIT
003230     ELSE
003240        ADD 1 TO WS-CONT-APLICADOS
003250     END-IF
003260     PERFORM 5000-GRAVA-REGISTRO THRU 5000-EXIT
003270     PERFORM 3000-READ-TRANS THRU 3000-EXIT
003280     .
003290 2000-EXIT.
003300     EXIT.
003310*----------------------------------------------------------*
003320* 2050-VALIDA-FORMATO -- THE FILLED-IN FIELDS OF THE       *
003330*     TRANSACTION, BEFORE THEY REACH THE RECORD; AN * (THE *
003340*     ERASE MARK) IS LEFT FOR 2200.                        *
003350*----------------------------------------------------------*
003360 2050-VALIDA-FORMATO.
003370     IF MED-CTT-EMAIL NOT = SPACES AND MED-CTT-EMAIL NOT = "*"
003380        PERFORM 2060-VALIDA-EMAIL THRU 2060-EXIT
003390        IF TRANS-REJEITADA
003400           GO TO 2050-EXIT
003410        END-IF
003420     END-IF
003430     IF MED-CTT-CELULAR NOT = SPACES
003440        AND MED-CTT-CELULAR NOT = "*"
003450        PERFORM 2070-VALIDA-CELULAR THRU 2070-EXIT
003460        IF TRANS-REJEITADA
003470           GO TO 2050-EXIT
003480        END-IF
003490     END-IF
003500     IF MED-CTT-CANAL NOT = SPACE
003510        AND MED-CTT-CANAL NOT = 'E'
003520        AND MED-CTT-CANAL NOT = 'S'
003530        AND MED-CTT-CANAL NOT = 'C'
003540        SET TRANS-REJEITADA TO TRUE
003550        MOVE "CANAL INVALIDO (E/S/C)" TO WS-MOTIVO-REJEICAO
003560        GO TO 2050-EXIT
003570     END-IF
003580     PERFORM 2080-VALIDA-FLAG THRU 2080-EXIT
003590         VARYING WS-CNS-SUB FROM 1 BY 1
003600         UNTIL WS-CNS-SUB > 3 OR TRANS-REJEITADA
003610     IF TRANS-REJEITADA
003620        GO TO 2050-EXIT
003630     END-IF
003640     PERFORM 2090-VALIDA-DATA-CNS THRU 2090-EXIT
003650     .
003660 2050-EXIT.
003670     EXIT.
003680*----------------------------------------------------------*
003690* 2060-VALIDA-EMAIL -- NO BLANKS INSIDE, ONE @ WITH SOME-  *
003700*     THING BEFORE IT, A DOMAIN WITH A DOT NOT AT EITHER   *
003710*     END.                                                 *
003720*----------------------------------------------------------*
003730 2060-VALIDA-EMAIL.
003740     MOVE ZERO TO WS-EML-TAM
003750     INSPECT MED-CTT-EMAIL TALLYING WS-EML-TAM
003760         FOR CHARACTERS BEFORE INITIAL SPACE
003770     IF WS-EML-TAM = ZERO
003780        GO TO 2060-REJEITA
003790     END-IF
003800     IF WS-EML-TAM < 60
003810        IF MED-CTT-EMAIL (WS-EML-TAM + 1:) NOT = SPACES
003820           GO TO 2060-REJEITA
003830        END-IF
003840     END-IF
003850     MOVE ZERO TO WS-EML-ARROBAS
003860     INSPECT MED-CTT-EMAIL TALLYING WS-EML-ARROBAS FOR ALL "@"
003870     IF WS-EML-ARROBAS NOT = 1
003880        GO TO 2060-REJEITA
003890     END-IF
003900     MOVE SPACES TO WS-EML-LOCAL WS-EML-DOMINIO
003910     MOVE ZERO TO WS-EML-LOCAL-TAM
003920     UNSTRING MED-CTT-EMAIL DELIMITED BY "@"
003930         INTO WS-EML-LOCAL COUNT IN WS-EML-LOCAL-TAM
003940              WS-EML-DOMINIO
003950     END-UNSTRING
003960     IF WS-EML-LOCAL-TAM = ZERO
003970        GO TO 2060-REJEITA
003980     END-IF
003990     COMPUTE WS-EML-DOM-TAM = WS-EML-TAM - WS-EML-LOCAL-TAM - 1
004000     IF WS-EML-DOM-TAM < 3
004010        GO TO 2060-REJEITA
004020     END-IF
004030     MOVE ZERO TO WS-EML-PONTOS
004040     INSPECT WS-EML-DOMINIO TALLYING WS-EML-PONTOS FOR ALL "."
004050     IF WS-EML-PONTOS = ZERO
004060        OR WS-EML-DOMINIO (1:1) = "."
004070        OR WS-EML-DOMINIO (WS-EML-DOM-TAM:1) = "."
004080        GO TO 2060-REJEITA
004090     END-IF
004100     GO TO 2060-EXIT
004110     .
004120 2060-REJEITA.
004130     SET TRANS-REJEITADA TO TRUE
004140     MOVE "E-MAIL INVALIDO" TO WS-MOTIVO-REJEICAO
004150     .
004160 2060-EXIT.
004170     EXIT.
004180*----------------------------------------------------------*
004190* 2070-VALIDA-CELULAR -- DDD PLUS NUMBER, DIGITS ONLY,     *
004200*     10 OR 11 OF THEM FROM THE FIRST COLUMN.              *
004210*----------------------------------------------------------*
004220 2070-VALIDA-CELULAR.
004230     MOVE ZERO TO WS-CEL-TAM
004240     INSPECT MED-CTT-CELULAR TALLYING WS-CEL-TAM
004250         FOR CHARACTERS BEFORE INITIAL SPACE
004260     IF WS-CEL-TAM < 10 OR WS-CEL-TAM > 11
004270        GO TO 2070-REJEITA
004280     END-IF
004290     IF MED-CTT-CELULAR (WS-CEL-TAM + 1:) NOT = SPACES
004300        GO TO 2070-REJEITA
004310     END-IF
004320     IF MED-CTT-CELULAR (1:WS-CEL-TAM) IS NOT NUMERIC
004330        GO TO 2070-REJEITA
004340     END-IF
004350     GO TO 2070-EXIT
004360     .
004370 2070-REJEITA.
004380     SET TRANS-REJEITADA TO TRUE
004390     MOVE "CELULAR INVALIDO (DDD+NUMERO)" TO WS-MOTIVO-REJEICAO
004400     .
004410 2070-EXIT.
004420     EXIT.
004430 2080-VALIDA-FLAG.
004440     IF MED-CTT-CNS-FLAG (WS-CNS-SUB) NOT = SPACE
004450        AND MED-CTT-CNS-FLAG (WS-CNS-SUB) NOT = 'S'
004460        AND MED-CTT-CNS-FLAG (WS-CNS-SUB) NOT = 'N'
004470        SET TRANS-REJEITADA TO TRUE
004480        MOVE "CONSENTIMENTO INVALIDO (S/N)" TO
004490            WS-MOTIVO-REJEICAO
004500     END-IF
004510     .
004520 2080-EXIT.
004530     EXIT.
004540*----------------------------------------------------------*
004550* 2090-VALIDA-DATA-CNS -- THE SIGNING DATE, WHEN GIVEN,    *
004560*     MUST BE A CALENDAR DAY NOT IN THE FUTURE; BLANK IS   *
004570*     TODAY.                                               *
004580*----------------------------------------------------------*
004590 2090-VALIDA-DATA-CNS.
004600     IF MED-CTT-DATA-CNS = SPACES
004610        MOVE WS-DATA-HOJE TO WS-DATA-CNS
004620        GO TO 2090-EXIT
004630     END-IF
004640     IF MED-CTT-DATA-CNS IS NOT NUMERIC
004650        SET TRANS-REJEITADA TO TRUE
004660        MOVE "DATA CONSENTIMENTO INVALIDA" TO WS-MOTIVO-REJEICAO
004670        GO TO 2090-EXIT
004680     END-IF
004690     MOVE MED-CTT-DATA-CNS TO WS-DATA-CNS
004700     MOVE ZERO TO WS-DIAS-NUM
004710     COMPUTE WS-DIAS-NUM =
004720         FUNCTION INTEGER-OF-DATE (WS-DATA-CNS)
004730         ON SIZE ERROR
004740             MOVE ZERO TO WS-DIAS-NUM
004750     END-COMPUTE
004760     IF WS-DIAS-NUM = ZERO
004770        SET TRANS-REJEITADA TO TRUE
004780        MOVE "DATA CONSENTIMENTO INVALIDA" TO WS-MOTIVO-REJEICAO
004790        GO TO 2090-EXIT
004800     END-IF
004810     IF WS-DATA-CNS > WS-DATA-HOJE
004820        SET TRANS-REJEITADA TO TRUE
004830        MOVE "CONSENTIMENTO COM DATA FUTURA" TO WS-MOTIVO-REJEICAO
004840     END-IF
004850     .
004860 2090-EXIT.
004870     EXIT.
004880*----------------------------------------------------------*
004890* 2100-INCLUI-CONTATO -- A HOUSEHOLD WITHOUT A CONTACT     *
004900*     RECORD YET.                                          *
004910*----------------------------------------------------------*
004920 2100-INCLUI-CONTATO.
004930     IF MED-CTT-EMAIL = "*" OR MED-CTT-CELULAR = "*"
004940        SET TRANS-REJEITADA TO TRUE
004950        MOVE "MARCA * SO NA ALTERACAO" TO WS-MOTIVO-REJEICAO
004960        GO TO 2100-EXIT
004970     END-IF
004980     PERFORM 2050-VALIDA-FORMATO THRU 2050-EXIT
004990     IF TRANS-REJEITADA
005000        GO TO 2100-EXIT
005010     END-IF
005020     MOVE SPACES TO MED-CONTATO-REC
005030     MOVE MED-CTT-TIPO TO MED-CON-TIPO
005040     MOVE MED-CTT-ID   TO MED-CON-ID
005050     PERFORM 2150-CONFERE-DOMICILIO THRU 2150-EXIT
005060     IF TRANS-REJEITADA
005070        GO TO 2100-EXIT
005080     END-IF
005090     MOVE MED-CTT-EMAIL   TO MED-CON-EMAIL
005100     MOVE MED-CTT-CELULAR TO MED-CON-CELULAR
005110     MOVE MED-CTT-CANAL   TO MED-CON-CANAL
005120     IF MED-CON-CANAL = SPACE
005130        SET MED-CON-CANAL-CARTA TO TRUE
005140     END-IF
005150     PERFORM 2170-CONSENTE-INCLUSAO THRU 2170-EXIT
005160         VARYING WS-CNS-SUB FROM 1 BY 1
005170         UNTIL WS-CNS-SUB > 3
005180     PERFORM 2500-VALIDA-CANAL THRU 2500-EXIT
005190     IF TRANS-REJEITADA
005200        GO TO 2100-EXIT
005210     END-IF
005220     MOVE WS-OPERADOR  TO MED-CON-OPERADOR
005230     MOVE WS-DATA-HOJE TO MED-CON-DATA-ATUALIZACAO
005240     WRITE MED-CONTATO-REC
005250         INVALID KEY
005260             SET TRANS-REJEITADA TO TRUE
005270             MOVE "CONTATO JA CADASTRADO" TO WS-MOTIVO-REJEICAO
005280     END-WRITE
005290     .
005300 2100-EXIT.
005310     EXIT.
005320*----------------------------------------------------------*
005330* 2150-CONFERE-DOMICILIO -- THE FAMILY ON FAMMAST, OR THE  *
005340*     STUDENT ON STUMAST AND ON NO FAMILY; THE RESPONSAVEL *
005350*     NAME COMES FROM THE MASTER THAT ANSWERED.            *
005360*----------------------------------------------------------*
005370 2150-CONFERE-DOMICILIO.
005380     IF MED-CON-FAMILIA
005390        IF MED-CON-ID > 99999
005400           SET TRANS-REJEITADA TO TRUE
005410           MOVE "FAMILIA NAO CADASTRADA" TO WS-MOTIVO-REJEICAO
005420           GO TO 2150-EXIT
005430        END-IF
005440        IF NOT FAMMAST-ABERTO
005450           GO TO 2150-EXIT
005460        END-IF
005470        MOVE MED-CON-ID TO MED-FAM-ID
005480        READ FAMILIA-MASTER-FILE
005490            INVALID KEY
005500                SET TRANS-REJEITADA TO TRUE
005510                MOVE "FAMILIA NAO CADASTRADA" TO
005520                    WS-MOTIVO-REJEICAO
005530            NOT INVALID KEY
005540                MOVE MED-FAM-RESPONSAVEL TO MED-CON-RESPONSAVEL
005550        END-READ
005560        GO TO 2150-EXIT
005570     END-IF
005580     IF WS-FMB-TABLE-QTD > ZERO
005590        SET WS-FMB-IDX TO 1
005600        SEARCH WS-FMB-ENTRY
005610            AT END
005620                CONTINUE
005630            WHEN WS-FMB-ALUNO-ID (WS-FMB-IDX) = MED-CON-ID
005640                SET TRANS-REJEITADA TO TRUE
005650                MOVE WS-FMB-FAM-ID (WS-FMB-IDX) TO WS-MTF-FAM-ID
005660                MOVE WS-MOTIVO-FAMILIA TO WS-MOTIVO-REJEICAO
005670        END-SEARCH
005680        IF TRANS-REJEITADA
005690           GO TO 2150-EXIT
005700        END-IF
005710     END-IF
005720     IF NOT STUMAST-ABERTO
005730        GO TO 2150-EXIT
005740     END-IF
005750     MOVE MED-CON-ID TO MED-STU-ID
005760     READ STUDENT-MASTER-FILE
005770         INVALID KEY
005780             SET TRANS-REJEITADA TO TRUE
005790             MOVE "ALUNO NAO CADASTRADO" TO WS-MOTIVO-REJEICAO
005800         NOT INVALID KEY
005810             MOVE MED-STU-RESPONSAVEL TO MED-CON-RESPONSAVEL
005820     END-READ
005830     .
005840 2150-EXIT.
005850     EXIT.
005860 2170-CONSENTE-INCLUSAO.
005870     IF MED-CTT-CNS-FLAG (WS-CNS-SUB) = 'S'
005880        SET MED-CON-CNS-DADO (WS-CNS-SUB) TO TRUE
005890        MOVE WS-DATA-CNS TO MED-CON-CNS-DATA (WS-CNS-SUB)
005900     ELSE
005910        SET MED-CON-CNS-NEGADO (WS-CNS-SUB) TO TRUE
005920        MOVE ZERO TO MED-CON-CNS-DATA (WS-CNS-SUB)
005930     END-IF
005940     .
005950 2170-EXIT.
005960     EXIT.
005970*----------------------------------------------------------*
005980* 2200-ALTERA-CONTATO -- ONLY THE FILLED-IN FIELDS         *
005990*     REPLACE; * ERASES THE E-MAIL OR THE MOBILE NUMBER.   *
006000*----------------------------------------------------------*
006010 2200-ALTERA-CONTATO.
006020     PERFORM 2050-VALIDA-FORMATO THRU 2050-EXIT
006030     IF TRANS-REJEITADA
006040        GO TO 2200-EXIT
006050     END-IF
006060     MOVE MED-CTT-TIPO TO MED-CON-TIPO
006070     MOVE MED-CTT-ID   TO MED-CON-ID
006080     READ CONTATO-MASTER-FILE
006090         INVALID KEY
006100             SET TRANS-REJEITADA TO TRUE
006110             MOVE "CONTATO NAO CADASTRADO" TO WS-MOTIVO-REJEICAO
006120     END-READ
006130     IF TRANS-REJEITADA
006140        GO TO 2200-EXIT
006150     END-IF
006160     EVALUATE TRUE
006170         WHEN MED-CTT-EMAIL = "*"
006180             MOVE SPACES TO MED-CON-EMAIL
006190         WHEN MED-CTT-EMAIL NOT = SPACES
006200             MOVE MED-CTT-EMAIL TO MED-CON-EMAIL
006210     END-EVALUATE
006220     EVALUATE TRUE
006230         WHEN MED-CTT-CELULAR = "*"
006240             MOVE SPACES TO MED-CON-CELULAR
006250         WHEN MED-CTT-CELULAR NOT = SPACES
006260             MOVE MED-CTT-CELULAR TO MED-CON-CELULAR
006270     END-EVALUATE
006280     IF MED-CTT-CANAL NOT = SPACE
006290        MOVE MED-CTT-CANAL TO MED-CON-CANAL
006300     END-IF
006310     PERFORM 2270-CONSENTE-ALTERACAO THRU 2270-EXIT
006320         VARYING WS-CNS-SUB FROM 1 BY 1
006330         UNTIL WS-CNS-SUB > 3
006340     PERFORM 2500-VALIDA-CANAL THRU 2500-EXIT
006350     IF TRANS-REJEITADA
006360        GO TO 2200-EXIT
006370     END-IF
006380     MOVE WS-OPERADOR  TO MED-CON-OPERADOR
006390     MOVE WS-DATA-HOJE TO MED-CON-DATA-ATUALIZACAO
006400     REWRITE MED-CONTATO-REC
006410         INVALID KEY
006420             SET TRANS-REJEITADA TO TRUE
006430             MOVE "ERRO DE REGRAVACAO NO CONTMAST" TO
006440                 WS-MOTIVO-REJEICAO
006450     END-REWRITE
006460     .
006470 2200-EXIT.
006480     EXIT.
006490*----------------------------------------------------------*
006500* 2270-CONSENTE-ALTERACAO -- A GIVEN FLAG THAT CHANGES IS  *
006510*     DATED (S THE SIGNING DATE, N TODAY); AN S REPEATED   *
006520*     WITH A SIGNING DATE RENEWS THE DATE.                 *
006530*----------------------------------------------------------*
006540 2270-CONSENTE-ALTERACAO.
006550     EVALUATE TRUE
006560         WHEN MED-CTT-CNS-FLAG (WS-CNS-SUB) = SPACE
006570             CONTINUE
006580         WHEN MED-CTT-CNS-FLAG (WS-CNS-SUB) = 'S'
006590             IF NOT MED-CON-CNS-DADO (WS-CNS-SUB)
006600                OR MED-CTT-DATA-CNS NOT = SPACES
006610                SET MED-CON-CNS-DADO (WS-CNS-SUB) TO TRUE
006620                MOVE WS-DATA-CNS TO MED-CON-CNS-DATA (WS-CNS-SUB)
006630             END-IF
006640         WHEN OTHER
006650             IF NOT MED-CON-CNS-NEGADO (WS-CNS-SUB)
006660                SET MED-CON-CNS-NEGADO (WS-CNS-SUB) TO TRUE
006670                MOVE WS-DATA-HOJE TO MED-CON-CNS-DATA (WS-CNS-SUB)
006680             END-IF
006690     END-EVALUATE
006700     .
006710 2270-EXIT.
006720     EXIT.
006730*----------------------------------------------------------*
006740* 2300-EXCLUI-CONTATO -- REMOVE A CONTACT                  *
006750*----------------------------------------------------------*
006760 2300-EXCLUI-CONTATO.
006770     MOVE MED-CTT-TIPO TO MED-CON-TIPO
006780     MOVE MED-CTT-ID   TO MED-CON-ID
006790     DELETE CONTATO-MASTER-FILE
006800         INVALID KEY
006810             SET TRANS-REJEITADA TO TRUE
006820             MOVE "CONTATO NAO CADASTRADO" TO WS-MOTIVO-REJEICAO
006830     END-DELETE
006840     .
006850 2300-EXIT.
006860     EXIT.
006870*----------------------------------------------------------*
006880* 2500-VALIDA-CANAL -- THE PREFERRED CHANNEL NEEDS ITS     *
006890*     ADDRESS ON THE RECORD AS IT WOULD BE WRITTEN.        *
006900*----------------------------------------------------------*
006910 2500-VALIDA-CANAL.
006920     IF MED-CON-CANAL-EMAIL AND MED-CON-EMAIL = SPACES
006930        SET TRANS-REJEITADA TO TRUE
006940        MOVE "CANAL E-MAIL SEM E-MAIL" TO WS-MOTIVO-REJEICAO
006950     END-IF
006960     IF MED-CON-CANAL-SMS AND MED-CON-CELULAR = SPACES
006970        SET TRANS-REJEITADA TO TRUE
006980        MOVE "CANAL SMS SEM CELULAR" TO WS-MOTIVO-REJEICAO
006990     END-IF
007000     .
007010 2500-EXIT.
007020     EXIT.
007030*----------------------------------------------------------*
007040* 3000-READ-TRANS -- READ THE NEXT CONTACT TRANSACTION     *
007050*----------------------------------------------------------*
007060 3000-READ-TRANS.
007070     READ CON-TRANS-FILE
007080         AT END
007090             SET FIM-DO-TRANS TO TRUE
007100         NOT AT END
007110             ADD 1 TO WS-CONT-LIDOS
007120     END-READ
007130     .
007140 3000-EXIT.
007150     EXIT.
007160*----------------------------------------------------------*
007170* 5000-GRAVA-REGISTRO -- ONE REGISTER LINE PER TRANSACTION *
007180*     (THE E-MAIL AND THE NUMBER STAY OFF THE LISTING).    *
007190*----------------------------------------------------------*
007200 5000-GRAVA-REGISTRO.
007210     MOVE SPACES TO WS-REG-MOTIVO WS-REG-CANAL WS-REG-CONSENT
007220     MOVE MED-CTT-FUNCAO TO WS-REG-FUNCAO
007230     MOVE MED-CTT-TIPO   TO WS-REG-TIPO
007240     MOVE MED-CTT-ID     TO WS-REG-ID
007250     IF TRANS-REJEITADA
007260        MOVE "REJEITADO" TO WS-REG-ACAO
007270        MOVE WS-MOTIVO-REJEICAO TO WS-REG-MOTIVO
007280     ELSE
007290        MOVE "APLICADO"  TO WS-REG-ACAO
007300        IF NOT CTT-EXCLUSAO
007310           MOVE MED-CON-CANAL    TO WS-REG-CANAL
007320           MOVE MED-CON-ACAD-FLAG TO WS-REG-CONSENT (1:1)
007330           MOVE MED-CON-FIN-FLAG  TO WS-REG-CONSENT (2:1)
007340           MOVE MED-CON-MKT-FLAG  TO WS-REG-CONSENT (3:1)
007350        END-IF
007360     END-IF
007370     MOVE WS-REGISTER-LINE TO CON-REGISTER-REC
007380     WRITE CON-REGISTER-REC
007390     .
007400 5000-EXIT.
007410     EXIT.
007420*----------------------------------------------------------*
007430* 9000-FINALIZE -- CLOSE THE FILES AND SHOW THE RUN COUNTS *
007440*----------------------------------------------------------*
007450 9000-FINALIZE.
007460     IF WS-TRANS-STATUS = "10"
007470        CLOSE CON-TRANS-FILE
007480     END-IF
007490     CLOSE CON-REGISTER-FILE
007500     CLOSE CONTATO-MASTER-FILE
007510     IF FAMMAST-ABERTO
007520        CLOSE FAMILIA-MASTER-FILE
007530     END-IF
007540     IF STUMAST-ABERTO
007550        CLOSE STUDENT-MASTER-FILE
007560     END-IF
007570     DISPLAY "TRANSACOES LIDAS....: " WS-CONT-LIDOS
007580     DISPLAY "APLICADAS...........: " WS-CONT-APLICADOS
007590     DISPLAY "REJEITADAS..........: " WS-CONT-REJEITADOS
007600     IF WS-CONT-REJEITADOS > ZERO
007610        MOVE 4 TO RETURN-CODE
007620     END-IF
007630     .
007640 9000-EXIT.
007650     EXIT.
007660*----------------------------------------------------------*
007670* 9800-ERROR-LOG -- SHARED ERROR-LOGGING PARAGRAPH (ERRPARA) *
007680*----------------------------------------------------------*
007690     COPY ERRPARA.
007700*----------------------------------------------------------*
007710* 9200/9250/9280/9290 -- SHARED OPERATOR-AUTHORIZATION     *
007720*     PARAGRAPHS (OPERPARA) AND THE AUDIT-CHAIN PARAGRAPHS *
007730*     (CADPARA) THE ACCESS-LOG STAMP RIDES ON.             *
007740*----------------------------------------------------------*
007750     COPY CADPARA.
007760     COPY OPERPARA.
007770 END PROGRAM CONTATO_MAINT.
