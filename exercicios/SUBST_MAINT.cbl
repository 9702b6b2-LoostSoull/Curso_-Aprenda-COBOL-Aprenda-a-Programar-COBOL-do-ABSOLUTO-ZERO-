000100*****************************************************************
000110* Program:      SUBST_MAINT
000120* Author:       J. ALBUQUERQUE - APPLICATIONS SUPPORT
000130* Installation: ESCOLA - SISTEMA ACADEMICO
000140* Date-Written: 2026-10-15
000150* Date-Compiled:
000160* Purpose:      Teacher absence/substitution register
000170*               maintenance, built on the HORARIO_MAINT pattern.
000180*               Reads add/change/delete transactions (SUBSTRAN:
000190*               lesson date, turma, period slot, absent teacher,
000200*               substitute, reason code, remark) and applies them
000210*               to the indexed SUBSMAST (copybooks SUBSSEL/
000220*               SUBSMST), writing a register (SUBSREG) of every
000230*               change applied and rejected. The weekday comes
000240*               from the date and the slot must be on HORAMAST
000250*               for the turma; the absent teacher must be the
000260*               PROFMAST teacher HORAMAST names for it; the
000270*               substitute must be on PROFMAST, ATIVO, and free
000280*               in that weekday/slot -- not booked on HORAMAST
000290*               in any turma and not already covering another
000300*               lesson the same date and slot.
000310*               When a competence (AAAAMM) follows the operator
000320*               ID on SYSIN, the run then writes the monthly
000330*               SUBSEXT extract FOLHA_MENSAL consumes: per
000340*               teacher, the unexcused lessons to dock (F) and
000350*               the lessons covered as a substitute (S), under
000360*               the SALMAST employee ID on PROFMAST.
000370* Modification History:
000380*   2026-10-15 JA  Initial version.
000390* Tectonics: cobc
000400*****************************************************************
000410 IDENTIFICATION DIVISION.
000420 PROGRAM-ID. SUBST_MAINT.
000430 ENVIRONMENT DIVISION.
000440 INPUT-OUTPUT SECTION.
000450 FILE-CONTROL.
000460     SELECT SUB-TRANS-FILE ASSIGN TO "SUBSTRAN"
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS WS-TRANS-STATUS.
000490     SELECT SUB-REGISTER-FILE ASSIGN TO "SUBSREG"
000500         ORGANIZATION IS LINE SEQUENTIAL.
000510     COPY SUBSSEL.
000520     COPY SUBXSEL.
000530     COPY PROFSEL.
000540     COPY HORASEL.
000550     COPY OPERSEL.
000560     COPY ACSSEL.
000570     COPY ERRLSEL.
000580 DATA DIVISION.
000590 FILE SECTION.
000600 FD  SUB-TRANS-FILE.
000610 01  MED-SUB-TRANS-REC.
000620     03  MED-SBT-FUNCAO         PIC X(01).
000630         88  SBT-INCLUSAO             VALUE 'A'.
000640         88  SBT-ALTERACAO            VALUE 'C'.
000650         88  SBT-EXCLUSAO             VALUE 'D'.
000660     03  MED-SBT-DATA           PIC X(08).
000670     03  MED-SBT-TURMA          PIC X(10).
000680     03  MED-SBT-SLOT           PIC X(02).
000690     03  MED-SBT-AUSENTE        PIC X(05).
000700     03  MED-SBT-SUBSTITUTO     PIC X(05).
000710     03  MED-SBT-MOTIVO         PIC X(02).
000720     03  MED-SBT-OBSERVACAO     PIC X(30).
000730 FD  SUB-REGISTER-FILE.
000740 01  SUB-REGISTER-REC           PIC X(100).
000750 FD  SUBST-MASTER-FILE.
000760     COPY SUBSMST.
000770     COPY SUBXFD.
000780 FD  PROF-MASTER-FILE.
000790     COPY PROFMST.
000800 FD  HORARIO-MASTER-FILE.
000810     COPY HORAMST.
000820 FD  OPER-MASTER-FILE.
000830     COPY OPERMST.
000840     COPY ACSFD.
000850     COPY ERRLFD.
000860 WORKING-STORAGE SECTION.
000870     COPY ERRCODES.
000880 01  WS-OPR-MASTER-STATUS       PIC X(02) VALUE SPACES.
000890     COPY CADREC.
000900     COPY OPERREC.
000910 01  WS-OPERADOR                PIC X(08) VALUE SPACES.
000920 01  WS-SUB-MASTER-STATUS       PIC X(02) VALUE SPACES.
000930 01  WS-SBX-STATUS              PIC X(02) VALUE SPACES.
000940 01  WS-PRF-MASTER-STATUS       PIC X(02) VALUE SPACES.
000950 01  WS-HOR-MASTER-STATUS       PIC X(02) VALUE SPACES.
000960 01  WS-TRANS-STATUS            PIC X(02) VALUE SPACES.
000970 01  WS-SWITCHES.
000980     03  WS-EOF-TRANS           PIC X(01) VALUE 'N'.
000990         88  FIM-DO-TRANS             VALUE 'S'.
001000     03  WS-EOF-HORARIO         PIC X(01) VALUE 'N'.
001010         88  FIM-DO-HORARIO           VALUE 'S'.
001020     03  WS-EOF-SUBST           PIC X(01) VALUE 'N'.
001030         88  FIM-DO-SUBST             VALUE 'S'.
001040     03  WS-TRANS-VALIDA        PIC X(01) VALUE 'S'.
001050         88  TRANS-REJEITADA          VALUE 'N'.
001060     03  WS-AULA-ACHOU          PIC X(01) VALUE 'N'.
001070         88  ACHOU-AULA               VALUE 'S'.
001080     03  WS-EXT-ACHOU           PIC X(01) VALUE 'N'.
001090         88  ACHOU-EXTRATO            VALUE 'S'.
001100 01  WS-MOTIVO-REJEICAO         PIC X(30) VALUE SPACES.
001110 01  WS-DATA-HOJE               PIC 9(08) VALUE ZERO.
001120 01  WS-DATA-AULA               PIC 9(08) VALUE ZERO.
001130 01  WS-DIAS-NUM                PIC 9(07) VALUE ZERO.
001140 01  WS-DIA-SEMANA              PIC 9(01) VALUE ZERO.
001150 01  WS-SLOT-AULA               PIC 9(02) VALUE ZERO.
001160 01  WS-AUSENTE-ID              PIC 9(05) VALUE ZERO.
001170 01  WS-SUBSTITUTO-ID           PIC 9(05) VALUE ZERO.
001180 01  WS-PROF-DA-AULA            PIC X(30) VALUE SPACES.
001190 01  WS-NOME-SUBSTITUTO         PIC X(30) VALUE SPACES.
001200 01  WS-COMPET-PARM             PIC X(06) VALUE SPACES.
001210 01  WS-COMPET-EXTRATO          PIC 9(06) VALUE ZERO.
001220 01  WS-SUB-COMPET              PIC 9(06) VALUE ZERO.
001230 01  WS-CONTADORES.
001240     03  WS-CONT-LIDOS          PIC 9(05) COMP VALUE ZERO.
001250     03  WS-CONT-APLICADOS      PIC 9(05) COMP VALUE ZERO.
001260     03  WS-CONT-REJEITADOS     PIC 9(05) COMP VALUE ZERO.
001270     03  WS-CONT-CONFLITOS      PIC 9(05) COMP VALUE ZERO.
001280     03  WS-CONT-EXTRAIDOS      PIC 9(05) COMP VALUE ZERO.
001290     03  WS-CONT-SEM-VINCULO    PIC 9(05) COMP VALUE ZERO.
001300*----------------------------------------------------------*
001310* THE WHOLE TIMETABLE LOADED AT OPEN: THE SLOT LOOKUP AND  *
001320*     THE SUBSTITUTE'S BOOKING CHECK RUN OFF THE TABLE.    *
001330*----------------------------------------------------------*
001340 01  WS-GRD-TABLE-QTD           PIC 9(04) COMP VALUE ZERO.
001350 01  WS-GRD-TABLE.
001360     03  WS-GRD-ENTRY           OCCURS 1 TO 2000 TIMES
001370                                DEPENDING ON WS-GRD-TABLE-QTD
001380                                INDEXED BY WS-GRD-IDX.
001390         05  WS-GRD-TURMA       PIC X(10).
001400         05  WS-GRD-DIA         PIC 9(01).
001410         05  WS-GRD-SLOT        PIC 9(02).
001420         05  WS-GRD-PROFESSOR   PIC X(30).
001430 01  WS-GRD-SUB                 PIC 9(04) COMP VALUE ZERO.
001440*----------------------------------------------------------*
001450* LESSONS PER TEACHER FOR THE MONTHLY EXTRACT: UNEXCUSED   *
001460*     ABSENCES AND SUBSTITUTIONS COVERED.                  *
001470*----------------------------------------------------------*
001480 01  WS-EXT-TABLE-QTD           PIC 9(03) COMP VALUE ZERO.
001490 01  WS-EXT-TABLE.
001500     03  WS-EXT-ENTRY           OCCURS 1 TO 300 TIMES
001510                                DEPENDING ON WS-EXT-TABLE-QTD
001520                                INDEXED BY WS-EXT-IDX.
001530         05  WS-EXT-PRF-ID      PIC 9(05).
001540         05  WS-EXT-FALTAS      PIC 9(03).
001550         05  WS-EXT-SUBST       PIC 9(03).
001560 01  WS-EXT-SUB                 PIC 9(03) COMP VALUE ZERO.
001570 01  WS-EXT-PRF-PROCURA         PIC 9(05) VALUE ZERO.
001580*----------------------------------------------------------*
001590* REGISTER LINE                                             *
001600*----------------------------------------------------------*
001610 01  WS-REGISTER-LINE.
001620     03  WS-REG-FUNCAO          PIC X(01).
001630     03  FILLER                 PIC X(01) VALUE SPACE.
001640     03  WS-REG-DATA            PIC X(08).
001650     03  FILLER                 PIC X(01) VALUE SPACE.
001660     03  WS-REG-TURMA           PIC X(10).
001670     03  FILLER                 PIC X(01) VALUE SPACE.
001680     03  WS-REG-SLOT            PIC X(02).
001690     03  FILLER                 PIC X(01) VALUE SPACE.
001700     03  WS-REG-ACAO            PIC X(09).
001710     03  FILLER                 PIC X(01) VALUE SPACE.
001720     03  WS-REG-MOTIVO          PIC X(30).
001730     03  FILLER                 PIC X(01) VALUE SPACE.
001740     03  WS-REG-CONFLITO        PIC X(10).
001750 PROCEDURE DIVISION.
001760 0000-MAIN-PROCEDURE.
001770     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001780     PERFORM 2000-PROCESS-TRANS THRU 2000-EXIT
001790         UNTIL FIM-DO-TRANS
001800     IF WS-COMPET-EXTRATO > ZERO
001810        PERFORM 6000-GERA-EXTRATO THRU 6000-EXIT
001820     END-IF
001830     PERFORM 9000-FINALIZE THRU 9000-EXIT
001840     STOP RUN.
001850*----------------------------------------------------------*
001860* 1000-INITIALIZE -- OPERATOR GATE, THE EXTRACT COMPETENCE *
001870*     AND THE FILE OPENS (A BRAND-NEW SUBSMAST IS CREATED  *
001880*     EMPTY, SAME AS THE OTHER MASTERS). PROFMAST AND      *
001890*     HORAMAST ARE REQUIRED: WITHOUT THEM NO SUBSTITUTION  *
001900*     CAN BE VALIDATED.                                     *
001910*----------------------------------------------------------*
001920 1000-INITIALIZE.
001930     MOVE "SUBMAINT" TO MED-ERROR-PROGRAM
001940     DISPLAY "IDENTIFICACAO DO OPERADOR: "
001950     ACCEPT WS-OPERADOR
001960     PERFORM 9200-ABRE-OPERMAST THRU 9200-EXIT-OPER
001970     MOVE WS-OPERADOR TO MED-OPR-CHECK-ID
001980     MOVE 'M' TO MED-OPR-FUNC-CHECK
001990     PERFORM 9250-VERIFICA-OPERADOR THRU 9250-EXIT-OPER
002000     PERFORM 9290-FECHA-OPERMAST THRU 9290-EXIT-OPER
002010     IF NOT OPERADOR-AUTORIZADO
002020        DISPLAY "OPERADOR " WS-OPERADOR
002030            " SEM PERMISSAO DE MANUTENCAO"
002040        MOVE ZERO TO MED-OPN-ALUNO-ID
002050        PERFORM 9280-NEGA-ACESSO THRU 9280-EXIT-OPER
002060        MOVE "OPRNEG" TO MED-ERROR-CODE
002070        MOVE "OPERADOR SEM PERMISSAO DE MANUTENCAO" TO
002080            MED-ERROR-TEXT
002090        SET MED-RC-DATA-ERROR TO TRUE
002100        PERFORM 9800-ERROR-LOG THRU 9800-EXIT
002110        MOVE 8 TO RETURN-CODE
002120        STOP RUN
002130     END-IF
002140     DISPLAY "COMPETENCIA DO EXTRATO DA FOLHA (AAAAMM): "
002150     ACCEPT WS-COMPET-PARM
002160     IF WS-COMPET-PARM IS NUMERIC
002170        MOVE WS-COMPET-PARM TO WS-COMPET-EXTRATO
002180     END-IF
002190     ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
002200     OPEN INPUT SUB-TRANS-FILE
002210     IF WS-TRANS-STATUS NOT = "00"
002220        DISPLAY "SUBSTRAN NAO DISPONIVEL, STATUS: "
002230            WS-TRANS-STATUS
002240        SET FIM-DO-TRANS TO TRUE
002250     END-IF
002260     OPEN OUTPUT SUB-REGISTER-FILE
002270     OPEN I-O SUBST-MASTER-FILE
002280     IF WS-SUB-MASTER-STATUS = "35"
002290        OPEN OUTPUT SUBST-MASTER-FILE
002300        CLOSE SUBST-MASTER-FILE
002310        OPEN I-O SUBST-MASTER-FILE
002320     END-IF
002330     IF WS-SUB-MASTER-STATUS NOT = "00"
002340        DISPLAY "ERRO NA ABERTURA DO SUBSMAST: "
002350            WS-SUB-MASTER-STATUS
002360        MOVE "OPNERR"   TO MED-ERROR-CODE
002370        MOVE "SUBSMAST NAO PODE SER ABERTO" TO MED-ERROR-TEXT
002380        SET MED-RC-FILE-ERROR TO TRUE
002390        PERFORM 9800-ERROR-LOG THRU 9800-EXIT
002400        MOVE MED-RETURN-CODE TO RETURN-CODE
002410        STOP RUN
002420     END-IF
002430     OPEN INPUT PROF-MASTER-FILE
002440     IF WS-PRF-MASTER-STATUS NOT = "00"
002450        DISPLAY "PROFMAST NAO DISPONIVEL, STATUS: "
002460            WS-PRF-MASTER-STATUS
002470        MOVE "NOMAST"   TO MED-ERROR-CODE
002480        MOVE "PROFMAST INDISPONIVEL NAS SUBSTITUICOES" TO
002490            MED-ERROR-TEXT
002500        SET MED-RC-FILE-ERROR TO TRUE
002510        PERFORM 9800-ERROR-LOG THRU 9800-EXIT
002520        MOVE MED-RETURN-CODE TO RETURN-CODE
002530        STOP RUN
002540     END-IF
002550     OPEN INPUT HORARIO-MASTER-FILE
002560     IF WS-HOR-MASTER-STATUS NOT = "00"
002570        DISPLAY "HORAMAST NAO DISPONIVEL, STATUS: "
002580            WS-HOR-MASTER-STATUS
002590        MOVE "NOMAST"   TO MED-ERROR-CODE
002600        MOVE "HORAMAST INDISPONIVEL NAS SUBSTITUICOES" TO
002610            MED-ERROR-TEXT
002620        SET MED-RC-FILE-ERROR TO TRUE
002630        PERFORM 9800-ERROR-LOG THRU 9800-EXIT
002640        MOVE MED-RETURN-CODE TO RETURN-CODE
002650        STOP RUN
002660     END-IF
002670     PERFORM 1500-CARREGA-GRADE THRU 1500-EXIT
002680     CLOSE HORARIO-MASTER-FILE
002690     IF NOT FIM-DO-TRANS
002700        PERFORM 3000-READ-TRANS THRU 3000-EXIT
002710     END-IF
002720     .
002730 1000-EXIT.
002740     EXIT.
002750*----------------------------------------------------------*
002760* 1500-CARREGA-GRADE -- THE WHOLE TIMETABLE INTO THE TABLE  *
002770*----------------------------------------------------------*
002780 1500-CARREGA-GRADE.
002790     MOVE LOW-VALUES TO MED-HOR-CHAVE
002800     START HORARIO-MASTER-FILE KEY NOT LESS MED-HOR-CHAVE
002810         INVALID KEY
002820             SET FIM-DO-HORARIO TO TRUE
002830     END-START
002840     PERFORM 1600-LE-GRADE THRU 1600-EXIT
002850         UNTIL FIM-DO-HORARIO
002860     .
002870 1500-EXIT.
002880     EXIT.
002890 1600-LE-GRADE.
002900     READ HORARIO-MASTER-FILE NEXT RECORD
002910         AT END
002920             SET FIM-DO-HORARIO TO TRUE
002930     END-READ
002940     IF NOT FIM-DO-HORARIO
002950        IF WS-GRD-TABLE-QTD >= 2000
002960           DISPLAY "TABELA DA GRADE CHEIA (2000) -- "
002970               "AUMENTE WS-GRD-TABLE"
002980           MOVE 8 TO RETURN-CODE
002990           STOP RUN
003000        END-IF
003010        ADD 1 TO WS-GRD-TABLE-QTD
003020        SET WS-GRD-IDX TO WS-GRD-TABLE-QTD
003030        MOVE MED-HOR-TURMA     TO WS-GRD-TURMA (WS-GRD-IDX)
003040        MOVE MED-HOR-DIA       TO WS-GRD-DIA (WS-GRD-IDX)
003050        MOVE MED-HOR-SLOT      TO WS-GRD-SLOT (WS-GRD-IDX)
003060        MOVE MED-HOR-PROFESSOR TO WS-GRD-PROFESSOR (WS-GRD-IDX)
003070     END-IF
003080     .
003090 1600-EXIT.
003100     EXIT.
003110*----------------------------------------------------------*
003120* 2000-PROCESS-TRANS -- APPLY ONE SUBSTITUTION TRANSACTION  *
003130*----------------------------------------------------------*
003140 2000-PROCESS-TRANS.
003150     MOVE 'S' TO WS-TRANS-VALIDA
003160     MOVE SPACES TO WS-MOTIVO-REJEICAO
003170     MOVE SPACES TO WS-REG-CONFLITO
003180     EVALUATE TRUE
003190         WHEN MED-SBT-TURMA = SPACES
003200             SET TRANS-REJEITADA TO TRUE
003210             MOVE "TURMA VAZIA" TO WS-MOTIVO-REJEICAO
003220         WHEN SBT-INCLUSAO OR SBT-ALTERACAO
003230             PERFORM 2100-APLICA-SUBSTITUICAO THRU 2100-EXIT
003240         WHEN SBT-EXCLUSAO
003250             PERFORM 2400-EXCLUI-SUBSTITUICAO THRU 2400-EXIT
003260         WHEN OTHER
003270             SET TRANS-REJEITADA TO TRUE
003280             MOVE "FUNCAO INVALIDA" TO WS-MOTIVO-REJEICAO
003290     END-EVALUATE
003300     IF TRANS-REJEITADA
003310        ADD 1 TO WS-CONT-REJEITADOS
003320        MOVE "TRNREJ" TO MED-ERROR-CODE
003330        MOVE WS-MOTIVO-REJEICAO TO MED-ERROR-TEXT
003340        SET MED-RC-DATA-ERROR TO TRUE
003350        PERFORM 9800-ERROR-LOG THRU 9800-EXIT
003360     ELSE
003370        ADD 1 TO WS-CONT-APLICADOS
003380     END-IF
003390     PERFORM 5000-GRAVA-REGISTRO THRU 5000-EXIT
003400     PERFORM 3000-READ-TRANS THRU 3000-EXIT
003410     .
003420 2000-EXIT.
003430     EXIT.
003440*----------------------------------------------------------*
003450* 2050-VALIDA-DATA-SLOT -- THE DATE MUST BE A CALENDAR DAY *
003460*     FROM MONDAY TO SATURDAY (DAY 1 OF INTEGER-OF-DATE,   *
003470*     1601-01-01, WAS A MONDAY, SO DAY MOD 7 IS THE        *
003480*     HORAMAST WEEKDAY) AND THE SLOT NUMERIC.              *
003490*----------------------------------------------------------*
003500 2050-VALIDA-DATA-SLOT.
003510     IF MED-SBT-DATA IS NOT NUMERIC
003520        SET TRANS-REJEITADA TO TRUE
003530        MOVE "DATA NAO NUMERICA" TO WS-MOTIVO-REJEICAO
003540        GO TO 2050-EXIT
003550     END-IF
003560     MOVE MED-SBT-DATA TO WS-DATA-AULA
003570     MOVE ZERO TO WS-DIAS-NUM
003580     COMPUTE WS-DIAS-NUM =
003590         FUNCTION INTEGER-OF-DATE (WS-DATA-AULA)
003600         ON SIZE ERROR
003610             MOVE ZERO TO WS-DIAS-NUM
003620     END-COMPUTE
003630     IF WS-DIAS-NUM = ZERO
003640        SET TRANS-REJEITADA TO TRUE
003650        MOVE "DATA INVALIDA" TO WS-MOTIVO-REJEICAO
003660        GO TO 2050-EXIT
003670     END-IF
003680     COMPUTE WS-DIA-SEMANA = FUNCTION MOD (WS-DIAS-NUM 7)
003690     IF WS-DIA-SEMANA < 1 OR WS-DIA-SEMANA > 6
003700        SET TRANS-REJEITADA TO TRUE
003710        MOVE "DATA CAI NUM DOMINGO" TO WS-MOTIVO-REJEICAO
003720        GO TO 2050-EXIT
003730     END-IF
003740     IF MED-SBT-SLOT IS NOT NUMERIC
003750        SET TRANS-REJEITADA TO TRUE
003760        MOVE "AULA NAO NUMERICA" TO WS-MOTIVO-REJEICAO
003770        GO TO 2050-EXIT
003780     END-IF
003790     MOVE MED-SBT-SLOT TO WS-SLOT-AULA
003800     .
003810 2050-EXIT.
003820     EXIT.
003830*----------------------------------------------------------*
003840* 2100-APLICA-SUBSTITUICAO -- THE SLOT ON HORAMAST, THE    *
003850*     ABSENT TEACHER AGAINST IT, THE REASON, THEN THE      *
003860*     SUBSTITUTE'S STATUS AND AGENDA; WRITE OR REWRITE.    *
003870*----------------------------------------------------------*
003880 2100-APLICA-SUBSTITUICAO.
003890     PERFORM 2050-VALIDA-DATA-SLOT THRU 2050-EXIT
003900     IF TRANS-REJEITADA
003910        GO TO 2100-EXIT
003920     END-IF
003930     MOVE 'N' TO WS-AULA-ACHOU
003940     MOVE SPACES TO WS-PROF-DA-AULA
003950     IF WS-GRD-TABLE-QTD > ZERO
003960        SET WS-GRD-IDX TO 1
003970        SEARCH WS-GRD-ENTRY
003980            VARYING WS-GRD-IDX
003990            AT END
004000                CONTINUE
004010            WHEN WS-GRD-TURMA (WS-GRD-IDX) = MED-SBT-TURMA
004020             AND WS-GRD-DIA (WS-GRD-IDX) = WS-DIA-SEMANA
004030             AND WS-GRD-SLOT (WS-GRD-IDX) = WS-SLOT-AULA
004040                SET ACHOU-AULA TO TRUE
004050                MOVE WS-GRD-PROFESSOR (WS-GRD-IDX) TO
004060                    WS-PROF-DA-AULA
004070        END-SEARCH
004080     END-IF
004090     IF NOT ACHOU-AULA
004100        SET TRANS-REJEITADA TO TRUE
004110        MOVE "AULA NAO CONSTA NO HORAMAST" TO WS-MOTIVO-REJEICAO
004120        GO TO 2100-EXIT
004130     END-IF
004140     IF MED-SBT-AUSENTE IS NOT NUMERIC
004150        SET TRANS-REJEITADA TO TRUE
004160        MOVE "PROFESSOR AUSENTE INVALIDO" TO WS-MOTIVO-REJEICAO
004170        GO TO 2100-EXIT
004180     END-IF
004190     MOVE MED-SBT-AUSENTE TO WS-AUSENTE-ID
004200     MOVE WS-AUSENTE-ID TO MED-PRF-ID
004210     READ PROF-MASTER-FILE
004220         INVALID KEY
004230             SET TRANS-REJEITADA TO TRUE
004240             MOVE "AUSENTE NAO CADASTRADO" TO WS-MOTIVO-REJEICAO
004250     END-READ
004260     IF TRANS-REJEITADA
004270        GO TO 2100-EXIT
004280     END-IF
004290     IF MED-PRF-NOME NOT = WS-PROF-DA-AULA
004300        SET TRANS-REJEITADA TO TRUE
004310        MOVE "AUSENTE NAO E O PROF DA AULA" TO WS-MOTIVO-REJEICAO
004320        GO TO 2100-EXIT
004330     END-IF
004340     MOVE MED-SBT-MOTIVO TO MED-SUB-MOTIVO
004350     IF NOT MED-SUB-ABONADA AND NOT MED-SUB-INJUSTIFICADA
004360        SET TRANS-REJEITADA TO TRUE
004370        MOVE "MOTIVO INVALIDO" TO WS-MOTIVO-REJEICAO
004380        GO TO 2100-EXIT
004390     END-IF
004400     MOVE ZERO TO WS-SUBSTITUTO-ID
004410     IF MED-SBT-SUBSTITUTO NOT = SPACES
004420        IF MED-SBT-SUBSTITUTO IS NOT NUMERIC
004430           SET TRANS-REJEITADA TO TRUE
004440           MOVE "SUBSTITUTO INVALIDO" TO WS-MOTIVO-REJEICAO
004450           GO TO 2100-EXIT
004460        END-IF
004470        MOVE MED-SBT-SUBSTITUTO TO WS-SUBSTITUTO-ID
004480     END-IF
004490     IF WS-SUBSTITUTO-ID > ZERO
004500        PERFORM 2200-VALIDA-SUBSTITUTO THRU 2200-EXIT
004510        IF TRANS-REJEITADA
004520           GO TO 2100-EXIT
004530        END-IF
004540     END-IF
004550     MOVE SPACES TO MED-SUBST-MASTER-REC
004560     MOVE WS-DATA-AULA       TO MED-SUB-DATA
004570     MOVE MED-SBT-TURMA      TO MED-SUB-TURMA
004580     MOVE WS-SLOT-AULA       TO MED-SUB-SLOT
004590     MOVE WS-DIA-SEMANA      TO MED-SUB-DIA
004600     MOVE WS-AUSENTE-ID      TO MED-SUB-AUSENTE-ID
004610     MOVE WS-SUBSTITUTO-ID   TO MED-SUB-SUBSTITUTO-ID
004620     MOVE MED-SBT-MOTIVO     TO MED-SUB-MOTIVO
004630     MOVE MED-SBT-OBSERVACAO TO MED-SUB-OBSERVACAO
004640     MOVE WS-OPERADOR        TO MED-SUB-OPERADOR
004650     MOVE WS-DATA-HOJE       TO MED-SUB-DATA-REGISTRO
004660     IF SBT-INCLUSAO
004670        WRITE MED-SUBST-MASTER-REC
004680            INVALID KEY
004690                SET TRANS-REJEITADA TO TRUE
004700                MOVE "SUBSTITUICAO JA CADASTRADA" TO
004710                    WS-MOTIVO-REJEICAO
004720        END-WRITE
004730     ELSE
004740        REWRITE MED-SUBST-MASTER-REC
004750            INVALID KEY
004760                SET TRANS-REJEITADA TO TRUE
004770                MOVE "SUBSTITUICAO NAO CADASTRADA" TO
004780                    WS-MOTIVO-REJEICAO
004790        END-REWRITE
004800     END-IF
004810     .
004820 2100-EXIT.
004830     EXIT.
004840*----------------------------------------------------------*
004850* 2200-VALIDA-SUBSTITUTO -- ON PROFMAST, ATIVO, NOT THE    *
004860*     ABSENT TEACHER, NOT BOOKED ON HORAMAST IN THE SAME   *
004870*     WEEKDAY/SLOT AND NOT ALREADY COVERING ANOTHER TURMA  *
004880*     THE SAME DATE AND SLOT. THE CLASHING TURMA GOES ON   *
004890*     THE REGISTER LINE.                                   *
004900*----------------------------------------------------------*
004910 2200-VALIDA-SUBSTITUTO.
004920     IF WS-SUBSTITUTO-ID = WS-AUSENTE-ID
004930        SET TRANS-REJEITADA TO TRUE
004940        MOVE "SUBSTITUTO E O PROPRIO AUSENTE" TO
004950            WS-MOTIVO-REJEICAO
004960        GO TO 2200-EXIT
004970     END-IF
004980     MOVE WS-SUBSTITUTO-ID TO MED-PRF-ID
004990     READ PROF-MASTER-FILE
005000         INVALID KEY
005010             SET TRANS-REJEITADA TO TRUE
005020             MOVE "SUBSTITUTO NAO CADASTRADO" TO
005030                 WS-MOTIVO-REJEICAO
005040     END-READ
005050     IF TRANS-REJEITADA
005060        GO TO 2200-EXIT
005070     END-IF
005080     IF NOT MED-PRF-ATIVO
005090        SET TRANS-REJEITADA TO TRUE
005100        MOVE "SUBSTITUTO INATIVO" TO WS-MOTIVO-REJEICAO
005110        GO TO 2200-EXIT
005120     END-IF
005130     MOVE MED-PRF-NOME TO WS-NOME-SUBSTITUTO
005140     PERFORM 2250-CONFERE-GRADE THRU 2250-EXIT
005150         VARYING WS-GRD-SUB FROM 1 BY 1
005160         UNTIL WS-GRD-SUB > WS-GRD-TABLE-QTD
005170         OR TRANS-REJEITADA
005180     IF TRANS-REJEITADA
005190        GO TO 2200-EXIT
005200     END-IF
005210     MOVE WS-DATA-AULA TO MED-SUB-DATA
005220     MOVE LOW-VALUES   TO MED-SUB-TURMA
005230     MOVE ZERO         TO MED-SUB-SLOT
005240     MOVE 'N' TO WS-EOF-SUBST
005250     START SUBST-MASTER-FILE KEY NOT LESS MED-SUB-CHAVE
005260         INVALID KEY
005270             SET FIM-DO-SUBST TO TRUE
005280     END-START
005290     PERFORM 2300-CONFERE-COBERTURA THRU 2300-EXIT
005300         UNTIL FIM-DO-SUBST
005310         OR TRANS-REJEITADA
005320     .
005330 2200-EXIT.
005340     EXIT.
005350 2250-CONFERE-GRADE.
005360     IF WS-GRD-DIA (WS-GRD-SUB) = WS-DIA-SEMANA
005370        AND WS-GRD-SLOT (WS-GRD-SUB) = WS-SLOT-AULA
005380        AND WS-GRD-PROFESSOR (WS-GRD-SUB) = WS-NOME-SUBSTITUTO
005390        SET TRANS-REJEITADA TO TRUE
005400        MOVE "SUBSTITUTO COM AULA NO HORARIO" TO
005410            WS-MOTIVO-REJEICAO
005420        MOVE WS-GRD-TURMA (WS-GRD-SUB) TO WS-REG-CONFLITO
005430        ADD 1 TO WS-CONT-CONFLITOS
005440     END-IF
005450     .
005460 2250-EXIT.
005470     EXIT.
005480 2300-CONFERE-COBERTURA.
005490     READ SUBST-MASTER-FILE NEXT RECORD
005500         AT END
005510             SET FIM-DO-SUBST TO TRUE
005520             GO TO 2300-EXIT
005530     END-READ
005540     IF MED-SUB-DATA NOT = WS-DATA-AULA
005550        SET FIM-DO-SUBST TO TRUE
005560        GO TO 2300-EXIT
005570     END-IF
005580     IF MED-SUB-SLOT = WS-SLOT-AULA
005590        AND MED-SUB-SUBSTITUTO-ID = WS-SUBSTITUTO-ID
005600        AND MED-SUB-TURMA NOT = MED-SBT-TURMA
005610        SET TRANS-REJEITADA TO TRUE
005620        MOVE "SUBSTITUTO JA COBRE OUTRA TURMA" TO
005630            WS-MOTIVO-REJEICAO
005640        MOVE MED-SUB-TURMA TO WS-REG-CONFLITO
005650        ADD 1 TO WS-CONT-CONFLITOS
005660     END-IF
005670     .
005680 2300-EXIT.
005690     EXIT.
005700*----------------------------------------------------------*
005710* 2400-EXCLUI-SUBSTITUICAO -- REMOVE A REGISTERED ABSENCE  *
005720*----------------------------------------------------------*
005730 2400-EXCLUI-SUBSTITUICAO.
005740     IF MED-SBT-DATA IS NOT NUMERIC
005750        OR MED-SBT-SLOT IS NOT NUMERIC
005760        SET TRANS-REJEITADA TO TRUE
005770        MOVE "DATA OU AULA NAO NUMERICA" TO WS-MOTIVO-REJEICAO
005780        GO TO 2400-EXIT
005790     END-IF
005800     MOVE MED-SBT-DATA  TO MED-SUB-DATA
005810     MOVE MED-SBT-TURMA TO MED-SUB-TURMA
005820     MOVE MED-SBT-SLOT  TO MED-SUB-SLOT
005830     DELETE SUBST-MASTER-FILE
005840         INVALID KEY
005850             SET TRANS-REJEITADA TO TRUE
005860             MOVE "SUBSTITUICAO NAO CADASTRADA" TO
005870                 WS-MOTIVO-REJEICAO
005880     END-DELETE
005890     .
005900 2400-EXIT.
005910     EXIT.
005920*----------------------------------------------------------*
005930* 3000-READ-TRANS -- READ THE NEXT SUBSTITUTION TRANSACTION *
005940*----------------------------------------------------------*
005950 3000-READ-TRANS.
005960     READ SUB-TRANS-FILE
005970         AT END
005980             SET FIM-DO-TRANS TO TRUE
005990         NOT AT END
006000             ADD 1 TO WS-CONT-LIDOS
006010     END-READ
006020     .
006030 3000-EXIT.
006040     EXIT.
006050*----------------------------------------------------------*
006060* 5000-GRAVA-REGISTRO -- ONE REGISTER LINE PER TRANSACTION  *
006070*----------------------------------------------------------*
006080 5000-GRAVA-REGISTRO.
006090     MOVE SPACES TO WS-REG-MOTIVO
006100     MOVE MED-SBT-FUNCAO TO WS-REG-FUNCAO
006110     MOVE MED-SBT-DATA   TO WS-REG-DATA
006120     MOVE MED-SBT-TURMA  TO WS-REG-TURMA
006130     MOVE MED-SBT-SLOT   TO WS-REG-SLOT
006140     IF TRANS-REJEITADA
006150        MOVE "REJEITADO" TO WS-REG-ACAO
006160        MOVE WS-MOTIVO-REJEICAO TO WS-REG-MOTIVO
006170     ELSE
006180        MOVE "APLICADO"  TO WS-REG-ACAO
006190     END-IF
006200     MOVE WS-REGISTER-LINE TO SUB-REGISTER-REC
006210     WRITE SUB-REGISTER-REC
006220     .
006230 5000-EXIT.
006240     EXIT.
006250*----------------------------------------------------------*
006260* 6000-GERA-EXTRATO -- EVERY LESSON OF THE COMPETENCE ON   *
006270*     SUBSMAST: AN UNEXCUSED ABSENCE COUNTS AGAINST THE    *
006280*     ABSENT TEACHER, A COVERED LESSON FOR THE SUBSTITUTE; *
006290*     ONE SUBSEXT RECORD PER TEACHER AND TYPE.             *
006300*----------------------------------------------------------*
006310 6000-GERA-EXTRATO.
006320     OPEN OUTPUT SUBST-EXTRACT-FILE
006330     COMPUTE MED-SUB-DATA = WS-COMPET-EXTRATO * 100 + 1
006340     MOVE LOW-VALUES TO MED-SUB-TURMA
006350     MOVE ZERO       TO MED-SUB-SLOT
006360     MOVE 'N' TO WS-EOF-SUBST
006370     START SUBST-MASTER-FILE KEY NOT LESS MED-SUB-CHAVE
006380         INVALID KEY
006390             SET FIM-DO-SUBST TO TRUE
006400     END-START
006410     PERFORM 6100-LE-SUBSTITUICAO THRU 6100-EXIT
006420         UNTIL FIM-DO-SUBST
006430     PERFORM 6300-GRAVA-EXTRATO THRU 6300-EXIT
006440         VARYING WS-EXT-SUB FROM 1 BY 1
006450         UNTIL WS-EXT-SUB > WS-EXT-TABLE-QTD
006460     CLOSE SUBST-EXTRACT-FILE
006470     .
006480 6000-EXIT.
006490     EXIT.
006500 6100-LE-SUBSTITUICAO.
006510     READ SUBST-MASTER-FILE NEXT RECORD
006520         AT END
006530             SET FIM-DO-SUBST TO TRUE
006540             GO TO 6100-EXIT
006550     END-READ
006560     COMPUTE WS-SUB-COMPET = MED-SUB-DATA / 100
006570     IF WS-SUB-COMPET NOT = WS-COMPET-EXTRATO
006580        SET FIM-DO-SUBST TO TRUE
006590        GO TO 6100-EXIT
006600     END-IF
006610     IF MED-SUB-INJUSTIFICADA
006620        MOVE MED-SUB-AUSENTE-ID TO WS-EXT-PRF-PROCURA
006630        PERFORM 6200-ACHA-PROFESSOR THRU 6200-EXIT
006640        ADD 1 TO WS-EXT-FALTAS (WS-EXT-IDX)
006650     END-IF
006660     IF MED-SUB-SUBSTITUTO-ID > ZERO
006670        MOVE MED-SUB-SUBSTITUTO-ID TO WS-EXT-PRF-PROCURA
006680        PERFORM 6200-ACHA-PROFESSOR THRU 6200-EXIT
006690        ADD 1 TO WS-EXT-SUBST (WS-EXT-IDX)
006700     END-IF
006710     .
006720 6100-EXIT.
006730     EXIT.
006740*----------------------------------------------------------*
006750* 6200-ACHA-PROFESSOR -- THE TEACHER'S EXTRACT ENTRY,      *
006760*     OPENED AT ZERO THE FIRST TIME; LEAVES WS-EXT-IDX ON  *
006770*     IT.                                                  *
006780*----------------------------------------------------------*
006790 6200-ACHA-PROFESSOR.
006800     MOVE 'N' TO WS-EXT-ACHOU
006810     IF WS-EXT-TABLE-QTD > ZERO
006820        SET WS-EXT-IDX TO 1
006830        SEARCH WS-EXT-ENTRY
006840            VARYING WS-EXT-IDX
006850            AT END
006860                CONTINUE
006870            WHEN WS-EXT-PRF-ID (WS-EXT-IDX) = WS-EXT-PRF-PROCURA
006880                SET ACHOU-EXTRATO TO TRUE
006890        END-SEARCH
006900     END-IF
006910     IF NOT ACHOU-EXTRATO
006920        IF WS-EXT-TABLE-QTD >= 300
006930           DISPLAY "TABELA DO EXTRATO CHEIA (300) -- "
006940               "AUMENTE WS-EXT-TABLE"
006950           MOVE 8 TO RETURN-CODE
006960           STOP RUN
006970        END-IF
006980        ADD 1 TO WS-EXT-TABLE-QTD
006990        SET WS-EXT-IDX TO WS-EXT-TABLE-QTD
007000        MOVE WS-EXT-PRF-PROCURA TO WS-EXT-PRF-ID (WS-EXT-IDX)
007010        MOVE ZERO TO WS-EXT-FALTAS (WS-EXT-IDX)
007020        MOVE ZERO TO WS-EXT-SUBST (WS-EXT-IDX)
007030     END-IF
007040     .
007050 6200-EXIT.
007060     EXIT.
007070*----------------------------------------------------------*
007080* 6300-GRAVA-EXTRATO -- THE TEACHER'S F AND S RECORDS UNDER *
007090*     THE SALMAST EMPLOYEE ID OFF PROFMAST. A TEACHER WITH *
007100*     NO EMPLOYEE ID CANNOT REACH THE PAYROLL: REPORTED,   *
007110*     NOT EXTRACTED.                                       *
007120*----------------------------------------------------------*
007130 6300-GRAVA-EXTRATO.
007140     SET WS-EXT-IDX TO WS-EXT-SUB
007150     MOVE SPACES TO MED-SUBST-EXTRACT-REC
007160     MOVE WS-EXT-PRF-ID (WS-EXT-IDX) TO MED-PRF-ID
007170     READ PROF-MASTER-FILE
007180         INVALID KEY
007190             MOVE SPACES TO MED-PRF-NOME
007200             MOVE ZERO   TO MED-PRF-EMP-ID
007210     END-READ
007220     IF MED-PRF-EMP-ID IS NOT NUMERIC
007230        MOVE ZERO TO MED-PRF-EMP-ID
007240     END-IF
007250     IF MED-PRF-EMP-ID = ZERO
007260        ADD 1 TO WS-CONT-SEM-VINCULO
007270        DISPLAY "PROFESSOR " WS-EXT-PRF-ID (WS-EXT-IDX)
007280            " SEM EMPREGADO NO SALMAST -- FORA DO EXTRATO"
007290        GO TO 6300-EXIT
007300     END-IF
007310     MOVE WS-COMPET-EXTRATO TO MED-SBX-COMPETENCIA
007320     MOVE MED-PRF-EMP-ID    TO MED-SBX-EMP-ID
007330     MOVE MED-PRF-ID        TO MED-SBX-PRF-ID
007340     MOVE MED-PRF-NOME      TO MED-SBX-NOME
007350     IF WS-EXT-FALTAS (WS-EXT-IDX) > ZERO
007360        SET MED-SBX-FALTA TO TRUE
007370        MOVE WS-EXT-FALTAS (WS-EXT-IDX) TO MED-SBX-QTD-AULAS
007380        WRITE MED-SUBST-EXTRACT-REC
007390        ADD 1 TO WS-CONT-EXTRAIDOS
007400     END-IF
007410     IF WS-EXT-SUBST (WS-EXT-IDX) > ZERO
007420        SET MED-SBX-SUBSTITUICAO TO TRUE
007430        MOVE WS-EXT-SUBST (WS-EXT-IDX) TO MED-SBX-QTD-AULAS
007440        WRITE MED-SUBST-EXTRACT-REC
007450        ADD 1 TO WS-CONT-EXTRAIDOS
007460     END-IF
007470     .
007480 6300-EXIT.
007490     EXIT.
007500*----------------------------------------------------------*
007510* 9000-FINALIZE -- CLOSE THE FILES AND SHOW THE RUN COUNTS  *
007520*----------------------------------------------------------*
007530 9000-FINALIZE.
007540     IF WS-TRANS-STATUS = "10"
007550        CLOSE SUB-TRANS-FILE
007560     END-IF
007570     CLOSE SUB-REGISTER-FILE
007580     CLOSE SUBST-MASTER-FILE
007590     CLOSE PROF-MASTER-FILE
007600     DISPLAY "TRANSACOES LIDAS....: " WS-CONT-LIDOS
007610     DISPLAY "APLICADAS...........: " WS-CONT-APLICADOS
007620     DISPLAY "REJEITADAS..........: " WS-CONT-REJEITADOS
007630     DISPLAY "CONFLITOS BARRADOS..: " WS-CONT-CONFLITOS
007640     IF WS-COMPET-EXTRATO > ZERO
007650        DISPLAY "EXTRATO DA FOLHA....: " WS-COMPET-EXTRATO
007660        DISPLAY "REGISTROS EXTRAIDOS.: " WS-CONT-EXTRAIDOS
007670        DISPLAY "PROF. SEM EMPREGADO.: " WS-CONT-SEM-VINCULO
007680     END-IF
007690     IF WS-CONT-CONFLITOS > ZERO
007700        OR WS-CONT-SEM-VINCULO > ZERO
007710        MOVE 4 TO RETURN-CODE
007720     END-IF
007730     .
007740 9000-EXIT.
007750     EXIT.
007760*----------------------------------------------------------*
007770* 9800-ERROR-LOG -- SHARED ERROR-LOGGING PARAGRAPH (ERRPARA) *
007780*----------------------------------------------------------*
007790     COPY ERRPARA.
007800*----------------------------------------------------------*
007810* 9200/9250/9280/9290 -- SHARED OPERATOR-AUTHORIZATION      *
007820*     PARAGRAPHS (OPERPARA) AND THE AUDIT-CHAIN PARAGRAPHS  *
007830*     (CADPARA) THE ACCESS-LOG STAMP RIDES ON.              *
007840*----------------------------------------------------------*
007850     COPY CADPARA.
007860     COPY OPERPARA.
007870 END PROGRAM SUBST_MAINT.
