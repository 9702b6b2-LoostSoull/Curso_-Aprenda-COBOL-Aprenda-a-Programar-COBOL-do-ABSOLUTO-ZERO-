000100*****************************************************************
000110* Program:      AVAL_MAINT
000120* Author:       J. ALBUQUERQUE - APPLICATIONS SUPPORT
000130* Installation: ESCOLA - SISTEMA ACADEMICO
000140* Date-Written: 2026-10-15
000150* Date-Compiled:
000160* Purpose:      Assessment (avaliacao) calendar maintenance,
000170*               built on the SUBST_MAINT pattern. Reads add/
000180*               change/delete transactions (AVALTRAN: turma,
000190*               date, period slot, materia, type, bimestre) and
000200*               applies them to the indexed AVALMAST (copybooks
000210*               AVLSEL/AVLMST), writing a register (AVALREG) of
000220*               every booking applied and rejected. A booking
000230*               must pass the scheduling rules:
000240*                 - the date a calendar day, Monday to Saturday,
000250*                   and not on the FERIADOS holiday calendar;
000260*                 - the date inside the bimestre given, per the
000270*                   start/end dates of that bimestre on ACADCAL;
000280*                 - the HORAMAST slot of the turma on that
000290*                   weekday holding the materia booked;
000300*                 - the turma under the per-day assessment limit
000310*                   (SYSIN after the operator ID, default 2).
000320*               AVAL_COBERTURA reports the materias of each turma
000330*               left short of assessments in a bimestre.
000340* Modification History:
000350*   2026-10-15 JA  Initial version.
000360* Tectonics: cobc
000370*****************************************************************
000380 IDENTIFICATION DIVISION.
000390 PROGRAM-ID. AVAL_MAINT.
000400 ENVIRONMENT DIVISION.
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     SELECT AVL-TRANS-FILE ASSIGN TO "AVALTRAN"
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS WS-TRANS-STATUS.
000460     SELECT AVL-REGISTER-FILE ASSIGN TO "AVALREG"
000470         ORGANIZATION IS LINE SEQUENTIAL.
000480     SELECT FERIADO-FILE ASSIGN TO "FERIADOS"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WS-FERIADO-STATUS.
000510     SELECT ACAD-CAL-FILE ASSIGN TO "ACADCAL"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS WS-ACAD-CAL-STATUS.
000540     COPY AVLSEL.
000550     COPY HORASEL.
000560     COPY OPERSEL.
000570     COPY ACSSEL.
000580     COPY ERRLSEL.
000590 DATA DIVISION.
000600 FILE SECTION.
000610 FD  AVL-TRANS-FILE.
000620 01  MED-AVL-TRANS-REC.
000630     03  MED-AVT-FUNCAO         PIC X(01).
000640         88  AVT-INCLUSAO             VALUE 'A'.
000650         88  AVT-ALTERACAO            VALUE 'C'.
000660         88  AVT-EXCLUSAO             VALUE 'D'.
000670     03  MED-AVT-TURMA          PIC X(10).
000680     03  MED-AVT-DATA           PIC X(08).
000690     03  MED-AVT-SLOT           PIC X(02).
000700     03  MED-AVT-MATERIA        PIC X(06).
000710     03  MED-AVT-TIPO           PIC X(02).
000720     03  MED-AVT-BIMESTRE       PIC X(01).
000730 FD  AVL-REGISTER-FILE.
000740 01  AVL-REGISTER-REC           PIC X(100).
000750 FD  FERIADO-FILE.
000760 01  MED-FERIADO-REC.
000770     03  MED-FER-DATA           PIC 9(08).
000780     03  FILLER                 PIC X(01).
000790     03  MED-FER-NOME           PIC X(20).
000800 FD  ACAD-CAL-FILE.
000810 01  MED-ACAD-CAL-REC.
000820     03  MED-CAL-ANO            PIC 9(04).
000830     03  MED-CAL-MES            PIC 99.
000840     03  MED-CAL-NOME           PIC X(10).
000850     03  MED-CAL-PERIODO        PIC X(12).
000860     03  MED-CAL-FISCAL         PIC X(03).
000870     03  MED-CAL-INICIO         PIC 9(08).
000880     03  MED-CAL-FIM            PIC 9(08).
000890 FD  AVAL-MASTER-FILE.
000900     COPY AVLMST.
000910 FD  HORARIO-MASTER-FILE.
000920     COPY HORAMST.
000930 FD  OPER-MASTER-FILE.
000940     COPY OPERMST.
000950     COPY ACSFD.
000960     COPY ERRLFD.
000970 WORKING-STORAGE SECTION.
000980     COPY ERRCODES.
000990 01  WS-OPR-MASTER-STATUS       PIC X(02) VALUE SPACES.
001000     COPY CADREC.
001010     COPY OPERREC.
001020 01  WS-OPERADOR                PIC X(08) VALUE SPACES.
001030 01  WS-AVL-MASTER-STATUS       PIC X(02) VALUE SPACES.
001040 01  WS-HOR-MASTER-STATUS       PIC X(02) VALUE SPACES.
001050 01  WS-TRANS-STATUS            PIC X(02) VALUE SPACES.
001060 01  WS-FERIADO-STATUS          PIC X(02) VALUE SPACES.
001070 01  WS-ACAD-CAL-STATUS         PIC X(02) VALUE SPACES.
001080 01  WS-SWITCHES.
001090     03  WS-EOF-TRANS           PIC X(01) VALUE 'N'.
001100         88  FIM-DO-TRANS             VALUE 'S'.
001110     03  WS-EOF-FERIADOS        PIC X(01) VALUE 'N'.
001120         88  FIM-DOS-FERIADOS         VALUE 'S'.
001130     03  WS-EOF-ACADCAL         PIC X(01) VALUE 'N'.
001140         88  FIM-DO-ACADCAL           VALUE 'S'.
001150     03  WS-EOF-AVAL            PIC X(01) VALUE 'N'.
001160         88  FIM-DO-AVAL              VALUE 'S'.
001170     03  WS-TRANS-VALIDA        PIC X(01) VALUE 'S'.
001180         88  TRANS-REJEITADA          VALUE 'N'.
001190     03  WS-PERIODO-ACHOU       PIC X(01) VALUE 'N'.
001200         88  ACHOU-PERIODO            VALUE 'S'.
001210 77  WS-LIMITE-DIA              PIC 9(01) VALUE 2.
001220 01  WS-LIMITE-PARM             PIC X(01) VALUE SPACES.
001230 01  WS-MOTIVO-REJEICAO         PIC X(30) VALUE SPACES.
001240 01  WS-DATA-HOJE               PIC 9(08) VALUE ZERO.
001250 01  WS-DATA-AVAL               PIC 9(08) VALUE ZERO.
001260 01  WS-ANO-AVAL                PIC 9(04) VALUE ZERO.
001270 01  WS-DIAS-NUM                PIC 9(07) VALUE ZERO.
001280 01  WS-DIA-SEMANA              PIC 9(01) VALUE ZERO.
001290 01  WS-SLOT-AVAL               PIC 9(02) VALUE ZERO.
001300 01  WS-BIMESTRE                PIC 9(01) VALUE ZERO.
001310 01  WS-PERIODO-BUSCA           PIC X(12) VALUE SPACES.
001320 01  WS-QTD-NO-DIA              PIC 9(02) VALUE ZERO.
001330 01  WS-CONTADORES.
001340     03  WS-CONT-LIDOS          PIC 9(05) COMP VALUE ZERO.
001350     03  WS-CONT-APLICADOS      PIC 9(05) COMP VALUE ZERO.
001360     03  WS-CONT-REJEITADOS     PIC 9(05) COMP VALUE ZERO.
001370     03  WS-CONT-LIMITE         PIC 9(05) COMP VALUE ZERO.
001380*----------------------------------------------------------*
001390* HOLIDAYS AND THE ACADEMIC CALENDAR, LOADED AT OPEN        *
001400*----------------------------------------------------------*
001410 01  WS-FER-TABLE-QTD           PIC 9(03) COMP VALUE ZERO.
001420 01  WS-FER-TABLE.
001430     03  WS-FER-ENTRY           OCCURS 1 TO 100 TIMES
001440                                DEPENDING ON WS-FER-TABLE-QTD
001450                                INDEXED BY WS-FER-IDX.
001460         05  WS-FER-DATA        PIC 9(08).
001470 01  WS-CAL-TABLE-QTD           PIC 9(03) COMP VALUE ZERO.
001480 01  WS-CAL-TABLE.
001490     03  WS-CAL-ENTRY           OCCURS 1 TO 120 TIMES
001500                                DEPENDING ON WS-CAL-TABLE-QTD
001510                                INDEXED BY WS-CAL-IDX.
001520         05  WS-CAL-ANO         PIC 9(04).
001530         05  WS-CAL-PERIODO     PIC X(12).
001540         05  WS-CAL-INICIO      PIC 9(08).
001550         05  WS-CAL-FIM         PIC 9(08).
001560*----------------------------------------------------------*
001570* REGISTER LINE                                             *
001580*----------------------------------------------------------*
001590 01  WS-REGISTER-LINE.
001600     03  WS-REG-FUNCAO          PIC X(01).
001610     03  FILLER                 PIC X(01) VALUE SPACE.
001620     03  WS-REG-TURMA           PIC X(10).
001630     03  FILLER                 PIC X(01) VALUE SPACE.
001640     03  WS-REG-DATA            PIC X(08).
001650     03  FILLER                 PIC X(01) VALUE SPACE.
001660     03  WS-REG-SLOT            PIC X(02).
001670     03  FILLER                 PIC X(01) VALUE SPACE.
001680     03  WS-REG-MATERIA         PIC X(06).
001690     03  FILLER                 PIC X(01) VALUE SPACE.
001700     03  WS-REG-TIPO            PIC X(02).
001710     03  FILLER                 PIC X(01) VALUE SPACE.
001720     03  WS-REG-BIMESTRE        PIC X(01).
001730     03  FILLER                 PIC X(01) VALUE SPACE.
001740     03  WS-REG-ACAO            PIC X(09).
001750     03  FILLER                 PIC X(01) VALUE SPACE.
001760     03  WS-REG-MOTIVO          PIC X(30).
001770 PROCEDURE DIVISION.
001780 0000-MAIN-PROCEDURE.
001790     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001800     PERFORM 2000-PROCESS-TRANS THRU 2000-EXIT
001810         UNTIL FIM-DO-TRANS
001820     PERFORM 9000-FINALIZE THRU 9000-EXIT
001830     STOP RUN.
001840*----------------------------------------------------------*
001850* 1000-INITIALIZE -- OPERATOR GATE, THE PER-DAY LIMIT AND  *
001860*     THE FILE OPENS (A BRAND-NEW AVALMAST IS CREATED      *
001870*     EMPTY). HORAMAST AND ACADCAL ARE REQUIRED: WITHOUT   *
001880*     THEM NO BOOKING CAN BE VALIDATED. WITHOUT FERIADOS   *
001890*     THE RUN WARNS AND BOOKS WITH NO HOLIDAYS, SAME AS    *
001900*     PLANO_EXEC.                                          *
001910*----------------------------------------------------------*
001920 1000-INITIALIZE.
001930     MOVE "AVLMAINT" TO MED-ERROR-PROGRAM
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
002140     DISPLAY "LIMITE DE AVALIACOES POR DIA NA TURMA (1-9): "
002150     ACCEPT WS-LIMITE-PARM
002160     IF WS-LIMITE-PARM IS NUMERIC
002170        AND WS-LIMITE-PARM NOT = "0"
002180        MOVE WS-LIMITE-PARM TO WS-LIMITE-DIA
002190     END-IF
002200     ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
002210     OPEN INPUT AVL-TRANS-FILE
002220     IF WS-TRANS-STATUS NOT = "00"
002230        DISPLAY "AVALTRAN NAO DISPONIVEL, STATUS: "
002240            WS-TRANS-STATUS
002250        SET FIM-DO-TRANS TO TRUE
002260     END-IF
002270     OPEN OUTPUT AVL-REGISTER-FILE
002280     OPEN I-O AVAL-MASTER-FILE
002290     IF WS-AVL-MASTER-STATUS = "35"
002300        OPEN OUTPUT AVAL-MASTER-FILE
002310        CLOSE AVAL-MASTER-FILE
002320        OPEN I-O AVAL-MASTER-FILE
002330     END-IF
002340     IF WS-AVL-MASTER-STATUS NOT = "00"
002350        DISPLAY "ERRO NA ABERTURA DO AVALMAST: "
002360            WS-AVL-MASTER-STATUS
002370        MOVE "OPNERR"   TO MED-ERROR-CODE
002380        MOVE "AVALMAST NAO PODE SER ABERTO" TO MED-ERROR-TEXT
002390        SET MED-RC-FILE-ERROR TO TRUE
002400        PERFORM 9800-ERROR-LOG THRU 9800-EXIT
002410        MOVE MED-RETURN-CODE TO RETURN-CODE
002420        STOP RUN
002430     END-IF
002440     OPEN INPUT HORARIO-MASTER-FILE
002450     IF WS-HOR-MASTER-STATUS NOT = "00"
002460        DISPLAY "HORAMAST NAO DISPONIVEL, STATUS: "
002470            WS-HOR-MASTER-STATUS
002480        MOVE "NOMAST"   TO MED-ERROR-CODE
002490        MOVE "HORAMAST INDISPONIVEL NAS AVALIACOES" TO
002500            MED-ERROR-TEXT
002510        SET MED-RC-FILE-ERROR TO TRUE
002520        PERFORM 9800-ERROR-LOG THRU 9800-EXIT
002530        MOVE MED-RETURN-CODE TO RETURN-CODE
002540        STOP RUN
002550     END-IF
002560     PERFORM 1500-CARREGA-CALENDARIO THRU 1500-EXIT
002570     IF WS-CAL-TABLE-QTD = ZERO
002580        DISPLAY "ACADCAL SEM PERIODOS, STATUS: "
002590            WS-ACAD-CAL-STATUS
002600        MOVE "NOMAST"   TO MED-ERROR-CODE
002610        MOVE "ACADCAL INDISPONIVEL NAS AVALIACOES" TO
002620            MED-ERROR-TEXT
002630        SET MED-RC-FILE-ERROR TO TRUE
002640        PERFORM 9800-ERROR-LOG THRU 9800-EXIT
002650        MOVE MED-RETURN-CODE TO RETURN-CODE
002660        STOP RUN
002670     END-IF
002680     PERFORM 1700-CARREGA-FERIADOS THRU 1700-EXIT
002690     IF NOT FIM-DO-TRANS
002700        PERFORM 3000-READ-TRANS THRU 3000-EXIT
002710     END-IF
002720     .
002730 1000-EXIT.
002740     EXIT.
002750*----------------------------------------------------------*
002760* 1500-CARREGA-CALENDARIO -- EVERY ACADCAL ROW: YEAR,      *
002770*     PERIOD NAME AND THE PERIOD'S START AND END DATES.    *
002780*----------------------------------------------------------*
002790 1500-CARREGA-CALENDARIO.
002800     OPEN INPUT ACAD-CAL-FILE
002810     IF WS-ACAD-CAL-STATUS NOT = "00"
002820        GO TO 1500-EXIT
002830     END-IF
002840     PERFORM 1600-LE-CALENDARIO THRU 1600-EXIT
002850         UNTIL FIM-DO-ACADCAL
002860     CLOSE ACAD-CAL-FILE
002870     .
002880 1500-EXIT.
002890     EXIT.
002900 1600-LE-CALENDARIO.
002910     READ ACAD-CAL-FILE
002920         AT END
002930             SET FIM-DO-ACADCAL TO TRUE
002940         NOT AT END
002950             IF WS-CAL-TABLE-QTD >= 120
002960                DISPLAY "TABELA DO ACADCAL CHEIA (120) -- "
002970                    "AUMENTE WS-CAL-TABLE"
002980                MOVE 8 TO RETURN-CODE
002990                STOP RUN
003000             END-IF
003010             ADD 1 TO WS-CAL-TABLE-QTD
003020             SET WS-CAL-IDX TO WS-CAL-TABLE-QTD
003030             MOVE MED-CAL-ANO     TO WS-CAL-ANO (WS-CAL-IDX)
003040             MOVE MED-CAL-PERIODO TO WS-CAL-PERIODO (WS-CAL-IDX)
003050             MOVE MED-CAL-INICIO  TO WS-CAL-INICIO (WS-CAL-IDX)
003060             MOVE MED-CAL-FIM     TO WS-CAL-FIM (WS-CAL-IDX)
003070     END-READ
003080     .
003090 1600-EXIT.
003100     EXIT.
003110*----------------------------------------------------------*
003120* 1700-CARREGA-FERIADOS -- THE HOLIDAY CALENDAR             *
003130*----------------------------------------------------------*
003140 1700-CARREGA-FERIADOS.
003150     OPEN INPUT FERIADO-FILE
003160     IF WS-FERIADO-STATUS NOT = "00"
003170        DISPLAY "FERIADOS AUSENTE -- AGENDA SEM FERIADOS"
003180        GO TO 1700-EXIT
003190     END-IF
003200     PERFORM 1800-LE-FERIADO THRU 1800-EXIT
003210         UNTIL FIM-DOS-FERIADOS
003220     CLOSE FERIADO-FILE
003230     .
003240 1700-EXIT.
003250     EXIT.
003260 1800-LE-FERIADO.
003270     READ FERIADO-FILE
003280         AT END
003290             SET FIM-DOS-FERIADOS TO TRUE
003300         NOT AT END
003310             IF WS-FER-TABLE-QTD >= 100
003320                DISPLAY "TABELA DE FERIADOS CHEIA (100) -- "
003330                    "AUMENTE WS-FER-TABLE"
003340                MOVE 8 TO RETURN-CODE
003350                STOP RUN
003360             END-IF
003370             ADD 1 TO WS-FER-TABLE-QTD
003380             SET WS-FER-IDX TO WS-FER-TABLE-QTD
003390             MOVE MED-FER-DATA TO WS-FER-DATA (WS-FER-IDX)
003400     END-READ
003410     .
003420 1800-EXIT.
003430     EXIT.
003440*----------------------------------------------------------*
003450* 2000-PROCESS-TRANS -- APPLY ONE BOOKING TRANSACTION       *
003460*----------------------------------------------------------*
003470 2000-PROCESS-TRANS.
003480     MOVE 'S' TO WS-TRANS-VALIDA
003490     MOVE SPACES TO WS-MOTIVO-REJEICAO
003500     EVALUATE TRUE
003510         WHEN MED-AVT-TURMA = SPACES
003520             SET TRANS-REJEITADA TO TRUE
003530             MOVE "TURMA VAZIA" TO WS-MOTIVO-REJEICAO
003540         WHEN AVT-INCLUSAO OR AVT-ALTERACAO
003550             PERFORM 2100-APLICA-AVALIACAO THRU 2100-EXIT
003560         WHEN AVT-EXCLUSAO
003570             PERFORM 2400-EXCLUI-AVALIACAO THRU 2400-EXIT
003580         WHEN OTHER
003590             SET TRANS-REJEITADA TO TRUE
003600             MOVE "FUNCAO INVALIDA" TO WS-MOTIVO-REJEICAO
003610     END-EVALUATE
003620     IF TRANS-REJEITADA
003630        ADD 1 TO WS-CONT-REJEITADOS
003640        MOVE "TRNREJ" TO MED-ERROR-CODE
003650        MOVE WS-MOTIVO-REJEICAO TO MED-ERROR-TEXT
003660        SET MED-RC-DATA-ERROR TO TRUE
003670        PERFORM 9800-ERROR-LOG THRU 9800-EXIT
003680     ELSE
003690        ADD 1 TO WS-CONT-APLICADOS
003700     END-IF
003710     PERFORM 5000-GRAVA-REGISTRO THRU 5000-EXIT
003720     PERFORM 3000-READ-TRANS THRU 3000-EXIT
003730     .
003740 2000-EXIT.
003750     EXIT.
003760*----------------------------------------------------------*
003770* 2050-VALIDA-DATA -- A CALENDAR DAY FROM MONDAY TO        *
003780*     SATURDAY (DAY 1 OF INTEGER-OF-DATE, 1601-01-01, WAS  *
003790*     A MONDAY, SO DAY MOD 7 IS THE HORAMAST WEEKDAY), NOT *
003800*     A HOLIDAY, AND INSIDE THE BIMESTRE ON ACADCAL.       *
003810*----------------------------------------------------------*
003820 2050-VALIDA-DATA.
003830     IF MED-AVT-DATA IS NOT NUMERIC
003840        SET TRANS-REJEITADA TO TRUE
003850        MOVE "DATA NAO NUMERICA" TO WS-MOTIVO-REJEICAO
003860        GO TO 2050-EXIT
003870     END-IF
003880     MOVE MED-AVT-DATA TO WS-DATA-AVAL
003890     MOVE ZERO TO WS-DIAS-NUM
003900     COMPUTE WS-DIAS-NUM =
003910         FUNCTION INTEGER-OF-DATE (WS-DATA-AVAL)
003920         ON SIZE ERROR
003930             MOVE ZERO TO WS-DIAS-NUM
003940     END-COMPUTE
003950     IF WS-DIAS-NUM = ZERO
003960        SET TRANS-REJEITADA TO TRUE
003970        MOVE "DATA INVALIDA" TO WS-MOTIVO-REJEICAO
003980        GO TO 2050-EXIT
003990     END-IF
004000     COMPUTE WS-DIA-SEMANA = FUNCTION MOD (WS-DIAS-NUM 7)
004010     IF WS-DIA-SEMANA < 1 OR WS-DIA-SEMANA > 6
004020        SET TRANS-REJEITADA TO TRUE
004030        MOVE "DATA CAI NUM DOMINGO" TO WS-MOTIVO-REJEICAO
004040        GO TO 2050-EXIT
004050     END-IF
004060     IF WS-FER-TABLE-QTD > ZERO
004070        SET WS-FER-IDX TO 1
004080        SEARCH WS-FER-ENTRY
004090            AT END
004100                CONTINUE
004110            WHEN WS-FER-DATA (WS-FER-IDX) = WS-DATA-AVAL
004120                SET TRANS-REJEITADA TO TRUE
004130                MOVE "DATA E FERIADO" TO WS-MOTIVO-REJEICAO
004140        END-SEARCH
004150        IF TRANS-REJEITADA
004160           GO TO 2050-EXIT
004170        END-IF
004180     END-IF
004190     IF MED-AVT-BIMESTRE IS NOT NUMERIC
004200        OR MED-AVT-BIMESTRE < "1" OR MED-AVT-BIMESTRE > "4"
004210        SET TRANS-REJEITADA TO TRUE
004220        MOVE "BIMESTRE INVALIDO" TO WS-MOTIVO-REJEICAO
004230        GO TO 2050-EXIT
004240     END-IF
004250     MOVE MED-AVT-BIMESTRE TO WS-BIMESTRE
004260     MOVE SPACES TO WS-PERIODO-BUSCA
004270     STRING MED-AVT-BIMESTRE DELIMITED BY SIZE
004280            " BIMESTRE"      DELIMITED BY SIZE
004290         INTO WS-PERIODO-BUSCA
004300     END-STRING
004310     COMPUTE WS-ANO-AVAL = WS-DATA-AVAL / 10000
004320     MOVE 'N' TO WS-PERIODO-ACHOU
004330     SET WS-CAL-IDX TO 1
004340     SEARCH WS-CAL-ENTRY
004350         AT END
004360             CONTINUE
004370         WHEN WS-CAL-ANO (WS-CAL-IDX) = WS-ANO-AVAL
004380          AND WS-CAL-PERIODO (WS-CAL-IDX) = WS-PERIODO-BUSCA
004390          AND WS-CAL-INICIO (WS-CAL-IDX) NOT > WS-DATA-AVAL
004400          AND WS-CAL-FIM (WS-CAL-IDX) NOT < WS-DATA-AVAL
004410             SET ACHOU-PERIODO TO TRUE
004420     END-SEARCH
004430     IF NOT ACHOU-PERIODO
004440        SET TRANS-REJEITADA TO TRUE
004450        MOVE "DATA FORA DO BIMESTRE" TO WS-MOTIVO-REJEICAO
004460        GO TO 2050-EXIT
004470     END-IF
004480     .
004490 2050-EXIT.
004500     EXIT.
004510*----------------------------------------------------------*
004520* 2100-APLICA-AVALIACAO -- DATE RULES, THE SLOT ON         *
004530*     HORAMAST FOR THE MATERIA, THE TYPE, THEN THE PER-DAY *
004540*     LIMIT (A NEW BOOKING ONLY -- A CHANGE KEEPS ITS DAY  *
004550*     AND SLOT, THE KEY); WRITE OR REWRITE.                *
004560*----------------------------------------------------------*
004570 2100-APLICA-AVALIACAO.
004580     PERFORM 2050-VALIDA-DATA THRU 2050-EXIT
004590     IF TRANS-REJEITADA
004600        GO TO 2100-EXIT
004610     END-IF
004620     IF MED-AVT-SLOT IS NOT NUMERIC
004630        SET TRANS-REJEITADA TO TRUE
004640        MOVE "AULA NAO NUMERICA" TO WS-MOTIVO-REJEICAO
004650        GO TO 2100-EXIT
004660     END-IF
004670     MOVE MED-AVT-SLOT TO WS-SLOT-AVAL
004680     MOVE MED-AVT-TURMA TO MED-HOR-TURMA
004690     MOVE WS-DIA-SEMANA TO MED-HOR-DIA
004700     MOVE WS-SLOT-AVAL  TO MED-HOR-SLOT
004710     READ HORARIO-MASTER-FILE
004720         INVALID KEY
004730             SET TRANS-REJEITADA TO TRUE
004740             MOVE "AULA NAO CONSTA NO HORAMAST" TO
004750                 WS-MOTIVO-REJEICAO
004760     END-READ
004770     IF TRANS-REJEITADA
004780        GO TO 2100-EXIT
004790     END-IF
004800     IF MED-HOR-MATERIA NOT = MED-AVT-MATERIA
004810        SET TRANS-REJEITADA TO TRUE
004820        MOVE "AULA E DE OUTRA MATERIA" TO WS-MOTIVO-REJEICAO
004830        GO TO 2100-EXIT
004840     END-IF
004850     MOVE MED-AVT-TIPO TO MED-AVL-TIPO
004860     IF NOT MED-AVL-TIPO-VALIDO
004870        SET TRANS-REJEITADA TO TRUE
004880        MOVE "TIPO DE AVALIACAO INVALIDO" TO WS-MOTIVO-REJEICAO
004890        GO TO 2100-EXIT
004900     END-IF
004910     IF AVT-INCLUSAO
004920        PERFORM 2200-CONTA-NO-DIA THRU 2200-EXIT
004930        IF WS-QTD-NO-DIA >= WS-LIMITE-DIA
004940           SET TRANS-REJEITADA TO TRUE
004950           MOVE "TURMA JA NO LIMITE DO DIA" TO WS-MOTIVO-REJEICAO
004960           ADD 1 TO WS-CONT-LIMITE
004970           GO TO 2100-EXIT
004980        END-IF
004990     END-IF
005000     MOVE SPACES TO MED-AVAL-MASTER-REC
005010     MOVE MED-AVT-TURMA      TO MED-AVL-TURMA
005020     MOVE WS-DATA-AVAL       TO MED-AVL-DATA
005030     MOVE WS-SLOT-AVAL       TO MED-AVL-SLOT
005040     MOVE MED-AVT-MATERIA    TO MED-AVL-MATERIA
005050     MOVE MED-AVT-TIPO       TO MED-AVL-TIPO
005060     MOVE WS-BIMESTRE        TO MED-AVL-BIMESTRE
005070     MOVE WS-DIA-SEMANA      TO MED-AVL-DIA
005080     MOVE WS-OPERADOR        TO MED-AVL-OPERADOR
005090     MOVE WS-DATA-HOJE       TO MED-AVL-DATA-REGISTRO
005100     IF AVT-INCLUSAO
005110        WRITE MED-AVAL-MASTER-REC
005120            INVALID KEY
005130                SET TRANS-REJEITADA TO TRUE
005140                MOVE "AULA JA TEM AVALIACAO" TO
005150                    WS-MOTIVO-REJEICAO
005160        END-WRITE
005170     ELSE
005180        REWRITE MED-AVAL-MASTER-REC
005190            INVALID KEY
005200                SET TRANS-REJEITADA TO TRUE
005210                MOVE "AVALIACAO NAO CADASTRADA" TO
005220                    WS-MOTIVO-REJEICAO
005230        END-REWRITE
005240     END-IF
005250     .
005260 2100-EXIT.
005270     EXIT.
005280*----------------------------------------------------------*
005290* 2200-CONTA-NO-DIA -- ASSESSMENTS ALREADY BOOKED FOR THE  *
005300*     TURMA ON THE DATE: START AT SLOT ZERO OF THE DAY AND *
005310*     READ WHILE TURMA AND DATE HOLD.                      *
005320*----------------------------------------------------------*
005330 2200-CONTA-NO-DIA.
005340     MOVE ZERO TO WS-QTD-NO-DIA
005350     MOVE 'N' TO WS-EOF-AVAL
005360     MOVE MED-AVT-TURMA TO MED-AVL-TURMA
005370     MOVE WS-DATA-AVAL  TO MED-AVL-DATA
005380     MOVE ZERO          TO MED-AVL-SLOT
005390     START AVAL-MASTER-FILE KEY NOT LESS MED-AVL-CHAVE
005400         INVALID KEY
005410             SET FIM-DO-AVAL TO TRUE
005420     END-START
005430     PERFORM 2300-LE-DIA THRU 2300-EXIT
005440         UNTIL FIM-DO-AVAL
005450     .
005460 2200-EXIT.
005470     EXIT.
005480 2300-LE-DIA.
005490     READ AVAL-MASTER-FILE NEXT RECORD
005500         AT END
005510             SET FIM-DO-AVAL TO TRUE
005520             GO TO 2300-EXIT
005530     END-READ
005540     IF MED-AVL-TURMA NOT = MED-AVT-TURMA
005550        OR MED-AVL-DATA NOT = WS-DATA-AVAL
005560        SET FIM-DO-AVAL TO TRUE
005570        GO TO 2300-EXIT
005580     END-IF
005590     ADD 1 TO WS-QTD-NO-DIA
005600     .
005610 2300-EXIT.
005620     EXIT.
005630*----------------------------------------------------------*
005640* 2400-EXCLUI-AVALIACAO -- CANCEL A BOOKED ASSESSMENT       *
005650*----------------------------------------------------------*
005660 2400-EXCLUI-AVALIACAO.
005670     IF MED-AVT-DATA IS NOT NUMERIC
005680        OR MED-AVT-SLOT IS NOT NUMERIC
005690        SET TRANS-REJEITADA TO TRUE
005700        MOVE "DATA OU AULA NAO NUMERICA" TO WS-MOTIVO-REJEICAO
005710        GO TO 2400-EXIT
005720     END-IF
005730     MOVE MED-AVT-TURMA TO MED-AVL-TURMA
005740     MOVE MED-AVT-DATA  TO MED-AVL-DATA
005750     MOVE MED-AVT-SLOT  TO MED-AVL-SLOT
005760     DELETE AVAL-MASTER-FILE
005770         INVALID KEY
005780             SET TRANS-REJEITADA TO TRUE
005790             MOVE "AVALIACAO NAO CADASTRADA" TO
005800                 WS-MOTIVO-REJEICAO
005810     END-DELETE
005820     .
005830 2400-EXIT.
005840     EXIT.
005850*----------------------------------------------------------*
005860* 3000-READ-TRANS -- READ THE NEXT BOOKING TRANSACTION      *
005870*----------------------------------------------------------*
005880 3000-READ-TRANS.
005890     READ AVL-TRANS-FILE
005900         AT END
005910             SET FIM-DO-TRANS TO TRUE
005920         NOT AT END
005930             ADD 1 TO WS-CONT-LIDOS
005940     END-READ
005950     .
005960 3000-EXIT.
005970     EXIT.
005980*----------------------------------------------------------*
005990* 5000-GRAVA-REGISTRO -- ONE REGISTER LINE PER TRANSACTION  *
006000*----------------------------------------------------------*
006010 5000-GRAVA-REGISTRO.
006020     MOVE SPACES TO WS-REG-MOTIVO
006030     MOVE MED-AVT-FUNCAO   TO WS-REG-FUNCAO
006040     MOVE MED-AVT-TURMA    TO WS-REG-TURMA
006050     MOVE MED-AVT-DATA     TO WS-REG-DATA
006060     MOVE MED-AVT-SLOT     TO WS-REG-SLOT
006070     MOVE MED-AVT-MATERIA  TO WS-REG-MATERIA
006080     MOVE MED-AVT-TIPO     TO WS-REG-TIPO
006090     MOVE MED-AVT-BIMESTRE TO WS-REG-BIMESTRE
006100     IF TRANS-REJEITADA
006110        MOVE "REJEITADO" TO WS-REG-ACAO
006120        MOVE WS-MOTIVO-REJEICAO TO WS-REG-MOTIVO
006130     ELSE
006140        MOVE "APLICADO"  TO WS-REG-ACAO
006150     END-IF
006160     MOVE WS-REGISTER-LINE TO AVL-REGISTER-REC
006170     WRITE AVL-REGISTER-REC
006180     .
006190 5000-EXIT.
006200     EXIT.
006210*----------------------------------------------------------*
006220* 9000-FINALIZE -- CLOSE THE FILES AND SHOW THE RUN COUNTS  *
006230*----------------------------------------------------------*
006240 9000-FINALIZE.
006250     IF WS-TRANS-STATUS = "10"
006260        CLOSE AVL-TRANS-FILE
006270     END-IF
006280     CLOSE AVL-REGISTER-FILE
006290     CLOSE AVAL-MASTER-FILE
006300     CLOSE HORARIO-MASTER-FILE
006310     DISPLAY "TRANSACOES LIDAS....: " WS-CONT-LIDOS
006320     DISPLAY "APLICADAS...........: " WS-CONT-APLICADOS
006330     DISPLAY "REJEITADAS..........: " WS-CONT-REJEITADOS
006340     DISPLAY "BARRADAS NO LIMITE..: " WS-CONT-LIMITE
006350     IF WS-CONT-REJEITADOS > ZERO
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
006460* 9200/9250/9280/9290 -- SHARED OPERATOR-AUTHORIZATION      *
006470*     PARAGRAPHS (OPERPARA) AND THE AUDIT-CHAIN PARAGRAPHS  *
006480*     (CADPARA) THE ACCESS-LOG STAMP RIDES ON.              *
006490*----------------------------------------------------------*
006500     COPY CADPARA.
006510     COPY OPERPARA.
006520 END PROGRAM AVAL_MAINT.
