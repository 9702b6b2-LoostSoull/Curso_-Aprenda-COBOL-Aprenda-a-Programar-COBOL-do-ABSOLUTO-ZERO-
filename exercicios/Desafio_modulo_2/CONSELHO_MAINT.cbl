000100*****************************************************************
000110* Program:      CONSELHO_MAINT
000120* Author:       J. ALBUQUERQUE - APPLICATIONS SUPPORT
000130* Installation: ESCOLA - SISTEMA ACADEMICO
000140* Date-Written: 2026-10-15
000150* Date-Compiled:
000160* Purpose:      Conselho de classe deliberation maintenance,
000170*               built on the SUBST_MAINT pattern. Approval is
000180*               legally the class council's decision: until now
000190*               a council approval was typed over the REPROVADO
000200*               on FINALRES by hand and PROMOCAO_ANUAL never
000210*               knew why. Reads add/change/delete transactions
000220*               (CONSTRAN: student, materia name as FINALRES
000230*               carries it, decision A APROVADO PELO CONSELHO or
000240*               M MANTIDO, minutes reference, meeting date,
000250*               councillors present) and applies them to the
000260*               indexed CONSMAST (copybooks CNSSEL/CNSMST) for
000270*               CONSOLIDA_FINAL's school year, writing a
000280*               register (CONSREG) of every change applied and
000290*               rejected.
000300*               Only a student/materia CONSOLIDA_FINAL left
000310*               REPROVADO, or APROVADO but borderline -- final
000320*               media below the THRESHOLD passing limit plus the
000330*               margin on SYSIN after the operator ID (9V99,
000340*               default 1,00) -- may be deliberated on; a
000350*               borderline pass can only be MANTIDO.
000360* Modification History:
000370*   2026-10-15 JA  Initial version.
000380* Tectonics: cobc
000390*****************************************************************
000400 IDENTIFICATION DIVISION.
000410 PROGRAM-ID. CONSELHO_MAINT.
000420 ENVIRONMENT DIVISION.
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450     SELECT CNS-TRANS-FILE ASSIGN TO "CONSTRAN"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS WS-TRANS-STATUS.
000480     SELECT CNS-REGISTER-FILE ASSIGN TO "CONSREG"
000490         ORGANIZATION IS LINE SEQUENTIAL.
000500     SELECT FINAL-RESULT-FILE ASSIGN TO "FINALRES"
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WS-FINALRES-STATUS.
000530     SELECT THRESHOLD-PARM-FILE ASSIGN TO "THRESHOLD"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS WS-THRESH-STATUS.
000560     COPY CNSSEL.
000570     COPY OPERSEL.
000580     COPY ACSSEL.
000590     COPY ERRLSEL.
000600 DATA DIVISION.
000610 FILE SECTION.
000620 FD  CNS-TRANS-FILE.
000630 01  MED-CNS-TRANS-REC.
000640     03  MED-CNT-FUNCAO         PIC X(01).
000650         88  CNT-INCLUSAO             VALUE 'A'.
000660         88  CNT-ALTERACAO            VALUE 'C'.
000670         88  CNT-EXCLUSAO             VALUE 'D'.
000680     03  MED-CNT-ALUNO-ID       PIC X(07).
000690     03  MED-CNT-MATERIA        PIC X(30).
000700     03  MED-CNT-DECISAO        PIC X(01).
000710     03  MED-CNT-ATA            PIC X(15).
000720     03  MED-CNT-DATA-REUNIAO   PIC X(08).
000730     03  MED-CNT-CONSELHEIROS   PIC X(80).
000740 FD  CNS-REGISTER-FILE.
000750 01  CNS-REGISTER-REC           PIC X(120).
000760 FD  FINAL-RESULT-FILE.
000770 01  FINAL-RESULT-REC           PIC X(132).
000780 FD  THRESHOLD-PARM-FILE.
000790 01  THRESHOLD-PARM-REC         PIC 9(02).
000800 FD  CONSELHO-MASTER-FILE.
000810     COPY CNSMST.
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
000920 01  WS-CNS-MASTER-STATUS       PIC X(02) VALUE SPACES.
000930 01  WS-TRANS-STATUS            PIC X(02) VALUE SPACES.
000940 01  WS-FINALRES-STATUS         PIC X(02) VALUE SPACES.
000950 01  WS-THRESH-STATUS           PIC X(02) VALUE SPACES.
000960 01  WS-SWITCHES.
000970     03  WS-EOF-TRANS           PIC X(01) VALUE 'N'.
000980         88  FIM-DO-TRANS             VALUE 'S'.
000990     03  WS-EOF-FINALRES        PIC X(01) VALUE 'N'.
001000         88  FIM-DO-FINALRES          VALUE 'S'.
001010     03  WS-TRANS-VALIDA        PIC X(01) VALUE 'S'.
001020         88  TRANS-REJEITADA          VALUE 'N'.
001030     03  WS-ELG-ACHOU           PIC X(01) VALUE 'N'.
001040         88  ACHOU-ELEGIVEL           VALUE 'S'.
001050 01  WS-MOTIVO-REJEICAO         PIC X(30) VALUE SPACES.
001060 01  WS-DATA-HOJE               PIC 9(08) VALUE ZERO.
001070 01  WS-ANO-LETIVO              PIC 9(04) VALUE ZERO.
001080 01  WS-DATA-REUNIAO            PIC 9(08) VALUE ZERO.
001090 01  WS-DIAS-NUM                PIC 9(07) VALUE ZERO.
001100 01  WS-ALUNO-ID                PIC 9(07) VALUE ZERO.
001110*----------------------------------------------------------*
001120* BORDERLINE LIMIT -- THE THRESHOLD PASSING MEDIA (SAME    *
001130*     FILE AND DEFAULT AS CONSOLIDA_FINAL) PLUS THE SYSIN  *
001140*     MARGIN; A PASS BELOW THE SUM IS BORDERLINE.          *
001150*----------------------------------------------------------*
001160 01  WS-PASSING-THRESHOLD       PIC 9(02) VALUE 7.
001170 01  WS-MARGEM-PARM             PIC X(03) VALUE SPACES.
001180 01  WS-MARGEM-PARM-N REDEFINES WS-MARGEM-PARM
001190                                PIC 9V99.
001200 01  WS-MARGEM                  PIC 9V99 VALUE 1.00.
001210 01  WS-LIMITE-LIMITROFE        PIC 9(02)V99 VALUE ZERO.
001220 01  WS-MEDIA-FINAL             PIC 9(02)V99 VALUE ZERO.
001230 01  WS-CONTADORES.
001240     03  WS-CONT-LIDOS          PIC 9(05) COMP VALUE ZERO.
001250     03  WS-CONT-APLICADOS      PIC 9(05) COMP VALUE ZERO.
001260     03  WS-CONT-REJEITADOS     PIC 9(05) COMP VALUE ZERO.
001270     03  WS-CONT-RESULTADOS     PIC 9(05) COMP VALUE ZERO.
001280*----------------------------------------------------------*
001290* ANNUAL RESULT LINE AS CONSOLIDA_FINAL WRITES IT,         *
001300*     REDEFINED OVER THE FLAT INPUT RECORD.                *
001310*----------------------------------------------------------*
001320 01  WS-FINAL-LINE.
001330     03  WS-FIN-ALUNO-ID        PIC X(07).
001340     03  FILLER                 PIC X(01).
001350     03  WS-FIN-NOME            PIC X(30).
001360     03  FILLER                 PIC X(01).
001370     03  WS-FIN-TURMA           PIC X(10).
001380     03  FILLER                 PIC X(01).
001390     03  WS-FIN-MATERIA         PIC X(30).
001400     03  FILLER                 PIC X(25).
001410     03  WS-FIN-QTD-BIM         PIC X(01).
001420     03  FILLER                 PIC X(01).
001430     03  WS-FIN-FINAL           PIC X(05).
001440     03  WS-FIN-FINAL-E REDEFINES WS-FIN-FINAL
001450                                PIC Z9.99.
001460     03  FILLER                 PIC X(01).
001470     03  WS-FIN-SITUACAO        PIC X(15).
001480*----------------------------------------------------------*
001490* STUDENT/MATERIA LINES OF FINALRES THE COUNCIL MAY        *
001500*     DELIBERATE ON: REPROVADO ('R') OR BORDERLINE ('L').  *
001510*----------------------------------------------------------*
001520 01  WS-ELG-TABLE-QTD           PIC 9(04) COMP VALUE ZERO.
001530 01  WS-ELG-TABLE.
001540     03  WS-ELG-ENTRY           OCCURS 1 TO 3000 TIMES
001550                                DEPENDING ON WS-ELG-TABLE-QTD
001560                                INDEXED BY WS-ELG-IDX.
001570         05  WS-ELG-ALUNO-ID    PIC 9(07).
001580         05  WS-ELG-MATERIA     PIC X(30).
001590         05  WS-ELG-TURMA       PIC X(10).
001600         05  WS-ELG-FINAL       PIC X(05).
001610         05  WS-ELG-SITUACAO    PIC X(15).
001620         05  WS-ELG-TIPO        PIC X(01).
001630             88  ELG-REPROVADO        VALUE 'R'.
001640             88  ELG-LIMITROFE        VALUE 'L'.
001650*----------------------------------------------------------*
001660* REGISTER LINE                                            *
001670*----------------------------------------------------------*
001680 01  WS-REGISTER-LINE.
001690     03  WS-REG-FUNCAO          PIC X(01).
001700     03  FILLER                 PIC X(01) VALUE SPACE.
001710     03  WS-REG-ALUNO-ID        PIC X(07).
001720     03  FILLER                 PIC X(01) VALUE SPACE.
001730     03  WS-REG-MATERIA         PIC X(30).
001740     03  FILLER                 PIC X(01) VALUE SPACE.
001750     03  WS-REG-DECISAO         PIC X(01).
001760     03  FILLER                 PIC X(01) VALUE SPACE.
001770     03  WS-REG-ATA             PIC X(15).
001780     03  FILLER                 PIC X(01) VALUE SPACE.
001790     03  WS-REG-FINAL           PIC X(05).
001800     03  FILLER                 PIC X(01) VALUE SPACE.
001810     03  WS-REG-ACAO            PIC X(09).
001820     03  FILLER                 PIC X(01) VALUE SPACE.
001830     03  WS-REG-MOTIVO          PIC X(30).
001840 PROCEDURE DIVISION.
001850 0000-MAIN-PROCEDURE.
001860     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001870     PERFORM 2000-PROCESS-TRANS THRU 2000-EXIT
001880         UNTIL FIM-DO-TRANS
001890     PERFORM 9000-FINALIZE THRU 9000-EXIT
001900     STOP RUN.
001910*----------------------------------------------------------*
001920* 1000-INITIALIZE -- OPERATOR GATE, THE BORDERLINE MARGIN, *
001930*     THE PASSING THRESHOLD, THE FINALRES LOAD AND THE     *
001940*     FILE OPENS (A BRAND-NEW CONSMAST IS CREATED EMPTY,   *
001950*     SAME AS THE OTHER MASTERS). WITHOUT FINALRES THE RUN *
001960*     REFUSES: NOTHING CAN BE CHECKED AGAINST THE YEAR.    *
001970*----------------------------------------------------------*
001980 1000-INITIALIZE.
001990     MOVE "CNSMAINT" TO MED-ERROR-PROGRAM
002000     DISPLAY "IDENTIFICACAO DO OPERADOR: "
002010     ACCEPT WS-OPERADOR
002020     PERFORM 9200-ABRE-OPERMAST THRU 9200-EXIT-OPER
002030     MOVE WS-OPERADOR TO MED-OPR-CHECK-ID
002040     MOVE 'M' TO MED-OPR-FUNC-CHECK
002050     PERFORM 9250-VERIFICA-OPERADOR THRU 9250-EXIT-OPER
002060     PERFORM 9290-FECHA-OPERMAST THRU 9290-EXIT-OPER
002070     IF NOT OPERADOR-AUTORIZADO
002080        DISPLAY "OPERADOR " WS-OPERADOR
002090            " SEM PERMISSAO DE MANUTENCAO"
002100        MOVE ZERO TO MED-OPN-ALUNO-ID
002110        PERFORM 9280-NEGA-ACESSO THRU 9280-EXIT-OPER
002120        MOVE "OPRNEG" TO MED-ERROR-CODE
002130        MOVE "OPERADOR SEM PERMISSAO DE MANUTENCAO" TO
002140            MED-ERROR-TEXT
002150        SET MED-RC-DATA-ERROR TO TRUE
002160        PERFORM 9800-ERROR-LOG THRU 9800-EXIT
002170        MOVE 8 TO RETURN-CODE
002180        STOP RUN
002190     END-IF
002200     DISPLAY "MARGEM DO CASO LIMITROFE (9V99, PADRAO 100): "
002210     ACCEPT WS-MARGEM-PARM
002220     IF WS-MARGEM-PARM IS NUMERIC
002230        MOVE WS-MARGEM-PARM-N TO WS-MARGEM
002240     END-IF
002250     ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
002260     MOVE WS-DATA-HOJE (1:4) TO WS-ANO-LETIVO
002270     OPEN INPUT THRESHOLD-PARM-FILE
002280     IF WS-THRESH-STATUS = "00"
002290        READ THRESHOLD-PARM-FILE
002300            AT END
002310                CONTINUE
002320            NOT AT END
002330                MOVE THRESHOLD-PARM-REC TO WS-PASSING-THRESHOLD
002340        END-READ
002350        CLOSE THRESHOLD-PARM-FILE
002360     END-IF
002370     MOVE WS-PASSING-THRESHOLD TO WS-LIMITE-LIMITROFE
002380     ADD WS-MARGEM TO WS-LIMITE-LIMITROFE
002390     OPEN INPUT FINAL-RESULT-FILE
002400     IF WS-FINALRES-STATUS NOT = "00"
002410        DISPLAY "FINALRES NAO DISPONIVEL, STATUS: "
002420            WS-FINALRES-STATUS
002430        DISPLAY "RODE CONSOLIDA_FINAL ANTES DO CONSELHO"
002440        MOVE "NOFNL"  TO MED-ERROR-CODE
002450        MOVE "FINALRES AUSENTE NO CONSELHO DE CLASSE" TO
002460            MED-ERROR-TEXT
002470        SET MED-RC-FILE-ERROR TO TRUE
002480        PERFORM 9800-ERROR-LOG THRU 9800-EXIT
002490        MOVE MED-RETURN-CODE TO RETURN-CODE
002500        STOP RUN
002510     END-IF
002520     PERFORM 1100-CARREGA-RESULTADO THRU 1100-EXIT
002530         UNTIL FIM-DO-FINALRES
002540     CLOSE FINAL-RESULT-FILE
002550     OPEN INPUT CNS-TRANS-FILE
002560     IF WS-TRANS-STATUS NOT = "00"
002570        DISPLAY "CONSTRAN NAO DISPONIVEL, STATUS: "
002580            WS-TRANS-STATUS
002590        SET FIM-DO-TRANS TO TRUE
002600     END-IF
002610     OPEN OUTPUT CNS-REGISTER-FILE
002620     OPEN I-O CONSELHO-MASTER-FILE
002630     IF WS-CNS-MASTER-STATUS = "35"
002640        OPEN OUTPUT CONSELHO-MASTER-FILE
002650        CLOSE CONSELHO-MASTER-FILE
002660        OPEN I-O CONSELHO-MASTER-FILE
002670     END-IF
002680     IF WS-CNS-MASTER-STATUS NOT = "00"
002690        DISPLAY "ERRO NA ABERTURA DO CONSMAST: "
002700            WS-CNS-MASTER-STATUS
002710        MOVE "OPNERR"   TO MED-ERROR-CODE
002720        MOVE "CONSMAST NAO PODE SER ABERTO" TO MED-ERROR-TEXT
002730        SET MED-RC-FILE-ERROR TO TRUE
002740        PERFORM 9800-ERROR-LOG THRU 9800-EXIT
002750        MOVE MED-RETURN-CODE TO RETURN-CODE
002760        STOP RUN
002770     END-IF
002780     IF NOT FIM-DO-TRANS
002790        PERFORM 3000-READ-TRANS THRU 3000-EXIT
002800     END-IF
002810     .
002820 1000-EXIT.
002830     EXIT.
002840*----------------------------------------------------------*
002850* 1100-CARREGA-RESULTADO -- KEEP ONE FINALRES LINE WHEN    *
002860*     IT IS REPROVADO, OR APROVADO WITH A FINAL MEDIA      *
002870*     BELOW THE BORDERLINE LIMIT. SEM RESULTADO IS A HOLE  *
002880*     IN THE GRADING, NOT A COUNCIL MATTER.                *
002890*----------------------------------------------------------*
002900 1100-CARREGA-RESULTADO.
002910     READ FINAL-RESULT-FILE
002920         AT END
002930             SET FIM-DO-FINALRES TO TRUE
002940             GO TO 1100-EXIT
002950     END-READ
002960     ADD 1 TO WS-CONT-RESULTADOS
002970     MOVE FINAL-RESULT-REC TO WS-FINAL-LINE
002980     IF WS-FIN-ALUNO-ID IS NOT NUMERIC
002990        GO TO 1100-EXIT
003000     END-IF
003010     IF WS-FIN-SITUACAO (1:9) = "REPROVADO"
003020        PERFORM 1200-GUARDA-ELEGIVEL THRU 1200-EXIT
003030        SET ELG-REPROVADO (WS-ELG-IDX) TO TRUE
003040        GO TO 1100-EXIT
003050     END-IF
003060     IF WS-FIN-SITUACAO (1:8) NOT = "APROVADO"
003070        OR WS-FIN-FINAL (2:1) IS NOT NUMERIC
003080        OR WS-FIN-FINAL (4:2) IS NOT NUMERIC
003090        GO TO 1100-EXIT
003100     END-IF
003110     MOVE WS-FIN-FINAL-E TO WS-MEDIA-FINAL
003120     IF WS-MEDIA-FINAL < WS-LIMITE-LIMITROFE
003130        PERFORM 1200-GUARDA-ELEGIVEL THRU 1200-EXIT
003140        SET ELG-LIMITROFE (WS-ELG-IDX) TO TRUE
003150     END-IF
003160     .
003170 1100-EXIT.
003180     EXIT.
003190 1200-GUARDA-ELEGIVEL.
003200     IF WS-ELG-TABLE-QTD >= 3000
003210        DISPLAY "TABELA DE CASOS DO CONSELHO CHEIA (3000) -- "
003220            "AUMENTE WS-ELG-TABLE"
003230        MOVE 8 TO RETURN-CODE
003240        STOP RUN
003250     END-IF
003260     ADD 1 TO WS-ELG-TABLE-QTD
003270     SET WS-ELG-IDX TO WS-ELG-TABLE-QTD
003280     MOVE WS-FIN-ALUNO-ID  TO WS-ELG-ALUNO-ID (WS-ELG-IDX)
003290     MOVE WS-FIN-MATERIA   TO WS-ELG-MATERIA (WS-ELG-IDX)
003300     MOVE WS-FIN-TURMA     TO WS-ELG-TURMA (WS-ELG-IDX)
003310     MOVE WS-FIN-FINAL     TO WS-ELG-FINAL (WS-ELG-IDX)
003320     MOVE WS-FIN-SITUACAO  TO WS-ELG-SITUACAO (WS-ELG-IDX)
003330     .
003340 1200-EXIT.
003350     EXIT.
003360*----------------------------------------------------------*
003370* 2000-PROCESS-TRANS -- APPLY ONE DELIBERATION TRANSACTION *
003380*----------------------------------------------------------*
003390 2000-PROCESS-TRANS.
003400     MOVE 'S' TO WS-TRANS-VALIDA
003410     MOVE SPACES TO WS-MOTIVO-REJEICAO
003420     MOVE SPACES TO WS-REG-FINAL
003430     EVALUATE TRUE
003440         WHEN MED-CNT-ALUNO-ID IS NOT NUMERIC
003450             SET TRANS-REJEITADA TO TRUE
003460             MOVE "ALUNO NAO NUMERICO" TO WS-MOTIVO-REJEICAO
003470         WHEN MED-CNT-MATERIA = SPACES
003480             SET TRANS-REJEITADA TO TRUE
003490             MOVE "MATERIA NAO INFORMADA" TO WS-MOTIVO-REJEICAO
003500         WHEN CNT-INCLUSAO OR CNT-ALTERACAO
003510             PERFORM 2100-APLICA-DELIBERACAO THRU 2100-EXIT
003520         WHEN CNT-EXCLUSAO
003530             PERFORM 2400-EXCLUI-DELIBERACAO THRU 2400-EXIT
003540         WHEN OTHER
003550             SET TRANS-REJEITADA TO TRUE
003560             MOVE "FUNCAO INVALIDA" TO WS-MOTIVO-REJEICAO
003570     END-EVALUATE
003580     IF TRANS-REJEITADA
003590        ADD 1 TO WS-CONT-REJEITADOS
003600        MOVE "TRNREJ" TO MED-ERROR-CODE
003610        MOVE WS-MOTIVO-REJEICAO TO MED-ERROR-TEXT
003620        SET MED-RC-DATA-ERROR TO TRUE
003630        PERFORM 9800-ERROR-LOG THRU 9800-EXIT
003640     ELSE
003650        ADD 1 TO WS-CONT-APLICADOS
003660     END-IF
003670     PERFORM 5000-GRAVA-REGISTRO THRU 5000-EXIT
003680     PERFORM 3000-READ-TRANS THRU 3000-EXIT
003690     .
003700 2000-EXIT.
003710     EXIT.
003720*----------------------------------------------------------*
003730* 2050-VALIDA-CAMPOS -- THE DECISION A OR M, THE MINUTES   *
003740*     REFERENCE AND THE COUNCILLORS PRESENT GIVEN, AND THE *
003750*     MEETING DATE A CALENDAR DAY NOT IN THE FUTURE.       *
003760*----------------------------------------------------------*
003770 2050-VALIDA-CAMPOS.
003780     IF MED-CNT-DECISAO NOT = 'A' AND MED-CNT-DECISAO NOT = 'M'
003790        SET TRANS-REJEITADA TO TRUE
003800        MOVE "DECISAO INVALIDA" TO WS-MOTIVO-REJEICAO
003810        GO TO 2050-EXIT
003820     END-IF
003830     IF MED-CNT-ATA = SPACES
003840        SET TRANS-REJEITADA TO TRUE
003850        MOVE "ATA NAO INFORMADA" TO WS-MOTIVO-REJEICAO
003860        GO TO 2050-EXIT
003870     END-IF
003880     IF MED-CNT-DATA-REUNIAO IS NOT NUMERIC
003890        SET TRANS-REJEITADA TO TRUE
003900        MOVE "DATA DA REUNIAO NAO NUMERICA" TO
003910            WS-MOTIVO-REJEICAO
003920        GO TO 2050-EXIT
003930     END-IF
003940     MOVE MED-CNT-DATA-REUNIAO TO WS-DATA-REUNIAO
003950     MOVE ZERO TO WS-DIAS-NUM
003960     COMPUTE WS-DIAS-NUM =
003970         FUNCTION INTEGER-OF-DATE (WS-DATA-REUNIAO)
003980         ON SIZE ERROR
003990             MOVE ZERO TO WS-DIAS-NUM
004000     END-COMPUTE
004010     IF WS-DIAS-NUM = ZERO
004020        SET TRANS-REJEITADA TO TRUE
004030        MOVE "DATA DA REUNIAO INVALIDA" TO WS-MOTIVO-REJEICAO
004040        GO TO 2050-EXIT
004050     END-IF
004060     IF WS-DATA-REUNIAO > WS-DATA-HOJE
004070        SET TRANS-REJEITADA TO TRUE
004080        MOVE "REUNIAO NO FUTURO" TO WS-MOTIVO-REJEICAO
004090        GO TO 2050-EXIT
004100     END-IF
004110     IF MED-CNT-CONSELHEIROS = SPACES
004120        SET TRANS-REJEITADA TO TRUE
004130        MOVE "CONSELHEIROS NAO INFORMADOS" TO
004140            WS-MOTIVO-REJEICAO
004150        GO TO 2050-EXIT
004160     END-IF
004170     .
004180 2050-EXIT.
004190     EXIT.
004200*----------------------------------------------------------*
004210* 2100-APLICA-DELIBERACAO -- FIELDS, THEN THE STUDENT AND  *
004220*     MATERIA MUST BE A REPROVADO OR BORDERLINE LINE OF    *
004230*     FINALRES; ONLY A REPROVADO CAN BE APPROVED BY THE    *
004240*     COUNCIL. AN ADD WRITES, A CHANGE READS THE           *
004250*     DELIBERATION BACK AND REWRITES.                      *
004260*----------------------------------------------------------*
004270 2100-APLICA-DELIBERACAO.
004280     PERFORM 2050-VALIDA-CAMPOS THRU 2050-EXIT
004290     IF TRANS-REJEITADA
004300        GO TO 2100-EXIT
004310     END-IF
004320     MOVE MED-CNT-ALUNO-ID TO WS-ALUNO-ID
004330     MOVE 'N' TO WS-ELG-ACHOU
004340     IF WS-ELG-TABLE-QTD > ZERO
004350        SET WS-ELG-IDX TO 1
004360        SEARCH WS-ELG-ENTRY
004370            VARYING WS-ELG-IDX
004380            AT END
004390                CONTINUE
004400            WHEN WS-ELG-ALUNO-ID (WS-ELG-IDX) = WS-ALUNO-ID
004410                AND WS-ELG-MATERIA (WS-ELG-IDX) = MED-CNT-MATERIA
004420                SET ACHOU-ELEGIVEL TO TRUE
004430        END-SEARCH
004440     END-IF
004450     IF NOT ACHOU-ELEGIVEL
004460        SET TRANS-REJEITADA TO TRUE
004470        MOVE "NAO REPROVADO NEM LIMITROFE" TO WS-MOTIVO-REJEICAO
004480        GO TO 2100-EXIT
004490     END-IF
004500     MOVE WS-ELG-FINAL (WS-ELG-IDX) TO WS-REG-FINAL
004510     IF MED-CNT-DECISAO = 'A'
004520        AND NOT ELG-REPROVADO (WS-ELG-IDX)
004530        SET TRANS-REJEITADA TO TRUE
004540        MOVE "APROVADO PELA MEDIA -- SO M" TO WS-MOTIVO-REJEICAO
004550        GO TO 2100-EXIT
004560     END-IF
004570     MOVE WS-ALUNO-ID     TO MED-CNS-ALUNO-ID
004580     MOVE WS-ANO-LETIVO   TO MED-CNS-ANO
004590     MOVE MED-CNT-MATERIA TO MED-CNS-MATERIA
004600     IF CNT-ALTERACAO
004610        READ CONSELHO-MASTER-FILE
004620            INVALID KEY
004630                SET TRANS-REJEITADA TO TRUE
004640                MOVE "DELIBERACAO NAO CADASTRADA" TO
004650                    WS-MOTIVO-REJEICAO
004660        END-READ
004670        IF TRANS-REJEITADA
004680           GO TO 2100-EXIT
004690        END-IF
004700     END-IF
004710     MOVE WS-ELG-TURMA (WS-ELG-IDX)    TO MED-CNS-TURMA
004720     MOVE WS-ELG-FINAL (WS-ELG-IDX)    TO MED-CNS-MEDIA-FINAL
004730     MOVE WS-ELG-SITUACAO (WS-ELG-IDX) TO MED-CNS-SITUACAO-ORIG
004740     MOVE MED-CNT-DECISAO      TO MED-CNS-DECISAO
004750     MOVE MED-CNT-ATA          TO MED-CNS-ATA
004760     MOVE WS-DATA-REUNIAO      TO MED-CNS-DATA-REUNIAO
004770     MOVE MED-CNT-CONSELHEIROS TO MED-CNS-CONSELHEIROS
004780     MOVE WS-OPERADOR          TO MED-CNS-OPERADOR
004790     MOVE WS-DATA-HOJE         TO MED-CNS-DATA-REGISTRO
004800     IF CNT-INCLUSAO
004810        WRITE MED-CONSELHO-MASTER-REC
004820            INVALID KEY
004830                SET TRANS-REJEITADA TO TRUE
004840                MOVE "DELIBERACAO JA CADASTRADA" TO
004850                    WS-MOTIVO-REJEICAO
004860        END-WRITE
004870     ELSE
004880        REWRITE MED-CONSELHO-MASTER-REC
004890            INVALID KEY
004900                SET TRANS-REJEITADA TO TRUE
004910                MOVE "DELIBERACAO NAO CADASTRADA" TO
004920                    WS-MOTIVO-REJEICAO
004930        END-REWRITE
004940     END-IF
004950     .
004960 2100-EXIT.
004970     EXIT.
004980*----------------------------------------------------------*
004990* 2400-EXCLUI-DELIBERACAO -- REMOVE A DELIBERATION ENTERED *
005000*     IN ERROR FOR THE CURRENT SCHOOL YEAR.                *
005010*----------------------------------------------------------*
005020 2400-EXCLUI-DELIBERACAO.
005030     MOVE MED-CNT-ALUNO-ID TO MED-CNS-ALUNO-ID
005040     MOVE WS-ANO-LETIVO    TO MED-CNS-ANO
005050     MOVE MED-CNT-MATERIA  TO MED-CNS-MATERIA
005060     DELETE CONSELHO-MASTER-FILE
005070         INVALID KEY
005080             SET TRANS-REJEITADA TO TRUE
005090             MOVE "DELIBERACAO NAO CADASTRADA" TO
005100                 WS-MOTIVO-REJEICAO
005110     END-DELETE
005120     .
005130 2400-EXIT.
005140     EXIT.
005150*----------------------------------------------------------*
005160* 3000-READ-TRANS -- READ THE NEXT DELIBERATION            *
005170*----------------------------------------------------------*
005180 3000-READ-TRANS.
005190     READ CNS-TRANS-FILE
005200         AT END
005210             SET FIM-DO-TRANS TO TRUE
005220         NOT AT END
005230             ADD 1 TO WS-CONT-LIDOS
005240     END-READ
005250     .
005260 3000-EXIT.
005270     EXIT.
005280*----------------------------------------------------------*
005290* 5000-GRAVA-REGISTRO -- ONE REGISTER LINE PER TRANSACTION *
005300*----------------------------------------------------------*
005310 5000-GRAVA-REGISTRO.
005320     MOVE SPACES TO WS-REG-MOTIVO
005330     MOVE MED-CNT-FUNCAO   TO WS-REG-FUNCAO
005340     MOVE MED-CNT-ALUNO-ID TO WS-REG-ALUNO-ID
005350     MOVE MED-CNT-MATERIA  TO WS-REG-MATERIA
005360     MOVE MED-CNT-DECISAO  TO WS-REG-DECISAO
005370     MOVE MED-CNT-ATA      TO WS-REG-ATA
005380     IF TRANS-REJEITADA
005390        MOVE "REJEITADO" TO WS-REG-ACAO
005400        MOVE WS-MOTIVO-REJEICAO TO WS-REG-MOTIVO
005410     ELSE
005420        MOVE "APLICADO"  TO WS-REG-ACAO
005430     END-IF
005440     MOVE WS-REGISTER-LINE TO CNS-REGISTER-REC
005450     WRITE CNS-REGISTER-REC
005460     .
005470 5000-EXIT.
005480     EXIT.
005490*----------------------------------------------------------*
005500* 9000-FINALIZE -- CLOSE THE FILES AND SHOW THE RUN COUNTS *
005510*----------------------------------------------------------*
005520 9000-FINALIZE.
005530     IF WS-TRANS-STATUS = "10"
005540        CLOSE CNS-TRANS-FILE
005550     END-IF
005560     CLOSE CNS-REGISTER-FILE
005570     CLOSE CONSELHO-MASTER-FILE
005580     DISPLAY "ANO LETIVO..........: " WS-ANO-LETIVO
005590     DISPLAY "RESULTADOS LIDOS....: " WS-CONT-RESULTADOS
005600     DISPLAY "CASOS ADMISSIVEIS...: " WS-ELG-TABLE-QTD
005610     DISPLAY "TRANSACOES LIDAS....: " WS-CONT-LIDOS
005620     DISPLAY "APLICADAS...........: " WS-CONT-APLICADOS
005630     DISPLAY "REJEITADAS..........: " WS-CONT-REJEITADOS
005640     IF WS-CONT-REJEITADOS > ZERO
005650        MOVE 4 TO RETURN-CODE
005660     END-IF
005670     .
005680 9000-EXIT.
005690     EXIT.
005700*----------------------------------------------------------*
005710* 9800-ERROR-LOG -- SHARED ERROR-LOGGING PARAGRAPH (ERRPARA) *
005720*----------------------------------------------------------*
005730     COPY ERRPARA.
005740*----------------------------------------------------------*
005750* 9200/9250/9280/9290 -- SHARED OPERATOR-AUTHORIZATION     *
005760*     PARAGRAPHS (OPERPARA) AND THE AUDIT-CHAIN PARAGRAPHS *
005770*     (CADPARA) THE ACCESS-LOG STAMP RIDES ON.             *
005780*----------------------------------------------------------*
005790     COPY CADPARA.
005800     COPY OPERPARA.
005810 END PROGRAM CONSELHO_MAINT.
