000100*****************************************************************
000110* Program:      ACESSO_RECERT
000120* Author:       J. ALBUQUERQUE - APPLICATIONS SUPPORT
000130* Installation: ESCOLA - SISTEMA ACADEMICO
000140* Date-Written: 2026-10-15
000150* Date-Compiled:
000160* Purpose:      Quarterly recertification of the operator
000170*               master (OPERMAST, copybooks OPERSEL/OPERMST).
000180*               Every operator is listed with the four function
000190*               flags and the last date each function was really
000200*               used, taken from:
000210*                 ACESSLOG      -- inquiry lines (SIM/NAO) and
000220*                     the use OPERPARA stamps on every authorized
000230*                     check (CON consulta, COR correcao, MAN
000240*                     manutencao, PUR purga; NEG denials are not
000250*                     a use);
000260*                 PENDACAO      -- requester and approver of each
000270*                     dual-control request: LGPDPURG is purge,
000280*                     NOTACORR correction, PDDBAIXA and FATESTOR
000290*                     maintenance;
000300*                 BOLETIM-AUDIT -- the authorizer on the CORRECAO
000310*                     before/after images.
000320*               The maintenance registers carry no operator ID;
000330*               the maintenance runs are seen through the MAN
000340*               lines their OPERMAST check stamps on ACESSLOG.
000350*               An ATIVO operator with no use for more than the
000360*               given number of days -- counted from the last use
000370*               or, if later, from the inclusion/reactivation
000380*               date on OPERMAST -- is suspended (status S; OPER_
000390*               MAINT status A lifts it). The report also flags
000400*               the toxic combinations (correction and purge,
000410*               maintenance and purge on one operator) and ends
000420*               with a sign-off section per area manager, one
000430*               per function. SYSIN, RUN_CONTROL style:
000440*                 RECERT <date> <days> -- report and suspend;
000450*                 LISTA  <date> <days> -- report only, the
000460*                     operators that would be suspended flagged.
000470*               Date blank = system date, days blank = 90.
000480*               Report RECERTRPT. Condition code 4 when anyone
000490*               was (or would be) suspended or a toxic
000500*               combination exists, 8 for a bad request and 12
000510*               when OPERMAST cannot be opened.
000520* Modification History:
000530*   2026-10-15 JA  Initial version.
000540* Tectonics: cobc
000550*****************************************************************
000560 IDENTIFICATION DIVISION.
000570 PROGRAM-ID. ACESSO_RECERT.
000580 ENVIRONMENT DIVISION.
000590 INPUT-OUTPUT SECTION.
000600 FILE-CONTROL.
000610     COPY OPERSEL.
000620     COPY ACSSEL.
000630     COPY PACSEL.
000640     COPY AUDLSEL.
000650     SELECT RECERT-REPORT-FILE ASSIGN TO "RECERTRPT"
000660         ORGANIZATION IS LINE SEQUENTIAL.
000670 DATA DIVISION.
000680 FILE SECTION.
000690 FD  OPER-MASTER-FILE.
000700     COPY OPERMST.
000710     COPY ACSFD.
000720     COPY PACFD.
000730     COPY AUDLFD.
000740 FD  RECERT-REPORT-FILE.
000750 01  RECERT-REPORT-REC          PIC X(132).
000760 WORKING-STORAGE SECTION.
000770 01  WS-OPR-MASTER-STATUS       PIC X(02) VALUE SPACES.
000780 01  WS-PAC-STATUS-FS           PIC X(02) VALUE SPACES.
000790 01  WS-AUDL-STATUS             PIC X(02) VALUE SPACES.
000800 01  WS-SWITCHES.
000810     03  WS-EOF-ARQ             PIC X(01) VALUE 'N'.
000820         88  FIM-DO-ARQ               VALUE 'S'.
000830     03  WS-ACHOU-OPR           PIC X(01) VALUE 'N'.
000840         88  ACHOU-OPERADOR           VALUE 'S'.
000850*----------------------------------------------------------*
000860* SYSIN REQUEST LINE: FUNCAO(6) SP DATA(8) SP DIAS(3)      *
000870*----------------------------------------------------------*
000880 01  WS-PARM-LINE.
000890     03  WS-PRM-FUNCAO          PIC X(06).
000900         88  FUNCAO-RECERT            VALUE "RECERT".
000910         88  FUNCAO-LISTA             VALUE "LISTA ".
000920     03  FILLER                 PIC X(01).
000930     03  WS-PRM-DATA            PIC X(08).
000940     03  FILLER                 PIC X(01).
000950     03  WS-PRM-DIAS            PIC X(03).
000960 01  WS-DATA-REF                PIC 9(08) VALUE ZERO.
000970 01  WS-DIAS-REF                PIC 9(09) VALUE ZERO.
000980 01  WS-DIAS-LIMITE             PIC 9(03) VALUE 90.
000990 01  WS-DIAS-INATIVO            PIC 9(05) VALUE ZERO.
001000*----------------------------------------------------------*
001010* THE FOUR FUNCTIONS IN OPERMST FLAG ORDER, WITH THE AREA  *
001020*     WHOSE MANAGER SIGNS THEIR RECERTIFICATION            *
001030*----------------------------------------------------------*
001040 01  WS-FUNCAO-VALORES.
001050     03  FILLER                 PIC X(40)
001060         VALUE "CCONSULTA  SECRETARIA ESCOLAR          ".
001070     03  FILLER                 PIC X(40)
001080         VALUE "RCORRECAO  COORDENACAO PEDAGOGICA      ".
001090     03  FILLER                 PIC X(40)
001100         VALUE "MMANUTENCAOADMINISTRACAO ESCOLAR       ".
001110     03  FILLER                 PIC X(40)
001120         VALUE "PPURGA     DIRECAO (ENCARREGADO LGPD)  ".
001130 01  WS-FUNCAO-TABLE REDEFINES WS-FUNCAO-VALORES.
001140     03  WS-FUNCAO-ENTRY        OCCURS 4 TIMES.
001150         05  WS-FUN-COD         PIC X(01).
001160         05  WS-FUN-NOME        PIC X(10).
001170         05  WS-FUN-AREA        PIC X(29).
001180 01  WS-FUN-SUB                 PIC 9(01) VALUE ZERO.
001190*----------------------------------------------------------*
001200* OPERMAST IN CORE, IN KEY ORDER                           *
001210*----------------------------------------------------------*
001220 01  WS-OPR-QTD                 PIC 9(03) COMP VALUE ZERO.
001230 01  WS-OPR-TABLE.
001240     03  WS-OPR-ENTRY           OCCURS 1 TO 500 TIMES
001250                                DEPENDING ON WS-OPR-QTD
001260                                ASCENDING KEY IS WS-OPT-ID
001270                                INDEXED BY WS-OPR-IDX.
001280         05  WS-OPT-ID          PIC X(08).
001290         05  WS-OPT-NOME        PIC X(30).
001300         05  WS-OPT-STATUS      PIC X(01).
001310         05  WS-OPT-NOVO-STATUS PIC X(01).
001320         05  WS-OPT-FLAG        PIC X(01) OCCURS 4 TIMES.
001330         05  WS-OPT-DATA-STATUS PIC X(08).
001340         05  WS-OPT-ULT-USO     PIC 9(08) OCCURS 4 TIMES.
001350         05  WS-OPT-ULT-GERAL   PIC 9(08).
001360         05  WS-OPT-DIAS        PIC 9(05).
001370 01  WS-USO-ID                  PIC X(08) VALUE SPACES.
001380 01  WS-USO-DATA                PIC X(08) VALUE SPACES.
001390 01  WS-USO-DATA-N REDEFINES WS-USO-DATA
001400                                PIC 9(08).
001410 01  WS-USO-FUN                 PIC 9(01) VALUE ZERO.
001420 01  WS-ACS-RESULTADO           PIC X(03) VALUE SPACES.
001430*----------------------------------------------------------*
001440* COUNTERS                                                 *
001450*----------------------------------------------------------*
001460 01  WS-CONTADORES.
001470     03  WS-CONT-USOS           PIC 9(07) COMP VALUE ZERO.
001480     03  WS-CONT-SEM-CADASTRO   PIC 9(07) COMP VALUE ZERO.
001490     03  WS-CONT-SUSPENSOS      PIC 9(03) VALUE ZERO.
001500     03  WS-CONT-CONFLITOS      PIC 9(03) VALUE ZERO.
001510     03  WS-CONT-AREA           PIC 9(03) VALUE ZERO.
001520*----------------------------------------------------------*
001530* REPORT LINES                                             *
001540*----------------------------------------------------------*
001550 01  WS-LINHA-TRACO             PIC X(132) VALUE ALL "=".
001560 01  WS-TITULO.
001570     03  FILLER                 PIC X(29)
001580                          VALUE "RECERTIFICACAO DE ACESSOS -- ".
001590     03  WS-TIT-MODO            PIC X(16).
001600     03  FILLER                 PIC X(11) VALUE "  DATA REF ".
001610     03  WS-TIT-DATA            PIC 9(08).
001620     03  FILLER                 PIC X(23)
001630                          VALUE "  INATIVIDADE MAXIMA: ".
001640     03  WS-TIT-DIAS            PIC ZZ9.
001650     03  FILLER                 PIC X(05) VALUE " DIAS".
001660 01  WS-SUBTITULO               PIC X(132) VALUE SPACES.
001670 01  WS-CABEC-OPR.
001680     03  FILLER                 PIC X(09) VALUE "OPERADOR".
001690     03  FILLER                 PIC X(31) VALUE "NOME".
001700     03  FILLER                 PIC X(03) VALUE "ST".
001710     03  FILLER                 PIC X(09) VALUE "C R M P".
001720     03  FILLER                 PIC X(09) VALUE "CONSULTA".
001730     03  FILLER                 PIC X(09) VALUE "CORRECAO".
001740     03  FILLER                 PIC X(09) VALUE "MANUTENC".
001750     03  FILLER                 PIC X(09) VALUE "PURGA".
001760     03  FILLER                 PIC X(07) VALUE "DIAS".
001770     03  FILLER                 PIC X(20) VALUE "SITUACAO".
001780 01  WS-DET-OPR.
001790     03  WS-DOP-ID              PIC X(08).
001800     03  FILLER                 PIC X(01) VALUE SPACE.
001810     03  WS-DOP-NOME            PIC X(30).
001820     03  FILLER                 PIC X(01) VALUE SPACE.
001830     03  WS-DOP-STATUS          PIC X(01).
001840     03  FILLER                 PIC X(02) VALUE SPACES.
001850     03  WS-DOP-FLAGS           OCCURS 4 TIMES.
001860         05  WS-DOP-FLAG        PIC X(01).
001870         05  FILLER             PIC X(01).
001880     03  FILLER                 PIC X(01) VALUE SPACE.
001890     03  WS-DOP-USOS            OCCURS 4 TIMES.
001900         05  WS-DOP-USO         PIC X(08).
001910         05  FILLER             PIC X(01).
001920     03  WS-DOP-DIAS            PIC X(05).
001930     03  FILLER                 PIC X(02) VALUE SPACES.
001940     03  WS-DOP-SITUACAO        PIC X(32).
001950 01  WS-DIAS-EDIT               PIC ZZZZ9.
001960 01  WS-DET-CONFLITO.
001970     03  FILLER                 PIC X(04) VALUE SPACES.
001980     03  WS-DCF-ID              PIC X(08).
001990     03  FILLER                 PIC X(01) VALUE SPACE.
002000     03  WS-DCF-NOME            PIC X(30).
002010     03  FILLER                 PIC X(04) VALUE " ST ".
002020     03  WS-DCF-STATUS          PIC X(01).
002030     03  FILLER                 PIC X(06) VALUE " *** ".
002040     03  WS-DCF-TEXTO           PIC X(40).
002050 01  WS-CABEC-AREA.
002060     03  FILLER                 PIC X(06) VALUE "AREA: ".
002070     03  WS-CAR-AREA            PIC X(29).
002080     03  FILLER                 PIC X(11) VALUE " -- FUNCAO ".
002090     03  WS-CAR-FUNCAO          PIC X(10).
002100 01  WS-CABEC-AREA-2.
002110     03  FILLER                 PIC X(09) VALUE "OPERADOR".
002120     03  FILLER                 PIC X(31) VALUE "NOME".
002130     03  FILLER                 PIC X(03) VALUE "ST".
002140     03  FILLER                 PIC X(11) VALUE "ULTIMO USO".
002150     03  FILLER                 PIC X(30) VALUE "DECISAO".
002160 01  WS-DET-AREA.
002170     03  WS-DAR-ID              PIC X(08).
002180     03  FILLER                 PIC X(01) VALUE SPACE.
002190     03  WS-DAR-NOME            PIC X(30).
002200     03  FILLER                 PIC X(01) VALUE SPACE.
002210     03  WS-DAR-STATUS          PIC X(01).
002220     03  FILLER                 PIC X(02) VALUE SPACES.
002230     03  WS-DAR-USO             PIC X(08).
002240     03  FILLER                 PIC X(03) VALUE SPACES.
002250     03  FILLER                 PIC X(30)
002260                          VALUE "MANTER [   ]    REVOGAR [   ]".
002270 01  WS-LINHA-ASSINA.
002280     03  FILLER                 PIC X(36)
002290                  VALUE "GESTOR DA AREA: __________________  ".
002300     03  FILLER                 PIC X(33)
002310                  VALUE "ASSINATURA: ____________________ ".
002320     03  FILLER                 PIC X(18)
002330                  VALUE " DATA: ___/___/___".
002340 01  WS-LINHA-TOTAL.
002350     03  FILLER                 PIC X(12) VALUE "OPERADORES: ".
002360     03  WS-TOT-OPERADORES      PIC ZZ9.
002370     03  FILLER                 PIC X(14) VALUE "   SUSPENSOS: ".
002380     03  WS-TOT-SUSPENSOS       PIC ZZ9.
002390     03  FILLER                 PIC X(17)
002400                          VALUE "   CONFLITANTES: ".
002410     03  WS-TOT-CONFLITOS       PIC ZZ9.
002420     03  FILLER                 PIC X(22)
002430                          VALUE "   USOS SEM CADASTRO: ".
002440     03  WS-TOT-SEM-CADASTRO    PIC Z(06)9.
002450 PROCEDURE DIVISION.
002460 0000-MAIN-PROCEDURE.
002470     PERFORM 1000-INICIA THRU 1000-EXIT
002480     PERFORM 2000-CARREGA-OPERADORES THRU 2000-EXIT
002490     PERFORM 3000-LE-ACESSLOG THRU 3000-EXIT
002500     PERFORM 3200-LE-PENDACAO THRU 3200-EXIT
002510     PERFORM 3400-LE-AUDITORIA THRU 3400-EXIT
002520     OPEN OUTPUT RECERT-REPORT-FILE
002530     PERFORM 4000-CABECALHO THRU 4000-EXIT
002540     PERFORM 4100-AVALIA-OPERADOR THRU 4100-EXIT
002550         VARYING WS-OPR-IDX FROM 1 BY 1
002560         UNTIL WS-OPR-IDX > WS-OPR-QTD
002570     PERFORM 5000-CONFLITOS THRU 5000-EXIT
002580     PERFORM 6000-TERMO-AREA THRU 6000-EXIT
002590         VARYING WS-FUN-SUB FROM 1 BY 1
002600         UNTIL WS-FUN-SUB > 4
002610     PERFORM 7000-TOTAIS THRU 7000-EXIT
002620     CLOSE RECERT-REPORT-FILE
002630     CLOSE OPER-MASTER-FILE
002640     IF WS-CONT-SUSPENSOS > ZERO OR WS-CONT-CONFLITOS > ZERO
002650        MOVE 4 TO RETURN-CODE
002660     END-IF
002670     STOP RUN.
002680*----------------------------------------------------------*
002690* 1000-INICIA -- REQUEST, REFERENCE DATE AND OPERMAST      *
002700*----------------------------------------------------------*
002710 1000-INICIA.
002720     MOVE SPACES TO WS-PARM-LINE
002730     ACCEPT WS-PARM-LINE
002740     IF NOT FUNCAO-RECERT AND NOT FUNCAO-LISTA
002750        DISPLAY "FUNCAO INVALIDA: " WS-PRM-FUNCAO
002760        MOVE 8 TO RETURN-CODE
002770        STOP RUN
002780     END-IF
002790     IF WS-PRM-DATA IS NUMERIC AND WS-PRM-DATA NOT = ZERO
002800        MOVE WS-PRM-DATA TO WS-DATA-REF
002810     ELSE
002820        ACCEPT WS-DATA-REF FROM DATE YYYYMMDD
002830     END-IF
002840     IF WS-PRM-DIAS IS NUMERIC AND WS-PRM-DIAS NOT = ZERO
002850        MOVE WS-PRM-DIAS TO WS-DIAS-LIMITE
002860     END-IF
002870     COMPUTE WS-DIAS-REF = FUNCTION INTEGER-OF-DATE (WS-DATA-REF)
002880     IF FUNCAO-RECERT
002890        OPEN I-O OPER-MASTER-FILE
002900     ELSE
002910        OPEN INPUT OPER-MASTER-FILE
002920     END-IF
002930     IF WS-OPR-MASTER-STATUS NOT = "00"
002940        DISPLAY "OPERMAST NAO PODE SER ABERTO, STATUS: "
002950            WS-OPR-MASTER-STATUS
002960        MOVE 12 TO RETURN-CODE
002970        STOP RUN
002980     END-IF
002990     .
003000 1000-EXIT.
003010     EXIT.
003020*----------------------------------------------------------*
003030* 2000-CARREGA-OPERADORES -- OPERMAST COMES IN KEY ORDER,  *
003040*     WHICH KEEPS THE TABLE READY FOR SEARCH ALL.          *
003050*----------------------------------------------------------*
003060 2000-CARREGA-OPERADORES.
003070     MOVE 'N' TO WS-EOF-ARQ
003080     PERFORM 2100-LE-OPERADOR THRU 2100-EXIT
003090         UNTIL FIM-DO-ARQ
003100     DISPLAY "OPERADORES NO OPERMAST: " WS-OPR-QTD
003110     .
003120 2000-EXIT.
003130     EXIT.
003140 2100-LE-OPERADOR.
003150     READ OPER-MASTER-FILE NEXT RECORD
003160         AT END
003170             SET FIM-DO-ARQ TO TRUE
003180             GO TO 2100-EXIT
003190     END-READ
003200     IF WS-OPR-QTD >= 500
003210        DISPLAY "TABELA DE OPERADORES CHEIA (500)"
003220        MOVE 8 TO RETURN-CODE
003230        STOP RUN
003240     END-IF
003250     ADD 1 TO WS-OPR-QTD
003260     SET WS-OPR-IDX TO WS-OPR-QTD
003270     MOVE MED-OPR-ID          TO WS-OPT-ID (WS-OPR-IDX)
003280     MOVE MED-OPR-NOME        TO WS-OPT-NOME (WS-OPR-IDX)
003290     MOVE MED-OPR-STATUS      TO WS-OPT-STATUS (WS-OPR-IDX)
003300     MOVE MED-OPR-STATUS      TO WS-OPT-NOVO-STATUS (WS-OPR-IDX)
003310     MOVE MED-OPR-F-CONSULTA  TO WS-OPT-FLAG (WS-OPR-IDX, 1)
003320     MOVE MED-OPR-F-CORRECAO  TO WS-OPT-FLAG (WS-OPR-IDX, 2)
003330     MOVE MED-OPR-F-MANUT     TO WS-OPT-FLAG (WS-OPR-IDX, 3)
003340     MOVE MED-OPR-F-PURGA     TO WS-OPT-FLAG (WS-OPR-IDX, 4)
003350     MOVE MED-OPR-DATA-STATUS TO WS-OPT-DATA-STATUS (WS-OPR-IDX)
003360     MOVE ZERO TO WS-OPT-ULT-USO (WS-OPR-IDX, 1)
003370                  WS-OPT-ULT-USO (WS-OPR-IDX, 2)
003380                  WS-OPT-ULT-USO (WS-OPR-IDX, 3)
003390                  WS-OPT-ULT-USO (WS-OPR-IDX, 4)
003400                  WS-OPT-ULT-GERAL (WS-OPR-IDX)
003410                  WS-OPT-DIAS (WS-OPR-IDX)
003420     .
003430 2100-EXIT.
003440     EXIT.
003450*----------------------------------------------------------*
003460* 3000-LE-ACESSLOG -- ONE USE PER INQUIRY LINE AND PER     *
003470*     AUTHORIZED-CHECK STAMP; DENIALS DO NOT COUNT.        *
003480*----------------------------------------------------------*
003490 3000-LE-ACESSLOG.
003500     MOVE 'N' TO WS-EOF-ARQ
003510     OPEN INPUT ACCESS-LOG-FILE
003520     PERFORM 3100-LE-ACESSO THRU 3100-EXIT
003530         UNTIL FIM-DO-ARQ
003540     CLOSE ACCESS-LOG-FILE
003550     .
003560 3000-EXIT.
003570     EXIT.
003580 3100-LE-ACESSO.
003590     READ ACCESS-LOG-FILE
003600         AT END
003610             SET FIM-DO-ARQ TO TRUE
003620             GO TO 3100-EXIT
003630     END-READ
003640     MOVE ACCESS-LOG-REC (1:8)  TO WS-USO-DATA
003650     MOVE ACCESS-LOG-REC (18:8) TO WS-USO-ID
003660     MOVE ACCESS-LOG-REC (35:3) TO WS-ACS-RESULTADO
003670     EVALUATE WS-ACS-RESULTADO
003680         WHEN "SIM"
003690         WHEN "NAO"
003700         WHEN "CON"
003710             MOVE 1 TO WS-USO-FUN
003720         WHEN "COR"
003730             MOVE 2 TO WS-USO-FUN
003740         WHEN "MAN"
003750             MOVE 3 TO WS-USO-FUN
003760         WHEN "PUR"
003770             MOVE 4 TO WS-USO-FUN
003780         WHEN OTHER
003790             GO TO 3100-EXIT
003800     END-EVALUATE
003810     PERFORM 3900-REGISTRA-USO THRU 3900-EXIT
003820     .
003830 3100-EXIT.
003840     EXIT.
003850*----------------------------------------------------------*
003860* 3200-LE-PENDACAO -- REQUESTER AND APPROVER OF EVERY      *
003870*     DUAL-CONTROL REQUEST, BY THE FUNCTION THE TARGET     *
003880*     PROGRAM NEEDS.                                       *
003890*----------------------------------------------------------*
003900 3200-LE-PENDACAO.
003910     MOVE 'N' TO WS-EOF-ARQ
003920     OPEN INPUT PEND-ACAO-FILE
003930     IF WS-PAC-STATUS-FS NOT = "00"
003940        DISPLAY "PENDACAO AUSENTE -- SEM PEDIDOS A CONSIDERAR"
003950        GO TO 3200-EXIT
003960     END-IF
003970     PERFORM 3300-LE-PEDIDO THRU 3300-EXIT
003980         UNTIL FIM-DO-ARQ
003990     CLOSE PEND-ACAO-FILE
004000     .
004010 3200-EXIT.
004020     EXIT.
004030 3300-LE-PEDIDO.
004040     READ PEND-ACAO-FILE
004050         AT END
004060             SET FIM-DO-ARQ TO TRUE
004070             GO TO 3300-EXIT
004080     END-READ
004090     EVALUATE MED-PAC-PROGRAMA
004100         WHEN "LGPDPURG"
004110             MOVE 4 TO WS-USO-FUN
004120         WHEN "NOTACORR"
004130             MOVE 2 TO WS-USO-FUN
004140         WHEN "PDDBAIXA"
004150         WHEN "FATESTOR"
004160             MOVE 3 TO WS-USO-FUN
004170         WHEN OTHER
004180             GO TO 3300-EXIT
004190     END-EVALUATE
004200     MOVE MED-PAC-OPER-PEDIDO TO WS-USO-ID
004210     MOVE MED-PAC-DATA-PEDIDO TO WS-USO-DATA
004220     PERFORM 3900-REGISTRA-USO THRU 3900-EXIT
004230     IF MED-PAC-APROVADA OR MED-PAC-EXECUTADA
004240        MOVE MED-PAC-OPER-APROV TO WS-USO-ID
004250        MOVE MED-PAC-DATA-APROV TO WS-USO-DATA
004260        PERFORM 3900-REGISTRA-USO THRU 3900-EXIT
004270     END-IF
004280     .
004290 3300-EXIT.
004300     EXIT.
004310*----------------------------------------------------------*
004320* 3400-LE-AUDITORIA -- THE AUTHORIZER OF EVERY CORRECAO    *
004330*     BEFORE/AFTER IMAGE ON BOLETIM-AUDIT.                 *
004340*----------------------------------------------------------*
004350 3400-LE-AUDITORIA.
004360     MOVE 'N' TO WS-EOF-ARQ
004370     OPEN INPUT AUDIT-LOG-FILE
004380     IF WS-AUDL-STATUS NOT = "00"
004390        DISPLAY "BOLETIM-AUDIT AUSENTE -- SEM CORRECOES"
004400        GO TO 3400-EXIT
004410     END-IF
004420     PERFORM 3500-LE-LINHA-AUDIT THRU 3500-EXIT
004430         UNTIL FIM-DO-ARQ
004440     CLOSE AUDIT-LOG-FILE
004450     .
004460 3400-EXIT.
004470     EXIT.
004480 3500-LE-LINHA-AUDIT.
004490     READ AUDIT-LOG-FILE
004500         AT END
004510             SET FIM-DO-ARQ TO TRUE
004520             GO TO 3500-EXIT
004530     END-READ
004540     IF MED-AUDIT-LOG-REC (18:8) NOT = "CORRECAO"
004550        GO TO 3500-EXIT
004560     END-IF
004570     MOVE MED-AUDIT-LOG-REC (1:8)  TO WS-USO-DATA
004580     MOVE MED-AUDIT-LOG-REC (85:8) TO WS-USO-ID
004590     MOVE 2 TO WS-USO-FUN
004600     PERFORM 3900-REGISTRA-USO THRU 3900-EXIT
004610     .
004620 3500-EXIT.
004630     EXIT.
004640*----------------------------------------------------------*
004650* 3900-REGISTRA-USO -- KEEP THE LATEST DATE OF THE USE     *
004660*     (WS-USO-ID / WS-USO-DATA / WS-USO-FUN) ON THE TABLE. *
004670*     A USE BY AN ID NOT ON OPERMAST IS ONLY COUNTED.      *
004680*----------------------------------------------------------*
004690 3900-REGISTRA-USO.
004700     IF WS-USO-ID = SPACES OR WS-USO-DATA IS NOT NUMERIC
004710        GO TO 3900-EXIT
004720     END-IF
004730     IF WS-OPR-QTD = ZERO
004740        ADD 1 TO WS-CONT-SEM-CADASTRO
004750        GO TO 3900-EXIT
004760     END-IF
004770     SEARCH ALL WS-OPR-ENTRY
004780         AT END
004790             ADD 1 TO WS-CONT-SEM-CADASTRO
004800             GO TO 3900-EXIT
004810         WHEN WS-OPT-ID (WS-OPR-IDX) = WS-USO-ID
004820             CONTINUE
004830     END-SEARCH
004840     ADD 1 TO WS-CONT-USOS
004850     IF WS-USO-DATA-N > WS-OPT-ULT-USO (WS-OPR-IDX, WS-USO-FUN)
004860        AND WS-USO-DATA-N NOT > WS-DATA-REF
004870        MOVE WS-USO-DATA-N
004880            TO WS-OPT-ULT-USO (WS-OPR-IDX, WS-USO-FUN)
004890     END-IF
004900     .
004910 3900-EXIT.
004920     EXIT.
004930*----------------------------------------------------------*
004940* 4000-CABECALHO -- REPORT TITLE AND THE OPERATOR HEADINGS *
004950*----------------------------------------------------------*
004960 4000-CABECALHO.
004970     IF FUNCAO-RECERT
004980        MOVE "COM SUSPENSAO" TO WS-TIT-MODO
004990     ELSE
005000        MOVE "SOMENTE LISTA" TO WS-TIT-MODO
005010     END-IF
005020     MOVE WS-DATA-REF    TO WS-TIT-DATA
005030     MOVE WS-DIAS-LIMITE TO WS-TIT-DIAS
005040     MOVE WS-LINHA-TRACO TO RECERT-REPORT-REC
005050     WRITE RECERT-REPORT-REC
005060     MOVE WS-TITULO TO RECERT-REPORT-REC
005070     WRITE RECERT-REPORT-REC
005080     MOVE WS-LINHA-TRACO TO RECERT-REPORT-REC
005090     WRITE RECERT-REPORT-REC
005100     MOVE "1. OPERADORES E ULTIMO USO DE CADA FUNCAO"
005110         TO RECERT-REPORT-REC
005120     WRITE RECERT-REPORT-REC
005130     MOVE SPACES TO RECERT-REPORT-REC
005140     WRITE RECERT-REPORT-REC
005150     MOVE WS-CABEC-OPR TO RECERT-REPORT-REC
005160     WRITE RECERT-REPORT-REC
005170     .
005180 4000-EXIT.
005190     EXIT.
005200*----------------------------------------------------------*
005210* 4100-AVALIA-OPERADOR -- LAST USE, DAYS WITHOUT USE AND,  *
005220*     FOR AN ATIVO OPERATOR PAST THE LIMIT, SUSPENSION.    *
005230*     THE INCLUSION/REACTIVATION DATE COUNTS AS A USE,     *
005240*     SO A NEW OPERATOR IS NOT SUSPENDED TOO SOON.         *
005250*----------------------------------------------------------*
005260 4100-AVALIA-OPERADOR.
005270     MOVE SPACES TO WS-DET-OPR
005280     MOVE WS-OPT-ID (WS-OPR-IDX)     TO WS-DOP-ID
005290     MOVE WS-OPT-NOME (WS-OPR-IDX)   TO WS-DOP-NOME
005300     MOVE WS-OPT-STATUS (WS-OPR-IDX) TO WS-DOP-STATUS
005310     MOVE ZERO TO WS-OPT-ULT-GERAL (WS-OPR-IDX)
005320     PERFORM 4200-COLUNA-FUNCAO THRU 4200-EXIT
005330         VARYING WS-FUN-SUB FROM 1 BY 1
005340         UNTIL WS-FUN-SUB > 4
005350     IF WS-OPT-DATA-STATUS (WS-OPR-IDX) IS NUMERIC
005360        AND WS-OPT-DATA-STATUS (WS-OPR-IDX) NOT > WS-DATA-REF
005370        AND WS-OPT-DATA-STATUS (WS-OPR-IDX) >
005380            WS-OPT-ULT-GERAL (WS-OPR-IDX)
005390        MOVE WS-OPT-DATA-STATUS (WS-OPR-IDX)
005400            TO WS-OPT-ULT-GERAL (WS-OPR-IDX)
005410     END-IF
005420     IF WS-OPT-ULT-GERAL (WS-OPR-IDX) = ZERO
005430        MOVE 99999 TO WS-OPT-DIAS (WS-OPR-IDX)
005440        MOVE "NUNCA" TO WS-DOP-DIAS
005450     ELSE
005460        COMPUTE WS-DIAS-INATIVO = WS-DIAS-REF
005470            - FUNCTION INTEGER-OF-DATE
005480                  (WS-OPT-ULT-GERAL (WS-OPR-IDX))
005490        MOVE WS-DIAS-INATIVO TO WS-OPT-DIAS (WS-OPR-IDX)
005500        MOVE WS-DIAS-INATIVO TO WS-DIAS-EDIT
005510        MOVE WS-DIAS-EDIT    TO WS-DOP-DIAS
005520     END-IF
005530     EVALUATE TRUE
005540         WHEN WS-OPT-STATUS (WS-OPR-IDX) = 'I'
005550             MOVE "INATIVO" TO WS-DOP-SITUACAO
005560         WHEN WS-OPT-STATUS (WS-OPR-IDX) = 'S'
005570             MOVE "SUSPENSO (ANTERIOR)" TO WS-DOP-SITUACAO
005580         WHEN WS-OPT-DIAS (WS-OPR-IDX) NOT > WS-DIAS-LIMITE
005590             MOVE "ATIVO" TO WS-DOP-SITUACAO
005600         WHEN FUNCAO-LISTA
005610             ADD 1 TO WS-CONT-SUSPENSOS
005620             MOVE "*** SERIA SUSPENSO" TO WS-DOP-SITUACAO
005630         WHEN OTHER
005640             PERFORM 4300-SUSPENDE THRU 4300-EXIT
005650     END-EVALUATE
005660     MOVE WS-DET-OPR TO RECERT-REPORT-REC
005670     WRITE RECERT-REPORT-REC
005680     .
005690 4100-EXIT.
005700     EXIT.
005710 4200-COLUNA-FUNCAO.
005720     MOVE WS-OPT-FLAG (WS-OPR-IDX, WS-FUN-SUB)
005730         TO WS-DOP-FLAG (WS-FUN-SUB)
005740     IF WS-OPT-ULT-USO (WS-OPR-IDX, WS-FUN-SUB) = ZERO
005750        MOVE "--------" TO WS-DOP-USO (WS-FUN-SUB)
005760     ELSE
005770        MOVE WS-OPT-ULT-USO (WS-OPR-IDX, WS-FUN-SUB)
005780            TO WS-DOP-USO (WS-FUN-SUB)
005790     END-IF
005800     IF WS-OPT-ULT-USO (WS-OPR-IDX, WS-FUN-SUB) >
005810        WS-OPT-ULT-GERAL (WS-OPR-IDX)
005820        MOVE WS-OPT-ULT-USO (WS-OPR-IDX, WS-FUN-SUB)
005830            TO WS-OPT-ULT-GERAL (WS-OPR-IDX)
005840     END-IF
005850     .
005860 4200-EXIT.
005870     EXIT.
005880*----------------------------------------------------------*
005890* 4300-SUSPENDE -- STATUS S ON OPERMAST, DATED; OPERPARA   *
005900*     REFUSES ANYTHING BUT ATIVO FROM THE NEXT CHECK ON.   *
005910*----------------------------------------------------------*
005920 4300-SUSPENDE.
005930     MOVE WS-OPT-ID (WS-OPR-IDX) TO MED-OPR-ID
005940     READ OPER-MASTER-FILE
005950         INVALID KEY
005960             MOVE "*** NAO SUSPENSO - SEM REGISTRO"
005970                 TO WS-DOP-SITUACAO
005980             GO TO 4300-EXIT
005990     END-READ
006000     SET MED-OPR-SUSPENSO TO TRUE
006010     MOVE WS-DATA-REF TO MED-OPR-DATA-STATUS
006020     REWRITE MED-OPER-MASTER-REC
006030         INVALID KEY
006040             MOVE "*** NAO SUSPENSO - REGRAVACAO"
006050                 TO WS-DOP-SITUACAO
006060             GO TO 4300-EXIT
006070     END-REWRITE
006080     MOVE 'S' TO WS-OPT-NOVO-STATUS (WS-OPR-IDX)
006090     ADD 1 TO WS-CONT-SUSPENSOS
006100     MOVE "*** SUSPENSO POR INATIVIDADE" TO WS-DOP-SITUACAO
006110     DISPLAY "OPERADOR " WS-OPT-ID (WS-OPR-IDX)
006120         " SUSPENSO POR INATIVIDADE"
006130     .
006140 4300-EXIT.
006150     EXIT.
006160*----------------------------------------------------------*
006170* 5000-CONFLITOS -- FUNCTIONS NO ONE OPERATOR MAY HOLD     *
006180*     TOGETHER: CORRECTION WITH PURGE (CHANGE A GRADE,     *
006190*     THEN ERASE WHO IT WAS CHANGED FOR) AND MAINTENANCE   *
006200*     WITH PURGE (CHANGE A MASTER, THEN ERASE ITS TRAIL).  *
006210*----------------------------------------------------------*
006220 5000-CONFLITOS.
006230     MOVE SPACES TO RECERT-REPORT-REC
006240     WRITE RECERT-REPORT-REC
006250     MOVE "2. COMBINACOES CONFLITANTES DE FUNCOES"
006260         TO RECERT-REPORT-REC
006270     WRITE RECERT-REPORT-REC
006280     MOVE SPACES TO RECERT-REPORT-REC
006290     WRITE RECERT-REPORT-REC
006300     PERFORM 5100-CONFERE-CONFLITO THRU 5100-EXIT
006310         VARYING WS-OPR-IDX FROM 1 BY 1
006320         UNTIL WS-OPR-IDX > WS-OPR-QTD
006330     IF WS-CONT-CONFLITOS = ZERO
006340        MOVE "    NENHUMA" TO RECERT-REPORT-REC
006350        WRITE RECERT-REPORT-REC
006360     END-IF
006370     .
006380 5000-EXIT.
006390     EXIT.
006400 5100-CONFERE-CONFLITO.
006410     IF WS-OPT-FLAG (WS-OPR-IDX, 4) NOT = 'S'
006420        GO TO 5100-EXIT
006430     END-IF
006440     MOVE WS-OPT-ID (WS-OPR-IDX)          TO WS-DCF-ID
006450     MOVE WS-OPT-NOME (WS-OPR-IDX)        TO WS-DCF-NOME
006460     MOVE WS-OPT-NOVO-STATUS (WS-OPR-IDX) TO WS-DCF-STATUS
006470     IF WS-OPT-FLAG (WS-OPR-IDX, 2) = 'S'
006480        ADD 1 TO WS-CONT-CONFLITOS
006490        MOVE "CORRECAO E PURGA NO MESMO OPERADOR"
006500            TO WS-DCF-TEXTO
006510        MOVE WS-DET-CONFLITO TO RECERT-REPORT-REC
006520        WRITE RECERT-REPORT-REC
006530     END-IF
006540     IF WS-OPT-FLAG (WS-OPR-IDX, 3) = 'S'
006550        ADD 1 TO WS-CONT-CONFLITOS
006560        MOVE "MANUTENCAO E PURGA NO MESMO OPERADOR"
006570            TO WS-DCF-TEXTO
006580        MOVE WS-DET-CONFLITO TO RECERT-REPORT-REC
006590        WRITE RECERT-REPORT-REC
006600     END-IF
006610     .
006620 5100-EXIT.
006630     EXIT.
006640*----------------------------------------------------------*
006650* 6000-TERMO-AREA -- ONE SIGN-OFF SECTION PER FUNCTION:    *
006660*     THE AREA MANAGER MARKS KEEP OR REVOKE FOR EVERY      *
006670*     OPERATOR HOLDING IT AND SIGNS; OPERATIONS APPLIES    *
006680*     THE REVOKES THROUGH OPER_MAINT.                      *
006690*----------------------------------------------------------*
006700 6000-TERMO-AREA.
006710     MOVE SPACES TO RECERT-REPORT-REC
006720     WRITE RECERT-REPORT-REC
006730     MOVE WS-LINHA-TRACO TO RECERT-REPORT-REC
006740     WRITE RECERT-REPORT-REC
006750     MOVE WS-FUN-AREA (WS-FUN-SUB) TO WS-CAR-AREA
006760     MOVE WS-FUN-NOME (WS-FUN-SUB) TO WS-CAR-FUNCAO
006770     MOVE WS-CABEC-AREA TO RECERT-REPORT-REC
006780     WRITE RECERT-REPORT-REC
006790     MOVE SPACES TO RECERT-REPORT-REC
006800     WRITE RECERT-REPORT-REC
006810     MOVE WS-CABEC-AREA-2 TO RECERT-REPORT-REC
006820     WRITE RECERT-REPORT-REC
006830     MOVE ZERO TO WS-CONT-AREA
006840     PERFORM 6100-LINHA-AREA THRU 6100-EXIT
006850         VARYING WS-OPR-IDX FROM 1 BY 1
006860         UNTIL WS-OPR-IDX > WS-OPR-QTD
006870     IF WS-CONT-AREA = ZERO
006880        MOVE "    NENHUM OPERADOR COM A FUNCAO"
006890            TO RECERT-REPORT-REC
006900        WRITE RECERT-REPORT-REC
006910     END-IF
006920     MOVE SPACES TO RECERT-REPORT-REC
006930     WRITE RECERT-REPORT-REC
006940     MOVE WS-LINHA-ASSINA TO RECERT-REPORT-REC
006950     WRITE RECERT-REPORT-REC
006960     .
006970 6000-EXIT.
006980     EXIT.
006990 6100-LINHA-AREA.
007000     IF WS-OPT-FLAG (WS-OPR-IDX, WS-FUN-SUB) NOT = 'S'
007010        GO TO 6100-EXIT
007020     END-IF
007030     ADD 1 TO WS-CONT-AREA
007040     MOVE WS-OPT-ID (WS-OPR-IDX)          TO WS-DAR-ID
007050     MOVE WS-OPT-NOME (WS-OPR-IDX)        TO WS-DAR-NOME
007060     MOVE WS-OPT-NOVO-STATUS (WS-OPR-IDX) TO WS-DAR-STATUS
007070     IF WS-OPT-ULT-USO (WS-OPR-IDX, WS-FUN-SUB) = ZERO
007080        MOVE "NUNCA" TO WS-DAR-USO
007090     ELSE
007100        MOVE WS-OPT-ULT-USO (WS-OPR-IDX, WS-FUN-SUB)
007110            TO WS-DAR-USO
007120     END-IF
007130     MOVE WS-DET-AREA TO RECERT-REPORT-REC
007140     WRITE RECERT-REPORT-REC
007150     .
007160 6100-EXIT.
007170     EXIT.
007180*----------------------------------------------------------*
007190* 7000-TOTAIS                                              *
007200*----------------------------------------------------------*
007210 7000-TOTAIS.
007220     MOVE WS-OPR-QTD           TO WS-TOT-OPERADORES
007230     MOVE WS-CONT-SUSPENSOS    TO WS-TOT-SUSPENSOS
007240     MOVE WS-CONT-CONFLITOS    TO WS-TOT-CONFLITOS
007250     MOVE WS-CONT-SEM-CADASTRO TO WS-TOT-SEM-CADASTRO
007260     MOVE SPACES TO RECERT-REPORT-REC
007270     WRITE RECERT-REPORT-REC
007280     MOVE WS-LINHA-TRACO TO RECERT-REPORT-REC
007290     WRITE RECERT-REPORT-REC
007300     MOVE WS-LINHA-TOTAL TO RECERT-REPORT-REC
007310     WRITE RECERT-REPORT-REC
007320     DISPLAY "RECERTIFICACAO: " WS-OPR-QTD " OPERADOR(ES), "
007330         WS-CONT-SUSPENSOS " SUSPENSO(S), "
007340         WS-CONT-CONFLITOS " CONFLITO(S)"
007350     .
007360 7000-EXIT.
007370     EXIT.
007380 END PROGRAM ACESSO_RECERT.
