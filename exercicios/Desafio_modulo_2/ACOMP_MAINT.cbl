000100*****************************************************************
000110* Program:      ACOMP_MAINT
000120* Author:       J. ALBUQUERQUE - APPLICATIONS SUPPORT
000130* Installation: ESCOLA - SISTEMA ACADEMICO
000140* Date-Written: 2026-10-15
000150* Date-Compiled:
000160* Purpose:      Acompanhamento pedagogico case file maintenance,
000170*               built on the SUBST_MAINT pattern. Keeps the
000180*               indexed ACOMPMAST (copybooks ACPSEL/ACPMST), one
000190*               case per student intervention, in three passes:
000200*               1. The ACPSINAL flag file (ASNSEL/ASNFD), where
000210*                  TURMA_RANKING appends its ACOMPANHAMENTO
000220*                  students and NOTIFICA_RESP every subject it
000230*                  writes home about, opens a case per flag; the
000240*                  file is emptied once applied.
000250*               2. FREQFILE, summed per student and subject: an
000260*                  attendance below WS-FREQ-ALERTA (80 PCT, five
000270*                  points above the 75 PCT failing floor) opens a
000280*                  case the same way.
000290*               3. Coordination transactions (ACPTRAN) open a case
000300*                  by hand (N), record an action on it (A: meeting
000310*                  with the guardian R, reinforcement classes A,
000320*                  referral E), move its follow-up date (R) or
000330*                  close it with the outcome (E: S resolved, N not
000340*                  resolved, T left the school).
000350*               A student has at most one ABERTO case: a flag for
000360*               a student already in acompanhamento is registered
000370*               and dropped, and an attendance flag already
000380*               handled this year for the subject is not reopened
000390*               (FREQFILE is cumulative and would raise it on
000400*               every run). A new case is numbered after the
000410*               student's last one, gets its follow-up date
000420*               WS-DIAS-RETORNO days ahead and, as its baseline,
000430*               the student's TRANARCH media of the latest
000440*               archived period (the case subject, or every
000450*               numeric subject for the overall average), which
000460*               ACOMP_RELAT measures the intervention against.
000470*               Every flag and transaction goes on the ACPREG
000480*               register; rejected transactions give RC 4.
000490* Modification History:
000500*   2026-10-15 JA  Initial version.
000510* Tectonics: cobc
000520*****************************************************************
000530 IDENTIFICATION DIVISION.
000540 PROGRAM-ID. ACOMP_MAINT.
000550 ENVIRONMENT DIVISION.
000560 INPUT-OUTPUT SECTION.
000570 FILE-CONTROL.
000580     SELECT ACP-TRANS-FILE ASSIGN TO "ACPTRAN"
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS WS-TRANS-STATUS.
000610     SELECT ACP-REGISTER-FILE ASSIGN TO "ACPREG"
000620         ORGANIZATION IS LINE SEQUENTIAL.
000630     SELECT FREQ-FILE ASSIGN TO "FREQFILE"
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS WS-FREQ-STATUS.
000660     COPY ACPSEL.
000670     COPY ASNSEL.
000680     COPY STUSEL.
000690     COPY ARCISEL.
000700     COPY OPERSEL.
000710     COPY ACSSEL.
000720     COPY ERRLSEL.
000730 DATA DIVISION.
000740 FILE SECTION.
000750 FD  ACP-TRANS-FILE.
000760 01  MED-ACP-TRANS-REC.
000770     03  MED-ACT-FUNCAO         PIC X(01).
000780         88  ACT-ABERTURA             VALUE 'N'.
000790         88  ACT-ACAO                 VALUE 'A'.
000800         88  ACT-RETORNO              VALUE 'R'.
000810         88  ACT-ENCERRAMENTO         VALUE 'E'.
000820     03  MED-ACT-ALUNO-ID       PIC X(07).
000830     03  MED-ACT-CASO           PIC X(03).
000840     03  MED-ACT-TIPO           PIC X(01).
000850     03  MED-ACT-DATA           PIC X(08).
000860     03  MED-ACT-MATERIA        PIC X(30).
000870     03  MED-ACT-OBS            PIC X(40).
000880 FD  ACP-REGISTER-FILE.
000890 01  ACP-REGISTER-REC           PIC X(100).
000900 FD  FREQ-FILE.
000910 01  MED-FREQ-REC.
000920     03  MED-FRQ-ALUNO-ID       PIC 9(07).
000930     03  MED-FRQ-MATERIA        PIC X(30).
000940     03  MED-FRQ-MES            PIC 99.
000950     03  MED-FRQ-AULAS-DADAS    PIC 9(03).
000960     03  MED-FRQ-AULAS-PRES     PIC 9(03).
000970 FD  ACOMP-MASTER-FILE.
000980     COPY ACPMST.
000990     COPY ASNFD.
001000 FD  STUDENT-MASTER-FILE.
001010     COPY STUMAST.
001020     COPY ARCIFD.
001030 FD  OPER-MASTER-FILE.
001040     COPY OPERMST.
001050     COPY ACSFD.
001060     COPY ERRLFD.
001070 WORKING-STORAGE SECTION.
001080     COPY ERRCODES.
001090 01  WS-OPR-MASTER-STATUS       PIC X(02) VALUE SPACES.
001100     COPY CADREC.
001110     COPY OPERREC.
001120     COPY TRANSCRP.
001130 01  WS-OPERADOR                PIC X(08) VALUE SPACES.
001140 01  WS-ACP-MASTER-STATUS       PIC X(02) VALUE SPACES.
001150 01  WS-ASN-STATUS              PIC X(02) VALUE SPACES.
001160 01  WS-STU-MASTER-STATUS       PIC X(02) VALUE SPACES.
001170 01  WS-ARCH-STATUS             PIC X(02) VALUE SPACES.
001180 01  WS-FREQ-STATUS             PIC X(02) VALUE SPACES.
001190 01  WS-TRANS-STATUS            PIC X(02) VALUE SPACES.
001200 01  WS-SWITCHES.
001210     03  WS-EOF-TRANS           PIC X(01) VALUE 'N'.
001220         88  FIM-DO-TRANS             VALUE 'S'.
001230     03  WS-EOF-SINAL           PIC X(01) VALUE 'N'.
001240         88  FIM-DOS-SINAIS           VALUE 'S'.
001250     03  WS-EOF-FREQ            PIC X(01) VALUE 'N'.
001260         88  FIM-DO-FREQ              VALUE 'S'.
001270     03  WS-EOF-CASO            PIC X(01) VALUE 'N'.
001280         88  FIM-DOS-CASOS            VALUE 'S'.
001290     03  WS-EOF-ARCH            PIC X(01) VALUE 'N'.
001300         88  FIM-DO-ARCH              VALUE 'S'.
001310     03  WS-STU-ABERTO          PIC X(01) VALUE 'N'.
001320         88  STUMAST-ABERTO           VALUE 'S'.
001330     03  WS-ARCH-ABERTO         PIC X(01) VALUE 'N'.
001340         88  ARCHIVE-ABERTO           VALUE 'S'.
001350     03  WS-TRANS-VALIDA        PIC X(01) VALUE 'S'.
001360         88  TRANS-REJEITADA          VALUE 'N'.
001370     03  WS-SINAL-ACEITO        PIC X(01) VALUE 'S'.
001380         88  SINAL-DESCARTADO         VALUE 'N'.
001390     03  WS-ABERTO-SW           PIC X(01) VALUE 'N'.
001400         88  TEM-CASO-ABERTO          VALUE 'S'.
001410     03  WS-FREQ-TRATADA-SW     PIC X(01) VALUE 'N'.
001420         88  FREQ-JA-TRATADA          VALUE 'S'.
001430     03  WS-FRQ-ACHOU           PIC X(01) VALUE 'N'.
001440         88  ACHOU-FREQ               VALUE 'S'.
001450 77  WS-FREQ-ALERTA             PIC 9(03) VALUE 80.
001460 77  WS-DIAS-RETORNO            PIC 9(03) VALUE 30.
001470 77  WS-MAX-ACOES               PIC 9(02) VALUE 10.
001480 01  WS-MOTIVO-REJEICAO         PIC X(30) VALUE SPACES.
001490 01  WS-DATA-HOJE               PIC 9(08) VALUE ZERO.
001500 01  WS-ANO-HOJE                PIC 9(04) VALUE ZERO.
001510 01  WS-ANO-CASO                PIC 9(04) VALUE ZERO.
001520 01  WS-DATA-TRANS              PIC 9(08) VALUE ZERO.
001530 01  WS-DIAS-NUM                PIC 9(07) VALUE ZERO.
001540 01  WS-ALUNO-ID                PIC 9(07) VALUE ZERO.
001550 01  WS-ULT-CASO                PIC 9(03) VALUE ZERO.
001560 01  WS-CASO-ABERTO             PIC 9(03) VALUE ZERO.
001570 01  WS-CASO-NOVO               PIC 9(03) VALUE ZERO.
001580 01  WS-PCT-FREQ                PIC 9(03) VALUE ZERO.
001590*----------------------------------------------------------*
001600* THE FLAG BEING APPLIED -- OFF ACPSINAL OR BUILT FROM THE  *
001610*     ATTENDANCE TOTALS, SAME LAYOUT AS THE FLAG RECORD.   *
001620*----------------------------------------------------------*
001630 01  WS-SINAL.
001640     03  WS-SNL-ALUNO-ID        PIC 9(07).
001650     03  WS-SNL-ORIGEM          PIC X(01).
001660     03  WS-SNL-NOME            PIC X(30).
001670     03  WS-SNL-TURMA           PIC X(10).
001680     03  WS-SNL-MATERIA         PIC X(30).
001690     03  WS-SNL-MOTIVO          PIC X(15).
001700     03  WS-SNL-DATA            PIC 9(08).
001710 01  WS-MOTIVO-FREQ.
001720     03  FILLER                 PIC X(11) VALUE "FREQUENCIA ".
001730     03  WS-MTF-PCT             PIC 9(03).
001740     03  FILLER                 PIC X(01) VALUE "%".
001750*----------------------------------------------------------*
001760* BASELINE OFF THE ARCHIVE: THE LATEST (YEAR, PERIOD) GROUP *
001770*     HOLDING A QUALIFYING SUBJECT WINS.                   *
001780*----------------------------------------------------------*
001790 01  WS-BASE-CALC.
001800     03  WS-BAS-MATERIA         PIC X(30).
001810     03  WS-BAS-ANO             PIC 9(04).
001820     03  WS-BAS-PERIODO         PIC X(10).
001830     03  WS-BAS-SOMA            PIC 9(05)V99.
001840     03  WS-BAS-QTD             PIC 9(03).
001850     03  WS-BAS-MEDIA           PIC 9(02)V99.
001860*----------------------------------------------------------*
001870* ATTENDANCE PER STUDENT AND SUBJECT, SUMMED OVER THE      *
001880*     MONTHS ON FREQFILE.                                  *
001890*----------------------------------------------------------*
001900 01  WS-FRQ-TABLE-QTD           PIC 9(04) COMP VALUE ZERO.
001910 01  WS-FRQ-TABLE.
001920     03  WS-FRQ-ENTRY           OCCURS 1 TO 5000 TIMES
001930                                DEPENDING ON WS-FRQ-TABLE-QTD
001940                                INDEXED BY WS-FRQ-IDX.
001950         05  WS-FRQ-ALUNO-ID    PIC 9(07).
001960         05  WS-FRQ-MATERIA     PIC X(30).
001970         05  WS-FRQ-DADAS       PIC 9(05).
001980         05  WS-FRQ-PRES        PIC 9(05).
001990 01  WS-FRQ-SUB                 PIC 9(04) COMP VALUE ZERO.
002000 01  WS-CONTADORES.
002010     03  WS-CONT-SINAIS         PIC 9(05) COMP VALUE ZERO.
002020     03  WS-CONT-SINAIS-FREQ    PIC 9(05) COMP VALUE ZERO.
002030     03  WS-CONT-ABERTOS        PIC 9(05) COMP VALUE ZERO.
002040     03  WS-CONT-DESCARTADOS    PIC 9(05) COMP VALUE ZERO.
002050     03  WS-CONT-LIDOS          PIC 9(05) COMP VALUE ZERO.
002060     03  WS-CONT-APLICADOS      PIC 9(05) COMP VALUE ZERO.
002070     03  WS-CONT-REJEITADOS     PIC 9(05) COMP VALUE ZERO.
002080*----------------------------------------------------------*
002090* REGISTER LINE                                             *
002100*----------------------------------------------------------*
002110 01  WS-REGISTER-LINE.
002120     03  WS-REG-FONTE           PIC X(01).
002130     03  FILLER                 PIC X(01) VALUE SPACE.
002140     03  WS-REG-ALUNO-ID        PIC X(07).
002150     03  FILLER                 PIC X(01) VALUE SPACE.
002160     03  WS-REG-CASO            PIC X(03).
002170     03  FILLER                 PIC X(01) VALUE SPACE.
002180     03  WS-REG-ACAO            PIC X(10).
002190     03  FILLER                 PIC X(01) VALUE SPACE.
002200     03  WS-REG-MATERIA         PIC X(30).
002210     03  FILLER                 PIC X(01) VALUE SPACE.
002220     03  WS-REG-MOTIVO          PIC X(30).
002230 01  WS-REG-CASO-NUM            PIC 9(03) VALUE ZERO.
002240 PROCEDURE DIVISION.
002250 0000-MAIN-PROCEDURE.
002260     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002270     PERFORM 2000-APLICA-SINAIS THRU 2000-EXIT
002280     PERFORM 3000-AVALIA-FREQUENCIA THRU 3000-EXIT
002290     PERFORM 5000-PROCESS-TRANS THRU 5000-EXIT
002300         UNTIL FIM-DO-TRANS
002310     PERFORM 9000-FINALIZE THRU 9000-EXIT
002320     STOP RUN.
002330*----------------------------------------------------------*
002340* 1000-INITIALIZE -- OPERATOR GATE AND THE FILE OPENS (A   *
002350*     BRAND-NEW ACOMPMAST IS CREATED EMPTY, SAME AS THE    *
002360*     OTHER MASTERS). STUMAST AND TRANARCH ARE OPTIONAL:   *
002370*     WITHOUT THEM THE CASE KEEPS THE FLAG'S NAME AND      *
002380*     OPENS WITH NO BASELINE.                              *
002390*----------------------------------------------------------*
002400 1000-INITIALIZE.
002410     MOVE "ACPMAINT" TO MED-ERROR-PROGRAM
002420     DISPLAY "IDENTIFICACAO DO OPERADOR: "
002430     ACCEPT WS-OPERADOR
002440     PERFORM 9200-ABRE-OPERMAST THRU 9200-EXIT-OPER
002450     MOVE WS-OPERADOR TO MED-OPR-CHECK-ID
002460     MOVE 'M' TO MED-OPR-FUNC-CHECK
002470     PERFORM 9250-VERIFICA-OPERADOR THRU 9250-EXIT-OPER
002480     PERFORM 9290-FECHA-OPERMAST THRU 9290-EXIT-OPER
002490     IF NOT OPERADOR-AUTORIZADO
002500        DISPLAY "OPERADOR " WS-OPERADOR
002510            " SEM PERMISSAO DE MANUTENCAO"
002520        MOVE ZERO TO MED-OPN-ALUNO-ID
002530        PERFORM 9280-NEGA-ACESSO THRU 9280-EXIT-OPER
002540        MOVE "OPRNEG" TO MED-ERROR-CODE
002550        MOVE "OPERADOR SEM PERMISSAO DE MANUTENCAO" TO
002560            MED-ERROR-TEXT
002570        SET MED-RC-DATA-ERROR TO TRUE
002580        PERFORM 9800-ERROR-LOG THRU 9800-EXIT
002590        MOVE 8 TO RETURN-CODE
002600        STOP RUN
002610     END-IF
002620     ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
002630     COMPUTE WS-ANO-HOJE = WS-DATA-HOJE / 10000
002640     OPEN OUTPUT ACP-REGISTER-FILE
002650     OPEN I-O ACOMP-MASTER-FILE
002660     IF WS-ACP-MASTER-STATUS = "35"
002670        OPEN OUTPUT ACOMP-MASTER-FILE
002680        CLOSE ACOMP-MASTER-FILE
002690        OPEN I-O ACOMP-MASTER-FILE
002700     END-IF
002710     IF WS-ACP-MASTER-STATUS NOT = "00"
002720        DISPLAY "ERRO NA ABERTURA DO ACOMPMAST: "
002730            WS-ACP-MASTER-STATUS
002740        MOVE "OPNERR"   TO MED-ERROR-CODE
002750        MOVE "ACOMPMAST NAO PODE SER ABERTO" TO MED-ERROR-TEXT
002760        SET MED-RC-FILE-ERROR TO TRUE
002770        PERFORM 9800-ERROR-LOG THRU 9800-EXIT
002780        MOVE MED-RETURN-CODE TO RETURN-CODE
002790        STOP RUN
002800     END-IF
002810     OPEN INPUT STUDENT-MASTER-FILE
002820     IF WS-STU-MASTER-STATUS = "00"
002830        SET STUMAST-ABERTO TO TRUE
002840     ELSE
002850        DISPLAY "STUMAST INDISPONIVEL, STATUS: "
002860            WS-STU-MASTER-STATUS
002870        DISPLAY "CASOS ABERTOS COM O NOME DO SINAL"
002880     END-IF
002890     OPEN INPUT TRANSCRIPT-ARCH-FILE
002900     IF WS-ARCH-STATUS = "00"
002910        SET ARCHIVE-ABERTO TO TRUE
002920     ELSE
002930        DISPLAY "TRANARCH INDISPONIVEL, STATUS: "
002940            WS-ARCH-STATUS
002950        DISPLAY "CASOS ABERTOS SEM MEDIA DE BASE"
002960     END-IF
002970     OPEN INPUT ACP-TRANS-FILE
002980     IF WS-TRANS-STATUS NOT = "00"
002990        DISPLAY "ACPTRAN NAO DISPONIVEL, STATUS: "
003000            WS-TRANS-STATUS
003010        SET FIM-DO-TRANS TO TRUE
003020     ELSE
003030        PERFORM 5900-READ-TRANS THRU 5900-EXIT
003040     END-IF
003050     .
003060 1000-EXIT.
003070     EXIT.
003080*----------------------------------------------------------*
003090* 2000-APLICA-SINAIS -- EVERY FLAG THE REPORTS LEFT ON     *
003100*     ACPSINAL, THEN THE FILE IS EMPTIED SO THE NEXT RUN   *
003110*     DOES NOT SEE THEM AGAIN.                             *
003120*----------------------------------------------------------*
003130 2000-APLICA-SINAIS.
003140     OPEN INPUT ACOMP-SINAL-FILE
003150     IF WS-ASN-STATUS NOT = "00"
003160        DISPLAY "ACPSINAL SEM SINAIS, STATUS: " WS-ASN-STATUS
003170        GO TO 2000-EXIT
003180     END-IF
003190     PERFORM 2100-LE-SINAL THRU 2100-EXIT
003200         UNTIL FIM-DOS-SINAIS
003210     CLOSE ACOMP-SINAL-FILE
003220     OPEN OUTPUT ACOMP-SINAL-FILE
003230     CLOSE ACOMP-SINAL-FILE
003240     .
003250 2000-EXIT.
003260     EXIT.
003270 2100-LE-SINAL.
003280     READ ACOMP-SINAL-FILE
003290         AT END
003300             SET FIM-DOS-SINAIS TO TRUE
003310             GO TO 2100-EXIT
003320     END-READ
003330     ADD 1 TO WS-CONT-SINAIS
003340     MOVE MED-ACP-SINAL-REC TO WS-SINAL
003350     PERFORM 2200-TRATA-SINAL THRU 2200-EXIT
003360     .
003370 2100-EXIT.
003380     EXIT.
003390*----------------------------------------------------------*
003400* 2200-TRATA-SINAL -- ONE FLAG: DROPPED WHEN THE STUDENT   *
003410*     IS NO LONGER ATIVO, ALREADY HAS AN ABERTO CASE OR    *
003420*     (ATTENDANCE) WAS ALREADY HANDLED THIS YEAR FOR THE   *
003430*     SUBJECT; OTHERWISE A NEW CASE IS OPENED.             *
003440*----------------------------------------------------------*
003450 2200-TRATA-SINAL.
003460     MOVE 'S' TO WS-SINAL-ACEITO
003470     MOVE SPACES TO WS-MOTIVO-REJEICAO
003480     MOVE ZERO TO WS-REG-CASO-NUM
003490     IF STUMAST-ABERTO
003500        MOVE WS-SNL-ALUNO-ID TO MED-STU-ID
003510        READ STUDENT-MASTER-FILE
003520            INVALID KEY
003530                SET SINAL-DESCARTADO TO TRUE
003540                MOVE "ALUNO NAO CADASTRADO" TO WS-MOTIVO-REJEICAO
003550        END-READ
003560        IF SINAL-DESCARTADO
003570           GO TO 2200-REGISTRA
003580        END-IF
003590        IF NOT MED-STU-ATIVO
003600           SET SINAL-DESCARTADO TO TRUE
003610           MOVE "ALUNO NAO ATIVO" TO WS-MOTIVO-REJEICAO
003620           GO TO 2200-REGISTRA
003630        END-IF
003640        MOVE MED-STU-NOME  TO WS-SNL-NOME
003650        MOVE MED-STU-TURMA TO WS-SNL-TURMA
003660     END-IF
003670     MOVE WS-SNL-ALUNO-ID TO WS-ALUNO-ID
003680     PERFORM 2500-VARRE-CASOS THRU 2500-EXIT
003690     IF TEM-CASO-ABERTO
003700        SET SINAL-DESCARTADO TO TRUE
003710        MOVE WS-CASO-ABERTO TO WS-REG-CASO-NUM
003720        MOVE "JA EM ACOMPANHAMENTO" TO WS-MOTIVO-REJEICAO
003730        GO TO 2200-REGISTRA
003740     END-IF
003750     IF FREQ-JA-TRATADA
003760        SET SINAL-DESCARTADO TO TRUE
003770        MOVE "FREQUENCIA JA TRATADA NO ANO" TO WS-MOTIVO-REJEICAO
003780        GO TO 2200-REGISTRA
003790     END-IF
003800     PERFORM 2600-ABRE-CASO THRU 2600-EXIT
003810     IF NOT SINAL-DESCARTADO
003820        MOVE WS-CASO-NOVO TO WS-REG-CASO-NUM
003830     END-IF
003840     .
003850 2200-REGISTRA.
003860     IF SINAL-DESCARTADO
003870        ADD 1 TO WS-CONT-DESCARTADOS
003880        MOVE "DESCARTADO" TO WS-REG-ACAO
003890     ELSE
003900        MOVE "ABERTO"     TO WS-REG-ACAO
003910     END-IF
003920     MOVE WS-SNL-ORIGEM   TO WS-REG-FONTE
003930     MOVE WS-SNL-ALUNO-ID TO WS-REG-ALUNO-ID
003940     MOVE WS-REG-CASO-NUM TO WS-REG-CASO
003950     MOVE WS-SNL-MATERIA  TO WS-REG-MATERIA
003960     IF SINAL-DESCARTADO
003970        MOVE WS-MOTIVO-REJEICAO TO WS-REG-MOTIVO
003980     ELSE
003990        MOVE WS-SNL-MOTIVO      TO WS-REG-MOTIVO
004000     END-IF
004010     PERFORM 7000-GRAVA-REGISTRO THRU 7000-EXIT
004020     .
004030 2200-EXIT.
004040     EXIT.
004050*----------------------------------------------------------*
004060* 2500-VARRE-CASOS -- THE STUDENT'S CASES IN KEY ORDER:    *
004070*     THE LAST CASE NUMBER, THE ABERTO CASE IF ANY AND     *
004080*     WHETHER THE ATTENDANCE FLAG OF WS-SINAL WAS ALREADY  *
004090*     HANDLED THIS YEAR.                                   *
004100*----------------------------------------------------------*
004110 2500-VARRE-CASOS.
004120     MOVE ZERO TO WS-ULT-CASO WS-CASO-ABERTO
004130     MOVE 'N' TO WS-ABERTO-SW
004140     MOVE 'N' TO WS-FREQ-TRATADA-SW
004150     MOVE 'N' TO WS-EOF-CASO
004160     MOVE WS-ALUNO-ID TO MED-ACP-ALUNO-ID
004170     MOVE ZERO TO MED-ACP-CASO
004180     START ACOMP-MASTER-FILE KEY NOT LESS MED-ACP-CHAVE
004190         INVALID KEY
004200             SET FIM-DOS-CASOS TO TRUE
004210     END-START
004220     PERFORM 2550-LE-CASO THRU 2550-EXIT
004230         UNTIL FIM-DOS-CASOS
004240     .
004250 2500-EXIT.
004260     EXIT.
004270 2550-LE-CASO.
004280     READ ACOMP-MASTER-FILE NEXT RECORD
004290         AT END
004300             SET FIM-DOS-CASOS TO TRUE
004310             GO TO 2550-EXIT
004320     END-READ
004330     IF MED-ACP-ALUNO-ID NOT = WS-ALUNO-ID
004340        SET FIM-DOS-CASOS TO TRUE
004350        GO TO 2550-EXIT
004360     END-IF
004370     MOVE MED-ACP-CASO TO WS-ULT-CASO
004380     IF MED-ACP-ABERTO
004390        SET TEM-CASO-ABERTO TO TRUE
004400        MOVE MED-ACP-CASO TO WS-CASO-ABERTO
004410     END-IF
004420     COMPUTE WS-ANO-CASO = MED-ACP-DATA-ABERTURA / 10000
004430     IF WS-SNL-ORIGEM = 'F'
004440        AND MED-ACP-ORIGEM-FREQUENCIA
004450        AND MED-ACP-MATERIA = WS-SNL-MATERIA
004460        AND WS-ANO-CASO = WS-ANO-HOJE
004470        SET FREQ-JA-TRATADA TO TRUE
004480     END-IF
004490     .
004500 2550-EXIT.
004510     EXIT.
004520*----------------------------------------------------------*
004530* 2600-ABRE-CASO -- WRITE THE NEW ABERTO CASE FROM         *
004540*     WS-SINAL, NUMBERED AFTER THE STUDENT'S LAST ONE, WITH *
004550*     ITS FOLLOW-UP DATE AND TRANARCH BASELINE.            *
004560*----------------------------------------------------------*
004570 2600-ABRE-CASO.
004580     IF WS-ULT-CASO = 999
004590        DISPLAY "ALUNO " WS-SNL-ALUNO-ID
004600            " SEM NUMERO DE CASO LIVRE"
004610        SET SINAL-DESCARTADO TO TRUE
004620        MOVE "SEM NUMERO DE CASO LIVRE" TO WS-MOTIVO-REJEICAO
004630        GO TO 2600-EXIT
004640     END-IF
004650     COMPUTE WS-CASO-NOVO = WS-ULT-CASO + 1
004660     MOVE SPACES TO MED-ACOMP-MASTER-REC
004670     MOVE WS-SNL-ALUNO-ID TO MED-ACP-ALUNO-ID
004680     MOVE WS-CASO-NOVO    TO MED-ACP-CASO
004690     MOVE WS-SNL-NOME     TO MED-ACP-NOME
004700     MOVE WS-SNL-TURMA    TO MED-ACP-TURMA
004710     MOVE WS-SNL-MATERIA  TO MED-ACP-MATERIA
004720     MOVE WS-SNL-ORIGEM   TO MED-ACP-ORIGEM
004730     MOVE WS-SNL-MOTIVO   TO MED-ACP-MOTIVO
004740     SET MED-ACP-ABERTO TO TRUE
004750     MOVE WS-DATA-HOJE    TO MED-ACP-DATA-ABERTURA
004760     IF WS-DATA-TRANS > ZERO
004770        MOVE WS-DATA-TRANS TO MED-ACP-DATA-RETORNO
004780     ELSE
004790        COMPUTE MED-ACP-DATA-RETORNO =
004800            FUNCTION DATE-OF-INTEGER
004810                (FUNCTION INTEGER-OF-DATE (WS-DATA-HOJE)
004820                 + WS-DIAS-RETORNO)
004830     END-IF
004840     MOVE ZERO TO MED-ACP-DATA-ENCERRA
004850     MOVE ZERO TO MED-ACP-QTD-ACOES
004860     MOVE WS-OPERADOR TO MED-ACP-OPERADOR
004870     MOVE WS-SNL-MATERIA TO WS-BAS-MATERIA
004880     PERFORM 4000-CALCULA-BASE THRU 4000-EXIT
004890     IF WS-BAS-QTD > ZERO
004900        SET MED-ACP-TEM-BASE TO TRUE
004910        MOVE WS-BAS-ANO     TO MED-ACP-BASE-ANO
004920        MOVE WS-BAS-PERIODO TO MED-ACP-BASE-PERIODO
004930        MOVE WS-BAS-MEDIA   TO MED-ACP-BASE-MEDIA
004940     ELSE
004950        MOVE 'N'  TO MED-ACP-BASE-SW
004960        MOVE ZERO TO MED-ACP-BASE-ANO
004970        MOVE ZERO TO MED-ACP-BASE-MEDIA
004980     END-IF
004990     WRITE MED-ACOMP-MASTER-REC
005000         INVALID KEY
005010             SET SINAL-DESCARTADO TO TRUE
005020             MOVE "CASO JA CADASTRADO" TO WS-MOTIVO-REJEICAO
005030             GO TO 2600-EXIT
005040     END-WRITE
005050     ADD 1 TO WS-CONT-ABERTOS
005060     .
005070 2600-EXIT.
005080     EXIT.
005090*----------------------------------------------------------*
005100* 3000-AVALIA-FREQUENCIA -- FREQFILE SUMMED PER STUDENT    *
005110*     AND SUBJECT; EVERY PAIR BELOW WS-FREQ-ALERTA IS      *
005120*     APPLIED AS AN ATTENDANCE FLAG.                       *
005130*----------------------------------------------------------*
005140 3000-AVALIA-FREQUENCIA.
005150     OPEN INPUT FREQ-FILE
005160     IF WS-FREQ-STATUS NOT = "00"
005170        DISPLAY "FREQFILE NAO DISPONIVEL, STATUS: "
005180            WS-FREQ-STATUS
005190        GO TO 3000-EXIT
005200     END-IF
005210     PERFORM 3100-LE-FREQ THRU 3100-EXIT
005220         UNTIL FIM-DO-FREQ
005230     CLOSE FREQ-FILE
005240     PERFORM 3200-CONFERE-FREQ THRU 3200-EXIT
005250         VARYING WS-FRQ-SUB FROM 1 BY 1
005260         UNTIL WS-FRQ-SUB > WS-FRQ-TABLE-QTD
005270     .
005280 3000-EXIT.
005290     EXIT.
005300 3100-LE-FREQ.
005310     READ FREQ-FILE
005320         AT END
005330             SET FIM-DO-FREQ TO TRUE
005340             GO TO 3100-EXIT
005350     END-READ
005360     MOVE 'N' TO WS-FRQ-ACHOU
005370     IF WS-FRQ-TABLE-QTD > ZERO
005380        SET WS-FRQ-IDX TO 1
005390        SEARCH WS-FRQ-ENTRY
005400            VARYING WS-FRQ-IDX
005410            AT END
005420                CONTINUE
005430            WHEN WS-FRQ-ALUNO-ID (WS-FRQ-IDX) = MED-FRQ-ALUNO-ID
005440             AND WS-FRQ-MATERIA (WS-FRQ-IDX) = MED-FRQ-MATERIA
005450                SET ACHOU-FREQ TO TRUE
005460        END-SEARCH
005470     END-IF
005480     IF NOT ACHOU-FREQ
005490        IF WS-FRQ-TABLE-QTD >= 5000
005500           DISPLAY "TABELA DE FREQUENCIA CHEIA (5000) -- "
005510               "AUMENTE WS-FRQ-TABLE"
005520           MOVE 8 TO RETURN-CODE
005530           STOP RUN
005540        END-IF
005550        ADD 1 TO WS-FRQ-TABLE-QTD
005560        SET WS-FRQ-IDX TO WS-FRQ-TABLE-QTD
005570        MOVE MED-FRQ-ALUNO-ID TO WS-FRQ-ALUNO-ID (WS-FRQ-IDX)
005580        MOVE MED-FRQ-MATERIA  TO WS-FRQ-MATERIA (WS-FRQ-IDX)
005590        MOVE ZERO TO WS-FRQ-DADAS (WS-FRQ-IDX)
005600        MOVE ZERO TO WS-FRQ-PRES (WS-FRQ-IDX)
005610     END-IF
005620     ADD MED-FRQ-AULAS-DADAS TO WS-FRQ-DADAS (WS-FRQ-IDX)
005630     ADD MED-FRQ-AULAS-PRES  TO WS-FRQ-PRES (WS-FRQ-IDX)
005640     .
005650 3100-EXIT.
005660     EXIT.
005670*----------------------------------------------------------*
005680* 3200-CONFERE-FREQ -- ONE STUDENT/SUBJECT: BELOW THE      *
005690*     WARNING LEVEL BECOMES AN ATTENDANCE FLAG. NAME AND   *
005700*     TURMA COME OFF STUMAST IN 2200.                      *
005710*----------------------------------------------------------*
005720 3200-CONFERE-FREQ.
005730     IF WS-FRQ-DADAS (WS-FRQ-SUB) = ZERO
005740        GO TO 3200-EXIT
005750     END-IF
005760     COMPUTE WS-PCT-FREQ =
005770         WS-FRQ-PRES (WS-FRQ-SUB) * 100
005780         / WS-FRQ-DADAS (WS-FRQ-SUB)
005790     IF WS-PCT-FREQ NOT < WS-FREQ-ALERTA
005800        GO TO 3200-EXIT
005810     END-IF
005820     ADD 1 TO WS-CONT-SINAIS-FREQ
005830     MOVE SPACES TO WS-SINAL
005840     MOVE WS-FRQ-ALUNO-ID (WS-FRQ-SUB) TO WS-SNL-ALUNO-ID
005850     MOVE 'F'                          TO WS-SNL-ORIGEM
005860     MOVE WS-FRQ-MATERIA (WS-FRQ-SUB)  TO WS-SNL-MATERIA
005870     MOVE WS-PCT-FREQ                  TO WS-MTF-PCT
005880     MOVE WS-MOTIVO-FREQ               TO WS-SNL-MOTIVO
005890     MOVE WS-DATA-HOJE                 TO WS-SNL-DATA
005900     PERFORM 2200-TRATA-SINAL THRU 2200-EXIT
005910     .
005920 3200-EXIT.
005930     EXIT.
005940*----------------------------------------------------------*
005950* 4000-CALCULA-BASE -- THE STUDENT'S MEDIA OF THE LATEST   *
005960*     ARCHIVED PERIOD: THE SUBJECT IN WS-BAS-MATERIA, OR   *
005970*     THE AVERAGE OF EVERY NUMERIC SUBJECT WHEN IT IS      *
005980*     SPACES. CONCEITO SUBJECTS CARRY NO MEDIA TO COMPARE. *
005990*----------------------------------------------------------*
006000 4000-CALCULA-BASE.
006010     MOVE ZERO TO WS-BAS-ANO WS-BAS-SOMA WS-BAS-QTD
006020     MOVE ZERO TO WS-BAS-MEDIA
006030     MOVE SPACES TO WS-BAS-PERIODO
006040     IF NOT ARCHIVE-ABERTO
006050        GO TO 4000-EXIT
006060     END-IF
006070     MOVE 'N' TO WS-EOF-ARCH
006080     MOVE LOW-VALUES TO MED-ARCH-CHAVE
006090     MOVE WS-SNL-ALUNO-ID TO MED-ARCH-ALUNO-ID
006100     MOVE ZERO TO MED-ARCH-ANO
006110     START TRANSCRIPT-ARCH-FILE KEY NOT LESS MED-ARCH-CHAVE
006120         INVALID KEY
006130             SET FIM-DO-ARCH TO TRUE
006140     END-START
006150     PERFORM 4100-LE-ARQUIVO THRU 4100-EXIT
006160         UNTIL FIM-DO-ARCH
006170     IF WS-BAS-QTD > ZERO
006180        COMPUTE WS-BAS-MEDIA ROUNDED = WS-BAS-SOMA / WS-BAS-QTD
006190     END-IF
006200     .
006210 4000-EXIT.
006220     EXIT.
006230 4100-LE-ARQUIVO.
006240     READ TRANSCRIPT-ARCH-FILE NEXT RECORD
006250         AT END
006260             SET FIM-DO-ARCH TO TRUE
006270             GO TO 4100-EXIT
006280     END-READ
006290     IF MED-ARCH-ALUNO-ID NOT = WS-SNL-ALUNO-ID
006300        SET FIM-DO-ARCH TO TRUE
006310        GO TO 4100-EXIT
006320     END-IF
006330     IF WS-BAS-MATERIA NOT = SPACES
006340        AND MED-ARCH-MATERIA NOT = WS-BAS-MATERIA
006350        GO TO 4100-EXIT
006360     END-IF
006370     MOVE MED-ARCH-DADOS TO MED-TRANSCRIPT-REC
006380     IF MED-HIST-QTD-MATERIAS < 1
006390        OR MED-HIST-ESCALA-MAT (1) = 'C'
006400        GO TO 4100-EXIT
006410     END-IF
006420     IF MED-ARCH-ANO NOT = WS-BAS-ANO
006430        OR MED-ARCH-PERIODO NOT = WS-BAS-PERIODO
006440        MOVE MED-ARCH-ANO     TO WS-BAS-ANO
006450        MOVE MED-ARCH-PERIODO TO WS-BAS-PERIODO
006460        MOVE ZERO TO WS-BAS-SOMA WS-BAS-QTD
006470     END-IF
006480     ADD MED-HIST-MEDIA (1) TO WS-BAS-SOMA
006490     ADD 1 TO WS-BAS-QTD
006500     .
006510 4100-EXIT.
006520     EXIT.
006530*----------------------------------------------------------*
006540* 5000-PROCESS-TRANS -- APPLY ONE COORDINATION TRANSACTION *
006550*----------------------------------------------------------*
006560 5000-PROCESS-TRANS.
006570     MOVE 'S' TO WS-TRANS-VALIDA
006580     MOVE SPACES TO WS-MOTIVO-REJEICAO
006590     MOVE ZERO TO WS-REG-CASO-NUM
006600     MOVE ZERO TO WS-DATA-TRANS
006610     IF MED-ACT-ALUNO-ID IS NOT NUMERIC
006620        SET TRANS-REJEITADA TO TRUE
006630        MOVE "ALUNO INVALIDO" TO WS-MOTIVO-REJEICAO
006640        GO TO 5000-REGISTRA
006650     END-IF
006660     MOVE MED-ACT-ALUNO-ID TO WS-ALUNO-ID
006670     IF MED-ACT-DATA NOT = SPACES
006680        PERFORM 5050-VALIDA-DATA THRU 5050-EXIT
006690        IF TRANS-REJEITADA
006700           GO TO 5000-REGISTRA
006710        END-IF
006720     END-IF
006730     EVALUATE TRUE
006740         WHEN ACT-ABERTURA
006750             PERFORM 5100-ABERTURA-MANUAL THRU 5100-EXIT
006760         WHEN ACT-ACAO OR ACT-RETORNO OR ACT-ENCERRAMENTO
006770             PERFORM 5200-LOCALIZA-CASO THRU 5200-EXIT
006780             IF NOT TRANS-REJEITADA
006790                PERFORM 5300-ATUALIZA-CASO THRU 5300-EXIT
006800             END-IF
006810         WHEN OTHER
006820             SET TRANS-REJEITADA TO TRUE
006830             MOVE "FUNCAO INVALIDA" TO WS-MOTIVO-REJEICAO
006840     END-EVALUATE
006850     .
006860 5000-REGISTRA.
006870     IF TRANS-REJEITADA
006880        ADD 1 TO WS-CONT-REJEITADOS
006890        MOVE "TRNREJ" TO MED-ERROR-CODE
006900        MOVE WS-MOTIVO-REJEICAO TO MED-ERROR-TEXT
006910        SET MED-RC-DATA-ERROR TO TRUE
006920        PERFORM 9800-ERROR-LOG THRU 9800-EXIT
006930        MOVE "REJEITADO"  TO WS-REG-ACAO
006940        MOVE WS-MOTIVO-REJEICAO TO WS-REG-MOTIVO
006950     ELSE
006960        ADD 1 TO WS-CONT-APLICADOS
006970        MOVE "APLICADO"   TO WS-REG-ACAO
006980        MOVE MED-ACT-OBS  TO WS-REG-MOTIVO
006990     END-IF
007000     MOVE MED-ACT-FUNCAO   TO WS-REG-FONTE
007010     MOVE MED-ACT-ALUNO-ID TO WS-REG-ALUNO-ID
007020     MOVE WS-REG-CASO-NUM  TO WS-REG-CASO
007030     MOVE MED-ACT-MATERIA  TO WS-REG-MATERIA
007040     PERFORM 7000-GRAVA-REGISTRO THRU 7000-EXIT
007050     PERFORM 5900-READ-TRANS THRU 5900-EXIT
007060     .
007070 5000-EXIT.
007080     EXIT.
007090*----------------------------------------------------------*
007100* 5050-VALIDA-DATA -- A DATE KEYED ON THE TRANSACTION MUST *
007110*     BE A CALENDAR DAY.                                   *
007120*----------------------------------------------------------*
007130 5050-VALIDA-DATA.
007140     IF MED-ACT-DATA IS NOT NUMERIC
007150        SET TRANS-REJEITADA TO TRUE
007160        MOVE "DATA NAO NUMERICA" TO WS-MOTIVO-REJEICAO
007170        GO TO 5050-EXIT
007180     END-IF
007190     MOVE MED-ACT-DATA TO WS-DATA-TRANS
007200     MOVE ZERO TO WS-DIAS-NUM
007210     COMPUTE WS-DIAS-NUM =
007220         FUNCTION INTEGER-OF-DATE (WS-DATA-TRANS)
007230         ON SIZE ERROR
007240             MOVE ZERO TO WS-DIAS-NUM
007250     END-COMPUTE
007260     IF WS-DIAS-NUM = ZERO
007270        SET TRANS-REJEITADA TO TRUE
007280        MOVE "DATA INVALIDA" TO WS-MOTIVO-REJEICAO
007290     END-IF
007300     .
007310 5050-EXIT.
007320     EXIT.
007330*----------------------------------------------------------*
007340* 5100-ABERTURA-MANUAL -- COORDINATION OPENS A CASE BY      *
007350*     HAND (ORIGIN M); THE DATE, WHEN KEYED, IS THE        *
007360*     FOLLOW-UP DATE.                                      *
007370*----------------------------------------------------------*
007380 5100-ABERTURA-MANUAL.
007390     IF WS-DATA-TRANS > ZERO
007400        AND WS-DATA-TRANS < WS-DATA-HOJE
007410        SET TRANS-REJEITADA TO TRUE
007420        MOVE "RETORNO ANTERIOR A HOJE" TO WS-MOTIVO-REJEICAO
007430        GO TO 5100-EXIT
007440     END-IF
007450     MOVE SPACES TO WS-SINAL
007460     MOVE WS-ALUNO-ID     TO WS-SNL-ALUNO-ID
007470     MOVE 'M'             TO WS-SNL-ORIGEM
007480     MOVE MED-ACT-MATERIA TO WS-SNL-MATERIA
007490     MOVE "COORDENACAO"   TO WS-SNL-MOTIVO
007500     MOVE WS-DATA-HOJE    TO WS-SNL-DATA
007510     IF STUMAST-ABERTO
007520        MOVE WS-ALUNO-ID TO MED-STU-ID
007530        READ STUDENT-MASTER-FILE
007540            INVALID KEY
007550                SET TRANS-REJEITADA TO TRUE
007560                MOVE "ALUNO NAO CADASTRADO" TO WS-MOTIVO-REJEICAO
007570        END-READ
007580        IF TRANS-REJEITADA
007590           GO TO 5100-EXIT
007600        END-IF
007610        MOVE MED-STU-NOME  TO WS-SNL-NOME
007620        MOVE MED-STU-TURMA TO WS-SNL-TURMA
007630     END-IF
007640     PERFORM 2500-VARRE-CASOS THRU 2500-EXIT
007650     IF TEM-CASO-ABERTO
007660        SET TRANS-REJEITADA TO TRUE
007670        MOVE WS-CASO-ABERTO TO WS-REG-CASO-NUM
007680        MOVE "ALUNO JA TEM CASO ABERTO" TO WS-MOTIVO-REJEICAO
007690        GO TO 5100-EXIT
007700     END-IF
007710     MOVE 'S' TO WS-SINAL-ACEITO
007720     PERFORM 2600-ABRE-CASO THRU 2600-EXIT
007730     IF SINAL-DESCARTADO
007740        SET TRANS-REJEITADA TO TRUE
007750        GO TO 5100-EXIT
007760     END-IF
007770     MOVE WS-CASO-NOVO TO WS-REG-CASO-NUM
007780     .
007790 5100-EXIT.
007800     EXIT.
007810*----------------------------------------------------------*
007820* 5200-LOCALIZA-CASO -- THE CASE KEYED ON THE TRANSACTION, *
007830*     OR THE STUDENT'S ABERTO CASE WHEN THE NUMBER IS LEFT *
007840*     BLANK; ONLY AN ABERTO CASE CAN BE WORKED ON.         *
007850*----------------------------------------------------------*
007860 5200-LOCALIZA-CASO.
007870     IF MED-ACT-CASO = SPACES
007880        PERFORM 2500-VARRE-CASOS THRU 2500-EXIT
007890        IF NOT TEM-CASO-ABERTO
007900           SET TRANS-REJEITADA TO TRUE
007910           MOVE "ALUNO SEM CASO ABERTO" TO WS-MOTIVO-REJEICAO
007920           GO TO 5200-EXIT
007930        END-IF
007940        MOVE WS-CASO-ABERTO TO MED-ACP-CASO
007950     ELSE
007960        IF MED-ACT-CASO IS NOT NUMERIC
007970           SET TRANS-REJEITADA TO TRUE
007980           MOVE "CASO INVALIDO" TO WS-MOTIVO-REJEICAO
007990           GO TO 5200-EXIT
008000        END-IF
008010        MOVE MED-ACT-CASO TO MED-ACP-CASO
008020     END-IF
008030     MOVE WS-ALUNO-ID TO MED-ACP-ALUNO-ID
008040     MOVE MED-ACP-CASO TO WS-REG-CASO-NUM
008050     READ ACOMP-MASTER-FILE
008060         INVALID KEY
008070             SET TRANS-REJEITADA TO TRUE
008080             MOVE "CASO NAO CADASTRADO" TO WS-MOTIVO-REJEICAO
008090     END-READ
008100     IF TRANS-REJEITADA
008110        GO TO 5200-EXIT
008120     END-IF
008130     IF NOT MED-ACP-ABERTO
008140        SET TRANS-REJEITADA TO TRUE
008150        MOVE "CASO JA ENCERRADO" TO WS-MOTIVO-REJEICAO
008160     END-IF
008170     .
008180 5200-EXIT.
008190     EXIT.
008200*----------------------------------------------------------*
008210* 5300-ATUALIZA-CASO -- ACTION, NEW FOLLOW-UP DATE OR      *
008220*     CLOSING ON THE CASE JUST READ, THEN REWRITE.         *
008230*----------------------------------------------------------*
008240 5300-ATUALIZA-CASO.
008250     EVALUATE TRUE
008260         WHEN ACT-ACAO
008270             PERFORM 5400-REGISTRA-ACAO THRU 5400-EXIT
008280         WHEN ACT-RETORNO
008290             IF WS-DATA-TRANS = ZERO
008300                SET TRANS-REJEITADA TO TRUE
008310                MOVE "DATA DE RETORNO OBRIGATORIA" TO
008320                    WS-MOTIVO-REJEICAO
008330             ELSE
008340                IF WS-DATA-TRANS < WS-DATA-HOJE
008350                   SET TRANS-REJEITADA TO TRUE
008360                   MOVE "RETORNO ANTERIOR A HOJE" TO
008370                       WS-MOTIVO-REJEICAO
008380                ELSE
008390                   MOVE WS-DATA-TRANS TO MED-ACP-DATA-RETORNO
008400                END-IF
008410             END-IF
008420         WHEN ACT-ENCERRAMENTO
008430             MOVE MED-ACT-TIPO TO MED-ACP-RESULTADO
008440             IF MED-ACP-RESOLVIDO OR MED-ACP-NAO-RESOLVIDO
008450                OR MED-ACP-SAIU-DA-ESCOLA
008460                SET MED-ACP-ENCERRADO TO TRUE
008470                IF WS-DATA-TRANS > ZERO
008480                   MOVE WS-DATA-TRANS TO MED-ACP-DATA-ENCERRA
008490                ELSE
008500                   MOVE WS-DATA-HOJE  TO MED-ACP-DATA-ENCERRA
008510                END-IF
008520                MOVE MED-ACT-OBS TO MED-ACP-OBS-RESULTADO
008530             ELSE
008540                SET TRANS-REJEITADA TO TRUE
008550                MOVE "RESULTADO INVALIDO" TO WS-MOTIVO-REJEICAO
008560             END-IF
008570     END-EVALUATE
008580     IF TRANS-REJEITADA
008590        GO TO 5300-EXIT
008600     END-IF
008610     MOVE WS-OPERADOR TO MED-ACP-OPERADOR
008620     REWRITE MED-ACOMP-MASTER-REC
008630         INVALID KEY
008640             SET TRANS-REJEITADA TO TRUE
008650             MOVE "CASO NAO CADASTRADO" TO WS-MOTIVO-REJEICAO
008660     END-REWRITE
008670     .
008680 5300-EXIT.
008690     EXIT.
008700*----------------------------------------------------------*
008710* 5400-REGISTRA-ACAO -- ONE MORE ACTION ON THE CASE: TYPE  *
008720*     R/A/E, DATED THE TRANSACTION DATE OR TODAY.          *
008730*----------------------------------------------------------*
008740 5400-REGISTRA-ACAO.
008750     IF MED-ACT-TIPO NOT = 'R' AND MED-ACT-TIPO NOT = 'A'
008760        AND MED-ACT-TIPO NOT = 'E'
008770        SET TRANS-REJEITADA TO TRUE
008780        MOVE "TIPO DE ACAO INVALIDO" TO WS-MOTIVO-REJEICAO
008790        GO TO 5400-EXIT
008800     END-IF
008810     IF MED-ACP-QTD-ACOES >= WS-MAX-ACOES
008820        SET TRANS-REJEITADA TO TRUE
008830        MOVE "CASO JA TEM 10 ACOES" TO WS-MOTIVO-REJEICAO
008840        GO TO 5400-EXIT
008850     END-IF
008860     ADD 1 TO MED-ACP-QTD-ACOES
008870     IF WS-DATA-TRANS > ZERO
008880        MOVE WS-DATA-TRANS TO
008890            MED-ACP-ACAO-DATA (MED-ACP-QTD-ACOES)
008900     ELSE
008910        MOVE WS-DATA-HOJE  TO
008920            MED-ACP-ACAO-DATA (MED-ACP-QTD-ACOES)
008930     END-IF
008940     MOVE MED-ACT-TIPO TO MED-ACP-ACAO-TIPO (MED-ACP-QTD-ACOES)
008950     MOVE MED-ACT-OBS  TO MED-ACP-ACAO-OBS (MED-ACP-QTD-ACOES)
008960     MOVE WS-OPERADOR  TO
008970         MED-ACP-ACAO-OPERADOR (MED-ACP-QTD-ACOES)
008980     .
008990 5400-EXIT.
009000     EXIT.
009010*----------------------------------------------------------*
009020* 5900-READ-TRANS -- READ THE NEXT COORDINATION TRANSACTION *
009030*----------------------------------------------------------*
009040 5900-READ-TRANS.
009050     READ ACP-TRANS-FILE
009060         AT END
009070             SET FIM-DO-TRANS TO TRUE
009080         NOT AT END
009090             ADD 1 TO WS-CONT-LIDOS
009100     END-READ
009110     .
009120 5900-EXIT.
009130     EXIT.
009140*----------------------------------------------------------*
009150* 7000-GRAVA-REGISTRO -- ONE REGISTER LINE PER FLAG OR     *
009160*     TRANSACTION                                          *
009170*----------------------------------------------------------*
009180 7000-GRAVA-REGISTRO.
009190     MOVE WS-REGISTER-LINE TO ACP-REGISTER-REC
009200     WRITE ACP-REGISTER-REC
009210     .
009220 7000-EXIT.
009230     EXIT.
009240*----------------------------------------------------------*
009250* 9000-FINALIZE -- CLOSE THE FILES AND SHOW THE RUN COUNTS  *
009260*----------------------------------------------------------*
009270 9000-FINALIZE.
009280     IF WS-TRANS-STATUS = "10"
009290        CLOSE ACP-TRANS-FILE
009300     END-IF
009310     IF STUMAST-ABERTO
009320        CLOSE STUDENT-MASTER-FILE
009330     END-IF
009340     IF ARCHIVE-ABERTO
009350        CLOSE TRANSCRIPT-ARCH-FILE
009360     END-IF
009370     CLOSE ACP-REGISTER-FILE
009380     CLOSE ACOMP-MASTER-FILE
009390     DISPLAY "SINAIS DOS RELATORIOS: " WS-CONT-SINAIS
009400     DISPLAY "SINAIS DE FREQUENCIA.: " WS-CONT-SINAIS-FREQ
009410     DISPLAY "CASOS ABERTOS........: " WS-CONT-ABERTOS
009420     DISPLAY "SINAIS DESCARTADOS...: " WS-CONT-DESCARTADOS
009430     DISPLAY "TRANSACOES LIDAS.....: " WS-CONT-LIDOS
009440     DISPLAY "APLICADAS............: " WS-CONT-APLICADOS
009450     DISPLAY "REJEITADAS...........: " WS-CONT-REJEITADOS
009460     IF WS-CONT-REJEITADOS > ZERO
009470        MOVE 4 TO RETURN-CODE
009480     END-IF
009490     .
009500 9000-EXIT.
009510     EXIT.
009520*----------------------------------------------------------*
009530* 9800-ERROR-LOG -- SHARED ERROR-LOGGING PARAGRAPH (ERRPARA) *
009540*----------------------------------------------------------*
009550     COPY ERRPARA.
009560*----------------------------------------------------------*
009570* 9200/9250/9280/9290 -- SHARED OPERATOR-AUTHORIZATION      *
009580*     PARAGRAPHS (OPERPARA) AND THE AUDIT-CHAIN PARAGRAPHS  *
009590*     (CADPARA) THE ACCESS-LOG STAMP RIDES ON.              *
009600*----------------------------------------------------------*
009610     COPY CADPARA.
009620     COPY OPERPARA.
009630 END PROGRAM ACOMP_MAINT.
