000100*****************************************************************
000110* Program:      MENSAGEM_DESPACHO
000120* Author:       J. ALBUQUERQUE - APPLICATIONS SUPPORT
000130* Installation: ESCOLA - SISTEMA ACADEMICO
000140* Date-Written: 2026-10-15
000150* Date-Compiled:
000160* Purpose:      Dispatch of the outbound message queue. First the
000170*               gateway's delivery-status return (GWRETORN) is
000180*               recorded on the message status master MSGMAST
000190*               (copybooks MSGMSEL/MSGMST): E delivered or F
000200*               failed, with its date, time and detail. Then
000210*               every message on MSGFILA (copybooks MSGQSEL/
000220*               MSGQFD, written by NOTIFICA_RESP, OCOR_MAINT,
000230*               PEND_AGING and COBRANCA) is routed on the
000240*               household's CONTMAST contact:
000250*                 marketing -- only with the marketing consent
000260*                     given, on the preferred channel; without it
000270*                     the message is blocked (B);
000280*                 academic / financial -- e-mail or SMS when the
000290*                     category consent is given and the preferred
000300*                     channel has its address, otherwise paper.
000310*               A household left blank by the producer is the
000320*               FAMMAST family of the student, or the student
000330*               alone; a paper address left blank is taken from
000340*               FAMMAST or STUMAST. E-mail and SMS go on the
000350*               gateway's upload file GWENVIO, paper on MSGCARTA
000360*               (school heading, the body, signature by
000370*               category), and each message on MSGMAST -- a
000380*               message already there is not sent again, so a
000390*               rerun after an interruption is safe. The queue
000400*               is emptied at the end. Every message, failure
000410*               and anomaly goes on MSGREL.
000420* Modification History:
000430*   2026-10-15 JA  Initial version.
000440* Tectonics: cobc
000450*****************************************************************
000460 IDENTIFICATION DIVISION.
000470 PROGRAM-ID. MENSAGEM_DESPACHO.
000480 ENVIRONMENT DIVISION.
000490 INPUT-OUTPUT SECTION.
000500 FILE-CONTROL.
000510     COPY MSGQSEL.
000520     COPY MSGMSEL.
000530     COPY CONSEL.
000540     COPY FAMSEL.
000550     COPY STUSEL.
000560     COPY ERRLSEL.
000570     SELECT GW-RETORNO-FILE ASSIGN TO "GWRETORN"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS WS-GWR-STATUS.
000600     SELECT GW-ENVIO-FILE ASSIGN TO "GWENVIO"
000610         ORGANIZATION IS LINE SEQUENTIAL.
000620     SELECT MSG-CARTA-FILE ASSIGN TO "MSGCARTA"
000630         ORGANIZATION IS LINE SEQUENTIAL.
000640     SELECT MSG-RELATORIO-FILE ASSIGN TO "MSGREL"
000650         ORGANIZATION IS LINE SEQUENTIAL.
000660 DATA DIVISION.
000670 FILE SECTION.
000680     COPY MSGQFD.
000690 FD  MSG-MASTER-FILE.
000700     COPY MSGMST.
000710 FD  CONTATO-MASTER-FILE.
000720     COPY CONMST.
000730 FD  FAMILIA-MASTER-FILE.
000740     COPY FAMMST.
000750 FD  STUDENT-MASTER-FILE.
000760     COPY STUMAST.
000770     COPY ERRLFD.
000780*----------------------------------------------------------*
000790* GATEWAY DELIVERY-STATUS RETURN, ONE LINE PER MESSAGE     *
000800*----------------------------------------------------------*
000810 FD  GW-RETORNO-FILE.
000820 01  GW-RETORNO-REC.
000830     03  GWR-MSG-ID             PIC X(07).
000840     03  GWR-SITUACAO           PIC X(01).
000850         88  GWR-ENTREGUE             VALUE 'E'.
000860         88  GWR-FALHOU               VALUE 'F'.
000870     03  GWR-DATA               PIC X(08).
000880     03  GWR-HORA               PIC X(06).
000890     03  GWR-DETALHE            PIC X(40).
000900*----------------------------------------------------------*
000910* GATEWAY UPLOAD -- E E-MAIL HEADER, T ITS TEXT LINES,     *
000920*     S ONE SMS.                                           *
000930*----------------------------------------------------------*
000940 FD  GW-ENVIO-FILE.
000950 01  GW-ENVIO-REC               PIC X(200).
000960 01  GW-ENVIO-EMAIL.
000970     03  GWE-TIPO               PIC X(01).
000980     03  GWE-MSG-ID             PIC 9(07).
000990     03  GWE-EMAIL              PIC X(60).
001000     03  GWE-ASSUNTO            PIC X(40).
001010     03  GWE-RESPONSAVEL        PIC X(30).
001020     03  GWE-REFERENCIA         PIC X(20).
001030     03  FILLER                 PIC X(42).
001040 01  GW-ENVIO-TEXTO.
001050     03  GWT-TIPO               PIC X(01).
001060     03  GWT-MSG-ID             PIC 9(07).
001070     03  GWT-LINHA              PIC 9(03).
001080     03  GWT-TEXTO              PIC X(80).
001090     03  FILLER                 PIC X(109).
001100 01  GW-ENVIO-SMS.
001110     03  GWS-TIPO               PIC X(01).
001120     03  GWS-MSG-ID             PIC 9(07).
001130     03  GWS-CELULAR            PIC X(15).
001140     03  GWS-TEXTO              PIC X(100).
001150     03  FILLER                 PIC X(77).
001160 FD  MSG-CARTA-FILE.
001170 01  MSG-CARTA-REC              PIC X(80).
001180 FD  MSG-RELATORIO-FILE.
001190 01  MSG-RELATORIO-REC          PIC X(120).
001200 WORKING-STORAGE SECTION.
001210     COPY ERRCODES.
001220     COPY MSGQREC.
001230 01  WS-MSM-MASTER-STATUS       PIC X(02) VALUE SPACES.
001240 01  WS-CON-MASTER-STATUS       PIC X(02) VALUE SPACES.
001250 01  WS-FAM-MASTER-STATUS       PIC X(02) VALUE SPACES.
001260 01  WS-STU-MASTER-STATUS       PIC X(02) VALUE SPACES.
001270 01  WS-GWR-STATUS              PIC X(02) VALUE SPACES.
001280 01  WS-SWITCHES.
001290     03  WS-EOF-FILA            PIC X(01) VALUE 'N'.
001300         88  FIM-DA-FILA              VALUE 'S'.
001310     03  WS-EOF-RETORNO         PIC X(01) VALUE 'N'.
001320         88  FIM-DO-RETORNO           VALUE 'S'.
001330     03  WS-EOF-FAMILIAS        PIC X(01) VALUE 'N'.
001340         88  FIM-DAS-FAMILIAS         VALUE 'S'.
001350     03  WS-CONTMAST-ABERTO     PIC X(01) VALUE 'N'.
001360         88  CONTMAST-ABERTO          VALUE 'S'.
001370     03  WS-FAMMAST-ABERTO      PIC X(01) VALUE 'N'.
001380         88  FAMMAST-ABERTO           VALUE 'S'.
001390     03  WS-STUMAST-ABERTO      PIC X(01) VALUE 'N'.
001400         88  STUMAST-ABERTO           VALUE 'S'.
001410     03  WS-CONTATO-ACHADO      PIC X(01) VALUE 'N'.
001420         88  CONTATO-ACHADO           VALUE 'S'.
001430*----------------------------------------------------------*
001440* WHERE THE LINES OF THE CURRENT MESSAGE GO: E E-MAIL,     *
001450*     C PAPER, N NOWHERE (SMS, BLOCKED, ALREADY SENT).     *
001460*----------------------------------------------------------*
001470 01  WS-MENSAGEM-ATUAL.
001480     03  WS-MSA-ID              PIC 9(07) VALUE ZERO.
001490     03  WS-MSA-DESTINO         PIC X(01) VALUE 'N'.
001500         88  MSA-POR-EMAIL            VALUE 'E'.
001510         88  MSA-POR-CARTA            VALUE 'C'.
001520         88  MSA-SEM-LINHAS           VALUE 'N'.
001530     03  WS-MSA-CATEGORIA       PIC X(01) VALUE SPACE.
001540     03  WS-MSA-ORFAS           PIC 9(05) COMP VALUE ZERO.
001550 01  WS-DATA-HOJE               PIC 9(08) VALUE ZERO.
001560 01  WS-HORA-AGORA              PIC 9(08) VALUE ZERO.
001570 01  WS-CNS-SUB                 PIC 9(02) COMP VALUE ZERO.
001580 01  WS-MEM-SUB                 PIC 9(02) COMP VALUE ZERO.
001590 01  WS-CANAL                   PIC X(01) VALUE SPACE.
001600 01  WS-DETALHE                 PIC X(40) VALUE SPACES.
001610 01  WS-CONTADORES.
001620     03  WS-CONT-RETORNOS       PIC 9(05) COMP VALUE ZERO.
001630     03  WS-CONT-ENTREGUES      PIC 9(05) COMP VALUE ZERO.
001640     03  WS-CONT-FALHAS         PIC 9(05) COMP VALUE ZERO.
001650     03  WS-CONT-REPETIDOS      PIC 9(05) COMP VALUE ZERO.
001660     03  WS-CONT-MENSAGENS      PIC 9(05) COMP VALUE ZERO.
001670     03  WS-CONT-EMAIL          PIC 9(05) COMP VALUE ZERO.
001680     03  WS-CONT-SMS            PIC 9(05) COMP VALUE ZERO.
001690     03  WS-CONT-CARTAS         PIC 9(05) COMP VALUE ZERO.
001700     03  WS-CONT-BLOQUEADAS     PIC 9(05) COMP VALUE ZERO.
001710     03  WS-CONT-JA-ENVIADAS    PIC 9(05) COMP VALUE ZERO.
001720     03  WS-CONT-ANOMALIAS      PIC 9(05) COMP VALUE ZERO.
001730*----------------------------------------------------------*
001740* FAMMAST MEMBER -> FAMILY                                 *
001750*----------------------------------------------------------*
001760 01  WS-FMB-TABLE-QTD           PIC 9(04) COMP VALUE ZERO.
001770 01  WS-FMB-TABLE.
001780     03  WS-FMB-ENTRY           OCCURS 1 TO 4000 TIMES
001790                                DEPENDING ON WS-FMB-TABLE-QTD
001800                                INDEXED BY WS-FMB-IDX.
001810         05  WS-FMB-ALUNO-ID    PIC 9(07).
001820         05  WS-FMB-FAM-ID      PIC 9(05).
001830*----------------------------------------------------------*
001840* LETTER LINES                                             *
001850*----------------------------------------------------------*
001860 01  WS-CAR-TRACO               PIC X(78) VALUE ALL "=".
001870 01  WS-CAR-ESCOLA.
001880     03  FILLER                 PIC X(26) VALUE SPACES.
001890     03  FILLER                 PIC X(26) VALUE
001900         "ESCOLA - SISTEMA ACADEMICO".
001910 01  WS-CAR-TITULO.
001920     03  WS-CRT-TITULO          PIC X(40).
001930     03  FILLER                 PIC X(14) VALUE SPACES.
001940     03  WS-CRT-REFERENCIA      PIC X(20).
001950 01  WS-CAR-DESTINO.
001960     03  FILLER                 PIC X(14) VALUE "A(O) SR(A).:  ".
001970     03  WS-CRD-NOME            PIC X(30).
001980 01  WS-CAR-ENDERECO-1.
001990     03  FILLER                 PIC X(14) VALUE "ENDERECO:     ".
002000     03  WS-CRE-RUA             PIC X(20).
002010     03  FILLER                 PIC X(01) VALUE SPACE.
002020     03  WS-CRE-BAIRRO          PIC X(20).
002030 01  WS-CAR-ENDERECO-2.
002040     03  FILLER                 PIC X(14) VALUE SPACES.
002050     03  WS-CRE-CIDADE          PIC X(30).
002060     03  FILLER                 PIC X(01) VALUE SPACE.
002070     03  WS-CRE-UF              PIC X(02).
002080     03  FILLER                 PIC X(05) VALUE " CEP ".
002090     03  WS-CRE-CEP             PIC X(08).
002100 01  WS-CAR-EMISSAO.
002110     03  FILLER                 PIC X(11) VALUE "EMITIDA EM ".
002120     03  WS-CRM-DATA            PIC 9(08).
002130 01  WS-CAR-ASSINATURA.
002140     03  FILLER                 PIC X(40) VALUE SPACES.
002150     03  FILLER                 PIC X(30) VALUE ALL "_".
002160 01  WS-CAR-ASSINATURA-ROTULO.
002170     03  FILLER                 PIC X(44) VALUE SPACES.
002180     03  WS-CRA-SETOR           PIC X(24).
002190*----------------------------------------------------------*
002200* REPORT LINES                                             *
002210*----------------------------------------------------------*
002220 01  WS-REL-TITULO.
002230     03  FILLER                 PIC X(38)
002240         VALUE "DESPACHO DE MENSAGENS AOS RESPONSAVEIS".
002250     03  FILLER                 PIC X(08) VALUE " - DATA ".
002260     03  WS-RLT-DATA            PIC 9(08).
002270 01  WS-REL-COLUNAS.
002280     03  FILLER                 PIC X(40)
002290         VALUE "MENSAGEM ORIGEM   C DOMICILIO CN SIT ASS".
002300     03  FILLER                 PIC X(40)
002310         VALUE "UNTO / OCORRENCIA".
002320 01  WS-REL-LINHA.
002330     03  WS-RLL-ID              PIC 9(07).
002340     03  FILLER                 PIC X(02) VALUE SPACES.
002350     03  WS-RLL-ORIGEM          PIC X(08).
002360     03  FILLER                 PIC X(01) VALUE SPACE.
002370     03  WS-RLL-CATEGORIA       PIC X(01).
002380     03  FILLER                 PIC X(01) VALUE SPACE.
002390     03  WS-RLL-DEST-TIPO       PIC X(01).
002400     03  WS-RLL-DEST-ID         PIC 9(07).
002410     03  FILLER                 PIC X(02) VALUE SPACES.
002420     03  WS-RLL-CANAL           PIC X(01).
002430     03  FILLER                 PIC X(02) VALUE SPACES.
002440     03  WS-RLL-SITUACAO        PIC X(01).
002450     03  FILLER                 PIC X(03) VALUE SPACES.
002460     03  WS-RLL-TEXTO           PIC X(40).
002470     03  FILLER                 PIC X(01) VALUE SPACE.
002480     03  WS-RLL-DETALHE         PIC X(40).
002490 01  WS-REL-RETORNO.
002500     03  FILLER                 PIC X(08) VALUE "RETORNO ".
002510     03  WS-RLR-ID              PIC X(07).
002520     03  FILLER                 PIC X(01) VALUE SPACE.
002530     03  WS-RLR-SITUACAO        PIC X(01).
002540     03  FILLER                 PIC X(01) VALUE SPACE.
002550     03  WS-RLR-OCORRENCIA      PIC X(35).
002560     03  FILLER                 PIC X(01) VALUE SPACE.
002570     03  WS-RLR-DETALHE         PIC X(40).
002580 PROCEDURE DIVISION.
002590 0000-MAIN-PROCEDURE.
002600     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002610     PERFORM 2000-APLICA-RETORNOS THRU 2000-EXIT
002620     PERFORM 3000-DESPACHA-FILA THRU 3000-EXIT
002630     PERFORM 9000-FINALIZE THRU 9000-EXIT
002640     STOP RUN.
002650*----------------------------------------------------------*
002660* 1000-INITIALIZE -- MSGMAST (CREATED EMPTY THE FIRST      *
002670*     TIME), THE OUTPUTS AND THE OPTIONAL MASTERS. WITHOUT *
002680*     CONTMAST EVERY MESSAGE GOES ON PAPER AND MARKETING   *
002690*     IS BLOCKED.                                          *
002700*----------------------------------------------------------*
002710 1000-INITIALIZE.
002720     MOVE "MSGDESP" TO MED-ERROR-PROGRAM
002730     ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
002740     ACCEPT WS-HORA-AGORA FROM TIME
002750     OPEN I-O MSG-MASTER-FILE
002760     IF WS-MSM-MASTER-STATUS = "35"
002770        OPEN OUTPUT MSG-MASTER-FILE
002780        CLOSE MSG-MASTER-FILE
002790        OPEN I-O MSG-MASTER-FILE
002800     END-IF
002810     IF WS-MSM-MASTER-STATUS NOT = "00"
002820        DISPLAY "ERRO NA ABERTURA DO MSGMAST: "
002830            WS-MSM-MASTER-STATUS
002840        MOVE "OPNERR"   TO MED-ERROR-CODE
002850        MOVE "MSGMAST NAO PODE SER ABERTO" TO MED-ERROR-TEXT
002860        SET MED-RC-FILE-ERROR TO TRUE
002870        PERFORM 9800-ERROR-LOG THRU 9800-EXIT
002880        MOVE MED-RETURN-CODE TO RETURN-CODE
002890        STOP RUN
002900     END-IF
002910     OPEN OUTPUT GW-ENVIO-FILE
002920     OPEN OUTPUT MSG-CARTA-FILE
002930     OPEN OUTPUT MSG-RELATORIO-FILE
002940     MOVE WS-DATA-HOJE TO WS-RLT-DATA
002950     MOVE WS-REL-TITULO TO MSG-RELATORIO-REC
002960     WRITE MSG-RELATORIO-REC
002970     MOVE WS-REL-COLUNAS TO MSG-RELATORIO-REC
002980     WRITE MSG-RELATORIO-REC
002990     OPEN INPUT CONTATO-MASTER-FILE
003000     IF WS-CON-MASTER-STATUS = "00"
003010        SET CONTMAST-ABERTO TO TRUE
003020     ELSE
003030        DISPLAY "CONTMAST INDISPONIVEL, STATUS: "
003040            WS-CON-MASTER-STATUS
003050        DISPLAY "TODAS AS MENSAGENS SAIRAO EM PAPEL"
003060     END-IF
003070     PERFORM 1100-CARREGA-FAMILIAS THRU 1100-EXIT
003080     OPEN INPUT STUDENT-MASTER-FILE
003090     IF WS-STU-MASTER-STATUS = "00"
003100        SET STUMAST-ABERTO TO TRUE
003110     ELSE
003120        DISPLAY "STUMAST INDISPONIVEL, STATUS: "
003130            WS-STU-MASTER-STATUS
003140     END-IF
003150     .
003160 1000-EXIT.
003170     EXIT.
003180*----------------------------------------------------------*
003190* 1100-CARREGA-FAMILIAS -- FAMMAST STAYS OPEN FOR THE      *
003200*     ADDRESS READS; ITS MEMBERS GO ON THE MAP THAT TURNS  *
003210*     A STUDENT INTO A HOUSEHOLD.                          *
003220*----------------------------------------------------------*
003230 1100-CARREGA-FAMILIAS.
003240     OPEN INPUT FAMILIA-MASTER-FILE
003250     IF WS-FAM-MASTER-STATUS NOT = "00"
003260        DISPLAY "FAMMAST INDISPONIVEL, STATUS: "
003270            WS-FAM-MASTER-STATUS
003280        GO TO 1100-EXIT
003290     END-IF
003300     SET FAMMAST-ABERTO TO TRUE
003310     MOVE ZERO TO MED-FAM-ID
003320     START FAMILIA-MASTER-FILE KEY NOT LESS MED-FAM-ID
003330         INVALID KEY
003340             SET FIM-DAS-FAMILIAS TO TRUE
003350     END-START
003360     PERFORM 1150-LE-FAMILIA THRU 1150-EXIT
003370         UNTIL FIM-DAS-FAMILIAS
003380     .
003390 1100-EXIT.
003400     EXIT.
003410 1150-LE-FAMILIA.
003420     READ FAMILIA-MASTER-FILE NEXT RECORD
003430         AT END
003440             SET FIM-DAS-FAMILIAS TO TRUE
003450             GO TO 1150-EXIT
003460     END-READ
003470     PERFORM 1160-MAPEIA-MEMBRO THRU 1160-EXIT
003480         VARYING WS-MEM-SUB FROM 1 BY 1
003490         UNTIL WS-MEM-SUB > MED-FAM-QTD-MEMBROS
003500     .
003510 1150-EXIT.
003520     EXIT.
003530 1160-MAPEIA-MEMBRO.
003540     IF WS-FMB-TABLE-QTD >= 4000
003550        DISPLAY "TABELA DE MEMBROS CHEIA (4000) -- AUMENTE "
003560            "WS-FMB-TABLE"
003570        MOVE 8 TO RETURN-CODE
003580        STOP RUN
003590     END-IF
003600     ADD 1 TO WS-FMB-TABLE-QTD
003610     SET WS-FMB-IDX TO WS-FMB-TABLE-QTD
003620     MOVE MED-FAM-MEMBRO (WS-MEM-SUB) TO
003630         WS-FMB-ALUNO-ID (WS-FMB-IDX)
003640     MOVE MED-FAM-ID TO WS-FMB-FAM-ID (WS-FMB-IDX)
003650     .
003660 1160-EXIT.
003670     EXIT.
003680*----------------------------------------------------------*
003690* 2000-APLICA-RETORNOS -- THE GATEWAY'S RETURN OF THE      *
003700*     PREVIOUS UPLOADS, BEFORE ANYTHING NEW GOES OUT.      *
003710*----------------------------------------------------------*
003720 2000-APLICA-RETORNOS.
003730     OPEN INPUT GW-RETORNO-FILE
003740     IF WS-GWR-STATUS NOT = "00"
003750        DISPLAY "GWRETORN AUSENTE, NENHUM RETORNO A REGISTRAR"
003760        GO TO 2000-EXIT
003770     END-IF
003780     PERFORM 2100-LE-RETORNO THRU 2100-EXIT
003790         UNTIL FIM-DO-RETORNO
003800     CLOSE GW-RETORNO-FILE
003810     .
003820 2000-EXIT.
003830     EXIT.
003840*----------------------------------------------------------*
003850* 2100-LE-RETORNO -- ONE RETURN LINE ONTO ITS MSGMAST      *
003860*     RECORD; THE SAME LINE SEEN AGAIN IS LEFT ALONE.      *
003870*----------------------------------------------------------*
003880 2100-LE-RETORNO.
003890     READ GW-RETORNO-FILE
003900         AT END
003910             SET FIM-DO-RETORNO TO TRUE
003920             GO TO 2100-EXIT
003930     END-READ
003940     ADD 1 TO WS-CONT-RETORNOS
003950     MOVE SPACES TO WS-RLR-OCORRENCIA
003960     IF GWR-MSG-ID IS NOT NUMERIC
003970        MOVE "RETORNO COM ID INVALIDO" TO WS-RLR-OCORRENCIA
003980        GO TO 2100-ANOMALIA
003990     END-IF
004000     IF NOT GWR-ENTREGUE AND NOT GWR-FALHOU
004010        MOVE "SITUACAO DE RETORNO INVALIDA" TO WS-RLR-OCORRENCIA
004020        GO TO 2100-ANOMALIA
004030     END-IF
004040     MOVE GWR-MSG-ID TO MED-MSM-ID
004050     READ MSG-MASTER-FILE
004060         INVALID KEY
004070             MOVE "RETORNO DE MENSAGEM DESCONHECIDA" TO
004080                 WS-RLR-OCORRENCIA
004090     END-READ
004100     IF WS-RLR-OCORRENCIA NOT = SPACES
004110        GO TO 2100-ANOMALIA
004120     END-IF
004130     IF NOT MED-MSM-ELETRONICA
004140        MOVE "RETORNO DE MENSAGEM NAO ELETRONICA" TO
004150            WS-RLR-OCORRENCIA
004160        GO TO 2100-ANOMALIA
004170     END-IF
004180     IF GWR-SITUACAO = MED-MSM-SITUACAO
004190        AND GWR-DATA = MED-MSM-DATA-SITUACAO
004200        AND GWR-HORA = MED-MSM-HORA-SITUACAO
004210        ADD 1 TO WS-CONT-REPETIDOS
004220        GO TO 2100-EXIT
004230     END-IF
004240     MOVE GWR-SITUACAO TO MED-MSM-SITUACAO
004250     IF GWR-DATA IS NUMERIC
004260        MOVE GWR-DATA TO MED-MSM-DATA-SITUACAO
004270     ELSE
004280        MOVE WS-DATA-HOJE TO MED-MSM-DATA-SITUACAO
004290     END-IF
004300     IF GWR-HORA IS NUMERIC
004310        MOVE GWR-HORA TO MED-MSM-HORA-SITUACAO
004320     ELSE
004330        MOVE ZERO TO MED-MSM-HORA-SITUACAO
004340     END-IF
004350     MOVE GWR-DETALHE TO MED-MSM-DETALHE
004360     REWRITE MED-MSG-STATUS-REC
004370         INVALID KEY
004380             MOVE "ERRO DE REGRAVACAO NO MSGMAST" TO
004390                 WS-RLR-OCORRENCIA
004400             GO TO 2100-ANOMALIA
004410     END-REWRITE
004420     IF MED-MSM-ENTREGUE
004430        ADD 1 TO WS-CONT-ENTREGUES
004440        GO TO 2100-EXIT
004450     END-IF
004460     ADD 1 TO WS-CONT-FALHAS
004470     MOVE "FALHA NA ENTREGA" TO WS-RLR-OCORRENCIA
004480     PERFORM 2190-RELATA-RETORNO THRU 2190-EXIT
004490     GO TO 2100-EXIT
004500     .
004510 2100-ANOMALIA.
004520     ADD 1 TO WS-CONT-ANOMALIAS
004530     PERFORM 2190-RELATA-RETORNO THRU 2190-EXIT
004540     .
004550 2100-EXIT.
004560     EXIT.
004570 2190-RELATA-RETORNO.
004580     MOVE GWR-MSG-ID   TO WS-RLR-ID
004590     MOVE GWR-SITUACAO TO WS-RLR-SITUACAO
004600     MOVE GWR-DETALHE  TO WS-RLR-DETALHE
004610     MOVE WS-REL-RETORNO TO MSG-RELATORIO-REC
004620     WRITE MSG-RELATORIO-REC
004630     .
004640 2190-EXIT.
004650     EXIT.
004660*----------------------------------------------------------*
004670* 3000-DESPACHA-FILA -- EVERY MESSAGE ON THE QUEUE; THE    *
004680*     QUEUE IS EMPTIED ONLY AFTER IT WAS READ TO THE END.  *
004690*----------------------------------------------------------*
004700 3000-DESPACHA-FILA.
004710     OPEN INPUT MSG-FILA-FILE
004720     IF WS-MSG-FILA-STATUS NOT = "00"
004730        DISPLAY "MSGFILA AUSENTE, NENHUMA MENSAGEM A DESPACHAR"
004740        GO TO 3000-EXIT
004750     END-IF
004760     PERFORM 3100-LE-FILA THRU 3100-EXIT
004770         UNTIL FIM-DA-FILA
004780     PERFORM 3900-ENCERRA-MENSAGEM THRU 3900-EXIT
004790     CLOSE MSG-FILA-FILE
004800     OPEN OUTPUT MSG-FILA-FILE
004810     CLOSE MSG-FILA-FILE
004820     .
004830 3000-EXIT.
004840     EXIT.
004850 3100-LE-FILA.
004860     READ MSG-FILA-FILE
004870         AT END
004880             SET FIM-DA-FILA TO TRUE
004890             GO TO 3100-EXIT
004900     END-READ
004910     EVALUATE TRUE
004920         WHEN MED-MSG-CABECALHO
004930             PERFORM 3900-ENCERRA-MENSAGEM THRU 3900-EXIT
004940             PERFORM 3200-TRATA-CABECALHO THRU 3200-EXIT
004950         WHEN MED-MSG-LINHA-TEXTO AND MED-MSG-ID = WS-MSA-ID
004960             PERFORM 3700-TRATA-LINHA THRU 3700-EXIT
004970         WHEN OTHER
004980             ADD 1 TO WS-MSA-ORFAS
004990     END-EVALUATE
005000     .
005010 3100-EXIT.
005020     EXIT.
005030*----------------------------------------------------------*
005040* 3200-TRATA-CABECALHO -- HOUSEHOLD, ADDRESS, CONTACT,     *
005050*     CHANNEL; THE MESSAGE'S FIRST OUTPUT AND ITS MSGMAST  *
005060*     RECORD.                                              *
005070*----------------------------------------------------------*
005080 3200-TRATA-CABECALHO.
005090     MOVE MED-MSG-ID TO WS-MSA-ID
005100     MOVE MED-MSG-CATEGORIA TO WS-MSA-CATEGORIA
005110     SET MSA-SEM-LINHAS TO TRUE
005120     ADD 1 TO WS-CONT-MENSAGENS
005130     MOVE MED-MSG-ID TO MED-MSM-ID
005140     READ MSG-MASTER-FILE
005150         INVALID KEY
005160             CONTINUE
005170         NOT INVALID KEY
005180             ADD 1 TO WS-CONT-JA-ENVIADAS
005190             GO TO 3200-EXIT
005200     END-READ
005210     IF MED-MSG-DEST-TIPO = SPACE
005220        PERFORM 3300-RESOLVE-DOMICILIO THRU 3300-EXIT
005230     END-IF
005240     PERFORM 3400-CONSULTA-CONTATO THRU 3400-EXIT
005250     PERFORM 3500-DECIDE-CANAL THRU 3500-EXIT
005260     IF WS-CANAL = 'C'
005270        AND MED-MSG-RUA = SPACES AND MED-MSG-CIDADE = SPACES
005280        PERFORM 3350-ENDERECO THRU 3350-EXIT
005290        IF MED-MSG-RUA = SPACES AND MED-MSG-CIDADE = SPACES
005300           MOVE 'B' TO WS-CANAL
005310           MOVE "SEM ENDERECO POSTAL" TO WS-DETALHE
005320           ADD 1 TO WS-CONT-ANOMALIAS
005330        END-IF
005340     END-IF
005350     MOVE SPACES TO MED-MSG-STATUS-REC
005360     MOVE MED-MSG-ID          TO MED-MSM-ID
005370     MOVE MED-MSG-DATA        TO MED-MSM-DATA-FILA
005380     MOVE MED-MSG-ORIGEM      TO MED-MSM-ORIGEM
005390     MOVE MED-MSG-CATEGORIA   TO MED-MSM-CATEGORIA
005400     MOVE MED-MSG-DEST-TIPO   TO MED-MSM-DEST-TIPO
005410     MOVE MED-MSG-DEST-ID     TO MED-MSM-DEST-ID
005420     MOVE MED-MSG-ALUNO-ID    TO MED-MSM-ALUNO-ID
005430     MOVE MED-MSG-ASSUNTO     TO MED-MSM-ASSUNTO
005440     MOVE WS-CANAL            TO MED-MSM-CANAL
005450     MOVE WS-DATA-HOJE        TO MED-MSM-DATA-DESPACHO
005460     MOVE WS-DATA-HOJE        TO MED-MSM-DATA-SITUACAO
005470     MOVE WS-HORA-AGORA (1:6) TO MED-MSM-HORA-SITUACAO
005480     MOVE WS-DETALHE          TO MED-MSM-DETALHE
005490     EVALUATE WS-CANAL
005500         WHEN 'E'
005510             MOVE MED-CON-EMAIL TO MED-MSM-DESTINO
005520             SET MED-MSM-AGUARDANDO TO TRUE
005530             PERFORM 3600-ENVIA-EMAIL THRU 3600-EXIT
005540         WHEN 'S'
005550             MOVE MED-CON-CELULAR TO MED-MSM-DESTINO
005560             SET MED-MSM-AGUARDANDO TO TRUE
005570             PERFORM 3650-ENVIA-SMS THRU 3650-EXIT
005580         WHEN 'C'
005590             MOVE MED-MSG-RESPONSAVEL TO MED-MSM-DESTINO
005600             SET MED-MSM-IMPRESSA TO TRUE
005610             PERFORM 3800-ABRE-CARTA THRU 3800-EXIT
005620         WHEN OTHER
005630             SET MED-MSM-SIT-BLOQUEADA TO TRUE
005640             ADD 1 TO WS-CONT-BLOQUEADAS
005650     END-EVALUATE
005660     WRITE MED-MSG-STATUS-REC
005670         INVALID KEY
005680             ADD 1 TO WS-CONT-ANOMALIAS
005690             MOVE "ERRO DE GRAVACAO NO MSGMAST" TO
005700                 MED-MSM-DETALHE
005710     END-WRITE
005720     PERFORM 3290-RELATA-MENSAGEM THRU 3290-EXIT
005730     .
005740 3200-EXIT.
005750     EXIT.
005760 3290-RELATA-MENSAGEM.
005770     MOVE MED-MSM-ID        TO WS-RLL-ID
005780     MOVE MED-MSM-ORIGEM    TO WS-RLL-ORIGEM
005790     MOVE MED-MSM-CATEGORIA TO WS-RLL-CATEGORIA
005800     MOVE MED-MSM-DEST-TIPO TO WS-RLL-DEST-TIPO
005810     MOVE MED-MSM-DEST-ID   TO WS-RLL-DEST-ID
005820     MOVE MED-MSM-CANAL     TO WS-RLL-CANAL
005830     MOVE MED-MSM-SITUACAO  TO WS-RLL-SITUACAO
005840     MOVE MED-MSM-ASSUNTO   TO WS-RLL-TEXTO
005850     MOVE MED-MSM-DETALHE   TO WS-RLL-DETALHE
005860     MOVE WS-REL-LINHA TO MSG-RELATORIO-REC
005870     WRITE MSG-RELATORIO-REC
005880     .
005890 3290-EXIT.
005900     EXIT.
005910*----------------------------------------------------------*
005920* 3300-RESOLVE-DOMICILIO -- THE STUDENT'S FAMMAST FAMILY,  *
005930*     OR THE STUDENT ALONE.                                *
005940*----------------------------------------------------------*
005950 3300-RESOLVE-DOMICILIO.
005960     MOVE 'A' TO MED-MSG-DEST-TIPO
005970     MOVE MED-MSG-ALUNO-ID TO MED-MSG-DEST-ID
005980     IF WS-FMB-TABLE-QTD = ZERO
005990        GO TO 3300-EXIT
006000     END-IF
006010     SET WS-FMB-IDX TO 1
006020     SEARCH WS-FMB-ENTRY
006030         AT END
006040             CONTINUE
006050         WHEN WS-FMB-ALUNO-ID (WS-FMB-IDX) = MED-MSG-ALUNO-ID
006060             MOVE 'F' TO MED-MSG-DEST-TIPO
006070             MOVE WS-FMB-FAM-ID (WS-FMB-IDX) TO MED-MSG-DEST-ID
006080     END-SEARCH
006090     .
006100 3300-EXIT.
006110     EXIT.
006120*----------------------------------------------------------*
006130* 3350-ENDERECO -- THE POSTAL ADDRESS THE PRODUCER LEFT    *
006140*     BLANK, FROM THE HOUSEHOLD'S MASTER.                  *
006150*----------------------------------------------------------*
006160 3350-ENDERECO.
006170     IF MED-MSG-DEST-TIPO = 'F'
006180        IF NOT FAMMAST-ABERTO OR MED-MSG-DEST-ID > 99999
006190           GO TO 3350-EXIT
006200        END-IF
006210        MOVE MED-MSG-DEST-ID TO MED-FAM-ID
006220        READ FAMILIA-MASTER-FILE
006230            INVALID KEY
006240                GO TO 3350-EXIT
006250        END-READ
006260        IF MED-MSG-RESPONSAVEL = SPACES
006270           MOVE MED-FAM-RESPONSAVEL TO MED-MSG-RESPONSAVEL
006280        END-IF
006290        MOVE MED-FAM-RUA    TO MED-MSG-RUA
006300        MOVE MED-FAM-BAIRRO TO MED-MSG-BAIRRO
006310        MOVE MED-FAM-CIDADE TO MED-MSG-CIDADE
006320        MOVE MED-FAM-CEP    TO MED-MSG-CEP
006330        MOVE MED-FAM-UF     TO MED-MSG-UF
006340        GO TO 3350-EXIT
006350     END-IF
006360     IF NOT STUMAST-ABERTO
006370        GO TO 3350-EXIT
006380     END-IF
006390     MOVE MED-MSG-DEST-ID TO MED-STU-ID
006400     READ STUDENT-MASTER-FILE
006410         INVALID KEY
006420             GO TO 3350-EXIT
006430     END-READ
006440     IF MED-MSG-RESPONSAVEL = SPACES
006450        MOVE MED-STU-RESPONSAVEL TO MED-MSG-RESPONSAVEL
006460     END-IF
006470     MOVE MED-STU-RUA    TO MED-MSG-RUA
006480     MOVE MED-STU-BAIRRO TO MED-MSG-BAIRRO
006490     MOVE MED-STU-CIDADE TO MED-MSG-CIDADE
006500     MOVE MED-STU-CEP    TO MED-MSG-CEP
006510     MOVE MED-STU-UF     TO MED-MSG-UF
006520     .
006530 3350-EXIT.
006540     EXIT.
006550 3400-CONSULTA-CONTATO.
006560     MOVE 'N' TO WS-CONTATO-ACHADO
006570     IF NOT CONTMAST-ABERTO
006580        GO TO 3400-EXIT
006590     END-IF
006600     MOVE MED-MSG-DEST-TIPO TO MED-CON-TIPO
006610     MOVE MED-MSG-DEST-ID   TO MED-CON-ID
006620     READ CONTATO-MASTER-FILE
006630         INVALID KEY
006640             GO TO 3400-EXIT
006650     END-READ
006660     SET CONTATO-ACHADO TO TRUE
006670     IF MED-MSG-RESPONSAVEL = SPACES
006680        MOVE MED-CON-RESPONSAVEL TO MED-MSG-RESPONSAVEL
006690     END-IF
006700     .
006710 3400-EXIT.
006720     EXIT.
006730*----------------------------------------------------------*
006740* 3500-DECIDE-CANAL -- CONSENT OF THE MESSAGE'S CATEGORY   *
006750*     AND THE PREFERRED CHANNEL. WS-CANAL COMES BACK E, S, *
006760*     C OR B (BLOCKED, WITH THE REASON IN WS-DETALHE).     *
006770*----------------------------------------------------------*
006780 3500-DECIDE-CANAL.
006790     MOVE SPACES TO WS-DETALHE
006800     EVALUATE TRUE
006810         WHEN MED-MSG-ACADEMICA
006820             MOVE 1 TO WS-CNS-SUB
006830         WHEN MED-MSG-FINANCEIRA
006840             MOVE 2 TO WS-CNS-SUB
006850         WHEN MED-MSG-MARKETING
006860             MOVE 3 TO WS-CNS-SUB
006870         WHEN OTHER
006880             MOVE 'B' TO WS-CANAL
006890             MOVE "CATEGORIA INVALIDA" TO WS-DETALHE
006900             ADD 1 TO WS-CONT-ANOMALIAS
006910             GO TO 3500-EXIT
006920     END-EVALUATE
006930     MOVE 'C' TO WS-CANAL
006940     IF CONTATO-ACHADO
006950        IF MED-CON-CNS-DADO (WS-CNS-SUB)
006960           EVALUATE TRUE
006970               WHEN MED-CON-CANAL-EMAIL
006980                    AND MED-CON-EMAIL NOT = SPACES
006990                   MOVE 'E' TO WS-CANAL
007000               WHEN MED-CON-CANAL-SMS
007010                    AND MED-CON-CELULAR NOT = SPACES
007020                   MOVE 'S' TO WS-CANAL
007030           END-EVALUATE
007040           GO TO 3500-EXIT
007050        END-IF
007060     END-IF
007070     IF MED-MSG-MARKETING
007080        MOVE 'B' TO WS-CANAL
007090        MOVE "SEM CONSENTIMENTO DE MARKETING" TO WS-DETALHE
007100     END-IF
007110     .
007120 3500-EXIT.
007130     EXIT.
007140 3600-ENVIA-EMAIL.
007150     MOVE SPACES TO GW-ENVIO-EMAIL
007160     MOVE 'E'                 TO GWE-TIPO
007170     MOVE MED-MSG-ID          TO GWE-MSG-ID
007180     MOVE MED-CON-EMAIL       TO GWE-EMAIL
007190     MOVE MED-MSG-ASSUNTO     TO GWE-ASSUNTO
007200     MOVE MED-MSG-RESPONSAVEL TO GWE-RESPONSAVEL
007210     MOVE MED-MSG-REFERENCIA  TO GWE-REFERENCIA
007220     WRITE GW-ENVIO-EMAIL
007230     SET MSA-POR-EMAIL TO TRUE
007240     ADD 1 TO WS-CONT-EMAIL
007250     .
007260 3600-EXIT.
007270     EXIT.
007280*----------------------------------------------------------*
007290* 3650-ENVIA-SMS -- THE PRODUCER'S SUMMARY, OR THE SUBJECT *
007300*     WHEN IT WROTE NONE; THE BODY LINES STAY OFF AN SMS.  *
007310*----------------------------------------------------------*
007320 3650-ENVIA-SMS.
007330     MOVE SPACES TO GW-ENVIO-SMS
007340     MOVE 'S'             TO GWS-TIPO
007350     MOVE MED-MSG-ID      TO GWS-MSG-ID
007360     MOVE MED-CON-CELULAR TO GWS-CELULAR
007370     IF MED-MSG-RESUMO NOT = SPACES
007380        MOVE MED-MSG-RESUMO TO GWS-TEXTO
007390     ELSE
007400        MOVE MED-MSG-ASSUNTO TO GWS-TEXTO
007410     END-IF
007420     WRITE GW-ENVIO-SMS
007430     ADD 1 TO WS-CONT-SMS
007440     .
007450 3650-EXIT.
007460     EXIT.
007470 3700-TRATA-LINHA.
007480     EVALUATE TRUE
007490         WHEN MSA-POR-EMAIL
007500             MOVE SPACES TO GW-ENVIO-TEXTO
007510             MOVE 'T'           TO GWT-TIPO
007520             MOVE MED-MSG-ID    TO GWT-MSG-ID
007530             MOVE MED-MSG-LINHA TO GWT-LINHA
007540             MOVE MED-MSG-TEXTO TO GWT-TEXTO
007550             WRITE GW-ENVIO-TEXTO
007560         WHEN MSA-POR-CARTA
007570             MOVE MED-MSG-TEXTO TO MSG-CARTA-REC
007580             WRITE MSG-CARTA-REC
007590     END-EVALUATE
007600     .
007610 3700-EXIT.
007620     EXIT.
007630*----------------------------------------------------------*
007640* 3800-ABRE-CARTA -- THE LETTER HEADING; THE BODY FOLLOWS  *
007650*     LINE BY LINE AND 3900 SIGNS IT.                      *
007660*----------------------------------------------------------*
007670 3800-ABRE-CARTA.
007680     MOVE WS-CAR-TRACO TO MSG-CARTA-REC
007690     WRITE MSG-CARTA-REC
007700     MOVE WS-CAR-ESCOLA TO MSG-CARTA-REC
007710     WRITE MSG-CARTA-REC
007720     MOVE MED-MSG-ASSUNTO    TO WS-CRT-TITULO
007730     MOVE MED-MSG-REFERENCIA TO WS-CRT-REFERENCIA
007740     MOVE WS-CAR-TITULO TO MSG-CARTA-REC
007750     WRITE MSG-CARTA-REC
007760     MOVE WS-CAR-TRACO TO MSG-CARTA-REC
007770     WRITE MSG-CARTA-REC
007780     MOVE MED-MSG-RESPONSAVEL TO WS-CRD-NOME
007790     MOVE WS-CAR-DESTINO TO MSG-CARTA-REC
007800     WRITE MSG-CARTA-REC
007810     MOVE MED-MSG-RUA    TO WS-CRE-RUA
007820     MOVE MED-MSG-BAIRRO TO WS-CRE-BAIRRO
007830     MOVE MED-MSG-CIDADE TO WS-CRE-CIDADE
007840     MOVE MED-MSG-UF     TO WS-CRE-UF
007850     MOVE MED-MSG-CEP    TO WS-CRE-CEP
007860     MOVE WS-CAR-ENDERECO-1 TO MSG-CARTA-REC
007870     WRITE MSG-CARTA-REC
007880     MOVE WS-CAR-ENDERECO-2 TO MSG-CARTA-REC
007890     WRITE MSG-CARTA-REC
007900     MOVE SPACES TO MSG-CARTA-REC
007910     WRITE MSG-CARTA-REC
007920     SET MSA-POR-CARTA TO TRUE
007930     ADD 1 TO WS-CONT-CARTAS
007940     .
007950 3800-EXIT.
007960     EXIT.
007970*----------------------------------------------------------*
007980* 3900-ENCERRA-MENSAGEM -- A PAPER LETTER IS DATED AND     *
007990*     SIGNED BY THE SECTOR OF ITS CATEGORY.                *
008000*----------------------------------------------------------*
008010 3900-ENCERRA-MENSAGEM.
008020     IF NOT MSA-POR-CARTA
008030        GO TO 3900-FIM
008040     END-IF
008050     MOVE SPACES TO MSG-CARTA-REC
008060     WRITE MSG-CARTA-REC
008070     MOVE WS-DATA-HOJE TO WS-CRM-DATA
008080     MOVE WS-CAR-EMISSAO TO MSG-CARTA-REC
008090     WRITE MSG-CARTA-REC
008100     MOVE SPACES TO MSG-CARTA-REC
008110     WRITE MSG-CARTA-REC
008120     MOVE WS-CAR-ASSINATURA TO MSG-CARTA-REC
008130     WRITE MSG-CARTA-REC
008140     EVALUATE WS-MSA-CATEGORIA
008150         WHEN 'F'
008160             MOVE "   SETOR FINANCEIRO" TO WS-CRA-SETOR
008170         WHEN 'A'
008180             MOVE "COORDENACAO PEDAGOGICA" TO WS-CRA-SETOR
008190         WHEN OTHER
008200             MOVE "      SECRETARIA" TO WS-CRA-SETOR
008210     END-EVALUATE
008220     MOVE WS-CAR-ASSINATURA-ROTULO TO MSG-CARTA-REC
008230     WRITE MSG-CARTA-REC
008240     MOVE WS-CAR-TRACO TO MSG-CARTA-REC
008250     WRITE MSG-CARTA-REC
008260     MOVE SPACES TO MSG-CARTA-REC
008270     WRITE MSG-CARTA-REC
008280     .
008290 3900-FIM.
008300     SET MSA-SEM-LINHAS TO TRUE
008310     .
008320 3900-EXIT.
008330     EXIT.
008340*----------------------------------------------------------*
008350* 9000-FINALIZE -- CLOSE THE FILES AND SHOW THE RUN COUNTS *
008360*----------------------------------------------------------*
008370 9000-FINALIZE.
008380     CLOSE MSG-MASTER-FILE
008390     CLOSE GW-ENVIO-FILE
008400     CLOSE MSG-CARTA-FILE
008410     CLOSE MSG-RELATORIO-FILE
008420     IF CONTMAST-ABERTO
008430        CLOSE CONTATO-MASTER-FILE
008440     END-IF
008450     IF FAMMAST-ABERTO
008460        CLOSE FAMILIA-MASTER-FILE
008470     END-IF
008480     IF STUMAST-ABERTO
008490        CLOSE STUDENT-MASTER-FILE
008500     END-IF
008510     IF WS-MSA-ORFAS > ZERO
008520        ADD WS-MSA-ORFAS TO WS-CONT-ANOMALIAS
008530        DISPLAY "LINHAS SEM CABECALHO IGNORADAS: " WS-MSA-ORFAS
008540     END-IF
008550     DISPLAY "RETORNOS LIDOS......: " WS-CONT-RETORNOS
008560     DISPLAY "  ENTREGUES.........: " WS-CONT-ENTREGUES
008570     DISPLAY "  FALHAS............: " WS-CONT-FALHAS
008580     DISPLAY "  JA REGISTRADOS....: " WS-CONT-REPETIDOS
008590     DISPLAY "MENSAGENS NA FILA...: " WS-CONT-MENSAGENS
008600     DISPLAY "  POR E-MAIL........: " WS-CONT-EMAIL
008610     DISPLAY "  POR SMS...........: " WS-CONT-SMS
008620     DISPLAY "  EM PAPEL..........: " WS-CONT-CARTAS
008630     DISPLAY "  BLOQUEADAS........: " WS-CONT-BLOQUEADAS
008640     DISPLAY "  JA DESPACHADAS....: " WS-CONT-JA-ENVIADAS
008650     DISPLAY "ANOMALIAS...........: " WS-CONT-ANOMALIAS
008660     IF WS-CONT-FALHAS > ZERO OR WS-CONT-ANOMALIAS > ZERO
008670        MOVE "MSGANO" TO MED-ERROR-CODE
008680        MOVE "FALHAS OU ANOMALIAS NO DESPACHO - VER MSGREL" TO
008690            MED-ERROR-TEXT
008700        SET MED-RC-DATA-ERROR TO TRUE
008710        PERFORM 9800-ERROR-LOG THRU 9800-EXIT
008720        MOVE 4 TO RETURN-CODE
008730     END-IF
008740     .
008750 9000-EXIT.
008760     EXIT.
008770*----------------------------------------------------------*
008780* 9800-ERROR-LOG -- SHARED ERROR-LOGGING PARAGRAPH (ERRPARA) *
008790*----------------------------------------------------------*
008800     COPY ERRPARA.
008810 END PROGRAM MENSAGEM_DESPACHO.
