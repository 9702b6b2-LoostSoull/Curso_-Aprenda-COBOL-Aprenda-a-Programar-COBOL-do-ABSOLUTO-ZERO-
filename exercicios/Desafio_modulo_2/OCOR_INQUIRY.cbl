000100*****************************************************************
000110* Program:      OCOR_INQUIRY
000120* Author:       J. ALBUQUERQUE - APPLICATIONS SUPPORT
000130* Installation: ESCOLA - SISTEMA ACADEMICO
000140* Date-Written: 2026-10-15
000150* Date-Compiled:
000160* Purpose:      Online inquiry of a student's disciplinary
000170*               occurrences, in the BOLETIM_INQUIRY style: the
000180*               operator must hold the inquiry function on
000190*               OPERMAST, each pass accepts a student ID (zero
000200*               ends the session) and lists every occurrence on
000210*               OCORMAST for that student (copybooks OCRSEL/
000220*               OCRMST) -- date, turma, reporting teacher off
000230*               PROFMAST, type, severity, measure and
000240*               description, codes spelled out from OCRTAB -- for
000250*               the conselho and the rematricula review. Every
000260*               inquiry, found or not, is logged to ACESSLOG on
000270*               the audit chain, since these are records about
000280*               minors.
000290* Modification History:
000300*   2026-10-15 JA  Initial version.
000310* Tectonics: cobc
000320*****************************************************************
000330 IDENTIFICATION DIVISION.
000340 PROGRAM-ID. OCOR_INQUIRY.
000350 ENVIRONMENT DIVISION.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     COPY OCRSEL.
000390     COPY PROFSEL.
000400     COPY OPERSEL.
000410     COPY ACSSEL.
000420 DATA DIVISION.
000430 FILE SECTION.
000440 FD  OCOR-MASTER-FILE.
000450     COPY OCRMST.
000460 FD  PROF-MASTER-FILE.
000470     COPY PROFMST.
000480 FD  OPER-MASTER-FILE.
000490     COPY OPERMST.
000500     COPY ACSFD.
000510 WORKING-STORAGE SECTION.
000520     COPY OCRTAB.
000530 01  WS-SWITCHES.
000540     03  WS-EOF-OCOR            PIC X(01) VALUE 'N'.
000550         88  FIM-DO-OCOR              VALUE 'S'.
000560     03  WS-ACHOU-ALUNO         PIC X(01) VALUE 'N'.
000570         88  INQ-ACHOU-ALUNO          VALUE 'S'.
000580         88  INQ-NAO-ACHOU-ALUNO      VALUE 'N'.
000590     03  WS-FIM-INQUIRY         PIC X(01) VALUE 'N'.
000600         88  FIM-DA-INQUIRY           VALUE 'S'.
000610     03  WS-PROF-ABERTO         PIC X(01) VALUE 'N'.
000620         88  PROFMAST-ABERTO          VALUE 'S'.
000630 01  WS-OCR-MASTER-STATUS       PIC X(02) VALUE SPACES.
000640 01  WS-PRF-MASTER-STATUS       PIC X(02) VALUE SPACES.
000650 01  WS-OPR-MASTER-STATUS       PIC X(02) VALUE SPACES.
000660     COPY OPERREC.
000670     COPY CADREC.
000680 01  WS-ALUNO-ID-INQ            PIC 9(07) VALUE ZERO.
000690 01  WS-OPERADOR                PIC X(08) VALUE SPACES.
000700 01  WS-QTD-OCORRENCIAS         PIC 9(03) VALUE ZERO.
000710 01  WS-EXB-TIPO                PIC X(20) VALUE SPACES.
000720 01  WS-EXB-MEDIDA              PIC X(20) VALUE SPACES.
000730 01  WS-EXB-GRAVIDADE           PIC X(11) VALUE SPACES.
000740 01  WS-EXB-PROFESSOR           PIC X(30) VALUE SPACES.
000750*----------------------------------------------------------*
000760* ACCESS-LOG LINE (MOVED INTO ACCESS-LOG-REC) -- ONE LINE   *
000770*     PER INQUIRY, FOUND OR NOT.                            *
000780*----------------------------------------------------------*
000790 01  WS-ACESSO-LINE.
000800     03  WS-ACS-DATE            PIC 9(08).
000810     03  WS-ACS-TIME            PIC 9(08).
000820     03  FILLER                 PIC X(01) VALUE SPACE.
000830     03  WS-ACS-OPERADOR        PIC X(08).
000840     03  FILLER                 PIC X(01) VALUE SPACE.
000850     03  WS-ACS-ALUNO-ID        PIC 9(07).
000860     03  FILLER                 PIC X(01) VALUE SPACE.
000870     03  WS-ACS-RESULTADO       PIC X(03).
000880 PROCEDURE DIVISION.
000890 0000-MAIN-PROCEDURE.
000900     DISPLAY "IDENTIFICACAO DO OPERADOR: "
000910     ACCEPT WS-OPERADOR
000920     IF WS-OPERADOR = SPACES
000930        DISPLAY "SEM IDENTIFICACAO -- CONSULTA ENCERRADA"
000940        SET FIM-DA-INQUIRY TO TRUE
000950     END-IF
000960     IF NOT FIM-DA-INQUIRY
000970        PERFORM 9200-ABRE-OPERMAST THRU 9200-EXIT-OPER
000980        MOVE WS-OPERADOR TO MED-OPR-CHECK-ID
000990        MOVE 'C' TO MED-OPR-FUNC-CHECK
001000        PERFORM 9250-VERIFICA-OPERADOR THRU 9250-EXIT-OPER
001010        IF NOT OPERADOR-AUTORIZADO
001020           DISPLAY "OPERADOR " WS-OPERADOR
001030               " SEM PERMISSAO DE CONSULTA"
001040           MOVE ZERO TO MED-OPN-ALUNO-ID
001050           PERFORM 9280-NEGA-ACESSO THRU 9280-EXIT-OPER
001060           SET FIM-DA-INQUIRY TO TRUE
001070           MOVE 8 TO RETURN-CODE
001080        END-IF
001090     END-IF
001100     IF NOT FIM-DA-INQUIRY
001110        OPEN INPUT PROF-MASTER-FILE
001120        IF WS-PRF-MASTER-STATUS = "00"
001130           SET PROFMAST-ABERTO TO TRUE
001140        END-IF
001150     END-IF
001160     PERFORM 1000-PROCESSA-INQUIRY THRU 1000-EXIT-INQUIRY
001170         UNTIL FIM-DA-INQUIRY
001180     IF PROFMAST-ABERTO
001190        CLOSE PROF-MASTER-FILE
001200     END-IF
001210     PERFORM 9290-FECHA-OPERMAST THRU 9290-EXIT-OPER
001220     STOP RUN.
001230*----------------------------------------------------------*
001240* 1000-PROCESSA-INQUIRY -- ONE PASS OF THE INQUIRY          *
001250*     TRANSACTION: ACCEPT A STUDENT ID (ZERO ENDS THE       *
001260*     SESSION), LIST THE OCCURRENCES AND LOG THE ACCESS.   *
001270*----------------------------------------------------------*
001280 1000-PROCESSA-INQUIRY.
001290     DISPLAY "INFORME O ID DO ALUNO (0 PARA TERMINAR): "
001300     ACCEPT WS-ALUNO-ID-INQ
001310     IF WS-ALUNO-ID-INQ = ZERO
001320        SET FIM-DA-INQUIRY TO TRUE
001330     ELSE
001340        PERFORM 2000-LISTA-OCORRENCIAS THRU 2000-EXIT-LISTA
001350        PERFORM 4000-GRAVA-ACESSO THRU 4000-EXIT-ACESSO
001360        IF INQ-ACHOU-ALUNO
001370           DISPLAY "TOTAL DE OCORRENCIAS: " WS-QTD-OCORRENCIAS
001380           DISPLAY "*****************************"
001390        ELSE
001400           DISPLAY "ALUNO " WS-ALUNO-ID-INQ
001410               " NAO TEM OCORRENCIA REGISTRADA."
001420        END-IF
001430     END-IF
001440     .
001450 1000-EXIT-INQUIRY.
001460     EXIT.
001470*----------------------------------------------------------*
001480* 2000-LISTA-OCORRENCIAS -- START OCORMAST AT THE STUDENT'S *
001490*     FIRST OCCURRENCE AND READ FORWARD WHILE THE STUDENT   *
001500*     ID HOLDS. NO OCORMAST YET MEANS NO OCCURRENCE.        *
001510*----------------------------------------------------------*
001520 2000-LISTA-OCORRENCIAS.
001530     SET INQ-NAO-ACHOU-ALUNO TO TRUE
001540     MOVE ZERO TO WS-QTD-OCORRENCIAS
001550     MOVE 'N' TO WS-EOF-OCOR
001560     OPEN INPUT OCOR-MASTER-FILE
001570     IF WS-OCR-MASTER-STATUS NOT = "00"
001580        GO TO 2000-EXIT-LISTA
001590     END-IF
001600     MOVE WS-ALUNO-ID-INQ TO MED-OCR-ALUNO-ID
001610     MOVE ZERO            TO MED-OCR-SEQ
001620     START OCOR-MASTER-FILE KEY NOT LESS MED-OCR-CHAVE
001630         INVALID KEY
001640             SET FIM-DO-OCOR TO TRUE
001650     END-START
001660     PERFORM 2100-LE-OCORRENCIA THRU 2100-EXIT-LE
001670         UNTIL FIM-DO-OCOR
001680     CLOSE OCOR-MASTER-FILE
001690     .
001700 2000-EXIT-LISTA.
001710     EXIT.
001720*----------------------------------------------------------*
001730* 2100-LE-OCORRENCIA -- READ THE NEXT OCCURRENCE; WHILE IT  *
001740*     IS THE STUDENT'S, DISPLAY IT.                         *
001750*----------------------------------------------------------*
001760 2100-LE-OCORRENCIA.
001770     READ OCOR-MASTER-FILE NEXT RECORD
001780         AT END
001790             SET FIM-DO-OCOR TO TRUE
001800             GO TO 2100-EXIT-LE
001810     END-READ
001820     IF MED-OCR-ALUNO-ID NOT = WS-ALUNO-ID-INQ
001830        SET FIM-DO-OCOR TO TRUE
001840        GO TO 2100-EXIT-LE
001850     END-IF
001860     IF INQ-NAO-ACHOU-ALUNO
001870        DISPLAY "***** OCORRENCIAS DISCIPLINARES *****"
001880        DISPLAY "ALUNO: " WS-ALUNO-ID-INQ
001890        SET INQ-ACHOU-ALUNO TO TRUE
001900     END-IF
001910     ADD 1 TO WS-QTD-OCORRENCIAS
001920     PERFORM 3000-EXIBE-OCORRENCIA THRU 3000-EXIT-EXIBE
001930     .
001940 2100-EXIT-LE.
001950     EXIT.
001960*----------------------------------------------------------*
001970* 3000-EXIBE-OCORRENCIA -- DISPLAY THE OCCURRENCE HELD IN   *
001980*     MED-OCOR-MASTER-REC, CODES SPELLED OUT.               *
001990*----------------------------------------------------------*
002000 3000-EXIBE-OCORRENCIA.
002010     SET MED-OCR-TIPO-IDX TO 1
002020     SEARCH MED-OCR-TIPO-ENTRY
002030         AT END
002040             MOVE MED-OCR-TIPO TO WS-EXB-TIPO
002050         WHEN MED-OCR-TIPO-COD (MED-OCR-TIPO-IDX) = MED-OCR-TIPO
002060             MOVE MED-OCR-TIPO-DESC (MED-OCR-TIPO-IDX) TO
002070                 WS-EXB-TIPO
002080     END-SEARCH
002090     SET MED-OCR-MED-IDX TO 1
002100     SEARCH MED-OCR-MEDIDA-ENTRY
002110         AT END
002120             MOVE MED-OCR-MEDIDA TO WS-EXB-MEDIDA
002130         WHEN MED-OCR-MEDIDA-COD (MED-OCR-MED-IDX) =
002140              MED-OCR-MEDIDA
002150             MOVE MED-OCR-MEDIDA-DESC (MED-OCR-MED-IDX) TO
002160                 WS-EXB-MEDIDA
002170     END-SEARCH
002180     IF MED-OCR-GRAV-VALIDA
002190        MOVE MED-OCR-GRAV-DESC (MED-OCR-GRAVIDADE) TO
002200            WS-EXB-GRAVIDADE
002210     ELSE
002220        MOVE MED-OCR-GRAVIDADE TO WS-EXB-GRAVIDADE
002230     END-IF
002240     MOVE SPACES TO WS-EXB-PROFESSOR
002250     IF PROFMAST-ABERTO
002260        MOVE MED-OCR-PRF-ID TO MED-PRF-ID
002270        READ PROF-MASTER-FILE
002280            INVALID KEY
002290                MOVE SPACES TO MED-PRF-NOME
002300        END-READ
002310        MOVE MED-PRF-NOME TO WS-EXB-PROFESSOR
002320     END-IF
002330     DISPLAY "  OCORRENCIA " MED-OCR-SEQ
002340         " DATA: " MED-OCR-DATA
002350         " TURMA: " MED-OCR-TURMA
002360     DISPLAY "    PROFESSOR: " MED-OCR-PRF-ID " " WS-EXB-PROFESSOR
002370     DISPLAY "    TIPO: " WS-EXB-TIPO
002380         " GRAVIDADE: " WS-EXB-GRAVIDADE
002390     IF MED-OCR-SUSPENSAO
002400        DISPLAY "    MEDIDA: " WS-EXB-MEDIDA
002410            " DIAS: " MED-OCR-DIAS-SUSP
002420     ELSE
002430        DISPLAY "    MEDIDA: " WS-EXB-MEDIDA
002440     END-IF
002450     DISPLAY "    " MED-OCR-DESCRICAO
002460     IF MED-OCR-AVISADO
002470        DISPLAY "    RESPONSAVEL AVISADO EM " MED-OCR-DATA-AVISO
002480     END-IF
002490     .
002500 3000-EXIT-EXIBE.
002510     EXIT.
002520*----------------------------------------------------------*
002530* 4000-GRAVA-ACESSO -- ONE ACCESS-LOG LINE PER INQUIRY,      *
002540*     FOUND (SIM) OR NOT (NAO), SO COMPLIANCE CAN ANSWER      *
002550*     WHO VIEWED WHICH STUDENT'S RECORDS.                     *
002560*----------------------------------------------------------*
002570 4000-GRAVA-ACESSO.
002580     ACCEPT WS-ACS-DATE FROM DATE YYYYMMDD
002590     ACCEPT WS-ACS-TIME FROM TIME
002600     MOVE WS-OPERADOR     TO WS-ACS-OPERADOR
002610     MOVE WS-ALUNO-ID-INQ TO WS-ACS-ALUNO-ID
002620     IF INQ-ACHOU-ALUNO
002630        MOVE "SIM" TO WS-ACS-RESULTADO
002640     ELSE
002650        MOVE "NAO" TO WS-ACS-RESULTADO
002660     END-IF
002670     MOVE ZERO TO MED-CAD-SEQ MED-CAD-CHECK
002680     MOVE 40 TO MED-CAD-TAMANHO
002690     MOVE 'N' TO MED-OPR-FIM-ANCORA
002700     OPEN INPUT ACCESS-LOG-FILE
002710     PERFORM 9285-ANCORA-ACESSO THRU 9285-EXIT-OPER
002720         WITH TEST BEFORE UNTIL MED-OPR-FIM-ANCORA = 'S'
002730     CLOSE ACCESS-LOG-FILE
002740     MOVE 'N' TO MED-OPR-FIM-ANCORA
002750     MOVE SPACES TO MED-CAD-CONTEUDO
002760     MOVE WS-ACESSO-LINE TO MED-CAD-CONTEUDO (1:40)
002770     PERFORM 9160-CALCULA-ELO THRU 9160-EXIT-CAD
002780     MOVE SPACES TO ACCESS-LOG-REC
002790     MOVE WS-ACESSO-LINE TO ACCESS-LOG-REC (1:40)
002800     MOVE MED-CAD-SEQ   TO ACCESS-LOG-REC (42:7)
002810     MOVE MED-CAD-CHECK TO ACCESS-LOG-REC (49:9)
002820     OPEN EXTEND ACCESS-LOG-FILE
002830     WRITE ACCESS-LOG-REC
002840     CLOSE ACCESS-LOG-FILE
002850     .
002860 4000-EXIT-ACESSO.
002870     EXIT.
002880*----------------------------------------------------------*
002890* 9200/9250/9280/9290 -- SHARED OPERATOR-AUTHORIZATION      *
002900*     PARAGRAPHS (OPERPARA) AND THE AUDIT-CHAIN PARAGRAPHS  *
002910*     (CADPARA) THE ACCESS-LOG STAMP RIDES ON.              *
002920*----------------------------------------------------------*
002930     COPY CADPARA.
002940     COPY OPERPARA.
002950 END PROGRAM OCOR_INQUIRY.
