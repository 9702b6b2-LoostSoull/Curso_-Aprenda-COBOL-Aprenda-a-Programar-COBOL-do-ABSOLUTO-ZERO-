000320*               ROSTER HDR*/TRL* control records, whose hash
000330*               covers only the untouched notas and therefore
000340*               still balances.
000340*               DOCMAST goes to DOCMASTT under the same fake
000340*               ID: CPFs become generated ones that still pass
000340*               the check digits, RG and certidao become test
000340*               labels, and the birth date keeps its year and
000340*               month (day set to 01) so age-based reports
000340*               still come out the same.
000350* Modification History:
000360*   2026-09-03 JA  Initial version.
000360*   2026-10-15 JA  The raw ROSTER record is 112 bytes since the
000360*                  dependencia flag was added; both roster
000360*                  records widened to match.
000360*   2026-10-15 JA  DOCMAST, the personal-documents master
000360*                  (DOCSEL/DOCMST), is copied to DOCMASTT
000360*                  (7000-COPIA-DOCMAST) with fake CPFs from the
000360*                  shared check-digit routine (CPFREC/CPFPARA).
000370* Tectonics: cobc
000380*****************************************************************
000390 IDENTIFICATION DIVISION.
000440     COPY STUSEL.
000450     COPY TURMSEL.
000460     COPY FATSEL.
000460     COPY DOCSEL.
000470     SELECT ROSTER-RAW-FILE ASSIGN TO "ROSTER"
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS WS-ROSTER-STATUS.
000650         ACCESS MODE IS DYNAMIC
000660         RECORD KEY IS MED-FTT-NUMERO
000670         FILE STATUS IS WS-FTT-STATUS.
000670     SELECT DOC-TEST-FILE ASSIGN TO "DOCMASTT"
000670         ORGANIZATION IS INDEXED
000670         ACCESS MODE IS DYNAMIC
000670         RECORD KEY IS MED-DTT-ALUNO-ID
000670         FILE STATUS IS WS-DTT-STATUS.
000680     SELECT ROSTER-TEST-FILE ASSIGN TO "ROSTERT"
000690         ORGANIZATION IS LINE SEQUENTIAL.
000700     SELECT FREQ-TEST-FILE ASSIGN TO "FREQFILET"
000770     COPY TURMMST.
000780 FD  FATURA-MASTER-FILE.
000790     COPY FATMST.
000790 FD  DOCUM-MASTER-FILE.
000790     COPY DOCMST.
000800 FD  ROSTER-RAW-FILE.
000810 01  ROSTER-RAW-REC             PIC X(112).
000820 FD  FREQ-FILE.
000830 01  MED-FREQ-REC.
000840     03  MED-FRQ-ALUNO-ID       PIC 9(07).
000950 01  MED-FAT-TEST-REC.
000960     03  MED-FTT-NUMERO         PIC 9(07).
000970     03  MED-FTT-RESTO          PIC X(94).
000970 FD  DOC-TEST-FILE.
000970 01  MED-DOC-TEST-REC.
000970     03  MED-DTT-ALUNO-ID       PIC 9(07).
000970     03  MED-DTT-RESTO          PIC X(146).
000980 FD  ROSTER-TEST-FILE.
000990 01  ROSTER-TEST-REC            PIC X(112).
001000 FD  FREQ-TEST-FILE.
001010 01  FREQ-TEST-REC              PIC X(45).
001020 WORKING-STORAGE SECTION.
001030 01  WS-STU-MASTER-STATUS       PIC X(02) VALUE SPACES.
001040 01  WS-TUR-MASTER-STATUS       PIC X(02) VALUE SPACES.
001050 01  WS-FAT-MASTER-STATUS       PIC X(02) VALUE SPACES.
001050 01  WS-DOC-MASTER-STATUS       PIC X(02) VALUE SPACES.
001060 01  WS-ROSTER-STATUS           PIC X(02) VALUE SPACES.
001070 01  WS-FREQ-STATUS             PIC X(02) VALUE SPACES.
001080 01  WS-STT-STATUS              PIC X(02) VALUE SPACES.
001090 01  WS-TUT-STATUS              PIC X(02) VALUE SPACES.
001100 01  WS-FTT-STATUS              PIC X(02) VALUE SPACES.
001100 01  WS-DTT-STATUS              PIC X(02) VALUE SPACES.
001100     COPY CPFREC.
001110 01  WS-SWITCHES.
001120     03  WS-EOF-ARQ             PIC X(01) VALUE 'N'.
001130         88  FIM-DO-ARQUIVO           VALUE 'S'.
001390     03  WS-CONT-FATURAS        PIC 9(05) COMP VALUE ZERO.
001400     03  WS-CONT-ROSTER         PIC 9(05) COMP VALUE ZERO.
001410     03  WS-CONT-FREQ           PIC 9(05) COMP VALUE ZERO.
001410     03  WS-CONT-DOCUMENTOS     PIC 9(05) COMP VALUE ZERO.
001420 PROCEDURE DIVISION.
001430 0000-MAIN-PROCEDURE.
001440     PERFORM 2000-COPIA-STUMAST THRU 2000-EXIT
001460     PERFORM 4000-COPIA-FATMAST THRU 4000-EXIT
001470     PERFORM 5000-COPIA-ROSTER THRU 5000-EXIT
001480     PERFORM 6000-COPIA-FREQFILE THRU 6000-EXIT
001480     PERFORM 7000-COPIA-DOCMAST THRU 7000-EXIT
001490     PERFORM 9000-FINALIZE THRU 9000-EXIT
001500     STOP RUN.
001510*----------------------------------------------------------*
004050 6100-EXIT.
004060     EXIT.
004070*----------------------------------------------------------*
004080* 7000-COPIA-DOCMAST -- PERSONAL DOCUMENTS UNDER THE       *
004080*     MAPPED FAKE STUDENT. THE FAKE CPF IS 99 (98 FOR      *
004080*     THE RESPONSAVEL) AHEAD OF THE FAKE ID, WITH THE      *
004080*     CHECK DIGITS WORKED OUT, SO IT IS UNIQUE AND VALID;  *
004080*     A CPF NOT INFORMED STAYS ZERO.                       *
004080*----------------------------------------------------------*
004080 7000-COPIA-DOCMAST.
004080     MOVE 'N' TO WS-EOF-ARQ
004080     OPEN INPUT DOCUM-MASTER-FILE
004080     IF WS-DOC-MASTER-STATUS NOT = "00"
004080        DISPLAY "DOCMAST NAO DISPONIVEL, STATUS: "
004080            WS-DOC-MASTER-STATUS
004080        GO TO 7000-EXIT
004080     END-IF
004080     OPEN OUTPUT DOC-TEST-FILE
004080     MOVE ZERO TO MED-DOC-ALUNO-ID
004080     START DOCUM-MASTER-FILE KEY NOT LESS MED-DOC-ALUNO-ID
004080         INVALID KEY
004080             SET FIM-DO-ARQUIVO TO TRUE
004080     END-START
004080     PERFORM 7100-COPIA-UM-DOCUMENTO THRU 7100-EXIT
004080         UNTIL FIM-DO-ARQUIVO
004080     CLOSE DOC-TEST-FILE
004080     CLOSE DOCUM-MASTER-FILE
004080     .
004080 7000-EXIT.
004080     EXIT.
004080 7100-COPIA-UM-DOCUMENTO.
004080     READ DOCUM-MASTER-FILE NEXT RECORD
004080         AT END
004080             SET FIM-DO-ARQUIVO TO TRUE
004080             GO TO 7100-EXIT
004080     END-READ
004080     MOVE MED-DOC-ALUNO-ID TO WS-ID-BUSCA
004080     PERFORM 1500-MAPEIA-ALUNO THRU 1500-EXIT
004080     MOVE WS-ID-FALSO TO MED-DOC-ALUNO-ID
004080     IF MED-DOC-DATA-NASCIMENTO NOT = ZERO
004080        MOVE 01 TO MED-DOC-NASC-DIA
004080     END-IF
004080     IF MED-DOC-CPF NOT = ZERO
004080        COMPUTE MED-CPF-NUMERO = (990000000 + WS-ID-FALSO) * 100
004080        PERFORM 9950-GERA-CPF THRU 9950-EXIT-CPF
004080        MOVE MED-CPF-NUMERO TO MED-DOC-CPF
004080     END-IF
004080     IF MED-DOC-CPF-RESPONSAVEL NOT = ZERO
004080        COMPUTE MED-CPF-NUMERO = (980000000 + WS-ID-FALSO) * 100
004080        PERFORM 9950-GERA-CPF THRU 9950-EXIT-CPF
004080        MOVE MED-CPF-NUMERO TO MED-DOC-CPF-RESPONSAVEL
004080     END-IF
004080     IF MED-DOC-RG NOT = SPACES
004080        MOVE "RG DE TESTE" TO MED-DOC-RG
004080        MOVE "SSP"         TO MED-DOC-RG-ORGAO
004080        MOVE "SP"          TO MED-DOC-RG-UF
004080     END-IF
004080     IF MED-DOC-CERTIDAO NOT = SPACES
004080        MOVE "CERTIDAO DE TESTE" TO MED-DOC-CERTIDAO
004080     END-IF
004080     MOVE MED-DOCUMENTO-REC TO MED-DOC-TEST-REC
004080     WRITE MED-DOC-TEST-REC
004080         INVALID KEY
004080             DISPLAY "CHAVE DUPLICADA NO DOCMASTT: "
004080                 MED-DTT-ALUNO-ID
004080     END-WRITE
004080     ADD 1 TO WS-CONT-DOCUMENTOS
004080     .
004080 7100-EXIT.
004080     EXIT.
004080*----------------------------------------------------------*
004080* 9000-FINALIZE -- SHOW THE COPY COUNTS                     *
004090*----------------------------------------------------------*
004100 9000-FINALIZE.
004130     DISPLAY "FATURAS COPIADAS....: " WS-CONT-FATURAS
004140     DISPLAY "ROSTER COPIADO......: " WS-CONT-ROSTER
004150     DISPLAY "FREQUENCIA COPIADA..: " WS-CONT-FREQ
004150     DISPLAY "DOCUMENTOS COPIADOS.: " WS-CONT-DOCUMENTOS
004160     DISPLAY "ALUNOS NO MAPA......: " WS-MAPA-TABLE-QTD
004170     .
004180 9000-EXIT.
004190     EXIT.
004200*----------------------------------------------------------*
004200* 9950 -- SHARED CPF CHECK-DIGIT PARAGRAPHS (CPFPARA)      *
004200*----------------------------------------------------------*
004200     COPY CPFPARA.
004200 END PROGRAM TESTE_ANONIMIZA.
