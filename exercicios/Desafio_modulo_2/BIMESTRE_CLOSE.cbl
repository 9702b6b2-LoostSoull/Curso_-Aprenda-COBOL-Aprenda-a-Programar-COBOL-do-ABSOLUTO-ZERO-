000170*               after CONSOLIDA_FINAL once the boletins are in
000180*               the parents' hands. Reads one request from
000190*               SYSIN, RUN_CONTROL style:
000200*                 FECHA  <ano> <bim> <autorizador> [S] -- append
000210*                     the F record to PERSTAT. The archive
000220*                     writers (CALC_MEDIA_BATCH, NOTA_CORRIGE,
000230*                     RECUP_REGRADE, SEGUNDA_CHAMADA) then
000250*                     that year/bimestre -- a late run can no
000260*                     longer silently change the official
000270*                     result through the latest-wins rule.
000270*                     Refused (RC 8) while any grade or
000270*                     attendance sheet of the bimestre is still
000270*                     PENDENTE on ENTRFICH (ENTSEL/ENTFD), each
000270*                     one listed; an S after a non-blank
000270*                     authorizer forces the close anyway and
000270*                     the override is logged to ERRORLOG.
000280*                 REABRE <ano> <bim> <autorizador> -- append
000290*                     the A record; the authorizer is REQUIRED
000300*                     and the reopen is logged to ERRORLOG, so
000310*                     no closed bimestre ever reopens silently.
000310*                 CONFER <ano> <bim> -- confirm that bimestres 1
000310*                     through <bim> of the year are all closed;
000310*                     each one still open is listed and the run
000310*                     ends with condition code 8. YEARRUN runs it
000310*                     ahead of the year-end chain.
000320*               Latest PERSTAT record per year/bimestre wins
000330*               (copybooks PERSEL/PERFD/PERREC/PERPARA).
000340* Modification History:
000350*   2026-09-03 JA  Initial version.
000350*   2026-10-15 JA  CONFER request: bimestres 1 to <bim> of the
000350*                  year must all be closed on PERSTAT, else RC 8
000350*                  -- the YEARRUN gate ahead of CONSOLIDA_FINAL.
000350*   2026-10-15 JA  FECHA holds while teacher sheets of the
000350*                  bimestre are still missing on the ENTRFICH
000350*                  submission control; the authorizer forces it
000350*                  with S in the new override column.
000360* Tectonics: cobc
000370*****************************************************************
000380 IDENTIFICATION DIVISION.
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     COPY PERSEL.
000430     COPY ENTSEL.
000440     COPY ERRLSEL.
000450 DATA DIVISION.
000460 FILE SECTION.
000470     COPY PERFD.
000470     COPY ENTFD.
000480     COPY ERRLFD.
000490 WORKING-STORAGE SECTION.
000500     COPY ERRCODES.
000510     COPY PERREC.
000520 01  WS-PER-STATUS-FS           PIC X(02) VALUE SPACES.
000520 01  WS-ENT-STATUS              PIC X(02) VALUE SPACES.
000530 01  WS-NOVO-STATUS             PIC X(01) VALUE SPACE.
000540 01  WS-DATA-HOJE               PIC 9(08) VALUE ZERO.
000540 01  WS-BIM-SUB                 PIC 9(01) VALUE ZERO.
000540 01  WS-QTD-ABERTOS             PIC 9(01) VALUE ZERO.
000540 01  WS-QTD-FALTANDO            PIC 9(05) VALUE ZERO.
000540 01  WS-EOF-ENTREGA             PIC X(01) VALUE 'N'.
000540     88  FIM-DO-ENTREGA               VALUE 'S'.
000550*----------------------------------------------------------*
000560* SYSIN REQUEST LINE:                                       *
000570*     FUNCAO(6) SP ANO(4) SP BIM(1) SP AUTORIZADOR(8)       *
000570*     SP FORCA(1) -- S: CLOSE DESPITE MISSING SHEETS        *
000580*----------------------------------------------------------*
000590 01  WS-PARM-LINE.
000600     03  WS-PRM-FUNCAO          PIC X(06).
000610         88  FUNCAO-FECHA             VALUE "FECHA ".
000620         88  FUNCAO-REABRE            VALUE "REABRE".
000620         88  FUNCAO-CONFERE           VALUE "CONFER".
000630     03  FILLER                 PIC X(01).
000640     03  WS-PRM-ANO             PIC 9(04).
000650     03  FILLER                 PIC X(01).
000660     03  WS-PRM-BIM             PIC 9(01).
000670     03  FILLER                 PIC X(01).
000680     03  WS-PRM-AUTORIZADOR     PIC X(08).
000680     03  FILLER                 PIC X(01).
000680     03  WS-PRM-FORCA           PIC X(01).
000680         88  FORCA-PEDIDA             VALUE 'S'.
000690 PROCEDURE DIVISION.
000700 0000-MAIN-PROCEDURE.
000710     MOVE "BIMCLOSE" TO MED-ERROR-PROGRAM
000870             PERFORM 2000-FECHA-BIMESTRE THRU 2000-EXIT
000880         WHEN FUNCAO-REABRE
000890             PERFORM 5000-REABRE-BIMESTRE THRU 5000-EXIT
000890         WHEN FUNCAO-CONFERE
000890             PERFORM 3000-CONFERE-ANO THRU 3000-EXIT
000900         WHEN OTHER
000910             DISPLAY "FUNCAO INVALIDA: " WS-PRM-FUNCAO
000920             MOVE 8 TO RETURN-CODE
001020        MOVE 4 TO RETURN-CODE
001030        GO TO 2000-EXIT
001040     END-IF
001050     PERFORM 2100-CONFERE-FICHAS THRU 2100-EXIT
001050     IF WS-QTD-FALTANDO > ZERO
001050        IF NOT FORCA-PEDIDA OR WS-PRM-AUTORIZADOR = SPACES
001050           DISPLAY WS-QTD-FALTANDO " FICHA(S) DO BIMESTRE "
001050               WS-PRM-BIM " DE " WS-PRM-ANO " AINDA PENDENTE(S)"
001050           DISPLAY "FECHAMENTO RECUSADO -- AUTORIZADOR COM S NA "
001050               "COLUNA DE FORCA PARA FECHAR ASSIM MESMO"
001050           MOVE 8 TO RETURN-CODE
001050           GO TO 2000-EXIT
001050        END-IF
001050        MOVE "BIMFOR" TO MED-ERROR-CODE
001050        STRING "BIMESTRE FECHADO COM " WS-QTD-FALTANDO
001050            " FICHAS FALTANDO POR " WS-PRM-AUTORIZADOR
001050            DELIMITED BY SIZE INTO MED-ERROR-TEXT
001050        SET MED-RC-WARNING TO TRUE
001050        PERFORM 9800-ERROR-LOG THRU 9800-EXIT
001050        DISPLAY "FECHAMENTO FORCADO POR " WS-PRM-AUTORIZADOR
001050            " COM " WS-QTD-FALTANDO " FICHA(S) FALTANDO"
001050     END-IF
001050     MOVE 'F' TO WS-NOVO-STATUS
001060     PERFORM 7000-GRAVA-PERSTAT THRU 7000-EXIT
001070     DISPLAY "BIMESTRE " WS-PRM-BIM " DE " WS-PRM-ANO
001090     .
001100 2000-EXIT.
001110     EXIT.
001110*----------------------------------------------------------*
001110* 2100-CONFERE-FICHAS -- COUNT AND LIST THE SHEETS OF THE   *
001110*     BIMESTRE STILL PENDENTE ON ENTRFICH. WITHOUT ENTRFICH *
001110*     THERE IS NOTHING EXPECTED AND THE CHECK IS SKIPPED.   *
001110*----------------------------------------------------------*
001110 2100-CONFERE-FICHAS.
001110     MOVE ZERO TO WS-QTD-FALTANDO
001110     OPEN INPUT ENTREGA-FICHA-FILE
001110     IF WS-ENT-STATUS NOT = "00"
001110        DISPLAY "ENTRFICH NAO DISPONIVEL (STATUS " WS-ENT-STATUS
001110            ") -- ENTREGA DE FICHAS NAO CONFERIDA"
001110        GO TO 2100-EXIT
001110     END-IF
001110     MOVE 'N' TO WS-EOF-ENTREGA
001110     MOVE LOW-VALUES TO MED-ENT-CHAVE
001110     MOVE WS-PRM-ANO TO MED-ENT-ANO
001110     MOVE WS-PRM-BIM TO MED-ENT-BIM
001110     START ENTREGA-FICHA-FILE KEY NOT LESS MED-ENT-CHAVE
001110         INVALID KEY
001110             SET FIM-DO-ENTREGA TO TRUE
001110     END-START
001110     PERFORM 2150-CONFERE-FICHA THRU 2150-EXIT
001110         UNTIL FIM-DO-ENTREGA
001110     CLOSE ENTREGA-FICHA-FILE
001110     .
001110 2100-EXIT.
001110     EXIT.
001110 2150-CONFERE-FICHA.
001110     READ ENTREGA-FICHA-FILE NEXT RECORD
001110         AT END
001110             SET FIM-DO-ENTREGA TO TRUE
001110             GO TO 2150-EXIT
001110     END-READ
001110     IF MED-ENT-ANO NOT = WS-PRM-ANO
001110        OR MED-ENT-BIM NOT = WS-PRM-BIM
001110        SET FIM-DO-ENTREGA TO TRUE
001110        GO TO 2150-EXIT
001110     END-IF
001110     IF NOT MED-ENT-PENDENTE
001110        GO TO 2150-EXIT
001110     END-IF
001110     ADD 1 TO WS-QTD-FALTANDO
001110     DISPLAY "FICHA PENDENTE: " MED-ENT-TURMA " "
001110         MED-ENT-MATERIA-NOME " " MED-ENT-TIPO " "
001110         MED-ENT-PROFESSOR
001110     .
001110 2150-EXIT.
001110     EXIT.
001120*----------------------------------------------------------*
001130* 3000-CONFERE-ANO -- BIMESTRES 1 TO <BIM> MUST ALL BE      *
001130*     CLOSED; EACH ONE STILL OPEN IS LISTED.               *
001130*----------------------------------------------------------*
001130 3000-CONFERE-ANO.
001130     MOVE ZERO TO WS-QTD-ABERTOS
001130     PERFORM 3100-CONFERE-BIMESTRE THRU 3100-EXIT
001130         VARYING WS-BIM-SUB FROM 1 BY 1
001130         UNTIL WS-BIM-SUB > WS-PRM-BIM
001130     IF WS-QTD-ABERTOS > ZERO
001130        DISPLAY WS-QTD-ABERTOS " BIMESTRE(S) DE " WS-PRM-ANO
001130            " AINDA ABERTO(S) -- FECHE ANTES DE PROSSEGUIR"
001130        MOVE 8 TO RETURN-CODE
001130        GO TO 3000-EXIT
001130     END-IF
001130     DISPLAY "BIMESTRES 1 A " WS-PRM-BIM " DE " WS-PRM-ANO
001130         " FECHADOS"
001130     .
001130 3000-EXIT.
001130     EXIT.
001130 3100-CONFERE-BIMESTRE.
001130     MOVE WS-PRM-ANO TO MED-PER-ANO-CHECK
001130     MOVE WS-BIM-SUB TO MED-PER-BIM-CHECK
001130     PERFORM 9350-CONFERE-BIMESTRE THRU 9350-EXIT-PER
001130     IF NOT BIMESTRE-FECHADO
001130        DISPLAY "BIMESTRE " WS-BIM-SUB " DE " WS-PRM-ANO
001130            " ABERTO"
001130        ADD 1 TO WS-QTD-ABERTOS
001130     END-IF
001130     .
001130 3100-EXIT.
001130     EXIT.
001130*----------------------------------------------------------*
001130* 5000-REABRE-BIMESTRE -- THE A RECORD, AUTHORIZER          *
001140*     REQUIRED, PLUS AN ERRORLOG LINE.                      *
001150*----------------------------------------------------------*
