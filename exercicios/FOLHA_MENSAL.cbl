000170*               EVALUATE_PROG fiscal periods -- payroll itself
000180*               was still a spreadsheet. For every employee on
000190*               the SALMAST salary master the run computes the
000200*               earnings and the standard deductions (INSS and
000210*               IRRF, band by band off the TABFISC tables in
000220*               force for the competence -- fixed-decimal COMPUTEs
000230*               each guarded by ON SIZE ERROR, the arithmetic
000240*               discipline MATEMATICA_PROG established),
000250*               stamps the line with the EVAL-FISCAL-CODE the
000330*               out stamped P13.
000340* Modification History:
000350*   2026-09-03 JA  Initial version.
000350*   2026-10-15 JA  The SUBSEXT absence/substitution extract
000350*                  (SUBST_MAINT) feeds the run: a teacher's
000350*                  unexcused lessons are docked and a
000350*                  substitute's covered lessons paid at the
000350*                  MED-SAL-VALOR-AULA hora-aula, each printed
000350*                  as its own FOLHAREG line (FAL / SUB) ahead
000350*                  of the employee line, whose gross -- and so
000350*                  the INSS/IRRF base -- carries both. Extract
000350*                  lessons for an employee without a hora-aula
000350*                  or off SALMAST are reported and end the run
000350*                  with condition code 4.
000350*   2026-10-15 JA  The flat INSS/IRRF rates and the single IRRF
000350*                  threshold are gone: SYSIN gives the competence
000350*                  paid (AAAAMM, default the current month), the
000350*                  TABFISC version in force for it supplies the
000350*                  progressive INSS and IRRF bands and the
000350*                  deduction per dependent (MED-SAL-DEPENDENTES),
000350*                  both taxes are computed band by band through
000350*                  TABFPARA, and FOLHAREG shows each band's base,
000350*                  rate and tax after the employee line (INS /
000350*                  IRF / DEP). No table version for the
000350*                  competence ends the run with condition code
000350*                  12; a SUBSEXT extract of another competence is
000350*                  ignored with condition code 4.
000350*   2026-10-15 JA  FOLHAREG opens with a *FOLHA header line
000350*                  naming the competence paid, so DIARIO_CONTABIL
000350*                  journals the payroll of the right month.
000350*   2026-10-15 JA  Vacation and termination payments calculated
000350*                  by FERIAS_RESC (FERPAG) are paid in the
000350*                  competence they are queued for, each on its
000350*                  own FOLHAREG line (FER / RES) and FOLHABCO
000350*                  line; the month's salary is docked for the
000350*                  vacation days falling in the competence (GOZ
000350*                  line), since the vacation pay already covers
000350*                  them; terminated employees (MED-SAL-SITUACAO
000350*                  D) get no salary line.
000360* Tectonics: cobc
000370*****************************************************************
000380 IDENTIFICATION DIVISION.
000420 FILE-CONTROL.
000430     COPY SALSEL.
000440     COPY EVOUTSEL.
000440     COPY SUBXSEL.
000440     COPY TABFSEL.
000440     COPY FERPSEL.
000450     SELECT FOLHA13-FILE ASSIGN TO "FOLHA13"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS WS-FOLHA13-STATUS.
000540 FD  SALARIO-MASTER-FILE.
000550     COPY SALMST.
000560     COPY EVOUTFD.
000560     COPY SUBXFD.
000560     COPY TABFFD.
000560     COPY FERPFD.
000570 FD  FOLHA13-FILE.
000580 01  MED-FOLHA13-REC.
000590     03  MED-F13-EMP-ID         PIC 9(06).
000660 WORKING-STORAGE SECTION.
000670 01  WS-SAL-MASTER-STATUS       PIC X(02) VALUE SPACES.
000680 01  WS-FOLHA13-STATUS          PIC X(02) VALUE SPACES.
000680 01  WS-SBX-STATUS              PIC X(02) VALUE SPACES.
000680 01  WS-TBF-STATUS-FS           PIC X(02) VALUE SPACES.
000680 01  WS-FPG-STATUS              PIC X(02) VALUE SPACES.
000680 01  WS-PARM-LINE.
000680     03  WS-PRM-COMPETENCIA     PIC X(06).
000680     03  FILLER                 PIC X(74).
000680 01  WS-COMPETENCIA             PIC 9(06) VALUE ZERO.
000690 01  WS-SWITCHES.
000700     03  WS-EOF-MASTER          PIC X(01) VALUE 'N'.
000710         88  FIM-DO-MASTER            VALUE 'S'.
000770         88  ACHOU-FISCAL             VALUE 'S'.
000780     03  WS-CALC-ERRO           PIC X(01) VALUE 'N'.
000790         88  CALCULO-COM-ERRO         VALUE 'S'.
000790     03  WS-EOF-SUBSEXT         PIC X(01) VALUE 'N'.
000790         88  FIM-DO-SUBSEXT           VALUE 'S'.
000790     03  WS-SBT-ACHOU           PIC X(01) VALUE 'N'.
000790         88  ACHOU-SUBSTITUICAO       VALUE 'S'.
000790     03  WS-EOF-FERPAG          PIC X(01) VALUE 'N'.
000790         88  FIM-DO-FERPAG            VALUE 'S'.
000800*----------------------------------------------------------*
000810* PROGRESSIVE INSS/IRRF BANDS OFF TABFISC                   *
000820*----------------------------------------------------------*
000850     COPY TABFREC.
000860 01  WS-VALOR-INSS              PIC 9(07)V99 VALUE ZERO.
000870 01  WS-VALOR-IRRF              PIC 9(07)V99 VALUE ZERO.
000890 01  WS-VALOR-LIQUIDO           PIC S9(07)V99 VALUE ZERO.
000900 01  WS-DATA-HOJE               PIC 9(08) VALUE ZERO.
000900 01  WS-SALARIO-BRUTO           PIC 9(07)V99 VALUE ZERO.
000900 01  WS-VALOR-FALTAS            PIC 9(07)V99 VALUE ZERO.
000900 01  WS-VALOR-SUBST             PIC 9(07)V99 VALUE ZERO.
000900 01  WS-VALOR-AULA              PIC 9(05)V99 VALUE ZERO.
000900 01  WS-VALOR-GOZO              PIC 9(07)V99 VALUE ZERO.
000900 01  WS-DIAS-GOZO               PIC 9(03) VALUE ZERO.
000910 01  WS-CONTADORES.
000920     03  WS-CONT-EMPREGADOS     PIC 9(04) COMP VALUE ZERO.
000930     03  WS-CONT-AJUSTES-13     PIC 9(04) COMP VALUE ZERO.
000940     03  WS-CONT-ERROS          PIC 9(04) COMP VALUE ZERO.
000940     03  WS-CONT-FALTAS         PIC 9(04) COMP VALUE ZERO.
000940     03  WS-CONT-SUBSTITUICOES  PIC 9(04) COMP VALUE ZERO.
000940     03  WS-CONT-AULAS-PENDENTES PIC 9(04) COMP VALUE ZERO.
000940     03  WS-CONT-DESLIGADOS     PIC 9(04) COMP VALUE ZERO.
000940     03  WS-CONT-FERIAS-PAGAS   PIC 9(04) COMP VALUE ZERO.
000940     03  WS-CONT-RESCISOES-PAGAS PIC 9(04) COMP VALUE ZERO.
000950 01  WS-TOTAL-LIQUIDO           PIC 9(09)V99 VALUE ZERO.
000960*----------------------------------------------------------*
000970* FISCAL CODE PER EMPLOYEE OFF THE EVALOUT EXTRACT          *
001040         05  WS-FIS-EMP-ID      PIC 9(06).
001050         05  WS-FIS-CODE        PIC X(03).
001060 01  WS-FISCAL-CODE             PIC X(03) VALUE SPACES.
001060*----------------------------------------------------------*
001060* LESSONS TO DOCK AND LESSONS COVERED PER EMPLOYEE OFF THE  *
001060*     SUBSEXT EXTRACT; THE USED FLAG CATCHES LESSONS WHOSE  *
001060*     EMPLOYEE NEVER CAME UP ON THE SALARY MASTER.          *
001060*----------------------------------------------------------*
001060 01  WS-SBT-TABLE-QTD           PIC 9(03) COMP VALUE ZERO.
001060 01  WS-SBT-TABLE.
001060     03  WS-SBT-ENTRY           OCCURS 1 TO 300 TIMES
001060                                DEPENDING ON WS-SBT-TABLE-QTD
001060                                INDEXED BY WS-SBT-IDX.
001060         05  WS-SBT-EMP-ID      PIC 9(06).
001060         05  WS-SBT-FALTAS      PIC 9(03).
001060         05  WS-SBT-SUBST       PIC 9(03).
001060         05  WS-SBT-USADO       PIC X(01).
001060 01  WS-SBT-SUB                 PIC 9(03) COMP VALUE ZERO.
001060 01  WS-SBT-COMPETENCIA         PIC 9(06) VALUE ZERO.
001060*----------------------------------------------------------*
001060* FERPAG ENTRIES THAT CONCERN THE COMPETENCE: PAYMENTS DUE  *
001060*     IN IT AND VACATIONS WITH DAYS INSIDE ITS MONTH.       *
001060*----------------------------------------------------------*
001060 01  WS-FPT-TABLE-QTD           PIC 9(03) COMP VALUE ZERO.
001060 01  WS-FPT-TABLE.
001060     03  WS-FPT-ENTRY           OCCURS 1 TO 500 TIMES
001060                                DEPENDING ON WS-FPT-TABLE-QTD
001060                                INDEXED BY WS-FPT-IDX.
001060         05  WS-FPT-TIPO        PIC X(03).
001060         05  WS-FPT-EMP-ID      PIC 9(06).
001060         05  WS-FPT-NOME        PIC X(30).
001060         05  WS-FPT-DATA        PIC 9(08).
001060         05  WS-FPT-PAGAR       PIC X(01).
001060         05  WS-FPT-DIAS-MES    PIC 9(02).
001060         05  WS-FPT-BRUTO       PIC 9(07)V99.
001060         05  WS-FPT-INSS        PIC 9(07)V99.
001060         05  WS-FPT-IRRF        PIC 9(07)V99.
001060         05  WS-FPT-LIQUIDO     PIC 9(07)V99.
001060 01  WS-FPT-SUB                 PIC 9(03) COMP VALUE ZERO.
001060 01  WS-MES-INICIO              PIC 9(08) VALUE ZERO.
001060 01  WS-MES-INICIO-NUM          PIC 9(07) VALUE ZERO.
001060 01  WS-MES-FIM-NUM             PIC 9(07) VALUE ZERO.
001060 01  WS-GOZO-INICIO-NUM         PIC 9(07) VALUE ZERO.
001060 01  WS-GOZO-FIM-NUM            PIC 9(07) VALUE ZERO.
001060 01  WS-PROX-MES.
001060     03  WS-PXM-ANO             PIC 9(04).
001060     03  WS-PXM-MES             PIC 9(02).
001060     03  WS-PXM-DIA             PIC 9(02).
001060 01  WS-PROX-MES-N REDEFINES WS-PROX-MES
001060                                PIC 9(08).
001070*----------------------------------------------------------*
001080* BANK PAYMENT LINE AND REGISTER LINE                       *
001090*----------------------------------------------------------*
001290     03  WS-FLH-IRRF            PIC ZZZZZZ9.99.
001300     03  FILLER                 PIC X(05) VALUE " LIQ ".
001310     03  WS-FLH-LIQUIDO         PIC ZZZZZZ9.99.
001310 01  WS-AULAS-DESCR.
001310     03  WS-AUD-ROTULO          PIC X(17).
001310     03  WS-AUD-QTD             PIC ZZ9.
001310     03  FILLER                 PIC X(06) VALUE " AULAS".
001310 01  WS-GOZO-DESCR.
001310     03  FILLER                 PIC X(17) VALUE "FERIAS NO MES".
001310     03  WS-GZD-QTD             PIC ZZ9.
001310     03  FILLER                 PIC X(05) VALUE " DIAS".
001310 01  WS-FERPAG-DESCR.
001310     03  WS-FPD-ROTULO          PIC X(13).
001310     03  FILLER                 PIC X(01) VALUE SPACE.
001310     03  WS-FPD-DATA            PIC 9(08).
001310 01  WS-FAIXA-LINE.
001310     03  WS-FXL-EMP-ID          PIC 9(06).
001310     03  FILLER                 PIC X(01) VALUE SPACE.
001310     03  WS-FXL-DESCR.
001310         05  WS-FXL-ROTULO      PIC X(11).
001310         05  WS-FXL-FAIXA       PIC Z9.
001310         05  FILLER             PIC X(17).
001310     03  FILLER                 PIC X(01) VALUE SPACE.
001310     03  WS-FXL-FISCAL          PIC X(03).
001310     03  FILLER                 PIC X(07) VALUE " BASE  ".
001310     03  WS-FXL-BASE            PIC ZZZZZZ9.99.
001310     03  FILLER                 PIC X(06) VALUE " ALIQ ".
001310     03  WS-FXL-ALIQ            PIC ZZ9.99.
001310     03  FILLER                 PIC X(08) VALUE "% VALOR ".
001310     03  WS-FXL-VALOR           PIC ZZZZZZ9.99.
001310 01  WS-FXL-SUB                 PIC 9(02) COMP VALUE ZERO.
001310 01  WS-FOLHA-HEADER.
001310     03  FILLER                 PIC X(06) VALUE "*FOLHA".
001310     03  FILLER                 PIC X(13) VALUE " COMPETENCIA ".
001310     03  WS-FHD-COMPETENCIA     PIC 9(06).
001310     03  FILLER                 PIC X(09) VALUE " EMITIDA ".
001310     03  WS-FHD-DATA            PIC 9(08).
001320 PROCEDURE DIVISION.
001330 0000-MAIN-PROCEDURE.
001340     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001350     PERFORM 2000-FOLHA-EMPREGADOS THRU 2000-EXIT
001350     PERFORM 3000-FERIAS-RESCISOES THRU 3000-EXIT
001360     PERFORM 5000-AJUSTES-13 THRU 5000-EXIT
001370     PERFORM 9000-FINALIZE THRU 9000-EXIT
001380     STOP RUN.
001420*----------------------------------------------------------*
001430 1000-INITIALIZE.
001440     ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
001440     MOVE SPACES TO WS-PARM-LINE
001440     ACCEPT WS-PARM-LINE
001440     IF WS-PRM-COMPETENCIA IS NUMERIC
001440        AND WS-PRM-COMPETENCIA NOT = ZERO
001440        MOVE WS-PRM-COMPETENCIA TO WS-COMPETENCIA
001440     ELSE
001440        MOVE WS-DATA-HOJE (1:6) TO WS-COMPETENCIA
001440     END-IF
001440     DISPLAY "FOLHA DA COMPETENCIA " WS-COMPETENCIA
001440     MOVE WS-COMPETENCIA TO MED-FIS-COMPET-CHECK
001440     PERFORM 9700-CARREGA-TABFISC THRU 9700-EXIT-FIS
001440     IF NOT TABELA-FISCAL-OK
001440        DISPLAY "TABFISC SEM TABELAS INSS/IRRF PARA A "
001440            "COMPETENCIA " WS-COMPETENCIA
001440        MOVE 12 TO RETURN-CODE
001440        STOP RUN
001440     END-IF
001440     DISPLAY "TABELAS VIGENTES -- INSS " MED-FIS-VIG-INSS
001440         " IRRF " MED-FIS-VIG-IRRF
001450     OPEN OUTPUT FOLHA-BANCO-FILE
001460     OPEN OUTPUT FOLHA-REGISTER-FILE
001460     MOVE WS-COMPETENCIA TO WS-FHD-COMPETENCIA
001460     MOVE WS-DATA-HOJE   TO WS-FHD-DATA
001460     MOVE WS-FOLHA-HEADER TO FOLHA-REGISTER-REC
001460     WRITE FOLHA-REGISTER-REC
001470     OPEN INPUT SALARIO-MASTER-FILE
001480     IF WS-SAL-MASTER-STATUS NOT = "00"
001490        DISPLAY "SALMAST NAO DISPONIVEL, STATUS: "
001520        STOP RUN
001530     END-IF
001540     PERFORM 1100-CARREGA-FISCAIS THRU 1100-EXIT
001540     PERFORM 1300-CARREGA-SUBSTITUICOES THRU 1300-EXIT
001540     PERFORM 1400-CARREGA-FERPAG THRU 1400-EXIT
001550     .
001560 1000-EXIT.
001570     EXIT.
001960     .
001970 1200-EXIT.
001980     EXIT.
001980*----------------------------------------------------------*
001980* 1300-CARREGA-SUBSTITUICOES -- THE SUBSEXT EXTRACT INTO    *
001980*     THE TABLE; NO EXTRACT MEANS NO ABSENCE OR SUBSTITUTION *
001980*     THIS MONTH AND EVERYONE IS PAID THE PLAIN SALARY.     *
001980*----------------------------------------------------------*
001980 1300-CARREGA-SUBSTITUICOES.
001980     OPEN INPUT SUBST-EXTRACT-FILE
001980     IF WS-SBX-STATUS NOT = "00"
001980        DISPLAY "SUBSEXT INDISPONIVEL -- FOLHA SEM FALTAS "
001980            "NEM SUBSTITUICOES"
001980        GO TO 1300-EXIT
001980     END-IF
001980     PERFORM 1350-LE-SUBSTITUICAO THRU 1350-EXIT
001980         UNTIL FIM-DO-SUBSEXT
001980     CLOSE SUBST-EXTRACT-FILE
001980     IF WS-SBT-COMPETENCIA > ZERO
001980        DISPLAY "FALTAS/SUBSTITUICOES DA COMPETENCIA "
001980            WS-SBT-COMPETENCIA
001980     END-IF
001980     IF WS-SBT-TABLE-QTD > ZERO
001980        AND WS-SBT-COMPETENCIA NOT = WS-COMPETENCIA
001980        DISPLAY "SUBSEXT DE OUTRA COMPETENCIA -- IGNORADO"
001980        ADD WS-SBT-TABLE-QTD TO WS-CONT-AULAS-PENDENTES
001980        MOVE ZERO TO WS-SBT-TABLE-QTD
001980     END-IF
001980     .
001980 1300-EXIT.
001980     EXIT.
001980 1350-LE-SUBSTITUICAO.
001980     READ SUBST-EXTRACT-FILE
001980         AT END
001980             SET FIM-DO-SUBSEXT TO TRUE
001980             GO TO 1350-EXIT
001980     END-READ
001980     MOVE MED-SBX-COMPETENCIA TO WS-SBT-COMPETENCIA
001980     MOVE 'N' TO WS-SBT-ACHOU
001980     IF WS-SBT-TABLE-QTD > ZERO
001980        SET WS-SBT-IDX TO 1
001980        SEARCH WS-SBT-ENTRY
001980            VARYING WS-SBT-IDX
001980            AT END
001980                CONTINUE
001980            WHEN WS-SBT-EMP-ID (WS-SBT-IDX) = MED-SBX-EMP-ID
001980                SET ACHOU-SUBSTITUICAO TO TRUE
001980        END-SEARCH
001980     END-IF
001980     IF NOT ACHOU-SUBSTITUICAO
001980        IF WS-SBT-TABLE-QTD >= 300
001980           DISPLAY "TABELA DE SUBSTITUICOES CHEIA (300)"
001980           MOVE 8 TO RETURN-CODE
001980           STOP RUN
001980        END-IF
001980        ADD 1 TO WS-SBT-TABLE-QTD
001980        SET WS-SBT-IDX TO WS-SBT-TABLE-QTD
001980        MOVE MED-SBX-EMP-ID TO WS-SBT-EMP-ID (WS-SBT-IDX)
001980        MOVE ZERO TO WS-SBT-FALTAS (WS-SBT-IDX)
001980        MOVE ZERO TO WS-SBT-SUBST (WS-SBT-IDX)
001980        MOVE 'N'  TO WS-SBT-USADO (WS-SBT-IDX)
001980     END-IF
001980     IF MED-SBX-FALTA
001980        ADD MED-SBX-QTD-AULAS TO WS-SBT-FALTAS (WS-SBT-IDX)
001980     END-IF
001980     IF MED-SBX-SUBSTITUICAO
001980        ADD MED-SBX-QTD-AULAS TO WS-SBT-SUBST (WS-SBT-IDX)
001980     END-IF
001980     .
001980 1350-EXIT.
001980     EXIT.
001980*----------------------------------------------------------*
001980* 1400-CARREGA-FERPAG -- THE FERIAS_RESC PAYMENTS: THOSE    *
001980*     QUEUED FOR THIS COMPETENCE ARE PAID BY 3000; A        *
001980*     VACATION WITH DAYS INSIDE THE MONTH ALSO DOCKS THE    *
001980*     SALARY FOR THEM IN 2160. NO FERPAG, NOTHING TO DO.    *
001980*----------------------------------------------------------*
001980 1400-CARREGA-FERPAG.
001980     OPEN INPUT FERIAS-PAGTO-FILE
001980     IF WS-FPG-STATUS NOT = "00"
001980        GO TO 1400-EXIT
001980     END-IF
001980     COMPUTE WS-MES-INICIO = WS-COMPETENCIA * 100 + 1
001980     MOVE WS-MES-INICIO TO WS-PROX-MES-N
001980     ADD 1 TO WS-PXM-MES
001980     IF WS-PXM-MES > 12
001980        MOVE 1 TO WS-PXM-MES
001980        ADD 1 TO WS-PXM-ANO
001980     END-IF
001980     COMPUTE WS-MES-INICIO-NUM =
001980         FUNCTION INTEGER-OF-DATE (WS-MES-INICIO)
001980     COMPUTE WS-MES-FIM-NUM =
001980         FUNCTION INTEGER-OF-DATE (WS-PROX-MES-N) - 1
001980     PERFORM 1450-LE-FERPAG THRU 1450-EXIT
001980         UNTIL FIM-DO-FERPAG
001980     CLOSE FERIAS-PAGTO-FILE
001980     .
001980 1400-EXIT.
001980     EXIT.
001980 1450-LE-FERPAG.
001980     READ FERIAS-PAGTO-FILE
001980         AT END
001980             SET FIM-DO-FERPAG TO TRUE
001980             GO TO 1450-EXIT
001980     END-READ
001980     MOVE ZERO TO WS-DIAS-GOZO
001980     IF MED-FPG-FERIAS
001980        PERFORM 1460-DIAS-NO-MES THRU 1460-EXIT
001980     END-IF
001980     IF MED-FPG-COMPETENCIA NOT = WS-COMPETENCIA
001980        AND WS-DIAS-GOZO = ZERO
001980        GO TO 1450-EXIT
001980     END-IF
001980     IF WS-FPT-TABLE-QTD >= 500
001980        DISPLAY "TABELA DE FERIAS/RESCISOES CHEIA (500)"
001980        MOVE 8 TO RETURN-CODE
001980        STOP RUN
001980     END-IF
001980     ADD 1 TO WS-FPT-TABLE-QTD
001980     SET WS-FPT-IDX TO WS-FPT-TABLE-QTD
001980     MOVE MED-FPG-TIPO    TO WS-FPT-TIPO (WS-FPT-IDX)
001980     MOVE MED-FPG-EMP-ID  TO WS-FPT-EMP-ID (WS-FPT-IDX)
001980     MOVE MED-FPG-NOME    TO WS-FPT-NOME (WS-FPT-IDX)
001980     MOVE MED-FPG-DATA    TO WS-FPT-DATA (WS-FPT-IDX)
001980     MOVE WS-DIAS-GOZO    TO WS-FPT-DIAS-MES (WS-FPT-IDX)
001980     MOVE MED-FPG-BRUTO   TO WS-FPT-BRUTO (WS-FPT-IDX)
001980     MOVE MED-FPG-INSS    TO WS-FPT-INSS (WS-FPT-IDX)
001980     MOVE MED-FPG-IRRF    TO WS-FPT-IRRF (WS-FPT-IDX)
001980     MOVE MED-FPG-LIQUIDO TO WS-FPT-LIQUIDO (WS-FPT-IDX)
001980     IF MED-FPG-COMPETENCIA = WS-COMPETENCIA
001980        MOVE 'S' TO WS-FPT-PAGAR (WS-FPT-IDX)
001980     ELSE
001980        MOVE 'N' TO WS-FPT-PAGAR (WS-FPT-IDX)
001980     END-IF
001980     .
001980 1450-EXIT.
001980     EXIT.
001980 1460-DIAS-NO-MES.
001980     MOVE ZERO TO WS-GOZO-INICIO-NUM
001980     COMPUTE WS-GOZO-INICIO-NUM =
001980         FUNCTION INTEGER-OF-DATE (MED-FPG-DATA)
001980         ON SIZE ERROR
001980             MOVE ZERO TO WS-GOZO-INICIO-NUM
001980     END-COMPUTE
001980     IF WS-GOZO-INICIO-NUM = ZERO
001980        GO TO 1460-EXIT
001980     END-IF
001980     COMPUTE WS-GOZO-FIM-NUM =
001980         WS-GOZO-INICIO-NUM + MED-FPG-DIAS - 1
001980     IF WS-GOZO-INICIO-NUM > WS-MES-FIM-NUM
001980        OR WS-GOZO-FIM-NUM < WS-MES-INICIO-NUM
001980        GO TO 1460-EXIT
001980     END-IF
001980     IF WS-GOZO-INICIO-NUM < WS-MES-INICIO-NUM
001980        MOVE WS-MES-INICIO-NUM TO WS-GOZO-INICIO-NUM
001980     END-IF
001980     IF WS-GOZO-FIM-NUM > WS-MES-FIM-NUM
001980        MOVE WS-MES-FIM-NUM TO WS-GOZO-FIM-NUM
001980     END-IF
001980     COMPUTE WS-DIAS-GOZO =
001980         WS-GOZO-FIM-NUM - WS-GOZO-INICIO-NUM + 1
001980     .
001980 1460-EXIT.
001980     EXIT.
001990*----------------------------------------------------------*
002000* 2000-FOLHA-EMPREGADOS -- ONE REGISTER AND ONE BANK LINE   *
002010*     PER EMPLOYEE ON THE SALARY MASTER.                    *
002170             SET FIM-DO-MASTER TO TRUE
002180             GO TO 2100-EXIT
002190     END-READ
002190     IF MED-SAL-DESLIGADO
002190        ADD 1 TO WS-CONT-DESLIGADOS
002190        GO TO 2100-EXIT
002190     END-IF
002190     PERFORM 2150-AULAS-SUBSTITUICAO THRU 2150-EXIT
002190     PERFORM 2160-DIAS-FERIAS THRU 2160-EXIT
002200     PERFORM 2200-CALCULA-DESCONTOS THRU 2200-EXIT
002210     IF CALCULO-COM-ERRO
002220        ADD 1 TO WS-CONT-ERROS
002270     ADD 1 TO WS-CONT-EMPREGADOS
002280     ADD WS-VALOR-LIQUIDO TO WS-TOTAL-LIQUIDO
002290     PERFORM 2300-BUSCA-FISCAL THRU 2300-EXIT
002290     PERFORM 2400-LINHAS-AULAS THRU 2400-EXIT
002300     MOVE SPACES TO WS-FOLHA-LINE
002310     MOVE MED-SAL-EMP-ID   TO WS-FLH-EMP-ID
002320     MOVE MED-SAL-NOME     TO WS-FLH-NOME
002330     MOVE WS-FISCAL-CODE   TO WS-FLH-FISCAL
002340     MOVE WS-SALARIO-BRUTO TO WS-FLH-BRUTO
002350     MOVE WS-VALOR-INSS    TO WS-FLH-INSS
002360     MOVE WS-VALOR-IRRF    TO WS-FLH-IRRF
002370     MOVE WS-VALOR-LIQUIDO TO WS-FLH-LIQUIDO
002380     MOVE WS-FOLHA-LINE TO FOLHA-REGISTER-REC
002390     WRITE FOLHA-REGISTER-REC
002390     PERFORM 2500-LINHAS-FAIXAS THRU 2500-EXIT
002400     MOVE SPACES TO WS-BANCO-LINE
002410     MOVE MED-SAL-EMP-ID   TO WS-BNC-EMP-ID
002420     MOVE MED-SAL-NOME     TO WS-BNC-NOME
002470     .
002480 2100-EXIT.
002490     EXIT.
002490*----------------------------------------------------------*
002490* 2150-AULAS-SUBSTITUICAO -- THE MONTH'S GROSS: SALARY LESS *
002490*     THE UNEXCUSED LESSONS PLUS THE LESSONS COVERED, BOTH  *
002490*     AT THE EMPLOYEE'S HORA-AULA, NEVER BELOW ZERO.        *
002490*----------------------------------------------------------*
002490 2150-AULAS-SUBSTITUICAO.
002490     MOVE 'N' TO WS-CALC-ERRO
002490     MOVE MED-SAL-SALARIO TO WS-SALARIO-BRUTO
002490     MOVE ZERO TO WS-VALOR-FALTAS WS-VALOR-SUBST
002490     MOVE 'N' TO WS-SBT-ACHOU
002490     IF WS-SBT-TABLE-QTD > ZERO
002490        SET WS-SBT-IDX TO 1
002490        SEARCH WS-SBT-ENTRY
002490            VARYING WS-SBT-IDX
002490            AT END
002490                CONTINUE
002490            WHEN WS-SBT-EMP-ID (WS-SBT-IDX) = MED-SAL-EMP-ID
002490                SET ACHOU-SUBSTITUICAO TO TRUE
002490        END-SEARCH
002490     END-IF
002490     IF NOT ACHOU-SUBSTITUICAO
002490        GO TO 2150-EXIT
002490     END-IF
002490     MOVE 'S' TO WS-SBT-USADO (WS-SBT-IDX)
002490     IF MED-SAL-VALOR-AULA IS NUMERIC
002490        MOVE MED-SAL-VALOR-AULA TO WS-VALOR-AULA
002490     ELSE
002490        MOVE ZERO TO WS-VALOR-AULA
002490     END-IF
002490     IF WS-VALOR-AULA = ZERO
002490        ADD 1 TO WS-CONT-AULAS-PENDENTES
002490        DISPLAY "EMPREGADO " MED-SAL-EMP-ID
002490            " SEM VALOR DA AULA -- FALTAS/SUBSTITUICOES PENDENTES"
002490        GO TO 2150-EXIT
002490     END-IF
002490     COMPUTE WS-VALOR-FALTAS ROUNDED =
002490         WS-SBT-FALTAS (WS-SBT-IDX) * WS-VALOR-AULA
002490         ON SIZE ERROR SET CALCULO-COM-ERRO TO TRUE
002490     END-COMPUTE
002490     COMPUTE WS-VALOR-SUBST ROUNDED =
002490         WS-SBT-SUBST (WS-SBT-IDX) * WS-VALOR-AULA
002490         ON SIZE ERROR SET CALCULO-COM-ERRO TO TRUE
002490     END-COMPUTE
002490     IF WS-VALOR-FALTAS > MED-SAL-SALARIO
002490        MOVE MED-SAL-SALARIO TO WS-VALOR-FALTAS
002490     END-IF
002490     COMPUTE WS-SALARIO-BRUTO =
002490         MED-SAL-SALARIO - WS-VALOR-FALTAS + WS-VALOR-SUBST
002490         ON SIZE ERROR SET CALCULO-COM-ERRO TO TRUE
002490     END-COMPUTE
002490     .
002490 2150-EXIT.
002490     EXIT.
002490*----------------------------------------------------------*
002490* 2160-DIAS-FERIAS -- THE VACATION DAYS INSIDE THE MONTH    *
002490*     (AT MOST 30) COME OFF THE GROSS AT SALARY / 30: THE   *
002490*     FERIAS_RESC VACATION PAY ALREADY COVERS THEM.         *
002490*----------------------------------------------------------*
002490 2160-DIAS-FERIAS.
002490     MOVE ZERO TO WS-DIAS-GOZO WS-VALOR-GOZO
002490     PERFORM 2170-SOMA-DIAS-FERIAS THRU 2170-EXIT
002490         VARYING WS-FPT-SUB FROM 1 BY 1
002490         UNTIL WS-FPT-SUB > WS-FPT-TABLE-QTD
002490     IF WS-DIAS-GOZO = ZERO
002490        GO TO 2160-EXIT
002490     END-IF
002490     IF WS-DIAS-GOZO > 30
002490        MOVE 30 TO WS-DIAS-GOZO
002490     END-IF
002490     COMPUTE WS-VALOR-GOZO ROUNDED =
002490         MED-SAL-SALARIO * WS-DIAS-GOZO / 30
002490         ON SIZE ERROR SET CALCULO-COM-ERRO TO TRUE
002490     END-COMPUTE
002490     IF WS-VALOR-GOZO > WS-SALARIO-BRUTO
002490        MOVE WS-SALARIO-BRUTO TO WS-VALOR-GOZO
002490     END-IF
002490     SUBTRACT WS-VALOR-GOZO FROM WS-SALARIO-BRUTO
002490     .
002490 2160-EXIT.
002490     EXIT.
002490 2170-SOMA-DIAS-FERIAS.
002490     IF WS-FPT-EMP-ID (WS-FPT-SUB) = MED-SAL-EMP-ID
002490        ADD WS-FPT-DIAS-MES (WS-FPT-SUB) TO WS-DIAS-GOZO
002490     END-IF
002490     .
002490 2170-EXIT.
002490     EXIT.
002500*----------------------------------------------------------*
002510* 2200-CALCULA-DESCONTOS -- INSS AND IRRF BAND BY BAND      *
002520*     (TABFPARA), EACH COMPUTE GUARDED BY ON SIZE ERROR     *
002530*     EXACTLY AS MATEMATICA_PROG GUARDS ITS DECIMAL STEPS.  *
002540*----------------------------------------------------------*
002550 2200-CALCULA-DESCONTOS.
002570     MOVE ZERO TO WS-VALOR-INSS WS-VALOR-IRRF
002570     MOVE WS-SALARIO-BRUTO TO MED-FIS-BRUTO
002570     IF MED-SAL-DEPENDENTES IS NUMERIC
002570        MOVE MED-SAL-DEPENDENTES TO MED-FIS-DEPENDENTES
002570     ELSE
002570        MOVE ZERO TO MED-FIS-DEPENDENTES
002570     END-IF
002580     PERFORM 9750-CALCULA-INSS THRU 9750-EXIT-FIS
002580     PERFORM 9760-CALCULA-IRRF THRU 9760-EXIT-FIS
002580     IF MED-FIS-CALC-ERRO
002580        SET CALCULO-COM-ERRO TO TRUE
002580     END-IF
002580     MOVE MED-FIS-VALOR-INSS TO WS-VALOR-INSS
002580     MOVE MED-FIS-VALOR-IRRF TO WS-VALOR-IRRF
002720     COMPUTE WS-VALOR-LIQUIDO =
002730         WS-SALARIO-BRUTO - WS-VALOR-INSS - WS-VALOR-IRRF
002740         ON SIZE ERROR SET CALCULO-COM-ERRO TO TRUE
002750     END-COMPUTE
002760     .
002950     .
002960 2300-EXIT.
002970     EXIT.
002970*----------------------------------------------------------*
002970* 2400-LINHAS-AULAS -- THE DOCKED AND THE COVERED LESSONS   *
002970*     EACH ON THEIR OWN REGISTER LINE, AHEAD OF THE         *
002970*     EMPLOYEE LINE THAT CARRIES THE RESULTING GROSS.       *
002970*----------------------------------------------------------*
002970 2400-LINHAS-AULAS.
002970     IF WS-VALOR-FALTAS > ZERO
002970        ADD 1 TO WS-CONT-FALTAS
002970        MOVE SPACES TO WS-FOLHA-LINE
002970        MOVE MED-SAL-EMP-ID TO WS-FLH-EMP-ID
002970        MOVE "FALTAS NAO ABON. " TO WS-AUD-ROTULO
002970        MOVE WS-SBT-FALTAS (WS-SBT-IDX) TO WS-AUD-QTD
002970        MOVE WS-AULAS-DESCR TO WS-FLH-NOME
002970        MOVE "FAL" TO WS-FLH-FISCAL
002970        MOVE WS-VALOR-FALTAS TO WS-FLH-BRUTO
002970        MOVE ZERO TO WS-FLH-INSS
002970        MOVE ZERO TO WS-FLH-IRRF
002970        MOVE ZERO TO WS-FLH-LIQUIDO
002970        MOVE WS-FOLHA-LINE TO FOLHA-REGISTER-REC
002970        WRITE FOLHA-REGISTER-REC
002970     END-IF
002970     IF WS-VALOR-SUBST > ZERO
002970        ADD 1 TO WS-CONT-SUBSTITUICOES
002970        MOVE SPACES TO WS-FOLHA-LINE
002970        MOVE MED-SAL-EMP-ID TO WS-FLH-EMP-ID
002970        MOVE "SUBSTITUICOES    " TO WS-AUD-ROTULO
002970        MOVE WS-SBT-SUBST (WS-SBT-IDX) TO WS-AUD-QTD
002970        MOVE WS-AULAS-DESCR TO WS-FLH-NOME
002970        MOVE "SUB" TO WS-FLH-FISCAL
002970        MOVE WS-VALOR-SUBST TO WS-FLH-BRUTO
002970        MOVE ZERO TO WS-FLH-INSS
002970        MOVE ZERO TO WS-FLH-IRRF
002970        MOVE ZERO TO WS-FLH-LIQUIDO
002970        MOVE WS-FOLHA-LINE TO FOLHA-REGISTER-REC
002970        WRITE FOLHA-REGISTER-REC
002970     END-IF
002970     IF WS-VALOR-GOZO > ZERO
002970        MOVE SPACES TO WS-FOLHA-LINE
002970        MOVE MED-SAL-EMP-ID TO WS-FLH-EMP-ID
002970        MOVE WS-DIAS-GOZO TO WS-GZD-QTD
002970        MOVE WS-GOZO-DESCR TO WS-FLH-NOME
002970        MOVE "GOZ" TO WS-FLH-FISCAL
002970        MOVE WS-VALOR-GOZO TO WS-FLH-BRUTO
002970        MOVE ZERO TO WS-FLH-INSS
002970        MOVE ZERO TO WS-FLH-IRRF
002970        MOVE ZERO TO WS-FLH-LIQUIDO
002970        MOVE WS-FOLHA-LINE TO FOLHA-REGISTER-REC
002970        WRITE FOLHA-REGISTER-REC
002970     END-IF
002970     .
002970 2400-EXIT.
002970     EXIT.
002970*----------------------------------------------------------*
002970* 2500-LINHAS-FAIXAS -- AFTER THE EMPLOYEE LINE, THE BASE,  *
002970*     RATE AND TAX OF EVERY INSS AND IRRF BAND THE GROSS    *
002970*     REACHED, WITH THE DEPENDENTS' DEDUCTION IN BETWEEN.   *
002970*----------------------------------------------------------*
002970 2500-LINHAS-FAIXAS.
002970     PERFORM 2510-FAIXA-INSS THRU 2510-EXIT
002970         VARYING WS-FXL-SUB FROM 1 BY 1
002970         UNTIL WS-FXL-SUB > MED-FIS-INSS-QTD
002970     IF MED-FIS-DED-DEPEND > ZERO
002970        MOVE SPACES TO WS-FAIXA-LINE
002970        MOVE MED-SAL-EMP-ID TO WS-FXL-EMP-ID
002970        MOVE "DEPENDENTES" TO WS-FXL-ROTULO
002970        MOVE MED-FIS-DEPENDENTES TO WS-FXL-FAIXA
002970        MOVE "DEP" TO WS-FXL-FISCAL
002970        MOVE MED-FIS-DEDUCAO-DEP TO WS-FXL-BASE
002970        MOVE ZERO TO WS-FXL-ALIQ
002970        MOVE MED-FIS-DED-DEPEND TO WS-FXL-VALOR
002970        MOVE WS-FAIXA-LINE TO FOLHA-REGISTER-REC
002970        WRITE FOLHA-REGISTER-REC
002970     END-IF
002970     PERFORM 2520-FAIXA-IRRF THRU 2520-EXIT
002970         VARYING WS-FXL-SUB FROM 1 BY 1
002970         UNTIL WS-FXL-SUB > MED-FIS-IRRF-QTD
002970     .
002970 2500-EXIT.
002970     EXIT.
002970 2510-FAIXA-INSS.
002970     IF MED-FIS-INSS-BASE (WS-FXL-SUB) = ZERO
002970        GO TO 2510-EXIT
002970     END-IF
002970     MOVE SPACES TO WS-FAIXA-LINE
002970     MOVE MED-SAL-EMP-ID TO WS-FXL-EMP-ID
002970     MOVE "INSS FAIXA " TO WS-FXL-ROTULO
002970     MOVE WS-FXL-SUB TO WS-FXL-FAIXA
002970     MOVE "INS" TO WS-FXL-FISCAL
002970     MOVE MED-FIS-INSS-BASE (WS-FXL-SUB) TO WS-FXL-BASE
002970     COMPUTE WS-FXL-ALIQ = MED-FIS-INSS-ALIQ (WS-FXL-SUB) * 100
002970     MOVE MED-FIS-INSS-VALOR (WS-FXL-SUB) TO WS-FXL-VALOR
002970     MOVE WS-FAIXA-LINE TO FOLHA-REGISTER-REC
002970     WRITE FOLHA-REGISTER-REC
002970     .
002970 2510-EXIT.
002970     EXIT.
002970 2520-FAIXA-IRRF.
002970     IF MED-FIS-IRRF-BASE (WS-FXL-SUB) = ZERO
002970        GO TO 2520-EXIT
002970     END-IF
002970     MOVE SPACES TO WS-FAIXA-LINE
002970     MOVE MED-SAL-EMP-ID TO WS-FXL-EMP-ID
002970     MOVE "IRRF FAIXA " TO WS-FXL-ROTULO
002970     MOVE WS-FXL-SUB TO WS-FXL-FAIXA
002970     MOVE "IRF" TO WS-FXL-FISCAL
002970     MOVE MED-FIS-IRRF-BASE (WS-FXL-SUB) TO WS-FXL-BASE
002970     COMPUTE WS-FXL-ALIQ = MED-FIS-IRRF-ALIQ (WS-FXL-SUB) * 100
002970     MOVE MED-FIS-IRRF-VALOR (WS-FXL-SUB) TO WS-FXL-VALOR
002970     MOVE WS-FAIXA-LINE TO FOLHA-REGISTER-REC
002970     WRITE FOLHA-REGISTER-REC
002970     .
002970 2520-EXIT.
002970     EXIT.
002970*----------------------------------------------------------*
002970* 3000-FERIAS-RESCISOES -- THE FERPAG PAYMENTS QUEUED FOR   *
002970*     THIS COMPETENCE, AS CALCULATED BY FERIAS_RESC: ONE    *
002970*     REGISTER LINE (FER / RES) AND ONE BANK LINE EACH.     *
002970*----------------------------------------------------------*
002970 3000-FERIAS-RESCISOES.
002970     PERFORM 3100-PAGA-FERPAG THRU 3100-EXIT
002970         VARYING WS-FPT-SUB FROM 1 BY 1
002970         UNTIL WS-FPT-SUB > WS-FPT-TABLE-QTD
002970     .
002970 3000-EXIT.
002970     EXIT.
002970 3100-PAGA-FERPAG.
002970     IF WS-FPT-PAGAR (WS-FPT-SUB) NOT = 'S'
002970        GO TO 3100-EXIT
002970     END-IF
002970     MOVE SPACES TO WS-FOLHA-LINE
002970     MOVE WS-FPT-EMP-ID (WS-FPT-SUB) TO WS-FLH-EMP-ID
002970     IF WS-FPT-TIPO (WS-FPT-SUB) = "RES"
002970        ADD 1 TO WS-CONT-RESCISOES-PAGAS
002970        MOVE "RESCISAO EM  " TO WS-FPD-ROTULO
002970     ELSE
002970        ADD 1 TO WS-CONT-FERIAS-PAGAS
002970        MOVE "FERIAS DESDE " TO WS-FPD-ROTULO
002970     END-IF
002970     MOVE WS-FPT-DATA (WS-FPT-SUB) TO WS-FPD-DATA
002970     MOVE WS-FERPAG-DESCR TO WS-FLH-NOME
002970     MOVE WS-FPT-TIPO (WS-FPT-SUB)    TO WS-FLH-FISCAL
002970     MOVE WS-FPT-BRUTO (WS-FPT-SUB)   TO WS-FLH-BRUTO
002970     MOVE WS-FPT-INSS (WS-FPT-SUB)    TO WS-FLH-INSS
002970     MOVE WS-FPT-IRRF (WS-FPT-SUB)    TO WS-FLH-IRRF
002970     MOVE WS-FPT-LIQUIDO (WS-FPT-SUB) TO WS-FLH-LIQUIDO
002970     MOVE WS-FOLHA-LINE TO FOLHA-REGISTER-REC
002970     WRITE FOLHA-REGISTER-REC
002970     ADD WS-FPT-LIQUIDO (WS-FPT-SUB) TO WS-TOTAL-LIQUIDO
002970     MOVE SPACES TO WS-BANCO-LINE
002970     MOVE WS-FPT-EMP-ID (WS-FPT-SUB)  TO WS-BNC-EMP-ID
002970     MOVE WS-FPT-NOME (WS-FPT-SUB)    TO WS-BNC-NOME
002970     MOVE WS-FPT-LIQUIDO (WS-FPT-SUB) TO WS-BNC-VALOR
002970     MOVE WS-DATA-HOJE                TO WS-BNC-DATA
002970     MOVE WS-BANCO-LINE TO FOLHA-BANCO-REC
002970     WRITE FOLHA-BANCO-REC
002970     .
002970 3100-EXIT.
002970     EXIT.
002980*----------------------------------------------------------*
002990* 5000-AJUSTES-13 -- DIRECT P13 YEAR-END ADJUSTMENTS        *
003000*----------------------------------------------------------*
003490* 9000-FINALIZE -- CLOSE THE FILES AND SHOW THE RUN TOTALS  *
003500*----------------------------------------------------------*
003510 9000-FINALIZE.
003510     PERFORM 9100-CONFERE-SUBSTITUICAO THRU 9100-EXIT
003510         VARYING WS-SBT-SUB FROM 1 BY 1
003510         UNTIL WS-SBT-SUB > WS-SBT-TABLE-QTD
003520     CLOSE SALARIO-MASTER-FILE
003530     CLOSE FOLHA-BANCO-FILE
003540     CLOSE FOLHA-REGISTER-FILE
003550     DISPLAY "EMPREGADOS NA FOLHA.: " WS-CONT-EMPREGADOS
003560     DISPLAY "AJUSTES P13.........: " WS-CONT-AJUSTES-13
003570     DISPLAY "CALCULOS COM ERRO...: " WS-CONT-ERROS
003570     DISPLAY "FALTAS DESCONTADAS..: " WS-CONT-FALTAS
003570     DISPLAY "SUBSTITUICOES PAGAS.: " WS-CONT-SUBSTITUICOES
003570     DISPLAY "AULAS PENDENTES.....: " WS-CONT-AULAS-PENDENTES
003570     DISPLAY "DESLIGADOS SEM FOLHA: " WS-CONT-DESLIGADOS
003570     DISPLAY "FERIAS PAGAS........: " WS-CONT-FERIAS-PAGAS
003570     DISPLAY "RESCISOES PAGAS.....: " WS-CONT-RESCISOES-PAGAS
003580     DISPLAY "TOTAL LIQUIDO.......: " WS-TOTAL-LIQUIDO
003590     IF WS-CONT-ERROS > ZERO
003600        MOVE 8 TO RETURN-CODE
003600     ELSE
003600        IF WS-CONT-AULAS-PENDENTES > ZERO
003600           MOVE 4 TO RETURN-CODE
003600        END-IF
003610     END-IF
003620     .
003630 9000-EXIT.
003640     EXIT.
003640*----------------------------------------------------------*
003640* 9100-CONFERE-SUBSTITUICAO -- EXTRACT LESSONS WHOSE        *
003640*     EMPLOYEE NEVER CAME UP ON THE SALARY MASTER.          *
003640*----------------------------------------------------------*
003640 9100-CONFERE-SUBSTITUICAO.
003640     IF WS-SBT-USADO (WS-SBT-SUB) = 'N'
003640        ADD 1 TO WS-CONT-AULAS-PENDENTES
003640        DISPLAY "SUBSEXT SEM EMPREGADO NO SALMAST: "
003640            WS-SBT-EMP-ID (WS-SBT-SUB)
003640     END-IF
003640     .
003640 9100-EXIT.
003640     EXIT.
003640     COPY TABFPARA.
003650 END PROGRAM FOLHA_MENSAL.
