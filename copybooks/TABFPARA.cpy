000100*****************************************************************
000110* Copybook:     TABFPARA
000120* Author:       J. ALBUQUERQUE - APPLICATIONS SUPPORT
000130* Date-Written: 2026-10-15
000140* Purpose:      Common progressive payroll-tax paragraphs. A
000150*               payroll program COPYs TABFREC into WORKING-
000160*               STORAGE, TABFSEL into FILE-CONTROL and TABFFD
000170*               into the FILE SECTION, sets MED-FIS-COMPET-CHECK
000180*               to the competence being paid and PERFORMs
000190*               9700-CARREGA-TABFISC once at open: for each table
000200*               type the version with the latest VIGENCIA not
000210*               after the competence is taken, and the 88
000220*               TABELA-FISCAL-OK answers whether both INSS and
000230*               IRRF bands were found. Per employee it sets
000240*               MED-FIS-BRUTO and MED-FIS-DEPENDENTES and
000250*               PERFORMs 9750-CALCULA-INSS then 9760-CALCULA-IRRF:
000260*               each band taxes only the slice of the base that
000270*               falls inside it, every COMPUTE guarded by ON SIZE
000280*               ERROR (MED-FIS-CALC-ERRO), and the per-band base
000290*               and tax stay in the band tables for the printed
000300*               detail.
000310* Modification History:
000320*   2026-10-15 JA  Initial version.
000330*****************************************************************
000340 9700-CARREGA-TABFISC.
000350     MOVE ZERO TO MED-FIS-RAW-QTD
000360     MOVE ZERO TO MED-FIS-INSS-QTD MED-FIS-IRRF-QTD
000370     MOVE ZERO TO MED-FIS-VIG-INSS MED-FIS-VIG-IRRF
000380     MOVE ZERO TO MED-FIS-VIG-DEPE MED-FIS-DEDUCAO-DEP
000390     MOVE 'N'  TO MED-FIS-EOF-SW
000400     MOVE 'N'  TO MED-FIS-OK-SW
000410     OPEN INPUT TAX-TABLE-FILE
000420     IF WS-TBF-STATUS-FS NOT = "00"
000430        GO TO 9700-EXIT-FIS
000440     END-IF
000450     PERFORM 9710-LE-TABFISC THRU 9710-EXIT-FIS
000460         UNTIL MED-FIS-FIM
000470     CLOSE TAX-TABLE-FILE
000480     PERFORM 9720-VIGENCIA THRU 9720-EXIT-FIS
000490         VARYING MED-FIS-SUB FROM 1 BY 1
000500         UNTIL MED-FIS-SUB > MED-FIS-RAW-QTD
000510     PERFORM 9730-SELECIONA-FAIXA THRU 9730-EXIT-FIS
000520         VARYING MED-FIS-SUB FROM 1 BY 1
000530         UNTIL MED-FIS-SUB > MED-FIS-RAW-QTD
000540     IF MED-FIS-INSS-QTD > ZERO AND MED-FIS-IRRF-QTD > ZERO
000550        SET TABELA-FISCAL-OK TO TRUE
000560     END-IF
000570     .
000580 9700-EXIT-FIS.
000590     EXIT.
000600 9710-LE-TABFISC.
000610     READ TAX-TABLE-FILE
000620         AT END
000630             SET MED-FIS-FIM TO TRUE
000640             GO TO 9710-EXIT-FIS
000650     END-READ
000660     IF MED-TBF-VIGENCIA IS NOT NUMERIC
000670        OR MED-TBF-FAIXA IS NOT NUMERIC
000680        OR MED-TBF-LIMITE IS NOT NUMERIC
000690        OR MED-TBF-ALIQUOTA IS NOT NUMERIC
000700        DISPLAY "TABFISC: REGISTRO INVALIDO IGNORADO -- "
000710            MED-TBF-TIPO " " MED-TBF-VIGENCIA
000720        GO TO 9710-EXIT-FIS
000730     END-IF
000740     IF MED-FIS-RAW-QTD >= 300
000750        DISPLAY "TABELA FISCAL CHEIA (300)"
000760        MOVE 8 TO RETURN-CODE
000770        STOP RUN
000780     END-IF
000790     ADD 1 TO MED-FIS-RAW-QTD
000800     SET MED-FIS-RAW-IDX TO MED-FIS-RAW-QTD
000810     MOVE MED-TBF-TIPO     TO MED-FIS-RAW-TIPO (MED-FIS-RAW-IDX)
000820     MOVE MED-TBF-VIGENCIA TO MED-FIS-RAW-VIG (MED-FIS-RAW-IDX)
000830     MOVE MED-TBF-FAIXA    TO MED-FIS-RAW-FAIXA (MED-FIS-RAW-IDX)
000840     MOVE MED-TBF-LIMITE   TO MED-FIS-RAW-LIMITE (MED-FIS-RAW-IDX)
000850     MOVE MED-TBF-ALIQUOTA TO MED-FIS-RAW-ALIQ (MED-FIS-RAW-IDX)
000860     IF MED-TBF-DEDUCAO IS NUMERIC
000870        MOVE MED-TBF-DEDUCAO TO
000880            MED-FIS-RAW-DEDUC (MED-FIS-RAW-IDX)
000890     ELSE
000900        MOVE ZERO TO MED-FIS-RAW-DEDUC (MED-FIS-RAW-IDX)
000910     END-IF
000920     .
000930 9710-EXIT-FIS.
000940     EXIT.
000950*----------------------------------------------------------*
000960* 9720-VIGENCIA -- THE LATEST VERSION PER TYPE NOT AFTER   *
000970*     THE COMPETENCE BEING PAID                            *
000980*----------------------------------------------------------*
000990 9720-VIGENCIA.
001000     SET MED-FIS-RAW-IDX TO MED-FIS-SUB
001010     MOVE MED-FIS-RAW-VIG (MED-FIS-RAW-IDX) TO MED-FIS-VIG
001020     IF MED-FIS-VIG > MED-FIS-COMPET-CHECK
001030        GO TO 9720-EXIT-FIS
001040     END-IF
001050     EVALUATE MED-FIS-RAW-TIPO (MED-FIS-RAW-IDX)
001060         WHEN "INSS"
001070             IF MED-FIS-VIG > MED-FIS-VIG-INSS
001080                MOVE MED-FIS-VIG TO MED-FIS-VIG-INSS
001090             END-IF
001100         WHEN "IRRF"
001110             IF MED-FIS-VIG > MED-FIS-VIG-IRRF
001120                MOVE MED-FIS-VIG TO MED-FIS-VIG-IRRF
001130             END-IF
001140         WHEN "DEPE"
001150             IF MED-FIS-VIG > MED-FIS-VIG-DEPE
001160                MOVE MED-FIS-VIG TO MED-FIS-VIG-DEPE
001170             END-IF
001180     END-EVALUATE
001190     .
001200 9720-EXIT-FIS.
001210     EXIT.
001220*----------------------------------------------------------*
001230* 9730-SELECIONA-FAIXA -- A RECORD OF THE VERSION IN FORCE *
001240*     TAKES ITS BAND SLOT (THE BAND NUMBER, 01 TO 10)      *
001250*----------------------------------------------------------*
001260 9730-SELECIONA-FAIXA.
001270     SET MED-FIS-RAW-IDX TO MED-FIS-SUB
001280     MOVE MED-FIS-RAW-VIG (MED-FIS-RAW-IDX) TO MED-FIS-VIG
001290     IF MED-FIS-RAW-TIPO (MED-FIS-RAW-IDX) = "DEPE"
001300        AND MED-FIS-VIG = MED-FIS-VIG-DEPE
001310        MOVE MED-FIS-RAW-DEDUC (MED-FIS-RAW-IDX) TO
001320            MED-FIS-DEDUCAO-DEP
001330        GO TO 9730-EXIT-FIS
001340     END-IF
001350     IF MED-FIS-RAW-FAIXA (MED-FIS-RAW-IDX) < 1
001360        OR MED-FIS-RAW-FAIXA (MED-FIS-RAW-IDX) > 10
001370        GO TO 9730-EXIT-FIS
001380     END-IF
001390     MOVE MED-FIS-RAW-FAIXA (MED-FIS-RAW-IDX) TO MED-FIS-FX
001400     IF MED-FIS-RAW-TIPO (MED-FIS-RAW-IDX) = "INSS"
001410        AND MED-FIS-VIG = MED-FIS-VIG-INSS
001420        MOVE MED-FIS-RAW-LIMITE (MED-FIS-RAW-IDX) TO
001430            MED-FIS-INSS-LIMITE (MED-FIS-FX)
001440        MOVE MED-FIS-RAW-ALIQ (MED-FIS-RAW-IDX) TO
001450            MED-FIS-INSS-ALIQ (MED-FIS-FX)
001460        IF MED-FIS-FX > MED-FIS-INSS-QTD
001470           MOVE MED-FIS-FX TO MED-FIS-INSS-QTD
001480        END-IF
001490     END-IF
001500     IF MED-FIS-RAW-TIPO (MED-FIS-RAW-IDX) = "IRRF"
001510        AND MED-FIS-VIG = MED-FIS-VIG-IRRF
001520        MOVE MED-FIS-RAW-LIMITE (MED-FIS-RAW-IDX) TO
001530            MED-FIS-IRRF-LIMITE (MED-FIS-FX)
001540        MOVE MED-FIS-RAW-ALIQ (MED-FIS-RAW-IDX) TO
001550            MED-FIS-IRRF-ALIQ (MED-FIS-FX)
001560        IF MED-FIS-FX > MED-FIS-IRRF-QTD
001570           MOVE MED-FIS-FX TO MED-FIS-IRRF-QTD
001580        END-IF
001590     END-IF
001600     .
001610 9730-EXIT-FIS.
001620     EXIT.
001630*----------------------------------------------------------*
001640* 9750-CALCULA-INSS -- EACH BAND CONTRIBUTES ITS RATE ON   *
001650*     THE SLICE OF THE GROSS BETWEEN THE PREVIOUS LIMIT    *
001660*     AND ITS OWN; NOTHING ABOVE THE LAST LIMIT (THE       *
001670*     CEILING) IS CONTRIBUTED.                             *
001680*----------------------------------------------------------*
001690 9750-CALCULA-INSS.
001700     MOVE 'N' TO MED-FIS-ERRO-SW
001710     MOVE ZERO TO MED-FIS-VALOR-INSS
001720     MOVE ZERO TO MED-FIS-ANTERIOR
001730     PERFORM 9755-FAIXA-INSS THRU 9755-EXIT-FIS
001740         VARYING MED-FIS-SUB FROM 1 BY 1
001750         UNTIL MED-FIS-SUB > MED-FIS-INSS-QTD
001760     .
001770 9750-EXIT-FIS.
001780     EXIT.
001790 9755-FAIXA-INSS.
001800     MOVE ZERO TO MED-FIS-INSS-BASE (MED-FIS-SUB)
001810     MOVE ZERO TO MED-FIS-INSS-VALOR (MED-FIS-SUB)
001820     MOVE MED-FIS-INSS-LIMITE (MED-FIS-SUB) TO MED-FIS-LIM
001830     IF MED-FIS-BRUTO > MED-FIS-ANTERIOR
001840        IF MED-FIS-BRUTO > MED-FIS-LIM
001850           COMPUTE MED-FIS-FATIA = MED-FIS-LIM - MED-FIS-ANTERIOR
001860               ON SIZE ERROR SET MED-FIS-CALC-ERRO TO TRUE
001870           END-COMPUTE
001880        ELSE
001890           COMPUTE MED-FIS-FATIA =
001900               MED-FIS-BRUTO - MED-FIS-ANTERIOR
001910               ON SIZE ERROR SET MED-FIS-CALC-ERRO TO TRUE
001920           END-COMPUTE
001930        END-IF
001940        MOVE MED-FIS-FATIA TO MED-FIS-INSS-BASE (MED-FIS-SUB)
001950        COMPUTE MED-FIS-INSS-VALOR (MED-FIS-SUB) ROUNDED =
001960            MED-FIS-FATIA * MED-FIS-INSS-ALIQ (MED-FIS-SUB)
001970            ON SIZE ERROR SET MED-FIS-CALC-ERRO TO TRUE
001980        END-COMPUTE
001990        ADD MED-FIS-INSS-VALOR (MED-FIS-SUB) TO MED-FIS-VALOR-INSS
002000            ON SIZE ERROR SET MED-FIS-CALC-ERRO TO TRUE
002010        END-ADD
002020     END-IF
002030     MOVE MED-FIS-LIM TO MED-FIS-ANTERIOR
002040     .
002050 9755-EXIT-FIS.
002060     EXIT.
002070*----------------------------------------------------------*
002080* 9760-CALCULA-IRRF -- THE BASE IS THE GROSS LESS THE INSS *
002090*     AND THE DEPENDENTS' DEDUCTION; EACH IRRF BAND TAXES  *
002100*     ITS SLICE OF IT THE SAME WAY AS THE INSS BANDS.      *
002110*----------------------------------------------------------*
002120 9760-CALCULA-IRRF.
002130     MOVE ZERO TO MED-FIS-VALOR-IRRF
002140     MOVE ZERO TO MED-FIS-ANTERIOR
002150     COMPUTE MED-FIS-DED-DEPEND =
002160         MED-FIS-DEPENDENTES * MED-FIS-DEDUCAO-DEP
002170         ON SIZE ERROR SET MED-FIS-CALC-ERRO TO TRUE
002180     END-COMPUTE
002190     COMPUTE MED-FIS-BASE-IRRF =
002200         MED-FIS-BRUTO - MED-FIS-VALOR-INSS - MED-FIS-DED-DEPEND
002210         ON SIZE ERROR SET MED-FIS-CALC-ERRO TO TRUE
002220     END-COMPUTE
002230     IF MED-FIS-BASE-IRRF < ZERO
002240        MOVE ZERO TO MED-FIS-BASE-IRRF
002250     END-IF
002260     PERFORM 9765-FAIXA-IRRF THRU 9765-EXIT-FIS
002270         VARYING MED-FIS-SUB FROM 1 BY 1
002280         UNTIL MED-FIS-SUB > MED-FIS-IRRF-QTD
002290     .
002300 9760-EXIT-FIS.
002310     EXIT.
002320 9765-FAIXA-IRRF.
002330     MOVE ZERO TO MED-FIS-IRRF-BASE (MED-FIS-SUB)
002340     MOVE ZERO TO MED-FIS-IRRF-VALOR (MED-FIS-SUB)
002350     MOVE MED-FIS-IRRF-LIMITE (MED-FIS-SUB) TO MED-FIS-LIM
002360     IF MED-FIS-BASE-IRRF > MED-FIS-ANTERIOR
002370        IF MED-FIS-BASE-IRRF > MED-FIS-LIM
002380           COMPUTE MED-FIS-FATIA = MED-FIS-LIM - MED-FIS-ANTERIOR
002390               ON SIZE ERROR SET MED-FIS-CALC-ERRO TO TRUE
002400           END-COMPUTE
002410        ELSE
002420           COMPUTE MED-FIS-FATIA =
002430               MED-FIS-BASE-IRRF - MED-FIS-ANTERIOR
002440               ON SIZE ERROR SET MED-FIS-CALC-ERRO TO TRUE
002450           END-COMPUTE
002460        END-IF
002470        MOVE MED-FIS-FATIA TO MED-FIS-IRRF-BASE (MED-FIS-SUB)
002480        COMPUTE MED-FIS-IRRF-VALOR (MED-FIS-SUB) ROUNDED =
002490            MED-FIS-FATIA * MED-FIS-IRRF-ALIQ (MED-FIS-SUB)
002500            ON SIZE ERROR SET MED-FIS-CALC-ERRO TO TRUE
002510        END-COMPUTE
002520        ADD MED-FIS-IRRF-VALOR (MED-FIS-SUB) TO MED-FIS-VALOR-IRRF
002530            ON SIZE ERROR SET MED-FIS-CALC-ERRO TO TRUE
002540        END-ADD
002550     END-IF
002560     MOVE MED-FIS-LIM TO MED-FIS-ANTERIOR
002570     .
002580 9765-EXIT-FIS.
002590     EXIT.
