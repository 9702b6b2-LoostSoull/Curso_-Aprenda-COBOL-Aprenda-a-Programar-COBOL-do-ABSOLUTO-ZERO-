000100*****************************************************************
000110* Copybook:     CPFPARA
000120* Author:       J. ALBUQUERQUE - APPLICATIONS SUPPORT
000130* Date-Written: 2026-10-15
000140* Purpose:      Common CPF check-digit paragraphs (modulo 11,
000150*               weights 10..2 for the first digit and 11..2 for
000160*               the second; a remainder under 2 gives digit 0).
000170*               A program COPYs CPFREC into WORKING-STORAGE and
000180*               PERFORMs 9900-VALIDA-CPF THRU 9900-EXIT-CPF or
000190*               9950-GERA-CPF THRU 9950-EXIT-CPF. A CPF whose
000200*               eleven digits are all the same passes the
000210*               arithmetic but is never issued, so it is
000220*               rejected.
000230* Modification History:
000240*   2026-10-15 JA  Initial version.
000250*****************************************************************
000260 9900-VALIDA-CPF.
000270     MOVE 'N' TO MED-CPF-VALIDO-SW
000280     MOVE 2 TO MED-CPF-SUB
000290     PERFORM 9920-COMPARA-DIGITO THRU 9920-EXIT-CPF
000300         UNTIL MED-CPF-SUB > 11
000310     IF MED-CPF-SUB = 12
000320        GO TO 9900-EXIT-CPF
000330     END-IF
000340     MOVE 9 TO MED-CPF-QTD
000350     PERFORM 9910-CALCULA-DV THRU 9910-EXIT-CPF
000360     IF MED-CPF-DV NOT = MED-CPF-DIG (10)
000370        GO TO 9900-EXIT-CPF
000380     END-IF
000390     MOVE 10 TO MED-CPF-QTD
000400     PERFORM 9910-CALCULA-DV THRU 9910-EXIT-CPF
000410     IF MED-CPF-DV NOT = MED-CPF-DIG (11)
000420        GO TO 9900-EXIT-CPF
000430     END-IF
000440     SET MED-CPF-VALIDO TO TRUE
000450     .
000460 9900-EXIT-CPF.
000470     EXIT.
000480*----------------------------------------------------------*
000490* Stops at the first digit unlike the first one; reaching  *
000500* MED-CPF-SUB 12 means all eleven digits are the same.     *
000510*----------------------------------------------------------*
000520 9920-COMPARA-DIGITO.
000530     IF MED-CPF-DIG (MED-CPF-SUB) NOT = MED-CPF-DIG (1)
000540        MOVE 99 TO MED-CPF-SUB
000550        GO TO 9920-EXIT-CPF
000560     END-IF
000570     ADD 1 TO MED-CPF-SUB
000580     .
000590 9920-EXIT-CPF.
000600     EXIT.
000610*----------------------------------------------------------*
000620* Check digit over the first MED-CPF-QTD digits (9 or 10): *
000630* the weights run from MED-CPF-QTD + 1 down to 2.          *
000640*----------------------------------------------------------*
000650 9910-CALCULA-DV.
000660     MOVE ZERO TO MED-CPF-SOMA
000670     MOVE 1 TO MED-CPF-SUB
000680     PERFORM 9915-SOMA-DIGITO THRU 9915-EXIT-CPF
000690         UNTIL MED-CPF-SUB > MED-CPF-QTD
000700     DIVIDE MED-CPF-SOMA BY 11 GIVING MED-CPF-QUOC
000710         REMAINDER MED-CPF-RESTO
000720     IF MED-CPF-RESTO < 2
000730        MOVE ZERO TO MED-CPF-DV
000740     ELSE
000750        COMPUTE MED-CPF-DV = 11 - MED-CPF-RESTO
000760     END-IF
000770     .
000780 9910-EXIT-CPF.
000790     EXIT.
000800 9915-SOMA-DIGITO.
000810     COMPUTE MED-CPF-PESO = MED-CPF-QTD + 2 - MED-CPF-SUB
000820     COMPUTE MED-CPF-SOMA = MED-CPF-SOMA
000830         + MED-CPF-DIG (MED-CPF-SUB) * MED-CPF-PESO
000840     ADD 1 TO MED-CPF-SUB
000850     .
000860 9915-EXIT-CPF.
000870     EXIT.
000880*----------------------------------------------------------*
000890* Fills digits 10 and 11 of MED-CPF-NUMERO from the nine-  *
000900* digit base already in place.                             *
000910*----------------------------------------------------------*
000920 9950-GERA-CPF.
000930     MOVE 9 TO MED-CPF-QTD
000940     PERFORM 9910-CALCULA-DV THRU 9910-EXIT-CPF
000950     MOVE MED-CPF-DV TO MED-CPF-DIG (10)
000960     MOVE 10 TO MED-CPF-QTD
000970     PERFORM 9910-CALCULA-DV THRU 9910-EXIT-CPF
000980     MOVE MED-CPF-DV TO MED-CPF-DIG (11)
000990     .
001000 9950-EXIT-CPF.
001010     EXIT.
