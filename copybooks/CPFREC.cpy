000100*****************************************************************
000110* Copybook:     CPFREC
000120* Author:       J. ALBUQUERQUE - APPLICATIONS SUPPORT
000130* Date-Written: 2026-10-15
000140* Purpose:      WORKING-STORAGE fields for the CPF check-digit
000150*               routine (see copybook CPFPARA): the program
000160*               moves the 11-digit CPF to MED-CPF-NUMERO and
000170*               PERFORMs 9900-VALIDA-CPF, the 88 level
000180*               MED-CPF-VALIDO answers; or it moves a 9-digit
000190*               base to the first nine digits and PERFORMs
000200*               9950-GERA-CPF to have both check digits filled
000210*               in.
000220* Modification History:
000230*   2026-10-15 JA  Initial version.
000240*****************************************************************
000250 01  MED-CPF-CHECK.
000260     03  MED-CPF-NUMERO         PIC 9(11) VALUE ZERO.
000270     03  MED-CPF-DIGITOS REDEFINES MED-CPF-NUMERO.
000280         05  MED-CPF-DIG        PIC 9(01) OCCURS 11 TIMES.
000290     03  MED-CPF-SOMA           PIC 9(04) COMP VALUE ZERO.
000300     03  MED-CPF-QUOC           PIC 9(04) COMP VALUE ZERO.
000310     03  MED-CPF-RESTO          PIC 9(02) COMP VALUE ZERO.
000320     03  MED-CPF-QTD            PIC 9(02) COMP VALUE ZERO.
000330     03  MED-CPF-SUB            PIC 9(02) COMP VALUE ZERO.
000340     03  MED-CPF-PESO           PIC 9(02) COMP VALUE ZERO.
000350     03  MED-CPF-DV             PIC 9(01) VALUE ZERO.
000360     03  MED-CPF-VALIDO-SW      PIC X(01) VALUE 'N'.
000370         88  MED-CPF-VALIDO           VALUE 'S'.
