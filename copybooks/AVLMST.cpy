000100*****************************************************************
000110* Copybook:     AVLMST
000120* Author:       J. ALBUQUERQUE - APPLICATIONS SUPPORT
000130* Date-Written: 2026-10-15
000140* Purpose:      Record layout for the indexed assessment calendar
000150*               (AVALMAST, see copybook AVLSEL): one record per
000160*               booked assessment -- turma, date and the HORAMAST
000170*               period slot form the key, so a slot holds one
000180*               assessment; the materia is the one HORAMAST has
000190*               in that slot, and the bimestre the ACADCAL period
000200*               the date falls in.
000210* Modification History:
000220*   2026-10-15 JA  Initial version.
000230*****************************************************************
000240 01  MED-AVAL-MASTER-REC.
000250     03  MED-AVL-CHAVE.
000260         05  MED-AVL-TURMA          PIC X(10).
000270         05  MED-AVL-DATA           PIC 9(08).
000280         05  MED-AVL-SLOT           PIC 9(02).
000290     03  MED-AVL-MATERIA            PIC X(06).
000300     03  MED-AVL-TIPO               PIC X(02).
000310         88  MED-AVL-PROVA                VALUE "PR".
000320         88  MED-AVL-TRABALHO             VALUE "TR".
000330         88  MED-AVL-SIMULADO             VALUE "SI".
000340         88  MED-AVL-RECUPERACAO          VALUE "RE".
000350         88  MED-AVL-TIPO-VALIDO          VALUE "PR" "TR"
000360                                                "SI" "RE".
000370     03  MED-AVL-BIMESTRE           PIC 9(01).
000380     03  MED-AVL-DIA                PIC 9(01).
000390     03  MED-AVL-OPERADOR           PIC X(08).
000400     03  MED-AVL-DATA-REGISTRO      PIC 9(08).
000410     03  FILLER                     PIC X(14).
