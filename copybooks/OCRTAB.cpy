000100*****************************************************************
000110* Copybook:     OCRTAB
000120* Author:       J. ALBUQUERQUE - APPLICATIONS SUPPORT
000130* Date-Written: 2026-10-15
000140* Purpose:      Code tables for the disciplinary occurrence
000150*               master (OCRMST): occurrence types, severities and
000160*               measures with their descriptions, searched by
000170*               OCOR_MAINT to validate a transaction and by both
000180*               OCOR_MAINT and OCOR_INQUIRY to print the text. A
000190*               new code is one more FILLER line and a larger
000200*               OCCURS.
000210* Modification History:
000220*   2026-10-15 JA  Initial version.
000230*****************************************************************
000240 01  MED-OCR-TIPOS-VALORES.
000250     03  FILLER                     PIC X(22) VALUE
000260         "ININDISCIPLINA".
000270     03  FILLER                     PIC X(22) VALUE
000280         "DSDESRESPEITO".
000290     03  FILLER                     PIC X(22) VALUE
000300         "AGAGRESSAO".
000310     03  FILLER                     PIC X(22) VALUE
000320         "BUBULLYING".
000330     03  FILLER                     PIC X(22) VALUE
000340         "DPDANO AO PATRIMONIO".
000350     03  FILLER                     PIC X(22) VALUE
000360         "FAFRAUDE EM AVALIACAO".
000370     03  FILLER                     PIC X(22) VALUE
000380         "CEUSO DE CELULAR".
000390     03  FILLER                     PIC X(22) VALUE
000400         "SAAUSENCIA DA SALA".
000410     03  FILLER                     PIC X(22) VALUE
000420         "OUOUTROS".
000430 01  MED-OCR-TIPOS-TAB REDEFINES MED-OCR-TIPOS-VALORES.
000440     03  MED-OCR-TIPO-ENTRY         OCCURS 9 TIMES
000450                                    INDEXED BY MED-OCR-TIPO-IDX.
000460         05  MED-OCR-TIPO-COD       PIC X(02).
000470         05  MED-OCR-TIPO-DESC      PIC X(20).
000480 01  MED-OCR-GRAV-VALORES.
000490     03  FILLER                     PIC X(11) VALUE "LEVE".
000500     03  FILLER                     PIC X(11) VALUE "MEDIA".
000510     03  FILLER                     PIC X(11) VALUE "GRAVE".
000520     03  FILLER                     PIC X(11) VALUE "GRAVISSIMA".
000530 01  MED-OCR-GRAV-TAB REDEFINES MED-OCR-GRAV-VALORES.
000540     03  MED-OCR-GRAV-DESC          PIC X(11) OCCURS 4 TIMES.
000550 01  MED-OCR-MEDIDAS-VALORES.
000560     03  FILLER                     PIC X(22) VALUE
000570         "AVADVERTENCIA VERBAL".
000580     03  FILLER                     PIC X(22) VALUE
000590         "AEADVERTENCIA ESCRITA".
000600     03  FILLER                     PIC X(22) VALUE
000610         "SUSUSPENSAO".
000620     03  FILLER                     PIC X(22) VALUE
000630         "RERETRATACAO/REPARO".
000640     03  FILLER                     PIC X(22) VALUE
000650         "ENENCAMINHAMENTO".
000660     03  FILLER                     PIC X(22) VALUE
000670         "CTCONSELHO TUTELAR".
000680 01  MED-OCR-MEDIDAS-TAB REDEFINES MED-OCR-MEDIDAS-VALORES.
000690     03  MED-OCR-MEDIDA-ENTRY       OCCURS 6 TIMES
000700                                    INDEXED BY MED-OCR-MED-IDX.
000710         05  MED-OCR-MEDIDA-COD     PIC X(02).
000720         05  MED-OCR-MEDIDA-DESC    PIC X(20).
