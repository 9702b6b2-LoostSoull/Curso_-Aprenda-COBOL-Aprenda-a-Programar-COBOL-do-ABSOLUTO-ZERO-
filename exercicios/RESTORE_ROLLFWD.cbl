000427*                  same rules the maintenance applies them --
000428*                  a roll-forward used to strip both from
000429*                  every replayed inclusion and alteration.
000429*   2026-10-15 JA  A replayed BANCORET payment marks the
000429*                  invoice's settlement channel as boleto
000429*                  (MED-FAT-CANAL-PGTO), as BANCO_RETORNO does.
000430* Tectonics: cobc
000440*****************************************************************
000450 IDENTIFICATION DIVISION.
006680     END-IF
006690     ADD MED-RET-VALOR-PAGO TO MED-FAT-VALOR-PAGO
006700     MOVE MED-RET-DATA-PGTO TO MED-FAT-DATA-PGTO
006700     SET MED-FAT-PGTO-BOLETO TO TRUE
006710     IF MED-FAT-VALOR-PAGO >= MED-FAT-VALOR
006720        SET MED-FAT-QUITADA TO TRUE
006730     END-IF
