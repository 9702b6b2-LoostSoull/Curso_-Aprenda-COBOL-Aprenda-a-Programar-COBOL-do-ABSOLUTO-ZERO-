000270*               operations run deck.
000280* Modification History:
000290*   2026-09-03 JA  Initial version.
000292*   2026-10-15 JA  Stamps MED-OPR-DATA-STATUS with the run date
000294*                  on an inclusion and on every status change,
000296*                  so ACESSO_RECERT measures a new or reactivated
000298*                  operator's inactivity from that date. Status A
000299*                  on a change also lifts a suspension (S).
000300* Tectonics: cobc
000310*****************************************************************
000320 IDENTIFICATION DIVISION.
000710     03  WS-TRANS-VALIDA        PIC X(01) VALUE 'S'.
000720         88  TRANS-REJEITADA          VALUE 'N'.
000730 01  WS-MOTIVO-REJEICAO         PIC X(30) VALUE SPACES.
000735 01  WS-DATA-HOJE               PIC 9(08) VALUE ZERO.
000740 01  WS-CONTADORES.
000750     03  WS-CONT-LIDOS          PIC 9(05) COMP VALUE ZERO.
000760     03  WS-CONT-APLICADOS      PIC 9(05) COMP VALUE ZERO.
001010*----------------------------------------------------------*
001020 1000-INITIALIZE.
001030     MOVE "OPRMAINT" TO MED-ERROR-PROGRAM
001035     ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
001040     OPEN INPUT OPR-TRANS-FILE
001050     IF WS-TRANS-STATUS NOT = "00"
001060        DISPLAY "OPERTRAN NAO DISPONIVEL, STATUS: "
001940        ELSE
001950           SET MED-OPR-ATIVO TO TRUE
001960        END-IF
001965        MOVE WS-DATA-HOJE TO MED-OPR-DATA-STATUS
001970        MOVE MED-OPT-F-CONSULTA TO MED-OPR-F-CONSULTA
001980        MOVE MED-OPT-F-CORRECAO TO MED-OPR-F-CORRECAO
001990        MOVE MED-OPT-F-MANUT    TO MED-OPR-F-MANUT
002180        IF MED-OPT-NOME NOT = SPACES
002190           MOVE MED-OPT-NOME TO MED-OPR-NOME
002200        END-IF
002210        IF (MED-OPT-STATUS = 'A' OR MED-OPT-STATUS = 'I')
002215           AND MED-OPT-STATUS NOT = MED-OPR-STATUS
002220           MOVE MED-OPT-STATUS TO MED-OPR-STATUS
002225           MOVE WS-DATA-HOJE   TO MED-OPR-DATA-STATUS
002230        END-IF
002240        MOVE MED-OPT-F-CONSULTA TO MED-OPR-F-CONSULTA
002250        MOVE MED-OPT-F-CORRECAO TO MED-OPR-F-CORRECAO
