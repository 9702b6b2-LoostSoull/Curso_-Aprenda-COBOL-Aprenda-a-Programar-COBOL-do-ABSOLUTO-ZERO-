000200*               (STUMAST_MAINT and its siblings) and LGPD purge.
000210* Modification History:
000220*   2026-09-03 JA  Initial version.
000222*   2026-10-15 JA  Status S (suspended for inactivity by
000224*                  ACESSO_RECERT) and MED-OPR-DATA-STATUS, the
000226*                  date the status last changed (inclusion,
000228*                  reactivation, suspension), taken from the
000229*                  FILLER. Spaces on records older than this.
000230*****************************************************************
000240 01  MED-OPER-MASTER-REC.
000250     03  MED-OPR-ID                 PIC X(08).
000270     03  MED-OPR-STATUS             PIC X(01).
000280         88  MED-OPR-ATIVO                VALUE 'A'.
000290         88  MED-OPR-INATIVO              VALUE 'I'.
000292         88  MED-OPR-SUSPENSO             VALUE 'S'.
000300     03  MED-OPR-FUNCOES.
000310         05  MED-OPR-F-CONSULTA     PIC X(01).
000320         05  MED-OPR-F-CORRECAO     PIC X(01).
000330         05  MED-OPR-F-MANUT        PIC X(01).
000340         05  MED-OPR-F-PURGA        PIC X(01).
000350     03  MED-OPR-DATA-STATUS        PIC X(08).
000360     03  FILLER                     PIC X(02).
