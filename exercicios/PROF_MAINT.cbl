000350*                  OPERPARA), the same gate the other maintenance
000350*                  programs apply; a denied run is stamped NEG on
000350*                  ACESSLOG and ends with condition code 8.
000350*   2026-10-15 JA  PROFTRAN carries the SALMAST employee ID
000350*                  the teacher is paid under (MED-PRF-EMP-ID),
000350*                  set on A and replaced on C when numeric --
000350*                  the absence/substitution extract pays and
000350*                  docks through it.
000350* Tectonics: cobc
000360*****************************************************************
000370 IDENTIFICATION DIVISION.
000630     03  MED-PFT-STATUS         PIC X(01).
000640     03  MED-PFT-TURMA          PIC X(10).
000650     03  MED-PFT-MATERIA        PIC X(30).
000650     03  MED-PFT-EMP-ID         PIC X(06).
000660 FD  PRF-REGISTER-FILE.
000670 01  PRF-REGISTER-REC           PIC X(90).
000680 FD  PROF-MASTER-FILE.
002880        SET MED-PRF-ATIVO TO TRUE
002890     END-IF
002900     MOVE ZERO TO MED-PRF-QTD-VINCULOS
002900     IF MED-PFT-EMP-ID IS NUMERIC
002900        MOVE MED-PFT-EMP-ID TO MED-PRF-EMP-ID
002900     ELSE
002900        MOVE ZERO TO MED-PRF-EMP-ID
002900     END-IF
002910     WRITE MED-PROF-MASTER-REC
002920         INVALID KEY
002930             SET TRANS-REJEITADA TO TRUE
003170     IF MED-PFT-STATUS = 'A' OR MED-PFT-STATUS = 'I'
003180        MOVE MED-PFT-STATUS TO MED-PRF-STATUS
003190     END-IF
003190     IF MED-PFT-EMP-ID IS NUMERIC
003190        MOVE MED-PFT-EMP-ID TO MED-PRF-EMP-ID
003190     END-IF
003200     REWRITE MED-PROF-MASTER-REC
003210         INVALID KEY
003220             SET TRANS-REJEITADA TO TRUE
