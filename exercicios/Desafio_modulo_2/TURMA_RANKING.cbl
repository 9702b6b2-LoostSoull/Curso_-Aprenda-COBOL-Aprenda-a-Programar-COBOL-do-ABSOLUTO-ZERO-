000130* Installation: ESCOLA - SISTEMA ACADEMICO
000140* Date-Written: 2026-08-22
000150* Purpose:      Class ranking and honor-roll report. Reads the
000150*               student totals RESUMO_NOTAS built off this run's
000150*               TRANSCRIPT (RSNSEL/RSNFD, type '3' records): each
000150*               student's overall average across the subjects on
000150*               the transcript and position in the turma, already
000150*               ranked by that average. Loads each turma by
000150*               position and prints a ranking per turma to
000150*               RANKRPT -- the top three of each turma flagged
000150*               QUADRO DE HONRA and any student whose overall
000150*               average is below the counseling floor flagged
000150*               ACOMPANHAMENTO for follow-up.
000270* Modification History:
000280*   2026-08-22 JA  Initial version.
000280*   2026-10-15 JA  Every ACOMPANHAMENTO student is also
000280*                  appended to the ACPSINAL flag file (ASNSEL/
000280*                  ASNFD), from which ACOMP_MAINT opens the
000280*                  acompanhamento case.
000280*   2026-10-15 JA  Reads the RESNOTAS student totals and their
000280*                  pre-computed turma position; the TRANSCRIPT
000280*                  extract and the SORTWK2 ranking sort are gone.
000285*   2026-10-15 JA  The RESNOTAS read returns at once when the
000285*                  end flag is already set (empty file or
000285*                  START not satisfied) instead of looping.
000290* Tectonics: cobc
000300*****************************************************************
000310 IDENTIFICATION DIVISION.
000330 ENVIRONMENT DIVISION.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     COPY RSNSEL.
000360     COPY ASNSEL.
000420     SELECT RANK-REPORT-FILE ASSIGN TO "RANKRPT"
000430         ORGANIZATION IS LINE SEQUENTIAL.
000440 DATA DIVISION.
000450 FILE SECTION.
000460     COPY RSNFD.
000460     COPY ASNFD.
000710 FD  RANK-REPORT-FILE.
000720 01  RANK-REPORT-REC            PIC X(80).
000730 WORKING-STORAGE SECTION.
000750 01  WS-RSN-STATUS              PIC X(02) VALUE SPACES.
000750 01  WS-ASN-STATUS              PIC X(02) VALUE SPACES.
000750 01  WS-DATA-HOJE               PIC 9(08) VALUE ZERO.
000760 01  WS-SWITCHES.
000770     03  WS-EOF-RESUMO          PIC X(01) VALUE 'N'.
000770         88  FIM-DO-RESUMO            VALUE 'S'.
000770     03  WS-RSN-ABERTO          PIC X(01) VALUE 'N'.
000770         88  RESUMO-ABERTO            VALUE 'S'.
000830*----------------------------------------------------------*
000840* RANKING PARAMETERS -- HOW MANY STUDENTS MAKE THE QUADRO   *
000850*     DE HONRA AND THE OVERALL AVERAGE BELOW WHICH A        *
000890 77  WS-PISO-ACOMPANHAMENTO     PIC 9(02)V99 VALUE 6.00.
000900 01  WS-CONTADORES.
000910     03  WS-CONT-ALUNOS         PIC 9(05) COMP VALUE ZERO.
000910     03  WS-CONT-SINAIS         PIC 9(05) COMP VALUE ZERO.
000950 01  WS-PRIOR-TURMA             PIC X(10) VALUE SPACES.
000960 01  WS-RANK-NA-TURMA           PIC 9(03) VALUE ZERO.
000960*----------------------------------------------------------*
000960* TURMA TABLE -- THE TURMA'S STUDENTS HELD AT THEIR RANKING *
000960*     POSITION, PRINTED TOP TO BOTTOM.                      *
000960*----------------------------------------------------------*
000960 01  WS-RANK-QTD                PIC 9(03) VALUE ZERO.
000960 01  WS-RANK-TABLE.
000960     03  WS-RANK-ENTRY          OCCURS 200 TIMES
000960                                PIC X(55).
000960 01  RANK-ALUNO-REC.
000960     03  RSO-TURMA              PIC X(10).
000960     03  RSO-MEDIA-GERAL        PIC 9(02)V99.
000960     03  RSO-ALUNO-ID           PIC 9(07).
000960     03  RSO-NOME               PIC X(30).
000960     03  RSO-QTD-MATERIAS       PIC 9(02).
000960     03  RSO-QTD-REPROV         PIC 9(02).
000970*----------------------------------------------------------*
000980* REPORT LINES                                              *
000990*----------------------------------------------------------*
001160     03  WS-RNK-FLAG            PIC X(15).
001170 PROCEDURE DIVISION.
001180 0000-MAIN-PROCEDURE.
001210     PERFORM 2000-IMPRIME-RANKING THRU 2000-EXIT
001220     STOP RUN.
001230*----------------------------------------------------------*
001240* 2000-IMPRIME-RANKING -- WALK THE RESNOTAS STUDENT TOTALS, *
001240*     ONE TURMA AT A TIME, AND PRINT THE RANKING.           *
001240*----------------------------------------------------------*
001240 2000-IMPRIME-RANKING.
001240     OPEN INPUT RESUMO-NOTAS-FILE
001240     IF WS-RSN-STATUS NOT = "00"
001240        DISPLAY "RESNOTAS NAO DISPONIVEL, STATUS: "
001240            WS-RSN-STATUS
001240        SET FIM-DO-RESUMO TO TRUE
001240     ELSE
001240        SET RESUMO-ABERTO TO TRUE
001240        MOVE LOW-VALUES TO MED-RSN-CHAVE
001240        START RESUMO-NOTAS-FILE KEY NOT LESS MED-RSN-CHAVE
001240            INVALID KEY
001240                SET FIM-DO-RESUMO TO TRUE
001240        END-START
001240     END-IF
002230     OPEN OUTPUT RANK-REPORT-FILE
002230     ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
002230     OPEN EXTEND ACOMP-SINAL-FILE
002230     IF WS-ASN-STATUS NOT = "00" AND WS-ASN-STATUS NOT = "05"
002230        OPEN OUTPUT ACOMP-SINAL-FILE
002230     END-IF
002240     PERFORM 2100-LE-RESUMO THRU 2100-EXIT
002240     PERFORM 2050-CARREGA-TURMA THRU 2050-EXIT
002240         UNTIL FIM-DO-RESUMO
002240     IF RESUMO-ABERTO
002240        CLOSE RESUMO-NOTAS-FILE
002240     END-IF
002280     CLOSE RANK-REPORT-FILE
002280     CLOSE ACOMP-SINAL-FILE
002290     DISPLAY "ALUNOS CLASSIFICADOS: " WS-CONT-ALUNOS
002290     DISPLAY "SINAIS DE ACOMPANHAMENTO: " WS-CONT-SINAIS
002300     .
002310 2000-EXIT.
002320     EXIT.
002330*----------------------------------------------------------*
002340* 2050-CARREGA-TURMA -- LOAD ONE TURMA'S STUDENTS AT THEIR  *
002340*     POSITIONS, THEN PRINT THE TURMA HEADING AND RANKING.  *
002340*----------------------------------------------------------*
002340 2050-CARREGA-TURMA.
002340     MOVE MED-RSN-TURMA TO WS-PRIOR-TURMA
002340     MOVE ZERO TO WS-RANK-QTD
002340     MOVE SPACES TO WS-RANK-TABLE
002340     PERFORM 2060-GUARDA-ALUNO THRU 2060-EXIT
002340         UNTIL FIM-DO-RESUMO
002340            OR MED-RSN-TURMA NOT = WS-PRIOR-TURMA
002340     MOVE WS-PRIOR-TURMA TO WS-CAB-TURMA
002340     MOVE WS-CABEC-TURMA TO RANK-REPORT-REC
002340     WRITE RANK-REPORT-REC
002340     PERFORM 2200-IMPRIME-ALUNO THRU 2200-EXIT
002340         VARYING WS-RANK-NA-TURMA FROM 1 BY 1
002340         UNTIL WS-RANK-NA-TURMA > WS-RANK-QTD
002340     .
002340 2050-EXIT.
002340     EXIT.
002340*----------------------------------------------------------*
002340* 2060-GUARDA-ALUNO -- THE STUDENT TOTAL IN HAND INTO THE   *
002340*     TURMA TABLE AT ITS RANKING POSITION.                  *
002340*----------------------------------------------------------*
002340 2060-GUARDA-ALUNO.
002340     IF MED-RSN-ALU-POSICAO < 1 OR MED-RSN-ALU-POSICAO > 200
002340        DISPLAY "TABELA DE ALUNOS DA TURMA CHEIA (200) -- "
002340            "AUMENTE WS-RANK-TABLE"
002340        MOVE 8 TO RETURN-CODE
002340        STOP RUN
002340     END-IF
002340     MOVE MED-RSN-TURMA            TO RSO-TURMA
002340     MOVE MED-RSN-ALU-MEDIA-GERAL  TO RSO-MEDIA-GERAL
002340     MOVE MED-RSN-ALUNO-ID         TO RSO-ALUNO-ID
002340     MOVE MED-RSN-ALU-NOME         TO RSO-NOME
002340     MOVE MED-RSN-ALU-QTD-MATERIAS TO RSO-QTD-MATERIAS
002340     MOVE MED-RSN-ALU-QTD-REPROV   TO RSO-QTD-REPROV
002340     MOVE RANK-ALUNO-REC TO WS-RANK-ENTRY (MED-RSN-ALU-POSICAO)
002340     IF MED-RSN-ALU-POSICAO > WS-RANK-QTD
002340        MOVE MED-RSN-ALU-POSICAO TO WS-RANK-QTD
002340     END-IF
002340     ADD 1 TO WS-CONT-ALUNOS
002340     PERFORM 2100-LE-RESUMO THRU 2100-EXIT
002340     .
002340 2060-EXIT.
002340     EXIT.
002340*----------------------------------------------------------*
002340* 2100-LE-RESUMO -- READ THE NEXT RESNOTAS STUDENT TOTAL,   *
002340*     PASSING OVER THE OTHER RECORD TYPES.                  *
002340*----------------------------------------------------------*
002340 2100-LE-RESUMO.
002340     IF FIM-DO-RESUMO
002340        GO TO 2100-EXIT
002340     END-IF
002340     READ RESUMO-NOTAS-FILE NEXT RECORD
002340         AT END
002340             SET FIM-DO-RESUMO TO TRUE
002340             GO TO 2100-EXIT
002340     END-READ
002340     IF NOT MED-RSN-TOTAL-ALUNO
002340        GO TO 2100-LE-RESUMO
002340     END-IF
002340     .
002420 2100-EXIT.
002430     EXIT.
002440*----------------------------------------------------------*
002450* 2200-IMPRIME-ALUNO -- THE RANKING LINE OF POSITION        *
002450*     WS-RANK-NA-TURMA.                                     *
002450*----------------------------------------------------------*
002450 2200-IMPRIME-ALUNO.
002450     MOVE WS-RANK-ENTRY (WS-RANK-NA-TURMA) TO RANK-ALUNO-REC
002580     MOVE SPACES TO WS-LINHA-RANK
002590     MOVE WS-RANK-NA-TURMA TO WS-RNK-POSICAO
002600     MOVE RSO-ALUNO-ID     TO WS-RNK-ALUNO-ID
002670             MOVE "QUADRO DE HONRA" TO WS-RNK-FLAG
002680         WHEN RSO-MEDIA-GERAL < WS-PISO-ACOMPANHAMENTO
002690             MOVE "ACOMPANHAMENTO" TO WS-RNK-FLAG
002690             PERFORM 2300-GRAVA-SINAL THRU 2300-EXIT
002700         WHEN OTHER
002710             MOVE SPACES TO WS-RNK-FLAG
002720     END-EVALUATE
002730     MOVE WS-LINHA-RANK TO RANK-REPORT-REC
002740     WRITE RANK-REPORT-REC
002760     .
002770 2200-EXIT.
002780     EXIT.
002780*----------------------------------------------------------*
002780* 2300-GRAVA-SINAL -- THE ACOMPANHAMENTO STUDENT ONTO THE   *
002780*     ACPSINAL FLAG FILE FOR THE CASE FILE (OVERALL AVERAGE,*
002780*     SO NO MATERIA).                                       *
002780*----------------------------------------------------------*
002780 2300-GRAVA-SINAL.
002780     MOVE SPACES TO MED-ACP-SINAL-REC
002780     MOVE RSO-ALUNO-ID    TO MED-ASN-ALUNO-ID
002780     MOVE 'R'             TO MED-ASN-ORIGEM
002780     MOVE RSO-NOME        TO MED-ASN-NOME
002780     MOVE RSO-TURMA       TO MED-ASN-TURMA
002780     MOVE "MEDIA GERAL"   TO MED-ASN-MOTIVO
002780     MOVE WS-DATA-HOJE    TO MED-ASN-DATA
002780     WRITE MED-ACP-SINAL-REC
002780     ADD 1 TO WS-CONT-SINAIS
002780     .
002780 2300-EXIT.
002780     EXIT.
002790 END PROGRAM TURMA_RANKING.
