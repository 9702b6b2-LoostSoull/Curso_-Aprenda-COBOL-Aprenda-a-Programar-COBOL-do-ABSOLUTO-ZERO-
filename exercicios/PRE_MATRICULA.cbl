000100*****************************************************************
000110* Program:      PRE_MATRICULA
000120* Author:       J. ALBUQUERQUE - APPLICATIONS SUPPORT
000130* Installation: ESCOLA - SISTEMA ACADEMICO
000140* Date-Written: 2026-10-15
000150* Date-Compiled:
000160* Purpose:      Website pre-enrollment intake. Reads the daily
000170*               PREMATRI file the school website delivers (layout
000180*               in copybook PREMREC) and scores every applicant
000190*               against every STUMAST student -- FORMADO and
000200*               DESLIGADO records included -- and the documents
000210*               on DOCMAST, on the normalized name (upper case,
000220*               no accents or punctuation, without the DA/DE/DO/
000230*               DAS/DOS/E particles), the birth date, the
000240*               normalized guardian name and the CPFs:
000250*                 CPF of the student equal           100 points
000260*                 full normalized name equal          40
000270*                   (first and last name equal        25)
000280*                 birth date equal                    30
000290*                 guardian name equal                 20
000300*                 guardian CPF equal                  20
000310*               An applicant reaching 50 points against anyone is
000320*               a probable match: nothing is generated, the
000330*               applicant and the candidates go on the review
000340*               report (PREMREV) and the applicant is held on
000350*               PREMPEND until the secretaria decides on PREMDEC
000360*               (protocol, V + student ID to link to the existing
000370*               record, N to enroll as a new student, X to drop
000380*               the application). A clear new student gets a new
000390*               ID from PROG_SET's ALUNO sequence and becomes an
000400*               'A' inclusion on STUTRAN plus an 'A' documents
000410*               transaction on DOCTRAN -- or, when the turma is
000420*               already at MED-TUR-CAPACIDADE, a WAITLIST entry.
000430*               A linked applicant becomes a 'C' correction (and
000440*               an 'S' back to ATIVO when the student was not
000450*               ATIVO) on STUTRAN and a DOCTRAN 'A' or 'C'. The
000460*               transactions are appended for STUMAST_MAINT and
000470*               then DOCUM_MAINT, in that order, to apply. Every
000480*               applicant gets one line on the register PREMREG.
000490*               Students enrolled by this run are scored too, so
000500*               a form sent twice the same day is caught.
000510* Modification History:
000520*   2026-10-15 JA  Initial version.
000522*   2026-10-15 JA  A link decision naming a student that is not
000524*                  numeric or not on STUMAST keeps the applicant
000526*                  held and prints it again on PREMREV; the
000528*                  PREMREV lines now carry the reason.
000530* Tectonics: cobc
000540*****************************************************************
000550 IDENTIFICATION DIVISION.
000560 PROGRAM-ID. PRE_MATRICULA.
000570 ENVIRONMENT DIVISION.
000580 INPUT-OUTPUT SECTION.
000590 FILE-CONTROL.
000600     SELECT PREMAT-INPUT-FILE ASSIGN TO "PREMATRI"
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS WS-PREMAT-STATUS.
000630     SELECT PREMAT-PEND-FILE ASSIGN TO "PREMPEND"
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS WS-PEND-STATUS.
000660     SELECT PREMAT-DECISAO-FILE ASSIGN TO "PREMDEC"
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS WS-DEC-STATUS.
000690     SELECT PREMAT-REGISTER-FILE ASSIGN TO "PREMREG"
000700         ORGANIZATION IS LINE SEQUENTIAL.
000710     SELECT PREMAT-REVISAO-FILE ASSIGN TO "PREMREV"
000720         ORGANIZATION IS LINE SEQUENTIAL.
000730     SELECT STU-TRANS-FILE ASSIGN TO "STUTRAN"
000740         ORGANIZATION IS LINE SEQUENTIAL
000750         FILE STATUS IS WS-STUT-STATUS.
000760     SELECT DOC-TRANS-FILE ASSIGN TO "DOCTRAN"
000770         ORGANIZATION IS LINE SEQUENTIAL
000780         FILE STATUS IS WS-DOCT-STATUS.
000790     SELECT WAIT-LIST-FILE ASSIGN TO "WAITLIST"
000800         ORGANIZATION IS LINE SEQUENTIAL
000810         FILE STATUS IS WS-WAIT-STATUS.
000820     COPY STUSEL.
000830     COPY TURMSEL.
000840     COPY DOCSEL.
000850     COPY OPERSEL.
000860     COPY ACSSEL.
000870     COPY ERRLSEL.
000880 DATA DIVISION.
000890 FILE SECTION.
000900 FD  PREMAT-INPUT-FILE.
000910 01  PREMAT-INPUT-REC           PIC X(221).
000920 FD  PREMAT-PEND-FILE.
000930 01  PREMAT-PEND-REC            PIC X(221).
000940 FD  PREMAT-DECISAO-FILE.
000950 01  MED-PREMAT-DECISAO-REC.
000960     03  MED-PDC-PROTOCOLO      PIC X(10).
000970     03  MED-PDC-DECISAO        PIC X(01).
000980     03  MED-PDC-ALUNO-ID       PIC X(07).
000990 FD  PREMAT-REGISTER-FILE.
001000 01  PREMAT-REGISTER-REC        PIC X(110).
001010 FD  PREMAT-REVISAO-FILE.
001020 01  PREMAT-REVISAO-REC         PIC X(110).
001030 FD  STU-TRANS-FILE.
001040 01  MED-STU-TRANS-REC.
001050     03  MED-STUT-FUNCAO        PIC X(01).
001060     03  MED-STUT-ALUNO-ID      PIC 9(07).
001070     03  MED-STUT-NOME          PIC X(30).
001080     03  MED-STUT-TURMA         PIC X(10).
001090     03  MED-STUT-PERIODO       PIC X(10).
001100     03  MED-STUT-STATUS        PIC X(01).
001110     03  MED-STUT-RESPONSAVEL   PIC X(30).
001120     03  MED-STUT-RUA           PIC X(20).
001130     03  MED-STUT-BAIRRO        PIC X(20).
001140     03  MED-STUT-CIDADE        PIC X(30).
001150     03  MED-STUT-CEP           PIC X(08).
001160     03  MED-STUT-UF            PIC X(02).
001170     03  MED-STUT-MOTIVO        PIC X(04).
001180     03  MED-STUT-UNIDADE       PIC X(02).
001190 FD  DOC-TRANS-FILE.
001200 01  MED-DOC-TRANS-REC.
001210     03  MED-DCT-FUNCAO         PIC X(01).
001220     03  MED-DCT-ALUNO-ID       PIC X(07).
001230     03  MED-DCT-NASCIMENTO     PIC X(08).
001240     03  MED-DCT-CPF            PIC X(11).
001250     03  MED-DCT-RG             PIC X(15).
001260     03  MED-DCT-RG-ORGAO       PIC X(10).
001270     03  MED-DCT-RG-UF          PIC X(02).
001280     03  MED-DCT-CERTIDAO       PIC X(32).
001290     03  MED-DCT-NACIONALIDADE  PIC X(01).
001300     03  MED-DCT-PAIS-ORIGEM    PIC X(20).
001310     03  MED-DCT-CPF-RESP       PIC X(11).
001320 FD  WAIT-LIST-FILE.
001330 01  MED-WAIT-LIST-REC.
001340     03  MED-WTL-ALUNO-ID       PIC 9(07).
001350     03  MED-WTL-NOME           PIC X(30).
001360     03  MED-WTL-TURMA          PIC X(10).
001370     03  MED-WTL-DATA           PIC 9(08).
001380     03  MED-WTL-HORA           PIC 9(08).
001390 FD  STUDENT-MASTER-FILE.
001400     COPY STUMAST.
001410 FD  TURMA-MASTER-FILE.
001420     COPY TURMMST.
001430 FD  DOCUM-MASTER-FILE.
001440     COPY DOCMST.
001450 FD  OPER-MASTER-FILE.
001460     COPY OPERMST.
001470     COPY ACSFD.
001480     COPY ERRLFD.
001490 WORKING-STORAGE SECTION.
001500     COPY ERRCODES.
001510 01  WS-OPR-MASTER-STATUS       PIC X(02) VALUE SPACES.
001520     COPY CADREC.
001530     COPY OPERREC.
001540     COPY CPFREC.
001550     COPY PREMREC.
001560 01  WS-OPERADOR                PIC X(08) VALUE SPACES.
001570 01  WS-STU-MASTER-STATUS       PIC X(02) VALUE SPACES.
001580 01  WS-TUR-MASTER-STATUS       PIC X(02) VALUE SPACES.
001590 01  WS-DOC-MASTER-STATUS       PIC X(02) VALUE SPACES.
001600 01  WS-PREMAT-STATUS           PIC X(02) VALUE SPACES.
001610 01  WS-PEND-STATUS             PIC X(02) VALUE SPACES.
001620 01  WS-DEC-STATUS              PIC X(02) VALUE SPACES.
001630 01  WS-STUT-STATUS             PIC X(02) VALUE SPACES.
001640 01  WS-DOCT-STATUS             PIC X(02) VALUE SPACES.
001650 01  WS-WAIT-STATUS             PIC X(02) VALUE SPACES.
001660 01  WS-SWITCHES.
001670     03  WS-EOF-PREMAT          PIC X(01) VALUE 'N'.
001680         88  FIM-DO-PREMAT            VALUE 'S'.
001690     03  WS-EOF-PEND            PIC X(01) VALUE 'N'.
001700         88  FIM-DO-PEND              VALUE 'S'.
001710     03  WS-EOF-DEC             PIC X(01) VALUE 'N'.
001720         88  FIM-DO-DEC               VALUE 'S'.
001730     03  WS-EOF-MASTER          PIC X(01) VALUE 'N'.
001740         88  FIM-DO-MASTER            VALUE 'S'.
001750     03  WS-DOCMAST-ABERTO      PIC X(01) VALUE 'N'.
001760         88  DOCMAST-ABERTO           VALUE 'S'.
001770     03  WS-APL-VALIDO          PIC X(01) VALUE 'S'.
001780         88  APL-REJEITADO            VALUE 'N'.
001790     03  WS-APL-RETIDO          PIC X(01) VALUE 'N'.
001800         88  APL-RETIDO               VALUE 'S'.
001810     03  WS-TURMA-ACHOU         PIC X(01) VALUE 'N'.
001820         88  ACHOU-TURMA-TAB          VALUE 'S'.
001830     03  WS-TURMA-LOTADA        PIC X(01) VALUE 'N'.
001840         88  TURMA-LOTADA             VALUE 'S'.
001850     03  WS-ID-LIVRE            PIC X(01) VALUE 'N'.
001860         88  ID-LIVRE                 VALUE 'S'.
001870     03  WS-DEC-ACHOU           PIC X(01) VALUE 'N'.
001880         88  ACHOU-DECISAO            VALUE 'S'.
001890 01  WS-MOTIVO-REJEICAO         PIC X(30) VALUE SPACES.
001900 01  WS-DECISAO                 PIC X(01) VALUE SPACE.
001910     88  DEC-VINCULA                  VALUE 'V'.
001920     88  DEC-NOVO                     VALUE 'N'.
001930     88  DEC-DESCARTA                 VALUE 'X'.
001940     88  DEC-NENHUMA                  VALUE SPACE.
001950 01  WS-ACAO                    PIC X(10) VALUE SPACES.
001960 01  WS-ALUNO-ID                PIC 9(07) VALUE ZERO.
001970 01  WS-DATA-HOJE               PIC 9(08) VALUE ZERO.
001980 01  WS-DATA-LIMITE             PIC 9(08) VALUE ZERO.
001990 01  WS-DIAS-NUM                PIC 9(07) VALUE ZERO.
002000 01  WS-OCUP-TURMA-BUSCA        PIC X(10) VALUE SPACES.
002010 01  WS-PONTOS                  PIC 9(03) VALUE ZERO.
002020 01  WS-PEND-LIDOS              PIC 9(04) COMP VALUE ZERO.
002030 01  WS-TENTATIVAS-ID           PIC 9(05) COMP VALUE ZERO.
002040*----------------------------------------------------------*
002050* PROG_SET CALL PARAMETER -- ALUNO SEQUENCE                *
002060*----------------------------------------------------------*
002070 01  WS-SEQ-PARM.
002080     03  WS-SEQ-NOME-P          PIC X(10) VALUE "ALUNO".
002090     03  WS-SEQ-NEXT-P          PIC 9(07) VALUE ZERO.
002100 01  WS-CONTADORES.
002110     03  WS-CONT-LIDOS          PIC 9(05) COMP VALUE ZERO.
002120     03  WS-CONT-PENDENTES      PIC 9(05) COMP VALUE ZERO.
002130     03  WS-CONT-INCLUIDOS      PIC 9(05) COMP VALUE ZERO.
002140     03  WS-CONT-FILA           PIC 9(05) COMP VALUE ZERO.
002150     03  WS-CONT-VINCULADOS     PIC 9(05) COMP VALUE ZERO.
002160     03  WS-CONT-REVISAO        PIC 9(05) COMP VALUE ZERO.
002170     03  WS-CONT-INVALIDOS      PIC 9(05) COMP VALUE ZERO.
002180     03  WS-CONT-DESCARTADOS    PIC 9(05) COMP VALUE ZERO.
002190     03  WS-CONT-CADASTRO       PIC 9(05) COMP VALUE ZERO.
002200*----------------------------------------------------------*
002210* THE APPLICANT IN NORMALIZED FORM, FOR THE SCORING        *
002220*----------------------------------------------------------*
002230 01  WS-APLICANTE.
002240     03  WS-APL-NOME            PIC X(30).
002250     03  WS-APL-PRIMEIRO        PIC X(15).
002260     03  WS-APL-ULTIMO          PIC X(15).
002270     03  WS-APL-RESP            PIC X(30).
002280     03  WS-APL-NASC            PIC 9(08).
002290     03  WS-APL-CPF             PIC 9(11).
002300     03  WS-APL-CPF-RESP        PIC 9(11).
002310*----------------------------------------------------------*
002320* NAME NORMALIZATION WORK AREA (8000-NORMALIZA-NOME):      *
002330*     LOWER CASE AND THE ISO-8859-1 ACCENTED LETTERS FOLD  *
002340*     TO PLAIN UPPER CASE, PUNCTUATION TO SPACE.           *
002350*----------------------------------------------------------*
002360 01  WS-NORMALIZA.
002370     03  WS-NRM-ENTRADA         PIC X(30).
002380     03  WS-NRM-SAIDA           PIC X(30).
002390     03  WS-NRM-PRIMEIRO        PIC X(15).
002400     03  WS-NRM-ULTIMO          PIC X(15).
002410     03  WS-NRM-PALAVRA         PIC X(30).
002420         88  NRM-PARTICULA            VALUE "DA" "DE" "DO"
002430                                            "DAS" "DOS" "E".
002440     03  WS-NRM-PTR             PIC 9(03) COMP.
002450     03  WS-NRM-OUT-PTR         PIC 9(03) COMP.
002460 01  WS-NRM-DE.
002470     03  FILLER                 PIC X(26)
002480         VALUE "abcdefghijklmnopqrstuvwxyz".
002490     03  FILLER                 PIC X(13)
002500         VALUE X"C0C1C2C3C4C5C7C8C9CACBCCCD".
002510     03  FILLER                 PIC X(13)
002520         VALUE X"CECFD1D2D3D4D5D6D9DADBDCDD".
002530     03  FILLER                 PIC X(13)
002540         VALUE X"E0E1E2E3E4E5E7E8E9EAEBECED".
002550     03  FILLER                 PIC X(14)
002560         VALUE X"EEEFF1F2F3F4F5F6F9FAFBFCFDFF".
002570     03  FILLER                 PIC X(05) VALUE ".,-'/".
002580 01  WS-NRM-PARA.
002590     03  FILLER                 PIC X(26)
002600         VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
002610     03  FILLER                 PIC X(13) VALUE "AAAAAACEEEEII".
002620     03  FILLER                 PIC X(13) VALUE "IINOOOOOUUUUY".
002630     03  FILLER                 PIC X(13) VALUE "AAAAAACEEEEII".
002640     03  FILLER                 PIC X(14) VALUE "IINOOOOOUUUUYY".
002650     03  FILLER                 PIC X(05) VALUE SPACES.
002660*----------------------------------------------------------*
002670* EVERY STUDENT ON STUMAST (ANY STATUS) WITH ITS DOCMAST   *
002680*     DATA, NORMALIZED ONCE AT LOAD; THE STUDENTS THIS RUN *
002690*     ENROLLS ARE ADDED WITH STATUS 'P'.                   *
002700*----------------------------------------------------------*
002710 01  WS-CAN-TABLE-QTD           PIC 9(05) COMP VALUE ZERO.
002720 01  WS-CAN-TABLE.
002730     03  WS-CAN-ENTRY           OCCURS 1 TO 20000 TIMES
002740                                DEPENDING ON WS-CAN-TABLE-QTD
002750                                INDEXED BY WS-CAN-IDX.
002760         05  WS-CAN-ALUNO-ID    PIC 9(07).
002770         05  WS-CAN-STATUS      PIC X(01).
002780         05  WS-CAN-TURMA       PIC X(10).
002790         05  WS-CAN-NOME        PIC X(30).
002800         05  WS-CAN-PRIMEIRO    PIC X(15).
002810         05  WS-CAN-ULTIMO      PIC X(15).
002820         05  WS-CAN-RESP        PIC X(30).
002830         05  WS-CAN-NASC        PIC 9(08).
002840         05  WS-CAN-CPF         PIC 9(11).
002850         05  WS-CAN-CPF-RESP    PIC 9(11).
002860*----------------------------------------------------------*
002870* THE PROBABLE MATCHES OF ONE APPLICANT (THE FIRST FIVE    *
002880*     ARE PRINTED, THE REST ONLY COUNTED)                  *
002890*----------------------------------------------------------*
002900 01  WS-SUS-QTD                 PIC 9(05) COMP VALUE ZERO.
002910 01  WS-SUS-SUB                 PIC 9(02) COMP VALUE ZERO.
002920 01  WS-SUS-TABLE.
002930     03  WS-SUS-ENTRY           OCCURS 5 TIMES.
002940         05  WS-SUS-ALUNO-ID    PIC 9(07).
002950         05  WS-SUS-STATUS      PIC X(01).
002960         05  WS-SUS-TURMA       PIC X(10).
002970         05  WS-SUS-NOME        PIC X(30).
002980         05  WS-SUS-PONTOS      PIC 9(03).
002990         05  WS-SUS-CRITERIOS   PIC X(25).
003000 01  WS-CRITERIOS.
003010     03  WS-CRT-CPF             PIC X(05).
003020     03  WS-CRT-NOME            PIC X(05).
003030     03  WS-CRT-NASC            PIC X(05).
003040     03  WS-CRT-RESP            PIC X(05).
003050     03  WS-CRT-CPFR            PIC X(05).
003060*----------------------------------------------------------*
003070* APPLICANTS HELD FOR REVIEW: THE PREMPEND OF THE LAST RUN *
003080*     FIRST, THEN THIS RUN'S NEW ONES. SITUACAO R = STILL  *
003090*     HELD (REWRITTEN TO PREMPEND), S = RESOLVED.          *
003100*----------------------------------------------------------*
003110 01  WS-PND-TABLE-QTD           PIC 9(04) COMP VALUE ZERO.
003120 01  WS-PND-TABLE.
003130     03  WS-PND-ENTRY           OCCURS 1 TO 500 TIMES
003140                                DEPENDING ON WS-PND-TABLE-QTD
003150                                INDEXED BY WS-PND-IDX.
003160         05  WS-PND-SITUACAO    PIC X(01).
003170             88  PND-RETIDO           VALUE 'R'.
003180         05  WS-PND-REGISTRO    PIC X(221).
003190*----------------------------------------------------------*
003200* THE SECRETARIA'S DECISIONS (PREMDEC) ON HELD APPLICANTS  *
003210*----------------------------------------------------------*
003220 01  WS-DEC-TABLE-QTD           PIC 9(04) COMP VALUE ZERO.
003230 01  WS-DEC-TABLE.
003240     03  WS-DEC-ENTRY           OCCURS 1 TO 500 TIMES
003250                                DEPENDING ON WS-DEC-TABLE-QTD
003260                                INDEXED BY WS-DEC-IDX.
003270         05  WS-DEC-PROTOCOLO   PIC X(10).
003280         05  WS-DEC-DECISAO     PIC X(01).
003290         05  WS-DEC-ALUNO-ID    PIC X(07).
003300         05  WS-DEC-USADA       PIC X(01).
003310             88  DEC-USADA            VALUE 'S'.
003320*----------------------------------------------------------*
003330* ATIVO STUDENTS PER TURMA OFF STUMAST, KEPT CURRENT AS    *
003340*     THE RUN GENERATES INCLUSIONS (STUMAST_MAINT'S RULE)  *
003350*----------------------------------------------------------*
003360 01  WS-OCUP-TABLE-QTD          PIC 9(03) COMP VALUE ZERO.
003370 01  WS-OCUP-TABLE.
003380     03  WS-OCUP-ENTRY          OCCURS 1 TO 100 TIMES
003390                                DEPENDING ON WS-OCUP-TABLE-QTD
003400                                INDEXED BY WS-OCUP-IDX.
003410         05  WS-OCP-TURMA       PIC X(10).
003420         05  WS-OCP-QTD         PIC 9(04).
003430*----------------------------------------------------------*
003440* REGISTER LINE -- ONE PER APPLICANT                       *
003450*----------------------------------------------------------*
003460 01  WS-REGISTER-LINE.
003470     03  WS-REG-PROTOCOLO       PIC X(10).
003480     03  FILLER                 PIC X(01) VALUE SPACE.
003490     03  WS-REG-NOME            PIC X(30).
003500     03  FILLER                 PIC X(01) VALUE SPACE.
003510     03  WS-REG-ACAO            PIC X(10).
003520     03  FILLER                 PIC X(01) VALUE SPACE.
003530     03  WS-REG-ALUNO-ID        PIC X(07).
003540     03  FILLER                 PIC X(01) VALUE SPACE.
003550     03  WS-REG-TURMA           PIC X(10).
003560     03  FILLER                 PIC X(01) VALUE SPACE.
003570     03  WS-REG-MOTIVO          PIC X(30).
003580*----------------------------------------------------------*
003590* REVIEW REPORT LINES                                      *
003600*----------------------------------------------------------*
003610 01  WS-REV-TITULO.
003620     03  FILLER                 PIC X(44)
003630         VALUE "PRE-MATRICULAS RETIDAS PARA REVISAO - DATA: ".
003640     03  WS-RVT-DATA            PIC 9(08).
003650 01  WS-REV-LEGENDA.
003660     03  FILLER                 PIC X(40)
003670         VALUE "CRITERIOS: CPF NOME NASC RESP CPFR (NOME".
003680     03  FILLER                 PIC X(40)
003690         VALUE "* = PRIMEIRO E ULTIMO NOME IGUAIS)".
003700 01  WS-REV-APLICANTE.
003710     03  FILLER                 PIC X(14) VALUE "PRE-MATRICULA ".
003720     03  WS-RVA-PROTOCOLO       PIC X(10).
003730     03  FILLER                 PIC X(01) VALUE SPACE.
003740     03  WS-RVA-NOME            PIC X(30).
003750     03  FILLER                 PIC X(06) VALUE " NASC ".
003760     03  WS-RVA-NASC            PIC X(08).
003770     03  FILLER                 PIC X(06) VALUE " RESP ".
003780     03  WS-RVA-RESP            PIC X(30).
003790 01  WS-REV-CANDIDATO.
003800     03  FILLER                 PIC X(14) VALUE "    CANDIDATO ".
003810     03  WS-RVC-ALUNO-ID        PIC 9(07).
003820     03  FILLER                 PIC X(01) VALUE SPACE.
003830     03  WS-RVC-STATUS          PIC X(01).
003840     03  FILLER                 PIC X(01) VALUE SPACE.
003850     03  WS-RVC-TURMA           PIC X(10).
003860     03  FILLER                 PIC X(01) VALUE SPACE.
003870     03  WS-RVC-NOME            PIC X(30).
003880     03  FILLER                 PIC X(08) VALUE " PONTOS ".
003890     03  WS-RVC-PONTOS          PIC ZZ9.
003900     03  FILLER                 PIC X(01) VALUE SPACE.
003910     03  WS-RVC-CRITERIOS       PIC X(25).
003920 01  WS-REV-MAIS.
003930     03  FILLER                 PIC X(18)
003940                                VALUE "    E MAIS OUTROS ".
003950     03  WS-RVM-QTD             PIC ZZZZ9.
003960     03  FILLER                 PIC X(30)
003970         VALUE " CANDIDATOS ACIMA DE 50 PONTOS".
003980 01  WS-REV-INSTRUCAO.
003990     03  FILLER                 PIC X(37)
004000         VALUE "    DECISAO NO PREMDEC: V + ALUNO VIN".
004010     03  FILLER                 PIC X(30)
004020         VALUE "CULA, N NOVO ALUNO, X DESCARTA".
004022 01  WS-REV-MOTIVO.
004024     03  FILLER                 PIC X(12) VALUE "    MOTIVO: ".
004026     03  WS-RVO-MOTIVO          PIC X(30).
004030 PROCEDURE DIVISION.
004040 0000-MAIN-PROCEDURE.
004050     PERFORM 1000-INITIALIZE THRU 1000-EXIT
004060     PERFORM 2000-PROCESSA-PENDENTE THRU 2000-EXIT
004070         VARYING WS-PND-IDX FROM 1 BY 1
004080         UNTIL WS-PND-IDX > WS-PEND-LIDOS
004090     PERFORM 2100-PROCESSA-PREMATRI THRU 2100-EXIT
004100         UNTIL FIM-DO-PREMAT
004110     PERFORM 7000-GRAVA-PENDENTES THRU 7000-EXIT
004120     PERFORM 7100-DECISOES-SEM-USO THRU 7100-EXIT
004130         VARYING WS-DEC-IDX FROM 1 BY 1
004140         UNTIL WS-DEC-IDX > WS-DEC-TABLE-QTD
004150     PERFORM 9000-FINALIZE THRU 9000-EXIT
004160     STOP RUN.
004170*----------------------------------------------------------*
004180* 1000-INITIALIZE -- OPERATOR GATE, THE FILE OPENS, THE    *
004190*     HELD APPLICANTS AND DECISIONS, AND THE LOAD OF THE   *
004200*     STUDENT MASTER INTO THE CANDIDATE TABLE.             *
004210*----------------------------------------------------------*
004220 1000-INITIALIZE.
004230     MOVE "PREMATR" TO MED-ERROR-PROGRAM
004240     DISPLAY "IDENTIFICACAO DO OPERADOR: "
004250     ACCEPT WS-OPERADOR
004260     PERFORM 9200-ABRE-OPERMAST THRU 9200-EXIT-OPER
004270     MOVE WS-OPERADOR TO MED-OPR-CHECK-ID
004280     MOVE 'M' TO MED-OPR-FUNC-CHECK
004290     PERFORM 9250-VERIFICA-OPERADOR THRU 9250-EXIT-OPER
004300     PERFORM 9290-FECHA-OPERMAST THRU 9290-EXIT-OPER
004310     IF NOT OPERADOR-AUTORIZADO
004320        DISPLAY "OPERADOR " WS-OPERADOR
004330            " SEM PERMISSAO DE MANUTENCAO"
004340        MOVE ZERO TO MED-OPN-ALUNO-ID
004350        PERFORM 9280-NEGA-ACESSO THRU 9280-EXIT-OPER
004360        MOVE "OPRNEG" TO MED-ERROR-CODE
004370        MOVE "OPERADOR SEM PERMISSAO DE MANUTENCAO" TO
004380            MED-ERROR-TEXT
004390        SET MED-RC-DATA-ERROR TO TRUE
004400        PERFORM 9800-ERROR-LOG THRU 9800-EXIT
004410        MOVE 8 TO RETURN-CODE
004420        STOP RUN
004430     END-IF
004440     ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
004450     COMPUTE WS-DATA-LIMITE = WS-DATA-HOJE - 1000000
004460     OPEN INPUT STUDENT-MASTER-FILE
004470     IF WS-STU-MASTER-STATUS NOT = "00"
004480        DISPLAY "STUMAST NAO DISPONIVEL, STATUS: "
004490            WS-STU-MASTER-STATUS
004500        MOVE 12 TO RETURN-CODE
004510        STOP RUN
004520     END-IF
004530     OPEN INPUT TURMA-MASTER-FILE
004540     IF WS-TUR-MASTER-STATUS NOT = "00"
004550        DISPLAY "TURMAST NAO DISPONIVEL, STATUS: "
004560            WS-TUR-MASTER-STATUS
004570        MOVE 12 TO RETURN-CODE
004580        STOP RUN
004590     END-IF
004600     OPEN INPUT DOCUM-MASTER-FILE
004610     IF WS-DOC-MASTER-STATUS = "00"
004620        SET DOCMAST-ABERTO TO TRUE
004630     ELSE
004640        DISPLAY "DOCMAST INDISPONIVEL, STATUS: "
004650            WS-DOC-MASTER-STATUS
004660        DISPLAY "COMPARACAO DE NASCIMENTO E CPF SERA PULADA"
004670     END-IF
004680     PERFORM 1100-CARREGA-PENDENTES THRU 1100-EXIT
004690     PERFORM 1200-CARREGA-DECISOES THRU 1200-EXIT
004700     PERFORM 1500-CARREGA-CADASTRO THRU 1500-EXIT
004710     OPEN INPUT PREMAT-INPUT-FILE
004720     IF WS-PREMAT-STATUS NOT = "00"
004730        DISPLAY "PREMATRI NAO DISPONIVEL, STATUS: "
004740            WS-PREMAT-STATUS
004750        SET FIM-DO-PREMAT TO TRUE
004760     END-IF
004770     OPEN OUTPUT PREMAT-REGISTER-FILE
004780     OPEN OUTPUT PREMAT-REVISAO-FILE
004790     MOVE WS-DATA-HOJE TO WS-RVT-DATA
004800     MOVE WS-REV-TITULO TO PREMAT-REVISAO-REC
004810     WRITE PREMAT-REVISAO-REC
004820     MOVE WS-REV-LEGENDA TO PREMAT-REVISAO-REC
004830     WRITE PREMAT-REVISAO-REC
004840     OPEN EXTEND STU-TRANS-FILE
004850     IF WS-STUT-STATUS = "35"
004860        OPEN OUTPUT STU-TRANS-FILE
004870     END-IF
004880     OPEN EXTEND DOC-TRANS-FILE
004890     IF WS-DOCT-STATUS = "35"
004900        OPEN OUTPUT DOC-TRANS-FILE
004910     END-IF
004920     OPEN EXTEND WAIT-LIST-FILE
004930     IF WS-WAIT-STATUS = "35"
004940        OPEN OUTPUT WAIT-LIST-FILE
004950     END-IF
004960     IF WS-STUT-STATUS NOT = "00" OR WS-DOCT-STATUS NOT = "00"
004970        OR WS-WAIT-STATUS NOT = "00"
004980        DISPLAY "STUTRAN/DOCTRAN/WAITLIST NAO GRAVAVEIS: "
004990            WS-STUT-STATUS " " WS-DOCT-STATUS " " WS-WAIT-STATUS
005000        MOVE "OPNERR"   TO MED-ERROR-CODE
005010        MOVE "TRANSACOES NAO PODEM SER GRAVADAS" TO MED-ERROR-TEXT
005020        SET MED-RC-FILE-ERROR TO TRUE
005030        PERFORM 9800-ERROR-LOG THRU 9800-EXIT
005040        MOVE MED-RETURN-CODE TO RETURN-CODE
005050        STOP RUN
005060     END-IF
005070     IF NOT FIM-DO-PREMAT
005080        PERFORM 2200-LE-PREMATRI THRU 2200-EXIT
005090     END-IF
005100     .
005110 1000-EXIT.
005120     EXIT.
005130*----------------------------------------------------------*
005140* 1100-CARREGA-PENDENTES -- THE APPLICANTS THE LAST RUN    *
005150*     HELD (PREMPEND); NONE ON THE FIRST RUN.              *
005160*----------------------------------------------------------*
005170 1100-CARREGA-PENDENTES.
005180     OPEN INPUT PREMAT-PEND-FILE
005190     IF WS-PEND-STATUS NOT = "00"
005200        GO TO 1100-EXIT
005210     END-IF
005220     PERFORM 1150-LE-PENDENTE THRU 1150-EXIT
005230         UNTIL FIM-DO-PEND
005240     CLOSE PREMAT-PEND-FILE
005250     MOVE WS-PND-TABLE-QTD TO WS-PEND-LIDOS
005260     .
005270 1100-EXIT.
005280     EXIT.
005290 1150-LE-PENDENTE.
005300     READ PREMAT-PEND-FILE
005310         AT END
005320             SET FIM-DO-PEND TO TRUE
005330             GO TO 1150-EXIT
005340     END-READ
005350     IF WS-PND-TABLE-QTD >= 500
005360        DISPLAY "TABELA DE PENDENTES CHEIA (500) -- "
005370            "AUMENTE WS-PND-TABLE"
005380        MOVE 8 TO RETURN-CODE
005390        STOP RUN
005400     END-IF
005410     ADD 1 TO WS-PND-TABLE-QTD
005420     SET WS-PND-IDX TO WS-PND-TABLE-QTD
005430     MOVE 'R' TO WS-PND-SITUACAO (WS-PND-IDX)
005440     MOVE PREMAT-PEND-REC TO WS-PND-REGISTRO (WS-PND-IDX)
005450     .
005460 1150-EXIT.
005470     EXIT.
005480*----------------------------------------------------------*
005490* 1200-CARREGA-DECISOES -- THE SECRETARIA'S DECISIONS ON   *
005500*     THE HELD APPLICANTS (PREMDEC IS OPTIONAL).           *
005510*----------------------------------------------------------*
005520 1200-CARREGA-DECISOES.
005530     OPEN INPUT PREMAT-DECISAO-FILE
005540     IF WS-DEC-STATUS NOT = "00"
005550        GO TO 1200-EXIT
005560     END-IF
005570     PERFORM 1250-LE-DECISAO THRU 1250-EXIT
005580         UNTIL FIM-DO-DEC
005590     CLOSE PREMAT-DECISAO-FILE
005600     .
005610 1200-EXIT.
005620     EXIT.
005630 1250-LE-DECISAO.
005640     READ PREMAT-DECISAO-FILE
005650         AT END
005660             SET FIM-DO-DEC TO TRUE
005670             GO TO 1250-EXIT
005680     END-READ
005690     IF MED-PDC-PROTOCOLO = SPACES
005700        GO TO 1250-EXIT
005710     END-IF
005720     IF WS-DEC-TABLE-QTD >= 500
005730        DISPLAY "TABELA DE DECISOES CHEIA (500) -- "
005740            "AUMENTE WS-DEC-TABLE"
005750        MOVE 8 TO RETURN-CODE
005760        STOP RUN
005770     END-IF
005780     ADD 1 TO WS-DEC-TABLE-QTD
005790     SET WS-DEC-IDX TO WS-DEC-TABLE-QTD
005800     MOVE MED-PDC-PROTOCOLO TO WS-DEC-PROTOCOLO (WS-DEC-IDX)
005810     MOVE MED-PDC-DECISAO   TO WS-DEC-DECISAO (WS-DEC-IDX)
005820     MOVE MED-PDC-ALUNO-ID  TO WS-DEC-ALUNO-ID (WS-DEC-IDX)
005830     MOVE 'N'               TO WS-DEC-USADA (WS-DEC-IDX)
005840     .
005850 1250-EXIT.
005860     EXIT.
005870*----------------------------------------------------------*
005880* 1500-CARREGA-CADASTRO -- EVERY STUMAST STUDENT, WHATEVER *
005890*     THE STATUS, INTO THE CANDIDATE TABLE WITH THE BIRTH  *
005900*     DATE AND CPFS OFF DOCMAST; THE ATIVO OCCUPANCY PER   *
005910*     TURMA IS COUNTED ON THE SAME PASS.                   *
005920*----------------------------------------------------------*
005930 1500-CARREGA-CADASTRO.
005940     MOVE ZERO TO MED-STU-ID
005950     START STUDENT-MASTER-FILE KEY NOT LESS MED-STU-ID
005960         INVALID KEY
005970             SET FIM-DO-MASTER TO TRUE
005980     END-START
005990     PERFORM 1600-LE-CADASTRO THRU 1600-EXIT
006000         UNTIL FIM-DO-MASTER
006010     .
006020 1500-EXIT.
006030     EXIT.
006040 1600-LE-CADASTRO.
006050     READ STUDENT-MASTER-FILE NEXT RECORD
006060         AT END
006070             SET FIM-DO-MASTER TO TRUE
006080             GO TO 1600-EXIT
006090     END-READ
006100     ADD 1 TO WS-CONT-CADASTRO
006110     IF MED-STU-ATIVO AND MED-STU-TURMA NOT = SPACES
006120        MOVE MED-STU-TURMA TO WS-OCUP-TURMA-BUSCA
006130        PERFORM 1700-SOMA-TURMA THRU 1700-EXIT
006140     END-IF
006150     PERFORM 1650-NOVO-CANDIDATO THRU 1650-EXIT
006160     SET WS-CAN-IDX TO WS-CAN-TABLE-QTD
006170     MOVE MED-STU-ID     TO WS-CAN-ALUNO-ID (WS-CAN-IDX)
006180     MOVE MED-STU-STATUS TO WS-CAN-STATUS (WS-CAN-IDX)
006190     MOVE MED-STU-TURMA  TO WS-CAN-TURMA (WS-CAN-IDX)
006200     MOVE MED-STU-NOME   TO WS-NRM-ENTRADA
006210     PERFORM 8000-NORMALIZA-NOME THRU 8000-EXIT
006220     MOVE WS-NRM-SAIDA    TO WS-CAN-NOME (WS-CAN-IDX)
006230     MOVE WS-NRM-PRIMEIRO TO WS-CAN-PRIMEIRO (WS-CAN-IDX)
006240     MOVE WS-NRM-ULTIMO   TO WS-CAN-ULTIMO (WS-CAN-IDX)
006250     MOVE MED-STU-RESPONSAVEL TO WS-NRM-ENTRADA
006260     PERFORM 8000-NORMALIZA-NOME THRU 8000-EXIT
006270     MOVE WS-NRM-SAIDA    TO WS-CAN-RESP (WS-CAN-IDX)
006280     MOVE ZERO TO WS-CAN-NASC (WS-CAN-IDX)
006290                  WS-CAN-CPF (WS-CAN-IDX)
006300                  WS-CAN-CPF-RESP (WS-CAN-IDX)
006310     IF NOT DOCMAST-ABERTO
006320        GO TO 1600-EXIT
006330     END-IF
006340     MOVE MED-STU-ID TO MED-DOC-ALUNO-ID
006350     READ DOCUM-MASTER-FILE
006360         INVALID KEY
006370             GO TO 1600-EXIT
006380     END-READ
006390     MOVE MED-DOC-DATA-NASCIMENTO TO WS-CAN-NASC (WS-CAN-IDX)
006400     MOVE MED-DOC-CPF             TO WS-CAN-CPF (WS-CAN-IDX)
006410     MOVE MED-DOC-CPF-RESPONSAVEL TO WS-CAN-CPF-RESP (WS-CAN-IDX)
006420     .
006430 1600-EXIT.
006440     EXIT.
006450 1650-NOVO-CANDIDATO.
006460     IF WS-CAN-TABLE-QTD >= 20000
006470        DISPLAY "TABELA DE CANDIDATOS CHEIA (20000) -- "
006480            "AUMENTE WS-CAN-TABLE"
006490        MOVE 8 TO RETURN-CODE
006500        STOP RUN
006510     END-IF
006520     ADD 1 TO WS-CAN-TABLE-QTD
006530     .
006540 1650-EXIT.
006550     EXIT.
006560 1700-SOMA-TURMA.
006570     MOVE 'N' TO WS-TURMA-ACHOU
006580     IF WS-OCUP-TABLE-QTD > ZERO
006590        SET WS-OCUP-IDX TO 1
006600        SEARCH WS-OCUP-ENTRY
006610            VARYING WS-OCUP-IDX
006620            AT END
006630                CONTINUE
006640            WHEN WS-OCP-TURMA (WS-OCUP-IDX)
006650                = WS-OCUP-TURMA-BUSCA
006660                SET ACHOU-TURMA-TAB TO TRUE
006670        END-SEARCH
006680     END-IF
006690     IF ACHOU-TURMA-TAB
006700        ADD 1 TO WS-OCP-QTD (WS-OCUP-IDX)
006710     ELSE
006720        IF WS-OCUP-TABLE-QTD >= 100
006730           DISPLAY "TABELA DE OCUPACAO CHEIA (100) -- "
006740               "AUMENTE WS-OCUP-TABLE"
006750           MOVE 8 TO RETURN-CODE
006760           STOP RUN
006770        END-IF
006780        ADD 1 TO WS-OCUP-TABLE-QTD
006790        SET WS-OCUP-IDX TO WS-OCUP-TABLE-QTD
006800        MOVE WS-OCUP-TURMA-BUSCA TO WS-OCP-TURMA (WS-OCUP-IDX)
006810        MOVE 1 TO WS-OCP-QTD (WS-OCUP-IDX)
006820     END-IF
006830     .
006840 1700-EXIT.
006850     EXIT.
006860*----------------------------------------------------------*
006870* 2000-PROCESSA-PENDENTE -- ONE APPLICANT HELD BY AN       *
006880*     EARLIER RUN, DECIDED OR SCORED AGAIN; STILL HELD, IT *
006890*     STAYS ON THE TABLE FOR THE NEW PREMPEND.             *
006900*----------------------------------------------------------*
006910 2000-PROCESSA-PENDENTE.
006920     ADD 1 TO WS-CONT-PENDENTES
006930     MOVE WS-PND-REGISTRO (WS-PND-IDX) TO MED-PREMAT-REC
006940     PERFORM 3000-PROCESSA-APLICANTE THRU 3000-EXIT
006950     IF APL-RETIDO
006960        MOVE 'R' TO WS-PND-SITUACAO (WS-PND-IDX)
006970     ELSE
006980        MOVE 'S' TO WS-PND-SITUACAO (WS-PND-IDX)
006990     END-IF
007000     .
007010 2000-EXIT.
007020     EXIT.
007030*----------------------------------------------------------*
007040* 2100-PROCESSA-PREMATRI -- ONE APPLICANT OF TODAY'S FILE; *
007050*     A HELD ONE IS ADDED TO THE PENDING TABLE.            *
007060*----------------------------------------------------------*
007070 2100-PROCESSA-PREMATRI.
007080     MOVE PREMAT-INPUT-REC TO MED-PREMAT-REC
007090     PERFORM 3000-PROCESSA-APLICANTE THRU 3000-EXIT
007100     IF APL-RETIDO
007110        IF WS-PND-TABLE-QTD >= 500
007120           DISPLAY "TABELA DE PENDENTES CHEIA (500) -- "
007130               "AUMENTE WS-PND-TABLE"
007140           MOVE 8 TO RETURN-CODE
007150           STOP RUN
007160        END-IF
007170        ADD 1 TO WS-PND-TABLE-QTD
007180        SET WS-PND-IDX TO WS-PND-TABLE-QTD
007190        MOVE 'R' TO WS-PND-SITUACAO (WS-PND-IDX)
007200        MOVE MED-PREMAT-REC TO WS-PND-REGISTRO (WS-PND-IDX)
007210     END-IF
007220     PERFORM 2200-LE-PREMATRI THRU 2200-EXIT
007230     .
007240 2100-EXIT.
007250     EXIT.
007260 2200-LE-PREMATRI.
007270     READ PREMAT-INPUT-FILE
007280         AT END
007290             SET FIM-DO-PREMAT TO TRUE
007300         NOT AT END
007310             ADD 1 TO WS-CONT-LIDOS
007320     END-READ
007330     .
007340 2200-EXIT.
007350     EXIT.
007360*----------------------------------------------------------*
007370* 3000-PROCESSA-APLICANTE -- VALIDATE THE FORM, THEN APPLY *
007380*     THE SECRETARIA'S DECISION, OR SCORE THE APPLICANT    *
007390*     AND HOLD A PROBABLE MATCH / ENROLL A CLEAR NEW ONE.  *
007400*----------------------------------------------------------*
007410 3000-PROCESSA-APLICANTE.
007420     MOVE 'S' TO WS-APL-VALIDO
007430     MOVE 'N' TO WS-APL-RETIDO
007440     MOVE SPACES TO WS-MOTIVO-REJEICAO WS-ACAO
007450     MOVE ZERO TO WS-ALUNO-ID
007460     PERFORM 3100-VALIDA-FORMULARIO THRU 3100-EXIT
007470     IF APL-REJEITADO
007480        MOVE "INVALIDO" TO WS-ACAO
007490        ADD 1 TO WS-CONT-INVALIDOS
007500        GO TO 3000-REGISTRA
007510     END-IF
007520     PERFORM 3200-PROCURA-DECISAO THRU 3200-EXIT
007530     EVALUATE TRUE
007540         WHEN DEC-DESCARTA
007550             MOVE "DESCARTADO" TO WS-ACAO
007560             MOVE "DESCARTADO PELA SECRETARIA" TO
007570                 WS-MOTIVO-REJEICAO
007580             ADD 1 TO WS-CONT-DESCARTADOS
007590         WHEN DEC-VINCULA
007600             PERFORM 4500-VINCULA-ALUNO THRU 4500-EXIT
007610         WHEN DEC-NOVO
007620             PERFORM 4000-INCLUI-NOVO THRU 4000-EXIT
007630         WHEN OTHER
007640             PERFORM 3500-PONTUA-CADASTRO THRU 3500-EXIT
007650             IF WS-SUS-QTD > ZERO
007660                SET APL-RETIDO TO TRUE
007670                MOVE "REVISAO" TO WS-ACAO
007680                MOVE "PROVAVEL ALUNO JA CADASTRADO" TO
007690                    WS-MOTIVO-REJEICAO
007700                IF NOT DEC-NENHUMA
007710                   MOVE "DECISAO INVALIDA NO PREMDEC" TO
007720                       WS-MOTIVO-REJEICAO
007730                END-IF
007740                ADD 1 TO WS-CONT-REVISAO
007750                PERFORM 3800-IMPRIME-REVISAO THRU 3800-EXIT
007760             ELSE
007770                PERFORM 4000-INCLUI-NOVO THRU 4000-EXIT
007780             END-IF
007790     END-EVALUATE
007800     .
007810 3000-REGISTRA.
007820     IF APL-REJEITADO
007830        MOVE "TRNREJ" TO MED-ERROR-CODE
007840        MOVE WS-MOTIVO-REJEICAO TO MED-ERROR-TEXT
007850        SET MED-RC-DATA-ERROR TO TRUE
007860        PERFORM 9800-ERROR-LOG THRU 9800-EXIT
007870     END-IF
007880     PERFORM 5000-GRAVA-REGISTRO THRU 5000-EXIT
007890     .
007900 3000-EXIT.
007910     EXIT.
007920*----------------------------------------------------------*
007930* 3100-VALIDA-FORMULARIO -- THE FORM AS THE WEBSITE SENT   *
007940*     IT: NAME, BIRTH DATE (SAME LIMITS AS DOCUM_MAINT),   *
007950*     NATIONALITY, THE CPF CHECK DIGITS AND A TURMA ON     *
007960*     TURMAST (WHOSE RECORD STAYS IN MED-TURMA-MASTER-REC  *
007970*     FOR THE CAPACITY CHECK). LEAVES THE APPLICANT        *
007980*     NORMALIZED IN WS-APLICANTE.                          *
007990*----------------------------------------------------------*
008000 3100-VALIDA-FORMULARIO.
008010     IF MED-PRE-NOME = SPACES
008020        SET APL-REJEITADO TO TRUE
008030        MOVE "NOME NAO INFORMADO" TO WS-MOTIVO-REJEICAO
008040        GO TO 3100-EXIT
008050     END-IF
008060     IF MED-PRE-NASCIMENTO IS NOT NUMERIC
008070        SET APL-REJEITADO TO TRUE
008080        MOVE "NASCIMENTO NAO NUMERICO" TO WS-MOTIVO-REJEICAO
008090        GO TO 3100-EXIT
008100     END-IF
008110     MOVE MED-PRE-NASCIMENTO TO WS-APL-NASC
008120     MOVE ZERO TO WS-DIAS-NUM
008130     COMPUTE WS-DIAS-NUM =
008140         FUNCTION INTEGER-OF-DATE (WS-APL-NASC)
008150         ON SIZE ERROR
008160             MOVE ZERO TO WS-DIAS-NUM
008170     END-COMPUTE
008180     IF WS-DIAS-NUM = ZERO
008190        SET APL-REJEITADO TO TRUE
008200        MOVE "NASCIMENTO INVALIDO" TO WS-MOTIVO-REJEICAO
008210        GO TO 3100-EXIT
008220     END-IF
008230     IF WS-APL-NASC > WS-DATA-HOJE
008240        OR WS-APL-NASC < WS-DATA-LIMITE
008250        SET APL-REJEITADO TO TRUE
008260        MOVE "NASCIMENTO FORA DO LIMITE" TO WS-MOTIVO-REJEICAO
008270        GO TO 3100-EXIT
008280     END-IF
008290     IF MED-PRE-NACIONALIDADE NOT = '1' AND
008300        MED-PRE-NACIONALIDADE NOT = '2' AND
008310        MED-PRE-NACIONALIDADE NOT = '3'
008320        SET APL-REJEITADO TO TRUE
008330        MOVE "NACIONALIDADE INVALIDA" TO WS-MOTIVO-REJEICAO
008340        GO TO 3100-EXIT
008350     END-IF
008360     IF MED-PRE-NACIONALIDADE = '3'
008370        AND MED-PRE-PAIS-ORIGEM = SPACES
008380        SET APL-REJEITADO TO TRUE
008390        MOVE "PAIS DE ORIGEM NAO INFORMADO" TO WS-MOTIVO-REJEICAO
008400        GO TO 3100-EXIT
008410     END-IF
008420     MOVE ZERO TO WS-APL-CPF WS-APL-CPF-RESP
008430     IF MED-PRE-CPF NOT = SPACES
008440        IF MED-PRE-CPF IS NOT NUMERIC
008450           SET APL-REJEITADO TO TRUE
008460           MOVE "CPF NAO NUMERICO" TO WS-MOTIVO-REJEICAO
008470           GO TO 3100-EXIT
008480        END-IF
008490        MOVE MED-PRE-CPF TO WS-APL-CPF MED-CPF-NUMERO
008500        PERFORM 9900-VALIDA-CPF THRU 9900-EXIT-CPF
008510        IF NOT MED-CPF-VALIDO
008520           SET APL-REJEITADO TO TRUE
008530           MOVE "CPF INVALIDO" TO WS-MOTIVO-REJEICAO
008540           GO TO 3100-EXIT
008550        END-IF
008560     END-IF
008570     IF MED-PRE-CPF-RESP NOT = SPACES
008580        IF MED-PRE-CPF-RESP IS NOT NUMERIC
008590           SET APL-REJEITADO TO TRUE
008600           MOVE "CPF RESPONSAVEL NAO NUMERICO" TO
008610               WS-MOTIVO-REJEICAO
008620           GO TO 3100-EXIT
008630        END-IF
008640        MOVE MED-PRE-CPF-RESP TO WS-APL-CPF-RESP MED-CPF-NUMERO
008650        PERFORM 9900-VALIDA-CPF THRU 9900-EXIT-CPF
008660        IF NOT MED-CPF-VALIDO
008670           SET APL-REJEITADO TO TRUE
008680           MOVE "CPF DO RESPONSAVEL INVALIDO" TO
008690               WS-MOTIVO-REJEICAO
008700           GO TO 3100-EXIT
008710        END-IF
008720     END-IF
008730     IF MED-PRE-TURMA = SPACES
008740        SET APL-REJEITADO TO TRUE
008750        MOVE "TURMA NAO INFORMADA" TO WS-MOTIVO-REJEICAO
008760        GO TO 3100-EXIT
008770     END-IF
008780     MOVE MED-PRE-TURMA TO MED-TUR-CODIGO
008790     READ TURMA-MASTER-FILE
008800         INVALID KEY
008810             SET APL-REJEITADO TO TRUE
008820             MOVE "TURMA NAO CADASTRADA" TO WS-MOTIVO-REJEICAO
008830             GO TO 3100-EXIT
008840     END-READ
008850     MOVE MED-PRE-NOME TO WS-NRM-ENTRADA
008860     PERFORM 8000-NORMALIZA-NOME THRU 8000-EXIT
008870     MOVE WS-NRM-SAIDA    TO WS-APL-NOME
008880     MOVE WS-NRM-PRIMEIRO TO WS-APL-PRIMEIRO
008890     MOVE WS-NRM-ULTIMO   TO WS-APL-ULTIMO
008900     MOVE MED-PRE-RESPONSAVEL TO WS-NRM-ENTRADA
008910     PERFORM 8000-NORMALIZA-NOME THRU 8000-EXIT
008920     MOVE WS-NRM-SAIDA    TO WS-APL-RESP
008930     .
008940 3100-EXIT.
008950     EXIT.
008960*----------------------------------------------------------*
008970* 3200-PROCURA-DECISAO -- THE PREMDEC LINE FOR THIS        *
008980*     PROTOCOL, IF ANY; WS-DEC-IDX POINTS AT IT.           *
008990*----------------------------------------------------------*
009000 3200-PROCURA-DECISAO.
009010     MOVE 'N' TO WS-DEC-ACHOU
009020     MOVE SPACE TO WS-DECISAO
009030     IF WS-DEC-TABLE-QTD = ZERO
009040        GO TO 3200-EXIT
009050     END-IF
009060     SET WS-DEC-IDX TO 1
009070     SEARCH WS-DEC-ENTRY
009080         VARYING WS-DEC-IDX
009090         AT END
009100             CONTINUE
009110         WHEN WS-DEC-PROTOCOLO (WS-DEC-IDX) = MED-PRE-PROTOCOLO
009120             SET ACHOU-DECISAO TO TRUE
009130             MOVE 'S' TO WS-DEC-USADA (WS-DEC-IDX)
009140             MOVE WS-DEC-DECISAO (WS-DEC-IDX) TO WS-DECISAO
009150     END-SEARCH
009160     .
009170 3200-EXIT.
009180     EXIT.
009190*----------------------------------------------------------*
009200* 3500-PONTUA-CADASTRO -- SCORE THE APPLICANT AGAINST      *
009210*     EVERY CANDIDATE; 50 POINTS OR MORE IS A PROBABLE     *
009220*     MATCH.                                               *
009230*----------------------------------------------------------*
009240 3500-PONTUA-CADASTRO.
009250     MOVE ZERO TO WS-SUS-QTD
009260     PERFORM 3600-PONTUA-CANDIDATO THRU 3600-EXIT
009270         VARYING WS-CAN-IDX FROM 1 BY 1
009280         UNTIL WS-CAN-IDX > WS-CAN-TABLE-QTD
009290     .
009300 3500-EXIT.
009310     EXIT.
009320 3600-PONTUA-CANDIDATO.
009330     MOVE ZERO TO WS-PONTOS
009340     MOVE SPACES TO WS-CRITERIOS
009350     IF WS-APL-CPF NOT = ZERO
009360        AND WS-APL-CPF = WS-CAN-CPF (WS-CAN-IDX)
009370        ADD 100 TO WS-PONTOS
009380        MOVE "CPF" TO WS-CRT-CPF
009390     END-IF
009400     IF WS-APL-NOME = WS-CAN-NOME (WS-CAN-IDX)
009410        ADD 40 TO WS-PONTOS
009420        MOVE "NOME" TO WS-CRT-NOME
009430     ELSE
009440        IF WS-APL-PRIMEIRO = WS-CAN-PRIMEIRO (WS-CAN-IDX)
009450           AND WS-APL-ULTIMO = WS-CAN-ULTIMO (WS-CAN-IDX)
009460           ADD 25 TO WS-PONTOS
009470           MOVE "NOME*" TO WS-CRT-NOME
009480        END-IF
009490     END-IF
009500     IF WS-APL-NASC = WS-CAN-NASC (WS-CAN-IDX)
009510        ADD 30 TO WS-PONTOS
009520        MOVE "NASC" TO WS-CRT-NASC
009530     END-IF
009540     IF WS-APL-RESP NOT = SPACES
009550        AND WS-APL-RESP = WS-CAN-RESP (WS-CAN-IDX)
009560        ADD 20 TO WS-PONTOS
009570        MOVE "RESP" TO WS-CRT-RESP
009580     END-IF
009590     IF WS-APL-CPF-RESP NOT = ZERO
009600        AND WS-APL-CPF-RESP = WS-CAN-CPF-RESP (WS-CAN-IDX)
009610        ADD 20 TO WS-PONTOS
009620        MOVE "CPFR" TO WS-CRT-CPFR
009630     END-IF
009640     IF WS-PONTOS < 50
009650        GO TO 3600-EXIT
009660     END-IF
009670     ADD 1 TO WS-SUS-QTD
009680     IF WS-SUS-QTD > 5
009690        GO TO 3600-EXIT
009700     END-IF
009710     MOVE WS-SUS-QTD TO WS-SUS-SUB
009720     MOVE WS-CAN-ALUNO-ID (WS-CAN-IDX) TO
009730         WS-SUS-ALUNO-ID (WS-SUS-SUB)
009740     MOVE WS-CAN-STATUS (WS-CAN-IDX) TO WS-SUS-STATUS (WS-SUS-SUB)
009750     MOVE WS-CAN-TURMA (WS-CAN-IDX)  TO WS-SUS-TURMA (WS-SUS-SUB)
009760     MOVE WS-CAN-NOME (WS-CAN-IDX)   TO WS-SUS-NOME (WS-SUS-SUB)
009770     MOVE WS-PONTOS    TO WS-SUS-PONTOS (WS-SUS-SUB)
009780     MOVE WS-CRITERIOS TO WS-SUS-CRITERIOS (WS-SUS-SUB)
009790     .
009800 3600-EXIT.
009810     EXIT.
009820*----------------------------------------------------------*
009830* 3800-IMPRIME-REVISAO -- THE HELD APPLICANT, THE REASON, *
009840*     ITS PROBABLE MATCHES AND THE DECISION LINE ON THE    *
009845*     REVIEW REPORT.                                       *
009850*----------------------------------------------------------*
009860 3800-IMPRIME-REVISAO.
009870     MOVE SPACES TO PREMAT-REVISAO-REC
009880     WRITE PREMAT-REVISAO-REC
009890     MOVE MED-PRE-PROTOCOLO   TO WS-RVA-PROTOCOLO
009900     MOVE MED-PRE-NOME        TO WS-RVA-NOME
009910     MOVE MED-PRE-NASCIMENTO  TO WS-RVA-NASC
009920     MOVE MED-PRE-RESPONSAVEL TO WS-RVA-RESP
009930     MOVE WS-REV-APLICANTE TO PREMAT-REVISAO-REC
009940     WRITE PREMAT-REVISAO-REC
009942     MOVE WS-MOTIVO-REJEICAO TO WS-RVO-MOTIVO
009944     MOVE WS-REV-MOTIVO TO PREMAT-REVISAO-REC
009946     WRITE PREMAT-REVISAO-REC
009950     PERFORM 3850-IMPRIME-CANDIDATO THRU 3850-EXIT
009960         VARYING WS-SUS-SUB FROM 1 BY 1
009970         UNTIL WS-SUS-SUB > 5 OR WS-SUS-SUB > WS-SUS-QTD
009980     IF WS-SUS-QTD > 5
009990        COMPUTE WS-RVM-QTD = WS-SUS-QTD - 5
010000        MOVE WS-REV-MAIS TO PREMAT-REVISAO-REC
010010        WRITE PREMAT-REVISAO-REC
010020     END-IF
010030     MOVE WS-REV-INSTRUCAO TO PREMAT-REVISAO-REC
010040     WRITE PREMAT-REVISAO-REC
010050     .
010060 3800-EXIT.
010070     EXIT.
010080 3850-IMPRIME-CANDIDATO.
010090     MOVE WS-SUS-ALUNO-ID (WS-SUS-SUB)   TO WS-RVC-ALUNO-ID
010100     MOVE WS-SUS-STATUS (WS-SUS-SUB)     TO WS-RVC-STATUS
010110     MOVE WS-SUS-TURMA (WS-SUS-SUB)      TO WS-RVC-TURMA
010120     MOVE WS-SUS-NOME (WS-SUS-SUB)       TO WS-RVC-NOME
010130     MOVE WS-SUS-PONTOS (WS-SUS-SUB)     TO WS-RVC-PONTOS
010140     MOVE WS-SUS-CRITERIOS (WS-SUS-SUB)  TO WS-RVC-CRITERIOS
010150     MOVE WS-REV-CANDIDATO TO PREMAT-REVISAO-REC
010160     WRITE PREMAT-REVISAO-REC
010170     .
010180 3850-EXIT.
010190     EXIT.
010200*----------------------------------------------------------*
010210* 4000-INCLUI-NOVO -- A CLEAR NEW STUDENT: A NEW ID, THEN  *
010220*     THE STUTRAN/DOCTRAN INCLUSIONS, OR THE WAITING LIST  *
010230*     WHEN THE TURMA IS FULL. EITHER WAY THE STUDENT JOINS *
010240*     THE CANDIDATE TABLE AS 'P' FOR THE REST OF THE RUN.  *
010250*----------------------------------------------------------*
010260 4000-INCLUI-NOVO.
010270     MOVE 'N' TO WS-ID-LIVRE
010280     MOVE ZERO TO WS-TENTATIVAS-ID
010290     PERFORM 4100-PROXIMO-ID THRU 4100-EXIT
010300         UNTIL ID-LIVRE
010310     MOVE MED-PRE-TURMA TO WS-OCUP-TURMA-BUSCA
010320     PERFORM 4300-VERIFICA-VAGA THRU 4300-EXIT
010330     IF TURMA-LOTADA
010340        PERFORM 4400-GRAVA-FILA THRU 4400-EXIT
010350        MOVE "FILA" TO WS-ACAO
010360        MOVE "TURMA LOTADA - FILA DE ESPERA" TO WS-MOTIVO-REJEICAO
010370        ADD 1 TO WS-CONT-FILA
010380     ELSE
010390        MOVE SPACES TO MED-STU-TRANS-REC
010400        MOVE 'A' TO MED-STUT-FUNCAO
010410        PERFORM 4200-GRAVA-STUTRAN THRU 4200-EXIT
010420        MOVE 'A' TO MED-DCT-FUNCAO
010430        PERFORM 4600-GRAVA-DOCTRAN THRU 4600-EXIT
010440        PERFORM 1700-SOMA-TURMA THRU 1700-EXIT
010450        MOVE "INCLUIDO" TO WS-ACAO
010460        ADD 1 TO WS-CONT-INCLUIDOS
010470     END-IF
010480     PERFORM 1650-NOVO-CANDIDATO THRU 1650-EXIT
010490     SET WS-CAN-IDX TO WS-CAN-TABLE-QTD
010500     MOVE WS-ALUNO-ID     TO WS-CAN-ALUNO-ID (WS-CAN-IDX)
010510     MOVE 'P'             TO WS-CAN-STATUS (WS-CAN-IDX)
010520     MOVE MED-PRE-TURMA   TO WS-CAN-TURMA (WS-CAN-IDX)
010530     MOVE WS-APL-NOME     TO WS-CAN-NOME (WS-CAN-IDX)
010540     MOVE WS-APL-PRIMEIRO TO WS-CAN-PRIMEIRO (WS-CAN-IDX)
010550     MOVE WS-APL-ULTIMO   TO WS-CAN-ULTIMO (WS-CAN-IDX)
010560     MOVE WS-APL-RESP     TO WS-CAN-RESP (WS-CAN-IDX)
010570     MOVE WS-APL-NASC     TO WS-CAN-NASC (WS-CAN-IDX)
010580     MOVE WS-APL-CPF      TO WS-CAN-CPF (WS-CAN-IDX)
010590     MOVE WS-APL-CPF-RESP TO WS-CAN-CPF-RESP (WS-CAN-IDX)
010600     .
010610 4000-EXIT.
010620     EXIT.
010630*----------------------------------------------------------*
010640* 4100-PROXIMO-ID -- THE NEXT NUMBER OF THE ALUNO          *
010650*     SEQUENCE, SKIPPING ANY NUMBER ALREADY ON STUMAST     *
010660*     (STUDENTS KEYED IN BY HAND BEFORE THE SEQUENCE       *
010670*     EXISTED).                                            *
010680*----------------------------------------------------------*
010690 4100-PROXIMO-ID.
010700     ADD 1 TO WS-TENTATIVAS-ID
010710     IF WS-TENTATIVAS-ID > 50000
010720        DISPLAY "SEQUENCIA ALUNO SEM NUMERO LIVRE NO STUMAST"
010730        MOVE 12 TO RETURN-CODE
010740        STOP RUN
010750     END-IF
010760     CALL "PROG_SET" USING WS-SEQ-PARM
010770     MOVE WS-SEQ-NEXT-P TO MED-STU-ID WS-ALUNO-ID
010780     READ STUDENT-MASTER-FILE
010790         INVALID KEY
010800             SET ID-LIVRE TO TRUE
010810     END-READ
010820     .
010830 4100-EXIT.
010840     EXIT.
010850*----------------------------------------------------------*
010860* 4200-GRAVA-STUTRAN -- ONE STUMAST_MAINT TRANSACTION FOR  *
010870*     WS-ALUNO-ID OFF THE FORM (FUNCTION ALREADY SET); THE *
010880*     PERIODO IS THE TURMA'S. A BLANK UNIT IS LEFT FOR     *
010890*     STUMAST_MAINT TO DEFAULT FROM THE TURMA.             *
010900*----------------------------------------------------------*
010910 4200-GRAVA-STUTRAN.
010920     MOVE WS-ALUNO-ID          TO MED-STUT-ALUNO-ID
010930     IF MED-STUT-FUNCAO = 'A'
010940        MOVE MED-PRE-NOME      TO MED-STUT-NOME
010950     END-IF
010960     MOVE MED-PRE-TURMA        TO MED-STUT-TURMA
010970     MOVE MED-TUR-PERIODO      TO MED-STUT-PERIODO
010980     MOVE MED-PRE-RESPONSAVEL  TO MED-STUT-RESPONSAVEL
010990     MOVE MED-PRE-RUA          TO MED-STUT-RUA
011000     MOVE MED-PRE-BAIRRO       TO MED-STUT-BAIRRO
011010     MOVE MED-PRE-CIDADE       TO MED-STUT-CIDADE
011020     MOVE MED-PRE-CEP          TO MED-STUT-CEP
011030     MOVE MED-PRE-UF           TO MED-STUT-UF
011040     MOVE MED-PRE-UNIDADE      TO MED-STUT-UNIDADE
011050     WRITE MED-STU-TRANS-REC
011060     .
011070 4200-EXIT.
011080     EXIT.
011090*----------------------------------------------------------*
011100* 4300-VERIFICA-VAGA -- THE TURMA (ON MED-TURMA-MASTER-REC *
011110*     SINCE 3100) IS FULL WHEN ITS ATIVO COUNT HAS REACHED *
011120*     MED-TUR-CAPACIDADE; ZERO CAPACITY MEANS NO LIMIT.    *
011130*----------------------------------------------------------*
011140 4300-VERIFICA-VAGA.
011150     MOVE 'N' TO WS-TURMA-LOTADA
011160     IF MED-TUR-CAPACIDADE = ZERO
011170        GO TO 4300-EXIT
011180     END-IF
011190     MOVE 'N' TO WS-TURMA-ACHOU
011200     IF WS-OCUP-TABLE-QTD > ZERO
011210        SET WS-OCUP-IDX TO 1
011220        SEARCH WS-OCUP-ENTRY
011230            VARYING WS-OCUP-IDX
011240            AT END
011250                CONTINUE
011260            WHEN WS-OCP-TURMA (WS-OCUP-IDX)
011270                = WS-OCUP-TURMA-BUSCA
011280                SET ACHOU-TURMA-TAB TO TRUE
011290        END-SEARCH
011300     END-IF
011310     IF ACHOU-TURMA-TAB
011320        AND WS-OCP-QTD (WS-OCUP-IDX) >= MED-TUR-CAPACIDADE
011330        SET TURMA-LOTADA TO TRUE
011340     END-IF
011350     .
011360 4300-EXIT.
011370     EXIT.
011380*----------------------------------------------------------*
011390* 4400-GRAVA-FILA -- QUEUE WS-ALUNO-ID AGAINST THE FULL    *
011400*     TURMA, STAMPED LIKE STUMAST_MAINT'S OWN QUEUEING.    *
011410*----------------------------------------------------------*
011420 4400-GRAVA-FILA.
011430     MOVE SPACES TO MED-WAIT-LIST-REC
011440     MOVE WS-ALUNO-ID   TO MED-WTL-ALUNO-ID
011450     MOVE MED-PRE-NOME  TO MED-WTL-NOME
011460     MOVE MED-PRE-TURMA TO MED-WTL-TURMA
011470     ACCEPT MED-WTL-DATA FROM DATE YYYYMMDD
011480     ACCEPT MED-WTL-HORA FROM TIME
011490     WRITE MED-WAIT-LIST-REC
011500     .
011510 4400-EXIT.
011520     EXIT.
011530*----------------------------------------------------------*
011540* 4500-VINCULA-ALUNO -- THE SECRETARIA LINKED THE          *
011550*     APPLICANT TO AN EXISTING STUDENT: THE FORM'S TURMA,  *
011560*     GUARDIAN AND ADDRESS GO ON A 'C' CORRECTION (THE     *
011570*     MASTER NAME IS KEPT), AN 'S' BACK TO ATIVO WHEN THE  *
011580*     STUDENT WAS NOT ATIVO, AND THE DOCUMENTS ON DOCTRAN. *
011590*     A FULL TURMA QUEUES THE EXISTING ID INSTEAD. A       *
011595*     DECISION NAMING NO STUDENT ON STUMAST STAYS HELD.    *
011600*----------------------------------------------------------*
011610 4500-VINCULA-ALUNO.
011620     IF WS-DEC-ALUNO-ID (WS-DEC-IDX) IS NOT NUMERIC
011630        SET APL-REJEITADO TO TRUE
011635        SET APL-RETIDO TO TRUE
011640        MOVE "REVISAO" TO WS-ACAO
011650        MOVE "VINCULO SEM ALUNO NUMERICO" TO WS-MOTIVO-REJEICAO
011660        ADD 1 TO WS-CONT-REVISAO
011662        MOVE ZERO TO WS-SUS-QTD
011664        PERFORM 3800-IMPRIME-REVISAO THRU 3800-EXIT
011670        GO TO 4500-EXIT
011680     END-IF
011690     MOVE WS-DEC-ALUNO-ID (WS-DEC-IDX) TO WS-ALUNO-ID MED-STU-ID
011700     READ STUDENT-MASTER-FILE
011710         INVALID KEY
011720             SET APL-REJEITADO TO TRUE
011725             SET APL-RETIDO TO TRUE
011730             MOVE "REVISAO" TO WS-ACAO
011740             MOVE "VINCULO A ALUNO NAO CADASTRADO" TO
011750                 WS-MOTIVO-REJEICAO
011760             ADD 1 TO WS-CONT-REVISAO
011762             MOVE ZERO TO WS-SUS-QTD
011764             PERFORM 3800-IMPRIME-REVISAO THRU 3800-EXIT
011770             GO TO 4500-EXIT
011780     END-READ
011790     MOVE "VINCULADO" TO WS-ACAO
011800     IF MED-STU-ATIVO AND MED-STU-TURMA = MED-PRE-TURMA
011810        MOVE "ALUNO JA ATIVO NA TURMA" TO WS-MOTIVO-REJEICAO
011820        ADD 1 TO WS-CONT-VINCULADOS
011830     ELSE
011840        MOVE MED-PRE-TURMA TO WS-OCUP-TURMA-BUSCA
011850        PERFORM 4300-VERIFICA-VAGA THRU 4300-EXIT
011860        IF TURMA-LOTADA
011870           PERFORM 4400-GRAVA-FILA THRU 4400-EXIT
011880           MOVE "FILA" TO WS-ACAO
011890           MOVE "TURMA LOTADA - FILA DE ESPERA" TO
011900               WS-MOTIVO-REJEICAO
011910           ADD 1 TO WS-CONT-FILA
011920        ELSE
011930           MOVE SPACES TO MED-STU-TRANS-REC
011940           MOVE 'C' TO MED-STUT-FUNCAO
011950           PERFORM 4200-GRAVA-STUTRAN THRU 4200-EXIT
011960           IF NOT MED-STU-ATIVO
011970              MOVE SPACES TO MED-STU-TRANS-REC
011980              MOVE 'S'         TO MED-STUT-FUNCAO
011990              MOVE WS-ALUNO-ID TO MED-STUT-ALUNO-ID
012000              MOVE 'A'         TO MED-STUT-STATUS
012010              WRITE MED-STU-TRANS-REC
012020              MOVE "RETORNO DE ALUNO DO CADASTRO" TO
012030                  WS-MOTIVO-REJEICAO
012040           END-IF
012050           PERFORM 1700-SOMA-TURMA THRU 1700-EXIT
012060           ADD 1 TO WS-CONT-VINCULADOS
012070        END-IF
012080     END-IF
012090     MOVE 'A' TO MED-DCT-FUNCAO
012100     IF DOCMAST-ABERTO
012110        MOVE WS-ALUNO-ID TO MED-DOC-ALUNO-ID
012120        READ DOCUM-MASTER-FILE
012130            NOT INVALID KEY
012140                MOVE 'C' TO MED-DCT-FUNCAO
012150        END-READ
012160     END-IF
012170     IF WS-ACAO NOT = "FILA"
012180        PERFORM 4600-GRAVA-DOCTRAN THRU 4600-EXIT
012190     END-IF
012200     .
012210 4500-EXIT.
012220     EXIT.
012230*----------------------------------------------------------*
012240* 4600-GRAVA-DOCTRAN -- THE FORM'S DOCUMENTS FOR           *
012250*     DOCUM_MAINT (FUNCTION ALREADY SET): BIRTH DATE,      *
012260*     CPFS, NATIONALITY AND COUNTRY. THE RG AND CERTIDAO   *
012270*     ARE LEFT FOR THE SECRETARIA TO KEY AT THE COUNTER.   *
012280*----------------------------------------------------------*
012290 4600-GRAVA-DOCTRAN.
012300     MOVE WS-ALUNO-ID           TO MED-DCT-ALUNO-ID
012310     MOVE MED-PRE-NASCIMENTO    TO MED-DCT-NASCIMENTO
012320     MOVE MED-PRE-CPF           TO MED-DCT-CPF
012330     MOVE SPACES                TO MED-DCT-RG MED-DCT-RG-ORGAO
012340                                   MED-DCT-RG-UF MED-DCT-CERTIDAO
012350     MOVE MED-PRE-NACIONALIDADE TO MED-DCT-NACIONALIDADE
012360     MOVE MED-PRE-PAIS-ORIGEM   TO MED-DCT-PAIS-ORIGEM
012370     MOVE MED-PRE-CPF-RESP      TO MED-DCT-CPF-RESP
012380     WRITE MED-DOC-TRANS-REC
012390     .
012400 4600-EXIT.
012410     EXIT.
012420*----------------------------------------------------------*
012430* 5000-GRAVA-REGISTRO -- ONE REGISTER LINE PER APPLICANT   *
012440*----------------------------------------------------------*
012450 5000-GRAVA-REGISTRO.
012460     MOVE SPACES TO WS-REGISTER-LINE
012470     MOVE MED-PRE-PROTOCOLO TO WS-REG-PROTOCOLO
012480     MOVE MED-PRE-NOME      TO WS-REG-NOME
012490     MOVE WS-ACAO           TO WS-REG-ACAO
012500     IF WS-ALUNO-ID NOT = ZERO
012510        MOVE WS-ALUNO-ID    TO WS-REG-ALUNO-ID
012520     END-IF
012530     MOVE MED-PRE-TURMA     TO WS-REG-TURMA
012540     MOVE WS-MOTIVO-REJEICAO TO WS-REG-MOTIVO
012550     MOVE WS-REGISTER-LINE TO PREMAT-REGISTER-REC
012560     WRITE PREMAT-REGISTER-REC
012570     .
012580 5000-EXIT.
012590     EXIT.
012600*----------------------------------------------------------*
012610* 7000-GRAVA-PENDENTES -- THE NEW PREMPEND: EVERY          *
012620*     APPLICANT STILL HELD FOR REVIEW.                     *
012630*----------------------------------------------------------*
012640 7000-GRAVA-PENDENTES.
012650     OPEN OUTPUT PREMAT-PEND-FILE
012660     PERFORM 7050-GRAVA-PENDENTE THRU 7050-EXIT
012670         VARYING WS-PND-IDX FROM 1 BY 1
012680         UNTIL WS-PND-IDX > WS-PND-TABLE-QTD
012690     CLOSE PREMAT-PEND-FILE
012700     .
012710 7000-EXIT.
012720     EXIT.
012730 7050-GRAVA-PENDENTE.
012740     IF PND-RETIDO (WS-PND-IDX)
012750        MOVE WS-PND-REGISTRO (WS-PND-IDX) TO PREMAT-PEND-REC
012760        WRITE PREMAT-PEND-REC
012770     END-IF
012780     .
012790 7050-EXIT.
012800     EXIT.
012810*----------------------------------------------------------*
012820* 7100-DECISOES-SEM-USO -- A DECISION WHOSE PROTOCOL WAS   *
012830*     NEITHER HELD NOR IN TODAY'S FILE GOES ON THE         *
012840*     REGISTER, SO A MISTYPED PROTOCOL DOES NOT GO         *
012850*     UNNOTICED.                                           *
012860*----------------------------------------------------------*
012870 7100-DECISOES-SEM-USO.
012880     IF DEC-USADA (WS-DEC-IDX)
012890        GO TO 7100-EXIT
012900     END-IF
012910     MOVE SPACES TO WS-REGISTER-LINE
012920     MOVE WS-DEC-PROTOCOLO (WS-DEC-IDX) TO WS-REG-PROTOCOLO
012930     MOVE "DECISAO"                     TO WS-REG-ACAO
012940     MOVE WS-DEC-ALUNO-ID (WS-DEC-IDX)  TO WS-REG-ALUNO-ID
012950     MOVE "PROTOCOLO NAO ESTA PENDENTE" TO WS-REG-MOTIVO
012960     MOVE WS-REGISTER-LINE TO PREMAT-REGISTER-REC
012970     WRITE PREMAT-REGISTER-REC
012980     ADD 1 TO WS-CONT-INVALIDOS
012990     .
013000 7100-EXIT.
013010     EXIT.
013020*----------------------------------------------------------*
013030* 8000-NORMALIZA-NOME -- WS-NRM-ENTRADA FOLDED TO UPPER    *
013040*     CASE WITHOUT ACCENTS OR PUNCTUATION, THE WORDS SET   *
013050*     ONE SPACE APART WITHOUT THE DA/DE/DO/DAS/DOS/E       *
013060*     PARTICLES (WS-NRM-SAIDA), PLUS THE FIRST AND LAST    *
013070*     WORDS (WS-NRM-PRIMEIRO/WS-NRM-ULTIMO).               *
013080*----------------------------------------------------------*
013090 8000-NORMALIZA-NOME.
013100     MOVE SPACES TO WS-NRM-SAIDA WS-NRM-PRIMEIRO WS-NRM-ULTIMO
013110     INSPECT WS-NRM-ENTRADA CONVERTING WS-NRM-DE TO WS-NRM-PARA
013120     MOVE 1 TO WS-NRM-PTR WS-NRM-OUT-PTR
013130     PERFORM 8100-PROXIMA-PALAVRA THRU 8100-EXIT
013140         UNTIL WS-NRM-PTR > 30
013150     .
013160 8000-EXIT.
013170     EXIT.
013180 8100-PROXIMA-PALAVRA.
013190     MOVE SPACES TO WS-NRM-PALAVRA
013200     UNSTRING WS-NRM-ENTRADA DELIMITED BY ALL SPACE
013210         INTO WS-NRM-PALAVRA
013220         WITH POINTER WS-NRM-PTR
013230     END-UNSTRING
013240     IF WS-NRM-PALAVRA = SPACES OR NRM-PARTICULA
013250        GO TO 8100-EXIT
013260     END-IF
013270     IF WS-NRM-PRIMEIRO = SPACES
013280        MOVE WS-NRM-PALAVRA TO WS-NRM-PRIMEIRO
013290     END-IF
013300     MOVE WS-NRM-PALAVRA TO WS-NRM-ULTIMO
013310     IF WS-NRM-OUT-PTR > 1
013320        STRING " " DELIMITED BY SIZE
013330               WS-NRM-PALAVRA DELIMITED BY SPACE
013340            INTO WS-NRM-SAIDA
013350            WITH POINTER WS-NRM-OUT-PTR
013360            ON OVERFLOW
013370                CONTINUE
013380        END-STRING
013390     ELSE
013400        STRING WS-NRM-PALAVRA DELIMITED BY SPACE
013410            INTO WS-NRM-SAIDA
013420            WITH POINTER WS-NRM-OUT-PTR
013430            ON OVERFLOW
013440                CONTINUE
013450        END-STRING
013460     END-IF
013470     .
013480 8100-EXIT.
013490     EXIT.
013500*----------------------------------------------------------*
013510* 9000-FINALIZE -- CLOSE THE FILES AND SHOW THE RUN COUNTS *
013520*----------------------------------------------------------*
013530 9000-FINALIZE.
013540     IF WS-PREMAT-STATUS = "10"
013550        CLOSE PREMAT-INPUT-FILE
013560     END-IF
013570     CLOSE PREMAT-REGISTER-FILE
013580     CLOSE PREMAT-REVISAO-FILE
013590     CLOSE STU-TRANS-FILE
013600     CLOSE DOC-TRANS-FILE
013610     CLOSE WAIT-LIST-FILE
013620     CLOSE STUDENT-MASTER-FILE
013630     CLOSE TURMA-MASTER-FILE
013640     IF DOCMAST-ABERTO
013650        CLOSE DOCUM-MASTER-FILE
013660     END-IF
013670     DISPLAY "ALUNOS NO CADASTRO....: " WS-CONT-CADASTRO
013680     DISPLAY "PENDENTES REAVALIADOS.: " WS-CONT-PENDENTES
013690     DISPLAY "PRE-MATRICULAS LIDAS..: " WS-CONT-LIDOS
013700     DISPLAY "INCLUIDAS NO STUTRAN..: " WS-CONT-INCLUIDOS
013710     DISPLAY "VINCULADAS............: " WS-CONT-VINCULADOS
013720     DISPLAY "NA FILA DE ESPERA.....: " WS-CONT-FILA
013730     DISPLAY "RETIDAS PARA REVISAO..: " WS-CONT-REVISAO
013740     DISPLAY "DESCARTADAS...........: " WS-CONT-DESCARTADOS
013750     DISPLAY "INVALIDAS.............: " WS-CONT-INVALIDOS
013760     IF WS-CONT-REVISAO > ZERO OR WS-CONT-INVALIDOS > ZERO
013770        MOVE 4 TO RETURN-CODE
013780     END-IF
013790     .
013800 9000-EXIT.
013810     EXIT.
013820*----------------------------------------------------------*
013830* 9800-ERROR-LOG -- SHARED ERROR-LOGGING PARAGRAPH (ERRPARA) *
013840*----------------------------------------------------------*
013850     COPY ERRPARA.
013860*----------------------------------------------------------*
013870* 9200/9250/9280/9290 -- SHARED OPERATOR-AUTHORIZATION     *
013880*     PARAGRAPHS (OPERPARA) AND THE AUDIT-CHAIN PARAGRAPHS *
013890*     (CADPARA) THE ACCESS-LOG STAMP RIDES ON.             *
013900*----------------------------------------------------------*
013910     COPY CADPARA.
013920     COPY OPERPARA.
013930*----------------------------------------------------------*
013940* 9900/9950 -- SHARED CPF CHECK-DIGIT PARAGRAPHS (CPFPARA) *
013950*----------------------------------------------------------*
013960     COPY CPFPARA.
013970 END PROGRAM PRE_MATRICULA.
