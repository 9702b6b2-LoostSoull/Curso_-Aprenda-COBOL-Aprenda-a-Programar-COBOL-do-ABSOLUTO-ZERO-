000100*****************************************************************
000110* Copybook:     DOCMST
000120* Author:       J. ALBUQUERQUE - APPLICATIONS SUPPORT
000130* Date-Written: 2026-10-15
000140* Purpose:      Record layout for the indexed student personal-
000150*               documents master (DOCMAST, see copybook DOCSEL):
000160*               one record per STUMAST student. The birth date
000170*               is CCYYMMDD; a CPF of zero means not informed
000180*               and any other value has passed the check-digit
000190*               test of copybook CPFPARA. The birth certificate
000200*               is the 32-digit national matricula (older books
000210*               may carry livro/folha/termo as text). The
000220*               responsavel's CPF is the one the financial
000230*               documents (NFS-e tomador) are issued against.
000240* Modification History:
000250*   2026-10-15 JA  Initial version.
000260*****************************************************************
000270 01  MED-DOCUMENTO-REC.
000280     03  MED-DOC-ALUNO-ID           PIC 9(07).
000290     03  MED-DOC-DATA-NASCIMENTO    PIC 9(08).
000300     03  MED-DOC-NASCIMENTO-R REDEFINES MED-DOC-DATA-NASCIMENTO.
000310         05  MED-DOC-NASC-ANO       PIC 9(04).
000320         05  MED-DOC-NASC-MES       PIC 9(02).
000330         05  MED-DOC-NASC-DIA       PIC 9(02).
000340     03  MED-DOC-CPF                PIC 9(11).
000350     03  MED-DOC-RG                 PIC X(15).
000360     03  MED-DOC-RG-ORGAO           PIC X(10).
000370     03  MED-DOC-RG-UF              PIC X(02).
000380     03  MED-DOC-CERTIDAO           PIC X(32).
000390     03  MED-DOC-NACIONALIDADE      PIC X(01).
000400         88  MED-DOC-BRASILEIRA           VALUE '1'.
000410         88  MED-DOC-NATURALIZADA         VALUE '2'.
000420         88  MED-DOC-ESTRANGEIRA          VALUE '3'.
000430         88  MED-DOC-NACIONALIDADE-OK     VALUE '1' '2' '3'.
000440     03  MED-DOC-PAIS-ORIGEM        PIC X(20).
000450     03  MED-DOC-CPF-RESPONSAVEL    PIC 9(11).
000460     03  MED-DOC-OPERADOR           PIC X(08).
000470     03  MED-DOC-DATA-ATUALIZACAO   PIC 9(08).
000480     03  FILLER                     PIC X(20).
