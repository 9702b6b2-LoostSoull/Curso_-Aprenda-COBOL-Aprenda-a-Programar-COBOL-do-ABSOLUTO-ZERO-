000100*****************************************************************
000110* Copybook:     DSTSEL
000120* Author:       J. ALBUQUERQUE - APPLICATIONS SUPPORT
000130* Date-Written: 2026-10-15
000140* Purpose:      FILE-CONTROL entry for DISTMAST, the report
000150*               distribution master (layout in copybook DSTFD):
000160*               one record per report DD naming the departments
000170*               that receive it and how many copies, when it is
000180*               expected and which chain step produces it.
000190*               Maintained with the editor, like FERIADOS; read
000200*               by DISTRIB_PACOTE to assemble the departmental
000210*               print bundles at the end of the chain.
000220* Modification History:
000230*   2026-10-15 JA  Initial version.
000240*****************************************************************
000250     SELECT DIST-MASTER-FILE ASSIGN TO "DISTMAST"
000260         ORGANIZATION IS LINE SEQUENTIAL
000270         FILE STATUS IS WS-DST-MASTER-STATUS.
