000100*****************************************************************
000110*  CERTTYPE.CPY
000120*  TABLE OF CERTIFICATE TYPES AND THE DEPARTMENTS THAT REQUIRE
000130*  THEM. LOADED INTO MEMORY FROM THE CERTTYPE REFERENCE FILE AT
000140*  PROGRAM START, THE SAME WAY DEPTTBL IS. DAY3CER ONLY ACCEPTS
000150*  A CERTIFICATE WHOSE TYPE IS ON THE TABLE; DAY3CXP REPORTS
000160*  EVERY EMPLOYEE WHOSE EMPLOYE-DEPT IS LISTED AGAINST A TYPE
000170*  AND WHO HOLDS NO CERTIFICATE OF THAT TYPE. A TYPE WITH NO
000180*  DEPARTMENT LISTED IS RECORDED BUT REQUIRED OF NOBODY.
000190*
000200*  THE CERTTYPE FILE RECORD IS:
000210*    CTY-TYPE    X(04)          CERTIFICATE TYPE CODE
000220*    CTY-LIBELLE X(25)          DESCRIPTION
000230*    CTY-DEPT    X(04) OCC 10   DEPARTMENTS REQUIRING IT,
000240*                               UNUSED ENTRIES SPACES
000250*****************************************************************
000260* MODIFICATION HISTORY
000270*  10/15/2026  JPH  ORIGINAL VERSION.
000280*****************************************************************
000290 01  WS-CERT-TYPE-TABLE.
000300     05  WS-CTY-TBL-COUNT     PIC 9(05) COMP  VALUE ZERO.
000310     05  WS-CTY-TBL-ENTRY OCCURS 1 TO 30 TIMES
000320             DEPENDING ON WS-CTY-TBL-COUNT
000330             INDEXED BY WS-CTY-TBL-IDX.
000340         10  WS-CTY-TBL-TYPE      PIC X(04).
000350         10  WS-CTY-TBL-LIBELLE   PIC X(25).
000360         10  WS-CTY-TBL-DEPT      PIC X(04) OCCURS 10 TIMES.
