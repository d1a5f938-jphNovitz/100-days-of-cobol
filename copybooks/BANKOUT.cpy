000100*****************************************************************
000110*  BANKOUT.CPY
000120*  BANK RECONCILIATION OUTSTANDING ITEM - EVERYTHING DAY9BRC
000130*  COULD NOT MATCH, CARRIED FROM ONE RUN TO THE NEXT UNTIL IT
000140*  CLEARS. REWRITTEN IN FULL BY EVERY RUN.
000150*
000160*  THE FIRST RECORD IS A HEADER (BO-TYPE "H") CARRYING THE LAST
000170*  PROCESSING DATE RECONCILED: CASHLOG AND ONACCT POSTINGS ARE
000180*  PICKED UP ONCE, FOR THE DATES AFTER IT, AND A SECOND RUN FOR
000190*  THE SAME DATE IS REFUSED. THEN ONE RECORD PER OPEN ITEM:
000200*    "B"  A CREDIT ON THE BANK STATEMENT NOT YET FOUND IN THE
000210*         BOOKS (BO-CLIENT-CODE BLANK);
000220*    "L"  A RECEIPT POSTED BY DAY9PAY (ALL ITS CASHLOG AND
000230*         ONACCT LINES FOR ONE REFERENCE, CUSTOMER AND DATE)
000240*         NOT YET CREDITED BY THE BANK.
000250*****************************************************************
000260* MODIFICATION HISTORY
000270*  10/15/2026  JPH  ORIGINAL VERSION.
000280*****************************************************************
000290 01  BANKOUT-REC.
000300     05  BO-Type              PIC X(01).
000310         88  BO-IS-HEADER          VALUE "H".
000320         88  BO-IS-BANK            VALUE "B".
000330         88  BO-IS-BOOK            VALUE "L".
000340     05  BO-Date              PIC 9(08).
000350     05  BO-Reference         PIC X(10).
000360     05  BO-Client-Code       PIC X(05).
000370     05  BO-Montant           PIC S9(11)V99 SIGN LEADING
000380                                  SEPARATE.
000390     05  BO-Libelle           PIC X(30).
000400 01  BANKOUT-HDR-REC.
000410     05  BOH-Type             PIC X(01).
000420     05  BOH-Last-Date        PIC 9(08).
000430     05  FILLER               PIC X(59).
