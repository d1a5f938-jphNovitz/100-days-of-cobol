000100*****************************************************************
000110*  ONACCT.CPY
000120*  UNAPPLIED CASH RECORD - ONE ENTRY WRITTEN BY DAY9PAY FOR CASH
000130*  LEFT OVER AFTER A CUSTOMER'S OPEN ITEMS ARE EXHAUSTED (OR
000140*  RECEIVED FROM A CUSTOMER WITH NO OPEN ITEMS AT ALL), HELD ON
000150*  ACCOUNT IN THE CUSTOMER'S OWN CURRENCY (CLIENT-DEVISE).
000160*  READ BY THE CUSTOMER STATEMENT RUN (DAY9STM), WHICH SHOWS
000170*  THE CASH STILL SITTING ON ACCOUNT.
000180*****************************************************************
000190* MODIFICATION HISTORY
000200*  10/15/2026  JPH  ORIGINAL VERSION, MOVED OUT OF DAY9PAY NOW
000210*                   THAT THE STATEMENT RUN READS THE FILE TOO.
000220*****************************************************************
000230 01  ONACCT-REC.
000240     05  ONA-Run-Date         PIC 9(08).
000250     05  ONA-Client-Code      PIC X(05).
000260     05  ONA-Montant          PIC S9(11)V99 SIGN LEADING
000270                                  SEPARATE.
000280     05  ONA-Reference        PIC X(10).
