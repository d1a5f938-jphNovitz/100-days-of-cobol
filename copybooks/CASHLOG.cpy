000100*****************************************************************
000110*  CASHLOG.CPY
000120*  CASH POSTING LOG RECORD - ONE ENTRY APPENDED BY DAY9PAY FOR
000130*  EVERY AMOUNT IT APPLIES AGAINST AN ARFILE OPEN ITEM, STAMPED
000140*  WITH THE DAYPROC PROCESSING DATE. CL-MONTANT-APPLIQUE IS IN
000150*  THE CURRENCY OF THE INVOICE IT WAS APPLIED TO (SEE
000160*  AR-CODE-DEVISE ON AROPEN.CPY). READ BY THE CUSTOMER
000170*  STATEMENT RUN (DAY9STM) TO LIST THE MONTH'S PAYMENTS.
000180*****************************************************************
000190* MODIFICATION HISTORY
000200*  10/15/2026  JPH  ORIGINAL VERSION, MOVED OUT OF DAY9PAY NOW
000210*                   THAT THE STATEMENT RUN READS THE LOG TOO.
000220*****************************************************************
000230 01  CASHLOG-REC.
000240     05  CL-Run-Date          PIC 9(08).
000250     05  CL-Client-Code       PIC X(05).
000260     05  CL-Invoice-No        PIC 9(06).
000270     05  CL-Montant-Applique  PIC S9(11)V99 SIGN LEADING
000280                                  SEPARATE.
000290     05  CL-Reference         PIC X(10).
