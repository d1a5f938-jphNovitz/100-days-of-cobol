000100*****************************************************************
000110*  BANKPAY.CPY
000120*  BANK PAYMENT INSTRUCTION RECORD - ONE ENTRY PER SUPPLIER AND
000130*  CURRENCY FOR EVERY DAY7PAY PAYMENT RUN, WRITTEN TO THE
000140*  BANKPAY FILE THAT GOES TO THE BANK. BP-REFERENCE IS THE RUN
000150*  DATE AND A SEQUENCE WITHIN THE RUN, AND IS PRINTED ON THE
000160*  SUPPLIER'S REMITTANCE ADVICE SO THE SUPPLIER CAN MATCH THE
000170*  CREDIT ON ITS STATEMENT TO THE INVOICES IT SETTLES.
000180*****************************************************************
000190* MODIFICATION HISTORY
000200*  10/15/2026  JPH  ORIGINAL VERSION.
000210*****************************************************************
000220 01  BANKPAY-REC.
000230     05  BP-Reference.
000240         10  BP-Run-Date      PIC 9(08).
000250         10  BP-Sequence      PIC 9(04).
000260     05  BP-Fournisseur       PIC X(05).
000270     05  BP-Nom               PIC X(25).
000280     05  BP-Code-Devise       PIC X(03).
000290     05  BP-Montant           PIC 9(11)V99.
000300     05  BP-Nb-Factures       PIC 9(03).
