000100*****************************************************************
000110*  DUNHIST.CPY
000120*  DUNNING HISTORY RECORD - ONE ENTRY APPENDED BY DAY9DUN FOR
000130*  EVERY REMINDER LETTER IT PRINTS, STAMPED WITH THE DAYPROC
000140*  PROCESSING DATE. DAY9DUN READS THE FILE BACK AT THE START OF
000150*  EACH RUN TO FIND THE LAST LEVEL AND DATE SENT TO EACH
000160*  CUSTOMER, SO THE NEXT LETTER ESCALATES AND NO LETTER GOES OUT
000170*  AGAIN INSIDE THE DUNNING INTERVAL.
000180*
000190*  DH-NIVEAU: 1 REMINDER, 2 FIRM REMINDER, 3 FINAL NOTICE.
000200*  DH-MONTANT IS THE OVERDUE TOTAL THE LETTER CLAIMED, IN
000210*  DH-DEVISE (THE CUSTOMER'S CLIENT-DEVISE).
000220*****************************************************************
000230* MODIFICATION HISTORY
000240*  10/15/2026  JPH  ORIGINAL VERSION.
000250*****************************************************************
000260 01  DUNHIST-REC.
000270     05  DH-Client-Code       PIC X(05).
000280     05  DH-Date              PIC 9(08).
000290     05  DH-Niveau            PIC 9(01).
000300     05  DH-Items             PIC 9(03).
000310     05  DH-Montant           PIC S9(11)V99 SIGN LEADING
000320                                  SEPARATE.
000330     05  DH-Devise            PIC X(03).
