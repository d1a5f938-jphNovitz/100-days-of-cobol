000100*****************************************************************
000110*  RATEHIST.CPY
000120*  EXCHANGE-RATE HISTORY RECORD - ONE ENTRY WRITTEN BY DAY8RAT
000130*  EVERY TIME A CURRTBL RATE IS REPLACED, CARRYING THE RATE
000140*  BEING RETIRED, THE DATE IT WAS FIXED AND THE RATE THAT TOOK
000150*  ITS PLACE. RH-OLD-RATE WAS THEREFORE IN FORCE FROM
000160*  RH-OLD-RATE-DATE UNTIL THE NEXT FIXING, WHICH IS HOW DAY9PAY
000170*  AND DAY9FXR FIND THE RATE ON AN INVOICE'S DATE LONG AFTER
000180*  CURRTBL HAS MOVED ON.
000190*****************************************************************
000200* MODIFICATION HISTORY
000210*  10/15/2026  JPH  ORIGINAL VERSION, MOVED OUT OF DAY8RAT NOW
000220*                   THAT THE RECEIVABLES PROGRAMS READ THE FILE.
000230*****************************************************************
000240 01  RATEHIST-REC.
000250     05  RH-Code              PIC X(03).
000260     05  RH-Old-Rate          PIC 9(04)V9(06).
000270     05  RH-Old-Rate-Date     PIC 9(08).
000280     05  RH-New-Rate          PIC 9(04)V9(06).
000290     05  RH-Change-Date       PIC 9(08).
