000100*****************************************************************
000110*  GLPERIOD.CPY
000120*  LEDGER PERIOD CONTROL RECORD - THE ONE-RECORD GLPERIOD
000130*  CONTROL FILE, KEPT THE SAME WAY AS INVSEQ. GP-LAST-CLOSED IS
000140*  THE LATEST ACCOUNTING PERIOD (YYYYMM) LOCKED BY THE DAY7GTB
000150*  PERIOD CLOSE; EVERY PERIOD UP TO IT IS CLOSED. DAY7GLP POSTS A
000160*  LINE DATED IN A CLOSED PERIOD TO THE FIRST OPEN PERIOD, THE
000170*  MONTH AFTER GP-LAST-CLOSED, INSTEAD. ZERO (OR NO FILE) MEANS
000180*  NOTHING HAS BEEN CLOSED YET.
000190*****************************************************************
000200* MODIFICATION HISTORY
000210*  10/15/2026  JPH  ORIGINAL VERSION.
000220*****************************************************************
000230 01  GLPERIOD-REC.
000240     05  GP-Last-Closed       PIC 9(06).
000250     05  GP-Close-Date        PIC 9(08).
