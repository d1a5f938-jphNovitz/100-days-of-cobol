000100*****************************************************************
000110*  GLBAL.CPY
000120*  GENERAL-LEDGER ACCOUNT BALANCE RECORD - ONE ENTRY PER
000130*  GL-COMPTE PER ACCOUNTING PERIOD (YYYYMM), KEPT ON THE INDEXED
000140*  GLBAL FILE. DAY7GLP ADDS EACH BALANCED GLEXTR BATCH INTO IT,
000150*  DEBIT LINES TO GB-DEBIT AND CREDIT LINES TO GB-CREDIT (A
000160*  NEGATIVE LINE, AS A CREDIT MEMO WRITES, SIMPLY REDUCES ITS
000170*  SIDE). DAY7GTB READS IT FOR THE TRIAL BALANCE. THE BALANCE OF
000180*  AN ACCOUNT AT THE END OF A PERIOD IS THE SUM OF GB-DEBIT LESS
000190*  GB-CREDIT OVER THAT PERIOD AND EVERY EARLIER ONE.
000200*****************************************************************
000210* MODIFICATION HISTORY
000220*  10/15/2026  JPH  ORIGINAL VERSION.
000230*****************************************************************
000240 01  GLBAL-REC.
000250     05  GB-Key.
000260         10  GB-Compte        PIC X(08).
000270         10  GB-Periode       PIC 9(06).
000280     05  GB-Debit             PIC S9(13)V99 SIGN LEADING
000290                                  SEPARATE.
000300     05  GB-Credit            PIC S9(13)V99 SIGN LEADING
000310                                  SEPARATE.
000320     05  GB-Nb-Lignes         PIC 9(07).
000330     05  GB-Last-Post-Date    PIC 9(08).
