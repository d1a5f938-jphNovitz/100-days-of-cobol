000100*****************************************************************
000110*  ACCRIGHT.CPY
000120*  TABLE OF OPERATOR ACCESS RIGHTS - ONE ENTRY PER OPERATOR AND
000130*  PROTECTED PROGRAM, CARRYING THE FIVE FUNCTIONS THE OPERATOR
000140*  MAY USE THERE. LOADED FROM THE ACCRIGHT REFERENCE FILE BY
000150*  THE DAYSADM ADMINISTRATION PROGRAM (WHICH MAINTAINS IT) AND
000160*  BY THE DAYSACR CONFLICT REPORT. DAYSEC READS THE FILE AT
000170*  SIGN-ON AND HANDS THE CALLER ITS RIGHTS IN SGN-DROITS.
000180*
000190*  THE ACCRIGHT FILE RECORD IS:
000200*    AR-OPERATOR-ID    X(08)  OPERATOR ID (USERSEC)
000210*    AR-PROGRAM        X(08)  PROTECTED PROGRAM, E.G. DAY7FAC
000220*    AR-INQUIRE        X(01)  Y = MAY INQUIRE / LIST
000230*    AR-ADD            X(01)  Y = MAY ADD / ENTER
000240*    AR-CHANGE         X(01)  Y = MAY CHANGE
000250*    AR-DELETE         X(01)  Y = MAY DELETE / CANCEL
000260*    AR-APPROVE        X(01)  Y = MAY APPROVE / SIGN OFF /
000270*                             RELEASE / OVERRIDE AN INTERLOCK
000280*  AN OPERATOR WITH NO ENTRY AT ALL KEEPS THE RIGHTS OF ITS
000290*  USERSEC AUTHORITY LEVEL (1 = INQUIRE, 2 = PLUS ADD AND
000300*  CHANGE, 3 = EVERYTHING). ONCE AN OPERATOR HAS ANY ENTRY,
000310*  ONLY ITS ENTRIES COUNT - NO ENTRY FOR A PROGRAM MEANS NO
000320*  ACCESS TO THAT PROGRAM.
000330*****************************************************************
000340* MODIFICATION HISTORY
000350*  10/15/2026  JPH  ORIGINAL VERSION.
000360*****************************************************************
000370 01  WS-ACR-TABLE.
000380     05  WS-ACR-COUNT         PIC 9(05) COMP  VALUE ZERO.
000390     05  WS-ACR-ENTRY OCCURS 1 TO 500 TIMES
000400             DEPENDING ON WS-ACR-COUNT
000410             INDEXED BY WS-ACR-IDX.
000420         10  WS-ACR-OPERATOR      PIC X(08).
000430         10  WS-ACR-PROGRAM       PIC X(08).
000440         10  WS-ACR-DROITS.
000450             15  WS-ACR-INQUIRE   PIC X(01).
000460             15  WS-ACR-ADD       PIC X(01).
000470             15  WS-ACR-CHANGE    PIC X(01).
000480             15  WS-ACR-DELETE    PIC X(01).
000490             15  WS-ACR-APPROVE   PIC X(01).
