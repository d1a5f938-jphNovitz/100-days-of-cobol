000100*****************************************************************
000110*  SODRULE.CPY
000120*  TABLE OF SEGREGATION-OF-DUTIES RULES - PAIRS OF ACCESS
000130*  RIGHTS NO SINGLE OPERATOR SHOULD HOLD TOGETHER. LOADED FROM
000140*  THE SODRULE REFERENCE FILE BY THE DAYSACR CONFLICT REPORT,
000150*  WHICH LISTS EVERY OPERATOR WHOSE RIGHTS (FROM THE ACCRIGHT
000160*  MATRIX, OR FROM ITS AUTHORITY LEVEL WHEN NOT IN IT) COVER
000170*  BOTH SIDES OF A RULE.
000180*
000190*  THE SODRULE FILE RECORD IS:
000200*    SOD-PROGRAM-1   X(08)  FIRST PROTECTED PROGRAM
000210*    SOD-FUNCTION-1  X(01)  I INQUIRE, A ADD, C CHANGE,
000220*                           D DELETE, P APPROVE
000230*    SOD-PROGRAM-2   X(08)  SECOND PROTECTED PROGRAM
000240*    SOD-FUNCTION-2  X(01)  AS SOD-FUNCTION-1
000250*    SOD-LIBELLE     X(25)  WHAT THE COMBINATION ALLOWS
000260*  E.G. DAY7FAC A / DAY7PAY P - ONE PERSON BOTH ENTERS A
000270*  SUPPLIER INVOICE AND APPROVES ITS PAYMENT.
000280*****************************************************************
000290* MODIFICATION HISTORY
000300*  10/15/2026  JPH  ORIGINAL VERSION.
000310*****************************************************************
000320 01  WS-SOD-TABLE.
000330     05  WS-SOD-COUNT         PIC 9(05) COMP  VALUE ZERO.
000340     05  WS-SOD-ENTRY OCCURS 1 TO 50 TIMES
000350             DEPENDING ON WS-SOD-COUNT
000360             INDEXED BY WS-SOD-IDX.
000370         10  WS-SOD-PROGRAM-1     PIC X(08).
000380         10  WS-SOD-FUNCTION-1    PIC X(01).
000390         10  WS-SOD-PROGRAM-2     PIC X(08).
000400         10  WS-SOD-FUNCTION-2    PIC X(01).
000410         10  WS-SOD-LIBELLE       PIC X(25).
