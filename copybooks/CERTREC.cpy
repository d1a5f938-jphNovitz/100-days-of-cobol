000100*****************************************************************
000110*  CERTREC.CPY
000120*  EMPLOYEE CERTIFICATION RECORD - ONE ENTRY PER CERTIFICATE OR
000130*  MANDATORY TRAINING AN EMPLOYEE HOLDS (FORKLIFT, HAZARDOUS
000140*  GOODS, FIRST AID ...) ON THE CERTFILE FILE, KEYED BY
000150*  EMPLOYE-ID THEN CERTIFICATE TYPE. THE TYPE CODES AND THE
000160*  DEPARTMENTS THAT REQUIRE THEM ARE ON THE CERTTYPE REFERENCE
000170*  FILE (SEE CERTTYPE.CPY). MAINTAINED THROUGH DAY3CER UNDER
000180*  USERSEC SIGN-ON, AND READ BY THE DAY3CXP MONTHLY MISSING
000190*  AND EXPIRING CERTIFICATE REPORT.
000200*
000210*  CRT-DATE-EXPIRATION IS ZERO FOR A CERTIFICATE THAT DOES NOT
000220*  EXPIRE.
000230*****************************************************************
000240* MODIFICATION HISTORY
000250*  10/15/2026  JPH  ORIGINAL VERSION.
000260*****************************************************************
000270 01  CERTIFICAT-FICHE.
000280     05  CRT-Key.
000290         10  CRT-Employe-ID   PIC X(05).
000300         10  CRT-Type         PIC X(04).
000310     05  CRT-Date-Emission    PIC 9(08).
000320     05  CRT-Date-Expiration  PIC 9(08).
000330     05  CRT-Last-Maint-Date  PIC 9(08).
000340     05  CRT-Last-Maint-User  PIC X(08).
