000100*****************************************************************
000110*  SALREC.CPY
000120*  SALARY MASTER RECORD - ONE ENTRY PER EMPLOYE-ID ON THE
000130*  SALMAST FILE, KEPT APART FROM EMPLOYE-FICHE SO THE PAY DATA
000140*  IS NOT VISIBLE TO EVERY PROGRAM THAT READS EMPMAST.
000150*  MAINTAINED ONLY THROUGH DAY3SAL UNDER USERSEC SIGN-ON, AND
000160*  READ BY THE DAY3PAY MONTHLY PAYROLL RUN.
000170*
000180*  SAL-SALAIRE-BASE IS THE GROSS MONTHLY SALARY FOR A FULL
000190*  MONTH. THE RATES ARE FRACTIONS OF GROSS PAY (0.0950 = 9.50
000200*  PERCENT): SOCIAL SECURITY AND PENSION ARE TAKEN FROM GROSS,
000210*  THE WITHHOLDING TAX FROM GROSS LESS THOSE TWO.
000220*****************************************************************
000230* MODIFICATION HISTORY
000240*  10/15/2026  JPH  ORIGINAL VERSION.
000250*****************************************************************
000260 01  SALAIRE-FICHE.
000270     05  SAL-Employe-ID       PIC X(05).
000280     05  SAL-Salaire-Base     PIC 9(07)V99.
000290     05  SAL-Grade            PIC X(03).
000300     05  SAL-Taux-Secu        PIC 9V9(04).
000310     05  SAL-Taux-Retraite    PIC 9V9(04).
000320     05  SAL-Taux-Impot       PIC 9V9(04).
000330     05  SAL-Last-Maint-Date  PIC 9(08).
000340     05  SAL-Last-Maint-User  PIC X(08).
