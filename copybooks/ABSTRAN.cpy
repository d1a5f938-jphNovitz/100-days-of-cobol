000170*
000180*  AB-TYPE IS A FREE THREE-LETTER CODE THE OFFICE AGREES ON
000190*  ("CON" CONGE, "MAL" MALADIE, ...); EVERY TYPE DRAWS ON THE
000200*  SAME ANNUAL ENTITLEMENT. UNPAID LEAVE ("SSO" SANS SOLDE
000210*  UNLESS THE PAYCTL CARD NAMES ANOTHER CODE) IS ALSO DEDUCTED
000220*  FROM PAY BY THE DAY3PAY MONTHLY PAYROLL RUN.
000230*****************************************************************
000240* MODIFICATION HISTORY
000250*  09/02/2026  JPH  ORIGINAL VERSION.
000260*  10/15/2026  JPH  DOCUMENTED THE UNPAID-LEAVE TYPE DAY3PAY
000270*                   DEDUCTS.
000280*****************************************************************
000290 01  ABSTRAN-REC.
000300     05  AB-Employe-ID        PIC X(05).
000310     05  AB-Type              PIC X(03).
000320     05  AB-Date-Debut        PIC 9(08).
000330     05  AB-Date-Fin          PIC 9(08).
