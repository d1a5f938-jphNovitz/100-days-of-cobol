000250*    US-PASSWORD-DATE  9(08)  YYYYMMDD THE PASSWORD WAS SET
000260*    US-STATUT         X(01)  A ACTIVE, D DISABLED, L LOCKED
000270*    US-FAIL-COUNT     9(01)  CONSECUTIVE FAILED SIGN-ONS
000280*    US-EMPLOYE-ID     X(05)  THE EMPMAST EMPLOYEE WHO OWNS
000290*                             THE OPERATOR ID
000300*  THREE FAILED SIGN-ONS LOCK THE OPERATOR UNTIL AN
000310*  ADMINISTRATOR CLEARS IT. A MISSING OR EMPTY USERSEC FILE
000320*  REFUSES SIGN-ON OUTRIGHT - SECURITY FAILS CLOSED, UNLIKE THE
000330*  OTHER REFERENCE TABLES.
000340*****************************************************************
000350* MODIFICATION HISTORY
000360*  08/22/2026  JPH  ORIGINAL VERSION.
000370*  09/02/2026  JPH  ADDED THE PASSWORD-SET DATE, THE OPERATOR
000380*                   STATUS AND THE PERSISTED FAIL COUNT FOR THE
000390*                   PASSWORD LIFECYCLE (EXPIRY, DISABLE, LOCKOUT)
000400*                   THE DAYSEC/DAYSADM PAIR ADMINISTERS.
000410*  10/15/2026  JPH  ADDED THE OWNING EMPLOYE-ID, SO TERMINATING
000420*                   AN EMPLOYEE (DAY3MNT, DAY3UPD) DISABLES
000430*                   THEIR OPERATOR IDS THROUGH DAYSREV.
000440*****************************************************************
000450 01  WS-USER-TABLE.
000460     05  WS-USER-COUNT        PIC 9(05) COMP  VALUE ZERO.
000470     05  WS-USER-ENTRY OCCURS 1 TO 50 TIMES
000480             DEPENDING ON WS-USER-COUNT
000490             INDEXED BY WS-USER-IDX.
000500         10  WS-USER-ID           PIC X(08).
000510         10  WS-USER-PASSWORD     PIC X(08).
000520         10  WS-USER-LEVEL        PIC 9(01).
000530         10  WS-USER-PW-DATE      PIC 9(08).
000540         10  WS-USER-STATUT       PIC X(01).
000550         10  WS-USER-FAILS        PIC 9(01).
000560         10  WS-USER-EMP-ID       PIC X(05).
