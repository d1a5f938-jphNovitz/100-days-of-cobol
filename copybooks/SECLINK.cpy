000220*    LOCKOUT  THREE FAILURES ENDED THE SESSION
000230*    ADD / CHANGE / DELETE / CANCEL   MENU ACTIONS
000240*    OVERRIDE SUPERVISOR FORCED PAST AN INTERLOCK
000250*    RELEASE  CREDIT-HOLD ORDER RELEASED (DAY9CRH; A REFUSED
000260*             HOLD IS LOGGED AS CANCEL)
000270*    SIGNOFF  SUPPLIER-INVOICE VARIANCES SIGNED OFF (DAY7FAC)
000280*    APPROVE  SUPPLIER INVOICE APPROVED AND PAID (DAY7PAY)
000290*    HOLD     SUPPLIER INVOICE HELD OUT OF A PAYMENT RUN
000300*    COMPLETE ASSEMBLY ORDER MARKED DONE ON THE BENCH (DAY7ASM)
000310*    TERMINAT EMPLOYEE TERMINATED AS A LEAVER (DAY3MNT, DAY3UPD)
000320*    REVOKE   OPERATOR DISABLED BECAUSE ITS EMPLOYEE LEFT
000330*             (DAYSREV; THE DETAIL IS THE OPERATOR ID)
000340*    LINK     OPERATOR LINKED TO ITS OWNING EMPLOYEE (DAYSADM)
000350*    DENIED   SIGN-ON REFUSED, NO ACCRIGHT FUNCTION IN THE
000360*             PROGRAM (DAYSEC; THE DETAIL IS THE PROGRAM)
000370*    RIGHTS   ACCRIGHT ENTRY GRANTED, CHANGED OR REMOVED
000380*             (DAYSADM; THE DETAIL IS OPERATOR AND PROGRAM)
000390*****************************************************************
000400* MODIFICATION HISTORY
000410*  09/02/2026  JPH  ORIGINAL VERSION.
000420*  10/15/2026  JPH  ADDED THE RELEASE EVENT FOR CREDIT-HOLD
000430*                   DECISIONS.
000440*  10/15/2026  JPH  ADDED THE SIGNOFF EVENT FOR SUPPLIER-INVOICE
000450*                   VARIANCES.
000460*  10/15/2026  JPH  ADDED THE APPROVE AND HOLD EVENTS FOR THE
000470*                   SUPPLIER PAYMENT RUN.
000480*  10/15/2026  JPH  ADDED THE COMPLETE EVENT FOR KIT ASSEMBLY
000490*                   ORDERS.
000500*  10/15/2026  JPH  ADDED THE TERMINAT, REVOKE AND LINK EVENTS
000510*                   FOR EMPLOYEE TERMINATIONS.
000520*  10/15/2026  JPH  ADDED THE DENIED AND RIGHTS EVENTS FOR THE
000530*                   ACCRIGHT ACCESS-RIGHTS MATRIX.
000540*****************************************************************
000550 01  SEC-REQUEST.
000560     05  SEC-Program          PIC X(08).
000570     05  SEC-Operator         PIC X(08).
000580     05  SEC-Event            PIC X(08).
000590     05  SEC-Detail           PIC X(20).
