000100*****************************************************************
000110*  REVLINK.CPY
000120*  LINKAGE AREA FOR THE DAYSREV ACCESS-REVOCATION SUBPROGRAM.
000130*  A PROGRAM THAT TERMINATES AN EMPLOYEE FILLS IN ITS OWN NAME,
000140*  THE OPERATOR (OR "BATCH") DOING IT AND THE LEAVER'S
000150*  EMPLOYE-ID, AND CALLS "daysrev"; THE HANDLER DISABLES EVERY
000160*  USERSEC OPERATOR LINKED TO THAT EMPLOYEE, LOGS EACH ONE TO
000170*  SECLOG AS A REVOKE EVENT AND HANDS BACK HOW MANY IT DISABLED.
000180*  REV-RESULT IS "N" ONLY WHEN USERSEC COULD NOT BE READ OR
000190*  REWRITTEN - THE CALLER SHOULD SAY SO LOUDLY, SINCE THE
000200*  LEAVER'S ACCESS IS THEN STILL LIVE.
000210*****************************************************************
000220* MODIFICATION HISTORY
000230*  10/15/2026  JPH  ORIGINAL VERSION.
000240*****************************************************************
000250 01  REV-REQUEST.
000260     05  REV-Program          PIC X(08).
000270     05  REV-Operator         PIC X(08).
000280     05  REV-Employe-ID       PIC X(05).
000290     05  REV-Disabled         PIC 9(03).
000300     05  REV-Result           PIC X(01).
000310         88  REV-DONE              VALUE "Y".
