000160*  CHANGE-OWN-PASSWORD, PERSISTED FAIL COUNTS AND LOCKOUT, AND
000170*  THE SECLOG EVENTS) AND HANDS BACK THE VALIDATED OPERATOR AND
000180*  AUTHORITY LEVEL - ONE SIGN-ON, MAINTAINED IN ONE PLACE,
000190*  INSTEAD OF FIVE COPIES DRIFTING APART. IT ALSO HANDS BACK
000200*  THE FUNCTIONS THE OPERATOR HOLDS IN THE CALLING PROGRAM
000210*  (SEE ACCRIGHT.CPY), AND EACH MENU ACTION IS CHECKED AGAINST
000220*  THOSE RATHER THAN AGAINST THE AUTHORITY LEVEL.
000230*****************************************************************
000240* MODIFICATION HISTORY
000250*  09/02/2026  JPH  ORIGINAL VERSION.
000260*  10/15/2026  JPH  ADDED SGN-DROITS - THE FIVE FUNCTIONS THE
000270*                   OPERATOR HOLDS IN THE CALLING PROGRAM, FROM
000280*                   THE ACCRIGHT MATRIX OR, FOR AN OPERATOR NOT
000290*                   YET IN IT, FROM THE AUTHORITY LEVEL.
000300*****************************************************************
000310 01  SGN-REQUEST.
000320     05  SGN-Program          PIC X(08).
000330     05  SGN-Operator         PIC X(08).
000340     05  SGN-Auth-Level       PIC 9(01).
000350     05  SGN-Result           PIC X(01).
000360         88  SGN-SIGNED-ON         VALUE "Y".
000370     05  SGN-Droits.
000380         10  SGN-Droit-Inquire    PIC X(01).
000390             88  SGN-MAY-INQUIRE       VALUE "Y".
000400         10  SGN-Droit-Add        PIC X(01).
000410             88  SGN-MAY-ADD           VALUE "Y".
000420         10  SGN-Droit-Change     PIC X(01).
000430             88  SGN-MAY-CHANGE        VALUE "Y".
000440         10  SGN-Droit-Delete     PIC X(01).
000450             88  SGN-MAY-DELETE        VALUE "Y".
000460         10  SGN-Droit-Approve    PIC X(01).
000470             88  SGN-MAY-APPROVE       VALUE "Y".
000480     05  SGN-Droits-Source    PIC X(01).
000490         88  SGN-RIGHTS-FROM-MATRIX    VALUE "M".
000500         88  SGN-RIGHTS-FROM-LEVEL     VALUE "L".
