000200*  ENTRIES TO ANY POINT IN TIME, SO A BAD EMPTRAN BATCH NO
000210*  LONGER COSTS THE GOOD CHANGES WITH THE BAD.
000220*
000230*  EJR-OPERATION: "A" ADD, "C" CHANGE, "D" DELETE,
000240*  "T" TERMINATION (A CHANGE THAT SETS THE LEAVER STATUS).
000250*  THE BEFORE IMAGE IS SPACES ON AN ADD; THE AFTER IMAGE IS
000260*  SPACES ON A DELETE. IMAGES ARE RAW 51-BYTE EMPLOYE-FICHE
000270*  COPIES.
000280*****************************************************************
000290* MODIFICATION HISTORY
000300*  09/02/2026  JPH  ORIGINAL VERSION.
000310*  10/15/2026  JPH  IMAGES WIDENED TO 51 BYTES FOR THE LEAVER
000320*                   FIELDS ADDED TO EMPLOYE-FICHE; ADDED THE "T"
000330*                   TERMINATION OPERATION.
000340*****************************************************************
000350 01  EMPJRNL-REC.
000360     05  EJR-Operation        PIC X(01).
000370         88  EJR-OP-ADD            VALUE "A".
000380         88  EJR-OP-CHANGE         VALUE "C".
000390         88  EJR-OP-DELETE         VALUE "D".
000400         88  EJR-OP-TERMINATE      VALUE "T".
000410     05  EJR-Run-Date         PIC 9(08).
000420     05  EJR-Run-Time         PIC 9(06).
000430     05  EJR-User             PIC X(08).
000440     05  EJR-Before-Image     PIC X(51).
000450     05  EJR-After-Image      PIC X(51).
