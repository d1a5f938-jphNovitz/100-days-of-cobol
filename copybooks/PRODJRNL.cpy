000210*
000220*  JRN-OPERATION: "A" ADD, "C" CHANGE, "D" DELETE.
000230*  THE BEFORE IMAGE IS SPACES ON AN ADD; THE AFTER IMAGE IS
000240*  SPACES ON A DELETE. IMAGES ARE RAW 71-BYTE FICHE-PRODUIT
000250*  COPIES, SO THE FILE IS RECORD SEQUENTIAL LIKE THE BACKUPS.
000260*****************************************************************
000270* MODIFICATION HISTORY
000280*  08/22/2026  JPH  ORIGINAL VERSION.
000290*  09/02/2026  JPH  IMAGES WIDENED TO 67 BYTES FOR THE
000300*                   COUT-MOYEN FIELD ADDED TO FICHE-PRODUIT.
000310*  10/15/2026  JPH  IMAGES WIDENED TO 71 BYTES FOR THE
000320*                   STATUT-PRODUIT AND CODE-SUCCESSEUR FIELDS
000330*                   ADDED TO FICHE-PRODUIT.
000340*****************************************************************
000350 01  PRODJRNL-REC.
000360     05  JRN-Operation        PIC X(01).
000370         88  JRN-OP-ADD            VALUE "A".
000380         88  JRN-OP-CHANGE         VALUE "C".
000390         88  JRN-OP-DELETE         VALUE "D".
000400     05  JRN-Run-Date         PIC 9(08).
000410     05  JRN-Run-Time         PIC 9(06).
000420     05  JRN-User             PIC X(08).
000430     05  JRN-Before-Image     PIC X(71).
000440     05  JRN-After-Image      PIC X(71).
