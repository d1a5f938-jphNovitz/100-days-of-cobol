000100*****************************************************************
000110*  PICKREC.CPY
000120*  WAREHOUSE PICK RECORD - ONE ENTRY PER ORDER LINE SPLIT ON THE
000130*  PICKFILE WORK FILE. DAY9PCK WRITES AN ENTRY AT STATUS "P"
000140*  (AND PRINTS THE PICK-LIST DOCUMENT) FOR EVERY STATUS-"N"
000150*  ORDER LINE NOT ALREADY ON THE FILE; THE PICKER'S COUNT IS
000210*  HUMAN STEP IN BETWEEN.
000220*
000230*  PK-STATUT: "P" PRINTED/AWAITING COUNT, "C" CONFIRMED.
000240*
000250*  AN ORDER LINE IS SPLIT ACROSS THE LOCSTOCK LOCATIONS AND THE
000260*  LOTLEDG LOTS IT IS TO BE PICKED FROM, EARLIEST EXPIRY FIRST,
000270*  ONE ENTRY PER SPLIT (PK-SPLIT 1, 2, ...). PK-LOT-NO IS BLANK
000280*  FOR STOCK HELD OUTSIDE THE LOT LEDGER, AND PK-LOCATION IS
000290*  BLANK ON THE LAST SPLIT WHEN THE BOOKS SHOW NO STOCK LEFT TO
000300*  SEND THE PICKER TO (THE ISSUE THEN FALLS TO "MAG").
000310*****************************************************************
000320* MODIFICATION HISTORY
000330*  09/02/2026  JPH  ORIGINAL VERSION.
000340*  09/02/2026  JPH  ADDED PK-LIGNE - THE ORDER FILE IS KEYED ON
000350*                   ORDER PLUS LINE, AND AN ORDER MAY CARRY THE
000360*                   SAME PRODUCT ON TWO LINES, SO A PICK ENTRY
000370*                   MUST NAME ITS EXACT LINE OR ONE OF THE TWO
000380*                   NEVER PICKS AND THE OTHER CAN TAKE THE WRONG
000390*                   CONFIRMATION.
000400*  10/15/2026  JPH  ADDED PK-SPLIT, PK-LOCATION, PK-LOT-NO AND
000410*                   PK-DATE-EXPIREE FOR THE FEFO PICK LIST - ONE
000420*                   ORDER LINE NOW PICKS FROM SEVERAL LOCATIONS
000430*                   AND LOTS, AND THE CHOSEN LOT AND LOCATION
000440*                   RIDE THROUGH CONFIRMATION TO THE ISSUE.
000450*****************************************************************
000460 01  PICKREC-REC.
000470     05  PK-Numero            PIC X(06).
000480     05  PK-Ligne             PIC 9(03).
000490     05  PK-Code-produit      PIC X(03).
000500     05  PK-Qte-A-Prendre     PIC 9(05).
000510     05  PK-Qte-Prise         PIC 9(05).
000520     05  PK-Statut            PIC X(01).
000530         88  PK-STATUT-PRINTED     VALUE "P".
000540         88  PK-STATUT-CONFIRMED   VALUE "C".
000550     05  PK-Split             PIC 9(02).
000560     05  PK-Location          PIC X(03).
000570     05  PK-Lot-No            PIC X(10).
000580     05  PK-Date-Expiree      PIC 9(08).
