000100*****************************************************************
000110* EXERCISE 9 DISPATCH: DELIVERY NOTES AND SHIPMENT MANIFEST
000120* RUNS AFTER DAY9FUL, AHEAD OF THE INVOICE. EVERY ORDER LINE
000130* DAY9FUL (OR THE DAY9BOR BACKORDER RELEASE) HAS TURNED TO
000140* STATUS "F" AND THAT HAS NOT YET BEEN DISPATCHED IS GATHERED
000150* BY ORDER: EACH ORDER'S LINES GO OUT AS ONE SHIPMENT UNDER A
000160* NEW SHIPMENT NUMBER FROM THE SHPSEQ CONTROL FILE, STORED ON
000170* EVERY LINE AS ORD-EXPEDITION SO DAY9INQ AND DAY9INV CAN
000180* QUOTE IT WHEN A CUSTOMER DISPUTES A DELIVERY.
000190*
000200* DLVNOTE CARRIES ONE DELIVERY NOTE PER SHIPMENT TO TRAVEL
000210* WITH THE GOODS: THE BILLING NAME FROZEN ON THE ORDER, THE
000220* CLIENT-ADRESSE FROM CUSTMAST, EACH PRODUCT WITH THE QUANTITY
000230* SHIPPED AGAINST THE QUANTITY ORDERED, AND EVERY QUANTITY OF
000240* THE ORDER STILL OPEN ON BACKORD. SHPMAN IS THE DAY'S MANIFEST
000250* FOR THE CARRIER, ONE LINE PER SHIPMENT.
000260*
000270* A LINE ALREADY CARRYING A SHIPMENT NUMBER IS NEVER SHIPPED
000280* AGAIN, SO A RERUN ONLY PICKS UP WHAT WAS FULFILLED SINCE. SHPSEQ
000290* IS SAVED AS EACH SHIPMENT OPENS AND STAYS FLAGGED IN FLIGHT,
000300* WITH THE RUN'S FIRST SHIPMENT NUMBER, UNTIL END OF JOB. A RUN
000310* THAT FINDS THE FLAG STILL SET RESTARTS AN ABENDED ONE: LINES
000320* CARRYING ONE OF ITS SHIPMENT NUMBERS ARE PRINTED AGAIN UNDER
000330* THAT NUMBER (NOT RESTAMPED), SO DLVNOTE AND SHPMAN COME OUT
000340* WHOLE, AND THE REST OF A HALF-STAMPED ORDER JOINS ITS
000350* SHIPMENT.
000360*****************************************************************
000370* MODIFICATION HISTORY
000380*  10/15/2026  JPH  ORIGINAL VERSION.
000390*  10/15/2026  JPH  AN ORDER NAMING A SHIP-TO CODE (ORD-LIVRAISON)
000400*                   NOW SHIPS TO THAT SHIPTO ENTRY (SEE
000410*                   SHIPTO.CPY): THE NOTE CARRIES A "LIVRER A"
000420*                   LINE WITH ITS NAME AND THE ADDRESS ON THE
000430*                   NOTE AND THE MANIFEST IS THE DELIVERY
000440*                   ADDRESS. A BLANK CODE, OR ONE NO LONGER ON
000450*                   FILE, STILL SHIPS TO CLIENT-ADRESSE.
000460*  10/15/2026  JPH  A LINE WHOSE PRODUIT IS BLOCKED (STATUT-
000470*                   PRODUIT "B", E.G. UNDER A LOT RECALL) IS
000480*                   NOT SHIPPED: IT KEEPS NO SHIPMENT NUMBER AND
000490*                   GOES OUT UNDER A NOTE OF ITS OWN ON THE
000500*                   FIRST RUN AFTER THE PRODUIT IS RELEASED.
000510*  10/15/2026  JPH  SHPSEQ IS NOW SAVED AS EACH SHIPMENT OPENS,
000520*                   BEFORE ANY LINE IS STAMPED, AND NAMES THE
000530*                   FIRST SHIPMENT OF THE RUN WITH AN IN-FLIGHT
000540*                   FLAG CLEARED AT END OF JOB. A RUN FINDING THE
000550*                   FLAG SET REPRINTS THE NOTES AND MANIFEST
000560*                   LINES OF THE SHIPMENTS ALREADY NUMBERED, SO AN
000570*                   ABEND NO LONGER REISSUES SHIPMENT NUMBERS OR
000580*                   LOSES THE PAPERWORK OF LINES ALREADY STAMPED.
000590*****************************************************************
000600 IDENTIFICATION DIVISION.
000610 PROGRAM-ID. day9dsp.
000620 AUTHOR. jphNovitz.
000630 DATE-WRITTEN. 2026/10/15.
000640 DATE-COMPILED.

000650 ENVIRONMENT DIVISION.
000660 INPUT-OUTPUT SECTION.
000670 FILE-CONTROL.
000680     SELECT ORDFILE ASSIGN TO "ORDFILE"
000690         ORGANIZATION IS INDEXED
000700         ACCESS MODE IS SEQUENTIAL
000710         RECORD KEY IS ORD-Key
000720         FILE STATUS IS WS-ORDFILE-STATUS.

000730     SELECT CUSTMAST ASSIGN TO "CUSTMAST"
000740         ORGANIZATION IS INDEXED
000750         ACCESS MODE IS DYNAMIC
000760         RECORD KEY IS Client-Code
000770         FILE STATUS IS WS-CUSTMAST-STATUS.

000780     SELECT PRODMAST ASSIGN TO "PRODMAST"
000790         ORGANIZATION IS INDEXED
000800         ACCESS MODE IS DYNAMIC
000810         RECORD KEY IS Code-produit
000820         FILE STATUS IS WS-PRODMAST-STATUS.

000830     SELECT BACKORD ASSIGN TO "BACKORD"
000840         ORGANIZATION IS LINE SEQUENTIAL
000850         FILE STATUS IS WS-BACKORD-STATUS.

000860     SELECT SHPSEQ ASSIGN TO "SHPSEQ"
000870         ORGANIZATION IS LINE SEQUENTIAL
000880         FILE STATUS IS WS-SHPSEQ-STATUS.

000890     SELECT DLVNOTE ASSIGN TO "DLVNOTE"
000900         ORGANIZATION IS LINE SEQUENTIAL
000910         FILE STATUS IS WS-DLVNOTE-STATUS.

000920     SELECT SHPMAN ASSIGN TO "SHPMAN"
000930         ORGANIZATION IS LINE SEQUENTIAL
000940         FILE STATUS IS WS-SHPMAN-STATUS.

000950     SELECT SHIPTO ASSIGN TO "SHIPTO"
000960         ORGANIZATION IS INDEXED
000970         ACCESS MODE IS DYNAMIC
000980         RECORD KEY IS ST-Key
000990         FILE STATUS IS WS-SHIPTO-STATUS.

001000 DATA DIVISION.
001010 FILE SECTION.
001020 FD  ORDFILE
001030     RECORDING MODE IS F.
001040     COPY ORDREC.

001050 FD  CUSTMAST
001060     RECORDING MODE IS F.
001070     COPY CUSTREC.

001080 FD  PRODMAST
001090     RECORDING MODE IS F.
001100     COPY PRODREC.

001110 FD  BACKORD
001120     RECORDING MODE IS F.
001130     COPY BACKORD.

001140 FD  SHPSEQ
001150     RECORDING MODE IS F.
001160 01  SHPSEQ-REC.
001170     05  SEQ-Next-Shipment    PIC 9(06).
001180     05  SEQ-Run-First        PIC 9(06).
001190     05  SEQ-Run-State        PIC X(01).
001200         88  SEQ-RUN-IN-FLIGHT     VALUE "E".

001210 FD  DLVNOTE
001220     RECORDING MODE IS F.
001230 01  DLVNOTE-LINE             PIC X(90).

001240 FD  SHPMAN
001250     RECORDING MODE IS F.
001260 01  SHPMAN-LINE              PIC X(132).

001270 FD  SHIPTO
001280     RECORDING MODE IS F.
001290     COPY SHIPTO.

001300 WORKING-STORAGE SECTION.
001310 01  WS-ORDFILE-STATUS        PIC X(02).
001320     88  WS-ORDFILE-OK              VALUE "00".

001330 01  WS-CUSTMAST-STATUS       PIC X(02).
001340     88  WS-CUSTMAST-OK             VALUE "00".

001350 01  WS-SHIPTO-STATUS         PIC X(02).
001360     88  WS-SHIPTO-OK               VALUE "00".

001370 01  WS-PRODMAST-STATUS       PIC X(02).
001380     88  WS-PRODMAST-OK             VALUE "00".

001390 01  WS-BACKORD-STATUS        PIC X(02).
001400     88  WS-BACKORD-OK              VALUE "00".

001410 01  WS-SHPSEQ-STATUS         PIC X(02).
001420     88  WS-SHPSEQ-OK               VALUE "00".

001430 01  WS-DLVNOTE-STATUS        PIC X(02).
001440     88  WS-DLVNOTE-OK              VALUE "00".

001450 01  WS-SHPMAN-STATUS         PIC X(02).
001460     88  WS-SHPMAN-OK               VALUE "00".

001470 01  WS-SWITCHES.
001480     05  WS-EOF-SW            PIC X(01)  VALUE "N".
001490         88  WS-EOF-REACHED          VALUE "Y".
001500     05  WS-ORDFILE-OPEN-SW   PIC X(01)  VALUE "N".
001510         88  WS-ORDFILE-WAS-OPENED   VALUE "Y".
001520     05  WS-CUSTMAST-OPEN-SW  PIC X(01)  VALUE "N".
001530         88  WS-CUSTMAST-WAS-OPENED  VALUE "Y".
001540     05  WS-SHIPTO-OPEN-SW    PIC X(01)  VALUE "N".
001550         88  WS-SHIPTO-WAS-OPENED    VALUE "Y".
001560     05  WS-SHIPTO-FOUND-SW   PIC X(01)  VALUE "N".
001570         88  WS-SHIPTO-WAS-FOUND     VALUE "Y".
001580     05  WS-PRODMAST-OPEN-SW  PIC X(01)  VALUE "N".
001590         88  WS-PRODMAST-WAS-OPENED  VALUE "Y".
001600     05  WS-DLVNOTE-OPEN-SW   PIC X(01)  VALUE "N".
001610         88  WS-DLVNOTE-WAS-OPENED   VALUE "Y".
001620     05  WS-SHPMAN-OPEN-SW    PIC X(01)  VALUE "N".
001630         88  WS-SHPMAN-WAS-OPENED    VALUE "Y".
001640     05  WS-BO-FOUND-SW       PIC X(01)  VALUE "N".
001650         88  WS-BO-WAS-FOUND         VALUE "Y".
001660     05  WS-RESTART-SW        PIC X(01)  VALUE "N".
001670         88  WS-IS-RESTART           VALUE "Y".
001680     05  WS-REPRINT-SW        PIC X(01)  VALUE "N".
001690         88  WS-LINE-IS-REPRINT      VALUE "Y".

001700 01  WS-COUNTERS.
001710     05  WS-LINES-READ        PIC 9(05) COMP  VALUE ZERO.
001720     05  WS-LINES-SHIPPED     PIC 9(05) COMP  VALUE ZERO.
001730     05  WS-ALREADY-SHIPPED   PIC 9(05) COMP  VALUE ZERO.
001740     05  WS-LINES-BLOCKED     PIC 9(05) COMP  VALUE ZERO.
001750     05  WS-LINES-REPRINTED   PIC 9(05) COMP  VALUE ZERO.
001760     05  WS-SHIPMENTS         PIC 9(05) COMP  VALUE ZERO.
001770     05  WS-TOT-UNITS         PIC 9(07) COMP  VALUE ZERO.
001780     05  WS-SHP-LINES         PIC 9(03) COMP  VALUE ZERO.
001790     05  WS-SHP-UNITS         PIC 9(07) COMP  VALUE ZERO.

001800 01  WS-RUN-DATE              PIC 9(08)  VALUE ZERO.
001810 01  WS-NEXT-SHIPMENT         PIC 9(06)  VALUE 1.
001820 01  WS-CUR-SHIPMENT          PIC 9(06)  VALUE ZERO.
001830 01  WS-RUN-FIRST             PIC 9(06)  VALUE 1.
001840 01  WS-RUN-STATE             PIC X(01)  VALUE "E".
001850 01  WS-PREV-NUMERO           PIC X(06)  VALUE HIGH-VALUES.
001860 01  WS-CUR-CLIENT-CODE       PIC X(05)  VALUE SPACES.
001870 01  WS-CUR-CLIENT            PIC X(20)  VALUE SPACES.
001880 01  WS-CUR-ADRESSE           PIC X(30)  VALUE SPACES.

001890*****************************************************************
001900* OPEN BACKORDERS, LOADED AT START SO EACH DELIVERY NOTE CAN
001910* LIST WHAT IS STILL OUTSTANDING ON ITS ORDER.
001920*****************************************************************
001930 01  WS-BO-TABLE.
001940     05  WS-BO-COUNT          PIC 9(03) COMP  VALUE ZERO.
001950     05  WS-BO-ENTRY OCCURS 500 TIMES.
001960         10  WS-BO-NUMERO     PIC X(06).
001970         10  WS-BO-CODE       PIC X(03).
001980         10  WS-BO-QTE        PIC 9(05).
001990         10  WS-BO-DATE       PIC 9(08).
002000 01  WS-BO-I                  PIC 9(03) COMP  VALUE ZERO.

002010 01  WS-NOTE-SEPARATOR.
002020     05  FILLER               PIC X(90) VALUE ALL "=".

002030 01  WS-NOTE-TITLE.
002040     05  FILLER               PIC X(20) VALUE
002050         "BON DE LIVRAISON NO ".
002060     05  WN-EXPEDITION        PIC 9(06).
002070     05  FILLER               PIC X(07) VALUE "  DU : ".
002080     05  WN-RUN-DATE          PIC 9(08).

002090 01  WS-NOTE-ORDER.
002100     05  FILLER               PIC X(11) VALUE "COMMANDE : ".
002110     05  WN-NUMERO            PIC X(06).
002120     05  FILLER               PIC X(11) VALUE "  CLIENT : ".
002130     05  WN-CLIENT-CODE       PIC X(05).
002140     05  FILLER               PIC X(01) VALUE SPACE.
002150     05  WN-CLIENT            PIC X(20).

002160 01  WS-NOTE-ADDRESS.
002170     05  FILLER               PIC X(11) VALUE "ADRESSE  : ".
002180     05  WN-ADRESSE           PIC X(30).

002190 01  WS-NOTE-SHIPTO.
002200     05  FILLER               PIC X(11) VALUE "LIVRER A : ".
002210     05  WN-LIVRAISON         PIC X(03).
002220     05  FILLER               PIC X(01) VALUE SPACE.
002230     05  WN-LIVRE-NOM         PIC X(20).

002240 01  WS-NOTE-COLUMNS.
002250     05  FILLER               PIC X(07) VALUE "LIGNE".
002260     05  FILLER               PIC X(06) VALUE "CODE".
002270     05  FILLER               PIC X(17) VALUE "DESIGNATION".
002280     05  FILLER               PIC X(12) VALUE "  QTE LIVREE".
002290     05  FILLER               PIC X(15) VALUE
002300         "  QTE COMMANDEE".

002310 01  WS-NOTE-DETAIL.
002320     05  WN-LIGNE             PIC 9(03).
002330     05  FILLER               PIC X(04) VALUE SPACES.
002340     05  WN-CODE              PIC X(03).
002350     05  FILLER               PIC X(03) VALUE SPACES.
002360     05  WN-LIBELLE           PIC X(15).
002370     05  FILLER               PIC X(09) VALUE SPACES.
002380     05  WN-QTE               PIC ZZZZ9.
002390     05  FILLER               PIC X(10) VALUE SPACES.
002400     05  WN-QTE-COMMANDEE     PIC ZZZZ9.

002410 01  WS-NOTE-BO-HEADING.
002420     05  FILLER               PIC X(30) VALUE
002430         "RELIQUAT RESTANT A LIVRER :".

002440 01  WS-NOTE-BO-LINE.
002450     05  FILLER               PIC X(07) VALUE SPACES.
002460     05  WN-BO-CODE           PIC X(03).
002470     05  FILLER               PIC X(03) VALUE SPACES.
002480     05  FILLER               PIC X(06) VALUE "QTE : ".
002490     05  WN-BO-QTE            PIC ZZZZ9.
002500     05  FILLER               PIC X(23) VALUE
002510         "  EN ATTENTE DEPUIS LE ".
002520     05  WN-BO-DATE           PIC 9(08).

002530 01  WS-NOTE-TOTAL.
002540     05  FILLER               PIC X(08) VALUE "TOTAL : ".
002550     05  WN-TOT-LINES         PIC ZZ9.
002560     05  FILLER               PIC X(11) VALUE " LIGNE(S), ".
002570     05  WN-TOT-UNITS         PIC Z,ZZZ,ZZ9.
002580     05  FILLER               PIC X(20) VALUE
002590         " UNITE(S) LIVREE(S)".

002600 01  WS-NOTE-SIGNATURE.
002610     05  FILLER               PIC X(50) VALUE
002620         "RECU PAR : ____________________  LE : __________".

002630 01  WS-MAN-HEADING.
002640     05  FILLER               PIC X(26) VALUE
002650         "MANIFESTE D'EXPEDITION DU ".
002660     05  WM-RUN-DATE          PIC 9(08).

002670 01  WS-MAN-COLUMNS.
002680     05  FILLER               PIC X(08) VALUE "EXPED.".
002690     05  FILLER               PIC X(10) VALUE "COMMANDE".
002700     05  FILLER               PIC X(08) VALUE "CLIENT".
002710     05  FILLER               PIC X(22) VALUE "NOM".
002720     05  FILLER               PIC X(32) VALUE "ADRESSE".
002730     05  FILLER               PIC X(06) VALUE "LIGNES".
002740     05  FILLER               PIC X(11) VALUE "     UNITES".

002750 01  WS-MAN-DETAIL.
002760     05  WM-EXPEDITION        PIC 9(06).
002770     05  FILLER               PIC X(02) VALUE SPACES.
002780     05  WM-NUMERO            PIC X(06).
002790     05  FILLER               PIC X(04) VALUE SPACES.
002800     05  WM-CLIENT-CODE       PIC X(05).
002810     05  FILLER               PIC X(03) VALUE SPACES.
002820     05  WM-CLIENT            PIC X(20).
002830     05  FILLER               PIC X(02) VALUE SPACES.
002840     05  WM-ADRESSE           PIC X(30).
002850     05  FILLER               PIC X(05) VALUE SPACES.
002860     05  WM-LINES             PIC ZZ9.
002870     05  FILLER               PIC X(02) VALUE SPACES.
002880     05  WM-UNITS             PIC Z,ZZZ,ZZ9.

002890 01  WS-MAN-TOTAL.
002900     05  FILLER               PIC X(21) VALUE
002910         "TOTAL EXPEDITIONS : ".
002920     05  WM-TOT-SHIPMENTS     PIC ZZ,ZZ9.
002930     05  FILLER               PIC X(12) VALUE "   UNITES : ".
002940     05  WM-TOT-UNITS         PIC Z,ZZZ,ZZ9.

002950 01  WS-MAN-NONE.
002960     05  FILLER               PIC X(26) VALUE
002970         "AUCUNE EXPEDITION CE JOUR".

002980 PROCEDURE DIVISION.

002990 0000-MAINLINE.
003000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003010     PERFORM 2000-DISPATCH-ONE-LINE THRU 2000-EXIT
003020         UNTIL WS-EOF-REACHED.
003030     IF WS-PREV-NUMERO NOT = HIGH-VALUES
003040         PERFORM 3300-CLOSE-SHIPMENT THRU 3300-EXIT
003050     END-IF.
003060     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003070     GOBACK.

003080 1000-INITIALIZE.
003090     CALL "dayproc" USING WS-RUN-DATE.
003100     OPEN I-O ORDFILE.
003110     IF NOT WS-ORDFILE-OK
003120         DISPLAY "DAY9DSP - UNABLE TO OPEN ORDFILE, STATUS "
003130             WS-ORDFILE-STATUS " - NOTHING TO DISPATCH"
003140         MOVE "Y" TO WS-EOF-SW
003150         GO TO 1000-EXIT
003160     END-IF.
003170     MOVE "Y" TO WS-ORDFILE-OPEN-SW.

003180     OPEN OUTPUT DLVNOTE.
003190     IF NOT WS-DLVNOTE-OK
003200         DISPLAY "DAY9DSP - UNABLE TO OPEN DLVNOTE, STATUS "
003210             WS-DLVNOTE-STATUS " - NOTHING DISPATCHED"
003220         MOVE "Y" TO WS-EOF-SW
003230         GO TO 1000-EXIT
003240     END-IF.
003250     MOVE "Y" TO WS-DLVNOTE-OPEN-SW.

003260     OPEN OUTPUT SHPMAN.
003270     IF NOT WS-SHPMAN-OK
003280         DISPLAY "DAY9DSP - UNABLE TO OPEN SHPMAN, STATUS "
003290             WS-SHPMAN-STATUS " - NOTHING DISPATCHED"
003300         MOVE "Y" TO WS-EOF-SW
003310         GO TO 1000-EXIT
003320     END-IF.
003330     MOVE "Y" TO WS-SHPMAN-OPEN-SW.

003340     OPEN INPUT CUSTMAST.
003350     IF NOT WS-CUSTMAST-OK
003360         DISPLAY "DAY9DSP - UNABLE TO OPEN CUSTMAST, STATUS "
003370             WS-CUSTMAST-STATUS " - NOTES PRINT WITHOUT "
003380             "ADDRESSES"
003390     ELSE
003400         MOVE "Y" TO WS-CUSTMAST-OPEN-SW
003410     END-IF.

003420     OPEN INPUT SHIPTO.
003430     IF NOT WS-SHIPTO-OK
003440         DISPLAY "DAY9DSP - NO SHIPTO (STATUS "
003450             WS-SHIPTO-STATUS ") - NOTES SHIP TO THE BILLING "
003460             "ADDRESS"
003470     ELSE
003480         MOVE "Y" TO WS-SHIPTO-OPEN-SW
003490     END-IF.

003500     OPEN INPUT PRODMAST.
003510     IF NOT WS-PRODMAST-OK
003520         DISPLAY "DAY9DSP - UNABLE TO OPEN PRODMAST, STATUS "
003530             WS-PRODMAST-STATUS " - NOTES PRINT WITHOUT "
003540             "DESIGNATIONS"
003550     ELSE
003560         MOVE "Y" TO WS-PRODMAST-OPEN-SW
003570     END-IF.

003580     PERFORM 1100-GET-NEXT-SHIPMENT THRU 1100-EXIT.
003590     PERFORM 1200-LOAD-BACKORDERS THRU 1200-EXIT.

003600     MOVE WS-RUN-DATE TO WM-RUN-DATE.
003610     MOVE WS-MAN-HEADING TO SHPMAN-LINE.
003620     WRITE SHPMAN-LINE.
003630     MOVE SPACES TO SHPMAN-LINE.
003640     WRITE SHPMAN-LINE.
003650     MOVE WS-MAN-COLUMNS TO SHPMAN-LINE.
003660     WRITE SHPMAN-LINE.

003670     PERFORM 2100-READ-ORDFILE THRU 2100-EXIT.
003680 1000-EXIT.
003690     EXIT.

003700*****************************************************************
003710* THE NEXT SHIPMENT NUMBER LIVES ON THE ONE-RECORD SHPSEQ
003720* CONTROL FILE, THE SAME SHAPE AS DAY9INV'S INVSEQ. A MISSING
003730* OR EMPTY FILE STARTS THE SEQUENCE AT 1. THE FILE IS REWRITTEN
003740* AS EACH SHIPMENT OPENS AND AGAIN AT END OF JOB, WHEN THE
003750* IN-FLIGHT FLAG IS CLEARED; A FLAG STILL SET MEANS THE LAST RUN
003760* ABENDED AND THIS ONE IS ITS RESTART.
003770*****************************************************************
003780 1100-GET-NEXT-SHIPMENT.
003790     OPEN INPUT SHPSEQ.
003800     IF NOT WS-SHPSEQ-OK
003810         DISPLAY "DAY9DSP - NO SHPSEQ CONTROL FILE, NUMBERING "
003820             "STARTS AT 000001"
003830         GO TO 1100-EXIT
003840     END-IF.
003850     READ SHPSEQ
003860         AT END
003870             DISPLAY "DAY9DSP - SHPSEQ IS EMPTY, NUMBERING "
003880                 "STARTS AT 000001"
003890             CLOSE SHPSEQ
003900             GO TO 1100-EXIT
003910     END-READ.
003920     IF SEQ-Next-Shipment IS NUMERIC
003930         AND SEQ-Next-Shipment > ZERO
003940         MOVE SEQ-Next-Shipment TO WS-NEXT-SHIPMENT
003950     END-IF.
003960     MOVE WS-NEXT-SHIPMENT TO WS-RUN-FIRST.
003970     IF SEQ-RUN-IN-FLIGHT
003980         AND SEQ-Run-First IS NUMERIC
003990         AND SEQ-Run-First > ZERO
004000         MOVE SEQ-Run-First TO WS-RUN-FIRST
004010         MOVE "Y" TO WS-RESTART-SW
004020         DISPLAY "DAY9DSP - LAST RUN DID NOT COMPLETE, "
004030       "REPRINTING SHIPMENTS FROM " WS-RUN-FIRST
004040     END-IF.
004050     CLOSE SHPSEQ.
004060 1100-EXIT.
004070     EXIT.

004080 1200-LOAD-BACKORDERS.
004090     OPEN INPUT BACKORD.
004100     IF NOT WS-BACKORD-OK
004110         GO TO 1200-EXIT
004120     END-IF.
004130     PERFORM 1210-LOAD-ONE-BACKORDER THRU 1210-EXIT
004140         UNTIL WS-BACKORD-STATUS = "10".
004150     CLOSE BACKORD.
004160 1200-EXIT.
004170     EXIT.

004180 1210-LOAD-ONE-BACKORDER.
004190     READ BACKORD
004200         AT END
004210             MOVE "10" TO WS-BACKORD-STATUS
004220             GO TO 1210-EXIT
004230     END-READ.
004240     IF NOT BO-STATUT-OPEN
004250         GO TO 1210-EXIT
004260     END-IF.
004270     IF WS-BO-COUNT < 500
004280         ADD 1 TO WS-BO-COUNT
004290         MOVE BO-Numero       TO WS-BO-NUMERO(WS-BO-COUNT)
004300         MOVE BO-Code-produit TO WS-BO-CODE(WS-BO-COUNT)
004310         MOVE BO-Qte          TO WS-BO-QTE(WS-BO-COUNT)
004320         MOVE BO-Date         TO WS-BO-DATE(WS-BO-COUNT)
004330     ELSE
004340         DISPLAY "DAY9DSP - BACKORDER TABLE FULL (500), LATER "
004350             "BACKORDERS NOT SHOWN ON THE NOTES"
004360         MOVE "10" TO WS-BACKORD-STATUS
004370     END-IF.
004380 1210-EXIT.
004390     EXIT.

004400 2000-DISPATCH-ONE-LINE.
004410     ADD 1 TO WS-LINES-READ.
004420     MOVE "N" TO WS-REPRINT-SW.
004430     IF NOT ORD-STATUT-FULFILLED
004440         GO TO 2000-EXIT-VIA-READ
004450     END-IF.
004460     IF ORD-Expedition IS NUMERIC
004470         AND NOT ORD-NOT-DISPATCHED
004480         IF WS-IS-RESTART
004490             AND ORD-Expedition NOT < WS-RUN-FIRST
004500             MOVE "Y" TO WS-REPRINT-SW
004510         ELSE
004520             ADD 1 TO WS-ALREADY-SHIPPED
004530             GO TO 2000-EXIT-VIA-READ
004540         END-IF
004550     END-IF.
004560     IF WS-PRODMAST-WAS-OPENED
004570         AND NOT WS-LINE-IS-REPRINT
004580         MOVE ORD-Code-produit TO Code-produit
004590         READ PRODMAST
004600             INVALID KEY
004610                 MOVE SPACE TO Statut-Produit
004620         END-READ
004630         IF PRODUIT-BLOQUE
004640             ADD 1 TO WS-LINES-BLOCKED
004650             DISPLAY "DAY9DSP - ORDER " ORD-Numero " LINE "
004660                 ORD-Ligne " HELD, PRODUIT "
004670                 ORD-Code-produit " IS BLOCKED"
004680             GO TO 2000-EXIT-VIA-READ
004690         END-IF
004700     END-IF.

004710     IF ORD-Numero NOT = WS-PREV-NUMERO
004720         IF WS-PREV-NUMERO NOT = HIGH-VALUES
004730             PERFORM 3300-CLOSE-SHIPMENT THRU 3300-EXIT
004740         END-IF
004750         PERFORM 3200-OPEN-SHIPMENT THRU 3200-EXIT
004760     END-IF.

004770     PERFORM 2500-PRINT-NOTE-LINE THRU 2500-EXIT.
004780     IF WS-LINE-IS-REPRINT
004790         ADD 1 TO WS-LINES-REPRINTED
004800         GO TO 2000-EXIT-VIA-READ
004810     END-IF.
004820     MOVE WS-CUR-SHIPMENT TO ORD-Expedition.
004830     REWRITE ORDER-REC
004840         INVALID KEY
004850             DISPLAY "DAY9DSP - UNABLE TO MARK ORDER "
004860                 ORD-Numero " LINE " ORD-Ligne
004870                 " SHIPPED, STATUS " WS-ORDFILE-STATUS
004880     END-REWRITE.
004890     ADD 1 TO WS-LINES-SHIPPED.

004900 2000-EXIT-VIA-READ.
004910     PERFORM 2100-READ-ORDFILE THRU 2100-EXIT.
004920 2000-EXIT.
004930     EXIT.

004940 2100-READ-ORDFILE.
004950     READ ORDFILE
004960         AT END
004970             MOVE "Y" TO WS-EOF-SW
004980             GO TO 2100-EXIT
004990     END-READ.
005000 2100-EXIT.
005010     EXIT.

005020 2500-PRINT-NOTE-LINE.
005030     MOVE SPACES TO WN-LIBELLE.
005040     IF WS-PRODMAST-WAS-OPENED
005050         MOVE ORD-Code-produit TO Code-produit
005060         READ PRODMAST
005070             INVALID KEY
005080                 MOVE SPACES TO Libelle
005090         END-READ
005100         MOVE Libelle TO WN-LIBELLE
005110     END-IF.
005120     MOVE ORD-Ligne         TO WN-LIGNE.
005130     MOVE ORD-Code-produit  TO WN-CODE.
005140     MOVE ORD-Qte           TO WN-QTE.
005150     MOVE ORD-Qte-Commandee TO WN-QTE-COMMANDEE.
005160     MOVE WS-NOTE-DETAIL TO DLVNOTE-LINE.
005170     WRITE DLVNOTE-LINE.
005180     ADD 1 TO WS-SHP-LINES.
005190     ADD ORD-Qte TO WS-SHP-UNITS.
005200 2500-EXIT.
005210     EXIT.

005220*****************************************************************
005230* THE ADDRESS COMES FROM THE CUSTOMER MASTER AS IT STANDS TODAY;
005240* THE NAME IS THE BILLING NAME FROZEN ON THE ORDER, SO THE NOTE
005250* AND THE INVOICE AGREE. AN ORDER NAMING A SHIPTO ENTRY SHIPS TO
005260* THAT ADDRESS INSTEAD, UNDER ITS OWN "LIVRER A" NAME. A NEW
005270* NUMBER IS SAVED ON SHPSEQ BEFORE ANY LINE IS STAMPED WITH IT; A
005280* SHIPMENT REPRINTED ON A RESTART KEEPS THE NUMBER ITS FIRST LINE
005290* ALREADY CARRIES.
005300*****************************************************************
005310 3200-OPEN-SHIPMENT.
005320     IF WS-LINE-IS-REPRINT
005330         MOVE ORD-Expedition TO WS-CUR-SHIPMENT
005340     ELSE
005350         MOVE WS-NEXT-SHIPMENT TO WS-CUR-SHIPMENT
005360         ADD 1 TO WS-NEXT-SHIPMENT
005370         PERFORM 9100-SAVE-NEXT-SHIPMENT THRU 9100-EXIT
005380     END-IF.
005390     ADD 1 TO WS-SHIPMENTS.
005400     MOVE ZERO TO WS-SHP-LINES.
005410     MOVE ZERO TO WS-SHP-UNITS.
005420     MOVE ORD-Numero      TO WS-PREV-NUMERO.
005430     MOVE ORD-Client-Code TO WS-CUR-CLIENT-CODE.
005440     MOVE ORD-Client      TO WS-CUR-CLIENT.
005450     MOVE "*** ADRESSE INCONNUE ***" TO WS-CUR-ADRESSE.
005460     IF WS-CUSTMAST-WAS-OPENED
005470         MOVE ORD-Client-Code TO Client-Code
005480         READ CUSTMAST
005490             NOT INVALID KEY
005500                 MOVE Client-Adresse TO WS-CUR-ADRESSE
005510         END-READ
005520     END-IF.
005530     MOVE "N" TO WS-SHIPTO-FOUND-SW.
005540     IF ORD-Livraison NOT = SPACES
005550         AND WS-SHIPTO-WAS-OPENED
005560         MOVE ORD-Client-Code TO ST-Client-Code
005570         MOVE ORD-Livraison   TO ST-Code
005580         READ SHIPTO
005590             NOT INVALID KEY
005600                 MOVE "Y" TO WS-SHIPTO-FOUND-SW
005610                 MOVE ST-Adresse TO WS-CUR-ADRESSE
005620         END-READ
005630     END-IF.

005640     MOVE WS-NOTE-SEPARATOR TO DLVNOTE-LINE.
005650     WRITE DLVNOTE-LINE.
005660     MOVE WS-CUR-SHIPMENT    TO WN-EXPEDITION.
005670     MOVE WS-RUN-DATE        TO WN-RUN-DATE.
005680     MOVE WS-NOTE-TITLE TO DLVNOTE-LINE.
005690     WRITE DLVNOTE-LINE.
005700     MOVE ORD-Numero         TO WN-NUMERO.
005710     MOVE WS-CUR-CLIENT-CODE TO WN-CLIENT-CODE.
005720     MOVE WS-CUR-CLIENT      TO WN-CLIENT.
005730     MOVE WS-NOTE-ORDER TO DLVNOTE-LINE.
005740     WRITE DLVNOTE-LINE.
005750     IF WS-SHIPTO-WAS-FOUND
005760         MOVE ST-Code TO WN-LIVRAISON
005770         MOVE ST-Nom  TO WN-LIVRE-NOM
005780         MOVE WS-NOTE-SHIPTO TO DLVNOTE-LINE
005790         WRITE DLVNOTE-LINE
005800     END-IF.
005810     MOVE WS-CUR-ADRESSE     TO WN-ADRESSE.
005820     MOVE WS-NOTE-ADDRESS TO DLVNOTE-LINE.
005830     WRITE DLVNOTE-LINE.
005840     MOVE SPACES TO DLVNOTE-LINE.
005850     WRITE DLVNOTE-LINE.
005860     MOVE WS-NOTE-COLUMNS TO DLVNOTE-LINE.
005870     WRITE DLVNOTE-LINE.
005880 3200-EXIT.
005890     EXIT.

005900 3300-CLOSE-SHIPMENT.
005910     MOVE "N" TO WS-BO-FOUND-SW.
005920     PERFORM 3310-PRINT-ONE-BACKORDER THRU 3310-EXIT
005930         VARYING WS-BO-I FROM 1 BY 1
005940         UNTIL WS-BO-I > WS-BO-COUNT.
005950     MOVE SPACES TO DLVNOTE-LINE.
005960     WRITE DLVNOTE-LINE.
005970     MOVE WS-SHP-LINES TO WN-TOT-LINES.
005980     MOVE WS-SHP-UNITS TO WN-TOT-UNITS.
005990     MOVE WS-NOTE-TOTAL TO DLVNOTE-LINE.
006000     WRITE DLVNOTE-LINE.
006010     MOVE SPACES TO DLVNOTE-LINE.
006020     WRITE DLVNOTE-LINE.
006030     MOVE WS-NOTE-SIGNATURE TO DLVNOTE-LINE.
006040     WRITE DLVNOTE-LINE.

006050     MOVE WS-CUR-SHIPMENT    TO WM-EXPEDITION.
006060     MOVE WS-PREV-NUMERO     TO WM-NUMERO.
006070     MOVE WS-CUR-CLIENT-CODE TO WM-CLIENT-CODE.
006080     MOVE WS-CUR-CLIENT      TO WM-CLIENT.
006090     MOVE WS-CUR-ADRESSE     TO WM-ADRESSE.
006100     MOVE WS-SHP-LINES       TO WM-LINES.
006110     MOVE WS-SHP-UNITS       TO WM-UNITS.
006120     MOVE WS-MAN-DETAIL TO SHPMAN-LINE.
006130     WRITE SHPMAN-LINE.
006140     ADD WS-SHP-UNITS TO WS-TOT-UNITS.
006150 3300-EXIT.
006160     EXIT.

006170 3310-PRINT-ONE-BACKORDER.
006180     IF WS-BO-NUMERO(WS-BO-I) NOT = WS-PREV-NUMERO
006190         GO TO 3310-EXIT
006200     END-IF.
006210     IF NOT WS-BO-WAS-FOUND
006220         MOVE SPACES TO DLVNOTE-LINE
006230         WRITE DLVNOTE-LINE
006240         MOVE WS-NOTE-BO-HEADING TO DLVNOTE-LINE
006250         WRITE DLVNOTE-LINE
006260         MOVE "Y" TO WS-BO-FOUND-SW
006270     END-IF.
006280     MOVE WS-BO-CODE(WS-BO-I) TO WN-BO-CODE.
006290     MOVE WS-BO-QTE(WS-BO-I)  TO WN-BO-QTE.
006300     MOVE WS-BO-DATE(WS-BO-I) TO WN-BO-DATE.
006310     MOVE WS-NOTE-BO-LINE TO DLVNOTE-LINE.
006320     WRITE DLVNOTE-LINE.
006330 3310-EXIT.
006340     EXIT.

006350 9000-TERMINATE.
006360     IF WS-SHPMAN-WAS-OPENED
006370         MOVE SPACES TO SHPMAN-LINE
006380         WRITE SHPMAN-LINE
006390         IF WS-SHIPMENTS = ZERO
006400             MOVE WS-MAN-NONE TO SHPMAN-LINE
006410         ELSE
006420             MOVE WS-SHIPMENTS TO WM-TOT-SHIPMENTS
006430             MOVE WS-TOT-UNITS TO WM-TOT-UNITS
006440             MOVE WS-MAN-TOTAL TO SHPMAN-LINE
006450         END-IF
006460         WRITE SHPMAN-LINE
006470         CLOSE SHPMAN
006480     END-IF.
006490     IF WS-DLVNOTE-WAS-OPENED
006500         CLOSE DLVNOTE
006510     END-IF.
006520     IF WS-CUSTMAST-WAS-OPENED
006530         CLOSE CUSTMAST
006540     END-IF.
006550     IF WS-SHIPTO-WAS-OPENED
006560         CLOSE SHIPTO
006570     END-IF.
006580     IF WS-PRODMAST-WAS-OPENED
006590         CLOSE PRODMAST
006600     END-IF.
006610     IF WS-ORDFILE-WAS-OPENED
006620         CLOSE ORDFILE
006630         IF WS-SHIPMENTS > ZERO
006640             OR WS-IS-RESTART
006650             MOVE "T" TO WS-RUN-STATE
006660             PERFORM 9100-SAVE-NEXT-SHIPMENT THRU 9100-EXIT
006670         END-IF
006680     END-IF.
006690     DISPLAY "DAY9DSP - ORDER LINES READ   : " WS-LINES-READ.
006700     DISPLAY "DAY9DSP - LINES SHIPPED      : " WS-LINES-SHIPPED.
006710     DISPLAY "DAY9DSP - ALREADY DISPATCHED : "
006720         WS-ALREADY-SHIPPED.
006730     DISPLAY "DAY9DSP - HELD, BLOCKED      : " WS-LINES-BLOCKED.
006740     IF WS-IS-RESTART
006750         DISPLAY "DAY9DSP - RESTART, REPRINTED : "
006760             WS-LINES-REPRINTED
006770     END-IF.
006780     DISPLAY "DAY9DSP - SHIPMENTS          : " WS-SHIPMENTS.
006790 9000-EXIT.
006800     EXIT.

006810 9100-SAVE-NEXT-SHIPMENT.
006820     OPEN OUTPUT SHPSEQ.
006830     IF NOT WS-SHPSEQ-OK
006840         DISPLAY "DAY9DSP - UNABLE TO SAVE SHPSEQ, STATUS "
006850             WS-SHPSEQ-STATUS " - NEXT RUN MAY REUSE NUMBERS"
006860         GO TO 9100-EXIT
006870     END-IF.
006880     MOVE WS-NEXT-SHIPMENT TO SEQ-Next-Shipment.
006890     MOVE WS-RUN-FIRST     TO SEQ-Run-First.
006900     MOVE WS-RUN-STATE     TO SEQ-Run-State.
006910     WRITE SHPSEQ-REC.
006920     CLOSE SHPSEQ.
006930 9100-EXIT.
006940     EXIT.
