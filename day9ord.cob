000670*                   FILE REFUSES THE SESSION AND SAYS WHO HOLDS
000680*                   IT (NO OVERRIDE HERE: THIS PROGRAM HAS NO
000690*                   USERSEC LEVEL TO GATE ONE ON).
000700*  10/15/2026  JPH  CLIENT-CREDIT-LIMITE IS NOW ENFORCED. THE
000710*                   CUSTOMER'S EXPOSURE - OPEN ARFILE BALANCES
000720*                   PLUS UNBILLED "N" AND "F" ORDER LINES, ALL
000730*                   CONVERTED TO THE HOUSE CURRENCY THROUGH
000740*                   CURRTBL - IS WORKED OUT WHEN THE ORDER IS
000750*                   OPENED, AND EVERY NEW LINE IS ADDED TO IT. A
000760*                   LINE THAT WOULD BREAK THE LIMIT IS WRITTEN
000770*                   AT THE NEW CREDIT-HOLD STATUS "H" INSTEAD OF
000780*                   BEING REFUSED (ITS STOCK STAYS ALLOCATED),
000790*                   AND SO IS EVERY LATER LINE OF THAT ORDER,
000800*                   FOR DAY9CRH TO RELEASE OR CANCEL. A ZERO
000810*                   LIMIT MEANS NO LIMIT HAS BEEN SET.
000820*  10/15/2026  JPH  A CUSTOMER DAY9DUN HAS SENT A FINAL NOTICE
000830*                   (CLIENT-STATUT "D") IS NO LONGER TAKEN
000840*                   SILENTLY: THE DESK IS WARNED AND MUST
000850*                   CONFIRM BEFORE THE ORDER IS OPENED.
000860*  10/15/2026  JPH  AN OPEN, UNEXPIRED SALES QUOTE FROM THE NEW
000870*                   QUOTFILE (SEE QUOTREC.CPY, CAPTURED BY
000880*                   DAY9QUO) CAN NOW BE CONVERTED INTO THE ORDER:
000890*                   ITS CUSTOMER BECOMES THE ORDER'S CUSTOMER AND
000900*                   EACH OPEN LINE GOES THROUGH THE SAME ATP,
000910*                   BACKORDER, ALLOCATION AND CREDIT CHECKS AS A
000920*                   KEYED LINE AT THE QUOTED PRICE, THEN IS
000930*                   MARKED CONVERTED. THE LINE-CAPTURE LOOP NOW
000940*                   PRIMES WS-LINE-CODE SO A SECOND ORDER IN THE
000950*                   SAME SESSION IS NOT SKIPPED AFTER THE FIRST
000960*                   ONE ENDS ON A BLANK CODE.
000970*  10/15/2026  JPH  QUANTITY BREAKS AND PROMOTIONS FROM THE NEW
000980*                   PRCBREAK FILE (SEE PRCBRK.CPY, MAINTAINED BY
000990*                   DAY7BRK) ARE APPLIED ONCE THE LINE QUANTITY
001000*                   IS KEYED: THE LINE IS FROZEN AT THE BEST OF
001010*                   THE LIST PRICE, THE CONTRACT PRICE AND EVERY
001020*                   BREAK THAT APPLIES - A CONTRACT DEARER THAN
001030*                   THE LIST NO LONGER WINS - AND THE RULE THAT
001040*                   SET IT GOES ON THE LINE (ORD-REGLE-PRIX) WITH
001050*                   THE LIST PRICE, SO THE INVOICE CAN SHOW THE
001060*                   DISCOUNT. A CONVERTED QUOTE KEEPS ITS QUOTED
001070*                   PRICE (RULE "D").
001080*  10/15/2026  JPH  A NEW LINE STARTS WITH NO SHIPMENT NUMBER
001090*                   (ORD-EXPEDITION ZERO) UNTIL DAY9DSP SHIPS IT.
001100*  10/15/2026  JPH  A NEW LINE ALSO STARTS WITH NO INVOICE NUMBER
001110*                   (ORD-FACTURE ZERO) UNTIL DAY9INV BILLS IT.
001120*  10/15/2026  JPH  EACH ORDER NOW NAMES WHERE IT IS DELIVERED:
001130*                   A CUSTOMER WITH ADDRESSES ON THE NEW SHIPTO
001140*                   FILE (SEE SHIPTO.CPY) IS ASKED FOR A SHIP-TO
001150*                   CODE - SPACES TAKE THE DEFAULT, AN UNKNOWN
001160*                   CODE REFUSES THE ORDER - AND IT IS FROZEN ON
001170*                   EVERY LINE AND BACKORDER (ORD-LIVRAISON).
001180*                   AN ORDER BEING EXTENDED KEEPS THE CODE ITS
001190*                   FIRST LINES CARRY. NO SHIPTO FILE, OR NO
001200*                   ADDRESSES, LEAVES THE CODE BLANK: BILLING
001210*                   ADDRESS.
001220*  10/15/2026  JPH  PRODUCT LIFECYCLE (STATUT-PRODUIT): A BLOCKED
001230*                   PRODUIT IS REFUSED. A DISCONTINUED ONE IS
001240*                   REFUSED AND ITS CODE-SUCCESSEUR SHOWN WITH
001250*                   LIBELLE AND PRIX; ON A KEYED LINE THE
001260*                   OPERATOR MAY ORDER THE SUCCESSOR INSTEAD, A
001270*                   QUOTE LINE STAYS OPEN ON THE QUOTE. A
001280*                   PHASE-OUT PRODUIT IS SOLD DOWN ONLY: A LINE
001290*                   ABOVE WHAT IS AVAILABLE TO PROMISE IS
001300*                   REFUSED WITHOUT A BACKORDER.
001310*  10/15/2026  JPH  A SHORT LINE IS ONLY BACKORDERED WHEN THE
001320*                   CUSTOMER'S CREDIT ALLOWS IT - A BACKORDER FOR
001330*                   AN ORDER ON HOLD, OR ONE THAT WOULD TAKE THE
001340*                   CUSTOMER PAST THE LIMIT, IS REFUSED OUTRIGHT,
001350*                   AND AN ACCEPTED ONE ADDS TO THE EXPOSURE.
001360*  10/15/2026  JPH  A CONVERTED QUOTE LINE CARRIES THE LIST PRICE
001370*                   FROZEN ON THE QUOTE (QT-PRIX-LISTE).
001380*****************************************************************
001390 IDENTIFICATION DIVISION.
001400 PROGRAM-ID. day9ord.
001410 AUTHOR. jphNovitz.
001420 DATE-WRITTEN. 2026/08/22.
001430 DATE-COMPILED.

001440 ENVIRONMENT DIVISION.
001450 INPUT-OUTPUT SECTION.
001460 FILE-CONTROL.
001470     SELECT PRODMAST ASSIGN TO "PRODMAST"
001480         ORGANIZATION IS INDEXED
001490         ACCESS MODE IS DYNAMIC
001500         RECORD KEY IS Code-produit
001510         FILE STATUS IS WS-PRODMAST-STATUS.

001520     SELECT ORDFILE ASSIGN TO "ORDFILE"
001530         ORGANIZATION IS INDEXED
001540         ACCESS MODE IS DYNAMIC
001550         RECORD KEY IS ORD-Key
001560         FILE STATUS IS WS-ORDFILE-STATUS.

001570     SELECT CUSTMAST ASSIGN TO "CUSTMAST"
001580         ORGANIZATION IS INDEXED
001590         ACCESS MODE IS DYNAMIC
001600         RECORD KEY IS Client-Code
001610         FILE STATUS IS WS-CUSTMAST-STATUS.

001620     SELECT PRODALOC ASSIGN TO "PRODALOC"
001630         ORGANIZATION IS INDEXED
001640         ACCESS MODE IS DYNAMIC
001650         RECORD KEY IS ALOC-Code-produit
001660         FILE STATUS IS WS-PRODALOC-STATUS.

001670     SELECT BACKORD ASSIGN TO "BACKORD"
001680         ORGANIZATION IS LINE SEQUENTIAL
001690         FILE STATUS IS WS-BACKORD-STATUS.

001700     SELECT CONTRPRC ASSIGN TO "CONTRPRC"
001710         ORGANIZATION IS LINE SEQUENTIAL
001720         FILE STATUS IS WS-CONTRPRC-STATUS.

001730     SELECT PRCBREAK ASSIGN TO "PRCBREAK"
001740         ORGANIZATION IS LINE SEQUENTIAL
001750         FILE STATUS IS WS-PRCBREAK-STATUS.

001760     SELECT FILELOCK ASSIGN TO "FILELOCK"
001770         ORGANIZATION IS LINE SEQUENTIAL
001780         FILE STATUS IS WS-FILELOCK-STATUS.

001790     SELECT ARFILE ASSIGN TO "ARFILE"
001800         ORGANIZATION IS INDEXED
001810         ACCESS MODE IS DYNAMIC
001820         RECORD KEY IS AR-Invoice-No
001830         FILE STATUS IS WS-ARFILE-STATUS.

001840     SELECT CURRTBL ASSIGN TO "CURRTBL"
001850         ORGANIZATION IS LINE SEQUENTIAL
001860         FILE STATUS IS WS-CURRTBL-STATUS.

001870     SELECT QUOTFILE ASSIGN TO "QUOTFILE"
001880         ORGANIZATION IS INDEXED
001890         ACCESS MODE IS DYNAMIC
001900         RECORD KEY IS QT-Key
001910         FILE STATUS IS WS-QUOTFILE-STATUS.

001920     SELECT SHIPTO ASSIGN TO "SHIPTO"
001930         ORGANIZATION IS INDEXED
001940         ACCESS MODE IS DYNAMIC
001950         RECORD KEY IS ST-Key
001960         FILE STATUS IS WS-SHIPTO-STATUS.

001970 DATA DIVISION.
001980 FILE SECTION.
001990 FD  PRODMAST
002000     RECORDING MODE IS F.
002010     COPY PRODREC.

002020 FD  ORDFILE
002030     RECORDING MODE IS F.
002040     COPY ORDREC.

002050 FD  CUSTMAST
002060     RECORDING MODE IS F.
002070     COPY CUSTREC.

002080 FD  PRODALOC
002090     RECORDING MODE IS F.
002100     COPY PRODALOC.

002110 FD  BACKORD
002120     RECORDING MODE IS F.
002130     COPY BACKORD.

002140 FD  CONTRPRC
002150     RECORDING MODE IS F.
002160     COPY CTRPRC.

002170 FD  PRCBREAK
002180     RECORDING MODE IS F.
002190     COPY PRCBRK.

002200 FD  FILELOCK
002210     RECORDING MODE IS F.
002220 01  FILELOCK-REC.
002230     05  LCK-File             PIC X(08).
002240     05  LCK-Holder           PIC X(08).
002250     05  LCK-Date             PIC 9(08).
002260     05  LCK-Time             PIC 9(06).

002270 FD  ARFILE
002280     RECORDING MODE IS F.
002290     COPY AROPEN.

002300 FD  CURRTBL
002310     RECORDING MODE IS F.
002320 01  CURRTBL-REC.
002330     05  CUR-Code             PIC X(03).
002340     05  CUR-Symbol           PIC X(03).
002350     05  CUR-Decimals         PIC 9(01).
002360     05  CUR-Rate             PIC 9(04)V9(06).
002370     05  CUR-Rate-Date        PIC 9(08).

002380 FD  QUOTFILE
002390     RECORDING MODE IS F.
002400     COPY QUOTREC.

002410 FD  SHIPTO
002420     RECORDING MODE IS F.
002430     COPY SHIPTO.

002440 WORKING-STORAGE SECTION.
002450 01  WS-FILELOCK-STATUS       PIC X(02).
002460     88  WS-FILELOCK-OK            VALUE "00".
002470 01  WS-LOCK-HELD-SW          PIC X(01)  VALUE "N".
002480     88  WS-LOCK-IS-HELD          VALUE "Y".
002490 01  WS-LOCK-HOLDER           PIC X(08)  VALUE SPACES.

002500 01  WS-PRODMAST-STATUS       PIC X(02).
002510     88  WS-PRODMAST-OK             VALUE "00".

002520 01  WS-ORDFILE-STATUS        PIC X(02).
002530     88  WS-ORDFILE-OK              VALUE "00".
002540     88  WS-ORDFILE-MISSING         VALUE "35".

002550 01  WS-CUSTMAST-STATUS       PIC X(02).
002560     88  WS-CUSTMAST-OK             VALUE "00".

002570 01  WS-PRODALOC-STATUS       PIC X(02).
002580     88  WS-PRODALOC-OK             VALUE "00".
002590     88  WS-PRODALOC-MISSING        VALUE "35".

002600 01  WS-BACKORD-STATUS        PIC X(02).
002610     88  WS-BACKORD-OK              VALUE "00".

002620 01  WS-CONTRPRC-STATUS       PIC X(02).
002630     88  WS-CONTRPRC-OK             VALUE "00".

002640 01  WS-PRCBREAK-STATUS       PIC X(02).
002650     88  WS-PRCBREAK-OK             VALUE "00".

002660 01  WS-ARFILE-STATUS         PIC X(02).
002670     88  WS-ARFILE-OK               VALUE "00".
002680     88  WS-ARFILE-MISSING          VALUE "35".

002690 01  WS-CURRTBL-STATUS        PIC X(02).
002700     88  WS-CURRTBL-OK              VALUE "00".

002710 01  WS-QUOTFILE-STATUS       PIC X(02).
002720     88  WS-QUOTFILE-OK             VALUE "00".

002730 01  WS-SHIPTO-STATUS         PIC X(02).
002740     88  WS-SHIPTO-OK               VALUE "00".

002750 01  WS-SWITCHES.
002760     05  WS-DONE-SW           PIC X(01)  VALUE "N".
002770         88  WS-ALL-DONE             VALUE "Y".
002780     05  WS-PRODMAST-OPEN-SW  PIC X(01)  VALUE "N".
002790         88  WS-PRODMAST-WAS-OPENED  VALUE "Y".
002800     05  WS-ORDFILE-OPEN-SW   PIC X(01)  VALUE "N".
002810         88  WS-ORDFILE-WAS-OPENED   VALUE "Y".
002820     05  WS-CUSTMAST-OPEN-SW  PIC X(01)  VALUE "N".
002830         88  WS-CUSTMAST-WAS-OPENED  VALUE "Y".
002840     05  WS-PRODALOC-OPEN-SW  PIC X(01)  VALUE "N".
002850         88  WS-PRODALOC-WAS-OPENED  VALUE "Y".
002860     05  WS-ALOC-FOUND-SW     PIC X(01)  VALUE "N".
002870         88  WS-ALOC-WAS-FOUND       VALUE "Y".
002880     05  WS-BACKORD-OPEN-SW   PIC X(01)  VALUE "N".
002890         88  WS-BACKORD-WAS-OPENED   VALUE "Y".
002900     05  WS-ARFILE-OPEN-SW    PIC X(01)  VALUE "N".
002910         88  WS-ARFILE-WAS-OPENED    VALUE "Y".
002920     05  WS-CREDIT-HOLD-SW    PIC X(01)  VALUE "N".
002930         88  WS-ORDER-ON-HOLD        VALUE "Y".
002940     05  WS-BO-CREDIT-SW      PIC X(01)  VALUE "N".
002950         88  WS-BACKORDER-OVER-LIMIT VALUE "Y".
002960     05  WS-QUOTFILE-OPEN-SW  PIC X(01)  VALUE "N".
002970         88  WS-QUOTFILE-WAS-OPENED  VALUE "Y".
002980     05  WS-QUOTE-VALID-SW    PIC X(01)  VALUE "N".
002990         88  WS-QUOTE-IS-VALID       VALUE "Y".
003000     05  WS-LINE-TAKEN-SW     PIC X(01)  VALUE "N".
003010         88  WS-LINE-WAS-TAKEN       VALUE "Y".
003020     05  WS-SHIPTO-OPEN-SW    PIC X(01)  VALUE "N".
003030         88  WS-SHIPTO-WAS-OPENED    VALUE "Y".
003040     05  WS-LIVRAISON-SW      PIC X(01)  VALUE "N".
003050         88  WS-LIVRAISON-IS-SET     VALUE "Y".
003060     05  WS-SHIPTO-VALID-SW   PIC X(01)  VALUE "N".
003070         88  WS-SHIPTO-IS-VALID      VALUE "Y".
003080     05  WS-ST-EOF-SW         PIC X(01)  VALUE "N".
003090         88  WS-ST-EOF-REACHED       VALUE "Y".
003100     05  WS-PRODUIT-OK-SW     PIC X(01)  VALUE "N".
003110         88  WS-PRODUIT-IS-ORDERABLE VALUE "Y".
003120     05  WS-LINE-KEYED-SW     PIC X(01)  VALUE "N".
003130         88  WS-LINE-IS-KEYED        VALUE "Y".

003140 01  WS-COUNTERS.
003150     05  WS-LINES-WRITTEN     PIC 9(05) COMP  VALUE ZERO.
003160     05  WS-LINES-REFUSED     PIC 9(05) COMP  VALUE ZERO.
003170     05  WS-LINES-BACKORDERED PIC 9(05) COMP  VALUE ZERO.
003180     05  WS-LINES-HELD        PIC 9(05) COMP  VALUE ZERO.
003190     05  WS-QUOTE-LINES-CONV  PIC 9(05) COMP  VALUE ZERO.

003200 01  WS-RUN-DATE              PIC 9(08).
003210 01  WS-ORDER-NUMERO          PIC X(06).
003220 01  WS-ORDER-CLIENT-CODE     PIC X(05).
003230 01  WS-ORDER-CLIENT          PIC X(20).
003240 01  WS-CONFIRM               PIC X(01)  VALUE SPACE.
003250 01  WS-SUCC-REPLY            PIC X(01)  VALUE SPACE.
003260 01  WS-DISC-CODE             PIC X(03)  VALUE SPACES.
003270 01  WS-LINE-CODE             PIC X(03).
003280 01  WS-LINE-QTE-X            PIC X(05).
003290 01  WS-LINE-QTE REDEFINES WS-LINE-QTE-X
003300                              PIC 9(05).
003310 01  WS-PRIX-ED               PIC -ZZZ,ZZ9.99.
003320 01  WS-ORDER-DEVISE          PIC X(03)  VALUE SPACES.
003330 01  WS-QTE-DISPONIBLE        PIC S9(06) COMP-3  VALUE ZERO.
003340 01  WS-NEXT-LIGNE            PIC 9(03)  VALUE 1.
003350 01  WS-ORD-EOF-SW            PIC X(01)  VALUE "N".
003360     88  WS-ORD-EOF-REACHED       VALUE "Y".
003370 01  WS-LINE-PRIX             PIC S9(06)V99 COMP-3  VALUE ZERO.
003380 01  WS-CONTRACT-SW           PIC X(01)  VALUE "N".
003390     88  WS-CONTRACT-PRICED       VALUE "Y".
003400 01  WS-LINE-PRIX-LISTE       PIC S9(06)V99 COMP-3  VALUE ZERO.
003410 01  WS-LINE-REGLE            PIC X(01)  VALUE "L".
003420 01  WS-BRK-PRIX              PIC S9(06)V99 COMP-3  VALUE ZERO.
003430 01  WS-ORDER-LIVRAISON       PIC X(03)  VALUE SPACES.
003440 01  WS-DEFAULT-SHIPTO        PIC X(03)  VALUE SPACES.
003450 01  WS-ST-COUNT              PIC 9(03) COMP  VALUE ZERO.

003460*****************************************************************
003470* THE QUOTE BEING CONVERTED, IF ANY - ITS CUSTOMER, EXPIRY AND
003480* HOW MANY OF ITS LINES ARE STILL OPEN.
003490*****************************************************************
003500 01  WS-QUOTE-NUMERO          PIC X(06)  VALUE SPACES.
003510 01  WS-QUOTE-CLIENT-CODE     PIC X(05)  VALUE SPACES.
003520 01  WS-QUOTE-EXPIRATION      PIC 9(08)  VALUE ZERO.
003530 01  WS-QUOTE-OPEN-LINES      PIC 9(03) COMP  VALUE ZERO.
003540 01  WS-QT-EOF-SW             PIC X(01)  VALUE "N".
003550     88  WS-QT-EOF-REACHED        VALUE "Y".

003560*****************************************************************
003570* CREDIT EXPOSURE OF THE CUSTOMER BEING SERVED, IN THE HOUSE
003580* CURRENCY. WS-LIMITE-MAISON IS CLIENT-CREDIT-LIMITE (HELD IN
003590* CLIENT-DEVISE) CONVERTED AT THE CURRTBL RATE.
003600*****************************************************************
003610 01  WS-EXPOSURE              PIC S9(11)V99 COMP-3  VALUE ZERO.
003620 01  WS-LIMITE-MAISON         PIC S9(11)V99 COMP-3  VALUE ZERO.
003630 01  WS-ITEM-VALUE            PIC S9(11)V99 COMP-3  VALUE ZERO.
003640 01  WS-RATE-USED             PIC 9(04)V9(06) COMP-3 VALUE ZERO.
003650 01  WS-RATE-DEVISE           PIC X(03)  VALUE SPACES.
003660 01  WS-EXPOSURE-ED           PIC -ZZZ,ZZZ,ZZ9.99.
003670 01  WS-LIMITE-ED             PIC -ZZZ,ZZZ,ZZ9.99.

003680     COPY CURRTBL.

003690*****************************************************************
003700* ACTIVE CONTRACT PRICES, LOADED FROM CONTRPRC AT START AND
003710* SEARCHED PER CLIENT AND PRODUIT BEFORE THE MASTER PRIX IS
003720* FROZEN ONTO A LINE.
003730*****************************************************************
003740 01  WS-CONTRACT-TABLE.
003750     05  WS-CTR-COUNT         PIC 9(03) COMP  VALUE ZERO.
003760     05  WS-CTR-ENTRY OCCURS 200 TIMES.
003770         10  WS-CTR-CLIENT    PIC X(05).
003780         10  WS-CTR-CODE      PIC X(03).
003790         10  WS-CTR-TYPE      PIC X(01).
003800         10  WS-CTR-VALEUR    PIC S9(06)V99 COMP-3.
003810         10  WS-CTR-DEBUT     PIC 9(08).
003820         10  WS-CTR-FIN       PIC 9(08).
003830 01  WS-CTR-I                 PIC 9(03) COMP  VALUE ZERO.

003840*****************************************************************
003850* QUANTITY BREAKS AND PROMOTIONS, LOADED FROM PRCBREAK AT START
003860* AND SEARCHED PER PRODUIT ONCE THE LINE QUANTITY IS KNOWN.
003870*****************************************************************
003880 01  WS-BREAK-TABLE.
003890     05  WS-BRK-COUNT         PIC 9(03) COMP  VALUE ZERO.
003900     05  WS-BRK-ENTRY OCCURS 300 TIMES.
003910         10  WS-BRK-CODE      PIC X(03).
003920         10  WS-BRK-QTE-MIN   PIC 9(05).
003930         10  WS-BRK-TYPE      PIC X(01).
003940         10  WS-BRK-VALEUR    PIC S9(06)V99 COMP-3.
003950         10  WS-BRK-DEBUT     PIC 9(08).
003960         10  WS-BRK-FIN       PIC 9(08).
003970 01  WS-BRK-I                 PIC 9(03) COMP  VALUE ZERO.

003980 PROCEDURE DIVISION.

003990 0000-MAINLINE.
004000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
004010     PERFORM 2000-CAPTURE-ORDER THRU 2000-EXIT
004020         UNTIL WS-ALL-DONE.
004030     PERFORM 9000-TERMINATE THRU 9000-EXIT.
004040     STOP RUN.

004050 1000-INITIALIZE.
004060     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
004070     PERFORM 1300-CHECK-INTERLOCK THRU 1300-EXIT.
004080     IF WS-ALL-DONE
004090         GO TO 1000-EXIT
004100     END-IF.
004110     OPEN INPUT PRODMAST.
004120     IF NOT WS-PRODMAST-OK
004130         DISPLAY "DAY9ORD - UNABLE TO OPEN PRODMAST, STATUS "
004140             WS-PRODMAST-STATUS
004150         SET WS-ALL-DONE TO TRUE
004160         GO TO 1000-EXIT
004170     END-IF.
004180     SET WS-PRODMAST-WAS-OPENED TO TRUE.

004190     OPEN I-O ORDFILE.
004200     IF WS-ORDFILE-MISSING
004210         OPEN OUTPUT ORDFILE
004220         CLOSE ORDFILE
004230         OPEN I-O ORDFILE
004240     END-IF.
004250     IF NOT WS-ORDFILE-OK
004260         DISPLAY "DAY9ORD - UNABLE TO OPEN ORDFILE, STATUS "
004270             WS-ORDFILE-STATUS
004280         SET WS-ALL-DONE TO TRUE
004290         GO TO 1000-EXIT
004300     END-IF.
004310     SET WS-ORDFILE-WAS-OPENED TO TRUE.

004320     OPEN INPUT CUSTMAST.
004330     IF NOT WS-CUSTMAST-OK
004340         DISPLAY "DAY9ORD - UNABLE TO OPEN CUSTMAST, STATUS "
004350             WS-CUSTMAST-STATUS " - CAPTURE REFUSED"
004360         SET WS-ALL-DONE TO TRUE
004370         GO TO 1000-EXIT
004380     END-IF.
004390     SET WS-CUSTMAST-WAS-OPENED TO TRUE.

004400*****************************************************************
004410* A BRAND-NEW ALLOCATION LEDGER IS CREATED EMPTY ON FIRST USE -
004420* NO ALLOCATION RECORD SIMPLY MEANS NOTHING IS PROMISED YET.
004430*****************************************************************
004440     OPEN I-O PRODALOC.
004450     IF WS-PRODALOC-MISSING
004460         OPEN OUTPUT PRODALOC
004470         CLOSE PRODALOC
004480         OPEN I-O PRODALOC
004490     END-IF.
004500     IF NOT WS-PRODALOC-OK
004510         DISPLAY "DAY9ORD - UNABLE TO OPEN PRODALOC, STATUS "
004520             WS-PRODALOC-STATUS " - CAPTURE REFUSED"
004530         SET WS-ALL-DONE TO TRUE
004540         GO TO 1000-EXIT
004550     END-IF.
004560     SET WS-PRODALOC-WAS-OPENED TO TRUE.

004570     PERFORM 1100-LOAD-CONTRACTS THRU 1100-EXIT.
004580     PERFORM 1120-LOAD-BREAKS THRU 1120-EXIT.
004590     PERFORM 1150-LOAD-CURRENCY-TABLE THRU 1150-EXIT.

004600*****************************************************************
004610* NO ARFILE YET SIMPLY MEANS NOTHING HAS BEEN INVOICED - THE
004620* EXPOSURE IS THE UNBILLED ORDER LINES ALONE. ANY OTHER OPEN
004630* FAILURE ENDS THE SESSION: THE CREDIT CHECK FAILS CLOSED.
004640*****************************************************************
004650     OPEN INPUT ARFILE.
004660     IF WS-ARFILE-MISSING
004670         DISPLAY "DAY9ORD - NO ARFILE YET, NO OPEN ITEMS COUNT "
004680             "TOWARDS CREDIT EXPOSURE"
004690     ELSE
004700         IF NOT WS-ARFILE-OK
004710             DISPLAY "DAY9ORD - UNABLE TO OPEN ARFILE, STATUS "
004720                 WS-ARFILE-STATUS " - CAPTURE REFUSED"
004730             SET WS-ALL-DONE TO TRUE
004740             GO TO 1000-EXIT
004750         END-IF
004760         SET WS-ARFILE-WAS-OPENED TO TRUE
004770     END-IF.

004780     OPEN EXTEND BACKORD.
004790     IF NOT WS-BACKORD-OK
004800         DISPLAY "DAY9ORD - UNABLE TO OPEN BACKORD, STATUS "
004810             WS-BACKORD-STATUS " - SHORT-STOCK DEMAND WILL NOT "
004820             "BE KEPT"
004830     ELSE
004840         SET WS-BACKORD-WAS-OPENED TO TRUE
004850     END-IF.

004860*****************************************************************
004870* NO QUOTFILE ONLY MEANS THERE IS NOTHING TO CONVERT - ORDERS ARE
004880* STILL TAKEN BY HAND.
004890*****************************************************************
004900     OPEN I-O QUOTFILE.
004910     IF NOT WS-QUOTFILE-OK
004920         DISPLAY "DAY9ORD - NO QUOTFILE (STATUS "
004930             WS-QUOTFILE-STATUS "), QUOTES CANNOT BE CONVERTED"
004940     ELSE
004950         SET WS-QUOTFILE-WAS-OPENED TO TRUE
004960     END-IF.

004970*****************************************************************
004980* NO SHIPTO FILE ONLY MEANS NO CUSTOMER HAS A DELIVERY ADDRESS -
004990* EVERY ORDER GOES TO THE BILLING ADDRESS.
005000*****************************************************************
005010     OPEN INPUT SHIPTO.
005020     IF NOT WS-SHIPTO-OK
005030         DISPLAY "DAY9ORD - NO SHIPTO (STATUS "
005040             WS-SHIPTO-STATUS "), ORDERS DELIVER TO THE "
005050             "BILLING ADDRESS"
005060     ELSE
005070         SET WS-SHIPTO-WAS-OPENED TO TRUE
005080     END-IF.
005090 1000-EXIT.
005100     EXIT.

005110 1100-LOAD-CONTRACTS.
005120     OPEN INPUT CONTRPRC.
005130     IF NOT WS-CONTRPRC-OK
005140         DISPLAY "DAY9ORD - NO CONTRACT PRICE FILE, LIST "
005150             "PRICES APPLY"
005160         GO TO 1100-EXIT
005170     END-IF.
005180     PERFORM 1110-LOAD-ONE-CONTRACT THRU 1110-EXIT
005190         UNTIL WS-CONTRPRC-STATUS = "10".
005200     CLOSE CONTRPRC.
005210 1100-EXIT.
005220     EXIT.

005230 1110-LOAD-ONE-CONTRACT.
005240     READ CONTRPRC
005250         AT END
005260             MOVE "10" TO WS-CONTRPRC-STATUS
005270             GO TO 1110-EXIT
005280     END-READ.
005290     IF WS-CTR-COUNT < 200
005300         ADD 1 TO WS-CTR-COUNT
005310         MOVE CTR-Client-Code  TO WS-CTR-CLIENT(WS-CTR-COUNT)
005320         MOVE CTR-Code-produit TO WS-CTR-CODE(WS-CTR-COUNT)
005330         MOVE CTR-Type         TO WS-CTR-TYPE(WS-CTR-COUNT)
005340         MOVE CTR-Valeur       TO WS-CTR-VALEUR(WS-CTR-COUNT)
005350         MOVE CTR-Date-Debut   TO WS-CTR-DEBUT(WS-CTR-COUNT)
005360         MOVE CTR-Date-Fin     TO WS-CTR-FIN(WS-CTR-COUNT)
005370     ELSE
005380         DISPLAY "DAY9ORD - CONTRACT TABLE FULL (200), "
005390             CTR-Client-Code " " CTR-Code-produit
005400             " NOT LOADED"
005410     END-IF.
005420 1110-EXIT.
005430     EXIT.

005440 1120-LOAD-BREAKS.
005450     OPEN INPUT PRCBREAK.
005460     IF NOT WS-PRCBREAK-OK
005470         DISPLAY "DAY9ORD - NO PRICE BREAK FILE, NO QUANTITY "
005480             "BREAKS OR PROMOTIONS"
005490         GO TO 1120-EXIT
005500     END-IF.
005510     PERFORM 1130-LOAD-ONE-BREAK THRU 1130-EXIT
005520         UNTIL WS-PRCBREAK-STATUS = "10".
005530     CLOSE PRCBREAK.
005540 1120-EXIT.
005550     EXIT.

005560 1130-LOAD-ONE-BREAK.
005570     READ PRCBREAK
005580         AT END
005590             MOVE "10" TO WS-PRCBREAK-STATUS
005600             GO TO 1130-EXIT
005610     END-READ.
005620     IF WS-BRK-COUNT < 300
005630         ADD 1 TO WS-BRK-COUNT
005640         MOVE BRK-Code-produit TO WS-BRK-CODE(WS-BRK-COUNT)
005650         MOVE BRK-Qte-Min      TO WS-BRK-QTE-MIN(WS-BRK-COUNT)
005660         MOVE BRK-Type         TO WS-BRK-TYPE(WS-BRK-COUNT)
005670         MOVE BRK-Valeur       TO WS-BRK-VALEUR(WS-BRK-COUNT)
005680         MOVE BRK-Date-Debut   TO WS-BRK-DEBUT(WS-BRK-COUNT)
005690         MOVE BRK-Date-Fin     TO WS-BRK-FIN(WS-BRK-COUNT)
005700     ELSE
005710         DISPLAY "DAY9ORD - PRICE BREAK TABLE FULL (300), "
005720             BRK-Code-produit " FROM " BRK-Qte-Min
005730             " NOT LOADED"
005740     END-IF.
005750 1130-EXIT.
005760     EXIT.

005770 1150-LOAD-CURRENCY-TABLE.
005780     OPEN INPUT CURRTBL.
005790     IF NOT WS-CURRTBL-OK
005800         DISPLAY "DAY9ORD - UNABLE TO OPEN CURRTBL, STATUS "
005810             WS-CURRTBL-STATUS
005820             " - CREDIT EXPOSURE CONVERTS AT 1"
005830         GO TO 1150-EXIT
005840     END-IF.
005850     PERFORM 1160-LOAD-ONE-CURRENCY THRU 1160-EXIT
005860         UNTIL WS-CURRTBL-STATUS = "10".
005870     CLOSE CURRTBL.
005880 1150-EXIT.
005890     EXIT.

005900 1160-LOAD-ONE-CURRENCY.
005910     READ CURRTBL
005920         AT END
005930             MOVE "10" TO WS-CURRTBL-STATUS
005940             GO TO 1160-EXIT
005950     END-READ.
005960     IF WS-CURR-COUNT < 50
005970         ADD 1 TO WS-CURR-COUNT
005980         MOVE CUR-Code      TO WS-CURR-CODE(WS-CURR-COUNT)
005990         MOVE CUR-Symbol    TO WS-CURR-SYMBOL(WS-CURR-COUNT)
006000         MOVE CUR-Decimals  TO WS-CURR-DECIMALS(WS-CURR-COUNT)
006010         MOVE CUR-Rate      TO WS-CURR-RATE(WS-CURR-COUNT)
006020         MOVE CUR-Rate-Date TO WS-CURR-RATE-DATE(WS-CURR-COUNT)
006030     ELSE
006040         DISPLAY "DAY9ORD - CURRENCY TABLE FULL (50), "
006050             CUR-Code " IGNORED"
006060     END-IF.
006070 1160-EXIT.
006080     EXIT.

006090*****************************************************************
006100* THE NIGHT BATCH MARKS ORDFILE BUSY ON FILELOCK FOR THE WHOLE
006110* STREAM. A HELD MARK REFUSES THE SESSION OUTRIGHT - CLEAR A
006120* MARK LEFT BY AN ABEND WITH THE DAYLOCK UTILITY.
006130*****************************************************************
006140 1300-CHECK-INTERLOCK.
006150     MOVE "N" TO WS-LOCK-HELD-SW.
006160     OPEN INPUT FILELOCK.
006170     IF NOT WS-FILELOCK-OK
006180         GO TO 1300-EXIT
006190     END-IF.
006200     PERFORM 1310-SCAN-ONE-LOCK THRU 1310-EXIT
006210         UNTIL WS-FILELOCK-STATUS = "10".
006220     CLOSE FILELOCK.
006230     IF WS-LOCK-IS-HELD
006240         DISPLAY "DAY9ORD - ORDFILE IS IN USE BY "
006250             WS-LOCK-HOLDER " - SESSION REFUSED"
006260         SET WS-ALL-DONE TO TRUE
006270     END-IF.
006280 1300-EXIT.
006290     EXIT.

006300 1310-SCAN-ONE-LOCK.
006310     READ FILELOCK
006320         AT END
006330             MOVE "10" TO WS-FILELOCK-STATUS
006340             GO TO 1310-EXIT
006350     END-READ.
006360     IF LCK-File = "ORDFILE"
006370         MOVE "Y" TO WS-LOCK-HELD-SW
006380         MOVE LCK-Holder TO WS-LOCK-HOLDER
006390     END-IF.
006400 1310-EXIT.
006410     EXIT.

006420 2000-CAPTURE-ORDER.
006430     DISPLAY " ".
006440     DISPLAY "ENTER ORDER NUMBER (6 CHARS, SPACES TO QUIT) : ".
006450     ACCEPT WS-ORDER-NUMERO.
006460     IF WS-ORDER-NUMERO = SPACES
006470         SET WS-ALL-DONE TO TRUE
006480         GO TO 2000-EXIT
006490     END-IF.
006500     MOVE SPACES TO WS-QUOTE-NUMERO.
006510     IF WS-QUOTFILE-WAS-OPENED
006520         DISPLAY "ENTER QUOTE TO CONVERT (SPACES = NONE)       : "
006530         ACCEPT WS-QUOTE-NUMERO
006540     END-IF.
006550     IF WS-QUOTE-NUMERO NOT = SPACES
006560         PERFORM 2100-FIND-QUOTE THRU 2100-EXIT
006570         IF NOT WS-QUOTE-IS-VALID
006580             GO TO 2000-EXIT
006590         END-IF
006600         MOVE WS-QUOTE-CLIENT-CODE TO WS-ORDER-CLIENT-CODE
006610     ELSE
006620         DISPLAY "ENTER CLIENT-CODE (5 CHARS)                  : "
006630         ACCEPT WS-ORDER-CLIENT-CODE
006640     END-IF.
006650     MOVE WS-ORDER-CLIENT-CODE TO Client-Code.
006660     READ CUSTMAST
006670         INVALID KEY
006680             DISPLAY "DAY9ORD - CLIENT " WS-ORDER-CLIENT-CODE
006690                 " NOT ON CUSTOMER MASTER, ORDER REFUSED"
006700             GO TO 2000-EXIT
006710     END-READ.
006720     IF NOT CLIENT-ACTIF AND NOT CLIENT-EN-DEMEURE
006730         DISPLAY "DAY9ORD - CLIENT " WS-ORDER-CLIENT-CODE
006740             " IS NOT ACTIVE, ORDER REFUSED"
006750         GO TO 2000-EXIT
006760     END-IF.
006770     IF CLIENT-EN-DEMEURE
006780         DISPLAY "DAY9ORD - WARNING: CLIENT " WS-ORDER-CLIENT-CODE
006790             " HAS HAD A FINAL PAYMENT NOTICE"
006800         DISPLAY "TAKE THE ORDER ANYWAY (Y/N)                  : "
006810         ACCEPT WS-CONFIRM
006820         IF WS-CONFIRM NOT = "Y"
006830             DISPLAY "DAY9ORD - ORDER NOT TAKEN"
006840             GO TO 2000-EXIT
006850         END-IF
006860     END-IF.
006870     MOVE Client-Nom TO WS-ORDER-CLIENT.
006880     DISPLAY "  CLIENT : " Client-Nom.
006890     PERFORM 2200-COMPUTE-EXPOSURE THRU 2200-EXIT.
006900     PERFORM 2500-FIND-NEXT-LIGNE THRU 2500-EXIT.
006910     PERFORM 2700-CHOOSE-SHIPTO THRU 2700-EXIT.
006920     IF NOT WS-SHIPTO-IS-VALID
006930         GO TO 2000-EXIT
006940     END-IF.
006950     MOVE SPACES TO WS-ORDER-DEVISE.
006960     IF WS-QUOTE-NUMERO NOT = SPACES
006970         PERFORM 2600-CONVERT-QUOTE THRU 2600-EXIT
006980     END-IF.
006990     MOVE HIGH-VALUES TO WS-LINE-CODE.
007000     PERFORM 3000-CAPTURE-ONE-LINE THRU 3000-EXIT
007010         UNTIL WS-LINE-CODE = SPACES.
007020 2000-EXIT.
007030     EXIT.

007040*****************************************************************
007050* A QUOTE MAY BE CONVERTED WHILE IT HAS OPEN LINES AND ITS EXPIRY
007060* DATE HAS NOT PASSED. EVERY LINE OF A QUOTE CARRIES THE SAME
007070* CUSTOMER AND EXPIRY, SO THE FIRST LINE READ SETS THEM.
007080*****************************************************************
007090 2100-FIND-QUOTE.
007100     MOVE "N" TO WS-QUOTE-VALID-SW.
007110     MOVE SPACES TO WS-QUOTE-CLIENT-CODE.
007120     MOVE ZERO TO WS-QUOTE-EXPIRATION.
007130     MOVE ZERO TO WS-QUOTE-OPEN-LINES.
007140     MOVE "N" TO WS-QT-EOF-SW.
007150     MOVE WS-QUOTE-NUMERO TO QT-Numero.
007160     MOVE ZERO TO QT-Ligne.
007170     START QUOTFILE KEY IS NOT < QT-Key
007180         INVALID KEY
007190             MOVE "Y" TO WS-QT-EOF-SW
007200     END-START.
007210     PERFORM 2110-SCAN-QUOTE-LINE THRU 2110-EXIT
007220         UNTIL WS-QT-EOF-REACHED.
007230     IF WS-QUOTE-CLIENT-CODE = SPACES
007240         DISPLAY "DAY9ORD - QUOTE " WS-QUOTE-NUMERO
007250             " NOT ON QUOTFILE, ORDER REFUSED"
007260         GO TO 2100-EXIT
007270     END-IF.
007280     IF WS-QUOTE-OPEN-LINES = ZERO
007290         DISPLAY "DAY9ORD - QUOTE " WS-QUOTE-NUMERO
007300             " HAS NO OPEN LINES LEFT, ORDER REFUSED"
007310         GO TO 2100-EXIT
007320     END-IF.
007330     IF WS-QUOTE-EXPIRATION < WS-RUN-DATE
007340         DISPLAY "DAY9ORD - QUOTE " WS-QUOTE-NUMERO
007350             " EXPIRED ON " WS-QUOTE-EXPIRATION
007360             ", ORDER REFUSED"
007370         GO TO 2100-EXIT
007380     END-IF.
007390     DISPLAY "  QUOTE " WS-QUOTE-NUMERO " FOR CLIENT "
007400         WS-QUOTE-CLIENT-CODE " - " WS-QUOTE-OPEN-LINES
007410         " OPEN LINE(S), VALID UNTIL " WS-QUOTE-EXPIRATION.
007420     MOVE "Y" TO WS-QUOTE-VALID-SW.
007430 2100-EXIT.
007440     EXIT.

007450 2110-SCAN-QUOTE-LINE.
007460     READ QUOTFILE NEXT RECORD
007470         AT END
007480             MOVE "Y" TO WS-QT-EOF-SW
007490             GO TO 2110-EXIT
007500     END-READ.
007510     IF QT-Numero NOT = WS-QUOTE-NUMERO
007520         MOVE "Y" TO WS-QT-EOF-SW
007530         GO TO 2110-EXIT
007540     END-IF.
007550     MOVE QT-Client-Code TO WS-QUOTE-CLIENT-CODE.
007560     MOVE QT-Date-Expiration TO WS-QUOTE-EXPIRATION.
007570     IF QT-STATUT-OPEN
007580         ADD 1 TO WS-QUOTE-OPEN-LINES
007590     END-IF.
007600 2110-EXIT.
007610     EXIT.

007620*****************************************************************
007630* EXPOSURE = OPEN ARFILE BALANCES (AR-TTC MINUS AR-REGLE, CREDIT
007640* MEMOS NETTING) PLUS THE TAX-INCLUSIVE VALUE OF THE CUSTOMER'S
007650* UNBILLED "N" AND "F" ORDER LINES, EACH ITEM CONVERTED TO THE
007660* HOUSE CURRENCY AT ITS OWN DEVISE'S CURRTBL RATE. ARFILE IS
007670* KEYED BY INVOICE NUMBER AND ORDFILE BY ORDER, SO BOTH ARE
007680* SCANNED END TO END FOR THE CLIENT.
007690*****************************************************************
007700 2200-COMPUTE-EXPOSURE.
007710     MOVE "N" TO WS-CREDIT-HOLD-SW.
007720     MOVE ZERO TO WS-EXPOSURE.
007730     MOVE Client-Devise TO WS-RATE-DEVISE.
007740     PERFORM 2300-FIND-RATE THRU 2300-EXIT.
007750     COMPUTE WS-LIMITE-MAISON ROUNDED =
007760         Client-Credit-Limite * WS-RATE-USED.
007770     IF WS-ARFILE-WAS-OPENED
007780         MOVE ZERO TO AR-Invoice-No
007790         MOVE "N" TO WS-ORD-EOF-SW
007800         START ARFILE KEY IS NOT < AR-Invoice-No
007810             INVALID KEY
007820                 MOVE "Y" TO WS-ORD-EOF-SW
007830         END-START
007840         PERFORM 2210-ADD-ONE-AR-ITEM THRU 2210-EXIT
007850             UNTIL WS-ORD-EOF-REACHED
007860     END-IF.
007870     MOVE LOW-VALUES TO ORD-Key.
007880     MOVE "N" TO WS-ORD-EOF-SW.
007890     START ORDFILE KEY IS NOT < ORD-Key
007900         INVALID KEY
007910             MOVE "Y" TO WS-ORD-EOF-SW
007920     END-START.
007930     PERFORM 2220-ADD-ONE-ORDER-LINE THRU 2220-EXIT
007940         UNTIL WS-ORD-EOF-REACHED.
007950     IF Client-Credit-Limite = ZERO
007960         GO TO 2200-EXIT
007970     END-IF.
007980     MOVE WS-EXPOSURE TO WS-EXPOSURE-ED.
007990     MOVE WS-LIMITE-MAISON TO WS-LIMITE-ED.
008000     DISPLAY "  EXPOSURE : " WS-EXPOSURE-ED "  LIMIT : "
008010         WS-LIMITE-ED " (HOUSE CURRENCY)".
008020     IF WS-EXPOSURE > WS-LIMITE-MAISON
008030         DISPLAY "DAY9ORD - CLIENT " WS-ORDER-CLIENT-CODE
008040             " IS ALREADY OVER ITS CREDIT LIMIT - LINES WILL "
008050             "GO TO CREDIT HOLD"
008060         MOVE "Y" TO WS-CREDIT-HOLD-SW
008070     END-IF.
008080 2200-EXIT.
008090     EXIT.

008100 2210-ADD-ONE-AR-ITEM.
008110     READ ARFILE NEXT RECORD
008120         AT END
008130             MOVE "Y" TO WS-ORD-EOF-SW
008140             GO TO 2210-EXIT
008150     END-READ.
008160     IF AR-Client-Code NOT = WS-ORDER-CLIENT-CODE
008170         OR NOT AR-STATUT-OPEN
008180         GO TO 2210-EXIT
008190     END-IF.
008200     MOVE AR-Code-Devise TO WS-RATE-DEVISE.
008210     PERFORM 2300-FIND-RATE THRU 2300-EXIT.
008220     COMPUTE WS-ITEM-VALUE ROUNDED =
008230         (AR-TTC - AR-Regle) * WS-RATE-USED.
008240     ADD WS-ITEM-VALUE TO WS-EXPOSURE.
008250 2210-EXIT.
008260     EXIT.

008270 2220-ADD-ONE-ORDER-LINE.
008280     READ ORDFILE NEXT RECORD
008290         AT END
008300             MOVE "Y" TO WS-ORD-EOF-SW
008310             GO TO 2220-EXIT
008320     END-READ.
008330     IF ORD-Client-Code NOT = WS-ORDER-CLIENT-CODE
008340         GO TO 2220-EXIT
008350     END-IF.
008360     IF NOT ORD-STATUT-NEW AND NOT ORD-STATUT-FULFILLED
008370         GO TO 2220-EXIT
008380     END-IF.
008390     MOVE ORD-Code-Devise TO WS-RATE-DEVISE.
008400     PERFORM 2300-FIND-RATE THRU 2300-EXIT.
008410     COMPUTE WS-ITEM-VALUE ROUNDED =
008420         ORD-Qte * ORD-Prix * (100 + ORD-Taux-Taxe) / 100
008430         * WS-RATE-USED.
008440     ADD WS-ITEM-VALUE TO WS-EXPOSURE.
008450 2220-EXIT.
008460     EXIT.

008470 2300-FIND-RATE.
008480     MOVE 1 TO WS-RATE-USED.
008490     IF WS-CURR-COUNT = ZERO
008500         GO TO 2300-EXIT
008510     END-IF.
008520     SET WS-CURR-IDX TO 1.
008530     SEARCH WS-CURR-ENTRY
008540         AT END
008550             DISPLAY "DAY9ORD - DEVISE " WS-RATE-DEVISE
008560                 " NOT ON CURRTBL, CONVERTED AT 1"
008570         WHEN WS-CURR-CODE(WS-CURR-IDX) = WS-RATE-DEVISE
008580             MOVE WS-CURR-RATE(WS-CURR-IDX) TO WS-RATE-USED
008590     END-SEARCH.
008600 2300-EXIT.
008610     EXIT.

008620*****************************************************************
008630* LINE NUMBERS CONTINUE FROM THE HIGHEST ALREADY ON FILE FOR
008640* THIS ORDER, SO A SECOND CAPTURE SESSION EXTENDS THE ORDER
008650* INSTEAD OF COLLIDING WITH ITS EXISTING KEYS.
008660*****************************************************************
008670 2500-FIND-NEXT-LIGNE.
008680     MOVE 1 TO WS-NEXT-LIGNE.
008690     MOVE "N" TO WS-LIVRAISON-SW.
008700     MOVE SPACES TO WS-ORDER-LIVRAISON.
008710     MOVE "N" TO WS-ORD-EOF-SW.
008720     MOVE WS-ORDER-NUMERO TO ORD-Numero.
008730     MOVE ZERO TO ORD-Ligne.
008740     START ORDFILE KEY IS NOT < ORD-Key
008750         INVALID KEY
008760             MOVE "Y" TO WS-ORD-EOF-SW
008770     END-START.
008780     PERFORM 2510-SCAN-ONE-LINE THRU 2510-EXIT
008790         UNTIL WS-ORD-EOF-REACHED.
008800 2500-EXIT.
008810     EXIT.

008820 2510-SCAN-ONE-LINE.
008830     READ ORDFILE NEXT RECORD
008840         AT END
008850             MOVE "Y" TO WS-ORD-EOF-SW
008860             GO TO 2510-EXIT
008870     END-READ.
008880     IF ORD-Numero NOT = WS-ORDER-NUMERO
008890         MOVE "Y" TO WS-ORD-EOF-SW
008900         GO TO 2510-EXIT
008910     END-IF.
008920     COMPUTE WS-NEXT-LIGNE = ORD-Ligne + 1.
008930     MOVE ORD-Livraison TO WS-ORDER-LIVRAISON.
008940     MOVE "Y" TO WS-LIVRAISON-SW.
008950 2510-EXIT.
008960     EXIT.

008970*****************************************************************
008980* THE DELIVERY ADDRESS IS CHOSEN ONCE PER ORDER. AN ORDER BEING
008990* EXTENDED KEEPS THE ONE ITS LINES ALREADY CARRY. A CUSTOMER
009000* WITH NO SHIP-TO ADDRESSES TAKES DELIVERY AT THE BILLING
009010* ADDRESS (BLANK CODE); OTHERWISE SPACES TAKE THE DEFAULT AND
009020* A CODE NOT ON FILE REFUSES THE ORDER.
009030*****************************************************************
009040 2700-CHOOSE-SHIPTO.
009050     MOVE "Y" TO WS-SHIPTO-VALID-SW.
009060     IF WS-LIVRAISON-IS-SET
009070         GO TO 2700-SHOW
009080     END-IF.
009090     MOVE SPACES TO WS-ORDER-LIVRAISON.
009100     IF NOT WS-SHIPTO-WAS-OPENED
009110         GO TO 2700-SHOW
009120     END-IF.
009130     PERFORM 2710-COUNT-SHIPTO THRU 2710-EXIT.
009140     IF WS-ST-COUNT = ZERO
009150         GO TO 2700-SHOW
009160     END-IF.
009170     DISPLAY "ENTER SHIP-TO CODE (SPACES = DEFAULT "
009180         WS-DEFAULT-SHIPTO ")       : ".
009190     ACCEPT WS-ORDER-LIVRAISON.
009200     IF WS-ORDER-LIVRAISON = SPACES
009210         MOVE WS-DEFAULT-SHIPTO TO WS-ORDER-LIVRAISON
009220     END-IF.
009230 2700-SHOW.
009240     IF WS-ORDER-LIVRAISON = SPACES
009250         DISPLAY "  LIVRAISON : " Client-Adresse
009260         GO TO 2700-EXIT
009270     END-IF.
009280     MOVE WS-ORDER-CLIENT-CODE TO ST-Client-Code.
009290     MOVE WS-ORDER-LIVRAISON   TO ST-Code.
009300     IF WS-SHIPTO-WAS-OPENED
009310         READ SHIPTO
009320             INVALID KEY
009330                 MOVE "N" TO WS-SHIPTO-VALID-SW
009340         END-READ
009350     ELSE
009360         MOVE "N" TO WS-SHIPTO-VALID-SW
009370     END-IF.
009380     IF WS-SHIPTO-IS-VALID
009390         DISPLAY "  LIVRAISON : " WS-ORDER-LIVRAISON " "
009400             ST-Nom " " ST-Adresse
009410         GO TO 2700-EXIT
009420     END-IF.
009430     IF WS-LIVRAISON-IS-SET
009440         MOVE "Y" TO WS-SHIPTO-VALID-SW
009450         DISPLAY "  LIVRAISON : " WS-ORDER-LIVRAISON
009460             " NO LONGER ON FILE - BILLING ADDRESS "
009470             Client-Adresse
009480     ELSE
009490         DISPLAY "DAY9ORD - SHIP-TO " WS-ORDER-LIVRAISON
009500             " NOT ON FILE FOR CLIENT " WS-ORDER-CLIENT-CODE
009510             ", ORDER REFUSED"
009520     END-IF.
009530 2700-EXIT.
009540     EXIT.

009550 2710-COUNT-SHIPTO.
009560     MOVE ZERO   TO WS-ST-COUNT.
009570     MOVE SPACES TO WS-DEFAULT-SHIPTO.
009580     MOVE "N" TO WS-ST-EOF-SW.
009590     MOVE WS-ORDER-CLIENT-CODE TO ST-Client-Code.
009600     MOVE LOW-VALUES TO ST-Code.
009610     START SHIPTO KEY IS NOT < ST-Key
009620         INVALID KEY
009630             MOVE "Y" TO WS-ST-EOF-SW
009640     END-START.
009650     PERFORM 2720-COUNT-ONE-SHIPTO THRU 2720-EXIT
009660         UNTIL WS-ST-EOF-REACHED.
009670 2710-EXIT.
009680     EXIT.

009690 2720-COUNT-ONE-SHIPTO.
009700     READ SHIPTO NEXT RECORD
009710         AT END
009720             MOVE "Y" TO WS-ST-EOF-SW
009730             GO TO 2720-EXIT
009740     END-READ.
009750     IF ST-Client-Code NOT = WS-ORDER-CLIENT-CODE
009760         MOVE "Y" TO WS-ST-EOF-SW
009770         GO TO 2720-EXIT
009780     END-IF.
009790     ADD 1 TO WS-ST-COUNT.
009800     IF ST-IS-DEFAULT
009810         MOVE ST-Code TO WS-DEFAULT-SHIPTO
009820     END-IF.
009830 2720-EXIT.
009840     EXIT.

009850*****************************************************************
009860* EACH OPEN QUOTE LINE IS PLACED ON THE ORDER AT ITS QUOTED PRICE
009870* THROUGH 3100-PLACE-LINE. A LINE WRITTEN TO THE ORDER OR TO THE
009880* BACKORDER FILE IS MARKED CONVERTED; A LINE WHOSE PRODUIT HAS
009890* LEFT THE MASTER OR CHANGED CURRENCY STAYS OPEN ON THE QUOTE.
009900*****************************************************************
009910 2600-CONVERT-QUOTE.
009920     MOVE "N" TO WS-QT-EOF-SW.
009930     MOVE WS-QUOTE-NUMERO TO QT-Numero.
009940     MOVE ZERO TO QT-Ligne.
009950     START QUOTFILE KEY IS NOT < QT-Key
009960         INVALID KEY
009970             MOVE "Y" TO WS-QT-EOF-SW
009980     END-START.
009990     PERFORM 2610-CONVERT-ONE-LINE THRU 2610-EXIT
010000         UNTIL WS-QT-EOF-REACHED.
010010 2600-EXIT.
010020     EXIT.

010030 2610-CONVERT-ONE-LINE.
010040     READ QUOTFILE NEXT RECORD
010050         AT END
010060             MOVE "Y" TO WS-QT-EOF-SW
010070             GO TO 2610-EXIT
010080     END-READ.
010090     IF QT-Numero NOT = WS-QUOTE-NUMERO
010100         MOVE "Y" TO WS-QT-EOF-SW
010110         GO TO 2610-EXIT
010120     END-IF.
010130     IF NOT QT-STATUT-OPEN
010140         GO TO 2610-EXIT
010150     END-IF.
010160     MOVE QT-Code-produit TO WS-LINE-CODE.
010170     MOVE QT-Code-produit TO Code-produit.
010180     READ PRODMAST
010190         INVALID KEY
010200             DISPLAY "DAY9ORD - QUOTE LINE " QT-Ligne
010210                 " PRODUIT " QT-Code-produit
010220                 " NOT ON MASTER, LINE LEFT ON THE QUOTE"
010230             ADD 1 TO WS-LINES-REFUSED
010240             GO TO 2610-EXIT
010250     END-READ.
010260     MOVE "N" TO WS-LINE-KEYED-SW.
010270     PERFORM 3050-CHECK-LIFECYCLE THRU 3050-EXIT.
010280     IF NOT WS-PRODUIT-IS-ORDERABLE
010290         DISPLAY "DAY9ORD - QUOTE LINE " QT-Ligne
010300             " LEFT ON THE QUOTE"
010310         ADD 1 TO WS-LINES-REFUSED
010320         GO TO 2610-EXIT
010330     END-IF.
010340     IF Code-Devise NOT = QT-Code-Devise
010350         OR (WS-ORDER-DEVISE NOT = SPACES
010360             AND Code-Devise NOT = WS-ORDER-DEVISE)
010370         DISPLAY "DAY9ORD - QUOTE LINE " QT-Ligne
010380             " PRODUIT " QT-Code-produit " IS NOW IN "
010390             Code-Devise ", LINE LEFT ON THE QUOTE"
010400         ADD 1 TO WS-LINES-REFUSED
010410         GO TO 2610-EXIT
010420     END-IF.
010430     MOVE QT-Qte TO WS-LINE-QTE.
010440     MOVE QT-Prix TO WS-LINE-PRIX.
010450     MOVE QT-Prix-Liste TO WS-LINE-PRIX-LISTE.
010460     IF QT-Prix-Liste = ZERO
010470         MOVE Prix TO WS-LINE-PRIX-LISTE
010480     END-IF.
010490     MOVE "D" TO WS-LINE-REGLE.
010500     MOVE WS-LINE-PRIX TO WS-PRIX-ED.
010510     DISPLAY "  QUOTE LINE " QT-Ligne " " Libelle " QTE "
010520         QT-Qte " PRIX " WS-PRIX-ED " " Code-Devise.
010530     PERFORM 3100-PLACE-LINE THRU 3100-EXIT.
010540     IF NOT WS-LINE-WAS-TAKEN
010550         GO TO 2610-EXIT
010560     END-IF.
010570     MOVE "C" TO QT-Statut.
010580     MOVE WS-ORDER-NUMERO TO QT-Ordre-Numero.
010590     MOVE WS-RUN-DATE TO QT-Date-Conversion.
010600     REWRITE QUOTE-REC
010610         INVALID KEY
010620             DISPLAY "DAY9ORD - UNABLE TO MARK QUOTE "
010630                 QT-Numero " LINE " QT-Ligne " CONVERTED, "
010640                 "STATUS " WS-QUOTFILE-STATUS
010650             GO TO 2610-EXIT
010660     END-REWRITE.
010670     ADD 1 TO WS-QUOTE-LINES-CONV.
010680 2610-EXIT.
010690     EXIT.

010700 3000-CAPTURE-ONE-LINE.
010710     DISPLAY "ENTER CODE-PRODUIT (SPACES ENDS THE ORDER)   : ".
010720     ACCEPT WS-LINE-CODE.
010730     IF WS-LINE-CODE = SPACES
010740         GO TO 3000-EXIT
010750     END-IF.

010760     MOVE WS-LINE-CODE TO Code-produit.
010770     READ PRODMAST
010780         INVALID KEY
010790             DISPLAY "DAY9ORD - PRODUIT " WS-LINE-CODE
010800                 " NOT ON MASTER, LINE REFUSED"
010810             ADD 1 TO WS-LINES-REFUSED
010820             GO TO 3000-EXIT
010830     END-READ.

010840     MOVE "Y" TO WS-LINE-KEYED-SW.
010850     PERFORM 3050-CHECK-LIFECYCLE THRU 3050-EXIT.
010860     IF NOT WS-PRODUIT-IS-ORDERABLE
010870         DISPLAY "DAY9ORD - LINE REFUSED"
010880         ADD 1 TO WS-LINES-REFUSED
010890         GO TO 3000-EXIT
010900     END-IF.

010910     IF WS-ORDER-DEVISE NOT = SPACES
010920         AND Code-Devise NOT = WS-ORDER-DEVISE
010930         DISPLAY "DAY9ORD - PRODUIT " WS-LINE-CODE " IS IN "
010940             Code-Devise " BUT THIS ORDER IS IN "
010950             WS-ORDER-DEVISE ", LINE REFUSED"
010960         ADD 1 TO WS-LINES-REFUSED
010970         GO TO 3000-EXIT
010980     END-IF.

010990     PERFORM 3400-RESOLVE-PRICE THRU 3400-EXIT.
011000     MOVE WS-LINE-PRIX TO WS-PRIX-ED.
011010     DISPLAY "  " Libelle "  PRIX " WS-PRIX-ED " "
011020         Code-Devise "  EN MAIN " Qte-En-Main.
011030     IF WS-LINE-REGLE = "C"
011040         DISPLAY "  (CONTRACT PRICE FOR CLIENT "
011050             WS-ORDER-CLIENT-CODE ")"
011060     END-IF.
011070     DISPLAY "ENTER QUANTITY (5 DIGITS)                    : ".
011080     ACCEPT WS-LINE-QTE-X.
011090     IF WS-LINE-QTE-X IS NOT NUMERIC
011100         DISPLAY "DAY9ORD - QUANTITY MUST BE NUMERIC, LINE "
011110             "REFUSED"
011120         ADD 1 TO WS-LINES-REFUSED
011130         GO TO 3000-EXIT
011140     END-IF.
011150     IF WS-LINE-QTE = ZERO
011160         DISPLAY "DAY9ORD - QUANTITY IS ZERO, LINE REFUSED"
011170         ADD 1 TO WS-LINES-REFUSED
011180         GO TO 3000-EXIT
011190     END-IF.
011200     PERFORM 3420-APPLY-BREAKS THRU 3420-EXIT.
011210     IF WS-LINE-REGLE = "Q" OR WS-LINE-REGLE = "P"
011220         MOVE WS-LINE-PRIX TO WS-PRIX-ED
011230         IF WS-LINE-REGLE = "Q"
011240             DISPLAY "  (QUANTITY BREAK PRICE " WS-PRIX-ED ")"
011250         ELSE
011260             DISPLAY "  (PROMOTION PRICE " WS-PRIX-ED ")"
011270         END-IF
011280     END-IF.
011290     PERFORM 3100-PLACE-LINE THRU 3100-EXIT.
011300 3000-EXIT.
011310     EXIT.

011320*****************************************************************
011330* LIFECYCLE CHECK ON THE PRODUIT JUST READ. A BLOCKED PRODUIT
011340* CANNOT BE ORDERED. A DISCONTINUED ONE CANNOT EITHER; ITS
011350* SUCCESSOR, IF IT HAS ONE, IS READ AND SHOWN, AND ON A KEYED
011360* LINE THE OPERATOR MAY TAKE IT INSTEAD - WS-LINE-CODE AND THE
011370* PRODMAST RECORD ARE THEN THE SUCCESSOR'S. A SUCCESSOR THAT IS
011380* ITSELF DISCONTINUED OR BLOCKED IS NOT OFFERED.
011390* WS-PRODUIT-OK-SW SAYS WHETHER THE LINE MAY GO ON.
011400*****************************************************************
011410 3050-CHECK-LIFECYCLE.
011420     MOVE "Y" TO WS-PRODUIT-OK-SW.
011430     IF PRODUIT-BLOQUE
011440         DISPLAY "DAY9ORD - PRODUIT " Code-produit
011450             " IS BLOCKED"
011460         MOVE "N" TO WS-PRODUIT-OK-SW
011470         GO TO 3050-EXIT
011480     END-IF.
011490     IF NOT PRODUIT-ARRETE
011500         GO TO 3050-EXIT
011510     END-IF.

011520     MOVE "N" TO WS-PRODUIT-OK-SW.
011530     IF Code-Successeur = SPACES
011540         DISPLAY "DAY9ORD - PRODUIT " Code-produit
011550             " IS DISCONTINUED, NO SUCCESSOR"
011560         GO TO 3050-EXIT
011570     END-IF.
011580     MOVE Code-produit TO WS-DISC-CODE.
011590     MOVE Code-Successeur TO Code-produit.
011600     READ PRODMAST
011610         INVALID KEY
011620             DISPLAY "DAY9ORD - PRODUIT " WS-DISC-CODE
011630                 " IS DISCONTINUED, SUCCESSOR " Code-produit
011640                 " NOT ON MASTER"
011650             GO TO 3050-EXIT
011660     END-READ.
011670     MOVE Prix TO WS-PRIX-ED.
011680     DISPLAY "DAY9ORD - PRODUIT " WS-DISC-CODE
011690         " IS DISCONTINUED, SUCCESSOR " Code-produit " "
011700         Libelle " PRIX " WS-PRIX-ED " " Code-Devise.
011710     IF PRODUIT-ARRETE OR PRODUIT-BLOQUE
011720         DISPLAY "DAY9ORD - SUCCESSOR " Code-produit
011730             " CANNOT BE ORDERED EITHER"
011740         GO TO 3050-EXIT
011750     END-IF.
011760     IF NOT WS-LINE-IS-KEYED
011770         GO TO 3050-EXIT
011780     END-IF.
011790     DISPLAY "ORDER THE SUCCESSOR INSTEAD (Y/N)            : ".
011800     ACCEPT WS-SUCC-REPLY.
011810     IF WS-SUCC-REPLY NOT = "Y"
011820         GO TO 3050-EXIT
011830     END-IF.
011840     MOVE Code-produit TO WS-LINE-CODE.
011850     MOVE "Y" TO WS-PRODUIT-OK-SW.
011860 3050-EXIT.
011870     EXIT.

011880*****************************************************************
011890* PLACES WS-LINE-CODE / WS-LINE-QTE AT WS-LINE-PRIX ON THE ORDER,
011900* WITH PRODMAST ALREADY READ - A KEYED LINE OR A QUOTE LINE.
011910* WS-LINE-TAKEN-SW SAYS WHETHER THE DEMAND WAS KEPT, ON THE ORDER
011920* OR ON THE BACKORDER FILE.
011930*****************************************************************
011940 3100-PLACE-LINE.
011950     MOVE "N" TO WS-LINE-TAKEN-SW.
011960     PERFORM 3500-READ-ALLOCATION THRU 3500-EXIT.
011970     COMPUTE WS-QTE-DISPONIBLE =
011980         Qte-En-Main - ALOC-Qte-Allouee.
011990     IF WS-LINE-QTE > WS-QTE-DISPONIBLE
012000         AND PRODUIT-FIN-SERIE
012010         DISPLAY "DAY9ORD - PRODUIT " WS-LINE-CODE
012020             " IS BEING PHASED OUT, ONLY " WS-QTE-DISPONIBLE
012030             " LEFT TO SELL, LINE REFUSED - NOT BACKORDERED"
012040         IF Code-Successeur NOT = SPACES
012050             DISPLAY "DAY9ORD - ITS SUCCESSOR IS "
012060                 Code-Successeur
012070         END-IF
012080         ADD 1 TO WS-LINES-REFUSED
012090         GO TO 3100-EXIT
012100     END-IF.
012110     IF WS-LINE-QTE > WS-QTE-DISPONIBLE
012120         DISPLAY "DAY9ORD - ONLY " WS-QTE-DISPONIBLE
012130             " AVAILABLE TO PROMISE (" Qte-En-Main
012140             " ON HAND), LINE REFUSED"
012150         ADD 1 TO WS-LINES-REFUSED
012160         PERFORM 3700-WRITE-BACKORDER THRU 3700-EXIT
012170         GO TO 3100-EXIT
012180     END-IF.

012190     MOVE WS-ORDER-NUMERO TO ORD-Numero.
012200     MOVE WS-NEXT-LIGNE   TO ORD-Ligne.
012210     MOVE WS-ORDER-CLIENT-CODE TO ORD-Client-Code.
012220     MOVE WS-ORDER-CLIENT TO ORD-Client.
012230     MOVE WS-LINE-CODE    TO ORD-Code-produit.
012240     MOVE WS-LINE-QTE     TO ORD-Qte.
012250     MOVE WS-LINE-QTE     TO ORD-Qte-Commandee.
012260     MOVE WS-LINE-PRIX    TO ORD-Prix.
012270     MOVE Taux-Taxe       TO ORD-Taux-Taxe.
012280     MOVE Code-Devise     TO ORD-Code-Devise.
012290     MOVE "N"             TO ORD-Statut.
012300     MOVE WS-RUN-DATE     TO ORD-Date.
012310     MOVE WS-LINE-REGLE   TO ORD-Regle-Prix.
012320     MOVE WS-LINE-PRIX-LISTE TO ORD-Prix-Liste.
012330     MOVE ZERO            TO ORD-Expedition.
012340     MOVE ZERO            TO ORD-Facture.
012350     MOVE WS-ORDER-LIVRAISON TO ORD-Livraison.
012360     PERFORM 3800-CHECK-CREDIT THRU 3800-EXIT.
012370     MOVE Code-Devise     TO WS-ORDER-DEVISE.
012380     WRITE ORDER-REC
012390         INVALID KEY
012400             DISPLAY "DAY9ORD - UNABLE TO WRITE ORDER "
012410                 ORD-Numero " LINE " ORD-Ligne " STATUS "
012420                 WS-ORDFILE-STATUS
012430             ADD 1 TO WS-LINES-REFUSED
012440             GO TO 3100-EXIT
012450     END-WRITE.
012460     MOVE "Y" TO WS-LINE-TAKEN-SW.
012470     ADD 1 TO WS-NEXT-LIGNE.
012480     ADD 1 TO WS-LINES-WRITTEN.
012490     PERFORM 3600-RAISE-ALLOCATION THRU 3600-EXIT.
012500     IF ORD-STATUT-HOLD
012510         ADD 1 TO WS-LINES-HELD
012520         DISPLAY "DAY9ORD - LINE ACCEPTED ON CREDIT HOLD"
012530         GO TO 3100-EXIT
012540     END-IF.
012550     ADD WS-ITEM-VALUE TO WS-EXPOSURE.
012560     DISPLAY "DAY9ORD - LINE ACCEPTED".
012570 3100-EXIT.
012580     EXIT.

012590*****************************************************************
012600* LIST PRICE OR THE CUSTOMER'S CONTRACT, WHICHEVER IS LOWER. THE
012610* QUANTITY BREAKS COME IN LATER, ONCE THE QUANTITY IS KEYED.
012620*****************************************************************
012630 3400-RESOLVE-PRICE.
012640     MOVE "N" TO WS-CONTRACT-SW.
012650     MOVE Prix TO WS-LINE-PRIX.
012660     MOVE Prix TO WS-LINE-PRIX-LISTE.
012670     MOVE "L" TO WS-LINE-REGLE.
012680     PERFORM 3410-TRY-ONE-CONTRACT THRU 3410-EXIT
012690         VARYING WS-CTR-I FROM 1 BY 1
012700         UNTIL WS-CTR-I > WS-CTR-COUNT
012710            OR WS-CONTRACT-PRICED.
012720     IF WS-CONTRACT-PRICED
012730         IF WS-LINE-PRIX < Prix
012740             MOVE "C" TO WS-LINE-REGLE
012750         ELSE
012760             MOVE Prix TO WS-LINE-PRIX
012770         END-IF
012780     END-IF.
012790 3400-EXIT.
012800     EXIT.

012810 3410-TRY-ONE-CONTRACT.
012820     IF WS-CTR-CLIENT(WS-CTR-I) NOT = WS-ORDER-CLIENT-CODE
012830         OR WS-CTR-CODE(WS-CTR-I) NOT = WS-LINE-CODE
012840         OR WS-RUN-DATE < WS-CTR-DEBUT(WS-CTR-I)
012850         OR WS-RUN-DATE > WS-CTR-FIN(WS-CTR-I)
012860         GO TO 3410-EXIT
012870     END-IF.
012880     IF WS-CTR-TYPE(WS-CTR-I) = "F"
012890         MOVE WS-CTR-VALEUR(WS-CTR-I) TO WS-LINE-PRIX
012900     ELSE
012910         COMPUTE WS-LINE-PRIX ROUNDED = Prix *
012920             (100 - WS-CTR-VALEUR(WS-CTR-I)) / 100
012930     END-IF.
012940     MOVE "Y" TO WS-CONTRACT-SW.
012950 3410-EXIT.
012960     EXIT.

012970*****************************************************************
012980* EVERY BREAK FOR THE PRODUIT WHOSE MINIMUM QUANTITY THE LINE
012990* REACHES AND WHOSE DATES COVER THE CAPTURE DATE; THE LOWEST
013000* PRICE WINS, LIST AND CONTRACT INCLUDED. A BREAK WITH NO END
013010* DATE IS A QUANTITY TIER ("Q"), ONE WITH AN END DATE A
013020* PROMOTION ("P").
013030*****************************************************************
013040 3420-APPLY-BREAKS.
013050     PERFORM 3430-TRY-ONE-BREAK THRU 3430-EXIT
013060         VARYING WS-BRK-I FROM 1 BY 1
013070         UNTIL WS-BRK-I > WS-BRK-COUNT.
013080 3420-EXIT.
013090     EXIT.

013100 3430-TRY-ONE-BREAK.
013110     IF WS-BRK-CODE(WS-BRK-I) NOT = WS-LINE-CODE
013120         OR WS-LINE-QTE < WS-BRK-QTE-MIN(WS-BRK-I)
013130         OR WS-RUN-DATE < WS-BRK-DEBUT(WS-BRK-I)
013140         OR WS-RUN-DATE > WS-BRK-FIN(WS-BRK-I)
013150         GO TO 3430-EXIT
013160     END-IF.
013170     IF WS-BRK-TYPE(WS-BRK-I) = "F"
013180         MOVE WS-BRK-VALEUR(WS-BRK-I) TO WS-BRK-PRIX
013190     ELSE
013200         COMPUTE WS-BRK-PRIX ROUNDED = Prix *
013210             (100 - WS-BRK-VALEUR(WS-BRK-I)) / 100
013220     END-IF.
013230     IF WS-BRK-PRIX NOT < WS-LINE-PRIX
013240         GO TO 3430-EXIT
013250     END-IF.
013260     MOVE WS-BRK-PRIX TO WS-LINE-PRIX.
013270     IF WS-BRK-FIN(WS-BRK-I) = 99999999
013280         MOVE "Q" TO WS-LINE-REGLE
013290     ELSE
013300         MOVE "P" TO WS-LINE-REGLE
013310     END-IF.
013320 3430-EXIT.
013330     EXIT.

013340 3500-READ-ALLOCATION.
013350     MOVE "N" TO WS-ALOC-FOUND-SW.
013360     MOVE WS-LINE-CODE TO ALOC-Code-produit.
013370     READ PRODALOC
013380         INVALID KEY
013390             MOVE ZERO TO ALOC-Qte-Allouee
013400         NOT INVALID KEY
013410             SET WS-ALOC-WAS-FOUND TO TRUE
013420     END-READ.
013430 3500-EXIT.
013440     EXIT.

013450 3600-RAISE-ALLOCATION.
013460     MOVE WS-LINE-CODE TO ALOC-Code-produit.
013470     ADD WS-LINE-QTE TO ALOC-Qte-Allouee.
013480     IF WS-ALOC-WAS-FOUND
013490         REWRITE PRODALOC-REC
013500             INVALID KEY
013510                 DISPLAY "DAY9ORD - UNABLE TO UPDATE ALLOCATION "
013520                     "FOR " WS-LINE-CODE " STATUS "
013530                     WS-PRODALOC-STATUS
013540         END-REWRITE
013550     ELSE
013560         WRITE PRODALOC-REC
013570             INVALID KEY
013580                 DISPLAY "DAY9ORD - UNABLE TO WRITE ALLOCATION "
013590                     "FOR " WS-LINE-CODE " STATUS "
013600                     WS-PRODALOC-STATUS
013610         END-WRITE
013620     END-IF.
013630 3600-EXIT.
013640     EXIT.

013650 3700-WRITE-BACKORDER.
013660     IF NOT WS-BACKORD-WAS-OPENED
013670         GO TO 3700-EXIT
013680     END-IF.
013690     PERFORM 3750-CHECK-BACKORDER-CREDIT THRU 3750-EXIT.
013700     IF WS-BACKORDER-OVER-LIMIT
013710         MOVE WS-EXPOSURE TO WS-EXPOSURE-ED
013720         DISPLAY "DAY9ORD - NOT BACKORDERED: CLIENT "
013730             WS-ORDER-CLIENT-CODE " IS ON CREDIT HOLD OR THE "
013740             "BACKORDER WOULD PASS ITS LIMIT (EXPOSURE "
013750             WS-EXPOSURE-ED ")"
013760         GO TO 3700-EXIT
013770     END-IF.
013780     MOVE WS-ORDER-NUMERO      TO BO-Numero.
013790     MOVE WS-ORDER-CLIENT-CODE TO BO-Client-Code.
013800     MOVE WS-ORDER-CLIENT      TO BO-Client.
013810     MOVE WS-LINE-CODE         TO BO-Code-produit.
013820     MOVE WS-LINE-QTE          TO BO-Qte.
013830     MOVE WS-LINE-PRIX         TO BO-Prix.
013840     MOVE Taux-Taxe            TO BO-Taux-Taxe.
013850     MOVE Code-Devise          TO BO-Code-Devise.
013860     MOVE WS-RUN-DATE          TO BO-Date.
013870     MOVE "N"                  TO BO-Statut.
013880     MOVE WS-LINE-REGLE        TO BO-Regle-Prix.
013890     MOVE WS-LINE-PRIX-LISTE   TO BO-Prix-Liste.
013900     MOVE WS-ORDER-LIVRAISON   TO BO-Livraison.
013910     WRITE BACKORD-REC.
013920     MOVE "Y" TO WS-LINE-TAKEN-SW.
013930     ADD 1 TO WS-LINES-BACKORDERED.
013940     ADD WS-ITEM-VALUE TO WS-EXPOSURE.
013950     DISPLAY "DAY9ORD - LINE BACKORDERED".
013960 3700-EXIT.
013970     EXIT.

013980*****************************************************************
013990* A BACKORDER IS A PROMISE TO SHIP ON CREDIT LIKE ANY ORDER LINE,
014000* SO IT IS HELD TO THE SAME LIMIT: ITS TAX-INCLUSIVE VALUE IS
014010* TESTED AGAINST THE EXPOSURE AS 3800-CHECK-CREDIT DOES. A
014020* BACKORDER FOR AN ORDER ALREADY ON HOLD, OR ONE THAT WOULD TAKE
014030* THE CUSTOMER PAST THE LIMIT, IS NOT WRITTEN; ONE THAT IS
014040* WRITTEN ADDS TO THE EXPOSURE.
014050*****************************************************************
014060 3750-CHECK-BACKORDER-CREDIT.
014070     MOVE "N" TO WS-BO-CREDIT-SW.
014080     MOVE Code-Devise TO WS-RATE-DEVISE.
014090     PERFORM 2300-FIND-RATE THRU 2300-EXIT.
014100     COMPUTE WS-ITEM-VALUE ROUNDED =
014110         WS-LINE-QTE * WS-LINE-PRIX * (100 + Taux-Taxe) / 100
014120         * WS-RATE-USED.
014130     IF Client-Credit-Limite = ZERO
014140         GO TO 3750-EXIT
014150     END-IF.
014160     IF WS-ORDER-ON-HOLD
014170         OR WS-EXPOSURE + WS-ITEM-VALUE > WS-LIMITE-MAISON
014180         MOVE "Y" TO WS-BO-CREDIT-SW
014190     END-IF.
014200 3750-EXIT.
014210     EXIT.

014220*****************************************************************
014230* THE LINE'S TAX-INCLUSIVE VALUE IS ADDED TO THE EXPOSURE. A
014240* LINE THAT TAKES THE CUSTOMER PAST THE LIMIT - OR ANY LINE OF
014250* AN ORDER ALREADY ON HOLD - IS WRITTEN AT STATUS "H", WHICH
014260* PICKING, FULFILLMENT AND INVOICING ALL PASS OVER UNTIL DAY9CRH
014270* RELEASES IT TO "N".
014280*****************************************************************
014290 3800-CHECK-CREDIT.
014300     MOVE Code-Devise TO WS-RATE-DEVISE.
014310     PERFORM 2300-FIND-RATE THRU 2300-EXIT.
014320     COMPUTE WS-ITEM-VALUE ROUNDED =
014330         WS-LINE-QTE * WS-LINE-PRIX * (100 + Taux-Taxe) / 100
014340         * WS-RATE-USED.
014350     IF Client-Credit-Limite = ZERO
014360         GO TO 3800-EXIT
014370     END-IF.
014380     IF NOT WS-ORDER-ON-HOLD
014390         AND WS-EXPOSURE + WS-ITEM-VALUE > WS-LIMITE-MAISON
014400         MOVE WS-EXPOSURE TO WS-EXPOSURE-ED
014410         DISPLAY "DAY9ORD - LINE WOULD TAKE CLIENT "
014420             WS-ORDER-CLIENT-CODE " PAST ITS CREDIT LIMIT "
014430             "(EXPOSURE " WS-EXPOSURE-ED ")"
014440         MOVE "Y" TO WS-CREDIT-HOLD-SW
014450     END-IF.
014460     IF WS-ORDER-ON-HOLD
014470         MOVE "H" TO ORD-Statut
014480     END-IF.
014490 3800-EXIT.
014500     EXIT.

014510 9000-TERMINATE.
014520     IF WS-PRODMAST-WAS-OPENED
014530         CLOSE PRODMAST
014540     END-IF.
014550     IF WS-ORDFILE-WAS-OPENED
014560         CLOSE ORDFILE
014570     END-IF.
014580     IF WS-CUSTMAST-WAS-OPENED
014590         CLOSE CUSTMAST
014600     END-IF.
014610     IF WS-PRODALOC-WAS-OPENED
014620         CLOSE PRODALOC
014630     END-IF.
014640     IF WS-BACKORD-WAS-OPENED
014650         CLOSE BACKORD
014660     END-IF.
014670     IF WS-ARFILE-WAS-OPENED
014680         CLOSE ARFILE
014690     END-IF.
014700     IF WS-QUOTFILE-WAS-OPENED
014710         CLOSE QUOTFILE
014720     END-IF.
014730     IF WS-SHIPTO-WAS-OPENED
014740         CLOSE SHIPTO
014750     END-IF.
014760     DISPLAY "DAY9ORD - ORDER LINES WRITTEN : "
014770         WS-LINES-WRITTEN.
014780     DISPLAY "DAY9ORD - ORDER LINES REFUSED : "
014790         WS-LINES-REFUSED.
014800     DISPLAY "DAY9ORD - LINES BACKORDERED   : "
014810         WS-LINES-BACKORDERED.
014820     DISPLAY "DAY9ORD - LINES ON CREDIT HOLD: "
014830         WS-LINES-HELD.
014840     DISPLAY "DAY9ORD - QUOTE LINES CONVERTED: "
014850         WS-QUOTE-LINES-CONV.
014860 9000-EXIT.
014870     EXIT.
