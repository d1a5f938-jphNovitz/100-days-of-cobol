000160* COVER: QUEUES AN ISSUE THROUGH THE SAME PRODRQUE PATH DAY9FUL
000170* USES, APPENDS A FULFILLED ORDER LINE TO ORDFILE AT THE FROZEN
000180* PRICE SO DAY9INV BILLS THE RELEASE, AND FLIPS THE BACKORDER TO
000190* STATUT "R". A RELEASE THAT WOULD TAKE THE CUSTOMER PAST THE
000200* CREDIT LIMIT IS WRITTEN ON CREDIT HOLD INSTEAD, FOR DAY9CRH,
000210* WITH NO ISSUE QUEUED. THE COVER CHECK IS AGAINST AVAILABLE-
000220* TO-PROMISE (ON-HAND MINUS PRODALOC ALLOCATIONS), AND EVERY
000230* RELEASE RAISES THE ALLOCATION AT ONCE, SO NEITHER A LATER
000240* BACKORDER NOR TOMORROW'S ORDER DESK CAN CLAIM THE SAME UNITS.
000250* THE WORKED FILE IS WRITTEN TO BOROUT AND COPIED BACK OVER
000260* BACKORD AT END OF JOB UNDER THE BORSWAP MARKER, THE SAME
000270* CRASH-SAFE SWAP THE TABLE PROGRAMS USE.
000280*****************************************************************
000290* MODIFICATION HISTORY
000300*  09/02/2026  JPH  ORIGINAL VERSION.
000310*  09/02/2026  JPH  EACH RELEASE IS NOW ALSO APPENDED TO THE
000320*                   SALEHIST SALES-HISTORY FILE, THE SAME RECORD
000330*                   DAY9FUL WRITES FOR A NORMALLY FULFILLED LINE.
000340*  09/02/2026  JPH  ORDFILE IS NOW INDEXED ON ORD-KEY - THE
000350*                   RELEASE LINE IS WRITTEN UNDER THE NEXT FREE
000360*                   ORD-LIGNE OF ITS ORDER INSTEAD OF APPENDED.
000370*  09/02/2026  JPH  THE BOROUT COPY-BACK IS NOW GUARDED BY THE
000380*                   BORSWAP MARKER (SET ONCE BOROUT IS COMPLETE,
000390*                   CLEARED AFTER THE COPY, AND A PENDING MARKER
000400*                   AT START-UP REDOES THE COPY) - THE LIVE
000410*                   BACKORDER FILE CAN NO LONGER BE LEFT TORN BY
000420*                   A CRASH MID-COPY. THE HEADER NO LONGER
000430*                   CLAIMS A SHAPE DAY9FUL STOPPED USING.
000440*  09/02/2026  JPH  A RELEASE NOW RAISES THE PRODALOC ALLOCATION
000450*                   FOR THE RELEASED QUANTITY - THE QUEUED ISSUE
000460*                   ONLY APPLIES TOMORROW NIGHT, AND WITHOUT THE
000470*                   ALLOCATION THE ORDER DESK COULD SELL THE
000480*                   RELEASED UNITS AGAIN ALL DAY. DAY7 RELEASES
000490*                   THE ALLOCATION WHEN IT APPLIES THE ISSUE.
000500*                   PRODALOC IS NOW LOAD-BEARING, SO A MISSING
000510*                   LEDGER STOPS THE RUN INSTEAD OF BEING
000520*                   TREATED AS ZERO, AND THE OLD IN-RUN RELEASED
000530*                   TABLE IS GONE - THE RAISED ALLOCATION ITSELF
000540*                   FEEDS THE NEXT COVER CHECK.
000550*  10/15/2026  JPH  A RELEASED LINE CARRIES THE BACKORDER'S PRICE
000560*                   RULE AND LIST PRICE ONTO ORDFILE, SO DAY9INV
000570*                   SHOWS ITS DISCOUNT. BOROUT WIDENED WITH THE
000580*                   BACKORD RECORD.
000590*  10/15/2026  JPH  A RELEASED LINE STARTS WITH NO SHIPMENT
000600*                   NUMBER, SO DAY9DSP SHIPS IT UNDER A DELIVERY
000610*                   NOTE OF ITS OWN.
000620*  10/15/2026  JPH  A RELEASED LINE STARTS WITH NO INVOICE NUMBER
000630*                   (ORD-FACTURE ZERO) UNTIL DAY9INV BILLS IT.
000640*  10/15/2026  JPH  EACH SALEHIST ENTRY NOW CARRIES THE PRODUCT'S
000650*                   COUT-MOYEN FROZEN AT RELEASE AND THE
000660*                   BACKORDER'S PRICE RULE, FOR THE DAY9PRF
000670*                   MARGIN REPORT.
000680*  10/15/2026  JPH  A RELEASED LINE KEEPS THE BACKORDER'S SHIP-TO
000690*                   CODE (BO-LIVRAISON). BOROUT WIDENED TO 77
000700*                   BYTES FOR IT.
000710*  10/15/2026  JPH  A BACKORDER WHOSE PRODUIT IS BLOCKED
000720*                   (STATUT-PRODUIT "B") IS NOT RELEASED, WHATEVER
000730*                   THE STOCK - IT STAYS OPEN UNTIL THE PRODUIT
000740*                   IS RELEASED. COUNTED AT END OF RUN.
000750*  10/15/2026  JPH  A RELEASE IS NOW CREDIT-CHECKED THE WAY
000760*                   DAY9ORD CHECKS A NEW LINE: THE CUSTOMER'S
000770*                   EXPOSURE (OPEN ARFILE ITEMS PLUS UNBILLED
000780*                   ORDER LINES, IN THE HOUSE CURRENCY THROUGH
000790*                   CURRTBL) IS WORKED OUT AGAIN, AND A RELEASE
000800*                   THAT WOULD TAKE THE CUSTOMER PAST
000810*                   CLIENT-CREDIT-LIMITE IS WRITTEN TO ORDFILE ON
000820*                   CREDIT HOLD "H" FOR DAY9CRH - NO ISSUE IS
000830*                   QUEUED AND NO SALE RECORDED UNTIL IT IS
000840*                   RELEASED THERE. A BACKORDER CANCELLED BY
000850*                   DAY9CRH ("X") IS NEVER RELEASED.
000860*****************************************************************
000870 IDENTIFICATION DIVISION.
000880 PROGRAM-ID. day9bor.
000890 AUTHOR. jphNovitz.
000900 DATE-WRITTEN. 2026/09/02.
000910 DATE-COMPILED.

000920 ENVIRONMENT DIVISION.
000930 INPUT-OUTPUT SECTION.
000940 FILE-CONTROL.
000950     SELECT BACKORD ASSIGN TO "BACKORD"
000960         ORGANIZATION IS LINE SEQUENTIAL
000970         FILE STATUS IS WS-BACKORD-STATUS.

000980     SELECT BORSWAP ASSIGN TO "BORSWAP"
000990         ORGANIZATION IS LINE SEQUENTIAL
001000         FILE STATUS IS WS-BORSWAP-STATUS.

001010     SELECT BOROUT ASSIGN TO "BOROUT"
001020         ORGANIZATION IS LINE SEQUENTIAL
001030         FILE STATUS IS WS-BOROUT-STATUS.

001040     SELECT PRODMAST ASSIGN TO "PRODMAST"
001050         ORGANIZATION IS INDEXED
001060         ACCESS MODE IS DYNAMIC
001070         RECORD KEY IS Code-produit
001080         FILE STATUS IS WS-PRODMAST-STATUS.

001090     SELECT PRODALOC ASSIGN TO "PRODALOC"
001100         ORGANIZATION IS INDEXED
001110         ACCESS MODE IS DYNAMIC
001120         RECORD KEY IS ALOC-Code-produit
001130         FILE STATUS IS WS-PRODALOC-STATUS.

001140     SELECT PRODRQUE ASSIGN TO "PRODRQUE"
001150         ORGANIZATION IS LINE SEQUENTIAL
001160         FILE STATUS IS WS-PRODRQUE-STATUS.

001170     SELECT ORDFILE ASSIGN TO "ORDFILE"
001180         ORGANIZATION IS INDEXED
001190         ACCESS MODE IS DYNAMIC
001200         RECORD KEY IS ORD-Key
001210         FILE STATUS IS WS-ORDFILE-STATUS.

001220     SELECT SALEHIST ASSIGN TO "SALEHIST"
001230         ORGANIZATION IS LINE SEQUENTIAL
001240         FILE STATUS IS WS-SALEHIST-STATUS.

001250     SELECT CUSTMAST ASSIGN TO "CUSTMAST"
001260         ORGANIZATION IS INDEXED
001270         ACCESS MODE IS DYNAMIC
001280         RECORD KEY IS Client-Code
001290         FILE STATUS IS WS-CUSTMAST-STATUS.

001300     SELECT ARFILE ASSIGN TO "ARFILE"
001310         ORGANIZATION IS INDEXED
001320         ACCESS MODE IS DYNAMIC
001330         RECORD KEY IS AR-Invoice-No
001340         FILE STATUS IS WS-ARFILE-STATUS.

001350     SELECT CURRTBL ASSIGN TO "CURRTBL"
001360         ORGANIZATION IS LINE SEQUENTIAL
001370         FILE STATUS IS WS-CURRTBL-STATUS.

001380 DATA DIVISION.
001390 FILE SECTION.
001400 FD  BACKORD
001410     RECORDING MODE IS F.
001420     COPY BACKORD.

001430 FD  BORSWAP
001440     RECORDING MODE IS F.
001450 01  BORSWAP-REC.
001460     05  SWAP-State           PIC X(08).
001470         88  SWAP-IS-PENDING       VALUE "PENDING".

001480 FD  BOROUT
001490     RECORDING MODE IS F.
001500 01  BOROUT-REC               PIC X(77).

001510 FD  PRODMAST
001520     RECORDING MODE IS F.
001530     COPY PRODREC.

001540 FD  PRODALOC
001550     RECORDING MODE IS F.
001560     COPY PRODALOC.

001570 FD  PRODRQUE
001580     RECORDING MODE IS F.
001590     COPY PRODTRAN.

001600 FD  ORDFILE
001610     RECORDING MODE IS F.
001620     COPY ORDREC.

001630 FD  SALEHIST
001640     RECORDING MODE IS F.
001650     COPY SALEHIST.

001660 FD  CUSTMAST
001670     RECORDING MODE IS F.
001680     COPY CUSTREC.

001690 FD  ARFILE
001700     RECORDING MODE IS F.
001710     COPY AROPEN.

001720 FD  CURRTBL
001730     RECORDING MODE IS F.
001740 01  CURRTBL-REC.
001750     05  CUR-Code             PIC X(03).
001760     05  CUR-Symbol           PIC X(03).
001770     05  CUR-Decimals         PIC 9(01).
001780     05  CUR-Rate             PIC 9(04)V9(06).
001790     05  CUR-Rate-Date        PIC 9(08).

001800 WORKING-STORAGE SECTION.
001810 01  WS-BACKORD-STATUS        PIC X(02).
001820     88  WS-BACKORD-OK              VALUE "00".

001830 01  WS-BORSWAP-STATUS        PIC X(02).
001840     88  WS-BORSWAP-OK             VALUE "00".

001850 01  WS-BOROUT-STATUS         PIC X(02).
001860     88  WS-BOROUT-OK               VALUE "00".

001870 01  WS-PRODMAST-STATUS       PIC X(02).
001880     88  WS-PRODMAST-OK             VALUE "00".

001890 01  WS-PRODALOC-STATUS       PIC X(02).
001900     88  WS-PRODALOC-OK             VALUE "00".
001910     88  WS-PRODALOC-MISSING        VALUE "35".

001920 01  WS-PRODRQUE-STATUS       PIC X(02).
001930     88  WS-PRODRQUE-OK             VALUE "00".

001940 01  WS-ORDFILE-STATUS        PIC X(02).
001950     88  WS-ORDFILE-OK              VALUE "00".

001960 01  WS-SALEHIST-STATUS       PIC X(02).
001970     88  WS-SALEHIST-OK             VALUE "00".

001980 01  WS-CUSTMAST-STATUS       PIC X(02).
001990     88  WS-CUSTMAST-OK             VALUE "00".

002000 01  WS-ARFILE-STATUS         PIC X(02).
002010     88  WS-ARFILE-OK               VALUE "00".
002020     88  WS-ARFILE-MISSING          VALUE "35".

002030 01  WS-CURRTBL-STATUS        PIC X(02).
002040     88  WS-CURRTBL-OK              VALUE "00".

002050 01  WS-SWITCHES.
002060     05  WS-EOF-SW            PIC X(01)  VALUE "N".
002070         88  WS-EOF-REACHED          VALUE "Y".
002080     05  WS-BACKORD-OPEN-SW   PIC X(01)  VALUE "N".
002090         88  WS-BACKORD-WAS-OPENED   VALUE "Y".
002100     05  WS-BOROUT-OPEN-SW    PIC X(01)  VALUE "N".
002110         88  WS-BOROUT-WAS-OPENED    VALUE "Y".
002120     05  WS-PRODMAST-OPEN-SW  PIC X(01)  VALUE "N".
002130         88  WS-PRODMAST-WAS-OPENED  VALUE "Y".
002140     05  WS-PRODALOC-OPEN-SW  PIC X(01)  VALUE "N".
002150         88  WS-PRODALOC-WAS-OPENED  VALUE "Y".
002160     05  WS-PRODRQUE-OPEN-SW  PIC X(01)  VALUE "N".
002170         88  WS-PRODRQUE-WAS-OPENED  VALUE "Y".
002180     05  WS-ORDFILE-OPEN-SW   PIC X(01)  VALUE "N".
002190         88  WS-ORDFILE-WAS-OPENED   VALUE "Y".
002200     05  WS-SALEHIST-OPEN-SW  PIC X(01)  VALUE "N".
002210         88  WS-SALEHIST-WAS-OPENED  VALUE "Y".
002220     05  WS-COPY-EOF-SW       PIC X(01)  VALUE "N".
002230         88  WS-COPY-DONE            VALUE "Y".
002240     05  WS-CUSTMAST-OPEN-SW  PIC X(01)  VALUE "N".
002250         88  WS-CUSTMAST-WAS-OPENED  VALUE "Y".
002260     05  WS-ARFILE-OPEN-SW    PIC X(01)  VALUE "N".
002270         88  WS-ARFILE-WAS-OPENED    VALUE "Y".
002280     05  WS-CREDIT-HOLD-SW    PIC X(01)  VALUE "N".
002290         88  WS-RELEASE-ON-HOLD      VALUE "Y".

002300 01  WS-COUNTERS.
002310     05  WS-BACKORDERS-READ   PIC 9(05) COMP  VALUE ZERO.
002320     05  WS-RELEASED          PIC 9(05) COMP  VALUE ZERO.
002330     05  WS-STILL-OPEN        PIC 9(05) COMP  VALUE ZERO.
002340     05  WS-HELD-BLOCKED      PIC 9(05) COMP  VALUE ZERO.
002350     05  WS-RELEASED-HELD     PIC 9(05) COMP  VALUE ZERO.
002360     05  WS-LINES-COPIED      PIC 9(05) COMP  VALUE ZERO.

002370 01  WS-RUN-DATE              PIC 9(08).
002380 01  WS-QTE-DISPONIBLE        PIC S9(06) COMP-3  VALUE ZERO.
002390 01  WS-ALLOUEE               PIC S9(05) COMP-3  VALUE ZERO.
002400 01  WS-NEXT-LIGNE            PIC 9(03)  VALUE 1.
002410 01  WS-ALOC-FOUND-SW         PIC X(01)  VALUE "N".
002420     88  WS-ALOC-WAS-FOUND        VALUE "Y".
002430 01  WS-ORD-EOF-SW            PIC X(01)  VALUE "N".
002440     88  WS-ORD-EOF-REACHED       VALUE "Y".

002450*****************************************************************
002460* CREDIT EXPOSURE OF THE BACKORDER'S CUSTOMER, IN THE HOUSE
002470* CURRENCY, WORKED OUT AS DAY9ORD WORKS IT OUT. WS-LIMITE-MAISON
002480* IS CLIENT-CREDIT-LIMITE (HELD IN CLIENT-DEVISE) CONVERTED AT
002490* THE CURRTBL RATE.
002500*****************************************************************
002510 01  WS-EXPOSURE              PIC S9(11)V99 COMP-3  VALUE ZERO.
002520 01  WS-LIMITE-MAISON         PIC S9(11)V99 COMP-3  VALUE ZERO.
002530 01  WS-ITEM-VALUE            PIC S9(11)V99 COMP-3  VALUE ZERO.
002540 01  WS-RATE-USED             PIC 9(04)V9(06) COMP-3 VALUE ZERO.
002550 01  WS-RATE-DEVISE           PIC X(03)  VALUE SPACES.
002560 01  WS-EXPOSURE-ED           PIC -ZZZ,ZZZ,ZZ9.99.

002570     COPY CURRTBL.

002580 PROCEDURE DIVISION.

002590 0000-MAINLINE.
002600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002610     PERFORM 2000-WORK-ONE-BACKORDER THRU 2000-EXIT
002620         UNTIL WS-EOF-REACHED.
002630     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002640     GOBACK.

002650 1000-INITIALIZE.
002660     PERFORM 1500-RECOVER-SWAP THRU 1500-EXIT.
002670     CALL "dayproc" USING WS-RUN-DATE.

002680     OPEN INPUT BACKORD.
002690     IF NOT WS-BACKORD-OK
002700         DISPLAY "DAY9BOR - UNABLE TO OPEN BACKORD, STATUS "
002710             WS-BACKORD-STATUS " - NOTHING TO RELEASE"
002720         MOVE "Y" TO WS-EOF-SW
002730         GO TO 1000-EXIT
002740     END-IF.
002750     MOVE "Y" TO WS-BACKORD-OPEN-SW.

002760     OPEN OUTPUT BOROUT.
002770     IF NOT WS-BOROUT-OK
002780         DISPLAY "DAY9BOR - UNABLE TO OPEN BOROUT, STATUS "
002790             WS-BOROUT-STATUS
002800         MOVE "Y" TO WS-EOF-SW
002810         GO TO 1000-EXIT
002820     END-IF.
002830     MOVE "Y" TO WS-BOROUT-OPEN-SW.

002840     OPEN INPUT PRODMAST.
002850     IF NOT WS-PRODMAST-OK
002860         DISPLAY "DAY9BOR - UNABLE TO OPEN PRODMAST, STATUS "
002870             WS-PRODMAST-STATUS " - NOTHING RELEASED"
002880         MOVE "Y" TO WS-EOF-SW
002890         GO TO 1000-EXIT
002900     END-IF.
002910     MOVE "Y" TO WS-PRODMAST-OPEN-SW.

002920     OPEN I-O PRODALOC.
002930     IF WS-PRODALOC-MISSING
002940         OPEN OUTPUT PRODALOC
002950         CLOSE PRODALOC
002960         OPEN I-O PRODALOC
002970     END-IF.
002980     IF NOT WS-PRODALOC-OK
002990         DISPLAY "DAY9BOR - UNABLE TO OPEN PRODALOC, STATUS "
003000             WS-PRODALOC-STATUS " - NOTHING RELEASED"
003010         MOVE "Y" TO WS-EOF-SW
003020         GO TO 1000-EXIT
003030     END-IF.
003040     MOVE "Y" TO WS-PRODALOC-OPEN-SW.

003050     OPEN EXTEND PRODRQUE.
003060     IF NOT WS-PRODRQUE-OK
003070         DISPLAY "DAY9BOR - UNABLE TO OPEN PRODRQUE, STATUS "
003080             WS-PRODRQUE-STATUS " - NOTHING RELEASED"
003090         MOVE "Y" TO WS-EOF-SW
003100         GO TO 1000-EXIT
003110     END-IF.
003120     MOVE "Y" TO WS-PRODRQUE-OPEN-SW.

003130     OPEN I-O ORDFILE.
003140     IF NOT WS-ORDFILE-OK
003150         DISPLAY "DAY9BOR - UNABLE TO OPEN ORDFILE, STATUS "
003160             WS-ORDFILE-STATUS " - NOTHING RELEASED"
003170         MOVE "Y" TO WS-EOF-SW
003180         GO TO 1000-EXIT
003190     END-IF.
003200     MOVE "Y" TO WS-ORDFILE-OPEN-SW.

003210     OPEN INPUT CUSTMAST.
003220     IF NOT WS-CUSTMAST-OK
003230         DISPLAY "DAY9BOR - UNABLE TO OPEN CUSTMAST, STATUS "
003240             WS-CUSTMAST-STATUS " - NOTHING RELEASED"
003250         MOVE "Y" TO WS-EOF-SW
003260         GO TO 1000-EXIT
003270     END-IF.
003280     MOVE "Y" TO WS-CUSTMAST-OPEN-SW.

003290*****************************************************************
003300* NO ARFILE YET SIMPLY MEANS NOTHING HAS BEEN INVOICED. ANY OTHER
003310* OPEN FAILURE STOPS THE RUN: THE CREDIT CHECK FAILS CLOSED.
003320*****************************************************************
003330     OPEN INPUT ARFILE.
003340     IF WS-ARFILE-MISSING
003350         DISPLAY "DAY9BOR - NO ARFILE YET, NO OPEN ITEMS COUNT "
003360             "TOWARDS CREDIT EXPOSURE"
003370     ELSE
003380         IF NOT WS-ARFILE-OK
003390             DISPLAY "DAY9BOR - UNABLE TO OPEN ARFILE, STATUS "
003400                 WS-ARFILE-STATUS " - NOTHING RELEASED"
003410             MOVE "Y" TO WS-EOF-SW
003420             GO TO 1000-EXIT
003430         END-IF
003440         MOVE "Y" TO WS-ARFILE-OPEN-SW
003450     END-IF.
003460     PERFORM 1150-LOAD-CURRENCY-TABLE THRU 1150-EXIT.

003470     OPEN EXTEND SALEHIST.
003480     IF NOT WS-SALEHIST-OK
003490         DISPLAY "DAY9BOR - UNABLE TO OPEN SALEHIST, STATUS "
003500             WS-SALEHIST-STATUS " - SALES NOT RECORDED"
003510     ELSE
003520         MOVE "Y" TO WS-SALEHIST-OPEN-SW
003530     END-IF.

003540     PERFORM 2100-READ-BACKORD THRU 2100-EXIT.
003550 1000-EXIT.
003560     EXIT.

003570 1150-LOAD-CURRENCY-TABLE.
003580     OPEN INPUT CURRTBL.
003590     IF NOT WS-CURRTBL-OK
003600         DISPLAY "DAY9BOR - UNABLE TO OPEN CURRTBL, STATUS "
003610             WS-CURRTBL-STATUS
003620             " - CREDIT EXPOSURE CONVERTS AT 1"
003630         GO TO 1150-EXIT
003640     END-IF.
003650     PERFORM 1160-LOAD-ONE-CURRENCY THRU 1160-EXIT
003660         UNTIL WS-CURRTBL-STATUS = "10".
003670     CLOSE CURRTBL.
003680 1150-EXIT.
003690     EXIT.

003700 1160-LOAD-ONE-CURRENCY.
003710     READ CURRTBL
003720         AT END
003730             MOVE "10" TO WS-CURRTBL-STATUS
003740             GO TO 1160-EXIT
003750     END-READ.
003760     IF WS-CURR-COUNT < 50
003770         ADD 1 TO WS-CURR-COUNT
003780         MOVE CUR-Code      TO WS-CURR-CODE(WS-CURR-COUNT)
003790         MOVE CUR-Symbol    TO WS-CURR-SYMBOL(WS-CURR-COUNT)
003800         MOVE CUR-Decimals  TO WS-CURR-DECIMALS(WS-CURR-COUNT)
003810         MOVE CUR-Rate      TO WS-CURR-RATE(WS-CURR-COUNT)
003820         MOVE CUR-Rate-Date TO WS-CURR-RATE-DATE(WS-CURR-COUNT)
003830     ELSE
003840         DISPLAY "DAY9BOR - CURRENCY TABLE FULL (50), "
003850             CUR-Code " IGNORED"
003860     END-IF.
003870 1160-EXIT.
003880     EXIT.

003890 2000-WORK-ONE-BACKORDER.
003900     ADD 1 TO WS-BACKORDERS-READ.
003910     IF NOT BO-STATUT-OPEN
003920         WRITE BOROUT-REC FROM BACKORD-REC
003930         GO TO 2000-EXIT-VIA-READ
003940     END-IF.

003950     PERFORM 3000-CHECK-COVER THRU 3000-EXIT.
003960     IF BO-Qte > WS-QTE-DISPONIBLE
003970         ADD 1 TO WS-STILL-OPEN
003980         WRITE BOROUT-REC FROM BACKORD-REC
003990         GO TO 2000-EXIT-VIA-READ
004000     END-IF.

004010     PERFORM 3500-CHECK-CREDIT THRU 3500-EXIT.
004020     PERFORM 4000-RELEASE-ONE THRU 4000-EXIT.
004030     WRITE BOROUT-REC FROM BACKORD-REC.

004040 2000-EXIT-VIA-READ.
004050     PERFORM 2100-READ-BACKORD THRU 2100-EXIT.
004060 2000-EXIT.
004070     EXIT.

004080 2100-READ-BACKORD.
004090     READ BACKORD
004100         AT END
004110             MOVE "Y" TO WS-EOF-SW
004120             GO TO 2100-EXIT
004130     END-READ.
004140 2100-EXIT.
004150     EXIT.

004160*****************************************************************
004170* A PENDING BORSWAP MARKER MEANS THE LAST RUN CRASHED AFTER
004180* BOROUT WAS COMPLETE BUT MID-COPY - BACKORD MAY BE TORN,
004190* BOROUT IS WHOLE. THE COPY IS REDONE AND THE MARKER CLEARED
004200* BEFORE THIS RUN READS THE BACKORDER FILE.
004210*****************************************************************
004220 1500-RECOVER-SWAP.
004230     OPEN INPUT BORSWAP.
004240     IF NOT WS-BORSWAP-OK
004250         GO TO 1500-EXIT
004260     END-IF.
004270     READ BORSWAP
004280         AT END
004290             CLOSE BORSWAP
004300             GO TO 1500-EXIT
004310     END-READ.
004320     CLOSE BORSWAP.
004330     IF NOT SWAP-IS-PENDING
004340         GO TO 1500-EXIT
004350     END-IF.
004360     DISPLAY "DAY9BOR - INTERRUPTED COPY DETECTED, REDOING "
004370         "THE COPY FROM BOROUT".
004380     PERFORM 9100-COPY-BACK THRU 9100-EXIT.
004390     PERFORM 9600-CLEAR-MARKER THRU 9600-EXIT.
004400     MOVE "N" TO WS-COPY-EOF-SW.
004410     MOVE ZERO TO WS-LINES-COPIED.
004420 1500-EXIT.
004430     EXIT.

004440 3000-CHECK-COVER.
004450     MOVE ZERO TO WS-QTE-DISPONIBLE.
004460     MOVE BO-Code-produit TO Code-produit.
004470     READ PRODMAST
004480         INVALID KEY
004490             DISPLAY "DAY9BOR - PRODUIT " BO-Code-produit
004500                 " NO LONGER ON MASTER, BACKORDER LEFT OPEN"
004510             GO TO 3000-EXIT
004520     END-READ.
004530     IF PRODUIT-BLOQUE
004540         ADD 1 TO WS-HELD-BLOCKED
004550         GO TO 3000-EXIT
004560     END-IF.
004570     MOVE ZERO TO WS-ALLOUEE.
004580     IF WS-PRODALOC-WAS-OPENED
004590         MOVE BO-Code-produit TO ALOC-Code-produit
004600         READ PRODALOC
004610             INVALID KEY
004620                 MOVE ZERO TO WS-ALLOUEE
004630             NOT INVALID KEY
004640                 MOVE ALOC-Qte-Allouee TO WS-ALLOUEE
004650         END-READ
004660     END-IF.
004670     COMPUTE WS-QTE-DISPONIBLE = Qte-En-Main - WS-ALLOUEE.
004680 3000-EXIT.
004690     EXIT.

004700*****************************************************************
004710* THE RELEASE IS A NEW ORDER LINE ON CREDIT, SO THE CUSTOMER'S
004720* EXPOSURE IS WORKED OUT AFRESH AS DAY9ORD 2200 DOES - OPEN
004730* ARFILE BALANCES PLUS ORDER LINES NOT YET BILLED ("N" AND "F",
004740* THIS RUN'S EARLIER RELEASES INCLUDED), ALL IN THE HOUSE
004750* CURRENCY - AND THE RELEASE GOES ON CREDIT HOLD WHEN ITS OWN
004760* TAX-INCLUSIVE VALUE WOULD TAKE THE TOTAL PAST THE LIMIT. A
004770* CUSTOMER NO LONGER ON CUSTMAST IS HELD. A ZERO LIMIT MEANS
004780* NO LIMIT.
004790*****************************************************************
004800 3500-CHECK-CREDIT.
004810     MOVE "N" TO WS-CREDIT-HOLD-SW.
004820     MOVE BO-Client-Code TO Client-Code.
004830     READ CUSTMAST
004840         INVALID KEY
004850             DISPLAY "DAY9BOR - CLIENT " BO-Client-Code
004860                 " NOT ON CUSTOMER MASTER, RELEASE HELD"
004870             MOVE "Y" TO WS-CREDIT-HOLD-SW
004880             GO TO 3500-EXIT
004890     END-READ.
004900     IF Client-Credit-Limite = ZERO
004910         GO TO 3500-EXIT
004920     END-IF.
004930     MOVE ZERO TO WS-EXPOSURE.
004940     MOVE Client-Devise TO WS-RATE-DEVISE.
004950     PERFORM 3600-FIND-RATE THRU 3600-EXIT.
004960     COMPUTE WS-LIMITE-MAISON ROUNDED =
004970         Client-Credit-Limite * WS-RATE-USED.
004980     IF WS-ARFILE-WAS-OPENED
004990         MOVE ZERO TO AR-Invoice-No
005000         MOVE "N" TO WS-ORD-EOF-SW
005010         START ARFILE KEY IS NOT < AR-Invoice-No
005020             INVALID KEY
005030                 MOVE "Y" TO WS-ORD-EOF-SW
005040         END-START
005050         PERFORM 3510-ADD-ONE-AR-ITEM THRU 3510-EXIT
005060             UNTIL WS-ORD-EOF-REACHED
005070     END-IF.
005080     MOVE LOW-VALUES TO ORD-Key.
005090     MOVE "N" TO WS-ORD-EOF-SW.
005100     START ORDFILE KEY IS NOT < ORD-Key
005110         INVALID KEY
005120             MOVE "Y" TO WS-ORD-EOF-SW
005130     END-START.
005140     PERFORM 3520-ADD-ONE-ORDER-LINE THRU 3520-EXIT
005150         UNTIL WS-ORD-EOF-REACHED.
005160     MOVE BO-Code-Devise TO WS-RATE-DEVISE.
005170     PERFORM 3600-FIND-RATE THRU 3600-EXIT.
005180     COMPUTE WS-ITEM-VALUE ROUNDED =
005190         BO-Qte * BO-Prix * (100 + BO-Taux-Taxe) / 100
005200         * WS-RATE-USED.
005210     IF WS-EXPOSURE + WS-ITEM-VALUE > WS-LIMITE-MAISON
005220         MOVE WS-EXPOSURE TO WS-EXPOSURE-ED
005230         DISPLAY "DAY9BOR - RELEASE FOR ORDER " BO-Numero
005240             " WOULD TAKE CLIENT " BO-Client-Code
005250             " PAST ITS CREDIT LIMIT (EXPOSURE "
005260             WS-EXPOSURE-ED ")"
005270         MOVE "Y" TO WS-CREDIT-HOLD-SW
005280     END-IF.
005290 3500-EXIT.
005300     EXIT.

005310 3510-ADD-ONE-AR-ITEM.
005320     READ ARFILE NEXT RECORD
005330         AT END
005340             MOVE "Y" TO WS-ORD-EOF-SW
005350             GO TO 3510-EXIT
005360     END-READ.
005370     IF AR-Client-Code NOT = BO-Client-Code
005380         OR NOT AR-STATUT-OPEN
005390         GO TO 3510-EXIT
005400     END-IF.
005410     MOVE AR-Code-Devise TO WS-RATE-DEVISE.
005420     PERFORM 3600-FIND-RATE THRU 3600-EXIT.
005430     COMPUTE WS-ITEM-VALUE ROUNDED =
005440         (AR-TTC - AR-Regle) * WS-RATE-USED.
005450     ADD WS-ITEM-VALUE TO WS-EXPOSURE.
005460 3510-EXIT.
005470     EXIT.

005480 3520-ADD-ONE-ORDER-LINE.
005490     READ ORDFILE NEXT RECORD
005500         AT END
005510             MOVE "Y" TO WS-ORD-EOF-SW
005520             GO TO 3520-EXIT
005530     END-READ.
005540     IF ORD-Client-Code NOT = BO-Client-Code
005550         GO TO 3520-EXIT
005560     END-IF.
005570     IF NOT ORD-STATUT-NEW AND NOT ORD-STATUT-FULFILLED
005580         GO TO 3520-EXIT
005590     END-IF.
005600     MOVE ORD-Code-Devise TO WS-RATE-DEVISE.
005610     PERFORM 3600-FIND-RATE THRU 3600-EXIT.
005620     COMPUTE WS-ITEM-VALUE ROUNDED =
005630         ORD-Qte * ORD-Prix * (100 + ORD-Taux-Taxe) / 100
005640         * WS-RATE-USED.
005650     ADD WS-ITEM-VALUE TO WS-EXPOSURE.
005660 3520-EXIT.
005670     EXIT.

005680 3600-FIND-RATE.
005690     MOVE 1 TO WS-RATE-USED.
005700     IF WS-CURR-COUNT = ZERO
005710         GO TO 3600-EXIT
005720     END-IF.
005730     SET WS-CURR-IDX TO 1.
005740     SEARCH WS-CURR-ENTRY
005750         AT END
005760             DISPLAY "DAY9BOR - DEVISE " WS-RATE-DEVISE
005770                 " NOT ON CURRTBL, CONVERTED AT 1"
005780         WHEN WS-CURR-CODE(WS-CURR-IDX) = WS-RATE-DEVISE
005790             MOVE WS-CURR-RATE(WS-CURR-IDX) TO WS-RATE-USED
005800     END-SEARCH.
005810 3600-EXIT.
005820     EXIT.

005830*****************************************************************
005840* A RELEASE ON CREDIT HOLD IS WRITTEN AT "H" AND ONLY RESERVES
005850* THE STOCK: NO ISSUE IS QUEUED AND NO SALE RECORDED. ONCE
005860* DAY9CRH RELEASES IT TO "N" IT IS PICKED AND FULFILLED LIKE
005870* ANY OTHER ORDER LINE.
005880*****************************************************************
005890 4000-RELEASE-ONE.
005900     IF NOT WS-RELEASE-ON-HOLD
005910         PERFORM 4050-QUEUE-ISSUE THRU 4050-EXIT
005920     END-IF.

005930     PERFORM 4300-FIND-NEXT-LIGNE THRU 4300-EXIT.
005940     MOVE BO-Numero       TO ORD-Numero.
005950     MOVE WS-NEXT-LIGNE   TO ORD-Ligne.
005960     MOVE BO-Client-Code  TO ORD-Client-Code.
005970     MOVE BO-Client       TO ORD-Client.
005980     MOVE BO-Code-produit TO ORD-Code-produit.
005990     MOVE BO-Qte          TO ORD-Qte.
006000     MOVE BO-Qte          TO ORD-Qte-Commandee.
006010     MOVE BO-Prix         TO ORD-Prix.
006020     MOVE BO-Taux-Taxe    TO ORD-Taux-Taxe.
006030     MOVE BO-Code-Devise  TO ORD-Code-Devise.
006040     MOVE "F"             TO ORD-Statut.
006050     IF WS-RELEASE-ON-HOLD
006060         MOVE "H"         TO ORD-Statut
006070     END-IF.
006080     MOVE BO-Regle-Prix   TO ORD-Regle-Prix.
006090     MOVE BO-Prix-Liste   TO ORD-Prix-Liste.
006100     MOVE BO-Livraison    TO ORD-Livraison.
006110     MOVE ZERO            TO ORD-Expedition.
006120     MOVE ZERO            TO ORD-Facture.
006130     MOVE WS-RUN-DATE     TO ORD-Date.
006140     WRITE ORDER-REC
006150         INVALID KEY
006160             DISPLAY "DAY9BOR - UNABLE TO WRITE ORDER "
006170                 ORD-Numero " LINE " ORD-Ligne " STATUS "
006180                 WS-ORDFILE-STATUS
006190     END-WRITE.

006200     MOVE "R" TO BO-Statut.
006210     ADD 1 TO WS-RELEASED.
006220     PERFORM 4100-RAISE-ALLOCATION THRU 4100-EXIT.
006230     IF WS-RELEASE-ON-HOLD
006240         ADD 1 TO WS-RELEASED-HELD
006250         DISPLAY "DAY9BOR - RELEASED " BO-Qte " OF "
006260             BO-Code-produit " FOR ORDER " BO-Numero
006270             " ON CREDIT HOLD"
006280         GO TO 4000-EXIT
006290     END-IF.
006300     PERFORM 4200-RECORD-SALE THRU 4200-EXIT.
006310     DISPLAY "DAY9BOR - RELEASED " BO-Qte " OF "
006320         BO-Code-produit " FOR ORDER " BO-Numero.
006330 4000-EXIT.
006340     EXIT.

006350 4050-QUEUE-ISSUE.
006360     MOVE "I"             TO PT-Trans-Code.
006370     MOVE BO-Code-produit TO PT-Code-produit.
006380     MOVE SPACES          TO PT-Libelle.
006390     MOVE ZERO            TO PT-Prix.
006400     MOVE BO-Qte          TO PT-Qte-En-Main.
006410     MOVE ZERO            TO PT-Seuil-Reappro.
006420     MOVE "MAG"           TO PT-Location.
006430     MOVE SPACES          TO PT-Location-To.
006440     MOVE SPACES          TO PT-Lot-No.
006450     MOVE ZERO            TO PT-Date-Expiree.
006460     MOVE BO-Numero       TO PT-Reference.
006470     WRITE PRODTRAN-REC.
006480 4050-EXIT.
006490     EXIT.

006500 4200-RECORD-SALE.
006510     IF NOT WS-SALEHIST-WAS-OPENED
006520         GO TO 4200-EXIT
006530     END-IF.
006540     MOVE BO-Code-produit TO SH-Code-produit.
006550     MOVE BO-Client-Code  TO SH-Client-Code.
006560     MOVE BO-Qte          TO SH-Qte.
006570     MOVE BO-Prix         TO SH-Prix.
006580     MOVE BO-Code-Devise  TO SH-Code-Devise.
006590     MOVE WS-RUN-DATE     TO SH-Date.
006600     MOVE BO-Regle-Prix   TO SH-Regle-Prix.
006610     MOVE Cout-Moyen      TO SH-Cout-Unitaire.
006620     WRITE SALEHIST-REC.
006630 4200-EXIT.
006640     EXIT.

006650 4300-FIND-NEXT-LIGNE.
006660     MOVE 1 TO WS-NEXT-LIGNE.
006670     MOVE "N" TO WS-ORD-EOF-SW.
006680     MOVE BO-Numero TO ORD-Numero.
006690     MOVE ZERO TO ORD-Ligne.
006700     START ORDFILE KEY IS NOT < ORD-Key
006710         INVALID KEY
006720             MOVE "Y" TO WS-ORD-EOF-SW
006730     END-START.
006740     PERFORM 4310-SCAN-ONE-LINE THRU 4310-EXIT
006750         UNTIL WS-ORD-EOF-REACHED.
006760 4300-EXIT.
006770     EXIT.

006780 4310-SCAN-ONE-LINE.
006790     READ ORDFILE NEXT RECORD
006800         AT END
006810             MOVE "Y" TO WS-ORD-EOF-SW
006820             GO TO 4310-EXIT
006830     END-READ.
006840     IF ORD-Numero NOT = BO-Numero
006850         MOVE "Y" TO WS-ORD-EOF-SW
006860         GO TO 4310-EXIT
006870     END-IF.
006880     COMPUTE WS-NEXT-LIGNE = ORD-Ligne + 1.
006890 4310-EXIT.
006900     EXIT.

006910*****************************************************************
006920* THE RELEASED QUANTITY IS COMMITTED ON PRODALOC AT ONCE - THE
006930* QUEUED ISSUE ONLY APPLIES TOMORROW NIGHT, AND DAY7 RELEASES
006940* THE ALLOCATION AGAIN WHEN IT APPLIES THE MOVEMENT, THE SAME
006950* PROMISE-UNTIL-APPLIED PAIRING THE ORDER LINES FOLLOW.
006960*****************************************************************
006970 4100-RAISE-ALLOCATION.
006980     MOVE "N" TO WS-ALOC-FOUND-SW.
006990     MOVE BO-Code-produit TO ALOC-Code-produit.
007000     READ PRODALOC
007010         INVALID KEY
007020             MOVE ZERO TO ALOC-Qte-Allouee
007030         NOT INVALID KEY
007040             SET WS-ALOC-WAS-FOUND TO TRUE
007050     END-READ.
007060     MOVE BO-Code-produit TO ALOC-Code-produit.
007070     ADD BO-Qte TO ALOC-Qte-Allouee.
007080     IF WS-ALOC-WAS-FOUND
007090         REWRITE PRODALOC-REC
007100             INVALID KEY
007110                 DISPLAY "DAY9BOR - UNABLE TO UPDATE "
007120                     "ALLOCATION FOR " BO-Code-produit
007130         END-REWRITE
007140     ELSE
007150         WRITE PRODALOC-REC
007160             INVALID KEY
007170                 DISPLAY "DAY9BOR - UNABLE TO WRITE "
007180                     "ALLOCATION FOR " BO-Code-produit
007190         END-WRITE
007200     END-IF.
007210 4100-EXIT.
007220     EXIT.

007230 9000-TERMINATE.
007240     IF WS-BACKORD-WAS-OPENED
007250         CLOSE BACKORD
007260     END-IF.
007270     IF WS-BOROUT-WAS-OPENED
007280         CLOSE BOROUT
007290     END-IF.
007300     IF WS-PRODMAST-WAS-OPENED
007310         CLOSE PRODMAST
007320     END-IF.
007330     IF WS-PRODALOC-WAS-OPENED
007340         CLOSE PRODALOC
007350     END-IF.
007360     IF WS-PRODRQUE-WAS-OPENED
007370         CLOSE PRODRQUE
007380     END-IF.
007390     IF WS-ORDFILE-WAS-OPENED
007400         CLOSE ORDFILE
007410     END-IF.
007420     IF WS-SALEHIST-WAS-OPENED
007430         CLOSE SALEHIST
007440     END-IF.
007450     IF WS-CUSTMAST-WAS-OPENED
007460         CLOSE CUSTMAST
007470     END-IF.
007480     IF WS-ARFILE-WAS-OPENED
007490         CLOSE ARFILE
007500     END-IF.
007510     IF WS-BACKORD-WAS-OPENED
007520         AND WS-BOROUT-WAS-OPENED
007530         AND WS-PRODRQUE-WAS-OPENED
007540         PERFORM 9550-SET-MARKER THRU 9550-EXIT
007550         PERFORM 9100-COPY-BACK THRU 9100-EXIT
007560         PERFORM 9600-CLEAR-MARKER THRU 9600-EXIT
007570     END-IF.
007580     DISPLAY "DAY9BOR - BACKORDERS READ : " WS-BACKORDERS-READ.
007590     DISPLAY "DAY9BOR - RELEASED        : " WS-RELEASED.
007600     DISPLAY "DAY9BOR -  OF WHICH ON HOLD: " WS-RELEASED-HELD.
007610     DISPLAY "DAY9BOR - STILL OPEN      : " WS-STILL-OPEN.
007620     DISPLAY "DAY9BOR -  OF WHICH BLOCKED: " WS-HELD-BLOCKED.
007630 9000-EXIT.
007640     EXIT.

007650 9100-COPY-BACK.
007660     OPEN INPUT BOROUT.
007670     IF NOT WS-BOROUT-OK
007680         DISPLAY "DAY9BOR - UNABLE TO REOPEN BOROUT, STATUS "
007690             WS-BOROUT-STATUS " - BACKORD LEFT UNCHANGED"
007700         GO TO 9100-EXIT
007710     END-IF.
007720     OPEN OUTPUT BACKORD.
007730     IF NOT WS-BACKORD-OK
007740         DISPLAY "DAY9BOR - UNABLE TO REWRITE BACKORD, STATUS "
007750             WS-BACKORD-STATUS
007760         CLOSE BOROUT
007770         GO TO 9100-EXIT
007780     END-IF.
007790     PERFORM 9110-COPY-ONE-LINE THRU 9110-EXIT
007800         UNTIL WS-COPY-DONE.
007810     CLOSE BOROUT.
007820     CLOSE BACKORD.
007830     DISPLAY "DAY9BOR - BACKORDERS COPIED BACK : "
007840         WS-LINES-COPIED.
007850 9100-EXIT.
007860     EXIT.

007870 9110-COPY-ONE-LINE.
007880     READ BOROUT
007890         AT END
007900             MOVE "Y" TO WS-COPY-EOF-SW
007910             GO TO 9110-EXIT
007920     END-READ.
007930     WRITE BACKORD-REC FROM BOROUT-REC.
007940     ADD 1 TO WS-LINES-COPIED.
007950 9110-EXIT.
007960     EXIT.

007970*****************************************************************
007980* THE MARKER IS ONLY SET ONCE BOROUT IS COMPLETE ON DISK, SO A
007990* PENDING MARKER ALWAYS GUARANTEES A WHOLE SOURCE TO COPY FROM.
008000*****************************************************************
008010 9550-SET-MARKER.
008020     OPEN OUTPUT BORSWAP.
008030     IF NOT WS-BORSWAP-OK
008040         DISPLAY "DAY9BOR - UNABLE TO SET THE SWAP MARKER, "
008050             "STATUS " WS-BORSWAP-STATUS
008060         GO TO 9550-EXIT
008070     END-IF.
008080     MOVE "PENDING" TO SWAP-State.
008090     WRITE BORSWAP-REC.
008100     CLOSE BORSWAP.
008110 9550-EXIT.
008120     EXIT.

008130 9600-CLEAR-MARKER.
008140     OPEN OUTPUT BORSWAP.
008150     IF NOT WS-BORSWAP-OK
008160         GO TO 9600-EXIT
008170     END-IF.
008180     MOVE "DONE" TO SWAP-State.
008190     WRITE BORSWAP-REC.
008200     CLOSE BORSWAP.
008210 9600-EXIT.
008220     EXIT.
