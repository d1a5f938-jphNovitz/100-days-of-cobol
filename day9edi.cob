000100*****************************************************************
000110* EXERCISE 9 EDI INTAKE: BATCH ORDERS FROM CUSTOMER FILES
000120* TAKES A CUSTOMER'S ELECTRONIC ORDER FILE (EDIIN, SEE
000130* EDIORD.CPY) INSTEAD OF HAVING THE ORDER DESK RE-KEY IT INTO
000140* DAY9ORD. EVERY ORDER IN THE FILE - HEADER, LINES, TRAILER -
000150* GOES THROUGH THE SAME CHECKS A KEYED ORDER DOES:
000160*   - THE CUSTOMER MUST BE ON CUSTMAST AND ACTIVE. A CUSTOMER
000170*     WITH A FINAL PAYMENT NOTICE ("D"), WHOM DAY9ORD ONLY
000180*     TAKES ON THE DESK'S CONFIRMATION, IS REFUSED - THERE IS
000190*     NOBODY HERE TO CONFIRM;
000200*   - A SHIP-TO CODE ON THE HEADER MUST BE ONE OF THE
000210*     CUSTOMER'S SHIPTO ADDRESSES; SPACES TAKE THE DEFAULT;
000220*   - EACH CODE-PRODUIT MUST BE ON PRODMAST AND IN THE ORDER'S
000230*     CURRENCY, AND NEITHER BLOCKED NOR DISCONTINUED;
000240*   - THE PRICE IS FROZEN AT THE BEST OF LIST, CONTRPRC
000250*     CONTRACT AND PRCBREAK BREAK PRICES, WITH ITS RULE;
000260*   - THE QUANTITY IS CHECKED AVAILABLE-TO-PROMISE AGAINST
000270*     PRODALOC AND ALLOCATED, OR BACKORDERED WHEN SHORT;
000280*   - A LINE THAT WOULD BREAK THE CREDIT LIMIT GOES TO CREDIT
000290*     HOLD ("H") FOR DAY9CRH, WITH EVERY LATER LINE.
000300* AN ORDER IS TAKEN UNDER ITS OWN ORDER NUMBER, "E" AND FIVE
000310* DIGITS FROM THE EDISEQ CONTROL FILE, SKIPPING ANY NUMBER
000320* ALREADY ON ORDFILE.
000330*
000340* AN ORDER IS REFUSED WHOLE WHEN ITS TRAILER COUNT DOES NOT
000350* MATCH THE LINES RECEIVED, WHEN THE TRAILER NEVER ARRIVES, OR
000360* WHEN ITS CUSTOMER REFERENCE WAS ALREADY TAKEN (EDIHIST KEEPS
000370* EVERY REFERENCE TAKEN, SO A RESENT FILE DOES NOT DOUBLE THE
000380* ORDERS). EDIACK (SEE EDIACK.CPY) GOES BACK TO THE CUSTOMER
000390* WITH THE OUTCOME OF EVERY ORDER AND LINE.
000400*
000410* LIKE DAY9ORD, THE RUN HONORS THE FILELOCK IN-USE MARK THE
000420* NIGHT BATCH SETS ON ORDFILE. RETURN CODE 12 WHEN THE RUN
000430* COULD NOT START, 4 WHEN THERE WAS NO EDIIN FILE OR ANY ORDER
000440* OR LINE WAS REFUSED.
000450*****************************************************************
000460* MODIFICATION HISTORY
000470*  10/15/2026  JPH  ORIGINAL VERSION.
000480*  10/15/2026  JPH  A NEW LINE STARTS WITH NO INVOICE NUMBER
000490*                   (ORD-FACTURE ZERO) UNTIL DAY9INV BILLS IT.
000500*  10/15/2026  JPH  THE HEADER MAY NAME A SHIP-TO CODE FROM THE
000510*                   CUSTOMER'S ADDRESSES ON THE NEW SHIPTO FILE
000520*                   (SEE SHIPTO.CPY). SPACES TAKE THE DEFAULT, A
000530*                   CODE NOT ON FILE REFUSES THE ORDER, AND THE
000540*                   CODE IS FROZEN ON EVERY LINE AND BACKORDER
000550*                   (ORD-LIVRAISON) AS IN DAY9ORD.
000560*  10/15/2026  JPH  PRODUCT LIFECYCLE (STATUT-PRODUIT) AS IN
000570*                   DAY9ORD: A BLOCKED PRODUIT IS REJECTED
000580*                   "PRODUIT BLOQUE"; A DISCONTINUED ONE IS
000590*                   REJECTED AND THE ACKNOWLEDGEMENT NAMES ITS
000600*                   SUCCESSOR ("ARRETE - REMPLACE PAR XXX") FOR
000610*                   THE CUSTOMER TO REORDER - NOTHING IS
000620*                   SUBSTITUTED UNASKED. A PHASE-OUT PRODUIT
000630*                   SHORT OF STOCK IS REJECTED, NOT
000640*                   BACKORDERED.
000650*  10/15/2026  JPH  A SHORT LINE IS ONLY BACKORDERED WHEN THE
000660*                   CUSTOMER'S CREDIT ALLOWS IT - A BACKORDER FOR
000670*                   AN ORDER ON HOLD, OR ONE THAT WOULD TAKE THE
000680*                   CUSTOMER PAST THE LIMIT, IS REJECTED ("STOCK
000690*                   INSUFF. - LIMITE CREDIT"), AND AN ACCEPTED
000700*                   ONE ADDS TO THE EXPOSURE.
000710*****************************************************************
000720 IDENTIFICATION DIVISION.
000730 PROGRAM-ID. day9edi.
000740 AUTHOR. jphNovitz.
000750 DATE-WRITTEN. 2026/10/15.
000760 DATE-COMPILED.

000770 ENVIRONMENT DIVISION.
000780 INPUT-OUTPUT SECTION.
000790 FILE-CONTROL.
000800     SELECT EDIIN ASSIGN TO "EDIIN"
000810         ORGANIZATION IS LINE SEQUENTIAL
000820         FILE STATUS IS WS-EDIIN-STATUS.

000830     SELECT EDIACK ASSIGN TO "EDIACK"
000840         ORGANIZATION IS LINE SEQUENTIAL
000850         FILE STATUS IS WS-EDIACK-STATUS.

000860     SELECT EDIHIST ASSIGN TO "EDIHIST"
000870         ORGANIZATION IS LINE SEQUENTIAL
000880         FILE STATUS IS WS-EDIHIST-STATUS.

000890     SELECT EDISEQ ASSIGN TO "EDISEQ"
000900         ORGANIZATION IS LINE SEQUENTIAL
000910         FILE STATUS IS WS-EDISEQ-STATUS.

000920     SELECT PRODMAST ASSIGN TO "PRODMAST"
000930         ORGANIZATION IS INDEXED
000940         ACCESS MODE IS DYNAMIC
000950         RECORD KEY IS Code-produit
000960         FILE STATUS IS WS-PRODMAST-STATUS.

000970     SELECT ORDFILE ASSIGN TO "ORDFILE"
000980         ORGANIZATION IS INDEXED
000990         ACCESS MODE IS DYNAMIC
001000         RECORD KEY IS ORD-Key
001010         FILE STATUS IS WS-ORDFILE-STATUS.

001020     SELECT CUSTMAST ASSIGN TO "CUSTMAST"
001030         ORGANIZATION IS INDEXED
001040         ACCESS MODE IS DYNAMIC
001050         RECORD KEY IS Client-Code
001060         FILE STATUS IS WS-CUSTMAST-STATUS.

001070     SELECT PRODALOC ASSIGN TO "PRODALOC"
001080         ORGANIZATION IS INDEXED
001090         ACCESS MODE IS DYNAMIC
001100         RECORD KEY IS ALOC-Code-produit
001110         FILE STATUS IS WS-PRODALOC-STATUS.

001120     SELECT BACKORD ASSIGN TO "BACKORD"
001130         ORGANIZATION IS LINE SEQUENTIAL
001140         FILE STATUS IS WS-BACKORD-STATUS.

001150     SELECT CONTRPRC ASSIGN TO "CONTRPRC"
001160         ORGANIZATION IS LINE SEQUENTIAL
001170         FILE STATUS IS WS-CONTRPRC-STATUS.

001180     SELECT PRCBREAK ASSIGN TO "PRCBREAK"
001190         ORGANIZATION IS LINE SEQUENTIAL
001200         FILE STATUS IS WS-PRCBREAK-STATUS.

001210     SELECT FILELOCK ASSIGN TO "FILELOCK"
001220         ORGANIZATION IS LINE SEQUENTIAL
001230         FILE STATUS IS WS-FILELOCK-STATUS.

001240     SELECT ARFILE ASSIGN TO "ARFILE"
001250         ORGANIZATION IS INDEXED
001260         ACCESS MODE IS DYNAMIC
001270         RECORD KEY IS AR-Invoice-No
001280         FILE STATUS IS WS-ARFILE-STATUS.

001290     SELECT CURRTBL ASSIGN TO "CURRTBL"
001300         ORGANIZATION IS LINE SEQUENTIAL
001310         FILE STATUS IS WS-CURRTBL-STATUS.

001320     SELECT SHIPTO ASSIGN TO "SHIPTO"
001330         ORGANIZATION IS INDEXED
001340         ACCESS MODE IS DYNAMIC
001350         RECORD KEY IS ST-Key
001360         FILE STATUS IS WS-SHIPTO-STATUS.

001370 DATA DIVISION.
001380 FILE SECTION.
001390 FD  EDIIN
001400     RECORDING MODE IS F.
001410     COPY EDIORD.

001420 FD  EDIACK
001430     RECORDING MODE IS F.
001440     COPY EDIACK.

001450 FD  EDIHIST
001460     RECORDING MODE IS F.
001470 01  EDIHIST-REC.
001480     05  EHS-Client-Code      PIC X(05).
001490     05  EHS-Ref-Client       PIC X(15).
001500     05  EHS-Ordre-Numero     PIC X(06).
001510     05  EHS-Date             PIC 9(08).

001520 FD  EDISEQ
001530     RECORDING MODE IS F.
001540 01  EDISEQ-REC.
001550     05  SEQ-Next-Order       PIC 9(05).

001560 FD  PRODMAST
001570     RECORDING MODE IS F.
001580     COPY PRODREC.

001590 FD  ORDFILE
001600     RECORDING MODE IS F.
001610     COPY ORDREC.

001620 FD  CUSTMAST
001630     RECORDING MODE IS F.
001640     COPY CUSTREC.

001650 FD  PRODALOC
001660     RECORDING MODE IS F.
001670     COPY PRODALOC.

001680 FD  BACKORD
001690     RECORDING MODE IS F.
001700     COPY BACKORD.

001710 FD  CONTRPRC
001720     RECORDING MODE IS F.
001730     COPY CTRPRC.

001740 FD  PRCBREAK
001750     RECORDING MODE IS F.
001760     COPY PRCBRK.

001770 FD  FILELOCK
001780     RECORDING MODE IS F.
001790 01  FILELOCK-REC.
001800     05  LCK-File             PIC X(08).
001810     05  LCK-Holder           PIC X(08).
001820     05  LCK-Date             PIC 9(08).
001830     05  LCK-Time             PIC 9(06).

001840 FD  ARFILE
001850     RECORDING MODE IS F.
001860     COPY AROPEN.

001870 FD  CURRTBL
001880     RECORDING MODE IS F.
001890 01  CURRTBL-REC.
001900     05  CUR-Code             PIC X(03).
001910     05  CUR-Symbol           PIC X(03).
001920     05  CUR-Decimals         PIC 9(01).
001930     05  CUR-Rate             PIC 9(04)V9(06).
001940     05  CUR-Rate-Date        PIC 9(08).

001950 FD  SHIPTO
001960     RECORDING MODE IS F.
001970     COPY SHIPTO.

001980 WORKING-STORAGE SECTION.
001990 01  WS-EDIIN-STATUS          PIC X(02).
002000     88  WS-EDIIN-OK                VALUE "00".

002010 01  WS-EDIACK-STATUS         PIC X(02).
002020     88  WS-EDIACK-OK               VALUE "00".

002030 01  WS-EDIHIST-STATUS        PIC X(02).
002040     88  WS-EDIHIST-OK              VALUE "00".
002050     88  WS-EDIHIST-MISSING         VALUE "35".

002060 01  WS-EDISEQ-STATUS         PIC X(02).
002070     88  WS-EDISEQ-OK               VALUE "00".

002080 01  WS-FILELOCK-STATUS       PIC X(02).
002090     88  WS-FILELOCK-OK            VALUE "00".
002100 01  WS-LOCK-HELD-SW          PIC X(01)  VALUE "N".
002110     88  WS-LOCK-IS-HELD          VALUE "Y".
002120 01  WS-LOCK-HOLDER           PIC X(08)  VALUE SPACES.

002130 01  WS-PRODMAST-STATUS       PIC X(02).
002140     88  WS-PRODMAST-OK             VALUE "00".

002150 01  WS-ORDFILE-STATUS        PIC X(02).
002160     88  WS-ORDFILE-OK              VALUE "00".
002170     88  WS-ORDFILE-MISSING         VALUE "35".

002180 01  WS-CUSTMAST-STATUS       PIC X(02).
002190     88  WS-CUSTMAST-OK             VALUE "00".

002200 01  WS-PRODALOC-STATUS       PIC X(02).
002210     88  WS-PRODALOC-OK             VALUE "00".
002220     88  WS-PRODALOC-MISSING        VALUE "35".

002230 01  WS-BACKORD-STATUS        PIC X(02).
002240     88  WS-BACKORD-OK              VALUE "00".

002250 01  WS-CONTRPRC-STATUS       PIC X(02).
002260     88  WS-CONTRPRC-OK             VALUE "00".

002270 01  WS-PRCBREAK-STATUS       PIC X(02).
002280     88  WS-PRCBREAK-OK             VALUE "00".

002290 01  WS-ARFILE-STATUS         PIC X(02).
002300     88  WS-ARFILE-OK               VALUE "00".
002310     88  WS-ARFILE-MISSING          VALUE "35".

002320 01  WS-CURRTBL-STATUS        PIC X(02).
002330     88  WS-CURRTBL-OK              VALUE "00".

002340 01  WS-SHIPTO-STATUS         PIC X(02).
002350     88  WS-SHIPTO-OK               VALUE "00".

002360 01  WS-SWITCHES.
002370     05  WS-EOF-SW            PIC X(01)  VALUE "N".
002380         88  WS-EOF-REACHED          VALUE "Y".
002390     05  WS-EDIIN-OPEN-SW     PIC X(01)  VALUE "N".
002400         88  WS-EDIIN-WAS-OPENED     VALUE "Y".
002410     05  WS-EDIACK-OPEN-SW    PIC X(01)  VALUE "N".
002420         88  WS-EDIACK-WAS-OPENED    VALUE "Y".
002430     05  WS-EDIHIST-OPEN-SW   PIC X(01)  VALUE "N".
002440         88  WS-EDIHIST-WAS-OPENED   VALUE "Y".
002450     05  WS-PRODMAST-OPEN-SW  PIC X(01)  VALUE "N".
002460         88  WS-PRODMAST-WAS-OPENED  VALUE "Y".
002470     05  WS-ORDFILE-OPEN-SW   PIC X(01)  VALUE "N".
002480         88  WS-ORDFILE-WAS-OPENED   VALUE "Y".
002490     05  WS-CUSTMAST-OPEN-SW  PIC X(01)  VALUE "N".
002500         88  WS-CUSTMAST-WAS-OPENED  VALUE "Y".
002510     05  WS-PRODALOC-OPEN-SW  PIC X(01)  VALUE "N".
002520         88  WS-PRODALOC-WAS-OPENED  VALUE "Y".
002530     05  WS-ALOC-FOUND-SW     PIC X(01)  VALUE "N".
002540         88  WS-ALOC-WAS-FOUND       VALUE "Y".
002550     05  WS-BACKORD-OPEN-SW   PIC X(01)  VALUE "N".
002560         88  WS-BACKORD-WAS-OPENED   VALUE "Y".
002570     05  WS-ARFILE-OPEN-SW    PIC X(01)  VALUE "N".
002580         88  WS-ARFILE-WAS-OPENED    VALUE "Y".
002590     05  WS-SHIPTO-OPEN-SW    PIC X(01)  VALUE "N".
002600         88  WS-SHIPTO-WAS-OPENED    VALUE "Y".
002610     05  WS-ST-EOF-SW         PIC X(01)  VALUE "N".
002620         88  WS-ST-EOF-REACHED       VALUE "Y".
002630     05  WS-CREDIT-HOLD-SW    PIC X(01)  VALUE "N".
002640         88  WS-ORDER-ON-HOLD        VALUE "Y".
002650     05  WS-BO-CREDIT-SW      PIC X(01)  VALUE "N".
002660         88  WS-BACKORDER-OVER-LIMIT VALUE "Y".
002670     05  WS-ORDER-OPEN-SW     PIC X(01)  VALUE "N".
002680         88  WS-ORDER-IS-OPEN        VALUE "Y".
002690     05  WS-EL-OVFL-SW        PIC X(01)  VALUE "N".
002700         88  WS-EL-OVERFLOWED        VALUE "Y".
002710     05  WS-HIST-OVFL-SW      PIC X(01)  VALUE "N".
002720         88  WS-HIST-OVERFLOWED      VALUE "Y".
002730     05  WS-NUMBER-FREE-SW    PIC X(01)  VALUE "N".
002740         88  WS-NUMBER-IS-FREE       VALUE "Y".
002750     05  WS-CONTRACT-SW       PIC X(01)  VALUE "N".
002760         88  WS-CONTRACT-PRICED      VALUE "Y".

002770 01  WS-COUNTERS.
002780     05  WS-RECORDS-READ      PIC 9(05) COMP  VALUE ZERO.
002790     05  WS-ORDERS-TAKEN      PIC 9(05) COMP  VALUE ZERO.
002800     05  WS-ORDERS-REFUSED    PIC 9(05) COMP  VALUE ZERO.
002810     05  WS-LINES-WRITTEN     PIC 9(05) COMP  VALUE ZERO.
002820     05  WS-LINES-HELD        PIC 9(05) COMP  VALUE ZERO.
002830     05  WS-LINES-BACKORDERED PIC 9(05) COMP  VALUE ZERO.
002840     05  WS-LINES-REJECTED    PIC 9(05) COMP  VALUE ZERO.
002850     05  WS-STRAY-RECORDS     PIC 9(05) COMP  VALUE ZERO.

002860*****************************************************************
002870* PER-ORDER COUNTS, WRITTEN ON THE ACKNOWLEDGEMENT TRAILER.
002880*****************************************************************
002890 01  WS-ORDER-COUNTS.
002900     05  WS-OC-ACCEPTED       PIC 9(05)  VALUE ZERO.
002910     05  WS-OC-HELD           PIC 9(05)  VALUE ZERO.
002920     05  WS-OC-BACKORDERED    PIC 9(05)  VALUE ZERO.
002930     05  WS-OC-REJECTED       PIC 9(05)  VALUE ZERO.

002940 01  WS-RUN-DATE              PIC 9(08).
002950 01  WS-NEXT-ORDER            PIC 9(05)  VALUE 1.
002960 01  WS-EDI-ORDER-NO.
002970     05  FILLER               PIC X(01)  VALUE "E".
002980     05  WS-EDI-ORDER-SEQ     PIC 9(05)  VALUE ZERO.
002990 01  WS-ORDER-NUMERO          PIC X(06)  VALUE SPACES.
003000 01  WS-ORDER-CLIENT-CODE     PIC X(05)  VALUE SPACES.
003010 01  WS-ORDER-CLIENT          PIC X(20)  VALUE SPACES.
003020 01  WS-ORDER-REF-CLIENT      PIC X(15)  VALUE SPACES.
003030 01  WS-ORDER-LIVRAISON       PIC X(03)  VALUE SPACES.
003040 01  WS-ORDER-MOTIF           PIC X(30)  VALUE SPACES.
003050 01  WS-LINE-MOTIF            PIC X(30)  VALUE SPACES.
003060 01  WS-ACK-STATUT            PIC X(01)  VALUE SPACE.
003070 01  WS-LINE-STATUT           PIC X(01)  VALUE SPACE.
003080 01  WS-LINE-CODE             PIC X(03).
003090 01  WS-LINE-QTE-X            PIC X(05).
003100 01  WS-LINE-QTE REDEFINES WS-LINE-QTE-X
003110                              PIC 9(05).
003120 01  WS-ORDER-DEVISE          PIC X(03)  VALUE SPACES.
003130 01  WS-QTE-DISPONIBLE        PIC S9(06) COMP-3  VALUE ZERO.
003140 01  WS-NEXT-LIGNE            PIC 9(03)  VALUE 1.
003150 01  WS-ORD-EOF-SW            PIC X(01)  VALUE "N".
003160     88  WS-ORD-EOF-REACHED       VALUE "Y".
003170 01  WS-LINE-PRIX             PIC S9(06)V99 COMP-3  VALUE ZERO.
003180 01  WS-LINE-PRIX-LISTE       PIC S9(06)V99 COMP-3  VALUE ZERO.
003190 01  WS-LINE-REGLE            PIC X(01)  VALUE "L".
003200 01  WS-BRK-PRIX              PIC S9(06)V99 COMP-3  VALUE ZERO.
003210 01  WS-LINE-TAUX-TAXE        PIC 9(02)V99  VALUE ZERO.
003220 01  WS-LINE-DEVISE           PIC X(03)  VALUE SPACES.

003230*****************************************************************
003240* THE LINES OF THE ORDER BEING RECEIVED, HELD UNTIL ITS TRAILER
003250* ARRIVES SO THE CONTROL COUNT IS CHECKED BEFORE ANYTHING IS
003260* WRITTEN.
003270*****************************************************************
003280 01  WS-EDI-LINE-TABLE.
003290     05  WS-EL-COUNT          PIC 9(03) COMP  VALUE ZERO.
003300     05  WS-EL-ENTRY OCCURS 200 TIMES.
003310         10  WS-EL-LIGNE-CLIENT PIC X(03).
003320         10  WS-EL-CODE       PIC X(03).
003330         10  WS-EL-QTE-X      PIC X(05).
003340 01  WS-EL-I                  PIC 9(03) COMP  VALUE ZERO.
003350 01  WS-EL-RECEIVED           PIC 9(05)  VALUE ZERO.

003360*****************************************************************
003370* CUSTOMER REFERENCES ALREADY TAKEN, LOADED FROM EDIHIST AT
003380* START AND EXTENDED AS THIS RUN TAKES ORDERS.
003390*****************************************************************
003400 01  WS-HIST-TABLE.
003410     05  WS-HIST-COUNT        PIC 9(04) COMP  VALUE ZERO.
003420     05  WS-HIST-ENTRY OCCURS 2000 TIMES.
003430         10  WS-HIST-CLIENT   PIC X(05).
003440         10  WS-HIST-REF      PIC X(15).
003450         10  WS-HIST-NUMERO   PIC X(06).
003460 01  WS-HIST-I                PIC 9(04) COMP  VALUE ZERO.
003470 01  WS-HIST-NUMERO-FOUND     PIC X(06)  VALUE SPACES.

003480*****************************************************************
003490* CREDIT EXPOSURE OF THE CUSTOMER BEING SERVED, IN THE HOUSE
003500* CURRENCY - WORKED OUT THE SAME WAY AS IN DAY9ORD.
003510*****************************************************************
003520 01  WS-EXPOSURE              PIC S9(11)V99 COMP-3  VALUE ZERO.
003530 01  WS-LIMITE-MAISON         PIC S9(11)V99 COMP-3  VALUE ZERO.
003540 01  WS-ITEM-VALUE            PIC S9(11)V99 COMP-3  VALUE ZERO.
003550 01  WS-RATE-USED             PIC 9(04)V9(06) COMP-3 VALUE ZERO.
003560 01  WS-RATE-DEVISE           PIC X(03)  VALUE SPACES.

003570     COPY CURRTBL.

003580 01  WS-CONTRACT-TABLE.
003590     05  WS-CTR-COUNT         PIC 9(03) COMP  VALUE ZERO.
003600     05  WS-CTR-ENTRY OCCURS 200 TIMES.
003610         10  WS-CTR-CLIENT    PIC X(05).
003620         10  WS-CTR-CODE      PIC X(03).
003630         10  WS-CTR-TYPE      PIC X(01).
003640         10  WS-CTR-VALEUR    PIC S9(06)V99 COMP-3.
003650         10  WS-CTR-DEBUT     PIC 9(08).
003660         10  WS-CTR-FIN       PIC 9(08).
003670 01  WS-CTR-I                 PIC 9(03) COMP  VALUE ZERO.

003680 01  WS-BREAK-TABLE.
003690     05  WS-BRK-COUNT         PIC 9(03) COMP  VALUE ZERO.
003700     05  WS-BRK-ENTRY OCCURS 300 TIMES.
003710         10  WS-BRK-CODE      PIC X(03).
003720         10  WS-BRK-QTE-MIN   PIC 9(05).
003730         10  WS-BRK-TYPE      PIC X(01).
003740         10  WS-BRK-VALEUR    PIC S9(06)V99 COMP-3.
003750         10  WS-BRK-DEBUT     PIC 9(08).
003760         10  WS-BRK-FIN       PIC 9(08).
003770 01  WS-BRK-I                 PIC 9(03) COMP  VALUE ZERO.

003780 PROCEDURE DIVISION.

003790 0000-MAINLINE.
003800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003810     PERFORM 2000-READ-ONE-RECORD THRU 2000-EXIT
003820         UNTIL WS-EOF-REACHED.
003830     IF WS-ORDER-IS-OPEN
003840         MOVE "TRAILER MANQUANT" TO WS-ORDER-MOTIF
003850         PERFORM 3000-PROCESS-ORDER THRU 3000-EXIT
003860     END-IF.
003870     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003880     GOBACK.

003890 1000-INITIALIZE.
003900     CALL "dayproc" USING WS-RUN-DATE.
003910     MOVE "Y" TO WS-EOF-SW.
003920     PERFORM 1300-CHECK-INTERLOCK THRU 1300-EXIT.
003930     IF WS-LOCK-IS-HELD
003940         GO TO 1000-EXIT
003950     END-IF.

003960     OPEN INPUT EDIIN.
003970     IF NOT WS-EDIIN-OK
003980         DISPLAY "DAY9EDI - NO EDIIN ORDER FILE, STATUS "
003990             WS-EDIIN-STATUS " - NOTHING TO TAKE"
004000         MOVE 4 TO RETURN-CODE
004010         GO TO 1000-EXIT
004020     END-IF.
004030     MOVE "Y" TO WS-EDIIN-OPEN-SW.

004040     OPEN OUTPUT EDIACK.
004050     IF NOT WS-EDIACK-OK
004060         DISPLAY "DAY9EDI - UNABLE TO OPEN EDIACK, STATUS "
004070             WS-EDIACK-STATUS " - NOTHING TAKEN"
004080         MOVE 12 TO RETURN-CODE
004090         GO TO 1000-EXIT
004100     END-IF.
004110     MOVE "Y" TO WS-EDIACK-OPEN-SW.

004120     OPEN INPUT PRODMAST.
004130     IF NOT WS-PRODMAST-OK
004140         DISPLAY "DAY9EDI - UNABLE TO OPEN PRODMAST, STATUS "
004150             WS-PRODMAST-STATUS " - NOTHING TAKEN"
004160         MOVE 12 TO RETURN-CODE
004170         GO TO 1000-EXIT
004180     END-IF.
004190     MOVE "Y" TO WS-PRODMAST-OPEN-SW.

004200     OPEN I-O ORDFILE.
004210     IF WS-ORDFILE-MISSING
004220         OPEN OUTPUT ORDFILE
004230         CLOSE ORDFILE
004240         OPEN I-O ORDFILE
004250     END-IF.
004260     IF NOT WS-ORDFILE-OK
004270         DISPLAY "DAY9EDI - UNABLE TO OPEN ORDFILE, STATUS "
004280             WS-ORDFILE-STATUS " - NOTHING TAKEN"
004290         MOVE 12 TO RETURN-CODE
004300         GO TO 1000-EXIT
004310     END-IF.
004320     MOVE "Y" TO WS-ORDFILE-OPEN-SW.

004330     OPEN INPUT CUSTMAST.
004340     IF NOT WS-CUSTMAST-OK
004350         DISPLAY "DAY9EDI - UNABLE TO OPEN CUSTMAST, STATUS "
004360             WS-CUSTMAST-STATUS " - NOTHING TAKEN"
004370         MOVE 12 TO RETURN-CODE
004380         GO TO 1000-EXIT
004390     END-IF.
004400     MOVE "Y" TO WS-CUSTMAST-OPEN-SW.

004410     OPEN I-O PRODALOC.
004420     IF WS-PRODALOC-MISSING
004430         OPEN OUTPUT PRODALOC
004440         CLOSE PRODALOC
004450         OPEN I-O PRODALOC
004460     END-IF.
004470     IF NOT WS-PRODALOC-OK
004480         DISPLAY "DAY9EDI - UNABLE TO OPEN PRODALOC, STATUS "
004490             WS-PRODALOC-STATUS " - NOTHING TAKEN"
004500         MOVE 12 TO RETURN-CODE
004510         GO TO 1000-EXIT
004520     END-IF.
004530     MOVE "Y" TO WS-PRODALOC-OPEN-SW.

004540     OPEN INPUT ARFILE.
004550     IF WS-ARFILE-MISSING
004560         DISPLAY "DAY9EDI - NO ARFILE YET, NO OPEN ITEMS COUNT "
004570             "TOWARDS CREDIT EXPOSURE"
004580     ELSE
004590         IF NOT WS-ARFILE-OK
004600             DISPLAY "DAY9EDI - UNABLE TO OPEN ARFILE, STATUS "
004610                 WS-ARFILE-STATUS " - NOTHING TAKEN"
004620             MOVE 12 TO RETURN-CODE
004630             GO TO 1000-EXIT
004640         END-IF
004650         MOVE "Y" TO WS-ARFILE-OPEN-SW
004660     END-IF.

004670     OPEN EXTEND BACKORD.
004680     IF NOT WS-BACKORD-OK
004690         DISPLAY "DAY9EDI - UNABLE TO OPEN BACKORD, STATUS "
004700             WS-BACKORD-STATUS " - SHORT LINES ARE REJECTED"
004710     ELSE
004720         MOVE "Y" TO WS-BACKORD-OPEN-SW
004730     END-IF.

004740*****************************************************************
004750* NO SHIPTO FILE MEANS NO CUSTOMER HAS A DELIVERY ADDRESS: AN
004760* ORDER WITHOUT A SHIP-TO CODE GOES TO THE BILLING ADDRESS, ONE
004770* NAMING A CODE IS REFUSED.
004780*****************************************************************
004790     OPEN INPUT SHIPTO.
004800     IF NOT WS-SHIPTO-OK
004810         DISPLAY "DAY9EDI - NO SHIPTO (STATUS "
004820             WS-SHIPTO-STATUS "), ORDERS DELIVER TO THE "
004830             "BILLING ADDRESS"
004840     ELSE
004850         MOVE "Y" TO WS-SHIPTO-OPEN-SW
004860     END-IF.

004870     PERFORM 1100-LOAD-CONTRACTS THRU 1100-EXIT.
004880     PERFORM 1120-LOAD-BREAKS THRU 1120-EXIT.
004890     PERFORM 1150-LOAD-CURRENCY-TABLE THRU 1150-EXIT.
004900     PERFORM 1200-GET-NEXT-ORDER THRU 1200-EXIT.
004910     PERFORM 1250-LOAD-HISTORY THRU 1250-EXIT.

004920     OPEN EXTEND EDIHIST.
004930     IF WS-EDIHIST-MISSING
004940         OPEN OUTPUT EDIHIST
004950     END-IF.
004960     IF NOT WS-EDIHIST-OK
004970         DISPLAY "DAY9EDI - UNABLE TO OPEN EDIHIST, STATUS "
004980             WS-EDIHIST-STATUS " - NOTHING TAKEN"
004990         MOVE 12 TO RETURN-CODE
005000         GO TO 1000-EXIT
005010     END-IF.
005020     MOVE "Y" TO WS-EDIHIST-OPEN-SW.
005030     MOVE "N" TO WS-EOF-SW.
005040 1000-EXIT.
005050     EXIT.

005060 1100-LOAD-CONTRACTS.
005070     OPEN INPUT CONTRPRC.
005080     IF NOT WS-CONTRPRC-OK
005090         DISPLAY "DAY9EDI - NO CONTRACT PRICE FILE, LIST "
005100             "PRICES APPLY"
005110         GO TO 1100-EXIT
005120     END-IF.
005130     PERFORM 1110-LOAD-ONE-CONTRACT THRU 1110-EXIT
005140         UNTIL WS-CONTRPRC-STATUS = "10".
005150     CLOSE CONTRPRC.
005160 1100-EXIT.
005170     EXIT.

005180 1110-LOAD-ONE-CONTRACT.
005190     READ CONTRPRC
005200         AT END
005210             MOVE "10" TO WS-CONTRPRC-STATUS
005220             GO TO 1110-EXIT
005230     END-READ.
005240     IF WS-CTR-COUNT < 200
005250         ADD 1 TO WS-CTR-COUNT
005260         MOVE CTR-Client-Code  TO WS-CTR-CLIENT(WS-CTR-COUNT)
005270         MOVE CTR-Code-produit TO WS-CTR-CODE(WS-CTR-COUNT)
005280         MOVE CTR-Type         TO WS-CTR-TYPE(WS-CTR-COUNT)
005290         MOVE CTR-Valeur       TO WS-CTR-VALEUR(WS-CTR-COUNT)
005300         MOVE CTR-Date-Debut   TO WS-CTR-DEBUT(WS-CTR-COUNT)
005310         MOVE CTR-Date-Fin     TO WS-CTR-FIN(WS-CTR-COUNT)
005320     ELSE
005330         DISPLAY "DAY9EDI - CONTRACT TABLE FULL (200), "
005340             CTR-Client-Code " " CTR-Code-produit
005350             " NOT LOADED"
005360     END-IF.
005370 1110-EXIT.
005380     EXIT.

005390 1120-LOAD-BREAKS.
005400     OPEN INPUT PRCBREAK.
005410     IF NOT WS-PRCBREAK-OK
005420         DISPLAY "DAY9EDI - NO PRICE BREAK FILE, NO QUANTITY "
005430             "BREAKS OR PROMOTIONS"
005440         GO TO 1120-EXIT
005450     END-IF.
005460     PERFORM 1130-LOAD-ONE-BREAK THRU 1130-EXIT
005470         UNTIL WS-PRCBREAK-STATUS = "10".
005480     CLOSE PRCBREAK.
005490 1120-EXIT.
005500     EXIT.

005510 1130-LOAD-ONE-BREAK.
005520     READ PRCBREAK
005530         AT END
005540             MOVE "10" TO WS-PRCBREAK-STATUS
005550             GO TO 1130-EXIT
005560     END-READ.
005570     IF WS-BRK-COUNT < 300
005580         ADD 1 TO WS-BRK-COUNT
005590         MOVE BRK-Code-produit TO WS-BRK-CODE(WS-BRK-COUNT)
005600         MOVE BRK-Qte-Min      TO WS-BRK-QTE-MIN(WS-BRK-COUNT)
005610         MOVE BRK-Type         TO WS-BRK-TYPE(WS-BRK-COUNT)
005620         MOVE BRK-Valeur       TO WS-BRK-VALEUR(WS-BRK-COUNT)
005630         MOVE BRK-Date-Debut   TO WS-BRK-DEBUT(WS-BRK-COUNT)
005640         MOVE BRK-Date-Fin     TO WS-BRK-FIN(WS-BRK-COUNT)
005650     ELSE
005660         DISPLAY "DAY9EDI - PRICE BREAK TABLE FULL (300), "
005670             BRK-Code-produit " FROM " BRK-Qte-Min
005680             " NOT LOADED"
005690     END-IF.
005700 1130-EXIT.
005710     EXIT.

005720 1150-LOAD-CURRENCY-TABLE.
005730     OPEN INPUT CURRTBL.
005740     IF NOT WS-CURRTBL-OK
005750         DISPLAY "DAY9EDI - UNABLE TO OPEN CURRTBL, STATUS "
005760             WS-CURRTBL-STATUS
005770             " - CREDIT EXPOSURE CONVERTS AT 1"
005780         GO TO 1150-EXIT
005790     END-IF.
005800     PERFORM 1160-LOAD-ONE-CURRENCY THRU 1160-EXIT
005810         UNTIL WS-CURRTBL-STATUS = "10".
005820     CLOSE CURRTBL.
005830 1150-EXIT.
005840     EXIT.

005850 1160-LOAD-ONE-CURRENCY.
005860     READ CURRTBL
005870         AT END
005880             MOVE "10" TO WS-CURRTBL-STATUS
005890             GO TO 1160-EXIT
005900     END-READ.
005910     IF WS-CURR-COUNT < 50
005920         ADD 1 TO WS-CURR-COUNT
005930         MOVE CUR-Code      TO WS-CURR-CODE(WS-CURR-COUNT)
005940         MOVE CUR-Symbol    TO WS-CURR-SYMBOL(WS-CURR-COUNT)
005950         MOVE CUR-Decimals  TO WS-CURR-DECIMALS(WS-CURR-COUNT)
005960         MOVE CUR-Rate      TO WS-CURR-RATE(WS-CURR-COUNT)
005970         MOVE CUR-Rate-Date TO WS-CURR-RATE-DATE(WS-CURR-COUNT)
005980     ELSE
005990         DISPLAY "DAY9EDI - CURRENCY TABLE FULL (50), "
006000             CUR-Code " IGNORED"
006010     END-IF.
006020 1160-EXIT.
006030     EXIT.

006040*****************************************************************
006050* THE NEXT ORDER NUMBER LIVES ON THE ONE-RECORD EDISEQ CONTROL
006060* FILE, THE SAME SHAPE AS DAY9INV'S INVSEQ. A MISSING OR EMPTY
006070* FILE STARTS THE SEQUENCE AT 1; THE UPDATED NUMBER IS SAVED
006080* BACK AT END OF JOB.
006090*****************************************************************
006100 1200-GET-NEXT-ORDER.
006110     OPEN INPUT EDISEQ.
006120     IF NOT WS-EDISEQ-OK
006130         DISPLAY "DAY9EDI - NO EDISEQ CONTROL FILE, NUMBERING "
006140             "STARTS AT E00001"
006150         GO TO 1200-EXIT
006160     END-IF.
006170     READ EDISEQ
006180         AT END
006190             DISPLAY "DAY9EDI - EDISEQ IS EMPTY, NUMBERING "
006200                 "STARTS AT E00001"
006210             CLOSE EDISEQ
006220             GO TO 1200-EXIT
006230     END-READ.
006240     IF SEQ-Next-Order IS NUMERIC
006250         AND SEQ-Next-Order > ZERO
006260         MOVE SEQ-Next-Order TO WS-NEXT-ORDER
006270     END-IF.
006280     CLOSE EDISEQ.
006290 1200-EXIT.
006300     EXIT.

006310*****************************************************************
006320* A HISTORY TOO LARGE FOR THE TABLE ONLY WEAKENS THE DUPLICATE
006330* CHECK TO THE MOST RECENT REFERENCES LOADED - SAID SO, AND THE
006340* RUN GOES ON.
006350*****************************************************************
006360 1250-LOAD-HISTORY.
006370     OPEN INPUT EDIHIST.
006380     IF NOT WS-EDIHIST-OK
006390         GO TO 1250-EXIT
006400     END-IF.
006410     PERFORM 1260-LOAD-ONE-HISTORY THRU 1260-EXIT
006420         UNTIL WS-EDIHIST-STATUS = "10".
006430     CLOSE EDIHIST.
006440     IF WS-HIST-OVERFLOWED
006450         DISPLAY "DAY9EDI - EDIHIST EXCEEDS 2000 REFERENCES, "
006460             "ONLY THE FIRST 2000 ARE CHECKED FOR DUPLICATES"
006470     END-IF.
006480 1250-EXIT.
006490     EXIT.

006500 1260-LOAD-ONE-HISTORY.
006510     READ EDIHIST
006520         AT END
006530             MOVE "10" TO WS-EDIHIST-STATUS
006540             GO TO 1260-EXIT
006550     END-READ.
006560     IF WS-HIST-COUNT < 2000
006570         ADD 1 TO WS-HIST-COUNT
006580         MOVE EHS-Client-Code  TO WS-HIST-CLIENT(WS-HIST-COUNT)
006590         MOVE EHS-Ref-Client   TO WS-HIST-REF(WS-HIST-COUNT)
006600         MOVE EHS-Ordre-Numero TO WS-HIST-NUMERO(WS-HIST-COUNT)
006610     ELSE
006620         MOVE "Y" TO WS-HIST-OVFL-SW
006630     END-IF.
006640 1260-EXIT.
006650     EXIT.

006660*****************************************************************
006670* THE NIGHT BATCH MARKS ORDFILE BUSY ON FILELOCK FOR THE WHOLE
006680* STREAM. A HELD MARK REFUSES THE RUN, AS IT DOES DAY9ORD.
006690*****************************************************************
006700 1300-CHECK-INTERLOCK.
006710     MOVE "N" TO WS-LOCK-HELD-SW.
006720     OPEN INPUT FILELOCK.
006730     IF NOT WS-FILELOCK-OK
006740         GO TO 1300-EXIT
006750     END-IF.
006760     PERFORM 1310-SCAN-ONE-LOCK THRU 1310-EXIT
006770         UNTIL WS-FILELOCK-STATUS = "10".
006780     CLOSE FILELOCK.
006790     IF WS-LOCK-IS-HELD
006800         DISPLAY "DAY9EDI - ORDFILE IS IN USE BY "
006810             WS-LOCK-HOLDER " - RUN REFUSED"
006820         MOVE 12 TO RETURN-CODE
006830     END-IF.
006840 1300-EXIT.
006850     EXIT.

006860 1310-SCAN-ONE-LOCK.
006870     READ FILELOCK
006880         AT END
006890             MOVE "10" TO WS-FILELOCK-STATUS
006900             GO TO 1310-EXIT
006910     END-READ.
006920     IF LCK-File = "ORDFILE"
006930         MOVE "Y" TO WS-LOCK-HELD-SW
006940         MOVE LCK-Holder TO WS-LOCK-HOLDER
006950     END-IF.
006960 1310-EXIT.
006970     EXIT.

006980 2000-READ-ONE-RECORD.
006990     READ EDIIN
007000         AT END
007010             MOVE "Y" TO WS-EOF-SW
007020             GO TO 2000-EXIT
007030     END-READ.
007040     ADD 1 TO WS-RECORDS-READ.
007050     EVALUATE TRUE
007060         WHEN EDI-IS-HEADER
007070             PERFORM 2100-START-ORDER THRU 2100-EXIT
007080         WHEN EDI-IS-LINE
007090             PERFORM 2200-HOLD-LINE THRU 2200-EXIT
007100         WHEN EDI-IS-TRAILER
007110             PERFORM 2300-END-ORDER THRU 2300-EXIT
007120         WHEN OTHER
007130             DISPLAY "DAY9EDI - RECORD " WS-RECORDS-READ
007140                 " HAS UNKNOWN TYPE """ EDI-Type """, IGNORED"
007150             ADD 1 TO WS-STRAY-RECORDS
007160     END-EVALUATE.
007170 2000-EXIT.
007180     EXIT.

007190*****************************************************************
007200* A HEADER ARRIVING WHILE AN ORDER IS STILL OPEN MEANS THAT
007210* ORDER LOST ITS TRAILER - IT IS REFUSED BEFORE THE NEW ONE
007220* STARTS.
007230*****************************************************************
007240 2100-START-ORDER.
007250     IF WS-ORDER-IS-OPEN
007260         MOVE "TRAILER MANQUANT" TO WS-ORDER-MOTIF
007270         PERFORM 3000-PROCESS-ORDER THRU 3000-EXIT
007280     END-IF.
007290     MOVE "Y" TO WS-ORDER-OPEN-SW.
007300     MOVE "N" TO WS-EL-OVFL-SW.
007310     MOVE ZERO TO WS-EL-COUNT.
007320     MOVE ZERO TO WS-EL-RECEIVED.
007330     MOVE SPACES TO WS-ORDER-MOTIF.
007340     MOVE EDH-Client-Code TO WS-ORDER-CLIENT-CODE.
007350     MOVE EDH-Ref-Client  TO WS-ORDER-REF-CLIENT.
007360     MOVE EDH-Livraison   TO WS-ORDER-LIVRAISON.
007370 2100-EXIT.
007380     EXIT.

007390 2200-HOLD-LINE.
007400     IF NOT WS-ORDER-IS-OPEN
007410         DISPLAY "DAY9EDI - RECORD " WS-RECORDS-READ
007420             " IS A LINE OUTSIDE ANY ORDER, IGNORED"
007430         ADD 1 TO WS-STRAY-RECORDS
007440         GO TO 2200-EXIT
007450     END-IF.
007460     ADD 1 TO WS-EL-RECEIVED.
007470     IF WS-EL-COUNT NOT < 200
007480         MOVE "Y" TO WS-EL-OVFL-SW
007490         GO TO 2200-EXIT
007500     END-IF.
007510     ADD 1 TO WS-EL-COUNT.
007520     MOVE EDL-Ligne-Client TO WS-EL-LIGNE-CLIENT(WS-EL-COUNT).
007530     MOVE EDL-Code-produit TO WS-EL-CODE(WS-EL-COUNT).
007540     MOVE EDL-Qte-X        TO WS-EL-QTE-X(WS-EL-COUNT).
007550 2200-EXIT.
007560     EXIT.

007570 2300-END-ORDER.
007580     IF NOT WS-ORDER-IS-OPEN
007590         DISPLAY "DAY9EDI - RECORD " WS-RECORDS-READ
007600             " IS A TRAILER OUTSIDE ANY ORDER, IGNORED"
007610         ADD 1 TO WS-STRAY-RECORDS
007620         GO TO 2300-EXIT
007630     END-IF.
007640     IF EDT-Nb-Lignes-X IS NOT NUMERIC
007650         OR EDT-Nb-Lignes NOT = WS-EL-RECEIVED
007660         MOVE "NOMBRE DE LIGNES <> CONTROLE"
007670             TO WS-ORDER-MOTIF
007680     END-IF.
007690     PERFORM 3000-PROCESS-ORDER THRU 3000-EXIT.
007700 2300-EXIT.
007710     EXIT.

007720*****************************************************************
007730* ONE WHOLE ORDER, TRAILER CHECKED (OR MISSING). THE ORDER-LEVEL
007740* CHECKS COME FIRST; AN ORDER THAT FAILS ONE IS REFUSED WHOLE,
007750* OTHERWISE EVERY LINE IS TAKEN OR REJECTED ON ITS OWN.
007760*****************************************************************
007770 3000-PROCESS-ORDER.
007780     MOVE "N" TO WS-ORDER-OPEN-SW.
007790     MOVE ZERO TO WS-OC-ACCEPTED.
007800     MOVE ZERO TO WS-OC-HELD.
007810     MOVE ZERO TO WS-OC-BACKORDERED.
007820     MOVE ZERO TO WS-OC-REJECTED.
007830     MOVE SPACES TO WS-ORDER-NUMERO.
007840     IF WS-ORDER-MOTIF = SPACES
007850         AND WS-EL-OVERFLOWED
007860         MOVE "PLUS DE 200 LIGNES" TO WS-ORDER-MOTIF
007870     END-IF.
007880     IF WS-ORDER-MOTIF = SPACES
007890         PERFORM 3050-CHECK-CUSTOMER THRU 3050-EXIT
007900     END-IF.
007910     IF WS-ORDER-MOTIF NOT = SPACES
007920         PERFORM 3800-REFUSE-ORDER THRU 3800-EXIT
007930         GO TO 3000-EXIT
007940     END-IF.

007950     PERFORM 3100-ASSIGN-ORDER-NUMBER THRU 3100-EXIT.
007960     MOVE Client-Nom TO WS-ORDER-CLIENT.
007970     PERFORM 3200-COMPUTE-EXPOSURE THRU 3200-EXIT.
007980     MOVE 1 TO WS-NEXT-LIGNE.
007990     MOVE SPACES TO WS-ORDER-DEVISE.
008000     MOVE "A" TO WS-ACK-STATUT.
008010     PERFORM 4000-WRITE-ACK-HEADER THRU 4000-EXIT.
008020     PERFORM 3500-PROCESS-ONE-LINE THRU 3500-EXIT
008030         VARYING WS-EL-I FROM 1 BY 1
008040         UNTIL WS-EL-I > WS-EL-COUNT.
008050     PERFORM 4200-WRITE-ACK-TRAILER THRU 4200-EXIT.
008060     ADD 1 TO WS-ORDERS-TAKEN.
008070     IF WS-OC-REJECTED > ZERO
008080         MOVE 4 TO RETURN-CODE
008090     END-IF.
008100     IF WS-OC-ACCEPTED + WS-OC-HELD + WS-OC-BACKORDERED = ZERO
008110         GO TO 3000-EXIT
008120     END-IF.
008130     IF WS-HIST-COUNT < 2000
008140         ADD 1 TO WS-HIST-COUNT
008150         MOVE WS-ORDER-CLIENT-CODE
008160             TO WS-HIST-CLIENT(WS-HIST-COUNT)
008170         MOVE WS-ORDER-REF-CLIENT TO WS-HIST-REF(WS-HIST-COUNT)
008180         MOVE WS-ORDER-NUMERO TO WS-HIST-NUMERO(WS-HIST-COUNT)
008190     END-IF.
008200     MOVE WS-ORDER-CLIENT-CODE TO EHS-Client-Code.
008210     MOVE WS-ORDER-REF-CLIENT  TO EHS-Ref-Client.
008220     MOVE WS-ORDER-NUMERO      TO EHS-Ordre-Numero.
008230     MOVE WS-RUN-DATE          TO EHS-Date.
008240     WRITE EDIHIST-REC.
008250     DISPLAY "DAY9EDI - ORDER " WS-ORDER-REF-CLIENT " FROM "
008260         WS-ORDER-CLIENT-CODE " TAKEN AS " WS-ORDER-NUMERO.
008270 3000-EXIT.
008280     EXIT.

008290 3050-CHECK-CUSTOMER.
008300     MOVE SPACES TO WS-HIST-NUMERO-FOUND.
008310     PERFORM 3060-MATCH-ONE-HISTORY THRU 3060-EXIT
008320         VARYING WS-HIST-I FROM 1 BY 1
008330         UNTIL WS-HIST-I > WS-HIST-COUNT
008340            OR WS-HIST-NUMERO-FOUND NOT = SPACES.
008350     IF WS-HIST-NUMERO-FOUND NOT = SPACES
008360         STRING "DEJA RECUE - COMMANDE "
008370             WS-HIST-NUMERO-FOUND DELIMITED BY SIZE
008380             INTO WS-ORDER-MOTIF
008390         GO TO 3050-EXIT
008400     END-IF.
008410     MOVE WS-ORDER-CLIENT-CODE TO Client-Code.
008420     READ CUSTMAST
008430         INVALID KEY
008440             MOVE "CLIENT INCONNU" TO WS-ORDER-MOTIF
008450             GO TO 3050-EXIT
008460     END-READ.
008470     IF CLIENT-EN-DEMEURE
008480         MOVE "CLIENT EN DEMEURE - CONTACTEZ-NOUS"
008490             TO WS-ORDER-MOTIF
008500         GO TO 3050-EXIT
008510     END-IF.
008520     IF NOT CLIENT-ACTIF
008530         MOVE "CLIENT INACTIF" TO WS-ORDER-MOTIF
008540         GO TO 3050-EXIT
008550     END-IF.
008560     PERFORM 3070-CHECK-SHIPTO THRU 3070-EXIT.
008570 3050-EXIT.
008580     EXIT.

008590*****************************************************************
008600* A NAMED SHIP-TO CODE MUST BE ON FILE FOR THE CUSTOMER. SPACES
008610* TAKE THE CUSTOMER'S DEFAULT ADDRESS, OR THE BILLING ADDRESS
008620* WHEN THE CUSTOMER HAS NONE.
008630*****************************************************************
008640 3070-CHECK-SHIPTO.
008650     IF WS-ORDER-LIVRAISON = SPACES
008660         IF WS-SHIPTO-WAS-OPENED
008670             PERFORM 3080-FIND-DEFAULT-SHIPTO THRU 3080-EXIT
008680         END-IF
008690         GO TO 3070-EXIT
008700     END-IF.
008710     IF NOT WS-SHIPTO-WAS-OPENED
008720         MOVE "LIVRAISON INCONNUE" TO WS-ORDER-MOTIF
008730         GO TO 3070-EXIT
008740     END-IF.
008750     MOVE WS-ORDER-CLIENT-CODE TO ST-Client-Code.
008760     MOVE WS-ORDER-LIVRAISON   TO ST-Code.
008770     READ SHIPTO
008780         INVALID KEY
008790             MOVE "LIVRAISON INCONNUE" TO WS-ORDER-MOTIF
008800     END-READ.
008810 3070-EXIT.
008820     EXIT.

008830 3080-FIND-DEFAULT-SHIPTO.
008840     MOVE "N" TO WS-ST-EOF-SW.
008850     MOVE WS-ORDER-CLIENT-CODE TO ST-Client-Code.
008860     MOVE LOW-VALUES TO ST-Code.
008870     START SHIPTO KEY IS NOT < ST-Key
008880         INVALID KEY
008890             MOVE "Y" TO WS-ST-EOF-SW
008900     END-START.
008910     PERFORM 3090-CHECK-ONE-SHIPTO THRU 3090-EXIT
008920         UNTIL WS-ST-EOF-REACHED.
008930 3080-EXIT.
008940     EXIT.

008950 3090-CHECK-ONE-SHIPTO.
008960     READ SHIPTO NEXT RECORD
008970         AT END
008980             MOVE "Y" TO WS-ST-EOF-SW
008990             GO TO 3090-EXIT
009000     END-READ.
009010     IF ST-Client-Code NOT = WS-ORDER-CLIENT-CODE
009020         MOVE "Y" TO WS-ST-EOF-SW
009030         GO TO 3090-EXIT
009040     END-IF.
009050     IF ST-IS-DEFAULT
009060         MOVE ST-Code TO WS-ORDER-LIVRAISON
009070         MOVE "Y" TO WS-ST-EOF-SW
009080     END-IF.
009090 3090-EXIT.
009100     EXIT.

009110 3060-MATCH-ONE-HISTORY.
009120     IF WS-HIST-CLIENT(WS-HIST-I) = WS-ORDER-CLIENT-CODE
009130         AND WS-HIST-REF(WS-HIST-I) = WS-ORDER-REF-CLIENT
009140         MOVE WS-HIST-NUMERO(WS-HIST-I) TO WS-HIST-NUMERO-FOUND
009150     END-IF.
009160 3060-EXIT.
009170     EXIT.

009180*****************************************************************
009190* "E" PLUS THE NEXT EDISEQ NUMBER, STEPPING PAST ANY NUMBER THE
009200* ORDER DESK HAS ALREADY KEYED BY HAND.
009210*****************************************************************
009220 3100-ASSIGN-ORDER-NUMBER.
009230     MOVE "N" TO WS-NUMBER-FREE-SW.
009240     PERFORM 3110-TRY-ONE-NUMBER THRU 3110-EXIT
009250         UNTIL WS-NUMBER-IS-FREE.
009260 3100-EXIT.
009270     EXIT.

009280 3110-TRY-ONE-NUMBER.
009290     MOVE WS-NEXT-ORDER TO WS-EDI-ORDER-SEQ.
009300     ADD 1 TO WS-NEXT-ORDER.
009310     MOVE WS-EDI-ORDER-NO TO WS-ORDER-NUMERO.
009320     MOVE WS-ORDER-NUMERO TO ORD-Numero.
009330     MOVE ZERO TO ORD-Ligne.
009340     START ORDFILE KEY IS NOT < ORD-Key
009350         INVALID KEY
009360             MOVE "Y" TO WS-NUMBER-FREE-SW
009370             GO TO 3110-EXIT
009380     END-START.
009390     READ ORDFILE NEXT RECORD
009400         AT END
009410             MOVE "Y" TO WS-NUMBER-FREE-SW
009420             GO TO 3110-EXIT
009430     END-READ.
009440     IF ORD-Numero NOT = WS-ORDER-NUMERO
009450         MOVE "Y" TO WS-NUMBER-FREE-SW
009460     END-IF.
009470 3110-EXIT.
009480     EXIT.

009490*****************************************************************
009500* EXPOSURE = OPEN ARFILE BALANCES PLUS THE CUSTOMER'S UNBILLED
009510* "N" AND "F" ORDER LINES, IN THE HOUSE CURRENCY - AS DAY9ORD.
009520*****************************************************************
009530 3200-COMPUTE-EXPOSURE.
009540     MOVE "N" TO WS-CREDIT-HOLD-SW.
009550     MOVE ZERO TO WS-EXPOSURE.
009560     MOVE Client-Devise TO WS-RATE-DEVISE.
009570     PERFORM 3300-FIND-RATE THRU 3300-EXIT.
009580     COMPUTE WS-LIMITE-MAISON ROUNDED =
009590         Client-Credit-Limite * WS-RATE-USED.
009600     IF WS-ARFILE-WAS-OPENED
009610         MOVE ZERO TO AR-Invoice-No
009620         MOVE "N" TO WS-ORD-EOF-SW
009630         START ARFILE KEY IS NOT < AR-Invoice-No
009640             INVALID KEY
009650                 MOVE "Y" TO WS-ORD-EOF-SW
009660         END-START
009670         PERFORM 3210-ADD-ONE-AR-ITEM THRU 3210-EXIT
009680             UNTIL WS-ORD-EOF-REACHED
009690     END-IF.
009700     MOVE LOW-VALUES TO ORD-Key.
009710     MOVE "N" TO WS-ORD-EOF-SW.
009720     START ORDFILE KEY IS NOT < ORD-Key
009730         INVALID KEY
009740             MOVE "Y" TO WS-ORD-EOF-SW
009750     END-START.
009760     PERFORM 3220-ADD-ONE-ORDER-LINE THRU 3220-EXIT
009770         UNTIL WS-ORD-EOF-REACHED.
009780     IF Client-Credit-Limite = ZERO
009790         GO TO 3200-EXIT
009800     END-IF.
009810     IF WS-EXPOSURE > WS-LIMITE-MAISON
009820         MOVE "Y" TO WS-CREDIT-HOLD-SW
009830     END-IF.
009840 3200-EXIT.
009850     EXIT.

009860 3210-ADD-ONE-AR-ITEM.
009870     READ ARFILE NEXT RECORD
009880         AT END
009890             MOVE "Y" TO WS-ORD-EOF-SW
009900             GO TO 3210-EXIT
009910     END-READ.
009920     IF AR-Client-Code NOT = WS-ORDER-CLIENT-CODE
009930         OR NOT AR-STATUT-OPEN
009940         GO TO 3210-EXIT
009950     END-IF.
009960     MOVE AR-Code-Devise TO WS-RATE-DEVISE.
009970     PERFORM 3300-FIND-RATE THRU 3300-EXIT.
009980     COMPUTE WS-ITEM-VALUE ROUNDED =
009990         (AR-TTC - AR-Regle) * WS-RATE-USED.
010000     ADD WS-ITEM-VALUE TO WS-EXPOSURE.
010010 3210-EXIT.
010020     EXIT.

010030 3220-ADD-ONE-ORDER-LINE.
010040     READ ORDFILE NEXT RECORD
010050         AT END
010060             MOVE "Y" TO WS-ORD-EOF-SW
010070             GO TO 3220-EXIT
010080     END-READ.
010090     IF ORD-Client-Code NOT = WS-ORDER-CLIENT-CODE
010100         GO TO 3220-EXIT
010110     END-IF.
010120     IF NOT ORD-STATUT-NEW AND NOT ORD-STATUT-FULFILLED
010130         GO TO 3220-EXIT
010140     END-IF.
010150     MOVE ORD-Code-Devise TO WS-RATE-DEVISE.
010160     PERFORM 3300-FIND-RATE THRU 3300-EXIT.
010170     COMPUTE WS-ITEM-VALUE ROUNDED =
010180         ORD-Qte * ORD-Prix * (100 + ORD-Taux-Taxe) / 100
010190         * WS-RATE-USED.
010200     ADD WS-ITEM-VALUE TO WS-EXPOSURE.
010210 3220-EXIT.
010220     EXIT.

010230 3300-FIND-RATE.
010240     MOVE 1 TO WS-RATE-USED.
010250     IF WS-CURR-COUNT = ZERO
010260         GO TO 3300-EXIT
010270     END-IF.
010280     SET WS-CURR-IDX TO 1.
010290     SEARCH WS-CURR-ENTRY
010300         AT END
010310             DISPLAY "DAY9EDI - DEVISE " WS-RATE-DEVISE
010320                 " NOT ON CURRTBL, CONVERTED AT 1"
010330         WHEN WS-CURR-CODE(WS-CURR-IDX) = WS-RATE-DEVISE
010340             MOVE WS-CURR-RATE(WS-CURR-IDX) TO WS-RATE-USED
010350     END-SEARCH.
010360 3300-EXIT.
010370     EXIT.

010380*****************************************************************
010390* ONE RECEIVED LINE: VALIDATED, PRICED AND PLACED, THEN
010400* ACKNOWLEDGED WITH ITS OUTCOME.
010410*****************************************************************
010420 3500-PROCESS-ONE-LINE.
010430     MOVE SPACES TO WS-LINE-MOTIF.
010440     MOVE "R"    TO WS-LINE-STATUT.
010450     MOVE ZERO   TO WS-LINE-PRIX.
010460     MOVE SPACES TO WS-LINE-DEVISE.
010470     MOVE ZERO   TO ORD-Ligne.
010480     MOVE WS-EL-CODE(WS-EL-I)  TO WS-LINE-CODE.
010490     MOVE WS-EL-QTE-X(WS-EL-I) TO WS-LINE-QTE-X.
010500     IF WS-LINE-QTE-X IS NOT NUMERIC
010510         OR WS-LINE-QTE = ZERO
010520         MOVE "QUANTITE INVALIDE" TO WS-LINE-MOTIF
010530         GO TO 3500-ACKNOWLEDGE
010540     END-IF.
010550     MOVE WS-LINE-CODE TO Code-produit.
010560     READ PRODMAST
010570         INVALID KEY
010580             MOVE "PRODUIT INCONNU" TO WS-LINE-MOTIF
010590             GO TO 3500-ACKNOWLEDGE
010600     END-READ.
010610     IF PRODUIT-BLOQUE
010620         MOVE "PRODUIT BLOQUE" TO WS-LINE-MOTIF
010630         GO TO 3500-ACKNOWLEDGE
010640     END-IF.
010650     IF PRODUIT-ARRETE
010660         IF Code-Successeur = SPACES
010670             MOVE "PRODUIT ARRETE" TO WS-LINE-MOTIF
010680         ELSE
010690             STRING "ARRETE - REMPLACE PAR "
010700                 Code-Successeur DELIMITED BY SIZE
010710                 INTO WS-LINE-MOTIF
010720         END-IF
010730         GO TO 3500-ACKNOWLEDGE
010740     END-IF.
010750     MOVE Code-Devise TO WS-LINE-DEVISE.
010760     IF WS-ORDER-DEVISE NOT = SPACES
010770         AND Code-Devise NOT = WS-ORDER-DEVISE
010780         MOVE "DEVISE DIFFERENTE DE LA COMMANDE"
010790             TO WS-LINE-MOTIF
010800         GO TO 3500-ACKNOWLEDGE
010810     END-IF.
010820     PERFORM 3600-RESOLVE-PRICE THRU 3600-EXIT.
010830     PERFORM 3620-APPLY-BREAKS THRU 3620-EXIT.
010840     PERFORM 3700-PLACE-LINE THRU 3700-EXIT.

010850 3500-ACKNOWLEDGE.
010860     EVALUATE WS-LINE-STATUT
010870         WHEN "A"
010880             ADD 1 TO WS-OC-ACCEPTED
010890         WHEN "H"
010900             ADD 1 TO WS-OC-HELD
010910         WHEN "B"
010920             ADD 1 TO WS-OC-BACKORDERED
010930         WHEN OTHER
010940             ADD 1 TO WS-OC-REJECTED
010950             ADD 1 TO WS-LINES-REJECTED
010960     END-EVALUATE.
010970     PERFORM 4100-WRITE-ACK-LINE THRU 4100-EXIT.
010980 3500-EXIT.
010990     EXIT.

011000*****************************************************************
011010* LIST PRICE OR THE CUSTOMER'S CONTRACT, WHICHEVER IS LOWER,
011020* THEN ANY QUANTITY BREAK OR PROMOTION THAT BEATS IT - THE SAME
011030* RULES AS DAY9ORD.
011040*****************************************************************
011050 3600-RESOLVE-PRICE.
011060     MOVE "N" TO WS-CONTRACT-SW.
011070     MOVE Prix TO WS-LINE-PRIX.
011080     MOVE Prix TO WS-LINE-PRIX-LISTE.
011090     MOVE "L" TO WS-LINE-REGLE.
011100     PERFORM 3610-TRY-ONE-CONTRACT THRU 3610-EXIT
011110         VARYING WS-CTR-I FROM 1 BY 1
011120         UNTIL WS-CTR-I > WS-CTR-COUNT
011130            OR WS-CONTRACT-PRICED.
011140     IF WS-CONTRACT-PRICED
011150         IF WS-LINE-PRIX < Prix
011160             MOVE "C" TO WS-LINE-REGLE
011170         ELSE
011180             MOVE Prix TO WS-LINE-PRIX
011190         END-IF
011200     END-IF.
011210 3600-EXIT.
011220     EXIT.

011230 3610-TRY-ONE-CONTRACT.
011240     IF WS-CTR-CLIENT(WS-CTR-I) NOT = WS-ORDER-CLIENT-CODE
011250         OR WS-CTR-CODE(WS-CTR-I) NOT = WS-LINE-CODE
011260         OR WS-RUN-DATE < WS-CTR-DEBUT(WS-CTR-I)
011270         OR WS-RUN-DATE > WS-CTR-FIN(WS-CTR-I)
011280         GO TO 3610-EXIT
011290     END-IF.
011300     IF WS-CTR-TYPE(WS-CTR-I) = "F"
011310         MOVE WS-CTR-VALEUR(WS-CTR-I) TO WS-LINE-PRIX
011320     ELSE
011330         COMPUTE WS-LINE-PRIX ROUNDED = Prix *
011340             (100 - WS-CTR-VALEUR(WS-CTR-I)) / 100
011350     END-IF.
011360     MOVE "Y" TO WS-CONTRACT-SW.
011370 3610-EXIT.
011380     EXIT.

011390 3620-APPLY-BREAKS.
011400     PERFORM 3630-TRY-ONE-BREAK THRU 3630-EXIT
011410         VARYING WS-BRK-I FROM 1 BY 1
011420         UNTIL WS-BRK-I > WS-BRK-COUNT.
011430 3620-EXIT.
011440     EXIT.

011450 3630-TRY-ONE-BREAK.
011460     IF WS-BRK-CODE(WS-BRK-I) NOT = WS-LINE-CODE
011470         OR WS-LINE-QTE < WS-BRK-QTE-MIN(WS-BRK-I)
011480         OR WS-RUN-DATE < WS-BRK-DEBUT(WS-BRK-I)
011490         OR WS-RUN-DATE > WS-BRK-FIN(WS-BRK-I)
011500         GO TO 3630-EXIT
011510     END-IF.
011520     IF WS-BRK-TYPE(WS-BRK-I) = "F"
011530         MOVE WS-BRK-VALEUR(WS-BRK-I) TO WS-BRK-PRIX
011540     ELSE
011550         COMPUTE WS-BRK-PRIX ROUNDED = Prix *
011560             (100 - WS-BRK-VALEUR(WS-BRK-I)) / 100
011570     END-IF.
011580     IF WS-BRK-PRIX NOT < WS-LINE-PRIX
011590         GO TO 3630-EXIT
011600     END-IF.
011610     MOVE WS-BRK-PRIX TO WS-LINE-PRIX.
011620     IF WS-BRK-FIN(WS-BRK-I) = 99999999
011630         MOVE "Q" TO WS-LINE-REGLE
011640     ELSE
011650         MOVE "P" TO WS-LINE-REGLE
011660     END-IF.
011670 3630-EXIT.
011680     EXIT.

011690*****************************************************************
011700* AVAILABLE-TO-PROMISE CHECK, THEN THE ORDER LINE AND ITS
011710* ALLOCATION - OR THE BACKORDER WHEN STOCK IS SHORT.
011720*****************************************************************
011730 3700-PLACE-LINE.
011740     PERFORM 3710-READ-ALLOCATION THRU 3710-EXIT.
011750     COMPUTE WS-QTE-DISPONIBLE =
011760         Qte-En-Main - ALOC-Qte-Allouee.
011770     IF WS-LINE-QTE > WS-QTE-DISPONIBLE
011780         AND PRODUIT-FIN-SERIE
011790         MOVE "FIN DE SERIE - STOCK INSUFF."
011800             TO WS-LINE-MOTIF
011810         GO TO 3700-EXIT
011820     END-IF.
011830     IF WS-LINE-QTE > WS-QTE-DISPONIBLE
011840         PERFORM 3730-WRITE-BACKORDER THRU 3730-EXIT
011850         GO TO 3700-EXIT
011860     END-IF.
011870     MOVE WS-ORDER-NUMERO TO ORD-Numero.
011880     MOVE WS-NEXT-LIGNE   TO ORD-Ligne.
011890     MOVE WS-ORDER-CLIENT-CODE TO ORD-Client-Code.
011900     MOVE WS-ORDER-CLIENT TO ORD-Client.
011910     MOVE WS-LINE-CODE    TO ORD-Code-produit.
011920     MOVE WS-LINE-QTE     TO ORD-Qte.
011930     MOVE WS-LINE-QTE     TO ORD-Qte-Commandee.
011940     MOVE WS-LINE-PRIX    TO ORD-Prix.
011950     MOVE Taux-Taxe       TO ORD-Taux-Taxe.
011960     MOVE Code-Devise     TO ORD-Code-Devise.
011970     MOVE "N"             TO ORD-Statut.
011980     MOVE WS-RUN-DATE     TO ORD-Date.
011990     MOVE WS-LINE-REGLE   TO ORD-Regle-Prix.
012000     MOVE WS-LINE-PRIX-LISTE TO ORD-Prix-Liste.
012010     MOVE ZERO            TO ORD-Expedition.
012020     MOVE ZERO            TO ORD-Facture.
012030     MOVE WS-ORDER-LIVRAISON TO ORD-Livraison.
012040     PERFORM 3740-CHECK-CREDIT THRU 3740-EXIT.
012050     WRITE ORDER-REC
012060         INVALID KEY
012070             DISPLAY "DAY9EDI - UNABLE TO WRITE ORDER "
012080                 ORD-Numero " LINE " ORD-Ligne " STATUS "
012090                 WS-ORDFILE-STATUS
012100             MOVE "ERREUR D'ENREGISTREMENT" TO WS-LINE-MOTIF
012110             MOVE ZERO TO ORD-Ligne
012120             GO TO 3700-EXIT
012130     END-WRITE.
012140     MOVE Code-Devise TO WS-ORDER-DEVISE.
012150     ADD 1 TO WS-NEXT-LIGNE.
012160     ADD 1 TO WS-LINES-WRITTEN.
012170     PERFORM 3720-RAISE-ALLOCATION THRU 3720-EXIT.
012180     IF ORD-STATUT-HOLD
012190         MOVE "H" TO WS-LINE-STATUT
012200         MOVE "EN ATTENTE - LIMITE DE CREDIT" TO WS-LINE-MOTIF
012210         ADD 1 TO WS-LINES-HELD
012220         GO TO 3700-EXIT
012230     END-IF.
012240     MOVE "A" TO WS-LINE-STATUT.
012250     ADD WS-ITEM-VALUE TO WS-EXPOSURE.
012260 3700-EXIT.
012270     EXIT.

012280 3710-READ-ALLOCATION.
012290     MOVE "N" TO WS-ALOC-FOUND-SW.
012300     MOVE WS-LINE-CODE TO ALOC-Code-produit.
012310     READ PRODALOC
012320         INVALID KEY
012330             MOVE ZERO TO ALOC-Qte-Allouee
012340         NOT INVALID KEY
012350             MOVE "Y" TO WS-ALOC-FOUND-SW
012360     END-READ.
012370 3710-EXIT.
012380     EXIT.

012390 3720-RAISE-ALLOCATION.
012400     MOVE WS-LINE-CODE TO ALOC-Code-produit.
012410     ADD WS-LINE-QTE TO ALOC-Qte-Allouee.
012420     IF WS-ALOC-WAS-FOUND
012430         REWRITE PRODALOC-REC
012440             INVALID KEY
012450                 DISPLAY "DAY9EDI - UNABLE TO UPDATE ALLOCATION "
012460                     "FOR " WS-LINE-CODE " STATUS "
012470                     WS-PRODALOC-STATUS
012480         END-REWRITE
012490     ELSE
012500         WRITE PRODALOC-REC
012510             INVALID KEY
012520                 DISPLAY "DAY9EDI - UNABLE TO WRITE ALLOCATION "
012530                     "FOR " WS-LINE-CODE " STATUS "
012540                     WS-PRODALOC-STATUS
012550         END-WRITE
012560     END-IF.
012570 3720-EXIT.
012580     EXIT.

012590*****************************************************************
012600* WITHOUT A BACKORDER FILE THE SHORT DEMAND CANNOT BE KEPT, SO
012610* THE LINE IS REJECTED AND THE CUSTOMER TOLD WHY.
012620*****************************************************************
012630 3730-WRITE-BACKORDER.
012640     IF NOT WS-BACKORD-WAS-OPENED
012650         MOVE "STOCK INSUFFISANT" TO WS-LINE-MOTIF
012660         GO TO 3730-EXIT
012670     END-IF.
012680     PERFORM 3750-CHECK-BACKORDER-CREDIT THRU 3750-EXIT.
012690     IF WS-BACKORDER-OVER-LIMIT
012700         MOVE "STOCK INSUFF. - LIMITE CREDIT" TO WS-LINE-MOTIF
012710         GO TO 3730-EXIT
012720     END-IF.
012730     MOVE WS-ORDER-NUMERO      TO BO-Numero.
012740     MOVE WS-ORDER-CLIENT-CODE TO BO-Client-Code.
012750     MOVE WS-ORDER-CLIENT      TO BO-Client.
012760     MOVE WS-LINE-CODE         TO BO-Code-produit.
012770     MOVE WS-LINE-QTE          TO BO-Qte.
012780     MOVE WS-LINE-PRIX         TO BO-Prix.
012790     MOVE Taux-Taxe            TO BO-Taux-Taxe.
012800     MOVE Code-Devise          TO BO-Code-Devise.
012810     MOVE WS-RUN-DATE          TO BO-Date.
012820     MOVE "N"                  TO BO-Statut.
012830     MOVE WS-LINE-REGLE        TO BO-Regle-Prix.
012840     MOVE WS-LINE-PRIX-LISTE   TO BO-Prix-Liste.
012850     MOVE WS-ORDER-LIVRAISON   TO BO-Livraison.
012860     WRITE BACKORD-REC.
012870     MOVE Code-Devise TO WS-ORDER-DEVISE.
012880     MOVE "B" TO WS-LINE-STATUT.
012890     MOVE "STOCK INSUFFISANT - EN RELIQUAT" TO WS-LINE-MOTIF.
012900     ADD 1 TO WS-LINES-BACKORDERED.
012910     ADD WS-ITEM-VALUE TO WS-EXPOSURE.
012920 3730-EXIT.
012930     EXIT.

012940 3740-CHECK-CREDIT.
012950     MOVE Code-Devise TO WS-RATE-DEVISE.
012960     PERFORM 3300-FIND-RATE THRU 3300-EXIT.
012970     COMPUTE WS-ITEM-VALUE ROUNDED =
012980         WS-LINE-QTE * WS-LINE-PRIX * (100 + Taux-Taxe) / 100
012990         * WS-RATE-USED.
013000     IF Client-Credit-Limite = ZERO
013010         GO TO 3740-EXIT
013020     END-IF.
013030     IF NOT WS-ORDER-ON-HOLD
013040         AND WS-EXPOSURE + WS-ITEM-VALUE > WS-LIMITE-MAISON
013050         MOVE "Y" TO WS-CREDIT-HOLD-SW
013060     END-IF.
013070     IF WS-ORDER-ON-HOLD
013080         MOVE "H" TO ORD-Statut
013090     END-IF.
013100 3740-EXIT.
013110     EXIT.

013120*****************************************************************
013130* A BACKORDER IS A PROMISE TO SHIP ON CREDIT LIKE ANY ORDER LINE,
013140* SO IT IS HELD TO THE SAME LIMIT: ITS TAX-INCLUSIVE VALUE IS
013150* TESTED AGAINST THE EXPOSURE AS 3740 DOES FOR AN ORDER LINE. A
013160* BACKORDER FOR AN ORDER ALREADY ON HOLD, OR ONE THAT WOULD TAKE
013170* THE CUSTOMER PAST THE LIMIT, IS NOT WRITTEN; ONE THAT IS
013180* WRITTEN ADDS TO THE EXPOSURE.
013190*****************************************************************
013200 3750-CHECK-BACKORDER-CREDIT.
013210     MOVE "N" TO WS-BO-CREDIT-SW.
013220     MOVE Code-Devise TO WS-RATE-DEVISE.
013230     PERFORM 3300-FIND-RATE THRU 3300-EXIT.
013240     COMPUTE WS-ITEM-VALUE ROUNDED =
013250         WS-LINE-QTE * WS-LINE-PRIX * (100 + Taux-Taxe) / 100
013260         * WS-RATE-USED.
013270     IF Client-Credit-Limite = ZERO
013280         GO TO 3750-EXIT
013290     END-IF.
013300     IF WS-ORDER-ON-HOLD
013310         OR WS-EXPOSURE + WS-ITEM-VALUE > WS-LIMITE-MAISON
013320         MOVE "Y" TO WS-BO-CREDIT-SW
013330     END-IF.
013340 3750-EXIT.
013350     EXIT.

013360*****************************************************************
013370* A REFUSED ORDER IS ACKNOWLEDGED WITH ITS REASON ON THE HEADER
013380* AND ON EVERY LINE RECEIVED, AND NOTHING IS WRITTEN.
013390*****************************************************************
013400 3800-REFUSE-ORDER.
013410     MOVE "R" TO WS-ACK-STATUT.
013420     PERFORM 4000-WRITE-ACK-HEADER THRU 4000-EXIT.
013430     MOVE WS-ORDER-MOTIF TO WS-LINE-MOTIF.
013440     MOVE "R"    TO WS-LINE-STATUT.
013450     MOVE ZERO   TO WS-LINE-PRIX.
013460     MOVE SPACES TO WS-LINE-DEVISE.
013470     MOVE ZERO   TO ORD-Ligne.
013480     PERFORM 3810-REFUSE-ONE-LINE THRU 3810-EXIT
013490         VARYING WS-EL-I FROM 1 BY 1
013500         UNTIL WS-EL-I > WS-EL-COUNT.
013510     PERFORM 4200-WRITE-ACK-TRAILER THRU 4200-EXIT.
013520     ADD 1 TO WS-ORDERS-REFUSED.
013530     MOVE 4 TO RETURN-CODE.
013540     DISPLAY "DAY9EDI - ORDER " WS-ORDER-REF-CLIENT " FROM "
013550         WS-ORDER-CLIENT-CODE " REFUSED: " WS-ORDER-MOTIF.
013560 3800-EXIT.
013570     EXIT.

013580 3810-REFUSE-ONE-LINE.
013590     MOVE WS-EL-CODE(WS-EL-I)  TO WS-LINE-CODE.
013600     MOVE WS-EL-QTE-X(WS-EL-I) TO WS-LINE-QTE-X.
013610     ADD 1 TO WS-OC-REJECTED.
013620     ADD 1 TO WS-LINES-REJECTED.
013630     PERFORM 4100-WRITE-ACK-LINE THRU 4100-EXIT.
013640 3810-EXIT.
013650     EXIT.

013660*****************************************************************
013670* WS-ACK-STATUT IS SET BY THE CALLER BEFORE THE HEADER IS WRITTEN.
013680*****************************************************************
013690 4000-WRITE-ACK-HEADER.
013700     MOVE SPACES               TO EDIACK-HDR-REC.
013710     MOVE "H"                  TO EAH-Type.
013720     MOVE WS-ACK-STATUT        TO EAH-Statut.
013730     MOVE WS-ORDER-CLIENT-CODE TO EAH-Client-Code.
013740     MOVE WS-ORDER-REF-CLIENT  TO EAH-Ref-Client.
013750     MOVE WS-ORDER-NUMERO      TO EAH-Ordre-Numero.
013760     MOVE WS-ORDER-MOTIF       TO EAH-Motif.
013770     MOVE WS-RUN-DATE          TO EAH-Date.
013780     WRITE EDIACK-HDR-REC.
013790 4000-EXIT.
013800     EXIT.

013810 4100-WRITE-ACK-LINE.
013820     MOVE SPACES TO EDIACK-LIN-REC.
013830     MOVE "D"                        TO EAL-Type.
013840     MOVE WS-EL-LIGNE-CLIENT(WS-EL-I) TO EAL-Ligne-Client.
013850     MOVE WS-LINE-CODE               TO EAL-Code-produit.
013860     IF WS-LINE-QTE-X IS NUMERIC
013870         MOVE WS-LINE-QTE            TO EAL-Qte
013880     ELSE
013890         MOVE ZERO                   TO EAL-Qte
013900     END-IF.
013910     MOVE WS-LINE-STATUT             TO EAL-Statut.
013920     IF WS-LINE-STATUT = "A" OR WS-LINE-STATUT = "H"
013930         MOVE ORD-Ligne              TO EAL-Ord-Ligne
013940     ELSE
013950         MOVE ZERO                   TO EAL-Ord-Ligne
013960     END-IF.
013970     MOVE WS-LINE-PRIX               TO EAL-Prix.
013980     MOVE WS-LINE-DEVISE             TO EAL-Code-Devise.
013990     MOVE WS-LINE-MOTIF              TO EAL-Motif.
014000     WRITE EDIACK-LIN-REC.
014010 4100-EXIT.
014020     EXIT.

014030 4200-WRITE-ACK-TRAILER.
014040     MOVE SPACES TO EDIACK-TRL-REC.
014050     MOVE "T"               TO EAT-Type.
014060     MOVE WS-EL-RECEIVED    TO EAT-Nb-Lignes.
014070     MOVE WS-OC-ACCEPTED    TO EAT-Acceptees.
014080     MOVE WS-OC-HELD        TO EAT-En-Attente.
014090     MOVE WS-OC-BACKORDERED TO EAT-Reliquats.
014100     MOVE WS-OC-REJECTED    TO EAT-Rejetees.
014110     WRITE EDIACK-TRL-REC.
014120 4200-EXIT.
014130     EXIT.

014140 9000-TERMINATE.
014150     IF WS-EDIIN-WAS-OPENED
014160         CLOSE EDIIN
014170     END-IF.
014180     IF WS-EDIACK-WAS-OPENED
014190         CLOSE EDIACK
014200     END-IF.
014210     IF WS-EDIHIST-WAS-OPENED
014220         CLOSE EDIHIST
014230         IF WS-ORDERS-TAKEN > ZERO
014240             PERFORM 9100-SAVE-NEXT-ORDER THRU 9100-EXIT
014250         END-IF
014260     END-IF.
014270     IF WS-PRODMAST-WAS-OPENED
014280         CLOSE PRODMAST
014290     END-IF.
014300     IF WS-ORDFILE-WAS-OPENED
014310         CLOSE ORDFILE
014320     END-IF.
014330     IF WS-CUSTMAST-WAS-OPENED
014340         CLOSE CUSTMAST
014350     END-IF.
014360     IF WS-PRODALOC-WAS-OPENED
014370         CLOSE PRODALOC
014380     END-IF.
014390     IF WS-BACKORD-WAS-OPENED
014400         CLOSE BACKORD
014410     END-IF.
014420     IF WS-ARFILE-WAS-OPENED
014430         CLOSE ARFILE
014440     END-IF.
014450     IF WS-SHIPTO-WAS-OPENED
014460         CLOSE SHIPTO
014470     END-IF.
014480     IF WS-STRAY-RECORDS > ZERO
014490         MOVE 4 TO RETURN-CODE
014500     END-IF.
014510     DISPLAY "DAY9EDI - RECORDS READ        : " WS-RECORDS-READ.
014520     DISPLAY "DAY9EDI - ORDERS TAKEN        : " WS-ORDERS-TAKEN.
014530     DISPLAY "DAY9EDI - ORDERS REFUSED      : "
014540         WS-ORDERS-REFUSED.
014550     DISPLAY "DAY9EDI - LINES WRITTEN       : " WS-LINES-WRITTEN.
014560     DISPLAY "DAY9EDI - LINES ON CREDIT HOLD: " WS-LINES-HELD.
014570     DISPLAY "DAY9EDI - LINES BACKORDERED   : "
014580         WS-LINES-BACKORDERED.
014590     DISPLAY "DAY9EDI - LINES REJECTED      : "
014600         WS-LINES-REJECTED.
014610     DISPLAY "DAY9EDI - STRAY RECORDS       : "
014620         WS-STRAY-RECORDS.
014630 9000-EXIT.
014640     EXIT.

014650 9100-SAVE-NEXT-ORDER.
014660     OPEN OUTPUT EDISEQ.
014670     IF NOT WS-EDISEQ-OK
014680         DISPLAY "DAY9EDI - UNABLE TO SAVE EDISEQ, STATUS "
014690             WS-EDISEQ-STATUS " - NEXT RUN SKIPS USED NUMBERS"
014700         GO TO 9100-EXIT
014710     END-IF.
014720     MOVE WS-NEXT-ORDER TO SEQ-Next-Order.
014730     WRITE EDISEQ-REC.
014740     CLOSE EDISEQ.
014750 9100-EXIT.
014760     EXIT.
