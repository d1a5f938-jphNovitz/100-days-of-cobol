000100*****************************************************************
000110* EXERCISE 9 STANDING ORDERS: NIGHTLY ORDER GENERATION
000120* TURNS THE STANDING-ORDER LINES THAT FALL DUE (STANDORD, SEE
000130* STDORD.CPY, MAINTAINED BY DAY9STO) INTO ORDERS ON ORDFILE, ONE
000140* ORDER PER CUSTOMER, STANDING-ORDER REFERENCE AND DELIVERY
000150* ADDRESS. EVERY ORDER GOES THROUGH THE SAME CHECKS AS A KEYED
000160* OR EDI ORDER:
000170*   - THE CUSTOMER MUST BE ON CUSTMAST AND ACTIVE;
000180*   - THE SHIP-TO CODE MUST BE ONE OF THE CUSTOMER'S SHIPTO
000190*     ADDRESSES; SPACES TAKE THE DEFAULT;
000200*   - EACH CODE-PRODUIT MUST BE ON PRODMAST AND IN THE ORDER'S
000210*     CURRENCY;
000220*   - THE PRICE IS FROZEN AT THE BEST OF LIST, CONTRPRC
000230*     CONTRACT AND PRCBREAK BREAK PRICES, WITH ITS RULE;
000240*   - THE QUANTITY IS CHECKED AVAILABLE-TO-PROMISE AGAINST
000250*     PRODALOC AND ALLOCATED, OR BACKORDERED WHEN SHORT;
000260*   - A LINE THAT WOULD BREAK THE CREDIT LIMIT GOES TO CREDIT
000270*     HOLD ("H") FOR DAY9CRH, WITH EVERY LATER LINE.
000280* AN ORDER IS TAKEN UNDER ITS OWN ORDER NUMBER, "S" AND FIVE
000290* DIGITS FROM THE SOGSEQ CONTROL FILE, SKIPPING ANY NUMBER
000300* ALREADY ON ORDFILE. SOGRPT LISTS EVERY ORDER CREATED OR
000310* REFUSED, LINE BY LINE, FOR THE ORDER DESK TO CHECK.
000320*
000330* THE PROCESSING DATE COMES FROM DAYPROC. A LINE IS DUE WHEN
000340* ITS NEXT DUE DATE IS NOT PAST THE LAST DAY BEFORE THE NEXT
000350* PROCESSING DAY ON THE BUSINESS CALENDAR (CALFILE), SO GOODS
000360* DUE OVER A WEEKEND OR HOLIDAY ARE ORDERED ON THE BUSINESS DAY
000370* BEFORE. NOTHING IS GENERATED WHEN THE PROCESSING DATE ITSELF
000380* IS NOT A PROCESSING DAY - THE LINES STAY DUE FOR THE NEXT RUN.
000390* A LINE WHOSE DUE DATE WAS MISSED (NO RUN) IS ORDERED ONCE, NOT
000400* ONCE PER MISSED PERIOD. EACH LINE ORDERED HAS ITS NEXT DUE
000410* DATE MOVED ON BY ITS FREQUENCY AND IS ENDED ("T") ONCE THAT
000420* PASSES ITS END DATE. A REFUSED ORDER LEAVES ITS LINES DUE.
000430*
000440* ORDFILE IS WRITTEN UNDER THE FILELOCK IN-USE MARK: A MARK HELD
000450* BY ANYONE BUT THE NIGHT DRIVER (DAYDRV) REFUSES THE RUN.
000460* RETURN CODE 12 WHEN THE RUN COULD NOT START, 4 WHEN THERE WAS
000470* NO STANDORD FILE OR ANY ORDER OR LINE WAS REFUSED.
000480*****************************************************************
000490* MODIFICATION HISTORY
000500*  10/15/2026  JPH  ORIGINAL VERSION, ORDER LOGIC AS IN DAY9EDI.
000510*  10/15/2026  JPH  PRODUCT LIFECYCLE (STATUT-PRODUIT) AS IN
000520*                   DAY9EDI: A BLOCKED OR DISCONTINUED PRODUIT
000530*                   IS REJECTED, THE LATTER WITH ITS SUCCESSOR
000540*                   NAMED ON SOGRPT SO THE STANDING ORDER CAN BE
000550*                   AMENDED; A PHASE-OUT PRODUIT SHORT OF STOCK
000560*                   IS REJECTED, NOT BACKORDERED.
000570*  10/15/2026  JPH  A SHORT LINE IS ONLY BACKORDERED WHEN THE
000580*                   CUSTOMER'S CREDIT ALLOWS IT - A BACKORDER FOR
000590*                   AN ORDER ON HOLD, OR ONE THAT WOULD TAKE THE
000600*                   CUSTOMER PAST THE LIMIT, IS REJECTED ("STOCK
000610*                   INSUFF. - LIMITE CREDIT"), AND AN ACCEPTED
000620*                   ONE ADDS TO THE EXPOSURE.
000630*****************************************************************
000640 IDENTIFICATION DIVISION.
000650 PROGRAM-ID. day9sog.
000660 AUTHOR. jphNovitz.
000670 DATE-WRITTEN. 2026/10/15.
000680 DATE-COMPILED.

000690 ENVIRONMENT DIVISION.
000700 INPUT-OUTPUT SECTION.
000710 FILE-CONTROL.
000720     SELECT STANDORD ASSIGN TO "STANDORD"
000730         ORGANIZATION IS INDEXED
000740         ACCESS MODE IS DYNAMIC
000750         RECORD KEY IS SO-Key
000760         FILE STATUS IS WS-STANDORD-STATUS.

000770     SELECT SOGRPT ASSIGN TO "SOGRPT"
000780         ORGANIZATION IS LINE SEQUENTIAL
000790         FILE STATUS IS WS-SOGRPT-STATUS.

000800     SELECT SOGSEQ ASSIGN TO "SOGSEQ"
000810         ORGANIZATION IS LINE SEQUENTIAL
000820         FILE STATUS IS WS-SOGSEQ-STATUS.

000830     SELECT CALFILE ASSIGN TO "CALFILE"
000840         ORGANIZATION IS LINE SEQUENTIAL
000850         FILE STATUS IS WS-CALFILE-STATUS.

000860     SELECT PRODMAST ASSIGN TO "PRODMAST"
000870         ORGANIZATION IS INDEXED
000880         ACCESS MODE IS DYNAMIC
000890         RECORD KEY IS Code-produit
000900         FILE STATUS IS WS-PRODMAST-STATUS.

000910     SELECT ORDFILE ASSIGN TO "ORDFILE"
000920         ORGANIZATION IS INDEXED
000930         ACCESS MODE IS DYNAMIC
000940         RECORD KEY IS ORD-Key
000950         FILE STATUS IS WS-ORDFILE-STATUS.

000960     SELECT CUSTMAST ASSIGN TO "CUSTMAST"
000970         ORGANIZATION IS INDEXED
000980         ACCESS MODE IS DYNAMIC
000990         RECORD KEY IS Client-Code
001000         FILE STATUS IS WS-CUSTMAST-STATUS.

001010     SELECT PRODALOC ASSIGN TO "PRODALOC"
001020         ORGANIZATION IS INDEXED
001030         ACCESS MODE IS DYNAMIC
001040         RECORD KEY IS ALOC-Code-produit
001050         FILE STATUS IS WS-PRODALOC-STATUS.

001060     SELECT BACKORD ASSIGN TO "BACKORD"
001070         ORGANIZATION IS LINE SEQUENTIAL
001080         FILE STATUS IS WS-BACKORD-STATUS.

001090     SELECT CONTRPRC ASSIGN TO "CONTRPRC"
001100         ORGANIZATION IS LINE SEQUENTIAL
001110         FILE STATUS IS WS-CONTRPRC-STATUS.

001120     SELECT PRCBREAK ASSIGN TO "PRCBREAK"
001130         ORGANIZATION IS LINE SEQUENTIAL
001140         FILE STATUS IS WS-PRCBREAK-STATUS.

001150     SELECT FILELOCK ASSIGN TO "FILELOCK"
001160         ORGANIZATION IS LINE SEQUENTIAL
001170         FILE STATUS IS WS-FILELOCK-STATUS.

001180     SELECT ARFILE ASSIGN TO "ARFILE"
001190         ORGANIZATION IS INDEXED
001200         ACCESS MODE IS DYNAMIC
001210         RECORD KEY IS AR-Invoice-No
001220         FILE STATUS IS WS-ARFILE-STATUS.

001230     SELECT CURRTBL ASSIGN TO "CURRTBL"
001240         ORGANIZATION IS LINE SEQUENTIAL
001250         FILE STATUS IS WS-CURRTBL-STATUS.

001260     SELECT SHIPTO ASSIGN TO "SHIPTO"
001270         ORGANIZATION IS INDEXED
001280         ACCESS MODE IS DYNAMIC
001290         RECORD KEY IS ST-Key
001300         FILE STATUS IS WS-SHIPTO-STATUS.

001310 DATA DIVISION.
001320 FILE SECTION.
001330 FD  STANDORD
001340     RECORDING MODE IS F.
001350     COPY STDORD.

001360 FD  SOGRPT
001370     RECORDING MODE IS F.
001380 01  SOGRPT-LINE              PIC X(80).

001390 FD  SOGSEQ
001400     RECORDING MODE IS F.
001410 01  SOGSEQ-REC.
001420     05  SEQ-Next-Order       PIC 9(05).

001430 FD  CALFILE
001440     RECORDING MODE IS F.
001450 01  CALFILE-REC.
001460     05  CAL-Date             PIC 9(08).

001470 FD  PRODMAST
001480     RECORDING MODE IS F.
001490     COPY PRODREC.

001500 FD  ORDFILE
001510     RECORDING MODE IS F.
001520     COPY ORDREC.

001530 FD  CUSTMAST
001540     RECORDING MODE IS F.
001550     COPY CUSTREC.

001560 FD  PRODALOC
001570     RECORDING MODE IS F.
001580     COPY PRODALOC.

001590 FD  BACKORD
001600     RECORDING MODE IS F.
001610     COPY BACKORD.

001620 FD  CONTRPRC
001630     RECORDING MODE IS F.
001640     COPY CTRPRC.

001650 FD  PRCBREAK
001660     RECORDING MODE IS F.
001670     COPY PRCBRK.

001680 FD  FILELOCK
001690     RECORDING MODE IS F.
001700 01  FILELOCK-REC.
001710     05  LCK-File             PIC X(08).
001720     05  LCK-Holder           PIC X(08).
001730     05  LCK-Date             PIC 9(08).
001740     05  LCK-Time             PIC 9(06).

001750 FD  ARFILE
001760     RECORDING MODE IS F.
001770     COPY AROPEN.

001780 FD  CURRTBL
001790     RECORDING MODE IS F.
001800 01  CURRTBL-REC.
001810     05  CUR-Code             PIC X(03).
001820     05  CUR-Symbol           PIC X(03).
001830     05  CUR-Decimals         PIC 9(01).
001840     05  CUR-Rate             PIC 9(04)V9(06).
001850     05  CUR-Rate-Date        PIC 9(08).

001860 FD  SHIPTO
001870     RECORDING MODE IS F.
001880     COPY SHIPTO.

001890 WORKING-STORAGE SECTION.
001900 01  WS-STANDORD-STATUS       PIC X(02).
001910     88  WS-STANDORD-OK             VALUE "00".

001920 01  WS-SOGRPT-STATUS         PIC X(02).
001930     88  WS-SOGRPT-OK               VALUE "00".

001940 01  WS-SOGSEQ-STATUS         PIC X(02).
001950     88  WS-SOGSEQ-OK               VALUE "00".

001960 01  WS-CALFILE-STATUS        PIC X(02).
001970     88  WS-CALFILE-OK              VALUE "00".

001980 01  WS-FILELOCK-STATUS       PIC X(02).
001990     88  WS-FILELOCK-OK            VALUE "00".
002000 01  WS-LOCK-HELD-SW          PIC X(01)  VALUE "N".
002010     88  WS-LOCK-IS-HELD          VALUE "Y".
002020 01  WS-LOCK-HOLDER           PIC X(08)  VALUE SPACES.

002030 01  WS-PRODMAST-STATUS       PIC X(02).
002040     88  WS-PRODMAST-OK             VALUE "00".

002050 01  WS-ORDFILE-STATUS        PIC X(02).
002060     88  WS-ORDFILE-OK              VALUE "00".
002070     88  WS-ORDFILE-MISSING         VALUE "35".

002080 01  WS-CUSTMAST-STATUS       PIC X(02).
002090     88  WS-CUSTMAST-OK             VALUE "00".

002100 01  WS-PRODALOC-STATUS       PIC X(02).
002110     88  WS-PRODALOC-OK             VALUE "00".
002120     88  WS-PRODALOC-MISSING        VALUE "35".

002130 01  WS-BACKORD-STATUS        PIC X(02).
002140     88  WS-BACKORD-OK              VALUE "00".

002150 01  WS-CONTRPRC-STATUS       PIC X(02).
002160     88  WS-CONTRPRC-OK             VALUE "00".

002170 01  WS-PRCBREAK-STATUS       PIC X(02).
002180     88  WS-PRCBREAK-OK             VALUE "00".

002190 01  WS-ARFILE-STATUS         PIC X(02).
002200     88  WS-ARFILE-OK               VALUE "00".
002210     88  WS-ARFILE-MISSING          VALUE "35".

002220 01  WS-CURRTBL-STATUS        PIC X(02).
002230     88  WS-CURRTBL-OK              VALUE "00".

002240 01  WS-SHIPTO-STATUS         PIC X(02).
002250     88  WS-SHIPTO-OK               VALUE "00".

002260 01  WS-SWITCHES.
002270     05  WS-READY-SW          PIC X(01)  VALUE "N".
002280         88  WS-RUN-IS-READY         VALUE "Y".
002290     05  WS-STANDORD-OPEN-SW  PIC X(01)  VALUE "N".
002300         88  WS-STANDORD-WAS-OPENED  VALUE "Y".
002310     05  WS-SOGRPT-OPEN-SW    PIC X(01)  VALUE "N".
002320         88  WS-SOGRPT-WAS-OPENED    VALUE "Y".
002330     05  WS-PRODMAST-OPEN-SW  PIC X(01)  VALUE "N".
002340         88  WS-PRODMAST-WAS-OPENED  VALUE "Y".
002350     05  WS-ORDFILE-OPEN-SW   PIC X(01)  VALUE "N".
002360         88  WS-ORDFILE-WAS-OPENED   VALUE "Y".
002370     05  WS-CUSTMAST-OPEN-SW  PIC X(01)  VALUE "N".
002380         88  WS-CUSTMAST-WAS-OPENED  VALUE "Y".
002390     05  WS-PRODALOC-OPEN-SW  PIC X(01)  VALUE "N".
002400         88  WS-PRODALOC-WAS-OPENED  VALUE "Y".
002410     05  WS-ALOC-FOUND-SW     PIC X(01)  VALUE "N".
002420         88  WS-ALOC-WAS-FOUND       VALUE "Y".
002430     05  WS-BACKORD-OPEN-SW   PIC X(01)  VALUE "N".
002440         88  WS-BACKORD-WAS-OPENED   VALUE "Y".
002450     05  WS-ARFILE-OPEN-SW    PIC X(01)  VALUE "N".
002460         88  WS-ARFILE-WAS-OPENED    VALUE "Y".
002470     05  WS-SHIPTO-OPEN-SW    PIC X(01)  VALUE "N".
002480         88  WS-SHIPTO-WAS-OPENED    VALUE "Y".
002490     05  WS-ST-EOF-SW         PIC X(01)  VALUE "N".
002500         88  WS-ST-EOF-REACHED       VALUE "Y".
002510     05  WS-SO-EOF-SW         PIC X(01)  VALUE "N".
002520         88  WS-SO-EOF-REACHED       VALUE "Y".
002530     05  WS-SEL-OVFL-SW       PIC X(01)  VALUE "N".
002540         88  WS-SEL-OVERFLOWED       VALUE "Y".
002550     05  WS-HOLIDAY-SW        PIC X(01)  VALUE "N".
002560         88  WS-IS-HOLIDAY           VALUE "Y".
002570     05  WS-HORIZON-SW        PIC X(01)  VALUE "N".
002580         88  WS-HORIZON-FOUND        VALUE "Y".
002590     05  WS-CREDIT-HOLD-SW    PIC X(01)  VALUE "N".
002600         88  WS-ORDER-ON-HOLD        VALUE "Y".
002610     05  WS-BO-CREDIT-SW      PIC X(01)  VALUE "N".
002620         88  WS-BACKORDER-OVER-LIMIT VALUE "Y".
002630     05  WS-NUMBER-FREE-SW    PIC X(01)  VALUE "N".
002640         88  WS-NUMBER-IS-FREE       VALUE "Y".
002650     05  WS-CONTRACT-SW       PIC X(01)  VALUE "N".
002660         88  WS-CONTRACT-PRICED      VALUE "Y".
002670     05  WS-GROUP-END-SW      PIC X(01)  VALUE "N".
002680         88  WS-GROUP-ENDED          VALUE "Y".

002690 01  WS-COUNTERS.
002700     05  WS-SO-LINES-READ     PIC 9(05) COMP  VALUE ZERO.
002710     05  WS-SO-LINES-DUE      PIC 9(05) COMP  VALUE ZERO.
002720     05  WS-SO-LINES-ENDED    PIC 9(05) COMP  VALUE ZERO.
002730     05  WS-SO-LINES-DEFERRED PIC 9(05) COMP  VALUE ZERO.
002740     05  WS-ORDERS-TAKEN      PIC 9(05) COMP  VALUE ZERO.
002750     05  WS-ORDERS-REFUSED    PIC 9(05) COMP  VALUE ZERO.
002760     05  WS-LINES-WRITTEN     PIC 9(05) COMP  VALUE ZERO.
002770     05  WS-LINES-HELD        PIC 9(05) COMP  VALUE ZERO.
002780     05  WS-LINES-BACKORDERED PIC 9(05) COMP  VALUE ZERO.
002790     05  WS-LINES-REJECTED    PIC 9(05) COMP  VALUE ZERO.

002800 01  WS-RUN-DATE              PIC 9(08).
002810 01  WS-HORIZON               PIC 9(08).
002820 01  WS-NEXT-ORDER            PIC 9(05)  VALUE 1.
002830 01  WS-SOG-ORDER-NO.
002840     05  FILLER               PIC X(01)  VALUE "S".
002850     05  WS-SOG-ORDER-SEQ     PIC 9(05)  VALUE ZERO.
002860 01  WS-ORDER-NUMERO          PIC X(06)  VALUE SPACES.
002870 01  WS-ORDER-CLIENT-CODE     PIC X(05)  VALUE SPACES.
002880 01  WS-ORDER-CLIENT          PIC X(20)  VALUE SPACES.
002890 01  WS-ORDER-REF             PIC X(03)  VALUE SPACES.
002900 01  WS-ORDER-LIVRAISON       PIC X(03)  VALUE SPACES.
002910 01  WS-ORDER-MOTIF           PIC X(30)  VALUE SPACES.
002920 01  WS-LINE-MOTIF            PIC X(30)  VALUE SPACES.
002930 01  WS-LINE-STATUT           PIC X(01)  VALUE SPACE.
002940 01  WS-LINE-CODE             PIC X(03).
002950 01  WS-LINE-QTE              PIC 9(05).
002960 01  WS-ORDER-DEVISE          PIC X(03)  VALUE SPACES.
002970 01  WS-QTE-DISPONIBLE        PIC S9(06) COMP-3  VALUE ZERO.
002980 01  WS-NEXT-LIGNE            PIC 9(03)  VALUE 1.
002990 01  WS-ORD-EOF-SW            PIC X(01)  VALUE "N".
003000     88  WS-ORD-EOF-REACHED       VALUE "Y".
003010 01  WS-LINE-PRIX             PIC S9(06)V99 COMP-3  VALUE ZERO.
003020 01  WS-LINE-PRIX-LISTE       PIC S9(06)V99 COMP-3  VALUE ZERO.
003030 01  WS-LINE-REGLE            PIC X(01)  VALUE "L".
003040 01  WS-BRK-PRIX              PIC S9(06)V99 COMP-3  VALUE ZERO.
003050 01  WS-LINE-DEVISE           PIC X(03)  VALUE SPACES.

003060*****************************************************************
003070* THE LINES DUE THIS RUN, IN STANDORD KEY ORDER, SO THE LINES OF
003080* ONE ORDER ARE NEXT TO EACH OTHER. A FULL TABLE DROPS THE
003090* ORDER IT WAS FILLING; EVERYTHING NOT TAKEN STAYS DUE.
003100*****************************************************************
003110 01  WS-SEL-TABLE.
003120     05  WS-SEL-COUNT         PIC 9(03) COMP  VALUE ZERO.
003130     05  WS-SEL-ENTRY OCCURS 500 TIMES.
003140         10  WS-SEL-CLIENT    PIC X(05).
003150         10  WS-SEL-REF       PIC X(03).
003160         10  WS-SEL-LIGNE     PIC 9(02).
003170         10  WS-SEL-CODE      PIC X(03).
003180         10  WS-SEL-QTE       PIC 9(05).
003190         10  WS-SEL-LIV       PIC X(03).
003200         10  WS-SEL-STATUT    PIC X(01).
003210         10  WS-SEL-ORD-LIGNE PIC 9(03).
003220 01  WS-SEL-I                 PIC 9(03) COMP  VALUE ZERO.
003230 01  WS-GRP-FIRST             PIC 9(03) COMP  VALUE ZERO.
003240 01  WS-GRP-LAST              PIC 9(03) COMP  VALUE ZERO.

003250*****************************************************************
003260* NON-PROCESSING DAYS FROM THE BUSINESS CALENDAR.
003270*****************************************************************
003280 01  WS-HOLIDAY-TABLE.
003290     05  WS-HOL-COUNT         PIC 9(03) COMP  VALUE ZERO.
003300     05  WS-HOL-ENTRY OCCURS 100 TIMES.
003310         10  WS-HOL-DATE      PIC 9(08).
003320 01  WS-HOL-I                 PIC 9(03) COMP  VALUE ZERO.

003330*****************************************************************
003340* DATE WORK AREA - THE SAME DAY AND MONTH ROLLING AS DAY9QUO.
003350*****************************************************************
003360 01  WS-DT                    PIC 9(08).
003370 01  WS-DT-GROUP REDEFINES WS-DT.
003380     05  WS-DT-YEAR           PIC 9(04).
003390     05  WS-DT-MONTH          PIC 9(02).
003400     05  WS-DT-DAY            PIC 9(02).
003410 01  WS-DT-I                  PIC 9(03) COMP  VALUE ZERO.
003420 01  WS-DT-DAYS               PIC 9(03) COMP  VALUE ZERO.
003430 01  WS-DT-ANCHOR-DAY         PIC 9(02)  VALUE ZERO.
003440 01  WS-DT-MONTH-LEN          PIC 9(02)  VALUE ZERO.
003450 01  WS-DT-QUOTIENT           PIC 9(04) COMP  VALUE ZERO.
003460 01  WS-DT-REM-4              PIC 9(04) COMP  VALUE ZERO.
003470 01  WS-DT-REM-100            PIC 9(04) COMP  VALUE ZERO.
003480 01  WS-DT-REM-400            PIC 9(04) COMP  VALUE ZERO.
003490 01  WS-MONTH-LENGTHS         PIC X(24)
003500                              VALUE "312831303130313130313031".
003510 01  WS-MONTH-TABLE REDEFINES WS-MONTH-LENGTHS.
003520     05  WS-MONTH-LEN         PIC 9(02) OCCURS 12 TIMES.

003530*****************************************************************
003540* CREDIT EXPOSURE OF THE CUSTOMER BEING SERVED, IN THE HOUSE
003550* CURRENCY - WORKED OUT THE SAME WAY AS IN DAY9ORD.
003560*****************************************************************
003570 01  WS-EXPOSURE              PIC S9(11)V99 COMP-3  VALUE ZERO.
003580 01  WS-LIMITE-MAISON         PIC S9(11)V99 COMP-3  VALUE ZERO.
003590 01  WS-ITEM-VALUE            PIC S9(11)V99 COMP-3  VALUE ZERO.
003600 01  WS-RATE-USED             PIC 9(04)V9(06) COMP-3 VALUE ZERO.
003610 01  WS-RATE-DEVISE           PIC X(03)  VALUE SPACES.

003620     COPY CURRTBL.

003630 01  WS-CONTRACT-TABLE.
003640     05  WS-CTR-COUNT         PIC 9(03) COMP  VALUE ZERO.
003650     05  WS-CTR-ENTRY OCCURS 200 TIMES.
003660         10  WS-CTR-CLIENT    PIC X(05).
003670         10  WS-CTR-CODE      PIC X(03).
003680         10  WS-CTR-TYPE      PIC X(01).
003690         10  WS-CTR-VALEUR    PIC S9(06)V99 COMP-3.
003700         10  WS-CTR-DEBUT     PIC 9(08).
003710         10  WS-CTR-FIN       PIC 9(08).
003720 01  WS-CTR-I                 PIC 9(03) COMP  VALUE ZERO.

003730 01  WS-BREAK-TABLE.
003740     05  WS-BRK-COUNT         PIC 9(03) COMP  VALUE ZERO.
003750     05  WS-BRK-ENTRY OCCURS 300 TIMES.
003760         10  WS-BRK-CODE      PIC X(03).
003770         10  WS-BRK-QTE-MIN   PIC 9(05).
003780         10  WS-BRK-TYPE      PIC X(01).
003790         10  WS-BRK-VALEUR    PIC S9(06)V99 COMP-3.
003800         10  WS-BRK-DEBUT     PIC 9(08).
003810         10  WS-BRK-FIN       PIC 9(08).
003820 01  WS-BRK-I                 PIC 9(03) COMP  VALUE ZERO.

003830*****************************************************************
003840* SOGRPT LINES.
003850*****************************************************************
003860 01  WS-TITLE-LINE.
003870     05  FILLER               PIC X(33)
003880         VALUE "COMMANDES PERMANENTES GENEREES LE".
003890     05  FILLER               PIC X(01)  VALUE SPACE.
003900     05  WT-RUN-DATE          PIC 9(08).
003910     05  FILLER               PIC X(19)
003920         VALUE " - ECHEANCES AU    ".
003930     05  WT-HORIZON           PIC 9(08).

003940 01  WS-ORDER-HEADING.
003950     05  WH-TEXTE             PIC X(09).
003960     05  WH-NUMERO            PIC X(06).
003970     05  FILLER               PIC X(09)  VALUE "  CLIENT ".
003980     05  WH-CLIENT            PIC X(05).
003990     05  FILLER               PIC X(01)  VALUE SPACE.
004000     05  WH-NOM               PIC X(20).
004010     05  FILLER               PIC X(05)  VALUE " REF ".
004020     05  WH-REF               PIC X(03).
004030     05  FILLER               PIC X(05)  VALUE " LIV ".
004040     05  WH-LIV               PIC X(03).

004050 01  WS-MOTIF-LINE.
004060     05  FILLER               PIC X(10)  VALUE "  MOTIF : ".
004070     05  WM-MOTIF             PIC X(30).

004080 01  WS-COLUMN-LINE.
004090     05  FILLER               PIC X(40)
004100         VALUE "  SO  LGN PRD    QTE         PRIX DEV S ".
004110     05  FILLER               PIC X(05)  VALUE "MOTIF".

004120 01  WS-REPORT-LINE.
004130     05  FILLER               PIC X(02)  VALUE SPACES.
004140     05  WR-SO-LIGNE          PIC 9(02).
004150     05  FILLER               PIC X(02)  VALUE SPACES.
004160     05  WR-LIGNE             PIC ZZ9.
004170     05  FILLER               PIC X(01)  VALUE SPACE.
004180     05  WR-CODE              PIC X(03).
004190     05  FILLER               PIC X(01)  VALUE SPACE.
004200     05  WR-QTE               PIC ZZZZ9.
004210     05  FILLER               PIC X(01)  VALUE SPACE.
004220     05  WR-PRIX              PIC -ZZZ,ZZ9.99.
004230     05  FILLER               PIC X(01)  VALUE SPACE.
004240     05  WR-DEVISE            PIC X(03).
004250     05  FILLER               PIC X(01)  VALUE SPACE.
004260     05  WR-STATUT            PIC X(01).
004270     05  FILLER               PIC X(01)  VALUE SPACE.
004280     05  WR-MOTIF             PIC X(30).

004290 01  WS-TOTAL-LINE.
004300     05  WX-LIBELLE           PIC X(30).
004310     05  WX-COUNT             PIC ZZ,ZZ9.

004320 PROCEDURE DIVISION.

004330 0000-MAINLINE.
004340     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
004350     IF WS-RUN-IS-READY
004360         PERFORM 2000-SELECT-DUE-LINES THRU 2000-EXIT
004370         MOVE 1 TO WS-SEL-I
004380         PERFORM 3000-PROCESS-ORDER THRU 3000-EXIT
004390             UNTIL WS-SEL-I > WS-SEL-COUNT
004400     END-IF.
004410     PERFORM 9000-TERMINATE THRU 9000-EXIT.
004420     GOBACK.

004430 1000-INITIALIZE.
004440     CALL "dayproc" USING WS-RUN-DATE.
004450     MOVE "N" TO WS-READY-SW.
004460     PERFORM 1300-CHECK-INTERLOCK THRU 1300-EXIT.
004470     IF WS-LOCK-IS-HELD
004480         GO TO 1000-EXIT
004490     END-IF.
004500     PERFORM 1400-LOAD-CALENDAR THRU 1400-EXIT.
004510     MOVE WS-RUN-DATE TO WS-DT.
004520     PERFORM 1470-CHECK-HOLIDAY THRU 1470-EXIT.
004530     IF WS-IS-HOLIDAY
004540         DISPLAY "DAY9SOG - " WS-RUN-DATE " IS NOT A PROCESSING "
004550             "DAY ON THE BUSINESS CALENDAR - NOTHING GENERATED"
004560         GO TO 1000-EXIT
004570     END-IF.
004580     PERFORM 1450-FIND-HORIZON THRU 1450-EXIT.

004590     OPEN I-O STANDORD.
004600     IF NOT WS-STANDORD-OK
004610         DISPLAY "DAY9SOG - NO STANDORD FILE, STATUS "
004620             WS-STANDORD-STATUS " - NOTHING TO GENERATE"
004630         MOVE 4 TO RETURN-CODE
004640         GO TO 1000-EXIT
004650     END-IF.
004660     MOVE "Y" TO WS-STANDORD-OPEN-SW.

004670     OPEN OUTPUT SOGRPT.
004680     IF NOT WS-SOGRPT-OK
004690         DISPLAY "DAY9SOG - UNABLE TO OPEN SOGRPT, STATUS "
004700             WS-SOGRPT-STATUS " - NOTHING GENERATED"
004710         MOVE 12 TO RETURN-CODE
004720         GO TO 1000-EXIT
004730     END-IF.
004740     MOVE "Y" TO WS-SOGRPT-OPEN-SW.

004750     OPEN INPUT PRODMAST.
004760     IF NOT WS-PRODMAST-OK
004770         DISPLAY "DAY9SOG - UNABLE TO OPEN PRODMAST, STATUS "
004780             WS-PRODMAST-STATUS " - NOTHING GENERATED"
004790         MOVE 12 TO RETURN-CODE
004800         GO TO 1000-EXIT
004810     END-IF.
004820     MOVE "Y" TO WS-PRODMAST-OPEN-SW.

004830     OPEN I-O ORDFILE.
004840     IF WS-ORDFILE-MISSING
004850         OPEN OUTPUT ORDFILE
004860         CLOSE ORDFILE
004870         OPEN I-O ORDFILE
004880     END-IF.
004890     IF NOT WS-ORDFILE-OK
004900         DISPLAY "DAY9SOG - UNABLE TO OPEN ORDFILE, STATUS "
004910             WS-ORDFILE-STATUS " - NOTHING GENERATED"
004920         MOVE 12 TO RETURN-CODE
004930         GO TO 1000-EXIT
004940     END-IF.
004950     MOVE "Y" TO WS-ORDFILE-OPEN-SW.

004960     OPEN INPUT CUSTMAST.
004970     IF NOT WS-CUSTMAST-OK
004980         DISPLAY "DAY9SOG - UNABLE TO OPEN CUSTMAST, STATUS "
004990             WS-CUSTMAST-STATUS " - NOTHING GENERATED"
005000         MOVE 12 TO RETURN-CODE
005010         GO TO 1000-EXIT
005020     END-IF.
005030     MOVE "Y" TO WS-CUSTMAST-OPEN-SW.

005040     OPEN I-O PRODALOC.
005050     IF WS-PRODALOC-MISSING
005060         OPEN OUTPUT PRODALOC
005070         CLOSE PRODALOC
005080         OPEN I-O PRODALOC
005090     END-IF.
005100     IF NOT WS-PRODALOC-OK
005110         DISPLAY "DAY9SOG - UNABLE TO OPEN PRODALOC, STATUS "
005120             WS-PRODALOC-STATUS " - NOTHING GENERATED"
005130         MOVE 12 TO RETURN-CODE
005140         GO TO 1000-EXIT
005150     END-IF.
005160     MOVE "Y" TO WS-PRODALOC-OPEN-SW.

005170     OPEN INPUT ARFILE.
005180     IF WS-ARFILE-MISSING
005190         DISPLAY "DAY9SOG - NO ARFILE YET, NO OPEN ITEMS COUNT "
005200             "TOWARDS CREDIT EXPOSURE"
005210     ELSE
005220         IF NOT WS-ARFILE-OK
005230             DISPLAY "DAY9SOG - UNABLE TO OPEN ARFILE, STATUS "
005240                 WS-ARFILE-STATUS " - NOTHING GENERATED"
005250             MOVE 12 TO RETURN-CODE
005260             GO TO 1000-EXIT
005270         END-IF
005280         MOVE "Y" TO WS-ARFILE-OPEN-SW
005290     END-IF.

005300     OPEN EXTEND BACKORD.
005310     IF NOT WS-BACKORD-OK
005320         DISPLAY "DAY9SOG - UNABLE TO OPEN BACKORD, STATUS "
005330             WS-BACKORD-STATUS " - SHORT LINES ARE REJECTED"
005340     ELSE
005350         MOVE "Y" TO WS-BACKORD-OPEN-SW
005360     END-IF.

005370*****************************************************************
005380* NO SHIPTO FILE MEANS NO CUSTOMER HAS A DELIVERY ADDRESS: A
005390* STANDING ORDER WITHOUT A SHIP-TO CODE GOES TO THE BILLING
005400* ADDRESS, ONE NAMING A CODE IS REFUSED.
005410*****************************************************************
005420     OPEN INPUT SHIPTO.
005430     IF NOT WS-SHIPTO-OK
005440         DISPLAY "DAY9SOG - NO SHIPTO (STATUS "
005450             WS-SHIPTO-STATUS "), ORDERS DELIVER TO THE "
005460             "BILLING ADDRESS"
005470     ELSE
005480         MOVE "Y" TO WS-SHIPTO-OPEN-SW
005490     END-IF.

005500     PERFORM 1100-LOAD-CONTRACTS THRU 1100-EXIT.
005510     PERFORM 1120-LOAD-BREAKS THRU 1120-EXIT.
005520     PERFORM 1150-LOAD-CURRENCY-TABLE THRU 1150-EXIT.
005530     PERFORM 1200-GET-NEXT-ORDER THRU 1200-EXIT.

005540     MOVE WS-RUN-DATE TO WT-RUN-DATE.
005550     MOVE WS-HORIZON  TO WT-HORIZON.
005560     MOVE WS-TITLE-LINE TO SOGRPT-LINE.
005570     WRITE SOGRPT-LINE.
005580     MOVE WS-COLUMN-LINE TO SOGRPT-LINE.
005590     WRITE SOGRPT-LINE.
005600     MOVE "Y" TO WS-READY-SW.
005610 1000-EXIT.
005620     EXIT.

005630 1100-LOAD-CONTRACTS.
005640     OPEN INPUT CONTRPRC.
005650     IF NOT WS-CONTRPRC-OK
005660         DISPLAY "DAY9SOG - NO CONTRACT PRICE FILE, LIST "
005670             "PRICES APPLY"
005680         GO TO 1100-EXIT
005690     END-IF.
005700     PERFORM 1110-LOAD-ONE-CONTRACT THRU 1110-EXIT
005710         UNTIL WS-CONTRPRC-STATUS = "10".
005720     CLOSE CONTRPRC.
005730 1100-EXIT.
005740     EXIT.

005750 1110-LOAD-ONE-CONTRACT.
005760     READ CONTRPRC
005770         AT END
005780             MOVE "10" TO WS-CONTRPRC-STATUS
005790             GO TO 1110-EXIT
005800     END-READ.
005810     IF WS-CTR-COUNT < 200
005820         ADD 1 TO WS-CTR-COUNT
005830         MOVE CTR-Client-Code  TO WS-CTR-CLIENT(WS-CTR-COUNT)
005840         MOVE CTR-Code-produit TO WS-CTR-CODE(WS-CTR-COUNT)
005850         MOVE CTR-Type         TO WS-CTR-TYPE(WS-CTR-COUNT)
005860         MOVE CTR-Valeur       TO WS-CTR-VALEUR(WS-CTR-COUNT)
005870         MOVE CTR-Date-Debut   TO WS-CTR-DEBUT(WS-CTR-COUNT)
005880         MOVE CTR-Date-Fin     TO WS-CTR-FIN(WS-CTR-COUNT)
005890     ELSE
005900         DISPLAY "DAY9SOG - CONTRACT TABLE FULL (200), "
005910             CTR-Client-Code " " CTR-Code-produit
005920             " NOT LOADED"
005930     END-IF.
005940 1110-EXIT.
005950     EXIT.

005960 1120-LOAD-BREAKS.
005970     OPEN INPUT PRCBREAK.
005980     IF NOT WS-PRCBREAK-OK
005990         DISPLAY "DAY9SOG - NO PRICE BREAK FILE, NO QUANTITY "
006000             "BREAKS OR PROMOTIONS"
006010         GO TO 1120-EXIT
006020     END-IF.
006030     PERFORM 1130-LOAD-ONE-BREAK THRU 1130-EXIT
006040         UNTIL WS-PRCBREAK-STATUS = "10".
006050     CLOSE PRCBREAK.
006060 1120-EXIT.
006070     EXIT.

006080 1130-LOAD-ONE-BREAK.
006090     READ PRCBREAK
006100         AT END
006110             MOVE "10" TO WS-PRCBREAK-STATUS
006120             GO TO 1130-EXIT
006130     END-READ.
006140     IF WS-BRK-COUNT < 300
006150         ADD 1 TO WS-BRK-COUNT
006160         MOVE BRK-Code-produit TO WS-BRK-CODE(WS-BRK-COUNT)
006170         MOVE BRK-Qte-Min      TO WS-BRK-QTE-MIN(WS-BRK-COUNT)
006180         MOVE BRK-Type         TO WS-BRK-TYPE(WS-BRK-COUNT)
006190         MOVE BRK-Valeur       TO WS-BRK-VALEUR(WS-BRK-COUNT)
006200         MOVE BRK-Date-Debut   TO WS-BRK-DEBUT(WS-BRK-COUNT)
006210         MOVE BRK-Date-Fin     TO WS-BRK-FIN(WS-BRK-COUNT)
006220     ELSE
006230         DISPLAY "DAY9SOG - PRICE BREAK TABLE FULL (300), "
006240             BRK-Code-produit " FROM " BRK-Qte-Min
006250             " NOT LOADED"
006260     END-IF.
006270 1130-EXIT.
006280     EXIT.

006290 1150-LOAD-CURRENCY-TABLE.
006300     OPEN INPUT CURRTBL.
006310     IF NOT WS-CURRTBL-OK
006320         DISPLAY "DAY9SOG - UNABLE TO OPEN CURRTBL, STATUS "
006330             WS-CURRTBL-STATUS
006340             " - CREDIT EXPOSURE CONVERTS AT 1"
006350         GO TO 1150-EXIT
006360     END-IF.
006370     PERFORM 1160-LOAD-ONE-CURRENCY THRU 1160-EXIT
006380         UNTIL WS-CURRTBL-STATUS = "10".
006390     CLOSE CURRTBL.
006400 1150-EXIT.
006410     EXIT.

006420 1160-LOAD-ONE-CURRENCY.
006430     READ CURRTBL
006440         AT END
006450             MOVE "10" TO WS-CURRTBL-STATUS
006460             GO TO 1160-EXIT
006470     END-READ.
006480     IF WS-CURR-COUNT < 50
006490         ADD 1 TO WS-CURR-COUNT
006500         MOVE CUR-Code      TO WS-CURR-CODE(WS-CURR-COUNT)
006510         MOVE CUR-Symbol    TO WS-CURR-SYMBOL(WS-CURR-COUNT)
006520         MOVE CUR-Decimals  TO WS-CURR-DECIMALS(WS-CURR-COUNT)
006530         MOVE CUR-Rate      TO WS-CURR-RATE(WS-CURR-COUNT)
006540         MOVE CUR-Rate-Date TO WS-CURR-RATE-DATE(WS-CURR-COUNT)
006550     ELSE
006560         DISPLAY "DAY9SOG - CURRENCY TABLE FULL (50), "
006570             CUR-Code " IGNORED"
006580     END-IF.
006590 1160-EXIT.
006600     EXIT.

006610*****************************************************************
006620* THE NEXT ORDER NUMBER LIVES ON THE ONE-RECORD SOGSEQ CONTROL
006630* FILE, THE SAME SHAPE AS DAY9EDI'S EDISEQ. A MISSING OR EMPTY
006640* FILE STARTS THE SEQUENCE AT 1; THE UPDATED NUMBER IS SAVED
006650* BACK AT END OF JOB.
006660*****************************************************************
006670 1200-GET-NEXT-ORDER.
006680     OPEN INPUT SOGSEQ.
006690     IF NOT WS-SOGSEQ-OK
006700         DISPLAY "DAY9SOG - NO SOGSEQ CONTROL FILE, NUMBERING "
006710             "STARTS AT S00001"
006720         GO TO 1200-EXIT
006730     END-IF.
006740     READ SOGSEQ
006750         AT END
006760             DISPLAY "DAY9SOG - SOGSEQ IS EMPTY, NUMBERING "
006770                 "STARTS AT S00001"
006780             CLOSE SOGSEQ
006790             GO TO 1200-EXIT
006800     END-READ.
006810     IF SEQ-Next-Order IS NUMERIC
006820         AND SEQ-Next-Order > ZERO
006830         MOVE SEQ-Next-Order TO WS-NEXT-ORDER
006840     END-IF.
006850     CLOSE SOGSEQ.
006860 1200-EXIT.
006870     EXIT.

006880*****************************************************************
006890* THE NIGHT DRIVER MARKS ORDFILE BUSY ON FILELOCK FOR THE WHOLE
006900* STREAM AND THIS RUN MAY BE ONE OF ITS STEPS, SO ITS MARK IS
006910* LET THROUGH. ANY OTHER MARK REFUSES THE RUN.
006920*****************************************************************
006930 1300-CHECK-INTERLOCK.
006940     MOVE "N" TO WS-LOCK-HELD-SW.
006950     OPEN INPUT FILELOCK.
006960     IF NOT WS-FILELOCK-OK
006970         GO TO 1300-EXIT
006980     END-IF.
006990     PERFORM 1310-SCAN-ONE-LOCK THRU 1310-EXIT
007000         UNTIL WS-FILELOCK-STATUS = "10".
007010     CLOSE FILELOCK.
007020     IF WS-LOCK-IS-HELD
007030         DISPLAY "DAY9SOG - ORDFILE IS IN USE BY "
007040             WS-LOCK-HOLDER " - RUN REFUSED"
007050         MOVE 12 TO RETURN-CODE
007060     END-IF.
007070 1300-EXIT.
007080     EXIT.

007090 1310-SCAN-ONE-LOCK.
007100     READ FILELOCK
007110         AT END
007120             MOVE "10" TO WS-FILELOCK-STATUS
007130             GO TO 1310-EXIT
007140     END-READ.
007150     IF LCK-File = "ORDFILE"
007160         AND LCK-Holder NOT = "DAYDRV"
007170         MOVE "Y" TO WS-LOCK-HELD-SW
007180         MOVE LCK-Holder TO WS-LOCK-HOLDER
007190     END-IF.
007200 1310-EXIT.
007210     EXIT.

007220 1400-LOAD-CALENDAR.
007230     OPEN INPUT CALFILE.
007240     IF NOT WS-CALFILE-OK
007250         DISPLAY "DAY9SOG - NO BUSINESS CALENDAR (CALFILE), "
007260             "EVERY DAY IS A PROCESSING DAY"
007270         GO TO 1400-EXIT
007280     END-IF.
007290     PERFORM 1410-LOAD-ONE-HOLIDAY THRU 1410-EXIT
007300         UNTIL WS-CALFILE-STATUS = "10".
007310     CLOSE CALFILE.
007320 1400-EXIT.
007330     EXIT.

007340 1410-LOAD-ONE-HOLIDAY.
007350     READ CALFILE
007360         AT END
007370             MOVE "10" TO WS-CALFILE-STATUS
007380             GO TO 1410-EXIT
007390     END-READ.
007400     IF WS-HOL-COUNT < 100
007410         ADD 1 TO WS-HOL-COUNT
007420         MOVE CAL-Date TO WS-HOL-DATE(WS-HOL-COUNT)
007430     ELSE
007440         DISPLAY "DAY9SOG - CALENDAR TABLE FULL (100), "
007450             CAL-Date " IGNORED"
007460     END-IF.
007470 1410-EXIT.
007480     EXIT.

007490*****************************************************************
007500* THE LAST DAY THIS RUN ORDERS FOR: THE PROCESSING DATE PLUS
007510* EVERY NON-PROCESSING DAY THAT FOLLOWS IT.
007520*****************************************************************
007530 1450-FIND-HORIZON.
007540     MOVE WS-RUN-DATE TO WS-HORIZON.
007550     MOVE WS-RUN-DATE TO WS-DT.
007560     MOVE "N" TO WS-HORIZON-SW.
007570     MOVE ZERO TO WS-DT-I.
007580     PERFORM 1460-TRY-NEXT-DAY THRU 1460-EXIT
007590         UNTIL WS-HORIZON-FOUND.
007600 1450-EXIT.
007610     EXIT.

007620 1460-TRY-NEXT-DAY.
007630     PERFORM 2600-ADD-ONE-DAY THRU 2600-EXIT.
007640     ADD 1 TO WS-DT-I.
007650     PERFORM 1470-CHECK-HOLIDAY THRU 1470-EXIT.
007660     IF WS-IS-HOLIDAY
007670         AND WS-DT-I < 100
007680         MOVE WS-DT TO WS-HORIZON
007690     ELSE
007700         MOVE "Y" TO WS-HORIZON-SW
007710     END-IF.
007720 1460-EXIT.
007730     EXIT.

007740 1470-CHECK-HOLIDAY.
007750     MOVE "N" TO WS-HOLIDAY-SW.
007760     PERFORM 1480-MATCH-ONE-HOLIDAY THRU 1480-EXIT
007770         VARYING WS-HOL-I FROM 1 BY 1
007780         UNTIL WS-HOL-I > WS-HOL-COUNT
007790            OR WS-IS-HOLIDAY.
007800 1470-EXIT.
007810     EXIT.

007820 1480-MATCH-ONE-HOLIDAY.
007830     IF WS-HOL-DATE(WS-HOL-I) = WS-DT
007840         MOVE "Y" TO WS-HOLIDAY-SW
007850     END-IF.
007860 1480-EXIT.
007870     EXIT.

007880*****************************************************************
007890* ONE PASS OVER STANDORD: LINES PAST THEIR END DATE ARE ENDED,
007900* ACTIVE LINES DUE BY THE HORIZON ARE TAKEN INTO THE TABLE.
007910*****************************************************************
007920 2000-SELECT-DUE-LINES.
007930     MOVE "N" TO WS-SO-EOF-SW.
007940     MOVE LOW-VALUES TO SO-Key.
007950     START STANDORD KEY IS NOT < SO-Key
007960         INVALID KEY
007970             MOVE "Y" TO WS-SO-EOF-SW
007980     END-START.
007990     PERFORM 2100-SELECT-ONE-LINE THRU 2100-EXIT
008000         UNTIL WS-SO-EOF-REACHED.
008010     IF WS-SEL-OVERFLOWED
008020         DISPLAY "DAY9SOG - MORE THAN 500 LINES DUE, "
008030             WS-SO-LINES-DEFERRED " WAIT FOR THE NEXT RUN"
008040         MOVE 4 TO RETURN-CODE
008050     END-IF.
008060 2000-EXIT.
008070     EXIT.

008080 2100-SELECT-ONE-LINE.
008090     READ STANDORD NEXT RECORD
008100         AT END
008110             MOVE "Y" TO WS-SO-EOF-SW
008120             GO TO 2100-EXIT
008130     END-READ.
008140     ADD 1 TO WS-SO-LINES-READ.
008150     IF NOT SO-STATUT-ACTIVE
008160         GO TO 2100-EXIT
008170     END-IF.
008180     IF NOT SO-NO-END-DATE
008190         AND SO-Prochaine > SO-Date-Fin
008200         PERFORM 2200-END-LINE THRU 2200-EXIT
008210         GO TO 2100-EXIT
008220     END-IF.
008230     IF SO-Prochaine > WS-HORIZON
008240         GO TO 2100-EXIT
008250     END-IF.
008260     IF WS-SEL-OVERFLOWED
008270         ADD 1 TO WS-SO-LINES-DEFERRED
008280         GO TO 2100-EXIT
008290     END-IF.
008300     IF WS-SEL-COUNT NOT < 500
008310         MOVE "Y" TO WS-SEL-OVFL-SW
008320         ADD 1 TO WS-SO-LINES-DEFERRED
008330         PERFORM 2150-DROP-PARTIAL-ORDER THRU 2150-EXIT
008340             UNTIL WS-SEL-COUNT = ZERO
008350                OR WS-SEL-CLIENT(WS-SEL-COUNT) NOT =
008360                   SO-Client-Code
008370                OR WS-SEL-REF(WS-SEL-COUNT) NOT = SO-Ref
008380                OR WS-SEL-LIV(WS-SEL-COUNT) NOT = SO-Livraison
008390         GO TO 2100-EXIT
008400     END-IF.
008410     ADD 1 TO WS-SEL-COUNT.
008420     ADD 1 TO WS-SO-LINES-DUE.
008430     MOVE SO-Client-Code  TO WS-SEL-CLIENT(WS-SEL-COUNT).
008440     MOVE SO-Ref          TO WS-SEL-REF(WS-SEL-COUNT).
008450     MOVE SO-Ligne        TO WS-SEL-LIGNE(WS-SEL-COUNT).
008460     MOVE SO-Code-produit TO WS-SEL-CODE(WS-SEL-COUNT).
008470     MOVE SO-Qte          TO WS-SEL-QTE(WS-SEL-COUNT).
008480     MOVE SO-Livraison    TO WS-SEL-LIV(WS-SEL-COUNT).
008490     MOVE SPACE           TO WS-SEL-STATUT(WS-SEL-COUNT).
008500     MOVE ZERO            TO WS-SEL-ORD-LIGNE(WS-SEL-COUNT).
008510 2100-EXIT.
008520     EXIT.

008530 2150-DROP-PARTIAL-ORDER.
008540     SUBTRACT 1 FROM WS-SEL-COUNT.
008550     SUBTRACT 1 FROM WS-SO-LINES-DUE.
008560     ADD 1 TO WS-SO-LINES-DEFERRED.
008570 2150-EXIT.
008580     EXIT.

008590 2200-END-LINE.
008600     MOVE "T" TO SO-Statut.
008610     REWRITE STDORD-REC
008620         INVALID KEY
008630             DISPLAY "DAY9SOG - UNABLE TO END STANDING ORDER "
008640                 SO-Client-Code " " SO-Ref " LINE " SO-Ligne
008650                 " STATUS " WS-STANDORD-STATUS
008660         NOT INVALID KEY
008670             ADD 1 TO WS-SO-LINES-ENDED
008680     END-REWRITE.
008690 2200-EXIT.
008700     EXIT.

008710 2600-ADD-ONE-DAY.
008720     PERFORM 2610-MONTH-LENGTH THRU 2610-EXIT.
008730     IF WS-DT-DAY < WS-DT-MONTH-LEN
008740         ADD 1 TO WS-DT-DAY
008750         GO TO 2600-EXIT
008760     END-IF.
008770     MOVE 1 TO WS-DT-DAY.
008780     IF WS-DT-MONTH < 12
008790         ADD 1 TO WS-DT-MONTH
008800     ELSE
008810         MOVE 1 TO WS-DT-MONTH
008820         ADD 1 TO WS-DT-YEAR
008830     END-IF.
008840 2600-EXIT.
008850     EXIT.

008860 2610-MONTH-LENGTH.
008870     MOVE WS-MONTH-LEN(WS-DT-MONTH) TO WS-DT-MONTH-LEN.
008880     IF WS-DT-MONTH NOT = 2
008890         GO TO 2610-EXIT
008900     END-IF.
008910     DIVIDE WS-DT-YEAR BY 4 GIVING WS-DT-QUOTIENT
008920         REMAINDER WS-DT-REM-4.
008930     DIVIDE WS-DT-YEAR BY 100 GIVING WS-DT-QUOTIENT
008940         REMAINDER WS-DT-REM-100.
008950     DIVIDE WS-DT-YEAR BY 400 GIVING WS-DT-QUOTIENT
008960         REMAINDER WS-DT-REM-400.
008970     IF WS-DT-REM-4 = ZERO
008980         AND (WS-DT-REM-100 NOT = ZERO OR WS-DT-REM-400 = ZERO)
008990         MOVE 29 TO WS-DT-MONTH-LEN
009000     END-IF.
009010 2610-EXIT.
009020     EXIT.

009030*****************************************************************
009040* A MONTHLY LINE KEEPS THE DAY OF ITS START DATE, TAKING THE
009050* LAST DAY OF A SHORTER MONTH.
009060*****************************************************************
009070 2620-ADD-ONE-MONTH.
009080     IF WS-DT-MONTH < 12
009090         ADD 1 TO WS-DT-MONTH
009100     ELSE
009110         MOVE 1 TO WS-DT-MONTH
009120         ADD 1 TO WS-DT-YEAR
009130     END-IF.
009140     PERFORM 2610-MONTH-LENGTH THRU 2610-EXIT.
009150     IF WS-DT-ANCHOR-DAY > WS-DT-MONTH-LEN
009160         MOVE WS-DT-MONTH-LEN TO WS-DT-DAY
009170     ELSE
009180         MOVE WS-DT-ANCHOR-DAY TO WS-DT-DAY
009190     END-IF.
009200 2620-EXIT.
009210     EXIT.

009220*****************************************************************
009230* ONE ORDER: THE RUN OF TABLE ENTRIES FROM WS-SEL-I WITH THE
009240* SAME CUSTOMER, REFERENCE AND SHIP-TO CODE. THE ORDER-LEVEL
009250* CHECKS COME FIRST; AN ORDER THAT FAILS ONE IS REFUSED WHOLE,
009260* OTHERWISE EVERY LINE IS TAKEN OR REJECTED ON ITS OWN.
009270*****************************************************************
009280 3000-PROCESS-ORDER.
009290     MOVE WS-SEL-I TO WS-GRP-FIRST.
009300     MOVE WS-SEL-I TO WS-GRP-LAST.
009310     MOVE "N" TO WS-GROUP-END-SW.
009320     PERFORM 3010-EXTEND-GROUP THRU 3010-EXIT
009330         UNTIL WS-GROUP-ENDED.
009340     COMPUTE WS-SEL-I = WS-GRP-LAST + 1.

009350     MOVE SPACES TO WS-ORDER-MOTIF.
009360     MOVE SPACES TO WS-ORDER-NUMERO.
009370     MOVE SPACES TO WS-ORDER-CLIENT.
009380     MOVE WS-SEL-CLIENT(WS-GRP-FIRST) TO WS-ORDER-CLIENT-CODE.
009390     MOVE WS-SEL-REF(WS-GRP-FIRST)    TO WS-ORDER-REF.
009400     MOVE WS-SEL-LIV(WS-GRP-FIRST)    TO WS-ORDER-LIVRAISON.
009410     PERFORM 3050-CHECK-CUSTOMER THRU 3050-EXIT.
009420     IF WS-ORDER-MOTIF NOT = SPACES
009430         PERFORM 3800-REFUSE-ORDER THRU 3800-EXIT
009440         GO TO 3000-EXIT
009450     END-IF.

009460     PERFORM 3100-ASSIGN-ORDER-NUMBER THRU 3100-EXIT.
009470     MOVE Client-Nom TO WS-ORDER-CLIENT.
009480     PERFORM 3200-COMPUTE-EXPOSURE THRU 3200-EXIT.
009490     MOVE 1 TO WS-NEXT-LIGNE.
009500     MOVE SPACES TO WS-ORDER-DEVISE.
009510     MOVE "COMMANDE " TO WH-TEXTE.
009520     PERFORM 4000-PRINT-ORDER-HEADING THRU 4000-EXIT.
009530     PERFORM 3500-PROCESS-ONE-LINE THRU 3500-EXIT
009540         VARYING WS-SEL-I FROM WS-GRP-FIRST BY 1
009550         UNTIL WS-SEL-I > WS-GRP-LAST.
009560     PERFORM 3900-ADVANCE-SCHEDULE THRU 3900-EXIT
009570         VARYING WS-SEL-I FROM WS-GRP-FIRST BY 1
009580         UNTIL WS-SEL-I > WS-GRP-LAST.
009590     ADD 1 TO WS-ORDERS-TAKEN.
009600     DISPLAY "DAY9SOG - STANDING ORDER " WS-ORDER-CLIENT-CODE
009610         " " WS-ORDER-REF " TAKEN AS " WS-ORDER-NUMERO.
009620 3000-EXIT.
009630     EXIT.

009640 3010-EXTEND-GROUP.
009650     IF WS-GRP-LAST NOT < WS-SEL-COUNT
009660         MOVE "Y" TO WS-GROUP-END-SW
009670         GO TO 3010-EXIT
009680     END-IF.
009690     IF WS-SEL-CLIENT(WS-GRP-LAST + 1) NOT =
009700            WS-SEL-CLIENT(WS-GRP-FIRST)
009710         OR WS-SEL-REF(WS-GRP-LAST + 1) NOT =
009720            WS-SEL-REF(WS-GRP-FIRST)
009730         OR WS-SEL-LIV(WS-GRP-LAST + 1) NOT =
009740            WS-SEL-LIV(WS-GRP-FIRST)
009750         MOVE "Y" TO WS-GROUP-END-SW
009760         GO TO 3010-EXIT
009770     END-IF.
009780     ADD 1 TO WS-GRP-LAST.
009790 3010-EXIT.
009800     EXIT.

009810 3050-CHECK-CUSTOMER.
009820     MOVE WS-ORDER-CLIENT-CODE TO Client-Code.
009830     READ CUSTMAST
009840         INVALID KEY
009850             MOVE "CLIENT INCONNU" TO WS-ORDER-MOTIF
009860             GO TO 3050-EXIT
009870     END-READ.
009880     MOVE Client-Nom TO WS-ORDER-CLIENT.
009890     IF CLIENT-EN-DEMEURE
009900         MOVE "CLIENT EN DEMEURE" TO WS-ORDER-MOTIF
009910         GO TO 3050-EXIT
009920     END-IF.
009930     IF NOT CLIENT-ACTIF
009940         MOVE "CLIENT INACTIF" TO WS-ORDER-MOTIF
009950         GO TO 3050-EXIT
009960     END-IF.
009970     PERFORM 3070-CHECK-SHIPTO THRU 3070-EXIT.
009980 3050-EXIT.
009990     EXIT.

010000*****************************************************************
010010* A NAMED SHIP-TO CODE MUST STILL BE ON FILE FOR THE CUSTOMER.
010020* SPACES TAKE THE CUSTOMER'S DEFAULT ADDRESS, OR THE BILLING
010030* ADDRESS WHEN THE CUSTOMER HAS NONE.
010040*****************************************************************
010050 3070-CHECK-SHIPTO.
010060     IF WS-ORDER-LIVRAISON = SPACES
010070         IF WS-SHIPTO-WAS-OPENED
010080             PERFORM 3080-FIND-DEFAULT-SHIPTO THRU 3080-EXIT
010090         END-IF
010100         GO TO 3070-EXIT
010110     END-IF.
010120     IF NOT WS-SHIPTO-WAS-OPENED
010130         MOVE "LIVRAISON INCONNUE" TO WS-ORDER-MOTIF
010140         GO TO 3070-EXIT
010150     END-IF.
010160     MOVE WS-ORDER-CLIENT-CODE TO ST-Client-Code.
010170     MOVE WS-ORDER-LIVRAISON   TO ST-Code.
010180     READ SHIPTO
010190         INVALID KEY
010200             MOVE "LIVRAISON INCONNUE" TO WS-ORDER-MOTIF
010210     END-READ.
010220 3070-EXIT.
010230     EXIT.

010240 3080-FIND-DEFAULT-SHIPTO.
010250     MOVE "N" TO WS-ST-EOF-SW.
010260     MOVE WS-ORDER-CLIENT-CODE TO ST-Client-Code.
010270     MOVE LOW-VALUES TO ST-Code.
010280     START SHIPTO KEY IS NOT < ST-Key
010290         INVALID KEY
010300             MOVE "Y" TO WS-ST-EOF-SW
010310     END-START.
010320     PERFORM 3090-CHECK-ONE-SHIPTO THRU 3090-EXIT
010330         UNTIL WS-ST-EOF-REACHED.
010340 3080-EXIT.
010350     EXIT.

010360 3090-CHECK-ONE-SHIPTO.
010370     READ SHIPTO NEXT RECORD
010380         AT END
010390             MOVE "Y" TO WS-ST-EOF-SW
010400             GO TO 3090-EXIT
010410     END-READ.
010420     IF ST-Client-Code NOT = WS-ORDER-CLIENT-CODE
010430         MOVE "Y" TO WS-ST-EOF-SW
010440         GO TO 3090-EXIT
010450     END-IF.
010460     IF ST-IS-DEFAULT
010470         MOVE ST-Code TO WS-ORDER-LIVRAISON
010480         MOVE "Y" TO WS-ST-EOF-SW
010490     END-IF.
010500 3090-EXIT.
010510     EXIT.

010520*****************************************************************
010530* "S" PLUS THE NEXT SOGSEQ NUMBER, STEPPING PAST ANY NUMBER
010540* ALREADY ON ORDFILE.
010550*****************************************************************
010560 3100-ASSIGN-ORDER-NUMBER.
010570     MOVE "N" TO WS-NUMBER-FREE-SW.
010580     PERFORM 3110-TRY-ONE-NUMBER THRU 3110-EXIT
010590         UNTIL WS-NUMBER-IS-FREE.
010600 3100-EXIT.
010610     EXIT.

010620 3110-TRY-ONE-NUMBER.
010630     MOVE WS-NEXT-ORDER TO WS-SOG-ORDER-SEQ.
010640     ADD 1 TO WS-NEXT-ORDER.
010650     MOVE WS-SOG-ORDER-NO TO WS-ORDER-NUMERO.
010660     MOVE WS-ORDER-NUMERO TO ORD-Numero.
010670     MOVE ZERO TO ORD-Ligne.
010680     START ORDFILE KEY IS NOT < ORD-Key
010690         INVALID KEY
010700             MOVE "Y" TO WS-NUMBER-FREE-SW
010710             GO TO 3110-EXIT
010720     END-START.
010730     READ ORDFILE NEXT RECORD
010740         AT END
010750             MOVE "Y" TO WS-NUMBER-FREE-SW
010760             GO TO 3110-EXIT
010770     END-READ.
010780     IF ORD-Numero NOT = WS-ORDER-NUMERO
010790         MOVE "Y" TO WS-NUMBER-FREE-SW
010800     END-IF.
010810 3110-EXIT.
010820     EXIT.

010830*****************************************************************
010840* EXPOSURE = OPEN ARFILE BALANCES PLUS THE CUSTOMER'S UNBILLED
010850* "N" AND "F" ORDER LINES, IN THE HOUSE CURRENCY - AS DAY9ORD.
010860*****************************************************************
010870 3200-COMPUTE-EXPOSURE.
010880     MOVE "N" TO WS-CREDIT-HOLD-SW.
010890     MOVE ZERO TO WS-EXPOSURE.
010900     MOVE Client-Devise TO WS-RATE-DEVISE.
010910     PERFORM 3300-FIND-RATE THRU 3300-EXIT.
010920     COMPUTE WS-LIMITE-MAISON ROUNDED =
010930         Client-Credit-Limite * WS-RATE-USED.
010940     IF WS-ARFILE-WAS-OPENED
010950         MOVE ZERO TO AR-Invoice-No
010960         MOVE "N" TO WS-ORD-EOF-SW
010970         START ARFILE KEY IS NOT < AR-Invoice-No
010980             INVALID KEY
010990                 MOVE "Y" TO WS-ORD-EOF-SW
011000         END-START
011010         PERFORM 3210-ADD-ONE-AR-ITEM THRU 3210-EXIT
011020             UNTIL WS-ORD-EOF-REACHED
011030     END-IF.
011040     MOVE LOW-VALUES TO ORD-Key.
011050     MOVE "N" TO WS-ORD-EOF-SW.
011060     START ORDFILE KEY IS NOT < ORD-Key
011070         INVALID KEY
011080             MOVE "Y" TO WS-ORD-EOF-SW
011090     END-START.
011100     PERFORM 3220-ADD-ONE-ORDER-LINE THRU 3220-EXIT
011110         UNTIL WS-ORD-EOF-REACHED.
011120     IF Client-Credit-Limite = ZERO
011130         GO TO 3200-EXIT
011140     END-IF.
011150     IF WS-EXPOSURE > WS-LIMITE-MAISON
011160         MOVE "Y" TO WS-CREDIT-HOLD-SW
011170     END-IF.
011180 3200-EXIT.
011190     EXIT.

011200 3210-ADD-ONE-AR-ITEM.
011210     READ ARFILE NEXT RECORD
011220         AT END
011230             MOVE "Y" TO WS-ORD-EOF-SW
011240             GO TO 3210-EXIT
011250     END-READ.
011260     IF AR-Client-Code NOT = WS-ORDER-CLIENT-CODE
011270         OR NOT AR-STATUT-OPEN
011280         GO TO 3210-EXIT
011290     END-IF.
011300     MOVE AR-Code-Devise TO WS-RATE-DEVISE.
011310     PERFORM 3300-FIND-RATE THRU 3300-EXIT.
011320     COMPUTE WS-ITEM-VALUE ROUNDED =
011330         (AR-TTC - AR-Regle) * WS-RATE-USED.
011340     ADD WS-ITEM-VALUE TO WS-EXPOSURE.
011350 3210-EXIT.
011360     EXIT.

011370 3220-ADD-ONE-ORDER-LINE.
011380     READ ORDFILE NEXT RECORD
011390         AT END
011400             MOVE "Y" TO WS-ORD-EOF-SW
011410             GO TO 3220-EXIT
011420     END-READ.
011430     IF ORD-Client-Code NOT = WS-ORDER-CLIENT-CODE
011440         GO TO 3220-EXIT
011450     END-IF.
011460     IF NOT ORD-STATUT-NEW AND NOT ORD-STATUT-FULFILLED
011470         GO TO 3220-EXIT
011480     END-IF.
011490     MOVE ORD-Code-Devise TO WS-RATE-DEVISE.
011500     PERFORM 3300-FIND-RATE THRU 3300-EXIT.
011510     COMPUTE WS-ITEM-VALUE ROUNDED =
011520         ORD-Qte * ORD-Prix * (100 + ORD-Taux-Taxe) / 100
011530         * WS-RATE-USED.
011540     ADD WS-ITEM-VALUE TO WS-EXPOSURE.
011550 3220-EXIT.
011560     EXIT.

011570 3300-FIND-RATE.
011580     MOVE 1 TO WS-RATE-USED.
011590     IF WS-CURR-COUNT = ZERO
011600         GO TO 3300-EXIT
011610     END-IF.
011620     SET WS-CURR-IDX TO 1.
011630     SEARCH WS-CURR-ENTRY
011640         AT END
011650             DISPLAY "DAY9SOG - DEVISE " WS-RATE-DEVISE
011660                 " NOT ON CURRTBL, CONVERTED AT 1"
011670         WHEN WS-CURR-CODE(WS-CURR-IDX) = WS-RATE-DEVISE
011680             MOVE WS-CURR-RATE(WS-CURR-IDX) TO WS-RATE-USED
011690     END-SEARCH.
011700 3300-EXIT.
011710     EXIT.

011720*****************************************************************
011730* ONE DUE LINE: VALIDATED, PRICED AND PLACED, THEN LISTED WITH
011740* ITS OUTCOME.
011750*****************************************************************
011760 3500-PROCESS-ONE-LINE.
011770     MOVE SPACES TO WS-LINE-MOTIF.
011780     MOVE "R"    TO WS-LINE-STATUT.
011790     MOVE ZERO   TO WS-LINE-PRIX.
011800     MOVE SPACES TO WS-LINE-DEVISE.
011810     MOVE ZERO   TO ORD-Ligne.
011820     MOVE WS-SEL-CODE(WS-SEL-I) TO WS-LINE-CODE.
011830     MOVE WS-SEL-QTE(WS-SEL-I)  TO WS-LINE-QTE.
011840     MOVE WS-LINE-CODE TO Code-produit.
011850     READ PRODMAST
011860         INVALID KEY
011870             MOVE "PRODUIT INCONNU" TO WS-LINE-MOTIF
011880             GO TO 3500-LIST
011890     END-READ.
011900     IF PRODUIT-BLOQUE
011910         MOVE "PRODUIT BLOQUE" TO WS-LINE-MOTIF
011920         GO TO 3500-LIST
011930     END-IF.
011940     IF PRODUIT-ARRETE
011950         IF Code-Successeur = SPACES
011960             MOVE "PRODUIT ARRETE" TO WS-LINE-MOTIF
011970         ELSE
011980             STRING "ARRETE - REMPLACE PAR "
011990                 Code-Successeur DELIMITED BY SIZE
012000                 INTO WS-LINE-MOTIF
012010         END-IF
012020         GO TO 3500-LIST
012030     END-IF.
012040     MOVE Code-Devise TO WS-LINE-DEVISE.
012050     IF WS-ORDER-DEVISE NOT = SPACES
012060         AND Code-Devise NOT = WS-ORDER-DEVISE
012070         MOVE "DEVISE DIFFERENTE DE LA COMMANDE"
012080             TO WS-LINE-MOTIF
012090         GO TO 3500-LIST
012100     END-IF.
012110     PERFORM 3600-RESOLVE-PRICE THRU 3600-EXIT.
012120     PERFORM 3620-APPLY-BREAKS THRU 3620-EXIT.
012130     PERFORM 3700-PLACE-LINE THRU 3700-EXIT.

012140 3500-LIST.
012150     IF WS-LINE-STATUT = "R"
012160         ADD 1 TO WS-LINES-REJECTED
012170         MOVE 4 TO RETURN-CODE
012180     END-IF.
012190     MOVE WS-LINE-STATUT TO WS-SEL-STATUT(WS-SEL-I).
012200     IF WS-LINE-STATUT = "A" OR WS-LINE-STATUT = "H"
012210         MOVE ORD-Ligne TO WS-SEL-ORD-LIGNE(WS-SEL-I)
012220     END-IF.
012230     PERFORM 4100-PRINT-LINE THRU 4100-EXIT.
012240 3500-EXIT.
012250     EXIT.

012260*****************************************************************
012270* LIST PRICE OR THE CUSTOMER'S CONTRACT, WHICHEVER IS LOWER,
012280* THEN ANY QUANTITY BREAK OR PROMOTION THAT BEATS IT - THE SAME
012290* RULES AS DAY9ORD.
012300*****************************************************************
012310 3600-RESOLVE-PRICE.
012320     MOVE "N" TO WS-CONTRACT-SW.
012330     MOVE Prix TO WS-LINE-PRIX.
012340     MOVE Prix TO WS-LINE-PRIX-LISTE.
012350     MOVE "L" TO WS-LINE-REGLE.
012360     PERFORM 3610-TRY-ONE-CONTRACT THRU 3610-EXIT
012370         VARYING WS-CTR-I FROM 1 BY 1
012380         UNTIL WS-CTR-I > WS-CTR-COUNT
012390            OR WS-CONTRACT-PRICED.
012400     IF WS-CONTRACT-PRICED
012410         IF WS-LINE-PRIX < Prix
012420             MOVE "C" TO WS-LINE-REGLE
012430         ELSE
012440             MOVE Prix TO WS-LINE-PRIX
012450         END-IF
012460     END-IF.
012470 3600-EXIT.
012480     EXIT.

012490 3610-TRY-ONE-CONTRACT.
012500     IF WS-CTR-CLIENT(WS-CTR-I) NOT = WS-ORDER-CLIENT-CODE
012510         OR WS-CTR-CODE(WS-CTR-I) NOT = WS-LINE-CODE
012520         OR WS-RUN-DATE < WS-CTR-DEBUT(WS-CTR-I)
012530         OR WS-RUN-DATE > WS-CTR-FIN(WS-CTR-I)
012540         GO TO 3610-EXIT
012550     END-IF.
012560     IF WS-CTR-TYPE(WS-CTR-I) = "F"
012570         MOVE WS-CTR-VALEUR(WS-CTR-I) TO WS-LINE-PRIX
012580     ELSE
012590         COMPUTE WS-LINE-PRIX ROUNDED = Prix *
012600             (100 - WS-CTR-VALEUR(WS-CTR-I)) / 100
012610     END-IF.
012620     MOVE "Y" TO WS-CONTRACT-SW.
012630 3610-EXIT.
012640     EXIT.

012650 3620-APPLY-BREAKS.
012660     PERFORM 3630-TRY-ONE-BREAK THRU 3630-EXIT
012670         VARYING WS-BRK-I FROM 1 BY 1
012680         UNTIL WS-BRK-I > WS-BRK-COUNT.
012690 3620-EXIT.
012700     EXIT.

012710 3630-TRY-ONE-BREAK.
012720     IF WS-BRK-CODE(WS-BRK-I) NOT = WS-LINE-CODE
012730         OR WS-LINE-QTE < WS-BRK-QTE-MIN(WS-BRK-I)
012740         OR WS-RUN-DATE < WS-BRK-DEBUT(WS-BRK-I)
012750         OR WS-RUN-DATE > WS-BRK-FIN(WS-BRK-I)
012760         GO TO 3630-EXIT
012770     END-IF.
012780     IF WS-BRK-TYPE(WS-BRK-I) = "F"
012790         MOVE WS-BRK-VALEUR(WS-BRK-I) TO WS-BRK-PRIX
012800     ELSE
012810         COMPUTE WS-BRK-PRIX ROUNDED = Prix *
012820             (100 - WS-BRK-VALEUR(WS-BRK-I)) / 100
012830     END-IF.
012840     IF WS-BRK-PRIX NOT < WS-LINE-PRIX
012850         GO TO 3630-EXIT
012860     END-IF.
012870     MOVE WS-BRK-PRIX TO WS-LINE-PRIX.
012880     IF WS-BRK-FIN(WS-BRK-I) = 99999999
012890         MOVE "Q" TO WS-LINE-REGLE
012900     ELSE
012910         MOVE "P" TO WS-LINE-REGLE
012920     END-IF.
012930 3630-EXIT.
012940     EXIT.

012950*****************************************************************
012960* AVAILABLE-TO-PROMISE CHECK, THEN THE ORDER LINE AND ITS
012970* ALLOCATION - OR THE BACKORDER WHEN STOCK IS SHORT.
012980*****************************************************************
012990 3700-PLACE-LINE.
013000     PERFORM 3710-READ-ALLOCATION THRU 3710-EXIT.
013010     COMPUTE WS-QTE-DISPONIBLE =
013020         Qte-En-Main - ALOC-Qte-Allouee.
013030     IF WS-LINE-QTE > WS-QTE-DISPONIBLE
013040         AND PRODUIT-FIN-SERIE
013050         MOVE "FIN DE SERIE - STOCK INSUFF."
013060             TO WS-LINE-MOTIF
013070         GO TO 3700-EXIT
013080     END-IF.
013090     IF WS-LINE-QTE > WS-QTE-DISPONIBLE
013100         PERFORM 3730-WRITE-BACKORDER THRU 3730-EXIT
013110         GO TO 3700-EXIT
013120     END-IF.
013130     MOVE WS-ORDER-NUMERO TO ORD-Numero.
013140     MOVE WS-NEXT-LIGNE   TO ORD-Ligne.
013150     MOVE WS-ORDER-CLIENT-CODE TO ORD-Client-Code.
013160     MOVE WS-ORDER-CLIENT TO ORD-Client.
013170     MOVE WS-LINE-CODE    TO ORD-Code-produit.
013180     MOVE WS-LINE-QTE     TO ORD-Qte.
013190     MOVE WS-LINE-QTE     TO ORD-Qte-Commandee.
013200     MOVE WS-LINE-PRIX    TO ORD-Prix.
013210     MOVE Taux-Taxe       TO ORD-Taux-Taxe.
013220     MOVE Code-Devise     TO ORD-Code-Devise.
013230     MOVE "N"             TO ORD-Statut.
013240     MOVE WS-RUN-DATE     TO ORD-Date.
013250     MOVE WS-LINE-REGLE   TO ORD-Regle-Prix.
013260     MOVE WS-LINE-PRIX-LISTE TO ORD-Prix-Liste.
013270     MOVE ZERO            TO ORD-Expedition.
013280     MOVE ZERO            TO ORD-Facture.
013290     MOVE WS-ORDER-LIVRAISON TO ORD-Livraison.
013300     PERFORM 3740-CHECK-CREDIT THRU 3740-EXIT.
013310     WRITE ORDER-REC
013320         INVALID KEY
013330             DISPLAY "DAY9SOG - UNABLE TO WRITE ORDER "
013340                 ORD-Numero " LINE " ORD-Ligne " STATUS "
013350                 WS-ORDFILE-STATUS
013360             MOVE "ERREUR D'ENREGISTREMENT" TO WS-LINE-MOTIF
013370             MOVE ZERO TO ORD-Ligne
013380             GO TO 3700-EXIT
013390     END-WRITE.
013400     MOVE Code-Devise TO WS-ORDER-DEVISE.
013410     ADD 1 TO WS-NEXT-LIGNE.
013420     ADD 1 TO WS-LINES-WRITTEN.
013430     PERFORM 3720-RAISE-ALLOCATION THRU 3720-EXIT.
013440     IF ORD-STATUT-HOLD
013450         MOVE "H" TO WS-LINE-STATUT
013460         MOVE "EN ATTENTE - LIMITE DE CREDIT" TO WS-LINE-MOTIF
013470         ADD 1 TO WS-LINES-HELD
013480         GO TO 3700-EXIT
013490     END-IF.
013500     MOVE "A" TO WS-LINE-STATUT.
013510     ADD WS-ITEM-VALUE TO WS-EXPOSURE.
013520 3700-EXIT.
013530     EXIT.

013540 3710-READ-ALLOCATION.
013550     MOVE "N" TO WS-ALOC-FOUND-SW.
013560     MOVE WS-LINE-CODE TO ALOC-Code-produit.
013570     READ PRODALOC
013580         INVALID KEY
013590             MOVE ZERO TO ALOC-Qte-Allouee
013600         NOT INVALID KEY
013610             MOVE "Y" TO WS-ALOC-FOUND-SW
013620     END-READ.
013630 3710-EXIT.
013640     EXIT.

013650 3720-RAISE-ALLOCATION.
013660     MOVE WS-LINE-CODE TO ALOC-Code-produit.
013670     ADD WS-LINE-QTE TO ALOC-Qte-Allouee.
013680     IF WS-ALOC-WAS-FOUND
013690         REWRITE PRODALOC-REC
013700             INVALID KEY
013710                 DISPLAY "DAY9SOG - UNABLE TO UPDATE ALLOCATION "
013720                     "FOR " WS-LINE-CODE " STATUS "
013730                     WS-PRODALOC-STATUS
013740         END-REWRITE
013750     ELSE
013760         WRITE PRODALOC-REC
013770             INVALID KEY
013780                 DISPLAY "DAY9SOG - UNABLE TO WRITE ALLOCATION "
013790                     "FOR " WS-LINE-CODE " STATUS "
013800                     WS-PRODALOC-STATUS
013810         END-WRITE
013820     END-IF.
013830 3720-EXIT.
013840     EXIT.

013850*****************************************************************
013860* WITHOUT A BACKORDER FILE THE SHORT DEMAND CANNOT BE KEPT, SO
013870* THE LINE IS REJECTED.
013880*****************************************************************
013890 3730-WRITE-BACKORDER.
013900     IF NOT WS-BACKORD-WAS-OPENED
013910         MOVE "STOCK INSUFFISANT" TO WS-LINE-MOTIF
013920         GO TO 3730-EXIT
013930     END-IF.
013940     PERFORM 3750-CHECK-BACKORDER-CREDIT THRU 3750-EXIT.
013950     IF WS-BACKORDER-OVER-LIMIT
013960         MOVE "STOCK INSUFF. - LIMITE CREDIT" TO WS-LINE-MOTIF
013970         GO TO 3730-EXIT
013980     END-IF.
013990     MOVE WS-ORDER-NUMERO      TO BO-Numero.
014000     MOVE WS-ORDER-CLIENT-CODE TO BO-Client-Code.
014010     MOVE WS-ORDER-CLIENT      TO BO-Client.
014020     MOVE WS-LINE-CODE         TO BO-Code-produit.
014030     MOVE WS-LINE-QTE          TO BO-Qte.
014040     MOVE WS-LINE-PRIX         TO BO-Prix.
014050     MOVE Taux-Taxe            TO BO-Taux-Taxe.
014060     MOVE Code-Devise          TO BO-Code-Devise.
014070     MOVE WS-RUN-DATE          TO BO-Date.
014080     MOVE "N"                  TO BO-Statut.
014090     MOVE WS-LINE-REGLE        TO BO-Regle-Prix.
014100     MOVE WS-LINE-PRIX-LISTE   TO BO-Prix-Liste.
014110     MOVE WS-ORDER-LIVRAISON   TO BO-Livraison.
014120     WRITE BACKORD-REC.
014130     MOVE Code-Devise TO WS-ORDER-DEVISE.
014140     MOVE "B" TO WS-LINE-STATUT.
014150     MOVE "STOCK INSUFFISANT - EN RELIQUAT" TO WS-LINE-MOTIF.
014160     ADD 1 TO WS-LINES-BACKORDERED.
014170     ADD WS-ITEM-VALUE TO WS-EXPOSURE.
014180 3730-EXIT.
014190     EXIT.

014200 3740-CHECK-CREDIT.
014210     MOVE Code-Devise TO WS-RATE-DEVISE.
014220     PERFORM 3300-FIND-RATE THRU 3300-EXIT.
014230     COMPUTE WS-ITEM-VALUE ROUNDED =
014240         WS-LINE-QTE * WS-LINE-PRIX * (100 + Taux-Taxe) / 100
014250         * WS-RATE-USED.
014260     IF Client-Credit-Limite = ZERO
014270         GO TO 3740-EXIT
014280     END-IF.
014290     IF NOT WS-ORDER-ON-HOLD
014300         AND WS-EXPOSURE + WS-ITEM-VALUE > WS-LIMITE-MAISON
014310         MOVE "Y" TO WS-CREDIT-HOLD-SW
014320     END-IF.
014330     IF WS-ORDER-ON-HOLD
014340         MOVE "H" TO ORD-Statut
014350     END-IF.
014360 3740-EXIT.
014370     EXIT.

014380*****************************************************************
014390* A BACKORDER IS A PROMISE TO SHIP ON CREDIT LIKE ANY ORDER LINE,
014400* SO IT IS HELD TO THE SAME LIMIT: ITS TAX-INCLUSIVE VALUE IS
014410* TESTED AGAINST THE EXPOSURE AS 3740 DOES FOR AN ORDER LINE. A
014420* BACKORDER FOR AN ORDER ALREADY ON HOLD, OR ONE THAT WOULD TAKE
014430* THE CUSTOMER PAST THE LIMIT, IS NOT WRITTEN; ONE THAT IS
014440* WRITTEN ADDS TO THE EXPOSURE.
014450*****************************************************************
014460 3750-CHECK-BACKORDER-CREDIT.
014470     MOVE "N" TO WS-BO-CREDIT-SW.
014480     MOVE Code-Devise TO WS-RATE-DEVISE.
014490     PERFORM 3300-FIND-RATE THRU 3300-EXIT.
014500     COMPUTE WS-ITEM-VALUE ROUNDED =
014510         WS-LINE-QTE * WS-LINE-PRIX * (100 + Taux-Taxe) / 100
014520         * WS-RATE-USED.
014530     IF Client-Credit-Limite = ZERO
014540         GO TO 3750-EXIT
014550     END-IF.
014560     IF WS-ORDER-ON-HOLD
014570         OR WS-EXPOSURE + WS-ITEM-VALUE > WS-LIMITE-MAISON
014580         MOVE "Y" TO WS-BO-CREDIT-SW
014590     END-IF.
014600 3750-EXIT.
014610     EXIT.

014620*****************************************************************
014630* A REFUSED ORDER IS LISTED WITH ITS REASON AND EVERY LINE, AND
014640* NOTHING IS WRITTEN. ITS LINES STAY DUE, SO IT IS TRIED AGAIN
014650* EVERY NIGHT UNTIL THE DESK PUTS THE CUSTOMER RIGHT OR
014660* SUSPENDS THE STANDING ORDER.
014670*****************************************************************
014680 3800-REFUSE-ORDER.
014690     MOVE "REFUSEE  " TO WH-TEXTE.
014700     PERFORM 4000-PRINT-ORDER-HEADING THRU 4000-EXIT.
014710     MOVE WS-ORDER-MOTIF TO WM-MOTIF.
014720     MOVE WS-MOTIF-LINE TO SOGRPT-LINE.
014730     WRITE SOGRPT-LINE.
014740     MOVE WS-ORDER-MOTIF TO WS-LINE-MOTIF.
014750     MOVE "R"    TO WS-LINE-STATUT.
014760     MOVE ZERO   TO WS-LINE-PRIX.
014770     MOVE SPACES TO WS-LINE-DEVISE.
014780     MOVE ZERO   TO ORD-Ligne.
014790     PERFORM 3810-REFUSE-ONE-LINE THRU 3810-EXIT
014800         VARYING WS-SEL-I FROM WS-GRP-FIRST BY 1
014810         UNTIL WS-SEL-I > WS-GRP-LAST.
014820     ADD 1 TO WS-ORDERS-REFUSED.
014830     MOVE 4 TO RETURN-CODE.
014840     DISPLAY "DAY9SOG - STANDING ORDER " WS-ORDER-CLIENT-CODE
014850         " " WS-ORDER-REF " REFUSED: " WS-ORDER-MOTIF.
014860 3800-EXIT.
014870     EXIT.

014880 3810-REFUSE-ONE-LINE.
014890     MOVE WS-SEL-CODE(WS-SEL-I) TO WS-LINE-CODE.
014900     MOVE WS-SEL-QTE(WS-SEL-I)  TO WS-LINE-QTE.
014910     ADD 1 TO WS-LINES-REJECTED.
014920     PERFORM 4100-PRINT-LINE THRU 4100-EXIT.
014930 3810-EXIT.
014940     EXIT.

014950*****************************************************************
014960* THE LINE'S NEXT DUE DATE MOVES ON BY ITS FREQUENCY UNTIL IT
014970* IS PAST THIS RUN'S HORIZON - A MISSED PERIOD IS NOT ORDERED
014980* TWICE. THE ORDER NUMBER IS KEPT WHEN THE LINE WENT ON IT OR
014990* TO BACKORDER UNDER IT.
015000*****************************************************************
015010 3900-ADVANCE-SCHEDULE.
015020     MOVE WS-SEL-CLIENT(WS-SEL-I) TO SO-Client-Code.
015030     MOVE WS-SEL-REF(WS-SEL-I)    TO SO-Ref.
015040     MOVE WS-SEL-LIGNE(WS-SEL-I)  TO SO-Ligne.
015050     READ STANDORD
015060         INVALID KEY
015070             DISPLAY "DAY9SOG - STANDING ORDER "
015080                 WS-SEL-CLIENT(WS-SEL-I) " "
015090                 WS-SEL-REF(WS-SEL-I) " LINE "
015100                 WS-SEL-LIGNE(WS-SEL-I) " VANISHED, STATUS "
015110                 WS-STANDORD-STATUS
015120             GO TO 3900-EXIT
015130     END-READ.
015140     MOVE SO-Date-Debut TO WS-DT.
015150     MOVE WS-DT-DAY TO WS-DT-ANCHOR-DAY.
015160     MOVE SO-Prochaine TO WS-DT.
015170     PERFORM 3910-ADD-ONE-PERIOD THRU 3910-EXIT
015180         UNTIL WS-DT > WS-HORIZON.
015190     MOVE WS-DT TO SO-Prochaine.
015200     IF WS-SEL-STATUT(WS-SEL-I) NOT = "R"
015210         MOVE WS-ORDER-NUMERO TO SO-Derniere-Commande
015220         MOVE WS-RUN-DATE     TO SO-Derniere-Date
015230     END-IF.
015240     IF NOT SO-NO-END-DATE
015250         AND SO-Prochaine > SO-Date-Fin
015260         MOVE "T" TO SO-Statut
015270         ADD 1 TO WS-SO-LINES-ENDED
015280     END-IF.
015290     REWRITE STDORD-REC
015300         INVALID KEY
015310             DISPLAY "DAY9SOG - UNABLE TO UPDATE STANDING ORDER "
015320                 SO-Client-Code " " SO-Ref " LINE " SO-Ligne
015330                 " STATUS " WS-STANDORD-STATUS
015340                 " - IT WILL BE ORDERED AGAIN"
015350             MOVE 4 TO RETURN-CODE
015360     END-REWRITE.
015370 3900-EXIT.
015380     EXIT.

015390 3910-ADD-ONE-PERIOD.
015400     EVALUATE TRUE
015410         WHEN SO-WEEKLY
015420             MOVE 7 TO WS-DT-DAYS
015430         WHEN SO-FORTNIGHTLY
015440             MOVE 14 TO WS-DT-DAYS
015450         WHEN OTHER
015460             MOVE ZERO TO WS-DT-DAYS
015470     END-EVALUATE.
015480     IF WS-DT-DAYS = ZERO
015490         PERFORM 2620-ADD-ONE-MONTH THRU 2620-EXIT
015500     ELSE
015510         PERFORM 2600-ADD-ONE-DAY THRU 2600-EXIT
015520             WS-DT-DAYS TIMES
015530     END-IF.
015540 3910-EXIT.
015550     EXIT.

015560 4000-PRINT-ORDER-HEADING.
015570     MOVE SPACES TO SOGRPT-LINE.
015580     WRITE SOGRPT-LINE.
015590     MOVE WS-ORDER-NUMERO      TO WH-NUMERO.
015600     MOVE WS-ORDER-CLIENT-CODE TO WH-CLIENT.
015610     MOVE WS-ORDER-CLIENT      TO WH-NOM.
015620     MOVE WS-ORDER-REF         TO WH-REF.
015630     MOVE WS-ORDER-LIVRAISON   TO WH-LIV.
015640     MOVE WS-ORDER-HEADING TO SOGRPT-LINE.
015650     WRITE SOGRPT-LINE.
015660 4000-EXIT.
015670     EXIT.

015680 4100-PRINT-LINE.
015690     MOVE WS-SEL-LIGNE(WS-SEL-I) TO WR-SO-LIGNE.
015700     IF WS-LINE-STATUT = "A" OR WS-LINE-STATUT = "H"
015710         MOVE ORD-Ligne TO WR-LIGNE
015720     ELSE
015730         MOVE ZERO      TO WR-LIGNE
015740     END-IF.
015750     MOVE WS-LINE-CODE   TO WR-CODE.
015760     MOVE WS-LINE-QTE    TO WR-QTE.
015770     MOVE WS-LINE-PRIX   TO WR-PRIX.
015780     MOVE WS-LINE-DEVISE TO WR-DEVISE.
015790     MOVE WS-LINE-STATUT TO WR-STATUT.
015800     MOVE WS-LINE-MOTIF  TO WR-MOTIF.
015810     MOVE WS-REPORT-LINE TO SOGRPT-LINE.
015820     WRITE SOGRPT-LINE.
015830 4100-EXIT.
015840     EXIT.

015850 4200-PRINT-TOTALS.
015860     MOVE SPACES TO SOGRPT-LINE.
015870     WRITE SOGRPT-LINE.
015880     MOVE "COMMANDES CREEES" TO WX-LIBELLE.
015890     MOVE WS-ORDERS-TAKEN TO WX-COUNT.
015900     MOVE WS-TOTAL-LINE TO SOGRPT-LINE.
015910     WRITE SOGRPT-LINE.
015920     MOVE "COMMANDES REFUSEES" TO WX-LIBELLE.
015930     MOVE WS-ORDERS-REFUSED TO WX-COUNT.
015940     MOVE WS-TOTAL-LINE TO SOGRPT-LINE.
015950     WRITE SOGRPT-LINE.
015960     MOVE "LIGNES ACCEPTEES" TO WX-LIBELLE.
015970     COMPUTE WX-COUNT = WS-LINES-WRITTEN - WS-LINES-HELD.
015980     MOVE WS-TOTAL-LINE TO SOGRPT-LINE.
015990     WRITE SOGRPT-LINE.
016000     MOVE "LIGNES EN ATTENTE DE CREDIT" TO WX-LIBELLE.
016010     MOVE WS-LINES-HELD TO WX-COUNT.
016020     MOVE WS-TOTAL-LINE TO SOGRPT-LINE.
016030     WRITE SOGRPT-LINE.
016040     MOVE "LIGNES EN RELIQUAT" TO WX-LIBELLE.
016050     MOVE WS-LINES-BACKORDERED TO WX-COUNT.
016060     MOVE WS-TOTAL-LINE TO SOGRPT-LINE.
016070     WRITE SOGRPT-LINE.
016080     MOVE "LIGNES REJETEES" TO WX-LIBELLE.
016090     MOVE WS-LINES-REJECTED TO WX-COUNT.
016100     MOVE WS-TOTAL-LINE TO SOGRPT-LINE.
016110     WRITE SOGRPT-LINE.
016120     MOVE "LIGNES REPORTEES" TO WX-LIBELLE.
016130     MOVE WS-SO-LINES-DEFERRED TO WX-COUNT.
016140     MOVE WS-TOTAL-LINE TO SOGRPT-LINE.
016150     WRITE SOGRPT-LINE.
016160 4200-EXIT.
016170     EXIT.

016180 9000-TERMINATE.
016190     IF WS-SOGRPT-WAS-OPENED
016200         PERFORM 4200-PRINT-TOTALS THRU 4200-EXIT
016210         CLOSE SOGRPT
016220     END-IF.
016230     IF WS-ORDERS-TAKEN > ZERO
016240         PERFORM 9100-SAVE-NEXT-ORDER THRU 9100-EXIT
016250     END-IF.
016260     IF WS-STANDORD-WAS-OPENED
016270         CLOSE STANDORD
016280     END-IF.
016290     IF WS-PRODMAST-WAS-OPENED
016300         CLOSE PRODMAST
016310     END-IF.
016320     IF WS-ORDFILE-WAS-OPENED
016330         CLOSE ORDFILE
016340     END-IF.
016350     IF WS-CUSTMAST-WAS-OPENED
016360         CLOSE CUSTMAST
016370     END-IF.
016380     IF WS-PRODALOC-WAS-OPENED
016390         CLOSE PRODALOC
016400     END-IF.
016410     IF WS-BACKORD-WAS-OPENED
016420         CLOSE BACKORD
016430     END-IF.
016440     IF WS-ARFILE-WAS-OPENED
016450         CLOSE ARFILE
016460     END-IF.
016470     IF WS-SHIPTO-WAS-OPENED
016480         CLOSE SHIPTO
016490     END-IF.
016500     DISPLAY "DAY9SOG - PROCESSING DATE     : " WS-RUN-DATE.
016510     DISPLAY "DAY9SOG - DUE UP TO           : " WS-HORIZON.
016520     DISPLAY "DAY9SOG - STANDING LINES READ : "
016530         WS-SO-LINES-READ.
016540     DISPLAY "DAY9SOG - LINES DUE           : " WS-SO-LINES-DUE.
016550     DISPLAY "DAY9SOG - LINES ENDED         : "
016560         WS-SO-LINES-ENDED.
016570     DISPLAY "DAY9SOG - ORDERS TAKEN        : " WS-ORDERS-TAKEN.
016580     DISPLAY "DAY9SOG - ORDERS REFUSED      : "
016590         WS-ORDERS-REFUSED.
016600     DISPLAY "DAY9SOG - LINES WRITTEN       : " WS-LINES-WRITTEN.
016610     DISPLAY "DAY9SOG - LINES ON CREDIT HOLD: " WS-LINES-HELD.
016620     DISPLAY "DAY9SOG - LINES BACKORDERED   : "
016630         WS-LINES-BACKORDERED.
016640     DISPLAY "DAY9SOG - LINES REJECTED      : "
016650         WS-LINES-REJECTED.
016660 9000-EXIT.
016670     EXIT.

016680 9100-SAVE-NEXT-ORDER.
016690     OPEN OUTPUT SOGSEQ.
016700     IF NOT WS-SOGSEQ-OK
016710         DISPLAY "DAY9SOG - UNABLE TO SAVE SOGSEQ, STATUS "
016720             WS-SOGSEQ-STATUS " - NEXT RUN SKIPS USED NUMBERS"
016730         GO TO 9100-EXIT
016740     END-IF.
016750     MOVE WS-NEXT-ORDER TO SEQ-Next-Order.
016760     WRITE SOGSEQ-REC.
016770     CLOSE SOGSEQ.
016780 9100-EXIT.
016790     EXIT.
