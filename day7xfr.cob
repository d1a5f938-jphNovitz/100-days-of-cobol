000100*****************************************************************
000110* EXERCISE 7 TRANSFERS: NIGHTLY MIN/MAX TOP-UP SWEEP
000120* COMPARES EVERY LOCSTOCK BUCKET THAT HAS LEVELS ON THE LOCLEVEL
000130* FILE (SEE LOCLEVEL.CPY, MAINTAINED IN DAY7LVL) WITH ITS
000140* MINIMUM, AND FOR EACH ONE BELOW IT PROPOSES "X" TRANSFERS THAT
000150* BRING IT BACK UP TO ITS MAXIMUM:
000160*   - FROM THE MAIN WAREHOUSE "MAG" FIRST, DOWN TO MAG'S OWN
000170*     MINIMUM (ALL OF MAG WHEN IT HAS NO LEVELS);
000180*   - THEN FROM WHICHEVER OTHER LOCATION HOLDS THE LARGEST
000190*     SURPLUS ABOVE ITS MAXIMUM.
000200* WHAT NO SOURCE CAN COVER IS LISTED AS UNCOVERED FOR THE
000210* SUPERVISOR (A CASE FOR PURCHASING, NOT FOR A TRANSFER).
000220*
000230* EACH TRANSFER IS QUEUED AS ONE "X" DETAIL ON PRODRQUE, AND THE
000240* NEXT DAY7 RUN MERGES THEM WITH ITS PRODTRAN, AS IT DOES THE
000250* MOVEMENTS DAY7RTS AND DAY9FUL QUEUE. XFRRPT LISTS THEM FOR
000260* THE WAREHOUSE SUPERVISOR. LOCSTOCK DOES NOT MOVE UNTIL DAY7
000270* APPLIES THE QUEUE, SO THE "X" TRANSFERS ALREADY QUEUED ARE
000280* COUNTED INTO EACH BUCKET'S STOCK BEFORE IT IS SWEPT - A SECOND
000290* RUN THE SAME NIGHT, OR AFTER A NIGHT DAY7 DID NOT RUN, ONLY
000300* PROPOSES WHAT THE QUEUE DOES NOT ALREADY COVER. NOTHING IS
000310* MOVED HERE: LOCSTOCK IS ONLY READ.
000320*****************************************************************
000330* MODIFICATION HISTORY
000340*  10/15/2026  JPH  ORIGINAL VERSION.
000350*  10/15/2026  JPH  TRANSFERS ARE QUEUED ON PRODRQUE
000360*                   (OPENED EXTEND) FOR DAY7 TO MERGE, IN PLACE OF
000370*                   THE XFRTRAN BATCH THAT NO RUN EVER APPLIED.
000380*  10/15/2026  JPH  THE "X" TRANSFERS ALREADY ON PRODRQUE ARE
000390*                   LOADED FIRST AND COUNTED INTO EACH BUCKET'S
000400*                   STOCK (IN AT ITS DESTINATION, OUT AT ITS
000410*                   SOURCE), SO A RERUN BEFORE DAY7 HAS APPLIED
000420*                   THE QUEUE NO LONGER QUEUES THE SAME TRANSFERS
000430*                   TWICE.
000440*****************************************************************
000450 IDENTIFICATION DIVISION.
000460 PROGRAM-ID. day7xfr.
000470 AUTHOR. jphNovitz.
000480 DATE-WRITTEN. 2026/10/15.
000490 DATE-COMPILED.

000500 ENVIRONMENT DIVISION.
000510 INPUT-OUTPUT SECTION.
000520 FILE-CONTROL.
000530     SELECT LOCLEVEL ASSIGN TO "LOCLEVEL"
000540         ORGANIZATION IS INDEXED
000550         ACCESS MODE IS SEQUENTIAL
000560         RECORD KEY IS LL-Key
000570         FILE STATUS IS WS-LOCLEVEL-STATUS.

000580     SELECT LOCSTOCK ASSIGN TO "LOCSTOCK"
000590         ORGANIZATION IS INDEXED
000600         ACCESS MODE IS DYNAMIC
000610         RECORD KEY IS LS-Key
000620         FILE STATUS IS WS-LOCSTOCK-STATUS.

000630     SELECT PRODMAST ASSIGN TO "PRODMAST"
000640         ORGANIZATION IS INDEXED
000650         ACCESS MODE IS DYNAMIC
000660         RECORD KEY IS Code-produit
000670         FILE STATUS IS WS-PRODMAST-STATUS.

000680     SELECT PRODRQUE ASSIGN TO "PRODRQUE"
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS WS-PRODRQUE-STATUS.

000710     SELECT XFRRPT ASSIGN TO "XFRRPT"
000720         ORGANIZATION IS LINE SEQUENTIAL
000730         FILE STATUS IS WS-XFRRPT-STATUS.

000740 DATA DIVISION.
000750 FILE SECTION.
000760 FD  LOCLEVEL
000770     RECORDING MODE IS F.
000780     COPY LOCLEVEL.

000790 FD  LOCSTOCK
000800     RECORDING MODE IS F.
000810     COPY LOCSTOCK.

000820 FD  PRODMAST
000830     RECORDING MODE IS F.
000840     COPY PRODREC.

000850 FD  PRODRQUE
000860     RECORDING MODE IS F.
000870     COPY PRODTRAN.

000880 FD  XFRRPT
000890     RECORDING MODE IS F.
000900 01  XFRRPT-LINE              PIC X(100).

000910 WORKING-STORAGE SECTION.
000920 01  WS-LOCLEVEL-STATUS       PIC X(02).
000930     88  WS-LOCLEVEL-OK             VALUE "00".

000940 01  WS-LOCSTOCK-STATUS       PIC X(02).
000950     88  WS-LOCSTOCK-OK             VALUE "00".

000960 01  WS-PRODMAST-STATUS       PIC X(02).
000970     88  WS-PRODMAST-OK             VALUE "00".

000980 01  WS-PRODRQUE-STATUS       PIC X(02).
000990     88  WS-PRODRQUE-OK             VALUE "00".

001000 01  WS-XFRRPT-STATUS         PIC X(02).
001010     88  WS-XFRRPT-OK               VALUE "00".

001020 01  WS-SWITCHES.
001030     05  WS-EOF-SW            PIC X(01)  VALUE "N".
001040         88  WS-EOF-REACHED          VALUE "Y".
001050     05  WS-LOCLEVEL-OPEN-SW  PIC X(01)  VALUE "N".
001060         88  WS-LOCLEVEL-WAS-OPENED  VALUE "Y".
001070     05  WS-LOCSTOCK-OPEN-SW  PIC X(01)  VALUE "N".
001080         88  WS-LOCSTOCK-WAS-OPENED  VALUE "Y".
001090     05  WS-PRODMAST-OPEN-SW  PIC X(01)  VALUE "N".
001100         88  WS-PRODMAST-WAS-OPENED  VALUE "Y".
001110     05  WS-PRODRQUE-OPEN-SW  PIC X(01)  VALUE "N".
001120         88  WS-PRODRQUE-WAS-OPENED  VALUE "Y".
001130     05  WS-XFRRPT-OPEN-SW    PIC X(01)  VALUE "N".
001140         88  WS-XFRRPT-WAS-OPENED    VALUE "Y".
001150     05  WS-MAG-LEVEL-SW      PIC X(01)  VALUE "N".
001160         88  WS-MAG-HAS-LEVEL        VALUE "Y".
001170     05  WS-QUEUE-EOF-SW      PIC X(01)  VALUE "N".
001180         88  WS-QUEUE-EOF-REACHED    VALUE "Y".
001190     05  WS-QUEUE-OVFL-SW     PIC X(01)  VALUE "N".
001200         88  WS-QUEUE-OVERFLOWED     VALUE "Y".

001210 01  WS-COUNTERS.
001220     05  WS-LEVELS-READ       PIC 9(05) COMP  VALUE ZERO.
001230     05  WS-PRODUCTS-SWEPT    PIC 9(05) COMP  VALUE ZERO.
001240     05  WS-BELOW-MIN         PIC 9(05) COMP  VALUE ZERO.
001250     05  WS-TRANSFERS         PIC 9(07) COMP  VALUE ZERO.
001260     05  WS-UNCOVERED         PIC 9(05) COMP  VALUE ZERO.
001270     05  WS-ALREADY-QUEUED    PIC 9(05) COMP  VALUE ZERO.

001280 01  WS-RUN-DATE              PIC 9(08).
001290 01  WS-CUR-CODE              PIC X(03)  VALUE SPACES.
001300 01  WS-LIBELLE               PIC X(15)  VALUE SPACES.
001310 01  WS-NEED                  PIC S9(07) COMP  VALUE ZERO.
001320 01  WS-TAKE                  PIC S9(07) COMP  VALUE ZERO.
001330 01  WS-BEST-DISPO            PIC S9(07) COMP  VALUE ZERO.
001340 01  WS-TO-I                  PIC 9(03) COMP  VALUE ZERO.
001350 01  WS-FROM-I                PIC 9(03) COMP  VALUE ZERO.
001360 01  WS-LV-I                  PIC 9(03) COMP  VALUE ZERO.
001370 01  WS-QX-I                  PIC 9(03) COMP  VALUE ZERO.

001380*****************************************************************
001390* ONE PRODUCT'S BUCKETS: EVERY LOCATION WITH LEVELS, PLUS "MAG"
001400* ALWAYS IN SLOT 1 AS THE FIRST SOURCE. WS-LV-DISPO IS WHAT THE
001410* BUCKET CAN STILL GIVE TONIGHT - QUANTITY ABOVE ITS MAXIMUM
001420* (ABOVE ITS MINIMUM FOR MAG) - AND FALLS AS TRANSFERS ARE
001430* PROPOSED OUT OF IT.
001440*****************************************************************
001450 01  WS-LEVEL-TABLE.
001460     05  WS-LV-COUNT          PIC 9(03) COMP  VALUE ZERO.
001470     05  WS-LV-ENTRY OCCURS 50 TIMES.
001480         10  WS-LV-LOCATION   PIC X(03).
001490         10  WS-LV-HAS-LEVEL  PIC X(01).
001500         10  WS-LV-MIN        PIC 9(05).
001510         10  WS-LV-MAX        PIC 9(05).
001520         10  WS-LV-QTE        PIC S9(05).
001530         10  WS-LV-DISPO      PIC S9(07) COMP.

001540*****************************************************************
001550* THE "X" TRANSFERS ALREADY WAITING ON PRODRQUE FOR DAY7.
001560*****************************************************************
001570 01  WS-QUEUED-TABLE.
001580     05  WS-QX-COUNT          PIC 9(03) COMP  VALUE ZERO.
001590     05  WS-QX-ENTRY OCCURS 500 TIMES.
001600         10  WS-QX-CODE       PIC X(03).
001610         10  WS-QX-FROM       PIC X(03).
001620         10  WS-QX-TO         PIC X(03).
001630         10  WS-QX-QTE        PIC S9(05).

001640 01  WS-SEPARATOR-LINE.
001650     05  FILLER               PIC X(100) VALUE ALL "=".

001660 01  WS-REPORT-HEADING.
001670     05  FILLER               PIC X(42) VALUE
001680         "PROPOSITIONS DE TRANSFERT MIN/MAX AU      ".
001690     05  WH-RUN-DATE          PIC 9(08).

001700 01  WS-COLUMN-HEADING.
001710     05  FILLER               PIC X(05) VALUE "CODE".
001720     05  FILLER               PIC X(16) VALUE "LIBELLE".
001730     05  FILLER               PIC X(06) VALUE "VERS".
001740     05  FILLER               PIC X(08) VALUE "  STOCK".
001750     05  FILLER               PIC X(08) VALUE "    MIN".
001760     05  FILLER               PIC X(08) VALUE "    MAX".
001770     05  FILLER               PIC X(06) VALUE "  DE".
001780     05  FILLER               PIC X(08) VALUE "  STOCK".
001790     05  FILLER               PIC X(10) VALUE "  TRANSF.".
001800     05  FILLER               PIC X(14) VALUE "  REMARQUE".

001810 01  WS-DETAIL-LINE.
001820     05  WD-CODE              PIC X(03).
001830     05  FILLER               PIC X(02) VALUE SPACES.
001840     05  WD-LIBELLE           PIC X(15).
001850     05  FILLER               PIC X(01) VALUE SPACE.
001860     05  WD-VERS              PIC X(03).
001870     05  FILLER               PIC X(03) VALUE SPACES.
001880     05  WD-VERS-QTE          PIC -ZZZZ9.
001890     05  FILLER               PIC X(02) VALUE SPACES.
001900     05  WD-MIN               PIC ZZZZZ9.
001910     05  FILLER               PIC X(02) VALUE SPACES.
001920     05  WD-MAX               PIC ZZZZZ9.
001930     05  FILLER               PIC X(04) VALUE SPACES.
001940     05  WD-DE                PIC X(03).
001950     05  FILLER               PIC X(01) VALUE SPACE.
001960     05  WD-DE-QTE            PIC -ZZZZZ9.
001970     05  FILLER               PIC X(03) VALUE SPACES.
001980     05  WD-TRANSFERT         PIC ZZZZZZ9.
001990     05  FILLER               PIC X(02) VALUE SPACES.
002000     05  WD-REMARQUE          PIC X(14).

002010 01  WS-TOTAL-LINE.
002020     05  FILLER               PIC X(22) VALUE
002030         "SOUS LE MINIMUM :     ".
002040     05  WT-BELOW-MIN         PIC ZZZZ9.
002050     05  FILLER               PIC X(16) VALUE
002060         "   TRANSFERTS : ".
002070     05  WT-TRANSFERS         PIC ZZZZZZ9.
002080     05  FILLER               PIC X(17) VALUE
002090         "  NON COUVERTS : ".
002100     05  WT-UNCOVERED         PIC ZZZZ9.

002110 PROCEDURE DIVISION.

002120 0000-MAINLINE.
002130     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002140     PERFORM 2000-SWEEP-ONE-PRODUIT THRU 2000-EXIT
002150         UNTIL WS-EOF-REACHED.
002160     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002170     GOBACK.

002180 1000-INITIALIZE.
002190     CALL "dayproc" USING WS-RUN-DATE.

002200     OPEN INPUT LOCLEVEL.
002210     IF NOT WS-LOCLEVEL-OK
002220         DISPLAY "DAY7XFR - UNABLE TO OPEN LOCLEVEL, STATUS "
002230             WS-LOCLEVEL-STATUS " - NO LEVELS TO SWEEP"
002240         MOVE "Y" TO WS-EOF-SW
002250     ELSE
002260         MOVE "Y" TO WS-LOCLEVEL-OPEN-SW
002270     END-IF.

002280     OPEN INPUT LOCSTOCK.
002290     IF NOT WS-LOCSTOCK-OK
002300         DISPLAY "DAY7XFR - UNABLE TO OPEN LOCSTOCK, STATUS "
002310             WS-LOCSTOCK-STATUS " - NOTHING TO SWEEP"
002320         MOVE "Y" TO WS-EOF-SW
002330     ELSE
002340         MOVE "Y" TO WS-LOCSTOCK-OPEN-SW
002350     END-IF.

002360     OPEN INPUT PRODMAST.
002370     IF NOT WS-PRODMAST-OK
002380         DISPLAY "DAY7XFR - UNABLE TO OPEN PRODMAST, STATUS "
002390             WS-PRODMAST-STATUS " - LIBELLES WILL BE BLANK"
002400     ELSE
002410         MOVE "Y" TO WS-PRODMAST-OPEN-SW
002420     END-IF.

002430     PERFORM 1100-LOAD-QUEUED THRU 1100-EXIT.
002440     IF WS-QUEUE-OVERFLOWED
002450         DISPLAY "DAY7XFR - PRODRQUE HOLDS MORE THAN 500 "
002460             "TRANSFERS - SWEEP REFUSED, NOTHING WRITTEN"
002470         MOVE 12 TO RETURN-CODE
002480         MOVE "Y" TO WS-EOF-SW
002490         GO TO 1000-EXIT
002500     END-IF.

002510*    EXTEND, SO MOVEMENTS QUEUED SINCE THE LAST DAY7 RUN STAY ON
002520*    THE QUEUE WITH TONIGHT'S TRANSFERS.
002530     OPEN EXTEND PRODRQUE.
002540     IF NOT WS-PRODRQUE-OK
002550         DISPLAY "DAY7XFR - UNABLE TO OPEN PRODRQUE, STATUS "
002560             WS-PRODRQUE-STATUS " - NO TRANSFERS WRITTEN"
002570         MOVE "Y" TO WS-EOF-SW
002580         GO TO 1000-EXIT
002590     END-IF.
002600     MOVE "Y" TO WS-PRODRQUE-OPEN-SW.

002610     OPEN OUTPUT XFRRPT.
002620     IF NOT WS-XFRRPT-OK
002630         DISPLAY "DAY7XFR - UNABLE TO OPEN XFRRPT, STATUS "
002640             WS-XFRRPT-STATUS
002650         MOVE "Y" TO WS-EOF-SW
002660         GO TO 1000-EXIT
002670     END-IF.
002680     MOVE "Y" TO WS-XFRRPT-OPEN-SW.
002690     MOVE WS-RUN-DATE TO WH-RUN-DATE.
002700     WRITE XFRRPT-LINE FROM WS-REPORT-HEADING.
002710     WRITE XFRRPT-LINE FROM WS-SEPARATOR-LINE.
002720     WRITE XFRRPT-LINE FROM WS-COLUMN-HEADING.
002730     WRITE XFRRPT-LINE FROM WS-SEPARATOR-LINE.

002740     IF NOT WS-EOF-REACHED
002750         PERFORM 2100-READ-LOCLEVEL THRU 2100-EXIT
002760     END-IF.
002770 1000-EXIT.
002780     EXIT.

002790*****************************************************************
002800* NO PRODRQUE (OR AN EMPTY ONE) MEANS NOTHING IS QUEUED. ONLY THE
002810* "X" TRANSFERS ARE KEPT; A QUEUE TOO LARGE FOR THE TABLE REFUSES
002820* THE SWEEP RATHER THAN RISK PROPOSING A TRANSFER TWICE.
002830*****************************************************************
002840 1100-LOAD-QUEUED.
002850     MOVE ZERO TO WS-QX-COUNT.
002860     OPEN INPUT PRODRQUE.
002870     IF NOT WS-PRODRQUE-OK
002880         GO TO 1100-EXIT
002890     END-IF.
002900     MOVE "N" TO WS-QUEUE-EOF-SW.
002910     PERFORM 1110-LOAD-ONE-QUEUED THRU 1110-EXIT
002920         UNTIL WS-QUEUE-EOF-REACHED.
002930     CLOSE PRODRQUE.
002940 1100-EXIT.
002950     EXIT.

002960 1110-LOAD-ONE-QUEUED.
002970     READ PRODRQUE
002980         AT END
002990             MOVE "Y" TO WS-QUEUE-EOF-SW
003000             GO TO 1110-EXIT
003010     END-READ.
003020     IF NOT PT-TRANS-TRANSFER
003030         GO TO 1110-EXIT
003040     END-IF.
003050     IF WS-QX-COUNT NOT < 500
003060         MOVE "Y" TO WS-QUEUE-OVFL-SW
003070         MOVE "Y" TO WS-QUEUE-EOF-SW
003080         GO TO 1110-EXIT
003090     END-IF.
003100     ADD 1 TO WS-QX-COUNT.
003110     MOVE PT-Code-produit TO WS-QX-CODE(WS-QX-COUNT).
003120     MOVE PT-Location     TO WS-QX-FROM(WS-QX-COUNT).
003130     MOVE PT-Location-To  TO WS-QX-TO(WS-QX-COUNT).
003140     MOVE PT-Qte-En-Main  TO WS-QX-QTE(WS-QX-COUNT).
003150 1110-EXIT.
003160     EXIT.

003170*****************************************************************
003180* LOCLEVEL IS KEYED ON PRODUCT PLUS LOCATION, SO ONE PRODUCT'S
003190* LEVELS ARRIVE TOGETHER: GATHER THEM, THEN TOP UP THE BUCKETS
003200* BELOW THEIR MINIMUM.
003210*****************************************************************
003220 2000-SWEEP-ONE-PRODUIT.
003230     MOVE LL-Code-produit TO WS-CUR-CODE.
003240     ADD 1 TO WS-PRODUCTS-SWEPT.
003250     MOVE ZERO TO WS-LV-COUNT.
003260     MOVE "N" TO WS-MAG-LEVEL-SW.
003270     PERFORM 2200-GET-LIBELLE THRU 2200-EXIT.
003280     MOVE 1       TO WS-LV-COUNT.
003290     MOVE "MAG"   TO WS-LV-LOCATION(1).
003300     MOVE "N"     TO WS-LV-HAS-LEVEL(1).
003310     MOVE ZERO    TO WS-LV-MIN(1).
003320     MOVE ZERO    TO WS-LV-MAX(1).
003330     PERFORM 2300-GATHER-ONE-LEVEL THRU 2300-EXIT
003340         UNTIL WS-EOF-REACHED
003350            OR LL-Code-produit NOT = WS-CUR-CODE.
003360     PERFORM 2400-SET-DISPO THRU 2400-EXIT
003370         VARYING WS-LV-I FROM 1 BY 1
003380         UNTIL WS-LV-I > WS-LV-COUNT.
003390     PERFORM 3000-TOP-UP-ONE-BUCKET THRU 3000-EXIT
003400         VARYING WS-TO-I FROM 1 BY 1
003410         UNTIL WS-TO-I > WS-LV-COUNT.
003420 2000-EXIT.
003430     EXIT.

003440 2100-READ-LOCLEVEL.
003450     READ LOCLEVEL
003460         AT END
003470             MOVE "Y" TO WS-EOF-SW
003480             GO TO 2100-EXIT
003490     END-READ.
003500     ADD 1 TO WS-LEVELS-READ.
003510 2100-EXIT.
003520     EXIT.

003530 2200-GET-LIBELLE.
003540     MOVE SPACES TO WS-LIBELLE.
003550     IF NOT WS-PRODMAST-WAS-OPENED
003560         GO TO 2200-EXIT
003570     END-IF.
003580     MOVE WS-CUR-CODE TO Code-produit.
003590     READ PRODMAST
003600         INVALID KEY
003610             MOVE SPACES TO WS-LIBELLE
003620         NOT INVALID KEY
003630             MOVE Libelle TO WS-LIBELLE
003640     END-READ.
003650 2200-EXIT.
003660     EXIT.

003670 2300-GATHER-ONE-LEVEL.
003680     IF LL-Location = "MAG"
003690         MOVE "Y"        TO WS-LV-HAS-LEVEL(1)
003700         MOVE LL-Qte-Min TO WS-LV-MIN(1)
003710         MOVE LL-Qte-Max TO WS-LV-MAX(1)
003720         GO TO 2300-READ-NEXT
003730     END-IF.
003740     IF WS-LV-COUNT NOT < 50
003750         DISPLAY "DAY7XFR - MORE THAN 50 LOCATIONS FOR "
003760             WS-CUR-CODE ", " LL-Location " NOT SWEPT"
003770         GO TO 2300-READ-NEXT
003780     END-IF.
003790     ADD 1 TO WS-LV-COUNT.
003800     MOVE LL-Location TO WS-LV-LOCATION(WS-LV-COUNT).
003810     MOVE "Y"         TO WS-LV-HAS-LEVEL(WS-LV-COUNT).
003820     MOVE LL-Qte-Min  TO WS-LV-MIN(WS-LV-COUNT).
003830     MOVE LL-Qte-Max  TO WS-LV-MAX(WS-LV-COUNT).
003840 2300-READ-NEXT.
003850     PERFORM 2100-READ-LOCLEVEL THRU 2100-EXIT.
003860 2300-EXIT.
003870     EXIT.

003880*****************************************************************
003890* READS THE BUCKET'S ON-HAND (NO LOCSTOCK ENTRY IS AN EMPTY
003900* BUCKET), BRINGS IN THE TRANSFERS ALREADY QUEUED FOR IT, AND
003910* WORKS OUT WHAT IT CAN GIVE.
003920*****************************************************************
003930 2400-SET-DISPO.
003940     MOVE WS-CUR-CODE               TO LS-Code-produit.
003950     MOVE WS-LV-LOCATION(WS-LV-I)   TO LS-Location.
003960     READ LOCSTOCK
003970         INVALID KEY
003980             MOVE ZERO TO LS-Qte
003990     END-READ.
004000     MOVE LS-Qte TO WS-LV-QTE(WS-LV-I).
004010     PERFORM 2410-APPLY-ONE-QUEUED THRU 2410-EXIT
004020         VARYING WS-QX-I FROM 1 BY 1
004030         UNTIL WS-QX-I > WS-QX-COUNT.
004040     IF WS-LV-I = 1
004050         COMPUTE WS-LV-DISPO(WS-LV-I) =
004060             WS-LV-QTE(WS-LV-I) - WS-LV-MIN(WS-LV-I)
004070     ELSE
004080         COMPUTE WS-LV-DISPO(WS-LV-I) =
004090             WS-LV-QTE(WS-LV-I) - WS-LV-MAX(WS-LV-I)
004100     END-IF.
004110     IF WS-LV-DISPO(WS-LV-I) < ZERO
004120         MOVE ZERO TO WS-LV-DISPO(WS-LV-I)
004130     END-IF.
004140 2400-EXIT.
004150     EXIT.

004160 2410-APPLY-ONE-QUEUED.
004170     IF WS-QX-CODE(WS-QX-I) NOT = WS-CUR-CODE
004180         GO TO 2410-EXIT
004190     END-IF.
004200     IF WS-QX-TO(WS-QX-I) = WS-LV-LOCATION(WS-LV-I)
004210         ADD WS-QX-QTE(WS-QX-I) TO WS-LV-QTE(WS-LV-I)
004220         ADD 1 TO WS-ALREADY-QUEUED
004230     END-IF.
004240     IF WS-QX-FROM(WS-QX-I) = WS-LV-LOCATION(WS-LV-I)
004250         SUBTRACT WS-QX-QTE(WS-QX-I) FROM WS-LV-QTE(WS-LV-I)
004260     END-IF.
004270 2410-EXIT.
004280     EXIT.

004290*****************************************************************
004300* A BUCKET WITH LEVELS THAT IS BELOW ITS MINIMUM IS TOPPED UP TO
004310* ITS MAXIMUM, ONE TRANSFER PER SOURCE DRAWN ON.
004320*****************************************************************
004330 3000-TOP-UP-ONE-BUCKET.
004340     IF WS-LV-HAS-LEVEL(WS-TO-I) NOT = "Y"
004350         GO TO 3000-EXIT
004360     END-IF.
004370     IF WS-LV-QTE(WS-TO-I) NOT < WS-LV-MIN(WS-TO-I)
004380         GO TO 3000-EXIT
004390     END-IF.
004400     ADD 1 TO WS-BELOW-MIN.
004410     COMPUTE WS-NEED = WS-LV-MAX(WS-TO-I) - WS-LV-QTE(WS-TO-I).
004420     MOVE 1 TO WS-FROM-I.
004430     PERFORM 3100-TRANSFER-FROM-ONE-SOURCE THRU 3100-EXIT
004440         UNTIL WS-NEED NOT > ZERO
004450            OR WS-FROM-I = ZERO.
004460     IF WS-NEED > ZERO
004470         ADD 1 TO WS-UNCOVERED
004480         MOVE SPACES TO WD-DE
004490         MOVE ZERO   TO WD-DE-QTE
004500         MOVE WS-NEED TO WD-TRANSFERT
004510         MOVE "NON COUVERT" TO WD-REMARQUE
004520         PERFORM 3300-PRINT-LINE THRU 3300-EXIT
004530     END-IF.
004540 3000-EXIT.
004550     EXIT.

004560 3100-TRANSFER-FROM-ONE-SOURCE.
004570     PERFORM 3200-PICK-SOURCE THRU 3200-EXIT.
004580     IF WS-FROM-I = ZERO
004590         GO TO 3100-EXIT
004600     END-IF.
004610     MOVE WS-NEED TO WS-TAKE.
004620     IF WS-LV-DISPO(WS-FROM-I) < WS-TAKE
004630         MOVE WS-LV-DISPO(WS-FROM-I) TO WS-TAKE
004640     END-IF.

004650     MOVE SPACES                    TO PRODTRAN-REC.
004660     MOVE "X"                       TO PT-Trans-Code.
004670     MOVE WS-CUR-CODE               TO PT-Code-produit.
004680     MOVE ZERO                      TO PT-Prix.
004690     MOVE WS-TAKE                   TO PT-Qte-En-Main.
004700     MOVE ZERO                      TO PT-Seuil-Reappro.
004710     MOVE WS-LV-LOCATION(WS-FROM-I) TO PT-Location.
004720     MOVE WS-LV-LOCATION(WS-TO-I)   TO PT-Location-To.
004730     MOVE ZERO                      TO PT-Date-Expiree.
004740     WRITE PRODTRAN-REC.
004750     ADD 1 TO WS-TRANSFERS.

004760     MOVE WS-LV-LOCATION(WS-FROM-I) TO WD-DE.
004770     MOVE WS-LV-QTE(WS-FROM-I)      TO WD-DE-QTE.
004780     MOVE WS-TAKE                   TO WD-TRANSFERT.
004790     IF WS-FROM-I = 1
004800         MOVE SPACES TO WD-REMARQUE
004810     ELSE
004820         MOVE "EXCEDENT" TO WD-REMARQUE
004830     END-IF.
004840     PERFORM 3300-PRINT-LINE THRU 3300-EXIT.

004850     SUBTRACT WS-TAKE FROM WS-LV-DISPO(WS-FROM-I).
004860     SUBTRACT WS-TAKE FROM WS-NEED.
004870 3100-EXIT.
004880     EXIT.

004890*****************************************************************
004900* MAG WHILE IT HAS STOCK TO GIVE, OTHERWISE THE LARGEST SURPLUS.
004910* WS-FROM-I COMES BACK ZERO WHEN NO BUCKET CAN GIVE ANYTHING.
004920*****************************************************************
004930 3200-PICK-SOURCE.
004940     IF WS-TO-I NOT = 1
004950         AND WS-LV-DISPO(1) > ZERO
004960         MOVE 1 TO WS-FROM-I
004970         GO TO 3200-EXIT
004980     END-IF.
004990     MOVE ZERO TO WS-FROM-I.
005000     MOVE ZERO TO WS-BEST-DISPO.
005010     PERFORM 3210-CHECK-ONE-SOURCE THRU 3210-EXIT
005020         VARYING WS-LV-I FROM 2 BY 1
005030         UNTIL WS-LV-I > WS-LV-COUNT.
005040 3200-EXIT.
005050     EXIT.

005060 3210-CHECK-ONE-SOURCE.
005070     IF WS-LV-I NOT = WS-TO-I
005080         AND WS-LV-DISPO(WS-LV-I) > WS-BEST-DISPO
005090         MOVE WS-LV-I TO WS-FROM-I
005100         MOVE WS-LV-DISPO(WS-LV-I) TO WS-BEST-DISPO
005110     END-IF.
005120 3210-EXIT.
005130     EXIT.

005140 3300-PRINT-LINE.
005150     MOVE WS-CUR-CODE             TO WD-CODE.
005160     MOVE WS-LIBELLE              TO WD-LIBELLE.
005170     MOVE WS-LV-LOCATION(WS-TO-I) TO WD-VERS.
005180     MOVE WS-LV-QTE(WS-TO-I)      TO WD-VERS-QTE.
005190     MOVE WS-LV-MIN(WS-TO-I)      TO WD-MIN.
005200     MOVE WS-LV-MAX(WS-TO-I)      TO WD-MAX.
005210     WRITE XFRRPT-LINE FROM WS-DETAIL-LINE.
005220 3300-EXIT.
005230     EXIT.

005240 9000-TERMINATE.
005250     IF WS-PRODRQUE-WAS-OPENED
005260         CLOSE PRODRQUE
005270     END-IF.
005280     IF WS-XFRRPT-WAS-OPENED
005290         MOVE WS-BELOW-MIN TO WT-BELOW-MIN
005300         MOVE WS-TRANSFERS TO WT-TRANSFERS
005310         MOVE WS-UNCOVERED TO WT-UNCOVERED
005320         WRITE XFRRPT-LINE FROM WS-SEPARATOR-LINE
005330         WRITE XFRRPT-LINE FROM WS-TOTAL-LINE
005340         CLOSE XFRRPT
005350     END-IF.
005360     IF WS-LOCLEVEL-WAS-OPENED
005370         CLOSE LOCLEVEL
005380     END-IF.
005390     IF WS-LOCSTOCK-WAS-OPENED
005400         CLOSE LOCSTOCK
005410     END-IF.
005420     IF WS-PRODMAST-WAS-OPENED
005430         CLOSE PRODMAST
005440     END-IF.
005450     DISPLAY "DAY7XFR - LEVELS READ       : " WS-LEVELS-READ.
005460     DISPLAY "DAY7XFR - PRODUCTS SWEPT    : " WS-PRODUCTS-SWEPT.
005470     DISPLAY "DAY7XFR - BUCKETS BELOW MIN : " WS-BELOW-MIN.
005480     DISPLAY "DAY7XFR - ALREADY QUEUED    : " WS-ALREADY-QUEUED.
005490     DISPLAY "DAY7XFR - TRANSFERS WRITTEN : " WS-TRANSFERS.
005500     DISPLAY "DAY7XFR - UNCOVERED         : " WS-UNCOVERED.
005510 9000-EXIT.
005520     EXIT.
