000600*                   THE TAXREG ENTRIES AND THE DAY7GL POSTINGS.
000610*                   OPEN LINES STILL AWAITING THEIR PICK ("N")
000620*                   ARE NO LONGER BILLED BEFORE THEY SHIP.
000630*  10/15/2026  JPH  A LINE FROZEN BELOW ITS LIST PRICE (CONTRACT,
000640*                   QUANTITY BREAK, PROMOTION OR QUOTE - SEE
000650*                   ORD-REGLE-PRIX) NOW PRINTS A DISCOUNT NOTE
000660*                   UNDER ITS DETAIL LINE WITH THE LIST PRICE,
000670*                   THE RULE, THE PERCENTAGE AND THE AMOUNT, AND
000680*                   THE ORDER TOTAL IS FOLLOWED BY THE DISCOUNT
000690*                   GIVEN ON THE WHOLE INVOICE.
000700*  10/15/2026  JPH  EACH DETAIL LINE NOW QUOTES THE SHIPMENT
000710*                   NUMBER DAY9DSP PRINTED ON THE DELIVERY NOTE,
000720*                   SO A DISPUTED DELIVERY TRACES FROM THE
000730*                   INVOICE TO THE CARRIER MANIFEST.
000740*  10/15/2026  JPH  INVOICING NOW COMMITS INVOICE BY INVOICE.
000750*                   INVSEQ IS REWRITTEN AT EVERY INVOICE
000760*                   BOUNDARY: FIRST WITH THE INVOICE AND ORDER
000770*                   IN FLIGHT, THEN CLEARED ONCE THE ARFILE ITEM
000780*                   IS WRITTEN. EACH BILLED LINE CARRIES ITS
000790*                   INVOICE NUMBER (ORD-FACTURE). A RUN THAT
000800*                   FINDS AN INVOICE STILL IN FLIGHT FINISHES IT
000810*                   WHEN ITS ARFILE ITEM EXISTS, OTHERWISE BACKS
000820*                   IT OUT (LINES BACK TO "F"/"C", ITS TAXREG
000830*                   ENTRIES REMOVED) AND REISSUES THE NUMBER,
000840*                   THEN RESUMES AFTER THE LAST COMPLETE
000850*                   INVOICE, APPENDING TO INVRPT. THE RUN IS
000860*                   REFUSED (RC 12) WHEN INVSEQ IS NOT AHEAD OF
000870*                   THE HIGHEST AR-INVOICE-NO ON ARFILE.
000880*  10/15/2026  JPH  EACH INVOICE NOW SHOWS THE BILLING ADDRESS
000890*                   (CUSTMAST) AND THE DELIVERY ADDRESS ON LINES
000900*                   OF THEIR OWN. THE DELIVERY ADDRESS IS THE
000910*                   SHIPTO ENTRY (SEE SHIPTO.CPY) THE ORDER'S
000920*                   ORD-LIVRAISON NAMES, OR THE BILLING ADDRESS
000930*                   WHEN THE CODE IS BLANK OR NO LONGER ON FILE.
000940*  10/15/2026  JPH  THE TAXREG BACK-OUT NOW COPIES TAXWORK BACK
000950*                   UNDER A TAXSWAP MARKER, SET ONCE TAXWORK IS
000960*                   COMPLETE AND CLEARED WHEN THE COPY ENDS. A RUN
000970*                   FINDING THE MARKER PENDING REDOES THE COPY
000980*                   BEFORE ANYTHING ELSE, SO AN ABEND MID-COPY NO
000990*                   LONGER LEAVES TAXREG CUT SHORT.
001000*****************************************************************
001010 IDENTIFICATION DIVISION.
001020 PROGRAM-ID. day9inv.
001030 AUTHOR. jphNovitz.
001040 DATE-WRITTEN. 2026/08/22.
001050 DATE-COMPILED.

001060 ENVIRONMENT DIVISION.
001070 INPUT-OUTPUT SECTION.
001080 FILE-CONTROL.
001090     SELECT ORDFILE ASSIGN TO "ORDFILE"
001100         ORGANIZATION IS INDEXED
001110         ACCESS MODE IS SEQUENTIAL
001120         RECORD KEY IS ORD-Key
001130         FILE STATUS IS WS-ORDFILE-STATUS.

001140     SELECT INVRPT ASSIGN TO "INVRPT"
001150         ORGANIZATION IS LINE SEQUENTIAL
001160         FILE STATUS IS WS-INVRPT-STATUS.

001170     SELECT ARFILE ASSIGN TO "ARFILE"
001180         ORGANIZATION IS INDEXED
001190         ACCESS MODE IS SEQUENTIAL
001200         RECORD KEY IS AR-Invoice-No
001210         FILE STATUS IS WS-ARFILE-STATUS.

001220     SELECT TAXREG ASSIGN TO "TAXREG"
001230         ORGANIZATION IS LINE SEQUENTIAL
001240         FILE STATUS IS WS-TAXREG-STATUS.

001250     SELECT INVSEQ ASSIGN TO "INVSEQ"
001260         ORGANIZATION IS LINE SEQUENTIAL
001270         FILE STATUS IS WS-INVSEQ-STATUS.

001280     SELECT TAXWORK ASSIGN TO "TAXWORK"
001290         ORGANIZATION IS LINE SEQUENTIAL
001300         FILE STATUS IS WS-TAXWORK-STATUS.

001310     SELECT TAXSWAP ASSIGN TO "TAXSWAP"
001320         ORGANIZATION IS LINE SEQUENTIAL
001330         FILE STATUS IS WS-TAXSWAP-STATUS.

001340     SELECT CUSTMAST ASSIGN TO "CUSTMAST"
001350         ORGANIZATION IS INDEXED
001360         ACCESS MODE IS DYNAMIC
001370         RECORD KEY IS Client-Code
001380         FILE STATUS IS WS-CUSTMAST-STATUS.

001390     SELECT SHIPTO ASSIGN TO "SHIPTO"
001400         ORGANIZATION IS INDEXED
001410         ACCESS MODE IS DYNAMIC
001420         RECORD KEY IS ST-Key
001430         FILE STATUS IS WS-SHIPTO-STATUS.

001440 DATA DIVISION.
001450 FILE SECTION.
001460 FD  ORDFILE
001470     RECORDING MODE IS F.
001480     COPY ORDREC.

001490 FD  INVRPT
001500     RECORDING MODE IS F.
001510 01  INVRPT-LINE              PIC X(90).

001520 FD  ARFILE
001530     RECORDING MODE IS F.
001540     COPY AROPEN.

001550 FD  TAXREG
001560     RECORDING MODE IS F.
001570     COPY TAXREG.

001580 FD  INVSEQ
001590     RECORDING MODE IS F.
001600 01  INVSEQ-REC.
001610     05  SEQ-Next-Invoice     PIC 9(06).
001620     05  SEQ-En-Cours         PIC 9(06).
001630     05  SEQ-En-Cours-Numero  PIC X(06).

001640 FD  TAXWORK
001650     RECORDING MODE IS F.
001660 01  TAXWORK-REC              PIC X(50).

001670 FD  TAXSWAP
001680     RECORDING MODE IS F.
001690 01  TAXSWAP-REC.
001700     05  SWAP-State           PIC X(08).
001710         88  SWAP-IS-PENDING       VALUE "PENDING".

001720 FD  CUSTMAST
001730     RECORDING MODE IS F.
001740     COPY CUSTREC.

001750 FD  SHIPTO
001760     RECORDING MODE IS F.
001770     COPY SHIPTO.

001780 WORKING-STORAGE SECTION.
001790 01  WS-ORDFILE-STATUS        PIC X(02).
001800     88  WS-ORDFILE-OK              VALUE "00".

001810 01  WS-INVRPT-STATUS         PIC X(02).
001820     88  WS-INVRPT-OK               VALUE "00".

001830 01  WS-ARFILE-STATUS         PIC X(02).
001840     88  WS-ARFILE-OK               VALUE "00".
001850     88  WS-ARFILE-MISSING          VALUE "35".

001860 01  WS-INVSEQ-STATUS         PIC X(02).
001870     88  WS-INVSEQ-OK               VALUE "00".

001880 01  WS-TAXREG-STATUS         PIC X(02).
001890     88  WS-TAXREG-OK               VALUE "00".

001900 01  WS-TAXWORK-STATUS        PIC X(02).
001910     88  WS-TAXWORK-OK              VALUE "00".

001920 01  WS-TAXSWAP-STATUS        PIC X(02).
001930     88  WS-TAXSWAP-OK              VALUE "00".

001940 01  WS-CUSTMAST-STATUS       PIC X(02).
001950     88  WS-CUSTMAST-OK             VALUE "00".

001960 01  WS-SHIPTO-STATUS         PIC X(02).
001970     88  WS-SHIPTO-OK               VALUE "00".

001980 01  WS-SWITCHES.
001990     05  WS-EOF-SW            PIC X(01)  VALUE "N".
002000         88  WS-EOF-REACHED          VALUE "Y".
002010     05  WS-ORDFILE-OPEN-SW   PIC X(01)  VALUE "N".
002020         88  WS-ORDFILE-WAS-OPENED   VALUE "Y".
002030     05  WS-INVRPT-OPEN-SW    PIC X(01)  VALUE "N".
002040         88  WS-INVRPT-WAS-OPENED    VALUE "Y".
002050     05  WS-ARFILE-OPEN-SW    PIC X(01)  VALUE "N".
002060         88  WS-ARFILE-WAS-OPENED    VALUE "Y".
002070     05  WS-TAXREG-OPEN-SW    PIC X(01)  VALUE "N".
002080         88  WS-TAXREG-WAS-OPENED    VALUE "Y".
002090     05  WS-CUSTMAST-OPEN-SW  PIC X(01)  VALUE "N".
002100         88  WS-CUSTMAST-WAS-OPENED  VALUE "Y".
002110     05  WS-SHIPTO-OPEN-SW    PIC X(01)  VALUE "N".
002120         88  WS-SHIPTO-WAS-OPENED    VALUE "Y".
002130     05  WS-RESTART-SW        PIC X(01)  VALUE "N".
002140         88  WS-IS-RESTART           VALUE "Y".
002150     05  WS-PENDING-ON-AR-SW  PIC X(01)  VALUE "N".
002160         88  WS-PENDING-ON-AR        VALUE "Y".
002170     05  WS-STOPPED-SW        PIC X(01)  VALUE "N".
002180         88  WS-INVOICING-STOPPED    VALUE "Y".
002190     05  WS-SCAN-EOF-SW       PIC X(01)  VALUE "N".
002200         88  WS-SCAN-EOF-REACHED     VALUE "Y".

002210 01  WS-COUNTERS.
002220     05  WS-LINES-READ        PIC 9(05) COMP  VALUE ZERO.
002230     05  WS-INVOICES          PIC 9(05) COMP  VALUE ZERO.
002240     05  WS-AR-WRITTEN        PIC 9(05) COMP  VALUE ZERO.
002250     05  WS-LINES-BACKED-OUT  PIC 9(05) COMP  VALUE ZERO.
002260     05  WS-TAX-BACKED-OUT    PIC 9(05) COMP  VALUE ZERO.

002270 01  WS-RUN-DATE              PIC 9(08)  VALUE ZERO.
002280 01  WS-NEXT-INVOICE          PIC 9(06)  VALUE 1.
002290 01  WS-CUR-INVOICE           PIC 9(06)  VALUE ZERO.
002300 01  WS-PENDING-INVOICE       PIC 9(06)  VALUE ZERO.
002310 01  WS-PENDING-NUMERO        PIC X(06)  VALUE SPACES.
002320 01  WS-HIGHEST-AR            PIC 9(06)  VALUE ZERO.
002330 01  WS-CUR-CLIENT-CODE       PIC X(05)  VALUE SPACES.
002340 01  WS-CUR-CLIENT            PIC X(20)  VALUE SPACES.

002350 01  WS-PREV-NUMERO           PIC X(06)  VALUE HIGH-VALUES.
002360 01  WS-LINE-NET              PIC S9(09)V99 COMP-3  VALUE ZERO.
002370 01  WS-LINE-TAX              PIC S9(09)V99 COMP-3  VALUE ZERO.
002380 01  WS-LINE-TTC              PIC S9(09)V99 COMP-3  VALUE ZERO.
002390 01  WS-ORDER-NET             PIC S9(11)V99 COMP-3  VALUE ZERO.
002400 01  WS-ORDER-TAX             PIC S9(11)V99 COMP-3  VALUE ZERO.
002410 01  WS-ORDER-TTC             PIC S9(11)V99 COMP-3  VALUE ZERO.
002420 01  WS-LINE-REMISE           PIC S9(09)V99 COMP-3  VALUE ZERO.
002430 01  WS-ORDER-REMISE          PIC S9(11)V99 COMP-3  VALUE ZERO.

002440 01  WS-INVOICE-HEADING.
002450     05  FILLER               PIC X(10) VALUE "FACTURE : ".
002460     05  WH-INVOICE-NO        PIC 9(06).
002470     05  FILLER               PIC X(13) VALUE "  COMMANDE : ".
002480     05  WH-NUMERO            PIC X(06).
002490     05  FILLER               PIC X(11) VALUE "  CLIENT : ".
002500     05  WH-CLIENT            PIC X(20).
002510     05  FILLER               PIC X(07) VALUE "  DU : ".
002520     05  WH-DATE              PIC 9(08).

002530 01  WS-ADDRESS-LINE.
002540     05  WA-LIBELLE           PIC X(13).
002550     05  WA-NOM               PIC X(20).
002560     05  FILLER               PIC X(01) VALUE SPACE.
002570     05  WA-ADRESSE           PIC X(30).

002580 01  WS-BILL-NOM              PIC X(20)  VALUE SPACES.
002590 01  WS-BILL-ADRESSE          PIC X(30)  VALUE SPACES.

002600 01  WS-COLUMN-HEADING.
002610     05  FILLER               PIC X(04) VALUE "CODE".
002620     05  FILLER               PIC X(02) VALUE SPACES.
002630     05  FILLER               PIC X(05) VALUE "  QTE".
002640     05  FILLER               PIC X(04) VALUE SPACES.
002650     05  FILLER               PIC X(10) VALUE "PRIX UNIT.".
002660     05  FILLER               PIC X(06) VALUE SPACES.
002670     05  FILLER               PIC X(06) VALUE "   NET".
002680     05  FILLER               PIC X(07) VALUE SPACES.
002690     05  FILLER               PIC X(05) VALUE " TAXE".
002700     05  FILLER               PIC X(08) VALUE SPACES.
002710     05  FILLER               PIC X(05) VALUE "TOTAL".
002720     05  FILLER               PIC X(02) VALUE SPACES.
002730     05  FILLER               PIC X(06) VALUE "DEVISE".
002740     05  FILLER               PIC X(02) VALUE SPACES.
002750     05  FILLER               PIC X(06) VALUE "EXPED.".

002760 01  WS-DETAIL-LINE.
002770     05  WD-CODE              PIC X(03).
002780     05  FILLER               PIC X(02) VALUE SPACES.
002790     05  WD-QTE               PIC ZZZZ9.
002800     05  FILLER               PIC X(02) VALUE SPACES.
002810     05  WD-PRIX              PIC -ZZZ,ZZ9.99.
002820     05  FILLER               PIC X(02) VALUE SPACES.
002830     05  WD-NET               PIC -ZZZ,ZZ9.99.
002840     05  FILLER               PIC X(02) VALUE SPACES.
002850     05  WD-TAXE              PIC -ZZZ,ZZ9.99.
002860     05  FILLER               PIC X(02) VALUE SPACES.
002870     05  WD-TOTAL             PIC -ZZZ,ZZ9.99.
002880     05  FILLER               PIC X(03) VALUE SPACES.
002890     05  WD-DEVISE            PIC X(03).
002900     05  FILLER               PIC X(04) VALUE SPACES.
002910     05  WD-EXPEDITION        PIC X(06).

002920 01  WS-SHORT-NOTE.
002930     05  FILLER               PIC X(27) VALUE
002940         "  ** LIVRAISON PARTIELLE : ".
002950     05  WN-COMMANDEE         PIC ZZZZ9.
002960     05  FILLER               PIC X(21) VALUE
002970         " COMMANDES, RELIQUAT ".
002980     05  WN-RELIQUAT          PIC ZZZZ9.
002990     05  FILLER               PIC X(17) VALUE
003000         " EN SOUFFRANCE **".

003010 01  WS-DISCOUNT-NOTE.
003020     05  FILLER               PIC X(19) VALUE
003030         "  ** PRIX CATALOGUE".
003040     05  WR-PRIX-LISTE        PIC -ZZZ,ZZ9.99.
003050     05  FILLER               PIC X(09) VALUE "  REMISE ".
003060     05  WR-REGLE             PIC X(10).
003070     05  WR-POURCENT          PIC ZZ9.99.
003080     05  FILLER               PIC X(05) VALUE " % = ".
003090     05  WR-REMISE            PIC -ZZZ,ZZ9.99.
003100     05  FILLER               PIC X(03) VALUE " **".

003110 01  WS-REMISE-LINE.
003120     05  FILLER               PIC X(17) VALUE
003130         "REMISE ACCORDEE :".
003140     05  FILLER               PIC X(06) VALUE SPACES.
003150     05  WM-REMISE            PIC -Z,ZZZ,ZZ9.99.
003160     05  FILLER               PIC X(01) VALUE SPACE.
003170     05  WM-DEVISE            PIC X(03).

003180 01  WS-RESTART-LINE.
003190     05  FILLER               PIC X(22) VALUE
003200         "*** REPRISE - FACTURE ".
003210     05  WK-INVOICE-NO        PIC 9(06).
003220     05  FILLER               PIC X(12) VALUE " (COMMANDE ".
003230     05  WK-NUMERO            PIC X(06).
003240     05  FILLER               PIC X(02) VALUE ") ".
003250     05  WK-ISSUE             PIC X(30).

003260 01  WS-TOTAL-LINE.
003270     05  FILLER               PIC X(17) VALUE
003280         "TOTAL COMMANDE : ".
003290     05  FILLER               PIC X(06) VALUE "NET = ".
003300     05  WT-NET               PIC -Z,ZZZ,ZZ9.99.
003310     05  FILLER               PIC X(09) VALUE "  TAXE = ".
003320     05  WT-TAXE              PIC -Z,ZZZ,ZZ9.99.
003330     05  FILLER               PIC X(08) VALUE "  TTC = ".
003340     05  WT-TTC               PIC -Z,ZZZ,ZZ9.99.
003350     05  FILLER               PIC X(01) VALUE SPACE.
003360     05  WT-DEVISE            PIC X(03).

003370 PROCEDURE DIVISION.

003380 0000-MAINLINE.
003390     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003400     PERFORM 2000-PRINT-ONE-LINE THRU 2000-EXIT
003410         UNTIL WS-EOF-REACHED.
003420     IF WS-PREV-NUMERO NOT = HIGH-VALUES
003430         AND NOT WS-INVOICING-STOPPED
003440         PERFORM 3300-ORDER-TOTAL THRU 3300-EXIT
003450     END-IF.
003460     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003470     GOBACK.

003480 1000-INITIALIZE.
003490     CALL "dayproc" USING WS-RUN-DATE.
003500     PERFORM 1500-RECOVER-SWAP THRU 1500-EXIT.
003510     OPEN I-O ORDFILE.
003520     IF NOT WS-ORDFILE-OK
003530         DISPLAY "DAY9INV - UNABLE TO OPEN ORDFILE, STATUS "
003540             WS-ORDFILE-STATUS " - NOTHING TO INVOICE"
003550         MOVE "Y" TO WS-EOF-SW
003560         GO TO 1000-EXIT
003570     END-IF.
003580     MOVE "Y" TO WS-ORDFILE-OPEN-SW.

003590     PERFORM 1100-GET-NEXT-INVOICE THRU 1100-EXIT.
003600     PERFORM 1200-SCAN-ARFILE THRU 1200-EXIT.
003610     IF WS-PENDING-INVOICE NOT = ZERO
003620         PERFORM 1300-RECOVER-INVOICE THRU 1300-EXIT
003630     END-IF.
003640     IF WS-NEXT-INVOICE NOT > WS-HIGHEST-AR
003650         DISPLAY "DAY9INV - INVSEQ " WS-NEXT-INVOICE
003660             " IS NOT AHEAD OF INVOICE " WS-HIGHEST-AR
003670             " ON ARFILE - RUN REFUSED, NOTHING INVOICED"
003680         MOVE 12 TO RETURN-CODE
003690         MOVE "Y" TO WS-EOF-SW
003700         GO TO 1000-EXIT
003710     END-IF.

003720     IF WS-IS-RESTART
003730         OPEN EXTEND INVRPT
003740     ELSE
003750         OPEN OUTPUT INVRPT
003760     END-IF.
003770     IF NOT WS-INVRPT-OK
003780         DISPLAY "DAY9INV - UNABLE TO OPEN INVRPT, STATUS "
003790             WS-INVRPT-STATUS
003800         MOVE "Y" TO WS-EOF-SW
003810         GO TO 1000-EXIT
003820     END-IF.
003830     MOVE "Y" TO WS-INVRPT-OPEN-SW.
003840     IF WS-IS-RESTART
003850         MOVE SPACES TO INVRPT-LINE
003860         WRITE INVRPT-LINE
003870         MOVE WS-RESTART-LINE TO INVRPT-LINE
003880         WRITE INVRPT-LINE
003890     END-IF.

003900     OPEN EXTEND ARFILE.
003910     IF WS-ARFILE-MISSING
003920         OPEN OUTPUT ARFILE
003930     END-IF.
003940     IF NOT WS-ARFILE-OK
003950         DISPLAY "DAY9INV - UNABLE TO OPEN ARFILE, STATUS "
003960             WS-ARFILE-STATUS " - NOTHING INVOICED"
003970         MOVE "Y" TO WS-EOF-SW
003980         GO TO 1000-EXIT
003990     END-IF.
004000     MOVE "Y" TO WS-ARFILE-OPEN-SW.

004010     OPEN EXTEND TAXREG.
004020     IF NOT WS-TAXREG-OK
004030         DISPLAY "DAY9INV - UNABLE TO OPEN TAXREG, STATUS "
004040             WS-TAXREG-STATUS " - TAX REGISTER NOT KEPT"
004050     ELSE
004060         MOVE "Y" TO WS-TAXREG-OPEN-SW
004070     END-IF.

004080*****************************************************************
004090* WITHOUT CUSTMAST THE ADDRESS LINES CARRY ONLY THE ORDER'S
004100* CLIENT NAME; WITHOUT SHIPTO EVERY ORDER DELIVERS TO THE
004110* BILLING ADDRESS. NEITHER STOPS THE BILLING.
004120*****************************************************************
004130     OPEN INPUT CUSTMAST.
004140     IF NOT WS-CUSTMAST-OK
004150         DISPLAY "DAY9INV - UNABLE TO OPEN CUSTMAST, STATUS "
004160             WS-CUSTMAST-STATUS " - NO BILLING ADDRESSES"
004170     ELSE
004180         MOVE "Y" TO WS-CUSTMAST-OPEN-SW
004190     END-IF.

004200     OPEN INPUT SHIPTO.
004210     IF NOT WS-SHIPTO-OK
004220         DISPLAY "DAY9INV - NO SHIPTO (STATUS "
004230             WS-SHIPTO-STATUS ") - BILLING ADDRESSES ONLY"
004240     ELSE
004250         MOVE "Y" TO WS-SHIPTO-OPEN-SW
004260     END-IF.

004270     PERFORM 2100-READ-ORDFILE THRU 2100-EXIT.
004280 1000-EXIT.
004290     EXIT.

004300*****************************************************************
004310* THE NEXT INVOICE NUMBER LIVES ON THE ONE-RECORD INVSEQ CONTROL
004320* FILE, THE SAME SHAPE AS THE DAY7 CHECKPOINT. A MISSING OR
004330* EMPTY FILE STARTS THE SEQUENCE AT 1. THE FILE IS REWRITTEN AT
004340* EVERY INVOICE BOUNDARY AND ALSO NAMES THE INVOICE (AND ITS
004350* ORDER) STILL IN FLIGHT, ZERO WHEN NONE.
004360*****************************************************************
004370 1100-GET-NEXT-INVOICE.
004380     OPEN INPUT INVSEQ.
004390     IF NOT WS-INVSEQ-OK
004400         DISPLAY "DAY9INV - NO INVSEQ CONTROL FILE, NUMBERING "
004410             "STARTS AT 000001"
004420         GO TO 1100-EXIT
004430     END-IF.
004440     READ INVSEQ
004450         AT END
004460             DISPLAY "DAY9INV - INVSEQ IS EMPTY, NUMBERING "
004470                 "STARTS AT 000001"
004480             CLOSE INVSEQ
004490             GO TO 1100-EXIT
004500     END-READ.
004510     IF SEQ-Next-Invoice IS NUMERIC
004520         AND SEQ-Next-Invoice > ZERO
004530         MOVE SEQ-Next-Invoice TO WS-NEXT-INVOICE
004540     END-IF.
004550     IF SEQ-En-Cours IS NUMERIC
004560         AND SEQ-En-Cours > ZERO
004570         MOVE SEQ-En-Cours        TO WS-PENDING-INVOICE
004580         MOVE SEQ-En-Cours-Numero TO WS-PENDING-NUMERO
004590     END-IF.
004600     CLOSE INVSEQ.
004610 1100-EXIT.
004620     EXIT.

004630*****************************************************************
004640* FINDS THE HIGHEST INVOICE NUMBER ALREADY ON ARFILE, AND
004650* WHETHER THE INVOICE LEFT IN FLIGHT REACHED IT.
004660*****************************************************************
004670 1200-SCAN-ARFILE.
004680     MOVE ZERO TO WS-HIGHEST-AR.
004690     OPEN INPUT ARFILE.
004700     IF NOT WS-ARFILE-OK
004710         GO TO 1200-EXIT
004720     END-IF.
004730     MOVE "N" TO WS-SCAN-EOF-SW.
004740     PERFORM 1210-SCAN-ONE-ITEM THRU 1210-EXIT
004750         UNTIL WS-SCAN-EOF-REACHED.
004760     CLOSE ARFILE.
004770 1200-EXIT.
004780     EXIT.

004790 1210-SCAN-ONE-ITEM.
004800     READ ARFILE
004810         AT END
004820             MOVE "Y" TO WS-SCAN-EOF-SW
004830             GO TO 1210-EXIT
004840     END-READ.
004850     IF AR-Invoice-No > WS-HIGHEST-AR
004860         MOVE AR-Invoice-No TO WS-HIGHEST-AR
004870     END-IF.
004880     IF WS-PENDING-INVOICE NOT = ZERO
004890         AND AR-Invoice-No = WS-PENDING-INVOICE
004900         MOVE "Y" TO WS-PENDING-ON-AR-SW
004910     END-IF.
004920 1210-EXIT.
004930     EXIT.

004940*****************************************************************
004950* THE LAST RUN STOPPED WITH AN INVOICE IN FLIGHT. ITS ARFILE
004960* ITEM IS WRITTEN ONLY AFTER EVERY LINE HAS BILLED, SO WHEN THE
004970* ITEM EXISTS THE INVOICE IS COMPLETE AND ONLY THE SEQUENCE
004980* NEEDS BRINGING FORWARD. OTHERWISE THE INVOICE IS BACKED OUT
004990* AND ITS NUMBER REISSUED ON THIS RUN TO THE FIRST ORDER IN KEY
005000* ORDER WITH "F" OR "C" LINES TO BILL - NOT NECESSARILY THE
005010* ORDER IT WAS FIRST ISSUED TO.
005020*****************************************************************
005030 1300-RECOVER-INVOICE.
005040     MOVE "Y" TO WS-RESTART-SW.
005050     MOVE WS-PENDING-INVOICE TO WK-INVOICE-NO.
005060     MOVE WS-PENDING-NUMERO  TO WK-NUMERO.
005070     IF WS-PENDING-ON-AR
005080         COMPUTE WS-NEXT-INVOICE = WS-PENDING-INVOICE + 1
005090         MOVE "COMPLETE, SEQUENCE AVANCEE ***" TO WK-ISSUE
005100         DISPLAY "DAY9INV - INVOICE " WS-PENDING-INVOICE
005110             " WAS COMPLETE ON ARFILE, SEQUENCE BROUGHT "
005120             "FORWARD"
005130     ELSE
005140         PERFORM 1310-BACK-OUT-LINES THRU 1310-EXIT
005150         PERFORM 1320-BACK-OUT-TAX THRU 1320-EXIT
005160         MOVE WS-PENDING-INVOICE TO WS-NEXT-INVOICE
005170         MOVE "INCOMPLETE, ANNULEE ***" TO WK-ISSUE
005180         DISPLAY "DAY9INV - PARTIAL INVOICE " WS-PENDING-INVOICE
005190             " FOR ORDER " WS-PENDING-NUMERO " BACKED OUT : "
005200             WS-LINES-BACKED-OUT " LINES, " WS-TAX-BACKED-OUT
005210             " TAX ENTRIES"
005220     END-IF.
005230     MOVE ZERO   TO WS-PENDING-INVOICE.
005240     MOVE SPACES TO WS-PENDING-NUMERO.
005250     PERFORM 9100-SAVE-NEXT-INVOICE THRU 9100-EXIT.
005260 1300-EXIT.
005270     EXIT.

005280*****************************************************************
005290* EVERY LINE OF THE ORDER BILLED UNDER THE PARTIAL INVOICE GOES
005300* BACK TO BE BILLED AGAIN: CREDIT LINES ARE THE ONLY ONES
005310* CARRYING A NEGATIVE FROZEN PRICE, SO THEY RETURN TO "C", THE
005320* REST TO "F". LINES BILLED ON EARLIER INVOICES ARE LEFT ALONE.
005330* THE ORDER FILE IS THEN REWOUND FOR THE RUN.
005340*****************************************************************
005350 1310-BACK-OUT-LINES.
005360     MOVE WS-PENDING-NUMERO TO ORD-Numero.
005370     MOVE ZERO              TO ORD-Ligne.
005380     MOVE "N" TO WS-SCAN-EOF-SW.
005390     START ORDFILE KEY IS NOT < ORD-Key
005400         INVALID KEY
005410             MOVE "Y" TO WS-SCAN-EOF-SW
005420     END-START.
005430     PERFORM 1311-BACK-OUT-ONE-LINE THRU 1311-EXIT
005440         UNTIL WS-SCAN-EOF-REACHED.
005450     MOVE LOW-VALUES TO ORD-Key.
005460     START ORDFILE KEY IS NOT < ORD-Key
005470         INVALID KEY
005480             MOVE "Y" TO WS-EOF-SW
005490     END-START.
005500 1310-EXIT.
005510     EXIT.

005520 1311-BACK-OUT-ONE-LINE.
005530     READ ORDFILE
005540         AT END
005550             MOVE "Y" TO WS-SCAN-EOF-SW
005560             GO TO 1311-EXIT
005570     END-READ.
005580     IF ORD-Numero NOT = WS-PENDING-NUMERO
005590         MOVE "Y" TO WS-SCAN-EOF-SW
005600         GO TO 1311-EXIT
005610     END-IF.
005620     IF NOT ORD-STATUT-BILLED
005630         OR ORD-Facture NOT = WS-PENDING-INVOICE
005640         GO TO 1311-EXIT
005650     END-IF.
005660     IF ORD-Prix < ZERO
005670         MOVE "C" TO ORD-Statut
005680     ELSE
005690         MOVE "F" TO ORD-Statut
005700     END-IF.
005710     MOVE ZERO TO ORD-Facture.
005720     REWRITE ORDER-REC
005730         INVALID KEY
005740             DISPLAY "DAY9INV - UNABLE TO BACK OUT ORDER "
005750                 ORD-Numero " LINE " ORD-Ligne
005760                 ", STATUS " WS-ORDFILE-STATUS
005770         NOT INVALID KEY
005780             ADD 1 TO WS-LINES-BACKED-OUT
005790     END-REWRITE.
005800 1311-EXIT.
005810     EXIT.

005820*****************************************************************
005830* TAXREG IS COPIED TO TAXWORK WITHOUT THE PARTIAL INVOICE'S
005840* ENTRIES, AND COPIED BACK UNDER THE TAXSWAP MARKER WHEN ANY WERE
005850* DROPPED.
005860*****************************************************************
005870 1320-BACK-OUT-TAX.
005880     OPEN INPUT TAXREG.
005890     IF NOT WS-TAXREG-OK
005900         GO TO 1320-EXIT
005910     END-IF.
005920     OPEN OUTPUT TAXWORK.
005930     IF NOT WS-TAXWORK-OK
005940         DISPLAY "DAY9INV - UNABLE TO OPEN TAXWORK, STATUS "
005950             WS-TAXWORK-STATUS " - TAXREG ENTRIES OF INVOICE "
005960             WS-PENDING-INVOICE " MUST BE REMOVED BY HAND"
005970         CLOSE TAXREG
005980         GO TO 1320-EXIT
005990     END-IF.
006000     MOVE "N" TO WS-SCAN-EOF-SW.
006010     PERFORM 1321-COPY-ONE-TAX THRU 1321-EXIT
006020         UNTIL WS-SCAN-EOF-REACHED.
006030     CLOSE TAXREG.
006040     CLOSE TAXWORK.
006050     IF WS-TAX-BACKED-OUT = ZERO
006060         GO TO 1320-EXIT
006070     END-IF.
006080     PERFORM 9550-SET-MARKER THRU 9550-EXIT.
006090     PERFORM 9500-COPY-BACK THRU 9500-EXIT.
006100     PERFORM 9600-CLEAR-MARKER THRU 9600-EXIT.
006110 1320-EXIT.
006120     EXIT.

006130 1321-COPY-ONE-TAX.
006140     READ TAXREG
006150         AT END
006160             MOVE "Y" TO WS-SCAN-EOF-SW
006170             GO TO 1321-EXIT
006180     END-READ.
006190     IF TAX-Invoice-No = WS-PENDING-INVOICE
006200         ADD 1 TO WS-TAX-BACKED-OUT
006210         GO TO 1321-EXIT
006220     END-IF.
006230     WRITE TAXWORK-REC FROM TAXREG-REC.
006240 1321-EXIT.
006250     EXIT.

006260*****************************************************************
006270* A PENDING TAXSWAP MARKER MEANS THE LAST RUN STOPPED AFTER
006280* TAXWORK WAS COMPLETE BUT MID-COPY - TAXREG MAY BE CUT SHORT,
006290* TAXWORK IS WHOLE. THE COPY IS REDONE AND THE MARKER CLEARED
006300* BEFORE THE INVOICE IN FLIGHT IS LOOKED AT.
006310*****************************************************************
006320 1500-RECOVER-SWAP.
006330     OPEN INPUT TAXSWAP.
006340     IF NOT WS-TAXSWAP-OK
006350         GO TO 1500-EXIT
006360     END-IF.
006370     READ TAXSWAP
006380         AT END
006390             CLOSE TAXSWAP
006400             GO TO 1500-EXIT
006410     END-READ.
006420     CLOSE TAXSWAP.
006430     IF NOT SWAP-IS-PENDING
006440         GO TO 1500-EXIT
006450     END-IF.
006460     DISPLAY "DAY9INV - INTERRUPTED COPY DETECTED, REDOING "
006470         "THE COPY FROM TAXWORK".
006480     PERFORM 9500-COPY-BACK THRU 9500-EXIT.
006490     PERFORM 9600-CLEAR-MARKER THRU 9600-EXIT.
006500 1500-EXIT.
006510     EXIT.

006520 2000-PRINT-ONE-LINE.
006530     ADD 1 TO WS-LINES-READ.
006540     IF NOT ORD-STATUT-FULFILLED AND NOT ORD-STATUT-CREDIT
006550         GO TO 2000-EXIT-VIA-READ
006560     END-IF.

006570     IF ORD-Numero NOT = WS-PREV-NUMERO
006580         IF WS-PREV-NUMERO NOT = HIGH-VALUES
006590             PERFORM 3300-ORDER-TOTAL THRU 3300-EXIT
006600         END-IF
006610         IF WS-INVOICING-STOPPED
006620             GO TO 2000-EXIT
006630         END-IF
006640         PERFORM 3200-INVOICE-HEADING THRU 3200-EXIT
006650     END-IF.

006660     COMPUTE WS-LINE-NET ROUNDED = ORD-Qte * ORD-Prix.
006670     COMPUTE WS-LINE-TAX ROUNDED =
006680         WS-LINE-NET * ORD-Taux-Taxe / 100.
006690     COMPUTE WS-LINE-TTC = WS-LINE-NET + WS-LINE-TAX.
006700     ADD WS-LINE-NET TO WS-ORDER-NET.
006710     ADD WS-LINE-TAX TO WS-ORDER-TAX.
006720     ADD WS-LINE-TTC TO WS-ORDER-TTC.

006730     MOVE ORD-Code-produit TO WD-CODE.
006740     MOVE ORD-Qte          TO WD-QTE.
006750     MOVE ORD-Prix         TO WD-PRIX.
006760     MOVE WS-LINE-NET      TO WD-NET.
006770     MOVE WS-LINE-TAX      TO WD-TAXE.
006780     MOVE WS-LINE-TTC      TO WD-TOTAL.
006790     MOVE ORD-Code-Devise  TO WD-DEVISE.
006800     IF ORD-Expedition IS NUMERIC
006810         AND NOT ORD-NOT-DISPATCHED
006820         MOVE ORD-Expedition TO WD-EXPEDITION
006830     ELSE
006840         MOVE SPACES         TO WD-EXPEDITION
006850     END-IF.
006860     PERFORM 2500-REGISTER-TAX THRU 2500-EXIT.
006870     MOVE WS-DETAIL-LINE TO INVRPT-LINE.
006880     WRITE INVRPT-LINE.
006890     IF ORD-Qte < ORD-Qte-Commandee
006900         MOVE ORD-Qte-Commandee TO WN-COMMANDEE
006910         COMPUTE WN-RELIQUAT = ORD-Qte-Commandee - ORD-Qte
006920         MOVE WS-SHORT-NOTE TO INVRPT-LINE
006930         WRITE INVRPT-LINE
006940     END-IF.
006950     PERFORM 2600-DISCOUNT-NOTE THRU 2600-EXIT.
006960     MOVE "B" TO ORD-Statut.
006970     MOVE WS-CUR-INVOICE TO ORD-Facture.
006980     REWRITE ORDER-REC
006990         INVALID KEY
007000             DISPLAY "DAY9INV - UNABLE TO MARK ORDER "
007010                 ORD-Numero " LINE " ORD-Ligne
007020                 " BILLED, STATUS " WS-ORDFILE-STATUS
007030     END-REWRITE.

007040 2000-EXIT-VIA-READ.
007050     PERFORM 2100-READ-ORDFILE THRU 2100-EXIT.
007060 2000-EXIT.
007070     EXIT.

007080 2100-READ-ORDFILE.
007090     READ ORDFILE
007100         AT END
007110             MOVE "Y" TO WS-EOF-SW
007120             GO TO 2100-EXIT
007130     END-READ.
007140 2100-EXIT.
007150     EXIT.

007160 2500-REGISTER-TAX.
007170     IF NOT WS-TAXREG-WAS-OPENED
007180         GO TO 2500-EXIT
007190     END-IF.
007200     MOVE WS-CUR-INVOICE  TO TAX-Invoice-No.
007210     IF ORD-STATUT-CREDIT
007220         MOVE "C" TO TAX-Type
007230     ELSE
007240         MOVE "I" TO TAX-Type
007250     END-IF.
007260     MOVE WS-RUN-DATE     TO TAX-Run-Date.
007270     MOVE ORD-Code-Devise TO TAX-Code-Devise.
007280     MOVE ORD-Taux-Taxe   TO TAX-Taux.
007290     MOVE WS-LINE-NET     TO TAX-Base.
007300     MOVE WS-LINE-TAX     TO TAX-Montant.
007310     WRITE TAXREG-REC.
007320 2500-EXIT.
007330     EXIT.

007340*****************************************************************
007350* THE LIST PRICE WAS FROZEN BESIDE THE PRICE AT ORDER TIME; A
007360* CREDIT LINE CARRIES BOTH NEGATIVE, SO ITS DISCOUNT IS GIVEN
007370* BACK WITH THE SAME SIGN AS THE LINE.
007380*****************************************************************
007390 2600-DISCOUNT-NOTE.
007400     IF ORD-Prix-Liste IS NOT NUMERIC
007410         OR ORD-Prix-Liste = ZERO
007420         GO TO 2600-EXIT
007430     END-IF.
007440     COMPUTE WS-LINE-REMISE ROUNDED =
007450         ORD-Qte * (ORD-Prix-Liste - ORD-Prix).
007460     IF (ORD-STATUT-CREDIT AND WS-LINE-REMISE NOT < ZERO)
007470         OR (NOT ORD-STATUT-CREDIT
007480             AND WS-LINE-REMISE NOT > ZERO)
007490         GO TO 2600-EXIT
007500     END-IF.
007510     EVALUATE TRUE
007520         WHEN ORD-REGLE-CONTRAT
007530             MOVE "CONTRAT"   TO WR-REGLE
007540         WHEN ORD-REGLE-QUANTITE
007550             MOVE "QUANTITE"  TO WR-REGLE
007560         WHEN ORD-REGLE-PROMOTION
007570             MOVE "PROMOTION" TO WR-REGLE
007580         WHEN ORD-REGLE-DEVIS
007590             MOVE "DEVIS"     TO WR-REGLE
007600         WHEN OTHER
007610             MOVE SPACES      TO WR-REGLE
007620     END-EVALUATE.
007630     MOVE ORD-Prix-Liste TO WR-PRIX-LISTE.
007640     COMPUTE WR-POURCENT ROUNDED =
007650         (ORD-Prix-Liste - ORD-Prix) * 100 / ORD-Prix-Liste.
007660     COMPUTE WR-REMISE = ZERO - WS-LINE-REMISE.
007670     ADD WS-LINE-REMISE TO WS-ORDER-REMISE.
007680     MOVE WS-DISCOUNT-NOTE TO INVRPT-LINE.
007690     WRITE INVRPT-LINE.
007700 2600-EXIT.
007710     EXIT.

007720*****************************************************************
007730* THE NEW INVOICE IS RECORDED ON INVSEQ AS IN FLIGHT BEFORE ANY
007740* OF ITS LINES BILLS.
007750*****************************************************************
007760 3200-INVOICE-HEADING.
007770     MOVE WS-NEXT-INVOICE TO WS-CUR-INVOICE.
007780     MOVE WS-CUR-INVOICE  TO WH-INVOICE-NO.
007790     ADD 1 TO WS-NEXT-INVOICE.
007800     MOVE WS-CUR-INVOICE TO WS-PENDING-INVOICE.
007810     MOVE ORD-Numero     TO WS-PENDING-NUMERO.
007820     PERFORM 9100-SAVE-NEXT-INVOICE THRU 9100-EXIT.
007830     MOVE ORD-Client-Code TO WS-CUR-CLIENT-CODE.
007840     MOVE ORD-Client      TO WS-CUR-CLIENT.
007850     MOVE ORD-Numero TO WS-PREV-NUMERO.
007860     MOVE ORD-Numero TO WH-NUMERO.
007870     MOVE ORD-Client TO WH-CLIENT.
007880     MOVE ORD-Date   TO WH-DATE.
007890     MOVE SPACES TO INVRPT-LINE.
007900     WRITE INVRPT-LINE.
007910     MOVE WS-INVOICE-HEADING TO INVRPT-LINE.
007920     WRITE INVRPT-LINE.
007930     PERFORM 3250-ADDRESS-LINES THRU 3250-EXIT.
007940     MOVE WS-COLUMN-HEADING TO INVRPT-LINE.
007950     WRITE INVRPT-LINE.
007960     MOVE ORD-Code-Devise TO WT-DEVISE.
007970     MOVE ZERO TO WS-ORDER-NET.
007980     MOVE ZERO TO WS-ORDER-TAX.
007990     MOVE ZERO TO WS-ORDER-TTC.
008000     MOVE ZERO TO WS-ORDER-REMISE.
008010     ADD 1 TO WS-INVOICES.
008020 3200-EXIT.
008030     EXIT.

008040*****************************************************************
008050* BILLED TO THE CUSTOMER'S CUSTMAST ADDRESS; DELIVERED TO THE
008060* SHIPTO ENTRY THE ORDER NAMES, OR TO THE BILLING ADDRESS WHEN
008070* THE CODE IS BLANK OR HAS SINCE BEEN DELETED.
008080*****************************************************************
008090 3250-ADDRESS-LINES.
008100     MOVE ORD-Client TO WS-BILL-NOM.
008110     MOVE SPACES     TO WS-BILL-ADRESSE.
008120     IF WS-CUSTMAST-WAS-OPENED
008130         MOVE ORD-Client-Code TO Client-Code
008140         READ CUSTMAST
008150             INVALID KEY
008160                 CONTINUE
008170             NOT INVALID KEY
008180                 MOVE Client-Nom     TO WS-BILL-NOM
008190                 MOVE Client-Adresse TO WS-BILL-ADRESSE
008200         END-READ
008210     END-IF.
008220     MOVE "FACTURER A : " TO WA-LIBELLE.
008230     MOVE WS-BILL-NOM     TO WA-NOM.
008240     MOVE WS-BILL-ADRESSE TO WA-ADRESSE.
008250     MOVE WS-ADDRESS-LINE TO INVRPT-LINE.
008260     WRITE INVRPT-LINE.

008270     MOVE "LIVRER A   : " TO WA-LIBELLE.
008280     IF ORD-Livraison NOT = SPACES
008290         AND WS-SHIPTO-WAS-OPENED
008300         MOVE ORD-Client-Code TO ST-Client-Code
008310         MOVE ORD-Livraison   TO ST-Code
008320         READ SHIPTO
008330             INVALID KEY
008340                 CONTINUE
008350             NOT INVALID KEY
008360                 MOVE ST-Nom     TO WA-NOM
008370                 MOVE ST-Adresse TO WA-ADRESSE
008380         END-READ
008390     END-IF.
008400     MOVE WS-ADDRESS-LINE TO INVRPT-LINE.
008410     WRITE INVRPT-LINE.
008420 3250-EXIT.
008430     EXIT.

008440 3300-ORDER-TOTAL.
008450     MOVE WS-ORDER-NET TO WT-NET.
008460     MOVE WS-ORDER-TAX TO WT-TAXE.
008470     MOVE WS-ORDER-TTC TO WT-TTC.
008480     MOVE WS-TOTAL-LINE TO INVRPT-LINE.
008490     WRITE INVRPT-LINE.
008500     IF WS-ORDER-REMISE NOT = ZERO
008510         MOVE WS-ORDER-REMISE TO WM-REMISE
008520         MOVE WT-DEVISE       TO WM-DEVISE
008530         MOVE WS-REMISE-LINE  TO INVRPT-LINE
008540         WRITE INVRPT-LINE
008550     END-IF.
008560     PERFORM 3400-REGISTER-INVOICE THRU 3400-EXIT.
008570 3300-EXIT.
008580     EXIT.

008590*****************************************************************
008600* THE ARFILE ITEM IS THE INVOICE'S COMMIT POINT: ONCE IT IS
008610* WRITTEN INVSEQ IS CLEARED OF THE INVOICE IN FLIGHT. AN ITEM
008620* THAT CANNOT BE WRITTEN STOPS THE RUN WITH THE INVOICE STILL
008630* IN FLIGHT, FOR THE NEXT RUN TO BACK OUT.
008640*****************************************************************
008650 3400-REGISTER-INVOICE.
008660     IF NOT WS-ARFILE-WAS-OPENED
008670         GO TO 3400-EXIT
008680     END-IF.
008690     MOVE WS-CUR-INVOICE     TO AR-Invoice-No.
008700     IF WS-ORDER-TTC < ZERO
008710         MOVE "C"            TO AR-Type
008720     ELSE
008730         MOVE "I"            TO AR-Type
008740     END-IF.
008750     MOVE WS-CUR-CLIENT-CODE TO AR-Client-Code.
008760     MOVE WS-CUR-CLIENT      TO AR-Client.
008770     MOVE WS-PREV-NUMERO     TO AR-Ord-Numero.
008780     MOVE WS-RUN-DATE        TO AR-Invoice-Date.
008790     MOVE WT-DEVISE          TO AR-Code-Devise.
008800     MOVE WS-ORDER-NET       TO AR-Net.
008810     MOVE WS-ORDER-TAX       TO AR-Taxe.
008820     MOVE WS-ORDER-TTC       TO AR-TTC.
008830     MOVE ZERO               TO AR-Regle.
008840     MOVE "O"                TO AR-Statut.
008850     WRITE AROPEN-REC
008860         INVALID KEY
008870             DISPLAY "DAY9INV - UNABLE TO REGISTER INVOICE "
008880                 WS-CUR-INVOICE " STATUS " WS-ARFILE-STATUS
008890                 " - INVOICING STOPPED, RERUN TO BACK IT OUT"
008900             MOVE "Y" TO WS-STOPPED-SW
008910             MOVE "Y" TO WS-EOF-SW
008920             MOVE 12 TO RETURN-CODE
008930             GO TO 3400-EXIT
008940     END-WRITE.
008950     ADD 1 TO WS-AR-WRITTEN.
008960     MOVE ZERO   TO WS-PENDING-INVOICE.
008970     MOVE SPACES TO WS-PENDING-NUMERO.
008980     PERFORM 9100-SAVE-NEXT-INVOICE THRU 9100-EXIT.
008990 3400-EXIT.
009000     EXIT.

009010 9000-TERMINATE.
009020     IF WS-ORDFILE-WAS-OPENED
009030         CLOSE ORDFILE
009040     END-IF.
009050     IF WS-INVRPT-WAS-OPENED
009060         CLOSE INVRPT
009070     END-IF.
009080     IF WS-ARFILE-WAS-OPENED
009090         CLOSE ARFILE
009100     END-IF.
009110     IF WS-TAXREG-WAS-OPENED
009120         CLOSE TAXREG
009130     END-IF.
009140     IF WS-CUSTMAST-WAS-OPENED
009150         CLOSE CUSTMAST
009160     END-IF.
009170     IF WS-SHIPTO-WAS-OPENED
009180         CLOSE SHIPTO
009190     END-IF.
009200     DISPLAY "DAY9INV - ORDER LINES READ : " WS-LINES-READ.
009210     DISPLAY "DAY9INV - INVOICES PRINTED : " WS-INVOICES.
009220     DISPLAY "DAY9INV - OPEN ITEMS WRITTEN : " WS-AR-WRITTEN.
009230     IF WS-IS-RESTART
009240         DISPLAY "DAY9INV - RESTART, LINES BACKED OUT : "
009250             WS-LINES-BACKED-OUT
009260     END-IF.
009270 9000-EXIT.
009280     EXIT.

009290 9100-SAVE-NEXT-INVOICE.
009300     OPEN OUTPUT INVSEQ.
009310     IF NOT WS-INVSEQ-OK
009320         DISPLAY "DAY9INV - UNABLE TO SAVE INVSEQ, STATUS "
009330             WS-INVSEQ-STATUS " - NEXT RUN MAY REUSE NUMBERS"
009340         GO TO 9100-EXIT
009350     END-IF.
009360     MOVE WS-NEXT-INVOICE    TO SEQ-Next-Invoice.
009370     MOVE WS-PENDING-INVOICE TO SEQ-En-Cours.
009380     MOVE WS-PENDING-NUMERO  TO SEQ-En-Cours-Numero.
009390     WRITE INVSEQ-REC.
009400     CLOSE INVSEQ.
009410 9100-EXIT.
009420     EXIT.

009430 9500-COPY-BACK.
009440     MOVE "N" TO WS-SCAN-EOF-SW.
009450     OPEN INPUT TAXWORK.
009460     IF NOT WS-TAXWORK-OK
009470         DISPLAY "DAY9INV - UNABLE TO REOPEN TAXWORK, STATUS "
009480             WS-TAXWORK-STATUS " - TAXREG LEFT UNCHANGED"
009490         GO TO 9500-EXIT
009500     END-IF.
009510     OPEN OUTPUT TAXREG.
009520     IF NOT WS-TAXREG-OK
009530         DISPLAY "DAY9INV - UNABLE TO REWRITE TAXREG, STATUS "
009540             WS-TAXREG-STATUS
009550         CLOSE TAXWORK
009560         GO TO 9500-EXIT
009570     END-IF.
009580     PERFORM 9510-RESTORE-ONE-TAX THRU 9510-EXIT
009590         UNTIL WS-SCAN-EOF-REACHED.
009600     CLOSE TAXWORK.
009610     CLOSE TAXREG.
009620 9500-EXIT.
009630     EXIT.

009640 9510-RESTORE-ONE-TAX.
009650     READ TAXWORK
009660         AT END
009670             MOVE "Y" TO WS-SCAN-EOF-SW
009680             GO TO 9510-EXIT
009690     END-READ.
009700     WRITE TAXREG-REC FROM TAXWORK-REC.
009710 9510-EXIT.
009720     EXIT.

009730*****************************************************************
009740* THE MARKER IS ONLY SET ONCE TAXWORK IS COMPLETE ON DISK, SO A
009750* PENDING MARKER ALWAYS GUARANTEES A WHOLE SOURCE TO COPY FROM.
009760*****************************************************************
009770 9550-SET-MARKER.
009780     OPEN OUTPUT TAXSWAP.
009790     IF NOT WS-TAXSWAP-OK
009800         DISPLAY "DAY9INV - UNABLE TO SET THE SWAP MARKER, "
009810             "STATUS " WS-TAXSWAP-STATUS
009820         GO TO 9550-EXIT
009830     END-IF.
009840     MOVE "PENDING" TO SWAP-State.
009850     WRITE TAXSWAP-REC.
009860     CLOSE TAXSWAP.
009870 9550-EXIT.
009880     EXIT.

009890 9600-CLEAR-MARKER.
009900     OPEN OUTPUT TAXSWAP.
009910     IF NOT WS-TAXSWAP-OK
009920         GO TO 9600-EXIT
009930     END-IF.
009940     MOVE "DONE" TO SWAP-State.
009950     WRITE TAXSWAP-REC.
009960     CLOSE TAXSWAP.
009970 9600-EXIT.
009980     EXIT.
