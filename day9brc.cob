000100*****************************************************************
000110* EXERCISE 9 BANK RECONCILIATION: BANK STATEMENT AGAINST RECEIPTS
000120* READS THE BANK'S DAILY STATEMENT FILE (BANKSTMT) AND MATCHES
000130* EVERY CREDIT ON IT TO THE CASH DAY9PAY POSTED: A RECEIPT IS ALL
000140* THE CASHLOG LINES (AMOUNTS APPLIED TO INVOICES) AND ONACCT
000150* LINES (CASH HELD ON ACCOUNT) FOR ONE REFERENCE, CUSTOMER AND
000160* PROCESSING DATE, SO A PAYMENT SPREAD OVER SEVERAL INVOICES IS
000170* MATCHED AS THE ONE CREDIT THE BANK SEES. A CREDIT MATCHES A
000180* RECEIPT WITH THE SAME REFERENCE AND THE SAME AMOUNT, OR, WITH A
000190* TOLERANCE ON THE BRCCTL CARD, AN AMOUNT SHORT OF THE RECEIPT BY
000200* NO MORE THAN THE TOLERANCE - THE BANK'S CHARGES, SHOWN ON THE
000210* REPORT FOR THE LEDGER PEOPLE TO BOOK. EXACT MATCHES ARE TAKEN
000220* BEFORE ANY WITHIN THE TOLERANCE. DEBITS ON THE STATEMENT ARE
000230* NOT CASH RECEIPTS AND ARE ONLY COUNTED.
000240*
000250* WHAT DOES NOT MATCH IS CARRIED FORWARD ON BANKOUT (SEE
000260* BANKOUT.CPY) AND OFFERED AGAIN TO EACH LATER RUN UNTIL IT
000270* CLEARS, SO A RECEIPT CREDITED A DAY LATE STILL MATCHES AND THE
000280* BRCRPT REPORT SHOWS WHAT CLEARED TODAY AND ONLY WHAT IS STILL
000290* OPEN: CREDITS THE BANK MADE THAT ARE NOT IN THE BOOKS, AND
000300* RECEIPTS IN THE BOOKS THE BANK HAS NOT CREDITED (A BOUNCED OR
000310* MIS-KEYED RECEIPT STAYS HERE UNTIL IT IS PUT RIGHT).
000320*
000330* POSTINGS ARE PICKED UP FOR EVERY PROCESSING DATE SINCE THE LAST
000340* RUN, SO A MISSED DAY IS CAUGHT UP; A SECOND RUN FOR THE SAME
000350* DATE IS REFUSED WITH RETURN CODE 12 AND BANKOUT IS LEFT AS IT
000360* WAS. NO BANKSTMT FILE ENDS THE RUN WITH RETURN CODE 4, THE
000370* DAY'S RECEIPTS SIMPLY CARRYING FORWARD.
000380*
000390* BRCCTL CARD (OPTIONAL): TOLERANCE 9(5)V99, DEFAULT ZERO.
000400*****************************************************************
000410* MODIFICATION HISTORY
000420*  10/15/2026  JPH  ORIGINAL VERSION.
000430*****************************************************************
000440 IDENTIFICATION DIVISION.
000450 PROGRAM-ID. day9brc.
000460 AUTHOR. jphNovitz.
000470 DATE-WRITTEN. 2026/10/15.
000480 DATE-COMPILED.

000490 ENVIRONMENT DIVISION.
000500 INPUT-OUTPUT SECTION.
000510 FILE-CONTROL.
000520     SELECT BRCCTL ASSIGN TO "BRCCTL"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS WS-BRCCTL-STATUS.

000550     SELECT BANKSTMT ASSIGN TO "BANKSTMT"
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS WS-BANKSTMT-STATUS.

000580     SELECT CASHLOG ASSIGN TO "CASHLOG"
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS WS-CASHLOG-STATUS.

000610     SELECT ONACCT ASSIGN TO "ONACCT"
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS WS-ONACCT-STATUS.

000640     SELECT BANKOUT ASSIGN TO "BANKOUT"
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS WS-BANKOUT-STATUS.

000670     SELECT BRCRPT ASSIGN TO "BRCRPT"
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS WS-BRCRPT-STATUS.

000700 DATA DIVISION.
000710 FILE SECTION.
000720 FD  BRCCTL
000730     RECORDING MODE IS F.
000740 01  BRCCTL-REC.
000750     05  BC-Tolerance-X       PIC X(07).
000760     05  BC-Tolerance REDEFINES BC-Tolerance-X
000770                              PIC 9(05)V99.

000780 FD  BANKSTMT
000790     RECORDING MODE IS F.
000800 01  BANKSTMT-REC.
000810     05  BS-Date-Valeur       PIC 9(08).
000820     05  BS-Sens              PIC X(01).
000830         88  BS-IS-CREDIT          VALUE "C".
000840     05  BS-Montant-X         PIC X(13).
000850     05  BS-Montant REDEFINES BS-Montant-X
000860                              PIC 9(11)V99.
000870     05  BS-Reference         PIC X(10).
000880     05  BS-Libelle           PIC X(30).

000890 FD  CASHLOG
000900     RECORDING MODE IS F.
000910     COPY CASHLOG.

000920 FD  ONACCT
000930     RECORDING MODE IS F.
000940     COPY ONACCT.

000950 FD  BANKOUT
000960     RECORDING MODE IS F.
000970     COPY BANKOUT.

000980 FD  BRCRPT
000990     RECORDING MODE IS F.
001000 01  BRCRPT-LINE              PIC X(132).

001010 WORKING-STORAGE SECTION.
001020 01  WS-BRCCTL-STATUS         PIC X(02).
001030     88  WS-BRCCTL-OK               VALUE "00".

001040 01  WS-BANKSTMT-STATUS       PIC X(02).
001050     88  WS-BANKSTMT-OK             VALUE "00".

001060 01  WS-CASHLOG-STATUS        PIC X(02).
001070     88  WS-CASHLOG-OK              VALUE "00".

001080 01  WS-ONACCT-STATUS         PIC X(02).
001090     88  WS-ONACCT-OK               VALUE "00".

001100 01  WS-BANKOUT-STATUS        PIC X(02).
001110     88  WS-BANKOUT-OK              VALUE "00".

001120 01  WS-BRCRPT-STATUS         PIC X(02).
001130     88  WS-BRCRPT-OK               VALUE "00".

001140 01  WS-SWITCHES.
001150     05  WS-ABANDON-SW        PIC X(01)  VALUE "N".
001160         88  WS-RUN-ABANDONED        VALUE "Y".
001170     05  WS-FOUND-SW          PIC X(01)  VALUE "N".
001180         88  WS-ENTRY-FOUND          VALUE "Y".
001190     05  WS-BRCRPT-OPEN-SW    PIC X(01)  VALUE "N".
001200         88  WS-BRCRPT-WAS-OPENED    VALUE "Y".

001210 01  WS-COUNTERS.
001220     05  WS-STMT-READ         PIC 9(05) COMP  VALUE ZERO.
001230     05  WS-STMT-DEBITS       PIC 9(05) COMP  VALUE ZERO.
001240     05  WS-STMT-BAD          PIC 9(05) COMP  VALUE ZERO.
001250     05  WS-POSTINGS-READ     PIC 9(07) COMP  VALUE ZERO.
001260     05  WS-MATCHED           PIC 9(05) COMP  VALUE ZERO.
001270     05  WS-OPEN-BANK         PIC 9(05) COMP  VALUE ZERO.
001280     05  WS-OPEN-BOOK         PIC 9(05) COMP  VALUE ZERO.

001290 01  WS-RUN-DATE              PIC 9(08).
001300 01  WS-LAST-DATE             PIC 9(08)  VALUE ZERO.
001310 01  WS-TOLERANCE             PIC 9(05)V99 COMP-3  VALUE ZERO.
001320 01  WS-MATCH-TOL             PIC 9(05)V99 COMP-3  VALUE ZERO.
001330 01  WS-ECART                 PIC S9(11)V99 COMP-3  VALUE ZERO.
001340 01  WS-TOLERANCE-OUT         PIC Z(04)9.99.

001350*****************************************************************
001360* ONE POSTING TO BE ADDED TO THE RECEIPT IT BELONGS TO.
001370*****************************************************************
001380 01  WS-NEW-DATE              PIC 9(08)  VALUE ZERO.
001390 01  WS-NEW-REFERENCE         PIC X(10)  VALUE SPACES.
001400 01  WS-NEW-CLIENT            PIC X(05)  VALUE SPACES.
001410 01  WS-NEW-MONTANT           PIC S9(11)V99 COMP-3  VALUE ZERO.

001420*****************************************************************
001430* RECEIPTS IN THE BOOKS: THOSE CARRIED FORWARD COME FIRST, THE
001440* RUN'S NEW ONES FROM WS-BOOK-CARRIED + 1.
001450*****************************************************************
001460 01  WS-BOOK-TABLE.
001470     05  WS-BOOK-COUNT        PIC 9(05) COMP  VALUE ZERO.
001480     05  WS-BOOK-CARRIED      PIC 9(05) COMP  VALUE ZERO.
001490     05  WS-BOOK-ENTRY OCCURS 3000 TIMES.
001500         10  WS-BOOK-DATE     PIC 9(08).
001510         10  WS-BOOK-REFERENCE
001520                              PIC X(10).
001530         10  WS-BOOK-CLIENT   PIC X(05).
001540         10  WS-BOOK-MONTANT  PIC S9(11)V99 COMP-3.
001550         10  WS-BOOK-MATCH-SW PIC X(01).
001560             88  WS-BOOK-MATCHED     VALUE "Y".
001570 01  WS-BOOK-I                PIC 9(05) COMP  VALUE ZERO.
001580 01  WS-BOOK-FROM             PIC 9(05) COMP  VALUE ZERO.

001590*****************************************************************
001600* CREDITS FROM THE BANK, CARRIED FORWARD FIRST, THEN TODAY'S.
001610* WS-BANK-BOOK-I IS THE RECEIPT A MATCHED CREDIT CLEARED.
001620*****************************************************************
001630 01  WS-BANK-TABLE.
001640     05  WS-BANK-COUNT        PIC 9(05) COMP  VALUE ZERO.
001650     05  WS-BANK-ENTRY OCCURS 3000 TIMES.
001660         10  WS-BANK-DATE     PIC 9(08).
001670         10  WS-BANK-REFERENCE
001680                              PIC X(10).
001690         10  WS-BANK-MONTANT  PIC S9(11)V99 COMP-3.
001700         10  WS-BANK-LIBELLE  PIC X(30).
001710         10  WS-BANK-BOOK-I   PIC 9(05) COMP.
001720 01  WS-BANK-I                PIC 9(05) COMP  VALUE ZERO.

001730 01  WS-SECTION-TOTALS.
001740     05  WS-TOT-BOOK          PIC S9(13)V99 COMP-3  VALUE ZERO.
001750     05  WS-TOT-BANK          PIC S9(13)V99 COMP-3  VALUE ZERO.
001760     05  WS-TOT-ECART         PIC S9(13)V99 COMP-3  VALUE ZERO.

001770 01  WS-SEPARATOR-LINE.
001780     05  FILLER               PIC X(132) VALUE ALL "=".

001790 01  WS-REPORT-HEADING.
001800     05  FILLER               PIC X(28) VALUE
001810         "RAPPROCHEMENT BANCAIRE AU  ".
001820     05  WH-RUN-DATE          PIC 9(08).
001830     05  FILLER               PIC X(14) VALUE "   TOLERANCE :".
001840     05  WH-TOLERANCE         PIC Z(04)9.99.

001850 01  WS-SECTION-HEADING.
001860     05  WS-SECTION-TITLE     PIC X(60).

001870 01  WS-COLUMN-HEADING.
001880     05  FILLER               PIC X(10) VALUE "DATE".
001890     05  FILLER               PIC X(12) VALUE "REFERENCE".
001900     05  FILLER               PIC X(07) VALUE "CLIENT".
001910     05  FILLER               PIC X(17) VALUE
001920         "   MONTANT LIVRES".
001930     05  FILLER               PIC X(17) VALUE
001940         "   MONTANT BANQUE".
001950     05  FILLER               PIC X(17) VALUE
001960         "  ECART (FRAIS)".
001970     05  FILLER               PIC X(02) VALUE SPACES.
001980     05  FILLER               PIC X(30) VALUE "LIBELLE BANQUE".

001990 01  WS-DETAIL-LINE.
002000     05  WD-DATE              PIC 9(08).
002010     05  FILLER               PIC X(02) VALUE SPACES.
002020     05  WD-REFERENCE         PIC X(10).
002030     05  FILLER               PIC X(02) VALUE SPACES.
002040     05  WD-CLIENT            PIC X(05).
002050     05  FILLER               PIC X(02) VALUE SPACES.
002060     05  WD-MONTANT-LIVRES    PIC -(12)9.99.
002070     05  FILLER               PIC X(01) VALUE SPACE.
002080     05  WD-MONTANT-BANQUE    PIC -(12)9.99.
002090     05  FILLER               PIC X(01) VALUE SPACE.
002100     05  WD-ECART             PIC -(12)9.99.
002110     05  FILLER               PIC X(02) VALUE SPACES.
002120     05  WD-LIBELLE           PIC X(30).

002130 01  WS-TOTAL-LINE.
002140     05  FILLER               PIC X(08) VALUE "TOTAL  (".
002150     05  WT-COUNT             PIC Z(04)9.
002160     05  FILLER               PIC X(16) VALUE ")".
002170     05  WT-MONTANT-LIVRES    PIC -(12)9.99.
002180     05  FILLER               PIC X(01) VALUE SPACE.
002190     05  WT-MONTANT-BANQUE    PIC -(12)9.99.
002200     05  FILLER               PIC X(01) VALUE SPACE.
002210     05  WT-ECART             PIC -(12)9.99.

002220 PROCEDURE DIVISION.

002230 0000-MAINLINE.
002240     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002250     IF NOT WS-RUN-ABANDONED
002260         MOVE ZERO TO WS-MATCH-TOL
002270         PERFORM 2000-MATCH-ONE-CREDIT THRU 2000-EXIT
002280             VARYING WS-BANK-I FROM 1 BY 1
002290             UNTIL WS-BANK-I > WS-BANK-COUNT
002300         IF WS-TOLERANCE > ZERO
002310             MOVE WS-TOLERANCE TO WS-MATCH-TOL
002320             PERFORM 2000-MATCH-ONE-CREDIT THRU 2000-EXIT
002330                 VARYING WS-BANK-I FROM 1 BY 1
002340                 UNTIL WS-BANK-I > WS-BANK-COUNT
002350         END-IF
002360         PERFORM 3000-PRINT-REPORT THRU 3000-EXIT
002370         PERFORM 4000-CARRY-FORWARD THRU 4000-EXIT
002380     END-IF.
002390     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002400     GOBACK.

002410 1000-INITIALIZE.
002420     CALL "dayproc" USING WS-RUN-DATE.
002430     PERFORM 1050-READ-CONTROL-CARD THRU 1050-EXIT.
002440     PERFORM 1100-LOAD-OUTSTANDING THRU 1100-EXIT.
002450     IF WS-RUN-ABANDONED
002460         GO TO 1000-EXIT
002470     END-IF.
002480     IF WS-LAST-DATE NOT < WS-RUN-DATE
002490         DISPLAY "DAY9BRC - " WS-RUN-DATE " ALREADY RECONCILED "
002500             "(BANKOUT AT " WS-LAST-DATE "), NOTHING DONE"
002510         MOVE "Y" TO WS-ABANDON-SW
002520         MOVE 12 TO RETURN-CODE
002530         GO TO 1000-EXIT
002540     END-IF.
002550     MOVE WS-BOOK-COUNT TO WS-BOOK-CARRIED.
002560     PERFORM 1200-LOAD-CASHLOG THRU 1200-EXIT.
002570     PERFORM 1300-LOAD-ONACCT THRU 1300-EXIT.
002580     PERFORM 1400-LOAD-STATEMENT THRU 1400-EXIT.
002590 1000-EXIT.
002600     EXIT.

002610 1050-READ-CONTROL-CARD.
002620     OPEN INPUT BRCCTL.
002630     IF NOT WS-BRCCTL-OK
002640         DISPLAY "DAY9BRC - NO BRCCTL CARD, EXACT AMOUNTS ONLY"
002650         GO TO 1050-EXIT
002660     END-IF.
002670     READ BRCCTL
002680         AT END
002690             CLOSE BRCCTL
002700             GO TO 1050-EXIT
002710     END-READ.
002720     CLOSE BRCCTL.
002730     IF BC-Tolerance-X IS NUMERIC
002740         MOVE BC-Tolerance TO WS-TOLERANCE
002750     ELSE
002760         DISPLAY "DAY9BRC - BRCCTL TOLERANCE NOT NUMERIC, EXACT "
002770             "AMOUNTS ONLY"
002780     END-IF.
002790 1050-EXIT.
002800     EXIT.

002810*****************************************************************
002820* NO BANKOUT IS THE FIRST RUN: NOTHING CARRIED, NO DATE YET.
002830*****************************************************************
002840 1100-LOAD-OUTSTANDING.
002850     OPEN INPUT BANKOUT.
002860     IF NOT WS-BANKOUT-OK
002870         DISPLAY "DAY9BRC - NO BANKOUT (STATUS "
002880             WS-BANKOUT-STATUS "), NOTHING CARRIED FORWARD"
002890         GO TO 1100-EXIT
002900     END-IF.
002910     PERFORM 1110-LOAD-ONE-ITEM THRU 1110-EXIT
002920         UNTIL WS-BANKOUT-STATUS = "10"
002930            OR WS-RUN-ABANDONED.
002940     CLOSE BANKOUT.
002950 1100-EXIT.
002960     EXIT.

002970 1110-LOAD-ONE-ITEM.
002980     READ BANKOUT
002990         AT END
003000             MOVE "10" TO WS-BANKOUT-STATUS
003010             GO TO 1110-EXIT
003020     END-READ.
003030     IF BO-IS-HEADER
003040         MOVE BOH-Last-Date TO WS-LAST-DATE
003050         GO TO 1110-EXIT
003060     END-IF.
003070     IF WS-BOOK-COUNT NOT < 3000
003080         OR WS-BANK-COUNT NOT < 3000
003090         DISPLAY "DAY9BRC - OUTSTANDING TABLE FULL (3000), "
003100             "RUN ABANDONED SO NO ITEM IS LOST"
003110         MOVE "Y" TO WS-ABANDON-SW
003120         MOVE 12 TO RETURN-CODE
003130         GO TO 1110-EXIT
003140     END-IF.
003150     IF BO-IS-BANK
003160         ADD 1 TO WS-BANK-COUNT
003170         MOVE BO-Date      TO WS-BANK-DATE(WS-BANK-COUNT)
003180         MOVE BO-Reference TO WS-BANK-REFERENCE(WS-BANK-COUNT)
003190         MOVE BO-Montant   TO WS-BANK-MONTANT(WS-BANK-COUNT)
003200         MOVE BO-Libelle   TO WS-BANK-LIBELLE(WS-BANK-COUNT)
003210         MOVE ZERO         TO WS-BANK-BOOK-I(WS-BANK-COUNT)
003220         GO TO 1110-EXIT
003230     END-IF.
003240     IF BO-IS-BOOK
003250         ADD 1 TO WS-BOOK-COUNT
003260         MOVE BO-Date        TO WS-BOOK-DATE(WS-BOOK-COUNT)
003270         MOVE BO-Reference   TO WS-BOOK-REFERENCE(WS-BOOK-COUNT)
003280         MOVE BO-Client-Code TO WS-BOOK-CLIENT(WS-BOOK-COUNT)
003290         MOVE BO-Montant     TO WS-BOOK-MONTANT(WS-BOOK-COUNT)
003300         MOVE "N"            TO WS-BOOK-MATCH-SW(WS-BOOK-COUNT)
003310     END-IF.
003320 1110-EXIT.
003330     EXIT.

003340 1200-LOAD-CASHLOG.
003350     OPEN INPUT CASHLOG.
003360     IF NOT WS-CASHLOG-OK
003370         DISPLAY "DAY9BRC - NO CASHLOG (STATUS "
003380             WS-CASHLOG-STATUS ") - NO APPLIED CASH"
003390         GO TO 1200-EXIT
003400     END-IF.
003410     PERFORM 1210-LOAD-ONE-APPLIED THRU 1210-EXIT
003420         UNTIL WS-CASHLOG-STATUS = "10".
003430     CLOSE CASHLOG.
003440 1200-EXIT.
003450     EXIT.

003460 1210-LOAD-ONE-APPLIED.
003470     READ CASHLOG
003480         AT END
003490             MOVE "10" TO WS-CASHLOG-STATUS
003500             GO TO 1210-EXIT
003510     END-READ.
003520     IF CL-Run-Date NOT > WS-LAST-DATE
003530         OR CL-Run-Date > WS-RUN-DATE
003540         GO TO 1210-EXIT
003550     END-IF.
003560     MOVE CL-Run-Date         TO WS-NEW-DATE.
003570     MOVE CL-Reference        TO WS-NEW-REFERENCE.
003580     MOVE CL-Client-Code      TO WS-NEW-CLIENT.
003590     MOVE CL-Montant-Applique TO WS-NEW-MONTANT.
003600     PERFORM 1500-ADD-TO-RECEIPT THRU 1500-EXIT.
003610 1210-EXIT.
003620     EXIT.

003630 1300-LOAD-ONACCT.
003640     OPEN INPUT ONACCT.
003650     IF NOT WS-ONACCT-OK
003660         DISPLAY "DAY9BRC - NO ONACCT (STATUS "
003670             WS-ONACCT-STATUS ") - NO CASH ON ACCOUNT"
003680         GO TO 1300-EXIT
003690     END-IF.
003700     PERFORM 1310-LOAD-ONE-UNAPPLIED THRU 1310-EXIT
003710         UNTIL WS-ONACCT-STATUS = "10".
003720     CLOSE ONACCT.
003730 1300-EXIT.
003740     EXIT.

003750 1310-LOAD-ONE-UNAPPLIED.
003760     READ ONACCT
003770         AT END
003780             MOVE "10" TO WS-ONACCT-STATUS
003790             GO TO 1310-EXIT
003800     END-READ.
003810     IF ONA-Run-Date NOT > WS-LAST-DATE
003820         OR ONA-Run-Date > WS-RUN-DATE
003830         GO TO 1310-EXIT
003840     END-IF.
003850     MOVE ONA-Run-Date    TO WS-NEW-DATE.
003860     MOVE ONA-Reference   TO WS-NEW-REFERENCE.
003870     MOVE ONA-Client-Code TO WS-NEW-CLIENT.
003880     MOVE ONA-Montant     TO WS-NEW-MONTANT.
003890     PERFORM 1500-ADD-TO-RECEIPT THRU 1500-EXIT.
003900 1310-EXIT.
003910     EXIT.

003920 1400-LOAD-STATEMENT.
003930     OPEN INPUT BANKSTMT.
003940     IF NOT WS-BANKSTMT-OK
003950         DISPLAY "DAY9BRC - NO BANKSTMT (STATUS "
003960             WS-BANKSTMT-STATUS ") - RECEIPTS CARRIED FORWARD"
003970         MOVE 4 TO RETURN-CODE
003980         GO TO 1400-EXIT
003990     END-IF.
004000     PERFORM 1410-LOAD-ONE-CREDIT THRU 1410-EXIT
004010         UNTIL WS-BANKSTMT-STATUS = "10".
004020     CLOSE BANKSTMT.
004030 1400-EXIT.
004040     EXIT.

004050 1410-LOAD-ONE-CREDIT.
004060     READ BANKSTMT
004070         AT END
004080             MOVE "10" TO WS-BANKSTMT-STATUS
004090             GO TO 1410-EXIT
004100     END-READ.
004110     ADD 1 TO WS-STMT-READ.
004120     IF NOT BS-IS-CREDIT
004130         ADD 1 TO WS-STMT-DEBITS
004140         GO TO 1410-EXIT
004150     END-IF.
004160     IF BS-Montant-X IS NOT NUMERIC
004170         DISPLAY "DAY9BRC - STATEMENT LINE " BS-Reference
004180             " AMOUNT NOT NUMERIC, SKIPPED"
004190         ADD 1 TO WS-STMT-BAD
004200         GO TO 1410-EXIT
004210     END-IF.
004220     IF WS-BANK-COUNT NOT < 3000
004230         DISPLAY "DAY9BRC - BANK TABLE FULL (3000), RUN "
004240             "ABANDONED SO NO CREDIT IS LOST"
004250         MOVE "Y" TO WS-ABANDON-SW
004260         MOVE 12 TO RETURN-CODE
004270         MOVE "10" TO WS-BANKSTMT-STATUS
004280         GO TO 1410-EXIT
004290     END-IF.
004300     ADD 1 TO WS-BANK-COUNT.
004310     MOVE BS-Date-Valeur TO WS-BANK-DATE(WS-BANK-COUNT).
004320     MOVE BS-Reference   TO WS-BANK-REFERENCE(WS-BANK-COUNT).
004330     MOVE BS-Montant     TO WS-BANK-MONTANT(WS-BANK-COUNT).
004340     MOVE BS-Libelle     TO WS-BANK-LIBELLE(WS-BANK-COUNT).
004350     MOVE ZERO           TO WS-BANK-BOOK-I(WS-BANK-COUNT).
004360 1410-EXIT.
004370     EXIT.

004380*****************************************************************
004390* A POSTING JOINS THE RUN'S RECEIPT FOR THE SAME DATE, REFERENCE
004400* AND CUSTOMER, OR STARTS A NEW ONE. CARRIED RECEIPTS ARE NOT
004410* SEARCHED - THEIR DATES ARE ALL BEFORE THE RUN'S POSTINGS.
004420*****************************************************************
004430 1500-ADD-TO-RECEIPT.
004440     ADD 1 TO WS-POSTINGS-READ.
004450     MOVE "N" TO WS-FOUND-SW.
004460     COMPUTE WS-BOOK-FROM = WS-BOOK-CARRIED + 1.
004470     PERFORM 1510-FIND-RECEIPT THRU 1510-EXIT
004480         VARYING WS-BOOK-I FROM WS-BOOK-FROM BY 1
004490         UNTIL WS-BOOK-I > WS-BOOK-COUNT
004500            OR WS-ENTRY-FOUND.
004510     IF WS-ENTRY-FOUND
004520         GO TO 1500-EXIT
004530     END-IF.
004540     IF WS-BOOK-COUNT NOT < 3000
004550         DISPLAY "DAY9BRC - RECEIPT TABLE FULL (3000), RUN "
004560             "ABANDONED SO NO RECEIPT IS LOST"
004570         MOVE "Y" TO WS-ABANDON-SW
004580         MOVE 12 TO RETURN-CODE
004590         GO TO 1500-EXIT
004600     END-IF.
004610     ADD 1 TO WS-BOOK-COUNT.
004620     MOVE WS-NEW-DATE      TO WS-BOOK-DATE(WS-BOOK-COUNT).
004630     MOVE WS-NEW-REFERENCE TO WS-BOOK-REFERENCE(WS-BOOK-COUNT).
004640     MOVE WS-NEW-CLIENT    TO WS-BOOK-CLIENT(WS-BOOK-COUNT).
004650     MOVE WS-NEW-MONTANT   TO WS-BOOK-MONTANT(WS-BOOK-COUNT).
004660     MOVE "N"              TO WS-BOOK-MATCH-SW(WS-BOOK-COUNT).
004670 1500-EXIT.
004680     EXIT.

004690 1510-FIND-RECEIPT.
004700     IF WS-BOOK-DATE(WS-BOOK-I) = WS-NEW-DATE
004710         AND WS-BOOK-REFERENCE(WS-BOOK-I) = WS-NEW-REFERENCE
004720         AND WS-BOOK-CLIENT(WS-BOOK-I) = WS-NEW-CLIENT
004730         ADD WS-NEW-MONTANT TO WS-BOOK-MONTANT(WS-BOOK-I)
004740         MOVE "Y" TO WS-FOUND-SW
004750     END-IF.
004760 1510-EXIT.
004770     EXIT.

004780*****************************************************************
004790* A CREDIT CLEARS THE FIRST OPEN RECEIPT WITH ITS REFERENCE THAT
004800* IT FALLS SHORT OF BY NO MORE THAN WS-MATCH-TOL (ZERO ON THE
004810* FIRST PASS). A BLANK REFERENCE IS NEVER MATCHED.
004820*****************************************************************
004830 2000-MATCH-ONE-CREDIT.
004840     IF WS-BANK-BOOK-I(WS-BANK-I) NOT = ZERO
004850         OR WS-BANK-REFERENCE(WS-BANK-I) = SPACES
004860         GO TO 2000-EXIT
004870     END-IF.
004880     MOVE "N" TO WS-FOUND-SW.
004890     PERFORM 2100-TRY-ONE-RECEIPT THRU 2100-EXIT
004900         VARYING WS-BOOK-I FROM 1 BY 1
004910         UNTIL WS-BOOK-I > WS-BOOK-COUNT
004920            OR WS-ENTRY-FOUND.
004930 2000-EXIT.
004940     EXIT.

004950 2100-TRY-ONE-RECEIPT.
004960     IF WS-BOOK-MATCHED(WS-BOOK-I)
004970         OR WS-BOOK-REFERENCE(WS-BOOK-I)
004980             NOT = WS-BANK-REFERENCE(WS-BANK-I)
004990         GO TO 2100-EXIT
005000     END-IF.
005010     COMPUTE WS-ECART = WS-BOOK-MONTANT(WS-BOOK-I)
005020                      - WS-BANK-MONTANT(WS-BANK-I).
005030     IF WS-ECART < ZERO
005040         OR WS-ECART > WS-MATCH-TOL
005050         GO TO 2100-EXIT
005060     END-IF.
005070     MOVE "Y" TO WS-BOOK-MATCH-SW(WS-BOOK-I).
005080     MOVE WS-BOOK-I TO WS-BANK-BOOK-I(WS-BANK-I).
005090     MOVE "Y" TO WS-FOUND-SW.
005100     ADD 1 TO WS-MATCHED.
005110 2100-EXIT.
005120     EXIT.

005130 3000-PRINT-REPORT.
005140     OPEN OUTPUT BRCRPT.
005150     IF NOT WS-BRCRPT-OK
005160         DISPLAY "DAY9BRC - UNABLE TO OPEN BRCRPT, STATUS "
005170             WS-BRCRPT-STATUS
005180         GO TO 3000-EXIT
005190     END-IF.
005200     MOVE "Y" TO WS-BRCRPT-OPEN-SW.
005210     MOVE WS-RUN-DATE  TO WH-RUN-DATE.
005220     MOVE WS-TOLERANCE TO WH-TOLERANCE.
005230     WRITE BRCRPT-LINE FROM WS-REPORT-HEADING.
005240     WRITE BRCRPT-LINE FROM WS-SEPARATOR-LINE.

005250     MOVE "OPERATIONS RAPPROCHEES" TO WS-SECTION-TITLE.
005260     PERFORM 3900-START-SECTION THRU 3900-EXIT.
005270     PERFORM 3100-PRINT-MATCHED THRU 3100-EXIT
005280         VARYING WS-BANK-I FROM 1 BY 1
005290         UNTIL WS-BANK-I > WS-BANK-COUNT.
005300     MOVE WS-MATCHED TO WT-COUNT.
005310     PERFORM 3950-END-SECTION THRU 3950-EXIT.

005320     MOVE "CREDITS BANQUE NON RAPPROCHES (ABSENTS DES LIVRES)"
005330         TO WS-SECTION-TITLE.
005340     PERFORM 3900-START-SECTION THRU 3900-EXIT.
005350     PERFORM 3200-PRINT-OPEN-BANK THRU 3200-EXIT
005360         VARYING WS-BANK-I FROM 1 BY 1
005370         UNTIL WS-BANK-I > WS-BANK-COUNT.
005380     MOVE WS-OPEN-BANK TO WT-COUNT.
005390     PERFORM 3950-END-SECTION THRU 3950-EXIT.

005400     MOVE "ENCAISSEMENTS NON CREDITES PAR LA BANQUE"
005410         TO WS-SECTION-TITLE.
005420     PERFORM 3900-START-SECTION THRU 3900-EXIT.
005430     PERFORM 3300-PRINT-OPEN-BOOK THRU 3300-EXIT
005440         VARYING WS-BOOK-I FROM 1 BY 1
005450         UNTIL WS-BOOK-I > WS-BOOK-COUNT.
005460     MOVE WS-OPEN-BOOK TO WT-COUNT.
005470     PERFORM 3950-END-SECTION THRU 3950-EXIT.
005480 3000-EXIT.
005490     EXIT.

005500 3100-PRINT-MATCHED.
005510     IF WS-BANK-BOOK-I(WS-BANK-I) = ZERO
005520         GO TO 3100-EXIT
005530     END-IF.
005540     MOVE WS-BANK-BOOK-I(WS-BANK-I) TO WS-BOOK-I.
005550     COMPUTE WS-ECART = WS-BOOK-MONTANT(WS-BOOK-I)
005560                      - WS-BANK-MONTANT(WS-BANK-I).
005570     MOVE WS-BANK-DATE(WS-BANK-I)      TO WD-DATE.
005580     MOVE WS-BANK-REFERENCE(WS-BANK-I) TO WD-REFERENCE.
005590     MOVE WS-BOOK-CLIENT(WS-BOOK-I)    TO WD-CLIENT.
005600     MOVE WS-BOOK-MONTANT(WS-BOOK-I)   TO WD-MONTANT-LIVRES.
005610     MOVE WS-BANK-MONTANT(WS-BANK-I)   TO WD-MONTANT-BANQUE.
005620     MOVE WS-ECART                     TO WD-ECART.
005630     MOVE WS-BANK-LIBELLE(WS-BANK-I)   TO WD-LIBELLE.
005640     ADD WS-BOOK-MONTANT(WS-BOOK-I) TO WS-TOT-BOOK.
005650     ADD WS-BANK-MONTANT(WS-BANK-I) TO WS-TOT-BANK.
005660     ADD WS-ECART TO WS-TOT-ECART.
005670     WRITE BRCRPT-LINE FROM WS-DETAIL-LINE.
005680 3100-EXIT.
005690     EXIT.

005700 3200-PRINT-OPEN-BANK.
005710     IF WS-BANK-BOOK-I(WS-BANK-I) NOT = ZERO
005720         GO TO 3200-EXIT
005730     END-IF.
005740     ADD 1 TO WS-OPEN-BANK.
005750     MOVE WS-BANK-DATE(WS-BANK-I)      TO WD-DATE.
005760     MOVE WS-BANK-REFERENCE(WS-BANK-I) TO WD-REFERENCE.
005770     MOVE SPACES                       TO WD-CLIENT.
005780     MOVE ZERO                         TO WD-MONTANT-LIVRES.
005790     MOVE WS-BANK-MONTANT(WS-BANK-I)   TO WD-MONTANT-BANQUE.
005800     MOVE ZERO                         TO WD-ECART.
005810     MOVE WS-BANK-LIBELLE(WS-BANK-I)   TO WD-LIBELLE.
005820     ADD WS-BANK-MONTANT(WS-BANK-I) TO WS-TOT-BANK.
005830     WRITE BRCRPT-LINE FROM WS-DETAIL-LINE.
005840 3200-EXIT.
005850     EXIT.

005860 3300-PRINT-OPEN-BOOK.
005870     IF WS-BOOK-MATCHED(WS-BOOK-I)
005880         GO TO 3300-EXIT
005890     END-IF.
005900     ADD 1 TO WS-OPEN-BOOK.
005910     MOVE WS-BOOK-DATE(WS-BOOK-I)      TO WD-DATE.
005920     MOVE WS-BOOK-REFERENCE(WS-BOOK-I) TO WD-REFERENCE.
005930     MOVE WS-BOOK-CLIENT(WS-BOOK-I)    TO WD-CLIENT.
005940     MOVE WS-BOOK-MONTANT(WS-BOOK-I)   TO WD-MONTANT-LIVRES.
005950     MOVE ZERO                         TO WD-MONTANT-BANQUE.
005960     MOVE ZERO                         TO WD-ECART.
005970     MOVE SPACES                       TO WD-LIBELLE.
005980     ADD WS-BOOK-MONTANT(WS-BOOK-I) TO WS-TOT-BOOK.
005990     WRITE BRCRPT-LINE FROM WS-DETAIL-LINE.
006000 3300-EXIT.
006010     EXIT.

006020 3900-START-SECTION.
006030     MOVE SPACES TO BRCRPT-LINE.
006040     WRITE BRCRPT-LINE.
006050     WRITE BRCRPT-LINE FROM WS-SECTION-HEADING.
006060     WRITE BRCRPT-LINE FROM WS-COLUMN-HEADING.
006070     MOVE ZERO TO WS-TOT-BOOK.
006080     MOVE ZERO TO WS-TOT-BANK.
006090     MOVE ZERO TO WS-TOT-ECART.
006100 3900-EXIT.
006110     EXIT.

006120 3950-END-SECTION.
006130     MOVE WS-TOT-BOOK  TO WT-MONTANT-LIVRES.
006140     MOVE WS-TOT-BANK  TO WT-MONTANT-BANQUE.
006150     MOVE WS-TOT-ECART TO WT-ECART.
006160     WRITE BRCRPT-LINE FROM WS-TOTAL-LINE.
006170 3950-EXIT.
006180     EXIT.

006190*****************************************************************
006200* BANKOUT IS REWRITTEN WITH THE NEW DATE AND WHAT IS STILL OPEN.
006210*****************************************************************
006220 4000-CARRY-FORWARD.
006230     OPEN OUTPUT BANKOUT.
006240     IF NOT WS-BANKOUT-OK
006250         DISPLAY "DAY9BRC - UNABLE TO REWRITE BANKOUT, STATUS "
006260             WS-BANKOUT-STATUS " - RERUN THE RECONCILIATION"
006270         MOVE 12 TO RETURN-CODE
006280         GO TO 4000-EXIT
006290     END-IF.
006300     MOVE SPACES TO BANKOUT-HDR-REC.
006310     MOVE "H" TO BOH-Type.
006320     MOVE WS-RUN-DATE TO BOH-Last-Date.
006330     WRITE BANKOUT-HDR-REC.
006340     PERFORM 4100-CARRY-ONE-CREDIT THRU 4100-EXIT
006350         VARYING WS-BANK-I FROM 1 BY 1
006360         UNTIL WS-BANK-I > WS-BANK-COUNT.
006370     PERFORM 4200-CARRY-ONE-RECEIPT THRU 4200-EXIT
006380         VARYING WS-BOOK-I FROM 1 BY 1
006390         UNTIL WS-BOOK-I > WS-BOOK-COUNT.
006400     CLOSE BANKOUT.
006410 4000-EXIT.
006420     EXIT.

006430 4100-CARRY-ONE-CREDIT.
006440     IF WS-BANK-BOOK-I(WS-BANK-I) NOT = ZERO
006450         GO TO 4100-EXIT
006460     END-IF.
006470     MOVE "B"                          TO BO-Type.
006480     MOVE WS-BANK-DATE(WS-BANK-I)      TO BO-Date.
006490     MOVE WS-BANK-REFERENCE(WS-BANK-I) TO BO-Reference.
006500     MOVE SPACES                       TO BO-Client-Code.
006510     MOVE WS-BANK-MONTANT(WS-BANK-I)   TO BO-Montant.
006520     MOVE WS-BANK-LIBELLE(WS-BANK-I)   TO BO-Libelle.
006530     WRITE BANKOUT-REC.
006540 4100-EXIT.
006550     EXIT.

006560 4200-CARRY-ONE-RECEIPT.
006570     IF WS-BOOK-MATCHED(WS-BOOK-I)
006580         GO TO 4200-EXIT
006590     END-IF.
006600     MOVE "L"                          TO BO-Type.
006610     MOVE WS-BOOK-DATE(WS-BOOK-I)      TO BO-Date.
006620     MOVE WS-BOOK-REFERENCE(WS-BOOK-I) TO BO-Reference.
006630     MOVE WS-BOOK-CLIENT(WS-BOOK-I)    TO BO-Client-Code.
006640     MOVE WS-BOOK-MONTANT(WS-BOOK-I)   TO BO-Montant.
006650     MOVE SPACES                       TO BO-Libelle.
006660     WRITE BANKOUT-REC.
006670 4200-EXIT.
006680     EXIT.

006690 9000-TERMINATE.
006700     IF WS-BRCRPT-WAS-OPENED
006710         CLOSE BRCRPT
006720     END-IF.
006730     MOVE WS-TOLERANCE TO WS-TOLERANCE-OUT.
006740     DISPLAY "DAY9BRC - STATEMENT LINES READ : " WS-STMT-READ.
006750     DISPLAY "DAY9BRC - DEBITS IGNORED       : " WS-STMT-DEBITS.
006760     DISPLAY "DAY9BRC - LINES SKIPPED        : " WS-STMT-BAD.
006770     DISPLAY "DAY9BRC - POSTINGS PICKED UP   : " WS-POSTINGS-READ.
006780     DISPLAY "DAY9BRC - TOLERANCE            : "
006790         WS-TOLERANCE-OUT.
006800     DISPLAY "DAY9BRC - CREDITS MATCHED      : " WS-MATCHED.
006810     DISPLAY "DAY9BRC - BANK ITEMS OPEN      : " WS-OPEN-BANK.
006820     DISPLAY "DAY9BRC - BOOK ITEMS OPEN      : " WS-OPEN-BOOK.
006830 9000-EXIT.
006840     EXIT.
