000220* EVERY POSTING IS STAMPED WITH THE DAYPROC PROCESSING DATE AND
000230* LOGGED TO CASHLOG, SO A WEDNESDAY RERUN OF TUESDAY'S RECEIPTS
000240* CARRIES TUESDAY AND THE AGING STAYS HONEST.
000250*
000260* AN ITEM IN A FOREIGN CURRENCY IS SETTLED IN THAT CURRENCY, BUT
000270* ITS HOUSE-CURRENCY VALUE HAS MOVED SINCE IT WAS INVOICED: EACH
000280* APPLIED AMOUNT IS VALUED AT THE RATE IN FORCE ON THE INVOICE
000290* DATE AND AT THE RATE ON THE PROCESSING DATE (CURRTBL, WITH
000300* RATEHIST FOR RATES SINCE REPLACED), AND THE DIFFERENCE IS THE
000310* REALIZED EXCHANGE GAIN OR LOSS. IT GOES TO THE PAYGLEXT
000320* EXTRACT IN THE GLEXTR LAYOUT UNDER GLMAP SOURCE "FXR":
000330* DEBIT ACCOUNT = RECEIVABLE, CREDIT ACCOUNT = EXCHANGE GAIN,
000340* THIRD ACCOUNT = EXCHANGE LOSS (A CARD WITH NO LOSS ACCOUNT
000350* POSTS A LOSS AS A NEGATIVE GAIN). WITHOUT AN FXR CARD THE
000360* CASH IS STILL POSTED BUT THE RUN ENDS WITH RETURN CODE 4.
000370*****************************************************************
000380* MODIFICATION HISTORY
000390*  09/02/2026  JPH  ORIGINAL VERSION.
000400*  10/15/2026  JPH  THE ONACCT AND CASHLOG RECORD LAYOUTS MOVED
000410*                   TO ONACCT.CPY AND CASHLOG.CPY FOR THE
000420*                   CUSTOMER STATEMENT RUN TO SHARE.
000430*  10/15/2026  JPH  REALIZED EXCHANGE GAIN/LOSS ON FOREIGN-
000440*                   CURRENCY ITEMS, EXTRACTED TO PAYGLEXT UNDER
000450*                   GLMAP SOURCE FXR.
000460*****************************************************************
000470 IDENTIFICATION DIVISION.
000480 PROGRAM-ID. day9pay.
000490 AUTHOR. jphNovitz.
000500 DATE-WRITTEN. 2026/09/02.
000510 DATE-COMPILED.

000520 ENVIRONMENT DIVISION.
000530 INPUT-OUTPUT SECTION.
000540 FILE-CONTROL.
000550     SELECT CASHRCPT ASSIGN TO "CASHRCPT"
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS WS-CASHRCPT-STATUS.

000580     SELECT ARFILE ASSIGN TO "ARFILE"
000590         ORGANIZATION IS INDEXED
000600         ACCESS MODE IS DYNAMIC
000610         RECORD KEY IS AR-Invoice-No
000620         FILE STATUS IS WS-ARFILE-STATUS.

000630     SELECT ONACCT ASSIGN TO "ONACCT"
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS WS-ONACCT-STATUS.

000660     SELECT CASHLOG ASSIGN TO "CASHLOG"
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS WS-CASHLOG-STATUS.

000690     SELECT PAYRPT ASSIGN TO "PAYRPT"
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS IS WS-PAYRPT-STATUS.

000720     SELECT CURRTBL ASSIGN TO "CURRTBL"
000730         ORGANIZATION IS LINE SEQUENTIAL
000740         FILE STATUS IS WS-CURRTBL-STATUS.

000750     SELECT RATEHIST ASSIGN TO "RATEHIST"
000760         ORGANIZATION IS LINE SEQUENTIAL
000770         FILE STATUS IS WS-RATEHIST-STATUS.

000780     SELECT GLMAP ASSIGN TO "GLMAP"
000790         ORGANIZATION IS LINE SEQUENTIAL
000800         FILE STATUS IS WS-GLMAP-STATUS.

000810     SELECT PAYGLEXT ASSIGN TO "PAYGLEXT"
000820         ORGANIZATION IS LINE SEQUENTIAL
000830         FILE STATUS IS WS-PAYGLEXT-STATUS.

000840 DATA DIVISION.
000850 FILE SECTION.
000860 FD  CASHRCPT
000870     RECORDING MODE IS F.
000880 01  CASHRCPT-REC.
000890     05  CR-Client-Code       PIC X(05).
000900     05  CR-Montant-X         PIC X(13).
000910     05  CR-Montant REDEFINES CR-Montant-X
000920                              PIC 9(11)V99.
000930     05  CR-Reference         PIC X(10).

000940 FD  ARFILE
000950     RECORDING MODE IS F.
000960     COPY AROPEN.

000970 FD  ONACCT
000980     RECORDING MODE IS F.
000990     COPY ONACCT.

001000 FD  CASHLOG
001010     RECORDING MODE IS F.
001020     COPY CASHLOG.

001030 FD  PAYRPT
001040     RECORDING MODE IS F.
001050 01  PAYRPT-LINE              PIC X(80).

001060 FD  CURRTBL
001070     RECORDING MODE IS F.
001080 01  CURRTBL-REC.
001090     05  CUR-Code             PIC X(03).
001100     05  CUR-Symbol           PIC X(03).
001110     05  CUR-Decimals         PIC 9(01).
001120     05  CUR-Rate             PIC 9(04)V9(06).
001130     05  CUR-Rate-Date        PIC 9(08).

001140 FD  RATEHIST
001150     RECORDING MODE IS F.
001160     COPY RATEHIST.

001170 FD  GLMAP
001180     RECORDING MODE IS F.
001190 01  GLMAP-REC.
001200     05  GLM-Source           PIC X(03).
001210     05  GLM-Compte-Debit     PIC X(08).
001220     05  GLM-Compte-Credit    PIC X(08).
001230     05  GLM-Compte-Taxe      PIC X(08).

001240 FD  PAYGLEXT
001250     RECORDING MODE IS F.
001260     COPY GLEXTR.

001270 WORKING-STORAGE SECTION.
001280 01  WS-CASHRCPT-STATUS       PIC X(02).
001290     88  WS-CASHRCPT-OK             VALUE "00".

001300 01  WS-ARFILE-STATUS         PIC X(02).
001310     88  WS-ARFILE-OK               VALUE "00".

001320 01  WS-ONACCT-STATUS         PIC X(02).
001330     88  WS-ONACCT-OK               VALUE "00".

001340 01  WS-CASHLOG-STATUS        PIC X(02).
001350     88  WS-CASHLOG-OK              VALUE "00".

001360 01  WS-PAYRPT-STATUS         PIC X(02).
001370     88  WS-PAYRPT-OK               VALUE "00".

001380 01  WS-CURRTBL-STATUS        PIC X(02).
001390     88  WS-CURRTBL-OK              VALUE "00".

001400 01  WS-RATEHIST-STATUS       PIC X(02).
001410     88  WS-RATEHIST-OK             VALUE "00".

001420 01  WS-GLMAP-STATUS          PIC X(02).
001430     88  WS-GLMAP-OK                VALUE "00".

001440 01  WS-PAYGLEXT-STATUS       PIC X(02).
001450     88  WS-PAYGLEXT-OK             VALUE "00".

001460 01  WS-SWITCHES.
001470     05  WS-EOF-SW            PIC X(01)  VALUE "N".
001480         88  WS-EOF-REACHED          VALUE "Y".
001490     05  WS-AR-EOF-SW         PIC X(01)  VALUE "N".
001500         88  WS-AR-EOF-REACHED       VALUE "Y".
001510     05  WS-CASHRCPT-OPEN-SW  PIC X(01)  VALUE "N".
001520         88  WS-CASHRCPT-WAS-OPENED  VALUE "Y".
001530     05  WS-ARFILE-OPEN-SW    PIC X(01)  VALUE "N".
001540         88  WS-ARFILE-WAS-OPENED    VALUE "Y".
001550     05  WS-ONACCT-OPEN-SW    PIC X(01)  VALUE "N".
001560         88  WS-ONACCT-WAS-OPENED    VALUE "Y".
001570     05  WS-CASHLOG-OPEN-SW   PIC X(01)  VALUE "N".
001580         88  WS-CASHLOG-WAS-OPENED   VALUE "Y".
001590     05  WS-PAYRPT-OPEN-SW    PIC X(01)  VALUE "N".
001600         88  WS-PAYRPT-WAS-OPENED    VALUE "Y".
001610     05  WS-PAYGLEXT-OPEN-SW  PIC X(01)  VALUE "N".
001620         88  WS-PAYGLEXT-WAS-OPENED  VALUE "Y".
001630     05  WS-FXR-MAP-SW        PIC X(01)  VALUE "N".
001640         88  WS-FXR-MAP-LOADED       VALUE "Y".

001650 01  WS-COUNTERS.
001660     05  WS-RECEIPTS-READ     PIC 9(05) COMP  VALUE ZERO.
001670     05  WS-RECEIPTS-BAD      PIC 9(05) COMP  VALUE ZERO.
001680     05  WS-ITEMS-PAID        PIC 9(05) COMP  VALUE ZERO.
001690     05  WS-ITEMS-REDUCED     PIC 9(05) COMP  VALUE ZERO.
001700     05  WS-ON-ACCOUNT        PIC 9(05) COMP  VALUE ZERO.
001710     05  WS-FX-POSTED         PIC 9(05) COMP  VALUE ZERO.
001720     05  WS-FX-NOT-POSTED     PIC 9(05) COMP  VALUE ZERO.
001730     05  WS-DETAILS-WRITTEN   PIC 9(07)  VALUE ZERO.

001740 01  WS-RUN-DATE              PIC 9(08).
001750 01  WS-REMAINING             PIC S9(11)V99 COMP-3  VALUE ZERO.
001760 01  WS-ITEM-BALANCE          PIC S9(11)V99 COMP-3  VALUE ZERO.
001770 01  WS-APPLIED               PIC S9(11)V99 COMP-3  VALUE ZERO.

001780*****************************************************************
001790* REALIZED EXCHANGE DIFFERENCE ON ONE APPLIED AMOUNT, IN HOUSE
001800* CURRENCY: POSITIVE IS A GAIN, NEGATIVE A LOSS.
001810*****************************************************************
001820 01  WS-RATE-INV              PIC 9(04)V9(06) COMP-3 VALUE ZERO.
001830 01  WS-RATE-PAY              PIC 9(04)V9(06) COMP-3 VALUE ZERO.
001840 01  WS-VALEUR-INV            PIC S9(11)V99 COMP-3  VALUE ZERO.
001850 01  WS-VALEUR-PAY            PIC S9(11)V99 COMP-3  VALUE ZERO.
001860 01  WS-FX-ECART              PIC S9(11)V99 COMP-3  VALUE ZERO.
001870 01  WS-FX-NET                PIC S9(11)V99 COMP-3  VALUE ZERO.
001880 01  WS-FX-NET-OUT            PIC -(10)9.99.
001890 01  WS-HASH-TOTAL            PIC S9(13)V99 COMP-3  VALUE ZERO.

001900*****************************************************************
001910* THE GLMAP "FXR" CARD: DEBIT = RECEIVABLE, CREDIT = EXCHANGE
001920* GAIN, THIRD ACCOUNT = EXCHANGE LOSS.
001930*****************************************************************
001940 01  WS-FXR-DEBIT             PIC X(08)  VALUE SPACES.
001950 01  WS-FXR-CREDIT            PIC X(08)  VALUE SPACES.
001960 01  WS-FXR-PERTE             PIC X(08)  VALUE SPACES.

001970*****************************************************************
001980* RATE LOOKUP: WS-RATE-DEVISE ON WS-RATE-ON-DATE GIVES
001990* WS-RATE-USED, ZERO WHEN THE CURRENCY IS NOT ON CURRTBL.
002000*****************************************************************
002010 01  WS-RATE-DEVISE           PIC X(03)  VALUE SPACES.
002020 01  WS-RATE-ON-DATE          PIC 9(08)  VALUE ZERO.
002030 01  WS-RATE-USED             PIC 9(04)V9(06) COMP-3 VALUE ZERO.
002040 01  WS-BEST-DATE             PIC 9(08)  VALUE ZERO.
002050 01  WS-BEST-RATE             PIC 9(04)V9(06) COMP-3 VALUE ZERO.
002060 01  WS-OLDEST-DATE           PIC 9(08)  VALUE ZERO.
002070 01  WS-OLDEST-RATE           PIC 9(04)V9(06) COMP-3 VALUE ZERO.

002080     COPY CURRTBL.

002090*****************************************************************
002100* RATES SINCE REPLACED, FROM RATEHIST: EACH WAS IN FORCE FROM
002110* ITS FIXING DATE UNTIL THE NEXT ONE.
002120*****************************************************************
002130 01  WS-HIST-TABLE.
002140     05  WS-HIST-COUNT        PIC 9(05) COMP  VALUE ZERO.
002150     05  WS-HIST-ENTRY OCCURS 2000 TIMES.
002160         10  WS-HIST-CODE     PIC X(03).
002170         10  WS-HIST-RATE     PIC 9(04)V9(06) COMP-3.
002180         10  WS-HIST-DATE     PIC 9(08).
002190 01  WS-HIST-I                PIC 9(05) COMP  VALUE ZERO.

002200 01  WS-EXCEPT-HEADING.
002210     05  FILLER               PIC X(40) VALUE
002220         "ENCAISSEMENTS NON AFFECTES (EN COMPTE) A".
002230     05  FILLER               PIC X(03) VALUE "U :".
002240     05  FILLER               PIC X(01) VALUE SPACE.
002250     05  WH-RUN-DATE          PIC 9(08).

002260 01  WS-EXCEPT-LINE.
002270     05  WE-CLIENT-CODE       PIC X(05).
002280     05  FILLER               PIC X(02) VALUE SPACES.
002290     05  WE-REFERENCE         PIC X(10).
002300     05  FILLER               PIC X(02) VALUE SPACES.
002310     05  WE-MONTANT           PIC -(10)9.99.
002320     05  FILLER               PIC X(12) VALUE "  EN COMPTE ".

002330 PROCEDURE DIVISION.

002340 0000-MAINLINE.
002350     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002360     PERFORM 2000-POST-ONE-RECEIPT THRU 2000-EXIT
002370         UNTIL WS-EOF-REACHED.
002380     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002390     GOBACK.

002400 1000-INITIALIZE.
002410     CALL "dayproc" USING WS-RUN-DATE.

002420     OPEN INPUT CASHRCPT.
002430     IF NOT WS-CASHRCPT-OK
002440         DISPLAY "DAY9PAY - UNABLE TO OPEN CASHRCPT, STATUS "
002450             WS-CASHRCPT-STATUS " - NOTHING TO POST"
002460         MOVE "Y" TO WS-EOF-SW
002470         GO TO 1000-EXIT
002480     END-IF.
002490     MOVE "Y" TO WS-CASHRCPT-OPEN-SW.

002500     OPEN I-O ARFILE.
002510     IF NOT WS-ARFILE-OK
002520         DISPLAY "DAY9PAY - UNABLE TO OPEN ARFILE, STATUS "
002530             WS-ARFILE-STATUS " - NOTHING POSTED"
002540         MOVE "Y" TO WS-EOF-SW
002550         GO TO 1000-EXIT
002560     END-IF.
002570     MOVE "Y" TO WS-ARFILE-OPEN-SW.

002580     OPEN EXTEND ONACCT.
002590     IF NOT WS-ONACCT-OK
002600         DISPLAY "DAY9PAY - UNABLE TO OPEN ONACCT, STATUS "
002610             WS-ONACCT-STATUS
002620         MOVE "Y" TO WS-EOF-SW
002630         GO TO 1000-EXIT
002640     END-IF.
002650     MOVE "Y" TO WS-ONACCT-OPEN-SW.

002660     OPEN EXTEND CASHLOG.
002670     IF NOT WS-CASHLOG-OK
002680         DISPLAY "DAY9PAY - UNABLE TO OPEN CASHLOG, STATUS "
002690             WS-CASHLOG-STATUS
002700         MOVE "Y" TO WS-EOF-SW
002710         GO TO 1000-EXIT
002720     END-IF.
002730     MOVE "Y" TO WS-CASHLOG-OPEN-SW.

002740     OPEN OUTPUT PAYRPT.
002750     IF NOT WS-PAYRPT-OK
002760         DISPLAY "DAY9PAY - UNABLE TO OPEN PAYRPT, STATUS "
002770             WS-PAYRPT-STATUS
002780         MOVE "Y" TO WS-EOF-SW
002790         GO TO 1000-EXIT
002800     END-IF.
002810     MOVE "Y" TO WS-PAYRPT-OPEN-SW.
002820     MOVE WS-RUN-DATE TO WH-RUN-DATE.
002830     MOVE WS-EXCEPT-HEADING TO PAYRPT-LINE.
002840     WRITE PAYRPT-LINE.

002850     PERFORM 1100-LOAD-CURRTBL THRU 1100-EXIT.
002860     PERFORM 1200-LOAD-RATEHIST THRU 1200-EXIT.
002870     PERFORM 1300-LOAD-FXR-MAP THRU 1300-EXIT.

002880     OPEN OUTPUT PAYGLEXT.
002890     IF NOT WS-PAYGLEXT-OK
002900         DISPLAY "DAY9PAY - UNABLE TO OPEN PAYGLEXT, STATUS "
002910             WS-PAYGLEXT-STATUS
002920         MOVE "Y" TO WS-EOF-SW
002930         GO TO 1000-EXIT
002940     END-IF.
002950     MOVE "Y" TO WS-PAYGLEXT-OPEN-SW.
002960     MOVE "H"         TO GLH-Record-Type.
002970     MOVE WS-RUN-DATE TO GLH-Batch-Date.
002980     MOVE "DAY9PAY"   TO GLH-Source-System.
002990     WRITE GLEXTR-HDR-REC.

003000     PERFORM 2100-READ-CASHRCPT THRU 2100-EXIT.
003010 1000-EXIT.
003020     EXIT.

003030 1100-LOAD-CURRTBL.
003040     OPEN INPUT CURRTBL.
003050     IF NOT WS-CURRTBL-OK
003060         DISPLAY "DAY9PAY - UNABLE TO OPEN CURRTBL, STATUS "
003070             WS-CURRTBL-STATUS " - NO EXCHANGE DIFFERENCES"
003080         GO TO 1100-EXIT
003090     END-IF.
003100     PERFORM 1110-LOAD-ONE-CURRENCY THRU 1110-EXIT
003110         UNTIL WS-CURRTBL-STATUS = "10".
003120     CLOSE CURRTBL.
003130 1100-EXIT.
003140     EXIT.

003150 1110-LOAD-ONE-CURRENCY.
003160     READ CURRTBL
003170         AT END
003180             MOVE "10" TO WS-CURRTBL-STATUS
003190             GO TO 1110-EXIT
003200     END-READ.
003210     IF WS-CURR-COUNT < 50
003220         ADD 1 TO WS-CURR-COUNT
003230         MOVE CUR-Code      TO WS-CURR-CODE(WS-CURR-COUNT)
003240         MOVE CUR-Symbol    TO WS-CURR-SYMBOL(WS-CURR-COUNT)
003250         MOVE CUR-Decimals  TO WS-CURR-DECIMALS(WS-CURR-COUNT)
003260         MOVE CUR-Rate      TO WS-CURR-RATE(WS-CURR-COUNT)
003270         MOVE CUR-Rate-Date TO WS-CURR-RATE-DATE(WS-CURR-COUNT)
003280     ELSE
003290         DISPLAY "DAY9PAY - CURRENCY TABLE FULL (50), "
003300             CUR-Code " NOT LOADED"
003310     END-IF.
003320 1110-EXIT.
003330     EXIT.

003340 1200-LOAD-RATEHIST.
003350     OPEN INPUT RATEHIST.
003360     IF NOT WS-RATEHIST-OK
003370         DISPLAY "DAY9PAY - NO RATEHIST, STATUS "
003380             WS-RATEHIST-STATUS " - CURRENT RATES ONLY"
003390         GO TO 1200-EXIT
003400     END-IF.
003410     PERFORM 1210-LOAD-ONE-RATE THRU 1210-EXIT
003420         UNTIL WS-RATEHIST-STATUS = "10".
003430     CLOSE RATEHIST.
003440 1200-EXIT.
003450     EXIT.

003460 1210-LOAD-ONE-RATE.
003470     READ RATEHIST
003480         AT END
003490             MOVE "10" TO WS-RATEHIST-STATUS
003500             GO TO 1210-EXIT
003510     END-READ.
003520     IF WS-HIST-COUNT < 2000
003530         ADD 1 TO WS-HIST-COUNT
003540         MOVE RH-Code          TO WS-HIST-CODE(WS-HIST-COUNT)
003550         MOVE RH-Old-Rate      TO WS-HIST-RATE(WS-HIST-COUNT)
003560         MOVE RH-Old-Rate-Date TO WS-HIST-DATE(WS-HIST-COUNT)
003570     ELSE
003580         DISPLAY "DAY9PAY - RATE HISTORY TABLE FULL (2000), "
003590             RH-Code " " RH-Old-Rate-Date " NOT LOADED"
003600     END-IF.
003610 1210-EXIT.
003620     EXIT.

003630 1300-LOAD-FXR-MAP.
003640     OPEN INPUT GLMAP.
003650     IF NOT WS-GLMAP-OK
003660         DISPLAY "DAY9PAY - UNABLE TO OPEN GLMAP, STATUS "
003670             WS-GLMAP-STATUS " - EXCHANGE DIFFERENCES NOT "
003680             "EXTRACTED"
003690         GO TO 1300-EXIT
003700     END-IF.
003710     PERFORM 1310-CHECK-ONE-MAP THRU 1310-EXIT
003720         UNTIL WS-GLMAP-STATUS = "10".
003730     CLOSE GLMAP.
003740     IF NOT WS-FXR-MAP-LOADED
003750         DISPLAY "DAY9PAY - NO GLMAP CARD FOR FXR, EXCHANGE "
003760             "DIFFERENCES NOT EXTRACTED"
003770     END-IF.
003780 1300-EXIT.
003790     EXIT.

003800 1310-CHECK-ONE-MAP.
003810     READ GLMAP
003820         AT END
003830             MOVE "10" TO WS-GLMAP-STATUS
003840             GO TO 1310-EXIT
003850     END-READ.
003860     IF GLM-Source = "FXR"
003870         MOVE GLM-Compte-Debit  TO WS-FXR-DEBIT
003880         MOVE GLM-Compte-Credit TO WS-FXR-CREDIT
003890         MOVE GLM-Compte-Taxe   TO WS-FXR-PERTE
003900         MOVE "Y" TO WS-FXR-MAP-SW
003910     END-IF.
003920 1310-EXIT.
003930     EXIT.

003940 2000-POST-ONE-RECEIPT.
003950     IF CR-Montant-X IS NOT NUMERIC
003960         DISPLAY "DAY9PAY - RECEIPT FOR " CR-Client-Code
003970             " AMOUNT NOT NUMERIC, SKIPPED"
003980         ADD 1 TO WS-RECEIPTS-BAD
003990         GO TO 2000-EXIT-VIA-READ
004000     END-IF.
004010     IF CR-Montant = ZERO
004020         DISPLAY "DAY9PAY - RECEIPT FOR " CR-Client-Code
004030             " AMOUNT IS ZERO, SKIPPED"
004040         ADD 1 TO WS-RECEIPTS-BAD
004050         GO TO 2000-EXIT-VIA-READ
004060     END-IF.

004070     MOVE CR-Montant TO WS-REMAINING.
004080     PERFORM 3000-APPLY-TO-OPEN-ITEMS THRU 3000-EXIT.
004090     IF WS-REMAINING > ZERO
004100         PERFORM 4000-HOLD-ON-ACCOUNT THRU 4000-EXIT
004110     END-IF.

004120 2000-EXIT-VIA-READ.
004130     PERFORM 2100-READ-CASHRCPT THRU 2100-EXIT.
004140 2000-EXIT.
004150     EXIT.

004160 2100-READ-CASHRCPT.
004170     READ CASHRCPT
004180         AT END
004190             MOVE "Y" TO WS-EOF-SW
004200             GO TO 2100-EXIT
004210     END-READ.
004220     ADD 1 TO WS-RECEIPTS-READ.
004230 2100-EXIT.
004240     EXIT.

004250*****************************************************************
004260* OPEN ITEMS ARE SWEPT IN INVOICE-NUMBER ORDER FROM THE START OF
004270* THE FILE - DAY9INV ASSIGNS NUMBERS IN SEQUENCE, SO KEY ORDER
004280* IS OLDEST-FIRST FOR THE MATCHING THE LEDGER PEOPLE EXPECT.
004290*****************************************************************
004300 3000-APPLY-TO-OPEN-ITEMS.
004310     MOVE "N" TO WS-AR-EOF-SW.
004320     MOVE ZERO TO AR-Invoice-No.
004330     START ARFILE KEY IS NOT < AR-Invoice-No
004340         INVALID KEY
004350             MOVE "Y" TO WS-AR-EOF-SW
004360     END-START.
004370     PERFORM 3100-APPLY-ONE-ITEM THRU 3100-EXIT
004380         UNTIL WS-AR-EOF-REACHED OR WS-REMAINING NOT > ZERO.
004390 3000-EXIT.
004400     EXIT.

004410 3100-APPLY-ONE-ITEM.
004420     READ ARFILE NEXT RECORD
004430         AT END
004440             MOVE "Y" TO WS-AR-EOF-SW
004450             GO TO 3100-EXIT
004460     END-READ.
004470     IF AR-Client-Code NOT = CR-Client-Code
004480         OR NOT AR-STATUT-OPEN
004490         GO TO 3100-EXIT
004500     END-IF.
004510     COMPUTE WS-ITEM-BALANCE = AR-TTC - AR-Regle.
004520     IF WS-ITEM-BALANCE NOT > ZERO
004530         GO TO 3100-EXIT
004540     END-IF.

004550     IF WS-REMAINING < WS-ITEM-BALANCE
004560         MOVE WS-REMAINING TO WS-APPLIED
004570     ELSE
004580         MOVE WS-ITEM-BALANCE TO WS-APPLIED
004590     END-IF.
004600     ADD WS-APPLIED TO AR-Regle.
004610     IF AR-Regle = AR-TTC
004620         MOVE "P" TO AR-Statut
004630         ADD 1 TO WS-ITEMS-PAID
004640     ELSE
004650         ADD 1 TO WS-ITEMS-REDUCED
004660     END-IF.
004670     REWRITE AROPEN-REC
004680         INVALID KEY
004690             DISPLAY "DAY9PAY - UNABLE TO REWRITE INVOICE "
004700                 AR-Invoice-No " STATUS " WS-ARFILE-STATUS
004710             GO TO 3100-EXIT
004720     END-REWRITE.
004730     SUBTRACT WS-APPLIED FROM WS-REMAINING.
004740     PERFORM 3200-LOG-POSTING THRU 3200-EXIT.
004750     PERFORM 3300-REALIZE-EXCHANGE THRU 3300-EXIT.
004760 3100-EXIT.
004770     EXIT.

004780 3200-LOG-POSTING.
004790     MOVE WS-RUN-DATE     TO CL-Run-Date.
004800     MOVE CR-Client-Code  TO CL-Client-Code.
004810     MOVE AR-Invoice-No   TO CL-Invoice-No.
004820     MOVE WS-APPLIED      TO CL-Montant-Applique.
004830     MOVE CR-Reference    TO CL-Reference.
004840     WRITE CASHLOG-REC.
004850 3200-EXIT.
004860     EXIT.

004870*****************************************************************
004880* THE APPLIED AMOUNT VALUED IN HOUSE CURRENCY AT THE INVOICE-DATE
004890* RATE AND AT THE PROCESSING-DATE RATE. A HOUSE-CURRENCY ITEM
004900* (RATE 1 BOTH TIMES) OR A RATE THAT HAS NOT MOVED GIVES NOTHING.
004910*****************************************************************
004920 3300-REALIZE-EXCHANGE.
004930     IF AR-Code-Devise = SPACES
004940         GO TO 3300-EXIT
004950     END-IF.
004960     MOVE AR-Code-Devise  TO WS-RATE-DEVISE.
004970     MOVE AR-Invoice-Date TO WS-RATE-ON-DATE.
004980     PERFORM 5000-RATE-ON-DATE THRU 5000-EXIT.
004990     MOVE WS-RATE-USED TO WS-RATE-INV.
005000     MOVE WS-RUN-DATE  TO WS-RATE-ON-DATE.
005010     PERFORM 5000-RATE-ON-DATE THRU 5000-EXIT.
005020     MOVE WS-RATE-USED TO WS-RATE-PAY.
005030     IF WS-RATE-INV = ZERO OR WS-RATE-PAY = ZERO
005040         DISPLAY "DAY9PAY - DEVISE " AR-Code-Devise
005050             " NOT ON CURRTBL, NO EXCHANGE DIFFERENCE ON "
005060             AR-Invoice-No
005070         GO TO 3300-EXIT
005080     END-IF.
005090     COMPUTE WS-VALEUR-INV ROUNDED = WS-APPLIED * WS-RATE-INV.
005100     COMPUTE WS-VALEUR-PAY ROUNDED = WS-APPLIED * WS-RATE-PAY.
005110     COMPUTE WS-FX-ECART = WS-VALEUR-PAY - WS-VALEUR-INV.
005120     IF WS-FX-ECART = ZERO
005130         GO TO 3300-EXIT
005140     END-IF.
005150     IF NOT WS-FXR-MAP-LOADED
005160         ADD 1 TO WS-FX-NOT-POSTED
005170         MOVE 4 TO RETURN-CODE
005180         MOVE WS-FX-ECART TO WS-FX-NET-OUT
005190         DISPLAY "DAY9PAY - EXCHANGE DIFFERENCE " WS-FX-NET-OUT
005200             " ON " AR-Invoice-No " NOT EXTRACTED (NO FXR)"
005210         GO TO 3300-EXIT
005220     END-IF.
005230     PERFORM 3400-WRITE-FX-PAIR THRU 3400-EXIT.
005240     ADD 1 TO WS-FX-POSTED.
005250     ADD WS-FX-ECART TO WS-FX-NET.
005260 3300-EXIT.
005270     EXIT.

005280*****************************************************************
005290* A GAIN DEBITS THE RECEIVABLE AND CREDITS THE GAIN ACCOUNT; A
005300* LOSS DEBITS THE LOSS ACCOUNT AND CREDITS THE RECEIVABLE, OR,
005310* WITH NO LOSS ACCOUNT ON THE CARD, POSTS AS A NEGATIVE GAIN.
005320*****************************************************************
005330 3400-WRITE-FX-PAIR.
005340     MOVE "FXR"           TO GL-Source.
005350     MOVE AR-Invoice-No   TO GL-Reference.
005360     MOVE WS-RUN-DATE     TO GL-Run-Date.
005370     IF WS-FX-ECART < ZERO
005380         AND WS-FXR-PERTE NOT = SPACES
005390         MOVE "D"          TO GL-Sens
005400         MOVE WS-FXR-PERTE TO GL-Compte
005410         COMPUTE GL-Montant = ZERO - WS-FX-ECART
005420         PERFORM 3410-WRITE-DETAIL THRU 3410-EXIT
005430         MOVE "C"          TO GL-Sens
005440         MOVE WS-FXR-DEBIT TO GL-Compte
005450         PERFORM 3410-WRITE-DETAIL THRU 3410-EXIT
005460         GO TO 3400-EXIT
005470     END-IF.
005480     MOVE "D"             TO GL-Sens.
005490     MOVE WS-FXR-DEBIT    TO GL-Compte.
005500     MOVE WS-FX-ECART     TO GL-Montant.
005510     PERFORM 3410-WRITE-DETAIL THRU 3410-EXIT.
005520     MOVE "C"             TO GL-Sens.
005530     MOVE WS-FXR-CREDIT   TO GL-Compte.
005540     PERFORM 3410-WRITE-DETAIL THRU 3410-EXIT.
005550 3400-EXIT.
005560     EXIT.

005570 3410-WRITE-DETAIL.
005580     WRITE GLEXTR-REC.
005590     ADD 1 TO WS-DETAILS-WRITTEN.
005600     ADD GL-Montant TO WS-HASH-TOTAL.
005610 3410-EXIT.
005620     EXIT.

005630 4000-HOLD-ON-ACCOUNT.
005640     MOVE WS-RUN-DATE    TO ONA-Run-Date.
005650     MOVE CR-Client-Code TO ONA-Client-Code.
005660     MOVE WS-REMAINING   TO ONA-Montant.
005670     MOVE CR-Reference   TO ONA-Reference.
005680     WRITE ONACCT-REC.
005690     ADD 1 TO WS-ON-ACCOUNT.

005700     MOVE CR-Client-Code TO WE-CLIENT-CODE.
005710     MOVE CR-Reference   TO WE-REFERENCE.
005720     MOVE WS-REMAINING   TO WE-MONTANT.
005730     MOVE WS-EXCEPT-LINE TO PAYRPT-LINE.
005740     WRITE PAYRPT-LINE.
005750 4000-EXIT.
005760     EXIT.

005770*****************************************************************
005780* THE RATE IN FORCE ON A DATE: THE CURRTBL RATE WHEN IT WAS FIXED
005790* ON OR BEFORE THAT DATE, OTHERWISE THE LATEST RATEHIST RATE
005800* FIXED ON OR BEFORE IT. A DATE OLDER THAN THE WHOLE HISTORY
005810* TAKES THE OLDEST RATE KNOWN, AND A CURRENCY WITH NO HISTORY
005820* THE CURRENT RATE.
005830*****************************************************************
005840 5000-RATE-ON-DATE.
005850     MOVE ZERO TO WS-RATE-USED.
005860     IF WS-CURR-COUNT = ZERO
005870         GO TO 5000-EXIT
005880     END-IF.
005890     SET WS-CURR-IDX TO 1.
005900     SEARCH WS-CURR-ENTRY
005910         AT END
005920             GO TO 5000-EXIT
005930         WHEN WS-CURR-CODE(WS-CURR-IDX) = WS-RATE-DEVISE
005940             MOVE WS-CURR-RATE(WS-CURR-IDX) TO WS-RATE-USED
005950     END-SEARCH.
005960     IF WS-CURR-RATE-DATE(WS-CURR-IDX) NOT > WS-RATE-ON-DATE
005970         GO TO 5000-EXIT
005980     END-IF.
005990     MOVE ZERO     TO WS-BEST-DATE.
006000     MOVE ZERO     TO WS-BEST-RATE.
006010     MOVE 99999999 TO WS-OLDEST-DATE.
006020     MOVE ZERO     TO WS-OLDEST-RATE.
006030     PERFORM 5010-CHECK-ONE-HIST THRU 5010-EXIT
006040         VARYING WS-HIST-I FROM 1 BY 1
006050         UNTIL WS-HIST-I > WS-HIST-COUNT.
006060     IF WS-BEST-RATE > ZERO
006070         MOVE WS-BEST-RATE TO WS-RATE-USED
006080     ELSE
006090         IF WS-OLDEST-RATE > ZERO
006100             MOVE WS-OLDEST-RATE TO WS-RATE-USED
006110         END-IF
006120     END-IF.
006130 5000-EXIT.
006140     EXIT.

006150 5010-CHECK-ONE-HIST.
006160     IF WS-HIST-CODE(WS-HIST-I) NOT = WS-RATE-DEVISE
006170         GO TO 5010-EXIT
006180     END-IF.
006190     IF WS-HIST-DATE(WS-HIST-I) NOT > WS-RATE-ON-DATE
006200         AND WS-HIST-DATE(WS-HIST-I) NOT < WS-BEST-DATE
006210         MOVE WS-HIST-DATE(WS-HIST-I) TO WS-BEST-DATE
006220         MOVE WS-HIST-RATE(WS-HIST-I) TO WS-BEST-RATE
006230     END-IF.
006240     IF WS-HIST-DATE(WS-HIST-I) < WS-OLDEST-DATE
006250         MOVE WS-HIST-DATE(WS-HIST-I) TO WS-OLDEST-DATE
006260         MOVE WS-HIST-RATE(WS-HIST-I) TO WS-OLDEST-RATE
006270     END-IF.
006280 5010-EXIT.
006290     EXIT.

006300 9000-TERMINATE.
006310     IF WS-PAYGLEXT-WAS-OPENED
006320         MOVE "T"                TO GLT-Record-Type
006330         MOVE WS-DETAILS-WRITTEN TO GLT-Record-Count
006340         MOVE WS-HASH-TOTAL      TO GLT-Hash-Total
006350         WRITE GLEXTR-TRL-REC
006360         CLOSE PAYGLEXT
006370     END-IF.
006380     IF WS-CASHRCPT-WAS-OPENED
006390         CLOSE CASHRCPT
006400     END-IF.
006410     IF WS-ARFILE-WAS-OPENED
006420         CLOSE ARFILE
006430     END-IF.
006440     IF WS-ONACCT-WAS-OPENED
006450         CLOSE ONACCT
006460     END-IF.
006470     IF WS-CASHLOG-WAS-OPENED
006480         CLOSE CASHLOG
006490     END-IF.
006500     IF WS-PAYRPT-WAS-OPENED
006510         CLOSE PAYRPT
006520     END-IF.
006530     DISPLAY "DAY9PAY - RECEIPTS READ       : " WS-RECEIPTS-READ.
006540     DISPLAY "DAY9PAY - RECEIPTS REJECTED   : " WS-RECEIPTS-BAD.
006550     DISPLAY "DAY9PAY - ITEMS PAID IN FULL  : " WS-ITEMS-PAID.
006560     DISPLAY "DAY9PAY - ITEMS PART-PAID     : " WS-ITEMS-REDUCED.
006570     DISPLAY "DAY9PAY - HELD ON ACCOUNT     : " WS-ON-ACCOUNT.
006580     MOVE WS-FX-NET TO WS-FX-NET-OUT.
006590     DISPLAY "DAY9PAY - EXCH. DIFF. POSTED  : " WS-FX-POSTED
006600         "  NET " WS-FX-NET-OUT.
006610     DISPLAY "DAY9PAY - EXCHANGE NOT POSTED : " WS-FX-NOT-POSTED.
006620 9000-EXIT.
006630     EXIT.
