000100*****************************************************************
000110* EXERCISE 9 STATEMENTS: MONTHLY CUSTOMER STATEMENT OF ACCOUNT
000120* PRINTS ONE STATEMENT PER CUSTMAST CUSTOMER, IN THE CUSTOMER'S
000130* OWN CLIENT-DEVISE, READY TO MAIL - THE DAY9AGE AGING REPORT
000140* IS AN INTERNAL DOCUMENT, THIS IS WHAT THE CUSTOMER SEES. EACH
000150* STATEMENT CARRIES THE BILLING NAME AND CLIENT-ADRESSE, THE
000160* OPENING BALANCE AT THE START OF THE MONTH, EVERY INVOICE AND
000170* CREDIT MEMO FROM ARFILE DATED IN THE MONTH, EVERY PAYMENT
000180* DAY9PAY APPLIED (CASHLOG) AND EVERY RECEIPT IT HELD ON
000190* ACCOUNT (ONACCT) IN THE MONTH, WITH A RUNNING BALANCE, THEN
000200* THE CLOSING BALANCE, THE UNAPPLIED CASH STILL ON ACCOUNT, AND
000210* THE OPEN ITEMS SPREAD OVER THE SAME 0-30 / 31-60 / 61-90 /
000220* OVER-90 DAY BUCKETS DAY9AGE USES. A CUSTOMER WITH NO
000230* ACTIVITY IN THE MONTH AND A ZERO BALANCE GETS NO STATEMENT.
000240* THE STATEMENT DATE IS THE DAYPROC PROCESSING DATE UNLESS THE
000250* STMCTL CARD GIVES ANOTHER (E.G. THE LAST DAY OF LAST MONTH
000260* WHEN THE RUN SLIPS PAST MONTH END); THE MONTH RUNS FROM THE
000270* FIRST OF THAT MONTH TO THE STATEMENT DATE.
000280* ITEMS IN ANOTHER CURRENCY ARE CONVERTED THROUGH THE HOUSE
000290* CURRENCY AT THE CURRTBL RATES. AGE USES THE SAME 30/360
000300* CALENDAR AS DAY9AGE.
000310*****************************************************************
000320* MODIFICATION HISTORY
000330*  10/15/2026  JPH  ORIGINAL VERSION.
000340*****************************************************************
000350 IDENTIFICATION DIVISION.
000360 PROGRAM-ID. day9stm.
000370 AUTHOR. jphNovitz.
000380 DATE-WRITTEN. 2026/10/15.
000390 DATE-COMPILED.

000400 ENVIRONMENT DIVISION.
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     SELECT CUSTMAST ASSIGN TO "CUSTMAST"
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE IS DYNAMIC
000460         RECORD KEY IS Client-Code
000470         FILE STATUS IS WS-CUSTMAST-STATUS.

000480     SELECT ARFILE ASSIGN TO "ARFILE"
000490         ORGANIZATION IS INDEXED
000500         ACCESS MODE IS DYNAMIC
000510         RECORD KEY IS AR-Invoice-No
000520         FILE STATUS IS WS-ARFILE-STATUS.

000530     SELECT CASHLOG ASSIGN TO "CASHLOG"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS WS-CASHLOG-STATUS.

000560     SELECT ONACCT ASSIGN TO "ONACCT"
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS WS-ONACCT-STATUS.

000590     SELECT CURRTBL ASSIGN TO "CURRTBL"
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS WS-CURRTBL-STATUS.

000620     SELECT STMCTL ASSIGN TO "STMCTL"
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS WS-STMCTL-STATUS.

000650     SELECT STMTRPT ASSIGN TO "STMTRPT"
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS WS-STMTRPT-STATUS.

000680     SELECT SORTWORK ASSIGN TO "SORTWORK".

000690 DATA DIVISION.
000700 FILE SECTION.
000710 FD  CUSTMAST
000720     RECORDING MODE IS F.
000730     COPY CUSTREC.

000740 FD  ARFILE
000750     RECORDING MODE IS F.
000760     COPY AROPEN.

000770 FD  CASHLOG
000780     RECORDING MODE IS F.
000790     COPY CASHLOG.

000800 FD  ONACCT
000810     RECORDING MODE IS F.
000820     COPY ONACCT.

000830 FD  CURRTBL
000840     RECORDING MODE IS F.
000850 01  CURRTBL-REC.
000860     05  CUR-Code             PIC X(03).
000870     05  CUR-Symbol           PIC X(03).
000880     05  CUR-Decimals         PIC 9(01).
000890     05  CUR-Rate             PIC 9(04)V9(06).
000900     05  CUR-Rate-Date        PIC 9(08).

000910 FD  STMCTL
000920     RECORDING MODE IS F.
000930 01  STMCTL-REC.
000940     05  SC-Statement-Date    PIC X(08).

000950 FD  STMTRPT
000960     RECORDING MODE IS F.
000970 01  STMTRPT-LINE             PIC X(100).

000980*****************************************************************
000990* ONE SORT RECORD PER MOVEMENT ON A CUSTOMER'S ACCOUNT. SRT-KIND
001000* "F" IS AN ARFILE ITEM (INVOICE OR CREDIT MEMO), "R" A CASHLOG
001010* PAYMENT, "A" AN ONACCT RECEIPT HELD ON ACCOUNT. SRT-MONTANT IS
001020* SIGNED AS ITS EFFECT ON WHAT THE CUSTOMER OWES. A BLANK
001030* SRT-DEVISE MEANS THE CUSTOMER'S OWN CLIENT-DEVISE.
001040*****************************************************************
001050 SD  SORTWORK.
001060 01  SORTWORK-REC.
001070     05  SRT-Client-Code      PIC X(05).
001080     05  SRT-Date             PIC 9(08).
001090     05  SRT-Kind             PIC X(01).
001100     05  SRT-Type             PIC X(01).
001110     05  SRT-Document         PIC X(10).
001120     05  SRT-Devise           PIC X(03).
001130     05  SRT-Montant          PIC S9(11)V99 COMP-3.
001140     05  SRT-Open-Balance     PIC S9(11)V99 COMP-3.

001150 WORKING-STORAGE SECTION.
001160 01  WS-CUSTMAST-STATUS       PIC X(02).
001170     88  WS-CUSTMAST-OK             VALUE "00".

001180 01  WS-ARFILE-STATUS         PIC X(02).
001190     88  WS-ARFILE-OK               VALUE "00".

001200 01  WS-CASHLOG-STATUS        PIC X(02).
001210     88  WS-CASHLOG-OK              VALUE "00".

001220 01  WS-ONACCT-STATUS         PIC X(02).
001230     88  WS-ONACCT-OK               VALUE "00".

001240 01  WS-CURRTBL-STATUS        PIC X(02).
001250     88  WS-CURRTBL-OK              VALUE "00".

001260 01  WS-STMCTL-STATUS         PIC X(02).
001270     88  WS-STMCTL-OK               VALUE "00".

001280 01  WS-STMTRPT-STATUS        PIC X(02).
001290     88  WS-STMTRPT-OK              VALUE "00".

001300 01  WS-SWITCHES.
001310     05  WS-EOF-SW            PIC X(01)  VALUE "N".
001320         88  WS-EOF-REACHED          VALUE "Y".
001330     05  WS-SORT-EOF-SW       PIC X(01)  VALUE "N".
001340         88  WS-SORT-EOF-REACHED     VALUE "Y".
001350     05  WS-CUSTMAST-OPEN-SW  PIC X(01)  VALUE "N".
001360         88  WS-CUSTMAST-WAS-OPENED  VALUE "Y".
001370     05  WS-ARFILE-OPEN-SW    PIC X(01)  VALUE "N".
001380         88  WS-ARFILE-WAS-OPENED    VALUE "Y".
001390     05  WS-STMTRPT-OPEN-SW   PIC X(01)  VALUE "N".
001400         88  WS-STMTRPT-WAS-OPENED   VALUE "Y".
001410     05  WS-CLIENT-FOUND-SW   PIC X(01)  VALUE "N".
001420         88  WS-CLIENT-WAS-FOUND     VALUE "Y".

001430 01  WS-COUNTERS.
001440     05  WS-ITEMS-READ        PIC 9(05) COMP  VALUE ZERO.
001450     05  WS-PAYMENTS-READ     PIC 9(05) COMP  VALUE ZERO.
001460     05  WS-ON-ACCOUNT-READ   PIC 9(05) COMP  VALUE ZERO.
001470     05  WS-STATEMENTS        PIC 9(05) COMP  VALUE ZERO.
001480     05  WS-CLIENTS-SKIPPED   PIC 9(05) COMP  VALUE ZERO.
001490     05  WS-CLIENTS-UNKNOWN   PIC 9(05) COMP  VALUE ZERO.

001500 01  WS-RUN-DATE              PIC 9(08).
001510 01  WS-STMT-DATE             PIC 9(08).
001520 01  WS-STMT-DATE-GROUP REDEFINES WS-STMT-DATE.
001530     05  WS-STMT-YEAR         PIC 9(04).
001540     05  WS-STMT-MONTH        PIC 9(02).
001550     05  WS-STMT-DAY          PIC 9(02).
001560 01  WS-PERIOD-START          PIC 9(08).
001570 01  WS-INV-DATE-GROUP.
001580     05  WS-INV-YEAR          PIC 9(04).
001590     05  WS-INV-MONTH         PIC 9(02).
001600     05  WS-INV-DAY           PIC 9(02).
001610 01  WS-AGE-DAYS              PIC S9(05) COMP-3  VALUE ZERO.

001620 01  WS-PREV-CLIENT           PIC X(05)  VALUE HIGH-VALUES.
001630 01  WS-CLIENT-RATE           PIC 9(04)V9(06) COMP-3 VALUE ZERO.
001640 01  WS-RATE-USED             PIC 9(04)V9(06) COMP-3 VALUE ZERO.
001650 01  WS-RATE-DEVISE           PIC X(03)  VALUE SPACES.
001660 01  WS-CONV-IN               PIC S9(11)V99 COMP-3  VALUE ZERO.
001670 01  WS-CONV-OUT              PIC S9(11)V99 COMP-3  VALUE ZERO.

001680 01  WS-CLIENT-TOTALS.
001690     05  WS-OPENING           PIC S9(11)V99 COMP-3  VALUE ZERO.
001700     05  WS-RUNNING           PIC S9(11)V99 COMP-3  VALUE ZERO.
001710     05  WS-CLOSING           PIC S9(11)V99 COMP-3  VALUE ZERO.
001720     05  WS-ON-ACCOUNT-TOTAL  PIC S9(11)V99 COMP-3  VALUE ZERO.
001730     05  WS-CLI-CURRENT       PIC S9(11)V99 COMP-3  VALUE ZERO.
001740     05  WS-CLI-30            PIC S9(11)V99 COMP-3  VALUE ZERO.
001750     05  WS-CLI-60            PIC S9(11)V99 COMP-3  VALUE ZERO.
001760     05  WS-CLI-90            PIC S9(11)V99 COMP-3  VALUE ZERO.

001770*****************************************************************
001780* THE MONTH'S MOVEMENTS FOR THE CUSTOMER IN HAND, HELD UNTIL THE
001790* CUSTOMER BREAK - THE SKIP TEST NEEDS THE CLOSING BALANCE
001800* BEFORE THE FIRST LINE CAN BE PRINTED. A CUSTOMER WITH MORE
001810* LINES THAN THE TABLE HOLDS STILL GETS CORRECT TOTALS; THE
001820* SURPLUS LINES ARE COUNTED ON THE STATEMENT, NOT DETAILED.
001830*****************************************************************
001840 01  WS-LINE-TABLE.
001850     05  WS-LINE-COUNT        PIC 9(03) COMP  VALUE ZERO.
001860     05  WS-LINE-OVERFLOW     PIC 9(05) COMP  VALUE ZERO.
001870     05  WS-LINE-ENTRY OCCURS 300 TIMES.
001880         10  WS-LN-DATE       PIC 9(08).
001890         10  WS-LN-KIND       PIC X(01).
001900         10  WS-LN-TYPE       PIC X(01).
001910         10  WS-LN-DOCUMENT   PIC X(10).
001920         10  WS-LN-MONTANT    PIC S9(11)V99 COMP-3.
001930 01  WS-LINE-I                PIC 9(03) COMP  VALUE ZERO.

001940     COPY CURRTBL.

001950 01  WS-SEPARATOR-LINE.
001960     05  FILLER               PIC X(100) VALUE ALL "=".

001970 01  WS-STMT-HEADING.
001980     05  FILLER               PIC X(42) VALUE
001990         "RELEVE DE COMPTE                    AU :  ".
002000     05  WH-STMT-DATE         PIC 9(08).

002010 01  WS-CLIENT-HEADING.
002020     05  FILLER               PIC X(09) VALUE "CLIENT : ".
002030     05  WC-CLIENT-CODE       PIC X(05).
002040     05  FILLER               PIC X(02) VALUE SPACES.
002050     05  WC-CLIENT            PIC X(20).

002060 01  WS-ADDRESS-LINE.
002070     05  FILLER               PIC X(16) VALUE SPACES.
002080     05  WA-ADRESSE           PIC X(30).

002090 01  WS-DEVISE-LINE.
002100     05  FILLER               PIC X(09) VALUE "DEVISE : ".
002110     05  WV-DEVISE            PIC X(03).

002120 01  WS-COLUMN-HEADING.
002130     05  FILLER               PIC X(10) VALUE "DATE".
002140     05  FILLER               PIC X(22) VALUE "LIBELLE".
002150     05  FILLER               PIC X(10) VALUE "DOCUMENT".
002160     05  FILLER               PIC X(14) VALUE "         DEBIT".
002170     05  FILLER               PIC X(14) VALUE "        CREDIT".
002180     05  FILLER               PIC X(14) VALUE "         SOLDE".

002190 01  WS-BALANCE-LINE.
002200     05  WB-LIBELLE           PIC X(70).
002210     05  WB-SOLDE             PIC -(10)9.99.

002220 01  WS-DETAIL-LINE.
002230     05  WD-DATE              PIC 9(08).
002240     05  FILLER               PIC X(02) VALUE SPACES.
002250     05  WD-LIBELLE           PIC X(22).
002260     05  WD-DOCUMENT          PIC X(10).
002270     05  WD-DEBIT             PIC -(10)9.99 BLANK WHEN ZERO.
002280     05  WD-CREDIT            PIC -(10)9.99 BLANK WHEN ZERO.
002290     05  WD-SOLDE             PIC -(10)9.99.

002300 01  WS-OVERFLOW-LINE.
002310     05  FILLER               PIC X(10) VALUE SPACES.
002320     05  WO-COUNT             PIC ZZZZ9.
002330     05  FILLER               PIC X(45) VALUE
002340         " AUTRES MOUVEMENTS INCLUS DANS LES TOTAUX".

002350 01  WS-AGING-HEADING.
002360     05  FILLER               PIC X(14) VALUE "ECHEANCES".
002370     05  FILLER               PIC X(14) VALUE "          0-30".
002380     05  FILLER               PIC X(14) VALUE "         31-60".
002390     05  FILLER               PIC X(14) VALUE "         61-90".
002400     05  FILLER               PIC X(14) VALUE "       PLUS 90".

002410 01  WS-AGING-LINE.
002420     05  FILLER               PIC X(14) VALUE SPACES.
002430     05  WG-CURRENT           PIC -(10)9.99.
002440     05  WG-30                PIC -(10)9.99.
002450     05  WG-60                PIC -(10)9.99.
002460     05  WG-90                PIC -(10)9.99.

002470 PROCEDURE DIVISION.

002480 0000-MAINLINE.
002490     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002500     IF NOT WS-EOF-REACHED
002510         SORT SORTWORK
002520             ON ASCENDING KEY SRT-Client-Code
002530                              SRT-Date
002540                              SRT-Kind
002550             INPUT PROCEDURE IS 2000-GATHER-ACTIVITY
002560                 THRU 2960-IP-EXIT
002570             OUTPUT PROCEDURE IS 3000-PRINT-STATEMENTS
002580                 THRU 3960-OP-EXIT
002590     END-IF.
002600     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002610     GOBACK.

002620 1000-INITIALIZE.
002630     CALL "dayproc" USING WS-RUN-DATE.
002640     MOVE WS-RUN-DATE TO WS-STMT-DATE.
002650     PERFORM 1050-READ-CONTROL-CARD THRU 1050-EXIT.
002660     COMPUTE WS-PERIOD-START =
002670         (WS-STMT-YEAR * 10000) + (WS-STMT-MONTH * 100) + 1.
002680     PERFORM 1100-LOAD-CURRENCY-TABLE THRU 1100-EXIT.

002690     OPEN INPUT CUSTMAST.
002700     IF NOT WS-CUSTMAST-OK
002710         DISPLAY "DAY9STM - UNABLE TO OPEN CUSTMAST, STATUS "
002720             WS-CUSTMAST-STATUS " - NO STATEMENTS"
002730         MOVE "Y" TO WS-EOF-SW
002740         GO TO 1000-EXIT
002750     END-IF.
002760     MOVE "Y" TO WS-CUSTMAST-OPEN-SW.

002770     OPEN INPUT ARFILE.
002780     IF NOT WS-ARFILE-OK
002790         DISPLAY "DAY9STM - UNABLE TO OPEN ARFILE, STATUS "
002800             WS-ARFILE-STATUS " - NO STATEMENTS"
002810         MOVE "Y" TO WS-EOF-SW
002820         GO TO 1000-EXIT
002830     END-IF.
002840     MOVE "Y" TO WS-ARFILE-OPEN-SW.

002850     OPEN OUTPUT STMTRPT.
002860     IF NOT WS-STMTRPT-OK
002870         DISPLAY "DAY9STM - UNABLE TO OPEN STMTRPT, STATUS "
002880             WS-STMTRPT-STATUS
002890         MOVE "Y" TO WS-EOF-SW
002900         GO TO 1000-EXIT
002910     END-IF.
002920     MOVE "Y" TO WS-STMTRPT-OPEN-SW.
002930     DISPLAY "DAY9STM - STATEMENTS FOR " WS-PERIOD-START
002940         " TO " WS-STMT-DATE.
002950 1000-EXIT.
002960     EXIT.

002970*****************************************************************
002980* AN OPTIONAL STMCTL CARD CARRIES THE STATEMENT DATE (YYYYMMDD).
002990* NO CARD, OR A CARD THAT IS NOT A DATE, LEAVES THE DAYPROC
003000* PROCESSING DATE IN PLACE.
003010*****************************************************************
003020 1050-READ-CONTROL-CARD.
003030     OPEN INPUT STMCTL.
003040     IF NOT WS-STMCTL-OK
003050         GO TO 1050-EXIT
003060     END-IF.
003070     READ STMCTL
003080         AT END
003090             CLOSE STMCTL
003100             GO TO 1050-EXIT
003110     END-READ.
003120     CLOSE STMCTL.
003130     IF SC-Statement-Date IS NOT NUMERIC
003140         DISPLAY "DAY9STM - STMCTL DATE " SC-Statement-Date
003150             " IS NOT NUMERIC, PROCESSING DATE USED"
003160         GO TO 1050-EXIT
003170     END-IF.
003180     MOVE SC-Statement-Date TO WS-STMT-DATE.
003190 1050-EXIT.
003200     EXIT.

003210 1100-LOAD-CURRENCY-TABLE.
003220     OPEN INPUT CURRTBL.
003230     IF NOT WS-CURRTBL-OK
003240         DISPLAY "DAY9STM - UNABLE TO OPEN CURRTBL, STATUS "
003250             WS-CURRTBL-STATUS
003260             " - ALL DEVISES CONVERT AT 1"
003270         GO TO 1100-EXIT
003280     END-IF.
003290     PERFORM 1110-LOAD-ONE-CURRENCY THRU 1110-EXIT
003300         UNTIL WS-CURRTBL-STATUS = "10".
003310     CLOSE CURRTBL.
003320 1100-EXIT.
003330     EXIT.

003340 1110-LOAD-ONE-CURRENCY.
003350     READ CURRTBL
003360         AT END
003370             MOVE "10" TO WS-CURRTBL-STATUS
003380             GO TO 1110-EXIT
003390     END-READ.
003400     IF WS-CURR-COUNT < 50
003410         ADD 1 TO WS-CURR-COUNT
003420         MOVE CUR-Code      TO WS-CURR-CODE(WS-CURR-COUNT)
003430         MOVE CUR-Symbol    TO WS-CURR-SYMBOL(WS-CURR-COUNT)
003440         MOVE CUR-Decimals  TO WS-CURR-DECIMALS(WS-CURR-COUNT)
003450         MOVE CUR-Rate      TO WS-CURR-RATE(WS-CURR-COUNT)
003460         MOVE CUR-Rate-Date TO WS-CURR-RATE-DATE(WS-CURR-COUNT)
003470     ELSE
003480         DISPLAY "DAY9STM - CURRENCY TABLE FULL (50), "
003490             CUR-Code " IGNORED"
003500     END-IF.
003510 1110-EXIT.
003520     EXIT.

003530*****************************************************************
003540* EVERY ARFILE ITEM IS RELEASED (ITS DATE DECIDES WHETHER IT IS
003550* OPENING BALANCE OR THE MONTH'S ACTIVITY), THEN EVERY CASHLOG
003560* PAYMENT - ITS CURRENCY IS THAT OF THE INVOICE IT PAID, LOOKED
003570* UP BY KEY ONCE THE SEQUENTIAL PASS OVER ARFILE IS DONE - THEN
003580* EVERY ONACCT RECEIPT.
003590*****************************************************************
003600 2000-GATHER-ACTIVITY.
003610     MOVE ZERO TO AR-Invoice-No.
003620     START ARFILE KEY IS NOT < AR-Invoice-No
003630         INVALID KEY
003640             MOVE "Y" TO WS-EOF-SW
003650     END-START.
003660     PERFORM 2100-RELEASE-ONE-AR-ITEM THRU 2100-EXIT
003670         UNTIL WS-EOF-REACHED.

003680     OPEN INPUT CASHLOG.
003690     IF WS-CASHLOG-OK
003700         PERFORM 2200-RELEASE-ONE-PAYMENT THRU 2200-EXIT
003710             UNTIL WS-CASHLOG-STATUS = "10"
003720         CLOSE CASHLOG
003730     ELSE
003740         DISPLAY "DAY9STM - NO CASHLOG (STATUS "
003750             WS-CASHLOG-STATUS ") - NO PAYMENTS LISTED"
003760     END-IF.

003770     OPEN INPUT ONACCT.
003780     IF WS-ONACCT-OK
003790         PERFORM 2300-RELEASE-ONE-ON-ACCOUNT THRU 2300-EXIT
003800             UNTIL WS-ONACCT-STATUS = "10"
003810         CLOSE ONACCT
003820     ELSE
003830         DISPLAY "DAY9STM - NO ONACCT (STATUS "
003840             WS-ONACCT-STATUS ") - NO CASH ON ACCOUNT LISTED"
003850     END-IF.
003860     GO TO 2960-IP-EXIT.

003870 2100-RELEASE-ONE-AR-ITEM.
003880     READ ARFILE NEXT RECORD
003890         AT END
003900             MOVE "Y" TO WS-EOF-SW
003910             GO TO 2100-EXIT
003920     END-READ.
003930     ADD 1 TO WS-ITEMS-READ.
003940     MOVE AR-Client-Code  TO SRT-Client-Code.
003950     MOVE AR-Invoice-Date TO SRT-Date.
003960     MOVE "F"             TO SRT-Kind.
003970     MOVE AR-Type         TO SRT-Type.
003980     MOVE AR-Invoice-No   TO SRT-Document.
003990     MOVE AR-Code-Devise  TO SRT-Devise.
004000     MOVE AR-TTC          TO SRT-Montant.
004010     MOVE ZERO            TO SRT-Open-Balance.
004020     IF AR-STATUT-OPEN
004030         COMPUTE SRT-Open-Balance = AR-TTC - AR-Regle
004040     END-IF.
004050     RELEASE SORTWORK-REC.
004060 2100-EXIT.
004070     EXIT.

004080 2200-RELEASE-ONE-PAYMENT.
004090     READ CASHLOG
004100         AT END
004110             MOVE "10" TO WS-CASHLOG-STATUS
004120             GO TO 2200-EXIT
004130     END-READ.
004140     ADD 1 TO WS-PAYMENTS-READ.
004150     MOVE CL-Client-Code  TO SRT-Client-Code.
004160     MOVE CL-Run-Date     TO SRT-Date.
004170     MOVE "R"             TO SRT-Kind.
004180     MOVE SPACE           TO SRT-Type.
004190     MOVE CL-Invoice-No   TO SRT-Document.
004200     COMPUTE SRT-Montant = ZERO - CL-Montant-Applique.
004210     MOVE ZERO            TO SRT-Open-Balance.
004220     MOVE CL-Invoice-No   TO AR-Invoice-No.
004230     READ ARFILE
004240         INVALID KEY
004250             MOVE SPACES TO SRT-Devise
004260         NOT INVALID KEY
004270             MOVE AR-Code-Devise TO SRT-Devise
004280     END-READ.
004290     RELEASE SORTWORK-REC.
004300 2200-EXIT.
004310     EXIT.

004320 2300-RELEASE-ONE-ON-ACCOUNT.
004330     READ ONACCT
004340         AT END
004350             MOVE "10" TO WS-ONACCT-STATUS
004360             GO TO 2300-EXIT
004370     END-READ.
004380     ADD 1 TO WS-ON-ACCOUNT-READ.
004390     MOVE ONA-Client-Code TO SRT-Client-Code.
004400     MOVE ONA-Run-Date    TO SRT-Date.
004410     MOVE "A"             TO SRT-Kind.
004420     MOVE SPACE           TO SRT-Type.
004430     MOVE ONA-Reference   TO SRT-Document.
004440     MOVE SPACES          TO SRT-Devise.
004450     COMPUTE SRT-Montant = ZERO - ONA-Montant.
004460     MOVE ZERO            TO SRT-Open-Balance.
004470     RELEASE SORTWORK-REC.
004480 2300-EXIT.
004490     EXIT.

004500 2960-IP-EXIT.
004510     EXIT.

004520 3000-PRINT-STATEMENTS.
004530     PERFORM 3100-RETURN-ONE THRU 3100-EXIT.
004540     PERFORM 3200-WORK-ONE-MOVEMENT THRU 3200-EXIT
004550         UNTIL WS-SORT-EOF-REACHED.
004560     IF WS-PREV-CLIENT NOT = HIGH-VALUES
004570         PERFORM 3400-END-CLIENT THRU 3400-EXIT
004580     END-IF.
004590     GO TO 3960-OP-EXIT.

004600 3100-RETURN-ONE.
004610     RETURN SORTWORK
004620         AT END
004630             MOVE "Y" TO WS-SORT-EOF-SW
004640     END-RETURN.
004650 3100-EXIT.
004660     EXIT.

004670*****************************************************************
004680* BEFORE THE MONTH: OPENING BALANCE. IN THE MONTH: A STATEMENT
004690* LINE. AFTER THE STATEMENT DATE: NOT YET ON THIS STATEMENT.
004700* OPEN INVOICE BALANCES ALSO FEED THE AGING BUCKETS, AND CASH
004710* HELD ON ACCOUNT FEEDS THE UNAPPLIED-CASH LINE.
004720*****************************************************************
004730 3200-WORK-ONE-MOVEMENT.
004740     IF SRT-Client-Code NOT = WS-PREV-CLIENT
004750         IF WS-PREV-CLIENT NOT = HIGH-VALUES
004760             PERFORM 3400-END-CLIENT THRU 3400-EXIT
004770         END-IF
004780         PERFORM 3300-START-CLIENT THRU 3300-EXIT
004790     END-IF.
004800     IF NOT WS-CLIENT-WAS-FOUND
004810         GO TO 3200-EXIT-VIA-RETURN
004820     END-IF.
004830     IF SRT-Date > WS-STMT-DATE
004840         GO TO 3200-EXIT-VIA-RETURN
004850     END-IF.

004860     MOVE SRT-Montant TO WS-CONV-IN.
004870     PERFORM 3600-CONVERT THRU 3600-EXIT.
004880     IF SRT-Date < WS-PERIOD-START
004890         ADD WS-CONV-OUT TO WS-OPENING
004900     ELSE
004910         ADD WS-CONV-OUT TO WS-CLOSING
004920         PERFORM 3250-HOLD-LINE THRU 3250-EXIT
004930     END-IF.
004940     IF SRT-Kind = "A"
004950         SUBTRACT WS-CONV-OUT FROM WS-ON-ACCOUNT-TOTAL
004960     END-IF.

004970     IF SRT-Kind = "F" AND SRT-Open-Balance NOT = ZERO
004980         MOVE SRT-Open-Balance TO WS-CONV-IN
004990         PERFORM 3600-CONVERT THRU 3600-EXIT
005000         PERFORM 3500-COMPUTE-AGE THRU 3500-EXIT
005010         EVALUATE TRUE
005020             WHEN WS-AGE-DAYS NOT > 30
005030                 ADD WS-CONV-OUT TO WS-CLI-CURRENT
005040             WHEN WS-AGE-DAYS NOT > 60
005050                 ADD WS-CONV-OUT TO WS-CLI-30
005060             WHEN WS-AGE-DAYS NOT > 90
005070                 ADD WS-CONV-OUT TO WS-CLI-60
005080             WHEN OTHER
005090                 ADD WS-CONV-OUT TO WS-CLI-90
005100         END-EVALUATE
005110     END-IF.

005120 3200-EXIT-VIA-RETURN.
005130     PERFORM 3100-RETURN-ONE THRU 3100-EXIT.
005140 3200-EXIT.
005150     EXIT.

005160 3250-HOLD-LINE.
005170     IF WS-LINE-COUNT NOT < 300
005180         ADD 1 TO WS-LINE-OVERFLOW
005190         GO TO 3250-EXIT
005200     END-IF.
005210     ADD 1 TO WS-LINE-COUNT.
005220     MOVE SRT-Date     TO WS-LN-DATE(WS-LINE-COUNT).
005230     MOVE SRT-Kind     TO WS-LN-KIND(WS-LINE-COUNT).
005240     MOVE SRT-Type     TO WS-LN-TYPE(WS-LINE-COUNT).
005250     MOVE SRT-Document TO WS-LN-DOCUMENT(WS-LINE-COUNT).
005260     MOVE WS-CONV-OUT  TO WS-LN-MONTANT(WS-LINE-COUNT).
005270 3250-EXIT.
005280     EXIT.

005290 3300-START-CLIENT.
005300     MOVE SRT-Client-Code TO WS-PREV-CLIENT.
005310     MOVE ZERO TO WS-OPENING WS-CLOSING WS-ON-ACCOUNT-TOTAL.
005320     MOVE ZERO TO WS-CLI-CURRENT WS-CLI-30 WS-CLI-60 WS-CLI-90.
005330     MOVE ZERO TO WS-LINE-COUNT WS-LINE-OVERFLOW.
005340     MOVE "Y" TO WS-CLIENT-FOUND-SW.
005350     MOVE SRT-Client-Code TO Client-Code.
005360     READ CUSTMAST
005370         INVALID KEY
005380             DISPLAY "DAY9STM - CLIENT " SRT-Client-Code
005390                 " NOT ON CUSTOMER MASTER, NO STATEMENT"
005400             ADD 1 TO WS-CLIENTS-UNKNOWN
005410             MOVE "N" TO WS-CLIENT-FOUND-SW
005420             GO TO 3300-EXIT
005430     END-READ.
005440     MOVE Client-Devise TO WS-RATE-DEVISE.
005450     PERFORM 3700-FIND-RATE THRU 3700-EXIT.
005460     MOVE WS-RATE-USED TO WS-CLIENT-RATE.
005470 3300-EXIT.
005480     EXIT.

005490*****************************************************************
005500* THE CLOSING BALANCE IS THE OPENING BALANCE PLUS THE MONTH'S
005510* MOVEMENTS. NO MOVEMENT IN THE MONTH AND NOTHING OWED EITHER
005520* WAY MEANS NO STATEMENT.
005530*****************************************************************
005540 3400-END-CLIENT.
005550     IF NOT WS-CLIENT-WAS-FOUND
005560         GO TO 3400-EXIT
005570     END-IF.
005580     ADD WS-OPENING TO WS-CLOSING.
005590     IF WS-LINE-COUNT = ZERO AND WS-LINE-OVERFLOW = ZERO
005600         AND WS-CLOSING = ZERO
005610         ADD 1 TO WS-CLIENTS-SKIPPED
005620         GO TO 3400-EXIT
005630     END-IF.
005640     ADD 1 TO WS-STATEMENTS.

005650     MOVE WS-SEPARATOR-LINE TO STMTRPT-LINE.
005660     WRITE STMTRPT-LINE.
005670     MOVE WS-STMT-DATE TO WH-STMT-DATE.
005680     MOVE WS-STMT-HEADING TO STMTRPT-LINE.
005690     WRITE STMTRPT-LINE.
005700     MOVE SPACES TO STMTRPT-LINE.
005710     WRITE STMTRPT-LINE.
005720     MOVE Client-Code    TO WC-CLIENT-CODE.
005730     MOVE Client-Nom     TO WC-CLIENT.
005740     MOVE WS-CLIENT-HEADING TO STMTRPT-LINE.
005750     WRITE STMTRPT-LINE.
005760     MOVE Client-Adresse TO WA-ADRESSE.
005770     MOVE WS-ADDRESS-LINE TO STMTRPT-LINE.
005780     WRITE STMTRPT-LINE.
005790     MOVE Client-Devise  TO WV-DEVISE.
005800     MOVE WS-DEVISE-LINE TO STMTRPT-LINE.
005810     WRITE STMTRPT-LINE.
005820     MOVE SPACES TO STMTRPT-LINE.
005830     WRITE STMTRPT-LINE.
005840     MOVE WS-COLUMN-HEADING TO STMTRPT-LINE.
005850     WRITE STMTRPT-LINE.

005860     MOVE "SOLDE D'OUVERTURE" TO WB-LIBELLE.
005870     MOVE WS-OPENING TO WB-SOLDE.
005880     MOVE WS-BALANCE-LINE TO STMTRPT-LINE.
005890     WRITE STMTRPT-LINE.
005900     MOVE WS-OPENING TO WS-RUNNING.
005910     PERFORM 3410-PRINT-ONE-LINE THRU 3410-EXIT
005920         VARYING WS-LINE-I FROM 1 BY 1
005930         UNTIL WS-LINE-I > WS-LINE-COUNT.
005940     IF WS-LINE-OVERFLOW > ZERO
005950         MOVE WS-LINE-OVERFLOW TO WO-COUNT
005960         MOVE WS-OVERFLOW-LINE TO STMTRPT-LINE
005970         WRITE STMTRPT-LINE
005980     END-IF.
005990     MOVE "SOLDE DE CLOTURE" TO WB-LIBELLE.
006000     MOVE WS-CLOSING TO WB-SOLDE.
006010     MOVE WS-BALANCE-LINE TO STMTRPT-LINE.
006020     WRITE STMTRPT-LINE.
006030     MOVE "  DONT PAIEMENTS NON AFFECTES EN COMPTE"
006040         TO WB-LIBELLE.
006050     MOVE WS-ON-ACCOUNT-TOTAL TO WB-SOLDE.
006060     MOVE WS-BALANCE-LINE TO STMTRPT-LINE.
006070     WRITE STMTRPT-LINE.

006080     MOVE SPACES TO STMTRPT-LINE.
006090     WRITE STMTRPT-LINE.
006100     MOVE WS-AGING-HEADING TO STMTRPT-LINE.
006110     WRITE STMTRPT-LINE.
006120     MOVE WS-CLI-CURRENT TO WG-CURRENT.
006130     MOVE WS-CLI-30      TO WG-30.
006140     MOVE WS-CLI-60      TO WG-60.
006150     MOVE WS-CLI-90      TO WG-90.
006160     MOVE WS-AGING-LINE TO STMTRPT-LINE.
006170     WRITE STMTRPT-LINE.
006180     MOVE SPACES TO STMTRPT-LINE.
006190     WRITE STMTRPT-LINE.
006200 3400-EXIT.
006210     EXIT.

006220 3410-PRINT-ONE-LINE.
006230     MOVE WS-LN-DATE(WS-LINE-I)     TO WD-DATE.
006240     MOVE WS-LN-DOCUMENT(WS-LINE-I) TO WD-DOCUMENT.
006250     EVALUATE TRUE
006260         WHEN WS-LN-KIND(WS-LINE-I) = "F"
006270             AND WS-LN-TYPE(WS-LINE-I) = "C"
006280             MOVE "AVOIR" TO WD-LIBELLE
006290         WHEN WS-LN-KIND(WS-LINE-I) = "F"
006300             MOVE "FACTURE" TO WD-LIBELLE
006310         WHEN WS-LN-KIND(WS-LINE-I) = "R"
006320             MOVE "REGLEMENT" TO WD-LIBELLE
006330         WHEN OTHER
006340             MOVE "REGLEMENT EN COMPTE" TO WD-LIBELLE
006350     END-EVALUATE.
006360     MOVE ZERO TO WD-DEBIT WD-CREDIT.
006370     IF WS-LN-MONTANT(WS-LINE-I) < ZERO
006380         COMPUTE WD-CREDIT = ZERO - WS-LN-MONTANT(WS-LINE-I)
006390     ELSE
006400         MOVE WS-LN-MONTANT(WS-LINE-I) TO WD-DEBIT
006410     END-IF.
006420     ADD WS-LN-MONTANT(WS-LINE-I) TO WS-RUNNING.
006430     MOVE WS-RUNNING TO WD-SOLDE.
006440     MOVE WS-DETAIL-LINE TO STMTRPT-LINE.
006450     WRITE STMTRPT-LINE.
006460 3410-EXIT.
006470     EXIT.

006480*****************************************************************
006490* SAME 30/360 APPROXIMATION DAY9AGE USES, AGED AGAINST THE
006500* STATEMENT DATE.
006510*****************************************************************
006520 3500-COMPUTE-AGE.
006530     IF SRT-Date IS NOT NUMERIC
006540         MOVE 99999 TO WS-AGE-DAYS
006550         GO TO 3500-EXIT
006560     END-IF.
006570     MOVE SRT-Date(1:4) TO WS-INV-YEAR.
006580     MOVE SRT-Date(5:2) TO WS-INV-MONTH.
006590     MOVE SRT-Date(7:2) TO WS-INV-DAY.
006600     COMPUTE WS-AGE-DAYS =
006610         ((WS-STMT-YEAR - WS-INV-YEAR) * 360)
006620         + ((WS-STMT-MONTH - WS-INV-MONTH) * 30)
006630         + (WS-STMT-DAY - WS-INV-DAY).
006640 3500-EXIT.
006650     EXIT.

006660*****************************************************************
006670* AN AMOUNT IN ANOTHER CURRENCY GOES TO THE HOUSE CURRENCY AT
006680* ITS OWN RATE, THEN TO CLIENT-DEVISE AT THE CLIENT'S RATE.
006690*****************************************************************
006700 3600-CONVERT.
006710     IF SRT-Devise = SPACES OR SRT-Devise = Client-Devise
006720         MOVE WS-CONV-IN TO WS-CONV-OUT
006730         GO TO 3600-EXIT
006740     END-IF.
006750     MOVE SRT-Devise TO WS-RATE-DEVISE.
006760     PERFORM 3700-FIND-RATE THRU 3700-EXIT.
006770     COMPUTE WS-CONV-OUT ROUNDED =
006780         WS-CONV-IN * WS-RATE-USED / WS-CLIENT-RATE.
006790 3600-EXIT.
006800     EXIT.

006810 3700-FIND-RATE.
006820     MOVE 1 TO WS-RATE-USED.
006830     IF WS-CURR-COUNT = ZERO
006840         GO TO 3700-EXIT
006850     END-IF.
006860     SET WS-CURR-IDX TO 1.
006870     SEARCH WS-CURR-ENTRY
006880         AT END
006890             DISPLAY "DAY9STM - DEVISE " WS-RATE-DEVISE
006900                 " NOT ON CURRTBL, CONVERTED AT 1"
006910         WHEN WS-CURR-CODE(WS-CURR-IDX) = WS-RATE-DEVISE
006920             MOVE WS-CURR-RATE(WS-CURR-IDX) TO WS-RATE-USED
006930     END-SEARCH.
006940     IF WS-RATE-USED = ZERO
006950         MOVE 1 TO WS-RATE-USED
006960     END-IF.
006970 3700-EXIT.
006980     EXIT.

006990 3960-OP-EXIT.
007000     EXIT.

007010 9000-TERMINATE.
007020     IF WS-CUSTMAST-WAS-OPENED
007030         CLOSE CUSTMAST
007040     END-IF.
007050     IF WS-ARFILE-WAS-OPENED
007060         CLOSE ARFILE
007070     END-IF.
007080     IF WS-STMTRPT-WAS-OPENED
007090         CLOSE STMTRPT
007100     END-IF.
007110     DISPLAY "DAY9STM - AR ITEMS READ       : " WS-ITEMS-READ.
007120     DISPLAY "DAY9STM - PAYMENTS READ       : " WS-PAYMENTS-READ.
007130     DISPLAY "DAY9STM - ON-ACCOUNT READ     : "
007140         WS-ON-ACCOUNT-READ.
007150     DISPLAY "DAY9STM - STATEMENTS PRINTED  : " WS-STATEMENTS.
007160     DISPLAY "DAY9STM - CUSTOMERS SKIPPED   : "
007170         WS-CLIENTS-SKIPPED.
007180     DISPLAY "DAY9STM - UNKNOWN CUSTOMERS   : "
007190         WS-CLIENTS-UNKNOWN.
007200 9000-EXIT.
007210     EXIT.
