000100*****************************************************************
000110* EXERCISE 9 CASH-FLOW FORECAST: EIGHT WEEKS BY CURRENCY
000120* PROJECTS THE CASH COMING IN AND GOING OUT OVER THE EIGHT WEEKS
000130* STARTING ON THE DAYPROC PROCESSING DATE, ONE SECTION PER
000140* CURRENCY (NO CROSS-CURRENCY TOTAL, AS IN DAY9AGE), WITH A
000150* RUNNING BALANCE WEEK BY WEEK FROM THE OPENING BANK BALANCE:
000160*   - INFLOWS: EVERY OPEN ARFILE ITEM (AR-TTC MINUS AR-REGLE,
000170*     CREDIT MEMOS REDUCE IT) EXPECTED ON ITS INVOICE DATE PLUS
000180*     THE CUSTOMER'S TYPICAL DAYS-TO-PAY. THAT IS THE AVERAGE,
000190*     WEIGHTED BY AMOUNT, OF THE DAYS BETWEEN EACH INVOICE AND
000200*     THE PAYMENTS APPLIED TO IT ON THE CASHLOG HISTORY, ON THE
000210*     30/360 CALENDAR DAY9AGE USES. A CUSTOMER WITH NO HISTORY
000220*     IS TAKEN AT 30 DAYS;
000230*   - OUTFLOWS TO SUPPLIERS: EVERY APFILE LINE NOT YET PAID, ON
000240*     ITS INVOICE'S DUE DATE UNDER THE SUPPLIER'S
000250*     FOURNISSEUR-CONDITIONS - THE SAME TERMS DAY7PAY APPLIES;
000260*   - OUTFLOWS ON ORDER: EVERY OPEN OR PARTIALLY RECEIVED POFILE
000270*     LINE, THE QUANTITY STILL TO COME AT PO-PRIX-ACHAT, ON ITS
000280*     PO-DATE-BESOIN, IN THE CURRENCY OF THE PRODUCT.
000290* ANYTHING EXPECTED BEFORE THE PROCESSING DATE (A LATE PAYER, AN
000300* OVERDUE BILL, A LATE DELIVERY) FALLS IN THE FIRST WEEK;
000310* ANYTHING AFTER THE EIGHTH WEEK IS SHOWN ON AN "AU-DELA" LINE
000320* BUT KEPT OUT OF THE RUNNING BALANCE.
000330*
000340* THE CFLCTL CONTROL CARDS GIVE THE OPENING BANK BALANCE, ONE
000350* CARD PER CURRENCY: CODE-DEVISE IN COLUMNS 1-3, THE SIGNED
000360* BALANCE IN 4-17 (SIGN LEADING, TWO DECIMALS). A CURRENCY
000370* WITH NO CARD OPENS AT ZERO AND THE REPORT SAYS SO.
000380* RETURN CODE 12 WHEN THE REPORT CANNOT BE WRITTEN, 4 WHEN A
000390* LEDGER OR THE CONTROL CARDS COULD NOT BE READ.
000400*****************************************************************
000410* MODIFICATION HISTORY
000420*  10/15/2026  JPH  ORIGINAL VERSION.
000430*****************************************************************
000440 IDENTIFICATION DIVISION.
000450 PROGRAM-ID. day9cfl.
000460 AUTHOR. jphNovitz.
000470 DATE-WRITTEN. 2026/10/15.
000480 DATE-COMPILED.

000490 ENVIRONMENT DIVISION.
000500 INPUT-OUTPUT SECTION.
000510 FILE-CONTROL.
000520     SELECT ARFILE ASSIGN TO "ARFILE"
000530         ORGANIZATION IS INDEXED
000540         ACCESS MODE IS DYNAMIC
000550         RECORD KEY IS AR-Invoice-No
000560         FILE STATUS IS WS-ARFILE-STATUS.

000570     SELECT CASHLOG ASSIGN TO "CASHLOG"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS WS-CASHLOG-STATUS.

000600     SELECT APFILE ASSIGN TO "APFILE"
000610         ORGANIZATION IS INDEXED
000620         ACCESS MODE IS DYNAMIC
000630         RECORD KEY IS AP-Key
000640         FILE STATUS IS WS-APFILE-STATUS.

000650     SELECT SUPPMAST ASSIGN TO "SUPPMAST"
000660         ORGANIZATION IS INDEXED
000670         ACCESS MODE IS DYNAMIC
000680         RECORD KEY IS Fournisseur-Code
000690         FILE STATUS IS WS-SUPPMAST-STATUS.

000700     SELECT POFILE ASSIGN TO "POFILE"
000710         ORGANIZATION IS INDEXED
000720         ACCESS MODE IS DYNAMIC
000730         RECORD KEY IS PO-Numero
000740         FILE STATUS IS WS-POFILE-STATUS.

000750     SELECT PRODMAST ASSIGN TO "PRODMAST"
000760         ORGANIZATION IS INDEXED
000770         ACCESS MODE IS DYNAMIC
000780         RECORD KEY IS Code-produit
000790         FILE STATUS IS WS-PRODMAST-STATUS.

000800     SELECT CFLCTL ASSIGN TO "CFLCTL"
000810         ORGANIZATION IS LINE SEQUENTIAL
000820         FILE STATUS IS WS-CFLCTL-STATUS.

000830     SELECT CFLRPT ASSIGN TO "CFLRPT"
000840         ORGANIZATION IS LINE SEQUENTIAL
000850         FILE STATUS IS WS-CFLRPT-STATUS.

000860 DATA DIVISION.
000870 FILE SECTION.
000880 FD  ARFILE
000890     RECORDING MODE IS F.
000900     COPY AROPEN.

000910 FD  CASHLOG
000920     RECORDING MODE IS F.
000930     COPY CASHLOG.

000940 FD  APFILE
000950     RECORDING MODE IS F.
000960     COPY APOPEN.

000970 FD  SUPPMAST
000980     RECORDING MODE IS F.
000990     COPY SUPPREC.

001000 FD  POFILE
001010     RECORDING MODE IS F.
001020     COPY POREC.

001030 FD  PRODMAST
001040     RECORDING MODE IS F.
001050     COPY PRODREC.

001060 FD  CFLCTL
001070     RECORDING MODE IS F.
001080 01  CFLCTL-REC.
001090     05  CF-Code-Devise       PIC X(03).
001100     05  CF-Solde-Ouverture   PIC S9(11)V99 SIGN LEADING
001110                                  SEPARATE.

001120 FD  CFLRPT
001130     RECORDING MODE IS F.
001140 01  CFLRPT-LINE              PIC X(100).

001150 WORKING-STORAGE SECTION.
001160 01  WS-ARFILE-STATUS         PIC X(02).
001170     88  WS-ARFILE-OK               VALUE "00".

001180 01  WS-CASHLOG-STATUS        PIC X(02).
001190     88  WS-CASHLOG-OK              VALUE "00".

001200 01  WS-APFILE-STATUS         PIC X(02).
001210     88  WS-APFILE-OK               VALUE "00".

001220 01  WS-SUPPMAST-STATUS       PIC X(02).
001230     88  WS-SUPPMAST-OK             VALUE "00".

001240 01  WS-POFILE-STATUS         PIC X(02).
001250     88  WS-POFILE-OK               VALUE "00".

001260 01  WS-PRODMAST-STATUS       PIC X(02).
001270     88  WS-PRODMAST-OK             VALUE "00".

001280 01  WS-CFLCTL-STATUS         PIC X(02).
001290     88  WS-CFLCTL-OK               VALUE "00".

001300 01  WS-CFLRPT-STATUS         PIC X(02).
001310     88  WS-CFLRPT-OK               VALUE "00".

001320 01  WS-SWITCHES.
001330     05  WS-READY-SW          PIC X(01)  VALUE "N".
001340         88  WS-RUN-IS-READY         VALUE "Y".
001350     05  WS-EOF-SW            PIC X(01)  VALUE "N".
001360         88  WS-EOF-REACHED          VALUE "Y".
001370     05  WS-ARFILE-OPEN-SW    PIC X(01)  VALUE "N".
001380         88  WS-ARFILE-WAS-OPENED    VALUE "Y".
001390     05  WS-APFILE-OPEN-SW    PIC X(01)  VALUE "N".
001400         88  WS-APFILE-WAS-OPENED    VALUE "Y".
001410     05  WS-SUPPMAST-OPEN-SW  PIC X(01)  VALUE "N".
001420         88  WS-SUPPMAST-WAS-OPENED  VALUE "Y".
001430     05  WS-POFILE-OPEN-SW    PIC X(01)  VALUE "N".
001440         88  WS-POFILE-WAS-OPENED    VALUE "Y".
001450     05  WS-PRODMAST-OPEN-SW  PIC X(01)  VALUE "N".
001460         88  WS-PRODMAST-WAS-OPENED  VALUE "Y".
001470     05  WS-CFLRPT-OPEN-SW    PIC X(01)  VALUE "N".
001480         88  WS-CFLRPT-WAS-OPENED    VALUE "Y".
001490     05  WS-DTP-OVFL-SW       PIC X(01)  VALUE "N".
001500         88  WS-DTP-OVERFLOWED       VALUE "Y".
001510     05  WS-CFL-OVFL-SW       PIC X(01)  VALUE "N".
001520         88  WS-CFL-OVERFLOWED       VALUE "Y".

001530 01  WS-COUNTERS.
001540     05  WS-CARDS-READ        PIC 9(05) COMP  VALUE ZERO.
001550     05  WS-HIST-READ         PIC 9(05) COMP  VALUE ZERO.
001560     05  WS-HIST-USED         PIC 9(05) COMP  VALUE ZERO.
001570     05  WS-AR-ITEMS          PIC 9(05) COMP  VALUE ZERO.
001580     05  WS-AR-NO-HISTORY     PIC 9(05) COMP  VALUE ZERO.
001590     05  WS-AP-LINES          PIC 9(05) COMP  VALUE ZERO.
001600     05  WS-PO-LINES          PIC 9(05) COMP  VALUE ZERO.
001610     05  WS-PO-NO-DEVISE      PIC 9(05) COMP  VALUE ZERO.

001620 01  WS-RUN-DATE              PIC 9(08).
001630 01  WS-RUN-DATE-GROUP REDEFINES WS-RUN-DATE.
001640     05  WS-RUN-YEAR          PIC 9(04).
001650     05  WS-RUN-MONTH         PIC 9(02).
001660     05  WS-RUN-DAY           PIC 9(02).

001670 01  WS-HOUSE-DEVISE          PIC X(03)  VALUE "USD".
001680 01  WS-DEFAULT-JOURS         PIC 9(03)  VALUE 30.
001690 01  WS-FIND-DEVISE           PIC X(03)  VALUE SPACES.
001700 01  WS-MONTANT               PIC S9(11)V99 COMP-3  VALUE ZERO.
001710 01  WS-QTE-A-RECEVOIR        PIC S9(07) COMP-3  VALUE ZERO.

001720*****************************************************************
001730* DATE WORK AREA AND TERMS - THE SAME AS DAY7PAY. WS-DT IS THE
001740* DATE BEING MOVED ALONG THE CALENDAR; WS-DT-DAYS IS HOW FAR.
001750*****************************************************************
001760 01  WS-DT                    PIC 9(08).
001770 01  WS-DT-GROUP REDEFINES WS-DT.
001780     05  WS-DT-YEAR           PIC 9(04).
001790     05  WS-DT-MONTH          PIC 9(02).
001800     05  WS-DT-DAY            PIC 9(02).
001810 01  WS-DT-DAYS               PIC 9(03) COMP  VALUE ZERO.
001820 01  WS-DT-I                  PIC 9(03) COMP  VALUE ZERO.
001830 01  WS-DT-MONTH-LEN          PIC 9(02)  VALUE ZERO.
001840 01  WS-DT-QUOTIENT           PIC 9(04) COMP  VALUE ZERO.
001850 01  WS-DT-REM-4              PIC 9(04) COMP  VALUE ZERO.
001860 01  WS-DT-REM-100            PIC 9(04) COMP  VALUE ZERO.
001870 01  WS-DT-REM-400            PIC 9(04) COMP  VALUE ZERO.
001880 01  WS-DT-EOM-SW             PIC X(01)  VALUE "N".
001890     88  WS-DT-TO-EOM              VALUE "Y".
001900 01  WS-MONTH-LENGTHS         PIC X(24)
001910                              VALUE "312831303130313130313031".
001920 01  WS-MONTH-TABLE REDEFINES WS-MONTH-LENGTHS.
001930     05  WS-MONTH-LEN         PIC 9(02) OCCURS 12 TIMES.

001940 01  WS-TERMS-SUPPLIER        PIC X(05)  VALUE HIGH-VALUES.
001950 01  WS-TERMS                 PIC X(10)  VALUE SPACES.

001960*****************************************************************
001970* 30/360 DAY COUNT FROM AN INVOICE TO THE PAYMENT APPLIED TO IT.
001980*****************************************************************
001990 01  WS-INV-DATE.
002000     05  WS-INV-YEAR          PIC 9(04).
002010     05  WS-INV-MONTH         PIC 9(02).
002020     05  WS-INV-DAY           PIC 9(02).
002030 01  WS-PAY-DATE.
002040     05  WS-PAY-YEAR          PIC 9(04).
002050     05  WS-PAY-MONTH         PIC 9(02).
002060     05  WS-PAY-DAY           PIC 9(02).
002070 01  WS-PAY-DAYS              PIC S9(05) COMP-3  VALUE ZERO.

002080*****************************************************************
002090* EACH CUSTOMER'S PAYMENT HISTORY: AMOUNT PAID AND AMOUNT TIMES
002100* DAYS TAKEN, GIVING THE WEIGHTED AVERAGE DAYS-TO-PAY.
002110*****************************************************************
002120 01  WS-DTP-TABLE.
002130     05  WS-DTP-COUNT         PIC 9(03) COMP  VALUE ZERO.
002140     05  WS-DTP-ENTRY OCCURS 500 TIMES.
002150         10  WS-DTP-CLIENT    PIC X(05).
002160         10  WS-DTP-MONTANT   PIC S9(13)V99 COMP-3.
002170         10  WS-DTP-PONDERE   PIC S9(15)V99 COMP-3.
002180         10  WS-DTP-JOURS     PIC 9(03).
002190 01  WS-DTP-I                 PIC 9(03) COMP  VALUE ZERO.
002200 01  WS-DTP-FOUND             PIC 9(03) COMP  VALUE ZERO.
002210 01  WS-JOURS                 PIC 9(03)  VALUE ZERO.

002220*****************************************************************
002230* THE EIGHT WEEKS: WEEK 1 STARTS ON THE PROCESSING DATE. SLOT 9
002240* IN THE CURRENCY TABLE HOLDS WHAT FALLS AFTER THE EIGHTH WEEK.
002250*****************************************************************
002260 01  WS-WEEK-TABLE.
002270     05  WS-WEEK-ENTRY OCCURS 8 TIMES.
002280         10  WS-WEEK-DEBUT    PIC 9(08).
002290         10  WS-WEEK-FIN      PIC 9(08).
002300 01  WS-WEEK-I                PIC 9(02) COMP  VALUE ZERO.
002310 01  WS-WEEK-FOUND            PIC 9(02) COMP  VALUE ZERO.

002320 01  WS-CFL-TABLE.
002330     05  WS-CFL-COUNT         PIC 9(02) COMP  VALUE ZERO.
002340     05  WS-CFL-ENTRY OCCURS 20 TIMES.
002350         10  WS-CFL-DEVISE    PIC X(03).
002360         10  WS-CFL-CARD-SW   PIC X(01).
002370             88  WS-CFL-HAS-CARD     VALUE "Y".
002380         10  WS-CFL-OUVERTURE PIC S9(11)V99 COMP-3.
002390         10  WS-CFL-WEEK OCCURS 9 TIMES.
002400             15  WS-CFL-IN    PIC S9(11)V99 COMP-3.
002410             15  WS-CFL-AP    PIC S9(11)V99 COMP-3.
002420             15  WS-CFL-PO    PIC S9(11)V99 COMP-3.
002430 01  WS-CFL-I                 PIC 9(02) COMP  VALUE ZERO.
002440 01  WS-CFL-FOUND             PIC 9(02) COMP  VALUE ZERO.
002450 01  WS-SOLDE                 PIC S9(11)V99 COMP-3  VALUE ZERO.

002460*****************************************************************
002470* CFLRPT LINES.
002480*****************************************************************
002490 01  WS-TITLE-LINE.
002500     05  FILLER               PIC X(28) VALUE
002510         "PREVISION DE TRESORERIE AU  ".
002520     05  WT-RUN-DATE          PIC 9(08).
002530     05  FILLER               PIC X(24) VALUE
002540         " - HUIT SEMAINES".

002550 01  WS-DEVISE-LINE.
002560     05  FILLER               PIC X(08) VALUE "DEVISE  ".
002570     05  WV-DEVISE            PIC X(03).
002580     05  FILLER               PIC X(23) VALUE
002590         "    SOLDE D'OUVERTURE  ".
002600     05  WV-OUVERTURE         PIC -(10)9.99.
002610     05  FILLER               PIC X(02) VALUE SPACES.
002620     05  WV-REMARQUE          PIC X(30).

002630 01  WS-COLUMN-LINE.
002640     05  FILLER               PIC X(22) VALUE
002650         "SEM  DU        AU     ".
002660     05  FILLER               PIC X(15) VALUE
002670         "  ENCAISSEMENTS".
002680     05  FILLER               PIC X(15) VALUE
002690         "   FACTURES FRS".
002700     05  FILLER               PIC X(15) VALUE
002710         "  COMMANDES ACH".
002720     05  FILLER               PIC X(15) VALUE
002730         "          SOLDE".

002740 01  WS-WEEK-LINE.
002750     05  WW-SEMAINE           PIC X(03).
002760     05  FILLER               PIC X(02) VALUE SPACES.
002770     05  WW-DEBUT             PIC 9(08).
002780     05  FILLER               PIC X(02) VALUE SPACES.
002790     05  WW-FIN               PIC 9(08).
002800     05  FILLER               PIC X(01) VALUE SPACE.
002810     05  WW-IN                PIC -(10)9.99.
002820     05  FILLER               PIC X(01) VALUE SPACE.
002830     05  WW-AP                PIC -(10)9.99.
002840     05  FILLER               PIC X(01) VALUE SPACE.
002850     05  WW-PO                PIC -(10)9.99.
002860     05  FILLER               PIC X(01) VALUE SPACE.
002870     05  WW-SOLDE             PIC -(10)9.99.
002880 01  WS-WEEK-LINE-X REDEFINES WS-WEEK-LINE.
002890     05  FILLER               PIC X(05).
002900     05  WW-LIBELLE           PIC X(18).
002910     05  FILLER               PIC X(57).
002920 01  WS-SEMAINE-ED            PIC Z9.

002930 PROCEDURE DIVISION.

002940 0000-MAINLINE.
002950     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002960     IF WS-RUN-IS-READY
002970         PERFORM 2000-LOAD-PAY-HISTORY THRU 2000-EXIT
002980         PERFORM 3000-PROJECT-RECEIVABLES THRU 3000-EXIT
002990         PERFORM 4000-PROJECT-PAYABLES THRU 4000-EXIT
003000         PERFORM 5000-PROJECT-PURCHASES THRU 5000-EXIT
003010         PERFORM 6000-PRINT-FORECAST THRU 6000-EXIT
003020     END-IF.
003030     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003040     GOBACK.

003050 1000-INITIALIZE.
003060     CALL "dayproc" USING WS-RUN-DATE.
003070     OPEN OUTPUT CFLRPT.
003080     IF NOT WS-CFLRPT-OK
003090         DISPLAY "DAY9CFL - UNABLE TO OPEN CFLRPT, STATUS "
003100             WS-CFLRPT-STATUS " - NO FORECAST"
003110         MOVE 12 TO RETURN-CODE
003120         GO TO 1000-EXIT
003130     END-IF.
003140     MOVE "Y" TO WS-CFLRPT-OPEN-SW.
003150     PERFORM 1050-READ-CONTROL-CARDS THRU 1050-EXIT.
003160     PERFORM 1100-BUILD-WEEKS THRU 1100-EXIT.

003170     OPEN INPUT ARFILE.
003180     IF NOT WS-ARFILE-OK
003190         DISPLAY "DAY9CFL - UNABLE TO OPEN ARFILE, STATUS "
003200             WS-ARFILE-STATUS " - NO RECEIVABLES IN FORECAST"
003210         MOVE 4 TO RETURN-CODE
003220     ELSE
003230         MOVE "Y" TO WS-ARFILE-OPEN-SW
003240     END-IF.

003250     OPEN INPUT APFILE.
003260     IF NOT WS-APFILE-OK
003270         DISPLAY "DAY9CFL - UNABLE TO OPEN APFILE, STATUS "
003280             WS-APFILE-STATUS " - NO PAYABLES IN FORECAST"
003290         MOVE 4 TO RETURN-CODE
003300     ELSE
003310         MOVE "Y" TO WS-APFILE-OPEN-SW
003320     END-IF.

003330     OPEN INPUT SUPPMAST.
003340     IF NOT WS-SUPPMAST-OK
003350         DISPLAY "DAY9CFL - UNABLE TO OPEN SUPPMAST, STATUS "
003360             WS-SUPPMAST-STATUS " - SUPPLIERS TAKEN AT NET30"
003370     ELSE
003380         MOVE "Y" TO WS-SUPPMAST-OPEN-SW
003390     END-IF.

003400     OPEN INPUT POFILE.
003410     IF NOT WS-POFILE-OK
003420         DISPLAY "DAY9CFL - UNABLE TO OPEN POFILE, STATUS "
003430             WS-POFILE-STATUS " - NO PURCHASE ORDERS IN "
003440             "FORECAST"
003450         MOVE 4 TO RETURN-CODE
003460     ELSE
003470         MOVE "Y" TO WS-POFILE-OPEN-SW
003480     END-IF.

003490     OPEN INPUT PRODMAST.
003500     IF NOT WS-PRODMAST-OK
003510         DISPLAY "DAY9CFL - UNABLE TO OPEN PRODMAST, STATUS "
003520             WS-PRODMAST-STATUS " - PURCHASE ORDERS TAKEN IN "
003530             WS-HOUSE-DEVISE
003540     ELSE
003550         MOVE "Y" TO WS-PRODMAST-OPEN-SW
003560     END-IF.
003570     MOVE "Y" TO WS-READY-SW.
003580 1000-EXIT.
003590     EXIT.

003600*****************************************************************
003610* ONE CFLCTL CARD PER CURRENCY, READ THE WAY DAY3HCT READS
003620* HCTCTL. A CARD THAT IS NOT NUMERIC IS SKIPPED AND SAID SO.
003630*****************************************************************
003640 1050-READ-CONTROL-CARDS.
003650     OPEN INPUT CFLCTL.
003660     IF NOT WS-CFLCTL-OK
003670         DISPLAY "DAY9CFL - NO CFLCTL CONTROL CARD, EVERY "
003680             "CURRENCY OPENS AT ZERO"
003690         MOVE 4 TO RETURN-CODE
003700         GO TO 1050-EXIT
003710     END-IF.
003720     PERFORM 1060-READ-ONE-CARD THRU 1060-EXIT
003730         UNTIL WS-CFLCTL-STATUS = "10".
003740     CLOSE CFLCTL.
003750 1050-EXIT.
003760     EXIT.

003770 1060-READ-ONE-CARD.
003780     READ CFLCTL
003790         AT END
003800             MOVE "10" TO WS-CFLCTL-STATUS
003810             GO TO 1060-EXIT
003820     END-READ.
003830     ADD 1 TO WS-CARDS-READ.
003840     IF CF-Code-Devise = SPACES
003850         OR CF-Solde-Ouverture IS NOT NUMERIC
003860         DISPLAY "DAY9CFL - CONTROL CARD " WS-CARDS-READ
003870             " IS NOT A CURRENCY AND BALANCE, IGNORED"
003880         MOVE 4 TO RETURN-CODE
003890         GO TO 1060-EXIT
003900     END-IF.
003910     MOVE CF-Code-Devise TO WS-FIND-DEVISE.
003920     PERFORM 1200-FIND-CURRENCY THRU 1200-EXIT.
003930     IF WS-CFL-FOUND = ZERO
003940         GO TO 1060-EXIT
003950     END-IF.
003960     MOVE CF-Solde-Ouverture TO WS-CFL-OUVERTURE(WS-CFL-FOUND).
003970     MOVE "Y" TO WS-CFL-CARD-SW(WS-CFL-FOUND).
003980 1060-EXIT.
003990     EXIT.

004000 1100-BUILD-WEEKS.
004010     MOVE WS-RUN-DATE TO WS-DT.
004020     PERFORM 1110-BUILD-ONE-WEEK THRU 1110-EXIT
004030         VARYING WS-WEEK-I FROM 1 BY 1
004040         UNTIL WS-WEEK-I > 8.
004050 1100-EXIT.
004060     EXIT.

004070 1110-BUILD-ONE-WEEK.
004080     MOVE WS-DT TO WS-WEEK-DEBUT(WS-WEEK-I).
004090     MOVE 6 TO WS-DT-DAYS.
004100     MOVE "N" TO WS-DT-EOM-SW.
004110     PERFORM 7000-MOVE-DATE THRU 7000-EXIT.
004120     MOVE WS-DT TO WS-WEEK-FIN(WS-WEEK-I).
004130     MOVE 1 TO WS-DT-DAYS.
004140     PERFORM 7000-MOVE-DATE THRU 7000-EXIT.
004150 1110-EXIT.
004160     EXIT.

004170*****************************************************************
004180* FINDS WS-FIND-DEVISE IN THE CURRENCY TABLE, ADDING IT WHEN
004190* NEW. WS-CFL-FOUND IS ZERO WHEN THE TABLE IS FULL.
004200*****************************************************************
004210 1200-FIND-CURRENCY.
004220     MOVE ZERO TO WS-CFL-FOUND.
004230     PERFORM 1210-MATCH-ONE-CURRENCY THRU 1210-EXIT
004240         VARYING WS-CFL-I FROM 1 BY 1
004250         UNTIL WS-CFL-I > WS-CFL-COUNT
004260            OR WS-CFL-FOUND > ZERO.
004270     IF WS-CFL-FOUND > ZERO
004280         GO TO 1200-EXIT
004290     END-IF.
004300     IF WS-CFL-COUNT NOT < 20
004310         IF NOT WS-CFL-OVERFLOWED
004320             DISPLAY "DAY9CFL - CURRENCY TABLE FULL (20), "
004330                 WS-FIND-DEVISE " AND LATER CURRENCIES LEFT OUT"
004340             MOVE "Y" TO WS-CFL-OVFL-SW
004350             MOVE 4 TO RETURN-CODE
004360         END-IF
004370         GO TO 1200-EXIT
004380     END-IF.
004390     ADD 1 TO WS-CFL-COUNT.
004400     MOVE WS-CFL-COUNT TO WS-CFL-FOUND.
004410     MOVE WS-FIND-DEVISE TO WS-CFL-DEVISE(WS-CFL-FOUND).
004420     MOVE "N" TO WS-CFL-CARD-SW(WS-CFL-FOUND).
004430     MOVE ZERO TO WS-CFL-OUVERTURE(WS-CFL-FOUND).
004440     PERFORM 1220-CLEAR-ONE-WEEK THRU 1220-EXIT
004450         VARYING WS-WEEK-I FROM 1 BY 1
004460         UNTIL WS-WEEK-I > 9.
004470 1200-EXIT.
004480     EXIT.

004490 1210-MATCH-ONE-CURRENCY.
004500     IF WS-CFL-DEVISE(WS-CFL-I) = WS-FIND-DEVISE
004510         MOVE WS-CFL-I TO WS-CFL-FOUND
004520     END-IF.
004530 1210-EXIT.
004540     EXIT.

004550 1220-CLEAR-ONE-WEEK.
004560     MOVE ZERO TO WS-CFL-IN(WS-CFL-FOUND, WS-WEEK-I).
004570     MOVE ZERO TO WS-CFL-AP(WS-CFL-FOUND, WS-WEEK-I).
004580     MOVE ZERO TO WS-CFL-PO(WS-CFL-FOUND, WS-WEEK-I).
004590 1220-EXIT.
004600     EXIT.

004610*****************************************************************
004620* THE WEEK WS-DT FALLS IN: 1 FOR ANYTHING UP TO THE END OF THE
004630* FIRST WEEK (OVERDUE INCLUDED), 9 AFTER THE EIGHTH.
004640*****************************************************************
004650 1300-FIND-WEEK.
004660     MOVE 9 TO WS-WEEK-FOUND.
004670     PERFORM 1310-MATCH-ONE-WEEK THRU 1310-EXIT
004680         VARYING WS-WEEK-I FROM 1 BY 1
004690         UNTIL WS-WEEK-I > 8
004700            OR WS-WEEK-FOUND < 9.
004710 1300-EXIT.
004720     EXIT.

004730 1310-MATCH-ONE-WEEK.
004740     IF WS-DT NOT > WS-WEEK-FIN(WS-WEEK-I)
004750         MOVE WS-WEEK-I TO WS-WEEK-FOUND
004760     END-IF.
004770 1310-EXIT.
004780     EXIT.

004790*****************************************************************
004800* EVERY PAYMENT ON CASHLOG IS MATCHED TO ITS INVOICE ON ARFILE
004810* FOR THE DAYS IT TOOK; REFUNDS AND REVERSALS (NOT ABOVE ZERO)
004820* ARE LEFT OUT. THEN EACH CUSTOMER'S AVERAGE IS WORKED OUT.
004830*****************************************************************
004840 2000-LOAD-PAY-HISTORY.
004850     IF NOT WS-ARFILE-WAS-OPENED
004860         GO TO 2000-EXIT
004870     END-IF.
004880     OPEN INPUT CASHLOG.
004890     IF NOT WS-CASHLOG-OK
004900         DISPLAY "DAY9CFL - NO CASHLOG HISTORY, EVERY CUSTOMER "
004910             "TAKEN AT " WS-DEFAULT-JOURS " DAYS"
004920         GO TO 2000-EXIT
004930     END-IF.
004940     PERFORM 2100-LOAD-ONE-PAYMENT THRU 2100-EXIT
004950         UNTIL WS-CASHLOG-STATUS = "10".
004960     CLOSE CASHLOG.
004970     PERFORM 2200-AVERAGE-ONE-CLIENT THRU 2200-EXIT
004980         VARYING WS-DTP-I FROM 1 BY 1
004990         UNTIL WS-DTP-I > WS-DTP-COUNT.
005000     IF WS-DTP-OVERFLOWED
005010         DISPLAY "DAY9CFL - PAYMENT HISTORY TABLE FULL (500), "
005020             "LATER CUSTOMERS TAKEN AT " WS-DEFAULT-JOURS
005030             " DAYS"
005040         MOVE 4 TO RETURN-CODE
005050     END-IF.
005060 2000-EXIT.
005070     EXIT.

005080 2100-LOAD-ONE-PAYMENT.
005090     READ CASHLOG
005100         AT END
005110             MOVE "10" TO WS-CASHLOG-STATUS
005120             GO TO 2100-EXIT
005130     END-READ.
005140     ADD 1 TO WS-HIST-READ.
005150     IF CL-Montant-Applique NOT > ZERO
005160         OR CL-Run-Date IS NOT NUMERIC
005170         GO TO 2100-EXIT
005180     END-IF.
005190     MOVE CL-Invoice-No TO AR-Invoice-No.
005200     READ ARFILE
005210         INVALID KEY
005220             GO TO 2100-EXIT
005230     END-READ.
005240     IF AR-Invoice-Date IS NOT NUMERIC
005250         GO TO 2100-EXIT
005260     END-IF.
005270     MOVE AR-Invoice-Date TO WS-INV-DATE.
005280     MOVE CL-Run-Date     TO WS-PAY-DATE.
005290     COMPUTE WS-PAY-DAYS =
005300         ((WS-PAY-YEAR - WS-INV-YEAR) * 360)
005310         + ((WS-PAY-MONTH - WS-INV-MONTH) * 30)
005320         + (WS-PAY-DAY - WS-INV-DAY).
005330     IF WS-PAY-DAYS < ZERO
005340         MOVE ZERO TO WS-PAY-DAYS
005350     END-IF.
005360     IF WS-PAY-DAYS > 365
005370         MOVE 365 TO WS-PAY-DAYS
005380     END-IF.
005390     PERFORM 2300-FIND-CLIENT THRU 2300-EXIT.
005400     IF WS-DTP-FOUND = ZERO
005410         IF WS-DTP-COUNT NOT < 500
005420             MOVE "Y" TO WS-DTP-OVFL-SW
005430             GO TO 2100-EXIT
005440         END-IF
005450         ADD 1 TO WS-DTP-COUNT
005460         MOVE WS-DTP-COUNT TO WS-DTP-FOUND
005470         MOVE CL-Client-Code TO WS-DTP-CLIENT(WS-DTP-FOUND)
005480         MOVE ZERO TO WS-DTP-MONTANT(WS-DTP-FOUND)
005490         MOVE ZERO TO WS-DTP-PONDERE(WS-DTP-FOUND)
005500         MOVE ZERO TO WS-DTP-JOURS(WS-DTP-FOUND)
005510     END-IF.
005520     ADD CL-Montant-Applique TO WS-DTP-MONTANT(WS-DTP-FOUND).
005530     COMPUTE WS-DTP-PONDERE(WS-DTP-FOUND) =
005540         WS-DTP-PONDERE(WS-DTP-FOUND)
005550         + CL-Montant-Applique * WS-PAY-DAYS.
005560     ADD 1 TO WS-HIST-USED.
005570 2100-EXIT.
005580     EXIT.

005590 2200-AVERAGE-ONE-CLIENT.
005600     IF WS-DTP-MONTANT(WS-DTP-I) NOT > ZERO
005610         MOVE WS-DEFAULT-JOURS TO WS-DTP-JOURS(WS-DTP-I)
005620         GO TO 2200-EXIT
005630     END-IF.
005640     COMPUTE WS-DTP-JOURS(WS-DTP-I) ROUNDED =
005650         WS-DTP-PONDERE(WS-DTP-I) / WS-DTP-MONTANT(WS-DTP-I).
005660 2200-EXIT.
005670     EXIT.

005680 2300-FIND-CLIENT.
005690     MOVE ZERO TO WS-DTP-FOUND.
005700     PERFORM 2310-MATCH-ONE-CLIENT THRU 2310-EXIT
005710         VARYING WS-DTP-I FROM 1 BY 1
005720         UNTIL WS-DTP-I > WS-DTP-COUNT
005730            OR WS-DTP-FOUND > ZERO.
005740 2300-EXIT.
005750     EXIT.

005760 2310-MATCH-ONE-CLIENT.
005770     IF WS-DTP-CLIENT(WS-DTP-I) = CL-Client-Code
005780         MOVE WS-DTP-I TO WS-DTP-FOUND
005790     END-IF.
005800 2310-EXIT.
005810     EXIT.

005820*****************************************************************
005830* OPEN RECEIVABLES, EXPECTED AT THE CUSTOMER'S DAYS-TO-PAY.
005840*****************************************************************
005850 3000-PROJECT-RECEIVABLES.
005860     IF NOT WS-ARFILE-WAS-OPENED
005870         GO TO 3000-EXIT
005880     END-IF.
005890     MOVE "N" TO WS-EOF-SW.
005900     MOVE ZERO TO AR-Invoice-No.
005910     START ARFILE KEY IS NOT < AR-Invoice-No
005920         INVALID KEY
005930             MOVE "Y" TO WS-EOF-SW
005940     END-START.
005950     PERFORM 3100-PROJECT-ONE-ITEM THRU 3100-EXIT
005960         UNTIL WS-EOF-REACHED.
005970 3000-EXIT.
005980     EXIT.

005990 3100-PROJECT-ONE-ITEM.
006000     READ ARFILE NEXT RECORD
006010         AT END
006020             MOVE "Y" TO WS-EOF-SW
006030             GO TO 3100-EXIT
006040     END-READ.
006050     IF NOT AR-STATUT-OPEN
006060         GO TO 3100-EXIT
006070     END-IF.
006080     COMPUTE WS-MONTANT = AR-TTC - AR-Regle.
006090     IF WS-MONTANT = ZERO
006100         GO TO 3100-EXIT
006110     END-IF.
006120     ADD 1 TO WS-AR-ITEMS.
006130     PERFORM 3200-CLIENT-DAYS THRU 3200-EXIT.
006140     IF AR-Invoice-Date IS NUMERIC
006150         MOVE AR-Invoice-Date TO WS-DT
006160     ELSE
006170         MOVE WS-RUN-DATE TO WS-DT
006180     END-IF.
006190     MOVE WS-JOURS TO WS-DT-DAYS.
006200     MOVE "N" TO WS-DT-EOM-SW.
006210     PERFORM 7000-MOVE-DATE THRU 7000-EXIT.
006220     PERFORM 1300-FIND-WEEK THRU 1300-EXIT.
006230     MOVE AR-Code-Devise TO WS-FIND-DEVISE.
006240     PERFORM 1200-FIND-CURRENCY THRU 1200-EXIT.
006250     IF WS-CFL-FOUND = ZERO
006260         GO TO 3100-EXIT
006270     END-IF.
006280     ADD WS-MONTANT TO WS-CFL-IN(WS-CFL-FOUND, WS-WEEK-FOUND).
006290 3100-EXIT.
006300     EXIT.

006310 3200-CLIENT-DAYS.
006320     MOVE WS-DEFAULT-JOURS TO WS-JOURS.
006330     MOVE ZERO TO WS-DTP-FOUND.
006340     PERFORM 3210-MATCH-ONE-CLIENT THRU 3210-EXIT
006350         VARYING WS-DTP-I FROM 1 BY 1
006360         UNTIL WS-DTP-I > WS-DTP-COUNT
006370            OR WS-DTP-FOUND > ZERO.
006380     IF WS-DTP-FOUND = ZERO
006390         ADD 1 TO WS-AR-NO-HISTORY
006400     ELSE
006410         MOVE WS-DTP-JOURS(WS-DTP-FOUND) TO WS-JOURS
006420     END-IF.
006430 3200-EXIT.
006440     EXIT.

006450 3210-MATCH-ONE-CLIENT.
006460     IF WS-DTP-CLIENT(WS-DTP-I) = AR-Client-Code
006470         MOVE WS-DTP-I TO WS-DTP-FOUND
006480     END-IF.
006490 3210-EXIT.
006500     EXIT.

006510*****************************************************************
006520* SUPPLIER INVOICE LINES NOT YET PAID, ON THEIR DUE DATE. A LINE
006530* STILL AT A DAY7FAC VARIANCE IS COUNTED TOO - IT WILL BE PAID
006540* ONCE SIGNED OFF.
006550*****************************************************************
006560 4000-PROJECT-PAYABLES.
006570     IF NOT WS-APFILE-WAS-OPENED
006580         GO TO 4000-EXIT
006590     END-IF.
006600     MOVE "N" TO WS-EOF-SW.
006610     MOVE LOW-VALUES TO AP-Key.
006620     START APFILE KEY IS NOT < AP-Key
006630         INVALID KEY
006640             MOVE "Y" TO WS-EOF-SW
006650     END-START.
006660     PERFORM 4100-PROJECT-ONE-LINE THRU 4100-EXIT
006670         UNTIL WS-EOF-REACHED.
006680 4000-EXIT.
006690     EXIT.

006700 4100-PROJECT-ONE-LINE.
006710     READ APFILE NEXT RECORD
006720         AT END
006730             MOVE "Y" TO WS-EOF-SW
006740             GO TO 4100-EXIT
006750     END-READ.
006760     IF AP-STATUT-PAID
006770         GO TO 4100-EXIT
006780     END-IF.
006790     ADD 1 TO WS-AP-LINES.
006800     IF AP-Fournisseur NOT = WS-TERMS-SUPPLIER
006810         PERFORM 4200-LOAD-TERMS THRU 4200-EXIT
006820     END-IF.
006830     MOVE AP-Facture-Date TO WS-DT.
006840     PERFORM 7100-DUE-DATE THRU 7100-EXIT.
006850     IF WS-DT IS NOT NUMERIC
006860         MOVE WS-RUN-DATE TO WS-DT
006870     END-IF.
006880     PERFORM 1300-FIND-WEEK THRU 1300-EXIT.
006890     MOVE AP-Code-Devise TO WS-FIND-DEVISE.
006900     PERFORM 1200-FIND-CURRENCY THRU 1200-EXIT.
006910     IF WS-CFL-FOUND = ZERO
006920         GO TO 4100-EXIT
006930     END-IF.
006940     ADD AP-Montant TO WS-CFL-AP(WS-CFL-FOUND, WS-WEEK-FOUND).
006950 4100-EXIT.
006960     EXIT.

006970 4200-LOAD-TERMS.
006980     MOVE AP-Fournisseur TO WS-TERMS-SUPPLIER.
006990     MOVE "NET30" TO WS-TERMS.
007000     IF NOT WS-SUPPMAST-WAS-OPENED
007010         GO TO 4200-EXIT
007020     END-IF.
007030     MOVE AP-Fournisseur TO Fournisseur-Code.
007040     READ SUPPMAST
007050         INVALID KEY
007060             DISPLAY "DAY9CFL - SUPPLIER " AP-Fournisseur
007070                 " NOT ON SUPPLIER MASTER, NET30 ASSUMED"
007080             GO TO 4200-EXIT
007090     END-READ.
007100     MOVE Fournisseur-Conditions TO WS-TERMS.
007110 4200-EXIT.
007120     EXIT.

007130*****************************************************************
007140* WHAT IS STILL TO ARRIVE ON OPEN AND PARTIAL POS, AT THE AGREED
007150* PURCHASE PRICE, WHEN THE GOODS ARE NEEDED.
007160*****************************************************************
007170 5000-PROJECT-PURCHASES.
007180     IF NOT WS-POFILE-WAS-OPENED
007190         GO TO 5000-EXIT
007200     END-IF.
007210     MOVE "N" TO WS-EOF-SW.
007220     MOVE ZERO TO PO-Numero.
007230     START POFILE KEY IS NOT < PO-Numero
007240         INVALID KEY
007250             MOVE "Y" TO WS-EOF-SW
007260     END-START.
007270     PERFORM 5100-PROJECT-ONE-PO THRU 5100-EXIT
007280         UNTIL WS-EOF-REACHED.
007290 5000-EXIT.
007300     EXIT.

007310 5100-PROJECT-ONE-PO.
007320     READ POFILE NEXT RECORD
007330         AT END
007340             MOVE "Y" TO WS-EOF-SW
007350             GO TO 5100-EXIT
007360     END-READ.
007370     IF NOT PO-STATUT-OPEN AND NOT PO-STATUT-PARTIAL
007380         GO TO 5100-EXIT
007390     END-IF.
007400     COMPUTE WS-QTE-A-RECEVOIR =
007410         PO-Qte-Commandee - PO-Qte-Recue.
007420     IF WS-QTE-A-RECEVOIR NOT > ZERO
007430         GO TO 5100-EXIT
007440     END-IF.
007450     ADD 1 TO WS-PO-LINES.
007460     COMPUTE WS-MONTANT ROUNDED =
007470         WS-QTE-A-RECEVOIR * PO-Prix-Achat.
007480     IF PO-Date-Besoin IS NUMERIC
007490         AND PO-Date-Besoin > ZERO
007500         MOVE PO-Date-Besoin TO WS-DT
007510     ELSE
007520         MOVE WS-RUN-DATE TO WS-DT
007530     END-IF.
007540     PERFORM 1300-FIND-WEEK THRU 1300-EXIT.
007550     PERFORM 5200-PO-CURRENCY THRU 5200-EXIT.
007560     PERFORM 1200-FIND-CURRENCY THRU 1200-EXIT.
007570     IF WS-CFL-FOUND = ZERO
007580         GO TO 5100-EXIT
007590     END-IF.
007600     ADD WS-MONTANT TO WS-CFL-PO(WS-CFL-FOUND, WS-WEEK-FOUND).
007610 5100-EXIT.
007620     EXIT.

007630*****************************************************************
007640* PO-PRIX-ACHAT IS IN THE PRODUCT'S CURRENCY - IT FEEDS
007650* COUT-MOYEN (DAY7GRN). A PRODUCT NOT FOUND IS TAKEN IN THE
007660* HOUSE CURRENCY.
007670*****************************************************************
007680 5200-PO-CURRENCY.
007690     MOVE WS-HOUSE-DEVISE TO WS-FIND-DEVISE.
007700     IF NOT WS-PRODMAST-WAS-OPENED
007710         GO TO 5200-EXIT
007720     END-IF.
007730     MOVE PO-Code-produit TO Code-produit.
007740     READ PRODMAST
007750         INVALID KEY
007760             ADD 1 TO WS-PO-NO-DEVISE
007770             GO TO 5200-EXIT
007780     END-READ.
007790     IF Code-Devise NOT = SPACES
007800         MOVE Code-Devise TO WS-FIND-DEVISE
007810     END-IF.
007820 5200-EXIT.
007830     EXIT.

007840 6000-PRINT-FORECAST.
007850     MOVE WS-RUN-DATE TO WT-RUN-DATE.
007860     MOVE WS-TITLE-LINE TO CFLRPT-LINE.
007870     WRITE CFLRPT-LINE.
007880     IF WS-CFL-COUNT = ZERO
007890         MOVE SPACES TO CFLRPT-LINE
007900         WRITE CFLRPT-LINE
007910         MOVE "AUCUN MOUVEMENT PREVU" TO CFLRPT-LINE
007920         WRITE CFLRPT-LINE
007930         GO TO 6000-EXIT
007940     END-IF.
007950     PERFORM 6100-PRINT-ONE-CURRENCY THRU 6100-EXIT
007960         VARYING WS-CFL-I FROM 1 BY 1
007970         UNTIL WS-CFL-I > WS-CFL-COUNT.
007980 6000-EXIT.
007990     EXIT.

008000 6100-PRINT-ONE-CURRENCY.
008010     MOVE SPACES TO CFLRPT-LINE.
008020     WRITE CFLRPT-LINE.
008030     MOVE WS-CFL-DEVISE(WS-CFL-I)    TO WV-DEVISE.
008040     MOVE WS-CFL-OUVERTURE(WS-CFL-I) TO WV-OUVERTURE.
008050     IF WS-CFL-HAS-CARD(WS-CFL-I)
008060         MOVE SPACES TO WV-REMARQUE
008070     ELSE
008080         MOVE "(PAS DE CARTE - ZERO)" TO WV-REMARQUE
008090     END-IF.
008100     MOVE WS-DEVISE-LINE TO CFLRPT-LINE.
008110     WRITE CFLRPT-LINE.
008120     MOVE WS-COLUMN-LINE TO CFLRPT-LINE.
008130     WRITE CFLRPT-LINE.
008140     MOVE WS-CFL-OUVERTURE(WS-CFL-I) TO WS-SOLDE.
008150     PERFORM 6200-PRINT-ONE-WEEK THRU 6200-EXIT
008160         VARYING WS-WEEK-I FROM 1 BY 1
008170         UNTIL WS-WEEK-I > 8.
008180     MOVE SPACES TO WS-WEEK-LINE.
008190     MOVE "AU-DELA" TO WW-LIBELLE.
008200     MOVE WS-CFL-IN(WS-CFL-I, 9) TO WW-IN.
008210     MOVE WS-CFL-AP(WS-CFL-I, 9) TO WW-AP.
008220     MOVE WS-CFL-PO(WS-CFL-I, 9) TO WW-PO.
008230     MOVE WS-WEEK-LINE TO CFLRPT-LINE.
008240     WRITE CFLRPT-LINE.
008250 6100-EXIT.
008260     EXIT.

008270 6200-PRINT-ONE-WEEK.
008280     COMPUTE WS-SOLDE = WS-SOLDE
008290         + WS-CFL-IN(WS-CFL-I, WS-WEEK-I)
008300         - WS-CFL-AP(WS-CFL-I, WS-WEEK-I)
008310         - WS-CFL-PO(WS-CFL-I, WS-WEEK-I).
008320     MOVE WS-WEEK-I TO WS-SEMAINE-ED.
008330     MOVE SPACES TO WS-WEEK-LINE.
008340     MOVE WS-SEMAINE-ED TO WW-SEMAINE.
008350     MOVE WS-WEEK-DEBUT(WS-WEEK-I) TO WW-DEBUT.
008360     MOVE WS-WEEK-FIN(WS-WEEK-I)   TO WW-FIN.
008370     MOVE WS-CFL-IN(WS-CFL-I, WS-WEEK-I) TO WW-IN.
008380     MOVE WS-CFL-AP(WS-CFL-I, WS-WEEK-I) TO WW-AP.
008390     MOVE WS-CFL-PO(WS-CFL-I, WS-WEEK-I) TO WW-PO.
008400     MOVE WS-SOLDE TO WW-SOLDE.
008410     MOVE WS-WEEK-LINE TO CFLRPT-LINE.
008420     WRITE CFLRPT-LINE.
008430 6200-EXIT.
008440     EXIT.

008450*****************************************************************
008460* MOVES WS-DT FORWARD WS-DT-DAYS CALENDAR DAYS, THEN TO THE LAST
008470* DAY OF ITS MONTH WHEN WS-DT-TO-EOM IS SET - AS DAY7PAY.
008480*****************************************************************
008490 7000-MOVE-DATE.
008500     IF WS-DT IS NOT NUMERIC OR WS-DT-MONTH < 1
008510         OR WS-DT-MONTH > 12
008520         GO TO 7000-EXIT
008530     END-IF.
008540     PERFORM 7010-ADD-ONE-DAY THRU 7010-EXIT
008550         VARYING WS-DT-I FROM 1 BY 1
008560         UNTIL WS-DT-I > WS-DT-DAYS.
008570     IF WS-DT-TO-EOM
008580         PERFORM 7020-MONTH-LENGTH THRU 7020-EXIT
008590         MOVE WS-DT-MONTH-LEN TO WS-DT-DAY
008600     END-IF.
008610 7000-EXIT.
008620     EXIT.

008630 7010-ADD-ONE-DAY.
008640     PERFORM 7020-MONTH-LENGTH THRU 7020-EXIT.
008650     IF WS-DT-DAY < WS-DT-MONTH-LEN
008660         ADD 1 TO WS-DT-DAY
008670         GO TO 7010-EXIT
008680     END-IF.
008690     MOVE 1 TO WS-DT-DAY.
008700     IF WS-DT-MONTH < 12
008710         ADD 1 TO WS-DT-MONTH
008720     ELSE
008730         MOVE 1 TO WS-DT-MONTH
008740         ADD 1 TO WS-DT-YEAR
008750     END-IF.
008760 7010-EXIT.
008770     EXIT.

008780 7020-MONTH-LENGTH.
008790     MOVE WS-MONTH-LEN(WS-DT-MONTH) TO WS-DT-MONTH-LEN.
008800     IF WS-DT-MONTH NOT = 2
008810         GO TO 7020-EXIT
008820     END-IF.
008830     DIVIDE WS-DT-YEAR BY 4 GIVING WS-DT-QUOTIENT
008840         REMAINDER WS-DT-REM-4.
008850     DIVIDE WS-DT-YEAR BY 100 GIVING WS-DT-QUOTIENT
008860         REMAINDER WS-DT-REM-100.
008870     DIVIDE WS-DT-YEAR BY 400 GIVING WS-DT-QUOTIENT
008880         REMAINDER WS-DT-REM-400.
008890     IF WS-DT-REM-4 = ZERO
008900         AND (WS-DT-REM-100 NOT = ZERO OR WS-DT-REM-400 = ZERO)
008910         MOVE 29 TO WS-DT-MONTH-LEN
008920     END-IF.
008930 7020-EXIT.
008940     EXIT.

008950*****************************************************************
008960* TURNS THE INVOICE DATE IN WS-DT INTO THE DUE DATE UNDER
008970* WS-TERMS - THE FORMS DAY7PAY UNDERSTANDS, ANYTHING ELSE NET30.
008980*****************************************************************
008990 7100-DUE-DATE.
009000     MOVE ZERO TO WS-DT-DAYS.
009010     MOVE "N" TO WS-DT-EOM-SW.
009020     EVALUATE TRUE
009030         WHEN WS-TERMS(1:3) = "NET" AND WS-TERMS(4:3) IS NUMERIC
009040             MOVE WS-TERMS(4:3) TO WS-DT-DAYS
009050         WHEN WS-TERMS(1:3) = "NET" AND WS-TERMS(4:2) IS NUMERIC
009060             MOVE WS-TERMS(4:2) TO WS-DT-DAYS
009070         WHEN WS-TERMS(1:3) = "NET" AND WS-TERMS(4:1) IS NUMERIC
009080             MOVE WS-TERMS(4:1) TO WS-DT-DAYS
009090         WHEN WS-TERMS(1:3) = "FDM" OR WS-TERMS(1:3) = "EOM"
009100             MOVE "Y" TO WS-DT-EOM-SW
009110         WHEN WS-TERMS(1:3) IS NUMERIC
009120             AND (WS-TERMS(4:3) = "FDM" OR WS-TERMS(4:3) = "EOM")
009130             MOVE WS-TERMS(1:3) TO WS-DT-DAYS
009140             MOVE "Y" TO WS-DT-EOM-SW
009150         WHEN WS-TERMS(1:2) IS NUMERIC
009160             AND (WS-TERMS(3:3) = "FDM" OR WS-TERMS(3:3) = "EOM")
009170             MOVE WS-TERMS(1:2) TO WS-DT-DAYS
009180             MOVE "Y" TO WS-DT-EOM-SW
009190         WHEN WS-TERMS = "COMPTANT" OR WS-TERMS = "CASH"
009200             CONTINUE
009210         WHEN OTHER
009220             MOVE 30 TO WS-DT-DAYS
009230     END-EVALUATE.
009240     PERFORM 7000-MOVE-DATE THRU 7000-EXIT.
009250 7100-EXIT.
009260     EXIT.

009270 9000-TERMINATE.
009280     IF WS-CFLRPT-WAS-OPENED
009290         CLOSE CFLRPT
009300     END-IF.
009310     IF WS-ARFILE-WAS-OPENED
009320         CLOSE ARFILE
009330     END-IF.
009340     IF WS-APFILE-WAS-OPENED
009350         CLOSE APFILE
009360     END-IF.
009370     IF WS-SUPPMAST-WAS-OPENED
009380         CLOSE SUPPMAST
009390     END-IF.
009400     IF WS-POFILE-WAS-OPENED
009410         CLOSE POFILE
009420     END-IF.
009430     IF WS-PRODMAST-WAS-OPENED
009440         CLOSE PRODMAST
009450     END-IF.
009460     DISPLAY "DAY9CFL - PROCESSING DATE      : " WS-RUN-DATE.
009470     DISPLAY "DAY9CFL - CONTROL CARDS READ   : " WS-CARDS-READ.
009480     DISPLAY "DAY9CFL - PAYMENTS ON CASHLOG  : " WS-HIST-READ.
009490     DISPLAY "DAY9CFL - PAYMENTS MATCHED     : " WS-HIST-USED.
009500     DISPLAY "DAY9CFL - OPEN AR ITEMS        : " WS-AR-ITEMS.
009510     DISPLAY "DAY9CFL - AR ITEMS NO HISTORY  : "
009520         WS-AR-NO-HISTORY.
009530     DISPLAY "DAY9CFL - UNPAID AP LINES      : " WS-AP-LINES.
009540     DISPLAY "DAY9CFL - OPEN PO LINES        : " WS-PO-LINES.
009550     DISPLAY "DAY9CFL - PO LINES IN " WS-HOUSE-DEVISE
009560         " (NO PRODUCT): " WS-PO-NO-DEVISE.
009570     DISPLAY "DAY9CFL - CURRENCIES           : " WS-CFL-COUNT.
009580 9000-EXIT.
009590     EXIT.
