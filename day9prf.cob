000100*****************************************************************
000110* EXERCISE 9 PROFITABILITY: MONTHLY MARGIN PER CUSTOMER
000120* READS THE SALEHIST SALES-HISTORY FILE FOR THE YYYYMM GIVEN AS
000130* PARAMETER 1 (THE SAME PARAMETER SHAPE AS DAY9SAL; THE DAYPROC
000140* PROCESSING MONTH IS THE DEFAULT) AND PRINTS THE CUSTOMER
000150* PROFITABILITY REPORT (PRFRPT): PER CLIENT-CODE THE REVENUE AT
000160* THE FROZEN PRICES, THE COST AT THE COUT-MOYEN FROZEN ONTO EACH
000170* ENTRY WHEN DAY9FUL OR DAY9BOR WROTE IT, THE GROSS MARGIN AND
000180* THE MARGIN PERCENTAGE. UNLIKE DAY9SAL EVERY FIGURE IS CONVERTED
000190* TO THE HOUSE CURRENCY AT THE CURRTBL RATE, SO CUSTOMERS BUYING
000200* IN DIFFERENT CURRENCIES CAN BE RANKED AGAINST EACH OTHER. A
000210* CURRENCY MISSING FROM CURRTBL CONVERTS AT 1 WITH A CONSOLE
000220* WARNING, THE SAME RULE DAY7VAL FOLLOWS.
000230*
000240* CREDIT MEMOS ARE NETTED OFF: EVERY CREDIT LINE DAY9RET WROTE
000250* TO ORDFILE (NEGATIVE FROZEN PRIX, STATUS "C" OR ALREADY BILLED
000260* "B") DATED IN THE MONTH TAKES ITS VALUE OFF THE CUSTOMER'S
000270* REVENUE, AND THE RETURNED GOODS TAKE THEIR COST OFF AT THE
000280* PRODUCT'S CURRENT COUT-MOYEN - THE COST THEY GO BACK INTO
000290* STOCK AT.
000300*
000310* CUSTOMERS ARE LISTED BY GROSS MARGIN, LARGEST FIRST. THE SALES
000320* AND CREDITS MADE AT CONTRACT PRICE (PRICE RULE "C") ARE ALSO
000330* TOTALLED APART, AND A CUSTOMER WHOSE CONTRACT BUSINESS RUNS
000340* BELOW THE TARGET MARGIN ON THE PRFCTL CARD IS FLAGGED, SO SALES
000350* KNOWS WHICH NEGOTIATED PRICES TO REOPEN. A SALE WRITTEN BEFORE
000360* COSTS WERE FROZEN, OR WITH NO COST ON THE MASTER, COUNTS AT
000370* ZERO COST AND MARKS ITS CUSTOMER'S MARGIN AS INCOMPLETE.
000380*
000390* PRFCTL CARD: TARGET MARGIN PERCENTAGE (99V99). WITHOUT A VALID
000400* CARD THE HOUSE DEFAULT OF 20 PERCENT APPLIES. RETURN CODE 4
000410* WHEN ANY CUSTOMER IS FLAGGED BELOW TARGET.
000420*****************************************************************
000430* MODIFICATION HISTORY
000440*  10/15/2026  JPH  ORIGINAL VERSION.
000450*****************************************************************
000460 IDENTIFICATION DIVISION.
000470 PROGRAM-ID. day9prf.
000480 AUTHOR. jphNovitz.
000490 DATE-WRITTEN. 2026/10/15.
000500 DATE-COMPILED.

000510 ENVIRONMENT DIVISION.
000520 INPUT-OUTPUT SECTION.
000530 FILE-CONTROL.
000540     SELECT SALEHIST ASSIGN TO "SALEHIST"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS WS-SALEHIST-STATUS.

000570     SELECT ORDFILE ASSIGN TO "ORDFILE"
000580         ORGANIZATION IS INDEXED
000590         ACCESS MODE IS SEQUENTIAL
000600         RECORD KEY IS ORD-Key
000610         FILE STATUS IS WS-ORDFILE-STATUS.

000620     SELECT PRODMAST ASSIGN TO "PRODMAST"
000630         ORGANIZATION IS INDEXED
000640         ACCESS MODE IS RANDOM
000650         RECORD KEY IS Code-produit
000660         FILE STATUS IS WS-PRODMAST-STATUS.

000670     SELECT CURRTBL ASSIGN TO "CURRTBL"
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS WS-CURRTBL-STATUS.

000700     SELECT PRFCTL ASSIGN TO "PRFCTL"
000710         ORGANIZATION IS LINE SEQUENTIAL
000720         FILE STATUS IS WS-PRFCTL-STATUS.

000730     SELECT PRFRPT ASSIGN TO "PRFRPT"
000740         ORGANIZATION IS LINE SEQUENTIAL
000750         FILE STATUS IS WS-PRFRPT-STATUS.

000760 DATA DIVISION.
000770 FILE SECTION.
000780 FD  SALEHIST
000790     RECORDING MODE IS F.
000800     COPY SALEHIST.

000810 FD  ORDFILE
000820     RECORDING MODE IS F.
000830     COPY ORDREC.

000840 FD  PRODMAST
000850     RECORDING MODE IS F.
000860     COPY PRODREC.

000870 FD  CURRTBL
000880     RECORDING MODE IS F.
000890 01  CURRTBL-REC.
000900     05  CUR-Code             PIC X(03).
000910     05  CUR-Symbol           PIC X(03).
000920     05  CUR-Decimals         PIC 9(01).
000930     05  CUR-Rate             PIC 9(04)V9(06).
000940     05  CUR-Rate-Date        PIC 9(08).

000950 FD  PRFCTL
000960     RECORDING MODE IS F.
000970 01  PRFCTL-REC.
000980     05  PC-Marge-Cible       PIC 9(02)V99.

000990 FD  PRFRPT
001000     RECORDING MODE IS F.
001010 01  PRFRPT-LINE              PIC X(100).

001020 WORKING-STORAGE SECTION.
001030 01  WS-SALEHIST-STATUS       PIC X(02).
001040     88  WS-SALEHIST-OK             VALUE "00".

001050 01  WS-ORDFILE-STATUS        PIC X(02).
001060     88  WS-ORDFILE-OK              VALUE "00".

001070 01  WS-PRODMAST-STATUS       PIC X(02).
001080     88  WS-PRODMAST-OK             VALUE "00".

001090 01  WS-CURRTBL-STATUS        PIC X(02).
001100     88  WS-CURRTBL-OK              VALUE "00".

001110 01  WS-PRFCTL-STATUS         PIC X(02).
001120     88  WS-PRFCTL-OK               VALUE "00".

001130 01  WS-PRFRPT-STATUS         PIC X(02).
001140     88  WS-PRFRPT-OK               VALUE "00".

001150 01  WS-SWITCHES.
001160     05  WS-EOF-SW            PIC X(01)  VALUE "N".
001170         88  WS-EOF-REACHED          VALUE "Y".
001180     05  WS-ORD-EOF-SW        PIC X(01)  VALUE "N".
001190         88  WS-ORD-EOF-REACHED      VALUE "Y".
001200     05  WS-FOUND-SW          PIC X(01)  VALUE "N".
001210         88  WS-ENTRY-FOUND          VALUE "Y".
001220     05  WS-SALEHIST-OPEN-SW  PIC X(01)  VALUE "N".
001230         88  WS-SALEHIST-WAS-OPENED  VALUE "Y".
001240     05  WS-ORDFILE-OPEN-SW   PIC X(01)  VALUE "N".
001250         88  WS-ORDFILE-WAS-OPENED   VALUE "Y".
001260     05  WS-PRODMAST-OPEN-SW  PIC X(01)  VALUE "N".
001270         88  WS-PRODMAST-WAS-OPENED  VALUE "Y".
001280     05  WS-PRFRPT-OPEN-SW    PIC X(01)  VALUE "N".
001290         88  WS-PRFRPT-WAS-OPENED    VALUE "Y".
001300     05  WS-COST-KNOWN-SW     PIC X(01)  VALUE "N".
001310         88  WS-COST-IS-KNOWN        VALUE "Y".

001320 01  WS-COUNTERS.
001330     05  WS-HIST-READ         PIC 9(07) COMP  VALUE ZERO.
001340     05  WS-HIST-IN-MONTH     PIC 9(07) COMP  VALUE ZERO.
001350     05  WS-CREDITS-IN-MONTH  PIC 9(07) COMP  VALUE ZERO.
001360     05  WS-NO-COST-LINES     PIC 9(07) COMP  VALUE ZERO.
001370     05  WS-BELOW-TARGET      PIC 9(05) COMP  VALUE ZERO.

001380*****************************************************************
001390* HOUSE DEFAULT, REPLACED BY A VALID PRFCTL CARD.
001400*****************************************************************
001410 01  WS-MARGE-CIBLE           PIC 9(02)V99  VALUE 20.00.

001420 01  WS-RUN-DATE              PIC 9(08).
001430 01  WS-REPORT-MONTH          PIC 9(06)  VALUE ZERO.

001440 01  WS-PARM-COUNT            PIC 9(02).
001450 01  WS-PARM-VALUE            PIC X(06).
001460 01  WS-PARM-VALUE-NUM REDEFINES WS-PARM-VALUE
001470                              PIC 9(06).

001480*****************************************************************
001490* ONE SALE OR CREDIT LINE, PUT INTO A COMMON SHAPE BEFORE IT IS
001500* CONVERTED AND POSTED TO ITS CUSTOMER.
001510*****************************************************************
001520 01  WS-LINE-WORK.
001530     05  WS-LINE-CLIENT       PIC X(05).
001540     05  WS-LINE-DEVISE       PIC X(03).
001550     05  WS-LINE-REGLE        PIC X(01).
001560     05  WS-LINE-REVENU       PIC S9(11)V99 COMP-3.
001570     05  WS-LINE-COUT         PIC S9(11)V99 COMP-3.

001580 01  WS-RATE-USED             PIC 9(04)V9(06) COMP-3 VALUE ZERO.
001590 01  WS-HOUSE-REVENU          PIC S9(11)V99 COMP-3  VALUE ZERO.
001600 01  WS-HOUSE-COUT            PIC S9(11)V99 COMP-3  VALUE ZERO.
001610 01  WS-MARGIN                PIC S9(11)V99 COMP-3  VALUE ZERO.
001620 01  WS-MARGIN-PCT            PIC S9(05)V99 COMP-3  VALUE ZERO.
001630 01  WS-CTR-MARGIN-PCT        PIC S9(05)V99 COMP-3  VALUE ZERO.

001640     COPY CURRTBL.

001650*****************************************************************
001660* CUSTOMER TOTALS IN HOUSE CURRENCY. THE CONTRACT COLUMNS HOLD
001670* THE PART OF REVENUE AND COST MADE AT CONTRACT PRICE.
001680*****************************************************************
001690 01  WS-CLIENT-TOTALS.
001700     05  WS-CLI-COUNT         PIC 9(03) COMP  VALUE ZERO.
001710     05  WS-CLI-ENTRY OCCURS 200 TIMES.
001720         10  WS-CLI-CODE      PIC X(05).
001730         10  WS-CLI-REVENU    PIC S9(11)V99  COMP-3.
001740         10  WS-CLI-COUT      PIC S9(11)V99  COMP-3.
001750         10  WS-CLI-CTR-REVENU
001760                              PIC S9(11)V99  COMP-3.
001770         10  WS-CLI-CTR-COUT  PIC S9(11)V99  COMP-3.
001780         10  WS-CLI-NO-COST   PIC 9(05)      COMP.
001790         10  WS-CLI-RANKED-SW PIC X(01).

001800 01  WS-GRAND-TOTALS.
001810     05  WS-TOT-REVENU        PIC S9(11)V99 COMP-3  VALUE ZERO.
001820     05  WS-TOT-COUT          PIC S9(11)V99 COMP-3  VALUE ZERO.

001830 01  WS-IDX                   PIC 9(03) COMP  VALUE ZERO.
001840 01  WS-JDX                   PIC 9(03) COMP  VALUE ZERO.
001850 01  WS-RANK                  PIC 9(03) COMP  VALUE ZERO.
001860 01  WS-BEST-IDX              PIC 9(03) COMP  VALUE ZERO.
001870 01  WS-BEST-MARGIN           PIC S9(11)V99 COMP-3  VALUE ZERO.

001880 01  WS-REPORT-HEADING.
001890     05  FILLER               PIC X(35) VALUE
001900         "RENTABILITE CLIENTS  -  MOIS :     ".
001910     05  WH-MONTH             PIC 9(06).
001920     05  FILLER               PIC X(24) VALUE
001930         "   MARGE CIBLE CONTRAT :".
001940     05  WH-CIBLE             PIC ZZ9.99.
001950     05  FILLER               PIC X(02) VALUE " %".

001960 01  WS-HOUSE-HEADING.
001970     05  FILLER               PIC X(60) VALUE
001980         "MONTANTS EN DEVISE MAISON (USD), AVOIRS DEDUITS".

001990 01  WS-COLUMN-HEADING.
002000     05  FILLER               PIC X(40) VALUE
002010         "RANG CLIENT  CHIFFRE AFF.          COUT ".
002020     05  FILLER               PIC X(40) VALUE
002030         "          MARGE MARGE %  INDICATEUR     ".

002040 01  WS-DETAIL-LINE.
002050     05  WD-RANK              PIC ZZ9.
002060     05  FILLER               PIC X(02) VALUE SPACES.
002070     05  WD-CLIENT            PIC X(05).
002080     05  FILLER               PIC X(01) VALUE SPACE.
002090     05  WD-REVENU            PIC -(10)9.99.
002100     05  FILLER               PIC X(01) VALUE SPACE.
002110     05  WD-COUT              PIC -(10)9.99.
002120     05  FILLER               PIC X(01) VALUE SPACE.
002130     05  WD-MARGE             PIC -(10)9.99.
002140     05  FILLER               PIC X(01) VALUE SPACE.
002150     05  WD-PCT               PIC -(04)9.99.
002160     05  FILLER               PIC X(02) VALUE SPACES.
002170     05  WD-FLAG              PIC X(30).

002180 01  WS-TOTAL-LINE.
002190     05  FILLER               PIC X(11) VALUE "TOTAL      ".
002200     05  WT-REVENU            PIC -(10)9.99.
002210     05  FILLER               PIC X(01) VALUE SPACE.
002220     05  WT-COUT              PIC -(10)9.99.
002230     05  FILLER               PIC X(01) VALUE SPACE.
002240     05  WT-MARGE             PIC -(10)9.99.
002250     05  FILLER               PIC X(01) VALUE SPACE.
002260     05  WT-PCT               PIC -(04)9.99.

002270 PROCEDURE DIVISION.

002280 0000-MAINLINE.
002290     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002300     PERFORM 2000-TALLY-ONE-SALE THRU 2000-EXIT
002310         UNTIL WS-EOF-REACHED.
002320     PERFORM 3000-TALLY-CREDITS THRU 3000-EXIT.
002330     PERFORM 5000-PRINT-REPORT THRU 5000-EXIT.
002340     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002350     GOBACK.

002360 1000-INITIALIZE.
002370     CALL "dayproc" USING WS-RUN-DATE.
002380     MOVE WS-RUN-DATE(1:6) TO WS-REPORT-MONTH.
002390     PERFORM 1100-GET-PARMS THRU 1100-EXIT.
002400     PERFORM 1200-READ-CONTROL-CARD THRU 1200-EXIT.
002410     PERFORM 1300-LOAD-CURRENCY-TABLE THRU 1300-EXIT.

002420     OPEN INPUT SALEHIST.
002430     IF NOT WS-SALEHIST-OK
002440         DISPLAY "DAY9PRF - UNABLE TO OPEN SALEHIST, STATUS "
002450             WS-SALEHIST-STATUS " - NOTHING TO ANALYSE"
002460         MOVE "Y" TO WS-EOF-SW
002470         MOVE "Y" TO WS-ORD-EOF-SW
002480         GO TO 1000-EXIT
002490     END-IF.
002500     MOVE "Y" TO WS-SALEHIST-OPEN-SW.

002510     OPEN OUTPUT PRFRPT.
002520     IF NOT WS-PRFRPT-OK
002530         DISPLAY "DAY9PRF - UNABLE TO OPEN PRFRPT, STATUS "
002540             WS-PRFRPT-STATUS
002550         MOVE "Y" TO WS-EOF-SW
002560         MOVE "Y" TO WS-ORD-EOF-SW
002570         GO TO 1000-EXIT
002580     END-IF.
002590     MOVE "Y" TO WS-PRFRPT-OPEN-SW.

002600     OPEN INPUT PRODMAST.
002610     IF NOT WS-PRODMAST-OK
002620         DISPLAY "DAY9PRF - UNABLE TO OPEN PRODMAST, STATUS "
002630             WS-PRODMAST-STATUS " - RETURNED GOODS AT ZERO COST"
002640     ELSE
002650         MOVE "Y" TO WS-PRODMAST-OPEN-SW
002660     END-IF.

002670     OPEN INPUT ORDFILE.
002680     IF NOT WS-ORDFILE-OK
002690         DISPLAY "DAY9PRF - UNABLE TO OPEN ORDFILE, STATUS "
002700             WS-ORDFILE-STATUS " - CREDIT MEMOS NOT NETTED"
002710         MOVE "Y" TO WS-ORD-EOF-SW
002720     ELSE
002730         MOVE "Y" TO WS-ORDFILE-OPEN-SW
002740     END-IF.

002750     PERFORM 2100-READ-SALEHIST THRU 2100-EXIT.
002760 1000-EXIT.
002770     EXIT.

002780 1100-GET-PARMS.
002790     ACCEPT WS-PARM-COUNT FROM ARGUMENT-NUMBER.
002800     IF WS-PARM-COUNT NOT >= 1
002810         DISPLAY "DAY9PRF - NO MONTH PARAMETER, ANALYSING "
002820             WS-REPORT-MONTH
002830         GO TO 1100-EXIT
002840     END-IF.
002850     ACCEPT WS-PARM-VALUE FROM ARGUMENT-VALUE.
002860     IF WS-PARM-VALUE IS NUMERIC
002870         MOVE WS-PARM-VALUE-NUM TO WS-REPORT-MONTH
002880     ELSE
002890         DISPLAY "DAY9PRF - PARAMETER NOT NUMERIC, ANALYSING "
002900             WS-REPORT-MONTH
002910     END-IF.
002920 1100-EXIT.
002930     EXIT.

002940 1200-READ-CONTROL-CARD.
002950     OPEN INPUT PRFCTL.
002960     IF NOT WS-PRFCTL-OK
002970         DISPLAY "DAY9PRF - NO PRFCTL CARD, HOUSE TARGET "
002980             "MARGIN APPLIES (20.00 PERCENT)"
002990         GO TO 1200-EXIT
003000     END-IF.
003010     READ PRFCTL
003020         AT END
003030             CLOSE PRFCTL
003040             GO TO 1200-EXIT
003050     END-READ.
003060     CLOSE PRFCTL.
003070     IF PC-Marge-Cible IS NOT NUMERIC
003080         DISPLAY "DAY9PRF - PRFCTL CARD NOT VALID, HOUSE "
003090             "TARGET MARGIN APPLIES (20.00 PERCENT)"
003100         GO TO 1200-EXIT
003110     END-IF.
003120     MOVE PC-Marge-Cible TO WS-MARGE-CIBLE.
003130 1200-EXIT.
003140     EXIT.

003150 1300-LOAD-CURRENCY-TABLE.
003160     OPEN INPUT CURRTBL.
003170     IF NOT WS-CURRTBL-OK
003180         DISPLAY "DAY9PRF - UNABLE TO OPEN CURRTBL, STATUS "
003190             WS-CURRTBL-STATUS " - ALL CURRENCIES AT RATE 1"
003200         GO TO 1300-EXIT
003210     END-IF.
003220     PERFORM 1310-LOAD-ONE-CURRENCY THRU 1310-EXIT
003230         UNTIL WS-CURRTBL-STATUS = "10".
003240     CLOSE CURRTBL.
003250 1300-EXIT.
003260     EXIT.

003270 1310-LOAD-ONE-CURRENCY.
003280     READ CURRTBL
003290         AT END
003300             MOVE "10" TO WS-CURRTBL-STATUS
003310             GO TO 1310-EXIT
003320     END-READ.
003330     IF WS-CURR-COUNT < 50
003340         ADD 1 TO WS-CURR-COUNT
003350         MOVE CUR-Code      TO WS-CURR-CODE(WS-CURR-COUNT)
003360         MOVE CUR-Symbol    TO WS-CURR-SYMBOL(WS-CURR-COUNT)
003370         MOVE CUR-Decimals  TO WS-CURR-DECIMALS(WS-CURR-COUNT)
003380         MOVE CUR-Rate      TO WS-CURR-RATE(WS-CURR-COUNT)
003390         MOVE CUR-Rate-Date TO WS-CURR-RATE-DATE(WS-CURR-COUNT)
003400     ELSE
003410         DISPLAY "DAY9PRF - CURRENCY TABLE FULL (50), "
003420             CUR-Code " IGNORED"
003430     END-IF.
003440 1310-EXIT.
003450     EXIT.

003460*****************************************************************
003470* A SALE FROM BEFORE COSTS WERE FROZEN READS BACK WITH A BLANK
003480* COST; IT AND A SALE FROZEN AT ZERO COST ARE BOTH COUNTED AS
003490* HAVING NO COST.
003500*****************************************************************
003510 2000-TALLY-ONE-SALE.
003520     ADD 1 TO WS-HIST-READ.
003530     IF SH-Date(1:6) NOT = WS-REPORT-MONTH
003540         GO TO 2000-EXIT-VIA-READ
003550     END-IF.
003560     ADD 1 TO WS-HIST-IN-MONTH.
003570     MOVE SH-Client-Code TO WS-LINE-CLIENT.
003580     MOVE SH-Code-Devise TO WS-LINE-DEVISE.
003590     MOVE SH-Regle-Prix  TO WS-LINE-REGLE.
003600     COMPUTE WS-LINE-REVENU = SH-Qte * SH-Prix.
003610     MOVE ZERO TO WS-LINE-COUT.
003620     MOVE "N" TO WS-COST-KNOWN-SW.
003630     IF SH-Cout-Unitaire IS NUMERIC
003640         AND SH-Cout-Unitaire NOT = ZERO
003650         COMPUTE WS-LINE-COUT = SH-Qte * SH-Cout-Unitaire
003660         MOVE "Y" TO WS-COST-KNOWN-SW
003670     END-IF.
003680     PERFORM 4000-POST-LINE THRU 4000-EXIT.
003690 2000-EXIT-VIA-READ.
003700     PERFORM 2100-READ-SALEHIST THRU 2100-EXIT.
003710 2000-EXIT.
003720     EXIT.

003730 2100-READ-SALEHIST.
003740     READ SALEHIST
003750         AT END
003760             MOVE "Y" TO WS-EOF-SW
003770             GO TO 2100-EXIT
003780     END-READ.
003790 2100-EXIT.
003800     EXIT.

003810*****************************************************************
003820* CREDIT LINES CARRY THE ORIGINAL FROZEN PRICE NEGATED, SO THEIR
003830* VALUE COMES OUT NEGATIVE; THE RETURNED GOODS' COST IS TAKEN
003840* OFF AT THE PRODUCT'S CURRENT COUT-MOYEN.
003850*****************************************************************
003860 3000-TALLY-CREDITS.
003870     PERFORM 3100-TALLY-ONE-CREDIT THRU 3100-EXIT
003880         UNTIL WS-ORD-EOF-REACHED.
003890 3000-EXIT.
003900     EXIT.

003910 3100-TALLY-ONE-CREDIT.
003920     READ ORDFILE NEXT RECORD
003930         AT END
003940             MOVE "Y" TO WS-ORD-EOF-SW
003950             GO TO 3100-EXIT
003960     END-READ.
003970     IF NOT ORD-Prix < ZERO
003980         OR NOT (ORD-STATUT-CREDIT OR ORD-STATUT-BILLED)
003990         OR ORD-Date(1:6) NOT = WS-REPORT-MONTH
004000         GO TO 3100-EXIT
004010     END-IF.
004020     ADD 1 TO WS-CREDITS-IN-MONTH.
004030     MOVE ORD-Client-Code TO WS-LINE-CLIENT.
004040     MOVE ORD-Code-Devise TO WS-LINE-DEVISE.
004050     MOVE ORD-Regle-Prix  TO WS-LINE-REGLE.
004060     COMPUTE WS-LINE-REVENU = ORD-Qte * ORD-Prix.
004070     MOVE ZERO TO WS-LINE-COUT.
004080     MOVE "N" TO WS-COST-KNOWN-SW.
004090     IF WS-PRODMAST-WAS-OPENED
004100         MOVE ORD-Code-produit TO Code-produit
004110         READ PRODMAST
004120             INVALID KEY
004130                 DISPLAY "DAY9PRF - PRODUIT " ORD-Code-produit
004140                     " OF CREDIT " ORD-Numero
004150                     " NOT ON MASTER, COST NOT REVERSED"
004160             NOT INVALID KEY
004170                 IF Cout-Moyen NOT = ZERO
004180                     COMPUTE WS-LINE-COUT =
004190                         ZERO - ORD-Qte * Cout-Moyen
004200                     MOVE "Y" TO WS-COST-KNOWN-SW
004210                 END-IF
004220         END-READ
004230     END-IF.
004240     PERFORM 4000-POST-LINE THRU 4000-EXIT.
004250 3100-EXIT.
004260     EXIT.

004270*****************************************************************
004280* CONVERTS THE LINE TO HOUSE CURRENCY AND ADDS IT TO ITS
004290* CUSTOMER, OPENING A NEW CUSTOMER ENTRY WHEN NEEDED.
004300*****************************************************************
004310 4000-POST-LINE.
004320     PERFORM 4200-FIND-RATE THRU 4200-EXIT.
004330     COMPUTE WS-HOUSE-REVENU ROUNDED =
004340         WS-LINE-REVENU * WS-RATE-USED.
004350     COMPUTE WS-HOUSE-COUT ROUNDED =
004360         WS-LINE-COUT * WS-RATE-USED.
004370     IF NOT WS-COST-IS-KNOWN
004380         ADD 1 TO WS-NO-COST-LINES
004390     END-IF.

004400     MOVE "N" TO WS-FOUND-SW.
004410     PERFORM 4010-MATCH-ONE-CLIENT THRU 4010-EXIT
004420         VARYING WS-JDX FROM 1 BY 1
004430         UNTIL WS-JDX > WS-CLI-COUNT
004440            OR WS-ENTRY-FOUND.
004450     IF NOT WS-ENTRY-FOUND
004460         IF WS-CLI-COUNT NOT < 200
004470             DISPLAY "DAY9PRF - CLIENT TABLE FULL (200), "
004480                 WS-LINE-CLIENT " NOT TALLIED"
004490             GO TO 4000-EXIT
004500         END-IF
004510         ADD 1 TO WS-CLI-COUNT
004520         MOVE WS-CLI-COUNT   TO WS-IDX
004530         MOVE WS-LINE-CLIENT TO WS-CLI-CODE(WS-IDX)
004540         MOVE ZERO           TO WS-CLI-REVENU(WS-IDX)
004550         MOVE ZERO           TO WS-CLI-COUT(WS-IDX)
004560         MOVE ZERO           TO WS-CLI-CTR-REVENU(WS-IDX)
004570         MOVE ZERO           TO WS-CLI-CTR-COUT(WS-IDX)
004580         MOVE ZERO           TO WS-CLI-NO-COST(WS-IDX)
004590         MOVE "N"            TO WS-CLI-RANKED-SW(WS-IDX)
004600     END-IF.

004610     ADD WS-HOUSE-REVENU TO WS-CLI-REVENU(WS-IDX).
004620     ADD WS-HOUSE-COUT   TO WS-CLI-COUT(WS-IDX).
004630     IF WS-LINE-REGLE = "C"
004640         ADD WS-HOUSE-REVENU TO WS-CLI-CTR-REVENU(WS-IDX)
004650         ADD WS-HOUSE-COUT   TO WS-CLI-CTR-COUT(WS-IDX)
004660     END-IF.
004670     IF NOT WS-COST-IS-KNOWN
004680         ADD 1 TO WS-CLI-NO-COST(WS-IDX)
004690     END-IF.
004700     ADD WS-HOUSE-REVENU TO WS-TOT-REVENU.
004710     ADD WS-HOUSE-COUT   TO WS-TOT-COUT.
004720 4000-EXIT.
004730     EXIT.

004740 4010-MATCH-ONE-CLIENT.
004750     IF WS-CLI-CODE(WS-JDX) = WS-LINE-CLIENT
004760         MOVE "Y" TO WS-FOUND-SW
004770         MOVE WS-JDX TO WS-IDX
004780     END-IF.
004790 4010-EXIT.
004800     EXIT.

004810 4200-FIND-RATE.
004820     MOVE 1 TO WS-RATE-USED.
004830     IF WS-CURR-COUNT = ZERO
004840         GO TO 4200-EXIT
004850     END-IF.
004860     SET WS-CURR-IDX TO 1.
004870     SEARCH WS-CURR-ENTRY
004880         AT END
004890             DISPLAY "DAY9PRF - DEVISE " WS-LINE-DEVISE " OF "
004900                 WS-LINE-CLIENT " NOT ON CURRTBL, CONVERTED AT 1"
004910         WHEN WS-CURR-CODE(WS-CURR-IDX) = WS-LINE-DEVISE
004920             MOVE WS-CURR-RATE(WS-CURR-IDX) TO WS-RATE-USED
004930     END-SEARCH.
004940 4200-EXIT.
004950     EXIT.

004960 5000-PRINT-REPORT.
004970     IF NOT WS-PRFRPT-WAS-OPENED
004980         GO TO 5000-EXIT
004990     END-IF.
005000     MOVE WS-REPORT-MONTH TO WH-MONTH.
005010     MOVE WS-MARGE-CIBLE  TO WH-CIBLE.
005020     MOVE WS-REPORT-HEADING TO PRFRPT-LINE.
005030     WRITE PRFRPT-LINE.
005040     MOVE WS-HOUSE-HEADING TO PRFRPT-LINE.
005050     WRITE PRFRPT-LINE.
005060     MOVE SPACES TO PRFRPT-LINE.
005070     WRITE PRFRPT-LINE.
005080     MOVE WS-COLUMN-HEADING TO PRFRPT-LINE.
005090     WRITE PRFRPT-LINE.

005100     PERFORM 5100-PRINT-ONE-RANK THRU 5100-EXIT
005110         VARYING WS-RANK FROM 1 BY 1
005120         UNTIL WS-RANK > WS-CLI-COUNT.

005130     MOVE SPACES TO PRFRPT-LINE.
005140     WRITE PRFRPT-LINE.
005150     MOVE WS-TOT-REVENU TO WT-REVENU.
005160     MOVE WS-TOT-COUT   TO WT-COUT.
005170     COMPUTE WS-MARGIN = WS-TOT-REVENU - WS-TOT-COUT.
005180     MOVE WS-MARGIN     TO WT-MARGE.
005190     MOVE ZERO TO WS-MARGIN-PCT.
005200     IF WS-TOT-REVENU > ZERO
005210         COMPUTE WS-MARGIN-PCT ROUNDED =
005220             WS-MARGIN * 100 / WS-TOT-REVENU
005230     END-IF.
005240     MOVE WS-MARGIN-PCT TO WT-PCT.
005250     MOVE WS-TOTAL-LINE TO PRFRPT-LINE.
005260     WRITE PRFRPT-LINE.
005270 5000-EXIT.
005280     EXIT.

005290*****************************************************************
005300* CUSTOMERS ARE RANKED BY REPEATED SELECTION OF THE LARGEST
005310* UNRANKED MARGIN, THE WAY DAY9SAL DRAWS ITS TOP LIST.
005320*****************************************************************
005330 5100-PRINT-ONE-RANK.
005340     MOVE ZERO TO WS-BEST-IDX.
005350     MOVE ZERO TO WS-BEST-MARGIN.
005360     PERFORM 5110-SCAN-ONE THRU 5110-EXIT
005370         VARYING WS-JDX FROM 1 BY 1
005380         UNTIL WS-JDX > WS-CLI-COUNT.
005390     IF WS-BEST-IDX = ZERO
005400         GO TO 5100-EXIT
005410     END-IF.
005420     MOVE "Y" TO WS-CLI-RANKED-SW(WS-BEST-IDX).
005430     MOVE WS-BEST-IDX TO WS-IDX.

005440     MOVE WS-RANK              TO WD-RANK.
005450     MOVE WS-CLI-CODE(WS-IDX)   TO WD-CLIENT.
005460     MOVE WS-CLI-REVENU(WS-IDX) TO WD-REVENU.
005470     MOVE WS-CLI-COUT(WS-IDX)   TO WD-COUT.
005480     MOVE WS-BEST-MARGIN        TO WD-MARGE.
005490     MOVE ZERO TO WS-MARGIN-PCT.
005500     IF WS-CLI-REVENU(WS-IDX) > ZERO
005510         COMPUTE WS-MARGIN-PCT ROUNDED =
005520             WS-BEST-MARGIN * 100 / WS-CLI-REVENU(WS-IDX)
005530     END-IF.
005540     MOVE WS-MARGIN-PCT TO WD-PCT.

005550     MOVE SPACES TO WD-FLAG.
005560     IF WS-CLI-CTR-REVENU(WS-IDX) > ZERO
005570         COMPUTE WS-CTR-MARGIN-PCT ROUNDED =
005580             (WS-CLI-CTR-REVENU(WS-IDX)
005590                 - WS-CLI-CTR-COUT(WS-IDX)) * 100
005600             / WS-CLI-CTR-REVENU(WS-IDX)
005610         IF WS-CTR-MARGIN-PCT < WS-MARGE-CIBLE
005620             ADD 1 TO WS-BELOW-TARGET
005630             MOVE "** CONTRAT SOUS CIBLE **" TO WD-FLAG
005640         END-IF
005650     END-IF.
005660     IF WS-CLI-NO-COST(WS-IDX) > ZERO
005670         AND WD-FLAG = SPACES
005680         MOVE "(COUT INCOMPLET)" TO WD-FLAG
005690     END-IF.
005700     MOVE WS-DETAIL-LINE TO PRFRPT-LINE.
005710     WRITE PRFRPT-LINE.
005720 5100-EXIT.
005730     EXIT.

005740 5110-SCAN-ONE.
005750     IF WS-CLI-RANKED-SW(WS-JDX) = "Y"
005760         GO TO 5110-EXIT
005770     END-IF.
005780     COMPUTE WS-MARGIN = WS-CLI-REVENU(WS-JDX)
005790         - WS-CLI-COUT(WS-JDX).
005800     IF WS-BEST-IDX = ZERO
005810         OR WS-MARGIN > WS-BEST-MARGIN
005820         MOVE WS-JDX    TO WS-BEST-IDX
005830         MOVE WS-MARGIN TO WS-BEST-MARGIN
005840     END-IF.
005850 5110-EXIT.
005860     EXIT.

005870 9000-TERMINATE.
005880     IF WS-SALEHIST-WAS-OPENED
005890         CLOSE SALEHIST
005900     END-IF.
005910     IF WS-ORDFILE-WAS-OPENED
005920         CLOSE ORDFILE
005930     END-IF.
005940     IF WS-PRODMAST-WAS-OPENED
005950         CLOSE PRODMAST
005960     END-IF.
005970     IF WS-PRFRPT-WAS-OPENED
005980         CLOSE PRFRPT
005990     END-IF.
006000     DISPLAY "DAY9PRF - HISTORY RECORDS READ : " WS-HIST-READ.
006010     DISPLAY "DAY9PRF - SALES IN MONTH       : "
006020         WS-HIST-IN-MONTH.
006030     DISPLAY "DAY9PRF - CREDITS IN MONTH     : "
006040         WS-CREDITS-IN-MONTH.
006050     DISPLAY "DAY9PRF - LINES WITHOUT A COST : "
006060         WS-NO-COST-LINES.
006070     DISPLAY "DAY9PRF - CUSTOMERS LISTED     : " WS-CLI-COUNT.
006080     DISPLAY "DAY9PRF - CONTRACTS BELOW TARGET: "
006090         WS-BELOW-TARGET.
006100     IF WS-BELOW-TARGET > ZERO
006110         MOVE 4 TO RETURN-CODE
006120     END-IF.
006130 9000-EXIT.
006140     EXIT.
