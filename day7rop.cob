000100*****************************************************************
000110* EXERCISE 7 REORDER POINTS: MONTHLY SEUIL-REAPPRO PLANNING RUN
000120* WORKS OUT A RECOMMENDED REORDER POINT FOR EVERY PRODUCT ON
000130* PRODMAST FROM WHAT ACTUALLY HAPPENED INSTEAD OF THE FIGURE
000140* KEYED INTO DAY7MNT WHEN THE PRODUCT WAS SET UP:
000150*   - DEMAND IS THE QUANTITY SHIPPED PER CALENDAR MONTH ON
000160*     SALEHIST OVER THE LAST N COMPLETE MONTHS (ROPCTL CARD),
000170*     GIVING THE AVERAGE DAILY DEMAND AND ITS DAILY STANDARD
000180*     DEVIATION (MONTHS OF 30 DAYS, THE HOUSE CONVENTION);
000190*   - THE LEAD TIME IS THE AVERAGE DELAI-REEL DAY7GRN RECORDED
000200*     ON SUPPDLV FOR THE PRODUCT FROM ITS CURRENT SUPPLIER,
000210*     FALLING BACK TO THE DELAI-LIVRAISON PROMISE ONLY WHEN NO
000220*     DELIVERY HAS BEEN RECEIVED YET;
000230*   - SAFETY STOCK = SERVICE FACTOR X DAILY DEVIATION X THE
000240*     SQUARE ROOT OF THE LEAD TIME, AND THE REORDER POINT IS
000250*     DAILY DEMAND X LEAD TIME PLUS THE SAFETY STOCK.
000260* EVERY PRODUCT IS PRINTED ON ROPRPT WITH ITS CURRENT AND
000270* RECOMMENDED SEUIL-REAPPRO AND THE CHANGE IN STOCK VALUE AT
000280* COUT-MOYEN. EACH PRODUCT WHOSE FIGURE WOULD CHANGE IS WRITTEN
000290* TO THE ROPPROP PROPOSAL FILE (SEE ROPPROP.CPY) FOR A BUYER TO
000300* ACCEPT OR REJECT IN DAY7RAC - THIS RUN NEVER TOUCHES PRODMAST.
000310*
000320* ROPCTL CARD: NUMBER OF MONTHS (01-24) AND SERVICE FACTOR
000330* (9V99). WITHOUT A VALID CARD THE HOUSE DEFAULTS OF 6 MONTHS
000340* AND 1.65 (ABOUT 95 PERCENT OF CYCLES WITHOUT A STOCKOUT)
000350* APPLY.
000360*****************************************************************
000370* MODIFICATION HISTORY
000380*  10/15/2026  JPH  ORIGINAL VERSION.
000390*  10/15/2026  JPH  RETURN-TO-SUPPLIER ENTRIES ON SUPPDLV (TYPE
000400*                   "T", WRITTEN BY DAY7RTS) ARE SKIPPED - THEY
000410*                   CARRY NO LEAD TIME.
000420*****************************************************************
000430 IDENTIFICATION DIVISION.
000440 PROGRAM-ID. day7rop.
000450 AUTHOR. jphNovitz.
000460 DATE-WRITTEN. 2026/10/15.
000470 DATE-COMPILED.

000480 ENVIRONMENT DIVISION.
000490 INPUT-OUTPUT SECTION.
000500 FILE-CONTROL.
000510     SELECT PRODMAST ASSIGN TO "PRODMAST"
000520         ORGANIZATION IS INDEXED
000530         ACCESS MODE IS SEQUENTIAL
000540         RECORD KEY IS Code-produit
000550         FILE STATUS IS WS-PRODMAST-STATUS.

000560     SELECT SALEHIST ASSIGN TO "SALEHIST"
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS WS-SALEHIST-STATUS.

000590     SELECT SUPPDLV ASSIGN TO "SUPPDLV"
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS WS-SUPPDLV-STATUS.

000620     SELECT ROPCTL ASSIGN TO "ROPCTL"
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS WS-ROPCTL-STATUS.

000650     SELECT ROPPROP ASSIGN TO "ROPPROP"
000660         ORGANIZATION IS INDEXED
000670         ACCESS MODE IS DYNAMIC
000680         RECORD KEY IS RP-Code-produit
000690         FILE STATUS IS WS-ROPPROP-STATUS.

000700     SELECT ROPRPT ASSIGN TO "ROPRPT"
000710         ORGANIZATION IS LINE SEQUENTIAL
000720         FILE STATUS IS WS-ROPRPT-STATUS.

000730 DATA DIVISION.
000740 FILE SECTION.
000750 FD  PRODMAST
000760     RECORDING MODE IS F.
000770     COPY PRODREC.

000780 FD  SALEHIST
000790     RECORDING MODE IS F.
000800     COPY SALEHIST.

000810 FD  SUPPDLV
000820     RECORDING MODE IS F.
000830     COPY SUPPDLV.

000840 FD  ROPCTL
000850     RECORDING MODE IS F.
000860 01  ROPCTL-REC.
000870     05  RC-Mois              PIC 9(02).
000880     05  RC-Facteur           PIC 9V99.

000890 FD  ROPPROP
000900     RECORDING MODE IS F.
000910     COPY ROPPROP.

000920 FD  ROPRPT
000930     RECORDING MODE IS F.
000940 01  ROPRPT-LINE              PIC X(132).

000950 WORKING-STORAGE SECTION.
000960 01  WS-PRODMAST-STATUS       PIC X(02).
000970     88  WS-PRODMAST-OK             VALUE "00".

000980 01  WS-SALEHIST-STATUS       PIC X(02).
000990     88  WS-SALEHIST-OK             VALUE "00".

001000 01  WS-SUPPDLV-STATUS        PIC X(02).
001010     88  WS-SUPPDLV-OK              VALUE "00".

001020 01  WS-ROPCTL-STATUS         PIC X(02).
001030     88  WS-ROPCTL-OK               VALUE "00".

001040 01  WS-ROPPROP-STATUS        PIC X(02).
001050     88  WS-ROPPROP-OK              VALUE "00".

001060 01  WS-ROPRPT-STATUS         PIC X(02).
001070     88  WS-ROPRPT-OK               VALUE "00".

001080 01  WS-SWITCHES.
001090     05  WS-EOF-SW            PIC X(01)  VALUE "N".
001100         88  WS-EOF-REACHED          VALUE "Y".
001110     05  WS-FOUND-SW          PIC X(01)  VALUE "N".
001120         88  WS-ENTRY-FOUND          VALUE "Y".
001130     05  WS-PRODMAST-OPEN-SW  PIC X(01)  VALUE "N".
001140         88  WS-PRODMAST-WAS-OPENED  VALUE "Y".
001150     05  WS-ROPPROP-OPEN-SW   PIC X(01)  VALUE "N".
001160         88  WS-ROPPROP-WAS-OPENED   VALUE "Y".
001170     05  WS-ROPRPT-OPEN-SW    PIC X(01)  VALUE "N".
001180         88  WS-ROPRPT-WAS-OPENED    VALUE "Y".

001190 01  WS-COUNTERS.
001200     05  WS-SALES-READ        PIC 9(07) COMP  VALUE ZERO.
001210     05  WS-SALES-USED        PIC 9(07) COMP  VALUE ZERO.
001220     05  WS-DLV-READ          PIC 9(05) COMP  VALUE ZERO.
001230     05  WS-PRODUCTS-READ     PIC 9(05) COMP  VALUE ZERO.
001240     05  WS-PROPOSALS         PIC 9(05) COMP  VALUE ZERO.
001250     05  WS-PROMISED-USED     PIC 9(05) COMP  VALUE ZERO.

001260*****************************************************************
001270* HOUSE DEFAULTS, REPLACED BY A VALID ROPCTL CARD.
001280*****************************************************************
001290 01  WS-PLANNING-RULES.
001300     05  WS-MOIS              PIC 9(02)  VALUE 6.
001310     05  WS-FACTEUR           PIC 9V99   VALUE 1.65.

001320 01  WS-RUN-DATE              PIC 9(08).
001330 01  WS-RUN-DATE-GROUP REDEFINES WS-RUN-DATE.
001340     05  WS-RUN-YEAR          PIC 9(04).
001350     05  WS-RUN-MONTH         PIC 9(02).
001360     05  WS-RUN-DAY           PIC 9(02).
001370 01  WS-SH-DATE               PIC 9(08).
001380 01  WS-SH-DATE-GROUP REDEFINES WS-SH-DATE.
001390     05  WS-SH-YEAR           PIC 9(04).
001400     05  WS-SH-MONTH          PIC 9(02).
001410     05  WS-SH-DAY            PIC 9(02).

001420*****************************************************************
001430* MONTHS ARE NUMBERED YEAR X 12 + MONTH - 1, SO THE WINDOW IS
001440* THE WS-MOIS MONTHS BEFORE THE RUN MONTH AND A SALE'S BUCKET IS
001450* ITS MONTH NUMBER LESS WS-FIRST-MONTH, PLUS ONE.
001460*****************************************************************
001470 01  WS-RUN-MONTH-NO          PIC 9(06) COMP  VALUE ZERO.
001480 01  WS-FIRST-MONTH-NO        PIC 9(06) COMP  VALUE ZERO.
001490 01  WS-SALE-MONTH-NO         PIC 9(06) COMP  VALUE ZERO.
001500 01  WS-BUCKET                PIC S9(04) COMP  VALUE ZERO.
001510 01  WS-WORK-MONTH-NO         PIC 9(06) COMP  VALUE ZERO.
001520 01  WS-WORK-YEAR             PIC 9(04)  VALUE ZERO.
001530 01  WS-WORK-MONTH            PIC 9(02)  VALUE ZERO.
001540 01  WS-FROM-YYYYMM           PIC 9(06)  VALUE ZERO.
001550 01  WS-TO-YYYYMM             PIC 9(06)  VALUE ZERO.

001560 01  WS-MATCH-CODE            PIC X(03)  VALUE SPACES.
001570 01  WS-DEM-I                 PIC 9(03) COMP  VALUE ZERO.
001580 01  WS-LT-I                  PIC 9(03) COMP  VALUE ZERO.
001590 01  WS-M                     PIC 9(02) COMP  VALUE ZERO.

001600*****************************************************************
001610* PER-PRODUCT PLANNING FIGURES.
001620*****************************************************************
001630 01  WS-SUM-QTE               PIC S9(09) COMP-3  VALUE ZERO.
001640 01  WS-MOY-MOIS              PIC S9(07)V9(04) COMP-3 VALUE ZERO.
001650 01  WS-ECART-CARRE           PIC S9(13)V9(04) COMP-3 VALUE ZERO.
001660 01  WS-VARIANCE              PIC S9(13)V9(04) COMP-3 VALUE ZERO.
001670 01  WS-DEM-JOUR              PIC S9(05)V9(04) COMP-3 VALUE ZERO.
001680 01  WS-ECART-JOUR            PIC S9(05)V9(04) COMP-3 VALUE ZERO.
001690 01  WS-DELAI                 PIC S9(03)V9     COMP-3 VALUE ZERO.
001700 01  WS-DELAI-SOURCE          PIC X(01)  VALUE SPACE.
001710 01  WS-SECURITE              PIC S9(05) COMP-3  VALUE ZERO.
001720 01  WS-PROPOSE               PIC S9(05) COMP-3  VALUE ZERO.
001730 01  WS-ECART-SEUIL           PIC S9(05) COMP-3  VALUE ZERO.
001740 01  WS-ECART-VALEUR          PIC S9(09)V99 COMP-3 VALUE ZERO.
001750 01  WS-TOTAL-VALEUR          PIC S9(11)V99 COMP-3 VALUE ZERO.

001760*****************************************************************
001770* QUANTITY SHIPPED PER PRODUCT PER MONTH OF THE WINDOW, FROM
001780* SALEHIST.
001790*****************************************************************
001800 01  WS-DEM-TABLE.
001810     05  WS-DEM-COUNT         PIC 9(03) COMP  VALUE ZERO.
001820     05  WS-DEM-ENTRY OCCURS 500 TIMES.
001830         10  WS-DEM-CODE      PIC X(03).
001840         10  WS-DEM-QTE       PIC S9(07) COMP-3
001850                              OCCURS 24 TIMES.

001860*****************************************************************
001870* ACTUAL LEAD TIME PER SUPPLIER/PRODUCT PAIR, FROM SUPPDLV -
001880* THE SAME ACCUMULATION DAY7DLV PRINTS.
001890*****************************************************************
001900 01  WS-LT-TABLE.
001910     05  WS-LT-COUNT          PIC 9(03) COMP  VALUE ZERO.
001920     05  WS-LT-ENTRY OCCURS 500 TIMES.
001930         10  WS-LT-FOURN      PIC X(05).
001940         10  WS-LT-CODE       PIC X(03).
001950         10  WS-LT-DAYS       PIC S9(07)     COMP-3.
001960         10  WS-LT-N          PIC 9(05)      COMP.

001970 01  WS-SEPARATOR-LINE.
001980     05  FILLER               PIC X(132) VALUE ALL "=".

001990 01  WS-REPORT-HEADING.
002000     05  FILLER               PIC X(42) VALUE
002010         "REVISION DES SEUILS DE REAPPRO AU        ".
002020     05  WH-RUN-DATE          PIC 9(08).

002030 01  WS-REPORT-HEADING-2.
002040     05  FILLER               PIC X(14) VALUE "VENTES DU MOIS".
002050     05  FILLER               PIC X(01) VALUE SPACE.
002060     05  WH-FROM              PIC 9(06).
002070     05  FILLER               PIC X(04) VALUE " AU ".
002080     05  WH-TO                PIC 9(06).
002090     05  FILLER               PIC X(23) VALUE
002100         "   FACTEUR DE SERVICE  ".
002110     05  WH-FACTEUR           PIC 9.99.

002120 01  WS-COLUMN-HEADING.
002130     05  FILLER               PIC X(05) VALUE "CODE".
002140     05  FILLER               PIC X(16) VALUE "LIBELLE".
002150     05  FILLER               PIC X(10) VALUE "  DEM/JOUR".
002160     05  FILLER               PIC X(10) VALUE " ECART-TYP".
002170     05  FILLER               PIC X(08) VALUE "   DELAI".
002180     05  FILLER               PIC X(08) VALUE "  ACTUEL".
002190     05  FILLER               PIC X(08) VALUE "   SECU.".
002200     05  FILLER               PIC X(08) VALUE " PROPOSE".
002210     05  FILLER               PIC X(08) VALUE "   ECART".
002220     05  FILLER               PIC X(16) VALUE
002230         "   ECART VALEUR".
002240     05  FILLER               PIC X(12) VALUE "  REMARQUE".

002250 01  WS-DETAIL-LINE.
002260     05  WD-CODE              PIC X(03).
002270     05  FILLER               PIC X(02) VALUE SPACES.
002280     05  WD-LIBELLE           PIC X(15).
002290     05  FILLER               PIC X(01) VALUE SPACE.
002300     05  WD-DEM-JOUR          PIC ZZ,ZZ9.99.
002310     05  FILLER               PIC X(01) VALUE SPACE.
002320     05  WD-ECART-JOUR        PIC ZZ,ZZ9.99.
002330     05  FILLER               PIC X(02) VALUE SPACES.
002340     05  WD-DELAI             PIC ZZ9.9.
002350     05  WD-DELAI-SOURCE      PIC X(01).
002360     05  FILLER               PIC X(02) VALUE SPACES.
002370     05  WD-ACTUEL            PIC -ZZZZ9.
002380     05  FILLER               PIC X(02) VALUE SPACES.
002390     05  WD-SECURITE          PIC ZZZZZ9.
002400     05  FILLER               PIC X(02) VALUE SPACES.
002410     05  WD-PROPOSE           PIC -ZZZZ9.
002420     05  FILLER               PIC X(02) VALUE SPACES.
002430     05  WD-ECART             PIC -ZZZZ9.
002440     05  FILLER               PIC X(02) VALUE SPACES.
002450     05  WD-ECART-VALEUR      PIC -(10)9.99.
002460     05  FILLER               PIC X(02) VALUE SPACES.
002470     05  WD-FLAG              PIC X(12).

002480 01  WS-FOOTNOTE-LINE.
002490     05  FILLER               PIC X(28) VALUE
002500         "DELAI : R = REEL (SUPPDLV), ".
002510     05  FILLER               PIC X(30) VALUE
002520         "P = PROMIS (DELAI-LIVRAISON)  ".

002530 01  WS-TOTAL-LINE.
002540     05  FILLER               PIC X(16) VALUE "PROPOSITIONS :  ".
002550     05  WT-PROPOSALS         PIC ZZZZ9.
002560     05  FILLER               PIC X(30) VALUE
002570         "     ECART DE VALEUR TOTAL :  ".
002580     05  WT-VALEUR            PIC -(10)9.99.

002590 PROCEDURE DIVISION.

002600 0000-MAINLINE.
002610     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002620     IF NOT WS-EOF-REACHED
002630         PERFORM 2000-LOAD-DEMAND THRU 2000-EXIT
002640         PERFORM 2500-LOAD-LEAD-TIMES THRU 2500-EXIT
002650         MOVE "N" TO WS-EOF-SW
002660         PERFORM 3000-PLAN-ONE-PRODUIT THRU 3000-EXIT
002670             UNTIL WS-EOF-REACHED
002680         PERFORM 4000-PRINT-TOTALS THRU 4000-EXIT
002690     END-IF.
002700     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002710     GOBACK.

002720 1000-INITIALIZE.
002730     CALL "dayproc" USING WS-RUN-DATE.
002740     PERFORM 1050-READ-CONTROL-CARD THRU 1050-EXIT.
002750     COMPUTE WS-RUN-MONTH-NO =
002760         WS-RUN-YEAR * 12 + WS-RUN-MONTH - 1.
002770     COMPUTE WS-FIRST-MONTH-NO = WS-RUN-MONTH-NO - WS-MOIS.
002780     MOVE WS-FIRST-MONTH-NO TO WS-WORK-MONTH-NO.
002790     PERFORM 1100-MONTH-TO-YYYYMM THRU 1100-EXIT.
002800     COMPUTE WS-FROM-YYYYMM = WS-WORK-YEAR * 100 + WS-WORK-MONTH.
002810     COMPUTE WS-WORK-MONTH-NO = WS-RUN-MONTH-NO - 1.
002820     PERFORM 1100-MONTH-TO-YYYYMM THRU 1100-EXIT.
002830     COMPUTE WS-TO-YYYYMM = WS-WORK-YEAR * 100 + WS-WORK-MONTH.

002840     OPEN INPUT PRODMAST.
002850     IF NOT WS-PRODMAST-OK
002860         DISPLAY "DAY7ROP - UNABLE TO OPEN PRODMAST, STATUS "
002870             WS-PRODMAST-STATUS " - NOTHING TO PLAN"
002880         MOVE "Y" TO WS-EOF-SW
002890         GO TO 1000-EXIT
002900     END-IF.
002910     MOVE "Y" TO WS-PRODMAST-OPEN-SW.

002920     OPEN OUTPUT ROPPROP.
002930     IF NOT WS-ROPPROP-OK
002940         DISPLAY "DAY7ROP - UNABLE TO OPEN ROPPROP, STATUS "
002950             WS-ROPPROP-STATUS " - NOTHING TO PLAN"
002960         MOVE "Y" TO WS-EOF-SW
002970         GO TO 1000-EXIT
002980     END-IF.
002990     MOVE "Y" TO WS-ROPPROP-OPEN-SW.

003000     OPEN OUTPUT ROPRPT.
003010     IF NOT WS-ROPRPT-OK
003020         DISPLAY "DAY7ROP - UNABLE TO OPEN ROPRPT, STATUS "
003030             WS-ROPRPT-STATUS
003040         MOVE "Y" TO WS-EOF-SW
003050         GO TO 1000-EXIT
003060     END-IF.
003070     MOVE "Y" TO WS-ROPRPT-OPEN-SW.
003080     MOVE WS-RUN-DATE    TO WH-RUN-DATE.
003090     MOVE WS-FROM-YYYYMM TO WH-FROM.
003100     MOVE WS-TO-YYYYMM   TO WH-TO.
003110     MOVE WS-FACTEUR     TO WH-FACTEUR.
003120     WRITE ROPRPT-LINE FROM WS-REPORT-HEADING.
003130     WRITE ROPRPT-LINE FROM WS-REPORT-HEADING-2.
003140     WRITE ROPRPT-LINE FROM WS-SEPARATOR-LINE.
003150     WRITE ROPRPT-LINE FROM WS-COLUMN-HEADING.
003160     DISPLAY "DAY7ROP - DEMAND FROM " WS-FROM-YYYYMM " TO "
003170         WS-TO-YYYYMM ", SERVICE FACTOR " WS-FACTEUR.
003180 1000-EXIT.
003190     EXIT.

003200 1050-READ-CONTROL-CARD.
003210     OPEN INPUT ROPCTL.
003220     IF NOT WS-ROPCTL-OK
003230         DISPLAY "DAY7ROP - NO ROPCTL CARD, HOUSE DEFAULTS "
003240             "APPLY (6 MONTHS / 1.65)"
003250         GO TO 1050-EXIT
003260     END-IF.
003270     READ ROPCTL
003280         AT END
003290             CLOSE ROPCTL
003300             GO TO 1050-EXIT
003310     END-READ.
003320     CLOSE ROPCTL.
003330     IF RC-Mois IS NOT NUMERIC
003340         OR RC-Facteur IS NOT NUMERIC
003350         OR RC-Mois = ZERO
003360         OR RC-Mois > 24
003370         DISPLAY "DAY7ROP - ROPCTL CARD NOT VALID, HOUSE "
003380             "DEFAULTS APPLY (6 MONTHS / 1.65)"
003390         GO TO 1050-EXIT
003400     END-IF.
003410     MOVE RC-Mois    TO WS-MOIS.
003420     MOVE RC-Facteur TO WS-FACTEUR.
003430 1050-EXIT.
003440     EXIT.

003450 1100-MONTH-TO-YYYYMM.
003460     DIVIDE WS-WORK-MONTH-NO BY 12 GIVING WS-WORK-YEAR
003470         REMAINDER WS-WORK-MONTH.
003480     ADD 1 TO WS-WORK-MONTH.
003490 1100-EXIT.
003500     EXIT.

003510*****************************************************************
003520* SALEHIST IS READ END TO END; ONLY SHIPMENTS DATED IN THE
003530* WINDOW MONTHS ARE COUNTED.
003540*****************************************************************
003550 2000-LOAD-DEMAND.
003560     OPEN INPUT SALEHIST.
003570     IF NOT WS-SALEHIST-OK
003580         DISPLAY "DAY7ROP - UNABLE TO OPEN SALEHIST, STATUS "
003590             WS-SALEHIST-STATUS " - DEMAND TAKEN AS ZERO"
003600         GO TO 2000-EXIT
003610     END-IF.
003620     PERFORM 2010-LOAD-ONE-SALE THRU 2010-EXIT
003630         UNTIL WS-SALEHIST-STATUS = "10".
003640     CLOSE SALEHIST.
003650 2000-EXIT.
003660     EXIT.

003670 2010-LOAD-ONE-SALE.
003680     READ SALEHIST
003690         AT END
003700             MOVE "10" TO WS-SALEHIST-STATUS
003710             GO TO 2010-EXIT
003720     END-READ.
003730     ADD 1 TO WS-SALES-READ.
003740     MOVE SH-Date TO WS-SH-DATE.
003750     COMPUTE WS-SALE-MONTH-NO =
003760         WS-SH-YEAR * 12 + WS-SH-MONTH - 1.
003770     COMPUTE WS-BUCKET =
003780         WS-SALE-MONTH-NO - WS-FIRST-MONTH-NO + 1.
003790     IF WS-BUCKET < 1 OR WS-BUCKET > WS-MOIS
003800         GO TO 2010-EXIT
003810     END-IF.
003820     MOVE "N" TO WS-FOUND-SW.
003830     MOVE SH-Code-produit TO WS-MATCH-CODE.
003840     PERFORM 2020-MATCH-ONE-DEMAND THRU 2020-EXIT
003850         VARYING WS-DEM-I FROM 1 BY 1
003860         UNTIL WS-DEM-I > WS-DEM-COUNT
003870            OR WS-ENTRY-FOUND.
003880     IF WS-ENTRY-FOUND
003890         SUBTRACT 1 FROM WS-DEM-I
003900     ELSE
003910         IF WS-DEM-COUNT < 500
003920             ADD 1 TO WS-DEM-COUNT
003930             MOVE WS-DEM-COUNT TO WS-DEM-I
003940             MOVE SH-Code-produit TO WS-DEM-CODE(WS-DEM-I)
003950             PERFORM 2030-CLEAR-ONE-MONTH THRU 2030-EXIT
003960                 VARYING WS-M FROM 1 BY 1
003970                 UNTIL WS-M > 24
003980         ELSE
003990             DISPLAY "DAY7ROP - DEMAND TABLE FULL (500), "
004000                 SH-Code-produit " NOT COUNTED"
004010             GO TO 2010-EXIT
004020         END-IF
004030     END-IF.
004040     ADD SH-Qte TO WS-DEM-QTE(WS-DEM-I, WS-BUCKET).
004050     ADD 1 TO WS-SALES-USED.
004060 2010-EXIT.
004070     EXIT.

004080 2020-MATCH-ONE-DEMAND.
004090     IF WS-DEM-CODE(WS-DEM-I) = WS-MATCH-CODE
004100         MOVE "Y" TO WS-FOUND-SW
004110     END-IF.
004120 2020-EXIT.
004130     EXIT.

004140 2030-CLEAR-ONE-MONTH.
004150     MOVE ZERO TO WS-DEM-QTE(WS-DEM-I, WS-M).
004160 2030-EXIT.
004170     EXIT.

004180 2500-LOAD-LEAD-TIMES.
004190     OPEN INPUT SUPPDLV.
004200     IF NOT WS-SUPPDLV-OK
004210         DISPLAY "DAY7ROP - UNABLE TO OPEN SUPPDLV, STATUS "
004220             WS-SUPPDLV-STATUS " - PROMISED LEAD TIMES USED"
004230         GO TO 2500-EXIT
004240     END-IF.
004250     PERFORM 2510-LOAD-ONE-DELIVERY THRU 2510-EXIT
004260         UNTIL WS-SUPPDLV-STATUS = "10".
004270     CLOSE SUPPDLV.
004280 2500-EXIT.
004290     EXIT.

004300 2510-LOAD-ONE-DELIVERY.
004310     READ SUPPDLV
004320         AT END
004330             MOVE "10" TO WS-SUPPDLV-STATUS
004340             GO TO 2510-EXIT
004350     END-READ.
004360     ADD 1 TO WS-DLV-READ.
004370     IF SD-TYPE-RETURN
004380         GO TO 2510-EXIT
004390     END-IF.
004400     MOVE "N" TO WS-FOUND-SW.
004410     PERFORM 2520-MATCH-ONE-PAIR THRU 2520-EXIT
004420         VARYING WS-LT-I FROM 1 BY 1
004430         UNTIL WS-LT-I > WS-LT-COUNT
004440            OR WS-ENTRY-FOUND.
004450     IF WS-ENTRY-FOUND
004460         GO TO 2510-EXIT
004470     END-IF.
004480     IF WS-LT-COUNT < 500
004490         ADD 1 TO WS-LT-COUNT
004500         MOVE SD-Fournisseur  TO WS-LT-FOURN(WS-LT-COUNT)
004510         MOVE SD-Code-produit TO WS-LT-CODE(WS-LT-COUNT)
004520         MOVE SD-Delai-Reel   TO WS-LT-DAYS(WS-LT-COUNT)
004530         MOVE 1 TO WS-LT-N(WS-LT-COUNT)
004540     ELSE
004550         DISPLAY "DAY7ROP - LEAD-TIME TABLE FULL (500), "
004560             SD-Fournisseur " " SD-Code-produit " NOT COUNTED"
004570     END-IF.
004580 2510-EXIT.
004590     EXIT.

004600 2520-MATCH-ONE-PAIR.
004610     IF WS-LT-FOURN(WS-LT-I) = SD-Fournisseur
004620         AND WS-LT-CODE(WS-LT-I) = SD-Code-produit
004630         ADD SD-Delai-Reel TO WS-LT-DAYS(WS-LT-I)
004640         ADD 1 TO WS-LT-N(WS-LT-I)
004650         MOVE "Y" TO WS-FOUND-SW
004660     END-IF.
004670 2520-EXIT.
004680     EXIT.

004690 3000-PLAN-ONE-PRODUIT.
004700     READ PRODMAST NEXT RECORD
004710         AT END
004720             MOVE "Y" TO WS-EOF-SW
004730             GO TO 3000-EXIT
004740     END-READ.
004750     ADD 1 TO WS-PRODUCTS-READ.
004760     PERFORM 3100-COMPUTE-DEMAND THRU 3100-EXIT.
004770     PERFORM 3200-FIND-LEAD-TIME THRU 3200-EXIT.

004780     COMPUTE WS-SECURITE ROUNDED =
004790         WS-FACTEUR * WS-ECART-JOUR * (WS-DELAI ** 0.5).
004800     COMPUTE WS-PROPOSE ROUNDED =
004810         WS-DEM-JOUR * WS-DELAI + WS-SECURITE.
004820     COMPUTE WS-ECART-SEUIL = WS-PROPOSE - Seuil-Reappro.
004830     COMPUTE WS-ECART-VALEUR ROUNDED =
004840         WS-ECART-SEUIL * Cout-Moyen.

004850     MOVE Code-produit    TO WD-CODE.
004860     MOVE Libelle         TO WD-LIBELLE.
004870     MOVE WS-DEM-JOUR     TO WD-DEM-JOUR.
004880     MOVE WS-ECART-JOUR   TO WD-ECART-JOUR.
004890     MOVE WS-DELAI        TO WD-DELAI.
004900     MOVE WS-DELAI-SOURCE TO WD-DELAI-SOURCE.
004910     MOVE Seuil-Reappro   TO WD-ACTUEL.
004920     MOVE WS-SECURITE     TO WD-SECURITE.
004930     MOVE WS-PROPOSE      TO WD-PROPOSE.
004940     MOVE WS-ECART-SEUIL  TO WD-ECART.
004950     MOVE WS-ECART-VALEUR TO WD-ECART-VALEUR.
004960     MOVE SPACES TO WD-FLAG.
004970     IF WS-SUM-QTE = ZERO
004980         MOVE "SANS VENTE" TO WD-FLAG
004990     END-IF.
005000     IF WS-ECART-SEUIL = ZERO
005010         MOVE "INCHANGE" TO WD-FLAG
005020     END-IF.
005030     WRITE ROPRPT-LINE FROM WS-DETAIL-LINE.

005040     IF WS-ECART-SEUIL NOT = ZERO
005050         PERFORM 3300-WRITE-PROPOSAL THRU 3300-EXIT
005060     END-IF.
005070 3000-EXIT.
005080     EXIT.

005090*****************************************************************
005100* AVERAGE AND POPULATION VARIANCE OF THE MONTHLY QUANTITIES,
005110* BROUGHT DOWN TO A 30-DAY DAY. A MONTH WITH NO SALES COUNTS AS
005120* ZERO DEMAND, NOT AS MISSING.
005130*****************************************************************
005140 3100-COMPUTE-DEMAND.
005150     MOVE ZERO TO WS-SUM-QTE.
005160     MOVE ZERO TO WS-ECART-CARRE.
005170     MOVE ZERO TO WS-MOY-MOIS.
005180     MOVE ZERO TO WS-DEM-JOUR.
005190     MOVE ZERO TO WS-ECART-JOUR.
005200     MOVE "N" TO WS-FOUND-SW.
005210     MOVE Code-produit TO WS-MATCH-CODE.
005220     PERFORM 2020-MATCH-ONE-DEMAND THRU 2020-EXIT
005230         VARYING WS-DEM-I FROM 1 BY 1
005240         UNTIL WS-DEM-I > WS-DEM-COUNT
005250            OR WS-ENTRY-FOUND.
005260     IF NOT WS-ENTRY-FOUND
005270         GO TO 3100-EXIT
005280     END-IF.
005290     SUBTRACT 1 FROM WS-DEM-I.
005300     PERFORM 3110-ADD-ONE-MONTH THRU 3110-EXIT
005310         VARYING WS-M FROM 1 BY 1
005320         UNTIL WS-M > WS-MOIS.
005330     COMPUTE WS-MOY-MOIS ROUNDED = WS-SUM-QTE / WS-MOIS.
005340     PERFORM 3120-ADD-ONE-SQUARE THRU 3120-EXIT
005350         VARYING WS-M FROM 1 BY 1
005360         UNTIL WS-M > WS-MOIS.
005370     COMPUTE WS-VARIANCE ROUNDED = WS-ECART-CARRE / WS-MOIS.
005380     COMPUTE WS-DEM-JOUR ROUNDED = WS-MOY-MOIS / 30.
005390     COMPUTE WS-ECART-JOUR ROUNDED =
005400         (WS-VARIANCE / 30) ** 0.5.
005410 3100-EXIT.
005420     EXIT.

005430 3110-ADD-ONE-MONTH.
005440     ADD WS-DEM-QTE(WS-DEM-I, WS-M) TO WS-SUM-QTE.
005450 3110-EXIT.
005460     EXIT.

005470 3120-ADD-ONE-SQUARE.
005480     COMPUTE WS-ECART-CARRE = WS-ECART-CARRE +
005490         (WS-DEM-QTE(WS-DEM-I, WS-M) - WS-MOY-MOIS) *
005500         (WS-DEM-QTE(WS-DEM-I, WS-M) - WS-MOY-MOIS).
005510 3120-EXIT.
005520     EXIT.

005530*****************************************************************
005540* THE RECORDED DELIVERIES FROM THE PRODUCT'S CURRENT SUPPLIER;
005550* A SUPPLIER NEVER YET RECEIVED FROM FALLS BACK TO THE PROMISE.
005560*****************************************************************
005570 3200-FIND-LEAD-TIME.
005580     MOVE "N" TO WS-FOUND-SW.
005590     PERFORM 3210-MATCH-ONE-LEAD-TIME THRU 3210-EXIT
005600         VARYING WS-LT-I FROM 1 BY 1
005610         UNTIL WS-LT-I > WS-LT-COUNT
005620            OR WS-ENTRY-FOUND.
005630     IF WS-ENTRY-FOUND
005640         SUBTRACT 1 FROM WS-LT-I
005650         COMPUTE WS-DELAI ROUNDED =
005660             WS-LT-DAYS(WS-LT-I) / WS-LT-N(WS-LT-I)
005670         MOVE "R" TO WS-DELAI-SOURCE
005680     ELSE
005690         MOVE Delai-Livraison TO WS-DELAI
005700         MOVE "P" TO WS-DELAI-SOURCE
005710         ADD 1 TO WS-PROMISED-USED
005720     END-IF.
005730     IF WS-DELAI < ZERO
005740         MOVE ZERO TO WS-DELAI
005750     END-IF.
005760 3200-EXIT.
005770     EXIT.

005780 3210-MATCH-ONE-LEAD-TIME.
005790     IF WS-LT-FOURN(WS-LT-I) = Code-Fournisseur
005800         AND WS-LT-CODE(WS-LT-I) = Code-produit
005810         MOVE "Y" TO WS-FOUND-SW
005820     END-IF.
005830 3210-EXIT.
005840     EXIT.

005850 3300-WRITE-PROPOSAL.
005860     MOVE Code-produit    TO RP-Code-produit.
005870     MOVE Libelle         TO RP-Libelle.
005880     MOVE Seuil-Reappro   TO RP-Seuil-Actuel.
005890     MOVE WS-PROPOSE      TO RP-Seuil-Propose.
005900     MOVE WS-SECURITE     TO RP-Stock-Securite.
005910     MOVE WS-DEM-JOUR     TO RP-Demande-Jour.
005920     MOVE WS-ECART-JOUR   TO RP-Ecart-Type.
005930     MOVE WS-DELAI        TO RP-Delai.
005940     MOVE WS-DELAI-SOURCE TO RP-Delai-Source.
005950     MOVE Cout-Moyen      TO RP-Cout-Moyen.
005960     MOVE WS-ECART-VALEUR TO RP-Ecart-Valeur.
005970     MOVE WS-RUN-DATE     TO RP-Run-Date.
005980     MOVE "P"             TO RP-Statut.
005990     MOVE SPACES          TO RP-Decision-User.
006000     MOVE ZERO            TO RP-Decision-Date.
006010     WRITE ROPPROP-REC
006020         INVALID KEY
006030             DISPLAY "DAY7ROP - UNABLE TO WRITE PROPOSAL FOR "
006040                 Code-produit " STATUS " WS-ROPPROP-STATUS
006050             GO TO 3300-EXIT
006060     END-WRITE.
006070     ADD 1 TO WS-PROPOSALS.
006080     ADD WS-ECART-VALEUR TO WS-TOTAL-VALEUR.
006090 3300-EXIT.
006100     EXIT.

006110 4000-PRINT-TOTALS.
006120     WRITE ROPRPT-LINE FROM WS-SEPARATOR-LINE.
006130     MOVE WS-PROPOSALS    TO WT-PROPOSALS.
006140     MOVE WS-TOTAL-VALEUR TO WT-VALEUR.
006150     WRITE ROPRPT-LINE FROM WS-TOTAL-LINE.
006160     WRITE ROPRPT-LINE FROM WS-FOOTNOTE-LINE.
006170 4000-EXIT.
006180     EXIT.

006190 9000-TERMINATE.
006200     IF WS-PRODMAST-WAS-OPENED
006210         CLOSE PRODMAST
006220     END-IF.
006230     IF WS-ROPPROP-WAS-OPENED
006240         CLOSE ROPPROP
006250     END-IF.
006260     IF WS-ROPRPT-WAS-OPENED
006270         CLOSE ROPRPT
006280     END-IF.
006290     DISPLAY "DAY7ROP - SALES READ        : " WS-SALES-READ.
006300     DISPLAY "DAY7ROP - SALES IN WINDOW   : " WS-SALES-USED.
006310     DISPLAY "DAY7ROP - DELIVERIES READ   : " WS-DLV-READ.
006320     DISPLAY "DAY7ROP - PRODUCTS PLANNED  : " WS-PRODUCTS-READ.
006330     DISPLAY "DAY7ROP - PROMISED LEAD TIME: " WS-PROMISED-USED.
006340     DISPLAY "DAY7ROP - PROPOSALS WRITTEN : " WS-PROPOSALS.
006350 9000-EXIT.
006360     EXIT.
