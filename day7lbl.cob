000100*****************************************************************
000110* EXERCISE 7 PRICE HISTORY: SHELF-EDGE LABEL RUN
000120* READS THE PRICE-CHANGE LOG (PRCLOG) THAT DAY7, DAY7MNT AND
000130* DAY7APP WRITE AND, FOR EVERY PRODUCT WHOSE PRIX CHANGED,
000140* PRODUCES ONE SHELF-EDGE LABEL: ONE LABELREC RECORD ON THE
000150* LBLOUT FLAT FILE FOR THE LABEL PRINTER, AND THE SAME LABEL ON
000160* THE LBLRPT PRINTABLE SHEET FOR THE STORE TO CHECK AND PIN UP.
000170* EACH LABEL CARRIES THE CURRENT LIBELLE FROM PRODMAST, THE NEW
000180* PRICE EDITED AS DAY8'S PRIX-AFFICHE WITH THE CURRENCY SYMBOL
000190* FROM CURRTBL, THE TAX-INCLUSIVE PRICE FROM TAUX-TAXE (DAY8'S
000200* PRIX-AVEC-TAXE), THE OLD PRICE WHEN THE CHANGE IS A REDUCTION
000210* (A PROMOTION LABEL) AND THE UNIT-PRICE LINE. PRODMAST CARRIES
000220* NO UNIT OF MEASURE, SO THE UNIT IS THE PIECE AND THE UNIT
000230* PRICE IS THE TAX-INCLUSIVE PRICE OF ONE.
000240*
000250* A PRODUCT CHANGED MORE THAN ONCE GETS ONE LABEL, FOR ITS LAST
000260* SELECTED RUN DATE: THE OLD PRICE IS THE ONE IN FORCE BEFORE
000270* THE FIRST CHANGE OF THAT DAY, THE NEW PRICE THE ONE AFTER THE
000280* LAST. A PRODUCT SINCE DELETED FROM PRODMAST GETS NO LABEL.
000290* WHEN A REPRINT SELECTS AN OLDER CHANGE AND THE PRODUCT HAS
000300* BEEN REPRICED SINCE, THE SHEET FLAGS THE CURRENT PRICE.
000310*
000320* COMMAND-LINE PARAMETERS (ALL OPTIONAL, IN ORDER) - THE REPRINT
000330* OPTION. WITH NONE, THE NIGHTLY RUN LABELS THE CHANGES LOGGED
000340* ON THE DAYPROC PROCESSING DATE:
000350*   1 - CODE-PRODUIT TO REPRINT, OR "ALL" (DEFAULT ALL)
000360*   2 - FROM RUN-DATE YYYYMMDD
000370*   3 - TO RUN-DATE YYYYMMDD (DEFAULT 99999999)
000380* WITHOUT A FROM DATE, "ALL" REPRINTS THE PROCESSING DATE'S
000390* LABELS AND A SINGLE CODE-PRODUIT REPRINTS ITS LATEST CHANGE.
000400* RETURN CODE 12 WHEN A FILE CANNOT BE OPENED, 4 WHEN THE
000410* LABEL TABLE IS FULL AND SOME PRODUCTS GOT NO LABEL.
000420*****************************************************************
000430* MODIFICATION HISTORY
000440*  10/15/2026  JPH  ORIGINAL VERSION.
000450*****************************************************************
000460 IDENTIFICATION DIVISION.
000470 PROGRAM-ID. day7lbl.
000480 AUTHOR. jphNovitz.
000490 DATE-WRITTEN. 2026/10/15.
000500 DATE-COMPILED.

000510 ENVIRONMENT DIVISION.
000520 INPUT-OUTPUT SECTION.
000530 FILE-CONTROL.
000540     SELECT PRCLOG ASSIGN TO "PRCLOG"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS WS-PRCLOG-STATUS.

000570     SELECT PRODMAST ASSIGN TO "PRODMAST"
000580         ORGANIZATION IS INDEXED
000590         ACCESS MODE IS DYNAMIC
000600         RECORD KEY IS Code-produit
000610         FILE STATUS IS WS-PRODMAST-STATUS.

000620     SELECT CURRTBL ASSIGN TO "CURRTBL"
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS WS-CURRTBL-STATUS.

000650     SELECT LBLOUT ASSIGN TO "LBLOUT"
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS WS-LBLOUT-STATUS.

000680     SELECT LBLRPT ASSIGN TO "LBLRPT"
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS WS-LBLRPT-STATUS.

000710 DATA DIVISION.
000720 FILE SECTION.
000730 FD  PRCLOG
000740     RECORDING MODE IS F.
000750     COPY PRCLOG.

000760 FD  PRODMAST
000770     RECORDING MODE IS F.
000780     COPY PRODREC.

000790 FD  CURRTBL
000800     RECORDING MODE IS F.
000810 01  CURRTBL-REC.
000820     05  CUR-Code             PIC X(03).
000830     05  CUR-Symbol           PIC X(03).
000840     05  CUR-Decimals         PIC 9(01).
000850     05  CUR-Rate             PIC 9(04)V9(06).
000860     05  CUR-Rate-Date        PIC 9(08).

000870 FD  LBLOUT
000880     RECORDING MODE IS F.
000890     COPY LABELREC.

000900 FD  LBLRPT
000910     RECORDING MODE IS F.
000920 01  LBLRPT-LINE              PIC X(80).

000930 WORKING-STORAGE SECTION.
000940 01  WS-PRCLOG-STATUS         PIC X(02).
000950     88  WS-PRCLOG-OK              VALUE "00".

000960 01  WS-PRODMAST-STATUS       PIC X(02).
000970     88  WS-PRODMAST-OK             VALUE "00".

000980 01  WS-CURRTBL-STATUS        PIC X(02).
000990     88  WS-CURRTBL-OK              VALUE "00".

001000 01  WS-LBLOUT-STATUS         PIC X(02).
001010     88  WS-LBLOUT-OK               VALUE "00".

001020 01  WS-LBLRPT-STATUS         PIC X(02).
001030     88  WS-LBLRPT-OK               VALUE "00".

001040 01  WS-SWITCHES.
001050     05  WS-EOF-SW            PIC X(01)  VALUE "N".
001060         88  WS-EOF-REACHED          VALUE "Y".
001070     05  WS-PRCLOG-OPEN-SW    PIC X(01)  VALUE "N".
001080         88  WS-PRCLOG-WAS-OPENED    VALUE "Y".
001090     05  WS-PRODMAST-OPEN-SW  PIC X(01)  VALUE "N".
001100         88  WS-PRODMAST-WAS-OPENED  VALUE "Y".
001110     05  WS-LBLOUT-OPEN-SW    PIC X(01)  VALUE "N".
001120         88  WS-LBLOUT-WAS-OPENED    VALUE "Y".
001130     05  WS-LBLRPT-OPEN-SW    PIC X(01)  VALUE "N".
001140         88  WS-LBLRPT-WAS-OPENED    VALUE "Y".
001150     05  WS-TABLE-FULL-SW     PIC X(01)  VALUE "N".
001160         88  WS-TABLE-FULL           VALUE "Y".

001170 01  WS-COUNTERS.
001180     05  WS-ENTRIES-READ      PIC 9(05) COMP  VALUE ZERO.
001190     05  WS-ENTRIES-SELECTED  PIC 9(05) COMP  VALUE ZERO.
001200     05  WS-LABELS-WRITTEN    PIC 9(05) COMP  VALUE ZERO.
001210     05  WS-PROMO-LABELS      PIC 9(05) COMP  VALUE ZERO.
001220     05  WS-DELETED-SKIPPED   PIC 9(05) COMP  VALUE ZERO.
001230     05  WS-REPRICED-SINCE    PIC 9(05) COMP  VALUE ZERO.
001240     05  WS-TABLE-OVERFLOW    PIC 9(05) COMP  VALUE ZERO.

001250 01  WS-RUN-DATE              PIC 9(08).

001260 01  WS-SELECT-CODE           PIC X(03)  VALUE SPACES.
001270 01  WS-SELECT-ALL-SW         PIC X(01)  VALUE "Y".
001280     88  WS-SELECT-ALL             VALUE "Y".
001290 01  WS-FROM-DATE             PIC 9(08)  VALUE ZERO.
001300 01  WS-TO-DATE               PIC 9(08)  VALUE 99999999.

001310 01  WS-PARM-COUNT            PIC 9(02).
001320 01  WS-PARM-INDEX            PIC 9(02).
001330 01  WS-PARM-VALUE            PIC X(08).
001340 01  WS-PARM-VALUE-NUM REDEFINES WS-PARM-VALUE
001350                              PIC 9(08).

001360* ONE ENTRY PER PRODUCT SELECTED FROM PRCLOG, IN THE ORDER THE
001370* PRODUCTS FIRST APPEAR ON THE LOG.
001380 01  WS-LBL-TABLE.
001390     05  WS-LBL-ENTRY OCCURS 500 TIMES.
001400         10  WS-LT-CODE       PIC X(03).
001410         10  WS-LT-DATE       PIC 9(08).
001420         10  WS-LT-OLD-PRIX   PIC S9(06)V99 COMP-3.
001430         10  WS-LT-NEW-PRIX   PIC S9(06)V99 COMP-3.
001440 01  WS-LBL-COUNT             PIC 9(04) COMP  VALUE ZERO.
001450 01  WS-LBL-I                 PIC 9(04) COMP  VALUE ZERO.
001460 01  WS-LBL-SLOT              PIC 9(04) COMP  VALUE ZERO.

001470 01  WS-CURRENCY-SYMBOL       PIC X(03).
001480 01  Prix-Affiche PIC -ZZ,ZZZ,ZZ9.99.
001490 01  Prix-Avec-Taxe PIC S9(06)V99.
001500 01  Prix-Taxe-Affiche PIC -ZZ,ZZZ,ZZ9.99.
001510 01  WS-ANCIEN-AFFICHE        PIC -ZZ,ZZZ,ZZ9.99.
001520 01  WS-ACTUEL-AFFICHE        PIC -ZZ,ZZZ,ZZ9.99.

001530 01  WS-UNIT-LINE.
001540     05  FILLER               PIC X(21) VALUE
001550         "PRIX A L'UNITE TTC : ".
001560     05  WU-SYMBOLE           PIC X(03).
001570     05  FILLER               PIC X(01) VALUE SPACE.
001580     05  WU-PRIX              PIC X(14).
001590     05  FILLER               PIC X(01) VALUE SPACE.

001600     COPY CURRTBL.

001610 01  WS-HEADING-1.
001620     05  FILLER               PIC X(20) VALUE
001630         "ETIQUETTES DE RAYON ".
001640     05  FILLER               PIC X(10) VALUE "PRODUIT : ".
001650     05  WH-SELECT-CODE       PIC X(03).
001660     05  FILLER               PIC X(03) VALUE SPACES.
001670     05  FILLER               PIC X(05) VALUE "DU : ".
001680     05  WH-FROM-DATE         PIC 9(08).
001690     05  FILLER               PIC X(06) VALUE " AU : ".
001700     05  WH-TO-DATE           PIC 9(08).
001710     05  FILLER               PIC X(03) VALUE SPACES.
001720     05  WH-MODE              PIC X(15).

001730 01  WS-BORDER-LINE.
001740     05  FILLER               PIC X(01) VALUE "+".
001750     05  FILLER               PIC X(46) VALUE ALL "-".
001760     05  FILLER               PIC X(01) VALUE "+".

001770 01  WS-LABEL-NAME-LINE.
001780     05  FILLER               PIC X(02) VALUE "| ".
001790     05  WL-CODE              PIC X(03).
001800     05  FILLER               PIC X(02) VALUE SPACES.
001810     05  WL-LIBELLE           PIC X(15).
001820     05  FILLER               PIC X(04) VALUE SPACES.
001830     05  WL-PROMO-TEXT        PIC X(13).

001840 01  WS-LABEL-PRICE-LINE.
001850     05  FILLER               PIC X(02) VALUE "| ".
001860     05  WP-TEXT              PIC X(08).
001870     05  WP-SYMBOLE           PIC X(03).
001880     05  FILLER               PIC X(01) VALUE SPACE.
001890     05  WP-PRIX              PIC X(14).
001900     05  FILLER               PIC X(02) VALUE SPACES.
001910     05  WP-NOTE              PIC X(30).

001920 01  WS-LABEL-TAX-NOTE.
001930     05  FILLER               PIC X(05) VALUE "TVA  ".
001940     05  WN-TAUX              PIC Z9.99.
001950     05  FILLER               PIC X(01) VALUE "%".

001960 01  WS-LABEL-UNIT-LINE.
001970     05  FILLER               PIC X(02) VALUE "| ".
001980     05  WU-TEXT              PIC X(40).

001990 01  WS-LABEL-DATE-LINE.
002000     05  FILLER               PIC X(02) VALUE "| ".
002010     05  FILLER               PIC X(15) VALUE
002020         "DATE D'EFFET : ".
002030     05  WE-DATE              PIC 9(08).

002040 01  WS-TRAILER-1.
002050     05  FILLER               PIC X(30) VALUE
002060         "ETIQUETTES PRODUITES ........ ".
002070     05  WT-LABELS            PIC ZZZZ9.
002080 01  WS-TRAILER-2.
002090     05  FILLER               PIC X(30) VALUE
002100         "  DONT PROMOTIONS ........... ".
002110     05  WT-PROMO             PIC ZZZZ9.
002120 01  WS-TRAILER-3.
002130     05  FILLER               PIC X(30) VALUE
002140         "PRODUITS SUPPRIMES IGNORES .. ".
002150     05  WT-DELETED           PIC ZZZZ9.
002160 01  WS-TRAILER-4.
002170     05  FILLER               PIC X(30) VALUE
002180         "PRIX MODIFIES DEPUIS ........ ".
002190     05  WT-REPRICED          PIC ZZZZ9.
002200 01  WS-TRAILER-5.
002210     05  FILLER               PIC X(30) VALUE
002220         "** TABLE PLEINE, SANS ETIQ. . ".
002230     05  WT-OVERFLOW          PIC ZZZZ9.

002240 PROCEDURE DIVISION.

002250 0000-MAINLINE.
002260     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002270     PERFORM 2000-PROCESS-ENTRY THRU 2000-EXIT
002280         UNTIL WS-EOF-REACHED.
002290     PERFORM 3000-WRITE-LABEL THRU 3000-EXIT
002300         VARYING WS-LBL-I FROM 1 BY 1
002310         UNTIL WS-LBL-I > WS-LBL-COUNT.
002320     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002330     GOBACK.

002340*****************************************************************
002350* OPEN THE FILES AND WORK OUT WHICH LOG ENTRIES TO LABEL.
002360*****************************************************************
002370 1000-INITIALIZE.
002380     CALL "dayproc" USING WS-RUN-DATE.
002390     PERFORM 1100-GET-PARMS THRU 1100-EXIT.
002400     PERFORM 1200-LOAD-CURRENCY-TABLE THRU 1200-EXIT.

002410     OPEN INPUT PRCLOG.
002420     IF NOT WS-PRCLOG-OK
002430         DISPLAY "DAY7LBL - UNABLE TO OPEN PRCLOG, STATUS "
002440             WS-PRCLOG-STATUS
002450         MOVE 12 TO RETURN-CODE
002460         MOVE "Y" TO WS-EOF-SW
002470         GO TO 1000-EXIT
002480     END-IF.
002490     MOVE "Y" TO WS-PRCLOG-OPEN-SW.

002500     OPEN INPUT PRODMAST.
002510     IF NOT WS-PRODMAST-OK
002520         DISPLAY "DAY7LBL - UNABLE TO OPEN PRODMAST, STATUS "
002530             WS-PRODMAST-STATUS
002540         MOVE 12 TO RETURN-CODE
002550         MOVE "Y" TO WS-EOF-SW
002560         GO TO 1000-EXIT
002570     END-IF.
002580     MOVE "Y" TO WS-PRODMAST-OPEN-SW.

002590     OPEN OUTPUT LBLOUT.
002600     IF NOT WS-LBLOUT-OK
002610         DISPLAY "DAY7LBL - UNABLE TO OPEN LBLOUT, STATUS "
002620             WS-LBLOUT-STATUS
002630         MOVE 12 TO RETURN-CODE
002640         MOVE "Y" TO WS-EOF-SW
002650         GO TO 1000-EXIT
002660     END-IF.
002670     MOVE "Y" TO WS-LBLOUT-OPEN-SW.

002680     OPEN OUTPUT LBLRPT.
002690     IF NOT WS-LBLRPT-OK
002700         DISPLAY "DAY7LBL - UNABLE TO OPEN LBLRPT, STATUS "
002710             WS-LBLRPT-STATUS
002720         MOVE 12 TO RETURN-CODE
002730         MOVE "Y" TO WS-EOF-SW
002740         GO TO 1000-EXIT
002750     END-IF.
002760     MOVE "Y" TO WS-LBLRPT-OPEN-SW.

002770     IF WS-SELECT-ALL
002780         MOVE "ALL" TO WH-SELECT-CODE
002790     ELSE
002800         MOVE WS-SELECT-CODE TO WH-SELECT-CODE
002810     END-IF.
002820     MOVE WS-FROM-DATE TO WH-FROM-DATE.
002830     MOVE WS-TO-DATE   TO WH-TO-DATE.
002840     IF WS-PARM-COUNT > ZERO
002850         MOVE "REIMPRESSION" TO WH-MODE
002860     ELSE
002870         MOVE "PASSAGE DE NUIT" TO WH-MODE
002880     END-IF.
002890     MOVE WS-HEADING-1 TO LBLRPT-LINE.
002900     WRITE LBLRPT-LINE.
002910     MOVE SPACES TO LBLRPT-LINE.
002920     WRITE LBLRPT-LINE.

002930     PERFORM 2100-READ-PRCLOG THRU 2100-EXIT.
002940 1000-EXIT.
002950     EXIT.

002960 1100-GET-PARMS.
002970     ACCEPT WS-PARM-COUNT FROM ARGUMENT-NUMBER.

002980     IF WS-PARM-COUNT NOT >= 1
002990         GO TO 1100-DEFAULT-DATES
003000     END-IF.
003010     MOVE 1 TO WS-PARM-INDEX.
003020     DISPLAY WS-PARM-INDEX UPON ARGUMENT-NUMBER.
003030     ACCEPT WS-PARM-VALUE FROM ARGUMENT-VALUE.
003040     IF WS-PARM-VALUE(1:3) NOT = "ALL"
003050         AND WS-PARM-VALUE(1:3) NOT = SPACES
003060         MOVE WS-PARM-VALUE(1:3) TO WS-SELECT-CODE
003070         MOVE "N" TO WS-SELECT-ALL-SW
003080     END-IF.

003090     IF WS-PARM-COUNT NOT >= 2
003100         GO TO 1100-DEFAULT-DATES
003110     END-IF.
003120     MOVE 2 TO WS-PARM-INDEX.
003130     DISPLAY WS-PARM-INDEX UPON ARGUMENT-NUMBER.
003140     ACCEPT WS-PARM-VALUE FROM ARGUMENT-VALUE.
003150     IF WS-PARM-VALUE IS NUMERIC
003160         MOVE WS-PARM-VALUE-NUM TO WS-FROM-DATE
003170     END-IF.

003180     IF WS-PARM-COUNT NOT >= 3
003190         GO TO 1100-EXIT
003200     END-IF.
003210     MOVE 3 TO WS-PARM-INDEX.
003220     DISPLAY WS-PARM-INDEX UPON ARGUMENT-NUMBER.
003230     ACCEPT WS-PARM-VALUE FROM ARGUMENT-VALUE.
003240     IF WS-PARM-VALUE IS NUMERIC
003250         MOVE WS-PARM-VALUE-NUM TO WS-TO-DATE
003260     END-IF.
003270     GO TO 1100-EXIT.

003280* NO DATE RANGE GIVEN: THE NIGHT'S CHANGES, UNLESS ONE PRODUCT
003290* WAS ASKED FOR, WHICH TAKES ITS WHOLE HISTORY.
003300 1100-DEFAULT-DATES.
003310     IF WS-SELECT-ALL
003320         MOVE WS-RUN-DATE TO WS-FROM-DATE
003330         MOVE WS-RUN-DATE TO WS-TO-DATE
003340     END-IF.
003350 1100-EXIT.
003360     EXIT.

003370 1200-LOAD-CURRENCY-TABLE.
003380     OPEN INPUT CURRTBL.
003390     IF NOT WS-CURRTBL-OK
003400         DISPLAY "DAY7LBL - UNABLE TO OPEN CURRTBL, STATUS "
003410             WS-CURRTBL-STATUS
003420             " - LABELS SHOW THE CODE-DEVISE"
003430         GO TO 1200-EXIT
003440     END-IF.

003450     PERFORM 1210-LOAD-ONE-CURRENCY THRU 1210-EXIT
003460         UNTIL WS-CURRTBL-STATUS = "10".
003470     CLOSE CURRTBL.
003480 1200-EXIT.
003490     EXIT.

003500 1210-LOAD-ONE-CURRENCY.
003510     READ CURRTBL
003520         AT END
003530             MOVE "10" TO WS-CURRTBL-STATUS
003540             GO TO 1210-EXIT
003550     END-READ.
003560     IF WS-CURR-COUNT < 50
003570         ADD 1 TO WS-CURR-COUNT
003580         MOVE CUR-Code      TO WS-CURR-CODE(WS-CURR-COUNT)
003590         MOVE CUR-Symbol    TO WS-CURR-SYMBOL(WS-CURR-COUNT)
003600         MOVE CUR-Decimals  TO WS-CURR-DECIMALS(WS-CURR-COUNT)
003610         MOVE CUR-Rate      TO WS-CURR-RATE(WS-CURR-COUNT)
003620         MOVE CUR-Rate-Date TO WS-CURR-RATE-DATE(WS-CURR-COUNT)
003630     ELSE
003640         DISPLAY "DAY7LBL - CURRENCY TABLE FULL (50), "
003650             CUR-Code " IGNORED"
003660     END-IF.
003670 1210-EXIT.
003680     EXIT.

003690*****************************************************************
003700* KEEP ONE ENTRY PER PRODUCT FOR ITS LAST SELECTED RUN DATE.
003710*****************************************************************
003720 2000-PROCESS-ENTRY.
003730     ADD 1 TO WS-ENTRIES-READ.
003740     IF NOT WS-SELECT-ALL
003750         AND PRC-Code-produit NOT = WS-SELECT-CODE
003760         GO TO 2000-EXIT-VIA-READ
003770     END-IF.
003780     IF PRC-Run-Date < WS-FROM-DATE
003790         OR PRC-Run-Date > WS-TO-DATE
003800         GO TO 2000-EXIT-VIA-READ
003810     END-IF.
003820     ADD 1 TO WS-ENTRIES-SELECTED.

003830     MOVE ZERO TO WS-LBL-SLOT.
003840     PERFORM 2200-FIND-PRODUCT THRU 2200-EXIT
003850         VARYING WS-LBL-I FROM 1 BY 1
003860         UNTIL WS-LBL-I > WS-LBL-COUNT OR WS-LBL-SLOT > ZERO.

003870     IF WS-LBL-SLOT = ZERO
003880         IF WS-LBL-COUNT NOT < 500
003890             ADD 1 TO WS-TABLE-OVERFLOW
003900             IF NOT WS-TABLE-FULL
003910                 DISPLAY "DAY7LBL - LABEL TABLE FULL (500), "
003920                     "LATER PRODUCTS GET NO LABEL"
003930                 MOVE "Y" TO WS-TABLE-FULL-SW
003940                 MOVE 4 TO RETURN-CODE
003950             END-IF
003960             GO TO 2000-EXIT-VIA-READ
003970         END-IF
003980         ADD 1 TO WS-LBL-COUNT
003990         MOVE WS-LBL-COUNT     TO WS-LBL-SLOT
004000         MOVE PRC-Code-produit TO WS-LT-CODE(WS-LBL-SLOT)
004010         MOVE PRC-Run-Date     TO WS-LT-DATE(WS-LBL-SLOT)
004020         MOVE PRC-Old-Prix     TO WS-LT-OLD-PRIX(WS-LBL-SLOT)
004030         MOVE PRC-New-Prix     TO WS-LT-NEW-PRIX(WS-LBL-SLOT)
004040         GO TO 2000-EXIT-VIA-READ
004050     END-IF.

004060     IF PRC-Run-Date < WS-LT-DATE(WS-LBL-SLOT)
004070         GO TO 2000-EXIT-VIA-READ
004080     END-IF.
004090     IF PRC-Run-Date > WS-LT-DATE(WS-LBL-SLOT)
004100         MOVE PRC-Run-Date TO WS-LT-DATE(WS-LBL-SLOT)
004110         MOVE PRC-Old-Prix TO WS-LT-OLD-PRIX(WS-LBL-SLOT)
004120     END-IF.
004130     MOVE PRC-New-Prix TO WS-LT-NEW-PRIX(WS-LBL-SLOT).

004140 2000-EXIT-VIA-READ.
004150     PERFORM 2100-READ-PRCLOG THRU 2100-EXIT.
004160 2000-EXIT.
004170     EXIT.

004180 2100-READ-PRCLOG.
004190     READ PRCLOG
004200         AT END
004210             MOVE "Y" TO WS-EOF-SW
004220             GO TO 2100-EXIT
004230     END-READ.
004240 2100-EXIT.
004250     EXIT.

004260 2200-FIND-PRODUCT.
004270     IF WS-LT-CODE(WS-LBL-I) = PRC-Code-produit
004280         MOVE WS-LBL-I TO WS-LBL-SLOT
004290     END-IF.
004300 2200-EXIT.
004310     EXIT.

004320*****************************************************************
004330* ONE LABEL: THE LBLOUT RECORD AND ITS BLOCK ON THE SHEET.
004340*****************************************************************
004350 3000-WRITE-LABEL.
004360     MOVE WS-LT-CODE(WS-LBL-I) TO Code-produit.
004370     READ PRODMAST
004380         INVALID KEY
004390             DISPLAY "DAY7LBL - PRODUCT " WS-LT-CODE(WS-LBL-I)
004400                 " NO LONGER ON PRODMAST - NO LABEL"
004410             ADD 1 TO WS-DELETED-SKIPPED
004420             GO TO 3000-EXIT
004430     END-READ.

004440     PERFORM 3100-SET-CURRENCY-SYMBOL THRU 3100-EXIT.

004450     MOVE WS-LT-NEW-PRIX(WS-LBL-I) TO Prix-Affiche.
004460     COMPUTE Prix-Avec-Taxe ROUNDED =
004470         WS-LT-NEW-PRIX(WS-LBL-I)
004480             + (WS-LT-NEW-PRIX(WS-LBL-I) * Taux-Taxe / 100).
004490     MOVE Prix-Avec-Taxe TO Prix-Taxe-Affiche.
004500     MOVE WS-CURRENCY-SYMBOL TO WU-SYMBOLE.
004510     MOVE Prix-Taxe-Affiche  TO WU-PRIX.

004520     MOVE SPACES TO LABEL-REC.
004530     MOVE Code-produit             TO LBL-Code-produit.
004540     MOVE Libelle                  TO LBL-Libelle.
004550     MOVE Code-Devise              TO LBL-Code-Devise.
004560     MOVE WS-CURRENCY-SYMBOL       TO LBL-Symbole.
004570     MOVE Prix-Affiche             TO LBL-Prix-Affiche.
004580     MOVE Prix-Taxe-Affiche        TO LBL-TTC-Affiche.
004590     MOVE Taux-Taxe                TO LBL-Taux-Taxe.
004600     MOVE WS-UNIT-LINE             TO LBL-Ligne-Unitaire.
004610     MOVE WS-LT-NEW-PRIX(WS-LBL-I) TO LBL-Prix.
004620     MOVE Prix-Avec-Taxe           TO LBL-Prix-TTC.
004630     MOVE ZERO                     TO LBL-Ancien-Prix.
004640     MOVE WS-LT-DATE(WS-LBL-I)     TO LBL-Date-Effet.
004650     IF WS-LT-NEW-PRIX(WS-LBL-I) < WS-LT-OLD-PRIX(WS-LBL-I)
004660         MOVE "P" TO LBL-Promo
004670         MOVE WS-LT-OLD-PRIX(WS-LBL-I) TO WS-ANCIEN-AFFICHE
004680         MOVE WS-ANCIEN-AFFICHE        TO LBL-Ancien-Affiche
004690         MOVE WS-LT-OLD-PRIX(WS-LBL-I) TO LBL-Ancien-Prix
004700         ADD 1 TO WS-PROMO-LABELS
004710     END-IF.
004720     WRITE LABEL-REC.
004730     ADD 1 TO WS-LABELS-WRITTEN.

004740     PERFORM 3200-PRINT-LABEL THRU 3200-EXIT.
004750 3000-EXIT.
004760     EXIT.

004770 3100-SET-CURRENCY-SYMBOL.
004780     MOVE Code-Devise TO WS-CURRENCY-SYMBOL.
004790     IF WS-CURR-COUNT = ZERO
004800         GO TO 3100-EXIT
004810     END-IF.
004820     SET WS-CURR-IDX TO 1.
004830     SEARCH WS-CURR-ENTRY
004840         AT END
004850             NEXT SENTENCE
004860         WHEN WS-CURR-CODE(WS-CURR-IDX) = Code-Devise
004870             MOVE WS-CURR-SYMBOL(WS-CURR-IDX)
004880                 TO WS-CURRENCY-SYMBOL
004890     END-SEARCH.
004900 3100-EXIT.
004910     EXIT.

004920 3200-PRINT-LABEL.
004930     MOVE WS-BORDER-LINE TO LBLRPT-LINE.
004940     WRITE LBLRPT-LINE.

004950     MOVE LBL-Code-produit TO WL-CODE.
004960     MOVE LBL-Libelle      TO WL-LIBELLE.
004970     IF LBL-IS-PROMO
004980         MOVE "* PROMOTION *" TO WL-PROMO-TEXT
004990     ELSE
005000         MOVE SPACES TO WL-PROMO-TEXT
005010     END-IF.
005020     MOVE WS-LABEL-NAME-LINE TO LBLRPT-LINE.
005030     WRITE LBLRPT-LINE.

005040     MOVE "PRIX    " TO WP-TEXT.
005050     MOVE LBL-Symbole TO WP-SYMBOLE.
005060     MOVE LBL-Prix-Affiche TO WP-PRIX.
005070     MOVE SPACES TO WP-NOTE.
005080     MOVE WS-LABEL-PRICE-LINE TO LBLRPT-LINE.
005090     WRITE LBLRPT-LINE.

005100     MOVE "TTC     " TO WP-TEXT.
005110     MOVE LBL-TTC-Affiche TO WP-PRIX.
005120     MOVE Taux-Taxe TO WN-TAUX.
005130     MOVE WS-LABEL-TAX-NOTE TO WP-NOTE.
005140     MOVE WS-LABEL-PRICE-LINE TO LBLRPT-LINE.
005150     WRITE LBLRPT-LINE.

005160     IF LBL-IS-PROMO
005170         MOVE "AVANT   " TO WP-TEXT
005180         MOVE LBL-Ancien-Affiche TO WP-PRIX
005190         MOVE SPACES TO WP-NOTE
005200         MOVE WS-LABEL-PRICE-LINE TO LBLRPT-LINE
005210         WRITE LBLRPT-LINE
005220     END-IF.

005230     MOVE LBL-Ligne-Unitaire TO WU-TEXT.
005240     MOVE WS-LABEL-UNIT-LINE TO LBLRPT-LINE.
005250     WRITE LBLRPT-LINE.

005260     MOVE LBL-Date-Effet TO WE-DATE.
005270     MOVE WS-LABEL-DATE-LINE TO LBLRPT-LINE.
005280     WRITE LBLRPT-LINE.

005290     IF Prix NOT = WS-LT-NEW-PRIX(WS-LBL-I)
005300         MOVE "ACTUEL  " TO WP-TEXT
005310         MOVE Prix TO WS-ACTUEL-AFFICHE
005320         MOVE WS-ACTUEL-AFFICHE TO WP-PRIX
005330         MOVE "** PRIX MODIFIE DEPUIS **" TO WP-NOTE
005340         MOVE WS-LABEL-PRICE-LINE TO LBLRPT-LINE
005350         WRITE LBLRPT-LINE
005360         ADD 1 TO WS-REPRICED-SINCE
005370     END-IF.

005380     MOVE WS-BORDER-LINE TO LBLRPT-LINE.
005390     WRITE LBLRPT-LINE.
005400     MOVE SPACES TO LBLRPT-LINE.
005410     WRITE LBLRPT-LINE.
005420 3200-EXIT.
005430     EXIT.

005440 9000-TERMINATE.
005450     IF WS-LBLRPT-WAS-OPENED
005460         MOVE WS-LABELS-WRITTEN TO WT-LABELS
005470         MOVE WS-TRAILER-1 TO LBLRPT-LINE
005480         WRITE LBLRPT-LINE
005490         MOVE WS-PROMO-LABELS TO WT-PROMO
005500         MOVE WS-TRAILER-2 TO LBLRPT-LINE
005510         WRITE LBLRPT-LINE
005520         MOVE WS-DELETED-SKIPPED TO WT-DELETED
005530         MOVE WS-TRAILER-3 TO LBLRPT-LINE
005540         WRITE LBLRPT-LINE
005550         MOVE WS-REPRICED-SINCE TO WT-REPRICED
005560         MOVE WS-TRAILER-4 TO LBLRPT-LINE
005570         WRITE LBLRPT-LINE
005580         IF WS-TABLE-OVERFLOW > ZERO
005590             MOVE WS-TABLE-OVERFLOW TO WT-OVERFLOW
005600             MOVE WS-TRAILER-5 TO LBLRPT-LINE
005610             WRITE LBLRPT-LINE
005620         END-IF
005630     END-IF.

005640     IF WS-PRCLOG-WAS-OPENED
005650         CLOSE PRCLOG
005660     END-IF.
005670     IF WS-PRODMAST-WAS-OPENED
005680         CLOSE PRODMAST
005690     END-IF.
005700     IF WS-LBLOUT-WAS-OPENED
005710         CLOSE LBLOUT
005720     END-IF.
005730     IF WS-LBLRPT-WAS-OPENED
005740         CLOSE LBLRPT
005750     END-IF.
005760     DISPLAY "DAY7LBL - PROCESSING DATE   : " WS-RUN-DATE.
005770     DISPLAY "DAY7LBL - LOG ENTRIES READ  : " WS-ENTRIES-READ.
005780     DISPLAY "DAY7LBL - ENTRIES SELECTED  : " WS-ENTRIES-SELECTED.
005790     DISPLAY "DAY7LBL - LABELS WRITTEN    : " WS-LABELS-WRITTEN.
005800     DISPLAY "DAY7LBL - PROMOTION LABELS  : " WS-PROMO-LABELS.
005810     DISPLAY "DAY7LBL - DELETED, SKIPPED  : " WS-DELETED-SKIPPED.
005820 9000-EXIT.
005830     EXIT.
