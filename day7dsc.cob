000100*****************************************************************
000110* EXERCISE 7 PRODUCT LIFECYCLE: DISCONTINUED STOCK REPORT
000120* LISTS ON DSCRPT EVERY DISCONTINUED PRODUCT (STATUT-PRODUIT
000130* "D") THAT STILL HOLDS STOCK OR STILL HAS OPEN BACKORDERS, SO
000140* THE STOCK CAN BE CLEARED OR RETURNED AND THE CUSTOMERS
000150* WAITING ON IT OFFERED THE SUCCESSOR. EACH LINE SHOWS THE
000160* QTE-EN-MAIN VALUED AT COUT-MOYEN, THE QUANTITY AND NUMBER OF
000170* OPEN ("N") ENTRIES ON THE BACKORD FILE, AND THE
000180* CODE-SUCCESSEUR WITH ITS LIBELLE AND STATUS FROM PRODMAST. A
000190* SUCCESSOR THAT IS MISSING, ITSELF DISCONTINUED OR BLOCKED IS
000200* FLAGGED "A REVOIR" - DAY9ORD WILL NOT OFFER IT.
000210*
000220* RETURN CODE 12 WHEN PRODMAST OR DSCRPT CANNOT BE OPENED, 4
000230* WHEN THERE IS NO BACKORD FILE (STOCK IS STILL LISTED, THE
000240* BACKORDER COLUMNS SHOW ZERO) OR A TABLE FILLED UP.
000250*****************************************************************
000260* MODIFICATION HISTORY
000270*  10/15/2026  JPH  ORIGINAL VERSION.
000280*  10/15/2026  JPH  THE BACKORDER TABLE IS NOW SEARCHED ON
000290*                   WS-FIND-CODE INSTEAD OF THE BACKORD RECORD
000300*                   AREA, WHICH IS GONE ONCE 1100-LOAD-BACKORDERS
000310*                   HAS CLOSED THE FILE.
000320*****************************************************************
000330 IDENTIFICATION DIVISION.
000340 PROGRAM-ID. day7dsc.
000350 AUTHOR. jphNovitz.
000360 DATE-WRITTEN. 2026/10/15.
000370 DATE-COMPILED.

000380 ENVIRONMENT DIVISION.
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT PRODMAST ASSIGN TO "PRODMAST"
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS DYNAMIC
000440         RECORD KEY IS Code-produit
000450         FILE STATUS IS WS-PRODMAST-STATUS.

000460     SELECT BACKORD ASSIGN TO "BACKORD"
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS WS-BACKORD-STATUS.

000490     SELECT DSCRPT ASSIGN TO "DSCRPT"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS WS-DSCRPT-STATUS.

000520 DATA DIVISION.
000530 FILE SECTION.
000540 FD  PRODMAST
000550     RECORDING MODE IS F.
000560     COPY PRODREC.

000570 FD  BACKORD
000580     RECORDING MODE IS F.
000590     COPY BACKORD.

000600 FD  DSCRPT
000610     RECORDING MODE IS F.
000620 01  DSCRPT-LINE              PIC X(90).

000630 WORKING-STORAGE SECTION.
000640 01  WS-PRODMAST-STATUS       PIC X(02).
000650     88  WS-PRODMAST-OK             VALUE "00".

000660 01  WS-BACKORD-STATUS        PIC X(02).
000670     88  WS-BACKORD-OK              VALUE "00".

000680 01  WS-DSCRPT-STATUS         PIC X(02).
000690     88  WS-DSCRPT-OK               VALUE "00".

000700 01  WS-SWITCHES.
000710     05  WS-EOF-SW            PIC X(01)  VALUE "N".
000720         88  WS-EOF-REACHED          VALUE "Y".
000730     05  WS-PRODMAST-OPEN-SW  PIC X(01)  VALUE "N".
000740         88  WS-PRODMAST-WAS-OPENED  VALUE "Y".
000750     05  WS-DSCRPT-OPEN-SW    PIC X(01)  VALUE "N".
000760         88  WS-DSCRPT-WAS-OPENED    VALUE "Y".
000770     05  WS-BO-FOUND-SW       PIC X(01)  VALUE "N".
000780         88  WS-BO-WAS-FOUND         VALUE "Y".

000790 01  WS-COUNTERS.
000800     05  WS-PRODUCTS-READ     PIC 9(05) COMP  VALUE ZERO.
000810     05  WS-DISCONTINUED      PIC 9(05) COMP  VALUE ZERO.
000820     05  WS-LISTED            PIC 9(05) COMP  VALUE ZERO.
000830     05  WS-TO-REVIEW         PIC 9(05) COMP  VALUE ZERO.
000840     05  WS-BACKORDERS-READ   PIC 9(05) COMP  VALUE ZERO.
000850     05  WS-BO-OVERFLOW       PIC 9(05) COMP  VALUE ZERO.
000860     05  WS-DSC-OVERFLOW      PIC 9(05) COMP  VALUE ZERO.

000870 01  WS-TOTALS.
000880     05  WS-TOT-QTE           PIC S9(07)     COMP-3 VALUE ZERO.
000890     05  WS-TOT-VALEUR        PIC S9(09)V99  COMP-3 VALUE ZERO.
000900     05  WS-TOT-BO-QTE        PIC 9(07)      COMP-3 VALUE ZERO.

000910*****************************************************************
000920* OPEN BACKORDER QUANTITY PER PRODUCT, FROM BACKORD.
000930*****************************************************************
000940 01  WS-BO-TABLE.
000950     05  WS-BO-COUNT          PIC 9(03) COMP  VALUE ZERO.
000960     05  WS-BO-ENTRY OCCURS 500 TIMES.
000970         10  WS-BO-CODE       PIC X(03).
000980         10  WS-BO-QTE        PIC 9(07)  COMP-3.
000990         10  WS-BO-N          PIC 9(05)  COMP.
001000 01  WS-BO-I                  PIC 9(03) COMP  VALUE ZERO.
001010 01  WS-FIND-CODE             PIC X(03).

001020*****************************************************************
001030* THE DISCONTINUED PRODUCTS TO LIST, IN CODE-PRODUIT ORDER.
001040* THEY ARE GATHERED ON THE SEQUENTIAL SWEEP AND PRINTED AFTER
001050* IT, SO THE RANDOM READ OF EACH SUCCESSOR DOES NOT LOSE THE
001060* SWEEP'S PLACE ON PRODMAST.
001070*****************************************************************
001080 01  WS-DSC-TABLE.
001090     05  WS-DSC-COUNT         PIC 9(03) COMP  VALUE ZERO.
001100     05  WS-DSC-ENTRY OCCURS 500 TIMES.
001110         10  WS-DT-CODE       PIC X(03).
001120         10  WS-DT-LIBELLE    PIC X(15).
001130         10  WS-DT-QTE        PIC S9(05)     COMP-3.
001140         10  WS-DT-VALEUR     PIC S9(09)V99  COMP-3.
001150         10  WS-DT-BO-QTE     PIC 9(07)      COMP-3.
001160         10  WS-DT-BO-N       PIC 9(05)      COMP.
001170         10  WS-DT-SUCC       PIC X(03).
001180 01  WS-DSC-I                 PIC 9(03) COMP  VALUE ZERO.

001190     COPY RPTCTL.

001200 01  WS-HEADING-1.
001210     05  FILLER               PIC X(40) VALUE
001220         "PRODUITS ARRETES - STOCK ET RELIQUATS   ".
001230     05  FILLER               PIC X(07) VALUE "DATE : ".
001240     05  WH-RUN-DATE-ED       PIC X(10).

001250 01  WS-HEADING-2.
001260     05  FILLER               PIC X(04) VALUE "CODE".
001270     05  FILLER               PIC X(01) VALUE SPACE.
001280     05  FILLER               PIC X(15) VALUE "LIBELLE".
001290     05  FILLER               PIC X(07) VALUE "EN MAIN".
001300     05  FILLER               PIC X(12) VALUE
001310         "      VALEUR".
001320     05  FILLER               PIC X(09) VALUE " RELIQUAT".
001330     05  FILLER               PIC X(04) VALUE "  NB".
001340     05  FILLER               PIC X(02) VALUE SPACES.
001350     05  FILLER               PIC X(34) VALUE
001360         "SUCCESSEUR".

001370 01  WS-DETAIL-LINE.
001380     05  WD-CODE              PIC X(03).
001390     05  FILLER               PIC X(02) VALUE SPACES.
001400     05  WD-LIBELLE           PIC X(15).
001410     05  FILLER               PIC X(01) VALUE SPACE.
001420     05  WD-QTE               PIC -ZZZZ9.
001430     05  FILLER               PIC X(01) VALUE SPACE.
001440     05  WD-VALEUR            PIC -ZZZ,ZZ9.99.
001450     05  FILLER               PIC X(02) VALUE SPACES.
001460     05  WD-BO-QTE            PIC ZZZZZZ9.
001470     05  FILLER               PIC X(01) VALUE SPACE.
001480     05  WD-BO-N              PIC ZZ9.
001490     05  FILLER               PIC X(02) VALUE SPACES.
001500     05  WD-SUCC              PIC X(03).
001510     05  FILLER               PIC X(01) VALUE SPACE.
001520     05  WD-SUCC-LIBELLE      PIC X(15).
001530     05  FILLER               PIC X(01) VALUE SPACE.
001540     05  WD-SUCC-STATUT       PIC X(16).

001550 01  WS-TRAILER-1.
001560     05  FILLER               PIC X(30) VALUE
001570         "PRODUITS ARRETES ............ ".
001580     05  WT-DISCONTINUED      PIC ZZZZ9.
001590 01  WS-TRAILER-2.
001600     05  FILLER               PIC X(30) VALUE
001610         "  DONT LISTES ............... ".
001620     05  WT-LISTED            PIC ZZZZ9.
001630 01  WS-TRAILER-3.
001640     05  FILLER               PIC X(30) VALUE
001650         "  DONT SUCCESSEUR A REVOIR .. ".
001660     05  WT-TO-REVIEW         PIC ZZZZ9.
001670 01  WS-TRAILER-4.
001680     05  FILLER               PIC X(30) VALUE
001690         "STOCK EN MAIN ............... ".
001700     05  WT-QTE               PIC -ZZZZZZ9.
001710 01  WS-TRAILER-5.
001720     05  FILLER               PIC X(30) VALUE
001730         "VALEUR AU COUT MOYEN ........ ".
001740     05  WT-VALEUR            PIC -ZZZ,ZZZ,ZZ9.99.
001750 01  WS-TRAILER-6.
001760     05  FILLER               PIC X(30) VALUE
001770         "QUANTITE EN RELIQUAT ........ ".
001780     05  WT-BO-QTE            PIC ZZZZZZ9.
001790 01  WS-TRAILER-7.
001800     05  FILLER               PIC X(30) VALUE
001810         "** TABLE PLEINE, NON LISTES . ".
001820     05  WT-OVERFLOW          PIC ZZZZ9.

001830 PROCEDURE DIVISION.

001840 0000-MAINLINE.
001850     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001860     PERFORM 2000-CHECK-ONE-PRODUIT THRU 2000-EXIT
001870         UNTIL WS-EOF-REACHED.
001880     PERFORM 3000-PRINT-ONE THRU 3000-EXIT
001890         VARYING WS-DSC-I FROM 1 BY 1
001900         UNTIL WS-DSC-I > WS-DSC-COUNT.
001910     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001920     GOBACK.

001930*****************************************************************
001940* OPEN THE FILES, LOAD THE OPEN BACKORDERS AND PRINT THE
001950* HEADINGS.
001960*****************************************************************
001970 1000-INITIALIZE.
001980     CALL "dayproc" USING WS-RPT-RUN-DATE.
001990     STRING WS-RPT-RUN-YEAR  "-" WS-RPT-RUN-MONTH "-"
002000            WS-RPT-RUN-DAY
002010         DELIMITED BY SIZE INTO WS-RPT-RUN-DATE-ED.
002020     MOVE WS-RPT-RUN-DATE-ED TO WH-RUN-DATE-ED.

002030     OPEN INPUT PRODMAST.
002040     IF NOT WS-PRODMAST-OK
002050         DISPLAY "DAY7DSC - UNABLE TO OPEN PRODMAST, STATUS "
002060             WS-PRODMAST-STATUS
002070         MOVE 12 TO RETURN-CODE
002080         MOVE "Y" TO WS-EOF-SW
002090         GO TO 1000-EXIT
002100     END-IF.
002110     MOVE "Y" TO WS-PRODMAST-OPEN-SW.

002120     OPEN OUTPUT DSCRPT.
002130     IF NOT WS-DSCRPT-OK
002140         DISPLAY "DAY7DSC - UNABLE TO OPEN DSCRPT, STATUS "
002150             WS-DSCRPT-STATUS
002160         MOVE 12 TO RETURN-CODE
002170         MOVE "Y" TO WS-EOF-SW
002180         GO TO 1000-EXIT
002190     END-IF.
002200     MOVE "Y" TO WS-DSCRPT-OPEN-SW.

002210     PERFORM 1100-LOAD-BACKORDERS THRU 1100-EXIT.

002220     MOVE WS-HEADING-1 TO DSCRPT-LINE.
002230     WRITE DSCRPT-LINE.
002240     MOVE SPACES TO DSCRPT-LINE.
002250     WRITE DSCRPT-LINE.
002260     MOVE WS-HEADING-2 TO DSCRPT-LINE.
002270     WRITE DSCRPT-LINE.

002280     PERFORM 2100-READ-PRODMAST THRU 2100-EXIT.
002290 1000-EXIT.
002300     EXIT.

002310 1100-LOAD-BACKORDERS.
002320     OPEN INPUT BACKORD.
002330     IF NOT WS-BACKORD-OK
002340         DISPLAY "DAY7DSC - UNABLE TO OPEN BACKORD, STATUS "
002350             WS-BACKORD-STATUS " - BACKORDERS SHOWN AS ZERO"
002360         MOVE 4 TO RETURN-CODE
002370         GO TO 1100-EXIT
002380     END-IF.
002390     PERFORM 1110-LOAD-ONE-BACKORDER THRU 1110-EXIT
002400         UNTIL WS-BACKORD-STATUS = "10".
002410     CLOSE BACKORD.
002420 1100-EXIT.
002430     EXIT.

002440 1110-LOAD-ONE-BACKORDER.
002450     READ BACKORD
002460         AT END
002470             MOVE "10" TO WS-BACKORD-STATUS
002480             GO TO 1110-EXIT
002490     END-READ.
002500     ADD 1 TO WS-BACKORDERS-READ.
002510     IF NOT BO-STATUT-OPEN
002520         GO TO 1110-EXIT
002530     END-IF.
002540     MOVE BO-Code-produit TO WS-FIND-CODE.
002550     PERFORM 1200-FIND-BACKORDER THRU 1200-EXIT.
002560     IF WS-BO-WAS-FOUND
002570         ADD BO-Qte TO WS-BO-QTE(WS-BO-I)
002580         ADD 1      TO WS-BO-N(WS-BO-I)
002590         GO TO 1110-EXIT
002600     END-IF.
002610     IF WS-BO-COUNT NOT < 500
002620         ADD 1 TO WS-BO-OVERFLOW
002630         GO TO 1110-EXIT
002640     END-IF.
002650     ADD 1 TO WS-BO-COUNT.
002660     MOVE BO-Code-produit TO WS-BO-CODE(WS-BO-COUNT).
002670     MOVE BO-Qte          TO WS-BO-QTE(WS-BO-COUNT).
002680     MOVE 1               TO WS-BO-N(WS-BO-COUNT).
002690 1110-EXIT.
002700     EXIT.

002710*****************************************************************
002720* LOOKS WS-FIND-CODE UP IN THE BACKORDER TABLE. ON RETURN
002730* WS-BO-I IS THE ENTRY WHEN WS-BO-WAS-FOUND.
002740*****************************************************************
002750 1200-FIND-BACKORDER.
002760     MOVE "N" TO WS-BO-FOUND-SW.
002770     PERFORM 1210-MATCH-ONE-BACKORDER THRU 1210-EXIT
002780         VARYING WS-BO-I FROM 1 BY 1
002790         UNTIL WS-BO-I > WS-BO-COUNT
002800            OR WS-BO-WAS-FOUND.
002810     IF WS-BO-WAS-FOUND
002820         SUBTRACT 1 FROM WS-BO-I
002830     END-IF.
002840 1200-EXIT.
002850     EXIT.

002860 1210-MATCH-ONE-BACKORDER.
002870     IF WS-BO-CODE(WS-BO-I) = WS-FIND-CODE
002880         MOVE "Y" TO WS-BO-FOUND-SW
002890     END-IF.
002900 1210-EXIT.
002910     EXIT.

002920*****************************************************************
002930* A DISCONTINUED PRODUCT WITH STOCK (EITHER SIGN) OR OPEN
002940* BACKORDERS GOES ON THE LIST.
002950*****************************************************************
002960 2000-CHECK-ONE-PRODUIT.
002970     IF NOT PRODUIT-ARRETE
002980         GO TO 2000-EXIT-VIA-READ
002990     END-IF.
003000     ADD 1 TO WS-DISCONTINUED.
003010     MOVE Code-produit TO WS-FIND-CODE.
003020     PERFORM 1200-FIND-BACKORDER THRU 1200-EXIT.
003030     IF Qte-En-Main = ZERO
003040         AND NOT WS-BO-WAS-FOUND
003050         GO TO 2000-EXIT-VIA-READ
003060     END-IF.
003070     IF WS-DSC-COUNT NOT < 500
003080         ADD 1 TO WS-DSC-OVERFLOW
003090         GO TO 2000-EXIT-VIA-READ
003100     END-IF.

003110     ADD 1 TO WS-DSC-COUNT.
003120     MOVE Code-produit    TO WS-DT-CODE(WS-DSC-COUNT).
003130     MOVE Libelle         TO WS-DT-LIBELLE(WS-DSC-COUNT).
003140     MOVE Qte-En-Main     TO WS-DT-QTE(WS-DSC-COUNT).
003150     COMPUTE WS-DT-VALEUR(WS-DSC-COUNT) ROUNDED =
003160         Qte-En-Main * Cout-Moyen.
003170     MOVE Code-Successeur TO WS-DT-SUCC(WS-DSC-COUNT).
003180     IF WS-BO-WAS-FOUND
003190         MOVE WS-BO-QTE(WS-BO-I) TO WS-DT-BO-QTE(WS-DSC-COUNT)
003200         MOVE WS-BO-N(WS-BO-I)   TO WS-DT-BO-N(WS-DSC-COUNT)
003210     ELSE
003220         MOVE ZERO TO WS-DT-BO-QTE(WS-DSC-COUNT)
003230         MOVE ZERO TO WS-DT-BO-N(WS-DSC-COUNT)
003240     END-IF.

003250 2000-EXIT-VIA-READ.
003260     PERFORM 2100-READ-PRODMAST THRU 2100-EXIT.
003270 2000-EXIT.
003280     EXIT.

003290 2100-READ-PRODMAST.
003300     READ PRODMAST NEXT RECORD
003310         AT END
003320             MOVE "Y" TO WS-EOF-SW
003330             GO TO 2100-EXIT
003340     END-READ.
003350     ADD 1 TO WS-PRODUCTS-READ.
003360 2100-EXIT.
003370     EXIT.

003380*****************************************************************
003390* ONE REPORT LINE, WITH THE SUCCESSOR AS IT STANDS ON PRODMAST.
003400*****************************************************************
003410 3000-PRINT-ONE.
003420     MOVE WS-DT-CODE(WS-DSC-I)    TO WD-CODE.
003430     MOVE WS-DT-LIBELLE(WS-DSC-I) TO WD-LIBELLE.
003440     MOVE WS-DT-QTE(WS-DSC-I)     TO WD-QTE.
003450     MOVE WS-DT-VALEUR(WS-DSC-I)  TO WD-VALEUR.
003460     MOVE WS-DT-BO-QTE(WS-DSC-I)  TO WD-BO-QTE.
003470     MOVE WS-DT-BO-N(WS-DSC-I)    TO WD-BO-N.
003480     MOVE WS-DT-SUCC(WS-DSC-I)    TO WD-SUCC.
003490     MOVE SPACES TO WD-SUCC-LIBELLE.
003500     PERFORM 3100-DESCRIBE-SUCCESSOR THRU 3100-EXIT.

003510     MOVE WS-DETAIL-LINE TO DSCRPT-LINE.
003520     WRITE DSCRPT-LINE.
003530     ADD 1 TO WS-LISTED.
003540     ADD WS-DT-QTE(WS-DSC-I)    TO WS-TOT-QTE.
003550     ADD WS-DT-VALEUR(WS-DSC-I) TO WS-TOT-VALEUR.
003560     ADD WS-DT-BO-QTE(WS-DSC-I) TO WS-TOT-BO-QTE.
003570 3000-EXIT.
003580     EXIT.

003590 3100-DESCRIBE-SUCCESSOR.
003600     IF WS-DT-SUCC(WS-DSC-I) = SPACES
003610         MOVE "AUCUN" TO WD-SUCC-STATUT
003620         GO TO 3100-EXIT
003630     END-IF.
003640     MOVE WS-DT-SUCC(WS-DSC-I) TO Code-produit.
003650     READ PRODMAST
003660         INVALID KEY
003670             MOVE "INCONNU-A REVOIR" TO WD-SUCC-STATUT
003680             ADD 1 TO WS-TO-REVIEW
003690             GO TO 3100-EXIT
003700     END-READ.
003710     MOVE Libelle TO WD-SUCC-LIBELLE.
003720     EVALUATE TRUE
003730         WHEN PRODUIT-FIN-SERIE
003740             MOVE "FIN DE SERIE" TO WD-SUCC-STATUT
003750         WHEN PRODUIT-ARRETE
003760             MOVE "ARRETE-A REVOIR" TO WD-SUCC-STATUT
003770             ADD 1 TO WS-TO-REVIEW
003780         WHEN PRODUIT-BLOQUE
003790             MOVE "BLOQUE-A REVOIR" TO WD-SUCC-STATUT
003800             ADD 1 TO WS-TO-REVIEW
003810         WHEN OTHER
003820             MOVE "ACTIF" TO WD-SUCC-STATUT
003830     END-EVALUATE.
003840 3100-EXIT.
003850     EXIT.

003860 9000-TERMINATE.
003870     IF WS-BO-OVERFLOW > ZERO
003880         DISPLAY "DAY7DSC - BACKORDER TABLE FULL (500), "
003890             WS-BO-OVERFLOW " OPEN BACKORDERS NOT COUNTED"
003900         MOVE 4 TO RETURN-CODE
003910     END-IF.
003920     IF WS-DSC-OVERFLOW > ZERO
003930         MOVE 4 TO RETURN-CODE
003940     END-IF.
003950     IF WS-DSCRPT-WAS-OPENED
003960         MOVE SPACES TO DSCRPT-LINE
003970         WRITE DSCRPT-LINE
003980         MOVE WS-DISCONTINUED TO WT-DISCONTINUED
003990         MOVE WS-TRAILER-1 TO DSCRPT-LINE
004000         WRITE DSCRPT-LINE
004010         MOVE WS-LISTED TO WT-LISTED
004020         MOVE WS-TRAILER-2 TO DSCRPT-LINE
004030         WRITE DSCRPT-LINE
004040         MOVE WS-TO-REVIEW TO WT-TO-REVIEW
004050         MOVE WS-TRAILER-3 TO DSCRPT-LINE
004060         WRITE DSCRPT-LINE
004070         MOVE WS-TOT-QTE TO WT-QTE
004080         MOVE WS-TRAILER-4 TO DSCRPT-LINE
004090         WRITE DSCRPT-LINE
004100         MOVE WS-TOT-VALEUR TO WT-VALEUR
004110         MOVE WS-TRAILER-5 TO DSCRPT-LINE
004120         WRITE DSCRPT-LINE
004130         MOVE WS-TOT-BO-QTE TO WT-BO-QTE
004140         MOVE WS-TRAILER-6 TO DSCRPT-LINE
004150         WRITE DSCRPT-LINE
004160         IF WS-DSC-OVERFLOW > ZERO
004170             MOVE WS-DSC-OVERFLOW TO WT-OVERFLOW
004180             MOVE WS-TRAILER-7 TO DSCRPT-LINE
004190             WRITE DSCRPT-LINE
004200         END-IF
004210     END-IF.

004220     IF WS-PRODMAST-WAS-OPENED
004230         CLOSE PRODMAST
004240     END-IF.
004250     IF WS-DSCRPT-WAS-OPENED
004260         CLOSE DSCRPT
004270     END-IF.
004280     DISPLAY "DAY7DSC - PRODUCTS READ     : " WS-PRODUCTS-READ.
004290     DISPLAY "DAY7DSC - DISCONTINUED      : " WS-DISCONTINUED.
004300     DISPLAY "DAY7DSC - LISTED            : " WS-LISTED.
004310     DISPLAY "DAY7DSC - SUCCESSOR TO CHECK: " WS-TO-REVIEW.
004320     DISPLAY "DAY7DSC - BACKORDERS READ   : " WS-BACKORDERS-READ.
004330 9000-EXIT.
004340     EXIT.
