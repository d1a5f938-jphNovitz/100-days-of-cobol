000150* (SUGGESTED ORDER QUANTITY AND A NEED-BY DATE DERIVED FROM THE
000160* PRODUCT'S DELAI-LIVRAISON LEAD TIME) AND PRINTS A PROPOSAL
000170* REPORT GROUPED ONE PAGE PER CODE-FOURNISSEUR SO PURCHASING CAN
000180* FAX EACH SUPPLIER ITS OWN PAGE. WHERE THE PRODSUPP
000190* CROSS-REFERENCE LISTS SEVERAL SUPPLIERS FOR A PRODUCT, THE
000200* PROPOSAL GOES TO THE PREFERRED ONE ON PRICE AND ACTUAL
000210* DELIVERY PERFORMANCE (SUPPDLV), WITH THE ALTERNATIVES SHOWN.
000220*****************************************************************
000230* MODIFICATION HISTORY
000240*  08/22/2026  JPH  ORIGINAL VERSION. THE SUGGESTED ORDER
000250*                   QUANTITY BRINGS ON-HAND BACK UP TO TWICE THE
000260*                   REORDER THRESHOLD, THE SAME RULE PURCHASING
000270*                   HAS BEEN APPLYING BY HAND FROM PRODRPT.
000280*  08/22/2026  JPH  EACH SUPPLIER'S PAGE HEADING NOW ALSO PRINTS
000290*                   THE SUPPLIER'S NAME READ FROM THE NEW
000300*                   SUPPLIER MASTER (SUPPMAST), SO THE FAXED PAGE
000310*                   READS AS A REAL PROPOSAL INSTEAD OF A BARE
000320*                   CODE. AN UNKNOWN CODE PRINTS "** INCONNU **".
000330*  08/22/2026  JPH  THE RUN DATE NOW COMES FROM THE SHARED
000340*                   DAYPROC SUBPROGRAM (PROCDATE CONTROL CARD,
000350*                   DEFAULTING TO TODAY) INSTEAD OF THE SYSTEM
000360*                   DATE, SO A WEDNESDAY RERUN OF TUESDAY'S WORK
000370*                   STAMPS TUESDAY.
000380*  10/15/2026  JPH  A PRODUCT MAY NOW HAVE SEVERAL SUPPLIERS ON
000390*                   THE PRODSUPP CROSS-REFERENCE. THE PROPOSAL
000400*                   GOES TO THE PREFERRED ONE: LOWEST CATALOGUE
000410*                   PRICE AFTER A 1% SURCHARGE PER DAY ITS
000420*                   AVERAGE SUPPDLV DELIVERY RUNS LATE AGAINST
000430*                   ITS PROMISED LEAD TIME, TIES TO THE FASTER
000440*                   SUPPLIER. ITS LEAD TIME SETS THE NEED DATE,
000450*                   ITS MINIMUM ORDER QUANTITY FLOORS THE
000460*                   SUGGESTED QUANTITY, AND THE NEXT THREE ARE
000470*                   PRINTED AND PASSED ON PURCHSUG AS
000480*                   ALTERNATIVES. A PRODUCT WITH NO PRODSUPP
000490*                   ENTRY STAYS ON ITS CODE-FOURNISSEUR.
000500*  10/15/2026  JPH  RETURN-TO-SUPPLIER ENTRIES ON SUPPDLV (TYPE
000510*                   "T", WRITTEN BY DAY7RTS) ARE SKIPPED - THEY
000520*                   CARRY NO LEAD TIME.
000530*  10/15/2026  JPH  PHASE-OUT ("P") AND DISCONTINUED ("D")
000540*                   PRODUCTS ARE NO LONGER PROPOSED - THEY ARE
000550*                   SOLD DOWN, NOT REPLENISHED. COUNTED AND
000560*                   SHOWN AT END OF RUN.
000570*****************************************************************
000580 IDENTIFICATION DIVISION.
000590 PROGRAM-ID. day7reo.
000600 AUTHOR. jphNovitz.
000610 DATE-WRITTEN. 2026/08/22.
000620 DATE-COMPILED.

000630 ENVIRONMENT DIVISION.
000640 INPUT-OUTPUT SECTION.
000650 FILE-CONTROL.
000660     SELECT PRODMAST ASSIGN TO "PRODMAST"
000670         ORGANIZATION IS INDEXED
000680         ACCESS MODE IS SEQUENTIAL
000690         RECORD KEY IS Code-produit
000700         FILE STATUS IS WS-PRODMAST-STATUS.

000710     SELECT PURCHSUG ASSIGN TO "PURCHSUG"
000720         ORGANIZATION IS LINE SEQUENTIAL
000730         FILE STATUS IS WS-PURCHSUG-STATUS.

000740     SELECT PURCHRPT ASSIGN TO "PURCHRPT"
000750         ORGANIZATION IS LINE SEQUENTIAL
000760         FILE STATUS IS WS-PURCHRPT-STATUS.

000770     SELECT SUPPMAST ASSIGN TO "SUPPMAST"
000780         ORGANIZATION IS INDEXED
000790         ACCESS MODE IS DYNAMIC
000800         RECORD KEY IS Fournisseur-Code
000810         FILE STATUS IS WS-SUPPMAST-STATUS.

000820     SELECT PRODSUPP ASSIGN TO "PRODSUPP"
000830         ORGANIZATION IS INDEXED
000840         ACCESS MODE IS DYNAMIC
000850         RECORD KEY IS PSU-Key
000860         FILE STATUS IS WS-PRODSUPP-STATUS.

000870     SELECT SUPPDLV ASSIGN TO "SUPPDLV"
000880         ORGANIZATION IS LINE SEQUENTIAL
000890         FILE STATUS IS WS-SUPPDLV-STATUS.

000900     SELECT SORTWORK ASSIGN TO "SORTWORK".

000910 DATA DIVISION.
000920 FILE SECTION.
000930 FD  PRODMAST
000940     RECORDING MODE IS F.
000950     COPY PRODREC.

000960 FD  PURCHSUG
000970     RECORDING MODE IS F.
000980     COPY PURCHSUG.

000990 FD  PURCHRPT
001000     RECORDING MODE IS F.
001010 01  PURCHRPT-LINE            PIC X(80).

001020 FD  SUPPMAST
001030     RECORDING MODE IS F.
001040     COPY SUPPREC.

001050 FD  PRODSUPP
001060     RECORDING MODE IS F.
001070     COPY PRODSUPP.

001080 FD  SUPPDLV
001090     RECORDING MODE IS F.
001100     COPY SUPPDLV.

001110 SD  SORTWORK.
001120 01  SORTWORK-REC.
001130     05  SRT-Code-Fournisseur PIC X(05).
001140     05  SRT-Code-produit     PIC X(03).
001150     05  SRT-Libelle          PIC X(15).
001160     05  SRT-Qte-En-Main      PIC S9(05) COMP-3.
001170     05  SRT-Seuil-Reappro    PIC S9(05) COMP-3.
001180     05  SRT-Delai-Livraison  PIC 9(03)  COMP-3.
001190     05  SRT-Offres           PIC X(112).

001200 WORKING-STORAGE SECTION.
001210 01  WS-PRODMAST-STATUS       PIC X(02).
001220     88  WS-PRODMAST-OK            VALUE "00".

001230 01  WS-PURCHSUG-STATUS       PIC X(02).
001240     88  WS-PURCHSUG-OK            VALUE "00".

001250 01  WS-PURCHRPT-STATUS       PIC X(02).
001260     88  WS-PURCHRPT-OK            VALUE "00".

001270 01  WS-SUPPMAST-STATUS       PIC X(02).
001280     88  WS-SUPPMAST-OK            VALUE "00".

001290 01  WS-PRODSUPP-STATUS       PIC X(02).
001300     88  WS-PRODSUPP-OK            VALUE "00".

001310 01  WS-SUPPDLV-STATUS        PIC X(02).
001320     88  WS-SUPPDLV-OK             VALUE "00".

001330 01  WS-SWITCHES.
001340     05  WS-EOF-SW            PIC X(01)  VALUE "N".
001350         88  WS-EOF-REACHED          VALUE "Y".
001360     05  WS-SORT-EOF-SW       PIC X(01)  VALUE "N".
001370         88  WS-SORT-EOF-REACHED     VALUE "Y".
001380     05  WS-PRODMAST-OPEN-SW  PIC X(01)  VALUE "N".
001390         88  WS-PRODMAST-WAS-OPENED  VALUE "Y".
001400     05  WS-PURCHSUG-OPEN-SW  PIC X(01)  VALUE "N".
001410         88  WS-PURCHSUG-WAS-OPENED  VALUE "Y".
001420     05  WS-PURCHRPT-OPEN-SW  PIC X(01)  VALUE "N".
001430         88  WS-PURCHRPT-WAS-OPENED  VALUE "Y".
001440     05  WS-SUPPMAST-OPEN-SW  PIC X(01)  VALUE "N".
001450         88  WS-SUPPMAST-WAS-OPENED  VALUE "Y".
001460     05  WS-PRODSUPP-OPEN-SW  PIC X(01)  VALUE "N".
001470         88  WS-PRODSUPP-WAS-OPENED  VALUE "Y".
001480     05  WS-PSU-EOF-SW        PIC X(01)  VALUE "N".
001490         88  WS-PSU-EOF-REACHED      VALUE "Y".
001500     05  WS-FOUND-SW          PIC X(01)  VALUE "N".
001510         88  WS-ENTRY-FOUND          VALUE "Y".

001520 01  WS-COUNTERS.
001530     05  WS-PRODUCTS-READ     PIC 9(05) COMP  VALUE ZERO.
001540     05  WS-SHORT-PRODUCTS    PIC 9(05) COMP  VALUE ZERO.
001550     05  WS-SUPPLIER-LINES    PIC 9(05) COMP  VALUE ZERO.
001560     05  WS-DLV-READ          PIC 9(05) COMP  VALUE ZERO.
001570     05  WS-MULTI-SOURCED     PIC 9(05) COMP  VALUE ZERO.
001580     05  WS-LIFECYCLE-SKIPPED PIC 9(05) COMP  VALUE ZERO.

001590 01  WS-RUN-DATE              PIC 9(08).
001600 01  WS-PREV-FOURNISSEUR      PIC X(05)  VALUE HIGH-VALUES.
001610 01  WS-QTE-SUGGEREE          PIC S9(06) COMP-3  VALUE ZERO.
001620 01  WS-DAYS-LEFT             PIC 9(03)  COMP-3  VALUE ZERO.
001630 01  WS-LT-I                  PIC 9(03)  COMP  VALUE ZERO.
001640 01  WS-CAND-I                PIC 9(03)  COMP  VALUE ZERO.
001650 01  WS-CAND-J                PIC 9(03)  COMP  VALUE ZERO.
001660 01  WS-INSERT-AT             PIC 9(03)  COMP  VALUE ZERO.
001670 01  WS-ALT-I                 PIC 9(01)  COMP  VALUE ZERO.
001680 01  WS-RETARD                PIC S9(03)V9 COMP-3  VALUE ZERO.
001690 01  WS-DELAI-EFFECTIF        PIC 9(03)V9 COMP-3  VALUE ZERO.

001700*****************************************************************
001710* ACTUAL LEAD TIME PER SUPPLIER/PRODUCT PAIR, FROM SUPPDLV -
001720* THE SAME ACCUMULATION DAY7DLV PRINTS.
001730*****************************************************************
001740 01  WS-LT-TABLE.
001750     05  WS-LT-COUNT          PIC 9(03) COMP  VALUE ZERO.
001760     05  WS-LT-ENTRY OCCURS 500 TIMES.
001770         10  WS-LT-FOURN      PIC X(05).
001780         10  WS-LT-CODE       PIC X(03).
001790         10  WS-LT-DAYS       PIC S9(07)     COMP-3.
001800         10  WS-LT-N          PIC 9(05)      COMP.

001810*****************************************************************
001820* THE PRODSUPP SUPPLIERS OF THE PRODUCT BEING PROPOSED, KEPT
001830* IN RANKING ORDER AS THEY ARE READ - BEST FIRST. THE RANKING
001840* PRICE IS THE CATALOGUE PRICE SURCHARGED 1% FOR EVERY DAY
001850* THE SUPPLIER'S AVERAGE DELIVERY RUNS LATE; TIES GO TO THE
001860* SHORTER EFFECTIVE LEAD TIME.
001870*****************************************************************
001880 01  WS-CAND-TABLE.
001890     05  WS-CAND-COUNT        PIC 9(03) COMP  VALUE ZERO.
001900     05  WS-CAND-ENTRY OCCURS 20 TIMES.
001910         10  WS-CAND-FOURN    PIC X(05).
001920         10  WS-CAND-PRIX     PIC S9(06)V99  COMP-3.
001930         10  WS-CAND-DELAI    PIC 9(03)      COMP-3.
001940         10  WS-CAND-REEL     PIC 9(03)V9    COMP-3.
001950         10  WS-CAND-N        PIC 9(03)      COMP-3.
001960         10  WS-CAND-MIN      PIC 9(05)      COMP-3.
001970         10  WS-CAND-RANG     PIC S9(07)V99  COMP-3.
001980         10  WS-CAND-EFFECTIF PIC 9(03)V9    COMP-3.
001990 01  WS-NEW-CAND.
002000     05  WS-NEW-FOURN         PIC X(05).
002010     05  WS-NEW-PRIX          PIC S9(06)V99  COMP-3.
002020     05  WS-NEW-DELAI         PIC 9(03)      COMP-3.
002030     05  WS-NEW-REEL          PIC 9(03)V9    COMP-3.
002040     05  WS-NEW-N             PIC 9(03)      COMP-3.
002050     05  WS-NEW-MIN           PIC 9(05)      COMP-3.
002060     05  WS-NEW-RANG          PIC S9(07)V99  COMP-3.
002070     05  WS-NEW-EFFECTIF      PIC 9(03)V9    COMP-3.

002080*****************************************************************
002090* THE OFFERS CARRIED THROUGH THE SORT AND ONTO PURCHSUG - THE
002100* SAME SHAPE AS PS-OFFRES.
002110*****************************************************************
002120 01  WS-OFFRES.
002130     05  WO-Offre-Preferee.
002140         10  WO-Prix-Catalogue PIC S9(06)V99 SIGN LEADING
002150                                  SEPARATE.
002160         10  WO-Delai-Promis  PIC 9(03).
002170         10  WO-Delai-Reel    PIC 9(03)V9.
002180         10  WO-Nb-Livraisons PIC 9(03).
002190         10  WO-Qte-Min       PIC 9(05).
002200     05  WO-Nb-Autres         PIC 9(01).
002210     05  WO-Autre OCCURS 3 TIMES.
002220         10  WO-Autre-Fournisseur PIC X(05).
002230         10  WO-Autre-Prix    PIC S9(06)V99 SIGN LEADING
002240                                  SEPARATE.
002250         10  WO-Autre-Delai   PIC 9(03).
002260         10  WO-Autre-Reel    PIC 9(03)V9.
002270         10  WO-Autre-Livraisons PIC 9(03).
002280         10  WO-Autre-Qte-Min PIC 9(05).

002290 01  WS-NEED-DATE             PIC 9(08).
002300 01  WS-NEED-DATE-GROUP REDEFINES WS-NEED-DATE.
002310     05  WS-NEED-YEAR         PIC 9(04).
002320     05  WS-NEED-MONTH        PIC 9(02).
002330     05  WS-NEED-DAY          PIC 9(02).
002340 01  WS-DAYS-IN-MONTH         PIC 9(02).
002350 01  WS-LEAP-QUOTIENT         PIC 9(04)  VALUE ZERO.
002360 01  WS-LEAP-REM-4            PIC 9(04)  VALUE ZERO.
002370 01  WS-LEAP-REM-100          PIC 9(04)  VALUE ZERO.
002380 01  WS-LEAP-REM-400          PIC 9(04)  VALUE ZERO.

002390 01  WS-SUPPLIER-HEADING.
002400     05  FILLER               PIC X(14) VALUE "FOURNISSEUR : ".
002410     05  WH-FOURNISSEUR       PIC X(05).
002420     05  FILLER               PIC X(02) VALUE SPACES.
002430     05  WH-FOURN-NOM         PIC X(25).
002440     05  FILLER               PIC X(03) VALUE SPACES.
002450     05  FILLER               PIC X(07) VALUE "PAGE : ".
002460     05  WH-PAGE              PIC ZZ9.

002470 01  WS-COLUMN-HEADING.
002480     05  FILLER               PIC X(04) VALUE "CODE".
002490     05  FILLER               PIC X(02) VALUE SPACES.
002500     05  FILLER               PIC X(15) VALUE "LIBELLE".
002510     05  FILLER               PIC X(02) VALUE SPACES.
002520     05  FILLER               PIC X(06) VALUE "ENMAIN".
002530     05  FILLER               PIC X(02) VALUE SPACES.
002540     05  FILLER               PIC X(06) VALUE " SEUIL".
002550     05  FILLER               PIC X(02) VALUE SPACES.
002560     05  FILLER               PIC X(06) VALUE "A CMDR".
002570     05  FILLER               PIC X(02) VALUE SPACES.
002580     05  FILLER               PIC X(10) VALUE "BESOIN LE".

002590 01  WS-DETAIL-LINE.
002600     05  WD-CODE              PIC X(03).
002610     05  FILLER               PIC X(03) VALUE SPACES.
002620     05  WD-LIBELLE           PIC X(15).
002630     05  FILLER               PIC X(02) VALUE SPACES.
002640     05  WD-QTE               PIC -Z(04)9.
002650     05  FILLER               PIC X(02) VALUE SPACES.
002660     05  WD-SEUIL             PIC -Z(04)9.
002670     05  FILLER               PIC X(02) VALUE SPACES.
002680     05  WD-SUGGEREE          PIC -Z(05)9.
002690     05  FILLER               PIC X(02) VALUE SPACES.
002700     05  WD-BESOIN.
002710         10  WD-BESOIN-YEAR   PIC 9(04).
002720         10  FILLER           PIC X(01) VALUE "-".
002730         10  WD-BESOIN-MONTH  PIC 9(02).
002740         10  FILLER           PIC X(01) VALUE "-".
002750         10  WD-BESOIN-DAY    PIC 9(02).

002760 01  WS-OFFER-LINE.
002770     05  FILLER               PIC X(02) VALUE SPACES.
002780     05  WF-LIBELLE           PIC X(07).
002790     05  WF-FOURN             PIC X(05).
002800     05  FILLER               PIC X(07) VALUE "  PRIX ".
002810     05  WF-PRIX              PIC ZZZ,ZZ9.99.
002820     05  FILLER               PIC X(08) VALUE "  DELAI ".
002830     05  WF-DELAI             PIC ZZ9.
002840     05  FILLER               PIC X(07) VALUE "  REEL ".
002850     05  WF-REEL              PIC X(05).
002860     05  WF-REEL-ED REDEFINES WF-REEL
002870                              PIC ZZ9.9.
002880     05  FILLER               PIC X(06) VALUE "  MIN ".
002890     05  WF-MIN               PIC ZZZZ9.

002900 01  WS-SUPPLIER-TOTAL-LINE.
002910     05  FILLER               PIC X(36) VALUE
002920         "PRODUITS A COMMANDER CE FOURNISSEUR ".
002930     05  WT-SUPPLIER-COUNT    PIC ZZZZ9.

002940     COPY RPTCTL.

002950 PROCEDURE DIVISION.

002960 0000-MAINLINE.
002970     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002980     IF NOT WS-EOF-REACHED
002990         SORT SORTWORK
003000             ON ASCENDING KEY SRT-Code-Fournisseur
003010                              SRT-Code-produit
003020             INPUT PROCEDURE IS 2000-SELECT-SHORT
003030                 THRU 2900-IP-EXIT
003040             OUTPUT PROCEDURE IS 3000-REPORT-PROPOSALS
003050                 THRU 3900-OP-EXIT
003060     END-IF.
003070     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003080     GOBACK.

003090 1000-INITIALIZE.
003100     CALL "dayproc" USING WS-RUN-DATE.
003110     OPEN INPUT PRODMAST.
003120     IF NOT WS-PRODMAST-OK
003130         DISPLAY "DAY7REO - UNABLE TO OPEN PRODMAST, STATUS "
003140             WS-PRODMAST-STATUS
003150         MOVE "Y" TO WS-EOF-SW
003160         GO TO 1000-EXIT
003170     END-IF.
003180     MOVE "Y" TO WS-PRODMAST-OPEN-SW.

003190     OPEN INPUT SUPPMAST.
003200     IF NOT WS-SUPPMAST-OK
003210         DISPLAY "DAY7REO - UNABLE TO OPEN SUPPMAST, STATUS "
003220             WS-SUPPMAST-STATUS
003230             " - SUPPLIER NAMES WILL BE BLANK"
003240     ELSE
003250         MOVE "Y" TO WS-SUPPMAST-OPEN-SW
003260     END-IF.

003270     OPEN OUTPUT PURCHSUG.
003280     IF NOT WS-PURCHSUG-OK
003290         DISPLAY "DAY7REO - UNABLE TO OPEN PURCHSUG, STATUS "
003300             WS-PURCHSUG-STATUS
003310         MOVE "Y" TO WS-EOF-SW
003320         GO TO 1000-EXIT
003330     END-IF.
003340     MOVE "Y" TO WS-PURCHSUG-OPEN-SW.

003350     OPEN OUTPUT PURCHRPT.
003360     IF NOT WS-PURCHRPT-OK
003370         DISPLAY "DAY7REO - UNABLE TO OPEN PURCHRPT, STATUS "
003380             WS-PURCHRPT-STATUS
003390         MOVE "Y" TO WS-EOF-SW
003400         GO TO 1000-EXIT
003410     END-IF.
003420     MOVE "Y" TO WS-PURCHRPT-OPEN-SW.

003430     OPEN INPUT PRODSUPP.
003440     IF NOT WS-PRODSUPP-OK
003450         DISPLAY "DAY7REO - UNABLE TO OPEN PRODSUPP, STATUS "
003460             WS-PRODSUPP-STATUS
003470             " - EVERY PRODUCT STAYS ON ITS CODE-FOURNISSEUR"
003480     ELSE
003490         MOVE "Y" TO WS-PRODSUPP-OPEN-SW
003500         PERFORM 1200-LOAD-DELIVERIES THRU 1200-EXIT
003510     END-IF.
003520 1000-EXIT.
003530     EXIT.

003540 1200-LOAD-DELIVERIES.
003550     OPEN INPUT SUPPDLV.
003560     IF NOT WS-SUPPDLV-OK
003570         DISPLAY "DAY7REO - UNABLE TO OPEN SUPPDLV, STATUS "
003580             WS-SUPPDLV-STATUS " - SUPPLIERS RANKED ON PRICE"
003590         GO TO 1200-EXIT
003600     END-IF.
003610     PERFORM 1210-LOAD-ONE-DELIVERY THRU 1210-EXIT
003620         UNTIL WS-SUPPDLV-STATUS = "10".
003630     CLOSE SUPPDLV.
003640 1200-EXIT.
003650     EXIT.

003660 1210-LOAD-ONE-DELIVERY.
003670     READ SUPPDLV
003680         AT END
003690             MOVE "10" TO WS-SUPPDLV-STATUS
003700             GO TO 1210-EXIT
003710     END-READ.
003720     ADD 1 TO WS-DLV-READ.
003730     IF SD-TYPE-RETURN
003740         GO TO 1210-EXIT
003750     END-IF.
003760     MOVE "N" TO WS-FOUND-SW.
003770     PERFORM 1220-MATCH-ONE-PAIR THRU 1220-EXIT
003780         VARYING WS-LT-I FROM 1 BY 1
003790         UNTIL WS-LT-I > WS-LT-COUNT
003800            OR WS-ENTRY-FOUND.
003810     IF WS-ENTRY-FOUND
003820         GO TO 1210-EXIT
003830     END-IF.
003840     IF WS-LT-COUNT < 500
003850         ADD 1 TO WS-LT-COUNT
003860         MOVE SD-Fournisseur  TO WS-LT-FOURN(WS-LT-COUNT)
003870         MOVE SD-Code-produit TO WS-LT-CODE(WS-LT-COUNT)
003880         MOVE SD-Delai-Reel   TO WS-LT-DAYS(WS-LT-COUNT)
003890         MOVE 1 TO WS-LT-N(WS-LT-COUNT)
003900     ELSE
003910         DISPLAY "DAY7REO - LEAD-TIME TABLE FULL (500), "
003920             SD-Fournisseur " " SD-Code-produit " NOT COUNTED"
003930     END-IF.
003940 1210-EXIT.
003950     EXIT.

003960 1220-MATCH-ONE-PAIR.
003970     IF WS-LT-FOURN(WS-LT-I) = SD-Fournisseur
003980         AND WS-LT-CODE(WS-LT-I) = SD-Code-produit
003990         ADD SD-Delai-Reel TO WS-LT-DAYS(WS-LT-I)
004000         ADD 1 TO WS-LT-N(WS-LT-I)
004010         MOVE "Y" TO WS-FOUND-SW
004020     END-IF.
004030 1220-EXIT.
004040     EXIT.

004050 2000-SELECT-SHORT.
004060     PERFORM 2100-READ-PRODMAST THRU 2100-EXIT.
004070     PERFORM 2010-CHECK-ONE-PRODUIT THRU 2010-EXIT
004080         UNTIL WS-EOF-REACHED.
004090     GO TO 2900-IP-EXIT.

004100 2010-CHECK-ONE-PRODUIT.
004110     IF PRODUIT-FIN-SERIE OR PRODUIT-ARRETE
004120         IF Qte-En-Main < Seuil-Reappro
004130             ADD 1 TO WS-LIFECYCLE-SKIPPED
004140         END-IF
004150         PERFORM 2100-READ-PRODMAST THRU 2100-EXIT
004160         GO TO 2010-EXIT
004170     END-IF.
004180     IF Qte-En-Main < Seuil-Reappro
004190         MOVE Code-Fournisseur TO SRT-Code-Fournisseur
004200         MOVE Code-produit     TO SRT-Code-produit
004210         MOVE Libelle          TO SRT-Libelle
004220         MOVE Qte-En-Main      TO SRT-Qte-En-Main
004230         MOVE Seuil-Reappro    TO SRT-Seuil-Reappro
004240         MOVE Delai-Livraison  TO SRT-Delai-Livraison
004250         PERFORM 2200-CHOOSE-SUPPLIER THRU 2200-EXIT
004260         MOVE WS-OFFRES        TO SRT-Offres
004270         RELEASE SORTWORK-REC
004280         ADD 1 TO WS-SHORT-PRODUCTS
004290     END-IF.
004300     PERFORM 2100-READ-PRODMAST THRU 2100-EXIT.
004310 2010-EXIT.
004320     EXIT.

004330 2100-READ-PRODMAST.
004340     READ PRODMAST NEXT RECORD
004350         AT END
004360             MOVE "Y" TO WS-EOF-SW
004370             GO TO 2100-EXIT
004380     END-READ.
004390     ADD 1 TO WS-PRODUCTS-READ.
004400 2100-EXIT.
004410     EXIT.

004420*****************************************************************
004430* RANKS THE PRODUCT'S PRODSUPP SUPPLIERS AND, WHEN THERE ARE
004440* ANY, MOVES THE PROPOSAL ONTO THE BEST OF THEM AND ITS LEAD
004450* TIME. THE PRODMAST SUPPLIER IS KEPT WHEN THERE ARE NONE.
004460*****************************************************************
004470 2200-CHOOSE-SUPPLIER.
004480     MOVE ZERO   TO WO-Prix-Catalogue.
004490     MOVE ZERO   TO WO-Delai-Promis.
004500     MOVE ZERO   TO WO-Delai-Reel.
004510     MOVE ZERO   TO WO-Nb-Livraisons.
004520     MOVE ZERO   TO WO-Qte-Min.
004530     MOVE ZERO   TO WO-Nb-Autres.
004540     PERFORM 2290-CLEAR-ONE-ALTERNATIVE THRU 2290-EXIT
004550         VARYING WS-ALT-I FROM 1 BY 1
004560         UNTIL WS-ALT-I > 3.
004570     MOVE ZERO TO WS-CAND-COUNT.
004580     IF NOT WS-PRODSUPP-WAS-OPENED
004590         GO TO 2200-EXIT
004600     END-IF.
004610     MOVE Code-produit TO PSU-Code-produit.
004620     MOVE LOW-VALUES   TO PSU-Fournisseur.
004630     MOVE "N" TO WS-PSU-EOF-SW.
004640     START PRODSUPP KEY IS NOT < PSU-Key
004650         INVALID KEY
004660             MOVE "Y" TO WS-PSU-EOF-SW
004670     END-START.
004680     PERFORM 2210-RANK-ONE-SUPPLIER THRU 2210-EXIT
004690         UNTIL WS-PSU-EOF-REACHED.
004700     IF WS-CAND-COUNT = ZERO
004710         GO TO 2200-EXIT
004720     END-IF.
004730     IF WS-CAND-COUNT > 1
004740         ADD 1 TO WS-MULTI-SOURCED
004750     END-IF.
004760     MOVE WS-CAND-FOURN(1) TO SRT-Code-Fournisseur.
004770     MOVE WS-CAND-DELAI(1) TO SRT-Delai-Livraison.
004780     MOVE WS-CAND-PRIX(1)  TO WO-Prix-Catalogue.
004790     MOVE WS-CAND-DELAI(1) TO WO-Delai-Promis.
004800     MOVE WS-CAND-REEL(1)  TO WO-Delai-Reel.
004810     MOVE WS-CAND-N(1)     TO WO-Nb-Livraisons.
004820     MOVE WS-CAND-MIN(1)   TO WO-Qte-Min.
004830     PERFORM 2280-SET-ONE-ALTERNATIVE THRU 2280-EXIT
004840         VARYING WS-CAND-I FROM 2 BY 1
004850         UNTIL WS-CAND-I > WS-CAND-COUNT
004860            OR WS-CAND-I > 4.
004870 2200-EXIT.
004880     EXIT.

004890 2210-RANK-ONE-SUPPLIER.
004900     READ PRODSUPP NEXT RECORD
004910         AT END
004920             MOVE "Y" TO WS-PSU-EOF-SW
004930             GO TO 2210-EXIT
004940     END-READ.
004950     IF PSU-Code-produit NOT = Code-produit
004960         MOVE "Y" TO WS-PSU-EOF-SW
004970         GO TO 2210-EXIT
004980     END-IF.
004990     IF WS-CAND-COUNT NOT < 20
005000         DISPLAY "DAY7REO - MORE THAN 20 SUPPLIERS FOR "
005010             Code-produit ", " PSU-Fournisseur " NOT RANKED"
005020         GO TO 2210-EXIT
005030     END-IF.
005040     MOVE PSU-Fournisseur TO WS-NEW-FOURN.
005050     MOVE PSU-Prix-Achat  TO WS-NEW-PRIX.
005060     MOVE PSU-Delai       TO WS-NEW-DELAI.
005070     MOVE PSU-Qte-Min     TO WS-NEW-MIN.
005080     MOVE ZERO TO WS-NEW-REEL.
005090     MOVE ZERO TO WS-NEW-N.
005100     MOVE "N" TO WS-FOUND-SW.
005110     PERFORM 2220-FIND-ONE-RECORD THRU 2220-EXIT
005120         VARYING WS-LT-I FROM 1 BY 1
005130         UNTIL WS-LT-I > WS-LT-COUNT
005140            OR WS-ENTRY-FOUND.
005150     MOVE ZERO TO WS-RETARD.
005160     MOVE PSU-Delai TO WS-DELAI-EFFECTIF.
005170     IF WS-NEW-N > ZERO
005180         MOVE WS-NEW-REEL TO WS-DELAI-EFFECTIF
005190         COMPUTE WS-RETARD = WS-NEW-REEL - PSU-Delai
005200         IF WS-RETARD < ZERO
005210             MOVE ZERO TO WS-RETARD
005220         END-IF
005230     END-IF.
005240     MOVE WS-DELAI-EFFECTIF TO WS-NEW-EFFECTIF.
005250     COMPUTE WS-NEW-RANG ROUNDED =
005260         PSU-Prix-Achat * (100 + WS-RETARD) / 100.
005270     PERFORM 2230-INSERT-CANDIDATE THRU 2230-EXIT.
005280 2210-EXIT.
005290     EXIT.

005300 2220-FIND-ONE-RECORD.
005310     IF WS-LT-FOURN(WS-LT-I) = PSU-Fournisseur
005320         AND WS-LT-CODE(WS-LT-I) = PSU-Code-produit
005330         MOVE "Y" TO WS-FOUND-SW
005340         COMPUTE WS-NEW-REEL ROUNDED =
005350             WS-LT-DAYS(WS-LT-I) / WS-LT-N(WS-LT-I)
005360         IF WS-LT-N(WS-LT-I) > 999
005370             MOVE 999 TO WS-NEW-N
005380         ELSE
005390             MOVE WS-LT-N(WS-LT-I) TO WS-NEW-N
005400         END-IF
005410     END-IF.
005420 2220-EXIT.
005430     EXIT.

005440 2230-INSERT-CANDIDATE.
005450     COMPUTE WS-INSERT-AT = WS-CAND-COUNT + 1.
005460     PERFORM 2240-TRY-ONE-SLOT THRU 2240-EXIT
005470         VARYING WS-CAND-J FROM 1 BY 1
005480         UNTIL WS-CAND-J > WS-CAND-COUNT
005490            OR WS-INSERT-AT NOT > WS-CAND-COUNT.
005500     ADD 1 TO WS-CAND-COUNT.
005510     PERFORM 2250-SHIFT-ONE-DOWN THRU 2250-EXIT
005520         VARYING WS-CAND-J FROM WS-CAND-COUNT BY -1
005530         UNTIL WS-CAND-J NOT > WS-INSERT-AT.
005540     MOVE WS-NEW-CAND TO WS-CAND-ENTRY(WS-INSERT-AT).
005550 2230-EXIT.
005560     EXIT.

005570 2240-TRY-ONE-SLOT.
005580     IF WS-CAND-RANG(WS-CAND-J) > WS-NEW-RANG
005590         MOVE WS-CAND-J TO WS-INSERT-AT
005600         GO TO 2240-EXIT
005610     END-IF.
005620     IF WS-CAND-RANG(WS-CAND-J) = WS-NEW-RANG
005630         AND WS-CAND-EFFECTIF(WS-CAND-J) > WS-NEW-EFFECTIF
005640         MOVE WS-CAND-J TO WS-INSERT-AT
005650     END-IF.
005660 2240-EXIT.
005670     EXIT.

005680 2250-SHIFT-ONE-DOWN.
005690     MOVE WS-CAND-ENTRY(WS-CAND-J - 1)
005700         TO WS-CAND-ENTRY(WS-CAND-J).
005710 2250-EXIT.
005720     EXIT.

005730 2280-SET-ONE-ALTERNATIVE.
005740     ADD 1 TO WO-Nb-Autres.
005750     MOVE WO-Nb-Autres TO WS-ALT-I.
005760     MOVE WS-CAND-FOURN(WS-CAND-I)
005770         TO WO-Autre-Fournisseur(WS-ALT-I).
005780     MOVE WS-CAND-PRIX(WS-CAND-I)  TO WO-Autre-Prix(WS-ALT-I).
005790     MOVE WS-CAND-DELAI(WS-CAND-I) TO WO-Autre-Delai(WS-ALT-I).
005800     MOVE WS-CAND-REEL(WS-CAND-I)  TO WO-Autre-Reel(WS-ALT-I).
005810     MOVE WS-CAND-N(WS-CAND-I)
005820         TO WO-Autre-Livraisons(WS-ALT-I).
005830     MOVE WS-CAND-MIN(WS-CAND-I)
005840         TO WO-Autre-Qte-Min(WS-ALT-I).
005850 2280-EXIT.
005860     EXIT.

005870 2290-CLEAR-ONE-ALTERNATIVE.
005880     MOVE SPACES TO WO-Autre-Fournisseur(WS-ALT-I).
005890     MOVE ZERO   TO WO-Autre-Prix(WS-ALT-I).
005900     MOVE ZERO   TO WO-Autre-Delai(WS-ALT-I).
005910     MOVE ZERO   TO WO-Autre-Reel(WS-ALT-I).
005920     MOVE ZERO   TO WO-Autre-Livraisons(WS-ALT-I).
005930     MOVE ZERO   TO WO-Autre-Qte-Min(WS-ALT-I).
005940 2290-EXIT.
005950     EXIT.

005960 2900-IP-EXIT.
005970     EXIT.

005980 3000-REPORT-PROPOSALS.
005990     PERFORM 3100-RETURN-ONE THRU 3100-EXIT.
006000     PERFORM 3010-PRINT-ONE-PROPOSAL THRU 3010-EXIT
006010         UNTIL WS-SORT-EOF-REACHED.
006020     IF WS-PREV-FOURNISSEUR NOT = HIGH-VALUES
006030         PERFORM 3300-SUPPLIER-TOTAL THRU 3300-EXIT
006040     END-IF.
006050     GO TO 3900-OP-EXIT.

006060 3010-PRINT-ONE-PROPOSAL.
006070     IF SRT-Code-Fournisseur NOT = WS-PREV-FOURNISSEUR
006080         IF WS-PREV-FOURNISSEUR NOT = HIGH-VALUES
006090             PERFORM 3300-SUPPLIER-TOTAL THRU 3300-EXIT
006100         END-IF
006110         PERFORM 3200-SUPPLIER-HEADING THRU 3200-EXIT
006120     END-IF.

006130     MOVE SRT-Offres TO WS-OFFRES.
006140     COMPUTE WS-QTE-SUGGEREE =
006150         (2 * SRT-Seuil-Reappro) - SRT-Qte-En-Main.
006160     IF WS-QTE-SUGGEREE < WO-Qte-Min
006170         MOVE WO-Qte-Min TO WS-QTE-SUGGEREE
006180     END-IF.
006190     MOVE WS-RUN-DATE TO WS-NEED-DATE.
006200     MOVE SRT-Delai-Livraison TO WS-DAYS-LEFT.
006210     PERFORM 3400-ADD-ONE-DAY THRU 3400-EXIT
006220         UNTIL WS-DAYS-LEFT = ZERO.

006230     PERFORM 3500-WRITE-SUGGESTION THRU 3500-EXIT.

006240     MOVE SRT-Code-produit  TO WD-CODE.
006250     MOVE SRT-Libelle       TO WD-LIBELLE.
006260     MOVE SRT-Qte-En-Main   TO WD-QTE.
006270     MOVE SRT-Seuil-Reappro TO WD-SEUIL.
006280     MOVE WS-QTE-SUGGEREE   TO WD-SUGGEREE.
006290     MOVE WS-NEED-YEAR      TO WD-BESOIN-YEAR.
006300     MOVE WS-NEED-MONTH     TO WD-BESOIN-MONTH.
006310     MOVE WS-NEED-DAY       TO WD-BESOIN-DAY.
006320     MOVE WS-DETAIL-LINE TO PURCHRPT-LINE.
006330     WRITE PURCHRPT-LINE.
006340     ADD 1 TO WS-SUPPLIER-LINES.
006350     IF WO-Prix-Catalogue NOT = ZERO
006360         PERFORM 3600-PRINT-OFFERS THRU 3600-EXIT
006370     END-IF.

006380     PERFORM 3100-RETURN-ONE THRU 3100-EXIT.
006390 3010-EXIT.
006400     EXIT.

006410 3100-RETURN-ONE.
006420     RETURN SORTWORK
006430         AT END
006440             MOVE "Y" TO WS-SORT-EOF-SW
006450     END-RETURN.
006460 3100-EXIT.
006470     EXIT.

006480 3200-SUPPLIER-HEADING.
006490     MOVE SRT-Code-Fournisseur TO WS-PREV-FOURNISSEUR.
006500     MOVE SRT-Code-Fournisseur TO WH-FOURNISSEUR.
006510     PERFORM 3250-GET-FOURN-NOM THRU 3250-EXIT.
006520     MOVE WS-RPT-PAGE          TO WH-PAGE.
006530     MOVE SPACES TO PURCHRPT-LINE.
006540     WRITE PURCHRPT-LINE.
006550     MOVE WS-SUPPLIER-HEADING TO PURCHRPT-LINE.
006560     WRITE PURCHRPT-LINE.
006570     MOVE WS-COLUMN-HEADING TO PURCHRPT-LINE.
006580     WRITE PURCHRPT-LINE.
006590     ADD 1 TO WS-RPT-PAGE.
006600     MOVE ZERO TO WS-SUPPLIER-LINES.
006610 3200-EXIT.
006620     EXIT.

006630 3250-GET-FOURN-NOM.
006640     MOVE SPACES TO WH-FOURN-NOM.
006650     IF NOT WS-SUPPMAST-WAS-OPENED
006660         OR SRT-Code-Fournisseur = SPACES
006670         GO TO 3250-EXIT
006680     END-IF.
006690     MOVE SRT-Code-Fournisseur TO Fournisseur-Code.
006700     READ SUPPMAST
006710         INVALID KEY
006720             MOVE "** INCONNU **" TO WH-FOURN-NOM
006730         NOT INVALID KEY
006740             MOVE Fournisseur-Nom TO WH-FOURN-NOM
006750     END-READ.
006760 3250-EXIT.
006770     EXIT.

006780 3300-SUPPLIER-TOTAL.
006790     MOVE WS-SUPPLIER-LINES TO WT-SUPPLIER-COUNT.
006800     MOVE WS-SUPPLIER-TOTAL-LINE TO PURCHRPT-LINE.
006810     WRITE PURCHRPT-LINE.
006820 3300-EXIT.
006830     EXIT.

006840 3400-ADD-ONE-DAY.
006850     PERFORM 3450-SET-DAYS-IN-MONTH THRU 3450-EXIT.
006860     IF WS-NEED-DAY < WS-DAYS-IN-MONTH
006870         ADD 1 TO WS-NEED-DAY
006880     ELSE
006890         MOVE 1 TO WS-NEED-DAY
006900         IF WS-NEED-MONTH < 12
006910             ADD 1 TO WS-NEED-MONTH
006920         ELSE
006930             MOVE 1 TO WS-NEED-MONTH
006940             ADD 1 TO WS-NEED-YEAR
006950         END-IF
006960     END-IF.
006970     SUBTRACT 1 FROM WS-DAYS-LEFT.
006980 3400-EXIT.
006990     EXIT.

007000 3450-SET-DAYS-IN-MONTH.
007010     EVALUATE WS-NEED-MONTH
007020         WHEN 01
007030         WHEN 03
007040         WHEN 05
007050         WHEN 07
007060         WHEN 08
007070         WHEN 10
007080         WHEN 12
007090             MOVE 31 TO WS-DAYS-IN-MONTH
007100         WHEN 04
007110         WHEN 06
007120         WHEN 09
007130         WHEN 11
007140             MOVE 30 TO WS-DAYS-IN-MONTH
007150         WHEN 02
007160             DIVIDE WS-NEED-YEAR BY 4
007170                 GIVING WS-LEAP-QUOTIENT
007180                 REMAINDER WS-LEAP-REM-4
007190             DIVIDE WS-NEED-YEAR BY 100
007200                 GIVING WS-LEAP-QUOTIENT
007210                 REMAINDER WS-LEAP-REM-100
007220             DIVIDE WS-NEED-YEAR BY 400
007230                 GIVING WS-LEAP-QUOTIENT
007240                 REMAINDER WS-LEAP-REM-400
007250             IF WS-LEAP-REM-4 = ZERO
007260                 AND (WS-LEAP-REM-100 NOT = ZERO
007270                 OR WS-LEAP-REM-400 = ZERO)
007280                 MOVE 29 TO WS-DAYS-IN-MONTH
007290             ELSE
007300                 MOVE 28 TO WS-DAYS-IN-MONTH
007310             END-IF
007320     END-EVALUATE.
007330 3450-EXIT.
007340     EXIT.

007350 3500-WRITE-SUGGESTION.
007360     MOVE SRT-Code-produit     TO PS-Code-produit.
007370     MOVE SRT-Libelle          TO PS-Libelle.
007380     MOVE SRT-Code-Fournisseur TO PS-Code-Fournisseur.
007390     MOVE SRT-Qte-En-Main      TO PS-Qte-En-Main.
007400     MOVE SRT-Seuil-Reappro    TO PS-Seuil-Reappro.
007410     MOVE WS-QTE-SUGGEREE      TO PS-Qte-Suggeree.
007420     MOVE WS-NEED-DATE         TO PS-Date-Besoin.
007430     MOVE WS-RUN-DATE          TO PS-Run-Date.
007440     MOVE WS-OFFRES            TO PS-Offres.
007450     WRITE PURCHSUG-REC.
007460 3500-EXIT.
007470     EXIT.

007480*****************************************************************
007490* UNDER A PRODUCT SOURCED FROM PRODSUPP: THE TERMS OF THE
007500* SUPPLIER CHOSEN, THEN EACH ALTERNATIVE BEST FIRST. "REEL" IS
007510* THE AVERAGE DAYS TO DELIVER ON SUPPDLV, BLANK WITH NO HISTORY.
007520*****************************************************************
007530 3600-PRINT-OFFERS.
007540     MOVE "RETENU "            TO WF-LIBELLE.
007550     MOVE SRT-Code-Fournisseur TO WF-FOURN.
007560     MOVE WO-Prix-Catalogue    TO WF-PRIX.
007570     MOVE WO-Delai-Promis      TO WF-DELAI.
007580     MOVE WO-Qte-Min           TO WF-MIN.
007590     IF WO-Nb-Livraisons = ZERO
007600         MOVE SPACES TO WF-REEL
007610     ELSE
007620         MOVE WO-Delai-Reel TO WF-REEL-ED
007630     END-IF.
007640     MOVE WS-OFFER-LINE TO PURCHRPT-LINE.
007650     WRITE PURCHRPT-LINE.
007660     PERFORM 3610-PRINT-ONE-ALTERNATIVE THRU 3610-EXIT
007670         VARYING WS-ALT-I FROM 1 BY 1
007680         UNTIL WS-ALT-I > WO-Nb-Autres.
007690 3600-EXIT.
007700     EXIT.

007710 3610-PRINT-ONE-ALTERNATIVE.
007720     MOVE "AUTRE  "                     TO WF-LIBELLE.
007730     MOVE WO-Autre-Fournisseur(WS-ALT-I) TO WF-FOURN.
007740     MOVE WO-Autre-Prix(WS-ALT-I)       TO WF-PRIX.
007750     MOVE WO-Autre-Delai(WS-ALT-I)      TO WF-DELAI.
007760     MOVE WO-Autre-Qte-Min(WS-ALT-I)    TO WF-MIN.
007770     IF WO-Autre-Livraisons(WS-ALT-I) = ZERO
007780         MOVE SPACES TO WF-REEL
007790     ELSE
007800         MOVE WO-Autre-Reel(WS-ALT-I) TO WF-REEL-ED
007810     END-IF.
007820     MOVE WS-OFFER-LINE TO PURCHRPT-LINE.
007830     WRITE PURCHRPT-LINE.
007840 3610-EXIT.
007850     EXIT.

007860 3900-OP-EXIT.
007870     EXIT.

007880 9000-TERMINATE.
007890     IF WS-PRODMAST-WAS-OPENED
007900         CLOSE PRODMAST
007910     END-IF.
007920     IF WS-PURCHSUG-WAS-OPENED
007930         CLOSE PURCHSUG
007940     END-IF.
007950     IF WS-PURCHRPT-WAS-OPENED
007960         CLOSE PURCHRPT
007970     END-IF.
007980     IF WS-SUPPMAST-WAS-OPENED
007990         CLOSE SUPPMAST
008000     END-IF.
008010     IF WS-PRODSUPP-WAS-OPENED
008020         CLOSE PRODSUPP
008030     END-IF.
008040     DISPLAY "DAY7REO - PRODUCTS READ     : " WS-PRODUCTS-READ.
008050     DISPLAY "DAY7REO - PRODUCTS SHORT    : " WS-SHORT-PRODUCTS.
008060     DISPLAY "DAY7REO - WITH ALTERNATIVES : " WS-MULTI-SOURCED.
008070     DISPLAY "DAY7REO - SHORT, NOT PROPOSED (PHASE-OUT/DISC.): "
008080         WS-LIFECYCLE-SKIPPED.
008090 9000-EXIT.
008100     EXIT.
