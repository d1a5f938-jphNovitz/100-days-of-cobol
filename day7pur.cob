000120* WORKS THE PURCHSUG FILE THE DAY7REO SWEEP WRITES. IN THE
000130* DEFAULT INTERACTIVE MODE EACH SUGGESTION IS SHOWN AND THE
000140* BUYER ORDERS IT (KEYING THE AGREED PURCHASE PRICE), SKIPS IT,
000150* OR QUITS - FROM THE PREFERRED SUPPLIER OR ONE OF THE
000160* ALTERNATIVES DAY7REO LISTS FROM PRODSUPP; AN ORDERED
000170* SUGGESTION BECOMES A NUMBERED PO ON THE
000180* POFILE OPEN-PO LEDGER (SEE POREC.CPY, NUMBERS FROM THE POSEQ
000190* CONTROL FILE, DUE DATE FROM PS-DATE-BESOIN) AND AT END OF
000200* SESSION ONE PO DOCUMENT PER FOURNISSEUR IS PRINTED TO POPRNT
000210* WITH THE SUPPMAST NAME AND ADDRESS - NOBODY RETYPES THE
000220* PROPOSAL INTO A LETTER ANY MORE.
000230*
000240* WITH PARM "L" THE PROGRAM INSTEAD PRINTS THE OPEN-PO LISTING
000250* (POLIST): EVERY PO NOT YET CLOSED, WITH ORDERED AND RECEIVED
000260* QUANTITIES, FLAGGING ANY PO PAST ITS DUE DATE - SO PURCHASING
000270* SEES WHAT IS ON ORDER AND OVERDUE, AND TWO BUYERS STOP
000280* ORDERING THE SAME SHORTAGE TWICE.
000290*****************************************************************
000300* MODIFICATION HISTORY
000310*  09/02/2026  JPH  ORIGINAL VERSION, MODE PARM SHAPE AS IN
000320*                   DAY7FIX.
000330*  10/15/2026  JPH  EACH SUGGESTION NOW SHOWS THE PREFERRED
000340*                   SUPPLIER'S CATALOGUE TERMS AND DELIVERY
000350*                   RECORD AND THE ALTERNATIVES DAY7REO RANKED
000360*                   FROM PRODSUPP. THE BUYER MAY ORDER FROM ANY
000370*                   SUPPLIER SHOWN; A BLANK PRICE TAKES THAT
000380*                   SUPPLIER'S CATALOGUE PRICE AND THE QUANTITY
000390*                   IS RAISED TO ITS MINIMUM ORDER QUANTITY.
000400*****************************************************************
000410 IDENTIFICATION DIVISION.
000420 PROGRAM-ID. day7pur.
000430 AUTHOR. jphNovitz.
000440 DATE-WRITTEN. 2026/09/02.
000450 DATE-COMPILED.

000460 ENVIRONMENT DIVISION.
000470 INPUT-OUTPUT SECTION.
000480 FILE-CONTROL.
000490     SELECT PURCHSUG ASSIGN TO "PURCHSUG"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS WS-PURCHSUG-STATUS.

000520     SELECT POFILE ASSIGN TO "POFILE"
000530         ORGANIZATION IS INDEXED
000540         ACCESS MODE IS DYNAMIC
000550         RECORD KEY IS PO-Numero
000560         FILE STATUS IS WS-POFILE-STATUS.

000570     SELECT POSEQ ASSIGN TO "POSEQ"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS WS-POSEQ-STATUS.

000600     SELECT SUPPMAST ASSIGN TO "SUPPMAST"
000610         ORGANIZATION IS INDEXED
000620         ACCESS MODE IS DYNAMIC
000630         RECORD KEY IS Fournisseur-Code
000640         FILE STATUS IS WS-SUPPMAST-STATUS.

000650     SELECT POPRNT ASSIGN TO "POPRNT"
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS WS-POPRNT-STATUS.

000680     SELECT POLIST ASSIGN TO "POLIST"
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS WS-POLIST-STATUS.

000710 DATA DIVISION.
000720 FILE SECTION.
000730 FD  PURCHSUG
000740     RECORDING MODE IS F.
000750     COPY PURCHSUG.

000760 FD  POFILE
000770     RECORDING MODE IS F.
000780     COPY POREC.

000790 FD  POSEQ
000800     RECORDING MODE IS F.
000810 01  POSEQ-REC.
000820     05  SEQ-Next-PO          PIC 9(06).

000830 FD  SUPPMAST
000840     RECORDING MODE IS F.
000850     COPY SUPPREC.

000860 FD  POPRNT
000870     RECORDING MODE IS F.
000880 01  POPRNT-LINE              PIC X(90).

000890 FD  POLIST
000900     RECORDING MODE IS F.
000910 01  POLIST-LINE              PIC X(90).

000920 WORKING-STORAGE SECTION.
000930 01  WS-PURCHSUG-STATUS       PIC X(02).
000940     88  WS-PURCHSUG-OK             VALUE "00".

000950 01  WS-POFILE-STATUS         PIC X(02).
000960     88  WS-POFILE-OK               VALUE "00".
000970     88  WS-POFILE-MISSING          VALUE "35".

000980 01  WS-POSEQ-STATUS          PIC X(02).
000990     88  WS-POSEQ-OK                VALUE "00".

001000 01  WS-SUPPMAST-STATUS       PIC X(02).
001010     88  WS-SUPPMAST-OK             VALUE "00".

001020 01  WS-POPRNT-STATUS         PIC X(02).
001030     88  WS-POPRNT-OK               VALUE "00".

001040 01  WS-POLIST-STATUS         PIC X(02).
001050     88  WS-POLIST-OK               VALUE "00".

001060 01  WS-SWITCHES.
001070     05  WS-EOF-SW            PIC X(01)  VALUE "N".
001080         88  WS-EOF-REACHED          VALUE "Y".
001090     05  WS-PURCHSUG-OPEN-SW  PIC X(01)  VALUE "N".
001100         88  WS-PURCHSUG-WAS-OPENED  VALUE "Y".
001110     05  WS-POFILE-OPEN-SW    PIC X(01)  VALUE "N".
001120         88  WS-POFILE-WAS-OPENED    VALUE "Y".
001130     05  WS-SUPPMAST-OPEN-SW  PIC X(01)  VALUE "N".
001140         88  WS-SUPPMAST-WAS-OPENED  VALUE "Y".
001150     05  WS-POPRNT-OPEN-SW    PIC X(01)  VALUE "N".
001160         88  WS-POPRNT-WAS-OPENED    VALUE "Y".

001170 01  WS-MODE-FLAG             PIC X(01)  VALUE "C".
001180     88  WS-MODE-IS-LIST          VALUE "L" "l".
001190     88  WS-MODE-IS-CONVERT       VALUE "C".

001200 01  WS-ACTION-CHOICE         PIC X(01).
001210     88  WS-ACTION-ORDER           VALUE "O" "o".
001220     88  WS-ACTION-SKIP            VALUE "S" "s".
001230     88  WS-ACTION-QUIT            VALUE "Q" "q".

001240 01  WS-COUNTERS.
001250     05  WS-SUGGESTIONS-READ  PIC 9(05) COMP  VALUE ZERO.
001260     05  WS-POS-RAISED        PIC 9(05) COMP  VALUE ZERO.
001270     05  WS-SKIPPED           PIC 9(05) COMP  VALUE ZERO.
001280     05  WS-OPEN-LISTED       PIC 9(05) COMP  VALUE ZERO.
001290     05  WS-OVERDUE-LISTED    PIC 9(05) COMP  VALUE ZERO.

001300 01  WS-RUN-DATE              PIC 9(08).
001310 01  WS-NEXT-PO               PIC 9(06)  VALUE 1.
001320 01  WS-PRIX-X                PIC X(09).
001330 01  WS-PRIX REDEFINES WS-PRIX-X
001340                              PIC 9(07)V99.
001350 01  WS-PRIX-ED               PIC -ZZZ,ZZ9.99.
001360 01  WS-REEL-ED               PIC ZZ9.9.
001370 01  WS-ALT-I                 PIC 9(01)  VALUE ZERO.
001380 01  WS-OFFERS-SW             PIC X(01)  VALUE "N".
001390     88  WS-HAS-OFFERS            VALUE "Y".
001400 01  WS-CHOSEN-SW             PIC X(01)  VALUE "N".
001410     88  WS-SUPPLIER-CHOSEN       VALUE "Y".
001420 01  WS-FOURN-CHOICE          PIC X(05).
001430 01  WS-CHOSEN-FOURN          PIC X(05).
001440 01  WS-CHOSEN-PRIX           PIC S9(06)V99 COMP-3  VALUE ZERO.
001450 01  WS-CHOSEN-MIN            PIC 9(05)  VALUE ZERO.
001460 01  WS-QTE-COMMANDE          PIC S9(06) COMP-3  VALUE ZERO.
001470 01  WS-SESS-I                PIC 9(03) COMP  VALUE ZERO.
001480 01  WS-SESS-J                PIC 9(03) COMP  VALUE ZERO.
001490 01  WS-INSERT-AT             PIC 9(03) COMP  VALUE ZERO.
001500 01  WS-PREV-FOURN            PIC X(05)  VALUE HIGH-VALUES.

001510*****************************************************************
001520* THE SESSION'S NEW PO NUMBERS, KEPT SORTED BY SUPPLIER AS THEY
001530* ARE RAISED SO THE END-OF-SESSION DOCUMENT PRINT MAKES ONE
001540* BLOCK PER FOURNISSEUR.
001550*****************************************************************
001560 01  WS-SESSION-TABLE.
001570     05  WS-SESS-COUNT        PIC 9(03) COMP  VALUE ZERO.
001580     05  WS-SESS-ENTRY OCCURS 200 TIMES.
001590         10  WS-SESS-FOURN    PIC X(05).
001600         10  WS-SESS-PO       PIC 9(06).

001610 01  WS-DOC-HEADING.
001620     05  FILLER               PIC X(22) VALUE
001630         "BON DE COMMANDE POUR  ".
001640     05  WH-FOURN-CODE        PIC X(05).
001650     05  FILLER               PIC X(02) VALUE SPACES.
001660     05  WH-FOURN-NOM         PIC X(25).

001670 01  WS-DOC-ADDRESS.
001680     05  FILLER               PIC X(10) VALUE "ADRESSE : ".
001690     05  WH-FOURN-ADRESSE     PIC X(30).

001700 01  WS-DOC-LINE.
001710     05  FILLER               PIC X(05) VALUE "  PO ".
001720     05  WD-PO                PIC 9(06).
001730     05  FILLER               PIC X(02) VALUE SPACES.
001740     05  WD-CODE              PIC X(03).
001750     05  FILLER               PIC X(06) VALUE "  QTE ".
001760     05  WD-QTE               PIC ZZZZZ9-.
001770     05  FILLER               PIC X(07) VALUE "  PRIX ".
001780     05  WD-PRIX              PIC -ZZZ,ZZ9.99.
001790     05  FILLER               PIC X(09) VALUE "  BESOIN ".
001800     05  WD-BESOIN            PIC 9(08).

001810 01  WS-LIST-HEADING.
001820     05  FILLER               PIC X(33) VALUE
001830         "COMMANDES FOURNISSEUR OUVERTES AU".
001840     05  FILLER               PIC X(02) VALUE " :".
001850     05  FILLER               PIC X(01) VALUE SPACE.
001860     05  WL-RUN-DATE          PIC 9(08).

001870 01  WS-LIST-LINE.
001880     05  WL-PO                PIC 9(06).
001890     05  FILLER               PIC X(02) VALUE SPACES.
001900     05  WL-FOURN             PIC X(05).
001910     05  FILLER               PIC X(02) VALUE SPACES.
001920     05  WL-CODE              PIC X(03).
001930     05  FILLER               PIC X(06) VALUE "  CDE ".
001940     05  WL-CDE               PIC ZZZZZ9-.
001950     05  FILLER               PIC X(07) VALUE "  RECU ".
001960     05  WL-RECU              PIC ZZZZZ9-.
001970     05  FILLER               PIC X(09) VALUE "  BESOIN ".
001980     05  WL-BESOIN            PIC 9(08).
001990     05  FILLER               PIC X(02) VALUE SPACES.
002000     05  WL-FLAG              PIC X(10).

002010 PROCEDURE DIVISION.

002020 0000-MAINLINE.
002030     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002040     IF WS-MODE-IS-LIST
002050         PERFORM 6000-PRINT-OPEN-LIST THRU 6000-EXIT
002060     ELSE
002070         PERFORM 2000-WORK-ONE-SUGGESTION THRU 2000-EXIT
002080             UNTIL WS-EOF-REACHED
002090         PERFORM 5000-PRINT-DOCUMENTS THRU 5000-EXIT
002100     END-IF.
002110     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002120     STOP RUN.

002130 1000-INITIALIZE.
002140     CALL "dayproc" USING WS-RUN-DATE.
002150     ACCEPT WS-MODE-FLAG FROM COMMAND-LINE.
002160     IF NOT WS-MODE-IS-LIST
002170         MOVE "C" TO WS-MODE-FLAG
002180     END-IF.

002190     OPEN I-O POFILE.
002200     IF WS-POFILE-MISSING
002210         OPEN OUTPUT POFILE
002220         CLOSE POFILE
002230         OPEN I-O POFILE
002240     END-IF.
002250     IF NOT WS-POFILE-OK
002260         DISPLAY "DAY7PUR - UNABLE TO OPEN POFILE, STATUS "
002270             WS-POFILE-STATUS " - NOTHING DONE"
002280         MOVE "Y" TO WS-EOF-SW
002290         MOVE "L" TO WS-MODE-FLAG
002300         GO TO 1000-EXIT
002310     END-IF.
002320     MOVE "Y" TO WS-POFILE-OPEN-SW.

002330     IF WS-MODE-IS-LIST
002340         GO TO 1000-EXIT
002350     END-IF.

002360     OPEN INPUT PURCHSUG.
002370     IF NOT WS-PURCHSUG-OK
002380         DISPLAY "DAY7PUR - UNABLE TO OPEN PURCHSUG, STATUS "
002390             WS-PURCHSUG-STATUS " - NOTHING TO CONVERT"
002400         MOVE "Y" TO WS-EOF-SW
002410         GO TO 1000-EXIT
002420     END-IF.
002430     MOVE "Y" TO WS-PURCHSUG-OPEN-SW.

002440     OPEN INPUT SUPPMAST.
002450     IF NOT WS-SUPPMAST-OK
002460         DISPLAY "DAY7PUR - UNABLE TO OPEN SUPPMAST, STATUS "
002470             WS-SUPPMAST-STATUS " - DOCUMENTS WITHOUT NAMES"
002480     ELSE
002490         MOVE "Y" TO WS-SUPPMAST-OPEN-SW
002500     END-IF.

002510     PERFORM 1100-GET-NEXT-PO THRU 1100-EXIT.
002520     PERFORM 2100-READ-PURCHSUG THRU 2100-EXIT.
002530 1000-EXIT.
002540     EXIT.

002550*****************************************************************
002560* THE NEXT PO NUMBER LIVES ON THE ONE-RECORD POSEQ CONTROL FILE,
002570* THE SAME SHAPE AS DAY9INV'S INVSEQ. A MISSING OR EMPTY FILE
002580* STARTS AT 1; THE UPDATED NUMBER IS SAVED BACK AT END OF JOB.
002590*****************************************************************
002600 1100-GET-NEXT-PO.
002610     OPEN INPUT POSEQ.
002620     IF NOT WS-POSEQ-OK
002630         DISPLAY "DAY7PUR - NO POSEQ CONTROL FILE, NUMBERING "
002640             "STARTS AT 000001"
002650         GO TO 1100-EXIT
002660     END-IF.
002670     READ POSEQ
002680         AT END
002690             DISPLAY "DAY7PUR - POSEQ IS EMPTY, NUMBERING "
002700                 "STARTS AT 000001"
002710             CLOSE POSEQ
002720             GO TO 1100-EXIT
002730     END-READ.
002740     IF SEQ-Next-PO IS NUMERIC AND SEQ-Next-PO > ZERO
002750         MOVE SEQ-Next-PO TO WS-NEXT-PO
002760     END-IF.
002770     CLOSE POSEQ.
002780 1100-EXIT.
002790     EXIT.

002800 2000-WORK-ONE-SUGGESTION.
002810     ADD 1 TO WS-SUGGESTIONS-READ.
002820     DISPLAY " ".
002830     DISPLAY "SUGGESTION : " PS-Code-produit " "
002840         PS-Libelle "  FOURNISSEUR " PS-Code-Fournisseur.
002850     DISPLAY "  EN MAIN " PS-Qte-En-Main "  SEUIL "
002860         PS-Seuil-Reappro "  SUGGEREE " PS-Qte-Suggeree
002870         "  BESOIN " PS-Date-Besoin.
002880     PERFORM 2200-SHOW-OFFERS THRU 2200-EXIT.
002890     DISPLAY "O - ORDER, S - SKIP, Q - QUIT : ".
002900     ACCEPT WS-ACTION-CHOICE.

002910     EVALUATE TRUE
002920         WHEN WS-ACTION-ORDER
002930             PERFORM 3000-RAISE-PO THRU 3000-EXIT
002940         WHEN WS-ACTION-QUIT
002950             MOVE "Y" TO WS-EOF-SW
002960             GO TO 2000-EXIT
002970         WHEN OTHER
002980             ADD 1 TO WS-SKIPPED
002990     END-EVALUATE.

003000     PERFORM 2100-READ-PURCHSUG THRU 2100-EXIT.
003010 2000-EXIT.
003020     EXIT.

003030 2100-READ-PURCHSUG.
003040     READ PURCHSUG
003050         AT END
003060             MOVE "Y" TO WS-EOF-SW
003070             GO TO 2100-EXIT
003080     END-READ.
003090 2100-EXIT.
003100     EXIT.

003110*****************************************************************
003120* A SUGGESTION WRITTEN BEFORE PRODSUPP EXISTED, OR FOR A PRODUCT
003130* WITH NO PRODSUPP ENTRY, CARRIES NO OFFERS AND IS ORDERED FROM
003140* PS-CODE-FOURNISSEUR AS BEFORE.
003150*****************************************************************
003160 2200-SHOW-OFFERS.
003170     MOVE "N" TO WS-OFFERS-SW.
003180     IF PS-Prix-Catalogue IS NOT NUMERIC
003190         OR PS-Nb-Autres IS NOT NUMERIC
003200         GO TO 2200-EXIT
003210     END-IF.
003220     IF PS-Prix-Catalogue = ZERO
003230         GO TO 2200-EXIT
003240     END-IF.
003250     MOVE "Y" TO WS-OFFERS-SW.
003260     MOVE PS-Prix-Catalogue TO WS-PRIX-ED.
003270     MOVE PS-Delai-Reel TO WS-REEL-ED.
003280     IF PS-Nb-Livraisons = ZERO
003290         DISPLAY "  RETENU " PS-Code-Fournisseur
003300             "  PRIX " WS-PRIX-ED "  DELAI " PS-Delai-Promis
003310             "  REEL -----  MIN " PS-Qte-Min
003320     ELSE
003330         DISPLAY "  RETENU " PS-Code-Fournisseur
003340             "  PRIX " WS-PRIX-ED "  DELAI " PS-Delai-Promis
003350             "  REEL " WS-REEL-ED "  MIN " PS-Qte-Min
003360     END-IF.
003370     PERFORM 2210-SHOW-ONE-ALTERNATIVE THRU 2210-EXIT
003380         VARYING WS-ALT-I FROM 1 BY 1
003390         UNTIL WS-ALT-I > PS-Nb-Autres.
003400 2200-EXIT.
003410     EXIT.

003420 2210-SHOW-ONE-ALTERNATIVE.
003430     MOVE PS-Autre-Prix(WS-ALT-I) TO WS-PRIX-ED.
003440     MOVE PS-Autre-Reel(WS-ALT-I) TO WS-REEL-ED.
003450     IF PS-Autre-Livraisons(WS-ALT-I) = ZERO
003460         DISPLAY "  AUTRE  " PS-Autre-Fournisseur(WS-ALT-I)
003470             "  PRIX " WS-PRIX-ED "  DELAI "
003480             PS-Autre-Delai(WS-ALT-I)
003490             "  REEL -----  MIN " PS-Autre-Qte-Min(WS-ALT-I)
003500     ELSE
003510         DISPLAY "  AUTRE  " PS-Autre-Fournisseur(WS-ALT-I)
003520             "  PRIX " WS-PRIX-ED "  DELAI "
003530             PS-Autre-Delai(WS-ALT-I)
003540             "  REEL " WS-REEL-ED
003550             "  MIN " PS-Autre-Qte-Min(WS-ALT-I)
003560     END-IF.
003570 2210-EXIT.
003580     EXIT.

003590 3000-RAISE-PO.
003600     MOVE PS-Code-Fournisseur TO WS-CHOSEN-FOURN.
003610     MOVE ZERO TO WS-CHOSEN-PRIX.
003620     MOVE ZERO TO WS-CHOSEN-MIN.
003630     IF WS-HAS-OFFERS
003640         PERFORM 3050-CHOOSE-SUPPLIER THRU 3050-EXIT
003650         IF NOT WS-SUPPLIER-CHOSEN
003660             DISPLAY "DAY7PUR - " WS-FOURN-CHOICE
003670                 " IS NOT AMONG THE SUPPLIERS SHOWN, "
003680                 "SUGGESTION SKIPPED"
003690             ADD 1 TO WS-SKIPPED
003700             GO TO 3000-EXIT
003710         END-IF
003720     END-IF.
003730     MOVE PS-Qte-Suggeree TO WS-QTE-COMMANDE.
003740     IF WS-QTE-COMMANDE < WS-CHOSEN-MIN
003750         MOVE WS-CHOSEN-MIN TO WS-QTE-COMMANDE
003760         DISPLAY "DAY7PUR - QUANTITY RAISED TO THE SUPPLIER'S "
003770             "MINIMUM OF " WS-CHOSEN-MIN
003780     END-IF.
003790     IF WS-CHOSEN-PRIX > ZERO
003800         DISPLAY "ENTER AGREED UNIT PRICE (9 DIGITS, "
003810             "BLANK = CATALOGUE) : "
003820     ELSE
003830         DISPLAY "ENTER AGREED UNIT PRICE (9 DIGITS) : "
003840     END-IF.
003850     ACCEPT WS-PRIX-X.
003860     IF WS-PRIX-X = SPACES
003870         AND WS-CHOSEN-PRIX > ZERO
003880         MOVE WS-CHOSEN-PRIX TO WS-PRIX
003890     END-IF.
003900     IF WS-PRIX-X IS NOT NUMERIC
003910         DISPLAY "DAY7PUR - PRICE MUST BE NUMERIC, SUGGESTION "
003920             "SKIPPED"
003930         ADD 1 TO WS-SKIPPED
003940         GO TO 3000-EXIT
003950     END-IF.

003960     MOVE WS-NEXT-PO          TO PO-Numero.
003970     MOVE WS-CHOSEN-FOURN     TO PO-Fournisseur.
003980     MOVE PS-Code-produit     TO PO-Code-produit.
003990     MOVE WS-QTE-COMMANDE     TO PO-Qte-Commandee.
004000     MOVE ZERO                TO PO-Qte-Recue.
004010     MOVE WS-PRIX             TO PO-Prix-Achat.
004020     MOVE WS-RUN-DATE         TO PO-Date-Commande.
004030     MOVE PS-Date-Besoin      TO PO-Date-Besoin.
004040     MOVE "O"                 TO PO-Statut.
004050     WRITE POREC-REC
004060         INVALID KEY
004070             DISPLAY "DAY7PUR - UNABLE TO WRITE PO "
004080                 PO-Numero " STATUS " WS-POFILE-STATUS
004090             GO TO 3000-EXIT
004100     END-WRITE.
004110     ADD 1 TO WS-NEXT-PO.
004120     ADD 1 TO WS-POS-RAISED.
004130     PERFORM 3100-NOTE-SESSION-PO THRU 3100-EXIT.
004140     DISPLAY "DAY7PUR - PO " PO-Numero " RAISED ON "
004150         PO-Fournisseur.
004160 3000-EXIT.
004170     EXIT.

004180*****************************************************************
004190* BLANK KEEPS THE PREFERRED SUPPLIER; ANY OTHER CODE MUST BE ONE
004200* OF THE ALTERNATIVES SHOWN. THE CHOSEN SUPPLIER'S CATALOGUE
004210* PRICE AND MINIMUM COME WITH IT.
004220*****************************************************************
004230 3050-CHOOSE-SUPPLIER.
004240     MOVE "N" TO WS-CHOSEN-SW.
004250     DISPLAY "FOURNISSEUR (BLANK = " PS-Code-Fournisseur
004260         ") : ".
004270     ACCEPT WS-FOURN-CHOICE.
004280     IF WS-FOURN-CHOICE = SPACES
004290         OR WS-FOURN-CHOICE = PS-Code-Fournisseur
004300         MOVE PS-Code-Fournisseur TO WS-CHOSEN-FOURN
004310         MOVE PS-Prix-Catalogue   TO WS-CHOSEN-PRIX
004320         MOVE PS-Qte-Min          TO WS-CHOSEN-MIN
004330         MOVE "Y" TO WS-CHOSEN-SW
004340         GO TO 3050-EXIT
004350     END-IF.
004360     PERFORM 3060-MATCH-ONE-ALTERNATIVE THRU 3060-EXIT
004370         VARYING WS-ALT-I FROM 1 BY 1
004380         UNTIL WS-ALT-I > PS-Nb-Autres
004390            OR WS-SUPPLIER-CHOSEN.
004400 3050-EXIT.
004410     EXIT.

004420 3060-MATCH-ONE-ALTERNATIVE.
004430     IF PS-Autre-Fournisseur(WS-ALT-I) = WS-FOURN-CHOICE
004440         MOVE WS-FOURN-CHOICE TO WS-CHOSEN-FOURN
004450         MOVE PS-Autre-Prix(WS-ALT-I) TO WS-CHOSEN-PRIX
004460         MOVE PS-Autre-Qte-Min(WS-ALT-I) TO WS-CHOSEN-MIN
004470         MOVE "Y" TO WS-CHOSEN-SW
004480     END-IF.
004490 3060-EXIT.
004500     EXIT.

004510 3100-NOTE-SESSION-PO.
004520     IF WS-SESS-COUNT NOT < 200
004530         DISPLAY "DAY7PUR - SESSION TABLE FULL (200), PO "
004540             PO-Numero " NOT ON THE DOCUMENT PRINT"
004550         GO TO 3100-EXIT
004560     END-IF.
004570     COMPUTE WS-INSERT-AT = WS-SESS-COUNT + 1.
004580     PERFORM 3110-TRY-ONE-SLOT THRU 3110-EXIT
004590         VARYING WS-SESS-J FROM 1 BY 1
004600         UNTIL WS-SESS-J > WS-SESS-COUNT
004610            OR WS-INSERT-AT NOT > WS-SESS-COUNT.
004620     ADD 1 TO WS-SESS-COUNT.
004630     PERFORM 3120-SHIFT-ONE-DOWN THRU 3120-EXIT
004640         VARYING WS-SESS-J FROM WS-SESS-COUNT BY -1
004650         UNTIL WS-SESS-J NOT > WS-INSERT-AT.
004660     MOVE PO-Fournisseur TO WS-SESS-FOURN(WS-INSERT-AT).
004670     MOVE PO-Numero      TO WS-SESS-PO(WS-INSERT-AT).
004680 3100-EXIT.
004690     EXIT.

004700 3110-TRY-ONE-SLOT.
004710     IF WS-SESS-FOURN(WS-SESS-J) > PO-Fournisseur
004720         MOVE WS-SESS-J TO WS-INSERT-AT
004730     END-IF.
004740 3110-EXIT.
004750     EXIT.

004760 3120-SHIFT-ONE-DOWN.
004770     MOVE WS-SESS-ENTRY(WS-SESS-J - 1)
004780         TO WS-SESS-ENTRY(WS-SESS-J).
004790 3120-EXIT.
004800     EXIT.

004810*****************************************************************
004820* ONE DOCUMENT BLOCK PER SUPPLIER, IN SUPPLIER ORDER, EACH PO
004830* LINE RE-READ FROM POFILE BY ITS NUMBER SO THE DOCUMENT SHOWS
004840* EXACTLY WHAT WAS WRITTEN.
004850*****************************************************************
004860 5000-PRINT-DOCUMENTS.
004870     IF WS-SESS-COUNT = ZERO
004880         GO TO 5000-EXIT
004890     END-IF.
004900     OPEN OUTPUT POPRNT.
004910     IF NOT WS-POPRNT-OK
004920         DISPLAY "DAY7PUR - UNABLE TO OPEN POPRNT, STATUS "
004930             WS-POPRNT-STATUS " - DOCUMENTS NOT PRINTED"
004940         GO TO 5000-EXIT
004950     END-IF.
004960     MOVE "Y" TO WS-POPRNT-OPEN-SW.
004970     MOVE HIGH-VALUES TO WS-PREV-FOURN.
004980     PERFORM 5100-PRINT-ONE-PO THRU 5100-EXIT
004990         VARYING WS-SESS-I FROM 1 BY 1
005000         UNTIL WS-SESS-I > WS-SESS-COUNT.
005010     CLOSE POPRNT.
005020     MOVE "N" TO WS-POPRNT-OPEN-SW.
005030 5000-EXIT.
005040     EXIT.

005050 5100-PRINT-ONE-PO.
005060     MOVE WS-SESS-PO(WS-SESS-I) TO PO-Numero.
005070     READ POFILE
005080         INVALID KEY
005090             GO TO 5100-EXIT
005100     END-READ.
005110     IF PO-Fournisseur NOT = WS-PREV-FOURN
005120         PERFORM 5200-SUPPLIER-HEADING THRU 5200-EXIT
005130     END-IF.
005140     MOVE PO-Numero        TO WD-PO.
005150     MOVE PO-Code-produit  TO WD-CODE.
005160     MOVE PO-Qte-Commandee TO WD-QTE.
005170     MOVE PO-Prix-Achat    TO WD-PRIX.
005180     MOVE PO-Date-Besoin   TO WD-BESOIN.
005190     MOVE WS-DOC-LINE TO POPRNT-LINE.
005200     WRITE POPRNT-LINE.
005210 5100-EXIT.
005220     EXIT.

005230 5200-SUPPLIER-HEADING.
005240     MOVE PO-Fournisseur TO WS-PREV-FOURN.
005250     MOVE PO-Fournisseur TO WH-FOURN-CODE.
005260     MOVE SPACES TO WH-FOURN-NOM.
005270     MOVE SPACES TO WH-FOURN-ADRESSE.
005280     IF WS-SUPPMAST-WAS-OPENED
005290         MOVE PO-Fournisseur TO Fournisseur-Code
005300         READ SUPPMAST
005310             INVALID KEY
005320                 MOVE "(INCONNU)" TO WH-FOURN-NOM
005330             NOT INVALID KEY
005340                 MOVE Fournisseur-Nom     TO WH-FOURN-NOM
005350                 MOVE Fournisseur-Adresse TO WH-FOURN-ADRESSE
005360         END-READ
005370     END-IF.
005380     MOVE SPACES TO POPRNT-LINE.
005390     WRITE POPRNT-LINE.
005400     MOVE WS-DOC-HEADING TO POPRNT-LINE.
005410     WRITE POPRNT-LINE.
005420     MOVE WS-DOC-ADDRESS TO POPRNT-LINE.
005430     WRITE POPRNT-LINE.
005440 5200-EXIT.
005450     EXIT.

005460 6000-PRINT-OPEN-LIST.
005470     IF NOT WS-POFILE-WAS-OPENED
005480         GO TO 6000-EXIT
005490     END-IF.
005500     OPEN OUTPUT POLIST.
005510     IF NOT WS-POLIST-OK
005520         DISPLAY "DAY7PUR - UNABLE TO OPEN POLIST, STATUS "
005530             WS-POLIST-STATUS
005540         GO TO 6000-EXIT
005550     END-IF.
005560     MOVE WS-RUN-DATE TO WL-RUN-DATE.
005570     MOVE WS-LIST-HEADING TO POLIST-LINE.
005580     WRITE POLIST-LINE.
005590     MOVE "N" TO WS-EOF-SW.
005600     MOVE ZERO TO PO-Numero.
005610     START POFILE KEY IS NOT < PO-Numero
005620         INVALID KEY
005630             MOVE "Y" TO WS-EOF-SW
005640     END-START.
005650     PERFORM 6100-LIST-ONE-PO THRU 6100-EXIT
005660         UNTIL WS-EOF-REACHED.
005670     CLOSE POLIST.
005680     DISPLAY "DAY7PUR - OPEN POS LISTED : " WS-OPEN-LISTED.
005690     DISPLAY "DAY7PUR - OF WHICH OVERDUE: " WS-OVERDUE-LISTED.
005700 6000-EXIT.
005710     EXIT.

005720 6100-LIST-ONE-PO.
005730     READ POFILE NEXT RECORD
005740         AT END
005750             MOVE "Y" TO WS-EOF-SW
005760             GO TO 6100-EXIT
005770     END-READ.
005780     IF PO-STATUT-CLOSED
005790         GO TO 6100-EXIT
005800     END-IF.
005810     ADD 1 TO WS-OPEN-LISTED.
005820     MOVE PO-Numero        TO WL-PO.
005830     MOVE PO-Fournisseur   TO WL-FOURN.
005840     MOVE PO-Code-produit  TO WL-CODE.
005850     MOVE PO-Qte-Commandee TO WL-CDE.
005860     MOVE PO-Qte-Recue     TO WL-RECU.
005870     MOVE PO-Date-Besoin   TO WL-BESOIN.
005880     MOVE SPACES TO WL-FLAG.
005890     IF PO-Date-Besoin < WS-RUN-DATE
005900         MOVE "** RETARD " TO WL-FLAG
005910         ADD 1 TO WS-OVERDUE-LISTED
005920     END-IF.
005930     MOVE WS-LIST-LINE TO POLIST-LINE.
005940     WRITE POLIST-LINE.
005950 6100-EXIT.
005960     EXIT.

005970 9000-TERMINATE.
005980     IF WS-PURCHSUG-WAS-OPENED
005990         CLOSE PURCHSUG
006000     END-IF.
006010     IF WS-SUPPMAST-WAS-OPENED
006020         CLOSE SUPPMAST
006030     END-IF.
006040     IF WS-POFILE-WAS-OPENED
006050         CLOSE POFILE
006060         PERFORM 9100-SAVE-NEXT-PO THRU 9100-EXIT
006070     END-IF.
006080     IF WS-MODE-IS-LIST
006090         CONTINUE
006100     ELSE
006110         DISPLAY "DAY7PUR - SUGGESTIONS READ : "
006120             WS-SUGGESTIONS-READ
006130         DISPLAY "DAY7PUR - POS RAISED       : " WS-POS-RAISED
006140         DISPLAY "DAY7PUR - SKIPPED          : " WS-SKIPPED
006150     END-IF.
006160 9000-EXIT.
006170     EXIT.

006180 9100-SAVE-NEXT-PO.
006190     IF WS-MODE-IS-LIST
006200         GO TO 9100-EXIT
006210     END-IF.
006220     OPEN OUTPUT POSEQ.
006230     IF NOT WS-POSEQ-OK
006240         DISPLAY "DAY7PUR - UNABLE TO SAVE POSEQ, STATUS "
006250             WS-POSEQ-STATUS " - NEXT RUN MAY REUSE NUMBERS"
006260         GO TO 9100-EXIT
006270     END-IF.
006280     MOVE WS-NEXT-PO TO SEQ-Next-PO.
006290     WRITE POSEQ-REC.
006300     CLOSE POSEQ.
006310 9100-EXIT.
006320     EXIT.
