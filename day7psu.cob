000100*****************************************************************
000110* EXERCISE 7 PRODUCT SUPPLIERS: CROSS-REFERENCE MAINTENANCE
000120* LETS PURCHASING ADD, CHANGE, DELETE, INQUIRE ON AND LIST THE
000130* SUPPLIERS THAT CAN DELIVER EACH PRODUCT (PRODSUPP FILE, SEE
000140* PRODSUPP.CPY): EACH SUPPLIER'S CATALOGUE PURCHASE PRICE,
000150* PROMISED LEAD TIME AND MINIMUM ORDER QUANTITY. THE NIGHTLY
000160* DAY7REO SWEEP PICKS THE PREFERRED SUPPLIER FROM THESE
000170* ENTRIES AND DAY7PUR OFFERS THE OTHERS AS ALTERNATIVES.
000180* THE PRODUCT MUST BE ON PRODMAST AND THE SUPPLIER ON SUPPMAST.
000190* SIGN-ON IS THE SHARED DAYSEC FRAMEWORK, AND EACH ACTION IS
000200* CHECKED AGAINST THE OPERATOR'S ACCRIGHT RIGHTS (SGN-MAY-*).
000210*****************************************************************
000220* MODIFICATION HISTORY
000230*  10/15/2026  JPH  ORIGINAL VERSION, MODELED ON DAY7LVL.
000240*  10/15/2026  JPH  MENU ACTIONS ARE CHECKED AGAINST THE
000250*                   OPERATOR'S ACCRIGHT RIGHTS IN THIS PROGRAM
000260*                   (SGN-DROITS FROM DAYSEC) INSTEAD OF THE
000270*                   AUTHORITY LEVEL.
000280*  10/15/2026  JPH  HEADER NOW DESCRIBES THE ACCRIGHT RIGHTS CHECK
000290*                   INSTEAD OF THE OLD LEVELS, AND WS-AUTH-LEVEL,
000300*                   WHICH NOTHING READ ANY MORE, IS DROPPED.
000310*****************************************************************
000320 IDENTIFICATION DIVISION.
000330 PROGRAM-ID. day7psu.
000340 AUTHOR. jphNovitz.
000350 DATE-WRITTEN. 2026/10/15.
000360 DATE-COMPILED.

000370 ENVIRONMENT DIVISION.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     SELECT PRODSUPP ASSIGN TO "PRODSUPP"
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS DYNAMIC
000430         RECORD KEY IS PSU-Key
000440         FILE STATUS IS WS-PRODSUPP-STATUS.

000450     SELECT PRODMAST ASSIGN TO "PRODMAST"
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS DYNAMIC
000480         RECORD KEY IS Code-produit
000490         FILE STATUS IS WS-PRODMAST-STATUS.

000500     SELECT SUPPMAST ASSIGN TO "SUPPMAST"
000510         ORGANIZATION IS INDEXED
000520         ACCESS MODE IS DYNAMIC
000530         RECORD KEY IS Fournisseur-Code
000540         FILE STATUS IS WS-SUPPMAST-STATUS.

000550 DATA DIVISION.
000560 FILE SECTION.
000570 FD  PRODSUPP
000580     RECORDING MODE IS F.
000590     COPY PRODSUPP.

000600 FD  PRODMAST
000610     RECORDING MODE IS F.
000620     COPY PRODREC.

000630 FD  SUPPMAST
000640     RECORDING MODE IS F.
000650     COPY SUPPREC.

000660 WORKING-STORAGE SECTION.
000670 01  WS-PRODSUPP-STATUS       PIC X(02).
000680     88  WS-PRODSUPP-OK            VALUE "00".
000690     88  WS-PRODSUPP-MISSING       VALUE "35".

000700 01  WS-PRODMAST-STATUS       PIC X(02).
000710     88  WS-PRODMAST-OK            VALUE "00".

000720 01  WS-SUPPMAST-STATUS       PIC X(02).
000730     88  WS-SUPPMAST-OK            VALUE "00".

000740 01  WS-SIGNON-FIELDS.
000750     05  WS-SIGNON-OK-SW      PIC X(01)  VALUE "N".
000760         88  WS-SIGNED-ON            VALUE "Y".

000770     COPY SIGNLINK.

000780     COPY SECLINK.

000790 01  WS-SWITCHES.
000800     05  WS-DONE-SW           PIC X(01)  VALUE "N".
000810         88  WS-ALL-DONE             VALUE "Y".
000820     05  WS-PRODSUPP-OPEN-SW  PIC X(01)  VALUE "N".
000830         88  WS-PRODSUPP-WAS-OPENED  VALUE "Y".
000840     05  WS-PRODMAST-OPEN-SW  PIC X(01)  VALUE "N".
000850         88  WS-PRODMAST-WAS-OPENED  VALUE "Y".
000860     05  WS-SUPPMAST-OPEN-SW  PIC X(01)  VALUE "N".
000870         88  WS-SUPPMAST-WAS-OPENED  VALUE "Y".
000880     05  WS-TERMS-OK-SW       PIC X(01)  VALUE "N".
000890         88  WS-TERMS-OK             VALUE "Y".
000900     05  WS-LIST-EOF-SW       PIC X(01)  VALUE "N".
000910         88  WS-LIST-EOF-REACHED     VALUE "Y".

000920 01  WS-MENU-CHOICE           PIC X(01).
000930     88  WS-CHOICE-ADD             VALUE "A" "a".
000940     88  WS-CHOICE-CHANGE          VALUE "C" "c".
000950     88  WS-CHOICE-DELETE          VALUE "D" "d".
000960     88  WS-CHOICE-INQUIRE         VALUE "I" "i".
000970     88  WS-CHOICE-LIST            VALUE "L" "l".
000980     88  WS-CHOICE-QUIT            VALUE "Q" "q".

000990 01  WS-COUNTERS.
001000     05  WS-ADD-COUNT         PIC 9(05) COMP  VALUE ZERO.
001010     05  WS-CHANGE-COUNT      PIC 9(05) COMP  VALUE ZERO.
001020     05  WS-DELETE-COUNT      PIC 9(05) COMP  VALUE ZERO.
001030     05  WS-INQUIRE-COUNT     PIC 9(05) COMP  VALUE ZERO.
001040     05  WS-LIST-COUNT        PIC 9(05) COMP  VALUE ZERO.

001050 01  WS-WORK-KEY.
001060     05  WS-WORK-CODE         PIC X(03).
001070     05  WS-WORK-FOURN        PIC X(05).
001080 01  WS-WORK-PRIX-X           PIC X(09).
001090 01  WS-WORK-PRIX REDEFINES WS-WORK-PRIX-X
001100                              PIC 9(07)V99.
001110 01  WS-WORK-DELAI-X          PIC X(03).
001120 01  WS-WORK-DELAI REDEFINES WS-WORK-DELAI-X
001130                              PIC 9(03).
001140 01  WS-WORK-MIN-X            PIC X(05).
001150 01  WS-WORK-MIN REDEFINES WS-WORK-MIN-X
001160                              PIC 9(05).
001170 01  WS-PRIX-ED               PIC -ZZZ,ZZ9.99.
001180 01  WS-SEC-KEY.
001190     05  WS-SEC-CODE          PIC X(03).
001200     05  FILLER               PIC X(01)  VALUE "/".
001210     05  WS-SEC-FOURN         PIC X(05).
001220 01  WS-RUN-DATE              PIC 9(08).
001230 01  WS-OPERATOR-ID           PIC X(08).

001240 PROCEDURE DIVISION.

001250 0000-MAINLINE.
001260     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001270     PERFORM 2000-PROCESS-MENU THRU 2000-EXIT
001280         UNTIL WS-ALL-DONE.
001290     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001300     STOP RUN.

001310 1000-INITIALIZE.
001320     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001330     PERFORM 1100-SIGN-ON THRU 1100-EXIT.
001340     IF NOT WS-SIGNED-ON
001350         SET WS-ALL-DONE TO TRUE
001360         GO TO 1000-EXIT
001370     END-IF.
001380     OPEN I-O PRODSUPP.
001390     IF WS-PRODSUPP-MISSING
001400         OPEN OUTPUT PRODSUPP
001410         CLOSE PRODSUPP
001420         OPEN I-O PRODSUPP
001430     END-IF.
001440     IF NOT WS-PRODSUPP-OK
001450         DISPLAY "DAY7PSU - UNABLE TO OPEN PRODSUPP, STATUS "
001460             WS-PRODSUPP-STATUS
001470         SET WS-ALL-DONE TO TRUE
001480         GO TO 1000-EXIT
001490     END-IF.
001500     SET WS-PRODSUPP-WAS-OPENED TO TRUE.
001510     OPEN INPUT PRODMAST.
001520     IF NOT WS-PRODMAST-OK
001530         DISPLAY "DAY7PSU - UNABLE TO OPEN PRODMAST, STATUS "
001540             WS-PRODMAST-STATUS
001550         SET WS-ALL-DONE TO TRUE
001560         GO TO 1000-EXIT
001570     END-IF.
001580     SET WS-PRODMAST-WAS-OPENED TO TRUE.
001590     OPEN INPUT SUPPMAST.
001600     IF NOT WS-SUPPMAST-OK
001610         DISPLAY "DAY7PSU - UNABLE TO OPEN SUPPMAST, STATUS "
001620             WS-SUPPMAST-STATUS
001630         SET WS-ALL-DONE TO TRUE
001640     ELSE
001650         SET WS-SUPPMAST-WAS-OPENED TO TRUE
001660     END-IF.
001670 1000-EXIT.
001680     EXIT.

001690 1100-SIGN-ON.
001700     MOVE "DAY7PSU" TO SGN-Program.
001710     CALL "daysec" USING SGN-REQUEST.
001720     IF SGN-SIGNED-ON
001730         MOVE SGN-Operator   TO WS-OPERATOR-ID
001740         MOVE "Y" TO WS-SIGNON-OK-SW
001750     END-IF.
001760 1100-EXIT.
001770     EXIT.

001780 1190-LOG-SECURITY.
001790     MOVE "DAY7PSU" TO SEC-Program.
001800     MOVE WS-OPERATOR-ID TO SEC-Operator.
001810     MOVE WS-WORK-CODE  TO WS-SEC-CODE.
001820     MOVE WS-WORK-FOURN TO WS-SEC-FOURN.
001830     MOVE WS-SEC-KEY TO SEC-Detail.
001840     CALL "dayslog" USING SEC-REQUEST.
001850 1190-EXIT.
001860     EXIT.

001870 2000-PROCESS-MENU.
001880     PERFORM 2100-DISPLAY-MENU THRU 2100-EXIT.
001890     PERFORM 2200-GET-CHOICE THRU 2200-EXIT.

001900     EVALUATE TRUE
001910         WHEN WS-CHOICE-ADD
001920             IF NOT SGN-MAY-ADD
001930                 DISPLAY "DAY7PSU - NOT AUTHORIZED TO ADD"
001940             ELSE
001950                 PERFORM 3000-ADD-SUPPLIER THRU 3000-EXIT
001960             END-IF
001970         WHEN WS-CHOICE-CHANGE
001980             IF NOT SGN-MAY-CHANGE
001990                 DISPLAY "DAY7PSU - NOT AUTHORIZED TO CHANGE"
002000             ELSE
002010                 PERFORM 4000-CHANGE-SUPPLIER THRU 4000-EXIT
002020             END-IF
002030         WHEN WS-CHOICE-DELETE
002040             IF NOT SGN-MAY-DELETE
002050                 DISPLAY "DAY7PSU - NOT AUTHORIZED TO DELETE"
002060             ELSE
002070                 PERFORM 5000-DELETE-SUPPLIER THRU 5000-EXIT
002080             END-IF
002090         WHEN WS-CHOICE-INQUIRE
002100             IF NOT SGN-MAY-INQUIRE
002110                 DISPLAY "DAY7PSU - NOT AUTHORIZED TO INQUIRE"
002120             ELSE
002130                 PERFORM 6000-INQUIRE-SUPPLIER THRU 6000-EXIT
002140             END-IF
002150         WHEN WS-CHOICE-LIST
002160             IF NOT SGN-MAY-INQUIRE
002170                 DISPLAY "DAY7PSU - NOT AUTHORIZED TO INQUIRE"
002180             ELSE
002190                 PERFORM 7000-LIST-SUPPLIERS THRU 7000-EXIT
002200             END-IF
002210         WHEN WS-CHOICE-QUIT
002220             SET WS-ALL-DONE TO TRUE
002230         WHEN OTHER
002240             DISPLAY "DAY7PSU - INVALID CHOICE, TRY AGAIN"
002250     END-EVALUATE.
002260 2000-EXIT.
002270     EXIT.

002280 2100-DISPLAY-MENU.
002290     DISPLAY " ".
002300     DISPLAY "------ PRODUCT SUPPLIER CROSS-REFERENCE ------".
002310     DISPLAY "  A - ADD A SUPPLIER FOR A PRODUCT".
002320     DISPLAY "  C - CHANGE PRICE, LEAD TIME OR MINIMUM".
002330     DISPLAY "  D - DELETE A SUPPLIER FOR A PRODUCT".
002340     DISPLAY "  I - INQUIRE ON ONE SUPPLIER FOR A PRODUCT".
002350     DISPLAY "  L - LIST THE SUPPLIERS OF A PRODUCT".
002360     DISPLAY "  Q - QUIT".
002370 2100-EXIT.
002380     EXIT.

002390 2200-GET-CHOICE.
002400     DISPLAY "ENTER YOUR CHOICE : ".
002410     ACCEPT WS-MENU-CHOICE.
002420 2200-EXIT.
002430     EXIT.

002440 2300-GET-KEY.
002450     DISPLAY "ENTER CODE-PRODUIT (3 CHARS)       : ".
002460     ACCEPT WS-WORK-CODE.
002470     DISPLAY "ENTER FOURNISSEUR (5 CHARS)        : ".
002480     ACCEPT WS-WORK-FOURN.
002490     MOVE WS-WORK-CODE  TO PSU-Code-produit.
002500     MOVE WS-WORK-FOURN TO PSU-Fournisseur.
002510 2300-EXIT.
002520     EXIT.

002530*****************************************************************
002540* KEYS THE CATALOGUE PRICE, LEAD TIME AND MINIMUM ORDER
002550* QUANTITY. ALL THREE MUST BE NUMERIC; THE PRICE MUST BE ABOVE
002560* ZERO AND A ZERO MINIMUM IS TAKEN AS 1.
002570*****************************************************************
002580 2400-GET-TERMS.
002590     MOVE "N" TO WS-TERMS-OK-SW.
002600     DISPLAY "ENTER CATALOGUE PRICE (9 DIGITS)   : ".
002610     ACCEPT WS-WORK-PRIX-X.
002620     DISPLAY "ENTER LEAD TIME IN DAYS (3 DIGITS) : ".
002630     ACCEPT WS-WORK-DELAI-X.
002640     DISPLAY "ENTER MINIMUM ORDER QTY (5 DIGITS) : ".
002650     ACCEPT WS-WORK-MIN-X.
002660     IF WS-WORK-PRIX-X IS NOT NUMERIC
002670         OR WS-WORK-DELAI-X IS NOT NUMERIC
002680         OR WS-WORK-MIN-X IS NOT NUMERIC
002690         DISPLAY "DAY7PSU - PRICE, LEAD TIME AND MINIMUM MUST "
002700             "BE NUMERIC"
002710         GO TO 2400-EXIT
002720     END-IF.
002730     IF WS-WORK-PRIX = ZERO
002740         DISPLAY "DAY7PSU - CATALOGUE PRICE MUST BE ABOVE ZERO"
002750         GO TO 2400-EXIT
002760     END-IF.
002770     IF WS-WORK-PRIX > 999999.99
002780         DISPLAY "DAY7PSU - CATALOGUE PRICE TOO LARGE"
002790         GO TO 2400-EXIT
002800     END-IF.
002810     IF WS-WORK-MIN = ZERO
002820         MOVE 1 TO WS-WORK-MIN
002830     END-IF.
002840     MOVE WS-WORK-PRIX  TO PSU-Prix-Achat.
002850     MOVE WS-WORK-DELAI TO PSU-Delai.
002860     MOVE WS-WORK-MIN   TO PSU-Qte-Min.
002870     MOVE "Y" TO WS-TERMS-OK-SW.
002880 2400-EXIT.
002890     EXIT.

002900 3000-ADD-SUPPLIER.
002910     PERFORM 2300-GET-KEY THRU 2300-EXIT.
002920     MOVE WS-WORK-CODE TO Code-produit.
002930     READ PRODMAST
002940         INVALID KEY
002950             DISPLAY "DAY7PSU - PRODUCT " WS-WORK-CODE
002960                 " NOT ON PRODMAST, NOT ADDED"
002970             GO TO 3000-EXIT
002980     END-READ.
002990     MOVE WS-WORK-FOURN TO Fournisseur-Code.
003000     READ SUPPMAST
003010         INVALID KEY
003020             DISPLAY "DAY7PSU - SUPPLIER " WS-WORK-FOURN
003030                 " NOT ON SUPPMAST, NOT ADDED"
003040             GO TO 3000-EXIT
003050     END-READ.
003060     DISPLAY "PRODUIT : " Libelle "   FOURNISSEUR : "
003070         Fournisseur-Nom.
003080     PERFORM 2400-GET-TERMS THRU 2400-EXIT.
003090     IF NOT WS-TERMS-OK
003100         DISPLAY "DAY7PSU - SUPPLIER NOT ADDED"
003110         GO TO 3000-EXIT
003120     END-IF.
003130     MOVE WS-WORK-CODE   TO PSU-Code-produit.
003140     MOVE WS-WORK-FOURN  TO PSU-Fournisseur.
003150     MOVE WS-RUN-DATE    TO PSU-Last-Maint-Date.
003160     MOVE WS-OPERATOR-ID TO PSU-Last-Maint-User.

003170     WRITE PRODSUPP-REC
003180         INVALID KEY
003190             DISPLAY "DAY7PSU - " WS-WORK-FOURN
003200                 " IS ALREADY A SUPPLIER OF " WS-WORK-CODE
003210                 ", STATUS " WS-PRODSUPP-STATUS
003220         NOT INVALID KEY
003230             ADD 1 TO WS-ADD-COUNT
003240             DISPLAY "DAY7PSU - " WS-WORK-FOURN
003250                 " ADDED AS A SUPPLIER OF " WS-WORK-CODE
003260             MOVE "ADD" TO SEC-Event
003270             PERFORM 1190-LOG-SECURITY THRU 1190-EXIT
003280     END-WRITE.
003290 3000-EXIT.
003300     EXIT.

003310 4000-CHANGE-SUPPLIER.
003320     PERFORM 2300-GET-KEY THRU 2300-EXIT.
003330     READ PRODSUPP
003340         INVALID KEY
003350             DISPLAY "DAY7PSU - " WS-WORK-FOURN
003360                 " IS NOT A SUPPLIER OF " WS-WORK-CODE
003370                 ", STATUS " WS-PRODSUPP-STATUS
003380             GO TO 4000-EXIT
003390     END-READ.
003400     MOVE PSU-Prix-Achat TO WS-PRIX-ED.
003410     DISPLAY "CURRENT PRICE : " WS-PRIX-ED
003420         "   LEAD TIME : " PSU-Delai
003430         "   MINIMUM : " PSU-Qte-Min.
003440     PERFORM 2400-GET-TERMS THRU 2400-EXIT.
003450     IF NOT WS-TERMS-OK
003460         DISPLAY "DAY7PSU - SUPPLIER NOT CHANGED"
003470         GO TO 4000-EXIT
003480     END-IF.
003490     MOVE WS-RUN-DATE    TO PSU-Last-Maint-Date.
003500     MOVE WS-OPERATOR-ID TO PSU-Last-Maint-User.

003510     REWRITE PRODSUPP-REC
003520         INVALID KEY
003530             DISPLAY "DAY7PSU - UNABLE TO REWRITE "
003540                 WS-WORK-FOURN " FOR " WS-WORK-CODE
003550                 " STATUS " WS-PRODSUPP-STATUS
003560         NOT INVALID KEY
003570             ADD 1 TO WS-CHANGE-COUNT
003580             DISPLAY "DAY7PSU - " WS-WORK-FOURN
003590                 " FOR " WS-WORK-CODE " CHANGED"
003600             MOVE "CHANGE" TO SEC-Event
003610             PERFORM 1190-LOG-SECURITY THRU 1190-EXIT
003620     END-REWRITE.
003630 4000-EXIT.
003640     EXIT.

003650 5000-DELETE-SUPPLIER.
003660     PERFORM 2300-GET-KEY THRU 2300-EXIT.
003670     READ PRODSUPP
003680         INVALID KEY
003690             DISPLAY "DAY7PSU - " WS-WORK-FOURN
003700                 " IS NOT A SUPPLIER OF " WS-WORK-CODE
003710                 ", STATUS " WS-PRODSUPP-STATUS
003720             GO TO 5000-EXIT
003730     END-READ.

003740     DELETE PRODSUPP
003750         INVALID KEY
003760             DISPLAY "DAY7PSU - UNABLE TO DELETE "
003770                 WS-WORK-FOURN " FOR " WS-WORK-CODE
003780                 " STATUS " WS-PRODSUPP-STATUS
003790         NOT INVALID KEY
003800             ADD 1 TO WS-DELETE-COUNT
003810             DISPLAY "DAY7PSU - " WS-WORK-FOURN
003820                 " NO LONGER A SUPPLIER OF " WS-WORK-CODE
003830             MOVE "DELETE" TO SEC-Event
003840             PERFORM 1190-LOG-SECURITY THRU 1190-EXIT
003850     END-DELETE.
003860 5000-EXIT.
003870     EXIT.

003880 6000-INQUIRE-SUPPLIER.
003890     PERFORM 2300-GET-KEY THRU 2300-EXIT.
003900     READ PRODSUPP
003910         INVALID KEY
003920             DISPLAY "DAY7PSU - " WS-WORK-FOURN
003930                 " IS NOT A SUPPLIER OF " WS-WORK-CODE
003940                 ", STATUS " WS-PRODSUPP-STATUS
003950             GO TO 6000-EXIT
003960     END-READ.
003970     ADD 1 TO WS-INQUIRE-COUNT.
003980     MOVE PSU-Prix-Achat TO WS-PRIX-ED.
003990     DISPLAY "CODE-PRODUIT     : " PSU-Code-produit.
004000     DISPLAY "FOURNISSEUR      : " PSU-Fournisseur.
004010     DISPLAY "CATALOGUE PRICE  : " WS-PRIX-ED.
004020     DISPLAY "LEAD TIME (DAYS) : " PSU-Delai.
004030     DISPLAY "MINIMUM ORDER    : " PSU-Qte-Min.
004040     DISPLAY "LAST MAINTAINED  : " PSU-Last-Maint-Date
004050         " BY " PSU-Last-Maint-User.
004060 6000-EXIT.
004070     EXIT.

004080*****************************************************************
004090* LISTS EVERY SUPPLIER ON FILE FOR ONE PRODUCT.
004100*****************************************************************
004110 7000-LIST-SUPPLIERS.
004120     DISPLAY "ENTER CODE-PRODUIT TO LIST         : ".
004130     ACCEPT WS-WORK-CODE.
004140     MOVE WS-WORK-CODE TO PSU-Code-produit.
004150     MOVE LOW-VALUES   TO PSU-Fournisseur.
004160     MOVE "N" TO WS-LIST-EOF-SW.
004170     MOVE ZERO TO WS-LIST-COUNT.
004180     START PRODSUPP KEY IS NOT < PSU-Key
004190         INVALID KEY
004200             MOVE "Y" TO WS-LIST-EOF-SW
004210     END-START.
004220     DISPLAY "FOURN         PRIX  DELAI  MINIMUM".
004230     PERFORM 7010-LIST-ONE-SUPPLIER THRU 7010-EXIT
004240         UNTIL WS-LIST-EOF-REACHED.
004250     IF WS-LIST-COUNT = ZERO
004260         DISPLAY "DAY7PSU - NO SUPPLIERS FOR " WS-WORK-CODE
004270     END-IF.
004280 7000-EXIT.
004290     EXIT.

004300 7010-LIST-ONE-SUPPLIER.
004310     READ PRODSUPP NEXT RECORD
004320         AT END
004330             MOVE "Y" TO WS-LIST-EOF-SW
004340             GO TO 7010-EXIT
004350     END-READ.
004360     IF PSU-Code-produit NOT = WS-WORK-CODE
004370         MOVE "Y" TO WS-LIST-EOF-SW
004380         GO TO 7010-EXIT
004390     END-IF.
004400     ADD 1 TO WS-LIST-COUNT.
004410     MOVE PSU-Prix-Achat TO WS-PRIX-ED.
004420     DISPLAY PSU-Fournisseur " " WS-PRIX-ED "    " PSU-Delai
004430         "    " PSU-Qte-Min.
004440 7010-EXIT.
004450     EXIT.

004460 9000-TERMINATE.
004470     IF WS-PRODSUPP-WAS-OPENED
004480         CLOSE PRODSUPP
004490     END-IF.
004500     IF WS-PRODMAST-WAS-OPENED
004510         CLOSE PRODMAST
004520     END-IF.
004530     IF WS-SUPPMAST-WAS-OPENED
004540         CLOSE SUPPMAST
004550     END-IF.
004560     DISPLAY "DAY7PSU - SUPPLIERS ADDED    : " WS-ADD-COUNT.
004570     DISPLAY "DAY7PSU - SUPPLIERS CHANGED  : " WS-CHANGE-COUNT.
004580     DISPLAY "DAY7PSU - SUPPLIERS DELETED  : " WS-DELETE-COUNT.
004590     DISPLAY "DAY7PSU - SUPPLIERS INQUIRED : " WS-INQUIRE-COUNT.
004600 9000-EXIT.
004610     EXIT.
