000100*****************************************************************
000110* EXERCISE 9 STANDING ORDERS: INTERACTIVE STANDING-ORDER
000120* MAINTENANCE
000130* LETS THE ORDER DESK SET UP THE PRODUCTS A CUSTOMER TAKES ON A
000140* REGULAR SCHEDULE - QUANTITY, FREQUENCY (WEEKLY, FORTNIGHTLY,
000150* MONTHLY), START AND END DATE AND DELIVERY ADDRESS - ON THE
000160* STANDORD FILE (SEE STDORD.CPY), INSTEAD OF RE-KEYING THE SAME
000170* ORDER INTO DAY9ORD EVERY WEEK. DAY9SOG TURNS THE LINES THAT
000180* FALL DUE INTO ORDERS EVERY NIGHT.
000190* A STANDING ORDER IS A CLIENT-CODE PLUS A THREE-CHARACTER
000200* REFERENCE; ITS LINES ARE NUMBERED HERE AS THEY ARE ADDED. THE
000210* CUSTOMER, THE PRODUCT AND ANY SHIP-TO CODE MUST BE ON FILE.
000220* A LINE CAN BE SUSPENDED ("S") AND RESUMED, AND ITS NEXT DUE
000230* DATE MOVED TO SKIP OR BRING FORWARD A DELIVERY.
000240* SIGN-ON IS THE SHARED DAYSEC HANDLER; EACH ACTION IS CHECKED
000250* AGAINST THE OPERATOR'S RIGHTS IN THIS PROGRAM AND LOGGED ON
000260* SECLOG THROUGH DAYSLOG.
000270*****************************************************************
000280* MODIFICATION HISTORY
000290*  10/15/2026  JPH  ORIGINAL VERSION, MODELED ON DAY9CLI.
000300*  10/15/2026  JPH  WS-AUTH-LEVEL, WHICH NOTHING READ, IS DROPPED.
000310*****************************************************************
000320 IDENTIFICATION DIVISION.
000330 PROGRAM-ID. day9sto.
000340 AUTHOR. jphNovitz.
000350 DATE-WRITTEN. 2026/10/15.
000360 DATE-COMPILED.

000370 ENVIRONMENT DIVISION.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     SELECT STANDORD ASSIGN TO "STANDORD"
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS DYNAMIC
000430         RECORD KEY IS SO-Key
000440         FILE STATUS IS WS-STANDORD-STATUS.

000450     SELECT CUSTMAST ASSIGN TO "CUSTMAST"
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS DYNAMIC
000480         RECORD KEY IS Client-Code
000490         FILE STATUS IS WS-CUSTMAST-STATUS.

000500     SELECT PRODMAST ASSIGN TO "PRODMAST"
000510         ORGANIZATION IS INDEXED
000520         ACCESS MODE IS DYNAMIC
000530         RECORD KEY IS Code-produit
000540         FILE STATUS IS WS-PRODMAST-STATUS.

000550     SELECT SHIPTO ASSIGN TO "SHIPTO"
000560         ORGANIZATION IS INDEXED
000570         ACCESS MODE IS DYNAMIC
000580         RECORD KEY IS ST-Key
000590         FILE STATUS IS WS-SHIPTO-STATUS.

000600 DATA DIVISION.
000610 FILE SECTION.
000620 FD  STANDORD
000630     RECORDING MODE IS F.
000640     COPY STDORD.

000650 FD  CUSTMAST
000660     RECORDING MODE IS F.
000670     COPY CUSTREC.

000680 FD  PRODMAST
000690     RECORDING MODE IS F.
000700     COPY PRODREC.

000710 FD  SHIPTO
000720     RECORDING MODE IS F.
000730     COPY SHIPTO.

000740 WORKING-STORAGE SECTION.
000750 01  WS-STANDORD-STATUS       PIC X(02).
000760     88  WS-STANDORD-OK            VALUE "00".
000770     88  WS-STANDORD-MISSING       VALUE "35".

000780 01  WS-CUSTMAST-STATUS       PIC X(02).
000790     88  WS-CUSTMAST-OK            VALUE "00".

000800 01  WS-PRODMAST-STATUS       PIC X(02).
000810     88  WS-PRODMAST-OK            VALUE "00".

000820 01  WS-SHIPTO-STATUS         PIC X(02).
000830     88  WS-SHIPTO-OK              VALUE "00".

000840 01  WS-SIGNON-FIELDS.
000850     05  WS-SIGNON-OK-SW      PIC X(01)  VALUE "N".
000860         88  WS-SIGNED-ON            VALUE "Y".

000870     COPY SIGNLINK.

000880     COPY SECLINK.

000890 01  WS-SWITCHES.
000900     05  WS-DONE-SW           PIC X(01)  VALUE "N".
000910         88  WS-ALL-DONE             VALUE "Y".
000920     05  WS-STANDORD-OPEN-SW  PIC X(01)  VALUE "N".
000930         88  WS-STANDORD-WAS-OPENED  VALUE "Y".
000940     05  WS-CUSTMAST-OPEN-SW  PIC X(01)  VALUE "N".
000950         88  WS-CUSTMAST-WAS-OPENED  VALUE "Y".
000960     05  WS-PRODMAST-OPEN-SW  PIC X(01)  VALUE "N".
000970         88  WS-PRODMAST-WAS-OPENED  VALUE "Y".
000980     05  WS-SHIPTO-OPEN-SW    PIC X(01)  VALUE "N".
000990         88  WS-SHIPTO-WAS-OPENED    VALUE "Y".
001000     05  WS-SO-EOF-SW         PIC X(01)  VALUE "N".
001010         88  WS-SO-EOF-REACHED       VALUE "Y".
001020     05  WS-ENTRY-OK-SW       PIC X(01)  VALUE "N".
001030         88  WS-ENTRY-IS-OK          VALUE "Y".
001040     05  WS-DATE-OK-SW        PIC X(01)  VALUE "N".
001050         88  WS-DATE-IS-VALID        VALUE "Y".

001060 01  WS-MENU-CHOICE           PIC X(01).
001070     88  WS-CHOICE-ADD             VALUE "A" "a".
001080     88  WS-CHOICE-CHANGE          VALUE "C" "c".
001090     88  WS-CHOICE-DELETE          VALUE "D" "d".
001100     88  WS-CHOICE-INQUIRE         VALUE "I" "i".
001110     88  WS-CHOICE-QUIT            VALUE "Q" "q".

001120 01  WS-COUNTERS.
001130     05  WS-ADD-COUNT         PIC 9(05) COMP  VALUE ZERO.
001140     05  WS-CHANGE-COUNT      PIC 9(05) COMP  VALUE ZERO.
001150     05  WS-DELETE-COUNT      PIC 9(05) COMP  VALUE ZERO.
001160     05  WS-INQUIRE-COUNT     PIC 9(05) COMP  VALUE ZERO.

001170 01  WS-RUN-DATE              PIC 9(08).
001180 01  WS-OPERATOR-ID           PIC X(08).
001190 01  WS-WORK-CLIENT           PIC X(05).
001200 01  WS-WORK-REF              PIC X(03).
001210 01  WS-WORK-LIGNE-X          PIC X(02).
001220 01  WS-WORK-LIGNE REDEFINES WS-WORK-LIGNE-X
001230                              PIC 9(02).
001240 01  WS-WORK-QTE-X            PIC X(05).
001250 01  WS-WORK-QTE REDEFINES WS-WORK-QTE-X
001260                              PIC 9(05).
001270 01  WS-WORK-DATE-X           PIC X(08).
001280 01  WS-WORK-DATE REDEFINES WS-WORK-DATE-X
001290                              PIC 9(08).
001300 01  WS-WORK-STATUT           PIC X(01).
001310 01  WS-NEXT-LIGNE            PIC 9(02)  VALUE ZERO.
001320 01  WS-LINE-COUNT            PIC 9(03) COMP  VALUE ZERO.
001330 01  WS-ENTRY-MOTIF           PIC X(40)  VALUE SPACES.

001340*****************************************************************
001350* DATE CHECK WORK AREA - THE SAME MONTH-LENGTH RULES AS DAY9QUO.
001360*****************************************************************
001370 01  WS-DT                    PIC 9(08).
001380 01  WS-DT-GROUP REDEFINES WS-DT.
001390     05  WS-DT-YEAR           PIC 9(04).
001400     05  WS-DT-MONTH          PIC 9(02).
001410     05  WS-DT-DAY            PIC 9(02).
001420 01  WS-DT-MONTH-LEN          PIC 9(02)  VALUE ZERO.
001430 01  WS-DT-QUOTIENT           PIC 9(04) COMP  VALUE ZERO.
001440 01  WS-DT-REM-4              PIC 9(04) COMP  VALUE ZERO.
001450 01  WS-DT-REM-100            PIC 9(04) COMP  VALUE ZERO.
001460 01  WS-DT-REM-400            PIC 9(04) COMP  VALUE ZERO.
001470 01  WS-MONTH-LENGTHS         PIC X(24)
001480                              VALUE "312831303130313130313031".
001490 01  WS-MONTH-TABLE REDEFINES WS-MONTH-LENGTHS.
001500     05  WS-MONTH-LEN         PIC 9(02) OCCURS 12 TIMES.

001510 PROCEDURE DIVISION.

001520 0000-MAINLINE.
001530     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001540     PERFORM 2000-PROCESS-MENU THRU 2000-EXIT
001550         UNTIL WS-ALL-DONE.
001560     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001570     STOP RUN.

001580 1000-INITIALIZE.
001590     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001600     PERFORM 1100-SIGN-ON THRU 1100-EXIT.
001610     IF NOT WS-SIGNED-ON
001620         SET WS-ALL-DONE TO TRUE
001630         GO TO 1000-EXIT
001640     END-IF.

001650*****************************************************************
001660* A BRAND-NEW STANDORD FILE IS CREATED EMPTY ON FIRST USE.
001670*****************************************************************
001680     OPEN I-O STANDORD.
001690     IF WS-STANDORD-MISSING
001700         OPEN OUTPUT STANDORD
001710         CLOSE STANDORD
001720         OPEN I-O STANDORD
001730     END-IF.
001740     IF NOT WS-STANDORD-OK
001750         DISPLAY "DAY9STO - UNABLE TO OPEN STANDORD, STATUS "
001760             WS-STANDORD-STATUS
001770         SET WS-ALL-DONE TO TRUE
001780         GO TO 1000-EXIT
001790     END-IF.
001800     SET WS-STANDORD-WAS-OPENED TO TRUE.

001810     OPEN INPUT CUSTMAST.
001820     IF NOT WS-CUSTMAST-OK
001830         DISPLAY "DAY9STO - UNABLE TO OPEN CUSTMAST, STATUS "
001840             WS-CUSTMAST-STATUS
001850         SET WS-ALL-DONE TO TRUE
001860         GO TO 1000-EXIT
001870     END-IF.
001880     SET WS-CUSTMAST-WAS-OPENED TO TRUE.

001890     OPEN INPUT PRODMAST.
001900     IF NOT WS-PRODMAST-OK
001910         DISPLAY "DAY9STO - UNABLE TO OPEN PRODMAST, STATUS "
001920             WS-PRODMAST-STATUS
001930         SET WS-ALL-DONE TO TRUE
001940         GO TO 1000-EXIT
001950     END-IF.
001960     SET WS-PRODMAST-WAS-OPENED TO TRUE.

001970*****************************************************************
001980* WITHOUT A SHIPTO FILE ONLY A BLANK SHIP-TO CODE IS ACCEPTED -
001990* THE GOODS GO TO THE BILLING ADDRESS.
002000*****************************************************************
002010     OPEN INPUT SHIPTO.
002020     IF NOT WS-SHIPTO-OK
002030         DISPLAY "DAY9STO - NO SHIPTO (STATUS "
002040             WS-SHIPTO-STATUS "), ONLY THE BILLING ADDRESS "
002050             "CAN BE USED"
002060     ELSE
002070         SET WS-SHIPTO-WAS-OPENED TO TRUE
002080     END-IF.
002090 1000-EXIT.
002100     EXIT.

002110 1100-SIGN-ON.
002120     MOVE "DAY9STO" TO SGN-Program.
002130     CALL "daysec" USING SGN-REQUEST.
002140     IF SGN-SIGNED-ON
002150         MOVE SGN-Operator   TO WS-OPERATOR-ID
002160         MOVE "Y" TO WS-SIGNON-OK-SW
002170     END-IF.
002180 1100-EXIT.
002190     EXIT.

002200 1190-LOG-SECURITY.
002210     MOVE "DAY9STO" TO SEC-Program.
002220     MOVE WS-OPERATOR-ID TO SEC-Operator.
002230     MOVE SPACES TO SEC-Detail.
002240     STRING SO-Client-Code " " SO-Ref " LIGNE " SO-Ligne
002250         DELIMITED BY SIZE INTO SEC-Detail.
002260     CALL "dayslog" USING SEC-REQUEST.
002270 1190-EXIT.
002280     EXIT.

002290 2000-PROCESS-MENU.
002300     PERFORM 2100-DISPLAY-MENU THRU 2100-EXIT.
002310     PERFORM 2200-GET-CHOICE THRU 2200-EXIT.

002320     EVALUATE TRUE
002330         WHEN WS-CHOICE-ADD
002340             IF NOT SGN-MAY-ADD
002350                 DISPLAY "DAY9STO - NOT AUTHORIZED TO ADD"
002360             ELSE
002370                 PERFORM 3000-ADD-LINE THRU 3000-EXIT
002380             END-IF
002390         WHEN WS-CHOICE-CHANGE
002400             IF NOT SGN-MAY-CHANGE
002410                 DISPLAY "DAY9STO - NOT AUTHORIZED TO CHANGE"
002420             ELSE
002430                 PERFORM 4000-CHANGE-LINE THRU 4000-EXIT
002440             END-IF
002450         WHEN WS-CHOICE-DELETE
002460             IF NOT SGN-MAY-DELETE
002470                 DISPLAY "DAY9STO - NOT AUTHORIZED TO DELETE"
002480             ELSE
002490                 PERFORM 5000-DELETE-LINE THRU 5000-EXIT
002500             END-IF
002510         WHEN WS-CHOICE-INQUIRE
002520             IF NOT SGN-MAY-INQUIRE
002530                 DISPLAY "DAY9STO - NOT AUTHORIZED TO INQUIRE"
002540             ELSE
002550                 PERFORM 6000-INQUIRE-ORDER THRU 6000-EXIT
002560             END-IF
002570         WHEN WS-CHOICE-QUIT
002580             SET WS-ALL-DONE TO TRUE
002590         WHEN OTHER
002600             DISPLAY "DAY9STO - INVALID CHOICE, TRY AGAIN"
002610     END-EVALUATE.
002620 2000-EXIT.
002630     EXIT.

002640 2100-DISPLAY-MENU.
002650     DISPLAY " ".
002660     DISPLAY "-------- STANDING ORDER MAINTENANCE --------".
002670     DISPLAY "  A - ADD A STANDING ORDER LINE".
002680     DISPLAY "  C - CHANGE A STANDING ORDER LINE".
002690     DISPLAY "  D - DELETE A STANDING ORDER LINE".
002700     DISPLAY "  I - INQUIRE ON A STANDING ORDER".
002710     DISPLAY "  Q - QUIT".
002720 2100-EXIT.
002730     EXIT.

002740 2200-GET-CHOICE.
002750     DISPLAY "ENTER YOUR CHOICE : ".
002760     ACCEPT WS-MENU-CHOICE.
002770 2200-EXIT.
002780     EXIT.

002790*****************************************************************
002800* A NEW LINE TAKES THE NEXT LINE NUMBER OF ITS STANDING ORDER
002810* AND FALLS DUE FIRST ON ITS START DATE.
002820*****************************************************************
002830 3000-ADD-LINE.
002840     DISPLAY "ENTER CLIENT-CODE (5 CHARS)        : ".
002850     ACCEPT WS-WORK-CLIENT.
002860     MOVE WS-WORK-CLIENT TO Client-Code.
002870     READ CUSTMAST
002880         INVALID KEY
002890             DISPLAY "DAY9STO - CUSTOMER " WS-WORK-CLIENT
002900                 " NOT FOUND, STATUS " WS-CUSTMAST-STATUS
002910             GO TO 3000-EXIT
002920     END-READ.
002930     IF NOT CLIENT-ACTIF
002940         DISPLAY "DAY9STO - CUSTOMER " WS-WORK-CLIENT
002950             " IS NOT ACTIVE, STATUT " Client-Statut
002960         GO TO 3000-EXIT
002970     END-IF.
002980     DISPLAY "ENTER STANDING ORDER REF (3 CHARS) : ".
002990     ACCEPT WS-WORK-REF.
003000     IF WS-WORK-REF = SPACES
003010         DISPLAY "DAY9STO - STANDING ORDER REF IS REQUIRED"
003020         GO TO 3000-EXIT
003030     END-IF.
003040     PERFORM 3100-FIND-NEXT-LIGNE THRU 3100-EXIT.
003050     IF WS-NEXT-LIGNE > 98
003060         DISPLAY "DAY9STO - STANDING ORDER " WS-WORK-CLIENT
003070             " " WS-WORK-REF " ALREADY HAS 99 LINES"
003080         GO TO 3000-EXIT
003090     END-IF.
003100     ADD 1 TO WS-NEXT-LIGNE.

003110     MOVE WS-WORK-CLIENT TO SO-Client-Code.
003120     MOVE WS-WORK-REF    TO SO-Ref.
003130     MOVE WS-NEXT-LIGNE  TO SO-Ligne.
003140     DISPLAY "ENTER CODE-PRODUIT (3 CHARS)       : ".
003150     ACCEPT SO-Code-produit.
003160     DISPLAY "ENTER QUANTITY (5 DIGITS)          : ".
003170     ACCEPT WS-WORK-QTE-X.
003180     DISPLAY "ENTER FREQUENCY (W, F OR M)        : ".
003190     ACCEPT SO-Frequence.
003200     DISPLAY "ENTER START DATE (YYYYMMDD)        : ".
003210     ACCEPT WS-WORK-DATE-X.
003220     IF WS-WORK-DATE-X IS NUMERIC
003230         MOVE WS-WORK-DATE TO SO-Date-Debut
003240     ELSE
003250         MOVE ZERO TO SO-Date-Debut
003260     END-IF.
003270     DISPLAY "ENTER END DATE (YYYYMMDD, 0 = NONE): ".
003280     ACCEPT WS-WORK-DATE-X.
003290     DISPLAY "ENTER SHIP-TO CODE (SPACES = DEFAULT): ".
003300     ACCEPT SO-Livraison.
003310     MOVE SO-Date-Debut TO SO-Prochaine.
003320     MOVE "A"           TO SO-Statut.
003330     PERFORM 7000-CHECK-ENTRY THRU 7000-EXIT.
003340     IF NOT WS-ENTRY-IS-OK
003350         DISPLAY "DAY9STO - " WS-ENTRY-MOTIF ", LINE NOT ADDED"
003360         GO TO 3000-EXIT
003370     END-IF.
003380     IF SO-Date-Debut < WS-RUN-DATE
003390         DISPLAY "DAY9STO - START DATE IS PAST, THE FIRST "
003400             "ORDER IS TAKEN TONIGHT"
003410     END-IF.
003420     MOVE SPACES         TO SO-Derniere-Commande.
003430     MOVE ZERO           TO SO-Derniere-Date.
003440     MOVE WS-RUN-DATE    TO SO-Last-Maint-Date.
003450     MOVE WS-OPERATOR-ID TO SO-Last-Maint-User.

003460     WRITE STDORD-REC
003470         INVALID KEY
003480             DISPLAY "DAY9STO - UNABLE TO ADD LINE "
003490                 WS-NEXT-LIGNE " STATUS " WS-STANDORD-STATUS
003500         NOT INVALID KEY
003510             ADD 1 TO WS-ADD-COUNT
003520             DISPLAY "DAY9STO - STANDING ORDER " SO-Client-Code
003530                 " " SO-Ref " LINE " SO-Ligne " ADDED"
003540             MOVE "ADD" TO SEC-Event
003550             PERFORM 1190-LOG-SECURITY THRU 1190-EXIT
003560     END-WRITE.
003570 3000-EXIT.
003580     EXIT.

003590 3100-FIND-NEXT-LIGNE.
003600     MOVE ZERO TO WS-NEXT-LIGNE.
003610     MOVE ZERO TO WS-LINE-COUNT.
003620     MOVE "N" TO WS-SO-EOF-SW.
003630     MOVE WS-WORK-CLIENT TO SO-Client-Code.
003640     MOVE WS-WORK-REF    TO SO-Ref.
003650     MOVE ZERO           TO SO-Ligne.
003660     START STANDORD KEY IS NOT < SO-Key
003670         INVALID KEY
003680             MOVE "Y" TO WS-SO-EOF-SW
003690     END-START.
003700     PERFORM 3110-CHECK-ONE-LIGNE THRU 3110-EXIT
003710         UNTIL WS-SO-EOF-REACHED.
003720 3100-EXIT.
003730     EXIT.

003740 3110-CHECK-ONE-LIGNE.
003750     READ STANDORD NEXT RECORD
003760         AT END
003770             MOVE "Y" TO WS-SO-EOF-SW
003780             GO TO 3110-EXIT
003790     END-READ.
003800     IF SO-Client-Code NOT = WS-WORK-CLIENT
003810         OR SO-Ref NOT = WS-WORK-REF
003820         MOVE "Y" TO WS-SO-EOF-SW
003830         GO TO 3110-EXIT
003840     END-IF.
003850     ADD 1 TO WS-LINE-COUNT.
003860     MOVE SO-Ligne TO WS-NEXT-LIGNE.
003870 3110-EXIT.
003880     EXIT.

003890*****************************************************************
003900* THE SCHEDULE, QUANTITY AND ADDRESS CAN BE CHANGED; THE START
003910* DATE CANNOT ONCE KEYED - MOVING THE NEXT DUE DATE IS THE WAY
003920* TO SKIP A DELIVERY OR BRING ONE FORWARD. AN ENDED LINE WHOSE
003930* END DATE IS PUSHED OUT CAN BE SET BACK TO "A".
003940*****************************************************************
003950 4000-CHANGE-LINE.
003960     PERFORM 4900-READ-LINE THRU 4900-EXIT.
003970     IF NOT WS-STANDORD-OK
003980         GO TO 4000-EXIT
003990     END-IF.
004000     DISPLAY "CURRENT QUANTITY : " SO-Qte.
004010     DISPLAY "ENTER NEW QUANTITY         : ".
004020     ACCEPT WS-WORK-QTE-X.
004030     DISPLAY "CURRENT FREQUENCY : " SO-Frequence.
004040     DISPLAY "ENTER NEW FREQUENCY (W/F/M): ".
004050     ACCEPT SO-Frequence.
004060     DISPLAY "CURRENT NEXT DUE DATE : " SO-Prochaine.
004070     DISPLAY "ENTER NEW NEXT DUE DATE    : ".
004080     ACCEPT WS-WORK-DATE-X.
004090     IF WS-WORK-DATE-X IS NUMERIC
004100         MOVE WS-WORK-DATE TO SO-Prochaine
004110     ELSE
004120         MOVE ZERO TO SO-Prochaine
004130     END-IF.
004140     DISPLAY "CURRENT END DATE : " SO-Date-Fin.
004150     DISPLAY "ENTER NEW END DATE (0=NONE): ".
004160     ACCEPT WS-WORK-DATE-X.
004170     DISPLAY "CURRENT SHIP-TO : " SO-Livraison.
004180     DISPLAY "ENTER NEW SHIP-TO CODE     : ".
004190     ACCEPT SO-Livraison.
004200     DISPLAY "CURRENT STATUT : " SO-Statut.
004210     DISPLAY "ENTER NEW STATUT (A/S)     : ".
004220     ACCEPT WS-WORK-STATUT.
004230     IF WS-WORK-STATUT NOT = "A" AND WS-WORK-STATUT NOT = "S"
004240         DISPLAY "DAY9STO - STATUT MUST BE A OR S, LINE NOT "
004250             "CHANGED"
004260         GO TO 4000-EXIT
004270     END-IF.
004280     MOVE WS-WORK-STATUT TO SO-Statut.
004290     PERFORM 7000-CHECK-ENTRY THRU 7000-EXIT.
004300     IF NOT WS-ENTRY-IS-OK
004310         DISPLAY "DAY9STO - " WS-ENTRY-MOTIF
004320             ", LINE NOT CHANGED"
004330         GO TO 4000-EXIT
004340     END-IF.
004350     MOVE WS-RUN-DATE    TO SO-Last-Maint-Date.
004360     MOVE WS-OPERATOR-ID TO SO-Last-Maint-User.

004370     REWRITE STDORD-REC
004380         INVALID KEY
004390             DISPLAY "DAY9STO - UNABLE TO REWRITE LINE "
004400                 WS-WORK-LIGNE " STATUS " WS-STANDORD-STATUS
004410         NOT INVALID KEY
004420             ADD 1 TO WS-CHANGE-COUNT
004430             DISPLAY "DAY9STO - STANDING ORDER " SO-Client-Code
004440                 " " SO-Ref " LINE " SO-Ligne " CHANGED"
004450             MOVE "CHANGE" TO SEC-Event
004460             PERFORM 1190-LOG-SECURITY THRU 1190-EXIT
004470     END-REWRITE.
004480 4000-EXIT.
004490     EXIT.

004500 4900-READ-LINE.
004510     DISPLAY "ENTER CLIENT-CODE                  : ".
004520     ACCEPT WS-WORK-CLIENT.
004530     DISPLAY "ENTER STANDING ORDER REF           : ".
004540     ACCEPT WS-WORK-REF.
004550     DISPLAY "ENTER LINE NUMBER (2 DIGITS)       : ".
004560     ACCEPT WS-WORK-LIGNE-X.
004570     IF WS-WORK-LIGNE-X IS NOT NUMERIC
004580         DISPLAY "DAY9STO - LINE NUMBER MUST BE NUMERIC"
004590         MOVE "23" TO WS-STANDORD-STATUS
004600         GO TO 4900-EXIT
004610     END-IF.
004620     MOVE WS-WORK-CLIENT TO SO-Client-Code.
004630     MOVE WS-WORK-REF    TO SO-Ref.
004640     MOVE WS-WORK-LIGNE  TO SO-Ligne.
004650     READ STANDORD
004660         INVALID KEY
004670             DISPLAY "DAY9STO - STANDING ORDER " WS-WORK-CLIENT
004680                 " " WS-WORK-REF " LINE " WS-WORK-LIGNE
004690                 " NOT FOUND, STATUS " WS-STANDORD-STATUS
004700     END-READ.
004710 4900-EXIT.
004720     EXIT.

004730*****************************************************************
004740* ORDERS ALREADY TAKEN FROM A DELETED LINE STAY ON ORDFILE.
004750*****************************************************************
004760 5000-DELETE-LINE.
004770     PERFORM 4900-READ-LINE THRU 4900-EXIT.
004780     IF NOT WS-STANDORD-OK
004790         GO TO 5000-EXIT
004800     END-IF.
004810     DELETE STANDORD
004820         INVALID KEY
004830             DISPLAY "DAY9STO - UNABLE TO DELETE LINE "
004840                 WS-WORK-LIGNE " STATUS " WS-STANDORD-STATUS
004850         NOT INVALID KEY
004860             ADD 1 TO WS-DELETE-COUNT
004870             DISPLAY "DAY9STO - STANDING ORDER " SO-Client-Code
004880                 " " SO-Ref " LINE " SO-Ligne " DELETED"
004890             MOVE "DELETE" TO SEC-Event
004900             PERFORM 1190-LOG-SECURITY THRU 1190-EXIT
004910     END-DELETE.
004920 5000-EXIT.
004930     EXIT.

004940 6000-INQUIRE-ORDER.
004950     DISPLAY "ENTER CLIENT-CODE                  : ".
004960     ACCEPT WS-WORK-CLIENT.
004970     DISPLAY "ENTER STANDING ORDER REF           : ".
004980     ACCEPT WS-WORK-REF.
004990     ADD 1 TO WS-INQUIRE-COUNT.
005000     MOVE ZERO TO WS-LINE-COUNT.
005010     MOVE "N" TO WS-SO-EOF-SW.
005020     MOVE WS-WORK-CLIENT TO SO-Client-Code.
005030     MOVE WS-WORK-REF    TO SO-Ref.
005040     MOVE ZERO           TO SO-Ligne.
005050     START STANDORD KEY IS NOT < SO-Key
005060         INVALID KEY
005070             MOVE "Y" TO WS-SO-EOF-SW
005080     END-START.
005090     DISPLAY "LN PRD   QTE F DEBUT    FIN      PROCHAIN LIV S "
005100         "DERNIERE".
005110     PERFORM 6100-LIST-ONE-LINE THRU 6100-EXIT
005120         UNTIL WS-SO-EOF-REACHED.
005130     IF WS-LINE-COUNT = ZERO
005140         DISPLAY "DAY9STO - NO STANDING ORDER " WS-WORK-CLIENT
005150             " " WS-WORK-REF
005160     END-IF.
005170 6000-EXIT.
005180     EXIT.

005190 6100-LIST-ONE-LINE.
005200     READ STANDORD NEXT RECORD
005210         AT END
005220             MOVE "Y" TO WS-SO-EOF-SW
005230             GO TO 6100-EXIT
005240     END-READ.
005250     IF SO-Client-Code NOT = WS-WORK-CLIENT
005260         OR SO-Ref NOT = WS-WORK-REF
005270         MOVE "Y" TO WS-SO-EOF-SW
005280         GO TO 6100-EXIT
005290     END-IF.
005300     ADD 1 TO WS-LINE-COUNT.
005310     DISPLAY SO-Ligne " " SO-Code-produit " " SO-Qte " "
005320         SO-Frequence " " SO-Date-Debut " " SO-Date-Fin " "
005330         SO-Prochaine " " SO-Livraison " " SO-Statut " "
005340         SO-Derniere-Commande.
005350 6100-EXIT.
005360     EXIT.

005370*****************************************************************
005380* CHECKS A LINE AS KEYED, ADD OR CHANGE: THE PRODUCT, QUANTITY,
005390* FREQUENCY, DATES AND SHIP-TO CODE. WS-WORK-QTE-X AND
005400* WS-WORK-DATE-X (THE END DATE) ARE STILL AS KEYED. A LINE
005410* WHOSE NEXT DUE DATE IS PAST ITS END DATE IS STORED ENDED.
005420*****************************************************************
005430 7000-CHECK-ENTRY.
005440     MOVE "N" TO WS-ENTRY-OK-SW.
005450     MOVE SPACES TO WS-ENTRY-MOTIF.
005460     MOVE SO-Code-produit TO Code-produit.
005470     READ PRODMAST
005480         INVALID KEY
005490             MOVE "PRODUCT NOT ON PRODMAST" TO WS-ENTRY-MOTIF
005500             GO TO 7000-EXIT
005510     END-READ.
005520     IF WS-WORK-QTE-X IS NOT NUMERIC
005530         OR WS-WORK-QTE = ZERO
005540         MOVE "QUANTITY MUST BE 5 DIGITS, NOT ZERO"
005550             TO WS-ENTRY-MOTIF
005560         GO TO 7000-EXIT
005570     END-IF.
005580     MOVE WS-WORK-QTE TO SO-Qte.
005590     IF NOT SO-WEEKLY AND NOT SO-FORTNIGHTLY
005600         AND NOT SO-MONTHLY
005610         MOVE "FREQUENCY MUST BE W, F OR M" TO WS-ENTRY-MOTIF
005620         GO TO 7000-EXIT
005630     END-IF.
005640     MOVE SO-Date-Debut TO WS-DT.
005650     PERFORM 7100-CHECK-DATE THRU 7100-EXIT.
005660     IF NOT WS-DATE-IS-VALID
005670         MOVE "START DATE IS NOT A VALID DATE" TO WS-ENTRY-MOTIF
005680         GO TO 7000-EXIT
005690     END-IF.
005700     MOVE SO-Prochaine TO WS-DT.
005710     PERFORM 7100-CHECK-DATE THRU 7100-EXIT.
005720     IF NOT WS-DATE-IS-VALID
005730         MOVE "NEXT DUE DATE IS NOT A VALID DATE"
005740             TO WS-ENTRY-MOTIF
005750         GO TO 7000-EXIT
005760     END-IF.
005770     IF WS-WORK-DATE-X IS NOT NUMERIC
005780         MOVE "END DATE MUST BE YYYYMMDD OR 0" TO WS-ENTRY-MOTIF
005790         GO TO 7000-EXIT
005800     END-IF.
005810     MOVE WS-WORK-DATE TO SO-Date-Fin.
005820     IF NOT SO-NO-END-DATE
005830         MOVE SO-Date-Fin TO WS-DT
005840         PERFORM 7100-CHECK-DATE THRU 7100-EXIT
005850         IF NOT WS-DATE-IS-VALID
005860             OR SO-Date-Fin < SO-Date-Debut
005870             MOVE "END DATE INVALID OR BEFORE START"
005880                 TO WS-ENTRY-MOTIF
005890             GO TO 7000-EXIT
005900         END-IF
005910     END-IF.
005920     IF SO-Prochaine < SO-Date-Debut
005930         MOVE "NEXT DUE DATE IS BEFORE THE START DATE"
005940             TO WS-ENTRY-MOTIF
005950         GO TO 7000-EXIT
005960     END-IF.
005970     IF SO-Livraison NOT = SPACES
005980         IF NOT WS-SHIPTO-WAS-OPENED
005990             MOVE "SHIP-TO CODE NOT ON FILE" TO WS-ENTRY-MOTIF
006000             GO TO 7000-EXIT
006010         END-IF
006020         MOVE SO-Client-Code TO ST-Client-Code
006030         MOVE SO-Livraison   TO ST-Code
006040         READ SHIPTO
006050             INVALID KEY
006060                 MOVE "SHIP-TO CODE NOT ON FILE"
006070                     TO WS-ENTRY-MOTIF
006080                 GO TO 7000-EXIT
006090         END-READ
006100     END-IF.
006110     IF NOT SO-NO-END-DATE
006120         AND SO-Prochaine > SO-Date-Fin
006130         MOVE "T" TO SO-Statut
006140         DISPLAY "DAY9STO - NEXT DUE DATE IS PAST THE END DATE, "
006150             "LINE IS ENDED"
006160     END-IF.
006170     MOVE "Y" TO WS-ENTRY-OK-SW.
006180 7000-EXIT.
006190     EXIT.

006200 7100-CHECK-DATE.
006210     MOVE "N" TO WS-DATE-OK-SW.
006220     IF WS-DT-YEAR < 1900
006230         OR WS-DT-MONTH < 1 OR WS-DT-MONTH > 12
006240         OR WS-DT-DAY < 1
006250         GO TO 7100-EXIT
006260     END-IF.
006270     PERFORM 7110-MONTH-LENGTH THRU 7110-EXIT.
006280     IF WS-DT-DAY > WS-DT-MONTH-LEN
006290         GO TO 7100-EXIT
006300     END-IF.
006310     MOVE "Y" TO WS-DATE-OK-SW.
006320 7100-EXIT.
006330     EXIT.

006340 7110-MONTH-LENGTH.
006350     MOVE WS-MONTH-LEN(WS-DT-MONTH) TO WS-DT-MONTH-LEN.
006360     IF WS-DT-MONTH NOT = 2
006370         GO TO 7110-EXIT
006380     END-IF.
006390     DIVIDE WS-DT-YEAR BY 4 GIVING WS-DT-QUOTIENT
006400         REMAINDER WS-DT-REM-4.
006410     DIVIDE WS-DT-YEAR BY 100 GIVING WS-DT-QUOTIENT
006420         REMAINDER WS-DT-REM-100.
006430     DIVIDE WS-DT-YEAR BY 400 GIVING WS-DT-QUOTIENT
006440         REMAINDER WS-DT-REM-400.
006450     IF WS-DT-REM-4 = ZERO
006460         AND (WS-DT-REM-100 NOT = ZERO OR WS-DT-REM-400 = ZERO)
006470         MOVE 29 TO WS-DT-MONTH-LEN
006480     END-IF.
006490 7110-EXIT.
006500     EXIT.

006510 9000-TERMINATE.
006520     IF WS-STANDORD-WAS-OPENED
006530         CLOSE STANDORD
006540     END-IF.
006550     IF WS-CUSTMAST-WAS-OPENED
006560         CLOSE CUSTMAST
006570     END-IF.
006580     IF WS-PRODMAST-WAS-OPENED
006590         CLOSE PRODMAST
006600     END-IF.
006610     IF WS-SHIPTO-WAS-OPENED
006620         CLOSE SHIPTO
006630     END-IF.
006640     DISPLAY "DAY9STO - LINES ADDED        : " WS-ADD-COUNT.
006650     DISPLAY "DAY9STO - LINES CHANGED      : " WS-CHANGE-COUNT.
006660     DISPLAY "DAY9STO - LINES DELETED      : " WS-DELETE-COUNT.
006670     DISPLAY "DAY9STO - INQUIRIES          : " WS-INQUIRE-COUNT.
006680 9000-EXIT.
006690     EXIT.
