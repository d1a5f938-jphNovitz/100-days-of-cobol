000160* LINE INSTEAD OF LETTING THE OPERATOR FREE-KEY "DUPONT",
000170* "DUPONT SA" AND "DUPONT S.A." AS THREE DIFFERENT CUSTOMERS.
000180* SIGN-ON IS THE SAME USERSEC FRAMEWORK THE OTHER MAINTENANCE
000190* PROGRAMS USE: EACH ACTION IS CHECKED AGAINST THE OPERATOR'S
000200* ACCRIGHT RIGHTS (SGN-MAY-ADD, -CHANGE, -DELETE, -INQUIRE), THREE
000210* FAILURES END THE SESSION, A MISSING USERSEC FAILS CLOSED.
000220* A DELETE IS REFUSED WHILE THE CUSTOMER IS STILL ACTIVE - THE
000230* EXPECTED WAY TO RETIRE A CUSTOMER IS TO SET THE STATUS TO "I"
000240* SO HISTORY ON THE ORDER FILE KEEPS POINTING AT A REAL RECORD.
000250*****************************************************************
000260* MODIFICATION HISTORY
000270*  09/02/2026  JPH  ORIGINAL VERSION, MODELED ON DAY7SUP.
000280*  09/02/2026  JPH  SIGN-ONS, FAILED ATTEMPTS, LOCKOUTS AND
000290*                   MAINTENANCE ACTIONS ARE NOW APPENDED TO THE
000300*                   CENTRAL SECLOG THROUGH THE SHARED DAYSLOG
000310*                   HANDLER (SEE SECLINK.CPY), SO THE DAILY
000320*                   SECURITY REPORT SEES EVERY OPERATOR, NOT
000330*                   JUST THE LAST WRITER'S MAINT STAMP.
000340*  09/02/2026  JPH  THE INLINE USERSEC SIGN-ON BLOCK IS REPLACED
000350*                   BY A CALL TO THE SHARED DAYSEC SUBPROGRAM
000360*                   (SEE SIGNLINK.CPY), WHICH ADDS PASSWORD
000370*                   EXPIRY, CHANGE-OWN-PASSWORD AND PERSISTED
000380*                   LOCKOUTS AND LOGS THE SIGN-ON EVENTS ITSELF -
000390*                   ONE SIGN-ON MAINTAINED IN ONE PLACE.
000400*  10/15/2026  JPH  STATUT "D" (FINAL NOTICE SENT BY DAY9DUN) IS
000410*                   ACCEPTED ON A CHANGE, SO IT CAN BE KEPT OR
000420*                   CLEARED BACK TO "A", AND BLOCKS A DELETE THE
000430*                   SAME WAY "A" DOES.
000440*  10/15/2026  JPH  MENU ACTIONS ARE CHECKED AGAINST THE
000450*                   OPERATOR'S ACCRIGHT RIGHTS IN THIS PROGRAM
000460*                   (SGN-DROITS FROM DAYSEC) INSTEAD OF THE
000470*                   AUTHORITY LEVEL.
000480*  10/15/2026  JPH  CUSTOMER DELIVERY ADDRESSES ON THE NEW SHIPTO
000490*                   FILE (SEE SHIPTO.CPY) ARE MAINTAINED HERE:
000500*                   "S" ADDS OR CHANGES ONE, "X" DELETES ONE,
000510*                   AND AN INQUIRY LISTS THEM. ONE ADDRESS PER
000520*                   CUSTOMER IS THE DEFAULT - THE FIRST ONE
000530*                   ADDED, OR THE LAST ONE MARKED - AND IT
000540*                   CANNOT BE DELETED WHILE OTHERS REMAIN.
000550*                   DELETING A CUSTOMER DELETES ITS ADDRESSES.
000560*  10/15/2026  JPH  HEADER NAMES THE ACCRIGHT RIGHTS THE CODE
000570*                   CHECKS INSTEAD OF THE OLD LEVELS, AND
000580*                   WS-AUTH-LEVEL, WHICH NOTHING READ, IS DROPPED.
000590*****************************************************************
000600 IDENTIFICATION DIVISION.
000610 PROGRAM-ID. day9cli.
000620 AUTHOR. jphNovitz.
000630 DATE-WRITTEN. 2026/09/02.
000640 DATE-COMPILED.

000650 ENVIRONMENT DIVISION.
000660 INPUT-OUTPUT SECTION.
000670 FILE-CONTROL.
000680     SELECT CUSTMAST ASSIGN TO "CUSTMAST"
000690         ORGANIZATION IS INDEXED
000700         ACCESS MODE IS DYNAMIC
000710         RECORD KEY IS Client-Code
000720         FILE STATUS IS WS-CUSTMAST-STATUS.

000730     SELECT SHIPTO ASSIGN TO "SHIPTO"
000740         ORGANIZATION IS INDEXED
000750         ACCESS MODE IS DYNAMIC
000760         RECORD KEY IS ST-Key
000770         FILE STATUS IS WS-SHIPTO-STATUS.

000780 DATA DIVISION.
000790 FILE SECTION.
000800 FD  CUSTMAST
000810     RECORDING MODE IS F.
000820     COPY CUSTREC.

000830 FD  SHIPTO
000840     RECORDING MODE IS F.
000850     COPY SHIPTO.

000860 WORKING-STORAGE SECTION.
000870 01  WS-CUSTMAST-STATUS       PIC X(02).
000880     88  WS-CUSTMAST-OK            VALUE "00".
000890     88  WS-CUSTMAST-NOTFOUND      VALUE "23".
000900     88  WS-CUSTMAST-DUPLICATE     VALUE "22".

000910 01  WS-SHIPTO-STATUS         PIC X(02).
000920     88  WS-SHIPTO-OK              VALUE "00".
000930     88  WS-SHIPTO-MISSING         VALUE "35".

000940 01  WS-SIGNON-FIELDS.
000950     05  WS-SIGNON-OK-SW      PIC X(01)  VALUE "N".
000960         88  WS-SIGNED-ON            VALUE "Y".

000970     COPY SIGNLINK.

000980     COPY SECLINK.

000990 01  WS-SWITCHES.
001000     05  WS-DONE-SW           PIC X(01)  VALUE "N".
001010         88  WS-ALL-DONE             VALUE "Y".
001020     05  WS-CUSTMAST-OPEN-SW  PIC X(01)  VALUE "N".
001030         88  WS-CUSTMAST-WAS-OPENED  VALUE "Y".
001040     05  WS-SHIPTO-OPEN-SW    PIC X(01)  VALUE "N".
001050         88  WS-SHIPTO-WAS-OPENED    VALUE "Y".
001060     05  WS-ST-EOF-SW         PIC X(01)  VALUE "N".
001070         88  WS-ST-EOF-REACHED       VALUE "Y".
001080     05  WS-ST-EXISTS-SW      PIC X(01)  VALUE "N".
001090         88  WS-ST-EXISTS            VALUE "Y".

001100 01  WS-MENU-CHOICE           PIC X(01).
001110     88  WS-CHOICE-ADD             VALUE "A" "a".
001120     88  WS-CHOICE-CHANGE          VALUE "C" "c".
001130     88  WS-CHOICE-DELETE          VALUE "D" "d".
001140     88  WS-CHOICE-INQUIRE         VALUE "I" "i".
001150     88  WS-CHOICE-SHIPTO          VALUE "S" "s".
001160     88  WS-CHOICE-SHIPTO-DELETE   VALUE "X" "x".
001170     88  WS-CHOICE-QUIT            VALUE "Q" "q".

001180 01  WS-COUNTERS.
001190     05  WS-ADD-COUNT         PIC 9(05) COMP  VALUE ZERO.
001200     05  WS-CHANGE-COUNT      PIC 9(05) COMP  VALUE ZERO.
001210     05  WS-DELETE-COUNT      PIC 9(05) COMP  VALUE ZERO.
001220     05  WS-INQUIRE-COUNT     PIC 9(05) COMP  VALUE ZERO.
001230     05  WS-ST-ADD-COUNT      PIC 9(05) COMP  VALUE ZERO.
001240     05  WS-ST-CHANGE-COUNT   PIC 9(05) COMP  VALUE ZERO.
001250     05  WS-ST-DELETE-COUNT   PIC 9(05) COMP  VALUE ZERO.

001260 01  WS-WORK-CODE             PIC X(05).
001270 01  WS-WORK-LIMITE-X         PIC X(11).
001280 01  WS-WORK-LIMITE REDEFINES WS-WORK-LIMITE-X
001290                              PIC 9(09)V99.
001300 01  WS-LIMITE-ED             PIC ZZZ,ZZZ,ZZ9.99.
001310 01  WS-RUN-DATE              PIC 9(08).
001320 01  WS-OPERATOR-ID           PIC X(08).

001330*****************************************************************
001340* THE SHIP-TO ADDRESS BEING MAINTAINED, AND WHAT THE CUSTOMER
001350* ALREADY HAS ON SHIPTO: HOW MANY ADDRESSES AND WHICH IS THE
001360* DEFAULT.
001370*****************************************************************
001380 01  WS-WORK-SHIPTO           PIC X(03).
001390 01  WS-WORK-DEFAUT           PIC X(01).
001400     88  WS-DEFAUT-YES             VALUE "Y" "y".
001410     88  WS-DEFAUT-NO              VALUE "N" "n".
001420 01  WS-ST-COUNT              PIC 9(03) COMP  VALUE ZERO.
001430 01  WS-DEFAULT-SHIPTO        PIC X(03)  VALUE SPACES.
001440 01  WS-ST-DEFAUT-ED          PIC X(08)  VALUE SPACES.

001450 PROCEDURE DIVISION.

001460 0000-MAINLINE.
001470     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001480     PERFORM 2000-PROCESS-MENU THRU 2000-EXIT
001490         UNTIL WS-ALL-DONE.
001500     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001510     STOP RUN.

001520 1000-INITIALIZE.
001530     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001540     PERFORM 1100-SIGN-ON THRU 1100-EXIT.
001550     IF NOT WS-SIGNED-ON
001560         SET WS-ALL-DONE TO TRUE
001570         GO TO 1000-EXIT
001580     END-IF.
001590     OPEN I-O CUSTMAST.
001600     IF NOT WS-CUSTMAST-OK
001610         DISPLAY "DAY9CLI - UNABLE TO OPEN CUSTMAST, STATUS "
001620             WS-CUSTMAST-STATUS
001630         SET WS-ALL-DONE TO TRUE
001640     ELSE
001650         SET WS-CUSTMAST-WAS-OPENED TO TRUE
001660     END-IF.

001670*****************************************************************
001680* A BRAND-NEW SHIPTO FILE IS CREATED EMPTY ON FIRST USE. IF IT
001690* CANNOT BE OPENED THE CUSTOMER MASTER IS STILL MAINTAINED.
001700*****************************************************************
001710     OPEN I-O SHIPTO.
001720     IF WS-SHIPTO-MISSING
001730         OPEN OUTPUT SHIPTO
001740         CLOSE SHIPTO
001750         OPEN I-O SHIPTO
001760     END-IF.
001770     IF NOT WS-SHIPTO-OK
001780         DISPLAY "DAY9CLI - UNABLE TO OPEN SHIPTO, STATUS "
001790             WS-SHIPTO-STATUS " - SHIP-TO ADDRESSES CANNOT "
001800             "BE MAINTAINED"
001810     ELSE
001820         SET WS-SHIPTO-WAS-OPENED TO TRUE
001830     END-IF.
001840 1000-EXIT.
001850     EXIT.

001860 1100-SIGN-ON.
001870     MOVE "DAY9CLI" TO SGN-Program.
001880     CALL "daysec" USING SGN-REQUEST.
001890     IF SGN-SIGNED-ON
001900         MOVE SGN-Operator   TO WS-OPERATOR-ID
001910         MOVE "Y" TO WS-SIGNON-OK-SW
001920     END-IF.
001930 1100-EXIT.
001940     EXIT.

001950 1190-LOG-SECURITY.
001960     MOVE "DAY9CLI" TO SEC-Program.
001970     MOVE WS-OPERATOR-ID TO SEC-Operator.
001980     CALL "dayslog" USING SEC-REQUEST.
001990 1190-EXIT.
002000     EXIT.

002010 2000-PROCESS-MENU.
002020     PERFORM 2100-DISPLAY-MENU THRU 2100-EXIT.
002030     PERFORM 2200-GET-CHOICE THRU 2200-EXIT.

002040     EVALUATE TRUE
002050         WHEN WS-CHOICE-ADD
002060             IF NOT SGN-MAY-ADD
002070                 DISPLAY "DAY9CLI - NOT AUTHORIZED TO ADD"
002080             ELSE
002090                 PERFORM 3000-ADD-CLIENT THRU 3000-EXIT
002100             END-IF
002110         WHEN WS-CHOICE-CHANGE
002120             IF NOT SGN-MAY-CHANGE
002130                 DISPLAY "DAY9CLI - NOT AUTHORIZED TO CHANGE"
002140             ELSE
002150                 PERFORM 4000-CHANGE-CLIENT THRU 4000-EXIT
002160             END-IF
002170         WHEN WS-CHOICE-DELETE
002180             IF NOT SGN-MAY-DELETE
002190                 DISPLAY "DAY9CLI - NOT AUTHORIZED TO DELETE"
002200             ELSE
002210                 PERFORM 5000-DELETE-CLIENT THRU 5000-EXIT
002220             END-IF
002230         WHEN WS-CHOICE-INQUIRE
002240             IF NOT SGN-MAY-INQUIRE
002250                 DISPLAY "DAY9CLI - NOT AUTHORIZED TO INQUIRE"
002260             ELSE
002270                 PERFORM 6000-INQUIRE-CLIENT THRU 6000-EXIT
002280             END-IF
002290         WHEN WS-CHOICE-SHIPTO
002300             IF NOT SGN-MAY-ADD AND NOT SGN-MAY-CHANGE
002310                 DISPLAY "DAY9CLI - NOT AUTHORIZED TO MAINTAIN "
002320                     "SHIP-TO ADDRESSES"
002330             ELSE
002340                 PERFORM 7000-MAINTAIN-SHIPTO THRU 7000-EXIT
002350             END-IF
002360         WHEN WS-CHOICE-SHIPTO-DELETE
002370             IF NOT SGN-MAY-DELETE
002380                 DISPLAY "DAY9CLI - NOT AUTHORIZED TO DELETE"
002390             ELSE
002400                 PERFORM 7200-DELETE-SHIPTO THRU 7200-EXIT
002410             END-IF
002420         WHEN WS-CHOICE-QUIT
002430             SET WS-ALL-DONE TO TRUE
002440         WHEN OTHER
002450             DISPLAY "DAY9CLI - INVALID CHOICE, TRY AGAIN"
002460     END-EVALUATE.
002470 2000-EXIT.
002480     EXIT.

002490 2100-DISPLAY-MENU.
002500     DISPLAY " ".
002510     DISPLAY "-------- CUSTOMER MASTER MAINTENANCE --------".
002520     DISPLAY "  A - ADD A NEW CUSTOMER".
002530     DISPLAY "  C - CHANGE AN EXISTING CUSTOMER".
002540     DISPLAY "  D - DELETE A CUSTOMER".
002550     DISPLAY "  I - INQUIRE ON A CUSTOMER".
002560     DISPLAY "  S - ADD OR CHANGE A SHIP-TO ADDRESS".
002570     DISPLAY "  X - DELETE A SHIP-TO ADDRESS".
002580     DISPLAY "  Q - QUIT".
002590 2100-EXIT.
002600     EXIT.

002610 2200-GET-CHOICE.
002620     DISPLAY "ENTER YOUR CHOICE : ".
002630     ACCEPT WS-MENU-CHOICE.
002640 2200-EXIT.
002650     EXIT.

002660 3000-ADD-CLIENT.
002670     DISPLAY "ENTER CLIENT-CODE (5 CHARS)        : ".
002680     ACCEPT Client-Code.
002690     DISPLAY "ENTER NOM (20 CHARS)               : ".
002700     ACCEPT Client-Nom.
002710     DISPLAY "ENTER ADRESSE (30 CHARS)           : ".
002720     ACCEPT Client-Adresse.
002730     DISPLAY "ENTER DEVISE (3 CHARS, E.G. USD)   : ".
002740     ACCEPT Client-Devise.
002750     DISPLAY "ENTER CREDIT LIMIT (11 DIGITS)     : ".
002760     ACCEPT WS-WORK-LIMITE-X.
002770     IF WS-WORK-LIMITE-X IS NOT NUMERIC
002780         DISPLAY "DAY9CLI - CREDIT LIMIT MUST BE NUMERIC, "
002790             "CUSTOMER NOT ADDED"
002800         GO TO 3000-EXIT
002810     END-IF.
002820     MOVE WS-WORK-LIMITE TO Client-Credit-Limite.
002830     MOVE "A"            TO Client-Statut.
002840     MOVE WS-RUN-DATE    TO Client-Last-Maint-Date.
002850     MOVE WS-OPERATOR-ID TO Client-Last-Maint-User.

002860     WRITE Fiche-Client
002870         INVALID KEY
002880             DISPLAY "DAY9CLI - CUSTOMER " Client-Code
002890                 " ALREADY EXISTS, STATUS " WS-CUSTMAST-STATUS
002900         NOT INVALID KEY
002910             ADD 1 TO WS-ADD-COUNT
002920             DISPLAY "DAY9CLI - CUSTOMER " Client-Code
002930                 " ADDED"
002940             MOVE "ADD" TO SEC-Event
002950             MOVE Client-Code TO SEC-Detail
002960             PERFORM 1190-LOG-SECURITY THRU 1190-EXIT
002970     END-WRITE.
002980 3000-EXIT.
002990     EXIT.

003000 4000-CHANGE-CLIENT.
003010     DISPLAY "ENTER CLIENT-CODE TO CHANGE        : ".
003020     ACCEPT WS-WORK-CODE.
003030     MOVE WS-WORK-CODE TO Client-Code.

003040     READ CUSTMAST
003050         INVALID KEY
003060             DISPLAY "DAY9CLI - CUSTOMER " WS-WORK-CODE
003070                 " NOT FOUND, STATUS " WS-CUSTMAST-STATUS
003080             GO TO 4000-EXIT
003090     END-READ.

003100     DISPLAY "CURRENT NOM : " Client-Nom.
003110     DISPLAY "ENTER NEW NOM              : ".
003120     ACCEPT Client-Nom.
003130     DISPLAY "CURRENT ADRESSE : " Client-Adresse.
003140     DISPLAY "ENTER NEW ADRESSE          : ".
003150     ACCEPT Client-Adresse.
003160     DISPLAY "CURRENT DEVISE : " Client-Devise.
003170     DISPLAY "ENTER NEW DEVISE           : ".
003180     ACCEPT Client-Devise.
003190     MOVE Client-Credit-Limite TO WS-LIMITE-ED.
003200     DISPLAY "CURRENT CREDIT LIMIT : " WS-LIMITE-ED.
003210     DISPLAY "ENTER NEW CREDIT LIMIT     : ".
003220     ACCEPT WS-WORK-LIMITE-X.
003230     IF WS-WORK-LIMITE-X IS NOT NUMERIC
003240         DISPLAY "DAY9CLI - CREDIT LIMIT MUST BE NUMERIC, "
003250             "CUSTOMER NOT CHANGED"
003260         GO TO 4000-EXIT
003270     END-IF.
003280     MOVE WS-WORK-LIMITE TO Client-Credit-Limite.
003290     DISPLAY "CURRENT STATUT : " Client-Statut.
003300     DISPLAY "ENTER NEW STATUT (A/I/D)   : ".
003310     ACCEPT Client-Statut.
003320     IF NOT CLIENT-ACTIF AND NOT CLIENT-INACTIF
003330         AND NOT CLIENT-EN-DEMEURE
003340         DISPLAY "DAY9CLI - STATUT MUST BE A, I OR D, CUSTOMER "
003350             "NOT CHANGED"
003360         GO TO 4000-EXIT
003370     END-IF.
003380     MOVE WS-RUN-DATE    TO Client-Last-Maint-Date.
003390     MOVE WS-OPERATOR-ID TO Client-Last-Maint-User.

003400     REWRITE Fiche-Client
003410         INVALID KEY
003420             DISPLAY "DAY9CLI - UNABLE TO REWRITE CUSTOMER "
003430                 WS-WORK-CODE " STATUS " WS-CUSTMAST-STATUS
003440         NOT INVALID KEY
003450             ADD 1 TO WS-CHANGE-COUNT
003460             DISPLAY "DAY9CLI - CUSTOMER " WS-WORK-CODE
003470                 " CHANGED"
003480             MOVE "CHANGE" TO SEC-Event
003490             MOVE WS-WORK-CODE TO SEC-Detail
003500             PERFORM 1190-LOG-SECURITY THRU 1190-EXIT
003510     END-REWRITE.
003520 4000-EXIT.
003530     EXIT.

003540 5000-DELETE-CLIENT.
003550     DISPLAY "ENTER CLIENT-CODE TO DELETE        : ".
003560     ACCEPT WS-WORK-CODE.
003570     MOVE WS-WORK-CODE TO Client-Code.

003580     READ CUSTMAST
003590         INVALID KEY
003600             DISPLAY "DAY9CLI - CUSTOMER " WS-WORK-CODE
003610                 " NOT FOUND, STATUS " WS-CUSTMAST-STATUS
003620             GO TO 5000-EXIT
003630     END-READ.

003640     IF CLIENT-ACTIF OR CLIENT-EN-DEMEURE
003650         DISPLAY "DAY9CLI - CUSTOMER " WS-WORK-CODE
003660             " IS STILL ACTIVE - SET STATUT TO I FIRST"
003670         GO TO 5000-EXIT
003680     END-IF.

003690     DELETE CUSTMAST
003700         INVALID KEY
003710             DISPLAY "DAY9CLI - UNABLE TO DELETE CUSTOMER "
003720                 WS-WORK-CODE " STATUS " WS-CUSTMAST-STATUS
003730         NOT INVALID KEY
003740             ADD 1 TO WS-DELETE-COUNT
003750             DISPLAY "DAY9CLI - CUSTOMER " WS-WORK-CODE
003760                 " DELETED"
003770             MOVE "DELETE" TO SEC-Event
003780             MOVE WS-WORK-CODE TO SEC-Detail
003790             PERFORM 1190-LOG-SECURITY THRU 1190-EXIT
003800             PERFORM 5100-DELETE-ALL-SHIPTO THRU 5100-EXIT
003810     END-DELETE.
003820 5000-EXIT.
003830     EXIT.

003840*****************************************************************
003850* A DELETED CUSTOMER'S DELIVERY ADDRESSES GO WITH IT.
003860*****************************************************************
003870 5100-DELETE-ALL-SHIPTO.
003880     IF NOT WS-SHIPTO-WAS-OPENED
003890         GO TO 5100-EXIT
003900     END-IF.
003910     MOVE "N" TO WS-ST-EOF-SW.
003920     MOVE WS-WORK-CODE TO ST-Client-Code.
003930     MOVE LOW-VALUES   TO ST-Code.
003940     START SHIPTO KEY IS NOT < ST-Key
003950         INVALID KEY
003960             MOVE "Y" TO WS-ST-EOF-SW
003970     END-START.
003980     PERFORM 5110-DELETE-ONE-SHIPTO THRU 5110-EXIT
003990         UNTIL WS-ST-EOF-REACHED.
004000 5100-EXIT.
004010     EXIT.

004020 5110-DELETE-ONE-SHIPTO.
004030     READ SHIPTO NEXT RECORD
004040         AT END
004050             MOVE "Y" TO WS-ST-EOF-SW
004060             GO TO 5110-EXIT
004070     END-READ.
004080     IF ST-Client-Code NOT = WS-WORK-CODE
004090         MOVE "Y" TO WS-ST-EOF-SW
004100         GO TO 5110-EXIT
004110     END-IF.
004120     DELETE SHIPTO
004130         INVALID KEY
004140             DISPLAY "DAY9CLI - UNABLE TO DELETE SHIP-TO "
004150                 ST-Code " STATUS " WS-SHIPTO-STATUS
004160         NOT INVALID KEY
004170             ADD 1 TO WS-ST-DELETE-COUNT
004180     END-DELETE.
004190 5110-EXIT.
004200     EXIT.

004210 6000-INQUIRE-CLIENT.
004220     DISPLAY "ENTER CLIENT-CODE TO INQUIRE       : ".
004230     ACCEPT WS-WORK-CODE.
004240     MOVE WS-WORK-CODE TO Client-Code.

004250     READ CUSTMAST
004260         INVALID KEY
004270             DISPLAY "DAY9CLI - CUSTOMER " WS-WORK-CODE
004280                 " NOT FOUND, STATUS " WS-CUSTMAST-STATUS
004290             GO TO 6000-EXIT
004300     END-READ.

004310     ADD 1 TO WS-INQUIRE-COUNT.
004320     MOVE Client-Credit-Limite TO WS-LIMITE-ED.
004330     DISPLAY "CLIENT-CODE      : " Client-Code.
004340     DISPLAY "NOM              : " Client-Nom.
004350     DISPLAY "ADRESSE          : " Client-Adresse.
004360     DISPLAY "DEVISE           : " Client-Devise.
004370     DISPLAY "CREDIT LIMIT     : " WS-LIMITE-ED.
004380     DISPLAY "STATUT           : " Client-Statut.
004390     DISPLAY "LAST MAINTAINED  : " Client-Last-Maint-Date
004400         " BY " Client-Last-Maint-User.
004410     IF WS-SHIPTO-WAS-OPENED
004420         PERFORM 6100-LIST-SHIPTO THRU 6100-EXIT
004430     END-IF.
004440 6000-EXIT.
004450     EXIT.

004460 6100-LIST-SHIPTO.
004470     MOVE ZERO TO WS-ST-COUNT.
004480     MOVE "N" TO WS-ST-EOF-SW.
004490     MOVE WS-WORK-CODE TO ST-Client-Code.
004500     MOVE LOW-VALUES   TO ST-Code.
004510     START SHIPTO KEY IS NOT < ST-Key
004520         INVALID KEY
004530             MOVE "Y" TO WS-ST-EOF-SW
004540     END-START.
004550     PERFORM 6110-LIST-ONE-SHIPTO THRU 6110-EXIT
004560         UNTIL WS-ST-EOF-REACHED.
004570     IF WS-ST-COUNT = ZERO
004580         DISPLAY "SHIP-TO          : NONE - DELIVERS TO ADRESSE"
004590     END-IF.
004600 6100-EXIT.
004610     EXIT.

004620 6110-LIST-ONE-SHIPTO.
004630     READ SHIPTO NEXT RECORD
004640         AT END
004650             MOVE "Y" TO WS-ST-EOF-SW
004660             GO TO 6110-EXIT
004670     END-READ.
004680     IF ST-Client-Code NOT = WS-WORK-CODE
004690         MOVE "Y" TO WS-ST-EOF-SW
004700         GO TO 6110-EXIT
004710     END-IF.
004720     ADD 1 TO WS-ST-COUNT.
004730     IF ST-IS-DEFAULT
004740         MOVE "(DEFAUT)" TO WS-ST-DEFAUT-ED
004750     ELSE
004760         MOVE SPACES     TO WS-ST-DEFAUT-ED
004770     END-IF.
004780     DISPLAY "SHIP-TO " ST-Code "      : " ST-Nom " "
004790         ST-Adresse " " WS-ST-DEFAUT-ED.
004800 6110-EXIT.
004810     EXIT.

004820*****************************************************************
004830* ADDS A SHIP-TO ADDRESS, OR CHANGES ONE ALREADY ON FILE. THE
004840* CUSTOMER'S FIRST ADDRESS IS ALWAYS THE DEFAULT; MARKING
004850* ANOTHER ONE AS DEFAULT CLEARS THE OLD ONE; THE DEFAULT CAN
004860* ONLY BE MOVED BY MARKING ANOTHER ADDRESS, NEVER UNSET.
004870*****************************************************************
004880 7000-MAINTAIN-SHIPTO.
004890     IF NOT WS-SHIPTO-WAS-OPENED
004900         DISPLAY "DAY9CLI - NO SHIPTO FILE, SHIP-TO ADDRESSES "
004910             "CANNOT BE MAINTAINED"
004920         GO TO 7000-EXIT
004930     END-IF.
004940     DISPLAY "ENTER CLIENT-CODE                  : ".
004950     ACCEPT WS-WORK-CODE.
004960     MOVE WS-WORK-CODE TO Client-Code.
004970     READ CUSTMAST
004980         INVALID KEY
004990             DISPLAY "DAY9CLI - CUSTOMER " WS-WORK-CODE
005000                 " NOT FOUND, STATUS " WS-CUSTMAST-STATUS
005010             GO TO 7000-EXIT
005020     END-READ.
005030     DISPLAY "ENTER SHIP-TO CODE (3 CHARS)       : ".
005040     ACCEPT WS-WORK-SHIPTO.
005050     IF WS-WORK-SHIPTO = SPACES
005060         DISPLAY "DAY9CLI - SHIP-TO CODE IS REQUIRED"
005070         GO TO 7000-EXIT
005080     END-IF.
005090     PERFORM 7500-COUNT-SHIPTO THRU 7500-EXIT.

005100     MOVE WS-WORK-CODE   TO ST-Client-Code.
005110     MOVE WS-WORK-SHIPTO TO ST-Code.
005120     READ SHIPTO
005130         INVALID KEY
005140             MOVE "N" TO WS-ST-EXISTS-SW
005150         NOT INVALID KEY
005160             MOVE "Y" TO WS-ST-EXISTS-SW
005170     END-READ.
005180     IF WS-ST-EXISTS
005190         IF NOT SGN-MAY-CHANGE
005200             DISPLAY "DAY9CLI - NOT AUTHORIZED TO CHANGE"
005210             GO TO 7000-EXIT
005220         END-IF
005230         DISPLAY "CURRENT NOM : " ST-Nom
005240         DISPLAY "CURRENT ADRESSE : " ST-Adresse
005250         DISPLAY "CURRENT DEFAUT : " ST-Defaut
005260     ELSE
005270         IF NOT SGN-MAY-ADD
005280             DISPLAY "DAY9CLI - NOT AUTHORIZED TO ADD"
005290             GO TO 7000-EXIT
005300         END-IF
005310         MOVE WS-WORK-CODE   TO ST-Client-Code
005320         MOVE WS-WORK-SHIPTO TO ST-Code
005330         MOVE "N"            TO ST-Defaut
005340     END-IF.
005350     DISPLAY "ENTER NOM (20 CHARS)               : ".
005360     ACCEPT ST-Nom.
005370     DISPLAY "ENTER ADRESSE (30 CHARS)           : ".
005380     ACCEPT ST-Adresse.
005390     DISPLAY "DEFAULT DELIVERY ADDRESS (Y/N)     : ".
005400     ACCEPT WS-WORK-DEFAUT.
005410     IF NOT WS-DEFAUT-YES AND NOT WS-DEFAUT-NO
005420         DISPLAY "DAY9CLI - DEFAUT MUST BE Y OR N, SHIP-TO "
005430             "NOT SAVED"
005440         GO TO 7000-EXIT
005450     END-IF.
005460     IF WS-DEFAUT-NO AND ST-IS-DEFAULT
005470         AND WS-ST-COUNT > 1
005480         DISPLAY "DAY9CLI - " WS-WORK-SHIPTO " IS THE DEFAULT "
005490             "- MARK ANOTHER ADDRESS AS DEFAULT INSTEAD"
005500         GO TO 7000-EXIT
005510     END-IF.
005520     IF WS-DEFAUT-YES
005530         OR WS-ST-COUNT = ZERO
005540         OR (WS-ST-EXISTS AND WS-ST-COUNT = 1)
005550         MOVE "Y" TO ST-Defaut
005560     ELSE
005570         MOVE "N" TO ST-Defaut
005580     END-IF.
005590     MOVE WS-RUN-DATE    TO ST-Last-Maint-Date.
005600     MOVE WS-OPERATOR-ID TO ST-Last-Maint-User.

005610     IF WS-ST-EXISTS
005620         PERFORM 7100-REWRITE-SHIPTO THRU 7100-EXIT
005630     ELSE
005640         PERFORM 7110-WRITE-SHIPTO THRU 7110-EXIT
005650     END-IF.
005660     IF NOT WS-SHIPTO-OK
005670         GO TO 7000-EXIT
005680     END-IF.
005690     IF ST-IS-DEFAULT
005700         AND WS-DEFAULT-SHIPTO NOT = SPACES
005710         AND WS-DEFAULT-SHIPTO NOT = WS-WORK-SHIPTO
005720         PERFORM 7600-CLEAR-OLD-DEFAULT THRU 7600-EXIT
005730     END-IF.
005740 7000-EXIT.
005750     EXIT.

005760 7100-REWRITE-SHIPTO.
005770     REWRITE SHIPTO-REC
005780         INVALID KEY
005790             DISPLAY "DAY9CLI - UNABLE TO REWRITE SHIP-TO "
005800                 WS-WORK-CODE " " WS-WORK-SHIPTO " STATUS "
005810                 WS-SHIPTO-STATUS
005820         NOT INVALID KEY
005830             ADD 1 TO WS-ST-CHANGE-COUNT
005840             DISPLAY "DAY9CLI - SHIP-TO " WS-WORK-CODE " "
005850                 WS-WORK-SHIPTO " CHANGED"
005860             MOVE "CHANGE" TO SEC-Event
005870             MOVE SPACES TO SEC-Detail
005880             STRING WS-WORK-CODE " SHIPTO " WS-WORK-SHIPTO
005890                 DELIMITED BY SIZE INTO SEC-Detail
005900             PERFORM 1190-LOG-SECURITY THRU 1190-EXIT
005910     END-REWRITE.
005920 7100-EXIT.
005930     EXIT.

005940 7110-WRITE-SHIPTO.
005950     WRITE SHIPTO-REC
005960         INVALID KEY
005970             DISPLAY "DAY9CLI - UNABLE TO ADD SHIP-TO "
005980                 WS-WORK-CODE " " WS-WORK-SHIPTO " STATUS "
005990                 WS-SHIPTO-STATUS
006000         NOT INVALID KEY
006010             ADD 1 TO WS-ST-ADD-COUNT
006020             DISPLAY "DAY9CLI - SHIP-TO " WS-WORK-CODE " "
006030                 WS-WORK-SHIPTO " ADDED"
006040             MOVE "ADD" TO SEC-Event
006050             MOVE SPACES TO SEC-Detail
006060             STRING WS-WORK-CODE " SHIPTO " WS-WORK-SHIPTO
006070                 DELIMITED BY SIZE INTO SEC-Detail
006080             PERFORM 1190-LOG-SECURITY THRU 1190-EXIT
006090     END-WRITE.
006100 7110-EXIT.
006110     EXIT.

006120*****************************************************************
006130* THE DEFAULT ADDRESS MAY ONLY GO WHEN IT IS THE CUSTOMER'S LAST.
006140* ORDER LINES ALREADY CARRYING A DELETED CODE DELIVER TO THE
006150* BILLING ADDRESS.
006160*****************************************************************
006170 7200-DELETE-SHIPTO.
006180     IF NOT WS-SHIPTO-WAS-OPENED
006190         DISPLAY "DAY9CLI - NO SHIPTO FILE, SHIP-TO ADDRESSES "
006200             "CANNOT BE MAINTAINED"
006210         GO TO 7200-EXIT
006220     END-IF.
006230     DISPLAY "ENTER CLIENT-CODE                  : ".
006240     ACCEPT WS-WORK-CODE.
006250     DISPLAY "ENTER SHIP-TO CODE TO DELETE       : ".
006260     ACCEPT WS-WORK-SHIPTO.
006270     PERFORM 7500-COUNT-SHIPTO THRU 7500-EXIT.
006280     MOVE WS-WORK-CODE   TO ST-Client-Code.
006290     MOVE WS-WORK-SHIPTO TO ST-Code.
006300     READ SHIPTO
006310         INVALID KEY
006320             DISPLAY "DAY9CLI - SHIP-TO " WS-WORK-CODE " "
006330                 WS-WORK-SHIPTO " NOT FOUND, STATUS "
006340                 WS-SHIPTO-STATUS
006350             GO TO 7200-EXIT
006360     END-READ.
006370     IF ST-IS-DEFAULT AND WS-ST-COUNT > 1
006380         DISPLAY "DAY9CLI - " WS-WORK-SHIPTO " IS THE DEFAULT "
006390             "- MARK ANOTHER ADDRESS AS DEFAULT FIRST"
006400         GO TO 7200-EXIT
006410     END-IF.

006420     DELETE SHIPTO
006430         INVALID KEY
006440             DISPLAY "DAY9CLI - UNABLE TO DELETE SHIP-TO "
006450                 WS-WORK-CODE " " WS-WORK-SHIPTO " STATUS "
006460                 WS-SHIPTO-STATUS
006470         NOT INVALID KEY
006480             ADD 1 TO WS-ST-DELETE-COUNT
006490             DISPLAY "DAY9CLI - SHIP-TO " WS-WORK-CODE " "
006500                 WS-WORK-SHIPTO " DELETED"
006510             MOVE "DELETE" TO SEC-Event
006520             MOVE SPACES TO SEC-Detail
006530             STRING WS-WORK-CODE " SHIPTO " WS-WORK-SHIPTO
006540                 DELIMITED BY SIZE INTO SEC-Detail
006550             PERFORM 1190-LOG-SECURITY THRU 1190-EXIT
006560     END-DELETE.
006570 7200-EXIT.
006580     EXIT.

006590*****************************************************************
006600* HOW MANY ADDRESSES THE CUSTOMER HAS, AND WHICH IS THE DEFAULT.
006610*****************************************************************
006620 7500-COUNT-SHIPTO.
006630     MOVE ZERO   TO WS-ST-COUNT.
006640     MOVE SPACES TO WS-DEFAULT-SHIPTO.
006650     MOVE "N" TO WS-ST-EOF-SW.
006660     MOVE WS-WORK-CODE TO ST-Client-Code.
006670     MOVE LOW-VALUES   TO ST-Code.
006680     START SHIPTO KEY IS NOT < ST-Key
006690         INVALID KEY
006700             MOVE "Y" TO WS-ST-EOF-SW
006710     END-START.
006720     PERFORM 7510-COUNT-ONE-SHIPTO THRU 7510-EXIT
006730         UNTIL WS-ST-EOF-REACHED.
006740 7500-EXIT.
006750     EXIT.

006760 7510-COUNT-ONE-SHIPTO.
006770     READ SHIPTO NEXT RECORD
006780         AT END
006790             MOVE "Y" TO WS-ST-EOF-SW
006800             GO TO 7510-EXIT
006810     END-READ.
006820     IF ST-Client-Code NOT = WS-WORK-CODE
006830         MOVE "Y" TO WS-ST-EOF-SW
006840         GO TO 7510-EXIT
006850     END-IF.
006860     ADD 1 TO WS-ST-COUNT.
006870     IF ST-IS-DEFAULT
006880         MOVE ST-Code TO WS-DEFAULT-SHIPTO
006890     END-IF.
006900 7510-EXIT.
006910     EXIT.

006920 7600-CLEAR-OLD-DEFAULT.
006930     MOVE WS-WORK-CODE      TO ST-Client-Code.
006940     MOVE WS-DEFAULT-SHIPTO TO ST-Code.
006950     READ SHIPTO
006960         INVALID KEY
006970             GO TO 7600-EXIT
006980     END-READ.
006990     MOVE "N" TO ST-Defaut.
007000     MOVE WS-RUN-DATE    TO ST-Last-Maint-Date.
007010     MOVE WS-OPERATOR-ID TO ST-Last-Maint-User.
007020     REWRITE SHIPTO-REC
007030         INVALID KEY
007040             DISPLAY "DAY9CLI - UNABLE TO CLEAR OLD DEFAULT "
007050                 WS-DEFAULT-SHIPTO " STATUS " WS-SHIPTO-STATUS
007060         NOT INVALID KEY
007070             DISPLAY "DAY9CLI - " WS-DEFAULT-SHIPTO
007080                 " IS NO LONGER THE DEFAULT"
007090     END-REWRITE.
007100 7600-EXIT.
007110     EXIT.

007120 9000-TERMINATE.
007130     IF WS-CUSTMAST-WAS-OPENED
007140         CLOSE CUSTMAST
007150     END-IF.
007160     IF WS-SHIPTO-WAS-OPENED
007170         CLOSE SHIPTO
007180     END-IF.
007190     DISPLAY "DAY9CLI - CUSTOMERS ADDED    : " WS-ADD-COUNT.
007200     DISPLAY "DAY9CLI - CUSTOMERS CHANGED  : " WS-CHANGE-COUNT.
007210     DISPLAY "DAY9CLI - CUSTOMERS DELETED  : " WS-DELETE-COUNT.
007220     DISPLAY "DAY9CLI - CUSTOMERS INQUIRED : " WS-INQUIRE-COUNT.
007230     DISPLAY "DAY9CLI - SHIP-TOS ADDED     : " WS-ST-ADD-COUNT.
007240     DISPLAY "DAY9CLI - SHIP-TOS CHANGED   : " WS-ST-CHANGE-COUNT.
007250     DISPLAY "DAY9CLI - SHIP-TOS DELETED   : " WS-ST-DELETE-COUNT.
007260 9000-EXIT.
007270     EXIT.
