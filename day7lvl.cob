000100*****************************************************************
000110* EXERCISE 7 LOCATION LEVELS: MIN/MAX MAINTENANCE
000120* LETS THE WAREHOUSE SUPERVISOR ADD, CHANGE, DELETE, INQUIRE ON
000130* AND LIST THE MINIMUM AND MAXIMUM QUANTITY EACH LOCSTOCK BUCKET
000140* SHOULD HOLD (LOCLEVEL FILE, SEE LOCLEVEL.CPY), THE SAME WAY
000150* DAY9CLI MAINTAINS THE CUSTOMER MASTER. THE NIGHTLY DAY7XFR
000160* SWEEP PROPOSES THE TRANSFERS THAT KEEP THE BUCKETS INSIDE
000170* THESE LEVELS.
000180* THE PRODUCT MUST BE ON PRODMAST AND THE MAXIMUM MAY NOT BE
000190* BELOW THE MINIMUM. SIGN-ON IS THE SHARED DAYSEC FRAMEWORK, AND
000200* EACH ACTION IS CHECKED AGAINST THE OPERATOR'S ACCRIGHT RIGHTS
000210* (SGN-MAY-*).
000220*****************************************************************
000230* MODIFICATION HISTORY
000240*  10/15/2026  JPH  ORIGINAL VERSION, MODELED ON DAY9CLI.
000250*  10/15/2026  JPH  MENU ACTIONS ARE CHECKED AGAINST THE
000260*                   OPERATOR'S ACCRIGHT RIGHTS IN THIS PROGRAM
000270*                   (SGN-DROITS FROM DAYSEC) INSTEAD OF THE
000280*                   AUTHORITY LEVEL.
000290*  10/15/2026  JPH  HEADER NOW DESCRIBES THE ACCRIGHT RIGHTS CHECK
000300*                   INSTEAD OF THE OLD LEVELS, AND WS-AUTH-LEVEL,
000310*                   WHICH NOTHING READ ANY MORE, IS DROPPED.
000320*****************************************************************
000330 IDENTIFICATION DIVISION.
000340 PROGRAM-ID. day7lvl.
000350 AUTHOR. jphNovitz.
000360 DATE-WRITTEN. 2026/10/15.
000370 DATE-COMPILED.

000380 ENVIRONMENT DIVISION.
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT LOCLEVEL ASSIGN TO "LOCLEVEL"
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS DYNAMIC
000440         RECORD KEY IS LL-Key
000450         FILE STATUS IS WS-LOCLEVEL-STATUS.

000460     SELECT PRODMAST ASSIGN TO "PRODMAST"
000470         ORGANIZATION IS INDEXED
000480         ACCESS MODE IS DYNAMIC
000490         RECORD KEY IS Code-produit
000500         FILE STATUS IS WS-PRODMAST-STATUS.

000510 DATA DIVISION.
000520 FILE SECTION.
000530 FD  LOCLEVEL
000540     RECORDING MODE IS F.
000550     COPY LOCLEVEL.

000560 FD  PRODMAST
000570     RECORDING MODE IS F.
000580     COPY PRODREC.

000590 WORKING-STORAGE SECTION.
000600 01  WS-LOCLEVEL-STATUS       PIC X(02).
000610     88  WS-LOCLEVEL-OK            VALUE "00".
000620     88  WS-LOCLEVEL-MISSING       VALUE "35".

000630 01  WS-PRODMAST-STATUS       PIC X(02).
000640     88  WS-PRODMAST-OK            VALUE "00".

000650 01  WS-SIGNON-FIELDS.
000660     05  WS-SIGNON-OK-SW      PIC X(01)  VALUE "N".
000670         88  WS-SIGNED-ON            VALUE "Y".

000680     COPY SIGNLINK.

000690     COPY SECLINK.

000700 01  WS-SWITCHES.
000710     05  WS-DONE-SW           PIC X(01)  VALUE "N".
000720         88  WS-ALL-DONE             VALUE "Y".
000730     05  WS-LOCLEVEL-OPEN-SW  PIC X(01)  VALUE "N".
000740         88  WS-LOCLEVEL-WAS-OPENED  VALUE "Y".
000750     05  WS-PRODMAST-OPEN-SW  PIC X(01)  VALUE "N".
000760         88  WS-PRODMAST-WAS-OPENED  VALUE "Y".
000770     05  WS-LEVELS-OK-SW      PIC X(01)  VALUE "N".
000780         88  WS-LEVELS-OK            VALUE "Y".
000790     05  WS-LIST-EOF-SW       PIC X(01)  VALUE "N".
000800         88  WS-LIST-EOF-REACHED     VALUE "Y".

000810 01  WS-MENU-CHOICE           PIC X(01).
000820     88  WS-CHOICE-ADD             VALUE "A" "a".
000830     88  WS-CHOICE-CHANGE          VALUE "C" "c".
000840     88  WS-CHOICE-DELETE          VALUE "D" "d".
000850     88  WS-CHOICE-INQUIRE         VALUE "I" "i".
000860     88  WS-CHOICE-LIST            VALUE "L" "l".
000870     88  WS-CHOICE-QUIT            VALUE "Q" "q".

000880 01  WS-COUNTERS.
000890     05  WS-ADD-COUNT         PIC 9(05) COMP  VALUE ZERO.
000900     05  WS-CHANGE-COUNT      PIC 9(05) COMP  VALUE ZERO.
000910     05  WS-DELETE-COUNT      PIC 9(05) COMP  VALUE ZERO.
000920     05  WS-INQUIRE-COUNT     PIC 9(05) COMP  VALUE ZERO.
000930     05  WS-LIST-COUNT        PIC 9(05) COMP  VALUE ZERO.

000940 01  WS-WORK-KEY.
000950     05  WS-WORK-CODE         PIC X(03).
000960     05  WS-WORK-LOCATION     PIC X(03).
000970 01  WS-WORK-MIN-X            PIC X(05).
000980 01  WS-WORK-MIN REDEFINES WS-WORK-MIN-X
000990                              PIC 9(05).
001000 01  WS-WORK-MAX-X            PIC X(05).
001010 01  WS-WORK-MAX REDEFINES WS-WORK-MAX-X
001020                              PIC 9(05).
001030 01  WS-SEC-KEY.
001040     05  WS-SEC-CODE          PIC X(03).
001050     05  FILLER               PIC X(01)  VALUE "/".
001060     05  WS-SEC-LOCATION      PIC X(03).
001070 01  WS-RUN-DATE              PIC 9(08).
001080 01  WS-OPERATOR-ID           PIC X(08).

001090 PROCEDURE DIVISION.

001100 0000-MAINLINE.
001110     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001120     PERFORM 2000-PROCESS-MENU THRU 2000-EXIT
001130         UNTIL WS-ALL-DONE.
001140     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001150     STOP RUN.

001160 1000-INITIALIZE.
001170     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001180     PERFORM 1100-SIGN-ON THRU 1100-EXIT.
001190     IF NOT WS-SIGNED-ON
001200         SET WS-ALL-DONE TO TRUE
001210         GO TO 1000-EXIT
001220     END-IF.
001230     OPEN I-O LOCLEVEL.
001240     IF WS-LOCLEVEL-MISSING
001250         OPEN OUTPUT LOCLEVEL
001260         CLOSE LOCLEVEL
001270         OPEN I-O LOCLEVEL
001280     END-IF.
001290     IF NOT WS-LOCLEVEL-OK
001300         DISPLAY "DAY7LVL - UNABLE TO OPEN LOCLEVEL, STATUS "
001310             WS-LOCLEVEL-STATUS
001320         SET WS-ALL-DONE TO TRUE
001330         GO TO 1000-EXIT
001340     END-IF.
001350     SET WS-LOCLEVEL-WAS-OPENED TO TRUE.
001360     OPEN INPUT PRODMAST.
001370     IF NOT WS-PRODMAST-OK
001380         DISPLAY "DAY7LVL - UNABLE TO OPEN PRODMAST, STATUS "
001390             WS-PRODMAST-STATUS
001400         SET WS-ALL-DONE TO TRUE
001410     ELSE
001420         SET WS-PRODMAST-WAS-OPENED TO TRUE
001430     END-IF.
001440 1000-EXIT.
001450     EXIT.

001460 1100-SIGN-ON.
001470     MOVE "DAY7LVL" TO SGN-Program.
001480     CALL "daysec" USING SGN-REQUEST.
001490     IF SGN-SIGNED-ON
001500         MOVE SGN-Operator   TO WS-OPERATOR-ID
001510         MOVE "Y" TO WS-SIGNON-OK-SW
001520     END-IF.
001530 1100-EXIT.
001540     EXIT.

001550 1190-LOG-SECURITY.
001560     MOVE "DAY7LVL" TO SEC-Program.
001570     MOVE WS-OPERATOR-ID TO SEC-Operator.
001580     MOVE WS-WORK-CODE     TO WS-SEC-CODE.
001590     MOVE WS-WORK-LOCATION TO WS-SEC-LOCATION.
001600     MOVE WS-SEC-KEY TO SEC-Detail.
001610     CALL "dayslog" USING SEC-REQUEST.
001620 1190-EXIT.
001630     EXIT.

001640 2000-PROCESS-MENU.
001650     PERFORM 2100-DISPLAY-MENU THRU 2100-EXIT.
001660     PERFORM 2200-GET-CHOICE THRU 2200-EXIT.

001670     EVALUATE TRUE
001680         WHEN WS-CHOICE-ADD
001690             IF NOT SGN-MAY-ADD
001700                 DISPLAY "DAY7LVL - NOT AUTHORIZED TO ADD"
001710             ELSE
001720                 PERFORM 3000-ADD-LEVEL THRU 3000-EXIT
001730             END-IF
001740         WHEN WS-CHOICE-CHANGE
001750             IF NOT SGN-MAY-CHANGE
001760                 DISPLAY "DAY7LVL - NOT AUTHORIZED TO CHANGE"
001770             ELSE
001780                 PERFORM 4000-CHANGE-LEVEL THRU 4000-EXIT
001790             END-IF
001800         WHEN WS-CHOICE-DELETE
001810             IF NOT SGN-MAY-DELETE
001820                 DISPLAY "DAY7LVL - NOT AUTHORIZED TO DELETE"
001830             ELSE
001840                 PERFORM 5000-DELETE-LEVEL THRU 5000-EXIT
001850             END-IF
001860         WHEN WS-CHOICE-INQUIRE
001870             IF NOT SGN-MAY-INQUIRE
001880                 DISPLAY "DAY7LVL - NOT AUTHORIZED TO INQUIRE"
001890             ELSE
001900                 PERFORM 6000-INQUIRE-LEVEL THRU 6000-EXIT
001910             END-IF
001920         WHEN WS-CHOICE-LIST
001930             IF NOT SGN-MAY-INQUIRE
001940                 DISPLAY "DAY7LVL - NOT AUTHORIZED TO INQUIRE"
001950             ELSE
001960                 PERFORM 7000-LIST-LEVELS THRU 7000-EXIT
001970             END-IF
001980         WHEN WS-CHOICE-QUIT
001990             SET WS-ALL-DONE TO TRUE
002000         WHEN OTHER
002010             DISPLAY "DAY7LVL - INVALID CHOICE, TRY AGAIN"
002020     END-EVALUATE.
002030 2000-EXIT.
002040     EXIT.

002050 2100-DISPLAY-MENU.
002060     DISPLAY " ".
002070     DISPLAY "------ LOCATION MIN/MAX LEVEL MAINTENANCE ------".
002080     DISPLAY "  A - ADD LEVELS FOR A PRODUCT AND LOCATION".
002090     DISPLAY "  C - CHANGE LEVELS".
002100     DISPLAY "  D - DELETE LEVELS".
002110     DISPLAY "  I - INQUIRE ON LEVELS".
002120     DISPLAY "  L - LIST THE LEVELS OF A PRODUCT".
002130     DISPLAY "  Q - QUIT".
002140 2100-EXIT.
002150     EXIT.

002160 2200-GET-CHOICE.
002170     DISPLAY "ENTER YOUR CHOICE : ".
002180     ACCEPT WS-MENU-CHOICE.
002190 2200-EXIT.
002200     EXIT.

002210 2300-GET-KEY.
002220     DISPLAY "ENTER CODE-PRODUIT (3 CHARS)       : ".
002230     ACCEPT WS-WORK-CODE.
002240     DISPLAY "ENTER LOCATION (3 CHARS, E.G. ATE) : ".
002250     ACCEPT WS-WORK-LOCATION.
002260     MOVE WS-WORK-CODE     TO LL-Code-produit.
002270     MOVE WS-WORK-LOCATION TO LL-Location.
002280 2300-EXIT.
002290     EXIT.

002300*****************************************************************
002310* KEYS THE MINIMUM AND MAXIMUM INTO LL-QTE-MIN/MAX. BOTH MUST BE
002320* NUMERIC AND THE MAXIMUM MAY NOT BE BELOW THE MINIMUM OR ZERO.
002330*****************************************************************
002340 2400-GET-LEVELS.
002350     MOVE "N" TO WS-LEVELS-OK-SW.
002360     DISPLAY "ENTER MINIMUM QUANTITY (5 DIGITS)  : ".
002370     ACCEPT WS-WORK-MIN-X.
002380     DISPLAY "ENTER MAXIMUM QUANTITY (5 DIGITS)  : ".
002390     ACCEPT WS-WORK-MAX-X.
002400     IF WS-WORK-MIN-X IS NOT NUMERIC
002410         OR WS-WORK-MAX-X IS NOT NUMERIC
002420         DISPLAY "DAY7LVL - QUANTITIES MUST BE NUMERIC"
002430         GO TO 2400-EXIT
002440     END-IF.
002450     IF WS-WORK-MAX = ZERO
002460         DISPLAY "DAY7LVL - MAXIMUM MUST BE ABOVE ZERO"
002470         GO TO 2400-EXIT
002480     END-IF.
002490     IF WS-WORK-MAX < WS-WORK-MIN
002500         DISPLAY "DAY7LVL - MAXIMUM MAY NOT BE BELOW THE MINIMUM"
002510         GO TO 2400-EXIT
002520     END-IF.
002530     MOVE WS-WORK-MIN TO LL-Qte-Min.
002540     MOVE WS-WORK-MAX TO LL-Qte-Max.
002550     MOVE "Y" TO WS-LEVELS-OK-SW.
002560 2400-EXIT.
002570     EXIT.

002580 3000-ADD-LEVEL.
002590     PERFORM 2300-GET-KEY THRU 2300-EXIT.
002600     IF WS-WORK-LOCATION = SPACES
002610         DISPLAY "DAY7LVL - LOCATION IS REQUIRED, NOT ADDED"
002620         GO TO 3000-EXIT
002630     END-IF.
002640     MOVE WS-WORK-CODE TO Code-produit.
002650     READ PRODMAST
002660         INVALID KEY
002670             DISPLAY "DAY7LVL - PRODUCT " WS-WORK-CODE
002680                 " NOT ON PRODMAST, NOT ADDED"
002690             GO TO 3000-EXIT
002700     END-READ.
002710     DISPLAY "PRODUIT : " Libelle.
002720     PERFORM 2400-GET-LEVELS THRU 2400-EXIT.
002730     IF NOT WS-LEVELS-OK
002740         DISPLAY "DAY7LVL - LEVELS NOT ADDED"
002750         GO TO 3000-EXIT
002760     END-IF.
002770     MOVE WS-WORK-CODE     TO LL-Code-produit.
002780     MOVE WS-WORK-LOCATION TO LL-Location.
002790     MOVE WS-RUN-DATE      TO LL-Last-Maint-Date.
002800     MOVE WS-OPERATOR-ID   TO LL-Last-Maint-User.

002810     WRITE LOCLEVEL-REC
002820         INVALID KEY
002830             DISPLAY "DAY7LVL - LEVELS FOR " WS-WORK-CODE
002840                 " AT " WS-WORK-LOCATION
002850                 " ALREADY EXIST, STATUS " WS-LOCLEVEL-STATUS
002860         NOT INVALID KEY
002870             ADD 1 TO WS-ADD-COUNT
002880             DISPLAY "DAY7LVL - LEVELS FOR " WS-WORK-CODE
002890                 " AT " WS-WORK-LOCATION " ADDED"
002900             MOVE "ADD" TO SEC-Event
002910             PERFORM 1190-LOG-SECURITY THRU 1190-EXIT
002920     END-WRITE.
002930 3000-EXIT.
002940     EXIT.

002950 4000-CHANGE-LEVEL.
002960     PERFORM 2300-GET-KEY THRU 2300-EXIT.
002970     READ LOCLEVEL
002980         INVALID KEY
002990             DISPLAY "DAY7LVL - NO LEVELS FOR " WS-WORK-CODE
003000                 " AT " WS-WORK-LOCATION ", STATUS "
003010                 WS-LOCLEVEL-STATUS
003020             GO TO 4000-EXIT
003030     END-READ.
003040     DISPLAY "CURRENT MINIMUM : " LL-Qte-Min
003050         "   CURRENT MAXIMUM : " LL-Qte-Max.
003060     PERFORM 2400-GET-LEVELS THRU 2400-EXIT.
003070     IF NOT WS-LEVELS-OK
003080         DISPLAY "DAY7LVL - LEVELS NOT CHANGED"
003090         GO TO 4000-EXIT
003100     END-IF.
003110     MOVE WS-RUN-DATE    TO LL-Last-Maint-Date.
003120     MOVE WS-OPERATOR-ID TO LL-Last-Maint-User.

003130     REWRITE LOCLEVEL-REC
003140         INVALID KEY
003150             DISPLAY "DAY7LVL - UNABLE TO REWRITE LEVELS FOR "
003160                 WS-WORK-CODE " AT " WS-WORK-LOCATION
003170                 " STATUS " WS-LOCLEVEL-STATUS
003180         NOT INVALID KEY
003190             ADD 1 TO WS-CHANGE-COUNT
003200             DISPLAY "DAY7LVL - LEVELS FOR " WS-WORK-CODE
003210                 " AT " WS-WORK-LOCATION " CHANGED"
003220             MOVE "CHANGE" TO SEC-Event
003230             PERFORM 1190-LOG-SECURITY THRU 1190-EXIT
003240     END-REWRITE.
003250 4000-EXIT.
003260     EXIT.

003270 5000-DELETE-LEVEL.
003280     PERFORM 2300-GET-KEY THRU 2300-EXIT.
003290     READ LOCLEVEL
003300         INVALID KEY
003310             DISPLAY "DAY7LVL - NO LEVELS FOR " WS-WORK-CODE
003320                 " AT " WS-WORK-LOCATION ", STATUS "
003330                 WS-LOCLEVEL-STATUS
003340             GO TO 5000-EXIT
003350     END-READ.

003360     DELETE LOCLEVEL
003370         INVALID KEY
003380             DISPLAY "DAY7LVL - UNABLE TO DELETE LEVELS FOR "
003390                 WS-WORK-CODE " AT " WS-WORK-LOCATION
003400                 " STATUS " WS-LOCLEVEL-STATUS
003410         NOT INVALID KEY
003420             ADD 1 TO WS-DELETE-COUNT
003430             DISPLAY "DAY7LVL - LEVELS FOR " WS-WORK-CODE
003440                 " AT " WS-WORK-LOCATION " DELETED"
003450             MOVE "DELETE" TO SEC-Event
003460             PERFORM 1190-LOG-SECURITY THRU 1190-EXIT
003470     END-DELETE.
003480 5000-EXIT.
003490     EXIT.

003500 6000-INQUIRE-LEVEL.
003510     PERFORM 2300-GET-KEY THRU 2300-EXIT.
003520     READ LOCLEVEL
003530         INVALID KEY
003540             DISPLAY "DAY7LVL - NO LEVELS FOR " WS-WORK-CODE
003550                 " AT " WS-WORK-LOCATION ", STATUS "
003560                 WS-LOCLEVEL-STATUS
003570             GO TO 6000-EXIT
003580     END-READ.
003590     ADD 1 TO WS-INQUIRE-COUNT.
003600     DISPLAY "CODE-PRODUIT     : " LL-Code-produit.
003610     DISPLAY "LOCATION         : " LL-Location.
003620     DISPLAY "MINIMUM          : " LL-Qte-Min.
003630     DISPLAY "MAXIMUM          : " LL-Qte-Max.
003640     DISPLAY "LAST MAINTAINED  : " LL-Last-Maint-Date
003650         " BY " LL-Last-Maint-User.
003660 6000-EXIT.
003670     EXIT.

003680*****************************************************************
003690* LISTS EVERY LOCATION THAT HAS LEVELS FOR ONE PRODUCT.
003700*****************************************************************
003710 7000-LIST-LEVELS.
003720     DISPLAY "ENTER CODE-PRODUIT TO LIST         : ".
003730     ACCEPT WS-WORK-CODE.
003740     MOVE WS-WORK-CODE TO LL-Code-produit.
003750     MOVE LOW-VALUES   TO LL-Location.
003760     MOVE "N" TO WS-LIST-EOF-SW.
003770     MOVE ZERO TO WS-LIST-COUNT.
003780     START LOCLEVEL KEY IS NOT < LL-Key
003790         INVALID KEY
003800             MOVE "Y" TO WS-LIST-EOF-SW
003810     END-START.
003820     DISPLAY "LOC    MINIMUM  MAXIMUM".
003830     PERFORM 7010-LIST-ONE-LEVEL THRU 7010-EXIT
003840         UNTIL WS-LIST-EOF-REACHED.
003850     IF WS-LIST-COUNT = ZERO
003860         DISPLAY "DAY7LVL - NO LEVELS FOR " WS-WORK-CODE
003870     END-IF.
003880 7000-EXIT.
003890     EXIT.

003900 7010-LIST-ONE-LEVEL.
003910     READ LOCLEVEL NEXT RECORD
003920         AT END
003930             MOVE "Y" TO WS-LIST-EOF-SW
003940             GO TO 7010-EXIT
003950     END-READ.
003960     IF LL-Code-produit NOT = WS-WORK-CODE
003970         MOVE "Y" TO WS-LIST-EOF-SW
003980         GO TO 7010-EXIT
003990     END-IF.
004000     ADD 1 TO WS-LIST-COUNT.
004010     DISPLAY LL-Location "    " LL-Qte-Min "    " LL-Qte-Max.
004020 7010-EXIT.
004030     EXIT.

004040 9000-TERMINATE.
004050     IF WS-LOCLEVEL-WAS-OPENED
004060         CLOSE LOCLEVEL
004070     END-IF.
004080     IF WS-PRODMAST-WAS-OPENED
004090         CLOSE PRODMAST
004100     END-IF.
004110     DISPLAY "DAY7LVL - LEVELS ADDED    : " WS-ADD-COUNT.
004120     DISPLAY "DAY7LVL - LEVELS CHANGED  : " WS-CHANGE-COUNT.
004130     DISPLAY "DAY7LVL - LEVELS DELETED  : " WS-DELETE-COUNT.
004140     DISPLAY "DAY7LVL - LEVELS INQUIRED : " WS-INQUIRE-COUNT.
004150 9000-EXIT.
004160     EXIT.
