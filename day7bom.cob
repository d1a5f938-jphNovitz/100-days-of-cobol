000100*****************************************************************
000110* EXERCISE 7 BILL OF MATERIALS: KIT COMPONENT MAINTENANCE
000120* LETS STOCK CONTROL ADD, CHANGE, DELETE, INQUIRE ON AND LIST THE
000130* COMPONENTS OF EACH KIT PRODUCT (BOMFILE, SEE BOMREC.CPY) AND
000140* HOW MANY OF EACH GO INTO ONE KIT. DAY7ASM COPIES THESE ENTRIES
000150* ONTO EVERY ASSEMBLY OR DISASSEMBLY ORDER IT RAISES.
000160* THE KIT AND THE COMPONENT MUST BOTH BE ON PRODMAST AND MUST
000170* DIFFER. KITS ARE ONE LEVEL DEEP: A KIT MAY NOT BE USED AS A
000180* COMPONENT, NOR A COMPONENT HAVE COMPONENTS OF ITS OWN, AND A
000190* KIT HAS AT MOST 20 COMPONENTS.
000200* SIGN-ON IS THE SHARED DAYSEC FRAMEWORK, AND EACH ACTION IS
000210* CHECKED AGAINST THE OPERATOR'S ACCRIGHT RIGHTS (SGN-MAY-*).
000220*****************************************************************
000230* MODIFICATION HISTORY
000240*  10/15/2026  JPH  ORIGINAL VERSION, MODELED ON DAY7PSU.
000250*  10/15/2026  JPH  MENU ACTIONS ARE CHECKED AGAINST THE
000260*                   OPERATOR'S ACCRIGHT RIGHTS IN THIS PROGRAM
000270*                   (SGN-DROITS FROM DAYSEC) INSTEAD OF THE
000280*                   AUTHORITY LEVEL.
000290*  10/15/2026  JPH  HEADER NOW DESCRIBES THE ACCRIGHT RIGHTS CHECK
000300*                   INSTEAD OF THE OLD LEVELS, AND WS-AUTH-LEVEL,
000310*                   WHICH NOTHING READ ANY MORE, IS DROPPED.
000320*****************************************************************
000330 IDENTIFICATION DIVISION.
000340 PROGRAM-ID. day7bom.
000350 AUTHOR. jphNovitz.
000360 DATE-WRITTEN. 2026/10/15.
000370 DATE-COMPILED.

000380 ENVIRONMENT DIVISION.
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT BOMFILE ASSIGN TO "BOMFILE"
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS DYNAMIC
000440         RECORD KEY IS BOM-Key
000450         FILE STATUS IS WS-BOMFILE-STATUS.

000460     SELECT PRODMAST ASSIGN TO "PRODMAST"
000470         ORGANIZATION IS INDEXED
000480         ACCESS MODE IS DYNAMIC
000490         RECORD KEY IS Code-produit
000500         FILE STATUS IS WS-PRODMAST-STATUS.

000510 DATA DIVISION.
000520 FILE SECTION.
000530 FD  BOMFILE
000540     RECORDING MODE IS F.
000550     COPY BOMREC.

000560 FD  PRODMAST
000570     RECORDING MODE IS F.
000580     COPY PRODREC.

000590 WORKING-STORAGE SECTION.
000600 01  WS-BOMFILE-STATUS        PIC X(02).
000610     88  WS-BOMFILE-OK             VALUE "00".
000620     88  WS-BOMFILE-MISSING        VALUE "35".

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
000730     05  WS-BOMFILE-OPEN-SW   PIC X(01)  VALUE "N".
000740         88  WS-BOMFILE-WAS-OPENED   VALUE "Y".
000750     05  WS-PRODMAST-OPEN-SW  PIC X(01)  VALUE "N".
000760         88  WS-PRODMAST-WAS-OPENED  VALUE "Y".
000770     05  WS-QTE-OK-SW         PIC X(01)  VALUE "N".
000780         88  WS-QTE-OK               VALUE "Y".
000790     05  WS-LIST-EOF-SW       PIC X(01)  VALUE "N".
000800         88  WS-LIST-EOF-REACHED     VALUE "Y".
000810     05  WS-KIT-IS-COMP-SW    PIC X(01)  VALUE "N".
000820         88  WS-KIT-IS-COMPONENT     VALUE "Y".

000830 01  WS-MENU-CHOICE           PIC X(01).
000840     88  WS-CHOICE-ADD             VALUE "A" "a".
000850     88  WS-CHOICE-CHANGE          VALUE "C" "c".
000860     88  WS-CHOICE-DELETE          VALUE "D" "d".
000870     88  WS-CHOICE-INQUIRE         VALUE "I" "i".
000880     88  WS-CHOICE-LIST            VALUE "L" "l".
000890     88  WS-CHOICE-QUIT            VALUE "Q" "q".

000900 01  WS-COUNTERS.
000910     05  WS-ADD-COUNT         PIC 9(05) COMP  VALUE ZERO.
000920     05  WS-CHANGE-COUNT      PIC 9(05) COMP  VALUE ZERO.
000930     05  WS-DELETE-COUNT      PIC 9(05) COMP  VALUE ZERO.
000940     05  WS-INQUIRE-COUNT     PIC 9(05) COMP  VALUE ZERO.
000950     05  WS-LIST-COUNT        PIC 9(05) COMP  VALUE ZERO.

000960 01  WS-MAX-COMPOSANTS        PIC 9(02)  VALUE 20.
000970 01  WS-WORK-KEY.
000980     05  WS-WORK-KIT          PIC X(03).
000990     05  WS-WORK-COMP         PIC X(03).
001000 01  WS-WORK-QTE-X            PIC X(03).
001010 01  WS-WORK-QTE REDEFINES WS-WORK-QTE-X
001020                              PIC 9(03).
001030 01  WS-KIT-LIBELLE           PIC X(15).
001040 01  WS-COUNT-KIT             PIC X(03).
001050 01  WS-SEC-KEY.
001060     05  WS-SEC-KIT           PIC X(03).
001070     05  FILLER               PIC X(01)  VALUE "/".
001080     05  WS-SEC-COMP          PIC X(03).
001090 01  WS-RUN-DATE              PIC 9(08).
001100 01  WS-OPERATOR-ID           PIC X(08).

001110 PROCEDURE DIVISION.

001120 0000-MAINLINE.
001130     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001140     PERFORM 2000-PROCESS-MENU THRU 2000-EXIT
001150         UNTIL WS-ALL-DONE.
001160     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001170     STOP RUN.

001180 1000-INITIALIZE.
001190     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001200     PERFORM 1100-SIGN-ON THRU 1100-EXIT.
001210     IF NOT WS-SIGNED-ON
001220         SET WS-ALL-DONE TO TRUE
001230         GO TO 1000-EXIT
001240     END-IF.
001250     OPEN I-O BOMFILE.
001260     IF WS-BOMFILE-MISSING
001270         OPEN OUTPUT BOMFILE
001280         CLOSE BOMFILE
001290         OPEN I-O BOMFILE
001300     END-IF.
001310     IF NOT WS-BOMFILE-OK
001320         DISPLAY "DAY7BOM - UNABLE TO OPEN BOMFILE, STATUS "
001330             WS-BOMFILE-STATUS
001340         SET WS-ALL-DONE TO TRUE
001350         GO TO 1000-EXIT
001360     END-IF.
001370     SET WS-BOMFILE-WAS-OPENED TO TRUE.
001380     OPEN INPUT PRODMAST.
001390     IF NOT WS-PRODMAST-OK
001400         DISPLAY "DAY7BOM - UNABLE TO OPEN PRODMAST, STATUS "
001410             WS-PRODMAST-STATUS
001420         SET WS-ALL-DONE TO TRUE
001430     ELSE
001440         SET WS-PRODMAST-WAS-OPENED TO TRUE
001450     END-IF.
001460 1000-EXIT.
001470     EXIT.

001480 1100-SIGN-ON.
001490     MOVE "DAY7BOM" TO SGN-Program.
001500     CALL "daysec" USING SGN-REQUEST.
001510     IF SGN-SIGNED-ON
001520         MOVE SGN-Operator   TO WS-OPERATOR-ID
001530         MOVE "Y" TO WS-SIGNON-OK-SW
001540     END-IF.
001550 1100-EXIT.
001560     EXIT.

001570 1190-LOG-SECURITY.
001580     MOVE "DAY7BOM" TO SEC-Program.
001590     MOVE WS-OPERATOR-ID TO SEC-Operator.
001600     MOVE WS-WORK-KIT  TO WS-SEC-KIT.
001610     MOVE WS-WORK-COMP TO WS-SEC-COMP.
001620     MOVE WS-SEC-KEY TO SEC-Detail.
001630     CALL "dayslog" USING SEC-REQUEST.
001640 1190-EXIT.
001650     EXIT.

001660 2000-PROCESS-MENU.
001670     PERFORM 2100-DISPLAY-MENU THRU 2100-EXIT.
001680     PERFORM 2200-GET-CHOICE THRU 2200-EXIT.

001690     EVALUATE TRUE
001700         WHEN WS-CHOICE-ADD
001710             IF NOT SGN-MAY-ADD
001720                 DISPLAY "DAY7BOM - NOT AUTHORIZED TO ADD"
001730             ELSE
001740                 PERFORM 3000-ADD-COMPONENT THRU 3000-EXIT
001750             END-IF
001760         WHEN WS-CHOICE-CHANGE
001770             IF NOT SGN-MAY-CHANGE
001780                 DISPLAY "DAY7BOM - NOT AUTHORIZED TO CHANGE"
001790             ELSE
001800                 PERFORM 4000-CHANGE-COMPONENT THRU 4000-EXIT
001810             END-IF
001820         WHEN WS-CHOICE-DELETE
001830             IF NOT SGN-MAY-DELETE
001840                 DISPLAY "DAY7BOM - NOT AUTHORIZED TO DELETE"
001850             ELSE
001860                 PERFORM 5000-DELETE-COMPONENT THRU 5000-EXIT
001870             END-IF
001880         WHEN WS-CHOICE-INQUIRE
001890             IF NOT SGN-MAY-INQUIRE
001900                 DISPLAY "DAY7BOM - NOT AUTHORIZED TO INQUIRE"
001910             ELSE
001920                 PERFORM 6000-INQUIRE-COMPONENT THRU 6000-EXIT
001930             END-IF
001940         WHEN WS-CHOICE-LIST
001950             IF NOT SGN-MAY-INQUIRE
001960                 DISPLAY "DAY7BOM - NOT AUTHORIZED TO INQUIRE"
001970             ELSE
001980                 PERFORM 7000-LIST-COMPONENTS THRU 7000-EXIT
001990             END-IF
002000         WHEN WS-CHOICE-QUIT
002010             SET WS-ALL-DONE TO TRUE
002020         WHEN OTHER
002030             DISPLAY "DAY7BOM - INVALID CHOICE, TRY AGAIN"
002040     END-EVALUATE.
002050 2000-EXIT.
002060     EXIT.

002070 2100-DISPLAY-MENU.
002080     DISPLAY " ".
002090     DISPLAY "---------- KIT BILL OF MATERIALS ----------".
002100     DISPLAY "  A - ADD A COMPONENT TO A KIT".
002110     DISPLAY "  C - CHANGE THE QUANTITY PER KIT".
002120     DISPLAY "  D - DELETE A COMPONENT FROM A KIT".
002130     DISPLAY "  I - INQUIRE ON ONE COMPONENT OF A KIT".
002140     DISPLAY "  L - LIST THE COMPONENTS OF A KIT".
002150     DISPLAY "  Q - QUIT".
002160 2100-EXIT.
002170     EXIT.

002180 2200-GET-CHOICE.
002190     DISPLAY "ENTER YOUR CHOICE : ".
002200     ACCEPT WS-MENU-CHOICE.
002210 2200-EXIT.
002220     EXIT.

002230 2300-GET-KEY.
002240     DISPLAY "ENTER KIT CODE-PRODUIT (3 CHARS)   : ".
002250     ACCEPT WS-WORK-KIT.
002260     DISPLAY "ENTER COMPONENT CODE (3 CHARS)     : ".
002270     ACCEPT WS-WORK-COMP.
002280     MOVE WS-WORK-KIT  TO BOM-Kit.
002290     MOVE WS-WORK-COMP TO BOM-Composant.
002300 2300-EXIT.
002310     EXIT.

002320*****************************************************************
002330* KEYS THE QUANTITY OF THE COMPONENT THAT GOES INTO ONE KIT. IT
002340* MUST BE NUMERIC AND ABOVE ZERO.
002350*****************************************************************
002360 2400-GET-QTE.
002370     MOVE "N" TO WS-QTE-OK-SW.
002380     DISPLAY "ENTER QUANTITY PER KIT (3 DIGITS)  : ".
002390     ACCEPT WS-WORK-QTE-X.
002400     IF WS-WORK-QTE-X IS NOT NUMERIC
002410         DISPLAY "DAY7BOM - QUANTITY MUST BE NUMERIC"
002420         GO TO 2400-EXIT
002430     END-IF.
002440     IF WS-WORK-QTE = ZERO
002450         DISPLAY "DAY7BOM - QUANTITY MUST BE ABOVE ZERO"
002460         GO TO 2400-EXIT
002470     END-IF.
002480     MOVE WS-WORK-QTE TO BOM-Qte.
002490     MOVE "Y" TO WS-QTE-OK-SW.
002500 2400-EXIT.
002510     EXIT.

002520 3000-ADD-COMPONENT.
002530     PERFORM 2300-GET-KEY THRU 2300-EXIT.
002540     IF WS-WORK-COMP = WS-WORK-KIT
002550         DISPLAY "DAY7BOM - A KIT CANNOT BE ITS OWN COMPONENT"
002560         GO TO 3000-EXIT
002570     END-IF.
002580     MOVE WS-WORK-KIT TO Code-produit.
002590     READ PRODMAST
002600         INVALID KEY
002610             DISPLAY "DAY7BOM - KIT " WS-WORK-KIT
002620                 " NOT ON PRODMAST, NOT ADDED"
002630             GO TO 3000-EXIT
002640     END-READ.
002650     MOVE Libelle TO WS-KIT-LIBELLE.
002660     MOVE WS-WORK-COMP TO Code-produit.
002670     READ PRODMAST
002680         INVALID KEY
002690             DISPLAY "DAY7BOM - COMPONENT " WS-WORK-COMP
002700                 " NOT ON PRODMAST, NOT ADDED"
002710             GO TO 3000-EXIT
002720     END-READ.
002730     PERFORM 3100-CHECK-NESTING THRU 3100-EXIT.
002740     IF WS-KIT-IS-COMPONENT
002750         DISPLAY "DAY7BOM - " WS-WORK-KIT
002760             " IS ITSELF A COMPONENT OF A KIT, NOT ADDED"
002770         GO TO 3000-EXIT
002780     END-IF.
002790     MOVE WS-WORK-COMP TO BOM-Kit.
002800     MOVE LOW-VALUES   TO BOM-Composant.
002810     PERFORM 3200-COUNT-COMPONENTS THRU 3200-EXIT.
002820     IF WS-LIST-COUNT > ZERO
002830         DISPLAY "DAY7BOM - " WS-WORK-COMP
002840             " IS ITSELF A KIT, NOT ADDED"
002850         GO TO 3000-EXIT
002860     END-IF.
002870     MOVE WS-WORK-KIT TO BOM-Kit.
002880     MOVE LOW-VALUES  TO BOM-Composant.
002890     PERFORM 3200-COUNT-COMPONENTS THRU 3200-EXIT.
002900     IF WS-LIST-COUNT NOT < WS-MAX-COMPOSANTS
002910         DISPLAY "DAY7BOM - " WS-WORK-KIT " ALREADY HAS "
002920             WS-MAX-COMPOSANTS " COMPONENTS, NOT ADDED"
002930         GO TO 3000-EXIT
002940     END-IF.
002950     DISPLAY "KIT : " WS-KIT-LIBELLE "   COMPOSANT : " Libelle.
002960     PERFORM 2400-GET-QTE THRU 2400-EXIT.
002970     IF NOT WS-QTE-OK
002980         DISPLAY "DAY7BOM - COMPONENT NOT ADDED"
002990         GO TO 3000-EXIT
003000     END-IF.
003010     MOVE WS-WORK-KIT    TO BOM-Kit.
003020     MOVE WS-WORK-COMP   TO BOM-Composant.
003030     MOVE WS-RUN-DATE    TO BOM-Last-Maint-Date.
003040     MOVE WS-OPERATOR-ID TO BOM-Last-Maint-User.

003050     WRITE BOM-REC
003060         INVALID KEY
003070             DISPLAY "DAY7BOM - " WS-WORK-COMP
003080                 " IS ALREADY A COMPONENT OF " WS-WORK-KIT
003090                 ", STATUS " WS-BOMFILE-STATUS
003100         NOT INVALID KEY
003110             ADD 1 TO WS-ADD-COUNT
003120             DISPLAY "DAY7BOM - " WS-WORK-COMP
003130                 " ADDED AS A COMPONENT OF " WS-WORK-KIT
003140             MOVE "ADD" TO SEC-Event
003150             PERFORM 1190-LOG-SECURITY THRU 1190-EXIT
003160     END-WRITE.
003170 3000-EXIT.
003180     EXIT.

003190*****************************************************************
003200* SWEEPS THE WHOLE BOM FOR AN ENTRY USING THE KIT BEING BUILT
003210* UP AS A COMPONENT OF SOME OTHER KIT.
003220*****************************************************************
003230 3100-CHECK-NESTING.
003240     MOVE "N" TO WS-KIT-IS-COMP-SW.
003250     MOVE "N" TO WS-LIST-EOF-SW.
003260     MOVE LOW-VALUES TO BOM-Key.
003270     START BOMFILE KEY IS NOT < BOM-Key
003280         INVALID KEY
003290             MOVE "Y" TO WS-LIST-EOF-SW
003300     END-START.
003310     PERFORM 3110-CHECK-ONE-ENTRY THRU 3110-EXIT
003320         UNTIL WS-LIST-EOF-REACHED
003330            OR WS-KIT-IS-COMPONENT.
003340 3100-EXIT.
003350     EXIT.

003360 3110-CHECK-ONE-ENTRY.
003370     READ BOMFILE NEXT RECORD
003380         AT END
003390             MOVE "Y" TO WS-LIST-EOF-SW
003400             GO TO 3110-EXIT
003410     END-READ.
003420     IF BOM-Composant = WS-WORK-KIT
003430         MOVE "Y" TO WS-KIT-IS-COMP-SW
003440     END-IF.
003450 3110-EXIT.
003460     EXIT.

003470*****************************************************************
003480* COUNTS THE COMPONENTS ON FILE FOR THE KIT IN BOM-KIT INTO
003490* WS-LIST-COUNT.
003500*****************************************************************
003510 3200-COUNT-COMPONENTS.
003520     MOVE BOM-Kit TO WS-COUNT-KIT.
003530     MOVE "N" TO WS-LIST-EOF-SW.
003540     MOVE ZERO TO WS-LIST-COUNT.
003550     START BOMFILE KEY IS NOT < BOM-Key
003560         INVALID KEY
003570             MOVE "Y" TO WS-LIST-EOF-SW
003580     END-START.
003590     PERFORM 3210-COUNT-ONE-ENTRY THRU 3210-EXIT
003600         UNTIL WS-LIST-EOF-REACHED.
003610 3200-EXIT.
003620     EXIT.

003630 3210-COUNT-ONE-ENTRY.
003640     READ BOMFILE NEXT RECORD
003650         AT END
003660             MOVE "Y" TO WS-LIST-EOF-SW
003670             GO TO 3210-EXIT
003680     END-READ.
003690     IF BOM-Kit NOT = WS-COUNT-KIT
003700         MOVE "Y" TO WS-LIST-EOF-SW
003710         GO TO 3210-EXIT
003720     END-IF.
003730     ADD 1 TO WS-LIST-COUNT.
003740 3210-EXIT.
003750     EXIT.

003760 4000-CHANGE-COMPONENT.
003770     PERFORM 2300-GET-KEY THRU 2300-EXIT.
003780     READ BOMFILE
003790         INVALID KEY
003800             DISPLAY "DAY7BOM - " WS-WORK-COMP
003810                 " IS NOT A COMPONENT OF " WS-WORK-KIT
003820                 ", STATUS " WS-BOMFILE-STATUS
003830             GO TO 4000-EXIT
003840     END-READ.
003850     DISPLAY "CURRENT QUANTITY PER KIT : " BOM-Qte.
003860     PERFORM 2400-GET-QTE THRU 2400-EXIT.
003870     IF NOT WS-QTE-OK
003880         DISPLAY "DAY7BOM - COMPONENT NOT CHANGED"
003890         GO TO 4000-EXIT
003900     END-IF.
003910     MOVE WS-RUN-DATE    TO BOM-Last-Maint-Date.
003920     MOVE WS-OPERATOR-ID TO BOM-Last-Maint-User.

003930     REWRITE BOM-REC
003940         INVALID KEY
003950             DISPLAY "DAY7BOM - UNABLE TO REWRITE "
003960                 WS-WORK-COMP " FOR " WS-WORK-KIT
003970                 " STATUS " WS-BOMFILE-STATUS
003980         NOT INVALID KEY
003990             ADD 1 TO WS-CHANGE-COUNT
004000             DISPLAY "DAY7BOM - " WS-WORK-COMP
004010                 " FOR " WS-WORK-KIT " CHANGED"
004020             MOVE "CHANGE" TO SEC-Event
004030             PERFORM 1190-LOG-SECURITY THRU 1190-EXIT
004040     END-REWRITE.
004050 4000-EXIT.
004060     EXIT.

004070 5000-DELETE-COMPONENT.
004080     PERFORM 2300-GET-KEY THRU 2300-EXIT.
004090     READ BOMFILE
004100         INVALID KEY
004110             DISPLAY "DAY7BOM - " WS-WORK-COMP
004120                 " IS NOT A COMPONENT OF " WS-WORK-KIT
004130                 ", STATUS " WS-BOMFILE-STATUS
004140             GO TO 5000-EXIT
004150     END-READ.

004160     DELETE BOMFILE
004170         INVALID KEY
004180             DISPLAY "DAY7BOM - UNABLE TO DELETE "
004190                 WS-WORK-COMP " FOR " WS-WORK-KIT
004200                 " STATUS " WS-BOMFILE-STATUS
004210         NOT INVALID KEY
004220             ADD 1 TO WS-DELETE-COUNT
004230             DISPLAY "DAY7BOM - " WS-WORK-COMP
004240                 " NO LONGER A COMPONENT OF " WS-WORK-KIT
004250             MOVE "DELETE" TO SEC-Event
004260             PERFORM 1190-LOG-SECURITY THRU 1190-EXIT
004270     END-DELETE.
004280 5000-EXIT.
004290     EXIT.

004300 6000-INQUIRE-COMPONENT.
004310     PERFORM 2300-GET-KEY THRU 2300-EXIT.
004320     READ BOMFILE
004330         INVALID KEY
004340             DISPLAY "DAY7BOM - " WS-WORK-COMP
004350                 " IS NOT A COMPONENT OF " WS-WORK-KIT
004360                 ", STATUS " WS-BOMFILE-STATUS
004370             GO TO 6000-EXIT
004380     END-READ.
004390     ADD 1 TO WS-INQUIRE-COUNT.
004400     DISPLAY "KIT              : " BOM-Kit.
004410     DISPLAY "COMPONENT        : " BOM-Composant.
004420     DISPLAY "QUANTITY PER KIT : " BOM-Qte.
004430     DISPLAY "LAST MAINTAINED  : " BOM-Last-Maint-Date
004440         " BY " BOM-Last-Maint-User.
004450 6000-EXIT.
004460     EXIT.

004470*****************************************************************
004480* LISTS EVERY COMPONENT ON FILE FOR ONE KIT.
004490*****************************************************************
004500 7000-LIST-COMPONENTS.
004510     DISPLAY "ENTER KIT CODE-PRODUIT TO LIST     : ".
004520     ACCEPT WS-WORK-KIT.
004530     MOVE WS-WORK-KIT TO BOM-Kit.
004540     MOVE LOW-VALUES  TO BOM-Composant.
004550     MOVE "N" TO WS-LIST-EOF-SW.
004560     MOVE ZERO TO WS-LIST-COUNT.
004570     START BOMFILE KEY IS NOT < BOM-Key
004580         INVALID KEY
004590             MOVE "Y" TO WS-LIST-EOF-SW
004600     END-START.
004610     DISPLAY "COMP  QTE/KIT  LIBELLE".
004620     PERFORM 7010-LIST-ONE-COMPONENT THRU 7010-EXIT
004630         UNTIL WS-LIST-EOF-REACHED.
004640     IF WS-LIST-COUNT = ZERO
004650         DISPLAY "DAY7BOM - NO COMPONENTS FOR " WS-WORK-KIT
004660     END-IF.
004670 7000-EXIT.
004680     EXIT.

004690 7010-LIST-ONE-COMPONENT.
004700     READ BOMFILE NEXT RECORD
004710         AT END
004720             MOVE "Y" TO WS-LIST-EOF-SW
004730             GO TO 7010-EXIT
004740     END-READ.
004750     IF BOM-Kit NOT = WS-WORK-KIT
004760         MOVE "Y" TO WS-LIST-EOF-SW
004770         GO TO 7010-EXIT
004780     END-IF.
004790     ADD 1 TO WS-LIST-COUNT.
004800     MOVE BOM-Composant TO Code-produit.
004810     READ PRODMAST
004820         INVALID KEY
004830             MOVE "** INCONNU **" TO Libelle
004840     END-READ.
004850     DISPLAY BOM-Composant "   " BOM-Qte "      " Libelle.
004860 7010-EXIT.
004870     EXIT.

004880 9000-TERMINATE.
004890     IF WS-BOMFILE-WAS-OPENED
004900         CLOSE BOMFILE
004910     END-IF.
004920     IF WS-PRODMAST-WAS-OPENED
004930         CLOSE PRODMAST
004940     END-IF.
004950     DISPLAY "DAY7BOM - COMPONENTS ADDED    : " WS-ADD-COUNT.
004960     DISPLAY "DAY7BOM - COMPONENTS CHANGED  : " WS-CHANGE-COUNT.
004970     DISPLAY "DAY7BOM - COMPONENTS DELETED  : " WS-DELETE-COUNT.
004980     DISPLAY "DAY7BOM - COMPONENTS INQUIRED : " WS-INQUIRE-COUNT.
004990 9000-EXIT.
005000     EXIT.
