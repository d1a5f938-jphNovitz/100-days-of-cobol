000190* ADJUSTS THE PRODALOC ALLOCATION LEDGER SO CANCELLED UNITS GO
000200* BACK INTO AVAILABLE-TO-PROMISE AT ONCE.
000210* SIGN-ON IS THE SAME USERSEC FRAMEWORK THE OTHER MAINTENANCE
000220* PROGRAMS USE - AMENDING OR CANCELLING NEEDS THE OPERATOR'S
000230* ACCRIGHT CHANGE RIGHT (SGN-MAY-CHANGE), OVERRIDING THE ORDFILE
000240* INTERLOCK THE APPROVE RIGHT (SGN-MAY-APPROVE), THREE
000250* FAILURES END THE SESSION, A MISSING USERSEC FAILS CLOSED.
000260*****************************************************************
000270* MODIFICATION HISTORY
000280*  09/02/2026  JPH  ORIGINAL VERSION.
000290*  09/02/2026  JPH  QUANTITY CHANGES AND CANCELLATIONS NOW ALSO
000300*                   ADJUST THE PRODALOC ALLOCATION LEDGER DAY9ORD
000310*                   RAISES AT CAPTURE, SO CANCELLED UNITS GO BACK
000320*                   INTO AVAILABLE-TO-PROMISE AT ONCE.
000330*  09/02/2026  JPH  REWORKED FOR THE INDEXED ORDER FILE: THE
000340*                   SESSION LOAD-TABLE AND SAVE-AT-QUIT ARE GONE.
000350*                   A LINE IS READ BY ITS REAL ORD-KEY (ORDER
000360*                   PLUS ORD-LIGNE) AND REWRITTEN IN PLACE, SO
000370*                   AN AMENDMENT LANDS THE MOMENT IT IS KEYED.
000380*  09/02/2026  JPH  SIGN-ONS, FAILED ATTEMPTS, LOCKOUTS AND
000390*                   AMENDMENTS ARE NOW APPENDED TO THE CENTRAL
000400*                   SECLOG THROUGH THE SHARED DAYSLOG HANDLER
000410*                   (SEE SECLINK.CPY), SO THE DAILY SECURITY
000420*                   REPORT SEES EVERY OPERATOR.
000430*  09/02/2026  JPH  THE INLINE USERSEC SIGN-ON BLOCK IS REPLACED
000440*                   BY A CALL TO THE SHARED DAYSEC SUBPROGRAM
000450*                   (SEE SIGNLINK.CPY), WHICH ADDS PASSWORD
000460*                   EXPIRY, CHANGE-OWN-PASSWORD AND PERSISTED
000470*                   LOCKOUTS AND LOGS THE SIGN-ON EVENTS ITSELF -
000480*                   ONE SIGN-ON MAINTAINED IN ONE PLACE.
000490*  09/02/2026  JPH  THE SESSION NOW HONORS THE FILELOCK IN-USE
000500*                   MARK THE NIGHT BATCH SETS ON ORDFILE - A
000510*                   MARKED FILE REFUSES THE SESSION AND SAYS WHO
000520*                   HOLDS IT; A LEVEL-3 SUPERVISOR CAN OVERRIDE,
000530*                   AND THE OVERRIDE IS LOGGED TO SECLOG.
000540*  09/02/2026  JPH  A QUANTITY INCREASE NOW PASSES THE SAME
000550*                   AVAILABLE-TO-PROMISE CHECK DAY9ORD MAKES AT
000560*                   CAPTURE (QTE-EN-MAIN MINUS THE PRODALOC
000570*                   ALLOCATION) - THE AMENDMENT DOOR NO LONGER
000580*                   REOPENS THE DOUBLE-SELL THE CAPTURE CHECK
000590*                   CLOSED. DECREASES AND CANCELLATIONS STILL
000600*                   GO THROUGH UNCHECKED.
000610*  10/15/2026  JPH  MENU ACTIONS ARE CHECKED AGAINST THE
000620*                   OPERATOR'S ACCRIGHT RIGHTS IN THIS PROGRAM
000630*                   (SGN-DROITS FROM DAYSEC) INSTEAD OF THE
000640*                   AUTHORITY LEVEL.
000650*  10/15/2026  JPH  HEADER NAMES THE ACCRIGHT RIGHTS THE CODE
000660*                   CHECKS INSTEAD OF THE OLD LEVELS, AND
000670*                   WS-AUTH-LEVEL, WHICH NOTHING READ, IS DROPPED.
000680*****************************************************************
000690 IDENTIFICATION DIVISION.
000700 PROGRAM-ID. day9amd.
000710 AUTHOR. jphNovitz.
000720 DATE-WRITTEN. 2026/09/02.
000730 DATE-COMPILED.

000740 ENVIRONMENT DIVISION.
000750 INPUT-OUTPUT SECTION.
000760 FILE-CONTROL.
000770     SELECT ORDFILE ASSIGN TO "ORDFILE"
000780         ORGANIZATION IS INDEXED
000790         ACCESS MODE IS DYNAMIC
000800         RECORD KEY IS ORD-Key
000810         FILE STATUS IS WS-ORDFILE-STATUS.

000820     SELECT PRODMAST ASSIGN TO "PRODMAST"
000830         ORGANIZATION IS INDEXED
000840         ACCESS MODE IS DYNAMIC
000850         RECORD KEY IS Code-produit
000860         FILE STATUS IS WS-PRODMAST-STATUS.

000870     SELECT PRODALOC ASSIGN TO "PRODALOC"
000880         ORGANIZATION IS INDEXED
000890         ACCESS MODE IS DYNAMIC
000900         RECORD KEY IS ALOC-Code-produit
000910         FILE STATUS IS WS-PRODALOC-STATUS.

000920     SELECT FILELOCK ASSIGN TO "FILELOCK"
000930         ORGANIZATION IS LINE SEQUENTIAL
000940         FILE STATUS IS WS-FILELOCK-STATUS.

000950 DATA DIVISION.
000960 FILE SECTION.
000970 FD  ORDFILE
000980     RECORDING MODE IS F.
000990     COPY ORDREC.

001000 FD  PRODMAST
001010     RECORDING MODE IS F.
001020     COPY PRODREC.

001030 FD  PRODALOC
001040     RECORDING MODE IS F.
001050     COPY PRODALOC.

001060 FD  FILELOCK
001070     RECORDING MODE IS F.
001080 01  FILELOCK-REC.
001090     05  LCK-File             PIC X(08).
001100     05  LCK-Holder           PIC X(08).
001110     05  LCK-Date             PIC 9(08).
001120     05  LCK-Time             PIC 9(06).

001130 WORKING-STORAGE SECTION.
001140 01  WS-FILELOCK-STATUS       PIC X(02).
001150     88  WS-FILELOCK-OK            VALUE "00".
001160 01  WS-LOCK-HELD-SW          PIC X(01)  VALUE "N".
001170     88  WS-LOCK-IS-HELD          VALUE "Y".
001180 01  WS-LOCK-HOLDER           PIC X(08)  VALUE SPACES.
001190 01  WS-OVERRIDE-CHOICE       PIC X(01).
001200     88  WS-OVERRIDE-YES           VALUE "Y" "y".

001210 01  WS-ORDFILE-STATUS        PIC X(02).
001220     88  WS-ORDFILE-OK              VALUE "00".

001230 01  WS-PRODMAST-STATUS       PIC X(02).
001240     88  WS-PRODMAST-OK             VALUE "00".

001250 01  WS-PRODALOC-STATUS       PIC X(02).
001260     88  WS-PRODALOC-OK             VALUE "00".

001270 01  WS-SIGNON-FIELDS.
001280     05  WS-SIGNON-OK-SW      PIC X(01)  VALUE "N".
001290         88  WS-SIGNED-ON            VALUE "Y".

001300     COPY SIGNLINK.

001310     COPY SECLINK.

001320 01  WS-SWITCHES.
001330     05  WS-DONE-SW           PIC X(01)  VALUE "N".
001340         88  WS-ALL-DONE             VALUE "Y".
001350     05  WS-ORDFILE-OPEN-SW   PIC X(01)  VALUE "N".
001360         88  WS-ORDFILE-WAS-OPENED   VALUE "Y".
001370     05  WS-PRODMAST-OPEN-SW  PIC X(01)  VALUE "N".
001380         88  WS-PRODMAST-WAS-OPENED  VALUE "Y".
001390     05  WS-ATP-REFUSED-SW    PIC X(01)  VALUE "N".
001400         88  WS-ATP-REFUSED          VALUE "Y".
001410     05  WS-PRODALOC-OPEN-SW  PIC X(01)  VALUE "N".
001420         88  WS-PRODALOC-WAS-OPENED  VALUE "Y".
001430     05  WS-ORD-EOF-SW        PIC X(01)  VALUE "N".
001440         88  WS-ORD-EOF-REACHED      VALUE "Y".

001450 01  WS-MENU-CHOICE           PIC X(01).
001460     88  WS-CHOICE-LIST            VALUE "O" "o".
001470     88  WS-CHOICE-MODIFY          VALUE "M" "m".
001480     88  WS-CHOICE-CANCEL-LINE     VALUE "L" "l".
001490     88  WS-CHOICE-CANCEL-ORDER    VALUE "X" "x".
001500     88  WS-CHOICE-QUIT            VALUE "Q" "q".

001510 01  WS-COUNTERS.
001520     05  WS-QTY-CHANGED       PIC 9(05) COMP  VALUE ZERO.
001530     05  WS-LINES-CANCELLED   PIC 9(05) COMP  VALUE ZERO.
001540     05  WS-LINES-SHOWN       PIC 9(05) COMP  VALUE ZERO.

001550 01  WS-WORK-NUMERO           PIC X(06).
001560 01  WS-WORK-LINE-X           PIC X(03).
001570 01  WS-WORK-LINE REDEFINES WS-WORK-LINE-X
001580                              PIC 9(03).
001590 01  WS-NEW-QTE-X             PIC X(05).
001600 01  WS-NEW-QTE REDEFINES WS-NEW-QTE-X
001610                              PIC 9(05).
001620 01  WS-ALOC-DELTA            PIC S9(06) COMP-3  VALUE ZERO.
001630 01  WS-QTE-DISPONIBLE        PIC S9(06) COMP-3  VALUE ZERO.
001640 01  WS-ALOC-CODE             PIC X(03)  VALUE SPACES.
001650 01  WS-RUN-DATE              PIC 9(08).
001660 01  WS-OPERATOR-ID           PIC X(08).

001670 PROCEDURE DIVISION.

001680 0000-MAINLINE.
001690     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001700     PERFORM 2000-PROCESS-MENU THRU 2000-EXIT
001710         UNTIL WS-ALL-DONE.
001720     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001730     STOP RUN.

001740 1000-INITIALIZE.
001750     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001760     PERFORM 1100-SIGN-ON THRU 1100-EXIT.
001770     IF NOT WS-SIGNED-ON
001780         SET WS-ALL-DONE TO TRUE
001790         GO TO 1000-EXIT
001800     END-IF.
001810     PERFORM 1300-CHECK-INTERLOCK THRU 1300-EXIT.
001820     IF WS-ALL-DONE
001830         GO TO 1000-EXIT
001840     END-IF.
001850     IF NOT SGN-MAY-CHANGE
001860         DISPLAY "DAY9AMD - CHANGE RIGHT REQUIRED TO AMEND "
001870             "ORDERS, SESSION ENDED"
001880         SET WS-ALL-DONE TO TRUE
001890         GO TO 1000-EXIT
001900     END-IF.
001910     OPEN I-O ORDFILE.
001920     IF NOT WS-ORDFILE-OK
001930         DISPLAY "DAY9AMD - UNABLE TO OPEN ORDFILE, STATUS "
001940             WS-ORDFILE-STATUS " - NOTHING TO AMEND"
001950         SET WS-ALL-DONE TO TRUE
001960         GO TO 1000-EXIT
001970     END-IF.
001980     MOVE "Y" TO WS-ORDFILE-OPEN-SW.
001990     OPEN INPUT PRODMAST.
002000     IF NOT WS-PRODMAST-OK
002010         DISPLAY "DAY9AMD - UNABLE TO OPEN PRODMAST, STATUS "
002020             WS-PRODMAST-STATUS
002030             " - QUANTITY INCREASES WILL BE REFUSED"
002040     ELSE
002050         MOVE "Y" TO WS-PRODMAST-OPEN-SW
002060     END-IF.
002070     OPEN I-O PRODALOC.
002080     IF NOT WS-PRODALOC-OK
002090         DISPLAY "DAY9AMD - UNABLE TO OPEN PRODALOC, STATUS "
002100             WS-PRODALOC-STATUS " - ALLOCATIONS NOT ADJUSTED"
002110     ELSE
002120         MOVE "Y" TO WS-PRODALOC-OPEN-SW
002130     END-IF.
002140 1000-EXIT.
002150     EXIT.

002160 1100-SIGN-ON.
002170     MOVE "DAY9AMD" TO SGN-Program.
002180     CALL "daysec" USING SGN-REQUEST.
002190     IF SGN-SIGNED-ON
002200         MOVE SGN-Operator   TO WS-OPERATOR-ID
002210         MOVE "Y" TO WS-SIGNON-OK-SW
002220     END-IF.
002230 1100-EXIT.
002240     EXIT.

002250 1190-LOG-SECURITY.
002260     MOVE "DAY9AMD" TO SEC-Program.
002270     MOVE WS-OPERATOR-ID TO SEC-Operator.
002280     CALL "dayslog" USING SEC-REQUEST.
002290 1190-EXIT.
002300     EXIT.

002310*****************************************************************
002320* THE NIGHT BATCH MARKS ORDFILE BUSY ON FILELOCK FOR THE
002330* WHOLE STREAM. A HELD MARK REFUSES THE SESSION; AN OPERATOR
002340* HOLDING THE APPROVE RIGHT MAY FORCE PAST IT, AND THE
002350* OVERRIDE IS LOGGED.
002360*****************************************************************
002370 1300-CHECK-INTERLOCK.
002380     MOVE "N" TO WS-LOCK-HELD-SW.
002390     OPEN INPUT FILELOCK.
002400     IF NOT WS-FILELOCK-OK
002410         GO TO 1300-EXIT
002420     END-IF.
002430     PERFORM 1310-SCAN-ONE-LOCK THRU 1310-EXIT
002440         UNTIL WS-FILELOCK-STATUS = "10".
002450     CLOSE FILELOCK.
002460     IF NOT WS-LOCK-IS-HELD
002470         GO TO 1300-EXIT
002480     END-IF.
002490     DISPLAY "DAY9AMD - ORDFILE IS IN USE BY " WS-LOCK-HOLDER
002500         " - MAINTENANCE REFUSED".
002510     IF NOT SGN-MAY-APPROVE
002520         SET WS-ALL-DONE TO TRUE
002530         GO TO 1300-EXIT
002540     END-IF.
002550     DISPLAY "SUPERVISOR OVERRIDE (Y/N) ? ".
002560     ACCEPT WS-OVERRIDE-CHOICE.
002570     IF NOT WS-OVERRIDE-YES
002580         SET WS-ALL-DONE TO TRUE
002590         GO TO 1300-EXIT
002600     END-IF.
002610     DISPLAY "DAY9AMD - OVERRIDE ACCEPTED, PROCEED WITH CARE".
002620     MOVE "OVERRIDE" TO SEC-Event.
002630     MOVE "ORDFILE" TO SEC-Detail.
002640     PERFORM 1190-LOG-SECURITY THRU 1190-EXIT.
002650 1300-EXIT.
002660     EXIT.

002670 1310-SCAN-ONE-LOCK.
002680     READ FILELOCK
002690         AT END
002700             MOVE "10" TO WS-FILELOCK-STATUS
002710             GO TO 1310-EXIT
002720     END-READ.
002730     IF LCK-File = "ORDFILE"
002740         MOVE "Y" TO WS-LOCK-HELD-SW
002750         MOVE LCK-Holder TO WS-LOCK-HOLDER
002760     END-IF.
002770 1310-EXIT.
002780     EXIT.

002790 2000-PROCESS-MENU.
002800     DISPLAY " ".
002810     DISPLAY "-------- ORDER AMENDMENT --------".
002820     DISPLAY "  O - LIST AN ORDER'S LINES".
002830     DISPLAY "  M - CHANGE A LINE'S QUANTITY".
002840     DISPLAY "  L - CANCEL A LINE".
002850     DISPLAY "  X - CANCEL A WHOLE ORDER".
002860     DISPLAY "  Q - QUIT".
002870     DISPLAY "ENTER YOUR CHOICE : ".
002880     ACCEPT WS-MENU-CHOICE.

002890     EVALUATE TRUE
002900         WHEN WS-CHOICE-LIST
002910             PERFORM 3000-LIST-ORDER THRU 3000-EXIT
002920         WHEN WS-CHOICE-MODIFY
002930             PERFORM 4000-CHANGE-QUANTITY THRU 4000-EXIT
002940         WHEN WS-CHOICE-CANCEL-LINE
002950             PERFORM 5000-CANCEL-LINE THRU 5000-EXIT
002960         WHEN WS-CHOICE-CANCEL-ORDER
002970             PERFORM 6000-CANCEL-ORDER THRU 6000-EXIT
002980         WHEN WS-CHOICE-QUIT
002990             SET WS-ALL-DONE TO TRUE
003000         WHEN OTHER
003010             DISPLAY "DAY9AMD - INVALID CHOICE, TRY AGAIN"
003020     END-EVALUATE.
003030 2000-EXIT.
003040     EXIT.

003050 3000-LIST-ORDER.
003060     DISPLAY "ENTER ORDER NUMBER (6 CHARS)     : ".
003070     ACCEPT WS-WORK-NUMERO.
003080     MOVE ZERO TO WS-LINES-SHOWN.
003090     MOVE "N" TO WS-ORD-EOF-SW.
003100     MOVE WS-WORK-NUMERO TO ORD-Numero.
003110     MOVE ZERO TO ORD-Ligne.
003120     START ORDFILE KEY IS NOT < ORD-Key
003130         INVALID KEY
003140             MOVE "Y" TO WS-ORD-EOF-SW
003150     END-START.
003160     PERFORM 3010-LIST-ONE-LINE THRU 3010-EXIT
003170         UNTIL WS-ORD-EOF-REACHED.
003180     IF WS-LINES-SHOWN = ZERO
003190         DISPLAY "DAY9AMD - ORDER " WS-WORK-NUMERO " NOT FOUND"
003200     END-IF.
003210 3000-EXIT.
003220     EXIT.

003230 3010-LIST-ONE-LINE.
003240     READ ORDFILE NEXT RECORD
003250         AT END
003260             MOVE "Y" TO WS-ORD-EOF-SW
003270             GO TO 3010-EXIT
003280     END-READ.
003290     IF ORD-Numero NOT = WS-WORK-NUMERO
003300         MOVE "Y" TO WS-ORD-EOF-SW
003310         GO TO 3010-EXIT
003320     END-IF.
003330     ADD 1 TO WS-LINES-SHOWN.
003340     DISPLAY "  LIGNE " ORD-Ligne "  " ORD-Code-produit
003350         "  QTE " ORD-Qte "  STATUT " ORD-Statut
003360         "  CLIENT " ORD-Client-Code.
003370 3010-EXIT.
003380     EXIT.

003390 3200-READ-ONE-LINE.
003400     DISPLAY "ENTER ORDER NUMBER (6 CHARS)     : ".
003410     ACCEPT WS-WORK-NUMERO.
003420     DISPLAY "ENTER LINE NUMBER (3 DIGITS)     : ".
003430     ACCEPT WS-WORK-LINE-X.
003440     MOVE "N" TO WS-ORD-EOF-SW.
003450     IF WS-WORK-LINE-X IS NOT NUMERIC
003460         DISPLAY "DAY9AMD - LINE NUMBER MUST BE NUMERIC"
003470         MOVE "Y" TO WS-ORD-EOF-SW
003480         GO TO 3200-EXIT
003490     END-IF.
003500     MOVE WS-WORK-NUMERO TO ORD-Numero.
003510     MOVE WS-WORK-LINE   TO ORD-Ligne.
003520     READ ORDFILE
003530         INVALID KEY
003540             DISPLAY "DAY9AMD - ORDER " WS-WORK-NUMERO " LINE "
003550                 WS-WORK-LINE " NOT FOUND"
003560             MOVE "Y" TO WS-ORD-EOF-SW
003570     END-READ.
003580 3200-EXIT.
003590     EXIT.

003600 4000-CHANGE-QUANTITY.
003610     PERFORM 3200-READ-ONE-LINE THRU 3200-EXIT.
003620     IF WS-ORD-EOF-REACHED
003630         GO TO 4000-EXIT
003640     END-IF.
003650     IF NOT ORD-STATUT-NEW
003660         DISPLAY "DAY9AMD - LINE IS AT STATUS " ORD-Statut
003670             " - ONLY STATUS N LINES CAN BE CHANGED"
003680         GO TO 4000-EXIT
003690     END-IF.
003700     DISPLAY "CURRENT QUANTITY : " ORD-Qte.
003710     DISPLAY "ENTER NEW QUANTITY (5 DIGITS)    : ".
003720     ACCEPT WS-NEW-QTE-X.
003730     IF WS-NEW-QTE-X IS NOT NUMERIC
003740         DISPLAY "DAY9AMD - QUANTITY MUST BE NUMERIC"
003750         GO TO 4000-EXIT
003760     END-IF.
003770     IF WS-NEW-QTE = ZERO
003780         DISPLAY "DAY9AMD - QUANTITY IS ZERO - USE L TO CANCEL "
003790             "THE LINE"
003800         GO TO 4000-EXIT
003810     END-IF.
003820     COMPUTE WS-ALOC-DELTA = WS-NEW-QTE - ORD-Qte.
003830     MOVE ORD-Code-produit TO WS-ALOC-CODE.
003840     IF WS-ALOC-DELTA > ZERO
003850         PERFORM 4500-CHECK-ATP THRU 4500-EXIT
003860         IF WS-ATP-REFUSED
003870             GO TO 4000-EXIT
003880         END-IF
003890     END-IF.
003900     MOVE WS-NEW-QTE TO ORD-Qte.
003910     MOVE WS-NEW-QTE TO ORD-Qte-Commandee.
003920     REWRITE ORDER-REC
003930         INVALID KEY
003940             DISPLAY "DAY9AMD - UNABLE TO REWRITE LINE, STATUS "
003950                 WS-ORDFILE-STATUS
003960             GO TO 4000-EXIT
003970     END-REWRITE.
003980     PERFORM 7500-ADJUST-ALLOCATION THRU 7500-EXIT.
003990     ADD 1 TO WS-QTY-CHANGED.
004000     MOVE "CHANGE" TO SEC-Event.
004010     MOVE WS-WORK-NUMERO TO SEC-Detail.
004020     PERFORM 1190-LOG-SECURITY THRU 1190-EXIT.
004030     DISPLAY "DAY9AMD - QUANTITY CHANGED".
004040 4000-EXIT.
004050     EXIT.

004060*****************************************************************
004070* THE SAME AVAILABLE-TO-PROMISE CHECK DAY9ORD MAKES AT CAPTURE:
004080* THE EXTRA UNITS MUST FIT IN QTE-EN-MAIN MINUS WHAT IS ALREADY
004090* ALLOCATED. READING THE PRODALOC RECORD HERE IS SAFE - 7500
004100* RE-READS IT BY WS-ALOC-CODE BEFORE IT UPDATES.
004110*****************************************************************
004120 4500-CHECK-ATP.
004130     MOVE "N" TO WS-ATP-REFUSED-SW.
004140     IF NOT WS-PRODMAST-WAS-OPENED
004150         DISPLAY "DAY9AMD - PRODMAST NOT AVAILABLE, INCREASE "
004160             "REFUSED"
004170         MOVE "Y" TO WS-ATP-REFUSED-SW
004180         GO TO 4500-EXIT
004190     END-IF.
004200     MOVE WS-ALOC-CODE TO Code-produit.
004210     READ PRODMAST
004220         INVALID KEY
004230             DISPLAY "DAY9AMD - PRODUIT " WS-ALOC-CODE
004240                 " NOT ON MASTER, INCREASE REFUSED"
004250             MOVE "Y" TO WS-ATP-REFUSED-SW
004260             GO TO 4500-EXIT
004270     END-READ.
004280     MOVE ZERO TO ALOC-Qte-Allouee.
004290     IF WS-PRODALOC-WAS-OPENED
004300         MOVE WS-ALOC-CODE TO ALOC-Code-produit
004310         READ PRODALOC
004320             INVALID KEY
004330                 MOVE ZERO TO ALOC-Qte-Allouee
004340         END-READ
004350     END-IF.
004360     COMPUTE WS-QTE-DISPONIBLE =
004370         Qte-En-Main - ALOC-Qte-Allouee.
004380     IF WS-ALOC-DELTA > WS-QTE-DISPONIBLE
004390         DISPLAY "DAY9AMD - ONLY " WS-QTE-DISPONIBLE
004400             " AVAILABLE TO PROMISE (" Qte-En-Main
004410             " ON HAND), INCREASE REFUSED"
004420         MOVE "Y" TO WS-ATP-REFUSED-SW
004430     END-IF.
004440 4500-EXIT.
004450     EXIT.

004460 5000-CANCEL-LINE.
004470     PERFORM 3200-READ-ONE-LINE THRU 3200-EXIT.
004480     IF WS-ORD-EOF-REACHED
004490         GO TO 5000-EXIT
004500     END-IF.
004510     IF NOT ORD-STATUT-NEW
004520         DISPLAY "DAY9AMD - LINE IS AT STATUS " ORD-Statut
004530             " - ONLY STATUS N LINES CAN BE CANCELLED"
004540         GO TO 5000-EXIT
004550     END-IF.
004560     COMPUTE WS-ALOC-DELTA = ZERO - ORD-Qte.
004570     MOVE ORD-Code-produit TO WS-ALOC-CODE.
004580     MOVE "X" TO ORD-Statut.
004590     REWRITE ORDER-REC
004600         INVALID KEY
004610             DISPLAY "DAY9AMD - UNABLE TO REWRITE LINE, STATUS "
004620                 WS-ORDFILE-STATUS
004630             GO TO 5000-EXIT
004640     END-REWRITE.
004650     PERFORM 7500-ADJUST-ALLOCATION THRU 7500-EXIT.
004660     ADD 1 TO WS-LINES-CANCELLED.
004670     DISPLAY "DAY9AMD - LINE CANCELLED".
004680     MOVE "CANCEL" TO SEC-Event.
004690     MOVE WS-WORK-NUMERO TO SEC-Detail.
004700     PERFORM 1190-LOG-SECURITY THRU 1190-EXIT.
004710 5000-EXIT.
004720     EXIT.

004730 6000-CANCEL-ORDER.
004740     DISPLAY "ENTER ORDER NUMBER TO CANCEL    : ".
004750     ACCEPT WS-WORK-NUMERO.
004760     MOVE ZERO TO WS-LINES-SHOWN.
004770     MOVE "N" TO WS-ORD-EOF-SW.
004780     MOVE WS-WORK-NUMERO TO ORD-Numero.
004790     MOVE ZERO TO ORD-Ligne.
004800     START ORDFILE KEY IS NOT < ORD-Key
004810         INVALID KEY
004820             MOVE "Y" TO WS-ORD-EOF-SW
004830     END-START.
004840     PERFORM 6010-CANCEL-ONE-LINE THRU 6010-EXIT
004850         UNTIL WS-ORD-EOF-REACHED.
004860     IF WS-LINES-SHOWN = ZERO
004870         DISPLAY "DAY9AMD - NO OPEN LINES FOUND FOR ORDER "
004880             WS-WORK-NUMERO
004890     ELSE
004900         DISPLAY "DAY9AMD - " WS-LINES-SHOWN
004910             " LINES CANCELLED ON ORDER " WS-WORK-NUMERO
004920         MOVE "CANCEL" TO SEC-Event
004930         MOVE WS-WORK-NUMERO TO SEC-Detail
004940         PERFORM 1190-LOG-SECURITY THRU 1190-EXIT
004950     END-IF.
004960 6000-EXIT.
004970     EXIT.

004980 6010-CANCEL-ONE-LINE.
004990     READ ORDFILE NEXT RECORD
005000         AT END
005010             MOVE "Y" TO WS-ORD-EOF-SW
005020             GO TO 6010-EXIT
005030     END-READ.
005040     IF ORD-Numero NOT = WS-WORK-NUMERO
005050         MOVE "Y" TO WS-ORD-EOF-SW
005060         GO TO 6010-EXIT
005070     END-IF.
005080     IF NOT ORD-STATUT-NEW
005090         GO TO 6010-EXIT
005100     END-IF.
005110     COMPUTE WS-ALOC-DELTA = ZERO - ORD-Qte.
005120     MOVE ORD-Code-produit TO WS-ALOC-CODE.
005130     MOVE "X" TO ORD-Statut.
005140     REWRITE ORDER-REC
005150         INVALID KEY
005160             DISPLAY "DAY9AMD - UNABLE TO REWRITE LINE, STATUS "
005170                 WS-ORDFILE-STATUS
005180             GO TO 6010-EXIT
005190     END-REWRITE.
005200     PERFORM 7500-ADJUST-ALLOCATION THRU 7500-EXIT.
005210     ADD 1 TO WS-LINES-SHOWN.
005220     ADD 1 TO WS-LINES-CANCELLED.
005230 6010-EXIT.
005240     EXIT.

005250*****************************************************************
005260* A NEGATIVE DELTA RELEASES UNITS BACK TO AVAILABLE-TO-PROMISE;
005270* A POSITIVE ONE COMMITS THE EXTRA QUANTITY THE OPERATOR JUST
005280* KEYED. THE LEDGER ENTRY IS FLOORED AT ZERO, NEVER NEGATIVE.
005290*****************************************************************
005300 7500-ADJUST-ALLOCATION.
005310     IF NOT WS-PRODALOC-WAS-OPENED
005320         GO TO 7500-EXIT
005330     END-IF.
005340     MOVE WS-ALOC-CODE TO ALOC-Code-produit.
005350     READ PRODALOC
005360         INVALID KEY
005370             MOVE ZERO TO ALOC-Qte-Allouee
005380             ADD WS-ALOC-DELTA TO ALOC-Qte-Allouee
005390             IF ALOC-Qte-Allouee < ZERO
005400                 MOVE ZERO TO ALOC-Qte-Allouee
005410             END-IF
005420             MOVE WS-ALOC-CODE TO ALOC-Code-produit
005430             WRITE PRODALOC-REC
005440                 INVALID KEY
005450                     DISPLAY "DAY9AMD - UNABLE TO WRITE "
005460                         "ALLOCATION FOR " WS-ALOC-CODE
005470             END-WRITE
005480         NOT INVALID KEY
005490             ADD WS-ALOC-DELTA TO ALOC-Qte-Allouee
005500             IF ALOC-Qte-Allouee < ZERO
005510                 MOVE ZERO TO ALOC-Qte-Allouee
005520             END-IF
005530             REWRITE PRODALOC-REC
005540                 INVALID KEY
005550                     DISPLAY "DAY9AMD - UNABLE TO UPDATE "
005560                         "ALLOCATION FOR " WS-ALOC-CODE
005570             END-REWRITE
005580     END-READ.
005590 7500-EXIT.
005600     EXIT.

005610 9000-TERMINATE.
005620     IF WS-ORDFILE-WAS-OPENED
005630         CLOSE ORDFILE
005640     END-IF.
005650     IF WS-PRODMAST-WAS-OPENED
005660         CLOSE PRODMAST
005670     END-IF.
005680     IF WS-PRODALOC-WAS-OPENED
005690         CLOSE PRODALOC
005700     END-IF.
005710     DISPLAY "DAY9AMD - QUANTITIES CHANGED : " WS-QTY-CHANGED.
005720     DISPLAY "DAY9AMD - LINES CANCELLED    : "
005730         WS-LINES-CANCELLED.
005740 9000-EXIT.
005750     EXIT.
