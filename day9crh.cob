000100*****************************************************************
000110* EXERCISE 9 CREDIT HOLD: CREDIT-HOLD RELEASE QUEUE
000120* DAY9ORD WRITES ANY ORDER LINE THAT WOULD TAKE A CUSTOMER PAST
000130* CLIENT-CREDIT-LIMITE AT ORD-STATUT-HOLD "H" INSTEAD OF
000140* REFUSING IT. THIS PROGRAM IS WHERE THOSE LINES WAIT: A CREDIT
000150* CONTROLLER LISTS THE HELD LINES, THEN RELEASES A HELD ORDER
000160* (ITS "H" LINES GO TO "N" FOR PICKING AND FULFILLMENT AS
000170* NORMAL) OR CANCELS IT (ITS "H" LINES GO TO "X" AND THE STOCK
000180* DAY9ORD ALLOCATED FOR THEM COMES BACK OFF PRODALOC, AND ANY
000190* BACKORDER STILL OPEN FOR THE ORDER IS CANCELLED TOO). EVERY
000200* DECISION IS LOGGED TO SECLOG THROUGH DAYSLOG.
000210* SIGN-ON IS THE SAME USERSEC FRAMEWORK THE OTHER MAINTENANCE
000220* PROGRAMS USE - A CREDIT DECISION NEEDS THE OPERATOR'S ACCRIGHT
000230* APPROVE RIGHT (SGN-MAY-APPROVE), THREE FAILURES END THE SESSION,
000240* A MISSING USERSEC FAILS CLOSED.
000250*****************************************************************
000260* MODIFICATION HISTORY
000270*  10/15/2026  JPH  ORIGINAL VERSION, MODELED ON DAY9AMD.
000280*  10/15/2026  JPH  MENU ACTIONS ARE CHECKED AGAINST THE
000290*                   OPERATOR'S ACCRIGHT RIGHTS IN THIS PROGRAM
000300*                   (SGN-DROITS FROM DAYSEC) INSTEAD OF THE
000310*                   AUTHORITY LEVEL.
000320*  10/15/2026  JPH  CANCELLING A HELD ORDER NOW ALSO CANCELS ITS
000330*                   OPEN BACKORDERS ON BACKORD (BO-STATUT "X"), SO
000340*                   DAY9BOR NO LONGER RELEASES STOCK AGAINST AN
000350*                   ORDER THE CREDIT CONTROLLER HAS CANCELLED. THE
000360*                   FILE IS REWRITTEN THROUGH CRHOUT UNDER THE
000370*                   CRHSWAP MARKER, THE SAME CRASH-SAFE SWAP
000380*                   DAY9BOR USES.
000390*  10/15/2026  JPH  HEADER NAMES THE ACCRIGHT RIGHTS THE CODE
000400*                   CHECKS INSTEAD OF THE OLD LEVELS, AND
000410*                   WS-AUTH-LEVEL, WHICH NOTHING READ, IS DROPPED.
000420*****************************************************************
000430 IDENTIFICATION DIVISION.
000440 PROGRAM-ID. day9crh.
000450 AUTHOR. jphNovitz.
000460 DATE-WRITTEN. 2026/10/15.
000470 DATE-COMPILED.

000480 ENVIRONMENT DIVISION.
000490 INPUT-OUTPUT SECTION.
000500 FILE-CONTROL.
000510     SELECT ORDFILE ASSIGN TO "ORDFILE"
000520         ORGANIZATION IS INDEXED
000530         ACCESS MODE IS DYNAMIC
000540         RECORD KEY IS ORD-Key
000550         FILE STATUS IS WS-ORDFILE-STATUS.

000560     SELECT PRODALOC ASSIGN TO "PRODALOC"
000570         ORGANIZATION IS INDEXED
000580         ACCESS MODE IS DYNAMIC
000590         RECORD KEY IS ALOC-Code-produit
000600         FILE STATUS IS WS-PRODALOC-STATUS.

000610     SELECT FILELOCK ASSIGN TO "FILELOCK"
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS WS-FILELOCK-STATUS.

000640     SELECT BACKORD ASSIGN TO "BACKORD"
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS WS-BACKORD-STATUS.

000670     SELECT CRHOUT ASSIGN TO "CRHOUT"
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS WS-CRHOUT-STATUS.

000700     SELECT CRHSWAP ASSIGN TO "CRHSWAP"
000710         ORGANIZATION IS LINE SEQUENTIAL
000720         FILE STATUS IS WS-CRHSWAP-STATUS.

000730 DATA DIVISION.
000740 FILE SECTION.
000750 FD  ORDFILE
000760     RECORDING MODE IS F.
000770     COPY ORDREC.

000780 FD  PRODALOC
000790     RECORDING MODE IS F.
000800     COPY PRODALOC.

000810 FD  FILELOCK
000820     RECORDING MODE IS F.
000830 01  FILELOCK-REC.
000840     05  LCK-File             PIC X(08).
000850     05  LCK-Holder           PIC X(08).
000860     05  LCK-Date             PIC 9(08).
000870     05  LCK-Time             PIC 9(06).

000880 FD  BACKORD
000890     RECORDING MODE IS F.
000900     COPY BACKORD.

000910 FD  CRHOUT
000920     RECORDING MODE IS F.
000930 01  CRHOUT-REC               PIC X(77).

000940 FD  CRHSWAP
000950     RECORDING MODE IS F.
000960 01  CRHSWAP-REC.
000970     05  SWAP-State           PIC X(08).
000980         88  SWAP-IS-PENDING       VALUE "PENDING".

000990 WORKING-STORAGE SECTION.
001000 01  WS-FILELOCK-STATUS       PIC X(02).
001010     88  WS-FILELOCK-OK            VALUE "00".
001020 01  WS-LOCK-HELD-SW          PIC X(01)  VALUE "N".
001030     88  WS-LOCK-IS-HELD          VALUE "Y".
001040 01  WS-LOCK-HOLDER           PIC X(08)  VALUE SPACES.
001050 01  WS-OVERRIDE-CHOICE       PIC X(01).
001060     88  WS-OVERRIDE-YES           VALUE "Y" "y".

001070 01  WS-ORDFILE-STATUS        PIC X(02).
001080     88  WS-ORDFILE-OK              VALUE "00".

001090 01  WS-PRODALOC-STATUS       PIC X(02).
001100     88  WS-PRODALOC-OK             VALUE "00".

001110 01  WS-BACKORD-STATUS        PIC X(02).
001120     88  WS-BACKORD-OK              VALUE "00".

001130 01  WS-CRHOUT-STATUS         PIC X(02).
001140     88  WS-CRHOUT-OK               VALUE "00".

001150 01  WS-CRHSWAP-STATUS        PIC X(02).
001160     88  WS-CRHSWAP-OK             VALUE "00".

001170 01  WS-SIGNON-FIELDS.
001180     05  WS-SIGNON-OK-SW      PIC X(01)  VALUE "N".
001190         88  WS-SIGNED-ON            VALUE "Y".

001200     COPY SIGNLINK.

001210     COPY SECLINK.

001220 01  WS-SWITCHES.
001230     05  WS-DONE-SW           PIC X(01)  VALUE "N".
001240         88  WS-ALL-DONE             VALUE "Y".
001250     05  WS-ORDFILE-OPEN-SW   PIC X(01)  VALUE "N".
001260         88  WS-ORDFILE-WAS-OPENED   VALUE "Y".
001270     05  WS-PRODALOC-OPEN-SW  PIC X(01)  VALUE "N".
001280         88  WS-PRODALOC-WAS-OPENED  VALUE "Y".
001290     05  WS-ORD-EOF-SW        PIC X(01)  VALUE "N".
001300         88  WS-ORD-EOF-REACHED      VALUE "Y".
001310     05  WS-BO-EOF-SW         PIC X(01)  VALUE "N".
001320         88  WS-BO-EOF-REACHED       VALUE "Y".
001330     05  WS-COPY-EOF-SW       PIC X(01)  VALUE "N".
001340         88  WS-COPY-DONE            VALUE "Y".

001350 01  WS-MENU-CHOICE           PIC X(01).
001360     88  WS-CHOICE-LIST            VALUE "L" "l".
001370     88  WS-CHOICE-RELEASE         VALUE "R" "r".
001380     88  WS-CHOICE-CANCEL          VALUE "X" "x".
001390     88  WS-CHOICE-QUIT            VALUE "Q" "q".

001400 01  WS-COUNTERS.
001410     05  WS-LINES-RELEASED    PIC 9(05) COMP  VALUE ZERO.
001420     05  WS-LINES-CANCELLED   PIC 9(05) COMP  VALUE ZERO.
001430     05  WS-LINES-SHOWN       PIC 9(05) COMP  VALUE ZERO.
001440     05  WS-LINES-DECIDED     PIC 9(05) COMP  VALUE ZERO.
001450     05  WS-BO-CANCELLED      PIC 9(05) COMP  VALUE ZERO.
001460     05  WS-BO-CANCELLED-TOT  PIC 9(05) COMP  VALUE ZERO.

001470 01  WS-WORK-NUMERO           PIC X(06).
001480 01  WS-NEW-STATUT            PIC X(01).
001490 01  WS-LINE-VALUE            PIC S9(11)V99 COMP-3  VALUE ZERO.
001500 01  WS-VALUE-ED              PIC -ZZZ,ZZZ,ZZ9.99.
001510 01  WS-ALOC-DELTA            PIC S9(06) COMP-3  VALUE ZERO.
001520 01  WS-ALOC-CODE             PIC X(03)  VALUE SPACES.
001530 01  WS-RUN-DATE              PIC 9(08).
001540 01  WS-OPERATOR-ID           PIC X(08).

001550 PROCEDURE DIVISION.

001560 0000-MAINLINE.
001570     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001580     PERFORM 2000-PROCESS-MENU THRU 2000-EXIT
001590         UNTIL WS-ALL-DONE.
001600     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001610     STOP RUN.

001620 1000-INITIALIZE.
001630     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001640     PERFORM 1500-RECOVER-SWAP THRU 1500-EXIT.
001650     PERFORM 1100-SIGN-ON THRU 1100-EXIT.
001660     IF NOT WS-SIGNED-ON
001670         SET WS-ALL-DONE TO TRUE
001680         GO TO 1000-EXIT
001690     END-IF.
001700     IF NOT SGN-MAY-APPROVE
001710         DISPLAY "DAY9CRH - APPROVE RIGHT REQUIRED FOR CREDIT "
001720             "DECISIONS, SESSION ENDED"
001730         SET WS-ALL-DONE TO TRUE
001740         GO TO 1000-EXIT
001750     END-IF.
001760     PERFORM 1300-CHECK-INTERLOCK THRU 1300-EXIT.
001770     IF WS-ALL-DONE
001780         GO TO 1000-EXIT
001790     END-IF.
001800     OPEN I-O ORDFILE.
001810     IF NOT WS-ORDFILE-OK
001820         DISPLAY "DAY9CRH - UNABLE TO OPEN ORDFILE, STATUS "
001830             WS-ORDFILE-STATUS " - NOTHING TO RELEASE"
001840         SET WS-ALL-DONE TO TRUE
001850         GO TO 1000-EXIT
001860     END-IF.
001870     MOVE "Y" TO WS-ORDFILE-OPEN-SW.
001880     OPEN I-O PRODALOC.
001890     IF NOT WS-PRODALOC-OK
001900         DISPLAY "DAY9CRH - UNABLE TO OPEN PRODALOC, STATUS "
001910             WS-PRODALOC-STATUS " - ALLOCATIONS NOT ADJUSTED"
001920     ELSE
001930         MOVE "Y" TO WS-PRODALOC-OPEN-SW
001940     END-IF.
001950 1000-EXIT.
001960     EXIT.

001970 1100-SIGN-ON.
001980     MOVE "DAY9CRH" TO SGN-Program.
001990     CALL "daysec" USING SGN-REQUEST.
002000     IF SGN-SIGNED-ON
002010         MOVE SGN-Operator   TO WS-OPERATOR-ID
002020         MOVE "Y" TO WS-SIGNON-OK-SW
002030     END-IF.
002040 1100-EXIT.
002050     EXIT.

002060 1190-LOG-SECURITY.
002070     MOVE "DAY9CRH" TO SEC-Program.
002080     MOVE WS-OPERATOR-ID TO SEC-Operator.
002090     CALL "dayslog" USING SEC-REQUEST.
002100 1190-EXIT.
002110     EXIT.

002120*****************************************************************
002130* THE NIGHT BATCH MARKS ORDFILE BUSY ON FILELOCK FOR THE
002140* WHOLE STREAM. A HELD MARK REFUSES THE SESSION UNLESS THE
002150* OPERATOR (WHO ALWAYS HOLDS APPROVE) FORCES PAST IT - THE
002160* OVERRIDE IS LOGGED.
002170*****************************************************************
002180 1300-CHECK-INTERLOCK.
002190     MOVE "N" TO WS-LOCK-HELD-SW.
002200     OPEN INPUT FILELOCK.
002210     IF NOT WS-FILELOCK-OK
002220         GO TO 1300-EXIT
002230     END-IF.
002240     PERFORM 1310-SCAN-ONE-LOCK THRU 1310-EXIT
002250         UNTIL WS-FILELOCK-STATUS = "10".
002260     CLOSE FILELOCK.
002270     IF NOT WS-LOCK-IS-HELD
002280         GO TO 1300-EXIT
002290     END-IF.
002300     DISPLAY "DAY9CRH - ORDFILE IS IN USE BY " WS-LOCK-HOLDER
002310         " - CREDIT DECISIONS REFUSED".
002320     DISPLAY "SUPERVISOR OVERRIDE (Y/N) ? ".
002330     ACCEPT WS-OVERRIDE-CHOICE.
002340     IF NOT WS-OVERRIDE-YES
002350         SET WS-ALL-DONE TO TRUE
002360         GO TO 1300-EXIT
002370     END-IF.
002380     DISPLAY "DAY9CRH - OVERRIDE ACCEPTED, PROCEED WITH CARE".
002390     MOVE "OVERRIDE" TO SEC-Event.
002400     MOVE "ORDFILE" TO SEC-Detail.
002410     PERFORM 1190-LOG-SECURITY THRU 1190-EXIT.
002420 1300-EXIT.
002430     EXIT.

002440 1310-SCAN-ONE-LOCK.
002450     READ FILELOCK
002460         AT END
002470             MOVE "10" TO WS-FILELOCK-STATUS
002480             GO TO 1310-EXIT
002490     END-READ.
002500     IF LCK-File = "ORDFILE"
002510         MOVE "Y" TO WS-LOCK-HELD-SW
002520         MOVE LCK-Holder TO WS-LOCK-HOLDER
002530     END-IF.
002540 1310-EXIT.
002550     EXIT.

002560*****************************************************************
002570* A PENDING CRHSWAP MARKER MEANS THE LAST SESSION CRASHED AFTER
002580* CRHOUT WAS COMPLETE BUT MID-COPY - BACKORD MAY BE TORN, CRHOUT
002590* IS WHOLE. THE COPY IS REDONE AND THE MARKER CLEARED BEFORE
002600* ANY DECISION IS TAKEN.
002610*****************************************************************
002620 1500-RECOVER-SWAP.
002630     OPEN INPUT CRHSWAP.
002640     IF NOT WS-CRHSWAP-OK
002650         GO TO 1500-EXIT
002660     END-IF.
002670     READ CRHSWAP
002680         AT END
002690             CLOSE CRHSWAP
002700             GO TO 1500-EXIT
002710     END-READ.
002720     CLOSE CRHSWAP.
002730     IF NOT SWAP-IS-PENDING
002740         GO TO 1500-EXIT
002750     END-IF.
002760     DISPLAY "DAY9CRH - INTERRUPTED COPY DETECTED, REDOING "
002770         "THE COPY FROM CRHOUT".
002780     PERFORM 9500-COPY-BACK THRU 9500-EXIT.
002790     PERFORM 9600-CLEAR-MARKER THRU 9600-EXIT.
002800 1500-EXIT.
002810     EXIT.

002820 2000-PROCESS-MENU.
002830     DISPLAY " ".
002840     DISPLAY "-------- CREDIT HOLD RELEASE --------".
002850     DISPLAY "  L - LIST ORDER LINES ON CREDIT HOLD".
002860     DISPLAY "  R - RELEASE A HELD ORDER".
002870     DISPLAY "  X - CANCEL A HELD ORDER".
002880     DISPLAY "  Q - QUIT".
002890     DISPLAY "ENTER YOUR CHOICE : ".
002900     ACCEPT WS-MENU-CHOICE.

002910     EVALUATE TRUE
002920         WHEN WS-CHOICE-LIST
002930             PERFORM 3000-LIST-HELD THRU 3000-EXIT
002940         WHEN WS-CHOICE-RELEASE
002950             MOVE "N" TO WS-NEW-STATUT
002960             MOVE "RELEASE" TO SEC-Event
002970             PERFORM 4000-DECIDE-ORDER THRU 4000-EXIT
002980         WHEN WS-CHOICE-CANCEL
002990             MOVE "X" TO WS-NEW-STATUT
003000             MOVE "CANCEL" TO SEC-Event
003010             PERFORM 4000-DECIDE-ORDER THRU 4000-EXIT
003020         WHEN WS-CHOICE-QUIT
003030             SET WS-ALL-DONE TO TRUE
003040         WHEN OTHER
003050             DISPLAY "DAY9CRH - INVALID CHOICE, TRY AGAIN"
003060     END-EVALUATE.
003070 2000-EXIT.
003080     EXIT.

003090*****************************************************************
003100* THE HOLD QUEUE IS EVERY "H" LINE ON THE ORDER FILE, IN ORDER
003110* NUMBER SEQUENCE, WITH ITS TAX-INCLUSIVE VALUE IN THE ORDER'S
003120* OWN CURRENCY.
003130*****************************************************************
003140 3000-LIST-HELD.
003150     MOVE ZERO TO WS-LINES-SHOWN.
003160     MOVE "N" TO WS-ORD-EOF-SW.
003170     MOVE LOW-VALUES TO ORD-Key.
003180     START ORDFILE KEY IS NOT < ORD-Key
003190         INVALID KEY
003200             MOVE "Y" TO WS-ORD-EOF-SW
003210     END-START.
003220     PERFORM 3010-LIST-ONE-LINE THRU 3010-EXIT
003230         UNTIL WS-ORD-EOF-REACHED.
003240     IF WS-LINES-SHOWN = ZERO
003250         DISPLAY "DAY9CRH - NO ORDER LINES ON CREDIT HOLD"
003260     END-IF.
003270 3000-EXIT.
003280     EXIT.

003290 3010-LIST-ONE-LINE.
003300     READ ORDFILE NEXT RECORD
003310         AT END
003320             MOVE "Y" TO WS-ORD-EOF-SW
003330             GO TO 3010-EXIT
003340     END-READ.
003350     IF NOT ORD-STATUT-HOLD
003360         GO TO 3010-EXIT
003370     END-IF.
003380     ADD 1 TO WS-LINES-SHOWN.
003390     COMPUTE WS-LINE-VALUE ROUNDED =
003400         ORD-Qte * ORD-Prix * (100 + ORD-Taux-Taxe) / 100.
003410     MOVE WS-LINE-VALUE TO WS-VALUE-ED.
003420     DISPLAY "  ORDER " ORD-Numero " LIGNE " ORD-Ligne
003430         "  CLIENT " ORD-Client-Code " " ORD-Client.
003440     DISPLAY "      " ORD-Code-produit "  QTE " ORD-Qte
003450         "  TTC " WS-VALUE-ED " " ORD-Code-Devise
003460         "  DU " ORD-Date.
003470 3010-EXIT.
003480     EXIT.

003490*****************************************************************
003500* A DECISION APPLIES TO EVERY "H" LINE OF THE ORDER: RELEASE
003510* MOVES THEM TO "N" (THEIR ALLOCATION STAYS - THE STOCK WAS
003520* RESERVED AT CAPTURE), CANCEL MOVES THEM TO "X" AND GIVES THE
003530* ALLOCATED UNITS BACK TO AVAILABLE-TO-PROMISE. ONE SECLOG
003540* RECORD PER DECISION, CARRYING THE ORDER NUMBER.
003550*****************************************************************
003560 4000-DECIDE-ORDER.
003570     DISPLAY "ENTER ORDER NUMBER (6 CHARS)     : ".
003580     ACCEPT WS-WORK-NUMERO.
003590     MOVE ZERO TO WS-LINES-DECIDED.
003600     MOVE "N" TO WS-ORD-EOF-SW.
003610     MOVE WS-WORK-NUMERO TO ORD-Numero.
003620     MOVE ZERO TO ORD-Ligne.
003630     START ORDFILE KEY IS NOT < ORD-Key
003640         INVALID KEY
003650             MOVE "Y" TO WS-ORD-EOF-SW
003660     END-START.
003670     PERFORM 4010-DECIDE-ONE-LINE THRU 4010-EXIT
003680         UNTIL WS-ORD-EOF-REACHED.
003690     IF WS-LINES-DECIDED = ZERO
003700         DISPLAY "DAY9CRH - NO LINES ON CREDIT HOLD FOR ORDER "
003710             WS-WORK-NUMERO
003720         GO TO 4000-EXIT
003730     END-IF.
003740     IF WS-NEW-STATUT = "N"
003750         DISPLAY "DAY9CRH - " WS-LINES-DECIDED
003760             " LINES RELEASED ON ORDER " WS-WORK-NUMERO
003770     ELSE
003780         DISPLAY "DAY9CRH - " WS-LINES-DECIDED
003790             " LINES CANCELLED ON ORDER " WS-WORK-NUMERO
003800     END-IF.
003810     IF WS-NEW-STATUT = "X"
003820         PERFORM 4100-CANCEL-BACKORDERS THRU 4100-EXIT
003830     END-IF.
003840     MOVE WS-WORK-NUMERO TO SEC-Detail.
003850     PERFORM 1190-LOG-SECURITY THRU 1190-EXIT.
003860 4000-EXIT.
003870     EXIT.

003880 4010-DECIDE-ONE-LINE.
003890     READ ORDFILE NEXT RECORD
003900         AT END
003910             MOVE "Y" TO WS-ORD-EOF-SW
003920             GO TO 4010-EXIT
003930     END-READ.
003940     IF ORD-Numero NOT = WS-WORK-NUMERO
003950         MOVE "Y" TO WS-ORD-EOF-SW
003960         GO TO 4010-EXIT
003970     END-IF.
003980     IF NOT ORD-STATUT-HOLD
003990         GO TO 4010-EXIT
004000     END-IF.
004010     MOVE WS-NEW-STATUT TO ORD-Statut.
004020     REWRITE ORDER-REC
004030         INVALID KEY
004040             DISPLAY "DAY9CRH - UNABLE TO REWRITE LINE, STATUS "
004050                 WS-ORDFILE-STATUS
004060             GO TO 4010-EXIT
004070     END-REWRITE.
004080     ADD 1 TO WS-LINES-DECIDED.
004090     IF ORD-STATUT-NEW
004100         ADD 1 TO WS-LINES-RELEASED
004110         GO TO 4010-EXIT
004120     END-IF.
004130     ADD 1 TO WS-LINES-CANCELLED.
004140     COMPUTE WS-ALOC-DELTA = ZERO - ORD-Qte.
004150     MOVE ORD-Code-produit TO WS-ALOC-CODE.
004160     PERFORM 7500-ADJUST-ALLOCATION THRU 7500-EXIT.
004170 4010-EXIT.
004180     EXIT.

004190*****************************************************************
004200* A CANCELLED ORDER TAKES ITS OPEN BACKORDERS WITH IT, OR DAY9BOR
004210* WOULD RELEASE STOCK AGAINST IT LATER. BACKORD IS SEQUENTIAL, SO
004220* IT IS COPIED TO CRHOUT WITH THE ORDER'S OPEN ENTRIES TURNED TO
004230* "X", AND - ONLY WHEN SOMETHING WAS CANCELLED - COPIED BACK
004240* UNDER THE CRHSWAP MARKER. BACKORDERS HOLD NO ALLOCATION, SO
004250* PRODALOC IS NOT TOUCHED.
004260*****************************************************************
004270 4100-CANCEL-BACKORDERS.
004280     MOVE ZERO TO WS-BO-CANCELLED.
004290     OPEN INPUT BACKORD.
004300     IF NOT WS-BACKORD-OK
004310         GO TO 4100-EXIT
004320     END-IF.
004330     OPEN OUTPUT CRHOUT.
004340     IF NOT WS-CRHOUT-OK
004350         DISPLAY "DAY9CRH - UNABLE TO OPEN CRHOUT, STATUS "
004360             WS-CRHOUT-STATUS " - BACKORDERS OF ORDER "
004370             WS-WORK-NUMERO " LEFT OPEN"
004380         CLOSE BACKORD
004390         GO TO 4100-EXIT
004400     END-IF.
004410     MOVE "N" TO WS-BO-EOF-SW.
004420     PERFORM 4110-COPY-ONE-BACKORDER THRU 4110-EXIT
004430         UNTIL WS-BO-EOF-REACHED.
004440     CLOSE BACKORD.
004450     CLOSE CRHOUT.
004460     IF WS-BO-CANCELLED = ZERO
004470         GO TO 4100-EXIT
004480     END-IF.
004490     PERFORM 9550-SET-MARKER THRU 9550-EXIT.
004500     PERFORM 9500-COPY-BACK THRU 9500-EXIT.
004510     PERFORM 9600-CLEAR-MARKER THRU 9600-EXIT.
004520     ADD WS-BO-CANCELLED TO WS-BO-CANCELLED-TOT.
004530     DISPLAY "DAY9CRH - " WS-BO-CANCELLED
004540         " BACKORDERS CANCELLED ON ORDER " WS-WORK-NUMERO.
004550 4100-EXIT.
004560     EXIT.

004570 4110-COPY-ONE-BACKORDER.
004580     READ BACKORD
004590         AT END
004600             MOVE "Y" TO WS-BO-EOF-SW
004610             GO TO 4110-EXIT
004620     END-READ.
004630     IF BO-Numero = WS-WORK-NUMERO
004640         AND BO-STATUT-OPEN
004650         MOVE "X" TO BO-Statut
004660         ADD 1 TO WS-BO-CANCELLED
004670     END-IF.
004680     WRITE CRHOUT-REC FROM BACKORD-REC.
004690 4110-EXIT.
004700     EXIT.

004710*****************************************************************
004720* A CANCELLED HOLD RELEASES ITS UNITS BACK TO AVAILABLE-TO-
004730* PROMISE. THE LEDGER ENTRY IS FLOORED AT ZERO, NEVER NEGATIVE.
004740*****************************************************************
004750 7500-ADJUST-ALLOCATION.
004760     IF NOT WS-PRODALOC-WAS-OPENED
004770         GO TO 7500-EXIT
004780     END-IF.
004790     MOVE WS-ALOC-CODE TO ALOC-Code-produit.
004800     READ PRODALOC
004810         INVALID KEY
004820             GO TO 7500-EXIT
004830     END-READ.
004840     ADD WS-ALOC-DELTA TO ALOC-Qte-Allouee.
004850     IF ALOC-Qte-Allouee < ZERO
004860         MOVE ZERO TO ALOC-Qte-Allouee
004870     END-IF.
004880     REWRITE PRODALOC-REC
004890         INVALID KEY
004900             DISPLAY "DAY9CRH - UNABLE TO UPDATE ALLOCATION "
004910                 "FOR " WS-ALOC-CODE
004920     END-REWRITE.
004930 7500-EXIT.
004940     EXIT.

004950 9000-TERMINATE.
004960     IF WS-ORDFILE-WAS-OPENED
004970         CLOSE ORDFILE
004980     END-IF.
004990     IF WS-PRODALOC-WAS-OPENED
005000         CLOSE PRODALOC
005010     END-IF.
005020     DISPLAY "DAY9CRH - LINES RELEASED  : " WS-LINES-RELEASED.
005030     DISPLAY "DAY9CRH - LINES CANCELLED : " WS-LINES-CANCELLED.
005040     DISPLAY "DAY9CRH - BACKORDERS CANCELLED : "
005050         WS-BO-CANCELLED-TOT.
005060 9000-EXIT.
005070     EXIT.

005080 9500-COPY-BACK.
005090     MOVE "N" TO WS-COPY-EOF-SW.
005100     OPEN INPUT CRHOUT.
005110     IF NOT WS-CRHOUT-OK
005120         DISPLAY "DAY9CRH - UNABLE TO REOPEN CRHOUT, STATUS "
005130             WS-CRHOUT-STATUS " - BACKORD LEFT UNCHANGED"
005140         GO TO 9500-EXIT
005150     END-IF.
005160     OPEN OUTPUT BACKORD.
005170     IF NOT WS-BACKORD-OK
005180         DISPLAY "DAY9CRH - UNABLE TO REWRITE BACKORD, STATUS "
005190             WS-BACKORD-STATUS
005200         CLOSE CRHOUT
005210         GO TO 9500-EXIT
005220     END-IF.
005230     PERFORM 9510-COPY-ONE-LINE THRU 9510-EXIT
005240         UNTIL WS-COPY-DONE.
005250     CLOSE CRHOUT.
005260     CLOSE BACKORD.
005270 9500-EXIT.
005280     EXIT.

005290 9510-COPY-ONE-LINE.
005300     READ CRHOUT
005310         AT END
005320             MOVE "Y" TO WS-COPY-EOF-SW
005330             GO TO 9510-EXIT
005340     END-READ.
005350     WRITE BACKORD-REC FROM CRHOUT-REC.
005360 9510-EXIT.
005370     EXIT.

005380*****************************************************************
005390* THE MARKER IS ONLY SET ONCE CRHOUT IS COMPLETE ON DISK, SO A
005400* PENDING MARKER ALWAYS GUARANTEES A WHOLE SOURCE TO COPY FROM.
005410*****************************************************************
005420 9550-SET-MARKER.
005430     OPEN OUTPUT CRHSWAP.
005440     IF NOT WS-CRHSWAP-OK
005450         DISPLAY "DAY9CRH - UNABLE TO SET THE SWAP MARKER, "
005460             "STATUS " WS-CRHSWAP-STATUS
005470         GO TO 9550-EXIT
005480     END-IF.
005490     MOVE "PENDING" TO SWAP-State.
005500     WRITE CRHSWAP-REC.
005510     CLOSE CRHSWAP.
005520 9550-EXIT.
005530     EXIT.

005540 9600-CLEAR-MARKER.
005550     OPEN OUTPUT CRHSWAP.
005560     IF NOT WS-CRHSWAP-OK
005570         GO TO 9600-EXIT
005580     END-IF.
005590     MOVE "DONE" TO SWAP-State.
005600     WRITE CRHSWAP-REC.
005610     CLOSE CRHSWAP.
005620 9600-EXIT.
005630     EXIT.
