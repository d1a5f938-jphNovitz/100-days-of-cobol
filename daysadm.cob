000100*****************************************************************
000110* SECURITY ADMINISTRATION: OPERATOR LIFECYCLE MAINTENANCE
000120* THE ADMINISTRATION CAPABILITY BEHIND THE SIGN-ON FRAMEWORK:
000130* LETS AN ADMINISTRATOR (THE APPROVE RIGHT ON DAYSADM, WHICH A
000140* LEVEL-3 OPERATOR NOT YET IN THE MATRIX HOLDS) ADD A NEW
000150* OPERATOR, DISABLE OR RE-ENABLE ONE, RESET A PASSWORD (FORCED
000160* EXPIRED SO THE OWNER MUST CHANGE IT AT NEXT SIGN-ON), CLEAR A
000170* LOCKOUT, AND LIST THE FILE - NO MORE EDITING USERSEC WITH A
000180* TEXT EDITOR AND NO
000190* MORE LEAVERS KEEPING WORKING CREDENTIALS. THE SESSION ITSELF
000200* SIGNS ON THROUGH THE SHARED DAYSEC HANDLER AND EVERY ACTION
000210* GOES TO SECLOG. THE TABLE IS LOADED AT START AND SAVED BACK
000220* IN FULL AT QUIT, THE SAME SHAPE DAY5RUL USES. IT ALSO
000230* MAINTAINS THE ACCRIGHT MATRIX OF WHICH FUNCTIONS (INQUIRE,
000240* ADD, CHANGE, DELETE, APPROVE) EACH OPERATOR HOLDS IN EACH
000250* PROTECTED PROGRAM - SEE ACCRIGHT.CPY - LOADED AND SAVED THE
000260* SAME WAY; DAYSACR REPORTS THE INCOMPATIBLE COMBINATIONS.
000270*****************************************************************
000280* MODIFICATION HISTORY
000290*  09/02/2026  JPH  ORIGINAL VERSION.
000300*  10/15/2026  JPH  EVERY OPERATOR IS NOW LINKED TO THE EMPMAST
000310*                   EMPLOYEE WHO OWNS IT: AN ADD ASKS FOR THE
000320*                   EMPLOYE-ID, A NEW K OPTION LINKS AN EXISTING
000330*                   OPERATOR, AND BOTH REFUSE AN UNKNOWN OR
000340*                   TERMINATED EMPLOYEE. A TERMINATED EMPLOYEE'S
000350*                   OPERATOR CANNOT BE RE-ENABLED. TERMINATIONS
000360*                   DISABLE THE LINKED OPERATORS THEMSELVES
000370*                   THROUGH DAYSREV.
000380*  10/15/2026  JPH  MAINTAINS THE ACCRIGHT ACCESS-RIGHTS MATRIX
000390*                   (G GRANTS OR CHANGES AN OPERATOR'S RIGHTS IN
000400*                   ONE PROGRAM, X REMOVES THEM, M LISTS THEM),
000410*                   SAVED AT QUIT AND LOGGED AS RIGHTS EVENTS.
000420*                   THE SESSION NOW NEEDS THE APPROVE RIGHT ON
000430*                   DAYSADM RATHER THAN LEVEL 3.
000440*****************************************************************
000450 IDENTIFICATION DIVISION.
000460 PROGRAM-ID. daysadm.
000470 AUTHOR. jphNovitz.
000480 DATE-WRITTEN. 2026/09/02.
000490 DATE-COMPILED.

000500 ENVIRONMENT DIVISION.
000510 INPUT-OUTPUT SECTION.
000520 FILE-CONTROL.
000530     SELECT USERSEC ASSIGN TO "USERSEC"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS WS-USERSEC-STATUS.

000560     SELECT EMPMAST ASSIGN TO "EMPMAST"
000570         ORGANIZATION IS INDEXED
000580         ACCESS MODE IS DYNAMIC
000590         RECORD KEY IS Employe-ID
000600         FILE STATUS IS WS-EMPMAST-STATUS.

000610     SELECT ACCRIGHT ASSIGN TO "ACCRIGHT"
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS WS-ACCRIGHT-STATUS.

000640 DATA DIVISION.
000650 FILE SECTION.
000660 FD  USERSEC
000670     RECORDING MODE IS F.
000680 01  USERSEC-REC.
000690     05  US-Operator-ID       PIC X(08).
000700     05  US-Password          PIC X(08).
000710     05  US-Auth-Level        PIC 9(01).
000720     05  US-Password-Date     PIC 9(08).
000730     05  US-Statut            PIC X(01).
000740     05  US-Fail-Count       PIC 9(01).
000750     05  US-Employe-ID        PIC X(05).

000760 FD  EMPMAST
000770     RECORDING MODE IS F.
000780     COPY EMPREC.

000790 FD  ACCRIGHT
000800     RECORDING MODE IS F.
000810 01  ACCRIGHT-REC.
000820     05  AR-Operator-ID       PIC X(08).
000830     05  AR-Program           PIC X(08).
000840     05  AR-Droits            PIC X(05).

000850 WORKING-STORAGE SECTION.
000860 01  WS-USERSEC-STATUS        PIC X(02).
000870     88  WS-USERSEC-OK              VALUE "00".

000880 01  WS-EMPMAST-STATUS        PIC X(02).
000890     88  WS-EMPMAST-OK              VALUE "00".

000900 01  WS-ACCRIGHT-STATUS       PIC X(02).
000910     88  WS-ACCRIGHT-OK             VALUE "00".

000920 01  WS-SWITCHES.
000930     05  WS-DONE-SW           PIC X(01)  VALUE "N".
000940         88  WS-ALL-DONE             VALUE "Y".
000950     05  WS-FOUND-SW          PIC X(01)  VALUE "N".
000960         88  WS-OPERATOR-FOUND       VALUE "Y".
000970     05  WS-LOADED-SW         PIC X(01)  VALUE "N".
000980         88  WS-TABLE-WAS-LOADED     VALUE "Y".
000990     05  WS-EMPMAST-OPEN-SW   PIC X(01)  VALUE "N".
001000         88  WS-EMPMAST-WAS-OPENED   VALUE "Y".
001010     05  WS-EMP-VALID-SW      PIC X(01)  VALUE "N".
001020         88  WS-EMP-IS-VALID         VALUE "Y".
001030     05  WS-ACR-DIRTY-SW      PIC X(01)  VALUE "N".
001040         88  WS-RIGHTS-CHANGED       VALUE "Y".
001050     05  WS-ACR-FOUND-SW      PIC X(01)  VALUE "N".
001060         88  WS-RIGHT-FOUND          VALUE "Y".
001070     05  WS-IN-MATRIX-SW      PIC X(01)  VALUE "N".
001080         88  WS-OPERATOR-IN-MATRIX   VALUE "Y".

001090 01  WS-MENU-CHOICE           PIC X(01).
001100     88  WS-CHOICE-ADD             VALUE "A" "a".
001110     88  WS-CHOICE-DISABLE         VALUE "D" "d".
001120     88  WS-CHOICE-ENABLE          VALUE "E" "e".
001130     88  WS-CHOICE-RESET           VALUE "R" "r".
001140     88  WS-CHOICE-UNLOCK          VALUE "U" "u".
001150     88  WS-CHOICE-LINK            VALUE "K" "k".
001160     88  WS-CHOICE-GRANT           VALUE "G" "g".
001170     88  WS-CHOICE-REVOKE          VALUE "X" "x".
001180     88  WS-CHOICE-MATRIX          VALUE "M" "m".
001190     88  WS-CHOICE-LIST            VALUE "L" "l".
001200     88  WS-CHOICE-QUIT            VALUE "Q" "q".

001210 01  WS-COUNTERS.
001220     05  WS-ADDED             PIC 9(05) COMP  VALUE ZERO.
001230     05  WS-DISABLED          PIC 9(05) COMP  VALUE ZERO.
001240     05  WS-ENABLED           PIC 9(05) COMP  VALUE ZERO.
001250     05  WS-RESETS            PIC 9(05) COMP  VALUE ZERO.
001260     05  WS-UNLOCKED          PIC 9(05) COMP  VALUE ZERO.
001270     05  WS-LINKED            PIC 9(05) COMP  VALUE ZERO.
001280     05  WS-GRANTED           PIC 9(05) COMP  VALUE ZERO.
001290     05  WS-REMOVED           PIC 9(05) COMP  VALUE ZERO.

001300 01  WS-WORK-ID               PIC X(08).
001310 01  WS-WORK-LEVEL-X          PIC X(01).
001320 01  WS-WORK-LEVEL REDEFINES WS-WORK-LEVEL-X
001330                              PIC 9(01).
001340 01  WS-WORK-PASSWORD         PIC X(08).
001350 01  WS-WORK-EMP-ID           PIC X(05).
001360 01  WS-WORK-PROGRAM          PIC X(08).
001370 01  WS-WORK-DROITS           PIC X(05).
001380 01  WS-YN-COUNT              PIC 9(02) COMP  VALUE ZERO.
001390 01  WS-ACR-I                 PIC 9(03) COMP  VALUE ZERO.
001400 01  WS-ACR-HIT               PIC 9(03) COMP  VALUE ZERO.
001410 01  WS-HIT-I                 PIC 9(03) COMP  VALUE ZERO.
001420 01  WS-USER-I                PIC 9(03) COMP  VALUE ZERO.
001430 01  WS-RUN-DATE              PIC 9(08).
001440 01  WS-OPERATOR-ID           PIC X(08).

001450     COPY USERSEC.

001460     COPY ACCRIGHT.

001470     COPY SECLINK.

001480     COPY SIGNLINK.

001490 PROCEDURE DIVISION.

001500 0000-MAINLINE.
001510     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001520     PERFORM 2000-PROCESS-MENU THRU 2000-EXIT
001530         UNTIL WS-ALL-DONE.
001540     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001550     STOP RUN.

001560 1000-INITIALIZE.
001570     CALL "dayproc" USING WS-RUN-DATE.
001580     MOVE "DAYSADM" TO SGN-Program.
001590     CALL "daysec" USING SGN-REQUEST.
001600     IF NOT SGN-SIGNED-ON
001610         SET WS-ALL-DONE TO TRUE
001620         GO TO 1000-EXIT
001630     END-IF.
001640     MOVE SGN-Operator TO WS-OPERATOR-ID.
001650     IF NOT SGN-MAY-APPROVE
001660         DISPLAY "DAYSADM - APPROVE RIGHT REQUIRED FOR SECURITY "
001670             "ADMINISTRATION, SESSION ENDED"
001680         SET WS-ALL-DONE TO TRUE
001690         GO TO 1000-EXIT
001700     END-IF.
001710     PERFORM 1100-LOAD-USERSEC THRU 1100-EXIT.
001720     IF NOT WS-TABLE-WAS-LOADED
001730         SET WS-ALL-DONE TO TRUE
001740         GO TO 1000-EXIT
001750     END-IF.
001760     PERFORM 1200-LOAD-ACCRIGHT THRU 1200-EXIT.
001770     OPEN INPUT EMPMAST.
001780     IF NOT WS-EMPMAST-OK
001790         DISPLAY "DAYSADM - UNABLE TO OPEN EMPMAST, STATUS "
001800             WS-EMPMAST-STATUS
001810             " - EMPLOYE-IDS WILL NOT BE VALIDATED"
001820     ELSE
001830         MOVE "Y" TO WS-EMPMAST-OPEN-SW
001840     END-IF.
001850 1000-EXIT.
001860     EXIT.

001870 1100-LOAD-USERSEC.
001880     OPEN INPUT USERSEC.
001890     IF NOT WS-USERSEC-OK
001900         DISPLAY "DAYSADM - UNABLE TO OPEN USERSEC, STATUS "
001910             WS-USERSEC-STATUS
001920         GO TO 1100-EXIT
001930     END-IF.
001940     PERFORM 1110-LOAD-ONE-USER THRU 1110-EXIT
001950         UNTIL WS-USERSEC-STATUS = "10".
001960     CLOSE USERSEC.
001970     MOVE "Y" TO WS-LOADED-SW.
001980 1100-EXIT.
001990     EXIT.

002000 1110-LOAD-ONE-USER.
002010     READ USERSEC
002020         AT END
002030             MOVE "10" TO WS-USERSEC-STATUS
002040             GO TO 1110-EXIT
002050     END-READ.
002060     IF WS-USER-COUNT < 50
002070         ADD 1 TO WS-USER-COUNT
002080         MOVE US-Operator-ID  TO WS-USER-ID(WS-USER-COUNT)
002090         MOVE US-Password     TO WS-USER-PASSWORD(WS-USER-COUNT)
002100         MOVE US-Auth-Level   TO WS-USER-LEVEL(WS-USER-COUNT)
002110         MOVE US-Password-Date
002120             TO WS-USER-PW-DATE(WS-USER-COUNT)
002130         MOVE US-Statut       TO WS-USER-STATUT(WS-USER-COUNT)
002140         MOVE US-Fail-Count   TO WS-USER-FAILS(WS-USER-COUNT)
002150         MOVE US-Employe-ID   TO WS-USER-EMP-ID(WS-USER-COUNT)
002160     ELSE
002170         DISPLAY "DAYSADM - OPERATOR TABLE FULL (50), "
002180             US-Operator-ID " NOT LOADED"
002190     END-IF.
002200 1110-EXIT.
002210     EXIT.

002220*****************************************************************
002230* A MISSING ACCRIGHT SIMPLY MEANS NO OPERATOR IS UNDER THE
002240* MATRIX YET - EVERYONE STILL HAS THE RIGHTS OF THEIR LEVEL.
002250*****************************************************************
002260 1200-LOAD-ACCRIGHT.
002270     MOVE ZERO TO WS-ACR-COUNT.
002280     OPEN INPUT ACCRIGHT.
002290     IF NOT WS-ACCRIGHT-OK
002300         DISPLAY "DAYSADM - NO ACCRIGHT FILE, STATUS "
002310             WS-ACCRIGHT-STATUS " - STARTING AN EMPTY MATRIX"
002320         GO TO 1200-EXIT
002330     END-IF.
002340     PERFORM 1210-LOAD-ONE-RIGHT THRU 1210-EXIT
002350         UNTIL WS-ACCRIGHT-STATUS = "10".
002360     CLOSE ACCRIGHT.
002370 1200-EXIT.
002380     EXIT.

002390 1210-LOAD-ONE-RIGHT.
002400     READ ACCRIGHT
002410         AT END
002420             MOVE "10" TO WS-ACCRIGHT-STATUS
002430             GO TO 1210-EXIT
002440     END-READ.
002450     IF WS-ACR-COUNT < 500
002460         ADD 1 TO WS-ACR-COUNT
002470         MOVE AR-Operator-ID TO WS-ACR-OPERATOR(WS-ACR-COUNT)
002480         MOVE AR-Program     TO WS-ACR-PROGRAM(WS-ACR-COUNT)
002490         MOVE AR-Droits      TO WS-ACR-DROITS(WS-ACR-COUNT)
002500     ELSE
002510         DISPLAY "DAYSADM - RIGHTS TABLE FULL (500), "
002520             AR-Operator-ID " " AR-Program " NOT LOADED"
002530     END-IF.
002540 1210-EXIT.
002550     EXIT.

002560 2000-PROCESS-MENU.
002570     DISPLAY " ".
002580     DISPLAY "-------- SECURITY ADMINISTRATION --------".
002590     DISPLAY "  A - ADD AN OPERATOR".
002600     DISPLAY "  D - DISABLE AN OPERATOR".
002610     DISPLAY "  E - RE-ENABLE AN OPERATOR".
002620     DISPLAY "  R - RESET A PASSWORD".
002630     DISPLAY "  U - CLEAR A LOCKOUT".
002640     DISPLAY "  K - LINK AN OPERATOR TO AN EMPLOYEE".
002650     DISPLAY "  L - LIST THE OPERATORS".
002660     DISPLAY "  G - GRANT OR CHANGE PROGRAM RIGHTS".
002670     DISPLAY "  X - REMOVE PROGRAM RIGHTS".
002680     DISPLAY "  M - LIST THE ACCESS RIGHTS MATRIX".
002690     DISPLAY "  Q - QUIT AND SAVE".
002700     DISPLAY "ENTER YOUR CHOICE : ".
002710     ACCEPT WS-MENU-CHOICE.

002720     EVALUATE TRUE
002730         WHEN WS-CHOICE-ADD
002740             PERFORM 3000-ADD-OPERATOR THRU 3000-EXIT
002750         WHEN WS-CHOICE-DISABLE
002760             PERFORM 4000-DISABLE-OPERATOR THRU 4000-EXIT
002770         WHEN WS-CHOICE-ENABLE
002780             PERFORM 4500-ENABLE-OPERATOR THRU 4500-EXIT
002790         WHEN WS-CHOICE-RESET
002800             PERFORM 5000-RESET-PASSWORD THRU 5000-EXIT
002810         WHEN WS-CHOICE-UNLOCK
002820             PERFORM 5500-CLEAR-LOCKOUT THRU 5500-EXIT
002830         WHEN WS-CHOICE-LINK
002840             PERFORM 5800-LINK-OPERATOR THRU 5800-EXIT
002850         WHEN WS-CHOICE-LIST
002860             PERFORM 6000-LIST-OPERATORS THRU 6000-EXIT
002870         WHEN WS-CHOICE-GRANT
002880             PERFORM 5900-GRANT-RIGHTS THRU 5900-EXIT
002890         WHEN WS-CHOICE-REVOKE
002900             PERFORM 5950-REMOVE-RIGHTS THRU 5950-EXIT
002910         WHEN WS-CHOICE-MATRIX
002920             PERFORM 6500-LIST-RIGHTS THRU 6500-EXIT
002930         WHEN WS-CHOICE-QUIT
002940             SET WS-ALL-DONE TO TRUE
002950         WHEN OTHER
002960             DISPLAY "DAYSADM - INVALID CHOICE, TRY AGAIN"
002970     END-EVALUATE.
002980 2000-EXIT.
002990     EXIT.

003000 3000-ADD-OPERATOR.
003010     IF WS-USER-COUNT NOT < 50
003020         DISPLAY "DAYSADM - OPERATOR TABLE FULL (50)"
003030         GO TO 3000-EXIT
003040     END-IF.
003050     DISPLAY "ENTER OPERATOR ID (8 CHARS)      : ".
003060     ACCEPT WS-WORK-ID.
003070     PERFORM 7000-FIND-OPERATOR THRU 7000-EXIT.
003080     IF WS-OPERATOR-FOUND
003090         DISPLAY "DAYSADM - OPERATOR " WS-WORK-ID
003100             " ALREADY EXISTS"
003110         GO TO 3000-EXIT
003120     END-IF.
003130     DISPLAY "ENTER STARTING PASSWORD (8 CHARS): ".
003140     ACCEPT WS-WORK-PASSWORD.
003150     DISPLAY "ENTER AUTHORITY LEVEL (1-3)      : ".
003160     ACCEPT WS-WORK-LEVEL-X.
003170     IF WS-WORK-LEVEL-X IS NOT NUMERIC
003180         OR WS-WORK-LEVEL < 1 OR WS-WORK-LEVEL > 3
003190         DISPLAY "DAYSADM - LEVEL MUST BE 1, 2 OR 3"
003200         GO TO 3000-EXIT
003210     END-IF.
003220     PERFORM 7100-GET-EMPLOYE THRU 7100-EXIT.
003230     IF NOT WS-EMP-IS-VALID
003240         GO TO 3000-EXIT
003250     END-IF.
003260     ADD 1 TO WS-USER-COUNT.
003270     MOVE WS-WORK-ID       TO WS-USER-ID(WS-USER-COUNT).
003280     MOVE WS-WORK-PASSWORD TO WS-USER-PASSWORD(WS-USER-COUNT).
003290     MOVE WS-WORK-LEVEL    TO WS-USER-LEVEL(WS-USER-COUNT).
003300     MOVE ZERO             TO WS-USER-PW-DATE(WS-USER-COUNT).
003310     MOVE "A"              TO WS-USER-STATUT(WS-USER-COUNT).
003320     MOVE ZERO             TO WS-USER-FAILS(WS-USER-COUNT).
003330     MOVE WS-WORK-EMP-ID   TO WS-USER-EMP-ID(WS-USER-COUNT).
003340     ADD 1 TO WS-ADDED.
003350     DISPLAY "DAYSADM - OPERATOR ADDED (PASSWORD EXPIRED, "
003360         "MUST BE CHANGED AT FIRST SIGN-ON)".
003370     MOVE "ADD" TO SEC-Event.
003380     PERFORM 8000-LOG-ACTION THRU 8000-EXIT.
003390 3000-EXIT.
003400     EXIT.

003410 4000-DISABLE-OPERATOR.
003420     DISPLAY "ENTER OPERATOR ID TO DISABLE     : ".
003430     ACCEPT WS-WORK-ID.
003440     PERFORM 7000-FIND-OPERATOR THRU 7000-EXIT.
003450     IF NOT WS-OPERATOR-FOUND
003460         DISPLAY "DAYSADM - OPERATOR " WS-WORK-ID " NOT FOUND"
003470         GO TO 4000-EXIT
003480     END-IF.
003490     MOVE "D" TO WS-USER-STATUT(WS-HIT-I).
003500     ADD 1 TO WS-DISABLED.
003510     DISPLAY "DAYSADM - OPERATOR " WS-WORK-ID " DISABLED".
003520     MOVE "DISABLE" TO SEC-Event.
003530     PERFORM 8000-LOG-ACTION THRU 8000-EXIT.
003540 4000-EXIT.
003550     EXIT.

003560 4500-ENABLE-OPERATOR.
003570     DISPLAY "ENTER OPERATOR ID TO RE-ENABLE   : ".
003580     ACCEPT WS-WORK-ID.
003590     PERFORM 7000-FIND-OPERATOR THRU 7000-EXIT.
003600     IF NOT WS-OPERATOR-FOUND
003610         DISPLAY "DAYSADM - OPERATOR " WS-WORK-ID " NOT FOUND"
003620         GO TO 4500-EXIT
003630     END-IF.
003640     MOVE WS-USER-EMP-ID(WS-HIT-I) TO WS-WORK-EMP-ID.
003650     PERFORM 7200-VALIDATE-EMPLOYE THRU 7200-EXIT.
003660     IF NOT WS-EMP-IS-VALID
003670         DISPLAY "DAYSADM - OPERATOR " WS-WORK-ID
003680             " NOT RE-ENABLED"
003690         GO TO 4500-EXIT
003700     END-IF.
003710     MOVE "A"  TO WS-USER-STATUT(WS-HIT-I).
003720     MOVE ZERO TO WS-USER-FAILS(WS-HIT-I).
003730     ADD 1 TO WS-ENABLED.
003740     DISPLAY "DAYSADM - OPERATOR " WS-WORK-ID " RE-ENABLED".
003750     MOVE "ENABLE" TO SEC-Event.
003760     PERFORM 8000-LOG-ACTION THRU 8000-EXIT.
003770 4500-EXIT.
003780     EXIT.

003790*****************************************************************
003800* THE RESET PASSWORD IS STAMPED WITH DATE ZERO, WHICH DAYSEC
003810* TREATS AS LONG EXPIRED - THE OWNER MUST CHANGE IT AT THEIR
003820* NEXT SIGN-ON, SO THE ADMINISTRATOR NEVER KNOWS A LIVE ONE.
003830*****************************************************************
003840 5000-RESET-PASSWORD.
003850     DISPLAY "ENTER OPERATOR ID TO RESET       : ".
003860     ACCEPT WS-WORK-ID.
003870     PERFORM 7000-FIND-OPERATOR THRU 7000-EXIT.
003880     IF NOT WS-OPERATOR-FOUND
003890         DISPLAY "DAYSADM - OPERATOR " WS-WORK-ID " NOT FOUND"
003900         GO TO 5000-EXIT
003910     END-IF.
003920     DISPLAY "ENTER TEMPORARY PASSWORD (8 CHARS): ".
003930     ACCEPT WS-WORK-PASSWORD.
003940     MOVE WS-WORK-PASSWORD TO WS-USER-PASSWORD(WS-HIT-I).
003950     MOVE ZERO             TO WS-USER-PW-DATE(WS-HIT-I).
003960     MOVE ZERO             TO WS-USER-FAILS(WS-HIT-I).
003970     ADD 1 TO WS-RESETS.
003980     DISPLAY "DAYSADM - PASSWORD RESET, CHANGE FORCED AT "
003990         "NEXT SIGN-ON".
004000     MOVE "PWRESET" TO SEC-Event.
004010     PERFORM 8000-LOG-ACTION THRU 8000-EXIT.
004020 5000-EXIT.
004030     EXIT.

004040 5500-CLEAR-LOCKOUT.
004050     DISPLAY "ENTER OPERATOR ID TO UNLOCK      : ".
004060     ACCEPT WS-WORK-ID.
004070     PERFORM 7000-FIND-OPERATOR THRU 7000-EXIT.
004080     IF NOT WS-OPERATOR-FOUND
004090         DISPLAY "DAYSADM - OPERATOR " WS-WORK-ID " NOT FOUND"
004100         GO TO 5500-EXIT
004110     END-IF.
004120     IF WS-USER-STATUT(WS-HIT-I) NOT = "L"
004130         DISPLAY "DAYSADM - OPERATOR " WS-WORK-ID
004140             " IS NOT LOCKED"
004150         GO TO 5500-EXIT
004160     END-IF.
004170     MOVE "A"  TO WS-USER-STATUT(WS-HIT-I).
004180     MOVE ZERO TO WS-USER-FAILS(WS-HIT-I).
004190     ADD 1 TO WS-UNLOCKED.
004200     DISPLAY "DAYSADM - LOCKOUT CLEARED FOR " WS-WORK-ID.
004210     MOVE "UNLOCK" TO SEC-Event.
004220     PERFORM 8000-LOG-ACTION THRU 8000-EXIT.
004230 5500-EXIT.
004240     EXIT.

004250*****************************************************************
004260* LINKS (OR RE-LINKS) AN EXISTING OPERATOR TO THE EMPLOYEE WHO
004270* OWNS IT, SO A TERMINATION CAN FIND AND DISABLE IT.
004280*****************************************************************
004290 5800-LINK-OPERATOR.
004300     DISPLAY "ENTER OPERATOR ID TO LINK        : ".
004310     ACCEPT WS-WORK-ID.
004320     PERFORM 7000-FIND-OPERATOR THRU 7000-EXIT.
004330     IF NOT WS-OPERATOR-FOUND
004340         DISPLAY "DAYSADM - OPERATOR " WS-WORK-ID " NOT FOUND"
004350         GO TO 5800-EXIT
004360     END-IF.
004370     DISPLAY "CURRENT EMPLOYE-ID : " WS-USER-EMP-ID(WS-HIT-I).
004380     PERFORM 7100-GET-EMPLOYE THRU 7100-EXIT.
004390     IF NOT WS-EMP-IS-VALID
004400         GO TO 5800-EXIT
004410     END-IF.
004420     MOVE WS-WORK-EMP-ID TO WS-USER-EMP-ID(WS-HIT-I).
004430     ADD 1 TO WS-LINKED.
004440     DISPLAY "DAYSADM - OPERATOR " WS-WORK-ID
004450         " LINKED TO EMPLOYEE " WS-WORK-EMP-ID.
004460     MOVE "LINK" TO SEC-Event.
004470     PERFORM 8000-LOG-ACTION THRU 8000-EXIT.
004480 5800-EXIT.
004490     EXIT.

004500*****************************************************************
004510* GRANTS, OR REPLACES, ONE OPERATOR'S FIVE RIGHTS IN ONE
004520* PROGRAM. THE FIRST ENTRY PUTS THE OPERATOR UNDER THE MATRIX,
004530* AFTER WHICH ANY PROGRAM NOT LISTED FOR IT IS REFUSED.
004540*****************************************************************
004550 5900-GRANT-RIGHTS.
004560     DISPLAY "ENTER OPERATOR ID                : ".
004570     ACCEPT WS-WORK-ID.
004580     PERFORM 7000-FIND-OPERATOR THRU 7000-EXIT.
004590     IF NOT WS-OPERATOR-FOUND
004600         DISPLAY "DAYSADM - OPERATOR " WS-WORK-ID " NOT FOUND"
004610         GO TO 5900-EXIT
004620     END-IF.
004630     DISPLAY "ENTER PROGRAM (E.G. DAY7FAC)     : ".
004640     ACCEPT WS-WORK-PROGRAM.
004650     IF WS-WORK-PROGRAM = SPACES
004660         DISPLAY "DAYSADM - A PROGRAM NAME IS REQUIRED"
004670         GO TO 5900-EXIT
004680     END-IF.
004690     PERFORM 7300-FIND-RIGHT THRU 7300-EXIT.
004700     IF WS-RIGHT-FOUND
004710         DISPLAY "CURRENT RIGHTS (I A C D P) : "
004720             WS-ACR-DROITS(WS-ACR-HIT)
004730     ELSE
004740         IF WS-ACR-COUNT NOT < 500
004750             DISPLAY "DAYSADM - RIGHTS TABLE FULL (500)"
004760             GO TO 5900-EXIT
004770         END-IF
004780     END-IF.
004790     DISPLAY "ENTER RIGHTS I A C D P AS Y/N (E.G. YYYNN) : ".
004800     ACCEPT WS-WORK-DROITS.
004810     MOVE ZERO TO WS-YN-COUNT.
004820     INSPECT WS-WORK-DROITS TALLYING WS-YN-COUNT
004830         FOR ALL "Y" ALL "N".
004840     IF WS-YN-COUNT NOT = 5
004850         DISPLAY "DAYSADM - RIGHTS MUST BE FIVE Y OR N"
004860         GO TO 5900-EXIT
004870     END-IF.
004880     IF NOT WS-OPERATOR-IN-MATRIX
004890         DISPLAY "DAYSADM - " WS-WORK-ID " IS NOW UNDER THE "
004900             "MATRIX - PROGRAMS NOT GRANTED ARE REFUSED"
004910     END-IF.
004920     IF NOT WS-RIGHT-FOUND
004930         ADD 1 TO WS-ACR-COUNT
004940         MOVE WS-ACR-COUNT TO WS-ACR-HIT
004950         MOVE WS-WORK-ID      TO WS-ACR-OPERATOR(WS-ACR-HIT)
004960         MOVE WS-WORK-PROGRAM TO WS-ACR-PROGRAM(WS-ACR-HIT)
004970     END-IF.
004980     MOVE WS-WORK-DROITS TO WS-ACR-DROITS(WS-ACR-HIT).
004990     MOVE "Y" TO WS-ACR-DIRTY-SW.
005000     ADD 1 TO WS-GRANTED.
005010     DISPLAY "DAYSADM - RIGHTS OF " WS-WORK-ID " ON "
005020         WS-WORK-PROGRAM " SET TO " WS-WORK-DROITS.
005030     PERFORM 8100-LOG-RIGHTS THRU 8100-EXIT.
005040 5900-EXIT.
005050     EXIT.

005060*****************************************************************
005070* THE LAST ENTRY IS MOVED INTO THE HOLE - THE MATRIX HAS NO
005080* ORDER TO KEEP.
005090*****************************************************************
005100 5950-REMOVE-RIGHTS.
005110     DISPLAY "ENTER OPERATOR ID                : ".
005120     ACCEPT WS-WORK-ID.
005130     DISPLAY "ENTER PROGRAM                    : ".
005140     ACCEPT WS-WORK-PROGRAM.
005150     PERFORM 7300-FIND-RIGHT THRU 7300-EXIT.
005160     IF NOT WS-RIGHT-FOUND
005170         DISPLAY "DAYSADM - NO RIGHTS FOR " WS-WORK-ID " ON "
005180             WS-WORK-PROGRAM
005190         GO TO 5950-EXIT
005200     END-IF.
005210     IF WS-ACR-HIT < WS-ACR-COUNT
005220         MOVE WS-ACR-ENTRY(WS-ACR-COUNT)
005230             TO WS-ACR-ENTRY(WS-ACR-HIT)
005240     END-IF.
005250     SUBTRACT 1 FROM WS-ACR-COUNT.
005260     MOVE "Y" TO WS-ACR-DIRTY-SW.
005270     ADD 1 TO WS-REMOVED.
005280     DISPLAY "DAYSADM - RIGHTS OF " WS-WORK-ID " ON "
005290         WS-WORK-PROGRAM " REMOVED".
005300     PERFORM 8100-LOG-RIGHTS THRU 8100-EXIT.
005310 5950-EXIT.
005320     EXIT.

005330 6000-LIST-OPERATORS.
005340     DISPLAY "ID        NIVEAU  STATUT  ECHECS  MDP DU    EMPL".
005350     PERFORM 6010-LIST-ONE THRU 6010-EXIT
005360         VARYING WS-USER-I FROM 1 BY 1
005370         UNTIL WS-USER-I > WS-USER-COUNT.
005380 6000-EXIT.
005390     EXIT.

005400 6010-LIST-ONE.
005410     DISPLAY WS-USER-ID(WS-USER-I) "     "
005420         WS-USER-LEVEL(WS-USER-I) "      "
005430         WS-USER-STATUT(WS-USER-I) "       "
005440         WS-USER-FAILS(WS-USER-I) "     "
005450         WS-USER-PW-DATE(WS-USER-I) "  "
005460         WS-USER-EMP-ID(WS-USER-I).
005470 6010-EXIT.
005480     EXIT.

005490 6500-LIST-RIGHTS.
005500     DISPLAY "ENTER OPERATOR ID, OR BLANK FOR ALL : ".
005510     ACCEPT WS-WORK-ID.
005520     DISPLAY "OPERATEUR PROGRAMME DROITS (I A C D P)".
005530     PERFORM 6510-LIST-ONE-RIGHT THRU 6510-EXIT
005540         VARYING WS-ACR-I FROM 1 BY 1
005550         UNTIL WS-ACR-I > WS-ACR-COUNT.
005560     DISPLAY "OPERATORS WITHOUT ENTRIES KEEP THE RIGHTS OF "
005570         "THEIR LEVEL".
005580 6500-EXIT.
005590     EXIT.

005600 6510-LIST-ONE-RIGHT.
005610     IF WS-WORK-ID NOT = SPACES
005620         AND WS-ACR-OPERATOR(WS-ACR-I) NOT = WS-WORK-ID
005630         GO TO 6510-EXIT
005640     END-IF.
005650     DISPLAY WS-ACR-OPERATOR(WS-ACR-I) "  "
005660         WS-ACR-PROGRAM(WS-ACR-I) "  "
005670         WS-ACR-INQUIRE(WS-ACR-I) " "
005680         WS-ACR-ADD(WS-ACR-I) " "
005690         WS-ACR-CHANGE(WS-ACR-I) " "
005700         WS-ACR-DELETE(WS-ACR-I) " "
005710         WS-ACR-APPROVE(WS-ACR-I).
005720 6510-EXIT.
005730     EXIT.

005740 7000-FIND-OPERATOR.
005750     MOVE "N" TO WS-FOUND-SW.
005760     MOVE ZERO TO WS-HIT-I.
005770     PERFORM 7010-MATCH-ONE THRU 7010-EXIT
005780         VARYING WS-USER-I FROM 1 BY 1
005790         UNTIL WS-USER-I > WS-USER-COUNT
005800            OR WS-OPERATOR-FOUND.
005810 7000-EXIT.
005820     EXIT.

005830 7010-MATCH-ONE.
005840     IF WS-USER-ID(WS-USER-I) = WS-WORK-ID
005850         MOVE WS-USER-I TO WS-HIT-I
005860         MOVE "Y" TO WS-FOUND-SW
005870     END-IF.
005880 7010-EXIT.
005890     EXIT.

005900 7100-GET-EMPLOYE.
005910     DISPLAY "ENTER OWNING EMPLOYE-ID (5 CHARS): ".
005920     ACCEPT WS-WORK-EMP-ID.
005930     PERFORM 7200-VALIDATE-EMPLOYE THRU 7200-EXIT.
005940 7100-EXIT.
005950     EXIT.

005960*****************************************************************
005970* THE OWNER MUST BE A CURRENT EMPLOYEE. WITHOUT EMPMAST ONLY A
005980* BLANK ID IS REFUSED.
005990*****************************************************************
006000 7200-VALIDATE-EMPLOYE.
006010     MOVE "N" TO WS-EMP-VALID-SW.
006020     IF WS-WORK-EMP-ID = SPACES
006030         DISPLAY "DAYSADM - AN OWNING EMPLOYE-ID IS REQUIRED"
006040         GO TO 7200-EXIT
006050     END-IF.
006060     IF NOT WS-EMPMAST-WAS-OPENED
006070         MOVE "Y" TO WS-EMP-VALID-SW
006080         GO TO 7200-EXIT
006090     END-IF.
006100     MOVE WS-WORK-EMP-ID TO Employe-ID.
006110     READ EMPMAST
006120         INVALID KEY
006130             DISPLAY "DAYSADM - EMPLOYEE " WS-WORK-EMP-ID
006140                 " NOT ON EMPMAST"
006150             GO TO 7200-EXIT
006160     END-READ.
006170     IF Employe-Inactif
006180         DISPLAY "DAYSADM - EMPLOYEE " WS-WORK-EMP-ID
006190             " LEFT ON " Employe-Date-Depart
006200         GO TO 7200-EXIT
006210     END-IF.
006220     MOVE "Y" TO WS-EMP-VALID-SW.
006230 7200-EXIT.
006240     EXIT.

006250*****************************************************************
006260* FINDS THE ENTRY FOR WS-WORK-ID IN WS-WORK-PROGRAM, AND NOTES
006270* WHETHER THE OPERATOR HAS ANY ENTRY AT ALL.
006280*****************************************************************
006290 7300-FIND-RIGHT.
006300     MOVE "N" TO WS-ACR-FOUND-SW.
006310     MOVE "N" TO WS-IN-MATRIX-SW.
006320     MOVE ZERO TO WS-ACR-HIT.
006330     PERFORM 7310-MATCH-ONE-RIGHT THRU 7310-EXIT
006340         VARYING WS-ACR-I FROM 1 BY 1
006350         UNTIL WS-ACR-I > WS-ACR-COUNT.
006360 7300-EXIT.
006370     EXIT.

006380 7310-MATCH-ONE-RIGHT.
006390     IF WS-ACR-OPERATOR(WS-ACR-I) NOT = WS-WORK-ID
006400         GO TO 7310-EXIT
006410     END-IF.
006420     MOVE "Y" TO WS-IN-MATRIX-SW.
006430     IF WS-ACR-PROGRAM(WS-ACR-I) = WS-WORK-PROGRAM
006440         MOVE WS-ACR-I TO WS-ACR-HIT
006450         MOVE "Y" TO WS-ACR-FOUND-SW
006460     END-IF.
006470 7310-EXIT.
006480     EXIT.

006490 8000-LOG-ACTION.
006500     MOVE "DAYSADM"      TO SEC-Program.
006510     MOVE WS-OPERATOR-ID TO SEC-Operator.
006520     MOVE WS-WORK-ID     TO SEC-Detail.
006530     CALL "dayslog" USING SEC-REQUEST.
006540 8000-EXIT.
006550     EXIT.

006560 8100-LOG-RIGHTS.
006570     MOVE "RIGHTS"       TO SEC-Event.
006580     MOVE "DAYSADM"      TO SEC-Program.
006590     MOVE WS-OPERATOR-ID TO SEC-Operator.
006600     MOVE SPACES TO SEC-Detail.
006610     STRING WS-WORK-ID " " WS-WORK-PROGRAM
006620         DELIMITED BY SIZE INTO SEC-Detail.
006630     CALL "dayslog" USING SEC-REQUEST.
006640 8100-EXIT.
006650     EXIT.

006660 9000-TERMINATE.
006670     IF WS-EMPMAST-WAS-OPENED
006680         CLOSE EMPMAST
006690     END-IF.
006700     IF WS-RIGHTS-CHANGED
006710         PERFORM 9100-SAVE-ACCRIGHT THRU 9100-EXIT
006720     END-IF.
006730     IF NOT WS-TABLE-WAS-LOADED
006740         GO TO 9000-SHOW-COUNTS
006750     END-IF.
006760     OPEN OUTPUT USERSEC.
006770     IF NOT WS-USERSEC-OK
006780         DISPLAY "DAYSADM - UNABLE TO REWRITE USERSEC, STATUS "
006790             WS-USERSEC-STATUS " - CHANGES LOST"
006800         GO TO 9000-SHOW-COUNTS
006810     END-IF.
006820     PERFORM 9010-SAVE-ONE-USER THRU 9010-EXIT
006830         VARYING WS-USER-I FROM 1 BY 1
006840         UNTIL WS-USER-I > WS-USER-COUNT.
006850     CLOSE USERSEC.
006860     DISPLAY "DAYSADM - USERSEC SAVED, " WS-USER-COUNT
006870         " OPERATORS".

006880 9000-SHOW-COUNTS.
006890     DISPLAY "DAYSADM - ADDED     : " WS-ADDED.
006900     DISPLAY "DAYSADM - DISABLED  : " WS-DISABLED.
006910     DISPLAY "DAYSADM - ENABLED   : " WS-ENABLED.
006920     DISPLAY "DAYSADM - RESETS    : " WS-RESETS.
006930     DISPLAY "DAYSADM - UNLOCKED  : " WS-UNLOCKED.
006940     DISPLAY "DAYSADM - LINKED    : " WS-LINKED.
006950     DISPLAY "DAYSADM - GRANTED   : " WS-GRANTED.
006960     DISPLAY "DAYSADM - REMOVED   : " WS-REMOVED.
006970 9000-EXIT.
006980     EXIT.

006990 9010-SAVE-ONE-USER.
007000     MOVE WS-USER-ID(WS-USER-I)       TO US-Operator-ID.
007010     MOVE WS-USER-PASSWORD(WS-USER-I) TO US-Password.
007020     MOVE WS-USER-LEVEL(WS-USER-I)    TO US-Auth-Level.
007030     MOVE WS-USER-PW-DATE(WS-USER-I)  TO US-Password-Date.
007040     MOVE WS-USER-STATUT(WS-USER-I)   TO US-Statut.
007050     MOVE WS-USER-FAILS(WS-USER-I)    TO US-Fail-Count.
007060     MOVE WS-USER-EMP-ID(WS-USER-I)   TO US-Employe-ID.
007070     WRITE USERSEC-REC.
007080 9010-EXIT.
007090     EXIT.

007100 9100-SAVE-ACCRIGHT.
007110     OPEN OUTPUT ACCRIGHT.
007120     IF NOT WS-ACCRIGHT-OK
007130         DISPLAY "DAYSADM - UNABLE TO REWRITE ACCRIGHT, STATUS "
007140             WS-ACCRIGHT-STATUS " - RIGHTS CHANGES LOST"
007150         GO TO 9100-EXIT
007160     END-IF.
007170     PERFORM 9110-SAVE-ONE-RIGHT THRU 9110-EXIT
007180         VARYING WS-ACR-I FROM 1 BY 1
007190         UNTIL WS-ACR-I > WS-ACR-COUNT.
007200     CLOSE ACCRIGHT.
007210     DISPLAY "DAYSADM - ACCRIGHT SAVED, " WS-ACR-COUNT
007220         " ENTRIES".
007230 9100-EXIT.
007240     EXIT.

007250 9110-SAVE-ONE-RIGHT.
007260     MOVE WS-ACR-OPERATOR(WS-ACR-I) TO AR-Operator-ID.
007270     MOVE WS-ACR-PROGRAM(WS-ACR-I)  TO AR-Program.
007280     MOVE WS-ACR-DROITS(WS-ACR-I)   TO AR-Droits.
007290     WRITE ACCRIGHT-REC.
007300 9110-EXIT.
007310     EXIT.
