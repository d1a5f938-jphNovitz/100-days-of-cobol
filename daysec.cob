000230* GOES TO SECLOG THROUGH DAYSLOG. MUTATIONS (FAIL COUNTS,
000240* LOCKOUTS, PASSWORD CHANGES) ARE SAVED BACK TO USERSEC BEFORE
000250* THE HANDLER RETURNS. A MISSING OR EMPTY USERSEC REFUSES
000260* SIGN-ON OUTRIGHT - SECURITY STILL FAILS CLOSED. ONCE SIGNED
000270* ON, THE OPERATOR'S FUNCTIONS IN THE CALLING PROGRAM (INQUIRE,
000280* ADD, CHANGE, DELETE, APPROVE) ARE READ FROM THE ACCRIGHT
000290* MATRIX AND HANDED BACK IN SGN-DROITS; AN OPERATOR WITH NO
000300* ACCRIGHT ENTRY AT ALL GETS THE FUNCTIONS OF ITS AUTHORITY
000310* LEVEL, AND ONE HOLDING NO FUNCTION IN THE PROGRAM IS REFUSED.
000320*****************************************************************
000330* MODIFICATION HISTORY
000340*  09/02/2026  JPH  ORIGINAL VERSION, GROWN OUT OF THE SIGN-ON
000350*                   BLOCKS DAY7MNT, DAY7SUP, DAY3MNT, DAY9CLI
000360*                   AND DAY9AMD EACH CARRIED.
000370*  10/15/2026  JPH  USERSEC NOW CARRIES THE OWNING EMPLOYE-ID;
000380*                   IT IS LOADED AND SAVED BACK UNCHANGED.
000390*  10/15/2026  JPH  HANDS BACK THE OPERATOR'S RIGHTS IN THE
000400*                   CALLING PROGRAM FROM THE ACCRIGHT MATRIX
000410*                   (LEVEL-DERIVED FOR AN OPERATOR NOT IN IT);
000420*                   NO RIGHT THERE AT ALL REFUSES THE SIGN-ON.
000430*****************************************************************
000440 IDENTIFICATION DIVISION.
000450 PROGRAM-ID. daysec.
000460 AUTHOR. jphNovitz.
000470 DATE-WRITTEN. 2026/09/02.
000480 DATE-COMPILED.

000490 ENVIRONMENT DIVISION.
000500 INPUT-OUTPUT SECTION.
000510 FILE-CONTROL.
000520     SELECT USERSEC ASSIGN TO "USERSEC"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS WS-USERSEC-STATUS.

000550     SELECT SECCTL ASSIGN TO "SECCTL"
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS WS-SECCTL-STATUS.

000580     SELECT ACCRIGHT ASSIGN TO "ACCRIGHT"
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS WS-ACCRIGHT-STATUS.

000610 DATA DIVISION.
000620 FILE SECTION.
000630 FD  USERSEC
000640     RECORDING MODE IS F.
000650 01  USERSEC-REC.
000660     05  US-Operator-ID       PIC X(08).
000670     05  US-Password          PIC X(08).
000680     05  US-Auth-Level        PIC 9(01).
000690     05  US-Password-Date     PIC 9(08).
000700     05  US-Statut            PIC X(01).
000710     05  US-Fail-Count        PIC 9(01).
000720     05  US-Employe-ID        PIC X(05).

000730 FD  SECCTL
000740     RECORDING MODE IS F.
000750 01  SECCTL-REC.
000760     05  CC-Type              PIC X(01).
000770     05  CC-Jours             PIC 9(05).

000780 FD  ACCRIGHT
000790     RECORDING MODE IS F.
000800 01  ACCRIGHT-REC.
000810     05  AR-Operator-ID       PIC X(08).
000820     05  AR-Program           PIC X(08).
000830     05  AR-Droits            PIC X(05).

000840 WORKING-STORAGE SECTION.
000850 01  WS-USERSEC-STATUS        PIC X(02).
000860     88  WS-USERSEC-OK              VALUE "00".

000870 01  WS-SECCTL-STATUS         PIC X(02).
000880     88  WS-SECCTL-OK               VALUE "00".

000890 01  WS-ACCRIGHT-STATUS       PIC X(02).
000900     88  WS-ACCRIGHT-OK             VALUE "00".

000910 01  WS-SWITCHES.
000920     05  WS-DONE-SW           PIC X(01)  VALUE "N".
000930         88  WS-SESSION-DONE         VALUE "Y".
000940     05  WS-DIRTY-SW          PIC X(01)  VALUE "N".
000950         88  WS-TABLE-IS-DIRTY       VALUE "Y".
000960     05  WS-FOUND-SW          PIC X(01)  VALUE "N".
000970         88  WS-OPERATOR-FOUND       VALUE "Y".
000980     05  WS-IN-MATRIX-SW      PIC X(01)  VALUE "N".
000990         88  WS-OPERATOR-IN-MATRIX   VALUE "Y".
001000     05  WS-NO-RIGHTS-SW      PIC X(01)  VALUE "N".
001010         88  WS-RIGHTS-REFUSED       VALUE "Y".

001020 01  WS-SIGNON-TRIES          PIC 9(01)  VALUE ZERO.
001030 01  WS-TRY-ID                PIC X(08)  VALUE SPACES.
001040 01  WS-TRY-PASSWORD          PIC X(08)  VALUE SPACES.
001050 01  WS-NEW-PASSWORD          PIC X(08)  VALUE SPACES.
001060 01  WS-NEW-PASSWORD-2        PIC X(08)  VALUE SPACES.
001070 01  WS-HIT-I                 PIC 9(03) COMP  VALUE ZERO.
001080 01  WS-USER-I                PIC 9(03) COMP  VALUE ZERO.

001090 01  WS-RUN-DATE              PIC 9(08)  VALUE ZERO.
001100 01  WS-RUN-DATE-GROUP REDEFINES WS-RUN-DATE.
001110     05  WS-RUN-YEAR          PIC 9(04).
001120     05  WS-RUN-MONTH         PIC 9(02).
001130     05  WS-RUN-DAY           PIC 9(02).
001140 01  WS-PW-DATE-GROUP.
001150     05  WS-PW-YEAR           PIC 9(04).
001160     05  WS-PW-MONTH          PIC 9(02).
001170     05  WS-PW-DAY            PIC 9(02).
001180 01  WS-PW-AGE                PIC S9(05) COMP-3  VALUE ZERO.
001190 01  WS-DAYS-LEFT             PIC S9(05) COMP-3  VALUE ZERO.
001200 01  WS-EXPIRY-DAYS           PIC 9(05)  VALUE 90.
001210 01  WS-GRACE-DAYS            PIC 9(05)  VALUE 7.

001220     COPY USERSEC.

001230     COPY SECLINK.

001240 LINKAGE SECTION.
001250     COPY SIGNLINK.

001260 PROCEDURE DIVISION USING SGN-REQUEST.

001270 0000-MAINLINE.
001280     MOVE SPACES TO SGN-Operator.
001290     MOVE ZERO   TO SGN-Auth-Level.
001300     MOVE "N"    TO SGN-Result.
001310     MOVE "NNNNN" TO SGN-Droits.
001320     MOVE SPACE  TO SGN-Droits-Source.
001330     MOVE "N"    TO WS-NO-RIGHTS-SW.
001340     MOVE ZERO   TO WS-SIGNON-TRIES.
001350     MOVE "N"    TO WS-DONE-SW.
001360     MOVE "N"    TO WS-DIRTY-SW.
001370     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001380     IF WS-USER-COUNT = ZERO
001390         DISPLAY "DAYSEC - USERSEC NOT AVAILABLE, SIGN-ON "
001400             "REFUSED"
001410         GOBACK
001420     END-IF.
001430     PERFORM 2000-TRY-ONE-SIGNON THRU 2000-EXIT
001440         UNTIL WS-SESSION-DONE OR WS-SIGNON-TRIES >= 3.
001450     IF NOT SGN-SIGNED-ON AND NOT WS-RIGHTS-REFUSED
001460         DISPLAY "DAYSEC - THREE FAILED SIGN-ONS, SESSION "
001470             "ENDED"
001480         MOVE "LOCKOUT" TO SEC-Event
001490         MOVE WS-TRY-ID TO SEC-Detail
001500         PERFORM 8000-LOG-EVENT THRU 8000-EXIT
001510     END-IF.
001520     IF WS-TABLE-IS-DIRTY
001530         PERFORM 9000-SAVE-USERSEC THRU 9000-EXIT
001540     END-IF.
001550     GOBACK.

001560 1000-INITIALIZE.
001570     CALL "dayproc" USING WS-RUN-DATE.
001580     MOVE ZERO TO WS-USER-COUNT.
001590     PERFORM 1100-LOAD-USERSEC THRU 1100-EXIT.
001600     PERFORM 1200-LOAD-SECCTL THRU 1200-EXIT.
001610 1000-EXIT.
001620     EXIT.

001630 1100-LOAD-USERSEC.
001640     OPEN INPUT USERSEC.
001650     IF NOT WS-USERSEC-OK
001660         GO TO 1100-EXIT
001670     END-IF.
001680     PERFORM 1110-LOAD-ONE-USER THRU 1110-EXIT
001690         UNTIL WS-USERSEC-STATUS = "10".
001700     CLOSE USERSEC.
001710 1100-EXIT.
001720     EXIT.

001730*****************************************************************
001740* AN OLD 17-BYTE RECORD (NO LIFECYCLE FIELDS YET) LOADS WITH
001750* TODAY AS ITS PASSWORD DATE, ACTIVE STATUS AND A CLEAN FAIL
001760* COUNT, AND IS WRITTEN BACK IN THE NEW SHAPE AT SAVE. A
001770* NUMERIC ZERO DATE IS KEPT AS IS - DAYSADM STAMPS ZERO ON A
001780* RESET PRECISELY SO THE PASSWORD ARRIVES LONG EXPIRED.
001790*****************************************************************
001800 1110-LOAD-ONE-USER.
001810     READ USERSEC
001820         AT END
001830             MOVE "10" TO WS-USERSEC-STATUS
001840             GO TO 1110-EXIT
001850     END-READ.
001860     IF WS-USER-COUNT < 50
001870         ADD 1 TO WS-USER-COUNT
001880         MOVE US-Operator-ID TO WS-USER-ID(WS-USER-COUNT)
001890         MOVE US-Password    TO WS-USER-PASSWORD(WS-USER-COUNT)
001900         MOVE US-Auth-Level  TO WS-USER-LEVEL(WS-USER-COUNT)
001910         IF US-Password-Date IS NUMERIC
001920             MOVE US-Password-Date
001930                 TO WS-USER-PW-DATE(WS-USER-COUNT)
001940         ELSE
001950             MOVE WS-RUN-DATE
001960                 TO WS-USER-PW-DATE(WS-USER-COUNT)
001970             MOVE "Y" TO WS-DIRTY-SW
001980         END-IF
001990         IF US-Statut = "A" OR US-Statut = "D"
002000             OR US-Statut = "L"
002010             MOVE US-Statut TO WS-USER-STATUT(WS-USER-COUNT)
002020         ELSE
002030             MOVE "A" TO WS-USER-STATUT(WS-USER-COUNT)
002040             MOVE "Y" TO WS-DIRTY-SW
002050         END-IF
002060         IF US-Fail-Count IS NUMERIC
002070             MOVE US-Fail-Count TO WS-USER-FAILS(WS-USER-COUNT)
002080         ELSE
002090             MOVE ZERO TO WS-USER-FAILS(WS-USER-COUNT)
002100         END-IF
002110         MOVE US-Employe-ID  TO WS-USER-EMP-ID(WS-USER-COUNT)
002120     END-IF.
002130 1110-EXIT.
002140     EXIT.

002150 1200-LOAD-SECCTL.
002160     OPEN INPUT SECCTL.
002170     IF NOT WS-SECCTL-OK
002180         GO TO 1200-EXIT
002190     END-IF.
002200     PERFORM 1210-LOAD-ONE-CARD THRU 1210-EXIT
002210         UNTIL WS-SECCTL-STATUS = "10".
002220     CLOSE SECCTL.
002230 1200-EXIT.
002240     EXIT.

002250 1210-LOAD-ONE-CARD.
002260     READ SECCTL
002270         AT END
002280             MOVE "10" TO WS-SECCTL-STATUS
002290             GO TO 1210-EXIT
002300     END-READ.
002310     IF CC-Jours IS NOT NUMERIC OR CC-Jours = ZERO
002320         GO TO 1210-EXIT
002330     END-IF.
002340     EVALUATE CC-Type
002350         WHEN "E"
002360             MOVE CC-Jours TO WS-EXPIRY-DAYS
002370         WHEN "G"
002380             MOVE CC-Jours TO WS-GRACE-DAYS
002390         WHEN OTHER
002400             CONTINUE
002410     END-EVALUATE.
002420 1210-EXIT.
002430     EXIT.

002440 2000-TRY-ONE-SIGNON.
002450     ADD 1 TO WS-SIGNON-TRIES.
002460     DISPLAY "ENTER YOUR OPERATOR ID : ".
002470     ACCEPT WS-TRY-ID.
002480     DISPLAY "ENTER YOUR PASSWORD    : ".
002490     ACCEPT WS-TRY-PASSWORD.

002500     PERFORM 2100-FIND-OPERATOR THRU 2100-EXIT.
002510     IF NOT WS-OPERATOR-FOUND
002520         DISPLAY "DAYSEC - SIGN-ON FAILED"
002530         PERFORM 2900-LOG-FAILED THRU 2900-EXIT
002540         GO TO 2000-EXIT
002550     END-IF.

002560     IF WS-USER-STATUT(WS-HIT-I) = "D"
002570         DISPLAY "DAYSEC - OPERATOR IS DISABLED"
002580         PERFORM 2900-LOG-FAILED THRU 2900-EXIT
002590         GO TO 2000-EXIT
002600     END-IF.
002610     IF WS-USER-STATUT(WS-HIT-I) = "L"
002620         DISPLAY "DAYSEC - OPERATOR IS LOCKED OUT, SEE THE "
002630             "ADMINISTRATOR"
002640         PERFORM 2900-LOG-FAILED THRU 2900-EXIT
002650         GO TO 2000-EXIT
002660     END-IF.

002670     IF WS-USER-PASSWORD(WS-HIT-I) NOT = WS-TRY-PASSWORD
002680         DISPLAY "DAYSEC - SIGN-ON FAILED"
002690         ADD 1 TO WS-USER-FAILS(WS-HIT-I)
002700         MOVE "Y" TO WS-DIRTY-SW
002710         IF WS-USER-FAILS(WS-HIT-I) >= 3
002720             MOVE "L" TO WS-USER-STATUT(WS-HIT-I)
002730             DISPLAY "DAYSEC - OPERATOR NOW LOCKED OUT"
002740             MOVE "LOCKOUT" TO SEC-Event
002750             MOVE WS-TRY-ID TO SEC-Detail
002760             PERFORM 8000-LOG-EVENT THRU 8000-EXIT
002770         END-IF
002780         PERFORM 2900-LOG-FAILED THRU 2900-EXIT
002790         GO TO 2000-EXIT
002800     END-IF.

002810     PERFORM 3000-ACCEPT-SIGNON THRU 3000-EXIT.
002820 2000-EXIT.
002830     EXIT.

002840 2100-FIND-OPERATOR.
002850     MOVE "N" TO WS-FOUND-SW.
002860     MOVE ZERO TO WS-HIT-I.
002870     PERFORM 2110-MATCH-ONE-OPERATOR THRU 2110-EXIT
002880         VARYING WS-USER-I FROM 1 BY 1
002890         UNTIL WS-USER-I > WS-USER-COUNT
002900            OR WS-OPERATOR-FOUND.
002910 2100-EXIT.
002920     EXIT.

002930 2110-MATCH-ONE-OPERATOR.
002940     IF WS-USER-ID(WS-USER-I) = WS-TRY-ID
002950         MOVE WS-USER-I TO WS-HIT-I
002960         MOVE "Y" TO WS-FOUND-SW
002970     END-IF.
002980 2110-EXIT.
002990     EXIT.

003000 2900-LOG-FAILED.
003010     MOVE "FAILED" TO SEC-Event.
003020     MOVE WS-TRY-ID TO SEC-Detail.
003030     PERFORM 8000-LOG-EVENT THRU 8000-EXIT.
003040 2900-EXIT.
003050     EXIT.

003060 3000-ACCEPT-SIGNON.
003070     IF WS-USER-FAILS(WS-HIT-I) NOT = ZERO
003080         MOVE ZERO TO WS-USER-FAILS(WS-HIT-I)
003090         MOVE "Y" TO WS-DIRTY-SW
003100     END-IF.
003110     PERFORM 3100-CHECK-EXPIRY THRU 3100-EXIT.
003120     IF NOT WS-SESSION-DONE
003130         GO TO 3000-EXIT
003140     END-IF.
003150     PERFORM 3200-SET-RIGHTS THRU 3200-EXIT.
003160     IF SGN-Droits = "NNNNN"
003170         DISPLAY "DAYSEC - NO ACCESS RIGHTS ON " SGN-Program
003180             ", SIGN-ON REFUSED"
003190         MOVE "Y" TO WS-NO-RIGHTS-SW
003200         MOVE "DENIED" TO SEC-Event
003210         MOVE SGN-Program TO SEC-Detail
003220         PERFORM 8000-LOG-EVENT THRU 8000-EXIT
003230         GO TO 3000-EXIT
003240     END-IF.
003250     MOVE WS-TRY-ID TO SGN-Operator.
003260     MOVE WS-USER-LEVEL(WS-HIT-I) TO SGN-Auth-Level.
003270     MOVE "Y" TO SGN-Result.
003280     DISPLAY "DAYSEC - SIGNED ON, AUTHORITY LEVEL "
003290         SGN-Auth-Level ", RIGHTS (I A C D P) " SGN-Droits.
003300     MOVE "SIGNON" TO SEC-Event.
003310     MOVE SPACES TO SEC-Detail.
003320     PERFORM 8000-LOG-EVENT THRU 8000-EXIT.
003330     PERFORM 3500-OFFER-CHANGE THRU 3500-EXIT.
003340 3000-EXIT.
003350     EXIT.

003360*****************************************************************
003370* AN EXPIRED PASSWORD FORCES A CHANGE ON THE SPOT; ONE INSIDE
003380* THE GRACE WINDOW ONLY WARNS. A REFUSED FORCED CHANGE ENDS THE
003390* ATTEMPT WITHOUT A SIGN-ON.
003400*****************************************************************
003410 3100-CHECK-EXPIRY.
003420     MOVE "Y" TO WS-DONE-SW.
003430     MOVE WS-USER-PW-DATE(WS-HIT-I)(1:4) TO WS-PW-YEAR.
003440     MOVE WS-USER-PW-DATE(WS-HIT-I)(5:2) TO WS-PW-MONTH.
003450     MOVE WS-USER-PW-DATE(WS-HIT-I)(7:2) TO WS-PW-DAY.
003460     COMPUTE WS-PW-AGE =
003470         ((WS-RUN-YEAR - WS-PW-YEAR) * 360)
003480         + ((WS-RUN-MONTH - WS-PW-MONTH) * 30)
003490         + (WS-RUN-DAY - WS-PW-DAY).
003500     IF WS-PW-AGE > WS-EXPIRY-DAYS
003510         DISPLAY "DAYSEC - YOUR PASSWORD HAS EXPIRED, IT MUST "
003520             "BE CHANGED NOW"
003530         PERFORM 3600-CHANGE-PASSWORD THRU 3600-EXIT
003540         IF WS-NEW-PASSWORD = SPACES
003550             DISPLAY "DAYSEC - PASSWORD NOT CHANGED, SIGN-ON "
003560                 "REFUSED"
003570             MOVE "N" TO WS-DONE-SW
003580         END-IF
003590         GO TO 3100-EXIT
003600     END-IF.
003610     COMPUTE WS-DAYS-LEFT = WS-EXPIRY-DAYS - WS-PW-AGE.
003620     IF WS-DAYS-LEFT NOT > WS-GRACE-DAYS
003630         DISPLAY "DAYSEC - YOUR PASSWORD EXPIRES IN "
003640             WS-DAYS-LEFT " DAYS"
003650     END-IF.
003660 3100-EXIT.
003670     EXIT.

003680*****************************************************************
003690* THE ACCRIGHT FILE IS READ STRAIGHT THROUGH FOR THIS OPERATOR.
003700* ANY ENTRY AT ALL PUTS THE OPERATOR UNDER THE MATRIX, WHERE
003710* ONLY THE ENTRY FOR THE CALLING PROGRAM COUNTS; AN OPERATOR
003720* WITH NO ENTRY (OR NO ACCRIGHT FILE) KEEPS THE FUNCTIONS OF
003730* ITS AUTHORITY LEVEL, SO THE MATRIX CAN BE ROLLED OUT ONE
003740* OPERATOR AT A TIME.
003750*****************************************************************
003760 3200-SET-RIGHTS.
003770     MOVE "NNNNN" TO SGN-Droits.
003780     MOVE "N" TO WS-IN-MATRIX-SW.
003790     OPEN INPUT ACCRIGHT.
003800     IF WS-ACCRIGHT-OK
003810         PERFORM 3210-READ-ONE-RIGHT THRU 3210-EXIT
003820             UNTIL WS-ACCRIGHT-STATUS = "10"
003830         CLOSE ACCRIGHT
003840     END-IF.
003850     IF WS-OPERATOR-IN-MATRIX
003860         MOVE "M" TO SGN-Droits-Source
003870         GO TO 3200-EXIT
003880     END-IF.
003890     MOVE "L" TO SGN-Droits-Source.
003900     EVALUATE WS-USER-LEVEL(WS-HIT-I)
003910         WHEN 1
003920             MOVE "YNNNN" TO SGN-Droits
003930         WHEN 2
003940             MOVE "YYYNN" TO SGN-Droits
003950         WHEN 3
003960             MOVE "YYYYY" TO SGN-Droits
003970         WHEN OTHER
003980             MOVE "NNNNN" TO SGN-Droits
003990     END-EVALUATE.
004000 3200-EXIT.
004010     EXIT.

004020 3210-READ-ONE-RIGHT.
004030     READ ACCRIGHT
004040         AT END
004050             MOVE "10" TO WS-ACCRIGHT-STATUS
004060             GO TO 3210-EXIT
004070     END-READ.
004080     IF AR-Operator-ID NOT = WS-TRY-ID
004090         GO TO 3210-EXIT
004100     END-IF.
004110     MOVE "Y" TO WS-IN-MATRIX-SW.
004120     IF AR-Program = SGN-Program
004130         MOVE AR-Droits TO SGN-Droits
004140     END-IF.
004150 3210-EXIT.
004160     EXIT.

004170 3500-OFFER-CHANGE.
004180     DISPLAY "NEW PASSWORD, OR N TO KEEP YOURS : ".
004190     ACCEPT WS-NEW-PASSWORD.
004200     IF WS-NEW-PASSWORD = "N" OR WS-NEW-PASSWORD = "n"
004210         OR WS-NEW-PASSWORD = SPACES
004220         GO TO 3500-EXIT
004230     END-IF.
004240     MOVE WS-NEW-PASSWORD TO WS-NEW-PASSWORD-2.
004250     PERFORM 3700-APPLY-PASSWORD THRU 3700-EXIT.
004260 3500-EXIT.
004270     EXIT.

004280 3600-CHANGE-PASSWORD.
004290     MOVE SPACES TO WS-NEW-PASSWORD.
004300     DISPLAY "ENTER YOUR NEW PASSWORD (8 CHARS) : ".
004310     ACCEPT WS-NEW-PASSWORD.
004320     IF WS-NEW-PASSWORD = SPACES
004330         GO TO 3600-EXIT
004340     END-IF.
004350     DISPLAY "ENTER IT AGAIN TO CONFIRM         : ".
004360     ACCEPT WS-NEW-PASSWORD-2.
004370     IF WS-NEW-PASSWORD-2 NOT = WS-NEW-PASSWORD
004380         DISPLAY "DAYSEC - PASSWORDS DO NOT MATCH"
004390         MOVE SPACES TO WS-NEW-PASSWORD
004400         GO TO 3600-EXIT
004410     END-IF.
004420     PERFORM 3700-APPLY-PASSWORD THRU 3700-EXIT.
004430 3600-EXIT.
004440     EXIT.

004450 3700-APPLY-PASSWORD.
004460     MOVE WS-NEW-PASSWORD TO WS-USER-PASSWORD(WS-HIT-I).
004470     MOVE WS-RUN-DATE     TO WS-USER-PW-DATE(WS-HIT-I).
004480     MOVE "Y" TO WS-DIRTY-SW.
004490     DISPLAY "DAYSEC - PASSWORD CHANGED".
004500     MOVE "PWCHANGE" TO SEC-Event.
004510     MOVE SPACES TO SEC-Detail.
004520     PERFORM 8000-LOG-EVENT THRU 8000-EXIT.
004530 3700-EXIT.
004540     EXIT.

004550 8000-LOG-EVENT.
004560     MOVE SGN-Program TO SEC-Program.
004570     MOVE WS-TRY-ID   TO SEC-Operator.
004580     CALL "dayslog" USING SEC-REQUEST.
004590 8000-EXIT.
004600     EXIT.

004610 9000-SAVE-USERSEC.
004620     OPEN OUTPUT USERSEC.
004630     IF NOT WS-USERSEC-OK
004640         DISPLAY "DAYSEC - UNABLE TO REWRITE USERSEC, STATUS "
004650             WS-USERSEC-STATUS " - LIFECYCLE CHANGES LOST"
004660         GO TO 9000-EXIT
004670     END-IF.
004680     PERFORM 9010-SAVE-ONE-USER THRU 9010-EXIT
004690         VARYING WS-USER-I FROM 1 BY 1
004700         UNTIL WS-USER-I > WS-USER-COUNT.
004710     CLOSE USERSEC.
004720 9000-EXIT.
004730     EXIT.

004740 9010-SAVE-ONE-USER.
004750     MOVE WS-USER-ID(WS-USER-I)       TO US-Operator-ID.
004760     MOVE WS-USER-PASSWORD(WS-USER-I) TO US-Password.
004770     MOVE WS-USER-LEVEL(WS-USER-I)    TO US-Auth-Level.
004780     MOVE WS-USER-PW-DATE(WS-USER-I)  TO US-Password-Date.
004790     MOVE WS-USER-STATUT(WS-USER-I)   TO US-Statut.
004800     MOVE WS-USER-FAILS(WS-USER-I)    TO US-Fail-Count.
004810     MOVE WS-USER-EMP-ID(WS-USER-I)   TO US-Employe-ID.
004820     WRITE USERSEC-REC.
004830 9010-EXIT.
004840     EXIT.
