000140* A WEEK AHEAD. THE FILE IS LOADED INTO A TABLE AT SIGN-ON AND
000150* WRITTEN BACK IN FULL AT QUIT, SO A CANCELLED ENTRY REALLY
000160* LEAVES THE FILE. THE NIGHTLY DAY7APP STEP APPLIES WHATEVER HAS
000170* COME DUE. SIGN-ON IS THE SHARED DAYSEC SUBPROGRAM, AND EACH
000180* ACTION IS CHECKED AGAINST THE OPERATOR'S ACCRIGHT RIGHTS.
000190*****************************************************************
000200* MODIFICATION HISTORY
000210*  08/22/2026  JPH  ORIGINAL VERSION, MENU SHAPE AS IN DAY7MNT.
000220*  10/15/2026  JPH  NOW SIGNS ON THROUGH DAYSEC LIKE THE OTHER
000230*                   MAINTENANCE PROGRAMS: ADD NEEDS THE ADD
000240*                   RIGHT, CANCEL THE DELETE RIGHT AND LIST THE
000250*                   INQUIRE RIGHT, AND ADDS AND CANCELS ARE
000260*                   LOGGED TO SECLOG.
000270*  10/15/2026  JPH  WS-AUTH-LEVEL, WHICH NOTHING READ, IS DROPPED.
000280*****************************************************************
000290 IDENTIFICATION DIVISION.
000300 PROGRAM-ID. day7pnd.
000310 AUTHOR. jphNovitz.
000320 DATE-WRITTEN. 2026/08/22.
000330 DATE-COMPILED.

000340 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT PENDPRC ASSIGN TO "PENDPRC"
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS WS-PENDPRC-STATUS.

000400 DATA DIVISION.
000410 FILE SECTION.
000420 FD  PENDPRC
000430     RECORDING MODE IS F.
000440     COPY PENDPRC.

000450 WORKING-STORAGE SECTION.
000460 01  WS-PENDPRC-STATUS        PIC X(02).
000470     88  WS-PENDPRC-OK             VALUE "00".

000480 01  WS-SIGNON-FIELDS.
000490     05  WS-SIGNON-OK-SW      PIC X(01)  VALUE "N".
000500         88  WS-SIGNED-ON            VALUE "Y".

000510     COPY SIGNLINK.

000520     COPY SECLINK.

000530 01  WS-OPERATOR-ID           PIC X(08).

000540 01  WS-SWITCHES.
000550     05  WS-DONE-SW           PIC X(01)  VALUE "N".
000560         88  WS-ALL-DONE             VALUE "Y".
000570     05  WS-FOUND-SW          PIC X(01)  VALUE "N".
000580         88  WS-ENTRY-FOUND          VALUE "Y".

000590 01  WS-MENU-CHOICE           PIC X(01).
000600     88  WS-CHOICE-ADD             VALUE "A" "a".
000610     88  WS-CHOICE-CANCEL          VALUE "X" "x".
000620     88  WS-CHOICE-LIST            VALUE "L" "l".
000630     88  WS-CHOICE-QUIT            VALUE "Q" "q".

000640 01  WS-COUNTERS.
000650     05  WS-ADD-COUNT         PIC 9(05) COMP  VALUE ZERO.
000660     05  WS-CANCEL-COUNT      PIC 9(05) COMP  VALUE ZERO.

000670 01  WS-WORK-CODE             PIC X(03).
000680 01  WS-WORK-DATE             PIC 9(08).
000690 01  WS-PEND-I                PIC 9(03) COMP  VALUE ZERO.
000700 01  WS-PEND-PRIX-ED          PIC -ZZZ,ZZ9.99.

000710 01  WS-PENDING-TABLE.
000720     05  WS-PEND-COUNT        PIC 9(03) COMP  VALUE ZERO.
000730     05  WS-PEND-ENTRY OCCURS 200 TIMES.
000740         10  WS-PEND-CODE     PIC X(03).
000750         10  WS-PEND-PRIX     PIC S9(06)V99 COMP-3.
000760         10  WS-PEND-DATE     PIC 9(08).
000770         10  WS-PEND-DEAD-SW  PIC X(01).
000780             88  WS-PEND-IS-DEAD    VALUE "Y".

000790 PROCEDURE DIVISION.

000800 0000-MAINLINE.
000810     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000820     PERFORM 2000-PROCESS-MENU THRU 2000-EXIT
000830         UNTIL WS-ALL-DONE.
000840     PERFORM 9000-TERMINATE THRU 9000-EXIT.
000850     STOP RUN.

000860 1000-INITIALIZE.
000870     PERFORM 1100-SIGN-ON THRU 1100-EXIT.
000880     IF NOT WS-SIGNED-ON
000890         SET WS-ALL-DONE TO TRUE
000900         GO TO 1000-EXIT
000910     END-IF.
000920     OPEN INPUT PENDPRC.
000930     IF NOT WS-PENDPRC-OK
000940         DISPLAY "DAY7PND - PENDPRC NOT FOUND, STATUS "
000950             WS-PENDPRC-STATUS " - STARTING EMPTY"
000960         GO TO 1000-EXIT
000970     END-IF.
000980     PERFORM 1010-LOAD-ONE-PENDING THRU 1010-EXIT
000990         UNTIL WS-PENDPRC-STATUS = "10".
001000     CLOSE PENDPRC.
001010 1000-EXIT.
001020     EXIT.

001030 1010-LOAD-ONE-PENDING.
001040     READ PENDPRC
001050         AT END
001060             MOVE "10" TO WS-PENDPRC-STATUS
001070             GO TO 1010-EXIT
001080     END-READ.
001090     IF WS-PEND-COUNT < 200
001100         ADD 1 TO WS-PEND-COUNT
001110         MOVE PEND-Code-produit TO WS-PEND-CODE(WS-PEND-COUNT)
001120         MOVE PEND-New-Prix     TO WS-PEND-PRIX(WS-PEND-COUNT)
001130         MOVE PEND-Date-Effet   TO WS-PEND-DATE(WS-PEND-COUNT)
001140         MOVE "N" TO WS-PEND-DEAD-SW(WS-PEND-COUNT)
001150     ELSE
001160         DISPLAY "DAY7PND - PENDING TABLE FULL (200), "
001170             PEND-Code-produit " NOT LOADED"
001180     END-IF.
001190 1010-EXIT.
001200     EXIT.

001210 1100-SIGN-ON.
001220     MOVE "DAY7PND" TO SGN-Program.
001230     CALL "daysec" USING SGN-REQUEST.
001240     IF SGN-SIGNED-ON
001250         MOVE SGN-Operator   TO WS-OPERATOR-ID
001260         MOVE "Y" TO WS-SIGNON-OK-SW
001270     END-IF.
001280 1100-EXIT.
001290     EXIT.

001300 1190-LOG-SECURITY.
001310     MOVE "DAY7PND" TO SEC-Program.
001320     MOVE WS-OPERATOR-ID TO SEC-Operator.
001330     CALL "dayslog" USING SEC-REQUEST.
001340 1190-EXIT.
001350     EXIT.

001360 2000-PROCESS-MENU.
001370     DISPLAY " ".
001380     DISPLAY "-------- PENDING PRICE CHANGES --------".
001390     DISPLAY "  A - ADD A PENDING CHANGE".
001400     DISPLAY "  X - CANCEL A PENDING CHANGE".
001410     DISPLAY "  L - LIST PENDING CHANGES".
001420     DISPLAY "  Q - QUIT AND SAVE".
001430     DISPLAY "ENTER YOUR CHOICE : ".
001440     ACCEPT WS-MENU-CHOICE.

001450     EVALUATE TRUE
001460         WHEN WS-CHOICE-ADD
001470             IF NOT SGN-MAY-ADD
001480                 DISPLAY "DAY7PND - NOT AUTHORIZED TO ADD"
001490             ELSE
001500                 PERFORM 3000-ADD-PENDING THRU 3000-EXIT
001510             END-IF
001520         WHEN WS-CHOICE-CANCEL
001530             IF NOT SGN-MAY-DELETE
001540                 DISPLAY "DAY7PND - NOT AUTHORIZED TO CANCEL"
001550             ELSE
001560                 PERFORM 4000-CANCEL-PENDING THRU 4000-EXIT
001570             END-IF
001580         WHEN WS-CHOICE-LIST
001590             IF NOT SGN-MAY-INQUIRE
001600                 DISPLAY "DAY7PND - NOT AUTHORIZED TO INQUIRE"
001610             ELSE
001620                 PERFORM 5000-LIST-PENDING THRU 5000-EXIT
001630             END-IF
001640         WHEN WS-CHOICE-QUIT
001650             SET WS-ALL-DONE TO TRUE
001660         WHEN OTHER
001670             DISPLAY "DAY7PND - INVALID CHOICE, TRY AGAIN"
001680     END-EVALUATE.
001690 2000-EXIT.
001700     EXIT.

001710 3000-ADD-PENDING.
001720     IF WS-PEND-COUNT NOT < 200
001730         DISPLAY "DAY7PND - PENDING TABLE FULL (200)"
001740         GO TO 3000-EXIT
001750     END-IF.
001760     ADD 1 TO WS-PEND-COUNT.
001770     DISPLAY "ENTER CODE-PRODUIT (3 CHARS)     : ".
001780     ACCEPT WS-PEND-CODE(WS-PEND-COUNT).
001790     DISPLAY "ENTER NEW PRIX (E.G. 123.45)     : ".
001800     ACCEPT WS-PEND-PRIX(WS-PEND-COUNT).
001810     DISPLAY "ENTER EFFECTIVE DATE (YYYYMMDD)  : ".
001820     ACCEPT WS-PEND-DATE(WS-PEND-COUNT).
001830     MOVE "N" TO WS-PEND-DEAD-SW(WS-PEND-COUNT).
001840     ADD 1 TO WS-ADD-COUNT.
001850     DISPLAY "DAY7PND - PENDING CHANGE ADDED".
001860     MOVE "ADD" TO SEC-Event.
001870     MOVE SPACES TO SEC-Detail.
001880     STRING WS-PEND-CODE(WS-PEND-COUNT) " "
001890         WS-PEND-DATE(WS-PEND-COUNT)
001900         DELIMITED BY SIZE INTO SEC-Detail.
001910     PERFORM 1190-LOG-SECURITY THRU 1190-EXIT.
001920 3000-EXIT.
001930     EXIT.

001940 4000-CANCEL-PENDING.
001950     DISPLAY "ENTER CODE-PRODUIT TO CANCEL     : ".
001960     ACCEPT WS-WORK-CODE.
001970     DISPLAY "ENTER ITS EFFECTIVE DATE         : ".
001980     ACCEPT WS-WORK-DATE.
001990     MOVE "N" TO WS-FOUND-SW.
002000     PERFORM 4010-CANCEL-ONE THRU 4010-EXIT
002010         VARYING WS-PEND-I FROM 1 BY 1
002020         UNTIL WS-PEND-I > WS-PEND-COUNT.
002030     IF NOT WS-ENTRY-FOUND
002040         DISPLAY "DAY7PND - NO PENDING CHANGE FOR "
002050             WS-WORK-CODE " ON " WS-WORK-DATE
002060     END-IF.
002070 4000-EXIT.
002080     EXIT.

002090 4010-CANCEL-ONE.
002100     IF WS-PEND-CODE(WS-PEND-I) = WS-WORK-CODE
002110         AND WS-PEND-DATE(WS-PEND-I) = WS-WORK-DATE
002120         AND NOT WS-PEND-IS-DEAD(WS-PEND-I)
002130         MOVE "Y" TO WS-PEND-DEAD-SW(WS-PEND-I)
002140         MOVE "Y" TO WS-FOUND-SW
002150         ADD 1 TO WS-CANCEL-COUNT
002160         DISPLAY "DAY7PND - PENDING CHANGE CANCELLED"
002170         MOVE "CANCEL" TO SEC-Event
002180         MOVE SPACES TO SEC-Detail
002190         STRING WS-WORK-CODE " " WS-WORK-DATE
002200             DELIMITED BY SIZE INTO SEC-Detail
002210         PERFORM 1190-LOG-SECURITY THRU 1190-EXIT
002220     END-IF.
002230 4010-EXIT.
002240     EXIT.

002250 5000-LIST-PENDING.
002260     DISPLAY "CODE  NOUVEAU PRIX   EFFET".
002270     PERFORM 5010-LIST-ONE THRU 5010-EXIT
002280         VARYING WS-PEND-I FROM 1 BY 1
002290         UNTIL WS-PEND-I > WS-PEND-COUNT.
002300 5000-EXIT.
002310     EXIT.

002320 5010-LIST-ONE.
002330     IF WS-PEND-IS-DEAD(WS-PEND-I)
002340         GO TO 5010-EXIT
002350     END-IF.
002360     MOVE WS-PEND-PRIX(WS-PEND-I) TO WS-PEND-PRIX-ED.
002370     DISPLAY WS-PEND-CODE(WS-PEND-I) "   "
002380         WS-PEND-PRIX-ED "    " WS-PEND-DATE(WS-PEND-I).
002390 5010-EXIT.
002400     EXIT.

002410 9000-TERMINATE.
002420     IF NOT WS-SIGNED-ON
002430         GO TO 9000-EXIT
002440     END-IF.
002450     OPEN OUTPUT PENDPRC.
002460     IF NOT WS-PENDPRC-OK
002470         DISPLAY "DAY7PND - UNABLE TO REWRITE PENDPRC, STATUS "
002480             WS-PENDPRC-STATUS " - CHANGES LOST"
002490         GO TO 9000-SHOW-COUNTS
002500     END-IF.
002510     PERFORM 9010-SAVE-ONE THRU 9010-EXIT
002520         VARYING WS-PEND-I FROM 1 BY 1
002530         UNTIL WS-PEND-I > WS-PEND-COUNT.
002540     CLOSE PENDPRC.

002550 9000-SHOW-COUNTS.
002560     DISPLAY "DAY7PND - CHANGES ADDED     : " WS-ADD-COUNT.
002570     DISPLAY "DAY7PND - CHANGES CANCELLED : " WS-CANCEL-COUNT.
002580 9000-EXIT.
002590     EXIT.

002600 9010-SAVE-ONE.
002610     IF WS-PEND-IS-DEAD(WS-PEND-I)
002620         GO TO 9010-EXIT
002630     END-IF.
002640     MOVE WS-PEND-CODE(WS-PEND-I) TO PEND-Code-produit.
002650     MOVE WS-PEND-PRIX(WS-PEND-I) TO PEND-New-Prix.
002660     MOVE WS-PEND-DATE(WS-PEND-I) TO PEND-Date-Effet.
002670     WRITE PENDPRC-REC.
002680 9010-EXIT.
002690     EXIT.
