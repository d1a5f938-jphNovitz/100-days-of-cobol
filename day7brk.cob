000100*****************************************************************
000110* EXERCISE 7 PRICE BREAKS: QUANTITY TIER AND PROMOTION UPKEEP
000120* LETS MARKETING ENTER, CANCEL AND LIST THE PRICE BREAKS ON THE
000130* PRCBREAK FILE (SEE PRCBRK.CPY): QUANTITY TIERS ("10 PERCENT
000140* OFF FROM 50 UNITS") AND TIME-LIMITED PROMOTIONS OPEN TO EVERY
000150* CUSTOMER, EACH A FIXED PRICE OR A PERCENTAGE OFF THE LIST
000160* PRICE. THE SAME LOAD-AT-START, SAVE-AT-QUIT SHAPE AS DAY7PND,
000170* SO A CANCELLED ENTRY REALLY LEAVES THE FILE. DAY9ORD APPLIES
000180* THE BEST BREAK FOR THE LINE QUANTITY AT ORDER CAPTURE.
000190* SIGN-ON IS THE SHARED DAYSEC SUBPROGRAM, AND EACH ACTION IS
000200* CHECKED AGAINST THE OPERATOR'S ACCRIGHT RIGHTS.
000210*****************************************************************
000220* MODIFICATION HISTORY
000230*  10/15/2026  JPH  ORIGINAL VERSION, MENU SHAPE AS IN DAY7PND.
000240*  10/15/2026  JPH  NOW SIGNS ON THROUGH DAYSEC AS DAY7PND DOES:
000250*                   ADD NEEDS THE ADD RIGHT, CANCEL THE DELETE
000260*                   RIGHT AND LIST THE INQUIRE RIGHT, AND ADDS AND
000270*                   CANCELS ARE LOGGED TO SECLOG.
000280*  10/15/2026  JPH  WS-AUTH-LEVEL, WHICH NOTHING READ, IS DROPPED.
000290*****************************************************************
000300 IDENTIFICATION DIVISION.
000310 PROGRAM-ID. day7brk.
000320 AUTHOR. jphNovitz.
000330 DATE-WRITTEN. 2026/10/15.
000340 DATE-COMPILED.

000350 ENVIRONMENT DIVISION.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT PRCBREAK ASSIGN TO "PRCBREAK"
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS WS-PRCBREAK-STATUS.

000410 DATA DIVISION.
000420 FILE SECTION.
000430 FD  PRCBREAK
000440     RECORDING MODE IS F.
000450     COPY PRCBRK.

000460 WORKING-STORAGE SECTION.
000470 01  WS-PRCBREAK-STATUS       PIC X(02).
000480     88  WS-PRCBREAK-OK            VALUE "00".

000490 01  WS-SIGNON-FIELDS.
000500     05  WS-SIGNON-OK-SW      PIC X(01)  VALUE "N".
000510         88  WS-SIGNED-ON            VALUE "Y".

000520     COPY SIGNLINK.

000530     COPY SECLINK.

000540 01  WS-SWITCHES.
000550     05  WS-DONE-SW           PIC X(01)  VALUE "N".
000560         88  WS-ALL-DONE             VALUE "Y".
000570     05  WS-FOUND-SW          PIC X(01)  VALUE "N".
000580         88  WS-ENTRY-FOUND          VALUE "Y".
000590     05  WS-BRK-OVFL-SW       PIC X(01)  VALUE "N".
000600         88  WS-BRK-OVERFLOWED       VALUE "Y".

000610 01  WS-MENU-CHOICE           PIC X(01).
000620     88  WS-CHOICE-ADD             VALUE "A" "a".
000630     88  WS-CHOICE-CANCEL          VALUE "X" "x".
000640     88  WS-CHOICE-LIST            VALUE "L" "l".
000650     88  WS-CHOICE-QUIT            VALUE "Q" "q".

000660 01  WS-COUNTERS.
000670     05  WS-ADD-COUNT         PIC 9(05) COMP  VALUE ZERO.
000680     05  WS-CANCEL-COUNT      PIC 9(05) COMP  VALUE ZERO.

000690 01  WS-OPERATOR-ID           PIC X(08).
000700 01  WS-WORK-CODE             PIC X(03).
000710 01  WS-WORK-QTE              PIC 9(05).
000720 01  WS-WORK-DATE             PIC 9(08).
000730 01  WS-BRK-I                 PIC 9(03) COMP  VALUE ZERO.
000740 01  WS-VALEUR-ED             PIC -ZZZ,ZZ9.99.

000750 01  WS-BREAK-TABLE.
000760     05  WS-BRK-COUNT         PIC 9(03) COMP  VALUE ZERO.
000770     05  WS-BRK-ENTRY OCCURS 300 TIMES.
000780         10  WS-BRK-CODE      PIC X(03).
000790         10  WS-BRK-QTE-MIN   PIC 9(05).
000800         10  WS-BRK-TYPE      PIC X(01).
000810         10  WS-BRK-VALEUR    PIC S9(06)V99 COMP-3.
000820         10  WS-BRK-DEBUT     PIC 9(08).
000830         10  WS-BRK-FIN       PIC 9(08).
000840         10  WS-BRK-DEAD-SW   PIC X(01).
000850             88  WS-BRK-IS-DEAD     VALUE "Y".

000860 PROCEDURE DIVISION.

000870 0000-MAINLINE.
000880     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000890     PERFORM 2000-PROCESS-MENU THRU 2000-EXIT
000900         UNTIL WS-ALL-DONE.
000910     PERFORM 9000-TERMINATE THRU 9000-EXIT.
000920     STOP RUN.

000930 1000-INITIALIZE.
000940     PERFORM 1100-SIGN-ON THRU 1100-EXIT.
000950     IF NOT WS-SIGNED-ON
000960         SET WS-ALL-DONE TO TRUE
000970         GO TO 1000-EXIT
000980     END-IF.
000990     OPEN INPUT PRCBREAK.
001000     IF NOT WS-PRCBREAK-OK
001010         DISPLAY "DAY7BRK - PRCBREAK NOT FOUND, STATUS "
001020             WS-PRCBREAK-STATUS " - STARTING EMPTY"
001030         GO TO 1000-EXIT
001040     END-IF.
001050     PERFORM 1010-LOAD-ONE-BREAK THRU 1010-EXIT
001060         UNTIL WS-PRCBREAK-STATUS = "10".
001070     CLOSE PRCBREAK.
001080     IF WS-BRK-OVERFLOWED
001090         DISPLAY "DAY7BRK - PRCBREAK EXCEEDS 300 BREAKS, "
001100             "SESSION REFUSED - NOTHING WILL BE SAVED"
001110         SET WS-ALL-DONE TO TRUE
001120     END-IF.
001130 1000-EXIT.
001140     EXIT.

001150 1010-LOAD-ONE-BREAK.
001160     READ PRCBREAK
001170         AT END
001180             MOVE "10" TO WS-PRCBREAK-STATUS
001190             GO TO 1010-EXIT
001200     END-READ.
001210     IF WS-BRK-COUNT < 300
001220         ADD 1 TO WS-BRK-COUNT
001230         MOVE BRK-Code-produit TO WS-BRK-CODE(WS-BRK-COUNT)
001240         MOVE BRK-Qte-Min      TO WS-BRK-QTE-MIN(WS-BRK-COUNT)
001250         MOVE BRK-Type         TO WS-BRK-TYPE(WS-BRK-COUNT)
001260         MOVE BRK-Valeur       TO WS-BRK-VALEUR(WS-BRK-COUNT)
001270         MOVE BRK-Date-Debut   TO WS-BRK-DEBUT(WS-BRK-COUNT)
001280         MOVE BRK-Date-Fin     TO WS-BRK-FIN(WS-BRK-COUNT)
001290         MOVE "N" TO WS-BRK-DEAD-SW(WS-BRK-COUNT)
001300     ELSE
001310         MOVE "Y" TO WS-BRK-OVFL-SW
001320         MOVE "10" TO WS-PRCBREAK-STATUS
001330     END-IF.
001340 1010-EXIT.
001350     EXIT.

001360 1100-SIGN-ON.
001370     MOVE "DAY7BRK" TO SGN-Program.
001380     CALL "daysec" USING SGN-REQUEST.
001390     IF SGN-SIGNED-ON
001400         MOVE SGN-Operator   TO WS-OPERATOR-ID
001410         MOVE "Y" TO WS-SIGNON-OK-SW
001420     END-IF.
001430 1100-EXIT.
001440     EXIT.

001450 1190-LOG-SECURITY.
001460     MOVE "DAY7BRK" TO SEC-Program.
001470     MOVE WS-OPERATOR-ID TO SEC-Operator.
001480     CALL "dayslog" USING SEC-REQUEST.
001490 1190-EXIT.
001500     EXIT.

001510 2000-PROCESS-MENU.
001520     DISPLAY " ".
001530     DISPLAY "-------- PRICE BREAKS AND PROMOTIONS --------".
001540     DISPLAY "  A - ADD A QUANTITY BREAK OR PROMOTION".
001550     DISPLAY "  X - CANCEL A BREAK".
001560     DISPLAY "  L - LIST BREAKS".
001570     DISPLAY "  Q - QUIT AND SAVE".
001580     DISPLAY "ENTER YOUR CHOICE : ".
001590     ACCEPT WS-MENU-CHOICE.

001600     EVALUATE TRUE
001610         WHEN WS-CHOICE-ADD
001620             IF NOT SGN-MAY-ADD
001630                 DISPLAY "DAY7BRK - NOT AUTHORIZED TO ADD"
001640             ELSE
001650                 PERFORM 3000-ADD-BREAK THRU 3000-EXIT
001660             END-IF
001670         WHEN WS-CHOICE-CANCEL
001680             IF NOT SGN-MAY-DELETE
001690                 DISPLAY "DAY7BRK - NOT AUTHORIZED TO CANCEL"
001700             ELSE
001710                 PERFORM 4000-CANCEL-BREAK THRU 4000-EXIT
001720             END-IF
001730         WHEN WS-CHOICE-LIST
001740             IF NOT SGN-MAY-INQUIRE
001750                 DISPLAY "DAY7BRK - NOT AUTHORIZED TO INQUIRE"
001760             ELSE
001770                 PERFORM 5000-LIST-BREAKS THRU 5000-EXIT
001780             END-IF
001790         WHEN WS-CHOICE-QUIT
001800             SET WS-ALL-DONE TO TRUE
001810         WHEN OTHER
001820             DISPLAY "DAY7BRK - INVALID CHOICE, TRY AGAIN"
001830     END-EVALUATE.
001840 2000-EXIT.
001850     EXIT.

001860*****************************************************************
001870* A ZERO END DATE IS A STANDING TIER AND IS KEPT AS 99999999.
001880*****************************************************************
001890 3000-ADD-BREAK.
001900     IF WS-BRK-COUNT NOT < 300
001910         DISPLAY "DAY7BRK - BREAK TABLE FULL (300)"
001920         GO TO 3000-EXIT
001930     END-IF.
001940     ADD 1 TO WS-BRK-COUNT.
001950     DISPLAY "ENTER CODE-PRODUIT (3 CHARS)          : ".
001960     ACCEPT WS-BRK-CODE(WS-BRK-COUNT).
001970     DISPLAY "ENTER MINIMUM QUANTITY (1 = ANY)      : ".
001980     ACCEPT WS-BRK-QTE-MIN(WS-BRK-COUNT).
001990     IF WS-BRK-QTE-MIN(WS-BRK-COUNT) = ZERO
002000         MOVE 1 TO WS-BRK-QTE-MIN(WS-BRK-COUNT)
002010     END-IF.
002020     DISPLAY "ENTER TYPE (F FIXED, P PERCENT)       : ".
002030     ACCEPT WS-BRK-TYPE(WS-BRK-COUNT).
002040     IF WS-BRK-TYPE(WS-BRK-COUNT) NOT = "F"
002050         AND WS-BRK-TYPE(WS-BRK-COUNT) NOT = "P"
002060         DISPLAY "DAY7BRK - TYPE MUST BE F OR P, NOT ADDED"
002070         SUBTRACT 1 FROM WS-BRK-COUNT
002080         GO TO 3000-EXIT
002090     END-IF.
002100     DISPLAY "ENTER VALUE (PRICE OR PCT OFF)        : ".
002110     ACCEPT WS-BRK-VALEUR(WS-BRK-COUNT).
002120     IF WS-BRK-VALEUR(WS-BRK-COUNT) NOT > ZERO
002130         OR (WS-BRK-TYPE(WS-BRK-COUNT) = "P"
002140             AND WS-BRK-VALEUR(WS-BRK-COUNT) NOT < 100)
002150         DISPLAY "DAY7BRK - VALUE OUT OF RANGE, NOT ADDED"
002160         SUBTRACT 1 FROM WS-BRK-COUNT
002170         GO TO 3000-EXIT
002180     END-IF.
002190     DISPLAY "ENTER START DATE (YYYYMMDD)           : ".
002200     ACCEPT WS-BRK-DEBUT(WS-BRK-COUNT).
002210     DISPLAY "ENTER END DATE (YYYYMMDD, 0 = NO END) : ".
002220     ACCEPT WS-BRK-FIN(WS-BRK-COUNT).
002230     IF WS-BRK-FIN(WS-BRK-COUNT) = ZERO
002240         MOVE 99999999 TO WS-BRK-FIN(WS-BRK-COUNT)
002250     END-IF.
002260     IF WS-BRK-FIN(WS-BRK-COUNT) < WS-BRK-DEBUT(WS-BRK-COUNT)
002270         DISPLAY "DAY7BRK - END DATE BEFORE START DATE, "
002280             "NOT ADDED"
002290         SUBTRACT 1 FROM WS-BRK-COUNT
002300         GO TO 3000-EXIT
002310     END-IF.
002320     MOVE "N" TO WS-BRK-DEAD-SW(WS-BRK-COUNT).
002330     ADD 1 TO WS-ADD-COUNT.
002340     DISPLAY "DAY7BRK - PRICE BREAK ADDED".
002350     MOVE "ADD" TO SEC-Event.
002360     MOVE SPACES TO SEC-Detail.
002370     STRING WS-BRK-CODE(WS-BRK-COUNT) " "
002380         WS-BRK-QTE-MIN(WS-BRK-COUNT) " "
002390         WS-BRK-DEBUT(WS-BRK-COUNT)
002400         DELIMITED BY SIZE INTO SEC-Detail.
002410     PERFORM 1190-LOG-SECURITY THRU 1190-EXIT.
002420 3000-EXIT.
002430     EXIT.

002440 4000-CANCEL-BREAK.
002450     DISPLAY "ENTER CODE-PRODUIT TO CANCEL          : ".
002460     ACCEPT WS-WORK-CODE.
002470     DISPLAY "ENTER ITS MINIMUM QUANTITY            : ".
002480     ACCEPT WS-WORK-QTE.
002490     DISPLAY "ENTER ITS START DATE                  : ".
002500     ACCEPT WS-WORK-DATE.
002510     MOVE "N" TO WS-FOUND-SW.
002520     PERFORM 4010-CANCEL-ONE THRU 4010-EXIT
002530         VARYING WS-BRK-I FROM 1 BY 1
002540         UNTIL WS-BRK-I > WS-BRK-COUNT.
002550     IF NOT WS-ENTRY-FOUND
002560         DISPLAY "DAY7BRK - NO BREAK FOR " WS-WORK-CODE
002570             " FROM " WS-WORK-QTE " STARTING " WS-WORK-DATE
002580     END-IF.
002590 4000-EXIT.
002600     EXIT.

002610 4010-CANCEL-ONE.
002620     IF WS-BRK-CODE(WS-BRK-I) = WS-WORK-CODE
002630         AND WS-BRK-QTE-MIN(WS-BRK-I) = WS-WORK-QTE
002640         AND WS-BRK-DEBUT(WS-BRK-I) = WS-WORK-DATE
002650         AND NOT WS-BRK-IS-DEAD(WS-BRK-I)
002660         MOVE "Y" TO WS-BRK-DEAD-SW(WS-BRK-I)
002670         MOVE "Y" TO WS-FOUND-SW
002680         ADD 1 TO WS-CANCEL-COUNT
002690         DISPLAY "DAY7BRK - PRICE BREAK CANCELLED"
002700         MOVE "CANCEL" TO SEC-Event
002710         MOVE SPACES TO SEC-Detail
002720         STRING WS-WORK-CODE " " WS-WORK-QTE " " WS-WORK-DATE
002730             DELIMITED BY SIZE INTO SEC-Detail
002740         PERFORM 1190-LOG-SECURITY THRU 1190-EXIT
002750     END-IF.
002760 4010-EXIT.
002770     EXIT.

002780 5000-LIST-BREAKS.
002790     DISPLAY "CODE  QTE MIN T       VALEUR  DEBUT      FIN".
002800     PERFORM 5010-LIST-ONE THRU 5010-EXIT
002810         VARYING WS-BRK-I FROM 1 BY 1
002820         UNTIL WS-BRK-I > WS-BRK-COUNT.
002830 5000-EXIT.
002840     EXIT.

002850 5010-LIST-ONE.
002860     IF WS-BRK-IS-DEAD(WS-BRK-I)
002870         GO TO 5010-EXIT
002880     END-IF.
002890     MOVE WS-BRK-VALEUR(WS-BRK-I) TO WS-VALEUR-ED.
002900     DISPLAY WS-BRK-CODE(WS-BRK-I) "   "
002910         WS-BRK-QTE-MIN(WS-BRK-I) " "
002920         WS-BRK-TYPE(WS-BRK-I) " "
002930         WS-VALEUR-ED "  "
002940         WS-BRK-DEBUT(WS-BRK-I) " "
002950         WS-BRK-FIN(WS-BRK-I).
002960 5010-EXIT.
002970     EXIT.

002980 9000-TERMINATE.
002990     IF NOT WS-SIGNED-ON
003000         GO TO 9000-EXIT
003010     END-IF.
003020     IF WS-BRK-OVERFLOWED
003030         DISPLAY "DAY7BRK - PRCBREAK LEFT UNTOUCHED, THE TABLE "
003040             "DID NOT HOLD THE WHOLE FILE"
003050         GO TO 9000-SHOW-COUNTS
003060     END-IF.
003070     OPEN OUTPUT PRCBREAK.
003080     IF NOT WS-PRCBREAK-OK
003090         DISPLAY "DAY7BRK - UNABLE TO REWRITE PRCBREAK, STATUS "
003100             WS-PRCBREAK-STATUS " - CHANGES LOST"
003110         GO TO 9000-SHOW-COUNTS
003120     END-IF.
003130     PERFORM 9010-SAVE-ONE THRU 9010-EXIT
003140         VARYING WS-BRK-I FROM 1 BY 1
003150         UNTIL WS-BRK-I > WS-BRK-COUNT.
003160     CLOSE PRCBREAK.

003170 9000-SHOW-COUNTS.
003180     DISPLAY "DAY7BRK - BREAKS ADDED     : " WS-ADD-COUNT.
003190     DISPLAY "DAY7BRK - BREAKS CANCELLED : " WS-CANCEL-COUNT.
003200 9000-EXIT.
003210     EXIT.

003220 9010-SAVE-ONE.
003230     IF WS-BRK-IS-DEAD(WS-BRK-I)
003240         GO TO 9010-EXIT
003250     END-IF.
003260     MOVE WS-BRK-CODE(WS-BRK-I)    TO BRK-Code-produit.
003270     MOVE WS-BRK-QTE-MIN(WS-BRK-I) TO BRK-Qte-Min.
003280     MOVE WS-BRK-TYPE(WS-BRK-I)    TO BRK-Type.
003290     MOVE WS-BRK-VALEUR(WS-BRK-I)  TO BRK-Valeur.
003300     MOVE WS-BRK-DEBUT(WS-BRK-I)   TO BRK-Date-Debut.
003310     MOVE WS-BRK-FIN(WS-BRK-I)     TO BRK-Date-Fin.
003320     WRITE PRCBRK-REC.
003330 9010-EXIT.
003340     EXIT.
