000100*****************************************************************
000110* EXERCISE 3 SALARIES: INTERACTIVE SALARY MASTER MAINTENANCE
000120* LETS A PAYROLL OPERATOR ADD, CHANGE, DELETE OR INQUIRE ON THE
000130* SALMAST RECORD OF ONE EMPLOYE-ID - BASE MONTHLY SALARY, PAY
000140* GRADE AND DEDUCTION RATES (SEE SALREC.CPY) - THE WAY DAY3MNT
000150* MAINTAINS EMPMAST. A SALARY RECORD CAN ONLY BE ADDED FOR AN
000160* EMPLOYEE ALREADY ON EMPMAST. EACH ACTION IS CHECKED AGAINST
000170* THE OPERATOR'S ACCRIGHT RIGHTS (SGN-MAY-*); PAY DATA IS
000180* CONFIDENTIAL, SO AN OPERATOR NOT YET IN ACCRIGHT ALSO NEEDS
000190* USERSEC LEVEL 2 FOR THE WHOLE SESSION.
000200* EVERY ADD/CHANGE/DELETE IS LOGGED TO SECLOG THROUGH DAYSLOG
000210* AND STAMPED WITH THE DATE AND OPERATOR ON THE RECORD.
000220*****************************************************************
000230* MODIFICATION HISTORY
000240*  10/15/2026  JPH  ORIGINAL VERSION, MODELED ON DAY3MNT.
000250*  10/15/2026  JPH  MENU ACTIONS ARE CHECKED AGAINST THE
000260*                   OPERATOR'S ACCRIGHT RIGHTS IN THIS PROGRAM
000270*                   (SGN-DROITS FROM DAYSEC) INSTEAD OF THE
000280*                   AUTHORITY LEVEL.
000290*  10/15/2026  JPH  HEADER NOW DESCRIBES THE ACCRIGHT RIGHTS CHECK
000300*                   INSTEAD OF THE OLD LEVELS. THE LEVEL-2
000310*                   FALLBACK FOR AN OPERATOR NOT IN ACCRIGHT TESTS
000320*                   SGN-AUTH-LEVEL DIRECTLY, AND THE WS-AUTH-LEVEL
000330*                   COPY OF IT IS DROPPED.
000340*****************************************************************
000350 IDENTIFICATION DIVISION.
000360 PROGRAM-ID. day3sal.
000370 AUTHOR. jphNovitz.
000380 DATE-WRITTEN. 2026/10/15.
000390 DATE-COMPILED.

000400 ENVIRONMENT DIVISION.
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     SELECT SALMAST ASSIGN TO "SALMAST"
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE IS DYNAMIC
000460         RECORD KEY IS SAL-Employe-ID
000470         FILE STATUS IS WS-SALMAST-STATUS.

000480     SELECT EMPMAST ASSIGN TO "EMPMAST"
000490         ORGANIZATION IS INDEXED
000500         ACCESS MODE IS DYNAMIC
000510         RECORD KEY IS Employe-ID
000520         FILE STATUS IS WS-EMPMAST-STATUS.

000530 DATA DIVISION.
000540 FILE SECTION.
000550 FD  SALMAST
000560     RECORDING MODE IS F.
000570     COPY SALREC.

000580 FD  EMPMAST
000590     RECORDING MODE IS F.
000600     COPY EMPREC.

000610 WORKING-STORAGE SECTION.
000620 01  WS-SALMAST-STATUS        PIC X(02).
000630     88  WS-SALMAST-OK             VALUE "00".
000640     88  WS-SALMAST-MISSING        VALUE "35".

000650 01  WS-EMPMAST-STATUS        PIC X(02).
000660     88  WS-EMPMAST-OK             VALUE "00".

000670 01  WS-SIGNON-FIELDS.
000680     05  WS-SIGNON-OK-SW      PIC X(01)  VALUE "N".
000690         88  WS-SIGNED-ON            VALUE "Y".

000700     COPY SIGNLINK.

000710     COPY SECLINK.

000720 01  WS-SWITCHES.
000730     05  WS-DONE-SW           PIC X(01)  VALUE "N".
000740         88  WS-ALL-DONE             VALUE "Y".
000750     05  WS-SALMAST-OPEN-SW   PIC X(01)  VALUE "N".
000760         88  WS-SALMAST-WAS-OPENED  VALUE "Y".
000770     05  WS-EMPMAST-OPEN-SW   PIC X(01)  VALUE "N".
000780         88  WS-EMPMAST-WAS-OPENED  VALUE "Y".
000790     05  WS-VALID-SW          PIC X(01)  VALUE "N".
000800         88  WS-INPUT-IS-VALID      VALUE "Y".

000810 01  WS-MENU-CHOICE           PIC X(01).
000820     88  WS-CHOICE-ADD             VALUE "A" "a".
000830     88  WS-CHOICE-CHANGE          VALUE "C" "c".
000840     88  WS-CHOICE-DELETE          VALUE "D" "d".
000850     88  WS-CHOICE-INQUIRE         VALUE "I" "i".
000860     88  WS-CHOICE-QUIT            VALUE "Q" "q".

000870 01  WS-CONFIRM-CHOICE        PIC X(01).
000880     88  WS-CONFIRMED              VALUE "Y" "y".

000890 01  WS-COUNTERS.
000900     05  WS-ADD-COUNT         PIC 9(05) COMP  VALUE ZERO.
000910     05  WS-CHANGE-COUNT      PIC 9(05) COMP  VALUE ZERO.
000920     05  WS-DELETE-COUNT      PIC 9(05) COMP  VALUE ZERO.
000930     05  WS-INQUIRE-COUNT     PIC 9(05) COMP  VALUE ZERO.

000940 01  WS-RUN-DATE              PIC 9(08).
000950 01  WS-WORK-ID               PIC X(05).
000960 01  WS-OPERATOR-ID           PIC X(08).

000970 01  WS-SALAIRE-X             PIC X(09).
000980 01  WS-SALAIRE REDEFINES WS-SALAIRE-X
000990                              PIC 9(07)V99.
001000 01  WS-TAUX-X                PIC X(05).
001010 01  WS-TAUX REDEFINES WS-TAUX-X
001020                              PIC 9V9(04).
001030 01  WS-TAUX-PROMPT           PIC X(34).
001040 01  WS-TAUX-RESULT           PIC 9V9(04).

001050 01  WS-SALAIRE-ED            PIC Z,ZZZ,ZZ9.99.
001060 01  WS-TAUX-ED               PIC 9.9999.

001070 PROCEDURE DIVISION.

001080 0000-MAINLINE.
001090     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001100     PERFORM 2000-PROCESS-MENU THRU 2000-EXIT
001110         UNTIL WS-ALL-DONE.
001120     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001130     STOP RUN.

001140 1000-INITIALIZE.
001150     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001160     PERFORM 1100-SIGN-ON THRU 1100-EXIT.
001170     IF NOT WS-SIGNED-ON
001180         SET WS-ALL-DONE TO TRUE
001190         GO TO 1000-EXIT
001200     END-IF.
001210*    AN OPERATOR NOT YET IN THE ACCRIGHT MATRIX STILL NEEDS
001220*    LEVEL 2 HERE - PAY DATA IS NOT FOR EVERY LEVEL-1 INQUIRER.
001230     IF NOT SGN-MAY-INQUIRE
001240         OR (SGN-RIGHTS-FROM-LEVEL AND SGN-Auth-Level < 2)
001250         DISPLAY "DAY3SAL - NO RIGHTS ON SALARY DATA, "
001260             "SESSION ENDED"
001270         SET WS-ALL-DONE TO TRUE
001280         GO TO 1000-EXIT
001290     END-IF.

001300     OPEN I-O SALMAST.
001310     IF WS-SALMAST-MISSING
001320         OPEN OUTPUT SALMAST
001330         CLOSE SALMAST
001340         OPEN I-O SALMAST
001350     END-IF.
001360     IF NOT WS-SALMAST-OK
001370         DISPLAY "DAY3SAL - UNABLE TO OPEN SALMAST, STATUS "
001380             WS-SALMAST-STATUS
001390         SET WS-ALL-DONE TO TRUE
001400         GO TO 1000-EXIT
001410     END-IF.
001420     SET WS-SALMAST-WAS-OPENED TO TRUE.

001430     OPEN INPUT EMPMAST.
001440     IF NOT WS-EMPMAST-OK
001450         DISPLAY "DAY3SAL - UNABLE TO OPEN EMPMAST, STATUS "
001460             WS-EMPMAST-STATUS
001470         SET WS-ALL-DONE TO TRUE
001480         GO TO 1000-EXIT
001490     END-IF.
001500     SET WS-EMPMAST-WAS-OPENED TO TRUE.
001510 1000-EXIT.
001520     EXIT.

001530 1100-SIGN-ON.
001540     MOVE "DAY3SAL" TO SGN-Program.
001550     CALL "daysec" USING SGN-REQUEST.
001560     IF SGN-SIGNED-ON
001570         MOVE SGN-Operator   TO WS-OPERATOR-ID
001580         MOVE "Y" TO WS-SIGNON-OK-SW
001590     END-IF.
001600 1100-EXIT.
001610     EXIT.

001620 1190-LOG-SECURITY.
001630     MOVE "DAY3SAL" TO SEC-Program.
001640     MOVE WS-OPERATOR-ID TO SEC-Operator.
001650     CALL "dayslog" USING SEC-REQUEST.
001660 1190-EXIT.
001670     EXIT.

001680 2000-PROCESS-MENU.
001690     DISPLAY " ".
001700     DISPLAY "-------- SALARY MASTER MAINTENANCE --------".
001710     DISPLAY "  A - ADD A SALARY RECORD".
001720     DISPLAY "  C - CHANGE A SALARY RECORD".
001730     DISPLAY "  D - DELETE A SALARY RECORD".
001740     DISPLAY "  I - INQUIRE ON A SALARY RECORD".
001750     DISPLAY "  Q - QUIT".
001760     DISPLAY "ENTER YOUR CHOICE : ".
001770     ACCEPT WS-MENU-CHOICE.

001780     EVALUATE TRUE
001790         WHEN WS-CHOICE-ADD
001800             IF NOT SGN-MAY-ADD
001810                 DISPLAY "DAY3SAL - NOT AUTHORIZED TO ADD"
001820             ELSE
001830                 PERFORM 3000-ADD-SALAIRE THRU 3000-EXIT
001840             END-IF
001850         WHEN WS-CHOICE-CHANGE
001860             IF NOT SGN-MAY-CHANGE
001870                 DISPLAY "DAY3SAL - NOT AUTHORIZED TO CHANGE"
001880             ELSE
001890                 PERFORM 4000-CHANGE-SALAIRE THRU 4000-EXIT
001900             END-IF
001910         WHEN WS-CHOICE-DELETE
001920             IF NOT SGN-MAY-DELETE
001930                 DISPLAY "DAY3SAL - NOT AUTHORIZED TO DELETE"
001940             ELSE
001950                 PERFORM 5000-DELETE-SALAIRE THRU 5000-EXIT
001960             END-IF
001970         WHEN WS-CHOICE-INQUIRE
001980             PERFORM 6000-INQUIRE-SALAIRE THRU 6000-EXIT
001990         WHEN WS-CHOICE-QUIT
002000             SET WS-ALL-DONE TO TRUE
002010         WHEN OTHER
002020             DISPLAY "DAY3SAL - INVALID CHOICE, TRY AGAIN"
002030     END-EVALUATE.
002040 2000-EXIT.
002050     EXIT.

002060 3000-ADD-SALAIRE.
002070     DISPLAY "ENTER EMPLOYE-ID (5 CHARS)       : ".
002080     ACCEPT WS-WORK-ID.
002090     MOVE WS-WORK-ID TO Employe-ID.
002100     READ EMPMAST
002110         INVALID KEY
002120             DISPLAY "DAY3SAL - EMPLOYEE " WS-WORK-ID
002130                 " NOT ON EMPMAST, ADD REFUSED"
002140             GO TO 3000-EXIT
002150     END-READ.

002160     MOVE WS-WORK-ID TO SAL-Employe-ID.
002170     READ SALMAST
002180         INVALID KEY
002190             CONTINUE
002200         NOT INVALID KEY
002210             DISPLAY "DAY3SAL - SALARY FOR " WS-WORK-ID
002220                 " ALREADY EXISTS :"
002230             PERFORM 6050-DISPLAY-SALAIRE THRU 6050-EXIT
002240             GO TO 3000-EXIT
002250     END-READ.

002260     MOVE SPACES TO SALAIRE-FICHE.
002270     MOVE WS-WORK-ID TO SAL-Employe-ID.
002280     DISPLAY "EMPLOYEE : " Employe-Nom " " Employe-Dept.
002290     PERFORM 7000-GET-SALAIRE-DATA THRU 7000-EXIT.
002300     MOVE WS-RUN-DATE    TO SAL-Last-Maint-Date.
002310     MOVE WS-OPERATOR-ID TO SAL-Last-Maint-User.

002320     WRITE SALAIRE-FICHE
002330         INVALID KEY
002340             DISPLAY "DAY3SAL - UNABLE TO ADD SALARY "
002350                 WS-WORK-ID " STATUS " WS-SALMAST-STATUS
002360         NOT INVALID KEY
002370             ADD 1 TO WS-ADD-COUNT
002380             DISPLAY "DAY3SAL - SALARY " WS-WORK-ID " ADDED"
002390             MOVE "ADD" TO SEC-Event
002400             MOVE WS-WORK-ID TO SEC-Detail
002410             PERFORM 1190-LOG-SECURITY THRU 1190-EXIT
002420     END-WRITE.
002430 3000-EXIT.
002440     EXIT.

002450 4000-CHANGE-SALAIRE.
002460     DISPLAY "ENTER EMPLOYE-ID TO CHANGE       : ".
002470     ACCEPT WS-WORK-ID.
002480     MOVE WS-WORK-ID TO SAL-Employe-ID.
002490     READ SALMAST
002500         INVALID KEY
002510             DISPLAY "DAY3SAL - SALARY FOR " WS-WORK-ID
002520                 " NOT FOUND, STATUS " WS-SALMAST-STATUS
002530             GO TO 4000-EXIT
002540     END-READ.

002550     PERFORM 6050-DISPLAY-SALAIRE THRU 6050-EXIT.
002560     PERFORM 7000-GET-SALAIRE-DATA THRU 7000-EXIT.
002570     MOVE WS-RUN-DATE    TO SAL-Last-Maint-Date.
002580     MOVE WS-OPERATOR-ID TO SAL-Last-Maint-User.

002590     REWRITE SALAIRE-FICHE
002600         INVALID KEY
002610             DISPLAY "DAY3SAL - UNABLE TO REWRITE SALARY "
002620                 WS-WORK-ID " STATUS " WS-SALMAST-STATUS
002630         NOT INVALID KEY
002640             ADD 1 TO WS-CHANGE-COUNT
002650             DISPLAY "DAY3SAL - SALARY " WS-WORK-ID " CHANGED"
002660             MOVE "CHANGE" TO SEC-Event
002670             MOVE WS-WORK-ID TO SEC-Detail
002680             PERFORM 1190-LOG-SECURITY THRU 1190-EXIT
002690     END-REWRITE.
002700 4000-EXIT.
002710     EXIT.

002720 5000-DELETE-SALAIRE.
002730     DISPLAY "ENTER EMPLOYE-ID TO DELETE       : ".
002740     ACCEPT WS-WORK-ID.
002750     MOVE WS-WORK-ID TO SAL-Employe-ID.
002760     READ SALMAST
002770         INVALID KEY
002780             DISPLAY "DAY3SAL - SALARY FOR " WS-WORK-ID
002790                 " NOT FOUND, STATUS " WS-SALMAST-STATUS
002800             GO TO 5000-EXIT
002810     END-READ.

002820     PERFORM 6050-DISPLAY-SALAIRE THRU 6050-EXIT.
002830     DISPLAY "DELETE THIS SALARY RECORD ? (Y/N) : ".
002840     ACCEPT WS-CONFIRM-CHOICE.
002850     IF NOT WS-CONFIRMED
002860         DISPLAY "DAY3SAL - DELETE ABANDONED"
002870         GO TO 5000-EXIT
002880     END-IF.

002890     DELETE SALMAST
002900         INVALID KEY
002910             DISPLAY "DAY3SAL - UNABLE TO DELETE SALARY "
002920                 WS-WORK-ID " STATUS " WS-SALMAST-STATUS
002930         NOT INVALID KEY
002940             ADD 1 TO WS-DELETE-COUNT
002950             DISPLAY "DAY3SAL - SALARY " WS-WORK-ID " DELETED"
002960             MOVE "DELETE" TO SEC-Event
002970             MOVE WS-WORK-ID TO SEC-Detail
002980             PERFORM 1190-LOG-SECURITY THRU 1190-EXIT
002990     END-DELETE.
003000 5000-EXIT.
003010     EXIT.

003020 6000-INQUIRE-SALAIRE.
003030     DISPLAY "ENTER EMPLOYE-ID TO INQUIRE      : ".
003040     ACCEPT WS-WORK-ID.
003050     MOVE WS-WORK-ID TO SAL-Employe-ID.
003060     READ SALMAST
003070         INVALID KEY
003080             DISPLAY "DAY3SAL - SALARY FOR " WS-WORK-ID
003090                 " NOT FOUND, STATUS " WS-SALMAST-STATUS
003100             GO TO 6000-EXIT
003110     END-READ.

003120     ADD 1 TO WS-INQUIRE-COUNT.
003130     PERFORM 6050-DISPLAY-SALAIRE THRU 6050-EXIT.
003140 6000-EXIT.
003150     EXIT.

003160 6050-DISPLAY-SALAIRE.
003170     MOVE SAL-Salaire-Base TO WS-SALAIRE-ED.
003180     DISPLAY "EMPLOYE-ID       : " SAL-Employe-ID.
003190     DISPLAY "SALAIRE DE BASE  : " WS-SALAIRE-ED.
003200     DISPLAY "GRADE            : " SAL-Grade.
003210     MOVE SAL-Taux-Secu TO WS-TAUX-ED.
003220     DISPLAY "TAUX SECU        : " WS-TAUX-ED.
003230     MOVE SAL-Taux-Retraite TO WS-TAUX-ED.
003240     DISPLAY "TAUX RETRAITE    : " WS-TAUX-ED.
003250     MOVE SAL-Taux-Impot TO WS-TAUX-ED.
003260     DISPLAY "TAUX IMPOT       : " WS-TAUX-ED.
003270     DISPLAY "DERNIERE MAJ     : " SAL-Last-Maint-Date " "
003280         SAL-Last-Maint-User.
003290 6050-EXIT.
003300     EXIT.

003310*****************************************************************
003320* PROMPTS FOR EVERY SALARY FIELD. NUMBERS ARE KEYED WITHOUT A
003330* DECIMAL POINT (SALARY 000250000 = 2500.00, RATE 00950 =
003340* 0.0950) AND RE-ASKED UNTIL NUMERIC.
003350*****************************************************************
003360 7000-GET-SALAIRE-DATA.
003370     MOVE "N" TO WS-VALID-SW.
003380     PERFORM 7010-PROMPT-SALAIRE THRU 7010-EXIT
003390         UNTIL WS-INPUT-IS-VALID.
003400     MOVE WS-SALAIRE TO SAL-Salaire-Base.
003410     DISPLAY "ENTER GRADE (3 CHARS)            : ".
003420     ACCEPT SAL-Grade.
003430     MOVE "ENTER TAUX SECU (9V9999)         : " TO WS-TAUX-PROMPT.
003440     PERFORM 7100-GET-TAUX THRU 7100-EXIT.
003450     MOVE WS-TAUX-RESULT TO SAL-Taux-Secu.
003460     MOVE "ENTER TAUX RETRAITE (9V9999)     : " TO WS-TAUX-PROMPT.
003470     PERFORM 7100-GET-TAUX THRU 7100-EXIT.
003480     MOVE WS-TAUX-RESULT TO SAL-Taux-Retraite.
003490     MOVE "ENTER TAUX IMPOT (9V9999)        : " TO WS-TAUX-PROMPT.
003500     PERFORM 7100-GET-TAUX THRU 7100-EXIT.
003510     MOVE WS-TAUX-RESULT TO SAL-Taux-Impot.
003520 7000-EXIT.
003530     EXIT.

003540 7010-PROMPT-SALAIRE.
003550     DISPLAY "ENTER SALAIRE MENSUEL (9(7)V99)  : ".
003560     ACCEPT WS-SALAIRE-X.
003570     IF WS-SALAIRE-X IS NUMERIC
003580         SET WS-INPUT-IS-VALID TO TRUE
003590     ELSE
003600         DISPLAY "DAY3SAL - SALARY MUST BE 9 DIGITS, TRY AGAIN"
003610     END-IF.
003620 7010-EXIT.
003630     EXIT.

003640 7100-GET-TAUX.
003650     MOVE "N" TO WS-VALID-SW.
003660     PERFORM 7110-PROMPT-TAUX THRU 7110-EXIT
003670         UNTIL WS-INPUT-IS-VALID.
003680     MOVE WS-TAUX TO WS-TAUX-RESULT.
003690 7100-EXIT.
003700     EXIT.

003710 7110-PROMPT-TAUX.
003720     DISPLAY WS-TAUX-PROMPT.
003730     ACCEPT WS-TAUX-X.
003740     IF WS-TAUX-X IS NUMERIC AND WS-TAUX < 1
003750         SET WS-INPUT-IS-VALID TO TRUE
003760     ELSE
003770         DISPLAY "DAY3SAL - RATE MUST BE 5 DIGITS BELOW 10000, "
003780             "TRY AGAIN"
003790     END-IF.
003800 7110-EXIT.
003810     EXIT.

003820 9000-TERMINATE.
003830     IF WS-SALMAST-WAS-OPENED
003840         CLOSE SALMAST
003850     END-IF.
003860     IF WS-EMPMAST-WAS-OPENED
003870         CLOSE EMPMAST
003880     END-IF.
003890     DISPLAY "DAY3SAL - SALARIES ADDED    : " WS-ADD-COUNT.
003900     DISPLAY "DAY3SAL - SALARIES CHANGED  : " WS-CHANGE-COUNT.
003910     DISPLAY "DAY3SAL - SALARIES DELETED  : " WS-DELETE-COUNT.
003920     DISPLAY "DAY3SAL - SALARIES INQUIRED : " WS-INQUIRE-COUNT.
003930 9000-EXIT.
003940     EXIT.
