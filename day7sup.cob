000370*                   EXPIRY, CHANGE-OWN-PASSWORD AND PERSISTED
000380*                   LOCKOUTS AND LOGS THE SIGN-ON EVENTS ITSELF -
000390*                   ONE SIGN-ON MAINTAINED IN ONE PLACE.
000400*  10/15/2026  JPH  MENU ACTIONS ARE CHECKED AGAINST THE
000410*                   OPERATOR'S ACCRIGHT RIGHTS IN THIS PROGRAM
000420*                   (SGN-DROITS FROM DAYSEC) INSTEAD OF THE
000430*                   AUTHORITY LEVEL.
000440*  10/15/2026  JPH  WS-AUTH-LEVEL, WHICH NOTHING READ, IS DROPPED.
000450*****************************************************************
000460 IDENTIFICATION DIVISION.
000470 PROGRAM-ID. day7sup.
000480 AUTHOR. jphNovitz.
000490 DATE-WRITTEN. 2026/08/22.
000500 DATE-COMPILED.

000510 ENVIRONMENT DIVISION.
000520 INPUT-OUTPUT SECTION.
000530 FILE-CONTROL.
000540     SELECT SUPPMAST ASSIGN TO "SUPPMAST"
000550         ORGANIZATION IS INDEXED
000560         ACCESS MODE IS DYNAMIC
000570         RECORD KEY IS Fournisseur-Code
000580         FILE STATUS IS WS-SUPPMAST-STATUS.

000590 DATA DIVISION.
000600 FILE SECTION.
000610 FD  SUPPMAST
000620     RECORDING MODE IS F.
000630     COPY SUPPREC.

000640 WORKING-STORAGE SECTION.
000650 01  WS-SUPPMAST-STATUS       PIC X(02).
000660     88  WS-SUPPMAST-OK            VALUE "00".
000670     88  WS-SUPPMAST-NOTFOUND      VALUE "23".
000680     88  WS-SUPPMAST-DUPLICATE     VALUE "22".

000690 01  WS-SIGNON-FIELDS.
000700     05  WS-SIGNON-OK-SW      PIC X(01)  VALUE "N".
000710         88  WS-SIGNED-ON            VALUE "Y".

000720     COPY SIGNLINK.

000730     COPY SECLINK.

000740 01  WS-SWITCHES.
000750     05  WS-DONE-SW           PIC X(01)  VALUE "N".
000760         88  WS-ALL-DONE             VALUE "Y".
000770     05  WS-SUPPMAST-OPEN-SW  PIC X(01)  VALUE "N".
000780         88  WS-SUPPMAST-WAS-OPENED  VALUE "Y".

000790 01  WS-MENU-CHOICE           PIC X(01).
000800     88  WS-CHOICE-ADD             VALUE "A" "a".
000810     88  WS-CHOICE-CHANGE          VALUE "C" "c".
000820     88  WS-CHOICE-DELETE          VALUE "D" "d".
000830     88  WS-CHOICE-INQUIRE         VALUE "I" "i".
000840     88  WS-CHOICE-QUIT            VALUE "Q" "q".

000850 01  WS-COUNTERS.
000860     05  WS-ADD-COUNT         PIC 9(05) COMP  VALUE ZERO.
000870     05  WS-CHANGE-COUNT      PIC 9(05) COMP  VALUE ZERO.
000880     05  WS-DELETE-COUNT      PIC 9(05) COMP  VALUE ZERO.
000890     05  WS-INQUIRE-COUNT     PIC 9(05) COMP  VALUE ZERO.

000900 01  WS-WORK-CODE             PIC X(05).
000910 01  WS-RUN-DATE              PIC 9(08).
000920 01  WS-OPERATOR-ID           PIC X(08).

000930 PROCEDURE DIVISION.

000940 0000-MAINLINE.
000950     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000960     PERFORM 2000-PROCESS-MENU THRU 2000-EXIT
000970         UNTIL WS-ALL-DONE.
000980     PERFORM 9000-TERMINATE THRU 9000-EXIT.
000990     STOP RUN.

001000 1000-INITIALIZE.
001010     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001020     PERFORM 1100-SIGN-ON THRU 1100-EXIT.
001030     IF NOT WS-SIGNED-ON
001040         SET WS-ALL-DONE TO TRUE
001050         GO TO 1000-EXIT
001060     END-IF.
001070     OPEN I-O SUPPMAST.
001080     IF NOT WS-SUPPMAST-OK
001090         DISPLAY "DAY7SUP - UNABLE TO OPEN SUPPMAST, STATUS "
001100             WS-SUPPMAST-STATUS
001110         SET WS-ALL-DONE TO TRUE
001120     ELSE
001130         SET WS-SUPPMAST-WAS-OPENED TO TRUE
001140     END-IF.
001150 1000-EXIT.
001160     EXIT.

001170 1100-SIGN-ON.
001180     MOVE "DAY7SUP" TO SGN-Program.
001190     CALL "daysec" USING SGN-REQUEST.
001200     IF SGN-SIGNED-ON
001210         MOVE SGN-Operator   TO WS-OPERATOR-ID
001220         MOVE "Y" TO WS-SIGNON-OK-SW
001230     END-IF.
001240 1100-EXIT.
001250     EXIT.

001260 1190-LOG-SECURITY.
001270     MOVE "DAY7SUP" TO SEC-Program.
001280     MOVE WS-OPERATOR-ID TO SEC-Operator.
001290     CALL "dayslog" USING SEC-REQUEST.
001300 1190-EXIT.
001310     EXIT.

001320 2000-PROCESS-MENU.
001330     PERFORM 2100-DISPLAY-MENU THRU 2100-EXIT.
001340     PERFORM 2200-GET-CHOICE THRU 2200-EXIT.

001350     EVALUATE TRUE
001360         WHEN WS-CHOICE-ADD
001370             IF NOT SGN-MAY-ADD
001380                 DISPLAY "DAY7SUP - NOT AUTHORIZED TO ADD"
001390             ELSE
001400                 PERFORM 3000-ADD-FOURNISSEUR THRU 3000-EXIT
001410             END-IF
001420         WHEN WS-CHOICE-CHANGE
001430             IF NOT SGN-MAY-CHANGE
001440                 DISPLAY "DAY7SUP - NOT AUTHORIZED TO CHANGE"
001450             ELSE
001460                 PERFORM 4000-CHANGE-FOURNISSEUR THRU 4000-EXIT
001470             END-IF
001480         WHEN WS-CHOICE-DELETE
001490             IF NOT SGN-MAY-DELETE
001500                 DISPLAY "DAY7SUP - NOT AUTHORIZED TO DELETE"
001510             ELSE
001520                 PERFORM 5000-DELETE-FOURNISSEUR THRU 5000-EXIT
001530             END-IF
001540         WHEN WS-CHOICE-INQUIRE
001550             IF NOT SGN-MAY-INQUIRE
001560                 DISPLAY "DAY7SUP - NOT AUTHORIZED TO INQUIRE"
001570             ELSE
001580                 PERFORM 6000-INQUIRE-FOURNISSEUR THRU 6000-EXIT
001590             END-IF
001600         WHEN WS-CHOICE-QUIT
001610             SET WS-ALL-DONE TO TRUE
001620         WHEN OTHER
001630             DISPLAY "DAY7SUP - INVALID CHOICE, TRY AGAIN"
001640     END-EVALUATE.
001650 2000-EXIT.
001660     EXIT.

001670 2100-DISPLAY-MENU.
001680     DISPLAY " ".
001690     DISPLAY "-------- SUPPLIER MASTER MAINTENANCE --------".
001700     DISPLAY "  A - ADD A NEW SUPPLIER".
001710     DISPLAY "  C - CHANGE AN EXISTING SUPPLIER".
001720     DISPLAY "  D - DELETE A SUPPLIER".
001730     DISPLAY "  I - INQUIRE ON A SUPPLIER".
001740     DISPLAY "  Q - QUIT".
001750 2100-EXIT.
001760     EXIT.

001770 2200-GET-CHOICE.
001780     DISPLAY "ENTER YOUR CHOICE : ".
001790     ACCEPT WS-MENU-CHOICE.
001800 2200-EXIT.
001810     EXIT.

001820 3000-ADD-FOURNISSEUR.
001830     DISPLAY "ENTER FOURNISSEUR-CODE (5 CHARS) : ".
001840     ACCEPT Fournisseur-Code.
001850     DISPLAY "ENTER NOM (25 CHARS)             : ".
001860     ACCEPT Fournisseur-Nom.
001870     DISPLAY "ENTER ADRESSE (30 CHARS)         : ".
001880     ACCEPT Fournisseur-Adresse.
001890     DISPLAY "ENTER CONTACT (20 CHARS)         : ".
001900     ACCEPT Fournisseur-Contact.
001910     DISPLAY "ENTER CONDITIONS (E.G. NET30)    : ".
001920     ACCEPT Fournisseur-Conditions.
001930     MOVE WS-RUN-DATE      TO Fourn-Last-Maint-Date.
001940     MOVE WS-OPERATOR-ID   TO Fourn-Last-Maint-User.

001950     WRITE Fiche-Fournisseur
001960         INVALID KEY
001970             DISPLAY "DAY7SUP - SUPPLIER " Fournisseur-Code
001980                 " ALREADY EXISTS, STATUS " WS-SUPPMAST-STATUS
001990         NOT INVALID KEY
002000             ADD 1 TO WS-ADD-COUNT
002010             DISPLAY "DAY7SUP - SUPPLIER " Fournisseur-Code
002020                 " ADDED"
002030             MOVE "ADD" TO SEC-Event
002040             MOVE Fournisseur-Code TO SEC-Detail
002050             PERFORM 1190-LOG-SECURITY THRU 1190-EXIT
002060     END-WRITE.
002070 3000-EXIT.
002080     EXIT.

002090 4000-CHANGE-FOURNISSEUR.
002100     DISPLAY "ENTER FOURNISSEUR-CODE TO CHANGE : ".
002110     ACCEPT WS-WORK-CODE.
002120     MOVE WS-WORK-CODE TO Fournisseur-Code.

002130     READ SUPPMAST
002140         INVALID KEY
002150             DISPLAY "DAY7SUP - SUPPLIER " WS-WORK-CODE
002160                 " NOT FOUND, STATUS " WS-SUPPMAST-STATUS
002170             GO TO 4000-EXIT
002180     END-READ.

002190     DISPLAY "CURRENT NOM : " Fournisseur-Nom.
002200     DISPLAY "ENTER NEW NOM            : ".
002210     ACCEPT Fournisseur-Nom.
002220     DISPLAY "CURRENT ADRESSE : " Fournisseur-Adresse.
002230     DISPLAY "ENTER NEW ADRESSE        : ".
002240     ACCEPT Fournisseur-Adresse.
002250     DISPLAY "CURRENT CONTACT : " Fournisseur-Contact.
002260     DISPLAY "ENTER NEW CONTACT        : ".
002270     ACCEPT Fournisseur-Contact.
002280     DISPLAY "CURRENT CONDITIONS : " Fournisseur-Conditions.
002290     DISPLAY "ENTER NEW CONDITIONS     : ".
002300     ACCEPT Fournisseur-Conditions.
002310     MOVE WS-RUN-DATE      TO Fourn-Last-Maint-Date.
002320     MOVE WS-OPERATOR-ID   TO Fourn-Last-Maint-User.

002330     REWRITE Fiche-Fournisseur
002340         INVALID KEY
002350             DISPLAY "DAY7SUP - UNABLE TO REWRITE SUPPLIER "
002360                 WS-WORK-CODE " STATUS " WS-SUPPMAST-STATUS
002370         NOT INVALID KEY
002380             ADD 1 TO WS-CHANGE-COUNT
002390             DISPLAY "DAY7SUP - SUPPLIER " WS-WORK-CODE
002400                 " CHANGED"
002410             MOVE "CHANGE" TO SEC-Event
002420             MOVE WS-WORK-CODE TO SEC-Detail
002430             PERFORM 1190-LOG-SECURITY THRU 1190-EXIT
002440     END-REWRITE.
002450 4000-EXIT.
002460     EXIT.

002470 5000-DELETE-FOURNISSEUR.
002480     DISPLAY "ENTER FOURNISSEUR-CODE TO DELETE : ".
002490     ACCEPT WS-WORK-CODE.
002500     MOVE WS-WORK-CODE TO Fournisseur-Code.

002510     READ SUPPMAST
002520         INVALID KEY
002530             DISPLAY "DAY7SUP - SUPPLIER " WS-WORK-CODE
002540                 " NOT FOUND, STATUS " WS-SUPPMAST-STATUS
002550             GO TO 5000-EXIT
002560     END-READ.

002570     DELETE SUPPMAST
002580         INVALID KEY
002590             DISPLAY "DAY7SUP - UNABLE TO DELETE SUPPLIER "
002600                 WS-WORK-CODE " STATUS " WS-SUPPMAST-STATUS
002610         NOT INVALID KEY
002620             ADD 1 TO WS-DELETE-COUNT
002630             DISPLAY "DAY7SUP - SUPPLIER " WS-WORK-CODE
002640                 " DELETED"
002650             MOVE "DELETE" TO SEC-Event
002660             MOVE WS-WORK-CODE TO SEC-Detail
002670             PERFORM 1190-LOG-SECURITY THRU 1190-EXIT
002680     END-DELETE.
002690 5000-EXIT.
002700     EXIT.

002710 6000-INQUIRE-FOURNISSEUR.
002720     DISPLAY "ENTER FOURNISSEUR-CODE TO INQUIRE : ".
002730     ACCEPT WS-WORK-CODE.
002740     MOVE WS-WORK-CODE TO Fournisseur-Code.

002750     READ SUPPMAST
002760         INVALID KEY
002770             DISPLAY "DAY7SUP - SUPPLIER " WS-WORK-CODE
002780                 " NOT FOUND, STATUS " WS-SUPPMAST-STATUS
002790             GO TO 6000-EXIT
002800     END-READ.

002810     ADD 1 TO WS-INQUIRE-COUNT.
002820     DISPLAY "FOURNISSEUR-CODE : " Fournisseur-Code.
002830     DISPLAY "NOM              : " Fournisseur-Nom.
002840     DISPLAY "ADRESSE          : " Fournisseur-Adresse.
002850     DISPLAY "CONTACT          : " Fournisseur-Contact.
002860     DISPLAY "CONDITIONS       : " Fournisseur-Conditions.
002870     DISPLAY "LAST MAINTAINED  : " Fourn-Last-Maint-Date
002880         " BY " Fourn-Last-Maint-User.
002890 6000-EXIT.
002900     EXIT.

002910 9000-TERMINATE.
002920     IF WS-SUPPMAST-WAS-OPENED
002930         CLOSE SUPPMAST
002940     END-IF.
002950     DISPLAY "DAY7SUP - SUPPLIERS ADDED    : " WS-ADD-COUNT.
002960     DISPLAY "DAY7SUP - SUPPLIERS CHANGED  : " WS-CHANGE-COUNT.
002970     DISPLAY "DAY7SUP - SUPPLIERS DELETED  : " WS-DELETE-COUNT.
002980     DISPLAY "DAY7SUP - SUPPLIERS INQUIRED : " WS-INQUIRE-COUNT.
002990 9000-EXIT.
003000     EXIT.
