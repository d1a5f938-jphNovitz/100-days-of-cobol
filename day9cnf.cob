000170* INTO A TABLE AT START AND SAVED BACK IN FULL AT QUIT, THE SAME
000180* SHAPE DAY7PND USES, SO AN ENTRY SKIPPED WITH S STAYS "P" FOR
000190* THE NEXT SESSION.
000200*
000210* EACH ENTRY NAMES THE LOCATION AND LOT DAY9PCK SENT THE PICKER
000220* TO. THE PICKER KEYS THE LOT NUMBER ON WHAT WAS TAKEN; A LOT
000230* OTHER THAN THE ONE LISTED IS REFUSED AND THE ENTRY STAYS "P",
000240* SO THE ISSUE NEVER CLAIMS A LOT THE PICKER DID NOT TOUCH.
000250*****************************************************************
000260* MODIFICATION HISTORY
000270*  09/02/2026  JPH  ORIGINAL VERSION.
000280*  09/02/2026  JPH  PICK ENTRIES NOW CARRY PK-LIGNE (SEE
000290*                   PICKREC.CPY), SO EACH ORDER LINE CONFIRMS
000300*                   ITS OWN PICK EVEN WHEN ONE ORDER CARRIES
000310*                   THE SAME PRODUCT TWICE.
000320*  09/02/2026  JPH  A PICKFILE HOLDING MORE THAN THE 500 TABLE
000330*                   ROWS NOW REFUSES THE SESSION OUTRIGHT - THE
000340*                   OLD BEHAVIOUR REWROTE THE FILE FROM THE
000350*                   TABLE AND SILENTLY DESTROYED THE UNLOADED
000360*                   TAIL. WORK THE FILE DOWN WITH DAY9FUL FIRST.
000370*  10/15/2026  JPH  PICKS ARE NOW SPLIT BY LOCATION AND LOT (SEE
000380*                   PICKREC.CPY). EACH SPLIT IS CONFIRMED ON ITS
000390*                   OWN, SHOWING WHERE TO GO AND WHICH LOT TO
000400*                   TAKE, AND THE LOT KEYED BACK MUST MATCH THE
000410*                   LOT ON THE LIST. THE SPLIT, LOCATION, LOT AND
000420*                   EXPIRY ARE CARRIED THROUGH THE SAVE.
000430*****************************************************************
000440 IDENTIFICATION DIVISION.
000450 PROGRAM-ID. day9cnf.
000460 AUTHOR. jphNovitz.
000470 DATE-WRITTEN. 2026/09/02.
000480 DATE-COMPILED.

000490 ENVIRONMENT DIVISION.
000500 INPUT-OUTPUT SECTION.
000510 FILE-CONTROL.
000520     SELECT PICKFILE ASSIGN TO "PICKFILE"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS WS-PICKFILE-STATUS.

000550 DATA DIVISION.
000560 FILE SECTION.
000570 FD  PICKFILE
000580     RECORDING MODE IS F.
000590     COPY PICKREC.

000600 WORKING-STORAGE SECTION.
000610 01  WS-PICKFILE-STATUS       PIC X(02).
000620     88  WS-PICKFILE-OK             VALUE "00".

000630 01  WS-SWITCHES.
000640     05  WS-DONE-SW           PIC X(01)  VALUE "N".
000650         88  WS-ALL-DONE             VALUE "Y".
000660     05  WS-LOADED-SW         PIC X(01)  VALUE "N".
000670         88  WS-FILE-WAS-LOADED      VALUE "Y".
000680     05  WS-PICK-OVFL-SW      PIC X(01)  VALUE "N".
000690         88  WS-PICK-OVERFLOWED      VALUE "Y".

000700 01  WS-ACTION-CHOICE         PIC X(01).
000710     88  WS-ACTION-SKIP            VALUE "S" "s".
000720     88  WS-ACTION-QUIT            VALUE "Q" "q".

000730 01  WS-COUNTERS.
000740     05  WS-PICKS-LOADED      PIC 9(05) COMP  VALUE ZERO.
000750     05  WS-CONFIRMED         PIC 9(05) COMP  VALUE ZERO.
000760     05  WS-SKIPPED           PIC 9(05) COMP  VALUE ZERO.

000770 01  WS-PICK-TABLE.
000780     05  WS-PICK-COUNT        PIC 9(03) COMP  VALUE ZERO.
000790     05  WS-PICK-ENTRY OCCURS 500 TIMES.
000800         10  WS-PK-NUMERO     PIC X(06).
000810         10  WS-PK-LIGNE      PIC 9(03).
000820         10  WS-PK-CODE       PIC X(03).
000830         10  WS-PK-A-PRENDRE  PIC 9(05).
000840         10  WS-PK-PRISE      PIC 9(05).
000850         10  WS-PK-STATUT     PIC X(01).
000860         10  WS-PK-SPLIT      PIC 9(02).
000870         10  WS-PK-LOCATION   PIC X(03).
000880         10  WS-PK-LOT        PIC X(10).
000890         10  WS-PK-EXPIREE    PIC 9(08).

000900 01  WS-PICK-I                PIC 9(03) COMP  VALUE ZERO.
000910 01  WS-QTE-X                 PIC X(05).
000920 01  WS-QTE REDEFINES WS-QTE-X
000930                              PIC 9(05).
000940 01  WS-LOT-X                 PIC X(10).

000950 PROCEDURE DIVISION.

000960 0000-MAINLINE.
000970     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000980     PERFORM 2000-CONFIRM-ONE-PICK THRU 2000-EXIT
000990         VARYING WS-PICK-I FROM 1 BY 1
001000         UNTIL WS-PICK-I > WS-PICK-COUNT
001010            OR WS-ALL-DONE.
001020     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001030     STOP RUN.

001040 1000-INITIALIZE.
001050     OPEN INPUT PICKFILE.
001060     IF NOT WS-PICKFILE-OK
001070         DISPLAY "DAY9CNF - UNABLE TO OPEN PICKFILE, STATUS "
001080             WS-PICKFILE-STATUS " - NOTHING TO CONFIRM"
001090         SET WS-ALL-DONE TO TRUE
001100         GO TO 1000-EXIT
001110     END-IF.
001120     PERFORM 1010-LOAD-ONE-PICK THRU 1010-EXIT
001130         UNTIL WS-PICKFILE-STATUS = "10".
001140     CLOSE PICKFILE.
001150     IF WS-PICK-OVERFLOWED
001160         DISPLAY "DAY9CNF - PICKFILE EXCEEDS 500 ENTRIES, "
001170             "SESSION REFUSED - RUN DAY9FUL TO WORK IT DOWN"
001180         SET WS-ALL-DONE TO TRUE
001190         GO TO 1000-EXIT
001200     END-IF.
001210     MOVE "Y" TO WS-LOADED-SW.
001220     MOVE WS-PICK-COUNT TO WS-PICKS-LOADED.
001230     DISPLAY "DAY9CNF - " WS-PICKS-LOADED
001240         " PICK LINES LOADED".
001250 1000-EXIT.
001260     EXIT.

001270 1010-LOAD-ONE-PICK.
001280     READ PICKFILE
001290         AT END
001300             MOVE "10" TO WS-PICKFILE-STATUS
001310             GO TO 1010-EXIT
001320     END-READ.
001330     IF WS-PICK-COUNT < 500
001340         ADD 1 TO WS-PICK-COUNT
001350         MOVE PK-Numero        TO WS-PK-NUMERO(WS-PICK-COUNT)
001360         MOVE PK-Ligne         TO WS-PK-LIGNE(WS-PICK-COUNT)
001370         MOVE PK-Code-produit  TO WS-PK-CODE(WS-PICK-COUNT)
001380         MOVE PK-Qte-A-Prendre
001390             TO WS-PK-A-PRENDRE(WS-PICK-COUNT)
001400         MOVE PK-Qte-Prise     TO WS-PK-PRISE(WS-PICK-COUNT)
001410         MOVE PK-Statut        TO WS-PK-STATUT(WS-PICK-COUNT)
001420         MOVE PK-Split         TO WS-PK-SPLIT(WS-PICK-COUNT)
001430         MOVE PK-Location      TO WS-PK-LOCATION(WS-PICK-COUNT)
001440         MOVE PK-Lot-No        TO WS-PK-LOT(WS-PICK-COUNT)
001450         MOVE PK-Date-Expiree  TO WS-PK-EXPIREE(WS-PICK-COUNT)
001460     ELSE
001470         MOVE "Y" TO WS-PICK-OVFL-SW
001480         MOVE "10" TO WS-PICKFILE-STATUS
001490     END-IF.
001500 1010-EXIT.
001510     EXIT.

001520 2000-CONFIRM-ONE-PICK.
001530     IF WS-PK-STATUT(WS-PICK-I) NOT = "P"
001540         GO TO 2000-EXIT
001550     END-IF.
001560     DISPLAY " ".
001570     DISPLAY "COMMANDE " WS-PK-NUMERO(WS-PICK-I)
001580         " LIGNE " WS-PK-LIGNE(WS-PICK-I)
001590         "/" WS-PK-SPLIT(WS-PICK-I)
001600         "  PRODUIT " WS-PK-CODE(WS-PICK-I)
001610         "  A PRENDRE " WS-PK-A-PRENDRE(WS-PICK-I).
001620     IF WS-PK-LOCATION(WS-PICK-I) = SPACES
001630         DISPLAY "  SANS STOCK - NOTHING ON THE BOOKS TO PICK, "
001640             "KEY 00000 UNLESS FOUND"
001650     ELSE
001660         DISPLAY "  EMPLACEMENT " WS-PK-LOCATION(WS-PICK-I)
001670             "  LOT " WS-PK-LOT(WS-PICK-I)
001680             "  EXPIRE " WS-PK-EXPIREE(WS-PICK-I)
001690     END-IF.
001700     DISPLAY "ENTER QUANTITY PICKED (5 DIGITS, S SKIP, "
001710         "Q QUIT) : ".
001720     ACCEPT WS-QTE-X.
001730     MOVE WS-QTE-X TO WS-ACTION-CHOICE.
001740     IF WS-ACTION-QUIT
001750         SET WS-ALL-DONE TO TRUE
001760         GO TO 2000-EXIT
001770     END-IF.
001780     IF WS-ACTION-SKIP
001790         ADD 1 TO WS-SKIPPED
001800         GO TO 2000-EXIT
001810     END-IF.
001820     IF WS-QTE-X IS NOT NUMERIC
001830         DISPLAY "DAY9CNF - QUANTITY MUST BE NUMERIC, LINE "
001840             "SKIPPED"
001850         ADD 1 TO WS-SKIPPED
001860         GO TO 2000-EXIT
001870     END-IF.
001880     IF WS-QTE > WS-PK-A-PRENDRE(WS-PICK-I)
001890         DISPLAY "DAY9CNF - MORE THAN ASKED FOR, LINE SKIPPED"
001900         ADD 1 TO WS-SKIPPED
001910         GO TO 2000-EXIT
001920     END-IF.
001930     IF WS-QTE > ZERO
001940         AND WS-PK-LOT(WS-PICK-I) NOT = SPACES
001950         PERFORM 2100-CHECK-LOT THRU 2100-EXIT
001960         IF WS-LOT-X NOT = WS-PK-LOT(WS-PICK-I)
001970             ADD 1 TO WS-SKIPPED
001980             GO TO 2000-EXIT
001990         END-IF
002000     END-IF.
002010     MOVE WS-QTE TO WS-PK-PRISE(WS-PICK-I).
002020     MOVE "C"    TO WS-PK-STATUT(WS-PICK-I).
002030     ADD 1 TO WS-CONFIRMED.
002040     IF WS-QTE < WS-PK-A-PRENDRE(WS-PICK-I)
002050         DISPLAY "DAY9CNF - SHORT PICK NOTED, REMAINDER WILL "
002060             "BE BACKORDERED AT FULFILLMENT"
002070     END-IF.
002080 2000-EXIT.
002090     EXIT.

002100*****************************************************************
002110* THE LOT ON THE STOCK TAKEN MUST BE THE LOT ON THE LIST - A
002120* BLANK ANSWER ACCEPTS THE LISTED LOT.
002130*****************************************************************
002140 2100-CHECK-LOT.
002150     DISPLAY "ENTER LOT NUMBER TAKEN (SPACES = "
002160         WS-PK-LOT(WS-PICK-I) ") : ".
002170     MOVE SPACES TO WS-LOT-X.
002180     ACCEPT WS-LOT-X.
002190     IF WS-LOT-X = SPACES
002200         MOVE WS-PK-LOT(WS-PICK-I) TO WS-LOT-X
002210         GO TO 2100-EXIT
002220     END-IF.
002230     IF WS-LOT-X NOT = WS-PK-LOT(WS-PICK-I)
002240         DISPLAY "DAY9CNF - LOT " WS-LOT-X " IS NOT THE LOT ON "
002250             "THE PICK LIST, ENTRY LEFT OPEN - TAKE LOT "
002260             WS-PK-LOT(WS-PICK-I)
002270     END-IF.
002280 2100-EXIT.
002290     EXIT.

002300 9000-TERMINATE.
002310     IF NOT WS-FILE-WAS-LOADED
002320         GO TO 9000-SHOW-COUNTS
002330     END-IF.
002340     OPEN OUTPUT PICKFILE.
002350     IF NOT WS-PICKFILE-OK
002360         DISPLAY "DAY9CNF - UNABLE TO REWRITE PICKFILE, STATUS "
002370             WS-PICKFILE-STATUS " - CONFIRMATIONS LOST"
002380         GO TO 9000-SHOW-COUNTS
002390     END-IF.
002400     PERFORM 9010-SAVE-ONE-PICK THRU 9010-EXIT
002410         VARYING WS-PICK-I FROM 1 BY 1
002420         UNTIL WS-PICK-I > WS-PICK-COUNT.
002430     CLOSE PICKFILE.

002440 9000-SHOW-COUNTS.
002450     DISPLAY "DAY9CNF - PICKS CONFIRMED : " WS-CONFIRMED.
002460     DISPLAY "DAY9CNF - PICKS SKIPPED   : " WS-SKIPPED.
002470 9000-EXIT.
002480     EXIT.

002490 9010-SAVE-ONE-PICK.
002500     MOVE WS-PK-NUMERO(WS-PICK-I)    TO PK-Numero.
002510     MOVE WS-PK-LIGNE(WS-PICK-I)     TO PK-Ligne.
002520     MOVE WS-PK-CODE(WS-PICK-I)      TO PK-Code-produit.
002530     MOVE WS-PK-A-PRENDRE(WS-PICK-I) TO PK-Qte-A-Prendre.
002540     MOVE WS-PK-PRISE(WS-PICK-I)     TO PK-Qte-Prise.
002550     MOVE WS-PK-STATUT(WS-PICK-I)    TO PK-Statut.
002560     MOVE WS-PK-SPLIT(WS-PICK-I)     TO PK-Split.
002570     MOVE WS-PK-LOCATION(WS-PICK-I)  TO PK-Location.
002580     MOVE WS-PK-LOT(WS-PICK-I)       TO PK-Lot-No.
002590     MOVE WS-PK-EXPIREE(WS-PICK-I)   TO PK-Date-Expiree.
002600     WRITE PICKREC-REC.
002610 9010-EXIT.
002620     EXIT.
