000100*****************************************************************
000110* EXERCISE 7 REORDER ACCEPT: BUYER DECISIONS ON REORDER POINTS
000120* LETS A BUYER WORK THROUGH THE ROPPROP PROPOSALS WRITTEN BY THE
000130* MONTHLY DAY7ROP PLANNING RUN (SEE ROPPROP.CPY) ONE PRODUCT AT
000140* A TIME. AN ACCEPTED PROPOSAL REPLACES SEUIL-REAPPRO ON
000150* PRODMAST THROUGH THE SAME PATH AS A DAY7MNT CHANGE - AUDIT
000160* STAMP, BEFORE AND AFTER IMAGES JOURNALED TO PRODJRNL, CHANGE
000170* EVENT ON SECLOG - AND A REJECTED ONE IS SIMPLY MARKED SO. THE
000180* SIGN-ON AND PRODMAST INTERLOCK ARE DAY7MNT'S, AND EACH ACTION
000190* IS CHECKED AGAINST THE OPERATOR'S ACCRIGHT RIGHTS: LISTING
000200* NEEDS SGN-MAY-INQUIRE, DECIDING SGN-MAY-CHANGE, AND OVERRIDING
000210* THE INTERLOCK SGN-MAY-APPROVE.
000220*****************************************************************
000230* MODIFICATION HISTORY
000240*  10/15/2026  JPH  ORIGINAL VERSION, MODELED ON DAY7MNT.
000250*  10/15/2026  JPH  MENU ACTIONS ARE CHECKED AGAINST THE
000260*                   OPERATOR'S ACCRIGHT RIGHTS IN THIS PROGRAM
000270*                   (SGN-DROITS FROM DAYSEC) INSTEAD OF THE
000280*                   AUTHORITY LEVEL.
000290*  10/15/2026  JPH  RECORD IMAGES WIDENED TO 71 BYTES FOR THE
000300*                   STATUT-PRODUIT AND CODE-SUCCESSEUR FIELDS
000310*                   ADDED TO FICHE-PRODUIT.
000320*  10/15/2026  JPH  HEADER NAMES THE ACCRIGHT RIGHTS THE CODE
000330*                   CHECKS INSTEAD OF THE OLD LEVELS, AND
000340*                   WS-AUTH-LEVEL, WHICH NOTHING READ, IS DROPPED.
000350*****************************************************************
000360 IDENTIFICATION DIVISION.
000370 PROGRAM-ID. day7rac.
000380 AUTHOR. jphNovitz.
000390 DATE-WRITTEN. 2026/10/15.
000400 DATE-COMPILED.

000410 ENVIRONMENT DIVISION.
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440     SELECT PRODMAST ASSIGN TO "PRODMAST"
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS DYNAMIC
000470         RECORD KEY IS Code-produit
000480         ALTERNATE RECORD KEY IS Libelle WITH DUPLICATES
000490         FILE STATUS IS WS-PRODMAST-STATUS.

000500     SELECT ROPPROP ASSIGN TO "ROPPROP"
000510         ORGANIZATION IS INDEXED
000520         ACCESS MODE IS DYNAMIC
000530         RECORD KEY IS RP-Code-produit
000540         FILE STATUS IS WS-ROPPROP-STATUS.

000550     SELECT PRODJRNL ASSIGN TO "PRODJRNL"
000560         ORGANIZATION IS SEQUENTIAL
000570         FILE STATUS IS WS-PRODJRNL-STATUS.

000580     SELECT FILELOCK ASSIGN TO "FILELOCK"
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS WS-FILELOCK-STATUS.

000610 DATA DIVISION.
000620 FILE SECTION.
000630 FD  PRODMAST
000640     RECORDING MODE IS F.
000650     COPY PRODREC.

000660 FD  ROPPROP
000670     RECORDING MODE IS F.
000680     COPY ROPPROP.

000690 FD  PRODJRNL
000700     RECORDING MODE IS F.
000710     COPY PRODJRNL.

000720 FD  FILELOCK
000730     RECORDING MODE IS F.
000740 01  FILELOCK-REC.
000750     05  LCK-File             PIC X(08).
000760     05  LCK-Holder           PIC X(08).
000770     05  LCK-Date             PIC 9(08).
000780     05  LCK-Time             PIC 9(06).

000790 WORKING-STORAGE SECTION.
000800 01  WS-FILELOCK-STATUS       PIC X(02).
000810     88  WS-FILELOCK-OK            VALUE "00".
000820 01  WS-LOCK-HELD-SW          PIC X(01)  VALUE "N".
000830     88  WS-LOCK-IS-HELD          VALUE "Y".
000840 01  WS-LOCK-HOLDER           PIC X(08)  VALUE SPACES.
000850 01  WS-OVERRIDE-CHOICE       PIC X(01).
000860     88  WS-OVERRIDE-YES           VALUE "Y" "y".

000870 01  WS-PRODMAST-STATUS       PIC X(02).
000880     88  WS-PRODMAST-OK            VALUE "00".

000890 01  WS-ROPPROP-STATUS        PIC X(02).
000900     88  WS-ROPPROP-OK             VALUE "00".

000910 01  WS-PRODJRNL-STATUS       PIC X(02).
000920     88  WS-PRODJRNL-OK            VALUE "00".

000930 01  WS-BEFORE-IMAGE          PIC X(71)  VALUE SPACES.
000940 01  WS-JRN-OPERATION         PIC X(01)  VALUE SPACE.

000950 01  WS-SIGNON-FIELDS.
000960     05  WS-SIGNON-OK-SW      PIC X(01)  VALUE "N".
000970         88  WS-SIGNED-ON            VALUE "Y".

000980     COPY SIGNLINK.

000990     COPY SECLINK.

001000 01  WS-SWITCHES.
001010     05  WS-DONE-SW           PIC X(01)  VALUE "N".
001020         88  WS-ALL-DONE             VALUE "Y".
001030     05  WS-PRODMAST-OPEN-SW  PIC X(01)  VALUE "N".
001040         88  WS-PRODMAST-WAS-OPENED  VALUE "Y".
001050     05  WS-ROPPROP-OPEN-SW   PIC X(01)  VALUE "N".
001060         88  WS-ROPPROP-WAS-OPENED   VALUE "Y".
001070     05  WS-PRODJRNL-OPEN-SW  PIC X(01)  VALUE "N".
001080         88  WS-PRODJRNL-WAS-OPENED  VALUE "Y".
001090     05  WS-LIST-DONE-SW      PIC X(01)  VALUE "N".
001100         88  WS-LIST-DONE            VALUE "Y".

001110 01  WS-MENU-CHOICE           PIC X(01).
001120     88  WS-CHOICE-LIST            VALUE "L" "l".
001130     88  WS-CHOICE-ACCEPT          VALUE "A" "a".
001140     88  WS-CHOICE-REJECT          VALUE "R" "r".
001150     88  WS-CHOICE-QUIT            VALUE "Q" "q".

001160 01  WS-CONFIRM               PIC X(01)  VALUE SPACE.
001170     88  WS-CONFIRM-YES            VALUE "Y" "y".

001180 01  WS-COUNTERS.
001190     05  WS-ACCEPT-COUNT      PIC 9(05) COMP  VALUE ZERO.
001200     05  WS-REJECT-COUNT      PIC 9(05) COMP  VALUE ZERO.
001210     05  WS-LIST-COUNT        PIC 9(05) COMP  VALUE ZERO.

001220 01  WS-WORK-CODE             PIC X(03).
001230 01  WS-RUN-DATE              PIC 9(08).
001240 01  WS-OPERATOR-ID           PIC X(08).

001250 01  WS-RUN-TIME-FULL         PIC 9(08).
001260 01  WS-RUN-TIME-PARTS REDEFINES WS-RUN-TIME-FULL.
001270     05  WS-RUN-TIME              PIC 9(06).
001280     05  WS-RUN-TIME-HUNDREDTHS   PIC 9(02).

001290 01  WS-DISPLAY-FIELDS.
001300     05  WS-SEUIL-ED          PIC -ZZZZ9.
001310     05  WS-PROPOSE-ED        PIC -ZZZZ9.
001320     05  WS-SECU-ED           PIC ZZZZ9.
001330     05  WS-DEM-ED            PIC ZZ,ZZ9.99.
001340     05  WS-ECART-ED          PIC ZZ,ZZ9.99.
001350     05  WS-DELAI-ED          PIC ZZ9.9.
001360     05  WS-VALEUR-ED         PIC -ZZZ,ZZZ,ZZ9.99.

001370 PROCEDURE DIVISION.

001380 0000-MAINLINE.
001390     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001400     PERFORM 2000-PROCESS-MENU THRU 2000-EXIT
001410         UNTIL WS-ALL-DONE.
001420     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001430     STOP RUN.

001440 1000-INITIALIZE.
001450     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001460     ACCEPT WS-RUN-TIME-FULL FROM TIME.
001470     PERFORM 1100-SIGN-ON THRU 1100-EXIT.
001480     IF NOT WS-SIGNED-ON
001490         SET WS-ALL-DONE TO TRUE
001500         GO TO 1000-EXIT
001510     END-IF.
001520     PERFORM 1300-CHECK-INTERLOCK THRU 1300-EXIT.
001530     IF WS-ALL-DONE
001540         GO TO 1000-EXIT
001550     END-IF.
001560     OPEN I-O ROPPROP.
001570     IF NOT WS-ROPPROP-OK
001580         DISPLAY "DAY7RAC - UNABLE TO OPEN ROPPROP, STATUS "
001590             WS-ROPPROP-STATUS " - NO PROPOSALS TO DECIDE"
001600         SET WS-ALL-DONE TO TRUE
001610         GO TO 1000-EXIT
001620     END-IF.
001630     SET WS-ROPPROP-WAS-OPENED TO TRUE.

001640     OPEN I-O PRODMAST.
001650     IF NOT WS-PRODMAST-OK
001660         DISPLAY "DAY7RAC - UNABLE TO OPEN PRODMAST, STATUS "
001670             WS-PRODMAST-STATUS
001680         SET WS-ALL-DONE TO TRUE
001690         GO TO 1000-EXIT
001700     END-IF.
001710     SET WS-PRODMAST-WAS-OPENED TO TRUE.

001720     OPEN EXTEND PRODJRNL.
001730     IF NOT WS-PRODJRNL-OK
001740         DISPLAY "DAY7RAC - UNABLE TO OPEN PRODJRNL, STATUS "
001750             WS-PRODJRNL-STATUS
001760             " - MASTER CHANGES WILL NOT BE JOURNALED"
001770     ELSE
001780         SET WS-PRODJRNL-WAS-OPENED TO TRUE
001790     END-IF.
001800 1000-EXIT.
001810     EXIT.

001820 1100-SIGN-ON.
001830     MOVE "DAY7RAC" TO SGN-Program.
001840     CALL "daysec" USING SGN-REQUEST.
001850     IF SGN-SIGNED-ON
001860         MOVE SGN-Operator   TO WS-OPERATOR-ID
001870         MOVE "Y" TO WS-SIGNON-OK-SW
001880     END-IF.
001890 1100-EXIT.
001900     EXIT.

001910 1190-LOG-SECURITY.
001920     MOVE "DAY7RAC" TO SEC-Program.
001930     MOVE WS-OPERATOR-ID TO SEC-Operator.
001940     CALL "dayslog" USING SEC-REQUEST.
001950 1190-EXIT.
001960     EXIT.

001970*****************************************************************
001980* THE NIGHT BATCH MARKS PRODMAST BUSY ON FILELOCK FOR THE
001990* WHOLE STREAM. A HELD MARK REFUSES THE SESSION; AN OPERATOR
002000* HOLDING THE APPROVE RIGHT MAY FORCE PAST IT, AND THE
002010* OVERRIDE IS LOGGED.
002020*****************************************************************
002030 1300-CHECK-INTERLOCK.
002040     MOVE "N" TO WS-LOCK-HELD-SW.
002050     OPEN INPUT FILELOCK.
002060     IF NOT WS-FILELOCK-OK
002070         GO TO 1300-EXIT
002080     END-IF.
002090     PERFORM 1310-SCAN-ONE-LOCK THRU 1310-EXIT
002100         UNTIL WS-FILELOCK-STATUS = "10".
002110     CLOSE FILELOCK.
002120     IF NOT WS-LOCK-IS-HELD
002130         GO TO 1300-EXIT
002140     END-IF.
002150     DISPLAY "DAY7RAC - PRODMAST IS IN USE BY " WS-LOCK-HOLDER
002160         " - DECISIONS REFUSED".
002170     IF NOT SGN-MAY-APPROVE
002180         SET WS-ALL-DONE TO TRUE
002190         GO TO 1300-EXIT
002200     END-IF.
002210     DISPLAY "SUPERVISOR OVERRIDE (Y/N) ? ".
002220     ACCEPT WS-OVERRIDE-CHOICE.
002230     IF NOT WS-OVERRIDE-YES
002240         SET WS-ALL-DONE TO TRUE
002250         GO TO 1300-EXIT
002260     END-IF.
002270     DISPLAY "DAY7RAC - OVERRIDE ACCEPTED, PROCEED WITH CARE".
002280     MOVE "OVERRIDE" TO SEC-Event.
002290     MOVE "PRODMAST" TO SEC-Detail.
002300     PERFORM 1190-LOG-SECURITY THRU 1190-EXIT.
002310 1300-EXIT.
002320     EXIT.

002330 1310-SCAN-ONE-LOCK.
002340     READ FILELOCK
002350         AT END
002360             MOVE "10" TO WS-FILELOCK-STATUS
002370             GO TO 1310-EXIT
002380     END-READ.
002390     IF LCK-File = "PRODMAST"
002400         MOVE "Y" TO WS-LOCK-HELD-SW
002410         MOVE LCK-Holder TO WS-LOCK-HOLDER
002420     END-IF.
002430 1310-EXIT.
002440     EXIT.

002450 2000-PROCESS-MENU.
002460     PERFORM 2100-DISPLAY-MENU THRU 2100-EXIT.
002470     PERFORM 2200-GET-CHOICE THRU 2200-EXIT.

002480     EVALUATE TRUE
002490         WHEN WS-CHOICE-LIST
002500             IF NOT SGN-MAY-INQUIRE
002510                 DISPLAY "DAY7RAC - NOT AUTHORIZED TO INQUIRE"
002520             ELSE
002530                 PERFORM 3000-LIST-PROPOSALS THRU 3000-EXIT
002540             END-IF
002550         WHEN WS-CHOICE-ACCEPT
002560             IF NOT SGN-MAY-CHANGE
002570                 DISPLAY "DAY7RAC - NOT AUTHORIZED TO ACCEPT"
002580             ELSE
002590                 PERFORM 4000-ACCEPT-PROPOSAL THRU 4000-EXIT
002600             END-IF
002610         WHEN WS-CHOICE-REJECT
002620             IF NOT SGN-MAY-CHANGE
002630                 DISPLAY "DAY7RAC - NOT AUTHORIZED TO REJECT"
002640             ELSE
002650                 PERFORM 5000-REJECT-PROPOSAL THRU 5000-EXIT
002660             END-IF
002670         WHEN WS-CHOICE-QUIT
002680             SET WS-ALL-DONE TO TRUE
002690         WHEN OTHER
002700             DISPLAY "DAY7RAC - INVALID CHOICE, TRY AGAIN"
002710     END-EVALUATE.
002720 2000-EXIT.
002730     EXIT.

002740 2100-DISPLAY-MENU.
002750     DISPLAY " ".
002760     DISPLAY "-------- REORDER POINT PROPOSALS --------".
002770     DISPLAY "  L - LIST PROPOSALS STILL OPEN".
002780     DISPLAY "  A - ACCEPT A PROPOSAL".
002790     DISPLAY "  R - REJECT A PROPOSAL".
002800     DISPLAY "  Q - QUIT".
002810 2100-EXIT.
002820     EXIT.

002830 2200-GET-CHOICE.
002840     DISPLAY "ENTER YOUR CHOICE : ".
002850     ACCEPT WS-MENU-CHOICE.
002860 2200-EXIT.
002870     EXIT.

002880 3000-LIST-PROPOSALS.
002890     MOVE ZERO TO WS-LIST-COUNT.
002900     MOVE "N" TO WS-LIST-DONE-SW.
002910     MOVE LOW-VALUES TO RP-Code-produit.
002920     START ROPPROP KEY IS NOT < RP-Code-produit
002930         INVALID KEY
002940             MOVE "Y" TO WS-LIST-DONE-SW
002950     END-START.
002960     DISPLAY "CODE  LIBELLE          ACTUEL PROPOSE"
002970         "    ECART VALEUR".
002980     PERFORM 3010-LIST-ONE-PROPOSAL THRU 3010-EXIT
002990         UNTIL WS-LIST-DONE.
003000     IF WS-LIST-COUNT = ZERO
003010         DISPLAY "DAY7RAC - NO PROPOSAL IS WAITING FOR A "
003020             "DECISION"
003030     END-IF.
003040 3000-EXIT.
003050     EXIT.

003060 3010-LIST-ONE-PROPOSAL.
003070     READ ROPPROP NEXT RECORD
003080         AT END
003090             MOVE "Y" TO WS-LIST-DONE-SW
003100             GO TO 3010-EXIT
003110     END-READ.
003120     IF NOT RP-STATUT-PROPOSED
003130         GO TO 3010-EXIT
003140     END-IF.
003150     MOVE RP-Seuil-Actuel  TO WS-SEUIL-ED.
003160     MOVE RP-Seuil-Propose TO WS-PROPOSE-ED.
003170     MOVE RP-Ecart-Valeur  TO WS-VALEUR-ED.
003180     DISPLAY RP-Code-produit "   " RP-Libelle "  "
003190         WS-SEUIL-ED "  " WS-PROPOSE-ED "  " WS-VALEUR-ED.
003200     ADD 1 TO WS-LIST-COUNT.
003210 3010-EXIT.
003220     EXIT.

003230 3100-READ-PROPOSAL.
003240     DISPLAY "ENTER CODE-PRODUIT : ".
003250     ACCEPT WS-WORK-CODE.
003260     MOVE WS-WORK-CODE TO RP-Code-produit.
003270     READ ROPPROP
003280         INVALID KEY
003290             DISPLAY "DAY7RAC - NO PROPOSAL FOR " WS-WORK-CODE
003300             MOVE SPACES TO WS-WORK-CODE
003310             GO TO 3100-EXIT
003320     END-READ.
003330     IF NOT RP-STATUT-PROPOSED
003340         DISPLAY "DAY7RAC - PROPOSAL FOR " WS-WORK-CODE
003350             " WAS ALREADY DECIDED (" RP-Statut ") BY "
003360             RP-Decision-User
003370         MOVE SPACES TO WS-WORK-CODE
003380         GO TO 3100-EXIT
003390     END-IF.
003400     MOVE RP-Seuil-Actuel   TO WS-SEUIL-ED.
003410     MOVE RP-Seuil-Propose  TO WS-PROPOSE-ED.
003420     MOVE RP-Stock-Securite TO WS-SECU-ED.
003430     MOVE RP-Demande-Jour   TO WS-DEM-ED.
003440     MOVE RP-Ecart-Type     TO WS-ECART-ED.
003450     MOVE RP-Delai          TO WS-DELAI-ED.
003460     MOVE RP-Ecart-Valeur   TO WS-VALEUR-ED.
003470     DISPLAY "PRODUIT        : " RP-Code-produit " " RP-Libelle.
003480     DISPLAY "DEMANDE / JOUR : " WS-DEM-ED
003490         "  ECART-TYPE : " WS-ECART-ED.
003500     IF RP-DELAI-REEL
003510         DISPLAY "DELAI          : " WS-DELAI-ED
003520             " JOURS (REEL, SUPPDLV)"
003530     ELSE
003540         DISPLAY "DELAI          : " WS-DELAI-ED
003550             " JOURS (PROMIS, DELAI-LIVRAISON)"
003560     END-IF.
003570     DISPLAY "SEUIL ACTUEL   : " WS-SEUIL-ED.
003580     DISPLAY "SEUIL PROPOSE  : " WS-PROPOSE-ED
003590         "  (DONT SECURITE " WS-SECU-ED ")".
003600     DISPLAY "ECART VALEUR   : " WS-VALEUR-ED.
003610 3100-EXIT.
003620     EXIT.

003630*****************************************************************
003640* IF SEUIL-REAPPRO WAS CHANGED ON PRODMAST SINCE THE PLANNING
003650* RUN, THE BUYER IS SHOWN THE FIGURE NOW ON FILE AND MUST CONFIRM
003660* BEFORE IT IS OVERWRITTEN.
003670*****************************************************************
003680 4000-ACCEPT-PROPOSAL.
003690     PERFORM 3100-READ-PROPOSAL THRU 3100-EXIT.
003700     IF WS-WORK-CODE = SPACES
003710         GO TO 4000-EXIT
003720     END-IF.
003730     MOVE WS-WORK-CODE TO Code-produit.
003740     READ PRODMAST
003750         INVALID KEY
003760             DISPLAY "DAY7RAC - PRODUCT " WS-WORK-CODE
003770                 " NOT FOUND, STATUS " WS-PRODMAST-STATUS
003780             GO TO 4000-EXIT
003790     END-READ.
003800     IF Seuil-Reappro NOT = RP-Seuil-Actuel
003810         MOVE Seuil-Reappro TO WS-SEUIL-ED
003820         DISPLAY "DAY7RAC - WARNING: SEUIL-REAPPRO IS NOW "
003830             WS-SEUIL-ED " ON PRODMAST (CHANGED SINCE THE "
003840             "PLANNING RUN)"
003850     END-IF.
003860     DISPLAY "ACCEPT THIS PROPOSAL (Y/N) : ".
003870     ACCEPT WS-CONFIRM.
003880     IF NOT WS-CONFIRM-YES
003890         DISPLAY "DAY7RAC - NOTHING CHANGED"
003900         GO TO 4000-EXIT
003910     END-IF.

003920     MOVE Fiche-produit    TO WS-BEFORE-IMAGE.
003930     MOVE RP-Seuil-Propose TO Seuil-Reappro.
003940     MOVE WS-RUN-DATE      TO Last-Maint-Date.
003950     MOVE WS-OPERATOR-ID   TO Last-Maint-User.
003960     REWRITE Fiche-produit
003970         INVALID KEY
003980             DISPLAY "DAY7RAC - UNABLE TO REWRITE PRODUCT "
003990                 WS-WORK-CODE " STATUS " WS-PRODMAST-STATUS
004000             GO TO 4000-EXIT
004010     END-REWRITE.
004020     MOVE "CHANGE" TO SEC-Event.
004030     MOVE WS-WORK-CODE TO SEC-Detail.
004040     PERFORM 1190-LOG-SECURITY THRU 1190-EXIT.
004050     MOVE "C" TO WS-JRN-OPERATION.
004060     PERFORM 7100-WRITE-JOURNAL THRU 7100-EXIT.

004070     MOVE "A" TO RP-Statut.
004080     PERFORM 6000-MARK-DECIDED THRU 6000-EXIT.
004090     ADD 1 TO WS-ACCEPT-COUNT.
004100     DISPLAY "DAY7RAC - SEUIL-REAPPRO OF " WS-WORK-CODE
004110         " CHANGED TO " WS-PROPOSE-ED.
004120 4000-EXIT.
004130     EXIT.

004140 5000-REJECT-PROPOSAL.
004150     PERFORM 3100-READ-PROPOSAL THRU 3100-EXIT.
004160     IF WS-WORK-CODE = SPACES
004170         GO TO 5000-EXIT
004180     END-IF.
004190     DISPLAY "REJECT THIS PROPOSAL (Y/N) : ".
004200     ACCEPT WS-CONFIRM.
004210     IF NOT WS-CONFIRM-YES
004220         DISPLAY "DAY7RAC - NOTHING CHANGED"
004230         GO TO 5000-EXIT
004240     END-IF.
004250     MOVE "R" TO RP-Statut.
004260     PERFORM 6000-MARK-DECIDED THRU 6000-EXIT.
004270     MOVE "CANCEL" TO SEC-Event.
004280     MOVE WS-WORK-CODE TO SEC-Detail.
004290     PERFORM 1190-LOG-SECURITY THRU 1190-EXIT.
004300     ADD 1 TO WS-REJECT-COUNT.
004310     DISPLAY "DAY7RAC - PROPOSAL FOR " WS-WORK-CODE " REJECTED".
004320 5000-EXIT.
004330     EXIT.

004340 6000-MARK-DECIDED.
004350     MOVE WS-OPERATOR-ID TO RP-Decision-User.
004360     MOVE WS-RUN-DATE    TO RP-Decision-Date.
004370     REWRITE ROPPROP-REC
004380         INVALID KEY
004390             DISPLAY "DAY7RAC - UNABLE TO UPDATE PROPOSAL "
004400                 RP-Code-produit " STATUS " WS-ROPPROP-STATUS
004410     END-REWRITE.
004420 6000-EXIT.
004430     EXIT.

004440 7100-WRITE-JOURNAL.
004450     IF NOT WS-PRODJRNL-WAS-OPENED
004460         GO TO 7100-EXIT
004470     END-IF.
004480     MOVE WS-JRN-OPERATION TO JRN-Operation.
004490     MOVE WS-RUN-DATE      TO JRN-Run-Date.
004500     MOVE WS-RUN-TIME      TO JRN-Run-Time.
004510     MOVE WS-OPERATOR-ID   TO JRN-User.
004520     MOVE WS-BEFORE-IMAGE  TO JRN-Before-Image.
004530     MOVE Fiche-produit    TO JRN-After-Image.
004540     WRITE PRODJRNL-REC.
004550 7100-EXIT.
004560     EXIT.

004570 9000-TERMINATE.
004580     IF WS-PRODMAST-WAS-OPENED
004590         CLOSE PRODMAST
004600     END-IF.
004610     IF WS-ROPPROP-WAS-OPENED
004620         CLOSE ROPPROP
004630     END-IF.
004640     IF WS-PRODJRNL-WAS-OPENED
004650         CLOSE PRODJRNL
004660     END-IF.
004670     DISPLAY "DAY7RAC - PROPOSALS ACCEPTED: " WS-ACCEPT-COUNT.
004680     DISPLAY "DAY7RAC - PROPOSALS REJECTED: " WS-REJECT-COUNT.
004690 9000-EXIT.
004700     EXIT.
