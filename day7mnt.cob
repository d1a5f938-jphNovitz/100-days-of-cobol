000810*                   MARKED FILE REFUSES THE SESSION AND SAYS WHO
000820*                   HOLDS IT; A LEVEL-3 SUPERVISOR CAN OVERRIDE,
000830*                   AND THE OVERRIDE IS LOGGED TO SECLOG.
000840*  10/15/2026  JPH  MENU ACTIONS ARE CHECKED AGAINST THE
000850*                   OPERATOR'S ACCRIGHT RIGHTS IN THIS PROGRAM
000860*                   (SGN-DROITS FROM DAYSEC) INSTEAD OF THE
000870*                   AUTHORITY LEVEL.
000880*  10/15/2026  JPH  CHANGE NOW ALSO MAINTAINS STATUT-PRODUIT (THE
000890*                   LIFECYCLE STATUS, A/P/D/B) AND
000900*                   CODE-SUCCESSEUR, AND INQUIRE SHOWS THEM; AN
000910*                   ADD STARTS ACTIVE WITH NO SUCCESSOR. THE
000920*                   SUCCESSOR MUST BE ON PRODMAST, NOT THE
000930*                   PRODUCT ITSELF, AND NOT DISCONTINUED OR
000940*                   BLOCKED. A STATUS CHANGE IS JOURNALED TO
000950*                   PRODJRNL WITH THE REST OF THE RECORD. THE
000960*                   BEFORE-IMAGE HOLD IS NOW 71 BYTES.
000970*  10/15/2026  JPH  WS-AUTH-LEVEL, WHICH NOTHING READ, IS DROPPED.
000980*****************************************************************
000990 IDENTIFICATION DIVISION.
001000 PROGRAM-ID. day7mnt.
001010 AUTHOR. jphNovitz.
001020 DATE-WRITTEN. 2025/12/19.
001030 DATE-COMPILED.

001040 ENVIRONMENT DIVISION.
001050 INPUT-OUTPUT SECTION.
001060 FILE-CONTROL.
001070     SELECT PRODMAST ASSIGN TO "PRODMAST"
001080         ORGANIZATION IS INDEXED
001090         ACCESS MODE IS DYNAMIC
001100         RECORD KEY IS Code-produit
001110         ALTERNATE RECORD KEY IS Libelle WITH DUPLICATES
001120         FILE STATUS IS WS-PRODMAST-STATUS.

001130     SELECT PRCLOG ASSIGN TO "PRCLOG"
001140         ORGANIZATION IS LINE SEQUENTIAL
001150         FILE STATUS IS WS-PRCLOG-STATUS.

001160     SELECT SUPPMAST ASSIGN TO "SUPPMAST"
001170         ORGANIZATION IS INDEXED
001180         ACCESS MODE IS DYNAMIC
001190         RECORD KEY IS Fournisseur-Code
001200         FILE STATUS IS WS-SUPPMAST-STATUS.

001210     SELECT PRODJRNL ASSIGN TO "PRODJRNL"
001220         ORGANIZATION IS SEQUENTIAL
001230         FILE STATUS IS WS-PRODJRNL-STATUS.

001240     SELECT FILELOCK ASSIGN TO "FILELOCK"
001250         ORGANIZATION IS LINE SEQUENTIAL
001260         FILE STATUS IS WS-FILELOCK-STATUS.

001270 DATA DIVISION.
001280 FILE SECTION.
001290 FD  PRODMAST
001300     RECORDING MODE IS F.
001310     COPY PRODREC.

001320 FD  PRCLOG
001330     RECORDING MODE IS F.
001340     COPY PRCLOG.

001350 FD  SUPPMAST
001360     RECORDING MODE IS F.
001370     COPY SUPPREC.

001380 FD  PRODJRNL
001390     RECORDING MODE IS F.
001400     COPY PRODJRNL.

001410 FD  FILELOCK
001420     RECORDING MODE IS F.
001430 01  FILELOCK-REC.
001440     05  LCK-File             PIC X(08).
001450     05  LCK-Holder           PIC X(08).
001460     05  LCK-Date             PIC 9(08).
001470     05  LCK-Time             PIC 9(06).

001480 WORKING-STORAGE SECTION.
001490 01  WS-FILELOCK-STATUS       PIC X(02).
001500     88  WS-FILELOCK-OK            VALUE "00".
001510 01  WS-LOCK-HELD-SW          PIC X(01)  VALUE "N".
001520     88  WS-LOCK-IS-HELD          VALUE "Y".
001530 01  WS-LOCK-HOLDER           PIC X(08)  VALUE SPACES.
001540 01  WS-OVERRIDE-CHOICE       PIC X(01).
001550     88  WS-OVERRIDE-YES           VALUE "Y" "y".

001560 01  WS-PRODMAST-STATUS       PIC X(02).
001570     88  WS-PRODMAST-OK            VALUE "00".
001580     88  WS-PRODMAST-NOTFOUND      VALUE "23".
001590     88  WS-PRODMAST-DUPLICATE     VALUE "22".

001600 01  WS-PRCLOG-STATUS         PIC X(02).
001610     88  WS-PRCLOG-OK               VALUE "00".

001620 01  WS-SUPPMAST-STATUS       PIC X(02).
001630     88  WS-SUPPMAST-OK             VALUE "00".

001640 01  WS-PRODJRNL-STATUS       PIC X(02).
001650     88  WS-PRODJRNL-OK             VALUE "00".

001660 01  WS-BEFORE-IMAGE          PIC X(71)  VALUE SPACES.
001670 01  WS-AFTER-HOLD            PIC X(71)  VALUE SPACES.
001680 01  WS-JRN-OPERATION         PIC X(01)  VALUE SPACE.

001690 01  WS-SIGNON-FIELDS.
001700     05  WS-SIGNON-OK-SW      PIC X(01)  VALUE "N".
001710         88  WS-SIGNED-ON            VALUE "Y".

001720     COPY SIGNLINK.

001730     COPY SECLINK.

001740 01  WS-SWITCHES.
001750     05  WS-DONE-SW           PIC X(01)  VALUE "N".
001760         88  WS-ALL-DONE             VALUE "Y".
001770     05  WS-PRODMAST-OPEN-SW  PIC X(01)  VALUE "N".
001780         88  WS-PRODMAST-WAS-OPENED  VALUE "Y".
001790     05  WS-PRCLOG-OPEN-SW    PIC X(01)  VALUE "N".
001800         88  WS-PRCLOG-WAS-OPENED    VALUE "Y".
001810     05  WS-SUPPMAST-OPEN-SW  PIC X(01)  VALUE "N".
001820         88  WS-SUPPMAST-WAS-OPENED  VALUE "Y".
001830     05  WS-PRODJRNL-OPEN-SW  PIC X(01)  VALUE "N".
001840         88  WS-PRODJRNL-WAS-OPENED  VALUE "Y".
001850     05  WS-FOURN-VALID-SW    PIC X(01)  VALUE "N".
001860         88  WS-FOURN-IS-VALID       VALUE "Y".
001870     05  WS-STATUT-VALID-SW   PIC X(01)  VALUE "N".
001880         88  WS-STATUT-IS-VALID      VALUE "Y".
001890     05  WS-SUCC-VALID-SW     PIC X(01)  VALUE "N".
001900         88  WS-SUCC-IS-VALID        VALUE "Y".
001910     05  WS-SUCC-FOUND-SW     PIC X(01)  VALUE "N".
001920         88  WS-SUCC-WAS-FOUND       VALUE "Y".

001930 01  WS-MENU-CHOICE           PIC X(01).
001940     88  WS-CHOICE-ADD             VALUE "A" "a".
001950     88  WS-CHOICE-CHANGE          VALUE "C" "c".
001960     88  WS-CHOICE-DELETE          VALUE "D" "d".
001970     88  WS-CHOICE-INQUIRE         VALUE "I" "i".
001980     88  WS-CHOICE-SEARCH          VALUE "S" "s".
001990     88  WS-CHOICE-QUIT            VALUE "Q" "q".

002000 01  WS-SEARCH-FIELDS.
002010     05  WS-SEARCH-NAME       PIC X(15)  VALUE SPACES.
002020     05  WS-SEARCH-LEN        PIC 9(02) COMP  VALUE ZERO.
002030     05  WS-SEARCH-I          PIC 9(02) COMP  VALUE ZERO.
002040     05  WS-MATCH-COUNT       PIC 9(05) COMP  VALUE ZERO.
002050     05  WS-SEARCH-DONE-SW    PIC X(01)  VALUE "N".
002060         88  WS-SEARCH-DONE          VALUE "Y".
002070     05  WS-MATCH-PRIX-ED     PIC -ZZZ,ZZ9.99.
002080     05  WS-MATCH-QTE-ED      PIC -Z(04)9.

002090 01  WS-COUNTERS.
002100     05  WS-ADD-COUNT         PIC 9(05) COMP  VALUE ZERO.
002110     05  WS-CHANGE-COUNT      PIC 9(05) COMP  VALUE ZERO.
002120     05  WS-DELETE-COUNT      PIC 9(05) COMP  VALUE ZERO.
002130     05  WS-INQUIRE-COUNT     PIC 9(05) COMP  VALUE ZERO.

002140 01  WS-WORK-CODE             PIC X(03).
002150 01  WS-SUCC-STATUT           PIC X(01).
002160 01  WS-SUCC-LIBELLE          PIC X(15).
002170 01  WS-RUN-DATE              PIC 9(08).
002180 01  WS-OPERATOR-ID           PIC X(08).

002190 01  WS-OLD-PRIX              PIC S9(06)V99      VALUE ZERO.
002200 01  WS-RUN-TIME-FULL         PIC 9(08).
002210 01  WS-RUN-TIME-PARTS REDEFINES WS-RUN-TIME-FULL.
002220     05  WS-RUN-TIME              PIC 9(06).
002230     05  WS-RUN-TIME-HUNDREDTHS   PIC 9(02).

002240 PROCEDURE DIVISION.

002250 0000-MAINLINE.
002260     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002270     PERFORM 2000-PROCESS-MENU THRU 2000-EXIT
002280         UNTIL WS-ALL-DONE.
002290     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002300     STOP RUN.

002310 1000-INITIALIZE.
002320     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002330     ACCEPT WS-RUN-TIME-FULL FROM TIME.
002340     PERFORM 1100-SIGN-ON THRU 1100-EXIT.
002350     IF NOT WS-SIGNED-ON
002360         SET WS-ALL-DONE TO TRUE
002370         GO TO 1000-EXIT
002380     END-IF.
002390     PERFORM 1300-CHECK-INTERLOCK THRU 1300-EXIT.
002400     IF WS-ALL-DONE
002410         GO TO 1000-EXIT
002420     END-IF.
002430     OPEN I-O PRODMAST.
002440     IF NOT WS-PRODMAST-OK
002450         DISPLAY "DAY7MNT - UNABLE TO OPEN PRODMAST, STATUS "
002460             WS-PRODMAST-STATUS
002470         SET WS-ALL-DONE TO TRUE
002480     ELSE
002490         SET WS-PRODMAST-WAS-OPENED TO TRUE
002500     END-IF.

002510     OPEN EXTEND PRCLOG.
002520     IF NOT WS-PRCLOG-OK
002530         DISPLAY "DAY7MNT - UNABLE TO OPEN PRCLOG, STATUS "
002540             WS-PRCLOG-STATUS
002550     ELSE
002560         SET WS-PRCLOG-WAS-OPENED TO TRUE
002570     END-IF.

002580     OPEN INPUT SUPPMAST.
002590     IF NOT WS-SUPPMAST-OK
002600         DISPLAY "DAY7MNT - UNABLE TO OPEN SUPPMAST, STATUS "
002610             WS-SUPPMAST-STATUS
002620             " - FOURNISSEUR CODES WILL NOT BE VALIDATED"
002630     ELSE
002640         SET WS-SUPPMAST-WAS-OPENED TO TRUE
002650     END-IF.

002660     OPEN EXTEND PRODJRNL.
002670     IF NOT WS-PRODJRNL-OK
002680         DISPLAY "DAY7MNT - UNABLE TO OPEN PRODJRNL, STATUS "
002690             WS-PRODJRNL-STATUS
002700             " - MASTER CHANGES WILL NOT BE JOURNALED"
002710     ELSE
002720         SET WS-PRODJRNL-WAS-OPENED TO TRUE
002730     END-IF.
002740 1000-EXIT.
002750     EXIT.

002760 1100-SIGN-ON.
002770     MOVE "DAY7MNT" TO SGN-Program.
002780     CALL "daysec" USING SGN-REQUEST.
002790     IF SGN-SIGNED-ON
002800         MOVE SGN-Operator   TO WS-OPERATOR-ID
002810         MOVE "Y" TO WS-SIGNON-OK-SW
002820     END-IF.
002830 1100-EXIT.
002840     EXIT.

002850 1190-LOG-SECURITY.
002860     MOVE "DAY7MNT" TO SEC-Program.
002870     MOVE WS-OPERATOR-ID TO SEC-Operator.
002880     CALL "dayslog" USING SEC-REQUEST.
002890 1190-EXIT.
002900     EXIT.

002910*****************************************************************
002920* THE NIGHT BATCH MARKS PRODMAST BUSY ON FILELOCK FOR THE
002930* WHOLE STREAM. A HELD MARK REFUSES THE SESSION; AN OPERATOR
002940* HOLDING THE APPROVE RIGHT MAY FORCE PAST IT, AND THE
002950* OVERRIDE IS LOGGED.
002960*****************************************************************
002970 1300-CHECK-INTERLOCK.
002980     MOVE "N" TO WS-LOCK-HELD-SW.
002990     OPEN INPUT FILELOCK.
003000     IF NOT WS-FILELOCK-OK
003010         GO TO 1300-EXIT
003020     END-IF.
003030     PERFORM 1310-SCAN-ONE-LOCK THRU 1310-EXIT
003040         UNTIL WS-FILELOCK-STATUS = "10".
003050     CLOSE FILELOCK.
003060     IF NOT WS-LOCK-IS-HELD
003070         GO TO 1300-EXIT
003080     END-IF.
003090     DISPLAY "DAY7MNT - PRODMAST IS IN USE BY " WS-LOCK-HOLDER
003100         " - MAINTENANCE REFUSED".
003110     IF NOT SGN-MAY-APPROVE
003120         SET WS-ALL-DONE TO TRUE
003130         GO TO 1300-EXIT
003140     END-IF.
003150     DISPLAY "SUPERVISOR OVERRIDE (Y/N) ? ".
003160     ACCEPT WS-OVERRIDE-CHOICE.
003170     IF NOT WS-OVERRIDE-YES
003180         SET WS-ALL-DONE TO TRUE
003190         GO TO 1300-EXIT
003200     END-IF.
003210     DISPLAY "DAY7MNT - OVERRIDE ACCEPTED, PROCEED WITH CARE".
003220     MOVE "OVERRIDE" TO SEC-Event.
003230     MOVE "PRODMAST" TO SEC-Detail.
003240     PERFORM 1190-LOG-SECURITY THRU 1190-EXIT.
003250 1300-EXIT.
003260     EXIT.

003270 1310-SCAN-ONE-LOCK.
003280     READ FILELOCK
003290         AT END
003300             MOVE "10" TO WS-FILELOCK-STATUS
003310             GO TO 1310-EXIT
003320     END-READ.
003330     IF LCK-File = "PRODMAST"
003340         MOVE "Y" TO WS-LOCK-HELD-SW
003350         MOVE LCK-Holder TO WS-LOCK-HOLDER
003360     END-IF.
003370 1310-EXIT.
003380     EXIT.

003390 2000-PROCESS-MENU.
003400     PERFORM 2100-DISPLAY-MENU THRU 2100-EXIT.
003410     PERFORM 2200-GET-CHOICE THRU 2200-EXIT.

003420     EVALUATE TRUE
003430         WHEN WS-CHOICE-ADD
003440             IF NOT SGN-MAY-ADD
003450                 DISPLAY "DAY7MNT - NOT AUTHORIZED TO ADD"
003460             ELSE
003470                 PERFORM 3000-ADD-PRODUIT THRU 3000-EXIT
003480             END-IF
003490         WHEN WS-CHOICE-CHANGE
003500             IF NOT SGN-MAY-CHANGE
003510                 DISPLAY "DAY7MNT - NOT AUTHORIZED TO CHANGE"
003520             ELSE
003530                 PERFORM 4000-CHANGE-PRODUIT THRU 4000-EXIT
003540             END-IF
003550         WHEN WS-CHOICE-DELETE
003560             IF NOT SGN-MAY-DELETE
003570                 DISPLAY "DAY7MNT - NOT AUTHORIZED TO DELETE"
003580             ELSE
003590                 PERFORM 5000-DELETE-PRODUIT THRU 5000-EXIT
003600             END-IF
003610         WHEN WS-CHOICE-INQUIRE
003620             IF NOT SGN-MAY-INQUIRE
003630                 DISPLAY "DAY7MNT - NOT AUTHORIZED TO INQUIRE"
003640             ELSE
003650                 PERFORM 6000-INQUIRE-PRODUIT THRU 6000-EXIT
003660             END-IF
003670         WHEN WS-CHOICE-SEARCH
003680             IF NOT SGN-MAY-INQUIRE
003690                 DISPLAY "DAY7MNT - NOT AUTHORIZED TO INQUIRE"
003700             ELSE
003710                 PERFORM 6500-SEARCH-LIBELLE THRU 6500-EXIT
003720             END-IF
003730         WHEN WS-CHOICE-QUIT
003740             SET WS-ALL-DONE TO TRUE
003750         WHEN OTHER
003760             DISPLAY "DAY7MNT - INVALID CHOICE, TRY AGAIN"
003770     END-EVALUATE.
003780 2000-EXIT.
003790     EXIT.

003800 2100-DISPLAY-MENU.
003810     DISPLAY " ".
003820     DISPLAY "-------- PRODUCT MASTER MAINTENANCE --------".
003830     DISPLAY "  A - ADD A NEW PRODUCT".
003840     DISPLAY "  C - CHANGE AN EXISTING PRODUCT".
003850     DISPLAY "  D - DELETE A PRODUCT".
003860     DISPLAY "  I - INQUIRE ON A PRODUCT".
003870     DISPLAY "  S - SEARCH BY LIBELLE".
003880     DISPLAY "  Q - QUIT".
003890 2100-EXIT.
003900     EXIT.

003910 2200-GET-CHOICE.
003920     DISPLAY "ENTER YOUR CHOICE : ".
003930     ACCEPT WS-MENU-CHOICE.
003940 2200-EXIT.
003950     EXIT.

003960 3000-ADD-PRODUIT.
003970     DISPLAY "ENTER CODE-PRODUIT (3 CHARS) : ".
003980     ACCEPT Code-produit.
003990     DISPLAY "ENTER LIBELLE (15 CHARS)     : ".
004000     ACCEPT Libelle.
004010     DISPLAY "ENTER PRIX (SIGNED, E.G. 123.45) : ".
004020     ACCEPT Prix.
004030     DISPLAY "ENTER QTE-EN-MAIN : ".
004040     ACCEPT Qte-En-Main.
004050     DISPLAY "ENTER SEUIL-REAPPRO : ".
004060     ACCEPT Seuil-Reappro.
004070     DISPLAY "ENTER CODE-FOURNISSEUR (5 CHARS) : ".
004080     ACCEPT Code-Fournisseur.
004090     PERFORM 7000-VALIDATE-FOURNISSEUR THRU 7000-EXIT.
004100     DISPLAY "ENTER DELAI-LIVRAISON (DAYS) : ".
004110     ACCEPT Delai-Livraison.
004120     DISPLAY "ENTER CODE-DEVISE (3 CHARS, E.G. USD) : ".
004130     ACCEPT Code-Devise.
004140     DISPLAY "ENTER TAUX-TAXE (E.G. 07.00) : ".
004150     ACCEPT Taux-Taxe.
004160     MOVE ZERO TO Cout-Moyen.
004170     MOVE "A"    TO Statut-Produit.
004180     MOVE SPACES TO Code-Successeur.
004190     MOVE WS-RUN-DATE      TO Last-Maint-Date.
004200     MOVE WS-OPERATOR-ID   TO Last-Maint-User.

004210     WRITE Fiche-produit
004220         INVALID KEY
004230             DISPLAY "DAY7MNT - PRODUCT " Code-produit
004240                 " ALREADY EXISTS, STATUS " WS-PRODMAST-STATUS
004250         NOT INVALID KEY
004260             ADD 1 TO WS-ADD-COUNT
004270             DISPLAY "DAY7MNT - PRODUCT " Code-produit " ADDED"
004280             MOVE "ADD" TO SEC-Event
004290             MOVE Code-produit TO SEC-Detail
004300             PERFORM 1190-LOG-SECURITY THRU 1190-EXIT
004310             MOVE SPACES TO WS-BEFORE-IMAGE
004320             MOVE "A" TO WS-JRN-OPERATION
004330             PERFORM 7100-WRITE-JOURNAL THRU 7100-EXIT
004340     END-WRITE.
004350 3000-EXIT.
004360     EXIT.

004370 4000-CHANGE-PRODUIT.
004380     DISPLAY "ENTER CODE-PRODUIT TO CHANGE : ".
004390     ACCEPT WS-WORK-CODE.
004400     MOVE WS-WORK-CODE TO Code-produit.

004410     READ PRODMAST
004420         INVALID KEY
004430             DISPLAY "DAY7MNT - PRODUCT " WS-WORK-CODE
004440                 " NOT FOUND, STATUS " WS-PRODMAST-STATUS
004450             GO TO 4000-EXIT
004460     END-READ.

004470     MOVE Fiche-produit TO WS-BEFORE-IMAGE.
004480     DISPLAY "CURRENT LIBELLE : " Libelle.
004490     DISPLAY "ENTER NEW LIBELLE           : ".
004500     ACCEPT Libelle.
004510     DISPLAY "CURRENT PRIX    : " Prix.
004520     MOVE Prix TO WS-OLD-PRIX.
004530     DISPLAY "ENTER NEW PRIX              : ".
004540     ACCEPT Prix.
004550     DISPLAY "CURRENT QTE-EN-MAIN : " Qte-En-Main.
004560     DISPLAY "ENTER NEW QTE-EN-MAIN       : ".
004570     ACCEPT Qte-En-Main.
004580     DISPLAY "CURRENT SEUIL-REAPPRO : " Seuil-Reappro.
004590     DISPLAY "ENTER NEW SEUIL-REAPPRO     : ".
004600     ACCEPT Seuil-Reappro.
004610     DISPLAY "CURRENT CODE-FOURNISSEUR : " Code-Fournisseur.
004620     DISPLAY "ENTER NEW CODE-FOURNISSEUR  : ".
004630     ACCEPT Code-Fournisseur.
004640     PERFORM 7000-VALIDATE-FOURNISSEUR THRU 7000-EXIT.
004650     DISPLAY "CURRENT DELAI-LIVRAISON : " Delai-Livraison.
004660     DISPLAY "ENTER NEW DELAI-LIVRAISON   : ".
004670     ACCEPT Delai-Livraison.
004680     DISPLAY "CURRENT CODE-DEVISE : " Code-Devise.
004690     DISPLAY "ENTER NEW CODE-DEVISE       : ".
004700     ACCEPT Code-Devise.
004710     DISPLAY "CURRENT TAUX-TAXE : " Taux-Taxe.
004720     DISPLAY "ENTER NEW TAUX-TAXE         : ".
004730     ACCEPT Taux-Taxe.
004740     DISPLAY "CURRENT STATUT-PRODUIT : " Statut-Produit.
004750     DISPLAY "ENTER NEW STATUT (A/P/D/B)  : ".
004760     ACCEPT Statut-Produit.
004770     PERFORM 7200-VALIDATE-STATUT THRU 7200-EXIT.
004780     DISPLAY "CURRENT CODE-SUCCESSEUR : " Code-Successeur.
004790     DISPLAY "ENTER NEW CODE-SUCCESSEUR   : ".
004800     ACCEPT Code-Successeur.
004810     PERFORM 7300-VALIDATE-SUCCESSEUR THRU 7300-EXIT.
004820     IF PRODUIT-ARRETE AND Qte-En-Main NOT = ZERO
004830         DISPLAY "DAY7MNT - WARNING, " Code-produit
004840             " IS DISCONTINUED WITH " Qte-En-Main
004850             " STILL ON HAND"
004860     END-IF.
004870     MOVE WS-RUN-DATE      TO Last-Maint-Date.
004880     MOVE WS-OPERATOR-ID   TO Last-Maint-User.

004890     REWRITE Fiche-produit
004900         INVALID KEY
004910             DISPLAY "DAY7MNT - UNABLE TO REWRITE PRODUCT "
004920                 WS-WORK-CODE " STATUS " WS-PRODMAST-STATUS
004930         NOT INVALID KEY
004940             ADD 1 TO WS-CHANGE-COUNT
004950             DISPLAY "DAY7MNT - PRODUCT " WS-WORK-CODE " CHANGED"
004960             MOVE "CHANGE" TO SEC-Event
004970             MOVE WS-WORK-CODE TO SEC-Detail
004980             PERFORM 1190-LOG-SECURITY THRU 1190-EXIT
004990             PERFORM 4010-LOG-PRICE-CHANGE THRU 4010-EXIT
005000             MOVE "C" TO WS-JRN-OPERATION
005010             PERFORM 7100-WRITE-JOURNAL THRU 7100-EXIT
005020     END-REWRITE.
005030 4000-EXIT.
005040     EXIT.

005050 4010-LOG-PRICE-CHANGE.
005060     IF WS-OLD-PRIX NOT = Prix
005070         MOVE Code-produit TO PRC-Code-produit
005080         MOVE WS-RUN-DATE  TO PRC-Run-Date
005090         MOVE WS-RUN-TIME  TO PRC-Run-Time
005100         MOVE WS-OLD-PRIX  TO PRC-Old-Prix
005110         MOVE Prix         TO PRC-New-Prix
005120         WRITE PRCLOG-REC
005130     END-IF.
005140 4010-EXIT.
005150     EXIT.

005160 5000-DELETE-PRODUIT.
005170     DISPLAY "ENTER CODE-PRODUIT TO DELETE : ".
005180     ACCEPT WS-WORK-CODE.
005190     MOVE WS-WORK-CODE TO Code-produit.

005200     READ PRODMAST
005210         INVALID KEY
005220             DISPLAY "DAY7MNT - PRODUCT " WS-WORK-CODE
005230                 " NOT FOUND, STATUS " WS-PRODMAST-STATUS
005240             GO TO 5000-EXIT
005250     END-READ.

005260     MOVE Fiche-produit TO WS-BEFORE-IMAGE.
005270     DELETE PRODMAST
005280         INVALID KEY
005290             DISPLAY "DAY7MNT - UNABLE TO DELETE PRODUCT "
005300                 WS-WORK-CODE " STATUS " WS-PRODMAST-STATUS
005310         NOT INVALID KEY
005320             ADD 1 TO WS-DELETE-COUNT
005330             DISPLAY "DAY7MNT - PRODUCT " WS-WORK-CODE " DELETED"
005340             MOVE "DELETE" TO SEC-Event
005350             MOVE WS-WORK-CODE TO SEC-Detail
005360             PERFORM 1190-LOG-SECURITY THRU 1190-EXIT
005370             MOVE "D" TO WS-JRN-OPERATION
005380             PERFORM 7100-WRITE-JOURNAL THRU 7100-EXIT
005390     END-DELETE.
005400 5000-EXIT.
005410     EXIT.

005420 6000-INQUIRE-PRODUIT.
005430     DISPLAY "ENTER CODE-PRODUIT TO INQUIRE : ".
005440     ACCEPT WS-WORK-CODE.
005450     MOVE WS-WORK-CODE TO Code-produit.

005460     READ PRODMAST
005470         INVALID KEY
005480             DISPLAY "DAY7MNT - PRODUCT " WS-WORK-CODE
005490                 " NOT FOUND, STATUS " WS-PRODMAST-STATUS
005500             GO TO 6000-EXIT
005510     END-READ.

005520     ADD 1 TO WS-INQUIRE-COUNT.
005530     PERFORM 6050-DISPLAY-PRODUIT THRU 6050-EXIT.
005540 6000-EXIT.
005550     EXIT.

005560 6050-DISPLAY-PRODUIT.
005570     DISPLAY "CODE-PRODUIT   : " Code-produit.
005580     DISPLAY "LIBELLE        : " Libelle.
005590     DISPLAY "PRIX           : " Prix.
005600     DISPLAY "QTE-EN-MAIN    : " Qte-En-Main.
005610     DISPLAY "SEUIL-REAPPRO  : " Seuil-Reappro.
005620     DISPLAY "FOURNISSEUR    : " Code-Fournisseur.
005630     DISPLAY "DELAI-LIVRAISON: " Delai-Livraison.
005640     DISPLAY "CODE-DEVISE    : " Code-Devise.
005650     DISPLAY "TAUX-TAXE      : " Taux-Taxe.
005660     DISPLAY "STATUT         : " Statut-Produit.
005670     DISPLAY "SUCCESSEUR     : " Code-Successeur.
005680     DISPLAY "LAST MAINTAINED: " Last-Maint-Date
005690         " BY " Last-Maint-User.
005700 6050-EXIT.
005710     EXIT.

005720 6500-SEARCH-LIBELLE.
005730     DISPLAY "ENTER PARTIAL LIBELLE : ".
005740     ACCEPT WS-SEARCH-NAME.
005750     PERFORM 6510-FIND-SEARCH-LEN THRU 6510-EXIT.
005760     IF WS-SEARCH-LEN = ZERO
005770         DISPLAY "DAY7MNT - NOTHING TO SEARCH FOR"
005780         GO TO 6500-EXIT
005790     END-IF.

005800     MOVE WS-SEARCH-NAME TO Libelle.
005810     START PRODMAST KEY IS NOT < Libelle
005820         INVALID KEY
005830             DISPLAY "DAY7MNT - NO PRODUCT MATCHES "
005840                 WS-SEARCH-NAME
005850             GO TO 6500-EXIT
005860     END-START.

005870     MOVE ZERO TO WS-MATCH-COUNT.
005880     MOVE "N" TO WS-SEARCH-DONE-SW.
005890     DISPLAY "CODE  LIBELLE          PRIX         EN MAIN".
005900     PERFORM 6520-LIST-ONE-MATCH THRU 6520-EXIT
005910         UNTIL WS-SEARCH-DONE.
005920     IF WS-MATCH-COUNT = ZERO
005930         DISPLAY "DAY7MNT - NO PRODUCT MATCHES " WS-SEARCH-NAME
005940         GO TO 6500-EXIT
005950     END-IF.

005960     DISPLAY "ENTER CODE-PRODUIT TO DISPLAY (OR SPACES) : ".
005970     ACCEPT WS-WORK-CODE.
005980     IF WS-WORK-CODE = SPACES
005990         GO TO 6500-EXIT
006000     END-IF.
006010     MOVE WS-WORK-CODE TO Code-produit.
006020     READ PRODMAST
006030         INVALID KEY
006040             DISPLAY "DAY7MNT - PRODUCT " WS-WORK-CODE
006050                 " NOT FOUND, STATUS " WS-PRODMAST-STATUS
006060         NOT INVALID KEY
006070             ADD 1 TO WS-INQUIRE-COUNT
006080             PERFORM 6050-DISPLAY-PRODUIT THRU 6050-EXIT
006090     END-READ.
006100 6500-EXIT.
006110     EXIT.

006120 6510-FIND-SEARCH-LEN.
006130     MOVE ZERO TO WS-SEARCH-LEN.
006140     PERFORM 6515-CHECK-ONE-CHAR THRU 6515-EXIT
006150         VARYING WS-SEARCH-I FROM 15 BY -1
006160         UNTIL WS-SEARCH-I < 1 OR WS-SEARCH-LEN > ZERO.
006170 6510-EXIT.
006180     EXIT.

006190 6515-CHECK-ONE-CHAR.
006200     IF WS-SEARCH-NAME(WS-SEARCH-I:1) NOT = SPACE
006210         MOVE WS-SEARCH-I TO WS-SEARCH-LEN
006220     END-IF.
006230 6515-EXIT.
006240     EXIT.

006250 6520-LIST-ONE-MATCH.
006260     READ PRODMAST NEXT RECORD
006270         AT END
006280             MOVE "Y" TO WS-SEARCH-DONE-SW
006290             GO TO 6520-EXIT
006300     END-READ.
006310     IF Libelle(1:WS-SEARCH-LEN)
006320         NOT = WS-SEARCH-NAME(1:WS-SEARCH-LEN)
006330         MOVE "Y" TO WS-SEARCH-DONE-SW
006340         GO TO 6520-EXIT
006350     END-IF.
006360     MOVE Prix TO WS-MATCH-PRIX-ED.
006370     MOVE Qte-En-Main TO WS-MATCH-QTE-ED.
006380     DISPLAY Code-produit "   " Libelle "  "
006390         WS-MATCH-PRIX-ED "  " WS-MATCH-QTE-ED.
006400     ADD 1 TO WS-MATCH-COUNT.
006410 6520-EXIT.
006420     EXIT.

006430 7000-VALIDATE-FOURNISSEUR.
006440     MOVE "N" TO WS-FOURN-VALID-SW.
006450     PERFORM 7010-CHECK-FOURNISSEUR THRU 7010-EXIT
006460         UNTIL WS-FOURN-IS-VALID.
006470 7000-EXIT.
006480     EXIT.

006490 7010-CHECK-FOURNISSEUR.
006500     IF Code-Fournisseur = SPACES
006510         SET WS-FOURN-IS-VALID TO TRUE
006520         GO TO 7010-EXIT
006530     END-IF.
006540     IF NOT WS-SUPPMAST-WAS-OPENED
006550         DISPLAY "DAY7MNT - WARNING, FOURNISSEUR "
006560             Code-Fournisseur " ACCEPTED WITHOUT VALIDATION"
006570         SET WS-FOURN-IS-VALID TO TRUE
006580         GO TO 7010-EXIT
006590     END-IF.
006600     MOVE Code-Fournisseur TO Fournisseur-Code.
006610     READ SUPPMAST
006620         INVALID KEY
006630             DISPLAY "DAY7MNT - FOURNISSEUR " Code-Fournisseur
006640                 " NOT ON SUPPLIER MASTER"
006650             DISPLAY "ENTER CODE-FOURNISSEUR (OR SPACES) : "
006660             ACCEPT Code-Fournisseur
006670         NOT INVALID KEY
006680             SET WS-FOURN-IS-VALID TO TRUE
006690     END-READ.
006700 7010-EXIT.
006710     EXIT.

006720 7100-WRITE-JOURNAL.
006730     IF NOT WS-PRODJRNL-WAS-OPENED
006740         GO TO 7100-EXIT
006750     END-IF.
006760     MOVE WS-JRN-OPERATION TO JRN-Operation.
006770     MOVE WS-RUN-DATE      TO JRN-Run-Date.
006780     MOVE WS-RUN-TIME      TO JRN-Run-Time.
006790     MOVE WS-OPERATOR-ID   TO JRN-User.
006800     MOVE WS-BEFORE-IMAGE  TO JRN-Before-Image.
006810     IF WS-JRN-OPERATION = "D"
006820         MOVE SPACES TO JRN-After-Image
006830     ELSE
006840         MOVE Fiche-produit TO JRN-After-Image
006850     END-IF.
006860     WRITE PRODJRNL-REC.
006870 7100-EXIT.
006880     EXIT.

006890*****************************************************************
006900* A = ACTIVE, P = PHASE-OUT, D = DISCONTINUED, B = BLOCKED.
006910*****************************************************************
006920 7200-VALIDATE-STATUT.
006930     MOVE "N" TO WS-STATUT-VALID-SW.
006940     PERFORM 7210-CHECK-STATUT THRU 7210-EXIT
006950         UNTIL WS-STATUT-IS-VALID.
006960 7200-EXIT.
006970     EXIT.

006980 7210-CHECK-STATUT.
006990     IF PRODUIT-STATUT-VALIDE
007000         SET WS-STATUT-IS-VALID TO TRUE
007010         GO TO 7210-EXIT
007020     END-IF.
007030     DISPLAY "DAY7MNT - STATUT MUST BE A (ACTIVE), P (PHASE-OUT),"
007040         " D (DISCONTINUED) OR B (BLOCKED)".
007050     DISPLAY "ENTER STATUT (A/P/D/B) : ".
007060     ACCEPT Statut-Produit.
007070 7210-EXIT.
007080     EXIT.

007090*****************************************************************
007100* THE SUCCESSOR IS LOOKED UP ON PRODMAST, SO THE RECORD BEING
007110* CHANGED IS HELD ASIDE AND PUT BACK BEFORE THE REWRITE.
007120*****************************************************************
007130 7300-VALIDATE-SUCCESSEUR.
007140     MOVE "N" TO WS-SUCC-VALID-SW.
007150     PERFORM 7310-CHECK-SUCCESSEUR THRU 7310-EXIT
007160         UNTIL WS-SUCC-IS-VALID.
007170 7300-EXIT.
007180     EXIT.

007190 7310-CHECK-SUCCESSEUR.
007200     IF Code-Successeur = SPACES
007210         SET WS-SUCC-IS-VALID TO TRUE
007220         GO TO 7310-EXIT
007230     END-IF.
007240     IF Code-Successeur = Code-produit
007250         DISPLAY "DAY7MNT - A PRODUCT CANNOT BE ITS OWN "
007260             "SUCCESSOR"
007270         GO TO 7310-REPROMPT
007280     END-IF.
007290     MOVE Fiche-produit TO WS-AFTER-HOLD.
007300     MOVE Code-Successeur TO Code-produit.
007310     MOVE "N" TO WS-SUCC-FOUND-SW.
007320     READ PRODMAST
007330         INVALID KEY
007340             CONTINUE
007350         NOT INVALID KEY
007360             MOVE "Y" TO WS-SUCC-FOUND-SW
007370             MOVE Statut-Produit TO WS-SUCC-STATUT
007380             MOVE Libelle TO WS-SUCC-LIBELLE
007390     END-READ.
007400     MOVE WS-AFTER-HOLD TO Fiche-produit.
007410     IF NOT WS-SUCC-WAS-FOUND
007420         DISPLAY "DAY7MNT - SUCCESSOR " Code-Successeur
007430             " NOT ON PRODUCT MASTER"
007440         GO TO 7310-REPROMPT
007450     END-IF.
007460     IF WS-SUCC-STATUT = "D" OR WS-SUCC-STATUT = "B"
007470         DISPLAY "DAY7MNT - SUCCESSOR " Code-Successeur
007480             " IS ITSELF DISCONTINUED OR BLOCKED (STATUT "
007490             WS-SUCC-STATUT ")"
007500         GO TO 7310-REPROMPT
007510     END-IF.
007520     DISPLAY "  SUCCESSEUR : " Code-Successeur " "
007530         WS-SUCC-LIBELLE.
007540     SET WS-SUCC-IS-VALID TO TRUE.
007550     GO TO 7310-EXIT.
007560 7310-REPROMPT.
007570     DISPLAY "ENTER CODE-SUCCESSEUR (OR SPACES) : ".
007580     ACCEPT Code-Successeur.
007590 7310-EXIT.
007600     EXIT.

007610 9000-TERMINATE.
007620     IF WS-PRODMAST-WAS-OPENED
007630         CLOSE PRODMAST
007640     END-IF.
007650     IF WS-PRCLOG-WAS-OPENED
007660         CLOSE PRCLOG
007670     END-IF.
007680     IF WS-SUPPMAST-WAS-OPENED
007690         CLOSE SUPPMAST
007700     END-IF.
007710     IF WS-PRODJRNL-WAS-OPENED
007720         CLOSE PRODJRNL
007730     END-IF.
007740     DISPLAY "DAY7MNT - PRODUCTS ADDED    : " WS-ADD-COUNT.
007750     DISPLAY "DAY7MNT - PRODUCTS CHANGED  : " WS-CHANGE-COUNT.
007760     DISPLAY "DAY7MNT - PRODUCTS DELETED  : " WS-DELETE-COUNT.
007770     DISPLAY "DAY7MNT - PRODUCTS INQUIRED : " WS-INQUIRE-COUNT.
007780 9000-EXIT.
007790     EXIT.
