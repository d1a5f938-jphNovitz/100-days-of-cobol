000810*                   UNPROTECTED ALL DAY BETWEEN THE QUEUE AND
000820*                   THE NIGHT RUN. A ZERO PICK STILL RELEASES
000830*                   THE WHOLE LINE - NOTHING WILL EVER ISSUE.
000840*  10/15/2026  JPH  PICKS ARE NOW SPLIT BY LOCATION AND LOT (SEE
000850*                   PICKREC.CPY). A LINE FULFILLS ONCE EVERY ONE
000860*                   OF ITS SPLITS IS CONFIRMED, THE CONFIRMED
000870*                   QUANTITY IS THE SUM OF THE SPLITS, AND EACH
000880*                   SPLIT PICKED GOES OUT AS ITS OWN ISSUE
000890*                   CARRYING ITS LOCATION AND LOT, SO DAY7 DRAWS
000900*                   THE LOT THE PICKER ACTUALLY TOOK AND LOTCONS
000910*                   RECORDS IT.
000920*  10/15/2026  JPH  THE BACKORDER FOR A SHORT-PICKED LINE CARRIES
000930*                   THE LINE'S PRICE RULE AND LIST PRICE WITH ITS
000940*                   FROZEN PRICE.
000950*  10/15/2026  JPH  EACH SALEHIST ENTRY NOW CARRIES THE PRODUCT'S
000960*                   COUT-MOYEN FROZEN AT FULFILLMENT AND THE
000970*                   LINE'S PRICE RULE, FOR THE DAY9PRF MARGIN
000980*                   REPORT. PRODMAST IS OPENED FOR INPUT TO READ
000990*                   THE COST; WITHOUT IT THE COST GOES OUT AS
001000*                   ZERO AND THE REPORT SHOWS IT AS UNKNOWN.
001010*  10/15/2026  JPH  A SHORT-PICK BACKORDER KEEPS THE LINE'S
001020*                   SHIP-TO CODE (ORD-LIVRAISON).
001030*  10/15/2026  JPH  A CONFIRMED LINE WHOSE PRODUIT IS BLOCKED
001040*                   (STATUT-PRODUIT "B") IS NOT ISSUED: IT STAYS
001050*                   AT STATUS "N" WITH ITS PICK ENTRY AND GOES
001060*                   OUT ON THE FIRST RUN AFTER THE PRODUIT IS
001070*                   RELEASED. COUNTED AT END OF RUN.
001080*****************************************************************
001090 IDENTIFICATION DIVISION.
001100 PROGRAM-ID. day9ful.
001110 AUTHOR. jphNovitz.
001120 DATE-WRITTEN. 2026/08/22.
001130 DATE-COMPILED.

001140 ENVIRONMENT DIVISION.
001150 INPUT-OUTPUT SECTION.
001160 FILE-CONTROL.
001170     SELECT ORDFILE ASSIGN TO "ORDFILE"
001180         ORGANIZATION IS INDEXED
001190         ACCESS MODE IS DYNAMIC
001200         RECORD KEY IS ORD-Key
001210         FILE STATUS IS WS-ORDFILE-STATUS.

001220     SELECT PRODRQUE ASSIGN TO "PRODRQUE"
001230         ORGANIZATION IS LINE SEQUENTIAL
001240         FILE STATUS IS WS-PRODRQUE-STATUS.

001250     SELECT PRODALOC ASSIGN TO "PRODALOC"
001260         ORGANIZATION IS INDEXED
001270         ACCESS MODE IS DYNAMIC
001280         RECORD KEY IS ALOC-Code-produit
001290         FILE STATUS IS WS-PRODALOC-STATUS.

001300     SELECT PICKFILE ASSIGN TO "PICKFILE"
001310         ORGANIZATION IS LINE SEQUENTIAL
001320         FILE STATUS IS WS-PICKFILE-STATUS.

001330     SELECT BACKORD ASSIGN TO "BACKORD"
001340         ORGANIZATION IS LINE SEQUENTIAL
001350         FILE STATUS IS WS-BACKORD-STATUS.

001360     SELECT SALEHIST ASSIGN TO "SALEHIST"
001370         ORGANIZATION IS LINE SEQUENTIAL
001380         FILE STATUS IS WS-SALEHIST-STATUS.

001390     SELECT PRODMAST ASSIGN TO "PRODMAST"
001400         ORGANIZATION IS INDEXED
001410         ACCESS MODE IS RANDOM
001420         RECORD KEY IS Code-produit
001430         FILE STATUS IS WS-PRODMAST-STATUS.

001440 DATA DIVISION.
001450 FILE SECTION.
001460 FD  ORDFILE
001470     RECORDING MODE IS F.
001480     COPY ORDREC.

001490 FD  PRODRQUE
001500     RECORDING MODE IS F.
001510     COPY PRODTRAN.

001520 FD  PRODALOC
001530     RECORDING MODE IS F.
001540     COPY PRODALOC.

001550 FD  PICKFILE
001560     RECORDING MODE IS F.
001570     COPY PICKREC.

001580 FD  BACKORD
001590     RECORDING MODE IS F.
001600     COPY BACKORD.

001610 FD  SALEHIST
001620     RECORDING MODE IS F.
001630     COPY SALEHIST.

001640 FD  PRODMAST
001650     RECORDING MODE IS F.
001660     COPY PRODREC.

001670 WORKING-STORAGE SECTION.
001680 01  WS-ORDFILE-STATUS        PIC X(02).
001690     88  WS-ORDFILE-OK              VALUE "00".

001700 01  WS-PRODRQUE-STATUS       PIC X(02).
001710     88  WS-PRODRQUE-OK             VALUE "00".

001720 01  WS-PRODALOC-STATUS       PIC X(02).
001730     88  WS-PRODALOC-OK             VALUE "00".

001740 01  WS-PICKFILE-STATUS       PIC X(02).
001750     88  WS-PICKFILE-OK             VALUE "00".

001760 01  WS-BACKORD-STATUS        PIC X(02).
001770     88  WS-BACKORD-OK              VALUE "00".
001780     88  WS-BACKORD-MISSING         VALUE "35".

001790 01  WS-SALEHIST-STATUS       PIC X(02).
001800     88  WS-SALEHIST-OK             VALUE "00".

001810 01  WS-PRODMAST-STATUS       PIC X(02).
001820     88  WS-PRODMAST-OK             VALUE "00".

001830 01  WS-SWITCHES.
001840     05  WS-EOF-SW            PIC X(01)  VALUE "N".
001850         88  WS-EOF-REACHED          VALUE "Y".
001860     05  WS-ORDFILE-OPEN-SW   PIC X(01)  VALUE "N".
001870         88  WS-ORDFILE-WAS-OPENED   VALUE "Y".
001880     05  WS-PRODRQUE-OPEN-SW  PIC X(01)  VALUE "N".
001890         88  WS-PRODRQUE-WAS-OPENED  VALUE "Y".
001900     05  WS-PRODALOC-OPEN-SW  PIC X(01)  VALUE "N".
001910         88  WS-PRODALOC-WAS-OPENED  VALUE "Y".
001920     05  WS-BACKORD-OPEN-SW   PIC X(01)  VALUE "N".
001930         88  WS-BACKORD-WAS-OPENED   VALUE "Y".
001940     05  WS-SALEHIST-OPEN-SW  PIC X(01)  VALUE "N".
001950         88  WS-SALEHIST-WAS-OPENED  VALUE "Y".
001960     05  WS-PRODMAST-OPEN-SW  PIC X(01)  VALUE "N".
001970         88  WS-PRODMAST-WAS-OPENED  VALUE "Y".
001980     05  WS-PICK-FOUND-SW     PIC X(01)  VALUE "N".
001990         88  WS-PICK-WAS-FOUND       VALUE "Y".
002000     05  WS-PICK-OVFL-SW      PIC X(01)  VALUE "N".
002010         88  WS-PICK-OVERFLOWED      VALUE "Y".

002020 01  WS-COUNTERS.
002030     05  WS-LINES-READ        PIC 9(05) COMP  VALUE ZERO.
002040     05  WS-ISSUES-SENT       PIC 9(05) COMP  VALUE ZERO.
002050     05  WS-ALREADY-DONE      PIC 9(05) COMP  VALUE ZERO.
002060     05  WS-AWAITING-PICK     PIC 9(05) COMP  VALUE ZERO.
002070     05  WS-SHORT-PICKED      PIC 9(05) COMP  VALUE ZERO.
002080     05  WS-ZERO-PICKED       PIC 9(05) COMP  VALUE ZERO.
002090     05  WS-LINES-BLOCKED     PIC 9(05) COMP  VALUE ZERO.
002100     05  WS-SPLITS-OPEN       PIC 9(03) COMP  VALUE ZERO.
002110     05  WS-SPLITS-CONFIRMED  PIC 9(03) COMP  VALUE ZERO.

002120 01  WS-RUN-DATE              PIC 9(08).
002130 01  WS-RELEASE-QTE           PIC 9(05)  VALUE ZERO.
002140 01  WS-CONFIRMED-QTE         PIC 9(05)  VALUE ZERO.
002150 01  WS-SHORTFALL             PIC 9(05)  VALUE ZERO.
002160 01  WS-ISSUE-LEFT            PIC 9(05)  VALUE ZERO.
002170 01  WS-ISSUE-QTE             PIC 9(05)  VALUE ZERO.

002180*****************************************************************
002190* CONFIRMED PICKS FROM DAY9CNF, LOADED AT START. AN ENTRY IS
002200* FLIPPED TO "U" ONCE A LINE CONSUMES IT, AND USED ENTRIES ARE
002210* DROPPED WHEN PICKFILE IS SAVED BACK AT END OF JOB.
002220*****************************************************************
002230 01  WS-PICK-TABLE.
002240     05  WS-PICK-COUNT        PIC 9(03) COMP  VALUE ZERO.
002250     05  WS-PICK-ENTRY OCCURS 500 TIMES.
002260         10  WS-PK-NUMERO     PIC X(06).
002270         10  WS-PK-LIGNE      PIC 9(03).
002280         10  WS-PK-CODE       PIC X(03).
002290         10  WS-PK-A-PRENDRE  PIC 9(05).
002300         10  WS-PK-PRISE      PIC 9(05).
002310         10  WS-PK-STATUT     PIC X(01).
002320         10  WS-PK-SPLIT      PIC 9(02).
002330         10  WS-PK-LOCATION   PIC X(03).
002340         10  WS-PK-LOT        PIC X(10).
002350         10  WS-PK-EXPIREE    PIC 9(08).
002360 01  WS-PICK-I                PIC 9(03) COMP  VALUE ZERO.

002370 PROCEDURE DIVISION.

002380 0000-MAINLINE.
002390     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002400     PERFORM 2000-FULFILL-ONE-LINE THRU 2000-EXIT
002410         UNTIL WS-EOF-REACHED.
002420     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002430     GOBACK.

002440 1000-INITIALIZE.
002450     CALL "dayproc" USING WS-RUN-DATE.
002460     OPEN I-O ORDFILE.
002470     IF NOT WS-ORDFILE-OK
002480         DISPLAY "DAY9FUL - UNABLE TO OPEN ORDFILE, STATUS "
002490             WS-ORDFILE-STATUS " - NOTHING TO FULFILL"
002500         MOVE "Y" TO WS-EOF-SW
002510         GO TO 1000-EXIT
002520     END-IF.
002530     MOVE "Y" TO WS-ORDFILE-OPEN-SW.

002540     OPEN EXTEND PRODRQUE.
002550     IF NOT WS-PRODRQUE-OK
002560         DISPLAY "DAY9FUL - UNABLE TO OPEN PRODRQUE, STATUS "
002570             WS-PRODRQUE-STATUS
002580         MOVE "Y" TO WS-EOF-SW
002590         GO TO 1000-EXIT
002600     END-IF.
002610     MOVE "Y" TO WS-PRODRQUE-OPEN-SW.

002620     OPEN I-O PRODALOC.
002630     IF NOT WS-PRODALOC-OK
002640         DISPLAY "DAY9FUL - UNABLE TO OPEN PRODALOC, STATUS "
002650             WS-PRODALOC-STATUS " - ALLOCATIONS NOT RELEASED"
002660     ELSE
002670         MOVE "Y" TO WS-PRODALOC-OPEN-SW
002680     END-IF.

002690     PERFORM 1300-LOAD-PICKFILE THRU 1300-EXIT.

002700     OPEN EXTEND BACKORD.
002710     IF WS-BACKORD-MISSING
002720         OPEN OUTPUT BACKORD
002730     END-IF.
002740     IF NOT WS-BACKORD-OK
002750         DISPLAY "DAY9FUL - UNABLE TO OPEN BACKORD, STATUS "
002760             WS-BACKORD-STATUS " - NOTHING FULFILLED"
002770         MOVE "Y" TO WS-EOF-SW
002780         GO TO 1000-EXIT
002790     END-IF.
002800     MOVE "Y" TO WS-BACKORD-OPEN-SW.

002810     OPEN EXTEND SALEHIST.
002820     IF NOT WS-SALEHIST-OK
002830         DISPLAY "DAY9FUL - UNABLE TO OPEN SALEHIST, STATUS "
002840             WS-SALEHIST-STATUS " - SALES NOT RECORDED"
002850     ELSE
002860         MOVE "Y" TO WS-SALEHIST-OPEN-SW
002870     END-IF.

002880     OPEN INPUT PRODMAST.
002890     IF NOT WS-PRODMAST-OK
002900         DISPLAY "DAY9FUL - UNABLE TO OPEN PRODMAST, STATUS "
002910             WS-PRODMAST-STATUS " - SALE COSTS NOT FROZEN"
002920     ELSE
002930         MOVE "Y" TO WS-PRODMAST-OPEN-SW
002940     END-IF.

002950     MOVE SPACES TO ORD-Key.
002960     START ORDFILE KEY IS NOT < ORD-Key
002970         INVALID KEY
002980             MOVE "Y" TO WS-EOF-SW
002990     END-START.
003000     PERFORM 2100-READ-ORDFILE THRU 2100-EXIT.
003010 1000-EXIT.
003020     EXIT.

003030 1300-LOAD-PICKFILE.
003040     OPEN INPUT PICKFILE.
003050     IF NOT WS-PICKFILE-OK
003060         DISPLAY "DAY9FUL - NO PICK CONFIRMATIONS (PICKFILE "
003070             "STATUS " WS-PICKFILE-STATUS ") - NOTHING WILL "
003080             "FULFILL"
003090         GO TO 1300-EXIT
003100     END-IF.
003110     PERFORM 1310-LOAD-ONE-PICK THRU 1310-EXIT
003120         UNTIL WS-PICKFILE-STATUS = "10".
003130     CLOSE PICKFILE.
003140 1300-EXIT.
003150     EXIT.

003160 1310-LOAD-ONE-PICK.
003170     READ PICKFILE
003180         AT END
003190             MOVE "10" TO WS-PICKFILE-STATUS
003200             GO TO 1310-EXIT
003210     END-READ.
003220     IF WS-PICK-COUNT < 500
003230         ADD 1 TO WS-PICK-COUNT
003240         MOVE PK-Numero        TO WS-PK-NUMERO(WS-PICK-COUNT)
003250         MOVE PK-Ligne         TO WS-PK-LIGNE(WS-PICK-COUNT)
003260         MOVE PK-Code-produit  TO WS-PK-CODE(WS-PICK-COUNT)
003270         MOVE PK-Qte-A-Prendre
003280             TO WS-PK-A-PRENDRE(WS-PICK-COUNT)
003290         MOVE PK-Qte-Prise     TO WS-PK-PRISE(WS-PICK-COUNT)
003300         MOVE PK-Statut        TO WS-PK-STATUT(WS-PICK-COUNT)
003310         MOVE PK-Split         TO WS-PK-SPLIT(WS-PICK-COUNT)
003320         MOVE PK-Location      TO WS-PK-LOCATION(WS-PICK-COUNT)
003330         MOVE PK-Lot-No        TO WS-PK-LOT(WS-PICK-COUNT)
003340         MOVE PK-Date-Expiree  TO WS-PK-EXPIREE(WS-PICK-COUNT)
003350     ELSE
003360         DISPLAY "DAY9FUL - PICK TABLE FULL (500), REMAINDER "
003370             "LEFT UNFULFILLED AND PICKFILE LEFT UNTOUCHED"
003380         MOVE "Y" TO WS-PICK-OVFL-SW
003390         MOVE "10" TO WS-PICKFILE-STATUS
003400     END-IF.
003410 1310-EXIT.
003420     EXIT.

003430 2000-FULFILL-ONE-LINE.
003440     ADD 1 TO WS-LINES-READ.
003450     IF NOT ORD-STATUT-NEW
003460         ADD 1 TO WS-ALREADY-DONE
003470         GO TO 2000-EXIT-VIA-READ
003480     END-IF.

003490     PERFORM 2300-FIND-CONFIRMED-PICK THRU 2300-EXIT.
003500     IF NOT WS-PICK-WAS-FOUND
003510         ADD 1 TO WS-AWAITING-PICK
003520         GO TO 2000-EXIT-VIA-READ
003530     END-IF.

003540     IF WS-PRODMAST-WAS-OPENED
003550         MOVE ORD-Code-produit TO Code-produit
003560         READ PRODMAST
003570             INVALID KEY
003580                 MOVE SPACE TO Statut-Produit
003590         END-READ
003600         IF PRODUIT-BLOQUE
003610             ADD 1 TO WS-LINES-BLOCKED
003620             DISPLAY "DAY9FUL - ORDER " ORD-Numero " LINE "
003630                 ORD-Ligne " HELD, PRODUIT "
003640                 ORD-Code-produit " IS BLOCKED"
003650             GO TO 2000-EXIT-VIA-READ
003660         END-IF
003670     END-IF.

003680     MOVE ORD-Qte TO WS-RELEASE-QTE.
003690     IF WS-CONFIRMED-QTE > ORD-Qte
003700         MOVE ORD-Qte TO WS-CONFIRMED-QTE
003710     END-IF.

003720     IF WS-CONFIRMED-QTE < ORD-Qte
003730         COMPUTE WS-SHORTFALL = ORD-Qte - WS-CONFIRMED-QTE
003740         PERFORM 2600-BACKORDER-SHORTFALL THRU 2600-EXIT
003750         ADD 1 TO WS-SHORT-PICKED
003760         DISPLAY "DAY9FUL - SHORT PICK ON ORDER " ORD-Numero
003770             " " ORD-Code-produit ", " WS-SHORTFALL
003780             " BACKORDERED"
003790     END-IF.

003800     IF WS-CONFIRMED-QTE = ZERO
003810         ADD 1 TO WS-ZERO-PICKED
003820         MOVE ZERO TO WS-ISSUE-LEFT
003830         PERFORM 2800-ISSUE-PICKS THRU 2800-EXIT
003840         MOVE "X" TO ORD-Statut
003850         PERFORM 2400-REWRITE-LINE THRU 2400-EXIT
003860         PERFORM 2500-RELEASE-ALLOCATION THRU 2500-EXIT
003870         GO TO 2000-EXIT-VIA-READ
003880     END-IF.

003890     MOVE WS-CONFIRMED-QTE TO WS-ISSUE-LEFT.
003900     PERFORM 2800-ISSUE-PICKS THRU 2800-EXIT.

003910     MOVE WS-CONFIRMED-QTE TO ORD-Qte.
003920     MOVE "F" TO ORD-Statut.
003930     PERFORM 2400-REWRITE-LINE THRU 2400-EXIT.
003940     PERFORM 2700-RECORD-SALE THRU 2700-EXIT.
003950     IF WS-RELEASE-QTE > WS-CONFIRMED-QTE
003960         SUBTRACT WS-CONFIRMED-QTE FROM WS-RELEASE-QTE
003970         PERFORM 2500-RELEASE-ALLOCATION THRU 2500-EXIT
003980     END-IF.

003990 2000-EXIT-VIA-READ.
004000     PERFORM 2100-READ-ORDFILE THRU 2100-EXIT.
004010 2000-EXIT.
004020     EXIT.

004030*****************************************************************
004040* ONLY THE QUANTITY THAT WILL NEVER ISSUE COMES OFF THE PRODALOC
004050* ALLOCATION HERE - THE BACKORDERED SHORTFALL OF A SHORT PICK,
004060* OR THE WHOLE LINE ON A ZERO PICK. THE SHIPPED QUANTITY STAYS
004070* ALLOCATED UNTIL DAY7 APPLIES THE QUEUED ISSUE TONIGHT. A
004080* LEDGER ENTRY THAT HAS DRIFTED SHORT IS FLOORED AT ZERO RATHER
004090* THAN DRIVEN NEGATIVE.
004100*****************************************************************
004110 2500-RELEASE-ALLOCATION.
004120     IF NOT WS-PRODALOC-WAS-OPENED
004130         GO TO 2500-EXIT
004140     END-IF.
004150     MOVE ORD-Code-produit TO ALOC-Code-produit.
004160     READ PRODALOC
004170         INVALID KEY
004180             GO TO 2500-EXIT
004190     END-READ.
004200     SUBTRACT WS-RELEASE-QTE FROM ALOC-Qte-Allouee.
004210     IF ALOC-Qte-Allouee < ZERO
004220         MOVE ZERO TO ALOC-Qte-Allouee
004230     END-IF.
004240     REWRITE PRODALOC-REC
004250         INVALID KEY
004260             DISPLAY "DAY9FUL - UNABLE TO RELEASE ALLOCATION "
004270                 "FOR " ORD-Code-produit " STATUS "
004280                 WS-PRODALOC-STATUS
004290     END-REWRITE.
004300 2500-EXIT.
004310     EXIT.

004320 2100-READ-ORDFILE.
004330     READ ORDFILE NEXT RECORD
004340         AT END
004350             MOVE "Y" TO WS-EOF-SW
004360             GO TO 2100-EXIT
004370     END-READ.
004380 2100-EXIT.
004390     EXIT.

004400 2400-REWRITE-LINE.
004410     REWRITE ORDER-REC
004420         INVALID KEY
004430             DISPLAY "DAY9FUL - UNABLE TO REWRITE ORDER "
004440                 ORD-Numero " LINE " ORD-Ligne " STATUS "
004450                 WS-ORDFILE-STATUS
004460     END-REWRITE.
004470 2400-EXIT.
004480     EXIT.

004490*****************************************************************
004500* A LINE IS READY ONCE IT HAS CONFIRMED SPLITS AND NO SPLIT IS
004510* STILL AWAITING ITS COUNT. THE CONFIRMED QUANTITY IS THE SUM
004520* OF ITS SPLITS.
004530*****************************************************************
004540 2300-FIND-CONFIRMED-PICK.
004550     MOVE "N" TO WS-PICK-FOUND-SW.
004560     MOVE ZERO TO WS-SPLITS-OPEN.
004570     MOVE ZERO TO WS-SPLITS-CONFIRMED.
004580     MOVE ZERO TO WS-CONFIRMED-QTE.
004590     PERFORM 2310-MATCH-ONE-PICK THRU 2310-EXIT
004600         VARYING WS-PICK-I FROM 1 BY 1
004610         UNTIL WS-PICK-I > WS-PICK-COUNT.
004620     IF WS-SPLITS-CONFIRMED > ZERO
004630         AND WS-SPLITS-OPEN = ZERO
004640         MOVE "Y" TO WS-PICK-FOUND-SW
004650     END-IF.
004660 2300-EXIT.
004670     EXIT.

004680 2310-MATCH-ONE-PICK.
004690     IF WS-PK-NUMERO(WS-PICK-I) NOT = ORD-Numero
004700         OR WS-PK-LIGNE(WS-PICK-I) NOT = ORD-Ligne
004710         OR WS-PK-CODE(WS-PICK-I) NOT = ORD-Code-produit
004720         GO TO 2310-EXIT
004730     END-IF.
004740     IF WS-PK-STATUT(WS-PICK-I) = "C"
004750         ADD 1 TO WS-SPLITS-CONFIRMED
004760         ADD WS-PK-PRISE(WS-PICK-I) TO WS-CONFIRMED-QTE
004770     END-IF.
004780     IF WS-PK-STATUT(WS-PICK-I) = "P"
004790         ADD 1 TO WS-SPLITS-OPEN
004800     END-IF.
004810 2310-EXIT.
004820     EXIT.

004830*****************************************************************
004840* THE UNPICKED REMAINDER OF A SHORT PICK BECOMES A BACKORDER AT
004850* THE LINE'S FROZEN PRICE, FOR THE NIGHTLY DAY9BOR RELEASE RUN
004860* TO FILL WHEN STOCK ARRIVES.
004870*****************************************************************
004880 2600-BACKORDER-SHORTFALL.
004890     MOVE ORD-Numero      TO BO-Numero.
004900     MOVE ORD-Client-Code TO BO-Client-Code.
004910     MOVE ORD-Client      TO BO-Client.
004920     MOVE ORD-Code-produit TO BO-Code-produit.
004930     MOVE WS-SHORTFALL    TO BO-Qte.
004940     MOVE ORD-Prix        TO BO-Prix.
004950     MOVE ORD-Taux-Taxe   TO BO-Taux-Taxe.
004960     MOVE ORD-Code-Devise TO BO-Code-Devise.
004970     MOVE WS-RUN-DATE     TO BO-Date.
004980     MOVE "N"             TO BO-Statut.
004990     MOVE ORD-Regle-Prix  TO BO-Regle-Prix.
005000     MOVE ORD-Prix-Liste  TO BO-Prix-Liste.
005010     MOVE ORD-Livraison   TO BO-Livraison.
005020     WRITE BACKORD-REC.
005030 2600-EXIT.
005040     EXIT.

005050 2700-RECORD-SALE.
005060     IF NOT WS-SALEHIST-WAS-OPENED
005070         GO TO 2700-EXIT
005080     END-IF.
005090     MOVE ORD-Code-produit TO SH-Code-produit.
005100     MOVE ORD-Client-Code  TO SH-Client-Code.
005110     MOVE ORD-Qte          TO SH-Qte.
005120     MOVE ORD-Prix         TO SH-Prix.
005130     MOVE ORD-Code-Devise  TO SH-Code-Devise.
005140     MOVE WS-RUN-DATE      TO SH-Date.
005150     MOVE ORD-Regle-Prix   TO SH-Regle-Prix.
005160     MOVE ZERO             TO SH-Cout-Unitaire.
005170     IF WS-PRODMAST-WAS-OPENED
005180         MOVE ORD-Code-produit TO Code-produit
005190         READ PRODMAST
005200             INVALID KEY
005210                 DISPLAY "DAY9FUL - PRODUIT " ORD-Code-produit
005220                     " NOT ON MASTER, SALE COST NOT FROZEN"
005230             NOT INVALID KEY
005240                 MOVE Cout-Moyen TO SH-Cout-Unitaire
005250         END-READ
005260     END-IF.
005270     WRITE SALEHIST-REC.
005280 2700-EXIT.
005290     EXIT.

005300*****************************************************************
005310* CONSUMES THE LINE'S CONFIRMED SPLITS. EACH SPLIT PICKED GOES
005320* OUT AS ITS OWN ISSUE NAMING THE LOCATION AND LOT IT CAME FROM,
005330* UP TO THE QUANTITY IN WS-ISSUE-LEFT. A SPLIT WITH NO LOCATION
005340* (STOCK THE BOOKS COULD NOT PLACE) ISSUES FROM "MAG".
005350*****************************************************************
005360 2800-ISSUE-PICKS.
005370     PERFORM 2810-ISSUE-ONE-PICK THRU 2810-EXIT
005380         VARYING WS-PICK-I FROM 1 BY 1
005390         UNTIL WS-PICK-I > WS-PICK-COUNT.
005400 2800-EXIT.
005410     EXIT.

005420 2810-ISSUE-ONE-PICK.
005430     IF WS-PK-NUMERO(WS-PICK-I) NOT = ORD-Numero
005440         OR WS-PK-LIGNE(WS-PICK-I) NOT = ORD-Ligne
005450         OR WS-PK-CODE(WS-PICK-I) NOT = ORD-Code-produit
005460         OR WS-PK-STATUT(WS-PICK-I) NOT = "C"
005470         GO TO 2810-EXIT
005480     END-IF.
005490     MOVE "U" TO WS-PK-STATUT(WS-PICK-I).
005500     MOVE WS-PK-PRISE(WS-PICK-I) TO WS-ISSUE-QTE.
005510     IF WS-ISSUE-QTE > WS-ISSUE-LEFT
005520         MOVE WS-ISSUE-LEFT TO WS-ISSUE-QTE
005530     END-IF.
005540     IF WS-ISSUE-QTE = ZERO
005550         GO TO 2810-EXIT
005560     END-IF.
005570     MOVE "I"              TO PT-Trans-Code.
005580     MOVE ORD-Code-produit TO PT-Code-produit.
005590     MOVE SPACES           TO PT-Libelle.
005600     MOVE ZERO             TO PT-Prix.
005610     MOVE WS-ISSUE-QTE     TO PT-Qte-En-Main.
005620     MOVE ZERO             TO PT-Seuil-Reappro.
005630     IF WS-PK-LOCATION(WS-PICK-I) = SPACES
005640         MOVE "MAG" TO PT-Location
005650     ELSE
005660         MOVE WS-PK-LOCATION(WS-PICK-I) TO PT-Location
005670     END-IF.
005680     MOVE SPACES           TO PT-Location-To.
005690     MOVE WS-PK-LOT(WS-PICK-I)     TO PT-Lot-No.
005700     MOVE WS-PK-EXPIREE(WS-PICK-I) TO PT-Date-Expiree.
005710     MOVE ORD-Numero       TO PT-Reference.
005720     WRITE PRODTRAN-REC.
005730     ADD 1 TO WS-ISSUES-SENT.
005740     SUBTRACT WS-ISSUE-QTE FROM WS-ISSUE-LEFT.
005750 2810-EXIT.
005760     EXIT.

005770 9000-TERMINATE.
005780     IF WS-ORDFILE-WAS-OPENED
005790         CLOSE ORDFILE
005800     END-IF.
005810     IF WS-PRODRQUE-WAS-OPENED
005820         CLOSE PRODRQUE
005830     END-IF.
005840     IF WS-BACKORD-WAS-OPENED
005850         CLOSE BACKORD
005860     END-IF.
005870     IF WS-SALEHIST-WAS-OPENED
005880         CLOSE SALEHIST
005890     END-IF.
005900     IF WS-PRODMAST-WAS-OPENED
005910         CLOSE PRODMAST
005920     END-IF.
005930     IF WS-ORDFILE-WAS-OPENED
005940         AND WS-PRODRQUE-WAS-OPENED
005950         PERFORM 9200-SAVE-PICKFILE THRU 9200-EXIT
005960     END-IF.
005970     DISPLAY "DAY9FUL - ORDER LINES READ  : " WS-LINES-READ.
005980     DISPLAY "DAY9FUL - ISSUES SENT       : " WS-ISSUES-SENT.
005990     DISPLAY "DAY9FUL - ALREADY FULFILLED : " WS-ALREADY-DONE.
006000     DISPLAY "DAY9FUL - AWAITING PICK     : " WS-AWAITING-PICK.
006010     DISPLAY "DAY9FUL - SHORT PICKS       : " WS-SHORT-PICKED.
006020     DISPLAY "DAY9FUL - ZERO PICKS        : " WS-ZERO-PICKED.
006030     DISPLAY "DAY9FUL - HELD, BLOCKED     : " WS-LINES-BLOCKED.
006040 9000-EXIT.
006050     EXIT.


006060*****************************************************************
006070* PICK ENTRIES CONSUMED BY THIS RUN ("U") ARE DROPPED; "P" AND
006080* UNCONSUMED "C" ENTRIES SURVIVE FOR THE NEXT SESSION.
006090*****************************************************************
006100 9200-SAVE-PICKFILE.
006110     IF WS-PICK-COUNT = ZERO
006120         GO TO 9200-EXIT
006130     END-IF.
006140     IF WS-PICK-OVERFLOWED
006150         DISPLAY "DAY9FUL - PICKFILE NOT REWRITTEN, THE TABLE "
006160             "DID NOT HOLD THE WHOLE FILE"
006170         GO TO 9200-EXIT
006180     END-IF.
006190     OPEN OUTPUT PICKFILE.
006200     IF NOT WS-PICKFILE-OK
006210         DISPLAY "DAY9FUL - UNABLE TO REWRITE PICKFILE, STATUS "
006220             WS-PICKFILE-STATUS " - USED PICKS WILL RE-APPLY"
006230         GO TO 9200-EXIT
006240     END-IF.
006250     PERFORM 9210-SAVE-ONE-PICK THRU 9210-EXIT
006260         VARYING WS-PICK-I FROM 1 BY 1
006270         UNTIL WS-PICK-I > WS-PICK-COUNT.
006280     CLOSE PICKFILE.
006290 9200-EXIT.
006300     EXIT.

006310 9210-SAVE-ONE-PICK.
006320     IF WS-PK-STATUT(WS-PICK-I) = "U"
006330         GO TO 9210-EXIT
006340     END-IF.
006350     MOVE WS-PK-NUMERO(WS-PICK-I)    TO PK-Numero.
006360     MOVE WS-PK-LIGNE(WS-PICK-I)     TO PK-Ligne.
006370     MOVE WS-PK-CODE(WS-PICK-I)      TO PK-Code-produit.
006380     MOVE WS-PK-A-PRENDRE(WS-PICK-I) TO PK-Qte-A-Prendre.
006390     MOVE WS-PK-PRISE(WS-PICK-I)     TO PK-Qte-Prise.
006400     MOVE WS-PK-STATUT(WS-PICK-I)    TO PK-Statut.
006410     MOVE WS-PK-SPLIT(WS-PICK-I)     TO PK-Split.
006420     MOVE WS-PK-LOCATION(WS-PICK-I)  TO PK-Location.
006430     MOVE WS-PK-LOT(WS-PICK-I)       TO PK-Lot-No.
006440     MOVE WS-PK-EXPIREE(WS-PICK-I)   TO PK-Date-Expiree.
006450     WRITE PICKREC-REC.
006460 9210-EXIT.
006470     EXIT.
