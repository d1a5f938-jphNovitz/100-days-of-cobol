000170* PICKFILE WORK FILE AT STATUS "P" (SEE PICKREC.CPY) FOR THE
000180* DAY9CNF CONFIRMATION STEP; A LINE ALREADY ON PICKFILE IS NOT
000190* PRINTED AGAIN, SO THE LIST CAN BE RERUN SAFELY.
000200*
000210* EACH ORDER LINE IS SPLIT ACROSS THE LOCSTOCK LOCATIONS AND THE
000220* LOTLEDG LOTS TO TAKE IT FROM: UNEXPIRED LOTS EARLIEST
000230* LOT-DATE-EXPIREE FIRST (EXPIRED LOTS ARE NEVER SENT TO THE
000240* PICKER), THEN ANY STOCK HELD OUTSIDE THE LOT LEDGER. THE LOT
000250* LEDGER DOES NOT SAY WHERE A LOT SITS, SO LOTS ARE LAID AGAINST
000260* THE LOCATIONS HOLDING THE PRODUCT, THE MAIN WAREHOUSE "MAG"
000270* FIRST AND THE REST IN LOCATION ORDER. WHAT THE BOOKS CANNOT
000280* PLACE IS LISTED "SANS STOCK" FOR THE PICKER TO SHORT-PICK.
000290* STOCK ALREADY PROMISED TO PICK ENTRIES STILL ON PICKFILE IS
000300* HELD BACK, SO TWO ORDERS ARE NEVER SENT FOR THE SAME UNITS.
000310*
000320* THE LINES ARE LISTED BY CUSTOMER AND DELIVERY ADDRESS, EACH
000330* ADDRESS UNDER A "LIVRAISON" HEADING, SO EVERYTHING GOING TO
000340* ONE DROP IS PICKED TOGETHER.
000350*****************************************************************
000360* MODIFICATION HISTORY
000370*  09/02/2026  JPH  ORIGINAL VERSION.
000380*  09/02/2026  JPH  ORDFILE IS NOW INDEXED ON ORD-KEY - THE
000390*                   SEQUENTIAL SWEEP DELIVERS LINES GROUPED BY
000400*                   ORDER, SO ONE ORDER IS ONE WALK.
000410*  09/02/2026  JPH  PICK ENTRIES NOW CARRY PK-LIGNE AND THE
000420*                   RERUN DEDUPE MATCHES ON ORDER PLUS LINE, SO
000430*                   TWO LINES OF THE SAME PRODUCT ON ONE ORDER
000440*                   EACH GET THEIR OWN PICK.
000450*  10/15/2026  JPH  FEFO PICK LIST: EACH LINE IS SPLIT BY
000460*                   LOCATION AND LOT (EARLIEST EXPIRY FIRST,
000470*                   EXPIRED LOTS SKIPPED) AND EVERY SPLIT IS
000480*                   PRINTED AND QUEUED ON PICKFILE WITH ITS
000490*                   LOCATION AND LOT. THE REPORT LINE WIDENS TO
000500*                   100 TO CARRY THEM.
000510*  10/15/2026  JPH  THE LIST IS NOW GROUPED BY DELIVERY ADDRESS:
000520*                   THE LINES TO PICK ARE SORTED BY CLIENT-CODE,
000530*                   SHIP-TO CODE (ORD-LIVRAISON), ORDER AND LINE,
000540*                   AND EACH ADDRESS OPENS WITH ITS OWN HEADING -
000550*                   THE SHIPTO ENTRY (SEE SHIPTO.CPY), OR THE
000560*                   CUSTMAST BILLING ADDRESS WHEN THE CODE IS
000570*                   BLANK OR NO LONGER ON FILE - SO ONE PICKED
000580*                   LOAD IS ONE DROP.
000590*  10/15/2026  JPH  A LINE WHOSE PRODUIT IS BLOCKED
000600*                   (STATUT-PRODUIT "B", E.G. UNDER A LOT RECALL)
000610*                   IS NOT SENT TO THE PICKER. IT STAYS AT STATUS
000620*                   "N" AND IS LISTED BY THE FIRST RUN AFTER THE
000630*                   PRODUIT IS RELEASED. COUNTED AT END OF RUN.
000640*****************************************************************
000650 IDENTIFICATION DIVISION.
000660 PROGRAM-ID. day9pck.
000670 AUTHOR. jphNovitz.
000680 DATE-WRITTEN. 2026/09/02.
000690 DATE-COMPILED.

000700 ENVIRONMENT DIVISION.
000710 INPUT-OUTPUT SECTION.
000720 FILE-CONTROL.
000730     SELECT ORDFILE ASSIGN TO "ORDFILE"
000740         ORGANIZATION IS INDEXED
000750         ACCESS MODE IS SEQUENTIAL
000760         RECORD KEY IS ORD-Key
000770         FILE STATUS IS WS-ORDFILE-STATUS.

000780     SELECT PRODMAST ASSIGN TO "PRODMAST"
000790         ORGANIZATION IS INDEXED
000800         ACCESS MODE IS DYNAMIC
000810         RECORD KEY IS Code-produit
000820         FILE STATUS IS WS-PRODMAST-STATUS.

000830     SELECT PICKFILE ASSIGN TO "PICKFILE"
000840         ORGANIZATION IS LINE SEQUENTIAL
000850         FILE STATUS IS WS-PICKFILE-STATUS.

000860     SELECT LOCSTOCK ASSIGN TO "LOCSTOCK"
000870         ORGANIZATION IS INDEXED
000880         ACCESS MODE IS DYNAMIC
000890         RECORD KEY IS LS-Key
000900         FILE STATUS IS WS-LOCSTOCK-STATUS.

000910     SELECT LOTLEDG ASSIGN TO "LOTLEDG"
000920         ORGANIZATION IS INDEXED
000930         ACCESS MODE IS DYNAMIC
000940         RECORD KEY IS LOT-Key
000950         FILE STATUS IS WS-LOTLEDG-STATUS.

000960     SELECT PICKRPT ASSIGN TO "PICKRPT"
000970         ORGANIZATION IS LINE SEQUENTIAL
000980         FILE STATUS IS WS-PICKRPT-STATUS.

000990     SELECT CUSTMAST ASSIGN TO "CUSTMAST"
001000         ORGANIZATION IS INDEXED
001010         ACCESS MODE IS DYNAMIC
001020         RECORD KEY IS Client-Code
001030         FILE STATUS IS WS-CUSTMAST-STATUS.

001040     SELECT SHIPTO ASSIGN TO "SHIPTO"
001050         ORGANIZATION IS INDEXED
001060         ACCESS MODE IS DYNAMIC
001070         RECORD KEY IS ST-Key
001080         FILE STATUS IS WS-SHIPTO-STATUS.

001090     SELECT SORTWORK ASSIGN TO "SORTWORK".

001100 DATA DIVISION.
001110 FILE SECTION.
001120 FD  ORDFILE
001130     RECORDING MODE IS F.
001140     COPY ORDREC.

001150 FD  PRODMAST
001160     RECORDING MODE IS F.
001170     COPY PRODREC.

001180 FD  PICKFILE
001190     RECORDING MODE IS F.
001200     COPY PICKREC.

001210 FD  LOCSTOCK
001220     RECORDING MODE IS F.
001230     COPY LOCSTOCK.

001240 FD  LOTLEDG
001250     RECORDING MODE IS F.
001260     COPY LOTLEDG.

001270 FD  PICKRPT
001280     RECORDING MODE IS F.
001290 01  PICKRPT-LINE             PIC X(100).

001300 FD  CUSTMAST
001310     RECORDING MODE IS F.
001320     COPY CUSTREC.

001330 FD  SHIPTO
001340     RECORDING MODE IS F.
001350     COPY SHIPTO.

001360*****************************************************************
001370* ONE SORT RECORD PER ORDER LINE TO PICK: THE DELIVERY ADDRESS
001380* KEYS IN FRONT OF THE WHOLE ORDER LINE.
001390*****************************************************************
001400 SD  SORTWORK.
001410 01  SORTWORK-REC.
001420     05  SRT-Client-Code      PIC X(05).
001430     05  SRT-Livraison        PIC X(03).
001440     05  SRT-Numero           PIC X(06).
001450     05  SRT-Ligne            PIC 9(03).
001460     05  SRT-Order-Rec        PIC X(97).

001470 WORKING-STORAGE SECTION.
001480 01  WS-ORDFILE-STATUS        PIC X(02).
001490     88  WS-ORDFILE-OK              VALUE "00".

001500 01  WS-PRODMAST-STATUS       PIC X(02).
001510     88  WS-PRODMAST-OK             VALUE "00".

001520 01  WS-PICKFILE-STATUS       PIC X(02).
001530     88  WS-PICKFILE-OK             VALUE "00".

001540 01  WS-LOCSTOCK-STATUS       PIC X(02).
001550     88  WS-LOCSTOCK-OK             VALUE "00".

001560 01  WS-LOTLEDG-STATUS        PIC X(02).
001570     88  WS-LOTLEDG-OK              VALUE "00".

001580 01  WS-PICKRPT-STATUS        PIC X(02).
001590     88  WS-PICKRPT-OK              VALUE "00".

001600 01  WS-CUSTMAST-STATUS       PIC X(02).
001610     88  WS-CUSTMAST-OK             VALUE "00".

001620 01  WS-SHIPTO-STATUS         PIC X(02).
001630     88  WS-SHIPTO-OK               VALUE "00".

001640 01  WS-SWITCHES.
001650     05  WS-EOF-SW            PIC X(01)  VALUE "N".
001660         88  WS-EOF-REACHED          VALUE "Y".
001670     05  WS-ORDFILE-OPEN-SW   PIC X(01)  VALUE "N".
001680         88  WS-ORDFILE-WAS-OPENED   VALUE "Y".
001690     05  WS-PRODMAST-OPEN-SW  PIC X(01)  VALUE "N".
001700         88  WS-PRODMAST-WAS-OPENED  VALUE "Y".
001710     05  WS-PICKFILE-OPEN-SW  PIC X(01)  VALUE "N".
001720         88  WS-PICKFILE-WAS-OPENED  VALUE "Y".
001730     05  WS-PICKRPT-OPEN-SW   PIC X(01)  VALUE "N".
001740         88  WS-PICKRPT-WAS-OPENED   VALUE "Y".
001750     05  WS-ALREADY-SW        PIC X(01)  VALUE "N".
001760         88  WS-ALREADY-ON-FILE      VALUE "Y".
001770     05  WS-LOCSTOCK-OPEN-SW  PIC X(01)  VALUE "N".
001780         88  WS-LOCSTOCK-WAS-OPENED  VALUE "Y".
001790     05  WS-LOTLEDG-OPEN-SW   PIC X(01)  VALUE "N".
001800         88  WS-LOTLEDG-WAS-OPENED   VALUE "Y".
001810     05  WS-SCAN-EOF-SW       PIC X(01)  VALUE "N".
001820         88  WS-SCAN-EOF-REACHED     VALUE "Y".
001830     05  WS-LOTS-DONE-SW      PIC X(01)  VALUE "N".
001840         88  WS-LOTS-DONE            VALUE "Y".
001850     05  WS-LOCS-DONE-SW      PIC X(01)  VALUE "N".
001860         88  WS-LOCS-DONE            VALUE "Y".
001870     05  WS-LOC-FOUND-SW      PIC X(01)  VALUE "N".
001880         88  WS-LOC-WAS-FOUND        VALUE "Y".
001890     05  WS-CUSTMAST-OPEN-SW  PIC X(01)  VALUE "N".
001900         88  WS-CUSTMAST-WAS-OPENED  VALUE "Y".
001910     05  WS-SHIPTO-OPEN-SW    PIC X(01)  VALUE "N".
001920         88  WS-SHIPTO-WAS-OPENED    VALUE "Y".
001930     05  WS-SORT-EOF-SW       PIC X(01)  VALUE "N".
001940         88  WS-SORT-EOF-REACHED     VALUE "Y".

001950 01  WS-COUNTERS.
001960     05  WS-LINES-READ        PIC 9(05) COMP  VALUE ZERO.
001970     05  WS-PICKS-PRINTED     PIC 9(05) COMP  VALUE ZERO.
001980     05  WS-ALREADY-LISTED    PIC 9(05) COMP  VALUE ZERO.
001990     05  WS-SPLITS-QUEUED     PIC 9(05) COMP  VALUE ZERO.
002000     05  WS-LINES-SHORT       PIC 9(05) COMP  VALUE ZERO.
002010     05  WS-LINES-BLOCKED     PIC 9(05) COMP  VALUE ZERO.
002020     05  WS-LOTS-EXPIRED      PIC 9(05) COMP  VALUE ZERO.
002030     05  WS-DELIVERIES        PIC 9(05) COMP  VALUE ZERO.

002040 01  WS-RUN-DATE              PIC 9(08).
002050 01  WS-PREV-NUMERO           PIC X(06)  VALUE HIGH-VALUES.
002060 01  WS-PREV-CLIENT           PIC X(05)  VALUE HIGH-VALUES.
002070 01  WS-PREV-LIVRAISON        PIC X(03)  VALUE HIGH-VALUES.
002080 01  WS-PICK-I                PIC 9(03) COMP  VALUE ZERO.
002090 01  WS-LIBELLE               PIC X(15)  VALUE SPACES.

002100*****************************************************************
002110* ONE ORDER LINE'S SPLIT: WHAT IS STILL TO PLACE, WHAT EACH
002120* SPLIT TAKES, AND THE STOCK HELD OUTSIDE THE LOT LEDGER THAT
002130* MAY STILL BE SENT WITHOUT A LOT.
002140*****************************************************************
002150 01  WS-SPLIT-FIELDS.
002160     05  WS-NEED              PIC S9(05) COMP  VALUE ZERO.
002170     05  WS-TAKE              PIC S9(05) COMP  VALUE ZERO.
002180     05  WS-UNTRACKED         PIC S9(07) COMP  VALUE ZERO.
002190     05  WS-LOT-TOTAL         PIC S9(07) COMP  VALUE ZERO.
002200     05  WS-LOC-TOTAL         PIC S9(07) COMP  VALUE ZERO.
002210     05  WS-RESERVED          PIC S9(07) COMP  VALUE ZERO.
002220     05  WS-SPLIT             PIC 9(02)  VALUE ZERO.
002230     05  WS-SPLIT-LOCATION    PIC X(03)  VALUE SPACES.
002240     05  WS-SPLIT-LOT         PIC X(10)  VALUE SPACES.
002250     05  WS-SPLIT-EXPIREE     PIC 9(08)  VALUE ZERO.
002260     05  WS-BEST-TRI          PIC 9(08)  VALUE ZERO.
002270     05  WS-BEST-I            PIC 9(03) COMP  VALUE ZERO.
002280     05  WS-LOC-I             PIC 9(03) COMP  VALUE ZERO.
002290     05  WS-LOT-I             PIC 9(03) COMP  VALUE ZERO.
002300     05  WS-RSV-BY            PIC X(01)  VALUE SPACE.
002310         88  WS-RSV-BY-LOT           VALUE "L".
002320         88  WS-RSV-BY-LOCATION      VALUE "E".
002330         88  WS-RSV-UNTRACKED        VALUE "U".
002340     05  WS-RSV-KEY           PIC X(10)  VALUE SPACES.

002350*****************************************************************
002360* THE PRODUCT'S UNEXPIRED LOTS WITH STOCK LEFT TO PROMISE. A LOT
002370* WITH NO EXPIRY DATE SORTS LAST (WS-LT-TRI 99999999).
002380*****************************************************************
002390 01  WS-LOT-TABLE.
002400     05  WS-LOT-COUNT         PIC 9(03) COMP  VALUE ZERO.
002410     05  WS-LOT-ENTRY OCCURS 50 TIMES.
002420         10  WS-LT-NO         PIC X(10).
002430         10  WS-LT-EXPIREE    PIC 9(08).
002440         10  WS-LT-TRI        PIC 9(08).
002450         10  WS-LT-DISPO      PIC S9(05) COMP.

002460*****************************************************************
002470* THE PRODUCT'S LOCSTOCK BUCKETS WITH STOCK LEFT TO PROMISE,
002480* "MAG" FIRST.
002490*****************************************************************
002500 01  WS-LOC-TABLE.
002510     05  WS-LOC-COUNT         PIC 9(03) COMP  VALUE ZERO.
002520     05  WS-LOC-ENTRY OCCURS 20 TIMES.
002530         10  WS-LC-LOCATION   PIC X(03).
002540         10  WS-LC-DISPO      PIC S9(05) COMP.

002550*****************************************************************
002560* PICK ENTRIES ALREADY ON THE FILE, LOADED AT START SO A RERUN
002570* DOES NOT PRINT OR QUEUE THE SAME ORDER LINE TWICE, AND SO THE
002580* STOCK THEY ARE STILL TO TAKE IS NOT PROMISED AGAIN.
002590*****************************************************************
002600 01  WS-PICK-TABLE.
002610     05  WS-PICK-COUNT        PIC 9(03) COMP  VALUE ZERO.
002620     05  WS-PICK-ENTRY OCCURS 500 TIMES.
002630         10  WS-PICK-NUMERO   PIC X(06).
002640         10  WS-PICK-LIGNE    PIC 9(03).
002650         10  WS-PICK-CODE     PIC X(03).
002660         10  WS-PICK-LOCATION PIC X(03).
002670         10  WS-PICK-LOT      PIC X(10).
002680         10  WS-PICK-QTE      PIC 9(05).

002690 01  WS-LIST-HEADING.
002700     05  FILLER               PIC X(26) VALUE
002710         "LISTE DE PRELEVEMENT  DU  ".
002720     05  WH-RUN-DATE          PIC 9(08).

002730 01  WS-DELIVERY-HEADING.
002740     05  FILLER               PIC X(12) VALUE "LIVRAISON : ".
002750     05  WL-CODE              PIC X(03).
002760     05  FILLER               PIC X(01) VALUE SPACE.
002770     05  WL-NOM               PIC X(20).
002780     05  FILLER               PIC X(01) VALUE SPACE.
002790     05  WL-ADRESSE           PIC X(30).

002800 01  WS-DELIVERY-RULE.
002810     05  FILLER               PIC X(67) VALUE ALL "-".

002820 01  WS-ORDER-HEADING.
002830     05  FILLER               PIC X(11) VALUE "COMMANDE : ".
002840     05  WO-NUMERO            PIC X(06).
002850     05  FILLER               PIC X(11) VALUE "  CLIENT : ".
002860     05  WO-CLIENT            PIC X(20).

002870 01  WS-DETAIL-LINE.
002880     05  FILLER               PIC X(02) VALUE SPACES.
002890     05  WD-CODE              PIC X(03).
002900     05  FILLER               PIC X(02) VALUE SPACES.
002910     05  WD-LIBELLE           PIC X(15).
002920     05  FILLER               PIC X(07) VALUE "  EMP: ".
002930     05  WD-LOCATION          PIC X(03).
002940     05  FILLER               PIC X(07) VALUE "  LOT: ".
002950     05  WD-LOT               PIC X(10).
002960     05  FILLER               PIC X(06) VALUE " EXP: ".
002970     05  WD-EXPIREE           PIC X(08).
002980     05  FILLER               PIC X(07) VALUE "  QTE: ".
002990     05  WD-QTE               PIC ZZZZ9.
003000     05  FILLER               PIC X(18) VALUE
003010         "  PRIS: _________ ".

003020 PROCEDURE DIVISION.

003030 0000-MAINLINE.
003040     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003050     IF NOT WS-EOF-REACHED
003060         SORT SORTWORK
003070             ON ASCENDING KEY SRT-Client-Code
003080                              SRT-Livraison
003090                              SRT-Numero
003100                              SRT-Ligne
003110             INPUT PROCEDURE IS 2000-GATHER-LINES
003120                 THRU 2960-IP-EXIT
003130             OUTPUT PROCEDURE IS 5000-PRINT-PICKS
003140                 THRU 5960-OP-EXIT
003150     END-IF.
003160     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003170     GOBACK.

003180 1000-INITIALIZE.
003190     CALL "dayproc" USING WS-RUN-DATE.
003200     PERFORM 1100-LOAD-PICKFILE THRU 1100-EXIT.

003210     OPEN INPUT ORDFILE.
003220     IF NOT WS-ORDFILE-OK
003230         DISPLAY "DAY9PCK - UNABLE TO OPEN ORDFILE, STATUS "
003240             WS-ORDFILE-STATUS " - NOTHING TO PICK"
003250         MOVE "Y" TO WS-EOF-SW
003260         GO TO 1000-EXIT
003270     END-IF.
003280     MOVE "Y" TO WS-ORDFILE-OPEN-SW.

003290     OPEN INPUT PRODMAST.
003300     IF NOT WS-PRODMAST-OK
003310         DISPLAY "DAY9PCK - UNABLE TO OPEN PRODMAST, STATUS "
003320             WS-PRODMAST-STATUS " - LIBELLES WILL BE BLANK"
003330     ELSE
003340         MOVE "Y" TO WS-PRODMAST-OPEN-SW
003350     END-IF.

003360     OPEN INPUT LOCSTOCK.
003370     IF NOT WS-LOCSTOCK-OK
003380         DISPLAY "DAY9PCK - UNABLE TO OPEN LOCSTOCK, STATUS "
003390             WS-LOCSTOCK-STATUS " - ALL PICKS FROM MAG"
003400     ELSE
003410         MOVE "Y" TO WS-LOCSTOCK-OPEN-SW
003420     END-IF.

003430     OPEN INPUT LOTLEDG.
003440     IF NOT WS-LOTLEDG-OK
003450         DISPLAY "DAY9PCK - UNABLE TO OPEN LOTLEDG, STATUS "
003460             WS-LOTLEDG-STATUS " - PICKS WILL NAME NO LOT"
003470     ELSE
003480         MOVE "Y" TO WS-LOTLEDG-OPEN-SW
003490     END-IF.

003500*****************************************************************
003510* WITHOUT CUSTMAST OR SHIPTO THE DELIVERY HEADINGS STILL BREAK
003520* BY ADDRESS, BUT CAN ONLY NAME THE CODE AND THE ORDER'S CLIENT.
003530*****************************************************************
003540     OPEN INPUT CUSTMAST.
003550     IF NOT WS-CUSTMAST-OK
003560         DISPLAY "DAY9PCK - UNABLE TO OPEN CUSTMAST, STATUS "
003570             WS-CUSTMAST-STATUS " - NO BILLING ADDRESSES"
003580     ELSE
003590         MOVE "Y" TO WS-CUSTMAST-OPEN-SW
003600     END-IF.

003610     OPEN INPUT SHIPTO.
003620     IF NOT WS-SHIPTO-OK
003630         DISPLAY "DAY9PCK - NO SHIPTO (STATUS "
003640             WS-SHIPTO-STATUS ") - BILLING ADDRESSES ONLY"
003650     ELSE
003660         MOVE "Y" TO WS-SHIPTO-OPEN-SW
003670     END-IF.

003680     OPEN EXTEND PICKFILE.
003690     IF NOT WS-PICKFILE-OK
003700         OPEN OUTPUT PICKFILE
003710     END-IF.
003720     IF NOT WS-PICKFILE-OK
003730         DISPLAY "DAY9PCK - UNABLE TO OPEN PICKFILE, STATUS "
003740             WS-PICKFILE-STATUS " - NOTHING QUEUED"
003750         MOVE "Y" TO WS-EOF-SW
003760         GO TO 1000-EXIT
003770     END-IF.
003780     MOVE "Y" TO WS-PICKFILE-OPEN-SW.

003790     OPEN OUTPUT PICKRPT.
003800     IF NOT WS-PICKRPT-OK
003810         DISPLAY "DAY9PCK - UNABLE TO OPEN PICKRPT, STATUS "
003820             WS-PICKRPT-STATUS
003830         MOVE "Y" TO WS-EOF-SW
003840         GO TO 1000-EXIT
003850     END-IF.
003860     MOVE "Y" TO WS-PICKRPT-OPEN-SW.
003870     MOVE WS-RUN-DATE TO WH-RUN-DATE.
003880     MOVE WS-LIST-HEADING TO PICKRPT-LINE.
003890     WRITE PICKRPT-LINE.
003900 1000-EXIT.
003910     EXIT.

003920 1100-LOAD-PICKFILE.
003930     OPEN INPUT PICKFILE.
003940     IF NOT WS-PICKFILE-OK
003950         GO TO 1100-EXIT
003960     END-IF.
003970     PERFORM 1110-LOAD-ONE-PICK THRU 1110-EXIT
003980         UNTIL WS-PICKFILE-STATUS = "10".
003990     CLOSE PICKFILE.
004000 1100-EXIT.
004010     EXIT.

004020 1110-LOAD-ONE-PICK.
004030     READ PICKFILE
004040         AT END
004050             MOVE "10" TO WS-PICKFILE-STATUS
004060             GO TO 1110-EXIT
004070     END-READ.
004080     IF WS-PICK-COUNT < 500
004090         ADD 1 TO WS-PICK-COUNT
004100         MOVE PK-Numero       TO WS-PICK-NUMERO(WS-PICK-COUNT)
004110         MOVE PK-Ligne        TO WS-PICK-LIGNE(WS-PICK-COUNT)
004120         MOVE PK-Code-produit TO WS-PICK-CODE(WS-PICK-COUNT)
004130         MOVE PK-Location     TO WS-PICK-LOCATION(WS-PICK-COUNT)
004140         MOVE PK-Lot-No       TO WS-PICK-LOT(WS-PICK-COUNT)
004150         EVALUATE TRUE
004160             WHEN PK-STATUT-PRINTED
004170                 MOVE PK-Qte-A-Prendre
004180                     TO WS-PICK-QTE(WS-PICK-COUNT)
004190             WHEN PK-STATUT-CONFIRMED
004200                 MOVE PK-Qte-Prise TO WS-PICK-QTE(WS-PICK-COUNT)
004210             WHEN OTHER
004220                 MOVE ZERO TO WS-PICK-QTE(WS-PICK-COUNT)
004230         END-EVALUATE
004240     ELSE
004250         DISPLAY "DAY9PCK - PICK TABLE FULL (500), RERUN "
004260             "PROTECTION INCOMPLETE"
004270         MOVE "10" TO WS-PICKFILE-STATUS
004280     END-IF.
004290 1110-EXIT.
004300     EXIT.

004310*****************************************************************
004320* EVERY STATUS-"N" LINE NOT ALREADY ON PICKFILE GOES TO THE SORT
004330* UNDER ITS CUSTOMER AND SHIP-TO CODE.
004340*****************************************************************
004350 2000-GATHER-LINES.
004360     PERFORM 2100-READ-ORDFILE THRU 2100-EXIT.
004370     PERFORM 2200-RELEASE-ONE-LINE THRU 2200-EXIT
004380         UNTIL WS-EOF-REACHED.
004390     GO TO 2960-IP-EXIT.

004400 2100-READ-ORDFILE.
004410     READ ORDFILE
004420         AT END
004430             MOVE "Y" TO WS-EOF-SW
004440             GO TO 2100-EXIT
004450     END-READ.
004460 2100-EXIT.
004470     EXIT.

004480 2200-RELEASE-ONE-LINE.
004490     ADD 1 TO WS-LINES-READ.
004500     IF NOT ORD-STATUT-NEW
004510         GO TO 2200-EXIT-VIA-READ
004520     END-IF.
004530     PERFORM 3000-CHECK-ALREADY-ON-FILE THRU 3000-EXIT.
004540     IF WS-ALREADY-ON-FILE
004550         ADD 1 TO WS-ALREADY-LISTED
004560         GO TO 2200-EXIT-VIA-READ
004570     END-IF.
004580     IF WS-PRODMAST-WAS-OPENED
004590         MOVE ORD-Code-produit TO Code-produit
004600         READ PRODMAST
004610             INVALID KEY
004620                 MOVE SPACE TO Statut-Produit
004630         END-READ
004640         IF PRODUIT-BLOQUE
004650             ADD 1 TO WS-LINES-BLOCKED
004660             GO TO 2200-EXIT-VIA-READ
004670         END-IF
004680     END-IF.
004690     MOVE ORD-Client-Code TO SRT-Client-Code.
004700     MOVE ORD-Livraison   TO SRT-Livraison.
004710     MOVE ORD-Numero      TO SRT-Numero.
004720     MOVE ORD-Ligne       TO SRT-Ligne.
004730     MOVE ORDER-REC       TO SRT-Order-Rec.
004740     RELEASE SORTWORK-REC.

004750 2200-EXIT-VIA-READ.
004760     PERFORM 2100-READ-ORDFILE THRU 2100-EXIT.
004770 2200-EXIT.
004780     EXIT.

004790 2960-IP-EXIT.
004800     EXIT.

004810 3000-CHECK-ALREADY-ON-FILE.
004820     MOVE "N" TO WS-ALREADY-SW.
004830     PERFORM 3010-MATCH-ONE-PICK THRU 3010-EXIT
004840         VARYING WS-PICK-I FROM 1 BY 1
004850         UNTIL WS-PICK-I > WS-PICK-COUNT
004860            OR WS-ALREADY-ON-FILE.
004870 3000-EXIT.
004880     EXIT.

004890 3010-MATCH-ONE-PICK.
004900     IF WS-PICK-NUMERO(WS-PICK-I) = ORD-Numero
004910         AND WS-PICK-LIGNE(WS-PICK-I) = ORD-Ligne
004920         AND WS-PICK-CODE(WS-PICK-I) = ORD-Code-produit
004930         MOVE "Y" TO WS-ALREADY-SW
004940     END-IF.
004950 3010-EXIT.
004960     EXIT.

004970 3100-ORDER-HEADING.
004980     MOVE ORD-Numero TO WS-PREV-NUMERO.
004990     MOVE ORD-Numero TO WO-NUMERO.
005000     MOVE ORD-Client TO WO-CLIENT.
005010     MOVE SPACES TO PICKRPT-LINE.
005020     WRITE PICKRPT-LINE.
005030     MOVE WS-ORDER-HEADING TO PICKRPT-LINE.
005040     WRITE PICKRPT-LINE.
005050 3100-EXIT.
005060     EXIT.

005070*****************************************************************
005080* ONE PRINTED LINE AND ONE PICKFILE ENTRY PER SPLIT.
005090*****************************************************************
005100 3200-PRINT-PICK-LINE.
005110     MOVE ORD-Code-produit  TO WD-CODE.
005120     MOVE WS-LIBELLE        TO WD-LIBELLE.
005130     MOVE WS-SPLIT-LOCATION TO WD-LOCATION.
005140     MOVE WS-SPLIT-LOT      TO WD-LOT.
005150     IF WS-SPLIT-LOCATION = SPACES
005160         MOVE "SANS STOCK" TO WD-LOT
005170     END-IF.
005180     IF WS-SPLIT-EXPIREE = ZERO
005190         MOVE SPACES TO WD-EXPIREE
005200     ELSE
005210         MOVE WS-SPLIT-EXPIREE TO WD-EXPIREE
005220     END-IF.
005230     MOVE WS-TAKE           TO WD-QTE.
005240     MOVE WS-DETAIL-LINE TO PICKRPT-LINE.
005250     WRITE PICKRPT-LINE.
005260 3200-EXIT.
005270     EXIT.

005280 3300-QUEUE-PICK.
005290     MOVE ORD-Numero        TO PK-Numero.
005300     MOVE ORD-Ligne         TO PK-Ligne.
005310     MOVE ORD-Code-produit  TO PK-Code-produit.
005320     MOVE WS-TAKE           TO PK-Qte-A-Prendre.
005330     MOVE ZERO              TO PK-Qte-Prise.
005340     MOVE "P"               TO PK-Statut.
005350     MOVE WS-SPLIT          TO PK-Split.
005360     MOVE WS-SPLIT-LOCATION TO PK-Location.
005370     MOVE WS-SPLIT-LOT      TO PK-Lot-No.
005380     MOVE WS-SPLIT-EXPIREE  TO PK-Date-Expiree.
005390     WRITE PICKREC-REC.
005400     ADD 1 TO WS-SPLITS-QUEUED.
005410     IF WS-PICK-COUNT < 500
005420         ADD 1 TO WS-PICK-COUNT
005430         MOVE ORD-Numero TO WS-PICK-NUMERO(WS-PICK-COUNT)
005440         MOVE ORD-Ligne  TO WS-PICK-LIGNE(WS-PICK-COUNT)
005450         MOVE ORD-Code-produit TO WS-PICK-CODE(WS-PICK-COUNT)
005460         MOVE WS-SPLIT-LOCATION
005470             TO WS-PICK-LOCATION(WS-PICK-COUNT)
005480         MOVE WS-SPLIT-LOT TO WS-PICK-LOT(WS-PICK-COUNT)
005490         MOVE WS-TAKE    TO WS-PICK-QTE(WS-PICK-COUNT)
005500     END-IF.
005510 3300-EXIT.
005520     EXIT.

005530*****************************************************************
005540* SPLITS ONE ORDER LINE: UNEXPIRED LOTS EARLIEST EXPIRY FIRST,
005550* EACH LAID AGAINST THE LOCATIONS STILL HOLDING STOCK; THEN
005560* STOCK OUTSIDE THE LOT LEDGER; THEN WHATEVER IS LEFT AS ONE
005570* "SANS STOCK" SPLIT THE PICKER WILL SHORT-PICK. THE LAST OF
005580* THE 99 SPLITS A LINE CAN CARRY IS KEPT FOR THAT REMAINDER.
005590*****************************************************************
005600 4000-SPLIT-LINE.
005610     ADD 1 TO WS-PICKS-PRINTED.
005620     MOVE ORD-Qte TO WS-NEED.
005630     MOVE ZERO TO WS-SPLIT.
005640     PERFORM 4050-GET-LIBELLE THRU 4050-EXIT.
005650     PERFORM 4100-LOAD-LOTS THRU 4100-EXIT.
005660     PERFORM 4200-LOAD-LOCATIONS THRU 4200-EXIT.

005670     MOVE "U" TO WS-RSV-BY.
005680     PERFORM 4900-SUM-RESERVED THRU 4900-EXIT.
005690     COMPUTE WS-UNTRACKED = WS-LOC-TOTAL - WS-LOT-TOTAL
005700                          - WS-RESERVED.
005710     IF WS-UNTRACKED < ZERO
005720         MOVE ZERO TO WS-UNTRACKED
005730     END-IF.
005740     IF NOT WS-LOCSTOCK-WAS-OPENED
005750         MOVE ORD-Qte TO WS-UNTRACKED
005760     END-IF.

005770     MOVE "N" TO WS-LOTS-DONE-SW.
005780     MOVE "N" TO WS-LOCS-DONE-SW.
005790     PERFORM 4300-TAKE-FROM-LOT THRU 4300-EXIT
005800         UNTIL WS-NEED NOT > ZERO
005810            OR WS-LOTS-DONE
005820            OR WS-SPLIT > 97.
005830     PERFORM 4400-TAKE-UNTRACKED THRU 4400-EXIT
005840         UNTIL WS-NEED NOT > ZERO
005850            OR WS-UNTRACKED NOT > ZERO
005860            OR WS-LOCS-DONE
005870            OR WS-SPLIT > 97.

005880     IF WS-NEED > ZERO
005890         ADD 1 TO WS-LINES-SHORT
005900         MOVE WS-NEED      TO WS-TAKE
005910         MOVE SPACES       TO WS-SPLIT-LOCATION
005920         MOVE SPACES       TO WS-SPLIT-LOT
005930         MOVE ZERO         TO WS-SPLIT-EXPIREE
005940         PERFORM 4500-EMIT-SPLIT THRU 4500-EXIT
005950     END-IF.
005960 4000-EXIT.
005970     EXIT.

005980 4050-GET-LIBELLE.
005990     MOVE SPACES TO WS-LIBELLE.
006000     IF WS-PRODMAST-WAS-OPENED
006010         MOVE ORD-Code-produit TO Code-produit
006020         READ PRODMAST
006030             INVALID KEY
006040                 MOVE SPACES TO WS-LIBELLE
006050             NOT INVALID KEY
006060                 MOVE Libelle TO WS-LIBELLE
006070         END-READ
006080     END-IF.
006090 4050-EXIT.
006100     EXIT.

006110*****************************************************************
006120* LOADS THE PRODUCT'S LOTS. WS-LOT-TOTAL COUNTS EVERY UNIT ON
006130* THE LEDGER, EXPIRED OR NOT, SO THE STOCK OUTSIDE IT CAN BE
006140* WORKED OUT; ONLY UNEXPIRED LOTS WITH STOCK LEFT AFTER OTHER
006150* PICKS ENTER THE TABLE.
006160*****************************************************************
006170 4100-LOAD-LOTS.
006180     MOVE ZERO TO WS-LOT-COUNT.
006190     MOVE ZERO TO WS-LOT-TOTAL.
006200     IF NOT WS-LOTLEDG-WAS-OPENED
006210         GO TO 4100-EXIT
006220     END-IF.
006230     MOVE "N" TO WS-SCAN-EOF-SW.
006240     MOVE ORD-Code-produit TO LOT-Code-produit.
006250     MOVE LOW-VALUES TO LOT-No.
006260     START LOTLEDG KEY IS NOT < LOT-Key
006270         INVALID KEY
006280             MOVE "Y" TO WS-SCAN-EOF-SW
006290     END-START.
006300     PERFORM 4110-LOAD-ONE-LOT THRU 4110-EXIT
006310         UNTIL WS-SCAN-EOF-REACHED.
006320 4100-EXIT.
006330     EXIT.

006340 4110-LOAD-ONE-LOT.
006350     READ LOTLEDG NEXT RECORD
006360         AT END
006370             MOVE "Y" TO WS-SCAN-EOF-SW
006380             GO TO 4110-EXIT
006390     END-READ.
006400     IF LOT-Code-produit NOT = ORD-Code-produit
006410         MOVE "Y" TO WS-SCAN-EOF-SW
006420         GO TO 4110-EXIT
006430     END-IF.
006440     IF LOT-Qte-Restante NOT > ZERO
006450         GO TO 4110-EXIT
006460     END-IF.
006470     ADD LOT-Qte-Restante TO WS-LOT-TOTAL.
006480     IF LOT-Date-Expiree NOT = ZERO
006490         AND LOT-Date-Expiree < WS-RUN-DATE
006500         ADD 1 TO WS-LOTS-EXPIRED
006510         GO TO 4110-EXIT
006520     END-IF.
006530     MOVE "L" TO WS-RSV-BY.
006540     MOVE LOT-No TO WS-RSV-KEY.
006550     PERFORM 4900-SUM-RESERVED THRU 4900-EXIT.
006560     IF LOT-Qte-Restante NOT > WS-RESERVED
006570         GO TO 4110-EXIT
006580     END-IF.
006590     IF WS-LOT-COUNT NOT < 50
006600         GO TO 4110-EXIT
006610     END-IF.
006620     ADD 1 TO WS-LOT-COUNT.
006630     MOVE LOT-No           TO WS-LT-NO(WS-LOT-COUNT).
006640     MOVE LOT-Date-Expiree TO WS-LT-EXPIREE(WS-LOT-COUNT).
006650     IF LOT-Date-Expiree = ZERO
006660         MOVE 99999999 TO WS-LT-TRI(WS-LOT-COUNT)
006670     ELSE
006680         MOVE LOT-Date-Expiree TO WS-LT-TRI(WS-LOT-COUNT)
006690     END-IF.
006700     COMPUTE WS-LT-DISPO(WS-LOT-COUNT) =
006710         LOT-Qte-Restante - WS-RESERVED.
006720 4110-EXIT.
006730     EXIT.

006740*****************************************************************
006750* LOADS THE PRODUCT'S LOCSTOCK BUCKETS, "MAG" FIRST. WITHOUT THE
006760* LOCATION LEDGER EVERY PICK GOES TO "MAG", AND THE WHOLE LINE
006770* MAY BE SENT THERE WITHOUT A LOT ONCE THE LOTS RUN OUT.
006780*****************************************************************
006790 4200-LOAD-LOCATIONS.
006800     MOVE ZERO TO WS-LOC-COUNT.
006810     MOVE ZERO TO WS-LOC-TOTAL.
006820     IF NOT WS-LOCSTOCK-WAS-OPENED
006830         MOVE 1        TO WS-LOC-COUNT
006840         MOVE "MAG"    TO WS-LC-LOCATION(1)
006850         MOVE ORD-Qte  TO WS-LC-DISPO(1)
006860         GO TO 4200-EXIT
006870     END-IF.
006880     MOVE ORD-Code-produit TO LS-Code-produit.
006890     MOVE "MAG"            TO LS-Location.
006900     READ LOCSTOCK
006910         INVALID KEY
006920             CONTINUE
006930         NOT INVALID KEY
006940             PERFORM 4220-ADD-LOCATION THRU 4220-EXIT
006950     END-READ.
006960     MOVE "N" TO WS-SCAN-EOF-SW.
006970     MOVE ORD-Code-produit TO LS-Code-produit.
006980     MOVE LOW-VALUES TO LS-Location.
006990     START LOCSTOCK KEY IS NOT < LS-Key
007000         INVALID KEY
007010             MOVE "Y" TO WS-SCAN-EOF-SW
007020     END-START.
007030     PERFORM 4210-LOAD-ONE-LOCATION THRU 4210-EXIT
007040         UNTIL WS-SCAN-EOF-REACHED.
007050 4200-EXIT.
007060     EXIT.

007070 4210-LOAD-ONE-LOCATION.
007080     READ LOCSTOCK NEXT RECORD
007090         AT END
007100             MOVE "Y" TO WS-SCAN-EOF-SW
007110             GO TO 4210-EXIT
007120     END-READ.
007130     IF LS-Code-produit NOT = ORD-Code-produit
007140         MOVE "Y" TO WS-SCAN-EOF-SW
007150         GO TO 4210-EXIT
007160     END-IF.
007170     IF LS-Location NOT = "MAG"
007180         PERFORM 4220-ADD-LOCATION THRU 4220-EXIT
007190     END-IF.
007200 4210-EXIT.
007210     EXIT.

007220 4220-ADD-LOCATION.
007230     IF LS-Qte NOT > ZERO
007240         GO TO 4220-EXIT
007250     END-IF.
007260     ADD LS-Qte TO WS-LOC-TOTAL.
007270     MOVE "E" TO WS-RSV-BY.
007280     MOVE LS-Location TO WS-RSV-KEY.
007290     PERFORM 4900-SUM-RESERVED THRU 4900-EXIT.
007300     IF LS-Qte NOT > WS-RESERVED
007310         GO TO 4220-EXIT
007320     END-IF.
007330     IF WS-LOC-COUNT NOT < 20
007340         GO TO 4220-EXIT
007350     END-IF.
007360     ADD 1 TO WS-LOC-COUNT.
007370     MOVE LS-Location TO WS-LC-LOCATION(WS-LOC-COUNT).
007380     COMPUTE WS-LC-DISPO(WS-LOC-COUNT) = LS-Qte - WS-RESERVED.
007390 4220-EXIT.
007400     EXIT.

007410*****************************************************************
007420* ONE SPLIT FROM THE EARLIEST-EXPIRY LOT STILL HOLDING STOCK,
007430* AT THE FIRST LOCATION STILL HOLDING STOCK.
007440*****************************************************************
007450 4300-TAKE-FROM-LOT.
007460     MOVE ZERO TO WS-BEST-I.
007470     MOVE 99999999 TO WS-BEST-TRI.
007480     PERFORM 4310-CHECK-ONE-LOT THRU 4310-EXIT
007490         VARYING WS-LOT-I FROM 1 BY 1
007500         UNTIL WS-LOT-I > WS-LOT-COUNT.
007510     IF WS-BEST-I = ZERO
007520         MOVE "Y" TO WS-LOTS-DONE-SW
007530         GO TO 4300-EXIT
007540     END-IF.
007550     PERFORM 4600-FIND-LOCATION THRU 4600-EXIT.
007560     IF WS-LOCS-DONE
007570         MOVE "Y" TO WS-LOTS-DONE-SW
007580         GO TO 4300-EXIT
007590     END-IF.
007600     MOVE WS-NEED TO WS-TAKE.
007610     IF WS-LT-DISPO(WS-BEST-I) < WS-TAKE
007620         MOVE WS-LT-DISPO(WS-BEST-I) TO WS-TAKE
007630     END-IF.
007640     IF WS-LC-DISPO(WS-LOC-I) < WS-TAKE
007650         MOVE WS-LC-DISPO(WS-LOC-I) TO WS-TAKE
007660     END-IF.
007670     MOVE WS-LC-LOCATION(WS-LOC-I) TO WS-SPLIT-LOCATION.
007680     MOVE WS-LT-NO(WS-BEST-I)      TO WS-SPLIT-LOT.
007690     MOVE WS-LT-EXPIREE(WS-BEST-I) TO WS-SPLIT-EXPIREE.
007700     SUBTRACT WS-TAKE FROM WS-LT-DISPO(WS-BEST-I).
007710     SUBTRACT WS-TAKE FROM WS-LC-DISPO(WS-LOC-I).
007720     PERFORM 4500-EMIT-SPLIT THRU 4500-EXIT.
007730 4300-EXIT.
007740     EXIT.

007750 4310-CHECK-ONE-LOT.
007760     IF WS-LT-DISPO(WS-LOT-I) > ZERO
007770         AND (WS-BEST-I = ZERO
007780              OR WS-LT-TRI(WS-LOT-I) < WS-BEST-TRI)
007790         MOVE WS-LOT-I TO WS-BEST-I
007800         MOVE WS-LT-TRI(WS-LOT-I) TO WS-BEST-TRI
007810     END-IF.
007820 4310-EXIT.
007830     EXIT.

007840*****************************************************************
007850* ONE SPLIT OF STOCK HELD OUTSIDE THE LOT LEDGER, NO LOT NAMED.
007860*****************************************************************
007870 4400-TAKE-UNTRACKED.
007880     PERFORM 4600-FIND-LOCATION THRU 4600-EXIT.
007890     IF WS-LOCS-DONE
007900         GO TO 4400-EXIT
007910     END-IF.
007920     MOVE WS-NEED TO WS-TAKE.
007930     IF WS-UNTRACKED < WS-TAKE
007940         MOVE WS-UNTRACKED TO WS-TAKE
007950     END-IF.
007960     IF WS-LC-DISPO(WS-LOC-I) < WS-TAKE
007970         MOVE WS-LC-DISPO(WS-LOC-I) TO WS-TAKE
007980     END-IF.
007990     MOVE WS-LC-LOCATION(WS-LOC-I) TO WS-SPLIT-LOCATION.
008000     MOVE SPACES TO WS-SPLIT-LOT.
008010     MOVE ZERO   TO WS-SPLIT-EXPIREE.
008020     SUBTRACT WS-TAKE FROM WS-UNTRACKED.
008030     SUBTRACT WS-TAKE FROM WS-LC-DISPO(WS-LOC-I).
008040     PERFORM 4500-EMIT-SPLIT THRU 4500-EXIT.
008050 4400-EXIT.
008060     EXIT.

008070 4500-EMIT-SPLIT.
008080     ADD 1 TO WS-SPLIT.
008090     PERFORM 3200-PRINT-PICK-LINE THRU 3200-EXIT.
008100     PERFORM 3300-QUEUE-PICK THRU 3300-EXIT.
008110     SUBTRACT WS-TAKE FROM WS-NEED.
008120 4500-EXIT.
008130     EXIT.

008140 4600-FIND-LOCATION.
008150     MOVE "N" TO WS-LOCS-DONE-SW.
008160     MOVE "N" TO WS-LOC-FOUND-SW.
008170     PERFORM 4610-CHECK-ONE-LOCATION THRU 4610-EXIT
008180         VARYING WS-LOC-I FROM 1 BY 1
008190         UNTIL WS-LOC-I > WS-LOC-COUNT
008200            OR WS-LOC-WAS-FOUND.
008210     IF WS-LOC-WAS-FOUND
008220         SUBTRACT 1 FROM WS-LOC-I
008230     ELSE
008240         MOVE "Y" TO WS-LOCS-DONE-SW
008250     END-IF.
008260 4600-EXIT.
008270     EXIT.

008280 4610-CHECK-ONE-LOCATION.
008290     IF WS-LC-DISPO(WS-LOC-I) > ZERO
008300         MOVE "Y" TO WS-LOC-FOUND-SW
008310     END-IF.
008320 4610-EXIT.
008330     EXIT.

008340*****************************************************************
008350* STOCK OF THIS PRODUCT ALREADY PROMISED TO PICK ENTRIES NOT YET
008360* ISSUED: BY LOT ("L"), BY LOCATION ("E"), OR PROMISED FROM A
008370* LOCATION WITHOUT A LOT ("U").
008380*****************************************************************
008390 4900-SUM-RESERVED.
008400     MOVE ZERO TO WS-RESERVED.
008410     PERFORM 4910-RESERVED-ONE-PICK THRU 4910-EXIT
008420         VARYING WS-PICK-I FROM 1 BY 1
008430         UNTIL WS-PICK-I > WS-PICK-COUNT.
008440 4900-EXIT.
008450     EXIT.

008460 4910-RESERVED-ONE-PICK.
008470     IF WS-PICK-CODE(WS-PICK-I) NOT = ORD-Code-produit
008480         GO TO 4910-EXIT
008490     END-IF.
008500     EVALUATE TRUE
008510         WHEN WS-RSV-BY-LOT
008520             IF WS-PICK-LOT(WS-PICK-I) = WS-RSV-KEY
008530                 ADD WS-PICK-QTE(WS-PICK-I) TO WS-RESERVED
008540             END-IF
008550         WHEN WS-RSV-BY-LOCATION
008560             IF WS-PICK-LOCATION(WS-PICK-I) = WS-RSV-KEY
008570                 ADD WS-PICK-QTE(WS-PICK-I) TO WS-RESERVED
008580             END-IF
008590         WHEN WS-RSV-UNTRACKED
008600             IF WS-PICK-LOT(WS-PICK-I) = SPACES
008610                 AND WS-PICK-LOCATION(WS-PICK-I) NOT = SPACES
008620                 ADD WS-PICK-QTE(WS-PICK-I) TO WS-RESERVED
008630             END-IF
008640     END-EVALUATE.
008650 4910-EXIT.
008660     EXIT.

008670*****************************************************************
008680* THE SORTED LINES COME BACK GROUPED BY CUSTOMER AND DELIVERY
008690* ADDRESS; EACH NEW ADDRESS GETS ITS HEADING, EACH NEW ORDER
008700* WITHIN IT ITS ORDER HEADING, THEN THE LINE IS SPLIT AS BEFORE.
008710*****************************************************************
008720 5000-PRINT-PICKS.
008730     PERFORM 5100-RETURN-ONE THRU 5100-EXIT.
008740     PERFORM 5200-PICK-ONE-LINE THRU 5200-EXIT
008750         UNTIL WS-SORT-EOF-REACHED.
008760     GO TO 5960-OP-EXIT.

008770 5100-RETURN-ONE.
008780     RETURN SORTWORK
008790         AT END
008800             MOVE "Y" TO WS-SORT-EOF-SW
008810     END-RETURN.
008820 5100-EXIT.
008830     EXIT.

008840 5200-PICK-ONE-LINE.
008850     MOVE SRT-Order-Rec TO ORDER-REC.
008860     IF SRT-Client-Code NOT = WS-PREV-CLIENT
008870         OR SRT-Livraison NOT = WS-PREV-LIVRAISON
008880         PERFORM 5300-DELIVERY-HEADING THRU 5300-EXIT
008890     END-IF.
008900     IF ORD-Numero NOT = WS-PREV-NUMERO
008910         PERFORM 3100-ORDER-HEADING THRU 3100-EXIT
008920     END-IF.
008930     PERFORM 4000-SPLIT-LINE THRU 4000-EXIT.
008940     PERFORM 5100-RETURN-ONE THRU 5100-EXIT.
008950 5200-EXIT.
008960     EXIT.

008970*****************************************************************
008980* THE ADDRESS COMES FROM THE SHIPTO ENTRY THE ORDER NAMES; A
008990* BLANK CODE, OR ONE SINCE DELETED, DELIVERS TO THE CUSTOMER'S
009000* BILLING ADDRESS ON CUSTMAST.
009010*****************************************************************
009020 5300-DELIVERY-HEADING.
009030     MOVE SRT-Client-Code TO WS-PREV-CLIENT.
009040     MOVE SRT-Livraison   TO WS-PREV-LIVRAISON.
009050     MOVE HIGH-VALUES     TO WS-PREV-NUMERO.
009060     ADD 1 TO WS-DELIVERIES.
009070     MOVE ORD-Livraison TO WL-CODE.
009080     MOVE ORD-Client    TO WL-NOM.
009090     MOVE SPACES        TO WL-ADRESSE.
009100     IF WS-CUSTMAST-WAS-OPENED
009110         MOVE ORD-Client-Code TO Client-Code
009120         READ CUSTMAST
009130             INVALID KEY
009140                 CONTINUE
009150             NOT INVALID KEY
009160                 MOVE Client-Adresse TO WL-ADRESSE
009170         END-READ
009180     END-IF.
009190     IF ORD-Livraison NOT = SPACES
009200         AND WS-SHIPTO-WAS-OPENED
009210         MOVE ORD-Client-Code TO ST-Client-Code
009220         MOVE ORD-Livraison   TO ST-Code
009230         READ SHIPTO
009240             INVALID KEY
009250                 CONTINUE
009260             NOT INVALID KEY
009270                 MOVE ST-Nom     TO WL-NOM
009280                 MOVE ST-Adresse TO WL-ADRESSE
009290         END-READ
009300     END-IF.
009310     MOVE SPACES TO PICKRPT-LINE.
009320     WRITE PICKRPT-LINE.
009330     MOVE WS-DELIVERY-RULE TO PICKRPT-LINE.
009340     WRITE PICKRPT-LINE.
009350     MOVE WS-DELIVERY-HEADING TO PICKRPT-LINE.
009360     WRITE PICKRPT-LINE.
009370 5300-EXIT.
009380     EXIT.

009390 5960-OP-EXIT.
009400     EXIT.

009410 9000-TERMINATE.
009420     IF WS-ORDFILE-WAS-OPENED
009430         CLOSE ORDFILE
009440     END-IF.
009450     IF WS-CUSTMAST-WAS-OPENED
009460         CLOSE CUSTMAST
009470     END-IF.
009480     IF WS-SHIPTO-WAS-OPENED
009490         CLOSE SHIPTO
009500     END-IF.
009510     IF WS-PRODMAST-WAS-OPENED
009520         CLOSE PRODMAST
009530     END-IF.
009540     IF WS-LOCSTOCK-WAS-OPENED
009550         CLOSE LOCSTOCK
009560     END-IF.
009570     IF WS-LOTLEDG-WAS-OPENED
009580         CLOSE LOTLEDG
009590     END-IF.
009600     IF WS-PICKFILE-WAS-OPENED
009610         CLOSE PICKFILE
009620     END-IF.
009630     IF WS-PICKRPT-WAS-OPENED
009640         CLOSE PICKRPT
009650     END-IF.
009660     DISPLAY "DAY9PCK - ORDER LINES READ   : " WS-LINES-READ.
009670     DISPLAY "DAY9PCK - PICK LINES PRINTED : " WS-PICKS-PRINTED.
009680     DISPLAY "DAY9PCK - ALREADY ON FILE    : "
009690         WS-ALREADY-LISTED.
009700     DISPLAY "DAY9PCK - PICK SPLITS QUEUED : " WS-SPLITS-QUEUED.
009710     DISPLAY "DAY9PCK - LINES SANS STOCK   : " WS-LINES-SHORT.
009720     DISPLAY "DAY9PCK - LINES HELD, BLOCKED: " WS-LINES-BLOCKED.
009730     DISPLAY "DAY9PCK - EXPIRED LOTS SKIPPED: " WS-LOTS-EXPIRED.
009740     DISPLAY "DAY9PCK - DELIVERY ADDRESSES : " WS-DELIVERIES.
009750 9000-EXIT.
009760     EXIT.
