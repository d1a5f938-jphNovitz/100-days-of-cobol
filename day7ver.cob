000290*****************************************************************
000300* MODIFICATION HISTORY
000310*  09/02/2026  JPH  ORIGINAL VERSION.
000320*  10/15/2026  JPH  RECORD IMAGES WIDENED TO 71 BYTES FOR THE
000330*                   STATUT-PRODUIT AND CODE-SUCCESSEUR FIELDS
000340*                   ADDED TO FICHE-PRODUIT.
000350*****************************************************************
000360 IDENTIFICATION DIVISION.
000370 PROGRAM-ID. day7ver.
000380 AUTHOR. jphNovitz.
000390 DATE-WRITTEN. 2026/09/02.
000400 DATE-COMPILED.

000410 ENVIRONMENT DIVISION.
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440     SELECT PRODMAST ASSIGN TO "PRODMAST"
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS SEQUENTIAL
000470         RECORD KEY IS Code-produit
000480         FILE STATUS IS WS-PRODMAST-STATUS.

000490     SELECT PRCLOG ASSIGN TO "PRCLOG"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS WS-PRCLOG-STATUS.

000520     SELECT PRODRECN ASSIGN TO "PRODRECN"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS WS-PRODRECN-STATUS.

000550     SELECT PRODJRNL ASSIGN TO "PRODJRNL"
000560         ORGANIZATION IS SEQUENTIAL
000570         FILE STATUS IS WS-PRODJRNL-STATUS.

000580     SELECT VERRPT ASSIGN TO "VERRPT"
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS WS-VERRPT-STATUS.

000610 DATA DIVISION.
000620 FILE SECTION.
000630 FD  PRODMAST
000640     RECORDING MODE IS F.
000650     COPY PRODREC.

000660 FD  PRCLOG
000670     RECORDING MODE IS F.
000680     COPY PRCLOG.

000690 FD  PRODRECN
000700     RECORDING MODE IS F.
000710     COPY PRODRECN.

000720 FD  PRODJRNL
000730     RECORDING MODE IS F.
000740     COPY PRODJRNL.

000750 FD  VERRPT
000760     RECORDING MODE IS F.
000770 01  VERRPT-LINE              PIC X(90).

000780 WORKING-STORAGE SECTION.
000790 01  WS-PRODMAST-STATUS       PIC X(02).
000800     88  WS-PRODMAST-OK             VALUE "00".

000810 01  WS-PRCLOG-STATUS         PIC X(02).
000820     88  WS-PRCLOG-OK               VALUE "00".

000830 01  WS-PRODRECN-STATUS       PIC X(02).
000840     88  WS-PRODRECN-OK             VALUE "00".

000850 01  WS-PRODJRNL-STATUS       PIC X(02).
000860     88  WS-PRODJRNL-OK             VALUE "00".

000870 01  WS-VERRPT-STATUS         PIC X(02).
000880     88  WS-VERRPT-OK               VALUE "00".

000890 01  WS-SWITCHES.
000900     05  WS-EOF-SW            PIC X(01)  VALUE "N".
000910         88  WS-EOF-REACHED          VALUE "Y".
000920     05  WS-FOUND-SW          PIC X(01)  VALUE "N".
000930         88  WS-ENTRY-FOUND          VALUE "Y".
000940     05  WS-VERRPT-OPEN-SW    PIC X(01)  VALUE "N".
000950         88  WS-VERRPT-WAS-OPENED    VALUE "Y".

000960 01  WS-COUNTERS.
000970     05  WS-PRODUCTS-CHECKED  PIC 9(05) COMP  VALUE ZERO.
000980     05  WS-EXCEPTIONS        PIC 9(05) COMP  VALUE ZERO.

000990 01  WS-RUN-DATE              PIC 9(08).
001000 01  WS-IDX                   PIC 9(03) COMP  VALUE ZERO.
001010 01  WS-JRN-CODE              PIC X(03)  VALUE SPACES.
001020 01  WS-PRIX-ED-1             PIC -ZZZ,ZZ9.99.
001030 01  WS-PRIX-ED-2             PIC -ZZZ,ZZ9.99.
001040 01  WS-QTE-ED-1              PIC -Z(04)9.
001050 01  WS-QTE-ED-2              PIC -Z(04)9.

001060*****************************************************************
001070* LATEST ENTRY PER PRODUCT FROM EACH HISTORY. THE JOURNAL TABLE
001080* KEEPS THE FULL AFTER-IMAGE, A DELETED FLAG, AND A SEEN FLAG
001090* SO A PRODUCT ALIVE IN THE JOURNAL BUT GONE FROM THE MASTER
001100* SURFACES IN THE FINAL SWEEP.
001110*****************************************************************
001120 01  WS-PRC-TABLE.
001130     05  WS-PRC-COUNT         PIC 9(03) COMP  VALUE ZERO.
001140     05  WS-PRC-ENTRY OCCURS 500 TIMES.
001150         10  WS-PRC-CODE      PIC X(03).
001160         10  WS-PRC-PRIX      PIC S9(06)V99 COMP-3.

001170 01  WS-RECN-TABLE.
001180     05  WS-RECN-COUNT        PIC 9(03) COMP  VALUE ZERO.
001190     05  WS-RECN-ENTRY OCCURS 500 TIMES.
001200         10  WS-RECN-CODE     PIC X(03).
001210         10  WS-RECN-QTY      PIC S9(05) COMP-3.

001220 01  WS-JRN-TABLE.
001230     05  WS-JRN-COUNT         PIC 9(03) COMP  VALUE ZERO.
001240     05  WS-JRN-ENTRY OCCURS 500 TIMES.
001250         10  WS-JRN-KEY       PIC X(03).
001260         10  WS-JRN-IMAGE     PIC X(71).
001270         10  WS-JRN-DEAD-SW   PIC X(01).
001280             88  WS-JRN-IS-DEAD     VALUE "Y".
001290         10  WS-JRN-SEEN-SW   PIC X(01).
001300             88  WS-JRN-WAS-SEEN    VALUE "Y".

001310 01  WS-REPORT-HEADING.
001320     05  FILLER               PIC X(40) VALUE
001330         "VERIFICATION CROISEE PRODUIT - FICHIERS ".
001340     05  FILLER               PIC X(05) VALUE "AU : ".
001350     05  WH-RUN-DATE          PIC 9(08).

001360 01  WS-EXCEPT-LINE.
001370     05  WE-CODE              PIC X(03).
001380     05  FILLER               PIC X(02) VALUE SPACES.
001390     05  WE-TEXT              PIC X(30).
001400     05  WE-VALUE-1           PIC X(14).
001410     05  FILLER               PIC X(04) VALUE " <> ".
001420     05  WE-VALUE-2           PIC X(14).

001430 PROCEDURE DIVISION.

001440 0000-MAINLINE.
001450     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001460     PERFORM 2000-LOAD-PRCLOG THRU 2000-EXIT.
001470     PERFORM 3000-LOAD-PRODRECN THRU 3000-EXIT.
001480     PERFORM 4000-LOAD-PRODJRNL THRU 4000-EXIT.
001490     PERFORM 5000-SWEEP-MASTER THRU 5000-EXIT.
001500     PERFORM 6000-SWEEP-ORPHANS THRU 6000-EXIT.
001510     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001520     GOBACK.

001530 1000-INITIALIZE.
001540     CALL "dayproc" USING WS-RUN-DATE.
001550     OPEN OUTPUT VERRPT.
001560     IF NOT WS-VERRPT-OK
001570         DISPLAY "DAY7VER - UNABLE TO OPEN VERRPT, STATUS "
001580             WS-VERRPT-STATUS " - CONSOLE ONLY"
001590     ELSE
001600         MOVE "Y" TO WS-VERRPT-OPEN-SW
001610         MOVE WS-RUN-DATE TO WH-RUN-DATE
001620         MOVE WS-REPORT-HEADING TO VERRPT-LINE
001630         WRITE VERRPT-LINE
001640     END-IF.
001650 1000-EXIT.
001660     EXIT.

001670 2000-LOAD-PRCLOG.
001680     OPEN INPUT PRCLOG.
001690     IF NOT WS-PRCLOG-OK
001700         DISPLAY "DAY7VER - NO PRCLOG, PRICE CHECK SKIPPED"
001710         GO TO 2000-EXIT
001720     END-IF.
001730     MOVE "N" TO WS-EOF-SW.
001740     PERFORM 2100-LOAD-ONE-PRC THRU 2100-EXIT
001750         UNTIL WS-EOF-REACHED.
001760     CLOSE PRCLOG.
001770 2000-EXIT.
001780     EXIT.

001790 2100-LOAD-ONE-PRC.
001800     READ PRCLOG
001810         AT END
001820             MOVE "Y" TO WS-EOF-SW
001830             GO TO 2100-EXIT
001840     END-READ.
001850     MOVE "N" TO WS-FOUND-SW.
001860     PERFORM 2110-MATCH-ONE-PRC THRU 2110-EXIT
001870         VARYING WS-IDX FROM 1 BY 1
001880         UNTIL WS-IDX > WS-PRC-COUNT
001890            OR WS-ENTRY-FOUND.
001900     IF NOT WS-ENTRY-FOUND
001910         IF WS-PRC-COUNT < 500
001920             ADD 1 TO WS-PRC-COUNT
001930             MOVE PRC-Code-produit
001940                 TO WS-PRC-CODE(WS-PRC-COUNT)
001950             MOVE PRC-New-Prix TO WS-PRC-PRIX(WS-PRC-COUNT)
001960         END-IF
001970     END-IF.
001980 2100-EXIT.
001990     EXIT.

002000 2110-MATCH-ONE-PRC.
002010     IF WS-PRC-CODE(WS-IDX) = PRC-Code-produit
002020         MOVE PRC-New-Prix TO WS-PRC-PRIX(WS-IDX)
002030         MOVE "Y" TO WS-FOUND-SW
002040     END-IF.
002050 2110-EXIT.
002060     EXIT.

002070 3000-LOAD-PRODRECN.
002080     OPEN INPUT PRODRECN.
002090     IF NOT WS-PRODRECN-OK
002100         DISPLAY "DAY7VER - NO PRODRECN, QUANTITY CHECK "
002110             "SKIPPED"
002120         GO TO 3000-EXIT
002130     END-IF.
002140     MOVE "N" TO WS-EOF-SW.
002150     PERFORM 3100-LOAD-ONE-RECN THRU 3100-EXIT
002160         UNTIL WS-EOF-REACHED.
002170     CLOSE PRODRECN.
002180 3000-EXIT.
002190     EXIT.

002200 3100-LOAD-ONE-RECN.
002210     READ PRODRECN
002220         AT END
002230             MOVE "Y" TO WS-EOF-SW
002240             GO TO 3100-EXIT
002250     END-READ.
002260     MOVE "N" TO WS-FOUND-SW.
002270     PERFORM 3110-MATCH-ONE-RECN THRU 3110-EXIT
002280         VARYING WS-IDX FROM 1 BY 1
002290         UNTIL WS-IDX > WS-RECN-COUNT
002300            OR WS-ENTRY-FOUND.
002310     IF NOT WS-ENTRY-FOUND
002320         IF WS-RECN-COUNT < 500
002330             ADD 1 TO WS-RECN-COUNT
002340             MOVE RECN-Code-produit
002350                 TO WS-RECN-CODE(WS-RECN-COUNT)
002360             MOVE RECN-Closing-Qty
002370                 TO WS-RECN-QTY(WS-RECN-COUNT)
002380         END-IF
002390     END-IF.
002400 3100-EXIT.
002410     EXIT.

002420 3110-MATCH-ONE-RECN.
002430     IF WS-RECN-CODE(WS-IDX) = RECN-Code-produit
002440         MOVE RECN-Closing-Qty TO WS-RECN-QTY(WS-IDX)
002450         MOVE "Y" TO WS-FOUND-SW
002460     END-IF.
002470 3110-EXIT.
002480     EXIT.

002490*****************************************************************
002500* THE PRODUCT CODE IS THE FIRST THREE BYTES OF THE IMAGE - THE
002510* AFTER-IMAGE FOR ADDS AND CHANGES, THE BEFORE-IMAGE FOR
002520* DELETES (WHOSE AFTER-IMAGE IS SPACES).
002530*****************************************************************
002540 4000-LOAD-PRODJRNL.
002550     OPEN INPUT PRODJRNL.
002560     IF NOT WS-PRODJRNL-OK
002570         DISPLAY "DAY7VER - NO PRODJRNL, IMAGE CHECK SKIPPED"
002580         GO TO 4000-EXIT
002590     END-IF.
002600     MOVE "N" TO WS-EOF-SW.
002610     PERFORM 4100-LOAD-ONE-JRN THRU 4100-EXIT
002620         UNTIL WS-EOF-REACHED.
002630     CLOSE PRODJRNL.
002640 4000-EXIT.
002650     EXIT.

002660 4100-LOAD-ONE-JRN.
002670     READ PRODJRNL
002680         AT END
002690             MOVE "Y" TO WS-EOF-SW
002700             GO TO 4100-EXIT
002710     END-READ.
002720     IF JRN-OP-DELETE
002730         MOVE JRN-Before-Image(1:3) TO WS-JRN-CODE
002740     ELSE
002750         MOVE JRN-After-Image(1:3) TO WS-JRN-CODE
002760     END-IF.
002770     MOVE "N" TO WS-FOUND-SW.
002780     PERFORM 4110-MATCH-ONE-JRN THRU 4110-EXIT
002790         VARYING WS-IDX FROM 1 BY 1
002800         UNTIL WS-IDX > WS-JRN-COUNT
002810            OR WS-ENTRY-FOUND.
002820     IF NOT WS-ENTRY-FOUND
002830         IF WS-JRN-COUNT < 500
002840             ADD 1 TO WS-JRN-COUNT
002850             MOVE WS-JRN-COUNT TO WS-IDX
002860             MOVE WS-JRN-CODE TO WS-JRN-KEY(WS-IDX)
002870             MOVE "N" TO WS-JRN-SEEN-SW(WS-IDX)
002880             PERFORM 4120-STORE-ONE-JRN THRU 4120-EXIT
002890         END-IF
002900     END-IF.
002910 4100-EXIT.
002920     EXIT.

002930 4110-MATCH-ONE-JRN.
002940     IF WS-JRN-KEY(WS-IDX) = WS-JRN-CODE
002950         PERFORM 4120-STORE-ONE-JRN THRU 4120-EXIT
002960         MOVE "Y" TO WS-FOUND-SW
002970     END-IF.
002980 4110-EXIT.
002990     EXIT.

003000 4120-STORE-ONE-JRN.
003010     IF JRN-OP-DELETE
003020         MOVE "Y" TO WS-JRN-DEAD-SW(WS-IDX)
003030         MOVE SPACES TO WS-JRN-IMAGE(WS-IDX)
003040     ELSE
003050         MOVE "N" TO WS-JRN-DEAD-SW(WS-IDX)
003060         MOVE JRN-After-Image TO WS-JRN-IMAGE(WS-IDX)
003070     END-IF.
003080 4120-EXIT.
003090     EXIT.

003100 5000-SWEEP-MASTER.
003110     OPEN INPUT PRODMAST.
003120     IF NOT WS-PRODMAST-OK
003130         DISPLAY "DAY7VER - UNABLE TO OPEN PRODMAST, STATUS "
003140             WS-PRODMAST-STATUS " - NOTHING VERIFIED"
003150         GO TO 5000-EXIT
003160     END-IF.
003170     MOVE "N" TO WS-EOF-SW.
003180     PERFORM 5100-CHECK-ONE-PRODUCT THRU 5100-EXIT
003190         UNTIL WS-EOF-REACHED.
003200     CLOSE PRODMAST.
003210 5000-EXIT.
003220     EXIT.

003230 5100-CHECK-ONE-PRODUCT.
003240     READ PRODMAST
003250         AT END
003260             MOVE "Y" TO WS-EOF-SW
003270             GO TO 5100-EXIT
003280     END-READ.
003290     ADD 1 TO WS-PRODUCTS-CHECKED.
003300     PERFORM 5200-CHECK-PRICE THRU 5200-EXIT.
003310     PERFORM 5300-CHECK-QUANTITY THRU 5300-EXIT.
003320     PERFORM 5400-CHECK-IMAGE THRU 5400-EXIT.
003330 5100-EXIT.
003340     EXIT.

003350 5200-CHECK-PRICE.
003360     MOVE "N" TO WS-FOUND-SW.
003370     PERFORM 5210-FIND-PRC THRU 5210-EXIT
003380         VARYING WS-IDX FROM 1 BY 1
003390         UNTIL WS-IDX > WS-PRC-COUNT
003400            OR WS-ENTRY-FOUND.
003410 5200-EXIT.
003420     EXIT.

003430 5210-FIND-PRC.
003440     IF WS-PRC-CODE(WS-IDX) NOT = Code-produit
003450         GO TO 5210-EXIT
003460     END-IF.
003470     MOVE "Y" TO WS-FOUND-SW.
003480     IF WS-PRC-PRIX(WS-IDX) NOT = Prix
003490         MOVE Prix TO WS-PRIX-ED-1
003500         MOVE WS-PRC-PRIX(WS-IDX) TO WS-PRIX-ED-2
003510         MOVE "PRIX VS LATEST PRCLOG ENTRY   " TO WE-TEXT
003520         MOVE WS-PRIX-ED-1 TO WE-VALUE-1
003530         MOVE WS-PRIX-ED-2 TO WE-VALUE-2
003540         PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT
003550     END-IF.
003560 5210-EXIT.
003570     EXIT.

003580 5300-CHECK-QUANTITY.
003590     MOVE "N" TO WS-FOUND-SW.
003600     PERFORM 5310-FIND-RECN THRU 5310-EXIT
003610         VARYING WS-IDX FROM 1 BY 1
003620         UNTIL WS-IDX > WS-RECN-COUNT
003630            OR WS-ENTRY-FOUND.
003640 5300-EXIT.
003650     EXIT.

003660 5310-FIND-RECN.
003670     IF WS-RECN-CODE(WS-IDX) NOT = Code-produit
003680         GO TO 5310-EXIT
003690     END-IF.
003700     MOVE "Y" TO WS-FOUND-SW.
003710     IF WS-RECN-QTY(WS-IDX) NOT = Qte-En-Main
003720         MOVE Qte-En-Main TO WS-QTE-ED-1
003730         MOVE WS-RECN-QTY(WS-IDX) TO WS-QTE-ED-2
003740         MOVE "QTE VS LATEST PRODRECN ENTRY  " TO WE-TEXT
003750         MOVE WS-QTE-ED-1 TO WE-VALUE-1
003760         MOVE WS-QTE-ED-2 TO WE-VALUE-2
003770         PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT
003780     END-IF.
003790 5310-EXIT.
003800     EXIT.

003810 5400-CHECK-IMAGE.
003820     MOVE "N" TO WS-FOUND-SW.
003830     PERFORM 5410-FIND-JRN THRU 5410-EXIT
003840         VARYING WS-IDX FROM 1 BY 1
003850         UNTIL WS-IDX > WS-JRN-COUNT
003860            OR WS-ENTRY-FOUND.
003870 5400-EXIT.
003880     EXIT.

003890 5410-FIND-JRN.
003900     IF WS-JRN-KEY(WS-IDX) NOT = Code-produit
003910         GO TO 5410-EXIT
003920     END-IF.
003930     MOVE "Y" TO WS-FOUND-SW.
003940     MOVE "Y" TO WS-JRN-SEEN-SW(WS-IDX).
003950     IF WS-JRN-IS-DEAD(WS-IDX)
003960         MOVE "ON MASTER, JOURNAL SAYS DELETED"
003970             TO WE-TEXT
003980         MOVE "PRESENT" TO WE-VALUE-1
003990         MOVE "DELETED" TO WE-VALUE-2
004000         PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT
004010         GO TO 5410-EXIT
004020     END-IF.
004030     IF WS-JRN-IMAGE(WS-IDX) NOT = Fiche-produit
004040         MOVE "RECORD VS LATEST JOURNAL IMAGE" TO WE-TEXT
004050         MOVE "LIVE RECORD" TO WE-VALUE-1
004060         MOVE "AFTER-IMAGE" TO WE-VALUE-2
004070         PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT
004080     END-IF.
004090 5410-EXIT.
004100     EXIT.

004110*****************************************************************
004120* ANYTHING THE JOURNAL LAST SHOWS ALIVE BUT THE MASTER SWEEP
004130* NEVER MET IS A PRODUCT THAT VANISHED WITHOUT A DELETE.
004140*****************************************************************
004150 6000-SWEEP-ORPHANS.
004160     PERFORM 6100-CHECK-ONE-ORPHAN THRU 6100-EXIT
004170         VARYING WS-IDX FROM 1 BY 1
004180         UNTIL WS-IDX > WS-JRN-COUNT.
004190 6000-EXIT.
004200     EXIT.

004210 6100-CHECK-ONE-ORPHAN.
004220     IF WS-JRN-WAS-SEEN(WS-IDX)
004230         OR WS-JRN-IS-DEAD(WS-IDX)
004240         GO TO 6100-EXIT
004250     END-IF.
004260     MOVE WS-JRN-KEY(WS-IDX) TO WE-CODE.
004270     MOVE "IN JOURNAL, NOT ON MASTER     " TO WE-TEXT.
004280     MOVE "MISSING" TO WE-VALUE-1.
004290     MOVE "ALIVE  " TO WE-VALUE-2.
004300     PERFORM 7100-WRITE-EXCEPTION-LINE THRU 7100-EXIT.
004310 6100-EXIT.
004320     EXIT.

004330 7000-WRITE-EXCEPTION.
004340     MOVE Code-produit TO WE-CODE.
004350     PERFORM 7100-WRITE-EXCEPTION-LINE THRU 7100-EXIT.
004360 7000-EXIT.
004370     EXIT.

004380 7100-WRITE-EXCEPTION-LINE.
004390     ADD 1 TO WS-EXCEPTIONS.
004400     DISPLAY "DAY7VER - " WE-CODE " " WE-TEXT " "
004410         WE-VALUE-1 " <> " WE-VALUE-2.
004420     IF WS-VERRPT-WAS-OPENED
004430         MOVE WS-EXCEPT-LINE TO VERRPT-LINE
004440         WRITE VERRPT-LINE
004450     END-IF.
004460 7100-EXIT.
004470     EXIT.

004480 9000-TERMINATE.
004490     IF WS-EXCEPTIONS = ZERO
004500         DISPLAY "DAY7VER - ALL FILES AGREE ("
004510             WS-PRODUCTS-CHECKED " PRODUCTS CHECKED)"
004520         IF WS-VERRPT-WAS-OPENED
004530             MOVE "TOUS LES FICHIERS CONCORDENT"
004540                 TO VERRPT-LINE
004550             WRITE VERRPT-LINE
004560         END-IF
004570     ELSE
004580         DISPLAY "DAY7VER - " WS-EXCEPTIONS
004590             " DISAGREEMENTS FOUND - OPEN A TICKET"
004600         MOVE 8 TO RETURN-CODE
004610     END-IF.
004620     IF WS-VERRPT-WAS-OPENED
004630         CLOSE VERRPT
004640     END-IF.
004650 9000-EXIT.
004660     EXIT.
