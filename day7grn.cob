000550*                   RETURNS) ARE SKIPPED, AND A CORRECTION
000560*                   RE-SUSPENDED TONIGHT IS ABSORBED BY THE
000570*                   SUSPENSE TABLE LIKE ANY OTHER REJECT.
000580*  10/15/2026  JPH  THE SUPPDLV ENTRY NOW CARRIES TYPE "R" AND THE
000590*                   QUANTITY RECEIVED, SO DAY7DLV CAN SET
000600*                   DAY7RTS RETURNS AGAINST WHAT ARRIVED.
000610*  10/15/2026  JPH  RECORD IMAGES WIDENED TO 71 BYTES FOR THE
000620*                   STATUT-PRODUIT AND CODE-SUCCESSEUR FIELDS
000630*                   ADDED TO FICHE-PRODUIT.
000640*****************************************************************
000650 IDENTIFICATION DIVISION.
000660 PROGRAM-ID. day7grn.
000670 AUTHOR. jphNovitz.
000680 DATE-WRITTEN. 2026/09/02.
000690 DATE-COMPILED.

000700 ENVIRONMENT DIVISION.
000710 INPUT-OUTPUT SECTION.
000720 FILE-CONTROL.
000730     SELECT PRODTRAN ASSIGN TO "PRODTRAN"
000740         ORGANIZATION IS LINE SEQUENTIAL
000750         FILE STATUS IS WS-PRODTRAN-STATUS.

000760     SELECT PRODMAST ASSIGN TO "PRODMAST"
000770         ORGANIZATION IS INDEXED
000780         ACCESS MODE IS DYNAMIC
000790         RECORD KEY IS Code-produit
000800         FILE STATUS IS WS-PRODMAST-STATUS.

000810     SELECT POFILE ASSIGN TO "POFILE"
000820         ORGANIZATION IS INDEXED
000830         ACCESS MODE IS DYNAMIC
000840         RECORD KEY IS PO-Numero
000850         FILE STATUS IS WS-POFILE-STATUS.

000860     SELECT SUPPDLV ASSIGN TO "SUPPDLV"
000870         ORGANIZATION IS LINE SEQUENTIAL
000880         FILE STATUS IS WS-SUPPDLV-STATUS.

000890     SELECT GRNRPT ASSIGN TO "GRNRPT"
000900         ORGANIZATION IS LINE SEQUENTIAL
000910         FILE STATUS IS WS-GRNRPT-STATUS.

000920     SELECT PRODJRNL ASSIGN TO "PRODJRNL"
000930         ORGANIZATION IS SEQUENTIAL
000940         FILE STATUS IS WS-PRODJRNL-STATUS.

000950     SELECT PRODSUSP ASSIGN TO "PRODSUSP"
000960         ORGANIZATION IS LINE SEQUENTIAL
000970         FILE STATUS IS WS-PRODSUSP-STATUS.

000980     SELECT RQUEHOLD ASSIGN TO "RQUEHOLD"
000990         ORGANIZATION IS LINE SEQUENTIAL
001000         FILE STATUS IS WS-RQUEHOLD-STATUS.

001010 DATA DIVISION.
001020 FILE SECTION.
001030 FD  PRODTRAN
001040     RECORDING MODE IS F.
001050     COPY PRODTRAN.

001060 FD  PRODMAST
001070     RECORDING MODE IS F.
001080     COPY PRODREC.

001090 FD  POFILE
001100     RECORDING MODE IS F.
001110     COPY POREC.

001120 FD  SUPPDLV
001130     RECORDING MODE IS F.
001140     COPY SUPPDLV.

001150 FD  GRNRPT
001160     RECORDING MODE IS F.
001170 01  GRNRPT-LINE              PIC X(80).

001180 FD  PRODJRNL
001190     RECORDING MODE IS F.
001200     COPY PRODJRNL.

001210 FD  PRODSUSP
001220     RECORDING MODE IS F.
001230     COPY PRODSUSP.

001240 FD  RQUEHOLD
001250     RECORDING MODE IS F.
001260 01  RQUEHOLD-REC             PIC X(67).

001270 WORKING-STORAGE SECTION.
001280 01  WS-PRODTRAN-STATUS       PIC X(02).
001290     88  WS-PRODTRAN-OK             VALUE "00".

001300 01  WS-PRODMAST-STATUS       PIC X(02).
001310     88  WS-PRODMAST-OK             VALUE "00".

001320 01  WS-POFILE-STATUS         PIC X(02).
001330     88  WS-POFILE-OK               VALUE "00".

001340 01  WS-SUPPDLV-STATUS        PIC X(02).
001350     88  WS-SUPPDLV-OK              VALUE "00".

001360 01  WS-GRNRPT-STATUS         PIC X(02).
001370     88  WS-GRNRPT-OK               VALUE "00".

001380 01  WS-PRODJRNL-STATUS       PIC X(02).
001390     88  WS-PRODJRNL-OK             VALUE "00".

001400 01  WS-RQUEHOLD-STATUS       PIC X(02).
001410     88  WS-RQUEHOLD-OK             VALUE "00".

001420 01  WS-PRODSUSP-STATUS       PIC X(02).
001430     88  WS-PRODSUSP-OK             VALUE "00".

001440 01  WS-BEFORE-IMAGE          PIC X(71)  VALUE SPACES.

001450 01  WS-SWITCHES.
001460     05  WS-EOF-SW            PIC X(01)  VALUE "N".
001470         88  WS-EOF-REACHED          VALUE "Y".
001480     05  WS-PO-EOF-SW         PIC X(01)  VALUE "N".
001490         88  WS-PO-EOF-REACHED       VALUE "Y".
001500     05  WS-PO-FOUND-SW       PIC X(01)  VALUE "N".
001510         88  WS-PO-WAS-FOUND         VALUE "Y".
001520     05  WS-PRODTRAN-OPEN-SW  PIC X(01)  VALUE "N".
001530         88  WS-PRODTRAN-WAS-OPENED  VALUE "Y".
001540     05  WS-PRODMAST-OPEN-SW  PIC X(01)  VALUE "N".
001550         88  WS-PRODMAST-WAS-OPENED  VALUE "Y".
001560     05  WS-POFILE-OPEN-SW    PIC X(01)  VALUE "N".
001570         88  WS-POFILE-WAS-OPENED    VALUE "Y".
001580     05  WS-SUPPDLV-OPEN-SW   PIC X(01)  VALUE "N".
001590         88  WS-SUPPDLV-WAS-OPENED   VALUE "Y".
001600     05  WS-GRNRPT-OPEN-SW    PIC X(01)  VALUE "N".
001610         88  WS-GRNRPT-WAS-OPENED    VALUE "Y".
001620     05  WS-PRODJRNL-OPEN-SW  PIC X(01)  VALUE "N".
001630         88  WS-PRODJRNL-WAS-OPENED  VALUE "Y".
001640     05  WS-MASTER-HELD-SW    PIC X(01)  VALUE "N".
001650         88  WS-MASTER-IS-HELD       VALUE "Y".
001660     05  WS-SUSP-EOF-SW       PIC X(01)  VALUE "N".
001670         88  WS-SUSP-EOF-REACHED     VALUE "Y".
001680     05  WS-SUSP-HIT-SW       PIC X(01)  VALUE "N".
001690         88  WS-SUSP-WAS-HIT         VALUE "Y".
001700     05  WS-RQUE-PHASE-SW     PIC X(01)  VALUE "N".
001710         88  WS-RQUE-PHASE-ACTIVE    VALUE "Y".
001720     05  WS-RQUEHOLD-OPEN-SW  PIC X(01)  VALUE "N".
001730         88  WS-RQUEHOLD-WAS-OPENED  VALUE "Y".

001740 01  WS-COUNTERS.
001750     05  WS-RECEIPTS-READ     PIC 9(05) COMP  VALUE ZERO.
001760     05  WS-RECEIPTS-MATCHED  PIC 9(05) COMP  VALUE ZERO.
001770     05  WS-POS-CLOSED        PIC 9(05) COMP  VALUE ZERO.
001780     05  WS-NO-PO-FOUND       PIC 9(05) COMP  VALUE ZERO.
001790     05  WS-OVER-RECEIPTS     PIC 9(05) COMP  VALUE ZERO.
001800     05  WS-SUSP-SKIPPED      PIC 9(05) COMP  VALUE ZERO.
001810     05  WS-RETURNS-SKIPPED   PIC 9(05) COMP  VALUE ZERO.

001820 01  WS-RUN-DATE              PIC 9(08).
001830 01  WS-RUN-DATE-GROUP REDEFINES WS-RUN-DATE.
001840     05  WS-RUN-YEAR          PIC 9(04).
001850     05  WS-RUN-MONTH         PIC 9(02).
001860     05  WS-RUN-DAY           PIC 9(02).
001870 01  WS-PO-DATE-GROUP.
001880     05  WS-PO-YEAR           PIC 9(04).
001890     05  WS-PO-MONTH          PIC 9(02).
001900     05  WS-PO-DAY            PIC 9(02).
001910 01  WS-DELAI-REEL            PIC S9(05) COMP-3  VALUE ZERO.
001920 01  WS-FOURNISSEUR           PIC X(05)  VALUE SPACES.
001930 01  WS-QTE-DUE               PIC S9(06) COMP-3  VALUE ZERO.
001940 01  WS-QTE-RECUE             PIC S9(05) COMP-3  VALUE ZERO.
001950 01  WS-OLD-QTY               PIC S9(06) COMP-3  VALUE ZERO.
001960 01  WS-RUN-TIME-FULL         PIC 9(08).
001970 01  WS-RUN-TIME-PARTS REDEFINES WS-RUN-TIME-FULL.
001980     05  WS-RUN-TIME              PIC 9(06).
001990     05  WS-RUN-TIME-HUNDREDTHS   PIC 9(02).

002000 01  WS-EXCEPT-HEADING.
002010     05  FILLER               PIC X(40) VALUE
002020         "RECEPTIONS SANS COMMANDE / EXCEPTIONS AU".
002030     05  FILLER               PIC X(03) VALUE " : ".
002040     05  WH-RUN-DATE          PIC 9(08).

002050 01  WS-EXCEPT-LINE.
002060     05  WE-CODE              PIC X(03).
002070     05  FILLER               PIC X(02) VALUE SPACES.
002080     05  WE-FOURN             PIC X(05).
002090     05  FILLER               PIC X(06) VALUE "  QTE ".
002100     05  WE-QTE               PIC ZZZZ9-.
002110     05  FILLER               PIC X(02) VALUE SPACES.
002120     05  WE-TEXT              PIC X(30).

002130*****************************************************************
002140* TONIGHT'S SUSPENDED RECEIPTS, LOADED FROM PRODSUSP AT START-UP
002150* AND TICKED OFF AS MATCHING RAW RECEIPTS COME THROUGH, SO A
002160* RECEIPT DAY7 REJECTED IS NOT MATCHED TO A PO. TWO IDENTICAL
002170* SUSPENSIONS ARE CARRIED AS A COUNT OF TWO.
002180*****************************************************************
002190 01  WS-SUSP-TABLE.
002200     05  WS-SUSP-COUNT        PIC 9(03) COMP  VALUE ZERO.
002210     05  WS-SUSP-ENTRY OCCURS 1 TO 200 TIMES
002220             DEPENDING ON WS-SUSP-COUNT
002230             INDEXED BY WS-SUSP-IDX.
002240         10  WS-SUSP-CODE         PIC X(03).
002250         10  WS-SUSP-QTE          PIC S9(05).
002260         10  WS-SUSP-LEFT         PIC 9(03) COMP.

002270 PROCEDURE DIVISION.

002280 0000-MAINLINE.
002290     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002300     PERFORM 2000-MATCH-ONE-RECEIPT THRU 2000-EXIT
002310         UNTIL WS-EOF-REACHED.
002320     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002330     GOBACK.

002340 1000-INITIALIZE.
002350     CALL "dayproc" USING WS-RUN-DATE.

002360     OPEN INPUT PRODTRAN.
002370     IF NOT WS-PRODTRAN-OK
002380         DISPLAY "DAY7GRN - UNABLE TO OPEN PRODTRAN, STATUS "
002390             WS-PRODTRAN-STATUS " - NOTHING TO MATCH"
002400         MOVE "Y" TO WS-EOF-SW
002410         GO TO 1000-EXIT
002420     END-IF.
002430     MOVE "Y" TO WS-PRODTRAN-OPEN-SW.

002440     OPEN I-O PRODMAST.
002450     IF NOT WS-PRODMAST-OK
002460         DISPLAY "DAY7GRN - UNABLE TO OPEN PRODMAST, STATUS "
002470             WS-PRODMAST-STATUS " - SUPPLIER NOT KNOWN, "
002480             "NOTHING MATCHED"
002490         MOVE "Y" TO WS-EOF-SW
002500         GO TO 1000-EXIT
002510     END-IF.
002520     MOVE "Y" TO WS-PRODMAST-OPEN-SW.

002530     OPEN I-O POFILE.
002540     IF NOT WS-POFILE-OK
002550         DISPLAY "DAY7GRN - UNABLE TO OPEN POFILE, STATUS "
002560             WS-POFILE-STATUS " - NOTHING MATCHED"
002570         MOVE "Y" TO WS-EOF-SW
002580         GO TO 1000-EXIT
002590     END-IF.
002600     MOVE "Y" TO WS-POFILE-OPEN-SW.

002610     OPEN EXTEND SUPPDLV.
002620     IF NOT WS-SUPPDLV-OK
002630         DISPLAY "DAY7GRN - UNABLE TO OPEN SUPPDLV, STATUS "
002640             WS-SUPPDLV-STATUS " - LEAD TIMES NOT RECORDED"
002650     ELSE
002660         MOVE "Y" TO WS-SUPPDLV-OPEN-SW
002670     END-IF.

002680     OPEN OUTPUT GRNRPT.
002690     IF NOT WS-GRNRPT-OK
002700         DISPLAY "DAY7GRN - UNABLE TO OPEN GRNRPT, STATUS "
002710             WS-GRNRPT-STATUS
002720         MOVE "Y" TO WS-EOF-SW
002730         GO TO 1000-EXIT
002740     END-IF.
002750     MOVE "Y" TO WS-GRNRPT-OPEN-SW.

002760     OPEN EXTEND PRODJRNL.
002770     IF NOT WS-PRODJRNL-OK
002780         DISPLAY "DAY7GRN - UNABLE TO OPEN PRODJRNL, STATUS "
002790             WS-PRODJRNL-STATUS " - COST CHANGES NOT JOURNALED"
002800     ELSE
002810         MOVE "Y" TO WS-PRODJRNL-OPEN-SW
002820     END-IF.
002830     ACCEPT WS-RUN-TIME-FULL FROM TIME.
002840     PERFORM 1100-LOAD-SUSPENDED THRU 1100-EXIT.
002850     MOVE WS-RUN-DATE TO WH-RUN-DATE.
002860     MOVE WS-EXCEPT-HEADING TO GRNRPT-LINE.
002870     WRITE GRNRPT-LINE.

002880     PERFORM 2100-READ-PRODTRAN THRU 2100-EXIT.
002890 1000-EXIT.
002900     EXIT.

002910*****************************************************************
002920* A MISSING OR UNREADABLE SUSPENSE FILE JUST MEANS NOTHING WAS
002930* SUSPENDED TONIGHT - THE MATCH RUNS ON THE WHOLE BATCH.
002940*****************************************************************
002950 1100-LOAD-SUSPENDED.
002960     OPEN INPUT PRODSUSP.
002970     IF NOT WS-PRODSUSP-OK
002980         GO TO 1100-EXIT
002990     END-IF.
003000     PERFORM 1110-LOAD-ONE-SUSPENSE THRU 1110-EXIT
003010         UNTIL WS-SUSP-EOF-REACHED.
003020     CLOSE PRODSUSP.
003030 1100-EXIT.
003040     EXIT.

003050 1110-LOAD-ONE-SUSPENSE.
003060     READ PRODSUSP
003070         AT END
003080             MOVE "Y" TO WS-SUSP-EOF-SW
003090             GO TO 1110-EXIT
003100     END-READ.
003110     IF SUSP-Run-Date NOT = WS-RUN-DATE
003120         GO TO 1110-EXIT
003130     END-IF.
003140     IF SUSP-Trans-Code NOT = "R"
003150         GO TO 1110-EXIT
003160     END-IF.
003170     SET WS-SUSP-IDX TO 1.
003180     SEARCH WS-SUSP-ENTRY
003190         AT END
003200             IF WS-SUSP-COUNT < 200
003210                 ADD 1 TO WS-SUSP-COUNT
003220                 SET WS-SUSP-IDX TO WS-SUSP-COUNT
003230                 MOVE SUSP-Code-produit
003240                     TO WS-SUSP-CODE(WS-SUSP-IDX)
003250                 MOVE SUSP-Qte-En-Main
003260                     TO WS-SUSP-QTE(WS-SUSP-IDX)
003270                 MOVE 1 TO WS-SUSP-LEFT(WS-SUSP-IDX)
003280             ELSE
003290                 DISPLAY "DAY7GRN - SUSPENSE TABLE FULL, A "
003300                     "SUSPENDED RECEIPT MAY STILL MATCH"
003310             END-IF
003320         WHEN WS-SUSP-CODE(WS-SUSP-IDX) = SUSP-Code-produit
003330             AND WS-SUSP-QTE(WS-SUSP-IDX) = SUSP-Qte-En-Main
003340             ADD 1 TO WS-SUSP-LEFT(WS-SUSP-IDX)
003350     END-SEARCH.
003360 1110-EXIT.
003370     EXIT.

003380 2000-MATCH-ONE-RECEIPT.
003390     IF PT-Trans-Code = "H" OR PT-Trans-Code = "T"
003400         GO TO 2000-EXIT-VIA-READ
003410     END-IF.
003420     IF NOT PT-TRANS-RECEIPT
003430         GO TO 2000-EXIT-VIA-READ
003440     END-IF.
003450     IF PT-Qte-En-Main IS NOT NUMERIC
003460         GO TO 2000-EXIT-VIA-READ
003470     END-IF.
003480     IF PT-Reference NOT = SPACES
003490         ADD 1 TO WS-RETURNS-SKIPPED
003500         GO TO 2000-EXIT-VIA-READ
003510     END-IF.
003520     ADD 1 TO WS-RECEIPTS-READ.
003530     MOVE PT-Qte-En-Main TO WS-QTE-RECUE.

003540     PERFORM 2200-CHECK-SUSPENDED THRU 2200-EXIT.
003550     IF WS-SUSP-WAS-HIT
003560         ADD 1 TO WS-SUSP-SKIPPED
003570         GO TO 2000-EXIT-VIA-READ
003580     END-IF.

003590     MOVE SPACES TO WS-FOURNISSEUR.
003600     MOVE "N" TO WS-MASTER-HELD-SW.
003610     MOVE PT-Code-produit TO Code-produit.
003620     READ PRODMAST
003630         INVALID KEY
003640             CONTINUE
003650         NOT INVALID KEY
003660             MOVE Code-Fournisseur TO WS-FOURNISSEUR
003670             MOVE Fiche-produit TO WS-BEFORE-IMAGE
003680             MOVE "Y" TO WS-MASTER-HELD-SW
003690     END-READ.

003700     PERFORM 3000-FIND-OPEN-PO THRU 3000-EXIT.
003710     IF NOT WS-PO-WAS-FOUND
003720         ADD 1 TO WS-NO-PO-FOUND
003730         PERFORM 4100-EXCEPT-NO-PO THRU 4100-EXIT
003740         GO TO 2000-EXIT-VIA-READ
003750     END-IF.

003760     PERFORM 3500-RELIEVE-PO THRU 3500-EXIT.

003770 2000-EXIT-VIA-READ.
003780     PERFORM 2100-READ-PRODTRAN THRU 2100-EXIT.
003790 2000-EXIT.
003800     EXIT.

003810 2100-READ-PRODTRAN.
003820     IF WS-RQUE-PHASE-ACTIVE
003830         PERFORM 2150-READ-RQUEHOLD THRU 2150-EXIT
003840         GO TO 2100-EXIT
003850     END-IF.
003860     READ PRODTRAN
003870         AT END
003880             PERFORM 2140-SWITCH-TO-RQUEHOLD THRU 2140-EXIT
003890             GO TO 2100-EXIT
003900     END-READ.
003910 2100-EXIT.
003920     EXIT.

003930*****************************************************************
003940* THE RAW BATCH IS DONE - CARRY ON WITH DAY7'S COPY OF TONIGHT'S
003950* REQUEUE. NO COPY (OR AN EMPTY ONE) JUST ENDS THE RUN.
003960*****************************************************************
003970 2140-SWITCH-TO-RQUEHOLD.
003980     OPEN INPUT RQUEHOLD.
003990     IF NOT WS-RQUEHOLD-OK
004000         MOVE "Y" TO WS-EOF-SW
004010         GO TO 2140-EXIT
004020     END-IF.
004030     MOVE "Y" TO WS-RQUEHOLD-OPEN-SW.
004040     MOVE "Y" TO WS-RQUE-PHASE-SW.
004050     PERFORM 2150-READ-RQUEHOLD THRU 2150-EXIT.
004060 2140-EXIT.
004070     EXIT.

004080 2150-READ-RQUEHOLD.
004090     READ RQUEHOLD
004100         AT END
004110             MOVE "Y" TO WS-EOF-SW
004120             GO TO 2150-EXIT
004130     END-READ.
004140     MOVE RQUEHOLD-REC TO PRODTRAN-REC.
004150 2150-EXIT.
004160     EXIT.

004170*****************************************************************
004180* A RECEIPT DAY7 SUSPENDED TONIGHT NEVER REACHED THE MASTER -
004190* MATCHING IT WOULD RELIEVE THE PO AND REWEIGH THE COST FOR
004200* STOCK THAT IS NOT THERE. EACH SUSPENSE ENTRY ABSORBS EXACTLY
004210* ONE MATCHING RAW RECEIPT.
004220*****************************************************************
004230 2200-CHECK-SUSPENDED.
004240     MOVE "N" TO WS-SUSP-HIT-SW.
004250     IF WS-SUSP-COUNT = ZERO
004260         GO TO 2200-EXIT
004270     END-IF.
004280     SET WS-SUSP-IDX TO 1.
004290     SEARCH WS-SUSP-ENTRY
004300         AT END
004310             GO TO 2200-EXIT
004320         WHEN WS-SUSP-CODE(WS-SUSP-IDX) = PT-Code-produit
004330             AND WS-SUSP-QTE(WS-SUSP-IDX) = WS-QTE-RECUE
004340             AND WS-SUSP-LEFT(WS-SUSP-IDX) > ZERO
004350             SUBTRACT 1 FROM WS-SUSP-LEFT(WS-SUSP-IDX)
004360             SET WS-SUSP-WAS-HIT TO TRUE
004370     END-SEARCH.
004380 2200-EXIT.
004390     EXIT.

004400*****************************************************************
004410* PO NUMBERS ASCEND WITH TIME, SO THE FIRST NOT-CLOSED PO FOUND
004420* IN KEY ORDER FOR THIS PRODUCT AND SUPPLIER IS THE OLDEST.
004430*****************************************************************
004440 3000-FIND-OPEN-PO.
004450     MOVE "N" TO WS-PO-FOUND-SW.
004460     MOVE "N" TO WS-PO-EOF-SW.
004470     MOVE ZERO TO PO-Numero.
004480     START POFILE KEY IS NOT < PO-Numero
004490         INVALID KEY
004500             MOVE "Y" TO WS-PO-EOF-SW
004510     END-START.
004520     PERFORM 3010-SCAN-ONE-PO THRU 3010-EXIT
004530         UNTIL WS-PO-EOF-REACHED OR WS-PO-WAS-FOUND.
004540 3000-EXIT.
004550     EXIT.

004560 3010-SCAN-ONE-PO.
004570     READ POFILE NEXT RECORD
004580         AT END
004590             MOVE "Y" TO WS-PO-EOF-SW
004600             GO TO 3010-EXIT
004610     END-READ.
004620     IF PO-STATUT-CLOSED
004630         GO TO 3010-EXIT
004640     END-IF.
004650     IF PO-Code-produit = PT-Code-produit
004660         AND PO-Fournisseur = WS-FOURNISSEUR
004670         MOVE "Y" TO WS-PO-FOUND-SW
004680     END-IF.
004690 3010-EXIT.
004700     EXIT.

004710 3500-RELIEVE-PO.
004720     COMPUTE WS-QTE-DUE = PO-Qte-Commandee - PO-Qte-Recue.
004730     IF WS-QTE-RECUE > WS-QTE-DUE
004740         ADD 1 TO WS-OVER-RECEIPTS
004750         PERFORM 4200-EXCEPT-OVER-RECEIPT THRU 4200-EXIT
004760     END-IF.
004770     ADD WS-QTE-RECUE TO PO-Qte-Recue.
004780     IF PO-Qte-Recue NOT < PO-Qte-Commandee
004790         MOVE "C" TO PO-Statut
004800         ADD 1 TO WS-POS-CLOSED
004810     ELSE
004820         MOVE "P" TO PO-Statut
004830     END-IF.
004840     REWRITE POREC-REC
004850         INVALID KEY
004860             DISPLAY "DAY7GRN - UNABLE TO REWRITE PO "
004870                 PO-Numero " STATUS " WS-POFILE-STATUS
004880             GO TO 3500-EXIT
004890     END-REWRITE.
004900     ADD 1 TO WS-RECEIPTS-MATCHED.
004910     PERFORM 3600-RECORD-LEAD-TIME THRU 3600-EXIT.
004920     PERFORM 3700-UPDATE-AVG-COST THRU 3700-EXIT.
004930 3500-EXIT.
004940     EXIT.

004950*****************************************************************
004960* ACTUAL LEAD DAYS ON THE SAME 30/360 CALENDAR DAY7FIX USES -
004970* GOOD ENOUGH TO CATCH A SUPPLIER RUNNING WEEKS LATE.
004980*****************************************************************
004990 3600-RECORD-LEAD-TIME.
005000     IF NOT WS-SUPPDLV-WAS-OPENED
005010         GO TO 3600-EXIT
005020     END-IF.
005030     MOVE PO-Date-Commande(1:4) TO WS-PO-YEAR.
005040     MOVE PO-Date-Commande(5:2) TO WS-PO-MONTH.
005050     MOVE PO-Date-Commande(7:2) TO WS-PO-DAY.
005060     COMPUTE WS-DELAI-REEL =
005070         ((WS-RUN-YEAR - WS-PO-YEAR) * 360)
005080         + ((WS-RUN-MONTH - WS-PO-MONTH) * 30)
005090         + (WS-RUN-DAY - WS-PO-DAY).
005100     MOVE PO-Fournisseur   TO SD-Fournisseur.
005110     MOVE PO-Code-produit  TO SD-Code-produit.
005120     MOVE PO-Numero        TO SD-PO-Numero.
005130     MOVE PO-Date-Commande TO SD-Date-Commande.
005140     MOVE WS-RUN-DATE      TO SD-Date-Reception.
005150     MOVE WS-DELAI-REEL    TO SD-Delai-Reel.
005160     MOVE "R"              TO SD-Type.
005170     MOVE WS-QTE-RECUE     TO SD-Qte.
005180     WRITE SUPPDLV-REC.
005190 3600-EXIT.
005200     EXIT.

005210*****************************************************************
005220* THE RECEIPT HAS ALREADY BEEN APPLIED TO QTE-EN-MAIN BY THE
005230* DAY7 UPDATE EARLIER TONIGHT, SO THE OLD ON-HAND IS TODAY'S
005240* MINUS WHAT JUST ARRIVED. A PRODUCT LEFT EMPTY TAKES THE PO
005250* PRICE AS ITS NEW COST OUTRIGHT.
005260*****************************************************************
005270 3700-UPDATE-AVG-COST.
005280     IF NOT WS-MASTER-IS-HELD
005290         GO TO 3700-EXIT
005300     END-IF.
005310     COMPUTE WS-OLD-QTY = Qte-En-Main - WS-QTE-RECUE.
005320     IF WS-OLD-QTY < ZERO
005330         MOVE ZERO TO WS-OLD-QTY
005340     END-IF.
005350     IF Qte-En-Main NOT > ZERO
005360         MOVE PO-Prix-Achat TO Cout-Moyen
005370     ELSE
005380         COMPUTE Cout-Moyen ROUNDED =
005390             ((WS-OLD-QTY * Cout-Moyen)
005400             + (WS-QTE-RECUE * PO-Prix-Achat))
005410             / Qte-En-Main
005420     END-IF.
005430     REWRITE Fiche-produit
005440         INVALID KEY
005450             DISPLAY "DAY7GRN - UNABLE TO REWRITE COST FOR "
005460                 Code-produit " STATUS " WS-PRODMAST-STATUS
005470             GO TO 3700-EXIT
005480     END-REWRITE.
005490     PERFORM 3800-WRITE-JOURNAL THRU 3800-EXIT.
005500 3700-EXIT.
005510     EXIT.

005520 3800-WRITE-JOURNAL.
005530     IF NOT WS-PRODJRNL-WAS-OPENED
005540         GO TO 3800-EXIT
005550     END-IF.
005560     MOVE "C"             TO JRN-Operation.
005570     MOVE WS-RUN-DATE     TO JRN-Run-Date.
005580     MOVE WS-RUN-TIME     TO JRN-Run-Time.
005590     MOVE "BATCH"         TO JRN-User.
005600     MOVE WS-BEFORE-IMAGE TO JRN-Before-Image.
005610     MOVE Fiche-produit   TO JRN-After-Image.
005620     WRITE PRODJRNL-REC.
005630 3800-EXIT.
005640     EXIT.

005650 4100-EXCEPT-NO-PO.
005660     MOVE PT-Code-produit TO WE-CODE.
005670     MOVE WS-FOURNISSEUR  TO WE-FOURN.
005680     MOVE WS-QTE-RECUE    TO WE-QTE.
005690     MOVE "RECEIPT WITHOUT AN OPEN PO" TO WE-TEXT.
005700     MOVE WS-EXCEPT-LINE TO GRNRPT-LINE.
005710     WRITE GRNRPT-LINE.
005720 4100-EXIT.
005730     EXIT.

005740 4200-EXCEPT-OVER-RECEIPT.
005750     MOVE PT-Code-produit TO WE-CODE.
005760     MOVE WS-FOURNISSEUR  TO WE-FOURN.
005770     MOVE WS-QTE-RECUE    TO WE-QTE.
005780     MOVE "OVER-RECEIPT AGAINST THE PO" TO WE-TEXT.
005790     MOVE WS-EXCEPT-LINE TO GRNRPT-LINE.
005800     WRITE GRNRPT-LINE.
005810 4200-EXIT.
005820     EXIT.

005830 9000-TERMINATE.
005840     IF WS-PRODTRAN-WAS-OPENED
005850         CLOSE PRODTRAN
005860     END-IF.
005870     IF WS-RQUEHOLD-WAS-OPENED
005880         CLOSE RQUEHOLD
005890     END-IF.
005900     IF WS-PRODMAST-WAS-OPENED
005910         CLOSE PRODMAST
005920     END-IF.
005930     IF WS-POFILE-WAS-OPENED
005940         CLOSE POFILE
005950     END-IF.
005960     IF WS-SUPPDLV-WAS-OPENED
005970         CLOSE SUPPDLV
005980     END-IF.
005990     IF WS-GRNRPT-WAS-OPENED
006000         CLOSE GRNRPT
006010     END-IF.
006020     IF WS-PRODJRNL-WAS-OPENED
006030         CLOSE PRODJRNL
006040     END-IF.
006050     DISPLAY "DAY7GRN - RECEIPTS READ    : " WS-RECEIPTS-READ.
006060     DISPLAY "DAY7GRN - RECEIPTS MATCHED : "
006070         WS-RECEIPTS-MATCHED.
006080     DISPLAY "DAY7GRN - POS CLOSED       : " WS-POS-CLOSED.
006090     DISPLAY "DAY7GRN - NO PO FOUND      : " WS-NO-PO-FOUND.
006100     DISPLAY "DAY7GRN - OVER-RECEIPTS    : " WS-OVER-RECEIPTS.
006110     DISPLAY "DAY7GRN - SUSPENDED SKIPPED: " WS-SUSP-SKIPPED.
006120     DISPLAY "DAY7GRN - RETURNS SKIPPED  : "
006130         WS-RETURNS-SKIPPED.
006140 9000-EXIT.
006150     EXIT.
