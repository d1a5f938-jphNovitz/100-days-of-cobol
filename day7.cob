002460*                   THE CLEAR AND A SUSPENDED-THEN-CORRECTED
002470*                   RECEIPT LEFT ITS PO OPEN FOREVER. SAME
002480*                   NIGHTLY-SCRATCH SHAPE AS SUSPHOLD.
002490*  10/15/2026  JPH  AN ISSUE THAT NAMES ITS LOT IN PT-LOT-NO (THE
002500*                   FEFO PICK LIST NOW CARRIES THE LOT THE PICKER
002510*                   WAS SENT TO, AND DAY9FUL PASSES IT ON) DRAWS
002520*                   THAT LOT FIRST, SO LOTCONS RECORDS WHAT WAS
002530*                   ACTUALLY PICKED. ANY QUANTITY THE NAMED LOT
002540*                   CANNOT COVER FALLS BACK TO THE OLDEST-EXPIRY
002550*                   DRAW, AS DOES AN ISSUE WITH NO LOT.
002560*  10/15/2026  JPH  FICHE-PRODUIT GREW STATUT-PRODUIT AND
002570*                   CODE-SUCCESSEUR (SEE PRODREC.CPY) - THE
002580*                   BEFORE-IMAGE HOLD IS NOW 71 BYTES AND A
002590*                   BRAND-NEW PRODUCT STARTS ACTIVE WITH NO
002600*                   SUCCESSOR; A FULL REPLACE LEAVES BOTH AS
002610*                   DAY7MNT LAST SET THEM.
002620*****************************************************************
002630 IDENTIFICATION DIVISION.
002640 PROGRAM-ID. day7.
002650 AUTHOR. jphNovitz.
002660 DATE-WRITTEN. 2025/12/13.
002670 DATE-COMPILED.

002680 ENVIRONMENT DIVISION.
002690 INPUT-OUTPUT SECTION.
002700 FILE-CONTROL.
002710     SELECT PRODTRAN ASSIGN TO "PRODTRAN"
002720         ORGANIZATION IS LINE SEQUENTIAL
002730         FILE STATUS IS WS-PRODTRAN-STATUS.

002740     SELECT PRODMAST ASSIGN TO "PRODMAST"
002750         ORGANIZATION IS INDEXED
002760         ACCESS MODE IS DYNAMIC
002770         RECORD KEY IS Code-produit
002780         ALTERNATE RECORD KEY IS Libelle
002790             WITH DUPLICATES
002800         FILE STATUS IS WS-PRODMAST-STATUS.

002810     SELECT PRODCTBL ASSIGN TO "PRODCTBL"
002820         ORGANIZATION IS LINE SEQUENTIAL
002830         FILE STATUS IS WS-PRODCTBL-STATUS.

002840     SELECT PRODRECN ASSIGN TO "PRODRECN"
002850         ORGANIZATION IS LINE SEQUENTIAL
002860         FILE STATUS IS WS-PRODRECN-STATUS.

002870     SELECT PRCLOG ASSIGN TO "PRCLOG"
002880         ORGANIZATION IS LINE SEQUENTIAL
002890         FILE STATUS IS WS-PRCLOG-STATUS.

002900     SELECT SUPPMAST ASSIGN TO "SUPPMAST"
002910         ORGANIZATION IS INDEXED
002920         ACCESS MODE IS SEQUENTIAL
002930         RECORD KEY IS Fournisseur-Code
002940         FILE STATUS IS WS-SUPPMAST-STATUS.

002950     SELECT DAY7CKPT ASSIGN TO "DAY7CKPT"
002960         ORGANIZATION IS LINE SEQUENTIAL
002970         FILE STATUS IS WS-CKPT-STATUS.

002980     SELECT PRODSUSP ASSIGN TO "PRODSUSP"
002990         ORGANIZATION IS LINE SEQUENTIAL
003000         FILE STATUS IS WS-PRODSUSP-STATUS.

003010     SELECT SUSPHOLD ASSIGN TO "SUSPHOLD"
003020         ORGANIZATION IS LINE SEQUENTIAL
003030         FILE STATUS IS WS-SUSPHOLD-STATUS.

003040     SELECT RQUEHOLD ASSIGN TO "RQUEHOLD"
003050         ORGANIZATION IS LINE SEQUENTIAL
003060         FILE STATUS IS WS-RQUEHOLD-STATUS.

003070     SELECT PRODRQUE ASSIGN TO "PRODRQUE"
003080         ORGANIZATION IS LINE SEQUENTIAL
003090         FILE STATUS IS WS-PRODRQUE-STATUS.

003100     SELECT LOCSTOCK ASSIGN TO "LOCSTOCK"
003110         ORGANIZATION IS INDEXED
003120         ACCESS MODE IS DYNAMIC
003130         RECORD KEY IS LS-Key
003140         FILE STATUS IS WS-LOCSTOCK-STATUS.

003150     SELECT PRODALOC ASSIGN TO "PRODALOC"
003160         ORGANIZATION IS INDEXED
003170         ACCESS MODE IS DYNAMIC
003180         RECORD KEY IS ALOC-Code-produit
003190         FILE STATUS IS WS-PRODALOC-STATUS.

003200     SELECT LOTLEDG ASSIGN TO "LOTLEDG"
003210         ORGANIZATION IS INDEXED
003220         ACCESS MODE IS DYNAMIC
003230         RECORD KEY IS LOT-Key
003240         FILE STATUS IS WS-LOTLEDG-STATUS.

003250     SELECT LOTCONS ASSIGN TO "LOTCONS"
003260         ORGANIZATION IS LINE SEQUENTIAL
003270         FILE STATUS IS WS-LOTCONS-STATUS.

003280     SELECT PRODJRNL ASSIGN TO "PRODJRNL"
003290         ORGANIZATION IS SEQUENTIAL
003300         FILE STATUS IS WS-PRODJRNL-STATUS.

003310     SELECT SORTWORK ASSIGN TO "SORTWORK".

003320 DATA DIVISION.
003330 FILE SECTION.
003340 FD  PRODTRAN
003350     RECORDING MODE IS F.
003360     COPY PRODTRAN.

003370 FD  PRODMAST
003380     RECORDING MODE IS F.
003390     COPY PRODREC.

003400 FD  PRODCTBL
003410     RECORDING MODE IS F.
003420 01  PRODCTBL-REC             PIC X(03).

003430 FD  PRODRECN
003440     RECORDING MODE IS F.
003450     COPY PRODRECN.

003460 FD  PRCLOG
003470     RECORDING MODE IS F.
003480     COPY PRCLOG.

003490 FD  SUPPMAST
003500     RECORDING MODE IS F.
003510     COPY SUPPREC.

003520 FD  DAY7CKPT
003530     RECORDING MODE IS F.
003540 01  DAY7CKPT-REC.
003550     05  CKPT-Applied         PIC 9(07).
003560     05  CKPT-Gather-Rejects  PIC 9(07).
003570     05  CKPT-Run-Date        PIC 9(08).

003580 FD  PRODSUSP
003590     RECORDING MODE IS F.
003600     COPY PRODSUSP.

003610 FD  SUSPHOLD
003620     RECORDING MODE IS F.
003630 01  SUSPHOLD-REC             PIC X(78).

003640 FD  RQUEHOLD
003650     RECORDING MODE IS F.
003660 01  RQUEHOLD-REC             PIC X(67).

003670 FD  PRODRQUE
003680     RECORDING MODE IS F.
003690 01  PRODRQUE-REC             PIC X(67).

003700 FD  LOCSTOCK
003710     RECORDING MODE IS F.
003720     COPY LOCSTOCK.

003730 FD  PRODALOC
003740     RECORDING MODE IS F.
003750     COPY PRODALOC.

003760 FD  LOTLEDG
003770     RECORDING MODE IS F.
003780     COPY LOTLEDG.

003790 FD  LOTCONS
003800     RECORDING MODE IS F.
003810     COPY LOTCONS.

003820 FD  PRODJRNL
003830     RECORDING MODE IS F.
003840     COPY PRODJRNL.

003850 SD  SORTWORK.
003860 01  SORTWORK-REC.
003870     05  SRT-Code-produit     PIC X(03).
003880     05  SRT-Seq              PIC 9(07).
003890     05  SRT-Trans-Code       PIC X(01).
003900         88  SRT-TRANS-RECEIPT     VALUE "R".
003910         88  SRT-TRANS-ISSUE       VALUE "I".
003920         88  SRT-TRANS-ADJUST      VALUE "A".
003930         88  SRT-TRANS-REPLACE     VALUE "F" " ".
003940         88  SRT-TRANS-TRANSFER    VALUE "X".
003950     05  SRT-Libelle          PIC X(15).
003960     05  SRT-Prix             PIC S9(06)V99.
003970     05  SRT-Qte-En-Main      PIC S9(05) COMP-3.
003980     05  SRT-Seuil-Reappro    PIC S9(05) COMP-3.
003990     05  SRT-Location         PIC X(03).
004000     05  SRT-Location-To      PIC X(03).
004010     05  SRT-Lot-No           PIC X(10).
004020     05  SRT-Date-Expiree     PIC 9(08).
004030     05  SRT-Reference        PIC X(06).

004040 WORKING-STORAGE SECTION.
004050 01  WS-PRODTRAN-STATUS       PIC X(02).
004060     88  WS-PRODTRAN-OK            VALUE "00".

004070 01  WS-PRODMAST-STATUS       PIC X(02).
004080     88  WS-PRODMAST-OK             VALUE "00".

004090 01  WS-PRODCTBL-STATUS       PIC X(02).
004100     88  WS-PRODCTBL-OK             VALUE "00".

004110 01  WS-PRODRECN-STATUS       PIC X(02).
004120     88  WS-PRODRECN-OK             VALUE "00".

004130 01  WS-PRCLOG-STATUS         PIC X(02).
004140     88  WS-PRCLOG-OK               VALUE "00".

004150 01  WS-SUPPMAST-STATUS       PIC X(02).
004160     88  WS-SUPPMAST-OK             VALUE "00".

004170 01  WS-CKPT-STATUS           PIC X(02).
004180     88  WS-CKPT-OK                 VALUE "00".

004190 01  WS-PRODSUSP-STATUS       PIC X(02).
004200     88  WS-PRODSUSP-OK             VALUE "00".

004210 01  WS-SUSPHOLD-STATUS       PIC X(02).
004220     88  WS-SUSPHOLD-OK             VALUE "00".

004230 01  WS-RQUEHOLD-STATUS       PIC X(02).
004240     88  WS-RQUEHOLD-OK             VALUE "00".

004250 01  WS-PRODJRNL-STATUS       PIC X(02).
004260     88  WS-PRODJRNL-OK             VALUE "00".

004270 01  WS-LOCSTOCK-STATUS       PIC X(02).
004280     88  WS-LOCSTOCK-OK             VALUE "00".
004290     88  WS-LOCSTOCK-MISSING        VALUE "35".
004300 01  WS-PRODALOC-STATUS       PIC X(02).
004310     88  WS-PRODALOC-OK             VALUE "00".
004320     88  WS-PRODALOC-MISSING        VALUE "35".

004330 01  WS-LOTLEDG-STATUS        PIC X(02).
004340     88  WS-LOTLEDG-OK              VALUE "00".
004350     88  WS-LOTLEDG-MISSING         VALUE "35".

004360 01  WS-LOTCONS-STATUS        PIC X(02).
004370     88  WS-LOTCONS-OK              VALUE "00".

004380 01  WS-BEFORE-IMAGE          PIC X(71)  VALUE SPACES.

004390 01  WS-PRODRQUE-STATUS       PIC X(02).
004400     88  WS-PRODRQUE-OK             VALUE "00".

004410 01  WS-CONTROL-FIELDS.
004420     05  WS-HDR-SEEN-SW       PIC X(01)  VALUE "N".
004430         88  WS-HDR-SEEN             VALUE "Y".
004440     05  WS-TRL-SEEN-SW       PIC X(01)  VALUE "N".
004450         88  WS-TRL-SEEN             VALUE "Y".
004460     05  WS-OUT-OF-BALANCE-SW PIC X(01)  VALUE "N".
004470         88  WS-OUT-OF-BALANCE       VALUE "Y".
004480     05  WS-BATCH-DATE        PIC 9(08)  VALUE ZERO.
004490     05  WS-SOURCE-SYSTEM     PIC X(08)  VALUE SPACES.
004500     05  WS-EXPECTED-COUNT    PIC 9(07)  VALUE ZERO.
004510     05  WS-EXPECTED-HASH     PIC S9(09) COMP-3  VALUE ZERO.
004520     05  WS-HASH-TOTAL        PIC S9(09) COMP-3  VALUE ZERO.

004530 01  WS-CKPT-EVERY            PIC 9(07) COMP  VALUE 100.
004540 01  WS-SINCE-CKPT            PIC 9(07) COMP  VALUE ZERO.
004550 01  WS-SKIP-COUNT            PIC 9(07) COMP  VALUE ZERO.
004560 01  WS-ENTRIES-DONE          PIC 9(07) COMP  VALUE ZERO.
004570 01  WS-SEQ-NO                PIC 9(07) COMP  VALUE ZERO.
004580 01  WS-ENTRY-SEQ             PIC 9(07) COMP  VALUE ZERO.
004590 01  WS-GATHER-REJECTS        PIC 9(07) COMP  VALUE ZERO.
004600 01  WS-SKIP-REJECTS          PIC 9(07) COMP  VALUE ZERO.
004610 01  WS-REJECT-SEEN-SW        PIC X(01)  VALUE "N".
004620     88  WS-REJECT-ALREADY-SEEN   VALUE "Y".
004630 01  WS-RESTART-FLAG          PIC X(01)  VALUE "N".
004640     88  WS-RESTART-REQUESTED     VALUE "R" "r".

004650 01  WS-PARM-COUNT            PIC 9(02).
004660 01  WS-PARM-INDEX            PIC 9(02).
004670 01  WS-PARM-VALUE            PIC X(07).
004680 01  WS-PARM-VALUE-NUM REDEFINES WS-PARM-VALUE
004690                              PIC 9(07).

004700 01  WS-FOURNISSEUR-TABLE.
004710     05  WS-FOURN-COUNT       PIC 9(05) COMP  VALUE ZERO.
004720     05  WS-FOURN-ENTRY OCCURS 1 TO 200 TIMES
004730             DEPENDING ON WS-FOURN-COUNT
004740             INDEXED BY WS-FOURN-IDX.
004750         10  WS-VALID-FOURN   PIC X(05).

004760 01  WS-OPENING-QTY           PIC S9(05) COMP-3  VALUE ZERO.
004770 01  WS-NEW-QTY               PIC S9(06) COMP-3  VALUE ZERO.
004780 01  WS-OLD-PRIX              PIC S9(06)V99      VALUE ZERO.
004790 01  WS-APPLY-LOCATION        PIC X(03)  VALUE "MAG".
004800 01  WS-LS-DELTA              PIC S9(06) COMP-3  VALUE ZERO.
004810 01  WS-LOT-NEED              PIC S9(06) COMP-3  VALUE ZERO.
004820 01  WS-LOT-TAKE              PIC S9(05) COMP-3  VALUE ZERO.
004830 01  WS-BEST-LOT              PIC X(10)  VALUE SPACES.
004840 01  WS-BEST-EXPIREE          PIC 9(08)  VALUE ZERO.
004850 01  WS-RUN-TIME-FULL         PIC 9(08).
004860 01  WS-RUN-TIME-PARTS REDEFINES WS-RUN-TIME-FULL.
004870     05  WS-RUN-TIME              PIC 9(06).
004880     05  WS-RUN-TIME-HUNDREDTHS   PIC 9(02).

004890 01  WS-SWITCHES.
004900     05  WS-EOF-SW            PIC X(01)  VALUE "N".
004910         88  WS-EOF-REACHED          VALUE "Y".
004920     05  WS-SORT-EOF-SW       PIC X(01)  VALUE "N".
004930         88  WS-SORT-EOF-REACHED     VALUE "Y".
004940     05  WS-CODE-VALID-SW     PIC X(01)  VALUE "N".
004950         88  WS-CODE-IS-VALID        VALUE "Y".
004960     05  WS-PRODUIT-EXISTED-SW PIC X(01)  VALUE "N".
004970         88  WS-PRODUIT-EXISTED      VALUE "Y".
004980     05  WS-WRITE-OK-SW       PIC X(01)  VALUE "N".
004990         88  WS-WRITE-WAS-OK         VALUE "Y".
005000     05  WS-PRODTRAN-OPEN-SW  PIC X(01)  VALUE "N".
005010         88  WS-PRODTRAN-WAS-OPENED  VALUE "Y".
005020     05  WS-PRODMAST-OPEN-SW  PIC X(01)  VALUE "N".
005030         88  WS-PRODMAST-WAS-OPENED  VALUE "Y".
005040     05  WS-PRODRECN-OPEN-SW  PIC X(01)  VALUE "N".
005050         88  WS-PRODRECN-WAS-OPENED  VALUE "Y".
005060     05  WS-PRCLOG-OPEN-SW    PIC X(01)  VALUE "N".
005070         88  WS-PRCLOG-WAS-OPENED    VALUE "Y".
005080     05  WS-PRODSUSP-OPEN-SW  PIC X(01)  VALUE "N".
005090         88  WS-PRODSUSP-WAS-OPENED  VALUE "Y".
005100     05  WS-SUSPHOLD-OPEN-SW  PIC X(01)  VALUE "N".
005110         88  WS-SUSPHOLD-WAS-OPENED  VALUE "Y".
005120     05  WS-RQUEHOLD-OPEN-SW  PIC X(01)  VALUE "N".
005130         88  WS-RQUEHOLD-WAS-OPENED  VALUE "Y".
005140     05  WS-HOLD-EOF-SW       PIC X(01)  VALUE "N".
005150         88  WS-HOLD-EOF-REACHED     VALUE "Y".
005160     05  WS-PRODJRNL-OPEN-SW  PIC X(01)  VALUE "N".
005170         88  WS-PRODJRNL-WAS-OPENED  VALUE "Y".
005180     05  WS-LOCSTOCK-OPEN-SW  PIC X(01)  VALUE "N".
005190         88  WS-LOCSTOCK-WAS-OPENED  VALUE "Y".
005200     05  WS-PRODALOC-OPEN-SW  PIC X(01)  VALUE "N".
005210         88  WS-PRODALOC-WAS-OPENED  VALUE "Y".
005220     05  WS-LS-FOUND-SW       PIC X(01)  VALUE "N".
005230         88  WS-LS-WAS-FOUND         VALUE "Y".
005240     05  WS-LOTLEDG-OPEN-SW   PIC X(01)  VALUE "N".
005250         88  WS-LOTLEDG-WAS-OPENED   VALUE "Y".
005260     05  WS-LOTCONS-OPEN-SW   PIC X(01)  VALUE "N".
005270         88  WS-LOTCONS-WAS-OPENED   VALUE "Y".
005280     05  WS-LOT-FOUND-SW      PIC X(01)  VALUE "N".
005290         88  WS-LOT-WAS-FOUND        VALUE "Y".
005300     05  WS-LOT-EOF-SW        PIC X(01)  VALUE "N".
005310         88  WS-LOT-EOF-REACHED      VALUE "Y".

005320 01  WS-COUNTERS.
005330     05  WS-TRANS-READ        PIC 9(07) COMP  VALUE ZERO.
005340     05  WS-MASTER-WRITTEN    PIC 9(07) COMP  VALUE ZERO.
005350     05  WS-TRANS-REJECTED    PIC 9(07) COMP  VALUE ZERO.
005360     05  WS-FOURN-WARNINGS    PIC 9(05) COMP  VALUE ZERO.
005370     05  WS-REQUEUE-READ      PIC 9(07) COMP  VALUE ZERO.

005380 01  WS-RUN-DATE              PIC 9(08).
005390 01  WS-BATCH-USER            PIC X(08)  VALUE "BATCH".

005400 COPY PRODCTBL.

005410 COPY DRVSTATS.

005420 COPY DRVLINK.

005430 COPY RPTCTL.

005440 COPY MSGLINK.

005450 PROCEDURE DIVISION.

005460 0000-MAINLINE.
005470     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
005480     IF NOT WS-EOF-REACHED
005490         SORT SORTWORK
005500             ON ASCENDING KEY SRT-Code-produit
005510                              SRT-Seq
005520             INPUT PROCEDURE IS 2000-GATHER-TRANS
005530                 THRU 2960-IP-EXIT
005540             OUTPUT PROCEDURE IS 3000-APPLY-STREAM
005550                 THRU 3960-OP-EXIT
005560     END-IF.
005570     PERFORM 9000-TERMINATE THRU 9000-EXIT.
005580     GOBACK.

005590 1000-INITIALIZE.
005600     CALL "dayproc" USING WS-RUN-DATE.
005610     ACCEPT WS-RUN-TIME-FULL FROM TIME.
005620     MOVE "E" TO MSG-Language.
005630     PERFORM 1400-GET-PARMS THRU 1400-EXIT.
005640     PERFORM 1500-CHECK-RESTART THRU 1500-EXIT.
005650     OPEN INPUT PRODTRAN.
005660     IF NOT WS-PRODTRAN-OK
005670         MOVE "DAY7-001" TO MSG-Id
005680         MOVE WS-PRODTRAN-STATUS TO MSG-Variable
005690         CALL "daymsg" USING MSG-REQUEST
005700         MOVE "Y" TO WS-EOF-SW
005710         GO TO 1000-EXIT
005720     END-IF.
005730     MOVE "Y" TO WS-PRODTRAN-OPEN-SW.

005740     OPEN I-O PRODMAST.
005750     IF NOT WS-PRODMAST-OK
005760         MOVE "DAY7-002" TO MSG-Id
005770         MOVE WS-PRODMAST-STATUS TO MSG-Variable
005780         CALL "daymsg" USING MSG-REQUEST
005790     ELSE
005800         MOVE "Y" TO WS-PRODMAST-OPEN-SW
005810     END-IF.

005820     OPEN EXTEND PRODRECN.
005830     IF NOT WS-PRODRECN-OK
005840         MOVE "DAY7-003" TO MSG-Id
005850         MOVE WS-PRODRECN-STATUS TO MSG-Variable
005860         CALL "daymsg" USING MSG-REQUEST
005870     ELSE
005880         MOVE "Y" TO WS-PRODRECN-OPEN-SW
005890     END-IF.

005900     OPEN EXTEND PRCLOG.
005910     IF NOT WS-PRCLOG-OK
005920         MOVE "DAY7-004" TO MSG-Id
005930         MOVE WS-PRCLOG-STATUS TO MSG-Variable
005940         CALL "daymsg" USING MSG-REQUEST
005950     ELSE
005960         MOVE "Y" TO WS-PRCLOG-OPEN-SW
005970     END-IF.

005980     OPEN EXTEND PRODSUSP.
005990     IF NOT WS-PRODSUSP-OK
006000         MOVE "DAY7-005" TO MSG-Id
006010         MOVE WS-PRODSUSP-STATUS TO MSG-Variable
006020         CALL "daymsg" USING MSG-REQUEST
006030     ELSE
006040         MOVE "Y" TO WS-PRODSUSP-OPEN-SW
006050     END-IF.

006060     OPEN OUTPUT SUSPHOLD.
006070     IF NOT WS-SUSPHOLD-OK
006080         DISPLAY "DAY7 - UNABLE TO OPEN THE REJECT HOLD FILE, "
006090             "STATUS " WS-SUSPHOLD-STATUS
006100     ELSE
006110         MOVE "Y" TO WS-SUSPHOLD-OPEN-SW
006120     END-IF.

006130     OPEN EXTEND PRODJRNL.
006140     IF NOT WS-PRODJRNL-OK
006150         MOVE "DAY7-006" TO MSG-Id
006160         MOVE WS-PRODJRNL-STATUS TO MSG-Variable
006170         CALL "daymsg" USING MSG-REQUEST
006180     ELSE
006190         MOVE "Y" TO WS-PRODJRNL-OPEN-SW
006200     END-IF.

006210     OPEN I-O LOCSTOCK.
006220     IF WS-LOCSTOCK-MISSING
006230         OPEN OUTPUT LOCSTOCK
006240         CLOSE LOCSTOCK
006250         OPEN I-O LOCSTOCK
006260     END-IF.
006270     IF NOT WS-LOCSTOCK-OK
006280         DISPLAY "DAY7 - UNABLE TO OPEN LOCSTOCK, STATUS "
006290             WS-LOCSTOCK-STATUS " - LOCATION BUCKETS NOT KEPT"
006300     ELSE
006310         MOVE "Y" TO WS-LOCSTOCK-OPEN-SW
006320     END-IF.

006330     OPEN I-O PRODALOC.
006340     IF WS-PRODALOC-MISSING
006350         OPEN OUTPUT PRODALOC
006360         CLOSE PRODALOC
006370         OPEN I-O PRODALOC
006380     END-IF.
006390     IF NOT WS-PRODALOC-OK
006400         DISPLAY "DAY7 - UNABLE TO OPEN PRODALOC, STATUS "
006410             WS-PRODALOC-STATUS " - ALLOCATIONS NOT RELEASED"
006420     ELSE
006430         MOVE "Y" TO WS-PRODALOC-OPEN-SW
006440     END-IF.

006450     OPEN I-O LOTLEDG.
006460     IF WS-LOTLEDG-MISSING
006470         OPEN OUTPUT LOTLEDG
006480         CLOSE LOTLEDG
006490         OPEN I-O LOTLEDG
006500     END-IF.
006510     IF NOT WS-LOTLEDG-OK
006520         DISPLAY "DAY7 - UNABLE TO OPEN LOTLEDG, STATUS "
006530             WS-LOTLEDG-STATUS " - LOTS NOT TRACKED"
006540     ELSE
006550         MOVE "Y" TO WS-LOTLEDG-OPEN-SW
006560     END-IF.

006570     OPEN EXTEND LOTCONS.
006580     IF NOT WS-LOTCONS-OK
006590         DISPLAY "DAY7 - UNABLE TO OPEN LOTCONS, STATUS "
006600             WS-LOTCONS-STATUS " - LOT DRAWS NOT LOGGED"
006610     ELSE
006620         MOVE "Y" TO WS-LOTCONS-OPEN-SW
006630     END-IF.

006640     PERFORM 1200-LOAD-CODE-TABLE THRU 1200-EXIT.
006650     PERFORM 1300-LOAD-FOURN-TABLE THRU 1300-EXIT.
006660     PERFORM 2100-READ-PRODTRAN THRU 2100-EXIT.
006670 1000-EXIT.
006680     EXIT.

006690 1400-GET-PARMS.
006700     ACCEPT WS-PARM-COUNT FROM ARGUMENT-NUMBER.

006710     IF WS-PARM-COUNT NOT >= 1
006720         GO TO 1400-EXIT
006730     END-IF.
006740     MOVE 1 TO WS-PARM-INDEX.
006750     DISPLAY WS-PARM-INDEX UPON ARGUMENT-NUMBER.
006760     ACCEPT WS-PARM-VALUE FROM ARGUMENT-VALUE.
006770     IF WS-PARM-VALUE IS NUMERIC
006780         MOVE WS-PARM-VALUE-NUM TO WS-CKPT-EVERY
006790     END-IF.

006800     IF WS-PARM-COUNT NOT >= 2
006810         GO TO 1400-EXIT
006820     END-IF.
006830     MOVE 2 TO WS-PARM-INDEX.
006840     DISPLAY WS-PARM-INDEX UPON ARGUMENT-NUMBER.
006850     ACCEPT WS-PARM-VALUE FROM ARGUMENT-VALUE.
006860     MOVE WS-PARM-VALUE(1:1) TO WS-RESTART-FLAG.
006870 1400-EXIT.
006880     EXIT.

006890 1500-CHECK-RESTART.
006900     IF DRV-RESTART-REQUESTED
006910         MOVE "R" TO WS-RESTART-FLAG
006920     END-IF.
006930     IF NOT WS-RESTART-REQUESTED
006940         GO TO 1500-EXIT
006950     END-IF.

006960     OPEN INPUT DAY7CKPT.
006970     IF NOT WS-CKPT-OK
006980         DISPLAY "DAY7 - NO CHECKPOINT FOUND, APPLYING THE "
006990             "WHOLE BATCH"
007000         GO TO 1500-EXIT
007010     END-IF.

007020     READ DAY7CKPT
007030         AT END
007040             DISPLAY "DAY7 - CHECKPOINT FILE IS EMPTY, APPLYING "
007050                 "THE WHOLE BATCH"
007060     END-READ.
007070     IF WS-CKPT-OK
007080         MOVE CKPT-Applied TO WS-SKIP-COUNT
007090         MOVE WS-SKIP-COUNT TO WS-ENTRIES-DONE
007100         MOVE CKPT-Gather-Rejects TO WS-SKIP-REJECTS
007110         DISPLAY "DAY7 - RESUMING AFTER TRANSACTION "
007120             WS-SKIP-COUNT " OF THE BATCH"
007130     END-IF.
007140     CLOSE DAY7CKPT.
007150 1500-EXIT.
007160     EXIT.

007170 1200-LOAD-CODE-TABLE.
007180     OPEN INPUT PRODCTBL.
007190     IF NOT WS-PRODCTBL-OK
007200         MOVE "DAY7-007" TO MSG-Id
007210         MOVE WS-PRODCTBL-STATUS TO MSG-Variable
007220         CALL "daymsg" USING MSG-REQUEST
007230         GO TO 1200-EXIT
007240     END-IF.

007250     PERFORM 1210-LOAD-ONE-CODE THRU 1210-EXIT
007260         UNTIL WS-PRODCTBL-STATUS = "10".
007270     CLOSE PRODCTBL.
007280 1200-EXIT.
007290     EXIT.

007300 1210-LOAD-ONE-CODE.
007310     READ PRODCTBL
007320         AT END
007330             MOVE "10" TO WS-PRODCTBL-STATUS
007340             GO TO 1210-EXIT
007350     END-READ.
007360     ADD 1 TO WS-CODE-COUNT.
007370     MOVE PRODCTBL-REC TO WS-VALID-CODE(WS-CODE-COUNT).
007380 1210-EXIT.
007390     EXIT.

007400 1300-LOAD-FOURN-TABLE.
007410     OPEN INPUT SUPPMAST.
007420     IF NOT WS-SUPPMAST-OK
007430         MOVE "DAY7-008" TO MSG-Id
007440         MOVE WS-SUPPMAST-STATUS TO MSG-Variable
007450         CALL "daymsg" USING MSG-REQUEST
007460         GO TO 1300-EXIT
007470     END-IF.

007480     PERFORM 1310-LOAD-ONE-FOURN THRU 1310-EXIT
007490         UNTIL WS-SUPPMAST-STATUS = "10".
007500     CLOSE SUPPMAST.
007510 1300-EXIT.
007520     EXIT.

007530 1310-LOAD-ONE-FOURN.
007540     READ SUPPMAST
007550         AT END
007560             MOVE "10" TO WS-SUPPMAST-STATUS
007570             GO TO 1310-EXIT
007580     END-READ.
007590     IF WS-FOURN-COUNT < 200
007600         ADD 1 TO WS-FOURN-COUNT
007610         MOVE Fournisseur-Code TO
007620             WS-VALID-FOURN(WS-FOURN-COUNT)
007630     ELSE
007640         DISPLAY "DAY7 - FOURNISSEUR TABLE FULL (200), "
007650             "FOURNISSEUR CODES WILL NOT BE CHECKED"
007660         MOVE ZERO TO WS-FOURN-COUNT
007670         MOVE "10" TO WS-SUPPMAST-STATUS
007680     END-IF.
007690 1310-EXIT.
007700     EXIT.

007710 2000-GATHER-TRANS.
007720     PERFORM 2005-PROCESS-TRANS THRU 2005-EXIT
007730         UNTIL WS-EOF-REACHED.
007740     PERFORM 2500-VERIFY-CONTROLS THRU 2500-EXIT.
007750     IF NOT WS-OUT-OF-BALANCE
007760         PERFORM 2800-PROCESS-REQUEUE THRU 2800-EXIT
007770         PERFORM 2700-FLUSH-SUSPENSE THRU 2700-EXIT
007780     END-IF.
007790     GO TO 2960-IP-EXIT.

007800 2005-PROCESS-TRANS.
007810     IF PT-Trans-Code = "H"
007820         PERFORM 2400-CAPTURE-HEADER THRU 2400-EXIT
007830         GO TO 2005-EXIT-VIA-READ
007840     END-IF.
007850     IF PT-Trans-Code = "T"
007860         PERFORM 2450-CAPTURE-TRAILER THRU 2450-EXIT
007870         GO TO 2005-EXIT-VIA-READ
007880     END-IF.

007890     ADD 1 TO WS-TRANS-READ.
007900     IF PT-Qte-En-Main IS NUMERIC
007910         ADD PT-Qte-En-Main TO WS-HASH-TOTAL
007920     END-IF.

007930     PERFORM 2020-EDIT-AND-RELEASE THRU 2020-EXIT.

007940 2005-EXIT-VIA-READ.
007950     PERFORM 2100-READ-PRODTRAN THRU 2100-EXIT.
007960 2005-EXIT.
007970     EXIT.

007980 2020-EDIT-AND-RELEASE.
007990     PERFORM 2050-VALIDATE-CODE THRU 2050-EXIT.
008000     IF NOT WS-CODE-IS-VALID
008010         PERFORM 2030-COUNT-GATHER-REJECT THRU 2030-EXIT
008020         IF NOT WS-REJECT-ALREADY-SEEN
008030             MOVE "UNK" TO SUSP-Reason
008040             PERFORM 2600-HOLD-SUSPENSE THRU 2600-EXIT
008050         END-IF
008060         GO TO 2020-EXIT
008070     END-IF.

008080     IF NOT PT-TRANS-RECEIPT AND NOT PT-TRANS-ISSUE
008090         AND NOT PT-TRANS-ADJUST AND NOT PT-TRANS-REPLACE
008100         AND NOT PT-TRANS-TRANSFER
008110         PERFORM 2030-COUNT-GATHER-REJECT THRU 2030-EXIT
008120         IF NOT WS-REJECT-ALREADY-SEEN
008130             MOVE "TRC" TO SUSP-Reason
008140             PERFORM 2600-HOLD-SUSPENSE THRU 2600-EXIT
008150         END-IF
008160         GO TO 2020-EXIT
008170     END-IF.

008180     ADD 1 TO WS-SEQ-NO.
008190     MOVE WS-SEQ-NO          TO SRT-Seq.
008200     MOVE PT-Trans-Code      TO SRT-Trans-Code.
008210     MOVE PT-Code-produit    TO SRT-Code-produit.
008220     MOVE PT-Libelle         TO SRT-Libelle.
008230     MOVE PT-Prix            TO SRT-Prix.
008240     MOVE PT-Qte-En-Main     TO SRT-Qte-En-Main.
008250     MOVE PT-Seuil-Reappro   TO SRT-Seuil-Reappro.
008260     MOVE PT-Location        TO SRT-Location.
008270     MOVE PT-Location-To     TO SRT-Location-To.
008280     MOVE PT-Lot-No          TO SRT-Lot-No.
008290     MOVE PT-Date-Expiree    TO SRT-Date-Expiree.
008300     MOVE PT-Reference       TO SRT-Reference.
008310     RELEASE SORTWORK-REC.
008320 2020-EXIT.
008330     EXIT.

008340 2030-COUNT-GATHER-REJECT.
008350     ADD 1 TO WS-GATHER-REJECTS.
008360     IF WS-GATHER-REJECTS NOT > WS-SKIP-REJECTS
008370         MOVE "Y" TO WS-REJECT-SEEN-SW
008380     ELSE
008390         MOVE "N" TO WS-REJECT-SEEN-SW
008400     END-IF.
008410 2030-EXIT.
008420     EXIT.

008430 2600-HOLD-SUSPENSE.
008440     IF NOT WS-SUSPHOLD-WAS-OPENED
008450         GO TO 2600-EXIT
008460     END-IF.
008470     MOVE WS-RUN-DATE  TO SUSP-Run-Date.
008480     MOVE PRODTRAN-REC TO SUSP-Trans.
008490     WRITE SUSPHOLD-REC FROM PRODSUSP-REC.
008500 2600-EXIT.
008510     EXIT.

008520 2700-FLUSH-SUSPENSE.
008530     IF NOT WS-SUSPHOLD-WAS-OPENED
008540         GO TO 2700-EXIT
008550     END-IF.
008560     CLOSE SUSPHOLD.
008570     MOVE "N" TO WS-SUSPHOLD-OPEN-SW.
008580     OPEN INPUT SUSPHOLD.
008590     IF NOT WS-SUSPHOLD-OK
008600         DISPLAY "DAY7 - UNABLE TO REOPEN THE REJECT HOLD "
008610             "FILE, STATUS " WS-SUSPHOLD-STATUS
008620         GO TO 2700-EXIT
008630     END-IF.
008640     PERFORM 2710-FLUSH-ONE-REJECT THRU 2710-EXIT
008650         UNTIL WS-HOLD-EOF-REACHED.
008660     CLOSE SUSPHOLD.
008670 2700-EXIT.
008680     EXIT.

008690 2710-FLUSH-ONE-REJECT.
008700     READ SUSPHOLD INTO PRODSUSP-REC
008710         AT END
008720             MOVE "Y" TO WS-HOLD-EOF-SW
008730             GO TO 2710-EXIT
008740     END-READ.
008750     IF SUSP-Reason = "UNK"
008760         DISPLAY "DAY7 - REJECTED, UNKNOWN PRODUIT CODE "
008770             SUSP-Code-produit
008780     ELSE
008790         DISPLAY "DAY7 - REJECTED, INVALID TRANS CODE """
008800             SUSP-Trans-Code """ FOR PRODUIT "
008810             SUSP-Code-produit
008820     END-IF.
008830     ADD 1 TO WS-TRANS-REJECTED.
008840     IF WS-PRODSUSP-WAS-OPENED
008850         WRITE PRODSUSP-REC
008860     END-IF.
008870 2710-EXIT.
008880     EXIT.

008890 2050-VALIDATE-CODE.
008900     MOVE "N" TO WS-CODE-VALID-SW.
008910     SET WS-CODE-IDX TO 1.
008920     SEARCH WS-CODE-ENTRY
008930         AT END
008940             NEXT SENTENCE
008950         WHEN WS-VALID-CODE(WS-CODE-IDX) = PT-Code-produit
008960             MOVE "Y" TO WS-CODE-VALID-SW
008970     END-SEARCH.
008980 2050-EXIT.
008990     EXIT.

009000 2100-READ-PRODTRAN.
009010     READ PRODTRAN
009020         AT END
009030             MOVE "Y" TO WS-EOF-SW
009040             GO TO 2100-EXIT
009050     END-READ.
009060 2100-EXIT.
009070     EXIT.

009080 2400-CAPTURE-HEADER.
009090     MOVE "Y" TO WS-HDR-SEEN-SW.
009100     MOVE PTH-Batch-Date    TO WS-BATCH-DATE.
009110     MOVE PTH-Source-System TO WS-SOURCE-SYSTEM.
009120     DISPLAY "DAY7 - PRODTRAN BATCH OF " WS-BATCH-DATE
009130         " FROM " WS-SOURCE-SYSTEM.
009140 2400-EXIT.
009150     EXIT.

009160 2450-CAPTURE-TRAILER.
009170     MOVE "Y" TO WS-TRL-SEEN-SW.
009180     MOVE PTT-Record-Count TO WS-EXPECTED-COUNT.
009190     MOVE PTT-Hash-Total   TO WS-EXPECTED-HASH.
009200 2450-EXIT.
009210     EXIT.

009220 2500-VERIFY-CONTROLS.
009230     IF NOT WS-HDR-SEEN AND NOT WS-TRL-SEEN
009240         DISPLAY "DAY7 - WARNING, PRODTRAN CARRIES NO CONTROL "
009250             "RECORDS - COUNTS NOT VERIFIED"
009260         GO TO 2500-EXIT
009270     END-IF.
009280     IF NOT WS-TRL-SEEN
009290         DISPLAY "DAY7 - OUT OF BALANCE, NO TRAILER RECORD - "
009300             "THE FILE MAY BE TRUNCATED, NOTHING APPLIED"
009310         MOVE "Y" TO WS-OUT-OF-BALANCE-SW
009320         GO TO 2500-ABANDON
009330     END-IF.
009340     IF WS-EXPECTED-COUNT NOT = WS-TRANS-READ
009350         DISPLAY "DAY7 - OUT OF BALANCE, TRAILER COUNT "
009360             WS-EXPECTED-COUNT " BUT " WS-TRANS-READ
009370             " DETAIL RECORDS READ, NOTHING APPLIED"
009380         MOVE "Y" TO WS-OUT-OF-BALANCE-SW
009390         GO TO 2500-ABANDON
009400     END-IF.
009410     IF WS-EXPECTED-HASH NOT = WS-HASH-TOTAL
009420         DISPLAY "DAY7 - OUT OF BALANCE, TRAILER HASH DOES NOT "
009430             "MATCH THE QUANTITIES READ, NOTHING APPLIED"
009440         MOVE "Y" TO WS-OUT-OF-BALANCE-SW
009450         GO TO 2500-ABANDON
009460     END-IF.
009470     GO TO 2500-EXIT.

009480 2500-ABANDON.
009490     MOVE 12 TO RETURN-CODE.
009500 2500-EXIT.
009510     EXIT.

009520*****************************************************************
009530* RQUEHOLD IS REWRITTEN FROM SCRATCH EVERY NIGHT - EMPTY WHEN
009540* THERE WAS NO REQUEUE - SO DAY7GRN NEVER SEES A STALE COPY.
009550*****************************************************************
009560 2800-PROCESS-REQUEUE.
009570     OPEN OUTPUT RQUEHOLD.
009580     IF NOT WS-RQUEHOLD-OK
009590         DISPLAY "DAY7 - UNABLE TO OPEN RQUEHOLD, STATUS "
009600             WS-RQUEHOLD-STATUS " - REQUEUED RECEIPTS WILL "
009610             "NOT MATCH THEIR POS"
009620     ELSE
009630         MOVE "Y" TO WS-RQUEHOLD-OPEN-SW
009640     END-IF.
009650     OPEN INPUT PRODRQUE.
009660     IF NOT WS-PRODRQUE-OK
009670         IF WS-RQUEHOLD-WAS-OPENED
009680             CLOSE RQUEHOLD
009690             MOVE "N" TO WS-RQUEHOLD-OPEN-SW
009700         END-IF
009710         GO TO 2800-EXIT
009720     END-IF.
009730     PERFORM 2810-REQUEUE-ONE THRU 2810-EXIT
009740         UNTIL WS-PRODRQUE-STATUS = "10".
009750     CLOSE PRODRQUE.
009760     IF WS-RQUEHOLD-WAS-OPENED
009770         CLOSE RQUEHOLD
009780         MOVE "N" TO WS-RQUEHOLD-OPEN-SW
009790     END-IF.
009800     IF WS-REQUEUE-READ > ZERO
009810         DISPLAY "DAY7 - REQUEUED FROM SUSPENSE : "
009820             WS-REQUEUE-READ
009830     END-IF.
009840 2800-EXIT.
009850     EXIT.

009860 2810-REQUEUE-ONE.
009870     READ PRODRQUE
009880         AT END
009890             MOVE "10" TO WS-PRODRQUE-STATUS
009900             GO TO 2810-EXIT
009910     END-READ.
009920     ADD 1 TO WS-REQUEUE-READ.
009930     IF WS-RQUEHOLD-WAS-OPENED
009940         MOVE PRODRQUE-REC TO RQUEHOLD-REC
009950         WRITE RQUEHOLD-REC
009960     END-IF.
009970     MOVE PRODRQUE-REC TO PRODTRAN-REC.
009980     PERFORM 2020-EDIT-AND-RELEASE THRU 2020-EXIT.
009990 2810-EXIT.
010000     EXIT.

010010 2960-IP-EXIT.
010020     EXIT.

010030 3000-APPLY-STREAM.
010040     IF WS-OUT-OF-BALANCE
010050         GO TO 3960-OP-EXIT
010060     END-IF.
010070     PERFORM 3100-RETURN-ONE THRU 3100-EXIT.
010080     PERFORM 3005-APPLY-ONE-ENTRY THRU 3005-EXIT
010090         UNTIL WS-SORT-EOF-REACHED.

010100     MOVE ZERO TO WS-ENTRIES-DONE.
010110     MOVE ZERO TO WS-GATHER-REJECTS.
010120     PERFORM 3040-WRITE-CHECKPOINT THRU 3040-EXIT.
010130     PERFORM 3050-RESET-REQUEUE THRU 3050-EXIT.
010140     GO TO 3960-OP-EXIT.

010150 3005-APPLY-ONE-ENTRY.
010160     ADD 1 TO WS-ENTRY-SEQ.
010170     IF WS-ENTRY-SEQ NOT > WS-SKIP-COUNT
010180         GO TO 3005-NEXT
010190     END-IF.
010200     PERFORM 3010-WRITE-ONE-ENTRY THRU 3010-EXIT.
010210     MOVE WS-ENTRY-SEQ TO WS-ENTRIES-DONE.
010220     ADD 1 TO WS-SINCE-CKPT.
010230     IF WS-SINCE-CKPT >= WS-CKPT-EVERY
010240         PERFORM 3040-WRITE-CHECKPOINT THRU 3040-EXIT
010250         MOVE ZERO TO WS-SINCE-CKPT
010260     END-IF.
010270 3005-NEXT.
010280     PERFORM 3100-RETURN-ONE THRU 3100-EXIT.
010290 3005-EXIT.
010300     EXIT.

010310 3100-RETURN-ONE.
010320     RETURN SORTWORK
010330         AT END
010340             MOVE "Y" TO WS-SORT-EOF-SW
010350     END-RETURN.
010360 3100-EXIT.
010370     EXIT.

010380 3040-WRITE-CHECKPOINT.
010390     MOVE WS-ENTRIES-DONE TO CKPT-Applied.
010400     MOVE WS-GATHER-REJECTS TO CKPT-Gather-Rejects.
010410     MOVE WS-RUN-DATE     TO CKPT-Run-Date.
010420     OPEN OUTPUT DAY7CKPT.
010430     IF NOT WS-CKPT-OK
010440         MOVE "DAY7-009" TO MSG-Id
010450         MOVE WS-CKPT-STATUS TO MSG-Variable
010460         CALL "daymsg" USING MSG-REQUEST
010470         GO TO 3040-EXIT
010480     END-IF.
010490     WRITE DAY7CKPT-REC.
010500     CLOSE DAY7CKPT.
010510 3040-EXIT.
010520     EXIT.

010530 3050-RESET-REQUEUE.
010540     IF WS-REQUEUE-READ = ZERO
010550         GO TO 3050-EXIT
010560     END-IF.
010570     OPEN OUTPUT PRODRQUE.
010580     IF NOT WS-PRODRQUE-OK
010590         DISPLAY "DAY7 - UNABLE TO CLEAR PRODRQUE, STATUS "
010600             WS-PRODRQUE-STATUS
010610             " - REQUEUED RECORDS WILL REAPPLY TOMORROW"
010620         GO TO 3050-EXIT
010630     END-IF.
010640     CLOSE PRODRQUE.
010650     DISPLAY "DAY7 - REQUEUE FILE CLEARED AFTER APPLY".
010660 3050-EXIT.
010670     EXIT.

010680 3010-WRITE-ONE-ENTRY.
010690     MOVE SRT-Code-produit   TO Code-produit.
010700     IF SRT-Location = SPACES
010710         MOVE "MAG" TO WS-APPLY-LOCATION
010720     ELSE
010730         MOVE SRT-Location TO WS-APPLY-LOCATION
010740     END-IF.
010750     PERFORM 3015-CAPTURE-OPENING-QTY THRU 3015-EXIT.

010760     IF SRT-TRANS-TRANSFER
010770         IF NOT WS-PRODUIT-EXISTED
010780             DISPLAY "DAY7 - REJECTED, TRANSFER FOR PRODUIT "
010790                 SRT-Code-produit " NOT ON MASTER"
010800             ADD 1 TO WS-TRANS-REJECTED
010810             MOVE "NOM" TO SUSP-Reason
010820             PERFORM 3600-SUSPEND-SORTED-ENTRY THRU 3600-EXIT
010830         ELSE
010840             PERFORM 3035-APPLY-TRANSFER THRU 3035-EXIT
010850         END-IF
010860         GO TO 3010-EXIT
010870     END-IF.

010880     IF NOT SRT-TRANS-REPLACE
010890         AND NOT WS-PRODUIT-EXISTED
010900         DISPLAY "DAY7 - REJECTED, MOVEMENT FOR PRODUIT "
010910             SRT-Code-produit
010920             " NOT ON MASTER"
010930         ADD 1 TO WS-TRANS-REJECTED
010940         MOVE "NOM" TO SUSP-Reason
010950         PERFORM 3600-SUSPEND-SORTED-ENTRY THRU 3600-EXIT
010960         GO TO 3010-EXIT
010970     END-IF.

010980     EVALUATE TRUE
010990         WHEN SRT-TRANS-REPLACE
011000             MOVE SRT-Libelle        TO Libelle
011010             MOVE SRT-Prix           TO Prix
011020             MOVE SRT-Qte-En-Main    TO Qte-En-Main
011030             MOVE SRT-Seuil-Reappro
011040                 TO Seuil-Reappro
011050         WHEN SRT-TRANS-RECEIPT
011060             COMPUTE WS-NEW-QTY = WS-OPENING-QTY
011070                 + SRT-Qte-En-Main
011080             IF WS-NEW-QTY > 99999
011090                 DISPLAY "DAY7 - REJECTED, RECEIPT WOULD DRIVE "
011100                     SRT-Code-produit
011110                     " ON-HAND OVER 99999"
011120                 ADD 1 TO WS-TRANS-REJECTED
011130                 MOVE "OVR" TO SUSP-Reason
011140                 PERFORM 3600-SUSPEND-SORTED-ENTRY THRU 3600-EXIT
011150                 GO TO 3010-EXIT
011160             END-IF
011170             MOVE WS-NEW-QTY TO Qte-En-Main
011180         WHEN SRT-TRANS-ISSUE
011190             COMPUTE WS-NEW-QTY = WS-OPENING-QTY
011200                 - SRT-Qte-En-Main
011210             IF WS-NEW-QTY < ZERO
011220                 DISPLAY "DAY7 - REJECTED, ISSUE WOULD DRIVE "
011230                     SRT-Code-produit
011240                     " ON-HAND NEGATIVE"
011250                 ADD 1 TO WS-TRANS-REJECTED
011260                 MOVE "NEG" TO SUSP-Reason
011270                 PERFORM 3600-SUSPEND-SORTED-ENTRY THRU 3600-EXIT
011280                 GO TO 3010-EXIT
011290             END-IF
011300             MOVE WS-NEW-QTY TO Qte-En-Main
011310         WHEN SRT-TRANS-ADJUST
011320             COMPUTE WS-NEW-QTY = WS-OPENING-QTY
011330                 + SRT-Qte-En-Main
011340             IF WS-NEW-QTY > 99999
011350                 DISPLAY "DAY7 - REJECTED, ADJUSTMENT WOULD "
011360                     "DRIVE " SRT-Code-produit
011370                     " ON-HAND OVER 99999"
011380                 ADD 1 TO WS-TRANS-REJECTED
011390                 MOVE "OVR" TO SUSP-Reason
011400                 PERFORM 3600-SUSPEND-SORTED-ENTRY THRU 3600-EXIT
011410                 GO TO 3010-EXIT
011420             END-IF
011430             MOVE WS-NEW-QTY TO Qte-En-Main
011440     END-EVALUATE.
011450     MOVE WS-RUN-DATE                        TO Last-Maint-Date.
011460     MOVE WS-BATCH-USER                      TO Last-Maint-User.

011470     MOVE "N" TO WS-WRITE-OK-SW.
011480     WRITE Fiche-produit
011490         INVALID KEY
011500             REWRITE Fiche-produit
011510                 INVALID KEY
011520                     DISPLAY "DAY7 - COULD NOT WRITE PRODUIT "
011530                         SRT-Code-produit
011540                 NOT INVALID KEY
011550                     MOVE "Y" TO WS-WRITE-OK-SW
011560             END-REWRITE
011570         NOT INVALID KEY
011580             MOVE "Y" TO WS-WRITE-OK-SW
011590     END-WRITE.
011600     IF WS-WRITE-WAS-OK
011610         PERFORM 3026-UPDATE-LOCATION THRU 3026-EXIT
011620         PERFORM 3038-TRACK-LOTS THRU 3038-EXIT
011630         ADD 1 TO WS-MASTER-WRITTEN
011640         PERFORM 3020-LOG-RECONCILIATION THRU 3020-EXIT
011650         PERFORM 3025-LOG-PRICE-CHANGE THRU 3025-EXIT
011660         PERFORM 3028-WRITE-JOURNAL THRU 3028-EXIT
011670         IF SRT-TRANS-ISSUE
011680             PERFORM 3029-RELEASE-ALLOCATION THRU 3029-EXIT
011690         END-IF
011700         PERFORM 3030-CHECK-FOURNISSEUR THRU 3030-EXIT
011710     END-IF.
011720 3010-EXIT.
011730     EXIT.

011740 3015-CAPTURE-OPENING-QTY.
011750     MOVE ZERO TO WS-OPENING-QTY.
011760     MOVE ZERO TO WS-OLD-PRIX.
011770     MOVE SPACES TO WS-BEFORE-IMAGE.
011780     MOVE "N" TO WS-PRODUIT-EXISTED-SW.
011790     READ PRODMAST
011800         INVALID KEY
011810             MOVE SPACES TO Code-Fournisseur
011820             MOVE ZERO   TO Delai-Livraison
011830             MOVE "USD"  TO Code-Devise
011840             MOVE ZERO   TO Taux-Taxe
011850             MOVE ZERO   TO Cout-Moyen
011860             MOVE "A"    TO Statut-Produit
011870             MOVE SPACES TO Code-Successeur
011880         NOT INVALID KEY
011890             MOVE Qte-En-Main TO WS-OPENING-QTY
011900             MOVE Prix TO WS-OLD-PRIX
011910             MOVE Fiche-produit TO WS-BEFORE-IMAGE
011920             MOVE "Y" TO WS-PRODUIT-EXISTED-SW
011930     END-READ.
011940 3015-EXIT.
011950     EXIT.

011960 3020-LOG-RECONCILIATION.
011970     MOVE Code-produit    TO RECN-Code-produit.
011980     MOVE WS-RUN-DATE     TO RECN-Run-Date.
011990     MOVE WS-OPENING-QTY  TO RECN-Opening-Qty.
012000     MOVE Qte-En-Main     TO RECN-Closing-Qty.
012010     COMPUTE RECN-Variance = Qte-En-Main - WS-OPENING-QTY.
012020     MOVE WS-APPLY-LOCATION TO RECN-Location.
012030     WRITE PRODRECN-REC.
012040 3020-EXIT.
012050     EXIT.

012060*****************************************************************
012070* THE LOCATION BUCKET MOVES BY THE SAME DELTA THE MASTER JUST
012080* TOOK: THE FULL REPLACE ("F") LOADS THE WHOLE QUANTITY INTO
012090* THE NAMED BUCKET, R/I/A MOVE IT BY THE VARIANCE. THE MASTER
012100* TOTAL STAYS THE SUM OF THE BUCKETS.
012110*****************************************************************
012120 3026-UPDATE-LOCATION.
012130     IF NOT WS-LOCSTOCK-WAS-OPENED
012140         GO TO 3026-EXIT
012150     END-IF.
012160     IF SRT-TRANS-REPLACE
012170         MOVE Qte-En-Main TO WS-LS-DELTA
012180         SUBTRACT WS-OPENING-QTY FROM WS-LS-DELTA
012190     ELSE
012200         COMPUTE WS-LS-DELTA = Qte-En-Main - WS-OPENING-QTY
012210     END-IF.
012220     PERFORM 3027-MOVE-ONE-BUCKET THRU 3027-EXIT.
012230 3026-EXIT.
012240     EXIT.

012250 3027-MOVE-ONE-BUCKET.
012260     MOVE "N" TO WS-LS-FOUND-SW.
012270     MOVE Code-produit       TO LS-Code-produit.
012280     MOVE WS-APPLY-LOCATION  TO LS-Location.
012290     READ LOCSTOCK
012300         INVALID KEY
012310             MOVE ZERO TO LS-Qte
012320         NOT INVALID KEY
012330             SET WS-LS-WAS-FOUND TO TRUE
012340     END-READ.
012350     MOVE Code-produit       TO LS-Code-produit.
012360     MOVE WS-APPLY-LOCATION  TO LS-Location.
012370     ADD WS-LS-DELTA TO LS-Qte.
012380     IF WS-LS-WAS-FOUND
012390         REWRITE LOCSTOCK-REC
012400             INVALID KEY
012410                 DISPLAY "DAY7 - UNABLE TO UPDATE LOCATION "
012420                     LS-Location " FOR " LS-Code-produit
012430         END-REWRITE
012440     ELSE
012450         WRITE LOCSTOCK-REC
012460             INVALID KEY
012470                 DISPLAY "DAY7 - UNABLE TO WRITE LOCATION "
012480                     LS-Location " FOR " LS-Code-produit
012490         END-WRITE
012500     END-IF.
012510 3027-EXIT.
012520     EXIT.

012530*****************************************************************
012540* A TRANSFER TAKES THE QUANTITY OUT OF ONE BUCKET AND PUTS IT IN
012550* THE OTHER - THE MASTER TOTAL NEVER MOVES, SO THERE IS NO
012560* RECONCILIATION ENTRY AND NO JOURNAL IMAGE TO WRITE.
012570*****************************************************************
012580 3035-APPLY-TRANSFER.
012590     IF NOT WS-LOCSTOCK-WAS-OPENED
012600         DISPLAY "DAY7 - TRANSFER FOR " SRT-Code-produit
012610             " SKIPPED, LOCSTOCK NOT AVAILABLE"
012620         GO TO 3035-EXIT
012630     END-IF.
012640     IF SRT-Location-To = SPACES
012650         DISPLAY "DAY7 - REJECTED, TRANSFER FOR "
012660             SRT-Code-produit " WITHOUT A TO-LOCATION"
012670         ADD 1 TO WS-TRANS-REJECTED
012680         MOVE "TRC" TO SUSP-Reason
012690         PERFORM 3600-SUSPEND-SORTED-ENTRY THRU 3600-EXIT
012700         GO TO 3035-EXIT
012710     END-IF.
012720     COMPUTE WS-LS-DELTA = ZERO - SRT-Qte-En-Main.
012730     PERFORM 3027-MOVE-ONE-BUCKET THRU 3027-EXIT.
012740     MOVE SRT-Location-To TO WS-APPLY-LOCATION.
012750     MOVE SRT-Qte-En-Main TO WS-LS-DELTA.
012760     PERFORM 3027-MOVE-ONE-BUCKET THRU 3027-EXIT.
012770 3035-EXIT.
012780     EXIT.

012790*****************************************************************
012800* A RECEIPT WITH A LOT NUMBER RAISES (OR CREATES) ITS LOTLEDG
012810* ENTRY; AN ISSUE DRAWS DOWN THE PRODUCT'S LOTS OLDEST EXPIRY
012820* FIRST, LOGGING EACH DRAW TO LOTCONS UNDER THE ISSUE'S
012830* REFERENCE. STOCK RECEIVED BEFORE LOT TRACKING (OR WITHOUT A
012840* LOT) SIMPLY IS NOT ON THE LEDGER AND CONSUMES NOTHING.
012850*****************************************************************
012860 3038-TRACK-LOTS.
012870     IF NOT WS-LOTLEDG-WAS-OPENED
012880         GO TO 3038-EXIT
012890     END-IF.
012900     IF SRT-TRANS-RECEIPT AND SRT-Lot-No NOT = SPACES
012910         PERFORM 3039-LOT-RECEIPT THRU 3039-EXIT
012920     END-IF.
012930     IF SRT-TRANS-ISSUE
012940         PERFORM 3042-LOT-CONSUME THRU 3042-EXIT
012950     END-IF.
012960 3038-EXIT.
012970     EXIT.

012980 3039-LOT-RECEIPT.
012990     MOVE "N" TO WS-LOT-FOUND-SW.
013000     MOVE SRT-Code-produit TO LOT-Code-produit.
013010     MOVE SRT-Lot-No       TO LOT-No.
013020     READ LOTLEDG
013030         INVALID KEY
013040             CONTINUE
013050         NOT INVALID KEY
013060             SET WS-LOT-WAS-FOUND TO TRUE
013070     END-READ.
013080     IF WS-LOT-WAS-FOUND
013090         ADD SRT-Qte-En-Main TO LOT-Qte-Restante
013100         IF SRT-Date-Expiree NOT = ZERO
013110             MOVE SRT-Date-Expiree TO LOT-Date-Expiree
013120         END-IF
013130         REWRITE LOTLEDG-REC
013140             INVALID KEY
013150                 DISPLAY "DAY7 - UNABLE TO UPDATE LOT "
013160                     LOT-No " FOR " LOT-Code-produit
013170         END-REWRITE
013180     ELSE
013190         MOVE SRT-Code-produit TO LOT-Code-produit
013200         MOVE SRT-Lot-No       TO LOT-No
013210         MOVE SRT-Date-Expiree TO LOT-Date-Expiree
013220         MOVE WS-RUN-DATE      TO LOT-Date-Recue
013230         MOVE SRT-Qte-En-Main  TO LOT-Qte-Restante
013240         WRITE LOTLEDG-REC
013250             INVALID KEY
013260                 DISPLAY "DAY7 - UNABLE TO WRITE LOT "
013270                     LOT-No " FOR " LOT-Code-produit
013280         END-WRITE
013290     END-IF.
013300 3039-EXIT.
013310     EXIT.

013320 3042-LOT-CONSUME.
013330     MOVE SRT-Qte-En-Main TO WS-LOT-NEED.
013340     IF SRT-Lot-No NOT = SPACES
013350         MOVE SRT-Lot-No TO WS-BEST-LOT
013360         PERFORM 3047-DRAW-BEST-LOT THRU 3047-EXIT
013370     END-IF.
013380     MOVE "Y" TO WS-LOT-FOUND-SW.
013390     PERFORM 3043-CONSUME-ONE-LOT THRU 3043-EXIT
013400         UNTIL WS-LOT-NEED NOT > ZERO
013410            OR NOT WS-LOT-WAS-FOUND.
013420 3042-EXIT.
013430     EXIT.

013440 3043-CONSUME-ONE-LOT.
013450     PERFORM 3044-FIND-OLDEST-LOT THRU 3044-EXIT.
013460     IF NOT WS-LOT-WAS-FOUND
013470         GO TO 3043-EXIT
013480     END-IF.
013490     PERFORM 3047-DRAW-BEST-LOT THRU 3047-EXIT.
013500 3043-EXIT.
013510     EXIT.

013520*****************************************************************
013530* DRAWS WHAT IT CAN OF THE ISSUE'S OUTSTANDING NEED FROM THE LOT
013540* IN WS-BEST-LOT - THE OLDEST-EXPIRY LOT, OR THE LOT THE PICKER
013550* WAS SENT TO WHEN THE ISSUE NAMES ONE.
013560*****************************************************************
013570 3047-DRAW-BEST-LOT.
013580     MOVE SRT-Code-produit TO LOT-Code-produit.
013590     MOVE WS-BEST-LOT      TO LOT-No.
013600     READ LOTLEDG
013610         INVALID KEY
013620             MOVE "N" TO WS-LOT-FOUND-SW
013630             GO TO 3047-EXIT
013640     END-READ.
013650     IF LOT-Qte-Restante NOT > ZERO
013660         GO TO 3047-EXIT
013670     END-IF.
013680     IF LOT-Qte-Restante < WS-LOT-NEED
013690         MOVE LOT-Qte-Restante TO WS-LOT-TAKE
013700     ELSE
013710         MOVE WS-LOT-NEED TO WS-LOT-TAKE
013720     END-IF.
013730     SUBTRACT WS-LOT-TAKE FROM LOT-Qte-Restante.
013740     REWRITE LOTLEDG-REC
013750         INVALID KEY
013760             DISPLAY "DAY7 - UNABLE TO DRAW LOT " LOT-No
013770                 " FOR " LOT-Code-produit
013780             MOVE "N" TO WS-LOT-FOUND-SW
013790             GO TO 3047-EXIT
013800     END-REWRITE.
013810     SUBTRACT WS-LOT-TAKE FROM WS-LOT-NEED.
013820     PERFORM 3046-LOG-LOT-DRAW THRU 3046-EXIT.
013830 3047-EXIT.
013840     EXIT.

013850 3044-FIND-OLDEST-LOT.
013860     MOVE "N" TO WS-LOT-FOUND-SW.
013870     MOVE "N" TO WS-LOT-EOF-SW.
013880     MOVE 99999999 TO WS-BEST-EXPIREE.
013890     MOVE SPACES TO WS-BEST-LOT.
013900     MOVE SRT-Code-produit TO LOT-Code-produit.
013910     MOVE LOW-VALUES TO LOT-No.
013920     START LOTLEDG KEY IS NOT < LOT-Key
013930         INVALID KEY
013940             MOVE "Y" TO WS-LOT-EOF-SW
013950     END-START.
013960     PERFORM 3045-SCAN-ONE-LOT THRU 3045-EXIT
013970         UNTIL WS-LOT-EOF-REACHED.
013980 3044-EXIT.
013990     EXIT.

014000 3045-SCAN-ONE-LOT.
014010     READ LOTLEDG NEXT RECORD
014020         AT END
014030             MOVE "Y" TO WS-LOT-EOF-SW
014040             GO TO 3045-EXIT
014050     END-READ.
014060     IF LOT-Code-produit NOT = SRT-Code-produit
014070         MOVE "Y" TO WS-LOT-EOF-SW
014080         GO TO 3045-EXIT
014090     END-IF.
014100     IF LOT-Qte-Restante > ZERO
014110         AND LOT-Date-Expiree NOT > WS-BEST-EXPIREE
014120         MOVE LOT-Date-Expiree TO WS-BEST-EXPIREE
014130         MOVE LOT-No           TO WS-BEST-LOT
014140         MOVE "Y" TO WS-LOT-FOUND-SW
014150     END-IF.
014160 3045-EXIT.
014170     EXIT.

014180 3046-LOG-LOT-DRAW.
014190     IF NOT WS-LOTCONS-WAS-OPENED
014200         GO TO 3046-EXIT
014210     END-IF.
014220     MOVE SRT-Code-produit TO LC-Code-produit.
014230     MOVE WS-BEST-LOT      TO LC-Lot-No.
014240     MOVE WS-LOT-TAKE      TO LC-Qte.
014250     MOVE WS-RUN-DATE      TO LC-Run-Date.
014260     MOVE SRT-Reference    TO LC-Reference.
014270     WRITE LOTCONS-REC.
014280 3046-EXIT.
014290     EXIT.

014300 3030-CHECK-FOURNISSEUR.
014310     IF Code-Fournisseur = SPACES OR WS-FOURN-COUNT = ZERO
014320         GO TO 3030-EXIT
014330     END-IF.
014340     SET WS-FOURN-IDX TO 1.
014350     SEARCH WS-FOURN-ENTRY
014360         AT END
014370             ADD 1 TO WS-FOURN-WARNINGS
014380             DISPLAY "DAY7 - WARNING, PRODUIT " Code-produit
014390                 " FOURNISSEUR " Code-Fournisseur
014400                 " NOT ON SUPPLIER MASTER"
014410         WHEN WS-VALID-FOURN(WS-FOURN-IDX) = Code-Fournisseur
014420             CONTINUE
014430     END-SEARCH.
014440 3030-EXIT.
014450     EXIT.

014460 3025-LOG-PRICE-CHANGE.
014470     IF WS-PRODUIT-EXISTED AND WS-OLD-PRIX NOT = Prix
014480         MOVE Code-produit TO PRC-Code-produit
014490         MOVE WS-RUN-DATE  TO PRC-Run-Date
014500         MOVE WS-RUN-TIME  TO PRC-Run-Time
014510         MOVE WS-OLD-PRIX  TO PRC-Old-Prix
014520         MOVE Prix         TO PRC-New-Prix
014530         WRITE PRCLOG-REC
014540     END-IF.
014550 3025-EXIT.
014560     EXIT.

014570 3028-WRITE-JOURNAL.
014580     IF NOT WS-PRODJRNL-WAS-OPENED
014590         GO TO 3028-EXIT
014600     END-IF.
014610     IF WS-PRODUIT-EXISTED
014620         MOVE "C" TO JRN-Operation
014630     ELSE
014640         MOVE "A" TO JRN-Operation
014650     END-IF.
014660     MOVE WS-RUN-DATE     TO JRN-Run-Date.
014670     MOVE WS-RUN-TIME     TO JRN-Run-Time.
014680     MOVE WS-BATCH-USER   TO JRN-User.
014690     MOVE WS-BEFORE-IMAGE TO JRN-Before-Image.
014700     MOVE Fiche-produit   TO JRN-After-Image.
014710     WRITE PRODJRNL-REC.
014720 3028-EXIT.
014730     EXIT.

014740*****************************************************************
014750* AN APPLIED ISSUE HAS DELIVERED THE UNITS THE ORDER SIDE HAD
014760* PROMISED, SO THE PRODALOC ALLOCATION RAISED AT CAPTURE (OR AT
014770* BACKORDER RELEASE) COMES OFF HERE. AN ENTRY THAT HAS DRIFTED
014780* SHORT IS FLOORED AT ZERO RATHER THAN DRIVEN NEGATIVE, AND AN
014790* ISSUE WITH NO LEDGER ENTRY - A PLAIN WAREHOUSE MOVEMENT THAT
014800* NEVER CAME THROUGH AN ORDER - RELEASES NOTHING.
014810*****************************************************************
014820 3029-RELEASE-ALLOCATION.
014830     IF NOT WS-PRODALOC-WAS-OPENED
014840         GO TO 3029-EXIT
014850     END-IF.
014860     MOVE SRT-Code-produit TO ALOC-Code-produit.
014870     READ PRODALOC
014880         INVALID KEY
014890             GO TO 3029-EXIT
014900     END-READ.
014910     SUBTRACT SRT-Qte-En-Main FROM ALOC-Qte-Allouee.
014920     IF ALOC-Qte-Allouee < ZERO
014930         MOVE ZERO TO ALOC-Qte-Allouee
014940     END-IF.
014950     REWRITE PRODALOC-REC
014960         INVALID KEY
014970             DISPLAY "DAY7 - UNABLE TO RELEASE ALLOCATION "
014980                 "FOR " SRT-Code-produit " STATUS "
014990                 WS-PRODALOC-STATUS
015000     END-REWRITE.
015010 3029-EXIT.
015020     EXIT.


015030 3600-SUSPEND-SORTED-ENTRY.
015040     IF NOT WS-PRODSUSP-WAS-OPENED
015050         GO TO 3600-EXIT
015060     END-IF.
015070     MOVE WS-RUN-DATE TO SUSP-Run-Date.
015080     MOVE SRT-Trans-Code    TO SUSP-Trans-Code.
015090     MOVE SRT-Code-produit  TO SUSP-Code-produit.
015100     MOVE SRT-Libelle       TO SUSP-Libelle.
015110     MOVE SRT-Prix          TO SUSP-Prix.
015120     MOVE SRT-Qte-En-Main   TO SUSP-Qte-En-Main.
015130     MOVE SRT-Seuil-Reappro TO SUSP-Seuil-Reappro.
015140     MOVE SRT-Location      TO SUSP-Location.
015150     MOVE SRT-Location-To   TO SUSP-Location-To.
015160     MOVE SRT-Lot-No        TO SUSP-Lot-No.
015170     MOVE SRT-Date-Expiree  TO SUSP-Date-Expiree.
015180     MOVE SRT-Reference     TO SUSP-Reference.
015190     WRITE PRODSUSP-REC.
015200 3600-EXIT.
015210     EXIT.

015220 3960-OP-EXIT.
015230     EXIT.

015240 9000-TERMINATE.
015250     IF WS-PRODTRAN-WAS-OPENED
015260         CLOSE PRODTRAN
015270     END-IF.
015280     IF WS-PRODMAST-WAS-OPENED
015290         CLOSE PRODMAST
015300     END-IF.
015310     IF WS-PRODRECN-WAS-OPENED
015320         CLOSE PRODRECN
015330     END-IF.
015340     IF WS-PRCLOG-WAS-OPENED
015350         CLOSE PRCLOG
015360     END-IF.
015370     IF WS-PRODSUSP-WAS-OPENED
015380         CLOSE PRODSUSP
015390     END-IF.
015400     IF WS-SUSPHOLD-WAS-OPENED
015410         CLOSE SUSPHOLD
015420     END-IF.
015430     IF WS-PRODJRNL-WAS-OPENED
015440         CLOSE PRODJRNL
015450     END-IF.
015460     IF WS-LOCSTOCK-WAS-OPENED
015470         CLOSE LOCSTOCK
015480     END-IF.
015490     IF WS-PRODALOC-WAS-OPENED
015500         CLOSE PRODALOC
015510     END-IF.
015520     IF WS-LOTLEDG-WAS-OPENED
015530         CLOSE LOTLEDG
015540     END-IF.
015550     IF WS-LOTCONS-WAS-OPENED
015560         CLOSE LOTCONS
015570     END-IF.
015580     MOVE WS-TRANS-READ     TO DRV-Day7-Trans-Read.
015590     MOVE WS-MASTER-WRITTEN TO DRV-Day7-Master-Written.
015600     MOVE WS-TRANS-REJECTED TO DRV-Day7-Trans-Rejected.
015610     MOVE WS-MASTER-WRITTEN TO WS-RPT-RECORD-COUNT.
015620     PERFORM 8000-PRINT-HEADER THRU 8000-EXIT.
015630     DISPLAY "DAY7 - TRANSACTIONS READ    : " WS-TRANS-READ.
015640     DISPLAY "DAY7 - PRODUCTS WRITTEN     : " WS-MASTER-WRITTEN.
015650     DISPLAY "DAY7 - TRANSACTIONS REJECTED: " WS-TRANS-REJECTED.
015660     DISPLAY "DAY7 - FOURNISSEUR WARNINGS : " WS-FOURN-WARNINGS.
015670     PERFORM 8010-PRINT-TRAILER THRU 8010-EXIT.
015680 9000-EXIT.
015690     EXIT.

015700 8000-PRINT-HEADER.
015710     CALL "dayproc" USING WS-RPT-RUN-DATE.
015720     STRING WS-RPT-RUN-YEAR  "-" WS-RPT-RUN-MONTH "-"
015730            WS-RPT-RUN-DAY
015740         DELIMITED BY SIZE INTO WS-RPT-RUN-DATE-ED.
015750     DISPLAY "========================================".
015760     DISPLAY "DAY7 - PRODUCT MASTER UPDATE SUMMARY".
015770     DISPLAY "RUN DATE : " WS-RPT-RUN-DATE-ED
015780         "   PAGE : " WS-RPT-PAGE.
015790     DISPLAY "========================================".
015800 8000-EXIT.
015810     EXIT.

015820 8010-PRINT-TRAILER.
015830     DISPLAY "----------------------------------------".
015840     DISPLAY "DAY7 - RECORD COUNT : " WS-RPT-RECORD-COUNT.
015850     DISPLAY "----------------------------------------".
015860 8010-EXIT.
015870     EXIT.
