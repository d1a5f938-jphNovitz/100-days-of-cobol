000310*****************************************************************
000320* MODIFICATION HISTORY
000330*  09/02/2026  JPH  ORIGINAL VERSION.
000340*  10/15/2026  JPH  ORDARC WIDENED WITH THE ORDER LINE RECORD
000350*                   (PRICE RULE AND LIST PRICE).
000360*  10/15/2026  JPH  ORDARC WIDENED WITH THE ORDER LINE RECORD
000370*                   (SHIPMENT NUMBER).
000380*  10/15/2026  JPH  ORDARC WIDENED WITH THE ORDER LINE RECORD
000390*                   (INVOICE NUMBER AND SHIP-TO CODE).
000400*  10/15/2026  JPH  PRODJRNL COPIES WIDENED WITH THE JOURNAL
000410*                   RECORD (71-BYTE PRODUCT IMAGES).
000420*****************************************************************
000430 IDENTIFICATION DIVISION.
000440 PROGRAM-ID. day7arc.
000450 AUTHOR. jphNovitz.
000460 DATE-WRITTEN. 2026/09/02.
000470 DATE-COMPILED.

000480 ENVIRONMENT DIVISION.
000490 INPUT-OUTPUT SECTION.
000500 FILE-CONTROL.
000510     SELECT ARCCTL ASSIGN TO "ARCCTL"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS WS-ARCCTL-STATUS.

000540     SELECT BKPDATE ASSIGN TO "BKPDATE"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS WS-BKPDATE-STATUS.

000570     SELECT PRCLOG ASSIGN TO "PRCLOG"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS WS-PRCLOG-STATUS.

000600     SELECT PRCLNEW ASSIGN TO "PRCLNEW"
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS WS-PRCLNEW-STATUS.

000630     SELECT PRCLARC ASSIGN TO "PRCLARC"
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS WS-PRCLARC-STATUS.

000660     SELECT PRODRECN ASSIGN TO "PRODRECN"
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS WS-PRODRECN-STATUS.

000690     SELECT RECNNEW ASSIGN TO "RECNNEW"
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS IS WS-RECNNEW-STATUS.

000720     SELECT RECNARC ASSIGN TO "RECNARC"
000730         ORGANIZATION IS LINE SEQUENTIAL
000740         FILE STATUS IS WS-RECNARC-STATUS.

000750     SELECT PRODJRNL ASSIGN TO "PRODJRNL"
000760         ORGANIZATION IS SEQUENTIAL
000770         FILE STATUS IS WS-PRODJRNL-STATUS.

000780     SELECT JRNLNEW ASSIGN TO "JRNLNEW"
000790         ORGANIZATION IS SEQUENTIAL
000800         FILE STATUS IS WS-JRNLNEW-STATUS.

000810     SELECT JRNLARC ASSIGN TO "JRNLARC"
000820         ORGANIZATION IS SEQUENTIAL
000830         FILE STATUS IS WS-JRNLARC-STATUS.

000840     SELECT ORDFILE ASSIGN TO "ORDFILE"
000850         ORGANIZATION IS INDEXED
000860         ACCESS MODE IS DYNAMIC
000870         RECORD KEY IS ORD-Key
000880         FILE STATUS IS WS-ORDFILE-STATUS.

000890     SELECT ORDARC ASSIGN TO "ORDARC"
000900         ORGANIZATION IS LINE SEQUENTIAL
000910         FILE STATUS IS WS-ORDARC-STATUS.

000920     SELECT ARCSWAP ASSIGN TO "ARCSWAP"
000930         ORGANIZATION IS LINE SEQUENTIAL
000940         FILE STATUS IS WS-ARCSWAP-STATUS.

000950     SELECT ARCRPT ASSIGN TO "ARCRPT"
000960         ORGANIZATION IS LINE SEQUENTIAL
000970         FILE STATUS IS WS-ARCRPT-STATUS.

000980 DATA DIVISION.
000990 FILE SECTION.
001000 FD  ARCCTL
001010     RECORDING MODE IS F.
001020 01  ARCCTL-REC.
001030     05  AC-File              PIC X(08).
001040     05  AC-Months            PIC 9(03).

001050 FD  BKPDATE
001060     RECORDING MODE IS F.
001070 01  BKPDATE-REC.
001080     05  BKD-Backup-Date      PIC 9(08).

001090 FD  PRCLOG
001100     RECORDING MODE IS F.
001110     COPY PRCLOG.

001120 FD  PRCLNEW
001130     RECORDING MODE IS F.
001140 01  PRCLNEW-REC              PIC X(35).

001150 FD  PRCLARC
001160     RECORDING MODE IS F.
001170 01  PRCLARC-REC              PIC X(35).

001180 FD  PRODRECN
001190     RECORDING MODE IS F.
001200     COPY PRODRECN.

001210 FD  RECNNEW
001220     RECORDING MODE IS F.
001230 01  RECNNEW-REC              PIC X(32).

001240 FD  RECNARC
001250     RECORDING MODE IS F.
001260 01  RECNARC-REC              PIC X(32).

001270 FD  PRODJRNL
001280     RECORDING MODE IS F.
001290     COPY PRODJRNL.

001300 FD  JRNLNEW
001310     RECORDING MODE IS F.
001320 01  JRNLNEW-REC              PIC X(165).

001330 FD  JRNLARC
001340     RECORDING MODE IS F.
001350 01  JRNLARC-REC              PIC X(165).

001360 FD  ORDFILE
001370     RECORDING MODE IS F.
001380     COPY ORDREC.

001390 FD  ORDARC
001400     RECORDING MODE IS F.
001410 01  ORDARC-REC               PIC X(97).

001420 FD  ARCSWAP
001430     RECORDING MODE IS F.
001440 01  ARCSWAP-REC.
001450     05  SWAP-State           PIC X(08).
001460         88  SWAP-IS-PENDING       VALUE "PENDING".
001470     05  SWAP-File            PIC X(08).

001480 FD  ARCRPT
001490     RECORDING MODE IS F.
001500 01  ARCRPT-LINE              PIC X(80).

001510 WORKING-STORAGE SECTION.
001520 01  WS-ARCCTL-STATUS         PIC X(02).
001530     88  WS-ARCCTL-OK               VALUE "00".
001540 01  WS-BKPDATE-STATUS        PIC X(02).
001550     88  WS-BKPDATE-OK              VALUE "00".
001560 01  WS-PRCLOG-STATUS         PIC X(02).
001570     88  WS-PRCLOG-OK               VALUE "00".
001580 01  WS-PRCLNEW-STATUS        PIC X(02).
001590     88  WS-PRCLNEW-OK              VALUE "00".
001600 01  WS-PRCLARC-STATUS        PIC X(02).
001610     88  WS-PRCLARC-OK              VALUE "00".
001620 01  WS-PRODRECN-STATUS       PIC X(02).
001630     88  WS-PRODRECN-OK             VALUE "00".
001640 01  WS-RECNNEW-STATUS        PIC X(02).
001650     88  WS-RECNNEW-OK              VALUE "00".
001660 01  WS-RECNARC-STATUS        PIC X(02).
001670     88  WS-RECNARC-OK              VALUE "00".
001680 01  WS-PRODJRNL-STATUS       PIC X(02).
001690     88  WS-PRODJRNL-OK             VALUE "00".
001700 01  WS-JRNLNEW-STATUS        PIC X(02).
001710     88  WS-JRNLNEW-OK              VALUE "00".
001720 01  WS-JRNLARC-STATUS        PIC X(02).
001730     88  WS-JRNLARC-OK              VALUE "00".
001740 01  WS-ORDFILE-STATUS        PIC X(02).
001750     88  WS-ORDFILE-OK              VALUE "00".
001760 01  WS-ORDARC-STATUS         PIC X(02).
001770     88  WS-ORDARC-OK               VALUE "00".
001780 01  WS-ARCSWAP-STATUS        PIC X(02).
001790     88  WS-ARCSWAP-OK              VALUE "00".
001800 01  WS-ARCRPT-STATUS         PIC X(02).
001810     88  WS-ARCRPT-OK               VALUE "00".

001820 01  WS-SWITCHES.
001830     05  WS-EOF-SW            PIC X(01)  VALUE "N".
001840         88  WS-EOF-REACHED          VALUE "Y".
001850     05  WS-COPY-EOF-SW       PIC X(01)  VALUE "N".
001860         88  WS-COPY-DONE            VALUE "Y".
001870     05  WS-ARCRPT-OPEN-SW    PIC X(01)  VALUE "N".
001880         88  WS-ARCRPT-WAS-OPENED    VALUE "Y".
001890     05  WS-BKP-KNOWN-SW      PIC X(01)  VALUE "N".
001900         88  WS-BKP-IS-KNOWN         VALUE "Y".

001910*****************************************************************
001920* RETENTION MONTHS PER FILE - HOUSE DEFAULTS, OVERRIDDEN BY
001930* WHATEVER THE ARCCTL CARDS NAME.
001940*****************************************************************
001950 01  WS-RETENTIONS.
001960     05  WS-RET-PRCLOG        PIC 9(03)  VALUE 12.
001970     05  WS-RET-PRODRECN      PIC 9(03)  VALUE 6.
001980     05  WS-RET-PRODJRNL      PIC 9(03)  VALUE 3.
001990     05  WS-RET-ORDFILE       PIC 9(03)  VALUE 3.

002000 01  WS-RUN-DATE              PIC 9(08).
002010 01  WS-CUTOFF-DATE           PIC 9(08)  VALUE ZERO.
002020 01  WS-CUTOFF-GROUP REDEFINES WS-CUTOFF-DATE.
002030     05  WS-CUT-YEAR          PIC 9(04).
002040     05  WS-CUT-MONTH         PIC 9(02).
002050     05  WS-CUT-DAY           PIC 9(02).
002060 01  WS-MONTHS-BACK           PIC 9(03)  VALUE ZERO.
002070 01  WS-BACKUP-DATE           PIC 9(08)  VALUE ZERO.

002080 01  WS-EXAMINED              PIC 9(07)  VALUE ZERO.
002090 01  WS-ARCHIVED              PIC 9(07)  VALUE ZERO.
002100 01  WS-RETAINED              PIC 9(07)  VALUE ZERO.

002110 01  WS-REPORT-HEADING.
002120     05  FILLER               PIC X(34) VALUE
002130         "ARCHIVAGE ET PURGE DES HISTORIQUES".
002140     05  FILLER               PIC X(07) VALUE "  AU : ".
002150     05  WH-RUN-DATE          PIC 9(08).

002160 01  WS-FILE-LINE.
002170     05  WF-FILE              PIC X(08).
002180     05  FILLER               PIC X(11) VALUE "  EXAMINES ".
002190     05  WF-EXAMINED          PIC ZZZZZZ9.
002200     05  FILLER               PIC X(11) VALUE "  ARCHIVES ".
002210     05  WF-ARCHIVED          PIC ZZZZZZ9.
002220     05  FILLER               PIC X(11) VALUE "  RETENUS  ".
002230     05  WF-RETAINED          PIC ZZZZZZ9.
002240     05  FILLER               PIC X(09) VALUE "  AVANT :".
002250     05  WF-CUTOFF            PIC 9(08).

002260 PROCEDURE DIVISION.

002270 0000-MAINLINE.
002280     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002290     PERFORM 3000-ARCHIVE-PRCLOG THRU 3000-EXIT.
002300     PERFORM 4000-ARCHIVE-PRODRECN THRU 4000-EXIT.
002310     PERFORM 5000-ARCHIVE-PRODJRNL THRU 5000-EXIT.
002320     PERFORM 6000-ARCHIVE-ORDFILE THRU 6000-EXIT.
002330     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002340     GOBACK.

002350 1000-INITIALIZE.
002360     CALL "dayproc" USING WS-RUN-DATE.
002370     PERFORM 1100-LOAD-RETENTIONS THRU 1100-EXIT.
002380     PERFORM 1200-READ-BACKUP-DATE THRU 1200-EXIT.
002390     PERFORM 1500-RECOVER-SWAP THRU 1500-EXIT.

002400     OPEN OUTPUT ARCRPT.
002410     IF NOT WS-ARCRPT-OK
002420         DISPLAY "DAY7ARC - UNABLE TO OPEN ARCRPT, STATUS "
002430             WS-ARCRPT-STATUS
002440     ELSE
002450         MOVE "Y" TO WS-ARCRPT-OPEN-SW
002460         MOVE WS-RUN-DATE TO WH-RUN-DATE
002470         MOVE WS-REPORT-HEADING TO ARCRPT-LINE
002480         WRITE ARCRPT-LINE
002490     END-IF.
002500 1000-EXIT.
002510     EXIT.

002520 1100-LOAD-RETENTIONS.
002530     OPEN INPUT ARCCTL.
002540     IF NOT WS-ARCCTL-OK
002550         DISPLAY "DAY7ARC - NO ARCCTL CARD, HOUSE RETENTIONS "
002560             "APPLY (12/6/3/3 MONTHS)"
002570         GO TO 1100-EXIT
002580     END-IF.
002590     PERFORM 1110-LOAD-ONE-CARD THRU 1110-EXIT
002600         UNTIL WS-ARCCTL-STATUS = "10".
002610     CLOSE ARCCTL.
002620 1100-EXIT.
002630     EXIT.

002640 1110-LOAD-ONE-CARD.
002650     READ ARCCTL
002660         AT END
002670             MOVE "10" TO WS-ARCCTL-STATUS
002680             GO TO 1110-EXIT
002690     END-READ.
002700     IF AC-Months IS NOT NUMERIC OR AC-Months = ZERO
002710         DISPLAY "DAY7ARC - ARCCTL CARD FOR " AC-File
002720             " NOT NUMERIC, IGNORED"
002730         GO TO 1110-EXIT
002740     END-IF.
002750     EVALUATE AC-File
002760         WHEN "PRCLOG"
002770             MOVE AC-Months TO WS-RET-PRCLOG
002780         WHEN "PRODRECN"
002790             MOVE AC-Months TO WS-RET-PRODRECN
002800         WHEN "PRODJRNL"
002810             MOVE AC-Months TO WS-RET-PRODJRNL
002820         WHEN "ORDFILE"
002830             MOVE AC-Months TO WS-RET-ORDFILE
002840         WHEN OTHER
002850             DISPLAY "DAY7ARC - ARCCTL FILE " AC-File
002860                 " UNKNOWN, IGNORED"
002870     END-EVALUATE.
002880 1110-EXIT.
002890     EXIT.

002900 1200-READ-BACKUP-DATE.
002910     OPEN INPUT BKPDATE.
002920     IF NOT WS-BKPDATE-OK
002930         DISPLAY "DAY7ARC - NO BKPDATE FILE - THE JOURNAL WILL "
002940             "NOT BE PURGED"
002950         GO TO 1200-EXIT
002960     END-IF.
002970     READ BKPDATE
002980         AT END
002990             DISPLAY "DAY7ARC - BKPDATE IS EMPTY - THE JOURNAL "
003000                 "WILL NOT BE PURGED"
003010             CLOSE BKPDATE
003020             GO TO 1200-EXIT
003030     END-READ.
003040     CLOSE BKPDATE.
003050     IF BKD-Backup-Date IS NUMERIC
003060         AND BKD-Backup-Date NOT = ZERO
003070         MOVE BKD-Backup-Date TO WS-BACKUP-DATE
003080         MOVE "Y" TO WS-BKP-KNOWN-SW
003090     END-IF.
003100 1200-EXIT.
003110     EXIT.

003120*****************************************************************
003130* A PENDING ARCSWAP MARKER MEANS A PREVIOUS RUN CRASHED AFTER
003140* A NEW FILE WAS COMPLETE BUT MID-COPY - THE COPY FOR THE FILE
003150* NAMED ON THE MARKER IS REDONE AND THE MARKER CLEARED.
003160*****************************************************************
003170 1500-RECOVER-SWAP.
003180     OPEN INPUT ARCSWAP.
003190     IF NOT WS-ARCSWAP-OK
003200         GO TO 1500-EXIT
003210     END-IF.
003220     READ ARCSWAP
003230         AT END
003240             CLOSE ARCSWAP
003250             GO TO 1500-EXIT
003260     END-READ.
003270     CLOSE ARCSWAP.
003280     IF NOT SWAP-IS-PENDING
003290         GO TO 1500-EXIT
003300     END-IF.
003310     DISPLAY "DAY7ARC - INTERRUPTED PURGE OF " SWAP-File
003320         " DETECTED, REDOING THE COPY".
003330     EVALUATE SWAP-File
003340         WHEN "PRCLOG"
003350             PERFORM 3500-SWAP-PRCLOG THRU 3500-EXIT
003360         WHEN "PRODRECN"
003370             PERFORM 4500-SWAP-PRODRECN THRU 4500-EXIT
003380         WHEN "PRODJRNL"
003390             PERFORM 5500-SWAP-PRODJRNL THRU 5500-EXIT
003400         WHEN OTHER
003410             DISPLAY "DAY7ARC - UNKNOWN SWAP FILE, MARKER "
003420                 "CLEARED WITHOUT A COPY"
003430     END-EVALUATE.
003440     PERFORM 8600-CLEAR-MARKER THRU 8600-EXIT.
003450 1500-EXIT.
003460     EXIT.

003470*****************************************************************
003480* THE CUTOFF IS THE RUN DATE ROLLED BACK N CALENDAR MONTHS.
003490*****************************************************************
003500 2000-COMPUTE-CUTOFF.
003510     MOVE WS-RUN-DATE TO WS-CUTOFF-DATE.
003520     PERFORM 2010-BACK-ONE-MONTH THRU 2010-EXIT
003530         WS-MONTHS-BACK TIMES.
003540 2000-EXIT.
003550     EXIT.

003560 2010-BACK-ONE-MONTH.
003570     IF WS-CUT-MONTH = 1
003580         MOVE 12 TO WS-CUT-MONTH
003590         SUBTRACT 1 FROM WS-CUT-YEAR
003600     ELSE
003610         SUBTRACT 1 FROM WS-CUT-MONTH
003620     END-IF.
003630 2010-EXIT.
003640     EXIT.

003650 3000-ARCHIVE-PRCLOG.
003660     MOVE WS-RET-PRCLOG TO WS-MONTHS-BACK.
003670     PERFORM 2000-COMPUTE-CUTOFF THRU 2000-EXIT.
003680     MOVE ZERO TO WS-EXAMINED WS-ARCHIVED WS-RETAINED.
003690     OPEN INPUT PRCLOG.
003700     IF NOT WS-PRCLOG-OK
003710         DISPLAY "DAY7ARC - PRCLOG NOT AVAILABLE, STATUS "
003720             WS-PRCLOG-STATUS " - SKIPPED"
003730         GO TO 3000-EXIT
003740     END-IF.
003750     OPEN OUTPUT PRCLNEW.
003760     OPEN EXTEND PRCLARC.
003770     IF NOT WS-PRCLARC-OK
003780         OPEN OUTPUT PRCLARC
003790     END-IF.
003800     IF NOT WS-PRCLNEW-OK OR NOT WS-PRCLARC-OK
003810         DISPLAY "DAY7ARC - PRCLOG WORK FILES UNAVAILABLE, "
003820             "SKIPPED"
003830         CLOSE PRCLOG
003840         GO TO 3000-EXIT
003850     END-IF.
003860     MOVE "N" TO WS-EOF-SW.
003870     PERFORM 3100-SPLIT-ONE-PRCLOG THRU 3100-EXIT
003880         UNTIL WS-EOF-REACHED.
003890     CLOSE PRCLOG.
003900     CLOSE PRCLNEW.
003910     CLOSE PRCLARC.
003920     MOVE "PRCLOG" TO SWAP-File.
003930     PERFORM 8500-SET-MARKER THRU 8500-EXIT.
003940     PERFORM 3500-SWAP-PRCLOG THRU 3500-EXIT.
003950     PERFORM 8600-CLEAR-MARKER THRU 8600-EXIT.
003960     MOVE "PRCLOG" TO WF-FILE.
003970     PERFORM 8000-REPORT-ONE-FILE THRU 8000-EXIT.
003980 3000-EXIT.
003990     EXIT.

004000 3100-SPLIT-ONE-PRCLOG.
004010     READ PRCLOG
004020         AT END
004030             MOVE "Y" TO WS-EOF-SW
004040             GO TO 3100-EXIT
004050     END-READ.
004060     ADD 1 TO WS-EXAMINED.
004070     IF PRC-Run-Date < WS-CUTOFF-DATE
004080         WRITE PRCLARC-REC FROM PRCLOG-REC
004090         ADD 1 TO WS-ARCHIVED
004100     ELSE
004110         WRITE PRCLNEW-REC FROM PRCLOG-REC
004120         ADD 1 TO WS-RETAINED
004130     END-IF.
004140 3100-EXIT.
004150     EXIT.

004160 3500-SWAP-PRCLOG.
004170     MOVE "N" TO WS-COPY-EOF-SW.
004180     OPEN INPUT PRCLNEW.
004190     IF NOT WS-PRCLNEW-OK
004200         DISPLAY "DAY7ARC - UNABLE TO REOPEN PRCLNEW, LIVE "
004210             "FILE LEFT ALONE"
004220         GO TO 3500-EXIT
004230     END-IF.
004240     OPEN OUTPUT PRCLOG.
004250     IF NOT WS-PRCLOG-OK
004260         DISPLAY "DAY7ARC - UNABLE TO REWRITE PRCLOG, STATUS "
004270             WS-PRCLOG-STATUS
004280         CLOSE PRCLNEW
004290         GO TO 3500-EXIT
004300     END-IF.
004310     PERFORM 3510-COPY-ONE THRU 3510-EXIT
004320         UNTIL WS-COPY-DONE.
004330     CLOSE PRCLNEW.
004340     CLOSE PRCLOG.
004350 3500-EXIT.
004360     EXIT.

004370 3510-COPY-ONE.
004380     READ PRCLNEW
004390         AT END
004400             MOVE "Y" TO WS-COPY-EOF-SW
004410             GO TO 3510-EXIT
004420     END-READ.
004430     WRITE PRCLOG-REC FROM PRCLNEW-REC.
004440 3510-EXIT.
004450     EXIT.

004460 4000-ARCHIVE-PRODRECN.
004470     MOVE WS-RET-PRODRECN TO WS-MONTHS-BACK.
004480     PERFORM 2000-COMPUTE-CUTOFF THRU 2000-EXIT.
004490     MOVE ZERO TO WS-EXAMINED WS-ARCHIVED WS-RETAINED.
004500     OPEN INPUT PRODRECN.
004510     IF NOT WS-PRODRECN-OK
004520         DISPLAY "DAY7ARC - PRODRECN NOT AVAILABLE, STATUS "
004530             WS-PRODRECN-STATUS " - SKIPPED"
004540         GO TO 4000-EXIT
004550     END-IF.
004560     OPEN OUTPUT RECNNEW.
004570     OPEN EXTEND RECNARC.
004580     IF NOT WS-RECNARC-OK
004590         OPEN OUTPUT RECNARC
004600     END-IF.
004610     IF NOT WS-RECNNEW-OK OR NOT WS-RECNARC-OK
004620         DISPLAY "DAY7ARC - PRODRECN WORK FILES UNAVAILABLE, "
004630             "SKIPPED"
004640         CLOSE PRODRECN
004650         GO TO 4000-EXIT
004660     END-IF.
004670     MOVE "N" TO WS-EOF-SW.
004680     PERFORM 4100-SPLIT-ONE-RECN THRU 4100-EXIT
004690         UNTIL WS-EOF-REACHED.
004700     CLOSE PRODRECN.
004710     CLOSE RECNNEW.
004720     CLOSE RECNARC.
004730     MOVE "PRODRECN" TO SWAP-File.
004740     PERFORM 8500-SET-MARKER THRU 8500-EXIT.
004750     PERFORM 4500-SWAP-PRODRECN THRU 4500-EXIT.
004760     PERFORM 8600-CLEAR-MARKER THRU 8600-EXIT.
004770     MOVE "PRODRECN" TO WF-FILE.
004780     PERFORM 8000-REPORT-ONE-FILE THRU 8000-EXIT.
004790 4000-EXIT.
004800     EXIT.

004810 4100-SPLIT-ONE-RECN.
004820     READ PRODRECN
004830         AT END
004840             MOVE "Y" TO WS-EOF-SW
004850             GO TO 4100-EXIT
004860     END-READ.
004870     ADD 1 TO WS-EXAMINED.
004880     IF RECN-Run-Date < WS-CUTOFF-DATE
004890         WRITE RECNARC-REC FROM PRODRECN-REC
004900         ADD 1 TO WS-ARCHIVED
004910     ELSE
004920         WRITE RECNNEW-REC FROM PRODRECN-REC
004930         ADD 1 TO WS-RETAINED
004940     END-IF.
004950 4100-EXIT.
004960     EXIT.

004970 4500-SWAP-PRODRECN.
004980     MOVE "N" TO WS-COPY-EOF-SW.
004990     OPEN INPUT RECNNEW.
005000     IF NOT WS-RECNNEW-OK
005010         DISPLAY "DAY7ARC - UNABLE TO REOPEN RECNNEW, LIVE "
005020             "FILE LEFT ALONE"
005030         GO TO 4500-EXIT
005040     END-IF.
005050     OPEN OUTPUT PRODRECN.
005060     IF NOT WS-PRODRECN-OK
005070         DISPLAY "DAY7ARC - UNABLE TO REWRITE PRODRECN, STATUS "
005080             WS-PRODRECN-STATUS
005090         CLOSE RECNNEW
005100         GO TO 4500-EXIT
005110     END-IF.
005120     PERFORM 4510-COPY-ONE THRU 4510-EXIT
005130         UNTIL WS-COPY-DONE.
005140     CLOSE RECNNEW.
005150     CLOSE PRODRECN.
005160 4500-EXIT.
005170     EXIT.

005180 4510-COPY-ONE.
005190     READ RECNNEW
005200         AT END
005210             MOVE "Y" TO WS-COPY-EOF-SW
005220             GO TO 4510-EXIT
005230     END-READ.
005240     WRITE PRODRECN-REC FROM RECNNEW-REC.
005250 4510-EXIT.
005260     EXIT.

005270*****************************************************************
005280* THE JOURNAL GUARD: AN ENTRY IS ONLY PURGED WHEN IT IS OLDER
005290* THAN THE RETENTION CUTOFF AND NOT NEWER THAN THE LATEST
005300* PRODMAST BACKUP - OTHERWISE DAY7RPL COULD NO LONGER ROLL THE
005310* RESTORED MASTER FORWARD THROUGH IT. NO BKPDATE, NO PURGE.
005320*****************************************************************
005330 5000-ARCHIVE-PRODJRNL.
005340     IF NOT WS-BKP-IS-KNOWN
005350         DISPLAY "DAY7ARC - PRODJRNL LEFT UNTOUCHED, NO "
005360             "BACKUP DATE ON FILE"
005370         GO TO 5000-EXIT
005380     END-IF.
005390     MOVE WS-RET-PRODJRNL TO WS-MONTHS-BACK.
005400     PERFORM 2000-COMPUTE-CUTOFF THRU 2000-EXIT.
005410     IF WS-CUTOFF-DATE > WS-BACKUP-DATE
005420         MOVE WS-BACKUP-DATE TO WS-CUTOFF-DATE
005430         DISPLAY "DAY7ARC - JOURNAL CUTOFF HELD BACK TO THE "
005440             "BACKUP DATE " WS-BACKUP-DATE
005450     END-IF.
005460     MOVE ZERO TO WS-EXAMINED WS-ARCHIVED WS-RETAINED.
005470     OPEN INPUT PRODJRNL.
005480     IF NOT WS-PRODJRNL-OK
005490         DISPLAY "DAY7ARC - PRODJRNL NOT AVAILABLE, STATUS "
005500             WS-PRODJRNL-STATUS " - SKIPPED"
005510         GO TO 5000-EXIT
005520     END-IF.
005530     OPEN OUTPUT JRNLNEW.
005540     OPEN EXTEND JRNLARC.
005550     IF NOT WS-JRNLARC-OK
005560         OPEN OUTPUT JRNLARC
005570     END-IF.
005580     IF NOT WS-JRNLNEW-OK OR NOT WS-JRNLARC-OK
005590         DISPLAY "DAY7ARC - PRODJRNL WORK FILES UNAVAILABLE, "
005600             "SKIPPED"
005610         CLOSE PRODJRNL
005620         GO TO 5000-EXIT
005630     END-IF.
005640     MOVE "N" TO WS-EOF-SW.
005650     PERFORM 5100-SPLIT-ONE-JRNL THRU 5100-EXIT
005660         UNTIL WS-EOF-REACHED.
005670     CLOSE PRODJRNL.
005680     CLOSE JRNLNEW.
005690     CLOSE JRNLARC.
005700     MOVE "PRODJRNL" TO SWAP-File.
005710     PERFORM 8500-SET-MARKER THRU 8500-EXIT.
005720     PERFORM 5500-SWAP-PRODJRNL THRU 5500-EXIT.
005730     PERFORM 8600-CLEAR-MARKER THRU 8600-EXIT.
005740     MOVE "PRODJRNL" TO WF-FILE.
005750     PERFORM 8000-REPORT-ONE-FILE THRU 8000-EXIT.
005760 5000-EXIT.
005770     EXIT.

005780 5100-SPLIT-ONE-JRNL.
005790     READ PRODJRNL
005800         AT END
005810             MOVE "Y" TO WS-EOF-SW
005820             GO TO 5100-EXIT
005830     END-READ.
005840     ADD 1 TO WS-EXAMINED.
005850     IF JRN-Run-Date < WS-CUTOFF-DATE
005860         WRITE JRNLARC-REC FROM PRODJRNL-REC
005870         ADD 1 TO WS-ARCHIVED
005880     ELSE
005890         WRITE JRNLNEW-REC FROM PRODJRNL-REC
005900         ADD 1 TO WS-RETAINED
005910     END-IF.
005920 5100-EXIT.
005930     EXIT.

005940 5500-SWAP-PRODJRNL.
005950     MOVE "N" TO WS-COPY-EOF-SW.
005960     OPEN INPUT JRNLNEW.
005970     IF NOT WS-JRNLNEW-OK
005980         DISPLAY "DAY7ARC - UNABLE TO REOPEN JRNLNEW, LIVE "
005990             "FILE LEFT ALONE"
006000         GO TO 5500-EXIT
006010     END-IF.
006020     OPEN OUTPUT PRODJRNL.
006030     IF NOT WS-PRODJRNL-OK
006040         DISPLAY "DAY7ARC - UNABLE TO REWRITE PRODJRNL, STATUS "
006050             WS-PRODJRNL-STATUS
006060         CLOSE JRNLNEW
006070         GO TO 5500-EXIT
006080     END-IF.
006090     PERFORM 5510-COPY-ONE THRU 5510-EXIT
006100         UNTIL WS-COPY-DONE.
006110     CLOSE JRNLNEW.
006120     CLOSE PRODJRNL.
006130 5500-EXIT.
006140     EXIT.

006150 5510-COPY-ONE.
006160     READ JRNLNEW
006170         AT END
006180             MOVE "Y" TO WS-COPY-EOF-SW
006190             GO TO 5510-EXIT
006200     END-READ.
006210     WRITE PRODJRNL-REC FROM JRNLNEW-REC.
006220 5510-EXIT.
006230     EXIT.

006240*****************************************************************
006250* THE ORDER FILE IS INDEXED, SO CLOSED LINES (F/X/C) OLDER THAN
006260* THE RETENTION ARE ARCHIVED AND DELETED IN PLACE - NO SWAP
006270* NEEDED, A CRASH MID-SWEEP JUST LEAVES SOME LINES FOR THE NEXT
006280* MONTHLY RUN.
006290*****************************************************************
006300 6000-ARCHIVE-ORDFILE.
006310     MOVE WS-RET-ORDFILE TO WS-MONTHS-BACK.
006320     PERFORM 2000-COMPUTE-CUTOFF THRU 2000-EXIT.
006330     MOVE ZERO TO WS-EXAMINED WS-ARCHIVED WS-RETAINED.
006340     OPEN I-O ORDFILE.
006350     IF NOT WS-ORDFILE-OK
006360         DISPLAY "DAY7ARC - ORDFILE NOT AVAILABLE, STATUS "
006370             WS-ORDFILE-STATUS " - SKIPPED"
006380         GO TO 6000-EXIT
006390     END-IF.
006400     OPEN EXTEND ORDARC.
006410     IF NOT WS-ORDARC-OK
006420         OPEN OUTPUT ORDARC
006430     END-IF.
006440     IF NOT WS-ORDARC-OK
006450         DISPLAY "DAY7ARC - ORDARC NOT AVAILABLE, SKIPPED"
006460         CLOSE ORDFILE
006470         GO TO 6000-EXIT
006480     END-IF.
006490     MOVE "N" TO WS-EOF-SW.
006500     MOVE SPACES TO ORD-Key.
006510     START ORDFILE KEY IS NOT < ORD-Key
006520         INVALID KEY
006530             MOVE "Y" TO WS-EOF-SW
006540     END-START.
006550     PERFORM 6100-SWEEP-ONE-LINE THRU 6100-EXIT
006560         UNTIL WS-EOF-REACHED.
006570     CLOSE ORDFILE.
006580     CLOSE ORDARC.
006590     MOVE "ORDFILE" TO WF-FILE.
006600     PERFORM 8000-REPORT-ONE-FILE THRU 8000-EXIT.
006610 6000-EXIT.
006620     EXIT.

006630 6100-SWEEP-ONE-LINE.
006640     READ ORDFILE NEXT RECORD
006650         AT END
006660             MOVE "Y" TO WS-EOF-SW
006670             GO TO 6100-EXIT
006680     END-READ.
006690     ADD 1 TO WS-EXAMINED.
006700     IF ORD-STATUT-NEW
006710         ADD 1 TO WS-RETAINED
006720         GO TO 6100-EXIT
006730     END-IF.
006740     IF ORD-Date NOT < WS-CUTOFF-DATE
006750         ADD 1 TO WS-RETAINED
006760         GO TO 6100-EXIT
006770     END-IF.
006780     WRITE ORDARC-REC FROM ORDER-REC.
006790     DELETE ORDFILE
006800         INVALID KEY
006810             DISPLAY "DAY7ARC - UNABLE TO DELETE ORDER "
006820                 ORD-Numero " LINE " ORD-Ligne
006830             ADD 1 TO WS-RETAINED
006840             GO TO 6100-EXIT
006850     END-DELETE.
006860     ADD 1 TO WS-ARCHIVED.
006870 6100-EXIT.
006880     EXIT.

006890 8000-REPORT-ONE-FILE.
006900     DISPLAY "DAY7ARC - " WF-FILE " EXAMINED " WS-EXAMINED
006910         " ARCHIVED " WS-ARCHIVED " RETAINED " WS-RETAINED.
006920     IF NOT WS-ARCRPT-WAS-OPENED
006930         GO TO 8000-EXIT
006940     END-IF.
006950     MOVE WS-EXAMINED    TO WF-EXAMINED.
006960     MOVE WS-ARCHIVED    TO WF-ARCHIVED.
006970     MOVE WS-RETAINED    TO WF-RETAINED.
006980     MOVE WS-CUTOFF-DATE TO WF-CUTOFF.
006990     MOVE WS-FILE-LINE TO ARCRPT-LINE.
007000     WRITE ARCRPT-LINE.
007010 8000-EXIT.
007020     EXIT.

007030*****************************************************************
007040* THE MARKER IS ONLY SET ONCE THE NEW FILE IS COMPLETE ON DISK,
007050* SO A PENDING MARKER ALWAYS NAMES A WHOLE SOURCE TO COPY FROM.
007060*****************************************************************
007070 8500-SET-MARKER.
007080     OPEN OUTPUT ARCSWAP.
007090     IF NOT WS-ARCSWAP-OK
007100         DISPLAY "DAY7ARC - UNABLE TO SET THE SWAP MARKER, "
007110             "STATUS " WS-ARCSWAP-STATUS
007120         GO TO 8500-EXIT
007130     END-IF.
007140     MOVE "PENDING" TO SWAP-State.
007150     WRITE ARCSWAP-REC.
007160     CLOSE ARCSWAP.
007170 8500-EXIT.
007180     EXIT.

007190 8600-CLEAR-MARKER.
007200     OPEN OUTPUT ARCSWAP.
007210     IF NOT WS-ARCSWAP-OK
007220         GO TO 8600-EXIT
007230     END-IF.
007240     MOVE "DONE" TO SWAP-State.
007250     MOVE SPACES TO SWAP-File.
007260     WRITE ARCSWAP-REC.
007270     CLOSE ARCSWAP.
007280 8600-EXIT.
007290     EXIT.

007300 9000-TERMINATE.
007310     IF WS-ARCRPT-WAS-OPENED
007320         CLOSE ARCRPT
007330     END-IF.
007340     DISPLAY "DAY7ARC - ARCHIVE AND PURGE COMPLETE".
007350 9000-EXIT.
007360     EXIT.
