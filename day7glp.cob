000100*****************************************************************
000110* EXERCISE 7 LEDGER POSTING: GLEXTR INTO ACCOUNT BALANCES
000120* POSTS ONE GLEXTR-LAYOUT EXTRACT (THE NIGHTLY DAY7GL FILE, OR
000130* THE DAY9PAY / DAY9FXR EXCHANGE EXTRACTS, EACH RUN IN TURN ON
000140* THE GLEXTR DD) INTO THE INDEXED GLBAL ACCOUNT-BALANCE FILE BY
000150* GL-COMPTE AND PERIOD (SEE GLBAL.CPY), SO THE BALANCE OF ANY
000160* ACCOUNT CAN BE READ HERE INSTEAD OF ASKED OF THE FINANCE
000170* SYSTEM.
000180*
000190* THE BATCH IS PROVED BEFORE ANYTHING IS POSTED: A FIRST PASS
000200* CHECKS THE HEADER, COUNTS THE DETAIL LINES AND ADDS UP THEIR
000210* AMOUNTS, AND THE TRAILER'S RECORD COUNT AND HASH TOTAL MUST
000220* AGREE. A BATCH THAT DOES NOT AGREE, HAS NO HEADER OR TRAILER,
000230* CARRIES A LINE THAT IS NEITHER DEBIT NOR CREDIT, OR WHOSE
000240* DEBITS AND CREDITS DO NOT BALANCE, IS REJECTED WHOLE WITH
000250* RETURN CODE 12. SO IS A BATCH ALREADY ON THE GLBLOG POSTING
000260* LOG (SAME SOURCE, BATCH DATE, COUNT AND HASH) - A RERUN OF THE
000270* STEP MUST NOT DOUBLE THE BALANCES.
000280*
000290* GLBAL IS POSTED IN PLACE, SO A BATCH IS RECORDED ON THE GLPCKPT
000300* CHECKPOINT BEFORE ITS FIRST LINE IS POSTED, AND THE CHECKPOINT
000310* IS MOVED ON AFTER EVERY LINE. AFTER AN ABEND THE STEP IS RERUN
000320* WITH PARM 1 "R" AND POSTS ONLY THE LINES AFTER THE CHECKPOINT;
000330* RERUN WITHOUT "R", A PARTLY POSTED BATCH IS REJECTED WITH RETURN
000340* CODE 12. THE CHECKPOINT IS CLEARED ONCE GLBLOG HOLDS THE BATCH.
000350*
000360* A LINE IS POSTED TO THE PERIOD OF ITS GL-RUN-DATE (YYYYMM),
000370* UNLESS THE DAY7GTB PERIOD CLOSE HAS LOCKED THAT PERIOD (SEE
000380* GLPERIOD.CPY) - THEN IT ROLLS INTO THE FIRST OPEN PERIOD AND
000390* IS COUNTED AS LATE.
000400*****************************************************************
000410* MODIFICATION HISTORY
000420*  10/15/2026  JPH  ORIGINAL VERSION.
000430*  10/15/2026  JPH  ADDED CHECKPOINT/RESTART, THE SAME SHAPE DAY7
000440*                   HAS. BEFORE THE FIRST LINE IS POSTED THE BATCH
000450*                   IS RECORDED AS IN FLIGHT ON GLPCKPT, AND THE
000460*                   COUNT OF DETAIL LINES DONE IS CHECKPOINTED
000470*                   AFTER EVERY LINE. PARM 1 "R" RESUMES AFTER THE
000480*                   LAST CHECKPOINTED LINE; A PARTLY POSTED BATCH
000490*                   RERUN WITHOUT IT IS REJECTED. THE CHECKPOINT
000500*                   IS CLEARED ONCE GLBLOG HOLDS THE BATCH.
000510*****************************************************************
000520 IDENTIFICATION DIVISION.
000530 PROGRAM-ID. day7glp.
000540 AUTHOR. jphNovitz.
000550 DATE-WRITTEN. 2026/10/15.
000560 DATE-COMPILED.

000570 ENVIRONMENT DIVISION.
000580 INPUT-OUTPUT SECTION.
000590 FILE-CONTROL.
000600     SELECT GLEXTR ASSIGN TO "GLEXTR"
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS WS-GLEXTR-STATUS.

000630     SELECT GLBAL ASSIGN TO "GLBAL"
000640         ORGANIZATION IS INDEXED
000650         ACCESS MODE IS DYNAMIC
000660         RECORD KEY IS GB-Key
000670         FILE STATUS IS WS-GLBAL-STATUS.

000680     SELECT GLPERIOD ASSIGN TO "GLPERIOD"
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS WS-GLPERIOD-STATUS.

000710     SELECT GLBLOG ASSIGN TO "GLBLOG"
000720         ORGANIZATION IS LINE SEQUENTIAL
000730         FILE STATUS IS WS-GLBLOG-STATUS.

000740     SELECT GLPCKPT ASSIGN TO "GLPCKPT"
000750         ORGANIZATION IS LINE SEQUENTIAL
000760         FILE STATUS IS WS-CKPT-STATUS.

000770 DATA DIVISION.
000780 FILE SECTION.
000790 FD  GLEXTR
000800     RECORDING MODE IS F.
000810     COPY GLEXTR.

000820 FD  GLBAL
000830     RECORDING MODE IS F.
000840     COPY GLBAL.

000850 FD  GLPERIOD
000860     RECORDING MODE IS F.
000870     COPY GLPERIOD.

000880 FD  GLBLOG
000890     RECORDING MODE IS F.
000900 01  GLBLOG-REC.
000910     05  GBL-Source-System    PIC X(08).
000920     05  GBL-Batch-Date       PIC 9(08).
000930     05  GBL-Record-Count     PIC 9(07).
000940     05  GBL-Hash-Total       PIC S9(13)V99 SIGN LEADING
000950                                  SEPARATE.
000960     05  GBL-Post-Date        PIC 9(08).
000970     05  GBL-Late-Lines       PIC 9(07).

000980 FD  GLPCKPT
000990     RECORDING MODE IS F.
001000 01  GLPCKPT-REC.
001010     05  CKPT-Source-System   PIC X(08).
001020     05  CKPT-Batch-Date      PIC 9(08).
001030     05  CKPT-Record-Count    PIC 9(07).
001040     05  CKPT-Hash-Total      PIC S9(13)V99 SIGN LEADING
001050                                  SEPARATE.
001060     05  CKPT-Lines-Done      PIC 9(07).
001070     05  CKPT-Late-Lines      PIC 9(07).

001080 WORKING-STORAGE SECTION.
001090 01  WS-GLEXTR-STATUS         PIC X(02).
001100     88  WS-GLEXTR-OK               VALUE "00".

001110 01  WS-GLBAL-STATUS          PIC X(02).
001120     88  WS-GLBAL-OK                VALUE "00".
001130     88  WS-GLBAL-MISSING           VALUE "35".

001140 01  WS-GLPERIOD-STATUS       PIC X(02).
001150     88  WS-GLPERIOD-OK             VALUE "00".

001160 01  WS-GLBLOG-STATUS         PIC X(02).
001170     88  WS-GLBLOG-OK               VALUE "00".

001180 01  WS-CKPT-STATUS           PIC X(02).
001190     88  WS-CKPT-OK                 VALUE "00".

001200 01  WS-SWITCHES.
001210     05  WS-EOF-SW            PIC X(01)  VALUE "N".
001220         88  WS-EOF-REACHED          VALUE "Y".
001230     05  WS-REJECT-SW         PIC X(01)  VALUE "N".
001240         88  WS-BATCH-REJECTED       VALUE "Y".
001250     05  WS-HEADER-SW         PIC X(01)  VALUE "N".
001260         88  WS-HEADER-SEEN          VALUE "Y".
001270     05  WS-TRAILER-SW        PIC X(01)  VALUE "N".
001280         88  WS-TRAILER-SEEN         VALUE "Y".
001290     05  WS-GLEXTR-OPEN-SW    PIC X(01)  VALUE "N".
001300         88  WS-GLEXTR-WAS-OPENED    VALUE "Y".
001310     05  WS-GLBAL-OPEN-SW     PIC X(01)  VALUE "N".
001320         88  WS-GLBAL-WAS-OPENED     VALUE "Y".
001330     05  WS-CKPT-FAILED-SW    PIC X(01)  VALUE "N".
001340         88  WS-CKPT-FAILED          VALUE "Y".

001350 01  WS-COUNTERS.
001360     05  WS-RECORDS-READ      PIC 9(07) COMP  VALUE ZERO.
001370     05  WS-DETAILS-READ      PIC 9(07)  VALUE ZERO.
001380     05  WS-LINES-POSTED      PIC 9(07) COMP  VALUE ZERO.
001390     05  WS-LINES-LATE        PIC 9(07)  VALUE ZERO.
001400     05  WS-BALANCES-ADDED    PIC 9(05) COMP  VALUE ZERO.
001410     05  WS-DETAIL-SEQ        PIC 9(07)  VALUE ZERO.
001420     05  WS-SKIP-COUNT        PIC 9(07)  VALUE ZERO.

001430 01  WS-RESTART-FLAG          PIC X(01)  VALUE "N".
001440     88  WS-RESTART-REQUESTED     VALUE "R" "r".
001450 01  WS-PARM-COUNT            PIC 9(02).
001460 01  WS-PARM-INDEX            PIC 9(02).
001470 01  WS-PARM-VALUE            PIC X(07).

001480 01  WS-RUN-DATE              PIC 9(08).
001490 01  WS-HASH-TOTAL            PIC S9(13)V99 COMP-3  VALUE ZERO.
001500 01  WS-TOTAL-DEBIT           PIC S9(13)V99 COMP-3  VALUE ZERO.
001510 01  WS-TOTAL-CREDIT          PIC S9(13)V99 COMP-3  VALUE ZERO.
001520 01  WS-TOTAL-OUT             PIC -(13)9.99.

001530*****************************************************************
001540* THE HEADER AND TRAILER OF THE BATCH BEING POSTED.
001550*****************************************************************
001560 01  WS-BATCH-SOURCE          PIC X(08)  VALUE SPACES.
001570 01  WS-BATCH-DATE            PIC 9(08)  VALUE ZERO.
001580 01  WS-TRL-COUNT             PIC 9(07)  VALUE ZERO.
001590 01  WS-TRL-HASH              PIC S9(13)V99 COMP-3  VALUE ZERO.

001600*****************************************************************
001610* PERIODS ARE YYYYMM. WS-FIRST-OPEN IS THE MONTH AFTER THE LAST
001620* CLOSED PERIOD, ZERO WHEN NOTHING HAS BEEN CLOSED.
001630*****************************************************************
001640 01  WS-LAST-CLOSED           PIC 9(06)  VALUE ZERO.
001650 01  WS-FIRST-OPEN            PIC 9(06)  VALUE ZERO.
001660 01  WS-FIRST-OPEN-GROUP REDEFINES WS-FIRST-OPEN.
001670     05  WS-OPEN-YEAR         PIC 9(04).
001680     05  WS-OPEN-MONTH        PIC 9(02).
001690 01  WS-LINE-PERIODE          PIC 9(06)  VALUE ZERO.

001700 PROCEDURE DIVISION.

001710 0000-MAINLINE.
001720     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001730     IF NOT WS-BATCH-REJECTED
001740         PERFORM 2000-PROVE-BATCH THRU 2000-EXIT
001750     END-IF.
001760     IF NOT WS-BATCH-REJECTED
001770         PERFORM 2500-CHECK-POSTING-LOG THRU 2500-EXIT
001780     END-IF.
001790     IF NOT WS-BATCH-REJECTED
001800         PERFORM 2600-CHECK-RESTART THRU 2600-EXIT
001810     END-IF.
001820     IF NOT WS-BATCH-REJECTED
001830         PERFORM 3000-POST-BATCH THRU 3000-EXIT
001840         PERFORM 4000-LOG-BATCH THRU 4000-EXIT
001850     END-IF.
001860     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001870     GOBACK.

001880 1000-INITIALIZE.
001890     CALL "dayproc" USING WS-RUN-DATE.
001900     PERFORM 1400-GET-PARMS THRU 1400-EXIT.
001910     PERFORM 1050-READ-PERIOD-CONTROL THRU 1050-EXIT.

001920     OPEN I-O GLBAL.
001930     IF WS-GLBAL-MISSING
001940         OPEN OUTPUT GLBAL
001950         CLOSE GLBAL
001960         OPEN I-O GLBAL
001970     END-IF.
001980     IF NOT WS-GLBAL-OK
001990         DISPLAY "DAY7GLP - UNABLE TO OPEN GLBAL, STATUS "
002000             WS-GLBAL-STATUS " - NOTHING POSTED"
002010         SET WS-BATCH-REJECTED TO TRUE
002020         MOVE 12 TO RETURN-CODE
002030         GO TO 1000-EXIT
002040     END-IF.
002050     MOVE "Y" TO WS-GLBAL-OPEN-SW.
002060 1000-EXIT.
002070     EXIT.

002080 1050-READ-PERIOD-CONTROL.
002090     OPEN INPUT GLPERIOD.
002100     IF NOT WS-GLPERIOD-OK
002110         DISPLAY "DAY7GLP - NO GLPERIOD CONTROL FILE, NO "
002120             "PERIOD IS CLOSED"
002130         GO TO 1050-EXIT
002140     END-IF.
002150     READ GLPERIOD
002160         AT END
002170             CLOSE GLPERIOD
002180             GO TO 1050-EXIT
002190     END-READ.
002200     CLOSE GLPERIOD.
002210     IF GP-Last-Closed IS NOT NUMERIC
002220         OR GP-Last-Closed = ZERO
002230         GO TO 1050-EXIT
002240     END-IF.
002250     MOVE GP-Last-Closed TO WS-LAST-CLOSED.
002260     MOVE GP-Last-Closed TO WS-FIRST-OPEN.
002270     IF WS-OPEN-MONTH = 12
002280         MOVE 01 TO WS-OPEN-MONTH
002290         ADD 1 TO WS-OPEN-YEAR
002300     ELSE
002310         ADD 1 TO WS-OPEN-MONTH
002320     END-IF.
002330     DISPLAY "DAY7GLP - PERIODS CLOSED THROUGH " WS-LAST-CLOSED
002340         ", FIRST OPEN PERIOD " WS-FIRST-OPEN.
002350 1050-EXIT.
002360     EXIT.

002370 1400-GET-PARMS.
002380     ACCEPT WS-PARM-COUNT FROM ARGUMENT-NUMBER.
002390     IF WS-PARM-COUNT NOT >= 1
002400         GO TO 1400-EXIT
002410     END-IF.
002420     MOVE 1 TO WS-PARM-INDEX.
002430     DISPLAY WS-PARM-INDEX UPON ARGUMENT-NUMBER.
002440     ACCEPT WS-PARM-VALUE FROM ARGUMENT-VALUE.
002450     MOVE WS-PARM-VALUE(1:1) TO WS-RESTART-FLAG.
002460 1400-EXIT.
002470     EXIT.

002480*****************************************************************
002490* FIRST PASS: NOTHING IS POSTED UNTIL THE WHOLE BATCH HAS BEEN
002500* READ AND AGREES WITH ITS TRAILER.
002510*****************************************************************
002520 2000-PROVE-BATCH.
002530     OPEN INPUT GLEXTR.
002540     IF NOT WS-GLEXTR-OK
002550         DISPLAY "DAY7GLP - UNABLE TO OPEN GLEXTR, STATUS "
002560             WS-GLEXTR-STATUS " - NOTHING POSTED"
002570         SET WS-BATCH-REJECTED TO TRUE
002580         MOVE 12 TO RETURN-CODE
002590         GO TO 2000-EXIT
002600     END-IF.
002610     MOVE "N" TO WS-EOF-SW.
002620     PERFORM 2100-PROVE-ONE-RECORD THRU 2100-EXIT
002630         UNTIL WS-EOF-REACHED OR WS-BATCH-REJECTED.
002640     CLOSE GLEXTR.
002650     IF WS-BATCH-REJECTED
002660         GO TO 2000-EXIT
002670     END-IF.

002680     IF NOT WS-HEADER-SEEN OR NOT WS-TRAILER-SEEN
002690         DISPLAY "DAY7GLP - BATCH HAS NO HEADER OR NO TRAILER, "
002700             "REJECTED"
002710         GO TO 2000-REJECT
002720     END-IF.
002730     IF WS-DETAILS-READ NOT = WS-TRL-COUNT
002740         DISPLAY "DAY7GLP - TRAILER COUNT " WS-TRL-COUNT
002750             " BUT " WS-DETAILS-READ " LINES READ, REJECTED"
002760         GO TO 2000-REJECT
002770     END-IF.
002780     IF WS-HASH-TOTAL NOT = WS-TRL-HASH
002790         MOVE WS-HASH-TOTAL TO WS-TOTAL-OUT
002800         DISPLAY "DAY7GLP - HASH TOTAL OF LINES READ "
002810             WS-TOTAL-OUT " DISAGREES WITH TRAILER, REJECTED"
002820         GO TO 2000-REJECT
002830     END-IF.
002840     IF WS-TOTAL-DEBIT NOT = WS-TOTAL-CREDIT
002850         DISPLAY "DAY7GLP - DEBITS AND CREDITS DO NOT BALANCE, "
002860             "REJECTED"
002870         GO TO 2000-REJECT
002880     END-IF.
002890     DISPLAY "DAY7GLP - BATCH " WS-BATCH-SOURCE " "
002900         WS-BATCH-DATE " PROVED, " WS-DETAILS-READ " LINES".
002910     GO TO 2000-EXIT.

002920 2000-REJECT.
002930     SET WS-BATCH-REJECTED TO TRUE.
002940     MOVE 12 TO RETURN-CODE.
002950 2000-EXIT.
002960     EXIT.

002970 2100-PROVE-ONE-RECORD.
002980     READ GLEXTR
002990         AT END
003000             MOVE "Y" TO WS-EOF-SW
003010             GO TO 2100-EXIT
003020     END-READ.
003030     ADD 1 TO WS-RECORDS-READ.
003040     IF WS-TRAILER-SEEN
003050         DISPLAY "DAY7GLP - RECORD AFTER THE TRAILER, BATCH "
003060             "REJECTED"
003070         SET WS-BATCH-REJECTED TO TRUE
003080         MOVE 12 TO RETURN-CODE
003090         GO TO 2100-EXIT
003100     END-IF.
003110     IF GLH-IS-HEADER
003120         IF WS-RECORDS-READ NOT = 1
003130             DISPLAY "DAY7GLP - HEADER IS NOT THE FIRST RECORD, "
003140                 "BATCH REJECTED"
003150             SET WS-BATCH-REJECTED TO TRUE
003160             MOVE 12 TO RETURN-CODE
003170         ELSE
003180             MOVE "Y" TO WS-HEADER-SW
003190             MOVE GLH-Source-System TO WS-BATCH-SOURCE
003200             MOVE GLH-Batch-Date    TO WS-BATCH-DATE
003210         END-IF
003220         GO TO 2100-EXIT
003230     END-IF.
003240     IF GLT-IS-TRAILER
003250         MOVE "Y" TO WS-TRAILER-SW
003260         MOVE GLT-Record-Count TO WS-TRL-COUNT
003270         MOVE GLT-Hash-Total   TO WS-TRL-HASH
003280         GO TO 2100-EXIT
003290     END-IF.
003300     IF NOT GL-IS-DETAIL
003310         OR GL-Montant IS NOT NUMERIC
003320         OR GL-Run-Date IS NOT NUMERIC
003330         DISPLAY "DAY7GLP - LINE " WS-RECORDS-READ
003340             " IS NOT A VALID DEBIT OR CREDIT, BATCH REJECTED"
003350         SET WS-BATCH-REJECTED TO TRUE
003360         MOVE 12 TO RETURN-CODE
003370         GO TO 2100-EXIT
003380     END-IF.
003390     ADD 1 TO WS-DETAILS-READ.
003400     ADD GL-Montant TO WS-HASH-TOTAL.
003410     IF GL-Sens = "D"
003420         ADD GL-Montant TO WS-TOTAL-DEBIT
003430     ELSE
003440         ADD GL-Montant TO WS-TOTAL-CREDIT
003450     END-IF.
003460 2100-EXIT.
003470     EXIT.

003480*****************************************************************
003490* A BATCH ALREADY ON THE POSTING LOG IS NOT POSTED AGAIN.
003500*****************************************************************
003510 2500-CHECK-POSTING-LOG.
003520     OPEN INPUT GLBLOG.
003530     IF NOT WS-GLBLOG-OK
003540         GO TO 2500-EXIT
003550     END-IF.
003560     PERFORM 2510-CHECK-ONE-LOGGED THRU 2510-EXIT
003570         UNTIL WS-GLBLOG-STATUS = "10"
003580            OR WS-BATCH-REJECTED.
003590     CLOSE GLBLOG.
003600 2500-EXIT.
003610     EXIT.

003620 2510-CHECK-ONE-LOGGED.
003630     READ GLBLOG
003640         AT END
003650             MOVE "10" TO WS-GLBLOG-STATUS
003660             GO TO 2510-EXIT
003670     END-READ.
003680     IF GBL-Source-System = WS-BATCH-SOURCE
003690         AND GBL-Batch-Date = WS-BATCH-DATE
003700         AND GBL-Record-Count = WS-TRL-COUNT
003710         AND GBL-Hash-Total = WS-TRL-HASH
003720         DISPLAY "DAY7GLP - BATCH " WS-BATCH-SOURCE " "
003730             WS-BATCH-DATE " ALREADY POSTED ON "
003740             GBL-Post-Date ", REJECTED"
003750         SET WS-BATCH-REJECTED TO TRUE
003760         MOVE 12 TO RETURN-CODE
003770     END-IF.
003780 2510-EXIT.
003790     EXIT.

003800*****************************************************************
003810* A BATCH LEFT IN FLIGHT ON GLPCKPT BY AN ABENDED RUN IS ONLY
003820* PICKED UP AGAIN UNDER PARM "R", AFTER ITS CHECKPOINTED LINES.
003830*****************************************************************
003840 2600-CHECK-RESTART.
003850     OPEN INPUT GLPCKPT.
003860     IF NOT WS-CKPT-OK
003870         IF WS-RESTART-REQUESTED
003880             DISPLAY "DAY7GLP - NO CHECKPOINT FOUND, POSTING THE "
003890                 "WHOLE BATCH"
003900         END-IF
003910         GO TO 2600-EXIT
003920     END-IF.
003930     READ GLPCKPT
003940         AT END
003950             MOVE "10" TO WS-CKPT-STATUS
003960     END-READ.
003970     CLOSE GLPCKPT.
003980     IF WS-CKPT-STATUS = "10"
003990         OR CKPT-Source-System NOT = WS-BATCH-SOURCE
004000         OR CKPT-Batch-Date NOT = WS-BATCH-DATE
004010         OR CKPT-Record-Count NOT = WS-TRL-COUNT
004020         OR CKPT-Hash-Total NOT = WS-TRL-HASH
004030         OR CKPT-Lines-Done = ZERO
004040         IF WS-RESTART-REQUESTED
004050             DISPLAY "DAY7GLP - NO CHECKPOINT FOR THIS BATCH, "
004060                 "POSTING THE WHOLE BATCH"
004070         END-IF
004080         GO TO 2600-EXIT
004090     END-IF.

004100     IF NOT WS-RESTART-REQUESTED
004110         DISPLAY "DAY7GLP - BATCH " WS-BATCH-SOURCE " "
004120             WS-BATCH-DATE " PARTLY POSTED (" CKPT-Lines-Done
004130             " LINES) BY AN EARLIER RUN"
004140         DISPLAY "DAY7GLP - RERUN WITH PARM R TO POST THE REST, "
004150             "REJECTED"
004160         SET WS-BATCH-REJECTED TO TRUE
004170         MOVE 12 TO RETURN-CODE
004180         GO TO 2600-EXIT
004190     END-IF.
004200     MOVE CKPT-Lines-Done TO WS-SKIP-COUNT.
004210     MOVE CKPT-Late-Lines TO WS-LINES-LATE.
004220     DISPLAY "DAY7GLP - RESUMING AFTER LINE " WS-SKIP-COUNT
004230         " OF THE BATCH".
004240 2600-EXIT.
004250     EXIT.

004260*****************************************************************
004270* SECOND PASS: EVERY DETAIL LINE INTO ITS ACCOUNT AND PERIOD.
004280*****************************************************************
004290 3000-POST-BATCH.
004300     OPEN INPUT GLEXTR.
004310     IF NOT WS-GLEXTR-OK
004320         DISPLAY "DAY7GLP - UNABLE TO REOPEN GLEXTR, STATUS "
004330             WS-GLEXTR-STATUS " - NOTHING POSTED"
004340         SET WS-BATCH-REJECTED TO TRUE
004350         MOVE 12 TO RETURN-CODE
004360         GO TO 3000-EXIT
004370     END-IF.
004380     MOVE "Y" TO WS-GLEXTR-OPEN-SW.
004390     MOVE WS-SKIP-COUNT TO WS-DETAIL-SEQ.
004400     PERFORM 3050-WRITE-CHECKPOINT THRU 3050-EXIT.
004410     IF WS-CKPT-FAILED
004420         DISPLAY "DAY7GLP - NO CHECKPOINT, NOTHING POSTED"
004430         SET WS-BATCH-REJECTED TO TRUE
004440         MOVE 12 TO RETURN-CODE
004450         GO TO 3000-EXIT
004460     END-IF.
004470     MOVE ZERO TO WS-DETAIL-SEQ.
004480     MOVE "N" TO WS-EOF-SW.
004490     PERFORM 3100-POST-ONE-LINE THRU 3100-EXIT
004500         UNTIL WS-EOF-REACHED.
004510 3000-EXIT.
004520     EXIT.

004530*****************************************************************
004540* GLPCKPT HOLDS ONE RECORD: THE BATCH IN FLIGHT AND HOW MANY OF
004550* ITS DETAIL LINES ARE DONE. A SPACE SOURCE MEANS NONE IN FLIGHT.
004560*****************************************************************
004570 3050-WRITE-CHECKPOINT.
004580     MOVE WS-BATCH-SOURCE TO CKPT-Source-System.
004590     MOVE WS-BATCH-DATE   TO CKPT-Batch-Date.
004600     MOVE WS-TRL-COUNT    TO CKPT-Record-Count.
004610     MOVE WS-TRL-HASH     TO CKPT-Hash-Total.
004620     MOVE WS-DETAIL-SEQ   TO CKPT-Lines-Done.
004630     MOVE WS-LINES-LATE   TO CKPT-Late-Lines.
004640     PERFORM 3060-PUT-CHECKPOINT THRU 3060-EXIT.
004650 3050-EXIT.
004660     EXIT.

004670 3060-PUT-CHECKPOINT.
004680     OPEN OUTPUT GLPCKPT.
004690     IF NOT WS-CKPT-OK
004700         IF NOT WS-CKPT-FAILED
004710             DISPLAY "DAY7GLP - UNABLE TO WRITE GLPCKPT, STATUS "
004720                 WS-CKPT-STATUS
004730             MOVE 12 TO RETURN-CODE
004740         END-IF
004750         MOVE "Y" TO WS-CKPT-FAILED-SW
004760         GO TO 3060-EXIT
004770     END-IF.
004780     WRITE GLPCKPT-REC.
004790     CLOSE GLPCKPT.
004800 3060-EXIT.
004810     EXIT.

004820 3100-POST-ONE-LINE.
004830     READ GLEXTR
004840         AT END
004850             MOVE "Y" TO WS-EOF-SW
004860             GO TO 3100-EXIT
004870     END-READ.
004880     IF NOT GL-IS-DETAIL
004890         GO TO 3100-EXIT
004900     END-IF.
004910     ADD 1 TO WS-DETAIL-SEQ.
004920     IF WS-DETAIL-SEQ NOT > WS-SKIP-COUNT
004930         GO TO 3100-EXIT
004940     END-IF.
004950     PERFORM 3150-POST-DETAIL THRU 3150-EXIT.
004960     PERFORM 3050-WRITE-CHECKPOINT THRU 3050-EXIT.
004970 3100-EXIT.
004980     EXIT.

004990 3150-POST-DETAIL.
005000     MOVE GL-Run-Date(1:6) TO WS-LINE-PERIODE.
005010     IF WS-LAST-CLOSED > ZERO
005020         AND WS-LINE-PERIODE NOT > WS-LAST-CLOSED
005030         MOVE WS-FIRST-OPEN TO WS-LINE-PERIODE
005040         ADD 1 TO WS-LINES-LATE
005050     END-IF.

005060     MOVE GL-Compte       TO GB-Compte.
005070     MOVE WS-LINE-PERIODE TO GB-Periode.
005080     READ GLBAL
005090         INVALID KEY
005100             PERFORM 3200-NEW-BALANCE THRU 3200-EXIT
005110             GO TO 3150-EXIT
005120     END-READ.
005130     PERFORM 3300-ADD-LINE THRU 3300-EXIT.
005140     REWRITE GLBAL-REC
005150         INVALID KEY
005160             DISPLAY "DAY7GLP - UNABLE TO REWRITE " GB-Key
005170                 " STATUS " WS-GLBAL-STATUS
005180             MOVE 12 TO RETURN-CODE
005190             GO TO 3150-EXIT
005200     END-REWRITE.
005210     ADD 1 TO WS-LINES-POSTED.
005220 3150-EXIT.
005230     EXIT.

005240 3200-NEW-BALANCE.
005250     MOVE GL-Compte       TO GB-Compte.
005260     MOVE WS-LINE-PERIODE TO GB-Periode.
005270     MOVE ZERO            TO GB-Debit.
005280     MOVE ZERO            TO GB-Credit.
005290     MOVE ZERO            TO GB-Nb-Lignes.
005300     PERFORM 3300-ADD-LINE THRU 3300-EXIT.
005310     WRITE GLBAL-REC
005320         INVALID KEY
005330             DISPLAY "DAY7GLP - UNABLE TO ADD " GB-Key
005340                 " STATUS " WS-GLBAL-STATUS
005350             MOVE 12 TO RETURN-CODE
005360             GO TO 3200-EXIT
005370     END-WRITE.
005380     ADD 1 TO WS-BALANCES-ADDED.
005390     ADD 1 TO WS-LINES-POSTED.
005400 3200-EXIT.
005410     EXIT.

005420 3300-ADD-LINE.
005430     IF GL-Sens = "D"
005440         ADD GL-Montant TO GB-Debit
005450     ELSE
005460         ADD GL-Montant TO GB-Credit
005470     END-IF.
005480     ADD 1 TO GB-Nb-Lignes.
005490     MOVE WS-RUN-DATE TO GB-Last-Post-Date.
005500 3300-EXIT.
005510     EXIT.

005520 4000-LOG-BATCH.
005530     IF WS-BATCH-REJECTED
005540         GO TO 4000-EXIT
005550     END-IF.
005560     OPEN EXTEND GLBLOG.
005570     IF NOT WS-GLBLOG-OK
005580         OPEN OUTPUT GLBLOG
005590     END-IF.
005600     IF NOT WS-GLBLOG-OK
005610         DISPLAY "DAY7GLP - UNABLE TO OPEN GLBLOG, STATUS "
005620             WS-GLBLOG-STATUS " - BATCH POSTED BUT NOT LOGGED"
005630         MOVE 4 TO RETURN-CODE
005640         GO TO 4000-EXIT
005650     END-IF.
005660     MOVE WS-BATCH-SOURCE TO GBL-Source-System.
005670     MOVE WS-BATCH-DATE   TO GBL-Batch-Date.
005680     MOVE WS-TRL-COUNT    TO GBL-Record-Count.
005690     MOVE WS-TRL-HASH     TO GBL-Hash-Total.
005700     MOVE WS-RUN-DATE     TO GBL-Post-Date.
005710     MOVE WS-LINES-LATE   TO GBL-Late-Lines.
005720     WRITE GLBLOG-REC.
005730     CLOSE GLBLOG.

005740     MOVE SPACES TO GLPCKPT-REC.
005750     MOVE ZERO   TO CKPT-Batch-Date.
005760     MOVE ZERO   TO CKPT-Record-Count.
005770     MOVE ZERO   TO CKPT-Hash-Total.
005780     MOVE ZERO   TO CKPT-Lines-Done.
005790     MOVE ZERO   TO CKPT-Late-Lines.
005800     PERFORM 3060-PUT-CHECKPOINT THRU 3060-EXIT.
005810 4000-EXIT.
005820     EXIT.

005830 9000-TERMINATE.
005840     IF WS-GLEXTR-WAS-OPENED
005850         CLOSE GLEXTR
005860     END-IF.
005870     IF WS-GLBAL-WAS-OPENED
005880         CLOSE GLBAL
005890     END-IF.
005900     IF WS-BATCH-REJECTED
005910         DISPLAY "DAY7GLP - BATCH REJECTED, NOTHING POSTED"
005920     END-IF.
005930     DISPLAY "DAY7GLP - RECORDS READ      : " WS-RECORDS-READ.
005940     IF WS-SKIP-COUNT > ZERO
005950         DISPLAY "DAY7GLP - LINES SKIPPED     : " WS-SKIP-COUNT
005960     END-IF.
005970     DISPLAY "DAY7GLP - LINES POSTED      : " WS-LINES-POSTED.
005980     DISPLAY "DAY7GLP - LATE LINES ROLLED : " WS-LINES-LATE.
005990     DISPLAY "DAY7GLP - NEW BALANCES      : " WS-BALANCES-ADDED.
006000 9000-EXIT.
006010     EXIT.
