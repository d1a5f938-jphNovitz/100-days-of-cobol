000100*****************************************************************
000110* EXERCISE 7 KIT ASSEMBLY: ASSEMBLY AND DISASSEMBLY ORDERS
000120* RAISES, COMPLETES, CANCELS AND LISTS ORDERS TO BUILD KIT
000130* PRODUCTS FROM THEIR COMPONENTS OR BREAK THEM BACK DOWN (ASMFILE,
000140* SEE ASMREC.CPY; BILLS OF MATERIALS FROM DAY7BOM).
000150*   - A NEW ASSEMBLY ORDER COPIES THE KIT'S BILL OF MATERIALS
000160*     AND CHECKS EACH COMPONENT'S AVAILABLE-TO-PROMISE
000170*     (QTE-EN-MAIN LESS THE PRODALOC ALLOCATION) AGAINST WHAT
000180*     THE ORDER WILL CONSUME; ONE SHORT COMPONENT REFUSES THE
000190*     ORDER, AS DOES ONE BLOCKED ON PRODMAST. AN ACCEPTED ORDER
000200*     RAISES THE COMPONENT ALLOCATIONS, SO ORDER CAPTURE CAN NO
000210*     LONGER PROMISE THE SAME UNITS.
000220*   - A DISASSEMBLY ORDER CHECKS AND ALLOCATES THE KIT ITSELF.
000230*   - COMPLETE MARKS AN OPEN ORDER DONE ON THE BENCH; CANCEL
000240*     RELEASES ITS ALLOCATION AND MOVES NOTHING.
000250* ORDER NUMBERS COME FROM THE ONE-RECORD ASMSEQ CONTROL FILE.
000260* SIGN-ON IS THE SHARED DAYSEC FRAMEWORK, AND EACH ACTION IS
000270* CHECKED AGAINST THE OPERATOR'S ACCRIGHT RIGHTS: RAISING AN
000280* ORDER NEEDS SGN-MAY-ADD, COMPLETE AND CANCEL SGN-MAY-CHANGE,
000290* ENQUIRY AND LIST SGN-MAY-INQUIRE.
000300*
000310* RUN WITH PARM "P" THE PROGRAM POSTS INSTEAD: EVERY COMPLETED
000320* ORDER QUEUES ITS MOVEMENTS ON PRODRQUE - THE "I" ISSUES OF
000330* WHAT WAS CONSUMED AND THE "R" RECEIPTS OF WHAT WAS MADE, EACH
000340* CARRYING THE ORDER NUMBER AS PT-REFERENCE - AND THE NEXT DAY7
000350* RUN MERGES THEM WITH ITS PRODTRAN, AS IT DOES THE MOVEMENTS
000360* DAY7RTS AND DAY9FUL QUEUE. THE REFERENCE KEEPS DAY7GRN FROM
000370* MATCHING THE RECEIPTS TO A PURCHASE ORDER, AND THE
000380* ALLOCATIONS COME OFF IN DAY7 AS THE ISSUES APPLY. AN
000390* ASSEMBLED KIT'S COUT-MOYEN IS ROLLED UP HERE FROM THE
000400* COMPONENTS' COUT-MOYEN AND AVERAGED INTO ITS STOCK ON HAND
000410* (JOURNALED TO PRODJRNL); A DISASSEMBLY LEAVES EVERY COST AS
000420* IT IS. ASMRPT SHOWS THE VALUE EACH ORDER TOOK OUT OF STOCK
000430* AGAINST THE VALUE IT PUT BACK. POSTING HONOURS THE PRODMAST
000440* INTERLOCK ON FILELOCK.
000450*****************************************************************
000460* MODIFICATION HISTORY
000470*  10/15/2026  JPH  ORIGINAL VERSION.
000480*  10/15/2026  JPH  MENU ACTIONS ARE CHECKED AGAINST THE
000490*                   OPERATOR'S ACCRIGHT RIGHTS IN THIS PROGRAM
000500*                   (SGN-DROITS FROM DAYSEC) INSTEAD OF THE
000510*                   AUTHORITY LEVEL.
000520*  10/15/2026  JPH  RECORD IMAGES WIDENED TO 71 BYTES FOR THE
000530*                   STATUT-PRODUIT AND CODE-SUCCESSEUR FIELDS
000540*                   ADDED TO FICHE-PRODUIT.
000550*  10/15/2026  JPH  POSTED MOVEMENTS ARE QUEUED ON PRODRQUE
000560*                   (OPENED EXTEND) FOR DAY7 TO MERGE, IN PLACE OF
000570*                   THE ASMTRAN BATCH THAT NO RUN EVER APPLIED
000580*                   AND THAT EACH POSTING OVERWROTE.
000590*  10/15/2026  JPH  A BLOCKED COMPONENT OR KIT (PRODUIT-BLOQUE)
000600*                   NOW REFUSES THE ORDER AS A SHORT ONE DOES, THE
000610*                   RULE DAY9PCK, DAY9FUL, DAY9BOR AND DAY9DSP
000620*                   ALREADY KEEP. HEADER NAMES THE ACCRIGHT RIGHTS
000630*                   EACH ACTION NEEDS; WS-AUTH-LEVEL, NEVER READ,
000640*                   IS DROPPED.
000650*****************************************************************
000660 IDENTIFICATION DIVISION.
000670 PROGRAM-ID. day7asm.
000680 AUTHOR. jphNovitz.
000690 DATE-WRITTEN. 2026/10/15.
000700 DATE-COMPILED.

000710 ENVIRONMENT DIVISION.
000720 INPUT-OUTPUT SECTION.
000730 FILE-CONTROL.
000740     SELECT ASMFILE ASSIGN TO "ASMFILE"
000750         ORGANIZATION IS INDEXED
000760         ACCESS MODE IS DYNAMIC
000770         RECORD KEY IS ASM-Numero
000780         FILE STATUS IS WS-ASMFILE-STATUS.

000790     SELECT ASMSEQ ASSIGN TO "ASMSEQ"
000800         ORGANIZATION IS LINE SEQUENTIAL
000810         FILE STATUS IS WS-ASMSEQ-STATUS.

000820     SELECT BOMFILE ASSIGN TO "BOMFILE"
000830         ORGANIZATION IS INDEXED
000840         ACCESS MODE IS DYNAMIC
000850         RECORD KEY IS BOM-Key
000860         FILE STATUS IS WS-BOMFILE-STATUS.

000870     SELECT PRODMAST ASSIGN TO "PRODMAST"
000880         ORGANIZATION IS INDEXED
000890         ACCESS MODE IS DYNAMIC
000900         RECORD KEY IS Code-produit
000910         FILE STATUS IS WS-PRODMAST-STATUS.

000920     SELECT PRODALOC ASSIGN TO "PRODALOC"
000930         ORGANIZATION IS INDEXED
000940         ACCESS MODE IS DYNAMIC
000950         RECORD KEY IS ALOC-Code-produit
000960         FILE STATUS IS WS-PRODALOC-STATUS.

000970     SELECT PRODRQUE ASSIGN TO "PRODRQUE"
000980         ORGANIZATION IS LINE SEQUENTIAL
000990         FILE STATUS IS WS-PRODRQUE-STATUS.

001000     SELECT ASMRPT ASSIGN TO "ASMRPT"
001010         ORGANIZATION IS LINE SEQUENTIAL
001020         FILE STATUS IS WS-ASMRPT-STATUS.

001030     SELECT PRODJRNL ASSIGN TO "PRODJRNL"
001040         ORGANIZATION IS SEQUENTIAL
001050         FILE STATUS IS WS-PRODJRNL-STATUS.

001060     SELECT FILELOCK ASSIGN TO "FILELOCK"
001070         ORGANIZATION IS LINE SEQUENTIAL
001080         FILE STATUS IS WS-FILELOCK-STATUS.

001090 DATA DIVISION.
001100 FILE SECTION.
001110 FD  ASMFILE
001120     RECORDING MODE IS F.
001130     COPY ASMREC.

001140 FD  ASMSEQ
001150     RECORDING MODE IS F.
001160 01  ASMSEQ-REC.
001170     05  SEQ-Next-Asm         PIC 9(06).

001180 FD  BOMFILE
001190     RECORDING MODE IS F.
001200     COPY BOMREC.

001210 FD  PRODMAST
001220     RECORDING MODE IS F.
001230     COPY PRODREC.

001240 FD  PRODALOC
001250     RECORDING MODE IS F.
001260     COPY PRODALOC.

001270 FD  PRODRQUE
001280     RECORDING MODE IS F.
001290     COPY PRODTRAN.

001300 FD  ASMRPT
001310     RECORDING MODE IS F.
001320 01  ASMRPT-LINE              PIC X(100).

001330 FD  PRODJRNL
001340     RECORDING MODE IS F.
001350     COPY PRODJRNL.

001360 FD  FILELOCK
001370     RECORDING MODE IS F.
001380 01  FILELOCK-REC.
001390     05  LCK-File             PIC X(08).
001400     05  LCK-Holder           PIC X(08).
001410     05  LCK-Date             PIC 9(08).
001420     05  LCK-Time             PIC 9(06).

001430 WORKING-STORAGE SECTION.
001440 01  WS-ASMFILE-STATUS        PIC X(02).
001450     88  WS-ASMFILE-OK             VALUE "00".
001460     88  WS-ASMFILE-MISSING        VALUE "35".

001470 01  WS-ASMSEQ-STATUS         PIC X(02).
001480     88  WS-ASMSEQ-OK              VALUE "00".

001490 01  WS-BOMFILE-STATUS        PIC X(02).
001500     88  WS-BOMFILE-OK             VALUE "00".

001510 01  WS-PRODMAST-STATUS       PIC X(02).
001520     88  WS-PRODMAST-OK            VALUE "00".

001530 01  WS-PRODALOC-STATUS       PIC X(02).
001540     88  WS-PRODALOC-OK            VALUE "00".
001550     88  WS-PRODALOC-MISSING       VALUE "35".

001560 01  WS-PRODRQUE-STATUS       PIC X(02).
001570     88  WS-PRODRQUE-OK            VALUE "00".

001580 01  WS-ASMRPT-STATUS         PIC X(02).
001590     88  WS-ASMRPT-OK              VALUE "00".

001600 01  WS-PRODJRNL-STATUS       PIC X(02).
001610     88  WS-PRODJRNL-OK            VALUE "00".

001620 01  WS-FILELOCK-STATUS       PIC X(02).
001630     88  WS-FILELOCK-OK            VALUE "00".
001640 01  WS-LOCK-HELD-SW          PIC X(01)  VALUE "N".
001650     88  WS-LOCK-IS-HELD           VALUE "Y".
001660 01  WS-LOCK-HOLDER           PIC X(08)  VALUE SPACES.

001670 01  WS-SIGNON-FIELDS.
001680     05  WS-SIGNON-OK-SW      PIC X(01)  VALUE "N".
001690         88  WS-SIGNED-ON            VALUE "Y".

001700     COPY SIGNLINK.

001710     COPY SECLINK.

001720 01  WS-SWITCHES.
001730     05  WS-DONE-SW           PIC X(01)  VALUE "N".
001740         88  WS-ALL-DONE             VALUE "Y".
001750     05  WS-ASMFILE-OPEN-SW   PIC X(01)  VALUE "N".
001760         88  WS-ASMFILE-WAS-OPENED   VALUE "Y".
001770     05  WS-BOMFILE-OPEN-SW   PIC X(01)  VALUE "N".
001780         88  WS-BOMFILE-WAS-OPENED   VALUE "Y".
001790     05  WS-PRODMAST-OPEN-SW  PIC X(01)  VALUE "N".
001800         88  WS-PRODMAST-WAS-OPENED  VALUE "Y".
001810     05  WS-PRODALOC-OPEN-SW  PIC X(01)  VALUE "N".
001820         88  WS-PRODALOC-WAS-OPENED  VALUE "Y".
001830     05  WS-PRODRQUE-OPEN-SW  PIC X(01)  VALUE "N".
001840         88  WS-PRODRQUE-WAS-OPENED  VALUE "Y".
001850     05  WS-ASMRPT-OPEN-SW    PIC X(01)  VALUE "N".
001860         88  WS-ASMRPT-WAS-OPENED    VALUE "Y".
001870     05  WS-PRODJRNL-OPEN-SW  PIC X(01)  VALUE "N".
001880         88  WS-PRODJRNL-WAS-OPENED  VALUE "Y".
001890     05  WS-LIST-EOF-SW       PIC X(01)  VALUE "N".
001900         88  WS-LIST-EOF-REACHED     VALUE "Y".
001910     05  WS-SHORT-SW          PIC X(01)  VALUE "N".
001920         88  WS-STOCK-IS-SHORT       VALUE "Y".
001930     05  WS-ALOC-FOUND-SW     PIC X(01)  VALUE "N".
001940         88  WS-ALOC-WAS-FOUND       VALUE "Y".
001950     05  WS-NUMBER-FREE-SW    PIC X(01)  VALUE "N".
001960         88  WS-NUMBER-IS-FREE       VALUE "Y".

001970 01  WS-MODE-FLAG             PIC X(01)  VALUE SPACE.
001980     88  WS-MODE-IS-POST           VALUE "P" "p".

001990 01  WS-MENU-CHOICE           PIC X(01).
002000     88  WS-CHOICE-NEW             VALUE "N" "n".
002010     88  WS-CHOICE-DISASSEMBLE     VALUE "D" "d".
002020     88  WS-CHOICE-COMPLETE        VALUE "C" "c".
002030     88  WS-CHOICE-CANCEL          VALUE "X" "x".
002040     88  WS-CHOICE-INQUIRE         VALUE "I" "i".
002050     88  WS-CHOICE-LIST            VALUE "L" "l".
002060     88  WS-CHOICE-QUIT            VALUE "Q" "q".

002070 01  WS-CONFIRM               PIC X(01)  VALUE SPACE.
002080     88  WS-CONFIRM-YES            VALUE "Y" "y".

002090 01  WS-COUNTERS.
002100     05  WS-NEW-COUNT         PIC 9(05) COMP  VALUE ZERO.
002110     05  WS-COMPLETE-COUNT    PIC 9(05) COMP  VALUE ZERO.
002120     05  WS-CANCEL-COUNT      PIC 9(05) COMP  VALUE ZERO.
002130     05  WS-LIST-COUNT        PIC 9(05) COMP  VALUE ZERO.
002140     05  WS-ORDERS-READ       PIC 9(05) COMP  VALUE ZERO.
002150     05  WS-ORDERS-POSTED     PIC 9(05) COMP  VALUE ZERO.
002160     05  WS-DETAILS-WRITTEN   PIC 9(07) COMP  VALUE ZERO.

002170 01  WS-RUN-DATE              PIC 9(08).
002180 01  WS-RUN-TIME-FULL         PIC 9(08).
002190 01  WS-RUN-TIME-PARTS REDEFINES WS-RUN-TIME-FULL.
002200     05  WS-RUN-TIME              PIC 9(06).
002210     05  WS-RUN-TIME-HUNDREDTHS   PIC 9(02).
002220 01  WS-OPERATOR-ID           PIC X(08).
002230 01  WS-NEXT-ASM              PIC 9(06)  VALUE 1.
002240 01  WS-BEFORE-IMAGE          PIC X(71).

002250 01  WS-WORK-NUMERO-X         PIC X(06).
002260 01  WS-WORK-NUMERO REDEFINES WS-WORK-NUMERO-X
002270                              PIC 9(06).
002280 01  WS-WORK-KIT              PIC X(03).
002290 01  WS-WORK-QTE-X            PIC X(05).
002300 01  WS-WORK-QTE REDEFINES WS-WORK-QTE-X
002310                              PIC 9(05).
002320 01  WS-WORK-TYPE             PIC X(01).
002330     88  WS-WORK-IS-ASSEMBLY       VALUE "A".
002340 01  WS-KIT-LIBELLE           PIC X(15).
002350 01  WS-CHECK-CODE            PIC X(03).
002360 01  WS-TRAN-CODE             PIC X(01).
002370 01  WS-TRAN-PRODUIT          PIC X(03).
002380 01  WS-NEED                  PIC S9(07) COMP  VALUE ZERO.
002390 01  WS-QTE-DISPONIBLE        PIC S9(07) COMP  VALUE ZERO.
002400 01  WS-ALOC-CODE             PIC X(03).
002410 01  WS-ALOC-DELTA            PIC S9(07) COMP  VALUE ZERO.
002420 01  WS-OLD-QTY               PIC S9(07) COMP  VALUE ZERO.
002430 01  WS-COMP-I                PIC 9(02) COMP  VALUE ZERO.

002440*****************************************************************
002450* THE KIT'S BILL OF MATERIALS AS LOADED FOR A NEW ORDER, OR AS
002460* COPIED ON THE ORDER FOR POSTING, WITH EACH COMPONENT'S
002470* COUT-MOYEN PICKED UP AT POSTING.
002480*****************************************************************
002490 01  WS-COMP-TABLE.
002500     05  WS-COMP-COUNT        PIC 9(02) COMP  VALUE ZERO.
002510     05  WS-COMP-ENTRY OCCURS 20 TIMES.
002520         10  WS-COMP-CODE     PIC X(03).
002530         10  WS-COMP-QTE-PAR  PIC 9(03).
002540         10  WS-COMP-COUT     PIC S9(06)V99 COMP-3.

002550 01  WS-VALUES.
002560     05  WS-COUT-UNITAIRE     PIC S9(07)V99 COMP-3  VALUE ZERO.
002570     05  WS-VALEUR-SORTIE     PIC S9(09)V99 COMP-3  VALUE ZERO.
002580     05  WS-VALEUR-ENTREE     PIC S9(09)V99 COMP-3  VALUE ZERO.
002590     05  WS-TOTAL-SORTIE      PIC S9(11)V99 COMP-3  VALUE ZERO.
002600     05  WS-TOTAL-ENTREE      PIC S9(11)V99 COMP-3  VALUE ZERO.

002610 01  WS-SEPARATOR-LINE.
002620     05  FILLER               PIC X(100) VALUE ALL "=".

002630 01  WS-REPORT-HEADING.
002640     05  FILLER               PIC X(42) VALUE
002650         "ORDRES D'ASSEMBLAGE COMPTABILISES AU      ".
002660     05  WH-RUN-DATE          PIC 9(08).

002670 01  WS-COLUMN-HEADING.
002680     05  FILLER               PIC X(08) VALUE "ORDRE".
002690     05  FILLER               PIC X(07) VALUE "TYPE".
002700     05  FILLER               PIC X(05) VALUE "KIT".
002710     05  FILLER               PIC X(16) VALUE "LIBELLE".
002720     05  FILLER               PIC X(08) VALUE "    QTE".
002730     05  FILLER               PIC X(16) VALUE
002740         "  VALEUR SORTIE".
002750     05  FILLER               PIC X(16) VALUE
002760         "  VALEUR ENTREE".
002770     05  FILLER               PIC X(14) VALUE "         ECART".

002780 01  WS-ORDER-LINE.
002790     05  WO-NUMERO            PIC 9(06).
002800     05  FILLER               PIC X(02) VALUE SPACES.
002810     05  WO-TYPE              PIC X(05).
002820     05  FILLER               PIC X(02) VALUE SPACES.
002830     05  WO-KIT               PIC X(03).
002840     05  FILLER               PIC X(02) VALUE SPACES.
002850     05  WO-LIBELLE           PIC X(15).
002860     05  FILLER               PIC X(01) VALUE SPACE.
002870     05  WO-QTE               PIC ZZZZZZ9.
002880     05  FILLER               PIC X(02) VALUE SPACES.
002890     05  WO-SORTIE            PIC ZZZ,ZZZ,ZZ9.99.
002900     05  FILLER               PIC X(02) VALUE SPACES.
002910     05  WO-ENTREE            PIC ZZZ,ZZZ,ZZ9.99.
002920     05  FILLER               PIC X(01) VALUE SPACE.
002930     05  WO-ECART             PIC -ZZZ,ZZZ,ZZ9.99.

002940 01  WS-COMPONENT-LINE.
002950     05  FILLER               PIC X(10) VALUE SPACES.
002960     05  WC-SENS              PIC X(06).
002970     05  WC-CODE              PIC X(03).
002980     05  FILLER               PIC X(02) VALUE SPACES.
002990     05  WC-QTE               PIC ZZZZZZ9.
003000     05  FILLER               PIC X(08) VALUE "  COUT :".
003010     05  WC-COUT              PIC ZZZ,ZZ9.99.

003020 01  WS-TOTAL-LINE.
003030     05  FILLER               PIC X(22) VALUE
003040         "ORDRES COMPTABILISES :".
003050     05  WT-ORDERS            PIC ZZZZ9.
003060     05  FILLER               PIC X(20) VALUE SPACES.
003070     05  WT-SORTIE            PIC ZZZ,ZZZ,ZZ9.99.
003080     05  FILLER               PIC X(02) VALUE SPACES.
003090     05  WT-ENTREE            PIC ZZZ,ZZZ,ZZ9.99.
003100     05  FILLER               PIC X(01) VALUE SPACE.
003110     05  WT-ECART             PIC -ZZZ,ZZZ,ZZ9.99.

003120 01  WS-QTE-ED                PIC ZZZZ9.
003130 01  WS-NEED-ED               PIC ZZZZZZ9.
003140 01  WS-DISPO-ED              PIC -ZZZZZZ9.
003150 01  WS-COUT-ED               PIC ZZZ,ZZ9.99.

003160 PROCEDURE DIVISION.

003170 0000-MAINLINE.
003180     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003190     IF WS-MODE-IS-POST
003200         PERFORM 8000-POST-ONE-ORDER THRU 8000-EXIT
003210             UNTIL WS-ALL-DONE
003220     ELSE
003230         PERFORM 2000-PROCESS-MENU THRU 2000-EXIT
003240             UNTIL WS-ALL-DONE
003250     END-IF.
003260     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003270     STOP RUN.

003280 1000-INITIALIZE.
003290     ACCEPT WS-MODE-FLAG FROM COMMAND-LINE.
003300     IF WS-MODE-IS-POST
003310         PERFORM 1500-INITIALIZE-POSTING THRU 1500-EXIT
003320         GO TO 1000-EXIT
003330     END-IF.
003340     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
003350     PERFORM 1100-SIGN-ON THRU 1100-EXIT.
003360     IF NOT WS-SIGNED-ON
003370         SET WS-ALL-DONE TO TRUE
003380         GO TO 1000-EXIT
003390     END-IF.
003400     PERFORM 1200-OPEN-ASMFILE THRU 1200-EXIT.
003410     IF WS-ALL-DONE
003420         GO TO 1000-EXIT
003430     END-IF.
003440     OPEN INPUT BOMFILE.
003450     IF NOT WS-BOMFILE-OK
003460         DISPLAY "DAY7ASM - UNABLE TO OPEN BOMFILE, STATUS "
003470             WS-BOMFILE-STATUS
003480         SET WS-ALL-DONE TO TRUE
003490         GO TO 1000-EXIT
003500     END-IF.
003510     SET WS-BOMFILE-WAS-OPENED TO TRUE.
003520     OPEN INPUT PRODMAST.
003530     IF NOT WS-PRODMAST-OK
003540         DISPLAY "DAY7ASM - UNABLE TO OPEN PRODMAST, STATUS "
003550             WS-PRODMAST-STATUS
003560         SET WS-ALL-DONE TO TRUE
003570         GO TO 1000-EXIT
003580     END-IF.
003590     SET WS-PRODMAST-WAS-OPENED TO TRUE.
003600*    AN ORDER WHOSE ALLOCATION CANNOT BE RECORDED WOULD LET
003610*    ORDER CAPTURE PROMISE THE SAME UNITS - FAIL CLOSED.
003620     OPEN I-O PRODALOC.
003630     IF WS-PRODALOC-MISSING
003640         OPEN OUTPUT PRODALOC
003650         CLOSE PRODALOC
003660         OPEN I-O PRODALOC
003670     END-IF.
003680     IF NOT WS-PRODALOC-OK
003690         DISPLAY "DAY7ASM - UNABLE TO OPEN PRODALOC, STATUS "
003700             WS-PRODALOC-STATUS
003710         SET WS-ALL-DONE TO TRUE
003720         GO TO 1000-EXIT
003730     END-IF.
003740     SET WS-PRODALOC-WAS-OPENED TO TRUE.
003750     PERFORM 1300-GET-NEXT-ASM THRU 1300-EXIT.
003760 1000-EXIT.
003770     EXIT.

003780 1100-SIGN-ON.
003790     MOVE "DAY7ASM" TO SGN-Program.
003800     CALL "daysec" USING SGN-REQUEST.
003810     IF SGN-SIGNED-ON
003820         MOVE SGN-Operator   TO WS-OPERATOR-ID
003830         MOVE "Y" TO WS-SIGNON-OK-SW
003840     END-IF.
003850 1100-EXIT.
003860     EXIT.

003870 1190-LOG-SECURITY.
003880     MOVE "DAY7ASM" TO SEC-Program.
003890     MOVE WS-OPERATOR-ID TO SEC-Operator.
003900     MOVE ASM-Numero TO SEC-Detail.
003910     CALL "dayslog" USING SEC-REQUEST.
003920 1190-EXIT.
003930     EXIT.

003940 1200-OPEN-ASMFILE.
003950     OPEN I-O ASMFILE.
003960     IF WS-ASMFILE-MISSING
003970         OPEN OUTPUT ASMFILE
003980         CLOSE ASMFILE
003990         OPEN I-O ASMFILE
004000     END-IF.
004010     IF NOT WS-ASMFILE-OK
004020         DISPLAY "DAY7ASM - UNABLE TO OPEN ASMFILE, STATUS "
004030             WS-ASMFILE-STATUS
004040         SET WS-ALL-DONE TO TRUE
004050         GO TO 1200-EXIT
004060     END-IF.
004070     SET WS-ASMFILE-WAS-OPENED TO TRUE.
004080 1200-EXIT.
004090     EXIT.

004100*****************************************************************
004110* THE NEXT ORDER NUMBER LIVES ON THE ONE-RECORD ASMSEQ CONTROL
004120* FILE, THE SAME SHAPE AS DAY7PUR'S POSEQ. A MISSING OR EMPTY
004130* FILE STARTS AT 1; THE UPDATED NUMBER IS SAVED BACK AT END OF
004140* SESSION.
004150*****************************************************************
004160 1300-GET-NEXT-ASM.
004170     OPEN INPUT ASMSEQ.
004180     IF NOT WS-ASMSEQ-OK
004190         DISPLAY "DAY7ASM - NO ASMSEQ CONTROL FILE, NUMBERING "
004200             "STARTS AT 000001"
004210         GO TO 1300-EXIT
004220     END-IF.
004230     READ ASMSEQ
004240         AT END
004250             DISPLAY "DAY7ASM - ASMSEQ IS EMPTY, NUMBERING "
004260                 "STARTS AT 000001"
004270             CLOSE ASMSEQ
004280             GO TO 1300-EXIT
004290     END-READ.
004300     IF SEQ-Next-Asm IS NUMERIC AND SEQ-Next-Asm > ZERO
004310         MOVE SEQ-Next-Asm TO WS-NEXT-ASM
004320     END-IF.
004330     CLOSE ASMSEQ.
004340 1300-EXIT.
004350     EXIT.

004360*****************************************************************
004370* POSTING RUN. THE NIGHT BATCH MARKS PRODMAST BUSY ON FILELOCK
004380* FOR THE WHOLE STREAM; POSTING REWRITES KIT COSTS, SO A HELD
004390* MARK REFUSES THE RUN AND NOTHING IS POSTED.
004400*****************************************************************
004410 1500-INITIALIZE-POSTING.
004420     CALL "dayproc" USING WS-RUN-DATE.
004430     ACCEPT WS-RUN-TIME-FULL FROM TIME.
004440     MOVE "BATCH" TO WS-OPERATOR-ID.
004450     PERFORM 1600-CHECK-INTERLOCK THRU 1600-EXIT.
004460     IF WS-LOCK-IS-HELD
004470         DISPLAY "DAY7ASM - PRODMAST IS IN USE BY "
004480             WS-LOCK-HOLDER " - NOTHING POSTED"
004490         MOVE 12 TO RETURN-CODE
004500         SET WS-ALL-DONE TO TRUE
004510         GO TO 1500-EXIT
004520     END-IF.
004530     PERFORM 1200-OPEN-ASMFILE THRU 1200-EXIT.
004540     IF WS-ALL-DONE
004550         GO TO 1500-EXIT
004560     END-IF.
004570     OPEN I-O PRODMAST.
004580     IF NOT WS-PRODMAST-OK
004590         DISPLAY "DAY7ASM - UNABLE TO OPEN PRODMAST, STATUS "
004600             WS-PRODMAST-STATUS " - NOTHING POSTED"
004610         SET WS-ALL-DONE TO TRUE
004620         GO TO 1500-EXIT
004630     END-IF.
004640     SET WS-PRODMAST-WAS-OPENED TO TRUE.

004650*    EXTEND, SO MOVEMENTS QUEUED SINCE THE LAST DAY7 RUN STAY ON
004660*    THE QUEUE WITH TODAY'S.
004670     OPEN EXTEND PRODRQUE.
004680     IF NOT WS-PRODRQUE-OK
004690         DISPLAY "DAY7ASM - UNABLE TO OPEN PRODRQUE, STATUS "
004700             WS-PRODRQUE-STATUS " - NOTHING POSTED"
004710         SET WS-ALL-DONE TO TRUE
004720         GO TO 1500-EXIT
004730     END-IF.
004740     MOVE "Y" TO WS-PRODRQUE-OPEN-SW.

004750     OPEN OUTPUT ASMRPT.
004760     IF NOT WS-ASMRPT-OK
004770         DISPLAY "DAY7ASM - UNABLE TO OPEN ASMRPT, STATUS "
004780             WS-ASMRPT-STATUS " - NOTHING POSTED"
004790         SET WS-ALL-DONE TO TRUE
004800         GO TO 1500-EXIT
004810     END-IF.
004820     MOVE "Y" TO WS-ASMRPT-OPEN-SW.
004830     MOVE WS-RUN-DATE TO WH-RUN-DATE.
004840     WRITE ASMRPT-LINE FROM WS-REPORT-HEADING.
004850     WRITE ASMRPT-LINE FROM WS-SEPARATOR-LINE.
004860     WRITE ASMRPT-LINE FROM WS-COLUMN-HEADING.
004870     WRITE ASMRPT-LINE FROM WS-SEPARATOR-LINE.

004880     OPEN EXTEND PRODJRNL.
004890     IF NOT WS-PRODJRNL-OK
004900         DISPLAY "DAY7ASM - UNABLE TO OPEN PRODJRNL, STATUS "
004910             WS-PRODJRNL-STATUS " - COST CHANGES NOT JOURNALED"
004920     ELSE
004930         MOVE "Y" TO WS-PRODJRNL-OPEN-SW
004940     END-IF.

004950     MOVE ZERO TO ASM-Numero.
004960     START ASMFILE KEY IS NOT < ASM-Numero
004970         INVALID KEY
004980             SET WS-ALL-DONE TO TRUE
004990     END-START.
005000 1500-EXIT.
005010     EXIT.

005020 1600-CHECK-INTERLOCK.
005030     MOVE "N" TO WS-LOCK-HELD-SW.
005040     OPEN INPUT FILELOCK.
005050     IF NOT WS-FILELOCK-OK
005060         GO TO 1600-EXIT
005070     END-IF.
005080     PERFORM 1610-SCAN-ONE-LOCK THRU 1610-EXIT
005090         UNTIL WS-FILELOCK-STATUS = "10".
005100     CLOSE FILELOCK.
005110 1600-EXIT.
005120     EXIT.

005130 1610-SCAN-ONE-LOCK.
005140     READ FILELOCK
005150         AT END
005160             MOVE "10" TO WS-FILELOCK-STATUS
005170             GO TO 1610-EXIT
005180     END-READ.
005190     IF LCK-File = "PRODMAST"
005200         MOVE "Y" TO WS-LOCK-HELD-SW
005210         MOVE LCK-Holder TO WS-LOCK-HOLDER
005220     END-IF.
005230 1610-EXIT.
005240     EXIT.

005250 2000-PROCESS-MENU.
005260     PERFORM 2100-DISPLAY-MENU THRU 2100-EXIT.
005270     PERFORM 2200-GET-CHOICE THRU 2200-EXIT.

005280     EVALUATE TRUE
005290         WHEN WS-CHOICE-NEW
005300             IF NOT SGN-MAY-ADD
005310                 DISPLAY "DAY7ASM - NOT AUTHORIZED TO RAISE "
005320                     "ORDERS"
005330             ELSE
005340                 MOVE "A" TO WS-WORK-TYPE
005350                 PERFORM 3000-NEW-ORDER THRU 3000-EXIT
005360             END-IF
005370         WHEN WS-CHOICE-DISASSEMBLE
005380             IF NOT SGN-MAY-ADD
005390                 DISPLAY "DAY7ASM - NOT AUTHORIZED TO RAISE "
005400                     "ORDERS"
005410             ELSE
005420                 MOVE "D" TO WS-WORK-TYPE
005430                 PERFORM 3000-NEW-ORDER THRU 3000-EXIT
005440             END-IF
005450         WHEN WS-CHOICE-COMPLETE
005460             IF NOT SGN-MAY-CHANGE
005470                 DISPLAY "DAY7ASM - NOT AUTHORIZED TO COMPLETE"
005480             ELSE
005490                 PERFORM 4000-COMPLETE-ORDER THRU 4000-EXIT
005500             END-IF
005510         WHEN WS-CHOICE-CANCEL
005520             IF NOT SGN-MAY-CHANGE
005530                 DISPLAY "DAY7ASM - NOT AUTHORIZED TO CANCEL"
005540             ELSE
005550                 PERFORM 5000-CANCEL-ORDER THRU 5000-EXIT
005560             END-IF
005570         WHEN WS-CHOICE-INQUIRE
005580             IF NOT SGN-MAY-INQUIRE
005590                 DISPLAY "DAY7ASM - NOT AUTHORIZED TO INQUIRE"
005600             ELSE
005610                 PERFORM 6000-INQUIRE-ORDER THRU 6000-EXIT
005620             END-IF
005630         WHEN WS-CHOICE-LIST
005640             IF NOT SGN-MAY-INQUIRE
005650                 DISPLAY "DAY7ASM - NOT AUTHORIZED TO INQUIRE"
005660             ELSE
005670                 PERFORM 7000-LIST-ORDERS THRU 7000-EXIT
005680             END-IF
005690         WHEN WS-CHOICE-QUIT
005700             SET WS-ALL-DONE TO TRUE
005710         WHEN OTHER
005720             DISPLAY "DAY7ASM - INVALID CHOICE, TRY AGAIN"
005730     END-EVALUATE.
005740 2000-EXIT.
005750     EXIT.

005760 2100-DISPLAY-MENU.
005770     DISPLAY " ".
005780     DISPLAY "---------- KIT ASSEMBLY ORDERS ----------".
005790     DISPLAY "  N - NEW ASSEMBLY ORDER".
005800     DISPLAY "  D - NEW DISASSEMBLY ORDER".
005810     DISPLAY "  C - COMPLETE AN OPEN ORDER".
005820     DISPLAY "  X - CANCEL AN OPEN ORDER".
005830     DISPLAY "  I - INQUIRE ON AN ORDER".
005840     DISPLAY "  L - LIST ORDERS NOT YET POSTED".
005850     DISPLAY "  Q - QUIT".
005860 2100-EXIT.
005870     EXIT.

005880 2200-GET-CHOICE.
005890     DISPLAY "ENTER YOUR CHOICE : ".
005900     ACCEPT WS-MENU-CHOICE.
005910 2200-EXIT.
005920     EXIT.

005930*****************************************************************
005940* READS THE ORDER KEYED BY THE USER. ASM-NUMERO COMES BACK ZERO
005950* WHEN THERE IS NO SUCH ORDER.
005960*****************************************************************
005970 2300-GET-ORDER.
005980     DISPLAY "ENTER ORDER NUMBER (6 DIGITS)      : ".
005990     ACCEPT WS-WORK-NUMERO-X.
006000     IF WS-WORK-NUMERO-X IS NOT NUMERIC
006010         DISPLAY "DAY7ASM - ORDER NUMBER MUST BE NUMERIC"
006020         MOVE ZERO TO ASM-Numero
006030         GO TO 2300-EXIT
006040     END-IF.
006050     MOVE WS-WORK-NUMERO TO ASM-Numero.
006060     READ ASMFILE
006070         INVALID KEY
006080             DISPLAY "DAY7ASM - ORDER " WS-WORK-NUMERO
006090                 " NOT ON FILE"
006100             MOVE ZERO TO ASM-Numero
006110     END-READ.
006120 2300-EXIT.
006130     EXIT.

006140 2400-SHOW-ORDER.
006150     MOVE ASM-Kit TO Code-produit.
006160     READ PRODMAST
006170         INVALID KEY
006180             MOVE SPACES TO Libelle
006190     END-READ.
006200     DISPLAY "ORDER " ASM-Numero "  TYPE " ASM-Type
006210         "  KIT " ASM-Kit " " Libelle "  QTY " ASM-Qte
006220         "  STATUS " ASM-Statut.
006230 2400-EXIT.
006240     EXIT.

006250*****************************************************************
006260* LOADS THE KIT'S BILL OF MATERIALS INTO WS-COMP-TABLE.
006270*****************************************************************
006280 2500-LOAD-BOM.
006290     MOVE ZERO TO WS-COMP-COUNT.
006300     MOVE WS-WORK-KIT TO BOM-Kit.
006310     MOVE LOW-VALUES  TO BOM-Composant.
006320     MOVE "N" TO WS-LIST-EOF-SW.
006330     START BOMFILE KEY IS NOT < BOM-Key
006340         INVALID KEY
006350             MOVE "Y" TO WS-LIST-EOF-SW
006360     END-START.
006370     PERFORM 2510-LOAD-ONE-COMPONENT THRU 2510-EXIT
006380         UNTIL WS-LIST-EOF-REACHED.
006390 2500-EXIT.
006400     EXIT.

006410 2510-LOAD-ONE-COMPONENT.
006420     READ BOMFILE NEXT RECORD
006430         AT END
006440             MOVE "Y" TO WS-LIST-EOF-SW
006450             GO TO 2510-EXIT
006460     END-READ.
006470     IF BOM-Kit NOT = WS-WORK-KIT
006480         OR WS-COMP-COUNT NOT < 20
006490         MOVE "Y" TO WS-LIST-EOF-SW
006500         GO TO 2510-EXIT
006510     END-IF.
006520     ADD 1 TO WS-COMP-COUNT.
006530     MOVE BOM-Composant TO WS-COMP-CODE(WS-COMP-COUNT).
006540     MOVE BOM-Qte       TO WS-COMP-QTE-PAR(WS-COMP-COUNT).
006550     MOVE ZERO          TO WS-COMP-COUT(WS-COMP-COUNT).
006560 2510-EXIT.
006570     EXIT.

006580*****************************************************************
006590* LOADS WS-COMP-TABLE FROM THE COMPONENTS COPIED ON THE ORDER.
006600*****************************************************************
006610 2600-LOAD-ORDER-COMPONENTS.
006620     MOVE ASM-Nb-Composants TO WS-COMP-COUNT.
006630     PERFORM 2610-LOAD-ONE-ORDER-COMP THRU 2610-EXIT
006640         VARYING WS-COMP-I FROM 1 BY 1
006650         UNTIL WS-COMP-I > WS-COMP-COUNT.
006660 2600-EXIT.
006670     EXIT.

006680 2610-LOAD-ONE-ORDER-COMP.
006690     MOVE ASM-Comp-Code(WS-COMP-I) TO WS-COMP-CODE(WS-COMP-I).
006700     MOVE ASM-Comp-Qte(WS-COMP-I)
006710         TO WS-COMP-QTE-PAR(WS-COMP-I).
006720     MOVE ZERO TO WS-COMP-COUT(WS-COMP-I).
006730 2610-EXIT.
006740     EXIT.

006750 2700-READ-ALLOCATION.
006760     MOVE "N" TO WS-ALOC-FOUND-SW.
006770     MOVE WS-ALOC-CODE TO ALOC-Code-produit.
006780     READ PRODALOC
006790         INVALID KEY
006800             MOVE ZERO TO ALOC-Qte-Allouee
006810         NOT INVALID KEY
006820             SET WS-ALOC-WAS-FOUND TO TRUE
006830     END-READ.
006840 2700-EXIT.
006850     EXIT.

006860*****************************************************************
006870* MOVES THE ALLOCATION OF WS-ALOC-CODE BY WS-ALOC-DELTA - UP
006880* WHEN AN ORDER IS RAISED, DOWN WHEN IT IS CANCELLED. A RELEASE
006890* THAT WOULD DRIVE THE ENTRY NEGATIVE FLOORS IT AT ZERO.
006900*****************************************************************
006910 2800-MOVE-ALLOCATION.
006920     PERFORM 2700-READ-ALLOCATION THRU 2700-EXIT.
006930     MOVE WS-ALOC-CODE TO ALOC-Code-produit.
006940     ADD WS-ALOC-DELTA TO ALOC-Qte-Allouee.
006950     IF ALOC-Qte-Allouee < ZERO
006960         MOVE ZERO TO ALOC-Qte-Allouee
006970     END-IF.
006980     IF WS-ALOC-WAS-FOUND
006990         REWRITE PRODALOC-REC
007000             INVALID KEY
007010                 DISPLAY "DAY7ASM - UNABLE TO UPDATE ALLOCATION "
007020                     "FOR " WS-ALOC-CODE " STATUS "
007030                     WS-PRODALOC-STATUS
007040         END-REWRITE
007050     ELSE
007060         WRITE PRODALOC-REC
007070             INVALID KEY
007080                 DISPLAY "DAY7ASM - UNABLE TO WRITE ALLOCATION "
007090                     "FOR " WS-ALOC-CODE " STATUS "
007100                     WS-PRODALOC-STATUS
007110         END-WRITE
007120     END-IF.
007130 2800-EXIT.
007140     EXIT.

007150*****************************************************************
007160* RAISES AN ASSEMBLY ("A") OR DISASSEMBLY ("D") ORDER FOR THE
007170* TYPE IN WS-WORK-TYPE. NOTHING IS WRITTEN UNLESS EVERY UNIT
007180* THE ORDER WILL CONSUME IS AVAILABLE TO PROMISE.
007190*****************************************************************
007200 3000-NEW-ORDER.
007210     DISPLAY "ENTER KIT CODE-PRODUIT (3 CHARS)   : ".
007220     ACCEPT WS-WORK-KIT.
007230     MOVE WS-WORK-KIT TO Code-produit.
007240     READ PRODMAST
007250         INVALID KEY
007260             DISPLAY "DAY7ASM - KIT " WS-WORK-KIT
007270                 " NOT ON PRODMAST"
007280             GO TO 3000-EXIT
007290     END-READ.
007300     MOVE Libelle TO WS-KIT-LIBELLE.
007310     PERFORM 2500-LOAD-BOM THRU 2500-EXIT.
007320     IF WS-COMP-COUNT = ZERO
007330         DISPLAY "DAY7ASM - " WS-WORK-KIT
007340             " HAS NO BILL OF MATERIALS"
007350         GO TO 3000-EXIT
007360     END-IF.
007370     DISPLAY "KIT : " WS-KIT-LIBELLE.
007380     DISPLAY "ENTER NUMBER OF KITS (5 DIGITS)    : ".
007390     ACCEPT WS-WORK-QTE-X.
007400     IF WS-WORK-QTE-X IS NOT NUMERIC
007410         DISPLAY "DAY7ASM - QUANTITY MUST BE NUMERIC"
007420         GO TO 3000-EXIT
007430     END-IF.
007440     IF WS-WORK-QTE = ZERO
007450         DISPLAY "DAY7ASM - QUANTITY MUST BE ABOVE ZERO"
007460         GO TO 3000-EXIT
007470     END-IF.

007480     MOVE "N" TO WS-SHORT-SW.
007490     DISPLAY "CODE   A CONSOMMER   DISPONIBLE".
007500     IF WS-WORK-IS-ASSEMBLY
007510         PERFORM 3100-CHECK-ONE-COMPONENT THRU 3100-EXIT
007520             VARYING WS-COMP-I FROM 1 BY 1
007530             UNTIL WS-COMP-I > WS-COMP-COUNT
007540     ELSE
007550         MOVE WS-WORK-KIT TO WS-CHECK-CODE
007560         MOVE WS-WORK-QTE TO WS-NEED
007570         PERFORM 3200-CHECK-ONE-PRODUIT THRU 3200-EXIT
007580     END-IF.
007590     IF WS-STOCK-IS-SHORT
007600         DISPLAY "DAY7ASM - NOT ENOUGH STOCK AVAILABLE, "
007610             "ORDER NOT RAISED"
007620         GO TO 3000-EXIT
007630     END-IF.
007640     DISPLAY "RAISE THIS ORDER (Y/N) ? ".
007650     ACCEPT WS-CONFIRM.
007660     IF NOT WS-CONFIRM-YES
007670         DISPLAY "DAY7ASM - ORDER NOT RAISED"
007680         GO TO 3000-EXIT
007690     END-IF.

007700     PERFORM 3300-ASSIGN-NUMBER THRU 3300-EXIT.
007710     MOVE WS-NEXT-ASM    TO ASM-Numero.
007720     MOVE WS-WORK-TYPE   TO ASM-Type.
007730     MOVE WS-WORK-KIT    TO ASM-Kit.
007740     MOVE WS-WORK-QTE    TO ASM-Qte.
007750     MOVE "O"            TO ASM-Statut.
007760     MOVE WS-RUN-DATE    TO ASM-Date-Creation.
007770     MOVE WS-OPERATOR-ID TO ASM-User-Creation.
007780     MOVE ZERO           TO ASM-Date-Completion.
007790     MOVE SPACES         TO ASM-User-Completion.
007800     MOVE ZERO           TO ASM-Date-Posting.
007810     MOVE ZERO           TO ASM-Cout-Unitaire.
007820     MOVE WS-COMP-COUNT  TO ASM-Nb-Composants.
007830     PERFORM 3400-COPY-ONE-COMPONENT THRU 3400-EXIT
007840         VARYING WS-COMP-I FROM 1 BY 1
007850         UNTIL WS-COMP-I > 20.
007860     WRITE ASMORD-REC
007870         INVALID KEY
007880             DISPLAY "DAY7ASM - UNABLE TO WRITE ORDER "
007890                 ASM-Numero " STATUS " WS-ASMFILE-STATUS
007900             GO TO 3000-EXIT
007910     END-WRITE.
007920     ADD 1 TO WS-NEXT-ASM.

007930     IF ASM-TYPE-ASSEMBLY
007940         PERFORM 3500-ALLOCATE-ONE-COMPONENT THRU 3500-EXIT
007950             VARYING WS-COMP-I FROM 1 BY 1
007960             UNTIL WS-COMP-I > WS-COMP-COUNT
007970     ELSE
007980         MOVE ASM-Kit TO WS-ALOC-CODE
007990         MOVE ASM-Qte TO WS-ALOC-DELTA
008000         PERFORM 2800-MOVE-ALLOCATION THRU 2800-EXIT
008010     END-IF.
008020     ADD 1 TO WS-NEW-COUNT.
008030     DISPLAY "DAY7ASM - ORDER " ASM-Numero " RAISED".
008040     MOVE "ADD" TO SEC-Event.
008050     PERFORM 1190-LOG-SECURITY THRU 1190-EXIT.
008060 3000-EXIT.
008070     EXIT.

008080 3100-CHECK-ONE-COMPONENT.
008090     MOVE WS-COMP-CODE(WS-COMP-I) TO WS-CHECK-CODE.
008100     COMPUTE WS-NEED =
008110         WS-COMP-QTE-PAR(WS-COMP-I) * WS-WORK-QTE.
008120     PERFORM 3200-CHECK-ONE-PRODUIT THRU 3200-EXIT.
008130 3100-EXIT.
008140     EXIT.

008150*****************************************************************
008160* SHOWS WHAT THE ORDER WILL CONSUME OF ONE PRODUCT AGAINST ITS
008170* AVAILABLE-TO-PROMISE AND FLAGS A SHORTAGE. A MOVEMENT TOO
008180* LARGE FOR ONE PRODTRAN DETAIL IS ALSO REFUSED.
008190*****************************************************************
008200 3200-CHECK-ONE-PRODUIT.
008210     MOVE WS-CHECK-CODE TO Code-produit.
008220     READ PRODMAST
008230         INVALID KEY
008240             DISPLAY WS-CHECK-CODE "    NOT ON PRODMAST"
008250             MOVE "Y" TO WS-SHORT-SW
008260             GO TO 3200-EXIT
008270     END-READ.
008280     IF PRODUIT-BLOQUE
008290         DISPLAY WS-CHECK-CODE "    BLOCKED"
008300         MOVE "Y" TO WS-SHORT-SW
008310         GO TO 3200-EXIT
008320     END-IF.
008330     MOVE WS-CHECK-CODE TO WS-ALOC-CODE.
008340     PERFORM 2700-READ-ALLOCATION THRU 2700-EXIT.
008350     COMPUTE WS-QTE-DISPONIBLE =
008360         Qte-En-Main - ALOC-Qte-Allouee.
008370     MOVE WS-NEED           TO WS-NEED-ED.
008380     MOVE WS-QTE-DISPONIBLE TO WS-DISPO-ED.
008390     DISPLAY WS-CHECK-CODE "    " WS-NEED-ED "      " WS-DISPO-ED.
008400     IF WS-NEED > 99999
008410         DISPLAY "DAY7ASM - QUANTITY TOO LARGE FOR " WS-CHECK-CODE
008420         MOVE "Y" TO WS-SHORT-SW
008430         GO TO 3200-EXIT
008440     END-IF.
008450     IF WS-NEED > WS-QTE-DISPONIBLE
008460         MOVE "Y" TO WS-SHORT-SW
008470     END-IF.
008480 3200-EXIT.
008490     EXIT.

008500*****************************************************************
008510* STEPS PAST ANY NUMBER ALREADY ON ASMFILE (A CONTROL FILE
008520* RESTORED FROM AN OLD BACKUP, OR TWO SESSIONS AT ONCE).
008530*****************************************************************
008540 3300-ASSIGN-NUMBER.
008550     MOVE "N" TO WS-NUMBER-FREE-SW.
008560     PERFORM 3310-TRY-ONE-NUMBER THRU 3310-EXIT
008570         UNTIL WS-NUMBER-IS-FREE.
008580 3300-EXIT.
008590     EXIT.

008600 3310-TRY-ONE-NUMBER.
008610     MOVE WS-NEXT-ASM TO ASM-Numero.
008620     READ ASMFILE
008630         INVALID KEY
008640             MOVE "Y" TO WS-NUMBER-FREE-SW
008650             GO TO 3310-EXIT
008660     END-READ.
008670     ADD 1 TO WS-NEXT-ASM.
008680 3310-EXIT.
008690     EXIT.

008700 3400-COPY-ONE-COMPONENT.
008710     IF WS-COMP-I > WS-COMP-COUNT
008720         MOVE SPACES TO ASM-Comp-Code(WS-COMP-I)
008730         MOVE ZERO   TO ASM-Comp-Qte(WS-COMP-I)
008740     ELSE
008750         MOVE WS-COMP-CODE(WS-COMP-I)
008760             TO ASM-Comp-Code(WS-COMP-I)
008770         MOVE WS-COMP-QTE-PAR(WS-COMP-I)
008780             TO ASM-Comp-Qte(WS-COMP-I)
008790     END-IF.
008800 3400-EXIT.
008810     EXIT.

008820 3500-ALLOCATE-ONE-COMPONENT.
008830     MOVE WS-COMP-CODE(WS-COMP-I) TO WS-ALOC-CODE.
008840     COMPUTE WS-ALOC-DELTA =
008850         WS-COMP-QTE-PAR(WS-COMP-I) * ASM-Qte.
008860     PERFORM 2800-MOVE-ALLOCATION THRU 2800-EXIT.
008870 3500-EXIT.
008880     EXIT.

008890 4000-COMPLETE-ORDER.
008900     PERFORM 2300-GET-ORDER THRU 2300-EXIT.
008910     IF ASM-Numero = ZERO
008920         GO TO 4000-EXIT
008930     END-IF.
008940     PERFORM 2400-SHOW-ORDER THRU 2400-EXIT.
008950     IF NOT ASM-STATUT-OPEN
008960         DISPLAY "DAY7ASM - ONLY AN OPEN ORDER CAN BE COMPLETED"
008970         GO TO 4000-EXIT
008980     END-IF.
008990     DISPLAY "MARK THIS ORDER COMPLETED (Y/N) ? ".
009000     ACCEPT WS-CONFIRM.
009010     IF NOT WS-CONFIRM-YES
009020         DISPLAY "DAY7ASM - NOTHING CHANGED"
009030         GO TO 4000-EXIT
009040     END-IF.
009050     MOVE "C"            TO ASM-Statut.
009060     MOVE WS-RUN-DATE    TO ASM-Date-Completion.
009070     MOVE WS-OPERATOR-ID TO ASM-User-Completion.
009080     REWRITE ASMORD-REC
009090         INVALID KEY
009100             DISPLAY "DAY7ASM - UNABLE TO UPDATE ORDER "
009110                 ASM-Numero " STATUS " WS-ASMFILE-STATUS
009120             GO TO 4000-EXIT
009130     END-REWRITE.
009140     ADD 1 TO WS-COMPLETE-COUNT.
009150     DISPLAY "DAY7ASM - ORDER " ASM-Numero
009160         " COMPLETED, STOCK MOVES AT THE NEXT POSTING".
009170     MOVE "COMPLETE" TO SEC-Event.
009180     PERFORM 1190-LOG-SECURITY THRU 1190-EXIT.
009190 4000-EXIT.
009200     EXIT.

009210 5000-CANCEL-ORDER.
009220     PERFORM 2300-GET-ORDER THRU 2300-EXIT.
009230     IF ASM-Numero = ZERO
009240         GO TO 5000-EXIT
009250     END-IF.
009260     PERFORM 2400-SHOW-ORDER THRU 2400-EXIT.
009270     IF NOT ASM-STATUT-OPEN
009280         DISPLAY "DAY7ASM - ONLY AN OPEN ORDER CAN BE CANCELLED"
009290         GO TO 5000-EXIT
009300     END-IF.
009310     DISPLAY "CANCEL THIS ORDER (Y/N) ? ".
009320     ACCEPT WS-CONFIRM.
009330     IF NOT WS-CONFIRM-YES
009340         DISPLAY "DAY7ASM - NOTHING CHANGED"
009350         GO TO 5000-EXIT
009360     END-IF.
009370     MOVE "X" TO ASM-Statut.
009380     REWRITE ASMORD-REC
009390         INVALID KEY
009400             DISPLAY "DAY7ASM - UNABLE TO UPDATE ORDER "
009410                 ASM-Numero " STATUS " WS-ASMFILE-STATUS
009420             GO TO 5000-EXIT
009430     END-REWRITE.
009440     IF ASM-TYPE-ASSEMBLY
009450         PERFORM 2600-LOAD-ORDER-COMPONENTS THRU 2600-EXIT
009460         PERFORM 5100-RELEASE-ONE-COMPONENT THRU 5100-EXIT
009470             VARYING WS-COMP-I FROM 1 BY 1
009480             UNTIL WS-COMP-I > WS-COMP-COUNT
009490     ELSE
009500         MOVE ASM-Kit TO WS-ALOC-CODE
009510         COMPUTE WS-ALOC-DELTA = ZERO - ASM-Qte
009520         PERFORM 2800-MOVE-ALLOCATION THRU 2800-EXIT
009530     END-IF.
009540     ADD 1 TO WS-CANCEL-COUNT.
009550     DISPLAY "DAY7ASM - ORDER " ASM-Numero
009560         " CANCELLED, ALLOCATION RELEASED".
009570     MOVE "CANCEL" TO SEC-Event.
009580     PERFORM 1190-LOG-SECURITY THRU 1190-EXIT.
009590 5000-EXIT.
009600     EXIT.

009610 5100-RELEASE-ONE-COMPONENT.
009620     MOVE WS-COMP-CODE(WS-COMP-I) TO WS-ALOC-CODE.
009630     COMPUTE WS-ALOC-DELTA =
009640         ZERO - (WS-COMP-QTE-PAR(WS-COMP-I) * ASM-Qte).
009650     PERFORM 2800-MOVE-ALLOCATION THRU 2800-EXIT.
009660 5100-EXIT.
009670     EXIT.

009680 6000-INQUIRE-ORDER.
009690     PERFORM 2300-GET-ORDER THRU 2300-EXIT.
009700     IF ASM-Numero = ZERO
009710         GO TO 6000-EXIT
009720     END-IF.
009730     PERFORM 2400-SHOW-ORDER THRU 2400-EXIT.
009740     DISPLAY "RAISED    : " ASM-Date-Creation
009750         " BY " ASM-User-Creation.
009760     IF ASM-Date-Completion NOT = ZERO
009770         DISPLAY "COMPLETED : " ASM-Date-Completion
009780             " BY " ASM-User-Completion
009790     END-IF.
009800     IF ASM-STATUT-POSTED
009810         MOVE ASM-Cout-Unitaire TO WS-COUT-ED
009820         DISPLAY "POSTED    : " ASM-Date-Posting
009830             "   UNIT COST " WS-COUT-ED
009840     END-IF.
009850     DISPLAY "COMPONENT  QTY/KIT".
009860     PERFORM 6100-SHOW-ONE-COMPONENT THRU 6100-EXIT
009870         VARYING WS-COMP-I FROM 1 BY 1
009880         UNTIL WS-COMP-I > ASM-Nb-Composants.
009890 6000-EXIT.
009900     EXIT.

009910 6100-SHOW-ONE-COMPONENT.
009920     DISPLAY ASM-Comp-Code(WS-COMP-I) "        "
009930         ASM-Comp-Qte(WS-COMP-I).
009940 6100-EXIT.
009950     EXIT.

009960*****************************************************************
009970* LISTS EVERY ORDER STILL OPEN OR COMPLETED BUT NOT YET POSTED.
009980*****************************************************************
009990 7000-LIST-ORDERS.
010000     MOVE ZERO TO ASM-Numero.
010010     MOVE "N" TO WS-LIST-EOF-SW.
010020     MOVE ZERO TO WS-LIST-COUNT.
010030     START ASMFILE KEY IS NOT < ASM-Numero
010040         INVALID KEY
010050             MOVE "Y" TO WS-LIST-EOF-SW
010060     END-START.
010070     DISPLAY "ORDRE  T KIT    QTE ST  CREE LE".
010080     PERFORM 7010-LIST-ONE-ORDER THRU 7010-EXIT
010090         UNTIL WS-LIST-EOF-REACHED.
010100     IF WS-LIST-COUNT = ZERO
010110         DISPLAY "DAY7ASM - NO ORDERS AWAITING POSTING"
010120     END-IF.
010130 7000-EXIT.
010140     EXIT.

010150 7010-LIST-ONE-ORDER.
010160     READ ASMFILE NEXT RECORD
010170         AT END
010180             MOVE "Y" TO WS-LIST-EOF-SW
010190             GO TO 7010-EXIT
010200     END-READ.
010210     IF NOT ASM-STATUT-OPEN
010220         AND NOT ASM-STATUT-COMPLETED
010230         GO TO 7010-EXIT
010240     END-IF.
010250     ADD 1 TO WS-LIST-COUNT.
010260     MOVE ASM-Qte TO WS-QTE-ED.
010270     DISPLAY ASM-Numero " " ASM-Type " " ASM-Kit " " WS-QTE-ED
010280         "  " ASM-Statut "  " ASM-Date-Creation.
010290 7010-EXIT.
010300     EXIT.

010310*****************************************************************
010320* POSTING: ONE PASS OF ASMFILE IN ORDER-NUMBER SEQUENCE, TAKING
010330* EVERY COMPLETED ORDER.
010340*****************************************************************
010350 8000-POST-ONE-ORDER.
010360     READ ASMFILE NEXT RECORD
010370         AT END
010380             SET WS-ALL-DONE TO TRUE
010390             GO TO 8000-EXIT
010400     END-READ.
010410     ADD 1 TO WS-ORDERS-READ.
010420     IF NOT ASM-STATUT-COMPLETED
010430         GO TO 8000-EXIT
010440     END-IF.
010450     PERFORM 2600-LOAD-ORDER-COMPONENTS THRU 2600-EXIT.
010460     PERFORM 8100-PRICE-ONE-COMPONENT THRU 8100-EXIT
010470         VARYING WS-COMP-I FROM 1 BY 1
010480         UNTIL WS-COMP-I > WS-COMP-COUNT.
010490     MOVE ZERO TO WS-COUT-UNITAIRE.
010500     PERFORM 8110-ADD-ONE-COMPONENT-COST THRU 8110-EXIT
010510         VARYING WS-COMP-I FROM 1 BY 1
010520         UNTIL WS-COMP-I > WS-COMP-COUNT.

010530     MOVE ASM-Kit TO Code-produit.
010540     READ PRODMAST
010550         INVALID KEY
010560             DISPLAY "DAY7ASM - KIT " ASM-Kit " OF ORDER "
010570                 ASM-Numero " NOT ON PRODMAST, NOT POSTED"
010580             GO TO 8000-EXIT
010590     END-READ.

010600     IF ASM-TYPE-ASSEMBLY
010610         PERFORM 8200-POST-ASSEMBLY THRU 8200-EXIT
010620     ELSE
010630         PERFORM 8300-POST-DISASSEMBLY THRU 8300-EXIT
010640     END-IF.

010650     MOVE "P"              TO ASM-Statut.
010660     MOVE WS-RUN-DATE      TO ASM-Date-Posting.
010670     MOVE WS-COUT-UNITAIRE TO ASM-Cout-Unitaire.
010680     REWRITE ASMORD-REC
010690         INVALID KEY
010700             DISPLAY "DAY7ASM - UNABLE TO MARK ORDER "
010710                 ASM-Numero " POSTED, STATUS " WS-ASMFILE-STATUS
010720     END-REWRITE.
010730     ADD 1 TO WS-ORDERS-POSTED.
010740     ADD WS-VALEUR-SORTIE TO WS-TOTAL-SORTIE.
010750     ADD WS-VALEUR-ENTREE TO WS-TOTAL-ENTREE.
010760     PERFORM 8500-PRINT-ORDER THRU 8500-EXIT.
010770 8000-EXIT.
010780     EXIT.

010790 8100-PRICE-ONE-COMPONENT.
010800     MOVE WS-COMP-CODE(WS-COMP-I) TO Code-produit.
010810     READ PRODMAST
010820         INVALID KEY
010830             DISPLAY "DAY7ASM - COMPONENT "
010840                 WS-COMP-CODE(WS-COMP-I) " OF ORDER " ASM-Numero
010850                 " NOT ON PRODMAST, COSTED AT ZERO"
010860             GO TO 8100-EXIT
010870     END-READ.
010880     MOVE Cout-Moyen TO WS-COMP-COUT(WS-COMP-I).
010890 8100-EXIT.
010900     EXIT.

010910 8110-ADD-ONE-COMPONENT-COST.
010920     COMPUTE WS-COUT-UNITAIRE = WS-COUT-UNITAIRE
010930         + (WS-COMP-COUT(WS-COMP-I)
010940            * WS-COMP-QTE-PAR(WS-COMP-I)).
010950 8110-EXIT.
010960     EXIT.

010970*****************************************************************
010980* ASSEMBLY: THE COMPONENTS GO OUT, THE KITS COME IN. THE KIT'S
010990* RECEIPT HAS NOT YET REACHED QTE-EN-MAIN, SO THE ROLLED-UP UNIT
011000* COST IS AVERAGED INTO TODAY'S ON-HAND AS IT STANDS; A KIT WITH
011010* NOTHING ON HAND TAKES THE ROLLED-UP COST OUTRIGHT.
011020*****************************************************************
011030 8200-POST-ASSEMBLY.
011040     IF WS-COUT-UNITAIRE > 999999.99
011050         MOVE 999999.99 TO WS-COUT-UNITAIRE
011060     END-IF.
011070     COMPUTE WS-VALEUR-SORTIE = WS-COUT-UNITAIRE * ASM-Qte.
011080     MOVE WS-VALEUR-SORTIE TO WS-VALEUR-ENTREE.
011090     MOVE Fiche-produit TO WS-BEFORE-IMAGE.
011100     MOVE Qte-En-Main TO WS-OLD-QTY.
011110     IF WS-OLD-QTY < ZERO
011120         MOVE ZERO TO WS-OLD-QTY
011130     END-IF.
011140     IF WS-OLD-QTY = ZERO
011150         MOVE WS-COUT-UNITAIRE TO Cout-Moyen
011160     ELSE
011170         COMPUTE Cout-Moyen ROUNDED =
011180             ((WS-OLD-QTY * Cout-Moyen)
011190             + (ASM-Qte * WS-COUT-UNITAIRE))
011200             / (WS-OLD-QTY + ASM-Qte)
011210     END-IF.
011220     REWRITE Fiche-produit
011230         INVALID KEY
011240             DISPLAY "DAY7ASM - UNABLE TO REWRITE COST FOR "
011250                 Code-produit " STATUS " WS-PRODMAST-STATUS
011260         NOT INVALID KEY
011270             PERFORM 8800-WRITE-JOURNAL THRU 8800-EXIT
011280     END-REWRITE.

011290     PERFORM 8210-ISSUE-ONE-COMPONENT THRU 8210-EXIT
011300         VARYING WS-COMP-I FROM 1 BY 1
011310         UNTIL WS-COMP-I > WS-COMP-COUNT.
011320     MOVE "R"     TO WS-TRAN-CODE.
011330     MOVE ASM-Kit TO WS-TRAN-PRODUIT.
011340     MOVE ASM-Qte TO WS-NEED.
011350     PERFORM 8400-WRITE-DETAIL THRU 8400-EXIT.
011360 8200-EXIT.
011370     EXIT.

011380 8210-ISSUE-ONE-COMPONENT.
011390     MOVE "I"                     TO WS-TRAN-CODE.
011400     MOVE WS-COMP-CODE(WS-COMP-I) TO WS-TRAN-PRODUIT.
011410     COMPUTE WS-NEED = WS-COMP-QTE-PAR(WS-COMP-I) * ASM-Qte.
011420     PERFORM 8400-WRITE-DETAIL THRU 8400-EXIT.
011430 8210-EXIT.
011440     EXIT.

011450*****************************************************************
011460* DISASSEMBLY: THE KITS GO OUT AT THEIR COUT-MOYEN, THE
011470* COMPONENTS COME BACK AT THEIRS. NO COST IS CHANGED; ANY GAP
011480* BETWEEN THE TWO VALUES SHOWS AS THE ECART ON ASMRPT.
011490*****************************************************************
011500 8300-POST-DISASSEMBLY.
011510     COMPUTE WS-VALEUR-SORTIE = Cout-Moyen * ASM-Qte.
011520     COMPUTE WS-VALEUR-ENTREE = WS-COUT-UNITAIRE * ASM-Qte.
011530     MOVE Cout-Moyen TO WS-COUT-UNITAIRE.
011540     MOVE "I"     TO WS-TRAN-CODE.
011550     MOVE ASM-Kit TO WS-TRAN-PRODUIT.
011560     MOVE ASM-Qte TO WS-NEED.
011570     PERFORM 8400-WRITE-DETAIL THRU 8400-EXIT.
011580     PERFORM 8310-RECEIVE-ONE-COMPONENT THRU 8310-EXIT
011590         VARYING WS-COMP-I FROM 1 BY 1
011600         UNTIL WS-COMP-I > WS-COMP-COUNT.
011610 8300-EXIT.
011620     EXIT.

011630 8310-RECEIVE-ONE-COMPONENT.
011640     MOVE "R"                     TO WS-TRAN-CODE.
011650     MOVE WS-COMP-CODE(WS-COMP-I) TO WS-TRAN-PRODUIT.
011660     COMPUTE WS-NEED = WS-COMP-QTE-PAR(WS-COMP-I) * ASM-Qte.
011670     PERFORM 8400-WRITE-DETAIL THRU 8400-EXIT.
011680 8310-EXIT.
011690     EXIT.

011700*****************************************************************
011710* WRITES ONE DETAIL FOR WS-TRAN-CODE / WS-TRAN-PRODUIT AND
011720* WS-NEED UNITS AT THE MAIN WAREHOUSE, CARRYING THE ORDER
011730* NUMBER AS ITS REFERENCE.
011740*****************************************************************
011750 8400-WRITE-DETAIL.
011760     MOVE SPACES          TO PRODTRAN-REC.
011770     MOVE WS-TRAN-CODE    TO PT-Trans-Code.
011780     MOVE WS-TRAN-PRODUIT TO PT-Code-produit.
011790     MOVE ZERO            TO PT-Prix.
011800     MOVE WS-NEED         TO PT-Qte-En-Main.
011810     MOVE ZERO            TO PT-Seuil-Reappro.
011820     MOVE "MAG"           TO PT-Location.
011830     MOVE ZERO            TO PT-Date-Expiree.
011840     MOVE ASM-Numero      TO PT-Reference.
011850     WRITE PRODTRAN-REC.
011860     ADD 1 TO WS-DETAILS-WRITTEN.
011870 8400-EXIT.
011880     EXIT.

011890 8500-PRINT-ORDER.
011900     MOVE ASM-Numero TO WO-NUMERO.
011910     IF ASM-TYPE-ASSEMBLY
011920         MOVE "ASSEM" TO WO-TYPE
011930     ELSE
011940         MOVE "DESAS" TO WO-TYPE
011950     END-IF.
011960     MOVE ASM-Kit          TO WO-KIT.
011970     MOVE Libelle          TO WO-LIBELLE.
011980     MOVE ASM-Qte          TO WO-QTE.
011990     MOVE WS-VALEUR-SORTIE TO WO-SORTIE.
012000     MOVE WS-VALEUR-ENTREE TO WO-ENTREE.
012010     COMPUTE WO-ECART = WS-VALEUR-ENTREE - WS-VALEUR-SORTIE.
012020     WRITE ASMRPT-LINE FROM WS-ORDER-LINE.
012030     IF ASM-TYPE-ASSEMBLY
012040         MOVE "SORTIE" TO WC-SENS
012050     ELSE
012060         MOVE "ENTREE" TO WC-SENS
012070     END-IF.
012080     PERFORM 8510-PRINT-ONE-COMPONENT THRU 8510-EXIT
012090         VARYING WS-COMP-I FROM 1 BY 1
012100         UNTIL WS-COMP-I > WS-COMP-COUNT.
012110 8500-EXIT.
012120     EXIT.

012130 8510-PRINT-ONE-COMPONENT.
012140     MOVE WS-COMP-CODE(WS-COMP-I) TO WC-CODE.
012150     COMPUTE WC-QTE = WS-COMP-QTE-PAR(WS-COMP-I) * ASM-Qte.
012160     MOVE WS-COMP-COUT(WS-COMP-I) TO WC-COUT.
012170     WRITE ASMRPT-LINE FROM WS-COMPONENT-LINE.
012180 8510-EXIT.
012190     EXIT.

012200 8800-WRITE-JOURNAL.
012210     IF NOT WS-PRODJRNL-WAS-OPENED
012220         GO TO 8800-EXIT
012230     END-IF.
012240     MOVE "C"             TO JRN-Operation.
012250     MOVE WS-RUN-DATE     TO JRN-Run-Date.
012260     MOVE WS-RUN-TIME     TO JRN-Run-Time.
012270     MOVE WS-OPERATOR-ID  TO JRN-User.
012280     MOVE WS-BEFORE-IMAGE TO JRN-Before-Image.
012290     MOVE Fiche-produit   TO JRN-After-Image.
012300     WRITE PRODJRNL-REC.
012310 8800-EXIT.
012320     EXIT.

012330 9000-TERMINATE.
012340     IF WS-PRODRQUE-WAS-OPENED
012350         CLOSE PRODRQUE
012360     END-IF.
012370     IF WS-ASMRPT-WAS-OPENED
012380         MOVE WS-ORDERS-POSTED TO WT-ORDERS
012390         MOVE WS-TOTAL-SORTIE  TO WT-SORTIE
012400         MOVE WS-TOTAL-ENTREE  TO WT-ENTREE
012410         COMPUTE WT-ECART = WS-TOTAL-ENTREE - WS-TOTAL-SORTIE
012420         WRITE ASMRPT-LINE FROM WS-SEPARATOR-LINE
012430         WRITE ASMRPT-LINE FROM WS-TOTAL-LINE
012440         CLOSE ASMRPT
012450     END-IF.
012460     IF WS-PRODJRNL-WAS-OPENED
012470         CLOSE PRODJRNL
012480     END-IF.
012490     IF WS-MODE-IS-POST
012500         PERFORM 9100-CLOSE-FILES THRU 9100-EXIT
012510         DISPLAY "DAY7ASM - ORDERS READ       : " WS-ORDERS-READ
012520         DISPLAY "DAY7ASM - ORDERS POSTED     : "
012530             WS-ORDERS-POSTED
012540         DISPLAY "DAY7ASM - MOVEMENTS QUEUED  : "
012550             WS-DETAILS-WRITTEN
012560         GO TO 9000-EXIT
012570     END-IF.
012580     IF WS-ASMFILE-WAS-OPENED
012590         PERFORM 9200-SAVE-NEXT-ASM THRU 9200-EXIT
012600     END-IF.
012610     PERFORM 9100-CLOSE-FILES THRU 9100-EXIT.
012620     DISPLAY "DAY7ASM - ORDERS RAISED    : " WS-NEW-COUNT.
012630     DISPLAY "DAY7ASM - ORDERS COMPLETED : " WS-COMPLETE-COUNT.
012640     DISPLAY "DAY7ASM - ORDERS CANCELLED : " WS-CANCEL-COUNT.
012650 9000-EXIT.
012660     EXIT.

012670 9100-CLOSE-FILES.
012680     IF WS-ASMFILE-WAS-OPENED
012690         CLOSE ASMFILE
012700     END-IF.
012710     IF WS-BOMFILE-WAS-OPENED
012720         CLOSE BOMFILE
012730     END-IF.
012740     IF WS-PRODMAST-WAS-OPENED
012750         CLOSE PRODMAST
012760     END-IF.
012770     IF WS-PRODALOC-WAS-OPENED
012780         CLOSE PRODALOC
012790     END-IF.
012800 9100-EXIT.
012810     EXIT.

012820 9200-SAVE-NEXT-ASM.
012830     OPEN OUTPUT ASMSEQ.
012840     IF NOT WS-ASMSEQ-OK
012850         DISPLAY "DAY7ASM - UNABLE TO SAVE ASMSEQ, STATUS "
012860             WS-ASMSEQ-STATUS " - NEXT SESSION MAY REUSE NUMBERS"
012870         GO TO 9200-EXIT
012880     END-IF.
012890     MOVE WS-NEXT-ASM TO SEQ-Next-Asm.
012900     WRITE ASMSEQ-REC.
012910     CLOSE ASMSEQ.
012920 9200-EXIT.
012930     EXIT.
