000540*                   LAST-COUNTED DATE ON THE CNTSCHED SCHEDULE
000550*                   FILE, SO THE DAY7SCH CYCLE-COUNT SCHEDULER
000560*                   KNOWS WHAT HAS ACTUALLY BEEN COUNTED.
000570*  10/15/2026  JPH  RECORD IMAGES WIDENED TO 71 BYTES FOR THE
000580*                   STATUT-PRODUIT AND CODE-SUCCESSEUR FIELDS
000590*                   ADDED TO FICHE-PRODUIT.
000600*****************************************************************
000610 IDENTIFICATION DIVISION.
000620 PROGRAM-ID. day7cnt.
000630 AUTHOR. jphNovitz.
000640 DATE-WRITTEN. 2026/08/22.
000650 DATE-COMPILED.

000660 ENVIRONMENT DIVISION.
000670 INPUT-OUTPUT SECTION.
000680 FILE-CONTROL.
000690     SELECT STKCOUNT ASSIGN TO "STKCOUNT"
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS IS WS-STKCOUNT-STATUS.

000720     SELECT PRODMAST ASSIGN TO "PRODMAST"
000730         ORGANIZATION IS INDEXED
000740         ACCESS MODE IS DYNAMIC
000750         RECORD KEY IS Code-produit
000760         ALTERNATE RECORD KEY IS Libelle
000770             WITH DUPLICATES
000780         FILE STATUS IS WS-PRODMAST-STATUS.

000790     SELECT CNTSCHED ASSIGN TO "CNTSCHED"
000800         ORGANIZATION IS INDEXED
000810         ACCESS MODE IS DYNAMIC
000820         RECORD KEY IS CS-Code-produit
000830         FILE STATUS IS WS-CNTSCHED-STATUS.

000840     SELECT LOCSTOCK ASSIGN TO "LOCSTOCK"
000850         ORGANIZATION IS INDEXED
000860         ACCESS MODE IS DYNAMIC
000870         RECORD KEY IS LS-Key
000880         FILE STATUS IS WS-LOCSTOCK-STATUS.

000890     SELECT PRODRECN ASSIGN TO "PRODRECN"
000900         ORGANIZATION IS LINE SEQUENTIAL
000910         FILE STATUS IS WS-PRODRECN-STATUS.

000920     SELECT PRODJRNL ASSIGN TO "PRODJRNL"
000930         ORGANIZATION IS SEQUENTIAL
000940         FILE STATUS IS WS-PRODJRNL-STATUS.

000950     SELECT VARRPT ASSIGN TO "VARRPT"
000960         ORGANIZATION IS LINE SEQUENTIAL
000970         FILE STATUS IS WS-VARRPT-STATUS.

000980 DATA DIVISION.
000990 FILE SECTION.
001000 FD  STKCOUNT
001010     RECORDING MODE IS F.
001020     COPY STKCOUNT.

001030 FD  PRODMAST
001040     RECORDING MODE IS F.
001050     COPY PRODREC.

001060 FD  CNTSCHED
001070     RECORDING MODE IS F.
001080     COPY CNTSCHED.

001090 FD  LOCSTOCK
001100     RECORDING MODE IS F.
001110     COPY LOCSTOCK.

001120 FD  PRODRECN
001130     RECORDING MODE IS F.
001140     COPY PRODRECN.

001150 FD  PRODJRNL
001160     RECORDING MODE IS F.
001170     COPY PRODJRNL.

001180 FD  VARRPT
001190     RECORDING MODE IS F.
001200 01  VARRPT-LINE              PIC X(90).

001210 WORKING-STORAGE SECTION.
001220 01  WS-STKCOUNT-STATUS       PIC X(02).
001230     88  WS-STKCOUNT-OK            VALUE "00".

001240 01  WS-PRODMAST-STATUS       PIC X(02).
001250     88  WS-PRODMAST-OK             VALUE "00".

001260 01  WS-PRODRECN-STATUS       PIC X(02).
001270     88  WS-PRODRECN-OK             VALUE "00".

001280 01  WS-CNTSCHED-STATUS       PIC X(02).
001290     88  WS-CNTSCHED-OK             VALUE "00".
001300     88  WS-CNTSCHED-MISSING        VALUE "35".

001310 01  WS-LOCSTOCK-STATUS       PIC X(02).
001320     88  WS-LOCSTOCK-OK             VALUE "00".
001330     88  WS-LOCSTOCK-MISSING        VALUE "35".

001340 01  WS-PRODJRNL-STATUS       PIC X(02).
001350     88  WS-PRODJRNL-OK             VALUE "00".

001360 01  WS-VARRPT-STATUS         PIC X(02).
001370     88  WS-VARRPT-OK               VALUE "00".

001380 01  WS-SWITCHES.
001390     05  WS-EOF-SW            PIC X(01)  VALUE "N".
001400         88  WS-EOF-REACHED          VALUE "Y".
001410     05  WS-STKCOUNT-OPEN-SW  PIC X(01)  VALUE "N".
001420         88  WS-STKCOUNT-WAS-OPENED  VALUE "Y".
001430     05  WS-PRODMAST-OPEN-SW  PIC X(01)  VALUE "N".
001440         88  WS-PRODMAST-WAS-OPENED  VALUE "Y".
001450     05  WS-PRODRECN-OPEN-SW  PIC X(01)  VALUE "N".
001460         88  WS-PRODRECN-WAS-OPENED  VALUE "Y".
001470     05  WS-CNTSCHED-OPEN-SW  PIC X(01)  VALUE "N".
001480         88  WS-CNTSCHED-WAS-OPENED  VALUE "Y".
001490     05  WS-CS-FOUND-SW       PIC X(01)  VALUE "N".
001500         88  WS-CS-WAS-FOUND         VALUE "Y".
001510     05  WS-LOCSTOCK-OPEN-SW  PIC X(01)  VALUE "N".
001520         88  WS-LOCSTOCK-WAS-OPENED  VALUE "Y".
001530     05  WS-LS-FOUND-SW       PIC X(01)  VALUE "N".
001540         88  WS-LS-WAS-FOUND         VALUE "Y".
001550     05  WS-PRODJRNL-OPEN-SW  PIC X(01)  VALUE "N".
001560         88  WS-PRODJRNL-WAS-OPENED  VALUE "Y".
001570     05  WS-VARRPT-OPEN-SW    PIC X(01)  VALUE "N".
001580         88  WS-VARRPT-WAS-OPENED    VALUE "Y".

001590 01  WS-MODE-FLAG             PIC X(01)  VALUE "R".
001600     88  WS-MODE-IS-POST          VALUE "P" "p".
001610     88  WS-MODE-IS-REPORT        VALUE "R" "r".

001620 01  WS-COUNTERS.
001630     05  WS-COUNTS-READ       PIC 9(05) COMP  VALUE ZERO.
001640     05  WS-POSTED            PIC 9(05) COMP  VALUE ZERO.
001650     05  WS-HELD              PIC 9(05) COMP  VALUE ZERO.
001660     05  WS-NOT-FOUND         PIC 9(05) COMP  VALUE ZERO.

001670 01  WS-RUN-DATE              PIC 9(08).
001680 01  WS-RUN-TIME-FULL         PIC 9(08).
001690 01  WS-RUN-TIME-PARTS REDEFINES WS-RUN-TIME-FULL.
001700     05  WS-RUN-TIME              PIC 9(06).
001710     05  WS-RUN-TIME-HUNDREDTHS   PIC 9(02).
001720 01  WS-COUNT-USER            PIC X(08)  VALUE "STKCOUNT".

001730 01  WS-THRESHOLD             PIC 9(07)V99 COMP-3  VALUE 1000.
001740 01  WS-VARIANCE-QTY          PIC S9(06) COMP-3  VALUE ZERO.
001750 01  WS-VARIANCE-VALUE        PIC S9(09)V99 COMP-3  VALUE ZERO.
001760 01  WS-VARIANCE-ABS          PIC 9(09)V99 COMP-3  VALUE ZERO.
001770 01  WS-BEFORE-IMAGE          PIC X(71)  VALUE SPACES.
001780 01  WS-CNT-LOCATION          PIC X(03)  VALUE "MAG".
001790 01  WS-BOOK-QTY              PIC S9(05) COMP-3  VALUE ZERO.

001800 01  WS-PARM-COUNT            PIC 9(02).
001810 01  WS-PARM-INDEX            PIC 9(02).
001820 01  WS-PARM-VALUE            PIC X(07).
001830 01  WS-PARM-VALUE-NUM REDEFINES WS-PARM-VALUE
001840                              PIC 9(07).

001850 01  WS-HEADING-1.
001860     05  FILLER               PIC X(34) VALUE
001870         "INVENTAIRE PHYSIQUE - ECARTS      ".
001880     05  FILLER               PIC X(05) VALUE "AU : ".
001890     05  WH-RUN-DATE          PIC 9(08).
001900     05  FILLER               PIC X(09) VALUE "  SEUIL :".
001910     05  WH-THRESHOLD         PIC ZZZ,ZZ9.99.

001920 01  WS-HEADING-2.
001930     05  FILLER               PIC X(04) VALUE "CODE".
001940     05  FILLER               PIC X(02) VALUE SPACES.
001950     05  FILLER               PIC X(06) VALUE "COMPTE".
001960     05  FILLER               PIC X(02) VALUE SPACES.
001970     05  FILLER               PIC X(06) VALUE " LIVRE".
001980     05  FILLER               PIC X(02) VALUE SPACES.
001990     05  FILLER               PIC X(06) VALUE " ECART".
002000     05  FILLER               PIC X(02) VALUE SPACES.
002010     05  FILLER               PIC X(14) VALUE "VALEUR ECART".
002020     05  FILLER               PIC X(02) VALUE SPACES.
002030     05  FILLER               PIC X(10) VALUE "DISPOSITIF".

002040 01  WS-DETAIL-LINE.
002050     05  WD-CODE              PIC X(03).
002060     05  FILLER               PIC X(03) VALUE SPACES.
002070     05  WD-COMPTE            PIC -Z(04)9.
002080     05  FILLER               PIC X(02) VALUE SPACES.
002090     05  WD-LIVRE             PIC -Z(04)9.
002100     05  FILLER               PIC X(02) VALUE SPACES.
002110     05  WD-ECART             PIC -Z(04)9.
002120     05  FILLER               PIC X(02) VALUE SPACES.
002130     05  WD-VALEUR            PIC -ZZ,ZZZ,ZZ9.99.
002140     05  FILLER               PIC X(02) VALUE SPACES.
002150     05  WD-DISPOSITIF        PIC X(20).

002160 PROCEDURE DIVISION.

002170 0000-MAINLINE.
002180     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002190     PERFORM 2000-PROCESS-COUNT THRU 2000-EXIT
002200         UNTIL WS-EOF-REACHED.
002210     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002220     GOBACK.

002230 1000-INITIALIZE.
002240     CALL "dayproc" USING WS-RUN-DATE.
002250     ACCEPT WS-RUN-TIME-FULL FROM TIME.
002260     PERFORM 1100-GET-PARMS THRU 1100-EXIT.

002270     OPEN INPUT STKCOUNT.
002280     IF NOT WS-STKCOUNT-OK
002290         DISPLAY "DAY7CNT - UNABLE TO OPEN STKCOUNT, STATUS "
002300             WS-STKCOUNT-STATUS
002310         MOVE "Y" TO WS-EOF-SW
002320         GO TO 1000-EXIT
002330     END-IF.
002340     MOVE "Y" TO WS-STKCOUNT-OPEN-SW.

002350     IF WS-MODE-IS-POST
002360         OPEN I-O PRODMAST
002370     ELSE
002380         OPEN INPUT PRODMAST
002390     END-IF.
002400     IF NOT WS-PRODMAST-OK
002410         DISPLAY "DAY7CNT - UNABLE TO OPEN PRODMAST, STATUS "
002420             WS-PRODMAST-STATUS
002430         MOVE "Y" TO WS-EOF-SW
002440         GO TO 1000-EXIT
002450     END-IF.
002460     MOVE "Y" TO WS-PRODMAST-OPEN-SW.

002470     IF WS-MODE-IS-POST
002480         OPEN I-O LOCSTOCK
002490         IF WS-LOCSTOCK-MISSING
002500             OPEN OUTPUT LOCSTOCK
002510             CLOSE LOCSTOCK
002520             OPEN I-O LOCSTOCK
002530         END-IF
002540     ELSE
002550         OPEN INPUT LOCSTOCK
002560     END-IF.
002570     IF NOT WS-LOCSTOCK-OK
002580         DISPLAY "DAY7CNT - UNABLE TO OPEN LOCSTOCK, STATUS "
002590             WS-LOCSTOCK-STATUS " - BUCKETS TREATED AS EMPTY"
002600     ELSE
002610         MOVE "Y" TO WS-LOCSTOCK-OPEN-SW
002620     END-IF.

002630     IF WS-MODE-IS-POST
002640         OPEN I-O CNTSCHED
002650         IF WS-CNTSCHED-MISSING
002660             OPEN OUTPUT CNTSCHED
002670             CLOSE CNTSCHED
002680             OPEN I-O CNTSCHED
002690         END-IF
002700         IF NOT WS-CNTSCHED-OK
002710             DISPLAY "DAY7CNT - UNABLE TO OPEN CNTSCHED, "
002720                 "STATUS " WS-CNTSCHED-STATUS
002730                 " - LAST-COUNT DATES NOT KEPT"
002740         ELSE
002750             MOVE "Y" TO WS-CNTSCHED-OPEN-SW
002760         END-IF
002770     END-IF.

002780     OPEN OUTPUT VARRPT.
002790     IF NOT WS-VARRPT-OK
002800         DISPLAY "DAY7CNT - UNABLE TO OPEN VARRPT, STATUS "
002810             WS-VARRPT-STATUS
002820         MOVE "Y" TO WS-EOF-SW
002830         GO TO 1000-EXIT
002840     END-IF.
002850     MOVE "Y" TO WS-VARRPT-OPEN-SW.

002860     IF WS-MODE-IS-POST
002870         OPEN EXTEND PRODRECN
002880         IF NOT WS-PRODRECN-OK
002890             DISPLAY "DAY7CNT - UNABLE TO OPEN PRODRECN, STATUS "
002900                 WS-PRODRECN-STATUS
002910         ELSE
002920             MOVE "Y" TO WS-PRODRECN-OPEN-SW
002930         END-IF
002940         OPEN EXTEND PRODJRNL
002950         IF NOT WS-PRODJRNL-OK
002960             DISPLAY "DAY7CNT - UNABLE TO OPEN PRODJRNL, STATUS "
002970                 WS-PRODJRNL-STATUS
002980         ELSE
002990             MOVE "Y" TO WS-PRODJRNL-OPEN-SW
003000         END-IF
003010     END-IF.

003020     MOVE WS-RUN-DATE  TO WH-RUN-DATE.
003030     MOVE WS-THRESHOLD TO WH-THRESHOLD.
003040     MOVE WS-HEADING-1 TO VARRPT-LINE.
003050     WRITE VARRPT-LINE.
003060     MOVE WS-HEADING-2 TO VARRPT-LINE.
003070     WRITE VARRPT-LINE.

003080     PERFORM 2100-READ-STKCOUNT THRU 2100-EXIT.
003090 1000-EXIT.
003100     EXIT.

003110 1100-GET-PARMS.
003120     ACCEPT WS-PARM-COUNT FROM ARGUMENT-NUMBER.

003130     IF WS-PARM-COUNT NOT >= 1
003140         GO TO 1100-EXIT
003150     END-IF.
003160     MOVE 1 TO WS-PARM-INDEX.
003170     DISPLAY WS-PARM-INDEX UPON ARGUMENT-NUMBER.
003180     ACCEPT WS-PARM-VALUE FROM ARGUMENT-VALUE.
003190     IF WS-PARM-VALUE(1:1) = "P" OR WS-PARM-VALUE(1:1) = "p"
003200         MOVE "P" TO WS-MODE-FLAG
003210     END-IF.

003220     IF WS-PARM-COUNT NOT >= 2
003230         GO TO 1100-EXIT
003240     END-IF.
003250     MOVE 2 TO WS-PARM-INDEX.
003260     DISPLAY WS-PARM-INDEX UPON ARGUMENT-NUMBER.
003270     ACCEPT WS-PARM-VALUE FROM ARGUMENT-VALUE.
003280     IF WS-PARM-VALUE IS NUMERIC
003290         MOVE WS-PARM-VALUE-NUM TO WS-THRESHOLD
003300     END-IF.
003310 1100-EXIT.
003320     EXIT.

003330 2000-PROCESS-COUNT.
003340     ADD 1 TO WS-COUNTS-READ.
003350     PERFORM 2200-COMPARE-ONE THRU 2200-EXIT.
003360     PERFORM 2100-READ-STKCOUNT THRU 2100-EXIT.
003370 2000-EXIT.
003380     EXIT.

003390 2100-READ-STKCOUNT.
003400     READ STKCOUNT
003410         AT END
003420             MOVE "Y" TO WS-EOF-SW
003430             GO TO 2100-EXIT
003440     END-READ.
003450 2100-EXIT.
003460     EXIT.

003470 2200-COMPARE-ONE.
003480     MOVE SC-Code-produit TO Code-produit.
003490     READ PRODMAST
003500         INVALID KEY
003510             ADD 1 TO WS-NOT-FOUND
003520             MOVE SPACES TO VARRPT-LINE
003530             STRING SC-Code-produit
003540                 "   ** PRODUIT NOT ON MASTER **"
003550                 DELIMITED BY SIZE INTO VARRPT-LINE
003560             WRITE VARRPT-LINE
003570             GO TO 2200-EXIT
003580     END-READ.

003590     IF SC-Location = SPACES
003600         MOVE "MAG" TO WS-CNT-LOCATION
003610     ELSE
003620         MOVE SC-Location TO WS-CNT-LOCATION
003630     END-IF.
003640     PERFORM 2250-READ-BUCKET THRU 2250-EXIT.
003650     COMPUTE WS-VARIANCE-QTY = SC-Qte-Comptee - WS-BOOK-QTY.
003660     COMPUTE WS-VARIANCE-VALUE ROUNDED =
003670         WS-VARIANCE-QTY * Prix.
003680     IF WS-VARIANCE-VALUE < ZERO
003690         COMPUTE WS-VARIANCE-ABS = ZERO - WS-VARIANCE-VALUE
003700     ELSE
003710         MOVE WS-VARIANCE-VALUE TO WS-VARIANCE-ABS
003720     END-IF.

003730     MOVE SC-Code-produit   TO WD-CODE.
003740     MOVE SC-Qte-Comptee    TO WD-COMPTE.
003750     MOVE WS-BOOK-QTY       TO WD-LIVRE.
003760     MOVE WS-VARIANCE-QTY   TO WD-ECART.
003770     MOVE WS-VARIANCE-VALUE TO WD-VALEUR.

003780     IF NOT WS-MODE-IS-POST
003790         IF WS-VARIANCE-ABS > WS-THRESHOLD
003800             AND NOT SC-APPROVED
003810             MOVE "** APPROVAL NEEDED" TO WD-DISPOSITIF
003820         ELSE
003830             MOVE SPACES TO WD-DISPOSITIF
003840         END-IF
003850         MOVE WS-DETAIL-LINE TO VARRPT-LINE
003860         WRITE VARRPT-LINE
003870         GO TO 2200-EXIT
003880     END-IF.

003890     IF WS-VARIANCE-QTY = ZERO
003900         MOVE "NO VARIANCE" TO WD-DISPOSITIF
003910         MOVE WS-DETAIL-LINE TO VARRPT-LINE
003920         WRITE VARRPT-LINE
003930         GO TO 2200-EXIT
003940     END-IF.

003950     IF WS-VARIANCE-ABS > WS-THRESHOLD
003960         AND NOT SC-APPROVED
003970         ADD 1 TO WS-HELD
003980         MOVE "HELD FOR REVIEW" TO WD-DISPOSITIF
003990         MOVE WS-DETAIL-LINE TO VARRPT-LINE
004000         WRITE VARRPT-LINE
004010         GO TO 2200-EXIT
004020     END-IF.

004030     PERFORM 2300-POST-ADJUSTMENT THRU 2300-EXIT.
004040 2200-EXIT.
004050     EXIT.

004060 2250-READ-BUCKET.
004070     MOVE "N" TO WS-LS-FOUND-SW.
004080     MOVE ZERO TO WS-BOOK-QTY.
004090     IF NOT WS-LOCSTOCK-WAS-OPENED
004100         GO TO 2250-EXIT
004110     END-IF.
004120     MOVE SC-Code-produit  TO LS-Code-produit.
004130     MOVE WS-CNT-LOCATION  TO LS-Location.
004140     READ LOCSTOCK
004150         INVALID KEY
004160             CONTINUE
004170         NOT INVALID KEY
004180             MOVE LS-Qte TO WS-BOOK-QTY
004190             SET WS-LS-WAS-FOUND TO TRUE
004200     END-READ.
004210 2250-EXIT.
004220     EXIT.

004230 2300-POST-ADJUSTMENT.
004240     MOVE Fiche-produit TO WS-BEFORE-IMAGE.
004250     MOVE Qte-En-Main TO RECN-Opening-Qty.
004260     ADD WS-VARIANCE-QTY TO Qte-En-Main.
004270     PERFORM 2350-POST-BUCKET THRU 2350-EXIT.
004280     MOVE WS-RUN-DATE    TO Last-Maint-Date.
004290     MOVE WS-COUNT-USER  TO Last-Maint-User.

004300     REWRITE Fiche-produit
004310         INVALID KEY
004320             DISPLAY "DAY7CNT - UNABLE TO REWRITE "
004330                 SC-Code-produit " STATUS " WS-PRODMAST-STATUS
004340             MOVE "REWRITE FAILED" TO WD-DISPOSITIF
004350         NOT INVALID KEY
004360             ADD 1 TO WS-POSTED
004370             MOVE "POSTED" TO WD-DISPOSITIF
004380             PERFORM 2400-LOG-RECONCILIATION THRU 2400-EXIT
004390             PERFORM 2600-STAMP-SCHEDULE THRU 2600-EXIT
004400             PERFORM 2500-WRITE-JOURNAL THRU 2500-EXIT
004410     END-REWRITE.
004420     MOVE WS-DETAIL-LINE TO VARRPT-LINE.
004430     WRITE VARRPT-LINE.
004440 2300-EXIT.
004450     EXIT.

004460*****************************************************************
004470* THE COUNTED BUCKET IS SET TO WHAT THE COUNTER FOUND; THE
004480* MASTER MOVED BY THE SAME VARIANCE ABOVE, SO IT REMAINS THE
004490* SUM OF THE BUCKETS.
004500*****************************************************************
004510 2350-POST-BUCKET.
004520     IF NOT WS-LOCSTOCK-WAS-OPENED
004530         GO TO 2350-EXIT
004540     END-IF.
004550     MOVE SC-Code-produit TO LS-Code-produit.
004560     MOVE WS-CNT-LOCATION TO LS-Location.
004570     MOVE SC-Qte-Comptee  TO LS-Qte.
004580     IF WS-LS-WAS-FOUND
004590         REWRITE LOCSTOCK-REC
004600             INVALID KEY
004610                 DISPLAY "DAY7CNT - UNABLE TO UPDATE BUCKET "
004620                     LS-Location " FOR " LS-Code-produit
004630         END-REWRITE
004640     ELSE
004650         WRITE LOCSTOCK-REC
004660             INVALID KEY
004670                 DISPLAY "DAY7CNT - UNABLE TO WRITE BUCKET "
004680                     LS-Location " FOR " LS-Code-produit
004690         END-WRITE
004700     END-IF.
004710 2350-EXIT.
004720     EXIT.

004730 2600-STAMP-SCHEDULE.
004740     IF NOT WS-CNTSCHED-WAS-OPENED
004750         GO TO 2600-EXIT
004760     END-IF.
004770     MOVE "N" TO WS-CS-FOUND-SW.
004780     MOVE SC-Code-produit TO CS-Code-produit.
004790     READ CNTSCHED
004800         INVALID KEY
004810             CONTINUE
004820         NOT INVALID KEY
004830             SET WS-CS-WAS-FOUND TO TRUE
004840     END-READ.
004850     MOVE SC-Code-produit TO CS-Code-produit.
004860     MOVE WS-RUN-DATE     TO CS-Last-Count-Date.
004870     IF WS-CS-WAS-FOUND
004880         REWRITE CNTSCHED-REC
004890             INVALID KEY
004900                 DISPLAY "DAY7CNT - UNABLE TO STAMP SCHEDULE "
004910                     "FOR " CS-Code-produit
004920         END-REWRITE
004930     ELSE
004940         WRITE CNTSCHED-REC
004950             INVALID KEY
004960                 DISPLAY "DAY7CNT - UNABLE TO WRITE SCHEDULE "
004970                     "FOR " CS-Code-produit
004980         END-WRITE
004990     END-IF.
005000 2600-EXIT.
005010     EXIT.

005020 2400-LOG-RECONCILIATION.
005030     IF NOT WS-PRODRECN-WAS-OPENED
005040         GO TO 2400-EXIT
005050     END-IF.
005060     MOVE Code-produit    TO RECN-Code-produit.
005070     MOVE WS-RUN-DATE     TO RECN-Run-Date.
005080     MOVE Qte-En-Main     TO RECN-Closing-Qty.
005090     MOVE WS-VARIANCE-QTY TO RECN-Variance.
005100     MOVE WS-CNT-LOCATION TO RECN-Location.
005110     WRITE PRODRECN-REC.
005120 2400-EXIT.
005130     EXIT.

005140 2500-WRITE-JOURNAL.
005150     IF NOT WS-PRODJRNL-WAS-OPENED
005160         GO TO 2500-EXIT
005170     END-IF.
005180     MOVE "C"             TO JRN-Operation.
005190     MOVE WS-RUN-DATE     TO JRN-Run-Date.
005200     MOVE WS-RUN-TIME     TO JRN-Run-Time.
005210     MOVE WS-COUNT-USER   TO JRN-User.
005220     MOVE WS-BEFORE-IMAGE TO JRN-Before-Image.
005230     MOVE Fiche-produit   TO JRN-After-Image.
005240     WRITE PRODJRNL-REC.
005250 2500-EXIT.
005260     EXIT.

005270 9000-TERMINATE.
005280     IF WS-STKCOUNT-WAS-OPENED
005290         CLOSE STKCOUNT
005300     END-IF.
005310     IF WS-PRODMAST-WAS-OPENED
005320         CLOSE PRODMAST
005330     END-IF.
005340     IF WS-LOCSTOCK-WAS-OPENED
005350         CLOSE LOCSTOCK
005360     END-IF.
005370     IF WS-CNTSCHED-WAS-OPENED
005380         CLOSE CNTSCHED
005390     END-IF.
005400     IF WS-PRODRECN-WAS-OPENED
005410         CLOSE PRODRECN
005420     END-IF.
005430     IF WS-PRODJRNL-WAS-OPENED
005440         CLOSE PRODJRNL
005450     END-IF.
005460     IF WS-VARRPT-WAS-OPENED
005470         CLOSE VARRPT
005480     END-IF.
005490     DISPLAY "DAY7CNT - COUNTS READ       : " WS-COUNTS-READ.
005500     DISPLAY "DAY7CNT - POSTED            : " WS-POSTED.
005510     DISPLAY "DAY7CNT - HELD FOR REVIEW   : " WS-HELD.
005520     DISPLAY "DAY7CNT - PRODUCT NOT FOUND : " WS-NOT-FOUND.
005530 9000-EXIT.
005540     EXIT.
