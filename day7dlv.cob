000150* DELAI-LIVRAISON ON PRODMAST, FLAGGING EVERY COMBINATION WHERE
000160* THE SUPPLIER ACTUALLY RUNS SLOWER THAN THE LEAD-TIME FIELD
000170* PROMISES - THE REPORT THAT FINALLY TELLS US WHICH SUPPLIERS
000180* THAT FIELD IS LYING ABOUT. THE SAME LINE SCORES QUALITY: THE
000190* GOODS SENT BACK THROUGH DAY7RTS, AS A COUNT OF RETURNS AND AS
000200* A PERCENTAGE OF THE QUANTITY RECEIVED, WITH A FLAG ON EVERY
000210* PAIR THAT HAD TO TAKE ANYTHING BACK.
000220*****************************************************************
000230* MODIFICATION HISTORY
000240*  09/02/2026  JPH  ORIGINAL VERSION.
000250*  10/15/2026  JPH  THE SCORE NOW INCLUDES QUALITY: DAY7RTS
000260*                   RETURNS TO SUPPLIER (SUPPDLV TYPE "T") ARE
000270*                   COUNTED PER PAIR WITH THE QUANTITY SENT BACK
000280*                   AS A PERCENTAGE OF THE QUANTITY RECEIVED, AND
000290*                   A PAIR WITH ANY RETURN IS FLAGGED. RETURNS
000300*                   STAY OUT OF THE LEAD-TIME AVERAGE. DLVRPT
000310*                   WIDENED TO 110.
000320*****************************************************************
000330 IDENTIFICATION DIVISION.
000340 PROGRAM-ID. day7dlv.
000350 AUTHOR. jphNovitz.
000360 DATE-WRITTEN. 2026/09/02.
000370 DATE-COMPILED.

000380 ENVIRONMENT DIVISION.
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT SUPPDLV ASSIGN TO "SUPPDLV"
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS WS-SUPPDLV-STATUS.

000440     SELECT PRODMAST ASSIGN TO "PRODMAST"
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS DYNAMIC
000470         RECORD KEY IS Code-produit
000480         FILE STATUS IS WS-PRODMAST-STATUS.

000490     SELECT DLVRPT ASSIGN TO "DLVRPT"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS WS-DLVRPT-STATUS.

000520 DATA DIVISION.
000530 FILE SECTION.
000540 FD  SUPPDLV
000550     RECORDING MODE IS F.
000560     COPY SUPPDLV.

000570 FD  PRODMAST
000580     RECORDING MODE IS F.
000590     COPY PRODREC.

000600 FD  DLVRPT
000610     RECORDING MODE IS F.
000620 01  DLVRPT-LINE              PIC X(110).

000630 WORKING-STORAGE SECTION.
000640 01  WS-SUPPDLV-STATUS        PIC X(02).
000650     88  WS-SUPPDLV-OK              VALUE "00".

000660 01  WS-PRODMAST-STATUS       PIC X(02).
000670     88  WS-PRODMAST-OK             VALUE "00".

000680 01  WS-DLVRPT-STATUS         PIC X(02).
000690     88  WS-DLVRPT-OK               VALUE "00".

000700 01  WS-SWITCHES.
000710     05  WS-EOF-SW            PIC X(01)  VALUE "N".
000720         88  WS-EOF-REACHED          VALUE "Y".
000730     05  WS-FOUND-SW          PIC X(01)  VALUE "N".
000740         88  WS-ENTRY-FOUND          VALUE "Y".
000750     05  WS-PRODMAST-OPEN-SW  PIC X(01)  VALUE "N".
000760         88  WS-PRODMAST-WAS-OPENED  VALUE "Y".

000770 01  WS-COUNTERS.
000780     05  WS-DLV-READ          PIC 9(05) COMP  VALUE ZERO.
000790     05  WS-PAIRS-LISTED      PIC 9(05) COMP  VALUE ZERO.
000800     05  WS-SLOWER-FLAGGED    PIC 9(05) COMP  VALUE ZERO.
000810     05  WS-RETURNS-READ      PIC 9(05) COMP  VALUE ZERO.
000820     05  WS-QUALITY-FLAGGED   PIC 9(05) COMP  VALUE ZERO.

000830 01  WS-RUN-DATE              PIC 9(08).
000840 01  WS-IDX                   PIC 9(03) COMP  VALUE ZERO.
000850 01  WS-AVG-DAYS              PIC S9(05)V9 COMP-3  VALUE ZERO.
000860 01  WS-PROMISED              PIC 9(03)  VALUE ZERO.
000870 01  WS-DLV-QTE               PIC S9(06)  VALUE ZERO.
000880 01  WS-RETURN-PCT            PIC S9(03)V9 COMP-3  VALUE ZERO.

000890*****************************************************************
000900* ONE ACCUMULATOR PER SUPPLIER/PRODUCT PAIR SEEN ON SUPPDLV.
000910* WS-PAIR-N AND WS-PAIR-DAYS COUNT RECEIPTS ONLY; THE RETURN
000920* COLUMNS COUNT THE "T" ENTRIES.
000930*****************************************************************
000940 01  WS-PAIR-TABLE.
000950     05  WS-PAIR-COUNT        PIC 9(03) COMP  VALUE ZERO.
000960     05  WS-PAIR-ENTRY OCCURS 200 TIMES.
000970         10  WS-PAIR-FOURN    PIC X(05).
000980         10  WS-PAIR-CODE     PIC X(03).
000990         10  WS-PAIR-DAYS     PIC S9(07)     COMP-3.
001000         10  WS-PAIR-N        PIC 9(05)      COMP.
001010         10  WS-PAIR-QTE-RECUE
001020                              PIC S9(07)     COMP-3.
001030         10  WS-PAIR-RETOURS  PIC 9(05)      COMP.
001040         10  WS-PAIR-QTE-RETOUR
001050                              PIC S9(07)     COMP-3.

001060 01  WS-REPORT-HEADING.
001070     05  FILLER               PIC X(42) VALUE
001080         "DELAIS FOURNISSEURS REELS CONTRE PROMIS AU".
001090     05  FILLER               PIC X(03) VALUE " : ".
001100     05  WH-RUN-DATE          PIC 9(08).

001110 01  WS-DETAIL-LINE.
001120     05  WD-FOURN             PIC X(05).
001130     05  FILLER               PIC X(02) VALUE SPACES.
001140     05  WD-CODE              PIC X(03).
001150     05  FILLER               PIC X(09) VALUE "  REEL : ".
001160     05  WD-REEL              PIC ZZZZ9.9-.
001170     05  FILLER               PIC X(11) VALUE "  PROMIS : ".
001180     05  WD-PROMIS            PIC ZZ9.
001190     05  FILLER               PIC X(08) VALUE "  (SUR ".
001200     05  WD-N                 PIC ZZZZ9.
001210     05  FILLER               PIC X(02) VALUE ") ".
001220     05  FILLER               PIC X(10) VALUE "RETOURS : ".
001230     05  WD-RETOURS           PIC ZZZ9.
001240     05  FILLER               PIC X(02) VALUE " (".
001250     05  WD-PCT               PIC ZZ9.9.
001260     05  FILLER               PIC X(04) VALUE " %) ".
001270     05  WD-FLAG              PIC X(15).
001280     05  WD-FLAG-QUALITE      PIC X(13).

001290 PROCEDURE DIVISION.

001300 0000-MAINLINE.
001310     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001320     PERFORM 2000-TALLY-ONE-DELIVERY THRU 2000-EXIT
001330         UNTIL WS-EOF-REACHED.
001340     PERFORM 5000-PRINT-REPORT THRU 5000-EXIT.
001350     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001360     GOBACK.

001370 1000-INITIALIZE.
001380     CALL "dayproc" USING WS-RUN-DATE.

001390     OPEN INPUT SUPPDLV.
001400     IF NOT WS-SUPPDLV-OK
001410         DISPLAY "DAY7DLV - UNABLE TO OPEN SUPPDLV, STATUS "
001420             WS-SUPPDLV-STATUS " - NOTHING TO SCORE"
001430         MOVE "Y" TO WS-EOF-SW
001440         GO TO 1000-EXIT
001450     END-IF.

001460     OPEN INPUT PRODMAST.
001470     IF NOT WS-PRODMAST-OK
001480         DISPLAY "DAY7DLV - UNABLE TO OPEN PRODMAST, STATUS "
001490             WS-PRODMAST-STATUS " - PROMISED LEAD TIMES SHOWN "
001500             "AS ZERO"
001510     ELSE
001520         MOVE "Y" TO WS-PRODMAST-OPEN-SW
001530     END-IF.

001540     OPEN OUTPUT DLVRPT.
001550     IF NOT WS-DLVRPT-OK
001560         DISPLAY "DAY7DLV - UNABLE TO OPEN DLVRPT, STATUS "
001570             WS-DLVRPT-STATUS
001580         MOVE "Y" TO WS-EOF-SW
001590         GO TO 1000-EXIT
001600     END-IF.
001610     MOVE WS-RUN-DATE TO WH-RUN-DATE.
001620     MOVE WS-REPORT-HEADING TO DLVRPT-LINE.
001630     WRITE DLVRPT-LINE.

001640     PERFORM 2100-READ-SUPPDLV THRU 2100-EXIT.
001650 1000-EXIT.
001660     EXIT.

001670 2000-TALLY-ONE-DELIVERY.
001680     ADD 1 TO WS-DLV-READ.
001690     MOVE ZERO TO WS-DLV-QTE.
001700     IF SD-Qte IS NUMERIC
001710         MOVE SD-Qte TO WS-DLV-QTE
001720     END-IF.
001730     IF SD-TYPE-RETURN
001740         ADD 1 TO WS-RETURNS-READ
001750     END-IF.
001760     MOVE "N" TO WS-FOUND-SW.
001770     PERFORM 2200-MATCH-ONE-PAIR THRU 2200-EXIT
001780         VARYING WS-IDX FROM 1 BY 1
001790         UNTIL WS-IDX > WS-PAIR-COUNT
001800            OR WS-ENTRY-FOUND.
001810     IF NOT WS-ENTRY-FOUND
001820         IF WS-PAIR-COUNT < 200
001830             ADD 1 TO WS-PAIR-COUNT
001840             MOVE SD-Fournisseur  TO
001850                 WS-PAIR-FOURN(WS-PAIR-COUNT)
001860             MOVE SD-Code-produit TO
001870                 WS-PAIR-CODE(WS-PAIR-COUNT)
001880             MOVE ZERO TO WS-PAIR-DAYS(WS-PAIR-COUNT)
001890             MOVE ZERO TO WS-PAIR-N(WS-PAIR-COUNT)
001900             MOVE ZERO TO WS-PAIR-QTE-RECUE(WS-PAIR-COUNT)
001910             MOVE ZERO TO WS-PAIR-RETOURS(WS-PAIR-COUNT)
001920             MOVE ZERO TO WS-PAIR-QTE-RETOUR(WS-PAIR-COUNT)
001930             MOVE WS-PAIR-COUNT TO WS-IDX
001940             PERFORM 2300-ADD-TO-PAIR THRU 2300-EXIT
001950         ELSE
001960             DISPLAY "DAY7DLV - PAIR TABLE FULL (200), "
001970                 SD-Fournisseur " " SD-Code-produit
001980                 " NOT SCORED"
001990         END-IF
002000     END-IF.
002010     PERFORM 2100-READ-SUPPDLV THRU 2100-EXIT.
002020 2000-EXIT.
002030     EXIT.

002040 2100-READ-SUPPDLV.
002050     READ SUPPDLV
002060         AT END
002070             MOVE "Y" TO WS-EOF-SW
002080             GO TO 2100-EXIT
002090     END-READ.
002100 2100-EXIT.
002110     EXIT.

002120 2200-MATCH-ONE-PAIR.
002130     IF WS-PAIR-FOURN(WS-IDX) = SD-Fournisseur
002140         AND WS-PAIR-CODE(WS-IDX) = SD-Code-produit
002150         PERFORM 2300-ADD-TO-PAIR THRU 2300-EXIT
002160         MOVE "Y" TO WS-FOUND-SW
002170     END-IF.
002180 2200-EXIT.
002190     EXIT.

002200 2300-ADD-TO-PAIR.
002210     IF SD-TYPE-RETURN
002220         ADD 1          TO WS-PAIR-RETOURS(WS-IDX)
002230         ADD WS-DLV-QTE TO WS-PAIR-QTE-RETOUR(WS-IDX)
002240     ELSE
002250         ADD SD-Delai-Reel TO WS-PAIR-DAYS(WS-IDX)
002260         ADD 1             TO WS-PAIR-N(WS-IDX)
002270         ADD WS-DLV-QTE    TO WS-PAIR-QTE-RECUE(WS-IDX)
002280     END-IF.
002290 2300-EXIT.
002300     EXIT.

002310 5000-PRINT-REPORT.
002320     IF NOT WS-DLVRPT-OK
002330         GO TO 5000-EXIT
002340     END-IF.
002350     PERFORM 5100-PRINT-ONE-PAIR THRU 5100-EXIT
002360         VARYING WS-IDX FROM 1 BY 1
002370         UNTIL WS-IDX > WS-PAIR-COUNT.
002380 5000-EXIT.
002390     EXIT.

002400 5100-PRINT-ONE-PAIR.
002410     MOVE ZERO TO WS-AVG-DAYS.
002420     IF WS-PAIR-N(WS-IDX) > ZERO
002430         COMPUTE WS-AVG-DAYS ROUNDED =
002440             WS-PAIR-DAYS(WS-IDX) / WS-PAIR-N(WS-IDX)
002450     END-IF.
002460     MOVE ZERO TO WS-PROMISED.
002470     IF WS-PRODMAST-WAS-OPENED
002480         MOVE WS-PAIR-CODE(WS-IDX) TO Code-produit
002490         READ PRODMAST
002500             INVALID KEY
002510                 MOVE ZERO TO WS-PROMISED
002520             NOT INVALID KEY
002530                 MOVE Delai-Livraison TO WS-PROMISED
002540         END-READ
002550     END-IF.
002560     MOVE WS-PAIR-FOURN(WS-IDX) TO WD-FOURN.
002570     MOVE WS-PAIR-CODE(WS-IDX)  TO WD-CODE.
002580     MOVE WS-AVG-DAYS           TO WD-REEL.
002590     MOVE WS-PROMISED           TO WD-PROMIS.
002600     MOVE WS-PAIR-N(WS-IDX)     TO WD-N.
002610     MOVE SPACES TO WD-FLAG.
002620     IF WS-PAIR-N(WS-IDX) > ZERO
002630         AND WS-AVG-DAYS > WS-PROMISED
002640         MOVE "** PLUS LENT **" TO WD-FLAG
002650         ADD 1 TO WS-SLOWER-FLAGGED
002660     END-IF.
002670     MOVE WS-PAIR-RETOURS(WS-IDX) TO WD-RETOURS.
002680     MOVE ZERO TO WS-RETURN-PCT.
002690     IF WS-PAIR-QTE-RECUE(WS-IDX) > ZERO
002700         COMPUTE WS-RETURN-PCT ROUNDED =
002710             WS-PAIR-QTE-RETOUR(WS-IDX) * 100
002720             / WS-PAIR-QTE-RECUE(WS-IDX)
002730             ON SIZE ERROR
002740                 MOVE 999.9 TO WS-RETURN-PCT
002750         END-COMPUTE
002760     END-IF.
002770     MOVE WS-RETURN-PCT TO WD-PCT.
002780     MOVE SPACES TO WD-FLAG-QUALITE.
002790     IF WS-PAIR-RETOURS(WS-IDX) > ZERO
002800         MOVE "** QUALITE **" TO WD-FLAG-QUALITE
002810         ADD 1 TO WS-QUALITY-FLAGGED
002820     END-IF.
002830     MOVE WS-DETAIL-LINE TO DLVRPT-LINE.
002840     WRITE DLVRPT-LINE.
002850     ADD 1 TO WS-PAIRS-LISTED.
002860 5100-EXIT.
002870     EXIT.

002880 9000-TERMINATE.
002890     IF WS-SUPPDLV-OK OR WS-SUPPDLV-STATUS = "10"
002900         CLOSE SUPPDLV
002910     END-IF.
002920     IF WS-PRODMAST-WAS-OPENED
002930         CLOSE PRODMAST
002940     END-IF.
002950     IF WS-DLVRPT-OK
002960         CLOSE DLVRPT
002970     END-IF.
002980     DISPLAY "DAY7DLV - DELIVERIES READ : " WS-DLV-READ.
002990     DISPLAY "DAY7DLV - PAIRS LISTED    : " WS-PAIRS-LISTED.
003000     DISPLAY "DAY7DLV - SLOWER FLAGGED  : " WS-SLOWER-FLAGGED.
003010     DISPLAY "DAY7DLV - RETURNS READ    : " WS-RETURNS-READ.
003020     DISPLAY "DAY7DLV - QUALITY FLAGGED : " WS-QUALITY-FLAGGED.
003030 9000-EXIT.
003040     EXIT.
