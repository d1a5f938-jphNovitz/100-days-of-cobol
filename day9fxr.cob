000100*****************************************************************
000110* EXERCISE 9 REVALUATION: MONTH-END FOREIGN RECEIVABLES
000120* RESTATES EVERY STILL-OPEN ARFILE ITEM IN A FOREIGN CURRENCY AT
000130* THE CLOSING RATE. THE OPEN BALANCE (AR-TTC MINUS AR-REGLE) IS
000140* CARRIED IN THE LEDGER AT THE RATE IN FORCE ON THE INVOICE DATE
000150* - DAY9PAY BOOKS THE REALIZED DIFFERENCE ON EVERY AMOUNT AS IT
000160* IS PAID - SO THE UNREALIZED GAIN OR LOSS IS THE BALANCE AT THE
000170* CLOSING RATE LESS THE BALANCE AT THE INVOICE-DATE RATE. RATES
000180* COME FROM CURRTBL, WITH RATEHIST FOR RATES SINCE REPLACED.
000190*
000200* THE DIFFERENCES GO TO THE FXRGLEXT EXTRACT IN THE GLEXTR
000210* LAYOUT UNDER GLMAP SOURCE "FXU" (DEBIT = RECEIVABLE, CREDIT =
000220* UNREALIZED GAIN, THIRD ACCOUNT = UNREALIZED LOSS; WITHOUT A
000230* LOSS ACCOUNT A LOSS POSTS AS A NEGATIVE GAIN), DATED THE
000240* CLOSING DATE, EACH WITH ITS REVERSAL DATED THE FIRST DAY OF
000250* THE NEXT MONTH - THE REALIZED DIFFERENCE IS ALWAYS MEASURED
000260* FROM THE INVOICE RATE, SO A REVALUATION LEFT STANDING WOULD BE
000270* COUNTED TWICE WHEN THE ITEM IS PAID. FXRRPT LISTS EVERY ITEM
000280* RESTATED, WITH TOTALS BY CURRENCY, FOR THE CLOSE FILE.
000290*
000300* FXRCTL CARD (OPTIONAL): CLOSING DATE YYYYMMDD. WITHOUT IT THE
000310* PROCESSING DATE IS THE CLOSING DATE. ONLY ITEMS INVOICED ON OR
000320* BEFORE THE CLOSING DATE ARE RESTATED. A MISSING GLMAP CARD FOR
000330* FXU ABANDONS THE RUN WITH RETURN CODE 12, AS IN DAY7GL.
000340*****************************************************************
000350* MODIFICATION HISTORY
000360*  10/15/2026  JPH  ORIGINAL VERSION.
000370*****************************************************************
000380 IDENTIFICATION DIVISION.
000390 PROGRAM-ID. day9fxr.
000400 AUTHOR. jphNovitz.
000410 DATE-WRITTEN. 2026/10/15.
000420 DATE-COMPILED.

000430 ENVIRONMENT DIVISION.
000440 INPUT-OUTPUT SECTION.
000450 FILE-CONTROL.
000460     SELECT FXRCTL ASSIGN TO "FXRCTL"
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS WS-FXRCTL-STATUS.

000490     SELECT ARFILE ASSIGN TO "ARFILE"
000500         ORGANIZATION IS INDEXED
000510         ACCESS MODE IS SEQUENTIAL
000520         RECORD KEY IS AR-Invoice-No
000530         FILE STATUS IS WS-ARFILE-STATUS.

000540     SELECT CURRTBL ASSIGN TO "CURRTBL"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS WS-CURRTBL-STATUS.

000570     SELECT RATEHIST ASSIGN TO "RATEHIST"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS WS-RATEHIST-STATUS.

000600     SELECT GLMAP ASSIGN TO "GLMAP"
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS WS-GLMAP-STATUS.

000630     SELECT FXRGLEXT ASSIGN TO "FXRGLEXT"
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS WS-FXRGLEXT-STATUS.

000660     SELECT FXRRPT ASSIGN TO "FXRRPT"
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS WS-FXRRPT-STATUS.

000690 DATA DIVISION.
000700 FILE SECTION.
000710 FD  FXRCTL
000720     RECORDING MODE IS F.
000730 01  FXRCTL-REC.
000740     05  FC-Date-Cloture      PIC 9(08).

000750 FD  ARFILE
000760     RECORDING MODE IS F.
000770     COPY AROPEN.

000780 FD  CURRTBL
000790     RECORDING MODE IS F.
000800 01  CURRTBL-REC.
000810     05  CUR-Code             PIC X(03).
000820     05  CUR-Symbol           PIC X(03).
000830     05  CUR-Decimals         PIC 9(01).
000840     05  CUR-Rate             PIC 9(04)V9(06).
000850     05  CUR-Rate-Date        PIC 9(08).

000860 FD  RATEHIST
000870     RECORDING MODE IS F.
000880     COPY RATEHIST.

000890 FD  GLMAP
000900     RECORDING MODE IS F.
000910 01  GLMAP-REC.
000920     05  GLM-Source           PIC X(03).
000930     05  GLM-Compte-Debit     PIC X(08).
000940     05  GLM-Compte-Credit    PIC X(08).
000950     05  GLM-Compte-Taxe      PIC X(08).

000960 FD  FXRGLEXT
000970     RECORDING MODE IS F.
000980     COPY GLEXTR.

000990 FD  FXRRPT
001000     RECORDING MODE IS F.
001010 01  FXRRPT-LINE              PIC X(132).

001020 WORKING-STORAGE SECTION.
001030 01  WS-FXRCTL-STATUS         PIC X(02).
001040     88  WS-FXRCTL-OK               VALUE "00".

001050 01  WS-ARFILE-STATUS         PIC X(02).
001060     88  WS-ARFILE-OK               VALUE "00".

001070 01  WS-CURRTBL-STATUS        PIC X(02).
001080     88  WS-CURRTBL-OK              VALUE "00".

001090 01  WS-RATEHIST-STATUS       PIC X(02).
001100     88  WS-RATEHIST-OK             VALUE "00".

001110 01  WS-GLMAP-STATUS          PIC X(02).
001120     88  WS-GLMAP-OK                VALUE "00".

001130 01  WS-FXRGLEXT-STATUS       PIC X(02).
001140     88  WS-FXRGLEXT-OK             VALUE "00".

001150 01  WS-FXRRPT-STATUS         PIC X(02).
001160     88  WS-FXRRPT-OK               VALUE "00".

001170 01  WS-SWITCHES.
001180     05  WS-EOF-SW            PIC X(01)  VALUE "N".
001190         88  WS-EOF-REACHED          VALUE "Y".
001200     05  WS-ABANDON-SW        PIC X(01)  VALUE "N".
001210         88  WS-RUN-ABANDONED        VALUE "Y".
001220     05  WS-FXU-MAP-SW        PIC X(01)  VALUE "N".
001230         88  WS-FXU-MAP-LOADED       VALUE "Y".
001240     05  WS-ARFILE-OPEN-SW    PIC X(01)  VALUE "N".
001250         88  WS-ARFILE-WAS-OPENED    VALUE "Y".
001260     05  WS-FXRGLEXT-OPEN-SW  PIC X(01)  VALUE "N".
001270         88  WS-FXRGLEXT-WAS-OPENED  VALUE "Y".
001280     05  WS-FXRRPT-OPEN-SW    PIC X(01)  VALUE "N".
001290         88  WS-FXRRPT-WAS-OPENED    VALUE "Y".

001300 01  WS-COUNTERS.
001310     05  WS-ITEMS-READ        PIC 9(07) COMP  VALUE ZERO.
001320     05  WS-ITEMS-RESTATED    PIC 9(05) COMP  VALUE ZERO.
001330     05  WS-ITEMS-NO-RATE     PIC 9(05) COMP  VALUE ZERO.
001340     05  WS-DETAILS-WRITTEN   PIC 9(07)  VALUE ZERO.

001350 01  WS-RUN-DATE              PIC 9(08).
001360 01  WS-CLOSE-DATE            PIC 9(08).
001370 01  WS-CLOSE-DATE-GROUP REDEFINES WS-CLOSE-DATE.
001380     05  WS-CLOSE-YEAR        PIC 9(04).
001390     05  WS-CLOSE-MONTH       PIC 9(02).
001400     05  WS-CLOSE-DAY         PIC 9(02).
001410 01  WS-REVERSE-DATE          PIC 9(08).
001420 01  WS-REVERSE-DATE-GROUP REDEFINES WS-REVERSE-DATE.
001430     05  WS-REVERSE-YEAR      PIC 9(04).
001440     05  WS-REVERSE-MONTH     PIC 9(02).
001450     05  WS-REVERSE-DAY       PIC 9(02).
001460 01  WS-HASH-TOTAL            PIC S9(13)V99 COMP-3  VALUE ZERO.

001470*****************************************************************
001480* ONE ITEM'S RESTATEMENT, IN HOUSE CURRENCY: POSITIVE IS A GAIN,
001490* NEGATIVE A LOSS.
001500*****************************************************************
001510 01  WS-SOLDE                 PIC S9(11)V99 COMP-3  VALUE ZERO.
001520 01  WS-RATE-INV              PIC 9(04)V9(06) COMP-3 VALUE ZERO.
001530 01  WS-RATE-CLOSE            PIC 9(04)V9(06) COMP-3 VALUE ZERO.
001540 01  WS-VALEUR-INV            PIC S9(11)V99 COMP-3  VALUE ZERO.
001550 01  WS-VALEUR-CLOSE          PIC S9(11)V99 COMP-3  VALUE ZERO.
001560 01  WS-FX-ECART              PIC S9(11)V99 COMP-3  VALUE ZERO.
001570 01  WS-POST-MONTANT          PIC S9(11)V99 COMP-3  VALUE ZERO.
001580 01  WS-POST-DATE             PIC 9(08)  VALUE ZERO.
001590 01  WS-TOTAL-GAIN            PIC S9(13)V99 COMP-3  VALUE ZERO.
001600 01  WS-TOTAL-PERTE           PIC S9(13)V99 COMP-3  VALUE ZERO.

001610*****************************************************************
001620* THE GLMAP "FXU" CARD: DEBIT = RECEIVABLE, CREDIT = UNREALIZED
001630* GAIN, THIRD ACCOUNT = UNREALIZED LOSS.
001640*****************************************************************
001650 01  WS-FXU-DEBIT             PIC X(08)  VALUE SPACES.
001660 01  WS-FXU-CREDIT            PIC X(08)  VALUE SPACES.
001670 01  WS-FXU-PERTE             PIC X(08)  VALUE SPACES.

001680*****************************************************************
001690* RATE LOOKUP: WS-RATE-DEVISE ON WS-RATE-ON-DATE GIVES
001700* WS-RATE-USED, ZERO WHEN THE CURRENCY IS NOT ON CURRTBL.
001710*****************************************************************
001720 01  WS-RATE-DEVISE           PIC X(03)  VALUE SPACES.
001730 01  WS-RATE-ON-DATE          PIC 9(08)  VALUE ZERO.
001740 01  WS-RATE-USED             PIC 9(04)V9(06) COMP-3 VALUE ZERO.
001750 01  WS-BEST-DATE             PIC 9(08)  VALUE ZERO.
001760 01  WS-BEST-RATE             PIC 9(04)V9(06) COMP-3 VALUE ZERO.
001770 01  WS-OLDEST-DATE           PIC 9(08)  VALUE ZERO.
001780 01  WS-OLDEST-RATE           PIC 9(04)V9(06) COMP-3 VALUE ZERO.

001790     COPY CURRTBL.

001800*****************************************************************
001810* RATES SINCE REPLACED, FROM RATEHIST: EACH WAS IN FORCE FROM
001820* ITS FIXING DATE UNTIL THE NEXT ONE.
001830*****************************************************************
001840 01  WS-HIST-TABLE.
001850     05  WS-HIST-COUNT        PIC 9(05) COMP  VALUE ZERO.
001860     05  WS-HIST-ENTRY OCCURS 2000 TIMES.
001870         10  WS-HIST-CODE     PIC X(03).
001880         10  WS-HIST-RATE     PIC 9(04)V9(06) COMP-3.
001890         10  WS-HIST-DATE     PIC 9(08).
001900 01  WS-HIST-I                PIC 9(05) COMP  VALUE ZERO.

001910*****************************************************************
001920* TOTALS BY CURRENCY, PARALLEL TO THE CURRTBL TABLE.
001930*****************************************************************
001940 01  WS-DEV-TABLE.
001950     05  WS-DEV-ENTRY OCCURS 50 TIMES.
001960         10  WS-DEV-ITEMS     PIC 9(05) COMP.
001970         10  WS-DEV-SOLDE     PIC S9(13)V99 COMP-3.
001980         10  WS-DEV-VAL-INV   PIC S9(13)V99 COMP-3.
001990         10  WS-DEV-VAL-CLOSE PIC S9(13)V99 COMP-3.
002000 01  WS-DEV-I                 PIC 9(03) COMP  VALUE ZERO.

002010 01  WS-SEPARATOR-LINE.
002020     05  FILLER               PIC X(132) VALUE ALL "=".

002030 01  WS-REPORT-HEADING.
002040     05  FILLER               PIC X(46) VALUE
002050         "REEVALUATION DES CREANCES EN DEVISES AU      ".
002060     05  WH-CLOSE-DATE        PIC 9(08).
002070     05  FILLER               PIC X(25) VALUE
002080         "   CONTREPASSEE LE       ".
002090     05  WH-REVERSE-DATE      PIC 9(08).

002100 01  WS-COLUMN-HEADING.
002110     05  FILLER               PIC X(08) VALUE "FACTURE".
002120     05  FILLER               PIC X(07) VALUE "CLIENT".
002130     05  FILLER               PIC X(21) VALUE "NOM".
002140     05  FILLER               PIC X(04) VALUE "DEV".
002150     05  FILLER               PIC X(09) VALUE "DATE".
002160     05  FILLER               PIC X(18) VALUE
002170         "     SOLDE DEVISE".
002180     05  FILLER               PIC X(12) VALUE "   TAUX FACT".
002190     05  FILLER               PIC X(12) VALUE "   TAUX CLOT".
002200     05  FILLER               PIC X(14) VALUE "   VALEUR FACT".
002210     05  FILLER               PIC X(14) VALUE "   VALEUR CLOT".
002220     05  FILLER               PIC X(13) VALUE "        ECART".

002230 01  WS-DETAIL-LINE.
002240     05  WD-INVOICE-NO        PIC 9(06).
002250     05  FILLER               PIC X(02) VALUE SPACES.
002260     05  WD-CLIENT-CODE       PIC X(05).
002270     05  FILLER               PIC X(02) VALUE SPACES.
002280     05  WD-CLIENT            PIC X(20).
002290     05  FILLER               PIC X(01) VALUE SPACE.
002300     05  WD-DEVISE            PIC X(03).
002310     05  FILLER               PIC X(01) VALUE SPACE.
002320     05  WD-DATE              PIC 9(08).
002330     05  FILLER               PIC X(01) VALUE SPACE.
002340     05  WD-SOLDE             PIC -(13)9.99.
002350     05  FILLER               PIC X(01) VALUE SPACE.
002360     05  WD-RATE-INV          PIC ZZZ9.999999.
002370     05  FILLER               PIC X(01) VALUE SPACE.
002380     05  WD-RATE-CLOSE        PIC ZZZ9.999999.
002390     05  FILLER               PIC X(01) VALUE SPACE.
002400     05  WD-VALEUR-INV        PIC -(10)9.99.
002410     05  FILLER               PIC X(01) VALUE SPACE.
002420     05  WD-VALEUR-CLOSE      PIC -(10)9.99.
002430     05  FILLER               PIC X(01) VALUE SPACE.
002440     05  WD-ECART             PIC -(9)9.99.

002450 01  WS-DEVISE-HEADING.
002460     05  FILLER               PIC X(40) VALUE
002470         "TOTAUX PAR DEVISE                       ".

002480 01  WS-DEVISE-LINE.
002490     05  FILLER               PIC X(07) VALUE SPACES.
002500     05  WV-ITEMS             PIC ZZZZ9.
002510     05  FILLER               PIC X(25) VALUE
002520         " POSTES OUVERTS          ".
002530     05  WV-DEVISE            PIC X(03).
002540     05  FILLER               PIC X(10) VALUE SPACES.
002550     05  WV-SOLDE             PIC -(13)9.99.
002560     05  FILLER               PIC X(25) VALUE SPACES.
002570     05  WV-VALEUR-INV        PIC -(10)9.99.
002580     05  FILLER               PIC X(01) VALUE SPACE.
002590     05  WV-VALEUR-CLOSE      PIC -(10)9.99.
002600     05  FILLER               PIC X(01) VALUE SPACE.
002610     05  WV-ECART             PIC -(9)9.99.

002620 01  WS-TOTAL-LINE.
002630     05  FILLER               PIC X(20) VALUE
002640         "POSTES REEVALUES :  ".
002650     05  WT-ITEMS             PIC ZZZZ9.
002660     05  FILLER               PIC X(11) VALUE "   GAINS : ".
002670     05  WT-GAIN              PIC -(12)9.99.
002680     05  FILLER               PIC X(12) VALUE "   PERTES : ".
002690     05  WT-PERTE             PIC -(12)9.99.
002700     05  FILLER               PIC X(10) VALUE "   NET : ".
002710     05  WT-NET               PIC -(12)9.99.

002720 PROCEDURE DIVISION.

002730 0000-MAINLINE.
002740     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002750     IF NOT WS-RUN-ABANDONED
002760         PERFORM 2000-RESTATE-ONE-ITEM THRU 2000-EXIT
002770             UNTIL WS-EOF-REACHED
002780         PERFORM 4000-PRINT-TOTALS THRU 4000-EXIT
002790         PERFORM 8000-WRITE-TRAILER THRU 8000-EXIT
002800     END-IF.
002810     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002820     GOBACK.

002830 1000-INITIALIZE.
002840     CALL "dayproc" USING WS-RUN-DATE.
002850     MOVE WS-RUN-DATE TO WS-CLOSE-DATE.
002860     PERFORM 1050-READ-CONTROL-CARD THRU 1050-EXIT.
002870     MOVE WS-CLOSE-DATE TO WS-REVERSE-DATE.
002880     MOVE 01 TO WS-REVERSE-DAY.
002890     IF WS-CLOSE-MONTH = 12
002900         MOVE 01 TO WS-REVERSE-MONTH
002910         ADD 1 TO WS-REVERSE-YEAR
002920     ELSE
002930         ADD 1 TO WS-REVERSE-MONTH
002940     END-IF.

002950     PERFORM 1300-LOAD-FXU-MAP THRU 1300-EXIT.
002960     IF NOT WS-FXU-MAP-LOADED
002970         DISPLAY "DAY9FXR - NO GLMAP CARD FOR FXU, NOTHING "
002980             "EXTRACTED"
002990         SET WS-RUN-ABANDONED TO TRUE
003000         MOVE 12 TO RETURN-CODE
003010         GO TO 1000-EXIT
003020     END-IF.
003030     PERFORM 1100-LOAD-CURRTBL THRU 1100-EXIT.
003040     IF WS-CURR-COUNT = ZERO
003050         DISPLAY "DAY9FXR - NO CURRENCIES ON CURRTBL, NOTHING "
003060             "TO RESTATE"
003070         SET WS-RUN-ABANDONED TO TRUE
003080         MOVE 12 TO RETURN-CODE
003090         GO TO 1000-EXIT
003100     END-IF.
003110     PERFORM 1200-LOAD-RATEHIST THRU 1200-EXIT.
003120     PERFORM 1400-CLEAR-ONE-DEVISE THRU 1400-EXIT
003130         VARYING WS-DEV-I FROM 1 BY 1
003140         UNTIL WS-DEV-I > 50.

003150     OPEN INPUT ARFILE.
003160     IF NOT WS-ARFILE-OK
003170         DISPLAY "DAY9FXR - UNABLE TO OPEN ARFILE, STATUS "
003180             WS-ARFILE-STATUS " - NOTHING TO RESTATE"
003190         SET WS-RUN-ABANDONED TO TRUE
003200         MOVE 12 TO RETURN-CODE
003210         GO TO 1000-EXIT
003220     END-IF.
003230     MOVE "Y" TO WS-ARFILE-OPEN-SW.

003240     OPEN OUTPUT FXRGLEXT.
003250     IF NOT WS-FXRGLEXT-OK
003260         DISPLAY "DAY9FXR - UNABLE TO OPEN FXRGLEXT, STATUS "
003270             WS-FXRGLEXT-STATUS
003280         SET WS-RUN-ABANDONED TO TRUE
003290         MOVE 12 TO RETURN-CODE
003300         GO TO 1000-EXIT
003310     END-IF.
003320     MOVE "Y" TO WS-FXRGLEXT-OPEN-SW.
003330     MOVE "H"           TO GLH-Record-Type.
003340     MOVE WS-CLOSE-DATE TO GLH-Batch-Date.
003350     MOVE "DAY9FXR"     TO GLH-Source-System.
003360     WRITE GLEXTR-HDR-REC.

003370     OPEN OUTPUT FXRRPT.
003380     IF NOT WS-FXRRPT-OK
003390         DISPLAY "DAY9FXR - UNABLE TO OPEN FXRRPT, STATUS "
003400             WS-FXRRPT-STATUS
003410     ELSE
003420         MOVE "Y" TO WS-FXRRPT-OPEN-SW
003430         MOVE WS-CLOSE-DATE   TO WH-CLOSE-DATE
003440         MOVE WS-REVERSE-DATE TO WH-REVERSE-DATE
003450         WRITE FXRRPT-LINE FROM WS-REPORT-HEADING
003460         WRITE FXRRPT-LINE FROM WS-SEPARATOR-LINE
003470         WRITE FXRRPT-LINE FROM WS-COLUMN-HEADING
003480         WRITE FXRRPT-LINE FROM WS-SEPARATOR-LINE
003490     END-IF.
003500     DISPLAY "DAY9FXR - CLOSING DATE " WS-CLOSE-DATE
003510         ", REVERSED ON " WS-REVERSE-DATE.
003520 1000-EXIT.
003530     EXIT.

003540 1050-READ-CONTROL-CARD.
003550     OPEN INPUT FXRCTL.
003560     IF NOT WS-FXRCTL-OK
003570         DISPLAY "DAY9FXR - NO FXRCTL CARD, PROCESSING DATE "
003580             "IS THE CLOSING DATE"
003590         GO TO 1050-EXIT
003600     END-IF.
003610     READ FXRCTL
003620         AT END
003630             CLOSE FXRCTL
003640             GO TO 1050-EXIT
003650     END-READ.
003660     CLOSE FXRCTL.
003670     IF FC-Date-Cloture IS NOT NUMERIC
003680         OR FC-Date-Cloture(5:2) < "01"
003690         OR FC-Date-Cloture(5:2) > "12"
003700         OR FC-Date-Cloture(7:2) < "01"
003710         OR FC-Date-Cloture(7:2) > "31"
003720         DISPLAY "DAY9FXR - FXRCTL CARD NOT VALID, PROCESSING "
003730             "DATE IS THE CLOSING DATE"
003740         GO TO 1050-EXIT
003750     END-IF.
003760     MOVE FC-Date-Cloture TO WS-CLOSE-DATE.
003770 1050-EXIT.
003780     EXIT.

003790 1100-LOAD-CURRTBL.
003800     OPEN INPUT CURRTBL.
003810     IF NOT WS-CURRTBL-OK
003820         DISPLAY "DAY9FXR - UNABLE TO OPEN CURRTBL, STATUS "
003830             WS-CURRTBL-STATUS
003840         GO TO 1100-EXIT
003850     END-IF.
003860     PERFORM 1110-LOAD-ONE-CURRENCY THRU 1110-EXIT
003870         UNTIL WS-CURRTBL-STATUS = "10".
003880     CLOSE CURRTBL.
003890 1100-EXIT.
003900     EXIT.

003910 1110-LOAD-ONE-CURRENCY.
003920     READ CURRTBL
003930         AT END
003940             MOVE "10" TO WS-CURRTBL-STATUS
003950             GO TO 1110-EXIT
003960     END-READ.
003970     IF WS-CURR-COUNT < 50
003980         ADD 1 TO WS-CURR-COUNT
003990         MOVE CUR-Code      TO WS-CURR-CODE(WS-CURR-COUNT)
004000         MOVE CUR-Symbol    TO WS-CURR-SYMBOL(WS-CURR-COUNT)
004010         MOVE CUR-Decimals  TO WS-CURR-DECIMALS(WS-CURR-COUNT)
004020         MOVE CUR-Rate      TO WS-CURR-RATE(WS-CURR-COUNT)
004030         MOVE CUR-Rate-Date TO WS-CURR-RATE-DATE(WS-CURR-COUNT)
004040     ELSE
004050         DISPLAY "DAY9FXR - CURRENCY TABLE FULL (50), "
004060             CUR-Code " NOT LOADED"
004070     END-IF.
004080 1110-EXIT.
004090     EXIT.

004100 1200-LOAD-RATEHIST.
004110     OPEN INPUT RATEHIST.
004120     IF NOT WS-RATEHIST-OK
004130         DISPLAY "DAY9FXR - NO RATEHIST, STATUS "
004140             WS-RATEHIST-STATUS " - CURRENT RATES ONLY"
004150         GO TO 1200-EXIT
004160     END-IF.
004170     PERFORM 1210-LOAD-ONE-RATE THRU 1210-EXIT
004180         UNTIL WS-RATEHIST-STATUS = "10".
004190     CLOSE RATEHIST.
004200 1200-EXIT.
004210     EXIT.

004220 1210-LOAD-ONE-RATE.
004230     READ RATEHIST
004240         AT END
004250             MOVE "10" TO WS-RATEHIST-STATUS
004260             GO TO 1210-EXIT
004270     END-READ.
004280     IF WS-HIST-COUNT < 2000
004290         ADD 1 TO WS-HIST-COUNT
004300         MOVE RH-Code          TO WS-HIST-CODE(WS-HIST-COUNT)
004310         MOVE RH-Old-Rate      TO WS-HIST-RATE(WS-HIST-COUNT)
004320         MOVE RH-Old-Rate-Date TO WS-HIST-DATE(WS-HIST-COUNT)
004330     ELSE
004340         DISPLAY "DAY9FXR - RATE HISTORY TABLE FULL (2000), "
004350             RH-Code " " RH-Old-Rate-Date " NOT LOADED"
004360     END-IF.
004370 1210-EXIT.
004380     EXIT.

004390 1300-LOAD-FXU-MAP.
004400     OPEN INPUT GLMAP.
004410     IF NOT WS-GLMAP-OK
004420         DISPLAY "DAY9FXR - UNABLE TO OPEN GLMAP, STATUS "
004430             WS-GLMAP-STATUS
004440         GO TO 1300-EXIT
004450     END-IF.
004460     PERFORM 1310-CHECK-ONE-MAP THRU 1310-EXIT
004470         UNTIL WS-GLMAP-STATUS = "10".
004480     CLOSE GLMAP.
004490 1300-EXIT.
004500     EXIT.

004510 1310-CHECK-ONE-MAP.
004520     READ GLMAP
004530         AT END
004540             MOVE "10" TO WS-GLMAP-STATUS
004550             GO TO 1310-EXIT
004560     END-READ.
004570     IF GLM-Source = "FXU"
004580         MOVE GLM-Compte-Debit  TO WS-FXU-DEBIT
004590         MOVE GLM-Compte-Credit TO WS-FXU-CREDIT
004600         MOVE GLM-Compte-Taxe   TO WS-FXU-PERTE
004610         MOVE "Y" TO WS-FXU-MAP-SW
004620     END-IF.
004630 1310-EXIT.
004640     EXIT.

004650 1400-CLEAR-ONE-DEVISE.
004660     MOVE ZERO TO WS-DEV-ITEMS(WS-DEV-I).
004670     MOVE ZERO TO WS-DEV-SOLDE(WS-DEV-I).
004680     MOVE ZERO TO WS-DEV-VAL-INV(WS-DEV-I).
004690     MOVE ZERO TO WS-DEV-VAL-CLOSE(WS-DEV-I).
004700 1400-EXIT.
004710     EXIT.

004720*****************************************************************
004730* AN OPEN ITEM WITH A BALANCE, IN A CURRENCY OTHER THAN THE
004740* HOUSE ONE, INVOICED BY THE CLOSING DATE. A CREDIT MEMO'S
004750* NEGATIVE BALANCE IS RESTATED THE SAME WAY.
004760*****************************************************************
004770 2000-RESTATE-ONE-ITEM.
004780     READ ARFILE
004790         AT END
004800             MOVE "Y" TO WS-EOF-SW
004810             GO TO 2000-EXIT
004820     END-READ.
004830     ADD 1 TO WS-ITEMS-READ.
004840     IF NOT AR-STATUT-OPEN
004850         OR AR-Code-Devise = SPACES
004860         OR AR-Invoice-Date > WS-CLOSE-DATE
004870         GO TO 2000-EXIT
004880     END-IF.
004890     COMPUTE WS-SOLDE = AR-TTC - AR-Regle.
004900     IF WS-SOLDE = ZERO
004910         GO TO 2000-EXIT
004920     END-IF.

004930     MOVE AR-Code-Devise  TO WS-RATE-DEVISE.
004940     MOVE AR-Invoice-Date TO WS-RATE-ON-DATE.
004950     PERFORM 5000-RATE-ON-DATE THRU 5000-EXIT.
004960     MOVE WS-RATE-USED TO WS-RATE-INV.
004970     MOVE WS-CLOSE-DATE TO WS-RATE-ON-DATE.
004980     PERFORM 5000-RATE-ON-DATE THRU 5000-EXIT.
004990     MOVE WS-RATE-USED TO WS-RATE-CLOSE.
005000     IF WS-RATE-INV = ZERO OR WS-RATE-CLOSE = ZERO
005010         ADD 1 TO WS-ITEMS-NO-RATE
005020         DISPLAY "DAY9FXR - DEVISE " AR-Code-Devise
005030             " NOT ON CURRTBL, INVOICE " AR-Invoice-No
005040             " NOT RESTATED"
005050         GO TO 2000-EXIT
005060     END-IF.
005070     IF WS-RATE-INV = 1 AND WS-RATE-CLOSE = 1
005080         GO TO 2000-EXIT
005090     END-IF.
005100     SET WS-DEV-I TO WS-CURR-IDX.

005110     COMPUTE WS-VALEUR-INV ROUNDED = WS-SOLDE * WS-RATE-INV.
005120     COMPUTE WS-VALEUR-CLOSE ROUNDED = WS-SOLDE * WS-RATE-CLOSE.
005130     COMPUTE WS-FX-ECART = WS-VALEUR-CLOSE - WS-VALEUR-INV.
005140     ADD 1 TO WS-ITEMS-RESTATED.
005150     ADD 1               TO WS-DEV-ITEMS(WS-DEV-I).
005160     ADD WS-SOLDE        TO WS-DEV-SOLDE(WS-DEV-I).
005170     ADD WS-VALEUR-INV   TO WS-DEV-VAL-INV(WS-DEV-I).
005180     ADD WS-VALEUR-CLOSE TO WS-DEV-VAL-CLOSE(WS-DEV-I).
005190     IF WS-FX-ECART < ZERO
005200         ADD WS-FX-ECART TO WS-TOTAL-PERTE
005210     ELSE
005220         ADD WS-FX-ECART TO WS-TOTAL-GAIN
005230     END-IF.
005240     PERFORM 2100-PRINT-ITEM THRU 2100-EXIT.

005250     IF WS-FX-ECART NOT = ZERO
005260         MOVE WS-FX-ECART   TO WS-POST-MONTANT
005270         MOVE WS-CLOSE-DATE TO WS-POST-DATE
005280         PERFORM 3000-WRITE-FX-PAIR THRU 3000-EXIT
005290         COMPUTE WS-POST-MONTANT = ZERO - WS-FX-ECART
005300         MOVE WS-REVERSE-DATE TO WS-POST-DATE
005310         PERFORM 3000-WRITE-FX-PAIR THRU 3000-EXIT
005320     END-IF.
005330 2000-EXIT.
005340     EXIT.

005350 2100-PRINT-ITEM.
005360     IF NOT WS-FXRRPT-WAS-OPENED
005370         GO TO 2100-EXIT
005380     END-IF.
005390     MOVE AR-Invoice-No   TO WD-INVOICE-NO.
005400     MOVE AR-Client-Code  TO WD-CLIENT-CODE.
005410     MOVE AR-Client       TO WD-CLIENT.
005420     MOVE AR-Code-Devise  TO WD-DEVISE.
005430     MOVE AR-Invoice-Date TO WD-DATE.
005440     MOVE WS-SOLDE        TO WD-SOLDE.
005450     MOVE WS-RATE-INV     TO WD-RATE-INV.
005460     MOVE WS-RATE-CLOSE   TO WD-RATE-CLOSE.
005470     MOVE WS-VALEUR-INV   TO WD-VALEUR-INV.
005480     MOVE WS-VALEUR-CLOSE TO WD-VALEUR-CLOSE.
005490     MOVE WS-FX-ECART     TO WD-ECART.
005500     WRITE FXRRPT-LINE FROM WS-DETAIL-LINE.
005510 2100-EXIT.
005520     EXIT.

005530*****************************************************************
005540* A GAIN DEBITS THE RECEIVABLE AND CREDITS THE GAIN ACCOUNT; A
005550* LOSS DEBITS THE LOSS ACCOUNT AND CREDITS THE RECEIVABLE, OR,
005560* WITH NO LOSS ACCOUNT ON THE CARD, POSTS AS A NEGATIVE GAIN.
005570* THE REVERSAL POSTS THE SAME LINES WITH THE SIGN TURNED, THE WAY
005580* DAY7GL POSTS A CREDIT MEMO.
005590*****************************************************************
005600 3000-WRITE-FX-PAIR.
005610     MOVE "FXU"           TO GL-Source.
005620     MOVE AR-Invoice-No   TO GL-Reference.
005630     MOVE WS-POST-DATE    TO GL-Run-Date.
005640     IF WS-FX-ECART < ZERO
005650         AND WS-FXU-PERTE NOT = SPACES
005660         MOVE "D"          TO GL-Sens
005670         MOVE WS-FXU-PERTE TO GL-Compte
005680         COMPUTE GL-Montant = ZERO - WS-POST-MONTANT
005690         PERFORM 3100-WRITE-DETAIL THRU 3100-EXIT
005700         MOVE "C"          TO GL-Sens
005710         MOVE WS-FXU-DEBIT TO GL-Compte
005720         PERFORM 3100-WRITE-DETAIL THRU 3100-EXIT
005730         GO TO 3000-EXIT
005740     END-IF.
005750     MOVE "D"             TO GL-Sens.
005760     MOVE WS-FXU-DEBIT    TO GL-Compte.
005770     MOVE WS-POST-MONTANT TO GL-Montant.
005780     PERFORM 3100-WRITE-DETAIL THRU 3100-EXIT.
005790     MOVE "C"             TO GL-Sens.
005800     MOVE WS-FXU-CREDIT   TO GL-Compte.
005810     PERFORM 3100-WRITE-DETAIL THRU 3100-EXIT.
005820 3000-EXIT.
005830     EXIT.

005840 3100-WRITE-DETAIL.
005850     WRITE GLEXTR-REC.
005860     ADD 1 TO WS-DETAILS-WRITTEN.
005870     ADD GL-Montant TO WS-HASH-TOTAL.
005880 3100-EXIT.
005890     EXIT.

005900 4000-PRINT-TOTALS.
005910     IF NOT WS-FXRRPT-WAS-OPENED
005920         GO TO 4000-EXIT
005930     END-IF.
005940     WRITE FXRRPT-LINE FROM WS-SEPARATOR-LINE.
005950     WRITE FXRRPT-LINE FROM WS-DEVISE-HEADING.
005960     PERFORM 4100-PRINT-ONE-DEVISE THRU 4100-EXIT
005970         VARYING WS-DEV-I FROM 1 BY 1
005980         UNTIL WS-DEV-I > WS-CURR-COUNT.
005990     WRITE FXRRPT-LINE FROM WS-SEPARATOR-LINE.
006000     MOVE WS-ITEMS-RESTATED TO WT-ITEMS.
006010     MOVE WS-TOTAL-GAIN     TO WT-GAIN.
006020     MOVE WS-TOTAL-PERTE    TO WT-PERTE.
006030     COMPUTE WT-NET = WS-TOTAL-GAIN + WS-TOTAL-PERTE.
006040     WRITE FXRRPT-LINE FROM WS-TOTAL-LINE.
006050 4000-EXIT.
006060     EXIT.

006070 4100-PRINT-ONE-DEVISE.
006080     IF WS-DEV-ITEMS(WS-DEV-I) = ZERO
006090         GO TO 4100-EXIT
006100     END-IF.
006110     MOVE WS-DEV-ITEMS(WS-DEV-I)     TO WV-ITEMS.
006120     MOVE WS-CURR-CODE(WS-DEV-I)     TO WV-DEVISE.
006130     MOVE WS-DEV-SOLDE(WS-DEV-I)     TO WV-SOLDE.
006140     MOVE WS-DEV-VAL-INV(WS-DEV-I)   TO WV-VALEUR-INV.
006150     MOVE WS-DEV-VAL-CLOSE(WS-DEV-I) TO WV-VALEUR-CLOSE.
006160     COMPUTE WV-ECART = WS-DEV-VAL-CLOSE(WS-DEV-I)
006170         - WS-DEV-VAL-INV(WS-DEV-I).
006180     WRITE FXRRPT-LINE FROM WS-DEVISE-LINE.
006190 4100-EXIT.
006200     EXIT.

006210*****************************************************************
006220* THE RATE IN FORCE ON A DATE: THE CURRTBL RATE WHEN IT WAS FIXED
006230* ON OR BEFORE THAT DATE, OTHERWISE THE LATEST RATEHIST RATE
006240* FIXED ON OR BEFORE IT. A DATE OLDER THAN THE WHOLE HISTORY
006250* TAKES THE OLDEST RATE KNOWN, AND A CURRENCY WITH NO HISTORY
006260* THE CURRENT RATE. THE SAME LOOKUP DAY9PAY USES.
006270*****************************************************************
006280 5000-RATE-ON-DATE.
006290     MOVE ZERO TO WS-RATE-USED.
006300     IF WS-CURR-COUNT = ZERO
006310         GO TO 5000-EXIT
006320     END-IF.
006330     SET WS-CURR-IDX TO 1.
006340     SEARCH WS-CURR-ENTRY
006350         AT END
006360             GO TO 5000-EXIT
006370         WHEN WS-CURR-CODE(WS-CURR-IDX) = WS-RATE-DEVISE
006380             MOVE WS-CURR-RATE(WS-CURR-IDX) TO WS-RATE-USED
006390     END-SEARCH.
006400     IF WS-CURR-RATE-DATE(WS-CURR-IDX) NOT > WS-RATE-ON-DATE
006410         GO TO 5000-EXIT
006420     END-IF.
006430     MOVE ZERO     TO WS-BEST-DATE.
006440     MOVE ZERO     TO WS-BEST-RATE.
006450     MOVE 99999999 TO WS-OLDEST-DATE.
006460     MOVE ZERO     TO WS-OLDEST-RATE.
006470     PERFORM 5010-CHECK-ONE-HIST THRU 5010-EXIT
006480         VARYING WS-HIST-I FROM 1 BY 1
006490         UNTIL WS-HIST-I > WS-HIST-COUNT.
006500     IF WS-BEST-RATE > ZERO
006510         MOVE WS-BEST-RATE TO WS-RATE-USED
006520     ELSE
006530         IF WS-OLDEST-RATE > ZERO
006540             MOVE WS-OLDEST-RATE TO WS-RATE-USED
006550         END-IF
006560     END-IF.
006570 5000-EXIT.
006580     EXIT.

006590 5010-CHECK-ONE-HIST.
006600     IF WS-HIST-CODE(WS-HIST-I) NOT = WS-RATE-DEVISE
006610         GO TO 5010-EXIT
006620     END-IF.
006630     IF WS-HIST-DATE(WS-HIST-I) NOT > WS-RATE-ON-DATE
006640         AND WS-HIST-DATE(WS-HIST-I) NOT < WS-BEST-DATE
006650         MOVE WS-HIST-DATE(WS-HIST-I) TO WS-BEST-DATE
006660         MOVE WS-HIST-RATE(WS-HIST-I) TO WS-BEST-RATE
006670     END-IF.
006680     IF WS-HIST-DATE(WS-HIST-I) < WS-OLDEST-DATE
006690         MOVE WS-HIST-DATE(WS-HIST-I) TO WS-OLDEST-DATE
006700         MOVE WS-HIST-RATE(WS-HIST-I) TO WS-OLDEST-RATE
006710     END-IF.
006720 5010-EXIT.
006730     EXIT.

006740 8000-WRITE-TRAILER.
006750     MOVE "T"                TO GLT-Record-Type.
006760     MOVE WS-DETAILS-WRITTEN TO GLT-Record-Count.
006770     MOVE WS-HASH-TOTAL      TO GLT-Hash-Total.
006780     WRITE GLEXTR-TRL-REC.
006790 8000-EXIT.
006800     EXIT.

006810 9000-TERMINATE.
006820     IF WS-ARFILE-WAS-OPENED
006830         CLOSE ARFILE
006840     END-IF.
006850     IF WS-FXRGLEXT-WAS-OPENED
006860         CLOSE FXRGLEXT
006870     END-IF.
006880     IF WS-FXRRPT-WAS-OPENED
006890         CLOSE FXRRPT
006900     END-IF.
006910     DISPLAY "DAY9FXR - AR ITEMS READ       : " WS-ITEMS-READ.
006920     DISPLAY "DAY9FXR - ITEMS RESTATED      : " WS-ITEMS-RESTATED.
006930     DISPLAY "DAY9FXR - ITEMS WITHOUT RATE  : " WS-ITEMS-NO-RATE.
006940     DISPLAY "DAY9FXR - DETAIL LINES WRITTEN: "
006950         WS-DETAILS-WRITTEN.
006960 9000-EXIT.
006970     EXIT.
