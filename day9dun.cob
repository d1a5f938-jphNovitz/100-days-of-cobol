000100*****************************************************************
000110* EXERCISE 9 DUNNING: WEEKLY REMINDER LETTERS FOR OVERDUE ITEMS
000120* PICKS UP EVERY OPEN ARFILE INVOICE OLDER THAN THE DUNNING
000130* THRESHOLD AND PRINTS ONE LETTER PER CUSTOMER AT THE NEXT
000140* ESCALATION LEVEL - 1 A POLITE REMINDER, 2 A FIRM REMINDER,
000150* 3 A FINAL NOTICE - LISTING THE OVERDUE ITEMS AND THEIR TOTAL
000160* IN CLIENT-DEVISE, ADDRESSED FROM CUSTMAST. EVERY LETTER SENT
000170* IS APPENDED TO THE DUNHIST HISTORY FILE (SEE DUNHIST.CPY),
000180* WHICH THE NEXT RUN READS BACK: NO LETTER GOES TO A CUSTOMER
000190* INSIDE THE INTERVAL SINCE THE LAST ONE, SO A LEVEL IS NEVER
000200* SENT TWICE IN THE INTERVAL, AND A CUSTOMER WHOSE LAST LETTER
000210* IS OLDER THAN THE RESET PERIOD STARTS AGAIN AT LEVEL 1. A
000220* FINAL NOTICE REPEATS AT LEVEL 3. AFTER A LEVEL-3 LETTER AN
000230* ACTIVE CUSTOMER'S CLIENT-STATUT IS SET TO "D" SO DAY9ORD
000240* WARNS THE ORDER DESK BEFORE TAKING ANOTHER ORDER.
000250* THE DUNCTL CARD CARRIES THE THRESHOLD, THE INTERVAL AND THE
000260* RESET PERIOD IN DAYS; NO CARD MEANS 30 / 14 / 90. AGE USES
000270* THE SAME 30/360 CALENDAR AS DAY9AGE.
000280*****************************************************************
000290* MODIFICATION HISTORY
000300*  10/15/2026  JPH  ORIGINAL VERSION.
000310*****************************************************************
000320 IDENTIFICATION DIVISION.
000330 PROGRAM-ID. day9dun.
000340 AUTHOR. jphNovitz.
000350 DATE-WRITTEN. 2026/10/15.
000360 DATE-COMPILED.

000370 ENVIRONMENT DIVISION.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     SELECT ARFILE ASSIGN TO "ARFILE"
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS SEQUENTIAL
000430         RECORD KEY IS AR-Invoice-No
000440         FILE STATUS IS WS-ARFILE-STATUS.

000450     SELECT CUSTMAST ASSIGN TO "CUSTMAST"
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS DYNAMIC
000480         RECORD KEY IS Client-Code
000490         FILE STATUS IS WS-CUSTMAST-STATUS.

000500     SELECT DUNHIST ASSIGN TO "DUNHIST"
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WS-DUNHIST-STATUS.

000530     SELECT CURRTBL ASSIGN TO "CURRTBL"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS WS-CURRTBL-STATUS.

000560     SELECT DUNCTL ASSIGN TO "DUNCTL"
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS WS-DUNCTL-STATUS.

000590     SELECT DUNLTR ASSIGN TO "DUNLTR"
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS WS-DUNLTR-STATUS.

000620     SELECT SORTWORK ASSIGN TO "SORTWORK".

000630 DATA DIVISION.
000640 FILE SECTION.
000650 FD  ARFILE
000660     RECORDING MODE IS F.
000670     COPY AROPEN.

000680 FD  CUSTMAST
000690     RECORDING MODE IS F.
000700     COPY CUSTREC.

000710 FD  DUNHIST
000720     RECORDING MODE IS F.
000730     COPY DUNHIST.

000740 FD  CURRTBL
000750     RECORDING MODE IS F.
000760 01  CURRTBL-REC.
000770     05  CUR-Code             PIC X(03).
000780     05  CUR-Symbol           PIC X(03).
000790     05  CUR-Decimals         PIC 9(01).
000800     05  CUR-Rate             PIC 9(04)V9(06).
000810     05  CUR-Rate-Date        PIC 9(08).

000820 FD  DUNCTL
000830     RECORDING MODE IS F.
000840 01  DUNCTL-REC.
000850     05  DC-Jours-Retard      PIC 9(03).
000860     05  DC-Intervalle        PIC 9(03).
000870     05  DC-Remise            PIC 9(03).

000880 FD  DUNLTR
000890     RECORDING MODE IS F.
000900 01  DUNLTR-LINE              PIC X(100).

000910 SD  SORTWORK.
000920 01  SORTWORK-REC.
000930     05  SRT-Client-Code      PIC X(05).
000940     05  SRT-Invoice-Date     PIC 9(08).
000950     05  SRT-Invoice-No       PIC 9(06).
000960     05  SRT-Code-Devise      PIC X(03).
000970     05  SRT-Balance          PIC S9(11)V99 COMP-3.
000980     05  SRT-Age-Days         PIC S9(05) COMP-3.

000990 WORKING-STORAGE SECTION.
001000 01  WS-ARFILE-STATUS         PIC X(02).
001010     88  WS-ARFILE-OK               VALUE "00".

001020 01  WS-CUSTMAST-STATUS       PIC X(02).
001030     88  WS-CUSTMAST-OK             VALUE "00".

001040 01  WS-DUNHIST-STATUS        PIC X(02).
001050     88  WS-DUNHIST-OK              VALUE "00".
001060     88  WS-DUNHIST-MISSING         VALUE "35".

001070 01  WS-CURRTBL-STATUS        PIC X(02).
001080     88  WS-CURRTBL-OK              VALUE "00".

001090 01  WS-DUNCTL-STATUS         PIC X(02).
001100     88  WS-DUNCTL-OK               VALUE "00".

001110 01  WS-DUNLTR-STATUS         PIC X(02).
001120     88  WS-DUNLTR-OK               VALUE "00".

001130 01  WS-SWITCHES.
001140     05  WS-EOF-SW            PIC X(01)  VALUE "N".
001150         88  WS-EOF-REACHED          VALUE "Y".
001160     05  WS-SORT-EOF-SW       PIC X(01)  VALUE "N".
001170         88  WS-SORT-EOF-REACHED     VALUE "Y".
001180     05  WS-ARFILE-OPEN-SW    PIC X(01)  VALUE "N".
001190         88  WS-ARFILE-WAS-OPENED    VALUE "Y".
001200     05  WS-CUSTMAST-OPEN-SW  PIC X(01)  VALUE "N".
001210         88  WS-CUSTMAST-WAS-OPENED  VALUE "Y".
001220     05  WS-DUNHIST-OPEN-SW   PIC X(01)  VALUE "N".
001230         88  WS-DUNHIST-WAS-OPENED   VALUE "Y".
001240     05  WS-DUNLTR-OPEN-SW    PIC X(01)  VALUE "N".
001250         88  WS-DUNLTR-WAS-OPENED    VALUE "Y".
001260     05  WS-LETTER-SW         PIC X(01)  VALUE "N".
001270         88  WS-LETTER-DUE           VALUE "Y".

001280 01  WS-COUNTERS.
001290     05  WS-ITEMS-READ        PIC 9(05) COMP  VALUE ZERO.
001300     05  WS-ITEMS-OVERDUE     PIC 9(05) COMP  VALUE ZERO.
001310     05  WS-LETTERS-1         PIC 9(05) COMP  VALUE ZERO.
001320     05  WS-LETTERS-2         PIC 9(05) COMP  VALUE ZERO.
001330     05  WS-LETTERS-3         PIC 9(05) COMP  VALUE ZERO.
001340     05  WS-CLIENTS-WAITING   PIC 9(05) COMP  VALUE ZERO.
001350     05  WS-CLIENTS-UNKNOWN   PIC 9(05) COMP  VALUE ZERO.
001360     05  WS-CLIENTS-FLAGGED   PIC 9(05) COMP  VALUE ZERO.

001370*****************************************************************
001380* HOUSE DEFAULTS, REPLACED BY A VALID DUNCTL CARD.
001390*****************************************************************
001400 01  WS-DUNNING-RULES.
001410     05  WS-JOURS-RETARD      PIC 9(03)  VALUE 30.
001420     05  WS-INTERVALLE        PIC 9(03)  VALUE 14.
001430     05  WS-REMISE            PIC 9(03)  VALUE 90.

001440 01  WS-RUN-DATE              PIC 9(08).
001450 01  WS-RUN-DATE-GROUP REDEFINES WS-RUN-DATE.
001460     05  WS-RUN-YEAR          PIC 9(04).
001470     05  WS-RUN-MONTH         PIC 9(02).
001480     05  WS-RUN-DAY           PIC 9(02).
001490 01  WS-INV-DATE-GROUP.
001500     05  WS-INV-YEAR          PIC 9(04).
001510     05  WS-INV-MONTH         PIC 9(02).
001520     05  WS-INV-DAY           PIC 9(02).
001530 01  WS-AGE-DATE              PIC 9(08).
001540 01  WS-AGE-DAYS              PIC S9(05) COMP-3  VALUE ZERO.
001550 01  WS-ITEM-BALANCE          PIC S9(11)V99 COMP-3  VALUE ZERO.

001560 01  WS-PREV-CLIENT           PIC X(05)  VALUE HIGH-VALUES.
001570 01  WS-NIVEAU                PIC 9(01)  VALUE ZERO.
001580 01  WS-CLIENT-ITEMS          PIC 9(03) COMP  VALUE ZERO.
001590 01  WS-CLIENT-TOTAL          PIC S9(11)V99 COMP-3  VALUE ZERO.
001600 01  WS-CLIENT-RATE           PIC 9(04)V9(06) COMP-3 VALUE ZERO.
001610 01  WS-RATE-USED             PIC 9(04)V9(06) COMP-3 VALUE ZERO.
001620 01  WS-RATE-DEVISE           PIC X(03)  VALUE SPACES.
001630 01  WS-CONV-OUT              PIC S9(11)V99 COMP-3  VALUE ZERO.

001640*****************************************************************
001650* LAST LETTER SENT PER CUSTOMER, BUILT FROM DUNHIST AT START.
001660*****************************************************************
001670 01  WS-DUN-TABLE.
001680     05  WS-DUN-COUNT         PIC 9(05) COMP  VALUE ZERO.
001690     05  WS-DUN-ENTRY OCCURS 1 TO 2000 TIMES
001700             DEPENDING ON WS-DUN-COUNT
001710             INDEXED BY WS-DUN-IDX.
001720         10  WS-DUN-CLIENT    PIC X(05).
001730         10  WS-DUN-DATE      PIC 9(08).
001740         10  WS-DUN-NIVEAU    PIC 9(01).

001750     COPY CURRTBL.

001760 01  WS-SEPARATOR-LINE.
001770     05  FILLER               PIC X(100) VALUE ALL "=".

001780 01  WS-LETTER-HEADING.
001790     05  WL-TITRE             PIC X(30).
001800     05  FILLER               PIC X(12) VALUE
001810         "        LE  ".
001820     05  WL-RUN-DATE          PIC 9(08).

001830 01  WS-ADDRESS-LINE-1.
001840     05  FILLER               PIC X(50) VALUE SPACES.
001850     05  WA-CLIENT            PIC X(20).
001860     05  FILLER               PIC X(02) VALUE SPACES.
001870     05  WA-CLIENT-CODE       PIC X(05).

001880 01  WS-ADDRESS-LINE-2.
001890     05  FILLER               PIC X(50) VALUE SPACES.
001900     05  WA-ADRESSE           PIC X(30).

001910 01  WS-TEXT-LINE.
001920     05  WX-TEXTE             PIC X(100).

001930 01  WS-COLUMN-HEADING.
001940     05  FILLER               PIC X(12) VALUE "FACTURE".
001950     05  FILLER               PIC X(10) VALUE "DATE".
001960     05  FILLER               PIC X(08) VALUE "   JOURS".
001970     05  FILLER               PIC X(14) VALUE "       MONTANT".
001980     05  FILLER               PIC X(04) VALUE " DEV".

001990 01  WS-DETAIL-LINE.
002000     05  WD-INVOICE-NO        PIC 9(06).
002010     05  FILLER               PIC X(06) VALUE SPACES.
002020     05  WD-DATE              PIC 9(08).
002030     05  FILLER               PIC X(02) VALUE SPACES.
002040     05  WD-JOURS             PIC ZZZZZZ9.
002050     05  FILLER               PIC X(01) VALUE SPACE.
002060     05  WD-MONTANT           PIC -(10)9.99.
002070     05  FILLER               PIC X(01) VALUE SPACE.
002080     05  WD-DEVISE            PIC X(03).

002090 01  WS-TOTAL-LINE.
002100     05  FILLER               PIC X(30) VALUE
002110         "TOTAL DU                      ".
002120     05  WT-MONTANT           PIC -(10)9.99.
002130     05  FILLER               PIC X(01) VALUE SPACE.
002140     05  WT-DEVISE            PIC X(03).

002150 PROCEDURE DIVISION.

002160 0000-MAINLINE.
002170     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002180     IF NOT WS-EOF-REACHED
002190         SORT SORTWORK
002200             ON ASCENDING KEY SRT-Client-Code
002210                              SRT-Invoice-Date
002220                              SRT-Invoice-No
002230             INPUT PROCEDURE IS 2000-GATHER-OVERDUE
002240                 THRU 2960-IP-EXIT
002250             OUTPUT PROCEDURE IS 3000-PRINT-LETTERS
002260                 THRU 3960-OP-EXIT
002270     END-IF.
002280     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002290     GOBACK.

002300 1000-INITIALIZE.
002310     CALL "dayproc" USING WS-RUN-DATE.
002320     PERFORM 1050-READ-CONTROL-CARD THRU 1050-EXIT.
002330     PERFORM 1100-LOAD-CURRENCY-TABLE THRU 1100-EXIT.
002340     PERFORM 1200-LOAD-HISTORY THRU 1200-EXIT.
002350     IF WS-EOF-REACHED
002360         GO TO 1000-EXIT
002370     END-IF.

002380     OPEN INPUT ARFILE.
002390     IF NOT WS-ARFILE-OK
002400         DISPLAY "DAY9DUN - UNABLE TO OPEN ARFILE, STATUS "
002410             WS-ARFILE-STATUS " - NO LETTERS"
002420         MOVE "Y" TO WS-EOF-SW
002430         GO TO 1000-EXIT
002440     END-IF.
002450     MOVE "Y" TO WS-ARFILE-OPEN-SW.

002460     OPEN I-O CUSTMAST.
002470     IF NOT WS-CUSTMAST-OK
002480         DISPLAY "DAY9DUN - UNABLE TO OPEN CUSTMAST, STATUS "
002490             WS-CUSTMAST-STATUS " - NO LETTERS"
002500         MOVE "Y" TO WS-EOF-SW
002510         GO TO 1000-EXIT
002520     END-IF.
002530     MOVE "Y" TO WS-CUSTMAST-OPEN-SW.

002540     IF WS-DUNHIST-MISSING
002550         OPEN OUTPUT DUNHIST
002560     ELSE
002570         OPEN EXTEND DUNHIST
002580     END-IF.
002590     IF NOT WS-DUNHIST-OK
002600         DISPLAY "DAY9DUN - UNABLE TO OPEN DUNHIST, STATUS "
002610             WS-DUNHIST-STATUS " - NO LETTERS"
002620         MOVE "Y" TO WS-EOF-SW
002630         GO TO 1000-EXIT
002640     END-IF.
002650     MOVE "Y" TO WS-DUNHIST-OPEN-SW.

002660     OPEN OUTPUT DUNLTR.
002670     IF NOT WS-DUNLTR-OK
002680         DISPLAY "DAY9DUN - UNABLE TO OPEN DUNLTR, STATUS "
002690             WS-DUNLTR-STATUS
002700         MOVE "Y" TO WS-EOF-SW
002710         GO TO 1000-EXIT
002720     END-IF.
002730     MOVE "Y" TO WS-DUNLTR-OPEN-SW.
002740     DISPLAY "DAY9DUN - OVERDUE AFTER " WS-JOURS-RETARD
002750         " DAYS, INTERVAL " WS-INTERVALLE
002760         ", RESET AFTER " WS-REMISE.
002770 1000-EXIT.
002780     EXIT.

002790 1050-READ-CONTROL-CARD.
002800     OPEN INPUT DUNCTL.
002810     IF NOT WS-DUNCTL-OK
002820         DISPLAY "DAY9DUN - NO DUNCTL CARD, HOUSE DEFAULTS "
002830             "APPLY (30 / 14 / 90)"
002840         GO TO 1050-EXIT
002850     END-IF.
002860     READ DUNCTL
002870         AT END
002880             CLOSE DUNCTL
002890             GO TO 1050-EXIT
002900     END-READ.
002910     CLOSE DUNCTL.
002920     IF DC-Jours-Retard IS NOT NUMERIC
002930         OR DC-Intervalle IS NOT NUMERIC
002940         OR DC-Remise IS NOT NUMERIC
002950         OR DC-Intervalle = ZERO
002960         DISPLAY "DAY9DUN - DUNCTL CARD NOT VALID, HOUSE "
002970             "DEFAULTS APPLY (30 / 14 / 90)"
002980         GO TO 1050-EXIT
002990     END-IF.
003000     MOVE DC-Jours-Retard TO WS-JOURS-RETARD.
003010     MOVE DC-Intervalle   TO WS-INTERVALLE.
003020     MOVE DC-Remise       TO WS-REMISE.
003030 1050-EXIT.
003040     EXIT.

003050 1100-LOAD-CURRENCY-TABLE.
003060     OPEN INPUT CURRTBL.
003070     IF NOT WS-CURRTBL-OK
003080         DISPLAY "DAY9DUN - UNABLE TO OPEN CURRTBL, STATUS "
003090             WS-CURRTBL-STATUS
003100             " - ALL DEVISES CONVERT AT 1"
003110         GO TO 1100-EXIT
003120     END-IF.
003130     PERFORM 1110-LOAD-ONE-CURRENCY THRU 1110-EXIT
003140         UNTIL WS-CURRTBL-STATUS = "10".
003150     CLOSE CURRTBL.
003160 1100-EXIT.
003170     EXIT.

003180 1110-LOAD-ONE-CURRENCY.
003190     READ CURRTBL
003200         AT END
003210             MOVE "10" TO WS-CURRTBL-STATUS
003220             GO TO 1110-EXIT
003230     END-READ.
003240     IF WS-CURR-COUNT < 50
003250         ADD 1 TO WS-CURR-COUNT
003260         MOVE CUR-Code      TO WS-CURR-CODE(WS-CURR-COUNT)
003270         MOVE CUR-Symbol    TO WS-CURR-SYMBOL(WS-CURR-COUNT)
003280         MOVE CUR-Decimals  TO WS-CURR-DECIMALS(WS-CURR-COUNT)
003290         MOVE CUR-Rate      TO WS-CURR-RATE(WS-CURR-COUNT)
003300         MOVE CUR-Rate-Date TO WS-CURR-RATE-DATE(WS-CURR-COUNT)
003310     ELSE
003320         DISPLAY "DAY9DUN - CURRENCY TABLE FULL (50), "
003330             CUR-Code " IGNORED"
003340     END-IF.
003350 1110-EXIT.
003360     EXIT.

003370*****************************************************************
003380* NO DUNHIST YET IS A FIRST RUN: EVERYONE STARTS AT LEVEL 1 AND
003390* THE FILE IS CREATED. A FULL TABLE STOPS THE RUN RATHER THAN
003400* RISK RE-SENDING A LETTER TO A CUSTOMER IT COULD NOT REMEMBER.
003410*****************************************************************
003420 1200-LOAD-HISTORY.
003430     OPEN INPUT DUNHIST.
003440     IF WS-DUNHIST-MISSING
003450         DISPLAY "DAY9DUN - NO DUNHIST YET, FIRST DUNNING RUN"
003460         GO TO 1200-EXIT
003470     END-IF.
003480     IF NOT WS-DUNHIST-OK
003490         DISPLAY "DAY9DUN - UNABLE TO OPEN DUNHIST, STATUS "
003500             WS-DUNHIST-STATUS " - NO LETTERS"
003510         MOVE "Y" TO WS-EOF-SW
003520         GO TO 1200-EXIT
003530     END-IF.
003540     PERFORM 1210-LOAD-ONE-LETTER THRU 1210-EXIT
003550         UNTIL WS-DUNHIST-STATUS = "10".
003560     CLOSE DUNHIST.
003570     MOVE "00" TO WS-DUNHIST-STATUS.
003580 1200-EXIT.
003590     EXIT.

003600 1210-LOAD-ONE-LETTER.
003610     READ DUNHIST
003620         AT END
003630             MOVE "10" TO WS-DUNHIST-STATUS
003640             GO TO 1210-EXIT
003650     END-READ.
003660     SET WS-DUN-IDX TO 1.
003670     IF WS-DUN-COUNT > ZERO
003680         SEARCH WS-DUN-ENTRY
003690             AT END
003700                 CONTINUE
003710             WHEN WS-DUN-CLIENT(WS-DUN-IDX) = DH-Client-Code
003720                 IF DH-Date NOT < WS-DUN-DATE(WS-DUN-IDX)
003730                     MOVE DH-Date   TO WS-DUN-DATE(WS-DUN-IDX)
003740                     MOVE DH-Niveau TO WS-DUN-NIVEAU(WS-DUN-IDX)
003750                 END-IF
003760                 GO TO 1210-EXIT
003770         END-SEARCH
003780     END-IF.
003790     IF WS-DUN-COUNT NOT < 2000
003800         DISPLAY "DAY9DUN - DUNNING HISTORY TABLE FULL (2000)"
003810             " - NO LETTERS"
003820         MOVE "Y" TO WS-EOF-SW
003830         MOVE "10" TO WS-DUNHIST-STATUS
003840         GO TO 1210-EXIT
003850     END-IF.
003860     ADD 1 TO WS-DUN-COUNT.
003870     MOVE DH-Client-Code TO WS-DUN-CLIENT(WS-DUN-COUNT).
003880     MOVE DH-Date        TO WS-DUN-DATE(WS-DUN-COUNT).
003890     MOVE DH-Niveau      TO WS-DUN-NIVEAU(WS-DUN-COUNT).
003900 1210-EXIT.
003910     EXIT.

003920*****************************************************************
003930* ONLY OPEN INVOICES WITH A BALANCE STILL DUE AND OLDER THAN THE
003940* THRESHOLD GO INTO THE SORT. CREDIT MEMOS ARE NOT DUNNED.
003950*****************************************************************
003960 2000-GATHER-OVERDUE.
003970     PERFORM 2100-READ-ONE-ITEM THRU 2100-EXIT
003980         UNTIL WS-EOF-REACHED.
003990     GO TO 2960-IP-EXIT.

004000 2100-READ-ONE-ITEM.
004010     READ ARFILE NEXT RECORD
004020         AT END
004030             MOVE "Y" TO WS-EOF-SW
004040             GO TO 2100-EXIT
004050     END-READ.
004060     ADD 1 TO WS-ITEMS-READ.
004070     IF NOT AR-STATUT-OPEN OR NOT AR-TYPE-INVOICE
004080         GO TO 2100-EXIT
004090     END-IF.
004100     COMPUTE WS-ITEM-BALANCE = AR-TTC - AR-Regle.
004110     IF WS-ITEM-BALANCE NOT > ZERO
004120         GO TO 2100-EXIT
004130     END-IF.
004140     MOVE AR-Invoice-Date TO WS-AGE-DATE.
004150     PERFORM 2200-COMPUTE-AGE THRU 2200-EXIT.
004160     IF WS-AGE-DAYS NOT > WS-JOURS-RETARD
004170         GO TO 2100-EXIT
004180     END-IF.
004190     ADD 1 TO WS-ITEMS-OVERDUE.
004200     MOVE AR-Client-Code  TO SRT-Client-Code.
004210     MOVE AR-Invoice-Date TO SRT-Invoice-Date.
004220     MOVE AR-Invoice-No   TO SRT-Invoice-No.
004230     MOVE AR-Code-Devise  TO SRT-Code-Devise.
004240     MOVE WS-ITEM-BALANCE TO SRT-Balance.
004250     MOVE WS-AGE-DAYS     TO SRT-Age-Days.
004260     RELEASE SORTWORK-REC.
004270 2100-EXIT.
004280     EXIT.

004290*****************************************************************
004300* SAME 30/360 APPROXIMATION DAY9AGE USES. WS-AGE-DATE IN, DAYS
004310* BEFORE THE PROCESSING DATE OUT.
004320*****************************************************************
004330 2200-COMPUTE-AGE.
004340     IF WS-AGE-DATE IS NOT NUMERIC
004350         MOVE 99999 TO WS-AGE-DAYS
004360         GO TO 2200-EXIT
004370     END-IF.
004380     MOVE WS-AGE-DATE(1:4) TO WS-INV-YEAR.
004390     MOVE WS-AGE-DATE(5:2) TO WS-INV-MONTH.
004400     MOVE WS-AGE-DATE(7:2) TO WS-INV-DAY.
004410     COMPUTE WS-AGE-DAYS =
004420         ((WS-RUN-YEAR - WS-INV-YEAR) * 360)
004430         + ((WS-RUN-MONTH - WS-INV-MONTH) * 30)
004440         + (WS-RUN-DAY - WS-INV-DAY).
004450 2200-EXIT.
004460     EXIT.

004470 2960-IP-EXIT.
004480     EXIT.

004490 3000-PRINT-LETTERS.
004500     PERFORM 3100-RETURN-ONE THRU 3100-EXIT.
004510     PERFORM 3200-WORK-ONE-ITEM THRU 3200-EXIT
004520         UNTIL WS-SORT-EOF-REACHED.
004530     IF WS-PREV-CLIENT NOT = HIGH-VALUES
004540         PERFORM 3400-END-CLIENT THRU 3400-EXIT
004550     END-IF.
004560     GO TO 3960-OP-EXIT.

004570 3100-RETURN-ONE.
004580     RETURN SORTWORK
004590         AT END
004600             MOVE "Y" TO WS-SORT-EOF-SW
004610     END-RETURN.
004620 3100-EXIT.
004630     EXIT.

004640 3200-WORK-ONE-ITEM.
004650     IF SRT-Client-Code NOT = WS-PREV-CLIENT
004660         IF WS-PREV-CLIENT NOT = HIGH-VALUES
004670             PERFORM 3400-END-CLIENT THRU 3400-EXIT
004680         END-IF
004690         PERFORM 3300-START-CLIENT THRU 3300-EXIT
004700     END-IF.
004710     IF WS-LETTER-DUE
004720         ADD 1 TO WS-CLIENT-ITEMS
004730         MOVE SRT-Code-Devise TO WS-RATE-DEVISE
004740         PERFORM 3600-CONVERT THRU 3600-EXIT
004750         ADD WS-CONV-OUT TO WS-CLIENT-TOTAL
004760         MOVE SRT-Invoice-No   TO WD-INVOICE-NO
004770         MOVE SRT-Invoice-Date TO WD-DATE
004780         MOVE SRT-Age-Days     TO WD-JOURS
004790         MOVE SRT-Balance      TO WD-MONTANT
004800         MOVE SRT-Code-Devise  TO WD-DEVISE
004810         MOVE WS-DETAIL-LINE TO DUNLTR-LINE
004820         WRITE DUNLTR-LINE
004830     END-IF.
004840     PERFORM 3100-RETURN-ONE THRU 3100-EXIT.
004850 3200-EXIT.
004860     EXIT.

004870*****************************************************************
004880* DECIDE THE LEVEL FROM THE LAST LETTER SENT: NONE, OR OLDER
004890* THAN THE RESET PERIOD - LEVEL 1; INSIDE THE INTERVAL - NO
004900* LETTER THIS RUN; OTHERWISE ONE LEVEL UP, STOPPING AT 3. THEN
004910* THE LETTER HEAD AND OPENING TEXT FOR THAT LEVEL ARE PRINTED.
004920*****************************************************************
004930 3300-START-CLIENT.
004940     MOVE SRT-Client-Code TO WS-PREV-CLIENT.
004950     MOVE "N" TO WS-LETTER-SW.
004960     MOVE ZERO TO WS-CLIENT-ITEMS WS-CLIENT-TOTAL.
004970     MOVE SRT-Client-Code TO Client-Code.
004980     READ CUSTMAST
004990         INVALID KEY
005000             DISPLAY "DAY9DUN - CLIENT " SRT-Client-Code
005010                 " NOT ON CUSTOMER MASTER, NO LETTER"
005020             ADD 1 TO WS-CLIENTS-UNKNOWN
005030             GO TO 3300-EXIT
005040     END-READ.

005050     MOVE 1 TO WS-NIVEAU.
005060     SET WS-DUN-IDX TO 1.
005070     IF WS-DUN-COUNT > ZERO
005080         SEARCH WS-DUN-ENTRY
005090             AT END
005100                 CONTINUE
005110             WHEN WS-DUN-CLIENT(WS-DUN-IDX) = SRT-Client-Code
005120                 MOVE WS-DUN-DATE(WS-DUN-IDX) TO WS-AGE-DATE
005130                 PERFORM 2200-COMPUTE-AGE THRU 2200-EXIT
005140                 IF WS-AGE-DAYS < WS-INTERVALLE
005150                     ADD 1 TO WS-CLIENTS-WAITING
005160                     GO TO 3300-EXIT
005170                 END-IF
005180                 IF WS-AGE-DAYS NOT > WS-REMISE
005190                     AND WS-DUN-NIVEAU(WS-DUN-IDX) < 3
005200                     COMPUTE WS-NIVEAU =
005210                         WS-DUN-NIVEAU(WS-DUN-IDX) + 1
005220                 END-IF
005230                 IF WS-AGE-DAYS NOT > WS-REMISE
005240                     AND WS-DUN-NIVEAU(WS-DUN-IDX) NOT < 3
005250                     MOVE 3 TO WS-NIVEAU
005260                 END-IF
005270         END-SEARCH
005280     END-IF.
005290     MOVE "Y" TO WS-LETTER-SW.
005300     MOVE Client-Devise TO WS-RATE-DEVISE.
005310     PERFORM 3700-FIND-RATE THRU 3700-EXIT.
005320     MOVE WS-RATE-USED TO WS-CLIENT-RATE.

005330     MOVE WS-SEPARATOR-LINE TO DUNLTR-LINE.
005340     WRITE DUNLTR-LINE.
005350     EVALUATE WS-NIVEAU
005360         WHEN 1
005370             MOVE "RAPPEL DE PAIEMENT" TO WL-TITRE
005380         WHEN 2
005390             MOVE "DEUXIEME RAPPEL" TO WL-TITRE
005400         WHEN OTHER
005410             MOVE "MISE EN DEMEURE - DERNIER AVIS" TO WL-TITRE
005420     END-EVALUATE.
005430     MOVE WS-RUN-DATE TO WL-RUN-DATE.
005440     MOVE WS-LETTER-HEADING TO DUNLTR-LINE.
005450     WRITE DUNLTR-LINE.
005460     MOVE Client-Nom     TO WA-CLIENT.
005470     MOVE Client-Code    TO WA-CLIENT-CODE.
005480     MOVE WS-ADDRESS-LINE-1 TO DUNLTR-LINE.
005490     WRITE DUNLTR-LINE.
005500     MOVE Client-Adresse TO WA-ADRESSE.
005510     MOVE WS-ADDRESS-LINE-2 TO DUNLTR-LINE.
005520     WRITE DUNLTR-LINE.
005530     MOVE SPACES TO DUNLTR-LINE.
005540     WRITE DUNLTR-LINE.
005550     EVALUATE WS-NIVEAU
005560         WHEN 1
005570             MOVE "SAUF ERREUR DE NOTRE PART, LES FACTURES"
005580                 TO WX-TEXTE
005590             PERFORM 3500-WRITE-TEXT THRU 3500-EXIT
005600             MOVE "CI-DESSOUS RESTENT IMPAYEES A CE JOUR."
005610                 TO WX-TEXTE
005620             PERFORM 3500-WRITE-TEXT THRU 3500-EXIT
005630         WHEN 2
005640             MOVE "MALGRE NOTRE PRECEDENT RAPPEL, LES FACTURES"
005650                 TO WX-TEXTE
005660             PERFORM 3500-WRITE-TEXT THRU 3500-EXIT
005670             MOVE "CI-DESSOUS RESTENT IMPAYEES."
005680                 TO WX-TEXTE
005690             PERFORM 3500-WRITE-TEXT THRU 3500-EXIT
005700         WHEN OTHER
005710             MOVE "MALGRE NOS RAPPELS, LES FACTURES CI-DESSOUS"
005720                 TO WX-TEXTE
005730             PERFORM 3500-WRITE-TEXT THRU 3500-EXIT
005740             MOVE "RESTENT IMPAYEES."
005750                 TO WX-TEXTE
005760             PERFORM 3500-WRITE-TEXT THRU 3500-EXIT
005770     END-EVALUATE.
005780     MOVE SPACES TO DUNLTR-LINE.
005790     WRITE DUNLTR-LINE.
005800     MOVE WS-COLUMN-HEADING TO DUNLTR-LINE.
005810     WRITE DUNLTR-LINE.
005820 3300-EXIT.
005830     EXIT.

005840*****************************************************************
005850* CLOSE THE LETTER, RECORD IT ON DUNHIST, AND AFTER A FINAL
005860* NOTICE FLAG AN ACTIVE CUSTOMER "D" FOR THE ORDER DESK.
005870*****************************************************************
005880 3400-END-CLIENT.
005890     IF NOT WS-LETTER-DUE
005900         GO TO 3400-EXIT
005910     END-IF.
005920     MOVE SPACES TO DUNLTR-LINE.
005930     WRITE DUNLTR-LINE.
005940     MOVE WS-CLIENT-TOTAL TO WT-MONTANT.
005950     MOVE Client-Devise   TO WT-DEVISE.
005960     MOVE WS-TOTAL-LINE TO DUNLTR-LINE.
005970     WRITE DUNLTR-LINE.
005980     MOVE SPACES TO DUNLTR-LINE.
005990     WRITE DUNLTR-LINE.
006000     EVALUATE WS-NIVEAU
006010         WHEN 1
006020             MOVE "NOUS VOUS PRIONS DE BIEN VOULOIR EN REGLER"
006030                 TO WX-TEXTE
006040             PERFORM 3500-WRITE-TEXT THRU 3500-EXIT
006050             MOVE "LE MONTANT. SI VOTRE PAIEMENT EST DEJA PARTI,"
006060                 TO WX-TEXTE
006070             PERFORM 3500-WRITE-TEXT THRU 3500-EXIT
006080             MOVE "MERCI DE NE PAS TENIR COMPTE DE CE RAPPEL."
006090                 TO WX-TEXTE
006100             PERFORM 3500-WRITE-TEXT THRU 3500-EXIT
006110         WHEN 2
006120             MOVE "NOUS VOUS DEMANDONS D'EN REGLER LE MONTANT"
006130                 TO WX-TEXTE
006140             PERFORM 3500-WRITE-TEXT THRU 3500-EXIT
006150             MOVE "SOUS HUIT JOURS."
006160                 TO WX-TEXTE
006170             PERFORM 3500-WRITE-TEXT THRU 3500-EXIT
006180         WHEN OTHER
006190             MOVE "SANS REGLEMENT SOUS HUIT JOURS, VOS COMMANDES"
006200                 TO WX-TEXTE
006210             PERFORM 3500-WRITE-TEXT THRU 3500-EXIT
006220             MOVE "SERONT SUSPENDUES ET LE DOSSIER TRANSMIS"
006230                 TO WX-TEXTE
006240             PERFORM 3500-WRITE-TEXT THRU 3500-EXIT
006250             MOVE "AU CONTENTIEUX."
006260                 TO WX-TEXTE
006270             PERFORM 3500-WRITE-TEXT THRU 3500-EXIT
006280     END-EVALUATE.
006290     MOVE SPACES TO DUNLTR-LINE.
006300     WRITE DUNLTR-LINE.

006310     MOVE Client-Code     TO DH-Client-Code.
006320     MOVE WS-RUN-DATE     TO DH-Date.
006330     MOVE WS-NIVEAU       TO DH-Niveau.
006340     MOVE WS-CLIENT-ITEMS TO DH-Items.
006350     MOVE WS-CLIENT-TOTAL TO DH-Montant.
006360     MOVE Client-Devise   TO DH-Devise.
006370     WRITE DUNHIST-REC.
006380     EVALUATE WS-NIVEAU
006390         WHEN 1
006400             ADD 1 TO WS-LETTERS-1
006410         WHEN 2
006420             ADD 1 TO WS-LETTERS-2
006430         WHEN OTHER
006440             ADD 1 TO WS-LETTERS-3
006450     END-EVALUATE.

006460     IF WS-NIVEAU = 3 AND CLIENT-ACTIF
006470         MOVE "D"         TO Client-Statut
006480         MOVE WS-RUN-DATE TO Client-Last-Maint-Date
006490         MOVE "DAY9DUN"   TO Client-Last-Maint-User
006500         REWRITE Fiche-Client
006510             INVALID KEY
006520                 DISPLAY "DAY9DUN - UNABLE TO FLAG CLIENT "
006530                     Client-Code " STATUS " WS-CUSTMAST-STATUS
006540             NOT INVALID KEY
006550                 ADD 1 TO WS-CLIENTS-FLAGGED
006560                 DISPLAY "DAY9DUN - CLIENT " Client-Code
006570                     " FLAGGED D AFTER FINAL NOTICE"
006580         END-REWRITE
006590     END-IF.
006600 3400-EXIT.
006610     EXIT.

006620 3500-WRITE-TEXT.
006630     MOVE WS-TEXT-LINE TO DUNLTR-LINE.
006640     WRITE DUNLTR-LINE.
006650 3500-EXIT.
006660     EXIT.

006670*****************************************************************
006680* AN ITEM IN ANOTHER CURRENCY GOES TO THE HOUSE CURRENCY AT ITS
006690* OWN RATE, THEN TO CLIENT-DEVISE AT THE CLIENT'S RATE.
006700*****************************************************************
006710 3600-CONVERT.
006720     IF SRT-Code-Devise = Client-Devise
006730         MOVE SRT-Balance TO WS-CONV-OUT
006740         GO TO 3600-EXIT
006750     END-IF.
006760     PERFORM 3700-FIND-RATE THRU 3700-EXIT.
006770     COMPUTE WS-CONV-OUT ROUNDED =
006780         SRT-Balance * WS-RATE-USED / WS-CLIENT-RATE.
006790 3600-EXIT.
006800     EXIT.

006810 3700-FIND-RATE.
006820     MOVE 1 TO WS-RATE-USED.
006830     IF WS-CURR-COUNT = ZERO
006840         GO TO 3700-EXIT
006850     END-IF.
006860     SET WS-CURR-IDX TO 1.
006870     SEARCH WS-CURR-ENTRY
006880         AT END
006890             DISPLAY "DAY9DUN - DEVISE " WS-RATE-DEVISE
006900                 " NOT ON CURRTBL, CONVERTED AT 1"
006910         WHEN WS-CURR-CODE(WS-CURR-IDX) = WS-RATE-DEVISE
006920             MOVE WS-CURR-RATE(WS-CURR-IDX) TO WS-RATE-USED
006930     END-SEARCH.
006940     IF WS-RATE-USED = ZERO
006950         MOVE 1 TO WS-RATE-USED
006960     END-IF.
006970 3700-EXIT.
006980     EXIT.

006990 3960-OP-EXIT.
007000     EXIT.

007010 9000-TERMINATE.
007020     IF WS-ARFILE-WAS-OPENED
007030         CLOSE ARFILE
007040     END-IF.
007050     IF WS-CUSTMAST-WAS-OPENED
007060         CLOSE CUSTMAST
007070     END-IF.
007080     IF WS-DUNHIST-WAS-OPENED
007090         CLOSE DUNHIST
007100     END-IF.
007110     IF WS-DUNLTR-WAS-OPENED
007120         CLOSE DUNLTR
007130     END-IF.
007140     DISPLAY "DAY9DUN - AR ITEMS READ        : " WS-ITEMS-READ.
007150     DISPLAY "DAY9DUN - ITEMS OVERDUE        : "
007160         WS-ITEMS-OVERDUE.
007170     DISPLAY "DAY9DUN - LEVEL 1 LETTERS      : " WS-LETTERS-1.
007180     DISPLAY "DAY9DUN - LEVEL 2 LETTERS      : " WS-LETTERS-2.
007190     DISPLAY "DAY9DUN - LEVEL 3 LETTERS      : " WS-LETTERS-3.
007200     DISPLAY "DAY9DUN - WITHIN INTERVAL      : "
007210         WS-CLIENTS-WAITING.
007220     DISPLAY "DAY9DUN - UNKNOWN CUSTOMERS    : "
007230         WS-CLIENTS-UNKNOWN.
007240     DISPLAY "DAY9DUN - CUSTOMERS FLAGGED D  : "
007250         WS-CLIENTS-FLAGGED.
007260 9000-EXIT.
007270     EXIT.
