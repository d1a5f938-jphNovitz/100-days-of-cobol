000100*****************************************************************
000110* EXERCISE 9 QUOTE EXPIRY: WEEKLY QUOTATION FOLLOW-UP REPORT
000120* READS THE QUOTFILE SALES QUOTES (SEE QUOTREC.CPY) IN QUOTE
000130* NUMBER ORDER AND PRINTS TWO LISTS ON QEXRPT, ONE LINE PER
000140* QUOTE WITH ITS CUSTOMER, EXPIRY DATE, NUMBER OF OPEN LINES
000150* AND THEIR QUOTED VALUE:
000160*   1. QUOTES STILL OPEN THAT EXPIRE BETWEEN THE RUN DATE AND
000170*      THE END OF THE QEXCTL HORIZON, FOR THE SALES DESK TO
000180*      CHASE BEFORE THEY LAPSE;
000190*   2. QUOTES WHOSE EXPIRY HAS PASSED WITHOUT THEIR OPEN LINES
000200*      BEING CONVERTED BY DAY9ORD. THOSE LINES ARE SET TO "E"
000210*      SO A LAPSED QUOTE IS LISTED ONCE ONLY.
000220* THE QEXCTL CARD CARRIES THE HORIZON IN CALENDAR DAYS; WITHOUT
000230* A VALID CARD THE HOUSE DEFAULT OF 7 DAYS (ONE WEEK) APPLIES.
000240*****************************************************************
000250* MODIFICATION HISTORY
000260*  10/15/2026  JPH  ORIGINAL VERSION.
000270*****************************************************************
000280 IDENTIFICATION DIVISION.
000290 PROGRAM-ID. day9qex.
000300 AUTHOR. jphNovitz.
000310 DATE-WRITTEN. 2026/10/15.
000320 DATE-COMPILED.

000330 ENVIRONMENT DIVISION.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT QUOTFILE ASSIGN TO "QUOTFILE"
000370         ORGANIZATION IS INDEXED
000380         ACCESS MODE IS DYNAMIC
000390         RECORD KEY IS QT-Key
000400         FILE STATUS IS WS-QUOTFILE-STATUS.

000410     SELECT QEXCTL ASSIGN TO "QEXCTL"
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS WS-QEXCTL-STATUS.

000440     SELECT QEXRPT ASSIGN TO "QEXRPT"
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS WS-QEXRPT-STATUS.

000470 DATA DIVISION.
000480 FILE SECTION.
000490 FD  QUOTFILE
000500     RECORDING MODE IS F.
000510     COPY QUOTREC.

000520 FD  QEXCTL
000530     RECORDING MODE IS F.
000540 01  QEXCTL-REC.
000550     05  QC-Jours-Horizon     PIC 9(03).

000560 FD  QEXRPT
000570     RECORDING MODE IS F.
000580 01  QEXRPT-LINE              PIC X(100).

000590 WORKING-STORAGE SECTION.
000600 01  WS-QUOTFILE-STATUS       PIC X(02).
000610     88  WS-QUOTFILE-OK             VALUE "00".

000620 01  WS-QEXCTL-STATUS         PIC X(02).
000630     88  WS-QEXCTL-OK               VALUE "00".

000640 01  WS-QEXRPT-STATUS         PIC X(02).
000650     88  WS-QEXRPT-OK               VALUE "00".

000660 01  WS-SWITCHES.
000670     05  WS-EOF-SW            PIC X(01)  VALUE "N".
000680         88  WS-EOF-REACHED          VALUE "Y".
000690     05  WS-QUOTFILE-OPEN-SW  PIC X(01)  VALUE "N".
000700         88  WS-QUOTFILE-WAS-OPENED  VALUE "Y".
000710     05  WS-QEXRPT-OPEN-SW    PIC X(01)  VALUE "N".
000720         88  WS-QEXRPT-WAS-OPENED    VALUE "Y".
000730     05  WS-SECTION-SW        PIC X(01)  VALUE "S".
000740         88  WS-SECTION-SOON         VALUE "S".
000750         88  WS-SECTION-EXPIRED      VALUE "E".

000760 01  WS-COUNTERS.
000770     05  WS-LINES-READ        PIC 9(07) COMP  VALUE ZERO.
000780     05  WS-QUOTES-SOON       PIC 9(05) COMP  VALUE ZERO.
000790     05  WS-QUOTES-EXPIRED    PIC 9(05) COMP  VALUE ZERO.
000800     05  WS-LINES-EXPIRED     PIC 9(05) COMP  VALUE ZERO.
000810     05  WS-SECTION-QUOTES    PIC 9(05) COMP  VALUE ZERO.

000820*****************************************************************
000830* HOUSE DEFAULT, REPLACED BY A VALID QEXCTL CARD.
000840*****************************************************************
000850 01  WS-JOURS-HORIZON         PIC 9(03)  VALUE 7.

000860 01  WS-RUN-DATE              PIC 9(08).
000870 01  WS-HORIZON-DATE          PIC 9(08).

000880*****************************************************************
000890* THE QUOTE BEING ACCUMULATED - ITS OPEN LINES THAT QUALIFY FOR
000900* THE CURRENT SECTION.
000910*****************************************************************
000920 01  WS-PREV-QUOTE            PIC X(06)  VALUE HIGH-VALUES.
000930 01  WS-QUOTE-CLIENT-CODE     PIC X(05)  VALUE SPACES.
000940 01  WS-QUOTE-CLIENT          PIC X(20)  VALUE SPACES.
000950 01  WS-QUOTE-DATE            PIC 9(08)  VALUE ZERO.
000960 01  WS-QUOTE-EXPIRATION      PIC 9(08)  VALUE ZERO.
000970 01  WS-QUOTE-DEVISE          PIC X(03)  VALUE SPACES.
000980 01  WS-QUOTE-LINES           PIC 9(03) COMP  VALUE ZERO.
000990 01  WS-QUOTE-VALUE           PIC S9(11)V99 COMP-3  VALUE ZERO.

001000*****************************************************************
001010* HORIZON DATE WORK AREA - THE RUN DATE MOVED FORWARD THE
001020* NUMBER OF CALENDAR DAYS ON THE QEXCTL CARD.
001030*****************************************************************
001040 01  WS-DT                    PIC 9(08).
001050 01  WS-DT-GROUP REDEFINES WS-DT.
001060     05  WS-DT-YEAR           PIC 9(04).
001070     05  WS-DT-MONTH          PIC 9(02).
001080     05  WS-DT-DAY            PIC 9(02).
001090 01  WS-DT-I                  PIC 9(03) COMP  VALUE ZERO.
001100 01  WS-DT-MONTH-LEN          PIC 9(02)  VALUE ZERO.
001110 01  WS-DT-QUOTIENT           PIC 9(04) COMP  VALUE ZERO.
001120 01  WS-DT-REM-4              PIC 9(04) COMP  VALUE ZERO.
001130 01  WS-DT-REM-100            PIC 9(04) COMP  VALUE ZERO.
001140 01  WS-DT-REM-400            PIC 9(04) COMP  VALUE ZERO.
001150 01  WS-MONTH-LENGTHS         PIC X(24)
001160                              VALUE "312831303130313130313031".
001170 01  WS-MONTH-TABLE REDEFINES WS-MONTH-LENGTHS.
001180     05  WS-MONTH-LEN         PIC 9(02) OCCURS 12 TIMES.

001190 01  WS-SEPARATOR-LINE.
001200     05  FILLER               PIC X(100) VALUE ALL "=".

001210 01  WS-REPORT-HEADING.
001220     05  FILLER               PIC X(40) VALUE
001230         "SUIVI HEBDOMADAIRE DES DEVIS            ".
001240     05  FILLER               PIC X(04) VALUE "LE  ".
001250     05  WH-RUN-DATE          PIC 9(08).

001260 01  WS-SECTION-HEADING.
001270     05  WS-SECTION-TITRE     PIC X(40).
001280     05  WS-SECTION-DATE      PIC 9(08).

001290 01  WS-COLUMN-HEADING.
001300     05  FILLER               PIC X(08) VALUE "DEVIS".
001310     05  FILLER               PIC X(07) VALUE "CLIENT".
001320     05  FILLER               PIC X(22) VALUE "NOM".
001330     05  FILLER               PIC X(10) VALUE "DATE".
001340     05  FILLER               PIC X(10) VALUE "EXPIRE LE".
001350     05  FILLER               PIC X(07) VALUE " LIGNES".
001360     05  FILLER               PIC X(15) VALUE
001370         "        MONTANT".
001380     05  FILLER               PIC X(04) VALUE " DEV".

001390 01  WS-DETAIL-LINE.
001400     05  WD-NUMERO            PIC X(06).
001410     05  FILLER               PIC X(02) VALUE SPACES.
001420     05  WD-CLIENT-CODE       PIC X(05).
001430     05  FILLER               PIC X(02) VALUE SPACES.
001440     05  WD-CLIENT            PIC X(20).
001450     05  FILLER               PIC X(02) VALUE SPACES.
001460     05  WD-DATE              PIC 9(08).
001470     05  FILLER               PIC X(02) VALUE SPACES.
001480     05  WD-EXPIRATION        PIC 9(08).
001490     05  FILLER               PIC X(02) VALUE SPACES.
001500     05  WD-LIGNES            PIC ZZZZZZ9.
001510     05  WD-MONTANT           PIC -(11)9.99.
001520     05  FILLER               PIC X(01) VALUE SPACE.
001530     05  WD-DEVISE            PIC X(03).

001540 01  WS-TOTAL-LINE.
001550     05  FILLER               PIC X(30) VALUE
001560         "NOMBRE DE DEVIS               ".
001570     05  WT-NOMBRE            PIC ZZZZ9.

001580 01  WS-NONE-LINE.
001590     05  FILLER               PIC X(30) VALUE
001600         "AUCUN DEVIS                   ".

001610 PROCEDURE DIVISION.

001620 0000-MAINLINE.
001630     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001640     IF NOT WS-EOF-REACHED
001650         MOVE "S" TO WS-SECTION-SW
001660         PERFORM 3000-LIST-SECTION THRU 3000-EXIT
001670         MOVE "E" TO WS-SECTION-SW
001680         PERFORM 3000-LIST-SECTION THRU 3000-EXIT
001690     END-IF.
001700     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001710     GOBACK.

001720 1000-INITIALIZE.
001730     CALL "dayproc" USING WS-RUN-DATE.
001740     PERFORM 1050-READ-CONTROL-CARD THRU 1050-EXIT.
001750     MOVE WS-RUN-DATE TO WS-DT.
001760     PERFORM 1100-ADD-ONE-DAY THRU 1100-EXIT
001770         VARYING WS-DT-I FROM 1 BY 1
001780         UNTIL WS-DT-I > WS-JOURS-HORIZON.
001790     MOVE WS-DT TO WS-HORIZON-DATE.

001800     OPEN I-O QUOTFILE.
001810     IF NOT WS-QUOTFILE-OK
001820         DISPLAY "DAY9QEX - UNABLE TO OPEN QUOTFILE, STATUS "
001830             WS-QUOTFILE-STATUS " - NO REPORT"
001840         MOVE "Y" TO WS-EOF-SW
001850         GO TO 1000-EXIT
001860     END-IF.
001870     MOVE "Y" TO WS-QUOTFILE-OPEN-SW.

001880     OPEN OUTPUT QEXRPT.
001890     IF NOT WS-QEXRPT-OK
001900         DISPLAY "DAY9QEX - UNABLE TO OPEN QEXRPT, STATUS "
001910             WS-QEXRPT-STATUS
001920         MOVE "Y" TO WS-EOF-SW
001930         GO TO 1000-EXIT
001940     END-IF.
001950     MOVE "Y" TO WS-QEXRPT-OPEN-SW.
001960     MOVE WS-RUN-DATE TO WH-RUN-DATE.
001970     WRITE QEXRPT-LINE FROM WS-REPORT-HEADING.
001980     WRITE QEXRPT-LINE FROM WS-SEPARATOR-LINE.
001990     DISPLAY "DAY9QEX - QUOTES EXPIRING UP TO "
002000         WS-HORIZON-DATE " (" WS-JOURS-HORIZON " DAYS)".
002010 1000-EXIT.
002020     EXIT.

002030 1050-READ-CONTROL-CARD.
002040     OPEN INPUT QEXCTL.
002050     IF NOT WS-QEXCTL-OK
002060         DISPLAY "DAY9QEX - NO QEXCTL CARD, HOUSE DEFAULT "
002070             "APPLIES (7 DAYS)"
002080         GO TO 1050-EXIT
002090     END-IF.
002100     READ QEXCTL
002110         AT END
002120             CLOSE QEXCTL
002130             GO TO 1050-EXIT
002140     END-READ.
002150     CLOSE QEXCTL.
002160     IF QC-Jours-Horizon IS NOT NUMERIC
002170         DISPLAY "DAY9QEX - QEXCTL CARD NOT VALID, HOUSE "
002180             "DEFAULT APPLIES (7 DAYS)"
002190         GO TO 1050-EXIT
002200     END-IF.
002210     MOVE QC-Jours-Horizon TO WS-JOURS-HORIZON.
002220 1050-EXIT.
002230     EXIT.

002240 1100-ADD-ONE-DAY.
002250     PERFORM 1110-MONTH-LENGTH THRU 1110-EXIT.
002260     IF WS-DT-DAY < WS-DT-MONTH-LEN
002270         ADD 1 TO WS-DT-DAY
002280         GO TO 1100-EXIT
002290     END-IF.
002300     MOVE 1 TO WS-DT-DAY.
002310     IF WS-DT-MONTH < 12
002320         ADD 1 TO WS-DT-MONTH
002330     ELSE
002340         MOVE 1 TO WS-DT-MONTH
002350         ADD 1 TO WS-DT-YEAR
002360     END-IF.
002370 1100-EXIT.
002380     EXIT.

002390 1110-MONTH-LENGTH.
002400     MOVE WS-MONTH-LEN(WS-DT-MONTH) TO WS-DT-MONTH-LEN.
002410     IF WS-DT-MONTH NOT = 2
002420         GO TO 1110-EXIT
002430     END-IF.
002440     DIVIDE WS-DT-YEAR BY 4 GIVING WS-DT-QUOTIENT
002450         REMAINDER WS-DT-REM-4.
002460     DIVIDE WS-DT-YEAR BY 100 GIVING WS-DT-QUOTIENT
002470         REMAINDER WS-DT-REM-100.
002480     DIVIDE WS-DT-YEAR BY 400 GIVING WS-DT-QUOTIENT
002490         REMAINDER WS-DT-REM-400.
002500     IF WS-DT-REM-4 = ZERO
002510         AND (WS-DT-REM-100 NOT = ZERO OR WS-DT-REM-400 = ZERO)
002520         MOVE 29 TO WS-DT-MONTH-LEN
002530     END-IF.
002540 1110-EXIT.
002550     EXIT.

002560*****************************************************************
002570* ONE PASS OF QUOTFILE PER SECTION. QUOTE LINES ARE KEYED BY
002580* QUOTE NUMBER, SO A CHANGE OF QT-NUMERO CLOSES THE QUOTE.
002590*****************************************************************
002600 3000-LIST-SECTION.
002610     MOVE ZERO TO WS-SECTION-QUOTES.
002620     IF WS-SECTION-SOON
002630         MOVE "DEVIS OUVERTS EXPIRANT AU PLUS TARD LE  "
002640             TO WS-SECTION-TITRE
002650         MOVE WS-HORIZON-DATE TO WS-SECTION-DATE
002660     ELSE
002670         MOVE "DEVIS EXPIRES SANS CONVERSION AU        "
002680             TO WS-SECTION-TITRE
002690         MOVE WS-RUN-DATE TO WS-SECTION-DATE
002700     END-IF.
002710     MOVE SPACES TO QEXRPT-LINE.
002720     WRITE QEXRPT-LINE.
002730     WRITE QEXRPT-LINE FROM WS-SECTION-HEADING.
002740     WRITE QEXRPT-LINE FROM WS-COLUMN-HEADING.

002750     MOVE HIGH-VALUES TO WS-PREV-QUOTE.
002760     MOVE ZERO TO WS-QUOTE-LINES.
002770     MOVE "N" TO WS-EOF-SW.
002780     MOVE LOW-VALUES TO QT-Key.
002790     START QUOTFILE KEY IS NOT < QT-Key
002800         INVALID KEY
002810             MOVE "Y" TO WS-EOF-SW
002820     END-START.
002830     PERFORM 3010-READ-ONE-LINE THRU 3010-EXIT
002840         UNTIL WS-EOF-REACHED.
002850     PERFORM 3100-WRITE-QUOTE THRU 3100-EXIT.

002860     IF WS-SECTION-QUOTES = ZERO
002870         WRITE QEXRPT-LINE FROM WS-NONE-LINE
002880     END-IF.
002890     MOVE WS-SECTION-QUOTES TO WT-NOMBRE.
002900     WRITE QEXRPT-LINE FROM WS-TOTAL-LINE.
002910     WRITE QEXRPT-LINE FROM WS-SEPARATOR-LINE.
002920 3000-EXIT.
002930     EXIT.

002940 3010-READ-ONE-LINE.
002950     READ QUOTFILE NEXT RECORD
002960         AT END
002970             MOVE "Y" TO WS-EOF-SW
002980             GO TO 3010-EXIT
002990     END-READ.
003000     IF WS-SECTION-SOON
003010         ADD 1 TO WS-LINES-READ
003020     END-IF.
003030     IF NOT QT-STATUT-OPEN
003040         GO TO 3010-EXIT
003050     END-IF.
003060     IF WS-SECTION-SOON
003070         AND (QT-Date-Expiration < WS-RUN-DATE
003080              OR QT-Date-Expiration > WS-HORIZON-DATE)
003090         GO TO 3010-EXIT
003100     END-IF.
003110     IF WS-SECTION-EXPIRED
003120         AND QT-Date-Expiration NOT < WS-RUN-DATE
003130         GO TO 3010-EXIT
003140     END-IF.

003150     IF QT-Numero NOT = WS-PREV-QUOTE
003160         PERFORM 3100-WRITE-QUOTE THRU 3100-EXIT
003170         MOVE QT-Numero          TO WS-PREV-QUOTE
003180         MOVE QT-Client-Code     TO WS-QUOTE-CLIENT-CODE
003190         MOVE QT-Client          TO WS-QUOTE-CLIENT
003200         MOVE QT-Date            TO WS-QUOTE-DATE
003210         MOVE QT-Date-Expiration TO WS-QUOTE-EXPIRATION
003220         MOVE QT-Code-Devise     TO WS-QUOTE-DEVISE
003230         MOVE ZERO               TO WS-QUOTE-LINES
003240         MOVE ZERO               TO WS-QUOTE-VALUE
003250     END-IF.
003260     ADD 1 TO WS-QUOTE-LINES.
003270     COMPUTE WS-QUOTE-VALUE = WS-QUOTE-VALUE + QT-Qte * QT-Prix.

003280     IF WS-SECTION-EXPIRED
003290         MOVE "E" TO QT-Statut
003300         REWRITE QUOTE-REC
003310             INVALID KEY
003320                 DISPLAY "DAY9QEX - UNABLE TO MARK QUOTE "
003330                     QT-Numero " LINE " QT-Ligne " EXPIRED, "
003340                     "STATUS " WS-QUOTFILE-STATUS
003350         END-REWRITE
003360         ADD 1 TO WS-LINES-EXPIRED
003370     END-IF.
003380 3010-EXIT.
003390     EXIT.

003400 3100-WRITE-QUOTE.
003410     IF WS-QUOTE-LINES = ZERO
003420         GO TO 3100-EXIT
003430     END-IF.
003440     MOVE WS-PREV-QUOTE        TO WD-NUMERO.
003450     MOVE WS-QUOTE-CLIENT-CODE TO WD-CLIENT-CODE.
003460     MOVE WS-QUOTE-CLIENT      TO WD-CLIENT.
003470     MOVE WS-QUOTE-DATE        TO WD-DATE.
003480     MOVE WS-QUOTE-EXPIRATION  TO WD-EXPIRATION.
003490     MOVE WS-QUOTE-LINES       TO WD-LIGNES.
003500     MOVE WS-QUOTE-VALUE       TO WD-MONTANT.
003510     MOVE WS-QUOTE-DEVISE      TO WD-DEVISE.
003520     WRITE QEXRPT-LINE FROM WS-DETAIL-LINE.
003530     ADD 1 TO WS-SECTION-QUOTES.
003540     IF WS-SECTION-SOON
003550         ADD 1 TO WS-QUOTES-SOON
003560     ELSE
003570         ADD 1 TO WS-QUOTES-EXPIRED
003580     END-IF.
003590     MOVE ZERO TO WS-QUOTE-LINES.
003600 3100-EXIT.
003610     EXIT.

003620 9000-TERMINATE.
003630     IF WS-QUOTFILE-WAS-OPENED
003640         CLOSE QUOTFILE
003650     END-IF.
003660     IF WS-QEXRPT-WAS-OPENED
003670         CLOSE QEXRPT
003680     END-IF.
003690     DISPLAY "DAY9QEX - QUOTE LINES READ    : " WS-LINES-READ.
003700     DISPLAY "DAY9QEX - QUOTES EXPIRING SOON: " WS-QUOTES-SOON.
003710     DISPLAY "DAY9QEX - QUOTES NOW EXPIRED  : " WS-QUOTES-EXPIRED.
003720     DISPLAY "DAY9QEX - QUOTE LINES EXPIRED : " WS-LINES-EXPIRED.
003730 9000-EXIT.
003740     EXIT.
