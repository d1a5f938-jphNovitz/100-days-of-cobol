000100*****************************************************************
000110* EXERCISE 3 CERTIFICATE ALERTS: MISSING AND EXPIRING
000120* CERTIFICATES, MONTHLY
000130* READS THE EMPLOYEE MASTER (EMPMAST) AND, FOR EVERY EMPLOYEE,
000140* THE CERTIFICATES THEY HOLD ON CERTFILE (SEE CERTREC.CPY), AND
000150* LISTS ON CERRPT, GROUPED BY EMPLOYE-DEPT:
000160*   - EVERY CERTIFICATE TYPE THE CERTTYPE REFERENCE FILE
000170*     REQUIRES OF THE EMPLOYEE'S DEPARTMENT THAT THE EMPLOYEE
000180*     DOES NOT HOLD ("MANQUANT");
000190*   - EVERY CERTIFICATE HELD THAT HAS EXPIRED ("EXPIRE") OR
000200*     EXPIRES WITHIN THE NEXT 60 DAYS ("A RENOUVELER"),
000210*     WHETHER OR NOT THE DEPARTMENT REQUIRES IT.
000220* DAYS TO EXPIRY ARE COUNTED ON A 360-DAY YEAR OF 30-DAY
000230* MONTHS, AS DAY7LOT DOES FOR LOT EXPIRY. A DEPARTMENT HEADING
000240* PRINTS THE DEPTTBL NAME, AND EACH DEPARTMENT AND THE REPORT
000250* END WITH A COUNT OF THE LINES LISTED.
000260*****************************************************************
000270* MODIFICATION HISTORY
000280*  10/15/2026  JPH  ORIGINAL VERSION, MODELED ON DAY3RPT.
000290*  10/15/2026  JPH  TERMINATED EMPLOYEES (STATUT "I") RAISE NO
000300*                   CERTIFICATE ALERTS.
000310*****************************************************************
000320 IDENTIFICATION DIVISION.
000330 PROGRAM-ID. day3cxp.
000340 AUTHOR. jphNovitz.
000350 DATE-WRITTEN. 2026/10/15.
000360 DATE-COMPILED.

000370 ENVIRONMENT DIVISION.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     SELECT EMPMAST ASSIGN TO "EMPMAST"
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS SEQUENTIAL
000430         RECORD KEY IS Employe-ID
000440         FILE STATUS IS WS-EMPMAST-STATUS.

000450     SELECT CERTFILE ASSIGN TO "CERTFILE"
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS DYNAMIC
000480         RECORD KEY IS CRT-Key
000490         FILE STATUS IS WS-CERTFILE-STATUS.

000500     SELECT CERRPT ASSIGN TO "CERRPT"
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WS-CERRPT-STATUS.

000530     SELECT DEPTTBL ASSIGN TO "DEPTTBL"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS WS-DEPTTBL-STATUS.

000560     SELECT CERTTYPE ASSIGN TO "CERTTYPE"
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS WS-CERTTYPE-STATUS.

000590     SELECT SORTWORK ASSIGN TO "SORTWORK".

000600 DATA DIVISION.
000610 FILE SECTION.
000620 FD  EMPMAST
000630     RECORDING MODE IS F.
000640     COPY EMPREC.

000650 FD  CERTFILE
000660     RECORDING MODE IS F.
000670     COPY CERTREC.

000680 FD  CERRPT
000690     RECORDING MODE IS F.
000700 01  CERRPT-LINE              PIC X(90).

000710 FD  DEPTTBL
000720     RECORDING MODE IS F.
000730 01  DEPTTBL-REC.
000740     05  DEP-Code             PIC X(04).
000750     05  DEP-Nom              PIC X(25).

000760 FD  CERTTYPE
000770     RECORDING MODE IS F.
000780 01  CERTTYPE-REC.
000790     05  CTY-Type             PIC X(04).
000800     05  CTY-Libelle          PIC X(25).
000810     05  CTY-Dept             PIC X(04) OCCURS 10 TIMES.

000820 SD  SORTWORK.
000830 01  SORTWORK-REC.
000840     05  SRT-Employe-Dept     PIC X(04).
000850     05  SRT-Employe-ID       PIC X(05).
000860     05  SRT-Type             PIC X(04).
000870     05  SRT-Employe-Nom      PIC X(15).
000880     05  SRT-Statut           PIC X(12).
000890     05  SRT-Date-Expiration  PIC 9(08).
000900     05  SRT-Jours            PIC S9(05).

000910 WORKING-STORAGE SECTION.
000920 01  WS-EMPMAST-STATUS        PIC X(02).
000930     88  WS-EMPMAST-OK             VALUE "00".

000940 01  WS-CERTFILE-STATUS       PIC X(02).
000950     88  WS-CERTFILE-OK            VALUE "00".

000960 01  WS-CERRPT-STATUS         PIC X(02).
000970     88  WS-CERRPT-OK              VALUE "00".

000980 01  WS-DEPTTBL-STATUS        PIC X(02).
000990     88  WS-DEPTTBL-OK             VALUE "00".

001000 01  WS-CERTTYPE-STATUS       PIC X(02).
001010     88  WS-CERTTYPE-OK            VALUE "00".

001020 01  WS-SWITCHES.
001030     05  WS-EOF-SW            PIC X(01)  VALUE "N".
001040         88  WS-EOF-REACHED          VALUE "Y".
001050     05  WS-SORT-EOF-SW       PIC X(01)  VALUE "N".
001060         88  WS-SORT-EOF-REACHED     VALUE "Y".
001070     05  WS-CERT-EOF-SW       PIC X(01)  VALUE "N".
001080         88  WS-CERT-EOF-REACHED     VALUE "Y".
001090     05  WS-EMPMAST-OPEN-SW   PIC X(01)  VALUE "N".
001100         88  WS-EMPMAST-WAS-OPENED   VALUE "Y".
001110     05  WS-CERTFILE-OPEN-SW  PIC X(01)  VALUE "N".
001120         88  WS-CERTFILE-WAS-OPENED  VALUE "Y".
001130     05  WS-CERRPT-OPEN-SW    PIC X(01)  VALUE "N".
001140         88  WS-CERRPT-WAS-OPENED    VALUE "Y".
001150     05  WS-REQUIRED-SW       PIC X(01)  VALUE "N".
001160         88  WS-TYPE-IS-REQUIRED     VALUE "Y".

001170 01  WS-COUNTERS.
001180     05  WS-EMPLOYES-READ     PIC 9(05) COMP  VALUE ZERO.
001190     05  WS-LEAVERS-SKIPPED   PIC 9(05) COMP  VALUE ZERO.
001200     05  WS-MISSING-COUNT     PIC 9(05) COMP  VALUE ZERO.
001210     05  WS-EXPIRING-COUNT    PIC 9(05) COMP  VALUE ZERO.
001220     05  WS-DEPT-COUNT        PIC 9(05) COMP  VALUE ZERO.
001230     05  WS-GRAND-COUNT       PIC 9(05) COMP  VALUE ZERO.

001240 01  WS-RUN-DATE              PIC 9(08).
001250 01  WS-RUN-DATE-GROUP REDEFINES WS-RUN-DATE.
001260     05  WS-RUN-YEAR          PIC 9(04).
001270     05  WS-RUN-MONTH         PIC 9(02).
001280     05  WS-RUN-DAY           PIC 9(02).
001290 01  WS-EXP-DATE              PIC 9(08).
001300 01  WS-EXP-DATE-GROUP REDEFINES WS-EXP-DATE.
001310     05  WS-EXP-YEAR          PIC 9(04).
001320     05  WS-EXP-MONTH         PIC 9(02).
001330     05  WS-EXP-DAY           PIC 9(02).
001340 01  WS-DAYS-LEFT             PIC S9(05) COMP-3  VALUE ZERO.
001350 01  WS-HORIZON-DAYS          PIC 9(05)  VALUE 60.

001360 01  WS-CTY-DEPT-IX           PIC 9(02) COMP  VALUE ZERO.
001370 01  WS-CTY-I                 PIC 9(05) COMP  VALUE ZERO.
001380 01  WS-PREV-DEPT             PIC X(04)  VALUE HIGH-VALUES.

001390     COPY DEPTTBL.

001400     COPY CERTTYPE.

001410 01  WS-REPORT-HEADING.
001420     05  FILLER               PIC X(43) VALUE
001430         "CERTIFICATS MANQUANTS OU A RENOUVELER AU ".
001440     05  WH-RUN-DATE          PIC 9(08).
001450     05  FILLER               PIC X(14) VALUE
001460         "  (HORIZON DE ".
001470     05  WH-HORIZON           PIC ZZ9.
001480     05  FILLER               PIC X(07) VALUE " JOURS)".

001490 01  WS-DEPT-HEADING.
001500     05  FILLER               PIC X(14) VALUE "SERVICE     : ".
001510     05  WH-DEPT              PIC X(04).
001520     05  FILLER               PIC X(02) VALUE SPACES.
001530     05  WH-DEPT-NOM          PIC X(25).

001540 01  WS-COLUMN-HEADING.
001550     05  FILLER               PIC X(07) VALUE "ID".
001560     05  FILLER               PIC X(17) VALUE "NOM".
001570     05  FILLER               PIC X(06) VALUE "TYPE".
001580     05  FILLER               PIC X(27) VALUE "CERTIFICAT".
001590     05  FILLER               PIC X(12) VALUE "EXPIRATION".
001600     05  FILLER               PIC X(07) VALUE "JOURS".
001610     05  FILLER               PIC X(12) VALUE "STATUT".

001620 01  WS-DETAIL-LINE.
001630     05  WD-ID                PIC X(05).
001640     05  FILLER               PIC X(02) VALUE SPACES.
001650     05  WD-NOM               PIC X(15).
001660     05  FILLER               PIC X(02) VALUE SPACES.
001670     05  WD-TYPE              PIC X(04).
001680     05  FILLER               PIC X(02) VALUE SPACES.
001690     05  WD-LIBELLE           PIC X(25).
001700     05  FILLER               PIC X(02) VALUE SPACES.
001710     05  WD-EXPIRATION        PIC X(08).
001720     05  FILLER               PIC X(02) VALUE SPACES.
001730     05  WD-JOURS             PIC X(06).
001740     05  FILLER               PIC X(03) VALUE SPACES.
001750     05  WD-STATUT            PIC X(12).

001760 01  WS-JOURS-ED              PIC ZZZZ9-.

001770 01  WS-DEPT-TOTAL-LINE.
001780     05  FILLER               PIC X(24) VALUE
001790         "ALERTES DU SERVICE .... ".
001800     05  WT-DEPT-COUNT        PIC ZZZZ9.

001810 01  WS-GRAND-TOTAL-LINE.
001820     05  FILLER               PIC X(24) VALUE
001830         "TOTAL DES ALERTES ..... ".
001840     05  WT-GRAND-COUNT       PIC ZZZZ9.

001850 PROCEDURE DIVISION.

001860 0000-MAINLINE.
001870     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001880     IF NOT WS-EOF-REACHED
001890         SORT SORTWORK
001900             ON ASCENDING KEY SRT-Employe-Dept
001910                              SRT-Employe-ID
001920                              SRT-Type
001930             INPUT PROCEDURE IS 2000-SELECT-ALERTES
001940                 THRU 2900-IP-EXIT
001950             OUTPUT PROCEDURE IS 3000-PRINT-ALERTES
001960                 THRU 3900-OP-EXIT
001970     END-IF.
001980     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001990     GOBACK.

002000 1000-INITIALIZE.
002010     CALL "dayproc" USING WS-RUN-DATE.
002020     OPEN INPUT EMPMAST.
002030     IF NOT WS-EMPMAST-OK
002040         DISPLAY "DAY3CXP - UNABLE TO OPEN EMPMAST, STATUS "
002050             WS-EMPMAST-STATUS
002060         MOVE "Y" TO WS-EOF-SW
002070         GO TO 1000-EXIT
002080     END-IF.
002090     MOVE "Y" TO WS-EMPMAST-OPEN-SW.

002100     OPEN INPUT CERTFILE.
002110     IF WS-CERTFILE-OK
002120         MOVE "Y" TO WS-CERTFILE-OPEN-SW
002130     ELSE
002140         DISPLAY "DAY3CXP - UNABLE TO OPEN CERTFILE, STATUS "
002150             WS-CERTFILE-STATUS
002160             " - EVERY REQUIRED CERTIFICATE IS MISSING"
002170     END-IF.

002180     OPEN OUTPUT CERRPT.
002190     IF NOT WS-CERRPT-OK
002200         DISPLAY "DAY3CXP - UNABLE TO OPEN CERRPT, STATUS "
002210             WS-CERRPT-STATUS
002220         MOVE "Y" TO WS-EOF-SW
002230         GO TO 1000-EXIT
002240     END-IF.
002250     MOVE "Y" TO WS-CERRPT-OPEN-SW.
002260     MOVE WS-RUN-DATE     TO WH-RUN-DATE.
002270     MOVE WS-HORIZON-DAYS TO WH-HORIZON.
002280     MOVE WS-REPORT-HEADING TO CERRPT-LINE.
002290     WRITE CERRPT-LINE.
002300     PERFORM 1200-LOAD-DEPT-TABLE THRU 1200-EXIT.
002310     PERFORM 1400-LOAD-TYPE-TABLE THRU 1400-EXIT.
002320 1000-EXIT.
002330     EXIT.

002340 1200-LOAD-DEPT-TABLE.
002350     OPEN INPUT DEPTTBL.
002360     IF NOT WS-DEPTTBL-OK
002370         DISPLAY "DAY3CXP - UNABLE TO OPEN DEPTTBL, STATUS "
002380             WS-DEPTTBL-STATUS
002390             " - DEPARTMENT NAMES WILL BE BLANK"
002400         GO TO 1200-EXIT
002410     END-IF.
002420     PERFORM 1210-LOAD-ONE-DEPT THRU 1210-EXIT
002430         UNTIL WS-DEPTTBL-STATUS = "10".
002440     CLOSE DEPTTBL.
002450 1200-EXIT.
002460     EXIT.

002470 1210-LOAD-ONE-DEPT.
002480     READ DEPTTBL
002490         AT END
002500             MOVE "10" TO WS-DEPTTBL-STATUS
002510             GO TO 1210-EXIT
002520     END-READ.
002530     IF WS-DEPT-TBL-COUNT < 50
002540         ADD 1 TO WS-DEPT-TBL-COUNT
002550         MOVE DEP-Code TO WS-DEPT-TBL-CODE(WS-DEPT-TBL-COUNT)
002560         MOVE DEP-Nom  TO WS-DEPT-TBL-NAME(WS-DEPT-TBL-COUNT)
002570     ELSE
002580         DISPLAY "DAY3CXP - DEPARTMENT TABLE FULL (50), "
002590             DEP-Code " IGNORED"
002600     END-IF.
002610 1210-EXIT.
002620     EXIT.

002630 1400-LOAD-TYPE-TABLE.
002640     OPEN INPUT CERTTYPE.
002650     IF NOT WS-CERTTYPE-OK
002660         DISPLAY "DAY3CXP - UNABLE TO OPEN CERTTYPE, STATUS "
002670             WS-CERTTYPE-STATUS
002680             " - ONLY EXPIRING CERTIFICATES ARE LISTED"
002690         GO TO 1400-EXIT
002700     END-IF.
002710     PERFORM 1410-LOAD-ONE-TYPE THRU 1410-EXIT
002720         UNTIL WS-CERTTYPE-STATUS = "10".
002730     CLOSE CERTTYPE.
002740 1400-EXIT.
002750     EXIT.

002760 1410-LOAD-ONE-TYPE.
002770     READ CERTTYPE
002780         AT END
002790             MOVE "10" TO WS-CERTTYPE-STATUS
002800             GO TO 1410-EXIT
002810     END-READ.
002820     IF WS-CTY-TBL-COUNT < 30
002830         ADD 1 TO WS-CTY-TBL-COUNT
002840         MOVE CTY-Type    TO WS-CTY-TBL-TYPE(WS-CTY-TBL-COUNT)
002850         MOVE CTY-Libelle TO WS-CTY-TBL-LIBELLE(WS-CTY-TBL-COUNT)
002860         PERFORM 1420-LOAD-ONE-DEPT THRU 1420-EXIT
002870             VARYING WS-CTY-DEPT-IX FROM 1 BY 1
002880             UNTIL WS-CTY-DEPT-IX > 10
002890     ELSE
002900         DISPLAY "DAY3CXP - CERTIFICATE TYPE TABLE FULL (30), "
002910             CTY-Type " IGNORED"
002920     END-IF.
002930 1410-EXIT.
002940     EXIT.

002950 1420-LOAD-ONE-DEPT.
002960     MOVE CTY-Dept(WS-CTY-DEPT-IX)
002970         TO WS-CTY-TBL-DEPT(WS-CTY-TBL-COUNT, WS-CTY-DEPT-IX).
002980 1420-EXIT.
002990     EXIT.

003000 2000-SELECT-ALERTES.
003010     PERFORM 2100-READ-EMPMAST THRU 2100-EXIT.
003020     PERFORM 2010-CHECK-ONE-EMPLOYE THRU 2010-EXIT
003030         UNTIL WS-EOF-REACHED.
003040     GO TO 2900-IP-EXIT.

003050*****************************************************************
003060* FIRST THE CERTIFICATES THE EMPLOYEE HOLDS, FOR EXPIRY; THEN
003070* EACH TYPE THEIR DEPARTMENT REQUIRES, FOR ONE MISSING.
003080*****************************************************************
003090 2010-CHECK-ONE-EMPLOYE.
003100     IF Employe-Inactif
003110         ADD 1 TO WS-LEAVERS-SKIPPED
003120         GO TO 2010-READ-NEXT
003130     END-IF.
003140     IF WS-CERTFILE-WAS-OPENED
003150         PERFORM 2200-CHECK-HELD THRU 2200-EXIT
003160     END-IF.
003170     PERFORM 2300-CHECK-REQUIRED THRU 2300-EXIT
003180         VARYING WS-CTY-I FROM 1 BY 1
003190         UNTIL WS-CTY-I > WS-CTY-TBL-COUNT.
003200 2010-READ-NEXT.
003210     PERFORM 2100-READ-EMPMAST THRU 2100-EXIT.
003220 2010-EXIT.
003230     EXIT.

003240 2100-READ-EMPMAST.
003250     READ EMPMAST NEXT RECORD
003260         AT END
003270             MOVE "Y" TO WS-EOF-SW
003280             GO TO 2100-EXIT
003290     END-READ.
003300     ADD 1 TO WS-EMPLOYES-READ.
003310 2100-EXIT.
003320     EXIT.

003330 2200-CHECK-HELD.
003340     MOVE Employe-ID TO CRT-Employe-ID.
003350     MOVE LOW-VALUES TO CRT-Type.
003360     MOVE "N" TO WS-CERT-EOF-SW.
003370     START CERTFILE KEY IS NOT < CRT-Key
003380         INVALID KEY
003390             MOVE "Y" TO WS-CERT-EOF-SW
003400     END-START.
003410     PERFORM 2210-CHECK-ONE-HELD THRU 2210-EXIT
003420         UNTIL WS-CERT-EOF-REACHED.
003430 2200-EXIT.
003440     EXIT.

003450 2210-CHECK-ONE-HELD.
003460     READ CERTFILE NEXT RECORD
003470         AT END
003480             MOVE "Y" TO WS-CERT-EOF-SW
003490             GO TO 2210-EXIT
003500     END-READ.
003510     IF CRT-Employe-ID NOT = Employe-ID
003520         MOVE "Y" TO WS-CERT-EOF-SW
003530         GO TO 2210-EXIT
003540     END-IF.
003550     IF CRT-Date-Expiration = ZERO
003560         GO TO 2210-EXIT
003570     END-IF.
003580     MOVE CRT-Date-Expiration TO WS-EXP-DATE.
003590     COMPUTE WS-DAYS-LEFT =
003600         ((WS-EXP-YEAR - WS-RUN-YEAR) * 360)
003610         + ((WS-EXP-MONTH - WS-RUN-MONTH) * 30)
003620         + (WS-EXP-DAY - WS-RUN-DAY).
003630     IF WS-DAYS-LEFT > WS-HORIZON-DAYS
003640         GO TO 2210-EXIT
003650     END-IF.
003660     MOVE CRT-Type            TO SRT-Type.
003670     MOVE CRT-Date-Expiration TO SRT-Date-Expiration.
003680     MOVE WS-DAYS-LEFT        TO SRT-Jours.
003690     IF WS-DAYS-LEFT < ZERO
003700         MOVE "EXPIRE"       TO SRT-Statut
003710     ELSE
003720         MOVE "A RENOUVELER" TO SRT-Statut
003730     END-IF.
003740     ADD 1 TO WS-EXPIRING-COUNT.
003750     PERFORM 2400-RELEASE-ALERTE THRU 2400-EXIT.
003760 2210-EXIT.
003770     EXIT.

003780 2300-CHECK-REQUIRED.
003790     MOVE "N" TO WS-REQUIRED-SW.
003800     IF Employe-Dept = SPACES
003810         GO TO 2300-EXIT
003820     END-IF.
003830     PERFORM 2310-CHECK-ONE-DEPT THRU 2310-EXIT
003840         VARYING WS-CTY-DEPT-IX FROM 1 BY 1
003850         UNTIL WS-CTY-DEPT-IX > 10
003860            OR WS-TYPE-IS-REQUIRED.
003870     IF NOT WS-TYPE-IS-REQUIRED
003880         GO TO 2300-EXIT
003890     END-IF.
003900     IF WS-CERTFILE-WAS-OPENED
003910         MOVE Employe-ID TO CRT-Employe-ID
003920         MOVE WS-CTY-TBL-TYPE(WS-CTY-I) TO CRT-Type
003930         READ CERTFILE
003940             INVALID KEY
003950                 CONTINUE
003960             NOT INVALID KEY
003970                 GO TO 2300-EXIT
003980         END-READ
003990     END-IF.
004000     MOVE WS-CTY-TBL-TYPE(WS-CTY-I) TO SRT-Type.
004010     MOVE ZERO       TO SRT-Date-Expiration.
004020     MOVE ZERO       TO SRT-Jours.
004030     MOVE "MANQUANT" TO SRT-Statut.
004040     ADD 1 TO WS-MISSING-COUNT.
004050     PERFORM 2400-RELEASE-ALERTE THRU 2400-EXIT.
004060 2300-EXIT.
004070     EXIT.

004080 2310-CHECK-ONE-DEPT.
004090     IF WS-CTY-TBL-DEPT(WS-CTY-I, WS-CTY-DEPT-IX) = Employe-Dept
004100         MOVE "Y" TO WS-REQUIRED-SW
004110     END-IF.
004120 2310-EXIT.
004130     EXIT.

004140 2400-RELEASE-ALERTE.
004150     MOVE Employe-Dept TO SRT-Employe-Dept.
004160     MOVE Employe-ID   TO SRT-Employe-ID.
004170     MOVE Employe-Nom  TO SRT-Employe-Nom.
004180     RELEASE SORTWORK-REC.
004190 2400-EXIT.
004200     EXIT.

004210 2900-IP-EXIT.
004220     EXIT.

004230 3000-PRINT-ALERTES.
004240     PERFORM 3100-RETURN-ONE THRU 3100-EXIT.
004250     PERFORM 3010-PRINT-ONE-ALERTE THRU 3010-EXIT
004260         UNTIL WS-SORT-EOF-REACHED.
004270     IF WS-PREV-DEPT NOT = HIGH-VALUES
004280         PERFORM 3300-DEPT-TOTAL THRU 3300-EXIT
004290     END-IF.
004300     GO TO 3900-OP-EXIT.

004310 3010-PRINT-ONE-ALERTE.
004320     IF SRT-Employe-Dept NOT = WS-PREV-DEPT
004330         IF WS-PREV-DEPT NOT = HIGH-VALUES
004340             PERFORM 3300-DEPT-TOTAL THRU 3300-EXIT
004350         END-IF
004360         PERFORM 3200-DEPT-HEADING THRU 3200-EXIT
004370     END-IF.

004380     MOVE SRT-Employe-ID  TO WD-ID.
004390     MOVE SRT-Employe-Nom TO WD-NOM.
004400     MOVE SRT-Type        TO WD-TYPE.
004410     PERFORM 3400-GET-TYPE-LIBELLE THRU 3400-EXIT.
004420     MOVE SRT-Statut      TO WD-STATUT.
004430     IF SRT-Date-Expiration = ZERO
004440         MOVE SPACES TO WD-EXPIRATION
004450         MOVE SPACES TO WD-JOURS
004460     ELSE
004470         MOVE SRT-Date-Expiration TO WD-EXPIRATION
004480         MOVE SRT-Jours TO WS-JOURS-ED
004490         MOVE WS-JOURS-ED TO WD-JOURS
004500     END-IF.
004510     MOVE WS-DETAIL-LINE TO CERRPT-LINE.
004520     WRITE CERRPT-LINE.
004530     ADD 1 TO WS-DEPT-COUNT.
004540     ADD 1 TO WS-GRAND-COUNT.

004550     PERFORM 3100-RETURN-ONE THRU 3100-EXIT.
004560 3010-EXIT.
004570     EXIT.

004580 3100-RETURN-ONE.
004590     RETURN SORTWORK
004600         AT END
004610             MOVE "Y" TO WS-SORT-EOF-SW
004620     END-RETURN.
004630 3100-EXIT.
004640     EXIT.

004650 3200-DEPT-HEADING.
004660     MOVE SRT-Employe-Dept TO WS-PREV-DEPT.
004670     MOVE SRT-Employe-Dept TO WH-DEPT.
004680     PERFORM 3250-GET-DEPT-NOM THRU 3250-EXIT.
004690     MOVE SPACES TO CERRPT-LINE.
004700     WRITE CERRPT-LINE.
004710     MOVE WS-DEPT-HEADING TO CERRPT-LINE.
004720     WRITE CERRPT-LINE.
004730     MOVE WS-COLUMN-HEADING TO CERRPT-LINE.
004740     WRITE CERRPT-LINE.
004750     MOVE ZERO TO WS-DEPT-COUNT.
004760 3200-EXIT.
004770     EXIT.

004780 3250-GET-DEPT-NOM.
004790     MOVE SPACES TO WH-DEPT-NOM.
004800     IF WS-DEPT-TBL-COUNT = ZERO
004810         GO TO 3250-EXIT
004820     END-IF.
004830     SET WS-DEPT-TBL-IDX TO 1.
004840     SEARCH WS-DEPT-TBL-ENTRY
004850         AT END
004860             MOVE "** INCONNU **" TO WH-DEPT-NOM
004870         WHEN WS-DEPT-TBL-CODE(WS-DEPT-TBL-IDX)
004880             = SRT-Employe-Dept
004890             MOVE WS-DEPT-TBL-NAME(WS-DEPT-TBL-IDX)
004900                 TO WH-DEPT-NOM
004910     END-SEARCH.
004920 3250-EXIT.
004930     EXIT.

004940 3300-DEPT-TOTAL.
004950     MOVE WS-DEPT-COUNT TO WT-DEPT-COUNT.
004960     MOVE WS-DEPT-TOTAL-LINE TO CERRPT-LINE.
004970     WRITE CERRPT-LINE.
004980 3300-EXIT.
004990     EXIT.

005000 3400-GET-TYPE-LIBELLE.
005010     MOVE "** INCONNU **" TO WD-LIBELLE.
005020     IF WS-CTY-TBL-COUNT = ZERO
005030         GO TO 3400-EXIT
005040     END-IF.
005050     SET WS-CTY-TBL-IDX TO 1.
005060     SEARCH WS-CTY-TBL-ENTRY
005070         AT END
005080             CONTINUE
005090         WHEN WS-CTY-TBL-TYPE(WS-CTY-TBL-IDX) = SRT-Type
005100             MOVE WS-CTY-TBL-LIBELLE(WS-CTY-TBL-IDX)
005110                 TO WD-LIBELLE
005120     END-SEARCH.
005130 3400-EXIT.
005140     EXIT.

005150 3900-OP-EXIT.
005160     EXIT.

005170 9000-TERMINATE.
005180     IF WS-CERRPT-WAS-OPENED
005190         MOVE WS-GRAND-COUNT TO WT-GRAND-COUNT
005200         MOVE WS-GRAND-TOTAL-LINE TO CERRPT-LINE
005210         WRITE CERRPT-LINE
005220         CLOSE CERRPT
005230     END-IF.
005240     IF WS-EMPMAST-WAS-OPENED
005250         CLOSE EMPMAST
005260     END-IF.
005270     IF WS-CERTFILE-WAS-OPENED
005280         CLOSE CERTFILE
005290     END-IF.
005300     DISPLAY "DAY3CXP - EMPLOYES READ          : "
005310         WS-EMPLOYES-READ.
005320     DISPLAY "DAY3CXP - CERTIFICATES MISSING   : "
005330         WS-MISSING-COUNT.
005340     DISPLAY "DAY3CXP - CERTIFICATES EXPIRING  : "
005350         WS-EXPIRING-COUNT.
005360     DISPLAY "DAY3CXP - LEAVERS SKIPPED        : "
005370         WS-LEAVERS-SKIPPED.
005380 9000-EXIT.
005390     EXIT.
