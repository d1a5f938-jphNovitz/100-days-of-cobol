000250*                   DEFAULTING TO TODAY) INSTEAD OF THE SYSTEM
000260*                   DATE, SO A WEDNESDAY RERUN OF TUESDAY'S WORK
000270*                   STAMPS TUESDAY.
000280*  10/15/2026  JPH  DISCONTINUED ("D") AND BLOCKED ("B") PRODUCTS
000290*                   ARE LEFT OFF THE LIST; PHASE-OUT ("P")
000300*                   PRODUCTS PRINT WITH "FIN DE SERIE" BESIDE
000310*                   THE PRICE. THE OMITTED COUNT IS SHOWN AT
000320*                   END OF RUN.
000330*****************************************************************
000340 IDENTIFICATION DIVISION.
000350 PROGRAM-ID. day7prl.
000360 AUTHOR. jphNovitz.
000370 DATE-WRITTEN. 2026/08/22.
000380 DATE-COMPILED.

000390 ENVIRONMENT DIVISION.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT PRODMAST ASSIGN TO "PRODMAST"
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS SEQUENTIAL
000450         RECORD KEY IS Code-produit
000460         FILE STATUS IS WS-PRODMAST-STATUS.

000470     SELECT PRCLIST ASSIGN TO "PRCLIST"
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS WS-PRCLIST-STATUS.

000500     SELECT SORTWORK ASSIGN TO "SORTWORK".

000510 DATA DIVISION.
000520 FILE SECTION.
000530 FD  PRODMAST
000540     RECORDING MODE IS F.
000550     COPY PRODREC.

000560 FD  PRCLIST
000570     RECORDING MODE IS F.
000580 01  PRCLIST-LINE             PIC X(80).

000590 SD  SORTWORK.
000600 01  SORTWORK-REC.
000610     05  SRT-Code-Devise      PIC X(03).
000620     05  SRT-Code-produit     PIC X(03).
000630     05  SRT-Libelle          PIC X(15).
000640     05  SRT-Prix             PIC S9(06)V99.
000650     05  SRT-Taux-Taxe        PIC 9(02)V99.
000660     05  SRT-Statut-Produit   PIC X(01).

000670 WORKING-STORAGE SECTION.
000680 01  WS-PRODMAST-STATUS       PIC X(02).
000690     88  WS-PRODMAST-OK             VALUE "00".

000700 01  WS-PRCLIST-STATUS        PIC X(02).
000710     88  WS-PRCLIST-OK              VALUE "00".

000720 01  WS-SWITCHES.
000730     05  WS-EOF-SW            PIC X(01)  VALUE "N".
000740         88  WS-EOF-REACHED          VALUE "Y".
000750     05  WS-SORT-EOF-SW       PIC X(01)  VALUE "N".
000760         88  WS-SORT-EOF-REACHED     VALUE "Y".
000770     05  WS-PRODMAST-OPEN-SW  PIC X(01)  VALUE "N".
000780         88  WS-PRODMAST-WAS-OPENED  VALUE "Y".
000790     05  WS-PRCLIST-OPEN-SW   PIC X(01)  VALUE "N".
000800         88  WS-PRCLIST-WAS-OPENED   VALUE "Y".

000810 01  WS-COUNTERS.
000820     05  WS-PRODUCTS-READ     PIC 9(05) COMP  VALUE ZERO.
000830     05  WS-DEVISE-COUNT      PIC 9(05) COMP  VALUE ZERO.
000840     05  WS-TOTAL-LISTED      PIC 9(05) COMP  VALUE ZERO.
000850     05  WS-TOTAL-OMITTED     PIC 9(05) COMP  VALUE ZERO.
000860     05  WS-LINE-ON-PAGE      PIC 9(02) COMP  VALUE ZERO.

000870 01  WS-PAGE-SIZE             PIC 9(02) COMP  VALUE 60.
000880 01  WS-PREV-DEVISE           PIC X(03)  VALUE HIGH-VALUES.
000890 01  WS-PRIX-TTC              PIC S9(07)V99 COMP-3  VALUE ZERO.

000900 01  WS-PAGE-HEADING-1.
000910     05  FILLER               PIC X(28) VALUE
000920         "LISTE DE PRIX CLIENTS       ".

000930 01  WS-PAGE-HEADING-2.
000940     05  FILLER               PIC X(11) VALUE "RUN DATE : ".
000950     05  WH-RUN-DATE-ED       PIC X(10).
000960     05  FILLER               PIC X(10) VALUE "   PAGE : ".
000970     05  WH-PAGE              PIC ZZZZ9.

000980 01  WS-DEVISE-HEADING.
000990     05  FILLER               PIC X(09) VALUE "DEVISE : ".
001000     05  WH-DEVISE            PIC X(03).

001010 01  WS-COLUMN-HEADING.
001020     05  FILLER               PIC X(04) VALUE "CODE".
001030     05  FILLER               PIC X(02) VALUE SPACES.
001040     05  FILLER               PIC X(15) VALUE "LIBELLE".
001050     05  FILLER               PIC X(06) VALUE SPACES.
001060     05  FILLER               PIC X(08) VALUE "PRIX NET".
001070     05  FILLER               PIC X(03) VALUE SPACES.
001080     05  FILLER               PIC X(05) VALUE "TAUX".
001090     05  FILLER               PIC X(05) VALUE SPACES.
001100     05  FILLER               PIC X(08) VALUE "PRIX TTC".

001110 01  WS-DETAIL-LINE.
001120     05  WD-CODE              PIC X(03).
001130     05  FILLER               PIC X(03) VALUE SPACES.
001140     05  WD-LIBELLE           PIC X(15).
001150     05  FILLER               PIC X(02) VALUE SPACES.
001160     05  WD-PRIX              PIC -ZZ,ZZZ,ZZ9.99.
001170     05  FILLER               PIC X(02) VALUE SPACES.
001180     05  WD-TAUX              PIC Z9.99.
001190     05  FILLER               PIC X(02) VALUE SPACES.
001200     05  WD-TTC               PIC -ZZ,ZZZ,ZZ9.99.
001210     05  FILLER               PIC X(02) VALUE SPACES.
001220     05  WD-STATUT            PIC X(12).

001230 01  WS-DEVISE-TOTAL-LINE.
001240     05  FILLER               PIC X(30) VALUE
001250         "PRODUITS DANS CETTE DEVISE .. ".
001260     05  WT-DEVISE-COUNT      PIC ZZZZ9.

001270     COPY RPTCTL.

001280 PROCEDURE DIVISION.

001290 0000-MAINLINE.
001300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001310     IF NOT WS-EOF-REACHED
001320         SORT SORTWORK
001330             ON ASCENDING KEY SRT-Code-Devise
001340                              SRT-Code-produit
001350             INPUT PROCEDURE IS 2000-SELECT-PRODUITS
001360                 THRU 2900-IP-EXIT
001370             OUTPUT PROCEDURE IS 3000-PRINT-LIST
001380                 THRU 3900-OP-EXIT
001390     END-IF.
001400     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001410     GOBACK.

001420 1000-INITIALIZE.
001430     CALL "dayproc" USING WS-RPT-RUN-DATE.
001440     STRING WS-RPT-RUN-YEAR  "-" WS-RPT-RUN-MONTH "-"
001450            WS-RPT-RUN-DAY
001460         DELIMITED BY SIZE INTO WS-RPT-RUN-DATE-ED.
001470     MOVE WS-RPT-RUN-DATE-ED TO WH-RUN-DATE-ED.

001480     OPEN INPUT PRODMAST.
001490     IF NOT WS-PRODMAST-OK
001500         DISPLAY "DAY7PRL - UNABLE TO OPEN PRODMAST, STATUS "
001510             WS-PRODMAST-STATUS
001520         MOVE "Y" TO WS-EOF-SW
001530         GO TO 1000-EXIT
001540     END-IF.
001550     MOVE "Y" TO WS-PRODMAST-OPEN-SW.

001560     OPEN OUTPUT PRCLIST.
001570     IF NOT WS-PRCLIST-OK
001580         DISPLAY "DAY7PRL - UNABLE TO OPEN PRCLIST, STATUS "
001590             WS-PRCLIST-STATUS
001600         MOVE "Y" TO WS-EOF-SW
001610         GO TO 1000-EXIT
001620     END-IF.
001630     MOVE "Y" TO WS-PRCLIST-OPEN-SW.
001640 1000-EXIT.
001650     EXIT.

001660 2000-SELECT-PRODUITS.
001670     PERFORM 2100-READ-PRODMAST THRU 2100-EXIT.
001680     PERFORM 2010-RELEASE-ONE THRU 2010-EXIT
001690         UNTIL WS-EOF-REACHED.
001700     GO TO 2900-IP-EXIT.

001710 2010-RELEASE-ONE.
001720     IF PRODUIT-ARRETE OR PRODUIT-BLOQUE
001730         ADD 1 TO WS-TOTAL-OMITTED
001740         PERFORM 2100-READ-PRODMAST THRU 2100-EXIT
001750         GO TO 2010-EXIT
001760     END-IF.
001770     MOVE Code-Devise  TO SRT-Code-Devise.
001780     MOVE Code-produit TO SRT-Code-produit.
001790     MOVE Libelle      TO SRT-Libelle.
001800     MOVE Prix         TO SRT-Prix.
001810     MOVE Taux-Taxe    TO SRT-Taux-Taxe.
001820     MOVE Statut-Produit TO SRT-Statut-Produit.
001830     RELEASE SORTWORK-REC.
001840     PERFORM 2100-READ-PRODMAST THRU 2100-EXIT.
001850 2010-EXIT.
001860     EXIT.

001870 2100-READ-PRODMAST.
001880     READ PRODMAST NEXT RECORD
001890         AT END
001900             MOVE "Y" TO WS-EOF-SW
001910             GO TO 2100-EXIT
001920     END-READ.
001930     ADD 1 TO WS-PRODUCTS-READ.
001940 2100-EXIT.
001950     EXIT.

001960 2900-IP-EXIT.
001970     EXIT.

001980 3000-PRINT-LIST.
001990     PERFORM 3100-RETURN-ONE THRU 3100-EXIT.
002000     PERFORM 3010-PRINT-ONE-PRODUIT THRU 3010-EXIT
002010         UNTIL WS-SORT-EOF-REACHED.
002020     IF WS-PREV-DEVISE NOT = HIGH-VALUES
002030         PERFORM 3400-DEVISE-TOTAL THRU 3400-EXIT
002040     END-IF.
002050     GO TO 3900-OP-EXIT.

002060 3010-PRINT-ONE-PRODUIT.
002070     IF SRT-Code-Devise NOT = WS-PREV-DEVISE
002080         IF WS-PREV-DEVISE NOT = HIGH-VALUES
002090             PERFORM 3400-DEVISE-TOTAL THRU 3400-EXIT
002100         END-IF
002110         MOVE SRT-Code-Devise TO WS-PREV-DEVISE
002120         MOVE ZERO TO WS-DEVISE-COUNT
002130         PERFORM 3200-NEW-PAGE THRU 3200-EXIT
002140     END-IF.

002150     IF WS-LINE-ON-PAGE >= WS-PAGE-SIZE
002160         PERFORM 3200-NEW-PAGE THRU 3200-EXIT
002170     END-IF.

002180     COMPUTE WS-PRIX-TTC ROUNDED =
002190         SRT-Prix + (SRT-Prix * SRT-Taux-Taxe / 100).
002200     MOVE SRT-Code-produit TO WD-CODE.
002210     MOVE SRT-Libelle      TO WD-LIBELLE.
002220     MOVE SRT-Prix         TO WD-PRIX.
002230     MOVE SRT-Taux-Taxe    TO WD-TAUX.
002240     MOVE WS-PRIX-TTC      TO WD-TTC.
002250     IF SRT-Statut-Produit = "P"
002260         MOVE "FIN DE SERIE" TO WD-STATUT
002270     ELSE
002280         MOVE SPACES TO WD-STATUT
002290     END-IF.
002300     MOVE WS-DETAIL-LINE TO PRCLIST-LINE.
002310     WRITE PRCLIST-LINE.
002320     ADD 1 TO WS-LINE-ON-PAGE.
002330     ADD 1 TO WS-DEVISE-COUNT.
002340     ADD 1 TO WS-TOTAL-LISTED.

002350     PERFORM 3100-RETURN-ONE THRU 3100-EXIT.
002360 3010-EXIT.
002370     EXIT.

002380 3100-RETURN-ONE.
002390     RETURN SORTWORK
002400         AT END
002410             MOVE "Y" TO WS-SORT-EOF-SW
002420     END-RETURN.
002430 3100-EXIT.
002440     EXIT.

002450 3200-NEW-PAGE.
002460     MOVE WS-RPT-PAGE TO WH-PAGE.
002470     ADD 1 TO WS-RPT-PAGE.
002480     MOVE WS-PAGE-HEADING-1 TO PRCLIST-LINE.
002490     WRITE PRCLIST-LINE.
002500     MOVE WS-PAGE-HEADING-2 TO PRCLIST-LINE.
002510     WRITE PRCLIST-LINE.
002520     MOVE SRT-Code-Devise TO WH-DEVISE.
002530     MOVE WS-DEVISE-HEADING TO PRCLIST-LINE.
002540     WRITE PRCLIST-LINE.
002550     MOVE WS-COLUMN-HEADING TO PRCLIST-LINE.
002560     WRITE PRCLIST-LINE.
002570     MOVE 4 TO WS-LINE-ON-PAGE.
002580 3200-EXIT.
002590     EXIT.

002600 3400-DEVISE-TOTAL.
002610     MOVE WS-DEVISE-COUNT TO WT-DEVISE-COUNT.
002620     MOVE WS-DEVISE-TOTAL-LINE TO PRCLIST-LINE.
002630     WRITE PRCLIST-LINE.
002640     ADD 1 TO WS-LINE-ON-PAGE.
002650 3400-EXIT.
002660     EXIT.

002670 3900-OP-EXIT.
002680     EXIT.

002690 9000-TERMINATE.
002700     IF WS-PRODMAST-WAS-OPENED
002710         CLOSE PRODMAST
002720     END-IF.
002730     IF WS-PRCLIST-WAS-OPENED
002740         CLOSE PRCLIST
002750     END-IF.
002760     DISPLAY "DAY7PRL - PRODUCTS READ   : " WS-PRODUCTS-READ.
002770     DISPLAY "DAY7PRL - PRODUCTS LISTED : " WS-TOTAL-LISTED.
002780     DISPLAY "DAY7PRL - OMITTED (DISC./BLOCKED): "
002790         WS-TOTAL-OMITTED.
002800 9000-EXIT.
002810     EXIT.
