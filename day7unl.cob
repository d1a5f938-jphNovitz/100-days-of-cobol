000380*                   JOURNAL ENTRIES NEWER THAN THE LATEST BACKUP
000390*                   AND DAY7RPL'S POINT-IN-TIME RECOVERY STAYS
000400*                   WHOLE.
000410*  10/15/2026  JPH  EMPMAST RECORD IMAGES WIDENED TO 51 BYTES FOR
000420*                   THE STATUT/DATE-DEPART/MOTIF-DEPART FIELDS
000430*                   ADDED TO EMPLOYE-FICHE.
000440*  10/15/2026  JPH  RECORD IMAGES WIDENED TO 71 BYTES FOR THE
000450*                   STATUT-PRODUIT AND CODE-SUCCESSEUR FIELDS
000460*                   ADDED TO FICHE-PRODUIT.
000470*****************************************************************
000480 IDENTIFICATION DIVISION.
000490 PROGRAM-ID. day7unl.
000500 AUTHOR. jphNovitz.
000510 DATE-WRITTEN. 2026/08/22.
000520 DATE-COMPILED.

000530 ENVIRONMENT DIVISION.
000540 INPUT-OUTPUT SECTION.
000550 FILE-CONTROL.
000560     SELECT PRODMAST ASSIGN TO "PRODMAST"
000570         ORGANIZATION IS INDEXED
000580         ACCESS MODE IS SEQUENTIAL
000590         RECORD KEY IS Code-produit
000600         FILE STATUS IS WS-PRODMAST-STATUS.

000610     SELECT EMPMAST ASSIGN TO "EMPMAST"
000620         ORGANIZATION IS INDEXED
000630         ACCESS MODE IS SEQUENTIAL
000640         RECORD KEY IS Employe-ID
000650         FILE STATUS IS WS-EMPMAST-STATUS.

000660     SELECT PRODBKP ASSIGN TO "PRODBKP"
000670         ORGANIZATION IS SEQUENTIAL
000680         FILE STATUS IS WS-PRODBKP-STATUS.

000690     SELECT EMPBKP ASSIGN TO "EMPBKP"
000700         ORGANIZATION IS SEQUENTIAL
000710         FILE STATUS IS WS-EMPBKP-STATUS.

000720     SELECT BKPDATE ASSIGN TO "BKPDATE"
000730         ORGANIZATION IS LINE SEQUENTIAL
000740         FILE STATUS IS WS-BKPDATE-STATUS.

000750 DATA DIVISION.
000760 FILE SECTION.
000770 FD  PRODMAST
000780     RECORDING MODE IS F.
000790     COPY PRODREC.

000800 FD  EMPMAST
000810     RECORDING MODE IS F.
000820     COPY EMPREC.

000830 FD  PRODBKP
000840     RECORDING MODE IS F.
000850 01  PRODBKP-REC.
000860     05  PBK-Type             PIC X(01).
000870     05  PBK-Data             PIC X(71).

000880 FD  EMPBKP
000890     RECORDING MODE IS F.
000900 01  EMPBKP-REC.
000910     05  EBK-Type             PIC X(01).
000920     05  EBK-Data             PIC X(51).

000930 FD  BKPDATE
000940     RECORDING MODE IS F.
000950 01  BKPDATE-REC.
000960     05  BKD-Backup-Date      PIC 9(08).

000970 WORKING-STORAGE SECTION.
000980 01  WS-PRODMAST-STATUS       PIC X(02).
000990     88  WS-PRODMAST-OK             VALUE "00".

001000 01  WS-EMPMAST-STATUS        PIC X(02).
001010     88  WS-EMPMAST-OK              VALUE "00".

001020 01  WS-PRODBKP-STATUS        PIC X(02).
001030     88  WS-PRODBKP-OK              VALUE "00".

001040 01  WS-EMPBKP-STATUS         PIC X(02).
001050     88  WS-EMPBKP-OK               VALUE "00".

001060 01  WS-SWITCHES.
001070     05  WS-EOF-SW            PIC X(01)  VALUE "N".
001080         88  WS-EOF-REACHED          VALUE "Y".

001090 01  WS-COUNTERS.
001100     05  WS-PROD-COUNT        PIC 9(09) COMP  VALUE ZERO.
001110     05  WS-EMP-COUNT         PIC 9(09) COMP  VALUE ZERO.

001120 01  WS-BKPDATE-STATUS        PIC X(02).
001130     88  WS-BKPDATE-OK              VALUE "00".

001140 01  WS-RUN-DATE              PIC 9(08).
001150 01  WS-COUNT-DISPLAY         PIC 9(09).

001160 PROCEDURE DIVISION.

001170 0000-MAINLINE.
001180     CALL "dayproc" USING WS-RUN-DATE.
001190     PERFORM 2000-UNLOAD-PRODMAST THRU 2000-EXIT.
001200     PERFORM 3000-UNLOAD-EMPMAST THRU 3000-EXIT.
001210     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001220     GOBACK.

001230 2000-UNLOAD-PRODMAST.
001240     OPEN INPUT PRODMAST.
001250     IF NOT WS-PRODMAST-OK
001260         DISPLAY "DAY7UNL - UNABLE TO OPEN PRODMAST, STATUS "
001270             WS-PRODMAST-STATUS " - PRODMAST NOT BACKED UP"
001280         GO TO 2000-EXIT
001290     END-IF.
001300     OPEN OUTPUT PRODBKP.
001310     IF NOT WS-PRODBKP-OK
001320         DISPLAY "DAY7UNL - UNABLE TO OPEN PRODBKP, STATUS "
001330             WS-PRODBKP-STATUS " - PRODMAST NOT BACKED UP"
001340         CLOSE PRODMAST
001350         GO TO 2000-EXIT
001360     END-IF.

001370     MOVE SPACES      TO PRODBKP-REC.
001380     MOVE "H"         TO PBK-Type.
001390     MOVE WS-RUN-DATE TO PBK-Data(1:8).
001400     WRITE PRODBKP-REC.

001410     MOVE "N" TO WS-EOF-SW.
001420     PERFORM 2010-UNLOAD-ONE-PRODUIT THRU 2010-EXIT
001430         UNTIL WS-EOF-REACHED.

001440     MOVE SPACES        TO PRODBKP-REC.
001450     MOVE "T"           TO PBK-Type.
001460     MOVE WS-PROD-COUNT TO WS-COUNT-DISPLAY.
001470     MOVE WS-COUNT-DISPLAY TO PBK-Data(1:9).
001480     WRITE PRODBKP-REC.

001490     CLOSE PRODMAST.
001500     CLOSE PRODBKP.
001510 2000-EXIT.
001520     EXIT.

001530 2010-UNLOAD-ONE-PRODUIT.
001540     READ PRODMAST NEXT RECORD
001550         AT END
001560             MOVE "Y" TO WS-EOF-SW
001570             GO TO 2010-EXIT
001580     END-READ.
001590     MOVE SPACES        TO PRODBKP-REC.
001600     MOVE "D"           TO PBK-Type.
001610     MOVE Fiche-produit TO PBK-Data.
001620     WRITE PRODBKP-REC.
001630     ADD 1 TO WS-PROD-COUNT.
001640 2010-EXIT.
001650     EXIT.

001660 3000-UNLOAD-EMPMAST.
001670     OPEN INPUT EMPMAST.
001680     IF NOT WS-EMPMAST-OK
001690         DISPLAY "DAY7UNL - UNABLE TO OPEN EMPMAST, STATUS "
001700             WS-EMPMAST-STATUS " - EMPMAST NOT BACKED UP"
001710         GO TO 3000-EXIT
001720     END-IF.
001730     OPEN OUTPUT EMPBKP.
001740     IF NOT WS-EMPBKP-OK
001750         DISPLAY "DAY7UNL - UNABLE TO OPEN EMPBKP, STATUS "
001760             WS-EMPBKP-STATUS " - EMPMAST NOT BACKED UP"
001770         CLOSE EMPMAST
001780         GO TO 3000-EXIT
001790     END-IF.

001800     MOVE SPACES      TO EMPBKP-REC.
001810     MOVE "H"         TO EBK-Type.
001820     MOVE WS-RUN-DATE TO EBK-Data(1:8).
001830     WRITE EMPBKP-REC.

001840     MOVE "N" TO WS-EOF-SW.
001850     PERFORM 3010-UNLOAD-ONE-EMPLOYE THRU 3010-EXIT
001860         UNTIL WS-EOF-REACHED.

001870     MOVE SPACES       TO EMPBKP-REC.
001880     MOVE "T"          TO EBK-Type.
001890     MOVE WS-EMP-COUNT TO WS-COUNT-DISPLAY.
001900     MOVE WS-COUNT-DISPLAY TO EBK-Data(1:9).
001910     WRITE EMPBKP-REC.

001920     CLOSE EMPMAST.
001930     CLOSE EMPBKP.
001940 3000-EXIT.
001950     EXIT.

001960 3010-UNLOAD-ONE-EMPLOYE.
001970     READ EMPMAST NEXT RECORD
001980         AT END
001990             MOVE "Y" TO WS-EOF-SW
002000             GO TO 3010-EXIT
002010     END-READ.
002020     MOVE SPACES        TO EMPBKP-REC.
002030     MOVE "D"           TO EBK-Type.
002040     MOVE Employe-Fiche TO EBK-Data.
002050     WRITE EMPBKP-REC.
002060     ADD 1 TO WS-EMP-COUNT.
002070 3010-EXIT.
002080     EXIT.

002090 9000-TERMINATE.
002100     IF WS-PROD-COUNT > ZERO
002110         PERFORM 9100-NOTE-BACKUP-DATE THRU 9100-EXIT
002120     END-IF.
002130     DISPLAY "DAY7UNL - PRODUITS UNLOADED : " WS-PROD-COUNT.
002140     DISPLAY "DAY7UNL - EMPLOYES UNLOADED : " WS-EMP-COUNT.
002150 9000-EXIT.
002160     EXIT.

002170 9100-NOTE-BACKUP-DATE.
002180     OPEN OUTPUT BKPDATE.
002190     IF NOT WS-BKPDATE-OK
002200         DISPLAY "DAY7UNL - UNABLE TO WRITE BKPDATE, STATUS "
002210             WS-BKPDATE-STATUS
002220         GO TO 9100-EXIT
002230     END-IF.
002240     MOVE WS-RUN-DATE TO BKD-Backup-Date.
002250     WRITE BKPDATE-REC.
002260     CLOSE BKPDATE.
002270 9100-EXIT.
002280     EXIT.
