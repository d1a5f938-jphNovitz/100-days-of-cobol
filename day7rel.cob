000310*                   INDEX PATH EMPTY.
000320*  09/02/2026  JPH  RECORD IMAGES WIDENED TO 67 BYTES FOR THE
000330*                   COUT-MOYEN FIELD ADDED TO FICHE-PRODUIT.
000340*  10/15/2026  JPH  EMPMAST RECORD IMAGES WIDENED TO 51 BYTES FOR
000350*                   THE STATUT/DATE-DEPART/MOTIF-DEPART FIELDS
000360*                   ADDED TO EMPLOYE-FICHE.
000370*  10/15/2026  JPH  RECORD IMAGES WIDENED TO 71 BYTES FOR THE
000380*                   STATUT-PRODUIT AND CODE-SUCCESSEUR FIELDS
000390*                   ADDED TO FICHE-PRODUIT.
000400*****************************************************************
000410 IDENTIFICATION DIVISION.
000420 PROGRAM-ID. day7rel.
000430 AUTHOR. jphNovitz.
000440 DATE-WRITTEN. 2026/08/22.
000450 DATE-COMPILED.

000460 ENVIRONMENT DIVISION.
000470 INPUT-OUTPUT SECTION.
000480 FILE-CONTROL.
000490     SELECT PRODMAST ASSIGN TO "PRODMAST"
000500         ORGANIZATION IS INDEXED
000510         ACCESS MODE IS SEQUENTIAL
000520         RECORD KEY IS Code-produit
000530         ALTERNATE RECORD KEY IS Libelle
000540             WITH DUPLICATES
000550         FILE STATUS IS WS-PRODMAST-STATUS.

000560     SELECT EMPMAST ASSIGN TO "EMPMAST"
000570         ORGANIZATION IS INDEXED
000580         ACCESS MODE IS SEQUENTIAL
000590         RECORD KEY IS Employe-ID
000600         FILE STATUS IS WS-EMPMAST-STATUS.

000610     SELECT PRODBKP ASSIGN TO "PRODBKP"
000620         ORGANIZATION IS SEQUENTIAL
000630         FILE STATUS IS WS-PRODBKP-STATUS.

000640     SELECT EMPBKP ASSIGN TO "EMPBKP"
000650         ORGANIZATION IS SEQUENTIAL
000660         FILE STATUS IS WS-EMPBKP-STATUS.

000670 DATA DIVISION.
000680 FILE SECTION.
000690 FD  PRODMAST
000700     RECORDING MODE IS F.
000710     COPY PRODREC.

000720 FD  EMPMAST
000730     RECORDING MODE IS F.
000740     COPY EMPREC.

000750 FD  PRODBKP
000760     RECORDING MODE IS F.
000770 01  PRODBKP-REC.
000780     05  PBK-Type             PIC X(01).
000790     05  PBK-Data             PIC X(71).

000800 FD  EMPBKP
000810     RECORDING MODE IS F.
000820 01  EMPBKP-REC.
000830     05  EBK-Type             PIC X(01).
000840     05  EBK-Data             PIC X(51).

000850 WORKING-STORAGE SECTION.
000860 01  WS-PRODMAST-STATUS       PIC X(02).
000870     88  WS-PRODMAST-OK             VALUE "00".

000880 01  WS-EMPMAST-STATUS        PIC X(02).
000890     88  WS-EMPMAST-OK              VALUE "00".

000900 01  WS-PRODBKP-STATUS        PIC X(02).
000910     88  WS-PRODBKP-OK              VALUE "00".

000920 01  WS-EMPBKP-STATUS         PIC X(02).
000930     88  WS-EMPBKP-OK               VALUE "00".

000940 01  WS-SWITCHES.
000950     05  WS-EOF-SW            PIC X(01)  VALUE "N".
000960         88  WS-EOF-REACHED          VALUE "Y".
000970     05  WS-TRAILER-SEEN-SW   PIC X(01)  VALUE "N".
000980         88  WS-TRAILER-SEEN         VALUE "Y".

000990 01  WS-COUNTERS.
001000     05  WS-LOADED-COUNT      PIC 9(09) COMP  VALUE ZERO.

001010 01  WS-TARGET-FLAG           PIC X(04)  VALUE "PROD".
001020     88  WS-TARGET-IS-PROD        VALUE "PROD".
001030     88  WS-TARGET-IS-EMP         VALUE "EMP ".

001040 01  WS-PARM-VALUE            PIC X(04).
001050 01  WS-BACKUP-DATE           PIC 9(08)  VALUE ZERO.
001060 01  WS-TRAILER-COUNT         PIC 9(09)  VALUE ZERO.

001070 PROCEDURE DIVISION.

001080 0000-MAINLINE.
001090     ACCEPT WS-PARM-VALUE FROM COMMAND-LINE.
001100     IF WS-PARM-VALUE(1:3) = "EMP"
001110         MOVE "EMP " TO WS-TARGET-FLAG
001120     END-IF.
001130     IF WS-TARGET-IS-PROD
001140         PERFORM 2000-RELOAD-PRODMAST THRU 2000-EXIT
001150     ELSE
001160         PERFORM 3000-RELOAD-EMPMAST THRU 3000-EXIT
001170     END-IF.
001180     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001190     GOBACK.

001200 2000-RELOAD-PRODMAST.
001210     OPEN INPUT PRODBKP.
001220     IF NOT WS-PRODBKP-OK
001230         DISPLAY "DAY7REL - UNABLE TO OPEN PRODBKP, STATUS "
001240             WS-PRODBKP-STATUS " - NOTHING RELOADED"
001250         GO TO 2000-EXIT
001260     END-IF.
001270     OPEN OUTPUT PRODMAST.
001280     IF NOT WS-PRODMAST-OK
001290         DISPLAY "DAY7REL - UNABLE TO OPEN PRODMAST, STATUS "
001300             WS-PRODMAST-STATUS " - NOTHING RELOADED"
001310         CLOSE PRODBKP
001320         GO TO 2000-EXIT
001330     END-IF.

001340     PERFORM 2010-LOAD-ONE-PRODUIT THRU 2010-EXIT
001350         UNTIL WS-EOF-REACHED.

001360     CLOSE PRODBKP.
001370     CLOSE PRODMAST.
001380     PERFORM 8000-CHECK-BALANCE THRU 8000-EXIT.
001390 2000-EXIT.
001400     EXIT.

001410 2010-LOAD-ONE-PRODUIT.
001420     READ PRODBKP
001430         AT END
001440             MOVE "Y" TO WS-EOF-SW
001450             GO TO 2010-EXIT
001460     END-READ.
001470     EVALUATE PBK-Type
001480         WHEN "H"
001490             MOVE PBK-Data(1:8) TO WS-BACKUP-DATE
001500             DISPLAY "DAY7REL - RESTORING PRODMAST BACKUP OF "
001510                 WS-BACKUP-DATE
001520         WHEN "D"
001530             MOVE PBK-Data TO Fiche-produit
001540             WRITE Fiche-produit
001550                 INVALID KEY
001560                     DISPLAY "DAY7REL - COULD NOT LOAD PRODUIT "
001570                         Code-produit " STATUS "
001580                         WS-PRODMAST-STATUS
001590                 NOT INVALID KEY
001600                     ADD 1 TO WS-LOADED-COUNT
001610             END-WRITE
001620         WHEN "T"
001630             MOVE PBK-Data(1:9) TO WS-TRAILER-COUNT
001640             MOVE "Y" TO WS-TRAILER-SEEN-SW
001650         WHEN OTHER
001660             DISPLAY "DAY7REL - UNKNOWN BACKUP RECORD TYPE """
001670                 PBK-Type """ IGNORED"
001680     END-EVALUATE.
001690 2010-EXIT.
001700     EXIT.

001710 3000-RELOAD-EMPMAST.
001720     OPEN INPUT EMPBKP.
001730     IF NOT WS-EMPBKP-OK
001740         DISPLAY "DAY7REL - UNABLE TO OPEN EMPBKP, STATUS "
001750             WS-EMPBKP-STATUS " - NOTHING RELOADED"
001760         GO TO 3000-EXIT
001770     END-IF.
001780     OPEN OUTPUT EMPMAST.
001790     IF NOT WS-EMPMAST-OK
001800         DISPLAY "DAY7REL - UNABLE TO OPEN EMPMAST, STATUS "
001810             WS-EMPMAST-STATUS " - NOTHING RELOADED"
001820         CLOSE EMPBKP
001830         GO TO 3000-EXIT
001840     END-IF.

001850     PERFORM 3010-LOAD-ONE-EMPLOYE THRU 3010-EXIT
001860         UNTIL WS-EOF-REACHED.

001870     CLOSE EMPBKP.
001880     CLOSE EMPMAST.
001890     PERFORM 8000-CHECK-BALANCE THRU 8000-EXIT.
001900 3000-EXIT.
001910     EXIT.

001920 3010-LOAD-ONE-EMPLOYE.
001930     READ EMPBKP
001940         AT END
001950             MOVE "Y" TO WS-EOF-SW
001960             GO TO 3010-EXIT
001970     END-READ.
001980     EVALUATE EBK-Type
001990         WHEN "H"
002000             MOVE EBK-Data(1:8) TO WS-BACKUP-DATE
002010             DISPLAY "DAY7REL - RESTORING EMPMAST BACKUP OF "
002020                 WS-BACKUP-DATE
002030         WHEN "D"
002040             MOVE EBK-Data TO Employe-Fiche
002050             WRITE Employe-Fiche
002060                 INVALID KEY
002070                     DISPLAY "DAY7REL - COULD NOT LOAD EMPLOYE "
002080                         Employe-ID " STATUS "
002090                         WS-EMPMAST-STATUS
002100                 NOT INVALID KEY
002110                     ADD 1 TO WS-LOADED-COUNT
002120             END-WRITE
002130         WHEN "T"
002140             MOVE EBK-Data(1:9) TO WS-TRAILER-COUNT
002150             MOVE "Y" TO WS-TRAILER-SEEN-SW
002160         WHEN OTHER
002170             DISPLAY "DAY7REL - UNKNOWN BACKUP RECORD TYPE """
002180                 EBK-Type """ IGNORED"
002190     END-EVALUATE.
002200 3010-EXIT.
002210     EXIT.

002220 8000-CHECK-BALANCE.
002230     IF NOT WS-TRAILER-SEEN
002240         DISPLAY "DAY7REL - WARNING, NO TRAILER RECORD - THE "
002250             "BACKUP MAY BE TRUNCATED"
002260         GO TO 8000-EXIT
002270     END-IF.
002280     IF WS-TRAILER-COUNT NOT = WS-LOADED-COUNT
002290         DISPLAY "DAY7REL - OUT OF BALANCE, TRAILER SAYS "
002300             WS-TRAILER-COUNT " BUT " WS-LOADED-COUNT
002310             " RECORDS WERE LOADED"
002320     ELSE
002330         DISPLAY "DAY7REL - BALANCED, " WS-LOADED-COUNT
002340             " RECORDS LOADED"
002350     END-IF.
002360 8000-EXIT.
002370     EXIT.

002380 9000-TERMINATE.
002390     DISPLAY "DAY7REL - RECORDS LOADED    : " WS-LOADED-COUNT.
002400 9000-EXIT.
002410     EXIT.
