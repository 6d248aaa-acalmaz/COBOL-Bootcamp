000100 IDENTIFICATION DIVISION.
000200*----------------------------------------------------------------*
000300 PROGRAM-ID.    ODEV30.
000400 AUTHOR.        MELIH CALMAZ.
000500 INSTALLATION.  Z95625 BATCH SYSTEMS.
000600 DATE-WRITTEN.  10/15/2026.
000700 DATE-COMPILED.
000800*----------------------------------------------------------------*
000900*  MODIFICATION HISTORY                                           *
001000*----------------------------------------------------------------*
001100*  DATE       INIT  DESCRIPTION                                   *
001200*  10/15/26   MC    INITIAL VERSION.  MONTH-END CREDIT BUREAU     *
001300*                    REPORTING FILE.  NOTHING WAS REPORTED TO THE *
001400*                    BUREAUS, SO A CUSTOMER WHO PAID WELL GOT NO  *
001500*                    CREDIT FOR IT AND ONE WHO DEFAULTED FACED NO *
001600*                    CONSEQUENCE ELSEWHERE.                       *
001700*----------------------------------------------------------------*
001800*  THIS PROGRAM RUNS AT MONTH-END, THE SAME NIGHT AND AFTER THE   *
001900*  ODEV10 SNAPSHOT AND THE ODEV17 AGING RUN.  IT FIRST PROVES THE *
002000*  ACCT-REC MASTER AGAINST THAT NIGHT'S SNAPSHOT GENERATION       *
002100*  (SNAPFLD, NAMED FROM THE RUN DATE AS ODEV10 NAMES IT): EVERY   *
002200*  ACCOUNT ON BOTH, WITH THE SAME LIMIT, BALANCE AND STATUS.  A   *
002300*  BREAK REFUSES THE RUN RC 16 WITH NO BUREAU FILE WRITTEN, SO    *
002400*  THE FILE ALWAYS RECONCILES TO THE MONTH-END BOOKS.             *
002500*  IT THEN WRITES THE BUREAU FILE (BURFLD, BURFILE): A HEADER,    *
002600*  ONE DETAIL PER ACCOUNT ON THE MASTER AND PER ACCOUNT PURGED TO *
002700*  PURGACCT DURING THE MONTH, AND A TRAILER OF COUNTS AND BALANCE *
002800*  TOTALS AGAINST THE SNAPSHOT'S.  EACH DETAIL CARRIES THE NAME,  *
002900*  MAILING BLOCK, LIMIT AND BALANCE, THE MINIMUM DUE FROM THE     *
003000*  MONTH'S CYCLE-DUE FILE (DUEFLD), THE PAST-DUE AMOUNT AND DAYS  *
003100*  FROM THE ODEV17 DELINQUENCY POSITION (DELQFLD), THE MONTH'S    *
003200*  PAYMENTS FROM THE JOURNAL HISTORY (JHSTFLD), AND FOR A         *
003300*  CHARGED-OFF ACCOUNT WHAT IS STILL OWED ON THE CHARGED-OFF      *
003400*  LEDGER (CHGOFLD).  THE STATUS RULES ARE DESCRIBED AT 3600.     *
003500*  AN ACCOUNT THE BUREAU WOULD REJECT -- NAME OR ADDRESS MISSING, *
003600*  A BLANK OR NON-NUMERIC ZIP, OR A STATE THAT IS NOT ITS         *
003700*  STANDARD CODE ON THE STATE REFERENCE TABLE (STATETAB) -- IS    *
003800*  LEFT OFF THE FILE AND LISTED ON THE EXCEPTION REPORT (BURRPT)  *
003900*  FOR CORRECTION BEFORE THE FILE GOES OUT, AND ENDS THE RUN      *
004000*  RC 4.                                                          *
004100*----------------------------------------------------------------*
004200 ENVIRONMENT DIVISION.
004300 INPUT-OUTPUT SECTION.
004400 FILE-CONTROL.
004500     SELECT ACCT-REC     ASSIGN TO ACCTREC
004600         ORGANIZATION IS INDEXED
004700         ACCESS MODE  IS SEQUENTIAL
004800         RECORD KEY   IS ACCT-NO.
004900     SELECT SNAP-FILE    ASSIGN TO WS-SNAP-FILE-NAME.
005000     SELECT DUE-FILE     ASSIGN TO CYCLDUE.
005100     SELECT DUE-SORTED   ASSIGN TO DUESRT.
005200     SELECT DUE-SORT-WORK ASSIGN TO DUEWK.
005300     SELECT DELQ-FILE    ASSIGN TO DELQOUT.
005400     SELECT DELQ-SORTED  ASSIGN TO DELQSRT.
005500     SELECT DELQ-SORT-WORK ASSIGN TO DELQWK.
005600     SELECT JHST-FILE    ASSIGN TO JHSTFILE
005700         ORGANIZATION IS INDEXED
005800         ACCESS MODE  IS DYNAMIC
005900         RECORD KEY   IS JHST-KEY.
006000     SELECT CHGO-FILE    ASSIGN TO CHGOFF
006100         ORGANIZATION IS INDEXED
006200         ACCESS MODE  IS RANDOM
006300         RECORD KEY   IS CHGO-ACCT-NO.
006400     SELECT PURGE-FILE   ASSIGN TO PURGACCT.
006500     SELECT STATE-TAB    ASSIGN TO STATETAB.
006600     SELECT BUR-FILE     ASSIGN TO BURFILE.
006700     SELECT BUR-LINE     ASSIGN TO BURRPT.
006800     SELECT RUN-LOG      ASSIGN TO RUNLOG.
006900     SELECT BUS-DATE     ASSIGN TO BUSDATE.
007000 DATA DIVISION.
007100 FILE SECTION.
007200 FD  ACCT-REC RECORDING MODE F.
007300     COPY ACCTFLD.
007400 FD  SNAP-FILE RECORDING MODE F.
007500     COPY SNAPFLD.
007600 FD  DUE-FILE RECORDING MODE F.
007700     COPY DUEFLD.
007800 FD  DUE-SORTED RECORDING MODE F.
007900     COPY DUEFLD REPLACING DUE-FIELDS BY DUE-SORTED-REC.
008000 SD  DUE-SORT-WORK.
008100     COPY DUEFLD REPLACING DUE-FIELDS BY DUE-SORT-REC.
008200 FD  DELQ-FILE RECORDING MODE F.
008300     COPY DELQFLD.
008400 FD  DELQ-SORTED RECORDING MODE F.
008500     COPY DELQFLD REPLACING DELQ-FIELDS BY DELQ-SORTED-REC.
008600 SD  DELQ-SORT-WORK.
008700     COPY DELQFLD REPLACING DELQ-FIELDS BY DELQ-SORT-REC.
008800 FD  JHST-FILE RECORDING MODE F.
008900     COPY JHSTFLD.
009000 FD  CHGO-FILE RECORDING MODE F.
009100     COPY CHGOFLD.
009200 FD  PURGE-FILE RECORDING MODE F.
009300     COPY PURGFLD.
009400 FD  STATE-TAB RECORDING MODE F.
009500     COPY STATEFLD.
009600 FD  BUR-FILE RECORDING MODE F.
009700     COPY BURFLD.
009800 FD  BUR-LINE RECORDING MODE F.
009900 01  BUR-RPT-REC            PIC X(132).
010000 FD  RUN-LOG RECORDING MODE F.
010100     COPY RUNLOG.
010200 FD  BUS-DATE RECORDING MODE F.
010300     COPY BDATFLD.
010400 WORKING-STORAGE SECTION.
010500 01  BUR-HEAD-REC.
010600     05  FILLER             PIC X(37)
010700         VALUE 'CREDIT BUREAU REPORTING -- MONTH-END '.
010800     05  BH-RUN-DATE-O      PIC 9(6).
010900     05  FILLER             PIC X(89) VALUE SPACES.
011000 01  BUR-SECTION-REC.
011100     05  BS-TITLE-O         PIC X(60).
011200     05  FILLER             PIC X(72) VALUE SPACES.
011300 01  BUR-BREAK-REC.
011400     05  BK-ACCT-NO-O       PIC X(8).
011500     05  FILLER             PIC X(2)  VALUE SPACES.
011600     05  BK-NOTE-O          PIC X(40).
011700     05  FILLER             PIC X(82) VALUE SPACES.
011800 01  BUR-EXC-COL-REC.
011900     05  FILLER             PIC X(8)  VALUE 'ACCOUNT '.
012000     05  FILLER             PIC X(2)  VALUE SPACES.
012100     05  FILLER             PIC X(6)  VALUE 'FROM'.
012200     05  FILLER             PIC X(2)  VALUE SPACES.
012300     05  FILLER             PIC X(20) VALUE 'LAST NAME'.
012400     05  FILLER             PIC X(2)  VALUE SPACES.
012500     05  FILLER             PIC X(15) VALUE 'STATE'.
012600     05  FILLER             PIC X(2)  VALUE SPACES.
012700     05  FILLER             PIC X(5)  VALUE 'ZIP'.
012800     05  FILLER             PIC X(2)  VALUE SPACES.
012900     05  FILLER             PIC X(14) VALUE '       BALANCE'.
013000     05  FILLER             PIC X(2)  VALUE SPACES.
013100     05  FILLER             PIC X(40) VALUE 'REASON'.
013200     05  FILLER             PIC X(12) VALUE SPACES.
013300 01  BUR-EXC-REC.
013400     05  BE-ACCT-NO-O       PIC X(8).
013500     05  FILLER             PIC X(2)  VALUE SPACES.
013600     05  BE-FROM-O          PIC X(6).
013700     05  FILLER             PIC X(2)  VALUE SPACES.
013800     05  BE-LAST-NAME-O     PIC X(20).
013900     05  FILLER             PIC X(2)  VALUE SPACES.
014000     05  BE-USA-STATE-O     PIC X(15).
014100     05  FILLER             PIC X(2)  VALUE SPACES.
014200     05  BE-CLIENT-ZIP-O    PIC X(5).
014300     05  FILLER             PIC X(2)  VALUE SPACES.
014400     05  BE-BALANCE-O       PIC $$,$$$,$$9.99-.
014500     05  FILLER             PIC X(2)  VALUE SPACES.
014600     05  BE-REASON-O        PIC X(40).
014700     05  FILLER             PIC X(12) VALUE SPACES.
014800 01  BUR-TOTAL-REC.
014900     05  RT-LABEL           PIC X(26).
015000     05  RT-COUNT-O         PIC Z,ZZZ,ZZ9.
015100     05  FILLER             PIC X(2)  VALUE SPACES.
015200     05  RT-AMOUNT-O        PIC $$,$$$,$$$,$$9.99-.
015300     05  FILLER             PIC X(77) VALUE SPACES.
015400 01  BUR-STATUS-REC.
015500     05  FILLER             PIC X(9)  VALUE 'STATUS - '.
015600     05  RS-CODE-O          PIC X(2).
015700     05  FILLER             PIC X(1)  VALUE SPACE.
015800     05  RS-LABEL-O         PIC X(14).
015900     05  RS-COUNT-O         PIC Z,ZZZ,ZZ9.
016000     05  FILLER             PIC X(97) VALUE SPACES.
016100 01  WS-SWITCHES.
016200     05  WS-RUN-OK-SW       PIC X(01) VALUE 'Y'.
016300         88  WS-RUN-OK                VALUE 'Y'.
016400     05  WS-FILE-SW         PIC X(01) VALUE 'N'.
016500         88  WS-FILE-WRITTEN          VALUE 'Y'.
016600     05  WS-PURGE-EOF-SW    PIC X(01) VALUE 'N'.
016700         88  WS-PURGE-EOF             VALUE 'Y'.
016800     05  WS-JRNL-EOF-SW     PIC X(01) VALUE 'N'.
016900     05  WS-DELQ-TAKEN-SW   PIC X(01) VALUE 'N'.
017000         88  WS-DELQ-TAKEN            VALUE 'Y'.
017100     05  WS-EXC-HEAD-SW     PIC X(01) VALUE 'N'.
017200         88  WS-EXC-HEAD-DONE         VALUE 'Y'.
017300     05  WS-BREAK-HEAD-SW   PIC X(01) VALUE 'N'.
017400         88  WS-BREAK-HEAD-DONE       VALUE 'Y'.
017500*  KEYS OF THE FILES MATCHED IN ACCOUNT ORDER; HIGH-VALUES AT END.
017600 01  MERGE-KEYS.
017700     05  WS-MASTER-KEY      PIC X(8).
017800     05  WS-SNAP-KEY        PIC X(8).
017900     05  WS-DUE-KEY         PIC X(8).
018000     05  WS-DELQ-KEY        PIC X(8).
018100 01  WS-COUNTERS.
018200     05  WS-MASTER-READ     PIC 9(07) COMP VALUE 0.
018300     05  WS-SNAP-COUNT      PIC 9(07) COMP VALUE 0.
018400     05  WS-BREAK-COUNT     PIC 9(07) COMP VALUE 0.
018500     05  WS-DETAIL-COUNT    PIC 9(07) COMP VALUE 0.
018600     05  WS-LIVE-COUNT      PIC 9(07) COMP VALUE 0.
018700     05  WS-PURGED-COUNT    PIC 9(07) COMP VALUE 0.
018800     05  WS-EXCL-COUNT      PIC 9(07) COMP VALUE 0.
018900     05  WS-PURGED-EXCL     PIC 9(07) COMP VALUE 0.
019000     05  WS-STALE-DELQ      PIC 9(07) COMP VALUE 0.
019100     05  WS-CHGO-MISSING    PIC 9(07) COMP VALUE 0.
019200 01  WS-MONEY-FIELDS.
019300     05  WS-MASTER-BALANCE  PIC S9(11)V99 COMP-3 VALUE 0.
019400     05  WS-SNAP-BALANCE    PIC S9(11)V99 COMP-3 VALUE 0.
019500     05  WS-LIVE-BALANCE    PIC S9(11)V99 COMP-3 VALUE 0.
019600     05  WS-PURGED-BALANCE  PIC S9(11)V99 COMP-3 VALUE 0.
019700     05  WS-EXCL-BALANCE    PIC S9(11)V99 COMP-3 VALUE 0.
019800     05  WS-PURGED-EXCL-BAL PIC S9(11)V99 COMP-3 VALUE 0.
019900     05  WS-PAYMENTS        PIC S9(9)V99 COMP-3 VALUE 0.
020000*  THE BUREAU STATUS CODES (SEE BURFLD), WITH THE DETAILS WRITTEN
020100*  UNDER EACH FOR THE REPORT.
020200 01  WS-STATUS-VALUES.
020300     05  FILLER             PIC X(16) VALUE '11CURRENT.......'.
020400     05  FILLER             PIC X(16) VALUE '7130 DAYS.......'.
020500     05  FILLER             PIC X(16) VALUE '7860 DAYS.......'.
020600     05  FILLER             PIC X(16) VALUE '8090 DAYS.......'.
020700     05  FILLER             PIC X(16) VALUE '82OVER 90 DAYS..'.
020800     05  FILLER             PIC X(16) VALUE '13CLOSED, PAID..'.
020900     05  FILLER             PIC X(16) VALUE '97CHARGED OFF...'.
021000     05  FILLER             PIC X(16) VALUE 'DAPURGED........'.
021100 01  WS-STATUS-TABLE REDEFINES WS-STATUS-VALUES.
021200     05  WS-STAT-ENTRY      OCCURS 8 TIMES.
021300         10  WS-STAT-CODE   PIC X(2).
021400         10  WS-STAT-LABEL  PIC X(14).
021500 01  WS-STATUS-COUNTS.
021600     05  WS-STAT-COUNT      OCCURS 8 TIMES PIC 9(07) COMP.
021700 77  WS-STAT-MAX            PIC 9(2) COMP VALUE 8.
021800 77  WS-STAT-IX             PIC 9(2) COMP.
021900*  STATE REFERENCE TABLE, LOADED FROM STATETAB AT INITIALIZE, AS
022000*  IN ODEV3.  A STATE IS NORMALIZED WHEN IT IS ITSELF THE STANDARD
022100*  CODE ITS SPELLING MAPS TO.
022200 01  WS-STATE-TABLE.
022300     05  WS-STAB-COUNT      PIC 9(3) COMP VALUE 0.
022400     05  WS-STAB-EOF-SW     PIC X(01) VALUE 'N'.
022500     05  WS-STAB-ENTRY OCCURS 200 TIMES.
022600         10  WS-STAB-CODE      PIC X(2).
022700         10  WS-STAB-SPELLING  PIC X(15).
022800 01  WS-STATE-LOOKUP.
022900     05  WS-STATE-ARG       PIC X(15).
023000     05  WS-STATE-CODE      PIC X(15).
023100     05  WS-STATE-FOUND-SW  PIC X(01).
023200         88  WS-STATE-FOUND           VALUE 'Y'.
023300     05  WS-STAB-IX         PIC 9(3) COMP.
023400*  THE RUN DATE AND THE FIRST OF ITS MONTH, THE START OF THE
023500*  PAYMENT WINDOW.  WS-DATE-CHECK TAKES ANOTHER FILE'S DATE TO
023600*  COMPARE ITS MONTH WITH THE RUN MONTH.
023700 01  WS-RUN-DATE            PIC 9(6).
023800 01  WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
023900     05  WS-RUN-YYMM        PIC 9(4).
024000     05  WS-RUN-DD          PIC 9(2).
024100 01  WS-MONTH-START         PIC 9(6).
024200 01  WS-MONTH-START-R REDEFINES WS-MONTH-START.
024300     05  WS-START-YYMM      PIC 9(4).
024400     05  WS-START-DD        PIC 9(2).
024500 01  WS-DATE-CHECK          PIC 9(6).
024600 01  WS-DATE-CHECK-R REDEFINES WS-DATE-CHECK.
024700     05  WS-CHECK-YYMM      PIC 9(4).
024800     05  WS-CHECK-DD        PIC 9(2).
024900*  THE SNAPSHOT GENERATION ODEV10 WROTE TONIGHT, NAMED AS ODEV10
025000*  NAMES IT.
025100 77  WS-SNAP-FILE-NAME      PIC X(30).
025200 77  WS-BREAK-NOTE          PIC X(40).
025300 77  WS-EXC-REASON          PIC X(40).
025400 77  WS-EXC-FROM            PIC X(6).
025500*  THE ADJUSTMENT TEXT ODEV5 WRITES IN THE JOURNAL MERCHANT FIELD
025600*  FOR A RETURNED PAYMENT, ITS FEE, OR A DISPUTE CREDIT.
025700     COPY ADJMFLD.
025800 77  WS-BDATE-SW            PIC X(01) VALUE 'N'.
025900     88  WS-BDATE-FOUND               VALUE 'Y'.
026000*------------------------------------------------------------------
026100 PROCEDURE DIVISION.
026200*------------------------------------------------------------------
026300 0000-MAINLINE.
026400     PERFORM 0100-GET-BUS-DATE THRU 0100-EXIT.
026500     IF NOT WS-BDATE-FOUND
026600         GOBACK
026700     END-IF.
026800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
026900     PERFORM 2000-PROVE-SNAPSHOT THRU 2000-EXIT.
027000     IF WS-RUN-OK
027100         PERFORM 3000-WRITE-BUREAU THRU 3000-EXIT
027200     END-IF.
027300     PERFORM 9000-TERMINATE THRU 9000-EXIT.
027400     GOBACK.
027500*------------------------------------------------------------------
027600*  0100-GET-BUS-DATE  --  READ THE BUSINESS DATE THIS RUN IS FOR
027700*  FROM THE DATE RECORD AT THE HEAD OF BUSDATE.  ONLY THE END-OF-
027800*  DAY ROLL (ODEV27) MOVES IT, SO A RERUN OR A RUN THAT CROSSES
027900*  MIDNIGHT STILL BELONGS TO THE SAME PROCESSING DAY.  NO DATE
028000*  RECORD, NO RUN.
028100*------------------------------------------------------------------
028200 0100-GET-BUS-DATE.
028300     OPEN INPUT BUS-DATE.
028400     READ BUS-DATE
028500         AT END
028600             MOVE SPACES TO BDT-FIELDS
028700     END-READ.
028800     CLOSE BUS-DATE.
028900     IF NOT BDT-DATE-REC
029000        OR BDT-CURR-DATE NOT NUMERIC
029100         DISPLAY 'ODEV30 ERROR - NO BUSINESS DATE RECORD ON '
029200             'BUSDATE'
029300         MOVE 16 TO RETURN-CODE
029400         GO TO 0100-EXIT
029500     END-IF.
029600     MOVE BDT-CURR-DATE TO WS-RUN-DATE.
029700     MOVE 'Y' TO WS-BDATE-SW.
029800 0100-EXIT.
029900     EXIT.
030000*------------------------------------------------------------------
030100*  1000-INITIALIZE  --  FIX THE MONTH, NAME TONIGHT'S SNAPSHOT,
030200*  LOAD THE STATE TABLE, START THE REPORT, AND SORT THE CYCLE-DUE
030300*  AND DELINQUENCY POSITION FILES INTO ACCOUNT ORDER FOR THE
030400*  MATCH AGAINST THE MASTER.  THE POSITIONS SORT WORST FIRST
030500*  WITHIN THE ACCOUNT.
030600*------------------------------------------------------------------
030700 1000-INITIALIZE.
030800     MOVE WS-RUN-YYMM TO WS-START-YYMM.
030900     MOVE 1           TO WS-START-DD.
031000     STRING 'Z95625.SNAPFILE.D' WS-RUN-DATE
031100         DELIMITED BY SIZE INTO WS-SNAP-FILE-NAME.
031150     INITIALIZE WS-STATUS-COUNTS.
031200     OPEN OUTPUT BUR-LINE.
031300     MOVE WS-RUN-DATE TO BH-RUN-DATE-O.
031400     WRITE BUR-RPT-REC FROM BUR-HEAD-REC.
031500     OPEN INPUT  STATE-TAB.
031600     PERFORM 1300-LOAD-STATE-TABLE THRU 1300-EXIT
031700         UNTIL WS-STAB-EOF-SW = 'Y'.
031800     CLOSE STATE-TAB.
031900     IF WS-STAB-COUNT = 0
032000         DISPLAY 'ODEV30 WARNING - STATE TABLE IS EMPTY, EVERY '
032100             'ACCOUNT WILL BE AN EXCEPTION'
032200     END-IF.
032300     SORT DUE-SORT-WORK
032400         ON ASCENDING KEY DUE-ACCT-NO OF DUE-SORT-REC
032500         ON ASCENDING KEY DUE-CYCLE-DATE OF DUE-SORT-REC
032600         USING DUE-FILE
032700         GIVING DUE-SORTED.
032800     SORT DELQ-SORT-WORK
032900         ON ASCENDING KEY DELQ-ACCT-NO OF DELQ-SORT-REC
033000         ON DESCENDING KEY DELQ-DAYS-PAST OF DELQ-SORT-REC
033100         USING DELQ-FILE
033200         GIVING DELQ-SORTED.
033300 1000-EXIT.
033400     EXIT.
033500*------------------------------------------------------------------
033600*  1300-LOAD-STATE-TABLE  --  LOAD ONE STATETAB RECORD INTO THE
033700*  IN-CORE STATE TABLE.
033800*------------------------------------------------------------------
033900 1300-LOAD-STATE-TABLE.
034000     READ STATE-TAB
034100         AT END
034200             MOVE 'Y' TO WS-STAB-EOF-SW
034300             GO TO 1300-EXIT
034400     END-READ.
034500     IF WS-STAB-COUNT < 200
034600         ADD 1 TO WS-STAB-COUNT
034700         MOVE STAB-CODE     TO WS-STAB-CODE (WS-STAB-COUNT)
034800         MOVE STAB-SPELLING TO WS-STAB-SPELLING (WS-STAB-COUNT)
034900     ELSE
035000         DISPLAY 'ODEV30 WARNING - STATE TABLE FULL, '
035100             'ENTRY IGNORED: ' STAB-SPELLING
035200     END-IF.
035300 1300-EXIT.
035400     EXIT.
035500*------------------------------------------------------------------
035600*  2000-PROVE-SNAPSHOT  --  MATCH THE MASTER AGAINST TONIGHT'S
035700*  SNAPSHOT, BOTH IN ACCOUNT ORDER.  AN ACCOUNT ON ONLY ONE OF
035800*  THEM, ONE WHOSE LIMIT, BALANCE OR STATUS HAS MOVED SINCE THE
035900*  SNAPSHOT, OR A SNAPSHOT RECORD FOR ANOTHER DATE IS A BREAK AND
036000*  IS LISTED.  ANY BREAK, OR NO SNAPSHOT AT ALL, REFUSES THE RUN.
036100*------------------------------------------------------------------
036200 2000-PROVE-SNAPSHOT.
036300     OPEN INPUT ACCT-REC.
036400     OPEN INPUT SNAP-FILE.
036500     PERFORM 2010-READ-MASTER THRU 2010-EXIT.
036600     PERFORM 2020-READ-SNAP   THRU 2020-EXIT.
036700     PERFORM 2100-MATCH-SNAPSHOT THRU 2100-EXIT
036800         UNTIL WS-MASTER-KEY = HIGH-VALUES
036900           AND WS-SNAP-KEY   = HIGH-VALUES.
037000     CLOSE ACCT-REC.
037100     CLOSE SNAP-FILE.
037200     IF WS-SNAP-COUNT = 0
037300         DISPLAY 'ODEV30 ERROR - NO ACCOUNTS ON SNAPSHOT '
037400             WS-SNAP-FILE-NAME
037500         MOVE 'N' TO WS-RUN-OK-SW
037600         GO TO 2000-EXIT
037700     END-IF.
037800     IF WS-BREAK-COUNT > 0
037900         DISPLAY 'ODEV30 ERROR - MASTER DOES NOT AGREE WITH '
038000             'SNAPSHOT ' WS-SNAP-FILE-NAME
038100         MOVE 'N' TO WS-RUN-OK-SW
038200     END-IF.
038300 2000-EXIT.
038400     EXIT.
038500 2010-READ-MASTER.
038600     READ ACCT-REC
038700         AT END
038800             MOVE HIGH-VALUES TO WS-MASTER-KEY
038900             GO TO 2010-EXIT
039000     END-READ.
039100     MOVE ACCT-NO TO WS-MASTER-KEY.
039200     ADD 1 TO WS-MASTER-READ.
039300     ADD ACCT-BALANCE TO WS-MASTER-BALANCE.
039400 2010-EXIT.
039500     EXIT.
039600 2020-READ-SNAP.
039700     READ SNAP-FILE
039800         AT END
039900             MOVE HIGH-VALUES TO WS-SNAP-KEY
040000             GO TO 2020-EXIT
040100     END-READ.
040200     MOVE SNP-ACCT-NO TO WS-SNAP-KEY.
040300     ADD 1 TO WS-SNAP-COUNT.
040400     ADD SNP-ACCT-BALANCE TO WS-SNAP-BALANCE.
040500     IF SNP-DATE NOT = WS-RUN-DATE
040600         MOVE SNP-ACCT-NO TO BK-ACCT-NO-O
040700         MOVE 'SNAPSHOT RECORD FOR ANOTHER DATE' TO WS-BREAK-NOTE
040800         PERFORM 2200-WRITE-BREAK THRU 2200-EXIT
040900     END-IF.
041000 2020-EXIT.
041100     EXIT.
041200 2100-MATCH-SNAPSHOT.
041300     EVALUATE TRUE
041400         WHEN WS-MASTER-KEY < WS-SNAP-KEY
041500             MOVE WS-MASTER-KEY TO BK-ACCT-NO-O
041600             MOVE 'ON MASTER, NOT ON SNAPSHOT' TO WS-BREAK-NOTE
041700             PERFORM 2200-WRITE-BREAK THRU 2200-EXIT
041800             PERFORM 2010-READ-MASTER THRU 2010-EXIT
041900         WHEN WS-MASTER-KEY > WS-SNAP-KEY
042000             MOVE WS-SNAP-KEY TO BK-ACCT-NO-O
042100             MOVE 'ON SNAPSHOT, NOT ON MASTER' TO WS-BREAK-NOTE
042200             PERFORM 2200-WRITE-BREAK THRU 2200-EXIT
042300             PERFORM 2020-READ-SNAP THRU 2020-EXIT
042400         WHEN OTHER
042500             IF ACCT-LIMIT   NOT = SNP-ACCT-LIMIT
042600              OR ACCT-BALANCE NOT = SNP-ACCT-BALANCE
042700              OR ACCT-STATUS  NOT = SNP-ACCT-STATUS
042800                 MOVE WS-MASTER-KEY TO BK-ACCT-NO-O
042900                 MOVE 'LIMIT, BALANCE OR STATUS MOVED SINCE'
043000                     TO WS-BREAK-NOTE
043100                 PERFORM 2200-WRITE-BREAK THRU 2200-EXIT
043200             END-IF
043300             PERFORM 2010-READ-MASTER THRU 2010-EXIT
043400             PERFORM 2020-READ-SNAP   THRU 2020-EXIT
043500     END-EVALUATE.
043600 2100-EXIT.
043700     EXIT.
043800 2200-WRITE-BREAK.
043900     IF NOT WS-BREAK-HEAD-DONE
044000         MOVE SPACES TO BUR-SECTION-REC
044100         MOVE 'SNAPSHOT BREAKS -- NO BUREAU FILE WRITTEN'
044200             TO BS-TITLE-O
044300         WRITE BUR-RPT-REC FROM BUR-SECTION-REC
044400         MOVE 'Y' TO WS-BREAK-HEAD-SW
044500     END-IF.
044600     MOVE WS-BREAK-NOTE TO BK-NOTE-O.
044700     WRITE BUR-RPT-REC FROM BUR-BREAK-REC.
044800     ADD 1 TO WS-BREAK-COUNT.
044900 2200-EXIT.
045000     EXIT.
045100*------------------------------------------------------------------
045200*  3000-WRITE-BUREAU  --  THE MASTER HAS PROVED TO THE SNAPSHOT.
045300*  WRITE THE HEADER, ONE DETAIL PER MASTER ACCOUNT WITH ITS
045400*  MINIMUM DUE AND DELINQUENCY POSITION MATCHED IN, ONE PER
045500*  ACCOUNT PURGED THIS MONTH, AND THE TRAILER.
045600*------------------------------------------------------------------
045700 3000-WRITE-BUREAU.
045800     OPEN INPUT  ACCT-REC.
045900     OPEN INPUT  DUE-SORTED.
046000     OPEN INPUT  DELQ-SORTED.
046100     OPEN INPUT  JHST-FILE.
046200     OPEN INPUT  CHGO-FILE.
046300     OPEN INPUT  PURGE-FILE.
046400     OPEN OUTPUT BUR-FILE.
046500     MOVE 'Y' TO WS-FILE-SW.
046600     MOVE SPACES        TO BUR-HDR-FIELDS.
046700     MOVE 'H'           TO BUR-HDR-REC-TYPE.
046800     MOVE 'Z95625'      TO BUR-HDR-CREDITOR.
046900     MOVE WS-RUN-YYMM   TO BUR-HDR-MONTH.
047000     MOVE WS-RUN-DATE   TO BUR-HDR-AS-OF-DATE.
047100     MOVE WS-RUN-DATE   TO BUR-HDR-RUN-DATE.
047200     WRITE BUR-HDR-FIELDS.
047300     PERFORM 3010-READ-MASTER THRU 3010-EXIT.
047400     PERFORM 3020-READ-DUE    THRU 3020-EXIT.
047500     PERFORM 3030-READ-DELQ   THRU 3030-EXIT.
047600     PERFORM 3100-REPORT-ACCOUNT THRU 3100-EXIT
047700         UNTIL WS-MASTER-KEY = HIGH-VALUES.
047800     PERFORM 3500-REPORT-PURGED THRU 3500-EXIT
047900         UNTIL WS-PURGE-EOF.
048000     MOVE SPACES             TO BUR-TRL-FIELDS.
048100     MOVE 'T'                TO BUR-TRL-REC-TYPE.
048200     MOVE WS-RUN-YYMM        TO BUR-TRL-MONTH.
048300     MOVE WS-DETAIL-COUNT    TO BUR-TRL-DETAIL-COUNT.
048400     MOVE WS-LIVE-COUNT      TO BUR-TRL-LIVE-COUNT.
048500     MOVE WS-LIVE-BALANCE    TO BUR-TRL-LIVE-BALANCE.
048600     MOVE WS-PURGED-COUNT    TO BUR-TRL-PURGED-COUNT.
048700     MOVE WS-PURGED-BALANCE  TO BUR-TRL-PURGED-BALANCE.
048800     MOVE WS-EXCL-COUNT      TO BUR-TRL-EXCL-COUNT.
048900     MOVE WS-EXCL-BALANCE    TO BUR-TRL-EXCL-BALANCE.
049000     MOVE WS-SNAP-COUNT      TO BUR-TRL-SNAP-COUNT.
049100     MOVE WS-SNAP-BALANCE    TO BUR-TRL-SNAP-BALANCE.
049200     WRITE BUR-TRL-FIELDS.
049300     CLOSE ACCT-REC.
049400     CLOSE DUE-SORTED.
049500     CLOSE DELQ-SORTED.
049600     CLOSE JHST-FILE.
049700     CLOSE CHGO-FILE.
049800     CLOSE PURGE-FILE.
049900     CLOSE BUR-FILE.
050000 3000-EXIT.
050100     EXIT.
050200 3010-READ-MASTER.
050300     READ ACCT-REC
050400         AT END
050500             MOVE HIGH-VALUES TO WS-MASTER-KEY
050600             GO TO 3010-EXIT
050700     END-READ.
050800     MOVE ACCT-NO TO WS-MASTER-KEY.
050900 3010-EXIT.
051000     EXIT.
051100 3020-READ-DUE.
051200     READ DUE-SORTED
051300         AT END
051400             MOVE HIGH-VALUES TO WS-DUE-KEY
051500             GO TO 3020-EXIT
051600     END-READ.
051700     MOVE DUE-ACCT-NO OF DUE-SORTED-REC TO WS-DUE-KEY.
051800 3020-EXIT.
051900     EXIT.
052000 3030-READ-DELQ.
052100     READ DELQ-SORTED
052200         AT END
052300             MOVE HIGH-VALUES TO WS-DELQ-KEY
052400             GO TO 3030-EXIT
052500     END-READ.
052600     MOVE DELQ-ACCT-NO OF DELQ-SORTED-REC TO WS-DELQ-KEY.
052700 3030-EXIT.
052800     EXIT.
052900*------------------------------------------------------------------
053000*  3100-REPORT-ACCOUNT  --  ONE MASTER ACCOUNT.  THE MINIMUM DUE
053100*  IS THE ONE BILLED ON ITS LATEST CYCLE THIS MONTH; THE PAST-DUE
053200*  AMOUNT AND DAYS ARE ITS WORST DELINQUENCY POSITION, PROVIDED
053300*  THE POSITION IS FROM THIS MONTH'S AGING RUN.  THEN ADVANCE TO
053400*  THE NEXT ACCOUNT.
053500*------------------------------------------------------------------
053600 3100-REPORT-ACCOUNT.
053700     MOVE SPACES         TO BUR-FIELDS.
053800     MOVE 'D'            TO BUR-REC-TYPE.
053900     MOVE ACCT-NO        TO BUR-ACCT-NO.
054000     MOVE WS-RUN-DATE    TO BUR-AS-OF-DATE.
054100     MOVE LAST-NAME      TO BUR-LAST-NAME.
054200     MOVE FIRST-NAME     TO BUR-FIRST-NAME.
054300     MOVE STREET-ADDR    TO BUR-STREET-ADDR.
054400     MOVE CITY-COUNTY    TO BUR-CITY-COUNTY.
054500     MOVE CLIENT-ZIP     TO BUR-CLIENT-ZIP.
054600     MOVE ACCT-LIMIT     TO BUR-CREDIT-LIMIT.
054700     MOVE ACCT-BALANCE   TO BUR-BALANCE.
054800     MOVE ACCT-STATUS    TO BUR-OUR-STATUS.
054900     MOVE 0              TO BUR-MIN-DUE.
055000     MOVE 0              TO BUR-PAST-DUE.
055100     MOVE 0              TO BUR-DAYS-PAST.
055200     MOVE 0              TO BUR-CHGO-OWED.
055300     MOVE USA-STATE      TO WS-STATE-ARG.
055400     PERFORM 3120-SKIP-DUE THRU 3120-EXIT
055500         UNTIL WS-DUE-KEY NOT < WS-MASTER-KEY.
055600     PERFORM 3130-TAKE-DUE THRU 3130-EXIT
055700         UNTIL WS-DUE-KEY NOT = WS-MASTER-KEY.
055800     PERFORM 3140-SKIP-DELQ THRU 3140-EXIT
055900         UNTIL WS-DELQ-KEY NOT < WS-MASTER-KEY.
056000     MOVE 'N' TO WS-DELQ-TAKEN-SW.
056100     PERFORM 3150-TAKE-DELQ THRU 3150-EXIT
056200         UNTIL WS-DELQ-KEY NOT = WS-MASTER-KEY.
056300     MOVE 'MASTER' TO WS-EXC-FROM.
056400     PERFORM 3200-EDIT-ACCOUNT THRU 3200-EXIT.
056500     IF WS-EXC-REASON NOT = SPACES
056600         ADD 1 TO WS-EXCL-COUNT
056700         ADD ACCT-BALANCE TO WS-EXCL-BALANCE
056800         PERFORM 3300-WRITE-EXCEPTION THRU 3300-EXIT
056900         GO TO 3100-NEXT
057000     END-IF.
057100     PERFORM 3400-SUM-PAYMENTS THRU 3400-EXIT.
057200     PERFORM 3600-SET-STATUS THRU 3600-EXIT.
057300     PERFORM 3700-WRITE-DETAIL THRU 3700-EXIT.
057400     ADD 1 TO WS-LIVE-COUNT.
057500     ADD ACCT-BALANCE TO WS-LIVE-BALANCE.
057600 3100-NEXT.
057700     PERFORM 3010-READ-MASTER THRU 3010-EXIT.
057800 3100-EXIT.
057900     EXIT.
058000 3120-SKIP-DUE.
058100     PERFORM 3020-READ-DUE THRU 3020-EXIT.
058200 3120-EXIT.
058300     EXIT.
058400 3130-TAKE-DUE.
058500     MOVE DUE-MIN-PAYMENT OF DUE-SORTED-REC TO BUR-MIN-DUE.
058600     PERFORM 3020-READ-DUE THRU 3020-EXIT.
058700 3130-EXIT.
058800     EXIT.
058900 3140-SKIP-DELQ.
059000     PERFORM 3030-READ-DELQ THRU 3030-EXIT.
059100 3140-EXIT.
059200     EXIT.
059300 3150-TAKE-DELQ.
059400     MOVE DELQ-RUN-DATE OF DELQ-SORTED-REC TO WS-DATE-CHECK.
059500     EVALUATE TRUE
059600         WHEN WS-DELQ-TAKEN
059700             CONTINUE
059800         WHEN WS-CHECK-YYMM NOT = WS-RUN-YYMM
059900             ADD 1 TO WS-STALE-DELQ
060000         WHEN OTHER
060100             MOVE 'Y' TO WS-DELQ-TAKEN-SW
060200             MOVE DELQ-UNPAID OF DELQ-SORTED-REC
060300                 TO BUR-PAST-DUE
060400             MOVE DELQ-DAYS-PAST OF DELQ-SORTED-REC
060500                 TO BUR-DAYS-PAST
060600     END-EVALUATE.
060700     PERFORM 3030-READ-DELQ THRU 3030-EXIT.
060800 3150-EXIT.
060900     EXIT.
061000*------------------------------------------------------------------
061100*  3200-EDIT-ACCOUNT  --  THE CHECKS THE BUREAU APPLIES ON ITS
061200*  SIDE.  THE FIRST THAT FAILS IS THE EXCEPTION REASON; A STATE
061300*  THAT PASSES GOES ON THE FILE AS ITS STANDARD CODE.
061400*------------------------------------------------------------------
061500 3200-EDIT-ACCOUNT.
061600     MOVE SPACES TO WS-EXC-REASON.
061700     PERFORM 8000-LOOKUP-STATE THRU 8000-EXIT.
061800     EVALUATE TRUE
061900         WHEN BUR-LAST-NAME = SPACES
062000             MOVE 'LAST NAME MISSING' TO WS-EXC-REASON
062100         WHEN BUR-STREET-ADDR = SPACES
062200          OR BUR-CITY-COUNTY = SPACES
062300             MOVE 'STREET OR CITY MISSING' TO WS-EXC-REASON
062400         WHEN BUR-CLIENT-ZIP = SPACES
062500             MOVE 'ZIP CODE BLANK' TO WS-EXC-REASON
062600         WHEN BUR-CLIENT-ZIP NOT NUMERIC
062700             MOVE 'ZIP CODE NOT NUMERIC' TO WS-EXC-REASON
062800         WHEN NOT WS-STATE-FOUND
062900             MOVE 'STATE NOT ON STATE REFERENCE TABLE'
063000                 TO WS-EXC-REASON
063100         WHEN WS-STATE-ARG NOT = WS-STATE-CODE
063200             MOVE 'STATE NOT NORMALIZED TO ITS CODE'
063300                 TO WS-EXC-REASON
063400         WHEN OTHER
063500             MOVE WS-STATE-CODE TO BUR-STATE-CODE
063600     END-EVALUATE.
063700 3200-EXIT.
063800     EXIT.
063900 3300-WRITE-EXCEPTION.
064000     IF NOT WS-EXC-HEAD-DONE
064100         MOVE SPACES TO BUR-SECTION-REC
064200         MOVE 'EXCEPTIONS -- LEFT OFF THE FILE FOR CORRECTION'
064300             TO BS-TITLE-O
064400         WRITE BUR-RPT-REC FROM BUR-SECTION-REC
064500         WRITE BUR-RPT-REC FROM BUR-EXC-COL-REC
064600         MOVE 'Y' TO WS-EXC-HEAD-SW
064700     END-IF.
064800     MOVE SPACES          TO BUR-EXC-REC.
064900     MOVE BUR-ACCT-NO     TO BE-ACCT-NO-O.
065000     MOVE WS-EXC-FROM     TO BE-FROM-O.
065100     MOVE BUR-LAST-NAME   TO BE-LAST-NAME-O.
065200     MOVE WS-STATE-ARG    TO BE-USA-STATE-O.
065300     MOVE BUR-CLIENT-ZIP  TO BE-CLIENT-ZIP-O.
065400     MOVE BUR-BALANCE     TO BE-BALANCE-O.
065500     MOVE WS-EXC-REASON   TO BE-REASON-O.
065600     WRITE BUR-RPT-REC FROM BUR-EXC-REC.
065700 3300-EXIT.
065800     EXIT.
065900*------------------------------------------------------------------
066000*  3400-SUM-PAYMENTS  --  THE MONTH'S PAYMENTS FROM THE JOURNAL
066100*  HISTORY, READ BY KEY FROM THE FIRST OF THE MONTH, COUNTED AS
066200*  ODEV17 COUNTS THEM: A CREDIT IS A PAYMENT UNLESS IT IS A
066210*  DISPUTE CREDIT, AND A RETURNED PAYMENT TAKES BACK ONE MADE
066220*  THIS MONTH (ITS REFERENCE DATE IS THE PAYMENT'S DATE).
066400*------------------------------------------------------------------
066500 3400-SUM-PAYMENTS.
066600     MOVE 0   TO WS-PAYMENTS.
066700     MOVE 'N' TO WS-JRNL-EOF-SW.
066800     MOVE BUR-ACCT-NO    TO JHST-ACCT-NO.
066900     MOVE WS-MONTH-START TO JHST-POST-DATE.
067000     MOVE LOW-VALUES     TO JHST-SEQ.
067100     START JHST-FILE KEY IS NOT LESS THAN JHST-KEY
067200         INVALID KEY
067300             MOVE 'Y' TO WS-JRNL-EOF-SW
067400     END-START.
067500     PERFORM 3410-ADD-PAYMENT THRU 3410-EXIT
067600         UNTIL WS-JRNL-EOF-SW = 'Y'.
067700     MOVE WS-PAYMENTS TO BUR-PAYMENTS.
067800 3400-EXIT.
067900     EXIT.
068000 3410-ADD-PAYMENT.
068100     READ JHST-FILE NEXT
068200         AT END
068300             MOVE 'Y' TO WS-JRNL-EOF-SW
068400             GO TO 3410-EXIT
068500     END-READ.
068600     IF JHST-ACCT-NO NOT = BUR-ACCT-NO
068700      OR JHST-POST-DATE > WS-RUN-DATE
068800         MOVE 'Y' TO WS-JRNL-EOF-SW
068900         GO TO 3410-EXIT
069000     END-IF.
069100     MOVE JHST-MERCHANT TO ADJM-FIELDS.
069200     IF JHST-CREDIT
069300      AND NOT ADJM-DISPUTE-CREDIT
069400         ADD JHST-AMOUNT TO WS-PAYMENTS
069500     END-IF.
069600     IF JHST-DEBIT
069700      AND ADJM-RETURNED-PAYMENT
069710      AND ADJM-REF-DATE NOT < WS-MONTH-START
069800         SUBTRACT JHST-AMOUNT FROM WS-PAYMENTS
069900     END-IF.
070000 3410-EXIT.
070100     EXIT.
070200*------------------------------------------------------------------
070300*  3500-REPORT-PURGED  --  ONE PURGED-ACCOUNTS ARCHIVE RECORD.
070400*  ONLY AN ACCOUNT REMOVED THIS MONTH IS REPORTED, ONCE, AS IT
070500*  STOOD WHEN THE MAINTENANCE RUN REMOVED IT, WITH STATUS DA SO
070600*  THE BUREAU CLOSES ITS TRADE LINE.  ITS CYCLE-DUE AND AGING
070700*  RECORDS ARE NOT MATCHED; THE MASTER PASS HAS ALREADY READ PAST
070800*  THEM.  IT IS NOT ON THE SNAPSHOT, SO IT IS TOTALLED APART.
070900*------------------------------------------------------------------
071000 3500-REPORT-PURGED.
071100     READ PURGE-FILE
071200         AT END
071300             MOVE 'Y' TO WS-PURGE-EOF-SW
071400             GO TO 3500-EXIT
071500     END-READ.
071600     MOVE PRG-DELETE-DATE TO WS-DATE-CHECK.
071700     IF WS-CHECK-YYMM NOT = WS-RUN-YYMM
071800         GO TO 3500-EXIT
071900     END-IF.
072000     MOVE SPACES            TO BUR-FIELDS.
072100     MOVE 'D'               TO BUR-REC-TYPE.
072200     MOVE PRG-ACCT-NO       TO BUR-ACCT-NO.
072300     MOVE PRG-DELETE-DATE   TO BUR-AS-OF-DATE.
072400     MOVE PRG-LAST-NAME     TO BUR-LAST-NAME.
072500     MOVE PRG-FIRST-NAME    TO BUR-FIRST-NAME.
072600     MOVE PRG-STREET-ADDR   TO BUR-STREET-ADDR.
072700     MOVE PRG-CITY-COUNTY   TO BUR-CITY-COUNTY.
072800     MOVE PRG-CLIENT-ZIP    TO BUR-CLIENT-ZIP.
072900     MOVE PRG-ACCT-LIMIT    TO BUR-CREDIT-LIMIT.
073000     MOVE PRG-ACCT-BALANCE  TO BUR-BALANCE.
073100     MOVE PRG-ACCT-STATUS   TO BUR-OUR-STATUS.
073200     MOVE 0                 TO BUR-MIN-DUE.
073300     MOVE 0                 TO BUR-PAST-DUE.
073400     MOVE 0                 TO BUR-DAYS-PAST.
073500     MOVE 0                 TO BUR-CHGO-OWED.
073600     MOVE PRG-USA-STATE     TO WS-STATE-ARG.
073700     MOVE 'PURGED' TO WS-EXC-FROM.
073800     PERFORM 3200-EDIT-ACCOUNT THRU 3200-EXIT.
073900     IF WS-EXC-REASON NOT = SPACES
074000         ADD 1 TO WS-PURGED-EXCL
074100         ADD PRG-ACCT-BALANCE TO WS-PURGED-EXCL-BAL
074200         PERFORM 3300-WRITE-EXCEPTION THRU 3300-EXIT
074300         GO TO 3500-EXIT
074400     END-IF.
074500     PERFORM 3400-SUM-PAYMENTS THRU 3400-EXIT.
074600     MOVE 'DA' TO BUR-ACCT-STATUS.
074700     PERFORM 3700-WRITE-DETAIL THRU 3700-EXIT.
074800     ADD 1 TO WS-PURGED-COUNT.
074900     ADD PRG-ACCT-BALANCE TO WS-PURGED-BALANCE.
075000 3500-EXIT.
075100     EXIT.
075200*------------------------------------------------------------------
075300*  3600-SET-STATUS  --  THE BUREAU STATUS OF A MASTER ACCOUNT.
075400*  A CHARGED-OFF ACCOUNT IS 97 WITH WHAT IS STILL OWED FROM THE
075500*  CHARGED-OFF LEDGER.  A CLOSED ACCOUNT OWING NOTHING IS 13.
075600*  ANY OTHER ACCOUNT IS 11 CURRENT, OR 71/78/80/82 BY ITS AGING
075700*  BUCKET WHEN IT HAS A POSITION THIS MONTH; A FROZEN ONE IS ALSO
075800*  MARKED FZ AND A CLOSED ONE STILL OWING CL.
075900*------------------------------------------------------------------
076000 3600-SET-STATUS.
076100     IF ACCT-STATUS-CHARGED-OFF
076200         MOVE '97' TO BUR-ACCT-STATUS
076300         MOVE BUR-ACCT-NO TO CHGO-ACCT-NO
076400         READ CHGO-FILE
076500             INVALID KEY
076600                 ADD 1 TO WS-CHGO-MISSING
076700                 DISPLAY 'ODEV30 WARNING - CHARGED-OFF ACCOUNT '
076800                     BUR-ACCT-NO ' NOT ON CHARGED-OFF LEDGER'
076900             NOT INVALID KEY
077000                 COMPUTE BUR-CHGO-OWED
077100                     = CHGO-AMOUNT - CHGO-RECOVERED
077200         END-READ
077300         GO TO 3600-EXIT
077400     END-IF.
077500     IF ACCT-STATUS-CLOSED
077600      AND ACCT-BALANCE NOT > 0
077700         MOVE '13' TO BUR-ACCT-STATUS
077800         GO TO 3600-EXIT
077900     END-IF.
078000     EVALUATE TRUE
078100         WHEN NOT WS-DELQ-TAKEN
078200             MOVE '11' TO BUR-ACCT-STATUS
078300         WHEN BUR-DAYS-PAST NOT > 30
078400             MOVE '71' TO BUR-ACCT-STATUS
078500         WHEN BUR-DAYS-PAST NOT > 60
078600             MOVE '78' TO BUR-ACCT-STATUS
078700         WHEN BUR-DAYS-PAST NOT > 90
078800             MOVE '80' TO BUR-ACCT-STATUS
078900         WHEN OTHER
079000             MOVE '82' TO BUR-ACCT-STATUS
079100     END-EVALUATE.
079200     IF ACCT-STATUS-FROZEN
079300         MOVE 'FZ' TO BUR-SPECIAL-COMMENT
079400     END-IF.
079500     IF ACCT-STATUS-CLOSED
079600         MOVE 'CL' TO BUR-SPECIAL-COMMENT
079700     END-IF.
079800 3600-EXIT.
079900     EXIT.
080000 3700-WRITE-DETAIL.
080100     WRITE BUR-FIELDS.
080200     ADD 1 TO WS-DETAIL-COUNT.
080300     PERFORM 3710-COUNT-STATUS THRU 3710-EXIT
080400         VARYING WS-STAT-IX FROM 1 BY 1
080500         UNTIL WS-STAT-IX > WS-STAT-MAX.
080600 3700-EXIT.
080700     EXIT.
080800 3710-COUNT-STATUS.
080900     IF WS-STAT-CODE (WS-STAT-IX) = BUR-ACCT-STATUS
081000         ADD 1 TO WS-STAT-COUNT (WS-STAT-IX)
081100     END-IF.
081200 3710-EXIT.
081300     EXIT.
081400*------------------------------------------------------------------
081500*  8000-LOOKUP-STATE  --  SERIAL SCAN OF THE LOADED STATE TABLE
081600*  FOR THE SPELLING IN WS-STATE-ARG; RETURNS THE STANDARD CODE
081700*  IN WS-STATE-CODE WHEN FOUND.
081800*------------------------------------------------------------------
081900 8000-LOOKUP-STATE.
082000     MOVE 'N'    TO WS-STATE-FOUND-SW.
082100     MOVE SPACES TO WS-STATE-CODE.
082200     PERFORM 8100-SCAN-STATE-TABLE THRU 8100-EXIT
082300         VARYING WS-STAB-IX FROM 1 BY 1
082400         UNTIL WS-STAB-IX > WS-STAB-COUNT
082500            OR WS-STATE-FOUND.
082600 8000-EXIT.
082700     EXIT.
082800 8100-SCAN-STATE-TABLE.
082900     IF WS-STAB-SPELLING (WS-STAB-IX) = WS-STATE-ARG
083000         MOVE WS-STAB-CODE (WS-STAB-IX) TO WS-STATE-CODE
083100         MOVE 'Y' TO WS-STATE-FOUND-SW
083200     END-IF.
083300 8100-EXIT.
083400     EXIT.
083500*------------------------------------------------------------------
083600*  9000-TERMINATE  --  PRINT THE RECONCILIATION AND THE DETAILS BY
083700*  STATUS, LOG THE RUN AND CLOSE.  THE MASTER ACCOUNTS REPORTED
083800*  PLUS THOSE EXCEPTED MUST COME BACK TO THE SNAPSHOT'S COUNT AND
083900*  BALANCE; IF NOT, OR IF NO FILE WAS WRITTEN, THE RUN ENDS RC 16
084000*  SO THE FILE IS NOT SENT.  AN EXCEPTION, A STALE AGING POSITION
084100*  OR A CHARGED-OFF ACCOUNT MISSING FROM ITS LEDGER ENDS IT RC 4.
084110*  THE RUN LOG CARRIES A REJECT ONLY FOR A RUN THAT ENDED RC 16,
084120*  WHICH HOLDS THE END-OF-DAY ROLL (ODEV13) -- THE MONTH-END DATE
084130*  NAMES THE SNAPSHOT, SO THE RERUN MUST COME ON THE SAME DATE.
084140*  EXCEPTIONS ARE ON THE REPORT, NOT THE LOG.
084200*------------------------------------------------------------------
084300 9000-TERMINATE.
084400     IF NOT WS-FILE-WRITTEN
084500         MOVE SPACES TO BUR-SECTION-REC
084600         MOVE 'NO BUREAU FILE WRITTEN FOR THIS MONTH-END'
084700             TO BS-TITLE-O
084800         WRITE BUR-RPT-REC FROM BUR-SECTION-REC
084900         DISPLAY 'ODEV30 ERROR - BUREAU REPORTING REFUSED, NO '
085000             'BUREAU FILE WRITTEN'
085100         MOVE 16 TO RETURN-CODE
085200         GO TO 9000-LOG
085300     END-IF.
085400     MOVE 'SNAPSHOT ACCOUNTS.........' TO RT-LABEL.
085500     MOVE WS-SNAP-COUNT     TO RT-COUNT-O.
085600     MOVE WS-SNAP-BALANCE   TO RT-AMOUNT-O.
085700     WRITE BUR-RPT-REC FROM BUR-TOTAL-REC.
085800     MOVE 'REPORTED FROM MASTER......' TO RT-LABEL.
085900     MOVE WS-LIVE-COUNT     TO RT-COUNT-O.
086000     MOVE WS-LIVE-BALANCE   TO RT-AMOUNT-O.
086100     WRITE BUR-RPT-REC FROM BUR-TOTAL-REC.
086200     MOVE 'EXCEPTIONS FROM MASTER....' TO RT-LABEL.
086300     MOVE WS-EXCL-COUNT     TO RT-COUNT-O.
086400     MOVE WS-EXCL-BALANCE   TO RT-AMOUNT-O.
086500     WRITE BUR-RPT-REC FROM BUR-TOTAL-REC.
086600     MOVE 'REPORTED, PURGED IN MONTH.' TO RT-LABEL.
086700     MOVE WS-PURGED-COUNT   TO RT-COUNT-O.
086800     MOVE WS-PURGED-BALANCE TO RT-AMOUNT-O.
086900     WRITE BUR-RPT-REC FROM BUR-TOTAL-REC.
087000     MOVE 'EXCEPTIONS, PURGED........' TO RT-LABEL.
087100     MOVE WS-PURGED-EXCL    TO RT-COUNT-O.
087200     MOVE WS-PURGED-EXCL-BAL TO RT-AMOUNT-O.
087300     WRITE BUR-RPT-REC FROM BUR-TOTAL-REC.
087400     MOVE 'DETAIL RECORDS WRITTEN....' TO RT-LABEL.
087500     MOVE WS-DETAIL-COUNT   TO RT-COUNT-O.
087600     COMPUTE RT-AMOUNT-O = WS-LIVE-BALANCE + WS-PURGED-BALANCE.
087700     WRITE BUR-RPT-REC FROM BUR-TOTAL-REC.
087800     PERFORM 9100-WRITE-STATUS-TOTAL THRU 9100-EXIT
087900         VARYING WS-STAT-IX FROM 1 BY 1
088000         UNTIL WS-STAT-IX > WS-STAT-MAX.
088100     IF WS-LIVE-COUNT + WS-EXCL-COUNT NOT = WS-SNAP-COUNT
088200      OR WS-LIVE-BALANCE + WS-EXCL-BALANCE NOT = WS-SNAP-BALANCE
088300         MOVE SPACES TO BUR-SECTION-REC
088400         MOVE 'FILE DOES NOT AGREE WITH SNAPSHOT -- DO NOT SEND'
088500             TO BS-TITLE-O
088600         WRITE BUR-RPT-REC FROM BUR-SECTION-REC
088700         DISPLAY 'ODEV30 ERROR - BUREAU FILE DOES NOT RECONCILE '
088800             'TO SNAPSHOT ' WS-SNAP-FILE-NAME
088900         MOVE 16 TO RETURN-CODE
089000         GO TO 9000-LOG
089100     END-IF.
089200     IF WS-STALE-DELQ > 0
089300         DISPLAY 'ODEV30 WARNING - ' WS-STALE-DELQ
089400             ' DELINQUENCY POSITIONS NOT FROM THIS MONTH, IGNORED'
089500     END-IF.
089600     IF WS-EXCL-COUNT > 0
089700      OR WS-PURGED-EXCL > 0
089800      OR WS-STALE-DELQ > 0
089900      OR WS-CHGO-MISSING > 0
090000         MOVE 4 TO RETURN-CODE
090100     END-IF.
090200 9000-LOG.
090300     OPEN EXTEND RUN-LOG.
090400     MOVE SPACES            TO RLOG-FIELDS.
090500     MOVE 'ODEV30'          TO RLOG-PROGRAM.
090600     MOVE WS-RUN-DATE       TO RLOG-RUN-DATE.
090700     MOVE WS-MASTER-READ    TO RLOG-RECS-IN.
090800     MOVE WS-DETAIL-COUNT   TO RLOG-RECS-OUT.
091000     COMPUTE RLOG-AMOUNT-TOT
091100         = WS-LIVE-BALANCE + WS-PURGED-BALANCE.
091200     MOVE 'CREDIT BUREAU FILE' TO RLOG-COMMENT.
091210     MOVE ZERO              TO RLOG-REJECTS.
091220     IF RETURN-CODE = 16
091230         MOVE 1 TO RLOG-REJECTS
091240         MOVE 'BUREAU RUN ENDED RC 16' TO RLOG-COMMENT
091250     END-IF.
091300     WRITE RLOG-FIELDS.
091400     CLOSE RUN-LOG.
091500     CLOSE BUR-LINE.
091600 9000-EXIT.
091700     EXIT.
091800 9100-WRITE-STATUS-TOTAL.
091900     MOVE WS-STAT-CODE (WS-STAT-IX)  TO RS-CODE-O.
092000     MOVE WS-STAT-LABEL (WS-STAT-IX) TO RS-LABEL-O.
092100     MOVE WS-STAT-COUNT (WS-STAT-IX) TO RS-COUNT-O.
092200     WRITE BUR-RPT-REC FROM BUR-STATUS-REC.
092300 9100-EXIT.
092400     EXIT.
