000100 IDENTIFICATION DIVISION.
000200*----------------------------------------------------------------*
000300 PROGRAM-ID.    ODEV28.
000400 AUTHOR.        MELIH CALMAZ.
000500 INSTALLATION.  Z95625 BATCH SYSTEMS.
000600 DATE-WRITTEN.  10/15/2026.
000700 DATE-COMPILED.
000800*----------------------------------------------------------------*
000900*  MODIFICATION HISTORY                                           *
001000*----------------------------------------------------------------*
001100*  DATE       INIT  DESCRIPTION                                   *
001200*  10/15/26   MC    INITIAL VERSION.  NEW ACCOUNT APPLICATION     *
001300*                    INTAKE.  NEW ACCOUNTS WERE HAND-KEYED AS     *
001400*                    ODEV3 ADD TRANSACTIONS WITH AN ACCOUNT       *
001500*                    NUMBER THE CLERK MADE UP, GIVING DUPLICATE   *
001600*                    KEY REJECTS AND TRANSPOSED NUMBERS THAT      *
001700*                    LATER MIS-ROUTED POSTINGS.                   *
001800*----------------------------------------------------------------*
001900*  THIS PROGRAM READS THE DAY'S NEW-CUSTOMER APPLICATIONS         *
002000*  (APPLFLD LAYOUT, APPLFILE) AND EDITS EACH ONE: NAME, STREET    *
002100*  AND CITY PRESENT, A NUMERIC ZIP CODE, A STATE ON THE STATE     *
002200*  REFERENCE TABLE (STATETAB, STORED AS THE STANDARD CODE), A     *
002300*  REQUESTED LIMIT NOT OVER THE SYSIN NEW-ACCOUNT MAXIMUM, AND A  *
002400*  CYCLE PREFERENCE THAT IS A CYCLE CODE.  AN APPLICATION THAT    *
002500*  PASSES IS CHECKED FOR A LIKELY DUPLICATE CUSTOMER -- SAME      *
002600*  LAST NAME AND ZIP CODE AND EITHER THE SAME FIRST NAME OR THE   *
002700*  SAME STREET -- ON THE ACCT-REC KSDS (THROUGH THE LAST-NAME     *
002800*  ALTERNATE INDEX, AS ODEV21 SEARCHES IT) AND AMONG THE          *
002900*  APPLICATIONS ALREADY APPROVED THIS RUN.                        *
003000*  AN APPROVED APPLICATION IS GIVEN THE NEXT ACCOUNT NUMBER FROM  *
003100*  THE NEXT-NUMBER CONTROL RECORD (NXTNFLD, NXTNUM) -- SEVEN      *
003200*  DIGITS AND A MOD-10 CHECK DIGIT -- AND WRITTEN AS AN ODEV3     *
003300*  ADD TRANSACTION UNDER TRANCTL HEADER/TRAILER CONTROLS, THE     *
003400*  SAME PATTERN AS THE ODEV8 FREEZE AND ODEV20 LINE REVIEW RUNS,  *
003500*  SO THE ACCOUNT REACHES THE MASTER WITH ODEV3'S FULL AUDIT      *
003600*  TRAIL.  A DECLINED OR DUPLICATE APPLICATION IS NOT WRITTEN;    *
003700*  EVERY APPLICATION IS LISTED ON THE REVIEW REPORT WITH ITS      *
003800*  DISPOSITION, AND ANY LEFT FOR REVIEW ENDS THE RUN RC 4.        *
003900*----------------------------------------------------------------*
004000 ENVIRONMENT DIVISION.
004100 INPUT-OUTPUT SECTION.
004200 FILE-CONTROL.
004300     SELECT ACCT-REC     ASSIGN TO ACCTREC
004400         ORGANIZATION IS INDEXED
004500         ACCESS MODE  IS DYNAMIC
004600         RECORD KEY   IS ACCT-NO
004700         ALTERNATE RECORD KEY IS LAST-NAME
004800             WITH DUPLICATES.
004900     SELECT APPL-FILE    ASSIGN TO APPLFILE.
005000     SELECT APPL-TRAN    ASSIGN TO APPLTRAN.
005100     SELECT REVW-LINE    ASSIGN TO APPLRPT.
005200     SELECT NXTN-FILE    ASSIGN TO NXTNUM.
005300     SELECT STATE-TAB    ASSIGN TO STATETAB.
005400     SELECT RUN-LOG      ASSIGN TO RUNLOG.
005500     SELECT BUS-DATE     ASSIGN TO BUSDATE.
005600 DATA DIVISION.
005700 FILE SECTION.
005800 FD  ACCT-REC RECORDING MODE F.
005900     COPY ACCTFLD.
006000 FD  APPL-FILE RECORDING MODE F.
006100     COPY APPLFLD.
006200 FD  APPL-TRAN RECORDING MODE F.
006300     COPY TRANFLD.
006400 FD  REVW-LINE RECORDING MODE F.
006500 01  REVW-REC               PIC X(132).
006600 FD  NXTN-FILE RECORDING MODE F.
006700     COPY NXTNFLD.
006800 FD  STATE-TAB RECORDING MODE F.
006900     COPY STATEFLD.
007000 FD  RUN-LOG RECORDING MODE F.
007100     COPY RUNLOG.
007200 FD  BUS-DATE RECORDING MODE F.
007300     COPY BDATFLD.
007400 WORKING-STORAGE SECTION.
007500 01  REVW-HEAD-REC.
007600     05  FILLER             PIC X(39)
007700         VALUE 'NEW ACCOUNT APPLICATION REVIEW -- DATE '.
007800     05  RH-RUN-DATE-O      PIC 9(6).
007900     05  FILLER             PIC X(87) VALUE SPACES.
008000 01  REVW-COL-REC.
008100     05  FILLER             PIC X(10) VALUE 'APPL ID'.
008200     05  FILLER             PIC X(2)  VALUE SPACES.
008300     05  FILLER             PIC X(20) VALUE 'LAST NAME'.
008400     05  FILLER             PIC X(1)  VALUE SPACES.
008500     05  FILLER             PIC X(15) VALUE 'FIRST NAME'.
008600     05  FILLER             PIC X(2)  VALUE SPACES.
008700     05  FILLER             PIC X(5)  VALUE 'ZIP'.
008800     05  FILLER             PIC X(2)  VALUE SPACES.
008900     05  FILLER             PIC X(13) VALUE '    REQ LIMIT'.
009000     05  FILLER             PIC X(2)  VALUE SPACES.
009100     05  FILLER             PIC X(8)  VALUE 'ACTION'.
009200     05  FILLER             PIC X(2)  VALUE SPACES.
009300     05  FILLER             PIC X(8)  VALUE 'ACCOUNT'.
009400     05  FILLER             PIC X(2)  VALUE SPACES.
009500     05  FILLER             PIC X(35) VALUE 'REASON'.
009600     05  FILLER             PIC X(5)  VALUE SPACES.
009700 01  REVW-DETAIL-REC.
009800     05  RD-APPL-ID-O       PIC X(10).
009900     05  FILLER             PIC X(2)  VALUE SPACES.
010000     05  RD-LAST-NAME-O     PIC X(20).
010100     05  FILLER             PIC X(1)  VALUE SPACES.
010200     05  RD-FIRST-NAME-O    PIC X(15).
010300     05  FILLER             PIC X(2)  VALUE SPACES.
010400     05  RD-ZIP-O           PIC X(5).
010500     05  FILLER             PIC X(2)  VALUE SPACES.
010600     05  RD-REQ-LIMIT-O     PIC $$,$$$,$$9.99.
010700     05  FILLER             PIC X(2)  VALUE SPACES.
010800     05  RD-ACTION-O        PIC X(8).
010900     05  FILLER             PIC X(2)  VALUE SPACES.
011000     05  RD-ACCT-NO-O       PIC X(8).
011100     05  FILLER             PIC X(2)  VALUE SPACES.
011200     05  RD-REASON-O        PIC X(35).
011300     05  FILLER             PIC X(5)  VALUE SPACES.
011400 01  REVW-TOTAL-REC.
011500     05  RT-LABEL           PIC X(26).
011600     05  RT-COUNT-O         PIC Z,ZZZ,ZZ9.
011700     05  FILLER             PIC X(2)  VALUE SPACES.
011800     05  RT-AMOUNT-O        PIC $$,$$$,$$$,$$9.99-.
011900     05  FILLER             PIC X(77) VALUE SPACES.
012000 01  WS-SWITCHES.
012100     05  WS-EOF-SWITCH      PIC X(01) VALUE 'N'.
012200         88  WS-EOF                   VALUE 'Y'.
012300     05  WS-RUN-OK-SW       PIC X(01) VALUE 'Y'.
012400         88  WS-RUN-OK                VALUE 'Y'.
012500     05  WS-NAME-EOF-SW     PIC X(01) VALUE 'N'.
012600         88  WS-NAME-EOF              VALUE 'Y'.
012700     05  WS-NUMBER-SW       PIC X(01) VALUE 'N'.
012800         88  WS-NUMBER-ASSIGNED       VALUE 'Y'.
012900     05  WS-NUMBERS-OUT-SW  PIC X(01) VALUE 'N'.
013000         88  WS-NUMBERS-OUT           VALUE 'Y'.
013100     05  WS-TABLE-FULL-SW   PIC X(01) VALUE 'N'.
013200         88  WS-TABLE-FULL            VALUE 'Y'.
013300 01  WS-COUNTERS.
013400     05  WS-APPLS-READ      PIC 9(07) COMP VALUE 0.
013500     05  WS-APPROVED        PIC 9(07) COMP VALUE 0.
013600     05  WS-DECLINED        PIC 9(07) COMP VALUE 0.
013700     05  WS-DUPLICATES      PIC 9(07) COMP VALUE 0.
013800     05  WS-NUMBERS-SKIPPED PIC 9(07) COMP VALUE 0.
013900     05  WS-DUP-HITS        PIC 9(07) COMP VALUE 0.
014000 01  WS-MONEY-TOTALS.
014100     05  WS-APPROVED-TOT    PIC S9(11)V99 COMP-3 VALUE 0.
014200     05  WS-DECLINED-TOT    PIC S9(11)V99 COMP-3 VALUE 0.
014300     05  WS-DUPLICATE-TOT   PIC S9(11)V99 COMP-3 VALUE 0.
014400*  REASON AN APPLICATION IS LEFT FOR REVIEW (SPACES WHILE IT IS
014500*  STILL PASSING), AND THE ACCOUNT A LIKELY DUPLICATE MATCHED.
014600 01  WS-REVIEW-REASON       PIC X(35).
014700 77  WS-MATCH-ACCT          PIC X(8).
014800*  SYSIN: THE LARGEST LIMIT A NEW ACCOUNT MAY BE OPENED WITH,
014900*  NINE DIGITS WITH TWO ASSUMED DECIMALS ('001000000' IS
015000*  10,000.00).  BLANK OR NON-NUMERIC LEAVES THE 10,000.00
015100*  DEFAULT.  A LARGER REQUEST IS LEFT FOR REVIEW.
015200 01  WS-PARM-FIELDS.
015300     05  WS-MAX-LIMIT-IN    PIC X(9).
015400     05  WS-MAX-LIMIT-IN-N REDEFINES WS-MAX-LIMIT-IN
015500                            PIC 9(7)V9(2).
015600     05  WS-MAX-LIMIT       PIC S9(7)V99 COMP-3 VALUE 10000.00.
015700*  HEADER/TRAILER CONTROL RECORDS FOR THE OUTPUT TRANSACTION
015800*  FILE, AND THE COUNT AND HASH ACCUMULATED AS IT IS WRITTEN,
015900*  SAME AS THE ODEV8 FREEZE RUN.
016000     COPY TRANCTL.
016100 77  WS-RUN-DATE            PIC 9(6).
016200 77  WS-TRAN-OUT-COUNT      PIC 9(7) COMP VALUE 0.
016300 77  WS-TRAN-HASH-TOT       PIC S9(15)V99 COMP-3 VALUE 0.
016400 77  WS-BDATE-SW            PIC X(01) VALUE 'N'.
016500     88  WS-BDATE-FOUND               VALUE 'Y'.
016600*  STATE REFERENCE TABLE, LOADED FROM STATETAB AT INITIALIZE, AS
016700*  IN ODEV3.  AN APPLICATION STATE NOT ON THE TABLE IS DECLINED.
016800 01  WS-STATE-TABLE.
016900     05  WS-STAB-COUNT      PIC 9(3) COMP VALUE 0.
017000     05  WS-STAB-EOF-SW     PIC X(01) VALUE 'N'.
017100     05  WS-STAB-ENTRY OCCURS 200 TIMES.
017200         10  WS-STAB-CODE      PIC X(2).
017300         10  WS-STAB-SPELLING  PIC X(15).
017400 01  WS-STATE-LOOKUP.
017500     05  WS-STATE-ARG       PIC X(15).
017600     05  WS-STATE-CODE      PIC X(15).
017700     05  WS-STATE-FOUND-SW  PIC X(01).
017800         88  WS-STATE-FOUND           VALUE 'Y'.
017900     05  WS-STAB-IX         PIC 9(3) COMP.
018000*  APPLICATIONS APPROVED SO FAR THIS RUN, SO A CUSTOMER WHO
018100*  APPLIED TWICE ON THE SAME FILE IS NOT OPENED TWICE -- THE
018200*  FIRST IS NOT ON THE MASTER UNTIL ODEV3 HAS RUN.  ONLY THE
018300*  FIRST 500 ARE HELD; PAST THAT THE CHECK IS AGAINST THE
018400*  MASTER ALONE AND THE OVERFLOW IS NOTED ON SYSOUT.
018500 01  WS-RUN-TABLE.
018600     05  WS-RUN-COUNT       PIC 9(4) COMP VALUE 0.
018700     05  WS-RUN-ENTRY OCCURS 500 TIMES.
018800         10  WS-RUN-LAST-NAME  PIC X(20).
018900         10  WS-RUN-FIRST-NAME PIC X(15).
019000         10  WS-RUN-STREET     PIC X(25).
019100         10  WS-RUN-ZIP        PIC X(5).
019200         10  WS-RUN-ACCT-NO    PIC X(8).
019300 77  WS-RUN-IX              PIC 9(4) COMP.
019400*  NEXT ACCOUNT NUMBER BASE.  9999999 IS NEVER HANDED OUT; A
019500*  CONTROL RECORD STANDING AT IT HAS NO NUMBERS LEFT.  THE LAST
019600*  NUMBER HANDED OUT THIS RUN GOES BACK ON THE CONTROL RECORD.
019610*  THE FIRST BASE EVER HANDED OUT IS STAMPED ON THE RECORD BY THE
019620*  FIRST RUN AND KEPT; BELOW IT ARE THE LEGACY ACCOUNTS, WHICH
019630*  CARRY NO CHECK DIGIT (SEE NXTNFLD).
019700 77  WS-NEXT-BASE           PIC 9(7).
019750 77  WS-FIRST-BASE          PIC 9(7).
019800 77  WS-LAST-ACCT-NO        PIC X(8).
019900*  CHECK DIGIT WORK AREA.  THE ACCOUNT NUMBER IS THE SEVEN-DIGIT
020000*  BASE AND ONE CHECK DIGIT, CHOSEN SO THAT THE FIRST, THIRD,
020100*  FIFTH AND SEVENTH DIGITS DOUBLED (LESS 9 WHEN THE DOUBLE IS
020200*  OVER 9) PLUS THE OTHER FOUR ADD TO A MULTIPLE OF 10.
020300 01  WS-CHECK-DIGIT-FIELDS.
020400     05  WS-CHK-ACCT        PIC X(8).
020500     05  WS-CHK-ACCT-R REDEFINES WS-CHK-ACCT.
020600         10  WS-CHK-BASE    PIC 9(7).
020700         10  WS-CHK-DIGIT   PIC 9(1).
020800     05  WS-CHK-DIGITS-R REDEFINES WS-CHK-ACCT.
020900         10  WS-CHK-POS     PIC 9(1) OCCURS 8 TIMES.
021000     05  WS-CHK-IX          PIC 9(2) COMP.
021100     05  WS-CHK-PRODUCT     PIC 9(2) COMP.
021200     05  WS-CHK-SUM         PIC 9(3) COMP.
021300     05  WS-CHK-Q           PIC 9(3) COMP.
021400     05  WS-CHK-REM         PIC 9(2) COMP.
021500*  COMMENT CARRIED ONTO THE NEW MASTER RECORD BY THE ADD.
021600 01  WS-ADD-COMMENT.
021700     05  FILLER             PIC X(24)
021800         VALUE 'OPENED FROM APPLICATION '.
021900     05  WS-AC-APPL-ID      PIC X(10).
022000     05  FILLER             PIC X(16) VALUE SPACES.
022100*------------------------------------------------------------------
022200 PROCEDURE DIVISION.
022300*------------------------------------------------------------------
022400 0000-MAINLINE.
022500     PERFORM 0100-GET-BUS-DATE THRU 0100-EXIT.
022600     IF NOT WS-BDATE-FOUND
022700         GOBACK
022800     END-IF.
022900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
023000*  NO CONTROL RECORD, OR A SECOND RUN FOR THE SAME BUSINESS DATE,
023100*  ENDS THE RUN HERE -- NO NUMBER HAS BEEN ASSIGNED.  THE REFUSAL
023150*  IS STILL LOGGED FOR THE CONTROL REPORT.
023200     IF NOT WS-RUN-OK
023250         PERFORM 9200-WRITE-RUN-LOG THRU 9200-EXIT
023300         GOBACK
023400     END-IF.
023500     PERFORM 2000-PROCESS-APPL THRU 2000-EXIT
023600         UNTIL WS-EOF.
023700     PERFORM 9000-TERMINATE THRU 9000-EXIT.
023800     GOBACK.
023900*------------------------------------------------------------------
024000*  0100-GET-BUS-DATE  --  READ THE BUSINESS DATE THIS RUN IS FOR
024100*  FROM THE DATE RECORD AT THE HEAD OF BUSDATE.  ONLY THE END-OF-
024200*  DAY ROLL (ODEV27) MOVES IT, SO A RERUN OR A RUN THAT CROSSES
024300*  MIDNIGHT STILL BELONGS TO THE SAME PROCESSING DAY.  NO DATE
024400*  RECORD, NO RUN.
024500*------------------------------------------------------------------
024600 0100-GET-BUS-DATE.
024700     OPEN INPUT BUS-DATE.
024800     READ BUS-DATE
024900         AT END
025000             MOVE SPACES TO BDT-FIELDS
025100     END-READ.
025200     CLOSE BUS-DATE.
025300     IF NOT BDT-DATE-REC
025400        OR BDT-CURR-DATE NOT NUMERIC
025500         DISPLAY 'ODEV28 ERROR - NO BUSINESS DATE RECORD ON '
025600             'BUSDATE'
025700         MOVE 16 TO RETURN-CODE
025800         GO TO 0100-EXIT
025900     END-IF.
026000     MOVE BDT-CURR-DATE TO WS-RUN-DATE.
026100     MOVE 'Y' TO WS-BDATE-SW.
026200 0100-EXIT.
026300     EXIT.
026400*------------------------------------------------------------------
026500*  1000-INITIALIZE  --  ACCEPT THE LIMIT MAXIMUM, PROVE THE NEXT-
026600*  NUMBER CONTROL RECORD, LOAD THE STATE TABLE, OPEN THE FILES,
026700*  WRITE THE TRANSACTION HEADER AND THE REPORT HEADING, AND PRIME
026800*  THE APPLICATION READ.
026900*------------------------------------------------------------------
027000 1000-INITIALIZE.
027100     ACCEPT WS-MAX-LIMIT-IN.
027200     IF WS-MAX-LIMIT-IN NOT = SPACES
027300         IF WS-MAX-LIMIT-IN NUMERIC
027400             MOVE WS-MAX-LIMIT-IN-N TO WS-MAX-LIMIT
027500         ELSE
027600             DISPLAY 'ODEV28 WARNING - LIMIT PARM '''
027700                 WS-MAX-LIMIT-IN ''' NOT A 9-DIGIT AMOUNT, '
027800                 'USING 10000.00'
027900         END-IF
028000     END-IF.
028100     PERFORM 1200-VERIFY-CONTROL THRU 1200-EXIT.
028200     IF NOT WS-RUN-OK
028300         MOVE 16 TO RETURN-CODE
028400         GO TO 1000-EXIT
028500     END-IF.
028600     OPEN INPUT  STATE-TAB.
028700     PERFORM 1300-LOAD-STATE-TABLE THRU 1300-EXIT
028800         UNTIL WS-STAB-EOF-SW = 'Y'.
028900     CLOSE STATE-TAB.
029000     IF WS-STAB-COUNT = 0
029100         DISPLAY 'ODEV28 WARNING - STATE TABLE IS EMPTY, ALL '
029200             'APPLICATIONS WILL BE DECLINED'
029300     END-IF.
029400     OPEN INPUT  ACCT-REC.
029500     OPEN INPUT  APPL-FILE.
029600     OPEN OUTPUT APPL-TRAN.
029700     OPEN OUTPUT REVW-LINE.
029800     MOVE SPACES      TO TRAN-HDR-FIELDS.
029900     MOVE '00000000'  TO TRAN-HDR-ACCT-NO.
030000     MOVE 'H'         TO TRAN-HDR-CODE.
030100     MOVE WS-RUN-DATE TO TRAN-HDR-FILE-DATE.
030200     MOVE 'ODEV28'    TO TRAN-HDR-SOURCE.
030300     WRITE TRAN-FIELDS FROM TRAN-HDR-FIELDS.
030400     MOVE WS-RUN-DATE TO RH-RUN-DATE-O.
030500     WRITE REVW-REC FROM REVW-HEAD-REC.
030600     WRITE REVW-REC FROM REVW-COL-REC.
030700     PERFORM 1100-READ-APPL THRU 1100-EXIT.
030800 1000-EXIT.
030900     EXIT.
031000 1100-READ-APPL.
031100     READ APPL-FILE
031200         AT END
031300             MOVE 'Y' TO WS-EOF-SWITCH
031400             GO TO 1100-EXIT
031500     END-READ.
031600     ADD 1 TO WS-APPLS-READ.
031700 1100-EXIT.
031800     EXIT.
031900*------------------------------------------------------------------
032000*  1200-VERIFY-CONTROL  --  THE NEXT-NUMBER CONTROL RECORD MUST BE
032100*  PRESENT WITH A NUMERIC BASE, AND MUST NOT ALREADY CARRY THIS
032200*  BUSINESS DATE: A SECOND RUN FOR THE SAME DAY WOULD OPEN EVERY
032300*  APPLICATION ON THE FILE A SECOND TIME UNDER NEW NUMBERS.
032400*------------------------------------------------------------------
032500 1200-VERIFY-CONTROL.
032600     OPEN INPUT NXTN-FILE.
032700     READ NXTN-FILE
032800         AT END
032900             MOVE SPACES TO NXTN-FIELDS
033000     END-READ.
033100     CLOSE NXTN-FILE.
033200     IF NXTN-NEXT-BASE NOT NUMERIC
033300         DISPLAY 'ODEV28 ERROR - NO ACCOUNT NUMBER CONTROL '
033400             'RECORD ON NXTNUM'
033500         MOVE 'N' TO WS-RUN-OK-SW
033600         GO TO 1200-EXIT
033700     END-IF.
033800     IF NXTN-LAST-RUN-DATE = WS-RUN-DATE
033900         DISPLAY 'ODEV28 ERROR - APPLICATIONS ALREADY TAKEN FOR '
034000             'BUSINESS DATE ' WS-RUN-DATE
034100         MOVE 'N' TO WS-RUN-OK-SW
034200         GO TO 1200-EXIT
034300     END-IF.
034400     MOVE NXTN-NEXT-BASE TO WS-NEXT-BASE.
034410     IF NXTN-FIRST-BASE NUMERIC
034420      AND NXTN-FIRST-BASE > 0
034430         MOVE NXTN-FIRST-BASE TO WS-FIRST-BASE
034440     ELSE
034450         MOVE NXTN-NEXT-BASE TO WS-FIRST-BASE
034460     END-IF.
034500 1200-EXIT.
034600     EXIT.
034700*------------------------------------------------------------------
034800*  1300-LOAD-STATE-TABLE  --  LOAD ONE STATETAB RECORD INTO THE
034900*  IN-CORE STATE TABLE.
035000*------------------------------------------------------------------
035100 1300-LOAD-STATE-TABLE.
035200     READ STATE-TAB
035300         AT END
035400             MOVE 'Y' TO WS-STAB-EOF-SW
035500             GO TO 1300-EXIT
035600     END-READ.
035700     IF WS-STAB-COUNT < 200
035800         ADD 1 TO WS-STAB-COUNT
035900         MOVE STAB-CODE     TO WS-STAB-CODE (WS-STAB-COUNT)
036000         MOVE STAB-SPELLING TO WS-STAB-SPELLING (WS-STAB-COUNT)
036100     ELSE
036200         DISPLAY 'ODEV28 WARNING - STATE TABLE FULL, '
036300             'ENTRY IGNORED: ' STAB-SPELLING
036400     END-IF.
036500 1300-EXIT.
036600     EXIT.
036700*------------------------------------------------------------------
036800*  2000-PROCESS-APPL  --  EDIT THE APPLICATION, THEN LOOK FOR A
036900*  LIKELY DUPLICATE CUSTOMER, THEN ASSIGN THE ACCOUNT NUMBER AND
037000*  WRITE THE ADD.  THE FIRST STEP THAT FAILS LEAVES IT FOR REVIEW.
037100*  THEN ADVANCE TO THE NEXT APPLICATION.
037200*------------------------------------------------------------------
037300 2000-PROCESS-APPL.
037400     MOVE SPACES TO WS-REVIEW-REASON.
037500     MOVE SPACES TO WS-MATCH-ACCT.
037600     PERFORM 2100-EDIT-APPL THRU 2100-EXIT.
037700     IF WS-REVIEW-REASON NOT = SPACES
037800         PERFORM 2400-DECLINE THRU 2400-EXIT
037900         GO TO 2000-READ-NEXT
038000     END-IF.
038100     PERFORM 2200-CHECK-DUPLICATE THRU 2200-EXIT.
038200     IF WS-DUP-HITS > 0
038300         PERFORM 2500-REFER-DUPLICATE THRU 2500-EXIT
038400         GO TO 2000-READ-NEXT
038500     END-IF.
038600     PERFORM 2300-ASSIGN-NUMBER THRU 2300-EXIT.
038700     IF NOT WS-NUMBER-ASSIGNED
038800         MOVE 'NO ACCOUNT NUMBERS LEFT TO ASSIGN'
038900             TO WS-REVIEW-REASON
039000         PERFORM 2400-DECLINE THRU 2400-EXIT
039100         GO TO 2000-READ-NEXT
039200     END-IF.
039300     PERFORM 2600-WRITE-ADD THRU 2600-EXIT.
039400 2000-READ-NEXT.
039500     PERFORM 1100-READ-APPL THRU 1100-EXIT.
039600 2000-EXIT.
039700     EXIT.
039800*------------------------------------------------------------------
039900*  2100-EDIT-APPL  --  THE FIRST FIELD THAT FAILS ITS EDIT SETS
040000*  THE DECLINE REASON.  THE STATE IS LOOKED UP FIRST SO ITS
040100*  STANDARD CODE IS READY FOR THE ADD.
040200*------------------------------------------------------------------
040300 2100-EDIT-APPL.
040400     MOVE APPL-USA-STATE TO WS-STATE-ARG.
040500     PERFORM 8000-LOOKUP-STATE THRU 8000-EXIT.
040600     EVALUATE TRUE
040700         WHEN APPL-LAST-NAME = SPACES
040800          OR APPL-FIRST-NAME = SPACES
040900             MOVE 'APPLICANT NAME MISSING' TO WS-REVIEW-REASON
041000         WHEN APPL-STREET-ADDR = SPACES
041100          OR APPL-CITY-COUNTY = SPACES
041200             MOVE 'STREET OR CITY MISSING' TO WS-REVIEW-REASON
041300         WHEN APPL-CLIENT-ZIP NOT NUMERIC
041400             MOVE 'ZIP CODE MISSING OR NOT NUMERIC'
041500                 TO WS-REVIEW-REASON
041600         WHEN NOT WS-STATE-FOUND
041700             MOVE 'STATE NOT ON STATE REFERENCE TABLE'
041800                 TO WS-REVIEW-REASON
041900         WHEN APPL-REQ-LIMIT NOT NUMERIC
042000             MOVE 'REQUESTED LIMIT NOT NUMERIC'
042100                 TO WS-REVIEW-REASON
042200         WHEN APPL-REQ-LIMIT = 0
042300             MOVE 'NO LIMIT REQUESTED' TO WS-REVIEW-REASON
042400         WHEN APPL-REQ-LIMIT > WS-MAX-LIMIT
042500             MOVE 'REQUESTED LIMIT OVER NEW ACCT MAX'
042600                 TO WS-REVIEW-REASON
042700         WHEN APPL-CYCLE-PREF NOT = SPACE
042800          AND (APPL-CYCLE-PREF NOT NUMERIC
042900           OR APPL-CYCLE-PREF = '0')
043000             MOVE 'CYCLE PREFERENCE NOT A CYCLE CODE'
043100                 TO WS-REVIEW-REASON
043200     END-EVALUATE.
043300 2100-EXIT.
043400     EXIT.
043500*------------------------------------------------------------------
043600*  2200-CHECK-DUPLICATE  --  A LIKELY DUPLICATE CARRIES THE SAME
043700*  LAST NAME AND ZIP CODE AND EITHER THE SAME FIRST NAME OR THE
043800*  SAME STREET.  THE APPLICATIONS APPROVED THIS RUN ARE CHECKED
043900*  FIRST, THEN EVERY MASTER ACCOUNT WITH THE LAST NAME, READ
044000*  THROUGH THE ALTERNATE INDEX.  A CLOSED ACCOUNT STILL COUNTS --
044100*  A FORMER CUSTOMER REAPPLYING IS FOR A PERSON TO DECIDE.
044200*  WS-MATCH-ACCT HOLDS THE LAST ACCOUNT MATCHED.
044300*------------------------------------------------------------------
044400 2200-CHECK-DUPLICATE.
044500     MOVE 0 TO WS-DUP-HITS.
044600     PERFORM 2220-SCAN-RUN-TABLE THRU 2220-EXIT
044700         VARYING WS-RUN-IX FROM 1 BY 1
044800         UNTIL WS-RUN-IX > WS-RUN-COUNT
044900            OR WS-DUP-HITS > 0.
045000     IF WS-DUP-HITS > 0
045100         MOVE 'SAME CUSTOMER EARLIER ON THIS FILE'
045200             TO WS-REVIEW-REASON
045300         GO TO 2200-EXIT
045400     END-IF.
045500     MOVE APPL-LAST-NAME TO LAST-NAME.
045600     START ACCT-REC KEY IS EQUAL TO LAST-NAME
045700         INVALID KEY
045800             GO TO 2200-EXIT
045900     END-START.
046000     MOVE 'N' TO WS-NAME-EOF-SW.
046100     PERFORM 2210-SCAN-NAME THRU 2210-EXIT
046200         UNTIL WS-NAME-EOF.
046300     IF WS-DUP-HITS > 0
046400         MOVE 'LIKELY DUPLICATE OF MASTER ACCOUNT'
046500             TO WS-REVIEW-REASON
046600     END-IF.
046700 2200-EXIT.
046800     EXIT.
046900 2210-SCAN-NAME.
047000     READ ACCT-REC NEXT
047100         AT END
047200             MOVE 'Y' TO WS-NAME-EOF-SW
047300             GO TO 2210-EXIT
047400     END-READ.
047500     IF LAST-NAME NOT = APPL-LAST-NAME
047600         MOVE 'Y' TO WS-NAME-EOF-SW
047700         GO TO 2210-EXIT
047800     END-IF.
047900     IF CLIENT-ZIP = APPL-CLIENT-ZIP
048000      AND (FIRST-NAME = APPL-FIRST-NAME
048100       OR STREET-ADDR = APPL-STREET-ADDR)
048200         ADD 1 TO WS-DUP-HITS
048300         MOVE ACCT-NO TO WS-MATCH-ACCT
048400     END-IF.
048500 2210-EXIT.
048600     EXIT.
048700 2220-SCAN-RUN-TABLE.
048800     IF WS-RUN-LAST-NAME (WS-RUN-IX) = APPL-LAST-NAME
048900      AND WS-RUN-ZIP (WS-RUN-IX) = APPL-CLIENT-ZIP
049000      AND (WS-RUN-FIRST-NAME (WS-RUN-IX) = APPL-FIRST-NAME
049100       OR WS-RUN-STREET (WS-RUN-IX) = APPL-STREET-ADDR)
049200         ADD 1 TO WS-DUP-HITS
049300         MOVE WS-RUN-ACCT-NO (WS-RUN-IX) TO WS-MATCH-ACCT
049400     END-IF.
049500 2220-EXIT.
049600     EXIT.
049700*------------------------------------------------------------------
049800*  2300-ASSIGN-NUMBER  --  TAKE THE NEXT BASE, ADD ITS CHECK DIGIT
049900*  AND MAKE SURE THE RESULT IS NOT ALREADY ON THE MASTER (A HAND-
050000*  KEYED ACCOUNT FROM BEFORE THE CONTROL RECORD CAN SIT ON IT).
050100*  A NUMBER IN USE IS PASSED OVER AND THE NEXT BASE TRIED.  ONCE
050200*  THE SEVEN-DIGIT BASES ARE USED UP NOTHING MORE IS ASSIGNED.
050300*------------------------------------------------------------------
050400 2300-ASSIGN-NUMBER.
050500     MOVE 'N' TO WS-NUMBER-SW.
050600     PERFORM 2310-TRY-NUMBER THRU 2310-EXIT
050700         UNTIL WS-NUMBER-ASSIGNED
050800            OR WS-NUMBERS-OUT.
050900 2300-EXIT.
051000     EXIT.
051100 2310-TRY-NUMBER.
051200     IF WS-NEXT-BASE = 9999999
051300         IF NOT WS-NUMBERS-OUT
051400             DISPLAY 'ODEV28 ERROR - ACCOUNT NUMBER BASES '
051500                 'EXHAUSTED ON NXTNUM'
051600         END-IF
051700         MOVE 'Y' TO WS-NUMBERS-OUT-SW
051800         GO TO 2310-EXIT
051900     END-IF.
052000*  BASE ZERO WOULD GIVE 00000000, THE TRANCTL HEADER KEY.
052100     IF WS-NEXT-BASE = 0
052200         ADD 1 TO WS-NEXT-BASE
052300         GO TO 2310-EXIT
052400     END-IF.
052500     MOVE WS-NEXT-BASE TO WS-CHK-BASE.
052600     MOVE 0            TO WS-CHK-DIGIT.
052700     PERFORM 8500-CHECK-DIGIT-SUM THRU 8500-EXIT.
052800     IF WS-CHK-REM = 0
052900         MOVE 0 TO WS-CHK-DIGIT
053000     ELSE
053100         COMPUTE WS-CHK-DIGIT = 10 - WS-CHK-REM
053200     END-IF.
053300     ADD 1 TO WS-NEXT-BASE.
053400     MOVE WS-CHK-ACCT TO ACCT-NO.
053500     READ ACCT-REC
053600         INVALID KEY
053700             MOVE 'Y' TO WS-NUMBER-SW
053800         NOT INVALID KEY
053900             ADD 1 TO WS-NUMBERS-SKIPPED
054000             DISPLAY 'ODEV28 WARNING - ACCOUNT ' WS-CHK-ACCT
054100                 ' ALREADY ON MASTER, NUMBER PASSED OVER'
054200     END-READ.
054300 2310-EXIT.
054400     EXIT.
054500*------------------------------------------------------------------
054600*  2400-DECLINE / 2500-REFER-DUPLICATE  --  LIST THE APPLICATION
054700*  FOR REVIEW WITH ITS REASON.  NOTHING IS WRITTEN FOR ODEV3.
054800*------------------------------------------------------------------
054900 2400-DECLINE.
055000     PERFORM 2700-WRITE-DETAIL THRU 2700-EXIT.
055100     MOVE 'DECLINE' TO RD-ACTION-O.
055200     WRITE REVW-REC FROM REVW-DETAIL-REC.
055300     ADD 1 TO WS-DECLINED.
055400     IF APPL-REQ-LIMIT NUMERIC
055500         ADD APPL-REQ-LIMIT TO WS-DECLINED-TOT
055600     END-IF.
055700 2400-EXIT.
055800     EXIT.
055900 2500-REFER-DUPLICATE.
056000     PERFORM 2700-WRITE-DETAIL THRU 2700-EXIT.
056100     MOVE 'DUPLIC' TO RD-ACTION-O.
056200     MOVE WS-MATCH-ACCT TO RD-ACCT-NO-O.
056300     WRITE REVW-REC FROM REVW-DETAIL-REC.
056400     ADD 1 TO WS-DUPLICATES.
056500     ADD APPL-REQ-LIMIT TO WS-DUPLICATE-TOT.
056600 2500-EXIT.
056700     EXIT.
056800*------------------------------------------------------------------
056900*  2600-WRITE-ADD  --  WRITE THE ODEV3 ADD TRANSACTION FOR THE
057000*  NEW ACCOUNT: THE APPLICANT'S NAME AND MAILING BLOCK WITH THE
057100*  STANDARD STATE CODE, THE REQUESTED LIMIT, A ZERO BALANCE,
057200*  ACTIVE STATUS AND THE CYCLE ASKED FOR (BLANK TAKES ODEV3'S
057300*  DEFAULT CYCLE).  THE APPLICANT IS REMEMBERED FOR THE
057400*  DUPLICATE CHECK AND LISTED AS APPROVED.
057500*------------------------------------------------------------------
057600 2600-WRITE-ADD.
057700     MOVE SPACES           TO TRAN-FIELDS.
057800     MOVE WS-CHK-ACCT      TO TRAN-ACCT-NO.
057900     MOVE 'A'              TO TRAN-CODE.
058000     MOVE APPL-LAST-NAME   TO TRAN-LAST-NAME.
058100     MOVE APPL-FIRST-NAME  TO TRAN-FIRST-NAME.
058200     MOVE APPL-STREET-ADDR TO TRAN-STREET-ADDR.
058300     MOVE APPL-CITY-COUNTY TO TRAN-CITY-COUNTY.
058400     MOVE WS-STATE-CODE    TO TRAN-USA-STATE.
058500     MOVE APPL-CLIENT-ZIP  TO TRAN-CLIENT-ZIP.
058600     MOVE APPL-REQ-LIMIT   TO TRAN-ACCT-LIMIT.
058700     MOVE ZERO             TO TRAN-ACCT-BALANCE.
058800     MOVE 'A'              TO TRAN-ACCT-STATUS.
058900     MOVE APPL-ID          TO WS-AC-APPL-ID.
059000     MOVE WS-ADD-COMMENT   TO TRAN-COMMENTS.
059100     MOVE APPL-CYCLE-PREF  TO TRAN-ACCT-CYCLE.
059200     ADD 1 TO WS-TRAN-OUT-COUNT.
059300     ADD TRAN-ACCT-LIMIT   TO WS-TRAN-HASH-TOT.
059400     ADD TRAN-ACCT-BALANCE TO WS-TRAN-HASH-TOT.
059500     WRITE TRAN-FIELDS.
059600     ADD 1 TO WS-APPROVED.
059700     ADD APPL-REQ-LIMIT TO WS-APPROVED-TOT.
059800     MOVE WS-CHK-ACCT TO WS-LAST-ACCT-NO.
059900     IF WS-RUN-COUNT < 500
060000         ADD 1 TO WS-RUN-COUNT
060100         MOVE APPL-LAST-NAME   TO WS-RUN-LAST-NAME (WS-RUN-COUNT)
060200         MOVE APPL-FIRST-NAME  TO WS-RUN-FIRST-NAME (WS-RUN-COUNT)
060300         MOVE APPL-STREET-ADDR TO WS-RUN-STREET (WS-RUN-COUNT)
060400         MOVE APPL-CLIENT-ZIP  TO WS-RUN-ZIP (WS-RUN-COUNT)
060500         MOVE WS-CHK-ACCT      TO WS-RUN-ACCT-NO (WS-RUN-COUNT)
060600     ELSE
060700         IF NOT WS-TABLE-FULL
060800             MOVE 'Y' TO WS-TABLE-FULL-SW
060900             DISPLAY 'ODEV28 WARNING - MORE THAN 500 APPROVALS, '
061000                 'LATER ONES CHECKED AGAINST THE MASTER ONLY'
061100         END-IF
061200     END-IF.
061300     PERFORM 2700-WRITE-DETAIL THRU 2700-EXIT.
061400     MOVE 'APPROVED'  TO RD-ACTION-O.
061500     MOVE WS-CHK-ACCT TO RD-ACCT-NO-O.
061600     WRITE REVW-REC FROM REVW-DETAIL-REC.
061700 2600-EXIT.
061800     EXIT.
061900 2700-WRITE-DETAIL.
062000     MOVE SPACES           TO REVW-DETAIL-REC.
062100     MOVE APPL-ID          TO RD-APPL-ID-O.
062200     MOVE APPL-LAST-NAME   TO RD-LAST-NAME-O.
062300     MOVE APPL-FIRST-NAME  TO RD-FIRST-NAME-O.
062400     MOVE APPL-CLIENT-ZIP  TO RD-ZIP-O.
062500     IF APPL-REQ-LIMIT NUMERIC
062600         MOVE APPL-REQ-LIMIT TO RD-REQ-LIMIT-O
062700     ELSE
062800         MOVE ZERO           TO RD-REQ-LIMIT-O
062900     END-IF.
063000     MOVE WS-REVIEW-REASON TO RD-REASON-O.
063100 2700-EXIT.
063200     EXIT.
063300*------------------------------------------------------------------
063400*  8000-LOOKUP-STATE  --  SERIAL SCAN OF THE LOADED STATE TABLE
063500*  FOR THE SPELLING IN WS-STATE-ARG; RETURNS THE STANDARD CODE
063600*  IN WS-STATE-CODE WHEN FOUND.
063700*------------------------------------------------------------------
063800 8000-LOOKUP-STATE.
063900     MOVE 'N'    TO WS-STATE-FOUND-SW.
064000     MOVE SPACES TO WS-STATE-CODE.
064100     PERFORM 8100-SCAN-STATE-TABLE THRU 8100-EXIT
064200         VARYING WS-STAB-IX FROM 1 BY 1
064300         UNTIL WS-STAB-IX > WS-STAB-COUNT
064400            OR WS-STATE-FOUND.
064500 8000-EXIT.
064600     EXIT.
064700 8100-SCAN-STATE-TABLE.
064800     IF WS-STAB-SPELLING (WS-STAB-IX) = WS-STATE-ARG
064900         MOVE WS-STAB-CODE (WS-STAB-IX) TO WS-STATE-CODE
065000         MOVE 'Y' TO WS-STATE-FOUND-SW
065100     END-IF.
065200 8100-EXIT.
065300     EXIT.
065400*------------------------------------------------------------------
065500*  8500-CHECK-DIGIT-SUM  --  THE CHECK SUM OF THE EIGHT DIGITS IN
065600*  WS-CHK-ACCT: THE ODD POSITIONS DOUBLED (LESS 9 WHEN OVER 9),
065700*  THE EVEN POSITIONS AS THEY STAND.  WS-CHK-REM IS THE SUM'S
065800*  REMAINDER BY 10, ZERO FOR A VALID NUMBER.
065900*------------------------------------------------------------------
066000 8500-CHECK-DIGIT-SUM.
066100     MOVE 0 TO WS-CHK-SUM.
066200     PERFORM 8510-ADD-DOUBLED THRU 8510-EXIT
066300         VARYING WS-CHK-IX FROM 1 BY 2
066400         UNTIL WS-CHK-IX > 7.
066500     PERFORM 8520-ADD-SINGLE THRU 8520-EXIT
066600         VARYING WS-CHK-IX FROM 2 BY 2
066700         UNTIL WS-CHK-IX > 8.
066800     DIVIDE WS-CHK-SUM BY 10
066900         GIVING WS-CHK-Q REMAINDER WS-CHK-REM.
067000 8500-EXIT.
067100     EXIT.
067200 8510-ADD-DOUBLED.
067300     COMPUTE WS-CHK-PRODUCT = WS-CHK-POS (WS-CHK-IX) * 2.
067400     IF WS-CHK-PRODUCT > 9
067500         SUBTRACT 9 FROM WS-CHK-PRODUCT
067600     END-IF.
067700     ADD WS-CHK-PRODUCT TO WS-CHK-SUM.
067800 8510-EXIT.
067900     EXIT.
068000 8520-ADD-SINGLE.
068100     ADD WS-CHK-POS (WS-CHK-IX) TO WS-CHK-SUM.
068200 8520-EXIT.
068300     EXIT.
068400*------------------------------------------------------------------
068500*  9000-TERMINATE  --  WRITE THE TRANSACTION TRAILER AND THE
068600*  REPORT TOTALS, ADVANCE THE NEXT-NUMBER CONTROL RECORD PAST
068700*  EVERY NUMBER HANDED OUT OR PASSED OVER, LOG THE RUN AND CLOSE
068800*  THE FILES.  ANY APPLICATION LEFT FOR REVIEW ENDS THE RUN RC 4;
068900*  RUNNING OUT OF ACCOUNT NUMBERS, OR A CONTROL RECORD THAT COULD
068950*  NOT BE ADVANCED, ENDS IT RC 16.
069000*------------------------------------------------------------------
069100 9000-TERMINATE.
069200     MOVE SPACES            TO TRAN-TRL-FIELDS.
069300     MOVE '99999999'        TO TRAN-TRL-ACCT-NO.
069400     MOVE 'T'               TO TRAN-TRL-CODE.
069500     MOVE WS-TRAN-OUT-COUNT TO TRAN-TRL-COUNT.
069600     MOVE WS-TRAN-HASH-TOT  TO TRAN-TRL-HASH.
069700     WRITE TRAN-FIELDS FROM TRAN-TRL-FIELDS.
069800     MOVE 'APPLICATIONS READ.....    ' TO RT-LABEL.
069900     MOVE WS-APPLS-READ    TO RT-COUNT-O.
070000     MOVE ZERO             TO RT-AMOUNT-O.
070100     WRITE REVW-REC FROM REVW-TOTAL-REC.
070200     MOVE 'APPROVED AND OPENED...    ' TO RT-LABEL.
070300     MOVE WS-APPROVED      TO RT-COUNT-O.
070400     MOVE WS-APPROVED-TOT  TO RT-AMOUNT-O.
070500     WRITE REVW-REC FROM REVW-TOTAL-REC.
070600     MOVE 'DECLINED..............    ' TO RT-LABEL.
070700     MOVE WS-DECLINED      TO RT-COUNT-O.
070800     MOVE WS-DECLINED-TOT  TO RT-AMOUNT-O.
070900     WRITE REVW-REC FROM REVW-TOTAL-REC.
071000     MOVE 'LIKELY DUPLICATES.....    ' TO RT-LABEL.
071100     MOVE WS-DUPLICATES    TO RT-COUNT-O.
071200     MOVE WS-DUPLICATE-TOT TO RT-AMOUNT-O.
071300     WRITE REVW-REC FROM REVW-TOTAL-REC.
071400     MOVE 'NUMBERS PASSED OVER...    ' TO RT-LABEL.
071500     MOVE WS-NUMBERS-SKIPPED TO RT-COUNT-O.
071600     MOVE ZERO             TO RT-AMOUNT-O.
071700     WRITE REVW-REC FROM REVW-TOTAL-REC.
071800     PERFORM 9100-UPDATE-CONTROL THRU 9100-EXIT.
073000     IF (WS-DECLINED > 0
073100      OR WS-DUPLICATES > 0)
073150      AND RETURN-CODE < 4
073200         MOVE 4 TO RETURN-CODE
073300     END-IF.
073400     IF WS-NUMBERS-OUT
073500         MOVE 16 TO RETURN-CODE
073600     END-IF.
073650     PERFORM 9200-WRITE-RUN-LOG THRU 9200-EXIT.
073700     CLOSE ACCT-REC.
073800     CLOSE APPL-FILE.
073900     CLOSE APPL-TRAN.
074000     CLOSE REVW-LINE.
074100 9000-EXIT.
074200     EXIT.
074300*------------------------------------------------------------------
074400*  9100-UPDATE-CONTROL  --  REWRITE THE NEXT-NUMBER CONTROL RECORD
074500*  WITH THE NEXT UNUSED BASE, THE BUSINESS DATE OF THIS RUN, THE
074600*  LAST NUMBER HANDED OUT AND THE RUNNING COUNT OF NUMBERS
074700*  ASSIGNED, AND ON THE FIRST RUN THE FIRST BASE HANDED OUT.
074750*  ONCE THE BASES ARE USED UP THE RECORD STANDS AT
074800*  9999999 AND EVERY LATER RUN STOPS THE SAME WAY.
074900*------------------------------------------------------------------
075000 9100-UPDATE-CONTROL.
075100     OPEN I-O NXTN-FILE.
075200     READ NXTN-FILE
075300         AT END
075400             DISPLAY 'ODEV28 ERROR - NXTNUM CONTROL RECORD '
075500                 'MISSING AT END OF RUN, NOT UPDATED'
075600             MOVE 16 TO RETURN-CODE
075700             CLOSE NXTN-FILE
075800             GO TO 9100-EXIT
075900     END-READ.
076000     MOVE WS-NEXT-BASE TO NXTN-NEXT-BASE.
076050     MOVE WS-FIRST-BASE TO NXTN-FIRST-BASE.
076100     MOVE WS-RUN-DATE  TO NXTN-LAST-RUN-DATE.
076200     IF WS-APPROVED > 0
076300         MOVE WS-LAST-ACCT-NO TO NXTN-LAST-ACCT-NO
076400     END-IF.
076500     ADD WS-APPROVED TO NXTN-ASSIGNED-TOT.
076600     REWRITE NXTN-FIELDS.
076700     CLOSE NXTN-FILE.
076800 9100-EXIT.
076900     EXIT.
077000*------------------------------------------------------------------
077100*  9200-WRITE-RUN-LOG  --  LOG THE RUN FOR THE ODEV13 CONTROL
077200*  REPORT: DECLINES AND LIKELY DUPLICATES ARE THE REJECTS.  A RUN
077300*  THAT ENDED RC 16 -- REFUSED AT THE CONTROL RECORD BEFORE ANY
077400*  APPLICATION WAS READ, OUT OF NUMBERS, OR UNABLE TO ADVANCE THE
077500*  CONTROL RECORD -- ALWAYS SHOWS AT LEAST ONE, AND SAYS SO.
077600*------------------------------------------------------------------
077700 9200-WRITE-RUN-LOG.
077800     OPEN EXTEND RUN-LOG.
077900     MOVE SPACES           TO RLOG-FIELDS.
078000     MOVE 'ODEV28'         TO RLOG-PROGRAM.
078100     MOVE WS-RUN-DATE      TO RLOG-RUN-DATE.
078200     MOVE WS-APPLS-READ    TO RLOG-RECS-IN.
078300     MOVE WS-APPROVED      TO RLOG-RECS-OUT.
078400     COMPUTE RLOG-REJECTS = WS-DECLINED + WS-DUPLICATES.
078500     MOVE WS-APPROVED-TOT  TO RLOG-AMOUNT-TOT.
078600     MOVE 'NEW ACCOUNT APPLICATIONS' TO RLOG-COMMENT.
078700     IF RETURN-CODE = 16
078800         IF RLOG-REJECTS = 0
078900             MOVE 1 TO RLOG-REJECTS
079000         END-IF
079100         MOVE 'APPLICATION INTAKE ENDED RC 16' TO RLOG-COMMENT
079200     END-IF.
079300     WRITE RLOG-FIELDS.
079400     CLOSE RUN-LOG.
079500 9200-EXIT.
079600     EXIT.
