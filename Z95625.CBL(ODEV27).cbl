000100 IDENTIFICATION DIVISION.
000200*----------------------------------------------------------------*
000300 PROGRAM-ID.    ODEV27.
000400 AUTHOR.        MELIH CALMAZ.
000500 INSTALLATION.  Z95625 BATCH SYSTEMS.
000600 DATE-WRITTEN.  10/15/2026.
000700 DATE-COMPILED.
000800*----------------------------------------------------------------*
000900*  MODIFICATION HISTORY                                           *
001000*----------------------------------------------------------------*
001100*  DATE       INIT  DESCRIPTION                                   *
001200*  10/15/26   MC    INITIAL VERSION.  END-OF-DAY BUSINESS DATE    *
001300*                    ROLL.  EVERY PROGRAM DATED ITS RUN FROM THE  *
001400*                    SYSTEM CLOCK, SO A BATCH THAT RAN PAST       *
001500*                    MIDNIGHT OR A RERUN THE NEXT MORNING STAMPED *
001600*                    THE WRONG BUSINESS DAY.                      *
001700*----------------------------------------------------------------*
001800*  THIS PROGRAM IS THE ONLY THING THAT ADVANCES THE BUSINESS DATE *
001900*  ON THE BUSDATE CONTROL FILE (BDATFLD).  IT RUNS LAST EACH      *
002000*  NIGHT, AFTER THE END-OF-BATCH CONTROL REPORT (ODEV13), AND     *
002100*  ROLLS ONLY IF ODEV13'S NIGHT STATUS (NSTSFLD, NIGHTSTS) IS     *
002200*  FOR THE CURRENT BUSINESS DATE AND SAYS CLEAN.  ANYTHING ELSE   *
002300*  LEAVES THE DATE WHERE IT IS AND ENDS THE STEP RC 16, SO THE    *
002400*  NIGHT CAN BE FIXED AND RERUN UNDER THE SAME DATE.  A SECOND    *
002500*  ROLL FOR THE SAME NIGHT IS REFUSED THE SAME WAY -- THE STATUS  *
002600*  NO LONGER MATCHES THE DATE IT WOULD ROLL.                      *
002700*  THE NEXT PROCESSING DATE IS THE FIRST DAY AFTER THE CURRENT    *
002800*  ONE THAT IS NEITHER A SATURDAY, A SUNDAY NOR A HOLIDAY CARDED  *
002900*  ON BUSDATE.  THE CURRENT DATE BECOMES THE PRIOR DATE, AND THE  *
003000*  RECORD IS STAMPED WITH THE SYSTEM DATE AND TIME OF THE ROLL.   *
003100*  THE ROLL REPORT (ROLLRPT) LISTS THE DAYS PASSED OVER.          *
003200*----------------------------------------------------------------*
003300 ENVIRONMENT DIVISION.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT BUS-DATE     ASSIGN TO BUSDATE.
003700     SELECT NIGHT-STS    ASSIGN TO NIGHTSTS.
003800     SELECT ROLL-LINE    ASSIGN TO ROLLRPT.
003900     SELECT RUN-LOG      ASSIGN TO RUNLOG.
004000 DATA DIVISION.
004100 FILE SECTION.
004200 FD  BUS-DATE RECORDING MODE F.
004300     COPY BDATFLD.
004400 FD  NIGHT-STS RECORDING MODE F.
004500     COPY NSTSFLD.
004600 FD  ROLL-LINE RECORDING MODE F.
004700 01  ROLL-REC               PIC X(80).
004800 FD  RUN-LOG RECORDING MODE F.
004900     COPY RUNLOG.
005000 WORKING-STORAGE SECTION.
005100 01  RL-HEAD-REC.
005200     05  FILLER             PIC X(44)
005300         VALUE 'BUSINESS DATE ROLL -- CLOSING BUSINESS DATE '.
005400     05  RL-CLOSE-DATE-O    PIC 9(6).
005500     05  FILLER             PIC X(30) VALUE SPACES.
005600 01  RL-SKIP-REC.
005700     05  FILLER             PIC X(4)  VALUE SPACES.
005800     05  FILLER             PIC X(22)
005900         VALUE 'NOT A PROCESSING DAY  '.
006000     05  RS-DATE-O          PIC 9(6).
006100     05  FILLER             PIC X(2)  VALUE SPACES.
006200     05  RS-REASON-O        PIC X(25).
006300     05  FILLER             PIC X(21) VALUE SPACES.
006400 01  RL-DATE-REC.
006500     05  RD-LABEL           PIC X(30).
006600     05  RD-DATE-O          PIC 9(6).
006700     05  FILLER             PIC X(44) VALUE SPACES.
006800 01  RL-STATUS-REC.
006900     05  RT-MESSAGE         PIC X(60).
007000     05  FILLER             PIC X(20) VALUE SPACES.
007100 01  WS-SWITCHES.
007200     05  WS-EOF-SWITCH      PIC X(01) VALUE 'N'.
007300         88  WS-EOF                   VALUE 'Y'.
007400     05  WS-RUN-OK-SW       PIC X(01) VALUE 'Y'.
007500         88  WS-RUN-OK                VALUE 'Y'.
007600     05  WS-PROC-DAY-SW     PIC X(01) VALUE 'N'.
007700         88  WS-PROC-DAY              VALUE 'Y'.
007800     05  WS-HOL-FOUND-SW    PIC X(01) VALUE 'N'.
007900         88  WS-HOL-FOUND             VALUE 'Y'.
008000 01  WS-COUNTERS.
008100     05  WS-CARDS-READ      PIC 9(07) COMP VALUE 0.
008200     05  WS-CARDS-BAD       PIC 9(07) COMP VALUE 0.
008300     05  WS-DAYS-SKIPPED    PIC 9(07) COMP VALUE 0.
008400     05  WS-ROLLED          PIC 9(07) COMP VALUE 0.
008500*  HOLIDAY TABLE, LOADED FROM THE CALENDAR CARDS ON BUSDATE.
008600 01  WS-HOL-TABLE.
008700     05  WS-HOL-COUNT       PIC 9(3) COMP VALUE 0.
008800     05  WS-HOL-IX          PIC 9(3) COMP.
008900     05  WS-HOL-ENTRY OCCURS 200 TIMES.
009000         10  WS-HOL-DATE    PIC 9(6).
009100         10  WS-HOL-DESC    PIC X(25).
009200 01  WS-DATE-FIELDS.
009300     05  WS-CURR-DATE       PIC 9(6) VALUE 0.
009400     05  WS-NEXT-DATE       PIC 9(6).
009500     05  WS-NEXT-DATE-R REDEFINES WS-NEXT-DATE.
009600         10  WS-NEXT-YY     PIC 9(2).
009700         10  WS-NEXT-MM     PIC 9(2).
009800         10  WS-NEXT-DD     PIC 9(2).
009900     05  WS-MONTH-LEN       PIC 9(2).
010000     05  WS-LEAP-Q          PIC 9(2).
010100     05  WS-LEAP-REM        PIC 9(2).
010200 01  WS-MONTH-DAYS-TABLE.
010300     05  FILLER             PIC X(24)
010400         VALUE '312831303130313130313031'.
010500 01  WS-MONTH-DAYS-R REDEFINES WS-MONTH-DAYS-TABLE.
010600     05  WS-MONTH-DAYS      OCCURS 12 TIMES PIC 9(2).
010700*  DAYS IN THE YEAR BEFORE THE FIRST OF EACH MONTH (NON-LEAP).
010800 01  WS-CUM-DAYS-TABLE.
010900     05  FILLER             PIC X(36)
011000         VALUE '000031059090120151181212243273304334'.
011100 01  WS-CUM-DAYS-R REDEFINES WS-CUM-DAYS-TABLE.
011200     05  WS-CUM-DAYS        OCCURS 12 TIMES PIC 9(3).
011300*  DAY SERIAL: DAYS SINCE 12/31/99, SO 01/01/00 (A SATURDAY) IS
011400*  DAY 1 AND THE SERIAL'S REMAINDER BY 7 GIVES THE WEEKDAY --
011500*  1 SATURDAY, 2 SUNDAY, 3 MONDAY THROUGH 0 FRIDAY.
011600 01  WS-SERIAL-FIELDS.
011700     05  WS-DATE-ARG        PIC 9(6).
011800     05  WS-DATE-ARG-R REDEFINES WS-DATE-ARG.
011900         10  WS-ARG-YY      PIC 9(2).
012000         10  WS-ARG-MM      PIC 9(2).
012100         10  WS-ARG-DD      PIC 9(2).
012200     05  WS-DATE-SERIAL     PIC 9(5).
012300     05  WS-WEEK-Q          PIC 9(5).
012400     05  WS-WEEKDAY         PIC 9(1).
012500         88  WS-WEEKEND               VALUE 1 2.
012600*------------------------------------------------------------------
012700 PROCEDURE DIVISION.
012800*------------------------------------------------------------------
012900 0000-MAINLINE.
013000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
013100     IF WS-RUN-OK
013200         PERFORM 2000-FIND-NEXT-DAY THRU 2000-EXIT
013300         PERFORM 3000-ROLL-DATE THRU 3000-EXIT
013400     END-IF.
013500     PERFORM 9000-TERMINATE THRU 9000-EXIT.
013600     GOBACK.
013700*------------------------------------------------------------------
013800*  1000-INITIALIZE  --  READ THE DATE RECORD AND LOAD THE HOLIDAY
013900*  CALENDAR FROM BUSDATE, THEN PROVE THE NIGHT STATUS IS CLEAN
014000*  FOR THE DATE BEING CLOSED.  NOTHING IS OPENED FOR UPDATE UNTIL
014100*  THE NIGHT HAS PROVED CLEAN.
014200*------------------------------------------------------------------
014300 1000-INITIALIZE.
014400     OPEN OUTPUT ROLL-LINE.
014500     OPEN INPUT  BUS-DATE.
014600     READ BUS-DATE
014700         AT END
014800             MOVE SPACES TO BDT-FIELDS
014900     END-READ.
015000     IF NOT BDT-DATE-REC
015100        OR BDT-CURR-DATE NOT NUMERIC
015200         CLOSE BUS-DATE
015300         MOVE 'NO BUSINESS DATE RECORD ON BUSDATE' TO RT-MESSAGE
015400         WRITE ROLL-REC FROM RL-STATUS-REC
015500         DISPLAY 'ODEV27 ERROR - NO BUSINESS DATE RECORD ON '
015600             'BUSDATE, DATE NOT ROLLED'
015700         MOVE 'N' TO WS-RUN-OK-SW
015800         GO TO 1000-EXIT
015900     END-IF.
016000     MOVE BDT-CURR-DATE TO WS-CURR-DATE.
016100     MOVE BDT-CURR-DATE TO RL-CLOSE-DATE-O.
016200     WRITE ROLL-REC FROM RL-HEAD-REC.
016300     PERFORM 1100-LOAD-CALENDAR THRU 1100-EXIT
016400         UNTIL WS-EOF.
016500     CLOSE BUS-DATE.
016600     PERFORM 1300-VERIFY-NIGHT THRU 1300-EXIT.
016700 1000-EXIT.
016800     EXIT.
016900*------------------------------------------------------------------
017000*  1100-LOAD-CALENDAR  --  ONE CALENDAR CARD INTO THE HOLIDAY
017100*  TABLE.  A CARD THAT IS NOT A HOLIDAY WITH A NUMERIC DATE IS
017200*  WARNED AND PASSED OVER.
017300*------------------------------------------------------------------
017400 1100-LOAD-CALENDAR.
017500     READ BUS-DATE
017600         AT END
017700             MOVE 'Y' TO WS-EOF-SWITCH
017800             GO TO 1100-EXIT
017900     END-READ.
018000     ADD 1 TO WS-CARDS-READ.
018100     IF NOT BDT-CALENDAR-REC
018200        OR BDT-CAL-DATE NOT NUMERIC
018300         ADD 1 TO WS-CARDS-BAD
018400         DISPLAY 'ODEV27 WARNING - BUSDATE CARD ' WS-CARDS-READ
018500             ' IS NOT A VALID HOLIDAY CARD, IGNORED'
018600         GO TO 1100-EXIT
018700     END-IF.
018800     IF WS-HOL-COUNT NOT < 200
018900         ADD 1 TO WS-CARDS-BAD
019000         DISPLAY 'ODEV27 WARNING - HOLIDAY TABLE FULL, CARD '
019100             'IGNORED: ' BDT-CAL-DATE
019200         GO TO 1100-EXIT
019300     END-IF.
019400     ADD 1 TO WS-HOL-COUNT.
019500     MOVE BDT-CAL-DATE TO WS-HOL-DATE (WS-HOL-COUNT).
019600     MOVE BDT-CAL-DESC TO WS-HOL-DESC (WS-HOL-COUNT).
019700 1100-EXIT.
019800     EXIT.
019900*------------------------------------------------------------------
020000*  1300-VERIFY-NIGHT  --  THE NIGHT STATUS MUST BE FOR THE DATE
020100*  BEING CLOSED AND MUST SAY CLEAN.  A MISSING STATUS, ONE LEFT
020200*  OVER FROM AN EARLIER NIGHT (OR FROM THE NIGHT ALREADY ROLLED)
020300*  OR ONE THAT IS NOT CLEAN IS REFUSED RC 16.
020400*------------------------------------------------------------------
020500 1300-VERIFY-NIGHT.
020600     OPEN INPUT NIGHT-STS.
020700     READ NIGHT-STS
020800         AT END
020900             MOVE SPACES TO NSTS-FIELDS
021000     END-READ.
021100     CLOSE NIGHT-STS.
021200     IF NSTS-BUS-DATE NOT NUMERIC
021300        OR NSTS-BUS-DATE NOT = WS-CURR-DATE
021400         MOVE 'NO NIGHT STATUS FOR THIS BUSINESS DATE'
021500             TO RT-MESSAGE
021600         WRITE ROLL-REC FROM RL-STATUS-REC
021700         DISPLAY 'ODEV27 ERROR - NO NIGHT STATUS FOR BUSINESS '
021800             'DATE ' WS-CURR-DATE ', DATE NOT ROLLED'
021900         MOVE 'N' TO WS-RUN-OK-SW
022000         GO TO 1300-EXIT
022100     END-IF.
022200     IF NOT NSTS-CLEAN
022300         MOVE 'NIGHT STATUS IS NOT CLEAN -- SEE ODEV13'
022400             TO RT-MESSAGE
022500         WRITE ROLL-REC FROM RL-STATUS-REC
022600         DISPLAY 'ODEV27 ERROR - NIGHT STATUS FOR BUSINESS DATE '
022700             WS-CURR-DATE ' IS NOT CLEAN, DATE NOT ROLLED'
022800         MOVE 'N' TO WS-RUN-OK-SW
022900     END-IF.
023000 1300-EXIT.
023100     EXIT.
023200*------------------------------------------------------------------
023300*  2000-FIND-NEXT-DAY  --  STEP FORWARD ONE CALENDAR DAY AT A TIME
023400*  FROM THE CURRENT BUSINESS DATE UNTIL A PROCESSING DAY COMES UP.
023500*------------------------------------------------------------------
023600 2000-FIND-NEXT-DAY.
023700     MOVE WS-CURR-DATE TO WS-NEXT-DATE.
023800     PERFORM 2100-ADVANCE-DAY THRU 2100-EXIT
023900         UNTIL WS-PROC-DAY.
024000 2000-EXIT.
024100     EXIT.
024200*------------------------------------------------------------------
024300*  2100-ADVANCE-DAY  --  ADD ONE DAY TO THE CANDIDATE DATE (EVERY
024400*  YEAR DIVISIBLE BY 4 IS A LEAP YEAR FOR A TWO-DIGIT YEAR) AND
024500*  TEST IT.  A WEEKEND OR CARDED HOLIDAY IS LISTED AND PASSED
024600*  OVER; ANY OTHER DAY IS THE NEXT PROCESSING DAY.
024700*------------------------------------------------------------------
024800 2100-ADVANCE-DAY.
024900     MOVE WS-MONTH-DAYS (WS-NEXT-MM) TO WS-MONTH-LEN.
025000     IF WS-NEXT-MM = 2
025100         DIVIDE WS-NEXT-YY BY 4
025200             GIVING WS-LEAP-Q REMAINDER WS-LEAP-REM
025300         IF WS-LEAP-REM = 0
025400             MOVE 29 TO WS-MONTH-LEN
025500         END-IF
025600     END-IF.
025700     ADD 1 TO WS-NEXT-DD.
025800     IF WS-NEXT-DD > WS-MONTH-LEN
025900         MOVE 1 TO WS-NEXT-DD
026000         ADD 1 TO WS-NEXT-MM
026100         IF WS-NEXT-MM > 12
026200             MOVE 1 TO WS-NEXT-MM
026300             ADD 1 TO WS-NEXT-YY
026400         END-IF
026500     END-IF.
026600     MOVE WS-NEXT-DATE TO WS-DATE-ARG.
026700     PERFORM 8000-DATE-TO-SERIAL THRU 8000-EXIT.
026800     IF WS-WEEKEND
026900         MOVE 'WEEKEND' TO RS-REASON-O
027000         PERFORM 2200-LIST-SKIPPED THRU 2200-EXIT
027100         GO TO 2100-EXIT
027200     END-IF.
027300     MOVE 'N' TO WS-HOL-FOUND-SW.
027400     PERFORM 8100-SCAN-HOLIDAYS THRU 8100-EXIT
027500         VARYING WS-HOL-IX FROM 1 BY 1
027600         UNTIL WS-HOL-IX > WS-HOL-COUNT
027700            OR WS-HOL-FOUND.
027800     IF WS-HOL-FOUND
027900         PERFORM 2200-LIST-SKIPPED THRU 2200-EXIT
028000         GO TO 2100-EXIT
028100     END-IF.
028200     MOVE 'Y' TO WS-PROC-DAY-SW.
028300 2100-EXIT.
028400     EXIT.
028500 2200-LIST-SKIPPED.
028600     MOVE WS-NEXT-DATE TO RS-DATE-O.
028700     WRITE ROLL-REC FROM RL-SKIP-REC.
028800     ADD 1 TO WS-DAYS-SKIPPED.
028900 2200-EXIT.
029000     EXIT.
029100*------------------------------------------------------------------
029200*  3000-ROLL-DATE  --  REWRITE THE DATE RECORD: THE DATE CLOSED
029300*  BECOMES THE PRIOR DATE, THE NEXT PROCESSING DAY THE CURRENT
029400*  ONE, AND THE SYSTEM DATE AND TIME OF THE ROLL ARE STAMPED FOR
029500*  THE AUDIT TRAIL.  THE CALENDAR CARDS ARE LEFT AS THEY ARE.
029600*------------------------------------------------------------------
029700 3000-ROLL-DATE.
029800     OPEN I-O BUS-DATE.
029900     READ BUS-DATE
030000         AT END
030100             MOVE SPACES TO BDT-FIELDS
030200     END-READ.
030300     IF NOT BDT-DATE-REC
030400        OR BDT-CURR-DATE NOT = WS-CURR-DATE
030500         CLOSE BUS-DATE
030600         MOVE 'BUSDATE CHANGED DURING THE ROLL' TO RT-MESSAGE
030700         WRITE ROLL-REC FROM RL-STATUS-REC
030800         DISPLAY 'ODEV27 ERROR - BUSDATE DATE RECORD CHANGED '
030900             'DURING THE ROLL, DATE NOT ROLLED'
031000         MOVE 'N' TO WS-RUN-OK-SW
031100         GO TO 3000-EXIT
031200     END-IF.
031300     MOVE WS-CURR-DATE TO BDT-PRIOR-DATE.
031400     MOVE WS-NEXT-DATE TO BDT-CURR-DATE.
031500     ACCEPT BDT-ROLLED-ON FROM DATE.
031600     ACCEPT BDT-ROLLED-AT FROM TIME.
031700     REWRITE BDT-FIELDS.
031800     CLOSE BUS-DATE.
031900     ADD 1 TO WS-ROLLED.
032000     MOVE 'PRIOR PROCESSING DATE' TO RD-LABEL.
032100     MOVE WS-CURR-DATE TO RD-DATE-O.
032200     WRITE ROLL-REC FROM RL-DATE-REC.
032300     MOVE 'NEW PROCESSING DATE' TO RD-LABEL.
032400     MOVE WS-NEXT-DATE TO RD-DATE-O.
032500     WRITE ROLL-REC FROM RL-DATE-REC.
032600 3000-EXIT.
032700     EXIT.
032800*------------------------------------------------------------------
032900*  8000-DATE-TO-SERIAL  --  WS-DATE-ARG (YYMMDD) TO ITS DAY SERIAL
033000*  AND WEEKDAY.  THE LEAP DAYS BEFORE THE YEAR ARE ONE FOR EVERY
033100*  FOURTH YEAR FROM 00 ON, PLUS THIS YEAR'S OWN 29TH OF FEBRUARY
033200*  ONCE PAST IT.
033300*------------------------------------------------------------------
033400 8000-DATE-TO-SERIAL.
033500     DIVIDE WS-ARG-YY BY 4
033600         GIVING WS-LEAP-Q REMAINDER WS-LEAP-REM.
033700     COMPUTE WS-DATE-SERIAL = WS-ARG-YY * 365 + WS-LEAP-Q
033800                            + WS-CUM-DAYS (WS-ARG-MM)
033900                            + WS-ARG-DD.
034000     IF WS-LEAP-REM NOT = 0
034100         ADD 1 TO WS-DATE-SERIAL
034200     END-IF.
034300     IF WS-LEAP-REM = 0
034400        AND WS-ARG-MM > 2
034500         ADD 1 TO WS-DATE-SERIAL
034600     END-IF.
034700     DIVIDE WS-DATE-SERIAL BY 7
034800         GIVING WS-WEEK-Q REMAINDER WS-WEEKDAY.
034900 8000-EXIT.
035000     EXIT.
035100 8100-SCAN-HOLIDAYS.
035200     IF WS-HOL-DATE (WS-HOL-IX) = WS-NEXT-DATE
035300         MOVE WS-HOL-DESC (WS-HOL-IX) TO RS-REASON-O
035400         MOVE 'Y' TO WS-HOL-FOUND-SW
035500     END-IF.
035600 8100-EXIT.
035700     EXIT.
035800*------------------------------------------------------------------
035900*  9000-TERMINATE  --  RUN-STATISTICS RECORD, DATED WITH THE
036000*  BUSINESS DATE THAT WAS CLOSED.  A REFUSED ROLL ENDS THE STEP
036100*  RC 16.
036200*------------------------------------------------------------------
036300 9000-TERMINATE.
036400     CLOSE ROLL-LINE.
036500     IF NOT WS-RUN-OK
036600         MOVE 16 TO RETURN-CODE
036700     END-IF.
036800     OPEN EXTEND RUN-LOG.
036900     MOVE SPACES             TO RLOG-FIELDS.
037000     MOVE 'ODEV27'           TO RLOG-PROGRAM.
037100     MOVE WS-CURR-DATE       TO RLOG-RUN-DATE.
037200     MOVE WS-CARDS-READ      TO RLOG-RECS-IN.
037300     MOVE WS-ROLLED          TO RLOG-RECS-OUT.
037400     MOVE WS-CARDS-BAD       TO RLOG-REJECTS.
037500     MOVE ZERO               TO RLOG-AMOUNT-TOT.
037600     MOVE 'BUSINESS DATE ROLL' TO RLOG-COMMENT.
037700     WRITE RLOG-FIELDS.
037800     CLOSE RUN-LOG.
037900 9000-EXIT.
038000     EXIT.
