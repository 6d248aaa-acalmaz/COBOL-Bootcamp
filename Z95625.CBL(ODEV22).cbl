000100 IDENTIFICATION DIVISION.
000200*----------------------------------------------------------------*
000300 PROGRAM-ID.    ODEV22.
000400 AUTHOR.        MELIH CALMAZ.
000500 INSTALLATION.  Z95625 BATCH SYSTEMS.
000600 DATE-WRITTEN.  10/15/2026.
000700 DATE-COMPILED.
000800*----------------------------------------------------------------*
000900*  MODIFICATION HISTORY                                           *
001000*----------------------------------------------------------------*
001100*  DATE       INIT  DESCRIPTION                                   *
001200*  10/15/26   MC    INITIAL VERSION.  PURCHASE AUTHORIZATION RUN. *
001300*                    NOTHING STOPPED A PURCHASE THAT WOULD BLOW   *
001400*                    THROUGH ACCT-LIMIT -- WE ONLY FOUND OUT      *
001500*                    AFTER ODEV5 POSTED IT, ODEV2 LISTED THE      *
001600*                    ACCOUNT OVER LIMIT AND ODEV8 FROZE IT DAYS   *
001700*                    LATER.                                       *
001710*  10/15/26   MC    A CHARGED-OFF ACCOUNT IS NOW DECLINED.        *
001720*  10/15/26   MC    RUN IS NOW DATED FROM THE BUSINESS-DATE       *
001730*                    CONTROL RECORD (BDATFLD, BUSDATE) INSTEAD OF *
001740*                    THE SYSTEM CLOCK -- NO DATE RECORD, NO RUN.  *
001750*  10/15/26   MC    AN ACCOUNT NUMBER THAT FAILS ITS MOD-10 CHECK *
001760*                    DIGIT (NXTNFLD) IS NOW DECLINED BEFORE THE   *
001770*                    MASTER IS CONSULTED.  LEGACY NUMBERS, BELOW  *
001780*                    THE FIRST BASE ON NXTNUM, ARE NOT TESTED.    *
001800*----------------------------------------------------------------*
001900*  THIS PROGRAM FIRST EXPIRES EVERY PENDING HOLD (HOLDFLD KSDS)   *
002000*  OLDER THAN THE SYSIN DAY LIMIT -- A PURCHASE THAT NEVER POSTED *
002100*  MUST NOT TIE UP CREDIT FOREVER.  IT THEN READS THE DAY'S       *
002200*  AUTHORIZATION REQUESTS (AUTHFLD LAYOUT) AND DECIDES EACH ONE   *
002210*  AGAINST THE ACCT-REC KSDS: AN ACCOUNT NUMBER THAT FAILS ITS    *
002220*  CHECK DIGIT, OR A CLOSED, FROZEN, CHARGED-OFF OR UNKNOWN       *
002230*  ACCOUNT, IS DECLINED, AND SO IS ANY AMOUNT OVER THE AVAILABLE  *
002240*  CREDIT -- ACCT-LIMIT LESS ACCT-BALANCE LESS EVERY HOLD STILL   *
002250*  PENDING ON THE ACCOUNT.  AN APPROVED AMOUNT IS                 *
002700*  WRITTEN AS A NEW HOLD, WHICH ODEV5 RELEASES WHEN THE PURCHASE  *
002800*  POSTS.  EVERY DECISION IS LISTED ON THE DAILY AUTHORIZATION    *
002900*  LOG WITH APPROVALS AND DECLINES TOTALLED BY REASON.            *
003000*----------------------------------------------------------------*
003100 ENVIRONMENT DIVISION.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT ACCT-REC   ASSIGN TO ACCTREC
003500         ORGANIZATION IS INDEXED
003600         ACCESS MODE  IS RANDOM
003700         RECORD KEY   IS ACCT-NO.
003800     SELECT HOLD-FILE  ASSIGN TO HOLDFILE
003900         ORGANIZATION IS INDEXED
004000         ACCESS MODE  IS DYNAMIC
004100         RECORD KEY   IS HOLD-KEY.
004200     SELECT AUTH-FILE  ASSIGN TO AUTHREQ.
004300     SELECT AUTH-LINE  ASSIGN TO AUTHLOG.
004400     SELECT RUN-LOG    ASSIGN TO RUNLOG.
004410     SELECT BUS-DATE   ASSIGN TO BUSDATE.
004420     SELECT NXTN-FILE  ASSIGN TO NXTNUM.
004500 DATA DIVISION.
004600 FILE SECTION.
004700 FD  ACCT-REC RECORDING MODE F.
004800     COPY ACCTFLD.
004900 FD  HOLD-FILE RECORDING MODE F.
005000     COPY HOLDFLD.
005100 FD  AUTH-FILE RECORDING MODE F.
005200     COPY AUTHFLD.
005300 FD  AUTH-LINE RECORDING MODE F.
005400 01  AUTH-REC               PIC X(120).
005500 FD  RUN-LOG RECORDING MODE F.
005600     COPY RUNLOG.
005610 FD  BUS-DATE RECORDING MODE F.
005620     COPY BDATFLD.
005630 FD  NXTN-FILE RECORDING MODE F.
005640     COPY NXTNFLD.
005700 WORKING-STORAGE SECTION.
005800 01  AUTH-HEAD-REC.
005900     05  FILLER             PIC X(33)
006000         VALUE 'DAILY AUTHORIZATION LOG -- DATE '.
006100     05  AH-RUN-DATE-O      PIC 9(6).
006200     05  FILLER             PIC X(81) VALUE SPACES.
006300 01  AUTH-COL-REC.
006400     05  FILLER             PIC X(8)  VALUE 'ACCOUNT '.
006500     05  FILLER             PIC X(2)  VALUE SPACES.
006600     05  FILLER             PIC X(10) VALUE 'REQUEST'.
006700     05  FILLER             PIC X(2)  VALUE SPACES.
006800     05  FILLER             PIC X(25) VALUE 'MERCHANT'.
006900     05  FILLER             PIC X(2)  VALUE SPACES.
007000     05  FILLER             PIC X(13) VALUE '       AMOUNT'.
007100     05  FILLER             PIC X(2)  VALUE SPACES.
007200     05  FILLER             PIC X(14) VALUE '     AVAILABLE'.
007300     05  FILLER             PIC X(2)  VALUE SPACES.
007400     05  FILLER             PIC X(8)  VALUE 'DECISION'.
007500     05  FILLER             PIC X(2)  VALUE SPACES.
007600     05  FILLER             PIC X(25) VALUE 'REASON'.
007700     05  FILLER             PIC X(5)  VALUE SPACES.
007800 01  AUTH-DETAIL-REC.
007900     05  AD-ACCT-NO-O       PIC X(8).
008000     05  FILLER             PIC X(2)  VALUE SPACES.
008100     05  AD-REQUEST-ID-O    PIC X(10).
008200     05  FILLER             PIC X(2)  VALUE SPACES.
008300     05  AD-MERCHANT-O      PIC X(25).
008400     05  FILLER             PIC X(2)  VALUE SPACES.
008500     05  AD-AMOUNT-O        PIC $$,$$$,$$9.99.
008600     05  FILLER             PIC X(2)  VALUE SPACES.
008700     05  AD-AVAIL-O         PIC $$,$$$,$$9.99-.
008800     05  FILLER             PIC X(2)  VALUE SPACES.
008900     05  AD-DECISION-O      PIC X(8).
009000     05  FILLER             PIC X(2)  VALUE SPACES.
009100     05  AD-REASON-O        PIC X(25).
009200     05  FILLER             PIC X(5)  VALUE SPACES.
009300 01  AUTH-EXPIRED-REC.
009400     05  AX-ACCT-NO-O       PIC X(8).
009500     05  FILLER             PIC X(2)  VALUE SPACES.
009600     05  AX-REQUEST-ID-O    PIC X(10).
009700     05  FILLER             PIC X(2)  VALUE SPACES.
009800     05  AX-MERCHANT-O      PIC X(25).
009900     05  FILLER             PIC X(2)  VALUE SPACES.
010000     05  AX-AMOUNT-O        PIC $$,$$$,$$9.99.
010100     05  FILLER             PIC X(2)  VALUE SPACES.
010200     05  FILLER             PIC X(20)
010300         VALUE 'HOLD EXPIRED - DATED'.
010400     05  FILLER             PIC X(1)  VALUE SPACES.
010500     05  AX-AUTH-DATE-O     PIC 9(6).
010600     05  FILLER             PIC X(29) VALUE SPACES.
010700 01  AUTH-TOTAL-REC.
010800     05  AT-LABEL           PIC X(30).
010900     05  AT-COUNT-O         PIC Z,ZZZ,ZZ9.
011000     05  FILLER             PIC X(2)  VALUE SPACES.
011100     05  AT-AMOUNT-O        PIC $$,$$$,$$$,$$9.99-.
011200     05  FILLER             PIC X(61) VALUE SPACES.
011300 01  WS-SWITCHES.
011400     05  WS-EOF-SWITCH      PIC X(01) VALUE 'N'.
011500         88  WS-EOF                   VALUE 'Y'.
011600     05  WS-FOUND-SWITCH    PIC X(01) VALUE 'N'.
011700         88  WS-ACCOUNT-FOUND         VALUE 'Y'.
011800     05  WS-HOLD-EOF-SW     PIC X(01) VALUE 'N'.
011900         88  WS-HOLD-EOF              VALUE 'Y'.
012000 01  WS-COUNTERS.
012100     05  WS-REQS-READ       PIC 9(07) COMP VALUE 0.
012200     05  WS-APPROVED        PIC 9(07) COMP VALUE 0.
012300     05  WS-DECLINED        PIC 9(07) COMP VALUE 0.
012400     05  WS-EXPIRED         PIC 9(07) COMP VALUE 0.
012500 01  WS-MONEY-TOTALS.
012600     05  WS-APPROVED-TOT    PIC S9(11)V99 COMP-3 VALUE 0.
012700     05  WS-DECLINED-TOT    PIC S9(11)V99 COMP-3 VALUE 0.
012800     05  WS-EXPIRED-TOT     PIC S9(11)V99 COMP-3 VALUE 0.
012900*  DECLINE REASONS, IN THE ORDER THE DECISION TESTS THEM.  THE
013000*  REASON NUMBER SET BY THE DECISION INDEXES BOTH THE TEXT AND
013100*  THE COUNT/AMOUNT TOTALLED FOR THE LOG.
013200 01  WS-DECLINE-TEXT-VALUES.
013300     05  FILLER             PIC X(25) VALUE 'INVALID AMOUNT'.
013310     05  FILLER             PIC X(25)
013320         VALUE 'ACCT CHECK DIGIT FAILED'.
013330     05  FILLER             PIC X(25)
013340         VALUE 'ACCOUNT NOT ON MASTER'.
013600     05  FILLER             PIC X(25) VALUE 'ACCOUNT CLOSED'.
013700     05  FILLER             PIC X(25) VALUE 'ACCOUNT FROZEN'.
013710     05  FILLER             PIC X(25) VALUE 'ACCOUNT CHARGED OFF'.
013800     05  FILLER             PIC X(25) VALUE 'INSUFFICIENT CREDIT'.
013810     05  FILLER             PIC X(25) VALUE 'HOLD NOT RECORDED'.
013900 01  WS-DECLINE-TEXT-TABLE REDEFINES WS-DECLINE-TEXT-VALUES.
014000     05  WS-DECLINE-TEXT    OCCURS 8 TIMES PIC X(25).
014100 01  WS-DECLINE-TOTALS.
014200     05  WS-DECLINE-ENTRY   OCCURS 8 TIMES.
014300         10  WS-DECLINE-COUNT PIC 9(07) COMP.
014400         10  WS-DECLINE-AMT   PIC S9(11)V99 COMP-3.
014500 77  WS-DECLINE-IX          PIC 9(3) COMP.
014600 77  WS-DECLINE-MAX         PIC 9(3) COMP VALUE 8.
014700*  AVAILABLE CREDIT FOR THE REQUEST BEING DECIDED, AND THE HOLDS
014800*  STILL PENDING ON ITS ACCOUNT.  WS-NEXT-SEQ IS THE SEQUENCE THE
014900*  NEXT HOLD ON THE SAME ACCOUNT AND DATE WILL TAKE.
015000 01  WS-CREDIT-FIELDS.
015100     05  WS-HOLD-TOT        PIC S9(9)V99 COMP-3.
015200     05  WS-AVAILABLE       PIC S9(9)V99 COMP-3.
015300     05  WS-HOLD-DATE       PIC 9(6).
015400     05  WS-NEXT-SEQ        PIC 9(3).
015500*  HOLD EXPIRY AGE IN DAYS FROM SYSIN.  BLANK TAKES THE DEFAULT.
015600 01  WS-PARM-FIELDS.
015700     05  WS-EXPIRE-DAYS-IN  PIC X(3).
015800     05  WS-EXPIRE-DAYS     PIC 9(3) VALUE 7.
015900*  THE AGE OF A HOLD IS THE RUN DATE LESS ITS AUTHORIZATION DATE,
016000*  BOTH CONVERTED TO AN APPROXIMATE SERIAL DAY (CALENDAR DAYS,
016100*  YEARS AT 365, MONTHS AT 30).  A HOLD EXPIRES BY CALENDAR DAY.
016200 01  WS-DATE-FIELDS.
016300     05  WS-DATE-ARG        PIC 9(6).
016400     05  WS-DATE-ARG-R REDEFINES WS-DATE-ARG.
016500         10  WS-DATE-YY     PIC 9(2).
016600         10  WS-DATE-MM     PIC 9(2).
016700         10  WS-DATE-DD     PIC 9(2).
016800     05  WS-DATE-SERIAL     PIC S9(7) COMP.
016900     05  WS-RUN-SERIAL      PIC S9(7) COMP.
017000     05  WS-AGE-DAYS        PIC S9(7) COMP.
017100 77  WS-RUN-DATE            PIC 9(6).
017110 77  WS-BDATE-SW            PIC X(01) VALUE 'N'.
017120     88  WS-BDATE-FOUND               VALUE 'Y'.
017125*  CHECK DIGIT WORK AREA.  AN ACCOUNT NUMBER IS SEVEN DIGITS AND
017130*  A CHECK DIGIT CHOSEN SO THAT THE FIRST, THIRD, FIFTH AND
017135*  SEVENTH DIGITS DOUBLED (LESS 9 WHEN THE DOUBLE IS OVER 9) PLUS
017137*  THE OTHER FOUR ADD TO A MULTIPLE OF 10 -- SEE NXTNFLD.  A
017139*  NUMBER WHOSE BASE IS BELOW WS-CHK-FIRST-BASE IS A LEGACY
017141*  ACCOUNT AND CARRIES NO CHECK DIGIT.
017145 01  WS-CHECK-DIGIT-FIELDS.
017150     05  WS-CHK-ACCT        PIC X(8).
017151     05  WS-CHK-ACCT-R REDEFINES WS-CHK-ACCT.
017152         10  WS-CHK-BASE    PIC 9(7).
017153         10  WS-CHK-DIGIT   PIC 9(1).
017155     05  WS-CHK-DIGITS-R REDEFINES WS-CHK-ACCT.
017160         10  WS-CHK-POS     PIC 9(1) OCCURS 8 TIMES.
017165     05  WS-CHK-IX          PIC 9(2) COMP.
017170     05  WS-CHK-PRODUCT     PIC 9(2) COMP.
017175     05  WS-CHK-SUM         PIC 9(3) COMP.
017180     05  WS-CHK-Q           PIC 9(3) COMP.
017185     05  WS-CHK-REM         PIC 9(2) COMP.
017190     05  WS-CHK-VALID-SW    PIC X(01).
017195         88  WS-CHK-VALID             VALUE 'Y'.
017197     05  WS-CHK-FIRST-BASE  PIC 9(7).
017200*------------------------------------------------------------------
017300 PROCEDURE DIVISION.
017400*------------------------------------------------------------------
017500 0000-MAINLINE.
017510     PERFORM 0100-GET-BUS-DATE THRU 0100-EXIT.
017520     IF NOT WS-BDATE-FOUND
017530         GOBACK
017540     END-IF.
017600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
017700     PERFORM 2000-DECIDE-REQUEST THRU 2000-EXIT
017800         UNTIL WS-EOF.
017900     PERFORM 9000-TERMINATE THRU 9000-EXIT.
018000     GOBACK.
018002*------------------------------------------------------------------
018004*  0100-GET-BUS-DATE  --  READ THE BUSINESS DATE THIS RUN IS FOR
018006*  FROM THE DATE RECORD AT THE HEAD OF BUSDATE.  ONLY THE END-OF-
018008*  DAY ROLL (ODEV27) MOVES IT, SO A RERUN OR A RUN THAT CROSSES
018010*  MIDNIGHT STILL BELONGS TO THE SAME PROCESSING DAY.  NO DATE
018012*  RECORD, NO RUN.
018014*------------------------------------------------------------------
018016 0100-GET-BUS-DATE.
018018     OPEN INPUT BUS-DATE.
018020     READ BUS-DATE
018022         AT END
018024             MOVE SPACES TO BDT-FIELDS
018026     END-READ.
018028     CLOSE BUS-DATE.
018030     IF NOT BDT-DATE-REC
018032        OR BDT-CURR-DATE NOT NUMERIC
018034         DISPLAY 'ODEV22 ERROR - NO BUSINESS DATE RECORD ON '
018036             'BUSDATE'
018038         MOVE 16 TO RETURN-CODE
018040         GO TO 0100-EXIT
018042     END-IF.
018044     MOVE BDT-CURR-DATE TO WS-RUN-DATE.
018046     MOVE 'Y' TO WS-BDATE-SW.
018048 0100-EXIT.
018050     EXIT.
018100*------------------------------------------------------------------
018200*  1000-INITIALIZE  --  ACCEPT THE HOLD EXPIRY AGE FROM SYSIN,
018300*  OPEN THE FILES, PRINT THE LOG HEADING, EXPIRE THE STALE HOLDS
018310*  TAKE THE LEGACY ACCOUNT NUMBER BOUNDARY AND PRIME THE REQUEST
018320*  READ.
018500*------------------------------------------------------------------
018600 1000-INITIALIZE.
018700     ACCEPT WS-EXPIRE-DAYS-IN.
018800     IF WS-EXPIRE-DAYS-IN NOT = SPACES
018900         IF WS-EXPIRE-DAYS-IN NUMERIC
019000             MOVE WS-EXPIRE-DAYS-IN TO WS-EXPIRE-DAYS
019100         ELSE
019200             DISPLAY 'ODEV22 WARNING - EXPIRY PARM '''
019300                 WS-EXPIRE-DAYS-IN ''' NOT A 3-DIGIT NUMBER, '
019400                 'USING 007'
019500         END-IF
019600     END-IF.
019800     MOVE WS-RUN-DATE TO WS-DATE-ARG.
019900     PERFORM 8000-DATE-TO-SERIAL THRU 8000-EXIT.
020000     MOVE WS-DATE-SERIAL TO WS-RUN-SERIAL.
020100     INITIALIZE WS-DECLINE-TOTALS.
020110     PERFORM 1300-GET-FIRST-BASE THRU 1300-EXIT.
020200     OPEN INPUT  ACCT-REC.
020300     OPEN I-O    HOLD-FILE.
020400     OPEN INPUT  AUTH-FILE.
020500     OPEN OUTPUT AUTH-LINE.
020600     MOVE WS-RUN-DATE TO AH-RUN-DATE-O.
020700     WRITE AUTH-REC FROM AUTH-HEAD-REC.
020800     PERFORM 1200-EXPIRE-HOLDS THRU 1200-EXIT.
020900     WRITE AUTH-REC FROM AUTH-COL-REC.
021000     PERFORM 1100-READ-REQUEST THRU 1100-EXIT.
021100 1000-EXIT.
021200     EXIT.
021300 1100-READ-REQUEST.
021400     READ AUTH-FILE
021500         AT END
021600             MOVE 'Y' TO WS-EOF-SWITCH
021700             GO TO 1100-EXIT
021800     END-READ.
021900     ADD 1 TO WS-REQS-READ.
022000 1100-EXIT.
022100     EXIT.
022200*------------------------------------------------------------------
022300*  1200-EXPIRE-HOLDS  --  SEQUENTIAL PASS OF THE WHOLE HOLD FILE.
022400*  A HOLD OLDER THAN THE EXPIRY AGE IS DELETED AND LISTED, SO
022500*  ITS AMOUNT COUNTS AS AVAILABLE CREDIT AGAIN.
022600*------------------------------------------------------------------
022700 1200-EXPIRE-HOLDS.
022800     MOVE 'N' TO WS-HOLD-EOF-SW.
022900     MOVE LOW-VALUES TO HOLD-KEY.
023000     START HOLD-FILE KEY IS NOT LESS THAN HOLD-KEY
023100         INVALID KEY
023200             MOVE 'Y' TO WS-HOLD-EOF-SW
023300     END-START.
023400     PERFORM 1210-CHECK-HOLD-AGE THRU 1210-EXIT
023500         UNTIL WS-HOLD-EOF.
023600 1200-EXIT.
023700     EXIT.
023800 1210-CHECK-HOLD-AGE.
023900     READ HOLD-FILE NEXT
024000         AT END
024100             MOVE 'Y' TO WS-HOLD-EOF-SW
024200             GO TO 1210-EXIT
024300     END-READ.
024400     MOVE HOLD-AUTH-DATE TO WS-DATE-ARG.
024500     PERFORM 8000-DATE-TO-SERIAL THRU 8000-EXIT.
024600     COMPUTE WS-AGE-DAYS = WS-RUN-SERIAL - WS-DATE-SERIAL.
024700     IF WS-AGE-DAYS NOT > WS-EXPIRE-DAYS
024800         GO TO 1210-EXIT
024900     END-IF.
025000     DELETE HOLD-FILE RECORD
025100         INVALID KEY
025200             DISPLAY 'ODEV22 ERROR - HOLD ' HOLD-KEY
025300                 ' COULD NOT BE DELETED'
025400             MOVE 16 TO RETURN-CODE
025500             GO TO 1210-EXIT
025600     END-DELETE.
025700     MOVE HOLD-ACCT-NO    TO AX-ACCT-NO-O.
025800     MOVE HOLD-REQUEST-ID TO AX-REQUEST-ID-O.
025900     MOVE HOLD-MERCHANT   TO AX-MERCHANT-O.
026000     MOVE HOLD-AMOUNT     TO AX-AMOUNT-O.
026100     MOVE HOLD-AUTH-DATE  TO AX-AUTH-DATE-O.
026200     WRITE AUTH-REC FROM AUTH-EXPIRED-REC.
026300     ADD 1 TO WS-EXPIRED.
026400     ADD HOLD-AMOUNT TO WS-EXPIRED-TOT.
026500 1210-EXIT.
026502     EXIT.
026504*------------------------------------------------------------------
026506*  1300-GET-FIRST-BASE  --  TAKE THE FIRST ACCOUNT NUMBER BASE
026508*  THE INTAKE RUN (ODEV28) HANDED OUT FROM THE NEXT-NUMBER
026510*  CONTROL RECORD.  NUMBERS BELOW IT ARE LEGACY ACCOUNTS WITH NO
026512*  CHECK DIGIT.  UNTIL THE FIRST INTAKE RUN THE NEXT BASE IS THE
026514*  BOUNDARY; WITH NO CONTROL RECORD AT ALL NO NUMBER HAS BEEN
026516*  HANDED OUT, SO NONE IS TESTED.
026518*------------------------------------------------------------------
026520 1300-GET-FIRST-BASE.
026522     OPEN INPUT NXTN-FILE.
026524     READ NXTN-FILE
026526         AT END
026528             MOVE SPACES TO NXTN-FIELDS
026530     END-READ.
026532     CLOSE NXTN-FILE.
026534     EVALUATE TRUE
026536         WHEN NXTN-FIRST-BASE NUMERIC
026538          AND NXTN-FIRST-BASE > 0
026540             MOVE NXTN-FIRST-BASE TO WS-CHK-FIRST-BASE
026542         WHEN NXTN-NEXT-BASE NUMERIC
026544             MOVE NXTN-NEXT-BASE TO WS-CHK-FIRST-BASE
026546         WHEN OTHER
026548             DISPLAY 'ODEV22 WARNING - NO ACCOUNT NUMBER CONTROL '
026550                 'RECORD ON NXTNUM, NO CHECK DIGITS TESTED'
026552             MOVE 9999999 TO WS-CHK-FIRST-BASE
026554     END-EVALUATE.
026556 1300-EXIT.
026600     EXIT.
026700*------------------------------------------------------------------
026710*  2000-DECIDE-REQUEST  --  DECLINE A REQUEST WITH A BAD AMOUNT,
026720*  WHOSE ACCOUNT NUMBER FAILS ITS CHECK DIGIT, FOR AN ACCOUNT NOT
026730*  ON THE MASTER, OR FOR A CLOSED, FROZEN OR CHARGED-OFF ACCOUNT;
026740*  OTHERWISE APPROVE IT ONLY IF IT FITS THE
027000*  AVAILABLE CREDIT.  LOG THE DECISION AND ADVANCE TO THE NEXT
027100*  REQUEST.
027200*------------------------------------------------------------------
027300 2000-DECIDE-REQUEST.
027400     MOVE AUTH-ACCT-NO TO ACCT-NO.
027500     READ ACCT-REC
027600         INVALID KEY
027700             MOVE 'N' TO WS-FOUND-SWITCH
027800         NOT INVALID KEY
027900             MOVE 'Y' TO WS-FOUND-SWITCH
028000     END-READ.
028010     MOVE AUTH-ACCT-NO TO WS-CHK-ACCT.
028020     PERFORM 8500-VERIFY-CHECK-DIGIT THRU 8500-EXIT.
028100     MOVE 0 TO WS-DECLINE-IX.
028200     MOVE 0 TO WS-AVAILABLE.
028300     EVALUATE TRUE
028400         WHEN AUTH-AMOUNT NOT NUMERIC
028500             MOVE 1 TO WS-DECLINE-IX
028600         WHEN AUTH-AMOUNT NOT > 0
028700             MOVE 1 TO WS-DECLINE-IX
028710         WHEN NOT WS-CHK-VALID
028720             MOVE 2 TO WS-DECLINE-IX
028730         WHEN NOT WS-ACCOUNT-FOUND
028740             MOVE 3 TO WS-DECLINE-IX
028750         WHEN ACCT-STATUS-CLOSED
028760             MOVE 4 TO WS-DECLINE-IX
028770         WHEN ACCT-STATUS-FROZEN
028780             MOVE 5 TO WS-DECLINE-IX
028790         WHEN ACCT-STATUS-CHARGED-OFF
028800             MOVE 6 TO WS-DECLINE-IX
029400         WHEN OTHER
029500             PERFORM 2200-TOTAL-HOLDS THRU 2200-EXIT
029600             COMPUTE WS-AVAILABLE = ACCT-LIMIT - ACCT-BALANCE
029700                                  - WS-HOLD-TOT
029800             IF AUTH-AMOUNT > WS-AVAILABLE
029900                 MOVE 7 TO WS-DECLINE-IX
030000             END-IF
030100     END-EVALUATE.
030200     IF WS-DECLINE-IX = 0
030300         PERFORM 2300-APPROVE THRU 2300-EXIT
030400     ELSE
030500         PERFORM 2400-DECLINE THRU 2400-EXIT
030600     END-IF.
030700     PERFORM 1100-READ-REQUEST THRU 1100-EXIT.
030800 2000-EXIT.
030900     EXIT.
031000*------------------------------------------------------------------
031100*  2200-TOTAL-HOLDS  --  READ EVERY HOLD STILL PENDING ON THE
031200*  ACCOUNT (THE KEY STARTS WITH ACCT-NO, SO THEY READ TOGETHER)
031300*  INTO WS-HOLD-TOT, AND NOTE THE NEXT FREE SEQUENCE FOR A HOLD
031400*  DATED THE SAME DAY AS THIS REQUEST.
031500*------------------------------------------------------------------
031600 2200-TOTAL-HOLDS.
031700     MOVE 0   TO WS-HOLD-TOT.
031800     MOVE 1   TO WS-NEXT-SEQ.
031900     IF AUTH-DATE NUMERIC
032000      AND AUTH-DATE NOT = 0
032100         MOVE AUTH-DATE   TO WS-HOLD-DATE
032200     ELSE
032300         MOVE WS-RUN-DATE TO WS-HOLD-DATE
032400     END-IF.
032500     MOVE 'N' TO WS-HOLD-EOF-SW.
032600     MOVE AUTH-ACCT-NO TO HOLD-ACCT-NO.
032700     MOVE 0            TO HOLD-AUTH-DATE.
032800     MOVE 0            TO HOLD-SEQ.
032900     START HOLD-FILE KEY IS NOT LESS THAN HOLD-KEY
033000         INVALID KEY
033100             MOVE 'Y' TO WS-HOLD-EOF-SW
033200     END-START.
033300     PERFORM 2210-ADD-HOLD THRU 2210-EXIT
033400         UNTIL WS-HOLD-EOF.
033500 2200-EXIT.
033600     EXIT.
033700 2210-ADD-HOLD.
033800     READ HOLD-FILE NEXT
033900         AT END
034000             MOVE 'Y' TO WS-HOLD-EOF-SW
034100             GO TO 2210-EXIT
034200     END-READ.
034300     IF HOLD-ACCT-NO NOT = AUTH-ACCT-NO
034400         MOVE 'Y' TO WS-HOLD-EOF-SW
034500         GO TO 2210-EXIT
034600     END-IF.
034700     ADD HOLD-AMOUNT TO WS-HOLD-TOT.
034800     IF HOLD-AUTH-DATE = WS-HOLD-DATE
034900      AND HOLD-SEQ NOT < WS-NEXT-SEQ
035000         COMPUTE WS-NEXT-SEQ = HOLD-SEQ + 1
035100     END-IF.
035200 2210-EXIT.
035300     EXIT.
035400*------------------------------------------------------------------
035500*  2300-APPROVE  --  HOLD THE APPROVED AMOUNT AGAINST THE ACCOUNT
035600*  UNTIL THE PURCHASE POSTS, AND LOG THE APPROVAL WITH THE CREDIT
035700*  LEFT AVAILABLE AFTER IT.  A HOLD THAT CANNOT BE WRITTEN LEAVES
035750*  NOTHING BEHIND THE APPROVAL, SO THE REQUEST IS DECLINED.
035800*------------------------------------------------------------------
035900 2300-APPROVE.
036000     MOVE AUTH-ACCT-NO    TO HOLD-ACCT-NO.
036100     MOVE WS-HOLD-DATE    TO HOLD-AUTH-DATE.
036200     MOVE WS-NEXT-SEQ     TO HOLD-SEQ.
036300     MOVE AUTH-AMOUNT     TO HOLD-AMOUNT.
036400     MOVE AUTH-MERCHANT   TO HOLD-MERCHANT.
036500     MOVE AUTH-REQUEST-ID TO HOLD-REQUEST-ID.
036600     WRITE HOLD-FIELDS
036700         INVALID KEY
036800             DISPLAY 'ODEV22 ERROR - HOLD ' HOLD-KEY
036900                 ' ALREADY ON FILE, REQUEST DECLINED'
037000             MOVE 16 TO RETURN-CODE
037030             MOVE 8 TO WS-DECLINE-IX
037060             PERFORM 2400-DECLINE THRU 2400-EXIT
037090             GO TO 2300-EXIT
037100     END-WRITE.
037200     ADD 1 TO WS-APPROVED.
037300     ADD AUTH-AMOUNT TO WS-APPROVED-TOT.
037400     SUBTRACT AUTH-AMOUNT FROM WS-AVAILABLE.
037500     PERFORM 2500-WRITE-DETAIL THRU 2500-EXIT.
037600     MOVE 'APPROVED'      TO AD-DECISION-O.
037700     WRITE AUTH-REC FROM AUTH-DETAIL-REC.
037800 2300-EXIT.
037900     EXIT.
038000 2400-DECLINE.
038100     ADD 1 TO WS-DECLINED.
038200     ADD 1 TO WS-DECLINE-COUNT (WS-DECLINE-IX).
038300     IF AUTH-AMOUNT NUMERIC
038400         ADD AUTH-AMOUNT TO WS-DECLINED-TOT
038500         ADD AUTH-AMOUNT TO WS-DECLINE-AMT (WS-DECLINE-IX)
038600     END-IF.
038700     PERFORM 2500-WRITE-DETAIL THRU 2500-EXIT.
038800     MOVE 'DECLINED'      TO AD-DECISION-O.
038900     MOVE WS-DECLINE-TEXT (WS-DECLINE-IX) TO AD-REASON-O.
039000     WRITE AUTH-REC FROM AUTH-DETAIL-REC.
039100 2400-EXIT.
039200     EXIT.
039300 2500-WRITE-DETAIL.
039400     MOVE SPACES          TO AUTH-DETAIL-REC.
039500     MOVE AUTH-ACCT-NO    TO AD-ACCT-NO-O.
039600     MOVE AUTH-REQUEST-ID TO AD-REQUEST-ID-O.
039700     MOVE AUTH-MERCHANT   TO AD-MERCHANT-O.
039800     IF AUTH-AMOUNT NUMERIC
039900         MOVE AUTH-AMOUNT TO AD-AMOUNT-O
040000     ELSE
040100         MOVE ZERO        TO AD-AMOUNT-O
040200     END-IF.
040300     MOVE WS-AVAILABLE    TO AD-AVAIL-O.
040400 2500-EXIT.
040500     EXIT.
040600*------------------------------------------------------------------
040700*  8000-DATE-TO-SERIAL  --  CONVERT THE YYMMDD DATE IN
040800*  WS-DATE-ARG TO THE APPROXIMATE SERIAL DAY IN WS-DATE-SERIAL.
040900*------------------------------------------------------------------
041000 8000-DATE-TO-SERIAL.
041100     COMPUTE WS-DATE-SERIAL = (WS-DATE-YY * 365)
041200                            + (WS-DATE-MM * 30)
041300                            + WS-DATE-DD.
041400 8000-EXIT.
041500     EXIT.
041502*------------------------------------------------------------------
041504*  8500-VERIFY-CHECK-DIGIT  --  WS-CHK-VALID IF THE ACCOUNT NUMBER
041505*  IN WS-CHK-ACCT CARRIES A GOOD CHECK DIGIT: ITS CHECK SUM (THE
041506*  ODD POSITIONS DOUBLED, LESS 9 WHEN OVER 9, PLUS THE EVEN
041507*  POSITIONS) IS A MULTIPLE OF 10.  A LEGACY NUMBER -- NOT ALL
041508*  DIGITS, OR A BASE BELOW THE FIRST ONE THE INTAKE RUN HANDED
041509*  OUT -- WAS NEVER GIVEN A CHECK DIGIT AND PASSES AS IT STANDS.
041512*------------------------------------------------------------------
041514 8500-VERIFY-CHECK-DIGIT.
041516     MOVE 'Y' TO WS-CHK-VALID-SW.
041518     IF WS-CHK-ACCT NOT NUMERIC
041520         GO TO 8500-EXIT
041522     END-IF.
041523     IF WS-CHK-BASE < WS-CHK-FIRST-BASE
041524         GO TO 8500-EXIT
041525     END-IF.
041526     MOVE 'N' TO WS-CHK-VALID-SW.
041527     MOVE 0 TO WS-CHK-SUM.
041528     PERFORM 8510-ADD-DOUBLED THRU 8510-EXIT
041529         VARYING WS-CHK-IX FROM 1 BY 2
041530         UNTIL WS-CHK-IX > 7.
041532     PERFORM 8520-ADD-SINGLE THRU 8520-EXIT
041534         VARYING WS-CHK-IX FROM 2 BY 2
041536         UNTIL WS-CHK-IX > 8.
041538     DIVIDE WS-CHK-SUM BY 10
041540         GIVING WS-CHK-Q REMAINDER WS-CHK-REM.
041542     IF WS-CHK-REM = 0
041544         MOVE 'Y' TO WS-CHK-VALID-SW
041546     END-IF.
041548 8500-EXIT.
041550     EXIT.
041552 8510-ADD-DOUBLED.
041554     COMPUTE WS-CHK-PRODUCT = WS-CHK-POS (WS-CHK-IX) * 2.
041556     IF WS-CHK-PRODUCT > 9
041558         SUBTRACT 9 FROM WS-CHK-PRODUCT
041560     END-IF.
041562     ADD WS-CHK-PRODUCT TO WS-CHK-SUM.
041564 8510-EXIT.
041566     EXIT.
041568 8520-ADD-SINGLE.
041570     ADD WS-CHK-POS (WS-CHK-IX) TO WS-CHK-SUM.
041572 8520-EXIT.
041574     EXIT.
041600*------------------------------------------------------------------
041700*  9000-TERMINATE  --  PRINT THE APPROVAL, DECLINE-BY-REASON AND
041800*  EXPIRY TOTALS, WRITE THE RUN STATISTICS TO THE COMMON RUN LOG,
041900*  CLOSE FILES AND END THE RUN.
042000*------------------------------------------------------------------
042100 9000-TERMINATE.
042200     MOVE 'APPROVED..................    ' TO AT-LABEL.
042300     MOVE WS-APPROVED      TO AT-COUNT-O.
042400     MOVE WS-APPROVED-TOT  TO AT-AMOUNT-O.
042500     WRITE AUTH-REC FROM AUTH-TOTAL-REC.
042600     MOVE 'DECLINED..................    ' TO AT-LABEL.
042700     MOVE WS-DECLINED      TO AT-COUNT-O.
042800     MOVE WS-DECLINED-TOT  TO AT-AMOUNT-O.
042900     WRITE AUTH-REC FROM AUTH-TOTAL-REC.
043000     PERFORM 9100-WRITE-REASON-TOTAL THRU 9100-EXIT
043100         VARYING WS-DECLINE-IX FROM 1 BY 1
043200         UNTIL WS-DECLINE-IX > WS-DECLINE-MAX.
043300     MOVE 'HOLDS EXPIRED UNPOSTED....    ' TO AT-LABEL.
043400     MOVE WS-EXPIRED       TO AT-COUNT-O.
043500     MOVE WS-EXPIRED-TOT   TO AT-AMOUNT-O.
043600     WRITE AUTH-REC FROM AUTH-TOTAL-REC.
043700     OPEN EXTEND RUN-LOG.
043800     MOVE SPACES           TO RLOG-FIELDS.
043900     MOVE 'ODEV22'         TO RLOG-PROGRAM.
044000     MOVE WS-RUN-DATE      TO RLOG-RUN-DATE.
044100     MOVE WS-REQS-READ     TO RLOG-RECS-IN.
044200     MOVE WS-APPROVED      TO RLOG-RECS-OUT.
044300     MOVE WS-DECLINED      TO RLOG-REJECTS.
044400     MOVE WS-APPROVED-TOT  TO RLOG-AMOUNT-TOT.
044500     MOVE 'PURCHASE AUTHORIZATION' TO RLOG-COMMENT.
044600     WRITE RLOG-FIELDS.
044700     CLOSE RUN-LOG.
044800     CLOSE ACCT-REC.
044900     CLOSE HOLD-FILE.
045000     CLOSE AUTH-FILE.
045100     CLOSE AUTH-LINE.
045200 9000-EXIT.
045300     EXIT.
045400*------------------------------------------------------------------
045500*  9100-WRITE-REASON-TOTAL  --  ONE DECLINE REASON'S COUNT AND
045600*  AMOUNT, INDENTED UNDER THE DECLINED TOTAL.
045700*------------------------------------------------------------------
045800 9100-WRITE-REASON-TOTAL.
045900     MOVE SPACES TO AT-LABEL.
046000     MOVE WS-DECLINE-TEXT (WS-DECLINE-IX) TO AT-LABEL (3 : 25).
046100     MOVE WS-DECLINE-COUNT (WS-DECLINE-IX) TO AT-COUNT-O.
046200     MOVE WS-DECLINE-AMT (WS-DECLINE-IX)   TO AT-AMOUNT-O.
046300     WRITE AUTH-REC FROM AUTH-TOTAL-REC.
046400 9100-EXIT.
046500     EXIT.
