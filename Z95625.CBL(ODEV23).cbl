000100 IDENTIFICATION DIVISION.
000200*----------------------------------------------------------------*
000300 PROGRAM-ID.    ODEV23.
000400 AUTHOR.        MELIH CALMAZ.
000500 INSTALLATION.  Z95625 BATCH SYSTEMS.
000600 DATE-WRITTEN.  10/15/2026.
000700 DATE-COMPILED.
000800*----------------------------------------------------------------*
000900*  MODIFICATION HISTORY                                           *
001000*----------------------------------------------------------------*
001100*  DATE       INIT  DESCRIPTION                                   *
001200*  10/15/26   MC    INITIAL VERSION.  MONTHLY CHARGE-OFF RUN.     *
001300*                    NOTHING EVER TOOK A HOPELESS BALANCE OFF THE *
001400*                    BOOKS -- AN ACCOUNT A YEAR PAST DUE SAT ON   *
001500*                    THE MASTER AT FULL BALANCE, WAS ASSESSED     *
001600*                    FINANCE CHARGES EVERY MONTH AND INFLATED     *
001700*                    EVERY ODEV1 STATE TOTAL.                     *
001710*  10/15/26   MC    RUN IS NOW DATED FROM THE BUSINESS-DATE       *
001720*                    CONTROL RECORD (BDATFLD, BUSDATE) INSTEAD OF *
001730*                    THE SYSTEM CLOCK -- NO DATE RECORD, NO RUN.  *
001800*----------------------------------------------------------------*
001900*  THIS PROGRAM READS THE DELINQUENCY POSITION FILE WRITTEN BY    *
002000*  THE AGING RUN (ODEV17, DELQFLD LAYOUT) AND CHARGES OFF EVERY   *
002100*  ACCOUNT MORE DAYS PAST DUE THAN THE SYSIN THRESHOLD (DEFAULT   *
002200*  180) THAT STILL CARRIES A BALANCE.  THE BALANCE AND DATE GO    *
002300*  ON THE CHARGED-OFF LEDGER (CHGOFLD KSDS), AND A STATUS 'W'     *
002400*  CHANGE IS WRITTEN TO A TRANCTL-CONTROLLED TRANSACTION FILE.    *
002500*  THE MAINTENANCE RUN (ODEV3) THAT APPLIES IT ZEROES THE BALANCE *
002600*  ON THE MASTER, SO IT MUST RUN AGAINST THIS FILE BEFORE THE     *
002700*  NEXT POSTING RUN.  THE MONTHLY CHARGE-OFF AND RECOVERY REPORT  *
002800*  THEN TOTALS, BY USA-STATE, THE ACCOUNTS CHARGED OFF THIS RUN,  *
002900*  THE MONTH'S RECOVERIES (THE CONCATENATED RCOVFLD JOURNALS      *
003000*  WRITTEN BY ODEV5) AND WHAT IS STILL OUTSTANDING ON THE LEDGER. *
003100*----------------------------------------------------------------*
003200 ENVIRONMENT DIVISION.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT ACCT-REC   ASSIGN TO ACCTREC
003600         ORGANIZATION IS INDEXED
003700         ACCESS MODE  IS RANDOM
003800         RECORD KEY   IS ACCT-NO.
003900     SELECT CHGO-FILE  ASSIGN TO CHGOFF
004000         ORGANIZATION IS INDEXED
004100         ACCESS MODE  IS DYNAMIC
004200         RECORD KEY   IS CHGO-ACCT-NO.
004300     SELECT DELQ-FILE  ASSIGN TO DELQIN.
004400     SELECT RCOV-FILE  ASSIGN TO RCOVHIST.
004500     SELECT TRAN-FILE  ASSIGN TO COTRAN.
004600     SELECT RPT-SORT-WORK ASSIGN TO CHGOWK.
004700     SELECT RPT-LINE   ASSIGN TO CHGORPT.
004800     SELECT RUN-LOG    ASSIGN TO RUNLOG.
004810     SELECT BUS-DATE   ASSIGN TO BUSDATE.
004900 DATA DIVISION.
005000 FILE SECTION.
005100 FD  ACCT-REC RECORDING MODE F.
005200     COPY ACCTFLD.
005300 FD  CHGO-FILE RECORDING MODE F.
005400     COPY CHGOFLD.
005500 FD  DELQ-FILE RECORDING MODE F.
005600     COPY DELQFLD.
005700 FD  RCOV-FILE RECORDING MODE F.
005800     COPY RCOVFLD.
005900 FD  TRAN-FILE RECORDING MODE F.
006000     COPY TRANFLD.
006100*  ONE SORT RECORD PER REPORT ITEM: 'C' AN ACCOUNT CHARGED OFF
006200*  THIS RUN, 'R' A RECOVERY POSTED THIS MONTH, 'L' AN ACCOUNT
006300*  STILL ON THE LEDGER WITH WHAT IT OWES.
006400 SD  RPT-SORT-WORK.
006500 01  RPT-SORT-REC.
006600     05  RSR-USA-STATE      PIC X(15).
006700     05  RSR-TYPE           PIC X(1).
006800         88  RSR-CHARGE-OFF           VALUE 'C'.
006900         88  RSR-RECOVERY             VALUE 'R'.
007000         88  RSR-LEDGER               VALUE 'L'.
007100     05  RSR-ACCT-NO        PIC X(8).
007200     05  RSR-AMOUNT         PIC S9(7)V99 COMP-3.
007300 FD  RPT-LINE RECORDING MODE F.
007400 01  RPT-REC                PIC X(132).
007500 FD  RUN-LOG RECORDING MODE F.
007600     COPY RUNLOG.
007610 FD  BUS-DATE RECORDING MODE F.
007620     COPY BDATFLD.
007700 WORKING-STORAGE SECTION.
007800     COPY TRANCTL.
007900 01  RPT-HEAD-REC.
008000     05  FILLER             PIC X(42)
008100         VALUE 'MONTHLY CHARGE-OFF AND RECOVERY REPORT -- '.
008200     05  FILLER             PIC X(5)  VALUE 'DATE '.
008300     05  RH-RUN-DATE-O      PIC 9(6).
008400     05  FILLER             PIC X(4)  VALUE SPACES.
008500     05  FILLER             PIC X(21)
008600         VALUE 'CHARGE-OFF THRESHOLD '.
008700     05  RH-DAYS-O          PIC ZZ9.
008800     05  FILLER             PIC X(5)  VALUE ' DAYS'.
008900     05  FILLER             PIC X(46) VALUE SPACES.
009000 01  RPT-COL1-REC.
009100     05  FILLER             PIC X(17) VALUE SPACES.
009200     05  FILLER             PIC X(24)
009300         VALUE '  CHARGED OFF THIS RUN  '.
009400     05  FILLER             PIC X(2)  VALUE SPACES.
009500     05  FILLER             PIC X(24)
009600         VALUE '  RECOVERED THIS MONTH  '.
009700     05  FILLER             PIC X(2)  VALUE SPACES.
009800     05  FILLER             PIC X(24)
009900         VALUE ' OUTSTANDING ON LEDGER  '.
010000     05  FILLER             PIC X(39) VALUE SPACES.
010100 01  RPT-COL2-REC.
010200     05  FILLER             PIC X(17) VALUE 'STATE'.
010300     05  FILLER             PIC X(24)
010400         VALUE '  COUNT           AMOUNT'.
010500     05  FILLER             PIC X(2)  VALUE SPACES.
010600     05  FILLER             PIC X(24)
010700         VALUE '  COUNT           AMOUNT'.
010800     05  FILLER             PIC X(2)  VALUE SPACES.
010900     05  FILLER             PIC X(24)
011000         VALUE '  COUNT           AMOUNT'.
011100     05  FILLER             PIC X(39) VALUE SPACES.
011200 01  RPT-DETAIL-REC.
011300     05  RD-STATE-O         PIC X(15).
011400     05  FILLER             PIC X(2)  VALUE SPACES.
011500     05  RD-CO-COUNT-O      PIC ZZZ,ZZ9.
011600     05  FILLER             PIC X(2)  VALUE SPACES.
011700     05  RD-CO-AMT-O        PIC $$$,$$$,$$9.99-.
011800     05  FILLER             PIC X(2)  VALUE SPACES.
011900     05  RD-RCV-COUNT-O     PIC ZZZ,ZZ9.
012000     05  FILLER             PIC X(2)  VALUE SPACES.
012100     05  RD-RCV-AMT-O       PIC $$$,$$$,$$9.99-.
012200     05  FILLER             PIC X(2)  VALUE SPACES.
012300     05  RD-LDG-COUNT-O     PIC ZZZ,ZZ9.
012400     05  FILLER             PIC X(2)  VALUE SPACES.
012500     05  RD-LDG-AMT-O       PIC $$$,$$$,$$9.99-.
012600     05  FILLER             PIC X(39) VALUE SPACES.
012700 01  RPT-TOTAL-REC.
012800     05  RT-LABEL           PIC X(30).
012900     05  RT-COUNT-O         PIC Z,ZZZ,ZZ9.
013000     05  FILLER             PIC X(2)  VALUE SPACES.
013100     05  RT-AMOUNT-O        PIC $$,$$$,$$$,$$9.99-.
013200     05  FILLER             PIC X(73) VALUE SPACES.
013300 01  WS-SWITCHES.
013400     05  WS-EOF-SWITCH      PIC X(01) VALUE 'N'.
013500         88  WS-EOF                   VALUE 'Y'.
013600     05  WS-FOUND-SWITCH    PIC X(01) VALUE 'N'.
013700         88  WS-ACCOUNT-FOUND         VALUE 'Y'.
013800     05  WS-LEDGER-EOF-SW   PIC X(01) VALUE 'N'.
013900         88  WS-LEDGER-EOF            VALUE 'Y'.
014000     05  WS-RCOV-EOF-SW     PIC X(01) VALUE 'N'.
014100         88  WS-RCOV-EOF              VALUE 'Y'.
014200     05  WS-SORT-EOF-SW     PIC X(01) VALUE 'N'.
014300         88  WS-SORT-EOF              VALUE 'Y'.
014400 01  WS-COUNTERS.
014500     05  WS-DELQ-READ       PIC 9(07) COMP VALUE 0.
014600     05  WS-CHARGED-OFF     PIC 9(07) COMP VALUE 0.
014700     05  WS-REISSUED        PIC 9(07) COMP VALUE 0.
014800     05  WS-WARNINGS        PIC 9(07) COMP VALUE 0.
014900 01  WS-MONEY-TOTALS.
015000     05  WS-CHARGED-OFF-TOT PIC S9(11)V99 COMP-3 VALUE 0.
015100     05  WS-REISSUED-TOT    PIC S9(11)V99 COMP-3 VALUE 0.
015200*  ONE STATE'S REPORT TOTALS, AND THE SAME FOR THE WHOLE REPORT.
015300 01  WS-STATE-TOTALS.
015400     05  WS-ST-CO-COUNT     PIC 9(07) COMP.
015500     05  WS-ST-CO-AMT       PIC S9(11)V99 COMP-3.
015600     05  WS-ST-RCV-COUNT    PIC 9(07) COMP.
015700     05  WS-ST-RCV-AMT      PIC S9(11)V99 COMP-3.
015800     05  WS-ST-LDG-COUNT    PIC 9(07) COMP.
015900     05  WS-ST-LDG-AMT      PIC S9(11)V99 COMP-3.
016000 01  WS-GRAND-TOTALS.
016100     05  WS-GT-CO-COUNT     PIC 9(07) COMP.
016200     05  WS-GT-CO-AMT       PIC S9(11)V99 COMP-3.
016300     05  WS-GT-RCV-COUNT    PIC 9(07) COMP.
016400     05  WS-GT-RCV-AMT      PIC S9(11)V99 COMP-3.
016500     05  WS-GT-LDG-COUNT    PIC 9(07) COMP.
016600     05  WS-GT-LDG-AMT      PIC S9(11)V99 COMP-3.
016700 77  WS-PREV-STATE          PIC X(15).
016800*  CHARGE-OFF THRESHOLD IN DAYS PAST DUE FROM SYSIN.  BLANK TAKES
016900*  THE DEFAULT.
017000 01  WS-PARM-FIELDS.
017100     05  WS-CO-DAYS-IN      PIC X(3).
017200     05  WS-CO-DAYS         PIC 9(3) VALUE 180.
017300*  COMMENT CARRIED ON EACH CHARGE-OFF TRANSACTION.
017400 01  WS-CO-COMMENT.
017500     05  FILLER             PIC X(12) VALUE 'CHARGED OFF '.
017600     05  WS-CO-DATE-O       PIC 9(6).
017700     05  FILLER             PIC X(1)  VALUE SPACES.
017800     05  WS-CO-DAYS-O       PIC ZZZZ9.
017900     05  FILLER             PIC X(14) VALUE ' DAYS PAST DUE'.
018000     05  FILLER             PIC X(12) VALUE SPACES.
018100 77  WS-TRAN-OUT-COUNT      PIC 9(7) COMP VALUE 0.
018200 77  WS-TRAN-HASH-TOT       PIC S9(15)V99 COMP-3 VALUE 0.
018300 77  WS-RUN-DATE            PIC 9(6).
018310 77  WS-BDATE-SW            PIC X(01) VALUE 'N'.
018320     88  WS-BDATE-FOUND               VALUE 'Y'.
018400*------------------------------------------------------------------
018500 PROCEDURE DIVISION.
018600*------------------------------------------------------------------
018700 0000-MAINLINE.
018710     PERFORM 0100-GET-BUS-DATE THRU 0100-EXIT.
018720     IF NOT WS-BDATE-FOUND
018730         GOBACK
018740     END-IF.
018800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
018900     PERFORM 2000-CHARGE-OFF THRU 2000-EXIT
019000         UNTIL WS-EOF.
019100     PERFORM 2900-WRITE-TRAILER THRU 2900-EXIT.
019200     SORT RPT-SORT-WORK
019300         ON ASCENDING KEY RSR-USA-STATE
019400         ON ASCENDING KEY RSR-TYPE
019500         ON ASCENDING KEY RSR-ACCT-NO
019600         INPUT PROCEDURE IS 3000-BUILD-REPORT
019700         OUTPUT PROCEDURE IS 4000-PRINT-REPORT.
019800     PERFORM 9000-TERMINATE THRU 9000-EXIT.
019900     GOBACK.
019902*------------------------------------------------------------------
019904*  0100-GET-BUS-DATE  --  READ THE BUSINESS DATE THIS RUN IS FOR
019906*  FROM THE DATE RECORD AT THE HEAD OF BUSDATE.  ONLY THE END-OF-
019908*  DAY ROLL (ODEV27) MOVES IT, SO A RERUN OR A RUN THAT CROSSES
019910*  MIDNIGHT STILL BELONGS TO THE SAME PROCESSING DAY.  NO DATE
019912*  RECORD, NO RUN.
019914*------------------------------------------------------------------
019916 0100-GET-BUS-DATE.
019918     OPEN INPUT BUS-DATE.
019920     READ BUS-DATE
019922         AT END
019924             MOVE SPACES TO BDT-FIELDS
019926     END-READ.
019928     CLOSE BUS-DATE.
019930     IF NOT BDT-DATE-REC
019932        OR BDT-CURR-DATE NOT NUMERIC
019934         DISPLAY 'ODEV23 ERROR - NO BUSINESS DATE RECORD ON '
019936             'BUSDATE'
019938         MOVE 16 TO RETURN-CODE
019940         GO TO 0100-EXIT
019942     END-IF.
019944     MOVE BDT-CURR-DATE TO WS-RUN-DATE.
019946     MOVE 'Y' TO WS-BDATE-SW.
019948 0100-EXIT.
019950     EXIT.
020000*------------------------------------------------------------------
020100*  1000-INITIALIZE  --  TAKE THE THRESHOLD FROM SYSIN, OPEN THE
020200*  FILES, WRITE THE TRANSACTION FILE HEADER AND PRIME THE FIRST
020300*  DELINQUENCY POSITION.
020400*------------------------------------------------------------------
020500 1000-INITIALIZE.
020600     ACCEPT WS-CO-DAYS-IN.
020700     IF WS-CO-DAYS-IN NOT = SPACES
020800         IF WS-CO-DAYS-IN NUMERIC
020900             MOVE WS-CO-DAYS-IN TO WS-CO-DAYS
021000         ELSE
021100             DISPLAY 'ODEV23 WARNING - THRESHOLD PARM '''
021200                 WS-CO-DAYS-IN ''' NOT A 3-DIGIT NUMBER, '
021300                 'USING 180'
021400             ADD 1 TO WS-WARNINGS
021500         END-IF
021600     END-IF.
021800     OPEN INPUT  ACCT-REC.
021900     OPEN I-O    CHGO-FILE.
022000     OPEN INPUT  DELQ-FILE.
022100     OPEN OUTPUT TRAN-FILE.
022200     MOVE SPACES          TO TRAN-HDR-FIELDS.
022300     MOVE '00000000'      TO TRAN-HDR-ACCT-NO.
022400     MOVE 'H'             TO TRAN-HDR-CODE.
022500     MOVE WS-RUN-DATE     TO TRAN-HDR-FILE-DATE.
022600     MOVE 'ODEV23'        TO TRAN-HDR-SOURCE.
022700     WRITE TRAN-FIELDS FROM TRAN-HDR-FIELDS.
022800     PERFORM 1100-READ-DELQ THRU 1100-EXIT.
022900 1000-EXIT.
023000     EXIT.
023100 1100-READ-DELQ.
023200     READ DELQ-FILE
023300         AT END
023400             MOVE 'Y' TO WS-EOF-SWITCH
023500             GO TO 1100-EXIT
023600     END-READ.
023700     ADD 1 TO WS-DELQ-READ.
023800 1100-EXIT.
023900     EXIT.
024000*------------------------------------------------------------------
024100*  2000-CHARGE-OFF  --  ONE DELINQUENCY POSITION.  AN ACCOUNT
024200*  PAST THE THRESHOLD IS CHARGED OFF IF IT IS STILL ON THE
024300*  MASTER, NOT ALREADY CHARGED OFF, AND OWES SOMETHING.  THE
024400*  LEDGER RECORD IS WRITTEN FIRST; IF ONE IS ALREADY THERE FROM
024500*  EARLIER TODAY (A RERUN, OR THE MAINTENANCE RUN NEVER APPLIED
024600*  THE LAST FILE) THE TRANSACTION IS ISSUED AGAIN FOR THE AMOUNT
024700*  ALREADY LEDGERED.  AN OLDER LEDGER RECORD MEANS THE ACCOUNT
024800*  WAS CHARGED OFF ONCE AND REINSTATED; THAT IS LEFT FOR REVIEW.
024900*------------------------------------------------------------------
025000 2000-CHARGE-OFF.
025100     IF DELQ-DAYS-PAST NOT > WS-CO-DAYS
025200         GO TO 2000-READ-NEXT
025300     END-IF.
025400     MOVE DELQ-ACCT-NO TO ACCT-NO.
025500     READ ACCT-REC
025600         INVALID KEY
025700             MOVE 'N' TO WS-FOUND-SWITCH
025800         NOT INVALID KEY
025900             MOVE 'Y' TO WS-FOUND-SWITCH
026000     END-READ.
026100     IF NOT WS-ACCOUNT-FOUND
026200         DISPLAY 'ODEV23 WARNING - DELINQUENT ACCOUNT '
026300             DELQ-ACCT-NO ' NO LONGER ON ACCOUNT MASTER'
026400         ADD 1 TO WS-WARNINGS
026500         GO TO 2000-READ-NEXT
026600     END-IF.
026700     IF ACCT-STATUS-CHARGED-OFF
026800      OR ACCT-BALANCE NOT > ZERO
026900         GO TO 2000-READ-NEXT
027000     END-IF.
027100     MOVE SPACES          TO CHGO-FIELDS.
027200     MOVE ACCT-NO         TO CHGO-ACCT-NO.
027300     MOVE WS-RUN-DATE     TO CHGO-DATE.
027400     MOVE ACCT-BALANCE    TO CHGO-AMOUNT.
027500     MOVE DELQ-DAYS-PAST  TO CHGO-DAYS-PAST.
027600     MOVE ZERO            TO CHGO-RECOVERED.
027700     MOVE ZERO            TO CHGO-LAST-RCV-DATE.
027800     MOVE USA-STATE       TO CHGO-USA-STATE.
027900     MOVE LAST-NAME       TO CHGO-LAST-NAME.
028000     MOVE FIRST-NAME      TO CHGO-FIRST-NAME.
028100     WRITE CHGO-FIELDS
028200         INVALID KEY
028300             PERFORM 2100-LEDGER-EXISTS THRU 2100-EXIT
028400             GO TO 2000-READ-NEXT
028500     END-WRITE.
028600     ADD 1 TO WS-CHARGED-OFF.
028700     ADD ACCT-BALANCE TO WS-CHARGED-OFF-TOT.
028800     PERFORM 2300-WRITE-TRANSACTION THRU 2300-EXIT.
028900 2000-READ-NEXT.
029000     PERFORM 1100-READ-DELQ THRU 1100-EXIT.
029100 2000-EXIT.
029200     EXIT.
029300*------------------------------------------------------------------
029400*  2100-LEDGER-EXISTS  --  THE ACCOUNT IS ALREADY ON THE LEDGER.
029500*------------------------------------------------------------------
029600 2100-LEDGER-EXISTS.
029700     READ CHGO-FILE
029800         INVALID KEY
029900             DISPLAY 'ODEV23 ERROR - CHARGE-OFF LEDGER READ '
030000                 'FAILED FOR ACCOUNT ' ACCT-NO
030100             MOVE 16 TO RETURN-CODE
030200             GO TO 2100-EXIT
030300     END-READ.
030400     IF CHGO-DATE NOT = WS-RUN-DATE
030500         DISPLAY 'ODEV23 WARNING - ACCOUNT ' ACCT-NO
030600             ' ALREADY ON LEDGER FROM ' CHGO-DATE
030700             ', NOT CHARGED OFF AGAIN'
030800         ADD 1 TO WS-WARNINGS
030900         GO TO 2100-EXIT
031000     END-IF.
031100     DISPLAY 'ODEV23 WARNING - ACCOUNT ' ACCT-NO
031200         ' ALREADY LEDGERED TODAY, TRANSACTION REISSUED'.
031300     ADD 1 TO WS-WARNINGS.
031400     ADD 1 TO WS-REISSUED.
031500     ADD CHGO-AMOUNT TO WS-REISSUED-TOT.
031600     PERFORM 2300-WRITE-TRANSACTION THRU 2300-EXIT.
031700 2100-EXIT.
031800     EXIT.
031900*------------------------------------------------------------------
032000*  2300-WRITE-TRANSACTION  --  THE STATUS 'W' CHANGE FOR ODEV3.
032100*  THE BALANCE IS LEFT ZERO ON THE TRANSACTION (ZERO LEAVES THE
032200*  MASTER ALONE); ODEV3 ZEROES IT ITSELF WHEN IT APPLIES THE 'W'.
032300*------------------------------------------------------------------
032400 2300-WRITE-TRANSACTION.
032500     MOVE SPACES          TO TRAN-FIELDS.
032600     MOVE ZERO            TO TRAN-ACCT-LIMIT.
032700     MOVE ZERO            TO TRAN-ACCT-BALANCE.
032800     MOVE ACCT-NO         TO TRAN-ACCT-NO.
032900     MOVE 'C'             TO TRAN-CODE.
033000     MOVE 'W'             TO TRAN-ACCT-STATUS.
033100     MOVE CHGO-DATE       TO WS-CO-DATE-O.
033200     MOVE CHGO-DAYS-PAST  TO WS-CO-DAYS-O.
033300     MOVE WS-CO-COMMENT   TO TRAN-COMMENTS.
033400     ADD 1 TO WS-TRAN-OUT-COUNT.
033500     ADD TRAN-ACCT-LIMIT   TO WS-TRAN-HASH-TOT.
033600     ADD TRAN-ACCT-BALANCE TO WS-TRAN-HASH-TOT.
033700     WRITE TRAN-FIELDS.
033800 2300-EXIT.
033900     EXIT.
034000 2900-WRITE-TRAILER.
034100     MOVE SPACES            TO TRAN-TRL-FIELDS.
034200     MOVE '99999999'        TO TRAN-TRL-ACCT-NO.
034300     MOVE 'T'               TO TRAN-TRL-CODE.
034400     MOVE WS-TRAN-OUT-COUNT TO TRAN-TRL-COUNT.
034500     MOVE WS-TRAN-HASH-TOT  TO TRAN-TRL-HASH.
034600     WRITE TRAN-FIELDS FROM TRAN-TRL-FIELDS.
034700 2900-EXIT.
034800     EXIT.
034900*------------------------------------------------------------------
035000*  3000-BUILD-REPORT  --  SORT INPUT PROCEDURE.  RELEASES EVERY
035100*  LEDGER ACCOUNT STILL OWING, EVERY ACCOUNT CHARGED OFF TODAY,
035200*  AND EVERY RECOVERY ON THE MONTH'S RECOVERY JOURNALS.  A
035300*  RECOVERY TAKES ITS STATE FROM THE LEDGER RECORD.
035400*------------------------------------------------------------------
035500 3000-BUILD-REPORT.
035600     MOVE LOW-VALUES TO CHGO-ACCT-NO.
035700     START CHGO-FILE KEY IS NOT LESS THAN CHGO-ACCT-NO
035800         INVALID KEY
035900             MOVE 'Y' TO WS-LEDGER-EOF-SW
036000     END-START.
036100     PERFORM 3100-READ-LEDGER THRU 3100-EXIT.
036200     PERFORM 3200-RELEASE-LEDGER THRU 3200-EXIT
036300         UNTIL WS-LEDGER-EOF.
036400     OPEN INPUT RCOV-FILE.
036500     PERFORM 3300-READ-RCOV THRU 3300-EXIT.
036600     PERFORM 3400-RELEASE-RCOV THRU 3400-EXIT
036700         UNTIL WS-RCOV-EOF.
036800     CLOSE RCOV-FILE.
036900 3000-EXIT.
037000     EXIT.
037100 3100-READ-LEDGER.
037200     IF WS-LEDGER-EOF
037300         GO TO 3100-EXIT
037400     END-IF.
037500     READ CHGO-FILE NEXT RECORD
037600         AT END
037700             MOVE 'Y' TO WS-LEDGER-EOF-SW
037800     END-READ.
037900 3100-EXIT.
038000     EXIT.
038100 3200-RELEASE-LEDGER.
038200     MOVE CHGO-USA-STATE  TO RSR-USA-STATE.
038300     MOVE CHGO-ACCT-NO    TO RSR-ACCT-NO.
038400     IF CHGO-DATE = WS-RUN-DATE
038500         MOVE 'C'         TO RSR-TYPE
038600         MOVE CHGO-AMOUNT TO RSR-AMOUNT
038700         RELEASE RPT-SORT-REC
038800     END-IF.
038900     IF CHGO-AMOUNT > CHGO-RECOVERED
039000         MOVE 'L'         TO RSR-TYPE
039100         COMPUTE RSR-AMOUNT = CHGO-AMOUNT - CHGO-RECOVERED
039200         RELEASE RPT-SORT-REC
039300     END-IF.
039400     PERFORM 3100-READ-LEDGER THRU 3100-EXIT.
039500 3200-EXIT.
039600     EXIT.
039700 3300-READ-RCOV.
039800     READ RCOV-FILE
039900         AT END
040000             MOVE 'Y' TO WS-RCOV-EOF-SW
040100     END-READ.
040200 3300-EXIT.
040300     EXIT.
040400 3400-RELEASE-RCOV.
040500     MOVE RCOV-ACCT-NO    TO CHGO-ACCT-NO.
040600     READ CHGO-FILE
040700         INVALID KEY
040800             DISPLAY 'ODEV23 WARNING - RECOVERY ON ACCOUNT '
040900                 RCOV-ACCT-NO ' HAS NO CHARGE-OFF LEDGER RECORD'
041000             ADD 1 TO WS-WARNINGS
041100             MOVE 'UNKNOWN' TO RSR-USA-STATE
041200         NOT INVALID KEY
041300             MOVE CHGO-USA-STATE TO RSR-USA-STATE
041400     END-READ.
041500     MOVE 'R'             TO RSR-TYPE.
041600     MOVE RCOV-ACCT-NO    TO RSR-ACCT-NO.
041700     MOVE RCOV-AMOUNT     TO RSR-AMOUNT.
041800     RELEASE RPT-SORT-REC.
041900     PERFORM 3300-READ-RCOV THRU 3300-EXIT.
042000 3400-EXIT.
042100     EXIT.
042200*------------------------------------------------------------------
042300*  4000-PRINT-REPORT  --  SORT OUTPUT PROCEDURE.  ONE LINE PER
042400*  USA-STATE WITH ITS CHARGE-OFFS, RECOVERIES AND LEDGER
042500*  OUTSTANDING, THEN THE REPORT TOTALS.
042600*------------------------------------------------------------------
042700 4000-PRINT-REPORT.
042800     OPEN OUTPUT RPT-LINE.
042900     MOVE WS-RUN-DATE TO RH-RUN-DATE-O.
043000     MOVE WS-CO-DAYS  TO RH-DAYS-O.
043100     WRITE RPT-REC FROM RPT-HEAD-REC.
043200     WRITE RPT-REC FROM RPT-COL1-REC.
043300     WRITE RPT-REC FROM RPT-COL2-REC.
043400     INITIALIZE WS-STATE-TOTALS.
043500     INITIALIZE WS-GRAND-TOTALS.
043600     PERFORM 4100-RETURN-ONE THRU 4100-EXIT.
043700     MOVE RSR-USA-STATE TO WS-PREV-STATE.
043800     PERFORM 4200-ADD-ONE THRU 4200-EXIT
043900         UNTIL WS-SORT-EOF.
044000     IF WS-PREV-STATE NOT = HIGH-VALUES
044100         PERFORM 4300-PRINT-STATE THRU 4300-EXIT
044200     END-IF.
044300     MOVE SPACES             TO RPT-DETAIL-REC.
044400     MOVE 'ALL STATES'       TO RD-STATE-O.
044500     MOVE WS-GT-CO-COUNT     TO RD-CO-COUNT-O.
044600     MOVE WS-GT-CO-AMT       TO RD-CO-AMT-O.
044700     MOVE WS-GT-RCV-COUNT    TO RD-RCV-COUNT-O.
044800     MOVE WS-GT-RCV-AMT      TO RD-RCV-AMT-O.
044900     MOVE WS-GT-LDG-COUNT    TO RD-LDG-COUNT-O.
045000     MOVE WS-GT-LDG-AMT      TO RD-LDG-AMT-O.
045100     WRITE RPT-REC FROM RPT-DETAIL-REC.
045200     MOVE 'DELINQUENCY POSITIONS READ..  ' TO RT-LABEL.
045300     MOVE WS-DELQ-READ       TO RT-COUNT-O.
045400     MOVE ZERO               TO RT-AMOUNT-O.
045500     WRITE RPT-REC FROM RPT-TOTAL-REC.
045600     MOVE 'CHARGE-OFF TRANSACTIONS.....  ' TO RT-LABEL.
045700     MOVE WS-CHARGED-OFF     TO RT-COUNT-O.
045800     MOVE WS-CHARGED-OFF-TOT TO RT-AMOUNT-O.
045900     WRITE RPT-REC FROM RPT-TOTAL-REC.
046000     MOVE 'REISSUED FROM TODAY''S LEDGER  ' TO RT-LABEL.
046100     MOVE WS-REISSUED        TO RT-COUNT-O.
046200     MOVE WS-REISSUED-TOT    TO RT-AMOUNT-O.
046300     WRITE RPT-REC FROM RPT-TOTAL-REC.
046400     CLOSE RPT-LINE.
046500 4000-EXIT.
046600     EXIT.
046700 4100-RETURN-ONE.
046800     RETURN RPT-SORT-WORK
046900         AT END
047000             MOVE 'Y' TO WS-SORT-EOF-SW
047100             MOVE HIGH-VALUES TO RSR-USA-STATE
047200     END-RETURN.
047300 4100-EXIT.
047400     EXIT.
047500 4200-ADD-ONE.
047600     IF RSR-USA-STATE NOT = WS-PREV-STATE
047700         PERFORM 4300-PRINT-STATE THRU 4300-EXIT
047800         MOVE RSR-USA-STATE TO WS-PREV-STATE
047900     END-IF.
048000     EVALUATE TRUE
048100         WHEN RSR-CHARGE-OFF
048200             ADD 1          TO WS-ST-CO-COUNT
048300             ADD RSR-AMOUNT TO WS-ST-CO-AMT
048400         WHEN RSR-RECOVERY
048500             ADD 1          TO WS-ST-RCV-COUNT
048600             ADD RSR-AMOUNT TO WS-ST-RCV-AMT
048700         WHEN OTHER
048800             ADD 1          TO WS-ST-LDG-COUNT
048900             ADD RSR-AMOUNT TO WS-ST-LDG-AMT
049000     END-EVALUATE.
049100     PERFORM 4100-RETURN-ONE THRU 4100-EXIT.
049200 4200-EXIT.
049300     EXIT.
049400*------------------------------------------------------------------
049500*  4300-PRINT-STATE  --  PRINT ONE STATE'S LINE, ROLL ITS TOTALS
049600*  INTO THE REPORT TOTALS AND CLEAR THEM FOR THE NEXT STATE.  A
049700*  BLANK STATE PRINTS AS '(NO STATE)'.
049800*------------------------------------------------------------------
049900 4300-PRINT-STATE.
050000     MOVE SPACES             TO RPT-DETAIL-REC.
050100     IF WS-PREV-STATE = SPACES
050200         MOVE '(NO STATE)'   TO RD-STATE-O
050300     ELSE
050400         MOVE WS-PREV-STATE  TO RD-STATE-O
050500     END-IF.
050600     MOVE WS-ST-CO-COUNT     TO RD-CO-COUNT-O.
050700     MOVE WS-ST-CO-AMT       TO RD-CO-AMT-O.
050800     MOVE WS-ST-RCV-COUNT    TO RD-RCV-COUNT-O.
050900     MOVE WS-ST-RCV-AMT      TO RD-RCV-AMT-O.
051000     MOVE WS-ST-LDG-COUNT    TO RD-LDG-COUNT-O.
051100     MOVE WS-ST-LDG-AMT      TO RD-LDG-AMT-O.
051200     WRITE RPT-REC FROM RPT-DETAIL-REC.
051300     ADD WS-ST-CO-COUNT      TO WS-GT-CO-COUNT.
051400     ADD WS-ST-CO-AMT        TO WS-GT-CO-AMT.
051500     ADD WS-ST-RCV-COUNT     TO WS-GT-RCV-COUNT.
051600     ADD WS-ST-RCV-AMT       TO WS-GT-RCV-AMT.
051700     ADD WS-ST-LDG-COUNT     TO WS-GT-LDG-COUNT.
051800     ADD WS-ST-LDG-AMT       TO WS-GT-LDG-AMT.
051900     INITIALIZE WS-STATE-TOTALS.
052000 4300-EXIT.
052100     EXIT.
052200*------------------------------------------------------------------
052300*  9000-TERMINATE  --  RUN-STATISTICS RECORD AND CLOSE.  ANY
052400*  WARNING LEAVES RETURN CODE 4 UNLESS SOMETHING WORSE WAS SET.
052500*------------------------------------------------------------------
052600 9000-TERMINATE.
052700     OPEN EXTEND RUN-LOG.
052800     MOVE SPACES             TO RLOG-FIELDS.
052900     MOVE 'ODEV23'           TO RLOG-PROGRAM.
053000     MOVE WS-RUN-DATE        TO RLOG-RUN-DATE.
053100     MOVE WS-DELQ-READ       TO RLOG-RECS-IN.
053200     MOVE WS-TRAN-OUT-COUNT  TO RLOG-RECS-OUT.
053300     MOVE WS-WARNINGS        TO RLOG-REJECTS.
053400     MOVE WS-CHARGED-OFF-TOT TO RLOG-AMOUNT-TOT.
053500     MOVE 'CHARGE-OFF AND RECOVERY' TO RLOG-COMMENT.
053600     WRITE RLOG-FIELDS.
053700     CLOSE RUN-LOG.
053800     CLOSE ACCT-REC.
053900     CLOSE CHGO-FILE.
054000     CLOSE DELQ-FILE.
054100     CLOSE TRAN-FILE.
054200     IF WS-WARNINGS > ZERO
054300      AND RETURN-CODE < 4
054400         MOVE 4 TO RETURN-CODE
054500     END-IF.
054600 9000-EXIT.
054700     EXIT.
