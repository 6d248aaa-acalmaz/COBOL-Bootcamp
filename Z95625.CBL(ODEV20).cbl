001400*                    SOMEONE HAND-KEYED AN ODEV3 CHANGE           *
001500*                    TRANSACTION, SO MOST ACCOUNTS STILL CARRY    *
001600*                    WHATEVER LIMIT THEY OPENED WITH.             *
001605*  10/15/26   MC    PAYMENTS ARE NOW READ BY KEY FROM THE JOURNAL *
001610*                    HISTORY KSDS (JHSTFLD), FROM THE DAY AFTER   *
001615*                    THE PRIOR MONTH-END SNAPSHOT, INSTEAD OF     *
001620*                    SORTING THE MONTH'S JOURNALS.                *
001625*  10/15/26   MC    RUN IS NOW DATED FROM THE BUSINESS-DATE       *
001630*                    CONTROL RECORD (BDATFLD, BUSDATE) INSTEAD OF *
001635*                    THE SYSTEM CLOCK -- NO DATE RECORD, NO RUN.  *
001640*  10/15/26   MC    A DISPUTE CREDIT IS NO LONGER COUNTED AS A    *
001645*                    PAYMENT, AND A RETURNED PAYMENT TAKES BACK   *
001650*                    THE PAYMENT IT REVERSED (ADJMFLD), AS IN     *
001655*                    THE ODEV17 AGING RUN.                        *
001700*----------------------------------------------------------------*
001800*  THIS PROGRAM READS THE ACCOUNT MASTER TOGETHER WITH THE PRIOR  *
001900*  MONTH-END SNAPSHOT (SNAPFLD LAYOUT, PRVSNAP DD, AS ODEV11      *
001910*  READS IT) AND, BY KEY, THE JOURNAL HISTORY SINCE THAT          *
001920*  SNAPSHOT, AND FLAGS:                                           *
002100*    - INCREASE CANDIDATES: ACTIVE, RUNNING AT 80 PCT OR MORE OF  *
002200*      ACCT-LIMIT BOTH NOW AND AT THE PRIOR MONTH-END, NOT OVER   *
002300*      LIMIT, AND PAYING (AT LEAST ONE PAYMENT THIS PERIOD).      *
002400*      PROPOSED LIMIT: 120 PCT OF CURRENT, ROUNDED TO 100.        *
002500*    - DECREASE CANDIDATES: FROZEN ACCOUNTS, OR ACCOUNTS OVER     *
002600*      LIMIT AT BOTH MONTH-ENDS WITH NO PAYMENT RECEIVED.         *
004300         ACCESS MODE  IS SEQUENTIAL
004400         RECORD KEY   IS ACCT-NO.
004500     SELECT PRV-SNAP     ASSIGN TO PRVSNAP.
004510     SELECT JHST-FILE    ASSIGN TO JHSTFILE
004520         ORGANIZATION IS INDEXED
004530         ACCESS MODE  IS DYNAMIC
004540         RECORD KEY   IS JHST-KEY.
004900     SELECT REV-TRAN     ASSIGN TO REVTRAN.
005000     SELECT REV-LINE     ASSIGN TO REVRPT.
005100     SELECT RUN-LOG      ASSIGN TO RUNLOG.
005110     SELECT BUS-DATE     ASSIGN TO BUSDATE.
005200 DATA DIVISION.
005300 FILE SECTION.
005400 FD  ACCT-REC RECORDING MODE F.
005500     COPY ACCTFLD.
005600 FD  PRV-SNAP RECORDING MODE F.
005700     COPY SNAPFLD.
005800 FD  JHST-FILE RECORDING MODE F.
005900     COPY JHSTFLD.
006400 FD  REV-TRAN RECORDING MODE F.
006500     COPY TRANFLD.
006600 FD  REV-LINE RECORDING MODE F.
006700 01  REV-REC                PIC X(132).
006800 FD  RUN-LOG RECORDING MODE F.
006900     COPY RUNLOG.
006910 FD  BUS-DATE RECORDING MODE F.
006920     COPY BDATFLD.
007000 WORKING-STORAGE SECTION.
007100 01  REV-HEAD-REC.
007200     05  FILLER             PIC X(33)
014600*  INTEGER, AND MULTIPLIED BACK OUT.  9(7) SO 120 PCT OF THE
014610*  LARGEST 7-DIGIT ACCT-LIMIT STILL FITS WITHOUT TRUNCATION.
014700 77  WS-LIMIT-100           PIC 9(7).
014710*  MERCHANT TEXT OF AN ADJUSTMENT MOVEMENT ON THE HISTORY.
014720     COPY ADJMFLD.
014800*  SYSIN SWITCH: 'T' WRITES THE CHANGE TRANSACTIONS, ANYTHING
014900*  ELSE IS REPORT ONLY (ADVISORY).
015000 01  WS-PARM-FIELDS.
015700 77  WS-RUN-DATE            PIC 9(6).
015800 77  WS-TRAN-OUT-COUNT      PIC 9(7) COMP VALUE 0.
015900 77  WS-TRAN-HASH-TOT       PIC S9(15)V99 COMP-3 VALUE 0.
015910 77  WS-BDATE-SW            PIC X(01) VALUE 'N'.
015920     88  WS-BDATE-FOUND               VALUE 'Y'.
016000*------------------------------------------------------------------
016100 PROCEDURE DIVISION.
016200*------------------------------------------------------------------
016300 0000-MAINLINE.
016310     PERFORM 0100-GET-BUS-DATE THRU 0100-EXIT.
016320     IF NOT WS-BDATE-FOUND
016330         GOBACK
016340     END-IF.
016400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
016500     PERFORM 2000-REVIEW-ACCOUNT THRU 2000-EXIT
016600         UNTIL WS-EOF.
016700     PERFORM 9000-TERMINATE THRU 9000-EXIT.
016800     GOBACK.
016802*------------------------------------------------------------------
016804*  0100-GET-BUS-DATE  --  READ THE BUSINESS DATE THIS RUN IS FOR
016806*  FROM THE DATE RECORD AT THE HEAD OF BUSDATE.  ONLY THE END-OF-
016808*  DAY ROLL (ODEV27) MOVES IT, SO A RERUN OR A RUN THAT CROSSES
016810*  MIDNIGHT STILL BELONGS TO THE SAME PROCESSING DAY.  NO DATE
016812*  RECORD, NO RUN.
016814*------------------------------------------------------------------
016816 0100-GET-BUS-DATE.
016818     OPEN INPUT BUS-DATE.
016820     READ BUS-DATE
016822         AT END
016824             MOVE SPACES TO BDT-FIELDS
016826     END-READ.
016828     CLOSE BUS-DATE.
016830     IF NOT BDT-DATE-REC
016832        OR BDT-CURR-DATE NOT NUMERIC
016834         DISPLAY 'ODEV20 ERROR - NO BUSINESS DATE RECORD ON '
016836             'BUSDATE'
016838         MOVE 16 TO RETURN-CODE
016840         GO TO 0100-EXIT
016842     END-IF.
016844     MOVE BDT-CURR-DATE TO WS-RUN-DATE.
016846     MOVE 'Y' TO WS-BDATE-SW.
016848 0100-EXIT.
016850     EXIT.
016900*------------------------------------------------------------------
017000*  1000-INITIALIZE  --  ACCEPT THE MODE SWITCH, OPEN THE FILES,
017100*  WRITE THE TRANSACTION HEADER AND THE REPORT HEADING, AND PRIME
017200*  THE READS.
017300*------------------------------------------------------------------
017400 1000-INITIALIZE.
017600     ACCEPT WS-MODE-PARM.
018100     OPEN INPUT  ACCT-REC.
018200     OPEN INPUT  PRV-SNAP.
018300     OPEN INPUT  JHST-FILE.
018400     OPEN OUTPUT REV-TRAN.
018500     OPEN OUTPUT REV-LINE.
018600     MOVE SPACES      TO TRAN-HDR-FIELDS.
019900     WRITE REV-REC FROM REV-COL-REC.
020000     PERFORM 1100-READ-MASTER THRU 1100-EXIT.
020100     PERFORM 1200-READ-SNAP   THRU 1200-EXIT.
020300 1000-EXIT.
020400     EXIT.
020500 1100-READ-MASTER.
022100 1200-EXIT.
022200     EXIT.
022300 1300-READ-JRNL.
022400     READ JHST-FILE NEXT
022500         AT END
022600             MOVE HIGH-VALUES TO WS-JRNL-KEY
022700         NOT AT END
022800             MOVE JHST-ACCT-NO TO WS-JRNL-KEY
022900     END-READ.
023000 1300-EXIT.
023100     EXIT.
023200*------------------------------------------------------------------
023300*  2000-REVIEW-ACCOUNT  --  POSITION THE SNAPSHOT ON THE CURRENT
023400*  MASTER KEY.  AN ACCOUNT WITH NO PRIOR SNAPSHOT IS TOO NEW TO
023500*  REVIEW AND IS PASSED OVER; OTHERWISE GATHER THE PAYMENTS
023600*  RECEIVED SINCE THE SNAPSHOT FROM THE JOURNAL HISTORY AND APPLY
023700*  THE REVIEW POLICY.  THEN ADVANCE TO THE NEXT MASTER RECORD.
023800*------------------------------------------------------------------
023900 2000-REVIEW-ACCOUNT.
024000     PERFORM 2100-POSITION-SNAP THRU 2100-EXIT
024400     ELSE
024500         MOVE 'N' TO WS-SNAP-MATCH-SW
024600     END-IF.
024900     MOVE 0 TO WS-PAY-CNT.
025000     MOVE 0 TO WS-PAY-TOT.
025300     IF WS-SNAP-MATCHED
025310         PERFORM 2200-POSITION-JRNL THRU 2200-EXIT
025320         PERFORM 2300-SUM-PAYMENTS THRU 2300-EXIT
025330             UNTIL WS-JRNL-KEY NOT = ACCT-NO
025400         PERFORM 2400-APPLY-POLICY THRU 2400-EXIT
025500     END-IF.
025600     PERFORM 1100-READ-MASTER THRU 1100-EXIT.
026000     PERFORM 1200-READ-SNAP THRU 1200-EXIT.
026100 2100-EXIT.
026200     EXIT.
026210 2200-POSITION-JRNL.
026220     MOVE ACCT-NO     TO JHST-ACCT-NO.
026230     MOVE SNP-DATE    TO JHST-POST-DATE.
026240     MOVE HIGH-VALUES TO JHST-SEQ.
026250     START JHST-FILE KEY IS GREATER THAN JHST-KEY
026260         INVALID KEY
026270             MOVE HIGH-VALUES TO WS-JRNL-KEY
026280             GO TO 2200-EXIT
026290     END-START.
026400     PERFORM 1300-READ-JRNL THRU 1300-EXIT.
026500 2200-EXIT.
026600     EXIT.
026610*  A CREDIT IS A PAYMENT UNLESS IT IS A DISPUTE CREDIT.  A RETURNED
026620*  PAYMENT TAKES BACK A PAYMENT MADE SINCE THE SNAPSHOT (ITS
026630*  REFERENCE DATE IS THE DATE OF THE PAYMENT IT REVERSED) -- THE
026640*  SAME RULE AS THE ODEV17 AGING RUN.
026700 2300-SUM-PAYMENTS.
026710     MOVE JHST-MERCHANT TO ADJM-FIELDS.
026720     IF JHST-CREDIT
026730      AND NOT ADJM-DISPUTE-CREDIT
026900         ADD 1 TO WS-PAY-CNT
026910         ADD JHST-AMOUNT TO WS-PAY-TOT
026920     END-IF.
026930     IF JHST-DEBIT
026940      AND ADJM-RETURNED-PAYMENT
026950      AND ADJM-REF-DATE > SNP-DATE
026960         IF WS-PAY-CNT > 0
026970             SUBTRACT 1 FROM WS-PAY-CNT
026980         END-IF
026990         SUBTRACT JHST-AMOUNT FROM WS-PAY-TOT
027100     END-IF.
027200     PERFORM 1300-READ-JRNL THRU 1300-EXIT.
027300 2300-EXIT.
039800     CLOSE RUN-LOG.
039900     CLOSE ACCT-REC.
040000     CLOSE PRV-SNAP.
040100     CLOSE JHST-FILE.
040200     CLOSE REV-TRAN.
040300     CLOSE REV-LINE.
040400 9000-EXIT.
