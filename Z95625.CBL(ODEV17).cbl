001500*                    LIST, SO A CUSTOMER WHO SIMPLY STOPPED       *
001600*                    PAYING BUT STAYED UNDER LIMIT WAS            *
001700*                    INVISIBLE.                                   *
001710*  10/15/26   MC    EACH ACCOUNT LISTED IS ALSO WRITTEN TO THE    *
001720*                    DELINQUENCY POSITION FILE (DELQFLD LAYOUT,   *
001730*                    DELQOUT) FOR THE MONTH-END CHARGE-OFF RUN.   *
001740*                    A CHARGED-OFF ACCOUNT IS NO LONGER AGED --   *
001750*                    ITS BALANCE IS OFF THE BOOKS AND ITS         *
001760*                    COLLECTION IS THE RECOVERY LEDGER'S.         *
001765*  10/15/26   MC    RETURNED PAYMENTS AND DISPUTES.  A PAYMENT    *
001770*                    ODEV5 REVERSED NO LONGER COVERS THE MINIMUM, *
001775*                    A DISPUTE CREDIT IS NOT A PAYMENT, AND AN    *
001780*                    AMOUNT IN OPEN DISPUTE (DISPFLD) IS NOT      *
001785*                    AGED.                                        *
001787*  10/15/26   MC    CREDITS SINCE THE CYCLE DATE ARE NOW READ BY  *
001789*                    KEY FROM THE JOURNAL HISTORY KSDS (JHSTFLD)  *
001791*                    INSTEAD OF SORTING THE MONTH'S JOURNALS.     *
001792*  10/15/26   MC    RUN IS NOW DATED FROM THE BUSINESS-DATE       *
001793*                    CONTROL RECORD (BDATFLD, BUSDATE) INSTEAD OF *
001794*                    THE SYSTEM CLOCK -- NO DATE RECORD, NO RUN.  *
001795*                    A DUE DATE ON A WEEKEND OR A HOLIDAY CARDED  *
001796*                    ON BUSDATE NOW RUNS TO THE NEXT PROCESSING   *
001797*                    DAY; DAYS PAST DUE STAY CALENDAR DAYS, NOW   *
001798*                    ON AN EXACT CALENDAR.                        *
001800*----------------------------------------------------------------*
001900*  THIS PROGRAM MATCHES THE CYCLE-DUE FILE WRITTEN BY THE ODEV6   *
002000*  STATEMENT RUN (DUEFLD LAYOUT, ONE RECORD PER MINIMUM PAYMENT   *
002010*  AGAINST THE CREDITS ON THE JOURNAL HISTORY (JHSTFLD, READ BY   *
002020*  KEY FROM THE CYCLE DATE).  ODEV6 RUNS ONE BILLING CYCLE A      *
002030*  NIGHT, SO THE MONTH'S DUE INPUT IS A CONCATENATION OF          *
002040*  PER-CYCLE FILES AND IS SORTED HERE INTO ACCT-NO/CYCLE-DATE     *
002050*  ORDER BEFORE THE MATCH; AN ACCOUNT BILLED IN MORE THAN ONE     *
002060*  CYCLE REUSES THE CREDITS TOTAL GATHERED ON ITS FIRST DUE       *
002070*  RECORD (THE WINDOW FROM THE EARLIEST CYCLE BILLED).            *
002200*  A MINIMUM NOT COVERED BY THE CREDITS RECEIVED IS               *
002300*  DELINQUENT ONCE ITS DUE DATE HAS PASSED; EACH DELINQUENT       *
002400*  ACCOUNT IS AGED INTO 30/60/90-DAY BUCKETS AND LISTED WORST     *
002600*  PHONE-READY NAME AND ADDRESS FROM THE ACCT-FIELDS MASTER.  AN  *
002700*  ACCOUNT OVER 90 DAYS GETS ITS OWN FLAG LINE SO THE FREEZE      *
002800*  DECISION GETS MADE BEFORE THE LOSS GROWS.                      *
002810*  EVERY ACCOUNT LISTED IS ALSO WRITTEN, IN THE SAME ORDER, TO    *
002820*  THE DELINQUENCY POSITION FILE THE MONTH-END STEPS READ.        *
002830*  A RETURNED PAYMENT DOES NOT COUNT AS RECEIVED, AND AN AMOUNT   *
002840*  THE CARDHOLDER HAS IN OPEN DISPUTE IS NOT HELD AGAINST THEM.   *
002900*----------------------------------------------------------------*
003000 ENVIRONMENT DIVISION.
003100 INPUT-OUTPUT SECTION.
003400         ORGANIZATION IS INDEXED
003500         ACCESS MODE  IS RANDOM
003600         RECORD KEY   IS ACCT-NO.
003610     SELECT DISP-FILE    ASSIGN TO DISPFILE
003620         ORGANIZATION IS INDEXED
003630         ACCESS MODE  IS DYNAMIC
003640         RECORD KEY   IS DISP-KEY.
003700     SELECT DUE-FILE     ASSIGN TO CYCLDUE.
003710     SELECT DUE-SORTED   ASSIGN TO DUESRT.
003720     SELECT DUE-SORT-WORK ASSIGN TO DUEWK.
003730     SELECT JHST-FILE    ASSIGN TO JHSTFILE
003740         ORGANIZATION IS INDEXED
003750         ACCESS MODE  IS DYNAMIC
003760         RECORD KEY   IS JHST-KEY.
004100     SELECT AGE-SORT-WORK ASSIGN TO AGEWK.
004200     SELECT WORK-LINE    ASSIGN TO DELQRPT.
004210     SELECT DELQ-FILE    ASSIGN TO DELQOUT.
004300     SELECT RUN-LOG      ASSIGN TO RUNLOG.
004310     SELECT BUS-DATE     ASSIGN TO BUSDATE.
004400 DATA DIVISION.
004500 FILE SECTION.
004600 FD  ACCT-REC RECORDING MODE F.
004700     COPY ACCTFLD.
004710 FD  DISP-FILE RECORDING MODE F.
004720     COPY DISPFLD.
004800 FD  DUE-FILE RECORDING MODE F.
004900     COPY DUEFLD.
004910 FD  DUE-SORTED RECORDING MODE F.
004920     COPY DUEFLD REPLACING DUE-FIELDS BY DUE-SORTED-REC.
004930 SD  DUE-SORT-WORK.
004940     COPY DUEFLD REPLACING DUE-FIELDS BY DUE-SORT-REC.
005040 FD  JHST-FILE RECORDING MODE F.
005140     COPY JHSTFLD.
005600 SD  AGE-SORT-WORK.
005700 01  AGE-SORT-REC.
005800     05  ASR-DAYS-PAST      PIC S9(5) COMP-3.
006910     05  ASR-CLIENT-ZIP     PIC X(5).
007000 FD  WORK-LINE RECORDING MODE F.
007100 01  WORK-REC               PIC X(132).
007110 FD  DELQ-FILE RECORDING MODE F.
007120     COPY DELQFLD.
007200 FD  RUN-LOG RECORDING MODE F.
007300     COPY RUNLOG.
007310 FD  BUS-DATE RECORDING MODE F.
007320     COPY BDATFLD.
007400 WORKING-STORAGE SECTION.
007500 01  WORK-HEAD-REC.
007600     05  FILLER             PIC X(34)
014100         88  WS-SORT-EOF              VALUE 'Y'.
014200     05  WS-FOUND-SWITCH    PIC X(01) VALUE 'N'.
014300         88  WS-ACCOUNT-FOUND         VALUE 'Y'.
014310     05  WS-DISP-EOF-SW     PIC X(01) VALUE 'N'.
014320         88  WS-DISP-EOF              VALUE 'Y'.
014400 01  MERGE-KEYS.
014500     05  WS-JRNL-KEY        PIC X(8).
014600 01  WS-COUNTERS.
014900 01  WS-MONEY-FIELDS.
015000     05  WS-PAID            PIC S9(9)V99 COMP-3 VALUE 0.
015050     05  WS-PAID-SAVE       PIC S9(9)V99 COMP-3 VALUE 0.
015060     05  WS-DISPUTED        PIC S9(9)V99 COMP-3 VALUE 0.
015100     05  WS-UNPAID-TOT      PIC S9(11)V99 COMP-3 VALUE 0.
015110*  WHEN THE SORTED DUE FILE REPEATS AN ACCOUNT (BILLED IN MORE
015120*  THAN ONE CYCLE), THE CREDITS TOTAL SAVED FOR ITS FIRST DUE
015130*  RECORD IS REUSED.
015140 77  WS-PREV-DUE-KEY        PIC X(8) VALUE LOW-VALUES.
015150*  THE ADJUSTMENT TEXT ODEV5 WRITES IN THE JOURNAL MERCHANT FIELD
015160*  FOR A RETURNED PAYMENT, ITS FEE, OR A DISPUTE CREDIT.
015170     COPY ADJMFLD.
015180*  DAYS PAST DUE ARE CALENDAR DAYS -- THE 30/60/90 BUCKETS AND THE
015190*  CHARGE-OFF THRESHOLD ARE CARDHOLDER-AGREEMENT DAYS, NOT OUR
015200*  PROCESSING DAYS -- BUT ARE COUNTED FROM THE EFFECTIVE DUE DATE:
015210*  A DUE DATE ON A SATURDAY, SUNDAY OR HOLIDAY CARDED ON BUSDATE
015220*  RUNS TO THE NEXT PROCESSING DAY, SINCE NO PAYMENT COULD POST
015230*  BEFORE THEN.  DATES ARE TAKEN TO A DAY SERIAL (DAYS SINCE
015240*  12/31/99, SO 01/01/00, A SATURDAY, IS DAY 1) WHOSE REMAINDER BY
015250*  7 GIVES THE WEEKDAY -- 1 SATURDAY, 2 SUNDAY.
015600 01  WS-DATE-FIELDS.
015700     05  WS-DATE-ARG        PIC 9(6).
015800     05  WS-DATE-ARG-R REDEFINES WS-DATE-ARG.
016200     05  WS-DATE-SERIAL     PIC S9(7) COMP.
016300     05  WS-RUN-SERIAL      PIC S9(7) COMP.
016400     05  WS-DAYS-PAST       PIC S9(7) COMP.
016402     05  WS-LEAP-Q          PIC S9(3) COMP.
016404     05  WS-LEAP-REM        PIC S9(3) COMP.
016406     05  WS-WEEK-Q          PIC S9(7) COMP.
016408     05  WS-WEEKDAY         PIC S9(1) COMP.
016410         88  WS-WEEKEND               VALUE 1 2.
016412     05  WS-PROC-DAY-SW     PIC X(01).
016414         88  WS-PROC-DAY              VALUE 'Y'.
016416*  DAYS IN THE YEAR BEFORE THE FIRST OF EACH MONTH (NON-LEAP).
016418 01  WS-CUM-DAYS-TABLE.
016420     05  FILLER             PIC X(36)
016422         VALUE '000031059090120151181212243273304334'.
016424 01  WS-CUM-DAYS-R REDEFINES WS-CUM-DAYS-TABLE.
016426     05  WS-CUM-DAYS        OCCURS 12 TIMES PIC 9(3).
016428*  WEEKDAY HOLIDAYS FROM THE BUSDATE CALENDAR CARDS, AS SERIALS.
016430 01  WS-HOL-TABLE.
016432     05  WS-HOL-COUNT       PIC 9(3) COMP VALUE 0.
016434     05  WS-HOL-IX          PIC 9(3) COMP.
016436     05  WS-HOL-FOUND-SW    PIC X(01).
016438         88  WS-HOL-FOUND             VALUE 'Y'.
016440     05  WS-HOL-SERIAL      OCCURS 200 TIMES PIC S9(7) COMP.
016500 77  WS-RUN-DATE            PIC 9(6).
016510 77  WS-BDATE-SW            PIC X(01) VALUE 'N'.
016520     88  WS-BDATE-FOUND               VALUE 'Y'.
016530 77  WS-BDATE-EOF-SW        PIC X(01) VALUE 'N'.
016540     88  WS-BDATE-EOF                 VALUE 'Y'.
016600*------------------------------------------------------------------
016700 PROCEDURE DIVISION.
016800*------------------------------------------------------------------
016900 0000-MAINLINE.
016910     PERFORM 0100-GET-BUS-DATE THRU 0100-EXIT.
016920     IF NOT WS-BDATE-FOUND
016930         GOBACK
016940     END-IF.
017000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
017100     SORT AGE-SORT-WORK
017200         ON DESCENDING KEY ASR-DAYS-PAST
017500         OUTPUT PROCEDURE IS 3000-PRINT-WORK-LIST.
017600     PERFORM 9000-TERMINATE THRU 9000-EXIT.
017700     GOBACK.
017702*------------------------------------------------------------------
017703*  0100-GET-BUS-DATE  --  READ THE BUSINESS DATE THIS RUN IS FOR
017704*  FROM THE DATE RECORD AT THE HEAD OF BUSDATE, AND THE HOLIDAYS
017705*  CARDED BEHIND IT FOR THE DUE DATES.  ONLY THE END-OF-DAY ROLL
017706*  (ODEV27) MOVES THE DATE, SO A RERUN OR A RUN THAT CROSSES
017707*  MIDNIGHT STILL BELONGS TO THE SAME PROCESSING DAY.  NO DATE
017708*  RECORD, NO RUN.
017709*------------------------------------------------------------------
017710 0100-GET-BUS-DATE.
017711     OPEN INPUT BUS-DATE.
017712     READ BUS-DATE
017713         AT END
017714             MOVE SPACES TO BDT-FIELDS
017715     END-READ.
017716     IF NOT BDT-DATE-REC
017717        OR BDT-CURR-DATE NOT NUMERIC
017718         CLOSE BUS-DATE
017719         DISPLAY 'ODEV17 ERROR - NO BUSINESS DATE RECORD ON '
017720             'BUSDATE'
017721         MOVE 16 TO RETURN-CODE
017722         GO TO 0100-EXIT
017723     END-IF.
017724     MOVE BDT-CURR-DATE TO WS-RUN-DATE.
017725     MOVE 'Y' TO WS-BDATE-SW.
017726     PERFORM 0110-LOAD-CALENDAR THRU 0110-EXIT
017727         UNTIL WS-BDATE-EOF.
017728     CLOSE BUS-DATE.
017729 0100-EXIT.
017730     EXIT.
017731*------------------------------------------------------------------
017732*  0110-LOAD-CALENDAR  --  ONE CALENDAR CARD.  A HOLIDAY ON A
017733*  WEEKDAY GOES INTO THE TABLE AS ITS DAY SERIAL; A CARD THAT IS
017734*  NOT A VALID HOLIDAY IS LEFT TO THE ROLL (ODEV27) TO REPORT.
017735*------------------------------------------------------------------
017736 0110-LOAD-CALENDAR.
017737     READ BUS-DATE
017738         AT END
017739             MOVE 'Y' TO WS-BDATE-EOF-SW
017740             GO TO 0110-EXIT
017741     END-READ.
017742     IF NOT BDT-CALENDAR-REC
017743        OR BDT-CAL-DATE NOT NUMERIC
017744         GO TO 0110-EXIT
017745     END-IF.
017746     MOVE BDT-CAL-DATE TO WS-DATE-ARG.
017747     PERFORM 8000-DATE-TO-SERIAL THRU 8000-EXIT.
017748     IF WS-DATE-SERIAL = 0
017749        OR WS-WEEKEND
017750         GO TO 0110-EXIT
017751     END-IF.
017752     MOVE 'N' TO WS-HOL-FOUND-SW.
017753     PERFORM 0120-SCAN-HOLIDAYS THRU 0120-EXIT
017754         VARYING WS-HOL-IX FROM 1 BY 1
017755         UNTIL WS-HOL-IX > WS-HOL-COUNT
017756            OR WS-HOL-FOUND.
017757     IF WS-HOL-FOUND
017758         GO TO 0110-EXIT
017759     END-IF.
017760     IF WS-HOL-COUNT NOT < 200
017761         DISPLAY 'ODEV17 WARNING - HOLIDAY TABLE FULL, CARD '
017762             'IGNORED: ' BDT-CAL-DATE
017763         GO TO 0110-EXIT
017764     END-IF.
017765     ADD 1 TO WS-HOL-COUNT.
017766     MOVE WS-DATE-SERIAL TO WS-HOL-SERIAL (WS-HOL-COUNT).
017767 0110-EXIT.
017768     EXIT.
017769 0120-SCAN-HOLIDAYS.
017770     IF WS-HOL-SERIAL (WS-HOL-IX) = WS-DATE-SERIAL
017771         MOVE 'Y' TO WS-HOL-FOUND-SW
017772     END-IF.
017773 0120-EXIT.
017774     EXIT.
017800*------------------------------------------------------------------
017810*  1000-INITIALIZE  --  SORT THE CYCLE-DUE FILE INTO ACCT-NO ORDER
017820*  (IT IS A CONCATENATION OF PER-CYCLE FILES, SO IT ARRIVES OUT OF
017830*  ACCOUNT ORDER) AND FIX THE RUN DATE THE AGING IS MEASURED
017840*  AGAINST.
018100*------------------------------------------------------------------
018200 1000-INITIALIZE.
018400     MOVE WS-RUN-DATE TO WS-DATE-ARG.
018500     PERFORM 8000-DATE-TO-SERIAL THRU 8000-EXIT.
018600     MOVE WS-DATE-SERIAL TO WS-RUN-SERIAL.
019110     SORT DUE-SORT-WORK
019120         ON ASCENDING KEY DUE-ACCT-NO OF DUE-SORT-REC
019130         ON ASCENDING KEY DUE-CYCLE-DATE OF DUE-SORT-REC
019200 1000-EXIT.
019300     EXIT.
019400*------------------------------------------------------------------
019500*  2000-BUILD-WORK-LIST  --  SORT INPUT PROCEDURE.  READS THE
019600*  SORTED CYCLE-DUE FILE, TAKES EACH DUE ACCOUNT'S CREDITS FROM
019700*  THE JOURNAL HISTORY BY KEY, AND RELEASES ONE RECORD PER MINIMUM
019800*  NOT COVERED BY THE CREDITS RECEIVED SINCE THE CYCLE DATE.
019900*------------------------------------------------------------------
020000 2000-BUILD-WORK-LIST.
020100     OPEN INPUT DUE-SORTED.
020200     OPEN INPUT JHST-FILE.
020300     OPEN INPUT ACCT-REC.
020310     OPEN INPUT DISP-FILE.
020400     PERFORM 2010-READ-DUE  THRU 2010-EXIT.
020600     PERFORM 2100-MATCH-DUE THRU 2100-EXIT
020700         UNTIL WS-DUE-EOF.
020800     CLOSE DUE-SORTED.
020900     CLOSE JHST-FILE.
021000     CLOSE ACCT-REC.
021010     CLOSE DISP-FILE.
021100 2000-EXIT.
021200     EXIT.
021300 2010-READ-DUE.
022000 2010-EXIT.
022100     EXIT.
022200 2020-READ-JRNL.
022300     READ JHST-FILE NEXT
022400         AT END
022500             MOVE HIGH-VALUES TO WS-JRNL-KEY
022600         NOT AT END
022700             MOVE JHST-ACCT-NO TO WS-JRNL-KEY
022800     END-READ.
022900 2020-EXIT.
023000     EXIT.
023100*------------------------------------------------------------------
023110*  2100-MATCH-DUE  --  POSITION THE JOURNAL HISTORY ON THE DUE
023120*  ACCOUNT AT ITS CYCLE DATE, SUM THE CREDITS RECEIVED SINCE,
023130*  AND RELEASE THE ACCOUNT TO THE WORK LIST IF THE MINIMUM WAS
023140*  NOT COVERED.  A REPEATED DUE ACCOUNT (BILLED IN MORE THAN ONE
023150*  CYCLE) REUSES THE CREDITS TOTAL GATHERED FOR ITS FIRST DUE
023160*  RECORD, WHICH COUNTS CREDITS FROM THE EARLIEST CYCLE BILLED,
023170*  THE READING THAT FAVORS THE CUSTOMER.
023650*  WHAT THE ACCOUNT HAS IN OPEN DISPUTE COUNTS TOWARD THE MINIMUM
023660*  THE SAME AS A PAYMENT, SO A DISPUTED PURCHASE IS NEVER AGED.
023700*------------------------------------------------------------------
023800 2100-MATCH-DUE.
023850     IF DUE-ACCT-NO OF DUE-SORTED-REC = WS-PREV-DUE-KEY
023860         MOVE WS-PAID-SAVE TO WS-PAID
023870         GO TO 2100-TEST
023880     END-IF.
023980     PERFORM 2110-POSITION-JRNL THRU 2110-EXIT.
024100     MOVE 0 TO WS-PAID.
024200     PERFORM 2120-SUM-CREDITS THRU 2120-EXIT
024300         UNTIL WS-JRNL-KEY NOT = DUE-ACCT-NO OF DUE-SORTED-REC.
024310     MOVE DUE-ACCT-NO OF DUE-SORTED-REC TO WS-PREV-DUE-KEY.
024320     MOVE WS-PAID TO WS-PAID-SAVE.
024325     PERFORM 2130-SUM-DISPUTES THRU 2130-EXIT.
024330 2100-TEST.
024400     IF WS-PAID + WS-DISPUTED < DUE-MIN-PAYMENT OF DUE-SORTED-REC
024500         PERFORM 2200-RELEASE-DELINQUENT THRU 2200-EXIT
024600     END-IF.
024700     PERFORM 2010-READ-DUE THRU 2010-EXIT.
024800 2100-EXIT.
024900     EXIT.
024910 2110-POSITION-JRNL.
024920     MOVE DUE-ACCT-NO OF DUE-SORTED-REC    TO JHST-ACCT-NO.
024930     MOVE DUE-CYCLE-DATE OF DUE-SORTED-REC TO JHST-POST-DATE.
024940     MOVE LOW-VALUES                       TO JHST-SEQ.
024950     START JHST-FILE KEY IS NOT LESS THAN JHST-KEY
024960         INVALID KEY
024970             MOVE HIGH-VALUES TO WS-JRNL-KEY
024980             GO TO 2110-EXIT
024990     END-START.
025100     PERFORM 2020-READ-JRNL THRU 2020-EXIT.
025200 2110-EXIT.
025300     EXIT.
025310*  A CREDIT IS A PAYMENT UNLESS IT IS A DISPUTE CREDIT.  A RETURNED
025320*  PAYMENT TAKES BACK A PAYMENT MADE IN THE WINDOW (ITS REFERENCE
025330*  DATE IS THE DATE OF THE PAYMENT IT REVERSED).
025400 2120-SUM-CREDITS.
025410     MOVE JHST-MERCHANT TO ADJM-FIELDS.
025420     IF JHST-CREDIT
025430      AND NOT ADJM-DISPUTE-CREDIT
025440         ADD JHST-AMOUNT TO WS-PAID
025450     END-IF.
025460     IF JHST-DEBIT
025470      AND ADJM-RETURNED-PAYMENT
025480      AND ADJM-REF-DATE NOT < DUE-CYCLE-DATE OF DUE-SORTED-REC
025490         SUBTRACT JHST-AMOUNT FROM WS-PAID
025900     END-IF.
026000     PERFORM 2020-READ-JRNL THRU 2020-EXIT.
026100 2120-EXIT.
026200     EXIT.
026202*  THE ACCOUNT'S OPEN DISPUTES; THE DISPUTE FILE IS KEYED ACCOUNT
026204*  FIRST, SO THEY SIT TOGETHER.
026206 2130-SUM-DISPUTES.
026208     MOVE 0   TO WS-DISPUTED.
026210     MOVE 'N' TO WS-DISP-EOF-SW.
026212     MOVE LOW-VALUES TO DISP-KEY.
026214     MOVE DUE-ACCT-NO OF DUE-SORTED-REC TO DISP-ACCT-NO.
026216     START DISP-FILE KEY IS NOT LESS THAN DISP-KEY
026218         INVALID KEY
026220             MOVE 'Y' TO WS-DISP-EOF-SW
026222     END-START.
026224     PERFORM 2140-ADD-DISPUTE THRU 2140-EXIT
026226         UNTIL WS-DISP-EOF.
026228 2130-EXIT.
026230     EXIT.
026232 2140-ADD-DISPUTE.
026234     READ DISP-FILE NEXT
026236         AT END
026238             MOVE 'Y' TO WS-DISP-EOF-SW
026240             GO TO 2140-EXIT
026242     END-READ.
026244     IF DISP-ACCT-NO NOT = DUE-ACCT-NO OF DUE-SORTED-REC
026246         MOVE 'Y' TO WS-DISP-EOF-SW
026248         GO TO 2140-EXIT
026250     END-IF.
026252     IF DISP-OPEN
026254         ADD DISP-AMOUNT TO WS-DISPUTED
026256     END-IF.
026258 2140-EXIT.
026260     EXIT.
026300*------------------------------------------------------------------
026400*  2200-RELEASE-DELINQUENT  --  THE MINIMUM WAS NOT COVERED.  AN
026500*  ACCOUNT WHOSE DUE DATE HAS NOT YET PASSED IS NOT DELINQUENT
026600*  AND IS NOT LISTED.  THE CURRENT BALANCE AND THE PHONE-READY
026700*  NAME AND ADDRESS COME OFF THE LIVE MASTER; AN ACCOUNT SINCE
026800*  REMOVED IS STILL LISTED FROM THE DUE RECORD, FLAGGED ON
026810*  SYSOUT.  DAYS PAST DUE RUN FROM THE DUE DATE MOVED ON TO THE
026820*  NEXT PROCESSING DAY WHEN IT FELL ON A WEEKEND OR HOLIDAY.
026910*  A CHARGED-OFF ACCOUNT IS PASSED OVER: ITS BALANCE WAS WRITTEN
026920*  OFF AND WHAT IT STILL OWES IS CARRIED ON THE LEDGER.
027000*------------------------------------------------------------------
027100 2200-RELEASE-DELINQUENT.
027200     MOVE DUE-DATE OF DUE-SORTED-REC TO WS-DATE-ARG.
027300     PERFORM 8000-DATE-TO-SERIAL THRU 8000-EXIT.
027310     PERFORM 8300-NEXT-PROC-DAY THRU 8300-EXIT.
027400     COMPUTE WS-DAYS-PAST = WS-RUN-SERIAL - WS-DATE-SERIAL.
027500     IF WS-DAYS-PAST NOT > ZERO
027600         GO TO 2200-EXIT
028200         NOT INVALID KEY
028300             MOVE 'Y' TO WS-FOUND-SWITCH
028400     END-READ.
028410     IF WS-ACCOUNT-FOUND
028420      AND ACCT-STATUS-CHARGED-OFF
028430         GO TO 2200-EXIT
028440     END-IF.
028500     MOVE WS-DAYS-PAST    TO ASR-DAYS-PAST.
028600     MOVE DUE-ACCT-NO OF DUE-SORTED-REC     TO ASR-ACCT-NO.
028700     MOVE DUE-DATE OF DUE-SORTED-REC        TO ASR-DUE-DATE.
028800     MOVE DUE-MIN-PAYMENT OF DUE-SORTED-REC TO ASR-MIN-DUE.
028900     MOVE WS-PAID         TO ASR-PAID.
029000     COMPUTE ASR-UNPAID = DUE-MIN-PAYMENT OF DUE-SORTED-REC
029010                        - WS-PAID - WS-DISPUTED.
029100     IF WS-ACCOUNT-FOUND
029200         MOVE ACCT-BALANCE TO ASR-BALANCE
029300         MOVE LAST-NAME    TO ASR-LAST-NAME
031200*  3000-PRINT-WORK-LIST  --  SORT OUTPUT PROCEDURE.  PRINTS THE
031300*  WORK LIST WORST FIRST WITH THE 30/60/90 BUCKET ON EACH LINE
031400*  AND A FLAG LINE UNDER ANYTHING OVER 90 DAYS.
031410*  EACH LINE PRINTED IS ALSO WRITTEN TO THE POSITION FILE.
031500*------------------------------------------------------------------
031600 3000-PRINT-WORK-LIST.
031700     OPEN OUTPUT WORK-LINE.
031710     OPEN OUTPUT DELQ-FILE.
031800     MOVE WS-RUN-DATE TO WH-RUN-DATE-O.
031900     WRITE WORK-REC FROM WORK-HEAD-REC.
032000     WRITE WORK-REC FROM WORK-COL-REC.
032500     MOVE WS-UNPAID-TOT  TO WT-UNPAID-TOT-O.
032600     WRITE WORK-REC FROM WORK-TOTAL-REC.
032700     CLOSE WORK-LINE.
032710     CLOSE DELQ-FILE.
032800 3000-EXIT.
032900     EXIT.
033000 3100-RETURN-ONE.
034000     EVALUATE TRUE
034100         WHEN ASR-DAYS-PAST NOT > 30
034200             MOVE '30 DAYS'  TO WD-BUCKET-O
034210             MOVE '1'        TO DELQ-BUCKET
034300         WHEN ASR-DAYS-PAST NOT > 60
034400             MOVE '60 DAYS'  TO WD-BUCKET-O
034410             MOVE '2'        TO DELQ-BUCKET
034500         WHEN ASR-DAYS-PAST NOT > 90
034600             MOVE '90 DAYS'  TO WD-BUCKET-O
034610             MOVE '3'        TO DELQ-BUCKET
034700         WHEN OTHER
034800             MOVE 'OVER 90'  TO WD-BUCKET-O
034810             MOVE '4'        TO DELQ-BUCKET
034900     END-EVALUATE.
035000     MOVE ASR-MIN-DUE     TO WD-MIN-DUE-O.
035100     MOVE ASR-PAID        TO WD-PAID-O.
036200     IF ASR-DAYS-PAST > 90
036300         WRITE WORK-REC FROM WORK-FLAG-REC
036400     END-IF.
036410     MOVE ASR-ACCT-NO     TO DELQ-ACCT-NO.
036420     MOVE WS-RUN-DATE     TO DELQ-RUN-DATE.
036430     MOVE ASR-DAYS-PAST   TO DELQ-DAYS-PAST.
036440     MOVE ASR-DUE-DATE    TO DELQ-DUE-DATE.
036450     MOVE ASR-MIN-DUE     TO DELQ-MIN-DUE.
036460     MOVE ASR-UNPAID      TO DELQ-UNPAID.
036470     MOVE ASR-BALANCE     TO DELQ-BALANCE.
036480     WRITE DELQ-FIELDS.
036500     ADD 1 TO WS-DELQ-COUNT.
036600     ADD ASR-UNPAID TO WS-UNPAID-TOT.
036700     PERFORM 3100-RETURN-ONE THRU 3100-EXIT.
036900     EXIT.
037000*------------------------------------------------------------------
037100*  8000-DATE-TO-SERIAL  --  CONVERT THE YYMMDD DATE IN
037110*  WS-DATE-ARG TO ITS DAY SERIAL IN WS-DATE-SERIAL AND ITS WEEKDAY
037120*  IN WS-WEEKDAY.  THE LEAP DAYS BEFORE THE YEAR ARE ONE FOR EVERY
037130*  FOURTH YEAR FROM 00 ON, PLUS THE YEAR'S OWN 29TH OF FEBRUARY
037140*  ONCE PAST IT.  A DATE THAT IS NOT A DATE COMES BACK AS SERIAL
037150*  ZERO, WHICH AGES AS VERY OLD.
037300*------------------------------------------------------------------
037400 8000-DATE-TO-SERIAL.
037410     IF WS-DATE-ARG NOT NUMERIC
037420        OR WS-DATE-MM = 0
037430        OR WS-DATE-MM > 12
037440         MOVE 0 TO WS-DATE-SERIAL
037450         MOVE 0 TO WS-WEEKDAY
037460         GO TO 8000-EXIT
037470     END-IF.
037480     DIVIDE WS-DATE-YY BY 4
037490         GIVING WS-LEAP-Q REMAINDER WS-LEAP-REM.
037500     COMPUTE WS-DATE-SERIAL = WS-DATE-YY * 365 + WS-LEAP-Q
037510                            + WS-CUM-DAYS (WS-DATE-MM)
037700                            + WS-DATE-DD.
037710     IF WS-LEAP-REM NOT = 0
037720         ADD 1 TO WS-DATE-SERIAL
037730     END-IF.
037740     IF WS-LEAP-REM = 0
037750        AND WS-DATE-MM > 2
037760         ADD 1 TO WS-DATE-SERIAL
037770     END-IF.
037780     DIVIDE WS-DATE-SERIAL BY 7
037790         GIVING WS-WEEK-Q REMAINDER WS-WEEKDAY.
037800 8000-EXIT.
037900     EXIT.
037902*------------------------------------------------------------------
037904*  8300-NEXT-PROC-DAY  --  MOVE THE SERIAL IN WS-DATE-SERIAL ON,
037906*  A DAY AT A TIME, UNTIL IT IS NEITHER A WEEKEND NOR A HOLIDAY.
037908*------------------------------------------------------------------
037910 8300-NEXT-PROC-DAY.
037912     MOVE 'N' TO WS-PROC-DAY-SW.
037914     PERFORM 8310-TEST-DAY THRU 8310-EXIT
037916         UNTIL WS-PROC-DAY.
037918 8300-EXIT.
037920     EXIT.
037922 8310-TEST-DAY.
037924     DIVIDE WS-DATE-SERIAL BY 7
037926         GIVING WS-WEEK-Q REMAINDER WS-WEEKDAY.
037928     IF WS-WEEKEND
037930         ADD 1 TO WS-DATE-SERIAL
037932         GO TO 8310-EXIT
037934     END-IF.
037936     MOVE 'N' TO WS-HOL-FOUND-SW.
037938     PERFORM 0120-SCAN-HOLIDAYS THRU 0120-EXIT
037940         VARYING WS-HOL-IX FROM 1 BY 1
037942         UNTIL WS-HOL-IX > WS-HOL-COUNT
037944            OR WS-HOL-FOUND.
037946     IF WS-HOL-FOUND
037948         ADD 1 TO WS-DATE-SERIAL
037950         GO TO 8310-EXIT
037952     END-IF.
037954     MOVE 'Y' TO WS-PROC-DAY-SW.
037956 8310-EXIT.
037958     EXIT.
038000*------------------------------------------------------------------
038100*  9000-TERMINATE  --  WRITE THE RUN STATISTICS TO THE COMMON
038200*  RUN LOG AND END THE RUN.
