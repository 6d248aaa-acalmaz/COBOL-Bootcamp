001500*                    EVER READ THE FILE AGAIN -- THE MONEY JUST   *
001600*                    DISAPPEARED FROM THE WORKFLOW AND SOMEONE    *
001700*                    HAD TO REMEMBER TO REKEY IT.                 *
001702*  10/15/26   MC    A HELD POST AGAINST A CHARGED-OFF ACCOUNT IS  *
001704*                    CARRIED, NEVER APPLIED TO THE WRITTEN-OFF    *
001706*                    BALANCE; A PAYMENT THERE IS A RECOVERY AND   *
001708*                    IS RE-KEYED THROUGH ODEV5.                   *
001710*  10/15/26   MC    A HELD RETURNED PAYMENT OR DISPUTE POST IS    *
001712*                    CARRIED WITH THE REASON ODEV5 GAVE IT; IT    *
001714*                    NEEDS THE JOURNAL HISTORY AND DISPUTE FILE   *
001716*                    TO APPLY AND IS RE-KEYED THROUGH ODEV5.      *
001718*  10/15/26   MC    RUN IS NOW DATED FROM THE BUSINESS-DATE       *
001720*                    CONTROL RECORD (BDATFLD, BUSDATE) INSTEAD OF *
001722*                    THE SYSTEM CLOCK -- NO DATE RECORD, NO RUN.  *
001724*                    A HELD POST IS NOW AGED IN PROCESSING DAYS,  *
001726*                    LEAVING OUT WEEKENDS AND THE HOLIDAYS CARDED *
001728*                    ON BUSDATE, ON AN EXACT CALENDAR INSTEAD OF  *
001730*                    THE 30-DAY-MONTH APPROXIMATION.              *
001732*  10/15/26   MC    A HELD DEBIT THAT APPLIES NOW RELEASES THE    *
001734*                    PENDING AUTHORIZATION HOLD (HOLDFLD) THAT    *
001736*                    COVERS IT, THE SAME WAY ODEV5 DOES; IT WAS   *
001738*                    COUNTED TWICE AGAINST AVAILABLE CREDIT UNTIL *
001740*                    THE HOLD EXPIRED.                            *
001800*----------------------------------------------------------------*
001900*  THIS PROGRAM READS THE CUMULATIVE SUSPENSE FILE (SUSPFLD       *
002000*  LAYOUT) AND RE-PRESENTS EVERY HELD POST AGAINST THE ACCT-REC   *
002900*  SUSPENSE GENERATION (SUSPNEW, SWAPPED IN BEHIND THIS STEP THE  *
003000*  WAY NEWACCT REPLACES ACCTREC) WITH ITS REASON REFRESHED AND    *
003100*  ITS ORIGINAL HELD DATE KEPT, AND IS LISTED ON THE AGED         *
003110*  SUSPENSE REPORT IN 1-5 / 6-30 / OVER-30 PROCESSING DAY         *
003120*  BUCKETS WITH MONEY TOTALS SO WE CAN SEE WHAT IS STUCK AND WHY. *
003130*  A HELD PURCHASE THAT APPLIES RELEASES ITS PENDING               *
003140*  AUTHORIZATION HOLD (HOLDFLD KSDS), AS ODEV5 DOES WHEN ONE      *
003150*  POSTS, SO ODEV22 NO LONGER COUNTS IT AGAINST AVAILABLE CREDIT. *
003400*----------------------------------------------------------------*
003500 ENVIRONMENT DIVISION.
003600 INPUT-OUTPUT SECTION.
003900         ORGANIZATION IS INDEXED
004000         ACCESS MODE  IS RANDOM
004100         RECORD KEY   IS ACCT-NO.
004110     SELECT HOLD-FILE    ASSIGN TO HOLDFILE
004120         ORGANIZATION IS INDEXED
004130         ACCESS MODE  IS DYNAMIC
004140         RECORD KEY   IS HOLD-KEY.
004200     SELECT SUSP-IN      ASSIGN TO SUSPFILE.
004300     SELECT SUSP-OUT     ASSIGN TO SUSPNEW.
004400     SELECT JRNL-FILE    ASSIGN TO JRNLOUT.
004500     SELECT AGE-LINE     ASSIGN TO AGERPT.
004600     SELECT RUN-LOG      ASSIGN TO RUNLOG.
004610     SELECT BUS-DATE     ASSIGN TO BUSDATE.
004700 DATA DIVISION.
004800 FILE SECTION.
004900 FD  ACCT-REC RECORDING MODE F.
005000     COPY ACCTFLD.
005010*  HOLD-FILE IS THE PENDING AUTHORIZATION HOLD KSDS WRITTEN BY
005020*  THE AUTHORIZATION RUN (ODEV22).
005030 FD  HOLD-FILE RECORDING MODE F.
005040     COPY HOLDFLD.
005100 FD  SUSP-IN RECORDING MODE F.
005200     COPY SUSPFLD.
005300 FD  SUSP-OUT RECORDING MODE F.
005400 01  SUSP-OUT-REC           PIC X(88).
005500 FD  JRNL-FILE RECORDING MODE F.
005600     COPY JRNLFLD.
005700 FD  AGE-LINE RECORDING MODE F.
005800 01  AGE-REC                PIC X(100).
005900 FD  RUN-LOG RECORDING MODE F.
006000     COPY RUNLOG.
006010 FD  BUS-DATE RECORDING MODE F.
006020     COPY BDATFLD.
006100 WORKING-STORAGE SECTION.
006200 01  AGE-HEAD-REC.
006300     05  FILLER             PIC X(31)
007300     05  FILLER             PIC X(2)  VALUE SPACES.
007400     05  FILLER             PIC X(30) VALUE 'REASON'.
007500     05  FILLER             PIC X(2)  VALUE SPACES.
007600     05  FILLER             PIC X(9)  VALUE 'PROC DAYS'.
007700     05  FILLER             PIC X(29) VALUE SPACES.
007800 01  AGE-DETAIL-REC.
007900     05  AD-ACCT-NO-O       PIC X(8).
009700         88  WS-EOF                   VALUE 'Y'.
009800     05  WS-FOUND-SWITCH    PIC X(01) VALUE 'N'.
009900         88  WS-ACCOUNT-FOUND         VALUE 'Y'.
009910     05  WS-HOLD-EOF-SW     PIC X(01) VALUE 'N'.
009920         88  WS-HOLD-EOF              VALUE 'Y'.
010000 01  WS-COUNTERS.
010100     05  WS-HELD-READ       PIC 9(07) COMP VALUE 0.
010200     05  WS-REAPPLIED       PIC 9(07) COMP VALUE 0.
011100     05  WS-BUCKET2-TOT     PIC S9(11)V99 COMP-3 VALUE 0.
011200     05  WS-BUCKET3-TOT     PIC S9(11)V99 COMP-3 VALUE 0.
011300 01  WS-SUSPEND-REASON      PIC X(30).
011310*  KEY OF THE PENDING HOLD A RE-APPLIED PURCHASE RELEASES: THE
011320*  FIRST HOLD ON THE ACCOUNT FOR THE SAME AMOUNT AND MERCHANT,
011330*  FAILING THAT THE FIRST FOR THE SAME AMOUNT.
011340 77  WS-HOLD-MATCH-KEY      PIC X(17).
011350 77  WS-HOLD-ALT-KEY        PIC X(17).
011360*  THE AGE OF A HELD POST IS COUNTED IN PROCESSING DAYS: THE DAYS
011370*  AFTER ITS HELD DATE UP TO AND INCLUDING THE RUN DATE, LESS
011380*  SATURDAYS, SUNDAYS AND THE HOLIDAYS CARDED ON BUSDATE -- A POST
011390*  HELD ON A FRIDAY IS ONE DAY OLD ON MONDAY, NOT THREE.  DATES
011400*  ARE TAKEN TO A DAY SERIAL (DAYS SINCE 12/31/99, SO 01/01/00, A
011410*  SATURDAY, IS DAY 1) WHOSE REMAINDER BY 7 GIVES THE WEEKDAY --
011420*  1 SATURDAY, 2 SUNDAY.
011800 01  WS-DATE-FIELDS.
011900     05  WS-DATE-ARG        PIC 9(6).
012000     05  WS-DATE-ARG-R REDEFINES WS-DATE-ARG.
012300         10  WS-DATE-DD     PIC 9(2).
012400     05  WS-DATE-SERIAL     PIC S9(7) COMP.
012500     05  WS-RUN-SERIAL      PIC S9(7) COMP.
012510     05  WS-HELD-SERIAL     PIC S9(7) COMP.
012600     05  WS-AGE-DAYS        PIC S9(7) COMP.
012602     05  WS-AGE-CAL         PIC S9(7) COMP.
012604     05  WS-AGE-WEEKS       PIC S9(7) COMP.
012606     05  WS-AGE-REM         PIC S9(7) COMP.
012608     05  WS-ODD-IX          PIC S9(7) COMP.
012610     05  WS-LEAP-Q          PIC S9(3) COMP.
012612     05  WS-LEAP-REM        PIC S9(3) COMP.
012614     05  WS-WEEK-Q          PIC S9(7) COMP.
012616     05  WS-WEEKDAY         PIC S9(1) COMP.
012618         88  WS-WEEKEND               VALUE 1 2.
012620*  DAYS IN THE YEAR BEFORE THE FIRST OF EACH MONTH (NON-LEAP).
012622 01  WS-CUM-DAYS-TABLE.
012624     05  FILLER             PIC X(36)
012626         VALUE '000031059090120151181212243273304334'.
012628 01  WS-CUM-DAYS-R REDEFINES WS-CUM-DAYS-TABLE.
012630     05  WS-CUM-DAYS        OCCURS 12 TIMES PIC 9(3).
012632*  HOLIDAYS FROM THE BUSDATE CALENDAR CARDS, AS DAY SERIALS.  ONE
012634*  THAT FALLS ON A WEEKEND OR IS CARDED TWICE IS ONLY KEPT ONCE,
012636*  AND ONLY IF IT FALLS ON A WEEKDAY.
012638 01  WS-HOL-TABLE.
012640     05  WS-HOL-COUNT       PIC 9(3) COMP VALUE 0.
012642     05  WS-HOL-IX          PIC 9(3) COMP.
012644     05  WS-HOL-DUP-SW      PIC X(01).
012646         88  WS-HOL-DUP               VALUE 'Y'.
012648     05  WS-HOL-SERIAL      OCCURS 200 TIMES PIC S9(7) COMP.
012700 77  WS-RUN-DATE            PIC 9(6).
012710 77  WS-BDATE-SW            PIC X(01) VALUE 'N'.
012720     88  WS-BDATE-FOUND               VALUE 'Y'.
012730 77  WS-BDATE-EOF-SW        PIC X(01) VALUE 'N'.
012740     88  WS-BDATE-EOF                 VALUE 'Y'.
012800*------------------------------------------------------------------
012900 PROCEDURE DIVISION.
013000*------------------------------------------------------------------
013100 0000-MAINLINE.
013110     PERFORM 0100-GET-BUS-DATE THRU 0100-EXIT.
013120     IF NOT WS-BDATE-FOUND
013130         GOBACK
013140     END-IF.
013200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
013300     PERFORM 2000-PROCESS-HELD THRU 2000-EXIT
013400         UNTIL WS-EOF.
013500     PERFORM 9000-TERMINATE THRU 9000-EXIT.
013600     GOBACK.
013602*------------------------------------------------------------------
013603*  0100-GET-BUS-DATE  --  READ THE BUSINESS DATE THIS RUN IS FOR
013604*  FROM THE DATE RECORD AT THE HEAD OF BUSDATE, AND THE HOLIDAYS
013605*  CARDED BEHIND IT FOR THE AGING.  ONLY THE END-OF-DAY ROLL
013606*  (ODEV27) MOVES THE DATE, SO A RERUN OR A RUN THAT CROSSES
013607*  MIDNIGHT STILL BELONGS TO THE SAME PROCESSING DAY.  NO DATE
013608*  RECORD, NO RUN.
013609*------------------------------------------------------------------
013610 0100-GET-BUS-DATE.
013611     OPEN INPUT BUS-DATE.
013612     READ BUS-DATE
013613         AT END
013614             MOVE SPACES TO BDT-FIELDS
013615     END-READ.
013616     IF NOT BDT-DATE-REC
013617        OR BDT-CURR-DATE NOT NUMERIC
013618         CLOSE BUS-DATE
013619         DISPLAY 'ODEV15 ERROR - NO BUSINESS DATE RECORD ON '
013620             'BUSDATE'
013621         MOVE 16 TO RETURN-CODE
013622         GO TO 0100-EXIT
013623     END-IF.
013624     MOVE BDT-CURR-DATE TO WS-RUN-DATE.
013625     MOVE 'Y' TO WS-BDATE-SW.
013626     PERFORM 0110-LOAD-CALENDAR THRU 0110-EXIT
013627         UNTIL WS-BDATE-EOF.
013628     CLOSE BUS-DATE.
013629 0100-EXIT.
013630     EXIT.
013631*------------------------------------------------------------------
013632*  0110-LOAD-CALENDAR  --  ONE CALENDAR CARD.  A HOLIDAY ON A
013633*  WEEKDAY GOES INTO THE TABLE AS ITS DAY SERIAL; A CARD THAT IS
013634*  NOT A VALID HOLIDAY IS LEFT TO THE ROLL (ODEV27) TO REPORT.
013635*------------------------------------------------------------------
013636 0110-LOAD-CALENDAR.
013637     READ BUS-DATE
013638         AT END
013639             MOVE 'Y' TO WS-BDATE-EOF-SW
013640             GO TO 0110-EXIT
013641     END-READ.
013642     IF NOT BDT-CALENDAR-REC
013643        OR BDT-CAL-DATE NOT NUMERIC
013644         GO TO 0110-EXIT
013645     END-IF.
013646     MOVE BDT-CAL-DATE TO WS-DATE-ARG.
013647     PERFORM 8000-DATE-TO-SERIAL THRU 8000-EXIT.
013648     IF WS-DATE-SERIAL = 0
013649        OR WS-WEEKEND
013650         GO TO 0110-EXIT
013651     END-IF.
013652     MOVE 'N' TO WS-HOL-DUP-SW.
013653     PERFORM 0120-SCAN-HOLIDAYS THRU 0120-EXIT
013654         VARYING WS-HOL-IX FROM 1 BY 1
013655         UNTIL WS-HOL-IX > WS-HOL-COUNT
013656            OR WS-HOL-DUP.
013657     IF WS-HOL-DUP
013658         GO TO 0110-EXIT
013659     END-IF.
013660     IF WS-HOL-COUNT NOT < 200
013661         DISPLAY 'ODEV15 WARNING - HOLIDAY TABLE FULL, CARD '
013662             'IGNORED: ' BDT-CAL-DATE
013663         GO TO 0110-EXIT
013664     END-IF.
013665     ADD 1 TO WS-HOL-COUNT.
013666     MOVE WS-DATE-SERIAL TO WS-HOL-SERIAL (WS-HOL-COUNT).
013667 0110-EXIT.
013668     EXIT.
013669 0120-SCAN-HOLIDAYS.
013670     IF WS-HOL-SERIAL (WS-HOL-IX) = WS-DATE-SERIAL
013671         MOVE 'Y' TO WS-HOL-DUP-SW
013672     END-IF.
013673 0120-EXIT.
013674     EXIT.
013700*------------------------------------------------------------------
013800*  1000-INITIALIZE  --  OPEN THE FILES, PRINT THE REPORT HEADING
013900*  AND PRIME THE SUSPENSE READ.
014000*------------------------------------------------------------------
014100 1000-INITIALIZE.
014300     MOVE WS-RUN-DATE TO WS-DATE-ARG.
014400     PERFORM 8000-DATE-TO-SERIAL THRU 8000-EXIT.
014500     MOVE WS-DATE-SERIAL TO WS-RUN-SERIAL.
014600     OPEN I-O    ACCT-REC.
014610     OPEN I-O    HOLD-FILE.
014700     OPEN INPUT  SUSP-IN.
014800     OPEN OUTPUT SUSP-OUT.
014900     OPEN OUTPUT JRNL-FILE.
018100         WHEN SUSP-AMOUNT NOT NUMERIC
018200             MOVE 'INVALID POST AMOUNT FIELD' TO WS-SUSPEND-REASON
018300             PERFORM 2200-CARRY-FORWARD THRU 2200-EXIT
018310         WHEN SUSP-ADJUSTMENT
018320             MOVE SUSP-REASON TO WS-SUSPEND-REASON
018330             PERFORM 2200-CARRY-FORWARD THRU 2200-EXIT
018400         WHEN NOT SUSP-DEBIT
018500          AND NOT SUSP-CREDIT
018600             MOVE 'INVALID DEBIT/CREDIT CODE' TO WS-SUSPEND-REASON
018800         WHEN NOT WS-ACCOUNT-FOUND
018900             MOVE 'ACCOUNT NOT ON MASTER' TO WS-SUSPEND-REASON
019000             PERFORM 2200-CARRY-FORWARD THRU 2200-EXIT
019010         WHEN ACCT-STATUS-CHARGED-OFF
019020             MOVE 'ACCOUNT CHARGED OFF' TO WS-SUSPEND-REASON
019030             PERFORM 2200-CARRY-FORWARD THRU 2200-EXIT
019100         WHEN ACCT-STATUS-CLOSED
019200             MOVE 'ACCOUNT CLOSED' TO WS-SUSPEND-REASON
019300             PERFORM 2200-CARRY-FORWARD THRU 2200-EXIT
020700*  ITS POST DATE -- THE DAY THE MONEY ACTUALLY MOVED -- SO THE
020800*  STATEMENT PERIOD IT FALLS IN IS THE ONE WHOSE BALANCES IT
020900*  MOVED.
020910*  A DEBIT ALSO RELEASES THE PENDING AUTHORIZATION HOLD COVERING
020920*  IT, NOW THAT THE AMOUNT IS ON ACCT-BALANCE ITSELF.
021000*------------------------------------------------------------------
021100 2100-REAPPLY-POST.
021200     IF SUSP-DEBIT
021300         ADD SUSP-AMOUNT TO ACCT-BALANCE
021310         PERFORM 2300-RELEASE-HOLD THRU 2300-EXIT
021400     ELSE
021500         SUBTRACT SUSP-AMOUNT FROM ACCT-BALANCE
021600     END-IF.
022900*------------------------------------------------------------------
023000*  2200-CARRY-FORWARD  --  THE POST STILL CANNOT APPLY.  CARRY IT
023100*  TO THE NEW SUSPENSE GENERATION WITH THE REASON REFRESHED AND
023200*  THE ORIGINAL HELD DATE KEPT, AGE IT IN PROCESSING DAYS TO THE
023300*  RUN DATE AND LIST IT ON THE REPORT.
023400*------------------------------------------------------------------
023500 2200-CARRY-FORWARD.
023600     MOVE WS-SUSPEND-REASON TO SUSP-REASON.
024300     END-IF.
024400     MOVE SUSP-HELD-DATE TO WS-DATE-ARG.
024500     PERFORM 8000-DATE-TO-SERIAL THRU 8000-EXIT.
024510     MOVE WS-DATE-SERIAL TO WS-HELD-SERIAL.
024520     PERFORM 8200-COUNT-PROC-DAYS THRU 8200-EXIT.
024700     EVALUATE TRUE
024800         WHEN WS-AGE-DAYS NOT > 5
024900             ADD 1 TO WS-BUCKET1-COUNT
027300     MOVE WS-AGE-DAYS       TO AD-DAYS-O.
027400     WRITE AGE-REC FROM AGE-DETAIL-REC.
027500 2200-EXIT.
027501     EXIT.
027502*------------------------------------------------------------------
027503*  2300-RELEASE-HOLD  --  FIND THE PENDING HOLD THE RE-APPLIED
027504*  PURCHASE SETTLES AND DELETE IT, AS ODEV5 DOES AT POSTING.
027505*  EVERY HOLD ON THE ACCOUNT READS TOGETHER OFF THE FRONT OF THE
027506*  KEY.  A PURCHASE THAT WAS NEVER AUTHORIZED, OR WHOSE HOLD HAS
027507*  ALREADY EXPIRED, HAS NO HOLD AND NOTHING IS RELEASED.
027508*------------------------------------------------------------------
027509 2300-RELEASE-HOLD.
027510     MOVE SPACES TO WS-HOLD-MATCH-KEY.
027511     MOVE SPACES TO WS-HOLD-ALT-KEY.
027512     MOVE 'N'    TO WS-HOLD-EOF-SW.
027513     MOVE SUSP-ACCT-NO TO HOLD-ACCT-NO.
027514     MOVE 0 TO HOLD-AUTH-DATE.
027515     MOVE 0 TO HOLD-SEQ.
027516     START HOLD-FILE KEY IS NOT LESS THAN HOLD-KEY
027517         INVALID KEY
027518             MOVE 'Y' TO WS-HOLD-EOF-SW
027519     END-START.
027520     PERFORM 2310-SCAN-HOLD THRU 2310-EXIT
027521         UNTIL WS-HOLD-EOF.
027522     IF WS-HOLD-MATCH-KEY = SPACES
027523         MOVE WS-HOLD-ALT-KEY TO WS-HOLD-MATCH-KEY
027524     END-IF.
027525     IF WS-HOLD-MATCH-KEY = SPACES
027526         GO TO 2300-EXIT
027527     END-IF.
027528     MOVE WS-HOLD-MATCH-KEY TO HOLD-KEY.
027529     DELETE HOLD-FILE RECORD
027530         INVALID KEY
027531             DISPLAY 'ODEV15 WARNING - HOLD ' HOLD-KEY
027532                 ' COULD NOT BE RELEASED'
027533     END-DELETE.
027534 2300-EXIT.
027535     EXIT.
027536 2310-SCAN-HOLD.
027537     READ HOLD-FILE NEXT
027538         AT END
027539             MOVE 'Y' TO WS-HOLD-EOF-SW
027540             GO TO 2310-EXIT
027541     END-READ.
027542     IF HOLD-ACCT-NO NOT = SUSP-ACCT-NO
027543         MOVE 'Y' TO WS-HOLD-EOF-SW
027544         GO TO 2310-EXIT
027545     END-IF.
027546     IF HOLD-AMOUNT NOT = SUSP-AMOUNT
027547         GO TO 2310-EXIT
027548     END-IF.
027549     IF HOLD-MERCHANT = SUSP-MERCHANT
027550         MOVE HOLD-KEY TO WS-HOLD-MATCH-KEY
027551         MOVE 'Y' TO WS-HOLD-EOF-SW
027552         GO TO 2310-EXIT
027553     END-IF.
027554     IF WS-HOLD-ALT-KEY = SPACES
027555         MOVE HOLD-KEY TO WS-HOLD-ALT-KEY
027556     END-IF.
027557 2310-EXIT.
027600     EXIT.
027700*------------------------------------------------------------------
027800*  8000-DATE-TO-SERIAL  --  CONVERT THE YYMMDD DATE IN
027810*  WS-DATE-ARG TO ITS DAY SERIAL IN WS-DATE-SERIAL AND ITS WEEKDAY
027820*  IN WS-WEEKDAY.  THE LEAP DAYS BEFORE THE YEAR ARE ONE FOR EVERY
027830*  FOURTH YEAR FROM 00 ON, PLUS THE YEAR'S OWN 29TH OF FEBRUARY
027840*  ONCE PAST IT.  A DATE THAT IS NOT A DATE COMES BACK AS SERIAL
027850*  ZERO, WHICH AGES AS VERY OLD.
028000*------------------------------------------------------------------
028100 8000-DATE-TO-SERIAL.
028110     IF WS-DATE-ARG NOT NUMERIC
028120        OR WS-DATE-MM = 0
028130        OR WS-DATE-MM > 12
028140         MOVE 0 TO WS-DATE-SERIAL
028150         MOVE 0 TO WS-WEEKDAY
028160         GO TO 8000-EXIT
028170     END-IF.
028180     DIVIDE WS-DATE-YY BY 4
028190         GIVING WS-LEAP-Q REMAINDER WS-LEAP-REM.
028200     COMPUTE WS-DATE-SERIAL = WS-DATE-YY * 365 + WS-LEAP-Q
028210                            + WS-CUM-DAYS (WS-DATE-MM)
028400                            + WS-DATE-DD.
028410     IF WS-LEAP-REM NOT = 0
028420         ADD 1 TO WS-DATE-SERIAL
028430     END-IF.
028440     IF WS-LEAP-REM = 0
028450        AND WS-DATE-MM > 2
028460         ADD 1 TO WS-DATE-SERIAL
028470     END-IF.
028480     DIVIDE WS-DATE-SERIAL BY 7
028490         GIVING WS-WEEK-Q REMAINDER WS-WEEKDAY.
028500 8000-EXIT.
028600     EXIT.
028602*------------------------------------------------------------------
028604*  8200-COUNT-PROC-DAYS  --  PROCESSING DAYS AFTER WS-HELD-SERIAL
028606*  UP TO AND INCLUDING THE RUN DATE.  EVERY WHOLE WEEK IN THE SPAN
028608*  HOLDS FIVE WEEKDAYS; THE ODD DAYS LEFT OVER AT THE END ARE
028610*  TESTED ONE AT A TIME, THEN EACH HOLIDAY IN THE SPAN COMES OFF.
028612*------------------------------------------------------------------
028614 8200-COUNT-PROC-DAYS.
028616     MOVE 0 TO WS-AGE-DAYS.
028618     COMPUTE WS-AGE-CAL = WS-RUN-SERIAL - WS-HELD-SERIAL.
028620     IF WS-AGE-CAL NOT > 0
028622         GO TO 8200-EXIT
028624     END-IF.
028626     DIVIDE WS-AGE-CAL BY 7
028628         GIVING WS-AGE-WEEKS REMAINDER WS-AGE-REM.
028630     COMPUTE WS-AGE-DAYS = WS-AGE-WEEKS * 5.
028632     PERFORM 8210-COUNT-ODD-DAY THRU 8210-EXIT
028634         VARYING WS-ODD-IX FROM 1 BY 1
028636         UNTIL WS-ODD-IX > WS-AGE-REM.
028638     PERFORM 8220-DROP-HOLIDAY THRU 8220-EXIT
028640         VARYING WS-HOL-IX FROM 1 BY 1
028642         UNTIL WS-HOL-IX > WS-HOL-COUNT.
028644 8200-EXIT.
028646     EXIT.
028648 8210-COUNT-ODD-DAY.
028650     COMPUTE WS-DATE-SERIAL = WS-RUN-SERIAL - WS-AGE-REM
028652                            + WS-ODD-IX.
028654     DIVIDE WS-DATE-SERIAL BY 7
028656         GIVING WS-WEEK-Q REMAINDER WS-WEEKDAY.
028658     IF NOT WS-WEEKEND
028660         ADD 1 TO WS-AGE-DAYS
028662     END-IF.
028664 8210-EXIT.
028666     EXIT.
028668 8220-DROP-HOLIDAY.
028670     IF WS-HOL-SERIAL (WS-HOL-IX) > WS-HELD-SERIAL
028672        AND WS-HOL-SERIAL (WS-HOL-IX) NOT > WS-RUN-SERIAL
028674         SUBTRACT 1 FROM WS-AGE-DAYS
028676     END-IF.
028678 8220-EXIT.
028680     EXIT.
028700*------------------------------------------------------------------
028800*  9000-TERMINATE  --  PRINT THE BUCKET AND RUN TOTALS, WRITE THE
028900*  RUN STATISTICS TO THE COMMON RUN LOG, CLOSE FILES AND END THE
029000*  RUN.
029100*------------------------------------------------------------------
029200 9000-TERMINATE.
029300     MOVE 'HELD 1-5 PROC DAYS....    ' TO AT-LABEL.
029400     MOVE WS-BUCKET1-COUNT TO AT-COUNT-O.
029500     MOVE WS-BUCKET1-TOT   TO AT-AMOUNT-O.
029600     WRITE AGE-REC FROM AGE-TOTAL-REC.
029700     MOVE 'HELD 6-30 PROC DAYS...    ' TO AT-LABEL.
029800     MOVE WS-BUCKET2-COUNT TO AT-COUNT-O.
029900     MOVE WS-BUCKET2-TOT   TO AT-AMOUNT-O.
030000     WRITE AGE-REC FROM AGE-TOTAL-REC.
030100     MOVE 'HELD OVER 30 PROC DAYS    ' TO AT-LABEL.
030200     MOVE WS-BUCKET3-COUNT TO AT-COUNT-O.
030300     MOVE WS-BUCKET3-TOT   TO AT-AMOUNT-O.
030400     WRITE AGE-REC FROM AGE-TOTAL-REC.
032200     WRITE RLOG-FIELDS.
032300     CLOSE RUN-LOG.
032400     CLOSE ACCT-REC.
032410     CLOSE HOLD-FILE.
032500     CLOSE SUSP-IN.
032600     CLOSE SUSP-OUT.
032700     CLOSE JRNL-FILE.
