000420*                    SUSPPRV, BOTH EMPTY ON A NORMAL RUN) ARE     *
000430*                    SKIPPED SO NO BALANCE EVER MOVES TWICE, AND  *
000440*                    THE PRIOR JOURNAL IS COPIED FORWARD.         *
000441*  10/15/26   MC    A PURCHASE THAT POSTS NOW RELEASES THE        *
000442*                    PENDING AUTHORIZATION HOLD (HOLDFLD KSDS)    *
000443*                    THE ODEV22 AUTHORIZATION RUN PLACED FOR IT,  *
000444*                    SO THE SAME AMOUNT IS NOT COUNTED AGAINST    *
000445*                    AVAILABLE CREDIT TWICE.                      *
000446*  10/15/26   MC    A PAYMENT ON A CHARGED-OFF ACCOUNT IS NOW A   *
000447*                    RECOVERY AGAINST THE CHARGED-OFF LEDGER      *
000448*                    (CHGOFLD), JOURNALLED ON RCOVFLD AND COUNTED *
000449*                    ON THE CONTROL RECORD, NOT SUSPENDED.        *
000450*  10/15/26   MC    TWO NEW POST TYPES ADJUST AN EARLIER          *
000451*                    MOVEMENT.  A PAYMENT REVERSAL ('R') FINDS    *
000452*                    THE PAYMENT CREDIT IT NAMES ON THE JOURNAL   *
000453*                    HISTORY (JRNLHIST), DEBITS IT BACK AND       *
000454*                    ASSESSES THE SYSIN RETURNED ITEM FEE.  A     *
000455*                    DISPUTE OPEN ('O') PARKS A PURCHASE ON THE   *
000456*                    DISPUTE FILE (DISPFLD KSDS); THE CLOSE ('X') *
000457*                    CREDITS IT BACK WHEN THE CARDHOLDER WINS.    *
000458*  10/15/26   MC    THE ACCOUNT'S JOURNAL HISTORY IS NOW READ BY  *
000459*                    KEY FROM THE JOURNAL HISTORY KSDS (JHSTFLD)  *
000460*                    INSTEAD OF SORTING THE PRIOR DAILY JOURNALS, *
000461*                    AND THE TABLE KEEPS THE LATEST 500           *
000462*                    MOVEMENTS RATHER THAN THE FIRST 500.         *
000463*  10/15/26   MC    RUN IS NOW DATED FROM THE BUSINESS-DATE       *
000464*                    CONTROL RECORD (BDATFLD, BUSDATE) INSTEAD OF *
000465*                    THE SYSTEM CLOCK -- NO DATE RECORD, NO RUN.  *
000466*  10/15/26   MC    A POST WHOSE ACCOUNT NUMBER FAILS ITS MOD-10  *
000467*                    CHECK DIGIT (NXTNFLD) IS NOW SUSPENDED       *
000468*                    BEFORE THE MASTER IS CONSULTED, SO A         *
000469*                    TRANSPOSED NUMBER CANNOT POST TO SOMEONE     *
000470*                    ELSE'S ACCOUNT.  LEGACY NUMBERS, BELOW THE   *
000471*                    FIRST BASE ON NXTNUM, ARE NOT TESTED.        *
000472*  10/15/26   MC    EVERY RUN, A REFUSED POSTFILE INCLUDED, IS    *
000473*                    NOW LOGGED ON RUNLOG; A RUN ENDING RETURN    *
000474*                    CODE 16 LOGS A REJECT SO ODEV13 HOLDS THE    *
000475*                    NIGHT.                                       *
000476*----------------------------------------------------------------*
000477*  THIS PROGRAM READS THE DAILY MONETARY POSTING FILE (POSTFILE,  *
000478*  POSTFLD LAYOUT), SORTS IT INTO ACCT-NO/POST-DATE ORDER, AND    *
000480*  APPLIES EACH POST DIRECTLY AGAINST THE ACCT-REC KSDS BY KEY:   *
000490*  A DEBIT (PURCHASE) ADDS TO ACCT-BALANCE, A CREDIT (PAYMENT)    *
000500*  SUBTRACTS FROM IT.  EVERY MOVEMENT APPLIED IS WRITTEN TO THE   *
000520*  A POST AGAINST A CLOSED OR FROZEN ACCOUNT, OR AGAINST A KEY    *
000530*  NOT ON THE MASTER, IS NOT APPLIED; IT IS WRITTEN TO THE        *
000540*  SUSPENSE FILE WITH A REASON FOR MANUAL REVIEW.                 *
000541*  A CREDIT AGAINST A CHARGED-OFF ACCOUNT IS A RECOVERY AGAINST   *
000542*  THE CHARGED-OFF LEDGER AND GOES TO THE RECOVERY JOURNAL; A     *
000543*  DEBIT AGAINST ONE IS SUSPENDED.                                *
000544*  A PAYMENT REVERSAL, DISPUTE OPEN OR DISPUTE CLOSE NAMES THE    *
000545*  PAYMENT OR PURCHASE IT ADJUSTS BY DATE (POST-REF-DATE); THE    *
000546*  ACCOUNT'S JOURNAL HISTORY (JHSTFLD KSDS, READ BY KEY AS EACH   *
000547*  ACCOUNT'S POSTS BEGIN) PROVES THAT MOVEMENT EXISTS BEFORE      *
000548*  ANYTHING IS DONE.                                              *
000549*  A POST WHOSE ACCOUNT NUMBER FAILS ITS CHECK DIGIT IS SUSPENDED *
000550*  EVEN WHEN THE NUMBER HAPPENS TO BE ON THE MASTER.  A LEGACY    *
000551*  NUMBER, ISSUED BEFORE CHECK DIGITS, IS NOT TESTED.             *
000552*----------------------------------------------------------------*
000560 ENVIRONMENT DIVISION.
000570 INPUT-OUTPUT SECTION.
000580 FILE-CONTROL.
000640     SELECT POST-SORTED  ASSIGN TO POSTSRT.
000650     SELECT POST-SORT-WORK ASSIGN TO POSTWK.
000660     SELECT JRNL-FILE    ASSIGN TO JRNLFILE.
000661     SELECT RCOV-FILE    ASSIGN TO RCOVFILE.
000670     SELECT SUSP-FILE    ASSIGN TO SUSPFILE.
000680     SELECT PCTL-FILE    ASSIGN TO POSTCTL.
000690     SELECT JRNL-PRIOR   ASSIGN TO JRNLPRV.
000691     SELECT RCOV-PRIOR   ASSIGN TO RCOVPRV.
000700     SELECT SUSP-PRIOR   ASSIGN TO SUSPPRV.
000701     SELECT JHST-FILE    ASSIGN TO JHSTFILE
000702         ORGANIZATION IS INDEXED
000703         ACCESS MODE  IS DYNAMIC
000704         RECORD KEY   IS JHST-KEY.
000705     SELECT DISP-FILE    ASSIGN TO DISPFILE
000706         ORGANIZATION IS INDEXED
000707         ACCESS MODE  IS DYNAMIC
000708         RECORD KEY   IS DISP-KEY.
000710     SELECT PDAY-LOG     ASSIGN TO PDAYLOG.
000711     SELECT HOLD-FILE    ASSIGN TO HOLDFILE
000712         ORGANIZATION IS INDEXED
000713         ACCESS MODE  IS DYNAMIC
000714         RECORD KEY   IS HOLD-KEY.
000715     SELECT CHGO-FILE    ASSIGN TO CHGOFF
000716         ORGANIZATION IS INDEXED
000717         ACCESS MODE  IS RANDOM
000718         RECORD KEY   IS CHGO-ACCT-NO.
000719     SELECT BUS-DATE     ASSIGN TO BUSDATE.
000720     SELECT NXTN-FILE    ASSIGN TO NXTNUM.
000721     SELECT RUN-LOG      ASSIGN TO RUNLOG.
000722 DATA DIVISION.
000730 FILE SECTION.
000740 FD  ACCT-REC RECORDING MODE F.
000750     COPY ACCTFLD.
000810     COPY POSTFLD REPLACING POST-FIELDS BY POST-SORT-REC.
000820 FD  JRNL-FILE RECORDING MODE F.
000830     COPY JRNLFLD.
000831 FD  RCOV-FILE RECORDING MODE F.
000832     COPY RCOVFLD.
000840 FD  SUSP-FILE RECORDING MODE F.
000850     COPY SUSPFLD.
000860 FD  PCTL-FILE RECORDING MODE F.
001080     05  SP-MERCHANT        PIC X(25).
001090     05  SP-REASON          PIC X(30).
001100     05  SP-HELD-DATE       PIC 9(6).
001101     05  SP-REF-DATE        PIC 9(6).
001102     05  SP-DISP-RESULT     PIC X(1).
001103*  RCOV-PRIOR DOES THE SAME FOR THE DEAD RUN'S RECOVERY JOURNAL.
001104 FD  RCOV-PRIOR RECORDING MODE F.
001105 01  RP-REC.
001106     05  RP-ACCT-NO         PIC X(8).
001107     05  RP-POST-DATE       PIC 9(6).
001108     05  RP-AMOUNT          PIC S9(7)V99 COMP-3.
001109     05  RP-MERCHANT        PIC X(25).
001110     05  RP-REMAINING       PIC S9(7)V99 COMP-3.
001111*  PDAY-LOG IS THE CARRIED COMPLETED-DAY LOG, ONE RECORD PER
001120*  POSTING DAY THIS RUN HAS FINISHED END TO END.  A POSTFILE
001130*  DATED A DAY ALREADY ON THE LOG IS REFUSED.
001140 FD  PDAY-LOG RECORDING MODE F.
001150 01  PDAY-REC.
001160     05  PDAY-POST-DATE     PIC 9(6).
001170     05  PDAY-RUN-DATE      PIC 9(6).
001171*  HOLD-FILE IS THE PENDING AUTHORIZATION HOLD KSDS WRITTEN BY
001172*  THE AUTHORIZATION RUN (ODEV22).
001173 FD  HOLD-FILE RECORDING MODE F.
001174     COPY HOLDFLD.
001175*  CHGO-FILE IS THE CHARGED-OFF LEDGER KSDS WRITTEN BY THE
001176*  MONTHLY CHARGE-OFF RUN (ODEV23).
001177 FD  CHGO-FILE RECORDING MODE F.
001178     COPY CHGOFLD.
001179*  JHST-FILE IS THE JOURNAL HISTORY KSDS -- EVERY MOVEMENT ON THE
001180*  PRIOR DAILY JOURNALS OF THIS RUN AND OF ODEV15, KEYED BY
001181*  ACCOUNT AND POST DATE -- READ BY KEY BESIDE THE POSTS.
001182 FD  JHST-FILE RECORDING MODE F.
001183     COPY JHSTFLD.
001184*  DISP-FILE IS THE CARDHOLDER DISPUTE KSDS.
001185 FD  DISP-FILE RECORDING MODE F.
001186     COPY DISPFLD.
001187 FD  BUS-DATE RECORDING MODE F.
001188     COPY BDATFLD.
001189 FD  NXTN-FILE RECORDING MODE F.
001190     COPY NXTNFLD.
001191 FD  RUN-LOG RECORDING MODE F.
001192     COPY RUNLOG.
001193 WORKING-STORAGE SECTION.
001194 01  WS-SWITCHES.
001200     05  WS-EOF-SWITCH      PIC X(01) VALUE 'N'.
001210         88  WS-EOF                   VALUE 'Y'.
001220     05  WS-FOUND-SWITCH    PIC X(01) VALUE 'N'.
001350         88  WS-PDAY-FOUND            VALUE 'Y'.
001360     05  WS-PDATE-FOUND-SW  PIC X(01) VALUE 'N'.
001370         88  WS-PDATE-FOUND           VALUE 'Y'.
001371     05  WS-HOLD-EOF-SW     PIC X(01) VALUE 'N'.
001372         88  WS-HOLD-EOF              VALUE 'Y'.
001373     05  WS-RP-EOF-SW       PIC X(01) VALUE 'N'.
001374         88  WS-RP-EOF                VALUE 'Y'.
001375     05  WS-DISP-EOF-SW     PIC X(01) VALUE 'N'.
001376         88  WS-DISP-EOF              VALUE 'Y'.
001377     05  WS-PURCH-FOUND-SW  PIC X(01) VALUE 'N'.
001378         88  WS-PURCH-FOUND           VALUE 'Y'.
001379     05  WS-CREDIT-FOUND-SW PIC X(01) VALUE 'N'.
001380         88  WS-CREDIT-FOUND          VALUE 'Y'.
001381 01  WS-COUNTERS.
001390     05  WS-POSTS-READ      PIC 9(07) COMP VALUE 0.
001400     05  WS-POSTS-APPLIED   PIC 9(07) COMP VALUE 0.
001410     05  WS-POSTS-SUSPENDED PIC 9(07) COMP VALUE 0.
001420     05  WS-PRIOR-APPLIED   PIC 9(07) COMP VALUE 0.
001430     05  WS-PRIOR-SUSP      PIC 9(07) COMP VALUE 0.
001431     05  WS-POSTS-RECOVERED PIC 9(07) COMP VALUE 0.
001433     05  WS-POSTS-DISPUTE   PIC 9(07) COMP VALUE 0.
001435     05  WS-FEES-ASSESSED   PIC 9(07) COMP VALUE 0.
001440 01  WS-SUSPEND-REASON      PIC X(30).
001450 77  WS-RUN-DATE            PIC 9(6).
001460*  MONEY TOTALS CARRIED ON THE RUN CONTROL RECORD FOR THE ODEV16
001520     05  WS-DEBIT-TOT       PIC S9(11)V99 COMP-3 VALUE 0.
001530     05  WS-CREDIT-TOT      PIC S9(11)V99 COMP-3 VALUE 0.
001540     05  WS-SUSP-TOT        PIC S9(11)V99 COMP-3 VALUE 0.
001541     05  WS-RECOVERY-TOT    PIC S9(11)V99 COMP-3 VALUE 0.
001546     05  WS-FEE-TOT         PIC S9(11)V99 COMP-3 VALUE 0.
001550     05  WS-SCAN-BAL-TOT    PIC S9(11)V99 COMP-3 VALUE 0.
001560*  MOVEMENT A DEAD EARLIER ATTEMPT ALREADY PUT ON THE MASTER;
001570*  BACKED OUT OF THE OPENING BALANCE TOTAL AT END OF RUN SO THE
001720 77  WS-PDATE-ARG           PIC 9(6).
001730*  WHAT A DEAD EARLIER ATTEMPT DID WITH THE CURRENT POST:
001740*  'J' ALREADY APPLIED AND JOURNALLED, 'S' ALREADY SUSPENDED,
001745*  'R' ALREADY TAKEN AS A RECOVERY,
001750*  'N' NEITHER.
001760 77  WS-PRIOR-ACTION        PIC X(1).
001761*  KEY OF THE PENDING HOLD A POSTED PURCHASE RELEASES: THE FIRST
001762*  HOLD ON THE ACCOUNT FOR THE SAME AMOUNT AND MERCHANT, FAILING
001763*  THAT THE FIRST FOR THE SAME AMOUNT.
001764 77  WS-HOLD-MATCH-KEY      PIC X(17).
001765 77  WS-HOLD-ALT-KEY        PIC X(17).
001766*  RETURNED ITEM FEE FROM SYSIN, FIVE DIGITS WITH TWO ASSUMED
001767*  DECIMALS ('02500' IS 25.00).  BLANK OR NON-NUMERIC LEAVES THE
001768*  25.00 DEFAULT; '00000' ASSESSES NO FEE.
001769 01  WS-PARM-FIELDS.
001770     05  WS-FEE-IN          PIC X(5).
001771     05  WS-FEE-IN-N REDEFINES WS-FEE-IN
001772                            PIC 9(3)V9(2).
001773     05  WS-RETURN-FEE      PIC S9(3)V99 COMP-3 VALUE 25.00.
001774*  THE POSTING JOURNAL HISTORY FOR THE ACCOUNT BEING POSTED, PLUS
001775*  EVERYTHING JOURNALLED FOR IT SO FAR THIS RUN.  A REVERSAL OR
001776*  DISPUTE IS PROVED AGAINST THIS TABLE.  ONLY THE LATEST 500
001777*  MOVEMENTS ARE HELD; AN ADJUSTMENT NAMING AN OLDER ONE IS
001778*  SUSPENDED AS NOT FOUND AND THE OVERFLOW IS NOTED ON SYSOUT.
001779 01  MERGE-KEYS.
001780     05  WS-HIST-KEY        PIC X(8).
001781 01  WS-HIST-TABLE.
001782     05  WS-HIST-ACCT       PIC X(8) VALUE LOW-VALUES.
001783     05  WS-HIST-COUNT      PIC 9(4) COMP VALUE 0.
001784     05  WS-HIST-ENTRY OCCURS 500 TIMES.
001785         10  WS-HE-DATE     PIC 9(6).
001786         10  WS-HE-DC       PIC X(1).
001787         10  WS-HE-AMOUNT   PIC S9(7)V99 COMP-3.
001788         10  WS-HE-MERCHANT PIC X(25).
001789 77  WS-HIST-IX             PIC 9(4) COMP.
001790 77  WS-HIST-SLOT           PIC 9(4) COMP.
001791 77  WS-PAY-MATCHES         PIC 9(4) COMP.
001792 77  WS-REV-MATCHES         PIC 9(4) COMP.
001793*  THE JOURNAL IMAGE THE CURRENT POST WOULD HAVE LEFT, FOR THE
001794*  RESTART COMPARE; A SPACE DC CODE MEANS IT JOURNALS NOTHING.
001795 77  WS-EXP-DC-CODE         PIC X(1).
001796 77  WS-EXP-MERCHANT        PIC X(25).
001797*  ONE ADJUSTING MOVEMENT FOR 3300-JOURNAL-ADJUSTMENT; ITS
001798*  MERCHANT TEXT IS BUILT IN ADJM-FIELDS.
001799 77  WS-ADJ-DC-CODE         PIC X(1).
001800 77  WS-ADJ-AMOUNT          PIC S9(7)V99 COMP-3.
001801     COPY ADJMFLD.
001802*  DISPUTES ON FILE FOR THE ACCOUNT, PURCHASE DATE AND MERCHANT
001803*  OF THE CURRENT POST: THE ONE STILL OPEN, ONE ALREADY CLOSED ON
001804*  THIS POST DATE, AND THE HIGHEST SEQUENCE USED FOR THE DATE.
001805 77  WS-DISP-OPEN-KEY       PIC X(17).
001806 77  WS-DISP-DONE-KEY       PIC X(17).
001807 77  WS-DISP-LAST-SEQ       PIC 9(3).
001808 77  WS-BDATE-SW            PIC X(01) VALUE 'N'.
001809     88  WS-BDATE-FOUND               VALUE 'Y'.
001810*  CHECK DIGIT WORK AREA.  AN ACCOUNT NUMBER IS SEVEN DIGITS AND
001811*  A CHECK DIGIT CHOSEN SO THAT THE FIRST, THIRD, FIFTH AND
001812*  SEVENTH DIGITS DOUBLED (LESS 9 WHEN THE DOUBLE IS OVER 9) PLUS
001813*  THE OTHER FOUR ADD TO A MULTIPLE OF 10 -- SEE NXTNFLD.  A
001814*  NUMBER WHOSE BASE IS BELOW WS-CHK-FIRST-BASE IS A LEGACY
001815*  ACCOUNT AND CARRIES NO CHECK DIGIT.
001816 01  WS-CHECK-DIGIT-FIELDS.
001817     05  WS-CHK-ACCT        PIC X(8).
001818     05  WS-CHK-ACCT-R REDEFINES WS-CHK-ACCT.
001819         10  WS-CHK-BASE    PIC 9(7).
001820         10  WS-CHK-DIGIT   PIC 9(1).
001821     05  WS-CHK-DIGITS-R REDEFINES WS-CHK-ACCT.
001822         10  WS-CHK-POS     PIC 9(1) OCCURS 8 TIMES.
001823     05  WS-CHK-IX          PIC 9(2) COMP.
001824     05  WS-CHK-PRODUCT     PIC 9(2) COMP.
001825     05  WS-CHK-SUM         PIC 9(3) COMP.
001826     05  WS-CHK-Q           PIC 9(3) COMP.
001827     05  WS-CHK-REM         PIC 9(2) COMP.
001828     05  WS-CHK-VALID-SW    PIC X(01).
001829         88  WS-CHK-VALID             VALUE 'Y'.
001830     05  WS-CHK-FIRST-BASE  PIC 9(7).
001831*------------------------------------------------------------------
001832 PROCEDURE DIVISION.
001833*------------------------------------------------------------------
001834 0000-MAINLINE.
001835     PERFORM 0100-GET-BUS-DATE THRU 0100-EXIT.
001836     IF NOT WS-BDATE-FOUND
001837         GOBACK
001838     END-IF.
001839     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001840*  A POSTFILE FOR A DAY ALREADY COMPLETED ENDS THE RUN HERE --
001841*  NOTHING WAS OPENED FOR UPDATE AND NO BALANCE MOVED.
001842     IF NOT WS-RUN-OK
001847         PERFORM 9200-WRITE-RUN-LOG THRU 9200-EXIT
001850         GOBACK
001860     END-IF.
001870     PERFORM 2000-PROCESS-POST THRU 2000-EXIT
001890     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001900     GOBACK.
001910*------------------------------------------------------------------
001911*  0100-GET-BUS-DATE  --  READ THE BUSINESS DATE THIS RUN IS FOR
001912*  FROM THE DATE RECORD AT THE HEAD OF BUSDATE.  ONLY THE END-OF-
001913*  DAY ROLL (ODEV27) MOVES IT, SO A RERUN OR A RUN THAT CROSSES
001914*  MIDNIGHT STILL BELONGS TO THE SAME PROCESSING DAY.  NO DATE
001915*  RECORD, NO RUN.
001916*------------------------------------------------------------------
001917 0100-GET-BUS-DATE.
001918     OPEN INPUT BUS-DATE.
001919     READ BUS-DATE
001920         AT END
001921             MOVE SPACES TO BDT-FIELDS
001922     END-READ.
001923     CLOSE BUS-DATE.
001924     IF NOT BDT-DATE-REC
001925        OR BDT-CURR-DATE NOT NUMERIC
001926         DISPLAY 'ODEV5 ERROR - NO BUSINESS DATE RECORD ON '
001927             'BUSDATE'
001928         MOVE 16 TO RETURN-CODE
001929         GO TO 0100-EXIT
001930     END-IF.
001931     MOVE BDT-CURR-DATE TO WS-RUN-DATE.
001932     MOVE 'Y' TO WS-BDATE-SW.
001933 0100-EXIT.
001934     EXIT.
001935*------------------------------------------------------------------
001936*  1000-INITIALIZE  --  SORT THE DAILY POSTS INTO ACCT-NO AND
001937*  POST-DATE ORDER, COLLECT EVERY DISTINCT POST-DATE ON THE FILE
001940*  AND PROVE NONE OF THOSE DAYS HAS ALREADY BEEN COMPLETED, THEN
001950*  OPEN THE FILES AND PRIME THE READS.  NOTHING IS OPENED FOR
001960*  UPDATE UNTIL EVERY DAY ON THE FILE HAS PROVED FRESH.
001970*------------------------------------------------------------------
001980 1000-INITIALIZE.
001991     ACCEPT WS-FEE-IN.
001992     IF WS-FEE-IN NOT = SPACES
001993        AND WS-FEE-IN NUMERIC
001994         MOVE WS-FEE-IN-N TO WS-RETURN-FEE
001995     ELSE
001996         DISPLAY 'ODEV5 WARNING - RETURNED ITEM FEE PARM BLANK '
001997             'OR INVALID, DEFAULT 25.00 KEPT'
001998     END-IF.
002000     SORT POST-SORT-WORK
002010         ON ASCENDING KEY POST-ACCT-NO OF POST-SORT-REC
002020         ON ASCENDING KEY POST-DATE OF POST-SORT-REC
002140     IF NOT WS-RUN-OK
002150         GO TO 1000-EXIT
002160     END-IF.
002162     PERFORM 1800-GET-FIRST-BASE THRU 1800-EXIT.
002165     OPEN INPUT  JHST-FILE.
002170     MOVE 'N' TO WS-EOF-SWITCH.
002180     OPEN INPUT  POST-SORTED.
002190     OPEN I-O    ACCT-REC.
002191     OPEN I-O    HOLD-FILE.
002192     OPEN I-O    CHGO-FILE.
002197     OPEN I-O    DISP-FILE.
002200     OPEN OUTPUT JRNL-FILE.
002201     OPEN OUTPUT RCOV-FILE.
002210*  THE SUSPENSE FILE IS CUMULATIVE -- TODAY'S HELD POSTS ARE
002220*  ADDED BEHIND WHATEVER THE ODEV15 MANAGEMENT RUN IS STILL
002230*  CARRYING, NEVER OVER THE TOP OF IT.
002250     OPEN OUTPUT PCTL-FILE.
002260     OPEN INPUT  JRNL-PRIOR.
002270     OPEN INPUT  SUSP-PRIOR.
002271     OPEN INPUT  RCOV-PRIOR.
002280     PERFORM 1400-READ-PRIOR-JRNL THRU 1400-EXIT.
002290     PERFORM 1500-NEXT-PRIOR-SUSP THRU 1500-EXIT.
002291     PERFORM 1600-READ-PRIOR-RCOV THRU 1600-EXIT.
002300*  MASTER BALANCE TOTAL AS IT STANDS BEFORE THE FIRST POST IS
002310*  APPLIED, FOR THE ODEV16 PROOF.
002320     PERFORM 1200-TOTAL-MASTER THRU 1200-EXIT.
003620         MOVE 'Y' TO WS-SP-HIT-SW
003630     END-IF.
003640 1510-EXIT.
003641     EXIT.
003642*------------------------------------------------------------------
003643*  1600-READ-PRIOR-RCOV  --  ADVANCE THE PRIOR RECOVERY STREAM, THE
003644*  DEAD RUN'S RECOVERY JOURNAL, ONE RECORD.
003645*------------------------------------------------------------------
003646 1600-READ-PRIOR-RCOV.
003647     READ RCOV-PRIOR
003648         AT END
003649             MOVE 'Y' TO WS-RP-EOF-SW
003650     END-READ.
003651 1600-EXIT.
003652     EXIT.
003653*------------------------------------------------------------------
003654*  1700-READ-HIST  --  READ THE NEXT JOURNAL HISTORY RECORD IN KEY
003655*  ORDER.  WS-HIST-KEY TAKES ITS ACCOUNT NUMBER, OR HIGH-VALUES
003656*  AT END OF FILE, SO THE CALLER STOPS AT THE ACCOUNT'S LAST
003657*  MOVEMENT.
003658*------------------------------------------------------------------
003659 1700-READ-HIST.
003660     READ JHST-FILE NEXT
003661         AT END
003662             MOVE HIGH-VALUES TO WS-HIST-KEY
003663         NOT AT END
003664             MOVE JHST-ACCT-NO TO WS-HIST-KEY
003665     END-READ.
003666 1700-EXIT.
003667     EXIT.
003668*------------------------------------------------------------------
003669*  1800-GET-FIRST-BASE  --  TAKE THE FIRST ACCOUNT NUMBER BASE
003670*  THE INTAKE RUN (ODEV28) HANDED OUT FROM THE NEXT-NUMBER
003671*  CONTROL RECORD.  NUMBERS BELOW IT ARE LEGACY ACCOUNTS WITH NO
003672*  CHECK DIGIT.  UNTIL THE FIRST INTAKE RUN THE NEXT BASE IS THE
003673*  BOUNDARY; WITH NO CONTROL RECORD AT ALL NO NUMBER HAS BEEN
003674*  HANDED OUT, SO NONE IS TESTED.
003675*------------------------------------------------------------------
003676 1800-GET-FIRST-BASE.
003677     OPEN INPUT NXTN-FILE.
003678     READ NXTN-FILE
003679         AT END
003680             MOVE SPACES TO NXTN-FIELDS
003681     END-READ.
003682     CLOSE NXTN-FILE.
003683     EVALUATE TRUE
003684         WHEN NXTN-FIRST-BASE NUMERIC
003685          AND NXTN-FIRST-BASE > 0
003686             MOVE NXTN-FIRST-BASE TO WS-CHK-FIRST-BASE
003687         WHEN NXTN-NEXT-BASE NUMERIC
003688             MOVE NXTN-NEXT-BASE TO WS-CHK-FIRST-BASE
003689         WHEN OTHER
003690             DISPLAY 'ODEV5 WARNING - NO ACCOUNT NUMBER CONTROL '
003691                 'RECORD ON NXTNUM, NO CHECK DIGITS TESTED'
003692             MOVE 9999999 TO WS-CHK-FIRST-BASE
003693     END-EVALUATE.
003694 1800-EXIT.
003695     EXIT.
003696*------------------------------------------------------------------
003697*  2000-PROCESS-POST  --  READ THE MASTER RECORD FOR THE POST KEY.
003698*  A POST WITH A BAD AMOUNT OR DEBIT/CREDIT CODE, WITH NO MASTER
003699*  RECORD, OR AGAINST A CLOSED OR FROZEN ACCOUNT, GOES TO THE
003700*  SUSPENSE FILE; ANYTHING ELSE IS APPLIED TO ACCT-BALANCE AND
003710*  JOURNALLED.  THEN ADVANCE TO THE NEXT POST.
003711*  A POST AGAINST A CHARGED-OFF ACCOUNT IS TAKEN BY
003712*  2700-APPLY-RECOVERY.
003714*  A PAYMENT REVERSAL, DISPUTE OPEN OR DISPUTE CLOSE IS TAKEN BY
003716*  3000-, 3100- OR 3200- ONCE THE ACCOUNT HAS PASSED THE SAME
003718*  STATUS CHECKS AS ANY OTHER POST.
003720*------------------------------------------------------------------
003730 2000-PROCESS-POST.
003740*  A DEAD EARLIER ATTEMPT MAY ALREADY HAVE HANDLED THIS POST;
003750*  BOTH PRIOR STREAMS RUN IN THE SAME SORTED PROCESSING ORDER AS
003760*  THE POSTS, SO ONLY THEIR CURRENT RECORDS NEED COMPARING.
003770     PERFORM 2050-CHECK-PRIOR THRU 2050-EXIT.
003772     IF POST-ACCT-NO OF POST-SORTED-REC NOT = WS-HIST-ACCT
003774         PERFORM 2900-LOAD-HISTORY THRU 2900-EXIT
003776     END-IF.
003780     IF WS-PRIOR-ACTION = 'J'
003790         PERFORM 2400-SKIP-APPLIED-PRIOR THRU 2400-EXIT
003795         PERFORM 2410-SKIP-PRIOR-FEE THRU 2410-EXIT
003800         PERFORM 1100-READ-POST THRU 1100-EXIT
003810         GO TO 2000-EXIT
003820     END-IF.
003850         PERFORM 1100-READ-POST THRU 1100-EXIT
003860         GO TO 2000-EXIT
003870     END-IF.
003871     IF WS-PRIOR-ACTION = 'R'
003872         PERFORM 2800-SKIP-RECOVERED-PRIOR THRU 2800-EXIT
003873         PERFORM 1100-READ-POST THRU 1100-EXIT
003874         GO TO 2000-EXIT
003875     END-IF.
003880     MOVE POST-ACCT-NO OF POST-SORTED-REC TO ACCT-NO.
003890     READ ACCT-REC
003900         INVALID KEY
003920         NOT INVALID KEY
003930             MOVE 'Y' TO WS-FOUND-SWITCH
003940     END-READ.
003942     MOVE POST-ACCT-NO OF POST-SORTED-REC TO WS-CHK-ACCT.
003944     PERFORM 8500-VERIFY-CHECK-DIGIT THRU 8500-EXIT.
003950     EVALUATE TRUE
003960         WHEN POST-AMOUNT OF POST-SORTED-REC NOT NUMERIC
003970             MOVE 'INVALID POST AMOUNT FIELD' TO WS-SUSPEND-REASON
003980             PERFORM 2200-WRITE-SUSPENSE THRU 2200-EXIT
003990         WHEN NOT POST-DEBIT OF POST-SORTED-REC
004000          AND NOT POST-CREDIT OF POST-SORTED-REC
004002          AND NOT POST-REVERSAL OF POST-SORTED-REC
004004          AND NOT POST-DISPUTE-OPEN OF POST-SORTED-REC
004006          AND NOT POST-DISPUTE-CLOSE OF POST-SORTED-REC
004010             MOVE 'INVALID DEBIT/CREDIT CODE' TO WS-SUSPEND-REASON
004020             PERFORM 2200-WRITE-SUSPENSE THRU 2200-EXIT
004022         WHEN NOT WS-CHK-VALID
004024             MOVE 'ACCOUNT NO CHECK DIGIT FAILED'
004026                 TO WS-SUSPEND-REASON
004028             PERFORM 2200-WRITE-SUSPENSE THRU 2200-EXIT
004030         WHEN NOT WS-ACCOUNT-FOUND
004040             MOVE 'ACCOUNT NOT ON MASTER' TO WS-SUSPEND-REASON
004050             PERFORM 2200-WRITE-SUSPENSE THRU 2200-EXIT
004051         WHEN ACCT-STATUS-CHARGED-OFF
004052             PERFORM 2700-APPLY-RECOVERY THRU 2700-EXIT
004060         WHEN ACCT-STATUS-CLOSED
004070             MOVE 'ACCOUNT CLOSED' TO WS-SUSPEND-REASON
004080             PERFORM 2200-WRITE-SUSPENSE THRU 2200-EXIT
004090         WHEN ACCT-STATUS-FROZEN
004100             MOVE 'ACCOUNT FROZEN' TO WS-SUSPEND-REASON
004110             PERFORM 2200-WRITE-SUSPENSE THRU 2200-EXIT
004111         WHEN POST-REVERSAL OF POST-SORTED-REC
004112             PERFORM 3000-APPLY-REVERSAL THRU 3000-EXIT
004113         WHEN POST-DISPUTE-OPEN OF POST-SORTED-REC
004114             PERFORM 3100-OPEN-DISPUTE THRU 3100-EXIT
004115         WHEN POST-DISPUTE-CLOSE OF POST-SORTED-REC
004116             PERFORM 3200-CLOSE-DISPUTE THRU 3200-EXIT
004120         WHEN OTHER
004130             PERFORM 2100-APPLY-POST THRU 2100-EXIT
004140     END-EVALUATE.
004200*  A CREDIT (PAYMENT) SUBTRACTS FROM IT.  THE UPDATED RECORD IS
004210*  REWRITTEN IN PLACE ON THE KSDS AND THE MOVEMENT IS JOURNALLED
004220*  WITH THE RESULTING BALANCE.
004221*  A DEBIT ALSO RELEASES THE PENDING AUTHORIZATION HOLD COVERING
004222*  IT, NOW THAT THE AMOUNT IS ON ACCT-BALANCE ITSELF.
004230*------------------------------------------------------------------
004240 2100-APPLY-POST.
004250     IF POST-DEBIT OF POST-SORTED-REC
004260         ADD POST-AMOUNT OF POST-SORTED-REC TO ACCT-BALANCE
004270         ADD POST-AMOUNT OF POST-SORTED-REC TO WS-DEBIT-TOT
004271         PERFORM 2600-RELEASE-HOLD THRU 2600-EXIT
004280     ELSE
004290         SUBTRACT POST-AMOUNT OF POST-SORTED-REC
004300             FROM ACCT-BALANCE
004390     MOVE POST-MERCHANT OF POST-SORTED-REC TO JRNL-MERCHANT.
004400     MOVE ACCT-BALANCE                     TO JRNL-NEW-BALANCE.
004410     WRITE JRNL-FIELDS.
004415     PERFORM 2950-NOTE-MOVEMENT THRU 2950-EXIT.
004420 2100-EXIT.
004430     EXIT.
004440 2200-WRITE-SUSPENSE.
004490     MOVE POST-MERCHANT OF POST-SORTED-REC TO SUSP-MERCHANT.
004500     MOVE WS-SUSPEND-REASON                TO SUSP-REASON.
004510     MOVE WS-RUN-DATE                      TO SUSP-HELD-DATE.
004511     IF POST-DEBIT OF POST-SORTED-REC
004512      OR POST-CREDIT OF POST-SORTED-REC
004513         MOVE ZERO  TO SUSP-REF-DATE
004514         MOVE SPACE TO SUSP-DISP-RESULT
004515     ELSE
004516         MOVE POST-REF-DATE OF POST-SORTED-REC TO SUSP-REF-DATE
004517         MOVE POST-DISP-RESULT OF POST-SORTED-REC
004518             TO SUSP-DISP-RESULT
004519     END-IF.
004520     WRITE SUSP-FIELDS.
004530     ADD 1 TO WS-POSTS-SUSPENDED.
004540*  A POST SUSPENDED FOR A BAD PACKED AMOUNT CANNOT BE ADDED TO
004545*  A MONEY TOTAL, AND A HELD REVERSAL OR DISPUTE IS NOT MONEY
004550*  RECEIVED OR SPENT; EVERYTHING ELSE HELD IS.
004560     IF POST-AMOUNT OF POST-SORTED-REC NUMERIC
004562      AND (POST-DEBIT OF POST-SORTED-REC
004564       OR POST-CREDIT OF POST-SORTED-REC)
004570         ADD POST-AMOUNT OF POST-SORTED-REC TO WS-SUSP-TOT
004580     END-IF.
004590 2200-EXIT.
004670*------------------------------------------------------------------
004680 2050-CHECK-PRIOR.
004690     MOVE 'N' TO WS-PRIOR-ACTION.
004695     PERFORM 2070-SET-EXPECTED THRU 2070-EXIT.
004700     IF NOT WS-JP-EOF
004710      AND POST-AMOUNT OF POST-SORTED-REC NUMERIC
004720      AND JP-ACCT-NO   = POST-ACCT-NO OF POST-SORTED-REC
004730      AND JP-POST-DATE = POST-DATE OF POST-SORTED-REC
004740      AND JP-DC-CODE   = WS-EXP-DC-CODE
004750      AND JP-AMOUNT    = POST-AMOUNT OF POST-SORTED-REC
004760      AND JP-MERCHANT  = WS-EXP-MERCHANT
004770         MOVE 'J' TO WS-PRIOR-ACTION
004780         GO TO 2050-EXIT
004790     END-IF.
004791     PERFORM 2060-CHECK-PRIOR-RCOV THRU 2060-EXIT.
004792     IF WS-PRIOR-ACTION = 'R'
004793         GO TO 2050-EXIT
004794     END-IF.
004800     IF WS-SP-HIT-SW = 'Y'
004810      AND SP-ACCT-NO   = POST-ACCT-NO OF POST-SORTED-REC
004820      AND SP-POST-DATE = POST-DATE OF POST-SORTED-REC
004930 2050-EXIT.
004940     EXIT.
004950*------------------------------------------------------------------
004951*  2060-CHECK-PRIOR-RCOV  --  COMPARE THE CURRENT POST AGAINST THE
004952*  HEAD OF THE PRIOR RECOVERY STREAM.  ONLY A VALID CREDIT CAN
004953*  HAVE BEEN TAKEN AS A RECOVERY.
004954*------------------------------------------------------------------
004955 2060-CHECK-PRIOR-RCOV.
004956     IF NOT WS-RP-EOF
004957      AND POST-CREDIT OF POST-SORTED-REC
004958      AND POST-AMOUNT OF POST-SORTED-REC NUMERIC
004959      AND RP-ACCT-NO   = POST-ACCT-NO OF POST-SORTED-REC
004960      AND RP-POST-DATE = POST-DATE OF POST-SORTED-REC
004961      AND RP-AMOUNT    = POST-AMOUNT OF POST-SORTED-REC
004962      AND RP-MERCHANT  = POST-MERCHANT OF POST-SORTED-REC
004963         MOVE 'R' TO WS-PRIOR-ACTION
004964     END-IF.
004965 2060-EXIT.
004966     EXIT.
004967*------------------------------------------------------------------
004968*  2070-SET-EXPECTED  --  THE JOURNAL IMAGE THE CURRENT POST WOULD
004969*  HAVE LEFT IF A DEAD EARLIER ATTEMPT APPLIED IT.  A DEBIT OR
004970*  CREDIT JOURNALS AS KEYED; A REVERSAL AS A DEBIT AND A DISPUTE
004971*  WON BY THE CARDHOLDER AS A CREDIT, EACH UNDER ITS ADJUSTMENT
004972*  MERCHANT TEXT; A DISPUTE OPEN, OR A CLOSE THE MERCHANT WON,
004973*  JOURNALS NOTHING.
004974*------------------------------------------------------------------
004975 2070-SET-EXPECTED.
004976     MOVE SPACE TO WS-EXP-DC-CODE.
004977     MOVE SPACES TO WS-EXP-MERCHANT.
004978     IF POST-DEBIT OF POST-SORTED-REC
004979      OR POST-CREDIT OF POST-SORTED-REC
004980         MOVE POST-DC-CODE OF POST-SORTED-REC  TO WS-EXP-DC-CODE
004981         MOVE POST-MERCHANT OF POST-SORTED-REC TO WS-EXP-MERCHANT
004982         GO TO 2070-EXIT
004983     END-IF.
004984     MOVE SPACES TO ADJM-FIELDS.
004985     MOVE POST-REF-DATE OF POST-SORTED-REC TO ADJM-REF-DATE.
004986     IF POST-REVERSAL OF POST-SORTED-REC
004987         MOVE 'D' TO WS-EXP-DC-CODE
004988         MOVE 'RETURNED PAYMENT ' TO ADJM-TEXT
004989         MOVE ADJM-FIELDS TO WS-EXP-MERCHANT
004990     END-IF.
004991     IF POST-DISPUTE-CLOSE OF POST-SORTED-REC
004992      AND POST-CARDHOLDER-WINS OF POST-SORTED-REC
004993         MOVE 'C' TO WS-EXP-DC-CODE
004994         MOVE 'DISPUTE CREDIT   ' TO ADJM-TEXT
004995         MOVE ADJM-FIELDS TO WS-EXP-MERCHANT
004996     END-IF.
004997 2070-EXIT.
004998     EXIT.
004999*------------------------------------------------------------------
005000*  2400-SKIP-APPLIED-PRIOR  --  THE DEAD RUN ALREADY APPLIED THIS
005001*  POST AND THE BALANCE ALREADY CARRIES IT.  COPY ITS JOURNAL
005002*  RECORD FORWARD SO THE DAY'S JOURNAL STAYS COMPLETE, ROLL THE
005003*  MOVEMENT INTO THE PROOF TOTALS, AND ADVANCE THE STREAM.
005004*------------------------------------------------------------------
005010 2400-SKIP-APPLIED-PRIOR.
005020     WRITE JRNL-FIELDS FROM JP-REC.
005021     PERFORM 2950-NOTE-MOVEMENT THRU 2950-EXIT.
005022*  THE RETURNED ITEM FEE BEHIND A REVERSAL IS A MOVEMENT OF ITS
005023*  OWN, NOT A POST; IT IS COUNTED WITH THE FEES.
005024     MOVE JP-MERCHANT TO ADJM-FIELDS.
005025     IF JP-DC-CODE = 'D'
005026      AND ADJM-RETURNED-FEE
005027         ADD 1 TO WS-FEES-ASSESSED
005028         ADD JP-AMOUNT TO WS-FEE-TOT
005029     ELSE
005030         ADD 1 TO WS-PRIOR-APPLIED
005031     END-IF.
005040     IF JP-DC-CODE = 'D'
005050         ADD JP-AMOUNT TO WS-DEBIT-TOT
005060         ADD JP-AMOUNT TO WS-PRIOR-DEBIT-TOT
005120 2400-EXIT.
005130     EXIT.
005140*------------------------------------------------------------------
005141*  2410-SKIP-PRIOR-FEE  --  A REVERSAL THE DEAD RUN APPLIED ALSO
005142*  JOURNALLED ITS RETURNED ITEM FEE RIGHT BEHIND IT (UNLESS THE
005143*  FEE WAS ZERO); COPY THAT FORWARD TOO.
005144*------------------------------------------------------------------
005145 2410-SKIP-PRIOR-FEE.
005146     IF NOT POST-REVERSAL OF POST-SORTED-REC
005147      OR WS-JP-EOF
005148         GO TO 2410-EXIT
005149     END-IF.
005150     MOVE SPACES TO ADJM-FIELDS.
005151     MOVE 'RETURNED ITEM FEE' TO ADJM-TEXT.
005152     MOVE POST-REF-DATE OF POST-SORTED-REC TO ADJM-REF-DATE.
005153     IF JP-ACCT-NO   = POST-ACCT-NO OF POST-SORTED-REC
005154      AND JP-POST-DATE = POST-DATE OF POST-SORTED-REC
005155      AND JP-DC-CODE   = 'D'
005156      AND JP-MERCHANT  = ADJM-FIELDS
005157         PERFORM 2400-SKIP-APPLIED-PRIOR THRU 2400-EXIT
005158     END-IF.
005159 2410-EXIT.
005160     EXIT.
005161*------------------------------------------------------------------
005162*  2500-SKIP-SUSPENDED-PRIOR  --  THE DEAD RUN ALREADY WROTE THIS
005163*  POST TO THE CUMULATIVE SUSPENSE FILE, WHERE IT STILL SITS; DO
005170*  NOT HOLD IT A SECOND TIME.  ROLL IT INTO THE SUSPENSE TOTALS
005180*  AND ADVANCE THE STREAM.
005190*------------------------------------------------------------------
005200 2500-SKIP-SUSPENDED-PRIOR.
005210     ADD 1 TO WS-PRIOR-SUSP.
005220     IF SP-AMOUNT NUMERIC
005225      AND (SP-DC-CODE = 'D' OR 'C')
005230         ADD SP-AMOUNT TO WS-SUSP-TOT
005240     END-IF.
005250     PERFORM 1500-NEXT-PRIOR-SUSP THRU 1500-EXIT.
005260 2500-EXIT.
005261     EXIT.
005262*------------------------------------------------------------------
005263*  2600-RELEASE-HOLD  --  FIND THE PENDING HOLD THE POSTED
005264*  PURCHASE SETTLES AND DELETE IT.  EVERY HOLD ON THE ACCOUNT
005265*  READS TOGETHER OFF THE FRONT OF THE KEY.  A PURCHASE THAT WAS
005266*  NEVER AUTHORIZED HAS NO HOLD AND NOTHING IS RELEASED.
005267*------------------------------------------------------------------
005268 2600-RELEASE-HOLD.
005269     MOVE SPACES TO WS-HOLD-MATCH-KEY.
005270     MOVE SPACES TO WS-HOLD-ALT-KEY.
005271     MOVE 'N'    TO WS-HOLD-EOF-SW.
005272     MOVE POST-ACCT-NO OF POST-SORTED-REC TO HOLD-ACCT-NO.
005273     MOVE 0 TO HOLD-AUTH-DATE.
005274     MOVE 0 TO HOLD-SEQ.
005275     START HOLD-FILE KEY IS NOT LESS THAN HOLD-KEY
005276         INVALID KEY
005277             MOVE 'Y' TO WS-HOLD-EOF-SW
005278     END-START.
005279     PERFORM 2610-SCAN-HOLD THRU 2610-EXIT
005280         UNTIL WS-HOLD-EOF.
005281     IF WS-HOLD-MATCH-KEY = SPACES
005282         MOVE WS-HOLD-ALT-KEY TO WS-HOLD-MATCH-KEY
005283     END-IF.
005284     IF WS-HOLD-MATCH-KEY = SPACES
005285         GO TO 2600-EXIT
005286     END-IF.
005287     MOVE WS-HOLD-MATCH-KEY TO HOLD-KEY.
005288     DELETE HOLD-FILE RECORD
005289         INVALID KEY
005290             DISPLAY 'ODEV5 WARNING - HOLD ' HOLD-KEY
005291                 ' COULD NOT BE RELEASED'
005292     END-DELETE.
005293 2600-EXIT.
005294     EXIT.
005295 2610-SCAN-HOLD.
005296     READ HOLD-FILE NEXT
005297         AT END
005298             MOVE 'Y' TO WS-HOLD-EOF-SW
005299             GO TO 2610-EXIT
005300     END-READ.
005301     IF HOLD-ACCT-NO NOT = POST-ACCT-NO OF POST-SORTED-REC
005302         MOVE 'Y' TO WS-HOLD-EOF-SW
005303         GO TO 2610-EXIT
005304     END-IF.
005305     IF HOLD-AMOUNT NOT = POST-AMOUNT OF POST-SORTED-REC
005306         GO TO 2610-EXIT
005307     END-IF.
005308     IF HOLD-MERCHANT = POST-MERCHANT OF POST-SORTED-REC
005309         MOVE HOLD-KEY TO WS-HOLD-MATCH-KEY
005310         MOVE 'Y' TO WS-HOLD-EOF-SW
005311         GO TO 2610-EXIT
005312     END-IF.
005313     IF WS-HOLD-ALT-KEY = SPACES
005314         MOVE HOLD-KEY TO WS-HOLD-ALT-KEY
005315     END-IF.
005316 2610-EXIT.
005317     EXIT.
005318*------------------------------------------------------------------
005319*  2700-APPLY-RECOVERY  --  THE ACCOUNT IS CHARGED OFF: ITS
005320*  BALANCE WAS WRITTEN OFF TO THE CHARGED-OFF LEDGER AND STAYS
005321*  AT ZERO.  A CREDIT IS A RECOVERY AGAINST THE LEDGER: IT IS
005322*  ADDED TO CHGO-RECOVERED AND WRITTEN TO THE RECOVERY JOURNAL,
005323*  AND NEITHER MOVES ACCT-BALANCE NOR GOES ON THE POSTING
005324*  JOURNAL.  A DEBIT, A CREDIT WITH NO LEDGER RECORD, AND A
005325*  CREDIT THAT WOULD RECOVER MORE THAN WAS WRITTEN OFF ARE
005326*  SUSPENDED FOR MANUAL REVIEW.
005327*  A REVERSAL OR DISPUTE POST IS SUSPENDED THE SAME AS A DEBIT.
005328*------------------------------------------------------------------
005329 2700-APPLY-RECOVERY.
005330     IF NOT POST-CREDIT OF POST-SORTED-REC
005331         MOVE 'ACCOUNT CHARGED OFF' TO WS-SUSPEND-REASON
005332         PERFORM 2200-WRITE-SUSPENSE THRU 2200-EXIT
005333         GO TO 2700-EXIT
005334     END-IF.
005335     MOVE POST-ACCT-NO OF POST-SORTED-REC TO CHGO-ACCT-NO.
005336     READ CHGO-FILE
005337         INVALID KEY
005338             MOVE 'NO CHARGE-OFF LEDGER RECORD'
005339                 TO WS-SUSPEND-REASON
005340             PERFORM 2200-WRITE-SUSPENSE THRU 2200-EXIT
005341             GO TO 2700-EXIT
005342     END-READ.
005343     IF CHGO-RECOVERED + POST-AMOUNT OF POST-SORTED-REC
005344         > CHGO-AMOUNT
005345         MOVE 'RECOVERY EXCEEDS CHARGE-OFF' TO WS-SUSPEND-REASON
005346         PERFORM 2200-WRITE-SUSPENSE THRU 2200-EXIT
005347         GO TO 2700-EXIT
005348     END-IF.
005349     ADD POST-AMOUNT OF POST-SORTED-REC TO CHGO-RECOVERED.
005350     MOVE POST-DATE OF POST-SORTED-REC  TO CHGO-LAST-RCV-DATE.
005351     REWRITE CHGO-FIELDS
005352         INVALID KEY
005353             DISPLAY 'ODEV5 ERROR - CHARGE-OFF LEDGER REWRITE '
005354                 'FAILED FOR ' CHGO-ACCT-NO
005355             MOVE 16 TO RETURN-CODE
005356     END-REWRITE.
005357     MOVE POST-ACCT-NO OF POST-SORTED-REC  TO RCOV-ACCT-NO.
005358     MOVE POST-DATE OF POST-SORTED-REC     TO RCOV-POST-DATE.
005359     MOVE POST-AMOUNT OF POST-SORTED-REC   TO RCOV-AMOUNT.
005360     MOVE POST-MERCHANT OF POST-SORTED-REC TO RCOV-MERCHANT.
005361     COMPUTE RCOV-REMAINING = CHGO-AMOUNT - CHGO-RECOVERED.
005362     WRITE RCOV-FIELDS.
005363     ADD 1 TO WS-POSTS-RECOVERED.
005364     ADD POST-AMOUNT OF POST-SORTED-REC TO WS-RECOVERY-TOT.
005365 2700-EXIT.
005366     EXIT.
005367*------------------------------------------------------------------
005368*  2800-SKIP-RECOVERED-PRIOR  --  THE DEAD RUN ALREADY TOOK THIS
005369*  POST AS A RECOVERY AND THE LEDGER ALREADY CARRIES IT.  COPY
005370*  ITS RECOVERY RECORD FORWARD, ROLL IT INTO THE RECOVERY
005371*  TOTALS, AND ADVANCE THE STREAM.
005372*------------------------------------------------------------------
005373 2800-SKIP-RECOVERED-PRIOR.
005374     WRITE RCOV-FIELDS FROM RP-REC.
005375     ADD 1 TO WS-POSTS-RECOVERED.
005376     ADD RP-AMOUNT TO WS-RECOVERY-TOT.
005377     PERFORM 1600-READ-PRIOR-RCOV THRU 1600-EXIT.
005378 2800-EXIT.
005379     EXIT.
005380*------------------------------------------------------------------
005381*  2900-LOAD-HISTORY  --  THE FIRST POST FOR A NEW ACCOUNT.
005382*  POSITION THE JOURNAL HISTORY ON THE ACCOUNT AND LOAD ITS
005383*  MOVEMENTS, OLDEST FIRST, INTO THE HISTORY TABLE.
005384*------------------------------------------------------------------
005385 2900-LOAD-HISTORY.
005386     MOVE POST-ACCT-NO OF POST-SORTED-REC TO WS-HIST-ACCT.
005387     MOVE 0 TO WS-HIST-COUNT.
005388     MOVE 0 TO WS-HIST-SLOT.
005389     MOVE LOW-VALUES   TO JHST-KEY.
005390     MOVE WS-HIST-ACCT TO JHST-ACCT-NO.
005391     START JHST-FILE KEY IS NOT LESS THAN JHST-KEY
005392         INVALID KEY
005393             MOVE HIGH-VALUES TO WS-HIST-KEY
005394             GO TO 2900-EXIT
005395     END-START.
005396     PERFORM 1700-READ-HIST THRU 1700-EXIT.
005397     PERFORM 2920-GATHER-HIST THRU 2920-EXIT
005398         UNTIL WS-HIST-KEY NOT = WS-HIST-ACCT.
005399 2900-EXIT.
005400     EXIT.
005401 2920-GATHER-HIST.
005402     PERFORM 2930-NEXT-SLOT THRU 2930-EXIT.
005403     MOVE JHST-POST-DATE TO WS-HE-DATE (WS-HIST-SLOT).
005404     MOVE JHST-DC-CODE   TO WS-HE-DC (WS-HIST-SLOT).
005405     MOVE JHST-AMOUNT    TO WS-HE-AMOUNT (WS-HIST-SLOT).
005406     MOVE JHST-MERCHANT  TO WS-HE-MERCHANT (WS-HIST-SLOT).
005407     PERFORM 1700-READ-HIST THRU 1700-EXIT.
005408 2920-EXIT.
005409     EXIT.
005410*  2930-NEXT-SLOT  --  THE TABLE ENTRY FOR THE NEXT MOVEMENT.  ONCE
005411*  500 ARE HELD, EACH NEW MOVEMENT OVERWRITES THE OLDEST ONE.
005412 2930-NEXT-SLOT.
005413     ADD 1 TO WS-HIST-SLOT.
005414     IF WS-HIST-SLOT > 500
005415         MOVE 1 TO WS-HIST-SLOT
005416         DISPLAY 'ODEV5 WARNING - JOURNAL HISTORY FOR ACCOUNT '
005417             WS-HIST-ACCT ' OVER 500 MOVEMENTS, OLDEST NOT HELD'
005418     END-IF.
005419     IF WS-HIST-COUNT < 500
005420         ADD 1 TO WS-HIST-COUNT
005421     END-IF.
005422 2930-EXIT.
005423     EXIT.
005424*------------------------------------------------------------------
005425*  2950-NOTE-MOVEMENT  --  A MOVEMENT JOURNALLED THIS RUN JOINS
005426*  THE ACCOUNT'S HISTORY TABLE, SO A LATER POST FOR THE SAME
005427*  ACCOUNT TODAY SEES IT.
005428*------------------------------------------------------------------
005429 2950-NOTE-MOVEMENT.
005430     IF JRNL-ACCT-NO NOT = WS-HIST-ACCT
005431         GO TO 2950-EXIT
005432     END-IF.
005433     PERFORM 2930-NEXT-SLOT THRU 2930-EXIT.
005434     MOVE JRNL-POST-DATE TO WS-HE-DATE (WS-HIST-SLOT).
005435     MOVE JRNL-DC-CODE   TO WS-HE-DC (WS-HIST-SLOT).
005436     MOVE JRNL-AMOUNT    TO WS-HE-AMOUNT (WS-HIST-SLOT).
005437     MOVE JRNL-MERCHANT  TO WS-HE-MERCHANT (WS-HIST-SLOT).
005438 2950-EXIT.
005439     EXIT.
005440*------------------------------------------------------------------
005441*  3000-APPLY-REVERSAL  --  A RETURNED PAYMENT.  THE POST NAMES
005442*  THE PAYMENT BY ITS DATE AND AMOUNT; THE ACCOUNT'S HISTORY MUST
005443*  HOLD MORE SUCH PAYMENT CREDITS THAN REVERSALS OF THEM, OR
005444*  THERE IS NOTHING LEFT TO REVERSE.  THE PAYMENT IS DEBITED BACK
005445*  AS 'RETURNED PAYMENT' AND THE SYSIN FEE IS DEBITED BEHIND IT
005446*  AS 'RETURNED ITEM FEE', BOTH CARRYING THE PAYMENT DATE.
005447*------------------------------------------------------------------
005448 3000-APPLY-REVERSAL.
005449     MOVE 0 TO WS-PAY-MATCHES.
005450     MOVE 0 TO WS-REV-MATCHES.
005451     PERFORM 3010-SCAN-PAYMENTS THRU 3010-EXIT
005452         VARYING WS-HIST-IX FROM 1 BY 1
005453         UNTIL WS-HIST-IX > WS-HIST-COUNT.
005454     IF WS-PAY-MATCHES = 0
005455         MOVE 'ORIGINAL PAYMENT NOT FOUND' TO WS-SUSPEND-REASON
005456         PERFORM 2200-WRITE-SUSPENSE THRU 2200-EXIT
005457         GO TO 3000-EXIT
005458     END-IF.
005459     IF WS-REV-MATCHES NOT < WS-PAY-MATCHES
005460         MOVE 'PAYMENT ALREADY REVERSED' TO WS-SUSPEND-REASON
005461         PERFORM 2200-WRITE-SUSPENSE THRU 2200-EXIT
005462         GO TO 3000-EXIT
005463     END-IF.
005464     MOVE SPACES TO ADJM-FIELDS.
005465     MOVE 'RETURNED PAYMENT ' TO ADJM-TEXT.
005466     MOVE POST-REF-DATE OF POST-SORTED-REC TO ADJM-REF-DATE.
005467     MOVE 'D' TO WS-ADJ-DC-CODE.
005468     MOVE POST-AMOUNT OF POST-SORTED-REC TO WS-ADJ-AMOUNT.
005469     PERFORM 3300-JOURNAL-ADJUSTMENT THRU 3300-EXIT.
005470     ADD 1 TO WS-POSTS-APPLIED.
005471     IF WS-RETURN-FEE NOT > ZERO
005472         GO TO 3000-EXIT
005473     END-IF.
005474     MOVE 'RETURNED ITEM FEE' TO ADJM-TEXT.
005475     MOVE WS-RETURN-FEE TO WS-ADJ-AMOUNT.
005476     PERFORM 3300-JOURNAL-ADJUSTMENT THRU 3300-EXIT.
005477     ADD 1 TO WS-FEES-ASSESSED.
005478     ADD WS-RETURN-FEE TO WS-FEE-TOT.
005479 3000-EXIT.
005480     EXIT.
005481 3010-SCAN-PAYMENTS.
005482     IF WS-HE-AMOUNT (WS-HIST-IX)
005483         NOT = POST-AMOUNT OF POST-SORTED-REC
005484         GO TO 3010-EXIT
005485     END-IF.
005486     MOVE WS-HE-MERCHANT (WS-HIST-IX) TO ADJM-FIELDS.
005487     IF WS-HE-DC (WS-HIST-IX) = 'C'
005488      AND WS-HE-DATE (WS-HIST-IX)
005489          = POST-REF-DATE OF POST-SORTED-REC
005490      AND NOT ADJM-DISPUTE-CREDIT
005491         ADD 1 TO WS-PAY-MATCHES
005492     END-IF.
005493     IF WS-HE-DC (WS-HIST-IX) = 'D'
005494      AND ADJM-RETURNED-PAYMENT
005495      AND ADJM-REF-DATE = POST-REF-DATE OF POST-SORTED-REC
005496         ADD 1 TO WS-REV-MATCHES
005497     END-IF.
005498 3010-EXIT.
005499     EXIT.
005500*------------------------------------------------------------------
005501*  3100-OPEN-DISPUTE  --  THE CARDHOLDER DISPUTES A PURCHASE.  THE
005502*  POST NAMES IT BY DATE AND MERCHANT, AND THE ACCOUNT'S HISTORY
005503*  MUST HOLD SUCH A PURCHASE FOR AT LEAST THE AMOUNT DISPUTED.  A
005504*  PURCHASE ALREADY IN OPEN DISPUTE IS NOT OPENED AGAIN -- UNLESS
005505*  THE DISPUTE ON FILE WAS OPENED BY THIS VERY POST ON AN EARLIER
005506*  ATTEMPT AT THE DAY, WHEN IT IS COUNTED AS DONE.  NO BALANCE
005507*  MOVES; THE AMOUNT IS PARKED ON THE DISPUTE FILE.
005508*------------------------------------------------------------------
005509 3100-OPEN-DISPUTE.
005510     MOVE 'N' TO WS-PURCH-FOUND-SW.
005511     PERFORM 3110-SCAN-PURCHASES THRU 3110-EXIT
005512         VARYING WS-HIST-IX FROM 1 BY 1
005513         UNTIL WS-HIST-IX > WS-HIST-COUNT
005514            OR WS-PURCH-FOUND.
005515     IF NOT WS-PURCH-FOUND
005516         MOVE 'ORIGINAL PURCHASE NOT FOUND' TO WS-SUSPEND-REASON
005517         PERFORM 2200-WRITE-SUSPENSE THRU 2200-EXIT
005518         GO TO 3100-EXIT
005519     END-IF.
005520     PERFORM 3400-FIND-DISPUTE THRU 3400-EXIT.
005521     IF WS-DISP-OPEN-KEY NOT = SPACES
005522         MOVE WS-DISP-OPEN-KEY TO DISP-KEY
005523         READ DISP-FILE
005524             INVALID KEY
005525                 MOVE SPACES TO DISP-FIELDS
005526         END-READ
005527         IF DISP-OPEN-DATE = POST-DATE OF POST-SORTED-REC
005528          AND DISP-AMOUNT = POST-AMOUNT OF POST-SORTED-REC
005529             ADD 1 TO WS-POSTS-DISPUTE
005530         ELSE
005531             MOVE 'DISPUTE ALREADY OPEN' TO WS-SUSPEND-REASON
005532             PERFORM 2200-WRITE-SUSPENSE THRU 2200-EXIT
005533         END-IF
005534         GO TO 3100-EXIT
005535     END-IF.
005536     MOVE SPACES TO DISP-FIELDS.
005537     MOVE POST-ACCT-NO OF POST-SORTED-REC  TO DISP-ACCT-NO.
005538     MOVE POST-REF-DATE OF POST-SORTED-REC TO DISP-PURCH-DATE.
005539     COMPUTE DISP-SEQ = WS-DISP-LAST-SEQ + 1.
005540     MOVE POST-MERCHANT OF POST-SORTED-REC TO DISP-MERCHANT.
005541     MOVE POST-AMOUNT OF POST-SORTED-REC   TO DISP-AMOUNT.
005542     MOVE 'O'                              TO DISP-STATUS.
005543     MOVE POST-DATE OF POST-SORTED-REC     TO DISP-OPEN-DATE.
005544     MOVE ZERO                             TO DISP-CLOSE-DATE.
005545     MOVE ZERO                             TO DISP-CREDIT-AMT.
005546     WRITE DISP-FIELDS
005547         INVALID KEY
005548             DISPLAY 'ODEV5 ERROR - DISPUTE WRITE FAILED FOR '
005549                 DISP-KEY
005550             MOVE 16 TO RETURN-CODE
005551     END-WRITE.
005552     ADD 1 TO WS-POSTS-DISPUTE.
005553 3100-EXIT.
005554     EXIT.
005555 3110-SCAN-PURCHASES.
005556     IF WS-HE-DC (WS-HIST-IX) = 'D'
005557      AND WS-HE-DATE (WS-HIST-IX)
005558          = POST-REF-DATE OF POST-SORTED-REC
005559      AND WS-HE-MERCHANT (WS-HIST-IX)
005560          = POST-MERCHANT OF POST-SORTED-REC
005561      AND WS-HE-AMOUNT (WS-HIST-IX)
005562          NOT < POST-AMOUNT OF POST-SORTED-REC
005563         MOVE 'Y' TO WS-PURCH-FOUND-SW
005564     END-IF.
005565 3110-EXIT.
005566     EXIT.
005567*------------------------------------------------------------------
005568*  3200-CLOSE-DISPUTE  --  THE DISPUTE IS DECIDED.  THE OPEN
005569*  DISPUTE FOR THE PURCHASE IS CLOSED WITH THE RESULT.  WHEN THE
005570*  CARDHOLDER WINS, THE POST AMOUNT (NEVER MORE THAN WAS
005571*  DISPUTED) IS CREDITED BACK AS 'DISPUTE CREDIT'; WHEN THE
005572*  MERCHANT WINS NOTHING MOVES AND THE PURCHASE STANDS.  THE
005573*  DISPUTE IS CLOSED BEFORE THE CREDIT IS JOURNALLED, SO A DEAD
005574*  RUN LEAVES EITHER NEITHER OR A CLOSED DISPUTE TO FINISH.
005575*------------------------------------------------------------------
005576 3200-CLOSE-DISPUTE.
005577     IF NOT POST-CARDHOLDER-WINS OF POST-SORTED-REC
005578      AND NOT POST-MERCHANT-WINS OF POST-SORTED-REC
005579         MOVE 'INVALID DISPUTE RESULT' TO WS-SUSPEND-REASON
005580         PERFORM 2200-WRITE-SUSPENSE THRU 2200-EXIT
005581         GO TO 3200-EXIT
005582     END-IF.
005583     PERFORM 3400-FIND-DISPUTE THRU 3400-EXIT.
005584     IF WS-DISP-OPEN-KEY = SPACES
005585         PERFORM 3250-CHECK-CLOSED-TODAY THRU 3250-EXIT
005586         GO TO 3200-EXIT
005587     END-IF.
005588     MOVE WS-DISP-OPEN-KEY TO DISP-KEY.
005589     READ DISP-FILE
005590         INVALID KEY
005591             MOVE 'NO OPEN DISPUTE FOUND' TO WS-SUSPEND-REASON
005592             PERFORM 2200-WRITE-SUSPENSE THRU 2200-EXIT
005593             GO TO 3200-EXIT
005594     END-READ.
005595     IF POST-CARDHOLDER-WINS OF POST-SORTED-REC
005596      AND POST-AMOUNT OF POST-SORTED-REC > DISP-AMOUNT
005597         MOVE 'CREDIT EXCEEDS DISPUTED AMOUNT'
005598             TO WS-SUSPEND-REASON
005599         PERFORM 2200-WRITE-SUSPENSE THRU 2200-EXIT
005600         GO TO 3200-EXIT
005601     END-IF.
005602     MOVE 'C' TO DISP-STATUS.
005603     MOVE POST-DATE OF POST-SORTED-REC        TO DISP-CLOSE-DATE.
005604     MOVE POST-DISP-RESULT OF POST-SORTED-REC TO DISP-RESULT.
005605     IF POST-CARDHOLDER-WINS OF POST-SORTED-REC
005606         MOVE POST-AMOUNT OF POST-SORTED-REC  TO DISP-CREDIT-AMT
005607     ELSE
005608         MOVE ZERO                            TO DISP-CREDIT-AMT
005609     END-IF.
005610     REWRITE DISP-FIELDS
005611         INVALID KEY
005612             DISPLAY 'ODEV5 ERROR - DISPUTE REWRITE FAILED FOR '
005613                 DISP-KEY
005614             MOVE 16 TO RETURN-CODE
005615     END-REWRITE.
005616     IF POST-MERCHANT-WINS OF POST-SORTED-REC
005617         ADD 1 TO WS-POSTS-DISPUTE
005618         GO TO 3200-EXIT
005619     END-IF.
005620     PERFORM 3260-CREDIT-DISPUTE THRU 3260-EXIT.
005621 3200-EXIT.
005622     EXIT.
005623*------------------------------------------------------------------
005624*  3250-CHECK-CLOSED-TODAY  --  NO OPEN DISPUTE.  ONE CLOSED WITH
005625*  THE SAME RESULT ON THIS POST DATE WAS CLOSED BY THIS POST ON A
005626*  DEAD EARLIER ATTEMPT: A MERCHANT WIN IS THEN DONE, AND A
005627*  CARDHOLDER WIN IS DONE ONLY IF ITS CREDIT IS ALREADY ON THE
005628*  JOURNAL -- OTHERWISE THE CREDIT IS FINISHED HERE.  ANYTHING
005629*  ELSE HAS NO DISPUTE TO CLOSE.
005630*------------------------------------------------------------------
005631 3250-CHECK-CLOSED-TODAY.
005632     IF WS-DISP-DONE-KEY = SPACES
005633         MOVE 'NO OPEN DISPUTE FOUND' TO WS-SUSPEND-REASON
005634         PERFORM 2200-WRITE-SUSPENSE THRU 2200-EXIT
005635         GO TO 3250-EXIT
005636     END-IF.
005637     MOVE WS-DISP-DONE-KEY TO DISP-KEY.
005638     READ DISP-FILE
005639         INVALID KEY
005640             MOVE SPACES TO DISP-FIELDS
005641     END-READ.
005642     IF DISP-RESULT NOT = POST-DISP-RESULT OF POST-SORTED-REC
005643         MOVE 'NO OPEN DISPUTE FOUND' TO WS-SUSPEND-REASON
005644         PERFORM 2200-WRITE-SUSPENSE THRU 2200-EXIT
005645         GO TO 3250-EXIT
005646     END-IF.
005647     IF POST-MERCHANT-WINS OF POST-SORTED-REC
005648         ADD 1 TO WS-POSTS-DISPUTE
005649         GO TO 3250-EXIT
005650     END-IF.
005651     MOVE 'N' TO WS-CREDIT-FOUND-SW.
005652     PERFORM 3270-SCAN-CREDITS THRU 3270-EXIT
005653         VARYING WS-HIST-IX FROM 1 BY 1
005654         UNTIL WS-HIST-IX > WS-HIST-COUNT
005655            OR WS-CREDIT-FOUND.
005656     IF WS-CREDIT-FOUND
005657         MOVE 'NO OPEN DISPUTE FOUND' TO WS-SUSPEND-REASON
005658         PERFORM 2200-WRITE-SUSPENSE THRU 2200-EXIT
005659     ELSE
005660         PERFORM 3260-CREDIT-DISPUTE THRU 3260-EXIT
005661     END-IF.
005662 3250-EXIT.
005663     EXIT.
005664 3260-CREDIT-DISPUTE.
005665     MOVE SPACES TO ADJM-FIELDS.
005666     MOVE 'DISPUTE CREDIT   ' TO ADJM-TEXT.
005667     MOVE POST-REF-DATE OF POST-SORTED-REC TO ADJM-REF-DATE.
005668     MOVE 'C' TO WS-ADJ-DC-CODE.
005669     MOVE POST-AMOUNT OF POST-SORTED-REC TO WS-ADJ-AMOUNT.
005670     PERFORM 3300-JOURNAL-ADJUSTMENT THRU 3300-EXIT.
005671     ADD 1 TO WS-POSTS-APPLIED.
005672 3260-EXIT.
005673     EXIT.
005674 3270-SCAN-CREDITS.
005675     MOVE WS-HE-MERCHANT (WS-HIST-IX) TO ADJM-FIELDS.
005676     IF WS-HE-DC (WS-HIST-IX) = 'C'
005677      AND WS-HE-DATE (WS-HIST-IX) = POST-DATE OF POST-SORTED-REC
005678      AND WS-HE-AMOUNT (WS-HIST-IX)
005679          = POST-AMOUNT OF POST-SORTED-REC
005680      AND ADJM-DISPUTE-CREDIT
005681      AND ADJM-REF-DATE = POST-REF-DATE OF POST-SORTED-REC
005682         MOVE 'Y' TO WS-CREDIT-FOUND-SW
005683     END-IF.
005684 3270-EXIT.
005685     EXIT.
005686*------------------------------------------------------------------
005687*  3300-JOURNAL-ADJUSTMENT  --  APPLY ONE ADJUSTING MOVEMENT
005688*  (WS-ADJ-DC-CODE, WS-ADJ-AMOUNT, MERCHANT TEXT IN ADJM-FIELDS)
005689*  TO ACCT-BALANCE AND JOURNAL IT, THE SAME ARITHMETIC AS
005690*  2100-APPLY-POST.  THE CALLER COUNTS IT.
005691*------------------------------------------------------------------
005692 3300-JOURNAL-ADJUSTMENT.
005693     IF WS-ADJ-DC-CODE = 'D'
005694         ADD WS-ADJ-AMOUNT TO ACCT-BALANCE
005695         ADD WS-ADJ-AMOUNT TO WS-DEBIT-TOT
005696     ELSE
005697         SUBTRACT WS-ADJ-AMOUNT FROM ACCT-BALANCE
005698         ADD WS-ADJ-AMOUNT TO WS-CREDIT-TOT
005699     END-IF.
005700     REWRITE ACCT-FIELDS.
005701     MOVE POST-ACCT-NO OF POST-SORTED-REC  TO JRNL-ACCT-NO.
005702     MOVE POST-DATE OF POST-SORTED-REC     TO JRNL-POST-DATE.
005703     MOVE WS-ADJ-DC-CODE                   TO JRNL-DC-CODE.
005704     MOVE WS-ADJ-AMOUNT                    TO JRNL-AMOUNT.
005705     MOVE ADJM-FIELDS                      TO JRNL-MERCHANT.
005706     MOVE ACCT-BALANCE                     TO JRNL-NEW-BALANCE.
005707     WRITE JRNL-FIELDS.
005708     PERFORM 2950-NOTE-MOVEMENT THRU 2950-EXIT.
005709 3300-EXIT.
005710     EXIT.
005711*------------------------------------------------------------------
005712*  3400-FIND-DISPUTE  --  READ EVERY DISPUTE ON FILE FOR THE
005713*  ACCOUNT AND PURCHASE DATE OF THE CURRENT POST, NOTING THE OPEN
005714*  ONE FOR ITS MERCHANT, ONE FOR ITS MERCHANT CLOSED ON THIS POST
005715*  DATE, AND THE HIGHEST SEQUENCE USED.
005716*------------------------------------------------------------------
005717 3400-FIND-DISPUTE.
005718     MOVE SPACES TO WS-DISP-OPEN-KEY.
005719     MOVE SPACES TO WS-DISP-DONE-KEY.
005720     MOVE 0      TO WS-DISP-LAST-SEQ.
005721     MOVE 'N'    TO WS-DISP-EOF-SW.
005722     MOVE POST-ACCT-NO OF POST-SORTED-REC  TO DISP-ACCT-NO.
005723     MOVE POST-REF-DATE OF POST-SORTED-REC TO DISP-PURCH-DATE.
005724     MOVE 0 TO DISP-SEQ.
005725     START DISP-FILE KEY IS NOT LESS THAN DISP-KEY
005726         INVALID KEY
005727             MOVE 'Y' TO WS-DISP-EOF-SW
005728     END-START.
005729     PERFORM 3410-SCAN-DISPUTE THRU 3410-EXIT
005730         UNTIL WS-DISP-EOF.
005731 3400-EXIT.
005732     EXIT.
005733 3410-SCAN-DISPUTE.
005734     READ DISP-FILE NEXT
005735         AT END
005736             MOVE 'Y' TO WS-DISP-EOF-SW
005737             GO TO 3410-EXIT
005738     END-READ.
005739     IF DISP-ACCT-NO NOT = POST-ACCT-NO OF POST-SORTED-REC
005740      OR DISP-PURCH-DATE NOT = POST-REF-DATE OF POST-SORTED-REC
005741         MOVE 'Y' TO WS-DISP-EOF-SW
005742         GO TO 3410-EXIT
005743     END-IF.
005744     MOVE DISP-SEQ TO WS-DISP-LAST-SEQ.
005745     IF DISP-MERCHANT NOT = POST-MERCHANT OF POST-SORTED-REC
005746         GO TO 3410-EXIT
005747     END-IF.
005748     IF DISP-OPEN
005749      AND WS-DISP-OPEN-KEY = SPACES
005750         MOVE DISP-KEY TO WS-DISP-OPEN-KEY
005751     END-IF.
005752     IF DISP-CLOSED
005753      AND DISP-CLOSE-DATE = POST-DATE OF POST-SORTED-REC
005754         MOVE DISP-KEY TO WS-DISP-DONE-KEY
005755     END-IF.
005756 3410-EXIT.
005757     EXIT.
005758*------------------------------------------------------------------
005759*  8100-FIND-PDATE  --  SERIAL SCAN OF THE COLLECTED POST-DATE
005760*  TABLE FOR THE DATE IN WS-PDATE-ARG.
005761*------------------------------------------------------------------
005762 8100-FIND-PDATE.
005763     MOVE 'N' TO WS-PDATE-FOUND-SW.
005764     PERFORM 8110-SCAN-PDATE THRU 8110-EXIT
005765         VARYING WS-PDATE-IX FROM 1 BY 1
005766         UNTIL WS-PDATE-IX > WS-PDATE-COUNT
005767            OR WS-PDATE-FOUND.
005768 8100-EXIT.
005769     EXIT.
005770 8110-SCAN-PDATE.
005771     IF WS-PDATE-ENTRY (WS-PDATE-IX) = WS-PDATE-ARG
005772         MOVE 'Y' TO WS-PDATE-FOUND-SW
005773     END-IF.
005774 8110-EXIT.
005775     EXIT.
005776*------------------------------------------------------------------
005777*  8500-VERIFY-CHECK-DIGIT  --  WS-CHK-VALID IF THE ACCOUNT NUMBER
005778*  IN WS-CHK-ACCT CARRIES A GOOD CHECK DIGIT: ITS CHECK SUM (THE
005779*  ODD POSITIONS DOUBLED, LESS 9 WHEN OVER 9, PLUS THE EVEN
005780*  POSITIONS) IS A MULTIPLE OF 10.  A LEGACY NUMBER -- NOT ALL
005781*  DIGITS, OR A BASE BELOW THE FIRST ONE THE INTAKE RUN HANDED
005782*  OUT -- WAS NEVER GIVEN A CHECK DIGIT AND PASSES AS IT STANDS.
005783*------------------------------------------------------------------
005784 8500-VERIFY-CHECK-DIGIT.
005785     MOVE 'Y' TO WS-CHK-VALID-SW.
005786     IF WS-CHK-ACCT NOT NUMERIC
005787         GO TO 8500-EXIT
005788     END-IF.
005789     IF WS-CHK-BASE < WS-CHK-FIRST-BASE
005790         GO TO 8500-EXIT
005791     END-IF.
005792     MOVE 'N' TO WS-CHK-VALID-SW.
005793     MOVE 0 TO WS-CHK-SUM.
005794     PERFORM 8510-ADD-DOUBLED THRU 8510-EXIT
005795         VARYING WS-CHK-IX FROM 1 BY 2
005796         UNTIL WS-CHK-IX > 7.
005797     PERFORM 8520-ADD-SINGLE THRU 8520-EXIT
005798         VARYING WS-CHK-IX FROM 2 BY 2
005799         UNTIL WS-CHK-IX > 8.
005800     DIVIDE WS-CHK-SUM BY 10
005801         GIVING WS-CHK-Q REMAINDER WS-CHK-REM.
005802     IF WS-CHK-REM = 0
005803         MOVE 'Y' TO WS-CHK-VALID-SW
005804     END-IF.
005805 8500-EXIT.
005806     EXIT.
005807 8510-ADD-DOUBLED.
005808     COMPUTE WS-CHK-PRODUCT = WS-CHK-POS (WS-CHK-IX) * 2.
005809     IF WS-CHK-PRODUCT > 9
005810         SUBTRACT 9 FROM WS-CHK-PRODUCT
005811     END-IF.
005812     ADD WS-CHK-PRODUCT TO WS-CHK-SUM.
005813 8510-EXIT.
005814     EXIT.
005815 8520-ADD-SINGLE.
005816     ADD WS-CHK-POS (WS-CHK-IX) TO WS-CHK-SUM.
005817 8520-EXIT.
005818     EXIT.
005819*------------------------------------------------------------------
005820*  9000-TERMINATE  --  TAKE THE CLOSING MASTER BALANCE TOTAL,
005821*  WRITE THE RUN CONTROL RECORD FOR THE ODEV16 PROOF STEP, THEN
005822*  CLOSE FILES AND END THE RUN.
005823*------------------------------------------------------------------
005824 9000-TERMINATE.
005825     PERFORM 1200-TOTAL-MASTER THRU 1200-EXIT.
005826     MOVE WS-SCAN-BAL-TOT     TO WS-CLOSE-BAL-TOT.
005827*  ON A RESTART THE OPENING TOTAL WAS TAKEN WITH THE DEAD RUN'S
005828*  MOVEMENT ALREADY ON THE MASTER; BACK IT OUT SO THE CONTROL
005829*  RECORD CARRIES THE TRUE START-OF-DAY POSITION AND THE ODEV16
005830*  PROOF STILL FOOTS.
005831     COMPUTE WS-OPEN-BAL-TOT = WS-OPEN-BAL-TOT
005832                             - WS-PRIOR-DEBIT-TOT
005833                             + WS-PRIOR-CREDIT-TOT.
005834     ADD WS-PRIOR-APPLIED TO WS-POSTS-APPLIED.
005835     ADD WS-PRIOR-SUSP    TO WS-POSTS-SUSPENDED.
005836     MOVE WS-RUN-DATE         TO PCTL-RUN-DATE.
005837     MOVE WS-POSTS-READ       TO PCTL-POSTS-READ.
005838     MOVE WS-POSTS-APPLIED    TO PCTL-POSTS-APPLIED.
005839     MOVE WS-POSTS-SUSPENDED  TO PCTL-POSTS-SUSP.
005840     MOVE WS-OPEN-BAL-TOT     TO PCTL-OPEN-BAL-TOT.
005841     MOVE WS-CLOSE-BAL-TOT    TO PCTL-CLOSE-BAL-TOT.
005842     MOVE WS-DEBIT-TOT        TO PCTL-DEBIT-TOT.
005843     MOVE WS-CREDIT-TOT       TO PCTL-CREDIT-TOT.
005844     MOVE WS-SUSP-TOT         TO PCTL-SUSP-TOT.
005845     MOVE WS-POSTS-RECOVERED  TO PCTL-POSTS-RCOV.
005846     MOVE WS-RECOVERY-TOT     TO PCTL-RCOV-TOT.
005847     MOVE WS-POSTS-DISPUTE    TO PCTL-POSTS-DISP.
005848     MOVE WS-FEES-ASSESSED    TO PCTL-FEES.
005849     MOVE WS-FEE-TOT          TO PCTL-FEE-TOT.
005850     WRITE PCTL-FIELDS.
005851*  A PRIOR JOURNAL THAT STILL HAS MOVEMENTS LEFT MEANS THE
005852*  RESTART WAS FED A DIFFERENT POSTFILE THAN THE DEAD RUN; THE
005853*  DAY CANNOT BE CALLED COMPLETE.
005854     IF NOT WS-JP-EOF
005855      OR NOT WS-RP-EOF
005856         DISPLAY 'ODEV5 ERROR - PRIOR JOURNAL CARRIES MOVEMENTS '
005857             'NOT ON THIS POSTFILE, DAY NOT MARKED COMPLETE'
005858         MOVE 16 TO RETURN-CODE
005859     ELSE
005860         IF WS-PDATE-COUNT > 0
005861             OPEN EXTEND PDAY-LOG
005862             PERFORM 9100-WRITE-PDAY THRU 9100-EXIT
005863                 VARYING WS-PDATE-IX FROM 1 BY 1
005864                 UNTIL WS-PDATE-IX > WS-PDATE-COUNT
005865             CLOSE PDAY-LOG
005870         END-IF
005880     END-IF.
005885     PERFORM 9200-WRITE-RUN-LOG THRU 9200-EXIT.
005890     CLOSE ACCT-REC.
005900     CLOSE POST-SORTED.
005910     CLOSE JRNL-FILE.
005930     CLOSE PCTL-FILE.
005940     CLOSE JRNL-PRIOR.
005950     CLOSE SUSP-PRIOR.
005951     CLOSE HOLD-FILE.
005952     CLOSE CHGO-FILE.
005953     CLOSE RCOV-FILE.
005954     CLOSE RCOV-PRIOR.
005956     CLOSE JHST-FILE.
005958     CLOSE DISP-FILE.
005960 9000-EXIT.
005970     EXIT.
005980*------------------------------------------------------------------
006040     WRITE PDAY-REC.
006050 9100-EXIT.
006060     EXIT.
006070*------------------------------------------------------------------
006080*  9200-WRITE-RUN-LOG  --  LOG THE RUN FOR THE ODEV13 CONTROL
006090*  REPORT: POSTS READ AND APPLIED AND THE NET MONEY MOVED.  THE
006100*  POSTS HELD IN SUSPENSE ARE NOT REJECTS HERE -- THE SUSPENSE RUN
006110*  (ODEV15) LOGS EVERY HELD POST IT CARRIES.  A REJECT IS LOGGED
006120*  ONLY WHEN THE RUN ENDS RETURN CODE 16, REFUSED OR NOT, SO THE
006130*  NIGHT CANNOT BE CALLED CLEAN.
006140*------------------------------------------------------------------
006150 9200-WRITE-RUN-LOG.
006160     OPEN EXTEND RUN-LOG.
006170     MOVE SPACES            TO RLOG-FIELDS.
006180     MOVE 'ODEV5'           TO RLOG-PROGRAM.
006190     MOVE WS-RUN-DATE       TO RLOG-RUN-DATE.
006200     MOVE WS-POSTS-READ     TO RLOG-RECS-IN.
006210     MOVE WS-POSTS-APPLIED  TO RLOG-RECS-OUT.
006220     COMPUTE RLOG-AMOUNT-TOT = WS-DEBIT-TOT - WS-CREDIT-TOT.
006230     MOVE 'DAILY POSTING'   TO RLOG-COMMENT.
006240     MOVE ZERO              TO RLOG-REJECTS.
006250     IF RETURN-CODE = 16
006260         MOVE 1 TO RLOG-REJECTS
006270         MOVE 'POSTING RUN ENDED RC 16' TO RLOG-COMMENT
006280     END-IF.
006290     IF NOT WS-RUN-OK
006300         MOVE 'POSTFILE REFUSED, NO POSTING' TO RLOG-COMMENT
006310     END-IF.
006320     WRITE RLOG-FIELDS.
006330     CLOSE RUN-LOG.
006340 9200-EXIT.
006350     EXIT.
