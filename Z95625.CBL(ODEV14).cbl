001400*                    CHARGED FOR IT -- ACCT-BALANCE ONLY MOVED    *
001500*                    WHEN ODEV5 APPLIED A PURCHASE OR PAYMENT,    *
001600*                    SO CARRIED BALANCES RODE FOR FREE.           *
001610*  10/15/26   MC    A CHARGED-OFF ACCOUNT IS NO LONGER ASSESSED   *
001620*                    -- ITS BALANCE IS OFF THE BOOKS.             *
001630*  10/15/26   MC    AMOUNTS IN OPEN DISPUTE ON THE DISPUTE        *
001640*                    FILE (DISPFLD) ARE LEFT OUT OF THE CARRIED   *
001650*                    BALANCE AND ACCRUE NOTHING UNTIL THE DISPUTE *
001655*                    CLOSES.                                      *
001660*  10/15/26   MC    THE PERIOD'S MOVEMENTS ARE NOW READ BY KEY    *
001665*                    FROM THE JOURNAL HISTORY KSDS (JHSTFLD) FROM *
001670*                    A PERIOD START DATE ON SYSIN (THIRD LINE,    *
001675*                    DEFAULT THE FIRST OF THE RUN MONTH) INSTEAD  *
001680*                    OF SORTING THE MONTH'S JOURNALS AND MATCHING *
001685*                    THEM TO THE MASTER.                          *
001687*  10/15/26   MC    RUN IS NOW DATED FROM THE BUSINESS-DATE       *
001689*                    CONTROL RECORD (BDATFLD, BUSDATE) INSTEAD OF *
001691*                    THE SYSTEM CLOCK -- NO DATE RECORD, NO RUN.  *
001700*----------------------------------------------------------------*
001800*  THIS PROGRAM READS THE ACCOUNT MASTER TOGETHER WITH THE        *
001900*  JOURNAL HISTORY (JHSTFLD, READ BY KEY FROM THE PERIOD START    *
002000*  DATE ON SYSIN) AND ASSESSES A FINANCE CHARGE ON THE BALANCE    *
002200*  EACH ACCOUNT ACTUALLY CARRIED THROUGH THE PERIOD: THE LOWEST   *
002300*  RUNNING BALANCE THE ACCOUNT TOUCHED, STARTING FROM THE         *
002400*  OPENING BALANCE (CLOSING BALANCE BACKED OUT BY THE PERIOD'S    *
003600*  A BALANCE STILL OWES US AND STILL ACCRUES, BUT A CLOSED        *
003700*  ACCOUNT AT ZERO NEVER DOES.  THE RUN PRINTS AN ASSESSMENT      *
003800*  REGISTER TOTALING WHAT WAS CHARGED.                            *
003810*  A CHARGED-OFF ACCOUNT IS NEVER CHARGED.                        *
003820*  AN AMOUNT THE CARDHOLDER HAS IN OPEN DISPUTE IS NOT CHARGED.   *
003900*----------------------------------------------------------------*
004000 ENVIRONMENT DIVISION.
004100 INPUT-OUTPUT SECTION.
004400         ORGANIZATION IS INDEXED
004500         ACCESS MODE  IS SEQUENTIAL
004600         RECORD KEY   IS ACCT-NO.
004610     SELECT JHST-FILE    ASSIGN TO JHSTFILE
004620         ORGANIZATION IS INDEXED
004630         ACCESS MODE  IS DYNAMIC
004640         RECORD KEY   IS JHST-KEY.
004910     SELECT DISP-FILE    ASSIGN TO DISPFILE
004920         ORGANIZATION IS INDEXED
004930         ACCESS MODE  IS DYNAMIC
004940         RECORD KEY   IS DISP-KEY.
005000     SELECT CHG-POST     ASSIGN TO CHGPOST.
005100     SELECT CHG-LINE     ASSIGN TO CHGRPT.
005200     SELECT RUN-LOG      ASSIGN TO RUNLOG.
005210     SELECT BUS-DATE     ASSIGN TO BUSDATE.
005300 DATA DIVISION.
005400 FILE SECTION.
005500 FD  ACCT-REC RECORDING MODE F.
005600     COPY ACCTFLD.
005700 FD  JHST-FILE RECORDING MODE F.
005800     COPY JHSTFLD.
006300 FD  CHG-POST RECORDING MODE F.
006400     COPY POSTFLD.
006410 FD  DISP-FILE RECORDING MODE F.
006420     COPY DISPFLD.
006500 FD  CHG-LINE RECORDING MODE F.
006600 01  CHG-REC                PIC X(90).
006700 FD  RUN-LOG RECORDING MODE F.
006800     COPY RUNLOG.
006810 FD  BUS-DATE RECORDING MODE F.
006820     COPY BDATFLD.
006900 WORKING-STORAGE SECTION.
007000*  REGISTER LINE LAYOUTS LIVE IN WORKING-STORAGE, NOT UNDER THE
007100*  FD, SO THEIR VALUE'D LABEL LITERALS SURVIVE FROM ONE LINE TO
011000 01  WS-COUNTERS.
011100     05  WS-RECS-READ       PIC 9(07) COMP VALUE 0.
011200     05  WS-CHARGE-COUNT    PIC 9(07) COMP VALUE 0.
011400*  THE PERIOD'S MOVEMENT IS REPLAYED AS A RUNNING PREFIX SUM:
011500*  WS-NET-MOVEMENT IS THE SUM SO FAR, WS-NET-LOW THE LOWEST THE
011600*  SUM EVER WENT (NEVER ABOVE ZERO, SO THE OPENING BALANCE
012400     05  WS-CARRIED-BALANCE PIC S9(9)V99 COMP-3.
012500     05  WS-CHARGE-AMOUNT   PIC S9(7)V99 COMP-3.
012600     05  WS-CHARGE-TOT      PIC S9(11)V99 COMP-3 VALUE 0.
012610     05  WS-DISPUTED-TOT    PIC S9(9)V99 COMP-3.
012700*  MONTHLY PERIODIC RATE FROM SYSIN (FIRST LINE), FOUR DIGITS
012800*  WITH TWO ASSUMED DECIMALS ('0150' IS 1.50 PCT A MONTH).
012900*  BLANK OR NON-NUMERIC LEAVES THE RATE AT ZERO, WHICH ASSESSES
012950*  DATED WITH THIS RUN'S DATE WOULD BE REFUSED BY THE POSTING
012960*  RUN'S RERUN GUARD.  BLANK OR NON-NUMERIC FALLS BACK TO THE
012970*  RUN DATE, WITH A WARNING.
012975*  THE THIRD LINE IS THE DATE (YYMMDD) THE PERIOD BEING ASSESSED
012980*  STARTED; MOVEMENTS FROM THAT DATE ON ARE READ FROM THE JOURNAL
012985*  HISTORY.  BLANK OR NON-NUMERIC FALLS BACK TO THE FIRST OF THE
012990*  RUN MONTH, WITH A WARNING.
013000 01  WS-PARM-FIELDS.
013100     05  WS-RATE-IN         PIC X(4).
013110*  THE REDEFINITION CARRIES THE ASSUMED DECIMAL POINT; MOVING
013200     05  WS-RATE            PIC 99V99 VALUE 0.
013210     05  WS-PDATE-IN        PIC X(6).
013220     05  WS-POST-DATE       PIC 9(6).
013230     05  WS-PSTART-IN       PIC X(6).
013240     05  WS-PERIOD-START    PIC 9(6).
013250     05  WS-PERIOD-START-R REDEFINES WS-PERIOD-START.
013260         10  WS-PSTART-YYMM PIC 9(4).
013270         10  WS-PSTART-DD   PIC 9(2).
013300 77  WS-RUN-DATE            PIC 9(6).
013310 77  WS-DISP-EOF-SW         PIC X(01) VALUE 'N'.
013320     88  WS-DISP-EOF                  VALUE 'Y'.
013330 77  WS-BDATE-SW            PIC X(01) VALUE 'N'.
013340     88  WS-BDATE-FOUND               VALUE 'Y'.
013400*------------------------------------------------------------------
013500 PROCEDURE DIVISION.
013600*------------------------------------------------------------------
013700 0000-MAINLINE.
013710     PERFORM 0100-GET-BUS-DATE THRU 0100-EXIT.
013720     IF NOT WS-BDATE-FOUND
013730         GOBACK
013740     END-IF.
013800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
013900     PERFORM 2000-PROCESS-ACCOUNT THRU 2000-EXIT
014000         UNTIL WS-MASTER-KEY = HIGH-VALUES.
014200     PERFORM 9000-TERMINATE THRU 9000-EXIT.
014300     GOBACK.
014302*------------------------------------------------------------------
014304*  0100-GET-BUS-DATE  --  READ THE BUSINESS DATE THIS RUN IS FOR
014306*  FROM THE DATE RECORD AT THE HEAD OF BUSDATE.  ONLY THE END-OF-
014308*  DAY ROLL (ODEV27) MOVES IT, SO A RERUN OR A RUN THAT CROSSES
014310*  MIDNIGHT STILL BELONGS TO THE SAME PROCESSING DAY.  NO DATE
014312*  RECORD, NO RUN.
014314*------------------------------------------------------------------
014316 0100-GET-BUS-DATE.
014318     OPEN INPUT BUS-DATE.
014320     READ BUS-DATE
014322         AT END
014324             MOVE SPACES TO BDT-FIELDS
014326     END-READ.
014328     CLOSE BUS-DATE.
014330     IF NOT BDT-DATE-REC
014332        OR BDT-CURR-DATE NOT NUMERIC
014334         DISPLAY 'ODEV14 ERROR - NO BUSINESS DATE RECORD ON '
014336             'BUSDATE'
014338         MOVE 16 TO RETURN-CODE
014340         GO TO 0100-EXIT
014342     END-IF.
014344     MOVE BDT-CURR-DATE TO WS-RUN-DATE.
014346     MOVE 'Y' TO WS-BDATE-SW.
014348 0100-EXIT.
014350     EXIT.
014400*------------------------------------------------------------------
014500*  1000-INITIALIZE  --  ACCEPT THE MONTHLY RATE, THE POSTING DATE
014600*  FOR THE CHARGES AND THE PERIOD START DATE FROM SYSIN, OPEN THE
014700*  FILES, PRINT THE REGISTER HEADING AND PRIME THE MASTER READ.
014800*------------------------------------------------------------------
014900 1000-INITIALIZE.
015100     ACCEPT WS-RATE-IN.
015200     IF WS-RATE-IN NOT = SPACES
015300        AND WS-RATE-IN NUMERIC
015970         DISPLAY 'ODEV14 WARNING - NO POSTING DATE PARM, '
015980             'CHARGES DATED WITH THE RUN DATE'
015990     END-IF.
016000     ACCEPT WS-PSTART-IN.
016010     IF WS-PSTART-IN NOT = SPACES
016020        AND WS-PSTART-IN NUMERIC
016030         MOVE WS-PSTART-IN TO WS-PERIOD-START
016040     ELSE
016050         MOVE WS-RUN-DATE TO WS-PERIOD-START
016060         MOVE 01          TO WS-PSTART-DD
016070         DISPLAY 'ODEV14 WARNING - NO PERIOD START PARM, '
016080             'PERIOD TAKEN FROM THE FIRST OF THE RUN MONTH'
016090     END-IF.
016500     OPEN INPUT  ACCT-REC.
016510     OPEN INPUT  JHST-FILE.
016520     OPEN INPUT  DISP-FILE.
016700     OPEN OUTPUT CHG-POST.
016800     OPEN OUTPUT CHG-LINE.
016900     MOVE WS-RUN-DATE TO CH-RUN-DATE-O.
017100     WRITE CHG-REC FROM CHG-HEAD-REC.
017200     WRITE CHG-REC FROM CHG-COL-REC.
017300     PERFORM 1100-READ-MASTER THRU 1100-EXIT.
017500 1000-EXIT.
017600     EXIT.
017700 1100-READ-MASTER.
018500 1100-EXIT.
018600     EXIT.
018700 1200-READ-JRNL.
018800     READ JHST-FILE NEXT
018900         AT END
019000             MOVE HIGH-VALUES TO WS-JRNL-KEY
019100         NOT AT END
019200             MOVE JHST-ACCT-NO TO WS-JRNL-KEY
019300     END-READ.
019400 1200-EXIT.
019500     EXIT.
019505*------------------------------------------------------------------
019510*  1250-POSITION-JRNL  --  POSITION THE JOURNAL HISTORY ON THE
019515*  ACCOUNT'S FIRST MOVEMENT ON OR AFTER THE PERIOD START DATE.
019520*------------------------------------------------------------------
019525 1250-POSITION-JRNL.
019530     MOVE ACCT-NO         TO JHST-ACCT-NO.
019535     MOVE WS-PERIOD-START TO JHST-POST-DATE.
019540     MOVE LOW-VALUES      TO JHST-SEQ.
019545     START JHST-FILE KEY IS NOT LESS THAN JHST-KEY
019550         INVALID KEY
019555             MOVE HIGH-VALUES TO WS-JRNL-KEY
019560             GO TO 1250-EXIT
019565     END-START.
019570     PERFORM 1200-READ-JRNL THRU 1200-EXIT.
019575 1250-EXIT.
019580     EXIT.
019600*------------------------------------------------------------------
019700*  2000-PROCESS-ACCOUNT  --  ONE MASTER RECORD, WITH ITS PERIOD'S
019800*  MOVEMENTS READ FROM THE JOURNAL HISTORY.
019900*------------------------------------------------------------------
020000 2000-PROCESS-ACCOUNT.
020100     PERFORM 1250-POSITION-JRNL THRU 1250-EXIT.
020200     IF WS-JRNL-KEY = WS-MASTER-KEY
020300         PERFORM 2300-ACCOUNT-WITH-ACTIVITY THRU 2300-EXIT
020400     ELSE
020500         PERFORM 2100-ACCOUNT-NO-ACTIVITY THRU 2100-EXIT
020600     END-IF.
020900 2000-EXIT.
021000     EXIT.
021100*------------------------------------------------------------------
022000     PERFORM 1100-READ-MASTER THRU 1100-EXIT.
022100 2100-EXIT.
022200     EXIT.
023600*------------------------------------------------------------------
023700*  2300-ACCOUNT-WITH-ACTIVITY  --  REPLAY THE PERIOD'S MOVEMENTS
023800*  IN POST-DATE ORDER, TRACKING THE RUNNING NET AND ITS LOW
024800 2300-EXIT.
024900     EXIT.
025000 2310-REPLAY-MOVEMENT.
025100     IF JHST-DEBIT
025200         ADD JHST-AMOUNT TO WS-NET-MOVEMENT
025300     ELSE
025400         SUBTRACT JHST-AMOUNT FROM WS-NET-MOVEMENT
025600     END-IF.
025700     IF WS-NET-MOVEMENT < WS-NET-LOW
025800         MOVE WS-NET-MOVEMENT TO WS-NET-LOW
026700*  WHICH IS ALSO WHAT KEEPS A CLOSED ZERO-BALANCE ACCOUNT FROM
026800*  EVER ACCRUING; A FROZEN OR CLOSED ACCOUNT THAT CARRIED A
026900*  POSITIVE BALANCE IS CHARGED LIKE ANY OTHER.
026910*  A CHARGED-OFF ACCOUNT IS NEVER ASSESSED: ITS BALANCE WAS
026920*  WRITTEN OFF, AND IN THE MONTH OF THE CHARGE-OFF THE OPENING
026930*  BALANCE BACKED OUT OF THE JOURNAL WOULD STILL SHOW IT.
026940*  WHAT THE CARDHOLDER HAS IN OPEN DISPUTE WAS ALREADY DEBITED
026950*  BUT IS NOT YET OWED, SO IT COMES OFF THE CARRIED BALANCE.
027000*------------------------------------------------------------------
027100 3000-ASSESS-ACCOUNT.
027110     IF ACCT-STATUS-CHARGED-OFF
027120         GO TO 3000-EXIT
027130     END-IF.
027200     COMPUTE WS-OPEN-BALANCE = ACCT-BALANCE - WS-NET-MOVEMENT.
027300     COMPUTE WS-CARRIED-BALANCE = WS-OPEN-BALANCE + WS-NET-LOW.
027310     PERFORM 3100-SUM-DISPUTES THRU 3100-EXIT.
027320     SUBTRACT WS-DISPUTED-TOT FROM WS-CARRIED-BALANCE.
027400     IF WS-CARRIED-BALANCE NOT > ZERO
027500         GO TO 3000-EXIT
027600     END-IF.
027900     IF WS-CHARGE-AMOUNT NOT > ZERO
028000         GO TO 3000-EXIT
028100     END-IF.
028150     MOVE SPACES           TO POST-FIELDS.
028200     MOVE ACCT-NO          TO POST-ACCT-NO.
028300     MOVE WS-POST-DATE     TO POST-DATE.
028400     MOVE 'D'              TO POST-DC-CODE.
028500     MOVE WS-CHARGE-AMOUNT TO POST-AMOUNT.
028600     MOVE 'FINANCE CHARGE' TO POST-MERCHANT.
028610     MOVE ZERO             TO POST-REF-DATE.
028700     WRITE POST-FIELDS.
028800     MOVE SPACES             TO CHG-DETAIL-REC.
028900     MOVE ACCT-NO            TO CD-ACCT-NO-O.
029500     ADD WS-CHARGE-AMOUNT TO WS-CHARGE-TOT.
029600 3000-EXIT.
029700     EXIT.
029702*------------------------------------------------------------------
029704*  3100-SUM-DISPUTES  --  TOTAL THE ACCOUNT'S OPEN DISPUTES.  THE
029706*  DISPUTE FILE IS KEYED ACCOUNT FIRST, SO THEY SIT TOGETHER.
029708*------------------------------------------------------------------
029710 3100-SUM-DISPUTES.
029712     MOVE 0   TO WS-DISPUTED-TOT.
029714     MOVE 'N' TO WS-DISP-EOF-SW.
029716     MOVE LOW-VALUES TO DISP-KEY.
029718     MOVE ACCT-NO    TO DISP-ACCT-NO.
029720     START DISP-FILE KEY IS NOT LESS THAN DISP-KEY
029722         INVALID KEY
029724             MOVE 'Y' TO WS-DISP-EOF-SW
029726     END-START.
029728     PERFORM 3110-ADD-DISPUTE THRU 3110-EXIT
029730         UNTIL WS-DISP-EOF.
029732 3100-EXIT.
029734     EXIT.
029736 3110-ADD-DISPUTE.
029738     READ DISP-FILE NEXT
029740         AT END
029742             MOVE 'Y' TO WS-DISP-EOF-SW
029744             GO TO 3110-EXIT
029746     END-READ.
029748     IF DISP-ACCT-NO NOT = ACCT-NO
029750         MOVE 'Y' TO WS-DISP-EOF-SW
029752         GO TO 3110-EXIT
029754     END-IF.
029756     IF DISP-OPEN
029758         ADD DISP-AMOUNT TO WS-DISPUTED-TOT
029760     END-IF.
029762 3110-EXIT.
029764     EXIT.
029800*------------------------------------------------------------------
029900*  9000-TERMINATE  --  PRINT THE REGISTER TOTAL, WRITE THE RUN
030000*  STATISTICS TO THE COMMON RUN LOG, CLOSE FILES AND END THE RUN.
030900     MOVE WS-RUN-DATE     TO RLOG-RUN-DATE.
031000     MOVE WS-RECS-READ    TO RLOG-RECS-IN.
031100     MOVE WS-CHARGE-COUNT TO RLOG-RECS-OUT.
031200     MOVE 0               TO RLOG-REJECTS.
031300     MOVE WS-CHARGE-TOT   TO RLOG-AMOUNT-TOT.
031400     MOVE 'FINANCE CHARGE ASSESSMENT'
031500         TO RLOG-COMMENT.
031600     WRITE RLOG-FIELDS.
031700     CLOSE RUN-LOG.
031800     CLOSE ACCT-REC.
031900     CLOSE JHST-FILE.
031910     CLOSE DISP-FILE.
032000     CLOSE CHG-POST.
032100     CLOSE CHG-LINE.
032200 9000-EXIT.
