000330*                    STATEMENT IS PRODUCED.  A BLANK CYCLE        *
000340*                    PARAMETER STATEMENTS THE WHOLE PORTFOLIO     *
000350*                    AS BEFORE.                                   *
000351*  10/15/26   MC    PURCHASES THE CARDHOLDER HAS IN OPEN DISPUTE  *
000352*                    (DISPUTE FILE, DISPFLD) NOW PRINT BELOW THE  *
000353*                    BALANCES WITH THE TOTAL IN DISPUTE.          *
000354*  10/15/26   MC    THE PERIOD'S MOVEMENTS ARE NOW READ BY KEY    *
000355*                    FROM THE JOURNAL HISTORY KSDS (JHSTFLD),     *
000356*                    STARTING AFTER EACH ACCOUNT'S LAST CYCLE     *
000357*                    DATE, INSTEAD OF SORTING THE MONTH'S         *
000358*                    JOURNALS AND MATCHING THEM TO THE MASTER.    *
000359*  10/15/26   MC    RUN IS NOW DATED FROM THE BUSINESS-DATE       *
000360*                    CONTROL RECORD (BDATFLD, BUSDATE) INSTEAD OF *
000361*                    THE SYSTEM CLOCK -- NO DATE RECORD, NO RUN.  *
000362*----------------------------------------------------------------*
000370*  THIS PROGRAM READS THE ACCOUNT MASTER TOGETHER WITH THE        *
000380*  JOURNAL HISTORY (JHSTFLD, READ BY KEY FROM THE DAY AFTER EACH  *
000390*  ACCOUNT'S LAST CYCLE DATE) AND PRINTS ONE FORMATTED STATEMENT  *
000400*  PER ACCOUNT: NAME AND ADDRESS BLOCK FOR THE MAILER, OPENING    *
000420*  BALANCE, EACH MOVEMENT FOR THE PERIOD, CLOSING BALANCE,        *
000430*  CREDIT LIMIT AND AVAILABLE CREDIT (THE SAME ACCT-LIMIT MINUS   *
000440*  ACCT-BALANCE CALCULATION ODEV1 PRINTS).  THE MASTER CARRIES    *
000480*  IT HAD NO ACTIVITY THIS PERIOD -- A CLOSED ACCOUNT WITH A      *
000490*  BALANCE STILL OWES US MONEY, EVEN THOUGH ODEV1 LEAVES IT OFF   *
000500*  THE INTERNAL REPORT.                                           *
000505*  PURCHASES IN OPEN DISPUTE ARE LISTED AFTER THE BALANCES.       *
000510*----------------------------------------------------------------*
000520 ENVIRONMENT DIVISION.
000530 INPUT-OUTPUT SECTION.
000560         ORGANIZATION IS INDEXED
000570         ACCESS MODE  IS SEQUENTIAL
000580         RECORD KEY   IS ACCT-NO.
000585     SELECT JHST-FILE    ASSIGN TO JHSTFILE
000590         ORGANIZATION IS INDEXED
000595         ACCESS MODE  IS DYNAMIC
000600         RECORD KEY   IS JHST-KEY.
000612     SELECT DISP-FILE    ASSIGN TO DISPFILE
000614         ORGANIZATION IS INDEXED
000616         ACCESS MODE  IS DYNAMIC
000618         RECORD KEY   IS DISP-KEY.
000620     SELECT STMT-LINE    ASSIGN TO STMTLINE.
000630     SELECT CYCL-DUE     ASSIGN TO CYCLDUE.
000635     SELECT BUS-DATE     ASSIGN TO BUSDATE.
000640 DATA DIVISION.
000650 FILE SECTION.
000660 FD  ACCT-REC RECORDING MODE F.
000670     COPY ACCTFLD.
000680 FD  JHST-FILE RECORDING MODE F.
000690     COPY JHSTFLD.
000740 FD  STMT-LINE RECORDING MODE F.
000750 01  STMT-REC               PIC X(80).
000760 FD  CYCL-DUE RECORDING MODE F.
000770     COPY DUEFLD.
000772 FD  DISP-FILE RECORDING MODE F.
000774     COPY DISPFLD.
000776 FD  BUS-DATE RECORDING MODE F.
000778     COPY BDATFLD.
000780 WORKING-STORAGE SECTION.
000790*  THE STATEMENT LINE LAYOUTS LIVE IN WORKING-STORAGE, NOT UNDER
000800*  THE FD, SO THEIR VALUE'D LABEL LITERALS SURVIVE FROM ONE
001280         VALUE 'PAYMENT DUE DATE.....'.
001290     05  SU-DUE-DATE-O      PIC 9(6).
001300     05  FILLER             PIC X(52) VALUE SPACES.
001301 01  STMT-DISPHEAD-REC.
001302     05  FILLER             PIC X(2)  VALUE SPACES.
001303     05  FILLER             PIC X(25)
001304         VALUE 'PURCHASES IN OPEN DISPUTE'.
001305     05  FILLER             PIC X(53) VALUE SPACES.
001306 01  STMT-DISPUTE-REC.
001307     05  FILLER             PIC X(2)  VALUE SPACES.
001308     05  SX-PURCH-DATE-O    PIC 9(6).
001309     05  FILLER             PIC X(2)  VALUE SPACES.
001310     05  SX-MERCHANT-O      PIC X(25).
001311     05  FILLER             PIC X(2)  VALUE SPACES.
001312     05  SX-AMOUNT-O        PIC $$,$$$,$$9.99.
001313     05  FILLER             PIC X(9)  VALUE '  OPENED '.
001314     05  SX-OPEN-DATE-O     PIC 9(6).
001315     05  FILLER             PIC X(15) VALUE SPACES.
001316 01  MERGE-KEYS.
001320     05  WS-MASTER-KEY      PIC X(8).
001330     05  WS-JRNL-KEY        PIC X(8).
001340 01  WS-COUNTERS.
001350     05  WS-STMTS-WRITTEN   PIC 9(07) COMP VALUE 0.
001365     05  WS-DISP-COUNT      PIC 9(4) COMP VALUE 0.
001370*  THE PERIOD'S MOVEMENTS FOR ONE ACCOUNT ARE GATHERED HERE SO
001380*  THE NET MOVEMENT (AND FROM IT THE OPENING BALANCE) IS KNOWN
001390*  BEFORE THE FIRST STATEMENT LINE IS PRINTED.  BEYOND 500
001520     05  WS-OPEN-BALANCE    PIC S9(9)V99 COMP-3.
001530     05  WS-AVAIL-CREDIT    PIC S9(7)V99 COMP-3.
001540     05  WS-MIN-PAYMENT     PIC S9(7)V99 COMP-3.
001545     05  WS-DISPUTED-TOT    PIC S9(9)V99 COMP-3.
001550 77  WS-CYCLE-DATE          PIC 9(6).
001560 77  WS-ACT-IX              PIC 9(4) COMP.
001562 77  WS-DISP-EOF-SW         PIC X(01) VALUE 'N'.
001564     88  WS-DISP-EOF                  VALUE 'Y'.
001570*  MINIMUM PAYMENT PERCENTAGE FROM SYSIN, FOUR DIGITS WITH TWO
001580*  ASSUMED DECIMALS ('0500' IS 5.00 PCT OF THE CLOSING BALANCE).
001590*  BLANK OR NON-NUMERIC LEAVES THE RATE AT ZERO, SO THE FLOOR
001870         VALUE '312831303130313130313031'.
001880 01  WS-MONTH-DAYS-R REDEFINES WS-MONTH-DAYS-TABLE.
001890     05  WS-MONTH-DAYS      OCCURS 12 TIMES PIC 9(2).
001892 77  WS-BDATE-SW            PIC X(01) VALUE 'N'.
001894     88  WS-BDATE-FOUND               VALUE 'Y'.
001900*------------------------------------------------------------------
001910 PROCEDURE DIVISION.
001920*------------------------------------------------------------------
001930 0000-MAINLINE.
001932     PERFORM 0100-GET-BUS-DATE THRU 0100-EXIT.
001934     IF NOT WS-BDATE-FOUND
001936         GOBACK
001938     END-IF.
001940     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001950     PERFORM 2000-PROCESS-ACCOUNT THRU 2000-EXIT
001960         UNTIL WS-MASTER-KEY = HIGH-VALUES.
001980     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001990     GOBACK.
002000*------------------------------------------------------------------
002001*  0100-GET-BUS-DATE  --  READ THE BUSINESS DATE THIS RUN IS FOR
002002*  FROM THE DATE RECORD AT THE HEAD OF BUSDATE.  ONLY THE END-OF-
002003*  DAY ROLL (ODEV27) MOVES IT, SO A RERUN OR A RUN THAT CROSSES
002004*  MIDNIGHT STILL BELONGS TO THE SAME PROCESSING DAY.  NO DATE
002005*  RECORD, NO RUN.
002006*------------------------------------------------------------------
002007 0100-GET-BUS-DATE.
002008     OPEN INPUT BUS-DATE.
002009     READ BUS-DATE
002010         AT END
002011             MOVE SPACES TO BDT-FIELDS
002012     END-READ.
002013     CLOSE BUS-DATE.
002014     IF NOT BDT-DATE-REC
002015        OR BDT-CURR-DATE NOT NUMERIC
002016         DISPLAY 'ODEV6 ERROR - NO BUSINESS DATE RECORD ON '
002017             'BUSDATE'
002018         MOVE 16 TO RETURN-CODE
002019         GO TO 0100-EXIT
002020     END-IF.
002021     MOVE BDT-CURR-DATE TO WS-CYCLE-DATE.
002022     MOVE 'Y' TO WS-BDATE-SW.
002023 0100-EXIT.
002024     EXIT.
002025*------------------------------------------------------------------
002026*  1000-INITIALIZE  --  TAKE THE SYSIN PARAMETERS, OPEN THE FILES
002027*  AND PRIME THE MASTER READ.
002030*------------------------------------------------------------------
002040 1000-INITIALIZE.
002060     ACCEPT WS-MINPCT-IN.
002070     IF WS-MINPCT-IN NOT = SPACES
002080        AND WS-MINPCT-IN NUMERIC
002100     END-IF.
002110     ACCEPT WS-CYCLE-PARM.
002120     PERFORM 8200-SET-DUE-DATE THRU 8200-EXIT.
002180*  I-O, NOT INPUT: THE LAST-CYCLE DATE IS STAMPED BACK ON EACH
002190*  MASTER RECORD AS ITS STATEMENT IS PRODUCED.
002200     OPEN I-O    ACCT-REC.
002210     OPEN INPUT  JHST-FILE.
002220     OPEN OUTPUT STMT-LINE.
002230     OPEN OUTPUT CYCL-DUE.
002235     OPEN INPUT  DISP-FILE.
002240     PERFORM 1100-READ-MASTER THRU 1100-EXIT.
002260 1000-EXIT.
002270     EXIT.
002280 1100-READ-MASTER.
002410 1100-EXIT.
002420     EXIT.
002430 1200-READ-JRNL.
002440     READ JHST-FILE NEXT
002450         AT END
002460             MOVE HIGH-VALUES TO WS-JRNL-KEY
002470         NOT AT END
002480             MOVE JHST-ACCT-NO TO WS-JRNL-KEY
002490     END-READ.
002500 1200-EXIT.
002510     EXIT.
002520*------------------------------------------------------------------
002525*  1250-POSITION-JRNL  --  POSITION THE JOURNAL HISTORY ON THE
002530*  FIRST MOVEMENT AFTER THE ACCOUNT'S LAST CYCLE DATE; ACTIVITY
002535*  UP TO AND INCLUDING THAT DATE WAS ALREADY STATEMENTED.
002550*------------------------------------------------------------------
002552 1250-POSITION-JRNL.
002554     MOVE ACCT-NO            TO JHST-ACCT-NO.
002556     MOVE ACCT-LAST-CYC-DATE TO JHST-POST-DATE.
002558     MOVE HIGH-VALUES        TO JHST-SEQ.
002560     START JHST-FILE KEY IS GREATER THAN JHST-KEY
002562         INVALID KEY
002564             MOVE HIGH-VALUES TO WS-JRNL-KEY
002566             GO TO 1250-EXIT
002568     END-START.
002570     PERFORM 1200-READ-JRNL THRU 1200-EXIT.
002572 1250-EXIT.
002574     EXIT.
002576*------------------------------------------------------------------
002578*  2000-PROCESS-ACCOUNT  --  ONE MASTER RECORD.  AN ACCOUNT IN THE
002580*  CYCLE HAS ITS PERIOD'S MOVEMENTS READ FROM THE JOURNAL HISTORY;
002582*  ONE OUTSIDE THE CYCLE IS PASSED OVER WITHOUT TOUCHING IT.
002584*------------------------------------------------------------------
002586 2000-PROCESS-ACCOUNT.
002588     IF NOT WS-IN-CYCLE
002590         PERFORM 2100-ACCOUNT-NO-ACTIVITY THRU 2100-EXIT
002592         GO TO 2000-EXIT
002594     END-IF.
002596     PERFORM 1250-POSITION-JRNL THRU 1250-EXIT.
002598     IF WS-JRNL-KEY = WS-MASTER-KEY
002600         PERFORM 2300-ACCOUNT-WITH-ACTIVITY THRU 2300-EXIT
002602     ELSE
002604         PERFORM 2100-ACCOUNT-NO-ACTIVITY THRU 2100-EXIT
002606     END-IF.
002650 2000-EXIT.
002660     EXIT.
002670*------------------------------------------------------------------
002830     PERFORM 1100-READ-MASTER THRU 1100-EXIT.
002840 2100-EXIT.
002850     EXIT.
002990*------------------------------------------------------------------
003000*  2300-ACCOUNT-WITH-ACTIVITY  --  GATHER EVERY JOURNAL MOVEMENT
003010*  FOR THIS ACCOUNT INTO THE ACTIVITY TABLE, ACCUMULATE THE NET
003050     MOVE 0 TO WS-ACT-COUNT.
003060     MOVE 0 TO WS-ACT-OVERFLOW.
003070     MOVE 0 TO WS-NET-MOVEMENT.
003110     PERFORM 2310-GATHER-MOVEMENT THRU 2310-EXIT
003120         UNTIL WS-JRNL-KEY NOT = WS-MASTER-KEY.
003130     PERFORM 3000-PRINT-STATEMENT THRU 3000-EXIT.
003140     PERFORM 3300-STAMP-CYCLE-DATE THRU 3300-EXIT.
003170     PERFORM 1100-READ-MASTER THRU 1100-EXIT.
003180 2300-EXIT.
003190     EXIT.
003200 2310-GATHER-MOVEMENT.
003210     IF JHST-DEBIT
003220         ADD JHST-AMOUNT TO WS-NET-MOVEMENT
003230     ELSE
003240         SUBTRACT JHST-AMOUNT FROM WS-NET-MOVEMENT
003280     END-IF.
003282     IF WS-ACT-COUNT < 500
003284         ADD 1 TO WS-ACT-COUNT
003286         MOVE JHST-POST-DATE TO WS-ACT-DATE (WS-ACT-COUNT)
003288         MOVE JHST-DC-CODE   TO WS-ACT-DC (WS-ACT-COUNT)
003290         MOVE JHST-AMOUNT    TO WS-ACT-AMOUNT (WS-ACT-COUNT)
003292         MOVE JHST-MERCHANT  TO WS-ACT-MERCHANT (WS-ACT-COUNT)
003310     ELSE
003330         ADD 1 TO WS-ACT-OVERFLOW
003340     END-IF.
003490     PERFORM 1200-READ-JRNL THRU 1200-EXIT.
003500 2310-EXIT.
003510     EXIT.
003540*  BLOCK, OPENING BALANCE (CLOSING BALANCE LESS NET MOVEMENT),
003550*  THE PERIOD'S MOVEMENTS, CLOSING BALANCE, CREDIT LIMIT AND
003560*  AVAILABLE CREDIT.
003565*  THEN ANY PURCHASES IN OPEN DISPUTE.
003570*------------------------------------------------------------------
003580 3000-PRINT-STATEMENT.
003590     WRITE STMT-REC FROM STMT-RULE-REC.
003900     MOVE 'AVAILABLE CREDIT....'  TO SM-LABEL.
003910     MOVE WS-AVAIL-CREDIT         TO SM-AMOUNT-O.
003920     WRITE STMT-REC FROM STMT-MONEY-REC.
003925     PERFORM 3400-PRINT-DISPUTES THRU 3400-EXIT.
003930     IF ACCT-BALANCE > ZERO
003940         PERFORM 3200-BILL-MINIMUM THRU 3200-EXIT
003950     END-IF.
004360 3300-EXIT.
004370     EXIT.
004380*------------------------------------------------------------------
004381*  3400-PRINT-DISPUTES  --  LIST THE ACCOUNT'S OPEN DISPUTES AND
004382*  THE TOTAL IN DISPUTE.  THE DISPUTE FILE IS KEYED ACCOUNT FIRST,
004383*  SO THEY SIT TOGETHER.  NOTHING PRINTS WHEN THERE ARE NONE.
004384*------------------------------------------------------------------
004385 3400-PRINT-DISPUTES.
004386     MOVE 0   TO WS-DISP-COUNT.
004387     MOVE 0   TO WS-DISPUTED-TOT.
004388     MOVE 'N' TO WS-DISP-EOF-SW.
004389     MOVE LOW-VALUES TO DISP-KEY.
004390     MOVE ACCT-NO    TO DISP-ACCT-NO.
004391     START DISP-FILE KEY IS NOT LESS THAN DISP-KEY
004392         INVALID KEY
004393             MOVE 'Y' TO WS-DISP-EOF-SW
004394     END-START.
004395     PERFORM 3410-PRINT-DISPUTE THRU 3410-EXIT
004396         UNTIL WS-DISP-EOF.
004397     IF WS-DISP-COUNT > 0
004398         MOVE 'IN DISPUTE..........'  TO SM-LABEL
004399         MOVE WS-DISPUTED-TOT         TO SM-AMOUNT-O
004400         WRITE STMT-REC FROM STMT-MONEY-REC
004401     END-IF.
004402 3400-EXIT.
004403     EXIT.
004404 3410-PRINT-DISPUTE.
004405     READ DISP-FILE NEXT
004406         AT END
004407             MOVE 'Y' TO WS-DISP-EOF-SW
004408             GO TO 3410-EXIT
004409     END-READ.
004410     IF DISP-ACCT-NO NOT = ACCT-NO
004411         MOVE 'Y' TO WS-DISP-EOF-SW
004412         GO TO 3410-EXIT
004413     END-IF.
004414     IF NOT DISP-OPEN
004415         GO TO 3410-EXIT
004416     END-IF.
004417     IF WS-DISP-COUNT = 0
004418         WRITE STMT-REC FROM STMT-DISPHEAD-REC
004419     END-IF.
004420     ADD 1 TO WS-DISP-COUNT.
004421     ADD DISP-AMOUNT TO WS-DISPUTED-TOT.
004422     MOVE DISP-PURCH-DATE TO SX-PURCH-DATE-O.
004423     MOVE DISP-MERCHANT   TO SX-MERCHANT-O.
004424     MOVE DISP-AMOUNT     TO SX-AMOUNT-O.
004425     MOVE DISP-OPEN-DATE  TO SX-OPEN-DATE-O.
004426     WRITE STMT-REC FROM STMT-DISPUTE-REC.
004427 3410-EXIT.
004428     EXIT.
004429*------------------------------------------------------------------
004430*  8200-SET-DUE-DATE  --  CYCLE DATE PLUS 21 DAYS, ROLLING OVER
004431*  THE MONTH (AND YEAR) END.  ADDING 21 CAN CROSS AT MOST ONE
004432*  MONTH BOUNDARY.
004433*------------------------------------------------------------------
004434 8200-SET-DUE-DATE.
004440     MOVE WS-CYCLE-DATE TO WS-DUE-DATE.
004450     MOVE WS-MONTH-DAYS (WS-DUE-MM) TO WS-MONTH-LEN.
004460     IF WS-DUE-MM = 2
004750*------------------------------------------------------------------
004760 9000-TERMINATE.
004770     CLOSE ACCT-REC.
004780     CLOSE JHST-FILE.
004790     CLOSE STMT-LINE.
004800     CLOSE CYCL-DUE.
004805     CLOSE DISP-FILE.
004810 9000-EXIT.
004820     EXIT.
