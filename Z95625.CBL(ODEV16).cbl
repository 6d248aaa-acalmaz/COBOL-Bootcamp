001400*                    PROVED THE MAINTENANCE RUN BEFORE NEWACCT    *
001500*                    SWAPPED IN, BUT THE OTHER THING THAT MOVES   *
001600*                    MONEY -- THE POSTING RUN -- HAD NO PROOF.    *
001605*  10/15/26   MC    POSTS TAKEN AS RECOVERIES AGAINST THE         *
001610*                    CHARGED-OFF LEDGER ARE NOW REPORTED AND      *
001615*                    COUNTED IN THE POST-COUNT PROOF; LIKE        *
001620*                    SUSPENSE, THEIR MONEY NEVER TOUCHES THE      *
001625*                    MASTER.                                      *
001630*  10/15/26   MC    RETURNED PAYMENTS AND DISPUTES.  DISPUTE      *
001635*                    POSTS THAT ONLY TOUCH THE DISPUTE FILE ARE   *
001640*                    COUNTED IN THE POST-COUNT PROOF, AND THE     *
001645*                    RETURNED ITEM FEES ODEV5 JOURNALS BESIDE THE *
001650*                    POSTS IN THE JOURNAL-COUNT PROOF.            *
001655*  10/15/26   MC    THE LOCKBOX CREDITS ON THE POSTFILE ARE NOW   *
001660*                    COUNTED AND TOTALLED AND PROVED AGAINST THE  *
001665*                    LOCKBOX INTAKE CONTROL RECORD (LBXCTL,       *
001670*                    LBOXCTL) ODEV21 WRITES BESIDE THEM.  EVERY   *
001675*                    RUN IS NOW DATED FROM BUSDATE AND LOGGED ON  *
001680*                    RUNLOG, ITS FAILED CHECKS AS REJECTS, SO A   *
001685*                    PROOF THAT FAILED -- OR NEVER RAN -- HOLDS   *
001690*                    THE NIGHT IN ODEV13.                         *
001700*----------------------------------------------------------------*
001800*  THIS PROGRAM READS THE RUN CONTROL RECORD WRITTEN BY ODEV5     *
001900*  (PSTCTL LAYOUT) AND INDEPENDENTLY COUNTS AND TOTALS THE DAY'S  *
002700*  DISCREPANCY PRINTS EVERY FIGURE AND ENDS THE STEP WITH         *
002800*  RETURN CODE 16 THE WAY ODEV7 DOES, SO OPERATIONS STOPS THE     *
002900*  NIGHT BEFORE ANYTHING DOWNSTREAM TRUSTS THE DAY.               *
002910*  THE SAME PROOF COVERS THE LOCKBOX PAYMENTS: THE CREDITS ON THE  *
002920*  POSTFILE WHOSE MERCHANT TEXT NAMES A LOCKBOX BATCH MUST COUNT   *
002930*  AND TOTAL TO WHAT THE LOCKBOX INTAKE RUN (ODEV21) SAYS IT       *
002940*  WROTE ON ITS CONTROL RECORD (LBXCTL).  THE RESULT IS LOGGED ON  *
002950*  RUNLOG WITH THE NUMBER OF CHECKS THAT FAILED AS THE REJECTS.   *
003000*----------------------------------------------------------------*
003100 ENVIRONMENT DIVISION.
003200 INPUT-OUTPUT SECTION.
003400     SELECT PCTL-FILE    ASSIGN TO POSTCTL.
003500     SELECT JRNL-FILE    ASSIGN TO JRNLFILE.
003600     SELECT PRF-LINE     ASSIGN TO PROOFRPT.
003610     SELECT LCTL-FILE    ASSIGN TO LBOXCTL.
003620     SELECT POST-FILE    ASSIGN TO POSTFILE.
003630     SELECT RUN-LOG      ASSIGN TO RUNLOG.
003640     SELECT BUS-DATE     ASSIGN TO BUSDATE.
003700 DATA DIVISION.
003800 FILE SECTION.
003900 FD  PCTL-FILE RECORDING MODE F.
004200     COPY JRNLFLD.
004300 FD  PRF-LINE RECORDING MODE F.
004400 01  PRF-REC                PIC X(80).
004405*  LCTL-FILE IS THE LOCKBOX INTAKE CONTROL RECORD; POST-FILE IS
004410*  THE SAME POSTFILE THE POSTING RUN READ, LOCKBOX CREDITS AND ALL.
004415 FD  LCTL-FILE RECORDING MODE F.
004420     COPY LBXCTL.
004425 FD  POST-FILE RECORDING MODE F.
004430     COPY POSTFLD.
004435 FD  RUN-LOG RECORDING MODE F.
004440     COPY RUNLOG.
004445 FD  BUS-DATE RECORDING MODE F.
004450     COPY BDATFLD.
004500 WORKING-STORAGE SECTION.
004600 01  PRF-DETAIL-REC.
004700     05  PD-LABEL           PIC X(34).
006100         88  WS-RUN-BALANCED          VALUE 'Y'.
006200     05  WS-CTL-FOUND-SW    PIC X(01) VALUE 'N'.
006300         88  WS-CTL-FOUND             VALUE 'Y'.
006310     05  WS-POST-EOF-SW     PIC X(01) VALUE 'N'.
006320         88  WS-POST-EOF              VALUE 'Y'.
006330     05  WS-LCTL-FOUND-SW   PIC X(01) VALUE 'N'.
006340         88  WS-LCTL-FOUND            VALUE 'Y'.
006400 01  WS-COUNTERS.
006500     05  WS-JRNL-COUNT      PIC 9(7) COMP VALUE 0.
006510     05  WS-LBOX-COUNT      PIC 9(7) COMP VALUE 0.
006520     05  WS-FAILED-CHECKS   PIC 9(7) COMP VALUE 0.
006600 01  WS-JOURNAL-TOTALS.
006700     05  WS-JRNL-DEBIT-TOT  PIC S9(11)V99 COMP-3 VALUE 0.
006800     05  WS-JRNL-CREDIT-TOT PIC S9(11)V99 COMP-3 VALUE 0.
006810     05  WS-LBOX-TOT        PIC S9(11)V99 COMP-3 VALUE 0.
006900 01  WS-EXPECTED-CLOSE      PIC S9(11)V99 COMP-3 VALUE 0.
006910*  THE MERCHANT TEXT OF A POST, VIEWED AS ODEV21 BUILDS IT ON A
006920*  LOCKBOX CREDIT: 'LOCKBOX ' FOLLOWED BY THE BANK BATCH AND ITEM.
006930 01  WS-POST-MERCH-VIEW.
006940     05  WS-PMV-SOURCE      PIC X(8).
006950         88  WS-PMV-LOCKBOX           VALUE 'LOCKBOX '.
006960     05  FILLER             PIC X(17).
006970 77  WS-RUN-DATE            PIC 9(6).
006980 77  WS-BDATE-SW            PIC X(01) VALUE 'N'.
006990     88  WS-BDATE-FOUND               VALUE 'Y'.
007000*------------------------------------------------------------------
007100 PROCEDURE DIVISION.
007200*------------------------------------------------------------------
007300 0000-MAINLINE.
007310     PERFORM 0100-GET-BUS-DATE THRU 0100-EXIT.
007320     IF NOT WS-BDATE-FOUND
007330         GOBACK
007340     END-IF.
007400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
007500     IF WS-CTL-FOUND
007600         PERFORM 2000-TOTAL-JOURNAL THRU 2000-EXIT
007700             UNTIL WS-EOF
007710         PERFORM 2100-TOTAL-LOCKBOX THRU 2100-EXIT
007720             UNTIL WS-POST-EOF
007800         PERFORM 3000-PROVE-DAY THRU 3000-EXIT
007900     END-IF.
008000     PERFORM 9000-TERMINATE THRU 9000-EXIT.
008100     GOBACK.
008200*------------------------------------------------------------------
008202*  0100-GET-BUS-DATE  --  READ THE BUSINESS DATE THIS RUN IS FOR
008204*  FROM THE DATE RECORD AT THE HEAD OF BUSDATE.  ONLY THE END-OF-
008206*  DAY ROLL (ODEV27) MOVES IT, SO A RERUN OR A RUN THAT CROSSES
008208*  MIDNIGHT STILL BELONGS TO THE SAME PROCESSING DAY.  NO DATE
008210*  RECORD, NO RUN.
008212*------------------------------------------------------------------
008214 0100-GET-BUS-DATE.
008216     OPEN INPUT BUS-DATE.
008218     READ BUS-DATE
008220         AT END
008222             MOVE SPACES TO BDT-FIELDS
008224     END-READ.
008226     CLOSE BUS-DATE.
008228     IF NOT BDT-DATE-REC
008230        OR BDT-CURR-DATE NOT NUMERIC
008232         DISPLAY 'ODEV16 ERROR - NO BUSINESS DATE RECORD ON '
008234             'BUSDATE'
008236         MOVE 16 TO RETURN-CODE
008238         GO TO 0100-EXIT
008240     END-IF.
008242     MOVE BDT-CURR-DATE TO WS-RUN-DATE.
008244     MOVE 'Y' TO WS-BDATE-SW.
008246 0100-EXIT.
008248     EXIT.
008250*------------------------------------------------------------------
008300*  1000-INITIALIZE  --  OPEN FILES AND READ THE CONTROL RECORD.
008400*  A POSTING RUN THAT WROTE NO CONTROL RECORD CANNOT BE PROVED,
008500*  SO THAT IS ITSELF A PROOF FAILURE.
008510*  A DAY WITH NO LOCKBOX CONTROL RECORD IS PROVED AS A DAY THAT
008520*  SHOULD CARRY NO LOCKBOX CREDITS.
008600*------------------------------------------------------------------
008700 1000-INITIALIZE.
008800     OPEN INPUT  PCTL-FILE.
008900     OPEN INPUT  JRNL-FILE.
008910     OPEN INPUT  LCTL-FILE.
008920     OPEN INPUT  POST-FILE.
009000     OPEN OUTPUT PRF-LINE.
009010     READ LCTL-FILE
009020         AT END
009030             MOVE 'N'  TO WS-LCTL-FOUND-SW
009040             MOVE ZERO TO LCTL-POSTS-WRITTEN
009050             MOVE ZERO TO LCTL-POSTS-TOT
009060         NOT AT END
009070             MOVE 'Y'  TO WS-LCTL-FOUND-SW
009080     END-READ.
009100     READ PCTL-FILE
009200         AT END
009300             MOVE 'N' TO WS-CTL-FOUND-SW
010100         DISPLAY 'ODEV16 ERROR - NO CONTROL RECORD FROM '
010200             'POSTING RUN, DO NOT TRUST THE DAY'
010300         MOVE 16 TO RETURN-CODE
010310         ADD 1 TO WS-FAILED-CHECKS
010400     END-IF.
010500 1000-EXIT.
010600     EXIT.
012300 2000-EXIT.
012400     EXIT.
012500*------------------------------------------------------------------
012502*  2100-TOTAL-LOCKBOX  --  INDEPENDENT COUNT AND MONEY TOTAL OF
012504*  THE LOCKBOX CREDITS ON THE POSTFILE AS IT ACTUALLY SITS ON DISK.
012506*------------------------------------------------------------------
012508 2100-TOTAL-LOCKBOX.
012510     READ POST-FILE
012512         AT END
012514             MOVE 'Y' TO WS-POST-EOF-SW
012516             GO TO 2100-EXIT
012518     END-READ.
012520     IF NOT POST-CREDIT
012522         GO TO 2100-EXIT
012524     END-IF.
012526     MOVE POST-MERCHANT TO WS-POST-MERCH-VIEW.
012528     IF WS-PMV-LOCKBOX
012530         ADD 1 TO WS-LBOX-COUNT
012532         ADD POST-AMOUNT TO WS-LBOX-TOT
012534     END-IF.
012536 2100-EXIT.
012538     EXIT.
012540*------------------------------------------------------------------
012600*  3000-PROVE-DAY  --  FOOT THE COUNTS AND THE MONEY AND REPORT
012700*  EVERY FIGURE.  POSTS READ MUST EQUAL APPLIED PLUS SUSPENDED,
012800*  THE JOURNAL ON DISK MUST MATCH WHAT ODEV5 SAYS IT WROTE, AND
012900*  OPENING BALANCE PLUS DEBITS LESS CREDITS MUST EQUAL THE
013000*  CLOSING BALANCE.
013010*  A POST TAKEN AS A RECOVERY IS COUNTED WITH THE APPLIED AND
013020*  SUSPENDED POSTS; ITS MONEY IS REPORTED BESIDE THE SUSPENSE.
013030*  A DISPUTE POST THAT MOVED NO MONEY IS COUNTED WITH THEM TOO,
013040*  AND EACH RETURNED ITEM FEE IS ONE MORE JOURNAL MOVEMENT THAN
013050*  THE POSTS ACCOUNT FOR.
013060*  THE LOCKBOX CREDITS ARE PROVED LAST (3100-PROVE-LOCKBOX).
013100*------------------------------------------------------------------
013200 3000-PROVE-DAY.
013300     MOVE 'POSTS READ.......................' TO PD-LABEL.
013900     MOVE 'POSTS SUSPENDED..................' TO PD-LABEL.
014000     MOVE PCTL-POSTS-SUSP    TO PD-COUNT-O.
014100     WRITE PRF-REC FROM PRF-DETAIL-REC.
014110     MOVE 'POSTS TAKEN AS RECOVERIES........' TO PD-LABEL.
014120     MOVE PCTL-POSTS-RCOV    TO PD-COUNT-O.
014130     WRITE PRF-REC FROM PRF-DETAIL-REC.
014140     MOVE 'DISPUTE POSTS, NO MONEY MOVED....' TO PD-LABEL.
014150     MOVE PCTL-POSTS-DISP    TO PD-COUNT-O.
014160     WRITE PRF-REC FROM PRF-DETAIL-REC.
014170     MOVE 'RETURNED ITEM FEES JOURNALLED....' TO PD-LABEL.
014180     MOVE PCTL-FEES          TO PD-COUNT-O.
014190     WRITE PRF-REC FROM PRF-DETAIL-REC.
014200     MOVE 'JOURNAL MOVEMENTS ON FILE........' TO PD-LABEL.
014300     MOVE WS-JRNL-COUNT      TO PD-COUNT-O.
014400     WRITE PRF-REC FROM PRF-DETAIL-REC.
015400     MOVE 'MONEY HELD IN SUSPENSE...........' TO PM-LABEL.
015500     MOVE PCTL-SUSP-TOT      TO PM-AMOUNT-O.
015600     WRITE PRF-REC FROM PRF-MONEY-REC.
015610     MOVE 'RECOVERED ON CHARGED-OFF LEDGER..' TO PM-LABEL.
015620     MOVE PCTL-RCOV-TOT      TO PM-AMOUNT-O.
015630     WRITE PRF-REC FROM PRF-MONEY-REC.
015640     MOVE 'RETURNED ITEM FEES (IN DEBITS)...' TO PM-LABEL.
015650     MOVE PCTL-FEE-TOT       TO PM-AMOUNT-O.
015660     WRITE PRF-REC FROM PRF-MONEY-REC.
015700     COMPUTE WS-EXPECTED-CLOSE = PCTL-OPEN-BAL-TOT
015800                               + WS-JRNL-DEBIT-TOT
015900                               - WS-JRNL-CREDIT-TOT.
016500     WRITE PRF-REC FROM PRF-MONEY-REC.
016600     IF PCTL-POSTS-READ NOT = PCTL-POSTS-APPLIED
016700                             + PCTL-POSTS-SUSP
016710                             + PCTL-POSTS-RCOV
016720                             + PCTL-POSTS-DISP
016800         MOVE 'N' TO WS-BALANCED-SW
016810         ADD 1 TO WS-FAILED-CHECKS
016900         MOVE 'OUT OF BALANCE - POST COUNTS DO NOT FOOT'
017000             TO PS-MESSAGE
017100         WRITE PRF-REC FROM PRF-STATUS-REC
017200     END-IF.
017300     IF WS-JRNL-COUNT NOT = PCTL-POSTS-APPLIED + PCTL-FEES
017400         MOVE 'N' TO WS-BALANCED-SW
017410         ADD 1 TO WS-FAILED-CHECKS
017500         MOVE 'OUT OF BALANCE - JOURNAL COUNT WRONG'
017600             TO PS-MESSAGE
017700         WRITE PRF-REC FROM PRF-STATUS-REC
017900     IF WS-JRNL-DEBIT-TOT  NOT = PCTL-DEBIT-TOT
018000      OR WS-JRNL-CREDIT-TOT NOT = PCTL-CREDIT-TOT
018100         MOVE 'N' TO WS-BALANCED-SW
018110         ADD 1 TO WS-FAILED-CHECKS
018200         MOVE 'OUT OF BALANCE - JOURNAL MONEY WRONG'
018300             TO PS-MESSAGE
018400         WRITE PRF-REC FROM PRF-STATUS-REC
018500     END-IF.
018600     IF WS-EXPECTED-CLOSE NOT = PCTL-CLOSE-BAL-TOT
018700         MOVE 'N' TO WS-BALANCED-SW
018710         ADD 1 TO WS-FAILED-CHECKS
018800         MOVE 'OUT OF BALANCE - MASTER DOES NOT FOOT'
018900             TO PS-MESSAGE
019000         WRITE PRF-REC FROM PRF-STATUS-REC
019100     END-IF.
019110     PERFORM 3100-PROVE-LOCKBOX THRU 3100-EXIT.
019200     IF WS-RUN-BALANCED
019300         MOVE 'DAY IN BALANCE - POSTING RUN PROVED'
019400             TO PS-MESSAGE
020100 3000-EXIT.
020200     EXIT.
020300*------------------------------------------------------------------
020302*  3100-PROVE-LOCKBOX  --  THE LOCKBOX CREDITS ON THE POSTFILE
020304*  MUST COUNT AND TOTAL TO WHAT ODEV21 SAYS IT WROTE, AND ITS
020306*  CONTROL RECORD MUST BE FOR THE DAY BEING PROVED -- A STALE
020308*  ONE MEANS TODAY'S INTAKE NEVER RAN OR WAS NEVER PICKED UP.
020310*------------------------------------------------------------------
020312 3100-PROVE-LOCKBOX.
020314     IF NOT WS-LCTL-FOUND
020316         MOVE 'NO LOCKBOX CONTROL RECORD FOR THE DAY'
020318             TO PS-MESSAGE
020320         WRITE PRF-REC FROM PRF-STATUS-REC
020322     END-IF.
020324     MOVE 'LOCKBOX CREDITS PER LBXCTL.......' TO PD-LABEL.
020326     MOVE LCTL-POSTS-WRITTEN TO PD-COUNT-O.
020328     WRITE PRF-REC FROM PRF-DETAIL-REC.
020330     MOVE 'LOCKBOX CREDITS ON POSTFILE......' TO PD-LABEL.
020332     MOVE WS-LBOX-COUNT      TO PD-COUNT-O.
020334     WRITE PRF-REC FROM PRF-DETAIL-REC.
020336     MOVE 'LOCKBOX DOLLARS PER LBXCTL.......' TO PM-LABEL.
020338     MOVE LCTL-POSTS-TOT     TO PM-AMOUNT-O.
020340     WRITE PRF-REC FROM PRF-MONEY-REC.
020342     MOVE 'LOCKBOX DOLLARS ON POSTFILE......' TO PM-LABEL.
020344     MOVE WS-LBOX-TOT        TO PM-AMOUNT-O.
020346     WRITE PRF-REC FROM PRF-MONEY-REC.
020348     IF WS-LCTL-FOUND
020350        AND LCTL-RUN-DATE NOT = PCTL-RUN-DATE
020352         MOVE 'N' TO WS-BALANCED-SW
020354         ADD 1 TO WS-FAILED-CHECKS
020356         MOVE 'OUT OF BALANCE - LOCKBOX CONTROL STALE'
020358             TO PS-MESSAGE
020360         WRITE PRF-REC FROM PRF-STATUS-REC
020362     END-IF.
020364     IF WS-LBOX-COUNT NOT = LCTL-POSTS-WRITTEN
020366      OR WS-LBOX-TOT  NOT = LCTL-POSTS-TOT
020368         MOVE 'N' TO WS-BALANCED-SW
020370         ADD 1 TO WS-FAILED-CHECKS
020372         MOVE 'OUT OF BALANCE - LOCKBOX CREDITS WRONG'
020374             TO PS-MESSAGE
020376         WRITE PRF-REC FROM PRF-STATUS-REC
020378     END-IF.
020380 3100-EXIT.
020382     EXIT.
020384*------------------------------------------------------------------
020386*  9000-TERMINATE  --  LOG THE RUN, CLOSE FILES AND END THE RUN.
020388*  THE REJECT COUNT IS THE NUMBER OF CHECKS THAT FAILED, SO A RUN
020390*  THAT ENDS RETURN CODE 16 ALWAYS LOGS AT LEAST ONE; THE RECORDS
020392*  OUT ARE THE JOURNAL MOVEMENTS PROVED.
020500*------------------------------------------------------------------
020600 9000-TERMINATE.
020602     OPEN EXTEND RUN-LOG.
020604     MOVE SPACES             TO RLOG-FIELDS.
020606     MOVE 'ODEV16'           TO RLOG-PROGRAM.
020608     MOVE WS-RUN-DATE        TO RLOG-RUN-DATE.
020610     MOVE WS-JRNL-COUNT      TO RLOG-RECS-IN.
020612     MOVE WS-FAILED-CHECKS   TO RLOG-REJECTS.
020614     IF WS-CTL-FOUND
020616         MOVE PCTL-CLOSE-BAL-TOT TO RLOG-AMOUNT-TOT
020618     ELSE
020620         MOVE ZERO           TO RLOG-AMOUNT-TOT
020622     END-IF.
020624     IF WS-FAILED-CHECKS = 0
020626         MOVE WS-JRNL-COUNT  TO RLOG-RECS-OUT
020628         MOVE 'POSTING DAY PROVED' TO RLOG-COMMENT
020630     ELSE
020632         MOVE ZERO           TO RLOG-RECS-OUT
020634         MOVE 'POSTING DAY OUT OF BALANCE' TO RLOG-COMMENT
020636     END-IF.
020638     WRITE RLOG-FIELDS.
020640     CLOSE RUN-LOG.
020700     CLOSE PCTL-FILE.
020800     CLOSE JRNL-FILE.
020810     CLOSE LCTL-FILE.
020820     CLOSE POST-FILE.
020900     CLOSE PRF-LINE.
021000 9000-EXIT.
021100     EXIT.
