000100 IDENTIFICATION DIVISION.
000200*----------------------------------------------------------------*
000300 PROGRAM-ID.    ODEV21.
000400 AUTHOR.        MELIH CALMAZ.
000500 INSTALLATION.  Z95625 BATCH SYSTEMS.
000600 DATE-WRITTEN.  10/15/2026.
000700 DATE-COMPILED.
000800*----------------------------------------------------------------*
000900*  MODIFICATION HISTORY                                           *
001000*----------------------------------------------------------------*
001100*  DATE       INIT  DESCRIPTION                                   *
001200*  10/15/26   MC    INITIAL VERSION.  BANK LOCKBOX PAYMENT        *
001300*                    INTAKE.  UNTIL NOW EVERY CHECK ON THE BANK'S *
001400*                    REMITTANCE LISTING WAS RE-KEYED BY HAND AS A *
001500*                    POSTFLD CREDIT, AND EVERY KEYING ERROR SAT   *
001600*                    IN ODEV15 SUSPENSE AS 'ACCOUNT NOT ON        *
001700*                    MASTER', AGING.                              *
001710*  10/15/26   MC    RUN IS NOW DATED FROM THE BUSINESS-DATE       *
001720*                    CONTROL RECORD (BDATFLD, BUSDATE) INSTEAD OF *
001730*                    THE SYSTEM CLOCK -- NO DATE RECORD, NO RUN.  *
001740*  10/15/26   MC    A COUPON ACCOUNT NUMBER THAT FAILS ITS MOD-10 *
001750*                    CHECK DIGIT (NXTNFLD) IS NO LONGER LOOKED UP *
001760*                    ON THE MASTER; THE ITEM GOES STRAIGHT TO THE *
001770*                    NAME/ZIP MATCH, AND IS UNAPPLIED WITH THAT   *
001775*                    REASON IF THAT FAILS TOO.  LEGACY NUMBERS,   *
001780*                    BELOW THE FIRST BASE ON NXTNUM, ARE NOT      *
001785*                    TESTED.                                      *
001800*----------------------------------------------------------------*
001900*  THIS PROGRAM READS THE BANK'S DAILY LOCKBOX FILE (LBOXFLD      *
002000*  LAYOUT) TWICE.  THE FIRST PASS PROVES EVERY BATCH -- ITEM      *
002100*  COUNT AND DOLLARS AGAINST THE BANK'S TRAILER -- AND NOTES ANY  *
002200*  BATCH THAT DOES NOT BALANCE.  THE SECOND PASS MATCHES EACH     *
002300*  REMITTANCE IN A BALANCED BATCH TO THE ACCT-REC KSDS, FIRST BY  *
002400*  THE ACCOUNT NUMBER ON THE COUPON, THEN BY LAST-NAME THROUGH    *
002500*  THE ALTERNATE INDEX (THE ONE ODEV9 SEARCHES) QUALIFIED BY      *
002600*  CLIENT-ZIP.  A MATCHED PAYMENT IS WRITTEN AS A POSTFLD CREDIT  *
002700*  TO THIS RUN'S POSTFILE EXTENT FOR ODEV5, WITH ITS COUNT AND    *
002800*  DOLLARS ON THE LBXCTL CONTROL RECORD; AN ITEM THAT CANNOT BE   *
002900*  MATCHED, OR THAT SITS IN A BATCH THAT DID NOT BALANCE, IS      *
003000*  LISTED ON THE UNAPPLIED CASH REPORT AND NOT POSTED.            *
003010*  A COUPON NUMBER THAT FAILS ITS CHECK DIGIT IS NEVER TRIED ON   *
003020*  THE MASTER -- A MIS-READ COUPON MUST NOT PAY SOMEONE ELSE'S    *
003030*  ACCOUNT.  A LEGACY NUMBER, ISSUED BEFORE CHECK DIGITS, IS      *
003040*  LOOKED UP AS IT STANDS.                                        *
003100*----------------------------------------------------------------*
003200 ENVIRONMENT DIVISION.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT ACCT-REC   ASSIGN TO ACCTREC
003600         ORGANIZATION IS INDEXED
003700         ACCESS MODE  IS DYNAMIC
003800         RECORD KEY   IS ACCT-NO
003900         ALTERNATE RECORD KEY IS LAST-NAME
004000             WITH DUPLICATES.
004100     SELECT LBOX-FILE  ASSIGN TO LOCKBOX.
004200     SELECT POST-FILE  ASSIGN TO POSTFILE.
004300     SELECT LCTL-FILE  ASSIGN TO LBOXCTL.
004400     SELECT UNAP-LINE  ASSIGN TO UNAPRPT.
004500     SELECT RUN-LOG    ASSIGN TO RUNLOG.
004510     SELECT BUS-DATE   ASSIGN TO BUSDATE.
004520     SELECT NXTN-FILE  ASSIGN TO NXTNUM.
004600 DATA DIVISION.
004700 FILE SECTION.
004800 FD  ACCT-REC RECORDING MODE F.
004900     COPY ACCTFLD.
005000 FD  LBOX-FILE RECORDING MODE F.
005100     COPY LBOXFLD.
005200 FD  POST-FILE RECORDING MODE F.
005300     COPY POSTFLD.
005400 FD  LCTL-FILE RECORDING MODE F.
005500     COPY LBXCTL.
005600 FD  UNAP-LINE RECORDING MODE F.
005700 01  UNAP-REC               PIC X(110).
005800 FD  RUN-LOG RECORDING MODE F.
005900     COPY RUNLOG.
005910 FD  BUS-DATE RECORDING MODE F.
005920     COPY BDATFLD.
005930 FD  NXTN-FILE RECORDING MODE F.
005940     COPY NXTNFLD.
006000 WORKING-STORAGE SECTION.
006100 01  UNAP-HEAD-REC.
006200     05  FILLER             PIC X(30)
006300         VALUE 'UNAPPLIED CASH REPORT -- DATE '.
006400     05  UH-RUN-DATE-O      PIC 9(6).
006500     05  FILLER             PIC X(74) VALUE SPACES.
006600 01  UNAP-COL-REC.
006700     05  FILLER             PIC X(5)  VALUE 'BATCH'.
006800     05  FILLER             PIC X(2)  VALUE SPACES.
006900     05  FILLER             PIC X(4)  VALUE 'ITEM'.
007000     05  FILLER             PIC X(2)  VALUE SPACES.
007100     05  FILLER             PIC X(8)  VALUE 'COUPON  '.
007200     05  FILLER             PIC X(2)  VALUE SPACES.
007300     05  FILLER             PIC X(20) VALUE 'REMITTER NAME'.
007400     05  FILLER             PIC X(2)  VALUE SPACES.
007500     05  FILLER             PIC X(5)  VALUE 'ZIP'.
007600     05  FILLER             PIC X(2)  VALUE SPACES.
007700     05  FILLER             PIC X(10) VALUE 'CHECK NO'.
007800     05  FILLER             PIC X(2)  VALUE SPACES.
007900     05  FILLER             PIC X(13) VALUE '       AMOUNT'.
008000     05  FILLER             PIC X(2)  VALUE SPACES.
008100     05  FILLER             PIC X(30) VALUE 'REASON'.
008200     05  FILLER             PIC X(1)  VALUE SPACES.
008300 01  UNAP-DETAIL-REC.
008400     05  UD-BATCH-NO-O      PIC 9(5).
008500     05  FILLER             PIC X(2)  VALUE SPACES.
008600     05  UD-ITEM-SEQ-O      PIC 9(4).
008700     05  FILLER             PIC X(2)  VALUE SPACES.
008800     05  UD-COUPON-O        PIC X(8).
008900     05  FILLER             PIC X(2)  VALUE SPACES.
009000     05  UD-REMIT-NAME-O    PIC X(20).
009100     05  FILLER             PIC X(2)  VALUE SPACES.
009200     05  UD-REMIT-ZIP-O     PIC X(5).
009300     05  FILLER             PIC X(2)  VALUE SPACES.
009400     05  UD-CHECK-NO-O      PIC X(10).
009500     05  FILLER             PIC X(2)  VALUE SPACES.
009600     05  UD-AMOUNT-O        PIC $$,$$$,$$9.99.
009700     05  FILLER             PIC X(2)  VALUE SPACES.
009800     05  UD-REASON-O        PIC X(30).
009900     05  FILLER             PIC X(1)  VALUE SPACES.
010000 01  UNAP-BATCH-REC.
010100     05  FILLER             PIC X(6)  VALUE 'BATCH '.
010200     05  UB-BATCH-NO-O      PIC 9(5).
010300     05  FILLER             PIC X(20) VALUE ' NOT POSTED -- '.
010400     05  UB-REASON-O        PIC X(30).
010500     05  FILLER             PIC X(49) VALUE SPACES.
010600 01  UNAP-TOTAL-REC.
010700     05  UT-LABEL           PIC X(26).
010800     05  UT-COUNT-O         PIC Z,ZZZ,ZZ9.
010900     05  FILLER             PIC X(2)  VALUE SPACES.
011000     05  UT-AMOUNT-O        PIC $$,$$$,$$$,$$9.99-.
011100     05  FILLER             PIC X(55) VALUE SPACES.
011200 01  WS-SWITCHES.
011300     05  WS-EOF-SWITCH      PIC X(01) VALUE 'N'.
011400         88  WS-EOF                   VALUE 'Y'.
011500     05  WS-FOUND-SWITCH    PIC X(01) VALUE 'N'.
011600         88  WS-ACCOUNT-FOUND         VALUE 'Y'.
011700     05  WS-RUN-OK-SW       PIC X(01) VALUE 'Y'.
011800         88  WS-RUN-OK                VALUE 'Y'.
011900     05  WS-IN-BATCH-SW     PIC X(01) VALUE 'N'.
012000         88  WS-IN-BATCH              VALUE 'Y'.
012100     05  WS-BAD-FOUND-SW    PIC X(01) VALUE 'N'.
012200         88  WS-BAD-FOUND             VALUE 'Y'.
012300     05  WS-NAME-EOF-SW     PIC X(01) VALUE 'N'.
012400         88  WS-NAME-EOF              VALUE 'Y'.
012500 01  WS-COUNTERS.
012600     05  WS-BATCHES-READ    PIC 9(07) COMP VALUE 0.
012700     05  WS-ITEMS-READ      PIC 9(07) COMP VALUE 0.
012800     05  WS-POSTS-WRITTEN   PIC 9(07) COMP VALUE 0.
012900     05  WS-NAME-MATCHES    PIC 9(07) COMP VALUE 0.
013000     05  WS-UNAPPLIED       PIC 9(07) COMP VALUE 0.
013100     05  WS-NAME-HITS       PIC 9(07) COMP VALUE 0.
013200 01  WS-MONEY-TOTALS.
013300     05  WS-POSTS-TOT       PIC S9(11)V99 COMP-3 VALUE 0.
013400     05  WS-NAME-MATCH-TOT  PIC S9(11)V99 COMP-3 VALUE 0.
013500     05  WS-UNAPPLIED-TOT   PIC S9(11)V99 COMP-3 VALUE 0.
013600*  RUNNING ITEM COUNT AND DOLLARS FOR THE BATCH BEING PROVED ON
013700*  THE FIRST PASS, COMPARED AGAINST THE BANK'S TRAILER.
013800 01  WS-BATCH-PROOF.
013900     05  WS-CUR-BATCH       PIC 9(5)  VALUE 0.
014000     05  WS-BATCH-COUNT     PIC 9(7)  COMP VALUE 0.
014100     05  WS-BATCH-AMOUNT    PIC S9(11)V99 COMP-3 VALUE 0.
014200*  EVERY BATCH THE FIRST PASS COULD NOT PROVE, WITH THE REASON.
014300*  NO ITEM IN ONE OF THESE BATCHES IS POSTED.  MORE THAN 100 BAD
014400*  BATCHES IS NOT A LOCKBOX FILE WE RECOGNIZE AND REFUSES THE RUN.
014500 01  WS-BAD-BATCH-TABLE.
014600     05  WS-BAD-COUNT       PIC 9(3) COMP VALUE 0.
014700     05  WS-BAD-ENTRY       OCCURS 100 TIMES.
014800         10  WS-BAD-BATCH-NO  PIC 9(5).
014900         10  WS-BAD-REASON    PIC X(30).
015000 77  WS-BAD-IX              PIC 9(3) COMP.
015100 77  WS-BAD-ARG             PIC 9(5).
015200 77  WS-BAD-REASON-ARG      PIC X(30).
015300 01  WS-UNAPPLIED-REASON    PIC X(30).
015400 77  WS-MATCH-ACCT          PIC X(8).
015500*  THE MERCHANT TEXT ON EVERY LOCKBOX CREDIT NAMES THE BANK BATCH
015600*  AND ITEM, SO A POSTED PAYMENT CAN BE TRACED BACK TO ITS CHECK.
015700 01  WS-LBOX-MERCHANT.
015800     05  FILLER             PIC X(8)  VALUE 'LOCKBOX '.
015900     05  WS-LM-BATCH-NO     PIC 9(5).
016000     05  FILLER             PIC X(1)  VALUE '-'.
016100     05  WS-LM-ITEM-SEQ     PIC 9(4).
016200     05  FILLER             PIC X(7)  VALUE SPACES.
016300 77  WS-RUN-DATE            PIC 9(6).
016310 77  WS-BDATE-SW            PIC X(01) VALUE 'N'.
016320     88  WS-BDATE-FOUND               VALUE 'Y'.
016325*  CHECK DIGIT WORK AREA.  AN ACCOUNT NUMBER IS SEVEN DIGITS AND
016330*  A CHECK DIGIT CHOSEN SO THAT THE FIRST, THIRD, FIFTH AND
016335*  SEVENTH DIGITS DOUBLED (LESS 9 WHEN THE DOUBLE IS OVER 9) PLUS
016337*  THE OTHER FOUR ADD TO A MULTIPLE OF 10 -- SEE NXTNFLD.  A
016339*  NUMBER WHOSE BASE IS BELOW WS-CHK-FIRST-BASE IS A LEGACY
016341*  ACCOUNT AND CARRIES NO CHECK DIGIT.
016345 01  WS-CHECK-DIGIT-FIELDS.
016350     05  WS-CHK-ACCT        PIC X(8).
016351     05  WS-CHK-ACCT-R REDEFINES WS-CHK-ACCT.
016352         10  WS-CHK-BASE    PIC 9(7).
016353         10  WS-CHK-DIGIT   PIC 9(1).
016355     05  WS-CHK-DIGITS-R REDEFINES WS-CHK-ACCT.
016360         10  WS-CHK-POS     PIC 9(1) OCCURS 8 TIMES.
016365     05  WS-CHK-IX          PIC 9(2) COMP.
016370     05  WS-CHK-PRODUCT     PIC 9(2) COMP.
016375     05  WS-CHK-SUM         PIC 9(3) COMP.
016380     05  WS-CHK-Q           PIC 9(3) COMP.
016385     05  WS-CHK-REM         PIC 9(2) COMP.
016390     05  WS-CHK-VALID-SW    PIC X(01).
016395         88  WS-CHK-VALID             VALUE 'Y'.
016397     05  WS-CHK-FIRST-BASE  PIC 9(7).
016400*------------------------------------------------------------------
016500 PROCEDURE DIVISION.
016600*------------------------------------------------------------------
016700 0000-MAINLINE.
016710     PERFORM 0100-GET-BUS-DATE THRU 0100-EXIT.
016720     IF NOT WS-BDATE-FOUND
016730         GOBACK
016740     END-IF.
016800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
016900*  A LOCKBOX FILE THAT CANNOT BE PROVED AT ALL ENDS THE RUN HERE
017000*  -- NO CREDIT HAS BEEN WRITTEN.  THE REFUSAL IS STILL LOGGED.
017100     IF NOT WS-RUN-OK
017150         PERFORM 9100-WRITE-RUN-LOG THRU 9100-EXIT
017200         GOBACK
017300     END-IF.
017400     PERFORM 2000-PROCESS-LOCKBOX THRU 2000-EXIT
017500         UNTIL WS-EOF.
017600     PERFORM 9000-TERMINATE THRU 9000-EXIT.
017700     GOBACK.
017702*------------------------------------------------------------------
017704*  0100-GET-BUS-DATE  --  READ THE BUSINESS DATE THIS RUN IS FOR
017706*  FROM THE DATE RECORD AT THE HEAD OF BUSDATE.  ONLY THE END-OF-
017708*  DAY ROLL (ODEV27) MOVES IT, SO A RERUN OR A RUN THAT CROSSES
017710*  MIDNIGHT STILL BELONGS TO THE SAME PROCESSING DAY.  NO DATE
017712*  RECORD, NO RUN.
017714*------------------------------------------------------------------
017716 0100-GET-BUS-DATE.
017718     OPEN INPUT BUS-DATE.
017720     READ BUS-DATE
017722         AT END
017724             MOVE SPACES TO BDT-FIELDS
017726     END-READ.
017728     CLOSE BUS-DATE.
017730     IF NOT BDT-DATE-REC
017732        OR BDT-CURR-DATE NOT NUMERIC
017734         DISPLAY 'ODEV21 ERROR - NO BUSINESS DATE RECORD ON '
017736             'BUSDATE'
017738         MOVE 16 TO RETURN-CODE
017740         GO TO 0100-EXIT
017742     END-IF.
017744     MOVE BDT-CURR-DATE TO WS-RUN-DATE.
017746     MOVE 'Y' TO WS-BDATE-SW.
017748 0100-EXIT.
017750     EXIT.
017800*------------------------------------------------------------------
017900*  1000-INITIALIZE  --  PROVE EVERY BATCH ON THE LOCKBOX FILE,
018000*  THEN OPEN THE FILES, PRINT THE REPORT HEADING AND THE BATCHES
018010*  THAT WILL NOT BE POSTED, TAKE THE LEGACY ACCOUNT NUMBER
018020*  BOUNDARY AND PRIME THE SECOND PASS.
018200*------------------------------------------------------------------
018300 1000-INITIALIZE.
018500     OPEN INPUT  LBOX-FILE.
018600     PERFORM 1200-PROVE-RECORD THRU 1200-EXIT
018700         UNTIL WS-EOF
018800            OR NOT WS-RUN-OK.
018900*  A BATCH STILL OPEN AT END OF FILE NEVER GOT ITS TRAILER.
019000     IF WS-IN-BATCH
019100      AND WS-RUN-OK
019200         MOVE WS-CUR-BATCH          TO WS-BAD-ARG
019300         MOVE 'NO TRAILER FOR BATCH' TO WS-BAD-REASON-ARG
019400         PERFORM 1300-MARK-BAD-BATCH THRU 1300-EXIT
019500     END-IF.
019600     CLOSE LBOX-FILE.
019700     IF NOT WS-RUN-OK
019800         GO TO 1000-EXIT
019900     END-IF.
019910     PERFORM 1500-GET-FIRST-BASE THRU 1500-EXIT.
020000     MOVE 'N' TO WS-EOF-SWITCH.
020100     OPEN INPUT  LBOX-FILE.
020200     OPEN INPUT  ACCT-REC.
020300     OPEN OUTPUT POST-FILE.
020400     OPEN OUTPUT LCTL-FILE.
020500     OPEN OUTPUT UNAP-LINE.
020600     MOVE WS-RUN-DATE TO UH-RUN-DATE-O.
020700     WRITE UNAP-REC FROM UNAP-HEAD-REC.
020800     PERFORM 1400-LIST-BAD-BATCH THRU 1400-EXIT
020900         VARYING WS-BAD-IX FROM 1 BY 1
021000         UNTIL WS-BAD-IX > WS-BAD-COUNT.
021100     WRITE UNAP-REC FROM UNAP-COL-REC.
021200     PERFORM 1100-READ-LBOX THRU 1100-EXIT.
021300 1000-EXIT.
021400     EXIT.
021500 1100-READ-LBOX.
021600     READ LBOX-FILE
021700         AT END
021800             MOVE 'Y' TO WS-EOF-SWITCH
021900     END-READ.
022000 1100-EXIT.
022100     EXIT.
022200*------------------------------------------------------------------
022300*  1200-PROVE-RECORD  --  FIRST PASS.  A HEADER OPENS A BATCH AND
022400*  ZEROES ITS RUNNING TOTALS, EACH ITEM ADDS ONE AND ITS CHECK
022500*  AMOUNT, AND THE TRAILER MUST AGREE ON BOTH.  AN ITEM OR
022600*  TRAILER OUTSIDE ITS OWN BATCH, A HEADER THAT ARRIVES BEFORE
022700*  THE PRIOR BATCH'S TRAILER, OR A CHECK AMOUNT THAT IS NOT
022800*  NUMERIC ALSO FAILS THE BATCH.
022900*------------------------------------------------------------------
023000 1200-PROVE-RECORD.
023100     READ LBOX-FILE
023200         AT END
023300             MOVE 'Y' TO WS-EOF-SWITCH
023400             GO TO 1200-EXIT
023500     END-READ.
023600     EVALUATE TRUE
023700         WHEN LBOX-BATCH-HDR
023800             IF WS-IN-BATCH
023900                 MOVE WS-CUR-BATCH TO WS-BAD-ARG
024000                 MOVE 'NO TRAILER FOR BATCH' TO WS-BAD-REASON-ARG
024100                 PERFORM 1300-MARK-BAD-BATCH THRU 1300-EXIT
024200             END-IF
024300             MOVE 'Y'               TO WS-IN-BATCH-SW
024400             MOVE LBOX-HDR-BATCH-NO TO WS-CUR-BATCH
024500             MOVE 0                 TO WS-BATCH-COUNT
024600             MOVE 0                 TO WS-BATCH-AMOUNT
024700             ADD 1 TO WS-BATCHES-READ
024800         WHEN LBOX-ITEM
024900             PERFORM 1210-PROVE-ITEM THRU 1210-EXIT
025000         WHEN LBOX-BATCH-TRL
025100             PERFORM 1220-PROVE-TRAILER THRU 1220-EXIT
025200         WHEN OTHER
025300             DISPLAY 'ODEV21 WARNING - UNKNOWN LOCKBOX RECORD '
025400                 'TYPE ''' LBOX-HDR-TYPE ''' IGNORED'
025500             IF WS-IN-BATCH
025600                 MOVE WS-CUR-BATCH TO WS-BAD-ARG
025700                 MOVE 'UNKNOWN RECORD IN BATCH'
025800                     TO WS-BAD-REASON-ARG
025900                 PERFORM 1300-MARK-BAD-BATCH THRU 1300-EXIT
026000             END-IF
026100     END-EVALUATE.
026200 1200-EXIT.
026300     EXIT.
026400 1210-PROVE-ITEM.
026500     IF NOT WS-IN-BATCH
026600      OR LBOX-ITEM-BATCH-NO NOT = WS-CUR-BATCH
026700         MOVE LBOX-ITEM-BATCH-NO TO WS-BAD-ARG
026800         MOVE 'ITEM OUTSIDE ITS BATCH' TO WS-BAD-REASON-ARG
026900         PERFORM 1300-MARK-BAD-BATCH THRU 1300-EXIT
027000         GO TO 1210-EXIT
027100     END-IF.
027200     ADD 1 TO WS-BATCH-COUNT.
027300     IF LBOX-CHECK-AMT NUMERIC
027400         ADD LBOX-CHECK-AMT TO WS-BATCH-AMOUNT
027500     ELSE
027600         MOVE WS-CUR-BATCH TO WS-BAD-ARG
027700         MOVE 'INVALID CHECK AMOUNT IN BATCH' TO WS-BAD-REASON-ARG
027800         PERFORM 1300-MARK-BAD-BATCH THRU 1300-EXIT
027900     END-IF.
028000 1210-EXIT.
028100     EXIT.
028200 1220-PROVE-TRAILER.
028300     IF NOT WS-IN-BATCH
028400      OR LBOX-TRL-BATCH-NO NOT = WS-CUR-BATCH
028500         MOVE LBOX-TRL-BATCH-NO TO WS-BAD-ARG
028600         MOVE 'TRAILER OUTSIDE ITS BATCH' TO WS-BAD-REASON-ARG
028700         PERFORM 1300-MARK-BAD-BATCH THRU 1300-EXIT
028800         GO TO 1220-EXIT
028900     END-IF.
029000     MOVE 'N' TO WS-IN-BATCH-SW.
029100     IF LBOX-TRL-COUNT NOT NUMERIC
029200      OR LBOX-TRL-AMOUNT NOT NUMERIC
029300         MOVE WS-CUR-BATCH TO WS-BAD-ARG
029400         MOVE 'INVALID TRAILER TOTALS' TO WS-BAD-REASON-ARG
029500         PERFORM 1300-MARK-BAD-BATCH THRU 1300-EXIT
029600         GO TO 1220-EXIT
029700     END-IF.
029800     IF LBOX-TRL-COUNT  NOT = WS-BATCH-COUNT
029900      OR LBOX-TRL-AMOUNT NOT = WS-BATCH-AMOUNT
030000         MOVE WS-CUR-BATCH TO WS-BAD-ARG
030100         MOVE 'ITEMS DO NOT AGREE TO TRAILER' TO WS-BAD-REASON-ARG
030200         PERFORM 1300-MARK-BAD-BATCH THRU 1300-EXIT
030300     END-IF.
030400 1220-EXIT.
030500     EXIT.
030600*------------------------------------------------------------------
030700*  1300-MARK-BAD-BATCH  --  ADD THE BATCH IN WS-BAD-ARG TO THE
030800*  BAD-BATCH TABLE WITH THE REASON IN WS-BAD-REASON-ARG.  A BATCH
030900*  ALREADY ON THE TABLE KEEPS ITS FIRST REASON.
031000*------------------------------------------------------------------
031100 1300-MARK-BAD-BATCH.
031200     PERFORM 8100-FIND-BAD-BATCH THRU 8100-EXIT.
031300     IF WS-BAD-FOUND
031400         GO TO 1300-EXIT
031500     END-IF.
031600     IF WS-BAD-COUNT < 100
031700         ADD 1 TO WS-BAD-COUNT
031800         MOVE WS-BAD-ARG        TO WS-BAD-BATCH-NO (WS-BAD-COUNT)
031900         MOVE WS-BAD-REASON-ARG TO WS-BAD-REASON (WS-BAD-COUNT)
032000         DISPLAY 'ODEV21 WARNING - BATCH ' WS-BAD-ARG
032100             ' NOT POSTED - ' WS-BAD-REASON-ARG
032200     ELSE
032300         DISPLAY 'ODEV21 ERROR - MORE THAN 100 BATCHES OUT OF '
032400             'BALANCE ON LOCKBOX FILE, RUN REFUSED'
032500         MOVE 16  TO RETURN-CODE
032600         MOVE 'N' TO WS-RUN-OK-SW
032700     END-IF.
032800 1300-EXIT.
032900     EXIT.
033000 1400-LIST-BAD-BATCH.
033100     MOVE WS-BAD-BATCH-NO (WS-BAD-IX) TO UB-BATCH-NO-O.
033200     MOVE WS-BAD-REASON (WS-BAD-IX)   TO UB-REASON-O.
033300     WRITE UNAP-REC FROM UNAP-BATCH-REC.
033400 1400-EXIT.
033402     EXIT.
033404*------------------------------------------------------------------
033406*  1500-GET-FIRST-BASE  --  TAKE THE FIRST ACCOUNT NUMBER BASE
033408*  THE INTAKE RUN (ODEV28) HANDED OUT FROM THE NEXT-NUMBER
033410*  CONTROL RECORD.  NUMBERS BELOW IT ARE LEGACY ACCOUNTS WITH NO
033412*  CHECK DIGIT.  UNTIL THE FIRST INTAKE RUN THE NEXT BASE IS THE
033414*  BOUNDARY; WITH NO CONTROL RECORD AT ALL NO NUMBER HAS BEEN
033416*  HANDED OUT, SO NONE IS TESTED.
033418*------------------------------------------------------------------
033420 1500-GET-FIRST-BASE.
033422     OPEN INPUT NXTN-FILE.
033424     READ NXTN-FILE
033426         AT END
033428             MOVE SPACES TO NXTN-FIELDS
033430     END-READ.
033432     CLOSE NXTN-FILE.
033434     EVALUATE TRUE
033436         WHEN NXTN-FIRST-BASE NUMERIC
033438          AND NXTN-FIRST-BASE > 0
033440             MOVE NXTN-FIRST-BASE TO WS-CHK-FIRST-BASE
033442         WHEN NXTN-NEXT-BASE NUMERIC
033444             MOVE NXTN-NEXT-BASE TO WS-CHK-FIRST-BASE
033446         WHEN OTHER
033448             DISPLAY 'ODEV21 WARNING - NO ACCOUNT NUMBER CONTROL '
033450                 'RECORD ON NXTNUM, NO CHECK DIGITS TESTED'
033452             MOVE 9999999 TO WS-CHK-FIRST-BASE
033454     END-EVALUATE.
033456 1500-EXIT.
033500     EXIT.
033600*------------------------------------------------------------------
033700*  2000-PROCESS-LOCKBOX  --  SECOND PASS.  HEADERS AND TRAILERS
033800*  HAVE DONE THEIR WORK ON THE FIRST PASS; EACH REMITTANCE ITEM
033900*  IS APPLIED OR LISTED AS UNAPPLIED.  THEN ADVANCE.
034000*------------------------------------------------------------------
034100 2000-PROCESS-LOCKBOX.
034200     IF LBOX-ITEM
034300         ADD 1 TO WS-ITEMS-READ
034400         PERFORM 2100-APPLY-ITEM THRU 2100-EXIT
034500     END-IF.
034600     PERFORM 1100-READ-LBOX THRU 1100-EXIT.
034700 2000-EXIT.
034800     EXIT.
034900*------------------------------------------------------------------
035000*  2100-APPLY-ITEM  --  AN ITEM IN A BATCH THAT DID NOT PROVE, OR
035100*  WITH NO POSITIVE AMOUNT, IS UNAPPLIED.  OTHERWISE THE COUPON
035200*  ACCOUNT NUMBER IS TRIED ON THE MASTER FIRST; FAILING THAT, A
035300*  SINGLE ACCOUNT WITH THE REMITTER'S LAST NAME AND ZIP CODE IS
035310*  TAKEN AS THE PAYER.  NO MATCH, OR MORE THAN ONE, IS UNAPPLIED.
035320*  A COUPON NUMBER THAT FAILS ITS CHECK DIGIT IS NOT TRIED ON THE
035330*  MASTER AT ALL.
035500*------------------------------------------------------------------
035600 2100-APPLY-ITEM.
035700     MOVE LBOX-ITEM-BATCH-NO TO WS-BAD-ARG.
035800     PERFORM 8100-FIND-BAD-BATCH THRU 8100-EXIT.
035900     IF WS-BAD-FOUND
036000         MOVE 'BATCH OUT OF BALANCE' TO WS-UNAPPLIED-REASON
036100         PERFORM 2400-WRITE-UNAPPLIED THRU 2400-EXIT
036200         GO TO 2100-EXIT
036300     END-IF.
036400     IF LBOX-CHECK-AMT NOT NUMERIC
036500      OR LBOX-CHECK-AMT = 0
036600         MOVE 'INVALID REMITTANCE AMOUNT' TO WS-UNAPPLIED-REASON
036700         PERFORM 2400-WRITE-UNAPPLIED THRU 2400-EXIT
036800         GO TO 2100-EXIT
036900     END-IF.
037000     MOVE 'N' TO WS-FOUND-SWITCH.
037010     MOVE LBOX-COUPON-ACCT TO WS-CHK-ACCT.
037020     PERFORM 8500-VERIFY-CHECK-DIGIT THRU 8500-EXIT.
037030     IF LBOX-COUPON-ACCT NOT = SPACES
037040      AND WS-CHK-VALID
037200         MOVE LBOX-COUPON-ACCT TO ACCT-NO
037300         READ ACCT-REC
037400             INVALID KEY
037500                 MOVE 'N' TO WS-FOUND-SWITCH
037600             NOT INVALID KEY
037700                 MOVE 'Y' TO WS-FOUND-SWITCH
037800         END-READ
037900     END-IF.
038000     IF WS-ACCOUNT-FOUND
038100         MOVE LBOX-COUPON-ACCT TO WS-MATCH-ACCT
038200         PERFORM 2300-WRITE-CREDIT THRU 2300-EXIT
038300         GO TO 2100-EXIT
038400     END-IF.
038500     PERFORM 2200-MATCH-NAME-ZIP THRU 2200-EXIT.
038600     EVALUATE TRUE
038700         WHEN WS-NAME-HITS = 1
038800             PERFORM 2300-WRITE-CREDIT THRU 2300-EXIT
038900             ADD 1 TO WS-NAME-MATCHES
039000             ADD LBOX-CHECK-AMT TO WS-NAME-MATCH-TOT
039100         WHEN WS-NAME-HITS > 1
039200             MOVE 'NAME/ZIP MATCHES SEVERAL ACCTS'
039300                 TO WS-UNAPPLIED-REASON
039400             PERFORM 2400-WRITE-UNAPPLIED THRU 2400-EXIT
039410         WHEN LBOX-COUPON-ACCT NOT = SPACES
039420          AND NOT WS-CHK-VALID
039430             MOVE 'COUPON ACCT CHECK DIGIT FAILED'
039440                 TO WS-UNAPPLIED-REASON
039450             PERFORM 2400-WRITE-UNAPPLIED THRU 2400-EXIT
039500         WHEN OTHER
039600             MOVE 'NO MATCH ON COUPON OR NAME/ZIP'
039700                 TO WS-UNAPPLIED-REASON
039800             PERFORM 2400-WRITE-UNAPPLIED THRU 2400-EXIT
039900     END-EVALUATE.
040000 2100-EXIT.
040100     EXIT.
040200*------------------------------------------------------------------
040300*  2200-MATCH-NAME-ZIP  --  POSITION ON THE LAST-NAME ALTERNATE
040400*  INDEX AT THE REMITTER'S NAME AND READ EVERY ACCOUNT CARRYING
040500*  IT, COUNTING THOSE WHOSE CLIENT-ZIP IS THE REMITTER'S ZIP.
040600*  WS-MATCH-ACCT HOLDS THE LAST ONE FOUND.
040700*------------------------------------------------------------------
040800 2200-MATCH-NAME-ZIP.
040900     MOVE 0 TO WS-NAME-HITS.
041000     IF LBOX-REMIT-NAME = SPACES
041100      OR LBOX-REMIT-ZIP = SPACES
041200         GO TO 2200-EXIT
041300     END-IF.
041400     MOVE LBOX-REMIT-NAME TO LAST-NAME.
041500     START ACCT-REC KEY IS EQUAL TO LAST-NAME
041600         INVALID KEY
041700             GO TO 2200-EXIT
041800     END-START.
041900     MOVE 'N' TO WS-NAME-EOF-SW.
042000     PERFORM 2210-SCAN-NAME THRU 2210-EXIT
042100         UNTIL WS-NAME-EOF.
042200 2200-EXIT.
042300     EXIT.
042400 2210-SCAN-NAME.
042500     READ ACCT-REC NEXT
042600         AT END
042700             MOVE 'Y' TO WS-NAME-EOF-SW
042800             GO TO 2210-EXIT
042900     END-READ.
043000     IF LAST-NAME NOT = LBOX-REMIT-NAME
043100         MOVE 'Y' TO WS-NAME-EOF-SW
043200         GO TO 2210-EXIT
043300     END-IF.
043400     IF CLIENT-ZIP = LBOX-REMIT-ZIP
043500         ADD 1 TO WS-NAME-HITS
043600         MOVE ACCT-NO TO WS-MATCH-ACCT
043700     END-IF.
043800 2210-EXIT.
043900     EXIT.
044000*------------------------------------------------------------------
044100*  2300-WRITE-CREDIT  --  WRITE THE PAYMENT AS A POSTFLD CREDIT.
044200*  THE POST DATE IS THIS RUN'S DATE, NOT THE BANK'S DEPOSIT DATE:
044300*  THE CREDITS RIDE INTO TONIGHT'S ODEV5 RUN BEHIND THE DAILY
044400*  POSTFILE, AND A PRIOR DEPOSIT DATE ALREADY ON THE COMPLETED-DAY
044500*  LOG WOULD HAVE THE WHOLE POSTING RUN REFUSED.
044600*------------------------------------------------------------------
044700 2300-WRITE-CREDIT.
044750     MOVE SPACES             TO POST-FIELDS.
044800     MOVE WS-MATCH-ACCT      TO POST-ACCT-NO.
044900     MOVE WS-RUN-DATE        TO POST-DATE.
045000     MOVE 'C'                TO POST-DC-CODE.
045100     MOVE LBOX-CHECK-AMT     TO POST-AMOUNT.
045200     MOVE LBOX-ITEM-BATCH-NO TO WS-LM-BATCH-NO.
045300     MOVE LBOX-ITEM-SEQ      TO WS-LM-ITEM-SEQ.
045400     MOVE WS-LBOX-MERCHANT   TO POST-MERCHANT.
045450     MOVE ZERO               TO POST-REF-DATE.
045500     WRITE POST-FIELDS.
045600     ADD 1 TO WS-POSTS-WRITTEN.
045700     ADD LBOX-CHECK-AMT TO WS-POSTS-TOT.
045800 2300-EXIT.
045900     EXIT.
046000 2400-WRITE-UNAPPLIED.
046100     MOVE SPACES              TO UNAP-DETAIL-REC.
046200     MOVE LBOX-ITEM-BATCH-NO  TO UD-BATCH-NO-O.
046300     MOVE LBOX-ITEM-SEQ       TO UD-ITEM-SEQ-O.
046400     MOVE LBOX-COUPON-ACCT    TO UD-COUPON-O.
046500     MOVE LBOX-REMIT-NAME     TO UD-REMIT-NAME-O.
046600     MOVE LBOX-REMIT-ZIP      TO UD-REMIT-ZIP-O.
046700     MOVE LBOX-CHECK-NO       TO UD-CHECK-NO-O.
046800     IF LBOX-CHECK-AMT NUMERIC
046900         MOVE LBOX-CHECK-AMT  TO UD-AMOUNT-O
047000         ADD LBOX-CHECK-AMT   TO WS-UNAPPLIED-TOT
047100     ELSE
047200         MOVE ZERO            TO UD-AMOUNT-O
047300     END-IF.
047400     MOVE WS-UNAPPLIED-REASON TO UD-REASON-O.
047500     WRITE UNAP-REC FROM UNAP-DETAIL-REC.
047600     ADD 1 TO WS-UNAPPLIED.
047700 2400-EXIT.
047800     EXIT.
047900*------------------------------------------------------------------
048000*  8100-FIND-BAD-BATCH  --  SERIAL SCAN OF THE BAD-BATCH TABLE
048100*  FOR THE BATCH NUMBER IN WS-BAD-ARG.
048200*------------------------------------------------------------------
048300 8100-FIND-BAD-BATCH.
048400     MOVE 'N' TO WS-BAD-FOUND-SW.
048500     PERFORM 8110-SCAN-BAD-BATCH THRU 8110-EXIT
048600         VARYING WS-BAD-IX FROM 1 BY 1
048700         UNTIL WS-BAD-IX > WS-BAD-COUNT
048800            OR WS-BAD-FOUND.
048900 8100-EXIT.
049000     EXIT.
049100 8110-SCAN-BAD-BATCH.
049200     IF WS-BAD-BATCH-NO (WS-BAD-IX) = WS-BAD-ARG
049300         MOVE 'Y' TO WS-BAD-FOUND-SW
049400     END-IF.
049500 8110-EXIT.
049600     EXIT.
049602*------------------------------------------------------------------
049604*  8500-VERIFY-CHECK-DIGIT  --  WS-CHK-VALID IF THE ACCOUNT NUMBER
049605*  IN WS-CHK-ACCT CARRIES A GOOD CHECK DIGIT: ITS CHECK SUM (THE
049606*  ODD POSITIONS DOUBLED, LESS 9 WHEN OVER 9, PLUS THE EVEN
049607*  POSITIONS) IS A MULTIPLE OF 10.  A LEGACY NUMBER -- NOT ALL
049608*  DIGITS, OR A BASE BELOW THE FIRST ONE THE INTAKE RUN HANDED
049609*  OUT -- WAS NEVER GIVEN A CHECK DIGIT AND PASSES AS IT STANDS.
049612*------------------------------------------------------------------
049614 8500-VERIFY-CHECK-DIGIT.
049616     MOVE 'Y' TO WS-CHK-VALID-SW.
049618     IF WS-CHK-ACCT NOT NUMERIC
049620         GO TO 8500-EXIT
049622     END-IF.
049623     IF WS-CHK-BASE < WS-CHK-FIRST-BASE
049624         GO TO 8500-EXIT
049625     END-IF.
049626     MOVE 'N' TO WS-CHK-VALID-SW.
049627     MOVE 0 TO WS-CHK-SUM.
049628     PERFORM 8510-ADD-DOUBLED THRU 8510-EXIT
049629         VARYING WS-CHK-IX FROM 1 BY 2
049630         UNTIL WS-CHK-IX > 7.
049632     PERFORM 8520-ADD-SINGLE THRU 8520-EXIT
049634         VARYING WS-CHK-IX FROM 2 BY 2
049636         UNTIL WS-CHK-IX > 8.
049638     DIVIDE WS-CHK-SUM BY 10
049640         GIVING WS-CHK-Q REMAINDER WS-CHK-REM.
049642     IF WS-CHK-REM = 0
049644         MOVE 'Y' TO WS-CHK-VALID-SW
049646     END-IF.
049648 8500-EXIT.
049650     EXIT.
049652 8510-ADD-DOUBLED.
049654     COMPUTE WS-CHK-PRODUCT = WS-CHK-POS (WS-CHK-IX) * 2.
049656     IF WS-CHK-PRODUCT > 9
049658         SUBTRACT 9 FROM WS-CHK-PRODUCT
049660     END-IF.
049662     ADD WS-CHK-PRODUCT TO WS-CHK-SUM.
049664 8510-EXIT.
049666     EXIT.
049668 8520-ADD-SINGLE.
049670     ADD WS-CHK-POS (WS-CHK-IX) TO WS-CHK-SUM.
049672 8520-EXIT.
049674     EXIT.
049700*------------------------------------------------------------------
049800*  9000-TERMINATE  --  PRINT THE RUN TOTALS, WRITE THE CONTROL
049900*  RECORD FOR THE POSTFILE EXTENT AND THE RUN STATISTICS TO THE
050000*  COMMON RUN LOG, CLOSE FILES AND END THE RUN.  ANY UNAPPLIED
050100*  CASH ENDS THE RUN WITH RETURN CODE 4 SO IT IS WORKED TODAY.
050200*------------------------------------------------------------------
050300 9000-TERMINATE.
050400     MOVE 'BATCHES READ..........    ' TO UT-LABEL.
050500     MOVE WS-BATCHES-READ  TO UT-COUNT-O.
050600     MOVE ZERO             TO UT-AMOUNT-O.
050700     WRITE UNAP-REC FROM UNAP-TOTAL-REC.
050800     MOVE 'BATCHES OUT OF BALANCE    ' TO UT-LABEL.
050900     MOVE WS-BAD-COUNT     TO UT-COUNT-O.
051000     MOVE ZERO             TO UT-AMOUNT-O.
051100     WRITE UNAP-REC FROM UNAP-TOTAL-REC.
051200     MOVE 'POSTED AS CREDITS.....    ' TO UT-LABEL.
051300     MOVE WS-POSTS-WRITTEN TO UT-COUNT-O.
051400     MOVE WS-POSTS-TOT     TO UT-AMOUNT-O.
051500     WRITE UNAP-REC FROM UNAP-TOTAL-REC.
051600     MOVE '  OF WHICH BY NAME/ZIP..  ' TO UT-LABEL.
051700     MOVE WS-NAME-MATCHES  TO UT-COUNT-O.
051800     MOVE WS-NAME-MATCH-TOT TO UT-AMOUNT-O.
051900     WRITE UNAP-REC FROM UNAP-TOTAL-REC.
052000     MOVE 'UNAPPLIED CASH........    ' TO UT-LABEL.
052100     MOVE WS-UNAPPLIED     TO UT-COUNT-O.
052200     MOVE WS-UNAPPLIED-TOT TO UT-AMOUNT-O.
052300     WRITE UNAP-REC FROM UNAP-TOTAL-REC.
052400     MOVE WS-RUN-DATE       TO LCTL-RUN-DATE.
052500     MOVE WS-BATCHES-READ   TO LCTL-BATCHES-READ.
052600     MOVE WS-BAD-COUNT      TO LCTL-BATCHES-BAD.
052700     MOVE WS-ITEMS-READ     TO LCTL-ITEMS-READ.
052800     MOVE WS-POSTS-WRITTEN  TO LCTL-POSTS-WRITTEN.
052900     MOVE WS-POSTS-TOT      TO LCTL-POSTS-TOT.
053000     MOVE WS-UNAPPLIED      TO LCTL-UNAPPLIED.
053100     MOVE WS-UNAPPLIED-TOT  TO LCTL-UNAPPLIED-TOT.
053200     WRITE LCTL-FIELDS.
053300     PERFORM 9100-WRITE-RUN-LOG THRU 9100-EXIT.
054400     IF WS-UNAPPLIED > 0
054500         MOVE 4 TO RETURN-CODE
054600     END-IF.
054700     CLOSE ACCT-REC.
054800     CLOSE LBOX-FILE.
054900     CLOSE POST-FILE.
055000     CLOSE LCTL-FILE.
055100     CLOSE UNAP-LINE.
055200 9000-EXIT.
055300     EXIT.
055400*------------------------------------------------------------------
055500*  9100-WRITE-RUN-LOG  --  LOG THE RUN FOR THE ODEV13 CONTROL
055600*  REPORT: UNAPPLIED ITEMS ARE THE REJECTS.  A LOCKBOX FILE
055700*  REFUSED BEFORE ANY CREDIT WAS WRITTEN LOGS ONE REJECT AND
055800*  SAYS SO.
055900*------------------------------------------------------------------
056000 9100-WRITE-RUN-LOG.
056100     OPEN EXTEND RUN-LOG.
056200     MOVE SPACES           TO RLOG-FIELDS.
056300     MOVE 'ODEV21'         TO RLOG-PROGRAM.
056400     MOVE WS-RUN-DATE      TO RLOG-RUN-DATE.
056500     MOVE WS-ITEMS-READ    TO RLOG-RECS-IN.
056600     MOVE WS-POSTS-WRITTEN TO RLOG-RECS-OUT.
056700     MOVE WS-UNAPPLIED     TO RLOG-REJECTS.
056800     MOVE WS-POSTS-TOT     TO RLOG-AMOUNT-TOT.
056900     MOVE 'LOCKBOX PAYMENT INTAKE' TO RLOG-COMMENT.
057000     IF NOT WS-RUN-OK
057100         MOVE 1 TO RLOG-REJECTS
057200         MOVE 'LOCKBOX RUN REFUSED' TO RLOG-COMMENT
057300     END-IF.
057400     WRITE RLOG-FIELDS.
057500     CLOSE RUN-LOG.
057600 9100-EXIT.
057700     EXIT.
