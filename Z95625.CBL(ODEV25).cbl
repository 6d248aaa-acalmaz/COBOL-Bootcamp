000100 IDENTIFICATION DIVISION.
000200*----------------------------------------------------------------*
000300 PROGRAM-ID.    ODEV25.
000400 AUTHOR.        MELIH CALMAZ.
000500 INSTALLATION.  Z95625 BATCH SYSTEMS.
000600 DATE-WRITTEN.  10/15/2026.
000700 DATE-COMPILED.
000800*----------------------------------------------------------------*
000900*  MODIFICATION HISTORY                                           *
001000*----------------------------------------------------------------*
001100*  DATE       INIT  DESCRIPTION                                   *
001200*  10/15/26   MC    INITIAL VERSION.  OPEN DISPUTES AGING REPORT. *
001300*                    DISPUTES OPENED BY THE POSTING RUN SAT ON    *
001400*                    THE DISPUTE FILE WITH NOTHING TO SHOW HOW    *
001500*                    LONG THE MERCHANT HAD BEEN LEFT TO ANSWER.   *
001510*  10/15/26   MC    RUN IS NOW DATED FROM THE BUSINESS-DATE       *
001520*                    CONTROL RECORD (BDATFLD, BUSDATE) INSTEAD OF *
001530*                    THE SYSTEM CLOCK -- NO DATE RECORD, NO RUN.  *
001600*----------------------------------------------------------------*
001700*  THIS PROGRAM READS THE CARDHOLDER DISPUTE FILE (DISPFLD KSDS,  *
001800*  OPENED AND CLOSED BY ODEV5) AND LISTS EVERY DISPUTE STILL      *
001900*  OPEN, OLDEST FIRST, WITH THE DAYS IT HAS BEEN OPEN, ITS        *
002000*  0-30/31-60/61-90/OVER 90 DAY BUCKET AND THE CARDHOLDER NAME    *
002100*  FROM THE ACCT-FIELDS MASTER.  A DISPUTE OPEN OVER 90 DAYS GETS *
002200*  ITS OWN FLAG LINE AND ENDS THE STEP RC 4 SO IT IS CHASED.  THE *
002300*  REPORT CLOSES WITH A COUNT AND AMOUNT FOR EACH BUCKET.  CLOSED *
002400*  DISPUTES ARE PASSED OVER.                                      *
002500*----------------------------------------------------------------*
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900     SELECT ACCT-REC   ASSIGN TO ACCTREC
003000         ORGANIZATION IS INDEXED
003100         ACCESS MODE  IS RANDOM
003200         RECORD KEY   IS ACCT-NO.
003300     SELECT DISP-FILE  ASSIGN TO DISPFILE
003400         ORGANIZATION IS INDEXED
003500         ACCESS MODE  IS SEQUENTIAL
003600         RECORD KEY   IS DISP-KEY.
003700     SELECT AGE-SORT-WORK ASSIGN TO DISPWK.
003800     SELECT RPT-LINE   ASSIGN TO DISPRPT.
003900     SELECT RUN-LOG    ASSIGN TO RUNLOG.
003910     SELECT BUS-DATE   ASSIGN TO BUSDATE.
004000 DATA DIVISION.
004100 FILE SECTION.
004200 FD  ACCT-REC RECORDING MODE F.
004300     COPY ACCTFLD.
004400 FD  DISP-FILE RECORDING MODE F.
004500     COPY DISPFLD.
004600 SD  AGE-SORT-WORK.
004700 01  AGE-SORT-REC.
004800     05  ASR-DAYS-OPEN      PIC S9(5) COMP-3.
004900     05  ASR-ACCT-NO        PIC X(8).
005000     05  ASR-PURCH-DATE     PIC 9(6).
005100     05  ASR-MERCHANT       PIC X(25).
005200     05  ASR-AMOUNT         PIC S9(7)V99 COMP-3.
005300     05  ASR-OPEN-DATE      PIC 9(6).
005400 FD  RPT-LINE RECORDING MODE F.
005500 01  RPT-REC                PIC X(132).
005600 FD  RUN-LOG RECORDING MODE F.
005700     COPY RUNLOG.
005710 FD  BUS-DATE RECORDING MODE F.
005720     COPY BDATFLD.
005800 WORKING-STORAGE SECTION.
005900 01  RPT-HEAD-REC.
006000     05  FILLER             PIC X(34)
006100         VALUE 'OPEN DISPUTES AGING -- DATE '.
006200     05  RH-RUN-DATE-O      PIC 9(6).
006300     05  FILLER             PIC X(92) VALUE SPACES.
006400 01  RPT-COL-REC.
006500     05  FILLER             PIC X(10) VALUE 'ACCOUNT'.
006600     05  FILLER             PIC X(8)  VALUE 'PURCHASE'.
006700     05  FILLER             PIC X(2)  VALUE SPACES.
006800     05  FILLER             PIC X(27) VALUE 'MERCHANT'.
006900     05  FILLER             PIC X(13) VALUE '       AMOUNT'.
007000     05  FILLER             PIC X(2)  VALUE SPACES.
007100     05  FILLER             PIC X(8)  VALUE 'OPENED'.
007200     05  FILLER             PIC X(5)  VALUE ' DAYS'.
007300     05  FILLER             PIC X(2)  VALUE SPACES.
007400     05  FILLER             PIC X(10) VALUE 'BUCKET'.
007500     05  FILLER             PIC X(36) VALUE 'NAME'.
007600     05  FILLER             PIC X(9)  VALUE SPACES.
007700 01  RPT-DETAIL-REC.
007800     05  RD-ACCT-NO-O       PIC X(8).
007900     05  FILLER             PIC X(2)  VALUE SPACES.
008000     05  RD-PURCH-DATE-O    PIC 9(6).
008100     05  FILLER             PIC X(4)  VALUE SPACES.
008200     05  RD-MERCHANT-O      PIC X(25).
008300     05  FILLER             PIC X(2)  VALUE SPACES.
008400     05  RD-AMOUNT-O        PIC $$,$$$,$$9.99.
008500     05  FILLER             PIC X(2)  VALUE SPACES.
008600     05  RD-OPEN-DATE-O     PIC 9(6).
008700     05  FILLER             PIC X(2)  VALUE SPACES.
008800     05  RD-DAYS-O          PIC ZZZZ9.
008900     05  FILLER             PIC X(2)  VALUE SPACES.
009000     05  RD-BUCKET-O        PIC X(8).
009100     05  FILLER             PIC X(2)  VALUE SPACES.
009200     05  RD-LAST-NAME-O     PIC X(20).
009300     05  FILLER             PIC X(1)  VALUE SPACE.
009400     05  RD-FIRST-NAME-O    PIC X(15).
009500     05  FILLER             PIC X(9)  VALUE SPACES.
009600 01  RPT-FLAG-REC.
009700     05  FILLER             PIC X(10) VALUE SPACES.
009800     05  FILLER             PIC X(50)
009900         VALUE '** OPEN OVER 90 DAYS - FOLLOW UP WITH MERCHANT'.
010000     05  FILLER             PIC X(72) VALUE SPACES.
010100 01  RPT-TOTAL-REC.
010200     05  RT-LABEL           PIC X(30).
010300     05  RT-COUNT-O         PIC Z,ZZZ,ZZ9.
010400     05  FILLER             PIC X(2)  VALUE SPACES.
010500     05  RT-AMOUNT-O        PIC $$,$$$,$$$,$$9.99-.
010600     05  FILLER             PIC X(73) VALUE SPACES.
010700 01  WS-SWITCHES.
010800     05  WS-EOF-SWITCH      PIC X(01) VALUE 'N'.
010900         88  WS-EOF                   VALUE 'Y'.
011000     05  WS-SORT-EOF-SW     PIC X(01) VALUE 'N'.
011100         88  WS-SORT-EOF              VALUE 'Y'.
011200 01  WS-COUNTERS.
011300     05  WS-DISP-READ       PIC 9(07) COMP VALUE 0.
011400     05  WS-OPEN-COUNT      PIC 9(07) COMP VALUE 0.
011500     05  WS-NOT-ON-MASTER   PIC 9(07) COMP VALUE 0.
011600 01  WS-MONEY-TOTALS.
011700     05  WS-OPEN-TOT        PIC S9(11)V99 COMP-3 VALUE 0.
011800*  COUNT AND AMOUNT FOR EACH AGE BUCKET, 0-30, 31-60, 61-90 AND
011900*  OVER 90 DAYS OPEN.
012000 01  WS-BUCKET-VALUES.
012100     05  FILLER             PIC X(30)
012200         VALUE 'OPEN 0-30 DAYS................'.
012300     05  FILLER             PIC X(30)
012400         VALUE 'OPEN 31-60 DAYS...............'.
012500     05  FILLER             PIC X(30)
012600         VALUE 'OPEN 61-90 DAYS...............'.
012700     05  FILLER             PIC X(30)
012800         VALUE 'OPEN OVER 90 DAYS.............'.
012900 01  WS-BUCKET-LABELS REDEFINES WS-BUCKET-VALUES.
013000     05  WS-BUCKET-LABEL    OCCURS 4 TIMES PIC X(30).
013100 01  WS-BUCKET-TOTALS.
013200     05  WS-BUCKET-ENTRY    OCCURS 4 TIMES.
013300         10  WS-BUCKET-COUNT  PIC 9(07) COMP.
013400         10  WS-BUCKET-AMT    PIC S9(11)V99 COMP-3.
013500 77  WS-BUCKET-IX           PIC 9(3) COMP.
013600*  AGING USES AN APPROXIMATE SERIAL DAY IN CALENDAR DAYS
013700*  (YEARS AT 365, MONTHS AT 30).
013800 01  WS-DATE-FIELDS.
013900     05  WS-DATE-ARG        PIC 9(6).
014000     05  WS-DATE-ARG-R REDEFINES WS-DATE-ARG.
014100         10  WS-DATE-YY     PIC 9(2).
014200         10  WS-DATE-MM     PIC 9(2).
014300         10  WS-DATE-DD     PIC 9(2).
014400     05  WS-DATE-SERIAL     PIC S9(7) COMP.
014500     05  WS-RUN-SERIAL      PIC S9(7) COMP.
014600     05  WS-DAYS-OPEN       PIC S9(7) COMP.
014700 77  WS-RUN-DATE            PIC 9(6).
014710 77  WS-BDATE-SW            PIC X(01) VALUE 'N'.
014720     88  WS-BDATE-FOUND               VALUE 'Y'.
014800*------------------------------------------------------------------
014900 PROCEDURE DIVISION.
015000*------------------------------------------------------------------
015100 0000-MAINLINE.
015110     PERFORM 0100-GET-BUS-DATE THRU 0100-EXIT.
015120     IF NOT WS-BDATE-FOUND
015130         GOBACK
015140     END-IF.
015200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
015300     SORT AGE-SORT-WORK
015400         ON DESCENDING KEY ASR-DAYS-OPEN
015500         ON ASCENDING KEY ASR-ACCT-NO
015600         ON ASCENDING KEY ASR-PURCH-DATE
015700         INPUT PROCEDURE IS 2000-SELECT-OPEN
015800         OUTPUT PROCEDURE IS 3000-PRINT-REPORT.
015900     PERFORM 9000-TERMINATE THRU 9000-EXIT.
016000     GOBACK.
016002*------------------------------------------------------------------
016004*  0100-GET-BUS-DATE  --  READ THE BUSINESS DATE THIS RUN IS FOR
016006*  FROM THE DATE RECORD AT THE HEAD OF BUSDATE.  ONLY THE END-OF-
016008*  DAY ROLL (ODEV27) MOVES IT, SO A RERUN OR A RUN THAT CROSSES
016010*  MIDNIGHT STILL BELONGS TO THE SAME PROCESSING DAY.  NO DATE
016012*  RECORD, NO RUN.
016014*------------------------------------------------------------------
016016 0100-GET-BUS-DATE.
016018     OPEN INPUT BUS-DATE.
016020     READ BUS-DATE
016022         AT END
016024             MOVE SPACES TO BDT-FIELDS
016026     END-READ.
016028     CLOSE BUS-DATE.
016030     IF NOT BDT-DATE-REC
016032        OR BDT-CURR-DATE NOT NUMERIC
016034         DISPLAY 'ODEV25 ERROR - NO BUSINESS DATE RECORD ON '
016036             'BUSDATE'
016038         MOVE 16 TO RETURN-CODE
016040         GO TO 0100-EXIT
016042     END-IF.
016044     MOVE BDT-CURR-DATE TO WS-RUN-DATE.
016046     MOVE 'Y' TO WS-BDATE-SW.
016048 0100-EXIT.
016050     EXIT.
016100*------------------------------------------------------------------
016200*  1000-INITIALIZE  --  FIX THE RUN DATE THE DISPUTES ARE AGED
016300*  AGAINST.
016400*------------------------------------------------------------------
016500 1000-INITIALIZE.
016700     MOVE WS-RUN-DATE TO WS-DATE-ARG.
016800     PERFORM 8000-DATE-TO-SERIAL THRU 8000-EXIT.
016900     MOVE WS-DATE-SERIAL TO WS-RUN-SERIAL.
017000     INITIALIZE WS-BUCKET-TOTALS.
017100 1000-EXIT.
017200     EXIT.
017300*------------------------------------------------------------------
017400*  2000-SELECT-OPEN  --  SORT INPUT PROCEDURE.  RELEASES EVERY
017500*  DISPUTE STILL OPEN WITH THE DAYS SINCE IT WAS OPENED.
017600*------------------------------------------------------------------
017700 2000-SELECT-OPEN.
017800     OPEN INPUT DISP-FILE.
017900     PERFORM 2100-READ-DISPUTE THRU 2100-EXIT
018000         UNTIL WS-EOF.
018100     CLOSE DISP-FILE.
018200 2000-EXIT.
018300     EXIT.
018400 2100-READ-DISPUTE.
018500     READ DISP-FILE
018600         AT END
018700             MOVE 'Y' TO WS-EOF-SWITCH
018800             GO TO 2100-EXIT
018900     END-READ.
019000     ADD 1 TO WS-DISP-READ.
019100     IF NOT DISP-OPEN
019200         GO TO 2100-EXIT
019300     END-IF.
019400     MOVE DISP-OPEN-DATE TO WS-DATE-ARG.
019500     PERFORM 8000-DATE-TO-SERIAL THRU 8000-EXIT.
019600     COMPUTE WS-DAYS-OPEN = WS-RUN-SERIAL - WS-DATE-SERIAL.
019700     IF WS-DAYS-OPEN < ZERO
019800         MOVE ZERO TO WS-DAYS-OPEN
019900     END-IF.
020000     MOVE WS-DAYS-OPEN    TO ASR-DAYS-OPEN.
020100     MOVE DISP-ACCT-NO    TO ASR-ACCT-NO.
020200     MOVE DISP-PURCH-DATE TO ASR-PURCH-DATE.
020300     MOVE DISP-MERCHANT   TO ASR-MERCHANT.
020400     MOVE DISP-AMOUNT     TO ASR-AMOUNT.
020500     MOVE DISP-OPEN-DATE  TO ASR-OPEN-DATE.
020600     RELEASE AGE-SORT-REC.
020700 2100-EXIT.
020800     EXIT.
020900*------------------------------------------------------------------
021000*  3000-PRINT-REPORT  --  SORT OUTPUT PROCEDURE.  PRINTS THE OPEN
021100*  DISPUTES OLDEST FIRST WITH THEIR BUCKET, A FLAG LINE UNDER
021200*  ANYTHING OVER 90 DAYS, THEN THE BUCKET TOTALS.
021300*------------------------------------------------------------------
021400 3000-PRINT-REPORT.
021500     OPEN INPUT  ACCT-REC.
021600     OPEN OUTPUT RPT-LINE.
021700     MOVE WS-RUN-DATE TO RH-RUN-DATE-O.
021800     WRITE RPT-REC FROM RPT-HEAD-REC.
021900     WRITE RPT-REC FROM RPT-COL-REC.
022000     PERFORM 3100-RETURN-ONE THRU 3100-EXIT.
022100     PERFORM 3200-PRINT-ONE THRU 3200-EXIT
022200         UNTIL WS-SORT-EOF.
022300     PERFORM 3300-PRINT-BUCKET THRU 3300-EXIT
022400         VARYING WS-BUCKET-IX FROM 1 BY 1
022500         UNTIL WS-BUCKET-IX > 4.
022600     MOVE 'OPEN DISPUTES.................' TO RT-LABEL.
022700     MOVE WS-OPEN-COUNT TO RT-COUNT-O.
022800     MOVE WS-OPEN-TOT   TO RT-AMOUNT-O.
022900     WRITE RPT-REC FROM RPT-TOTAL-REC.
023000     CLOSE ACCT-REC.
023100     CLOSE RPT-LINE.
023200 3000-EXIT.
023300     EXIT.
023400 3100-RETURN-ONE.
023500     RETURN AGE-SORT-WORK
023600         AT END MOVE 'Y' TO WS-SORT-EOF-SW
023700     END-RETURN.
023800 3100-EXIT.
023900     EXIT.
024000*  THE NAME COMES OFF THE LIVE MASTER; A DISPUTE ON AN ACCOUNT
024100*  SINCE REMOVED STILL PRINTS, WITH NO NAME, AND IS NOTED ON
024200*  SYSOUT.
024300 3200-PRINT-ONE.
024400     EVALUATE TRUE
024500         WHEN ASR-DAYS-OPEN NOT > 30
024600             MOVE 1 TO WS-BUCKET-IX
024700             MOVE '0-30'     TO RD-BUCKET-O
024800         WHEN ASR-DAYS-OPEN NOT > 60
024900             MOVE 2 TO WS-BUCKET-IX
025000             MOVE '31-60'    TO RD-BUCKET-O
025100         WHEN ASR-DAYS-OPEN NOT > 90
025200             MOVE 3 TO WS-BUCKET-IX
025300             MOVE '61-90'    TO RD-BUCKET-O
025400         WHEN OTHER
025500             MOVE 4 TO WS-BUCKET-IX
025600             MOVE 'OVER 90'  TO RD-BUCKET-O
025700     END-EVALUATE.
025800     MOVE ASR-ACCT-NO     TO RD-ACCT-NO-O.
025900     MOVE ASR-PURCH-DATE  TO RD-PURCH-DATE-O.
026000     MOVE ASR-MERCHANT    TO RD-MERCHANT-O.
026100     MOVE ASR-AMOUNT      TO RD-AMOUNT-O.
026200     MOVE ASR-OPEN-DATE   TO RD-OPEN-DATE-O.
026300     MOVE ASR-DAYS-OPEN   TO RD-DAYS-O.
026400     MOVE ASR-ACCT-NO     TO ACCT-NO.
026500     READ ACCT-REC
026600         INVALID KEY
026700             DISPLAY 'ODEV25 WARNING - DISPUTE ON ACCOUNT '
026800                 ASR-ACCT-NO ' NOT ON ACCOUNT MASTER'
026900             ADD 1 TO WS-NOT-ON-MASTER
027000             MOVE SPACES     TO RD-LAST-NAME-O
027100             MOVE SPACES     TO RD-FIRST-NAME-O
027200         NOT INVALID KEY
027300             MOVE LAST-NAME  TO RD-LAST-NAME-O
027400             MOVE FIRST-NAME TO RD-FIRST-NAME-O
027500     END-READ.
027600     WRITE RPT-REC FROM RPT-DETAIL-REC.
027700     IF ASR-DAYS-OPEN > 90
027800         WRITE RPT-REC FROM RPT-FLAG-REC
027900     END-IF.
028000     ADD 1 TO WS-BUCKET-COUNT (WS-BUCKET-IX).
028100     ADD ASR-AMOUNT TO WS-BUCKET-AMT (WS-BUCKET-IX).
028200     ADD 1 TO WS-OPEN-COUNT.
028300     ADD ASR-AMOUNT TO WS-OPEN-TOT.
028400     PERFORM 3100-RETURN-ONE THRU 3100-EXIT.
028500 3200-EXIT.
028600     EXIT.
028700 3300-PRINT-BUCKET.
028800     MOVE WS-BUCKET-LABEL (WS-BUCKET-IX) TO RT-LABEL.
028900     MOVE WS-BUCKET-COUNT (WS-BUCKET-IX) TO RT-COUNT-O.
029000     MOVE WS-BUCKET-AMT (WS-BUCKET-IX)   TO RT-AMOUNT-O.
029100     WRITE RPT-REC FROM RPT-TOTAL-REC.
029200 3300-EXIT.
029300     EXIT.
029400*------------------------------------------------------------------
029500*  8000-DATE-TO-SERIAL  --  CONVERT THE YYMMDD DATE IN
029600*  WS-DATE-ARG TO THE APPROXIMATE SERIAL DAY IN WS-DATE-SERIAL.
029700*------------------------------------------------------------------
029800 8000-DATE-TO-SERIAL.
029900     COMPUTE WS-DATE-SERIAL = (WS-DATE-YY * 365)
030000                            + (WS-DATE-MM * 30)
030100                            + WS-DATE-DD.
030200 8000-EXIT.
030300     EXIT.
030400*------------------------------------------------------------------
030500*  9000-TERMINATE  --  RUN-STATISTICS RECORD.  A DISPUTE OPEN
030600*  OVER 90 DAYS ENDS THE STEP RC 4 SO OPERATIONS PASSES THE
030700*  REPORT ON.
030800*------------------------------------------------------------------
030900 9000-TERMINATE.
031000     IF WS-BUCKET-COUNT (4) > 0
031100         DISPLAY 'ODEV25 WARNING - ' WS-BUCKET-COUNT (4)
031200             ' DISPUTES OPEN OVER 90 DAYS'
031300         MOVE 4 TO RETURN-CODE
031400     END-IF.
031500     OPEN EXTEND RUN-LOG.
031600     MOVE SPACES             TO RLOG-FIELDS.
031700     MOVE 'ODEV25'           TO RLOG-PROGRAM.
031800     MOVE WS-RUN-DATE        TO RLOG-RUN-DATE.
031900     MOVE WS-DISP-READ       TO RLOG-RECS-IN.
032000     MOVE WS-OPEN-COUNT      TO RLOG-RECS-OUT.
032100     MOVE WS-NOT-ON-MASTER   TO RLOG-REJECTS.
032200     MOVE WS-OPEN-TOT        TO RLOG-AMOUNT-TOT.
032300     MOVE 'OPEN DISPUTES AGING' TO RLOG-COMMENT.
032400     WRITE RLOG-FIELDS.
032500     CLOSE RUN-LOG.
032600 9000-EXIT.
032700     EXIT.
