000100 IDENTIFICATION DIVISION.
000200*----------------------------------------------------------------*
000300 PROGRAM-ID.    ODEV26.
000400 AUTHOR.        MELIH CALMAZ.
000500 INSTALLATION.  Z95625 BATCH SYSTEMS.
000600 DATE-WRITTEN.  10/15/2026.
000700 DATE-COMPILED.
000800*----------------------------------------------------------------*
000900*  MODIFICATION HISTORY                                           *
001000*----------------------------------------------------------------*
001100*  DATE       INIT  DESCRIPTION                                   *
001200*  10/15/26   MC    INITIAL VERSION.  NIGHTLY JOURNAL HISTORY     *
001300*                    LOAD.  EVERY PROGRAM THAT NEEDED AN          *
001400*                    ACCOUNT'S MOVEMENTS RE-SORTED THE MONTH OF   *
001500*                    CONCATENATED DAILY JOURNALS ON ITS OWN WORK  *
001600*                    FILES, AND THE MONTH-END WINDOW GREW WITH    *
001700*                    EVERY DAY OF VOLUME.                         *
001710*  10/15/26   MC    RUN IS NOW DATED FROM THE BUSINESS-DATE       *
001720*                    CONTROL RECORD (BDATFLD, BUSDATE) INSTEAD OF *
001730*                    THE SYSTEM CLOCK -- NO DATE RECORD, NO RUN.  *
001800*----------------------------------------------------------------*
001900*  THIS PROGRAM RUNS EACH NIGHT AFTER THE POSTING RUN (ODEV5) AND *
002000*  THE SUSPENSE RE-PRESENTMENT (ODEV15).  IT LOADS THE DAY'S      *
002100*  ODEV5 JOURNAL AND THE ODEV15 JRNLOUT JOURNAL INTO THE JOURNAL  *
002200*  HISTORY KSDS (JHSTFLD, KEYED ACCOUNT, POST DATE AND SEQUENCE), *
002300*  WHICH THE INQUIRY, STATEMENT, FINANCE CHARGE, DELINQUENCY,     *
002400*  MERCHANT SUMMARY AND CREDIT LINE REVIEW RUNS READ BY KEY.      *
002500*  THE DAY LOADED IS THE POSTING RUN DATE ON THE POSTING CONTROL  *
002600*  RECORD (PSTCTL).  A DAY ALREADY ON THE HISTORY DAY LOG         *
002700*  (JHDAYLOG) IS REFUSED RC 16, SO NO MOVEMENT IS EVER IN THE     *
002800*  HISTORY TWICE.  THE LOAD IS RESTARTABLE: EACH MOVEMENT'S KEY   *
002900*  IS BUILT FROM THE POSTING DATE AND ITS POSITION IN THE DAY'S   *
003000*  JOURNALS, SO A RERUN AFTER A FAILURE FINDS WHAT THE DEAD RUN   *
003100*  ALREADY WROTE ON ITS OWN KEY AND PASSES OVER IT.  THE DAY IS   *
003200*  ONLY LOGGED ONCE THE LOAD IS COMPLETE.                         *
003300*  ON THE FIRST LOAD OF A NEW MONTH THE AGED MONTHS ARE ROLLED    *
003400*  OFF: MOVEMENTS POSTED BEFORE THE SYSIN RETENTION PERIOD        *
003500*  (MONTHS BEFORE THE LOAD MONTH, DEFAULT 13) ARE DELETED.        *
003600*----------------------------------------------------------------*
003700 ENVIRONMENT DIVISION.
003800 INPUT-OUTPUT SECTION.
003900 FILE-CONTROL.
004000     SELECT PCTL-FILE    ASSIGN TO POSTCTL.
004100     SELECT JRNL-FILE    ASSIGN TO JRNLFILE.
004200     SELECT REPR-FILE    ASSIGN TO JRNLREP.
004300     SELECT JHST-FILE    ASSIGN TO JHSTFILE
004400         ORGANIZATION IS INDEXED
004500         ACCESS MODE  IS DYNAMIC
004600         RECORD KEY   IS JHST-KEY.
004700     SELECT JHDAY-LOG    ASSIGN TO JHDAYLOG.
004800     SELECT JHST-LINE    ASSIGN TO JHSTRPT.
004900     SELECT RUN-LOG      ASSIGN TO RUNLOG.
004910     SELECT BUS-DATE     ASSIGN TO BUSDATE.
005000 DATA DIVISION.
005100 FILE SECTION.
005200 FD  PCTL-FILE RECORDING MODE F.
005300     COPY PSTCTL.
005400 FD  JRNL-FILE RECORDING MODE F.
005500     COPY JRNLFLD.
005600*  REPR-FILE IS THE ODEV15 JRNLOUT EXTENT: HELD POSTS APPLIED.
005700 FD  REPR-FILE RECORDING MODE F.
005800     COPY JRNLFLD REPLACING JRNL-FIELDS BY REPR-REC.
005900 FD  JHST-FILE RECORDING MODE F.
006000     COPY JHSTFLD.
006100*  JHDAY-LOG IS THE CARRIED LOG OF POSTING DATES ALREADY LOADED.
006200 FD  JHDAY-LOG RECORDING MODE F.
006300 01  JHDAY-REC.
006400     05  JHDAY-POST-DATE    PIC 9(6).
006500     05  JHDAY-RUN-DATE     PIC 9(6).
006600 FD  JHST-LINE RECORDING MODE F.
006700 01  JHST-RPT-REC           PIC X(100).
006800 FD  RUN-LOG RECORDING MODE F.
006900     COPY RUNLOG.
006910 FD  BUS-DATE RECORDING MODE F.
006920     COPY BDATFLD.
007000 WORKING-STORAGE SECTION.
007100 01  JH-HEAD-REC.
007200     05  FILLER             PIC X(37)
007300         VALUE 'JOURNAL HISTORY LOAD -- POSTING DATE '.
007400     05  JH-POST-DATE-O     PIC 9(6).
007500     05  FILLER             PIC X(57) VALUE SPACES.
007600 01  JH-COUNT-REC.
007700     05  JC-LABEL           PIC X(34).
007800     05  JC-COUNT-O         PIC Z,ZZZ,ZZ9.
007900     05  FILLER             PIC X(57) VALUE SPACES.
008000 01  JH-MONEY-REC.
008100     05  JM-LABEL           PIC X(34).
008200     05  JM-AMOUNT-O        PIC $$,$$$,$$$,$$9.99-.
008300     05  FILLER             PIC X(48) VALUE SPACES.
008400 01  JH-STATUS-REC.
008500     05  JS-MESSAGE         PIC X(60).
008600     05  FILLER             PIC X(40) VALUE SPACES.
008700 01  WS-SWITCHES.
008800     05  WS-EOF-SWITCH      PIC X(01) VALUE 'N'.
008900         88  WS-EOF                   VALUE 'Y'.
009000     05  WS-RUN-OK-SW       PIC X(01) VALUE 'Y'.
009100         88  WS-RUN-OK                VALUE 'Y'.
009200     05  WS-CTL-FOUND-SW    PIC X(01) VALUE 'N'.
009300         88  WS-CTL-FOUND             VALUE 'Y'.
009400 01  WS-COUNTERS.
009500     05  WS-JRNL-READ       PIC 9(07) COMP VALUE 0.
009600     05  WS-REPR-READ       PIC 9(07) COMP VALUE 0.
009700     05  WS-LOADED          PIC 9(07) COMP VALUE 0.
009800     05  WS-RELOADED        PIC 9(07) COMP VALUE 0.
009900     05  WS-ROLLED-OFF      PIC 9(07) COMP VALUE 0.
010000 01  WS-MONEY-TOTALS.
010100     05  WS-DEBIT-TOT       PIC S9(11)V99 COMP-3 VALUE 0.
010200     05  WS-CREDIT-TOT      PIC S9(11)V99 COMP-3 VALUE 0.
010300*  POSITION OF EACH MOVEMENT IN THE NIGHT'S LOAD: THE ODEV5
010400*  JOURNAL FIRST, THEN THE ODEV15 JOURNAL, EACH IN FILE ORDER.
010500*  A RERUN READS THE SAME FILES IN THE SAME ORDER AND SO BUILDS
010600*  THE SAME KEYS.
010700 77  WS-LOAD-SEQ            PIC 9(7) COMP VALUE 0.
010800*  RETENTION IN MONTHS FROM SYSIN (FIRST LINE, TWO DIGITS).
010900*  MOVEMENTS POSTED IN THE LOAD MONTH AND THE RETENTION MONTHS
011000*  BEFORE IT ARE KEPT.  BLANK TAKES THE DEFAULT OF 13, SO A FULL
011100*  YEAR BACK FROM LAST MONTH IS ALWAYS ON FILE.
011200 01  WS-PARM-FIELDS.
011300     05  WS-RETAIN-IN       PIC X(2).
011400     05  WS-RETAIN          PIC 9(2) VALUE 13.
011500*  THE ROLL-OFF CUTOFF IS THE FIRST OF THE MONTH THE RETENTION
011600*  PERIOD STARTS IN; ANYTHING POSTED BEFORE IT IS DELETED.  IT
011700*  ONLY RUNS WHEN THE LOAD MONTH DIFFERS FROM THE MONTH OF THE
011800*  LAST DAY ON THE LOG, I.E. ONCE A MONTH.
011900 01  WS-ROLL-FIELDS.
012000     05  WS-LAST-LOADED     PIC 9(6) VALUE 0.
012100     05  WS-LAST-LOADED-R REDEFINES WS-LAST-LOADED.
012200         10  WS-LAST-YYMM   PIC 9(4).
012300         10  FILLER         PIC 9(2).
012400     05  WS-LOAD-DATE       PIC 9(6).
012500     05  WS-LOAD-DATE-R REDEFINES WS-LOAD-DATE.
012600         10  WS-LOAD-YYMM   PIC 9(4).
012700         10  FILLER         PIC 9(2).
012800     05  WS-LOAD-DATE-R2 REDEFINES WS-LOAD-DATE.
012900         10  WS-LOAD-YY     PIC 9(2).
013000         10  WS-LOAD-MM     PIC 9(2).
013100         10  FILLER         PIC 9(2).
013200     05  WS-CUTOFF-DATE     PIC 9(6).
013300     05  WS-CUTOFF-DATE-R REDEFINES WS-CUTOFF-DATE.
013400         10  WS-CUTOFF-YY   PIC 9(2).
013500         10  WS-CUTOFF-MM   PIC 9(2).
013600         10  WS-CUTOFF-DD   PIC 9(2).
013700     05  WS-MONTH-NO        PIC S9(5) COMP.
013800     05  WS-MONTH-REM       PIC S9(5) COMP.
013900 77  WS-RUN-DATE            PIC 9(6).
013910 77  WS-BDATE-SW            PIC X(01) VALUE 'N'.
013920     88  WS-BDATE-FOUND               VALUE 'Y'.
014000*------------------------------------------------------------------
014100 PROCEDURE DIVISION.
014200*------------------------------------------------------------------
014300 0000-MAINLINE.
014310     PERFORM 0100-GET-BUS-DATE THRU 0100-EXIT.
014320     IF NOT WS-BDATE-FOUND
014330         GOBACK
014340     END-IF.
014400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
014500     IF WS-RUN-OK
014600         PERFORM 2000-LOAD-DAY THRU 2000-EXIT
014700         PERFORM 3000-ROLL-OFF THRU 3000-EXIT
014800         PERFORM 4000-LOG-DAY THRU 4000-EXIT
014900     END-IF.
015000     PERFORM 9000-TERMINATE THRU 9000-EXIT.
015100     GOBACK.
015102*------------------------------------------------------------------
015104*  0100-GET-BUS-DATE  --  READ THE BUSINESS DATE THIS RUN IS FOR
015106*  FROM THE DATE RECORD AT THE HEAD OF BUSDATE.  ONLY THE END-OF-
015108*  DAY ROLL (ODEV27) MOVES IT, SO A RERUN OR A RUN THAT CROSSES
015110*  MIDNIGHT STILL BELONGS TO THE SAME PROCESSING DAY.  NO DATE
015112*  RECORD, NO RUN.
015114*------------------------------------------------------------------
015116 0100-GET-BUS-DATE.
015118     OPEN INPUT BUS-DATE.
015120     READ BUS-DATE
015122         AT END
015124             MOVE SPACES TO BDT-FIELDS
015126     END-READ.
015128     CLOSE BUS-DATE.
015130     IF NOT BDT-DATE-REC
015132        OR BDT-CURR-DATE NOT NUMERIC
015134         DISPLAY 'ODEV26 ERROR - NO BUSINESS DATE RECORD ON '
015136             'BUSDATE'
015138         MOVE 16 TO RETURN-CODE
015140         GO TO 0100-EXIT
015142     END-IF.
015144     MOVE BDT-CURR-DATE TO WS-RUN-DATE.
015146     MOVE 'Y' TO WS-BDATE-SW.
015148 0100-EXIT.
015150     EXIT.
015200*------------------------------------------------------------------
015300*  1000-INITIALIZE  --  TAKE THE RETENTION FROM SYSIN, READ THE
015400*  POSTING CONTROL RECORD FOR THE DAY TO LOAD AND MAKE SURE IT
015500*  HAS NOT ALREADY BEEN LOADED.  A POSTING RUN THAT WROTE NO
015600*  CONTROL RECORD DID NOT COMPLETE, SO THERE IS NOTHING TO LOAD.
015700*------------------------------------------------------------------
015800 1000-INITIALIZE.
016000     ACCEPT WS-RETAIN-IN.
016100     IF WS-RETAIN-IN NOT = SPACES
016200         IF WS-RETAIN-IN NUMERIC
016300          AND WS-RETAIN-IN NOT = '00'
016400             MOVE WS-RETAIN-IN TO WS-RETAIN
016500         ELSE
016600             DISPLAY 'ODEV26 WARNING - RETENTION PARM '''
016700                 WS-RETAIN-IN ''' NOT A 2-DIGIT NUMBER OF '
016800                 'MONTHS, USING 13'
016900         END-IF
017000     END-IF.
017100     OPEN OUTPUT JHST-LINE.
017200     OPEN INPUT  PCTL-FILE.
017300     READ PCTL-FILE
017400         AT END
017500             MOVE 'N' TO WS-CTL-FOUND-SW
017600         NOT AT END
017700             MOVE 'Y' TO WS-CTL-FOUND-SW
017800     END-READ.
017900     CLOSE PCTL-FILE.
018000     IF NOT WS-CTL-FOUND
018100         MOVE 'NO CONTROL RECORD FROM POSTING RUN' TO JS-MESSAGE
018200         WRITE JHST-RPT-REC FROM JH-STATUS-REC
018300         DISPLAY 'ODEV26 ERROR - NO CONTROL RECORD FROM '
018400             'POSTING RUN, NOTHING LOADED'
018500         MOVE 'N' TO WS-RUN-OK-SW
018600         GO TO 1000-EXIT
018700     END-IF.
018800     MOVE PCTL-RUN-DATE TO WS-LOAD-DATE.
018900     MOVE PCTL-RUN-DATE TO JH-POST-DATE-O.
019000     WRITE JHST-RPT-REC FROM JH-HEAD-REC.
019100     PERFORM 1300-VERIFY-NOT-LOADED THRU 1300-EXIT.
019200 1000-EXIT.
019300     EXIT.
019400*------------------------------------------------------------------
019500*  1300-VERIFY-NOT-LOADED  --  THE HISTORY DAY LOG IS SCANNED FOR
019600*  THE POSTING RUN DATE.  A DAY ALREADY LOADED IS REFUSED RC 16
019700*  -- LOADING IT AGAIN WOULD DOUBLE EVERY MOVEMENT IN IT.  THE
019800*  LAST DAY ON THE LOG IS KEPT FOR THE MONTH ROLL-OFF TEST.
019900*------------------------------------------------------------------
020000 1300-VERIFY-NOT-LOADED.
020100     OPEN INPUT JHDAY-LOG.
020200     MOVE 'N' TO WS-EOF-SWITCH.
020300     PERFORM 1310-READ-JHDAY THRU 1310-EXIT
020400         UNTIL WS-EOF.
020500     CLOSE JHDAY-LOG.
020600 1300-EXIT.
020700     EXIT.
020800 1310-READ-JHDAY.
020900     READ JHDAY-LOG
021000         AT END
021100             MOVE 'Y' TO WS-EOF-SWITCH
021200             GO TO 1310-EXIT
021300     END-READ.
021400     MOVE JHDAY-POST-DATE TO WS-LAST-LOADED.
021500     IF JHDAY-POST-DATE = PCTL-RUN-DATE
021600         MOVE 'N' TO WS-RUN-OK-SW
021700         MOVE 'POSTING DATE ALREADY LOADED TO THE HISTORY'
021800             TO JS-MESSAGE
021900         WRITE JHST-RPT-REC FROM JH-STATUS-REC
022000         DISPLAY 'ODEV26 ERROR - POSTING DATE ' PCTL-RUN-DATE
022100             ' ALREADY LOADED ON ' JHDAY-RUN-DATE ', RUN REFUSED'
022200     END-IF.
022300 1310-EXIT.
022400     EXIT.
022500*------------------------------------------------------------------
022600*  2000-LOAD-DAY  --  THE ODEV5 JOURNAL, THEN THE ODEV15 JOURNAL,
022700*  EACH MOVEMENT WRITTEN TO THE HISTORY UNDER ITS ACCOUNT AND
022800*  POST DATE.
022900*------------------------------------------------------------------
023000 2000-LOAD-DAY.
023100     OPEN I-O   JHST-FILE.
023200     OPEN INPUT JRNL-FILE.
023300     MOVE 'N' TO WS-EOF-SWITCH.
023400     PERFORM 2100-LOAD-JOURNAL THRU 2100-EXIT
023500         UNTIL WS-EOF.
023600     CLOSE JRNL-FILE.
023700     OPEN INPUT REPR-FILE.
023800     MOVE 'N' TO WS-EOF-SWITCH.
023900     PERFORM 2200-LOAD-REPRESENTED THRU 2200-EXIT
024000         UNTIL WS-EOF.
024100     CLOSE REPR-FILE.
024200 2000-EXIT.
024300     EXIT.
024400 2100-LOAD-JOURNAL.
024500     READ JRNL-FILE
024600         AT END
024700             MOVE 'Y' TO WS-EOF-SWITCH
024800             GO TO 2100-EXIT
024900     END-READ.
025000     ADD 1 TO WS-JRNL-READ.
025100     MOVE SPACES                          TO JHST-FIELDS.
025200     MOVE JRNL-ACCT-NO OF JRNL-FIELDS     TO JHST-ACCT-NO.
025300     MOVE JRNL-POST-DATE OF JRNL-FIELDS   TO JHST-POST-DATE.
025400     MOVE JRNL-DC-CODE OF JRNL-FIELDS     TO JHST-DC-CODE.
025500     MOVE JRNL-AMOUNT OF JRNL-FIELDS      TO JHST-AMOUNT.
025600     MOVE JRNL-MERCHANT OF JRNL-FIELDS    TO JHST-MERCHANT.
025700     MOVE JRNL-NEW-BALANCE OF JRNL-FIELDS TO JHST-NEW-BALANCE.
025800     MOVE 'P'                             TO JHST-SOURCE.
025900     PERFORM 2300-WRITE-HISTORY THRU 2300-EXIT.
026000 2100-EXIT.
026100     EXIT.
026200 2200-LOAD-REPRESENTED.
026300     READ REPR-FILE
026400         AT END
026500             MOVE 'Y' TO WS-EOF-SWITCH
026600             GO TO 2200-EXIT
026700     END-READ.
026800     ADD 1 TO WS-REPR-READ.
026900     MOVE SPACES                          TO JHST-FIELDS.
027000     MOVE JRNL-ACCT-NO OF REPR-REC        TO JHST-ACCT-NO.
027100     MOVE JRNL-POST-DATE OF REPR-REC      TO JHST-POST-DATE.
027200     MOVE JRNL-DC-CODE OF REPR-REC        TO JHST-DC-CODE.
027300     MOVE JRNL-AMOUNT OF REPR-REC         TO JHST-AMOUNT.
027400     MOVE JRNL-MERCHANT OF REPR-REC       TO JHST-MERCHANT.
027500     MOVE JRNL-NEW-BALANCE OF REPR-REC    TO JHST-NEW-BALANCE.
027600     MOVE 'S'                             TO JHST-SOURCE.
027700     PERFORM 2300-WRITE-HISTORY THRU 2300-EXIT.
027800 2200-EXIT.
027900     EXIT.
028000*------------------------------------------------------------------
028100*  2300-WRITE-HISTORY  --  KEY THE MOVEMENT BY THE DAY BEING
028200*  LOADED AND ITS POSITION IN THE LOAD AND WRITE IT.  A KEY
028300*  ALREADY ON FILE CAN ONLY HAVE BEEN WRITTEN BY AN EARLIER
028400*  ATTEMPT AT THIS SAME DAY THAT DIED BEFORE LOGGING IT, SO THE
028500*  MOVEMENT IS ALREADY THERE AND IS PASSED OVER.
028600*------------------------------------------------------------------
028700 2300-WRITE-HISTORY.
028800     ADD 1 TO WS-LOAD-SEQ.
028900     MOVE WS-LOAD-DATE TO JHST-LOAD-DATE.
029000     MOVE WS-LOAD-SEQ  TO JHST-LOAD-SEQ.
029100     IF JHST-DEBIT
029200         ADD JHST-AMOUNT TO WS-DEBIT-TOT
029300     ELSE
029400         ADD JHST-AMOUNT TO WS-CREDIT-TOT
029500     END-IF.
029600     WRITE JHST-FIELDS
029700         INVALID KEY
029800             ADD 1 TO WS-RELOADED
029900         NOT INVALID KEY
030000             ADD 1 TO WS-LOADED
030100     END-WRITE.
030200 2300-EXIT.
030300     EXIT.
030400*------------------------------------------------------------------
030500*  3000-ROLL-OFF  --  ON THE FIRST LOAD OF A NEW MONTH, DELETE
030600*  EVERY MOVEMENT POSTED BEFORE THE RETENTION CUTOFF.  THE FILE IS
030700*  KEYED ACCOUNT FIRST, SO THE WHOLE FILE IS PASSED.  A FAILURE
030800*  PART WAY THROUGH IS SAFE: THE DAY IS NOT YET LOGGED, AND THE
030900*  RERUN FINISHES THE JOB.
031000*------------------------------------------------------------------
031100 3000-ROLL-OFF.
031200     IF WS-LAST-LOADED = ZERO
031300      OR WS-LAST-YYMM = WS-LOAD-YYMM
031400         CLOSE JHST-FILE
031500         GO TO 3000-EXIT
031600     END-IF.
031700     COMPUTE WS-MONTH-NO = (WS-LOAD-YY * 12) + WS-LOAD-MM - 1
031800                         - WS-RETAIN.
031900     DIVIDE WS-MONTH-NO BY 12
032000         GIVING WS-CUTOFF-YY REMAINDER WS-MONTH-REM.
032100     COMPUTE WS-CUTOFF-MM = WS-MONTH-REM + 1.
032200     MOVE 1 TO WS-CUTOFF-DD.
032300     MOVE LOW-VALUES TO JHST-KEY.
032400     MOVE 'N' TO WS-EOF-SWITCH.
032500     START JHST-FILE KEY IS NOT LESS THAN JHST-KEY
032600         INVALID KEY
032700             MOVE 'Y' TO WS-EOF-SWITCH
032800     END-START.
032900     PERFORM 3100-ROLL-ONE THRU 3100-EXIT
033000         UNTIL WS-EOF.
033100     CLOSE JHST-FILE.
033200 3000-EXIT.
033300     EXIT.
033400 3100-ROLL-ONE.
033500     READ JHST-FILE NEXT
033600         AT END
033700             MOVE 'Y' TO WS-EOF-SWITCH
033800             GO TO 3100-EXIT
033900     END-READ.
034000     IF JHST-POST-DATE NOT < WS-CUTOFF-DATE
034100         GO TO 3100-EXIT
034200     END-IF.
034300     DELETE JHST-FILE RECORD
034400         INVALID KEY
034500             DISPLAY 'ODEV26 WARNING - HISTORY RECORD FOR '
034600                 'ACCOUNT ' JHST-ACCT-NO
034700                 ' COULD NOT BE ROLLED OFF'
034800         NOT INVALID KEY
034900             ADD 1 TO WS-ROLLED-OFF
035000     END-DELETE.
035100 3100-EXIT.
035200     EXIT.
035300*------------------------------------------------------------------
035400*  4000-LOG-DAY  --  THE LOAD IS COMPLETE; LOG THE DAY SO IT IS
035500*  NEVER LOADED AGAIN, AND PRINT THE LOAD TOTALS.
035600*------------------------------------------------------------------
035700 4000-LOG-DAY.
035800     OPEN EXTEND JHDAY-LOG.
035900     MOVE WS-LOAD-DATE TO JHDAY-POST-DATE.
036000     MOVE WS-RUN-DATE  TO JHDAY-RUN-DATE.
036100     WRITE JHDAY-REC.
036200     CLOSE JHDAY-LOG.
036300     MOVE 'POSTING JOURNAL (ODEV5) READ......' TO JC-LABEL.
036400     MOVE WS-JRNL-READ  TO JC-COUNT-O.
036500     WRITE JHST-RPT-REC FROM JH-COUNT-REC.
036600     MOVE 'RE-PRESENTED JOURNAL (ODEV15) READ' TO JC-LABEL.
036700     MOVE WS-REPR-READ  TO JC-COUNT-O.
036800     WRITE JHST-RPT-REC FROM JH-COUNT-REC.
036900     MOVE 'MOVEMENTS LOADED..................' TO JC-LABEL.
037000     MOVE WS-LOADED     TO JC-COUNT-O.
037100     WRITE JHST-RPT-REC FROM JH-COUNT-REC.
037200     MOVE 'ALREADY ON FILE FROM A FAILED RUN.' TO JC-LABEL.
037300     MOVE WS-RELOADED   TO JC-COUNT-O.
037400     WRITE JHST-RPT-REC FROM JH-COUNT-REC.
037500     MOVE 'DEBITS FOR THE DAY................' TO JM-LABEL.
037600     MOVE WS-DEBIT-TOT  TO JM-AMOUNT-O.
037700     WRITE JHST-RPT-REC FROM JH-MONEY-REC.
037800     MOVE 'CREDITS FOR THE DAY...............' TO JM-LABEL.
037900     MOVE WS-CREDIT-TOT TO JM-AMOUNT-O.
038000     WRITE JHST-RPT-REC FROM JH-MONEY-REC.
038100     MOVE 'AGED MOVEMENTS ROLLED OFF.........' TO JC-LABEL.
038200     MOVE WS-ROLLED-OFF TO JC-COUNT-O.
038300     WRITE JHST-RPT-REC FROM JH-COUNT-REC.
038400     IF WS-RELOADED > 0
038500         DISPLAY 'ODEV26 WARNING - ' WS-RELOADED
038600             ' MOVEMENTS ALREADY ON THE HISTORY FROM A FAILED RUN'
038700     END-IF.
038800 4000-EXIT.
038900     EXIT.
039000*------------------------------------------------------------------
039100*  9000-TERMINATE  --  RUN-STATISTICS RECORD.  A REFUSED LOAD
039200*  ENDS THE STEP RC 16 AND LOGS A REJECT, SO THE CONTROL REPORT
039210*  (ODEV13) HOLDS THE BUSINESS DATE UNTIL THE DAY IS LOADED.
039300*------------------------------------------------------------------
039400 9000-TERMINATE.
039500     CLOSE JHST-LINE.
039600     IF NOT WS-RUN-OK
039700         MOVE 16 TO RETURN-CODE
039800     END-IF.
039900     OPEN EXTEND RUN-LOG.
040000     MOVE SPACES             TO RLOG-FIELDS.
040100     MOVE 'ODEV26'           TO RLOG-PROGRAM.
040200     MOVE WS-RUN-DATE        TO RLOG-RUN-DATE.
040300     COMPUTE RLOG-RECS-IN = WS-JRNL-READ + WS-REPR-READ.
040400     MOVE WS-LOADED          TO RLOG-RECS-OUT.
040500     MOVE ZERO               TO RLOG-REJECTS.
040600     MOVE WS-DEBIT-TOT       TO RLOG-AMOUNT-TOT.
040700     MOVE 'JOURNAL HISTORY LOAD' TO RLOG-COMMENT.
040710     IF RETURN-CODE = 16
040720         MOVE 1 TO RLOG-REJECTS
040730         MOVE 'HISTORY LOAD REFUSED' TO RLOG-COMMENT
040740     END-IF.
040800     WRITE RLOG-FIELDS.
040900     CLOSE RUN-LOG.
041000 9000-EXIT.
041100     EXIT.
