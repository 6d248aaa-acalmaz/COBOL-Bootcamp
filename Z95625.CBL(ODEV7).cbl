001300*                    RECONCILIATION STEP, RUN AFTER THE ODEV3     *
001400*                    MAINTENANCE RUN AND BEFORE NEWACCT IS        *
001500*                    ALLOWED TO REPLACE ACCTREC.                  *
001510*  10/15/26   MC    THE ACCOUNT EVENTS ODEV3 WROTE TO EVNTNEW ARE *
001520*                    ADDED TO ACCTEVT ONLY ONCE THE RUN PROVES,   *
001530*                    SO A MAINTENANCE RUN THAT IS NEVER SWAPPED   *
001540*                    IN SENDS NO CUSTOMER LETTER.  EVERY RUN IS   *
001550*                    NOW DATED FROM BUSDATE AND LOGGED ON RUNLOG, *
001560*                    ITS FAILED CHECKS AS REJECTS, SO A PROOF     *
001570*                    THAT FAILED -- OR NEVER RAN -- HOLDS THE     *
001580*                    NIGHT IN ODEV13.                             *
001600*----------------------------------------------------------------*
001700*  THIS PROGRAM READS THE RUN CONTROL RECORD WRITTEN BY ODEV3     *
001800*  (MNTCTL LAYOUT) AND INDEPENDENTLY COUNTS AND TOTALS THE NEW    *
002200*  THE TOTAL ODEV3 ACCUMULATED AS IT WROTE.  ANY DISCREPANCY IS   *
002300*  REPORTED AND THE STEP ENDS WITH RETURN CODE 16 SO OPERATIONS   *
002400*  STOPS THE FILE SWAP.                                           *
002410*  A RUN THAT PROVES ADDS THE ACCOUNT EVENTS ODEV3 WROTE FOR THE  *
002420*  CUSTOMER LETTER RUN (EVNTFLD, EVNTNEW) TO ACCTEVT; A RUN THAT   *
002430*  DOES NOT LEAVES THEM BEHIND, AND THE NEXT ODEV3 RUN REPLACES   *
002440*  THEM.  THE RESULT IS LOGGED ON RUNLOG WITH THE NUMBER OF       *
002450*  CHECKS THAT FAILED AS THE REJECT COUNT.                        *
002500*----------------------------------------------------------------*
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
003200         RECORD KEY   IS ACCT-NO.
003300     SELECT CTL-FILE     ASSIGN TO MNTCTL.
003400     SELECT RECN-LINE    ASSIGN TO RECNRPT.
003410     SELECT EVT-NEW      ASSIGN TO EVNTNEW.
003420     SELECT ACCT-EVT     ASSIGN TO ACCTEVT.
003430     SELECT RUN-LOG      ASSIGN TO RUNLOG.
003440     SELECT BUS-DATE     ASSIGN TO BUSDATE.
003500 DATA DIVISION.
003600 FILE SECTION.
003700 FD  NEW-MASTER RECORDING MODE F.
004000     COPY MNTCTL.
004100 FD  RECN-LINE RECORDING MODE F.
004200 01  RECN-REC               PIC X(80).
004205*  EVT-NEW IS THE MAINTENANCE RUN'S OWN EVENTS; ACCT-EVT IS THE
004210*  FILE THE CUSTOMER LETTER RUN (ODEV29) READS AND EMPTIES.
004215 FD  EVT-NEW RECORDING MODE F.
004220     COPY EVNTFLD.
004225 FD  ACCT-EVT RECORDING MODE F.
004230     COPY EVNTFLD REPLACING EVT-FIELDS BY ACCT-EVT-REC.
004235 FD  RUN-LOG RECORDING MODE F.
004240     COPY RUNLOG.
004245 FD  BUS-DATE RECORDING MODE F.
004250     COPY BDATFLD.
004300 WORKING-STORAGE SECTION.
004400 01  RECN-DETAIL-REC.
004500     05  RD-LABEL           PIC X(34).
005900         88  WS-RUN-BALANCED          VALUE 'Y'.
006000     05  WS-CTL-FOUND-SW    PIC X(01) VALUE 'N'.
006100         88  WS-CTL-FOUND             VALUE 'Y'.
006110     05  WS-EVT-EOF-SW      PIC X(01) VALUE 'N'.
006120         88  WS-EVT-EOF               VALUE 'Y'.
006200 01  WS-COUNTERS.
006300     05  WS-NEW-COUNT       PIC 9(7) COMP VALUE 0.
006400     05  WS-EXPECTED-COUNT  PIC S9(8) COMP VALUE 0.
006410     05  WS-EVENTS-ADDED    PIC 9(7) COMP VALUE 0.
006420     05  WS-FAILED-CHECKS   PIC 9(7) COMP VALUE 0.
006500 01  WS-NEW-BALANCE-TOT     PIC S9(11)V99 COMP-3 VALUE 0.
006510 77  WS-RUN-DATE            PIC 9(6).
006520 77  WS-BDATE-SW            PIC X(01) VALUE 'N'.
006530     88  WS-BDATE-FOUND               VALUE 'Y'.
006600*------------------------------------------------------------------
006700 PROCEDURE DIVISION.
006800*------------------------------------------------------------------
006900 0000-MAINLINE.
006910     PERFORM 0100-GET-BUS-DATE THRU 0100-EXIT.
006920     IF NOT WS-BDATE-FOUND
006930         GOBACK
006940     END-IF.
007000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
007100     IF WS-CTL-FOUND
007200         PERFORM 2000-COUNT-NEW-MASTER THRU 2000-EXIT
007300             UNTIL WS-EOF
007400         PERFORM 3000-PROVE-RUN THRU 3000-EXIT
007410         IF WS-RUN-BALANCED
007420             PERFORM 4000-ADD-EVENTS THRU 4000-EXIT
007430         END-IF
007500     END-IF.
007600     PERFORM 9000-TERMINATE THRU 9000-EXIT.
007700     GOBACK.
007702*------------------------------------------------------------------
007704*  0100-GET-BUS-DATE  --  READ THE BUSINESS DATE THIS RUN IS FOR
007706*  FROM THE DATE RECORD AT THE HEAD OF BUSDATE.  ONLY THE END-OF-
007708*  DAY ROLL (ODEV27) MOVES IT, SO A RERUN OR A RUN THAT CROSSES
007710*  MIDNIGHT STILL BELONGS TO THE SAME PROCESSING DAY.  NO DATE
007712*  RECORD, NO RUN.
007714*------------------------------------------------------------------
007716 0100-GET-BUS-DATE.
007718     OPEN INPUT BUS-DATE.
007720     READ BUS-DATE
007722         AT END
007724             MOVE SPACES TO BDT-FIELDS
007726     END-READ.
007728     CLOSE BUS-DATE.
007730     IF NOT BDT-DATE-REC
007732        OR BDT-CURR-DATE NOT NUMERIC
007734         DISPLAY 'ODEV7 ERROR - NO BUSINESS DATE RECORD ON '
007736             'BUSDATE'
007738         MOVE 16 TO RETURN-CODE
007740         GO TO 0100-EXIT
007742     END-IF.
007744     MOVE BDT-CURR-DATE TO WS-RUN-DATE.
007746     MOVE 'Y' TO WS-BDATE-SW.
007748 0100-EXIT.
007750     EXIT.
007800*------------------------------------------------------------------
007900*  1000-INITIALIZE  --  OPEN FILES AND READ THE CONTROL RECORD.
008000*  A MAINTENANCE RUN THAT WROTE NO CONTROL RECORD CANNOT BE
009700         DISPLAY 'ODEV7 ERROR - NO CONTROL RECORD FROM '
009800             'MAINTENANCE RUN, DO NOT SWAP NEWACCT IN'
009900         MOVE 16 TO RETURN-CODE
009910         ADD 1 TO WS-FAILED-CHECKS
010000     END-IF.
010100 1000-EXIT.
010200     EXIT.
015900         MOVE 'OUT OF BALANCE - RECORD COUNTS DO NOT FOOT'
016000             TO RS-MESSAGE
016100         WRITE RECN-REC FROM RECN-STATUS-REC
016110         ADD 1 TO WS-FAILED-CHECKS
016200     END-IF.
016300     IF CTL-NEW-BALANCE-TOT NOT = WS-NEW-BALANCE-TOT
016400         MOVE 'N' TO WS-BALANCED-SW
016500         MOVE 'OUT OF BALANCE - BALANCE TOTALS DO NOT FOOT'
016600             TO RS-MESSAGE
016700         WRITE RECN-REC FROM RECN-STATUS-REC
016710         ADD 1 TO WS-FAILED-CHECKS
016800     END-IF.
016900     IF WS-RUN-BALANCED
017000         MOVE 'RUN IN BALANCE - NEW MASTER MAY BE SWAPPED'
017800 3000-EXIT.
017900     EXIT.
018000*------------------------------------------------------------------
018005*  4000-ADD-EVENTS  --  THE RUN PROVED, SO THE NEW MASTER WILL BE
018010*  SWAPPED IN AND EVERY CHANGE ODEV3 RECORDED ON IT REALLY
018015*  HAPPENED.  ADD THE RUN'S EVENTS BEHIND WHATEVER THE LETTER RUN
018020*  HAS NOT YET DEALT WITH.
018025*------------------------------------------------------------------
018030 4000-ADD-EVENTS.
018035     OPEN INPUT  EVT-NEW.
018040     OPEN EXTEND ACCT-EVT.
018045     PERFORM 4100-COPY-EVENT THRU 4100-EXIT
018050         UNTIL WS-EVT-EOF.
018055     CLOSE EVT-NEW.
018060     CLOSE ACCT-EVT.
018065     MOVE 'ACCOUNT EVENTS ADDED TO ACCTEVT..' TO RD-LABEL.
018070     MOVE WS-EVENTS-ADDED   TO RD-COUNT-O.
018075     WRITE RECN-REC FROM RECN-DETAIL-REC.
018080 4000-EXIT.
018085     EXIT.
018090 4100-COPY-EVENT.
018095     READ EVT-NEW
018100         AT END
018105             MOVE 'Y' TO WS-EVT-EOF-SW
018110             GO TO 4100-EXIT
018115     END-READ.
018120     WRITE ACCT-EVT-REC FROM EVT-FIELDS.
018125     ADD 1 TO WS-EVENTS-ADDED.
018130 4100-EXIT.
018135     EXIT.
018140*------------------------------------------------------------------
018145*  9000-TERMINATE  --  LOG THE RUN, CLOSE FILES AND END THE RUN.
018150*  THE REJECT COUNT IS THE NUMBER OF CHECKS THAT FAILED, SO A RUN
018155*  THAT ENDS RETURN CODE 16 ALWAYS LOGS AT LEAST ONE; THE RECORDS
018160*  OUT ARE THE NEW-MASTER RECORDS PROVED.
018200*------------------------------------------------------------------
018300 9000-TERMINATE.
018305     OPEN EXTEND RUN-LOG.
018310     MOVE SPACES             TO RLOG-FIELDS.
018315     MOVE 'ODEV7'            TO RLOG-PROGRAM.
018320     MOVE WS-RUN-DATE        TO RLOG-RUN-DATE.
018325     MOVE WS-NEW-COUNT       TO RLOG-RECS-IN.
018330     MOVE WS-FAILED-CHECKS   TO RLOG-REJECTS.
018335     MOVE WS-NEW-BALANCE-TOT TO RLOG-AMOUNT-TOT.
018340     IF WS-FAILED-CHECKS = 0
018345         MOVE WS-NEW-COUNT   TO RLOG-RECS-OUT
018350         MOVE 'NEW MASTER PROVED' TO RLOG-COMMENT
018355     ELSE
018360         MOVE ZERO           TO RLOG-RECS-OUT
018365         MOVE 'OUT OF BALANCE, DO NOT SWAP' TO RLOG-COMMENT
018370     END-IF.
018375     WRITE RLOG-FIELDS.
018380     CLOSE RUN-LOG.
018400     CLOSE CTL-FILE.
018500     CLOSE NEW-MASTER.
018600     CLOSE RECN-LINE.
