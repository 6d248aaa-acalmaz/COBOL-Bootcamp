000560*                    TO CYCLE '1' WHEN BLANK, A CHANGE OVERLAYS  *
000570*                    A NON-BLANK VALUE, AND DELETES CARRY THE    *
000580*                    CYCLE FIELDS TO THE PURGE ARCHIVE.          *
000581*  10/15/26   MC    A CHANGE TO CHARGED-OFF STATUS ('W',         *
000582*                    WRITTEN BY THE ODEV23 CHARGE-OFF RUN) NOW   *
000583*                    ZEROES THE BALANCE BEING WRITTEN OFF AND    *
000584*                    AUDITS THE AMOUNT.                          *
000585*  10/15/26   MC    RUN IS NOW DATED FROM THE BUSINESS-DATE       *
000586*                    CONTROL RECORD (BDATFLD, BUSDATE) INSTEAD OF *
000587*                    THE SYSTEM CLOCK -- NO DATE RECORD, NO RUN.  *
000588*  10/15/26   MC    EVERY APPLIED CHANGE THAT MOVES AN ACCOUNT'S  *
000589*                    STATUS OR CREDIT LIMIT NOW WRITES AN EVENT   *
000590*                    RECORD (EVNTFLD, EVNTNEW) WITH THE VALUES    *
000591*                    BEFORE AND AFTER AND THE TRANFILE SOURCE,    *
000592*                    FOR THE ODEV29 CUSTOMER LETTER RUN.  ODEV7   *
000593*                    ADDS THEM TO ACCTEVT ONCE THE RUN PROVES.    *
000594*----------------------------------------------------------------*
000600*  THIS PROGRAM MATCHES A DAILY TRANSACTION FILE (ADD/CHANGE/     *
000610*  DELETE CODES KEYED BY ACCT-NO) AGAINST THE ACCOUNT MASTER AND  *
000620*  WRITES A NEW MASTER PLUS AN AUDIT TRAIL OF EVERY CHANGE        *
000630*  APPLIED.  THE TRANSACTION FILE IS SORTED INTO ACCT-NO ORDER    *
000640*  INTERNALLY, THEN MATCHED AGAINST THE MASTER IN A CLASSIC       *
000650*  SEQUENTIAL BALANCED-LINE UPDATE.                               *
000651*  EVERY APPLIED CHANGE TO AN ACCOUNT'S STATUS OR CREDIT LIMIT    *
000652*  IS ALSO WRITTEN TO THIS RUN'S EVENT FILE (EVNTNEW) FOR THE     *
000653*  CUSTOMER LETTER RUN.  THE RECONCILIATION STEP (ODEV7) ADDS     *
000654*  THEM TO ACCTEVT ONLY WHEN THE NEW MASTER PROVES, SO A RUN THAT *
000655*  IS NEVER SWAPPED IN NEVER REACHES THE CUSTOMER.                *
000660*----------------------------------------------------------------*
000670 ENVIRONMENT DIVISION.
000680 INPUT-OUTPUT SECTION.
000830     SELECT STATE-TAB    ASSIGN TO STATETAB.
000840     SELECT RUN-LOG      ASSIGN TO RUNLOG.
000850     SELECT PURGE-FILE   ASSIGN TO PURGACCT.
000855     SELECT BUS-DATE     ASSIGN TO BUSDATE.
000857     SELECT ACCT-EVT     ASSIGN TO EVNTNEW.
000860 DATA DIVISION.
000870 FILE SECTION.
000880 FD  OLD-MASTER RECORDING MODE F.
001100     COPY RUNLOG.
001110 FD  PURGE-FILE RECORDING MODE F.
001120     COPY PURGFLD.
001122 FD  BUS-DATE RECORDING MODE F.
001124     COPY BDATFLD.
001126 FD  ACCT-EVT RECORDING MODE F.
001128     COPY EVNTFLD.
001130 WORKING-STORAGE SECTION.
001140 01  MERGE-KEYS.
001150     05  WS-MASTER-KEY      PIC X(8).
001380     05  FILLER             PIC X(3)  VALUE ' D='.
001390     05  WS-RLOG-DELS       PIC 9(5).
001400     05  FILLER             PIC X(7)  VALUE SPACES.
001401*  AUDIT DESCRIPTION FOR A BALANCE WRITTEN OFF BY A CHARGE-OFF.
001402 01  WS-WRITEOFF-DESC.
001403     05  FILLER             PIC X(20)
001404         VALUE 'CHARGED OFF BALANCE '.
001405     05  WS-WRITEOFF-AMT-O  PIC $$,$$$,$$9.99-.
001406     05  FILLER             PIC X(6)  VALUE SPACES.
001410*  STATE REFERENCE TABLE, LOADED FROM STATETAB AT INITIALIZE.
001420*  EVERY ACCEPTED SPELLING MAPS TO THE STANDARD TWO-CHARACTER
001430*  CODE; A TRAN-USA-STATE NOT ON THE TABLE REJECTS ITS ADD OR
001680     05  WS-STATE-FOUND-SW  PIC X(01).
001690         88  WS-STATE-FOUND           VALUE 'Y'.
001700     05  WS-STAB-IX         PIC 9(3) COMP.
001702 77  WS-BDATE-SW            PIC X(01) VALUE 'N'.
001704     88  WS-BDATE-FOUND               VALUE 'Y'.
001705*  STATUS AND LIMIT AS THEY STOOD BEFORE THE CHANGE BEING APPLIED,
001706*  SO AN EVENT IS WRITTEN ONLY WHEN ONE OF THEM REALLY MOVED.
001707 77  WS-OLD-STATUS          PIC X(1).
001708 77  WS-OLD-LIMIT           PIC S9(7)V99 COMP-3.
001710*------------------------------------------------------------------
001720 PROCEDURE DIVISION.
001730*------------------------------------------------------------------
001740 0000-MAINLINE.
001742     PERFORM 0100-GET-BUS-DATE THRU 0100-EXIT.
001744     IF NOT WS-BDATE-FOUND
001746         GOBACK
001748     END-IF.
001750     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001760*  A TRANFILE THAT FAILS ITS HEADER/TRAILER CONTROLS ENDS THE
001770*  RUN HERE -- NOTHING WAS OPENED FOR UPDATE AND NO NEW MASTER
001850     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001860     GOBACK.
001870*------------------------------------------------------------------
001871*  0100-GET-BUS-DATE  --  READ THE BUSINESS DATE THIS RUN IS FOR
001872*  FROM THE DATE RECORD AT THE HEAD OF BUSDATE.  ONLY THE END-OF-
001873*  DAY ROLL (ODEV27) MOVES IT, SO A RERUN OR A RUN THAT CROSSES
001874*  MIDNIGHT STILL BELONGS TO THE SAME PROCESSING DAY.  NO DATE
001875*  RECORD, NO RUN.
001876*------------------------------------------------------------------
001877 0100-GET-BUS-DATE.
001878     OPEN INPUT BUS-DATE.
001879     READ BUS-DATE
001880         AT END
001881             MOVE SPACES TO BDT-FIELDS
001882     END-READ.
001883     CLOSE BUS-DATE.
001884     IF NOT BDT-DATE-REC
001885        OR BDT-CURR-DATE NOT NUMERIC
001886         DISPLAY 'ODEV3 ERROR - NO BUSINESS DATE RECORD ON '
001887             'BUSDATE'
001888         MOVE 16 TO RETURN-CODE
001889         GO TO 0100-EXIT
001890     END-IF.
001891     MOVE BDT-CURR-DATE TO WS-RUN-DATE.
001892     MOVE 'Y' TO WS-BDATE-SW.
001893 0100-EXIT.
001894     EXIT.
001895*------------------------------------------------------------------
001896*  1000-INITIALIZE  --  SORT THE DAILY TRANSACTIONS INTO ACCT-NO
001897*  ORDER (THE INPUT PROCEDURE STRIPS AND CAPTURES THE HEADER AND
001900*  TRAILER CONTROL RECORDS AS IT RELEASES THE DETAILS), PROVE
001910*  THE CONTROLS, THEN OPEN THE MASTER/AUDIT FILES AND PRIME
001920*  BOTH READS.  NOTHING IS OPENED FOR UPDATE UNTIL THE FILE
001930*  HAS PROVED COMPLETE AND CURRENT.
001940*------------------------------------------------------------------
001950 1000-INITIALIZE.
001970     SORT TRAN-SORT-WORK
001980         ON ASCENDING KEY TRAN-ACCT-NO OF TRAN-SORT-REC
001990         INPUT PROCEDURE IS 1500-EDIT-AND-RELEASE
002080     OPEN OUTPUT AUDIT-LINE.
002090     OPEN OUTPUT CTL-FILE.
002100     OPEN EXTEND PURGE-FILE.
002105     OPEN OUTPUT ACCT-EVT.
002110     OPEN INPUT  STATE-TAB.
002120     PERFORM 1300-LOAD-STATE-TABLE THRU 1300-EXIT
002130         UNTIL WS-STAB-EOF-SW = 'Y'.
002790     EXIT.
002800*------------------------------------------------------------------
002810*  1600-VERIFY-CONTROLS  --  THE HEADER MUST BE PRESENT WITH
002820*  THE BUSINESS DATE (NO REPROCESSING YESTERDAY'S FILE) AND THE
002830*  TRAILER COUNT AND HASH MUST MATCH WHAT WAS ACTUALLY READ.
002840*  ANY FAILURE ENDS THE RUN RC 16 BEFORE THE MASTER IS TOUCHED.
002850*------------------------------------------------------------------
005160*  UNTIL 2100-COPY-MASTER ADVANCES PAST THIS KEY, SO SEVERAL
005170*  CHANGE TRANSACTIONS FOR THE SAME ACCOUNT MAY BE APPLIED IN
005180*  SEQUENCE.
005182*  A CHANGE TO CHARGED-OFF STATUS ALSO WRITES OFF THE BALANCE
005184*  (2360-WRITE-OFF-BALANCE) BEFORE THE STATUS IS OVERLAID.  A
005186*  CHANGE THAT MOVES THE STATUS OR THE LIMIT IS RECORDED ON THE
005188*  RUN'S ACCOUNT EVENT FILE (2370-WRITE-EVENT).
005190*------------------------------------------------------------------
005200 2310-APPLY-CHANGE.
005210     IF TRAN-USA-STATE OF TRAN-SORTED-REC NOT = SPACES
005310         PERFORM 2350-REJECT-BAD-ZIP THRU 2350-EXIT
005320         GO TO 2310-EXIT
005330     END-IF.
005332     MOVE ACCT-STATUS OF ACCT-FIELDS TO WS-OLD-STATUS.
005334     MOVE ACCT-LIMIT OF ACCT-FIELDS  TO WS-OLD-LIMIT.
005340     IF TRAN-LAST-NAME OF TRAN-SORTED-REC NOT = SPACES
005350         MOVE TRAN-LAST-NAME OF TRAN-SORTED-REC
005360             TO LAST-NAME OF ACCT-FIELDS
005630         MOVE TRAN-ACCT-BALANCE OF TRAN-SORTED-REC
005640             TO ACCT-BALANCE OF ACCT-FIELDS
005650     END-IF.
005651     IF TRAN-STATUS-CHARGED-OFF OF TRAN-SORTED-REC
005652      AND NOT ACCT-STATUS-CHARGED-OFF OF ACCT-FIELDS
005653         PERFORM 2360-WRITE-OFF-BALANCE THRU 2360-EXIT
005654     END-IF.
005660     IF TRAN-ACCT-STATUS OF TRAN-SORTED-REC NOT = SPACES
005670         MOVE TRAN-ACCT-STATUS OF TRAN-SORTED-REC
005680             TO ACCT-STATUS OF ACCT-FIELDS
005750         MOVE TRAN-ACCT-CYCLE OF TRAN-SORTED-REC
005760             TO ACCT-CYCLE OF ACCT-FIELDS
005770     END-IF.
005772     IF ACCT-STATUS OF ACCT-FIELDS NOT = WS-OLD-STATUS
005774      OR ACCT-LIMIT OF ACCT-FIELDS NOT = WS-OLD-LIMIT
005776         PERFORM 2370-WRITE-EVENT THRU 2370-EXIT
005778     END-IF.
005780     ADD 1 TO WS-CHANGE-COUNT.
005790     MOVE ACCT-NO OF ACCT-FIELDS TO AUD-ACCT-NO-O.
005800     MOVE 'CHANGE'                TO AUD-ACTION-O.
006500     PERFORM 9100-WRITE-AUDIT THRU 9100-EXIT.
006510 2350-EXIT.
006520     EXIT.
006521*------------------------------------------------------------------
006522*  2360-WRITE-OFF-BALANCE  --  THE ACCOUNT IS BEING CHARGED OFF.
006523*  THE ODEV23 CHARGE-OFF RUN HAS ALREADY MOVED THE BALANCE TO THE
006524*  CHARGED-OFF LEDGER, SO IT COMES OFF THE MASTER HERE.  A ZERO
006525*  TRAN-ACCT-BALANCE MEANS "LEAVE ALONE" ON A CHANGE, SO IT IS
006526*  THE STATUS ITSELF THAT CARRIES THE WRITE-OFF.  THE AMOUNT GOES
006527*  ON THE AUDIT TRAIL; THE NEW-MASTER BALANCE TOTAL IS TAKEN AS
006528*  THE RECORD IS WRITTEN, SO THE ODEV7 RECONCILIATION STILL FOOTS.
006529*------------------------------------------------------------------
006530 2360-WRITE-OFF-BALANCE.
006531     MOVE ACCT-BALANCE OF ACCT-FIELDS TO WS-WRITEOFF-AMT-O.
006532     MOVE ZERO                   TO ACCT-BALANCE OF ACCT-FIELDS.
006533     MOVE ACCT-NO OF ACCT-FIELDS TO AUD-ACCT-NO-O.
006534     MOVE 'CHGOFF'                TO AUD-ACTION-O.
006535     MOVE WS-WRITEOFF-DESC        TO AUD-DESC-O.
006536     PERFORM 9100-WRITE-AUDIT THRU 9100-EXIT.
006537 2360-EXIT.
006538     EXIT.
006539*------------------------------------------------------------------
006540*  2370-WRITE-EVENT  --  THE CHANGE JUST APPLIED MOVED THE
006541*  ACCOUNT'S STATUS OR CREDIT LIMIT.  RECORD IT, BEFORE AND
006542*  AFTER, WITH THE SOURCE NAMED ON THE TRANFILE HEADER, FOR THE
006543*  CUSTOMER LETTER RUN (ODEV29).  THE EVENT STAYS ON THIS RUN'S
006544*  EVNTNEW UNTIL ODEV7 HAS PROVED THE NEW MASTER IT WENT WITH.
006545*------------------------------------------------------------------
006546 2370-WRITE-EVENT.
006547     MOVE SPACES                     TO EVT-FIELDS.
006548     MOVE ACCT-NO OF ACCT-FIELDS     TO EVT-ACCT-NO.
006549     MOVE WS-RUN-DATE                TO EVT-DATE.
006550     MOVE TRAN-HDR-SOURCE            TO EVT-SOURCE.
006551     MOVE WS-OLD-STATUS              TO EVT-OLD-STATUS.
006552     MOVE ACCT-STATUS OF ACCT-FIELDS TO EVT-NEW-STATUS.
006553     MOVE WS-OLD-LIMIT               TO EVT-OLD-LIMIT.
006554     MOVE ACCT-LIMIT OF ACCT-FIELDS  TO EVT-NEW-LIMIT.
006555     WRITE EVT-FIELDS.
006556 2370-EXIT.
006557     EXIT.
006558*------------------------------------------------------------------
006559*  9100-WRITE-AUDIT  --  WRITE ONE LINE OF THE AUDIT TRAIL.
006560*------------------------------------------------------------------
006561 9100-WRITE-AUDIT.
006570     WRITE AUDIT-REC.
006580 9100-EXIT.
006590     EXIT.
007140     CLOSE AUDIT-LINE.
007150     CLOSE CTL-FILE.
007160     CLOSE PURGE-FILE.
007165     CLOSE ACCT-EVT.
007170 9000-EXIT.
007180     EXIT.
