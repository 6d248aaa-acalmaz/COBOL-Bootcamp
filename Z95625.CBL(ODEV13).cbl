001400*                    COUNTERS AND THROW THEM AWAY; OPERATIONS     *
001500*                    STARTED EACH MORNING WITH NO ONE PLACE THAT  *
001600*                    SAID WHAT LAST NIGHT'S BATCH ACTUALLY DID.   *
001605*  10/15/26   MC    REPORT IS NOW FOR THE BUSINESS DATE ON THE    *
001610*                    CONTROL RECORD (BDATFLD, BUSDATE), WARNS ON  *
001615*                    A JOB LOGGED FOR ANY OTHER DATE, AND WRITES  *
001620*                    THE NIGHT STATUS (NSTSFLD, NIGHTSTS) THE     *
001625*                    END-OF-DAY ROLL (ODEV27) NEEDS -- CLEAN ONLY *
001630*                    WITH JOBS LOGGED, ALL FOR THE BUSINESS DATE. *
001635*                    THE REJECT THRESHOLD STAYS A WARNING ONLY.   *
001640*                    A NIGHT NOT CLEAN ENDS WITH RETURN CODE 4.   *
001645*  10/15/26   MC    THE NIGHT IS NO LONGER CLEAN UNLESS THE       *
001650*                    POSTING RUN (ODEV5), ITS PROOF (ODEV16), THE *
001655*                    MAINTENANCE PROOF (ODEV7), THE GL INTERFACE  *
001660*                    (ODEV24) AND THE JOURNAL HISTORY LOAD        *
001662*                    (ODEV26) ALL LOGGED FOR THE BUSINESS DATE,   *
001664*                    NONE OF THEM WITH A REJECT, AND THE BUREAU   *
001666*                    RUN (ODEV30), IF IT RAN, DID NOT FAIL -- A   *
001668*                    JOB THAT ENDED RETURN CODE 16 OR NEVER RAN   *
001670*                    USED TO LEAVE THE NIGHT CLEAN.               *
001700*----------------------------------------------------------------*
001800*  THIS PROGRAM READS THE COMMON RUN-LOG FILE (RUNLOG LAYOUT,     *
001900*  ONE RECORD PER JOB) AND PRINTS THE DAILY OPERATIONS CONTROL    *
002000*  REPORT: EVERY JOB, ITS COUNTS AND TOTAL, PLUS A WARNING LINE   *
002100*  WHEN SOMETHING LOOKS OFF -- REJECTS ABOVE THE SYSIN            *
002200*  THRESHOLD, OR A JOB THAT WROTE NO RECORDS.  AN EMPTY RUN LOG   *
002210*  IS ITSELF REPORTED.  A JOB LOGGED FOR A DATE OTHER THAN THE    *
002220*  BUSINESS DATE IS WARNED TOO, AND THE NIGHT'S VERDICT IS        *
002230*  WRITTEN TO NIGHTSTS FOR THE END-OF-DAY ROLL: AN EMPTY LOG OR A *
002240*  JOB ON THE WRONG DATE IS NOT CLEAN AND ENDS THE STEP WITH      *
002250*  RETURN CODE 4.  REJECTS OVER THE THRESHOLD AND A JOB THAT      *
002260*  WROTE NOTHING ARE ONLY ADVISORY -- MANY JOBS COUNT ORDINARY    *
002262*  DECLINES AND EXCEPTIONS AS REJECTS, AND SOME NIGHTS HAVE       *
002264*  NOTHING TO DO.                                                 *
002270*  THE POSTING RUN (ODEV5), THE POSTING PROOF (ODEV16), THE       *
002280*  MAINTENANCE PROOF (ODEV7), THE GL INTERFACE (ODEV24) AND THE   *
002290*  JOURNAL HISTORY LOAD (ODEV26) MUST EACH HAVE LOGGED FOR THE    *
002292*  BUSINESS DATE.  THOSE JOBS, AND THE MONTH-END BUREAU RUN       *
002294*  (ODEV30), LOG A REJECT ONLY WHEN THEY END RETURN CODE 16, SO   *
002300*  ANY REJECT ON ONE OF THEM IS NOT CLEAN.  THE BUREAU RUN IS     *
002310*  ONLY SCHEDULED AT MONTH-END, SO ITS ABSENCE IS NOT WARNED.     *
002400*----------------------------------------------------------------*
002500 ENVIRONMENT DIVISION.
002600 INPUT-OUTPUT SECTION.
002700 FILE-CONTROL.
002800     SELECT RUN-LOG    ASSIGN TO RUNLOG.
002900     SELECT OPS-LINE   ASSIGN TO OPSLINE.
002905     SELECT NIGHT-STS  ASSIGN TO NIGHTSTS.
002910     SELECT BUS-DATE   ASSIGN TO BUSDATE.
003000 DATA DIVISION.
003100 FILE SECTION.
003200 FD  RUN-LOG RECORDING MODE F.
003300     COPY RUNLOG.
003400 FD  OPS-LINE RECORDING MODE F.
003500 01  OPS-REC                PIC X(101).
003502 FD  NIGHT-STS RECORDING MODE F.
003504     COPY NSTSFLD.
003510 FD  BUS-DATE RECORDING MODE F.
003520     COPY BDATFLD.
003600 WORKING-STORAGE SECTION.
003610 01  OPS-TITLE-REC.
003620     05  FILLER             PIC X(42) VALUE
003630         'OPERATIONS CONTROL REPORT -- BUSINESS DATE'.
003640     05  FILLER             PIC X(1)  VALUE SPACES.
003650     05  OT-BUS-DATE-O      PIC 9(6).
003660     05  FILLER             PIC X(52) VALUE SPACES.
003700 01  OPS-HEAD-REC.
003800     05  FILLER             PIC X(8)  VALUE 'PROGRAM '.
003900     05  FILLER             PIC X(2)  VALUE SPACES.
007100     05  FILLER             PIC X(36) VALUE
007200         'NO JOBS ON THE RUN LOG FOR THIS DAY'.
007300     05  FILLER             PIC X(65) VALUE SPACES.
007310 01  OPS-STATUS-REC.
007320     05  FILLER             PIC X(10) VALUE SPACES.
007330     05  FILLER             PIC X(17) VALUE 'NIGHT STATUS FOR '.
007340     05  OS-BUS-DATE-O      PIC 9(6).
007350     05  FILLER             PIC X(4)  VALUE ' -- '.
007360     05  OS-STATUS-O        PIC X(9).
007370     05  FILLER             PIC X(55) VALUE SPACES.
007400 01  WS-SWITCHES.
007500     05  WS-EOF-SWITCH      PIC X(01) VALUE 'N'.
007600         88  WS-EOF                   VALUE 'Y'.
007610*  ONE SWITCH PER JOB THE NIGHT CANNOT BE CLEAN WITHOUT, SET WHEN
007620*  IT IS SEEN ON THE LOG FOR THE BUSINESS DATE.
007630     05  WS-POSTING-SW      PIC X(01) VALUE 'N'.
007640         88  WS-POSTING-LOGGED        VALUE 'Y'.
007650     05  WS-POST-PROOF-SW   PIC X(01) VALUE 'N'.
007660         88  WS-POST-PROOF-LOGGED     VALUE 'Y'.
007670     05  WS-MAINT-PROOF-SW  PIC X(01) VALUE 'N'.
007680         88  WS-MAINT-PROOF-LOGGED    VALUE 'Y'.
007682     05  WS-GL-SW           PIC X(01) VALUE 'N'.
007684         88  WS-GL-LOGGED             VALUE 'Y'.
007686     05  WS-HIST-LOAD-SW    PIC X(01) VALUE 'N'.
007688         88  WS-HIST-LOAD-LOGGED      VALUE 'Y'.
007700 01  WS-COUNTERS.
007800     05  WS-JOBS-LISTED     PIC 9(07) COMP VALUE 0.
007820     05  WS-OFF-DATE        PIC 9(07) COMP VALUE 0.
007830     05  WS-REQ-MISSING     PIC 9(07) COMP VALUE 0.
007840     05  WS-REQ-FAILED      PIC 9(07) COMP VALUE 0.
007900*  REJECT-COUNT WARNING THRESHOLD FROM SYSIN.  BLANK OR
008000*  NON-NUMERIC MEANS ZERO: ANY REJECT AT ALL DRAWS A WARNING.
008100 01  WS-PARM-FIELDS.
008200     05  WS-REJ-THRESH-IN   PIC X(5).
008300     05  WS-REJ-THRESHOLD   PIC 9(5) VALUE 0.
008305 77  WS-BUS-DATE            PIC 9(6).
008310 77  WS-BDATE-SW            PIC X(01) VALUE 'N'.
008320     88  WS-BDATE-FOUND               VALUE 'Y'.
008400*------------------------------------------------------------------
008500 PROCEDURE DIVISION.
008600*------------------------------------------------------------------
008700 0000-MAINLINE.
008710     PERFORM 0100-GET-BUS-DATE THRU 0100-EXIT.
008720     IF NOT WS-BDATE-FOUND
008730         GOBACK
008740     END-IF.
008800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
008900     PERFORM 2000-REPORT-JOB THRU 2000-EXIT
009000         UNTIL WS-EOF.
009100     PERFORM 9000-TERMINATE THRU 9000-EXIT.
009200     GOBACK.
009202*------------------------------------------------------------------
009204*  0100-GET-BUS-DATE  --  READ THE BUSINESS DATE THIS RUN IS FOR
009206*  FROM THE DATE RECORD AT THE HEAD OF BUSDATE.  ONLY THE END-OF-
009208*  DAY ROLL (ODEV27) MOVES IT, SO A RERUN OR A RUN THAT CROSSES
009210*  MIDNIGHT STILL BELONGS TO THE SAME PROCESSING DAY.  NO DATE
009212*  RECORD, NO RUN.
009214*------------------------------------------------------------------
009216 0100-GET-BUS-DATE.
009218     OPEN INPUT BUS-DATE.
009220     READ BUS-DATE
009222         AT END
009224             MOVE SPACES TO BDT-FIELDS
009226     END-READ.
009228     CLOSE BUS-DATE.
009230     IF NOT BDT-DATE-REC
009232        OR BDT-CURR-DATE NOT NUMERIC
009234         DISPLAY 'ODEV13 ERROR - NO BUSINESS DATE RECORD ON '
009236             'BUSDATE'
009238         MOVE 16 TO RETURN-CODE
009240         GO TO 0100-EXIT
009242     END-IF.
009244     MOVE BDT-CURR-DATE TO WS-BUS-DATE.
009246     MOVE 'Y' TO WS-BDATE-SW.
009248 0100-EXIT.
009250     EXIT.
009300*------------------------------------------------------------------
009400*  1000-INITIALIZE  --  ACCEPT THE REJECT WARNING THRESHOLD FROM
009500*  SYSIN, OPEN FILES, PRINT THE HEADINGS AND PRIME THE READ.
009600*------------------------------------------------------------------
009700 1000-INITIALIZE.
009800     ACCEPT WS-REJ-THRESH-IN.
010200     END-IF.
010300     OPEN INPUT  RUN-LOG.
010400     OPEN OUTPUT OPS-LINE.
010410     MOVE WS-BUS-DATE TO OT-BUS-DATE-O.
010420     WRITE OPS-REC FROM OPS-TITLE-REC.
010500     WRITE OPS-REC FROM OPS-HEAD-REC.
010600     PERFORM 1100-READ-RUN-LOG THRU 1100-EXIT.
010700 1000-EXIT.
011500     EXIT.
011600*------------------------------------------------------------------
011700*  2000-REPORT-JOB  --  ONE LINE PER RUN-LOG RECORD, FOLLOWED BY
011710*  A WARNING LINE FOR ANYTHING THAT LOOKS OFF, THEN ADVANCE.  A JOB
011720*  LOGGED FOR ANOTHER DATE (A STALE LOG, OR A JOB STILL DATING
011730*  ITSELF FROM SOMEWHERE ELSE) COUNTS AGAINST THE NIGHT'S STATUS;
011740*  REJECTS OVER THE THRESHOLD ARE A WARNING ONLY.
011900*------------------------------------------------------------------
012000 2000-REPORT-JOB.
012100     MOVE RLOG-PROGRAM    TO OD-PROGRAM-O.
013500         MOVE 'JOB WROTE NO RECORDS' TO OW-MESSAGE
013600         WRITE OPS-REC FROM OPS-WARN-REC
013700     END-IF.
013710     IF RLOG-RUN-DATE NOT = WS-BUS-DATE
013720         ADD 1 TO WS-OFF-DATE
013730         MOVE 'RUN DATE IS NOT THE BUSINESS DATE' TO OW-MESSAGE
013740         WRITE OPS-REC FROM OPS-WARN-REC
013750     END-IF.
013760     PERFORM 2100-NOTE-REQUIRED THRU 2100-EXIT.
013800     PERFORM 1100-READ-RUN-LOG THRU 1100-EXIT.
013900 2000-EXIT.
013902     EXIT.
013904*------------------------------------------------------------------
013906*  2100-NOTE-REQUIRED  --  A RECORD FOR THE BUSINESS DATE FROM ONE
013908*  OF THE JOBS THE NIGHT CANNOT BE CLEAN WITHOUT.  NOTE IT, AND
013910*  COUNT IT AS FAILED IF IT LOGGED A REJECT.  THE MONTH-END BUREAU
013911*  RUN (ODEV30) IS NEVER MISSED, BUT A FAILED ONE COUNTS TOO.
013912*------------------------------------------------------------------
013914 2100-NOTE-REQUIRED.
013916     IF RLOG-RUN-DATE NOT = WS-BUS-DATE
013918         GO TO 2100-EXIT
013920     END-IF.
013922     EVALUATE RLOG-PROGRAM
013924         WHEN 'ODEV5'
013926             MOVE 'Y' TO WS-POSTING-SW
013928         WHEN 'ODEV16'
013930             MOVE 'Y' TO WS-POST-PROOF-SW
013932         WHEN 'ODEV7'
013934             MOVE 'Y' TO WS-MAINT-PROOF-SW
013935         WHEN 'ODEV24'
013936             MOVE 'Y' TO WS-GL-SW
013937         WHEN 'ODEV26'
013938             MOVE 'Y' TO WS-HIST-LOAD-SW
013939         WHEN 'ODEV30'
013940             CONTINUE
013941         WHEN OTHER
013942             GO TO 2100-EXIT
013943     END-EVALUATE.
013944     IF RLOG-REJECTS > 0
013945         ADD 1 TO WS-REQ-FAILED
013946         MOVE 'JOB ENDED RETURN CODE 16' TO OW-MESSAGE
013948         WRITE OPS-REC FROM OPS-WARN-REC
013950     END-IF.
013952 2100-EXIT.
014000     EXIT.
014100*------------------------------------------------------------------
014200*  9000-TERMINATE  --  AN EMPTY RUN LOG MEANS THE NIGHT'S BATCH
014300*  NEVER RAN (OR NOBODY LOGGED), WHICH IS ITSELF WORTH A WARNING
014310*  RETURN CODE.  WRITE THE NIGHT STATUS FOR THE ROLL, PRINT IT,
014320*  CLOSE FILES AND END THE RUN.
014500*------------------------------------------------------------------
014600 9000-TERMINATE.
014700     IF WS-JOBS-LISTED = 0
014900         DISPLAY 'ODEV13 WARNING - RUN LOG IS EMPTY'
015000         MOVE 4 TO RETURN-CODE
015100     END-IF.
015110     PERFORM 9100-WRITE-NIGHT-STATUS THRU 9100-EXIT.
015200     CLOSE RUN-LOG.
015300     CLOSE OPS-LINE.
015400 9000-EXIT.
015500     EXIT.
015510*------------------------------------------------------------------
015520*  9100-WRITE-NIGHT-STATUS  --  THE NIGHT IS CLEAN ONLY IF SOME JOB
015530*  LOGGED, EVERY JOB LOGGED FOR THE BUSINESS DATE, ODEV5, ODEV16,
015540*  ODEV7, ODEV24 AND ODEV26 ALL LOGGED FOR THE DATE WITHOUT A
015550*  REJECT, AND NO BUREAU RUN FAILED.  ANYTHING ELSE HOLDS THE
015560*  BUSINESS DATE WHERE IT IS UNTIL OPERATIONS HAS LOOKED.
015570*------------------------------------------------------------------
015580 9100-WRITE-NIGHT-STATUS.
015590     IF NOT WS-POSTING-LOGGED
015600         MOVE 'NO POSTING RUN (ODEV5) LOGGED FOR THE DATE'
015610             TO OW-MESSAGE
015620         PERFORM 9110-WARN-MISSING THRU 9110-EXIT
015630     END-IF.
015640     IF NOT WS-POST-PROOF-LOGGED
015650         MOVE 'NO POSTING PROOF (ODEV16) LOGGED FOR THE DATE'
015660             TO OW-MESSAGE
015670         PERFORM 9110-WARN-MISSING THRU 9110-EXIT
015680     END-IF.
015690     IF NOT WS-MAINT-PROOF-LOGGED
015700         MOVE 'NO MASTER PROOF (ODEV7) LOGGED FOR THE DATE'
015710             TO OW-MESSAGE
015720         PERFORM 9110-WARN-MISSING THRU 9110-EXIT
015730     END-IF.
015732     IF NOT WS-GL-LOGGED
015734         MOVE 'NO GL INTERFACE (ODEV24) LOGGED FOR THE DATE'
015736             TO OW-MESSAGE
015738         PERFORM 9110-WARN-MISSING THRU 9110-EXIT
015740     END-IF.
015742     IF NOT WS-HIST-LOAD-LOGGED
015744         MOVE 'NO HISTORY LOAD (ODEV26) LOGGED FOR THE DATE'
015746             TO OW-MESSAGE
015748         PERFORM 9110-WARN-MISSING THRU 9110-EXIT
015749     END-IF.
015750     MOVE SPACES          TO NSTS-FIELDS.
015755     MOVE WS-BUS-DATE     TO NSTS-BUS-DATE.
015760     MOVE WS-JOBS-LISTED  TO NSTS-JOBS.
015780     MOVE WS-OFF-DATE     TO NSTS-OFF-DATE.
015790     MOVE WS-REQ-MISSING  TO NSTS-MISSING.
015800     MOVE WS-REQ-FAILED   TO NSTS-FAILED.
015810     IF WS-JOBS-LISTED > 0
015830        AND WS-OFF-DATE = 0
015840        AND WS-REQ-MISSING = 0
015850        AND WS-REQ-FAILED = 0
015860         MOVE 'C' TO NSTS-STATUS
015870         MOVE 'CLEAN' TO OS-STATUS-O
015880     ELSE
015890         MOVE 'X' TO NSTS-STATUS
015900         MOVE 'NOT CLEAN' TO OS-STATUS-O
015910         DISPLAY 'ODEV13 WARNING - NIGHT IS NOT CLEAN, BUSINESS '
015920             'DATE WILL NOT ROLL'
015930         MOVE 4 TO RETURN-CODE
015940     END-IF.
015950     OPEN OUTPUT NIGHT-STS.
015960     WRITE NSTS-FIELDS.
015970     CLOSE NIGHT-STS.
015980     MOVE WS-BUS-DATE TO OS-BUS-DATE-O.
015990     WRITE OPS-REC FROM OPS-STATUS-REC.
016000 9100-EXIT.
016010     EXIT.
016020 9110-WARN-MISSING.
016030     ADD 1 TO WS-REQ-MISSING.
016040     WRITE OPS-REC FROM OPS-WARN-REC.
016050 9110-EXIT.
016060     EXIT.
