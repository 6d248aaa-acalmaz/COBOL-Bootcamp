001300*                    ACTIVITY SUMMARY.  JRNL-MERCHANT IS          *
001400*                    CAPTURED ON EVERY MOVEMENT ODEV5 APPLIES     *
001500*                    AND WAS NEVER LOOKED AT AGAIN.               *
001510*  10/15/26   MC    THE MONTH'S MOVEMENTS NOW COME FROM THE       *
001520*                    JOURNAL HISTORY KSDS (JHSTFLD) FOR THE MONTH *
001530*                    (YYMM) ON SYSIN, DEFAULT THE RUN MONTH,      *
001540*                    INSTEAD OF THE CONCATENATED DAILY JOURNALS.  *
001550*  10/15/26   MC    RUN IS NOW DATED FROM THE BUSINESS-DATE       *
001560*                    CONTROL RECORD (BDATFLD, BUSDATE) INSTEAD OF *
001570*                    THE SYSTEM CLOCK -- NO DATE RECORD, NO RUN.  *
001600*----------------------------------------------------------------*
001610*  THIS PROGRAM READS ONE MONTH'S MOVEMENTS FROM THE JOURNAL      *
001620*  HISTORY (JHSTFLD LAYOUT; THE MONTH IS YYMM ON SYSIN, DEFAULT   *
001630*  THE RUN MONTH), SORTS THEM INTO MERCHANT ORDER, AND BUILDS     *
001900*  ONE SUMMARY PER MERCHANT: COUNT AND DOLLAR TOTAL OF DEBITS,    *
002000*  COUNT AND TOTAL OF CREDITS, AND THE NET.  THE SUMMARIES ARE    *
002100*  THEN SORTED INTO DESCENDING DEBIT-VOLUME ORDER SO THE BIGGEST  *
002800 ENVIRONMENT DIVISION.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003010     SELECT JHST-FILE    ASSIGN TO JHSTFILE
003020         ORGANIZATION IS INDEXED
003030         ACCESS MODE  IS SEQUENTIAL
003040         RECORD KEY   IS JHST-KEY.
003200     SELECT JRNL-SORTED  ASSIGN TO JRNLSRT.
003300     SELECT JRNL-SORT-WORK ASSIGN TO JRNLWK.
003400     SELECT MSUM-SORT-WORK ASSIGN TO MSUMWK.
003500     SELECT MSUM-LINE    ASSIGN TO MSUMRPT.
003600     SELECT RUN-LOG      ASSIGN TO RUNLOG.
003610     SELECT BUS-DATE     ASSIGN TO BUSDATE.
003700 DATA DIVISION.
003800 FILE SECTION.
003900 FD  JHST-FILE RECORDING MODE F.
004000     COPY JHSTFLD.
004100 FD  JRNL-SORTED RECORDING MODE F.
004200     COPY JRNLFLD REPLACING JRNL-FIELDS BY JRNL-SORTED-REC.
004300 SD  JRNL-SORT-WORK.
005400 01  MSUM-REC               PIC X(132).
005500 FD  RUN-LOG RECORDING MODE F.
005600     COPY RUNLOG.
005610 FD  BUS-DATE RECORDING MODE F.
005620     COPY BDATFLD.
005700 WORKING-STORAGE SECTION.
005800 01  MSUM-HEAD-REC.
005900     05  FILLER             PIC X(37)
010300 01  WS-SWITCHES.
010400     05  WS-JRNL-EOF-SW     PIC X(01) VALUE 'N'.
010500         88  WS-JRNL-EOF              VALUE 'Y'.
010510     05  WS-HIST-EOF-SW     PIC X(01) VALUE 'N'.
010520         88  WS-HIST-EOF              VALUE 'Y'.
010600     05  WS-SORT-EOF-SW     PIC X(01) VALUE 'N'.
010700         88  WS-SORT-EOF              VALUE 'Y'.
010800 01  WS-COUNTERS.
012300     05  WS-G-CREDIT-TOT    PIC S9(11)V99 COMP-3 VALUE 0.
012400     05  WS-G-NET           PIC S9(11)V99 COMP-3 VALUE 0.
012500 77  WS-RUN-DATE            PIC 9(6).
012505*  THE MONTH SUMMARIZED, YYMM FROM SYSIN.  BLANK TAKES THE RUN
012510*  MONTH; ANYTHING ELSE NOT NUMERIC DOES TOO, WITH A WARNING.
012515 01  WS-PARM-FIELDS.
012520     05  WS-MONTH-IN        PIC X(4).
012525     05  WS-MONTH           PIC 9(4).
012530 01  WS-DATE-WORK.
012535     05  WS-DATE-YYMMDD     PIC 9(6).
012540     05  WS-DATE-R REDEFINES WS-DATE-YYMMDD.
012545         10  WS-DATE-YYMM   PIC 9(4).
012550         10  WS-DATE-DD     PIC 9(2).
012560 77  WS-BDATE-SW            PIC X(01) VALUE 'N'.
012570     88  WS-BDATE-FOUND               VALUE 'Y'.
012600*------------------------------------------------------------------
012700 PROCEDURE DIVISION.
012800*------------------------------------------------------------------
012900 0000-MAINLINE.
012910     PERFORM 0100-GET-BUS-DATE THRU 0100-EXIT.
012920     IF NOT WS-BDATE-FOUND
012930         GOBACK
012940     END-IF.
013000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
013100     SORT MSUM-SORT-WORK
013200         ON DESCENDING KEY MSR-DEBIT-TOT
013400         OUTPUT PROCEDURE IS 3000-PRINT-SUMMARY.
013500     PERFORM 9000-TERMINATE THRU 9000-EXIT.
013600     GOBACK.
013602*------------------------------------------------------------------
013604*  0100-GET-BUS-DATE  --  READ THE BUSINESS DATE THIS RUN IS FOR
013606*  FROM THE DATE RECORD AT THE HEAD OF BUSDATE.  ONLY THE END-OF-
013608*  DAY ROLL (ODEV27) MOVES IT, SO A RERUN OR A RUN THAT CROSSES
013610*  MIDNIGHT STILL BELONGS TO THE SAME PROCESSING DAY.  NO DATE
013612*  RECORD, NO RUN.
013614*------------------------------------------------------------------
013616 0100-GET-BUS-DATE.
013618     OPEN INPUT BUS-DATE.
013620     READ BUS-DATE
013622         AT END
013624             MOVE SPACES TO BDT-FIELDS
013626     END-READ.
013628     CLOSE BUS-DATE.
013630     IF NOT BDT-DATE-REC
013632        OR BDT-CURR-DATE NOT NUMERIC
013634         DISPLAY 'ODEV19 ERROR - NO BUSINESS DATE RECORD ON '
013636             'BUSDATE'
013638         MOVE 16 TO RETURN-CODE
013640         GO TO 0100-EXIT
013642     END-IF.
013644     MOVE BDT-CURR-DATE TO WS-RUN-DATE.
013646     MOVE 'Y' TO WS-BDATE-SW.
013648 0100-EXIT.
013650     EXIT.
013700*------------------------------------------------------------------
013710*  1000-INITIALIZE  --  TAKE THE MONTH FROM SYSIN AND SORT THAT
013720*  MONTH'S MOVEMENTS FROM THE JOURNAL HISTORY INTO MERCHANT ORDER
013730*  SO THE SUMMARY PASS IS A SIMPLE CONTROL BREAK.  THE HISTORY IS
013740*  KEYED BY ACCOUNT, SO THE MERCHANT ORDER STILL TAKES A SORT.
014000*------------------------------------------------------------------
014100 1000-INITIALIZE.
014110     MOVE WS-RUN-DATE TO WS-DATE-YYMMDD.
014120     MOVE WS-DATE-YYMM TO WS-MONTH.
014130     ACCEPT WS-MONTH-IN.
014140     IF WS-MONTH-IN NOT = SPACES
014150         IF WS-MONTH-IN NUMERIC
014160             MOVE WS-MONTH-IN TO WS-MONTH
014170         ELSE
014180             DISPLAY 'ODEV19 WARNING - MONTH PARM ' WS-MONTH-IN
014190                 ' NOT NUMERIC, RUN MONTH SUMMARIZED'
014200         END-IF
014210     END-IF.
014300     SORT JRNL-SORT-WORK
014400         ON ASCENDING KEY JRNL-MERCHANT OF JRNL-SORT-REC
014410         INPUT PROCEDURE IS 1100-SELECT-MONTH
014600         GIVING JRNL-SORTED.
014700 1000-EXIT.
014800     EXIT.
014802*------------------------------------------------------------------
014804*  1100-SELECT-MONTH  --  SORT INPUT PROCEDURE.  PASSES THE
014806*  JOURNAL HISTORY AND RELEASES EVERY MOVEMENT POSTED IN THE
014808*  MONTH BEING SUMMARIZED, IN THE JOURNAL LAYOUT.
014810*------------------------------------------------------------------
014812 1100-SELECT-MONTH.
014814     OPEN INPUT JHST-FILE.
014816     PERFORM 1110-READ-HIST THRU 1110-EXIT
014818         UNTIL WS-HIST-EOF.
014820     CLOSE JHST-FILE.
014822 1100-EXIT.
014824     EXIT.
014826 1110-READ-HIST.
014828     READ JHST-FILE
014830         AT END
014832             MOVE 'Y' TO WS-HIST-EOF-SW
014834             GO TO 1110-EXIT
014836     END-READ.
014838     MOVE JHST-POST-DATE TO WS-DATE-YYMMDD.
014840     IF WS-DATE-YYMM NOT = WS-MONTH
014842         GO TO 1110-EXIT
014844     END-IF.
014846     MOVE JHST-ACCT-NO     TO JRNL-ACCT-NO OF JRNL-SORT-REC.
014848     MOVE JHST-POST-DATE   TO JRNL-POST-DATE OF JRNL-SORT-REC.
014850     MOVE JHST-DC-CODE     TO JRNL-DC-CODE OF JRNL-SORT-REC.
014852     MOVE JHST-AMOUNT      TO JRNL-AMOUNT OF JRNL-SORT-REC.
014854     MOVE JHST-MERCHANT    TO JRNL-MERCHANT OF JRNL-SORT-REC.
014856     MOVE JHST-NEW-BALANCE TO JRNL-NEW-BALANCE OF JRNL-SORT-REC.
014858     RELEASE JRNL-SORT-REC.
014860 1110-EXIT.
014862     EXIT.
014900*------------------------------------------------------------------
015000*  2000-SUMMARIZE-MERCHANTS  --  SORT INPUT PROCEDURE.  BREAKS
015100*  THE MERCHANT-ORDERED JOURNAL ON THE MERCHANT VALUE AND
