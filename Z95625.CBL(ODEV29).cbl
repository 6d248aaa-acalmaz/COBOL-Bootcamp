000100 IDENTIFICATION DIVISION.
000200*----------------------------------------------------------------*
000300 PROGRAM-ID.    ODEV29.
000400 AUTHOR.        MELIH CALMAZ.
000500 INSTALLATION.  Z95625 BATCH SYSTEMS.
000600 DATE-WRITTEN.  10/15/2026.
000700 DATE-COMPILED.
000800*----------------------------------------------------------------*
000900*  MODIFICATION HISTORY                                           *
001000*----------------------------------------------------------------*
001100*  DATE       INIT  DESCRIPTION                                   *
001200*  10/15/26   MC    INITIAL VERSION.  CUSTOMER LETTER RUN.  THE   *
001300*                    PAST-DUE, FREEZE, LIMIT-CHANGE AND CLOSURE   *
001400*                    NOTICES WERE TYPED BY HAND FROM THE ODEV17,  *
001500*                    ODEV8, ODEV20 AND ODEV3 REPORTS, AND NOBODY  *
001600*                    COULD SAY AFTERWARDS WHAT A CUSTOMER HAD     *
001700*                    BEEN SENT.                                   *
001800*----------------------------------------------------------------*
001900*  THIS PROGRAM PRINTS ONE MAIL-READY LETTER PER CUSTOMER EVENT.  *
002000*  THE EVENTS ARE THE DELINQUENCY POSITIONS FROM THE LAST AGING   *
002100*  RUN (DELQFLD, DELQOUT -- ONE PAST-DUE LETTER PER AGING         *
002200*  BUCKET) AND THE STATUS AND LIMIT CHANGES ODEV3 ACTUALLY        *
002300*  APPLIED (EVNTFLD, ACCTEVT) -- A FREEZE OR UNFREEZE FROM THE    *
002400*  ODEV8 RUN, A RAISE OR CUT FROM THE ODEV20 LINE REVIEW, OR A    *
002500*  CLOSURE FROM ANY SOURCE.  THE WORDING OF EACH LETTER TYPE      *
002600*  COMES FROM THE TEMPLATE CARDS (LTRTFLD, LTRTMPL); THE MAILING  *
002700*  BLOCK IS THE NAME AND CLIENT-ADDR/CLIENT-ZIP FROM THE ACCT-REC *
002800*  KSDS.  EVERY LETTER IS RECORDED ON THE CORRESPONDENCE LOG      *
002900*  (CORRFLD KSDS, CORRLOG) KEYED BY ACCOUNT, EVENT DATE AND       *
003000*  LETTER TYPE, AND A LETTER ALREADY ON THE LOG IS NEVER PRINTED  *
003100*  AGAIN, SO A RERUN OR THE SAME AGING POSITION SEEN ON A LATER   *
003200*  NIGHT SENDS NOTHING TWICE.  AN EVENT THAT CANNOT BE MAILED IS  *
003300*  LOGGED AS NOT MAILED; ONE WHOSE LETTER TYPE HAS NO TEMPLATE    *
003400*  IS HELD UNLOGGED FOR THE NEXT RUN.  EITHER ENDS THE RUN RC 4.  *
003500*  EVERY EVENT IS LISTED ON THE CONTROL REPORT (LTRRPT).          *
003510*  ACCTEVT CARRIES ONLY THE EVENTS OF MAINTENANCE RUNS THE ODEV7  *
003520*  RECONCILIATION HAS PROVED, SO NO LETTER GOES OUT ABOUT A       *
003530*  MASTER THAT WAS NEVER SWAPPED IN.                              *
003600*----------------------------------------------------------------*
003700 ENVIRONMENT DIVISION.
003800 INPUT-OUTPUT SECTION.
003900 FILE-CONTROL.
004000     SELECT ACCT-REC     ASSIGN TO ACCTREC
004100         ORGANIZATION IS INDEXED
004200         ACCESS MODE  IS RANDOM
004300         RECORD KEY   IS ACCT-NO.
004400     SELECT CORR-FILE    ASSIGN TO CORRLOG
004500         ORGANIZATION IS INDEXED
004600         ACCESS MODE  IS RANDOM
004700         RECORD KEY   IS CORR-KEY.
004800     SELECT DELQ-FILE    ASSIGN TO DELQOUT.
004900     SELECT ACCT-EVT     ASSIGN TO ACCTEVT.
005000     SELECT LTRT-FILE    ASSIGN TO LTRTMPL.
005100     SELECT LTR-LINE     ASSIGN TO LTRPRT.
005200     SELECT LTRR-LINE    ASSIGN TO LTRRPT.
005300     SELECT RUN-LOG      ASSIGN TO RUNLOG.
005400     SELECT BUS-DATE     ASSIGN TO BUSDATE.
005500 DATA DIVISION.
005600 FILE SECTION.
005700 FD  ACCT-REC RECORDING MODE F.
005800     COPY ACCTFLD.
005900 FD  CORR-FILE RECORDING MODE F.
006000     COPY CORRFLD.
006100 FD  DELQ-FILE RECORDING MODE F.
006200     COPY DELQFLD.
006300 FD  ACCT-EVT RECORDING MODE F.
006400     COPY EVNTFLD.
006500 FD  LTRT-FILE RECORDING MODE F.
006600     COPY LTRTFLD.
006700 FD  LTR-LINE RECORDING MODE F.
006800 01  LTR-REC                PIC X(80).
006900 FD  LTRR-LINE RECORDING MODE F.
007000 01  LTRR-REC               PIC X(132).
007100 FD  RUN-LOG RECORDING MODE F.
007200     COPY RUNLOG.
007300 FD  BUS-DATE RECORDING MODE F.
007400     COPY BDATFLD.
007500 WORKING-STORAGE SECTION.
007600*  THE LETTER LINE LAYOUTS LIVE IN WORKING-STORAGE, AS ODEV6'S
007700*  STATEMENT LINES DO, SO THEIR LABELS SURVIVE FROM ONE LETTER TO
007800*  THE NEXT.  EACH LETTER OPENS WITH A RULE LINE FOR THE INSERTER.
007900 01  LTR-RULE-REC.
008000     05  FILLER             PIC X(80) VALUE ALL '-'.
008100 01  LTR-BLANK-REC.
008200     05  FILLER             PIC X(80) VALUE SPACES.
008300 01  LTR-HEAD-REC.
008400     05  FILLER             PIC X(15) VALUE 'ACCOUNT NOTICE '.
008500     05  FILLER             PIC X(5)  VALUE 'DATE '.
008600     05  LH-DATE-O          PIC X(8).
008700     05  FILLER             PIC X(11) VALUE '   ACCOUNT '.
008800     05  LH-ACCT-NO-O       PIC X(8).
008900     05  FILLER             PIC X(33) VALUE SPACES.
009000 01  LTR-NAME-REC.
009100     05  LN-FIRST-NAME-O    PIC X(15).
009200     05  FILLER             PIC X(1)  VALUE SPACE.
009300     05  LN-LAST-NAME-O     PIC X(20).
009400     05  FILLER             PIC X(44) VALUE SPACES.
009500 01  LTR-ADDR1-REC.
009600     05  LA-STREET-ADDR-O   PIC X(25).
009700     05  FILLER             PIC X(55) VALUE SPACES.
009800 01  LTR-ADDR2-REC.
009900     05  LA-CITY-COUNTY-O   PIC X(20).
010000     05  FILLER             PIC X(2)  VALUE SPACES.
010100     05  LA-USA-STATE-O     PIC X(15).
010200     05  FILLER             PIC X(2)  VALUE SPACES.
010300     05  LA-CLIENT-ZIP-O    PIC X(5).
010400     05  FILLER             PIC X(36) VALUE SPACES.
010500 01  LTR-TITLE-REC.
010600     05  FILLER             PIC X(4)  VALUE 'RE: '.
010700     05  LT-TITLE-O         PIC X(60).
010800     05  FILLER             PIC X(16) VALUE SPACES.
010900 01  WS-BODY-LINE           PIC X(80).
011000*  CONTROL REPORT LAYOUTS.
011100 01  LTRR-HEAD-REC.
011200     05  FILLER             PIC X(28)
011300         VALUE 'CUSTOMER LETTER RUN -- DATE '.
011400     05  LR-RUN-DATE-O      PIC 9(6).
011500     05  FILLER             PIC X(98) VALUE SPACES.
011600 01  LTRR-COL-REC.
011700     05  FILLER             PIC X(8)  VALUE 'ACCOUNT '.
011800     05  FILLER             PIC X(2)  VALUE SPACES.
011900     05  FILLER             PIC X(6)  VALUE 'TYPE'.
012000     05  FILLER             PIC X(2)  VALUE SPACES.
012100     05  FILLER             PIC X(6)  VALUE 'EVENT'.
012200     05  FILLER             PIC X(2)  VALUE SPACES.
012300     05  FILLER             PIC X(8)  VALUE 'SOURCE'.
012400     05  FILLER             PIC X(2)  VALUE SPACES.
012500     05  FILLER             PIC X(12) VALUE 'ACTION'.
012600     05  FILLER             PIC X(2)  VALUE SPACES.
012700     05  FILLER             PIC X(20) VALUE 'LAST NAME'.
012800     05  FILLER             PIC X(2)  VALUE SPACES.
012900     05  FILLER             PIC X(40) VALUE 'NOTE'.
013000     05  FILLER             PIC X(20) VALUE SPACES.
013100 01  LTRR-DETAIL-REC.
013200     05  RD-ACCT-NO-O       PIC X(8).
013300     05  FILLER             PIC X(2)  VALUE SPACES.
013400     05  RD-TYPE-O          PIC X(6).
013500     05  FILLER             PIC X(2)  VALUE SPACES.
013600     05  RD-EVENT-DATE-O    PIC 9(6).
013700     05  FILLER             PIC X(2)  VALUE SPACES.
013800     05  RD-SOURCE-O        PIC X(8).
013900     05  FILLER             PIC X(2)  VALUE SPACES.
014000     05  RD-ACTION-O        PIC X(12).
014100     05  FILLER             PIC X(2)  VALUE SPACES.
014200     05  RD-LAST-NAME-O     PIC X(20).
014300     05  FILLER             PIC X(2)  VALUE SPACES.
014400     05  RD-NOTE-O          PIC X(40).
014500     05  FILLER             PIC X(20) VALUE SPACES.
014600 01  LTRR-TOTAL-REC.
014700     05  RT-LABEL           PIC X(26).
014800     05  RT-COUNT-O         PIC Z,ZZZ,ZZ9.
014900     05  FILLER             PIC X(97) VALUE SPACES.
015000*  LABEL FOR THE LETTERS-MAILED-BY-TYPE TOTAL LINES.
015100 01  WS-TYPE-LABEL.
015200     05  FILLER             PIC X(9)  VALUE 'MAILED - '.
015300     05  WS-TL-CODE         PIC X(6).
015400     05  FILLER             PIC X(11) VALUE '...........'.
015500 01  WS-SWITCHES.
015600     05  WS-EOF-SWITCH      PIC X(01) VALUE 'N'.
015700         88  WS-EOF                   VALUE 'Y'.
015800     05  WS-DELQ-EOF-SW     PIC X(01) VALUE 'N'.
015900         88  WS-DELQ-EOF              VALUE 'Y'.
016000     05  WS-EVT-EOF-SW      PIC X(01) VALUE 'N'.
016100         88  WS-EVT-EOF               VALUE 'Y'.
016200     05  WS-RUN-OK-SW       PIC X(01) VALUE 'Y'.
016300         88  WS-RUN-OK                VALUE 'Y'.
016400     05  WS-FOUND-SWITCH    PIC X(01) VALUE 'N'.
016500         88  WS-ACCOUNT-FOUND         VALUE 'Y'.
016600     05  WS-LOGGED-SW       PIC X(01) VALUE 'N'.
016700         88  WS-ALREADY-LOGGED        VALUE 'Y'.
016800 01  WS-COUNTERS.
016900     05  WS-CARDS-READ      PIC 9(07) COMP VALUE 0.
017000     05  WS-DELQ-READ       PIC 9(07) COMP VALUE 0.
017100     05  WS-EVT-READ        PIC 9(07) COMP VALUE 0.
017200     05  WS-MAILED          PIC 9(07) COMP VALUE 0.
017300     05  WS-ALREADY-SENT    PIC 9(07) COMP VALUE 0.
017400     05  WS-NOT-MAILED      PIC 9(07) COMP VALUE 0.
017500     05  WS-HELD            PIC 9(07) COMP VALUE 0.
017600     05  WS-NO-LETTER       PIC 9(07) COMP VALUE 0.
017700     05  WS-LOG-ERRORS      PIC 9(07) COMP VALUE 0.
017800     05  WS-EVT-LETTERS     PIC 9(01) COMP.
017900*  THE LETTER TYPES, IN THE ORDER THE TEMPLATE TABLE AND THE
018000*  MAILED-BY-TYPE TOTALS ARE KEPT.  THE FIRST FOUR ARE THE
018100*  DELINQUENCY BUCKETS '1' TO '4' IN ORDER.
018200 01  WS-LTR-TYPE-VALUES.
018300     05  FILLER             PIC X(6)  VALUE 'PASTD1'.
018400     05  FILLER             PIC X(6)  VALUE 'PASTD2'.
018500     05  FILLER             PIC X(6)  VALUE 'PASTD3'.
018600     05  FILLER             PIC X(6)  VALUE 'PASTD4'.
018700     05  FILLER             PIC X(6)  VALUE 'FREEZE'.
018800     05  FILLER             PIC X(6)  VALUE 'UNFRZ'.
018900     05  FILLER             PIC X(6)  VALUE 'LIMUP'.
019000     05  FILLER             PIC X(6)  VALUE 'LIMDN'.
019100     05  FILLER             PIC X(6)  VALUE 'CLOSED'.
019200 01  WS-LTR-TYPE-TABLE REDEFINES WS-LTR-TYPE-VALUES.
019300     05  WS-LTR-CODE        OCCURS 9 TIMES PIC X(6).
019400 77  WS-LTR-MAX             PIC 9(2) COMP VALUE 9.
019500 77  WS-LTR-IX              PIC 9(2) COMP.
019600 77  WS-FOUND-IX            PIC 9(2) COMP.
019700*  TEMPLATE CARDS AS LOADED, ONE ENTRY PER LETTER TYPE.  LINE
019800*  ENTRY 1 IS THE TITLE CARD (LINE 00), ENTRIES 2-21 THE BODY
019900*  CARDS 01-20.  A TYPE CAN BE MAILED ONLY WITH A TITLE AND AT
020000*  LEAST ONE BODY CARD.
020100 01  WS-TEMPLATES.
020200     05  WS-TMPL-ENTRY      OCCURS 9 TIMES.
020300         10  WS-TMPL-MAILED     PIC 9(07) COMP.
020400         10  WS-TMPL-LAST-LINE  PIC 9(02) COMP.
020500         10  WS-TMPL-LINE       OCCURS 21 TIMES.
020600             15  WS-TMPL-USED   PIC X(01).
020700             15  WS-TMPL-FILL   PIC X(01).
020800             15  WS-TMPL-TEXT   PIC X(60).
020900 77  WS-LINE-IX             PIC 9(2) COMP.
021000*  THE EVENT A LETTER IS BEING ISSUED FOR.  A PAST-DUE LETTER IS
021100*  DATED BY THE MISSED DUE DATE, A CHANGE LETTER BY THE DATE
021200*  ODEV3 APPLIED THE CHANGE; WITH THE ACCOUNT AND LETTER TYPE
021300*  THAT IS THE CORRESPONDENCE LOG KEY.
021400 01  WS-EVENT.
021500     05  WS-EV-KIND         PIC X(1).
021600         88  WS-EV-PAST-DUE           VALUE 'P'.
021700         88  WS-EV-CHANGE             VALUE 'C'.
021800     05  WS-EV-ACCT-NO      PIC X(8).
021900     05  WS-EV-DATE         PIC 9(6).
022000     05  WS-EV-SOURCE       PIC X(8).
022100*  FIGURES A TEMPLATE BODY CARD MAY NAME (SEE LTRTFLD).  A FIGURE
022200*  THE EVENT DOES NOT CARRY PRINTS AS ZERO.
022300 01  WS-FIGURES.
022400     05  WS-FIG-MIN-DUE     PIC S9(7)V99 COMP-3.
022500     05  WS-FIG-UNPAID      PIC S9(7)V99 COMP-3.
022600     05  WS-FIG-DAYS        PIC S9(5) COMP-3.
022700     05  WS-FIG-DUE-DATE    PIC 9(6).
022800     05  WS-FIG-BALANCE     PIC S9(7)V99 COMP-3.
022900     05  WS-FIG-NEW-LIMIT   PIC S9(7)V99 COMP-3.
023000     05  WS-FIG-OLD-LIMIT   PIC S9(7)V99 COMP-3.
023100     05  WS-FIG-EVENT-DATE  PIC 9(6).
023200 01  WS-FIG-EDIT            PIC X(14).
023300 77  WS-FIG-LEAD            PIC 9(2) COMP.
023400 01  WS-EDIT-AMOUNT         PIC $$,$$$,$$9.99-.
023500 01  WS-EDIT-DAYS           PIC ZZZZ9.
023600*  YYMMDD DATE AS PRINTED ON A LETTER, MM/DD/YY.
023700 01  WS-DATE-IN             PIC 9(6).
023800 01  WS-DATE-IN-R REDEFINES WS-DATE-IN.
023900     05  WS-DATE-YY         PIC 9(2).
024000     05  WS-DATE-MM         PIC 9(2).
024100     05  WS-DATE-DD         PIC 9(2).
024200 01  WS-DATE-OUT.
024300     05  WS-DATE-OUT-MM     PIC 9(2).
024400     05  FILLER             PIC X(1)  VALUE '/'.
024500     05  WS-DATE-OUT-DD     PIC 9(2).
024600     05  FILLER             PIC X(1)  VALUE '/'.
024700     05  WS-DATE-OUT-YY     PIC 9(2).
024800*  DISPOSITION OF THE CURRENT EVENT FOR THE REPORT AND THE LOG.
024900 77  WS-ACTION              PIC X(12).
025000 77  WS-NOTE                PIC X(40).
025100 77  WS-CORR-RESULT         PIC X(1).
025200 77  WS-RUN-DATE            PIC 9(6).
025300 77  WS-BDATE-SW            PIC X(01) VALUE 'N'.
025400     88  WS-BDATE-FOUND               VALUE 'Y'.
025500*------------------------------------------------------------------
025600 PROCEDURE DIVISION.
025700*------------------------------------------------------------------
025800 0000-MAINLINE.
025900     PERFORM 0100-GET-BUS-DATE THRU 0100-EXIT.
026000     IF NOT WS-BDATE-FOUND
026100         GOBACK
026200     END-IF.
026300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
026400*  A BAD TEMPLATE FILE ENDS THE RUN HERE -- NOTHING HAS BEEN
026500*  PRINTED, BUT THE REFUSAL IS LOGGED FOR THE CONTROL REPORT.
026600     IF NOT WS-RUN-OK
026650         PERFORM 9200-WRITE-RUN-LOG THRU 9200-EXIT
026700         GOBACK
026800     END-IF.
026900     PERFORM 2000-PROCESS-DELQ THRU 2000-EXIT
027000         UNTIL WS-DELQ-EOF.
027100     PERFORM 2500-PROCESS-CHANGE THRU 2500-EXIT
027200         UNTIL WS-EVT-EOF.
027300     PERFORM 9000-TERMINATE THRU 9000-EXIT.
027400     GOBACK.
027500*------------------------------------------------------------------
027600*  0100-GET-BUS-DATE  --  READ THE BUSINESS DATE THIS RUN IS FOR
027700*  FROM THE DATE RECORD AT THE HEAD OF BUSDATE.  ONLY THE END-OF-
027800*  DAY ROLL (ODEV27) MOVES IT, SO A RERUN OR A RUN THAT CROSSES
027900*  MIDNIGHT STILL BELONGS TO THE SAME PROCESSING DAY.  NO DATE
028000*  RECORD, NO RUN.
028100*------------------------------------------------------------------
028200 0100-GET-BUS-DATE.
028300     OPEN INPUT BUS-DATE.
028400     READ BUS-DATE
028500         AT END
028600             MOVE SPACES TO BDT-FIELDS
028700     END-READ.
028800     CLOSE BUS-DATE.
028900     IF NOT BDT-DATE-REC
029000        OR BDT-CURR-DATE NOT NUMERIC
029100         DISPLAY 'ODEV29 ERROR - NO BUSINESS DATE RECORD ON '
029200             'BUSDATE'
029300         MOVE 16 TO RETURN-CODE
029400         GO TO 0100-EXIT
029500     END-IF.
029600     MOVE BDT-CURR-DATE TO WS-RUN-DATE.
029700     MOVE 'Y' TO WS-BDATE-SW.
029800 0100-EXIT.
029900     EXIT.
030000*------------------------------------------------------------------
030100*  1000-INITIALIZE  --  LOAD AND PROVE THE TEMPLATE CARDS, OPEN
030200*  THE FILES, WRITE THE REPORT HEADING AND PRIME BOTH EVENT
030300*  READS.
030400*------------------------------------------------------------------
030500 1000-INITIALIZE.
030600     PERFORM 1100-LOAD-TEMPLATES THRU 1100-EXIT.
030700     IF NOT WS-RUN-OK
030800         MOVE 16 TO RETURN-CODE
030900         GO TO 1000-EXIT
031000     END-IF.
031100     OPEN INPUT  ACCT-REC.
031200     OPEN I-O    CORR-FILE.
031300     OPEN INPUT  DELQ-FILE.
031400     OPEN INPUT  ACCT-EVT.
031500     OPEN OUTPUT LTR-LINE.
031600     OPEN OUTPUT LTRR-LINE.
031700     MOVE WS-RUN-DATE TO LR-RUN-DATE-O.
031800     WRITE LTRR-REC FROM LTRR-HEAD-REC.
031900     WRITE LTRR-REC FROM LTRR-COL-REC.
032000     PERFORM 1200-READ-DELQ  THRU 1200-EXIT.
032100     PERFORM 1300-READ-EVENT THRU 1300-EXIT.
032200 1000-EXIT.
032300     EXIT.
032400*------------------------------------------------------------------
032500*  1100-LOAD-TEMPLATES  --  ONE CARD PER LETTER LINE.  AN UNKNOWN
032600*  LETTER TYPE, A LINE NUMBER OUTSIDE 00-20, AN UNKNOWN FIGURE
032700*  CODE OR A REPEATED LINE IS A BAD PARAMETER FILE AND REFUSES
032800*  THE RUN, AS A BAD GLMAP CARD DOES IN ODEV24.  A TYPE WITH NO
032900*  CARDS IS ONLY A PROBLEM IF ONE OF ITS EVENTS TURNS UP, AND
033000*  THEN THAT LETTER IS HELD.
033100*------------------------------------------------------------------
033200 1100-LOAD-TEMPLATES.
033300     INITIALIZE WS-TEMPLATES.
033400     OPEN INPUT LTRT-FILE.
033500     MOVE 'N' TO WS-EOF-SWITCH.
033600     PERFORM 1110-READ-CARD THRU 1110-EXIT
033700         UNTIL WS-EOF.
033800     CLOSE LTRT-FILE.
033900     IF NOT WS-RUN-OK
034000         GO TO 1100-EXIT
034100     END-IF.
034200     PERFORM 1130-CHECK-TYPE THRU 1130-EXIT
034300         VARYING WS-LTR-IX FROM 1 BY 1
034400         UNTIL WS-LTR-IX > WS-LTR-MAX.
034500 1100-EXIT.
034600     EXIT.
034700 1110-READ-CARD.
034800     READ LTRT-FILE
034900         AT END
035000             MOVE 'Y' TO WS-EOF-SWITCH
035100             GO TO 1110-EXIT
035200     END-READ.
035300     IF LTRT-FIELDS (1 : 1) = '*'
035400      OR LTRT-FIELDS = SPACES
035500         GO TO 1110-EXIT
035600     END-IF.
035700     ADD 1 TO WS-CARDS-READ.
035800     MOVE 0 TO WS-FOUND-IX.
035900     PERFORM 1120-FIND-TYPE THRU 1120-EXIT
036000         VARYING WS-LTR-IX FROM 1 BY 1
036100         UNTIL WS-LTR-IX > WS-LTR-MAX.
036200     EVALUATE TRUE
036300         WHEN WS-FOUND-IX = 0
036400             DISPLAY 'ODEV29 ERROR - LTRTMPL CARD FOR UNKNOWN '
036500                 'LETTER TYPE ''' LTRT-LETTER-TYPE ''''
036600         WHEN LTRT-LINE-NO NOT NUMERIC
036700             DISPLAY 'ODEV29 ERROR - LTRTMPL CARD FOR '
036800                 LTRT-LETTER-TYPE ' LINE NUMBER '''
036900                 LTRT-LINE-NO ''' NOT NUMERIC'
037000         WHEN LTRT-LINE-NO-N > 20
037100             DISPLAY 'ODEV29 ERROR - LTRTMPL CARD FOR '
037200                 LTRT-LETTER-TYPE ' LINE ' LTRT-LINE-NO
037300                 ' OVER 20'
037400         WHEN NOT LTRT-FILL-VALID
037500             DISPLAY 'ODEV29 ERROR - LTRTMPL CARD FOR '
037600                 LTRT-LETTER-TYPE ' LINE ' LTRT-LINE-NO
037700                 ' UNKNOWN FIGURE CODE ''' LTRT-FILL-CODE ''''
037800         WHEN WS-TMPL-USED (WS-FOUND-IX, LTRT-LINE-NO-N + 1) = 'Y'
037900             DISPLAY 'ODEV29 ERROR - LTRTMPL CARD FOR '
038000                 LTRT-LETTER-TYPE ' LINE ' LTRT-LINE-NO
038100                 ' REPEATED'
038200         WHEN OTHER
038300             COMPUTE WS-LINE-IX = LTRT-LINE-NO-N + 1
038400             MOVE 'Y'            TO WS-TMPL-USED
038500                                    (WS-FOUND-IX, WS-LINE-IX)
038600             MOVE LTRT-FILL-CODE TO WS-TMPL-FILL
038700                                    (WS-FOUND-IX, WS-LINE-IX)
038800             MOVE LTRT-TEXT      TO WS-TMPL-TEXT
038900                                    (WS-FOUND-IX, WS-LINE-IX)
039000             IF LTRT-LINE-NO-N > WS-TMPL-LAST-LINE (WS-FOUND-IX)
039100                 MOVE LTRT-LINE-NO-N
039200                     TO WS-TMPL-LAST-LINE (WS-FOUND-IX)
039300             END-IF
039400             GO TO 1110-EXIT
039500     END-EVALUATE.
039600     MOVE 'N' TO WS-RUN-OK-SW.
039700 1110-EXIT.
039800     EXIT.
039900 1120-FIND-TYPE.
040000     IF LTRT-LETTER-TYPE = WS-LTR-CODE (WS-LTR-IX)
040100         MOVE WS-LTR-IX TO WS-FOUND-IX
040200     END-IF.
040300 1120-EXIT.
040400     EXIT.
040500 1130-CHECK-TYPE.
040600     IF WS-TMPL-USED (WS-LTR-IX, 1) NOT = 'Y'
040700      OR WS-TMPL-LAST-LINE (WS-LTR-IX) = 0
040800         DISPLAY 'ODEV29 WARNING - NO COMPLETE TEMPLATE FOR '
040900             'LETTER TYPE ' WS-LTR-CODE (WS-LTR-IX)
041000             ', ITS LETTERS WILL BE HELD'
041100     END-IF.
041200 1130-EXIT.
041300     EXIT.
041400 1200-READ-DELQ.
041500     READ DELQ-FILE
041600         AT END
041700             MOVE 'Y' TO WS-DELQ-EOF-SW
041800             GO TO 1200-EXIT
041900     END-READ.
042000     ADD 1 TO WS-DELQ-READ.
042100 1200-EXIT.
042200     EXIT.
042300 1300-READ-EVENT.
042400     READ ACCT-EVT
042500         AT END
042600             MOVE 'Y' TO WS-EVT-EOF-SW
042700             GO TO 1300-EXIT
042800     END-READ.
042900     ADD 1 TO WS-EVT-READ.
043000 1300-EXIT.
043100     EXIT.
043200*------------------------------------------------------------------
043300*  2000-PROCESS-DELQ  --  ONE PAST-DUE LETTER PER DELINQUENCY
043400*  POSITION, OF THE TYPE FOR ITS AGING BUCKET, DATED BY THE DUE
043500*  DATE THAT WAS MISSED.  THE SAME POSITION READ AGAIN ON A LATER
043600*  NIGHT IS ALREADY ON THE LOG; A WORSE BUCKET FOR THE SAME DUE
043700*  DATE IS A NEW LETTER.  THEN ADVANCE TO THE NEXT POSITION.
043800*------------------------------------------------------------------
043900 2000-PROCESS-DELQ.
044000     INITIALIZE WS-FIGURES.
044100     MOVE 'P'             TO WS-EV-KIND.
044200     MOVE DELQ-ACCT-NO    TO WS-EV-ACCT-NO.
044300     MOVE DELQ-DUE-DATE   TO WS-EV-DATE.
044400     MOVE 'ODEV17'        TO WS-EV-SOURCE.
044500     MOVE DELQ-MIN-DUE    TO WS-FIG-MIN-DUE.
044600     MOVE DELQ-UNPAID     TO WS-FIG-UNPAID.
044700     MOVE DELQ-DAYS-PAST  TO WS-FIG-DAYS.
044800     MOVE DELQ-DUE-DATE   TO WS-FIG-DUE-DATE.
044900     MOVE DELQ-BALANCE    TO WS-FIG-BALANCE.
045000     EVALUATE TRUE
045100         WHEN DELQ-BUCKET-30
045200             MOVE 1 TO WS-LTR-IX
045300         WHEN DELQ-BUCKET-60
045400             MOVE 2 TO WS-LTR-IX
045500         WHEN DELQ-BUCKET-90
045600             MOVE 3 TO WS-LTR-IX
045700         WHEN OTHER
045800             MOVE 4 TO WS-LTR-IX
045900     END-EVALUATE.
046000     PERFORM 3000-ISSUE-LETTER THRU 3000-EXIT.
046100     PERFORM 1200-READ-DELQ THRU 1200-EXIT.
046200 2000-EXIT.
046300     EXIT.
046400*------------------------------------------------------------------
046500*  2500-PROCESS-CHANGE  --  A STATUS CHANGE TO FROZEN, FROM
046600*  FROZEN BACK TO ACTIVE, OR TO CLOSED GETS ITS STATUS LETTER; A
046700*  LIMIT RAISED OR CUT ON AN ACCOUNT STILL OPEN GETS ITS LIMIT
046800*  LETTER.  ONE CHANGE CAN CARRY BOTH.  ANY OTHER CHANGE (A
046900*  CHARGE-OFF, A CLOSED ACCOUNT REOPENED) NEEDS NO LETTER.  THEN
047000*  ADVANCE TO THE NEXT EVENT.
047100*------------------------------------------------------------------
047200 2500-PROCESS-CHANGE.
047300     INITIALIZE WS-FIGURES.
047400     MOVE 'C'             TO WS-EV-KIND.
047500     MOVE EVT-ACCT-NO     TO WS-EV-ACCT-NO.
047600     MOVE EVT-DATE        TO WS-EV-DATE.
047700     MOVE EVT-SOURCE      TO WS-EV-SOURCE.
047800     MOVE EVT-NEW-LIMIT   TO WS-FIG-NEW-LIMIT.
047900     MOVE EVT-OLD-LIMIT   TO WS-FIG-OLD-LIMIT.
048000     MOVE EVT-DATE        TO WS-FIG-EVENT-DATE.
048100     MOVE 0 TO WS-EVT-LETTERS.
048200     MOVE 0 TO WS-LTR-IX.
048300     EVALUATE TRUE
048400         WHEN EVT-NEW-STATUS = EVT-OLD-STATUS
048500             CONTINUE
048600         WHEN EVT-NEW-FROZEN
048700             MOVE 5 TO WS-LTR-IX
048800         WHEN EVT-NEW-ACTIVE
048900          AND EVT-OLD-FROZEN
049000             MOVE 6 TO WS-LTR-IX
049100         WHEN EVT-NEW-CLOSED
049200             MOVE 9 TO WS-LTR-IX
049300     END-EVALUATE.
049400     IF WS-LTR-IX > 0
049500         PERFORM 3000-ISSUE-LETTER THRU 3000-EXIT
049600         ADD 1 TO WS-EVT-LETTERS
049700     END-IF.
049800     MOVE 0 TO WS-LTR-IX.
049900     IF NOT EVT-NEW-CLOSED
050000      AND NOT EVT-NEW-CHARGED-OFF
050100         IF EVT-NEW-LIMIT > EVT-OLD-LIMIT
050200             MOVE 7 TO WS-LTR-IX
050300         END-IF
050400         IF EVT-NEW-LIMIT < EVT-OLD-LIMIT
050500             MOVE 8 TO WS-LTR-IX
050600         END-IF
050700     END-IF.
050800     IF WS-LTR-IX > 0
050900         PERFORM 3000-ISSUE-LETTER THRU 3000-EXIT
051000         ADD 1 TO WS-EVT-LETTERS
051100     END-IF.
051200     IF WS-EVT-LETTERS = 0
051300         ADD 1 TO WS-NO-LETTER
051400     END-IF.
051500     PERFORM 1300-READ-EVENT THRU 1300-EXIT.
051600 2500-EXIT.
051700     EXIT.
051800*------------------------------------------------------------------
051900*  3000-ISSUE-LETTER  --  ISSUE LETTER TYPE WS-LTR-IX FOR THE
052000*  CURRENT EVENT.  A LETTER ALREADY ON THE CORRESPONDENCE LOG IS
052100*  SKIPPED.  ONE WITH NO TEMPLATE IS HELD, NOT LOGGED, SO IT GOES
052200*  OUT ONCE THE CARDS ARE SUPPLIED.  ONE FOR AN ACCOUNT NOT ON
052300*  THE MASTER OR WITHOUT A USABLE MAILING BLOCK IS LOGGED AS NOT
052400*  MAILED.  ANYTHING ELSE IS PRINTED AND LOGGED AS MAILED.
052500*------------------------------------------------------------------
052600 3000-ISSUE-LETTER.
052700     MOVE SPACES TO WS-NOTE.
052800     MOVE 'N'    TO WS-FOUND-SWITCH.
052900     MOVE WS-EV-ACCT-NO           TO CORR-ACCT-NO.
053000     MOVE WS-EV-DATE              TO CORR-EVENT-DATE.
053100     MOVE WS-LTR-CODE (WS-LTR-IX) TO CORR-LETTER-TYPE.
053200     READ CORR-FILE
053300         INVALID KEY
053400             MOVE 'N' TO WS-LOGGED-SW
053500         NOT INVALID KEY
053600             MOVE 'Y' TO WS-LOGGED-SW
053700     END-READ.
053800     IF WS-ALREADY-LOGGED
053900         ADD 1 TO WS-ALREADY-SENT
054000         MOVE 'ALREADY SENT' TO WS-ACTION
054100         MOVE CORR-TITLE     TO WS-NOTE
054200         PERFORM 3900-WRITE-DETAIL THRU 3900-EXIT
054300         GO TO 3000-EXIT
054400     END-IF.
054500     IF WS-TMPL-USED (WS-LTR-IX, 1) NOT = 'Y'
054600      OR WS-TMPL-LAST-LINE (WS-LTR-IX) = 0
054700         ADD 1 TO WS-HELD
054800         MOVE 'HELD'         TO WS-ACTION
054900         MOVE 'NO TEMPLATE FOR THIS LETTER TYPE' TO WS-NOTE
055000         PERFORM 3900-WRITE-DETAIL THRU 3900-EXIT
055100         GO TO 3000-EXIT
055200     END-IF.
055300     MOVE WS-EV-ACCT-NO TO ACCT-NO.
055400     READ ACCT-REC
055500         INVALID KEY
055600             MOVE 'N' TO WS-FOUND-SWITCH
055700         NOT INVALID KEY
055800             MOVE 'Y' TO WS-FOUND-SWITCH
055900     END-READ.
056000     EVALUATE TRUE
056100         WHEN NOT WS-ACCOUNT-FOUND
056200             MOVE 'ACCOUNT NOT ON MASTER' TO WS-NOTE
056300         WHEN STREET-ADDR = SPACES
056400          OR CITY-COUNTY = SPACES
056500             MOVE 'STREET OR CITY MISSING' TO WS-NOTE
056600         WHEN CLIENT-ZIP NOT NUMERIC
056700             MOVE 'ZIP CODE MISSING OR NOT NUMERIC' TO WS-NOTE
056800     END-EVALUATE.
056900     IF WS-NOTE NOT = SPACES
057000         ADD 1 TO WS-NOT-MAILED
057100         MOVE 'NOT MAILED' TO WS-ACTION
057200         MOVE 'N'          TO WS-CORR-RESULT
057300         PERFORM 3800-WRITE-LOG    THRU 3800-EXIT
057400         PERFORM 3900-WRITE-DETAIL THRU 3900-EXIT
057500         GO TO 3000-EXIT
057600     END-IF.
057700*  A CHANGE LETTER QUOTES THE BALANCE AS IT STANDS NOW; A PAST-
057800*  DUE LETTER QUOTES THE ONE THE ACCOUNT WAS AGED ON.
057900     IF WS-EV-CHANGE
058000         MOVE ACCT-BALANCE TO WS-FIG-BALANCE
058100     END-IF.
058200     PERFORM 3100-PRINT-LETTER THRU 3100-EXIT.
058300     ADD 1 TO WS-MAILED.
058400     ADD 1 TO WS-TMPL-MAILED (WS-LTR-IX).
058500     MOVE 'MAILED' TO WS-ACTION.
058600     MOVE 'M'      TO WS-CORR-RESULT.
058700     MOVE WS-TMPL-TEXT (WS-LTR-IX, 1) TO WS-NOTE.
058800     PERFORM 3800-WRITE-LOG    THRU 3800-EXIT.
058900     PERFORM 3900-WRITE-DETAIL THRU 3900-EXIT.
059000 3000-EXIT.
059100     EXIT.
059200*------------------------------------------------------------------
059300*  3100-PRINT-LETTER  --  RULE LINE, DATE AND ACCOUNT, THE
059400*  MAILING BLOCK, THE TITLE CARD AS THE SUBJECT LINE, THEN THE
059500*  BODY CARDS IN LINE-NUMBER ORDER.
059600*------------------------------------------------------------------
059700 3100-PRINT-LETTER.
059800     WRITE LTR-REC FROM LTR-RULE-REC.
059900     MOVE WS-RUN-DATE TO WS-DATE-IN.
060000     PERFORM 8200-FORMAT-DATE THRU 8200-EXIT.
060100     MOVE WS-DATE-OUT TO LH-DATE-O.
060200     MOVE ACCT-NO     TO LH-ACCT-NO-O.
060300     WRITE LTR-REC FROM LTR-HEAD-REC.
060400     WRITE LTR-REC FROM LTR-BLANK-REC.
060500     MOVE FIRST-NAME  TO LN-FIRST-NAME-O.
060600     MOVE LAST-NAME   TO LN-LAST-NAME-O.
060700     WRITE LTR-REC FROM LTR-NAME-REC.
060800     MOVE STREET-ADDR TO LA-STREET-ADDR-O.
060900     WRITE LTR-REC FROM LTR-ADDR1-REC.
061000     MOVE CITY-COUNTY TO LA-CITY-COUNTY-O.
061100     MOVE USA-STATE   TO LA-USA-STATE-O.
061200     MOVE CLIENT-ZIP  TO LA-CLIENT-ZIP-O.
061300     WRITE LTR-REC FROM LTR-ADDR2-REC.
061400     WRITE LTR-REC FROM LTR-BLANK-REC.
061500     MOVE WS-TMPL-TEXT (WS-LTR-IX, 1) TO LT-TITLE-O.
061600     WRITE LTR-REC FROM LTR-TITLE-REC.
061700     WRITE LTR-REC FROM LTR-BLANK-REC.
061800     PERFORM 3110-PRINT-BODY-LINE THRU 3110-EXIT
061900         VARYING WS-LINE-IX FROM 2 BY 1
062000         UNTIL WS-LINE-IX > WS-TMPL-LAST-LINE (WS-LTR-IX) + 1.
062100 3100-EXIT.
062200     EXIT.
062300*------------------------------------------------------------------
062400*  3110-PRINT-BODY-LINE  --  A LINE NUMBER WITH NO CARD IS
062500*  SKIPPED; A BLANK CARD PRINTS A BLANK LINE.  A CARD NAMING A
062600*  FIGURE HAS IT PRINTED, LEFT-JUSTIFIED, ONE SPACE AFTER ITS
062700*  TEXT.
062800*------------------------------------------------------------------
062900 3110-PRINT-BODY-LINE.
063000     IF WS-TMPL-USED (WS-LTR-IX, WS-LINE-IX) NOT = 'Y'
063100         GO TO 3110-EXIT
063200     END-IF.
063300     MOVE SPACES TO WS-BODY-LINE.
063400     IF WS-TMPL-FILL (WS-LTR-IX, WS-LINE-IX) = SPACE
063500         MOVE WS-TMPL-TEXT (WS-LTR-IX, WS-LINE-IX) TO WS-BODY-LINE
063600     ELSE
063700         PERFORM 3120-EDIT-FIGURE THRU 3120-EXIT
063800         STRING WS-TMPL-TEXT (WS-LTR-IX, WS-LINE-IX)
063900                    DELIMITED BY '  '
064000                ' ' DELIMITED BY SIZE
064100                WS-FIG-EDIT (WS-FIG-LEAD + 1 : )
064200                    DELIMITED BY SIZE
064300             INTO WS-BODY-LINE
064400         END-STRING
064500     END-IF.
064600     WRITE LTR-REC FROM WS-BODY-LINE.
064700 3110-EXIT.
064800     EXIT.
064900 3120-EDIT-FIGURE.
065000     MOVE SPACES TO WS-FIG-EDIT.
065100     EVALUATE WS-TMPL-FILL (WS-LTR-IX, WS-LINE-IX)
065200         WHEN 'M'
065300             MOVE WS-FIG-MIN-DUE   TO WS-EDIT-AMOUNT
065400             MOVE WS-EDIT-AMOUNT   TO WS-FIG-EDIT
065500         WHEN 'U'
065600             MOVE WS-FIG-UNPAID    TO WS-EDIT-AMOUNT
065700             MOVE WS-EDIT-AMOUNT   TO WS-FIG-EDIT
065800         WHEN 'B'
065900             MOVE WS-FIG-BALANCE   TO WS-EDIT-AMOUNT
066000             MOVE WS-EDIT-AMOUNT   TO WS-FIG-EDIT
066100         WHEN 'L'
066200             MOVE WS-FIG-NEW-LIMIT TO WS-EDIT-AMOUNT
066300             MOVE WS-EDIT-AMOUNT   TO WS-FIG-EDIT
066400         WHEN 'O'
066500             MOVE WS-FIG-OLD-LIMIT TO WS-EDIT-AMOUNT
066600             MOVE WS-EDIT-AMOUNT   TO WS-FIG-EDIT
066700         WHEN 'D'
066800             MOVE WS-FIG-DAYS      TO WS-EDIT-DAYS
066900             MOVE WS-EDIT-DAYS     TO WS-FIG-EDIT
067000         WHEN 'T'
067100             MOVE WS-FIG-DUE-DATE  TO WS-DATE-IN
067200             PERFORM 8200-FORMAT-DATE THRU 8200-EXIT
067300             MOVE WS-DATE-OUT      TO WS-FIG-EDIT
067400         WHEN 'E'
067500             MOVE WS-FIG-EVENT-DATE TO WS-DATE-IN
067600             PERFORM 8200-FORMAT-DATE THRU 8200-EXIT
067700             MOVE WS-DATE-OUT      TO WS-FIG-EDIT
067800     END-EVALUATE.
067900     MOVE 0 TO WS-FIG-LEAD.
068000     INSPECT WS-FIG-EDIT TALLYING WS-FIG-LEAD FOR LEADING SPACES.
068100 3120-EXIT.
068200     EXIT.
068300*------------------------------------------------------------------
068400*  3800-WRITE-LOG  --  RECORD THE LETTER ON THE CORRESPONDENCE
068500*  LOG, MAILED OR NOT, WITH ITS TITLE AND SOURCE.  THE KEY WAS
068600*  FOUND FREE JUST BEFORE, SO A DUPLICATE HERE MEANS THE LOG IS
068700*  SHARED WITH ANOTHER JOB AND ENDS THE RUN RC 16 AT TERMINATE.
068800*------------------------------------------------------------------
068900 3800-WRITE-LOG.
069000     MOVE SPACES                  TO CORR-FIELDS.
069100     MOVE WS-EV-ACCT-NO           TO CORR-ACCT-NO.
069200     MOVE WS-EV-DATE              TO CORR-EVENT-DATE.
069300     MOVE WS-LTR-CODE (WS-LTR-IX) TO CORR-LETTER-TYPE.
069400     MOVE WS-RUN-DATE             TO CORR-SENT-DATE.
069500     MOVE WS-EV-SOURCE            TO CORR-SOURCE.
069600     MOVE WS-CORR-RESULT          TO CORR-RESULT.
069700     MOVE WS-TMPL-TEXT (WS-LTR-IX, 1) TO CORR-TITLE.
069800     WRITE CORR-FIELDS
069900         INVALID KEY
070000             ADD 1 TO WS-LOG-ERRORS
070100             DISPLAY 'ODEV29 ERROR - CORRESPONDENCE LOG WRITE '
070200                 'FAILED FOR ' CORR-KEY
070300     END-WRITE.
070400 3800-EXIT.
070500     EXIT.
070600 3900-WRITE-DETAIL.
070700     MOVE SPACES                  TO LTRR-DETAIL-REC.
070800     MOVE WS-EV-ACCT-NO           TO RD-ACCT-NO-O.
070900     MOVE WS-LTR-CODE (WS-LTR-IX) TO RD-TYPE-O.
071000     MOVE WS-EV-DATE              TO RD-EVENT-DATE-O.
071100     MOVE WS-EV-SOURCE            TO RD-SOURCE-O.
071200     MOVE WS-ACTION               TO RD-ACTION-O.
071300     IF WS-ACCOUNT-FOUND
071400         MOVE LAST-NAME           TO RD-LAST-NAME-O
071500     END-IF.
071600     MOVE WS-NOTE                 TO RD-NOTE-O.
071700     WRITE LTRR-REC FROM LTRR-DETAIL-REC.
071800 3900-EXIT.
071900     EXIT.
072000*------------------------------------------------------------------
072100*  8200-FORMAT-DATE  --  WS-DATE-IN (YYMMDD) AS MM/DD/YY IN
072200*  WS-DATE-OUT.
072300*------------------------------------------------------------------
072400 8200-FORMAT-DATE.
072500     MOVE WS-DATE-MM TO WS-DATE-OUT-MM.
072600     MOVE WS-DATE-DD TO WS-DATE-OUT-DD.
072700     MOVE WS-DATE-YY TO WS-DATE-OUT-YY.
072800 8200-EXIT.
072900     EXIT.
073000*------------------------------------------------------------------
073100*  9000-TERMINATE  --  PRINT THE RUN TOTALS AND THE LETTERS
073200*  MAILED BY TYPE, LOG THE RUN AND CLOSE THE FILES.  THE ACCOUNT
073300*  EVENT FILE IS EMPTIED ONCE EVERY EVENT ON IT HAS BEEN DEALT
073400*  WITH; WHILE ANY LETTER IS HELD FOR A MISSING TEMPLATE IT IS
073500*  KEPT WHOLE, AND THE LOG STOPS THE REST GOING OUT AGAIN.  A
073600*  LETTER HELD OR NOT MAILED ENDS THE RUN RC 4; A LOG WRITE
073700*  FAILURE RC 16.
073800*------------------------------------------------------------------
073900 9000-TERMINATE.
074000     MOVE 'TEMPLATE CARDS READ.......' TO RT-LABEL.
074100     MOVE WS-CARDS-READ    TO RT-COUNT-O.
074200     WRITE LTRR-REC FROM LTRR-TOTAL-REC.
074300     MOVE 'PAST-DUE POSITIONS READ...' TO RT-LABEL.
074400     MOVE WS-DELQ-READ     TO RT-COUNT-O.
074500     WRITE LTRR-REC FROM LTRR-TOTAL-REC.
074600     MOVE 'ACCOUNT CHANGES READ......' TO RT-LABEL.
074700     MOVE WS-EVT-READ      TO RT-COUNT-O.
074800     WRITE LTRR-REC FROM LTRR-TOTAL-REC.
074900     MOVE 'LETTERS MAILED............' TO RT-LABEL.
075000     MOVE WS-MAILED        TO RT-COUNT-O.
075100     WRITE LTRR-REC FROM LTRR-TOTAL-REC.
075200     PERFORM 9100-WRITE-TYPE-TOTAL THRU 9100-EXIT
075300         VARYING WS-LTR-IX FROM 1 BY 1
075400         UNTIL WS-LTR-IX > WS-LTR-MAX.
075500     MOVE 'ALREADY SENT, SKIPPED.....' TO RT-LABEL.
075600     MOVE WS-ALREADY-SENT  TO RT-COUNT-O.
075700     WRITE LTRR-REC FROM LTRR-TOTAL-REC.
075800     MOVE 'NOT MAILED................' TO RT-LABEL.
075900     MOVE WS-NOT-MAILED    TO RT-COUNT-O.
076000     WRITE LTRR-REC FROM LTRR-TOTAL-REC.
076100     MOVE 'HELD, NO TEMPLATE.........' TO RT-LABEL.
076200     MOVE WS-HELD          TO RT-COUNT-O.
076300     WRITE LTRR-REC FROM LTRR-TOTAL-REC.
076400     MOVE 'CHANGES NEEDING NO LETTER.' TO RT-LABEL.
076500     MOVE WS-NO-LETTER     TO RT-COUNT-O.
076600     WRITE LTRR-REC FROM LTRR-TOTAL-REC.
076700     PERFORM 9200-WRITE-RUN-LOG THRU 9200-EXIT.
077800     CLOSE ACCT-REC.
077900     CLOSE CORR-FILE.
078000     CLOSE DELQ-FILE.
078100     CLOSE ACCT-EVT.
078200     CLOSE LTR-LINE.
078300     CLOSE LTRR-LINE.
078400     IF WS-HELD = 0
078500         OPEN OUTPUT ACCT-EVT
078600         CLOSE ACCT-EVT
078700     ELSE
078800         DISPLAY 'ODEV29 WARNING - LETTERS HELD FOR MISSING '
078900             'TEMPLATES, ACCTEVT KEPT FOR THE NEXT RUN'
079000     END-IF.
079100     IF WS-NOT-MAILED > 0
079200      OR WS-HELD > 0
079300         MOVE 4 TO RETURN-CODE
079400     END-IF.
079500     IF WS-LOG-ERRORS > 0
079600         MOVE 16 TO RETURN-CODE
079700     END-IF.
079800 9000-EXIT.
079900     EXIT.
080000 9100-WRITE-TYPE-TOTAL.
080100     MOVE WS-LTR-CODE (WS-LTR-IX)    TO WS-TL-CODE.
080200     MOVE WS-TYPE-LABEL              TO RT-LABEL.
080300     MOVE WS-TMPL-MAILED (WS-LTR-IX) TO RT-COUNT-O.
080400     WRITE LTRR-REC FROM LTRR-TOTAL-REC.
080500 9100-EXIT.
080600     EXIT.
080700*------------------------------------------------------------------
080800*  9200-WRITE-RUN-LOG  --  LOG THE RUN FOR THE ODEV13 CONTROL
080900*  REPORT: LETTERS NOT MAILED, HELD OR NOT RECORDED ON CORRLOG
081000*  ARE THE REJECTS.  A BAD TEMPLATE FILE, REFUSED BEFORE ANYTHING
081100*  WAS PRINTED, LOGS ONE REJECT AND SAYS SO.
081200*------------------------------------------------------------------
081300 9200-WRITE-RUN-LOG.
081400     OPEN EXTEND RUN-LOG.
081500     MOVE SPACES           TO RLOG-FIELDS.
081600     MOVE 'ODEV29'         TO RLOG-PROGRAM.
081700     MOVE WS-RUN-DATE      TO RLOG-RUN-DATE.
081800     COMPUTE RLOG-RECS-IN = WS-DELQ-READ + WS-EVT-READ.
081900     MOVE WS-MAILED        TO RLOG-RECS-OUT.
082000     COMPUTE RLOG-REJECTS = WS-NOT-MAILED + WS-HELD
082100                          + WS-LOG-ERRORS.
082200     MOVE ZERO             TO RLOG-AMOUNT-TOT.
082300     MOVE 'CUSTOMER LETTERS' TO RLOG-COMMENT.
082400     IF NOT WS-RUN-OK
082500         MOVE 1 TO RLOG-REJECTS
082600         MOVE 'BAD LETTER TEMPLATE FILE' TO RLOG-COMMENT
082700     END-IF.
082800     WRITE RLOG-FIELDS.
082900     CLOSE RUN-LOG.
083000 9200-EXIT.
083100     EXIT.
