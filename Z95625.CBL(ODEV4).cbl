000352*  09/02/26   MC    CLIENT-ZIP (NEW ON THE ACCTFLD ADDRESS        *
000354*                    BLOCK) NOW PRINTS ON THE INQUIRY ADDRESS     *
000356*                    LINE, FOR LIVE AND ARCHIVED ACCOUNTS BOTH.   *
000357*  10/15/26   MC    RECENT MOVEMENTS ARE NOW READ BY KEY FROM THE *
000358*                    JOURNAL HISTORY KSDS (JHSTFLD) INSTEAD OF    *
000359*                    PASSING THE WHOLE JOURNAL FOR EVERY KEY.     *
000360*  10/15/26   MC    RUN IS NOW DATED FROM THE BUSINESS-DATE       *
000361*                    CONTROL RECORD (BDATFLD, BUSDATE) INSTEAD OF *
000362*                    THE SYSTEM CLOCK -- NO DATE RECORD, NO RUN.  *
000363*  10/15/26   MC    EACH INQUIRY BLOCK NOW ALSO LISTS THE         *
000364*                    CUSTOMER LETTERS ON THE CORRESPONDENCE LOG   *
000365*                    (CORRFLD), READ BY KEY, MAILED OR NOT.       *
000366*----------------------------------------------------------------*
000370*  THIS PROGRAM READS A FILE OF ACCOUNT NUMBERS (INQKEYS, ONE     *
000380*  KEY PER RECORD), READS EACH MATCHING RECORD DIRECTLY FROM THE  *
000390*  ACCT-REC KSDS BY KEY, AND PRINTS ONE INQUIRY BLOCK PER KEY:    *
000400*  THE FULL ACCT-FIELDS RECORD (ADDRESS, STATUS, AVAILABLE        *
000410*  CREDIT, COMMENTS) PLUS THE ACCOUNT'S RECENT MOVEMENTS FROM     *
000415*  THE JOURNAL HISTORY, READ BY KEY.  A KEY NOT ON THE LIVE       *
000420*  MASTER FALLS BACK TO THE PURGED-ACCOUNTS ARCHIVE; FAILING      *
000430*  THAT, A NOT-FOUND LINE IS PRINTED.  BLOCKS ARE SEPARATED BY    *
000440*  A RULE LINE.                                                   *
000445*  EACH BLOCK ALSO LISTS THE LETTERS THE CUSTOMER LETTER RUN HAS  *
000450*  LOGGED FOR THE ACCOUNT ON THE CORRESPONDENCE LOG, READ BY KEY. *
000460*----------------------------------------------------------------*
000470 ENVIRONMENT DIVISION.
000480 INPUT-OUTPUT SECTION.
000550     SELECT RUN-LOG    ASSIGN TO RUNLOG.
000560     SELECT PURGE-FILE ASSIGN TO PURGACCT.
000570     SELECT INQ-KEYS   ASSIGN TO INQKEYS.
000572     SELECT JHST-FILE  ASSIGN TO JHSTFILE
000574         ORGANIZATION IS INDEXED
000576         ACCESS MODE  IS DYNAMIC
000578         RECORD KEY   IS JHST-KEY.
000580     SELECT CORR-FILE  ASSIGN TO CORRLOG
000582         ORGANIZATION IS INDEXED
000584         ACCESS MODE  IS DYNAMIC
000586         RECORD KEY   IS CORR-KEY.
000588     SELECT BUS-DATE   ASSIGN TO BUSDATE.
000590 DATA DIVISION.
000600 FILE SECTION.
000610 FD  ACCT-REC RECORDING MODE F.
001060 01  INQ-KEY-REC.
001070     05  INQK-ACCT-NO       PIC X(8).
001080     05  FILLER             PIC X(72).
001090 FD  JHST-FILE RECORDING MODE F.
001100     COPY JHSTFLD.
001102 FD  BUS-DATE RECORDING MODE F.
001104     COPY BDATFLD.
001106 FD  CORR-FILE RECORDING MODE F.
001108     COPY CORRFLD.
001110 WORKING-STORAGE SECTION.
001120 01  WS-INQUIRY-KEY         PIC X(8).
001130 77  WS-RUN-DATE            PIC 9(6).
001460 01  INQ-ACT-NONE-REC.
001470     05  FILLER             PIC X(26) VALUE SPACES.
001480     05  FILLER             PIC X(34)
001490         VALUE 'NO ACTIVITY ON THE JOURNAL HISTORY'.
001500     05  FILLER             PIC X(66) VALUE SPACES.
001501*  LETTER LINE LAYOUTS FOR THE CORRESPONDENCE LIST PRINTED UNDER
001502*  THE RECENT MOVEMENTS.
001503 01  INQ-LTR-HEAD-REC.
001504     05  FILLER             PIC X(13) VALUE SPACES.
001505     05  FILLER             PIC X(13) VALUE 'LETTERS..... '.
001506     05  FILLER             PIC X(42)
001507         VALUE 'CUSTOMER LETTERS ON THE CORRESPONDENCE LOG'.
001508     05  FILLER             PIC X(58) VALUE SPACES.
001509 01  INQ-LTR-DETAIL-REC.
001510     05  FILLER             PIC X(26) VALUE SPACES.
001511     05  IL-EVENT-DATE-O    PIC 9(6).
001512     05  FILLER             PIC X(2)  VALUE SPACES.
001513     05  IL-LETTER-TYPE-O   PIC X(6).
001514     05  FILLER             PIC X(2)  VALUE SPACES.
001515     05  IL-SENT-DATE-O     PIC 9(6).
001516     05  FILLER             PIC X(2)  VALUE SPACES.
001517     05  IL-RESULT-O        PIC X(10).
001518     05  FILLER             PIC X(2)  VALUE SPACES.
001519     05  IL-TITLE-O         PIC X(40).
001520     05  FILLER             PIC X(24) VALUE SPACES.
001521 01  INQ-LTR-NONE-REC.
001522     05  FILLER             PIC X(26) VALUE SPACES.
001523     05  FILLER             PIC X(36)
001524         VALUE 'NO LETTERS ON THE CORRESPONDENCE LOG'.
001525     05  FILLER             PIC X(64) VALUE SPACES.
001526 01  INQ-RULE-REC.
001527     05  FILLER             PIC X(80) VALUE ALL '-'.
001530     05  FILLER             PIC X(46) VALUE SPACES.
001540*  ROLLING TABLE OF THE LATEST TEN JOURNAL MOVEMENTS FOR THE
001550*  KEY BEING INQUIRED ON.  WS-ACT-NEXT WRAPS 1..10, SO ONCE
001660         10  WS-ACT-BALANCE PIC S9(7)V99 COMP-3.
001670 77  WS-ACT-IX              PIC 9(2) COMP.
001680 77  WS-ACT-PRINTED         PIC 9(2) COMP.
001685 77  WS-LTR-SEEN            PIC 9(7) COMP.
001690 77  WS-AVAIL-CREDIT        PIC S9(7)V99 COMP-3.
001700 01  WS-SWITCHES.
001710     05  WS-FOUND-SWITCH    PIC X(01) VALUE 'N'.
001760     05  WS-KEY-EOF-SW      PIC X(01) VALUE 'N'.
001770         88  WS-KEY-EOF               VALUE 'Y'.
001780     05  WS-JRNL-EOF-SW     PIC X(01) VALUE 'N'.
001785     05  WS-CORR-EOF-SW     PIC X(01) VALUE 'N'.
001790 01  WS-COUNTERS.
001800     05  WS-KEYS-READ       PIC 9(07) COMP VALUE 0.
001810     05  WS-FOUND-COUNT     PIC 9(07) COMP VALUE 0.
001820     05  WS-NOTFOUND-COUNT  PIC 9(07) COMP VALUE 0.
001830 77  WS-BALANCE-TOT         PIC S9(11)V99 COMP-3 VALUE 0.
001832 77  WS-BDATE-SW            PIC X(01) VALUE 'N'.
001834     88  WS-BDATE-FOUND               VALUE 'Y'.
001840*------------------------------------------------------------------
001850 PROCEDURE DIVISION.
001860*------------------------------------------------------------------
001870 0000-MAINLINE.
001872     PERFORM 0100-GET-BUS-DATE THRU 0100-EXIT.
001874     IF NOT WS-BDATE-FOUND
001876         GOBACK
001878     END-IF.
001880     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001890     PERFORM 2000-LOOKUP-ACCOUNT THRU 2000-EXIT
001900         UNTIL WS-KEY-EOF.
001910     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001920     GOBACK.
001930*------------------------------------------------------------------
001931*  0100-GET-BUS-DATE  --  READ THE BUSINESS DATE THIS RUN IS FOR
001932*  FROM THE DATE RECORD AT THE HEAD OF BUSDATE.  ONLY THE END-OF-
001933*  DAY ROLL (ODEV27) MOVES IT, SO A RERUN OR A RUN THAT CROSSES
001934*  MIDNIGHT STILL BELONGS TO THE SAME PROCESSING DAY.  NO DATE
001935*  RECORD, NO RUN.
001936*------------------------------------------------------------------
001937 0100-GET-BUS-DATE.
001938     OPEN INPUT BUS-DATE.
001939     READ BUS-DATE
001940         AT END
001941             MOVE SPACES TO BDT-FIELDS
001942     END-READ.
001943     CLOSE BUS-DATE.
001944     IF NOT BDT-DATE-REC
001945        OR BDT-CURR-DATE NOT NUMERIC
001946         DISPLAY 'ODEV4 ERROR - NO BUSINESS DATE RECORD ON '
001947             'BUSDATE'
001948         MOVE 16 TO RETURN-CODE
001949         GO TO 0100-EXIT
001950     END-IF.
001951     MOVE BDT-CURR-DATE TO WS-RUN-DATE.
001952     MOVE 'Y' TO WS-BDATE-SW.
001953 0100-EXIT.
001954     EXIT.
001955*------------------------------------------------------------------
001956*  1000-INITIALIZE  --  OPEN FILES AND PRIME THE READ OF THE
001957*  INQUIRY KEY FILE.
001960*------------------------------------------------------------------
001970 1000-INITIALIZE.
001980     OPEN INPUT  ACCT-REC.
001990     OPEN INPUT  INQ-KEYS.
001995     OPEN INPUT  JHST-FILE.
001997     OPEN INPUT  CORR-FILE.
002000     OPEN OUTPUT INQ-LINE.
002010     PERFORM 1100-READ-KEY THRU 1100-EXIT.
002020 1000-EXIT.
002320         ADD ACCT-BALANCE TO WS-BALANCE-TOT
002330         PERFORM 2100-WRITE-ACCOUNT THRU 2100-EXIT
002340         PERFORM 2500-LIST-ACTIVITY THRU 2500-EXIT
002345         PERFORM 2600-LIST-LETTERS THRU 2600-EXIT
002350     ELSE
002360         PERFORM 2300-SEARCH-ARCHIVE THRU 2300-EXIT
002370         IF WS-PURGED-FOUND
002400                 TO WS-BALANCE-TOT
002410             PERFORM 2400-WRITE-PURGED THRU 2400-EXIT
002420             PERFORM 2500-LIST-ACTIVITY THRU 2500-EXIT
002425             PERFORM 2600-LIST-LETTERS THRU 2600-EXIT
002430         ELSE
002440             ADD 1 TO WS-NOTFOUND-COUNT
002450             PERFORM 2200-WRITE-NOT-FOUND THRU 2200-EXIT
003310 2400-EXIT.
003320     EXIT.
003330*------------------------------------------------------------------
003340*  2500-LIST-ACTIVITY  --  READ THE CURRENT KEY'S MOVEMENTS FROM
003350*  THE JOURNAL HISTORY, WHICH HOLDS THEM TOGETHER IN POST-DATE
003360*  ORDER, KEEPING THE LATEST TEN IN THE ROLLING TABLE, THEN
003370*  PRINT THEM OLDEST FIRST.
003390*------------------------------------------------------------------
003400 2500-LIST-ACTIVITY.
003410     MOVE 0   TO WS-ACT-SEEN.
003420     MOVE 1   TO WS-ACT-NEXT.
003430     MOVE 'N' TO WS-JRNL-EOF-SW.
003432     MOVE LOW-VALUES     TO JHST-KEY.
003434     MOVE WS-INQUIRY-KEY TO JHST-ACCT-NO.
003436     START JHST-FILE KEY IS NOT LESS THAN JHST-KEY
003438         INVALID KEY
003440             MOVE 'Y' TO WS-JRNL-EOF-SW
003442     END-START.
003450     PERFORM 2510-SCAN-JOURNAL THRU 2510-EXIT
003460         UNTIL WS-JRNL-EOF-SW = 'Y'.
003480     IF WS-ACT-SEEN = 0
003490         WRITE INQ-FOUND-REC FROM INQ-ACT-NONE-REC
003500         GO TO 2500-EXIT
003640 2500-EXIT.
003650     EXIT.
003660 2510-SCAN-JOURNAL.
003665     READ JHST-FILE NEXT
003680         AT END
003690             MOVE 'Y' TO WS-JRNL-EOF-SW
003700             GO TO 2510-EXIT
003710     END-READ.
003720     IF JHST-ACCT-NO NOT = WS-INQUIRY-KEY
003730         MOVE 'Y' TO WS-JRNL-EOF-SW
003740         GO TO 2510-EXIT
003830     END-IF.
003831     ADD 1 TO WS-ACT-SEEN.
003832     MOVE JHST-POST-DATE   TO WS-ACT-DATE (WS-ACT-NEXT).
003833     MOVE JHST-DC-CODE     TO WS-ACT-DC (WS-ACT-NEXT).
003834     MOVE JHST-AMOUNT      TO WS-ACT-AMOUNT (WS-ACT-NEXT).
003835     MOVE JHST-MERCHANT    TO WS-ACT-MERCHANT (WS-ACT-NEXT).
003836     MOVE JHST-NEW-BALANCE TO WS-ACT-BALANCE (WS-ACT-NEXT).
003837     ADD 1 TO WS-ACT-NEXT.
003838     IF WS-ACT-NEXT > 10
003839         MOVE 1 TO WS-ACT-NEXT
003840     END-IF.
003841 2510-EXIT.
003850     EXIT.
003860 2520-PRINT-ACTIVITY.
003870     MOVE SPACES                      TO INQ-ACT-DETAIL-REC.
003980 2520-EXIT.
003990     EXIT.
004000*------------------------------------------------------------------
004001*  2600-LIST-LETTERS  --  READ THE CURRENT KEY'S LETTERS FROM THE
004002*  CORRESPONDENCE LOG, WHICH HOLDS THEM TOGETHER IN EVENT-DATE
004003*  ORDER, AND PRINT EACH ONE AS IT IS READ.
004004*------------------------------------------------------------------
004005 2600-LIST-LETTERS.
004006     MOVE 0   TO WS-LTR-SEEN.
004007     MOVE 'N' TO WS-CORR-EOF-SW.
004008     MOVE LOW-VALUES     TO CORR-KEY.
004009     MOVE WS-INQUIRY-KEY TO CORR-ACCT-NO.
004010     START CORR-FILE KEY IS NOT LESS THAN CORR-KEY
004011         INVALID KEY
004012             MOVE 'Y' TO WS-CORR-EOF-SW
004013     END-START.
004014     PERFORM 2610-SCAN-LETTERS THRU 2610-EXIT
004015         UNTIL WS-CORR-EOF-SW = 'Y'.
004016     IF WS-LTR-SEEN = 0
004017         WRITE INQ-FOUND-REC FROM INQ-LTR-NONE-REC
004018     END-IF.
004019 2600-EXIT.
004020     EXIT.
004021 2610-SCAN-LETTERS.
004022     READ CORR-FILE NEXT
004023         AT END
004024             MOVE 'Y' TO WS-CORR-EOF-SW
004025             GO TO 2610-EXIT
004026     END-READ.
004027     IF CORR-ACCT-NO NOT = WS-INQUIRY-KEY
004028         MOVE 'Y' TO WS-CORR-EOF-SW
004029         GO TO 2610-EXIT
004030     END-IF.
004031     ADD 1 TO WS-LTR-SEEN.
004032     IF WS-LTR-SEEN = 1
004033         WRITE INQ-FOUND-REC FROM INQ-LTR-HEAD-REC
004034     END-IF.
004035     MOVE SPACES           TO INQ-LTR-DETAIL-REC.
004036     MOVE CORR-EVENT-DATE  TO IL-EVENT-DATE-O.
004037     MOVE CORR-LETTER-TYPE TO IL-LETTER-TYPE-O.
004038     MOVE CORR-SENT-DATE   TO IL-SENT-DATE-O.
004039     IF CORR-MAILED
004040         MOVE 'MAILED'     TO IL-RESULT-O
004041     ELSE
004042         MOVE 'NOT MAILED' TO IL-RESULT-O
004043     END-IF.
004044     MOVE CORR-TITLE       TO IL-TITLE-O.
004045     WRITE INQ-FOUND-REC FROM INQ-LTR-DETAIL-REC.
004046 2610-EXIT.
004047     EXIT.
004048*------------------------------------------------------------------
004049*  9000-TERMINATE  --  WRITE THE RUN STATISTICS TO THE COMMON
004050*  RUN LOG, CLOSE FILES AND END THE RUN.
004051*------------------------------------------------------------------
004052 9000-TERMINATE.
004060     OPEN EXTEND RUN-LOG.
004070     MOVE SPACES            TO RLOG-FIELDS.
004080     MOVE 'ODEV4'           TO RLOG-PROGRAM.
004170     CLOSE ACCT-REC.
004180     CLOSE INQ-KEYS.
004190     CLOSE INQ-LINE.
004195     CLOSE JHST-FILE.
004197     CLOSE CORR-FILE.
004200 9000-EXIT.
004210     EXIT.
