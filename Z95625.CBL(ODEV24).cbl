000100 IDENTIFICATION DIVISION.
000200*----------------------------------------------------------------*
000300 PROGRAM-ID.    ODEV24.
000400 AUTHOR.        MELIH CALMAZ.
000500 INSTALLATION.  Z95625 BATCH SYSTEMS.
000600 DATE-WRITTEN.  10/15/2026.
000700 DATE-COMPILED.
000800*----------------------------------------------------------------*
000900*  MODIFICATION HISTORY                                           *
001000*----------------------------------------------------------------*
001100*  DATE       INIT  DESCRIPTION                                   *
001200*  10/15/26   MC    INITIAL VERSION.  DAILY GENERAL LEDGER        *
001300*                    INTERFACE.  FINANCE BOOKED THE RECEIVABLE BY *
001400*                    HAND FROM THE ODEV16 PROOF REPORT, AND THE   *
001500*                    FINANCE CHARGE INCOME AND SUSPENSE MONEY     *
001600*                    WERE NEVER SEPARATED OUT.                    *
001610*  10/15/26   MC    RETURNED PAYMENTS, RETURNED ITEM FEES AND     *
001620*                    DISPUTE CREDITS ARE BOOKED AS MOVEMENT       *
001630*                    TYPES OF THEIR OWN (PREV, RFEE, DCRD), FOUND *
001640*                    IN THE JOURNAL BY THE ADJUSTMENT TEXT ODEV5  *
001650*                    PUTS IN THE MERCHANT FIELD (ADJMFLD).        *
001660*  10/15/26   MC    RUN IS NOW DATED FROM THE BUSINESS-DATE       *
001670*                    CONTROL RECORD (BDATFLD, BUSDATE) INSTEAD OF *
001680*                    THE SYSTEM CLOCK -- NO DATE RECORD, NO RUN.  *
001700*----------------------------------------------------------------*
001800*  THIS PROGRAM RUNS AFTER THE ODEV16 PROOF HAS PASSED.  IT READS *
001900*  THE POSTING RUN CONTROL RECORD (PSTCTL) AND SUMMARIZES THE     *
002000*  DAY'S MONEY BY MOVEMENT TYPE: THE ODEV5 JOURNAL SPLIT INTO     *
002100*  PURCHASES, PAYMENTS AND FINANCE CHARGES (MERCHANT 'FINANCE     *
002200*  CHARGE'), THE RECOVERIES ODEV5 TOOK AGAINST THE CHARGED-OFF    *
002300*  LEDGER, THE POSTS ODEV5 HELD TODAY (SUSPENSE IN, FROM THE      *
002400*  SUSPENSE GENERATION ODEV5 EXTENDED) AND THE HELD POSTS ODEV15  *
002500*  APPLIED (SUSPENSE OUT, FROM ITS JRNLOUT JOURNAL).  EACH TYPE'S *
002600*  TOTAL IS BOOKED AS ONE DEBIT AND ONE CREDIT TO THE GL ACCOUNTS *
002700*  ON ITS GLMAP CARD (GLMFLD) AND WRITTEN TO THE GL INTERFACE     *
002800*  FILE (GLFLD) WITH A HEADER AND TRAILER.                        *
002900*  THE FILE IS ONLY WRITTEN WHEN THE JOURNAL, SUSPENSE AND        *
003000*  RECOVERY TOTALS AGREE WITH PSTCTL, EVERY TYPE WITH MONEY IS    *
003100*  MAPPED, AND THE DEBITS EQUAL THE CREDITS.  A POSTING DATE      *
003200*  ALREADY ON THE GL DAY LOG (GLDAYLOG) IS REFUSED, SO NO DAY IS  *
003300*  EVER BOOKED TWICE.  ANY REFUSAL ENDS THE STEP RC 16 WITH NO    *
003400*  GL FILE WRITTEN.                                               *
003500*----------------------------------------------------------------*
003600 ENVIRONMENT DIVISION.
003700 INPUT-OUTPUT SECTION.
003800 FILE-CONTROL.
003900     SELECT PCTL-FILE    ASSIGN TO POSTCTL.
004000     SELECT JRNL-FILE    ASSIGN TO JRNLFILE.
004100     SELECT REPR-FILE    ASSIGN TO JRNLREP.
004200     SELECT SUSP-FILE    ASSIGN TO SUSPFILE.
004300     SELECT RCOV-FILE    ASSIGN TO RCOVFILE.
004400     SELECT GLM-FILE     ASSIGN TO GLMAP.
004500     SELECT GL-FILE      ASSIGN TO GLFILE.
004600     SELECT GLDAY-LOG    ASSIGN TO GLDAYLOG.
004700     SELECT GL-LINE      ASSIGN TO GLRPT.
004800     SELECT RUN-LOG      ASSIGN TO RUNLOG.
004810     SELECT BUS-DATE     ASSIGN TO BUSDATE.
004900 DATA DIVISION.
005000 FILE SECTION.
005100 FD  PCTL-FILE RECORDING MODE F.
005200     COPY PSTCTL.
005300 FD  JRNL-FILE RECORDING MODE F.
005400     COPY JRNLFLD.
005500*  REPR-FILE IS THE ODEV15 JRNLOUT EXTENT: HELD POSTS APPLIED.
005600 FD  REPR-FILE RECORDING MODE F.
005700     COPY JRNLFLD REPLACING JRNL-FIELDS BY REPR-REC.
005800 FD  SUSP-FILE RECORDING MODE F.
005900     COPY SUSPFLD.
006000 FD  RCOV-FILE RECORDING MODE F.
006100     COPY RCOVFLD.
006200 FD  GLM-FILE RECORDING MODE F.
006300     COPY GLMFLD.
006400 FD  GL-FILE RECORDING MODE F.
006500     COPY GLFLD.
006600*  GLDAY-LOG IS THE CARRIED LOG OF POSTING DATES ALREADY BOOKED.
006700 FD  GLDAY-LOG RECORDING MODE F.
006800 01  GLDAY-REC.
006900     05  GLDAY-POST-DATE    PIC 9(6).
007000     05  GLDAY-RUN-DATE     PIC 9(6).
007100 FD  GL-LINE RECORDING MODE F.
007200 01  GL-RPT-REC             PIC X(100).
007300 FD  RUN-LOG RECORDING MODE F.
007400     COPY RUNLOG.
007410 FD  BUS-DATE RECORDING MODE F.
007420     COPY BDATFLD.
007500 WORKING-STORAGE SECTION.
007600 01  GL-HEAD-REC.
007700     05  FILLER             PIC X(37)
007800         VALUE 'DAILY GL INTERFACE -- POSTING DATE '.
007900     05  GH-POST-DATE-O     PIC 9(6).
008000     05  FILLER             PIC X(57) VALUE SPACES.
008100 01  GL-COL-REC.
008200     05  FILLER             PIC X(6)  VALUE 'TYPE'.
008300     05  FILLER             PIC X(30) VALUE 'MOVEMENT'.
008400     05  FILLER             PIC X(9)  VALUE '    COUNT'.
008500     05  FILLER             PIC X(2)  VALUE SPACES.
008600     05  FILLER             PIC X(18)
008700         VALUE '            AMOUNT'.
008800     05  FILLER             PIC X(2)  VALUE SPACES.
008900     05  FILLER             PIC X(10) VALUE 'DEBIT'.
009000     05  FILLER             PIC X(2)  VALUE SPACES.
009100     05  FILLER             PIC X(10) VALUE 'CREDIT'.
009200     05  FILLER             PIC X(11) VALUE SPACES.
009300 01  GL-DETAIL-REC.
009400     05  GD-TYPE-O          PIC X(4).
009500     05  FILLER             PIC X(2)  VALUE SPACES.
009600     05  GD-TEXT-O          PIC X(30).
009700     05  GD-COUNT-O         PIC Z,ZZZ,ZZ9.
009800     05  FILLER             PIC X(2)  VALUE SPACES.
009900     05  GD-AMOUNT-O        PIC $$,$$$,$$$,$$9.99-.
010000     05  FILLER             PIC X(2)  VALUE SPACES.
010100     05  GD-DEBIT-O         PIC X(10).
010200     05  FILLER             PIC X(2)  VALUE SPACES.
010300     05  GD-CREDIT-O        PIC X(10).
010400     05  FILLER             PIC X(11) VALUE SPACES.
010500 01  GL-MONEY-REC.
010600     05  GM-LABEL           PIC X(34).
010700     05  GM-AMOUNT-O        PIC $$,$$$,$$$,$$$,$$9.99-.
010800     05  FILLER             PIC X(44) VALUE SPACES.
010900 01  GL-STATUS-REC.
011000     05  GS-MESSAGE         PIC X(60).
011100     05  FILLER             PIC X(40) VALUE SPACES.
011200 01  WS-SWITCHES.
011300     05  WS-EOF-SWITCH      PIC X(01) VALUE 'N'.
011400         88  WS-EOF                   VALUE 'Y'.
011500     05  WS-RUN-OK-SW       PIC X(01) VALUE 'Y'.
011600         88  WS-RUN-OK                VALUE 'Y'.
011700     05  WS-CTL-FOUND-SW    PIC X(01) VALUE 'N'.
011800         88  WS-CTL-FOUND             VALUE 'Y'.
011900     05  WS-GL-WRITTEN-SW   PIC X(01) VALUE 'N'.
012000         88  WS-GL-WRITTEN            VALUE 'Y'.
012100*  MOVEMENT TYPES, IN THE ORDER THEY PRINT AND BOOK.  THE TOTALS
012200*  PARAGRAPHS ADDRESS AN ENTRY BY ITS POSITION HERE, SO THE
012300*  ORDER MUST NOT CHANGE WITHOUT CHANGING THEM.
012400 01  WS-MOVE-TYPE-VALUES.
012500     05  FILLER             PIC X(34)
012600         VALUE 'PURCPURCHASES POSTED'.
012700     05  FILLER             PIC X(34)
012800         VALUE 'FINCFINANCE CHARGES POSTED'.
012900     05  FILLER             PIC X(34)
013000         VALUE 'PAYMPAYMENTS POSTED'.
013100     05  FILLER             PIC X(34)
013200         VALUE 'RCOVCHARGE-OFF RECOVERIES'.
013300     05  FILLER             PIC X(34)
013400         VALUE 'SUSDPURCHASES HELD IN SUSPENSE'.
013500     05  FILLER             PIC X(34)
013600         VALUE 'SUSCPAYMENTS HELD IN SUSPENSE'.
013700     05  FILLER             PIC X(34)
013800         VALUE 'SODRHELD PURCHASES APPLIED'.
013900     05  FILLER             PIC X(34)
014000         VALUE 'SOCRHELD PAYMENTS APPLIED'.
014010     05  FILLER             PIC X(34)
014020         VALUE 'PREVRETURNED PAYMENTS'.
014030     05  FILLER             PIC X(34)
014040         VALUE 'RFEERETURNED ITEM FEES'.
014050     05  FILLER             PIC X(34)
014060         VALUE 'DCRDDISPUTE CREDITS'.
014100 01  WS-MOVE-TYPE-TABLE REDEFINES WS-MOVE-TYPE-VALUES.
014200     05  WS-MOVE-TYPE-ENTRY OCCURS 11 TIMES.
014300         10  WS-MOVE-CODE   PIC X(4).
014400         10  WS-MOVE-TEXT   PIC X(30).
014500 01  WS-MOVE-TOTALS.
014600     05  WS-MOVE-ENTRY      OCCURS 11 TIMES.
014700         10  WS-MOVE-COUNT    PIC 9(07) COMP.
014800         10  WS-MOVE-AMT      PIC S9(11)V99 COMP-3.
014900         10  WS-MOVE-DR-ACCT  PIC X(10).
015000         10  WS-MOVE-CR-ACCT  PIC X(10).
015100 77  WS-MOVE-IX             PIC 9(3) COMP.
015200 77  WS-MOVE-MAX            PIC 9(3) COMP VALUE 11.
015300 77  WS-FOUND-IX            PIC 9(3) COMP.
015400 01  WS-COUNTERS.
015500     05  WS-RECS-READ       PIC 9(07) COMP VALUE 0.
015600     05  WS-CARDS-READ      PIC 9(07) COMP VALUE 0.
015700     05  WS-BAD-AMOUNTS     PIC 9(07) COMP VALUE 0.
015800     05  WS-GL-COUNT        PIC 9(07) COMP VALUE 0.
015900 01  WS-PROOF-TOTALS.
016000     05  WS-JRNL-DEBIT-TOT  PIC S9(11)V99 COMP-3 VALUE 0.
016100     05  WS-SUSP-IN-TOT     PIC S9(11)V99 COMP-3 VALUE 0.
016200     05  WS-GL-DEBIT-TOT    PIC S9(13)V99 COMP-3 VALUE 0.
016300     05  WS-GL-CREDIT-TOT   PIC S9(13)V99 COMP-3 VALUE 0.
016400 77  WS-RUN-DATE            PIC 9(6).
016410*  THE ADJUSTMENT TEXT ODEV5 WRITES IN THE JOURNAL MERCHANT FIELD
016420*  FOR A RETURNED PAYMENT, ITS FEE, OR A DISPUTE CREDIT.
016430     COPY ADJMFLD.
016440 77  WS-BDATE-SW            PIC X(01) VALUE 'N'.
016450     88  WS-BDATE-FOUND               VALUE 'Y'.
016500*------------------------------------------------------------------
016600 PROCEDURE DIVISION.
016700*------------------------------------------------------------------
016800 0000-MAINLINE.
016810     PERFORM 0100-GET-BUS-DATE THRU 0100-EXIT.
016820     IF NOT WS-BDATE-FOUND
016830         GOBACK
016840     END-IF.
016900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
017000     IF WS-RUN-OK
017100         PERFORM 2000-TOTAL-MOVEMENTS THRU 2000-EXIT
017200         PERFORM 3000-PROVE-DAY THRU 3000-EXIT
017300     END-IF.
017400     IF WS-RUN-OK
017500         PERFORM 4000-WRITE-GL THRU 4000-EXIT
017600     END-IF.
017700     PERFORM 9000-TERMINATE THRU 9000-EXIT.
017800     GOBACK.
017802*------------------------------------------------------------------
017804*  0100-GET-BUS-DATE  --  READ THE BUSINESS DATE THIS RUN IS FOR
017806*  FROM THE DATE RECORD AT THE HEAD OF BUSDATE.  ONLY THE END-OF-
017808*  DAY ROLL (ODEV27) MOVES IT, SO A RERUN OR A RUN THAT CROSSES
017810*  MIDNIGHT STILL BELONGS TO THE SAME PROCESSING DAY.  NO DATE
017812*  RECORD, NO RUN.
017814*------------------------------------------------------------------
017816 0100-GET-BUS-DATE.
017818     OPEN INPUT BUS-DATE.
017820     READ BUS-DATE
017822         AT END
017824             MOVE SPACES TO BDT-FIELDS
017826     END-READ.
017828     CLOSE BUS-DATE.
017830     IF NOT BDT-DATE-REC
017832        OR BDT-CURR-DATE NOT NUMERIC
017834         DISPLAY 'ODEV24 ERROR - NO BUSINESS DATE RECORD ON '
017836             'BUSDATE'
017838         MOVE 16 TO RETURN-CODE
017840         GO TO 0100-EXIT
017842     END-IF.
017844     MOVE BDT-CURR-DATE TO WS-RUN-DATE.
017846     MOVE 'Y' TO WS-BDATE-SW.
017848 0100-EXIT.
017850     EXIT.
017900*------------------------------------------------------------------
018000*  1000-INITIALIZE  --  READ THE POSTING CONTROL RECORD, LOAD THE
018100*  CHART-OF-ACCOUNTS CARDS AND MAKE SURE THE DAY HAS NOT ALREADY
018200*  BEEN BOOKED.  A POSTING RUN THAT WROTE NO CONTROL RECORD HAS
018300*  NOT BEEN PROVED, SO THERE IS NOTHING TO BOOK.
018400*------------------------------------------------------------------
018500 1000-INITIALIZE.
018700     INITIALIZE WS-MOVE-TOTALS.
018800     OPEN OUTPUT GL-LINE.
018900     OPEN INPUT  PCTL-FILE.
019000     READ PCTL-FILE
019100         AT END
019200             MOVE 'N' TO WS-CTL-FOUND-SW
019300         NOT AT END
019400             MOVE 'Y' TO WS-CTL-FOUND-SW
019500     END-READ.
019600     CLOSE PCTL-FILE.
019700     IF NOT WS-CTL-FOUND
019800         MOVE 'NO CONTROL RECORD FROM POSTING RUN' TO GS-MESSAGE
019900         WRITE GL-RPT-REC FROM GL-STATUS-REC
020000         DISPLAY 'ODEV24 ERROR - NO CONTROL RECORD FROM '
020100             'POSTING RUN, NO GL FILE WRITTEN'
020200         MOVE 'N' TO WS-RUN-OK-SW
020300         GO TO 1000-EXIT
020400     END-IF.
020500     MOVE PCTL-RUN-DATE TO GH-POST-DATE-O.
020600     WRITE GL-RPT-REC FROM GL-HEAD-REC.
020700     PERFORM 1100-LOAD-MAP THRU 1100-EXIT.
020800     PERFORM 1300-VERIFY-NOT-BOOKED THRU 1300-EXIT.
020900 1000-EXIT.
021000     EXIT.
021100*------------------------------------------------------------------
021200*  1100-LOAD-MAP  --  ONE GLMAP CARD PER MOVEMENT TYPE.  AN
021300*  UNKNOWN OR REPEATED TYPE IS A BAD PARAMETER FILE AND REFUSES
021400*  THE RUN; A TYPE WITH NO CARD IS ONLY A PROBLEM IF IT HAS
021500*  MONEY TODAY, WHICH THE PROOF CHECKS.
021600*------------------------------------------------------------------
021700 1100-LOAD-MAP.
021800     OPEN INPUT GLM-FILE.
021900     MOVE 'N' TO WS-EOF-SWITCH.
022000     PERFORM 1110-READ-CARD THRU 1110-EXIT
022100         UNTIL WS-EOF.
022200     CLOSE GLM-FILE.
022300 1100-EXIT.
022400     EXIT.
022500 1110-READ-CARD.
022600     READ GLM-FILE
022700         AT END
022800             MOVE 'Y' TO WS-EOF-SWITCH
022900             GO TO 1110-EXIT
023000     END-READ.
023100     IF GLM-FIELDS (1 : 1) = '*'
023200      OR GLM-FIELDS = SPACES
023300         GO TO 1110-EXIT
023400     END-IF.
023500     ADD 1 TO WS-CARDS-READ.
023600     MOVE 0 TO WS-FOUND-IX.
023700     PERFORM 1120-FIND-TYPE THRU 1120-EXIT
023800         VARYING WS-MOVE-IX FROM 1 BY 1
023900         UNTIL WS-MOVE-IX > WS-MOVE-MAX.
024000     IF WS-FOUND-IX = 0
024100         DISPLAY 'ODEV24 ERROR - GLMAP CARD FOR UNKNOWN MOVEMENT '
024200             'TYPE ''' GLM-MOVE-TYPE ''''
024300         MOVE 'N' TO WS-RUN-OK-SW
024400         GO TO 1110-EXIT
024500     END-IF.
024600     IF WS-MOVE-DR-ACCT (WS-FOUND-IX) NOT = SPACES
024700      OR WS-MOVE-CR-ACCT (WS-FOUND-IX) NOT = SPACES
024800         DISPLAY 'ODEV24 ERROR - GLMAP CARD FOR MOVEMENT TYPE '
024900             GLM-MOVE-TYPE ' REPEATED'
025000         MOVE 'N' TO WS-RUN-OK-SW
025100         GO TO 1110-EXIT
025200     END-IF.
025300     MOVE GLM-DEBIT-ACCT  TO WS-MOVE-DR-ACCT (WS-FOUND-IX).
025400     MOVE GLM-CREDIT-ACCT TO WS-MOVE-CR-ACCT (WS-FOUND-IX).
025500 1110-EXIT.
025600     EXIT.
025700 1120-FIND-TYPE.
025800     IF GLM-MOVE-TYPE = WS-MOVE-CODE (WS-MOVE-IX)
025900         MOVE WS-MOVE-IX TO WS-FOUND-IX
026000     END-IF.
026100 1120-EXIT.
026200     EXIT.
026300*------------------------------------------------------------------
026400*  1300-VERIFY-NOT-BOOKED  --  THE GL DAY LOG IS SCANNED FOR THE
026500*  POSTING RUN DATE.  A DAY ALREADY BOOKED IS REFUSED RC 16 --
026600*  SENDING IT AGAIN WOULD DOUBLE EVERY LEDGER BALANCE IT MOVES.
026700*------------------------------------------------------------------
026800 1300-VERIFY-NOT-BOOKED.
026900     OPEN INPUT GLDAY-LOG.
027000     MOVE 'N' TO WS-EOF-SWITCH.
027100     PERFORM 1310-READ-GLDAY THRU 1310-EXIT
027200         UNTIL WS-EOF.
027300     CLOSE GLDAY-LOG.
027400 1300-EXIT.
027500     EXIT.
027600 1310-READ-GLDAY.
027700     READ GLDAY-LOG
027800         AT END
027900             MOVE 'Y' TO WS-EOF-SWITCH
028000             GO TO 1310-EXIT
028100     END-READ.
028200     IF GLDAY-POST-DATE = PCTL-RUN-DATE
028300         MOVE 'N' TO WS-RUN-OK-SW
028400         MOVE 'POSTING DATE ALREADY BOOKED TO THE GL'
028500             TO GS-MESSAGE
028600         WRITE GL-RPT-REC FROM GL-STATUS-REC
028700         DISPLAY 'ODEV24 ERROR - POSTING DATE ' PCTL-RUN-DATE
028800             ' ALREADY BOOKED ON ' GLDAY-RUN-DATE ', RUN REFUSED'
028900     END-IF.
029000 1310-EXIT.
029100     EXIT.
029200*------------------------------------------------------------------
029300*  2000-TOTAL-MOVEMENTS  --  COUNT AND TOTAL EACH INPUT INTO ITS
029400*  MOVEMENT TYPES.
029500*------------------------------------------------------------------
029600 2000-TOTAL-MOVEMENTS.
029700     OPEN INPUT JRNL-FILE.
029800     MOVE 'N' TO WS-EOF-SWITCH.
029900     PERFORM 2100-TOTAL-JOURNAL THRU 2100-EXIT
030000         UNTIL WS-EOF.
030100     CLOSE JRNL-FILE.
030200     OPEN INPUT RCOV-FILE.
030300     MOVE 'N' TO WS-EOF-SWITCH.
030400     PERFORM 2200-TOTAL-RECOVERY THRU 2200-EXIT
030500         UNTIL WS-EOF.
030600     CLOSE RCOV-FILE.
030700     OPEN INPUT SUSP-FILE.
030800     MOVE 'N' TO WS-EOF-SWITCH.
030900     PERFORM 2300-TOTAL-SUSPENSE THRU 2300-EXIT
031000         UNTIL WS-EOF.
031100     CLOSE SUSP-FILE.
031200     OPEN INPUT REPR-FILE.
031300     MOVE 'N' TO WS-EOF-SWITCH.
031400     PERFORM 2400-TOTAL-REAPPLIED THRU 2400-EXIT
031500         UNTIL WS-EOF.
031600     CLOSE REPR-FILE.
031700 2000-EXIT.
031800     EXIT.
031810*  THE ODEV5 JOURNAL: A DEBIT IS A FINANCE CHARGE WHEN ODEV14
031820*  WROTE IT, A RETURNED PAYMENT OR RETURNED ITEM FEE WHEN ODEV5
031830*  ADJUSTED A PAYMENT, OTHERWISE A PURCHASE; A CREDIT IS A DISPUTE
031840*  CREDIT WHEN ODEV5 SETTLED A DISPUTE, OTHERWISE A PAYMENT.
032100 2100-TOTAL-JOURNAL.
032200     READ JRNL-FILE
032300         AT END
032400             MOVE 'Y' TO WS-EOF-SWITCH
032500             GO TO 2100-EXIT
032600     END-READ.
032700     ADD 1 TO WS-RECS-READ.
032710     MOVE JRNL-MERCHANT OF JRNL-FIELDS TO ADJM-FIELDS.
032720     IF JRNL-DEBIT OF JRNL-FIELDS
032730         ADD JRNL-AMOUNT OF JRNL-FIELDS TO WS-JRNL-DEBIT-TOT
032740         EVALUATE TRUE
032750             WHEN JRNL-MERCHANT OF JRNL-FIELDS = 'FINANCE CHARGE'
032760                 MOVE 2 TO WS-MOVE-IX
032770             WHEN ADJM-RETURNED-PAYMENT
032780                 MOVE 9 TO WS-MOVE-IX
032790             WHEN ADJM-RETURNED-FEE
032800                 MOVE 10 TO WS-MOVE-IX
032810             WHEN OTHER
032820                 MOVE 1 TO WS-MOVE-IX
032830         END-EVALUATE
032840     ELSE
032850         IF ADJM-DISPUTE-CREDIT
032860             MOVE 11 TO WS-MOVE-IX
032870         ELSE
032880             MOVE 3 TO WS-MOVE-IX
032890         END-IF
032900     END-IF.
033800     ADD 1 TO WS-MOVE-COUNT (WS-MOVE-IX).
033900     ADD JRNL-AMOUNT OF JRNL-FIELDS TO WS-MOVE-AMT (WS-MOVE-IX).
034000 2100-EXIT.
034100     EXIT.
034200 2200-TOTAL-RECOVERY.
034300     READ RCOV-FILE
034400         AT END
034500             MOVE 'Y' TO WS-EOF-SWITCH
034600             GO TO 2200-EXIT
034700     END-READ.
034800     ADD 1 TO WS-RECS-READ.
034900     ADD 1 TO WS-MOVE-COUNT (4).
035000     ADD RCOV-AMOUNT TO WS-MOVE-AMT (4).
035100 2200-EXIT.
035200     EXIT.
035300*  THE SUSPENSE FILE IS CUMULATIVE; ONLY WHAT ODEV5 HELD ON THIS
035400*  POSTING RUN IS SUSPENSE IN.  A POST HELD FOR A BAD PACKED
035500*  AMOUNT CARRIES NO MONEY ODEV5 COULD TOTAL, SO IT IS LEFT OUT
035600*  HERE TOO AND ONLY COUNTED.
035610*  A HELD RETURNED PAYMENT OR DISPUTE POST IS NOT MONEY IN OR OUT
035620*  AND ODEV5 LEAVES IT OUT OF ITS SUSPENSE TOTAL; IT IS SKIPPED.
035700 2300-TOTAL-SUSPENSE.
035800     READ SUSP-FILE
035900         AT END
036000             MOVE 'Y' TO WS-EOF-SWITCH
036100             GO TO 2300-EXIT
036200     END-READ.
036300     IF SUSP-HELD-DATE NOT = PCTL-RUN-DATE
036400         GO TO 2300-EXIT
036500     END-IF.
036510     IF SUSP-ADJUSTMENT
036520         GO TO 2300-EXIT
036530     END-IF.
036600     ADD 1 TO WS-RECS-READ.
036700     IF SUSP-AMOUNT NOT NUMERIC
036800         ADD 1 TO WS-BAD-AMOUNTS
036900         GO TO 2300-EXIT
037000     END-IF.
037100     IF SUSP-DEBIT
037200         MOVE 5 TO WS-MOVE-IX
037300     ELSE
037400         MOVE 6 TO WS-MOVE-IX
037500     END-IF.
037600     ADD 1 TO WS-MOVE-COUNT (WS-MOVE-IX).
037700     ADD SUSP-AMOUNT TO WS-MOVE-AMT (WS-MOVE-IX).
037800     ADD SUSP-AMOUNT TO WS-SUSP-IN-TOT.
037900 2300-EXIT.
038000     EXIT.
038100 2400-TOTAL-REAPPLIED.
038200     READ REPR-FILE
038300         AT END
038400             MOVE 'Y' TO WS-EOF-SWITCH
038500             GO TO 2400-EXIT
038600     END-READ.
038700     ADD 1 TO WS-RECS-READ.
038800     IF JRNL-DEBIT OF REPR-REC
038900         MOVE 7 TO WS-MOVE-IX
039000     ELSE
039100         MOVE 8 TO WS-MOVE-IX
039200     END-IF.
039300     ADD 1 TO WS-MOVE-COUNT (WS-MOVE-IX).
039400     ADD JRNL-AMOUNT OF REPR-REC TO WS-MOVE-AMT (WS-MOVE-IX).
039500 2400-EXIT.
039600     EXIT.
039700*------------------------------------------------------------------
039800*  3000-PROVE-DAY  --  PRINT EVERY MOVEMENT TYPE, THEN PROVE THE
039900*  TOTALS AGAINST WHAT ODEV5 SAYS IT DID.  ANY FAILURE IS PRINTED
040000*  AND REFUSES THE FILE.
040100*------------------------------------------------------------------
040200 3000-PROVE-DAY.
040300     WRITE GL-RPT-REC FROM GL-COL-REC.
040400     PERFORM 3100-PRINT-TYPE THRU 3100-EXIT
040500         VARYING WS-MOVE-IX FROM 1 BY 1
040600         UNTIL WS-MOVE-IX > WS-MOVE-MAX.
040700     MOVE 'POSTING RUN DEBITS (PSTCTL).......' TO GM-LABEL.
040800     MOVE PCTL-DEBIT-TOT     TO GM-AMOUNT-O.
040900     WRITE GL-RPT-REC FROM GL-MONEY-REC.
041000     MOVE 'POSTING RUN CREDITS (PSTCTL)......' TO GM-LABEL.
041100     MOVE PCTL-CREDIT-TOT    TO GM-AMOUNT-O.
041200     WRITE GL-RPT-REC FROM GL-MONEY-REC.
041300     MOVE 'POSTING RUN SUSPENDED (PSTCTL)....' TO GM-LABEL.
041400     MOVE PCTL-SUSP-TOT      TO GM-AMOUNT-O.
041500     WRITE GL-RPT-REC FROM GL-MONEY-REC.
041600     MOVE 'POSTING RUN RECOVERED (PSTCTL)....' TO GM-LABEL.
041700     MOVE PCTL-RCOV-TOT      TO GM-AMOUNT-O.
041800     WRITE GL-RPT-REC FROM GL-MONEY-REC.
041810     MOVE 'POSTING RUN RETURNED FEES (PSTCTL)' TO GM-LABEL.
041820     MOVE PCTL-FEE-TOT       TO GM-AMOUNT-O.
041830     WRITE GL-RPT-REC FROM GL-MONEY-REC.
041900     IF WS-JRNL-DEBIT-TOT NOT = PCTL-DEBIT-TOT
042000         MOVE 'N' TO WS-RUN-OK-SW
042100         MOVE 'OUT OF BALANCE - JOURNAL DEBITS DISAGREE, PSTCTL'
042200             TO GS-MESSAGE
042300         WRITE GL-RPT-REC FROM GL-STATUS-REC
042400     END-IF.
042500     IF WS-MOVE-AMT (3) + WS-MOVE-AMT (11) NOT = PCTL-CREDIT-TOT
042600         MOVE 'N' TO WS-RUN-OK-SW
042700         MOVE 'OUT OF BALANCE - JOURNAL CREDITS DISAGREE, PSTCTL'
042800             TO GS-MESSAGE
042900         WRITE GL-RPT-REC FROM GL-STATUS-REC
043000     END-IF.
043100     IF WS-SUSP-IN-TOT NOT = PCTL-SUSP-TOT
043200         MOVE 'N' TO WS-RUN-OK-SW
043300         MOVE 'OUT OF BALANCE - SUSPENSE IN DISAGREES WITH PSTCTL'
043400             TO GS-MESSAGE
043500         WRITE GL-RPT-REC FROM GL-STATUS-REC
043600     END-IF.
043700     IF WS-MOVE-AMT (4) NOT = PCTL-RCOV-TOT
043800         MOVE 'N' TO WS-RUN-OK-SW
043900         MOVE 'OUT OF BALANCE - RECOVERIES DISAGREE WITH PSTCTL'
044000             TO GS-MESSAGE
044100         WRITE GL-RPT-REC FROM GL-STATUS-REC
044200     END-IF.
044210     IF WS-MOVE-AMT (10) NOT = PCTL-FEE-TOT
044220         MOVE 'N' TO WS-RUN-OK-SW
044230         MOVE 'OUT OF BALANCE - RETURNED FEES DISAGREE, PSTCTL'
044240             TO GS-MESSAGE
044250         WRITE GL-RPT-REC FROM GL-STATUS-REC
044260     END-IF.
044300     IF WS-BAD-AMOUNTS > 0
044400         DISPLAY 'ODEV24 WARNING - ' WS-BAD-AMOUNTS
044500             ' POSTS HELD FOR A BAD AMOUNT NOT BOOKED'
044600     END-IF.
044700 3000-EXIT.
044800     EXIT.
044900*  A TYPE THAT MOVED MONEY TODAY MUST HAVE BOTH ITS GL ACCOUNTS.
045000 3100-PRINT-TYPE.
045100     MOVE SPACES TO GL-DETAIL-REC.
045200     MOVE WS-MOVE-CODE (WS-MOVE-IX)    TO GD-TYPE-O.
045300     MOVE WS-MOVE-TEXT (WS-MOVE-IX)    TO GD-TEXT-O.
045400     MOVE WS-MOVE-COUNT (WS-MOVE-IX)   TO GD-COUNT-O.
045500     MOVE WS-MOVE-AMT (WS-MOVE-IX)     TO GD-AMOUNT-O.
045600     MOVE WS-MOVE-DR-ACCT (WS-MOVE-IX) TO GD-DEBIT-O.
045700     MOVE WS-MOVE-CR-ACCT (WS-MOVE-IX) TO GD-CREDIT-O.
045800     WRITE GL-RPT-REC FROM GL-DETAIL-REC.
045900     IF WS-MOVE-AMT (WS-MOVE-IX) NOT = ZERO
046000      AND (WS-MOVE-DR-ACCT (WS-MOVE-IX) = SPACES
046100       OR WS-MOVE-CR-ACCT (WS-MOVE-IX) = SPACES)
046200         MOVE 'N' TO WS-RUN-OK-SW
046300         MOVE SPACES TO GS-MESSAGE
046400         STRING 'NO GL ACCOUNT MAPPED FOR MOVEMENT TYPE '
046500                WS-MOVE-CODE (WS-MOVE-IX)
046600             DELIMITED BY SIZE INTO GS-MESSAGE
046700         WRITE GL-RPT-REC FROM GL-STATUS-REC
046800     END-IF.
046900 3100-EXIT.
047000     EXIT.
047100*------------------------------------------------------------------
047200*  4000-WRITE-GL  --  TOTAL THE DEBIT AND CREDIT SIDES FIRST AND
047300*  ONLY OPEN THE GL FILE WHEN THEY AGREE; THEN WRITE HEADER, ONE
047400*  DEBIT AND ONE CREDIT PER TYPE WITH MONEY, AND TRAILER, AND LOG
047500*  THE POSTING DATE AS BOOKED.
047600*------------------------------------------------------------------
047700 4000-WRITE-GL.
047800     PERFORM 4100-FOOT-TYPE THRU 4100-EXIT
047900         VARYING WS-MOVE-IX FROM 1 BY 1
048000         UNTIL WS-MOVE-IX > WS-MOVE-MAX.
048100     MOVE 'GL DEBITS.........................' TO GM-LABEL.
048200     MOVE WS-GL-DEBIT-TOT    TO GM-AMOUNT-O.
048300     WRITE GL-RPT-REC FROM GL-MONEY-REC.
048400     MOVE 'GL CREDITS........................' TO GM-LABEL.
048500     MOVE WS-GL-CREDIT-TOT   TO GM-AMOUNT-O.
048600     WRITE GL-RPT-REC FROM GL-MONEY-REC.
048700     IF WS-GL-DEBIT-TOT NOT = WS-GL-CREDIT-TOT
048800         MOVE 'N' TO WS-RUN-OK-SW
048900         MOVE 'OUT OF BALANCE - GL DEBITS DO NOT EQUAL CREDITS'
049000             TO GS-MESSAGE
049100         WRITE GL-RPT-REC FROM GL-STATUS-REC
049200         GO TO 4000-EXIT
049300     END-IF.
049400     OPEN OUTPUT GL-FILE.
049500     MOVE SPACES          TO GL-FIELDS.
049600     MOVE 'H'             TO GL-REC-TYPE.
049700     MOVE PCTL-RUN-DATE   TO GL-POST-DATE.
049800     MOVE ZERO            TO GL-AMOUNT.
049900     MOVE 'CARD RECEIVABLE DAILY POSTING' TO GL-DESCRIPTION.
050000     MOVE 'ODEV24'        TO GL-SOURCE.
050100     WRITE GL-FIELDS.
050200     PERFORM 4200-WRITE-TYPE THRU 4200-EXIT
050300         VARYING WS-MOVE-IX FROM 1 BY 1
050400         UNTIL WS-MOVE-IX > WS-MOVE-MAX.
050500     MOVE SPACES           TO GL-TRL-FIELDS.
050600     MOVE 'T'              TO GL-TRL-REC-TYPE.
050700     MOVE PCTL-RUN-DATE    TO GL-TRL-POST-DATE.
050800     MOVE WS-GL-COUNT      TO GL-TRL-COUNT.
050900     MOVE WS-GL-DEBIT-TOT  TO GL-TRL-DEBIT-TOT.
051000     MOVE WS-GL-CREDIT-TOT TO GL-TRL-CREDIT-TOT.
051100     WRITE GL-TRL-FIELDS.
051200     CLOSE GL-FILE.
051300     MOVE 'Y' TO WS-GL-WRITTEN-SW.
051400     OPEN EXTEND GLDAY-LOG.
051500     MOVE PCTL-RUN-DATE TO GLDAY-POST-DATE.
051600     MOVE WS-RUN-DATE   TO GLDAY-RUN-DATE.
051700     WRITE GLDAY-REC.
051800     CLOSE GLDAY-LOG.
051900     MOVE 'DAY IN BALANCE - GL FILE WRITTEN' TO GS-MESSAGE.
052000     WRITE GL-RPT-REC FROM GL-STATUS-REC.
052100 4000-EXIT.
052200     EXIT.
052300 4100-FOOT-TYPE.
052400     IF WS-MOVE-AMT (WS-MOVE-IX) NOT = ZERO
052500         ADD WS-MOVE-AMT (WS-MOVE-IX) TO WS-GL-DEBIT-TOT
052600         ADD WS-MOVE-AMT (WS-MOVE-IX) TO WS-GL-CREDIT-TOT
052700     END-IF.
052800 4100-EXIT.
052900     EXIT.
053000 4200-WRITE-TYPE.
053100     IF WS-MOVE-AMT (WS-MOVE-IX) = ZERO
053200         GO TO 4200-EXIT
053300     END-IF.
053400     MOVE SPACES          TO GL-FIELDS.
053500     MOVE 'D'             TO GL-REC-TYPE.
053600     MOVE PCTL-RUN-DATE   TO GL-POST-DATE.
053700     MOVE WS-MOVE-AMT (WS-MOVE-IX)  TO GL-AMOUNT.
053800     MOVE WS-MOVE-CODE (WS-MOVE-IX) TO GL-MOVE-TYPE.
053900     MOVE WS-MOVE-TEXT (WS-MOVE-IX) TO GL-DESCRIPTION.
054000     MOVE 'ODEV24'        TO GL-SOURCE.
054100     MOVE WS-MOVE-DR-ACCT (WS-MOVE-IX) TO GL-ACCOUNT.
054200     MOVE 'D'             TO GL-DC-CODE.
054300     WRITE GL-FIELDS.
054400     MOVE WS-MOVE-CR-ACCT (WS-MOVE-IX) TO GL-ACCOUNT.
054500     MOVE 'C'             TO GL-DC-CODE.
054600     WRITE GL-FIELDS.
054700     ADD 2 TO WS-GL-COUNT.
054800 4200-EXIT.
054900     EXIT.
055000*------------------------------------------------------------------
055100*  9000-TERMINATE  --  RUN-STATISTICS RECORD AND CLOSE.  A RUN
055200*  THAT WROTE NO GL FILE ENDS RC 16 SO NOTHING DOWNSTREAM SENDS
055300*  AN EMPTY OR PARTIAL DAY TO FINANCE, AND LOGS A REJECT SO THE
055310*  CONTROL REPORT (ODEV13) HOLDS THE BUSINESS DATE UNTIL THE DAY
055320*  IS BOOKED.  HELD POSTS WITH A BAD AMOUNT ARE ONLY A WARNING.
055400*------------------------------------------------------------------
055500 9000-TERMINATE.
055600     IF NOT WS-GL-WRITTEN
055700         MOVE 'NO GL FILE WRITTEN FOR THIS POSTING DATE'
055800             TO GS-MESSAGE
055900         WRITE GL-RPT-REC FROM GL-STATUS-REC
056000         DISPLAY 'ODEV24 ERROR - GL INTERFACE REFUSED, NO GL '
056100             'FILE WRITTEN'
056200         MOVE 16 TO RETURN-CODE
056300     END-IF.
056400     OPEN EXTEND RUN-LOG.
056500     MOVE SPACES             TO RLOG-FIELDS.
056600     MOVE 'ODEV24'           TO RLOG-PROGRAM.
056700     MOVE WS-RUN-DATE        TO RLOG-RUN-DATE.
056800     MOVE WS-RECS-READ       TO RLOG-RECS-IN.
056900     MOVE WS-GL-COUNT        TO RLOG-RECS-OUT.
057100     MOVE WS-GL-DEBIT-TOT    TO RLOG-AMOUNT-TOT.
057200     MOVE 'GL INTERFACE'     TO RLOG-COMMENT.
057210     MOVE ZERO               TO RLOG-REJECTS.
057220     IF RETURN-CODE = 16
057230         MOVE 1 TO RLOG-REJECTS
057240         MOVE 'GL REFUSED, DAY NOT BOOKED' TO RLOG-COMMENT
057250     END-IF.
057300     WRITE RLOG-FIELDS.
057400     CLOSE RUN-LOG.
057500     CLOSE GL-LINE.
057600 9000-EXIT.
057700     EXIT.
