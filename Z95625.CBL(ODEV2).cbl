000247*  08/22/26   MC    RUN STATISTICS (RECORDS READ/LISTED, OVERAGE  *
000248*                    TOTAL) NOW WRITTEN TO THE COMMON RUNLOG      *
000249*                    FILE FOR THE ODEV13 CONTROL REPORT.          *
000250*  10/15/26   MC    RUN IS NOW DATED FROM THE BUSINESS-DATE       *
000251*                    CONTROL RECORD (BDATFLD, BUSDATE) INSTEAD OF *
000252*                    THE SYSTEM CLOCK -- NO DATE RECORD, NO RUN.  *
000253*----------------------------------------------------------------*
000260*  THIS PROGRAM READS THE ACCOUNT MASTER (ACCTREC) AND PRINTS A   *
000270*  SHORT EXCEPTION LISTING OF ONLY THOSE ACCOUNTS WHOSE BALANCE   *
000280*  HAS GONE OVER THE ASSIGNED CREDIT LIMIT, ALONG WITH THE AMOUNT *
000343         RECORD KEY   IS ACCT-NO.
000350     SELECT EXCP-LINE  ASSIGN TO EXCPLINE.
000352     SELECT RUN-LOG    ASSIGN TO RUNLOG.
000357     SELECT BUS-DATE   ASSIGN TO BUSDATE.
000360 DATA DIVISION.
000370 FILE SECTION.
000380 FD  ACCT-REC RECORDING MODE F.
000520     05  OVERAGE-O          PIC $$,$$$,$$9.99.
000522 FD  RUN-LOG RECORDING MODE F.
000524     COPY RUNLOG.
000526 FD  BUS-DATE RECORDING MODE F.
000528     COPY BDATFLD.
000530 WORKING-STORAGE SECTION.
000540 01  WS-SWITCHES.
000550     05  WS-EOF-SWITCH      PIC X(01) VALUE 'N'.
000602*  TOTAL OF THE OVERAGES LISTED, CARRIED TO THE RUN LOG.
000604 77  WS-OVERAGE-TOT         PIC S9(11)V99 COMP-3 VALUE 0.
000606 77  WS-RUN-DATE            PIC 9(6).
000607 77  WS-BDATE-SW            PIC X(01) VALUE 'N'.
000608     88  WS-BDATE-FOUND               VALUE 'Y'.
000610*------------------------------------------------------------------
000620 PROCEDURE DIVISION.
000630*------------------------------------------------------------------
000640 0000-MAINLINE.
000642     PERFORM 0100-GET-BUS-DATE THRU 0100-EXIT.
000644     IF NOT WS-BDATE-FOUND
000646         GOBACK
000648     END-IF.
000650     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000660     PERFORM 2000-PROCESS-RECORD THRU 2000-EXIT
000670         UNTIL WS-EOF.
000680     PERFORM 9000-TERMINATE THRU 9000-EXIT.
000690     GOBACK.
000700*------------------------------------------------------------------
000701*  0100-GET-BUS-DATE  --  READ THE BUSINESS DATE THIS RUN IS FOR
000702*  FROM THE DATE RECORD AT THE HEAD OF BUSDATE.  ONLY THE END-OF-
000703*  DAY ROLL (ODEV27) MOVES IT, SO A RERUN OR A RUN THAT CROSSES
000704*  MIDNIGHT STILL BELONGS TO THE SAME PROCESSING DAY.  NO DATE
000705*  RECORD, NO RUN.
000706*------------------------------------------------------------------
000707 0100-GET-BUS-DATE.
000708     OPEN INPUT BUS-DATE.
000709     READ BUS-DATE
000710         AT END
000711             MOVE SPACES TO BDT-FIELDS
000712     END-READ.
000713     CLOSE BUS-DATE.
000714     IF NOT BDT-DATE-REC
000715        OR BDT-CURR-DATE NOT NUMERIC
000716         DISPLAY 'ODEV2 ERROR - NO BUSINESS DATE RECORD ON '
000717             'BUSDATE'
000718         MOVE 16 TO RETURN-CODE
000719         GO TO 0100-EXIT
000720     END-IF.
000721     MOVE BDT-CURR-DATE TO WS-RUN-DATE.
000722     MOVE 'Y' TO WS-BDATE-SW.
000723 0100-EXIT.
000724     EXIT.
000725*------------------------------------------------------------------
000726*  1000-INITIALIZE  --  OPEN FILES AND PRIME THE READ.
000727*------------------------------------------------------------------
000730 1000-INITIALIZE.
000740     OPEN INPUT  ACCT-REC.
000750     OPEN OUTPUT EXCP-LINE.
000760     PERFORM 1100-READ-ACCT-REC THRU 1100-EXIT.
