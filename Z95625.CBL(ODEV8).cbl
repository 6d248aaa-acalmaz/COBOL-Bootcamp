001620*                    CONTROL RECORDS (TRANCTL LAYOUT) THE         *
001630*                    MAINTENANCE RUN PROVES BEFORE APPLYING A     *
001640*                    TRANSACTION FILE.                            *
001650*  10/15/26   MC    RUN IS NOW DATED FROM THE BUSINESS-DATE       *
001660*                    CONTROL RECORD (BDATFLD, BUSDATE) INSTEAD OF *
001670*                    THE SYSTEM CLOCK -- NO DATE RECORD, NO RUN.  *
001700*----------------------------------------------------------------*
001800*  THIS PROGRAM READS THE ACCOUNT MASTER AND APPLIES THE FREEZE   *
001900*  POLICY: AN ACTIVE ACCOUNT WHOSE BALANCE IS OVER ACCT-LIMIT BY  *
003300         ACCESS MODE  IS SEQUENTIAL
003400         RECORD KEY   IS ACCT-NO.
003500     SELECT FRZ-TRAN   ASSIGN TO FRZTRAN.
003510     SELECT BUS-DATE   ASSIGN TO BUSDATE.
003600 DATA DIVISION.
003700 FILE SECTION.
003800 FD  ACCT-REC RECORDING MODE F.
003900     COPY ACCTFLD.
004000 FD  FRZ-TRAN RECORDING MODE F.
004100     COPY TRANFLD.
004110 FD  BUS-DATE RECORDING MODE F.
004120     COPY BDATFLD.
004200 WORKING-STORAGE SECTION.
004300 01  WS-SWITCHES.
004400     05  WS-EOF-SWITCH      PIC X(01) VALUE 'N'.
005540 77  WS-RUN-DATE            PIC 9(6).
005550 77  WS-TRAN-OUT-COUNT      PIC 9(7) COMP VALUE 0.
005560 77  WS-TRAN-HASH-TOT       PIC S9(15)V99 COMP-3 VALUE 0.
005570 77  WS-BDATE-SW            PIC X(01) VALUE 'N'.
005580     88  WS-BDATE-FOUND               VALUE 'Y'.
005600*------------------------------------------------------------------
005700 PROCEDURE DIVISION.
005800*------------------------------------------------------------------
005900 0000-MAINLINE.
005910     PERFORM 0100-GET-BUS-DATE THRU 0100-EXIT.
005920     IF NOT WS-BDATE-FOUND
005930         GOBACK
005940     END-IF.
006000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
006100     PERFORM 2000-APPLY-POLICY THRU 2000-EXIT
006200         UNTIL WS-EOF.
006300     PERFORM 9000-TERMINATE THRU 9000-EXIT.
006400     GOBACK.
006402*------------------------------------------------------------------
006404*  0100-GET-BUS-DATE  --  READ THE BUSINESS DATE THIS RUN IS FOR
006406*  FROM THE DATE RECORD AT THE HEAD OF BUSDATE.  ONLY THE END-OF-
006408*  DAY ROLL (ODEV27) MOVES IT, SO A RERUN OR A RUN THAT CROSSES
006410*  MIDNIGHT STILL BELONGS TO THE SAME PROCESSING DAY.  NO DATE
006412*  RECORD, NO RUN.
006414*------------------------------------------------------------------
006416 0100-GET-BUS-DATE.
006418     OPEN INPUT BUS-DATE.
006420     READ BUS-DATE
006422         AT END
006424             MOVE SPACES TO BDT-FIELDS
006426     END-READ.
006428     CLOSE BUS-DATE.
006430     IF NOT BDT-DATE-REC
006432        OR BDT-CURR-DATE NOT NUMERIC
006434         DISPLAY 'ODEV8 ERROR - NO BUSINESS DATE RECORD ON '
006436             'BUSDATE'
006438         MOVE 16 TO RETURN-CODE
006440         GO TO 0100-EXIT
006442     END-IF.
006444     MOVE BDT-CURR-DATE TO WS-RUN-DATE.
006446     MOVE 'Y' TO WS-BDATE-SW.
006448 0100-EXIT.
006450     EXIT.
006500*------------------------------------------------------------------
006600*  1000-INITIALIZE  --  ACCEPT THE OVER-LIMIT TOLERANCE
006700*  PERCENTAGE FROM SYSIN, OPEN FILES AND PRIME THE READ.
007400     END-IF.
007500     OPEN INPUT  ACCT-REC.
007600     OPEN OUTPUT FRZ-TRAN.
007620     MOVE SPACES      TO TRAN-HDR-FIELDS.
007630     MOVE '00000000'  TO TRAN-HDR-ACCT-NO.
007640     MOVE 'H'         TO TRAN-HDR-CODE.
