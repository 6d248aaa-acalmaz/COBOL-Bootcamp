001510*  09/02/26   MC    CLIENT-ZIP (NEW ON THE ACCTFLD ADDRESS        *
001520*                    BLOCK) IS NOW CARRIED ON THE SNAPSHOT        *
001530*                    MIRROR FIELD SNP-CLIENT-ZIP.                 *
001540*  10/15/26   MC    RUN IS NOW DATED FROM THE BUSINESS-DATE       *
001550*                    CONTROL RECORD (BDATFLD, BUSDATE) INSTEAD OF *
001560*                    THE SYSTEM CLOCK -- NO DATE RECORD, NO RUN.  *
001600*----------------------------------------------------------------*
001700*  THIS PROGRAM COPIES EVERY ACCT-FIELDS RECORD TO THE SNAPSHOT   *
001800*  FILE (SNAPFLD LAYOUT), STAMPED WITH THE SNAPSHOT DATE.  EACH   *
002900         ACCESS MODE  IS SEQUENTIAL
003000         RECORD KEY   IS ACCT-NO.
003100     SELECT SNAP-FILE  ASSIGN TO WS-SNAP-FILE-NAME.
003110     SELECT BUS-DATE   ASSIGN TO BUSDATE.
003200 DATA DIVISION.
003300 FILE SECTION.
003400 FD  ACCT-REC RECORDING MODE F.
003500     COPY ACCTFLD.
003600 FD  SNAP-FILE RECORDING MODE F.
003700     COPY SNAPFLD.
003710 FD  BUS-DATE RECORDING MODE F.
003720     COPY BDATFLD.
003800 WORKING-STORAGE SECTION.
003900 01  WS-SWITCHES.
004000     05  WS-EOF-SWITCH      PIC X(01) VALUE 'N'.
004530*  ARCHIVE NAME, SO THE PRIOR MONTH-END SURVIVES ON ITS OWN
004540*  DATASET FOR THE ODEV11 COMPARISON.
004550 77  WS-SNAP-FILE-NAME      PIC X(30).
004560 77  WS-BDATE-SW            PIC X(01) VALUE 'N'.
004570     88  WS-BDATE-FOUND               VALUE 'Y'.
004600*------------------------------------------------------------------
004700 PROCEDURE DIVISION.
004800*------------------------------------------------------------------
004900 0000-MAINLINE.
004910     PERFORM 0100-GET-BUS-DATE THRU 0100-EXIT.
004920     IF NOT WS-BDATE-FOUND
004930         GOBACK
004940     END-IF.
005000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
005100     PERFORM 2000-SNAPSHOT-RECORD THRU 2000-EXIT
005200         UNTIL WS-EOF.
005300     PERFORM 9000-TERMINATE THRU 9000-EXIT.
005400     GOBACK.
005402*------------------------------------------------------------------
005404*  0100-GET-BUS-DATE  --  READ THE BUSINESS DATE THIS RUN IS FOR
005406*  FROM THE DATE RECORD AT THE HEAD OF BUSDATE.  ONLY THE END-OF-
005408*  DAY ROLL (ODEV27) MOVES IT, SO A RERUN OR A RUN THAT CROSSES
005410*  MIDNIGHT STILL BELONGS TO THE SAME PROCESSING DAY.  NO DATE
005412*  RECORD, NO RUN.
005414*------------------------------------------------------------------
005416 0100-GET-BUS-DATE.
005418     OPEN INPUT BUS-DATE.
005420     READ BUS-DATE
005422         AT END
005424             MOVE SPACES TO BDT-FIELDS
005426     END-READ.
005428     CLOSE BUS-DATE.
005430     IF NOT BDT-DATE-REC
005432        OR BDT-CURR-DATE NOT NUMERIC
005434         DISPLAY 'ODEV10 ERROR - NO BUSINESS DATE RECORD ON '
005436             'BUSDATE'
005438         MOVE 16 TO RETURN-CODE
005440         GO TO 0100-EXIT
005442     END-IF.
005444     MOVE BDT-CURR-DATE TO WS-SNAP-DATE.
005446     MOVE 'Y' TO WS-BDATE-SW.
005448 0100-EXIT.
005450     EXIT.
005500*------------------------------------------------------------------
005600*  1000-INITIALIZE  --  OPEN FILES, STAMP THE SNAPSHOT DATE AND
005700*  PRIME THE READ.
005800*------------------------------------------------------------------
005900 1000-INITIALIZE.
006010     STRING 'Z95625.SNAPFILE.D' WS-SNAP-DATE
006020         DELIMITED BY SIZE INTO WS-SNAP-FILE-NAME.
006100     OPEN INPUT  ACCT-REC.
