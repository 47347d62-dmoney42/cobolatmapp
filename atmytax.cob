       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATMYTAX.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-FILE ASSIGN TO "accounts.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS USER-ID
               FILE STATUS IS WS-ACCT-STAT.

      *> pointed at each of the year's ATMLOGCT archives in turn,
      *> e.g. transactions-20261231.log, and last of all at the live
      *> transactions.log - December's interest is stamped into the
      *> 31st but stays in the live log until January's first cut
           SELECT TRANSACTION-LOG ASSIGN TO WS-TRANS-LOG-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRANS-STAT.

      *> the month-end close's state - the year cannot be reported
      *> until December's interest has been posted through ATMMEOD
           SELECT MONTH-STATE-FILE ASSIGN TO "month-close-state.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MC-STAT.

      *> one line per extract issued to the tax authority - the
      *> re-run guard, so never clear it
           SELECT TAX-CONTROL-FILE ASSIGN TO "interest-tax-control.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TC-STAT.

      *> the extract itself, e.g. interest-tax-2026.dat, or
      *> interest-tax-2026-C01.dat for the first corrected re-issue
           SELECT TAX-EXTRACT-FILE ASSIGN TO WS-TAX-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TX-STAT.

           SELECT TAX-REPORT ASSIGN TO "interest-tax-report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

      *> interest that cannot go on the extract - no name on the
      *> master, or no one account the posting can be matched to
           SELECT EXCEPTION-REPORT
               ASSIGN TO "interest-tax-exceptions.txt"
               ORGANIZATION IS LINE SEQUENTIAL.



       DATA DIVISION.
       FILE SECTION.
       FD ACCOUNT-FILE
           RECORD CONTAINS 102 CHARACTERS
           DATA RECORD IS ACCOUNT-RECORD.
       01 ACCOUNT-RECORD.
           05 USER-ID             PIC X(16). *> 16 characters
      *> salted one-way hash of the customer's PIN - the four clear
      *> digits are never stored on disk (see COMPUTE-PIN-HASH)
           05 PIN-HASH            PIC 9(8).
           05 CHECKING-BALANCE      PIC 9(5)V99.
           05 SAVINGS-BALANCE       PIC 9(5)V99.
           05 DAILY-WITHDRAW-AMOUNT PIC 9(5)V99.
           05 LAST-WITHDRAW-DATE  PIC 9(8).
           05 CUSTOMER-NAME       PIC X(30).
           05 ACCOUNT-STATUS      PIC X. *> "A"ctive "D"ormant "C"losed
           05 ACCOUNT-OPEN-DATE   PIC 9(8).
      *> "Y" means a short checking withdrawal may sweep the
      *> shortfall from savings - opted in by the customer
           05 OVERDRAFT-PROTECT   PIC X.
      *> withdrawals taken so far in month WD-COUNT-CCYYMM - the
      *> fee schedule charges once the free allowance is used up
           05 WD-COUNT-MONTH      PIC 9(3).
           05 WD-COUNT-CCYYMM     PIC 9(6).

       FD TRANSACTION-LOG
           RECORD CONTAINS 51 CHARACTERS
           DATA RECORD IS TRANSACTION-RECORD.
       01 TRANSACTION-RECORD.
           05 TR-SEQ-NUM        PIC 9(7).
           05 TR-TIMESTAMP      PIC X(16).
           05 TR-CARD-LAST4     PIC X(4).
           05 TR-TYPE           PIC X.
           05 TR-AMOUNT         PIC 9(5)V99.
           05 TR-NEW-BALANCE    PIC 9(5)V99.
           05 TR-END-MARKER     PIC X(3).
      *> which machine wrote the entry - spaces on records written
      *> before the second terminal arrived, or by the batch jobs
           05 TR-TERMINAL-ID    PIC X(4).
      *> which balance the entry moved - "C"hecking or "S"avings,
      *> space on records written before the field existed
           05 TR-ACCT-SIDE      PIC X.
      *> originating channel - "A"=ATM, "B"=branch console,
      *> "I"=interest posting, "S"=standing order, space=legacy
           05 TR-CHANNEL        PIC X.

       FD MONTH-STATE-FILE
           RECORD CONTAINS 7 CHARACTERS
           DATA RECORD IS MONTH-STATE-RECORD.
       01 MONTH-STATE-RECORD.
           05 MC-MONTH          PIC 9(6).
           05 MC-STEP           PIC 9.

       FD TAX-CONTROL-FILE
           RECORD CONTAINS 44 CHARACTERS
           DATA RECORD IS TAX-CONTROL-RECORD.
       01 TAX-CONTROL-RECORD.
           05 TC-TAX-YEAR       PIC 9(4).
      *> "O"riginal or "C"orrected re-issue, numbered from 0 for the
      *> original
           05 TC-ISSUE-TYPE     PIC X.
           05 TC-ISSUE-NUMBER   PIC 9(2).
           05 TC-RUN-TIMESTAMP  PIC X(16).
           05 TC-DETAIL-COUNT   PIC 9(7).
           05 TC-TOTAL-INTEREST PIC 9(12)V99.

      *> header, detail and trailer records share the one 100-byte
      *> line - see the WS-XH- / WS-XD- / WS-XT- layouts below
       FD TAX-EXTRACT-FILE
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS TAX-EXTRACT-RECORD.
       01 TAX-EXTRACT-RECORD    PIC X(100).

       *> This defines the template for the annual summary
       FD TAX-REPORT.
         01 REPORT-LINE           PIC X(80).

       FD EXCEPTION-REPORT.
         01 EXCEPTION-LINE        PIC X(80).
      *>*********************************************

       WORKING-STORAGE SECTION.
       01 WS-ACCT-STAT          PIC XX.
       01 TRANS-STAT            PIC XX.
       01 WS-MC-STAT            PIC XX.
       01 WS-TC-STAT            PIC XX.
       01 WS-TX-STAT            PIC XX.

       01 WS-EOF-FLAG           PIC X VALUE "N".
           88 END-OF-INPUT        VALUE "Y".
       01 WS-TC-EOF-FLAG        PIC X VALUE "N".
           88 END-OF-CONTROL-FILE VALUE "Y".

       01 WS-STARTUP-PARM       PIC X(20).
       01 WS-PARM-TOKEN-1       PIC X(10).
       01 WS-PARM-TOKEN-2       PIC X(10).
       01 WS-TAX-YEAR           PIC 9(4).
       01 WS-TAX-YEAR-X REDEFINES WS-TAX-YEAR PIC X(4).
       01 WS-DECEMBER           PIC 9(6).
       01 WS-RUN-TIMESTAMP      PIC X(16).
       01 WS-TRANS-LOG-NAME     PIC X(30).
       01 WS-TAX-FILE-NAME      PIC X(30).

      *> the operator asks for a corrected re-issue with REISSUE on
      *> the command line - nothing else gets past a year already
      *> issued
       01 WS-REISSUE-FLAG       PIC X VALUE "N".
           88 REISSUE-REQUESTED   VALUE "Y".
       01 WS-ISSUE-TYPE         PIC X.
       01 WS-ISSUE-NUMBER       PIC 9(2) VALUE 0.
       01 WS-ISSUED-COUNT       PIC 9(2) VALUE 0.
       01 WS-LAST-ISSUE-TS      PIC X(16).

       01 WS-MC-MONTH           PIC 9(6) VALUE 0.
       01 WS-MC-STEP            PIC 9 VALUE 0.

      *> anything that stops the extract going out lands here, and
      *> the run ends with RETURN-CODE 8
       01 WS-REFUSE-FLAG        PIC X VALUE "N".
           88 EXTRACT-REFUSED     VALUE "Y".
       01 WS-REFUSE-REASON      PIC X(60).

      *> the account master, loaded whole so each posting's last
      *> four digits can be matched back to its account - a last
      *> four on more than one account cannot be, and is reported
       01 WS-ACCT-MAX           PIC 9(5) COMP VALUE 5000.
       01 WS-ACCT-COUNT         PIC 9(5) COMP VALUE 0.
       01 WS-ACCT-OVERFLOW      PIC 9(5) COMP VALUE 0.
       01 WS-ACCT-SUB           PIC 9(5) COMP.
       01 WS-ACCT-HIT           PIC 9(5) COMP.
       01 WS-ACCT-TABLE.
           05 WS-ACCT-ENTRY OCCURS 5000 TIMES.
               10 WS-AC-USER-ID     PIC X(16).
               10 WS-AC-LAST4       PIC X(4).
               10 WS-AC-SHARED      PIC X.
               10 WS-AC-NAME        PIC X(30).
               10 WS-AC-POSTINGS    PIC 9(3) COMP.
               10 WS-AC-INTEREST    PIC 9(9)V99.

      *> postings no one account could be found for, by last four
       01 WS-UNM-MAX            PIC 9(4) COMP VALUE 500.
       01 WS-UNM-COUNT          PIC 9(4) COMP VALUE 0.
       01 WS-UNM-SUB            PIC 9(4) COMP.
       01 WS-UNM-HIT            PIC 9(4) COMP.
       01 WS-UNM-TABLE.
           05 WS-UNM-ENTRY OCCURS 500 TIMES.
               10 WS-UNM-LAST4      PIC X(4).
               10 WS-UNM-SHARED     PIC X.
               10 WS-UNM-POSTINGS   PIC 9(3) COMP.
               10 WS-UNM-INTEREST   PIC 9(9)V99.

      *> the year, one archive day at a time
       01 WS-DAY-INT            PIC 9(8) COMP.
       01 WS-END-INT            PIC 9(8) COMP.
       01 WS-DAY-DATE           PIC 9(8).
       01 WS-DAY-DATE-X         PIC X(8).
       01 WS-START-DATE         PIC 9(8).
       01 WS-END-DATE           PIC 9(8).
       01 WS-ARCHIVE-COUNT      PIC 9(3) COMP VALUE 0.

      *> control totals - everything read must come out either on
      *> the extract or on the exceptions list
       01 WS-POSTINGS-READ      PIC 9(7) VALUE 0.
       01 WS-INTEREST-READ      PIC 9(12)V99 VALUE 0.
       01 WS-DETAIL-COUNT       PIC 9(7) VALUE 0.
       01 WS-TOTAL-INTEREST     PIC 9(12)V99 VALUE 0.
       01 WS-EXCEPTION-COUNT    PIC 9(7) VALUE 0.
       01 WS-EXCEPTION-INTEREST PIC 9(12)V99 VALUE 0.

      *> extract record layouts, 100 bytes each
       01 WS-TAX-HEADER.
           05 WS-XH-REC-TYPE    PIC X VALUE "H".
           05 WS-XH-SOURCE      PIC X(8) VALUE "ATMYTAX".
           05 WS-XH-TAX-YEAR    PIC 9(4).
      *> "O"riginal, or "C"orrected re-issue - a corrected file
      *> replaces every earlier one for the year in full
           05 WS-XH-ISSUE-TYPE  PIC X.
           05 WS-XH-ISSUE-NUMBER PIC 9(2).
           05 WS-XH-CREATED     PIC X(16).
           05 FILLER            PIC X(68) VALUE SPACES.
       01 WS-TAX-DETAIL.
           05 WS-XD-REC-TYPE    PIC X VALUE "D".
           05 WS-XD-TAX-YEAR    PIC 9(4).
           05 WS-XD-ACCOUNT     PIC X(16).
           05 WS-XD-NAME        PIC X(30).
           05 WS-XD-INTEREST    PIC 9(9)V99.
           05 WS-XD-POSTINGS    PIC 9(3).
           05 WS-XD-ISSUE-TYPE  PIC X.
           05 FILLER            PIC X(34) VALUE SPACES.
       01 WS-TAX-TRAILER.
           05 WS-XT-REC-TYPE    PIC X VALUE "T".
           05 WS-XT-TAX-YEAR    PIC 9(4).
           05 WS-XT-ISSUE-TYPE  PIC X.
           05 WS-XT-DETAIL-COUNT PIC 9(7).
           05 WS-XT-TOTAL-INTEREST PIC 9(12)V99.
           05 FILLER            PIC X(73) VALUE SPACES.

       01 WS-DISPLAY-COUNT      PIC Z(6)9.
       01 WS-DISPLAY-SMALL      PIC Z9.
       01 WS-DISPLAY-POSTINGS   PIC ZZ9.
       01 WS-DISPLAY-AMOUNT     PIC Z(8)9.99.
       01 WS-DISPLAY-TOTAL      PIC Z(11)9.99.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "ATMYTAX - YEAR-END INTEREST TAX RUN"

      *> the tax year is always named - CCYY, plus REISSUE when a
      *> year already sent has to be sent again corrected
           ACCEPT WS-STARTUP-PARM FROM COMMAND-LINE
           MOVE SPACES TO WS-PARM-TOKEN-1 WS-PARM-TOKEN-2
           UNSTRING WS-STARTUP-PARM DELIMITED BY ALL " "
               INTO WS-PARM-TOKEN-1 WS-PARM-TOKEN-2
           END-UNSTRING
           IF WS-PARM-TOKEN-1(1:4) NOT NUMERIC
               OR WS-PARM-TOKEN-1(5:6) NOT = SPACES
               OR (WS-PARM-TOKEN-2 NOT = SPACES
                   AND WS-PARM-TOKEN-2 NOT = "REISSUE")
               DISPLAY "Usage: ATMYTAX CCYY [REISSUE] (e.g. ATMYTAX "
                   "2026)"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE WS-PARM-TOKEN-1(1:4) TO WS-TAX-YEAR
           IF WS-PARM-TOKEN-2 = "REISSUE"
               SET REISSUE-REQUESTED TO TRUE
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:16) TO WS-RUN-TIMESTAMP
           DISPLAY "Tax year: " WS-TAX-YEAR

           OPEN OUTPUT TAX-REPORT
           OPEN OUTPUT EXCEPTION-REPORT

           PERFORM CHECK-DECEMBER-CLOSED
           IF NOT EXTRACT-REFUSED
               PERFORM CHECK-ALREADY-ISSUED
           END-IF
           IF EXTRACT-REFUSED
               PERFORM WRITE-REPORT-HEADER
               PERFORM REFUSE-RUN
               GOBACK
           END-IF

      *> the original is issue 00; each corrected re-issue takes the
      *> next number and its own file, so what went before is kept
           IF REISSUE-REQUESTED
               MOVE "C" TO WS-ISSUE-TYPE
               MOVE WS-ISSUED-COUNT TO WS-ISSUE-NUMBER
               MOVE SPACES TO WS-TAX-FILE-NAME
               STRING "interest-tax-" WS-TAX-YEAR-X "-C"
                   WS-ISSUE-NUMBER ".dat"
                   DELIMITED BY SIZE INTO WS-TAX-FILE-NAME
           ELSE
               MOVE "O" TO WS-ISSUE-TYPE
               MOVE 0 TO WS-ISSUE-NUMBER
               MOVE SPACES TO WS-TAX-FILE-NAME
               STRING "interest-tax-" WS-TAX-YEAR-X ".dat"
                   DELIMITED BY SIZE INTO WS-TAX-FILE-NAME
           END-IF
           PERFORM WRITE-REPORT-HEADER

           PERFORM LOAD-ACCOUNTS
           IF EXTRACT-REFUSED
               PERFORM REFUSE-RUN
               GOBACK
           END-IF

           PERFORM SUM-YEAR-INTEREST

           PERFORM WRITE-EXTRACT-FILE
           IF EXTRACT-REFUSED
               PERFORM REFUSE-RUN
               GOBACK
           END-IF
           PERFORM RECORD-EXTRACT-ISSUED

           PERFORM WRITE-ANNUAL-SUMMARY
           PERFORM WRITE-EXCEPTIONS
           PERFORM WRITE-CONTROL-TOTALS
           CLOSE TAX-REPORT
           CLOSE EXCEPTION-REPORT

           DISPLAY "Tax extract written to "
               FUNCTION TRIM(WS-TAX-FILE-NAME)
           IF REISSUE-REQUESTED
               MOVE WS-ISSUE-NUMBER TO WS-DISPLAY-SMALL
               DISPLAY "This is CORRECTED RE-ISSUE "
                   FUNCTION TRIM(WS-DISPLAY-SMALL) " for "
                   WS-TAX-YEAR " - it replaces every earlier issue."
           END-IF
           IF WS-EXCEPTION-COUNT > 0
               MOVE WS-EXCEPTION-COUNT TO WS-DISPLAY-COUNT
               DISPLAY "WARNING: " FUNCTION TRIM(WS-DISPLAY-COUNT)
                   " exception(s) left off the extract - see "
                   "interest-tax-exceptions.txt."
               DISPLAY "Correct them and re-run ATMYTAX "
                   WS-TAX-YEAR " REISSUE."
           END-IF
           DISPLAY "See interest-tax-report.txt for the annual "
               "summary."

           GOBACK.


      ******PARAGRAPHS*****************************************
      *********************************************************
      *These are our PARAGRAPHS that can be called from anywhere
      * similar to functions

       CHECK-DECEMBER-CLOSED.
      *> the state file only carries the latest month closed, so a
      *> later month on file means December is done too. December
      *> itself must be at step 2 - its interest AND statements out.
           COMPUTE WS-DECEMBER = WS-TAX-YEAR * 100 + 12
           OPEN INPUT MONTH-STATE-FILE
           IF WS-MC-STAT NOT = "35"
               READ MONTH-STATE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE MC-MONTH TO WS-MC-MONTH
                       MOVE MC-STEP TO WS-MC-STEP
               END-READ
               CLOSE MONTH-STATE-FILE
           END-IF

           IF WS-MC-MONTH < WS-DECEMBER
               OR (WS-MC-MONTH = WS-DECEMBER AND WS-MC-STEP < 2)
               SET EXTRACT-REFUSED TO TRUE
               MOVE SPACES TO WS-REFUSE-REASON
               STRING "month-end close of " WS-DECEMBER
                   " not complete - run ATMMEOD first"
                   DELIMITED BY SIZE INTO WS-REFUSE-REASON
           END-IF.

       CHECK-ALREADY-ISSUED.
      *> counts the issues already made for the year - one or more
      *> means only a corrected re-issue may follow, and none means
      *> there is nothing yet to correct
           MOVE 0 TO WS-ISSUED-COUNT
           MOVE SPACES TO WS-LAST-ISSUE-TS
           OPEN INPUT TAX-CONTROL-FILE
           IF WS-TC-STAT NOT = "35"
               PERFORM UNTIL END-OF-CONTROL-FILE
                  READ TAX-CONTROL-FILE
                     AT END
                        SET END-OF-CONTROL-FILE TO TRUE
                     NOT AT END
                        IF TC-TAX-YEAR = WS-TAX-YEAR
                            ADD 1 TO WS-ISSUED-COUNT
                            MOVE TC-RUN-TIMESTAMP TO
                                WS-LAST-ISSUE-TS
                        END-IF
                  END-READ
               END-PERFORM
               CLOSE TAX-CONTROL-FILE
           END-IF

           IF WS-ISSUED-COUNT > 0 AND NOT REISSUE-REQUESTED
               SET EXTRACT-REFUSED TO TRUE
               MOVE SPACES TO WS-REFUSE-REASON
               STRING "already issued on " WS-LAST-ISSUE-TS(1:8)
                   " - use REISSUE for a correction"
                   DELIMITED BY SIZE INTO WS-REFUSE-REASON
           END-IF
           IF WS-ISSUED-COUNT = 0 AND REISSUE-REQUESTED
               SET EXTRACT-REFUSED TO TRUE
               MOVE SPACES TO WS-REFUSE-REASON
               STRING "no original issue to correct - run without "
                   "REISSUE"
                   DELIMITED BY SIZE INTO WS-REFUSE-REASON
           END-IF
           IF WS-ISSUED-COUNT >= 99
               SET EXTRACT-REFUSED TO TRUE
               MOVE "99 issues already made for the year"
                   TO WS-REFUSE-REASON
           END-IF.

       LOAD-ACCOUNTS.
           OPEN INPUT ACCOUNT-FILE
           IF WS-ACCT-STAT NOT = "00"
               SET EXTRACT-REFUSED TO TRUE
               MOVE SPACES TO WS-REFUSE-REASON
               STRING "cannot read accounts.dat - FILE STATUS "
                   WS-ACCT-STAT
                   DELIMITED BY SIZE INTO WS-REFUSE-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF-FLAG
           PERFORM UNTIL END-OF-INPUT
              READ ACCOUNT-FILE NEXT RECORD
                 AT END
                    SET END-OF-INPUT TO TRUE
                 NOT AT END
                    PERFORM ADD-ACCOUNT-ENTRY
              END-READ
           END-PERFORM
           CLOSE ACCOUNT-FILE

      *> a tax return cannot quietly leave customers off
           IF WS-ACCT-OVERFLOW > 0
               SET EXTRACT-REFUSED TO TRUE
               MOVE WS-ACCT-OVERFLOW TO WS-DISPLAY-COUNT
               MOVE SPACES TO WS-REFUSE-REASON
               STRING WS-DISPLAY-COUNT " account(s) past the "
                   "5000-account table"
                   DELIMITED BY SIZE INTO WS-REFUSE-REASON
           END-IF.

       ADD-ACCOUNT-ENTRY.
           IF WS-ACCT-COUNT >= WS-ACCT-MAX
               ADD 1 TO WS-ACCT-OVERFLOW
               EXIT PARAGRAPH
           END-IF
      *> a last four already on the table marks both entries shared
           PERFORM VARYING WS-ACCT-SUB FROM 1 BY 1
                   UNTIL WS-ACCT-SUB > WS-ACCT-COUNT
               IF WS-AC-LAST4(WS-ACCT-SUB) = USER-ID(13:4)
                   MOVE "Y" TO WS-AC-SHARED(WS-ACCT-SUB)
                   MOVE "Y" TO WS-AC-SHARED(WS-ACCT-COUNT + 1)
               END-IF
           END-PERFORM
           ADD 1 TO WS-ACCT-COUNT
           MOVE USER-ID         TO WS-AC-USER-ID(WS-ACCT-COUNT)
           MOVE USER-ID(13:4)   TO WS-AC-LAST4(WS-ACCT-COUNT)
           IF WS-AC-SHARED(WS-ACCT-COUNT) NOT = "Y"
               MOVE "N" TO WS-AC-SHARED(WS-ACCT-COUNT)
           END-IF
           MOVE CUSTOMER-NAME   TO WS-AC-NAME(WS-ACCT-COUNT)
           MOVE 0               TO WS-AC-POSTINGS(WS-ACCT-COUNT)
           MOVE 0               TO WS-AC-INTEREST(WS-ACCT-COUNT).

       SUM-YEAR-INTEREST.
      *> every day of the year that has an archive, then the live
      *> log. A record is only ever in one of them - ATMLOGCT moves
      *> it, never copies it - and the year test on the timestamp
      *> keeps January's live activity out.
           COMPUTE WS-START-DATE = WS-TAX-YEAR * 10000 + 0101
           COMPUTE WS-END-DATE = WS-TAX-YEAR * 10000 + 1231
           COMPUTE WS-DAY-INT = FUNCTION INTEGER-OF-DATE(WS-START-DATE)
           COMPUTE WS-END-INT = FUNCTION INTEGER-OF-DATE(WS-END-DATE)
           PERFORM UNTIL WS-DAY-INT > WS-END-INT
               COMPUTE WS-DAY-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-DAY-INT)
               MOVE WS-DAY-DATE TO WS-DAY-DATE-X
               MOVE SPACES TO WS-TRANS-LOG-NAME
               STRING "transactions-" WS-DAY-DATE-X ".log"
                   DELIMITED BY SIZE INTO WS-TRANS-LOG-NAME
               PERFORM READ-ONE-LOG
               ADD 1 TO WS-DAY-INT
           END-PERFORM

           MOVE "transactions.log" TO WS-TRANS-LOG-NAME
           PERFORM READ-ONE-LOG.

       READ-ONE-LOG.
      *> a day with no archive is a day the site did not trade
           OPEN INPUT TRANSACTION-LOG
           IF TRANS-STAT = "35"
               EXIT PARAGRAPH
           END-IF
           IF WS-TRANS-LOG-NAME NOT = "transactions.log"
               ADD 1 TO WS-ARCHIVE-COUNT
           END-IF
           MOVE "N" TO WS-EOF-FLAG
           PERFORM UNTIL END-OF-INPUT
              READ TRANSACTION-LOG
                 AT END
                    SET END-OF-INPUT TO TRUE
                 NOT AT END
      *> a blank channel with type "I" is an interest posting made
      *> before the log carried a channel
                    IF TRANSACTION-RECORD(1:8) NOT = "TRAILER:"
                        AND TR-TIMESTAMP(1:4) = WS-TAX-YEAR-X
                        AND (TR-CHANNEL = "I"
                            OR (TR-CHANNEL = SPACE
                                AND TR-TYPE = "I"))
                        PERFORM ADD-INTEREST-POSTING
                    END-IF
              END-READ
           END-PERFORM
           CLOSE TRANSACTION-LOG.

       ADD-INTEREST-POSTING.
           ADD 1 TO WS-POSTINGS-READ
           ADD TR-AMOUNT TO WS-INTEREST-READ
           MOVE 0 TO WS-ACCT-HIT
           PERFORM VARYING WS-ACCT-SUB FROM 1 BY 1
                   UNTIL WS-ACCT-SUB > WS-ACCT-COUNT
                       OR WS-ACCT-HIT > 0
               IF WS-AC-LAST4(WS-ACCT-SUB) = TR-CARD-LAST4
                   MOVE WS-ACCT-SUB TO WS-ACCT-HIT
               END-IF
           END-PERFORM

           IF WS-ACCT-HIT > 0
               IF WS-AC-SHARED(WS-ACCT-HIT) = "N"
                   ADD 1 TO WS-AC-POSTINGS(WS-ACCT-HIT)
                   ADD TR-AMOUNT TO WS-AC-INTEREST(WS-ACCT-HIT)
                   EXIT PARAGRAPH
               END-IF
           END-IF

      *> no account, or more than one, carries these last four
           MOVE 0 TO WS-UNM-HIT
           PERFORM VARYING WS-UNM-SUB FROM 1 BY 1
                   UNTIL WS-UNM-SUB > WS-UNM-COUNT OR WS-UNM-HIT > 0
               IF WS-UNM-LAST4(WS-UNM-SUB) = TR-CARD-LAST4
                   MOVE WS-UNM-SUB TO WS-UNM-HIT
               END-IF
           END-PERFORM
           IF WS-UNM-HIT = 0
               IF WS-UNM-COUNT >= WS-UNM-MAX
      *> the read totals still carry it, so the control totals
      *> will not tie and the run is refused below
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-UNM-COUNT
               MOVE WS-UNM-COUNT TO WS-UNM-HIT
               MOVE TR-CARD-LAST4 TO WS-UNM-LAST4(WS-UNM-HIT)
               MOVE 0 TO WS-UNM-POSTINGS(WS-UNM-HIT)
               MOVE 0 TO WS-UNM-INTEREST(WS-UNM-HIT)
               IF WS-ACCT-HIT > 0
                   MOVE "Y" TO WS-UNM-SHARED(WS-UNM-HIT)
               ELSE
                   MOVE "N" TO WS-UNM-SHARED(WS-UNM-HIT)
               END-IF
           END-IF
           ADD 1 TO WS-UNM-POSTINGS(WS-UNM-HIT)
           ADD TR-AMOUNT TO WS-UNM-INTEREST(WS-UNM-HIT).

       WRITE-EXTRACT-FILE.
      *> an account goes on the extract only with a name to file it
      *> under - the rest are counted as exceptions and listed for
      *> the branch to correct before a re-issue
           MOVE 0 TO WS-DETAIL-COUNT
           MOVE 0 TO WS-TOTAL-INTEREST
           MOVE 0 TO WS-EXCEPTION-COUNT
           MOVE 0 TO WS-EXCEPTION-INTEREST
           PERFORM VARYING WS-ACCT-SUB FROM 1 BY 1
                   UNTIL WS-ACCT-SUB > WS-ACCT-COUNT
               IF WS-AC-INTEREST(WS-ACCT-SUB) > 0
                   IF WS-AC-NAME(WS-ACCT-SUB) = SPACES
                       ADD 1 TO WS-EXCEPTION-COUNT
                       ADD WS-AC-INTEREST(WS-ACCT-SUB) TO
                           WS-EXCEPTION-INTEREST
                   ELSE
                       ADD 1 TO WS-DETAIL-COUNT
                       ADD WS-AC-INTEREST(WS-ACCT-SUB) TO
                           WS-TOTAL-INTEREST
                   END-IF
               END-IF
           END-PERFORM
           PERFORM VARYING WS-UNM-SUB FROM 1 BY 1
                   UNTIL WS-UNM-SUB > WS-UNM-COUNT
               ADD 1 TO WS-EXCEPTION-COUNT
               ADD WS-UNM-INTEREST(WS-UNM-SUB) TO
                   WS-EXCEPTION-INTEREST
           END-PERFORM

      *> every posting read is either on the extract or listed as
      *> an exception - anything else means interest went missing
           IF WS-TOTAL-INTEREST + WS-EXCEPTION-INTEREST
                   NOT = WS-INTEREST-READ
               SET EXTRACT-REFUSED TO TRUE
               MOVE SPACES TO WS-REFUSE-REASON
               STRING "control totals do not tie - extract + "
                   "exceptions differ from interest read"
                   DELIMITED BY SIZE INTO WS-REFUSE-REASON
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT TAX-EXTRACT-FILE
           IF WS-TX-STAT NOT = "00"
               SET EXTRACT-REFUSED TO TRUE
               MOVE SPACES TO WS-REFUSE-REASON
               STRING "cannot open " WS-TAX-FILE-NAME
                   " - FILE STATUS " WS-TX-STAT
                   DELIMITED BY SIZE INTO WS-REFUSE-REASON
               EXIT PARAGRAPH
           END-IF

           MOVE WS-TAX-YEAR TO WS-XH-TAX-YEAR
           MOVE WS-ISSUE-TYPE TO WS-XH-ISSUE-TYPE
           MOVE WS-ISSUE-NUMBER TO WS-XH-ISSUE-NUMBER
           MOVE WS-RUN-TIMESTAMP TO WS-XH-CREATED
           MOVE WS-TAX-HEADER TO TAX-EXTRACT-RECORD
           WRITE TAX-EXTRACT-RECORD

           PERFORM VARYING WS-ACCT-SUB FROM 1 BY 1
                   UNTIL WS-ACCT-SUB > WS-ACCT-COUNT
               IF WS-AC-INTEREST(WS-ACCT-SUB) > 0
                   AND WS-AC-NAME(WS-ACCT-SUB) NOT = SPACES
                   MOVE WS-TAX-YEAR TO WS-XD-TAX-YEAR
                   MOVE WS-AC-USER-ID(WS-ACCT-SUB) TO WS-XD-ACCOUNT
                   MOVE WS-AC-NAME(WS-ACCT-SUB) TO WS-XD-NAME
                   MOVE WS-AC-INTEREST(WS-ACCT-SUB) TO
                       WS-XD-INTEREST
                   MOVE WS-AC-POSTINGS(WS-ACCT-SUB) TO
                       WS-XD-POSTINGS
                   MOVE WS-ISSUE-TYPE TO WS-XD-ISSUE-TYPE
                   MOVE WS-TAX-DETAIL TO TAX-EXTRACT-RECORD
                   WRITE TAX-EXTRACT-RECORD
               END-IF
           END-PERFORM

           MOVE WS-TAX-YEAR TO WS-XT-TAX-YEAR
           MOVE WS-ISSUE-TYPE TO WS-XT-ISSUE-TYPE
           MOVE WS-DETAIL-COUNT TO WS-XT-DETAIL-COUNT
           MOVE WS-TOTAL-INTEREST TO WS-XT-TOTAL-INTEREST
           MOVE WS-TAX-TRAILER TO TAX-EXTRACT-RECORD
           WRITE TAX-EXTRACT-RECORD
           CLOSE TAX-EXTRACT-FILE.

       RECORD-EXTRACT-ISSUED.
      *> written only once the whole extract is down - a crash
      *> before this line leaves the year unissued, and the re-run
      *> rebuilds the same file under the same name
           OPEN EXTEND TAX-CONTROL-FILE
           IF WS-TC-STAT = "35"
               OPEN OUTPUT TAX-CONTROL-FILE
           END-IF
           MOVE WS-TAX-YEAR       TO TC-TAX-YEAR
           MOVE WS-ISSUE-TYPE     TO TC-ISSUE-TYPE
           MOVE WS-ISSUE-NUMBER   TO TC-ISSUE-NUMBER
           MOVE WS-RUN-TIMESTAMP  TO TC-RUN-TIMESTAMP
           MOVE WS-DETAIL-COUNT   TO TC-DETAIL-COUNT
           MOVE WS-TOTAL-INTEREST TO TC-TOTAL-INTEREST
           WRITE TAX-CONTROL-RECORD
           CLOSE TAX-CONTROL-FILE.

       REFUSE-RUN.
      *> nothing is issued and the year is not marked - fix the
      *> cause and run again
           DISPLAY "ERROR: TAX RUN REFUSED - " WS-REFUSE-REASON
           MOVE SPACES TO REPORT-LINE
           STRING "*** RUN REFUSED: " WS-REFUSE-REASON
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "*** No extract written; the year is not marked as "
               TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "*** issued." TO REPORT-LINE
           WRITE REPORT-LINE
           CLOSE TAX-REPORT
           CLOSE EXCEPTION-REPORT
           MOVE 8 TO RETURN-CODE.

       WRITE-REPORT-HEADER.
           MOVE "ANNUAL INTEREST SUMMARY FOR TAX REPORTING" TO
               REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "Tax year: " WS-TAX-YEAR
               "  Run: " WS-RUN-TIMESTAMP
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           IF REISSUE-REQUESTED AND NOT EXTRACT-REFUSED
               MOVE SPACES TO REPORT-LINE
               STRING "*** CORRECTED RE-ISSUE " WS-ISSUE-NUMBER
                   " - REPLACES ALL EARLIER ISSUES FOR "
                   WS-TAX-YEAR " ***"
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           MOVE "==========================================" TO
               REPORT-LINE
           WRITE REPORT-LINE

           MOVE "INTEREST TAX EXCEPTIONS" TO EXCEPTION-LINE
           WRITE EXCEPTION-LINE
           MOVE SPACES TO EXCEPTION-LINE
           STRING "Tax year: " WS-TAX-YEAR
               "  Run: " WS-RUN-TIMESTAMP
               DELIMITED BY SIZE INTO EXCEPTION-LINE
           WRITE EXCEPTION-LINE
           MOVE "==========================================" TO
               EXCEPTION-LINE
           WRITE EXCEPTION-LINE.

       WRITE-ANNUAL-SUMMARY.
           MOVE "ACCOUNT          CUSTOMER NAME                  "
               TO REPORT-LINE
           MOVE "POSTINGS      INTEREST" TO REPORT-LINE(49:22)
           WRITE REPORT-LINE
           PERFORM VARYING WS-ACCT-SUB FROM 1 BY 1
                   UNTIL WS-ACCT-SUB > WS-ACCT-COUNT
               IF WS-AC-INTEREST(WS-ACCT-SUB) > 0
                   AND WS-AC-NAME(WS-ACCT-SUB) NOT = SPACES
                   MOVE WS-AC-POSTINGS(WS-ACCT-SUB) TO
                       WS-DISPLAY-POSTINGS
                   MOVE WS-AC-INTEREST(WS-ACCT-SUB) TO
                       WS-DISPLAY-AMOUNT
                   MOVE SPACES TO REPORT-LINE
                   STRING WS-AC-USER-ID(WS-ACCT-SUB) " "
                       WS-AC-NAME(WS-ACCT-SUB) "      "
                       WS-DISPLAY-POSTINGS " " WS-DISPLAY-AMOUNT
                       DELIMITED BY SIZE INTO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
           END-PERFORM
           MOVE "==========================================" TO
               REPORT-LINE
           WRITE REPORT-LINE.

       WRITE-EXCEPTIONS.
           PERFORM VARYING WS-ACCT-SUB FROM 1 BY 1
                   UNTIL WS-ACCT-SUB > WS-ACCT-COUNT
               IF WS-AC-INTEREST(WS-ACCT-SUB) > 0
                   AND WS-AC-NAME(WS-ACCT-SUB) = SPACES
                   MOVE WS-AC-POSTINGS(WS-ACCT-SUB) TO
                       WS-DISPLAY-POSTINGS
                   MOVE WS-AC-INTEREST(WS-ACCT-SUB) TO
                       WS-DISPLAY-AMOUNT
                   MOVE SPACES TO EXCEPTION-LINE
                   STRING WS-AC-USER-ID(WS-ACCT-SUB)
                       "  NO CUSTOMER NAME ON MASTER     "
                       WS-DISPLAY-POSTINGS " " WS-DISPLAY-AMOUNT
                       DELIMITED BY SIZE INTO EXCEPTION-LINE
                   WRITE EXCEPTION-LINE
               END-IF
           END-PERFORM
           PERFORM VARYING WS-UNM-SUB FROM 1 BY 1
                   UNTIL WS-UNM-SUB > WS-UNM-COUNT
               MOVE WS-UNM-POSTINGS(WS-UNM-SUB) TO WS-DISPLAY-POSTINGS
               MOVE WS-UNM-INTEREST(WS-UNM-SUB) TO WS-DISPLAY-AMOUNT
               MOVE SPACES TO EXCEPTION-LINE
               IF WS-UNM-SHARED(WS-UNM-SUB) = "Y"
                   STRING "Card ****-" WS-UNM-LAST4(WS-UNM-SUB)
                       "   LAST 4 ON MORE THAN ONE ACCOUNT "
                       WS-DISPLAY-POSTINGS " " WS-DISPLAY-AMOUNT
                       DELIMITED BY SIZE INTO EXCEPTION-LINE
               ELSE
                   STRING "Card ****-" WS-UNM-LAST4(WS-UNM-SUB)
                       "   NO ACCOUNT ON THE MASTER        "
                       WS-DISPLAY-POSTINGS " " WS-DISPLAY-AMOUNT
                       DELIMITED BY SIZE INTO EXCEPTION-LINE
               END-IF
               WRITE EXCEPTION-LINE
           END-PERFORM

           MOVE WS-EXCEPTION-COUNT TO WS-DISPLAY-COUNT
           MOVE WS-EXCEPTION-INTEREST TO WS-DISPLAY-TOTAL
           MOVE SPACES TO EXCEPTION-LINE
           STRING "Exceptions: " WS-DISPLAY-COUNT
               "   interest not on the extract: " WS-DISPLAY-TOTAL
               DELIMITED BY SIZE INTO EXCEPTION-LINE
           WRITE EXCEPTION-LINE
           IF WS-EXCEPTION-COUNT > 0
               MOVE "Correct the master and re-run with REISSUE."
                   TO EXCEPTION-LINE
               WRITE EXCEPTION-LINE
           END-IF.

       WRITE-CONTROL-TOTALS.
           MOVE WS-ARCHIVE-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "Archives read:               " WS-DISPLAY-COUNT
               " (plus the live log)"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-POSTINGS-READ TO WS-DISPLAY-COUNT
           MOVE WS-INTEREST-READ TO WS-DISPLAY-TOTAL
           MOVE SPACES TO REPORT-LINE
           STRING "Interest postings read:      " WS-DISPLAY-COUNT
               "  " WS-DISPLAY-TOTAL
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-DETAIL-COUNT TO WS-DISPLAY-COUNT
           MOVE WS-TOTAL-INTEREST TO WS-DISPLAY-TOTAL
           MOVE SPACES TO REPORT-LINE
           STRING "Accounts on the extract:     " WS-DISPLAY-COUNT
               "  " WS-DISPLAY-TOTAL
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-EXCEPTION-COUNT TO WS-DISPLAY-COUNT
           MOVE WS-EXCEPTION-INTEREST TO WS-DISPLAY-TOTAL
           MOVE SPACES TO REPORT-LINE
           STRING "Exceptions (not extracted):  " WS-DISPLAY-COUNT
               "  " WS-DISPLAY-TOTAL
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "Extract file: " DELIMITED BY SIZE
               WS-TAX-FILE-NAME DELIMITED BY SPACE
               INTO REPORT-LINE
           WRITE REPORT-LINE.
