       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATMRCVR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> a dated copy of the master taken by ATMSNAP at the close,
      *> e.g. accounts-20260821.dat - the starting point
           SELECT SNAPSHOT-FILE ASSIGN TO WS-SNAPSHOT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SNAP-STAT.

      *> what ATMSNAP recorded about each snapshot it kept - the
      *> snapshot's own count and totals must agree before it is
      *> trusted as a starting point
           SELECT SNAPSHOT-REGISTER ASSIGN TO "snapshot-register.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REG-STAT.

      *> the master rolled forward from the snapshot - never
      *> accounts.dat itself; the operator swaps it in once the
      *> report has been reviewed
           SELECT REBUILT-FILE ASSIGN TO "accounts-rebuilt.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RB-USER-ID
               FILE STATUS IS WS-RB-STAT.

      *> the current master, read only, to compare against
           SELECT ACCOUNT-FILE ASSIGN TO "accounts.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS USER-ID
               FILE STATUS IS WS-ACCT-STAT.

      *> pointed at each day's ATMLOGCT archive after the snapshot
      *> in turn, then at the live log
           SELECT TRANSACTION-LOG ASSIGN TO WS-TRANS-LOG-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRANS-STAT.

      *> machine state and business date, maintained by the ATMEOD
      *> close job - the roll-forward runs up to the business date
           SELECT MACHINE-STATE-FILE ASSIGN TO "machine-state.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MS-STAT.

           SELECT RECOVERY-REPORT ASSIGN TO "recovery-report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.



       DATA DIVISION.
       FILE SECTION.
      *> the ACCOUNT-RECORD exactly as ATMSNAP copied it
       FD SNAPSHOT-FILE
           RECORD CONTAINS 102 CHARACTERS
           DATA RECORD IS SNAPSHOT-RECORD.
       01 SNAPSHOT-RECORD       PIC X(102).

      *> must match the SNAPSHOT-REGISTER-RECORD layout ATMSNAP
      *> writes
       FD SNAPSHOT-REGISTER
           RECORD CONTAINS 60 CHARACTERS
           DATA RECORD IS SNAPSHOT-REGISTER-RECORD.
       01 SNAPSHOT-REGISTER-RECORD.
           05 SR-SNAP-DATE       PIC 9(8).
           05 SR-ACCOUNT-COUNT   PIC 9(7).
           05 SR-CHECKING-TOTAL  PIC 9(9)V99.
           05 SR-SAVINGS-TOTAL   PIC 9(9)V99.
           05 SR-TAKEN-TIMESTAMP PIC X(16).
           05 SR-HIGH-SEQ        PIC 9(7).

      *> same layout as ACCOUNT-RECORD
       FD REBUILT-FILE
           RECORD CONTAINS 102 CHARACTERS
           DATA RECORD IS REBUILT-RECORD.
       01 REBUILT-RECORD.
           05 RB-USER-ID          PIC X(16).
           05 RB-PIN-HASH         PIC 9(8).
           05 RB-CHECKING-BALANCE PIC 9(5)V99.
           05 RB-SAVINGS-BALANCE  PIC 9(5)V99.
           05 FILLER              PIC X(64).

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

       FD MACHINE-STATE-FILE
           RECORD CONTAINS 10 CHARACTERS
           DATA RECORD IS MACHINE-STATE-RECORD.
       01 MACHINE-STATE-RECORD.
           05 MS-BUSINESS-DATE  PIC 9(8).
           05 MS-STATE          PIC X. *> "O"=Open "C"=Closed
           05 MS-CLOSE-STEP     PIC X.

       *> This defines the template for the recovery report
       FD RECOVERY-REPORT.
         01 REPORT-LINE           PIC X(80).
      *>*********************************************

       WORKING-STORAGE SECTION.
       01 WS-SNAP-STAT          PIC XX.
       01 WS-REG-STAT           PIC XX.
       01 WS-RB-STAT            PIC XX.
       01 WS-ACCT-STAT          PIC XX.
       01 TRANS-STAT            PIC XX.
       01 WS-MS-STAT            PIC XX.

       01 WS-SNAP-EOF-FLAG      PIC X VALUE "N".
           88 END-OF-SNAPSHOT     VALUE "Y".
       01 WS-REG-EOF-FLAG       PIC X VALUE "N".
           88 END-OF-REGISTER     VALUE "Y".
       01 WS-EOF-FLAG           PIC X VALUE "N".
           88 END-OF-TRANS-LOG    VALUE "Y".
       01 WS-RB-EOF-FLAG        PIC X VALUE "N".
           88 END-OF-REBUILT      VALUE "Y".
       01 WS-ACCT-EOF-FLAG      PIC X VALUE "N".
           88 END-OF-ACCOUNT-FILE VALUE "Y".

       01 WS-MS-PRESENT-FLAG    PIC X VALUE "N".
           88 MACHINE-STATE-ON-FILE VALUE "Y".
       01 WS-MS-BUSINESS-DATE   PIC 9(8).
       01 WS-MS-STATE           PIC X.

       01 WS-STARTUP-PARM       PIC X(20).
       01 WS-SNAP-DATE          PIC 9(8) VALUE 0.
       01 WS-SNAP-DATE-X        PIC X(8).
       01 WS-SNAPSHOT-NAME      PIC X(30).
       01 WS-TRANS-LOG-NAME     PIC X(30).
       01 WS-LAST-DATE          PIC 9(8).
       01 WS-DAY-DATE           PIC 9(8).
       01 WS-DAY-DATE-X         PIC X(8).
       01 WS-DAY-INT            PIC 9(8) COMP.
       01 WS-LAST-INT           PIC 9(8) COMP.

      *> what the register says the snapshot should hold
       01 WS-REG-FOUND-FLAG     PIC X VALUE "N".
           88 REGISTER-LINE-FOUND VALUE "Y".
       01 WS-REG-COUNT          PIC 9(7).
       01 WS-REG-CHECKING       PIC 9(9)V99.
       01 WS-REG-SAVINGS        PIC 9(9)V99.
      *> the last sequence number already in the snapshot - spaces
      *> on a register line older than the field
       01 WS-REG-HIGH-SEQ       PIC X(7) VALUE SPACES.
       01 WS-REG-HIGH-SEQ-N REDEFINES WS-REG-HIGH-SEQ PIC 9(7).

      *> entries at or below this number are already in the
      *> snapshot and are read for the trailer check only
       01 WS-REPLAY-AFTER-SEQ   PIC 9(7) VALUE 0.
       01 WS-FILE-APPLIED       PIC 9(7).

      *> what the snapshot actually holds
       01 WS-SNAP-COUNT         PIC 9(7) VALUE 0.
       01 WS-SNAP-CHECKING      PIC 9(9)V99 VALUE 0.
       01 WS-SNAP-SAVINGS       PIC 9(9)V99 VALUE 0.

      *> the log carries only the card's last four digits - each
      *> snapshot account is indexed here by its last four, and a
      *> last four shared by two accounts is marked so its entries
      *> are reported rather than guessed at
       01 WS-CARD-MAX           PIC 9(5) COMP VALUE 5000.
       01 WS-CARD-COUNT         PIC 9(5) COMP VALUE 0.
       01 WS-CARD-TABLE.
           05 WS-CARD-ENTRY OCCURS 5000 TIMES.
               10 WS-CT-LAST4       PIC X(4).
               10 WS-CT-USER-ID     PIC X(16).
               10 WS-CT-SHARED      PIC X.
       01 WS-CARD-SUB           PIC 9(5) COMP.
       01 WS-CARD-HIT           PIC 9(5) COMP.
       01 WS-CARD-OVERFLOW      PIC 9(5) COMP VALUE 0.

      *> per-file replay counts and the archive trailer check -
      *> the same record count and amount hash ATMLOGCT writes
       01 WS-FILE-RECORDS       PIC 9(7).
       01 WS-FILE-HASH          PIC 9(11)V99.
       01 WS-FILE-TL-COUNT      PIC 9(7).
       01 WS-FILE-TL-HASH       PIC 9(11)V99.
       01 WS-FILE-TL-FLAG       PIC X.
           88 FILE-HAS-TRAILER    VALUE "Y".
       01 WS-ARCHIVE-FLAG       PIC X.
           88 REPLAYING-ARCHIVE   VALUE "Y".

      *> overlay for parsing a "TRAILER:" record
       01 WS-TRAILER-PARSE.
           05 WS-TP-MARKER      PIC X(8).
           05 WS-TP-DATE        PIC X(8).
           05 WS-TP-COUNT       PIC 9(7).
           05 WS-TP-HASH        PIC 9(11)V99.
           05 FILLER            PIC X(15).

       01 WS-SKIP-REASON        PIC X(24).

       01 WS-ARCHIVE-COUNT      PIC 9(5) COMP VALUE 0.
       01 WS-NO-ARCHIVE-COUNT   PIC 9(5) COMP VALUE 0.
       01 WS-TRAILER-BAD-COUNT  PIC 9(5) COMP VALUE 0.
       01 WS-APPLIED-COUNT      PIC 9(7) COMP VALUE 0.
       01 WS-UNAPPLIED-COUNT    PIC 9(7) COMP VALUE 0.
       01 WS-COMPARED-COUNT     PIC 9(7) COMP VALUE 0.
       01 WS-DIFF-COUNT         PIC 9(7) COMP VALUE 0.
       01 WS-NOT-CURRENT-COUNT  PIC 9(7) COMP VALUE 0.
       01 WS-NOT-SNAP-COUNT     PIC 9(7) COMP VALUE 0.

       01 WS-RUN-TIMESTAMP      PIC X(16).
       01 WS-DISPLAY-COUNT      PIC Z(6)9.
       01 WS-DISPLAY-BAL1       PIC Z(5)9.99.
       01 WS-DISPLAY-BAL2       PIC Z(5)9.99.
       01 WS-DISPLAY-BAL3       PIC Z(5)9.99.
       01 WS-DISPLAY-BAL4       PIC Z(5)9.99.
       01 WS-DISPLAY-TOTAL      PIC Z(8)9.99.
       01 WS-DISPLAY-TOTAL2     PIC Z(8)9.99.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "ATMRCVR - ACCOUNT MASTER ROLL-FORWARD RECOVERY"

      *> the snapshot date may be given (CCYYMMDD); otherwise the
      *> newest snapshot on the register is used
           ACCEPT WS-STARTUP-PARM FROM COMMAND-LINE
           IF WS-STARTUP-PARM NOT = SPACES
               IF WS-STARTUP-PARM(1:8) NOT NUMERIC
                   DISPLAY "Usage: ATMRCVR [CCYYMMDD]"
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
               MOVE WS-STARTUP-PARM(1:8) TO WS-SNAP-DATE
           END-IF
           PERFORM FIND-REGISTER-LINE
           IF WS-SNAP-DATE = 0
               DISPLAY "No snapshot on snapshot-register.dat and "
                   "none named. Nothing done."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE WS-SNAP-DATE TO WS-SNAP-DATE-X
           MOVE SPACES TO WS-SNAPSHOT-NAME
           STRING "accounts-" WS-SNAP-DATE-X ".dat"
               DELIMITED BY SIZE INTO WS-SNAPSHOT-NAME

      *> the roll-forward runs through the business date on file -
      *> its archive once the day is cut, the live log otherwise
           PERFORM READ-MACHINE-STATE
           IF MACHINE-STATE-ON-FILE
               MOVE WS-MS-BUSINESS-DATE TO WS-LAST-DATE
           ELSE
               ACCEPT WS-LAST-DATE FROM DATE YYYYMMDD
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:16) TO WS-RUN-TIMESTAMP
           OPEN OUTPUT RECOVERY-REPORT
           PERFORM WRITE-REPORT-HEADER

           PERFORM LOAD-SNAPSHOT
           IF RETURN-CODE NOT = 0
               CLOSE RECOVERY-REPORT
               GOBACK
           END-IF

           OPEN I-O REBUILT-FILE
           MOVE "FILES REPLAYED" TO REPORT-LINE
           WRITE REPORT-LINE

      *> the snapshot day's own archive can grow after the snapshot
      *> - ATMMEOD's interest is dated the month's last day but only
      *> cut at the next close - so its entries past the snapshot's
      *> sequence mark are replayed before the later days
           MOVE "Y" TO WS-ARCHIVE-FLAG
           MOVE SPACES TO WS-TRANS-LOG-NAME
           STRING "transactions-" WS-SNAP-DATE-X ".log"
               DELIMITED BY SIZE INTO WS-TRANS-LOG-NAME
           IF REGISTER-LINE-FOUND AND WS-REG-HIGH-SEQ IS NUMERIC
               MOVE WS-REG-HIGH-SEQ-N TO WS-REPLAY-AFTER-SEQ
               PERFORM REPLAY-LOG-FILE
               MOVE WS-FILE-APPLIED TO WS-DISPLAY-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING "  snapshot day - " WS-DISPLAY-COUNT
                   " entr(ies) after seq " WS-REG-HIGH-SEQ
                   " replayed"
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               MOVE 0 TO WS-REPLAY-AFTER-SEQ
           ELSE
               MOVE SPACES TO REPORT-LINE
               STRING "NOTE: no sequence mark for the snapshot - "
                   "entries cut into"
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               STRING "      " WS-TRANS-LOG-NAME DELIMITED BY SPACE
                   " after it was taken are not replayed."
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF

           COMPUTE WS-DAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-SNAP-DATE) + 1
           COMPUTE WS-LAST-INT =
               FUNCTION INTEGER-OF-DATE(WS-LAST-DATE)
           MOVE "Y" TO WS-ARCHIVE-FLAG
           PERFORM UNTIL WS-DAY-INT > WS-LAST-INT
               COMPUTE WS-DAY-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-DAY-INT)
               MOVE WS-DAY-DATE TO WS-DAY-DATE-X
               MOVE SPACES TO WS-TRANS-LOG-NAME
               STRING "transactions-" WS-DAY-DATE-X ".log"
                   DELIMITED BY SIZE INTO WS-TRANS-LOG-NAME
               PERFORM REPLAY-LOG-FILE
               ADD 1 TO WS-DAY-INT
           END-PERFORM

           MOVE "N" TO WS-ARCHIVE-FLAG
           MOVE "transactions.log" TO WS-TRANS-LOG-NAME
           PERFORM REPLAY-LOG-FILE
           CLOSE REBUILT-FILE

           PERFORM COMPARE-WITH-MASTER
           PERFORM WRITE-REPORT-TOTALS
           CLOSE RECOVERY-REPORT

           MOVE WS-DIFF-COUNT TO WS-DISPLAY-COUNT
           DISPLAY "Rebuilt master written to accounts-rebuilt.dat"
           DISPLAY "Accounts differing from accounts.dat: "
               WS-DISPLAY-COUNT
           DISPLAY "See recovery-report.txt for details."

           GOBACK.


      ******PARAGRAPHS*****************************************
      *********************************************************
      *These are our PARAGRAPHS that can be called from anywhere
      * similar to functions

       READ-MACHINE-STATE.
      *> a site that has never run ATMEOD has no machine-state.dat -
      *> callers fall back to today's date in that case
           MOVE "N" TO WS-MS-PRESENT-FLAG
           OPEN INPUT MACHINE-STATE-FILE
           IF WS-MS-STAT NOT = "35"
               READ MACHINE-STATE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE "Y" TO WS-MS-PRESENT-FLAG
                       MOVE MS-BUSINESS-DATE TO WS-MS-BUSINESS-DATE
                       MOVE MS-STATE TO WS-MS-STATE
               END-READ
               CLOSE MACHINE-STATE-FILE
           END-IF.

       FIND-REGISTER-LINE.
      *> the named snapshot's line, or with no date named the last
      *> (newest) line on the register
           OPEN INPUT SNAPSHOT-REGISTER
           IF WS-REG-STAT = "35"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-REGISTER
              READ SNAPSHOT-REGISTER
                 AT END
                    SET END-OF-REGISTER TO TRUE
                 NOT AT END
                    IF WS-STARTUP-PARM = SPACES
                        OR SR-SNAP-DATE = WS-SNAP-DATE
                        SET REGISTER-LINE-FOUND TO TRUE
                        MOVE SR-SNAP-DATE      TO WS-SNAP-DATE
                        MOVE SR-ACCOUNT-COUNT  TO WS-REG-COUNT
                        MOVE SR-CHECKING-TOTAL TO WS-REG-CHECKING
                        MOVE SR-SAVINGS-TOTAL  TO WS-REG-SAVINGS
                        MOVE SR-HIGH-SEQ       TO WS-REG-HIGH-SEQ
                    END-IF
              END-READ
           END-PERFORM
           CLOSE SNAPSHOT-REGISTER.

       LOAD-SNAPSHOT.
      *> the snapshot becomes the rebuilt master's starting point,
      *> and every account goes into the last-four index
           OPEN INPUT SNAPSHOT-FILE
           IF WS-SNAP-STAT = "35"
               DISPLAY WS-SNAPSHOT-NAME " not found. Nothing done."
               MOVE SPACES TO REPORT-LINE
               STRING WS-SNAPSHOT-NAME DELIMITED BY SPACE
                   " not found - nothing rebuilt."
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT REBUILT-FILE
           PERFORM UNTIL END-OF-SNAPSHOT
              READ SNAPSHOT-FILE
                 AT END
                    SET END-OF-SNAPSHOT TO TRUE
                 NOT AT END
                    MOVE SNAPSHOT-RECORD TO REBUILT-RECORD
                    WRITE REBUILT-RECORD
                        INVALID KEY
                            DISPLAY "Duplicate account in snapshot: "
                                RB-USER-ID
                    END-WRITE
                    ADD 1 TO WS-SNAP-COUNT
                    ADD RB-CHECKING-BALANCE TO WS-SNAP-CHECKING
                    ADD RB-SAVINGS-BALANCE TO WS-SNAP-SAVINGS
                    PERFORM INDEX-SNAPSHOT-CARD
              END-READ
           END-PERFORM
           CLOSE SNAPSHOT-FILE
           CLOSE REBUILT-FILE

           MOVE WS-SNAP-COUNT TO WS-DISPLAY-COUNT
           MOVE WS-SNAP-CHECKING TO WS-DISPLAY-TOTAL
           MOVE WS-SNAP-SAVINGS TO WS-DISPLAY-TOTAL2
           MOVE SPACES TO REPORT-LINE
           STRING "Snapshot holds " WS-DISPLAY-COUNT
               " account(s), checking $" WS-DISPLAY-TOTAL
               " savings $" WS-DISPLAY-TOTAL2
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

      *> a snapshot that no longer matches what ATMSNAP wrote is
      *> no starting point - nothing is rebuilt from it
           IF NOT REGISTER-LINE-FOUND
               MOVE "NOTE: snapshot not on snapshot-register.dat - "
                   TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE "      its count and totals could not be proved."
                   TO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               IF WS-REG-COUNT NOT = WS-SNAP-COUNT
                   OR WS-REG-CHECKING NOT = WS-SNAP-CHECKING
                   OR WS-REG-SAVINGS NOT = WS-SNAP-SAVINGS
                   MOVE WS-REG-COUNT TO WS-DISPLAY-COUNT
                   MOVE WS-REG-CHECKING TO WS-DISPLAY-TOTAL
                   MOVE WS-REG-SAVINGS TO WS-DISPLAY-TOTAL2
                   MOVE SPACES TO REPORT-LINE
                   STRING "Register says  " WS-DISPLAY-COUNT
                       " account(s), checking $" WS-DISPLAY-TOTAL
                       " savings $" WS-DISPLAY-TOTAL2
                       DELIMITED BY SIZE INTO REPORT-LINE
                   WRITE REPORT-LINE
                   MOVE SPACES TO REPORT-LINE
                   STRING "*** SNAPSHOT DOES NOT MATCH ITS REGISTER"
                       " LINE - NOTHING REBUILT ***"
                       DELIMITED BY SIZE INTO REPORT-LINE
                   WRITE REPORT-LINE
                   DISPLAY "Snapshot does not match "
                       "snapshot-register.dat - nothing rebuilt."
                   MOVE 8 TO RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
               MOVE "Snapshot agrees with snapshot-register.dat."
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           MOVE "==========================================" TO
               REPORT-LINE
           WRITE REPORT-LINE.

       INDEX-SNAPSHOT-CARD.
           MOVE 0 TO WS-CARD-HIT
           PERFORM VARYING WS-CARD-SUB FROM 1 BY 1
                   UNTIL WS-CARD-SUB > WS-CARD-COUNT
                      OR WS-CARD-HIT > 0
               IF WS-CT-LAST4(WS-CARD-SUB) = RB-USER-ID(13:4)
                   MOVE WS-CARD-SUB TO WS-CARD-HIT
               END-IF
           END-PERFORM
           IF WS-CARD-HIT > 0
               MOVE "Y" TO WS-CT-SHARED(WS-CARD-HIT)
               EXIT PARAGRAPH
           END-IF
           IF WS-CARD-COUNT >= WS-CARD-MAX
               ADD 1 TO WS-CARD-OVERFLOW
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CARD-COUNT
           MOVE RB-USER-ID(13:4) TO WS-CT-LAST4(WS-CARD-COUNT)
           MOVE RB-USER-ID       TO WS-CT-USER-ID(WS-CARD-COUNT)
           MOVE "N"              TO WS-CT-SHARED(WS-CARD-COUNT).

       REPLAY-LOG-FILE.
      *> each entry sets its side to the balance it left behind, in
      *> log order - so the last entry per side wins, and an entry
      *> met twice does no harm. A day with no archive is a day
      *> with no activity.
           MOVE 0 TO WS-FILE-RECORDS
           MOVE 0 TO WS-FILE-APPLIED
           MOVE 0 TO WS-FILE-HASH
           MOVE 0 TO WS-FILE-TL-COUNT
           MOVE 0 TO WS-FILE-TL-HASH
           MOVE "N" TO WS-FILE-TL-FLAG
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT TRANSACTION-LOG
           IF TRANS-STAT = "35"
               IF REPLAYING-ARCHIVE
                   ADD 1 TO WS-NO-ARCHIVE-COUNT
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF REPLAYING-ARCHIVE
               ADD 1 TO WS-ARCHIVE-COUNT
           END-IF

           PERFORM UNTIL END-OF-TRANS-LOG
              READ TRANSACTION-LOG
                 AT END
                    SET END-OF-TRANS-LOG TO TRUE
                 NOT AT END
                    IF TRANSACTION-RECORD(1:8) = "TRAILER:"
                        MOVE TRANSACTION-RECORD TO WS-TRAILER-PARSE
                        SET FILE-HAS-TRAILER TO TRUE
                        ADD WS-TP-COUNT TO WS-FILE-TL-COUNT
                        ADD WS-TP-HASH TO WS-FILE-TL-HASH
                    ELSE
                        ADD 1 TO WS-FILE-RECORDS
                        ADD TR-AMOUNT TO WS-FILE-HASH
                        IF TR-SEQ-NUM > WS-REPLAY-AFTER-SEQ
                            ADD 1 TO WS-FILE-APPLIED
                            PERFORM REPLAY-ONE-ENTRY
                        END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE TRANSACTION-LOG

           MOVE WS-FILE-RECORDS TO WS-DISPLAY-COUNT
           MOVE SPACES TO REPORT-LINE
           IF NOT REPLAYING-ARCHIVE
               STRING WS-TRANS-LOG-NAME " " WS-DISPLAY-COUNT
                   " record(s)  live log, no trailer"
                   DELIMITED BY SIZE INTO REPORT-LINE
           ELSE
               IF FILE-HAS-TRAILER
                   AND WS-FILE-TL-COUNT = WS-FILE-RECORDS
                   AND WS-FILE-TL-HASH = WS-FILE-HASH
                   STRING WS-TRANS-LOG-NAME " " WS-DISPLAY-COUNT
                       " record(s)  trailer OK"
                       DELIMITED BY SIZE INTO REPORT-LINE
               ELSE
                   ADD 1 TO WS-TRAILER-BAD-COUNT
                   STRING WS-TRANS-LOG-NAME " " WS-DISPLAY-COUNT
                       " record(s)  *** TRAILER MISSING/MISMATCH ***"
                       DELIMITED BY SIZE INTO REPORT-LINE
               END-IF
           END-IF
           WRITE REPORT-LINE.

       REPLAY-ONE-ENTRY.
           MOVE SPACES TO WS-SKIP-REASON
           MOVE 0 TO WS-CARD-HIT
           PERFORM VARYING WS-CARD-SUB FROM 1 BY 1
                   UNTIL WS-CARD-SUB > WS-CARD-COUNT
                      OR WS-CARD-HIT > 0
               IF WS-CT-LAST4(WS-CARD-SUB) = TR-CARD-LAST4
                   MOVE WS-CARD-SUB TO WS-CARD-HIT
               END-IF
           END-PERFORM

           EVALUATE TRUE
              WHEN WS-CARD-HIT = 0
                 MOVE "no account in snapshot" TO WS-SKIP-REASON
              WHEN WS-CT-SHARED(WS-CARD-HIT) = "Y"
                 MOVE "last four not unique" TO WS-SKIP-REASON
              WHEN TR-ACCT-SIDE NOT = "C" AND TR-ACCT-SIDE NOT = "S"
                 MOVE "no account side" TO WS-SKIP-REASON
              WHEN OTHER
                 MOVE WS-CT-USER-ID(WS-CARD-HIT) TO RB-USER-ID
                 READ REBUILT-FILE
                     INVALID KEY
                         MOVE "account not rebuilt" TO WS-SKIP-REASON
                 END-READ
           END-EVALUATE

           IF WS-SKIP-REASON NOT = SPACES
               ADD 1 TO WS-UNAPPLIED-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING "  not applied: seq " TR-SEQ-NUM
                   " card ****-" TR-CARD-LAST4
                   " type " TR-TYPE
                   " side " TR-ACCT-SIDE
                   " - " WS-SKIP-REASON
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               EXIT PARAGRAPH
           END-IF

           IF TR-ACCT-SIDE = "S"
               MOVE TR-NEW-BALANCE TO RB-SAVINGS-BALANCE
           ELSE
               MOVE TR-NEW-BALANCE TO RB-CHECKING-BALANCE
           END-IF
           REWRITE REBUILT-RECORD
               INVALID KEY
                   DISPLAY "ERROR: unable to save rebuilt account "
                       RB-USER-ID " - FILE STATUS " WS-RB-STAT
           END-REWRITE
           ADD 1 TO WS-APPLIED-COUNT.

       COMPARE-WITH-MASTER.
      *> every rebuilt account against accounts.dat, then every
      *> accounts.dat account the snapshot never had
           MOVE "==========================================" TO
               REPORT-LINE
           WRITE REPORT-LINE
           MOVE "ACCOUNTS WHERE THE REBUILD DIFFERS FROM ACCOUNTS.DAT"
               TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "CARD              REBUILT CHK  CURRENT CHK  "
               "REBUILT SAV  CURRENT SAV"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           OPEN INPUT ACCOUNT-FILE
           IF WS-ACCT-STAT = "35"
               MOVE "accounts.dat not found - nothing to compare."
                   TO REPORT-LINE
               WRITE REPORT-LINE
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT REBUILT-FILE

           PERFORM UNTIL END-OF-REBUILT
              READ REBUILT-FILE NEXT RECORD
                 AT END
                    SET END-OF-REBUILT TO TRUE
                 NOT AT END
                    ADD 1 TO WS-COMPARED-COUNT
                    MOVE RB-USER-ID TO USER-ID
                    READ ACCOUNT-FILE
                        INVALID KEY
                            ADD 1 TO WS-NOT-CURRENT-COUNT
                            MOVE SPACES TO REPORT-LINE
                            STRING RB-USER-ID
                                "  in the rebuild, not in accounts.dat"
                                DELIMITED BY SIZE INTO REPORT-LINE
                            WRITE REPORT-LINE
                            END-WRITE
                        NOT INVALID KEY
                            PERFORM COMPARE-ONE-ACCOUNT
                    END-READ
              END-READ
           END-PERFORM

           MOVE "N" TO WS-ACCT-EOF-FLAG
           MOVE LOW-VALUES TO USER-ID
           START ACCOUNT-FILE KEY IS > USER-ID
               INVALID KEY
                   SET END-OF-ACCOUNT-FILE TO TRUE
           END-START
           PERFORM UNTIL END-OF-ACCOUNT-FILE
              READ ACCOUNT-FILE NEXT RECORD
                 AT END
                    SET END-OF-ACCOUNT-FILE TO TRUE
                 NOT AT END
                    MOVE USER-ID TO RB-USER-ID
                    READ REBUILT-FILE
                        INVALID KEY
                            ADD 1 TO WS-NOT-SNAP-COUNT
                            MOVE SPACES TO REPORT-LINE
                            STRING USER-ID
                                "  in accounts.dat, not in the snapshot"
                                DELIMITED BY SIZE INTO REPORT-LINE
                            WRITE REPORT-LINE
                    END-READ
              END-READ
           END-PERFORM

           CLOSE REBUILT-FILE
           CLOSE ACCOUNT-FILE.

       COMPARE-ONE-ACCOUNT.
           IF RB-CHECKING-BALANCE = CHECKING-BALANCE
               AND RB-SAVINGS-BALANCE = SAVINGS-BALANCE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-DIFF-COUNT
           MOVE RB-CHECKING-BALANCE TO WS-DISPLAY-BAL1
           MOVE CHECKING-BALANCE TO WS-DISPLAY-BAL2
           MOVE RB-SAVINGS-BALANCE TO WS-DISPLAY-BAL3
           MOVE SAVINGS-BALANCE TO WS-DISPLAY-BAL4
           MOVE SPACES TO REPORT-LINE
           STRING USER-ID "  " WS-DISPLAY-BAL1
               "    " WS-DISPLAY-BAL2
               "    " WS-DISPLAY-BAL3
               "    " WS-DISPLAY-BAL4
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       WRITE-REPORT-HEADER.
           MOVE "ACCOUNT MASTER RECOVERY REPORT" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "Snapshot: " WS-SNAPSHOT-NAME
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "Rolled forward through: " WS-LAST-DATE
               " plus the live log   Run: " WS-RUN-TIMESTAMP
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           IF MACHINE-STATE-ON-FILE AND WS-MS-STATE = "O"
               MOVE "NOTE: machine was OPEN - live activity during the "
                   TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE "      run may show as differences." TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           MOVE "==========================================" TO
               REPORT-LINE
           WRITE REPORT-LINE.

       WRITE-REPORT-TOTALS.
           MOVE "==========================================" TO
               REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-ARCHIVE-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "Archives replayed:        " WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-NO-ARCHIVE-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "Days with no archive:     " WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-TRAILER-BAD-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "Archive trailer failures: " WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-APPLIED-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "Entries applied:          " WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-UNAPPLIED-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "Entries not applied:      " WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           IF WS-CARD-OVERFLOW > 0
               MOVE WS-CARD-OVERFLOW TO WS-DISPLAY-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING "*** " WS-DISPLAY-COUNT
                   " account(s) past the card index - not rolled"
                   " forward"
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF

           MOVE WS-COMPARED-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "Accounts compared:        " WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-DIFF-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "Balances differing:       " WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-NOT-CURRENT-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "Missing from accounts.dat:" WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-NOT-SNAP-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "Missing from snapshot:    " WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           IF WS-DIFF-COUNT = 0 AND WS-NOT-CURRENT-COUNT = 0
               AND WS-NOT-SNAP-COUNT = 0 AND WS-UNAPPLIED-COUNT = 0
               AND WS-TRAILER-BAD-COUNT = 0
               MOVE "RESULT: rebuild agrees with accounts.dat - every "
                   TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE "        balance is accounted for by the log."
                   TO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               MOVE "RESULT: *** DIFFERENCES FOUND - review before "
                   TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE "        using accounts-rebuilt.dat ***"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
