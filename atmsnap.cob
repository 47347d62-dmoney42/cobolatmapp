       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATMSNAP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-FILE ASSIGN TO "accounts.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS USER-ID
               FILE STATUS IS WS-ACCT-STAT.

      *> the point-in-time copy of the master as the business day
      *> closed, e.g. accounts-20260821.dat - ATMRCVR starts from
      *> one of these and rolls the archives forward over it
           SELECT SNAPSHOT-FILE ASSIGN TO WS-SNAPSHOT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SNAP-STAT.

      *> one line per snapshot kept, oldest first - the generations
      *> to prune are found here, and ATMRCVR checks a snapshot's
      *> count and totals against its line before trusting it
           SELECT SNAPSHOT-REGISTER ASSIGN TO "snapshot-register.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REG-STAT.

      *> how many daily snapshots to keep - one-line file the
      *> branch owns, same idea as dormancy-months.dat, e.g. "14"
           SELECT SNAP-CONFIG ASSIGN TO "snapshot-generations.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CFG-STAT.

      *> machine state and business date, maintained by the ATMEOD
      *> close job - the snapshot is named for the day being closed
           SELECT MACHINE-STATE-FILE ASSIGN TO "machine-state.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MS-STAT.

      *> last transaction sequence number handed out - with the
      *> machine CLOSED nothing draws, so it marks the last entry
      *> the snapshot already reflects
           SELECT SEQ-FILE ASSIGN TO "txn-seq.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEQ-STAT.

      *> what was taken, and which old snapshot files have left
      *> the register for the operator to remove
           SELECT SNAPSHOT-REPORT ASSIGN TO "snapshot-report.txt"
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

      *> the ACCOUNT-RECORD exactly as it sits in accounts.dat
       FD SNAPSHOT-FILE
           RECORD CONTAINS 102 CHARACTERS
           DATA RECORD IS SNAPSHOT-RECORD.
       01 SNAPSHOT-RECORD       PIC X(102).

       FD SNAPSHOT-REGISTER
           RECORD CONTAINS 60 CHARACTERS
           DATA RECORD IS SNAPSHOT-REGISTER-RECORD.
       01 SNAPSHOT-REGISTER-RECORD.
           05 SR-SNAP-DATE       PIC 9(8).
           05 SR-ACCOUNT-COUNT   PIC 9(7).
           05 SR-CHECKING-TOTAL  PIC 9(9)V99.
           05 SR-SAVINGS-TOTAL   PIC 9(9)V99.
           05 SR-TAKEN-TIMESTAMP PIC X(16).
      *> entries up to this sequence number are in the snapshot -
      *> ATMRCVR replays anything later cut into the snapshot
      *> day's own archive (the month-end interest). Spaces on
      *> lines written before the field existed.
           05 SR-HIGH-SEQ        PIC 9(7).

       FD SNAP-CONFIG
           RECORD CONTAINS 20 CHARACTERS
           DATA RECORD IS SNAP-CONFIG-LINE.
       01 SNAP-CONFIG-LINE      PIC X(20).

       FD MACHINE-STATE-FILE
           RECORD CONTAINS 10 CHARACTERS
           DATA RECORD IS MACHINE-STATE-RECORD.
       01 MACHINE-STATE-RECORD.
           05 MS-BUSINESS-DATE  PIC 9(8).
           05 MS-STATE          PIC X. *> "O"=Open "C"=Closed
           05 MS-CLOSE-STEP     PIC X.

       FD SEQ-FILE
           RECORD CONTAINS 7 CHARACTERS
           DATA RECORD IS SEQ-RECORD.
       01 SEQ-RECORD            PIC 9(7).

       FD SNAPSHOT-REPORT.
         01 REPORT-LINE           PIC X(80).
      *>*********************************************

       WORKING-STORAGE SECTION.
       01 WS-ACCT-STAT          PIC XX.
       01 WS-SNAP-STAT          PIC XX.
       01 WS-REG-STAT           PIC XX.
       01 WS-CFG-STAT           PIC XX.
       01 WS-MS-STAT            PIC XX.
       01 WS-SEQ-STAT           PIC XX.

       01 WS-EOF-FLAG           PIC X VALUE "N".
           88 END-OF-ACCOUNT-FILE VALUE "Y".
       01 WS-REG-EOF-FLAG       PIC X VALUE "N".
           88 END-OF-REGISTER     VALUE "Y".

       01 WS-MS-PRESENT-FLAG    PIC X VALUE "N".
           88 MACHINE-STATE-ON-FILE VALUE "Y".
       01 WS-MS-BUSINESS-DATE   PIC 9(8).
       01 WS-MS-STATE           PIC X.

       01 WS-SNAP-DATE          PIC 9(8).
       01 WS-SNAP-DATE-X        PIC X(8).
       01 WS-SNAPSHOT-NAME      PIC X(30).
       01 WS-PRUNE-NAME         PIC X(30).
       01 WS-NUMVAL-CHECK       PIC S9(4) COMP.

      *> generations kept when snapshot-generations.dat is missing
      *> or unreadable - a week of closes
       01 WS-GENERATIONS        PIC 9(2) VALUE 7.

       01 WS-ACCOUNT-COUNT      PIC 9(7) VALUE 0.
       01 WS-CHECKING-TOTAL     PIC 9(9)V99 VALUE 0.
       01 WS-SAVINGS-TOTAL      PIC 9(9)V99 VALUE 0.
       01 WS-RUN-TIMESTAMP      PIC X(16).
       01 WS-HIGH-SEQ           PIC 9(7) VALUE 0.

      *> the register as read, plus today's line - entries beyond
      *> the newest WS-GENERATIONS are pruned
       01 WS-REG-MAX            PIC 9(3) COMP VALUE 120.
       01 WS-REG-COUNT          PIC 9(3) COMP VALUE 0.
       01 WS-REG-TABLE.
           05 WS-REG-ENTRY OCCURS 120 TIMES.
               10 WS-REG-LINE       PIC X(60).
               10 WS-REG-DATE       PIC 9(8).
       01 WS-REG-SUB            PIC 9(3) COMP.
       01 WS-PRUNE-COUNT        PIC 9(3) COMP VALUE 0.
       01 WS-DISPLAY-COUNT      PIC Z(6)9.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "ATMSNAP - ACCOUNT MASTER SNAPSHOT"

      *> the snapshot has to be the master exactly as the business
      *> day closed - everything up to and including that day's
      *> archive, nothing of the next day - so it is taken only
      *> inside the close, after the log cut, while the machine is
      *> CLOSED
           PERFORM READ-MACHINE-STATE
           IF NOT MACHINE-STATE-ON-FILE OR WS-MS-STATE NOT = "C"
               DISPLAY "Snapshots are taken by the ATMEOD close "
                   "while the machine is CLOSED. Nothing done."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE WS-MS-BUSINESS-DATE TO WS-SNAP-DATE
           MOVE WS-SNAP-DATE TO WS-SNAP-DATE-X
           MOVE SPACES TO WS-SNAPSHOT-NAME
           STRING "accounts-" WS-SNAP-DATE-X ".dat"
               DELIMITED BY SIZE INTO WS-SNAPSHOT-NAME

           PERFORM LOAD-GENERATIONS-CONFIG

           OPEN INPUT ACCOUNT-FILE
           IF WS-ACCT-STAT = "35"
               DISPLAY "accounts.dat not found - no snapshot taken."
               GOBACK
           END-IF
           IF WS-ACCT-STAT NOT = "00"
               DISPLAY "ERROR: cannot open accounts.dat - FILE "
                   "STATUS " WS-ACCT-STAT ". No snapshot taken."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

      *> a re-run of the step (a crashed close) simply takes the
      *> day's snapshot again from the start
           OPEN OUTPUT SNAPSHOT-FILE
           IF WS-SNAP-STAT NOT = "00"
               DISPLAY "ERROR: cannot create " WS-SNAPSHOT-NAME
                   " - FILE STATUS " WS-SNAP-STAT
               CLOSE ACCOUNT-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM UNTIL END-OF-ACCOUNT-FILE
              READ ACCOUNT-FILE NEXT RECORD
                 AT END
                    SET END-OF-ACCOUNT-FILE TO TRUE
                 NOT AT END
                    MOVE ACCOUNT-RECORD TO SNAPSHOT-RECORD
                    WRITE SNAPSHOT-RECORD
                    ADD 1 TO WS-ACCOUNT-COUNT
                    ADD CHECKING-BALANCE TO WS-CHECKING-TOTAL
                    ADD SAVINGS-BALANCE TO WS-SAVINGS-TOTAL
              END-READ
           END-PERFORM
           CLOSE SNAPSHOT-FILE
           CLOSE ACCOUNT-FILE

           MOVE FUNCTION CURRENT-DATE(1:16) TO WS-RUN-TIMESTAMP
           PERFORM READ-HIGH-SEQ
           PERFORM LOAD-SNAPSHOT-REGISTER
           PERFORM ADD-TODAYS-SNAPSHOT
           PERFORM PRUNE-OLD-GENERATIONS
           PERFORM SAVE-SNAPSHOT-REGISTER
           PERFORM WRITE-SNAPSHOT-REPORT

           MOVE WS-ACCOUNT-COUNT TO WS-DISPLAY-COUNT
           DISPLAY "Snapshot " FUNCTION TRIM(WS-SNAPSHOT-NAME)
               " holds " FUNCTION TRIM(WS-DISPLAY-COUNT)
               " account(s)."
           IF WS-PRUNE-COUNT > 0
               MOVE WS-PRUNE-COUNT TO WS-DISPLAY-COUNT
               DISPLAY "Retired " FUNCTION TRIM(WS-DISPLAY-COUNT)
                   " old snapshot(s) - keeping " WS-GENERATIONS
                   ". Remove the files listed in snapshot-report.txt."
           END-IF

           GOBACK.


      ******PARAGRAPHS*****************************************
      *********************************************************
      *These are our PARAGRAPHS that can be called from anywhere
      * similar to functions

       READ-MACHINE-STATE.
      *> a site that has never run ATMEOD has no machine-state.dat
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

       LOAD-GENERATIONS-CONFIG.
      *> no config keeps the default week - the snapshot itself is
      *> never skipped
           OPEN INPUT SNAP-CONFIG
           IF WS-CFG-STAT = "35"
               DISPLAY "snapshot-generations.dat not found - keeping "
                   WS-GENERATIONS " snapshots."
               EXIT PARAGRAPH
           END-IF

           READ SNAP-CONFIG
               AT END
                   DISPLAY "snapshot-generations.dat is empty - "
                       "keeping " WS-GENERATIONS " snapshots."
                   CLOSE SNAP-CONFIG
                   EXIT PARAGRAPH
           END-READ
           CLOSE SNAP-CONFIG

           MOVE FUNCTION TEST-NUMVAL(SNAP-CONFIG-LINE) TO
               WS-NUMVAL-CHECK
           IF WS-NUMVAL-CHECK NOT = 0
               OR FUNCTION NUMVAL(SNAP-CONFIG-LINE) < 1
               OR FUNCTION NUMVAL(SNAP-CONFIG-LINE) > 99
               DISPLAY "snapshot-generations.dat must hold 1 to 99 - "
                   "keeping " WS-GENERATIONS " snapshots."
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(SNAP-CONFIG-LINE) TO WS-GENERATIONS.

       READ-HIGH-SEQ.
      *> no txn-seq.dat means nothing has ever been logged
           MOVE 0 TO WS-HIGH-SEQ
           OPEN INPUT SEQ-FILE
           IF WS-SEQ-STAT NOT = "35"
               READ SEQ-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE SEQ-RECORD TO WS-HIGH-SEQ
               END-READ
               CLOSE SEQ-FILE
           END-IF.

       LOAD-SNAPSHOT-REGISTER.
      *> the first snapshot ever has no register yet
           MOVE 0 TO WS-REG-COUNT
           OPEN INPUT SNAPSHOT-REGISTER
           IF WS-REG-STAT = "35"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-REGISTER
              READ SNAPSHOT-REGISTER
                 AT END
                    SET END-OF-REGISTER TO TRUE
                 NOT AT END
      *> a re-run of today's snapshot replaces its old line
                    IF SR-SNAP-DATE NOT = WS-SNAP-DATE
                        AND WS-REG-COUNT < WS-REG-MAX - 1
                        ADD 1 TO WS-REG-COUNT
                        MOVE SNAPSHOT-REGISTER-RECORD TO
                            WS-REG-LINE(WS-REG-COUNT)
                        MOVE SR-SNAP-DATE TO
                            WS-REG-DATE(WS-REG-COUNT)
                    END-IF
              END-READ
           END-PERFORM
           CLOSE SNAPSHOT-REGISTER.

       ADD-TODAYS-SNAPSHOT.
           MOVE WS-SNAP-DATE      TO SR-SNAP-DATE
           MOVE WS-ACCOUNT-COUNT  TO SR-ACCOUNT-COUNT
           MOVE WS-CHECKING-TOTAL TO SR-CHECKING-TOTAL
           MOVE WS-SAVINGS-TOTAL  TO SR-SAVINGS-TOTAL
           MOVE WS-RUN-TIMESTAMP  TO SR-TAKEN-TIMESTAMP
           MOVE WS-HIGH-SEQ       TO SR-HIGH-SEQ
           ADD 1 TO WS-REG-COUNT
           MOVE SNAPSHOT-REGISTER-RECORD TO WS-REG-LINE(WS-REG-COUNT)
           MOVE WS-SNAP-DATE TO WS-REG-DATE(WS-REG-COUNT).

       PRUNE-OLD-GENERATIONS.
      *> the register is oldest first, so the surplus is at the
      *> front - those lines are dropped, and ATMRCVR will no longer
      *> start from them. The files themselves are left on disk
      *> for the operator to remove, listed in snapshot-report.txt.
           MOVE 0 TO WS-PRUNE-COUNT
           IF WS-REG-COUNT <= WS-GENERATIONS
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-PRUNE-COUNT = WS-REG-COUNT - WS-GENERATIONS.

       SAVE-SNAPSHOT-REGISTER.
      *> rewritten whole, without the pruned lines
           OPEN OUTPUT SNAPSHOT-REGISTER
           COMPUTE WS-REG-SUB = WS-PRUNE-COUNT + 1
           PERFORM UNTIL WS-REG-SUB > WS-REG-COUNT
               MOVE WS-REG-LINE(WS-REG-SUB) TO SNAPSHOT-REGISTER-RECORD
               WRITE SNAPSHOT-REGISTER-RECORD
               ADD 1 TO WS-REG-SUB
           END-PERFORM
           CLOSE SNAPSHOT-REGISTER.

       WRITE-SNAPSHOT-REPORT.
           OPEN OUTPUT SNAPSHOT-REPORT
           MOVE "ACCOUNT MASTER SNAPSHOT" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "Business date: " WS-SNAP-DATE-X
               "  Run: " WS-RUN-TIMESTAMP
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "==========================================" TO
               REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-ACCOUNT-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "Snapshot taken:      " DELIMITED BY SIZE
               WS-SNAPSHOT-NAME DELIMITED BY SPACE
               "  accounts " WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "Last sequence in it: " WS-HIGH-SEQ
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "Generations kept:    " WS-GENERATIONS
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "==========================================" TO
               REPORT-LINE
           WRITE REPORT-LINE

           IF WS-PRUNE-COUNT = 0
               MOVE "No snapshots retired." TO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               MOVE "Retired from the register - remove these files:"
                   TO REPORT-LINE
               WRITE REPORT-LINE
               PERFORM VARYING WS-REG-SUB FROM 1 BY 1
                       UNTIL WS-REG-SUB > WS-PRUNE-COUNT
                   MOVE WS-REG-DATE(WS-REG-SUB) TO WS-SNAP-DATE-X
                   MOVE SPACES TO WS-PRUNE-NAME
                   STRING "accounts-" WS-SNAP-DATE-X ".dat"
                       DELIMITED BY SIZE INTO WS-PRUNE-NAME
                   MOVE SPACES TO REPORT-LINE
                   STRING "  " WS-PRUNE-NAME
                       DELIMITED BY SIZE INTO REPORT-LINE
                   WRITE REPORT-LINE
               END-PERFORM
           END-IF
           CLOSE SNAPSHOT-REPORT.
