       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATMDEPX.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> every ATM deposit envelope, pending or counted - written by
      *> ATMAPP at the deposit slot, verified through ATMCON
           SELECT DEPOSIT-FILE ASSIGN TO "deposit-envelopes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DE-ENVELOPE-KEY
               FILE STATUS IS WS-DE-STAT.

      *> how many days an envelope may sit uncounted before it is
      *> chased - one-line file the branch owns, same idea as
      *> dormancy-months.dat, e.g. "3"
           SELECT DEPX-CONFIG ASSIGN TO "deposit-verify-days.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CFG-STAT.

      *> machine state and business date, maintained by the ATMEOD
      *> close job - the report is for the business date
           SELECT MACHINE-STATE-FILE ASSIGN TO "machine-state.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MS-STAT.

           SELECT DEPX-REPORT ASSIGN TO "deposit-exceptions-report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.



       DATA DIVISION.
       FILE SECTION.
      *> must match the DEPOSIT-ENVELOPE-RECORD layout ATMAPP writes
       FD DEPOSIT-FILE
           RECORD CONTAINS 99 CHARACTERS
           DATA RECORD IS DEPOSIT-ENVELOPE-RECORD.
       01 DEPOSIT-ENVELOPE-RECORD.
           05 DE-ENVELOPE-KEY.
               10 DE-USER-ID     PIC X(16).
               10 DE-SEQ-NUM     PIC 9(7). *> TR-SEQ-NUM of the "D"
           05 DE-TERMINAL-ID     PIC X(4).
           05 DE-ACCT-SIDE       PIC X. *> "C"hecking "S"avings
           05 DE-DEPOSIT-TIMESTAMP PIC X(16).
           05 DE-BUSINESS-DATE   PIC 9(8).
           05 DE-KEYED-AMOUNT    PIC 9(5)V99.
           05 DE-COUNTED-AMOUNT  PIC 9(5)V99.
           05 DE-STATUS          PIC X. *> "P"ending "V"erified "X"
           05 DE-VERIFY-DATE     PIC 9(8).
           05 DE-VERIFY-TIMESTAMP PIC X(16).
           05 DE-OPERATOR-ID     PIC X(8).

       FD DEPX-CONFIG
           RECORD CONTAINS 20 CHARACTERS
           DATA RECORD IS DEPX-CONFIG-LINE.
       01 DEPX-CONFIG-LINE      PIC X(20).

       FD MACHINE-STATE-FILE
           RECORD CONTAINS 10 CHARACTERS
           DATA RECORD IS MACHINE-STATE-RECORD.
       01 MACHINE-STATE-RECORD.
           05 MS-BUSINESS-DATE  PIC 9(8).
           05 MS-STATE          PIC X. *> "O"=Open "C"=Closed
           05 MS-CLOSE-STEP     PIC X.

       *> This defines the template for the deposit exceptions report
       FD DEPX-REPORT.
         01 REPORT-LINE           PIC X(80).
      *>*********************************************

       WORKING-STORAGE SECTION.
       01 WS-DE-STAT            PIC XX.
       01 WS-CFG-STAT           PIC XX.
       01 WS-MS-STAT            PIC XX.

       01 WS-DE-EOF-FLAG        PIC X VALUE "N".
           88 END-OF-DEPOSIT-FILE VALUE "Y".

       01 WS-MS-PRESENT-FLAG    PIC X VALUE "N".
           88 MACHINE-STATE-ON-FILE VALUE "Y".
       01 WS-MS-BUSINESS-DATE   PIC 9(8).
       01 WS-MS-STATE           PIC X.

       01 WS-STARTUP-PARM       PIC X(20).
       01 WS-BUSINESS-DATE      PIC 9(8).
       01 WS-NUMVAL-CHECK       PIC S9(4) COMP.

      *> no configured limit means the overdue listing is left out -
      *> the count differences are still reported
       01 WS-VERIFY-DAYS        PIC 9(3) VALUE 0.
       01 WS-OVERDUE-FLAG       PIC X VALUE "N".
           88 OVERDUE-CHECK-ON    VALUE "Y".
       01 WS-AGE-DAYS           PIC 9(5).
       01 WS-TODAY-INT          PIC 9(8) COMP.

      *> the report is two lists from one pass - differences are
      *> written as they are met, overdue envelopes are staged here
      *> and written after them
       01 WS-OVD-MAX            PIC 9(4) COMP VALUE 500.
       01 WS-OVD-COUNT          PIC 9(4) COMP VALUE 0.
       01 WS-OVD-TABLE.
           05 WS-OVD-ENTRY OCCURS 500 TIMES.
               10 WS-OVD-TERMINAL   PIC X(4).
               10 WS-OVD-SEQ        PIC 9(7).
               10 WS-OVD-LAST4      PIC X(4).
               10 WS-OVD-DATE       PIC 9(8).
               10 WS-OVD-AMOUNT     PIC 9(5)V99.
               10 WS-OVD-AGE        PIC 9(5).
       01 WS-OVD-SUB            PIC 9(4) COMP.
       01 WS-OVD-OVERFLOW       PIC 9(5) COMP VALUE 0.

       01 WS-ENVELOPE-COUNT     PIC 9(5) COMP VALUE 0.
       01 WS-PENDING-COUNT      PIC 9(5) COMP VALUE 0.
       01 WS-PENDING-TOTAL      PIC 9(7)V99 VALUE 0.
       01 WS-DIFF-COUNT         PIC 9(5) COMP VALUE 0.
       01 WS-SHORT-TOTAL        PIC 9(7)V99 VALUE 0.
       01 WS-OVER-TOTAL         PIC 9(7)V99 VALUE 0.
       01 WS-DIFF-AMOUNT        PIC 9(5)V99.
       01 WS-DIFF-SIGN          PIC X.

       01 WS-RUN-TIMESTAMP      PIC X(16).
       01 WS-DISPLAY-COUNT      PIC Z(4)9.
       01 WS-DISPLAY-AMOUNT     PIC Z(5)9.99.
       01 WS-DISPLAY-AMOUNT2    PIC Z(5)9.99.
       01 WS-DISPLAY-AMOUNT3    PIC Z(5)9.99.
       01 WS-DISPLAY-TOTAL      PIC Z(6)9.99.
       01 WS-DISPLAY-AGE        PIC Z(4)9.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "ATMDEPX - DEPOSIT EXCEPTIONS REPORT"

      *> a business date may be given (CCYYMMDD) to reprint an
      *> earlier day's count differences; otherwise the report is
      *> for the machine-state business date
           ACCEPT WS-STARTUP-PARM FROM COMMAND-LINE
           IF WS-STARTUP-PARM NOT = SPACES
               IF WS-STARTUP-PARM(1:8) NOT NUMERIC
                   DISPLAY "Usage: ATMDEPX [CCYYMMDD]"
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
               MOVE WS-STARTUP-PARM(1:8) TO WS-BUSINESS-DATE
           ELSE
               PERFORM READ-MACHINE-STATE
               IF MACHINE-STATE-ON-FILE
                   MOVE WS-MS-BUSINESS-DATE TO WS-BUSINESS-DATE
               ELSE
                   ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD
               END-IF
           END-IF
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE)

           PERFORM LOAD-VERIFY-DAYS-CONFIG

           MOVE FUNCTION CURRENT-DATE(1:16) TO WS-RUN-TIMESTAMP
           OPEN OUTPUT DEPX-REPORT
           PERFORM WRITE-REPORT-HEADER

           OPEN INPUT DEPOSIT-FILE
           IF WS-DE-STAT = "35"
               DISPLAY "deposit-envelopes.dat not found - no ATM "
                   "deposits to report."
               MOVE "No deposit envelopes on file." TO REPORT-LINE
               WRITE REPORT-LINE
               CLOSE DEPX-REPORT
               GOBACK
           END-IF

           PERFORM UNTIL END-OF-DEPOSIT-FILE
              READ DEPOSIT-FILE NEXT RECORD
                 AT END
                    SET END-OF-DEPOSIT-FILE TO TRUE
                 NOT AT END
                    ADD 1 TO WS-ENVELOPE-COUNT
                    PERFORM CHECK-ONE-ENVELOPE
              END-READ
           END-PERFORM
           CLOSE DEPOSIT-FILE

           PERFORM WRITE-OVERDUE-SECTION
           PERFORM WRITE-REPORT-TOTALS
           CLOSE DEPX-REPORT

           DISPLAY "Count differences today: " WS-DIFF-COUNT
           DISPLAY "Overdue envelopes:       " WS-OVD-COUNT
           DISPLAY "See deposit-exceptions-report.txt for details."

           GOBACK.


      ******PARAGRAPHS*****************************************
      *********************************************************
      *These are our PARAGRAPHS that can be called from anywhere
      * similar to functions

       LOAD-VERIFY-DAYS-CONFIG.
           OPEN INPUT DEPX-CONFIG
           IF WS-CFG-STAT = "35"
               DISPLAY "deposit-verify-days.dat not found - overdue "
                   "envelopes not listed. Create it with the number "
                   "of days (e.g. 3)."
               EXIT PARAGRAPH
           END-IF

           READ DEPX-CONFIG
               AT END
                   DISPLAY "deposit-verify-days.dat is empty - "
                       "overdue envelopes not listed."
                   CLOSE DEPX-CONFIG
                   EXIT PARAGRAPH
           END-READ
           CLOSE DEPX-CONFIG

           MOVE FUNCTION TEST-NUMVAL(DEPX-CONFIG-LINE) TO
               WS-NUMVAL-CHECK
           IF WS-NUMVAL-CHECK NOT = 0
               OR FUNCTION NUMVAL(DEPX-CONFIG-LINE) < 1
               OR FUNCTION NUMVAL(DEPX-CONFIG-LINE) > 365
               DISPLAY "deposit-verify-days.dat must hold 1 to 365 - "
                   "overdue envelopes not listed."
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(DEPX-CONFIG-LINE) TO WS-VERIFY-DAYS
           SET OVERDUE-CHECK-ON TO TRUE
           DISPLAY "Envelopes overdue after " WS-VERIFY-DAYS
               " day(s).".

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

       CHECK-ONE-ENVELOPE.
      *> a count that differed, settled on the report's business
      *> date, goes straight onto the report
           IF DE-STATUS = "X" AND DE-VERIFY-DATE = WS-BUSINESS-DATE
               PERFORM WRITE-DIFFERENCE-LINE
               EXIT PARAGRAPH
           END-IF

           IF DE-STATUS NOT = "P"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-PENDING-COUNT
           ADD DE-KEYED-AMOUNT TO WS-PENDING-TOTAL

           IF NOT OVERDUE-CHECK-ON
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-AGE-DAYS = WS-TODAY-INT
               - FUNCTION INTEGER-OF-DATE(DE-BUSINESS-DATE)
           IF WS-AGE-DAYS <= WS-VERIFY-DAYS
               EXIT PARAGRAPH
           END-IF

           IF WS-OVD-COUNT >= WS-OVD-MAX
               ADD 1 TO WS-OVD-OVERFLOW
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-OVD-COUNT
           MOVE DE-TERMINAL-ID   TO WS-OVD-TERMINAL(WS-OVD-COUNT)
           MOVE DE-SEQ-NUM       TO WS-OVD-SEQ(WS-OVD-COUNT)
           MOVE DE-USER-ID(13:4) TO WS-OVD-LAST4(WS-OVD-COUNT)
           MOVE DE-BUSINESS-DATE TO WS-OVD-DATE(WS-OVD-COUNT)
           MOVE DE-KEYED-AMOUNT  TO WS-OVD-AMOUNT(WS-OVD-COUNT)
           MOVE WS-AGE-DAYS      TO WS-OVD-AGE(WS-OVD-COUNT).

       WRITE-DIFFERENCE-LINE.
           ADD 1 TO WS-DIFF-COUNT
           IF DE-COUNTED-AMOUNT < DE-KEYED-AMOUNT
               COMPUTE WS-DIFF-AMOUNT =
                   DE-KEYED-AMOUNT - DE-COUNTED-AMOUNT
               ADD WS-DIFF-AMOUNT TO WS-SHORT-TOTAL
               MOVE "-" TO WS-DIFF-SIGN
           ELSE
               COMPUTE WS-DIFF-AMOUNT =
                   DE-COUNTED-AMOUNT - DE-KEYED-AMOUNT
               ADD WS-DIFF-AMOUNT TO WS-OVER-TOTAL
               MOVE "+" TO WS-DIFF-SIGN
           END-IF
           MOVE DE-KEYED-AMOUNT TO WS-DISPLAY-AMOUNT
           MOVE DE-COUNTED-AMOUNT TO WS-DISPLAY-AMOUNT2
           MOVE WS-DIFF-AMOUNT TO WS-DISPLAY-AMOUNT3
           MOVE SPACES TO REPORT-LINE
           STRING DE-TERMINAL-ID " " DE-SEQ-NUM
               " ****-" DE-USER-ID(13:4)
               " " DE-ACCT-SIDE
               " " WS-DISPLAY-AMOUNT
               " " WS-DISPLAY-AMOUNT2
               " " WS-DIFF-SIGN WS-DISPLAY-AMOUNT3
               " " DE-OPERATOR-ID
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       WRITE-OVERDUE-SECTION.
           MOVE "==========================================" TO
               REPORT-LINE
           WRITE REPORT-LINE
           IF NOT OVERDUE-CHECK-ON
               MOVE "Overdue envelopes not listed - no "
                   TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE "deposit-verify-days.dat on file." TO REPORT-LINE
               WRITE REPORT-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-VERIFY-DAYS TO WS-DISPLAY-AGE
           MOVE SPACES TO REPORT-LINE
           STRING "UNVERIFIED ENVELOPES OLDER THAN " WS-DISPLAY-AGE
               " DAY(S)"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "TERM ENVELOPE CARD      DEPOSITED     KEYED   AGE"
               TO REPORT-LINE
           WRITE REPORT-LINE

           PERFORM VARYING WS-OVD-SUB FROM 1 BY 1
                   UNTIL WS-OVD-SUB > WS-OVD-COUNT
               MOVE WS-OVD-AMOUNT(WS-OVD-SUB) TO WS-DISPLAY-AMOUNT
               MOVE WS-OVD-AGE(WS-OVD-SUB) TO WS-DISPLAY-AGE
               MOVE SPACES TO REPORT-LINE
               STRING WS-OVD-TERMINAL(WS-OVD-SUB) " "
                   WS-OVD-SEQ(WS-OVD-SUB)
                   " ****-" WS-OVD-LAST4(WS-OVD-SUB)
                   " " WS-OVD-DATE(WS-OVD-SUB)
                   " " WS-DISPLAY-AMOUNT
                   " " WS-DISPLAY-AGE
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-PERFORM

           IF WS-OVD-COUNT = 0
               MOVE "  (none)" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           IF WS-OVD-OVERFLOW > 0
               MOVE WS-OVD-OVERFLOW TO WS-DISPLAY-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING "*** " WS-DISPLAY-COUNT
                   " more overdue envelope(s) not listed"
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       WRITE-REPORT-HEADER.
           MOVE "DEPOSIT EXCEPTIONS REPORT" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "Business date: " WS-BUSINESS-DATE
               "  Run: " WS-RUN-TIMESTAMP
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "==========================================" TO
               REPORT-LINE
           WRITE REPORT-LINE
           MOVE "ENVELOPE COUNT DIFFERENCES VERIFIED TODAY" TO
               REPORT-LINE
           WRITE REPORT-LINE
           MOVE "TERM ENVELOPE CARD    S     KEYED   COUNTED      DIFF"
               TO REPORT-LINE
           WRITE REPORT-LINE.

       WRITE-REPORT-TOTALS.
           MOVE "==========================================" TO
               REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-ENVELOPE-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "Envelopes on file:      " WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-DIFF-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "Count differences:      " WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-SHORT-TOTAL TO WS-DISPLAY-TOTAL
           MOVE SPACES TO REPORT-LINE
           STRING "  Envelopes short by:  $" WS-DISPLAY-TOTAL
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-OVER-TOTAL TO WS-DISPLAY-TOTAL
           MOVE SPACES TO REPORT-LINE
           STRING "  Envelopes over by:   $" WS-DISPLAY-TOTAL
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-PENDING-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "Still awaiting count:   " WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-PENDING-TOTAL TO WS-DISPLAY-TOTAL
           MOVE SPACES TO REPORT-LINE
           STRING "  Amount on hold:      $" WS-DISPLAY-TOTAL
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.
