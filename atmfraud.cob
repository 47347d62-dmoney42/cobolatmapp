           SELECT FRAUD-REPORT ASSIGN TO "fraud-referral-report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

      *> the holds this run newly set, replaced on every run -
      *> ATMALRT turns them into customer alerts
           SELECT FRAUD-HOLD-FILE ASSIGN TO "fraud-new-holds.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FH-STAT.



       DATA DIVISION.
       01 MACHINE-STATE-RECORD.
           05 MS-BUSINESS-DATE  PIC 9(8).
           05 MS-STATE          PIC X. *> "O"=Open "C"=Closed
           05 MS-CLOSE-STEP     PIC X.

       SD FRAUD-SORT-FILE
           DATA RECORD IS FRAUD-SORT-RECORD.
         01 REPORT-LINE           PIC X(80).
      *>*********************************************

       FD FRAUD-HOLD-FILE
           RECORD CONTAINS 40 CHARACTERS
           DATA RECORD IS FRAUD-HOLD-RECORD.
       01 FRAUD-HOLD-RECORD.
           05 FH-BUSINESS-DATE   PIC 9(8).
           05 FH-USER-ID         PIC X(16).
           05 FH-HOLD-TIMESTAMP  PIC X(16).

       WORKING-STORAGE SECTION.
       01 TRANS-STAT            PIC XX.
       01 WS-ACCT-STAT          PIC XX.
       01 WS-CS-STAT            PIC XX.
       01 WS-FW-STAT            PIC XX.
       01 WS-FH-STAT            PIC XX.

       01 WS-LOG-EOF-FLAG       PIC X.
           88 END-OF-THIS-LOG     VALUE "Y".
           88 REFERRALS-OVERFLOWED VALUE "Y".

       01 WS-HOLDS-SET          PIC 9(3) COMP VALUE 0.
      *> a card already held from an earlier night is held again
      *> but is not a new hold
       01 WS-ALREADY-HELD-FLAG  PIC X.
           88 CARD-ALREADY-HELD   VALUE "Y".
       01 WS-DISPLAY-COUNT      PIC Z(4)9.
       01 WS-DISPLAY-TOTAL      PIC Z(6).99.


           OPEN OUTPUT FRAUD-REPORT
           PERFORM WRITE-REPORT-HEADER
           OPEN OUTPUT FRAUD-HOLD-FILE

      *> card-order the two days' withdrawals and transfers
           SORT FRAUD-SORT-FILE
                   REPORT-LINE
               WRITE REPORT-LINE
               CLOSE FRAUD-REPORT
               CLOSE FRAUD-HOLD-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM WRITE-REPORT-TOTALS
           CLOSE FRAUD-REPORT
           CLOSE FRAUD-HOLD-FILE

           DISPLAY "Referrals: " WS-FLAG-COUNT
               "  holds set: " WS-HOLDS-SET
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-ALREADY-HELD-FLAG
           MOVE USER-ID TO CS-USER-ID
           READ CARD-STATUS-FILE
               INVALID KEY
                   MOVE "U" TO CS-LOCK-STATUS
                   MOVE 0 TO CS-FAIL-COUNT
                   MOVE SPACES TO CS-LOCK-TIMESTAMP
               NOT INVALID KEY
                   IF CS-HOLD-STATUS = "H"
                       SET CARD-ALREADY-HELD TO TRUE
                   END-IF
           END-READ
           MOVE USER-ID TO CS-USER-ID
           MOVE "H" TO CS-HOLD-STATUS
           MOVE SPACES TO REPORT-LINE
           STRING "  soft hold set on card " CS-USER-ID
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           IF NOT CARD-ALREADY-HELD
               MOVE WS-BUSINESS-DATE TO FH-BUSINESS-DATE
               MOVE USER-ID          TO FH-USER-ID
               MOVE WS-RUN-TIMESTAMP TO FH-HOLD-TIMESTAMP
               WRITE FRAUD-HOLD-RECORD
           END-IF.

       WRITE-REPORT-HEADER.
           MOVE "FRAUD AND VELOCITY SCREENING REPORT" TO REPORT-LINE
