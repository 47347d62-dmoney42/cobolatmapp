           SELECT SORD-REPORT ASSIGN TO "standing-order-report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

      *> tonight's failed orders in fixed form, replaced on every
      *> run - ATMALRT turns them into customer alerts
           SELECT SORD-FAILURE-FILE
               ASSIGN TO "standing-order-failures.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SF-STAT.



       DATA DIVISION.
           05 SO-AMOUNT          PIC 9(5)V99.
           05 SO-DAY             PIC 9(2).
           05 SO-LAST-POSTED     PIC 9(8).
      *> "A"ctive, "C"ancelled, or "T" - set by ATMCON when the
      *> receiving account is closed; fails at each close until the
      *> payer cancels it
           05 SO-STATUS          PIC X.

       FD ACCOUNT-FILE
           RECORD CONTAINS 102 CHARACTERS
       01 MACHINE-STATE-RECORD.
           05 MS-BUSINESS-DATE  PIC 9(8).
           05 MS-STATE          PIC X. *> "O"=Open "C"=Closed
           05 MS-CLOSE-STEP     PIC X.

       FD SEQ-FILE
           RECORD CONTAINS 7 CHARACTERS
         01 REPORT-LINE           PIC X(80).
      *>*********************************************

       FD SORD-FAILURE-FILE
           RECORD CONTAINS 89 CHARACTERS
           DATA RECORD IS SORD-FAILURE-RECORD.
       01 SORD-FAILURE-RECORD.
           05 SF-BUSINESS-DATE   PIC 9(8).
           05 SF-USER-ID         PIC X(16).
           05 SF-SLOT            PIC 9(2).
           05 SF-AMOUNT          PIC 9(5)V99.
           05 SF-DEST-CARD       PIC X(16).
           05 SF-REASON          PIC X(40).

       WORKING-STORAGE SECTION.
       01 WS-SO-STAT            PIC XX.
       01 WS-ACCT-STAT          PIC XX.
       01 TRANS-STAT            PIC XX.
       01 WS-CS-STAT            PIC XX.
       01 WS-SF-STAT            PIC XX.
       01 WS-HOLD-FLAG          PIC X.
           88 SOURCE-CARD-HELD    VALUE "Y".

       01 WS-ORD-DEST-CARD      PIC X(16).
       01 WS-ORD-AMOUNT         PIC 9(5)V99.
       01 WS-ORD-LAST-POSTED    PIC 9(6).
       01 WS-ORD-STATUS         PIC X.

      *> staging for the two-sided movement - same parking idea as
      *> ATMAPP's CARD-TO-CARD-TRANSFER, one ACCOUNT-RECORD buffer

           OPEN OUTPUT SORD-REPORT
           PERFORM WRITE-REPORT-HEADER
           OPEN OUTPUT SORD-FAILURE-FILE

      *> a site where no customer has set up an order yet has no
      *> standing-orders.dat - that is simply nothing to post

           PERFORM WRITE-REPORT-TOTALS
           CLOSE SORD-REPORT
           CLOSE SORD-FAILURE-FILE

           DISPLAY "Orders due: " WS-DUE-COUNT
               "  posted: " WS-POSTED-COUNT
      *> retried tonight rather than silently dropped. An order set
      *> for day 29-31 is due from the last day of a shorter month,
      *> so February's rent posts on the 28th instead of never.
           IF SO-STATUS NOT = "A" AND SO-STATUS NOT = "T"
               EXIT PARAGRAPH
           END-IF
           MOVE SO-DAY TO WS-EFF-DUE-DAY
           MOVE SO-SRC-TYPE  TO WS-ORD-SRC-TYPE
           MOVE SO-DEST-CARD TO WS-ORD-DEST-CARD
           MOVE SO-AMOUNT    TO WS-ORD-AMOUNT
           MOVE SO-STATUS    TO WS-ORD-STATUS

      *> the account this order pays into has been closed - it can
      *> never post, so it fails without touching either account
      *> until the payer cancels it
           IF WS-ORD-STATUS = "T"
               MOVE "payee account closed" TO WS-FAIL-REASON
               ADD 1 TO WS-FAILED-COUNT
               PERFORM WRITE-FAILED-LINE
               EXIT PARAGRAPH
           END-IF

           PERFORM POST-ONE-ORDER

               "  FAILED - " WS-FAIL-REASON
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-ORD-STATUS = "T"
               MOVE "      (held until the payer cancels the order)"
                   TO REPORT-LINE
           ELSE
               MOVE "      (will be retried at the next close)" TO
                   REPORT-LINE
           END-IF
           WRITE REPORT-LINE

           MOVE WS-BUSINESS-DATE TO SF-BUSINESS-DATE
           MOVE WS-ORD-USER-ID   TO SF-USER-ID
           MOVE WS-ORD-SLOT      TO SF-SLOT
           MOVE WS-ORD-AMOUNT    TO SF-AMOUNT
           MOVE WS-ORD-DEST-CARD TO SF-DEST-CARD
           MOVE WS-FAIL-REASON   TO SF-REASON
           WRITE SORD-FAILURE-RECORD.

       WRITE-REPORT-TOTALS.
           MOVE "==========================================" TO
