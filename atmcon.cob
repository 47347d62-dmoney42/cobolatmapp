               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RA-STAT.

      *> the customer's standing orders - a closure cancels the
      *> card's own and looks for other cards' orders paying in
           SELECT STANDING-ORDER-FILE ASSIGN TO "standing-orders.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SO-ORDER-KEY
               FILE STATUS IS WS-SO-STAT.

      *> one record per closed account - the master has no room for
      *> a closing date, so the date, the payout and who closed it
      *> live here, keyed the same way as accounts.dat
           SELECT CLOSURE-FILE ASSIGN TO "account-closures.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AC-USER-ID
               FILE STATUS IS WS-AC-STAT.

      *> who closed which account, why, and what was paid out
           SELECT CLOSURE-AUDIT ASSIGN TO "closure-audit.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CA-STAT.

      *> the closing statement collects the part-month from the
      *> day archives and the live log, the same way ATMSTMT does -
      *> this FD is pointed at each of them in turn
           SELECT HISTORY-LOG ASSIGN TO WS-HIST-LOG-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HL-STAT.

           SELECT CLOSE-STMT-WORK ASSIGN TO "close-stmt-work.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CW-STAT.

      *> e.g. closing-statement-4444-20260815.txt
           SELECT CLOSING-STATEMENT ASSIGN TO WS-CLOSE-STMT-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

      *> ATM deposit envelopes waiting for the teller's count - the
      *> verify option finds one by terminal and envelope number
           SELECT DEPOSIT-FILE ASSIGN TO "deposit-envelopes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DE-ENVELOPE-KEY
               FILE STATUS IS WS-DE-STAT.

      *> customer dispute cases, one record per case - each names
      *> the logged entry the customer disputes and who worked the
      *> case at every stage
           SELECT DISPUTE-FILE ASSIGN TO "dispute-cases.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DC-CASE-NUM
               FILE STATUS IS WS-DC-STAT.

      *> every stage of every case - open, note, provisional
      *> credit, resolution - in the order it happened
           SELECT DISPUTE-AUDIT ASSIGN TO "dispute-audit.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DA-STAT.

      *> the cash journal and tray files ATMCASH balances - opening
      *> a case shows the disputed terminal's position for the day
           SELECT CASH-JOURNAL ASSIGN TO "cash-journal.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CJ-STAT.

           SELECT CASH-LOAD-FILE ASSIGN TO WS-CASH-LOAD-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CASH-LOAD-STAT.

      *> every card issued against an account, with its status and
      *> expiry - a lost card is hot-listed here, and a reissue adds
      *> the new card against the same account number
           SELECT CARD-XREF-FILE ASSIGN TO "card-xref.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CX-CARD-NUMBER
               FILE STATUS IS WS-CX-STAT.

      *> who hot-listed or reissued which card, and why
           SELECT CARD-AUDIT ASSIGN TO "card-audit.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CD-STAT.

      *> the PIN lockout record ATMAPP keeps per account - shown at
      *> reissue, since the new card inherits it
           SELECT CARD-STATUS-FILE ASSIGN TO "card-status.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CS-USER-ID
               FILE STATUS IS WS-CS-STAT.



       DATA DIVISION.
       01 MACHINE-STATE-RECORD.
           05 MS-BUSINESS-DATE  PIC 9(8).
           05 MS-STATE          PIC X. *> "O"=Open "C"=Closed
           05 MS-CLOSE-STEP     PIC X.

       FD SEQ-FILE
           RECORD CONTAINS 7 CHARACTERS

       FD REACT-AUDIT.
         01 REACT-AUDIT-LINE     PIC X(100).

      *> must match the STANDING-ORDER-RECORD layout ATMAPP writes
       FD STANDING-ORDER-FILE
           RECORD CONTAINS 53 CHARACTERS
           DATA RECORD IS STANDING-ORDER-RECORD.
       01 STANDING-ORDER-RECORD.
           05 SO-ORDER-KEY.
               10 SO-USER-ID     PIC X(16).
               10 SO-SLOT        PIC 9(2).
           05 SO-SRC-TYPE        PIC X. *> "1"=Checking "2"=Savings
           05 SO-DEST-CARD       PIC X(16).
           05 SO-AMOUNT          PIC 9(5)V99.
           05 SO-DAY             PIC 9(2).
           05 SO-LAST-POSTED     PIC 9(8).
      *> "A"ctive, "C"ancelled, or "T" - set by ATMCON when the
      *> receiving account is closed; fails at each close until the
      *> payer cancels it
           05 SO-STATUS          PIC X.

       FD CLOSURE-FILE
           RECORD CONTAINS 66 CHARACTERS
           DATA RECORD IS ACCOUNT-CLOSURE-RECORD.
       01 ACCOUNT-CLOSURE-RECORD.
           05 AC-USER-ID         PIC X(16).
           05 AC-CLOSE-DATE      PIC 9(8). *> business date closed
           05 AC-CLOSE-TIMESTAMP PIC X(16).
           05 AC-REASON-CODE     PIC X(4).
           05 AC-OPERATOR-ID     PIC X(8).
      *> what the final payout took off each side
           05 AC-PAID-CHECKING   PIC 9(5)V99.
           05 AC-PAID-SAVINGS    PIC 9(5)V99.

       FD CLOSURE-AUDIT.
         01 CLOSURE-AUDIT-LINE   PIC X(100).

      *> same layout as TRANSACTION-LOG - read-only, for statements
       FD HISTORY-LOG
           RECORD CONTAINS 51 CHARACTERS
           DATA RECORD IS HISTORY-RECORD.
       01 HISTORY-RECORD.
           05 HL-SEQ-NUM        PIC 9(7).
           05 HL-TIMESTAMP      PIC X(16).
           05 HL-CARD-LAST4     PIC X(4).
           05 HL-TYPE           PIC X.
           05 HL-AMOUNT         PIC 9(5)V99.
           05 HL-NEW-BALANCE    PIC 9(5)V99.
           05 HL-END-MARKER     PIC X(3).
           05 HL-TERMINAL-ID    PIC X(4).
           05 HL-ACCT-SIDE      PIC X.
           05 HL-CHANNEL        PIC X.

       FD CLOSE-STMT-WORK
           RECORD CONTAINS 32 CHARACTERS
           DATA RECORD IS CLOSE-STMT-WORK-RECORD.
       01 CLOSE-STMT-WORK-RECORD.
           05 CW-TS             PIC X(16).
           05 CW-TYPE           PIC X.
           05 CW-AMOUNT         PIC 9(5)V99.
           05 CW-BALANCE        PIC 9(5)V99.
           05 CW-SIDE           PIC X.

       FD CLOSING-STATEMENT.
         01 CLOSE-STMT-LINE      PIC X(80).

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

       FD DISPUTE-FILE
           RECORD CONTAINS 209 CHARACTERS
           DATA RECORD IS DISPUTE-CASE-RECORD.
       01 DISPUTE-CASE-RECORD.
           05 DC-CASE-NUM        PIC 9(6).
           05 DC-USER-ID         PIC X(16).
      *> the disputed entry - its sequence number, the business day
      *> it was logged on, and what it was
           05 DC-TR-SEQ-NUM      PIC 9(7).
           05 DC-TXN-DATE        PIC 9(8).
           05 DC-TXN-TYPE        PIC X.
           05 DC-TERMINAL-ID     PIC X(4).
           05 DC-ACCT-SIDE       PIC X. *> "C"hecking "S"avings
           05 DC-AMOUNT          PIC 9(5)V99. *> amount in dispute
           05 DC-CLAIM           PIC X(40).
      *> "O"pen "P"rovisional credit "U"pheld "D"enied
           05 DC-STATUS          PIC X.
           05 DC-OPEN-DATE       PIC 9(8).
           05 DC-OPEN-OPERATOR   PIC X(8).
           05 DC-PROV-DATE       PIC 9(8).
           05 DC-PROV-OPERATOR   PIC X(8).
           05 DC-PROV-SEQ-NUM    PIC 9(7). *> the "A" that credited
           05 DC-UPDATE-DATE     PIC 9(8).
           05 DC-UPDATE-OPERATOR PIC X(8).
           05 DC-NOTE            PIC X(40). *> latest note
           05 DC-RESOLVE-DATE    PIC 9(8).
           05 DC-RESOLVE-OPERATOR PIC X(8).
           05 DC-RESOLVE-SEQ-NUM PIC 9(7). *> 0 when nothing posted

       FD DISPUTE-AUDIT.
         01 DISPUTE-AUDIT-LINE   PIC X(120).

      *> must match the CASH-JOURNAL-RECORD layout ATMCLOAD writes
       FD CASH-JOURNAL
           RECORD CONTAINS 39 CHARACTERS
           DATA RECORD IS CASH-JOURNAL-RECORD.
       01 CASH-JOURNAL-RECORD.
           05 CJ-TIMESTAMP      PIC X(16).
           05 CJ-TELLER-ID      PIC X(8).
           05 CJ-ADD-20         PIC 9(5).
           05 CJ-ADD-50         PIC 9(5).
           05 CJ-LOAD-TYPE      PIC X. *> "O"=Opening "T"/blank=Top-up
           05 CJ-TERMINAL-ID    PIC X(4).

       FD CASH-LOAD-FILE
           RECORD CONTAINS 10 CHARACTERS
           DATA RECORD IS CASH-LOAD-RECORD.
       01 CASH-LOAD-RECORD.
           05 CL-TRAY-20        PIC 9(5).
           05 CL-TRAY-50        PIC 9(5).

      *> must match the CARD-XREF-RECORD layout ATMAPP reads
       FD CARD-XREF-FILE
           RECORD CONTAINS 79 CHARACTERS
           DATA RECORD IS CARD-XREF-RECORD.
       01 CARD-XREF-RECORD.
           05 CX-CARD-NUMBER     PIC X(16).
           05 CX-ACCOUNT-NUMBER  PIC X(16).
      *> "A"ctive "H"ot-listed "E"xpired "R"eplaced
           05 CX-CARD-STATUS     PIC X.
           05 CX-EXPIRY-CCYYMM   PIC 9(6). *> good through; 0 = none
           05 CX-ISSUE-DATE      PIC 9(8).
           05 CX-STATUS-DATE     PIC 9(8).
           05 CX-STATUS-OPERATOR PIC X(8).
           05 CX-REPLACED-BY     PIC X(16). *> card issued in its place

       FD CARD-AUDIT.
         01 CARD-AUDIT-LINE      PIC X(120).

      *> must match the CARD-STATUS-RECORD layout written by ATMAPP
       FD CARD-STATUS-FILE
           RECORD CONTAINS 52 CHARACTERS
           DATA RECORD IS CARD-STATUS-RECORD.
       01 CARD-STATUS-RECORD.
           05 CS-USER-ID         PIC X(16).
           05 CS-LOCK-STATUS     PIC X. *> "L"=Locked "U"=Unlocked
           05 CS-FAIL-COUNT      PIC 9(2).
           05 CS-LOCK-TIMESTAMP  PIC X(16).
           05 CS-HOLD-STATUS     PIC X.
           05 CS-HOLD-TIMESTAMP  PIC X(16).
      *>*********************************************

       WORKING-STORAGE SECTION.
       01 WS-PT-STAT            PIC XX.
       01 WS-AUDIT-STAT         PIC XX.
       01 WS-RA-STAT            PIC XX.
       01 WS-SO-STAT            PIC XX.
       01 WS-AC-STAT            PIC XX.
       01 WS-CA-STAT            PIC XX.
       01 WS-HL-STAT            PIC XX.
       01 WS-CW-STAT            PIC XX.
       01 WS-DE-STAT            PIC XX.
       01 WS-DC-STAT            PIC XX.
       01 WS-DA-STAT            PIC XX.
       01 WS-CJ-STAT            PIC XX.
       01 WS-CASH-LOAD-STAT     PIC XX.
       01 WS-CX-STAT            PIC XX.
       01 WS-CD-STAT            PIC XX.
       01 WS-CS-STAT            PIC XX.

       01 MENU-CHOICE           PIC X.
       01 WS-CARD-NUMBER        PIC X(16).
       01 WS-OPERATOR-ID        PIC X(8).
       01 WS-CONFIRM            PIC X.
       01 WS-TR-TIMESTAMP       PIC X(16).
      *> set once APPLY-ADJUSTMENT has rewritten, logged and audited
       01 WS-ADJ-POSTED-FLAG    PIC X.
           88 ADJUSTMENT-POSTED   VALUE "Y".

       01 WS-MS-STAT            PIC XX.
       01 WS-MACHINE-STATE      PIC X VALUE "O".
           88 MACHINE-CLOSED      VALUE "C".
       01 WS-MS-PRESENT-FLAG    PIC X VALUE "N".
           88 MACHINE-STATE-ON-FILE VALUE "Y".
       01 WS-MS-BUSINESS-DATE   PIC 9(8).
      *> the day postings are landing on - the machine-state
      *> business date, or today on a site that never ran ATMEOD
       01 WS-BUSINESS-DATE      PIC 9(8).

       01 WS-SEQ-STAT           PIC XX.
       01 WS-SEQLK-STAT         PIC XX.
       01 WS-DISPLAY-BAL2       PIC Z(5).99.
       01 WS-DISPLAY-AMOUNT     PIC Z(5).99.

      *> account closure - the final payout per side and what the
      *> standing-order sweep found
       01 WS-PAY-CHECKING       PIC 9(5)V99.
       01 WS-PAY-SAVINGS        PIC 9(5)V99.
       01 WS-SO-EOF-FLAG        PIC X.
           88 END-OF-ORDER-FILE   VALUE "Y".
       01 WS-SO-CANCEL-COUNT    PIC 9(3) COMP.
       01 WS-SO-INBOUND-COUNT   PIC 9(3) COMP.
       01 WS-DISPLAY-COUNT      PIC ZZ9.

      *> closing statement - the part-month streams through
      *> close-stmt-work.tmp exactly as ATMSTMT stages a month
       01 WS-HIST-LOG-NAME      PIC X(30).
       01 WS-CLOSE-STMT-NAME    PIC X(40).
       01 WS-HL-EOF-FLAG        PIC X.
           88 END-OF-HISTORY-LOG  VALUE "Y".
       01 WS-CW-EOF-FLAG        PIC X.
           88 END-OF-CLOSE-WORK   VALUE "Y".
       01 WS-STMT-MONTH         PIC X(6).
       01 WS-CLOSE-DATE-X       PIC X(8).
       01 WS-DAY-SUB            PIC 9(2).
       01 WS-DAY-TXT            PIC 9(2).
       01 WS-ST-COUNT           PIC 9(7) COMP.
       01 WS-FIRST-TYPE         PIC X.
       01 WS-FIRST-AMOUNT       PIC 9(5)V99.
       01 WS-FIRST-BALANCE      PIC 9(5)V99.
      *> "Y" when the month's first entry is this closure's own
      *> payout - nothing else moved either side before it
       01 WS-FIRST-PAYOUT-FLAG  PIC X.
           88 FIRST-IS-PAYOUT     VALUE "Y".
       01 WS-OPENING-BALANCE    PIC S9(7)V99.
       01 WS-DISPLAY-OPENING    PIC -Z(6).99.
       01 WS-TYPE-DESC          PIC X(10).
       01 WS-SIDE-DESC          PIC X(3).
       01 WS-FORMATTED-DATE     PIC X(10).
       01 WS-FORMATTED-TIME     PIC X(5).

      *> deposit envelope verification - the envelope is looked up by
      *> what is written on it, the terminal and envelope number
       01 WS-DV-TERMINAL-ID     PIC X(4).
       01 WS-DV-SEQ-NUM         PIC 9(7).
       01 WS-DV-COUNTED         PIC 9(5)V99.
       01 WS-DV-EOF-FLAG        PIC X.
           88 END-OF-ENVELOPES    VALUE "Y".
       01 WS-DV-FOUND-FLAG      PIC X.
           88 ENVELOPE-FOUND      VALUE "Y".
       01 WS-DV-HELD-CHECKING   PIC 9(5)V99.
       01 WS-DV-HELD-SAVINGS    PIC 9(5)V99.
       01 WS-DV-PENDING-COUNT   PIC 9(3) COMP.

      *> dispute cases - the case being worked and the logged entry
      *> it disputes
       01 WS-CASE-MENU          PIC X.
       01 WS-DC-CASE-NUM        PIC 9(6).
       01 WS-DC-LAST-CASE       PIC 9(6).
       01 WS-DC-EOF-FLAG        PIC X.
           88 END-OF-CASES        VALUE "Y".
       01 WS-DC-FOUND-FLAG      PIC X.
           88 CASE-FOUND          VALUE "Y".
       01 WS-DC-DUP-CASE        PIC 9(6).
       01 WS-DC-OPEN-COUNT      PIC 9(3) COMP.
       01 WS-DC-SEQ-NUM         PIC 9(7).
       01 WS-DC-TXN-DATE        PIC 9(8).
       01 WS-DC-TXN-DATE-X      PIC X(8).
       01 WS-DC-ENTRY-FLAG      PIC X.
           88 DISPUTED-ENTRY-FOUND VALUE "Y".
       01 WS-DC-ENTRY-TS        PIC X(16).
       01 WS-DC-ENTRY-LAST4     PIC X(4).
       01 WS-DC-ENTRY-TYPE      PIC X.
       01 WS-DC-ENTRY-AMOUNT    PIC 9(5)V99.
       01 WS-DC-ENTRY-TERMINAL  PIC X(4).
       01 WS-DC-ENTRY-SIDE      PIC X.
       01 WS-DC-ENTRY-CHANNEL   PIC X.
       01 WS-DC-AMOUNT          PIC 9(5)V99.
       01 WS-DC-CLAIM           PIC X(40).
       01 WS-DC-NOTE            PIC X(40).
       01 WS-DC-OUTCOME         PIC X. *> "U"pheld "D"enied
       01 WS-DC-ACTION          PIC X(8).
       01 WS-DC-POSTED-SEQ      PIC 9(7).
       01 WS-DC-STATUS-DESC     PIC X(18).

      *> the disputed terminal's cash position for the business
      *> day, worked out the same way ATMCASH balances it
       01 WS-OS-TERMINAL        PIC X(4).
       01 WS-CASH-LOAD-NAME     PIC X(30).
       01 WS-CJ-EOF-FLAG        PIC X.
           88 END-OF-JOURNAL      VALUE "Y".
       01 WS-OS-OPENING-FLAG    PIC X.
           88 OS-OPENING-ON-FILE  VALUE "Y".
       01 WS-OS-OPENING-TS      PIC X(16).
       01 WS-OS-OPENING-VALUE   PIC 9(9)V99.
       01 WS-OS-LOADED-20       PIC 9(7).
       01 WS-OS-LOADED-50       PIC 9(7).
       01 WS-OS-LOADED-VALUE    PIC 9(9)V99.
       01 WS-OS-DISPENSED-VALUE PIC 9(9)V99.
       01 WS-OS-TRAY-VALUE      PIC 9(9)V99.
       01 WS-OS-EXPECTED-VALUE  PIC S9(9)V99.
       01 WS-OS-VARIANCE        PIC S9(9)V99.
       01 WS-OS-DISPLAY-VALUE   PIC Z(8).99.
       01 WS-OS-DISPLAY-VARIANCE PIC +Z(8).99.

      *> card maintenance - the card being hot-listed or replaced,
      *> the account behind it, and the new card issued
       01 WS-CARD-MENU          PIC X.
       01 WS-CM-CARD            PIC X(16).
       01 WS-CM-ACCOUNT         PIC X(16).
       01 WS-CM-NEW-CARD        PIC X(16).
       01 WS-CM-EXPIRY          PIC 9(6).
       01 WS-CM-EXPIRY-IN       PIC X(6).
       01 WS-CM-ACTION          PIC X(8).
       01 WS-CM-ON-FILE-FLAG    PIC X.
           88 CARD-ON-XREF        VALUE "Y".
       01 WS-CM-EOF-FLAG        PIC X.
           88 END-OF-XREF         VALUE "Y".
       01 WS-CM-STATUS-DESC     PIC X(11).
       01 WS-CM-OLD-STATUS      PIC X.
       01 WS-CM-REPLACED-BY     PIC X(16).
       01 WS-CM-CUSTOMER-NAME   PIC X(30).
       01 WS-CM-ACCOUNT-STATUS  PIC X.
      *> cards are issued good for three years, to the end of the
      *> month, unless the operator keys another expiry
       01 WS-CM-VALID-YEARS     PIC 9 VALUE 3.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "ATMCON - BRANCH OPERATOR CONSOLE"
              DISPLAY "4. Clear pending-transaction marker"
              DISPLAY "5. Exit"
              DISPLAY "6. Reactivate a dormant account"
              DISPLAY "7. Close an account"
              DISPLAY "8. Verify a deposit envelope"
              DISPLAY "9. Dispute cases"
              DISPLAY "A. Card maintenance (hot-list / reissue)"
              DISPLAY "Choose an option (1-9, A): "
              ACCEPT MENU-CHOICE

              EVALUATE MENU-CHOICE
                    DISPLAY "Exiting console."
                 WHEN "6"
                    PERFORM REACTIVATE-ACCOUNT
                 WHEN "7"
                    PERFORM CLOSE-ACCOUNT
                 WHEN "8"
                    PERFORM VERIFY-DEPOSIT
                 WHEN "9"
                    PERFORM DISPUTE-CASES
                 WHEN "A"
                 WHEN "a"
                    PERFORM CARD-MAINTENANCE
                 WHEN OTHER
                    DISPLAY "Invalid option. Please try again."
              END-EVALUATE
      *> never run ATMEOD has no machine-state.dat, which reads as
      *> "open"
           MOVE "O" TO WS-MACHINE-STATE
           MOVE "N" TO WS-MS-PRESENT-FLAG
           OPEN INPUT MACHINE-STATE-FILE
           IF WS-MS-STAT NOT = "35"
               READ MACHINE-STATE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE "Y" TO WS-MS-PRESENT-FLAG
                       MOVE MS-BUSINESS-DATE TO WS-MS-BUSINESS-DATE
                       MOVE MS-STATE TO WS-MACHINE-STATE
               END-READ
               CLOSE MACHINE-STATE-FILE
           END-IF
           IF MACHINE-STATE-ON-FILE
               MOVE WS-MS-BUSINESS-DATE TO WS-BUSINESS-DATE
           ELSE
               ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD
           END-IF.

       LOOK-UP-ACCOUNT.
           DISPLAY "Enter the 16-digit card number: "
           ACCEPT WS-CARD-NUMBER
           PERFORM RESOLVE-CARD-NUMBER

           OPEN INPUT ACCOUNT-FILE
           IF WS-ACCT-STAT = "35"
           DISPLAY "Checking balance:  $" WS-DISPLAY-BAL1
           DISPLAY "Savings balance:   $" WS-DISPLAY-BAL2
           DISPLAY "Withdrawn today:   $" DAILY-WITHDRAW-AMOUNT
           DISPLAY "Last withdrawal:   " LAST-WITHDRAW-DATE
           PERFORM TOTAL-PENDING-DEPOSITS
           IF WS-DV-PENDING-COUNT > 0
               MOVE WS-DV-HELD-CHECKING TO WS-DISPLAY-BAL1
               MOVE WS-DV-HELD-SAVINGS TO WS-DISPLAY-BAL2
               DISPLAY "Deposits on hold:  $" WS-DISPLAY-BAL1
                   " checking, $" WS-DISPLAY-BAL2 " savings"
           END-IF
           IF ACCOUNT-STATUS = "C"
               PERFORM SHOW-CLOSURE-DETAILS
           END-IF.

       SHOW-CLOSURE-DETAILS.
      *> accounts closed by hand before the closure option existed
      *> have no register entry - the status alone is all there is
           OPEN INPUT CLOSURE-FILE
           IF WS-AC-STAT = "35"
               EXIT PARAGRAPH
           END-IF
           MOVE USER-ID TO AC-USER-ID
           READ CLOSURE-FILE
               INVALID KEY
                   DISPLAY "Closed:            (no closure record)"
               NOT INVALID KEY
                   DISPLAY "Closed:            " AC-CLOSE-DATE
                       " by " AC-OPERATOR-ID
                       " reason " AC-REASON-CODE
           END-READ
           CLOSE CLOSURE-FILE.

       POST-ADJUSTMENT.
      *> the adjustment lands in transactions.log under its own "A"

           DISPLAY "Enter the 16-digit card number: "
           ACCEPT WS-CARD-NUMBER
           PERFORM RESOLVE-CARD-NUMBER
           DISPLAY "Adjust which balance?"
           DISPLAY "1. Checking"
           DISPLAY "2. Savings"
           CLOSE ACCOUNT-FILE.

       APPLY-ADJUSTMENT.
           MOVE "N" TO WS-ADJ-POSTED-FLAG
           IF WS-ADJ-SIDE = "1"
               IF WS-ADJ-DIRECTION = "D"
                       AND CHECKING-BALANCE < WS-ADJ-AMOUNT
           MOVE FUNCTION CURRENT-DATE(1:16) TO WS-TR-TIMESTAMP
           PERFORM LOG-ADJUSTMENT
           PERFORM WRITE-AUDIT-LINE
           SET ADJUSTMENT-POSTED TO TRUE

           MOVE WS-ADJ-AMOUNT TO WS-DISPLAY-AMOUNT
           MOVE WS-ADJ-NEW-BALANCE TO WS-DISPLAY-BAL1
               "has been verified at the branch."
           DISPLAY "Enter the 16-digit card number: "
           ACCEPT WS-CARD-NUMBER
           PERFORM RESOLVE-CARD-NUMBER

           DISPLAY "Reason code (required): "
           ACCEPT WS-REASON-CODE
           WRITE REACT-AUDIT-LINE
           CLOSE REACT-AUDIT.

       CLOSE-ACCOUNT.
      *> the supervised closure: the customer is paid out of both
      *> sides through logged branch debits, the card's standing
      *> orders come down, and the account goes to "C" with its
      *> closing date on the register. Posting waits while the
      *> machine is CLOSED, like adjustments do.
           PERFORM CHECK-MACHINE-STATE
           IF MACHINE-CLOSED
               DISPLAY "Machine is CLOSED for end-of-day "
                   "processing. Closures are disabled until it "
                   "reopens."
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Run this only after the customer's identity "
               "has been verified at the branch."
           DISPLAY "Enter the 16-digit card number: "
           ACCEPT WS-CARD-NUMBER
           PERFORM RESOLVE-CARD-NUMBER

           DISPLAY "Reason code (required): "
           ACCEPT WS-REASON-CODE
           IF WS-REASON-CODE = SPACES
               DISPLAY "A reason code is required. Closure "
                   "cancelled."
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Your operator id (required): "
           ACCEPT WS-OPERATOR-ID
           IF WS-OPERATOR-ID = SPACES
               DISPLAY "An operator id is required. Closure "
                   "cancelled."
               EXIT PARAGRAPH
           END-IF

           OPEN I-O ACCOUNT-FILE
           IF WS-ACCT-STAT = "35"
               DISPLAY "accounts.dat not found."
               EXIT PARAGRAPH
           END-IF

           MOVE WS-CARD-NUMBER TO USER-ID
           READ ACCOUNT-FILE
               INVALID KEY
                   DISPLAY "No account on file for that card. "
                       "Closure cancelled."
               NOT INVALID KEY
                   PERFORM APPLY-CLOSURE
           END-READ
           CLOSE ACCOUNT-FILE.

       APPLY-CLOSURE.
           IF ACCOUNT-STATUS = "C"
               DISPLAY "That account is already closed. Nothing "
                   "to do."
               EXIT PARAGRAPH
           END-IF

      *> an uncounted envelope is part of the balance about to be
      *> paid out - it has to be verified (and corrected) first
           PERFORM TOTAL-PENDING-DEPOSITS
           IF WS-DV-PENDING-COUNT > 0
               MOVE WS-DV-PENDING-COUNT TO WS-DISPLAY-COUNT
               DISPLAY WS-DISPLAY-COUNT " deposit envelope(s) for "
                   "this card are not yet verified."
               DISPLAY "Verify them with option 8 first. Closure "
                   "cancelled."
               EXIT PARAGRAPH
           END-IF

      *> a case still being worked may yet post a credit or take a
      *> provisional one back - it has to be resolved first
           PERFORM COUNT-OPEN-DISPUTES
           IF WS-DC-OPEN-COUNT > 0
               MOVE WS-DC-OPEN-COUNT TO WS-DISPLAY-COUNT
               DISPLAY WS-DISPLAY-COUNT " dispute case(s) for this "
                   "card are not yet resolved."
               DISPLAY "Resolve them with option 9 first. Closure "
                   "cancelled."
               EXIT PARAGRAPH
           END-IF

           MOVE CHECKING-BALANCE TO WS-PAY-CHECKING
           MOVE SAVINGS-BALANCE TO WS-PAY-SAVINGS
           MOVE WS-PAY-CHECKING TO WS-DISPLAY-BAL1
           MOVE WS-PAY-SAVINGS TO WS-DISPLAY-BAL2
           DISPLAY "Customer:                " CUSTOMER-NAME
           DISPLAY "Final checking balance:  $" WS-DISPLAY-BAL1
           DISPLAY "Final savings balance:   $" WS-DISPLAY-BAL2
           DISPLAY "Both balances will be paid out and the account "
               "closed."
           DISPLAY "Close this account? (Y/N): "
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
               DISPLAY "Closure cancelled. Account unchanged."
               EXIT PARAGRAPH
           END-IF

      *> the payout and the status change go to disk in one rewrite
      *> - the log entries follow, exactly as an adjustment does
           MOVE 0 TO CHECKING-BALANCE
           MOVE 0 TO SAVINGS-BALANCE
           MOVE "C" TO ACCOUNT-STATUS
           REWRITE ACCOUNT-RECORD
               INVALID KEY
                   DISPLAY "ERROR: unable to save account "
                       USER-ID " - FILE STATUS " WS-ACCT-STAT
                   EXIT PARAGRAPH
           END-REWRITE

           MOVE FUNCTION CURRENT-DATE(1:16) TO WS-TR-TIMESTAMP
           PERFORM POST-CLOSURE-PAYOUT
           PERFORM CANCEL-CARD-ORDERS
           PERFORM FLAG-INBOUND-ORDERS
           PERFORM SAVE-CLOSURE-RECORD
           PERFORM WRITE-CLOSING-STATEMENT
           PERFORM WRITE-CLOSURE-AUDIT-LINE

           DISPLAY "Account closed " WS-BUSINESS-DATE "."
           DISPLAY "Pay the customer $" WS-DISPLAY-BAL1
               " (checking) and $" WS-DISPLAY-BAL2 " (savings)."
           DISPLAY "Closing statement: " WS-CLOSE-STMT-NAME.

       POST-CLOSURE-PAYOUT.
      *> one branch debit per side that held money, each one on the
      *> log and the adjustment audit like any other debit - a side
      *> already at zero has nothing to pay and posts nothing
           MOVE "D" TO WS-ADJ-DIRECTION
           MOVE 0 TO WS-ADJ-NEW-BALANCE
           IF WS-PAY-CHECKING > 0
               MOVE "1" TO WS-ADJ-SIDE
               MOVE WS-PAY-CHECKING TO WS-ADJ-AMOUNT
               PERFORM LOG-ADJUSTMENT
               PERFORM WRITE-AUDIT-LINE
           END-IF
           IF WS-PAY-SAVINGS > 0
               MOVE "2" TO WS-ADJ-SIDE
               MOVE WS-PAY-SAVINGS TO WS-ADJ-AMOUNT
               PERFORM LOG-ADJUSTMENT
               PERFORM WRITE-AUDIT-LINE
           END-IF.

       CANCEL-CARD-ORDERS.
      *> positions on the card's first slot and reads until the key
      *> leaves the card, the same walk ATMAPP's order list makes
           MOVE 0 TO WS-SO-CANCEL-COUNT
           OPEN I-O STANDING-ORDER-FILE
           IF WS-SO-STAT = "35"
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-SO-EOF-FLAG
           MOVE WS-CARD-NUMBER TO SO-USER-ID
           MOVE 0 TO SO-SLOT
           START STANDING-ORDER-FILE
               KEY IS NOT LESS THAN SO-ORDER-KEY
               INVALID KEY
                   SET END-OF-ORDER-FILE TO TRUE
           END-START
           PERFORM UNTIL END-OF-ORDER-FILE
               READ STANDING-ORDER-FILE NEXT RECORD
                   AT END
                       SET END-OF-ORDER-FILE TO TRUE
                   NOT AT END
                       IF SO-USER-ID NOT = WS-CARD-NUMBER
                           SET END-OF-ORDER-FILE TO TRUE
                       ELSE
                           IF SO-STATUS = "A" OR SO-STATUS = "T"
                               PERFORM CANCEL-ONE-ORDER
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE STANDING-ORDER-FILE

           MOVE WS-SO-CANCEL-COUNT TO WS-DISPLAY-COUNT
           DISPLAY "Standing orders cancelled: " WS-DISPLAY-COUNT.

       CANCEL-ONE-ORDER.
           MOVE "C" TO SO-STATUS
           REWRITE STANDING-ORDER-RECORD
               INVALID KEY
                   DISPLAY "ERROR: unable to cancel order " SO-SLOT
                       " - FILE STATUS " WS-SO-STAT
               NOT INVALID KEY
                   ADD 1 TO WS-SO-CANCEL-COUNT
           END-REWRITE.

       FLAG-INBOUND-ORDERS.
      *> another customer's order paying into this card is theirs to
      *> cancel, not ours - it is marked "T" so ATMSORD fails it
      *> without moving money, and listed here and on the closure
      *> audit so the branch can contact the payer
           MOVE 0 TO WS-SO-INBOUND-COUNT
           OPEN I-O STANDING-ORDER-FILE
           IF WS-SO-STAT = "35"
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-SO-EOF-FLAG
           PERFORM UNTIL END-OF-ORDER-FILE
               READ STANDING-ORDER-FILE NEXT RECORD
                   AT END
                       SET END-OF-ORDER-FILE TO TRUE
                   NOT AT END
                       IF SO-DEST-CARD = WS-CARD-NUMBER
                           AND SO-USER-ID NOT = WS-CARD-NUMBER
                           AND SO-STATUS = "A"
                           PERFORM FLAG-ONE-INBOUND-ORDER
                       END-IF
               END-READ
           END-PERFORM
           CLOSE STANDING-ORDER-FILE

           IF WS-SO-INBOUND-COUNT > 0
               MOVE WS-SO-INBOUND-COUNT TO WS-DISPLAY-COUNT
               DISPLAY "*** " WS-DISPLAY-COUNT " standing order(s) "
                   "at other cards pay into this account - contact "
                   "the payers (see closure-audit.txt). ***"
           END-IF.

       FLAG-ONE-INBOUND-ORDER.
           MOVE "T" TO SO-STATUS
           REWRITE STANDING-ORDER-RECORD
               INVALID KEY
                   DISPLAY "ERROR: unable to flag order " SO-SLOT
                       " on card " SO-USER-ID " - FILE STATUS "
                       WS-SO-STAT
               NOT INVALID KEY
                   PERFORM NOTE-INBOUND-ORDER
           END-REWRITE.

       NOTE-INBOUND-ORDER.
      *> only an order really marked "T" is counted and audited
           ADD 1 TO WS-SO-INBOUND-COUNT
           MOVE SO-AMOUNT TO WS-DISPLAY-AMOUNT
           DISPLAY "  Order " SO-SLOT " on card " SO-USER-ID
               " pays $" WS-DISPLAY-AMOUNT " on day " SO-DAY

           OPEN EXTEND CLOSURE-AUDIT
           IF WS-CA-STAT = "35"
               OPEN OUTPUT CLOSURE-AUDIT
           END-IF
           MOVE SPACES TO CLOSURE-AUDIT-LINE
           STRING WS-TR-TIMESTAMP " card " WS-CARD-NUMBER
               " INBOUND ORDER from card " SO-USER-ID
               " slot " SO-SLOT " amount " SO-AMOUNT
               " - payer to be contacted"
               DELIMITED BY SIZE INTO CLOSURE-AUDIT-LINE
           WRITE CLOSURE-AUDIT-LINE
           CLOSE CLOSURE-AUDIT.

       SAVE-CLOSURE-RECORD.
      *> the first closure ever has no register yet - create it on
      *> first use. A card reopened by hand and closed again keeps
      *> only its latest closure here; the audit file has them all.
           OPEN I-O CLOSURE-FILE
           IF WS-AC-STAT = "35"
               OPEN OUTPUT CLOSURE-FILE
               CLOSE CLOSURE-FILE
               OPEN I-O CLOSURE-FILE
           END-IF

           MOVE WS-CARD-NUMBER   TO AC-USER-ID
           MOVE WS-BUSINESS-DATE TO AC-CLOSE-DATE
           MOVE WS-TR-TIMESTAMP  TO AC-CLOSE-TIMESTAMP
           MOVE WS-REASON-CODE   TO AC-REASON-CODE
           MOVE WS-OPERATOR-ID   TO AC-OPERATOR-ID
           MOVE WS-PAY-CHECKING  TO AC-PAID-CHECKING
           MOVE WS-PAY-SAVINGS   TO AC-PAID-SAVINGS
           WRITE ACCOUNT-CLOSURE-RECORD
               INVALID KEY
                   REWRITE ACCOUNT-CLOSURE-RECORD
                       INVALID KEY
                           DISPLAY "ERROR: unable to record the "
                               "closing date - FILE STATUS "
                               WS-AC-STAT
                   END-REWRITE
           END-WRITE
           CLOSE CLOSURE-FILE.

       WRITE-CLOSURE-AUDIT-LINE.
      *> the first closure ever has no audit file yet - OPEN EXTEND
      *> sets status 35 instead of creating one
           OPEN EXTEND CLOSURE-AUDIT
           IF WS-CA-STAT = "35"
               OPEN OUTPUT CLOSURE-AUDIT
           END-IF
           MOVE SPACES TO CLOSURE-AUDIT-LINE
           STRING WS-TR-TIMESTAMP " card " WS-CARD-NUMBER
               " CLOSED " WS-BUSINESS-DATE
               " paid chk " WS-PAY-CHECKING
               " sav " WS-PAY-SAVINGS
               " reason " WS-REASON-CODE
               " operator " WS-OPERATOR-ID
               DELIMITED BY SIZE INTO CLOSURE-AUDIT-LINE
           WRITE CLOSURE-AUDIT-LINE
           MOVE WS-SO-CANCEL-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO CLOSURE-AUDIT-LINE
           STRING WS-TR-TIMESTAMP " card " WS-CARD-NUMBER
               " standing orders cancelled " WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO CLOSURE-AUDIT-LINE
           WRITE CLOSURE-AUDIT-LINE
           CLOSE CLOSURE-AUDIT.

       WRITE-CLOSING-STATEMENT.
      *> the part-month from the 1st to the closing date, laid out
      *> like ATMSTMT's monthly statement - the day archives first,
      *> then the live log, which already holds the payout debits
           MOVE WS-BUSINESS-DATE TO WS-CLOSE-DATE-X
           MOVE WS-CLOSE-DATE-X(1:6) TO WS-STMT-MONTH
           MOVE 0 TO WS-ST-COUNT

           MOVE SPACES TO WS-CLOSE-STMT-NAME
           STRING "closing-statement-" WS-CARD-NUMBER(13:4) "-"
               WS-CLOSE-DATE-X ".txt"
               DELIMITED BY SIZE INTO WS-CLOSE-STMT-NAME

           OPEN OUTPUT CLOSE-STMT-WORK
           IF WS-CW-STAT NOT = "00"
               DISPLAY "ERROR: closing statement not written - "
                   "cannot open close-stmt-work.tmp (FILE STATUS "
                   WS-CW-STAT ")"
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-DAY-SUB FROM 1 BY 1
                   UNTIL WS-DAY-SUB > 31
               MOVE WS-DAY-SUB TO WS-DAY-TXT
               MOVE SPACES TO WS-HIST-LOG-NAME
               STRING "transactions-" WS-STMT-MONTH WS-DAY-TXT
                   ".log" DELIMITED BY SIZE INTO WS-HIST-LOG-NAME
               PERFORM COLLECT-CLOSING-ENTRIES
           END-PERFORM

           MOVE "transactions.log" TO WS-HIST-LOG-NAME
           PERFORM COLLECT-CLOSING-ENTRIES
           CLOSE CLOSE-STMT-WORK

           OPEN OUTPUT CLOSING-STATEMENT
           MOVE "ACCOUNT CLOSING STATEMENT" TO CLOSE-STMT-LINE
           WRITE CLOSE-STMT-LINE
           MOVE SPACES TO CLOSE-STMT-LINE
           STRING "Customer: " CUSTOMER-NAME
               DELIMITED BY SIZE INTO CLOSE-STMT-LINE
           WRITE CLOSE-STMT-LINE
           MOVE SPACES TO CLOSE-STMT-LINE
           STRING "Card ****-" WS-CARD-NUMBER(13:4)
               "    Period: " WS-STMT-MONTH(1:4) "/"
               WS-STMT-MONTH(5:2) "/01 to " WS-CLOSE-DATE-X(1:4)
               "/" WS-CLOSE-DATE-X(5:2) "/" WS-CLOSE-DATE-X(7:2)
               DELIMITED BY SIZE INTO CLOSE-STMT-LINE
           WRITE CLOSE-STMT-LINE
           MOVE "==================================================="
               TO CLOSE-STMT-LINE
           WRITE CLOSE-STMT-LINE

           IF WS-ST-COUNT = 0
               MOVE "No activity this period." TO CLOSE-STMT-LINE
               WRITE CLOSE-STMT-LINE
           ELSE
               PERFORM DERIVE-CLOSING-OPENING
               MOVE WS-OPENING-BALANCE TO WS-DISPLAY-OPENING
               MOVE SPACES TO CLOSE-STMT-LINE
               STRING "Opening balance (derived): $"
                   WS-DISPLAY-OPENING
                   DELIMITED BY SIZE INTO CLOSE-STMT-LINE
               WRITE CLOSE-STMT-LINE
               MOVE SPACES TO CLOSE-STMT-LINE
               WRITE CLOSE-STMT-LINE

               MOVE "N" TO WS-CW-EOF-FLAG
               OPEN INPUT CLOSE-STMT-WORK
               PERFORM UNTIL END-OF-CLOSE-WORK
                  READ CLOSE-STMT-WORK
                     AT END
                        SET END-OF-CLOSE-WORK TO TRUE
                     NOT AT END
                        PERFORM WRITE-CLOSING-DETAIL-LINE
                  END-READ
               END-PERFORM
               CLOSE CLOSE-STMT-WORK
           END-IF

           MOVE "==================================================="
               TO CLOSE-STMT-LINE
           WRITE CLOSE-STMT-LINE
           MOVE SPACES TO CLOSE-STMT-LINE
           STRING "Final payout: Checking $" WS-DISPLAY-BAL1
               "  Savings $" WS-DISPLAY-BAL2
               DELIMITED BY SIZE INTO CLOSE-STMT-LINE
           WRITE CLOSE-STMT-LINE
           MOVE SPACES TO CLOSE-STMT-LINE
           STRING "Account closed " WS-CLOSE-DATE-X(1:4) "/"
               WS-CLOSE-DATE-X(5:2) "/" WS-CLOSE-DATE-X(7:2)
               " - closing balances $0.00 checking, $0.00 savings."
               DELIMITED BY SIZE INTO CLOSE-STMT-LINE
           WRITE CLOSE-STMT-LINE
           CLOSE CLOSING-STATEMENT.

       COLLECT-CLOSING-ENTRIES.
      *> this card's entries for the closing month out of whichever
      *> log WS-HIST-LOG-NAME points at - a missing file adds nothing
           MOVE "N" TO WS-HL-EOF-FLAG
           OPEN INPUT HISTORY-LOG
           IF WS-HL-STAT NOT = "35"
               PERFORM UNTIL END-OF-HISTORY-LOG
                  READ HISTORY-LOG
                     AT END
                        SET END-OF-HISTORY-LOG TO TRUE
                     NOT AT END
                        IF HISTORY-RECORD(1:8) NOT = "TRAILER:"
                            AND HL-CARD-LAST4 = WS-CARD-NUMBER(13:4)
                            AND HL-TIMESTAMP(1:6) = WS-STMT-MONTH
                            PERFORM STORE-CLOSING-ENTRY
                        END-IF
                  END-READ
               END-PERFORM
               CLOSE HISTORY-LOG
           END-IF.

       STORE-CLOSING-ENTRY.
           ADD 1 TO WS-ST-COUNT
           MOVE HL-TIMESTAMP   TO CW-TS
           MOVE HL-TYPE        TO CW-TYPE
           MOVE HL-AMOUNT      TO CW-AMOUNT
           MOVE HL-NEW-BALANCE TO CW-BALANCE
           MOVE HL-ACCT-SIDE   TO CW-SIDE
           WRITE CLOSE-STMT-WORK-RECORD
           IF WS-ST-COUNT = 1
               MOVE HL-TYPE        TO WS-FIRST-TYPE
               MOVE HL-AMOUNT      TO WS-FIRST-AMOUNT
               MOVE HL-NEW-BALANCE TO WS-FIRST-BALANCE
               MOVE "N" TO WS-FIRST-PAYOUT-FLAG
               IF HL-TYPE = "A" AND HL-CHANNEL = "B"
                   AND HL-TIMESTAMP = WS-TR-TIMESTAMP
                   SET FIRST-IS-PAYOUT TO TRUE
               END-IF
           END-IF.

       DERIVE-CLOSING-OPENING.
      *> same derivation ATMSTMT prints - the first entry's balance
      *> with that entry backed out, hence "(derived)". The payout
      *> debits from POST-CLOSURE-PAYOUT carry the closure's own
      *> timestamp; when one of them opens the month, the month
      *> opened on exactly the balances being paid out.
           IF FIRST-IS-PAYOUT
               COMPUTE WS-OPENING-BALANCE =
                   WS-PAY-CHECKING + WS-PAY-SAVINGS
               EXIT PARAGRAPH
           END-IF
           EVALUATE WS-FIRST-TYPE
               WHEN "D"
               WHEN "I"
               WHEN "A"
                   COMPUTE WS-OPENING-BALANCE =
                       WS-FIRST-BALANCE - WS-FIRST-AMOUNT
               WHEN "W"
               WHEN "T"
               WHEN "F"
                   COMPUTE WS-OPENING-BALANCE =
                       WS-FIRST-BALANCE + WS-FIRST-AMOUNT
               WHEN OTHER
                   MOVE WS-FIRST-BALANCE TO WS-OPENING-BALANCE
           END-EVALUATE.

       WRITE-CLOSING-DETAIL-LINE.
           EVALUATE CW-TYPE
               WHEN "W"
                   MOVE "WITHDRAWAL" TO WS-TYPE-DESC
               WHEN "D"
                   MOVE "DEPOSIT"    TO WS-TYPE-DESC
               WHEN "T"
                   MOVE "TRANSFER"   TO WS-TYPE-DESC
               WHEN "I"
                   MOVE "INTEREST"   TO WS-TYPE-DESC
               WHEN "A"
                   IF CW-TS = WS-TR-TIMESTAMP
                       MOVE "PAYOUT"     TO WS-TYPE-DESC
                   ELSE
                       MOVE "ADJUSTMENT" TO WS-TYPE-DESC
                   END-IF
               WHEN "F"
                   MOVE "FEE"        TO WS-TYPE-DESC
               WHEN OTHER
                   MOVE "UNKNOWN"    TO WS-TYPE-DESC
           END-EVALUATE

           MOVE CW-TS(1:4) TO WS-FORMATTED-DATE(1:4)
           MOVE "/" TO WS-FORMATTED-DATE(5:1)
           MOVE CW-TS(5:2) TO WS-FORMATTED-DATE(6:2)
           MOVE "/" TO WS-FORMATTED-DATE(8:1)
           MOVE CW-TS(7:2) TO WS-FORMATTED-DATE(9:2)
           MOVE CW-TS(9:2) TO WS-FORMATTED-TIME(1:2)
           MOVE ":" TO WS-FORMATTED-TIME(3:1)
           MOVE CW-TS(11:2) TO WS-FORMATTED-TIME(4:2)

           EVALUATE CW-SIDE
               WHEN "C"
                   MOVE "CHK" TO WS-SIDE-DESC
               WHEN "S"
                   MOVE "SAV" TO WS-SIDE-DESC
               WHEN OTHER
                   MOVE "   " TO WS-SIDE-DESC
           END-EVALUATE

           MOVE CW-AMOUNT TO WS-DISPLAY-AMOUNT
           MOVE CW-BALANCE TO WS-DISPLAY-OPENING
           MOVE SPACES TO CLOSE-STMT-LINE
           STRING WS-FORMATTED-DATE " " WS-FORMATTED-TIME "  "
               WS-TYPE-DESC " " WS-SIDE-DESC "  $" WS-DISPLAY-AMOUNT
               "  balance after $" WS-DISPLAY-OPENING
               DELIMITED BY SIZE INTO CLOSE-STMT-LINE
           WRITE CLOSE-STMT-LINE.

       VERIFY-DEPOSIT.
      *> the teller's count of an ATM deposit envelope. A count that
      *> matches releases the hold; one that differs is put right
      *> with a logged, audited branch adjustment for the
      *> difference, and the envelope is marked for the daily
      *> deposit-exceptions report. Posting waits while the machine
      *> is CLOSED, like adjustments do.
           PERFORM CHECK-MACHINE-STATE
           IF MACHINE-CLOSED
               DISPLAY "Machine is CLOSED for end-of-day "
                   "processing. Verification is disabled until it "
                   "reopens."
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Terminal id on the envelope (e.g. T1): "
           ACCEPT WS-DV-TERMINAL-ID
           DISPLAY "Envelope number: "
           ACCEPT USER-INPUT-STR
           MOVE FUNCTION TEST-NUMVAL(USER-INPUT-STR) TO WS-NUMVAL-CHECK
           IF WS-NUMVAL-CHECK NOT = 0
               OR FUNCTION NUMVAL(USER-INPUT-STR) < 1
               OR FUNCTION NUMVAL(USER-INPUT-STR) > 9999999
               DISPLAY "Invalid envelope number. Verification "
                   "cancelled."
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(USER-INPUT-STR) TO WS-DV-SEQ-NUM

           OPEN I-O DEPOSIT-FILE
           IF WS-DE-STAT = "35"
               DISPLAY "No deposit envelopes on file."
               EXIT PARAGRAPH
           END-IF

           PERFORM FIND-ENVELOPE
           IF NOT ENVELOPE-FOUND
               DISPLAY "No envelope " WS-DV-TERMINAL-ID " "
                   WS-DV-SEQ-NUM " on file. Verification cancelled."
               CLOSE DEPOSIT-FILE
               EXIT PARAGRAPH
           END-IF

           MOVE DE-KEYED-AMOUNT TO WS-DISPLAY-AMOUNT
           DISPLAY "Card:              " DE-USER-ID
           DISPLAY "Deposited:         " DE-DEPOSIT-TIMESTAMP(1:8)
               " " DE-DEPOSIT-TIMESTAMP(9:6) " to side "
               DE-ACCT-SIDE
           DISPLAY "Keyed amount:      $" WS-DISPLAY-AMOUNT

           IF DE-STATUS NOT = "P"
               MOVE DE-COUNTED-AMOUNT TO WS-DISPLAY-AMOUNT
               DISPLAY "Already verified " DE-VERIFY-DATE " by "
                   DE-OPERATOR-ID " - counted $" WS-DISPLAY-AMOUNT
                   ". Nothing to do."
               CLOSE DEPOSIT-FILE
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Counted amount: "
           ACCEPT USER-INPUT-STR
           MOVE FUNCTION TEST-NUMVAL(USER-INPUT-STR) TO WS-NUMVAL-CHECK
           IF WS-NUMVAL-CHECK NOT = 0
               OR FUNCTION NUMVAL(USER-INPUT-STR) < 0
               OR FUNCTION NUMVAL(USER-INPUT-STR) > 99999.99
               DISPLAY "Invalid amount. Verification cancelled."
               CLOSE DEPOSIT-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(USER-INPUT-STR) TO WS-DV-COUNTED

           DISPLAY "Your operator id (required): "
           ACCEPT WS-OPERATOR-ID
           IF WS-OPERATOR-ID = SPACES
               DISPLAY "An operator id is required. Verification "
                   "cancelled."
               CLOSE DEPOSIT-FILE
               EXIT PARAGRAPH
           END-IF

           IF WS-DV-COUNTED = DE-KEYED-AMOUNT
               MOVE "V" TO DE-STATUS
               PERFORM SAVE-ENVELOPE-VERIFICATION
               DISPLAY "Count matches. Hold released."
           ELSE
               PERFORM CORRECT-DEPOSIT-DIFFERENCE
           END-IF
           CLOSE DEPOSIT-FILE.

       FIND-ENVELOPE.
      *> the file is keyed by card, which is not on the envelope -
      *> a straight pass finds the terminal and number instead
           MOVE "N" TO WS-DV-FOUND-FLAG
           MOVE "N" TO WS-DV-EOF-FLAG
           PERFORM UNTIL END-OF-ENVELOPES OR ENVELOPE-FOUND
              READ DEPOSIT-FILE NEXT RECORD
                 AT END
                    SET END-OF-ENVELOPES TO TRUE
                 NOT AT END
                    IF DE-SEQ-NUM = WS-DV-SEQ-NUM
                        AND DE-TERMINAL-ID = WS-DV-TERMINAL-ID
                        SET ENVELOPE-FOUND TO TRUE
                    END-IF
              END-READ
           END-PERFORM.

       CORRECT-DEPOSIT-DIFFERENCE.
      *> short envelope: debit the difference back; over: credit
      *> it. Either way through APPLY-ADJUSTMENT, so it is on the
      *> log and the adjustment audit under reason DEPV
           MOVE DE-USER-ID TO WS-CARD-NUMBER
           IF DE-ACCT-SIDE = "S"
               MOVE "2" TO WS-ADJ-SIDE
           ELSE
               MOVE "1" TO WS-ADJ-SIDE
           END-IF
           IF WS-DV-COUNTED < DE-KEYED-AMOUNT
               MOVE "D" TO WS-ADJ-DIRECTION
               COMPUTE WS-ADJ-AMOUNT =
                   DE-KEYED-AMOUNT - WS-DV-COUNTED
           ELSE
               MOVE "C" TO WS-ADJ-DIRECTION
               COMPUTE WS-ADJ-AMOUNT =
                   WS-DV-COUNTED - DE-KEYED-AMOUNT
           END-IF
           MOVE "DEPV" TO WS-REASON-CODE

           MOVE WS-DV-COUNTED TO WS-DISPLAY-BAL1
           MOVE WS-ADJ-AMOUNT TO WS-DISPLAY-BAL2
           DISPLAY "Counted $" WS-DISPLAY-BAL1 " does not match the "
               "keyed amount."
           IF WS-ADJ-DIRECTION = "D"
               DISPLAY "A debit of $" WS-DISPLAY-BAL2
                   " will be posted to correct the deposit."
           ELSE
               DISPLAY "A credit of $" WS-DISPLAY-BAL2
                   " will be posted to correct the deposit."
           END-IF
           DISPLAY "Post the correction? (Y/N): "
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
               DISPLAY "Verification cancelled. Envelope remains "
                   "on hold."
               EXIT PARAGRAPH
           END-IF

           OPEN I-O ACCOUNT-FILE
           IF WS-ACCT-STAT = "35"
               DISPLAY "accounts.dat not found."
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-ADJ-POSTED-FLAG
           MOVE WS-CARD-NUMBER TO USER-ID
           READ ACCOUNT-FILE
               INVALID KEY
                   DISPLAY "No account on file for that card. "
                       "Verification cancelled."
               NOT INVALID KEY
                   PERFORM APPLY-ADJUSTMENT
           END-READ
           CLOSE ACCOUNT-FILE

      *> the envelope leaves the hold only once the correction is
      *> safely on the account, the log and the audit
           IF ADJUSTMENT-POSTED
               MOVE "X" TO DE-STATUS
               PERFORM SAVE-ENVELOPE-VERIFICATION
               DISPLAY "Correction posted. Hold released; the "
                   "envelope is on today's deposit-exceptions "
                   "report."
           ELSE
               DISPLAY "Correction not posted. Envelope remains on "
                   "hold - refer to the branch manager."
           END-IF.

       SAVE-ENVELOPE-VERIFICATION.
           MOVE WS-DV-COUNTED TO DE-COUNTED-AMOUNT
           MOVE WS-BUSINESS-DATE TO DE-VERIFY-DATE
           MOVE FUNCTION CURRENT-DATE(1:16) TO DE-VERIFY-TIMESTAMP
           MOVE WS-OPERATOR-ID TO DE-OPERATOR-ID
           REWRITE DEPOSIT-ENVELOPE-RECORD
               INVALID KEY
                   DISPLAY "ERROR: unable to save envelope - FILE "
                       "STATUS " WS-DE-STAT
           END-REWRITE.

       TOTAL-PENDING-DEPOSITS.
      *> USER-ID's envelopes still waiting for a count, per side
           MOVE 0 TO WS-DV-HELD-CHECKING
           MOVE 0 TO WS-DV-HELD-SAVINGS
           MOVE 0 TO WS-DV-PENDING-COUNT
           OPEN INPUT DEPOSIT-FILE
           IF WS-DE-STAT NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-DV-EOF-FLAG
           MOVE USER-ID TO DE-USER-ID
           MOVE 0 TO DE-SEQ-NUM
           START DEPOSIT-FILE KEY IS >= DE-ENVELOPE-KEY
               INVALID KEY
                   SET END-OF-ENVELOPES TO TRUE
           END-START
           PERFORM UNTIL END-OF-ENVELOPES
              READ DEPOSIT-FILE NEXT RECORD
                 AT END
                    SET END-OF-ENVELOPES TO TRUE
                 NOT AT END
                    IF DE-USER-ID NOT = USER-ID
                        SET END-OF-ENVELOPES TO TRUE
                    ELSE
                        IF DE-STATUS = "P"
                            ADD 1 TO WS-DV-PENDING-COUNT
                            IF DE-ACCT-SIDE = "S"
                                ADD DE-KEYED-AMOUNT TO
                                    WS-DV-HELD-SAVINGS
                            ELSE
                                ADD DE-KEYED-AMOUNT TO
                                    WS-DV-HELD-CHECKING
                            END-IF
                        END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE DEPOSIT-FILE.

       DISPUTE-CASES.
      *> the customer's "the machine didn't give me my money" -
      *> a case is opened against the logged entry, may carry a
      *> provisional credit while it is looked into, and is
      *> resolved upheld or denied. Every posting goes through
      *> APPLY-ADJUSTMENT, so it is on the log and the adjustment
      *> audit like any other branch adjustment.
           DISPLAY " "
           DISPLAY "===== DISPUTE CASES ====="
           DISPLAY "1. Open a case"
           DISPLAY "2. Update a case (provisional credit / note)"
           DISPLAY "3. Resolve a case"
           DISPLAY "4. Look up a case"
           DISPLAY "Choose an option (1-4): "
           ACCEPT WS-CASE-MENU

           EVALUATE WS-CASE-MENU
              WHEN "1"
                 PERFORM OPEN-DISPUTE-CASE
              WHEN "2"
                 PERFORM UPDATE-DISPUTE-CASE
              WHEN "3"
                 PERFORM RESOLVE-DISPUTE-CASE
              WHEN "4"
                 PERFORM LOOK-UP-DISPUTE-CASE
              WHEN OTHER
                 DISPLAY "Invalid option."
           END-EVALUATE.

       OPEN-DISPUTE-CASE.
      *> reads the live log and today's cash position, so it waits
      *> while the machine is CLOSED like the posting options do
           PERFORM CHECK-MACHINE-STATE
           IF MACHINE-CLOSED
               DISPLAY "Machine is CLOSED for end-of-day "
                   "processing. Dispute cases are disabled until it "
                   "reopens."
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Enter the 16-digit card number: "
           ACCEPT WS-CARD-NUMBER
           PERFORM RESOLVE-CARD-NUMBER
           OPEN INPUT ACCOUNT-FILE
           IF WS-ACCT-STAT = "35"
               DISPLAY "accounts.dat not found."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CARD-NUMBER TO USER-ID
           READ ACCOUNT-FILE
               INVALID KEY
                   DISPLAY "No account on file for that card. "
                       "Case not opened."
                   CLOSE ACCOUNT-FILE
                   EXIT PARAGRAPH
           END-READ
           CLOSE ACCOUNT-FILE
           DISPLAY "Customer:          " CUSTOMER-NAME
           IF ACCOUNT-STATUS = "C"
               DISPLAY "That account is closed - nothing could be "
                   "credited to it. Case not opened."
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Sequence number of the disputed entry: "
           ACCEPT USER-INPUT-STR
           MOVE FUNCTION TEST-NUMVAL(USER-INPUT-STR) TO WS-NUMVAL-CHECK
           IF WS-NUMVAL-CHECK NOT = 0
               OR FUNCTION NUMVAL(USER-INPUT-STR) < 1
               OR FUNCTION NUMVAL(USER-INPUT-STR) > 9999999
               DISPLAY "Invalid sequence number. Case not opened."
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(USER-INPUT-STR) TO WS-DC-SEQ-NUM

      *> today's entries are still in the live log; an earlier
      *> day's were cut to that day's archive by the close
           DISPLAY "Business date of the entry (CCYYMMDD, blank "
               "for today): "
           ACCEPT USER-INPUT-STR
           IF USER-INPUT-STR = SPACES
               MOVE WS-BUSINESS-DATE TO WS-DC-TXN-DATE
           ELSE
               IF USER-INPUT-STR(1:8) NOT NUMERIC
                   OR USER-INPUT-STR(9:2) NOT = SPACES
                   DISPLAY "Invalid date. Case not opened."
                   EXIT PARAGRAPH
               END-IF
               MOVE USER-INPUT-STR(1:8) TO WS-DC-TXN-DATE
           END-IF
           IF WS-DC-TXN-DATE > WS-BUSINESS-DATE
               DISPLAY "That date is after the business date "
                   WS-BUSINESS-DATE ". Case not opened."
               EXIT PARAGRAPH
           END-IF

           PERFORM FIND-DISPUTED-ENTRY
           IF NOT DISPUTED-ENTRY-FOUND
               DISPLAY "Entry " WS-DC-SEQ-NUM " is not in "
                   WS-HIST-LOG-NAME ". Case not opened."
               EXIT PARAGRAPH
           END-IF
           IF WS-DC-ENTRY-LAST4 NOT = WS-CARD-NUMBER(13:4)
               DISPLAY "Entry " WS-DC-SEQ-NUM " belongs to card "
                   "****-" WS-DC-ENTRY-LAST4 ", not this card. "
                   "Case not opened."
               EXIT PARAGRAPH
           END-IF

           MOVE WS-DC-ENTRY-AMOUNT TO WS-DISPLAY-AMOUNT
           DISPLAY "Disputed entry:    " WS-DC-ENTRY-TS(1:8) " "
               WS-DC-ENTRY-TS(9:6) " type " WS-DC-ENTRY-TYPE
               " $" WS-DISPLAY-AMOUNT " terminal "
               WS-DC-ENTRY-TERMINAL

           OPEN I-O DISPUTE-FILE
           IF WS-DC-STAT = "35"
               OPEN OUTPUT DISPUTE-FILE
               CLOSE DISPUTE-FILE
               OPEN I-O DISPUTE-FILE
           END-IF
           IF WS-DC-STAT NOT = "00"
               DISPLAY "ERROR: cannot open dispute-cases.dat - FILE "
                   "STATUS " WS-DC-STAT
               EXIT PARAGRAPH
           END-IF

           PERFORM SCAN-DISPUTE-CASES
           IF WS-DC-DUP-CASE NOT = 0
               DISPLAY "Case " WS-DC-DUP-CASE " is already open for "
                   "that entry. Case not opened."
               CLOSE DISPUTE-FILE
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Amount in dispute (blank for the full $"
               WS-DISPLAY-AMOUNT "): "
           ACCEPT USER-INPUT-STR
           IF USER-INPUT-STR = SPACES
               MOVE WS-DC-ENTRY-AMOUNT TO WS-DC-AMOUNT
           ELSE
               MOVE FUNCTION TEST-NUMVAL(USER-INPUT-STR)
                   TO WS-NUMVAL-CHECK
               IF WS-NUMVAL-CHECK NOT = 0
                   OR FUNCTION NUMVAL(USER-INPUT-STR) <= 0
                   OR FUNCTION NUMVAL(USER-INPUT-STR) >
                       WS-DC-ENTRY-AMOUNT
                   DISPLAY "Invalid amount - it must be more than "
                       "zero and no more than the entry. Case not "
                       "opened."
                   CLOSE DISPUTE-FILE
                   EXIT PARAGRAPH
               END-IF
               MOVE FUNCTION NUMVAL(USER-INPUT-STR) TO WS-DC-AMOUNT
           END-IF

           DISPLAY "Customer's claim (required): "
           ACCEPT WS-DC-CLAIM
           IF WS-DC-CLAIM = SPACES
               DISPLAY "The customer's claim is required. Case not "
                   "opened."
               CLOSE DISPUTE-FILE
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Your operator id (required): "
           ACCEPT WS-OPERATOR-ID
           IF WS-OPERATOR-ID = SPACES
               DISPLAY "An operator id is required. Case not "
                   "opened."
               CLOSE DISPUTE-FILE
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO DISPUTE-CASE-RECORD
           ADD 1 TO WS-DC-LAST-CASE
           MOVE WS-DC-LAST-CASE      TO DC-CASE-NUM
           MOVE WS-CARD-NUMBER       TO DC-USER-ID
           MOVE WS-DC-SEQ-NUM        TO DC-TR-SEQ-NUM
           MOVE WS-DC-TXN-DATE       TO DC-TXN-DATE
           MOVE WS-DC-ENTRY-TYPE     TO DC-TXN-TYPE
           MOVE WS-DC-ENTRY-TERMINAL TO DC-TERMINAL-ID
           IF WS-DC-ENTRY-SIDE = "S"
               MOVE "S" TO DC-ACCT-SIDE
           ELSE
               MOVE "C" TO DC-ACCT-SIDE
           END-IF
           MOVE WS-DC-AMOUNT         TO DC-AMOUNT
           MOVE WS-DC-CLAIM          TO DC-CLAIM
           MOVE "O"                  TO DC-STATUS
           MOVE WS-BUSINESS-DATE     TO DC-OPEN-DATE
           MOVE WS-OPERATOR-ID       TO DC-OPEN-OPERATOR
           MOVE 0                    TO DC-PROV-DATE
           MOVE 0                    TO DC-PROV-SEQ-NUM
           MOVE 0                    TO DC-UPDATE-DATE
           MOVE 0                    TO DC-RESOLVE-DATE
           MOVE 0                    TO DC-RESOLVE-SEQ-NUM
           WRITE DISPUTE-CASE-RECORD
               INVALID KEY
                   DISPLAY "ERROR: unable to save case - FILE "
                       "STATUS " WS-DC-STAT
                   CLOSE DISPUTE-FILE
                   EXIT PARAGRAPH
           END-WRITE

           MOVE "OPENED" TO WS-DC-ACTION
           PERFORM WRITE-DISPUTE-AUDIT-LINE
           DISPLAY "Case " DC-CASE-NUM " opened."
           CLOSE DISPUTE-FILE

           PERFORM SHOW-TERMINAL-OVER-SHORT.

       FIND-DISPUTED-ENTRY.
      *> the entry by its sequence number, in the live log for the
      *> business date or in the day's archive for an earlier date
           MOVE "N" TO WS-DC-ENTRY-FLAG
           IF WS-DC-TXN-DATE = WS-BUSINESS-DATE
               MOVE "transactions.log" TO WS-HIST-LOG-NAME
           ELSE
               MOVE WS-DC-TXN-DATE TO WS-DC-TXN-DATE-X
               MOVE SPACES TO WS-HIST-LOG-NAME
               STRING "transactions-" WS-DC-TXN-DATE-X ".log"
                   DELIMITED BY SIZE INTO WS-HIST-LOG-NAME
           END-IF

           MOVE "N" TO WS-HL-EOF-FLAG
           OPEN INPUT HISTORY-LOG
           IF WS-HL-STAT = "35"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-HISTORY-LOG OR DISPUTED-ENTRY-FOUND
              READ HISTORY-LOG
                 AT END
                    SET END-OF-HISTORY-LOG TO TRUE
                 NOT AT END
                    IF HISTORY-RECORD(1:8) NOT = "TRAILER:"
                        AND HL-SEQ-NUM = WS-DC-SEQ-NUM
                        SET DISPUTED-ENTRY-FOUND TO TRUE
                        MOVE HL-TIMESTAMP   TO WS-DC-ENTRY-TS
                        MOVE HL-CARD-LAST4  TO WS-DC-ENTRY-LAST4
                        MOVE HL-TYPE        TO WS-DC-ENTRY-TYPE
                        MOVE HL-AMOUNT      TO WS-DC-ENTRY-AMOUNT
                        MOVE HL-TERMINAL-ID TO WS-DC-ENTRY-TERMINAL
                        MOVE HL-ACCT-SIDE   TO WS-DC-ENTRY-SIDE
                        MOVE HL-CHANNEL     TO WS-DC-ENTRY-CHANNEL
                    END-IF
              END-READ
           END-PERFORM
           CLOSE HISTORY-LOG.

       SCAN-DISPUTE-CASES.
      *> one pass finds the last case number handed out and any
      *> case still being worked on the same entry
           MOVE 0 TO WS-DC-LAST-CASE
           MOVE 0 TO WS-DC-DUP-CASE
           MOVE "N" TO WS-DC-EOF-FLAG
           PERFORM UNTIL END-OF-CASES
              READ DISPUTE-FILE NEXT RECORD
                 AT END
                    SET END-OF-CASES TO TRUE
                 NOT AT END
                    MOVE DC-CASE-NUM TO WS-DC-LAST-CASE
                    IF DC-TR-SEQ-NUM = WS-DC-SEQ-NUM
                        AND (DC-STATUS = "O" OR DC-STATUS = "P")
                        MOVE DC-CASE-NUM TO WS-DC-DUP-CASE
                    END-IF
              END-READ
           END-PERFORM.

       SHOW-TERMINAL-OVER-SHORT.
      *> the disputed machine's cash position so far today - the
      *> same opening + top-ups - dispensed against the tray state
      *> that ATMCASH reports at the close. Over means the tray
      *> holds more than the log says it should.
           MOVE WS-DC-ENTRY-TERMINAL TO WS-OS-TERMINAL
           IF WS-OS-TERMINAL = SPACES
               IF WS-DC-ENTRY-CHANNEL = "A"
                   OR WS-DC-ENTRY-CHANNEL = SPACE
                   MOVE "T1" TO WS-OS-TERMINAL
               ELSE
                   DISPLAY "The disputed entry did not come from a "
                       "terminal - no cash position to show."
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE "N" TO WS-OS-OPENING-FLAG
           MOVE SPACES TO WS-OS-OPENING-TS
           MOVE 0 TO WS-OS-OPENING-VALUE
           MOVE 0 TO WS-OS-LOADED-20
           MOVE 0 TO WS-OS-LOADED-50
           MOVE 0 TO WS-OS-DISPENSED-VALUE
           MOVE 0 TO WS-OS-TRAY-VALUE

           PERFORM SUM-TERMINAL-LOADS
           PERFORM SUM-TERMINAL-DISPENSED
           PERFORM READ-TERMINAL-TRAY

           COMPUTE WS-OS-EXPECTED-VALUE =
               WS-OS-OPENING-VALUE + WS-OS-LOADED-VALUE
               - WS-OS-DISPENSED-VALUE
           COMPUTE WS-OS-VARIANCE =
               WS-OS-TRAY-VALUE - WS-OS-EXPECTED-VALUE

           DISPLAY "Cash position for terminal " WS-OS-TERMINAL
               " on " WS-BUSINESS-DATE ":"
           IF NOT OS-OPENING-ON-FILE
               DISPLAY "  (no opening count journaled - position "
                   "assumes the tray started empty)"
           END-IF
           MOVE WS-OS-EXPECTED-VALUE TO WS-OS-DISPLAY-VALUE
           DISPLAY "  Should be in tray:  $" WS-OS-DISPLAY-VALUE
           MOVE WS-OS-TRAY-VALUE TO WS-OS-DISPLAY-VALUE
           DISPLAY "  Tray state says:    $" WS-OS-DISPLAY-VALUE
           MOVE WS-OS-VARIANCE TO WS-OS-DISPLAY-VARIANCE
           EVALUATE TRUE
              WHEN WS-OS-VARIANCE = 0
                 DISPLAY "  Terminal balances - no over/short."
              WHEN WS-OS-VARIANCE > 0
                 DISPLAY "  Terminal is OVER by $"
                     WS-OS-DISPLAY-VARIANCE
              WHEN OTHER
                 DISPLAY "  Terminal is SHORT by $"
                     WS-OS-DISPLAY-VARIANCE
           END-EVALUATE.

       SUM-TERMINAL-LOADS.
      *> an opening count re-baselines the position, so top-ups
      *> summed before it restart - as in ATMCASH
           MOVE "N" TO WS-CJ-EOF-FLAG
           OPEN INPUT CASH-JOURNAL
           IF WS-CJ-STAT NOT = "35"
               PERFORM UNTIL END-OF-JOURNAL
                  READ CASH-JOURNAL
                     AT END
                        SET END-OF-JOURNAL TO TRUE
                     NOT AT END
                        IF CJ-TIMESTAMP(1:8) = WS-BUSINESS-DATE
                            AND (CJ-TERMINAL-ID = WS-OS-TERMINAL
                                OR (CJ-TERMINAL-ID = SPACES
                                    AND WS-OS-TERMINAL = "T1"))
                            IF CJ-LOAD-TYPE = "O"
                                SET OS-OPENING-ON-FILE TO TRUE
                                MOVE CJ-TIMESTAMP TO WS-OS-OPENING-TS
                                COMPUTE WS-OS-OPENING-VALUE =
                                    (CJ-ADD-20 * 20) +
                                    (CJ-ADD-50 * 50)
                                MOVE 0 TO WS-OS-LOADED-20
                                MOVE 0 TO WS-OS-LOADED-50
                            ELSE
                                ADD CJ-ADD-20 TO WS-OS-LOADED-20
                                ADD CJ-ADD-50 TO WS-OS-LOADED-50
                            END-IF
                        END-IF
                  END-READ
               END-PERFORM
               CLOSE CASH-JOURNAL
           END-IF
           COMPUTE WS-OS-LOADED-VALUE =
               (WS-OS-LOADED-20 * 20) + (WS-OS-LOADED-50 * 50).

       SUM-TERMINAL-DISPENSED.
      *> the day's "W" entries on this terminal after the opening
      *> count, out of the live log
           MOVE "transactions.log" TO WS-HIST-LOG-NAME
           MOVE "N" TO WS-HL-EOF-FLAG
           OPEN INPUT HISTORY-LOG
           IF WS-HL-STAT NOT = "35"
               PERFORM UNTIL END-OF-HISTORY-LOG
                  READ HISTORY-LOG
                     AT END
                        SET END-OF-HISTORY-LOG TO TRUE
                     NOT AT END
                        IF HL-TIMESTAMP(1:8) = WS-BUSINESS-DATE
                                AND HL-TYPE = "W"
                                AND HL-TIMESTAMP > WS-OS-OPENING-TS
                                AND (HL-TERMINAL-ID = WS-OS-TERMINAL
                                    OR (HL-TERMINAL-ID = SPACES
                                        AND WS-OS-TERMINAL = "T1"))
                            ADD HL-AMOUNT TO WS-OS-DISPENSED-VALUE
                        END-IF
                  END-READ
               END-PERFORM
               CLOSE HISTORY-LOG
           END-IF.

       READ-TERMINAL-TRAY.
           MOVE SPACES TO WS-CASH-LOAD-NAME
           STRING "cash-load-" FUNCTION TRIM(WS-OS-TERMINAL)
               ".dat" DELIMITED BY SIZE INTO WS-CASH-LOAD-NAME
           OPEN INPUT CASH-LOAD-FILE
           IF WS-CASH-LOAD-STAT NOT = "35"
               READ CASH-LOAD-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       COMPUTE WS-OS-TRAY-VALUE =
                           (CL-TRAY-20 * 20) + (CL-TRAY-50 * 50)
               END-READ
               CLOSE CASH-LOAD-FILE
           END-IF.

       UPDATE-DISPUTE-CASE.
      *> posting a provisional credit needs the live log, so the
      *> update waits while the machine is CLOSED
           PERFORM CHECK-MACHINE-STATE
           IF MACHINE-CLOSED
               DISPLAY "Machine is CLOSED for end-of-day "
                   "processing. Dispute cases are disabled until it "
                   "reopens."
               EXIT PARAGRAPH
           END-IF

           PERFORM GET-DISPUTE-CASE
           IF NOT CASE-FOUND
               EXIT PARAGRAPH
           END-IF
           PERFORM SHOW-DISPUTE-CASE
           IF DC-STATUS NOT = "O" AND DC-STATUS NOT = "P"
               DISPLAY "Case is resolved. Nothing to update."
               CLOSE DISPUTE-FILE
               EXIT PARAGRAPH
           END-IF

           IF DC-STATUS = "O"
               DISPLAY "1. Post provisional credit"
           END-IF
           DISPLAY "2. Add a note"
           DISPLAY "Choose an option: "
           ACCEPT WS-CASE-MENU
           EVALUATE TRUE
              WHEN WS-CASE-MENU = "1" AND DC-STATUS = "O"
                 PERFORM POST-PROVISIONAL-CREDIT
              WHEN WS-CASE-MENU = "2"
                 PERFORM ADD-CASE-NOTE
              WHEN OTHER
                 DISPLAY "Invalid option. Case unchanged."
           END-EVALUATE
           CLOSE DISPUTE-FILE.

       POST-PROVISIONAL-CREDIT.
      *> the disputed amount goes back to the customer while the
      *> case is looked into, under reason DSPP; a denial later
      *> takes it back under DSPR
           DISPLAY "Your operator id (required): "
           ACCEPT WS-OPERATOR-ID
           IF WS-OPERATOR-ID = SPACES
               DISPLAY "An operator id is required. Case unchanged."
               EXIT PARAGRAPH
           END-IF

           MOVE DC-AMOUNT TO WS-DISPLAY-AMOUNT
           DISPLAY "A provisional credit of $" WS-DISPLAY-AMOUNT
               " will be posted to the customer."
           DISPLAY "Post the provisional credit? (Y/N): "
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
               DISPLAY "Nothing posted. Case unchanged."
               EXIT PARAGRAPH
           END-IF

           MOVE "C" TO WS-ADJ-DIRECTION
           MOVE "DSPP" TO WS-REASON-CODE
           PERFORM POST-CASE-ADJUSTMENT
           IF NOT ADJUSTMENT-POSTED
               DISPLAY "Provisional credit not posted. Case "
                   "unchanged."
               EXIT PARAGRAPH
           END-IF

           MOVE "P" TO DC-STATUS
           MOVE WS-BUSINESS-DATE TO DC-PROV-DATE
           MOVE WS-OPERATOR-ID TO DC-PROV-OPERATOR
           MOVE WS-NEXT-SEQ TO DC-PROV-SEQ-NUM
           PERFORM SAVE-DISPUTE-CASE
           MOVE "PROVCRED" TO WS-DC-ACTION
           PERFORM WRITE-DISPUTE-AUDIT-LINE
           DISPLAY "Provisional credit posted on case "
               DC-CASE-NUM ".".

       ADD-CASE-NOTE.
           DISPLAY "Note (required): "
           ACCEPT WS-DC-NOTE
           IF WS-DC-NOTE = SPACES
               DISPLAY "A note is required. Case unchanged."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Your operator id (required): "
           ACCEPT WS-OPERATOR-ID
           IF WS-OPERATOR-ID = SPACES
               DISPLAY "An operator id is required. Case unchanged."
               EXIT PARAGRAPH
           END-IF

           MOVE WS-DC-NOTE TO DC-NOTE
           MOVE WS-BUSINESS-DATE TO DC-UPDATE-DATE
           MOVE WS-OPERATOR-ID TO DC-UPDATE-OPERATOR
           PERFORM SAVE-DISPUTE-CASE
           MOVE "NOTE" TO WS-DC-ACTION
           PERFORM WRITE-DISPUTE-AUDIT-LINE
           DISPLAY "Note saved on case " DC-CASE-NUM ".".

       RESOLVE-DISPUTE-CASE.
      *> upheld: the customer keeps (or now gets) the disputed
      *> amount. Denied: a provisional credit is taken back. The
      *> case is only marked resolved once any posting is safely
      *> on the account, the log and the audit.
           PERFORM CHECK-MACHINE-STATE
           IF MACHINE-CLOSED
               DISPLAY "Machine is CLOSED for end-of-day "
                   "processing. Dispute cases are disabled until it "
                   "reopens."
               EXIT PARAGRAPH
           END-IF

           PERFORM GET-DISPUTE-CASE
           IF NOT CASE-FOUND
               EXIT PARAGRAPH
           END-IF
           PERFORM SHOW-DISPUTE-CASE
           IF DC-STATUS NOT = "O" AND DC-STATUS NOT = "P"
               DISPLAY "Case is already resolved. Nothing to do."
               CLOSE DISPUTE-FILE
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Outcome - U)pheld or D)enied: "
           ACCEPT WS-DC-OUTCOME
           IF WS-DC-OUTCOME = "u"
               MOVE "U" TO WS-DC-OUTCOME
           END-IF
           IF WS-DC-OUTCOME = "d"
               MOVE "D" TO WS-DC-OUTCOME
           END-IF
           IF WS-DC-OUTCOME NOT = "U" AND WS-DC-OUTCOME NOT = "D"
               DISPLAY "Invalid outcome. Case unchanged."
               CLOSE DISPUTE-FILE
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Resolution note (required): "
           ACCEPT WS-DC-NOTE
           IF WS-DC-NOTE = SPACES
               DISPLAY "A resolution note is required. Case "
                   "unchanged."
               CLOSE DISPUTE-FILE
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Your operator id (required): "
           ACCEPT WS-OPERATOR-ID
           IF WS-OPERATOR-ID = SPACES
               DISPLAY "An operator id is required. Case unchanged."
               CLOSE DISPUTE-FILE
               EXIT PARAGRAPH
           END-IF

           MOVE DC-AMOUNT TO WS-DISPLAY-AMOUNT
           MOVE SPACES TO WS-ADJ-DIRECTION
           EVALUATE TRUE
              WHEN WS-DC-OUTCOME = "U" AND DC-STATUS = "P"
                 DISPLAY "The provisional credit of $"
                     WS-DISPLAY-AMOUNT " stands. Nothing is posted."
              WHEN WS-DC-OUTCOME = "U"
                 DISPLAY "A credit of $" WS-DISPLAY-AMOUNT
                     " will be posted to the customer."
                 MOVE "C" TO WS-ADJ-DIRECTION
                 MOVE "DSPU" TO WS-REASON-CODE
              WHEN DC-STATUS = "P"
                 DISPLAY "The provisional credit of $"
                     WS-DISPLAY-AMOUNT " will be reversed."
                 MOVE "D" TO WS-ADJ-DIRECTION
                 MOVE "DSPR" TO WS-REASON-CODE
              WHEN OTHER
                 DISPLAY "No credit was given. Nothing is posted."
           END-EVALUATE
           DISPLAY "Resolve the case? (Y/N): "
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
               DISPLAY "Case unchanged."
               CLOSE DISPUTE-FILE
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-DC-POSTED-SEQ
           IF WS-ADJ-DIRECTION NOT = SPACES
               PERFORM POST-CASE-ADJUSTMENT
               IF NOT ADJUSTMENT-POSTED
                   DISPLAY "Posting failed. Case unchanged - refer "
                       "to the branch manager."
                   CLOSE DISPUTE-FILE
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-NEXT-SEQ TO WS-DC-POSTED-SEQ
           END-IF

           MOVE WS-DC-OUTCOME TO DC-STATUS
           MOVE WS-BUSINESS-DATE TO DC-RESOLVE-DATE
           MOVE WS-OPERATOR-ID TO DC-RESOLVE-OPERATOR
           MOVE WS-DC-POSTED-SEQ TO DC-RESOLVE-SEQ-NUM
           MOVE WS-DC-NOTE TO DC-NOTE
           PERFORM SAVE-DISPUTE-CASE
           IF WS-DC-OUTCOME = "U"
               MOVE "UPHELD" TO WS-DC-ACTION
           ELSE
               MOVE "DENIED" TO WS-DC-ACTION
           END-IF
           PERFORM WRITE-DISPUTE-AUDIT-LINE
           DISPLAY "Case " DC-CASE-NUM " resolved - "
               WS-DC-ACTION "."
           CLOSE DISPUTE-FILE.

       POST-CASE-ADJUSTMENT.
      *> the case's amount on the case's side of the case's card,
      *> through the same path as an operator's adjustment
           MOVE "N" TO WS-ADJ-POSTED-FLAG
           MOVE DC-USER-ID TO WS-CARD-NUMBER
           IF DC-ACCT-SIDE = "S"
               MOVE "2" TO WS-ADJ-SIDE
           ELSE
               MOVE "1" TO WS-ADJ-SIDE
           END-IF
           MOVE DC-AMOUNT TO WS-ADJ-AMOUNT

           OPEN I-O ACCOUNT-FILE
           IF WS-ACCT-STAT = "35"
               DISPLAY "accounts.dat not found."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CARD-NUMBER TO USER-ID
           READ ACCOUNT-FILE
               INVALID KEY
                   DISPLAY "No account on file for that card."
               NOT INVALID KEY
                   IF ACCOUNT-STATUS = "C"
                       DISPLAY "The account is closed - nothing "
                           "can be posted to it."
                   ELSE
                       PERFORM APPLY-ADJUSTMENT
                   END-IF
           END-READ
           CLOSE ACCOUNT-FILE.

       GET-DISPUTE-CASE.
      *> asks for the case number and reads it - the case file is
      *> left open I-O for the caller when the case is found
           MOVE "N" TO WS-DC-FOUND-FLAG
           DISPLAY "Case number: "
           ACCEPT USER-INPUT-STR
           MOVE FUNCTION TEST-NUMVAL(USER-INPUT-STR) TO WS-NUMVAL-CHECK
           IF WS-NUMVAL-CHECK NOT = 0
               OR FUNCTION NUMVAL(USER-INPUT-STR) < 1
               OR FUNCTION NUMVAL(USER-INPUT-STR) > 999999
               DISPLAY "Invalid case number."
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(USER-INPUT-STR) TO WS-DC-CASE-NUM

           OPEN I-O DISPUTE-FILE
           IF WS-DC-STAT = "35"
               DISPLAY "No dispute cases on file."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-DC-CASE-NUM TO DC-CASE-NUM
           READ DISPUTE-FILE
               INVALID KEY
                   DISPLAY "No case " WS-DC-CASE-NUM " on file."
                   CLOSE DISPUTE-FILE
               NOT INVALID KEY
                   SET CASE-FOUND TO TRUE
           END-READ.

       LOOK-UP-DISPUTE-CASE.
           PERFORM GET-DISPUTE-CASE
           IF CASE-FOUND
               PERFORM SHOW-DISPUTE-CASE
               CLOSE DISPUTE-FILE
           END-IF.

       SHOW-DISPUTE-CASE.
           EVALUATE DC-STATUS
              WHEN "O"
                 MOVE "OPEN" TO WS-DC-STATUS-DESC
              WHEN "P"
                 MOVE "PROVISIONAL CREDIT" TO WS-DC-STATUS-DESC
              WHEN "U"
                 MOVE "UPHELD" TO WS-DC-STATUS-DESC
              WHEN "D"
                 MOVE "DENIED" TO WS-DC-STATUS-DESC
              WHEN OTHER
                 MOVE DC-STATUS TO WS-DC-STATUS-DESC
           END-EVALUATE
           MOVE DC-AMOUNT TO WS-DISPLAY-AMOUNT
           DISPLAY "Case:              " DC-CASE-NUM
           DISPLAY "Card:              " DC-USER-ID
           DISPLAY "Disputed entry:    " DC-TR-SEQ-NUM " of "
               DC-TXN-DATE " type " DC-TXN-TYPE " terminal "
               DC-TERMINAL-ID
           DISPLAY "Amount disputed:   $" WS-DISPLAY-AMOUNT
               " (side " DC-ACCT-SIDE ")"
           DISPLAY "Claim:             " DC-CLAIM
           DISPLAY "Status:            " WS-DC-STATUS-DESC
           DISPLAY "Opened:            " DC-OPEN-DATE " by "
               DC-OPEN-OPERATOR
           IF DC-PROV-DATE NOT = 0
               DISPLAY "Provisional credit:" DC-PROV-DATE " by "
                   DC-PROV-OPERATOR " entry " DC-PROV-SEQ-NUM
           END-IF
           IF DC-UPDATE-DATE NOT = 0
               DISPLAY "Last updated:      " DC-UPDATE-DATE " by "
                   DC-UPDATE-OPERATOR
           END-IF
           IF DC-NOTE NOT = SPACES
               DISPLAY "Note:              " DC-NOTE
           END-IF
           IF DC-RESOLVE-DATE NOT = 0
               DISPLAY "Resolved:          " DC-RESOLVE-DATE " by "
                   DC-RESOLVE-OPERATOR " entry " DC-RESOLVE-SEQ-NUM
           END-IF.

       SAVE-DISPUTE-CASE.
           REWRITE DISPUTE-CASE-RECORD
               INVALID KEY
                   DISPLAY "ERROR: unable to save case - FILE "
                       "STATUS " WS-DC-STAT
           END-REWRITE.

       WRITE-DISPUTE-AUDIT-LINE.
      *> the first case ever has no audit file yet - OPEN EXTEND
      *> sets status 35 instead of creating one
           OPEN EXTEND DISPUTE-AUDIT
           IF WS-DA-STAT = "35"
               OPEN OUTPUT DISPUTE-AUDIT
           END-IF
           MOVE DC-AMOUNT TO WS-DISPLAY-AMOUNT
           MOVE SPACES TO DISPUTE-AUDIT-LINE
           STRING FUNCTION CURRENT-DATE(1:16)
               " case " DC-CASE-NUM
               " card " DC-USER-ID
               " " WS-DC-ACTION
               " status " DC-STATUS
               " amount " WS-DISPLAY-AMOUNT
               " entry " DC-TR-SEQ-NUM
               " operator " WS-OPERATOR-ID
               DELIMITED BY SIZE INTO DISPUTE-AUDIT-LINE
           WRITE DISPUTE-AUDIT-LINE
           CLOSE DISPUTE-AUDIT.

       COUNT-OPEN-DISPUTES.
      *> USER-ID's cases still open or carrying a provisional credit
           MOVE 0 TO WS-DC-OPEN-COUNT
           OPEN INPUT DISPUTE-FILE
           IF WS-DC-STAT NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-DC-EOF-FLAG
           PERFORM UNTIL END-OF-CASES
              READ DISPUTE-FILE NEXT RECORD
                 AT END
                    SET END-OF-CASES TO TRUE
                 NOT AT END
                    IF DC-USER-ID = USER-ID
                        AND (DC-STATUS = "O" OR DC-STATUS = "P")
                        ADD 1 TO WS-DC-OPEN-COUNT
                    END-IF
              END-READ
           END-PERFORM
           CLOSE DISPUTE-FILE.

       RESOLVE-CARD-NUMBER.
      *> the teller keys whichever card the customer hands over - a
      *> reissued card is worked under the account number it was
      *> issued against, which is what every file here is keyed by
           OPEN INPUT CARD-XREF-FILE
           IF WS-CX-STAT NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CARD-NUMBER TO CX-CARD-NUMBER
           READ CARD-XREF-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CX-ACCOUNT-NUMBER NOT = WS-CARD-NUMBER
                       DISPLAY "Card " WS-CARD-NUMBER
                           " is issued on account " CX-ACCOUNT-NUMBER
                       MOVE CX-ACCOUNT-NUMBER TO WS-CARD-NUMBER
                   END-IF
           END-READ
           CLOSE CARD-XREF-FILE.

       CARD-MAINTENANCE.
      *> the card number is not the account any more - a lost card
      *> is hot-listed, and the customer's new card is linked to the
      *> same account number, so balances, standing orders, the
      *> PIN lockout record, statements and the log all carry on
      *> under it unchanged
           DISPLAY " "
           DISPLAY "===== CARD MAINTENANCE ====="
           DISPLAY "1. Look up a card"
           DISPLAY "2. Hot-list a lost or stolen card"
           DISPLAY "3. Reissue a card"
           DISPLAY "Choose an option (1-3): "
           ACCEPT WS-CARD-MENU

           EVALUATE WS-CARD-MENU
              WHEN "1"
                 PERFORM LOOK-UP-CARD
              WHEN "2"
                 PERFORM HOT-LIST-CARD
              WHEN "3"
                 PERFORM REISSUE-CARD
              WHEN OTHER
                 DISPLAY "Invalid option."
           END-EVALUATE.

       LOOK-UP-CARD.
           PERFORM CHECK-MACHINE-STATE
           DISPLAY "Enter the 16-digit card number: "
           ACCEPT WS-CM-CARD
           PERFORM GET-CARD-ACCOUNT
           IF NOT CARD-ON-XREF
               DISPLAY "Card " WS-CM-CARD " has no card record - "
                   "an original card, its number is the account."
           END-IF
           DISPLAY "Account number:    " WS-CM-ACCOUNT
           PERFORM LIST-ACCOUNT-CARDS
           PERFORM SHOW-PIN-LOCK-HISTORY.

       HOT-LIST-CARD.
      *> stops the card at every terminal from the next insert - the
      *> account itself stays open for the reissued card
           PERFORM CHECK-MACHINE-STATE
           DISPLAY "Enter the 16-digit card number to hot-list: "
           ACCEPT WS-CM-CARD
           PERFORM GET-CARD-ACCOUNT
           IF WS-CM-OLD-STATUS = "H"
               DISPLAY "That card is already hot-listed. Nothing "
                   "to do."
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-CARD-ACCOUNT
           IF WS-CM-ACCOUNT = SPACES
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Reason code (required): "
           ACCEPT WS-REASON-CODE
           IF WS-REASON-CODE = SPACES
               DISPLAY "A reason code is required. Card not "
                   "hot-listed."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Your operator id (required): "
           ACCEPT WS-OPERATOR-ID
           IF WS-OPERATOR-ID = SPACES
               DISPLAY "An operator id is required. Card not "
                   "hot-listed."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Hot-list card " WS-CM-CARD " of "
               WS-CM-CUSTOMER-NAME "? (Y/N): "
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
               DISPLAY "Hot-list cancelled."
               EXIT PARAGRAPH
           END-IF

           PERFORM OPEN-CARD-XREF-IO
           IF WS-CX-STAT NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM GET-CARD-ACCOUNT-IO
           MOVE "H" TO CX-CARD-STATUS
           PERFORM SAVE-CARD-XREF
           CLOSE CARD-XREF-FILE

           MOVE SPACES TO WS-CM-NEW-CARD
           MOVE "HOTLIST" TO WS-CM-ACTION
           PERFORM WRITE-CARD-AUDIT-LINE
           DISPLAY "Card hot-listed. It will be refused at every "
               "terminal."
           DISPLAY "Use option 3 to issue the customer a new card.".

       REISSUE-CARD.
      *> the new card goes on the same account number - nothing
      *> keyed by the account is moved or copied, so the customer's
      *> history continues as if the card had never changed
           PERFORM CHECK-MACHINE-STATE
           DISPLAY "Run this only after the customer's identity "
               "has been verified at the branch."
           DISPLAY "Enter the 16-digit card being replaced: "
           ACCEPT WS-CM-CARD
           PERFORM GET-CARD-ACCOUNT
      *> a hot-listed card keeps its "H" when replaced, so the
      *> replacement link is what proves it has gone already
           IF WS-CM-OLD-STATUS = "R" OR WS-CM-REPLACED-BY NOT = SPACES
               DISPLAY "That card was already replaced by "
                   WS-CM-REPLACED-BY ". Reissue that card instead."
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-CARD-ACCOUNT
           IF WS-CM-ACCOUNT = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-CM-ACCOUNT-STATUS = "C"
               DISPLAY "That account is closed. No card can be "
                   "issued on it."
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Enter the new 16-digit card number: "
           ACCEPT WS-CM-NEW-CARD
           IF WS-CM-NEW-CARD NOT NUMERIC
               DISPLAY "A card number is 16 digits. Reissue "
                   "cancelled."
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-NEW-CARD-FREE
           IF WS-CM-NEW-CARD = SPACES
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Expiry CCYYMM (blank = " WS-CM-VALID-YEARS
               " years): "
           ACCEPT WS-CM-EXPIRY-IN
           IF WS-CM-EXPIRY-IN = SPACES
               COMPUTE WS-CM-EXPIRY =
                   (WS-BUSINESS-DATE / 100) + (WS-CM-VALID-YEARS * 100)
           ELSE
               IF WS-CM-EXPIRY-IN NOT NUMERIC
                   OR WS-CM-EXPIRY-IN(5:2) < "01"
                   OR WS-CM-EXPIRY-IN(5:2) > "12"
                   DISPLAY "Expiry must be CCYYMM. Reissue cancelled."
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-CM-EXPIRY-IN TO WS-CM-EXPIRY
               IF WS-CM-EXPIRY < WS-BUSINESS-DATE(1:6)
                   DISPLAY "That expiry has already passed. Reissue "
                       "cancelled."
                   EXIT PARAGRAPH
               END-IF
           END-IF

           DISPLAY "Reason code (required): "
           ACCEPT WS-REASON-CODE
           IF WS-REASON-CODE = SPACES
               DISPLAY "A reason code is required. Reissue "
                   "cancelled."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Your operator id (required): "
           ACCEPT WS-OPERATOR-ID
           IF WS-OPERATOR-ID = SPACES
               DISPLAY "An operator id is required. Reissue "
                   "cancelled."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Issue card " WS-CM-NEW-CARD " expiring "
               WS-CM-EXPIRY " to " WS-CM-CUSTOMER-NAME "? (Y/N): "
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
               DISPLAY "Reissue cancelled."
               EXIT PARAGRAPH
           END-IF

           PERFORM OPEN-CARD-XREF-IO
           IF WS-CX-STAT NOT = "00"
               EXIT PARAGRAPH
           END-IF

      *> the old card stops working - a hot-listed card keeps its
      *> "H" so the record still shows it was reported lost
           PERFORM GET-CARD-ACCOUNT-IO
      *> another console may have replaced it since the prompt
           IF CX-REPLACED-BY NOT = SPACES
               DISPLAY "That card was already replaced by "
                   CX-REPLACED-BY ". Reissue that card instead."
               CLOSE CARD-XREF-FILE
               EXIT PARAGRAPH
           END-IF
           IF CX-CARD-STATUS NOT = "H"
               MOVE "R" TO CX-CARD-STATUS
           END-IF
           MOVE WS-CM-NEW-CARD TO CX-REPLACED-BY
           PERFORM SAVE-CARD-XREF

           MOVE WS-CM-NEW-CARD TO CX-CARD-NUMBER
           MOVE WS-CM-ACCOUNT TO CX-ACCOUNT-NUMBER
           MOVE "A" TO CX-CARD-STATUS
           MOVE WS-CM-EXPIRY TO CX-EXPIRY-CCYYMM
           MOVE WS-BUSINESS-DATE TO CX-ISSUE-DATE
           MOVE SPACES TO CX-REPLACED-BY
           MOVE "N" TO WS-CM-ON-FILE-FLAG
           PERFORM SAVE-CARD-XREF
           CLOSE CARD-XREF-FILE

           MOVE "REISSUE" TO WS-CM-ACTION
           PERFORM WRITE-CARD-AUDIT-LINE
           DISPLAY "Card " WS-CM-NEW-CARD " issued on account "
               WS-CM-ACCOUNT "."
           DISPLAY "Balances, standing orders and statements carry "
               "on under the account unchanged."
      *> the lockout record is keyed by the account, so the new
      *> card inherits it as it stands
           PERFORM SHOW-PIN-LOCK-HISTORY.

       GET-CARD-ACCOUNT.
      *> WS-CM-CARD in; WS-CM-ACCOUNT out, with the card's status
      *> and replacement when it has a record. A card with no
      *> record is an original card - its number is the account.
           MOVE "N" TO WS-CM-ON-FILE-FLAG
           MOVE WS-CM-CARD TO WS-CM-ACCOUNT
           MOVE SPACE TO WS-CM-OLD-STATUS
           MOVE SPACES TO WS-CM-REPLACED-BY
           OPEN INPUT CARD-XREF-FILE
           IF WS-CX-STAT NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CM-CARD TO CX-CARD-NUMBER
           READ CARD-XREF-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET CARD-ON-XREF TO TRUE
                   MOVE CX-ACCOUNT-NUMBER TO WS-CM-ACCOUNT
                   MOVE CX-CARD-STATUS TO WS-CM-OLD-STATUS
                   MOVE CX-REPLACED-BY TO WS-CM-REPLACED-BY
           END-READ
           CLOSE CARD-XREF-FILE.

       GET-CARD-ACCOUNT-IO.
      *> the same look-up with the file already open I-O - an
      *> original card gets its first record built here
           MOVE WS-CM-CARD TO CX-CARD-NUMBER
           READ CARD-XREF-FILE
               INVALID KEY
                   MOVE "N" TO WS-CM-ON-FILE-FLAG
                   MOVE WS-CM-CARD TO CX-CARD-NUMBER
                   MOVE WS-CM-ACCOUNT TO CX-ACCOUNT-NUMBER
                   MOVE "A" TO CX-CARD-STATUS
                   MOVE 0 TO CX-EXPIRY-CCYYMM
                   MOVE 0 TO CX-ISSUE-DATE
                   MOVE SPACES TO CX-REPLACED-BY
               NOT INVALID KEY
                   SET CARD-ON-XREF TO TRUE
           END-READ
           MOVE CX-CARD-STATUS TO WS-CM-OLD-STATUS.

       CHECK-CARD-ACCOUNT.
      *> the account behind the card must be on the master - keeps
      *> its name and status, or blanks WS-CM-ACCOUNT to refuse
           OPEN INPUT ACCOUNT-FILE
           IF WS-ACCT-STAT = "35"
               DISPLAY "accounts.dat not found."
               MOVE SPACES TO WS-CM-ACCOUNT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CM-ACCOUNT TO USER-ID
           READ ACCOUNT-FILE
               INVALID KEY
                   DISPLAY "No account on file for that card."
                   MOVE SPACES TO WS-CM-ACCOUNT
               NOT INVALID KEY
                   MOVE CUSTOMER-NAME TO WS-CM-CUSTOMER-NAME
                   MOVE ACCOUNT-STATUS TO WS-CM-ACCOUNT-STATUS
                   DISPLAY "Account " WS-CM-ACCOUNT " - "
                       CUSTOMER-NAME
           END-READ
           CLOSE ACCOUNT-FILE.

       CHECK-NEW-CARD-FREE.
      *> a new card number must be unused - neither a card already
      *> issued nor the number of another account - or it blanks
      *> WS-CM-NEW-CARD to refuse
           IF WS-CM-NEW-CARD = WS-CM-CARD
               DISPLAY "The new card must have a new number. "
                   "Reissue cancelled."
               MOVE SPACES TO WS-CM-NEW-CARD
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT CARD-XREF-FILE
           IF WS-CX-STAT = "00"
               MOVE WS-CM-NEW-CARD TO CX-CARD-NUMBER
               READ CARD-XREF-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       DISPLAY "Card " WS-CM-NEW-CARD " is already "
                           "issued on account " CX-ACCOUNT-NUMBER
                           ". Reissue cancelled."
                       MOVE SPACES TO WS-CM-NEW-CARD
               END-READ
               CLOSE CARD-XREF-FILE
           END-IF
           IF WS-CM-NEW-CARD = SPACES
               EXIT PARAGRAPH
           END-IF
      *> the number cannot be proved free without the master
           OPEN INPUT ACCOUNT-FILE
           IF WS-ACCT-STAT NOT = "00"
               DISPLAY "ERROR: cannot open accounts.dat - FILE "
                   "STATUS " WS-ACCT-STAT ". Reissue cancelled."
               MOVE SPACES TO WS-CM-NEW-CARD
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CM-NEW-CARD TO USER-ID
           READ ACCOUNT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY "Card " WS-CM-NEW-CARD " is the number "
                       "of another account. Reissue cancelled."
                   MOVE SPACES TO WS-CM-NEW-CARD
           END-READ
           CLOSE ACCOUNT-FILE.

       OPEN-CARD-XREF-IO.
      *> the first card ever hot-listed or reissued has no
      *> card-xref.dat yet - create it on first use
           OPEN I-O CARD-XREF-FILE
           IF WS-CX-STAT = "35"
               OPEN OUTPUT CARD-XREF-FILE
               CLOSE CARD-XREF-FILE
               OPEN I-O CARD-XREF-FILE
           END-IF
           IF WS-CX-STAT NOT = "00"
               DISPLAY "ERROR: cannot open card-xref.dat - FILE "
                   "STATUS " WS-CX-STAT ". Nothing changed."
           END-IF.

       SAVE-CARD-XREF.
           MOVE WS-BUSINESS-DATE TO CX-STATUS-DATE
           MOVE WS-OPERATOR-ID TO CX-STATUS-OPERATOR
           IF CARD-ON-XREF
               REWRITE CARD-XREF-RECORD
                   INVALID KEY
                       DISPLAY "ERROR: unable to save card "
                           CX-CARD-NUMBER " - FILE STATUS " WS-CX-STAT
               END-REWRITE
           ELSE
               WRITE CARD-XREF-RECORD
                   INVALID KEY
                       DISPLAY "ERROR: unable to save card "
                           CX-CARD-NUMBER " - FILE STATUS " WS-CX-STAT
               END-WRITE
           END-IF.

       LIST-ACCOUNT-CARDS.
      *> every card ever issued on the account, oldest number first
           OPEN INPUT CARD-XREF-FILE
           IF WS-CX-STAT NOT = "00"
               DISPLAY "No cards have been reissued on any account."
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-CM-EOF-FLAG
           PERFORM UNTIL END-OF-XREF
              READ CARD-XREF-FILE NEXT RECORD
                 AT END
                    SET END-OF-XREF TO TRUE
                 NOT AT END
                    IF CX-ACCOUNT-NUMBER = WS-CM-ACCOUNT
                        PERFORM DESCRIBE-CARD-STATUS
                        DISPLAY "  Card " CX-CARD-NUMBER " "
                            WS-CM-STATUS-DESC
                            " expires " CX-EXPIRY-CCYYMM
                            " changed " CX-STATUS-DATE
                            " by " CX-STATUS-OPERATOR
                        IF CX-REPLACED-BY NOT = SPACES
                            DISPLAY "       replaced by "
                                CX-REPLACED-BY
                        END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE CARD-XREF-FILE.

       DESCRIBE-CARD-STATUS.
           EVALUATE CX-CARD-STATUS
               WHEN "A"
                   MOVE "ACTIVE" TO WS-CM-STATUS-DESC
               WHEN "H"
                   MOVE "HOT-LISTED" TO WS-CM-STATUS-DESC
               WHEN "E"
                   MOVE "EXPIRED" TO WS-CM-STATUS-DESC
               WHEN "R"
                   MOVE "REPLACED" TO WS-CM-STATUS-DESC
               WHEN OTHER
                   MOVE "UNKNOWN" TO WS-CM-STATUS-DESC
           END-EVALUATE
           IF CX-CARD-STATUS = "A" AND CX-EXPIRY-CCYYMM NOT = 0
               AND CX-EXPIRY-CCYYMM < WS-BUSINESS-DATE(1:6)
               MOVE "EXPIRED" TO WS-CM-STATUS-DESC
           END-IF.

       SHOW-PIN-LOCK-HISTORY.
           OPEN INPUT CARD-STATUS-FILE
           IF WS-CS-STAT NOT = "00"
               DISPLAY "PIN lockout:       none on file"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CM-ACCOUNT TO CS-USER-ID
           READ CARD-STATUS-FILE
               INVALID KEY
                   DISPLAY "PIN lockout:       none on file"
               NOT INVALID KEY
                   DISPLAY "PIN lockout:       status "
                       CS-LOCK-STATUS " failed attempts "
                       CS-FAIL-COUNT
                   IF CS-LOCK-STATUS = "L"
                       DISPLAY "                   locked at "
                           CS-LOCK-TIMESTAMP
                           " - unlock with ATMULCK"
                   END-IF
           END-READ
           CLOSE CARD-STATUS-FILE.

       WRITE-CARD-AUDIT-LINE.
      *> the first card change ever has no audit file yet - OPEN
      *> EXTEND sets status 35 instead of creating one
           OPEN EXTEND CARD-AUDIT
           IF WS-CD-STAT = "35"
               OPEN OUTPUT CARD-AUDIT
           END-IF
           MOVE SPACES TO CARD-AUDIT-LINE
           STRING FUNCTION CURRENT-DATE(1:16)
               " card " WS-CM-CARD
               " " WS-CM-ACTION
               " was " WS-CM-OLD-STATUS
               " account " WS-CM-ACCOUNT
               " new card " WS-CM-NEW-CARD
               " reason " WS-REASON-CODE
               " operator " WS-OPERATOR-ID
               DELIMITED BY SIZE INTO CARD-AUDIT-LINE
           WRITE CARD-AUDIT-LINE
           CLOSE CARD-AUDIT.

       SHOW-PENDING-MARKER.
           OPEN INPUT PENDING-TXN-FILE
           IF WS-PT-STAT = "35"
