               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEE-STAT.

      *> one record per envelope taken in at the deposit slot, keyed
      *> by card plus the deposit's log sequence number - the amount
      *> stays held until a teller counts the envelope in ATMCON
           SELECT DEPOSIT-FILE ASSIGN TO "deposit-envelopes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DE-ENVELOPE-KEY
               FILE STATUS IS WS-DE-STAT.

      *> every card issued against an account - the card number
      *> the customer holds, the permanent account number the
      *> master, card status, orders and log are keyed by, and the
      *> card's status and expiry. A card with no record here is
      *> an original card whose number is the account number.
           SELECT CARD-XREF-FILE ASSIGN TO "card-xref.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CX-CARD-NUMBER
               FILE STATUS IS WS-CX-STAT.

      *> the customer's alert choices, keyed by account number -
      *> ATMALRT reads them at the close to build the day's file
      *> for the SMS/mail vendor
           SELECT ALERT-PREFS-FILE ASSIGN TO "alert-prefs.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AP-USER-ID
               FILE STATUS IS WS-AP-STAT.

      *> the electronic journal - every session event on this
      *> terminal, refusals included, one file per terminal per
      *> business day, e.g. ejournal-T1-20240115.log
           SELECT EJOURNAL-FILE ASSIGN TO WS-EJ-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EJ-STAT.


       DATA DIVISION.
       01 MACHINE-STATE-RECORD.
           05 MS-BUSINESS-DATE  PIC 9(8).
           05 MS-STATE          PIC X. *> "O"=Open "C"=Closed
           05 MS-CLOSE-STEP     PIC X.
      *>*********************************************

       FD SEQ-FILE
           05 SO-AMOUNT          PIC 9(5)V99.
           05 SO-DAY             PIC 9(2).
           05 SO-LAST-POSTED     PIC 9(8).
      *> "A"ctive, "C"ancelled, or "T" - set by ATMCON when the
      *> receiving account is closed; fails at each close until the
      *> payer cancels it
           05 SO-STATUS          PIC X.
      *>*********************************************

       FD OD-FEE-FILE
       01 FEE-SCHEDULE-LINE     PIC X(40).
      *>*********************************************

      *> one record per ATM deposit - "P"ending until the teller's
      *> count, then "V"erified (count matched) or "X" (count
      *> differed and a correction was posted)
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
      *>*********************************************

      *> one record per card - ATMCON's card maintenance writes
      *> these when a card is hot-listed or reissued
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
      *>*********************************************

      *> one record per account that has visited the alerts menu -
      *> no record, or opt-in "N", means no alerts are sent. A
      *> threshold of zero turns that one alert off.
       FD ALERT-PREFS-FILE
           RECORD CONTAINS 47 CHARACTERS
           DATA RECORD IS ALERT-PREFS-RECORD.
       01 ALERT-PREFS-RECORD.
           05 AP-USER-ID         PIC X(16).
           05 AP-OPT-IN          PIC X. *> "Y"es "N"o
      *> alert on any withdrawal over this amount
           05 AP-WD-THRESHOLD    PIC 9(5)V99.
      *> alert when a balance drops below this amount
           05 AP-LOW-BAL-THRESHOLD PIC 9(5)V99.
           05 AP-UPDATED-TS      PIC X(16).
      *>*********************************************

      *> one line per session event. A reason code marks the event
      *> as a refusal - ATMDECL counts them by terminal and reason.
       FD EJOURNAL-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS EJOURNAL-RECORD.
       01 EJOURNAL-RECORD.
           05 EJ-TIMESTAMP       PIC X(16).
           05 EJ-TERMINAL-ID     PIC X(4).
      *> the card-insert time - ties every event of one session
           05 EJ-SESSION-TS      PIC X(16).
           05 EJ-CARD-LAST4      PIC X(4).
      *> "IN"sert, "PN" PIN result, "MC" menu choice, "DC" decline,
      *> "CR" card refused, "CP" cash presented, "FW" fee waived,
      *> "SE" session end
           05 EJ-EVENT           PIC XX.
      *> spaces, or why the customer was turned away - "NF" funds,
      *> "DL" daily limit, "DN" denomination, "ET" empty tray,
      *> "WP" wrong PIN, "PL" PIN lockout, "HL" hot-listed,
      *> "RC" replaced card, "EX" expired, "LK" locked, "CL"
      *> closed account, "UN" unrecognised card, "DR" dormant
      *> account, "HR" held card
           05 EJ-REASON          PIC XX.
           05 EJ-AMOUNT          PIC 9(5)V99.
           05 EJ-DETAIL          PIC X(29).
      *>*********************************************

       WORKING-STORAGE SECTION.
       01 MENU-CHOICE        PIC X.
       01 DEPOSIT-AMOUNT     PIC 9(5)V99.
       01 WS-FEE-DISP           PIC Z(3).99.
       01 WS-FEE-TXT            PIC X(8).

      *> deposits still waiting for the teller's envelope count -
      *> that much of each balance can be seen but not withdrawn or
      *> transferred. Loaded at sign-in, added to as the customer
      *> deposits.
       01 WS-DE-STAT            PIC XX.
       01 WS-DE-EOF-FLAG        PIC X.
           88 END-OF-CARD-ENVELOPES VALUE "Y".
       01 WS-HELD-CHECKING      PIC 9(5)V99 VALUE 0.
       01 WS-HELD-SAVINGS       PIC 9(5)V99 VALUE 0.
       01 WS-HOLD-SIDE          PIC X.
       01 WS-HELD-AMOUNT        PIC 9(5)V99.
       01 WS-AVAIL-AMOUNT       PIC S9(6)V99.
       01 WS-HELD-DISP          PIC Z(5).99.
       01 WS-AVAIL-DISP         PIC Z(5).99.
      *> business date the envelope is taken in under - the
      *> machine-state date, or today on a site without ATMEOD
       01 WS-BUSINESS-DATE      PIC 9(8) VALUE 0.
       01 WS-ENVELOPE-SEQ       PIC 9(7).
       01 WS-ENVELOPE-FLAG      PIC X VALUE "N".
           88 ENVELOPE-RECORDED   VALUE "Y".

      *> the card as keyed, resolved through card-xref.dat to the
      *> account number - WS-CX-CARD-STATUS stays space for a card
      *> that has no record there
       01 WS-CX-STAT            PIC XX.
       01 WS-CX-CARD            PIC X(16).
       01 WS-CX-ACCOUNT         PIC X(16).
       01 WS-CX-CARD-STATUS     PIC X.
       01 WS-CX-EXPIRY-CCYYMM   PIC 9(6).
       01 WS-CX-DATE            PIC 9(8).
       01 WS-ACCOUNT-NUMBER     PIC X(16).
       01 WS-CARD-REFUSAL       PIC X(60).
       01 WS-CARD-REFUSAL-CODE  PIC XX.

      *> working fields for the alerts menu - a copy of the
      *> customer's settings, saved back whole on each change
       01 WS-AP-STAT            PIC XX.
       01 WS-AP-CHOICE          PIC X.
       01 WS-AP-OPT-IN          PIC X.
           88 ALERTS-WANTED       VALUE "Y".
       01 WS-AP-WD-THRESHOLD    PIC 9(5)V99.
       01 WS-AP-LOW-BAL-THRESHOLD PIC 9(5)V99.
       01 WS-AP-NEW-AMOUNT      PIC 9(5)V99.
       01 WS-AP-AMOUNT-DISP     PIC Z(4)9.99.

      *> electronic journal - the caller fills event, reason, amount
      *> and detail, WRITE-JOURNAL-EVENT stamps the rest and clears
      *> them again for the next event
       01 WS-EJ-STAT            PIC XX.
       01 WS-EJ-FILE-NAME       PIC X(40).
       01 WS-EJ-DATE            PIC 9(8).
       01 WS-EJ-SESSION-TS      PIC X(16).
       01 WS-EJ-CARD-LAST4      PIC X(4).
       01 WS-EJ-EVENT           PIC XX VALUE SPACES.
       01 WS-EJ-REASON          PIC XX VALUE SPACES.
       01 WS-EJ-AMOUNT          PIC 9(5)V99 VALUE 0.
       01 WS-EJ-DETAIL          PIC X(29) VALUE SPACES.
       01 WS-EJ-ATTEMPT-DISP    PIC 9.
       01 WS-EJ-NOTES-20-DISP   PIC Z(3)9.
       01 WS-EJ-NOTES-50-DISP   PIC Z(3)9.
       01 WS-EJ-TRAY-VALUE      PIC 9(7)V99.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "ATM APP STARTED".
      *> previous run, before any new card is accepted
           PERFORM CHECK-PENDING-TXN

      *> the journal is filed under the business date, so sessions
      *> after midnight but before the close land in the day the
      *> close will analyse
           IF WS-BUSINESS-DATE = 0
               ACCEPT WS-EJ-DATE FROM DATE YYYYMMDD
           ELSE
               MOVE WS-BUSINESS-DATE TO WS-EJ-DATE
           END-IF
           MOVE SPACES TO WS-EJ-FILE-NAME
           STRING "ejournal-" FUNCTION TRIM(WS-TERMINAL-ID)
               "-" WS-EJ-DATE ".log"
               DELIMITED BY SIZE INTO WS-EJ-FILE-NAME

           OPEN INPUT ACCOUNT-FILE.

      *    Enter card number then we search the database
           DISPLAY "Enter your 16-digit card number"
           ACCEPT ENTERED-CARD-NUMBER

           MOVE FUNCTION CURRENT-DATE(1:16) TO WS-EJ-SESSION-TS
           MOVE ENTERED-CARD-NUMBER(13:4) TO WS-EJ-CARD-LAST4
           MOVE "IN" TO WS-EJ-EVENT
           PERFORM WRITE-JOURNAL-EVENT

      *> a hot-listed, replaced or expired card is refused here,
      *> before any account is looked at or a PIN asked for
           MOVE ENTERED-CARD-NUMBER TO WS-CX-CARD
           PERFORM RESOLVE-CARD-ACCOUNT
           MOVE WS-CX-ACCOUNT TO WS-ACCOUNT-NUMBER
           PERFORM CHECK-CARD-USABLE
           IF WS-CARD-REFUSAL NOT = SPACES
               DISPLAY WS-CARD-REFUSAL
               DISPLAY "Please contact your branch."
               MOVE "CR" TO WS-EJ-EVENT
               MOVE WS-CARD-REFUSAL-CODE TO WS-EJ-REASON
               MOVE "CARD REFUSED AT INSERT" TO WS-EJ-DETAIL
               PERFORM WRITE-JOURNAL-EVENT
               PERFORM END-JOURNAL-SESSION
               CLOSE ACCOUNT-FILE
               STOP RUN
           END-IF

           PERFORM WITH TEST AFTER UNTIL RECORD-MATCH OR NO-MATCH
              READ ACCOUNT-FILE NEXT RECORD
                    AT END
                    NOT AT END
                    DISPLAY "I read the doc. The Username is: " USER-ID

                     IF WS-ACCOUNT-NUMBER = USER-ID
                         SET RECORD-MATCH TO TRUE
                         MOVE ACCOUNT-RECORD TO WS-SAVED-RECORD
                         DISPLAY "Card number recognized!"
                       IF CARD-IS-LOCKED
                          DISPLAY "This card is locked. Please "
                              "contact your branch."
                          MOVE "CR" TO WS-EJ-EVENT
                          MOVE "LK" TO WS-EJ-REASON
                          MOVE "CARD LOCKED" TO WS-EJ-DETAIL
                          PERFORM WRITE-JOURNAL-EVENT
                          PERFORM END-JOURNAL-SESSION
                          CLOSE ACCOUNT-FILE
                          STOP RUN
                       END-IF
                       IF ACCOUNT-STATUS = "C"
                          DISPLAY "This account is closed. Please "
                              "contact your branch."
                          MOVE "CR" TO WS-EJ-EVENT
                          MOVE "CL" TO WS-EJ-REASON
                          MOVE "ACCOUNT CLOSED" TO WS-EJ-DETAIL
                          PERFORM WRITE-JOURNAL-EVENT
                          PERFORM END-JOURNAL-SESSION
                          CLOSE ACCOUNT-FILE
                          STOP RUN
                       END-IF
                             DISPLAY " times."
                            DISPLAY "Incorrect PIN. Attempts left: "
                            FUNCTION NUMVAL(MAX-ATTEMPTS - PIN-ATTEMPTS)
                             MOVE "PN" TO WS-EJ-EVENT
                             MOVE "WP" TO WS-EJ-REASON
                             MOVE PIN-ATTEMPTS TO WS-EJ-ATTEMPT-DISP
                             STRING "BAD PIN - ATTEMPT "
                                 WS-EJ-ATTEMPT-DISP
                                 DELIMITED BY SIZE INTO WS-EJ-DETAIL
                             PERFORM WRITE-JOURNAL-EVENT
                          END-IF
                       END-PERFORM

                          DISPLAY "Too many failed attempts. This "
                              "card is now locked."
                          DISPLAY "Please contact your branch."
                          MOVE "CR" TO WS-EJ-EVENT
                          MOVE "PL" TO WS-EJ-REASON
                          MOVE "PIN TRIES USED UP - LOCKED"
                              TO WS-EJ-DETAIL
                          PERFORM WRITE-JOURNAL-EVENT
                          PERFORM END-JOURNAL-SESSION
                          CLOSE ACCOUNT-FILE
                          STOP RUN
                       END-IF

                       MOVE "PN" TO WS-EJ-EVENT
                       MOVE "PIN OK" TO WS-EJ-DETAIL
                       PERFORM WRITE-JOURNAL-EVENT

                       *> a good PIN clears any failed attempts left
                       *> over from earlier sessions
                       IF WS-CS-FAIL-COUNT NOT = 0
                          PERFORM SAVE-CARD-STATUS
                       END-IF

                     END-IF *> end of WS-ACCOUNT-NUMBER = USER-ID
               END-READ
           END-PERFORM.
           
           IF NO-MATCH
               DISPLAY "Card number not recognized. Exiting."
               MOVE "CR" TO WS-EJ-EVENT
               MOVE "UN" TO WS-EJ-REASON
               MOVE "CARD NOT RECOGNIZED" TO WS-EJ-DETAIL
               PERFORM WRITE-JOURNAL-EVENT
               PERFORM END-JOURNAL-SESSION
               CLOSE ACCOUNT-FILE
               STOP RUN
           END-IF  
           PERFORM LOAD-CASH-TRAY.
           PERFORM LOAD-OVERDRAFT-FEE.
           PERFORM LOAD-FEE-SCHEDULE.
           PERFORM LOAD-DEPOSIT-HOLDS.

           *> after the user validates their card and pin, then we ask
           *> the user what account they want to access. If they dont
              DISPLAY "7. Print Mini Statement"
              DISPLAY "8. Standing Orders"
              DISPLAY "9. Overdraft Protection"
              DISPLAY "A. Account Alerts"
              DISPLAY "Choose an option (1-9, A): "
              ACCEPT MENU-CHOICE

              MOVE "MC" TO WS-EJ-EVENT
              STRING "OPTION " MENU-CHOICE " ACCOUNT " ACCOUNT-TYPE
                  DELIMITED BY SIZE INTO WS-EJ-DETAIL
              PERFORM WRITE-JOURNAL-EVENT

      *> a dormant card is inquiry-only: balance and mini statement
      *> work, everything that moves money or changes the account
      *> waits for a supervised reactivation at the branch
                      "inquiry and the mini statement are available."
                  DISPLAY "Please visit your branch to reactivate "
                      "the account."
                  MOVE "DC" TO WS-EJ-EVENT
                  MOVE "DR" TO WS-EJ-REASON
                  MOVE "DORMANT - INQUIRY ONLY" TO WS-EJ-DETAIL
                  PERFORM WRITE-JOURNAL-EVENT
                  MOVE "0" TO MENU-CHOICE
              END-IF

                  DISPLAY "This card is temporarily restricted. "
                      "Withdrawals and transfers are unavailable."
                  DISPLAY "Please contact your branch."
                  MOVE "DC" TO WS-EJ-EVENT
                  MOVE "HR" TO WS-EJ-REASON
                  MOVE "CARD ON HOLD" TO WS-EJ-DETAIL
                  PERFORM WRITE-JOURNAL-EVENT
                  MOVE "0" TO MENU-CHOICE
              END-IF


                       IF ACCOUNT-TYPE = "1"
                         DISPLAY "Your balance is: $" CHECKING-BALANCE
                         MOVE "C" TO WS-HOLD-SIDE
                       ELSE
                          DISPLAY "Your balance is: $" SAVINGS-BALANCE
                         MOVE "S" TO WS-HOLD-SIDE
                       END-IF
                       PERFORM SHOW-AVAILABLE-BALANCE

                     WHEN "2"
                        DISPLAY "Enter amount to deposit: "
                         END-IF
                         
                         PERFORM LOG-TRANSACTION
                         PERFORM RECORD-DEPOSIT-ENVELOPE
                         PERFORM WRITE-RECEIPT
                         PERFORM SAVE-BALANCE

                     WHEN "9"
                       PERFORM TOGGLE-OVERDRAFT-PROTECTION

                     WHEN "A"
                     WHEN "a"
                       PERFORM MANAGE-ALERTS

      *> "0" is the dormant-card refusal above - already explained
                     WHEN "0"
                       CONTINUE
                  END-EVALUATE
           END-PERFORM.           
           
           PERFORM END-JOURNAL-SESSION
           STOP RUN.


                       CONTINUE
                   NOT AT END
                       MOVE MS-STATE TO WS-MACHINE-STATE
                       MOVE MS-BUSINESS-DATE TO WS-BUSINESS-DATE
               END-READ
               CLOSE MACHINE-STATE-FILE
           END-IF.

       RESOLVE-CARD-ACCOUNT.
      *> WS-CX-CARD in, WS-CX-ACCOUNT out. No card-xref.dat yet, or
      *> no record for the card, means an original card - its own
      *> number is the account number.
           MOVE WS-CX-CARD TO WS-CX-ACCOUNT
           MOVE SPACE TO WS-CX-CARD-STATUS
           MOVE 0 TO WS-CX-EXPIRY-CCYYMM
           OPEN INPUT CARD-XREF-FILE
           EVALUATE WS-CX-STAT
               WHEN "00"
                   MOVE WS-CX-CARD TO CX-CARD-NUMBER
                   READ CARD-XREF-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE CX-ACCOUNT-NUMBER TO WS-CX-ACCOUNT
                           MOVE CX-CARD-STATUS TO WS-CX-CARD-STATUS
                           MOVE CX-EXPIRY-CCYYMM TO
                               WS-CX-EXPIRY-CCYYMM
                   END-READ
                   CLOSE CARD-XREF-FILE
               WHEN "35"
                   CONTINUE
      *> same reasoning as CHECK-CARD-STATUS - a hot-listed card
      *> must not be waved through because its record could not
      *> be read
               WHEN OTHER
                   DISPLAY "ERROR: cannot read card-xref.dat - "
                       "FILE STATUS " WS-CX-STAT "."
                   DISPLAY "This machine is temporarily out of "
                       "service."
                   MOVE "OUT OF SERVICE" TO WS-EJ-DETAIL
                   PERFORM END-JOURNAL-SESSION
                   CLOSE ACCOUNT-FILE
                   STOP RUN
           END-EVALUATE.

       CHECK-CARD-USABLE.
      *> a card is good through the last day of its expiry month,
      *> judged against the business date
           MOVE SPACES TO WS-CARD-REFUSAL
           MOVE SPACES TO WS-CARD-REFUSAL-CODE
           IF WS-BUSINESS-DATE = 0
               ACCEPT WS-CX-DATE FROM DATE YYYYMMDD
           ELSE
               MOVE WS-BUSINESS-DATE TO WS-CX-DATE
           END-IF
           EVALUATE TRUE
               WHEN WS-CX-CARD-STATUS = "H"
                   MOVE "This card has been reported lost or stolen."
                       TO WS-CARD-REFUSAL
                   MOVE "HL" TO WS-CARD-REFUSAL-CODE
               WHEN WS-CX-CARD-STATUS = "R"
                   MOVE "This card has been replaced by a new card."
                       TO WS-CARD-REFUSAL
                   MOVE "RC" TO WS-CARD-REFUSAL-CODE
               WHEN WS-CX-CARD-STATUS = "E"
                   MOVE "This card has expired." TO WS-CARD-REFUSAL
                   MOVE "EX" TO WS-CARD-REFUSAL-CODE
               WHEN WS-CX-EXPIRY-CCYYMM NOT = 0
                   AND WS-CX-EXPIRY-CCYYMM < WS-CX-DATE(1:6)
                   MOVE "This card has expired." TO WS-CARD-REFUSAL
                   MOVE "EX" TO WS-CARD-REFUSAL-CODE
           END-EVALUATE.

       CHECK-CARD-STATUS.
      *> reads this card's lockout record into working storage. A
      *> missing card-status.dat, or a card with no record yet, both
                       "(pre-upgrade file? run ATMPINCV)."
                   DISPLAY "This machine is temporarily out of "
                       "service."
                   MOVE "OUT OF SERVICE" TO WS-EJ-DETAIL
                   PERFORM END-JOURNAL-SESSION
                   CLOSE ACCOUNT-FILE
                   STOP RUN
           END-EVALUATE.
               DISPLAY "ERROR: cannot update card-status.dat - "
                   "FILE STATUS " WS-CS-STAT "."
               DISPLAY "This machine is temporarily out of service."
               MOVE "OUT OF SERVICE" TO WS-EJ-DETAIL
               PERFORM END-JOURNAL-SESSION
               STOP RUN
           END-IF

           END-IF

      *> never let the fee itself overdraw the account - a fee that
      *> cannot be taken is simply not charged this time, though
      *> the journal keeps a note of it
           IF ACCOUNT-TYPE = "1"
               IF CHECKING-BALANCE < WS-WD-FEE
                   MOVE WS-WD-FEE TO WS-EJ-AMOUNT
                   PERFORM JOURNAL-FEE-WAIVED
                   EXIT PARAGRAPH
               END-IF
               SUBTRACT WS-WD-FEE FROM CHECKING-BALANCE
               MOVE CHECKING-BALANCE TO WS-TR-NEW-BALANCE
           ELSE
               IF SAVINGS-BALANCE < WS-WD-FEE
                   MOVE WS-WD-FEE TO WS-EJ-AMOUNT
                   PERFORM JOURNAL-FEE-WAIVED
                   EXIT PARAGRAPH
               END-IF
               SUBTRACT WS-WD-FEE FROM SAVINGS-BALANCE

           IF ACCOUNT-TYPE = "1"
               IF CHECKING-BALANCE < WS-XFER-FEE
                   MOVE WS-XFER-FEE TO WS-EJ-AMOUNT
                   PERFORM JOURNAL-FEE-WAIVED
                   EXIT PARAGRAPH
               END-IF
               SUBTRACT WS-XFER-FEE FROM CHECKING-BALANCE
               MOVE CHECKING-BALANCE TO WS-TR-NEW-BALANCE
           ELSE
               IF SAVINGS-BALANCE < WS-XFER-FEE
                   MOVE WS-XFER-FEE TO WS-EJ-AMOUNT
                   PERFORM JOURNAL-FEE-WAIVED
                   EXIT PARAGRAPH
               END-IF
               SUBTRACT WS-XFER-FEE FROM SAVINGS-BALANCE
      *> still tie out.
           IF OVERDRAFT-PROTECT NOT = "Y"
               DISPLAY "Insufficient funds in Checking."
               MOVE "C" TO WS-HOLD-SIDE
               PERFORM EXPLAIN-DEPOSIT-HOLD
               DISPLAY "Withdrawal denied."
               MOVE "NF" TO WS-EJ-REASON
               PERFORM JOURNAL-WITHDRAWAL-DECLINE
               MOVE "6" TO WITHDRAW-CHOICE
               EXIT PARAGRAPH
           END-IF

      *> held deposits stay put on both sides - the sweep covers
      *> only what checking cannot pay from its available balance,
      *> and may only take savings' available balance to do it
           COMPUTE WS-OD-SHORTFALL =
               WITHDRAW-AMOUNT + WS-HELD-CHECKING - CHECKING-BALANCE
           IF SAVINGS-BALANCE <
                   WS-OD-SHORTFALL + WS-OD-FEE + WS-HELD-SAVINGS
               DISPLAY "Insufficient funds in Checking, and "
                   "Savings cannot cover the difference."
               MOVE "S" TO WS-HOLD-SIDE
               PERFORM EXPLAIN-DEPOSIT-HOLD
               DISPLAY "Withdrawal denied."
               MOVE "NF" TO WS-EJ-REASON
               PERFORM JOURNAL-WITHDRAWAL-DECLINE
               MOVE "6" TO WITHDRAW-CHOICE
               EXIT PARAGRAPH
           END-IF
           SUBTRACT WS-NOTES-NEEDED-20 FROM WS-CASH-TRAY-20
           SUBTRACT WS-NOTES-NEEDED-50 FROM WS-CASH-TRAY-50

           MOVE "CP" TO WS-EJ-EVENT
           MOVE WITHDRAW-AMOUNT TO WS-EJ-AMOUNT
           MOVE WS-NOTES-NEEDED-20 TO WS-EJ-NOTES-20-DISP
           MOVE WS-NOTES-NEEDED-50 TO WS-EJ-NOTES-50-DISP
           STRING "$20 X" WS-EJ-NOTES-20-DISP
               " $50 X" WS-EJ-NOTES-50-DISP
               DELIMITED BY SIZE INTO WS-EJ-DETAIL
           PERFORM WRITE-JOURNAL-EVENT

           IF WS-CASH-TRAY-20 < WS-LOW-CASH-THRESHOLD
               OR WS-CASH-TRAY-50 < WS-LOW-CASH-THRESHOLD
               DISPLAY "LOW CASH WARNING: $20 tray=" WS-CASH-TRAY-20

           IF WITHDRAW-AMOUNT > REMAINING-LIMIT
              DISPLAY "You've reached your daily withdrawal limit"
              MOVE "DL" TO WS-EJ-REASON
              PERFORM JOURNAL-WITHDRAWAL-DECLINE
              MOVE "6" TO WITHDRAW-CHOICE
           ELSE IF REMAINING-LIMIT = 0
                 DISPLAY "Amount exceeds daily limit. You can withdraw "
                 DISPLAY "up to: $" REMAINING-LIMIT
                 MOVE "DL" TO WS-EJ-REASON
                 PERFORM JOURNAL-WITHDRAWAL-DECLINE
                 MOVE "6" TO WITHDRAW-CHOICE
           ELSE
             PERFORM COMPUTE-DISPENSE-COMBO
             IF DISPENSE-NOT-FOUND
                DISPLAY "Cash dispenser cannot make that amount "
                    "with the notes on hand. Try another amount."
      *> a tray holding less than the amount is out of cash; one
      *> holding enough, but in the wrong notes, is a denomination
      *> refusal
                COMPUTE WS-EJ-TRAY-VALUE =
                    (WS-CASH-TRAY-20 * 20) + (WS-CASH-TRAY-50 * 50)
                IF WS-EJ-TRAY-VALUE < WITHDRAW-AMOUNT
                    MOVE "ET" TO WS-EJ-REASON
                ELSE
                    MOVE "DN" TO WS-EJ-REASON
                END-IF
                PERFORM JOURNAL-WITHDRAWAL-DECLINE
                MOVE "6" TO WITHDRAW-CHOICE
             ELSE IF ACCOUNT-TYPE = "1"
                       IF CHECKING-BALANCE >=
                               WITHDRAW-AMOUNT + WS-HELD-CHECKING
                           MOVE FUNCTION CURRENT-DATE(1:16) TO
                                                         WS-TR-TIMESTAMP
                           COMPUTE WS-PT-EXPECTED-BAL =
                           PERFORM ATTEMPT-OVERDRAFT-WITHDRAWAL
                       END-IF
                   
                 ELSE IF SAVINGS-BALANCE >=
                             WITHDRAW-AMOUNT + WS-HELD-SAVINGS
                         MOVE FUNCTION CURRENT-DATE(1:16) TO
                                                         WS-TR-TIMESTAMP
                         COMPUTE WS-PT-EXPECTED-BAL =
                         PERFORM CLEAR-PENDING-MARKER
                       ELSE
                         DISPLAY "Insufficient funds in Savings."
                         MOVE "S" TO WS-HOLD-SIDE
                         PERFORM EXPLAIN-DEPOSIT-HOLD
                         DISPLAY "Withdrawal denied."
                         MOVE "NF" TO WS-EJ-REASON
                         PERFORM JOURNAL-WITHDRAWAL-DECLINE
                         MOVE "6" TO WITHDRAW-CHOICE
                      END-IF
                         
           ELSE
             DISPLAY "Amount must be a multiple of 20 or 50."
             DISPLAY "Try again"
             MOVE "DN" TO WS-EJ-REASON
             PERFORM JOURNAL-WITHDRAWAL-DECLINE
           END-IF.

       
           END-REWRITE
           CLOSE ACCOUNT-FILE.

       LOAD-DEPOSIT-HOLDS.
      *> totals this card's envelopes still waiting for the teller,
      *> per side. No deposit file yet means nothing is held; one
      *> that cannot be read means the holds cannot be honoured, so
      *> the session ends before any money can move.
           MOVE 0 TO WS-HELD-CHECKING
           MOVE 0 TO WS-HELD-SAVINGS
           OPEN INPUT DEPOSIT-FILE
           IF WS-DE-STAT = "35"
               EXIT PARAGRAPH
           END-IF
           IF WS-DE-STAT NOT = "00"
               DISPLAY "ERROR: cannot read deposit-envelopes.dat - "
                   "FILE STATUS " WS-DE-STAT "."
               DISPLAY "This machine is temporarily out of service."
               MOVE "OUT OF SERVICE" TO WS-EJ-DETAIL
               PERFORM END-JOURNAL-SESSION
               STOP RUN
           END-IF

           MOVE "N" TO WS-DE-EOF-FLAG
           MOVE USER-ID TO DE-USER-ID
           MOVE 0 TO DE-SEQ-NUM
           START DEPOSIT-FILE KEY IS >= DE-ENVELOPE-KEY
               INVALID KEY
                   SET END-OF-CARD-ENVELOPES TO TRUE
           END-START

           PERFORM UNTIL END-OF-CARD-ENVELOPES
              READ DEPOSIT-FILE NEXT RECORD
                 AT END
                    SET END-OF-CARD-ENVELOPES TO TRUE
                 NOT AT END
                    IF DE-USER-ID NOT = USER-ID
                        SET END-OF-CARD-ENVELOPES TO TRUE
                    ELSE
                        IF DE-STATUS = "P"
                            IF DE-ACCT-SIDE = "S"
                                ADD DE-KEYED-AMOUNT TO
                                    WS-HELD-SAVINGS
                            ELSE
                                ADD DE-KEYED-AMOUNT TO
                                    WS-HELD-CHECKING
                            END-IF
                        END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE DEPOSIT-FILE.

       RECORD-DEPOSIT-ENVELOPE.
      *> called straight after the "D" is logged, so WS-NEXT-SEQ is
      *> the deposit's own sequence number - the number printed on
      *> the receipt and keyed by the teller at verification
           MOVE WS-NEXT-SEQ TO WS-ENVELOPE-SEQ
           IF ACCOUNT-TYPE = "2"
               ADD DEPOSIT-AMOUNT TO WS-HELD-SAVINGS
           ELSE
               ADD DEPOSIT-AMOUNT TO WS-HELD-CHECKING
           END-IF

           OPEN I-O DEPOSIT-FILE
           IF WS-DE-STAT = "35"
               OPEN OUTPUT DEPOSIT-FILE
               CLOSE DEPOSIT-FILE
               OPEN I-O DEPOSIT-FILE
           END-IF
           IF WS-DE-STAT NOT = "00"
               DISPLAY "ERROR: cannot record the deposit envelope - "
                   "FILE STATUS " WS-DE-STAT "."
               DISPLAY "Please keep your receipt and contact your "
                   "branch."
               EXIT PARAGRAPH
           END-IF

           MOVE USER-ID TO DE-USER-ID
           MOVE WS-ENVELOPE-SEQ TO DE-SEQ-NUM
           MOVE WS-TERMINAL-ID TO DE-TERMINAL-ID
           IF ACCOUNT-TYPE = "2"
               MOVE "S" TO DE-ACCT-SIDE
           ELSE
               MOVE "C" TO DE-ACCT-SIDE
           END-IF
           MOVE WS-TR-TIMESTAMP TO DE-DEPOSIT-TIMESTAMP
           IF WS-BUSINESS-DATE = 0
               MOVE WS-TODAY TO DE-BUSINESS-DATE
           ELSE
               MOVE WS-BUSINESS-DATE TO DE-BUSINESS-DATE
           END-IF
           MOVE DEPOSIT-AMOUNT TO DE-KEYED-AMOUNT
           MOVE 0 TO DE-COUNTED-AMOUNT
           MOVE "P" TO DE-STATUS
           MOVE 0 TO DE-VERIFY-DATE
           MOVE SPACES TO DE-VERIFY-TIMESTAMP
           MOVE SPACES TO DE-OPERATOR-ID
           WRITE DEPOSIT-ENVELOPE-RECORD
               INVALID KEY
                   DISPLAY "ERROR: unable to record deposit "
                       "envelope - FILE STATUS " WS-DE-STAT
               NOT INVALID KEY
                   SET ENVELOPE-RECORDED TO TRUE
           END-WRITE
           CLOSE DEPOSIT-FILE

           MOVE DEPOSIT-AMOUNT TO WS-HELD-DISP
           DISPLAY "Your deposit of $" WS-HELD-DISP " is held until "
               "the branch verifies the envelope."
           DISPLAY "Envelope number: " WS-TERMINAL-ID " "
               WS-ENVELOPE-SEQ.

       SHOW-AVAILABLE-BALANCE.
      *> the balance inquiry shows what can actually be used when
      *> part of the balance is a deposit still on hold
           IF WS-HOLD-SIDE = "S"
               MOVE WS-HELD-SAVINGS TO WS-HELD-AMOUNT
               COMPUTE WS-AVAIL-AMOUNT =
                   SAVINGS-BALANCE - WS-HELD-SAVINGS
           ELSE
               MOVE WS-HELD-CHECKING TO WS-HELD-AMOUNT
               COMPUTE WS-AVAIL-AMOUNT =
                   CHECKING-BALANCE - WS-HELD-CHECKING
           END-IF
           IF WS-HELD-AMOUNT = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-AVAIL-AMOUNT < 0
               MOVE 0 TO WS-AVAIL-AMOUNT
           END-IF
           MOVE WS-HELD-AMOUNT TO WS-HELD-DISP
           MOVE WS-AVAIL-AMOUNT TO WS-AVAIL-DISP
           DISPLAY "Deposits on hold:  $" WS-HELD-DISP
           DISPLAY "Available balance: $" WS-AVAIL-DISP.

       EXPLAIN-DEPOSIT-HOLD.
      *> a refusal caused by held deposits says so - otherwise the
      *> customer sees a balance that looks big enough
           IF WS-HOLD-SIDE = "S"
               MOVE WS-HELD-SAVINGS TO WS-HELD-AMOUNT
           ELSE
               MOVE WS-HELD-CHECKING TO WS-HELD-AMOUNT
           END-IF
           IF WS-HELD-AMOUNT > 0
               MOVE WS-HELD-AMOUNT TO WS-HELD-DISP
               DISPLAY "$" WS-HELD-DISP " of that balance is a "
                   "deposit held until the branch verifies the "
                   "envelope."
           END-IF.


       CHANGE-PIN.
      *> lets a cardholder who is already past card/PIN verification
                           SET END-OF-CARD-ORDERS TO TRUE
                       ELSE
                           MOVE SO-SLOT TO WS-SO-NEXT-SLOT
                           IF SO-STATUS = "A" OR SO-STATUS = "T"
                               PERFORM SHOW-ONE-ORDER
                           END-IF
                       END-IF
           DISPLAY "Order " SO-SLOT ": $" WS-SO-AMOUNT-DISP
               " from " WS-TR-ACCOUNT-TYPE
               " to card ****-" SO-DEST-CARD(13:4)
               " on day " SO-DAY " of each month"
           IF SO-STATUS = "T"
               DISPLAY "   The receiving account is closed - this "
                   "order will not pay. Please cancel it."
           END-IF.

       ADD-STANDING-ORDER.
      *> the first order ever has no standing-orders.dat yet -
               CLOSE STANDING-ORDER-FILE
               EXIT PARAGRAPH
           END-IF
      *> the order is kept against the receiving account, so it
      *> keeps paying when that customer's card is reissued
           MOVE WS-SO-DEST-CARD TO WS-CX-CARD
           PERFORM RESOLVE-CARD-ACCOUNT
           MOVE WS-CX-ACCOUNT TO WS-SO-DEST-CARD

           DISPLAY "Enter the monthly amount: "
           ACCEPT USER-INPUT-STR
                   EXIT PARAGRAPH
           END-READ

           IF SO-STATUS NOT = "A" AND SO-STATUS NOT = "T"
               DISPLAY "That order is already cancelled."
               CLOSE STANDING-ORDER-FILE
               EXIT PARAGRAPH
           END-REWRITE
           CLOSE STANDING-ORDER-FILE.

       MANAGE-ALERTS.
      *> the customer chooses whether the close sends them alerts
      *> and at what amounts - the settings ride on their own
      *> record in alert-prefs.dat, keyed by account like the
      *> standing orders
           PERFORM READ-ALERT-PREFS
           MOVE SPACE TO WS-AP-CHOICE
           PERFORM UNTIL WS-AP-CHOICE = "4"
              DISPLAY " "
              DISPLAY "===== ACCOUNT ALERTS ====="
              PERFORM SHOW-ALERT-PREFS
              DISPLAY "1. Turn alerts on or off"
              DISPLAY "2. Set the large withdrawal amount"
              DISPLAY "3. Set the low balance amount"
              DISPLAY "4. Back to Menu"
              DISPLAY "Choose an option (1-4): "
              ACCEPT WS-AP-CHOICE

              EVALUATE WS-AP-CHOICE
                 WHEN "1"
                    PERFORM TOGGLE-ALERT-OPT-IN
                 WHEN "2"
                    PERFORM SET-WITHDRAWAL-ALERT
                 WHEN "3"
                    PERFORM SET-LOW-BALANCE-ALERT
                 WHEN "4"
                    DISPLAY "Returning to main menu..."
                 WHEN OTHER
                    DISPLAY "Invalid option. Try again"
              END-EVALUATE
           END-PERFORM.

       READ-ALERT-PREFS.
      *> no file yet, or no record for this account, reads as
      *> "not opted in" with both amounts off
           MOVE "N" TO WS-AP-OPT-IN
           MOVE 0 TO WS-AP-WD-THRESHOLD
           MOVE 0 TO WS-AP-LOW-BAL-THRESHOLD
           OPEN INPUT ALERT-PREFS-FILE
           IF WS-AP-STAT = "35"
               EXIT PARAGRAPH
           END-IF
           MOVE USER-ID TO AP-USER-ID
           READ ALERT-PREFS-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE AP-OPT-IN TO WS-AP-OPT-IN
                   MOVE AP-WD-THRESHOLD TO WS-AP-WD-THRESHOLD
                   MOVE AP-LOW-BAL-THRESHOLD TO
                       WS-AP-LOW-BAL-THRESHOLD
           END-READ
           CLOSE ALERT-PREFS-FILE.

       SHOW-ALERT-PREFS.
           IF ALERTS-WANTED
               DISPLAY "Alerts are ON."
           ELSE
               DISPLAY "Alerts are OFF."
           END-IF
           IF WS-AP-WD-THRESHOLD = 0
               DISPLAY "Large withdrawal alert: off"
           ELSE
               MOVE WS-AP-WD-THRESHOLD TO WS-AP-AMOUNT-DISP
               DISPLAY "Large withdrawal alert: over $"
                   WS-AP-AMOUNT-DISP
           END-IF
           IF WS-AP-LOW-BAL-THRESHOLD = 0
               DISPLAY "Low balance alert:      off"
           ELSE
               MOVE WS-AP-LOW-BAL-THRESHOLD TO WS-AP-AMOUNT-DISP
               DISPLAY "Low balance alert:      below $"
                   WS-AP-AMOUNT-DISP
           END-IF.

       TOGGLE-ALERT-OPT-IN.
           IF ALERTS-WANTED
               DISPLAY "Turn alerts OFF? (Y/N): "
               ACCEPT WS-OD-CONFIRM
               IF WS-OD-CONFIRM = "Y" OR WS-OD-CONFIRM = "y"
                   MOVE "N" TO WS-AP-OPT-IN
                   PERFORM SAVE-ALERT-PREFS
                   DISPLAY "Alerts are now OFF."
               ELSE
                   DISPLAY "No change made."
               END-IF
           ELSE
               DISPLAY "With alerts ON you are told the next day of "
                   "any overdraft sweep,"
               DISPLAY "failed standing order, security hold or PIN "
                   "lockout on your card,"
               DISPLAY "plus large withdrawals and low balances at "
                   "the amounts you set."
               DISPLAY "Turn alerts ON? (Y/N): "
               ACCEPT WS-OD-CONFIRM
               IF WS-OD-CONFIRM = "Y" OR WS-OD-CONFIRM = "y"
                   MOVE "Y" TO WS-AP-OPT-IN
                   PERFORM SAVE-ALERT-PREFS
                   DISPLAY "Alerts are now ON."
               ELSE
                   DISPLAY "No change made."
               END-IF
           END-IF.

       SET-WITHDRAWAL-ALERT.
           DISPLAY "Alert me for any withdrawal over (0 for off): "
           PERFORM ACCEPT-ALERT-AMOUNT
           IF NOT-NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE WS-AP-NEW-AMOUNT TO WS-AP-WD-THRESHOLD
           PERFORM SAVE-ALERT-PREFS
           DISPLAY "Large withdrawal alert saved."
           PERFORM REMIND-ALERTS-OFF.

       SET-LOW-BALANCE-ALERT.
      *> the one amount watches both checking and savings
           DISPLAY "Alert me when a balance drops below (0 for off): "
           PERFORM ACCEPT-ALERT-AMOUNT
           IF NOT-NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE WS-AP-NEW-AMOUNT TO WS-AP-LOW-BAL-THRESHOLD
           PERFORM SAVE-ALERT-PREFS
           DISPLAY "Low balance alert saved."
           PERFORM REMIND-ALERTS-OFF.

       ACCEPT-ALERT-AMOUNT.
      *> zero is allowed here - it is how an alert is turned off
           ACCEPT USER-INPUT-STR
           IF FUNCTION TEST-NUMVAL(USER-INPUT-STR) = 0
               AND FUNCTION NUMVAL(USER-INPUT-STR) >= 0
               AND FUNCTION NUMVAL(USER-INPUT-STR) <= 99999.99
               MOVE 'Y' TO NUMERIC-FLAG
               MOVE FUNCTION NUMVAL(USER-INPUT-STR) TO
                   WS-AP-NEW-AMOUNT
           ELSE
               MOVE 'N' TO NUMERIC-FLAG
               DISPLAY "Invalid amount. No change made."
           END-IF.

       REMIND-ALERTS-OFF.
           IF NOT ALERTS-WANTED
               DISPLAY "Alerts are OFF - turn them on (option 1) "
                   "for this to take effect."
           END-IF.

       SAVE-ALERT-PREFS.
      *> the first customer ever to opt in has no alert-prefs.dat -
      *> create it on first use, same as ADD-STANDING-ORDER does
           OPEN I-O ALERT-PREFS-FILE
           IF WS-AP-STAT = "35"
               OPEN OUTPUT ALERT-PREFS-FILE
               CLOSE ALERT-PREFS-FILE
               OPEN I-O ALERT-PREFS-FILE
           END-IF
           IF WS-AP-STAT NOT = "00"
               DISPLAY "ERROR: unable to open alert-prefs.dat - "
                   "FILE STATUS " WS-AP-STAT
               EXIT PARAGRAPH
           END-IF

           MOVE USER-ID TO AP-USER-ID
           MOVE WS-AP-OPT-IN TO AP-OPT-IN
           MOVE WS-AP-WD-THRESHOLD TO AP-WD-THRESHOLD
           MOVE WS-AP-LOW-BAL-THRESHOLD TO AP-LOW-BAL-THRESHOLD
           MOVE FUNCTION CURRENT-DATE(1:16) TO AP-UPDATED-TS
           WRITE ALERT-PREFS-RECORD
               INVALID KEY
                   REWRITE ALERT-PREFS-RECORD
                       INVALID KEY
                           DISPLAY "ERROR: unable to save alert "
                               "settings - FILE STATUS " WS-AP-STAT
                   END-REWRITE
           END-WRITE
           CLOSE ALERT-PREFS-FILE.


       WRITE-JOURNAL-EVENT.
      *> appends one event to this terminal's journal for the day -
      *> opened and closed around each write so a session that dies
      *> mid-way still leaves everything up to that point on disk.
      *> A journal that cannot be written never stops the customer;
      *> the console warning sends the operator to the disk.
           OPEN EXTEND EJOURNAL-FILE
           IF WS-EJ-STAT = "35"
               OPEN OUTPUT EJOURNAL-FILE
           END-IF
           IF WS-EJ-STAT NOT = "00"
               DISPLAY "WARNING: cannot write "
                   FUNCTION TRIM(WS-EJ-FILE-NAME)
                   " - FILE STATUS " WS-EJ-STAT
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:16) TO EJ-TIMESTAMP
               MOVE WS-TERMINAL-ID   TO EJ-TERMINAL-ID
               MOVE WS-EJ-SESSION-TS TO EJ-SESSION-TS
               MOVE WS-EJ-CARD-LAST4 TO EJ-CARD-LAST4
               MOVE WS-EJ-EVENT      TO EJ-EVENT
               MOVE WS-EJ-REASON     TO EJ-REASON
               MOVE WS-EJ-AMOUNT     TO EJ-AMOUNT
               MOVE WS-EJ-DETAIL     TO EJ-DETAIL
               WRITE EJOURNAL-RECORD
               CLOSE EJOURNAL-FILE
           END-IF
           MOVE SPACES TO WS-EJ-EVENT WS-EJ-REASON WS-EJ-DETAIL
           MOVE 0 TO WS-EJ-AMOUNT.

       JOURNAL-WITHDRAWAL-DECLINE.
      *> WS-EJ-REASON is set by the caller
           MOVE "DC" TO WS-EJ-EVENT
           MOVE WITHDRAW-AMOUNT TO WS-EJ-AMOUNT
           MOVE "WITHDRAWAL DECLINED" TO WS-EJ-DETAIL
           PERFORM WRITE-JOURNAL-EVENT.

       JOURNAL-TRANSFER-DECLINE.
           MOVE "DC" TO WS-EJ-EVENT
           MOVE "NF" TO WS-EJ-REASON
           MOVE TRANSFER-AMOUNT TO WS-EJ-AMOUNT
           MOVE "TRANSFER DECLINED" TO WS-EJ-DETAIL
           PERFORM WRITE-JOURNAL-EVENT.

       JOURNAL-FEE-WAIVED.
      *> WS-EJ-AMOUNT is the fee the balance could not cover
           MOVE "FW" TO WS-EJ-EVENT
           IF WS-TR-TYPE = "T"
               MOVE "TRANSFER FEE NOT CHARGED" TO WS-EJ-DETAIL
           ELSE
               MOVE "WITHDRAWAL FEE NOT CHARGED" TO WS-EJ-DETAIL
           END-IF
           PERFORM WRITE-JOURNAL-EVENT.

       END-JOURNAL-SESSION.
      *> the last event of every session, however it ended - a
      *> fault path sets WS-EJ-DETAIL first
           MOVE "SE" TO WS-EJ-EVENT
           IF WS-EJ-DETAIL = SPACES
               MOVE "SESSION ENDED" TO WS-EJ-DETAIL
           END-IF
           PERFORM WRITE-JOURNAL-EVENT.

       GET-NEXT-SEQ.
      *> draws the next sequence number from txn-seq.dat and writes
               PERFORM CARD-TO-CARD-TRANSFER
           ELSE
           IF TRANSFER-CHOICE = "1"
               IF CHECKING-BALANCE >=
                       TRANSFER-AMOUNT + WS-HELD-CHECKING
                   COMPUTE CHECKING-BALANCE = CHECKING-BALANCE - 
                                                         TRANSFER-AMOUNT
                   COMPUTE SAVINGS-BALANCE = SAVINGS-BALANCE + 

               ELSE
                   DISPLAY "Insufficient funds in Checking."
                   MOVE "C" TO WS-HOLD-SIDE
                   PERFORM EXPLAIN-DEPOSIT-HOLD
                   PERFORM JOURNAL-TRANSFER-DECLINE
               END-IF
           ELSE IF TRANSFER-CHOICE = "2"
               IF SAVINGS-BALANCE >=
                       TRANSFER-AMOUNT + WS-HELD-SAVINGS
                   COMPUTE SAVINGS-BALANCE = SAVINGS-BALANCE - 
                                                         TRANSFER-AMOUNT
                   COMPUTE CHECKING-BALANCE = CHECKING-BALANCE + 
                   PERFORM SAVE-BALANCE
               ELSE
                   DISPLAY "Insufficient funds in Savings."
                   MOVE "S" TO WS-HOLD-SIDE
                   PERFORM EXPLAIN-DEPOSIT-HOLD
                   PERFORM JOURNAL-TRANSFER-DECLINE
               END-IF
           ELSE
               DISPLAY "Invalid transfer option."
      *> credit is put right by CHECK-PENDING-TXN on the next start.
           DISPLAY "Enter the receiving 16-digit card number: "
           ACCEPT WS-XFER-DEST-CARD
      *> money is paid to the account behind whatever card number
      *> the customer keys, old or new
           MOVE WS-XFER-DEST-CARD TO WS-CX-CARD
           PERFORM RESOLVE-CARD-ACCOUNT
           MOVE WS-CX-ACCOUNT TO WS-XFER-DEST-CARD

           IF WS-XFER-DEST-CARD = USER-ID
               DISPLAY "That is your own card. Use options 1 or 2 "
           END-IF

           IF ACCOUNT-TYPE = "1"
               IF CHECKING-BALANCE <
                       TRANSFER-AMOUNT + WS-HELD-CHECKING
                   DISPLAY "Insufficient funds in Checking."
                   MOVE "C" TO WS-HOLD-SIDE
                   PERFORM EXPLAIN-DEPOSIT-HOLD
                   PERFORM JOURNAL-TRANSFER-DECLINE
                   EXIT PARAGRAPH
               END-IF
               COMPUTE WS-XFER-SRC-NEW-BAL =
                   CHECKING-BALANCE - TRANSFER-AMOUNT
           ELSE
               IF SAVINGS-BALANCE <
                       TRANSFER-AMOUNT + WS-HELD-SAVINGS
                   DISPLAY "Insufficient funds in Savings."
                   MOVE "S" TO WS-HOLD-SIDE
                   PERFORM EXPLAIN-DEPOSIT-HOLD
                   PERFORM JOURNAL-TRANSFER-DECLINE
                   EXIT PARAGRAPH
               END-IF
               COMPUTE WS-XFER-SRC-NEW-BAL =
               MOVE "N" TO WS-FEE-CHARGED-FLAG
           END-IF

      *> a deposit receipt carries the envelope number the teller
      *> will verify against, and says the money is on hold
           IF WS-TR-TYPE = "D" AND ENVELOPE-RECORDED
               MOVE SPACES TO RECEIPT-LINE
               STRING "Envelope: " WS-TERMINAL-ID " no. "
                   WS-ENVELOPE-SEQ
                   DELIMITED BY SIZE INTO RECEIPT-LINE
               WRITE RECEIPT-LINE
               MOVE "Funds held until the branch verifies the"
                   TO RECEIPT-LINE
               WRITE RECEIPT-LINE
               MOVE "envelope contents." TO RECEIPT-LINE
               WRITE RECEIPT-LINE
               MOVE "N" TO WS-ENVELOPE-FLAG
           END-IF

      *> a withdrawal that leaned on the savings sweep shows both
      *> movements right under it, so the paper matches the log
           IF OD-SWEEP-DONE
