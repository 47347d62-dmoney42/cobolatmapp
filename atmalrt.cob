       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATMALRT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> the cut archive for the day being alerted on - the day's
      *> withdrawals, balances and overdraft sweeps come from here
           SELECT TRANSACTION-LOG ASSIGN TO WS-TRANS-LOG-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRANS-STAT.

      *> machine state and business date, maintained by the ATMEOD
      *> close job - mid-close the business date is the day just cut
           SELECT MACHINE-STATE-FILE ASSIGN TO "machine-state.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MS-STAT.

      *> the customer master - names, and the last 4 digits the log
      *> entries are matched back to
           SELECT ACCOUNT-FILE ASSIGN TO "accounts.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS USER-ID
               FILE STATUS IS WS-ACCT-STAT.

      *> who opted in at the ATM, and at what amounts
           SELECT ALERT-PREFS-FILE ASSIGN TO "alert-prefs.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AP-USER-ID
               FILE STATUS IS WS-AP-STAT.

      *> the cards issued against each account - the alert names
      *> the card the customer holds now
           SELECT CARD-XREF-FILE ASSIGN TO "card-xref.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CX-CARD-NUMBER
               FILE STATUS IS WS-CX-STAT.

      *> per-card PIN lockout state - a lock stamped today is a
      *> card locked after failed PINs today
           SELECT CARD-STATUS-FILE ASSIGN TO "card-status.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CS-USER-ID
               FILE STATUS IS WS-CS-STAT.

      *> tonight's failed standing orders, left by ATMSORD
           SELECT SORD-FAILURE-FILE
               ASSIGN TO "standing-order-failures.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SF-STAT.

      *> tonight's new soft holds, left by ATMFRAUD
           SELECT FRAUD-HOLD-FILE ASSIGN TO "fraud-new-holds.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FH-STAT.

      *> the interface file for the SMS/mail vendor, e.g.
      *> alerts-20260821.dat
           SELECT ALERT-FILE ASSIGN TO WS-ALERT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AL-STAT.

           SELECT ALERT-REPORT ASSIGN TO "alert-report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.



       DATA DIVISION.
       FILE SECTION.
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

       FD ACCOUNT-FILE
           RECORD CONTAINS 102 CHARACTERS
           DATA RECORD IS ACCOUNT-RECORD.
       01 ACCOUNT-RECORD.
           05 USER-ID             PIC X(16). *> 16 characters
           05 PIN-HASH            PIC 9(8).
           05 CHECKING-BALANCE      PIC 9(5)V99.
           05 SAVINGS-BALANCE       PIC 9(5)V99.
           05 DAILY-WITHDRAW-AMOUNT PIC 9(5)V99.
           05 LAST-WITHDRAW-DATE  PIC 9(8).
           05 CUSTOMER-NAME       PIC X(30).
           05 ACCOUNT-STATUS      PIC X. *> "A"ctive "D"ormant "C"losed
           05 ACCOUNT-OPEN-DATE   PIC 9(8).
           05 OVERDRAFT-PROTECT   PIC X.
           05 WD-COUNT-MONTH      PIC 9(3).
           05 WD-COUNT-CCYYMM     PIC 9(6).

      *> must match the ALERT-PREFS-RECORD layout ATMAPP writes
       FD ALERT-PREFS-FILE
           RECORD CONTAINS 47 CHARACTERS
           DATA RECORD IS ALERT-PREFS-RECORD.
       01 ALERT-PREFS-RECORD.
           05 AP-USER-ID         PIC X(16).
           05 AP-OPT-IN          PIC X. *> "Y"es "N"o
           05 AP-WD-THRESHOLD    PIC 9(5)V99.
           05 AP-LOW-BAL-THRESHOLD PIC 9(5)V99.
           05 AP-UPDATED-TS      PIC X(16).

      *> must match the CARD-XREF-RECORD layout ATMCON writes
       FD CARD-XREF-FILE
           RECORD CONTAINS 79 CHARACTERS
           DATA RECORD IS CARD-XREF-RECORD.
       01 CARD-XREF-RECORD.
           05 CX-CARD-NUMBER     PIC X(16).
           05 CX-ACCOUNT-NUMBER  PIC X(16).
      *> "A"ctive "H"ot-listed "E"xpired "R"eplaced
           05 CX-CARD-STATUS     PIC X.
           05 CX-EXPIRY-CCYYMM   PIC 9(6).
           05 CX-ISSUE-DATE      PIC 9(8).
           05 CX-STATUS-DATE     PIC 9(8).
           05 CX-STATUS-OPERATOR PIC X(8).
           05 CX-REPLACED-BY     PIC X(16).

      *> must match the CARD-STATUS-RECORD layout ATMAPP writes
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

      *> must match the SORD-FAILURE-RECORD layout ATMSORD writes
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

      *> must match the FRAUD-HOLD-RECORD layout ATMFRAUD writes
       FD FRAUD-HOLD-FILE
           RECORD CONTAINS 40 CHARACTERS
           DATA RECORD IS FRAUD-HOLD-RECORD.
       01 FRAUD-HOLD-RECORD.
           05 FH-BUSINESS-DATE   PIC 9(8).
           05 FH-USER-ID         PIC X(16).
           05 FH-HOLD-TIMESTAMP  PIC X(16).

      *> header, detail and trailer records share the one 100-byte
      *> line - see the WS-AH- / WS-AD- / WS-AT- layouts below
       FD ALERT-FILE
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS ALERT-RECORD.
       01 ALERT-RECORD          PIC X(100).

       *> This defines the template for the alert run report
       FD ALERT-REPORT.
         01 REPORT-LINE           PIC X(80).
      *>*********************************************

       WORKING-STORAGE SECTION.
       01 TRANS-STAT            PIC XX.
       01 WS-MS-STAT            PIC XX.
       01 WS-ACCT-STAT          PIC XX.
       01 WS-AP-STAT            PIC XX.
       01 WS-CX-STAT            PIC XX.
       01 WS-CS-STAT            PIC XX.
       01 WS-SF-STAT            PIC XX.
       01 WS-FH-STAT            PIC XX.
       01 WS-AL-STAT            PIC XX.

       01 WS-EOF-FLAG           PIC X VALUE "N".
           88 END-OF-INPUT        VALUE "Y".

       01 WS-MS-PRESENT-FLAG    PIC X VALUE "N".
           88 MACHINE-STATE-ON-FILE VALUE "Y".
       01 WS-MS-BUSINESS-DATE   PIC 9(8).
       01 WS-MS-STATE           PIC X.

       01 WS-STARTUP-PARM       PIC X(20).
       01 WS-TARGET-DATE        PIC 9(8).
       01 WS-TARGET-DATE-X      PIC X(8).
       01 WS-TRANS-LOG-NAME     PIC X(30).
       01 WS-ALERT-FILE-NAME    PIC X(30).
       01 WS-RUN-TIMESTAMP      PIC X(16).

      *> every account on the master, with the customer's alert
      *> settings and what the day's entries have done to each
      *> balance so far. The log carries only the card's last four
      *> digits; a last four shared by two accounts is marked so
      *> its entries are counted as unmatched rather than guessed.
       01 WS-ACCT-MAX           PIC 9(5) COMP VALUE 5000.
       01 WS-ACCT-COUNT         PIC 9(5) COMP VALUE 0.
       01 WS-ACCT-TABLE.
           05 WS-ACCT-ENTRY OCCURS 5000 TIMES.
               10 WS-AC-USER-ID     PIC X(16).
               10 WS-AC-LAST4       PIC X(4).
               10 WS-AC-SHARED      PIC X.
               10 WS-AC-NAME        PIC X(30).
      *> the card the customer holds now - the account number until
      *> card-xref.dat says a newer card was issued
               10 WS-AC-CARD        PIC X(16).
               10 WS-AC-CARD-ISSUED PIC 9(8).
               10 WS-AC-OPT-IN      PIC X.
               10 WS-AC-WD-LIMIT    PIC 9(5)V99.
               10 WS-AC-LOW-BAL     PIC 9(5)V99.
      *> the balance each side was last seen at today, and whether
      *> the low-balance alert already went for that side
               10 WS-AC-CHK-KNOWN   PIC X.
               10 WS-AC-CHK-BAL     PIC 9(5)V99.
               10 WS-AC-CHK-ALERTED PIC X.
               10 WS-AC-SAV-KNOWN   PIC X.
               10 WS-AC-SAV-BAL     PIC 9(5)V99.
               10 WS-AC-SAV-ALERTED PIC X.
       01 WS-ACCT-SUB           PIC 9(5) COMP.
       01 WS-ACCT-HIT           PIC 9(5) COMP.
       01 WS-ACCT-OVERFLOW      PIC 9(5) COMP VALUE 0.
       01 WS-FIND-USER-ID       PIC X(16).

      *> the entry being looked at - a log line, or a transfer leg
      *> released from the hold below. Direction "D"ebit, "C"redit,
      *> or space when the log alone cannot say (an adjustment).
       01 WS-EV-TS              PIC X(16).
       01 WS-EV-LAST4           PIC X(4).
       01 WS-EV-TYPE            PIC X.
       01 WS-EV-AMOUNT          PIC 9(5)V99.
       01 WS-EV-NEW-BAL         PIC 9(5)V99.
       01 WS-EV-SIDE            PIC X.
       01 WS-EV-DIRECTION       PIC X.
       01 WS-EV-PRIOR           PIC 9(6)V99.
       01 WS-EV-PRIOR-FLAG      PIC X.
           88 PRIOR-BALANCE-KNOWN VALUE "Y".

      *> a transfer is two log lines with one timestamp and amount -
      *> the paying leg first, the receiving leg second, the same
      *> pairing ATMGLEXT does. An ATM savings leg left unpaired is
      *> an overdraft sweep, whose checking leg is never logged.
       01 WS-HELD-FLAG          PIC X VALUE "N".
           88 TRANSFER-HELD       VALUE "Y".
       01 WS-HELD-RECORD.
           05 WS-HELD-TS        PIC X(16).
           05 WS-HELD-LAST4     PIC X(4).
           05 WS-HELD-AMOUNT    PIC 9(5)V99.
           05 WS-HELD-NEW-BAL   PIC 9(5)V99.
           05 WS-HELD-SIDE      PIC X.
           05 WS-HELD-CHANNEL   PIC X.

      *> the alert about to be written
       01 WS-AL-TYPE            PIC X(2).
       01 WS-AL-SIDE            PIC X.
       01 WS-AL-AMOUNT          PIC 9(5)V99.
       01 WS-AL-EVENT-TS        PIC X(16).

       01 WS-REFUSE-FLAG        PIC X VALUE "N".
           88 ALERTS-REFUSED      VALUE "Y".
       01 WS-REFUSE-REASON      PIC X(60).

       01 WS-LOG-REC-COUNT      PIC 9(7) VALUE 0.
       01 WS-UNMATCHED-COUNT    PIC 9(7) VALUE 0.
       01 WS-OPTED-IN-COUNT     PIC 9(7) VALUE 0.
       01 WS-DETAIL-COUNT       PIC 9(7) VALUE 0.
       01 WS-TOTAL-AMOUNT       PIC 9(9)V99 VALUE 0.
       01 WS-LW-COUNT           PIC 9(7) VALUE 0.
       01 WS-LB-COUNT           PIC 9(7) VALUE 0.
       01 WS-OD-COUNT           PIC 9(7) VALUE 0.
       01 WS-SO-COUNT           PIC 9(7) VALUE 0.
       01 WS-FH-COUNT           PIC 9(7) VALUE 0.
       01 WS-PL-COUNT           PIC 9(7) VALUE 0.

      *> interface record layouts, 100 bytes each. Alert types:
      *>   LW - withdrawal over the customer's amount (amount =
      *>        the withdrawal)
      *>   LB - a balance dropped below the customer's amount
      *>        (amount = the balance left, side = C or S)
      *>   OD - overdraft sweep from savings (amount = the sweep)
      *>   SO - a standing order failed (amount = the order)
      *>   FH - the card was soft-held by the fraud screening
      *>   PL - the card was locked after failed PIN attempts
       01 WS-ALERT-HEADER.
           05 WS-AH-REC-TYPE    PIC X VALUE "H".
           05 WS-AH-SOURCE      PIC X(8) VALUE "ATMALRT".
           05 WS-AH-BUSINESS-DATE PIC 9(8).
           05 WS-AH-CREATED     PIC X(16).
           05 FILLER            PIC X(67) VALUE SPACES.
       01 WS-ALERT-DETAIL.
           05 WS-AD-REC-TYPE    PIC X VALUE "D".
           05 WS-AD-BUSINESS-DATE PIC 9(8).
           05 WS-AD-CARD-NUMBER PIC X(16).
           05 WS-AD-ACCOUNT-NUMBER PIC X(16).
           05 WS-AD-CUSTOMER-NAME PIC X(30).
           05 WS-AD-ALERT-TYPE  PIC X(2).
           05 WS-AD-ACCT-SIDE   PIC X.
           05 WS-AD-AMOUNT      PIC 9(5)V99.
           05 WS-AD-EVENT-TS    PIC X(16).
           05 FILLER            PIC X(3) VALUE SPACES.
       01 WS-ALERT-TRAILER.
           05 WS-AT-REC-TYPE    PIC X VALUE "T".
           05 WS-AT-BUSINESS-DATE PIC 9(8).
           05 WS-AT-DETAIL-COUNT PIC 9(7).
           05 WS-AT-TOTAL-AMOUNT PIC 9(9)V99.
           05 FILLER            PIC X(73) VALUE SPACES.

       01 WS-DISPLAY-COUNT      PIC Z(6)9.
       01 WS-DISPLAY-AMOUNT     PIC Z(4)9.99.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "ATMALRT - CUSTOMER ALERT FILE"

      *> a business date may be given (CCYYMMDD) to rebuild a day's
      *> file. With no parameter the day is the one the close is
      *> working on, which only exists as an archive once the
      *> machine is CLOSED and the log has been cut.
           ACCEPT WS-STARTUP-PARM FROM COMMAND-LINE
           IF WS-STARTUP-PARM = SPACES
               PERFORM READ-MACHINE-STATE
               IF NOT MACHINE-STATE-ON-FILE OR WS-MS-STATE NOT = "C"
                   DISPLAY "The machine is not mid-close, so no day "
                       "has just been cut."
                   DISPLAY "Usage: ATMALRT CCYYMMDD (e.g. ATMALRT "
                       "20260821)"
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
               MOVE WS-MS-BUSINESS-DATE TO WS-TARGET-DATE
           ELSE
               IF WS-STARTUP-PARM(1:8) NOT NUMERIC
                   DISPLAY "Usage: ATMALRT CCYYMMDD (e.g. ATMALRT "
                       "20260821)"
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
               MOVE WS-STARTUP-PARM(1:8) TO WS-TARGET-DATE
           END-IF

           MOVE WS-TARGET-DATE TO WS-TARGET-DATE-X
           MOVE SPACES TO WS-TRANS-LOG-NAME
           STRING "transactions-" WS-TARGET-DATE-X ".log"
               DELIMITED BY SIZE INTO WS-TRANS-LOG-NAME
           MOVE SPACES TO WS-ALERT-FILE-NAME
           STRING "alerts-" WS-TARGET-DATE-X ".dat"
               DELIMITED BY SIZE INTO WS-ALERT-FILE-NAME
           MOVE FUNCTION CURRENT-DATE(1:16) TO WS-RUN-TIMESTAMP
           DISPLAY "Alert day: " WS-TARGET-DATE

           OPEN OUTPUT ALERT-REPORT
           PERFORM WRITE-REPORT-HEADER

      *> no master means no customer to tell anything to - the
      *> vendor gets no file rather than an empty one that reads
      *> as "nothing happened"
           PERFORM LOAD-ACCOUNTS
           IF NOT ALERTS-REFUSED
               PERFORM LOAD-ALERT-PREFS
               PERFORM LOAD-CURRENT-CARDS
               PERFORM OPEN-ALERT-FILE
           END-IF

           IF ALERTS-REFUSED
               DISPLAY "ERROR: ALERT FILE NOT WRITTEN - "
                   WS-REFUSE-REASON
               MOVE SPACES TO REPORT-LINE
               STRING "*** ALERT FILE NOT WRITTEN: " WS-REFUSE-REASON
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               CLOSE ALERT-REPORT
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

      *> a site where nobody has opted in still sends the vendor
      *> its header and a zero trailer, so a missing file always
      *> means something went wrong
           IF WS-OPTED-IN-COUNT = 0
               MOVE "No customer has opted in to alerts." TO
                   REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               PERFORM SCAN-DAY-ARCHIVE
               PERFORM SCAN-ORDER-FAILURES
               PERFORM SCAN-NEW-HOLDS
               PERFORM SCAN-PIN-LOCKS
           END-IF

           PERFORM CLOSE-ALERT-FILE
           PERFORM WRITE-REPORT-SUMMARY
           CLOSE ALERT-REPORT

           MOVE WS-DETAIL-COUNT TO WS-DISPLAY-COUNT
           DISPLAY "Alerts written: " WS-DISPLAY-COUNT
               " to " WS-ALERT-FILE-NAME
           DISPLAY "See alert-report.txt for details."

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

       LOAD-ACCOUNTS.
           OPEN INPUT ACCOUNT-FILE
           IF WS-ACCT-STAT = "35"
               SET ALERTS-REFUSED TO TRUE
               MOVE "accounts.dat not found" TO WS-REFUSE-REASON
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

           IF WS-ACCT-OVERFLOW > 0
               MOVE WS-ACCT-OVERFLOW TO WS-DISPLAY-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING "*** " WS-DISPLAY-COUNT " account(s) past the "
                   "table - no alerts for them ***"
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
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
           MOVE USER-ID         TO WS-AC-CARD(WS-ACCT-COUNT)
           MOVE 0               TO WS-AC-CARD-ISSUED(WS-ACCT-COUNT)
           MOVE "N"             TO WS-AC-OPT-IN(WS-ACCT-COUNT)
           MOVE 0               TO WS-AC-WD-LIMIT(WS-ACCT-COUNT)
           MOVE 0               TO WS-AC-LOW-BAL(WS-ACCT-COUNT)
           MOVE "N"             TO WS-AC-CHK-KNOWN(WS-ACCT-COUNT)
           MOVE 0               TO WS-AC-CHK-BAL(WS-ACCT-COUNT)
           MOVE "N"             TO WS-AC-CHK-ALERTED(WS-ACCT-COUNT)
           MOVE "N"             TO WS-AC-SAV-KNOWN(WS-ACCT-COUNT)
           MOVE 0               TO WS-AC-SAV-BAL(WS-ACCT-COUNT)
           MOVE "N"             TO WS-AC-SAV-ALERTED(WS-ACCT-COUNT).

       LOAD-ALERT-PREFS.
      *> no alert-prefs.dat means nobody has opted in yet
           OPEN INPUT ALERT-PREFS-FILE
           IF WS-AP-STAT = "35"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF-FLAG
           PERFORM UNTIL END-OF-INPUT
              READ ALERT-PREFS-FILE NEXT RECORD
                 AT END
                    SET END-OF-INPUT TO TRUE
                 NOT AT END
                    IF AP-OPT-IN = "Y"
                        MOVE AP-USER-ID TO WS-FIND-USER-ID
                        PERFORM FIND-ACCOUNT-BY-ID
                        IF WS-ACCT-HIT > 0
                            ADD 1 TO WS-OPTED-IN-COUNT
                            MOVE "Y" TO WS-AC-OPT-IN(WS-ACCT-HIT)
                            MOVE AP-WD-THRESHOLD TO
                                WS-AC-WD-LIMIT(WS-ACCT-HIT)
                            MOVE AP-LOW-BAL-THRESHOLD TO
                                WS-AC-LOW-BAL(WS-ACCT-HIT)
                        END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE ALERT-PREFS-FILE.

       LOAD-CURRENT-CARDS.
      *> the newest active card on each account; an account with
      *> none there still holds its original card, numbered as the
      *> account itself
           OPEN INPUT CARD-XREF-FILE
           IF WS-CX-STAT = "35"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF-FLAG
           PERFORM UNTIL END-OF-INPUT
              READ CARD-XREF-FILE NEXT RECORD
                 AT END
                    SET END-OF-INPUT TO TRUE
                 NOT AT END
                    IF CX-CARD-STATUS = "A"
                        MOVE CX-ACCOUNT-NUMBER TO WS-FIND-USER-ID
                        PERFORM FIND-ACCOUNT-BY-ID
                        IF WS-ACCT-HIT > 0
                            AND CX-ISSUE-DATE >=
                                WS-AC-CARD-ISSUED(WS-ACCT-HIT)
                            MOVE CX-CARD-NUMBER TO
                                WS-AC-CARD(WS-ACCT-HIT)
                            MOVE CX-ISSUE-DATE TO
                                WS-AC-CARD-ISSUED(WS-ACCT-HIT)
                        END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE CARD-XREF-FILE.

       FIND-ACCOUNT-BY-ID.
      *> WS-FIND-USER-ID in, WS-ACCT-HIT out (0 = not on the master)
           MOVE 0 TO WS-ACCT-HIT
           PERFORM VARYING WS-ACCT-SUB FROM 1 BY 1
                   UNTIL WS-ACCT-SUB > WS-ACCT-COUNT
                      OR WS-ACCT-HIT > 0
               IF WS-AC-USER-ID(WS-ACCT-SUB) = WS-FIND-USER-ID
                   MOVE WS-ACCT-SUB TO WS-ACCT-HIT
               END-IF
           END-PERFORM.

       FIND-ACCOUNT-BY-LAST4.
      *> WS-EV-LAST4 in, WS-ACCT-HIT out - 0 when no account, or
      *> more than one, ends in those digits
           MOVE 0 TO WS-ACCT-HIT
           PERFORM VARYING WS-ACCT-SUB FROM 1 BY 1
                   UNTIL WS-ACCT-SUB > WS-ACCT-COUNT
                      OR WS-ACCT-HIT > 0
               IF WS-AC-LAST4(WS-ACCT-SUB) = WS-EV-LAST4
                   MOVE WS-ACCT-SUB TO WS-ACCT-HIT
               END-IF
           END-PERFORM
           IF WS-ACCT-HIT > 0
               IF WS-AC-SHARED(WS-ACCT-HIT) = "Y"
                   MOVE 0 TO WS-ACCT-HIT
               END-IF
           END-IF.

       OPEN-ALERT-FILE.
           OPEN OUTPUT ALERT-FILE
           IF WS-AL-STAT NOT = "00"
               SET ALERTS-REFUSED TO TRUE
               MOVE SPACES TO WS-REFUSE-REASON
               STRING "cannot open " WS-ALERT-FILE-NAME
                   " - FILE STATUS " WS-AL-STAT
                   DELIMITED BY SIZE INTO WS-REFUSE-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TARGET-DATE TO WS-AH-BUSINESS-DATE
           MOVE WS-RUN-TIMESTAMP TO WS-AH-CREATED
           MOVE WS-ALERT-HEADER TO ALERT-RECORD
           WRITE ALERT-RECORD.

       CLOSE-ALERT-FILE.
           MOVE WS-TARGET-DATE TO WS-AT-BUSINESS-DATE
           MOVE WS-DETAIL-COUNT TO WS-AT-DETAIL-COUNT
           MOVE WS-TOTAL-AMOUNT TO WS-AT-TOTAL-AMOUNT
           MOVE WS-ALERT-TRAILER TO ALERT-RECORD
           WRITE ALERT-RECORD
           CLOSE ALERT-FILE.

       SCAN-DAY-ARCHIVE.
      *> a day with no archive had no activity to alert on - the
      *> orders, holds and locks below still go out
           OPEN INPUT TRANSACTION-LOG
           IF TRANS-STAT = "35"
               MOVE SPACES TO REPORT-LINE
               STRING WS-TRANS-LOG-NAME DELIMITED BY SPACE
                   " not found - no activity alerts"
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-EOF-FLAG
           PERFORM UNTIL END-OF-INPUT
              READ TRANSACTION-LOG
                 AT END
                    SET END-OF-INPUT TO TRUE
                 NOT AT END
                    IF TRANSACTION-RECORD(1:8) NOT = "TRAILER:"
                        ADD 1 TO WS-LOG-REC-COUNT
                        PERFORM CLASSIFY-ENTRY
                    END-IF
              END-READ
           END-PERFORM
           CLOSE TRANSACTION-LOG

           IF TRANSFER-HELD
               PERFORM RELEASE-HELD-TRANSFER
           END-IF.

       CLASSIFY-ENTRY.
           IF TR-TYPE = "T"
               IF TRANSFER-HELD
                   AND TR-TIMESTAMP = WS-HELD-TS
                   AND TR-AMOUNT = WS-HELD-AMOUNT
      *> the receiving leg - the held one paid, this one received
                   MOVE "N" TO WS-HELD-FLAG
                   PERFORM LOAD-HELD-EVENT
                   MOVE "D" TO WS-EV-DIRECTION
                   PERFORM APPLY-ENTRY
                   PERFORM LOAD-LOG-EVENT
                   MOVE "C" TO WS-EV-DIRECTION
                   PERFORM APPLY-ENTRY
               ELSE
                   IF TRANSFER-HELD
                       PERFORM RELEASE-HELD-TRANSFER
                   END-IF
                   SET TRANSFER-HELD TO TRUE
                   MOVE TR-TIMESTAMP   TO WS-HELD-TS
                   MOVE TR-CARD-LAST4  TO WS-HELD-LAST4
                   MOVE TR-AMOUNT      TO WS-HELD-AMOUNT
                   MOVE TR-NEW-BALANCE TO WS-HELD-NEW-BAL
                   MOVE TR-ACCT-SIDE   TO WS-HELD-SIDE
                   MOVE TR-CHANNEL     TO WS-HELD-CHANNEL
               END-IF
               EXIT PARAGRAPH
           END-IF

           IF TRANSFER-HELD
               PERFORM RELEASE-HELD-TRANSFER
           END-IF

           PERFORM LOAD-LOG-EVENT
           EVALUATE TR-TYPE
              WHEN "W"
              WHEN "F"
                 MOVE "D" TO WS-EV-DIRECTION
              WHEN "D"
              WHEN "I"
                 MOVE "C" TO WS-EV-DIRECTION
              WHEN OTHER
                 MOVE SPACE TO WS-EV-DIRECTION
           END-EVALUATE
           PERFORM APPLY-ENTRY.

       RELEASE-HELD-TRANSFER.
      *> a transfer leg nobody paired paid out - from the ATM on
      *> savings it is an overdraft sweep
           MOVE "N" TO WS-HELD-FLAG
           PERFORM LOAD-HELD-EVENT
           MOVE "D" TO WS-EV-DIRECTION
           PERFORM APPLY-ENTRY
           IF WS-HELD-SIDE = "S" AND WS-HELD-CHANNEL = "A"
               AND WS-ACCT-HIT > 0
               MOVE "OD" TO WS-AL-TYPE
               MOVE "S" TO WS-AL-SIDE
               MOVE WS-HELD-AMOUNT TO WS-AL-AMOUNT
               MOVE WS-HELD-TS TO WS-AL-EVENT-TS
               PERFORM WRITE-ALERT
           END-IF.

       LOAD-LOG-EVENT.
           MOVE TR-TIMESTAMP   TO WS-EV-TS
           MOVE TR-CARD-LAST4  TO WS-EV-LAST4
           MOVE TR-TYPE        TO WS-EV-TYPE
           MOVE TR-AMOUNT      TO WS-EV-AMOUNT
           MOVE TR-NEW-BALANCE TO WS-EV-NEW-BAL
           MOVE TR-ACCT-SIDE   TO WS-EV-SIDE.

       LOAD-HELD-EVENT.
           MOVE WS-HELD-TS      TO WS-EV-TS
           MOVE WS-HELD-LAST4   TO WS-EV-LAST4
           MOVE "T"             TO WS-EV-TYPE
           MOVE WS-HELD-AMOUNT  TO WS-EV-AMOUNT
           MOVE WS-HELD-NEW-BAL TO WS-EV-NEW-BAL
           MOVE WS-HELD-SIDE    TO WS-EV-SIDE.

       APPLY-ENTRY.
      *> leaves WS-ACCT-HIT on the entry's account (0 = unmatched)
      *> for the caller's own alerts
           PERFORM FIND-ACCOUNT-BY-LAST4
           IF WS-ACCT-HIT = 0
               ADD 1 TO WS-UNMATCHED-COUNT
               EXIT PARAGRAPH
           END-IF

           IF WS-EV-TYPE = "W"
               AND WS-AC-WD-LIMIT(WS-ACCT-HIT) > 0
               AND WS-EV-AMOUNT > WS-AC-WD-LIMIT(WS-ACCT-HIT)
               MOVE "LW" TO WS-AL-TYPE
               MOVE WS-EV-SIDE TO WS-AL-SIDE
               MOVE WS-EV-AMOUNT TO WS-AL-AMOUNT
               MOVE WS-EV-TS TO WS-AL-EVENT-TS
               PERFORM WRITE-ALERT
           END-IF

           EVALUATE WS-EV-SIDE
              WHEN "C"
                 PERFORM TRACK-CHECKING-BALANCE
              WHEN "S"
                 PERFORM TRACK-SAVINGS-BALANCE
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

       FIND-PRIOR-BALANCE.
      *> the first entry of the day on a side says only where the
      *> balance ended up - the amount and its direction say where
      *> it started. An adjustment gives no direction, so it only
      *> sets the starting point for the entries after it.
           MOVE "N" TO WS-EV-PRIOR-FLAG
           EVALUATE WS-EV-DIRECTION
              WHEN "D"
                 COMPUTE WS-EV-PRIOR = WS-EV-NEW-BAL + WS-EV-AMOUNT
                 MOVE "Y" TO WS-EV-PRIOR-FLAG
              WHEN "C"
                 IF WS-EV-NEW-BAL >= WS-EV-AMOUNT
                     COMPUTE WS-EV-PRIOR =
                         WS-EV-NEW-BAL - WS-EV-AMOUNT
                     MOVE "Y" TO WS-EV-PRIOR-FLAG
                 END-IF
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

       TRACK-CHECKING-BALANCE.
           IF WS-AC-CHK-KNOWN(WS-ACCT-HIT) = "Y"
               MOVE WS-AC-CHK-BAL(WS-ACCT-HIT) TO WS-EV-PRIOR
               MOVE "Y" TO WS-EV-PRIOR-FLAG
           ELSE
               PERFORM FIND-PRIOR-BALANCE
           END-IF
           MOVE "Y" TO WS-AC-CHK-KNOWN(WS-ACCT-HIT)
           MOVE WS-EV-NEW-BAL TO WS-AC-CHK-BAL(WS-ACCT-HIT)

      *> once per side per day - the customer hears the balance
      *> went below their amount, not about every entry after it
           IF WS-AC-LOW-BAL(WS-ACCT-HIT) > 0
               AND WS-AC-CHK-ALERTED(WS-ACCT-HIT) NOT = "Y"
               AND PRIOR-BALANCE-KNOWN
               AND WS-EV-PRIOR >= WS-AC-LOW-BAL(WS-ACCT-HIT)
               AND WS-EV-NEW-BAL < WS-AC-LOW-BAL(WS-ACCT-HIT)
               MOVE "Y" TO WS-AC-CHK-ALERTED(WS-ACCT-HIT)
               MOVE "LB" TO WS-AL-TYPE
               MOVE "C" TO WS-AL-SIDE
               MOVE WS-EV-NEW-BAL TO WS-AL-AMOUNT
               MOVE WS-EV-TS TO WS-AL-EVENT-TS
               PERFORM WRITE-ALERT
           END-IF.

       TRACK-SAVINGS-BALANCE.
           IF WS-AC-SAV-KNOWN(WS-ACCT-HIT) = "Y"
               MOVE WS-AC-SAV-BAL(WS-ACCT-HIT) TO WS-EV-PRIOR
               MOVE "Y" TO WS-EV-PRIOR-FLAG
           ELSE
               PERFORM FIND-PRIOR-BALANCE
           END-IF
           MOVE "Y" TO WS-AC-SAV-KNOWN(WS-ACCT-HIT)
           MOVE WS-EV-NEW-BAL TO WS-AC-SAV-BAL(WS-ACCT-HIT)

           IF WS-AC-LOW-BAL(WS-ACCT-HIT) > 0
               AND WS-AC-SAV-ALERTED(WS-ACCT-HIT) NOT = "Y"
               AND PRIOR-BALANCE-KNOWN
               AND WS-EV-PRIOR >= WS-AC-LOW-BAL(WS-ACCT-HIT)
               AND WS-EV-NEW-BAL < WS-AC-LOW-BAL(WS-ACCT-HIT)
               MOVE "Y" TO WS-AC-SAV-ALERTED(WS-ACCT-HIT)
               MOVE "LB" TO WS-AL-TYPE
               MOVE "S" TO WS-AL-SIDE
               MOVE WS-EV-NEW-BAL TO WS-AL-AMOUNT
               MOVE WS-EV-TS TO WS-AL-EVENT-TS
               PERFORM WRITE-ALERT
           END-IF.

       SCAN-ORDER-FAILURES.
      *> ATMSORD replaces this file each run - only lines stamped
      *> with the alert day count, so a manual re-run of an older
      *> day never repeats tonight's failures
           OPEN INPUT SORD-FAILURE-FILE
           IF WS-SF-STAT = "35"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF-FLAG
           PERFORM UNTIL END-OF-INPUT
              READ SORD-FAILURE-FILE
                 AT END
                    SET END-OF-INPUT TO TRUE
                 NOT AT END
                    IF SF-BUSINESS-DATE = WS-TARGET-DATE
                        MOVE SF-USER-ID TO WS-FIND-USER-ID
                        PERFORM FIND-ACCOUNT-BY-ID
                        IF WS-ACCT-HIT > 0
                            MOVE "SO" TO WS-AL-TYPE
                            MOVE SPACE TO WS-AL-SIDE
                            MOVE SF-AMOUNT TO WS-AL-AMOUNT
                            MOVE SPACES TO WS-AL-EVENT-TS
                            MOVE SF-BUSINESS-DATE TO
                                WS-AL-EVENT-TS(1:8)
                            PERFORM WRITE-ALERT
                        END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE SORD-FAILURE-FILE.

       SCAN-NEW-HOLDS.
      *> ATMFRAUD lists only holds it newly set - a card re-held
      *> on a later night is not alerted again
           OPEN INPUT FRAUD-HOLD-FILE
           IF WS-FH-STAT = "35"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF-FLAG
           PERFORM UNTIL END-OF-INPUT
              READ FRAUD-HOLD-FILE
                 AT END
                    SET END-OF-INPUT TO TRUE
                 NOT AT END
                    IF FH-BUSINESS-DATE = WS-TARGET-DATE
                        MOVE FH-USER-ID TO WS-FIND-USER-ID
                        PERFORM FIND-ACCOUNT-BY-ID
                        IF WS-ACCT-HIT > 0
                            MOVE "FH" TO WS-AL-TYPE
                            MOVE SPACE TO WS-AL-SIDE
                            MOVE 0 TO WS-AL-AMOUNT
                            MOVE FH-HOLD-TIMESTAMP TO WS-AL-EVENT-TS
                            PERFORM WRITE-ALERT
                        END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE FRAUD-HOLD-FILE.

       SCAN-PIN-LOCKS.
      *> ATMAPP stamps the lock with the wall clock, the same clock
      *> that dates the log entries ATMLOGCT cuts into the day
           OPEN INPUT CARD-STATUS-FILE
           IF WS-CS-STAT = "35"
               EXIT PARAGRAPH
           END-IF
      *> a pre-upgrade 35-byte file opens with status 39
           IF WS-CS-STAT NOT = "00"
               MOVE SPACES TO REPORT-LINE
               STRING "*** card-status.dat unreadable (FILE STATUS "
                   WS-CS-STAT ") - no PIN lock alerts ***"
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF-FLAG
           PERFORM UNTIL END-OF-INPUT
              READ CARD-STATUS-FILE NEXT RECORD
                 AT END
                    SET END-OF-INPUT TO TRUE
                 NOT AT END
                    IF CS-LOCK-STATUS = "L"
                        AND CS-LOCK-TIMESTAMP(1:8) = WS-TARGET-DATE-X
                        MOVE CS-USER-ID TO WS-FIND-USER-ID
                        PERFORM FIND-ACCOUNT-BY-ID
                        IF WS-ACCT-HIT > 0
                            MOVE "PL" TO WS-AL-TYPE
                            MOVE SPACE TO WS-AL-SIDE
                            MOVE 0 TO WS-AL-AMOUNT
                            MOVE CS-LOCK-TIMESTAMP TO WS-AL-EVENT-TS
                            PERFORM WRITE-ALERT
                        END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE CARD-STATUS-FILE.

       WRITE-ALERT.
      *> WS-ACCT-HIT names the account; only customers who opted in
      *> hear anything
           IF WS-AC-OPT-IN(WS-ACCT-HIT) NOT = "Y"
               EXIT PARAGRAPH
           END-IF

           MOVE WS-TARGET-DATE             TO WS-AD-BUSINESS-DATE
           MOVE WS-AC-CARD(WS-ACCT-HIT)    TO WS-AD-CARD-NUMBER
           MOVE WS-AC-USER-ID(WS-ACCT-HIT) TO WS-AD-ACCOUNT-NUMBER
           MOVE WS-AC-NAME(WS-ACCT-HIT)    TO WS-AD-CUSTOMER-NAME
           MOVE WS-AL-TYPE                 TO WS-AD-ALERT-TYPE
           MOVE WS-AL-SIDE                 TO WS-AD-ACCT-SIDE
           MOVE WS-AL-AMOUNT               TO WS-AD-AMOUNT
           MOVE WS-AL-EVENT-TS             TO WS-AD-EVENT-TS
           MOVE WS-ALERT-DETAIL TO ALERT-RECORD
           WRITE ALERT-RECORD
           ADD 1 TO WS-DETAIL-COUNT
           ADD WS-AL-AMOUNT TO WS-TOTAL-AMOUNT

           EVALUATE WS-AL-TYPE
              WHEN "LW"
                 ADD 1 TO WS-LW-COUNT
              WHEN "LB"
                 ADD 1 TO WS-LB-COUNT
              WHEN "OD"
                 ADD 1 TO WS-OD-COUNT
              WHEN "SO"
                 ADD 1 TO WS-SO-COUNT
              WHEN "FH"
                 ADD 1 TO WS-FH-COUNT
              WHEN "PL"
                 ADD 1 TO WS-PL-COUNT
           END-EVALUATE

           MOVE WS-AL-AMOUNT TO WS-DISPLAY-AMOUNT
           MOVE SPACES TO REPORT-LINE
           STRING WS-AL-TYPE "  card ****-" WS-AD-CARD-NUMBER(13:4)
               "  " WS-AD-CUSTOMER-NAME
               " $" WS-DISPLAY-AMOUNT
               "  " WS-AL-EVENT-TS(9:6)
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       WRITE-REPORT-HEADER.
           MOVE "CUSTOMER ALERT FILE" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "Business date: " WS-TARGET-DATE
               "  Run: " WS-RUN-TIMESTAMP
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "==========================================" TO
               REPORT-LINE
           WRITE REPORT-LINE.

       WRITE-REPORT-SUMMARY.
           MOVE "==========================================" TO
               REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-OPTED-IN-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "Customers opted in:        " WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-LOG-REC-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "Log entries read:          " WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-UNMATCHED-COUNT > 0
               MOVE WS-UNMATCHED-COUNT TO WS-DISPLAY-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING "Entries not matched to one account: "
                   WS-DISPLAY-COUNT
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF

           MOVE WS-LW-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "LW large withdrawal:       " WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-LB-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "LB low balance:            " WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-OD-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "OD overdraft sweep:        " WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-SO-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "SO standing order failed:  " WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-FH-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "FH fraud soft hold:        " WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-PL-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "PL PIN lockout:            " WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-DETAIL-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "Alerts written:            " WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "Interface file written: " DELIMITED BY SIZE
               WS-ALERT-FILE-NAME DELIMITED BY SPACE
               INTO REPORT-LINE
           WRITE REPORT-LINE.
