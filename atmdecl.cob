       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATMDECL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> each terminal's electronic journal for the business day in
      *> turn, e.g. ejournal-T1-20260821.log
           SELECT EJOURNAL-FILE ASSIGN TO WS-EJ-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EJ-STAT.

      *> the machines on this site, one terminal id per line - a
      *> site without the file is a single-terminal site running T1
           SELECT TERMINAL-LIST ASSIGN TO "terminals.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TL-STAT.

      *> machine state and business date, maintained by the ATMEOD
      *> close job - the day being closed is the day analysed
           SELECT MACHINE-STATE-FILE ASSIGN TO "machine-state.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MS-STAT.

           SELECT DECLINE-REPORT ASSIGN TO "decline-analysis.txt"
               ORGANIZATION IS LINE SEQUENTIAL.



       DATA DIVISION.
       FILE SECTION.
      *> must match the EJOURNAL-RECORD layout ATMAPP writes
       FD EJOURNAL-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS EJOURNAL-RECORD.
       01 EJOURNAL-RECORD.
           05 EJ-TIMESTAMP       PIC X(16).
           05 EJ-TERMINAL-ID     PIC X(4).
           05 EJ-SESSION-TS      PIC X(16).
           05 EJ-CARD-LAST4      PIC X(4).
           05 EJ-EVENT           PIC XX.
           05 EJ-REASON          PIC XX.
           05 EJ-AMOUNT          PIC 9(5)V99.
           05 EJ-DETAIL          PIC X(29).

       FD MACHINE-STATE-FILE
           RECORD CONTAINS 10 CHARACTERS
           DATA RECORD IS MACHINE-STATE-RECORD.
       01 MACHINE-STATE-RECORD.
           05 MS-BUSINESS-DATE  PIC 9(8).
           05 MS-STATE          PIC X. *> "O"=Open "C"=Closed
           05 MS-CLOSE-STEP     PIC X.

       FD TERMINAL-LIST
           RECORD CONTAINS 10 CHARACTERS
           DATA RECORD IS TERMINAL-LINE.
       01 TERMINAL-LINE         PIC X(10).

       *> This defines the template for the decline report
       FD DECLINE-REPORT.
         01 REPORT-LINE         PIC X(80).
      *>*********************************************

       WORKING-STORAGE SECTION.
       01 WS-EJ-STAT            PIC XX.
       01 WS-EJ-FILE-NAME       PIC X(40).
       01 WS-EJ-EOF-FLAG        PIC X VALUE "N".
           88 END-OF-JOURNAL      VALUE "Y".

       01 WS-STARTUP-PARM       PIC X(20).
       01 WS-BUSINESS-DATE      PIC 9(8).

       01 WS-MS-STAT            PIC XX.
       01 WS-MS-PRESENT-FLAG    PIC X VALUE "N".
           88 MACHINE-STATE-ON-FILE VALUE "Y".
       01 WS-MS-BUSINESS-DATE   PIC 9(8).

      *> the reason codes ATMAPP journals, in report order. "AB" is
      *> never journaled - it is worked out here for a session that
      *> got past the PIN but never chose anything from the menu.
      *> The last slot catches a code this program does not know.
       01 WS-REASON-LIST.
           05 FILLER PIC X(26) VALUE "NFInsufficient funds".
           05 FILLER PIC X(26) VALUE "DLDaily limit reached".
           05 FILLER PIC X(26) VALUE "DNDenomination".
           05 FILLER PIC X(26) VALUE "ETCash tray empty".
           05 FILLER PIC X(26) VALUE "WPWrong PIN".
           05 FILLER PIC X(26) VALUE "PLPIN lockout".
           05 FILLER PIC X(26) VALUE "HLHot-listed card".
           05 FILLER PIC X(26) VALUE "RCReplaced card".
           05 FILLER PIC X(26) VALUE "EXExpired card".
           05 FILLER PIC X(26) VALUE "LKLocked card".
           05 FILLER PIC X(26) VALUE "CLClosed account".
           05 FILLER PIC X(26) VALUE "UNUnrecognised card".
           05 FILLER PIC X(26) VALUE "DRDormant account".
           05 FILLER PIC X(26) VALUE "HRCard on hold".
           05 FILLER PIC X(26) VALUE "ABAbandoned at menu".
           05 FILLER PIC X(26) VALUE "??Other / unknown code".
       01 WS-REASONS REDEFINES WS-REASON-LIST.
           05 WS-REASON-ENTRY OCCURS 16 TIMES.
               10 WS-RS-CODE        PIC XX.
               10 WS-RS-DESC        PIC X(24).
       01 WS-REASON-MAX         PIC 9(2) COMP VALUE 16.
       01 WS-RS-SUB             PIC 9(2) COMP.
       01 WS-RS-HIT             PIC 9(2) COMP.
       01 WS-AB-SUB             PIC 9(2) COMP VALUE 15.

      *> the site's terminals, read from terminals.dat, each with
      *> its day's sessions and refusals
       01 WS-TL-STAT            PIC XX.
       01 WS-TL-EOF-FLAG        PIC X VALUE "N".
           88 END-OF-TERMINAL-LIST VALUE "Y".
       01 WS-TERM-COUNT         PIC 9(2) COMP VALUE 0.
       01 WS-TERM-SUB           PIC 9(2) COMP.
       01 WS-TERMINAL-TABLE.
           05 WS-TERMINAL-ENTRY OCCURS 8 TIMES.
               10 WS-TERM-ID         PIC X(4).
               10 WS-TERM-JOURNAL    PIC X.
                   88 TERM-HAS-JOURNAL  VALUE "Y".
               10 WS-TERM-SESSIONS   PIC 9(5) COMP.
               10 WS-TERM-SIGNED-IN  PIC 9(5) COMP.
               10 WS-TERM-NO-END     PIC 9(5) COMP.
               10 WS-TERM-CASH-COUNT PIC 9(5) COMP.
               10 WS-TERM-CASH-VALUE PIC 9(7)V99.
               10 WS-TERM-FEE-WAIVED PIC 9(5) COMP.
               10 WS-TERM-DECLINES   PIC 9(5) COMP.
               10 WS-TERM-REASON OCCURS 16 TIMES.
                   15 WS-TR-COUNT    PIC 9(5) COMP.
                   15 WS-TR-VALUE    PIC 9(7)V99.
       01 WS-CUR-TERMINAL       PIC X(4).

      *> the whole site, by reason
       01 WS-SITE-TABLE.
           05 WS-SITE-REASON OCCURS 16 TIMES.
               10 WS-SR-COUNT       PIC 9(5) COMP.
               10 WS-SR-VALUE       PIC 9(7)V99.
       01 WS-SITE-SESSIONS      PIC 9(5) COMP VALUE 0.
       01 WS-SITE-DECLINES      PIC 9(5) COMP VALUE 0.
       01 WS-MISSING-COUNT      PIC 9(2) COMP VALUE 0.

      *> one session at a time - a terminal serves one card per
      *> run, so its journal holds the sessions one after another
       01 WS-SESSION-FLAG       PIC X VALUE "N".
           88 SESSION-OPEN        VALUE "Y".
       01 WS-PIN-OK-FLAG        PIC X.
           88 SESSION-SIGNED-IN   VALUE "Y".
       01 WS-MENU-FLAG          PIC X.
           88 SESSION-USED-MENU   VALUE "Y".
       01 WS-END-FLAG           PIC X.
           88 SESSION-ENDED       VALUE "Y".

       01 WS-DISPLAY-COUNT      PIC Z(4)9.
       01 WS-DISPLAY-COUNT2     PIC Z(4)9.
       01 WS-DISPLAY-VALUE      PIC Z(6)9.99.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "ATMDECL - DECLINE ANALYSIS"

      *> the business date may be given (CCYYMMDD); otherwise the
      *> one on file, which mid-close is the day being closed, or
      *> today on a site without ATMEOD
           ACCEPT WS-STARTUP-PARM FROM COMMAND-LINE
           IF WS-STARTUP-PARM NOT = SPACES
               IF WS-STARTUP-PARM(1:8) NOT NUMERIC
                   DISPLAY "Usage: ATMDECL [CCYYMMDD]"
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

           PERFORM LOAD-TERMINAL-LIST
           INITIALIZE WS-SITE-TABLE

           PERFORM VARYING WS-TERM-SUB FROM 1 BY 1
                   UNTIL WS-TERM-SUB > WS-TERM-COUNT
               MOVE WS-TERM-ID(WS-TERM-SUB) TO WS-CUR-TERMINAL
               PERFORM READ-TERMINAL-JOURNAL
           END-PERFORM

           OPEN OUTPUT DECLINE-REPORT
           PERFORM PRINT-REPORT-HEADER
           PERFORM VARYING WS-TERM-SUB FROM 1 BY 1
                   UNTIL WS-TERM-SUB > WS-TERM-COUNT
               MOVE WS-TERM-ID(WS-TERM-SUB) TO WS-CUR-TERMINAL
               PERFORM PRINT-TERMINAL-SECTION
           END-PERFORM
           PERFORM PRINT-REPORT-TOTALS
           CLOSE DECLINE-REPORT

           MOVE WS-SITE-DECLINES TO WS-DISPLAY-COUNT
           DISPLAY "Declines for " WS-BUSINESS-DATE ": "
               FUNCTION TRIM(WS-DISPLAY-COUNT)
               " - written to decline-analysis.txt"
           IF WS-MISSING-COUNT > 0
               MOVE WS-MISSING-COUNT TO WS-DISPLAY-COUNT
               DISPLAY "WARNING: " FUNCTION TRIM(WS-DISPLAY-COUNT)
                   " terminal(s) have no journal for the day."
           END-IF

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
               END-READ
               CLOSE MACHINE-STATE-FILE
           END-IF.

       LOAD-TERMINAL-LIST.
      *> a missing or empty terminals.dat is the single-terminal
      *> site this started as - analyse T1 and nothing else
           INITIALIZE WS-TERMINAL-TABLE
           OPEN INPUT TERMINAL-LIST
           IF WS-TL-STAT NOT = "35"
               PERFORM UNTIL END-OF-TERMINAL-LIST
                  READ TERMINAL-LIST
                     AT END
                        SET END-OF-TERMINAL-LIST TO TRUE
                     NOT AT END
                        IF TERMINAL-LINE NOT = SPACES
                            AND WS-TERM-COUNT < 8
                            ADD 1 TO WS-TERM-COUNT
                            MOVE TERMINAL-LINE(1:4) TO
                                WS-TERM-ID(WS-TERM-COUNT)
                        END-IF
                  END-READ
               END-PERFORM
               CLOSE TERMINAL-LIST
           END-IF
           IF WS-TERM-COUNT = 0
               MOVE 1 TO WS-TERM-COUNT
               MOVE "T1" TO WS-TERM-ID(1)
           END-IF.

       READ-TERMINAL-JOURNAL.
      *> no journal is a terminal that saw no card all day - or one
      *> whose journal went missing, so the report says so either way
           PERFORM BUILD-JOURNAL-NAME
           OPEN INPUT EJOURNAL-FILE
           IF WS-EJ-STAT NOT = "00"
               ADD 1 TO WS-MISSING-COUNT
               EXIT PARAGRAPH
           END-IF

           MOVE "Y" TO WS-TERM-JOURNAL(WS-TERM-SUB)
           MOVE "N" TO WS-SESSION-FLAG
           MOVE "N" TO WS-EJ-EOF-FLAG
           PERFORM UNTIL END-OF-JOURNAL
              READ EJOURNAL-FILE
                 AT END
                    SET END-OF-JOURNAL TO TRUE
                 NOT AT END
                    PERFORM COUNT-JOURNAL-EVENT
              END-READ
           END-PERFORM
           CLOSE EJOURNAL-FILE
           PERFORM CLOSE-SESSION.

       BUILD-JOURNAL-NAME.
      *> the name ATMAPP files WS-CUR-TERMINAL's day under
           MOVE SPACES TO WS-EJ-FILE-NAME
           STRING "ejournal-" FUNCTION TRIM(WS-CUR-TERMINAL)
               "-" WS-BUSINESS-DATE ".log"
               DELIMITED BY SIZE INTO WS-EJ-FILE-NAME.

       COUNT-JOURNAL-EVENT.
           IF EJ-EVENT = "IN"
               PERFORM CLOSE-SESSION
               MOVE "Y" TO WS-SESSION-FLAG
               MOVE "N" TO WS-PIN-OK-FLAG
               MOVE "N" TO WS-MENU-FLAG
               MOVE "N" TO WS-END-FLAG
               ADD 1 TO WS-TERM-SESSIONS(WS-TERM-SUB)
               ADD 1 TO WS-SITE-SESSIONS
           END-IF

           EVALUATE EJ-EVENT
               WHEN "PN"
                   IF EJ-REASON = SPACES
                       MOVE "Y" TO WS-PIN-OK-FLAG
                       ADD 1 TO WS-TERM-SIGNED-IN(WS-TERM-SUB)
                   END-IF
               WHEN "MC"
                   MOVE "Y" TO WS-MENU-FLAG
               WHEN "CP"
                   ADD 1 TO WS-TERM-CASH-COUNT(WS-TERM-SUB)
                   ADD EJ-AMOUNT TO WS-TERM-CASH-VALUE(WS-TERM-SUB)
               WHEN "FW"
                   ADD 1 TO WS-TERM-FEE-WAIVED(WS-TERM-SUB)
               WHEN "SE"
                   MOVE "Y" TO WS-END-FLAG
           END-EVALUATE

      *> any event carrying a reason is a refusal, whatever kind
           IF EJ-REASON NOT = SPACES
               MOVE WS-REASON-MAX TO WS-RS-HIT
               PERFORM VARYING WS-RS-SUB FROM 1 BY 1
                       UNTIL WS-RS-SUB >= WS-REASON-MAX
                   IF WS-RS-CODE(WS-RS-SUB) = EJ-REASON
                       MOVE WS-RS-SUB TO WS-RS-HIT
                   END-IF
               END-PERFORM
               PERFORM COUNT-DECLINE
           END-IF.

       CLOSE-SESSION.
      *> signed in, but never chose anything - the customer walked
      *> off at the account or main menu
           IF NOT SESSION-OPEN
               EXIT PARAGRAPH
           END-IF
           IF SESSION-SIGNED-IN AND NOT SESSION-USED-MENU
               MOVE WS-AB-SUB TO WS-RS-HIT
               MOVE 0 TO EJ-AMOUNT
               PERFORM COUNT-DECLINE
           END-IF
           IF NOT SESSION-ENDED
               ADD 1 TO WS-TERM-NO-END(WS-TERM-SUB)
           END-IF
           MOVE "N" TO WS-SESSION-FLAG.

       COUNT-DECLINE.
      *> WS-RS-HIT is the reason's slot, EJ-AMOUNT what was refused
           ADD 1 TO WS-TR-COUNT(WS-TERM-SUB WS-RS-HIT)
           ADD EJ-AMOUNT TO WS-TR-VALUE(WS-TERM-SUB WS-RS-HIT)
           ADD 1 TO WS-TERM-DECLINES(WS-TERM-SUB)
           ADD 1 TO WS-SR-COUNT(WS-RS-HIT)
           ADD EJ-AMOUNT TO WS-SR-VALUE(WS-RS-HIT)
           ADD 1 TO WS-SITE-DECLINES.

       PRINT-REPORT-HEADER.
           MOVE "ATM DECLINE ANALYSIS" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "Business date: " WS-BUSINESS-DATE
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "==========================================" TO
               REPORT-LINE
           WRITE REPORT-LINE.

       PRINT-TERMINAL-SECTION.
           MOVE SPACES TO REPORT-LINE
           STRING "TERMINAL " WS-CUR-TERMINAL
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           IF NOT TERM-HAS-JOURNAL(WS-TERM-SUB)
               PERFORM BUILD-JOURNAL-NAME
               MOVE SPACES TO REPORT-LINE
               STRING "  *** no journal for the day - "
                   FUNCTION TRIM(WS-EJ-FILE-NAME) " not found ***"
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               MOVE "==========================================" TO
                   REPORT-LINE
               WRITE REPORT-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-TERM-SESSIONS(WS-TERM-SUB) TO WS-DISPLAY-COUNT
           MOVE WS-TERM-SIGNED-IN(WS-TERM-SUB) TO WS-DISPLAY-COUNT2
           MOVE SPACES TO REPORT-LINE
           STRING "  Sessions:        " WS-DISPLAY-COUNT
               "   signed in: " WS-DISPLAY-COUNT2
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-TERM-CASH-COUNT(WS-TERM-SUB) TO WS-DISPLAY-COUNT
           MOVE WS-TERM-CASH-VALUE(WS-TERM-SUB) TO WS-DISPLAY-VALUE
           MOVE SPACES TO REPORT-LINE
           STRING "  Cash presented:  " WS-DISPLAY-COUNT
               "   value $" WS-DISPLAY-VALUE
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE "  Code  Reason                      Count"
               TO REPORT-LINE
           MOVE "Amount refused" TO REPORT-LINE(51:14)
           WRITE REPORT-LINE
           PERFORM VARYING WS-RS-SUB FROM 1 BY 1
                   UNTIL WS-RS-SUB > WS-REASON-MAX
               IF WS-TR-COUNT(WS-TERM-SUB WS-RS-SUB) > 0
                   MOVE WS-TR-COUNT(WS-TERM-SUB WS-RS-SUB) TO
                       WS-DISPLAY-COUNT
                   MOVE WS-TR-VALUE(WS-TERM-SUB WS-RS-SUB) TO
                       WS-DISPLAY-VALUE
                   PERFORM WRITE-REASON-LINE
               END-IF
           END-PERFORM

           MOVE WS-TERM-DECLINES(WS-TERM-SUB) TO WS-DISPLAY-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  Total declines:                   "
               WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           IF WS-TERM-FEE-WAIVED(WS-TERM-SUB) > 0
               MOVE WS-TERM-FEE-WAIVED(WS-TERM-SUB) TO
                   WS-DISPLAY-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING "  Fees not charged (balance short): "
                   WS-DISPLAY-COUNT
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF

      *> a session with no end event died mid-way - the machine
      *> was stopped or failed while a card was in it
           IF WS-TERM-NO-END(WS-TERM-SUB) > 0
               MOVE WS-TERM-NO-END(WS-TERM-SUB) TO WS-DISPLAY-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING "  *** sessions with no end recorded: "
                   WS-DISPLAY-COUNT " ***"
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF

           MOVE "==========================================" TO
               REPORT-LINE
           WRITE REPORT-LINE.

       WRITE-REASON-LINE.
      *> WS-RS-SUB is the reason, the display fields already loaded
           MOVE SPACES TO REPORT-LINE
           STRING "  " WS-RS-CODE(WS-RS-SUB) "    "
               WS-RS-DESC(WS-RS-SUB) "    " WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           IF WS-RS-CODE(WS-RS-SUB) NOT = "AB"
               MOVE "$" TO REPORT-LINE(51:1)
               MOVE WS-DISPLAY-VALUE TO REPORT-LINE(52:10)
           END-IF
           WRITE REPORT-LINE.

       PRINT-REPORT-TOTALS.
           MOVE "SITE TOTALS BY REASON" TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING WS-RS-SUB FROM 1 BY 1
                   UNTIL WS-RS-SUB > WS-REASON-MAX
               IF WS-SR-COUNT(WS-RS-SUB) > 0
                   MOVE WS-SR-COUNT(WS-RS-SUB) TO WS-DISPLAY-COUNT
                   MOVE WS-SR-VALUE(WS-RS-SUB) TO WS-DISPLAY-VALUE
                   PERFORM WRITE-REASON-LINE
               END-IF
           END-PERFORM

           MOVE WS-SITE-SESSIONS TO WS-DISPLAY-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "Sessions, all terminals:            "
               WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-SITE-DECLINES TO WS-DISPLAY-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "Declines, all terminals:            "
               WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-MISSING-COUNT > 0
               MOVE WS-MISSING-COUNT TO WS-DISPLAY-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING "Terminals with no journal:          "
                   WS-DISPLAY-COUNT
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
