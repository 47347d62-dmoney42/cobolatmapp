       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATMGLEXT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> the cut archive for the day being sent - the ledger is fed
      *> from the archive only, never the live log, so every entry
      *> reaches it exactly once with the day it was cut into
           SELECT TRANSACTION-LOG ASSIGN TO WS-TRANS-LOG-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRANS-STAT.

      *> machine state and business date, maintained by the ATMEOD
      *> close job - mid-close the business date is the day just cut
           SELECT MACHINE-STATE-FILE ASSIGN TO "machine-state.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MS-STAT.

      *> which general-ledger accounts each kind of log entry hits -
      *> finance owns this file, one comma-delimited line per
      *> TR-TYPE / TR-CHANNEL / TR-ACCT-SIDE combination:
      *>   TYPE,CHANNEL,SIDE,DEBIT-ACCOUNT,CREDIT-ACCOUNT
      *> e.g. "W,A,C,2100,1000" - an ATM withdrawal from checking
      *> debits checking liability and credits ATM cash. A blank
      *> channel or side (",,") matches the legacy records that
      *> carry none. A "T" line maps the paying leg of a transfer
      *> against a transfer-clearing account; the receiving leg
      *> posts the same line the other way round, so clearing nets
      *> to nothing. Two pseudo-types cover the overdraft sweep,
      *> which logs only its savings leg: "V" is the sweep itself
      *> (savings to checking) and "O" the sweep fee that rides with
      *> it, so sweep fees can go to their own income account.
      *> Lines starting "*" are notes.
           SELECT GL-MAP-FILE ASSIGN TO "gl-mapping.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAP-STAT.

      *> the log says an adjustment happened, not which way - the
      *> console's audit line says whether it was a credit or debit
           SELECT ADJUST-AUDIT ASSIGN TO "adjustment-audit.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STAT.

      *> one line per business day already handed to the ledger -
      *> the re-run guard, so never clear it
           SELECT GL-CONTROL-FILE ASSIGN TO "gl-extract-control.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GC-STAT.

      *> what each ATMLOGCT run moved into which day's archive - a
      *> close run sends follow-ups for the older days its cut added
      *> entries to
           SELECT CUT-HISTORY ASSIGN TO "log-cut-history.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STAT.

      *> the interface file itself, e.g. gl-interface-20260821.dat,
      *> or gl-interface-20260831-02.dat for the first follow-up of
      *> entries cut into an already-sent day
           SELECT GL-INTERFACE-FILE ASSIGN TO WS-GL-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GI-STAT.

           SELECT GL-REPORT ASSIGN TO "gl-extract-report.txt"
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

       FD GL-MAP-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS GL-MAP-LINE.
       01 GL-MAP-LINE           PIC X(80).

      *> written by ATMCON's WRITE-AUDIT-LINE - timestamp, card,
      *> side ("1"/"2") and direction ("C"/"D") at fixed offsets
       FD ADJUST-AUDIT.
         01 AUDIT-LINE           PIC X(100).

       FD GL-CONTROL-FILE
           RECORD CONTAINS 72 CHARACTERS
           DATA RECORD IS GL-CONTROL-RECORD.
       01 GL-CONTROL-RECORD.
           05 GC-BUSINESS-DATE  PIC 9(8).
           05 GC-RUN-TIMESTAMP  PIC X(16).
           05 GC-DETAIL-COUNT   PIC 9(7).
           05 GC-TOTAL-DEBITS   PIC 9(14)V99.
           05 GC-TOTAL-CREDITS  PIC 9(14)V99.
      *> the highest sequence number in the archive when it was
      *> sent, and which file of the day this was (01 = the day's
      *> own). Spaces on lines written before the fields existed -
      *> such a day counts as sent in full.
           05 GC-HIGH-SEQ       PIC 9(7).
           05 GC-PART           PIC 9(2).

      *> written by ATMLOGCT's CLOSE-ARCHIVE-GROUP - run timestamp,
      *> then the archive date at a fixed offset
       FD CUT-HISTORY.
         01 HISTORY-LINE         PIC X(80).

      *> header, detail and trailer records share the one 60-byte
      *> line - see the WS-GH- / WS-GD- / WS-GT- layouts below
       FD GL-INTERFACE-FILE
           RECORD CONTAINS 60 CHARACTERS
           DATA RECORD IS GL-INTERFACE-RECORD.
       01 GL-INTERFACE-RECORD   PIC X(60).

       *> This defines the template for the extract report
       FD GL-REPORT.
         01 REPORT-LINE           PIC X(80).
      *>*********************************************

       WORKING-STORAGE SECTION.
       01 TRANS-STAT            PIC XX.
       01 WS-MS-STAT            PIC XX.
       01 WS-MAP-STAT           PIC XX.
       01 WS-AUDIT-STAT         PIC XX.
       01 WS-GC-STAT            PIC XX.
       01 WS-GI-STAT            PIC XX.
       01 WS-HIST-STAT          PIC XX.

       01 WS-LOG-EOF-FLAG       PIC X VALUE "N".
           88 END-OF-TRANS-LOG    VALUE "Y".
       01 WS-MAP-EOF-FLAG       PIC X VALUE "N".
           88 END-OF-MAP-FILE     VALUE "Y".
       01 WS-AUDIT-EOF-FLAG     PIC X VALUE "N".
           88 END-OF-AUDIT-FILE   VALUE "Y".
       01 WS-GC-EOF-FLAG        PIC X VALUE "N".
           88 END-OF-CONTROL-FILE VALUE "Y".
       01 WS-HIST-EOF-FLAG      PIC X VALUE "N".
           88 END-OF-CUT-HISTORY  VALUE "Y".

       01 WS-MS-PRESENT-FLAG    PIC X VALUE "N".
           88 MACHINE-STATE-ON-FILE VALUE "Y".
       01 WS-MS-BUSINESS-DATE   PIC 9(8).
       01 WS-MS-STATE           PIC X.

       01 WS-STARTUP-PARM       PIC X(20).
       01 WS-TARGET-DATE        PIC 9(8).
       01 WS-TARGET-DATE-X      PIC X(8).
       01 WS-TRANS-LOG-NAME     PIC X(30).
       01 WS-GL-FILE-NAME       PIC X(30).
       01 WS-RUN-TIMESTAMP      PIC X(16).

      *> anything that stops a file going out lands here; any day
      *> refused ends the run with RETURN-CODE 8 for the close job
      *> to see
       01 WS-REFUSE-FLAG        PIC X VALUE "N".
           88 EXTRACT-REFUSED     VALUE "Y".
       01 WS-REFUSE-REASON      PIC X(60).
       01 WS-REFUSED-DAYS       PIC 9(3) COMP VALUE 0.

      *> what the control file says the ledger already has of the
      *> day - the files sent so far and the last entry they took
       01 WS-SENT-PART          PIC 9(2).
       01 WS-SENT-HIGH-SEQ      PIC 9(7).
       01 WS-SENT-TIMESTAMP     PIC X(16).
       01 WS-SENT-WHOLE-FLAG    PIC X.
           88 DAY-SENT-WHOLE      VALUE "Y".
       01 WS-PART               PIC 9(2).
       01 WS-HIGH-SEQ-READ      PIC 9(7).
       01 WS-NEW-ENTRY-COUNT    PIC 9(7).

      *> a close run (no date given) also follows up the older days
      *> that night's log cut added entries to
       01 WS-CLOSE-RUN-FLAG     PIC X VALUE "N".
           88 CLOSE-RUN           VALUE "Y".
       01 WS-FOLLOW-UP-FLAG     PIC X VALUE "N".
           88 FOLLOW-UP-ONLY      VALUE "Y".
       01 WS-CLOSE-DATE         PIC 9(8).
       01 WS-CLOSE-DATE-X REDEFINES WS-CLOSE-DATE PIC X(8).
       01 WS-LAST-CUT-TS        PIC X(16).
       01 WS-CUT-MAX            PIC 9(3) COMP VALUE 40.
       01 WS-CUT-COUNT          PIC 9(3) COMP VALUE 0.
       01 WS-CUT-TABLE.
           05 WS-CUT-DATE OCCURS 40 TIMES PIC 9(8).
       01 WS-CUT-SUB            PIC 9(3) COMP.

      *> the account mapping, loaded whole before the archive is read
       01 WS-MAP-MAX            PIC 9(3) COMP VALUE 60.
       01 WS-MAP-COUNT          PIC 9(3) COMP VALUE 0.
       01 WS-MAP-TABLE.
           05 WS-MAP-ENTRY OCCURS 60 TIMES
                            INDEXED BY WS-MAP-IDX.
               10 WS-MAP-TYPE       PIC X.
               10 WS-MAP-CHANNEL    PIC X.
               10 WS-MAP-SIDE       PIC X.
               10 WS-MAP-DR-ACCT    PIC X(10).
               10 WS-MAP-CR-ACCT    PIC X(10).
       01 WS-MP-IN-TYPE         PIC X(2).
       01 WS-MP-IN-CHANNEL      PIC X(2).
       01 WS-MP-IN-SIDE         PIC X(2).
       01 WS-MP-IN-DR           PIC X(12).
       01 WS-MP-IN-CR           PIC X(12).

      *> the day's console adjustments and which way each one went
       01 WS-ADJ-MAX            PIC 9(4) COMP VALUE 500.
       01 WS-ADJ-COUNT          PIC 9(4) COMP VALUE 0.
       01 WS-ADJ-TABLE.
           05 WS-ADJ-ENTRY OCCURS 500 TIMES
                            INDEXED BY WS-ADJ-IDX.
               10 WS-ADJ-TS         PIC X(16).
               10 WS-ADJ-LAST4      PIC X(4).
               10 WS-ADJ-SIDE       PIC X.
               10 WS-ADJ-DIRECTION  PIC X.

      *> the ledger summary - one row per GL account touched, with
      *> the debit and credit legs kept apart
       01 WS-GL-MAX             PIC 9(3) COMP VALUE 60.
       01 WS-GL-COUNT           PIC 9(3) COMP VALUE 0.
       01 WS-GL-TABLE.
           05 WS-GL-ENTRY OCCURS 60 TIMES
                           INDEXED BY WS-GL-IDX.
               10 WS-GL-ACCOUNT     PIC X(10).
               10 WS-GL-DR-AMOUNT   PIC 9(11)V99.
               10 WS-GL-DR-COUNT    PIC 9(7).
               10 WS-GL-CR-AMOUNT   PIC 9(11)V99.
               10 WS-GL-CR-COUNT    PIC 9(7).
       01 WS-GL-SUB             PIC 9(3) COMP.

      *> the entry being posted right now - key, amount, and whether
      *> its mapping is to be applied the other way round
       01 WS-PST-TYPE           PIC X.
       01 WS-PST-CHANNEL        PIC X.
       01 WS-PST-SIDE           PIC X.
       01 WS-PST-AMOUNT         PIC 9(5)V99.
       01 WS-PST-REVERSE        PIC X.
           88 POST-REVERSED       VALUE "Y".
       01 WS-PST-DR-ACCT        PIC X(10).
       01 WS-PST-CR-ACCT        PIC X(10).
       01 WS-PST-ACCT           PIC X(10).
       01 WS-FOUND-FLAG         PIC X.
           88 ENTRY-FOUND         VALUE "Y".

      *> a transfer is two log lines with one timestamp and amount -
      *> the paying leg first, the receiving leg second. The first
      *> leg waits here until the next line says whether it was
      *> paired; an ATM savings transfer left unpaired is an
      *> overdraft sweep, and the fee written with it is the sweep
      *> fee.
       01 WS-HELD-FLAG          PIC X VALUE "N".
           88 TRANSFER-HELD       VALUE "Y".
       01 WS-HELD-RECORD.
           05 WS-HELD-TS        PIC X(16).
           05 WS-HELD-LAST4     PIC X(4).
           05 WS-HELD-AMOUNT    PIC 9(5)V99.
           05 WS-HELD-SIDE      PIC X.
           05 WS-HELD-CHANNEL   PIC X.
       01 WS-SWEEP-TS           PIC X(16) VALUE SPACES.
       01 WS-SWEEP-LAST4        PIC X(4) VALUE SPACES.

      *> archive integrity - the records read must tie to the day
      *> trailer ATMLOGCT wrote, or the ledger gets nothing
       01 WS-TRAILER-FLAG       PIC X VALUE "N".
           88 TRAILER-FOUND       VALUE "Y".
       01 WS-DAY-REC-COUNT      PIC 9(7) VALUE 0.
       01 WS-DAY-HASH-TOTAL     PIC 9(11)V99 VALUE 0.
       01 WS-TL-REC-COUNT       PIC 9(7) VALUE 0.
       01 WS-TL-HASH-TOTAL      PIC 9(11)V99 VALUE 0.
       01 WS-TRAILER-RECORD.
           05 WS-TL-MARKER      PIC X(8).
           05 WS-TL-DATE        PIC X(8).
           05 WS-TL-IN-COUNT    PIC 9(7).
           05 WS-TL-IN-HASH     PIC 9(11)V99.

       01 WS-UNMAPPED-COUNT     PIC 9(5) COMP VALUE 0.
       01 WS-NODIR-COUNT        PIC 9(5) COMP VALUE 0.
       01 WS-DETAIL-COUNT       PIC 9(7) VALUE 0.
       01 WS-TOTAL-DEBITS       PIC 9(14)V99 VALUE 0.
       01 WS-TOTAL-CREDITS      PIC 9(14)V99 VALUE 0.

      *> interface record layouts, 60 bytes each
       01 WS-GL-HEADER.
           05 WS-GH-REC-TYPE    PIC X VALUE "H".
           05 WS-GH-SOURCE      PIC X(8) VALUE "ATMGLEXT".
           05 WS-GH-BUSINESS-DATE PIC 9(8).
           05 WS-GH-CREATED     PIC X(16).
      *> 01 for the day's own file, 02 onward for follow-ups that
      *> carry only entries cut into the day after it was sent
           05 WS-GH-PART        PIC 9(2).
           05 FILLER            PIC X(25) VALUE SPACES.
       01 WS-GL-DETAIL.
           05 WS-GD-REC-TYPE    PIC X VALUE "D".
           05 WS-GD-BUSINESS-DATE PIC 9(8).
           05 WS-GD-ACCOUNT     PIC X(10).
           05 WS-GD-DRCR        PIC X(2). *> "DR" or "CR"
           05 WS-GD-AMOUNT      PIC 9(11)V99.
           05 WS-GD-ENTRY-COUNT PIC 9(7).
           05 FILLER            PIC X(19) VALUE SPACES.
       01 WS-GL-TRAILER.
           05 WS-GT-REC-TYPE    PIC X VALUE "T".
           05 WS-GT-BUSINESS-DATE PIC 9(8).
           05 WS-GT-DETAIL-COUNT PIC 9(7).
           05 WS-GT-TOTAL-DEBITS PIC 9(14)V99.
           05 WS-GT-TOTAL-CREDITS PIC 9(14)V99.
           05 FILLER            PIC X(12) VALUE SPACES.

       01 WS-DISPLAY-COUNT      PIC Z(6)9.
       01 WS-DISPLAY-TOTAL      PIC Z(13)9.99.
       01 WS-DISPLAY-DR         PIC Z(10)9.99.
       01 WS-DISPLAY-CR         PIC Z(10)9.99.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "ATMGLEXT - GENERAL LEDGER POSTING EXTRACT"

      *> a business date may be given (CCYYMMDD) to send a day that
      *> was cut earlier - a day whose extract was refused, say.
      *> With no parameter the day is the one the close is working
      *> on, which only exists as an archive once the machine is
      *> CLOSED and the log has been cut.
           ACCEPT WS-STARTUP-PARM FROM COMMAND-LINE
           IF WS-STARTUP-PARM = SPACES
               PERFORM READ-MACHINE-STATE
               IF NOT MACHINE-STATE-ON-FILE OR WS-MS-STATE NOT = "C"
                   DISPLAY "The machine is not mid-close, so no day "
                       "has just been cut."
                   DISPLAY "Usage: ATMGLEXT CCYYMMDD (e.g. ATMGLEXT "
                       "20260821)"
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
               MOVE WS-MS-BUSINESS-DATE TO WS-TARGET-DATE
               SET CLOSE-RUN TO TRUE
           ELSE
               IF WS-STARTUP-PARM(1:8) NOT NUMERIC
                   DISPLAY "Usage: ATMGLEXT CCYYMMDD (e.g. ATMGLEXT "
                       "20260821)"
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
               MOVE WS-STARTUP-PARM(1:8) TO WS-TARGET-DATE
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:16) TO WS-RUN-TIMESTAMP
           OPEN OUTPUT GL-REPORT

           PERFORM EXTRACT-LEDGER-DAY
           IF CLOSE-RUN
               PERFORM SEND-LATE-ENTRIES
           END-IF

           CLOSE GL-REPORT
           IF WS-REFUSED-DAYS > 0
               MOVE 8 TO RETURN-CODE
           END-IF
           DISPLAY "See gl-extract-report.txt for details."

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

       EXTRACT-LEDGER-DAY.
      *> one day's file for WS-TARGET-DATE - the day's own, or a
      *> follow-up carrying only the entries cut into its archive
      *> since the ledger last had it
           PERFORM RESET-LEDGER-DAY
           MOVE WS-TARGET-DATE TO WS-TARGET-DATE-X
           MOVE SPACES TO WS-TRANS-LOG-NAME
           STRING "transactions-" WS-TARGET-DATE-X ".log"
               DELIMITED BY SIZE INTO WS-TRANS-LOG-NAME
           DISPLAY "Ledger day: " WS-TARGET-DATE
           PERFORM WRITE-REPORT-HEADER

      *> the re-run guard comes first - what the ledger already has
      *> is never built again, let alone sent
           PERFORM CHECK-ALREADY-EXTRACTED
           IF DAY-SENT-WHOLE
               DISPLAY "Day " WS-TARGET-DATE " was already sent to "
                   "the ledger on " WS-SENT-TIMESTAMP
                   " - nothing done."
               MOVE SPACES TO REPORT-LINE
               STRING "Day already sent to the ledger on "
                   WS-SENT-TIMESTAMP " - not sent again."
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               EXIT PARAGRAPH
           END-IF
           IF WS-SENT-PART = 0 AND FOLLOW-UP-ONLY
      *> a day whose own file never went (refused, say) is left for
      *> the operator's ATMGLEXT CCYYMMDD run, which sends it whole
               MOVE SPACES TO REPORT-LINE
               STRING "Day not yet sent - run ATMGLEXT "
                   WS-TARGET-DATE-X " to send it."
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               EXIT PARAGRAPH
           END-IF
           IF WS-SENT-PART > 0
               PERFORM COUNT-LATE-ENTRIES
               IF WS-NEW-ENTRY-COUNT = 0
                   DISPLAY "Day " WS-TARGET-DATE " was already sent "
                       "to the ledger on " WS-SENT-TIMESTAMP
                       " - nothing new since."
                   MOVE SPACES TO REPORT-LINE
                   STRING "Day already sent to the ledger on "
                       WS-SENT-TIMESTAMP " - nothing new since."
                       DELIMITED BY SIZE INTO REPORT-LINE
                   WRITE REPORT-LINE
                   EXIT PARAGRAPH
               END-IF
           END-IF

           COMPUTE WS-PART = WS-SENT-PART + 1
           MOVE SPACES TO WS-GL-FILE-NAME
           IF WS-PART = 1
               STRING "gl-interface-" WS-TARGET-DATE-X ".dat"
                   DELIMITED BY SIZE INTO WS-GL-FILE-NAME
           ELSE
               STRING "gl-interface-" WS-TARGET-DATE-X "-" WS-PART
                   ".dat" DELIMITED BY SIZE INTO WS-GL-FILE-NAME
               MOVE SPACES TO REPORT-LINE
               STRING "FOLLOW-UP " WS-PART ": entries after seq "
                   WS-SENT-HIGH-SEQ " only - the rest went on "
                   WS-SENT-TIMESTAMP
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF

      *> a site with no mapping has not taken the ledger feed on -
      *> same stance as dormancy-months.dat: no file, no run
           PERFORM LOAD-GL-MAPPING
           IF WS-MAP-COUNT = 0
               DISPLAY "gl-mapping.dat not found or empty - no "
                   "ledger extract. Day not marked as sent."
               MOVE "No gl-mapping.dat on file - no extract written."
                   TO REPORT-LINE
               WRITE REPORT-LINE
               EXIT PARAGRAPH
           END-IF

           PERFORM LOAD-ADJUSTMENT-DIRECTIONS
           PERFORM SUMMARISE-ARCHIVE

           IF NOT EXTRACT-REFUSED
               PERFORM CHECK-TRAILER
           END-IF
           IF NOT EXTRACT-REFUSED
               PERFORM CHECK-BALANCED
           END-IF

           PERFORM WRITE-REPORT-SUMMARY

           IF EXTRACT-REFUSED
               PERFORM REFUSE-LEDGER-DAY
               EXIT PARAGRAPH
           END-IF

           PERFORM WRITE-INTERFACE-FILE
           IF NOT EXTRACT-REFUSED
               PERFORM RECORD-EXTRACT-SENT
               MOVE SPACES TO REPORT-LINE
               STRING "Interface file written: " DELIMITED BY SIZE
                   WS-GL-FILE-NAME DELIMITED BY SPACE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
               DISPLAY "Ledger extract written to " WS-GL-FILE-NAME
           ELSE
               DISPLAY "ERROR: " WS-REFUSE-REASON
               MOVE SPACES TO REPORT-LINE
               STRING "*** " WS-REFUSE-REASON
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               ADD 1 TO WS-REFUSED-DAYS
           END-IF.

       REFUSE-LEDGER-DAY.
           ADD 1 TO WS-REFUSED-DAYS
           DISPLAY "ERROR: LEDGER EXTRACT REFUSED - "
               WS-REFUSE-REASON
           MOVE SPACES TO REPORT-LINE
           STRING "*** EXTRACT REFUSED: " WS-REFUSE-REASON
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "*** No interface file written; the entries are not "
               TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "*** marked as sent. Fix and re-run ATMGLEXT "
               WS-TARGET-DATE-X "."
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       RESET-LEDGER-DAY.
      *> everything one day's extract builds up starts empty
           MOVE "N" TO WS-REFUSE-FLAG
           MOVE SPACES TO WS-REFUSE-REASON
           MOVE "N" TO WS-LOG-EOF-FLAG
           MOVE "N" TO WS-MAP-EOF-FLAG
           MOVE "N" TO WS-AUDIT-EOF-FLAG
           MOVE "N" TO WS-GC-EOF-FLAG
           MOVE "N" TO WS-HELD-FLAG
           MOVE "N" TO WS-TRAILER-FLAG
           MOVE SPACES TO WS-SWEEP-TS WS-SWEEP-LAST4
           MOVE 0 TO WS-MAP-COUNT WS-ADJ-COUNT WS-GL-COUNT
           INITIALIZE WS-MAP-TABLE WS-ADJ-TABLE WS-GL-TABLE
           MOVE 0 TO WS-DAY-REC-COUNT WS-DAY-HASH-TOTAL
           MOVE 0 TO WS-TL-REC-COUNT WS-TL-HASH-TOTAL
           MOVE 0 TO WS-UNMAPPED-COUNT WS-NODIR-COUNT
           MOVE 0 TO WS-DETAIL-COUNT WS-TOTAL-DEBITS
               WS-TOTAL-CREDITS
           MOVE 0 TO WS-HIGH-SEQ-READ WS-NEW-ENTRY-COUNT.

       CHECK-ALREADY-EXTRACTED.
      *> every control line for the day - the latest part number,
      *> the highest sequence number any of them took, and when
      *> the last one went. A line from before the sequence mark
      *> existed means the day went whole.
           MOVE 0 TO WS-SENT-PART
           MOVE 0 TO WS-SENT-HIGH-SEQ
           MOVE SPACES TO WS-SENT-TIMESTAMP
           MOVE "N" TO WS-SENT-WHOLE-FLAG
           OPEN INPUT GL-CONTROL-FILE
           IF WS-GC-STAT = "35"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-CONTROL-FILE
              READ GL-CONTROL-FILE
                 AT END
                    SET END-OF-CONTROL-FILE TO TRUE
                 NOT AT END
                    IF GC-BUSINESS-DATE = WS-TARGET-DATE
                        MOVE GC-RUN-TIMESTAMP TO WS-SENT-TIMESTAMP
                        IF GC-HIGH-SEQ IS NUMERIC
                            AND GC-PART IS NUMERIC
                            IF GC-PART > WS-SENT-PART
                                MOVE GC-PART TO WS-SENT-PART
                            END-IF
                            IF GC-HIGH-SEQ > WS-SENT-HIGH-SEQ
                                MOVE GC-HIGH-SEQ TO WS-SENT-HIGH-SEQ
                            END-IF
                        ELSE
                            SET DAY-SENT-WHOLE TO TRUE
                        END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE GL-CONTROL-FILE
           IF WS-SENT-PART >= 99
               SET DAY-SENT-WHOLE TO TRUE
           END-IF.

       COUNT-LATE-ENTRIES.
      *> entries in the archive past what the ledger already has
           MOVE 0 TO WS-NEW-ENTRY-COUNT
           MOVE "N" TO WS-LOG-EOF-FLAG
           OPEN INPUT TRANSACTION-LOG
           IF TRANS-STAT = "35"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-TRANS-LOG
              READ TRANSACTION-LOG
                 AT END
                    SET END-OF-TRANS-LOG TO TRUE
                 NOT AT END
                    IF TRANSACTION-RECORD(1:8) NOT = "TRAILER:"
                        AND TR-SEQ-NUM > WS-SENT-HIGH-SEQ
                        ADD 1 TO WS-NEW-ENTRY-COUNT
                    END-IF
              END-READ
           END-PERFORM
           CLOSE TRANSACTION-LOG
           MOVE "N" TO WS-LOG-EOF-FLAG.

       SEND-LATE-ENTRIES.
      *> the night's cut can add entries to days the ledger already
      *> has - ATMMEOD's interest is dated the month's last day but
      *> only reaches that day's archive at the next close. Every
      *> older day the latest cut wrote to gets a follow-up file.
           MOVE WS-TARGET-DATE TO WS-CLOSE-DATE
           MOVE SPACES TO WS-LAST-CUT-TS
           MOVE 0 TO WS-CUT-COUNT
           OPEN INPUT CUT-HISTORY
           IF WS-HIST-STAT = "35"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-CUT-HISTORY
              READ CUT-HISTORY
                 AT END
                    SET END-OF-CUT-HISTORY TO TRUE
                 NOT AT END
                    PERFORM NOTE-CUT-HISTORY-LINE
              END-READ
           END-PERFORM
           CLOSE CUT-HISTORY

           SET FOLLOW-UP-ONLY TO TRUE
           PERFORM VARYING WS-CUT-SUB FROM 1 BY 1
                   UNTIL WS-CUT-SUB > WS-CUT-COUNT
               MOVE WS-CUT-DATE(WS-CUT-SUB) TO WS-TARGET-DATE
               PERFORM EXTRACT-LEDGER-DAY
           END-PERFORM
           MOVE "N" TO WS-FOLLOW-UP-FLAG
           MOVE WS-CLOSE-DATE TO WS-TARGET-DATE.

       NOTE-CUT-HISTORY-LINE.
      *> only the lines of the latest run count - a new run
      *> timestamp starts the list again
           IF HISTORY-LINE(44:8) NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           IF HISTORY-LINE(1:16) NOT = WS-LAST-CUT-TS
               MOVE HISTORY-LINE(1:16) TO WS-LAST-CUT-TS
               MOVE 0 TO WS-CUT-COUNT
           END-IF
           IF HISTORY-LINE(44:8) NOT < WS-CLOSE-DATE-X
               EXIT PARAGRAPH
           END-IF
           IF WS-CUT-COUNT < WS-CUT-MAX
               ADD 1 TO WS-CUT-COUNT
               MOVE HISTORY-LINE(44:8) TO WS-CUT-DATE(WS-CUT-COUNT)
           END-IF.

       LOAD-GL-MAPPING.
           OPEN INPUT GL-MAP-FILE
           IF WS-MAP-STAT = "35"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-MAP-FILE
              READ GL-MAP-FILE
                 AT END
                    SET END-OF-MAP-FILE TO TRUE
                 NOT AT END
                    IF GL-MAP-LINE NOT = SPACES
                        AND GL-MAP-LINE(1:1) NOT = "*"
                        PERFORM PARSE-MAP-LINE
                    END-IF
              END-READ
           END-PERFORM
           CLOSE GL-MAP-FILE.

       PARSE-MAP-LINE.
           MOVE SPACES TO WS-MP-IN-TYPE WS-MP-IN-CHANNEL
               WS-MP-IN-SIDE WS-MP-IN-DR WS-MP-IN-CR
           UNSTRING GL-MAP-LINE DELIMITED BY ","
               INTO WS-MP-IN-TYPE WS-MP-IN-CHANNEL WS-MP-IN-SIDE
                    WS-MP-IN-DR WS-MP-IN-CR
           END-UNSTRING

           IF WS-MAP-COUNT >= WS-MAP-MAX
               SET EXTRACT-REFUSED TO TRUE
               MOVE "gl-mapping.dat has more lines than the table"
                   TO WS-REFUSE-REASON
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-MAP-COUNT
           MOVE WS-MP-IN-TYPE(1:1)    TO WS-MAP-TYPE(WS-MAP-COUNT)
           MOVE WS-MP-IN-CHANNEL(1:1) TO WS-MAP-CHANNEL(WS-MAP-COUNT)
           MOVE WS-MP-IN-SIDE(1:1)    TO WS-MAP-SIDE(WS-MAP-COUNT)
           MOVE WS-MP-IN-DR(1:10)     TO WS-MAP-DR-ACCT(WS-MAP-COUNT)
           MOVE WS-MP-IN-CR(1:10)     TO WS-MAP-CR-ACCT(WS-MAP-COUNT).

       LOAD-ADJUSTMENT-DIRECTIONS.
      *> only the ledger day's lines matter; an audit file that is
      *> missing simply means no console work to look up
           OPEN INPUT ADJUST-AUDIT
           IF WS-AUDIT-STAT = "35"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-AUDIT-FILE
              READ ADJUST-AUDIT
                 AT END
                    SET END-OF-AUDIT-FILE TO TRUE
                 NOT AT END
                    IF AUDIT-LINE(1:8) = WS-TARGET-DATE-X
                        AND WS-ADJ-COUNT >= WS-ADJ-MAX
      *> a direction that cannot be held cannot be looked up - the
      *> day would post short, so it is refused instead
                        IF NOT EXTRACT-REFUSED
                            MOVE SPACES TO REPORT-LINE
                            STRING "  ADJUSTMENTS: more than 500"
                                " on adjustment-audit.txt"
                                " for the day"
                                DELIMITED BY SIZE INTO REPORT-LINE
                            WRITE REPORT-LINE
                        END-IF
                        SET EXTRACT-REFUSED TO TRUE
                        MOVE "more adjustments than the table holds"
                            TO WS-REFUSE-REASON
                    END-IF
                    IF AUDIT-LINE(1:8) = WS-TARGET-DATE-X
                        AND WS-ADJ-COUNT < WS-ADJ-MAX
                        ADD 1 TO WS-ADJ-COUNT
                        MOVE AUDIT-LINE(1:16) TO
                            WS-ADJ-TS(WS-ADJ-COUNT)
                        MOVE AUDIT-LINE(35:4) TO
                            WS-ADJ-LAST4(WS-ADJ-COUNT)
                        MOVE AUDIT-LINE(45:1) TO
                            WS-ADJ-SIDE(WS-ADJ-COUNT)
                        MOVE AUDIT-LINE(47:1) TO
                            WS-ADJ-DIRECTION(WS-ADJ-COUNT)
                    END-IF
              END-READ
           END-PERFORM
           CLOSE ADJUST-AUDIT.

       SUMMARISE-ARCHIVE.
      *> every entry in the archive goes to the ledger once -
      *> ATMLOGCT names archives from the records' own dates, so
      *> nothing in here belongs to any other day's extract
           MOVE 0 TO WS-NEW-ENTRY-COUNT
           OPEN INPUT TRANSACTION-LOG
           IF TRANS-STAT = "35"
               SET EXTRACT-REFUSED TO TRUE
               MOVE SPACES TO WS-REFUSE-REASON
               STRING WS-TRANS-LOG-NAME DELIMITED BY SPACE
                   " not found - day not cut" DELIMITED BY SIZE
                   INTO WS-REFUSE-REASON
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL END-OF-TRANS-LOG
              READ TRANSACTION-LOG
                 AT END
                    SET END-OF-TRANS-LOG TO TRUE
                 NOT AT END
                    IF TRANSACTION-RECORD(1:8) = "TRAILER:"
                        PERFORM NOTE-TRAILER-RECORD
                    ELSE
                        ADD 1 TO WS-DAY-REC-COUNT
                        ADD TR-AMOUNT TO WS-DAY-HASH-TOTAL
                        IF TR-SEQ-NUM > WS-HIGH-SEQ-READ
                            MOVE TR-SEQ-NUM TO WS-HIGH-SEQ-READ
                        END-IF
      *> the whole archive is read for the trailer check, but only
      *> entries the ledger does not yet have are posted
                        IF TR-SEQ-NUM > WS-SENT-HIGH-SEQ
                            ADD 1 TO WS-NEW-ENTRY-COUNT
                            PERFORM CLASSIFY-ENTRY
                        END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE TRANSACTION-LOG

           IF TRANSFER-HELD
               PERFORM RELEASE-HELD-TRANSFER
           END-IF.

       NOTE-TRAILER-RECORD.
      *> a day cut in two runs carries two trailers - add them up
           MOVE TRANSACTION-RECORD TO WS-TRAILER-RECORD
           IF WS-TL-DATE = WS-TARGET-DATE-X
               SET TRAILER-FOUND TO TRUE
               ADD WS-TL-IN-COUNT TO WS-TL-REC-COUNT
               ADD WS-TL-IN-HASH TO WS-TL-HASH-TOTAL
           END-IF.

       CLASSIFY-ENTRY.
           IF TR-TYPE = "T"
               IF TRANSFER-HELD
                   AND TR-TIMESTAMP = WS-HELD-TS
                   AND TR-AMOUNT = WS-HELD-AMOUNT
      *> the receiving leg - the held one paid, this one received
                   MOVE "N" TO WS-HELD-FLAG
                   MOVE "T"            TO WS-PST-TYPE
                   MOVE WS-HELD-CHANNEL TO WS-PST-CHANNEL
                   MOVE WS-HELD-SIDE   TO WS-PST-SIDE
                   MOVE WS-HELD-AMOUNT TO WS-PST-AMOUNT
                   MOVE "N"            TO WS-PST-REVERSE
                   PERFORM POST-ENTRY
                   MOVE "T"            TO WS-PST-TYPE
                   MOVE TR-CHANNEL     TO WS-PST-CHANNEL
                   MOVE TR-ACCT-SIDE   TO WS-PST-SIDE
                   MOVE TR-AMOUNT      TO WS-PST-AMOUNT
                   MOVE "Y"            TO WS-PST-REVERSE
                   PERFORM POST-ENTRY
               ELSE
                   IF TRANSFER-HELD
                       PERFORM RELEASE-HELD-TRANSFER
                   END-IF
                   SET TRANSFER-HELD TO TRUE
                   MOVE TR-TIMESTAMP   TO WS-HELD-TS
                   MOVE TR-CARD-LAST4  TO WS-HELD-LAST4
                   MOVE TR-AMOUNT      TO WS-HELD-AMOUNT
                   MOVE TR-ACCT-SIDE   TO WS-HELD-SIDE
                   MOVE TR-CHANNEL     TO WS-HELD-CHANNEL
               END-IF
               EXIT PARAGRAPH
           END-IF

           IF TRANSFER-HELD
               PERFORM RELEASE-HELD-TRANSFER
           END-IF

           MOVE TR-TYPE       TO WS-PST-TYPE
           MOVE TR-CHANNEL    TO WS-PST-CHANNEL
           MOVE TR-ACCT-SIDE  TO WS-PST-SIDE
           MOVE TR-AMOUNT     TO WS-PST-AMOUNT
           MOVE "N"           TO WS-PST-REVERSE

      *> the fee written under the same timestamp as a sweep is the
      *> sweep fee, and goes where finance maps type "O"
           IF TR-TYPE = "F"
               AND TR-TIMESTAMP = WS-SWEEP-TS
               AND TR-CARD-LAST4 = WS-SWEEP-LAST4
               MOVE "O" TO WS-PST-TYPE
           END-IF

      *> the mapping describes an adjustment that debits the
      *> customer; one the console audit shows as a credit posts
      *> the other way round
           IF TR-TYPE = "A"
               PERFORM FIND-ADJUSTMENT-DIRECTION
               IF NOT ENTRY-FOUND
                   EXIT PARAGRAPH
               END-IF
           END-IF

           PERFORM POST-ENTRY.

       RELEASE-HELD-TRANSFER.
      *> a transfer leg nobody paired - from the ATM on savings it
      *> is an overdraft sweep, whose checking leg is never logged
           MOVE "N" TO WS-HELD-FLAG
           MOVE "T"             TO WS-PST-TYPE
           IF WS-HELD-SIDE = "S" AND WS-HELD-CHANNEL = "A"
               MOVE WS-HELD-TS    TO WS-SWEEP-TS
               MOVE WS-HELD-LAST4 TO WS-SWEEP-LAST4
               MOVE "V"           TO WS-PST-TYPE
           END-IF
           MOVE WS-HELD-CHANNEL TO WS-PST-CHANNEL
           MOVE WS-HELD-SIDE    TO WS-PST-SIDE
           MOVE WS-HELD-AMOUNT  TO WS-PST-AMOUNT
           MOVE "N"             TO WS-PST-REVERSE
           PERFORM POST-ENTRY.

       FIND-ADJUSTMENT-DIRECTION.
           MOVE "N" TO WS-FOUND-FLAG
           SET WS-ADJ-IDX TO 1
           SEARCH WS-ADJ-ENTRY
              AT END
                 CONTINUE
              WHEN WS-ADJ-TS(WS-ADJ-IDX) = TR-TIMESTAMP
                   AND WS-ADJ-LAST4(WS-ADJ-IDX) = TR-CARD-LAST4
                   AND ((WS-ADJ-SIDE(WS-ADJ-IDX) = "1"
                           AND TR-ACCT-SIDE = "C")
                     OR (WS-ADJ-SIDE(WS-ADJ-IDX) = "2"
                           AND TR-ACCT-SIDE = "S"))
                 SET ENTRY-FOUND TO TRUE
                 IF WS-ADJ-DIRECTION(WS-ADJ-IDX) = "C"
                     MOVE "Y" TO WS-PST-REVERSE
                 END-IF
           END-SEARCH

      *> a guess would post it the wrong way half the time - the
      *> day is refused until the audit line is put right
           IF NOT ENTRY-FOUND
               ADD 1 TO WS-NODIR-COUNT
               SET EXTRACT-REFUSED TO TRUE
               MOVE "adjustments missing from adjustment-audit.txt"
                   TO WS-REFUSE-REASON
               MOVE SPACES TO REPORT-LINE
               STRING "  NO DIRECTION: adjustment seq " TR-SEQ-NUM
                   " card ****-" TR-CARD-LAST4
                   " not on the audit file"
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       POST-ENTRY.
      *> one log entry becomes one debit and one credit of the same
      *> amount on the accounts its mapping names
           IF WS-PST-AMOUNT = 0
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-FOUND-FLAG
           SET WS-MAP-IDX TO 1
           SEARCH WS-MAP-ENTRY
              AT END
                 CONTINUE
              WHEN WS-MAP-TYPE(WS-MAP-IDX) = WS-PST-TYPE
                   AND WS-MAP-CHANNEL(WS-MAP-IDX) = WS-PST-CHANNEL
                   AND WS-MAP-SIDE(WS-MAP-IDX) = WS-PST-SIDE
                 SET ENTRY-FOUND TO TRUE
                 MOVE WS-MAP-DR-ACCT(WS-MAP-IDX) TO WS-PST-DR-ACCT
                 MOVE WS-MAP-CR-ACCT(WS-MAP-IDX) TO WS-PST-CR-ACCT
           END-SEARCH

      *> an entry the mapping does not cover would leave the ledger
      *> short - the day is refused until finance maps it
           IF NOT ENTRY-FOUND
               ADD 1 TO WS-UNMAPPED-COUNT
               SET EXTRACT-REFUSED TO TRUE
               MOVE "log entries with no gl-mapping.dat line" TO
                   WS-REFUSE-REASON
               MOVE SPACES TO REPORT-LINE
               STRING "  UNMAPPED: type " WS-PST-TYPE
                   " channel '" WS-PST-CHANNEL "' side '"
                   WS-PST-SIDE "' amount " WS-PST-AMOUNT
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               EXIT PARAGRAPH
           END-IF

           IF POST-REVERSED
               MOVE WS-PST-DR-ACCT TO WS-PST-ACCT
               MOVE WS-PST-CR-ACCT TO WS-PST-DR-ACCT
               MOVE WS-PST-ACCT    TO WS-PST-CR-ACCT
           END-IF

      *> a mapping line with one account left blank posts one leg
      *> only - CHECK-BALANCED then refuses the day, as it should
           IF WS-PST-DR-ACCT NOT = SPACES
               MOVE WS-PST-DR-ACCT TO WS-PST-ACCT
               PERFORM FIND-GL-ACCOUNT
               IF ENTRY-FOUND
                   ADD WS-PST-AMOUNT TO WS-GL-DR-AMOUNT(WS-GL-SUB)
                   ADD 1 TO WS-GL-DR-COUNT(WS-GL-SUB)
                   ADD WS-PST-AMOUNT TO WS-TOTAL-DEBITS
               END-IF
           END-IF
           IF WS-PST-CR-ACCT NOT = SPACES
               MOVE WS-PST-CR-ACCT TO WS-PST-ACCT
               PERFORM FIND-GL-ACCOUNT
               IF ENTRY-FOUND
                   ADD WS-PST-AMOUNT TO WS-GL-CR-AMOUNT(WS-GL-SUB)
                   ADD 1 TO WS-GL-CR-COUNT(WS-GL-SUB)
                   ADD WS-PST-AMOUNT TO WS-TOTAL-CREDITS
               END-IF
           END-IF.

       FIND-GL-ACCOUNT.
      *> leaves WS-GL-SUB on the account's row, adding the row the
      *> first time the account is seen
           MOVE "N" TO WS-FOUND-FLAG
           PERFORM VARYING WS-GL-SUB FROM 1 BY 1
                   UNTIL WS-GL-SUB > WS-GL-COUNT OR ENTRY-FOUND
               IF WS-GL-ACCOUNT(WS-GL-SUB) = WS-PST-ACCT
                   SET ENTRY-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF ENTRY-FOUND
               SUBTRACT 1 FROM WS-GL-SUB
               EXIT PARAGRAPH
           END-IF

           IF WS-GL-COUNT >= WS-GL-MAX
               SET EXTRACT-REFUSED TO TRUE
               MOVE "more GL accounts than the summary table holds"
                   TO WS-REFUSE-REASON
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-GL-COUNT
           MOVE WS-GL-COUNT TO WS-GL-SUB
           MOVE WS-PST-ACCT TO WS-GL-ACCOUNT(WS-GL-SUB)
           MOVE 0 TO WS-GL-DR-AMOUNT(WS-GL-SUB)
           MOVE 0 TO WS-GL-DR-COUNT(WS-GL-SUB)
           MOVE 0 TO WS-GL-CR-AMOUNT(WS-GL-SUB)
           MOVE 0 TO WS-GL-CR-COUNT(WS-GL-SUB)
           SET ENTRY-FOUND TO TRUE.

       CHECK-TRAILER.
      *> the same proof ATMRECON prints - if the archive no longer
      *> matches what ATMLOGCT cut, the ledger must not see it
           IF NOT TRAILER-FOUND
               SET EXTRACT-REFUSED TO TRUE
               MOVE "archive has no day trailer" TO WS-REFUSE-REASON
               EXIT PARAGRAPH
           END-IF
           IF WS-TL-REC-COUNT NOT = WS-DAY-REC-COUNT
               OR WS-TL-HASH-TOTAL NOT = WS-DAY-HASH-TOTAL
               SET EXTRACT-REFUSED TO TRUE
               MOVE "archive does not tie to its day trailer" TO
                   WS-REFUSE-REASON
           END-IF.

       CHECK-BALANCED.
           IF WS-TOTAL-DEBITS NOT = WS-TOTAL-CREDITS
               SET EXTRACT-REFUSED TO TRUE
               MOVE "total debits do not equal total credits" TO
                   WS-REFUSE-REASON
           END-IF.

       WRITE-INTERFACE-FILE.
           OPEN OUTPUT GL-INTERFACE-FILE
           IF WS-GI-STAT NOT = "00"
               SET EXTRACT-REFUSED TO TRUE
               MOVE SPACES TO WS-REFUSE-REASON
               STRING "cannot open " WS-GL-FILE-NAME
                   " - FILE STATUS " WS-GI-STAT
                   DELIMITED BY SIZE INTO WS-REFUSE-REASON
               EXIT PARAGRAPH
           END-IF

           MOVE WS-TARGET-DATE TO WS-GH-BUSINESS-DATE
           MOVE WS-RUN-TIMESTAMP TO WS-GH-CREATED
           MOVE WS-PART TO WS-GH-PART
           MOVE WS-GL-HEADER TO GL-INTERFACE-RECORD
           WRITE GL-INTERFACE-RECORD

           MOVE 0 TO WS-DETAIL-COUNT
           PERFORM VARYING WS-GL-SUB FROM 1 BY 1
                   UNTIL WS-GL-SUB > WS-GL-COUNT
               MOVE WS-TARGET-DATE TO WS-GD-BUSINESS-DATE
               MOVE WS-GL-ACCOUNT(WS-GL-SUB) TO WS-GD-ACCOUNT
               IF WS-GL-DR-AMOUNT(WS-GL-SUB) > 0
                   MOVE "DR" TO WS-GD-DRCR
                   MOVE WS-GL-DR-AMOUNT(WS-GL-SUB) TO WS-GD-AMOUNT
                   MOVE WS-GL-DR-COUNT(WS-GL-SUB) TO
                       WS-GD-ENTRY-COUNT
                   MOVE WS-GL-DETAIL TO GL-INTERFACE-RECORD
                   WRITE GL-INTERFACE-RECORD
                   ADD 1 TO WS-DETAIL-COUNT
               END-IF
               IF WS-GL-CR-AMOUNT(WS-GL-SUB) > 0
                   MOVE "CR" TO WS-GD-DRCR
                   MOVE WS-GL-CR-AMOUNT(WS-GL-SUB) TO WS-GD-AMOUNT
                   MOVE WS-GL-CR-COUNT(WS-GL-SUB) TO
                       WS-GD-ENTRY-COUNT
                   MOVE WS-GL-DETAIL TO GL-INTERFACE-RECORD
                   WRITE GL-INTERFACE-RECORD
                   ADD 1 TO WS-DETAIL-COUNT
               END-IF
           END-PERFORM

           MOVE WS-TARGET-DATE TO WS-GT-BUSINESS-DATE
           MOVE WS-DETAIL-COUNT TO WS-GT-DETAIL-COUNT
           MOVE WS-TOTAL-DEBITS TO WS-GT-TOTAL-DEBITS
           MOVE WS-TOTAL-CREDITS TO WS-GT-TOTAL-CREDITS
           MOVE WS-GL-TRAILER TO GL-INTERFACE-RECORD
           WRITE GL-INTERFACE-RECORD
           CLOSE GL-INTERFACE-FILE.

       RECORD-EXTRACT-SENT.
      *> written only once the whole interface file is down - a
      *> crash before this line leaves the entries unmarked, and
      *> the re-run rebuilds the same file under the same name
           OPEN EXTEND GL-CONTROL-FILE
           IF WS-GC-STAT = "35"
               OPEN OUTPUT GL-CONTROL-FILE
           END-IF
           MOVE WS-TARGET-DATE   TO GC-BUSINESS-DATE
           MOVE WS-RUN-TIMESTAMP TO GC-RUN-TIMESTAMP
           MOVE WS-DETAIL-COUNT  TO GC-DETAIL-COUNT
           MOVE WS-TOTAL-DEBITS  TO GC-TOTAL-DEBITS
           MOVE WS-TOTAL-CREDITS TO GC-TOTAL-CREDITS
           MOVE WS-HIGH-SEQ-READ TO GC-HIGH-SEQ
           MOVE WS-PART          TO GC-PART
           WRITE GL-CONTROL-RECORD
           CLOSE GL-CONTROL-FILE.

       WRITE-REPORT-HEADER.
           MOVE "GENERAL LEDGER POSTING EXTRACT" TO REPORT-LINE
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
           MOVE "GL ACCOUNT          DEBITS         CREDITS" TO
               REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING WS-GL-SUB FROM 1 BY 1
                   UNTIL WS-GL-SUB > WS-GL-COUNT
               MOVE WS-GL-DR-AMOUNT(WS-GL-SUB) TO WS-DISPLAY-DR
               MOVE WS-GL-CR-AMOUNT(WS-GL-SUB) TO WS-DISPLAY-CR
               MOVE SPACES TO REPORT-LINE
               STRING WS-GL-ACCOUNT(WS-GL-SUB) " " WS-DISPLAY-DR
                   " " WS-DISPLAY-CR
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-PERFORM

           MOVE WS-DAY-REC-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "Log entries read:   " WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-NEW-ENTRY-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "Entries to send:    " WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-TOTAL-DEBITS TO WS-DISPLAY-TOTAL
           MOVE SPACES TO REPORT-LINE
           STRING "Total debits:  " WS-DISPLAY-TOTAL
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-TOTAL-CREDITS TO WS-DISPLAY-TOTAL
           MOVE SPACES TO REPORT-LINE
           STRING "Total credits: " WS-DISPLAY-TOTAL
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-NODIR-COUNT > 0
               MOVE WS-NODIR-COUNT TO WS-DISPLAY-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING "Adjustments with no audit direction: "
                   WS-DISPLAY-COUNT
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
