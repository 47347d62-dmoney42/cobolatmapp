       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATMFCST.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> pointed at each day's ATMLOGCT archive in the look-back
      *> window in turn, e.g. transactions-20260821.log
           SELECT TRANSACTION-LOG ASSIGN TO WS-TRANS-LOG-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRANS-STAT.

      *> the teller's loads - the last one per terminal dates the
      *> next scheduled load
           SELECT CASH-JOURNAL ASSIGN TO "cash-journal.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CJ-STAT.

      *> one tray file per terminal, e.g. cash-load-T1.dat - the FD
      *> is pointed at each terminal's file in turn
           SELECT CASH-LOAD-FILE ASSIGN TO WS-CASH-LOAD-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CASH-LOAD-STAT.

      *> the machines on this site, one terminal id per line - a
      *> site without the file is a single-terminal site running T1
           SELECT TERMINAL-LIST ASSIGN TO "terminals.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TL-STAT.

      *> the forecast's settings, one comma-delimited line:
      *>   WEEKS-OF-HISTORY,DAYS-BETWEEN-LOADS
      *> e.g. "4,1" - same one-line-file idea as fee-schedule.dat.
      *> A missing or garbled file means four weeks, daily loads.
           SELECT FORECAST-CONFIG ASSIGN TO "cash-forecast.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FC-STAT.

      *> machine state and business date, maintained by the ATMEOD
      *> close job - the forecast is for the day after it
           SELECT MACHINE-STATE-FILE ASSIGN TO "machine-state.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MS-STAT.

           SELECT FORECAST-REPORT ASSIGN TO "cash-forecast.txt"
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
      *> blank on records written before the second terminal
      *> arrived - those belonged to the original machine, T1
           05 CJ-TERMINAL-ID    PIC X(4).

       FD CASH-LOAD-FILE
           RECORD CONTAINS 10 CHARACTERS
           DATA RECORD IS CASH-LOAD-RECORD.
       01 CASH-LOAD-RECORD.
           05 CL-TRAY-20        PIC 9(5).
           05 CL-TRAY-50        PIC 9(5).

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

       FD FORECAST-CONFIG
           RECORD CONTAINS 20 CHARACTERS
           DATA RECORD IS FORECAST-CONFIG-LINE.
       01 FORECAST-CONFIG-LINE  PIC X(20).

       *> This defines the template for the forecast report
       FD FORECAST-REPORT.
         01 REPORT-LINE         PIC X(80).
      *>*********************************************

       WORKING-STORAGE SECTION.
       01 TRANS-STAT            PIC XX.
       01 WS-CJ-STAT            PIC XX.
       01 WS-CASH-LOAD-STAT     PIC XX.
       01 WS-FC-STAT            PIC XX.

       01 WS-EOF-FLAG           PIC X VALUE "N".
           88 END-OF-TRANS-LOG    VALUE "Y".
       01 WS-CJ-EOF-FLAG        PIC X VALUE "N".
           88 END-OF-JOURNAL      VALUE "Y".

       01 WS-STARTUP-PARM       PIC X(20).
       01 WS-TRANS-LOG-NAME     PIC X(30).
       01 WS-CASH-LOAD-NAME     PIC X(30).

       01 WS-MS-STAT            PIC XX.
       01 WS-MS-PRESENT-FLAG    PIC X VALUE "N".
           88 MACHINE-STATE-ON-FILE VALUE "Y".
       01 WS-MS-BUSINESS-DATE   PIC 9(8).
       01 WS-MS-STATE           PIC X.

      *> the last business day with history, and the day the load
      *> order is for
       01 WS-BASE-DATE          PIC 9(8).
       01 WS-LOAD-DATE          PIC 9(8).
       01 WS-LOAD-INT           PIC 9(8) COMP.
       01 WS-DAY-INT            PIC 9(8) COMP.
       01 WS-END-INT            PIC 9(8) COMP.
       01 WS-DAY-DATE           PIC 9(8).
       01 WS-DAY-DATE-X         PIC X(8).
       01 WS-WEEKDAY            PIC 9 COMP.

      *> forecast settings from cash-forecast.dat
       01 WS-FC-IN-WEEKS        PIC X(10).
       01 WS-FC-IN-INTERVAL     PIC X(10).
       01 WS-HISTORY-WEEKS      PIC 9(2) VALUE 4.
       01 WS-LOAD-INTERVAL      PIC 9(2) VALUE 1.

      *> must match WS-LOW-CASH-THRESHOLD in ATMAPP - the note count
      *> at which the machine warns the customer the tray is low
       01 WS-LOW-CASH-THRESHOLD PIC 9(3) VALUE 5.

       01 WS-DAY-NAME-LIST      PIC X(21)
                                VALUE "MONTUEWEDTHUFRISATSUN".
       01 WS-DAY-NAMES REDEFINES WS-DAY-NAME-LIST.
           05 WS-DAY-NAME       PIC X(3) OCCURS 7 TIMES.

      *> how many archived days of each weekday the window held -
      *> the divisor for each weekday's average
       01 WS-WEEKDAY-TABLE.
           05 WS-WEEKDAY-DAYS   PIC 9(3) COMP OCCURS 7 TIMES.
       01 WS-ARCHIVE-COUNT      PIC 9(3) COMP VALUE 0.

      *> the site's terminals, read from terminals.dat, each with
      *> the notes it paid out by weekday over the window
       01 WS-TL-STAT            PIC XX.
       01 WS-TL-EOF-FLAG        PIC X VALUE "N".
           88 END-OF-TERMINAL-LIST VALUE "Y".
       01 WS-TERM-COUNT         PIC 9(2) COMP VALUE 0.
       01 WS-TERM-SUB           PIC 9(2) COMP.
       01 WS-TERM-HIT           PIC 9(2) COMP.
       01 WS-TERMINAL-TABLE.
           05 WS-TERMINAL-ENTRY OCCURS 8 TIMES.
               10 WS-TERM-ID        PIC X(4).
               10 WS-TERM-LAST-LOAD PIC 9(8).
               10 WS-TERM-DAY OCCURS 7 TIMES.
                   15 WS-TD-NOTES-20 PIC 9(7) COMP.
                   15 WS-TD-NOTES-50 PIC 9(7) COMP.
       01 WS-CUR-TERMINAL       PIC X(4).
       01 WS-WD-SUB             PIC 9 COMP.

      *> one withdrawal split into notes the way ATMAPP's
      *> COMPUTE-DISPENSE-COMBO does - as many $50s as will leave a
      *> remainder $20s can make up
       01 WS-SPLIT-AMOUNT       PIC 9(5).
       01 WS-MAX-50             PIC 9(4) COMP.
       01 WS-CANDIDATE-50       PIC S9(4) COMP.
       01 WS-CANDIDATE-20       PIC 9(4) COMP.
       01 WS-REMAINDER-AMOUNT   PIC 9(5).
       01 WS-SPLIT-20           PIC 9(4) COMP.
       01 WS-SPLIT-50           PIC 9(4) COMP.
       01 WS-SPLIT-FLAG         PIC X.
           88 SPLIT-FOUND         VALUE "Y".
       01 WS-UNSPLIT-COUNT      PIC 9(5) COMP VALUE 0.

      *> one terminal's forecast
       01 WS-AVG-20             PIC 9(5) OCCURS 7 TIMES.
       01 WS-AVG-50             PIC 9(5) OCCURS 7 TIMES.
       01 WS-TRAY-20            PIC 9(5).
       01 WS-TRAY-50            PIC 9(5).
       01 WS-PROJ-20            PIC S9(7).
       01 WS-PROJ-50            PIC S9(7).
       01 WS-NEED-20            PIC 9(7).
       01 WS-NEED-50            PIC 9(7).
       01 WS-ORDER-20           PIC 9(7).
       01 WS-ORDER-50           PIC 9(7).
       01 WS-ORDER-VALUE        PIC 9(9)V99.
       01 WS-NEXT-LOAD-DATE     PIC 9(8).
       01 WS-NEXT-LOAD-INT      PIC 9(8) COMP.
       01 WS-LOW-DATE           PIC 9(8).
       01 WS-LOW-FLAG           PIC X.
           88 PROJECTED-LOW       VALUE "Y".
       01 WS-LOAD-DUE-FLAG      PIC X.
           88 LOAD-DUE            VALUE "Y".
       01 WS-FLAGGED-COUNT      PIC 9(2) COMP VALUE 0.
       01 WS-ORDER-COUNT        PIC 9(2) COMP VALUE 0.

       01 WS-DISPLAY-NOTES      PIC Z(6)9.
       01 WS-DISPLAY-NOTES2     PIC Z(6)9.
       01 WS-DISPLAY-COUNT      PIC Z(4)9.
       01 WS-DISPLAY-VALUE      PIC Z(8).99.
       01 WS-DISPLAY-SMALL      PIC Z9.
       01 WS-DISPLAY-SMALL2     PIC Z9.
       01 WS-DISPLAY-THRESHOLD  PIC ZZ9.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "ATMFCST - CASH REPLENISHMENT FORECAST"

      *> the last day with history may be given (CCYYMMDD);
      *> otherwise the business date on file, or today - the load
      *> order is for the business day after it
           ACCEPT WS-STARTUP-PARM FROM COMMAND-LINE
           IF WS-STARTUP-PARM NOT = SPACES
               IF WS-STARTUP-PARM(1:8) NOT NUMERIC
                   DISPLAY "Usage: ATMFCST [CCYYMMDD]"
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
               MOVE WS-STARTUP-PARM(1:8) TO WS-BASE-DATE
           ELSE
               PERFORM READ-MACHINE-STATE
               IF MACHINE-STATE-ON-FILE
                   MOVE WS-MS-BUSINESS-DATE TO WS-BASE-DATE
               ELSE
                   ACCEPT WS-BASE-DATE FROM DATE YYYYMMDD
               END-IF
           END-IF
           COMPUTE WS-LOAD-INT =
               FUNCTION INTEGER-OF-DATE(WS-BASE-DATE) + 1
           COMPUTE WS-LOAD-DATE = FUNCTION DATE-OF-INTEGER(WS-LOAD-INT)

           PERFORM LOAD-FORECAST-CONFIG
           PERFORM LOAD-TERMINAL-LIST
           PERFORM SUM-ARCHIVED-WITHDRAWALS
           PERFORM FIND-LAST-LOADS

           OPEN OUTPUT FORECAST-REPORT
           PERFORM PRINT-REPORT-HEADER

           PERFORM VARYING WS-TERM-SUB FROM 1 BY 1
                   UNTIL WS-TERM-SUB > WS-TERM-COUNT
               MOVE WS-TERM-ID(WS-TERM-SUB) TO WS-CUR-TERMINAL
               PERFORM FORECAST-ONE-TERMINAL
           END-PERFORM

           PERFORM PRINT-REPORT-TOTALS
           CLOSE FORECAST-REPORT

           DISPLAY "Load order for " WS-LOAD-DATE
               " written to cash-forecast.txt"
           IF WS-FLAGGED-COUNT > 0
               MOVE WS-FLAGGED-COUNT TO WS-DISPLAY-COUNT
               DISPLAY "WARNING: " WS-DISPLAY-COUNT
                   " terminal(s) projected to run low before the "
                   "next scheduled load."
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
                       MOVE MS-STATE TO WS-MS-STATE
               END-READ
               CLOSE MACHINE-STATE-FILE
           END-IF.

       LOAD-FORECAST-CONFIG.
           OPEN INPUT FORECAST-CONFIG
           IF WS-FC-STAT = "35"
               EXIT PARAGRAPH
           END-IF
           READ FORECAST-CONFIG
               AT END
                   CONTINUE
               NOT AT END
                   MOVE SPACES TO WS-FC-IN-WEEKS WS-FC-IN-INTERVAL
                   UNSTRING FORECAST-CONFIG-LINE DELIMITED BY ","
                       INTO WS-FC-IN-WEEKS WS-FC-IN-INTERVAL
                   END-UNSTRING
                   IF FUNCTION TEST-NUMVAL(WS-FC-IN-WEEKS) = 0
                       AND FUNCTION NUMVAL(WS-FC-IN-WEEKS) >= 1
                       AND FUNCTION NUMVAL(WS-FC-IN-WEEKS) <= 26
                       MOVE FUNCTION NUMVAL(WS-FC-IN-WEEKS) TO
                           WS-HISTORY-WEEKS
                   END-IF
                   IF FUNCTION TEST-NUMVAL(WS-FC-IN-INTERVAL) = 0
                       AND FUNCTION NUMVAL(WS-FC-IN-INTERVAL) >= 1
                       AND FUNCTION NUMVAL(WS-FC-IN-INTERVAL) <= 14
                       MOVE FUNCTION NUMVAL(WS-FC-IN-INTERVAL) TO
                           WS-LOAD-INTERVAL
                   END-IF
           END-READ
           CLOSE FORECAST-CONFIG.

       LOAD-TERMINAL-LIST.
      *> a missing or empty terminals.dat is the single-terminal
      *> site this started as - forecast T1 and nothing else
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

       SUM-ARCHIVED-WITHDRAWALS.
      *> every archive in the window, oldest first. A day with no
      *> archive is a day the site did not trade, and does not
      *> count toward its weekday's average.
           INITIALIZE WS-WEEKDAY-TABLE
           COMPUTE WS-END-INT = FUNCTION INTEGER-OF-DATE(WS-BASE-DATE)
           COMPUTE WS-DAY-INT = WS-END-INT - (WS-HISTORY-WEEKS * 7) + 1
           PERFORM UNTIL WS-DAY-INT > WS-END-INT
               COMPUTE WS-DAY-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-DAY-INT)
               MOVE WS-DAY-DATE TO WS-DAY-DATE-X
               MOVE SPACES TO WS-TRANS-LOG-NAME
               STRING "transactions-" WS-DAY-DATE-X ".log"
                   DELIMITED BY SIZE INTO WS-TRANS-LOG-NAME
      *> day 1 of the integer calendar, 16010101, was a Monday
               COMPUTE WS-WEEKDAY =
                   FUNCTION MOD(WS-DAY-INT - 1, 7) + 1
               OPEN INPUT TRANSACTION-LOG
               IF TRANS-STAT NOT = "35"
                   ADD 1 TO WS-ARCHIVE-COUNT
                   ADD 1 TO WS-WEEKDAY-DAYS(WS-WEEKDAY)
                   MOVE "N" TO WS-EOF-FLAG
                   PERFORM UNTIL END-OF-TRANS-LOG
                      READ TRANSACTION-LOG
                         AT END
                            SET END-OF-TRANS-LOG TO TRUE
                         NOT AT END
                            IF TR-TYPE = "W"
                                AND TRANSACTION-RECORD(1:8)
                                    NOT = "TRAILER:"
                                PERFORM COUNT-WITHDRAWAL-NOTES
                            END-IF
                      END-READ
                   END-PERFORM
                   CLOSE TRANSACTION-LOG
               END-IF
               ADD 1 TO WS-DAY-INT
           END-PERFORM.

       COUNT-WITHDRAWAL-NOTES.
      *> a blank terminal id is a record from before the second
      *> machine, which was T1's
           MOVE 0 TO WS-TERM-HIT
           PERFORM VARYING WS-WD-SUB FROM 1 BY 1
                   UNTIL WS-WD-SUB > WS-TERM-COUNT OR WS-TERM-HIT > 0
               IF TR-TERMINAL-ID = WS-TERM-ID(WS-WD-SUB)
                   OR (TR-TERMINAL-ID = SPACES
                       AND WS-TERM-ID(WS-WD-SUB) = "T1")
                   MOVE WS-WD-SUB TO WS-TERM-HIT
               END-IF
           END-PERFORM
           IF WS-TERM-HIT = 0
               EXIT PARAGRAPH
           END-IF

           MOVE TR-AMOUNT TO WS-SPLIT-AMOUNT
           PERFORM SPLIT-WITHDRAWAL
           IF NOT SPLIT-FOUND
               ADD 1 TO WS-UNSPLIT-COUNT
               EXIT PARAGRAPH
           END-IF
           ADD WS-SPLIT-20 TO WS-TD-NOTES-20(WS-TERM-HIT, WS-WEEKDAY)
           ADD WS-SPLIT-50 TO WS-TD-NOTES-50(WS-TERM-HIT, WS-WEEKDAY).

       SPLIT-WITHDRAWAL.
      *> the tray the machine had at the time is not on the log, so
      *> the split is the one COMPUTE-DISPENSE-COMBO makes with
      *> notes to spare - the most $50s that leave a remainder
      *> $20s can make up
           MOVE "N" TO WS-SPLIT-FLAG
           MOVE 0 TO WS-SPLIT-20
           MOVE 0 TO WS-SPLIT-50
           COMPUTE WS-MAX-50 =
               FUNCTION INTEGER-PART(WS-SPLIT-AMOUNT / 50)

           PERFORM VARYING WS-CANDIDATE-50 FROM WS-MAX-50 BY -1
                   UNTIL WS-CANDIDATE-50 < 0 OR SPLIT-FOUND
               COMPUTE WS-REMAINDER-AMOUNT =
                   WS-SPLIT-AMOUNT - (WS-CANDIDATE-50 * 50)
               IF FUNCTION MOD(WS-REMAINDER-AMOUNT 20) = 0
                   COMPUTE WS-CANDIDATE-20 = WS-REMAINDER-AMOUNT / 20
                   MOVE WS-CANDIDATE-50 TO WS-SPLIT-50
                   MOVE WS-CANDIDATE-20 TO WS-SPLIT-20
                   SET SPLIT-FOUND TO TRUE
               END-IF
           END-PERFORM.

       FIND-LAST-LOADS.
      *> the latest journaled load per terminal, opening count or
      *> top-up - loads are scheduled from it
           OPEN INPUT CASH-JOURNAL
           IF WS-CJ-STAT = "35"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-JOURNAL
              READ CASH-JOURNAL
                 AT END
                    SET END-OF-JOURNAL TO TRUE
                 NOT AT END
                    PERFORM VARYING WS-WD-SUB FROM 1 BY 1
                            UNTIL WS-WD-SUB > WS-TERM-COUNT
                        IF (CJ-TERMINAL-ID = WS-TERM-ID(WS-WD-SUB)
                            OR (CJ-TERMINAL-ID = SPACES
                                AND WS-TERM-ID(WS-WD-SUB) = "T1"))
                            AND CJ-TIMESTAMP(1:8) NUMERIC
                            AND CJ-TIMESTAMP(1:8) >
                                WS-TERM-LAST-LOAD(WS-WD-SUB)
                            MOVE CJ-TIMESTAMP(1:8) TO
                                WS-TERM-LAST-LOAD(WS-WD-SUB)
                        END-IF
                    END-PERFORM
              END-READ
           END-PERFORM
           CLOSE CASH-JOURNAL.

       FORECAST-ONE-TERMINAL.
      *> each weekday's average, rounded up to the whole note - a
      *> tray a note short is a customer turned away
           PERFORM VARYING WS-WD-SUB FROM 1 BY 1 UNTIL WS-WD-SUB > 7
               IF WS-WEEKDAY-DAYS(WS-WD-SUB) = 0
                   MOVE 0 TO WS-AVG-20(WS-WD-SUB)
                   MOVE 0 TO WS-AVG-50(WS-WD-SUB)
               ELSE
                   COMPUTE WS-AVG-20(WS-WD-SUB) =
                       (WS-TD-NOTES-20(WS-TERM-SUB, WS-WD-SUB)
                        + WS-WEEKDAY-DAYS(WS-WD-SUB) - 1)
                       / WS-WEEKDAY-DAYS(WS-WD-SUB)
                   COMPUTE WS-AVG-50(WS-WD-SUB) =
                       (WS-TD-NOTES-50(WS-TERM-SUB, WS-WD-SUB)
                        + WS-WEEKDAY-DAYS(WS-WD-SUB) - 1)
                       / WS-WEEKDAY-DAYS(WS-WD-SUB)
               END-IF
           END-PERFORM

           MOVE 0 TO WS-TRAY-20
           MOVE 0 TO WS-TRAY-50
           MOVE SPACES TO WS-CASH-LOAD-NAME
           STRING "cash-load-" FUNCTION TRIM(WS-CUR-TERMINAL)
               ".dat" DELIMITED BY SIZE INTO WS-CASH-LOAD-NAME
           OPEN INPUT CASH-LOAD-FILE
           IF WS-CASH-LOAD-STAT NOT = "35"
               READ CASH-LOAD-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE CL-TRAY-20 TO WS-TRAY-20
                       MOVE CL-TRAY-50 TO WS-TRAY-50
               END-READ
               CLOSE CASH-LOAD-FILE
           END-IF

      *> the next scheduled load is the interval after the last
      *> one; a terminal never loaded, or overdue, is due on the
      *> load date itself
           IF WS-TERM-LAST-LOAD(WS-TERM-SUB) = 0
               MOVE WS-LOAD-INT TO WS-NEXT-LOAD-INT
           ELSE
               COMPUTE WS-NEXT-LOAD-INT =
                   FUNCTION INTEGER-OF-DATE(
                       WS-TERM-LAST-LOAD(WS-TERM-SUB))
                   + WS-LOAD-INTERVAL
               IF WS-NEXT-LOAD-INT < WS-LOAD-INT
                   MOVE WS-LOAD-INT TO WS-NEXT-LOAD-INT
               END-IF
           END-IF
           COMPUTE WS-NEXT-LOAD-DATE =
               FUNCTION DATE-OF-INTEGER(WS-NEXT-LOAD-INT)
           IF WS-NEXT-LOAD-INT = WS-LOAD-INT
               SET LOAD-DUE TO TRUE
           ELSE
               MOVE "N" TO WS-LOAD-DUE-FLAG
           END-IF

      *> run the tray as it stands down through each day before the
      *> next scheduled load - below the low-cash threshold on any
      *> of them and the terminal is flagged
           MOVE "N" TO WS-LOW-FLAG
           MOVE 0 TO WS-LOW-DATE
           MOVE WS-TRAY-20 TO WS-PROJ-20
           MOVE WS-TRAY-50 TO WS-PROJ-50
           IF WS-PROJ-20 < WS-LOW-CASH-THRESHOLD
               OR WS-PROJ-50 < WS-LOW-CASH-THRESHOLD
               SET PROJECTED-LOW TO TRUE
               MOVE WS-BASE-DATE TO WS-LOW-DATE
           END-IF
           MOVE 0 TO WS-NEED-20
           MOVE 0 TO WS-NEED-50
           MOVE WS-LOAD-INT TO WS-DAY-INT
           PERFORM UNTIL WS-DAY-INT >= WS-NEXT-LOAD-INT
               COMPUTE WS-WEEKDAY = FUNCTION MOD(WS-DAY-INT - 1, 7) + 1
               SUBTRACT WS-AVG-20(WS-WEEKDAY) FROM WS-PROJ-20
               SUBTRACT WS-AVG-50(WS-WEEKDAY) FROM WS-PROJ-50
               ADD WS-AVG-20(WS-WEEKDAY) TO WS-NEED-20
               ADD WS-AVG-50(WS-WEEKDAY) TO WS-NEED-50
               IF NOT PROJECTED-LOW
                   AND (WS-PROJ-20 < WS-LOW-CASH-THRESHOLD
                        OR WS-PROJ-50 < WS-LOW-CASH-THRESHOLD)
                   SET PROJECTED-LOW TO TRUE
                   COMPUTE WS-LOW-DATE =
                       FUNCTION DATE-OF-INTEGER(WS-DAY-INT)
               END-IF
               ADD 1 TO WS-DAY-INT
           END-PERFORM

      *> a scheduled load covers the days up to the one after it;
      *> an unscheduled top-up for a flagged terminal covers the
      *> days up to the scheduled load. Either way the tray is left
      *> the threshold above the forecast, less what is in it now.
           IF LOAD-DUE
               MOVE 0 TO WS-NEED-20
               MOVE 0 TO WS-NEED-50
               MOVE WS-LOAD-INT TO WS-DAY-INT
               COMPUTE WS-END-INT = WS-LOAD-INT + WS-LOAD-INTERVAL
               PERFORM UNTIL WS-DAY-INT >= WS-END-INT
                   COMPUTE WS-WEEKDAY =
                       FUNCTION MOD(WS-DAY-INT - 1, 7) + 1
                   ADD WS-AVG-20(WS-WEEKDAY) TO WS-NEED-20
                   ADD WS-AVG-50(WS-WEEKDAY) TO WS-NEED-50
                   ADD 1 TO WS-DAY-INT
               END-PERFORM
           END-IF
           MOVE 0 TO WS-ORDER-20
           MOVE 0 TO WS-ORDER-50
           IF LOAD-DUE OR PROJECTED-LOW
               ADD WS-LOW-CASH-THRESHOLD TO WS-NEED-20
               ADD WS-LOW-CASH-THRESHOLD TO WS-NEED-50
               IF WS-NEED-20 > WS-TRAY-20
                   COMPUTE WS-ORDER-20 = WS-NEED-20 - WS-TRAY-20
               END-IF
               IF WS-NEED-50 > WS-TRAY-50
                   COMPUTE WS-ORDER-50 = WS-NEED-50 - WS-TRAY-50
               END-IF
           END-IF
           COMPUTE WS-ORDER-VALUE =
               (WS-ORDER-20 * 20) + (WS-ORDER-50 * 50)
           IF WS-ORDER-VALUE > 0
               ADD 1 TO WS-ORDER-COUNT
           END-IF
           IF PROJECTED-LOW
               ADD 1 TO WS-FLAGGED-COUNT
           END-IF

           PERFORM PRINT-TERMINAL-SECTION.

       PRINT-REPORT-HEADER.
           MOVE "ATM CASH REPLENISHMENT FORECAST" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           COMPUTE WS-WEEKDAY = FUNCTION MOD(WS-LOAD-INT - 1, 7) + 1
           STRING "Load order for: " WS-LOAD-DATE
               " (" WS-DAY-NAME(WS-WEEKDAY) ")"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-ARCHIVE-COUNT TO WS-DISPLAY-COUNT
           MOVE WS-HISTORY-WEEKS TO WS-DISPLAY-SMALL
           MOVE WS-LOAD-INTERVAL TO WS-DISPLAY-SMALL2
           MOVE SPACES TO REPORT-LINE
           STRING "History: " WS-DISPLAY-SMALL " week(s) to "
               WS-BASE-DATE ", " WS-DISPLAY-COUNT
               " day(s) archived   Loads every "
               WS-DISPLAY-SMALL2 " day(s)"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-LOW-CASH-THRESHOLD TO WS-DISPLAY-THRESHOLD
           MOVE SPACES TO REPORT-LINE
           STRING "Low-cash threshold: " WS-DISPLAY-THRESHOLD
               " notes of either denomination"
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

           MOVE "  Average notes paid out by weekday:" TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING WS-WD-SUB FROM 1 BY 1 UNTIL WS-WD-SUB > 7
               MOVE WS-AVG-20(WS-WD-SUB) TO WS-DISPLAY-NOTES
               MOVE WS-AVG-50(WS-WD-SUB) TO WS-DISPLAY-NOTES2
               MOVE WS-WEEKDAY-DAYS(WS-WD-SUB) TO WS-DISPLAY-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING "    " WS-DAY-NAME(WS-WD-SUB)
                   "  $20 x " WS-DISPLAY-NOTES
                   "  $50 x " WS-DISPLAY-NOTES2
                   "   (" WS-DISPLAY-COUNT " day(s))"
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-PERFORM

           MOVE WS-TRAY-20 TO WS-DISPLAY-NOTES
           MOVE WS-TRAY-50 TO WS-DISPLAY-NOTES2
           MOVE SPACES TO REPORT-LINE
           STRING "  Tray now:        $20 x " WS-DISPLAY-NOTES
               "  $50 x " WS-DISPLAY-NOTES2
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           IF WS-TERM-LAST-LOAD(WS-TERM-SUB) = 0
               STRING "  Last load:       none journaled"
                   "   Next scheduled: " WS-NEXT-LOAD-DATE
                   DELIMITED BY SIZE INTO REPORT-LINE
           ELSE
               STRING "  Last load:       "
                   WS-TERM-LAST-LOAD(WS-TERM-SUB)
                   "   Next scheduled: " WS-NEXT-LOAD-DATE
                   DELIMITED BY SIZE INTO REPORT-LINE
           END-IF
           WRITE REPORT-LINE

           MOVE WS-ORDER-20 TO WS-DISPLAY-NOTES
           MOVE WS-ORDER-50 TO WS-DISPLAY-NOTES2
           MOVE WS-ORDER-VALUE TO WS-DISPLAY-VALUE
           MOVE SPACES TO REPORT-LINE
           EVALUATE TRUE
               WHEN LOAD-DUE AND WS-ORDER-VALUE = 0
                   STRING "  Load due " WS-LOAD-DATE
                       " - no notes needed, the tray covers it"
                       DELIMITED BY SIZE INTO REPORT-LINE
               WHEN LOAD-DUE
                   STRING "  LOAD ORDER:      $20 x " WS-DISPLAY-NOTES
                       "  $50 x " WS-DISPLAY-NOTES2
                       "  value $" WS-DISPLAY-VALUE
                       DELIMITED BY SIZE INTO REPORT-LINE
               WHEN PROJECTED-LOW
                   STRING "  TOP-UP ORDER:    $20 x " WS-DISPLAY-NOTES
                       "  $50 x " WS-DISPLAY-NOTES2
                       "  value $" WS-DISPLAY-VALUE
                       DELIMITED BY SIZE INTO REPORT-LINE
               WHEN OTHER
                   STRING "  No load due on " WS-LOAD-DATE
                       " - tray covers the days to "
                       WS-NEXT-LOAD-DATE
                       DELIMITED BY SIZE INTO REPORT-LINE
           END-EVALUATE
           WRITE REPORT-LINE

           IF PROJECTED-LOW
               MOVE SPACES TO REPORT-LINE
               IF WS-LOW-DATE = WS-BASE-DATE
                   STRING "  *** LOW CASH: tray is already below the "
                       "threshold ***"
                       DELIMITED BY SIZE INTO REPORT-LINE
               ELSE
                   STRING "  *** LOW CASH: projected below threshold "
                       WS-LOW-DATE " before next load ***"
                       DELIMITED BY SIZE INTO REPORT-LINE
               END-IF
               WRITE REPORT-LINE
           END-IF

           MOVE "==========================================" TO
               REPORT-LINE
           WRITE REPORT-LINE.

       PRINT-REPORT-TOTALS.
           MOVE WS-ORDER-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "Terminals with a load order:   " WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-FLAGGED-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "Terminals flagged low cash:    " WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-UNSPLIT-COUNT > 0
               MOVE WS-UNSPLIT-COUNT TO WS-DISPLAY-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING "Withdrawals not in $20/$50:    "
                   WS-DISPLAY-COUNT " (left out of the averages)"
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
