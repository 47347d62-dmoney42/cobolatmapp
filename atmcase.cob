       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATMCASE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> customer dispute cases, opened, worked and resolved through
      *> ATMCON - read here for the branch manager's weekly review
           SELECT DISPUTE-FILE ASSIGN TO "dispute-cases.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DC-CASE-NUM
               FILE STATUS IS WS-DC-STAT.

      *> machine state and business date, maintained by the ATMEOD
      *> close job - cases are aged to the business date
           SELECT MACHINE-STATE-FILE ASSIGN TO "machine-state.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MS-STAT.

           SELECT CASE-REPORT ASSIGN TO "dispute-aged-report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.



       DATA DIVISION.
       FILE SECTION.
      *> must match the DISPUTE-CASE-RECORD layout ATMCON writes
       FD DISPUTE-FILE
           RECORD CONTAINS 209 CHARACTERS
           DATA RECORD IS DISPUTE-CASE-RECORD.
       01 DISPUTE-CASE-RECORD.
           05 DC-CASE-NUM        PIC 9(6).
           05 DC-USER-ID         PIC X(16).
           05 DC-TR-SEQ-NUM      PIC 9(7).
           05 DC-TXN-DATE        PIC 9(8).
           05 DC-TXN-TYPE        PIC X.
           05 DC-TERMINAL-ID     PIC X(4).
           05 DC-ACCT-SIDE       PIC X. *> "C"hecking "S"avings
           05 DC-AMOUNT          PIC 9(5)V99.
           05 DC-CLAIM           PIC X(40).
      *> "O"pen "P"rovisional credit "U"pheld "D"enied
           05 DC-STATUS          PIC X.
           05 DC-OPEN-DATE       PIC 9(8).
           05 DC-OPEN-OPERATOR   PIC X(8).
           05 DC-PROV-DATE       PIC 9(8).
           05 DC-PROV-OPERATOR   PIC X(8).
           05 DC-PROV-SEQ-NUM    PIC 9(7).
           05 DC-UPDATE-DATE     PIC 9(8).
           05 DC-UPDATE-OPERATOR PIC X(8).
           05 DC-NOTE            PIC X(40).
           05 DC-RESOLVE-DATE    PIC 9(8).
           05 DC-RESOLVE-OPERATOR PIC X(8).
           05 DC-RESOLVE-SEQ-NUM PIC 9(7).

       FD MACHINE-STATE-FILE
           RECORD CONTAINS 10 CHARACTERS
           DATA RECORD IS MACHINE-STATE-RECORD.
       01 MACHINE-STATE-RECORD.
           05 MS-BUSINESS-DATE  PIC 9(8).
           05 MS-STATE          PIC X. *> "O"=Open "C"=Closed
           05 MS-CLOSE-STEP     PIC X.

       *> This defines the template for the aged cases report
       FD CASE-REPORT.
         01 REPORT-LINE           PIC X(80).
      *>*********************************************

       WORKING-STORAGE SECTION.
       01 WS-DC-STAT            PIC XX.
       01 WS-MS-STAT            PIC XX.

       01 WS-DC-EOF-FLAG        PIC X VALUE "N".
           88 END-OF-CASES        VALUE "Y".

       01 WS-MS-PRESENT-FLAG    PIC X VALUE "N".
           88 MACHINE-STATE-ON-FILE VALUE "Y".
       01 WS-MS-BUSINESS-DATE   PIC 9(8).
       01 WS-MS-STATE           PIC X.

       01 WS-STARTUP-PARM       PIC X(20).
       01 WS-AS-OF-DATE         PIC 9(8).
       01 WS-AS-OF-INT          PIC 9(8) COMP.
       01 WS-AGE-DAYS           PIC 9(5).

      *> the review covers the week just gone - cases resolved in
      *> the last seven days are listed under the open ones
       01 WS-WEEK-DAYS          PIC 9(2) VALUE 7.

      *> the open cases are written as they are met; the week's
      *> resolutions are staged here and written after them
       01 WS-RES-MAX            PIC 9(4) COMP VALUE 500.
       01 WS-RES-COUNT          PIC 9(4) COMP VALUE 0.
       01 WS-RES-TABLE.
           05 WS-RES-ENTRY OCCURS 500 TIMES.
               10 WS-RES-CASE       PIC 9(6).
               10 WS-RES-LAST4      PIC X(4).
               10 WS-RES-TERMINAL   PIC X(4).
               10 WS-RES-DATE       PIC 9(8).
               10 WS-RES-STATUS     PIC X.
               10 WS-RES-AMOUNT     PIC 9(5)V99.
               10 WS-RES-OPERATOR   PIC X(8).
       01 WS-RES-SUB            PIC 9(4) COMP.
       01 WS-RES-OVERFLOW       PIC 9(5) COMP VALUE 0.

      *> age bands for the cases still being worked
       01 WS-BAND-TABLE.
           05 WS-BAND-ENTRY OCCURS 4 TIMES.
               10 WS-BAND-COUNT     PIC 9(5) COMP.
               10 WS-BAND-AMOUNT    PIC 9(7)V99.
       01 WS-BAND-SUB           PIC 9 COMP.
       01 WS-BAND-LABEL         PIC X(16).

       01 WS-CASE-COUNT         PIC 9(5) COMP VALUE 0.
       01 WS-OPEN-COUNT         PIC 9(5) COMP VALUE 0.
       01 WS-OPEN-TOTAL         PIC 9(7)V99 VALUE 0.
       01 WS-PROV-COUNT         PIC 9(5) COMP VALUE 0.
       01 WS-PROV-TOTAL         PIC 9(7)V99 VALUE 0.
       01 WS-UPHELD-COUNT       PIC 9(5) COMP VALUE 0.
       01 WS-UPHELD-TOTAL       PIC 9(7)V99 VALUE 0.
       01 WS-DENIED-COUNT       PIC 9(5) COMP VALUE 0.
       01 WS-DENIED-TOTAL       PIC 9(7)V99 VALUE 0.

       01 WS-RUN-TIMESTAMP      PIC X(16).
       01 WS-DISPLAY-COUNT      PIC Z(4)9.
       01 WS-DISPLAY-AMOUNT     PIC Z(5)9.99.
       01 WS-DISPLAY-TOTAL      PIC Z(6)9.99.
       01 WS-DISPLAY-AGE        PIC Z(4)9.
       01 WS-STATUS-WORD        PIC X(6).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "ATMCASE - AGED DISPUTE CASES REPORT"

      *> an as-of date may be given (CCYYMMDD) to age the cases to
      *> a particular day; otherwise they are aged to the business
      *> date, or today on a site that never ran ATMEOD
           ACCEPT WS-STARTUP-PARM FROM COMMAND-LINE
           IF WS-STARTUP-PARM NOT = SPACES
               IF WS-STARTUP-PARM(1:8) NOT NUMERIC
                   DISPLAY "Usage: ATMCASE [CCYYMMDD]"
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
               MOVE WS-STARTUP-PARM(1:8) TO WS-AS-OF-DATE
           ELSE
               PERFORM READ-MACHINE-STATE
               IF MACHINE-STATE-ON-FILE
                   MOVE WS-MS-BUSINESS-DATE TO WS-AS-OF-DATE
               ELSE
                   ACCEPT WS-AS-OF-DATE FROM DATE YYYYMMDD
               END-IF
           END-IF
           COMPUTE WS-AS-OF-INT =
               FUNCTION INTEGER-OF-DATE(WS-AS-OF-DATE)

           PERFORM VARYING WS-BAND-SUB FROM 1 BY 1
                   UNTIL WS-BAND-SUB > 4
               MOVE 0 TO WS-BAND-COUNT(WS-BAND-SUB)
               MOVE 0 TO WS-BAND-AMOUNT(WS-BAND-SUB)
           END-PERFORM

           MOVE FUNCTION CURRENT-DATE(1:16) TO WS-RUN-TIMESTAMP
           OPEN OUTPUT CASE-REPORT
           PERFORM WRITE-REPORT-HEADER

           OPEN INPUT DISPUTE-FILE
           IF WS-DC-STAT = "35"
               DISPLAY "dispute-cases.dat not found - no dispute "
                   "cases to report."
               MOVE "No dispute cases on file." TO REPORT-LINE
               WRITE REPORT-LINE
               CLOSE CASE-REPORT
               GOBACK
           END-IF

           PERFORM UNTIL END-OF-CASES
              READ DISPUTE-FILE NEXT RECORD
                 AT END
                    SET END-OF-CASES TO TRUE
                 NOT AT END
                    ADD 1 TO WS-CASE-COUNT
                    PERFORM CHECK-ONE-CASE
              END-READ
           END-PERFORM
           CLOSE DISPUTE-FILE

           IF WS-OPEN-COUNT = 0 AND WS-PROV-COUNT = 0
               MOVE "  (none)" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF

           PERFORM WRITE-AGE-BANDS
           PERFORM WRITE-RESOLVED-SECTION
           PERFORM WRITE-REPORT-TOTALS
           CLOSE CASE-REPORT

           DISPLAY "Open cases:              " WS-OPEN-COUNT
           DISPLAY "With provisional credit: " WS-PROV-COUNT
           DISPLAY "Resolved in the week:    " WS-RES-COUNT
           DISPLAY "See dispute-aged-report.txt for details."

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

       CHECK-ONE-CASE.
      *> a case opened after the as-of date did not exist yet
           IF DC-OPEN-DATE > WS-AS-OF-DATE
               EXIT PARAGRAPH
           END-IF

           IF DC-STATUS = "O" OR DC-STATUS = "P"
               PERFORM WRITE-OPEN-CASE-LINE
               EXIT PARAGRAPH
           END-IF

      *> resolved cases only matter if resolved within the week
           IF DC-RESOLVE-DATE > WS-AS-OF-DATE
               OR DC-RESOLVE-DATE = 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-AGE-DAYS = WS-AS-OF-INT
               - FUNCTION INTEGER-OF-DATE(DC-RESOLVE-DATE)
           IF WS-AGE-DAYS >= WS-WEEK-DAYS
               EXIT PARAGRAPH
           END-IF

           IF DC-STATUS = "U"
               ADD 1 TO WS-UPHELD-COUNT
               ADD DC-AMOUNT TO WS-UPHELD-TOTAL
           ELSE
               ADD 1 TO WS-DENIED-COUNT
               ADD DC-AMOUNT TO WS-DENIED-TOTAL
           END-IF

           IF WS-RES-COUNT >= WS-RES-MAX
               ADD 1 TO WS-RES-OVERFLOW
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-RES-COUNT
           MOVE DC-CASE-NUM         TO WS-RES-CASE(WS-RES-COUNT)
           MOVE DC-USER-ID(13:4)    TO WS-RES-LAST4(WS-RES-COUNT)
           MOVE DC-TERMINAL-ID      TO WS-RES-TERMINAL(WS-RES-COUNT)
           MOVE DC-RESOLVE-DATE     TO WS-RES-DATE(WS-RES-COUNT)
           MOVE DC-STATUS           TO WS-RES-STATUS(WS-RES-COUNT)
           MOVE DC-AMOUNT           TO WS-RES-AMOUNT(WS-RES-COUNT)
           MOVE DC-RESOLVE-OPERATOR TO
               WS-RES-OPERATOR(WS-RES-COUNT).

       WRITE-OPEN-CASE-LINE.
           COMPUTE WS-AGE-DAYS = WS-AS-OF-INT
               - FUNCTION INTEGER-OF-DATE(DC-OPEN-DATE)
           EVALUATE TRUE
              WHEN WS-AGE-DAYS <= 7
                 MOVE 1 TO WS-BAND-SUB
              WHEN WS-AGE-DAYS <= 30
                 MOVE 2 TO WS-BAND-SUB
              WHEN WS-AGE-DAYS <= 60
                 MOVE 3 TO WS-BAND-SUB
              WHEN OTHER
                 MOVE 4 TO WS-BAND-SUB
           END-EVALUATE
           ADD 1 TO WS-BAND-COUNT(WS-BAND-SUB)
           ADD DC-AMOUNT TO WS-BAND-AMOUNT(WS-BAND-SUB)

           IF DC-STATUS = "P"
               ADD 1 TO WS-PROV-COUNT
               ADD DC-AMOUNT TO WS-PROV-TOTAL
           ELSE
               ADD 1 TO WS-OPEN-COUNT
               ADD DC-AMOUNT TO WS-OPEN-TOTAL
           END-IF

           MOVE DC-AMOUNT TO WS-DISPLAY-AMOUNT
           MOVE WS-AGE-DAYS TO WS-DISPLAY-AGE
           MOVE SPACES TO REPORT-LINE
           STRING DC-CASE-NUM " ****-" DC-USER-ID(13:4)
               " " DC-TERMINAL-ID
               " " DC-TR-SEQ-NUM
               " " DC-OPEN-DATE
               " " WS-DISPLAY-AGE
               " " DC-STATUS
               " " WS-DISPLAY-AMOUNT
               " " DC-CLAIM(1:16)
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       WRITE-AGE-BANDS.
           MOVE "==========================================" TO
               REPORT-LINE
           WRITE REPORT-LINE
           MOVE "OPEN CASES BY AGE" TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING WS-BAND-SUB FROM 1 BY 1
                   UNTIL WS-BAND-SUB > 4
               EVALUATE WS-BAND-SUB
                  WHEN 1
                     MOVE "   0-7 days:   " TO WS-BAND-LABEL
                  WHEN 2
                     MOVE "   8-30 days:  " TO WS-BAND-LABEL
                  WHEN 3
                     MOVE "  31-60 days:  " TO WS-BAND-LABEL
                  WHEN OTHER
                     MOVE "  over 60 days:" TO WS-BAND-LABEL
               END-EVALUATE
               MOVE WS-BAND-COUNT(WS-BAND-SUB) TO WS-DISPLAY-COUNT
               MOVE WS-BAND-AMOUNT(WS-BAND-SUB) TO WS-DISPLAY-TOTAL
               MOVE SPACES TO REPORT-LINE
               STRING WS-BAND-LABEL " " WS-DISPLAY-COUNT
                   " case(s)  $" WS-DISPLAY-TOTAL
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-PERFORM.

       WRITE-RESOLVED-SECTION.
           MOVE "==========================================" TO
               REPORT-LINE
           WRITE REPORT-LINE
           MOVE "CASES RESOLVED IN THE LAST 7 DAYS" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "CASE   CARD      TERM RESOLVED OUTCOME     AMOUNT BY"
               TO REPORT-LINE
           WRITE REPORT-LINE

           PERFORM VARYING WS-RES-SUB FROM 1 BY 1
                   UNTIL WS-RES-SUB > WS-RES-COUNT
               IF WS-RES-STATUS(WS-RES-SUB) = "U"
                   MOVE "UPHELD" TO WS-STATUS-WORD
               ELSE
                   MOVE "DENIED" TO WS-STATUS-WORD
               END-IF
               MOVE WS-RES-AMOUNT(WS-RES-SUB) TO WS-DISPLAY-AMOUNT
               MOVE SPACES TO REPORT-LINE
               STRING WS-RES-CASE(WS-RES-SUB)
                   " ****-" WS-RES-LAST4(WS-RES-SUB)
                   " " WS-RES-TERMINAL(WS-RES-SUB)
                   " " WS-RES-DATE(WS-RES-SUB)
                   " " WS-STATUS-WORD
                   " " WS-DISPLAY-AMOUNT
                   " " WS-RES-OPERATOR(WS-RES-SUB)
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-PERFORM

           IF WS-RES-COUNT = 0
               MOVE "  (none)" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           IF WS-RES-OVERFLOW > 0
               MOVE WS-RES-OVERFLOW TO WS-DISPLAY-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING "*** " WS-DISPLAY-COUNT
                   " more resolved case(s) not listed"
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       WRITE-REPORT-HEADER.
           MOVE "AGED DISPUTE CASES REPORT" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "Aged to: " WS-AS-OF-DATE
               "  Run: " WS-RUN-TIMESTAMP
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "==========================================" TO
               REPORT-LINE
           WRITE REPORT-LINE
           MOVE "CASES STILL OPEN (S: O=open P=provisional credit)"
               TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "CASE   CARD      TERM ENTRY   OPENED     AGE S"
               "    AMOUNT CLAIM"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       WRITE-REPORT-TOTALS.
           MOVE "==========================================" TO
               REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-CASE-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "Cases on file:          " WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-OPEN-COUNT TO WS-DISPLAY-COUNT
           MOVE WS-OPEN-TOTAL TO WS-DISPLAY-TOTAL
           MOVE SPACES TO REPORT-LINE
           STRING "Open, no credit given:  " WS-DISPLAY-COUNT
               "  $" WS-DISPLAY-TOTAL
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-PROV-COUNT TO WS-DISPLAY-COUNT
           MOVE WS-PROV-TOTAL TO WS-DISPLAY-TOTAL
           MOVE SPACES TO REPORT-LINE
           STRING "Provisional credit out: " WS-DISPLAY-COUNT
               "  $" WS-DISPLAY-TOTAL
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-UPHELD-COUNT TO WS-DISPLAY-COUNT
           MOVE WS-UPHELD-TOTAL TO WS-DISPLAY-TOTAL
           MOVE SPACES TO REPORT-LINE
           STRING "Upheld this week:       " WS-DISPLAY-COUNT
               "  $" WS-DISPLAY-TOTAL
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-DENIED-COUNT TO WS-DISPLAY-COUNT
           MOVE WS-DENIED-TOTAL TO WS-DISPLAY-TOTAL
           MOVE SPACES TO REPORT-LINE
           STRING "Denied this week:       " WS-DISPLAY-COUNT
               "  $" WS-DISPLAY-TOTAL
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.
