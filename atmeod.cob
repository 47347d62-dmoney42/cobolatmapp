       01 MACHINE-STATE-RECORD.
           05 MS-BUSINESS-DATE  PIC 9(8).
           05 MS-STATE          PIC X. *> "O"=Open "C"=Closed
      *> one byte for the step - "0" to "9", then "A" onward once
      *> the close grew past nine steps (see WS-STEP-CODES)
           05 MS-CLOSE-STEP     PIC X.
      *>*********************************************

       WORKING-STORAGE SECTION.
       01 WS-MS-STAT            PIC XX.
       01 WS-BUSINESS-DATE      PIC 9(8).
       01 WS-STATE              PIC X.
       01 WS-CLOSE-STEP         PIC 99.
       01 WS-STEP-CODES         PIC X(20)
                                VALUE "0123456789ABCDEFGHIJ".
       01 WS-STEP-SUB           PIC 99.
       01 WS-STARTUP-PARM       PIC X(20).

      *> close sequence, in the order the steps depend on each
      *>   step 2 - ATMSORD   (post the standing orders due today)
      *>   step 3 - ATMLOGCT  (cut the day to its archive + trailer)
      *>   step 4 - ATMRECON  (reconcile the archived day)
      *>   step 5 - ATMGLEXT  (general-ledger extract of the day)
      *>   step 6 - ATMCASH   (cash position for the day)
      *>   step 7 - ATMDORM   (flag long-quiet accounts dormant)
      *>   step 8 - ATMFRAUD  (screen the cut day, set soft holds)
      *>   step 9 - ATMDEPX   (deposit count differences, overdue
      *>                       envelopes)
      *>   step 10 - ATMSNAP  (dated snapshot of the account master
      *>                       for roll-forward recovery)
      *>   step 11 - ATMFCST  (cash load order for the next day)
      *>   step 12 - ATMALRT  (customer alert file for the SMS/mail
      *>                       vendor - after ATMSORD and ATMFRAUD,
      *>                       whose failures and holds it reports)
      *>   step 13 - ATMDECL  (decline analysis of the day's
      *>                       electronic journals)
      *>   then the date is advanced and the machine reopened

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           END-IF

           IF WS-CLOSE-STEP < 5
               DISPLAY "Step 5: general-ledger extract..."
      *> a refused extract must not hold the ATMs shut - the day (or
      *> the late entries cut into an older day) is left unsent for
      *> finance, and ATMGLEXT's own control file stops anything
      *> going twice once it is re-run by hand
               MOVE 0 TO RETURN-CODE
               CALL "ATMGLEXT"
               IF RETURN-CODE NOT = 0
                   DISPLAY "WARNING: a general-ledger file was "
                       "refused during the close of "
                       WS-BUSINESS-DATE "."
                   DISPLAY "Correct the cause shown in "
                       "gl-extract-report.txt and run ATMGLEXT "
                       "with the date it names."
                   MOVE 0 TO RETURN-CODE
               END-IF
               MOVE 5 TO WS-CLOSE-STEP
               PERFORM SAVE-MACHINE-STATE
           END-IF

           IF WS-CLOSE-STEP < 6
               DISPLAY "Step 6: cash position..."
               CALL "ATMCASH"
               MOVE 6 TO WS-CLOSE-STEP
               PERFORM SAVE-MACHINE-STATE
           END-IF

           IF WS-CLOSE-STEP < 7
               DISPLAY "Step 7: dormant account scan..."
               CALL "ATMDORM"
               MOVE 7 TO WS-CLOSE-STEP
               PERFORM SAVE-MACHINE-STATE
           END-IF

           IF WS-CLOSE-STEP < 8
               DISPLAY "Step 8: fraud and velocity screening..."
               CALL "ATMFRAUD"
               MOVE 8 TO WS-CLOSE-STEP
               PERFORM SAVE-MACHINE-STATE
           END-IF

           IF WS-CLOSE-STEP < 9
               DISPLAY "Step 9: deposit exceptions..."
               CALL "ATMDEPX"
               MOVE 9 TO WS-CLOSE-STEP
               PERFORM SAVE-MACHINE-STATE
           END-IF

           IF WS-CLOSE-STEP < 10
               DISPLAY "Step 10: account master snapshot..."
      *> a missed snapshot only means recovery starts from an older
      *> generation - it must not hold the ATMs shut
               MOVE 0 TO RETURN-CODE
               CALL "ATMSNAP"
               IF RETURN-CODE NOT = 0
                   DISPLAY "WARNING: no account snapshot was taken "
                       "for " WS-BUSINESS-DATE "."
                   MOVE 0 TO RETURN-CODE
               END-IF
               MOVE 10 TO WS-CLOSE-STEP
               PERFORM SAVE-MACHINE-STATE
           END-IF

           IF WS-CLOSE-STEP < 11
               DISPLAY "Step 11: cash replenishment forecast..."
               CALL "ATMFCST"
               MOVE 11 TO WS-CLOSE-STEP
               PERFORM SAVE-MACHINE-STATE
           END-IF

           IF WS-CLOSE-STEP < 12
               DISPLAY "Step 12: customer alert file..."
      *> alerts that cannot go out tonight are a call to the
      *> vendor, not a reason to hold the ATMs shut
               MOVE 0 TO RETURN-CODE
               CALL "ATMALRT"
               IF RETURN-CODE NOT = 0
                   DISPLAY "WARNING: no alert file was produced for "
                       WS-BUSINESS-DATE "."
                   DISPLAY "Correct the cause shown in "
                       "alert-report.txt and run ATMALRT "
                       WS-BUSINESS-DATE "."
                   MOVE 0 TO RETURN-CODE
               END-IF
               MOVE 12 TO WS-CLOSE-STEP
               PERFORM SAVE-MACHINE-STATE
           END-IF

           IF WS-CLOSE-STEP < 13
               DISPLAY "Step 13: decline analysis..."
               CALL "ATMDECL"
               MOVE 13 TO WS-CLOSE-STEP
               PERFORM SAVE-MACHINE-STATE
           END-IF

           COMPUTE WS-BUSINESS-DATE =
               FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE) + 1)
           MOVE "O" TO WS-STATE
           MOVE 0 TO WS-CLOSE-STEP
           PERFORM SAVE-MACHINE-STATE
           DISPLAY "Business date advanced to "
               WS-BUSINESS-DATE " - machine reopened."

           DISPLAY "End of day close complete."
                   NOT AT END
                       MOVE MS-BUSINESS-DATE TO WS-BUSINESS-DATE
                       MOVE MS-STATE TO WS-STATE
                       MOVE 0 TO WS-CLOSE-STEP
                       PERFORM VARYING WS-STEP-SUB FROM 1 BY 1
                               UNTIL WS-STEP-SUB > 20
                           IF WS-STEP-CODES(WS-STEP-SUB:1) =
                                   MS-CLOSE-STEP
                               COMPUTE WS-CLOSE-STEP = WS-STEP-SUB - 1
                           END-IF
                       END-PERFORM
               END-READ
               CLOSE MACHINE-STATE-FILE
           END-IF.
      *> a restart picks up exactly where the last run stopped
           MOVE WS-BUSINESS-DATE TO MS-BUSINESS-DATE
           MOVE WS-STATE TO MS-STATE
           MOVE WS-STEP-CODES(WS-CLOSE-STEP + 1:1) TO MS-CLOSE-STEP
           OPEN OUTPUT MACHINE-STATE-FILE
           WRITE MACHINE-STATE-RECORD
           CLOSE MACHINE-STATE-FILE.
