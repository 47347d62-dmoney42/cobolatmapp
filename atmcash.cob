       01 MACHINE-STATE-RECORD.
           05 MS-BUSINESS-DATE  PIC 9(8).
           05 MS-STATE          PIC X. *> "O"=Open "C"=Closed
           05 MS-CLOSE-STEP     PIC X.

       FD TERMINAL-LIST
           RECORD CONTAINS 10 CHARACTERS
