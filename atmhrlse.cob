               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STAT.

      *> a reissued card is worked under the account number its
      *> lockout record is kept against
           SELECT CARD-XREF-FILE ASSIGN TO "card-xref.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CX-CARD-NUMBER
               FILE STATUS IS WS-CX-STAT.



       DATA DIVISION.

       FD RELEASE-AUDIT.
         01 AUDIT-LINE           PIC X(80).

      *> must match the CARD-XREF-RECORD layout ATMCON writes
       FD CARD-XREF-FILE
           RECORD CONTAINS 79 CHARACTERS
           DATA RECORD IS CARD-XREF-RECORD.
       01 CARD-XREF-RECORD.
           05 CX-CARD-NUMBER     PIC X(16).
           05 CX-ACCOUNT-NUMBER  PIC X(16).
           05 CX-CARD-STATUS     PIC X.
           05 CX-EXPIRY-CCYYMM   PIC 9(6).
           05 CX-ISSUE-DATE      PIC 9(8).
           05 CX-STATUS-DATE     PIC 9(8).
           05 CX-STATUS-OPERATOR PIC X(8).
           05 CX-REPLACED-BY     PIC X(16).
      *>*********************************************

       WORKING-STORAGE SECTION.
       01 WS-CS-STAT            PIC XX.
       01 WS-AUDIT-STAT         PIC XX.
       01 WS-CX-STAT            PIC XX.

       01 WS-CARD-NUMBER        PIC X(16).
       01 WS-OPERATOR-ID        PIC X(8).

           DISPLAY "Enter the 16-digit card number: "
           ACCEPT WS-CARD-NUMBER
           PERFORM RESOLVE-CARD-NUMBER

           MOVE WS-CARD-NUMBER TO CS-USER-ID
           READ CARD-STATUS-FILE
           DISPLAY "Hold released. The customer may withdraw and "
               "transfer again.".

       RESOLVE-CARD-NUMBER.
      *> same resolution ATMCON makes - a card with no record in
      *> card-xref.dat is an original card, its number the account
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

       WRITE-AUDIT-LINE.
           MOVE FUNCTION CURRENT-DATE(1:16) TO WS-NOW-TIMESTAMP
      *> the first release ever has no audit file yet - OPEN EXTEND
