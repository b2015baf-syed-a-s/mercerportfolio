      *> Builds the indexed do-not-mail file the label pass looks its
      *> cards up on.  The legal do-not-mail list itself stays on
      *> do-not-mail.dat, one CustomerId per line, where it is kept
      *> and added to; this step rebuilds CustomerFile-DoNotMail.dat,
      *> indexed on the CustomerId, from it every run, so myaddress
      *> can look each card up by key however long the list grows
      *> instead of loading it into a table at start-up.  An id on
      *> the list twice is indexed once and counted; a blank line is
      *> skipped.  No list at all builds an empty index, so nothing
      *> is suppressed -- the same as myaddress did without one.
      *> Merged customers are not resolved here: myaddress tries
      *> every id a card's customer is known by.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. dnmload.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DnmListFile ASSIGN TO "do-not-mail.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL-Status.
           SELECT DnmIndexFile ASSIGN TO "CustomerFile-DoNotMail.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS Dnm-CustomerId
               FILE STATUS IS DX-Status.

       DATA DIVISION.
       FILE SECTION.
       FD DnmListFile.
       01 DnmListRecord PIC X(9).
       FD DnmIndexFile.
       01 DnmIndexRecord.
           02 Dnm-CustomerId PIC X(9).
       WORKING-STORAGE SECTION.
       01 END-OF-FILE PIC 9(1) VALUE 0.
       01 DL-Status PIC X(2).
       01 DX-Status PIC X(2).
       01 Indexed-Count PIC 9(7) VALUE 0.
       01 Duplicate-Count PIC 9(7) VALUE 0.
       01 Blank-Count PIC 9(7) VALUE 0.
       01 Count-Display PIC Z(6)9.

       PROCEDURE DIVISION.
       Begin.
          OPEN OUTPUT DnmIndexFile
          IF NOT (DX-Status = "00" OR DX-Status = "10")
             DISPLAY "DnmIndexFile OPEN status " DX-Status
             STOP RUN RETURNING 1
          END-IF

          OPEN INPUT DnmListFile
          IF DL-Status = "35"
             DISPLAY "do-not-mail.dat not present - "
                "no suppressions indexed"
             CLOSE DnmIndexFile
             STOP RUN
          END-IF
          DISPLAY "DnmListFile OPEN status " DL-Status
          IF NOT (DL-Status = "00" OR DL-Status = "10")
             STOP RUN RETURNING 1
          END-IF

          READ DnmListFile
             AT END MOVE 1 TO END-OF-FILE
          END-READ
          IF NOT (DL-Status = "00" OR DL-Status = "10")
             DISPLAY "DnmListFile READ status " DL-Status
             STOP RUN RETURNING 1
          END-IF

          PERFORM UNTIL END-OF-FILE = 1
             PERFORM Index-Dnm-Entry
             READ DnmListFile
                AT END MOVE 1 TO END-OF-FILE
             END-READ
             IF NOT (DL-Status = "00" OR DL-Status = "10")
                DISPLAY "DnmListFile READ status " DL-Status
                STOP RUN RETURNING 1
             END-IF
          END-PERFORM

          MOVE Indexed-Count TO Count-Display
          DISPLAY "dnmload do-not-mail ids indexed: " Count-Display
          MOVE Duplicate-Count TO Count-Display
          DISPLAY "dnmload ids listed more than once: " Count-Display
          MOVE Blank-Count TO Count-Display
          DISPLAY "dnmload blank lines skipped: " Count-Display

          CLOSE DnmListFile
          CLOSE DnmIndexFile
       STOP RUN.

       Index-Dnm-Entry.
          IF DnmListRecord = SPACES
             ADD 1 TO Blank-Count
          ELSE
             MOVE DnmListRecord TO Dnm-CustomerId
             WRITE DnmIndexRecord
                INVALID KEY
                   IF DX-Status = "22"
                      ADD 1 TO Duplicate-Count
                   ELSE
                      DISPLAY "DnmIndexFile WRITE status " DX-Status
                         " for " DnmListRecord
                      STOP RUN RETURNING 1
                   END-IF
                NOT INVALID KEY
                   ADD 1 TO Indexed-Count
             END-WRITE
          END-IF.
