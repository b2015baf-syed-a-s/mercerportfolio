      *> the run date -- onto CustomerFile-MasterHist.dat, which only
      *> ever grows, so the trail of every name and address we have
      *> held for a customer survives the archive prune (masthist
      *> reports that trail for compliance inquiries).  A detail
      *> sent under a CustomerId that custmerge has retired is
      *> applied to its survivor through CustomerFile-Xwalk.dat, so
      *> a region still holding the old id cannot re-create the
      *> duplicate; each one is listed on the activity report.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. custmast.
       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HF-Status.
           SELECT InvalidFile ASSIGN TO "address-invalid.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS InvalidRecord
               FILE STATUS IS IV-Status.
           SELECT XwalkFile ASSIGN TO "CustomerFile-Xwalk.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS Xwalk-Retired-Id
               FILE STATUS IS XW-Status.

       DATA DIVISION.
       FILE SECTION.
           COPY HISTREC.
       FD InvalidFile.
       01 InvalidRecord PIC X(9).
       FD XwalkFile.
           COPY XWALKREC.
       WORKING-STORAGE SECTION.
       01 END-OF-FILE PIC 9(1) VALUE 0.
       01 DF-Status PIC X(2).
       01 AF-Status PIC X(2).
       01 HF-Status PIC X(2).
       01 IV-Status PIC X(2).
       01 XW-Status PIC X(2).
       01 Xwalk-Present PIC X(1) VALUE "N".
       01 Run-Date PIC X(8).
       01 Saved-LastMailed PIC X(8).
       01 Saved-AddrFlag PIC X(1).
       01 Unchanged-Count PIC 9(6) VALUE 0.
       01 Cleared-Count PIC 9(6) VALUE 0.
       01 Invalid-Count PIC 9(6) VALUE 0.
       01 Redirect-Count PIC 9(6) VALUE 0.
       01 Count-Display PIC Z(5)9.

       PROCEDURE DIVISION.
             STOP RUN RETURNING 1
          END-IF

          OPEN INPUT XwalkFile
          IF XW-Status = "35"
             DISPLAY "CustomerFile-Xwalk.dat not present - "
                "no retired ids"
          ELSE
             IF NOT (XW-Status = "00" OR XW-Status = "10")
                DISPLAY "XwalkFile OPEN status " XW-Status
                STOP RUN RETURNING 1
             END-IF
             MOVE "Y" TO Xwalk-Present
          END-IF

          READ DetailFile
             AT END MOVE 1 TO END-OF-FILE
          END-READ
          CLOSE MasterFile
          CLOSE ActivityFile
          CLOSE HistoryFile
          IF Xwalk-Present = "Y"
             CLOSE XwalkFile
          END-IF
       STOP RUN.

      *> One validated detail against the master: add when the key is
      *> new, rewrite when the name or address moved, otherwise just
      *> count it as unchanged.
       Apply-Detail-Record.
          IF Xwalk-Present = "Y"
             PERFORM Redirect-Retired-Id
          END-IF
          MOVE CustomerId OF CustomerRecord
             TO CustomerId OF MasterRecord
          READ MasterFile
                END-IF
          END-READ.

      *> A retired id is swapped for its survivor before the master
      *> is read, so the detail lands on the one customer record.
       Redirect-Retired-Id.
          MOVE CustomerId OF CustomerRecord TO Xwalk-Retired-Id
          READ XwalkFile
             INVALID KEY CONTINUE
             NOT INVALID KEY
                ADD 1 TO Redirect-Count
                PERFORM Write-Activity-Line-Redirect
                MOVE Xwalk-Survivor-Id TO CustomerId OF CustomerRecord
          END-READ.

      *> The master record about to be replaced, stamped with the run
      *> date, so the address we mailed to on any past date can still
      *> be produced after the daily generations are pruned.
          END-STRING
          WRITE ActivityRecord.

       Write-Activity-Line-Redirect.
          MOVE SPACES TO ActivityRecord
          STRING "RETIRED   " DELIMITED BY SIZE
              CustomerId OF CustomerRecord DELIMITED BY SIZE
              " APPLIED TO " DELIMITED BY SIZE
              Xwalk-Survivor-Id DELIMITED BY SIZE
              INTO ActivityRecord
          END-STRING
          WRITE ActivityRecord.

       Write-Activity-Line-Clear.
          MOVE SPACES TO ActivityRecord
          STRING "ADDRCLEAR " DELIMITED BY SIZE
              INTO ActivityRecord
          END-STRING
          WRITE ActivityRecord
          MOVE Redirect-Count TO Count-Display
          DISPLAY "MasterFile retired ids redirected: " Count-Display
          MOVE SPACES TO ActivityRecord
          STRING "MASTER RETIRED IDS REDIRECTED: " DELIMITED BY SIZE
              Count-Display DELIMITED BY SIZE
              INTO ActivityRecord
          END-STRING
          WRITE ActivityRecord
          MOVE Invalid-Count TO Count-Display
          DISPLAY "MasterFile address-invalid on file: " Count-Display
          MOVE SPACES TO ActivityRecord
