      *> file with no master record is only counted and displayed --
      *> it means the day's detail never reached custmast, which the
      *> reconciliation step will already be failing the run for.
      *> A card mailed under an id custmerge has retired is stamped
      *> on its survivor, found through CustomerFile-Xwalk.dat.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. mailstamp.
       ENVIRONMENT DIVISION.
               ACCESS MODE IS RANDOM
               RECORD KEY IS CustomerId OF MasterRecord
               FILE STATUS IS MF-Status.
           SELECT XwalkFile ASSIGN TO "CustomerFile-Xwalk.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS Xwalk-Retired-Id
               FILE STATUS IS XW-Status.

       DATA DIVISION.
       FILE SECTION.
       FD MasterFile.
           COPY CUSTREC REPLACING ==CustomerRecord== BY ==MasterRecord==
               ==TrailerRecord== BY ==MasterTrailerRecord==.
       FD XwalkFile.
           COPY XWALKREC.
       WORKING-STORAGE SECTION.
       01 END-OF-FILE PIC 9(1) VALUE 0.
       01 ML-Status PIC X(2).
       01 MF-Status PIC X(2).
       01 XW-Status PIC X(2).
       01 Xwalk-Present PIC X(1) VALUE "N".
       01 Run-Date PIC X(8).
       01 Stamped-Count PIC 9(6) VALUE 0.
       01 Missing-Count PIC 9(6) VALUE 0.
             STOP RUN RETURNING 1
          END-IF

          OPEN INPUT XwalkFile
          IF NOT (XW-Status = "35")
             IF NOT (XW-Status = "00" OR XW-Status = "10")
                DISPLAY "XwalkFile OPEN status " XW-Status
                STOP RUN RETURNING 1
             END-IF
             MOVE "Y" TO Xwalk-Present
          END-IF

          READ MailedFile
             AT END MOVE 1 TO END-OF-FILE
          END-READ

          CLOSE MailedFile
          CLOSE MasterFile
          IF Xwalk-Present = "Y"
             CLOSE XwalkFile
          END-IF
       STOP RUN.

       Stamp-Master-Record.
          MOVE MailedRecord TO CustomerId OF MasterRecord
          IF Xwalk-Present = "Y"
             MOVE MailedRecord TO Xwalk-Retired-Id
             READ XwalkFile
                INVALID KEY CONTINUE
                NOT INVALID KEY
                   MOVE Xwalk-Survivor-Id TO CustomerId OF MasterRecord
             END-READ
          END-IF
          READ MasterFile
             INVALID KEY
                ADD 1 TO Missing-Count
