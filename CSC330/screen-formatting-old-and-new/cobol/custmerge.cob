      *> Folds duplicate customers on the master into one.  dedup
      *> only drops the second piece for a single run; the master,
      *> the mailing history and the do-not-mail list all keep both
      *> CustomerIds, so the same person is counted twice and can
      *> slip past an opt-out held under the other id.  Each line of
      *> CustomerFile-Merge.dat names a survivor and a retired id
      *> (survivor in columns 1-9, retired id in columns 11-19).  The
      *> retired master record is folded into the survivor -- the
      *> later LastMailedDate of the two is kept, and a returned-mail
      *> flag on the retired record is carried over if the survivor
      *> is not already flagged -- then the retired record is written
      *> to CustomerFile-MasterHist.dat with the run date and deleted.
      *> A permanent retired-to-survivor entry goes on the crosswalk,
      *> CustomerFile-Xwalk.dat (XWALKREC), and any ids merged into
      *> the retired one earlier are re-pointed at the new survivor.
      *> custmast, mailstamp, myaddress and masthist read the
      *> crosswalk, so a region that resends the old id updates the
      *> survivor instead of re-creating the duplicate, and the
      *> do-not-mail and campaign-history checks see both ids as one
      *> customer.  A pair that cannot be merged -- same id twice, an
      *> id not on the master, an id already retired, more earlier
      *> merges into the retired id than can be re-pointed in one
      *> pass -- is listed on CustomerFile-Merge.rpt with the reason
      *> and nothing is changed for it.  address-invalid.dat is
      *> rebuilt on the way out like every other step that can move a
      *> returned-mail flag.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. custmerge.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MergeFile ASSIGN TO "CustomerFile-Merge.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MG-Status.
           SELECT MasterFile ASSIGN TO "CustomerFile-Master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CustomerId OF MasterRecord
               FILE STATUS IS MF-Status.
           SELECT XwalkFile ASSIGN TO "CustomerFile-Xwalk.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Xwalk-Retired-Id
               ALTERNATE RECORD KEY IS Xwalk-Survivor-Id
                   WITH DUPLICATES
               FILE STATUS IS XW-Status.
           SELECT HistoryFile ASSIGN TO "CustomerFile-MasterHist.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HF-Status.
           SELECT ReportFile ASSIGN TO "CustomerFile-Merge.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RF-Status.
           SELECT InvalidFile ASSIGN TO "address-invalid.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS InvalidRecord
               FILE STATUS IS IV-Status.

       DATA DIVISION.
       FILE SECTION.
       FD MergeFile.
       01 MergeRecord.
           02 Merge-Survivor-Id PIC X(9).
           02 FILLER PIC X(1).
           02 Merge-Retired-Id PIC X(9).
           02 FILLER PIC X(61).
       FD MasterFile.
           COPY CUSTREC REPLACING ==CustomerRecord== BY ==MasterRecord==
               ==TrailerRecord== BY ==MasterTrailerRecord==.
       FD XwalkFile.
           COPY XWALKREC.
       FD HistoryFile.
           COPY HISTREC.
       FD ReportFile.
       01 ReportRecord PIC X(80).
       FD InvalidFile.
       01 InvalidRecord PIC X(9).
       WORKING-STORAGE SECTION.
      *> the retired master record, held while the survivor is read
      *> into the master record area
           COPY CUSTREC REPLACING
               ==CustomerRecord== BY ==RetiredRecord==
               ==TrailerRecord== BY ==RetiredTrailerRecord==.
       01 Survivor-Before PIC X(237).
       01 Survivor-After PIC X(237).
       01 END-OF-FILE PIC 9(1) VALUE 0.
       01 Scan-EOF PIC 9(1) VALUE 0.
       01 MG-Status PIC X(2).
       01 MF-Status PIC X(2).
       01 XW-Status PIC X(2).
       01 HF-Status PIC X(2).
       01 RF-Status PIC X(2).
       01 IV-Status PIC X(2).
       01 Run-Date PIC X(8).
       01 Merge-Error PIC X(12) VALUE SPACES.
       01 Merge-Note PIC X(20) VALUE SPACES.
      *> ids merged into the retired id on earlier runs, collected
      *> first and re-pointed after, so the alternate-key browse is
      *> never walking entries it is rewriting
       01 Repoint-Entries PIC 9(4) VALUE 0.
       01 Repoint-Sub PIC 9(4) VALUE 0.
       01 Repoint-Table.
           02 Repoint-Id PIC X(9) OCCURS 500 TIMES.
       01 Pair-Count PIC 9(6) VALUE 0.
       01 Merged-Count PIC 9(6) VALUE 0.
       01 Rejected-Count PIC 9(6) VALUE 0.
       01 Date-Carried-Count PIC 9(6) VALUE 0.
       01 Flag-Carried-Count PIC 9(6) VALUE 0.
       01 Repointed-Count PIC 9(6) VALUE 0.
       01 Invalid-Count PIC 9(6) VALUE 0.
       01 Count-Display PIC Z(5)9.

       PROCEDURE DIVISION.
       Begin.
          ACCEPT Run-Date FROM DATE YYYYMMDD

          OPEN INPUT MergeFile
          IF MG-Status = "35"
             DISPLAY "CustomerFile-Merge.dat not present - "
                "nothing to merge"
             STOP RUN
          END-IF
          DISPLAY "MergeFile OPEN status " MG-Status
          IF NOT (MG-Status = "00" OR MG-Status = "10")
             STOP RUN RETURNING 1
          END-IF

          OPEN I-O MasterFile
          DISPLAY "MasterFile OPEN status " MF-Status
          IF NOT (MF-Status = "00" OR MF-Status = "10")
             STOP RUN RETURNING 1
          END-IF

          OPEN I-O XwalkFile
          IF XW-Status = "35"
             DISPLAY "XwalkFile not found - creating a new crosswalk"
             OPEN OUTPUT XwalkFile
             IF NOT (XW-Status = "00" OR XW-Status = "10")
                DISPLAY "XwalkFile OPEN OUTPUT status " XW-Status
                STOP RUN RETURNING 1
             END-IF
             CLOSE XwalkFile
             OPEN I-O XwalkFile
          END-IF
          DISPLAY "XwalkFile OPEN status " XW-Status
          IF NOT (XW-Status = "00" OR XW-Status = "10")
             STOP RUN RETURNING 1
          END-IF

          OPEN EXTEND HistoryFile
          IF HF-Status = "35"
             OPEN OUTPUT HistoryFile
          END-IF
          IF NOT (HF-Status = "00" OR HF-Status = "10")
             DISPLAY "HistoryFile OPEN status " HF-Status
             STOP RUN RETURNING 1
          END-IF

          OPEN OUTPUT ReportFile
          IF NOT (RF-Status = "00" OR RF-Status = "10")
             DISPLAY "ReportFile OPEN status " RF-Status
             STOP RUN RETURNING 1
          END-IF

          READ MergeFile
             AT END MOVE 1 TO END-OF-FILE
          END-READ
          IF NOT (MG-Status = "00" OR MG-Status = "10")
             DISPLAY "MergeFile READ status " MG-Status
             STOP RUN RETURNING 1
          END-IF

          PERFORM UNTIL END-OF-FILE = 1
             IF MergeRecord NOT = SPACES
                ADD 1 TO Pair-Count
                PERFORM Merge-Pair
             END-IF
             READ MergeFile
                AT END MOVE 1 TO END-OF-FILE
             END-READ
             IF NOT (MG-Status = "00" OR MG-Status = "10")
                DISPLAY "MergeFile READ status " MG-Status
                STOP RUN RETURNING 1
             END-IF
          END-PERFORM

          PERFORM Write-Invalid-List
          PERFORM Write-Merge-Totals

          CLOSE MergeFile
          CLOSE MasterFile
          CLOSE XwalkFile
          CLOSE HistoryFile
          CLOSE ReportFile
       STOP RUN.

      *> One survivor/retired pair: every check is made before
      *> anything is written, so a rejected pair leaves the master
      *> and the crosswalk exactly as they were.
       Merge-Pair.
          MOVE SPACES TO Merge-Error
          EVALUATE TRUE
             WHEN Merge-Survivor-Id IS NOT NUMERIC
                MOVE "BAD-SURVIVOR" TO Merge-Error
             WHEN Merge-Retired-Id IS NOT NUMERIC
                MOVE "BAD-RETIRED" TO Merge-Error
             WHEN Merge-Survivor-Id = Merge-Retired-Id
                MOVE "SAME-ID" TO Merge-Error
          END-EVALUATE
          IF Merge-Error = SPACES
             MOVE Merge-Retired-Id TO Xwalk-Retired-Id
             READ XwalkFile
                INVALID KEY CONTINUE
                NOT INVALID KEY MOVE "ALREADY-MRGD" TO Merge-Error
             END-READ
          END-IF
          IF Merge-Error = SPACES
             MOVE Merge-Survivor-Id TO Xwalk-Retired-Id
             READ XwalkFile
                INVALID KEY CONTINUE
                NOT INVALID KEY MOVE "SURV-RETIRED" TO Merge-Error
             END-READ
          END-IF
          IF Merge-Error = SPACES
             PERFORM Collect-Earlier-Merges
          END-IF
          IF Merge-Error = SPACES
             MOVE Merge-Retired-Id TO CustomerId OF MasterRecord
             READ MasterFile
                INVALID KEY MOVE "NO-RETIRED" TO Merge-Error
                NOT INVALID KEY MOVE MasterRecord TO RetiredRecord
             END-READ
          END-IF
          IF Merge-Error = SPACES
             MOVE Merge-Survivor-Id TO CustomerId OF MasterRecord
             READ MasterFile
                INVALID KEY MOVE "NO-SURVIVOR" TO Merge-Error
             END-READ
          END-IF
          IF Merge-Error = SPACES
             PERFORM Fold-Retired-Into-Survivor
          ELSE
             ADD 1 TO Rejected-Count
             PERFORM Write-Report-Line-Reject
          END-IF.

      *> The survivor takes whichever LastMailedDate is later, and a
      *> returned-mail flag the retired record carried, then is only
      *> rewritten (before-image on history first) if it moved.  The
      *> retired record follows it onto history and off the master.
       Fold-Retired-Into-Survivor.
          MOVE SPACES TO Merge-Note
          MOVE MasterRecord TO Survivor-Before
          IF LastMailedDate OF RetiredRecord IS NUMERIC
             IF LastMailedDate OF MasterRecord IS NOT NUMERIC
                   OR LastMailedDate OF RetiredRecord
                   > LastMailedDate OF MasterRecord
                MOVE LastMailedDate OF RetiredRecord
                   TO LastMailedDate OF MasterRecord
                ADD 1 TO Date-Carried-Count
                MOVE "LAST-MAILED" TO Merge-Note (1:11)
             END-IF
          END-IF
          IF AddrInvalidFlag OF RetiredRecord = "Y"
                AND AddrInvalidFlag OF MasterRecord NOT = "Y"
             MOVE AddrInvalidFlag OF RetiredRecord
                TO AddrInvalidFlag OF MasterRecord
             MOVE AddrInvalidReason OF RetiredRecord
                TO AddrInvalidReason OF MasterRecord
             ADD 1 TO Flag-Carried-Count
             MOVE "ADDRFLAG" TO Merge-Note (13:8)
          END-IF
          IF MasterRecord NOT = Survivor-Before
             MOVE MasterRecord TO Survivor-After
             MOVE Survivor-Before TO MasterRecord
             PERFORM Write-History-Record
             MOVE Survivor-After TO MasterRecord
             REWRITE MasterRecord
                INVALID KEY
                   DISPLAY "MasterFile REWRITE status " MF-Status
                      " for " CustomerId OF MasterRecord
                   STOP RUN RETURNING 1
             END-REWRITE
          END-IF

          MOVE RetiredRecord TO MasterRecord
          PERFORM Write-History-Record
          DELETE MasterFile
             INVALID KEY
                DISPLAY "MasterFile DELETE status " MF-Status
                   " for " CustomerId OF MasterRecord
                STOP RUN RETURNING 1
          END-DELETE

          PERFORM Repoint-Earlier-Merges
          MOVE SPACES TO XwalkRecord
          MOVE Merge-Retired-Id TO Xwalk-Retired-Id
          MOVE Merge-Survivor-Id TO Xwalk-Survivor-Id
          MOVE Run-Date TO Xwalk-Merge-Date
          WRITE XwalkRecord
             INVALID KEY
                DISPLAY "XwalkFile WRITE status " XW-Status
                   " for " Merge-Retired-Id
                STOP RUN RETURNING 1
          END-WRITE
          ADD 1 TO Merged-Count
          PERFORM Write-Report-Line-Merge.

      *> Ids merged into this retired id on an earlier run would
      *> otherwise point at a customer no longer on the master; they
      *> are collected with the other checks, so a retired id with
      *> more of them than the table holds rejects the pair before
      *> anything is changed, and moved straight to the new survivor
      *> once the fold is done so every lookup stays one hop.
       Collect-Earlier-Merges.
          MOVE 0 TO Repoint-Entries
          MOVE 0 TO Scan-EOF
          MOVE Merge-Retired-Id TO Xwalk-Survivor-Id
          START XwalkFile KEY = Xwalk-Survivor-Id
             INVALID KEY MOVE 1 TO Scan-EOF
          END-START
          PERFORM UNTIL Scan-EOF = 1
             READ XwalkFile NEXT RECORD
                AT END MOVE 1 TO Scan-EOF
             END-READ
             IF Scan-EOF = 0
                IF Xwalk-Survivor-Id NOT = Merge-Retired-Id
                   MOVE 1 TO Scan-EOF
                ELSE
                   IF Repoint-Entries < 500
                      ADD 1 TO Repoint-Entries
                      MOVE Xwalk-Retired-Id
                         TO Repoint-Id (Repoint-Entries)
                   ELSE
                      DISPLAY "over 500 ids merged into "
                         Merge-Retired-Id " - pair not merged"
                      MOVE "TOO-MANY-IDS" TO Merge-Error
                      MOVE 1 TO Scan-EOF
                   END-IF
                END-IF
             END-IF
          END-PERFORM.

       Repoint-Earlier-Merges.
          PERFORM VARYING Repoint-Sub FROM 1 BY 1
                UNTIL Repoint-Sub > Repoint-Entries
             MOVE Repoint-Id (Repoint-Sub) TO Xwalk-Retired-Id
             READ XwalkFile
                INVALID KEY
                   DISPLAY "XwalkFile READ status " XW-Status
                      " for " Xwalk-Retired-Id
                   STOP RUN RETURNING 1
             END-READ
             MOVE Merge-Survivor-Id TO Xwalk-Survivor-Id
             REWRITE XwalkRecord
                INVALID KEY
                   DISPLAY "XwalkFile REWRITE status " XW-Status
                      " for " Xwalk-Retired-Id
                   STOP RUN RETURNING 1
             END-REWRITE
             ADD 1 TO Repointed-Count
             PERFORM Write-Report-Line-Repoint
          END-PERFORM.

      *> The master record about to be replaced or deleted, stamped
      *> with the run date -- the same entry custmast writes, so a
      *> merge shows up in masthist under both ids.
       Write-History-Record.
          MOVE SPACES TO HistoryRecord
          MOVE Run-Date TO History-Run-Date
          MOVE MasterRecord TO History-Old-Record
          WRITE HistoryRecord
          IF NOT (HF-Status = "00" OR HF-Status = "10")
             DISPLAY "HistoryFile WRITE status " HF-Status
                " for " CustomerId OF MasterRecord
             STOP RUN RETURNING 1
          END-IF.

      *> A merge may have carried a returned-mail flag onto a
      *> survivor or removed a flagged retired record, so rebuild the
      *> address-invalid list the label pass suppresses from: one
      *> CustomerId per master record still flagged.
       Write-Invalid-List.
          OPEN OUTPUT InvalidFile
          IF NOT (IV-Status = "00" OR IV-Status = "10")
             DISPLAY "InvalidFile OPEN status " IV-Status
             STOP RUN RETURNING 1
          END-IF
          MOVE 0 TO Scan-EOF
          MOVE LOW-VALUES TO CustomerId OF MasterRecord
          START MasterFile KEY NOT LESS THAN
                CustomerId OF MasterRecord
             INVALID KEY MOVE 1 TO Scan-EOF
          END-START
          PERFORM UNTIL Scan-EOF = 1
             READ MasterFile NEXT RECORD
                AT END MOVE 1 TO Scan-EOF
             END-READ
             IF Scan-EOF = 0
                   AND AddrInvalidFlag OF MasterRecord = "Y"
                ADD 1 TO Invalid-Count
                MOVE CustomerId OF MasterRecord TO InvalidRecord
                WRITE InvalidRecord
             END-IF
          END-PERFORM
          CLOSE InvalidFile.

       Write-Report-Line-Merge.
          MOVE SPACES TO ReportRecord
          STRING "MERGED    " DELIMITED BY SIZE
              Merge-Retired-Id DELIMITED BY SIZE
              " INTO " DELIMITED BY SIZE
              Merge-Survivor-Id DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              Lastname OF RetiredRecord DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              Merge-Note DELIMITED BY SIZE
              INTO ReportRecord
          END-STRING
          WRITE ReportRecord.

       Write-Report-Line-Repoint.
          MOVE SPACES TO ReportRecord
          STRING "REPOINTED " DELIMITED BY SIZE
              Xwalk-Retired-Id DELIMITED BY SIZE
              " FROM " DELIMITED BY SIZE
              Merge-Retired-Id DELIMITED BY SIZE
              " TO " DELIMITED BY SIZE
              Merge-Survivor-Id DELIMITED BY SIZE
              INTO ReportRecord
          END-STRING
          WRITE ReportRecord.

       Write-Report-Line-Reject.
          MOVE SPACES TO ReportRecord
          STRING "REJECTED  " DELIMITED BY SIZE
              Merge-Retired-Id DELIMITED BY SIZE
              " INTO " DELIMITED BY SIZE
              Merge-Survivor-Id DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              Merge-Error DELIMITED BY SIZE
              INTO ReportRecord
          END-STRING
          WRITE ReportRecord.

       Write-Merge-Totals.
          MOVE Pair-Count TO Count-Display
          DISPLAY "custmerge pairs read: " Count-Display
          MOVE SPACES TO ReportRecord
          STRING "MERGE PAIRS READ: " DELIMITED BY SIZE
              Count-Display DELIMITED BY SIZE
              INTO ReportRecord
          END-STRING
          WRITE ReportRecord
          MOVE Merged-Count TO Count-Display
          DISPLAY "custmerge ids merged: " Count-Display
          MOVE SPACES TO ReportRecord
          STRING "MERGE IDS RETIRED: " DELIMITED BY SIZE
              Count-Display DELIMITED BY SIZE
              INTO ReportRecord
          END-STRING
          WRITE ReportRecord
          MOVE Rejected-Count TO Count-Display
          DISPLAY "custmerge pairs rejected: " Count-Display
          MOVE SPACES TO ReportRecord
          STRING "MERGE PAIRS REJECTED: " DELIMITED BY SIZE
              Count-Display DELIMITED BY SIZE
              INTO ReportRecord
          END-STRING
          WRITE ReportRecord
          MOVE Date-Carried-Count TO Count-Display
          MOVE SPACES TO ReportRecord
          STRING "MERGE LAST-MAILED CARRIED: " DELIMITED BY SIZE
              Count-Display DELIMITED BY SIZE
              INTO ReportRecord
          END-STRING
          WRITE ReportRecord
          MOVE Flag-Carried-Count TO Count-Display
          MOVE SPACES TO ReportRecord
          STRING "MERGE ADDRESS-INVALID CARRIED: " DELIMITED BY SIZE
              Count-Display DELIMITED BY SIZE
              INTO ReportRecord
          END-STRING
          WRITE ReportRecord
          MOVE Repointed-Count TO Count-Display
          MOVE SPACES TO ReportRecord
          STRING "MERGE EARLIER IDS REPOINTED: " DELIMITED BY SIZE
              Count-Display DELIMITED BY SIZE
              INTO ReportRecord
          END-STRING
          WRITE ReportRecord
          MOVE Invalid-Count TO Count-Display
          MOVE SPACES TO ReportRecord
          STRING "MERGE ADDRESS-INVALID ON FILE: " DELIMITED BY SIZE
              Count-Display DELIMITED BY SIZE
              INTO ReportRecord
          END-STRING
          WRITE ReportRecord.
