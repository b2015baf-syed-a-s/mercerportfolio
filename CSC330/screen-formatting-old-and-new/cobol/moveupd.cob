      *> Change-of-address (move update) processing.  The post
      *> office's forwarding service sends move-update.dat (layout in
      *> MOVEREC): a CustomerId, the date the move took effect, the
      *> address the customer moved from and the one they moved to.
      *> Each entry is matched to CustomerFile-Master.dat by
      *> CustomerId -- a retired id through CustomerFile-Xwalk.dat to
      *> its survivor -- and by the old address: address type and
      *> street, then the five-digit ZIP for a 'U' address or the
      *> city/state line for an 'I' one, ignoring case.  A match has
      *> its record as it stood written to CustomerFile-MasterHist.dat
      *> with the run date, the new address put into CustomerAddress
      *> and AddrInvalidFlag cleared, so a customer retmail flagged
      *> comes straight back into the mailing.  A nine-digit ZIP is
      *> put into nnnnn-nnnn form first and the new address must pass
      *> the same field edits tread applies to an inbound detail.
      *> Entries that will not match or will not edit go to
      *> CustomerFile-MoveExc.rpt with the reason and leave the master
      *> alone; an entry already on the master (the move was applied
      *> on an earlier run) is counted.  An entry not yet effective
      *> is listed there too and carried forward on
      *> CustomerFile-MovesPending.dat, which is read back ahead of
      *> move-update.dat on every run until its date arrives -- the
      *> day's move-update.dat is archived once processed, so
      *> without it a future-dated move would never be applied.
      *> This step runs ahead of tread on the day's assembled
      *> CustomerFile.dat, so any detail in it still carrying a moved
      *> customer's old address is forwarded to the new one on
      *> CustomerFile-Forwarded.dat, which the batch driver moves
      *> back over CustomerFile.dat -- the day's labels go to the new
      *> address and custmast does not put the old one back.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. moveupd.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MoveFile ASSIGN TO "move-update.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MV-Status.
           SELECT MasterFile ASSIGN TO "CustomerFile-Master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CustomerId OF MasterRecord
               FILE STATUS IS MF-Status.
           SELECT XwalkFile ASSIGN TO "CustomerFile-Xwalk.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS Xwalk-Retired-Id
               FILE STATUS IS XW-Status.
           SELECT HistoryFile ASSIGN TO "CustomerFile-MasterHist.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HF-Status.
           SELECT ExceptionFile ASSIGN TO "CustomerFile-MoveExc.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EX-Status.
           SELECT InvalidFile ASSIGN TO "address-invalid.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS InvalidRecord
               FILE STATUS IS IV-Status.
           SELECT PendingFile ASSIGN TO "CustomerFile-MovesPending.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PN-Status.
           SELECT DayFile ASSIGN TO "CustomerFile.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DY-Status.
           SELECT ForwardFile ASSIGN TO "CustomerFile-Forwarded.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FW-Status.

       DATA DIVISION.
       FILE SECTION.
       FD MoveFile.
       01 MoveFileRecord PIC X(281).
       FD PendingFile.
       01 PendingRecord PIC X(281).
       FD MasterFile.
           COPY CUSTREC REPLACING ==CustomerRecord== BY ==MasterRecord==
               ==TrailerRecord== BY ==MasterTrailerRecord==.
       FD XwalkFile.
           COPY XWALKREC.
       FD HistoryFile.
           COPY HISTREC.
       FD ExceptionFile.
       01 ExceptionRecord PIC X(80).
       FD InvalidFile.
       01 InvalidRecord PIC X(9).
       FD DayFile.
           COPY CUSTREC REPLACING ==CustomerRecord== BY ==DayRecord==
               ==TrailerRecord== BY ==DayTrailerRecord==.
       FD ForwardFile.
       01 ForwardRecord PIC X(237).
       WORKING-STORAGE SECTION.
      *> the master record with the new address moved in, put
      *> through tread's edits before anything is rewritten
       COPY CUSTREC.
      *> the move being applied, off the pending file or the day's
      *> move-update.dat
       COPY MOVEREC.
       01 END-OF-FILE PIC 9(1) VALUE 0.
       01 Scan-EOF PIC 9(1) VALUE 0.
       01 MV-Status PIC X(2).
       01 MF-Status PIC X(2).
       01 XW-Status PIC X(2).
       01 HF-Status PIC X(2).
       01 EX-Status PIC X(2).
       01 IV-Status PIC X(2).
       01 DY-Status PIC X(2).
       01 FW-Status PIC X(2).
       01 PN-Status PIC X(2).
       01 Move-File-Present PIC X(1) VALUE "N".
       01 Xwalk-Present PIC X(1) VALUE "N".
       01 Run-Date PIC X(8).
       01 Move-Master-Id PIC X(9).
       01 Move-Error PIC X(12) VALUE SPACES.
       01 Edit-Error PIC X(12) VALUE SPACES.
       01 Postal-Form-OK PIC X(1) VALUE "N".
       01 Postal-Digits PIC X(9).
      *> an address cut down to what a move is matched on: type,
      *> street, and the ZIP (domestic) or city/state line (foreign),
      *> folded to upper case
       01 Key-Address.
           02 Key-AddressType PIC X(1).
           02 Key-Street PIC X(30).
           02 Key-Street2 PIC X(30).
           02 Key-CityState PIC X(30).
           02 Key-Country PIC X(30).
           02 Key-PostalCode PIC X(10).
       01 Address-Key.
           02 Address-Key-Type PIC X(1).
           02 Address-Key-Street PIC X(30).
           02 Address-Key-Place PIC X(30).
       01 Old-Key PIC X(61).
       01 Master-Key PIC X(61).
      *> the moves on the master this run -- applied now or on an
      *> earlier run -- kept to forward the day's inbound details
       01 Fwd-Entries PIC 9(4) VALUE 0.
       01 Fwd-Sub PIC 9(4) VALUE 0.
       01 Fwd-Found PIC X(1) VALUE "N".
       01 Fwd-Table.
           02 Fwd-Entry OCCURS 2000 TIMES.
               03 Fwd-Move-Id PIC X(9).
               03 Fwd-Master-Id PIC X(9).
               03 Fwd-Old-Key PIC X(61).
               03 Fwd-New-Address PIC X(131).
      *> moves not yet effective: those carried in from earlier
      *> runs, and those to carry forward from this one
       01 Pending-Entries PIC 9(4) VALUE 0.
       01 Pending-Sub PIC 9(4) VALUE 0.
       01 Pending-Table.
           02 Pending-Move PIC X(281) OCCURS 2000 TIMES.
       01 Held-Entries PIC 9(4) VALUE 0.
       01 Held-Sub PIC 9(4) VALUE 0.
       01 Held-Found PIC X(1) VALUE "N".
       01 Held-Table.
           02 Held-Move PIC X(281) OCCURS 2000 TIMES.
       01 Entry-Count PIC 9(6) VALUE 0.
       01 Applied-Count PIC 9(6) VALUE 0.
       01 Already-Count PIC 9(6) VALUE 0.
       01 Exception-Count PIC 9(6) VALUE 0.
       01 Held-Count PIC 9(6) VALUE 0.
       01 Cleared-Count PIC 9(6) VALUE 0.
       01 Forwarded-Count PIC 9(6) VALUE 0.
       01 Invalid-Count PIC 9(6) VALUE 0.
       01 Count-Display PIC Z(5)9.

       PROCEDURE DIVISION.
       Begin.
          ACCEPT Run-Date FROM DATE YYYYMMDD
          PERFORM Load-Pending-Moves

          OPEN INPUT MoveFile
          IF MV-Status = "35"
             IF Pending-Entries = 0
                DISPLAY "move-update.dat not present - no moves "
                   "to process"
                STOP RUN
             END-IF
             DISPLAY "move-update.dat not present - only moves "
                "carried from earlier runs to process"
          ELSE
             DISPLAY "MoveFile OPEN status " MV-Status
             IF NOT (MV-Status = "00" OR MV-Status = "10")
                STOP RUN RETURNING 1
             END-IF
             MOVE "Y" TO Move-File-Present
          END-IF

          OPEN I-O MasterFile
          DISPLAY "MasterFile OPEN status " MF-Status
          IF NOT (MF-Status = "00" OR MF-Status = "10")
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

          OPEN EXTEND HistoryFile
          IF HF-Status = "35"
             OPEN OUTPUT HistoryFile
          END-IF
          IF NOT (HF-Status = "00" OR HF-Status = "10")
             DISPLAY "HistoryFile OPEN status " HF-Status
             STOP RUN RETURNING 1
          END-IF

          OPEN OUTPUT ExceptionFile
          IF NOT (EX-Status = "00" OR EX-Status = "10")
             DISPLAY "ExceptionFile OPEN status " EX-Status
             STOP RUN RETURNING 1
          END-IF

          PERFORM VARYING Pending-Sub FROM 1 BY 1
                UNTIL Pending-Sub > Pending-Entries
             MOVE Pending-Move (Pending-Sub) TO MoveRecord
             PERFORM Apply-Move-Entry
          END-PERFORM

          IF Move-File-Present = "Y"
             READ MoveFile INTO MoveRecord
                AT END MOVE 1 TO END-OF-FILE
             END-READ
             IF NOT (MV-Status = "00" OR MV-Status = "10")
                DISPLAY "MoveFile READ status " MV-Status
                STOP RUN RETURNING 1
             END-IF
             PERFORM UNTIL END-OF-FILE = 1
                IF MoveRecord NOT = SPACES
                   PERFORM Apply-Move-Entry
                END-IF
                READ MoveFile INTO MoveRecord
                   AT END MOVE 1 TO END-OF-FILE
                END-READ
                IF NOT (MV-Status = "00" OR MV-Status = "10")
                   DISPLAY "MoveFile READ status " MV-Status
                   STOP RUN RETURNING 1
                END-IF
             END-PERFORM
             CLOSE MoveFile
          END-IF

          PERFORM Write-Pending-Moves
          PERFORM Write-Invalid-List
          PERFORM Forward-Day-File
          PERFORM Write-Move-Totals

          CLOSE MasterFile
          CLOSE HistoryFile
          CLOSE ExceptionFile
          IF Xwalk-Present = "Y"
             CLOSE XwalkFile
          END-IF
       STOP RUN.

      *> One move: every check is made before the master is touched,
      *> so an exception leaves the customer exactly as they were.
       Apply-Move-Entry.
          ADD 1 TO Entry-Count
          MOVE SPACES TO Move-Error
          MOVE SPACES TO Edit-Error
          MOVE Move-CustomerId TO Move-Master-Id
          IF Xwalk-Present = "Y"
             MOVE Move-CustomerId TO Xwalk-Retired-Id
             READ XwalkFile
                INVALID KEY CONTINUE
                NOT INVALID KEY
                   MOVE Xwalk-Survivor-Id TO Move-Master-Id
             END-READ
          END-IF
          EVALUATE TRUE
             WHEN Move-Effective-Date IS NOT NUMERIC
                MOVE "BAD-EFF-DATE" TO Move-Error
             WHEN Move-Effective-Date > Run-Date
                MOVE "NOT-YET-EFF" TO Move-Error
          END-EVALUATE
          IF Move-Error = SPACES
             MOVE Move-Master-Id TO CustomerId OF MasterRecord
             READ MasterFile
                INVALID KEY MOVE "NO-MASTER" TO Move-Error
             END-READ
          END-IF
          IF Move-Error = SPACES
             MOVE MasterRecord TO CustomerRecord
             MOVE Move-New-Address TO CustomerAddress OF CustomerRecord
             PERFORM Normalize-New-Postal
             MOVE Move-Old-Address TO Key-Address
             PERFORM Build-Address-Key
             MOVE Address-Key TO Old-Key
             MOVE CustomerAddress OF MasterRecord TO Key-Address
             PERFORM Build-Address-Key
             MOVE Address-Key TO Master-Key
             EVALUATE TRUE
                WHEN CustomerAddress OF MasterRecord
                      = CustomerAddress OF CustomerRecord
                   ADD 1 TO Already-Count
                   PERFORM Note-Forwarding
                WHEN Master-Key NOT = Old-Key
                   MOVE "OLD-NO-MATCH" TO Move-Error
                WHEN OTHER
                   PERFORM Edit-Detail-Record
                   IF Edit-Error NOT = SPACES
                      MOVE "NEW-FAILS" TO Move-Error
                   ELSE
                      PERFORM Rewrite-Moved-Customer
                   END-IF
             END-EVALUATE
          END-IF
          EVALUATE TRUE
             WHEN Move-Error = "NOT-YET-EFF"
                PERFORM Hold-Move-Entry
                PERFORM Write-Exception-Lines
             WHEN Move-Error NOT = SPACES
                ADD 1 TO Exception-Count
                PERFORM Write-Exception-Lines
          END-EVALUATE.

      *> A move sent again while it is still waiting is held once.
       Hold-Move-Entry.
          MOVE "N" TO Held-Found
          PERFORM VARYING Held-Sub FROM 1 BY 1
                UNTIL Held-Sub > Held-Entries OR Held-Found = "Y"
             IF Held-Move (Held-Sub) = MoveRecord
                MOVE "Y" TO Held-Found
             END-IF
          END-PERFORM
          IF Held-Found = "N"
             IF Held-Entries < 2000
                ADD 1 TO Held-Entries
                MOVE MoveRecord TO Held-Move (Held-Entries)
                ADD 1 TO Held-Count
             ELSE
                DISPLAY "moveupd: more than 2000 moves not yet "
                   "effective - carry-forward table full, stopping "
                   "before the pending file is rewritten; raise the "
                   "table and rerun"
                STOP RUN RETURNING 1
             END-IF
          END-IF.

      *> The moves still waiting from earlier runs.  A full table
      *> stops the run before anything is rewritten, as rejfix does,
      *> so no waiting move is dropped.
       Load-Pending-Moves.
          OPEN INPUT PendingFile
          IF PN-Status = "35"
             DISPLAY "no moves carried from earlier runs"
          ELSE
             IF NOT (PN-Status = "00" OR PN-Status = "10")
                DISPLAY "PendingFile OPEN status " PN-Status
                STOP RUN RETURNING 1
             END-IF
             PERFORM UNTIL END-OF-FILE = 1
                READ PendingFile
                   AT END MOVE 1 TO END-OF-FILE
                END-READ
                IF END-OF-FILE = 0 AND PendingRecord NOT = SPACES
                   IF Pending-Entries < 2000
                      ADD 1 TO Pending-Entries
                      MOVE PendingRecord
                         TO Pending-Move (Pending-Entries)
                   ELSE
                      DISPLAY "moveupd: more than 2000 moves "
                         "pending - table full, stopping before the "
                         "pending file is rewritten; raise the table "
                         "and rerun"
                      STOP RUN RETURNING 1
                   END-IF
                END-IF
             END-PERFORM
             MOVE 0 TO END-OF-FILE
             CLOSE PendingFile
          END-IF.

      *> Every move still not effective, whether carried in or new
      *> today, is written back for the next run.
       Write-Pending-Moves.
          OPEN OUTPUT PendingFile
          IF NOT (PN-Status = "00" OR PN-Status = "10")
             DISPLAY "PendingFile OPEN status " PN-Status
             STOP RUN RETURNING 1
          END-IF
          PERFORM VARYING Held-Sub FROM 1 BY 1
                UNTIL Held-Sub > Held-Entries
             MOVE Held-Move (Held-Sub) TO PendingRecord
             WRITE PendingRecord
          END-PERFORM
          CLOSE PendingFile.

      *> The record as it stood goes on history first; a customer
      *> flagged by retmail is mailable again at the new address.
       Rewrite-Moved-Customer.
          PERFORM Write-History-Record
          IF AddrInvalidFlag OF MasterRecord = "Y"
             ADD 1 TO Cleared-Count
          END-IF
          MOVE CustomerAddress OF CustomerRecord
             TO CustomerAddress OF MasterRecord
          MOVE SPACE TO AddrInvalidFlag OF MasterRecord
          MOVE SPACES TO AddrInvalidReason OF MasterRecord
          REWRITE MasterRecord
             INVALID KEY
                DISPLAY "MasterFile REWRITE status " MF-Status
                   " for " CustomerId OF MasterRecord
                STOP RUN RETURNING 1
          END-REWRITE
          ADD 1 TO Applied-Count
          PERFORM Note-Forwarding.

      *> A move the table has no room for would leave the day's
      *> details at the old address for custmast to put back, so a
      *> full table stops the run before the day's file is forwarded.
      *> A rerun is safe: moves already on the master are passed as
      *> already applied and noted here again.
       Note-Forwarding.
          IF Fwd-Entries < 2000
             ADD 1 TO Fwd-Entries
             MOVE Move-CustomerId TO Fwd-Move-Id (Fwd-Entries)
             MOVE Move-Master-Id TO Fwd-Master-Id (Fwd-Entries)
             MOVE Old-Key TO Fwd-Old-Key (Fwd-Entries)
             MOVE CustomerAddress OF CustomerRecord
                TO Fwd-New-Address (Fwd-Entries)
          ELSE
             DISPLAY "moveupd: more than 2000 moves applied - "
                "forwarding table full at " Move-CustomerId
                ", stopping before the day's details are forwarded; "
                "raise the table and rerun"
             STOP RUN RETURNING 1
          END-IF.

      *> tread wants a 'U' ZIP as nnnnn or nnnnn-nnnn; the forwarding
      *> service sends ZIP+4 run together or split by a space.
       Normalize-New-Postal.
          IF AddressType OF CustomerRecord = "U"
             IF PostalCode OF CustomerRecord (1:9) IS NUMERIC
                   AND PostalCode OF CustomerRecord (10:1) = SPACE
                MOVE PostalCode OF CustomerRecord (1:9)
                   TO Postal-Digits
                MOVE SPACES TO PostalCode OF CustomerRecord
                STRING Postal-Digits (1:5) DELIMITED BY SIZE
                    "-" DELIMITED BY SIZE
                    Postal-Digits (6:4) DELIMITED BY SIZE
                    INTO PostalCode OF CustomerRecord
                END-STRING
             END-IF
             IF PostalCode OF CustomerRecord (1:5) IS NUMERIC
                   AND PostalCode OF CustomerRecord (6:1) = SPACE
                   AND PostalCode OF CustomerRecord (7:4) IS NUMERIC
                MOVE "-" TO PostalCode OF CustomerRecord (6:1)
             END-IF
          END-IF.

       Build-Address-Key.
          MOVE SPACES TO Address-Key
          MOVE Key-AddressType TO Address-Key-Type
          MOVE Key-Street TO Address-Key-Street
          IF Key-AddressType = "U"
             MOVE Key-PostalCode (1:5) TO Address-Key-Place
          ELSE
             MOVE Key-CityState TO Address-Key-Place
          END-IF
          INSPECT Address-Key CONVERTING
             "abcdefghijklmnopqrstuvwxyz"
             TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

      *> The same field edits tread applies to an inbound detail, so
      *> a move cannot put an address on the master the daily run
      *> would reject; keep this EVALUATE in step with
      *> Edit-Detail-Record in tread.
       Edit-Detail-Record.
          MOVE SPACES TO Edit-Error
          PERFORM Check-Postal-Form
          EVALUATE TRUE
             WHEN CustomerId OF CustomerRecord = SPACES
                MOVE "ID-MISSING" TO Edit-Error
             WHEN CustomerId OF CustomerRecord IS NOT NUMERIC
                MOVE "ID-NOT-NUM" TO Edit-Error
             WHEN Lastname OF CustomerRecord = SPACES
                MOVE "NO-LASTNAME" TO Edit-Error
             WHEN AddressType OF CustomerRecord NOT = "U"
                   AND AddressType OF CustomerRecord NOT = "I"
                MOVE "BAD-ADDRTYPE" TO Edit-Error
             WHEN StreetAddress OF CustomerRecord = SPACES
                MOVE "NO-STREET" TO Edit-Error
             WHEN CityStateLine OF CustomerRecord = SPACES
                MOVE "NO-CITYSTATE" TO Edit-Error
             WHEN AddressType OF CustomerRecord = "U"
                   AND PostalCode OF CustomerRecord = SPACES
                MOVE "NO-POSTAL" TO Edit-Error
             WHEN AddressType OF CustomerRecord = "U"
                   AND Postal-Form-OK = "N"
                MOVE "BAD-POSTAL" TO Edit-Error
             WHEN AddressType OF CustomerRecord = "I"
                   AND CountryLine OF CustomerRecord = SPACES
                MOVE "NO-COUNTRY" TO Edit-Error
          END-EVALUATE.

       Check-Postal-Form.
          MOVE "N" TO Postal-Form-OK
          IF PostalCode OF CustomerRecord (1:5) IS NUMERIC
             IF PostalCode OF CustomerRecord (6:5) = SPACES
                MOVE "Y" TO Postal-Form-OK
             ELSE
                IF PostalCode OF CustomerRecord (6:1) = "-"
                      AND PostalCode OF CustomerRecord (7:4)
                      IS NUMERIC
                   MOVE "Y" TO Postal-Form-OK
                END-IF
             END-IF
          END-IF.

      *> The master record about to be replaced, stamped with the run
      *> date -- the same entry custmast writes, so masthist shows
      *> the address a customer moved away from.
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

      *> Moves clear returned-mail flags, so rebuild the suppression
      *> list the label pass loads: one CustomerId per master record
      *> still flagged address-invalid.
       Write-Invalid-List.
          OPEN OUTPUT InvalidFile
          IF NOT (IV-Status = "00" OR IV-Status = "10")
             DISPLAY "InvalidFile OPEN status " IV-Status
             STOP RUN RETURNING 1
          END-IF
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

      *> The day's assembled extract, copied record for record with
      *> any detail still at a moved customer's old address switched
      *> to the new one; headers, trailers and counts are untouched,
      *> so tread balances the batches exactly as sent.
       Forward-Day-File.
          OPEN INPUT DayFile
          IF DY-Status = "35"
             DISPLAY "CustomerFile.dat not present - no details "
                "to forward"
          ELSE
             IF NOT (DY-Status = "00" OR DY-Status = "10")
                DISPLAY "DayFile OPEN status " DY-Status
                STOP RUN RETURNING 1
             END-IF
             OPEN OUTPUT ForwardFile
             IF NOT (FW-Status = "00" OR FW-Status = "10")
                DISPLAY "ForwardFile OPEN status " FW-Status
                STOP RUN RETURNING 1
             END-IF
             MOVE 0 TO Scan-EOF
             PERFORM UNTIL Scan-EOF = 1
                READ DayFile
                   AT END MOVE 1 TO Scan-EOF
                END-READ
                IF Scan-EOF = 0
                   IF RecordType OF DayRecord NOT = "H"
                         AND RecordType OF DayRecord NOT = "T"
                      PERFORM Forward-Day-Record
                   END-IF
                   MOVE DayRecord TO ForwardRecord
                   WRITE ForwardRecord
                END-IF
             END-PERFORM
             CLOSE DayFile
             CLOSE ForwardFile
          END-IF.

       Forward-Day-Record.
          MOVE "N" TO Fwd-Found
          PERFORM VARYING Fwd-Sub FROM 1 BY 1
                UNTIL Fwd-Sub > Fwd-Entries
                OR Fwd-Found = "Y"
             IF Fwd-Move-Id (Fwd-Sub) = CustomerId OF DayRecord
                   OR Fwd-Master-Id (Fwd-Sub) = CustomerId OF DayRecord
                MOVE CustomerAddress OF DayRecord TO Key-Address
                PERFORM Build-Address-Key
                IF Address-Key = Fwd-Old-Key (Fwd-Sub)
                   MOVE "Y" TO Fwd-Found
                   MOVE Fwd-New-Address (Fwd-Sub)
                      TO CustomerAddress OF DayRecord
                   ADD 1 TO Forwarded-Count
                END-IF
             END-IF
          END-PERFORM.

      *> An exception: the id and reason (with tread's edit code when
      *> the new address is what failed), then the two addresses as
      *> the forwarding service sent them.
       Write-Exception-Lines.
          MOVE SPACES TO ExceptionRecord
          STRING "EXCEPTION " DELIMITED BY SIZE
              Move-CustomerId DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              Move-Error DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              Edit-Error DELIMITED BY SIZE
              " EFFECTIVE " DELIMITED BY SIZE
              Move-Effective-Date DELIMITED BY SIZE
              INTO ExceptionRecord
          END-STRING
          WRITE ExceptionRecord
          MOVE SPACES TO ExceptionRecord
          STRING "  FROM " DELIMITED BY SIZE
              Move-Old-Street DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              Move-Old-CityState DELIMITED BY SIZE
              INTO ExceptionRecord
          END-STRING
          WRITE ExceptionRecord
          MOVE SPACES TO ExceptionRecord
          STRING "  TO   " DELIMITED BY SIZE
              Move-New-Street DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              Move-New-CityState DELIMITED BY SIZE
              INTO ExceptionRecord
          END-STRING
          WRITE ExceptionRecord.

       Write-Move-Totals.
          MOVE Entry-Count TO Count-Display
          DISPLAY "moveupd move entries read: " Count-Display
          MOVE SPACES TO ExceptionRecord
          STRING "MOVES READ COUNT: " DELIMITED BY SIZE
              Count-Display DELIMITED BY SIZE
              INTO ExceptionRecord
          END-STRING
          WRITE ExceptionRecord
          MOVE Applied-Count TO Count-Display
          DISPLAY "moveupd masters moved: " Count-Display
          MOVE SPACES TO ExceptionRecord
          STRING "MOVES APPLIED COUNT: " DELIMITED BY SIZE
              Count-Display DELIMITED BY SIZE
              INTO ExceptionRecord
          END-STRING
          WRITE ExceptionRecord
          MOVE Already-Count TO Count-Display
          DISPLAY "moveupd moves already on master: " Count-Display
          MOVE SPACES TO ExceptionRecord
          STRING "MOVES ALREADY APPLIED COUNT: " DELIMITED BY SIZE
              Count-Display DELIMITED BY SIZE
              INTO ExceptionRecord
          END-STRING
          WRITE ExceptionRecord
          MOVE Exception-Count TO Count-Display
          DISPLAY "moveupd move exceptions: " Count-Display
          MOVE SPACES TO ExceptionRecord
          STRING "MOVES EXCEPTION COUNT: " DELIMITED BY SIZE
              Count-Display DELIMITED BY SIZE
              INTO ExceptionRecord
          END-STRING
          WRITE ExceptionRecord
          MOVE Held-Count TO Count-Display
          DISPLAY "moveupd moves held until effective: " Count-Display
          MOVE SPACES TO ExceptionRecord
          STRING "MOVES HELD UNTIL EFFECTIVE COUNT: " DELIMITED BY SIZE
              Count-Display DELIMITED BY SIZE
              INTO ExceptionRecord
          END-STRING
          WRITE ExceptionRecord
          MOVE Cleared-Count TO Count-Display
          DISPLAY "moveupd address-invalid cleared: " Count-Display
          MOVE SPACES TO ExceptionRecord
          STRING "MOVES ADDRESS-INVALID CLEARED: " DELIMITED BY SIZE
              Count-Display DELIMITED BY SIZE
              INTO ExceptionRecord
          END-STRING
          WRITE ExceptionRecord
          MOVE Forwarded-Count TO Count-Display
          DISPLAY "moveupd day's details forwarded: " Count-Display
          MOVE SPACES TO ExceptionRecord
          STRING "MOVES DETAILS FORWARDED COUNT: " DELIMITED BY SIZE
              Count-Display DELIMITED BY SIZE
              INTO ExceptionRecord
          END-STRING
          WRITE ExceptionRecord
          MOVE Invalid-Count TO Count-Display
          DISPLAY "moveupd address-invalid on file: " Count-Display
          MOVE SPACES TO ExceptionRecord
          STRING "ADDRESS-INVALID ON FILE: " DELIMITED BY SIZE
              Count-Display DELIMITED BY SIZE
              INTO ExceptionRecord
          END-STRING
          WRITE ExceptionRecord.
