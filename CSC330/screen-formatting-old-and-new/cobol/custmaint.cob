      *> Operator maintenance for the customer master, so a correction
      *> phoned in to the ops desk can go straight onto
      *> CustomerFile-Master.dat instead of waiting for the owning
      *> region to resend the record.  One screen takes an action and
      *> a CustomerId -- I inquire, A add, C change, D delete, X end
      *> the session -- and shows the master record's name, address
      *> block and returned-mail flag; on a change the operator can
      *> also set or clear AddrInvalidFlag / AddrInvalidReason by
      *> hand.  Whatever is keyed in goes through the same field
      *> edits tread applies to an inbound detail (Edit-Detail-Record
      *> and Check-Postal-Form), so the desk cannot put a record on
      *> the master that the daily run would have rejected.  Before a
      *> record is changed or deleted, the master record as it stood
      *> goes -- with the run date -- onto CustomerFile-MasterHist.dat
      *> exactly as custmast writes it, so masthist still shows the
      *> full trail.  Every action is logged with the date, time and
      *> operator on CustomerFile-Maint.rpt, which accumulates across
      *> sessions, and a session that changed anything rebuilds
      *> address-invalid.dat on the way out so the next label pass
      *> sees the change.  An id custmerge has retired (it is on
      *> CustomerFile-Xwalk.dat) is refused for every action with the
      *> survivor it was merged into, so the desk can neither bring
      *> the duplicate back with an add nor lose a correction on a
      *> record that is no longer there.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. custmaint.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MasterFile ASSIGN TO "CustomerFile-Master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CustomerId OF MasterRecord
               FILE STATUS IS MF-Status.
           SELECT HistoryFile ASSIGN TO "CustomerFile-MasterHist.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HF-Status.
           SELECT ActivityFile ASSIGN TO "CustomerFile-Maint.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AF-Status.
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
       FD MasterFile.
           COPY CUSTREC REPLACING ==CustomerRecord== BY ==MasterRecord==
               ==TrailerRecord== BY ==MasterTrailerRecord==.
       FD HistoryFile.
           COPY HISTREC.
       FD ActivityFile.
       01 ActivityRecord PIC X(80).
       FD InvalidFile.
       01 InvalidRecord PIC X(9).
       FD XwalkFile.
           COPY XWALKREC.
       WORKING-STORAGE SECTION.
      *> the record as it stands on the screen: loaded from the master
      *> on an inquiry, keyed over by the operator on an add or a
      *> change, and only moved onto MasterRecord once it edits clean
       COPY CUSTREC.
       01 MF-Status PIC X(2).
       01 HF-Status PIC X(2).
       01 AF-Status PIC X(2).
       01 IV-Status PIC X(2).
       01 XW-Status PIC X(2).
       01 Xwalk-Present PIC X(1) VALUE "N".
       01 Id-Retired PIC X(1) VALUE "N".
       01 Scan-EOF PIC 9(1) VALUE 0.
       01 Run-Date PIC X(8).
       01 Run-Time PIC X(8).
       01 Operator-Id PIC X(9) VALUE SPACES.
       01 Scr-Action PIC X(1) VALUE SPACES.
       01 Scr-CustomerId PIC X(9) VALUE SPACES.
       01 Scr-Confirm PIC X(1) VALUE SPACES.
       01 Scr-Message PIC X(70) VALUE SPACES.
       01 Session-Done PIC X(1) VALUE "N".
       01 Master-Changed PIC X(1) VALUE "N".
       01 Master-Found PIC X(1) VALUE "N".
       01 Edit-Error PIC X(12) VALUE SPACES.
       01 Postal-Form-OK PIC X(1) VALUE "N".
       01 Activity-Verb PIC X(10) VALUE SPACES.
       01 Inquire-Count PIC 9(6) VALUE 0.
       01 Add-Count PIC 9(6) VALUE 0.
       01 Change-Count PIC 9(6) VALUE 0.
       01 Delete-Count PIC 9(6) VALUE 0.
       01 Flag-Set-Count PIC 9(6) VALUE 0.
       01 Flag-Clear-Count PIC 9(6) VALUE 0.
       01 Invalid-Count PIC 9(6) VALUE 0.
       01 Count-Display PIC Z(5)9.

       SCREEN SECTION.
       01 Maint-Screen.
           02 BLANK SCREEN.
           02 LINE 1 COLUMN 1 VALUE "CUSTMAINT".
           02 LINE 1 COLUMN 22 VALUE "CUSTOMER MASTER MAINTENANCE".
           02 LINE 1 COLUMN 63 VALUE "RUN".
           02 LINE 1 COLUMN 67 PIC X(8) FROM Run-Date.
           02 Key-Entry.
               03 LINE 3 COLUMN 1 VALUE
                  "ACTION (I INQUIRE A ADD C CHANGE D DELETE X EXIT):".
               03 LINE 3 COLUMN 53 PIC X(1) USING Scr-Action.
               03 LINE 4 COLUMN 1 VALUE "CUSTOMER ID:".
               03 LINE 4 COLUMN 15 PIC X(9) USING Scr-CustomerId.
           02 Detail-Entry.
               03 LINE 6 COLUMN 1 VALUE "LAST NAME:".
               03 LINE 6 COLUMN 15 PIC X(20)
                  USING Lastname OF CustomerRecord.
               03 LINE 7 COLUMN 1 VALUE "FIRST NAME:".
               03 LINE 7 COLUMN 15 PIC X(20)
                  USING Firstname OF CustomerRecord.
               03 LINE 8 COLUMN 1 VALUE "MIDDLE NAME:".
               03 LINE 8 COLUMN 15 PIC X(20)
                  USING Middlename OF CustomerRecord.
               03 LINE 10 COLUMN 1 VALUE "ADDR TYPE:".
               03 LINE 10 COLUMN 15 PIC X(1)
                  USING AddressType OF CustomerRecord.
               03 LINE 10 COLUMN 18 VALUE "(U US, I INTERNATIONAL)".
               03 LINE 11 COLUMN 1 VALUE "STREET:".
               03 LINE 11 COLUMN 15 PIC X(30)
                  USING StreetAddress OF CustomerRecord.
               03 LINE 12 COLUMN 1 VALUE "STREET 2:".
               03 LINE 12 COLUMN 15 PIC X(30)
                  USING StreetAddress2 OF CustomerRecord.
               03 LINE 13 COLUMN 1 VALUE "CITY/STATE:".
               03 LINE 13 COLUMN 15 PIC X(30)
                  USING CityStateLine OF CustomerRecord.
               03 LINE 14 COLUMN 1 VALUE "COUNTRY:".
               03 LINE 14 COLUMN 15 PIC X(30)
                  USING CountryLine OF CustomerRecord.
               03 LINE 15 COLUMN 1 VALUE "POSTAL CODE:".
               03 LINE 15 COLUMN 15 PIC X(10)
                  USING PostalCode OF CustomerRecord.
               03 LINE 17 COLUMN 1 VALUE "ADDR INVALID:".
               03 LINE 17 COLUMN 15 PIC X(1)
                  USING AddrInvalidFlag OF CustomerRecord.
               03 LINE 17 COLUMN 18 VALUE "(Y OR BLANK)  REASON:".
               03 LINE 17 COLUMN 40 PIC X(10)
                  USING AddrInvalidReason OF CustomerRecord.
           02 LINE 19 COLUMN 1 VALUE "REGION:".
           02 LINE 19 COLUMN 15 PIC X(9)
              FROM RegionCode OF CustomerRecord.
           02 LINE 19 COLUMN 30 VALUE "LAST MAILED:".
           02 LINE 19 COLUMN 43 PIC X(8)
              FROM LastMailedDate OF CustomerRecord.
           02 Confirm-Entry.
               03 LINE 21 COLUMN 1 VALUE "CONFIRM DELETE (Y/N):".
               03 LINE 21 COLUMN 23 PIC X(1) USING Scr-Confirm.
           02 LINE 23 COLUMN 1 PIC X(70) FROM Scr-Message.

       PROCEDURE DIVISION.
       Begin.
          ACCEPT Run-Date FROM DATE YYYYMMDD
          ACCEPT Run-Time FROM TIME
          ACCEPT Operator-Id FROM ENVIRONMENT "USER"

          OPEN I-O MasterFile
          IF MF-Status = "35"
             DISPLAY "MasterFile not found - creating a new master"
             OPEN OUTPUT MasterFile
             IF NOT (MF-Status = "00" OR MF-Status = "10")
                DISPLAY "MasterFile OPEN OUTPUT status " MF-Status
                STOP RUN RETURNING 1
             END-IF
             CLOSE MasterFile
             OPEN I-O MasterFile
          END-IF
          IF NOT (MF-Status = "00" OR MF-Status = "10")
             DISPLAY "MasterFile OPEN status " MF-Status
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

          OPEN EXTEND HistoryFile
          IF HF-Status = "35"
             OPEN OUTPUT HistoryFile
          END-IF
          IF NOT (HF-Status = "00" OR HF-Status = "10")
             DISPLAY "HistoryFile OPEN status " HF-Status
             STOP RUN RETURNING 1
          END-IF

          OPEN EXTEND ActivityFile
          IF AF-Status = "35"
             OPEN OUTPUT ActivityFile
          END-IF
          IF NOT (AF-Status = "00" OR AF-Status = "10")
             DISPLAY "ActivityFile OPEN status " AF-Status
             STOP RUN RETURNING 1
          END-IF

          MOVE SPACES TO CustomerRecord
          MOVE "ENTER AN ACTION AND A CUSTOMER ID" TO Scr-Message
          PERFORM UNTIL Session-Done = "Y"
             PERFORM Process-Operator-Request
          END-PERFORM

          IF Master-Changed = "Y"
             PERFORM Write-Invalid-List
          END-IF
          PERFORM Write-Activity-Totals

          CLOSE MasterFile
          IF Xwalk-Present = "Y"
             CLOSE XwalkFile
          END-IF
          CLOSE HistoryFile
          CLOSE ActivityFile
       STOP RUN.

      *> One trip round the screen: the action and key are taken,
      *> and the action's own paragraph leaves its outcome on the
      *> message line for the next display.
       Process-Operator-Request.
          MOVE SPACES TO Scr-Action
          MOVE SPACES TO Scr-Confirm
          DISPLAY Maint-Screen
          ACCEPT Key-Entry
          MOVE SPACES TO Scr-Message
          INSPECT Scr-Action CONVERTING "iacdx" TO "IACDX"
          MOVE "N" TO Id-Retired
          IF Scr-Action = "I" OR Scr-Action = "A"
                OR Scr-Action = "C" OR Scr-Action = "D"
             PERFORM Check-Retired-Id
          END-IF
          EVALUATE TRUE
             WHEN Scr-Action = "X"
                MOVE "Y" TO Session-Done
             WHEN Id-Retired = "Y"
                MOVE SPACES TO CustomerRecord
                PERFORM Set-Retired-Message
             WHEN Scr-Action = "I"
                PERFORM Inquire-Customer
             WHEN Scr-Action = "A"
                PERFORM Add-Customer
             WHEN Scr-Action = "C"
                PERFORM Change-Customer
             WHEN Scr-Action = "D"
                PERFORM Delete-Customer
             WHEN OTHER
                MOVE "ACTION MUST BE I, A, C, D OR X" TO Scr-Message
          END-EVALUATE.

      *> A retired id is on the crosswalk with the live id it was
      *> merged into; no crosswalk means no merges yet.
       Check-Retired-Id.
          IF Xwalk-Present = "Y"
             MOVE Scr-CustomerId TO Xwalk-Retired-Id
             READ XwalkFile
                INVALID KEY CONTINUE
                NOT INVALID KEY
                   MOVE "Y" TO Id-Retired
             END-READ
          END-IF.

       Set-Retired-Message.
          MOVE SPACES TO Scr-Message
          STRING "CUSTOMER " DELIMITED BY SIZE
              Scr-CustomerId DELIMITED BY SIZE
              " RETIRED - MERGED INTO " DELIMITED BY SIZE
              Xwalk-Survivor-Id DELIMITED BY SIZE
              INTO Scr-Message
          END-STRING.

       Read-Customer.
          MOVE Scr-CustomerId TO CustomerId OF MasterRecord
          READ MasterFile
             INVALID KEY
                MOVE "N" TO Master-Found
             NOT INVALID KEY
                MOVE "Y" TO Master-Found
          END-READ.

       Inquire-Customer.
          PERFORM Read-Customer
          IF Master-Found = "N"
             MOVE SPACES TO CustomerRecord
             PERFORM Set-Not-On-Master-Message
          ELSE
             MOVE MasterRecord TO CustomerRecord
             ADD 1 TO Inquire-Count
             MOVE "INQUIRED" TO Activity-Verb
             PERFORM Write-Activity-Line
             MOVE "RECORD DISPLAYED" TO Scr-Message
          END-IF.

      *> A new customer keyed by the desk: the id must not already be
      *> on the master, and the record is credited to the OPSDESK
      *> region so the returns and trend reports show where it came
      *> from.
       Add-Customer.
          PERFORM Read-Customer
          IF Master-Found = "Y"
             MOVE MasterRecord TO CustomerRecord
             MOVE "ALREADY ON MASTER - USE C TO CHANGE IT"
                TO Scr-Message
          ELSE
             MOVE SPACES TO CustomerRecord
             MOVE "D" TO RecordType OF CustomerRecord
             MOVE Scr-CustomerId TO CustomerId OF CustomerRecord
             MOVE "U" TO AddressType OF CustomerRecord
             MOVE "KEY THE NEW CUSTOMER AND PRESS ENTER"
                TO Scr-Message
             DISPLAY Maint-Screen
             ACCEPT Detail-Entry
             PERFORM Edit-Screen-Entry
             IF Edit-Error NOT = SPACES
                MOVE SPACES TO Scr-Message
                STRING "NOT ADDED - FAILS EDIT " DELIMITED BY SIZE
                    Edit-Error DELIMITED BY SIZE
                    INTO Scr-Message
                END-STRING
             ELSE
                MOVE "OPSDESK" TO RegionCode OF CustomerRecord
                MOVE CustomerRecord TO MasterRecord
                WRITE MasterRecord
                   INVALID KEY
                      DISPLAY "MasterFile WRITE status " MF-Status
                         " for " CustomerId OF MasterRecord
                      STOP RUN RETURNING 1
                END-WRITE
                MOVE "Y" TO Master-Changed
                ADD 1 TO Add-Count
                MOVE "ADDED" TO Activity-Verb
                PERFORM Write-Activity-Line
                IF AddrInvalidFlag OF CustomerRecord = "Y"
                   ADD 1 TO Flag-Set-Count
                   MOVE "ADDRFLAG" TO Activity-Verb
                   PERFORM Write-Activity-Line
                END-IF
                MOVE "CUSTOMER ADDED" TO Scr-Message
             END-IF
          END-IF.

      *> A correction to a customer already on the master.  The
      *> before-image goes to the history file only once the new
      *> values have passed the edits and actually differ, and a
      *> flag the operator set or cleared is logged on its own line.
       Change-Customer.
          PERFORM Read-Customer
          IF Master-Found = "N"
             MOVE SPACES TO CustomerRecord
             PERFORM Set-Not-On-Master-Message
          ELSE
             MOVE MasterRecord TO CustomerRecord
             MOVE "KEY THE CORRECTIONS AND PRESS ENTER"
                TO Scr-Message
             DISPLAY Maint-Screen
             ACCEPT Detail-Entry
             PERFORM Edit-Screen-Entry
             EVALUATE TRUE
                WHEN Edit-Error NOT = SPACES
                   MOVE SPACES TO Scr-Message
                   STRING "NOT CHANGED - FAILS EDIT " DELIMITED BY SIZE
                       Edit-Error DELIMITED BY SIZE
                       INTO Scr-Message
                   END-STRING
                WHEN CustomerRecord = MasterRecord
                   MOVE "NO CHANGES KEYED - MASTER NOT UPDATED"
                      TO Scr-Message
                WHEN OTHER
                   PERFORM Rewrite-Changed-Customer
                   MOVE "CUSTOMER CHANGED" TO Scr-Message
             END-EVALUATE
          END-IF.

       Rewrite-Changed-Customer.
          PERFORM Write-History-Record
          IF AddrInvalidFlag OF CustomerRecord = "Y"
                AND AddrInvalidFlag OF MasterRecord NOT = "Y"
             ADD 1 TO Flag-Set-Count
             MOVE "ADDRFLAG" TO Activity-Verb
             PERFORM Write-Activity-Line
          END-IF
          IF AddrInvalidFlag OF CustomerRecord NOT = "Y"
                AND AddrInvalidFlag OF MasterRecord = "Y"
             ADD 1 TO Flag-Clear-Count
             MOVE "ADDRCLEAR" TO Activity-Verb
             PERFORM Write-Activity-Line
          END-IF
          MOVE CustomerRecord TO MasterRecord
          REWRITE MasterRecord
             INVALID KEY
                DISPLAY "MasterFile REWRITE status " MF-Status
                   " for " CustomerId OF MasterRecord
                STOP RUN RETURNING 1
          END-REWRITE
          MOVE "Y" TO Master-Changed
          ADD 1 TO Change-Count
          MOVE "CHANGED" TO Activity-Verb
          PERFORM Write-Activity-Line.

      *> The record is shown first and only goes on a Y; its last
      *> image stays on the history file like any replaced record.
       Delete-Customer.
          PERFORM Read-Customer
          IF Master-Found = "N"
             MOVE SPACES TO CustomerRecord
             PERFORM Set-Not-On-Master-Message
          ELSE
             MOVE MasterRecord TO CustomerRecord
             MOVE "KEY Y TO DELETE THIS CUSTOMER" TO Scr-Message
             DISPLAY Maint-Screen
             ACCEPT Confirm-Entry
             IF Scr-Confirm = "Y" OR Scr-Confirm = "y"
                PERFORM Write-History-Record
                DELETE MasterFile
                   INVALID KEY
                      DISPLAY "MasterFile DELETE status " MF-Status
                         " for " CustomerId OF MasterRecord
                      STOP RUN RETURNING 1
                END-DELETE
                MOVE "Y" TO Master-Changed
                ADD 1 TO Delete-Count
                MOVE "DELETED" TO Activity-Verb
                PERFORM Write-Activity-Line
                MOVE SPACES TO CustomerRecord
                MOVE "CUSTOMER DELETED" TO Scr-Message
             ELSE
                MOVE "DELETE CANCELLED" TO Scr-Message
             END-IF
          END-IF.

       Set-Not-On-Master-Message.
          MOVE SPACES TO Scr-Message
          STRING "CUSTOMER " DELIMITED BY SIZE
              Scr-CustomerId DELIMITED BY SIZE
              " NOT ON MASTER" DELIMITED BY SIZE
              INTO Scr-Message
          END-STRING.

      *> What the operator keyed, folded to upper case where a code
      *> is expected, then put through tread's edits; the
      *> returned-mail flag is either Y with a reason or blank, and
      *> clearing it clears the reason with it.
       Edit-Screen-Entry.
          INSPECT AddressType OF CustomerRecord CONVERTING "ui" TO "UI"
          INSPECT AddrInvalidFlag OF CustomerRecord
             CONVERTING "yn" TO "YN"
          IF AddrInvalidFlag OF CustomerRecord = "N"
             MOVE SPACE TO AddrInvalidFlag OF CustomerRecord
          END-IF
          PERFORM Edit-Detail-Record
          IF Edit-Error = SPACES
             EVALUATE TRUE
                WHEN AddrInvalidFlag OF CustomerRecord = "Y"
                      AND AddrInvalidReason OF CustomerRecord = SPACES
                   MOVE "NO-INV-REASN" TO Edit-Error
                WHEN AddrInvalidFlag OF CustomerRecord NOT = "Y"
                      AND AddrInvalidFlag OF CustomerRecord NOT = SPACE
                   MOVE "BAD-INV-FLAG" TO Edit-Error
                WHEN AddrInvalidFlag OF CustomerRecord = SPACE
                   MOVE SPACES TO AddrInvalidReason OF CustomerRecord
             END-EVALUATE
          END-IF.

      *> The same field edits tread applies to an inbound detail, so
      *> the desk cannot key a record the daily run would reject;
      *> keep this EVALUATE in step with Edit-Detail-Record in tread.
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

      *> The master record about to be replaced or deleted, stamped
      *> with the run date -- the same entry custmast writes, so the
      *> desk's corrections show up in masthist alongside the
      *> regions' changes.
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

      *> The desk's changes may have flagged, cleared or deleted
      *> returned-mail customers, so rebuild the address-invalid list
      *> the label pass suppresses from: one CustomerId per master
      *> record still flagged.
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

      *> One line per action: when, who, what, and to which
      *> customer.  The report accumulates, so the desk's whole trail
      *> of hand changes stays in one place.
       Write-Activity-Line.
          ACCEPT Run-Time FROM TIME
          MOVE SPACES TO ActivityRecord
          STRING Run-Date DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              Run-Time DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              Operator-Id DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              Activity-Verb DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              CustomerId OF CustomerRecord DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              Lastname OF CustomerRecord DELIMITED BY SIZE
              INTO ActivityRecord
          END-STRING
          WRITE ActivityRecord.

       Write-Activity-Totals.
          MOVE Inquire-Count TO Count-Display
          MOVE SPACES TO ActivityRecord
          STRING Run-Date DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              Run-Time DELIMITED BY SIZE
              " MAINT INQUIRIES: " DELIMITED BY SIZE
              Count-Display DELIMITED BY SIZE
              INTO ActivityRecord
          END-STRING
          WRITE ActivityRecord
          MOVE Add-Count TO Count-Display
          MOVE SPACES TO ActivityRecord
          STRING Run-Date DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              Run-Time DELIMITED BY SIZE
              " MAINT ADDS: " DELIMITED BY SIZE
              Count-Display DELIMITED BY SIZE
              INTO ActivityRecord
          END-STRING
          WRITE ActivityRecord
          MOVE Change-Count TO Count-Display
          MOVE SPACES TO ActivityRecord
          STRING Run-Date DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              Run-Time DELIMITED BY SIZE
              " MAINT CHANGES: " DELIMITED BY SIZE
              Count-Display DELIMITED BY SIZE
              INTO ActivityRecord
          END-STRING
          WRITE ActivityRecord
          MOVE Delete-Count TO Count-Display
          MOVE SPACES TO ActivityRecord
          STRING Run-Date DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              Run-Time DELIMITED BY SIZE
              " MAINT DELETES: " DELIMITED BY SIZE
              Count-Display DELIMITED BY SIZE
              INTO ActivityRecord
          END-STRING
          WRITE ActivityRecord
          MOVE Flag-Set-Count TO Count-Display
          MOVE SPACES TO ActivityRecord
          STRING Run-Date DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              Run-Time DELIMITED BY SIZE
              " MAINT ADDRESS-INVALID SET: " DELIMITED BY SIZE
              Count-Display DELIMITED BY SIZE
              INTO ActivityRecord
          END-STRING
          WRITE ActivityRecord
          MOVE Flag-Clear-Count TO Count-Display
          MOVE SPACES TO ActivityRecord
          STRING Run-Date DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              Run-Time DELIMITED BY SIZE
              " MAINT ADDRESS-INVALID CLEARED: " DELIMITED BY SIZE
              Count-Display DELIMITED BY SIZE
              INTO ActivityRecord
          END-STRING
          WRITE ActivityRecord
          IF Master-Changed = "Y"
             MOVE Invalid-Count TO Count-Display
             MOVE SPACES TO ActivityRecord
             STRING Run-Date DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 Run-Time DELIMITED BY SIZE
                 " MAINT ADDRESS-INVALID ON FILE: " DELIMITED BY SIZE
                 Count-Display DELIMITED BY SIZE
                 INTO ActivityRecord
             END-STRING
             WRITE ActivityRecord
          END-IF
          DISPLAY "custmaint session ended - activity on "
             "CustomerFile-Maint.rpt".
