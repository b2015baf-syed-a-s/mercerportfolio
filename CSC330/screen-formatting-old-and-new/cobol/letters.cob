      *> Personalized letters for statement and promotional campaigns,
      *> merged here instead of at an outside shop so they come out in
      *> our presort order and carry our suppressions.  The campaign's
      *> template arrives as CustomerFile-Letter.tpl (the batch driver
      *> copies letter-templates/<campaign>.tpl into place), one print
      *> line per template line, with these placeholders:
      *>   %LASTNAME%  %FIRSTNAME%  %MIDDLENAME%  the name fields
      *>   %NAME%      first, middle and last, as on the label
      *>   %DATE%      the run date, as OCTOBER 15, 2026
      *>   %ADDRESS%   on a line of its own: the whole address block,
      *>               name first, dropped to the envelope window
      *> The letters go to exactly the addressees myaddress mailed:
      *> CustomerFile-Presort.dat is walked in step with
      *> CustomerFile-Mailed.dat, so every card written gets one
      *> letter, in tray order, and every suppressed or bypassed
      *> detail gets none -- recon and mailstamp tie out unchanged.
      *> Each letter starts a new page of CustomerFile-Letters.prt,
      *> with the address block at line Window-Top-Line, column
      *> Window-Left-Column, for the standard window envelope.  A
      *> template that cannot be laid out that way -- no %ADDRESS%
      *> line or more than one, the line below the window, or too
      *> many lines to fit the page with a full address block -- is
      *> refused before a letter is written, nonzero return code.  The
      *> letter count goes on myaddress-audit.log as a run-total line
      *> beside the card count, and a mailed id with no addressee to
      *> match it ends the run with a nonzero return code.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. letters.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TemplateFile ASSIGN TO "CustomerFile-Letter.tpl"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TP-Status.
           SELECT PresortFile ASSIGN TO "CustomerFile-Presort.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PS-Status.
           SELECT MailedFile ASSIGN TO "CustomerFile-Mailed.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ML-Status.
           SELECT LetterFile ASSIGN TO "CustomerFile-Letters.prt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LT-Status.
           SELECT AuditFile ASSIGN TO "myaddress-audit.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUD-Status.

       DATA DIVISION.
       FILE SECTION.
       FD TemplateFile.
       01 TemplateRecord PIC X(80).
       FD PresortFile.
           COPY CUSTREC.
       FD MailedFile.
       01 MailedRecord PIC X(9).
       FD LetterFile.
       01 LetterRecord PIC X(80).
       FD AuditFile.
       01 AuditRecord PIC X(80).
       WORKING-STORAGE SECTION.
       01 END-OF-FILE PIC 9(1) VALUE 0.
       01 Presort-EOF PIC 9(1) VALUE 0.
       01 Addressee-Found PIC X(1) VALUE "N".
       01 TP-Status PIC X(2).
       01 PS-Status PIC X(2).
       01 ML-Status PIC X(2).
       01 LT-Status PIC X(2).
       01 AUD-Status PIC X(2).
       01 Run-Date PIC X(8).
       01 Run-Time PIC X(8).
      *> where the window of the house envelope falls on a folded
      *> letter, and how long a page is
       01 Window-Top-Line PIC 9(2) VALUE 12.
       01 Window-Left-Column PIC 9(2) VALUE 10.
       01 Page-Lines PIC 9(2) VALUE 60.
       01 Template-Entries PIC 9(3) VALUE 0.
       01 Template-Sub PIC 9(3) VALUE 0.
       01 Template-Table.
           02 Template-Line PIC X(80) OCCURS 60 TIMES.
       01 Address-Count PIC 9(2) VALUE 0.
       01 Address-Lines PIC 9(3) VALUE 0.
       01 Address-Line-No PIC 9(3) VALUE 0.
       01 Page-Needed PIC 9(3) VALUE 0.
       01 Template-Too-Long PIC X(1) VALUE "N".
       01 Template-Problem PIC X(60) VALUE SPACES.
      *> one template line with room past its end, so a placeholder
      *> test near column 80 never runs off the line
       01 Merge-Work PIC X(100).
       01 Merge-Pos PIC 9(3) VALUE 0.
       01 Out-Pos PIC 9(3) VALUE 0.
       01 Token-Length PIC 9(2) VALUE 0.
       01 Field-Value PIC X(62).
       01 Value-Length PIC 9(2) VALUE 0.
       01 Line-On-Page PIC 9(3) VALUE 0.
       01 Name-Line PIC X(62).
       01 Letter-Date PIC X(20).
       01 Date-Day PIC X(2).
       01 Date-Month PIC 9(2).
       01 Month-Names-Values.
           02 FILLER PIC X(9) VALUE "JANUARY".
           02 FILLER PIC X(9) VALUE "FEBRUARY".
           02 FILLER PIC X(9) VALUE "MARCH".
           02 FILLER PIC X(9) VALUE "APRIL".
           02 FILLER PIC X(9) VALUE "MAY".
           02 FILLER PIC X(9) VALUE "JUNE".
           02 FILLER PIC X(9) VALUE "JULY".
           02 FILLER PIC X(9) VALUE "AUGUST".
           02 FILLER PIC X(9) VALUE "SEPTEMBER".
           02 FILLER PIC X(9) VALUE "OCTOBER".
           02 FILLER PIC X(9) VALUE "NOVEMBER".
           02 FILLER PIC X(9) VALUE "DECEMBER".
       01 Month-Names REDEFINES Month-Names-Values.
           02 Month-Name PIC X(9) OCCURS 12 TIMES.
       01 Letter-Count PIC 9(6) VALUE 0.
       01 Unmatched-Count PIC 9(6) VALUE 0.
       01 Count-Display PIC Z(5)9.

       PROCEDURE DIVISION.
       Begin.
          ACCEPT Run-Date FROM DATE YYYYMMDD
          ACCEPT Run-Time FROM TIME
          PERFORM Build-Letter-Date
          PERFORM Load-Template

          OPEN INPUT MailedFile
          IF ML-Status = "35"
             DISPLAY "CustomerFile-Mailed.dat not present - "
                "no letters to write"
             STOP RUN
          END-IF
          DISPLAY "MailedFile OPEN status " ML-Status
          IF NOT (ML-Status = "00" OR ML-Status = "10")
             STOP RUN RETURNING 1
          END-IF

          OPEN INPUT PresortFile
          DISPLAY "PresortFile OPEN status " PS-Status
          IF NOT (PS-Status = "00" OR PS-Status = "10")
             STOP RUN RETURNING 1
          END-IF

          OPEN OUTPUT LetterFile
          IF NOT (LT-Status = "00" OR LT-Status = "10")
             DISPLAY "LetterFile OPEN status " LT-Status
             STOP RUN RETURNING 1
          END-IF

          OPEN EXTEND AuditFile
          IF AUD-Status = "35"
             OPEN OUTPUT AuditFile
          END-IF
          IF NOT (AUD-Status = "00" OR AUD-Status = "10")
             DISPLAY "AuditFile OPEN status " AUD-Status
             STOP RUN RETURNING 1
          END-IF

          READ MailedFile
             AT END MOVE 1 TO END-OF-FILE
          END-READ
          IF NOT (ML-Status = "00" OR ML-Status = "10")
             DISPLAY "MailedFile READ status " ML-Status
             STOP RUN RETURNING 1
          END-IF

          PERFORM UNTIL END-OF-FILE = 1
             PERFORM Find-Mailed-Addressee
             IF Presort-EOF = 0
                PERFORM Write-Letter
             ELSE
                ADD 1 TO Unmatched-Count
                DISPLAY "letters: mailed id " MailedRecord
                   " has no addressee left on CustomerFile-Presort.dat"
             END-IF
             READ MailedFile
                AT END MOVE 1 TO END-OF-FILE
             END-READ
             IF NOT (ML-Status = "00" OR ML-Status = "10")
                DISPLAY "MailedFile READ status " ML-Status
                STOP RUN RETURNING 1
             END-IF
          END-PERFORM

          PERFORM Write-Letter-Totals

          CLOSE MailedFile
          CLOSE PresortFile
          CLOSE LetterFile
          CLOSE AuditFile
          IF Unmatched-Count > 0
             STOP RUN RETURNING 2
          END-IF
       STOP RUN.

       Load-Template.
          OPEN INPUT TemplateFile
          IF TP-Status = "35"
             DISPLAY "CustomerFile-Letter.tpl not present - "
                "no letter template for this campaign"
             STOP RUN RETURNING 1
          END-IF
          IF NOT (TP-Status = "00" OR TP-Status = "10")
             DISPLAY "TemplateFile OPEN status " TP-Status
             STOP RUN RETURNING 1
          END-IF
          MOVE 0 TO END-OF-FILE
          PERFORM UNTIL END-OF-FILE = 1
             READ TemplateFile
                AT END MOVE 1 TO END-OF-FILE
             END-READ
             IF END-OF-FILE = 0
                IF Template-Entries < Page-Lines
                   ADD 1 TO Template-Entries
                   MOVE TemplateRecord
                      TO Template-Line (Template-Entries)
                ELSE
                   MOVE "Y" TO Template-Too-Long
                   MOVE 1 TO END-OF-FILE
                END-IF
             END-IF
          END-PERFORM
          MOVE 0 TO END-OF-FILE
          CLOSE TemplateFile
          IF Template-Entries = 0
             DISPLAY "CustomerFile-Letter.tpl is empty"
             STOP RUN RETURNING 1
          END-IF
          PERFORM Check-Template-Layout.

      *> The block goes at the window whatever comes above it, so the
      *> %ADDRESS% line may not fall below the window line, and the
      *> lines after it, below a block of the full five lines (name,
      *> two street lines, city, country), must still fit the page.
       Check-Template-Layout.
          MOVE 0 TO Address-Lines
          MOVE 0 TO Address-Line-No
          PERFORM VARYING Template-Sub FROM 1 BY 1
                UNTIL Template-Sub > Template-Entries
             MOVE 0 TO Address-Count
             INSPECT Template-Line (Template-Sub)
                TALLYING Address-Count FOR ALL "%ADDRESS%"
             IF Address-Count > 0
                ADD Address-Count TO Address-Lines
                IF Address-Line-No = 0
                   MOVE Template-Sub TO Address-Line-No
                END-IF
             END-IF
          END-PERFORM
          MOVE SPACES TO Template-Problem
          EVALUATE TRUE
             WHEN Template-Too-Long = "Y"
                MOVE "is longer than the page" TO Template-Problem
             WHEN Address-Lines = 0
                MOVE "has no %ADDRESS% line" TO Template-Problem
             WHEN Address-Lines > 1
                MOVE "has more than one %ADDRESS%" TO Template-Problem
             WHEN Address-Line-No > Window-Top-Line
                MOVE "puts %ADDRESS% below the envelope window"
                   TO Template-Problem
             WHEN OTHER
                COMPUTE Page-Needed = Window-Top-Line - 1 + 5
                   + Template-Entries - Address-Line-No
                END-COMPUTE
                IF Page-Needed > Page-Lines
                   MOVE "runs past the page with the address block"
                      TO Template-Problem
                END-IF
          END-EVALUATE
          IF Template-Problem NOT = SPACES
             DISPLAY "letters: letter template CustomerFile-Letter.tpl "
                Template-Problem
             DISPLAY "letters: no letters written"
             STOP RUN RETURNING 1
          END-IF.

      *> Both files are in presort order, so the addressee for each
      *> mailed id is found by reading forward; the details passed
      *> over are the ones myaddress suppressed or bypassed.
       Find-Mailed-Addressee.
          MOVE "N" TO Addressee-Found
          PERFORM UNTIL Presort-EOF = 1 OR Addressee-Found = "Y"
             READ PresortFile
                AT END MOVE 1 TO Presort-EOF
             END-READ
             IF NOT (PS-Status = "00" OR PS-Status = "10")
                DISPLAY "PresortFile READ status " PS-Status
                STOP RUN RETURNING 1
             END-IF
             IF Presort-EOF = 0
                   AND RecordType NOT = "H"
                   AND RecordType NOT = "T"
                   AND CustomerId = MailedRecord
                MOVE "Y" TO Addressee-Found
             END-IF
          END-PERFORM.

      *> One letter: the template merged line by line, the address
      *> block dropped to the window, then a page eject.
       Write-Letter.
          MOVE SPACES TO Name-Line
          IF Middlename = SPACES
             STRING Firstname DELIMITED BY SPACE
                 " " DELIMITED BY SIZE
                 Lastname DELIMITED BY SPACE
                 INTO Name-Line
             END-STRING
          ELSE
             STRING Firstname DELIMITED BY SPACE
                 " " DELIMITED BY SIZE
                 Middlename DELIMITED BY SPACE
                 " " DELIMITED BY SIZE
                 Lastname DELIMITED BY SPACE
                 INTO Name-Line
             END-STRING
          END-IF
          MOVE 0 TO Line-On-Page
          PERFORM VARYING Template-Sub FROM 1 BY 1
                UNTIL Template-Sub > Template-Entries
             MOVE 0 TO Address-Count
             INSPECT Template-Line (Template-Sub)
                TALLYING Address-Count FOR ALL "%ADDRESS%"
             IF Address-Count > 0
                PERFORM Write-Address-Block
             ELSE
                PERFORM Merge-Template-Line
                PERFORM Write-Letter-Line
             END-IF
          END-PERFORM
          MOVE SPACES TO LetterRecord
          WRITE LetterRecord BEFORE ADVANCING PAGE
          ADD 1 TO Letter-Count.

      *> Down to the window line first (Check-Template-Layout has
      *> seen to it that the block never starts below it), then the
      *> block the label pass would print, indented to the window.
       Write-Address-Block.
          PERFORM UNTIL Line-On-Page >= Window-Top-Line - 1
             MOVE SPACES TO LetterRecord
             PERFORM Write-Letter-Line
          END-PERFORM
          MOVE SPACES TO LetterRecord
          MOVE Name-Line TO LetterRecord (Window-Left-Column:)
          PERFORM Write-Letter-Line
          MOVE SPACES TO LetterRecord
          MOVE StreetAddress TO LetterRecord (Window-Left-Column:)
          PERFORM Write-Letter-Line
          IF AddressType = "I" AND StreetAddress2 NOT = SPACES
             MOVE SPACES TO LetterRecord
             MOVE StreetAddress2 TO LetterRecord (Window-Left-Column:)
             PERFORM Write-Letter-Line
          END-IF
          MOVE SPACES TO LetterRecord
          IF AddressType = "U" AND PostalCode NOT = SPACES
             STRING CityStateLine DELIMITED BY "  "
                 "  " DELIMITED BY SIZE
                 PostalCode DELIMITED BY SPACE
                 INTO LetterRecord (Window-Left-Column:)
             END-STRING
          ELSE
             MOVE CityStateLine TO LetterRecord (Window-Left-Column:)
          END-IF
          PERFORM Write-Letter-Line
          IF CountryLine NOT = SPACES
             MOVE SPACES TO LetterRecord
             MOVE CountryLine TO LetterRecord (Window-Left-Column:)
             PERFORM Write-Letter-Line
          END-IF.

       Write-Letter-Line.
          WRITE LetterRecord BEFORE ADVANCING 1 LINE
          ADD 1 TO Line-On-Page.

      *> Copy the template line across, replacing each placeholder
      *> with its value (trailing spaces dropped); a % that starts no
      *> placeholder is copied as it stands.
       Merge-Template-Line.
          MOVE SPACES TO Merge-Work
          MOVE Template-Line (Template-Sub) TO Merge-Work
          MOVE SPACES TO LetterRecord
          MOVE 1 TO Out-Pos
          MOVE 1 TO Merge-Pos
          PERFORM UNTIL Merge-Pos > 80
             IF Merge-Work (Merge-Pos:1) = "%"
                EVALUATE TRUE
                   WHEN Merge-Work (Merge-Pos:10) = "%LASTNAME%"
                      MOVE Lastname TO Field-Value
                      MOVE 10 TO Token-Length
                   WHEN Merge-Work (Merge-Pos:11) = "%FIRSTNAME%"
                      MOVE Firstname TO Field-Value
                      MOVE 11 TO Token-Length
                   WHEN Merge-Work (Merge-Pos:12) = "%MIDDLENAME%"
                      MOVE Middlename TO Field-Value
                      MOVE 12 TO Token-Length
                   WHEN Merge-Work (Merge-Pos:6) = "%NAME%"
                      MOVE Name-Line TO Field-Value
                      MOVE 6 TO Token-Length
                   WHEN Merge-Work (Merge-Pos:6) = "%DATE%"
                      MOVE Letter-Date TO Field-Value
                      MOVE 6 TO Token-Length
                   WHEN OTHER
                      MOVE "%" TO Field-Value
                      MOVE 1 TO Token-Length
                END-EVALUATE
                PERFORM Append-Field-Value
                ADD Token-Length TO Merge-Pos
             ELSE
                IF Out-Pos <= 80
                   MOVE Merge-Work (Merge-Pos:1)
                      TO LetterRecord (Out-Pos:1)
                   ADD 1 TO Out-Pos
                END-IF
                ADD 1 TO Merge-Pos
             END-IF
          END-PERFORM.

       Append-Field-Value.
          MOVE 62 TO Value-Length
          PERFORM UNTIL Value-Length = 0
                OR Field-Value (Value-Length:1) NOT = SPACE
             SUBTRACT 1 FROM Value-Length
          END-PERFORM
          IF Value-Length > 0
             IF Out-Pos + Value-Length > 81
                COMPUTE Value-Length = 81 - Out-Pos
             END-IF
             IF Value-Length > 0
                MOVE Field-Value (1:Value-Length)
                   TO LetterRecord (Out-Pos:Value-Length)
                ADD Value-Length TO Out-Pos
             END-IF
          END-IF.

       Build-Letter-Date.
          MOVE Run-Date (5:2) TO Date-Month
          IF Run-Date (7:1) = "0"
             MOVE Run-Date (8:1) TO Date-Day
          ELSE
             MOVE Run-Date (7:2) TO Date-Day
          END-IF
          MOVE SPACES TO Letter-Date
          STRING Month-Name (Date-Month) DELIMITED BY SPACE
              " " DELIMITED BY SIZE
              Date-Day DELIMITED BY SPACE
              ", " DELIMITED BY SIZE
              Run-Date (1:4) DELIMITED BY SIZE
              INTO Letter-Date
          END-STRING.

      *> The letter count goes on the audit log beside myaddress's
      *> card count, stamped the same way, so recon can hold the two
      *> together.
       Write-Letter-Totals.
          MOVE Letter-Count TO Count-Display
          DISPLAY "letters written: " Count-Display
          MOVE SPACES TO AuditRecord
          STRING Run-Date DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              Run-Time DELIMITED BY SIZE
              " LETTERS RUN TOTAL LETTERS WRITTEN: " DELIMITED BY SIZE
              Count-Display DELIMITED BY SIZE
              INTO AuditRecord
          END-STRING
          WRITE AuditRecord
          MOVE Unmatched-Count TO Count-Display
          DISPLAY "letters mailed ids unmatched: " Count-Display
          IF Unmatched-Count > 0
             MOVE SPACES TO AuditRecord
             STRING Run-Date DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 Run-Time DELIMITED BY SIZE
                 " LETTERS RUN TOTAL MAILED IDS UNMATCHED: "
                    DELIMITED BY SIZE
                 Count-Display DELIMITED BY SIZE
                 INTO AuditRecord
             END-STRING
             WRITE AuditRecord
          END-IF.
