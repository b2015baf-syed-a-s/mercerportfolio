      *> Address standardization, between tread and custmast.  dedup
      *> matches on the exact address block and presort breaks its
      *> bundles on the exact city/state text, so the same address
      *> keyed two ways by two regions ("123 Main Street" and
      *> "123 MAIN ST") is mailed twice, and one city keyed two ways
      *> is split across bundles.  Every detail on
      *> CustomerFile-Details.dat has its address lines uppercased and
      *> their spaces squeezed (no leading spaces, one between words),
      *> and then put into postal abbreviations:
      *>   street lines  a unit designator (APARTMENT -> APT) and
      *>                 everything after it is the unit; before it,
      *>                 the last word is taken as a street suffix
      *>                 (STREET -> ST) or, when it is a directional,
      *>                 a post-directional with the suffix ahead of
      *>                 it; a directional straight after the house
      *>                 number is a pre-directional, provided a
      *>                 street name still follows it
      *>   city/state    on 'U' addresses, the state name after the
      *>                 last comma (or the last one to three words
      *>                 when there is no comma, a trailing ZIP left
      *>                 where it is); a foreign city/state line is
      *>                 only uppercased and squeezed, since a state
      *>                 name there (GEORGIA) is no US state
      *>   country       on 'I' addresses, the whole country line, so
      *>                 presort's country grouping and its COUNTRY=
      *>                 rate cards see one name per country
      *> A trailing period comes off any word that is, or becomes, an
      *> abbreviation; a trailing comma stays.  The postal code is
      *> only uppercased and squeezed.
      *> The abbreviations come from address-abbrev.dat, one per line
      *> in fixed columns, so the mailroom can add to it without a
      *> program change:
      *>   col 1      S street suffix     D directional
      *>              U unit designator   T state name
      *>              C country name      (* in col 1 -- a comment)
      *>   col 3-32   the word or phrase as it may arrive
      *>   col 34-63  the standard form it becomes
      *> A form already standard is recognised too, so "ST." loses
      *> its period.  With no table the run only uppercases and
      *> squeezes.  The standardized details go to
      *> CustomerFile-Standard.dat, which the batch driver moves over
      *> CustomerFile-Details.dat; every field changed is listed with
      *> its before and after values on CustomerFile-Standard.rpt,
      *> and the count of changed records goes on the control report.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. stdaddr.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DetailFile ASSIGN TO "CustomerFile-Details.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DF-Status.
           SELECT StandardFile ASSIGN TO "CustomerFile-Standard.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SD-Status.
           SELECT AbbrevFile ASSIGN TO "address-abbrev.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AB-Status.
           SELECT ReportFile ASSIGN TO "CustomerFile-Standard.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RP-Status.
           SELECT ControlFile ASSIGN TO "CustomerFile-Control.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CTL-Status.

       DATA DIVISION.
       FILE SECTION.
       FD DetailFile.
       01 DetailRecord PIC X(237).
       FD StandardFile.
       01 StandardRecord PIC X(237).
       FD AbbrevFile.
       01 AbbrevRecord.
           02 AB-Category PIC X(1).
           02 FILLER PIC X(1).
           02 AB-From PIC X(30).
           02 FILLER PIC X(1).
           02 AB-To PIC X(30).
       FD ReportFile.
       01 ReportRecord PIC X(132).
       FD ControlFile.
       01 ControlRecord PIC X(80).
       WORKING-STORAGE SECTION.
           COPY CUSTREC.
       01 END-OF-FILE PIC 9(1) VALUE 0.
       01 DF-Status PIC X(2).
       01 SD-Status PIC X(2).
       01 AB-Status PIC X(2).
       01 RP-Status PIC X(2).
       01 CTL-Status PIC X(2).
       01 Run-Date PIC X(8).
       01 Lower-Letters PIC X(26) VALUE "abcdefghijklmnopqrstuvwxyz".
       01 Upper-Letters PIC X(26) VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
      *> the abbreviation table as loaded
       01 Abbrev-Entries PIC 9(3) VALUE 0.
       01 Abbrev-Sub PIC 9(3) VALUE 0.
       01 Abbrev-Table.
           02 Abbrev-Entry OCCURS 500 TIMES.
               03 Tbl-Category PIC X(1).
               03 Tbl-From PIC X(30).
               03 Tbl-To PIC X(30).
      *> one lookup: the category and word or phrase asked for, and
      *> the standard form when there is one
       01 Look-Category PIC X(1).
       01 Look-Value PIC X(30).
       01 Look-Result PIC X(30).
       01 Look-Hit PIC X(1) VALUE "N".
      *> the field being standardized
       01 Field-Name PIC X(14).
       01 Field-Before PIC X(30).
       01 Field-Work PIC X(30).
       01 Squeeze-Out PIC X(30).
       01 Squeeze-Sub PIC 9(2) VALUE 0.
       01 Squeeze-Len PIC 9(2) VALUE 0.
      *> the field split into words, each with any trailing comma or
      *> period held apart
       01 Word-Count PIC 9(2) VALUE 0.
       01 Word-Sub PIC 9(2) VALUE 0.
       01 Word-Table.
           02 Word-Entry OCCURS 15 TIMES.
               03 Word-Text PIC X(30).
               03 Word-Trail PIC X(1).
       01 Split-Pointer PIC 9(3) VALUE 0.
       01 Join-Pointer PIC 9(3) VALUE 0.
       01 Word-Len PIC 9(2) VALUE 0.
      *> street-line positions: the unit designator, the last word of
      *> the street proper, and the suffix candidate
       01 Unit-Pos PIC 9(2) VALUE 0.
       01 Main-End PIC 9(2) VALUE 0.
       01 Suffix-Pos PIC 9(2) VALUE 0.
       01 Suffix-Hit PIC X(1) VALUE "N".
      *> city/state: the words that may be the state name
       01 State-First PIC 9(2) VALUE 0.
       01 State-Last PIC 9(2) VALUE 0.
       01 State-Start PIC 9(2) VALUE 0.
       01 State-Words PIC 9(1) VALUE 0.
       01 State-Done PIC X(1) VALUE "N".
       01 Record-Changed PIC X(1) VALUE "N".
       01 Read-Count PIC 9(6) VALUE 0.
       01 Changed-Count PIC 9(6) VALUE 0.
       01 Field-Count PIC 9(6) VALUE 0.
       01 Count-Display PIC Z(5)9.

       PROCEDURE DIVISION.
       Begin.
          ACCEPT Run-Date FROM DATE YYYYMMDD
          PERFORM Load-Abbrev-Table

          OPEN INPUT DetailFile
          DISPLAY "DetailFile OPEN status " DF-Status
          IF NOT (DF-Status = "00" OR DF-Status = "10")
             STOP RUN RETURNING 1
          END-IF
          OPEN OUTPUT StandardFile
          IF NOT (SD-Status = "00" OR SD-Status = "10")
             DISPLAY "StandardFile OPEN status " SD-Status
             STOP RUN RETURNING 1
          END-IF
          OPEN OUTPUT ReportFile
          IF NOT (RP-Status = "00" OR RP-Status = "10")
             DISPLAY "ReportFile OPEN status " RP-Status
             STOP RUN RETURNING 1
          END-IF
          MOVE SPACES TO ReportRecord
          STRING "ADDRESS STANDARDIZATION REPORT  RUN DATE "
                 DELIMITED BY SIZE
              Run-Date DELIMITED BY SIZE
              INTO ReportRecord
          END-STRING
          WRITE ReportRecord
          MOVE SPACES TO ReportRecord
          WRITE ReportRecord
          MOVE SPACES TO ReportRecord
          STRING "CUSTOMER  FIELD          BEFORE" DELIMITED BY SIZE
              "                          AFTER" DELIMITED BY SIZE
              INTO ReportRecord
          END-STRING
          WRITE ReportRecord

          READ DetailFile
             AT END MOVE 1 TO END-OF-FILE
          END-READ
          IF NOT (DF-Status = "00" OR DF-Status = "10")
             DISPLAY "DetailFile READ status " DF-Status
             STOP RUN RETURNING 1
          END-IF
          PERFORM UNTIL END-OF-FILE = 1
             ADD 1 TO Read-Count
             MOVE DetailRecord TO CustomerRecord
             IF RecordType = "D"
                PERFORM Standardize-Record
             END-IF
             WRITE StandardRecord FROM CustomerRecord
             READ DetailFile
                AT END MOVE 1 TO END-OF-FILE
             END-READ
             IF NOT (DF-Status = "00" OR DF-Status = "10")
                DISPLAY "DetailFile READ status " DF-Status
                STOP RUN RETURNING 1
             END-IF
          END-PERFORM

          PERFORM Write-Standard-Totals
          CLOSE DetailFile
          CLOSE StandardFile
          CLOSE ReportFile
       STOP RUN.

      *> The table is small and read once; entries are taken in
      *> upper case whatever case they were typed in.
       Load-Abbrev-Table.
          OPEN INPUT AbbrevFile
          IF AB-Status = "35"
             DISPLAY "address-abbrev.dat not present - addresses "
                "uppercased and squeezed only"
          ELSE
             IF NOT (AB-Status = "00" OR AB-Status = "10")
                DISPLAY "AbbrevFile OPEN status " AB-Status
                STOP RUN RETURNING 1
             END-IF
             PERFORM UNTIL END-OF-FILE = 1
                READ AbbrevFile
                   AT END MOVE 1 TO END-OF-FILE
                END-READ
                IF END-OF-FILE = 0
                   PERFORM Add-Abbrev-Entry
                END-IF
             END-PERFORM
             MOVE 0 TO END-OF-FILE
             CLOSE AbbrevFile
          END-IF
          MOVE Abbrev-Entries TO Count-Display
          DISPLAY "stdaddr abbreviations loaded: " Count-Display.

       Add-Abbrev-Entry.
          INSPECT AbbrevRecord CONVERTING Lower-Letters
             TO Upper-Letters
          EVALUATE TRUE
             WHEN AbbrevRecord = SPACES
                CONTINUE
             WHEN AB-Category = "*"
                CONTINUE
             WHEN NOT (AB-Category = "S" OR AB-Category = "D"
                   OR AB-Category = "U" OR AB-Category = "T"
                   OR AB-Category = "C")
                   OR AB-From = SPACES OR AB-To = SPACES
                DISPLAY "address-abbrev.dat line ignored: "
                   AbbrevRecord
             WHEN Abbrev-Entries = 500
                DISPLAY "address-abbrev.dat over 500 entries - "
                   "extend the table"
                STOP RUN RETURNING 1
             WHEN OTHER
                ADD 1 TO Abbrev-Entries
                MOVE AB-Category TO Tbl-Category (Abbrev-Entries)
                MOVE AB-From TO Tbl-From (Abbrev-Entries)
                MOVE AB-To TO Tbl-To (Abbrev-Entries)
          END-EVALUATE.

      *> Each address field in turn; a field that comes out different
      *> is listed and put back on the record.
       Standardize-Record.
          MOVE "N" TO Record-Changed

          MOVE "STREET" TO Field-Name
          MOVE StreetAddress TO Field-Before
          PERFORM Standardize-Street
          PERFORM Note-Field-Change
          MOVE Field-Work TO StreetAddress

          MOVE "STREET 2" TO Field-Name
          MOVE StreetAddress2 TO Field-Before
          PERFORM Standardize-Street
          PERFORM Note-Field-Change
          MOVE Field-Work TO StreetAddress2

          MOVE "CITY/STATE" TO Field-Name
          MOVE CityStateLine TO Field-Before
          IF AddressType = "U"
             PERFORM Standardize-City-State
          ELSE
             PERFORM Clean-Field
          END-IF
          PERFORM Note-Field-Change
          MOVE Field-Work TO CityStateLine

          MOVE "COUNTRY" TO Field-Name
          MOVE CountryLine TO Field-Before
          PERFORM Clean-Field
          IF AddressType = "I" AND Field-Work NOT = SPACES
             MOVE "C" TO Look-Category
             MOVE Field-Work TO Look-Value
             PERFORM Find-Abbrev
             IF Look-Hit = "Y"
                MOVE Look-Result TO Field-Work
             END-IF
          END-IF
          PERFORM Note-Field-Change
          MOVE Field-Work TO CountryLine

          MOVE "POSTAL CODE" TO Field-Name
          MOVE SPACES TO Field-Before
          MOVE PostalCode TO Field-Before
          PERFORM Clean-Field
          PERFORM Note-Field-Change
          MOVE Field-Work TO PostalCode

          IF Record-Changed = "Y"
             ADD 1 TO Changed-Count
          END-IF.

       Note-Field-Change.
          IF Field-Work NOT = Field-Before
             MOVE "Y" TO Record-Changed
             ADD 1 TO Field-Count
             MOVE SPACES TO ReportRecord
             STRING CustomerId DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 Field-Name DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 Field-Before DELIMITED BY SIZE
                 "  " DELIMITED BY SIZE
                 Field-Work DELIMITED BY SIZE
                 INTO ReportRecord
             END-STRING
             WRITE ReportRecord
          END-IF.

      *> Upper case, no leading spaces, one space between words.
       Clean-Field.
          MOVE Field-Before TO Field-Work
          INSPECT Field-Work CONVERTING Lower-Letters TO Upper-Letters
          MOVE SPACES TO Squeeze-Out
          MOVE 0 TO Squeeze-Len
          PERFORM VARYING Squeeze-Sub FROM 1 BY 1
                UNTIL Squeeze-Sub > 30
             IF Field-Work (Squeeze-Sub:1) NOT = SPACE
                OR (Squeeze-Len > 0
                   AND Squeeze-Out (Squeeze-Len:1) NOT = SPACE)
                ADD 1 TO Squeeze-Len
                MOVE Field-Work (Squeeze-Sub:1)
                   TO Squeeze-Out (Squeeze-Len:1)
             END-IF
          END-PERFORM
          MOVE Squeeze-Out TO Field-Work.

      *> The cleaned field into words; a trailing comma or period is
      *> held apart from its word.
       Split-Words.
          MOVE 0 TO Word-Count
          MOVE SPACES TO Word-Table
          MOVE 1 TO Split-Pointer
          PERFORM UNTIL Split-Pointer > 30 OR Word-Count = 15
                OR Field-Work (Split-Pointer:) = SPACES
             ADD 1 TO Word-Count
             UNSTRING Field-Work DELIMITED BY SPACE
                INTO Word-Text (Word-Count)
                WITH POINTER Split-Pointer
             END-UNSTRING
             PERFORM Find-Word-Length
             IF Word-Len > 1
                   AND (Word-Text (Word-Count) (Word-Len:1) = ","
                   OR Word-Text (Word-Count) (Word-Len:1) = ".")
                MOVE Word-Text (Word-Count) (Word-Len:1)
                   TO Word-Trail (Word-Count)
                MOVE SPACE TO Word-Text (Word-Count) (Word-Len:1)
             END-IF
          END-PERFORM.

       Find-Word-Length.
          MOVE 30 TO Word-Len
          PERFORM UNTIL Word-Len = 0
                OR Word-Text (Word-Count) (Word-Len:1) NOT = SPACE
             SUBTRACT 1 FROM Word-Len
          END-PERFORM.

      *> The words back into the field, one space apart; a word
      *> blanked out (the rest of a state name) is left out, and a
      *> period stays only on a word that is no abbreviation.
       Join-Words.
          MOVE SPACES TO Field-Work
          MOVE 1 TO Join-Pointer
          PERFORM VARYING Word-Sub FROM 1 BY 1
                UNTIL Word-Sub > Word-Count
             IF Word-Text (Word-Sub) NOT = SPACES
                IF Join-Pointer > 1
                   STRING " " DELIMITED BY SIZE
                      INTO Field-Work WITH POINTER Join-Pointer
                   END-STRING
                END-IF
                STRING Word-Text (Word-Sub) DELIMITED BY SPACE
                    Word-Trail (Word-Sub) DELIMITED BY SPACE
                    INTO Field-Work WITH POINTER Join-Pointer
                END-STRING
             END-IF
          END-PERFORM.

      *> Look up one word in the table and, when it is there (as it
      *> arrives or already standard), put the standard form in its
      *> place without a period.
       Standardize-Word.
          MOVE Word-Text (Word-Sub) TO Look-Value
          PERFORM Find-Abbrev
          IF Look-Hit = "Y"
             MOVE Look-Result TO Word-Text (Word-Sub)
             IF Word-Trail (Word-Sub) = "."
                MOVE SPACE TO Word-Trail (Word-Sub)
             END-IF
          END-IF.

       Find-Abbrev.
          MOVE "N" TO Look-Hit
          PERFORM VARYING Abbrev-Sub FROM 1 BY 1
                UNTIL Abbrev-Sub > Abbrev-Entries OR Look-Hit = "Y"
             IF Tbl-Category (Abbrev-Sub) = Look-Category
                   AND (Tbl-From (Abbrev-Sub) = Look-Value
                   OR Tbl-To (Abbrev-Sub) = Look-Value)
                MOVE "Y" TO Look-Hit
                MOVE Tbl-To (Abbrev-Sub) TO Look-Result
             END-IF
          END-PERFORM.

      *> A street line: house number, pre-directional, street name,
      *> suffix, post-directional, then the unit.
       Standardize-Street.
          PERFORM Clean-Field
          PERFORM Split-Words
          IF Word-Count > 1
             MOVE 0 TO Unit-Pos
             MOVE "U" TO Look-Category
             PERFORM VARYING Word-Sub FROM 1 BY 1
                   UNTIL Word-Sub > Word-Count OR Unit-Pos > 0
                PERFORM Standardize-Word
                IF Look-Hit = "Y"
                   MOVE Word-Sub TO Unit-Pos
                END-IF
             END-PERFORM
             IF Unit-Pos > 0
                COMPUTE Main-End = Unit-Pos - 1
             ELSE
                MOVE Word-Count TO Main-End
             END-IF
             MOVE Main-End TO Suffix-Pos
             MOVE "D" TO Look-Category
             IF Main-End > 2
                MOVE Main-End TO Word-Sub
                PERFORM Standardize-Word
                IF Look-Hit = "Y"
                   SUBTRACT 1 FROM Suffix-Pos
                END-IF
             END-IF
             MOVE "N" TO Suffix-Hit
             IF Suffix-Pos > 1
                MOVE "S" TO Look-Category
                MOVE Suffix-Pos TO Word-Sub
                PERFORM Standardize-Word
                MOVE Look-Hit TO Suffix-Hit
             END-IF
             IF Word-Text (1) (1:1) IS NUMERIC
                   AND ((Suffix-Hit = "Y" AND Suffix-Pos > 3)
                   OR (Suffix-Hit = "N" AND Suffix-Pos > 2))
                MOVE "D" TO Look-Category
                MOVE 2 TO Word-Sub
                PERFORM Standardize-Word
             END-IF
          END-IF
          PERFORM Join-Words.

      *> A city/state line: the state name is whatever follows the
      *> last comma, or with no comma the longest run of one to three
      *> words at the end that the table knows; a ZIP on the end is
      *> left where it is, and the city itself is never touched.
       Standardize-City-State.
          PERFORM Clean-Field
          PERFORM Split-Words
          MOVE Word-Count TO State-Last
          IF State-Last > 1
                AND Word-Text (State-Last) (1:1) IS NUMERIC
             SUBTRACT 1 FROM State-Last
          END-IF
          MOVE 0 TO State-First
          PERFORM VARYING Word-Sub FROM 1 BY 1
                UNTIL Word-Sub > State-Last
             IF Word-Trail (Word-Sub) = ","
                COMPUTE State-First = Word-Sub + 1
             END-IF
          END-PERFORM
          MOVE "T" TO Look-Category
          MOVE "N" TO State-Done
          IF State-First > 0
             IF State-First <= State-Last
                MOVE State-First TO State-Start
                PERFORM Try-State-Name
             END-IF
          ELSE
             PERFORM VARYING State-Words FROM 3 BY -1
                   UNTIL State-Words = 0 OR State-Done = "Y"
                IF State-Last > State-Words
                   COMPUTE State-Start = State-Last - State-Words + 1
                   PERFORM Try-State-Name
                END-IF
             END-PERFORM
          END-IF
          PERFORM Join-Words.

      *> The words State-Start through State-Last as one phrase; when
      *> the table has it, the standard form takes the first word's
      *> place and the rest are blanked out of the line.
       Try-State-Name.
          MOVE SPACES TO Look-Value
          MOVE 1 TO Join-Pointer
          PERFORM VARYING Word-Sub FROM State-Start BY 1
                UNTIL Word-Sub > State-Last
             IF Join-Pointer > 1
                STRING " " DELIMITED BY SIZE
                   INTO Look-Value WITH POINTER Join-Pointer
                END-STRING
             END-IF
             STRING Word-Text (Word-Sub) DELIMITED BY SPACE
                 INTO Look-Value WITH POINTER Join-Pointer
             END-STRING
          END-PERFORM
          PERFORM Find-Abbrev
          IF Look-Hit = "Y"
             MOVE "Y" TO State-Done
             MOVE Look-Result TO Word-Text (State-Start)
             IF Word-Trail (State-Last) = "."
                MOVE SPACE TO Word-Trail (State-Last)
             END-IF
             MOVE Word-Trail (State-Last) TO Word-Trail (State-Start)
             PERFORM VARYING Word-Sub FROM State-Start BY 1
                   UNTIL Word-Sub >= State-Last
                MOVE SPACES TO Word-Entry (Word-Sub + 1)
             END-PERFORM
          END-IF.

       Write-Standard-Totals.
          MOVE SPACES TO ReportRecord
          WRITE ReportRecord
          MOVE Read-Count TO Count-Display
          DISPLAY "stdaddr records read: " Count-Display
          MOVE SPACES TO ReportRecord
          STRING "RECORDS READ: " DELIMITED BY SIZE
              Count-Display DELIMITED BY SIZE
              INTO ReportRecord
          END-STRING
          WRITE ReportRecord
          MOVE Field-Count TO Count-Display
          DISPLAY "stdaddr fields changed: " Count-Display
          MOVE SPACES TO ReportRecord
          STRING "FIELDS CHANGED: " DELIMITED BY SIZE
              Count-Display DELIMITED BY SIZE
              INTO ReportRecord
          END-STRING
          WRITE ReportRecord
          MOVE Changed-Count TO Count-Display
          DISPLAY "stdaddr records standardized: " Count-Display
          MOVE SPACES TO ReportRecord
          STRING "STANDARDIZED RECORD COUNT: " DELIMITED BY SIZE
              Count-Display DELIMITED BY SIZE
              INTO ReportRecord
          END-STRING
          WRITE ReportRecord
          OPEN EXTEND ControlFile
          IF CTL-Status = "35"
             OPEN OUTPUT ControlFile
          END-IF
          IF NOT (CTL-Status = "00" OR CTL-Status = "10")
             DISPLAY "ControlFile OPEN status " CTL-Status
             STOP RUN RETURNING 1
          END-IF
          MOVE SPACES TO ControlRecord
          STRING "STANDARDIZED RECORD COUNT: " DELIMITED BY SIZE
              Count-Display DELIMITED BY SIZE
              INTO ControlRecord
          END-STRING
          WRITE ControlRecord
          CLOSE ControlFile.
