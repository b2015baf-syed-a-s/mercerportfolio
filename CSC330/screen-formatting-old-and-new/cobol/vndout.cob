      *> Outbound interface file for the print vendor that takes the
      *> overflow when a run is too big for our own laser printers.
      *> Instead of handing over a copy of s-output with no control
      *> totals, the vendor gets CustomerFile-Vendor.dat in the fixed
      *> layout in VENDREC: a header with the campaign and run date,
      *> one detail per piece carrying a piece sequence number and
      *> the presort bundle it belongs to, and a trailer with the
      *> piece count, bundle count and postage total.
      *> The pieces are exactly the addressees myaddress mailed:
      *> CustomerFile-Presort.dat is walked in step with
      *> CustomerFile-Mailed.dat, the same way letters does, so
      *> suppressed and bypassed details never go out and the pieces
      *> stay in tray order.  Bundles are numbered as presort broke
      *> them (country, then city/state), which is the order of the
      *> bundle lines on CustomerFile-Postage.rpt; each piece is
      *> priced at its bundle's rate off that manifest and the
      *> trailer's postage total is the sum.  A mailed id with no
      *> addressee to match it ends the run with return code 2.
      *> The header's run date is the date myaddress put the pieces on
      *> the mailing history (CustomerFile-MailHist.dat) under, taken
      *> from the first piece's latest entry for the campaign, so a
      *> run stopped and resumed after midnight still names the day
      *> the history holds; with no entry to go by it is today.
      *> vndack reconciles the vendor's acknowledgment against this
      *> file once the pieces have been printed.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. vndout.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CampaignParFile
               ASSIGN TO "CustomerFile-Campaign.par"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CP-Status.
           SELECT ManifestFile ASSIGN TO "CustomerFile-Postage.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MN-Status.
           SELECT PresortFile ASSIGN TO "CustomerFile-Presort.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PS-Status.
           SELECT MailedFile ASSIGN TO "CustomerFile-Mailed.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ML-Status.
           SELECT VendorFile ASSIGN TO "CustomerFile-Vendor.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VF-Status.
           SELECT MailHistFile ASSIGN TO "CustomerFile-MailHist.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MH-Key
               FILE STATUS IS MH-Status.

       DATA DIVISION.
       FILE SECTION.
       FD CampaignParFile.
       01 CampaignParRecord PIC X(80).
       FD ManifestFile.
       01 ManifestRecord PIC X(100).
       FD PresortFile.
           COPY CUSTREC.
       FD MailedFile.
       01 MailedRecord PIC X(9).
       FD VendorFile.
           COPY VENDREC.
       FD MailHistFile.
           COPY MHISTREC.
       WORKING-STORAGE SECTION.
       01 END-OF-FILE PIC 9(1) VALUE 0.
       01 Presort-EOF PIC 9(1) VALUE 0.
       01 Addressee-Found PIC X(1) VALUE "N".
       01 CP-Status PIC X(2).
       01 MN-Status PIC X(2).
       01 PS-Status PIC X(2).
       01 ML-Status PIC X(2).
       01 VF-Status PIC X(2).
       01 MH-Status PIC X(2).
       01 History-EOF PIC 9(1) VALUE 0.
       01 Run-Date PIC X(8).
       01 Mailed-Date PIC X(8) VALUE SPACES.
       01 Campaign-Code PIC X(8) VALUE "DAILY".
      *> the bundle lines off the postage manifest, in presort order
       01 Bundle-Rate-Entries PIC 9(5) VALUE 0.
       01 Bundle-Rate-Table.
           02 Bundle-Rate-Entry OCCURS 9999 TIMES.
               03 Bundle-Rate-Name PIC X(30).
               03 Bundle-Rate-Amount PIC 9(2)V9(3).
       01 Bundle-No PIC 9(5) VALUE 0.
       01 Last-Sent-Bundle PIC 9(5) VALUE 0.
       01 First-Record PIC X(1) VALUE "Y".
       01 Prior-Country PIC X(30) VALUE SPACES.
       01 Prior-CityState PIC X(30) VALUE SPACES.
       01 Piece-Count PIC 9(6) VALUE 0.
       01 Sent-Bundle-Count PIC 9(5) VALUE 0.
       01 Unmatched-Count PIC 9(6) VALUE 0.
       01 Postage-Work PIC 9(8)V9(3) VALUE 0.
       01 Count-Display PIC Z(5)9.
       01 Cost-Display PIC Z(6)9.99.

       PROCEDURE DIVISION.
       Begin.
          ACCEPT Run-Date FROM DATE YYYYMMDD
          PERFORM Load-Campaign-Code
          PERFORM Load-Bundle-Rates

          OPEN INPUT MailedFile
          IF ML-Status = "35"
             DISPLAY "CustomerFile-Mailed.dat not present - "
                "no vendor file to build"
             STOP RUN RETURNING 1
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

          READ MailedFile
             AT END MOVE 1 TO END-OF-FILE
          END-READ
          IF NOT (ML-Status = "00" OR ML-Status = "10")
             DISPLAY "MailedFile READ status " ML-Status
             STOP RUN RETURNING 1
          END-IF
          IF END-OF-FILE = 0
             PERFORM Find-Mailed-Date
          END-IF

          OPEN OUTPUT VendorFile
          IF NOT (VF-Status = "00" OR VF-Status = "10")
             DISPLAY "VendorFile OPEN status " VF-Status
             STOP RUN RETURNING 1
          END-IF
          MOVE SPACES TO Vendor-Header-Record
          MOVE "H" TO Vnd-Hdr-RecordType
          MOVE Campaign-Code TO Vnd-Hdr-Campaign
          MOVE Run-Date TO Vnd-Hdr-Run-Date
          WRITE Vendor-Header-Record

          PERFORM UNTIL END-OF-FILE = 1
             PERFORM Find-Mailed-Addressee
             IF Addressee-Found = "Y"
                PERFORM Write-Vendor-Detail
             ELSE
                ADD 1 TO Unmatched-Count
                DISPLAY "vndout: mailed id " MailedRecord
                   " has no presorted addressee"
             END-IF
             READ MailedFile
                AT END MOVE 1 TO END-OF-FILE
             END-READ
             IF NOT (ML-Status = "00" OR ML-Status = "10")
                DISPLAY "MailedFile READ status " ML-Status
                STOP RUN RETURNING 1
             END-IF
          END-PERFORM

          MOVE SPACES TO Vendor-Trailer-Record
          MOVE "T" TO Vnd-Trl-RecordType
          MOVE Piece-Count TO Vnd-Trl-Piece-Count
          MOVE Sent-Bundle-Count TO Vnd-Trl-Bundle-Count
          COMPUTE Vnd-Trl-Postage-Total ROUNDED = Postage-Work
          END-COMPUTE
          WRITE Vendor-Trailer-Record

          MOVE Piece-Count TO Count-Display
          DISPLAY "vndout pieces written: " Count-Display
          MOVE Sent-Bundle-Count TO Count-Display
          DISPLAY "vndout bundles written: " Count-Display
          MOVE Vnd-Trl-Postage-Total TO Cost-Display
          DISPLAY "vndout postage total: " Cost-Display
          MOVE Unmatched-Count TO Count-Display
          DISPLAY "vndout mailed ids unmatched: " Count-Display

          CLOSE MailedFile
          CLOSE PresortFile
          CLOSE VendorFile
          IF Unmatched-Count > 0
             STOP RUN RETURNING 2
          END-IF
       STOP RUN.

       Load-Campaign-Code.
          OPEN INPUT CampaignParFile
          IF CP-Status = "35"
             CONTINUE
          ELSE
             IF NOT (CP-Status = "00" OR CP-Status = "10")
                DISPLAY "CampaignParFile OPEN status " CP-Status
                STOP RUN RETURNING 1
             END-IF
             MOVE 0 TO END-OF-FILE
             PERFORM UNTIL END-OF-FILE = 1
                READ CampaignParFile
                   AT END MOVE 1 TO END-OF-FILE
                END-READ
                IF END-OF-FILE = 0
                      AND CampaignParRecord (1:9) = "CAMPAIGN="
                      AND CampaignParRecord (10:8) NOT = SPACES
                   MOVE CampaignParRecord (10:8) TO Campaign-Code
                END-IF
             END-PERFORM
             MOVE 0 TO END-OF-FILE
             CLOSE CampaignParFile
          END-IF.

      *> myaddress wrote every piece of the run under one date, and
      *> the latest entry for the first piece's id and campaign is the
      *> one it has just written; that date, not today's, goes on the
      *> header for vndack to find the entries by.
       Find-Mailed-Date.
          OPEN INPUT MailHistFile
          IF MH-Status = "35"
             DISPLAY "CustomerFile-MailHist.dat not present - "
                "vendor file dated today"
          ELSE
             IF NOT (MH-Status = "00" OR MH-Status = "10")
                DISPLAY "MailHistFile OPEN status " MH-Status
                STOP RUN RETURNING 1
             END-IF
             MOVE LOW-VALUES TO MH-Key
             MOVE MailedRecord TO MH-CustomerId
             MOVE Campaign-Code TO MH-Campaign
             START MailHistFile KEY IS NOT LESS THAN MH-Key
                INVALID KEY MOVE 1 TO History-EOF
             END-START
             PERFORM UNTIL History-EOF = 1
                READ MailHistFile NEXT RECORD
                   AT END MOVE 1 TO History-EOF
                END-READ
                IF History-EOF = 0
                   IF MH-CustomerId = MailedRecord
                         AND MH-Campaign = Campaign-Code
                      MOVE MH-Date TO Mailed-Date
                   ELSE
                      MOVE 1 TO History-EOF
                   END-IF
                END-IF
             END-PERFORM
             CLOSE MailHistFile
             IF Mailed-Date = SPACES
                DISPLAY "vndout: no mailing history for the first "
                   "piece " MailedRecord " - vendor file dated today"
             ELSE
                IF Mailed-Date NOT = Run-Date
                   DISPLAY "vndout: pieces mailed " Mailed-Date
                      " - vendor file dated for the mailing"
                END-IF
                MOVE Mailed-Date TO Run-Date
             END-IF
          END-IF.

      *> presort's manifest prices every bundle on a line of its own,
      *>   "  BUNDLE " city/state (30) " PIECES: " count " AT " rate
      *> in the order it broke them, so the nth bundle line is the
      *> rate for the nth bundle of the presorted file.  The vendor
      *> trailer cannot carry a postage total without it.
       Load-Bundle-Rates.
          OPEN INPUT ManifestFile
          IF MN-Status = "35"
             DISPLAY "CustomerFile-Postage.rpt not present - "
                "cannot price the vendor file"
             STOP RUN RETURNING 1
          END-IF
          IF NOT (MN-Status = "00" OR MN-Status = "10")
             DISPLAY "ManifestFile OPEN status " MN-Status
             STOP RUN RETURNING 1
          END-IF
          MOVE 0 TO END-OF-FILE
          PERFORM UNTIL END-OF-FILE = 1
             READ ManifestFile
                AT END MOVE 1 TO END-OF-FILE
             END-READ
             IF END-OF-FILE = 0
                   AND ManifestRecord (1:9) = "  BUNDLE "
                IF Bundle-Rate-Entries < 9999
                   ADD 1 TO Bundle-Rate-Entries
                   MOVE ManifestRecord (10:30)
                      TO Bundle-Rate-Name (Bundle-Rate-Entries)
                   COMPUTE Bundle-Rate-Amount (Bundle-Rate-Entries)
                      = FUNCTION NUMVAL (ManifestRecord (59:6))
                   END-COMPUTE
                ELSE
                   DISPLAY "postage manifest over 9999 bundles - "
                      "cannot price the vendor file"
                   STOP RUN RETURNING 1
                END-IF
             END-IF
          END-PERFORM
          MOVE 0 TO END-OF-FILE
          CLOSE ManifestFile.

      *> Both files are in presort order, so the addressee for each
      *> mailed id is found by reading forward.  Every detail read,
      *> mailed or not, counts toward the bundle breaks, so the
      *> numbering matches presort's own.
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
                PERFORM Note-Bundle-Break
                IF CustomerId = MailedRecord
                   MOVE "Y" TO Addressee-Found
                END-IF
             END-IF
          END-PERFORM.

       Note-Bundle-Break.
          IF First-Record = "Y"
                OR CityStateLine NOT = Prior-CityState
                OR CountryLine NOT = Prior-Country
             MOVE "N" TO First-Record
             ADD 1 TO Bundle-No
             MOVE CityStateLine TO Prior-CityState
             MOVE CountryLine TO Prior-Country
             IF Bundle-No > Bundle-Rate-Entries
                PERFORM Stop-Out-Of-Step
             END-IF
             IF Bundle-Rate-Name (Bundle-No) NOT = CityStateLine
                PERFORM Stop-Out-Of-Step
             END-IF
          END-IF.

       Stop-Out-Of-Step.
          DISPLAY "vndout: CustomerFile-Postage.rpt is out of step "
             "with CustomerFile-Presort.dat at bundle " Bundle-No
          STOP RUN RETURNING 1.

       Write-Vendor-Detail.
          ADD 1 TO Piece-Count
          IF Bundle-No NOT = Last-Sent-Bundle
             ADD 1 TO Sent-Bundle-Count
             MOVE Bundle-No TO Last-Sent-Bundle
          END-IF
          MOVE SPACES TO Vendor-Detail-Record
          MOVE "D" TO Vnd-RecordType
          MOVE Piece-Count TO Vnd-Piece-Seq
          MOVE Bundle-No TO Vnd-Bundle-No
          MOVE CityStateLine TO Vnd-Bundle-Name
          MOVE CustomerId TO Vnd-CustomerId
          MOVE CustomerName TO Vnd-Name
          MOVE CustomerAddress TO Vnd-Address
          MOVE Bundle-Rate-Amount (Bundle-No) TO Vnd-Piece-Postage
          ADD Vnd-Piece-Postage TO Postage-Work
          WRITE Vendor-Detail-Record.
