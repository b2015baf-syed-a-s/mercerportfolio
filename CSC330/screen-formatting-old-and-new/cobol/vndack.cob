      *> Reconciles the print vendor's acknowledgment (vendor-ack.dat,
      *> layout in VACKREC) against the vendor file we sent them --
      *> the batch driver puts the matching CustomerFile-Vendor.dat
      *> generation in place as CustomerFile-VendorSent.dat.  The
      *> acknowledgment's header must name the same campaign and run
      *> date as the file sent, and its trailer counts must agree
      *> with its own detail lines, before anything is touched.
      *> Every piece sent is then one of: printed, spoiled, or never
      *> acknowledged at all.  A run handed to the vendor is not
      *> stamped by mailstamp on the day; here each printed piece's
      *> customer gets the vendor's mail date in LastMailedDate
      *> (resolved through CustomerFile-Xwalk.dat if the id has since
      *> been merged, and never moved backward), and a spoiled or
      *> unacknowledged piece's master is left alone -- its
      *> LastMailedDate held off until a piece really goes out -- and
      *> the mailing-history entry myaddress wrote for it on the run
      *> (CustomerFile-MailHist.dat, keyed on the id, the campaign
      *> and the run date) is deleted, so the re-mail window does not
      *> hold back the customer who never got the piece and resptrk
      *> does not count it as mailed.  vndout dates the header for the
      *> day myaddress recorded the pieces, so the key is exact; a
      *> held piece with no entry under it is counted on the report.
      *> CustomerFile-VendorAck.rpt lists every held piece under its
      *> presort bundle with the bundle's sent / printed / spoiled /
      *> short counts, then the run totals; acknowledged pieces that
      *> were never sent are listed after.  A shortfall or unknown
      *> piece ends the run with return code 2; a mismatched or
      *> unreadable acknowledgment with return code 1, master
      *> untouched.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. vndack.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AckFile ASSIGN TO "vendor-ack.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AK-Status.
           SELECT SentFile ASSIGN TO "CustomerFile-VendorSent.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VS-Status.
           SELECT MasterFile ASSIGN TO "CustomerFile-Master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CustomerId OF MasterRecord
               FILE STATUS IS MF-Status.
           SELECT XwalkFile ASSIGN TO "CustomerFile-Xwalk.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS Xwalk-Retired-Id
               FILE STATUS IS XW-Status.
           SELECT MailHistFile ASSIGN TO "CustomerFile-MailHist.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MH-Key
               FILE STATUS IS MH-Status.
           SELECT ReportFile ASSIGN TO "CustomerFile-VendorAck.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RP-Status.

       DATA DIVISION.
       FILE SECTION.
       FD AckFile.
           COPY VACKREC.
       FD SentFile.
           COPY VENDREC.
       FD MasterFile.
           COPY CUSTREC REPLACING ==CustomerRecord== BY ==MasterRecord==
               ==TrailerRecord== BY ==MasterTrailerRecord==.
       FD XwalkFile.
           COPY XWALKREC.
       FD MailHistFile.
           COPY MHISTREC.
       FD ReportFile.
       01 ReportRecord PIC X(120).
       WORKING-STORAGE SECTION.
       01 END-OF-FILE PIC 9(1) VALUE 0.
       01 AK-Status PIC X(2).
       01 VS-Status PIC X(2).
       01 MF-Status PIC X(2).
       01 XW-Status PIC X(2).
       01 RP-Status PIC X(2).
       01 MH-Status PIC X(2).
       01 Xwalk-Present PIC X(1) VALUE "N".
       01 History-Present PIC X(1) VALUE "N".
       01 Header-Seen PIC X(1) VALUE "N".
       01 Trailer-Seen PIC X(1) VALUE "N".
       01 Ack-Campaign PIC X(8) VALUE SPACES.
       01 Ack-Run-Date PIC X(8) VALUE SPACES.
       01 Ack-Mail-Date PIC X(8) VALUE SPACES.
       01 Ack-Printed-Lines PIC 9(6) VALUE 0.
       01 Ack-Spoiled-Lines PIC 9(6) VALUE 0.
       01 Ack-Trl-Printed PIC 9(6) VALUE 0.
       01 Ack-Trl-Spoiled PIC 9(6) VALUE 0.
       01 Highest-Acked-Seq PIC 9(6) VALUE 0.
      *> one status byte per piece sequence number: P printed,
      *> S spoiled, space never acknowledged
       01 Piece-Status-Table VALUE SPACES.
           02 Piece-Status PIC X(1) OCCURS 999999 TIMES.
       01 Piece-Sub PIC 9(6) VALUE 0.
       01 Current-Bundle PIC 9(5) VALUE 0.
       01 Current-Bundle-Name PIC X(30) VALUE SPACES.
       01 Bundle-Sent PIC 9(6) VALUE 0.
       01 Bundle-Printed PIC 9(6) VALUE 0.
       01 Bundle-Spoiled PIC 9(6) VALUE 0.
       01 Bundle-Short PIC 9(6) VALUE 0.
       01 Sent-Count PIC 9(6) VALUE 0.
       01 Printed-Count PIC 9(6) VALUE 0.
       01 Spoiled-Count PIC 9(6) VALUE 0.
       01 Unacked-Count PIC 9(6) VALUE 0.
       01 Short-Count PIC 9(6) VALUE 0.
       01 Unknown-Count PIC 9(6) VALUE 0.
       01 Stamped-Count PIC 9(6) VALUE 0.
       01 Missing-Count PIC 9(6) VALUE 0.
       01 Unrecorded-Count PIC 9(6) VALUE 0.
       01 Not-Recorded-Count PIC 9(6) VALUE 0.
       01 Held-Reason PIC X(11).
       01 Count-Display PIC Z(5)9.
       01 Printed-Display PIC Z(5)9.
       01 Spoiled-Display PIC Z(5)9.
       01 Short-Display PIC Z(5)9.
       01 Seq-Display PIC 9(6).
       01 Bundle-Display PIC 9(5).

       PROCEDURE DIVISION.
       Begin.
          OPEN INPUT AckFile
          IF AK-Status = "35"
             DISPLAY "vendor-ack.dat not present - nothing to reconcile"
             STOP RUN
          END-IF
          DISPLAY "AckFile OPEN status " AK-Status
          IF NOT (AK-Status = "00" OR AK-Status = "10")
             STOP RUN RETURNING 1
          END-IF
          OPEN OUTPUT ReportFile
          IF NOT (RP-Status = "00" OR RP-Status = "10")
             DISPLAY "ReportFile OPEN status " RP-Status
             STOP RUN RETURNING 1
          END-IF
          MOVE "VENDOR ACKNOWLEDGMENT RECONCILIATION" TO ReportRecord
          WRITE ReportRecord

          PERFORM Load-Acknowledgment
          CLOSE AckFile

          OPEN INPUT SentFile
          DISPLAY "SentFile OPEN status " VS-Status
          IF NOT (VS-Status = "00" OR VS-Status = "10")
             MOVE "NO VENDOR FILE SENT FOR THIS ACKNOWLEDGMENT"
                TO ReportRecord
             WRITE ReportRecord
             STOP RUN RETURNING 1
          END-IF
          PERFORM Check-Sent-Header

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
          OPEN I-O MailHistFile
          IF NOT (MH-Status = "35")
             IF NOT (MH-Status = "00" OR MH-Status = "10")
                DISPLAY "MailHistFile OPEN status " MH-Status
                STOP RUN RETURNING 1
             END-IF
             MOVE "Y" TO History-Present
          END-IF

          MOVE 0 TO END-OF-FILE
          PERFORM Read-Sent-Record
          PERFORM UNTIL END-OF-FILE = 1
             EVALUATE Vnd-RecordType
                WHEN "D"
                   PERFORM Reconcile-Piece
                WHEN "T"
                   IF Vnd-Trl-Piece-Count NOT = Sent-Count
                      MOVE "VENDOR FILE TRAILER COUNT DOES NOT MATCH"
                         TO ReportRecord
                      WRITE ReportRecord
                      DISPLAY "vndack: CustomerFile-VendorSent.dat "
                         "trailer count does not match its details"
                      STOP RUN RETURNING 1
                   END-IF
                WHEN OTHER
                   CONTINUE
             END-EVALUATE
             PERFORM Read-Sent-Record
          END-PERFORM
          IF Current-Bundle NOT = 0
             PERFORM Write-Bundle-Line
          END-IF

          PERFORM VARYING Piece-Sub FROM Sent-Count BY 1
                UNTIL Piece-Sub >= Highest-Acked-Seq
             IF Piece-Status (Piece-Sub + 1) NOT = SPACE
                ADD 1 TO Unknown-Count
                COMPUTE Seq-Display = Piece-Sub + 1
                END-COMPUTE
                MOVE SPACES TO ReportRecord
                STRING "UNKNOWN PIECE " DELIMITED BY SIZE
                    Seq-Display DELIMITED BY SIZE
                    " ACKNOWLEDGED BUT NEVER SENT" DELIMITED BY SIZE
                    INTO ReportRecord
                END-STRING
                WRITE ReportRecord
             END-IF
          END-PERFORM

          PERFORM Write-Ack-Totals

          CLOSE SentFile
          CLOSE MasterFile
          IF Xwalk-Present = "Y"
             CLOSE XwalkFile
          END-IF
          IF History-Present = "Y"
             CLOSE MailHistFile
          END-IF
          CLOSE ReportFile
          IF Short-Count > 0 OR Unknown-Count > 0
             STOP RUN RETURNING 2
          END-IF
       STOP RUN.

      *> First pass: the whole acknowledgment goes into the piece
      *> status table, and its trailer is balanced against its own
      *> details, before a single master record is stamped.
       Load-Acknowledgment.
          READ AckFile
             AT END MOVE 1 TO END-OF-FILE
          END-READ
          PERFORM UNTIL END-OF-FILE = 1
             IF NOT (AK-Status = "00" OR AK-Status = "10")
                DISPLAY "AckFile READ status " AK-Status
                STOP RUN RETURNING 1
             END-IF
             EVALUATE TRUE
                WHEN Ack-Hdr-RecordType = "H"
                   MOVE "Y" TO Header-Seen
                   MOVE Ack-Hdr-Campaign TO Ack-Campaign
                   MOVE Ack-Hdr-Run-Date TO Ack-Run-Date
                   MOVE Ack-Hdr-Mail-Date TO Ack-Mail-Date
                WHEN Ack-RecordType = "D"
                   PERFORM Note-Acked-Piece
                WHEN Ack-Trl-RecordType = "T"
                   MOVE "Y" TO Trailer-Seen
                   MOVE Ack-Trl-Printed-Count TO Ack-Trl-Printed
                   MOVE Ack-Trl-Spoiled-Count TO Ack-Trl-Spoiled
                WHEN OTHER
                   CONTINUE
             END-EVALUATE
             READ AckFile
                AT END MOVE 1 TO END-OF-FILE
             END-READ
          END-PERFORM
          IF Header-Seen = "N" OR Ack-Mail-Date IS NOT NUMERIC
             MOVE "ACKNOWLEDGMENT HAS NO HEADER OR NO MAIL DATE"
                TO ReportRecord
             WRITE ReportRecord
             STOP RUN RETURNING 1
          END-IF
          MOVE SPACES TO ReportRecord
          STRING "CAMPAIGN " DELIMITED BY SIZE
              Ack-Campaign DELIMITED BY SIZE
              "  RUN DATE " DELIMITED BY SIZE
              Ack-Run-Date DELIMITED BY SIZE
              "  MAILED BY VENDOR " DELIMITED BY SIZE
              Ack-Mail-Date DELIMITED BY SIZE
              INTO ReportRecord
          END-STRING
          WRITE ReportRecord
          IF Trailer-Seen = "N"
                OR Ack-Trl-Printed NOT = Ack-Printed-Lines
                OR Ack-Trl-Spoiled NOT = Ack-Spoiled-Lines
             MOVE "ACKNOWLEDGMENT TRAILER DOES NOT MATCH ITS DETAILS"
                TO ReportRecord
             WRITE ReportRecord
             DISPLAY "vndack: vendor-ack.dat trailer does not match "
                "its detail lines"
             STOP RUN RETURNING 1
          END-IF.

      *> A piece spoiled and then reprinted can be listed twice;
      *> printed wins.
       Note-Acked-Piece.
          IF Ack-Piece-Seq IS NOT NUMERIC OR Ack-Piece-Seq = 0
             MOVE SPACES TO ReportRecord
             STRING "ACKNOWLEDGMENT LINE WITH NO PIECE NUMBER: "
                 DELIMITED BY SIZE
                 Ack-Detail-Record DELIMITED BY SIZE
                 INTO ReportRecord
             END-STRING
             WRITE ReportRecord
             STOP RUN RETURNING 1
          END-IF
          EVALUATE Ack-Piece-Status
             WHEN "P"
                ADD 1 TO Ack-Printed-Lines
                MOVE "P" TO Piece-Status (Ack-Piece-Seq)
             WHEN "S"
                ADD 1 TO Ack-Spoiled-Lines
                IF Piece-Status (Ack-Piece-Seq) NOT = "P"
                   MOVE "S" TO Piece-Status (Ack-Piece-Seq)
                END-IF
             WHEN OTHER
                MOVE SPACES TO ReportRecord
                STRING "ACKNOWLEDGMENT LINE WITH BAD STATUS: "
                    DELIMITED BY SIZE
                    Ack-Detail-Record DELIMITED BY SIZE
                    INTO ReportRecord
                END-STRING
                WRITE ReportRecord
                STOP RUN RETURNING 1
          END-EVALUATE
          IF Ack-Piece-Seq > Highest-Acked-Seq
             MOVE Ack-Piece-Seq TO Highest-Acked-Seq
          END-IF.

       Check-Sent-Header.
          MOVE 0 TO END-OF-FILE
          PERFORM Read-Sent-Record
          IF END-OF-FILE = 1
                OR Vnd-Hdr-RecordType NOT = "H"
                OR Vnd-Hdr-Campaign NOT = Ack-Campaign
                OR Vnd-Hdr-Run-Date NOT = Ack-Run-Date
             MOVE "ACKNOWLEDGMENT IS NOT FOR THE VENDOR FILE SENT"
                TO ReportRecord
             WRITE ReportRecord
             DISPLAY "vndack: vendor-ack.dat header does not match "
                "CustomerFile-VendorSent.dat"
             STOP RUN RETURNING 1
          END-IF.

       Read-Sent-Record.
          READ SentFile
             AT END MOVE 1 TO END-OF-FILE
          END-READ
          IF NOT (VS-Status = "00" OR VS-Status = "10")
             DISPLAY "SentFile READ status " VS-Status
             STOP RUN RETURNING 1
          END-IF.

       Reconcile-Piece.
          IF Vnd-Bundle-No NOT = Current-Bundle
             IF Current-Bundle NOT = 0
                PERFORM Write-Bundle-Line
             END-IF
             MOVE Vnd-Bundle-No TO Current-Bundle
             MOVE Vnd-Bundle-Name TO Current-Bundle-Name
          END-IF
          ADD 1 TO Sent-Count
          ADD 1 TO Bundle-Sent
          EVALUATE Piece-Status (Vnd-Piece-Seq)
             WHEN "P"
                ADD 1 TO Printed-Count
                ADD 1 TO Bundle-Printed
                PERFORM Stamp-Printed-Piece
             WHEN "S"
                ADD 1 TO Spoiled-Count
                ADD 1 TO Bundle-Spoiled
                MOVE "SPOILED" TO Held-Reason
                PERFORM Write-Held-Line
                PERFORM Unrecord-Held-Piece
             WHEN OTHER
                ADD 1 TO Unacked-Count
                MOVE "NOT PRINTED" TO Held-Reason
                PERFORM Write-Held-Line
                PERFORM Unrecord-Held-Piece
          END-EVALUATE.

      *> The history entry is under the id the card went out under,
      *> as myaddress wrote it; one not there (taken off by an earlier
      *> attempt at this acknowledgment, or aged off) is counted.
       Unrecord-Held-Piece.
          IF History-Present = "Y"
             MOVE SPACES TO MailHistRecord
             MOVE Vnd-CustomerId TO MH-CustomerId
             MOVE Ack-Campaign TO MH-Campaign
             MOVE Ack-Run-Date TO MH-Date
             DELETE MailHistFile
                INVALID KEY
                   IF MH-Status NOT = "23"
                      DISPLAY "MailHistFile DELETE status " MH-Status
                         " for " Vnd-CustomerId
                      STOP RUN RETURNING 1
                   END-IF
                   ADD 1 TO Not-Recorded-Count
                   MOVE SPACES TO ReportRecord
                   STRING "  HELD PIECE ID " DELIMITED BY SIZE
                       Vnd-CustomerId DELIMITED BY SIZE
                       " NOT ON MAILING HISTORY FOR " DELIMITED BY SIZE
                       Ack-Run-Date DELIMITED BY SIZE
                       INTO ReportRecord
                   END-STRING
                   WRITE ReportRecord
                   END-WRITE
                NOT INVALID KEY
                   ADD 1 TO Unrecorded-Count
             END-DELETE
          END-IF.

       Stamp-Printed-Piece.
          MOVE Vnd-CustomerId TO CustomerId OF MasterRecord
          IF Xwalk-Present = "Y"
             MOVE Vnd-CustomerId TO Xwalk-Retired-Id
             READ XwalkFile
                INVALID KEY CONTINUE
                NOT INVALID KEY
                   MOVE Xwalk-Survivor-Id TO CustomerId OF MasterRecord
             END-READ
          END-IF
          READ MasterFile
             INVALID KEY
                ADD 1 TO Missing-Count
                DISPLAY "vndack: printed id " Vnd-CustomerId
                   " not on master"
             NOT INVALID KEY
                IF LastMailedDate OF MasterRecord < Ack-Mail-Date
                   MOVE Ack-Mail-Date TO LastMailedDate OF MasterRecord
                   REWRITE MasterRecord
                      INVALID KEY
                         DISPLAY "MasterFile REWRITE status " MF-Status
                            " for " Vnd-CustomerId
                         STOP RUN RETURNING 1
                   END-REWRITE
                   ADD 1 TO Stamped-Count
                END-IF
          END-READ.

       Write-Held-Line.
          MOVE Vnd-Piece-Seq TO Seq-Display
          MOVE SPACES TO ReportRecord
          STRING "  HELD PIECE " DELIMITED BY SIZE
              Seq-Display DELIMITED BY SIZE
              " ID " DELIMITED BY SIZE
              Vnd-CustomerId DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              Held-Reason DELIMITED BY SIZE
              INTO ReportRecord
          END-STRING
          WRITE ReportRecord.

       Write-Bundle-Line.
          COMPUTE Bundle-Short = Bundle-Sent - Bundle-Printed
          END-COMPUTE
          ADD Bundle-Short TO Short-Count
          MOVE Current-Bundle TO Bundle-Display
          MOVE Bundle-Sent TO Count-Display
          MOVE Bundle-Printed TO Printed-Display
          MOVE Bundle-Spoiled TO Spoiled-Display
          MOVE Bundle-Short TO Short-Display
          MOVE SPACES TO ReportRecord
          STRING "BUNDLE " DELIMITED BY SIZE
              Bundle-Display DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              Current-Bundle-Name DELIMITED BY SIZE
              " SENT: " DELIMITED BY SIZE
              Count-Display DELIMITED BY SIZE
              " PRINTED: " DELIMITED BY SIZE
              Printed-Display DELIMITED BY SIZE
              " SPOILED: " DELIMITED BY SIZE
              Spoiled-Display DELIMITED BY SIZE
              " SHORT: " DELIMITED BY SIZE
              Short-Display DELIMITED BY SIZE
              INTO ReportRecord
          END-STRING
          WRITE ReportRecord
          MOVE 0 TO Bundle-Sent
          MOVE 0 TO Bundle-Printed
          MOVE 0 TO Bundle-Spoiled.

       Write-Ack-Totals.
          MOVE Sent-Count TO Count-Display
          DISPLAY "vndack pieces sent: " Count-Display
          MOVE SPACES TO ReportRecord
          STRING "VENDOR PIECES SENT: " DELIMITED BY SIZE
              Count-Display DELIMITED BY SIZE
              INTO ReportRecord
          END-STRING
          WRITE ReportRecord
          MOVE Printed-Count TO Count-Display
          DISPLAY "vndack pieces printed: " Count-Display
          MOVE SPACES TO ReportRecord
          STRING "VENDOR PIECES PRINTED: " DELIMITED BY SIZE
              Count-Display DELIMITED BY SIZE
              INTO ReportRecord
          END-STRING
          WRITE ReportRecord
          MOVE Spoiled-Count TO Count-Display
          MOVE SPACES TO ReportRecord
          STRING "VENDOR PIECES SPOILED: " DELIMITED BY SIZE
              Count-Display DELIMITED BY SIZE
              INTO ReportRecord
          END-STRING
          WRITE ReportRecord
          MOVE Unacked-Count TO Count-Display
          MOVE SPACES TO ReportRecord
          STRING "VENDOR PIECES NEVER ACKNOWLEDGED: " DELIMITED BY SIZE
              Count-Display DELIMITED BY SIZE
              INTO ReportRecord
          END-STRING
          WRITE ReportRecord
          MOVE Short-Count TO Count-Display
          DISPLAY "vndack shortfall: " Count-Display
          MOVE SPACES TO ReportRecord
          STRING "VENDOR SHORTFALL: " DELIMITED BY SIZE
              Count-Display DELIMITED BY SIZE
              INTO ReportRecord
          END-STRING
          WRITE ReportRecord
          MOVE Unknown-Count TO Count-Display
          MOVE SPACES TO ReportRecord
          STRING "VENDOR UNKNOWN PIECES: " DELIMITED BY SIZE
              Count-Display DELIMITED BY SIZE
              INTO ReportRecord
          END-STRING
          WRITE ReportRecord
          MOVE Stamped-Count TO Count-Display
          MOVE SPACES TO ReportRecord
          STRING "MASTERS STAMPED WITH MAIL DATE: " DELIMITED BY SIZE
              Count-Display DELIMITED BY SIZE
              INTO ReportRecord
          END-STRING
          WRITE ReportRecord
          MOVE Missing-Count TO Count-Display
          MOVE SPACES TO ReportRecord
          STRING "PRINTED IDS NOT ON MASTER: " DELIMITED BY SIZE
              Count-Display DELIMITED BY SIZE
              INTO ReportRecord
          END-STRING
          WRITE ReportRecord
          MOVE Unrecorded-Count TO Count-Display
          DISPLAY "vndack held pieces taken off mailing history: "
             Count-Display
          MOVE SPACES TO ReportRecord
          STRING "HELD PIECES TAKEN OFF MAILING HISTORY: "
                 DELIMITED BY SIZE
              Count-Display DELIMITED BY SIZE
              INTO ReportRecord
          END-STRING
          WRITE ReportRecord
          MOVE Not-Recorded-Count TO Count-Display
          DISPLAY "vndack held pieces not on mailing history: "
             Count-Display
          MOVE SPACES TO ReportRecord
          STRING "HELD PIECES NOT ON MAILING HISTORY: "
                 DELIMITED BY SIZE
              Count-Display DELIMITED BY SIZE
              INTO ReportRecord
          END-STRING
          WRITE ReportRecord.
