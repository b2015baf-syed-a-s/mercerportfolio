      *> Privacy requests: a subject-access report of everything held
      *> about one customer, or the erasure of that customer's name
      *> and address from every file that holds them.  The customer
      *> and the mode come on CustomerFile-Privacy.par:
      *>   CUSTID=nnnnnnnnn   the customer asking
      *>   MODE=ACCESS        subject-access report (the default)
      *>   MODE=ERASE         erasure run
      *> A retired id is taken to its survivor, and every id ever
      *> merged into that survivor (CustomerFile-Xwalk.dat) is
      *> searched for as well, so one request covers the customer
      *> however many ids they have had.
      *> Besides the customer master, which is read here directly,
      *> the files to search are named on CustomerFile-Privacy.lst --
      *> the batch driver builds it from the working directory and
      *> every generation under archive/ -- one per line: a layout
      *> code, a space, and the path.  The layout codes are
      *>   C  customer records (CUSTREC, or REJREC which starts with
      *>      one): extracts, details, presort copies, rejects
      *>   H  a run date and then a customer record: the master
      *>      history and the purged-customer file
      *>   V  the print vendor's file (VENDREC)
      *>   M  the post office's move-update file (MOVEREC)
      *>   A  the acquired company's comma-delimited export
      *>   I  files that hold only CustomerIds: the audit log,
      *>      returns, merge pairs, responses
      *>   L  label print images (s-output), 3 across
      *>   P  letter print images (CustomerFile-Letters.prt)
      *>   R  run reports: a line with the CustomerId on it, and any
      *>      line that carries one of the customer's names, streets,
      *>      city/state lines or postal codes as whole words (an
      *>      exception's FROM and TO lines, a standardization
      *>      before-and-after) with or without the id
      *> The print images carry no CustomerId, so a label or letter
      *> is recognised by a name line followed by a street line that
      *> matches one of the name-and-address pairs found for the
      *> customer in the structured files; a report line is cleared
      *> of the name and address values found there.  The structured
      *> files are all searched first for that reason.  More ids,
      *> pairs or values than the tables hold stops the run with the
      *> reason on the report, since a search that has dropped some
      *> of them cannot certify an erasure.
      *> The indexed id-only files -- the mailing history
      *> (CustomerFile-MailHist.dat) and the address-invalid list --
      *> are not on the list; they are read here by key for each of
      *> the customer's ids.
      *> MODE=ACCESS prints every record found, file by file, on
      *> CustomerFile-Privacy.rpt.  MODE=ERASE blanks the name and
      *> address in every record found -- each listed file is copied
      *> to <path>.privacy with the customer's fields blanked, line
      *> for line, for the batch driver to put in place, and only
      *> when every copy has come out whole is the master record
      *> rewritten in place, last, so a run that stops part way
      *> leaves the master as it was -- and the same
      *> report becomes the certificate of what was removed from
      *> which file.  Nothing is deleted: every file keeps its record
      *> count, the id-only files and the audit log are left exactly
      *> as they are, and the do-not-mail list is never touched
      *> because the opt-out has to be kept, so recon, runhist and
      *> trendrpt still balance.  A file whose copy does not come out
      *> with the same record count ends the run with return code 1.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. privacy.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ParFile ASSIGN TO "CustomerFile-Privacy.par"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PAR-Status.
           SELECT ListFile ASSIGN TO "CustomerFile-Privacy.lst"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LS-Status.
           SELECT MasterFile ASSIGN TO "CustomerFile-Master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CustomerId OF MasterRecord
               FILE STATUS IS MF-Status.
           SELECT XwalkFile ASSIGN TO "CustomerFile-Xwalk.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Xwalk-Retired-Id
               ALTERNATE RECORD KEY IS Xwalk-Survivor-Id
                   WITH DUPLICATES
               FILE STATUS IS XW-Status.
           SELECT DnmFile ASSIGN TO "do-not-mail.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DN-Status.
           SELECT InvalidFile ASSIGN TO "address-invalid.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS InvalidRecord
               FILE STATUS IS IV-Status.
           SELECT MailHistFile ASSIGN TO "CustomerFile-MailHist.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MH-Key
               FILE STATUS IS MH-Status.
           SELECT ScanFile ASSIGN USING Scan-Path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SC-Status.
           SELECT EraseFile ASSIGN USING Erase-Path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ER-Status.
           SELECT ReportFile ASSIGN TO "CustomerFile-Privacy.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RP-Status.

       DATA DIVISION.
       FILE SECTION.
       FD ParFile.
       01 ParRecord PIC X(80).
       FD ListFile.
       01 ListRecord.
           02 List-Kind PIC X(1).
           02 FILLER PIC X(1).
           02 List-Path PIC X(200).
       FD MasterFile.
           COPY CUSTREC REPLACING ==CustomerRecord== BY ==MasterRecord==
               ==TrailerRecord== BY ==MasterTrailerRecord==.
       FD XwalkFile.
           COPY XWALKREC.
       FD DnmFile.
       01 DnmRecord PIC X(9).
       FD InvalidFile.
       01 InvalidRecord PIC X(9).
       FD MailHistFile.
           COPY MHISTREC.
       FD ScanFile.
       01 ScanRecord PIC X(512).
       FD EraseFile.
       01 EraseRecord PIC X(512).
       FD ReportFile.
       01 ReportRecord PIC X(132).
       WORKING-STORAGE SECTION.
       01 END-OF-FILE PIC 9(1) VALUE 0.
       01 LIST-EOF PIC 9(1) VALUE 0.
       01 PAR-Status PIC X(2).
       01 LS-Status PIC X(2).
       01 MF-Status PIC X(2).
       01 XW-Status PIC X(2).
       01 DN-Status PIC X(2).
       01 IV-Status PIC X(2).
       01 MH-Status PIC X(2).
       01 SC-Status PIC X(2).
       01 ER-Status PIC X(2).
       01 RP-Status PIC X(2).
       01 Run-Date PIC X(8).
       01 Run-Time PIC X(8).
       01 Privacy-Id PIC X(9) VALUE SPACES.
       01 Privacy-Mode PIC X(6) VALUE "ACCESS".
       01 Scan-Path PIC X(200).
       01 Erase-Path PIC X(210).
       01 Scan-Kind PIC X(1).
       01 Pass-No PIC 9(1) VALUE 0.
       01 Erase-Pass PIC X(1) VALUE "N".
      *> the customer's ids: the survivor first, then every id
      *> merged into it
       01 Subject-Id-Count PIC 9(2) VALUE 0.
       01 Subject-Id-Table.
           02 Subject-Id PIC X(9) OCCURS 99 TIMES.
       01 Id-Sub PIC 9(3) VALUE 0.
       01 Check-Id-Value PIC X(9).
       01 Id-Found PIC X(1) VALUE "N".
       01 Id-Tally PIC 9(4) VALUE 0.
      *> every name line / street line the customer has been printed
      *> under, as the label and letter passes would print them
       01 Pair-Count PIC 9(2) VALUE 0.
       01 Pair-Table.
           02 Pair-Entry OCCURS 99 TIMES.
               03 Pair-Name PIC X(62).
               03 Pair-Street PIC X(30).
       01 Pair-Sub PIC 9(3) VALUE 0.
       01 Pair-Found PIC X(1) VALUE "N".
       01 Work-Name PIC X(62).
      *> the single name fields, street and city/state lines and
      *> postal codes, for the reports
       01 Term-Count PIC 9(3) VALUE 0.
       01 Term-Table.
           02 Term-Entry OCCURS 400 TIMES.
               03 Term-Value PIC X(30).
               03 Term-Length PIC 9(2).
       01 Term-Sub PIC 9(3) VALUE 0.
       01 Term-Candidate PIC X(30).
       01 Term-Trail PIC 9(2) VALUE 0.
       01 Term-Pos PIC 9(3) VALUE 0.
       01 Term-Last-Pos PIC S9(4) VALUE 0.
       01 Term-Whole PIC X(1) VALUE "N".
       01 Term-Hits PIC 9(4) VALUE 0.
       01 Line-Trail PIC 9(3) VALUE 0.
       01 Line-Length PIC 9(3) VALUE 0.
       01 Table-Full-Reason PIC X(80) VALUE SPACES.
      *> one customer record found, whatever file it came from
           COPY CUSTREC REPLACING ==CustomerRecord== BY ==Found-Record==
               ==TrailerRecord== BY ==Found-Trailer==.
           COPY VENDREC.
           COPY MOVEREC.
       01 Found-Date PIC X(8).
       01 Scan-Line PIC X(512).
      *> a page eject comes back as a form feed at the front of the
      *> line after it; it is taken off before the line is looked at
      *> and put back, as an eject, when the line is copied
       01 Line-FF PIC X(1) VALUE "N".
       01 Line-Matched PIC X(1) VALUE "N".
       01 Csv-First PIC X(40).
       01 Csv-First-Raw PIC X(40).
       01 Csv-Id-Num PIC 9(9).
      *> the label pass: one print line held back, so a name line is
      *> only taken as the customer's when the street under it
      *> matches too; the rest of that label (up to three more
      *> lines) follows it in the same cell
       01 Label-Prev PIC X(512).
       01 Label-Cur PIC X(512).
       01 Label-Have-Prev PIC X(1) VALUE "N".
       01 Label-Prev-FF PIC X(1) VALUE "N".
       01 Label-Cur-FF PIC X(1) VALUE "N".
       01 Label-Countdown-Table.
           02 Label-Countdown PIC 9(1) OCCURS 3 TIMES.
       01 Cell-Col PIC 9(1) VALUE 0.
       01 Cell-Start PIC 9(3) VALUE 0.
       01 Action-Target PIC X(1).
      *> the letter pass: one letter (one page) held at a time, the
      *> address block at column 10 as letters prints it
       01 Page-Count PIC 9(3) VALUE 0.
       01 Page-Sub PIC 9(3) VALUE 0.
       01 Page-Table.
           02 Page-Line PIC X(512) OCCURS 150 TIMES.
       01 Page-Matched PIC X(1) VALUE "N".
       01 Page-First-FF PIC X(1) VALUE "N".
       01 Held-FF PIC X(1) VALUE "N".
       01 Held-Line PIC X(512).
       01 Report-Line-Work PIC X(132) VALUE SPACES.
       01 Cert-Suffix PIC X(40) VALUE SPACES.
       01 File-Lines-Read PIC 9(7) VALUE 0.
       01 File-Lines-Written PIC 9(7) VALUE 0.
       01 File-Matches PIC 9(7) VALUE 0.
       01 Files-Searched PIC 9(5) VALUE 0.
       01 Files-Holding PIC 9(5) VALUE 0.
       01 Records-Found PIC 9(7) VALUE 0.
       01 Records-Blanked PIC 9(7) VALUE 0.
       01 Records-Kept PIC 9(7) VALUE 0.
       01 Count-Mismatch PIC X(1) VALUE "N".
       01 Master-Held PIC X(1) VALUE "N".
       01 On-Do-Not-Mail PIC X(1) VALUE "N".
       01 Count-Display PIC Z(6)9.
       01 Second-Display PIC Z(6)9.

       PROCEDURE DIVISION.
       Begin.
          ACCEPT Run-Date FROM DATE YYYYMMDD
          ACCEPT Run-Time FROM TIME
          PERFORM Load-Privacy-Par

          OPEN OUTPUT ReportFile
          IF NOT (RP-Status = "00" OR RP-Status = "10")
             DISPLAY "ReportFile OPEN status " RP-Status
             STOP RUN RETURNING 1
          END-IF

          IF Privacy-Mode = "ERASE"
             OPEN I-O MasterFile
          ELSE
             OPEN INPUT MasterFile
          END-IF
          DISPLAY "MasterFile OPEN status " MF-Status
          IF NOT (MF-Status = "00" OR MF-Status = "10")
             STOP RUN RETURNING 1
          END-IF

          PERFORM Build-Subject-Ids
          PERFORM Write-Report-Heading
          PERFORM Search-Master
          PERFORM Check-Do-Not-Mail
          PERFORM Search-Invalid-List
          PERFORM Search-Mail-History

          OPEN INPUT ListFile
          IF NOT (LS-Status = "00" OR LS-Status = "10")
             DISPLAY "ListFile OPEN status " LS-Status
             STOP RUN RETURNING 1
          END-IF
          CLOSE ListFile
          PERFORM Search-Listed-Files
             VARYING Pass-No FROM 1 BY 1 UNTIL Pass-No > 2

          IF Privacy-Mode = "ERASE" AND Master-Held = "Y"
             PERFORM Erase-Master-Record
          END-IF
          PERFORM Write-Report-Totals
          CLOSE MasterFile
          CLOSE ReportFile
          IF Count-Mismatch = "Y"
             STOP RUN RETURNING 1
          END-IF
       STOP RUN.

       Load-Privacy-Par.
          OPEN INPUT ParFile
          IF NOT (PAR-Status = "00" OR PAR-Status = "10")
             DISPLAY "CustomerFile-Privacy.par not present - "
                "no customer named"
             STOP RUN RETURNING 1
          END-IF
          PERFORM UNTIL END-OF-FILE = 1
             READ ParFile
                AT END MOVE 1 TO END-OF-FILE
             END-READ
             IF END-OF-FILE = 0
                EVALUATE TRUE
                   WHEN ParRecord (1:7) = "CUSTID="
                      MOVE ParRecord (8:9) TO Privacy-Id
                   WHEN ParRecord (1:5) = "MODE="
                      MOVE ParRecord (6:6) TO Privacy-Mode
                   WHEN OTHER
                      DISPLAY "unrecognized privacy card ignored: "
                         ParRecord
                END-EVALUATE
             END-IF
          END-PERFORM
          MOVE 0 TO END-OF-FILE
          CLOSE ParFile
          IF Privacy-Id = SPACES OR Privacy-Id IS NOT NUMERIC
             DISPLAY "CUSTID card missing or not a CustomerId: "
                Privacy-Id
             STOP RUN RETURNING 1
          END-IF
          IF NOT (Privacy-Mode = "ACCESS" OR Privacy-Mode = "ERASE")
             DISPLAY "MODE card must be ACCESS or ERASE: "
                Privacy-Mode
             STOP RUN RETURNING 1
          END-IF
          DISPLAY "privacy " Privacy-Mode " for " Privacy-Id.

      *> The survivor first, then every retired id pointing at it;
      *> without a crosswalk the id stands alone.
       Build-Subject-Ids.
          MOVE 1 TO Subject-Id-Count
          MOVE Privacy-Id TO Subject-Id (1)
          OPEN INPUT XwalkFile
          IF XW-Status = "35"
             CONTINUE
          ELSE
             IF NOT (XW-Status = "00" OR XW-Status = "10")
                DISPLAY "XwalkFile OPEN status " XW-Status
                STOP RUN RETURNING 1
             END-IF
             MOVE Privacy-Id TO Xwalk-Retired-Id
             READ XwalkFile KEY IS Xwalk-Retired-Id
                INVALID KEY CONTINUE
                NOT INVALID KEY
                   MOVE Xwalk-Survivor-Id TO Subject-Id (1)
             END-READ
             MOVE Subject-Id (1) TO Xwalk-Survivor-Id
             START XwalkFile KEY IS = Xwalk-Survivor-Id
                INVALID KEY MOVE 1 TO END-OF-FILE
             END-START
             PERFORM UNTIL END-OF-FILE = 1
                READ XwalkFile NEXT RECORD
                   AT END MOVE 1 TO END-OF-FILE
                END-READ
                IF END-OF-FILE = 0
                   IF Xwalk-Survivor-Id NOT = Subject-Id (1)
                      MOVE 1 TO END-OF-FILE
                   ELSE
                      IF Subject-Id-Count = 99
                         MOVE SPACES TO Table-Full-Reason
                         STRING "OVER 99 IDS MERGED INTO "
                                DELIMITED BY SIZE
                             Subject-Id (1) DELIMITED BY SIZE
                             INTO Table-Full-Reason
                         END-STRING
                         PERFORM Stop-Table-Full
                      END-IF
                      ADD 1 TO Subject-Id-Count
                      MOVE Xwalk-Retired-Id
                         TO Subject-Id (Subject-Id-Count)
                   END-IF
                END-IF
             END-PERFORM
             MOVE 0 TO END-OF-FILE
             CLOSE XwalkFile
          END-IF.

       Write-Report-Heading.
          IF Privacy-Mode = "ERASE"
             MOVE "CERTIFICATE OF ERASURE OF CUSTOMER NAME AND ADDRESS"
                TO ReportRecord
          ELSE
             MOVE "SUBJECT-ACCESS REPORT - ALL RECORDS HELD"
                TO ReportRecord
          END-IF
          WRITE ReportRecord
          MOVE SPACES TO ReportRecord
          STRING "RUN " DELIMITED BY SIZE
              Run-Date DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              Run-Time DELIMITED BY SIZE
              "  REQUESTED FOR CUSTOMER ID " DELIMITED BY SIZE
              Privacy-Id DELIMITED BY SIZE
              INTO ReportRecord
          END-STRING
          WRITE ReportRecord
          PERFORM VARYING Id-Sub FROM 1 BY 1
                UNTIL Id-Sub > Subject-Id-Count
             MOVE SPACES TO ReportRecord
             IF Id-Sub = 1
                STRING "  CUSTOMER ID SEARCHED: " DELIMITED BY SIZE
                    Subject-Id (Id-Sub) DELIMITED BY SIZE
                    INTO ReportRecord
                END-STRING
             ELSE
                STRING "  RETIRED ID SEARCHED:  " DELIMITED BY SIZE
                    Subject-Id (Id-Sub) DELIMITED BY SIZE
                    INTO ReportRecord
                END-STRING
             END-IF
             WRITE ReportRecord
          END-PERFORM
          MOVE SPACES TO ReportRecord
          WRITE ReportRecord.

      *> Only the survivor can still be on the master; the record is
      *> kept, with its name and address blanked on an erasure, and
      *> no before-image goes to the master history -- that would
      *> only put the erased details back on file.  On an erasure the
      *> record is only noted here and blanked once every other file
      *> has been copied.
       Search-Master.
          ADD 1 TO Files-Searched
          MOVE Subject-Id (1) TO CustomerId OF MasterRecord
          READ MasterFile
             INVALID KEY
                MOVE "CUSTOMER MASTER - NO RECORD FOR THIS CUSTOMER"
                   TO ReportRecord
                WRITE ReportRecord
                END-WRITE
             NOT INVALID KEY
                ADD 1 TO Files-Holding
                ADD 1 TO Records-Found
                MOVE MasterRecord TO Found-Record
                PERFORM Add-Name-Pair
                IF Privacy-Mode = "ERASE"
                   MOVE "Y" TO Master-Held
                ELSE
                   MOVE "CUSTOMER MASTER" TO ReportRecord
                   WRITE ReportRecord
                   MOVE SPACES TO Found-Date
                   PERFORM Report-Customer-Record
                END-IF
          END-READ.

      *> A copy that changed its record count means the driver will
      *> not put any copy in place, so the master is left alone too.
       Erase-Master-Record.
          MOVE SPACES TO ReportRecord
          IF Count-Mismatch = "Y"
             STRING "CUSTOMER MASTER - NOT BLANKED, THE OTHER FILES "
                    DELIMITED BY SIZE
                 "COULD NOT BE ERASED" DELIMITED BY SIZE
                 INTO ReportRecord
             END-STRING
          ELSE
             MOVE Subject-Id (1) TO CustomerId OF MasterRecord
             READ MasterFile
                INVALID KEY
                   DISPLAY "MasterFile READ status " MF-Status
                      " for " CustomerId OF MasterRecord
                   STOP RUN RETURNING 1
             END-READ
             MOVE SPACES TO CustomerName OF MasterRecord
             MOVE SPACES TO CustomerAddress OF MasterRecord
             REWRITE MasterRecord
                INVALID KEY
                   DISPLAY "MasterFile REWRITE status " MF-Status
                      " for " CustomerId OF MasterRecord
                   STOP RUN RETURNING 1
             END-REWRITE
             ADD 1 TO Records-Blanked
             STRING "CUSTOMER MASTER - 1 RECORD: NAME AND ADDRESS "
                    DELIMITED BY SIZE
                 "BLANKED, RECORD KEPT" DELIMITED BY SIZE
                 INTO ReportRecord
             END-STRING
          END-IF
          WRITE ReportRecord.

      *> A table too small for this customer: the reason goes on the
      *> report and the run stops, with nothing yet written back.
       Stop-Table-Full.
          MOVE SPACES TO ReportRecord
          STRING "SEARCH STOPPED - " DELIMITED BY SIZE
              Table-Full-Reason DELIMITED BY SIZE
              INTO ReportRecord
          END-STRING
          WRITE ReportRecord
          MOVE "NOTHING HAS BEEN ERASED OR CERTIFIED" TO ReportRecord
          WRITE ReportRecord
          DISPLAY "privacy: " Table-Full-Reason
          CLOSE ReportFile
          STOP RUN RETURNING 1.

      *> The opt-out itself is the one thing an erasure must keep.
       Check-Do-Not-Mail.
          ADD 1 TO Files-Searched
          OPEN INPUT DnmFile
          IF DN-Status = "00" OR DN-Status = "10"
             PERFORM UNTIL END-OF-FILE = 1
                READ DnmFile
                   AT END MOVE 1 TO END-OF-FILE
                END-READ
                IF END-OF-FILE = 0
                   MOVE DnmRecord TO Check-Id-Value
                   PERFORM Check-Id
                   IF Id-Found = "Y"
                      MOVE "Y" TO On-Do-Not-Mail
                   END-IF
                END-IF
             END-PERFORM
             MOVE 0 TO END-OF-FILE
             CLOSE DnmFile
          END-IF
          IF On-Do-Not-Mail = "Y"
             ADD 1 TO Files-Holding
             ADD 1 TO Records-Found
             ADD 1 TO Records-Kept
             MOVE SPACES TO ReportRecord
             STRING "DO-NOT-MAIL LIST - CUSTOMER HAS OPTED OUT; ENTRY "
                    DELIMITED BY SIZE
                 "KEPT AS THE LAW REQUIRES" DELIMITED BY SIZE
                 INTO ReportRecord
             END-STRING
          ELSE
             MOVE "DO-NOT-MAIL LIST - NO ENTRY FOR THIS CUSTOMER"
                TO ReportRecord
          END-IF
          WRITE ReportRecord.

      *> The address-invalid list and the mailing history hold only
      *> ids, so an erasure keeps them as they are; each is read by
      *> key for every id the customer has had.
       Search-Invalid-List.
          OPEN INPUT InvalidFile
          IF IV-Status = "00" OR IV-Status = "10"
             MOVE "address-invalid.dat" TO Scan-Path
             PERFORM Start-Keyed-File
             PERFORM VARYING Id-Sub FROM 1 BY 1
                   UNTIL Id-Sub > Subject-Id-Count
                MOVE Subject-Id (Id-Sub) TO InvalidRecord
                READ InvalidFile
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                      MOVE InvalidRecord TO Scan-Line
                      PERFORM Note-Keyed-Record
                END-READ
             END-PERFORM
             CLOSE InvalidFile
             PERFORM End-Keyed-File
          END-IF.

       Search-Mail-History.
          OPEN INPUT MailHistFile
          IF MH-Status = "00" OR MH-Status = "10"
             MOVE "CustomerFile-MailHist.dat" TO Scan-Path
             PERFORM Start-Keyed-File
             PERFORM VARYING Id-Sub FROM 1 BY 1
                   UNTIL Id-Sub > Subject-Id-Count
                MOVE LOW-VALUES TO MH-Key
                MOVE Subject-Id (Id-Sub) TO MH-CustomerId
                START MailHistFile KEY IS NOT LESS THAN MH-Key
                   INVALID KEY MOVE 1 TO END-OF-FILE
                END-START
                PERFORM UNTIL END-OF-FILE = 1
                   READ MailHistFile NEXT RECORD
                      AT END MOVE 1 TO END-OF-FILE
                   END-READ
                   IF END-OF-FILE = 0
                      IF MH-CustomerId NOT = Subject-Id (Id-Sub)
                         MOVE 1 TO END-OF-FILE
                      ELSE
                         MOVE MailHistRecord TO Scan-Line
                         PERFORM Note-Keyed-Record
                      END-IF
                   END-IF
                END-PERFORM
                MOVE 0 TO END-OF-FILE
             END-PERFORM
             CLOSE MailHistFile
             PERFORM End-Keyed-File
          END-IF.

       Start-Keyed-File.
          ADD 1 TO Files-Searched
          MOVE "I" TO Scan-Kind
          MOVE 0 TO File-Matches
          IF Privacy-Mode = "ACCESS"
             MOVE SPACES TO ReportRecord
             STRING "FILE " DELIMITED BY SIZE
                 Scan-Path DELIMITED BY SPACE
                 INTO ReportRecord
             END-STRING
             WRITE ReportRecord
          END-IF.

       Note-Keyed-Record.
          ADD 1 TO File-Matches
          IF Privacy-Mode = "ACCESS"
             MOVE SPACES TO ReportRecord
             STRING "  " DELIMITED BY SIZE
                 Scan-Line (1:120) DELIMITED BY SIZE
                 INTO ReportRecord
             END-STRING
             WRITE ReportRecord
          END-IF.

       End-Keyed-File.
          IF File-Matches > 0
             ADD 1 TO Files-Holding
             ADD File-Matches TO Records-Found
          END-IF
          IF Privacy-Mode = "ERASE"
             PERFORM Write-Certificate-Line
          ELSE
             IF File-Matches = 0
                MOVE "  NO RECORDS FOR THIS CUSTOMER" TO ReportRecord
                WRITE ReportRecord
             END-IF
          END-IF.

      *> Pass 1 takes the structured files, which is where the
      *> name-and-address pairs come from; pass 2 the print images,
      *> which can only be searched by those pairs.
       Search-Listed-Files.
          OPEN INPUT ListFile
          MOVE 0 TO LIST-EOF
          PERFORM UNTIL LIST-EOF = 1
             READ ListFile
                AT END MOVE 1 TO LIST-EOF
             END-READ
             IF LIST-EOF = 0 AND List-Path NOT = SPACES
                IF (Pass-No = 1 AND List-Kind NOT = "L"
                       AND List-Kind NOT = "P" AND List-Kind NOT = "R")
                      OR (Pass-No = 2 AND (List-Kind = "L"
                       OR List-Kind = "P" OR List-Kind = "R"))
                   MOVE List-Kind TO Scan-Kind
                   MOVE List-Path TO Scan-Path
                   PERFORM Search-One-File
                END-IF
             END-IF
          END-PERFORM
          CLOSE ListFile.

       Search-One-File.
          IF NOT (Scan-Kind = "C" OR Scan-Kind = "H" OR Scan-Kind = "V"
                OR Scan-Kind = "M" OR Scan-Kind = "A" OR Scan-Kind = "I"
                OR Scan-Kind = "L" OR Scan-Kind = "P"
                OR Scan-Kind = "R")
             DISPLAY "unknown layout code " Scan-Kind " for "
                Scan-Path " - file not searched"
             STOP RUN RETURNING 1
          END-IF
          OPEN INPUT ScanFile
          IF SC-Status NOT = "35"
             IF NOT (SC-Status = "00" OR SC-Status = "10")
                DISPLAY "ScanFile OPEN status " SC-Status " for "
                   Scan-Path
                STOP RUN RETURNING 1
             END-IF
             ADD 1 TO Files-Searched
             MOVE 0 TO File-Lines-Read File-Lines-Written File-Matches
             MOVE "N" TO Erase-Pass
             IF Privacy-Mode = "ACCESS"
                MOVE SPACES TO ReportRecord
                STRING "FILE " DELIMITED BY SIZE
                    Scan-Path DELIMITED BY SPACE
                    INTO ReportRecord
                END-STRING
                WRITE ReportRecord
             END-IF
             PERFORM Walk-Scan-File
             CLOSE ScanFile
             IF File-Matches > 0
                ADD 1 TO Files-Holding
                ADD File-Matches TO Records-Found
             END-IF
             IF Privacy-Mode = "ERASE"
                IF File-Matches > 0 AND Scan-Kind NOT = "I"
                   PERFORM Erase-One-File
                END-IF
                PERFORM Write-Certificate-Line
             ELSE
                IF File-Matches = 0
                   MOVE "  NO RECORDS FOR THIS CUSTOMER" TO ReportRecord
                   WRITE ReportRecord
                END-IF
             END-IF
          END-IF.

      *> The erasure copy: the file read again, every line written
      *> to <path>.privacy, the customer's lines blanked on the way.
       Erase-One-File.
          MOVE SPACES TO Erase-Path
          STRING Scan-Path DELIMITED BY SPACE
              ".privacy" DELIMITED BY SIZE
              INTO Erase-Path
          END-STRING
          OPEN INPUT ScanFile
          IF NOT (SC-Status = "00" OR SC-Status = "10")
             DISPLAY "ScanFile OPEN status " SC-Status " for "
                Scan-Path
             STOP RUN RETURNING 1
          END-IF
          OPEN OUTPUT EraseFile
          IF NOT (ER-Status = "00" OR ER-Status = "10")
             DISPLAY "EraseFile OPEN status " ER-Status " for "
                Erase-Path
             STOP RUN RETURNING 1
          END-IF
          MOVE 0 TO File-Lines-Read File-Lines-Written File-Matches
          MOVE "Y" TO Erase-Pass
          PERFORM Walk-Scan-File
          MOVE "N" TO Erase-Pass
          CLOSE ScanFile
          CLOSE EraseFile
          ADD File-Matches TO Records-Blanked
          IF File-Lines-Written NOT = File-Lines-Read
             MOVE "Y" TO Count-Mismatch
          END-IF.

       Walk-Scan-File.
          MOVE "N" TO Label-Have-Prev
          MOVE ZEROES TO Label-Countdown-Table
          MOVE 0 TO Page-Count
          MOVE 0 TO END-OF-FILE
          PERFORM UNTIL END-OF-FILE = 1
             READ ScanFile
                AT END MOVE 1 TO END-OF-FILE
             END-READ
             IF END-OF-FILE = 0
                IF NOT (SC-Status = "00" OR SC-Status = "10")
                   DISPLAY "ScanFile READ status " SC-Status " for "
                      Scan-Path
                   STOP RUN RETURNING 1
                END-IF
                ADD 1 TO File-Lines-Read
                IF ScanRecord (1:1) = X"0C"
                   MOVE "Y" TO Line-FF
                   MOVE ScanRecord (2:) TO Scan-Line
                ELSE
                   MOVE "N" TO Line-FF
                   MOVE ScanRecord TO Scan-Line
                END-IF
                EVALUATE Scan-Kind
                   WHEN "L"
                      PERFORM Process-Label-Line
                   WHEN "P"
                      PERFORM Process-Letter-Line
                   WHEN OTHER
                      PERFORM Process-Record-Line
                END-EVALUATE
             END-IF
          END-PERFORM
          MOVE 0 TO END-OF-FILE
          IF Scan-Kind = "L" AND Label-Have-Prev = "Y"
             MOVE Label-Prev TO Scan-Line
             MOVE Label-Prev-FF TO Line-FF
             PERFORM Put-Scan-Line
          END-IF
          IF Scan-Kind = "P" AND Page-Count > 0
             PERFORM Flush-Letter-Page
          END-IF.

       Process-Record-Line.
          PERFORM Match-Record-Line
          IF Line-Matched = "Y"
             ADD 1 TO File-Matches
             IF Erase-Pass = "Y"
                PERFORM Blank-Record-Line
             ELSE
                IF Scan-Kind = "C" OR Scan-Kind = "H"
                      OR Scan-Kind = "V"
                   PERFORM Add-Name-Pair
                END-IF
                IF Scan-Kind = "M"
                   MOVE Move-Old-Street TO Term-Candidate
                   PERFORM Add-Term
                   MOVE Move-New-Street TO Term-Candidate
                   PERFORM Add-Term
                   MOVE Move-Old-CityState TO Term-Candidate
                   PERFORM Add-Term
                   MOVE Move-New-CityState TO Term-Candidate
                   PERFORM Add-Term
                   MOVE Move-Old-PostalCode TO Term-Candidate
                   PERFORM Add-Term
                   MOVE Move-New-PostalCode TO Term-Candidate
                   PERFORM Add-Term
                END-IF
                IF Privacy-Mode = "ACCESS"
                   PERFORM Report-Record-Line
                END-IF
             END-IF
          END-IF
          PERFORM Put-Scan-Line.

       Match-Record-Line.
          MOVE "N" TO Line-Matched
          EVALUATE Scan-Kind
             WHEN "C"
                MOVE Scan-Line (1:237) TO Found-Record
                IF RecordType OF Found-Record = "D"
                   MOVE CustomerId OF Found-Record TO Check-Id-Value
                   PERFORM Check-Id
                   MOVE Id-Found TO Line-Matched
                END-IF
             WHEN "H"
                MOVE Scan-Line (1:8) TO Found-Date
                MOVE Scan-Line (10:237) TO Found-Record
                MOVE CustomerId OF Found-Record TO Check-Id-Value
                PERFORM Check-Id
                MOVE Id-Found TO Line-Matched
             WHEN "V"
                MOVE Scan-Line (1:250) TO Vendor-Detail-Record
                IF Vnd-RecordType = "D"
                   MOVE Vnd-CustomerId TO Check-Id-Value
                   PERFORM Check-Id
                   MOVE Id-Found TO Line-Matched
                   MOVE SPACES TO Found-Record
                   MOVE Vnd-CustomerId TO CustomerId OF Found-Record
                   MOVE Vnd-Name TO CustomerName OF Found-Record
                   MOVE Vnd-Address TO CustomerAddress OF Found-Record
                END-IF
             WHEN "M"
                MOVE Scan-Line (1:281) TO MoveRecord
                MOVE Move-CustomerId TO Check-Id-Value
                PERFORM Check-Id
                MOVE Id-Found TO Line-Matched
             WHEN "A"
                MOVE SPACES TO Csv-First-Raw
                UNSTRING Scan-Line DELIMITED BY ","
                   INTO Csv-First-Raw
                END-UNSTRING
                MOVE Csv-First-Raw TO Csv-First
                INSPECT Csv-First REPLACING ALL '"' BY SPACE
                IF Csv-First NOT = SPACES
                      AND FUNCTION TEST-NUMVAL (Csv-First) = 0
                   COMPUTE Csv-Id-Num = FUNCTION NUMVAL (Csv-First)
                   END-COMPUTE
                   MOVE Csv-Id-Num TO Check-Id-Value
                   PERFORM Check-Id
                   MOVE Id-Found TO Line-Matched
                END-IF
             WHEN "I"
             WHEN "R"
                PERFORM VARYING Id-Sub FROM 1 BY 1
                      UNTIL Id-Sub > Subject-Id-Count
                   MOVE 0 TO Id-Tally
                   INSPECT Scan-Line TALLYING Id-Tally
                      FOR ALL Subject-Id (Id-Sub)
                   IF Id-Tally > 0
                      MOVE "Y" TO Line-Matched
                   END-IF
                END-PERFORM
                IF Scan-Kind = "R"
                   PERFORM Match-Term-Words
                END-IF
          END-EVALUATE.

      *> Every line of a report is looked at for the customer's
      *> values, id or no id: a report can carry an address on the
      *> lines under the one with the id.  On the erasure pass each
      *> one found is blanked there and then.
       Match-Term-Words.
          MOVE 0 TO Term-Hits
          MOVE 0 TO Line-Trail
          INSPECT FUNCTION REVERSE (Scan-Line)
             TALLYING Line-Trail FOR LEADING SPACES
          COMPUTE Line-Length = 512 - Line-Trail
          END-COMPUTE
          IF Line-Length > 0
             PERFORM VARYING Term-Sub FROM 1 BY 1
                   UNTIL Term-Sub > Term-Count
                MOVE 0 TO Id-Tally
                INSPECT Scan-Line (1:Line-Length) TALLYING Id-Tally
                   FOR ALL Term-Value (Term-Sub)
                              (1:Term-Length (Term-Sub))
                IF Id-Tally > 0
                   PERFORM Blank-Term-Words
                END-IF
             END-PERFORM
          END-IF
          IF Term-Hits > 0
             MOVE "Y" TO Line-Matched
          END-IF.

       Blank-Record-Line.
          EVALUATE Scan-Kind
             WHEN "C"
                MOVE SPACES TO CustomerName OF Found-Record
                MOVE SPACES TO CustomerAddress OF Found-Record
                MOVE Found-Record TO Scan-Line (1:237)
             WHEN "H"
                MOVE SPACES TO CustomerName OF Found-Record
                MOVE SPACES TO CustomerAddress OF Found-Record
                MOVE Found-Record TO Scan-Line (10:237)
             WHEN "V"
                MOVE SPACES TO Vnd-Name
                MOVE SPACES TO Vnd-Address
                MOVE Vendor-Detail-Record TO Scan-Line (1:250)
             WHEN "M"
                MOVE SPACES TO Move-Old-Address
                MOVE SPACES TO Move-New-Address
                MOVE MoveRecord TO Scan-Line (1:281)
             WHEN "A"
      *> the id stays, every other field is emptied, so the export
      *> keeps its line count and its field count
                MOVE SPACES TO Scan-Line
                STRING Csv-First-Raw DELIMITED BY SPACE
                    ",,,,,," DELIMITED BY SIZE
                    INTO Scan-Line
                END-STRING
             WHEN "R"
      *> blanked word by word as the line was matched
                CONTINUE
          END-EVALUATE.

      *> A report line holds a term only where it stands as whole
      *> words -- a space or the edge of the line on either side --
      *> so a surname is never cut out of a longer word or name
      *> elsewhere on the line.
       Blank-Term-Words.
          COMPUTE Term-Last-Pos
             = Line-Length + 1 - Term-Length (Term-Sub)
          END-COMPUTE
          PERFORM VARYING Term-Pos FROM 1 BY 1
                UNTIL Term-Pos > Term-Last-Pos
             IF Scan-Line (Term-Pos:Term-Length (Term-Sub))
                   = Term-Value (Term-Sub) (1:Term-Length (Term-Sub))
                MOVE "Y" TO Term-Whole
                IF Term-Pos > 1
                   IF Scan-Line (Term-Pos - 1:1) NOT = SPACE
                      MOVE "N" TO Term-Whole
                   END-IF
                END-IF
                IF Term-Pos < Term-Last-Pos
                   IF Scan-Line (Term-Pos + Term-Length (Term-Sub):1)
                         NOT = SPACE
                      MOVE "N" TO Term-Whole
                   END-IF
                END-IF
                IF Term-Whole = "Y"
                   ADD 1 TO Term-Hits
                   IF Erase-Pass = "Y"
                      MOVE SPACES
                         TO Scan-Line (Term-Pos:Term-Length (Term-Sub))
                   END-IF
                END-IF
             END-IF
          END-PERFORM.

      *> Every line read is written on the erasure pass, changed or
      *> not, so the copy has the same record count as the original.
       Put-Scan-Line.
          IF Erase-Pass = "Y"
             IF Line-FF = "Y"
                MOVE SPACES TO EraseRecord
                WRITE EraseRecord BEFORE ADVANCING PAGE
             END-IF
             MOVE Scan-Line TO EraseRecord
             WRITE EraseRecord
             ADD 1 TO File-Lines-Written
          END-IF.

       Check-Id.
          MOVE "N" TO Id-Found
          PERFORM VARYING Id-Sub FROM 1 BY 1
                UNTIL Id-Sub > Subject-Id-Count
             IF Subject-Id (Id-Sub) = Check-Id-Value
                MOVE "Y" TO Id-Found
             END-IF
          END-PERFORM.

      *> The name as myaddress and letters print it -- first,
      *> middle, last -- and the street line under it; each name
      *> field, street and city/state line and the postal code on
      *> its own as well, for the reports.
       Add-Name-Pair.
          MOVE Lastname OF Found-Record TO Term-Candidate
          PERFORM Add-Term
          MOVE Firstname OF Found-Record TO Term-Candidate
          PERFORM Add-Term
          MOVE Middlename OF Found-Record TO Term-Candidate
          PERFORM Add-Term
          MOVE StreetAddress OF Found-Record TO Term-Candidate
          PERFORM Add-Term
          MOVE StreetAddress2 OF Found-Record TO Term-Candidate
          PERFORM Add-Term
          MOVE CityStateLine OF Found-Record TO Term-Candidate
          PERFORM Add-Term
          MOVE PostalCode OF Found-Record TO Term-Candidate
          PERFORM Add-Term
          IF StreetAddress OF Found-Record NOT = SPACES
             MOVE SPACES TO Work-Name
             IF Middlename OF Found-Record = SPACES
                STRING Firstname OF Found-Record DELIMITED BY SPACE
                    " " DELIMITED BY SIZE
                    Lastname OF Found-Record DELIMITED BY SPACE
                    INTO Work-Name
                END-STRING
             ELSE
                STRING Firstname OF Found-Record DELIMITED BY SPACE
                    " " DELIMITED BY SIZE
                    Middlename OF Found-Record DELIMITED BY SPACE
                    " " DELIMITED BY SIZE
                    Lastname OF Found-Record DELIMITED BY SPACE
                    INTO Work-Name
                END-STRING
             END-IF
             MOVE "N" TO Pair-Found
             PERFORM VARYING Pair-Sub FROM 1 BY 1
                   UNTIL Pair-Sub > Pair-Count
                IF Pair-Name (Pair-Sub) = Work-Name
                      AND Pair-Street (Pair-Sub)
                         = StreetAddress OF Found-Record
                   MOVE "Y" TO Pair-Found
                END-IF
             END-PERFORM
             IF Pair-Found = "N" AND Pair-Count = 99
                MOVE "OVER 99 NAME AND STREET PAIRS FOR THIS CUSTOMER"
                   TO Table-Full-Reason
                PERFORM Stop-Table-Full
             END-IF
             IF Pair-Found = "N"
                ADD 1 TO Pair-Count
                MOVE Work-Name TO Pair-Name (Pair-Count)
                MOVE StreetAddress OF Found-Record
                   TO Pair-Street (Pair-Count)
             END-IF
          END-IF.

      *> A term is kept only at two characters or more: a middle
      *> initial on its own would blank that letter wherever it
      *> stood as a word.
       Add-Term.
          MOVE 0 TO Term-Trail
          INSPECT FUNCTION REVERSE (Term-Candidate)
             TALLYING Term-Trail FOR LEADING SPACES
          IF Term-Trail < 29
             MOVE "N" TO Pair-Found
             PERFORM VARYING Term-Sub FROM 1 BY 1
                   UNTIL Term-Sub > Term-Count
                IF Term-Value (Term-Sub) = Term-Candidate
                   MOVE "Y" TO Pair-Found
                END-IF
             END-PERFORM
             IF Pair-Found = "N" AND Term-Count = 400
                MOVE "OVER 400 NAME AND ADDRESS VALUES FOR THE CUSTOMER"
                   TO Table-Full-Reason
                PERFORM Stop-Table-Full
             END-IF
             IF Pair-Found = "N"
                ADD 1 TO Term-Count
                MOVE Term-Candidate TO Term-Value (Term-Count)
                COMPUTE Term-Length (Term-Count) = 30 - Term-Trail
                END-COMPUTE
             END-IF
          END-IF.

      *> Labels: a cell whose line is one of the customer's name
      *> lines, with the matching street line in the same cell on
      *> the next print line, is the customer's label; the three
      *> lines after the street belong to it as well.
       Process-Label-Line.
          MOVE Scan-Line TO Label-Cur
          MOVE Line-FF TO Label-Cur-FF
          PERFORM VARYING Cell-Col FROM 1 BY 1 UNTIL Cell-Col > 3
             IF Label-Countdown (Cell-Col) > 0
                COMPUTE Cell-Start = (Cell-Col - 1) * 32 + 1
                END-COMPUTE
                MOVE "C" TO Action-Target
                PERFORM Label-Cell-Action
                SUBTRACT 1 FROM Label-Countdown (Cell-Col)
             END-IF
          END-PERFORM
          IF Label-Have-Prev = "Y"
             PERFORM VARYING Cell-Col FROM 1 BY 1 UNTIL Cell-Col > 3
                COMPUTE Cell-Start = (Cell-Col - 1) * 32 + 1
                END-COMPUTE
                MOVE "N" TO Pair-Found
                PERFORM VARYING Pair-Sub FROM 1 BY 1
                      UNTIL Pair-Sub > Pair-Count
                   IF Label-Prev (Cell-Start:30)
                         = Pair-Name (Pair-Sub) (1:30)
                         AND Label-Cur (Cell-Start:30)
                         = Pair-Street (Pair-Sub)
                      MOVE "Y" TO Pair-Found
                   END-IF
                END-PERFORM
                IF Pair-Found = "Y"
                   ADD 1 TO File-Matches
                   MOVE "P" TO Action-Target
                   PERFORM Label-Cell-Action
                   MOVE "C" TO Action-Target
                   PERFORM Label-Cell-Action
                   MOVE 3 TO Label-Countdown (Cell-Col)
                END-IF
             END-PERFORM
             MOVE Label-Prev TO Scan-Line
             MOVE Label-Prev-FF TO Line-FF
             PERFORM Put-Scan-Line
          END-IF
          MOVE Label-Cur TO Label-Prev
          MOVE Label-Cur-FF TO Label-Prev-FF
          MOVE "Y" TO Label-Have-Prev.

       Label-Cell-Action.
          IF Erase-Pass = "Y"
             IF Action-Target = "P"
                MOVE SPACES TO Label-Prev (Cell-Start:30)
             ELSE
                MOVE SPACES TO Label-Cur (Cell-Start:30)
             END-IF
          ELSE
             IF Privacy-Mode = "ACCESS"
                MOVE SPACES TO ReportRecord
                IF Action-Target = "P"
                   STRING "  LABEL: " DELIMITED BY SIZE
                       Label-Prev (Cell-Start:30) DELIMITED BY SIZE
                       INTO ReportRecord
                   END-STRING
                ELSE
                   STRING "  LABEL: " DELIMITED BY SIZE
                       Label-Cur (Cell-Start:30) DELIMITED BY SIZE
                       INTO ReportRecord
                   END-STRING
                END-IF
                IF ReportRecord (10:30) NOT = SPACES
                   WRITE ReportRecord
                END-IF
             END-IF
          END-IF.

      *> Letters: each letter starts a new page (an eject ahead of
      *> its first line), so one page is held and looked
      *> at whole; a page with the customer's address block in the
      *> window is the customer's letter, and on an erasure every
      *> line of it is blanked, greeting and all.
       Process-Letter-Line.
          MOVE Line-FF TO Held-FF
          MOVE Scan-Line TO Held-Line
          IF Page-Count > 0
                AND (Held-FF = "Y" OR Page-Count = 150)
             PERFORM Flush-Letter-Page
          END-IF
          ADD 1 TO Page-Count
          IF Page-Count = 1
             MOVE Held-FF TO Page-First-FF
          END-IF
          MOVE Held-Line TO Page-Line (Page-Count).

       Flush-Letter-Page.
          MOVE "N" TO Page-Matched
          PERFORM VARYING Page-Sub FROM 1 BY 1
                UNTIL Page-Sub >= Page-Count
             PERFORM VARYING Pair-Sub FROM 1 BY 1
                   UNTIL Pair-Sub > Pair-Count
                IF Page-Line (Page-Sub) (10:62) = Pair-Name (Pair-Sub)
                      AND Page-Line (Page-Sub + 1) (10:30)
                      = Pair-Street (Pair-Sub)
                   MOVE "Y" TO Page-Matched
                END-IF
             END-PERFORM
          END-PERFORM
          IF Page-Matched = "Y"
             ADD 1 TO File-Matches
          END-IF
          PERFORM VARYING Page-Sub FROM 1 BY 1
                UNTIL Page-Sub > Page-Count
             IF Page-Matched = "Y"
                IF Erase-Pass = "Y"
                   MOVE SPACES TO Page-Line (Page-Sub)
                ELSE
                   IF Privacy-Mode = "ACCESS"
                         AND Page-Line (Page-Sub) NOT = SPACES
                      MOVE Page-Line (Page-Sub) (1:120)
                         TO Report-Line-Work
                      MOVE SPACES TO ReportRecord
                      STRING "  LETTER: " DELIMITED BY SIZE
                          Report-Line-Work DELIMITED BY SIZE
                          INTO ReportRecord
                      END-STRING
                      WRITE ReportRecord
                   END-IF
                END-IF
             END-IF
             MOVE Page-Line (Page-Sub) TO Scan-Line
             MOVE "N" TO Line-FF
             IF Page-Sub = 1
                MOVE Page-First-FF TO Line-FF
             END-IF
             PERFORM Put-Scan-Line
          END-PERFORM
          MOVE 0 TO Page-Count.

       Report-Record-Line.
          EVALUATE Scan-Kind
             WHEN "C"
                MOVE SPACES TO Found-Date
                PERFORM Report-Customer-Record
             WHEN "H"
                PERFORM Report-Customer-Record
             WHEN "V"
                MOVE SPACES TO Found-Date
                PERFORM Report-Customer-Record
             WHEN "M"
                MOVE SPACES TO ReportRecord
                STRING "  ID " DELIMITED BY SIZE
                    Move-CustomerId DELIMITED BY SIZE
                    "  MOVE EFFECTIVE " DELIMITED BY SIZE
                    Move-Effective-Date DELIMITED BY SIZE
                    INTO ReportRecord
                END-STRING
                WRITE ReportRecord
                MOVE SPACES TO ReportRecord
                STRING "    FROM: " DELIMITED BY SIZE
                    Move-Old-Street DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    Move-Old-CityState DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    Move-Old-PostalCode DELIMITED BY SIZE
                    INTO ReportRecord
                END-STRING
                WRITE ReportRecord
                MOVE SPACES TO ReportRecord
                STRING "    TO:   " DELIMITED BY SIZE
                    Move-New-Street DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    Move-New-CityState DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    Move-New-PostalCode DELIMITED BY SIZE
                    INTO ReportRecord
                END-STRING
                WRITE ReportRecord
             WHEN OTHER
                MOVE SPACES TO ReportRecord
                STRING "  " DELIMITED BY SIZE
                    Scan-Line (1:120) DELIMITED BY SIZE
                    INTO ReportRecord
                END-STRING
                WRITE ReportRecord
          END-EVALUATE.

       Report-Customer-Record.
          MOVE SPACES TO ReportRecord
          STRING "  ID " DELIMITED BY SIZE
              CustomerId OF Found-Record DELIMITED BY SIZE
              "  REGION " DELIMITED BY SIZE
              RegionCode OF Found-Record DELIMITED BY SIZE
              "  CAMPAIGN " DELIMITED BY SIZE
              CampaignCode OF Found-Record DELIMITED BY SIZE
              "  LAST MAILED " DELIMITED BY SIZE
              LastMailedDate OF Found-Record DELIMITED BY SIZE
              INTO ReportRecord
          END-STRING
          IF Found-Date NOT = SPACES
             MOVE SPACES TO ReportRecord (80:)
             STRING "  FILED " DELIMITED BY SIZE
                 Found-Date DELIMITED BY SIZE
                 INTO ReportRecord (80:)
             END-STRING
          END-IF
          WRITE ReportRecord
          MOVE SPACES TO ReportRecord
          STRING "    NAME:    " DELIMITED BY SIZE
              Lastname OF Found-Record DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              Firstname OF Found-Record DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              Middlename OF Found-Record DELIMITED BY SIZE
              INTO ReportRecord
          END-STRING
          WRITE ReportRecord
          MOVE SPACES TO ReportRecord
          STRING "    ADDRESS: " DELIMITED BY SIZE
              AddressType OF Found-Record DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              StreetAddress OF Found-Record DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              StreetAddress2 OF Found-Record DELIMITED BY SIZE
              INTO ReportRecord
          END-STRING
          WRITE ReportRecord
          MOVE SPACES TO ReportRecord
          STRING "               " DELIMITED BY SIZE
              CityStateLine OF Found-Record DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              CountryLine OF Found-Record DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              PostalCode OF Found-Record DELIMITED BY SIZE
              INTO ReportRecord
          END-STRING
          WRITE ReportRecord.

      *> One certificate line per file: what was blanked, or why
      *> nothing was.
       Write-Certificate-Line.
          MOVE File-Matches TO Count-Display
          MOVE SPACES TO ReportRecord
          EVALUATE TRUE
             WHEN File-Matches = 0
                STRING Scan-Path DELIMITED BY SPACE
                    " - NO RECORDS FOR THIS CUSTOMER" DELIMITED BY SIZE
                    INTO ReportRecord
                END-STRING
             WHEN Scan-Kind = "I"
                ADD File-Matches TO Records-Kept
                STRING Scan-Path DELIMITED BY SPACE
                    " -" DELIMITED BY SIZE
                    Count-Display DELIMITED BY SIZE
                    " RECORDS HOLD THE ID ONLY, NO NAME OR ADDRESS"
                       DELIMITED BY SIZE
                    " - KEPT UNCHANGED" DELIMITED BY SIZE
                    INTO ReportRecord
                END-STRING
             WHEN OTHER
                MOVE File-Lines-Read TO Second-Display
                IF File-Lines-Written = File-Lines-Read
                   MOVE ", COUNT UNCHANGED" TO Cert-Suffix
                ELSE
                   MOVE " *** COUNT CHANGED - COPY NOT TO BE USED"
                      TO Cert-Suffix
                END-IF
                STRING Scan-Path DELIMITED BY SPACE
                    " -" DELIMITED BY SIZE
                    Count-Display DELIMITED BY SIZE
                    " RECORDS: NAME AND ADDRESS BLANKED;"
                       DELIMITED BY SIZE
                    Second-Display DELIMITED BY SIZE
                    " RECORDS IN FILE" DELIMITED BY SIZE
                    Cert-Suffix DELIMITED BY SIZE
                    INTO ReportRecord
                END-STRING
          END-EVALUATE
          WRITE ReportRecord.

       Write-Report-Totals.
          MOVE SPACES TO ReportRecord
          WRITE ReportRecord
          MOVE Files-Searched TO Count-Display
          MOVE SPACES TO ReportRecord
          STRING "FILES SEARCHED: " DELIMITED BY SIZE
              Count-Display DELIMITED BY SIZE
              INTO ReportRecord
          END-STRING
          WRITE ReportRecord
          MOVE Files-Holding TO Count-Display
          MOVE SPACES TO ReportRecord
          STRING "FILES HOLDING THIS CUSTOMER: " DELIMITED BY SIZE
              Count-Display DELIMITED BY SIZE
              INTO ReportRecord
          END-STRING
          WRITE ReportRecord
          MOVE Records-Found TO Count-Display
          DISPLAY "privacy records found: " Count-Display
          MOVE SPACES TO ReportRecord
          STRING "RECORDS FOUND: " DELIMITED BY SIZE
              Count-Display DELIMITED BY SIZE
              INTO ReportRecord
          END-STRING
          WRITE ReportRecord
          IF Privacy-Mode = "ERASE"
             MOVE Records-Blanked TO Count-Display
             DISPLAY "privacy records blanked: " Count-Display
             MOVE SPACES TO ReportRecord
             STRING "RECORDS WITH NAME AND ADDRESS BLANKED: "
                 DELIMITED BY SIZE
                 Count-Display DELIMITED BY SIZE
                 INTO ReportRecord
             END-STRING
             WRITE ReportRecord
             MOVE Records-Kept TO Count-Display
             MOVE SPACES TO ReportRecord
             STRING "RECORDS KEPT (ID ONLY OR DO-NOT-MAIL): "
                 DELIMITED BY SIZE
                 Count-Display DELIMITED BY SIZE
                 INTO ReportRecord
             END-STRING
             WRITE ReportRecord
             MOVE SPACES TO ReportRecord
             IF Count-Mismatch = "Y"
                STRING "ERASURE INCOMPLETE - A FILE COPY CHANGED ITS "
                       DELIMITED BY SIZE
                    "RECORD COUNT" DELIMITED BY SIZE
                    INTO ReportRecord
                END-STRING
             ELSE
                STRING "NO RECORD WAS REMOVED FROM ANY FILE; RECORD "
                       DELIMITED BY SIZE
                    "COUNTS AND AUDIT-LOG TOTALS ARE UNCHANGED"
                       DELIMITED BY SIZE
                    INTO ReportRecord
                END-STRING
             END-IF
             WRITE ReportRecord
          END-IF.
