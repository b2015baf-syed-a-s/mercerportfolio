      *> every selected entry goes to CustomerFile-Hist.rpt, so "what
      *> address did we hold for customer X in March" is answered from
      *> the history file, not from whatever generation files survived
      *> the archive prune.  A CUSTID= card for a customer that
      *> custmerge folded duplicates into also lists the trail held
      *> under every retired id (CustomerFile-Xwalk.dat), and a
      *> CUSTID= card naming a retired id is taken as its survivor.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. masthist.
       ENVIRONMENT DIVISION.
           SELECT ReportFile ASSIGN TO "CustomerFile-Hist.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RF-Status.
           SELECT XwalkFile ASSIGN TO "CustomerFile-Xwalk.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS Xwalk-Retired-Id
               FILE STATUS IS XW-Status.

       DATA DIVISION.
       FILE SECTION.
       01 HistParRecord PIC X(80).
       FD ReportFile.
       01 ReportRecord PIC X(80).
       FD XwalkFile.
           COPY XWALKREC.
       WORKING-STORAGE SECTION.
       COPY CUSTREC.
       01 END-OF-FILE PIC 9(1) VALUE 0.
       01 HF-Status PIC X(2).
       01 PAR-Status PIC X(2).
       01 RF-Status PIC X(2).
       01 XW-Status PIC X(2).
       01 Xwalk-Present PIC X(1) VALUE "N".
       01 Entry-Survivor-Id PIC X(9) VALUE SPACES.
       01 Sel-CustId PIC X(9) VALUE SPACES.
       01 Sel-CustId-On PIC X(1) VALUE "N".
       01 Sel-DateFrom PIC X(8) VALUE SPACES.

       PROCEDURE DIVISION.
       Begin.
          OPEN INPUT XwalkFile
          IF NOT (XW-Status = "35")
             IF NOT (XW-Status = "00" OR XW-Status = "10")
                DISPLAY "XwalkFile OPEN status " XW-Status
                STOP RUN RETURNING 1
             END-IF
             MOVE "Y" TO Xwalk-Present
          END-IF

          PERFORM Load-Selection

          OPEN INPUT HistoryFile

          CLOSE HistoryFile
          CLOSE ReportFile
          IF Xwalk-Present = "Y"
             CLOSE XwalkFile
          END-IF
       STOP RUN.

      *> The selection cards: CUSTID= narrows to one customer,
                END-IF
             END-PERFORM
             CLOSE HistParFile
          END-IF
          IF Sel-CustId-On = "Y" AND Xwalk-Present = "Y"
             MOVE Sel-CustId TO Xwalk-Retired-Id
             READ XwalkFile
                INVALID KEY CONTINUE
                NOT INVALID KEY
                   DISPLAY "CUSTID " Sel-CustId " was retired "
                      Xwalk-Merge-Date " - listing survivor "
                      Xwalk-Survivor-Id
                   MOVE Xwalk-Survivor-Id TO Sel-CustId
             END-READ
          END-IF.

       Apply-Selection-Card.

       Check-Selection.
          MOVE "Y" TO Selected
          PERFORM Resolve-Entry-Survivor
          IF Sel-CustId-On = "Y"
                AND CustomerId OF CustomerRecord NOT = Sel-CustId
                AND Entry-Survivor-Id NOT = Sel-CustId
             MOVE "N" TO Selected
          END-IF
          IF Sel-DateFrom-On = "Y"
             MOVE "N" TO Selected
          END-IF.

      *> The live id an entry's customer is held under today: its
      *> own id unless custmerge has since retired it.
       Resolve-Entry-Survivor.
          MOVE CustomerId OF CustomerRecord TO Entry-Survivor-Id
          IF Xwalk-Present = "Y"
             MOVE CustomerId OF CustomerRecord TO Xwalk-Retired-Id
             READ XwalkFile
                INVALID KEY CONTINUE
                NOT INVALID KEY
                   MOVE Xwalk-Survivor-Id TO Entry-Survivor-Id
             END-READ
          END-IF.

      *> One history entry on the report: the date the record was
      *> replaced, then the name and the full address block we held
      *> up to that date.
              INTO ReportRecord
          END-STRING
          WRITE ReportRecord
          IF Entry-Survivor-Id NOT = CustomerId OF CustomerRecord
             MOVE SPACES TO ReportRecord
             STRING "  RETIRED ID - MERGED " DELIMITED BY SIZE
                 Xwalk-Merge-Date DELIMITED BY SIZE
                 " INTO " DELIMITED BY SIZE
                 Entry-Survivor-Id DELIMITED BY SIZE
                 INTO ReportRecord
             END-STRING
             WRITE ReportRecord
          END-IF
          MOVE SPACES TO Name-Line
          STRING Lastname DELIMITED BY "  "
              ", " DELIMITED BY SIZE
