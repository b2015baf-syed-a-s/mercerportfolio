      *> Mailing-history retention.  CustomerFile-MailHist.dat, the
      *> indexed mailing history myaddress adds a record to for every
      *> card (CustomerId, campaign, date mailed), is only ever
      *> consulted inside a window: myaddress's re-mail window
      *> (HISTDAYS= on CustomerFile-Campaign.par) and resptrk's
      *> response window (RESPDAYS=, which a response still answers
      *> a mailing in).  Each campaign's windows are kept, as of its
      *> latest run, on CustomerFile-HistWindow.dat; this step
      *> records the running campaign's there and then deletes every
      *> history record older than the longest window any campaign
      *> on it uses, so the history stops growing for ever without
      *> dropping a mailing some campaign can still look back at.
      *> A record with no valid date is kept and counted.  The date
      *> the history has been aged through -- the latest cutoff any
      *> run has used -- goes back on every HistWindow record, so
      *> resptrk can tell a response whose mailing was aged off from
      *> one to a customer never mailed.
      *> The first run also loads the line-sequential
      *> mailing-history.dat the history used to be kept on, when one
      *> is still there, onto the indexed file; the job parks the old
      *> file in archive/ afterwards.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. histret.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CampaignParFile
               ASSIGN TO "CustomerFile-Campaign.par"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CP-Status.
           SELECT WindowFile ASSIGN TO "CustomerFile-HistWindow.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WN-Status.
           SELECT OldHistFile ASSIGN TO "mailing-history.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OH-Status.
           SELECT MailHistFile ASSIGN TO "CustomerFile-MailHist.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MH-Key
               FILE STATUS IS MH-Status.

       DATA DIVISION.
       FILE SECTION.
       FD CampaignParFile.
       01 CampaignParRecord PIC X(80).
      *> one campaign's windows as of its latest run
       FD WindowFile.
       01 WindowRecord.
           02 WR-Campaign PIC X(8).
           02 FILLER PIC X(1).
           02 WR-Hist-Days PIC 9(3).
           02 FILLER PIC X(1).
           02 WR-Resp-Days PIC 9(3).
           02 FILLER PIC X(1).
           02 WR-Last-Run PIC X(8).
           02 FILLER PIC X(1).
           02 WR-Aged-Thru PIC X(8).
       FD OldHistFile.
       01 OldHistRecord PIC X(27).
       FD MailHistFile.
           COPY MHISTREC.
       WORKING-STORAGE SECTION.
       01 END-OF-FILE PIC 9(1) VALUE 0.
       01 CP-Status PIC X(2).
       01 WN-Status PIC X(2).
       01 OH-Status PIC X(2).
       01 MH-Status PIC X(2).
       01 Run-Date PIC X(8).
       01 Run-Date-Num PIC 9(8).
       01 Run-Campaign PIC X(8) VALUE "DAILY".
       01 Run-Hist-Days PIC 9(3) VALUE 7.
       01 Run-Resp-Days PIC 9(3) VALUE 90.
      *> every campaign's windows, this run's updated or added
       01 Window-Entries PIC 9(3) VALUE 0.
       01 Window-Sub PIC 9(3) VALUE 0.
       01 Window-Found PIC X(1) VALUE "N".
       01 Window-Table.
           02 Window-Entry OCCURS 200 TIMES.
               03 Win-Campaign PIC X(8).
               03 Win-Hist-Days PIC 9(3).
               03 Win-Resp-Days PIC 9(3).
               03 Win-Last-Run PIC X(8).
       01 Keep-Days PIC 9(3) VALUE 0.
       01 Keep-Campaign PIC X(8) VALUE SPACES.
       01 Cutoff-Int PIC S9(7) VALUE 0.
       01 Cutoff-Date PIC 9(8).
      *> the history holds nothing mailed on or before this date;
      *> spaces until the first run that ages anything
       01 Aged-Thru PIC X(8) VALUE SPACES.
       01 Mh-Date-Num PIC 9(8).
       01 Converted-Count PIC 9(7) VALUE 0.
       01 Convert-Dup-Count PIC 9(7) VALUE 0.
       01 Aged-Count PIC 9(7) VALUE 0.
       01 Kept-Count PIC 9(7) VALUE 0.
       01 Undated-Count PIC 9(7) VALUE 0.
       01 Count-Display PIC Z(6)9.

       PROCEDURE DIVISION.
       Begin.
          ACCEPT Run-Date FROM DATE YYYYMMDD
          PERFORM Load-Campaign-Card
          PERFORM Update-Window-Table

          MOVE Run-Date TO Run-Date-Num
          COMPUTE Cutoff-Int
             = FUNCTION INTEGER-OF-DATE (Run-Date-Num) - Keep-Days
          END-COMPUTE
          COMPUTE Cutoff-Date = FUNCTION DATE-OF-INTEGER (Cutoff-Int)
          DISPLAY "histret keeping " Keep-Days " days ("
             Keep-Campaign "), ageing off mailings on or before "
             Cutoff-Date

          OPEN I-O MailHistFile
          IF MH-Status = "35"
             DISPLAY "CustomerFile-MailHist.dat not present - "
                "starting a new mailing history"
             OPEN OUTPUT MailHistFile
             IF MH-Status = "00"
                CLOSE MailHistFile
                OPEN I-O MailHistFile
             END-IF
          END-IF
          IF NOT (MH-Status = "00" OR MH-Status = "10")
             DISPLAY "MailHistFile OPEN status " MH-Status
             STOP RUN RETURNING 1
          END-IF

          PERFORM Convert-Old-History
          PERFORM Age-Off-History
          IF Cutoff-Date > Aged-Thru
             MOVE Cutoff-Date TO Aged-Thru
          END-IF
          PERFORM Write-Window-File

          MOVE Converted-Count TO Count-Display
          DISPLAY "histret mailing-history.dat records loaded: "
             Count-Display
          MOVE Convert-Dup-Count TO Count-Display
          DISPLAY "histret mailing-history.dat duplicates: "
             Count-Display
          MOVE Aged-Count TO Count-Display
          DISPLAY "histret history records aged off: " Count-Display
          MOVE Kept-Count TO Count-Display
          DISPLAY "histret history records kept: " Count-Display
          MOVE Undated-Count TO Count-Display
          DISPLAY "histret history records with no valid date: "
             Count-Display

          CLOSE MailHistFile
       STOP RUN.

      *> The running campaign and its two windows, from the same
      *> cards myaddress and resptrk read them from, with the same
      *> defaults.
       Load-Campaign-Card.
          OPEN INPUT CampaignParFile
          IF CP-Status = "35"
             DISPLAY "CustomerFile-Campaign.par not present - "
                "campaign DAILY"
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
                   PERFORM Apply-Campaign-Card
                END-IF
             END-PERFORM
             MOVE 0 TO END-OF-FILE
             CLOSE CampaignParFile
          END-IF.

       Apply-Campaign-Card.
          EVALUATE TRUE
             WHEN CampaignParRecord (1:9) = "CAMPAIGN="
                   AND CampaignParRecord (10:8) NOT = SPACES
                MOVE CampaignParRecord (10:8) TO Run-Campaign
             WHEN CampaignParRecord (1:9) = "HISTDAYS="
                IF CampaignParRecord (10:3) IS NUMERIC
                   MOVE CampaignParRecord (10:3) TO Run-Hist-Days
                ELSE
                   DISPLAY "HISTDAYS card does not parse, keeping "
                      Run-Hist-Days " days: " CampaignParRecord
                END-IF
             WHEN CampaignParRecord (1:9) = "RESPDAYS="
                IF CampaignParRecord (10:3) IS NUMERIC
                   MOVE CampaignParRecord (10:3) TO Run-Resp-Days
                ELSE
                   DISPLAY "RESPDAYS card does not parse, keeping "
                      Run-Resp-Days " days: " CampaignParRecord
                END-IF
          END-EVALUATE.

      *> Every campaign's windows come in off CustomerFile-HistWindow
      *> .dat, the running campaign's are put in place of (or beside)
      *> its old ones, and the longest window of all is what the
      *> history keeps; the file is written back once the history
      *> has been aged.
       Update-Window-Table.
          OPEN INPUT WindowFile
          IF WN-Status = "35"
             DISPLAY "CustomerFile-HistWindow.dat not present - "
                "starting it with campaign " Run-Campaign
          ELSE
             IF NOT (WN-Status = "00" OR WN-Status = "10")
                DISPLAY "WindowFile OPEN status " WN-Status
                STOP RUN RETURNING 1
             END-IF
             MOVE 0 TO END-OF-FILE
             PERFORM UNTIL END-OF-FILE = 1
                READ WindowFile
                   AT END MOVE 1 TO END-OF-FILE
                END-READ
                IF END-OF-FILE = 0 AND WR-Campaign NOT = SPACES
                   IF Window-Entries = 200
                      DISPLAY "CustomerFile-HistWindow.dat over 200 "
                         "campaigns - the history cannot be aged"
                      STOP RUN RETURNING 1
                   END-IF
                   ADD 1 TO Window-Entries
                   MOVE WR-Campaign TO Win-Campaign (Window-Entries)
                   MOVE WR-Hist-Days TO Win-Hist-Days (Window-Entries)
                   MOVE WR-Resp-Days TO Win-Resp-Days (Window-Entries)
                   MOVE WR-Last-Run TO Win-Last-Run (Window-Entries)
                   IF WR-Aged-Thru IS NUMERIC
                         AND WR-Aged-Thru > Aged-Thru
                      MOVE WR-Aged-Thru TO Aged-Thru
                   END-IF
                END-IF
             END-PERFORM
             MOVE 0 TO END-OF-FILE
             CLOSE WindowFile
          END-IF

          MOVE "N" TO Window-Found
          PERFORM VARYING Window-Sub FROM 1 BY 1
                UNTIL Window-Sub > Window-Entries
             IF Win-Campaign (Window-Sub) = Run-Campaign
                MOVE "Y" TO Window-Found
                PERFORM Set-Run-Window
             END-IF
          END-PERFORM
          IF Window-Found = "N"
             IF Window-Entries = 200
                DISPLAY "CustomerFile-HistWindow.dat over 200 "
                   "campaigns - the history cannot be aged"
                STOP RUN RETURNING 1
             END-IF
             ADD 1 TO Window-Entries
             MOVE Window-Entries TO Window-Sub
             PERFORM Set-Run-Window
          END-IF

          MOVE 0 TO Keep-Days
          PERFORM VARYING Window-Sub FROM 1 BY 1
                UNTIL Window-Sub > Window-Entries
             IF Win-Hist-Days (Window-Sub) > Keep-Days
                MOVE Win-Hist-Days (Window-Sub) TO Keep-Days
                MOVE Win-Campaign (Window-Sub) TO Keep-Campaign
             END-IF
             IF Win-Resp-Days (Window-Sub) > Keep-Days
                MOVE Win-Resp-Days (Window-Sub) TO Keep-Days
                MOVE Win-Campaign (Window-Sub) TO Keep-Campaign
             END-IF
          END-PERFORM.

       Write-Window-File.
          OPEN OUTPUT WindowFile
          IF NOT (WN-Status = "00" OR WN-Status = "10")
             DISPLAY "WindowFile OPEN status " WN-Status
             STOP RUN RETURNING 1
          END-IF
          PERFORM VARYING Window-Sub FROM 1 BY 1
                UNTIL Window-Sub > Window-Entries
             MOVE SPACES TO WindowRecord
             MOVE Win-Campaign (Window-Sub) TO WR-Campaign
             MOVE Win-Hist-Days (Window-Sub) TO WR-Hist-Days
             MOVE Win-Resp-Days (Window-Sub) TO WR-Resp-Days
             MOVE Win-Last-Run (Window-Sub) TO WR-Last-Run
             MOVE Aged-Thru TO WR-Aged-Thru
             WRITE WindowRecord
          END-PERFORM
          CLOSE WindowFile.

       Set-Run-Window.
          MOVE Run-Campaign TO Win-Campaign (Window-Sub)
          MOVE Run-Hist-Days TO Win-Hist-Days (Window-Sub)
          MOVE Run-Resp-Days TO Win-Resp-Days (Window-Sub)
          MOVE Run-Date TO Win-Last-Run (Window-Sub).

      *> The old line-sequential history, one "id campaign date" line
      *> per card, goes onto the indexed file record for record; the
      *> same card listed twice is loaded once.  The old file never
      *> carried a piece rate, so those mailings are priced at the
      *> rate cards.
       Convert-Old-History.
          OPEN INPUT OldHistFile
          IF OH-Status = "35"
             CONTINUE
          ELSE
             IF NOT (OH-Status = "00" OR OH-Status = "10")
                DISPLAY "OldHistFile OPEN status " OH-Status
                STOP RUN RETURNING 1
             END-IF
             DISPLAY "histret loading mailing-history.dat onto "
                "CustomerFile-MailHist.dat"
             MOVE 0 TO END-OF-FILE
             PERFORM UNTIL END-OF-FILE = 1
                READ OldHistFile
                   AT END MOVE 1 TO END-OF-FILE
                END-READ
                IF END-OF-FILE = 0 AND OldHistRecord NOT = SPACES
                   MOVE SPACES TO MailHistRecord
                   MOVE OldHistRecord TO MailHistRecord (1:27)
                   MOVE 0 TO MH-Piece-Rate
                   WRITE MailHistRecord
                      INVALID KEY
                         IF MH-Status = "22"
                            ADD 1 TO Convert-Dup-Count
                         ELSE
                            DISPLAY "MailHistFile WRITE status "
                               MH-Status " for " OldHistRecord
                            STOP RUN RETURNING 1
                         END-IF
                      NOT INVALID KEY
                         ADD 1 TO Converted-Count
                   END-WRITE
                END-IF
             END-PERFORM
             MOVE 0 TO END-OF-FILE
             CLOSE OldHistFile
          END-IF.

      *> One pass over the whole history in key order, deleting each
      *> record mailed on or before the cutoff.
       Age-Off-History.
          MOVE LOW-VALUES TO MH-Key
          START MailHistFile KEY IS NOT LESS THAN MH-Key
             INVALID KEY MOVE 1 TO END-OF-FILE
          END-START
          PERFORM UNTIL END-OF-FILE = 1
             READ MailHistFile NEXT RECORD
                AT END MOVE 1 TO END-OF-FILE
             END-READ
             IF END-OF-FILE = 0
                PERFORM Age-History-Record
             END-IF
          END-PERFORM
          MOVE 0 TO END-OF-FILE.

       Age-History-Record.
          MOVE 0 TO Mh-Date-Num
          IF MH-Date IS NUMERIC
             MOVE MH-Date TO Mh-Date-Num
          END-IF
          IF Mh-Date-Num NOT = 0
                AND FUNCTION TEST-DATE-YYYYMMDD (Mh-Date-Num) = 0
             IF FUNCTION INTEGER-OF-DATE (Mh-Date-Num) > Cutoff-Int
                ADD 1 TO Kept-Count
             ELSE
                DELETE MailHistFile RECORD
                   INVALID KEY
                      DISPLAY "MailHistFile DELETE status " MH-Status
                         " for " MH-Key
                      STOP RUN RETURNING 1
                END-DELETE
                ADD 1 TO Aged-Count
             END-IF
          ELSE
             ADD 1 TO Undated-Count
          END-IF.
