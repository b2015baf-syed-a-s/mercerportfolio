      *> Campaign response tracking.  Marketing's response file,
      *> campaign-response.dat (RESPREC: CustomerId, campaign code,
      *> response date, response type), is edited and loaded onto
      *> the permanent response-history.dat; a line with no id, no
      *> campaign or an impossible date is listed as rejected and not
      *> loaded.  Every loaded response is then matched against the
      *> mailing history (CustomerFile-MailHist.dat, written by
      *> myaddress) for the same customer and campaign: it answers
      *> the latest mailing on or before the response date, provided
      *> the response came within that campaign's response window --
      *> the RESPDAYS= it last ran with, as histret keeps it on
      *> CustomerFile-HistWindow.dat, or for a campaign not on there
      *> the RESPDAYS= card on CustomerFile-Campaign.par (default 90
      *> days).  A mailing answers once; further responses to the
      *> same piece are only counted as repeats.  A response with no
      *> mailing left before it whose window reaches back to the date
      *> histret has aged the history through may well answer a
      *> mailing since aged off, so it is counted as aged off rather
      *> than listed as leakage.  Retired ids on either side are
      *> resolved through CustomerFile-Xwalk.dat so a merged
      *> customer's mailing and response still meet.
      *> CustomerFile-Response.rpt shows, for each campaign on the
      *> mailing history, pieces mailed, responses, response rate,
      *> average days to respond and postage cost per response,
      *> broken down by RegionCode and by domestic / international
      *> (both taken from the customer's master record) with a
      *> campaign total.  Postage is priced per piece at the bundle
      *> rate presort charged it, which myaddress carries on the
      *> mailing history; a mailing with no rate there (one loaded
      *> from the old history, or a run without presort's manifest)
      *> is priced at the rate cards on CustomerFile-Rates.par, the
      *> cards presort prices from (domestic rate, the country's own
      *> card, or the INTL fallback).  Responses that answer no
      *> mailing -- never mailed that campaign, or mailed too long
      *> before -- go to CustomerFile-RespLeak.rpt with the rejected
      *> input lines, so leakage from customers we never mailed shows.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. resptrk.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ResponseInFile ASSIGN TO "campaign-response.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RI-Status.
           SELECT ResponseHistFile ASSIGN TO "response-history.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RH-Status.
           SELECT MailHistFile ASSIGN TO "CustomerFile-MailHist.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MH-Key
               FILE STATUS IS MH-Status.
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
           SELECT WindowFile ASSIGN TO "CustomerFile-HistWindow.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WN-Status.
           SELECT CampaignParFile
               ASSIGN TO "CustomerFile-Campaign.par"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CP-Status.
           SELECT RateFile ASSIGN TO "CustomerFile-Rates.par"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RT-Status.
           SELECT ReportFile ASSIGN TO "CustomerFile-Response.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RP-Status.
           SELECT LeakFile ASSIGN TO "CustomerFile-RespLeak.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LK-Status.
           SELECT MatchSort ASSIGN TO "CustomerFile-RespMatch.tmp".
           SELECT CellSort ASSIGN TO "CustomerFile-RespCell.tmp".

       DATA DIVISION.
       FILE SECTION.
       FD ResponseInFile.
       01 ResponseInRecord PIC X(38).
       FD ResponseHistFile.
           COPY RESPREC.
       FD MailHistFile.
           COPY MHISTREC.
       FD MasterFile.
           COPY CUSTREC REPLACING ==CustomerRecord== BY ==MasterRecord==
               ==TrailerRecord== BY ==MasterTrailerRecord==.
       FD XwalkFile.
           COPY XWALKREC.
      *> each campaign's windows as histret keeps them, and the date
      *> the history has been aged through
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
       FD CampaignParFile.
       01 CampaignParRecord PIC X(80).
       FD RateFile.
       01 RateRecord PIC X(80).
       FD ReportFile.
       01 ReportRecord PIC X(132).
       FD LeakFile.
       01 LeakRecord PIC X(132).
      *> mailings (M) and responses (R) together, by customer and
      *> campaign and date, a mailing ahead of a response on the
      *> same day
       SD MatchSort.
       01 MatchSortRecord.
           02 MS-Survivor-Id PIC X(9).
           02 MS-Campaign PIC X(8).
           02 MS-Date PIC X(8).
           02 MS-Tag PIC X(1).
           02 MS-Original-Id PIC X(9).
           02 MS-Resp-Type PIC X(10).
           02 MS-Piece-Rate PIC 9(2)V9(3).
      *> one campaign / region / destination cell of the report
       SD CellSort.
       01 CellSortRecord.
           02 CS-Campaign PIC X(8).
           02 CS-Region PIC X(9).
           02 CS-Class PIC X(1).
           02 CS-Mailed PIC 9(7).
           02 CS-Responses PIC 9(7).
           02 CS-Days PIC 9(9).
           02 CS-Postage PIC 9(7)V9(3).
       WORKING-STORAGE SECTION.
       01 END-OF-FILE PIC 9(1) VALUE 0.
       01 END-OF-SORT PIC 9(1) VALUE 0.
       01 RI-Status PIC X(2).
       01 RH-Status PIC X(2).
       01 MH-Status PIC X(2).
       01 MF-Status PIC X(2).
       01 XW-Status PIC X(2).
       01 WN-Status PIC X(2).
       01 CP-Status PIC X(2).
       01 RT-Status PIC X(2).
       01 RP-Status PIC X(2).
       01 LK-Status PIC X(2).
       01 Xwalk-Present PIC X(1) VALUE "N".
       01 Run-Date PIC X(8).
       01 Resp-Days PIC 9(3) VALUE 90.
      *> every campaign's response window off CustomerFile-HistWindow
      *> .dat; Window-Days is the one found for Window-Key
       01 Window-Entries PIC 9(3) VALUE 0.
       01 Window-Sub PIC 9(3) VALUE 0.
       01 Window-Table.
           02 Window-Entry OCCURS 200 TIMES.
               03 Win-Campaign PIC X(8).
               03 Win-Resp-Days PIC 9(3).
       01 Window-Key PIC X(8).
       01 Window-Days PIC 9(3).
       01 Aged-Thru PIC X(8) VALUE SPACES.
       01 Aged-Thru-Num PIC 9(8).
       01 Aged-Count PIC 9(6) VALUE 0.
      *> days from the aged-through date to the start of a
      *> response's window; none or fewer means the window reaches
      *> back into what has been aged off
       01 Window-Reach PIC S9(7) VALUE 0.
       01 Resolve-Id PIC X(9).
       01 Resolved-Id PIC X(9).
       01 Date-Num PIC 9(8).
       01 Loaded-Count PIC 9(6) VALUE 0.
       01 Rejected-Count PIC 9(6) VALUE 0.
       01 Unmatched-Count PIC 9(6) VALUE 0.
       01 Repeat-Count PIC 9(6) VALUE 0.
       01 Reject-Reason PIC X(20).
       01 Merged-Note PIC X(22).
      *> the customer / campaign group being walked on the match sort
       01 Group-Survivor PIC X(9) VALUE SPACES.
       01 Group-Campaign PIC X(8) VALUE SPACES.
       01 Group-Mailed-Date PIC X(8) VALUE SPACES.
       01 Group-Answered PIC X(1) VALUE "N".
       01 Group-Resp-Days PIC 9(3) VALUE 0.
       01 Group-Cell PIC 9(4) VALUE 0.
      *> the survivor's master record, looked up once per customer
       01 Customer-Looked-Up PIC X(9) VALUE SPACES.
       01 Customer-Region PIC X(9).
       01 Customer-Class PIC X(1).
       01 Customer-Country PIC X(30).
       01 Customer-Rate PIC 9(2)V9(3).
       01 Days-To-Respond PIC S9(7) VALUE 0.
      *> the rate cards, as presort loads them
       01 RATE-EOF PIC 9(1) VALUE 0.
       01 Domestic-Rate PIC 9(2)V9(3) VALUE 0.550.
       01 Intl-Rate PIC 9(2)V9(3) VALUE 1.450.
       01 Rate-Entries PIC 9(2) VALUE 0.
       01 Rate-Sub PIC 9(2) VALUE 0.
       01 Rate-Table.
           02 Rate-Entry OCCURS 50 TIMES.
               03 Rate-Country PIC X(30).
               03 Rate-Amount PIC 9(2)V9(3).
       01 Rate-Scratch PIC 9(2)V9(3) VALUE 0.
      *> campaign / region / destination cells, in the order met
       01 Cell-Entries PIC 9(4) VALUE 0.
       01 Cell-Sub PIC 9(4) VALUE 0.
       01 Cell-Table.
           02 Cell-Entry OCCURS 2000 TIMES.
               03 Cell-Campaign PIC X(8).
               03 Cell-Region PIC X(9).
               03 Cell-Class PIC X(1).
               03 Cell-Mailed PIC 9(7).
               03 Cell-Responses PIC 9(7).
               03 Cell-Days PIC 9(9).
               03 Cell-Postage PIC 9(7)V9(3).
      *> report accumulators: region, domestic, international and
      *> campaign totals
       01 First-Cell PIC X(1) VALUE "Y".
       01 Prior-Campaign PIC X(8) VALUE SPACES.
       01 Prior-Region PIC X(9) VALUE SPACES.
       01 Region-Totals.
           02 Region-Mailed PIC 9(7) VALUE 0.
           02 Region-Responses PIC 9(7) VALUE 0.
           02 Region-Days PIC 9(9) VALUE 0.
           02 Region-Postage PIC 9(7)V9(3) VALUE 0.
       01 Domestic-Totals.
           02 Domestic-Mailed PIC 9(7) VALUE 0.
           02 Domestic-Responses PIC 9(7) VALUE 0.
           02 Domestic-Days PIC 9(9) VALUE 0.
           02 Domestic-Postage PIC 9(7)V9(3) VALUE 0.
       01 Intl-Totals.
           02 Intl-Mailed PIC 9(7) VALUE 0.
           02 Intl-Responses PIC 9(7) VALUE 0.
           02 Intl-Days PIC 9(9) VALUE 0.
           02 Intl-Postage PIC 9(7)V9(3) VALUE 0.
       01 Campaign-Totals.
           02 Campaign-Mailed PIC 9(7) VALUE 0.
           02 Campaign-Responses PIC 9(7) VALUE 0.
           02 Campaign-Days PIC 9(9) VALUE 0.
           02 Campaign-Postage PIC 9(7)V9(3) VALUE 0.
      *> one set of figures on its way to a report line
       01 Stat-Totals.
           02 Stat-Mailed PIC 9(7) VALUE 0.
           02 Stat-Responses PIC 9(7) VALUE 0.
           02 Stat-Days PIC 9(9) VALUE 0.
           02 Stat-Postage PIC 9(7)V9(3) VALUE 0.
       01 Stat-Label PIC X(24).
       01 Stat-Rate PIC 9(3)V9(2) VALUE 0.
       01 Stat-Avg-Days PIC 9(4)V9(1) VALUE 0.
       01 Stat-Cost PIC 9(7)V9(2) VALUE 0.
       01 Mailed-Display PIC Z(6)9.
       01 Responses-Display PIC Z(6)9.
       01 Rate-Display PIC ZZ9.99.
       01 Avg-Days-Display PIC ZZZ9.9.
       01 Cost-Display PIC Z(6)9.99.
       01 Count-Display PIC Z(5)9.

       PROCEDURE DIVISION.
       Begin.
          ACCEPT Run-Date FROM DATE YYYYMMDD
          PERFORM Load-Response-Window
          PERFORM Load-Campaign-Windows
          PERFORM Load-Rate-Table

          OPEN OUTPUT LeakFile
          IF NOT (LK-Status = "00" OR LK-Status = "10")
             DISPLAY "LeakFile OPEN status " LK-Status
             STOP RUN RETURNING 1
          END-IF
          MOVE "CAMPAIGN RESPONSES THAT ANSWER NO MAILING"
             TO LeakRecord
          WRITE LeakRecord

          PERFORM Load-New-Responses

          OPEN INPUT MasterFile
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

          SORT MatchSort
             ON ASCENDING KEY MS-Survivor-Id MS-Campaign MS-Date MS-Tag
             INPUT PROCEDURE IS Release-Mailings-And-Responses
             OUTPUT PROCEDURE IS Match-Responses

          OPEN OUTPUT ReportFile
          IF NOT (RP-Status = "00" OR RP-Status = "10")
             DISPLAY "ReportFile OPEN status " RP-Status
             STOP RUN RETURNING 1
          END-IF
          MOVE SPACES TO ReportRecord
          STRING "CAMPAIGN RESPONSE REPORT  RUN DATE " DELIMITED BY SIZE
              Run-Date DELIMITED BY SIZE
              INTO ReportRecord
          END-STRING
          WRITE ReportRecord
          IF Aged-Thru NOT = SPACES
             MOVE SPACES TO ReportRecord
             STRING "MAILINGS ON OR BEFORE " DELIMITED BY SIZE
                 Aged-Thru DELIMITED BY SIZE
                 " AGED OFF THE HISTORY" DELIMITED BY SIZE
                 INTO ReportRecord
             END-STRING
             WRITE ReportRecord
          END-IF

          SORT CellSort
             ON ASCENDING KEY CS-Campaign CS-Region CS-Class
             INPUT PROCEDURE IS Release-Cells
             OUTPUT PROCEDURE IS Write-Response-Report

          PERFORM Write-Leak-Totals

          CLOSE MasterFile
          IF Xwalk-Present = "Y"
             CLOSE XwalkFile
          END-IF
          CLOSE ReportFile
          CLOSE LeakFile
       STOP RUN.

      *> The running campaign's response window rides on the campaign
      *> parameter file beside HISTDAYS; no card keeps the 90-day
      *> default.  It is the window for any campaign histret has not
      *> recorded one for.
       Load-Response-Window.
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
                      AND CampaignParRecord (1:9) = "RESPDAYS="
                   IF CampaignParRecord (10:3) IS NUMERIC
                      MOVE CampaignParRecord (10:3) TO Resp-Days
                   ELSE
                      DISPLAY "RESPDAYS card does not parse, keeping "
                         Resp-Days " days: " CampaignParRecord
                   END-IF
                END-IF
             END-PERFORM
             MOVE 0 TO END-OF-FILE
             CLOSE CampaignParFile
          END-IF
          DISPLAY "resptrk default response window days: " Resp-Days.

      *> Each campaign's own response window, and the date the
      *> history has been aged through, as histret left them; no file
      *> means no campaign has been aged yet.
       Load-Campaign-Windows.
          OPEN INPUT WindowFile
          IF WN-Status = "35"
             DISPLAY "CustomerFile-HistWindow.dat not present - "
                "every campaign at the default window"
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
                         "campaigns - cannot match responses"
                      STOP RUN RETURNING 1
                   END-IF
                   ADD 1 TO Window-Entries
                   MOVE WR-Campaign TO Win-Campaign (Window-Entries)
                   MOVE WR-Resp-Days TO Win-Resp-Days (Window-Entries)
                   IF WR-Aged-Thru IS NUMERIC
                         AND WR-Aged-Thru > Aged-Thru
                      MOVE WR-Aged-Thru TO Aged-Thru
                   END-IF
                END-IF
             END-PERFORM
             MOVE 0 TO END-OF-FILE
             CLOSE WindowFile
          END-IF
          IF Aged-Thru NOT = SPACES
             MOVE Aged-Thru TO Aged-Thru-Num
             DISPLAY "resptrk history aged through " Aged-Thru
          END-IF.

       Find-Campaign-Window.
          MOVE Resp-Days TO Window-Days
          PERFORM VARYING Window-Sub FROM 1 BY 1
                UNTIL Window-Sub > Window-Entries
             IF Win-Campaign (Window-Sub) = Window-Key
                MOVE Win-Resp-Days (Window-Sub) TO Window-Days
             END-IF
          END-PERFORM.

      *> The day's responses from marketing are edited and appended
      *> to the permanent response history; the report always runs
      *> over the whole history, so a late response still counts.
       Load-New-Responses.
          OPEN INPUT ResponseInFile
          IF RI-Status = "35"
             DISPLAY "campaign-response.dat not present - "
                "reporting on the response history as it stands"
          ELSE
             IF NOT (RI-Status = "00" OR RI-Status = "10")
                DISPLAY "ResponseInFile OPEN status " RI-Status
                STOP RUN RETURNING 1
             END-IF
             OPEN EXTEND ResponseHistFile
             IF RH-Status = "35"
                OPEN OUTPUT ResponseHistFile
             END-IF
             IF NOT (RH-Status = "00" OR RH-Status = "10")
                DISPLAY "ResponseHistFile OPEN status " RH-Status
                STOP RUN RETURNING 1
             END-IF
             MOVE 0 TO END-OF-FILE
             PERFORM UNTIL END-OF-FILE = 1
                READ ResponseInFile
                   AT END MOVE 1 TO END-OF-FILE
                END-READ
                IF NOT (RI-Status = "00" OR RI-Status = "10")
                   DISPLAY "ResponseInFile READ status " RI-Status
                   STOP RUN RETURNING 1
                END-IF
                IF END-OF-FILE = 0 AND ResponseInRecord NOT = SPACES
                   PERFORM Load-Response-Line
                END-IF
             END-PERFORM
             MOVE 0 TO END-OF-FILE
             CLOSE ResponseInFile
             CLOSE ResponseHistFile
          END-IF
          MOVE Loaded-Count TO Count-Display
          DISPLAY "resptrk responses loaded: " Count-Display
          MOVE Rejected-Count TO Count-Display
          DISPLAY "resptrk responses rejected: " Count-Display.

       Load-Response-Line.
          MOVE ResponseInRecord TO ResponseRecord
          MOVE SPACES TO Reject-Reason
          EVALUATE TRUE
             WHEN Resp-CustomerId = SPACES
                MOVE "NO CUSTOMER ID" TO Reject-Reason
             WHEN Resp-Campaign = SPACES
                MOVE "NO CAMPAIGN CODE" TO Reject-Reason
             WHEN Resp-Date IS NOT NUMERIC
                MOVE "BAD RESPONSE DATE" TO Reject-Reason
             WHEN OTHER
                MOVE Resp-Date TO Date-Num
                IF FUNCTION TEST-DATE-YYYYMMDD (Date-Num) NOT = 0
                   MOVE "BAD RESPONSE DATE" TO Reject-Reason
                END-IF
                IF Resp-Date > Run-Date
                   MOVE "FUTURE RESPONSE DATE" TO Reject-Reason
                END-IF
          END-EVALUATE
          IF Reject-Reason = SPACES
             WRITE ResponseRecord
             ADD 1 TO Loaded-Count
          ELSE
             ADD 1 TO Rejected-Count
             MOVE SPACES TO LeakRecord
             STRING "REJECTED  " DELIMITED BY SIZE
                 Reject-Reason DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 ResponseInRecord DELIMITED BY SIZE
                 INTO LeakRecord
             END-STRING
             WRITE LeakRecord
          END-IF.

       Release-Mailings-And-Responses.
          OPEN INPUT MailHistFile
          IF MH-Status = "35"
             DISPLAY "CustomerFile-MailHist.dat not present - "
                "no mailings to match"
          ELSE
             IF NOT (MH-Status = "00" OR MH-Status = "10")
                DISPLAY "MailHistFile OPEN status " MH-Status
                STOP RUN RETURNING 1
             END-IF
             MOVE 0 TO END-OF-FILE
             PERFORM UNTIL END-OF-FILE = 1
                READ MailHistFile
                   AT END MOVE 1 TO END-OF-FILE
                END-READ
                IF END-OF-FILE = 0 AND MH-Date IS NUMERIC
                   MOVE MH-CustomerId TO Resolve-Id
                   PERFORM Resolve-Crosswalk
                   MOVE SPACES TO MatchSortRecord
                   MOVE Resolved-Id TO MS-Survivor-Id
                   MOVE MH-Campaign TO MS-Campaign
                   MOVE MH-Date TO MS-Date
                   MOVE "M" TO MS-Tag
                   MOVE MH-CustomerId TO MS-Original-Id
                   MOVE 0 TO MS-Piece-Rate
                   IF MH-Piece-Rate IS NUMERIC
                      MOVE MH-Piece-Rate TO MS-Piece-Rate
                   END-IF
                   RELEASE MatchSortRecord
                END-IF
             END-PERFORM
             CLOSE MailHistFile
          END-IF
          OPEN INPUT ResponseHistFile
          IF RH-Status = "35"
             DISPLAY "response-history.dat not present - "
                "no responses to match"
          ELSE
             IF NOT (RH-Status = "00" OR RH-Status = "10")
                DISPLAY "ResponseHistFile OPEN status " RH-Status
                STOP RUN RETURNING 1
             END-IF
             MOVE 0 TO END-OF-FILE
             PERFORM UNTIL END-OF-FILE = 1
                READ ResponseHistFile
                   AT END MOVE 1 TO END-OF-FILE
                END-READ
                IF END-OF-FILE = 0
                   MOVE Resp-CustomerId TO Resolve-Id
                   PERFORM Resolve-Crosswalk
                   MOVE SPACES TO MatchSortRecord
                   MOVE Resolved-Id TO MS-Survivor-Id
                   MOVE Resp-Campaign TO MS-Campaign
                   MOVE Resp-Date TO MS-Date
                   MOVE "R" TO MS-Tag
                   MOVE Resp-CustomerId TO MS-Original-Id
                   MOVE Resp-Type TO MS-Resp-Type
                   MOVE 0 TO MS-Piece-Rate
                   RELEASE MatchSortRecord
                END-IF
             END-PERFORM
             CLOSE ResponseHistFile
          END-IF
          MOVE 0 TO END-OF-FILE.

       Resolve-Crosswalk.
          MOVE Resolve-Id TO Resolved-Id
          IF Xwalk-Present = "Y"
             MOVE Resolve-Id TO Xwalk-Retired-Id
             READ XwalkFile
                INVALID KEY CONTINUE
                NOT INVALID KEY
                   MOVE Xwalk-Survivor-Id TO Resolved-Id
             END-READ
          END-IF.

      *> Walk each customer / campaign group in date order: every
      *> mailing is counted in its cell and becomes the piece a later
      *> response answers; a response answers the latest mailing
      *> before it if that is inside the window and not yet answered.
       Match-Responses.
          RETURN MatchSort
             AT END MOVE 1 TO END-OF-SORT
          END-RETURN
          PERFORM UNTIL END-OF-SORT = 1
             IF MS-Survivor-Id NOT = Group-Survivor
                   OR MS-Campaign NOT = Group-Campaign
                MOVE MS-Survivor-Id TO Group-Survivor
                MOVE MS-Campaign TO Group-Campaign
                MOVE SPACES TO Group-Mailed-Date
                MOVE "N" TO Group-Answered
                MOVE 0 TO Group-Cell
                MOVE MS-Campaign TO Window-Key
                PERFORM Find-Campaign-Window
                MOVE Window-Days TO Group-Resp-Days
             END-IF
             IF MS-Tag = "M"
                PERFORM Count-Mailing
             ELSE
                PERFORM Match-Response
             END-IF
             RETURN MatchSort
                AT END MOVE 1 TO END-OF-SORT
             END-RETURN
          END-PERFORM
          MOVE 0 TO END-OF-SORT.

       Count-Mailing.
          IF MS-Survivor-Id NOT = Customer-Looked-Up
             PERFORM Look-Up-Customer
          END-IF
          PERFORM Find-Cell
          ADD 1 TO Cell-Mailed (Cell-Sub)
          IF MS-Piece-Rate > 0
             ADD MS-Piece-Rate TO Cell-Postage (Cell-Sub)
          ELSE
             ADD Customer-Rate TO Cell-Postage (Cell-Sub)
          END-IF
          MOVE MS-Date TO Group-Mailed-Date
          MOVE Cell-Sub TO Group-Cell
          MOVE "N" TO Group-Answered.

      *> With no mailing before it, a response whose window reaches
      *> back to the aged-through date is not taken for leakage: the
      *> mailing it answers may have been aged off.
       Match-Response.
          IF Group-Mailed-Date = SPACES
             MOVE 0 TO Window-Reach
             IF Aged-Thru NOT = SPACES
                COMPUTE Window-Reach
                   = FUNCTION INTEGER-OF-DATE
                        (FUNCTION NUMVAL (MS-Date))
                   - Group-Resp-Days
                   - FUNCTION INTEGER-OF-DATE (Aged-Thru-Num)
                END-COMPUTE
             END-IF
             IF Aged-Thru NOT = SPACES AND Window-Reach <= 0
                ADD 1 TO Aged-Count
             ELSE
                MOVE "NEVER MAILED" TO Reject-Reason
                PERFORM Write-Leak-Line
             END-IF
          ELSE
             MOVE Group-Mailed-Date TO Date-Num
             COMPUTE Days-To-Respond
                = FUNCTION INTEGER-OF-DATE (FUNCTION NUMVAL (MS-Date))
                - FUNCTION INTEGER-OF-DATE (Date-Num)
             END-COMPUTE
             IF Days-To-Respond > Group-Resp-Days
                MOVE "OUTSIDE WINDOW" TO Reject-Reason
                PERFORM Write-Leak-Line
             ELSE
                IF Group-Answered = "Y"
                   ADD 1 TO Repeat-Count
                ELSE
                   MOVE "Y" TO Group-Answered
                   ADD 1 TO Cell-Responses (Group-Cell)
                   ADD Days-To-Respond TO Cell-Days (Group-Cell)
                END-IF
             END-IF
          END-IF.

       Write-Leak-Line.
          ADD 1 TO Unmatched-Count
          MOVE SPACES TO Merged-Note
          IF MS-Original-Id NOT = MS-Survivor-Id
             STRING " MERGED INTO " DELIMITED BY SIZE
                 MS-Survivor-Id DELIMITED BY SIZE
                 INTO Merged-Note
             END-STRING
          END-IF
          MOVE SPACES TO LeakRecord
          STRING "NO MATCH  " DELIMITED BY SIZE
              Reject-Reason DELIMITED BY SIZE
              " ID " DELIMITED BY SIZE
              MS-Original-Id DELIMITED BY SIZE
              " CAMPAIGN " DELIMITED BY SIZE
              MS-Campaign DELIMITED BY SIZE
              " RESPONDED " DELIMITED BY SIZE
              MS-Date DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              MS-Resp-Type DELIMITED BY SIZE
              Merged-Note DELIMITED BY SIZE
              INTO LeakRecord
          END-STRING
          WRITE LeakRecord.

      *> Region and destination come off the customer's master record
      *> as it stands now; a customer since purged from the master is
      *> reported under region UNKNOWN at the domestic rate.  The
      *> rate here only prices a mailing that carries none of its own.
       Look-Up-Customer.
          MOVE MS-Survivor-Id TO Customer-Looked-Up
          MOVE MS-Survivor-Id TO CustomerId OF MasterRecord
          READ MasterFile
             INVALID KEY
                MOVE "UNKNOWN" TO Customer-Region
                MOVE "D" TO Customer-Class
                MOVE Domestic-Rate TO Customer-Rate
             NOT INVALID KEY
                MOVE RegionCode OF MasterRecord TO Customer-Region
                IF AddressType OF MasterRecord = "I"
                   MOVE "I" TO Customer-Class
                   MOVE CountryLine OF MasterRecord
                      TO Customer-Country
                   PERFORM Find-Country-Rate
                ELSE
                   MOVE "D" TO Customer-Class
                   MOVE Domestic-Rate TO Customer-Rate
                END-IF
          END-READ.

       Find-Country-Rate.
          MOVE Intl-Rate TO Customer-Rate
          PERFORM VARYING Rate-Sub FROM 1 BY 1
                UNTIL Rate-Sub > Rate-Entries
             IF Rate-Country (Rate-Sub) = Customer-Country
                MOVE Rate-Amount (Rate-Sub) TO Customer-Rate
             END-IF
          END-PERFORM.

       Find-Cell.
          PERFORM VARYING Cell-Sub FROM 1 BY 1
                UNTIL Cell-Sub > Cell-Entries
                OR (Cell-Campaign (Cell-Sub) = MS-Campaign
                    AND Cell-Region (Cell-Sub) = Customer-Region
                    AND Cell-Class (Cell-Sub) = Customer-Class)
             CONTINUE
          END-PERFORM
          IF Cell-Sub > Cell-Entries
             IF Cell-Entries >= 2000
                DISPLAY "resptrk: over 2000 campaign / region cells - "
                   "cannot report"
                STOP RUN RETURNING 1
             END-IF
             ADD 1 TO Cell-Entries
             MOVE Cell-Entries TO Cell-Sub
             MOVE MS-Campaign TO Cell-Campaign (Cell-Sub)
             MOVE Customer-Region TO Cell-Region (Cell-Sub)
             MOVE Customer-Class TO Cell-Class (Cell-Sub)
             MOVE 0 TO Cell-Mailed (Cell-Sub)
             MOVE 0 TO Cell-Responses (Cell-Sub)
             MOVE 0 TO Cell-Days (Cell-Sub)
             MOVE 0 TO Cell-Postage (Cell-Sub)
          END-IF.

       Release-Cells.
          PERFORM VARYING Cell-Sub FROM 1 BY 1
                UNTIL Cell-Sub > Cell-Entries
             MOVE Cell-Campaign (Cell-Sub) TO CS-Campaign
             MOVE Cell-Region (Cell-Sub) TO CS-Region
             MOVE Cell-Class (Cell-Sub) TO CS-Class
             MOVE Cell-Mailed (Cell-Sub) TO CS-Mailed
             MOVE Cell-Responses (Cell-Sub) TO CS-Responses
             MOVE Cell-Days (Cell-Sub) TO CS-Days
             MOVE Cell-Postage (Cell-Sub) TO CS-Postage
             RELEASE CellSortRecord
          END-PERFORM.

      *> One block per campaign: a line per region, then the
      *> domestic and international lines, then the campaign total.
       Write-Response-Report.
          RETURN CellSort
             AT END MOVE 1 TO END-OF-SORT
          END-RETURN
          PERFORM UNTIL END-OF-SORT = 1
             IF First-Cell = "Y"
                MOVE "N" TO First-Cell
                PERFORM Start-Campaign-Block
             ELSE
                IF CS-Campaign NOT = Prior-Campaign
                   PERFORM Write-Region-Line
                   PERFORM Write-Campaign-Block-End
                   PERFORM Start-Campaign-Block
                ELSE
                   IF CS-Region NOT = Prior-Region
                      PERFORM Write-Region-Line
                   END-IF
                END-IF
             END-IF
             MOVE CS-Region TO Prior-Region
             ADD CS-Mailed TO Region-Mailed Campaign-Mailed
             ADD CS-Responses TO Region-Responses Campaign-Responses
             ADD CS-Days TO Region-Days Campaign-Days
             ADD CS-Postage TO Region-Postage Campaign-Postage
             IF CS-Class = "I"
                ADD CS-Mailed TO Intl-Mailed
                ADD CS-Responses TO Intl-Responses
                ADD CS-Days TO Intl-Days
                ADD CS-Postage TO Intl-Postage
             ELSE
                ADD CS-Mailed TO Domestic-Mailed
                ADD CS-Responses TO Domestic-Responses
                ADD CS-Days TO Domestic-Days
                ADD CS-Postage TO Domestic-Postage
             END-IF
             RETURN CellSort
                AT END MOVE 1 TO END-OF-SORT
             END-RETURN
          END-PERFORM
          IF First-Cell = "N"
             PERFORM Write-Region-Line
             PERFORM Write-Campaign-Block-End
          ELSE
             MOVE "NO CAMPAIGNS ON THE MAILING HISTORY" TO ReportRecord
             WRITE ReportRecord
          END-IF.

       Start-Campaign-Block.
          MOVE CS-Campaign TO Prior-Campaign
          MOVE SPACES TO ReportRecord
          WRITE ReportRecord
          MOVE SPACES TO ReportRecord
          MOVE CS-Campaign TO Window-Key
          PERFORM Find-Campaign-Window
          STRING "CAMPAIGN " DELIMITED BY SIZE
              CS-Campaign DELIMITED BY SIZE
              "  RESPONSE WINDOW " DELIMITED BY SIZE
              Window-Days DELIMITED BY SIZE
              " DAYS" DELIMITED BY SIZE
              INTO ReportRecord
          END-STRING
          WRITE ReportRecord
          INITIALIZE Domestic-Totals Intl-Totals Campaign-Totals.

       Write-Region-Line.
          MOVE SPACES TO Stat-Label
          STRING "  REGION " DELIMITED BY SIZE
              Prior-Region DELIMITED BY SIZE
              INTO Stat-Label
          END-STRING
          MOVE Region-Totals TO Stat-Totals
          PERFORM Write-Stat-Line
          INITIALIZE Region-Totals.

       Write-Campaign-Block-End.
          MOVE "  DOMESTIC" TO Stat-Label
          MOVE Domestic-Totals TO Stat-Totals
          PERFORM Write-Stat-Line
          MOVE "  INTERNATIONAL" TO Stat-Label
          MOVE Intl-Totals TO Stat-Totals
          PERFORM Write-Stat-Line
          MOVE "  CAMPAIGN TOTAL" TO Stat-Label
          MOVE Campaign-Totals TO Stat-Totals
          PERFORM Write-Stat-Line.

      *> mailed, responses, rate, average days and cost per response
      *> for one line; a line with no responses shows no average and
      *> no cost per response rather than dividing by zero
       Write-Stat-Line.
          MOVE 0 TO Stat-Rate Stat-Avg-Days Stat-Cost
          IF Stat-Mailed > 0
             COMPUTE Stat-Rate ROUNDED
                = Stat-Responses * 100 / Stat-Mailed
             END-COMPUTE
          END-IF
          IF Stat-Responses > 0
             COMPUTE Stat-Avg-Days ROUNDED
                = Stat-Days / Stat-Responses
             END-COMPUTE
             COMPUTE Stat-Cost ROUNDED
                = Stat-Postage / Stat-Responses
             END-COMPUTE
          END-IF
          MOVE Stat-Mailed TO Mailed-Display
          MOVE Stat-Responses TO Responses-Display
          MOVE Stat-Rate TO Rate-Display
          MOVE Stat-Avg-Days TO Avg-Days-Display
          MOVE Stat-Cost TO Cost-Display
          MOVE SPACES TO ReportRecord
          IF Stat-Responses > 0
             STRING Stat-Label DELIMITED BY SIZE
                 " MAILED: " DELIMITED BY SIZE
                 Mailed-Display DELIMITED BY SIZE
                 " RESPONSES: " DELIMITED BY SIZE
                 Responses-Display DELIMITED BY SIZE
                 " RATE: " DELIMITED BY SIZE
                 Rate-Display DELIMITED BY SIZE
                 "% AVG DAYS: " DELIMITED BY SIZE
                 Avg-Days-Display DELIMITED BY SIZE
                 " COST/RESPONSE: " DELIMITED BY SIZE
                 Cost-Display DELIMITED BY SIZE
                 INTO ReportRecord
             END-STRING
          ELSE
             STRING Stat-Label DELIMITED BY SIZE
                 " MAILED: " DELIMITED BY SIZE
                 Mailed-Display DELIMITED BY SIZE
                 " RESPONSES: " DELIMITED BY SIZE
                 Responses-Display DELIMITED BY SIZE
                 " RATE: " DELIMITED BY SIZE
                 Rate-Display DELIMITED BY SIZE
                 "%" DELIMITED BY SIZE
                 INTO ReportRecord
             END-STRING
          END-IF
          WRITE ReportRecord.

       Write-Leak-Totals.
          MOVE Unmatched-Count TO Count-Display
          DISPLAY "resptrk responses answering no mailing: "
             Count-Display
          MOVE SPACES TO LeakRecord
          STRING "RESPONSES ANSWERING NO MAILING: " DELIMITED BY SIZE
              Count-Display DELIMITED BY SIZE
              INTO LeakRecord
          END-STRING
          WRITE LeakRecord
          MOVE Aged-Count TO Count-Display
          DISPLAY "resptrk responses to mailings aged off: "
             Count-Display
          MOVE SPACES TO LeakRecord
          STRING "RESPONSES TO MAILINGS AGED OFF THE HISTORY: "
              DELIMITED BY SIZE
              Count-Display DELIMITED BY SIZE
              INTO LeakRecord
          END-STRING
          WRITE LeakRecord
          MOVE Repeat-Count TO Count-Display
          MOVE SPACES TO LeakRecord
          STRING "REPEAT RESPONSES TO A PIECE ALREADY ANSWERED: "
              DELIMITED BY SIZE
              Count-Display DELIMITED BY SIZE
              INTO LeakRecord
          END-STRING
          WRITE LeakRecord
          MOVE Rejected-Count TO Count-Display
          MOVE SPACES TO LeakRecord
          STRING "RESPONSE LINES REJECTED: " DELIMITED BY SIZE
              Count-Display DELIMITED BY SIZE
              INTO LeakRecord
          END-STRING
          WRITE LeakRecord.

      *> The rate cards, laid out as presort reads them; only the
      *> domestic, INTL and per-country cards price a response
      *> piece (the bundle discount depends on how a run broke).
       Load-Rate-Table.
          OPEN INPUT RateFile
          IF RT-Status = "35"
             DISPLAY "CustomerFile-Rates.par not present - pricing "
                "the pieces at the fallback rates"
          ELSE
             IF NOT (RT-Status = "00" OR RT-Status = "10")
                DISPLAY "RateFile OPEN status " RT-Status
                STOP RUN RETURNING 1
             END-IF
             PERFORM UNTIL RATE-EOF = 1
                READ RateFile
                   AT END MOVE 1 TO RATE-EOF
                END-READ
                IF RATE-EOF = 0
                   PERFORM Apply-Rate-Card
                END-IF
             END-PERFORM
             CLOSE RateFile
          END-IF.

       Apply-Rate-Card.
          EVALUATE TRUE
             WHEN RateRecord (1:9) = "DOMESTIC="
                COMPUTE Domestic-Rate
                   = FUNCTION NUMVAL (RateRecord (10:6))
                END-COMPUTE
             WHEN RateRecord (1:5) = "INTL="
                COMPUTE Intl-Rate
                   = FUNCTION NUMVAL (RateRecord (6:6))
                END-COMPUTE
             WHEN RateRecord (1:8) = "COUNTRY="
                IF Rate-Entries < 50
                   ADD 1 TO Rate-Entries
                   MOVE RateRecord (9:30)
                      TO Rate-Country (Rate-Entries)
                   COMPUTE Rate-Scratch
                      = FUNCTION NUMVAL (RateRecord (39:6))
                   END-COMPUTE
                   MOVE Rate-Scratch TO Rate-Amount (Rate-Entries)
                END-IF
             WHEN OTHER
                CONTINUE
          END-EVALUATE.
