      *> the legal suppression trail), so only run-total lines
      *> stamped with today's date are honored -- a day with no
      *> totals of its own must not balance against an earlier
      *> run's, and reads as out of balance instead.  A letter
      *> campaign also puts the letters run's total on the log; when
      *> today's last label pass was followed by one, the letters
      *> written must equal the cards written, one letter per card.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. recon.
       ENVIRONMENT DIVISION.
       01 Bypassed-Count PIC 9(6) VALUE 0.
       01 Cards-Written-Count PIC 9(6) VALUE 0.
       01 Cards-Found PIC X(1) VALUE "N".
       01 Letters-Written-Count PIC 9(6) VALUE 0.
       01 Letters-Found PIC X(1) VALUE "N".
       01 Expected-Count PIC S9(7) VALUE 0.
       01 DNM-Total-Label PIC X(42) VALUE
           "MYADDRESS RUN TOTAL DO-NOT-MAIL SUPPRESSED".
          IF Discrepancy NOT = 0
             MOVE "Y" TO Out-Of-Balance
          END-IF
          IF Letters-Found = "Y"
                AND Letters-Written-Count NOT = Cards-Written-Count
             MOVE "Y" TO Out-Of-Balance
             MOVE "LETTERS WRITTEN DO NOT MATCH CARDS WRITTEN"
                TO ReconRecord
             WRITE ReconRecord
          END-IF
          IF Out-Of-Balance = "Y"
             MOVE Discrepancy TO Discrepancy-Display
             MOVE SPACES TO ReconRecord
                   INTO Label-Part Number-Part
                END-UNSTRING
                EVALUATE TRUE
      *> a label pass starts its totals here; a letters total from
      *> before it belongs to an earlier run
                   WHEN Label-Part (19:32)
                         = "MYADDRESS RUN TOTAL RECORDS READ"
                      MOVE "N" TO Letters-Found
                   WHEN Label-Part (19:33)
                         = "LETTERS RUN TOTAL LETTERS WRITTEN"
                      PERFORM Pick-Off-Count
                      MOVE Expected-Count TO Letters-Written-Count
                      MOVE "Y" TO Letters-Found
                   WHEN Label-Part (19:33)
                         = "MYADDRESS RUN TOTAL CARDS WRITTEN"
                      PERFORM Pick-Off-Count
              Count-Display DELIMITED BY SIZE
              INTO ReconRecord
          END-STRING
          WRITE ReconRecord
          IF Letters-Found = "Y"
             MOVE Letters-Written-Count TO Count-Display
             MOVE SPACES TO ReconRecord
             STRING "LETTERS WRITTEN: " DELIMITED BY SIZE
                 Count-Display DELIMITED BY SIZE
                 INTO ReconRecord
             END-STRING
             WRITE ReconRecord
          END-IF.
