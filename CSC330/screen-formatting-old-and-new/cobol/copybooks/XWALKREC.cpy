      *> One retired CustomerId on the permanent merge crosswalk
      *> (CustomerFile-Xwalk.dat, indexed on the retired id, with the
      *> survivor as an alternate key so every id merged into one
      *> customer can be found from the survivor): custmerge writes
      *> an entry for each duplicate it folds into its survivor, with
      *> the date of the merge, and re-points older entries when a
      *> survivor is itself later merged, so the crosswalk is always
      *> one hop from any retired id to the customer's live id.
      *> custmast, mailstamp, myaddress and masthist all read it.
       01 XwalkRecord.
           02 Xwalk-Retired-Id PIC X(9).
           02 FILLER PIC X(1).
           02 Xwalk-Survivor-Id PIC X(9).
           02 FILLER PIC X(1).
           02 Xwalk-Merge-Date PIC X(8).
