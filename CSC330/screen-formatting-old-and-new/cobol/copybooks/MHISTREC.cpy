      *> One mailing on the mailing history (CustomerFile-MailHist.dat,
      *> indexed on CustomerId + campaign + date, so every mailing of
      *> a customer is kept and a campaign's mailings for an id are
      *> read together from one START): myaddress writes an entry for
      *> each card, with the postage rate presort charged the card's
      *> bundle; vndout dates the vendor file from it, vndack takes
      *> off the pieces the vendor held, histret ages it, resptrk
      *> matches responses against it and privacy reports it.
       01 MailHistRecord.
           02 MH-Key.
               03 MH-CustomerId PIC X(9).
               03 FILLER PIC X(1).
               03 MH-Campaign PIC X(8).
               03 FILLER PIC X(1).
               03 MH-Date PIC X(8).
           02 FILLER PIC X(1).
           02 MH-Piece-Rate PIC 9(2)V9(3).
