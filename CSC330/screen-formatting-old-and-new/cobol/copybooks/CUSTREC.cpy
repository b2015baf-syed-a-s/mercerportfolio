      *> the post office's return reason) when a piece bounces, the
      *> label pass suppresses flagged customers -- counted apart
      *> from do-not-mail -- and custmast clears it again when a
      *> region sends a changed address (moveupd, when the post
      *> office forwards one).  Blank everywhere else.
           02 AddrInvalidFlag      PIC X(1).
           02 AddrInvalidReason    PIC X(10).
      *> Which mailing this detail belongs to: tread stamps it from
