      *> The print vendor's acknowledgment of one vendor file
      *> (vendor-ack.dat), read by vndack: a header echoing the
      *> campaign and run date of the file being acknowledged, with
      *> the date the vendor put the pieces in the mail; one detail
      *> per piece by our piece sequence number, status P printed or
      *> S spoiled (a piece not listed was never printed); and a
      *> trailer with the vendor's own printed and spoiled counts.
       01 Ack-Header-Record.
           02 Ack-Hdr-RecordType   PIC X(1).
           02 Ack-Hdr-Campaign     PIC X(8).
           02 Ack-Hdr-Run-Date     PIC X(8).
           02 Ack-Hdr-Mail-Date    PIC X(8).

       01 Ack-Detail-Record.
           02 Ack-RecordType       PIC X(1).
           02 Ack-Piece-Seq        PIC 9(6).
           02 Ack-Piece-Status     PIC X(1).
           02 FILLER               PIC X(17).

       01 Ack-Trailer-Record.
           02 Ack-Trl-RecordType   PIC X(1).
           02 Ack-Trl-Printed-Count PIC 9(6).
           02 Ack-Trl-Spoiled-Count PIC 9(6).
           02 FILLER               PIC X(12).
