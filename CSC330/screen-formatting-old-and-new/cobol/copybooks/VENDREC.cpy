      *> The print vendor's fixed layout for CustomerFile-Vendor.dat,
      *> the overflow file vndout builds from the presorted,
      *> post-suppression addressees: one header, one detail per
      *> piece in tray order, one trailer, every record 250 bytes
      *> with the record type in the first byte as on the regional
      *> extracts.  The piece sequence number is what the vendor's
      *> acknowledgment (VACKREC) reports back against, and the
      *> bundle number is the presort bundle's place in
      *> CustomerFile-Presort.rpt / CustomerFile-Postage.rpt order.
      *> The name and address blocks are laid out field for field
      *> like CUSTREC, so grow them together.  Read back by vndack.
       01 Vendor-Header-Record.
           02 Vnd-Hdr-RecordType   PIC X(1).
           02 Vnd-Hdr-Campaign     PIC X(8).
           02 Vnd-Hdr-Run-Date     PIC X(8).
           02 FILLER               PIC X(233).

       01 Vendor-Detail-Record.
           02 Vnd-RecordType       PIC X(1).
           02 Vnd-Piece-Seq        PIC 9(6).
           02 Vnd-Bundle-No        PIC 9(5).
           02 Vnd-Bundle-Name      PIC X(30).
           02 Vnd-CustomerId       PIC X(9).
           02 Vnd-Name.
               03 Vnd-Lastname     PIC X(20).
               03 Vnd-Firstname    PIC X(20).
               03 Vnd-Middlename   PIC X(20).
           02 Vnd-Address.
               03 Vnd-AddressType  PIC X(1).
               03 Vnd-Street       PIC X(30).
               03 Vnd-Street2      PIC X(30).
               03 Vnd-CityState    PIC X(30).
               03 Vnd-Country      PIC X(30).
               03 Vnd-PostalCode   PIC X(10).
      *> the bundle's per-piece rate off the postage manifest
           02 Vnd-Piece-Postage    PIC 9(2)V9(3).
           02 FILLER               PIC X(3).

       01 Vendor-Trailer-Record.
           02 Vnd-Trl-RecordType   PIC X(1).
           02 Vnd-Trl-Piece-Count  PIC 9(6).
           02 Vnd-Trl-Bundle-Count PIC 9(5).
           02 Vnd-Trl-Postage-Total PIC 9(7)V9(2).
           02 FILLER               PIC X(229).
