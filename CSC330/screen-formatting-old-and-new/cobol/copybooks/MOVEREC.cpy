      *> One entry on the post office's change-of-address (move
      *> update) file, move-update.dat: the CustomerId we mailed it
      *> under, the date the move took effect (YYYYMMDD), then the
      *> address block the customer moved from and the one they moved
      *> to, each laid out field for field like CustomerAddress in
      *> CUSTREC -- so grow the three together.  Read by moveupd.
       01 MoveRecord.
           02 Move-CustomerId PIC X(9).
           02 FILLER PIC X(1).
           02 Move-Effective-Date PIC X(8).
           02 FILLER PIC X(1).
           02 Move-Old-Address.
               03 Move-Old-AddressType PIC X(1).
               03 Move-Old-Street PIC X(30).
               03 Move-Old-Street2 PIC X(30).
               03 Move-Old-CityState PIC X(30).
               03 Move-Old-Country PIC X(30).
               03 Move-Old-PostalCode PIC X(10).
           02 Move-New-Address.
               03 Move-New-AddressType PIC X(1).
               03 Move-New-Street PIC X(30).
               03 Move-New-Street2 PIC X(30).
               03 Move-New-CityState PIC X(30).
               03 Move-New-Country PIC X(30).
               03 Move-New-PostalCode PIC X(10).
