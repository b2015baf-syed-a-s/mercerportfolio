           select audit-log-file assign to "myaddress-audit.log"
               organization is line sequential
               file status is al-status.
           select do-not-mail-file
               assign to "CustomerFile-DoNotMail.dat"
               organization is indexed
               access mode is random
               record key is dnm-customer-id
               file status is dnm-status.
           select select-par-file assign to "CustomerFile-Select.par"
               organization is line sequential
               organization is line sequential
               file status is mid-status.
           select address-invalid-file assign to "address-invalid.dat"
               organization is indexed
               access mode is random
               record key is address-invalid-record
               file status is inv-status.
           select campaign-par-file
               assign to "CustomerFile-Campaign.par"
               organization is line sequential
               file status is cpp-status.
           select mail-history-file
               assign to "CustomerFile-MailHist.dat"
               organization is indexed
               access mode is dynamic
               record key is mh-key
               file status is mh-status.
           select postage-manifest-file
               assign to "CustomerFile-Postage.rpt"
               organization is line sequential
               file status is pm-status.
           select xwalk-file assign to "CustomerFile-Xwalk.dat"
               organization is indexed
               access mode is dynamic
               record key is Xwalk-Retired-Id
               alternate record key is Xwalk-Survivor-Id
                   with duplicates
               file status is xw-status.

       data division.
       file section.
           label records are omitted.
       01 audit-log-record         picture x(80).

      *> the legal do-not-mail list, indexed on CustomerId by
      *> dnmload from the do-not-mail.dat the list is kept on, and
      *> looked up by key for every card before it is written
       fd do-not-mail-file.
       01 do-not-mail-record.
           02 dnm-customer-id      picture x(9).

       fd select-par-file.
       01 select-par-record        picture x(80).

      *> the customers whose last piece came back undeliverable,
      *> flagged on the master by retmail and rebuilt into this list
      *> by retmail and custmast, indexed on the CustomerId;
      *> suppressed like do-not-mail but counted separately, because
      *> these come back the moment a region sends a good address
       fd address-invalid-file.
       01 address-invalid-record   picture x(9).

       fd campaign-par-file.
       01 campaign-par-record      picture x(80).

      *> who got which campaign on which date, one record per card
      *> written, indexed on CustomerId and campaign with the date
      *> last; looked up by key to keep a customer from getting the
      *> same campaign twice inside the re-mail window, added to as
      *> this run's cards go out, and aged off by histret; the piece
      *> rate is what presort charged the card's bundle, so resptrk
      *> prices the mailing at the postage actually paid
       fd mail-history-file.
           copy MHISTREC replacing
               ==MailHistRecord== by ==mail-history-record==
               ==MH-CustomerId== by ==mh-customer-id==.

      *> presort's postage manifest, read for its bundle lines
       fd postage-manifest-file.
       01 postage-manifest-record  picture x(100).

      *> retired CustomerIds and the survivor custmerge folded each
      *> one into: a do-not-mail or history entry held under either
      *> id stops a card sent under either id
       fd xwalk-file.
           copy XWALKREC.

       working-storage section.
       01 ws-end-of-file          picture x value 'N'.
       01 ws-name-line            picture x(30).
       01 ws-card-count           picture 9(6) value 0.
       01 ws-card-count-display   picture z(5)9.
       01 ws-dnm-count            picture 9(6) value 0.
       01 ws-dnm-count-display    picture z(5)9.
       01 ws-inv-count            picture 9(6) value 0.
       01 ws-inv-count-display    picture z(5)9.
       01 ws-today                picture x(8).
       01 ws-label-line-sub       picture 9 value 0.
       01 ws-row-count            picture 9(2) value 0.
       01 ws-rows-per-page        picture 9(2) value 10.
      *> the selection parameter card for partial mailing runs: a
      *> missing CustomerFile-Select.par (or an ALL card) means the
      *> whole file mails; COUNTRY=, ADDRTYPE=, IDFROM= and IDTO=
       01 ws-sel-count-display    picture z(5)9.
       01 ws-bypass-count         picture 9(6) value 0.
       01 ws-bypass-count-display picture z(5)9.
       01 ws-dnm-present          picture x value 'N'.
       01 ws-dnm-found            picture x value 'N'.
       01 inv-status              picture x(2).
       01 ws-inv-present          picture x value 'N'.
       01 ws-inv-found            picture x value 'N'.
       01 cpp-status              picture x(2).
       01 mh-status               picture x(2).
       01 ws-campaign             picture x(8) value 'DAILY'.
       01 ws-hist-days            picture 9(3) value 7.
       01 ws-cpp-eof              picture x value 'N'.
       01 ws-hist-count           picture 9(6) value 0.
       01 ws-hist-count-display   picture z(5)9.
       01 ws-hist-found           picture x value 'N'.
       01 ws-today-num            picture 9(8).
       01 ws-cutoff-int           picture s9(7) value 0.
      *> the first date inside the re-mail window, where the keyed
      *> history lookup starts
       01 ws-window-start         picture 9(8).
       01 xw-status               picture x(2).
       01 ws-xw-present           picture x value 'N'.
       01 ws-xw-id                picture x(9).
       01 ws-xw-survivor          picture x(9).
       01 ws-card-survivor        picture x(9).
      *> one suppression lookup for the card: D do-not-mail, I
      *> address-invalid, H mailing history; every id the customer
      *> is known by (the card's, its survivor's and each id merged
      *> into the survivor) is tried in turn
       01 ws-look-file            picture x value space.
       01 ws-look-id              picture x(9).
       01 ws-id-found             picture x value 'N'.
       01 ws-xw-eof               picture x value 'N'.
      *> presort's rate for each bundle, in the order it broke them,
      *> and the bundle the card being read belongs to; the breaks
      *> are followed on every detail, mailed or not, as presort
      *> counted them.  No manifest, or one out of step with the
      *> file, leaves the rate at zero and resptrk prices the piece
      *> at the rate cards instead
       01 pm-status               picture x(2).
       01 ws-pm-eof               picture x value 'N'.
       01 ws-rates-usable         picture x value 'N'.
       01 ws-bundle-rate-entries  picture 9(5) value 0.
       01 ws-bundle-rate-table.
           02 ws-bundle-rate-entry occurs 9999 times.
               03 ws-bundle-rate-name    picture x(30).
               03 ws-bundle-rate-amount  picture 9(2)v9(3).
       01 ws-bundle-no            picture 9(5) value 0.
       01 ws-first-detail         picture x value 'Y'.
       01 ws-prior-citystate      picture x(30).
       01 ws-prior-country        picture x(30).
       01 ws-piece-rate           picture 9(2)v9(3) value 0.

       procedure division.
       A000-write-name-and-address.
           end-if.
           accept ws-today from date yyyymmdd.
           accept ws-now from time.
           perform b090-open-crosswalk.
           perform b100-open-do-not-mail.
           perform b150-open-address-invalid.
           perform b160-load-campaign.
           perform b170-open-mail-history.
           perform b180-load-bundle-rates.
           perform b300-load-selection.
           read addressee-file
               at end move 'Y' to ws-end-of-file
           perform until ws-end-of-file = 'Y'
               if RecordType not = 'H' and RecordType not = 'T'
                   add 1 to ws-read-count
                   perform b410-note-bundle-break
                   perform b400-check-selection
               end-if
               if RecordType not = 'H' and RecordType not = 'T'
               if RecordType not = 'H' and RecordType not = 'T'
                       and ws-selected = 'Y'
                   add 1 to ws-sel-count
                   move CustomerId to ws-xw-id
                   perform b190-resolve-crosswalk
                   move ws-xw-survivor to ws-card-survivor
                   perform b200-check-do-not-mail
                   perform b250-check-address-invalid
                   perform b260-check-mail-history
                   move CustomerId to mh-customer-id
                   move ws-campaign to mh-campaign
                   move ws-today to mh-date
                   move ws-piece-rate to mh-piece-rate
                   write mail-history-record
                       invalid key continue
                   end-write
                   if mh-status not = "00" and mh-status not = "22"
                       display "mail-history-file WRITE status "
                           mh-status
                       stop run returning 1
                   end-if

                   add 1 to ws-card-count
                   move ws-card-count to ws-card-count-display
           close audit-log-file.
           close mailed-id-file.
           close mail-history-file.
           if ws-dnm-present = 'Y'
               close do-not-mail-file
           end-if.
           if ws-inv-present = 'Y'
               close address-invalid-file
           end-if.
           if ws-xw-present = 'Y'
               close xwalk-file
           end-if.
           stop run.

       c100-write-label-row.
           end-string.
           write audit-log-record.

       b100-open-do-not-mail.
           open input do-not-mail-file.
           if dnm-status = "35"
               display "CustomerFile-DoNotMail.dat not present - no "
                   "suppressions"
           else
               if dnm-status not = "00" and dnm-status not = "10"
                   display "do-not-mail-file OPEN status " dnm-status
                   stop run returning 1
               end-if
               move 'Y' to ws-dnm-present
           end-if.

       b150-open-address-invalid.
           open input address-invalid-file.
           if inv-status = "35"
               display "address-invalid.dat not present - no "
                       inv-status
                   stop run returning 1
               end-if
               move 'Y' to ws-inv-present
           end-if.

       b250-check-address-invalid.
           move 'I' to ws-look-file.
           perform b220-check-card-ids.
           move ws-id-found to ws-inv-found.

      *> the campaign this run is mailing and how many days must pass
      *> before the same customer may get the same campaign again:
               close campaign-par-file
           end-if.

      *> the mailing history is held open for the run: looked up
      *> by key for each card from the first day inside the re-mail
      *> window, and this run's cards added to it as they go out
       b170-open-mail-history.
           move ws-today to ws-today-num.
           compute ws-cutoff-int
               = function integer-of-date (ws-today-num)
               - ws-hist-days
           end-compute.
           compute ws-window-start
               = function date-of-integer (ws-cutoff-int + 1)
           end-compute.
           open i-o mail-history-file.
           if mh-status = "35"
               display "CustomerFile-MailHist.dat not present - "
                   "starting a new mailing history"
               open output mail-history-file
               if mh-status = "00"
                   close mail-history-file
                   open i-o mail-history-file
               end-if
           end-if.
           if mh-status not = "00" and mh-status not = "10"
               display "mail-history-file OPEN status " mh-status
               stop run returning 1
           end-if.

      *> presort's manifest prices every bundle on a line of its own,
      *>   "  BUNDLE " city/state (30) " PIECES: " count " AT " rate
      *> in the order it broke them, so the nth bundle line is the
      *> rate for the nth bundle of the presorted file
       b180-load-bundle-rates.
           open input postage-manifest-file.
           if pm-status = "35"
               display "CustomerFile-Postage.rpt not present - "
                   "mailing history carries no piece rate"
           else
               if pm-status not = "00" and pm-status not = "10"
                   display "postage-manifest-file OPEN status "
                       pm-status
                   stop run returning 1
               end-if
               move 'Y' to ws-rates-usable
               perform until ws-pm-eof = 'Y'
                   read postage-manifest-file
                       at end move 'Y' to ws-pm-eof
                   end-read
                   if ws-pm-eof = 'N'
                           and postage-manifest-record (1:9)
                               = "  BUNDLE "
                       if ws-bundle-rate-entries < 9999
                           add 1 to ws-bundle-rate-entries
                           move postage-manifest-record (10:30)
                               to ws-bundle-rate-name
                                   (ws-bundle-rate-entries)
                           compute ws-bundle-rate-amount
                                   (ws-bundle-rate-entries)
                               = function numval
                                   (postage-manifest-record (59:6))
                           end-compute
                       else
                           display "postage manifest over 9999 "
                               "bundles - mailing history carries "
                               "no piece rate"
                           move 'N' to ws-rates-usable
                           move 'Y' to ws-pm-eof
                       end-if
                   end-if
               end-perform
               close postage-manifest-file
           end-if.

      *> a change of city/state or country line starts a new bundle,
      *> as it did in presort; the card takes that bundle's rate
       b410-note-bundle-break.
           if ws-first-detail = 'Y'
                   or CityStateLine not = ws-prior-citystate
                   or CountryLine not = ws-prior-country
               move 'N' to ws-first-detail
               add 1 to ws-bundle-no
               move CityStateLine to ws-prior-citystate
               move CountryLine to ws-prior-country
               if ws-rates-usable = 'Y'
                   if ws-bundle-no > ws-bundle-rate-entries
                       perform b420-rates-out-of-step
                   else
                       if ws-bundle-rate-name (ws-bundle-no)
                               not = CityStateLine
                           perform b420-rates-out-of-step
                       end-if
                   end-if
               end-if
               if ws-rates-usable = 'Y'
                   move ws-bundle-rate-amount (ws-bundle-no)
                       to ws-piece-rate
               end-if
           end-if.

       b420-rates-out-of-step.
           display "CustomerFile-Postage.rpt is out of step with "
               "the addressee file at bundle " ws-bundle-no
               " - mailing history carries no piece rate from here".
           move 'N' to ws-rates-usable.
           move 0 to ws-piece-rate.

      *> the crosswalk is optional: no file means no merges yet, and
      *> every id is its own survivor
       b090-open-crosswalk.
           open input xwalk-file.
           if xw-status = "35"
               display "CustomerFile-Xwalk.dat not present - no "
                   "retired ids"
           else
               if xw-status not = "00" and xw-status not = "10"
                   display "xwalk-file OPEN status " xw-status
                   stop run returning 1
               end-if
               move 'Y' to ws-xw-present
           end-if.

      *> the live id for ws-xw-id: its survivor when custmerge has
      *> retired it, otherwise the id itself
       b190-resolve-crosswalk.
           move ws-xw-id to ws-xw-survivor.
           if ws-xw-present = 'Y'
               move ws-xw-id to Xwalk-Retired-Id
               read xwalk-file
                   invalid key continue
                   not invalid key
                       move Xwalk-Survivor-Id to ws-xw-survivor
               end-read
           end-if.

       b260-check-mail-history.
           move 'H' to ws-look-file.
           perform b220-check-card-ids.
           move ws-id-found to ws-hist-found.

      *> try every id the card's customer is known by against the
      *> ws-look-file suppression source, stopping at the first hit;
      *> the crosswalk is one hop, so the ids merged into the
      *> survivor are all found on its alternate key
       b220-check-card-ids.
           move 'N' to ws-id-found.
           move CustomerId to ws-look-id.
           perform b230-look-up-id.
           if ws-id-found = 'N' and ws-card-survivor not = CustomerId
               move ws-card-survivor to ws-look-id
               perform b230-look-up-id
           end-if.
           if ws-id-found = 'N' and ws-xw-present = 'Y'
               move 'N' to ws-xw-eof
               move ws-card-survivor to Xwalk-Survivor-Id
               start xwalk-file key is = Xwalk-Survivor-Id
                   invalid key move 'Y' to ws-xw-eof
               end-start
               perform until ws-xw-eof = 'Y' or ws-id-found = 'Y'
                   read xwalk-file next record
                       at end move 'Y' to ws-xw-eof
                   end-read
                   if ws-xw-eof not = 'Y'
                       if Xwalk-Survivor-Id not = ws-card-survivor
                           move 'Y' to ws-xw-eof
                       else
                           if Xwalk-Retired-Id not = CustomerId
                               move Xwalk-Retired-Id to ws-look-id
                               perform b230-look-up-id
                           end-if
                       end-if
                   end-if
               end-perform
           end-if.

       b230-look-up-id.
           evaluate ws-look-file
               when 'D'
                   if ws-dnm-present = 'Y'
                       move ws-look-id to dnm-customer-id
                       read do-not-mail-file
                           invalid key continue
                           not invalid key move 'Y' to ws-id-found
                       end-read
                   end-if
               when 'I'
                   if ws-inv-present = 'Y'
                       move ws-look-id to address-invalid-record
                       read address-invalid-file
                           invalid key continue
                           not invalid key move 'Y' to ws-id-found
                       end-read
                   end-if
               when 'H'
                   perform b240-look-up-history
           end-evaluate.

      *> the first history record at or after the start of the
      *> window for this customer and campaign: if there is one, the
      *> customer was mailed this campaign inside the window
       b240-look-up-history.
           move spaces to mail-history-record.
           move ws-look-id to mh-customer-id.
           move ws-campaign to mh-campaign.
           move ws-window-start to mh-date.
           start mail-history-file key is not less than mh-key
               invalid key continue
               not invalid key
                   read mail-history-file next record
                       at end continue
                       not at end
                           if mh-customer-id = ws-look-id
                                   and mh-campaign = ws-campaign
                                   and mh-date is numeric
                               move 'Y' to ws-id-found
                           end-if
                   end-read
           end-start.

      *> the selection cards: one keyword per line, combined, so
      *> "ADDRTYPE=I" with "COUNTRY=CANADA" cuts the run to just the
           end-if.

       b200-check-do-not-mail.
           move 'D' to ws-look-file.
           perform b220-check-card-ids.
           move ws-id-found to ws-dnm-found.
