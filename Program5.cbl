           organization is line sequential
           file status is ws-ct-status.

      *The stock locations a receipt, issue or transfer may name,
      *same list the validation run edits against.
           select optional location-file
           assign to "../../../A6-LOCATIONS.dat"
           organization is line sequential
           file status is ws-lc-status.

      *Survivors are appended here so the posting run picks them up
      *with the night's regular good transactions.  They carry this
      *run's own batch number, registered on the run-control
      *bytes after it carry the recycle counter, which is spaces on a
      *record that has never been through a recycle pass, and the
      *eight after that the date the record first rejected, carried
      *untouched so the status board can age the backlog.  The last
      *six carry the operator who keyed the record, so a corrected
      *record goes back to good still naming its keyer.
       fd reject-file
           data record is rj-line
           record contains 50 characters.
       01 rj-line.
         05 rj-transaction.
           10 rj-maint-code            pic x.
           10 rjr-code                 pic x.
           10 rjr-part-number          pic 9(5).
           10 rjr-action               pic x.
               88 rjr-action-valid             value "+", "-", "P",
                                                     "T", "K".
               88 rjr-transfer                 value "T".
           10 rjr-quantity             pic 9(5).
           10 rjr-location             pic x(3).
           10 rjr-to-location          pic x(3).
           10 filler                   pic x(16).
         05 rj-recycle-count           pic x(2).
         05 rj-reject-date             pic x(8).
         05 rj-keyed-by                pic x(6).

      *File declaration of the vendor master.  Same 27-byte layout
      *A6-DataValidation reads in 110-lookup-vendor.
       01 tl-line.
         05 tl-tolerance-pct           pic 9(3).

      *File declaration of the location list.  Same 23-byte layout
      *A6-DataValidation reads.
       fd location-file
           data record is lc-line
           record contains 23 characters.
       01 lc-line.
         05 lc-location-code           pic x(3).
         05 lc-location-name           pic x(20).

      *File declaration of the good-transaction file.  Same 45-byte
      *layout A6-DataValidation writes: the 34-byte transaction with
      *the batch run number stamped on bytes 35-39 and the operator
      *who keyed it on bytes 40-45.
       fd good-trans-file
           data record is good-trans-line
           record contains 45 characters.
       01 good-trans-line.
         05 gtl-transaction            pic x(34).
         05 gtl-run-number             pic 9(5).
         05 gtl-keyed-by               pic x(6).

      *File declaration of the run-control registry.  Record 00000
      *is the control record whose count field carries the latest
      *File declaration of the carry work file.
       fd recycle-work-file
           data record is rw-line
           record contains 50 characters.
       01 rw-line                      pic x(50).

      *File declaration of the chronic reject file.
       fd chronic-file
           data record is ch-line
           record contains 50 characters.
       01 ch-line                      pic x(50).

      *File declaration of the copy-back path to the reject file.
       fd reject-out-file
           data record is ro-line
           record contains 50 characters.
       01 ro-line                      pic x(50).

      *File declaration of the recycle report.
       fd recycle-report
                             "EFF DATE TOO FAR OUT ".
         05 ws-error-text-12-cnst      pic x(40)   value
                             "PRICE OFF CONTRACT ".
         05 ws-error-text-13-cnst      pic x(40)   value
                             "INVALID STOCK LOCATION ".

       77 ws-rj-status                 pic xx      value spaces.
       77 ws-vm-status                 pic xx      value spaces.
       77 ws-contract-tol-pct          pic 9(3)    value 5.
       77 ws-contract-diff             pic 9(2)v99 value 0.

      *The stock locations on the location list, and the location
      *edit for the record in hand, same edit the validation run
      *applies.
       77 ws-lc-status                 pic xx      value spaces.
       77 ws-location-limit-cnst       pic 9(2)    value 50.
       77 ws-location-count            pic 9(2)    value 0.
       77 ws-location-index            pic 9(2)    value 0.
       77 ws-check-location            pic x(3)    value spaces.
       77 ws-default-location-cnst     pic x(3)    value "MWH".
       01 ws-location-table.
         05 ws-location-code           pic x(3)    occurs 50 times.
       01 ws-location-flags.
         05 ws-location-ok-flag        pic x       value "Y".
               88 ws-location-ok               value "Y".
         05 ws-location-found-flag     pic x       value "N".
               88 ws-location-found            value "Y".

      *The effective-date edit result for the record currently being
      *edited, same edit the validation run applies.
       01 ws-eff-date-flags.
      *same as in the validation run.
               perform 055-open-contract-file
               perform 056-read-contract-tolerance
               perform 058-load-locations

      *The survivors' batch number is reserved before the first
      *record is written, so every record carries its stamp.
               end-if
               move rj-transaction     to gtl-transaction
               move ws-this-run        to gtl-run-number
               move rj-keyed-by        to gtl-keyed-by
               write good-trans-line
               move "RETURNED-GOOD"    to ws-detail-result
               move spaces             to ws-detail-reason
           end-if.
           perform 140-determine-price-range.
           perform 142-check-contract-price.
           perform 143-check-location.
           perform 135-edit-effective-date.

           if (rj-part-number is not numeric)
                   set ws-edit-failed  to true
                   move ws-error-text-9-cnst to ws-edit-reason
               end-if
               if (ws-edit-ok) and (not ws-location-ok)
                   set ws-edit-failed  to true
                   move ws-error-text-13-cnst to ws-edit-reason
               end-if
           end-if.

      *This paragraph looks the record's vendor number up on the
           end-read.
           close contract-tol-file.

      *This paragraph loads the location list, when one is on hand.
       058-load-locations.
           move 0                      to ws-location-count.
           open input location-file.
           if (ws-lc-status = "00")
               read location-file
               at end move ws-true-cnst to ws-eof-flag
               end-read
               perform 059-load-one-location
                 until ws-eof-flag = ws-true-cnst
               move ws-false-cnst      to ws-eof-flag
           end-if.
           close location-file.

      *This paragraph keeps one location code in the table.
       059-load-one-location.
           if (lc-location-code not = spaces) and
             (ws-location-count < ws-location-limit-cnst)
               add 1                   to ws-location-count
               move lc-location-code   to
                 ws-location-code (ws-location-count)
           end-if.
           read location-file
           at end move ws-true-cnst    to ws-eof-flag.

      *This paragraph edits the stock locations an "R" record names,
      *same as the validation run.  Setting a reorder point names
      *none.
       143-check-location.
           move "Y"                    to ws-location-ok-flag.
           if (rj-maint-code equal 'R')
               if (rjr-transfer)
                   if (rjr-location = spaces) or
                     (rjr-to-location = spaces) or
                     (rjr-location = rjr-to-location)
                       move "N"        to ws-location-ok-flag
                   else
                       move rjr-location to ws-check-location
                       perform 146-find-location
                       if (not ws-location-found)
                           move "N"    to ws-location-ok-flag
                       end-if
                       move rjr-to-location to ws-check-location
                       perform 146-find-location
                       if (not ws-location-found)
                           move "N"    to ws-location-ok-flag
                       end-if
                   end-if
               else
                   if (rjr-location not = spaces)
                       move rjr-location to ws-check-location
                       perform 146-find-location
                       if (not ws-location-found)
                           move "N"    to ws-location-ok-flag
                       end-if
                   end-if
               end-if
           end-if.

      *This paragraph looks one location code up on the list.
      *The main warehouse is always valid, listed or not.
       146-find-location.
           move "N"                    to ws-location-found-flag.
           if (ws-check-location = ws-default-location-cnst)
               set ws-location-found   to true
           end-if.
           perform 147-match-one-location
             varying ws-location-index from 1 by 1
             until ws-location-index > ws-location-count.

      *This paragraph matches the location against one list entry.
       147-match-one-location.
           if (ws-location-code (ws-location-index) =
             ws-check-location)
               set ws-location-found   to true
           end-if.

      *This paragraph checks an Add or Change's price against the
      *vendor's contracted price for the part, when one is on file,
      *same as the validation run: cross-multiplied so truncation
