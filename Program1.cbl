           record key is rn-run-number
           file status is ws-rn-status.

      *The stock locations a receipt, issue or transfer may name.
      *It may not exist; only the main warehouse is then valid.
           select optional location-file
           assign to "../../../A6-LOCATIONS.dat"
           organization is line sequential
           file status is ws-lc-status.


       data division.
       file section. 
      *input file. 
       fd input-file
           data record is input-line
           record contains 40 characters.
       01 input-line.
         05 il-maint-code               pic x.
               88 il-class-valid                   value 'A', 'C', 'D',
         05 il-effective-date          pic 9(8).
         05 il-effective-date-x redefines il-effective-date
                                       pic x(8).
      *The operator ID of whoever keyed the transaction, carried
      *through to the posting run so an approval can be checked
      *against it.  Spaces from an extract that does not carry it.
         05 il-keyed-by                pic x(6).

      *Trailer record, same 34-byte slot as a detail record, carrying
      *the upstream extract's own count of how many detail records it

      *Receipt/issue record, same 34-byte slot: an "R" transaction
      *carries an action byte ("+" receipt, "-" issue, "P" set the
      *reorder point, "T" transfer between locations, "K" issue of
      *a kit) and a quantity instead of description, price and
      *vendor, then the stock location it hits -- blank for the main
      *warehouse -- and, on a transfer, the location the stock moves
      *to.
       01 receipt-record redefines input-line.
         05 rc-code                    pic x.
         05 rc-part-number             pic 9(5).
         05 rc-action                  pic x.
               88 rc-action-valid              value "+", "-", "P",
                                                     "T", "K".
               88 rc-transfer                  value "T".
         05 rc-quantity                pic 9(5).
         05 rc-location                pic x(3).
         05 rc-to-location             pic x(3).
         05 filler                     pic x(16).

      *File declaration of error report which will be displaying in
      *our report. 
      *bytes are the transaction in input-line's own layout; the 5
      *bytes after it carry the batch run number the record belongs
      *to, so several batches can coexist on the file and the
      *posting run can sweep them in run-number order.  The last 6
      *bytes carry the operator ID that keyed the transaction.
       fd good-trans-file
           data record is good-trans-line
           record contains 45 characters.
       01 good-trans-line.
         05 gtl-transaction            pic x(34).
         05 gtl-run-number             pic 9(5).
         05 gtl-keyed-by               pic x(6).

      *File declaration of the vendor master.
       fd vendor-master
           10 cp-part-number           pic 9(5).
         05 cp-contract-price          pic 9(2)v99.

      *File declaration of the location list.  One record per stock
      *location: its code and its name.
       fd location-file
           data record is lc-line
           record contains 23 characters.
       01 lc-line.
         05 lc-location-code           pic x(3).
         05 lc-location-name           pic x(20).

      *File declaration of the contract tolerance file.  One record
      *holding the allowed whole-number percent off the contract.
       fd contract-tol-file

      *File declaration of the reject file: the rejected transaction,
      *the recycle pass's bounce counter (spaces until it bounces),
      *the date the record first rejected, and the operator who
      *keyed it, so a corrected record still carries its keyer.
       fd reject-file
           data record is reject-line
           record contains 50 characters.
       01 reject-line.
         05 rjl-transaction            pic x(34).
         05 rjl-recycle-count          pic x(2).
         05 rjl-reject-date            pic 9(8).
         05 rjl-keyed-by               pic x(6).

      *File declaration of the audit file.
       fd audit-file
           data record is audit-line
           record contains 68 characters.
       01 audit-line.
         05 au-record-number           pic 9(7).
         05 au-maint-code              pic x.
      *The run date stamps each entry into its period, so the
      *archive run can cut completed periods off the live log.
         05 au-run-date                pic 9(8).
      *Who approved the entry, on the runs that act on an approval;
      *spaces here.
         05 au-approver-id             pic x(6).

      *File declaration of the restart/checkpoint file.  Carries the
      *good/bad counters and the list of part numbers added so far
       77 ws-contract-tol-pct          pic 9(3)    value 5.
       77 ws-contract-diff             pic 9(2)v99 value 0.

      *The stock locations on the location list, and the location
      *edit for the receipt in hand: a blank location is the main
      *warehouse; anything else has to be on the list, and a
      *transfer has to name two different listed locations.
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

      *The audit outcome for the record currently being processed.
       01 ws-audit-fields.
         05 ws-audit-status            pic x       value spaces.
                             "EFF DATE TOO FAR OUT ".
         05 ws-error-text-12-cnst      pic x(40)   value
                             "PRICE OFF CONTRACT ".
         05 ws-error-text-13-cnst      pic x(40)   value
                             "INVALID STOCK LOCATION ".

      *These are the constants checking for the class 
       01 ws-class-cnst.
      *The contract edit needs its reference file and tolerance.
               perform 070-open-contract-file
               perform 075-read-contract-tolerance
               perform 078-load-locations

               perform 050-read-restart-point

               end-if
               perform 140-determine-price-range
               perform 142-check-contract-price
               perform 143-check-location
               perform 135-edit-effective-date
      *A "D" (delete) record carries no real price/description/vendor
      *data to edit -- the detail reporting below already skips those
                 (not ws-vendor-found))) or
                 ((il-maint-code is equal 'R') and
                 ((not rc-action-valid) or
                 (rc-quantity is not numeric) or
                 (not ws-location-ok)))
                 then
                   add 1               to ws-bad-count
                   move input-line     to rjl-transaction
                   move spaces         to rjl-recycle-count
                   move ws-run-date    to rjl-reject-date
                   move il-keyed-by    to rjl-keyed-by
                   write reject-line
                   add 1               to ws-line-count
                   if (ws-line-count > ws-lines-per-page-cnst or
                           write error-line        from ws-error-line
                             after advancing 1 line
                       end-if

                       if (not ws-location-ok)
                           move ws-record-count    to ws-record-number
                           if (error-line equal spaces)
                               move input-line     to ws-file-line
                               write error-line    from ws-detail-line
                                 after advancing 2 lines
                           end-if
                           move ws-error-text-13-cnst to
                             ws-error-code-desc
                           write error-line        from ws-error-line
                             after advancing 1 line
                       end-if
                   end-if
                   move "F"                to ws-audit-status
                   move ws-error-code-desc to ws-audit-error-text
               end-if
               move input-line             to gtl-transaction
               move ws-this-run            to gtl-run-number
               move il-keyed-by            to gtl-keyed-by
               write good-trans-line
           end-if
           perform 145-write-audit-record
           end-read.
           close contract-tol-file.

      *This paragraph loads the location list, when one is on hand.
       078-load-locations.
           move 0                      to ws-location-count.
           open input location-file.
           if (ws-lc-status = "00")
               read location-file
               at end move ws-true-cnst to ws-eof-flag
               end-read
               perform 079-load-one-location
                 until ws-eof-flag = ws-true-cnst
               move ws-false-cnst      to ws-eof-flag
           end-if.
           close location-file.

      *This paragraph keeps one location code in the table.
       079-load-one-location.
           if (lc-location-code not = spaces) and
             (ws-location-count < ws-location-limit-cnst)
               add 1                   to ws-location-count
               move lc-location-code   to
                 ws-location-code (ws-location-count)
           end-if.
           read location-file
           at end move ws-true-cnst    to ws-eof-flag.

      *This paragraph edits the stock locations a receipt, issue or
      *transfer names.  Setting a reorder point names none.
       143-check-location.
           move "Y"                    to ws-location-ok-flag.
           if (il-maint-code is equal 'R')
               if (rc-transfer)
                   if (rc-location = spaces) or
                     (rc-to-location = spaces) or
                     (rc-location = rc-to-location)
                       move "N"        to ws-location-ok-flag
                   else
                       move rc-location to ws-check-location
                       perform 146-find-location
                       if (not ws-location-found)
                           move "N"    to ws-location-ok-flag
                       end-if
                       move rc-to-location to ws-check-location
                       perform 146-find-location
                       if (not ws-location-found)
                           move "N"    to ws-location-ok-flag
                       end-if
                   end-if
               else
                   if (rc-location not = spaces)
                       move rc-location to ws-check-location
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
      *vendor's contracted price for the part, when one is on file.
      *The tiered band check only knows the price is inside a range;
           move ws-audit-status        to au-status.
           move ws-audit-error-text    to au-error-text.
           move ws-run-date            to au-run-date.
           move spaces                 to au-approver-id.
           write audit-line.

      *This paragraph picks up the control count off the trailer
