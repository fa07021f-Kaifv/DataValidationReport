      *A6-DataValidation (the Adds/Changes/Deletes that passed every
      *edit) and posts them against the real part master file, so a
      *clean validation run actually updates our part data instead of
      *just reporting that it would have.  A receipt is also matched
      *against the part's open purchase-order lines, oldest PO
      *first, closing each line it fills in full and leaving a short
      *one part received, so purchasing sees what is still owed.
      *Stock is also held by location: a receipt or issue lands on
      *the location it names (the main warehouse when it names
      *none), a transfer moves stock between two locations without
      *touching the part's total, and the master's on-hand stays the
      *sum of the part's locations.  An issue for more than is on
      *hand issues what there is and back-orders the rest; a later
      *receipt fills the part's open back-orders first, oldest
      *first, before what is left goes to stock.  A kit issue is
      *exploded into an issue of each of the kit's components off
      *the kit structure file, and is refused whole if any one of
      *them is short.

       environment division.
       configuration section.
           organization is line sequential
           file status is ws-hs-status.

      *The open purchase-order lines the reorder run generates,
      *keyed by part and then PO number, so a part's oldest open
      *line is the first one a receipt meets.
           select open-order-file
           assign to "../../../A6-OPENPO.dat"
           organization is indexed
           access mode is dynamic
           record key is op-order-key
           file status is ws-op-status.

      *The part's stock by location, keyed by part and location, so
      *a part's locations come back together.
           select part-location-file
           assign to "../../../A6-PARTLOC.dat"
           organization is indexed
           access mode is dynamic
           record key is sl-location-key
           file status is ws-sl-status.

      *Every location quantity this run moves is journalled here
      *with its before and after quantities, under the batch's run
      *number, so the backout run can put the locations back too.
           select location-journal-file
           assign to "../../../A6-LOCJRNL.dat"
           organization is line sequential
           file status is ws-lj-status.

      *The shortfalls of issues that asked for more than was on
      *hand, keyed by part, then the date and batch that raised
      *them, so a part's oldest back-order is the first a receipt
      *meets.
           select backorder-file
           assign to "../../../A6-BACKORDER.dat"
           organization is indexed
           access mode is dynamic
           record key is bo-order-key
           file status is ws-bo-status.

      *The components of each kit and how many of each one kit
      *takes, keyed by kit part then component, so a kit's
      *components come back together.
           select kit-structure-file
           assign to "../../../A6-KITBOM.dat"
           organization is indexed
           access mode is dynamic
           record key is kb-kit-key
           file status is ws-kb-status.


       data division.
       file section.
      *bytes are the transaction in the layout A6-DataValidation uses
      *for input-line; the 5 bytes after it carry the batch run
      *number the record was validated under, so several batches
      *coexist on the file and this run sweeps them in order.  The
      *last 6 bytes carry the operator ID that keyed it -- spaces on
      *records the recycle and release runs put back.
       fd good-trans-file
           data record is gt-line
           record contains 45 characters.
       01 gt-line.
         05 gt-transaction.
           10 gt-maint-code             pic x.

      *Receipt/issue view of the same 34-byte slot: an "R" record
      *carries an action byte and a quantity where an add or change
      *carries description, price and vendor, then the location it
      *hits and, on a transfer, the location the stock moves to.  On
      *a kit issue the part is the kit and the quantity the number
      *of kits.
         05 gt-receipt-record redefines gt-transaction.
           10 gr-maint-code             pic x.
           10 gr-part-number            pic 9(5).
               88 gr-receipt                   value "+".
               88 gr-issue                     value "-".
               88 gr-set-reorder-point         value "P".
               88 gr-transfer                  value "T".
               88 gr-kit-issue                 value "K".
           10 gr-quantity               pic 9(5).
           10 gr-location               pic x(3).
           10 gr-to-location            pic x(3).
           10 filler                    pic x(16).
         05 gt-run-number               pic 9(5).
         05 gt-keyed-by                 pic x(6).

      *File declaration of the part master, keyed on part number.
       fd part-master
      *File declaration of the price-hold file.  The disposition byte
      *is space as written here; a supervisor marks it "A" (apply) or
      *"D" (discard) before the release run.  The held date lets the
      *status board age the undispositioned queue.  The supervisor
      *keys their approver ID beside the disposition; the operator
      *who keyed the change rides along so the release run can
      *refuse a change approved by the person who keyed it.
       fd price-hold-file
           data record is ph-line
           record contains 64 characters.
       01 ph-line.
         05 ph-disposition             pic x.
         05 ph-transaction             pic x(34).
         05 ph-old-price               pic 9(2)v99.
         05 ph-pct-swing               pic 9(3)v99.
         05 ph-held-date               pic 9(8).
         05 ph-approver-id             pic x(6).
         05 ph-keyed-by                pic x(6).

      *File declaration of the price exception report.
       fd price-exception-report
       01 pe-line                      pic x(60).

      *File declaration of the pending file: the parked transaction
      *in the good-transaction layout, the date it was parked so the
      *status board can age the queue, and the operator who keyed
      *it, so it is released still naming its keyer.
       fd pending-file
           data record is pn-line
           record contains 48 characters.
       01 pn-line.
         05 pnl-transaction            pic x(34).
         05 pnl-parked-date            pic 9(8).
         05 pnl-keyed-by               pic x(6).

      *File declaration of the run-control registry.  Record 00000
      *is the control record whose count field carries the latest

      *File declaration of the posting journal.  Adds journal an
      *after image only, deletes a before image only, changes and
      *receipts both.  The approver ID is filled in only by the runs
      *that post on an approval.
       fd journal-file
           data record is jr-record
           record contains 113 characters.
       01 jr-record.
         05 jr-run-number              pic 9(5).
         05 jr-sequence                pic 9(7).
         05 jr-action                  pic x(7).
         05 jr-before-image            pic x(44).
         05 jr-after-image             pic x(44).
         05 jr-approver-id             pic x(6).

      *File declaration of the permanent price history file.  One
      *entry per posted price movement: the part, the price it moved
      *from and to, the transaction's effective date, the vendor that
      *moved it, the run date it posted, and who approved it when it
      *was released off the price hold file.
       fd price-history-file
           data record is hs-line
           record contains 41 characters.
       01 hs-line.
         05 hs-part-number             pic 9(5).
         05 hs-old-price               pic 9(2)v99.
         05 hs-effective-date          pic 9(8).
         05 hs-vendor-number           pic 9(6).
         05 hs-run-date                pic 9(8).
         05 hs-approver-id             pic x(6).

      *File declaration of the open-order file.  Same 76-byte layout
      *A6-ReorderReport writes.  The last-receipt run and quantity
      *let the backout run take a night's receipts back off.
       fd open-order-file
           data record is op-order-record
           record contains 76 characters.
       01 op-order-record.
         05 op-order-key.
           10 op-part-number           pic 9(5).
           10 op-po-number             pic 9(7).
           10 op-line-number           pic 9(3).
         05 op-vendor-number           pic 9(6).
         05 op-order-qty               pic 9(7).
         05 op-received-qty            pic 9(7).
         05 op-unit-price              pic 9(2)v99.
         05 op-order-date              pic 9(8).
         05 op-due-date                pic 9(8).
         05 op-status                  pic x.
               88 op-line-open                 value "O".
               88 op-line-partial              value "P".
               88 op-line-closed               value "C".
         05 op-last-receipt-date       pic 9(8).
         05 op-last-receipt-run        pic 9(5).
         05 op-last-receipt-qty        pic 9(7).

      *File declaration of the part location file.  One record per
      *part per location the part has ever been stocked in.
       fd part-location-file
           data record is sl-location-record
           record contains 21 characters.
       01 sl-location-record.
         05 sl-location-key.
           10 sl-part-number           pic 9(5).
           10 sl-location-code         pic x(3).
         05 sl-on-hand-qty             pic 9(5).
         05 sl-last-activity-date      pic 9(8).

      *File declaration of the location journal.  One entry per
      *location quantity moved: the part and location, what moved
      *it, and the quantity before and after.
       fd location-journal-file
           data record is lj-record
           record contains 45 characters.
       01 lj-record.
         05 lj-run-number              pic 9(5).
         05 lj-sequence                pic 9(7).
         05 lj-part-number             pic 9(5).
         05 lj-location-code           pic x(3).
         05 lj-action                  pic x(7).
         05 lj-before-qty              pic 9(5).
         05 lj-after-qty               pic 9(5).
         05 lj-run-date                pic 9(8).

      *File declaration of the back-order file.  The filled
      *quantity grows as receipts arrive; the last-fill run and
      *quantity let the backout run take a night's fills back off.
      *The last five bytes are spare.
       fd backorder-file
           data record is bo-record
           record contains 60 characters.
       01 bo-record.
         05 bo-order-key.
           10 bo-part-number           pic 9(5).
           10 bo-order-date            pic 9(8).
           10 bo-run-number            pic 9(5).
           10 bo-sequence              pic 9(5).
         05 bo-location-code           pic x(3).
         05 bo-ordered-qty             pic 9(5).
         05 bo-filled-qty              pic 9(5).
         05 bo-status                  pic x.
               88 bo-open                      value "O".
               88 bo-filled                    value "F".
         05 bo-last-fill-date          pic 9(8).
         05 bo-last-fill-run           pic 9(5).
         05 bo-last-fill-qty           pic 9(5).
         05 filler                     pic x(5).

      *File declaration of the kit structure file.  Same 15-byte
      *layout A6-KitStructureUpdate maintains.
       fd kit-structure-file
           data record is kb-kit-record
           record contains 15 characters.
       01 kb-kit-record.
         05 kb-kit-key.
           10 kb-kit-part-number        pic 9(5).
           10 kb-component-number       pic 9(5).
         05 kb-component-qty            pic 9(5).

      *File declaration of the posting stats file read back by the
      *reconciliation run.
         05 filler                     pic x(3)    value spaces.
         05 ws-skipped-out             pic 9(7)    value 0.

       01 ws-summary-line10.
         05 filler                     pic x(17)   value
         "PO LINES RECEIVED".
         05 filler                     pic x(3)    value spaces.
         05 ws-po-lines-received       pic 9(7)    value 0.

       01 ws-summary-line11.
         05 filler                     pic x(15)   value
         "PO LINES CLOSED".
         05 filler                     pic x(3)    value spaces.
         05 ws-po-lines-closed         pic 9(7)    value 0.

       01 ws-summary-line12.
         05 filler                     pic x(16)   value
         "TRANSFERS POSTED".
         05 filler                     pic x(3)    value spaces.
         05 ws-transfers-posted        pic 9(7)    value 0.

       01 ws-summary-line13.
         05 filler                     pic x(18)   value
         "BACK-ORDERS RAISED".
         05 filler                     pic x(3)    value spaces.
         05 ws-backorders-raised       pic 9(7)    value 0.

       01 ws-summary-line14.
         05 filler                     pic x(18)   value
         "BACK-ORDERS FILLED".
         05 filler                     pic x(3)    value spaces.
         05 ws-backorders-filled       pic 9(7)    value 0.

       01 ws-summary-line15.
         05 filler                     pic x(17)   value
         "KIT ISSUES POSTED".
         05 filler                     pic x(3)    value spaces.
         05 ws-kits-issued             pic 9(7)    value 0.

      *One line per swept batch, so the report shows how the day's
      *records split across the batches that posted.
       01 ws-batch-summary-line.
       77 ws-delete-rejects            pic 9(7)    value 0.
       77 ws-receipt-rejects           pic 9(7)    value 0.

      *Receipt matching against the open-order file: whether the file
      *is on hand at all, whether the part's open lines are used up,
      *the receipt quantity still to be matched, and how much of it
      *went onto the line in hand.
       77 ws-op-status                 pic xx      value spaces.
       01 ws-open-order-flags.
         05 ws-open-order-ok-flag      pic x       value "N".
               88 ws-open-order-ok             value "Y".
         05 ws-match-done-flag         pic x       value "N".
               88 ws-match-done                value "Y".
       77 ws-match-qty-left            pic 9(5)    value 0.
       77 ws-outstanding-qty           pic 9(7)    value 0.
       77 ws-po-applied-qty            pic 9(7)    value 0.

      *The location a receipt, issue or transfer leg hits, its
      *quantity before and after, and the location journal entry
      *being built.  A receipt or issue naming no location hits the
      *main warehouse.
       77 ws-sl-status                 pic xx      value spaces.
       77 ws-lj-status                 pic xx      value spaces.
       77 ws-default-location-cnst     pic x(3)    value "MWH".
       77 ws-location                  pic x(3)    value spaces.
       77 ws-loc-before-qty            pic 9(5)    value 0.
       77 ws-loc-after-qty             pic 9(5)    value 0.
       77 ws-loc-journal-seq           pic 9(7)    value 0.
       77 ws-lj-action                 pic x(7)    value spaces.
       01 ws-location-flags.
         05 ws-loc-found-flag          pic x       value "N".
               88 ws-loc-found                 value "Y".
         05 ws-loc-done-flag           pic x       value "N".
               88 ws-loc-done                  value "Y".

      *Back-order handling: whether the back-order file is on hand,
      *what an issue could take and what it fell short by, and the
      *receipt quantity still to fill the part's open back-orders
      *with.  With no back-order file an issue for more than is on
      *hand is rejected, as it always was.
       77 ws-bo-status                 pic xx      value spaces.
       01 ws-backorder-flags.
         05 ws-backorder-ok-flag       pic x       value "N".
               88 ws-backorder-ok              value "Y".
         05 ws-fill-done-flag          pic x       value "N".
               88 ws-fill-done                 value "Y".
       77 ws-available-qty             pic 9(5)    value 0.
       77 ws-issue-qty                 pic 9(5)    value 0.
       77 ws-short-qty                 pic 9(5)    value 0.
       77 ws-fill-qty-left             pic 9(5)    value 0.
       77 ws-fill-this-qty             pic 9(5)    value 0.
       77 ws-fill-total                pic 9(5)    value 0.
       77 ws-bo-outstanding            pic 9(5)    value 0.
       77 ws-backorder-seq             pic 9(5)    value 0.

      *The from leg of a transfer, held while the to leg is read.
       77 ws-from-location             pic x(3)    value spaces.
       77 ws-from-before-qty           pic 9(5)    value 0.
       77 ws-from-found-flag           pic x       value "N".

      *The part whose location stock is being read or moved: the
      *transaction's own part, or on a kit issue each component in
      *turn.
       77 ws-stock-part                pic 9(5)    value 0.

      *Kit explosion: whether the kit structure file is on hand, and
      *the components of the kit in hand with what one kit takes and
      *what the whole issue needs of each.  A kit with more
      *components than the table holds is refused, not part issued.
       77 ws-kb-status                 pic xx      value spaces.
       01 ws-kit-flags.
         05 ws-kit-file-ok-flag        pic x       value "N".
               88 ws-kit-file-ok               value "Y".
         05 ws-kit-done-flag           pic x       value "N".
               88 ws-kit-done                  value "Y".
         05 ws-kit-overflow-flag       pic x       value "N".
               88 ws-kit-overflow              value "Y".
       77 ws-kit-limit-cnst            pic 9(3)    value 50.
       77 ws-kit-count                 pic 9(3)    value 0.
       77 ws-kit-index                 pic 9(3)    value 0.
       01 ws-kit-table.
         05 ws-kit-component           occurs 50 times.
           10 ws-kc-component          pic 9(5).
           10 ws-kc-qty-per            pic 9(5).
           10 ws-kc-needed             pic 9(5).

       procedure division.
       000-main.
           move ws-false-cnst to ws-eof-flag.
           perform 065-open-price-hold
           perform 070-open-pending
           perform 075-open-journal
           perform 077-open-location-journal
           perform 080-open-price-history
           perform 085-open-open-orders
           perform 090-open-back-orders
           perform 095-open-kit-structure
           open output post-report
           open output price-exception-report

           close pending-file
           close journal-file
           close price-history-file
           close part-location-file
           close location-journal-file
           if (ws-backorder-ok)
               close backorder-file
           end-if
           if (ws-kit-file-ok)
               close kit-structure-file
           end-if
           if (ws-open-order-ok)
               close open-order-file
           end-if

      *Every ready batch is swept and marked, so the good-trans
      *file starts the next day empty instead of accumulating
           end-if.
           if (ws-pm-status = "00")
               set ws-master-ok        to true
               perform 055-open-part-locations
           else
               display "PART MASTER WILL NOT OPEN -- STATUS "
                 ws-pm-status
               display "POSTING REFUSED -- MASTER NEEDS ATTENTION"
           end-if.

      *This paragraph opens the part location file for update,
      *creating it the first time.  The master's on-hand is the sum
      *of the part's locations, so a location file that will not
      *open stops the run the same as the master would.
       055-open-part-locations.
           open i-o part-location-file.
           if (ws-sl-status = "35")
               open output part-location-file
               close part-location-file
               open i-o part-location-file
           end-if.
           if (ws-sl-status not = "00")
               display "PART LOCATION FILE WILL NOT OPEN -- STATUS "
                 ws-sl-status
               display "POSTING REFUSED -- LOCATIONS NEED ATTENTION"
               close part-master
               move "N"                to ws-master-ok-flag
           end-if.

      *This paragraph picks up the allowed percent swing from the
      *price-limit file, when one is on hand.
       060-read-price-limit.
               open output journal-file
           end-if.

      *This paragraph opens the location journal for append.  Like
      *the posting journal, it is permanent.
       077-open-location-journal.
           open extend location-journal-file.
           if (ws-lj-status = "35")
               open output location-journal-file
           end-if.

      *This paragraph opens the price history file for append.  The
      *history is permanent, like the journal -- every run adds its
      *price movements to it.
               open output price-history-file
           end-if.

      *This paragraph opens the open-order file for update.  No file
      *means the reorder run has never cut a PO, so receipts simply
      *post without matching.
       085-open-open-orders.
           move "N"                    to ws-open-order-ok-flag.
           open i-o open-order-file.
           if (ws-op-status = "00")
               set ws-open-order-ok    to true
           else
               display "NO OPEN ORDER FILE -- RECEIPTS NOT MATCHED "
                 "TO POS"
           end-if.

      *This paragraph opens the back-order file for update,
      *creating it the first time.  A file that will not open leaves
      *short issues rejected and receipts going straight to stock.
       090-open-back-orders.
           move "N"                    to ws-backorder-ok-flag.
           open i-o backorder-file.
           if (ws-bo-status = "35")
               open output backorder-file
               close backorder-file
               open i-o backorder-file
           end-if.
           if (ws-bo-status = "00")
               set ws-backorder-ok     to true
           else
               display "BACK-ORDER FILE WILL NOT OPEN -- STATUS "
                 ws-bo-status
               display "SHORT ISSUES REJECTED -- NOTHING BACK-ORDERED"
           end-if.

      *This paragraph opens the kit structure file for reading.  No
      *file means no kit has been set up yet, so a kit issue has
      *nothing to explode into and is rejected.
       095-open-kit-structure.
           move "N"                    to ws-kit-file-ok-flag.
           open input kit-structure-file.
           if (ws-kb-status = "00")
               set ws-kit-file-ok      to true
           else
               display "NO KIT STRUCTURE FILE -- KIT ISSUES REJECTED"
           end-if.

      *This paragraph posts one good transaction to the part master,
      *according to its maintenance code.
       100-post-transaction.
                       perform 130-post-delete
                   end-if
                   if (gt-maint-code equal 'R')
                       if (gr-transfer)
                           perform 170-post-transfer
                       else
                       if (gr-kit-issue)
                           perform 240-post-kit-issue
                       else
                           perform 140-post-receipt
                       end-if
                       end-if
                   end-if
               end-if
           end-if.
           move pm-unit-price          to ph-old-price.
           move ws-pct-swing           to ph-pct-swing.
           move ws-run-date            to ph-held-date.
           move spaces                 to ph-approver-id.
           move gt-keyed-by            to ph-keyed-by.
           write ph-line.

           move gt-part-number         to ws-exc-part-number.

      *This paragraph applies a receipt/issue to an existing part's
      *on-hand quantity, or sets its reorder point.  An issue for
      *more than the location it names holds -- or than the part
      *holds at all -- issues what is there and back-orders the
      *shortfall; one with nothing to issue is back-ordered whole.
      *A posted receipt or issue moves the location's quantity along
      *with the master's, and a receipt fills the part's open
      *back-orders before anything else.
       140-post-receipt.
           move "RECEIPT"              to ws-detail-action.
           move gr-part-number         to pm-part-number.
           move gr-part-number         to ws-stock-part.
           move gr-location            to ws-location.
           if (ws-location = spaces)
               move ws-default-location-cnst to ws-location
           end-if.

           read part-master
             invalid key
           if (ws-pm-status = "00")
               move pm-part-record     to ws-before-image
               move "POSTED"           to ws-detail-result
               if (gr-receipt) or (gr-issue)
                   perform 180-read-location
               end-if
               if (gr-receipt)
                   add gr-quantity     to pm-on-hand-qty
                     on size error
                       move "REJECTED-QTY" to ws-detail-result
                   end-add
                   compute ws-loc-after-qty =
                     ws-loc-before-qty + gr-quantity
                     on size error
                       move "REJECTED-QTY" to ws-detail-result
                   end-compute
                   move "RECEIPT"      to ws-lj-action
               end-if
               if (gr-issue)
                   perform 172-work-out-issue
               end-if
               if (gr-set-reorder-point)
                   move gr-quantity    to pm-reorder-point
                 (not gr-set-reorder-point)
                   move "REJECTED-ACTION" to ws-detail-result
               end-if
      *An issue with nothing at all to take moves no stock; it is
      *settled by its back-order alone.
               if (ws-detail-result equal "POSTED") and (gr-issue) and
                 (ws-issue-qty = 0) and (ws-short-qty > 0)
                   perform 175-write-back-order
                   add 1               to ws-receipts-posted
                   move "BACKORDERED"  to ws-detail-result
               else
               if (ws-detail-result equal "POSTED")
                   move gr-maint-code  to pm-last-maint-code
                   move ws-run-date    to pm-last-activity-date
                       move "RECEIPT"  to ws-jr-action
                       move pm-part-record to ws-after-image
                       perform 150-write-journal
                       if (gr-receipt) or (gr-issue)
                           perform 185-post-location
                       end-if
                       if (gr-issue) and (ws-short-qty > 0)
                           perform 175-write-back-order
                           move "POSTED-BACKORDERED" to
                             ws-detail-result
                       end-if
                       if (gr-receipt) and (ws-backorder-ok)
                           perform 176-fill-back-orders
                       end-if
                       if (gr-receipt) and (ws-open-order-ok)
                           perform 160-match-open-orders
                       end-if
                   end-rewrite
               else
                   add 1               to ws-posting-rejects
                   add 1               to ws-receipt-rejects
               end-if
               end-if
           end-if.

      *This paragraph moves stock of an existing part from one
      *location to another.  The part's total is unchanged, so the
      *master is left alone and only the two locations move, each
      *leg journalled on the location journal.  A transfer settles
      *as a receipt on the posting counts, the same way it arrived
      *on the validation counts.
       170-post-transfer.
           move "TRANSFR"              to ws-detail-action.
           move gr-part-number         to pm-part-number.
           move gr-part-number         to ws-stock-part.

           read part-master
             invalid key
               move "REJECTED-NOTFND"  to ws-detail-result
               add 1                   to ws-posting-rejects
               add 1                   to ws-receipt-rejects
           end-read.

           if (ws-pm-status = "00")
               move "POSTED"           to ws-detail-result
               move gr-location        to ws-location
               perform 180-read-location
               move ws-location        to ws-from-location
               move ws-loc-before-qty  to ws-from-before-qty
               move ws-loc-found-flag  to ws-from-found-flag
               move gr-to-location     to ws-location
               perform 180-read-location
               if (gr-location = spaces) or
                 (gr-to-location = spaces) or
                 (gr-location = gr-to-location)
                   move "REJECTED-ACTION" to ws-detail-result
               else
               if (gr-quantity > ws-from-before-qty)
                   move "REJECTED-LOCQTY" to ws-detail-result
               else
                   compute ws-loc-after-qty =
                     ws-loc-before-qty + gr-quantity
                     on size error
                       move "REJECTED-QTY" to ws-detail-result
                   end-compute
               end-if
               end-if
               if (ws-detail-result equal "POSTED")
                   move "XFERIN"       to ws-lj-action
                   perform 185-post-location
                   move ws-from-location   to ws-location
                   move ws-from-before-qty to ws-loc-before-qty
                   move ws-from-found-flag to ws-loc-found-flag
                   compute ws-loc-after-qty =
                     ws-from-before-qty - gr-quantity
                   move "XFEROUT"      to ws-lj-action
                   perform 185-post-location
                   add 1               to ws-receipts-posted
                   add 1               to ws-transfers-posted
               else
                   add 1               to ws-posting-rejects
                   add 1               to ws-receipt-rejects
               end-if
           end-if.

      *This paragraph works out how much of an issue can be taken:
      *no more than the location holds, nor than the part holds in
      *all.  The rest is the shortfall to back-order -- or, with no
      *back-order file on hand, the reason the issue is rejected.
       172-work-out-issue.
           move pm-on-hand-qty         to ws-available-qty.
           if (ws-loc-before-qty < ws-available-qty)
               move ws-loc-before-qty  to ws-available-qty
           end-if.
           move gr-quantity            to ws-issue-qty.
           move 0                      to ws-short-qty.
           if (gr-quantity > ws-available-qty)
               if (ws-backorder-ok)
                   move ws-available-qty to ws-issue-qty
                   compute ws-short-qty =
                     gr-quantity - ws-available-qty
               else
               if (gr-quantity > pm-on-hand-qty)
                   move "REJECTED-QTY" to ws-detail-result
               else
                   move "REJECTED-LOCQTY" to ws-detail-result
               end-if
               end-if
           end-if.
           if (ws-detail-result equal "POSTED")
               subtract ws-issue-qty   from pm-on-hand-qty
               compute ws-loc-after-qty =
                 ws-loc-before-qty - ws-issue-qty
               move "ISSUE"            to ws-lj-action
           end-if.

      *This paragraph writes the shortfall of the issue in hand to
      *the back-order file, under the part, the run date and the
      *batch the issue came in on.
       175-write-back-order.
           add 1                       to ws-backorder-seq.
           move gr-part-number         to bo-part-number.
           move ws-run-date            to bo-order-date.
           move ws-run-number          to bo-run-number.
           move ws-backorder-seq       to bo-sequence.
           move ws-location            to bo-location-code.
           move ws-short-qty           to bo-ordered-qty.
           move 0                      to bo-filled-qty.
           move "O"                    to bo-status.
           move 0                      to bo-last-fill-date.
           move 0                      to bo-last-fill-run.
           move 0                      to bo-last-fill-qty.
           write bo-record
             invalid key
               display "BACK-ORDER WRITE FAILED FOR PART "
                 gr-part-number
             not invalid key
               add 1                   to ws-backorders-raised
           end-write.

      *This paragraph fills the part's open back-orders from the
      *receipt just posted.  The part-major key brings them back in
      *date and batch order, so the oldest is filled first.  What
      *the back-orders take is issued straight back out of the
      *receiving location.
       176-fill-back-orders.
           move gr-quantity            to ws-fill-qty-left.
           move 0                      to ws-fill-total.
           move "N"                    to ws-fill-done-flag.
           move gr-part-number         to bo-part-number.
           move 0                      to bo-order-date.
           move 0                      to bo-run-number.
           move 0                      to bo-sequence.
           start backorder-file
             key is not less than bo-order-key
             invalid key
               set ws-fill-done        to true
           end-start.
           perform 177-fill-one-back-order
             until ws-fill-done.
           if (ws-fill-total > 0)
               perform 178-issue-back-order-fill
           end-if.

      *This paragraph applies what is left of the receipt to the
      *next of the part's back-orders.  One filled in full is
      *closed; one only part filled stays open.
       177-fill-one-back-order.
           read backorder-file next record
             at end
               set ws-fill-done        to true
           end-read.
           if (not ws-fill-done)
               if (bo-part-number not = gr-part-number)
                   set ws-fill-done    to true
               else
               if (bo-open)
                   compute ws-bo-outstanding =
                     bo-ordered-qty - bo-filled-qty
                   if (ws-fill-qty-left < ws-bo-outstanding)
                       move ws-fill-qty-left to ws-fill-this-qty
                   else
                       move ws-bo-outstanding to ws-fill-this-qty
                   end-if
                   add ws-fill-this-qty to bo-filled-qty
                   if (bo-filled-qty = bo-ordered-qty)
                       move "F"        to bo-status
                   end-if
                   move ws-run-date    to bo-last-fill-date
                   if (bo-last-fill-run = ws-run-number)
                       add ws-fill-this-qty to bo-last-fill-qty
                   else
                       move ws-run-number to bo-last-fill-run
                       move ws-fill-this-qty to bo-last-fill-qty
                   end-if
                   rewrite bo-record
                     invalid key
                       display "BACK-ORDER REWRITE FAILED FOR PART "
                         bo-part-number
                     not invalid key
                       subtract ws-fill-this-qty
                         from ws-fill-qty-left
                       add ws-fill-this-qty to ws-fill-total
                       if (bo-filled)
                           add 1       to ws-backorders-filled
                       end-if
                   end-rewrite
                   if (ws-fill-qty-left = 0)
                       set ws-fill-done to true
                   end-if
               end-if
               end-if
           end-if.

      *This paragraph takes the quantity the back-orders filled
      *back off the master and the receiving location, journalled
      *like any issue so the trail and the backout see it.
       178-issue-back-order-fill.
           move pm-part-record         to ws-before-image.
           subtract ws-fill-total      from pm-on-hand-qty.
           rewrite pm-part-record
             invalid key
               display "BACK-ORDER FILL NOT ISSUED FOR PART "
                 pm-part-number
             not invalid key
               move "RECEIPT"          to ws-jr-action
               move pm-part-record     to ws-after-image
               perform 150-write-journal
               move ws-loc-after-qty   to ws-loc-before-qty
               compute ws-loc-after-qty =
                 ws-loc-before-qty - ws-fill-total
               set ws-loc-found        to true
               move "BOFILL"           to ws-lj-action
               perform 185-post-location
           end-rewrite.

      *This paragraph reads the part's record at the location in
      *hand.  A location the part has never been stocked in holds
      *nothing.
       180-read-location.
           move "N"                    to ws-loc-found-flag.
           move 0                      to ws-loc-before-qty.
           move ws-stock-part          to sl-part-number.
           move ws-location            to sl-location-code.
           read part-location-file
             invalid key
               continue
             not invalid key
               set ws-loc-found        to true
               move sl-on-hand-qty     to ws-loc-before-qty
           end-read.

      *This paragraph sets the part's quantity at the location in
      *hand, writing the record the first time the part is stocked
      *there, and journals the move.
       185-post-location.
           move ws-stock-part          to sl-part-number.
           move ws-location            to sl-location-code.
           move ws-loc-after-qty       to sl-on-hand-qty.
           move ws-run-date            to sl-last-activity-date.
           if (ws-loc-found)
               rewrite sl-location-record
                 invalid key
                   display "PART LOCATION REWRITE FAILED FOR PART "
                     sl-part-number " LOCATION " sl-location-code
               end-rewrite
           else
               write sl-location-record
                 invalid key
                   display "PART LOCATION WRITE FAILED FOR PART "
                     sl-part-number " LOCATION " sl-location-code
               end-write
           end-if.
           perform 187-write-location-journal.

      *This paragraph appends one location quantity move to the
      *location journal under the batch's run number.
       187-write-location-journal.
           add 1                       to ws-loc-journal-seq.
           move ws-run-number          to lj-run-number.
           move ws-loc-journal-seq     to lj-sequence.
           move ws-stock-part          to lj-part-number.
           move ws-location            to lj-location-code.
           move ws-lj-action           to lj-action.
           move ws-loc-before-qty      to lj-before-qty.
           move ws-loc-after-qty       to lj-after-qty.
           move ws-run-date            to lj-run-date.
           write lj-record.

      *This paragraph issues a kit.  The kit's components come off
      *the kit structure file, and each is issued in what one kit
      *takes times the number of kits, from the location the
      *transaction names.  Every component is checked before any is
      *touched -- if one is off the master or short at the location,
      *the whole kit is refused and nothing moves; a kit is never
      *part issued or back-ordered.  Each component then posts as
      *its own issue, journalled like any other so the trail, the
      *backout and the ledger feed all see it.  A kit issue settles
      *as a receipt on the posting counts, the same way it arrived
      *on the validation counts.
       240-post-kit-issue.
           move "KIT"                  to ws-detail-action.
           move "POSTED"               to ws-detail-result.
           move gr-location            to ws-location.
           if (ws-location = spaces)
               move ws-default-location-cnst to ws-location
           end-if.

           perform 242-load-kit.
           if (ws-kit-count = 0)
               move "REJECTED-NOKIT"   to ws-detail-result
           else
           if (ws-kit-overflow)
               move "REJECTED-KITSIZE" to ws-detail-result
           else
           if (gr-quantity = 0)
               move "REJECTED-QTY"     to ws-detail-result
           else
               perform 244-check-kit-component
                 varying ws-kit-index from 1 by 1
                 until (ws-kit-index > ws-kit-count) or
                   (ws-detail-result not = "POSTED")
           end-if
           end-if
           end-if.

           if (ws-detail-result equal "POSTED")
               perform 246-issue-kit-component
                 varying ws-kit-index from 1 by 1
                 until ws-kit-index > ws-kit-count
               add 1                   to ws-receipts-posted
               add 1                   to ws-kits-issued
           else
               add 1                   to ws-posting-rejects
               add 1                   to ws-receipt-rejects
           end-if.

      *This paragraph loads the kit's components into the kit table.
       242-load-kit.
           move 0                      to ws-kit-count.
           move "N"                    to ws-kit-overflow-flag.
           move "N"                    to ws-kit-done-flag.
           if (ws-kit-file-ok)
               move gr-part-number     to kb-kit-part-number
               move 0                  to kb-component-number
               start kit-structure-file
                 key is not less than kb-kit-key
                 invalid key
                   set ws-kit-done     to true
               end-start
               perform 243-load-one-component
                 until ws-kit-done
           end-if.

      *This paragraph keeps the next component, while the kit
      *structure file is still on the kit in hand.
       243-load-one-component.
           read kit-structure-file next record
             at end
               set ws-kit-done         to true
           end-read.
           if (not ws-kit-done)
               if (kb-kit-part-number not = gr-part-number)
                   set ws-kit-done     to true
               else
               if (ws-kit-count < ws-kit-limit-cnst)
                   add 1               to ws-kit-count
                   move kb-component-number to
                     ws-kc-component (ws-kit-count)
                   move kb-component-qty to
                     ws-kc-qty-per (ws-kit-count)
               else
                   set ws-kit-overflow to true
                   set ws-kit-done     to true
               end-if
               end-if
           end-if.

      *This paragraph checks one component can be issued in full:
      *it has to be on the master, and neither the location nor the
      *part's total can hold less than the kits need of it.
       244-check-kit-component.
           move ws-kc-component (ws-kit-index) to pm-part-number.
           read part-master
             invalid key
               move "REJECTED-KITCOMP" to ws-detail-result
           end-read.
           if (ws-detail-result equal "POSTED")
               compute ws-kc-needed (ws-kit-index) =
                 ws-kc-qty-per (ws-kit-index) * gr-quantity
                 on size error
                   move "REJECTED-QTY" to ws-detail-result
               end-compute
           end-if.
           if (ws-detail-result equal "POSTED")
               move ws-kc-component (ws-kit-index) to ws-stock-part
               perform 180-read-location
               move pm-on-hand-qty     to ws-available-qty
               if (ws-loc-before-qty < ws-available-qty)
                   move ws-loc-before-qty to ws-available-qty
               end-if
               if (ws-kc-needed (ws-kit-index) > ws-available-qty)
                   move "REJECTED-KITSHORT" to ws-detail-result
               end-if
           end-if.

      *This paragraph issues one checked component off the master
      *and the location, journalling both.
       246-issue-kit-component.
           move ws-kc-component (ws-kit-index) to pm-part-number.
           move ws-kc-component (ws-kit-index) to ws-stock-part.
           read part-master
             invalid key
               display "KIT COMPONENT " pm-part-number
                 " NOT ISSUED FOR KIT " gr-part-number
             not invalid key
               perform 180-read-location
               move pm-part-record     to ws-before-image
               subtract ws-kc-needed (ws-kit-index)
                 from pm-on-hand-qty
               move gr-maint-code      to pm-last-maint-code
               move ws-run-date        to pm-last-activity-date
               rewrite pm-part-record
                 invalid key
                   display "KIT COMPONENT " pm-part-number
                     " NOT ISSUED FOR KIT " gr-part-number
                 not invalid key
                   move "RECEIPT"      to ws-jr-action
                   move pm-part-record to ws-after-image
                   perform 150-write-journal
                   compute ws-loc-after-qty =
                     ws-loc-before-qty - ws-kc-needed (ws-kit-index)
                   move "KITISS"       to ws-lj-action
                   perform 185-post-location
               end-rewrite
           end-read.

      *This paragraph appends one before/after image pair to the
      *posting journal under the batch's run number.
       150-write-journal.
           move ws-jr-action           to jr-action.
           move ws-before-image        to jr-before-image.
           move ws-after-image         to jr-after-image.
           move spaces                 to jr-approver-id.
           write jr-record.

      *This paragraph matches a posted receipt against the part's
      *open PO lines.  The part-major key brings the lines back in
      *PO number order, so the oldest order is filled first; what
      *is left over after every open line is filled is simply stock
      *that arrived unordered.
       160-match-open-orders.
           move gr-quantity            to ws-match-qty-left.
           move "N"                    to ws-match-done-flag.
           move gr-part-number         to op-part-number.
           move 0                      to op-po-number.
           move 0                      to op-line-number.
           start open-order-file
             key is not less than op-order-key
             invalid key
               set ws-match-done       to true
           end-start.
           perform 165-match-one-line
             until ws-match-done.

      *This paragraph applies what is left of the receipt to the
      *next of the part's PO lines.  A line filled in full is
      *closed; a line only part filled stays open, marked part
      *received.  The run and what it put on the line are stamped
      *on the line for the backout run.
       165-match-one-line.
           read open-order-file next record
             at end
               set ws-match-done       to true
           end-read.
           if (not ws-match-done)
               if (op-part-number not = gr-part-number)
                   set ws-match-done   to true
               else
               if (not op-line-closed) and
                 (op-received-qty < op-order-qty)
                   compute ws-outstanding-qty =
                     op-order-qty - op-received-qty
                   if (ws-match-qty-left < ws-outstanding-qty)
                       move ws-match-qty-left to ws-po-applied-qty
                       add ws-match-qty-left to op-received-qty
                       move 0          to ws-match-qty-left
                       move "P"        to op-status
                   else
                       move ws-outstanding-qty to ws-po-applied-qty
                       subtract ws-outstanding-qty
                         from ws-match-qty-left
                       move op-order-qty to op-received-qty
                       move "C"        to op-status
                   end-if
                   move ws-run-date    to op-last-receipt-date
                   if (op-last-receipt-run = ws-run-number)
                       add ws-po-applied-qty to op-last-receipt-qty
                   else
                       move ws-run-number to op-last-receipt-run
                       move ws-po-applied-qty to op-last-receipt-qty
                   end-if
                   rewrite op-order-record
                     invalid key
                       display "OPEN ORDER REWRITE FAILED FOR PO "
                         op-po-number " LINE " op-line-number
                     not invalid key
                       add 1           to ws-po-lines-received
                       if (op-line-closed)
                           add 1       to ws-po-lines-closed
                       end-if
                   end-rewrite
                   if (ws-match-qty-left = 0)
                       set ws-match-done to true
                   end-if
               end-if
               end-if
           end-if.

      *This paragraph appends one price movement to the permanent
      *price history: the price the master held, the price the
      *change moved it to, and the vendor that moved it.  A change
           move gt-effective-date      to hs-effective-date.
           move gt-vendor-number       to hs-vendor-number.
           move ws-run-date            to hs-run-date.
           move spaces                 to hs-approver-id.
           write hs-line.

      *This paragraph parks one future-dated transaction on the
           move "PARKED-FUTURE"        to ws-detail-result.
           move gt-transaction         to pnl-transaction.
           move ws-run-date            to pnl-parked-date.
           move gt-keyed-by            to pnl-keyed-by.
           write pn-line.
           add 1                       to ws-parked-future.
           if (gt-maint-code equal 'A')
                   move "DELETE"       to ws-jr-action
                   move spaces         to ws-after-image
                   perform 150-write-journal
                   perform 190-delete-locations
               end-delete
           end-if.

      *This paragraph removes every location record of a deleted
      *part, journalling each so a backout can put it back.
       190-delete-locations.
           move "N"                    to ws-loc-done-flag.
           move gt-part-number         to sl-part-number.
           move low-values             to sl-location-code.
           start part-location-file
             key is not less than sl-location-key
             invalid key
               set ws-loc-done         to true
           end-start.
           perform 195-delete-one-location
             until ws-loc-done.

      *This paragraph removes the next of the deleted part's
      *location records.
       195-delete-one-location.
           read part-location-file next record
             at end
               set ws-loc-done         to true
           end-read.
           if (not ws-loc-done)
               if (sl-part-number not = gt-part-number)
                   set ws-loc-done     to true
               else
                   move sl-location-code to ws-location
                   move sl-on-hand-qty to ws-loc-before-qty
                   move 0              to ws-loc-after-qty
                   delete part-location-file
                     invalid key
                       display "PART LOCATION DELETE FAILED FOR PART "
                         sl-part-number " LOCATION " sl-location-code
                     not invalid key
                       move "DELETE"   to ws-lj-action
                       perform 187-write-location-journal
                   end-delete
               end-if
           end-if.

      *This paragraph drops the run's posted / rejected / held counts
      *by maintenance code to the stats file the reconciliation run
      *balances against.
             after advancing 2 lines.
           write pr-line    from ws-summary-line9
             after advancing 2 lines.
           write pr-line    from ws-summary-line10
             after advancing 2 lines.
           write pr-line    from ws-summary-line11
             after advancing 2 lines.
           write pr-line    from ws-summary-line12
             after advancing 2 lines.
           write pr-line    from ws-summary-line13
             after advancing 2 lines.
           write pr-line    from ws-summary-line14
             after advancing 2 lines.
           write pr-line    from ws-summary-line15
             after advancing 2 lines.

           perform 205-one-batch-line
             varying ws-ready-index from 1 by 1
