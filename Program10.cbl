      *posting journal, and undoes them newest-first: a journalled
      *add is deleted, a journalled delete is written back from its
      *before image, and a journalled change or receipt is rewritten
      *back to its before image.  The run's location quantity moves
      *are put back the same way from the location journal, the
      *back-orders the run raised are removed, and the back-order
      *fills and PO line receipts it made are taken back off.  The
      *run's batch is marked backed out on the run-control registry
      *and the reconciliation carry count is brought back in line,
      *so backing out one bad night takes minutes instead of a
      *restore-and-rekey weekend.

       environment division.
       configuration section.
           assign to "../../../A6-RECONCARRY.dat"
           organization is line sequential.

      *The location quantity moves the posting run journalled, and
      *the part location file they are put back on.  Neither exists
      *before stock is first held by location.
           select optional location-journal-file
           assign to "../../../A6-LOCJRNL.dat"
           organization is line sequential
           file status is ws-lj-status.

           select optional part-location-file
           assign to "../../../A6-PARTLOC.dat"
           organization is indexed
           access mode is dynamic
           record key is sl-location-key
           file status is ws-sl-status.

      *The back-orders the posting run raises and fills.  No file
      *means no back-order was ever raised.
           select backorder-file
           assign to "../../../A6-BACKORDER.dat"
           organization is indexed
           access mode is dynamic
           record key is bo-order-key
           file status is ws-bo-status.

      *The PO lines the posting run matches receipts against.  No
      *file means no PO was ever raised.
           select open-order-file
           assign to "../../../A6-OPENPO.dat"
           organization is indexed
           access mode is dynamic
           record key is op-order-key
           file status is ws-op-status.

           select backout-report
           assign to "../../../A6-PostingBackout.out".


       data division.
       file section.
      *File declaration of the posting journal.  Same 113-byte layout
      *A6-PartMasterUpdate writes.
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

      *File declaration of the part master, keyed on part number.
       fd part-master
       01 cy-line.
         05 cy-master-count            pic 9(7).

      *File declaration of the location journal.  Same 45-byte
      *layout A6-PartMasterUpdate writes.
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

      *File declaration of the part location file.  Same 21-byte
      *layout A6-PartMasterUpdate keeps.
       fd part-location-file
           data record is sl-location-record
           record contains 21 characters.
       01 sl-location-record.
         05 sl-location-key.
           10 sl-part-number           pic 9(5).
           10 sl-location-code         pic x(3).
         05 sl-on-hand-qty             pic 9(5).
         05 sl-last-activity-date      pic 9(8).

      *File declaration of the back-order file.  Same 60-byte
      *layout A6-PartMasterUpdate keeps.
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
         05 bo-last-fill-date          pic 9(8).
         05 bo-last-fill-run           pic 9(5).
         05 bo-last-fill-qty           pic 9(5).
         05 filler                     pic x(5).

      *File declaration of the open-order file.  Same 76-byte layout
      *A6-ReorderReport writes; the last-receipt run and quantity
      *are what the posting run put on the line.
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
         05 op-last-receipt-date       pic 9(8).
         05 op-last-receipt-run        pic 9(5).
         05 op-last-receipt-qty        pic 9(7).

      *File declaration of the backout report.
       fd backout-report
           data record is br-line
         05 filler                     pic x(3)    value spaces.
         05 ws-backout-errors          pic 9(7)    value 0.

       01 ws-summary-line7.
         05 filler                     pic x(23)   value
         "LOCATION MOVES REVERSED".
         05 filler                     pic x(3)    value spaces.
         05 ws-loc-moves-reversed      pic 9(7)    value 0.

       01 ws-summary-line8.
         05 filler                     pic x(19)   value
         "BACK-ORDERS REMOVED".
         05 filler                     pic x(3)    value spaces.
         05 ws-backorders-removed      pic 9(7)    value 0.

       01 ws-summary-line9.
         05 filler                     pic x(25)   value
         "BACK-ORDER FILLS REVERSED".
         05 filler                     pic x(3)    value spaces.
         05 ws-backorder-fills-reversed pic 9(7)   value 0.

       01 ws-summary-line10.
         05 filler                     pic x(20)   value
         "PO RECEIPTS REVERSED".
         05 filler                     pic x(3)    value spaces.
         05 ws-po-receipts-reversed    pic 9(7)    value 0.

      *One line per location move put back: the part, the location,
      *and what moved it.
       01 ws-loc-detail-line.
         05 filler                     pic x(1)    value spaces.
         05 ws-loc-detail-sequence     pic 9(7).
         05 filler                     pic x(4)    value spaces.
         05 ws-loc-detail-part-number  pic 9(5).
         05 filler                     pic x(3)    value spaces.
         05 ws-loc-detail-action       pic x(7).
         05 filler                     pic x(2)    value spaces.
         05 ws-loc-detail-result       pic x(14).
         05 filler                     pic x(1)    value spaces.
         05 ws-loc-detail-location     pic x(3).

      *this is the eof flag declaration.
       01 ws-flags.
         05 ws-eof-flag                pic x       value space.
       77 ws-jr-status                 pic xx      value spaces.
       77 ws-pm-status                 pic xx      value spaces.
       77 ws-rn-status                 pic xx      value spaces.
       77 ws-lj-status                 pic xx      value spaces.
       77 ws-sl-status                 pic xx      value spaces.
       77 ws-bo-status                 pic xx      value spaces.
       77 ws-op-status                 pic xx      value spaces.

      *The run being backed out, keyed in by the operator, and the
      *run-control check on it: only the latest batch, and only one
           10 ws-je-after-image        pic x(44).
           10 ws-je-sequence           pic 9(7).

      *The run's location journal entries, held the same way.
       77 ws-loc-entry-count           pic 9(4)    value 0.
       77 ws-loc-entry-index           pic 9(4)    value 0.
       01 ws-loc-journal-table.
         05 ws-loc-journal-entry       occurs 5000 times.
           10 ws-le-sequence           pic 9(7).
           10 ws-le-part-number        pic 9(5).
           10 ws-le-location-code      pic x(3).
           10 ws-le-action             pic x(7).
           10 ws-le-before-qty         pic 9(5).
           10 ws-le-run-date           pic 9(8).

      *The image in hand, laid out so its part number can be keyed.
       01 ws-image-record.
         05 ws-img-part-number         pic 9(5).
           else
               perform 100-load-journal
               close journal-file
               perform 150-load-location-journal

      *A run that does not fit in the table is refused whole before
      *a single master record is touched.
                   display "NOTHING BACKED OUT -- MASTER UNTOUCHED"
                   move 16             to return-code
               else
               if (ws-entry-count = 0) and (ws-loc-entry-count = 0)
                   display "NO JOURNAL ENTRIES FOR RUN " ws-backout-run
                   move 16             to return-code
               else
                       perform 200-undo-one-entry
                         until ws-entry-index = 0

      *The run's location moves are put back newest-first too.
                       if (ws-loc-entry-count > 0)
                           perform 250-undo-locations
                       end-if
                       perform 270-undo-back-orders
                       perform 280-undo-po-receipts

                       perform 300-summary-line
                       close part-master
                       close backout-report
               end-read
           end-if.

      *This paragraph loads the run's location journal entries into
      *their table.  No location journal means the run moved no
      *location quantities.
       150-load-location-journal.
           move ws-false-cnst          to ws-eof-flag.
           open input location-journal-file.
           if (ws-lj-status = "00")
               read location-journal-file
               at end move ws-true-cnst to ws-eof-flag
               end-read
               perform 160-load-one-location-entry
                 until ws-eof-flag = ws-true-cnst
           end-if.
           close location-journal-file.

      *This paragraph keeps one location journal entry, if it
      *belongs to the run being backed out.
       160-load-one-location-entry.
           if (lj-run-number = ws-backout-run)
               if (ws-loc-entry-count >= ws-entry-limit-cnst)
                   set ws-table-overflow to true
                   move ws-true-cnst   to ws-eof-flag
               else
                   add 1               to ws-loc-entry-count
                   move lj-sequence    to
                     ws-le-sequence (ws-loc-entry-count)
                   move lj-part-number to
                     ws-le-part-number (ws-loc-entry-count)
                   move lj-location-code to
                     ws-le-location-code (ws-loc-entry-count)
                   move lj-action      to
                     ws-le-action (ws-loc-entry-count)
                   move lj-before-qty  to
                     ws-le-before-qty (ws-loc-entry-count)
                   move lj-run-date    to
                     ws-le-run-date (ws-loc-entry-count)
               end-if
           end-if.
           if (ws-eof-flag not = ws-true-cnst)
               read location-journal-file
               at end move ws-true-cnst to ws-eof-flag
               end-read
           end-if.

      *This paragraph undoes one journal entry according to its
      *action.
       200-undo-one-entry.
               end-rewrite
           end-if.

      *This paragraph opens the part location file and puts the
      *run's location moves back, newest-first.
       250-undo-locations.
           open i-o part-location-file.
           if (ws-sl-status not = "00")
               display "PART LOCATION FILE NOT AVAILABLE -- STATUS "
                 ws-sl-status
               display "LOCATION MOVES NOT REVERSED"
               add ws-loc-entry-count  to ws-backout-errors
           else
               move ws-loc-entry-count to ws-loc-entry-index
               perform 260-undo-one-location
                 until ws-loc-entry-index = 0
               close part-location-file
           end-if.

      *This paragraph sets one part location back to the quantity
      *it held before the move, writing the record back when the
      *move was a delete.
       260-undo-one-location.
           move ws-le-sequence (ws-loc-entry-index)
                                       to ws-loc-detail-sequence.
           move ws-le-part-number (ws-loc-entry-index)
                                       to ws-loc-detail-part-number.
           move ws-le-action (ws-loc-entry-index)
                                       to ws-loc-detail-action.
           move ws-le-location-code (ws-loc-entry-index)
                                       to ws-loc-detail-location.
           move ws-le-part-number (ws-loc-entry-index)
                                       to sl-part-number.
           move ws-le-location-code (ws-loc-entry-index)
                                       to sl-location-code.

           read part-location-file
             invalid key
               move ws-le-before-qty (ws-loc-entry-index)
                                       to sl-on-hand-qty
               move ws-le-run-date (ws-loc-entry-index)
                                       to sl-last-activity-date
               write sl-location-record
                 invalid key
                   move "WRITE-FAILED" to ws-loc-detail-result
                   add 1               to ws-backout-errors
                 not invalid key
                   move "RESTORED"     to ws-loc-detail-result
                   add 1               to ws-loc-moves-reversed
               end-write
             not invalid key
               move ws-le-before-qty (ws-loc-entry-index)
                                       to sl-on-hand-qty
               rewrite sl-location-record
                 invalid key
                   move "REWRITE-FAILED" to ws-loc-detail-result
                   add 1               to ws-backout-errors
                 not invalid key
                   move "REVERSED"     to ws-loc-detail-result
                   add 1               to ws-loc-moves-reversed
               end-rewrite
           end-read.

           write br-line               from ws-loc-detail-line
             after advancing 1 line.

           subtract 1                  from ws-loc-entry-index.

      *This paragraph removes the back-orders the run raised and
      *takes the run's fills back off the older ones.  Only the
      *latest run can be backed out, so a back-order's last fill is
      *the only one that can belong to it.
       270-undo-back-orders.
           open i-o backorder-file.
           if (ws-bo-status = "35")
               continue
           else
           if (ws-bo-status not = "00")
               display "BACK-ORDER FILE NOT AVAILABLE -- STATUS "
                 ws-bo-status
               display "BACK-ORDERS NOT REVERSED"
               add 1                   to ws-backout-errors
           else
               move ws-false-cnst      to ws-eof-flag
               read backorder-file next record
               at end move ws-true-cnst to ws-eof-flag
               end-read
               perform 275-undo-one-back-order
                 until ws-eof-flag = ws-true-cnst
               close backorder-file
           end-if
           end-if.

      *This paragraph settles one back-order against the run.
       275-undo-one-back-order.
           if (bo-run-number = ws-backout-run)
               delete backorder-file
                 invalid key
                   add 1               to ws-backout-errors
                 not invalid key
                   add 1               to ws-backorders-removed
               end-delete
           else
           if (bo-last-fill-run = ws-backout-run)
               subtract bo-last-fill-qty from bo-filled-qty
               move "O"                to bo-status
               move 0                  to bo-last-fill-date
               move 0                  to bo-last-fill-run
               move 0                  to bo-last-fill-qty
               rewrite bo-record
                 invalid key
                   add 1               to ws-backout-errors
                 not invalid key
                   add 1               to ws-backorder-fills-reversed
               end-rewrite
           end-if
           end-if.
           read backorder-file next record
           at end move ws-true-cnst    to ws-eof-flag.

      *This paragraph takes the run's receipts back off the PO lines
      *it matched them against.  As with the back-orders, only the
      *latest run can be backed out, so a line's last receipt is the
      *only one that can belong to it.
       280-undo-po-receipts.
           open i-o open-order-file.
           if (ws-op-status = "35")
               continue
           else
           if (ws-op-status not = "00")
               display "OPEN ORDER FILE NOT AVAILABLE -- STATUS "
                 ws-op-status
               display "PO RECEIPTS NOT REVERSED"
               add 1                   to ws-backout-errors
           else
               move ws-false-cnst      to ws-eof-flag
               read open-order-file next record
               at end move ws-true-cnst to ws-eof-flag
               end-read
               perform 285-undo-one-po-line
                 until ws-eof-flag = ws-true-cnst
               close open-order-file
           end-if
           end-if.

      *This paragraph settles one PO line against the run.  A line
      *left with nothing received goes back to open; one still
      *holding earlier receipts goes back to part received.
       285-undo-one-po-line.
           if (op-last-receipt-run = ws-backout-run)
               subtract op-last-receipt-qty from op-received-qty
               if (op-received-qty = 0)
                   move "O"            to op-status
               else
                   move "P"            to op-status
               end-if
               move 0                  to op-last-receipt-date
               move 0                  to op-last-receipt-run
               move 0                  to op-last-receipt-qty
               rewrite op-order-record
                 invalid key
                   add 1               to ws-backout-errors
                 not invalid key
                   add 1               to ws-po-receipts-reversed
               end-rewrite
           end-if.
           read open-order-file next record
           at end move ws-true-cnst    to ws-eof-flag.

      *This paragraph marks the backed-out batch on the run-control
      *registry, so the night's history shows what happened.
       400-mark-batch-backed-out.
             after advancing 2 lines.
           write br-line    from ws-summary-line6
             after advancing 2 lines.
           write br-line    from ws-summary-line7
             after advancing 2 lines.
           write br-line    from ws-summary-line8
             after advancing 2 lines.
           write br-line    from ws-summary-line9
             after advancing 2 lines.
           write br-line    from ws-summary-line10
             after advancing 2 lines.

       end program A6-PostingBackout.
