       identification division.
       program-id. A6-VendorBackout.
       author. Kaifkhan Vakil.
       date-written. 2026-10-15.
      *Program description
      *This program backs one vendor consolidation run out.  It
      *takes a consolidation run number, pulls that run's entries
      *off the vendor journal, and turns each moved record back to
      *the old vendor: parts and PO lines get the old vendor number
      *back -- only the vendor, since stock and receipts may have
      *moved on them since -- contracts go back under the old
      *vendor's key, and parked or held transactions that still
      *stand as the run left them are put back as they were.  Only
      *the latest consolidation run may be backed out, and only
      *once; the backout is marked on the journal so it cannot be
      *run twice.

       environment division.
       configuration section.
       input-output section.
      *Declaring file control for input and output files.
       file-control.
           select vendor-journal-file
           assign to "../../../A6-VENDJRNL.dat"
           organization is line sequential
           file status is ws-vj-status.

           select part-master
           assign to "../../../PARTMSTR.dat"
           organization is indexed
           access mode is dynamic
           record key is pm-part-number
           file status is ws-pm-status.

           select contract-price-file
           assign to "../../../A6-CONTRACT.dat"
           organization is indexed
           access mode is dynamic
           record key is cp-contract-key
           file status is ws-cp-status.

           select open-order-file
           assign to "../../../A6-OPENPO.dat"
           organization is indexed
           access mode is dynamic
           record key is op-order-key
           file status is ws-op-status.

           select optional pending-file
           assign to "../../../A6-PENDING.dat"
           organization is line sequential
           file status is ws-pn-status.

           select pending-work-file
           assign to "../../../A6-PENDING.tmp"
           organization is line sequential.

           select pending-out-file
           assign to "../../../A6-PENDING.dat"
           organization is line sequential.

           select optional price-hold-file
           assign to "../../../A6-PRICEHOLD.dat"
           organization is line sequential
           file status is ws-ph-status.

           select hold-work-file
           assign to "../../../A6-PRICEHOLD.tmp"
           organization is line sequential.

           select hold-out-file
           assign to "../../../A6-PRICEHOLD.dat"
           organization is line sequential.

           select backout-report
           assign to "../../../A6-VendorBackout.out".


       data division.
       file section.
      *File declaration of the vendor journal.  Same 154-byte layout
      *A6-VendorConsolidate writes.
       fd vendor-journal-file
           data record is vj-record
           record contains 154 characters.
       01 vj-record.
         05 vj-run-number              pic 9(5).
         05 vj-sequence                pic 9(7).
         05 vj-file-code               pic x(7).
         05 vj-action                  pic x(7).
         05 vj-before-image            pic x(64).
         05 vj-after-image             pic x(64).

      *File declaration of the part master, keyed on part number.
       fd part-master
           data record is pm-part-record
           record contains 44 characters.
       01 pm-part-record.
         05 pm-part-number              pic 9(5).
         05 pm-part-description         pic x(10).
         05 pm-unit-price               pic 9(2)v99.
         05 pm-vendor-number            pic x(6).
         05 pm-last-maint-code          pic x.
         05 pm-on-hand-qty              pic 9(5).
         05 pm-reorder-point            pic 9(5).
         05 pm-last-activity-date       pic 9(8).

      *File declaration of the contract price file, keyed vendor
      *first.
       fd contract-price-file
           data record is cp-contract-record
           record contains 15 characters.
       01 cp-contract-record.
         05 cp-contract-key.
           10 cp-vendor-number          pic x(6).
           10 cp-part-number            pic 9(5).
         05 cp-contract-price           pic 9(2)v99.

      *File declaration of the open-order file.
       fd open-order-file
           data record is op-order-record
           record contains 76 characters.
       01 op-order-record.
         05 op-order-key.
           10 op-part-number           pic 9(5).
           10 op-po-number             pic 9(7).
           10 op-line-number           pic 9(3).
         05 op-vendor-number           pic x(6).
         05 filler                     pic x(55).

       fd pending-file
           data record is pn-line
           record contains 48 characters.
       01 pn-line                      pic x(48).

       fd pending-work-file
           data record is pw-line
           record contains 48 characters.
       01 pw-line                      pic x(48).

       fd pending-out-file
           data record is po-line
           record contains 48 characters.
       01 po-line                      pic x(48).

       fd price-hold-file
           data record is ph-line
           record contains 64 characters.
       01 ph-line                      pic x(64).

       fd hold-work-file
           data record is hw-line
           record contains 64 characters.
       01 hw-line                      pic x(64).

       fd hold-out-file
           data record is ho-line
           record contains 64 characters.
       01 ho-line                      pic x(64).

      *File declaration of the backout report.
       fd backout-report
           data record is br-line
           record contains 60 characters.
       01 br-line                      pic x(60).

       working-storage section.

      *Declaring report headings.
       01 ws-report-heading1.
         05 filler                     pic x(15)   value
         "Kaifkhan vakil,".
         05 filler                     pic x(5)    value spaces.
         05 filler                     pic x(18)   value
         "Vendor Backout Run".
         05 filler                     pic x(6)    value "  RUN ".
         05 ws-heading-run             pic 9(5).

       01 ws-pair-line.
         05 filler                     pic x(21)   value
         "RETURNED FROM VENDOR ".
         05 ws-pl-new-vendor           pic x(6).
         05 filler                     pic x(11)   value
         " TO VENDOR ".
         05 ws-pl-old-vendor           pic x(6).

       01 ws-report-heading2.
         05 filler                     pic x(8)    value "SEQUENCE".
         05 filler                     pic x(2)    value spaces.
         05 filler                     pic x(32)   value
         "FILE     PART NO.  RESULT".

       01 ws-detail-line.
         05 filler                     pic x(1)    value spaces.
         05 ws-detail-sequence         pic 9(7).
         05 filler                     pic x(2)    value spaces.
         05 ws-detail-file             pic x(7).
         05 filler                     pic x(2)    value spaces.
         05 ws-detail-part-number      pic x(5).
         05 filler                     pic x(5)    value spaces.
         05 ws-detail-result           pic x(20).

       01 ws-summary-line1.
         05 filler                     pic x(15)   value
         "ENTRIES FOR RUN".
         05 filler                     pic x(3)    value spaces.
         05 ws-entries-for-run         pic 9(7)    value 0.

       01 ws-summary-line2.
         05 filler                     pic x(14)   value
         "PARTS RETURNED".
         05 filler                     pic x(3)    value spaces.
         05 ws-parts-returned          pic 9(7)    value 0.

       01 ws-summary-line3.
         05 filler                     pic x(18)   value
         "CONTRACTS RETURNED".
         05 filler                     pic x(3)    value spaces.
         05 ws-contracts-returned      pic 9(7)    value 0.

       01 ws-summary-line4.
         05 filler                     pic x(16)   value
         "PENDING RETURNED".
         05 filler                     pic x(3)    value spaces.
         05 ws-pending-returned        pic 9(7)    value 0.

       01 ws-summary-line5.
         05 filler                     pic x(14)   value
         "HOLDS RETURNED".
         05 filler                     pic x(3)    value spaces.
         05 ws-holds-returned          pic 9(7)    value 0.

       01 ws-summary-line6.
         05 filler                     pic x(17)   value
         "PO LINES RETURNED".
         05 filler                     pic x(3)    value spaces.
         05 ws-po-lines-returned       pic 9(7)    value 0.

       01 ws-summary-line7.
         05 filler                     pic x(14)   value
         "BACKOUT ERRORS".
         05 filler                     pic x(3)    value spaces.
         05 ws-backout-errors          pic 9(7)    value 0.

      *this is the eof flag declaration, reused per file pass, and
      *the one for the copy-back legs.
       01 ws-flags.
         05 ws-eof-flag                pic x       value space.
         05 ws-copy-eof-flag           pic x       value space.

      *This is boolean constant to see the proper end of file.
       01 ws-boolean-cnst.
         05 ws-true-cnst               pic x       value "Y".
         05 ws-false-cnst              pic x       value "N".

       77 ws-vj-status                 pic xx      value spaces.
       77 ws-pm-status                 pic xx      value spaces.
       77 ws-cp-status                 pic xx      value spaces.
       77 ws-op-status                 pic xx      value spaces.
       77 ws-pn-status                 pic xx      value spaces.
       77 ws-ph-status                 pic xx      value spaces.

      *The run being backed out, keyed in by the operator, the
      *latest run on the journal, and the vendor pair the run's own
      *opening entry names.  Only the latest run may be backed out:
      *a later run may have moved the same records again.
       77 ws-backout-run               pic 9(5)    value 0.
       77 ws-latest-run                pic 9(5)    value 0.
       77 ws-last-sequence             pic 9(7)    value 0.
       77 ws-old-vendor                pic x(6)    value spaces.
       77 ws-new-vendor                pic x(6)    value spaces.
       01 ws-run-flags.
         05 ws-run-found-flag          pic x       value "N".
               88 ws-run-found                 value "Y".
         05 ws-run-backed-out-flag     pic x       value "N".
               88 ws-run-backed-out            value "Y".
         05 ws-run-ok-flag             pic x       value "N".
               88 ws-run-ok                    value "Y".

      *The run's journal entries, held so they can be undone in
      *reverse of the order they were made.  A parked or held entry
      *is only marked matched once its record is found on the pass
      *of its file.
       77 ws-entry-limit-cnst          pic 9(4)    value 5000.
       77 ws-entry-count               pic 9(4)    value 0.
       77 ws-entry-index               pic 9(4)    value 0.
       77 ws-search-index              pic 9(4)    value 0.
       77 ws-pending-entries           pic 9(4)    value 0.
       77 ws-hold-entries              pic 9(4)    value 0.

      *A run too large for the table must refuse outright, the same
      *as the posting backout.
       01 ws-overflow-flags.
         05 ws-table-overflow-flag     pic x       value "N".
               88 ws-table-overflow            value "Y".
       01 ws-journal-table.
         05 ws-journal-entry           occurs 5000 times.
           10 ws-je-file-code          pic x(7).
           10 ws-je-action             pic x(7).
           10 ws-je-before-image       pic x(64).
           10 ws-je-after-image        pic x(64).
           10 ws-je-sequence           pic 9(7).
           10 ws-je-matched            pic x.

      *Which of the keyed files opened, and whether a record on a
      *sequential pass matched an entry.
       01 ws-file-flags.
         05 ws-contract-open-flag      pic x       value "N".
               88 ws-contract-open             value "Y".
         05 ws-order-open-flag         pic x       value "N".
               88 ws-order-open                value "Y".
         05 ws-match-flag              pic x       value "N".
               88 ws-match-found               value "Y".

      *The image in hand, with a view for each file it can come
      *from so its part number can be keyed or printed.
       01 ws-image-record              pic x(64).
       01 ws-part-image redefines ws-image-record.
         05 ws-pi-part-number          pic 9(5).
         05 filler                     pic x(59).
       01 ws-contract-image redefines ws-image-record.
         05 ws-ci-contract-key.
           10 ws-ci-vendor-number      pic x(6).
           10 ws-ci-part-number        pic 9(5).
         05 filler                     pic x(53).
       01 ws-order-image redefines ws-image-record.
         05 ws-oi-order-key            pic x(15).
         05 filler                     pic x(49).
       01 ws-pending-image redefines ws-image-record.
         05 filler                     pic x(1).
         05 ws-ni-part-number          pic x(5).
         05 filler                     pic x(58).
       01 ws-hold-image redefines ws-image-record.
         05 filler                     pic x(2).
         05 ws-hi-part-number          pic x(5).
         05 filler                     pic x(57).

      *The record in hand on a sequential pass, padded to the width
      *of a journal image so the two compare.
       01 ws-compare-image             pic x(64).

       procedure division.
       000-main.
           move ws-false-cnst to ws-eof-flag.

      *The operator keys the consolidation run to back out.
           display "ENTER CONSOLIDATION RUN NUMBER TO BACK OUT".
           accept ws-backout-run.

           if (ws-backout-run = 0)
               display "NO RUN NUMBER GIVEN -- NOTHING BACKED OUT"
               move 16                 to return-code
           else
           open input vendor-journal-file
           if (ws-vj-status not = "00")
               display "VENDOR JOURNAL NOT AVAILABLE -- STATUS "
                 ws-vj-status
               move 16                 to return-code
           else
               perform 100-load-journal
               close vendor-journal-file
               perform 050-check-run
               if (not ws-run-ok)
                   move 16             to return-code
               else
                   open i-o part-master
                   if (ws-pm-status not = "00")
                       display
                         "PART MASTER FILE NOT AVAILABLE -- STATUS "
                         ws-pm-status
                       move 16         to return-code
                   else
                       perform 070-open-keyed-files
                       open output backout-report
                       move ws-backout-run to ws-heading-run
                       move ws-new-vendor  to ws-pl-new-vendor
                       move ws-old-vendor  to ws-pl-old-vendor
                       write br-line from ws-report-heading1
                       before advancing 1 line
                       write br-line from ws-pair-line
                       after advancing 2 lines
                       write br-line from ws-report-heading2
                       after advancing 2 lines

      *Undoing the keyed entries newest-first; parked and held
      *entries wait for one pass over their file each.
                       move ws-entry-count to ws-entry-index
                       perform 200-undo-one-entry
                         until ws-entry-index = 0

                       close part-master
                       if (ws-contract-open)
                           close contract-price-file
                       end-if
                       if (ws-order-open)
                           close open-order-file
                       end-if

                       if (ws-pending-entries > 0)
                           perform 300-undo-pending
                       end-if
                       if (ws-hold-entries > 0)
                           perform 400-undo-holds
                       end-if
                       perform 500-report-unmatched
                         varying ws-entry-index from 1 by 1
                         until ws-entry-index > ws-entry-count

                       perform 600-summary-line
                       close backout-report

                       perform 700-mark-backed-out

                       if (ws-backout-errors > 0)
                           move 8      to return-code
                       end-if
                   end-if
               end-if
           end-if
           end-if.

           goback.

      *This paragraph checks the run against the journal before
      *anything is touched: it must be the latest consolidation run,
      *it must not already be backed out, its opening entry must be
      *there to name the vendor pair, and it must fit the table.
       050-check-run.
           move "Y"                    to ws-run-ok-flag.
           if (not ws-run-found)
               display "NO JOURNAL ENTRIES FOR RUN " ws-backout-run
               move "N"                to ws-run-ok-flag
           else
           if (ws-backout-run not = ws-latest-run)
               display "RUN " ws-backout-run
                 " IS NOT THE LATEST CONSOLIDATION (" ws-latest-run ")"
               display "BACKOUT REFUSED -- A LATER RUN WOULD BE "
                 "UNDONE FROM STALE IMAGES"
               move "N"                to ws-run-ok-flag
           else
           if (ws-run-backed-out)
               display "RUN " ws-backout-run " IS ALREADY BACKED OUT"
               display "BACKOUT REFUSED"
               move "N"                to ws-run-ok-flag
           else
           if (ws-table-overflow)
               display "RUN " ws-backout-run
                 " TOO LARGE TO BACK OUT IN ONE PASS"
               display "NOTHING BACKED OUT -- FILES UNTOUCHED"
               move "N"                to ws-run-ok-flag
           else
           if (ws-old-vendor = spaces)
               display "RUN " ws-backout-run
                 " HAS NO OPENING ENTRY -- BACKOUT REFUSED"
               move "N"                to ws-run-ok-flag
           end-if
           end-if
           end-if
           end-if
           end-if.

      *This paragraph opens the contract and open-order files for
      *the keyed undo.  A file that will not open leaves its entries
      *to be reported as not returned.
       070-open-keyed-files.
           open i-o contract-price-file.
           if (ws-cp-status = "00")
               set ws-contract-open    to true
           end-if.
           open i-o open-order-file.
           if (ws-op-status = "00")
               set ws-order-open       to true
           end-if.

      *This paragraph reads the whole vendor journal, noting the
      *latest run and whether the run being backed out was already
      *backed out, and keeping that run's entries.
       100-load-journal.
           read vendor-journal-file
           at end move ws-true-cnst    to ws-eof-flag.
           perform 110-load-one-entry
             until ws-eof-flag = ws-true-cnst.

      *This paragraph looks at one journal entry.
       110-load-one-entry.
           if (vj-run-number > ws-latest-run)
               move vj-run-number      to ws-latest-run
           end-if.
           if (vj-run-number = ws-backout-run)
               set ws-run-found        to true
               if (vj-sequence > ws-last-sequence)
                   move vj-sequence    to ws-last-sequence
               end-if
               if (vj-file-code = "RUN")
                   if (vj-action = "BACKOUT")
                       set ws-run-backed-out to true
                   else
                       move vj-before-image to ws-image-record
                       move ws-ci-vendor-number to ws-old-vendor
                       move vj-after-image to ws-image-record
                       move ws-ci-vendor-number to ws-new-vendor
                   end-if
               else
               if (ws-entry-count >= ws-entry-limit-cnst)
                   set ws-table-overflow to true
               else
                   add 1               to ws-entry-count
                   move vj-file-code   to
                     ws-je-file-code (ws-entry-count)
                   move vj-action      to
                     ws-je-action (ws-entry-count)
                   move vj-before-image to
                     ws-je-before-image (ws-entry-count)
                   move vj-after-image to
                     ws-je-after-image (ws-entry-count)
                   move vj-sequence    to
                     ws-je-sequence (ws-entry-count)
                   move ws-false-cnst  to
                     ws-je-matched (ws-entry-count)
                   if (vj-file-code = "PENDING")
                       add 1           to ws-pending-entries
                   end-if
                   if (vj-file-code = "PRICEHD")
                       add 1           to ws-hold-entries
                   end-if
               end-if
               end-if
           end-if.
           read vendor-journal-file
           at end move ws-true-cnst    to ws-eof-flag.

      *This paragraph undoes one keyed entry according to the file
      *it was made on.
       200-undo-one-entry.
           move ws-je-sequence (ws-entry-index)
                                       to ws-detail-sequence.
           move ws-je-file-code (ws-entry-index) to ws-detail-file.

           if (ws-je-file-code (ws-entry-index) = "PARTMST")
               add 1                   to ws-entries-for-run
               perform 210-undo-part
               write br-line           from ws-detail-line
                 after advancing 1 line
           else
           if (ws-je-file-code (ws-entry-index) = "CONTRCT")
               add 1                   to ws-entries-for-run
               perform 220-undo-contract
               write br-line           from ws-detail-line
                 after advancing 1 line
           else
           if (ws-je-file-code (ws-entry-index) = "OPENPO")
               add 1                   to ws-entries-for-run
               perform 230-undo-order
               write br-line           from ws-detail-line
                 after advancing 1 line
           end-if
           end-if
           end-if.

           subtract 1                  from ws-entry-index.

      *This paragraph gives a moved part its old vendor back, as
      *long as nothing has moved it again since.
       210-undo-part.
           move ws-je-before-image (ws-entry-index)
                                       to ws-image-record.
           move ws-pi-part-number      to ws-detail-part-number.
           move ws-pi-part-number      to pm-part-number.
           read part-master
             invalid key
               move "NOTFND-SKIPPED"   to ws-detail-result
               add 1                   to ws-backout-errors
             not invalid key
               if (pm-vendor-number not = ws-new-vendor)
                   move "CHANGED-SKIPPED" to ws-detail-result
                   add 1               to ws-backout-errors
               else
                   move ws-old-vendor  to pm-vendor-number
                   rewrite pm-part-record
                     invalid key
                       move "REWRITE-FAILED" to ws-detail-result
                       add 1           to ws-backout-errors
                     not invalid key
                       move "RETURNED" to ws-detail-result
                       add 1           to ws-parts-returned
                   end-rewrite
               end-if
           end-read.

      *This paragraph puts a contract back under the old vendor.  A
      *moved contract is taken off the new vendor first; a dropped
      *one is simply written back.
       220-undo-contract.
           move ws-je-before-image (ws-entry-index)
                                       to ws-image-record.
           move ws-ci-part-number      to ws-detail-part-number.
           if (not ws-contract-open)
               move "NOFILE-SKIPPED"   to ws-detail-result
               add 1                   to ws-backout-errors
           else
               if (ws-je-action (ws-entry-index) = "MOVED")
                   move ws-new-vendor  to cp-vendor-number
                   move ws-ci-part-number to cp-part-number
                   delete contract-price-file
                     invalid key
                       continue
                   end-delete
               end-if
               move ws-je-before-image (ws-entry-index)
                                       to cp-contract-record
               write cp-contract-record
                 invalid key
                   move "DUP-SKIPPED"  to ws-detail-result
                   add 1               to ws-backout-errors
                 not invalid key
                   move "RETURNED"     to ws-detail-result
                   add 1               to ws-contracts-returned
               end-write
           end-if.

      *This paragraph gives a moved PO line its old vendor back, as
      *long as nothing has moved it again since.
       230-undo-order.
           move ws-je-before-image (ws-entry-index)
                                       to ws-image-record.
           move ws-pi-part-number      to ws-detail-part-number.
           if (not ws-order-open)
               move "NOFILE-SKIPPED"   to ws-detail-result
               add 1                   to ws-backout-errors
           else
               move ws-oi-order-key    to op-order-key
               read open-order-file
                 invalid key
                   move "NOTFND-SKIPPED" to ws-detail-result
                   add 1               to ws-backout-errors
                 not invalid key
                   if (op-vendor-number not = ws-new-vendor)
                       move "CHANGED-SKIPPED" to ws-detail-result
                       add 1           to ws-backout-errors
                   else
                       move ws-old-vendor to op-vendor-number
                       rewrite op-order-record
                         invalid key
                           move "REWRITE-FAILED" to ws-detail-result
                           add 1       to ws-backout-errors
                         not invalid key
                           move "RETURNED" to ws-detail-result
                           add 1       to ws-po-lines-returned
                       end-rewrite
                   end-if
               end-read
           end-if.

      *This paragraph passes the pending file once, putting back
      *every parked transaction that still stands as the run left
      *it.
       300-undo-pending.
           move ws-false-cnst          to ws-eof-flag.
           open input pending-file.
           open output pending-work-file.
           read pending-file
           at end move ws-true-cnst    to ws-eof-flag.
           perform 310-undo-one-pending
             until ws-eof-flag = ws-true-cnst.
           close pending-file.
           close pending-work-file.
           perform 320-rewrite-pending-file.

      *This paragraph carries one pending record across, returning
      *it if it matches an unmatched entry of the run.
       310-undo-one-pending.
           move pn-line                to ws-compare-image.
           move "PENDING"              to ws-detail-file.
           perform 800-find-entry.
           if (ws-match-found)
               move ws-je-before-image (ws-search-index)
                                       to ws-image-record
               move ws-image-record    to pn-line
               move ws-ni-part-number  to ws-detail-part-number
               move "RETURNED"         to ws-detail-result
               add 1                   to ws-pending-returned
               add 1                   to ws-entries-for-run
               write br-line           from ws-detail-line
                 after advancing 1 line
           end-if.
           write pw-line               from pn-line.
           read pending-file
           at end move ws-true-cnst    to ws-eof-flag.

      *This paragraph copies the carried pending records back over
      *the pending file.
       320-rewrite-pending-file.
           move ws-false-cnst          to ws-copy-eof-flag.
           open input pending-work-file.
           open output pending-out-file.
           read pending-work-file
           at end move ws-true-cnst    to ws-copy-eof-flag.
           perform 330-copy-one-pending
             until ws-copy-eof-flag = ws-true-cnst.
           close pending-work-file.
           close pending-out-file.

      *This paragraph copies one carried record back.
       330-copy-one-pending.
           write po-line               from pw-line.
           read pending-work-file
           at end move ws-true-cnst    to ws-copy-eof-flag.

      *This paragraph passes the hold file once, putting back every
      *held change that still stands as the run left it.
       400-undo-holds.
           move ws-false-cnst          to ws-eof-flag.
           open input price-hold-file.
           open output hold-work-file.
           read price-hold-file
           at end move ws-true-cnst    to ws-eof-flag.
           perform 410-undo-one-hold
             until ws-eof-flag = ws-true-cnst.
           close price-hold-file.
           close hold-work-file.
           perform 420-rewrite-hold-file.

      *This paragraph carries one hold across, returning it if it
      *matches an unmatched entry of the run.
       410-undo-one-hold.
           move ph-line                to ws-compare-image.
           move "PRICEHD"              to ws-detail-file.
           perform 800-find-entry.
           if (ws-match-found)
               move ws-je-before-image (ws-search-index)
                                       to ws-image-record
               move ws-image-record    to ph-line
               move ws-hi-part-number  to ws-detail-part-number
               move "RETURNED"         to ws-detail-result
               add 1                   to ws-holds-returned
               add 1                   to ws-entries-for-run
               write br-line           from ws-detail-line
                 after advancing 1 line
           end-if.
           write hw-line               from ph-line.
           read price-hold-file
           at end move ws-true-cnst    to ws-eof-flag.

      *This paragraph copies the carried holds back over the hold
      *file.
       420-rewrite-hold-file.
           move ws-false-cnst          to ws-copy-eof-flag.
           open input hold-work-file.
           open output hold-out-file.
           read hold-work-file
           at end move ws-true-cnst    to ws-copy-eof-flag.
           perform 430-copy-one-hold
             until ws-copy-eof-flag = ws-true-cnst.
           close hold-work-file.
           close hold-out-file.

      *This paragraph copies one carried hold back.
       430-copy-one-hold.
           write ho-line               from hw-line.
           read hold-work-file
           at end move ws-true-cnst    to ws-copy-eof-flag.

      *This paragraph reports a parked or held entry whose record
      *was not found as the run left it -- released, disposed of or
      *rekeyed since -- so it could not be returned.
       500-report-unmatched.
           if (ws-je-file-code (ws-entry-index) = "PENDING" or
             "PRICEHD") and
             (ws-je-matched (ws-entry-index) = ws-false-cnst)
               move ws-je-sequence (ws-entry-index)
                                       to ws-detail-sequence
               move ws-je-file-code (ws-entry-index)
                                       to ws-detail-file
               move ws-je-before-image (ws-entry-index)
                                       to ws-image-record
               if (ws-je-file-code (ws-entry-index) = "PENDING")
                   move ws-ni-part-number to ws-detail-part-number
               else
                   move ws-hi-part-number to ws-detail-part-number
               end-if
               move "GONE-SKIPPED"     to ws-detail-result
               add 1                   to ws-entries-for-run
               add 1                   to ws-backout-errors
               write br-line           from ws-detail-line
                 after advancing 1 line
           end-if.

      *Writing summary line.
       600-summary-line.
           write br-line    from ws-summary-line1
             after advancing 2 lines.
           write br-line    from ws-summary-line2
             after advancing 2 lines.
           write br-line    from ws-summary-line3
             after advancing 2 lines.
           write br-line    from ws-summary-line4
             after advancing 2 lines.
           write br-line    from ws-summary-line5
             after advancing 2 lines.
           write br-line    from ws-summary-line6
             after advancing 2 lines.
           write br-line    from ws-summary-line7
             after advancing 2 lines.

      *This paragraph marks the run backed out on the vendor
      *journal, so it cannot be backed out twice.
       700-mark-backed-out.
           open extend vendor-journal-file.
           move ws-backout-run         to vj-run-number.
           add 1 ws-last-sequence      giving vj-sequence.
           move "RUN"                  to vj-file-code.
           move "BACKOUT"              to vj-action.
           move ws-new-vendor          to vj-before-image.
           move ws-old-vendor          to vj-after-image.
           write vj-record.
           close vendor-journal-file.

      *This paragraph looks, newest entry first, for an unmatched
      *entry of the file in hand whose after image is the record in
      *hand, and marks it matched.
       800-find-entry.
           move "N"                    to ws-match-flag.
           move ws-entry-count         to ws-search-index.
           perform 810-check-one-entry
             until (ws-search-index = 0) or (ws-match-found).

      *This paragraph checks one entry, stepping back if it is not
      *the one.
       810-check-one-entry.
           if (ws-je-file-code (ws-search-index) = ws-detail-file) and
             (ws-je-matched (ws-search-index) = ws-false-cnst) and
             (ws-je-after-image (ws-search-index) = ws-compare-image)
               set ws-match-found      to true
               move ws-true-cnst       to
                 ws-je-matched (ws-search-index)
               move ws-je-sequence (ws-search-index)
                                       to ws-detail-sequence
           else
               subtract 1              from ws-search-index
           end-if.

       end program A6-VendorBackout.
