       identification division.
       program-id. A6-VendorConsolidate.
       author. Kaifkhan Vakil.
       date-written. 2026-10-15.
      *Program description
      *This program folds one vendor into another.  When a supplier
      *is bought out, or a vendor number was keyed twice under two
      *names, the operator keys the old vendor number and the new
      *one, and this run moves everything that names the old vendor
      *onto the new: the parts it supplies on the part master, its
      *contract prices, parked adds and changes waiting on the
      *pending file, held price changes, and its lines on the
      *open-order file.  Every record moved is journalled on the
      *vendor journal with its before and after images under a
      *consolidation run number, so A6-VendorBackout can put the run
      *back, and a register prints everything that moved.  A
      *contract the new vendor already holds for the same part is
      *kept, and the old vendor's contract for it is dropped -- the
      *surviving vendor's agreement is the one that stands.  Once
      *the run is clean the old vendor can be deleted through the
      *vendor maintenance run, which refuses while anything still
      *names it.

       environment division.
       configuration section.
       input-output section.
      *Declaring file control for input and output files.
       file-control.
           select part-master
           assign to "../../../PARTMSTR.dat"
           organization is indexed
           access mode is dynamic
           record key is pm-part-number
           file status is ws-pm-status.

           select vendor-master
           assign to "../../../VENDORMSTR.dat"
           organization is indexed
           access mode is random
           record key is vm-vendor-number
           file status is ws-vm-status.

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

      *Pending records are carried here, moved or not, then copied
      *back over the pending file at the end of the pass.
           select pending-work-file
           assign to "../../../A6-PENDING.tmp"
           organization is line sequential.

      *Second path to the pending file, used only for the copy-back.
           select pending-out-file
           assign to "../../../A6-PENDING.dat"
           organization is line sequential.

           select optional price-hold-file
           assign to "../../../A6-PRICEHOLD.dat"
           organization is line sequential
           file status is ws-ph-status.

      *Holds are carried here, moved or not, then copied back over
      *the hold file at the end of the pass.
           select hold-work-file
           assign to "../../../A6-PRICEHOLD.tmp"
           organization is line sequential.

      *Second path to the hold file, used only for the copy-back.
           select hold-out-file
           assign to "../../../A6-PRICEHOLD.dat"
           organization is line sequential.

      *Every record this run moves is journalled here with its
      *before and after images, keyed by the consolidation run
      *number, so the run can be backed out.  The journal is
      *permanent and appends.
           select vendor-journal-file
           assign to "../../../A6-VENDJRNL.dat"
           organization is line sequential
           file status is ws-vj-status.

           select consolidate-register
           assign to "../../../A6-VendorConsolidate.out".


       data division.
       file section.
      *File declaration of the part master.  Same 44-byte layout
      *A6-PartMasterUpdate posts.
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

      *File declaration of the vendor master.  Same 27-byte layout
      *A6-DataValidation reads in 110-lookup-vendor.
       fd vendor-master
           data record is vm-vendor-record
           record contains 27 characters.
       01 vm-vendor-record.
         05 vm-vendor-number            pic x(6).
         05 vm-vendor-name              pic x(20).
         05 vm-premium-flag             pic x.

      *File declaration of the contract price file.  Same 15-byte
      *layout A6-ContractPriceUpdate maintains, keyed vendor first.
       fd contract-price-file
           data record is cp-contract-record
           record contains 15 characters.
       01 cp-contract-record.
         05 cp-contract-key.
           10 cp-vendor-number          pic x(6).
           10 cp-part-number            pic 9(5).
         05 cp-contract-price           pic 9(2)v99.

      *File declaration of the open-order file.  Same 76-byte layout
      *A6-ReorderReport writes.
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

      *File declaration of the pending file.  Same 48-byte layout
      *A6-PartMasterUpdate parks; an add or change carries the
      *vendor number in the transaction.
       fd pending-file
           data record is pn-line
           record contains 48 characters.
       01 pn-line.
         05 pn-maint-code              pic x.
         05 pn-part-number             pic x(5).
         05 pn-part-description        pic x(10).
         05 pn-unit-price              pic x(4).
         05 pn-vendor-number           pic x(6).
         05 pn-effective-date          pic x(8).
         05 pn-parked-date             pic x(8).
         05 pn-keyed-by                pic x(6).

       fd pending-work-file
           data record is pw-line
           record contains 48 characters.
       01 pw-line                      pic x(48).

       fd pending-out-file
           data record is po-line
           record contains 48 characters.
       01 po-line                      pic x(48).

      *File declaration of the price-hold file.  Same 64-byte layout
      *A6-PartMasterUpdate writes; the held transaction is always a
      *change, so it always carries a vendor number.
       fd price-hold-file
           data record is ph-line
           record contains 64 characters.
       01 ph-line.
         05 ph-disposition             pic x.
         05 ph-maint-code              pic x.
         05 ph-part-number             pic x(5).
         05 ph-part-description        pic x(10).
         05 ph-unit-price              pic x(4).
         05 ph-vendor-number           pic x(6).
         05 filler                     pic x(37).

       fd hold-work-file
           data record is hw-line
           record contains 64 characters.
       01 hw-line                      pic x(64).

       fd hold-out-file
           data record is ho-line
           record contains 64 characters.
       01 ho-line                      pic x(64).

      *File declaration of the vendor journal.  One entry per record
      *moved: the consolidation run, a sequence within it, which
      *file the record lives on, what was done to it, and its before
      *and after images, each in a 64-byte slot.  A PO line is the
      *one record wider than that; its slot carries the line's first
      *64 bytes, which hold the key and vendor the backout needs.
      *Each run opens with a "RUN" entry carrying the old vendor and
      *run date in the before slot and the new vendor in the after
      *slot.
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

      *File declaration of the consolidation register.
       fd consolidate-register
           data record is cr-line
           record contains 70 characters.
       01 cr-line                      pic x(70).

       working-storage section.

      *Declaring report headings.
       01 ws-report-heading1.
         05 filler                     pic x(15)   value
         "Kaifkhan vakil,".
         05 filler                     pic x(5)    value spaces.
         05 filler                     pic x(29)   value
         "Vendor Consolidation Register".
         05 filler                     pic x(6)    value "  RUN ".
         05 ws-heading-run             pic 9(5).

       01 ws-pair-line.
         05 filler                     pic x(11)   value "OLD VENDOR ".
         05 ws-pl-old-vendor           pic x(6).
         05 filler                     pic x(2)    value spaces.
         05 ws-pl-old-name             pic x(20).
         05 filler                     pic x(2)    value spaces.
         05 filler                     pic x(11)   value "NEW VENDOR ".
         05 ws-pl-new-vendor           pic x(6).

       01 ws-report-heading2.
         05 filler                     pic x(2)    value spaces.
         05 filler                     pic x(8)    value "FILE".
         05 filler                     pic x(2)    value spaces.
         05 filler                     pic x(5)    value "PART".
         05 filler                     pic x(2)    value spaces.
         05 filler                     pic x(11)   value "PO / LINE".
         05 filler                     pic x(2)    value spaces.
         05 filler                     pic x(6)    value "RESULT".

       01 ws-detail-line.
         05 filler                     pic x(2)    value spaces.
         05 ws-detail-file             pic x(8).
         05 filler                     pic x(2)    value spaces.
         05 ws-detail-part-number      pic x(5).
         05 filler                     pic x(2)    value spaces.
         05 ws-detail-po-number        pic x(7).
         05 filler                     pic x(1)    value spaces.
         05 ws-detail-line-number      pic x(3).
         05 filler                     pic x(2)    value spaces.
         05 ws-detail-result           pic x(20).

       01 ws-summary-line1.
         05 filler                     pic x(11)   value "PARTS MOVED".
         05 filler                     pic x(3)    value spaces.
         05 ws-parts-moved             pic 9(7)    value 0.

       01 ws-summary-line2.
         05 filler                     pic x(15)   value
         "CONTRACTS MOVED".
         05 filler                     pic x(3)    value spaces.
         05 ws-contracts-moved         pic 9(7)    value 0.

       01 ws-summary-line3.
         05 filler                     pic x(17)   value
         "CONTRACTS DROPPED".
         05 filler                     pic x(3)    value spaces.
         05 ws-contracts-dropped       pic 9(7)    value 0.

       01 ws-summary-line4.
         05 filler                     pic x(13)   value
         "PENDING MOVED".
         05 filler                     pic x(3)    value spaces.
         05 ws-pending-moved           pic 9(7)    value 0.

       01 ws-summary-line5.
         05 filler                     pic x(11)   value "HOLDS MOVED".
         05 filler                     pic x(3)    value spaces.
         05 ws-holds-moved             pic 9(7)    value 0.

       01 ws-summary-line6.
         05 filler                     pic x(14)   value
         "PO LINES MOVED".
         05 filler                     pic x(3)    value spaces.
         05 ws-po-lines-moved          pic 9(7)    value 0.

       01 ws-summary-line7.
         05 filler                     pic x(11)   value "MOVE ERRORS".
         05 filler                     pic x(3)    value spaces.
         05 ws-move-errors             pic 9(7)    value 0.

      *this is the eof flag declaration, reused per file pass, and
      *the one for the copy-back legs.
       01 ws-flags.
         05 ws-eof-flag                pic x       value space.
         05 ws-copy-eof-flag           pic x       value space.

      *This is boolean constant to see the proper end of file.
       01 ws-boolean-cnst.
         05 ws-true-cnst               pic x       value "Y".
         05 ws-false-cnst              pic x       value "N".

       77 ws-pm-status                 pic xx      value spaces.
       77 ws-vm-status                 pic xx      value spaces.
       77 ws-cp-status                 pic xx      value spaces.
       77 ws-op-status                 pic xx      value spaces.
       77 ws-pn-status                 pic xx      value spaces.
       77 ws-ph-status                 pic xx      value spaces.
       77 ws-vj-status                 pic xx      value spaces.

      *The vendor pair keyed in by the operator, and whether both
      *check out on the vendor master.
       77 ws-old-vendor                pic x(6)    value spaces.
       77 ws-new-vendor                pic x(6)    value spaces.
       77 ws-old-vendor-name           pic x(20)   value spaces.
       01 ws-pair-flags.
         05 ws-pair-ok-flag            pic x       value "N".
               88 ws-pair-ok                   value "Y".

      *The consolidation run number -- one past the highest run on
      *the vendor journal -- the run date, and the journal entry
      *being built.
       77 ws-run-number                pic 9(5)    value 0.
       77 ws-run-date                  pic 9(8)    value 0.
       77 ws-journal-seq               pic 9(7)    value 0.
       77 ws-jr-file-code              pic x(7)    value spaces.
       77 ws-jr-action                 pic x(7)    value spaces.
       01 ws-before-image              pic x(64)   value spaces.
       01 ws-after-image               pic x(64)   value spaces.

      *The run entry's images: the old vendor and the run date
      *before, the new vendor after.
       01 ws-run-image.
         05 ws-ri-vendor               pic x(6).
         05 ws-ri-run-date             pic 9(8).
         05 filler                     pic x(50).

      *The old vendor's contracts, collected before any is moved --
      *deleting and writing keys while positioned on the same file
      *would lose the place.  A vendor with more contracts than the
      *table holds has the rest left in place and reported; the
      *vendor delete will go on refusing until a second run moves
      *them.
       77 ws-contract-limit-cnst       pic 9(4)    value 5000.
       77 ws-contract-count            pic 9(4)    value 0.
       77 ws-contract-index            pic 9(4)    value 0.
       01 ws-contract-table.
         05 ws-contract-entry          occurs 5000 times.
           10 ws-ct-part-number        pic 9(5).
           10 ws-ct-contract-price     pic 9(2)v99.
       01 ws-contract-flags.
         05 ws-contract-open-flag      pic x       value "N".
               88 ws-contract-open             value "Y".
         05 ws-contract-overflow-flag  pic x       value "N".
               88 ws-contract-overflow         value "Y".

       procedure division.
       000-main.
           move ws-false-cnst to ws-eof-flag.

      *The operator keys the vendor being retired and the vendor it
      *folds into.
           display "ENTER OLD VENDOR NUMBER TO RETIRE".
           accept ws-old-vendor.
           display "ENTER NEW VENDOR NUMBER TO KEEP".
           accept ws-new-vendor.

           if (ws-old-vendor is not numeric) or
             (ws-new-vendor is not numeric) or
             (ws-old-vendor = ws-new-vendor)
               display "VENDOR PAIR NOT VALID -- NOTHING MOVED"
               move 16                 to return-code
           else

      *Nothing moves until both vendors check out on the vendor
      *master: folding parts into a vendor the validation run cannot
      *find would turn every later change for them into a reject.
           perform 050-check-vendor-pair
           if (not ws-pair-ok)
               move 16                 to return-code
           else
           open i-o part-master
           if (ws-pm-status not = "00")
               display "PART MASTER FILE NOT AVAILABLE -- STATUS "
                 ws-pm-status
               move 16                 to return-code
           else
               accept ws-run-date      from date yyyymmdd
               perform 060-next-run-number
               perform 065-open-journal
               open output consolidate-register

               move ws-run-number      to ws-heading-run
               move ws-old-vendor      to ws-pl-old-vendor
               move ws-old-vendor-name to ws-pl-old-name
               move ws-new-vendor      to ws-pl-new-vendor
               write cr-line from ws-report-heading1
               before advancing 1 line
               write cr-line from ws-pair-line
               after advancing 2 lines
               write cr-line from ws-report-heading2
               after advancing 2 lines

               perform 070-write-run-entry

               perform 100-move-parts
               close part-master
               perform 200-move-contracts
               perform 300-move-pending
               perform 400-move-holds
               perform 500-move-open-orders

               perform 800-summary-line

               close vendor-journal-file
               close consolidate-register

               if (ws-move-errors > 0)
                   move 8              to return-code
               end-if
           end-if
           end-if
           end-if.

           goback.

      *This paragraph checks both vendors of the pair on the vendor
      *master.
       050-check-vendor-pair.
           move "N"                    to ws-pair-ok-flag.
           open input vendor-master.
           if (ws-vm-status not = "00")
               display "VENDOR MASTER FILE NOT AVAILABLE -- STATUS "
                 ws-vm-status
           else
               move ws-old-vendor      to vm-vendor-number
               read vendor-master
                 invalid key
                   display "OLD VENDOR " ws-old-vendor
                     " NOT ON VENDOR FILE -- NOTHING MOVED"
                 not invalid key
                   move vm-vendor-name to ws-old-vendor-name
                   move ws-new-vendor  to vm-vendor-number
                   read vendor-master
                     invalid key
                       display "NEW VENDOR " ws-new-vendor
                         " NOT ON VENDOR FILE -- NOTHING MOVED"
                     not invalid key
                       set ws-pair-ok  to true
                   end-read
               end-read
               close vendor-master
           end-if.

      *This paragraph finds the highest consolidation run on the
      *vendor journal, so this run is numbered one past it.
       060-next-run-number.
           move 0                      to ws-run-number.
           move ws-false-cnst          to ws-eof-flag.
           open input vendor-journal-file.
           if (ws-vj-status = "00")
               read vendor-journal-file
               at end move ws-true-cnst to ws-eof-flag
               end-read
               perform 062-check-one-run
                 until ws-eof-flag = ws-true-cnst
               close vendor-journal-file
           end-if.
           add 1                       to ws-run-number.

      *This paragraph keeps the highest run number seen.
       062-check-one-run.
           if (vj-run-number is numeric) and
             (vj-run-number > ws-run-number)
               move vj-run-number      to ws-run-number
           end-if.
           read vendor-journal-file
           at end move ws-true-cnst    to ws-eof-flag.

      *This paragraph opens the vendor journal for append.
       065-open-journal.
           open extend vendor-journal-file.
           if (ws-vj-status = "35")
               open output vendor-journal-file
           end-if.

      *This paragraph opens the run on the journal with the vendor
      *pair and the run date, so the backout knows which way to
      *turn every entry.
       070-write-run-entry.
           move spaces                 to ws-run-image.
           move ws-old-vendor          to ws-ri-vendor.
           move ws-run-date            to ws-ri-run-date.
           move ws-run-image           to ws-before-image.
           move spaces                 to ws-run-image.
           move ws-new-vendor          to ws-ri-vendor.
           move ws-run-date            to ws-ri-run-date.
           move ws-run-image           to ws-after-image.
           move "RUN"                  to ws-jr-file-code.
           move "CONSOL"               to ws-jr-action.
           perform 700-write-journal.

      *This paragraph moves every part the old vendor supplies over
      *to the new vendor on the part master.
       100-move-parts.
           move ws-false-cnst          to ws-eof-flag.
           move 0                      to pm-part-number.
           start part-master
             key is not less than pm-part-number
             invalid key
               move ws-true-cnst       to ws-eof-flag
           end-start.
           if (ws-eof-flag not = ws-true-cnst)
               read part-master next record
               at end move ws-true-cnst to ws-eof-flag
               end-read
           end-if.
           perform 110-move-one-part
             until ws-eof-flag = ws-true-cnst.

      *This paragraph moves one part, if the old vendor supplies it.
       110-move-one-part.
           if (pm-vendor-number = ws-old-vendor)
               move "PARTMST"          to ws-detail-file
               move pm-part-number     to ws-detail-part-number
               move spaces             to ws-detail-po-number
               move spaces             to ws-detail-line-number
               move pm-part-record     to ws-before-image
               move ws-new-vendor      to pm-vendor-number
               rewrite pm-part-record
                 invalid key
                   move "REWRITE-FAILED" to ws-detail-result
                   add 1               to ws-move-errors
                 not invalid key
                   move "MOVED"        to ws-detail-result
                   add 1               to ws-parts-moved
                   move pm-part-record to ws-after-image
                   move "PARTMST"      to ws-jr-file-code
                   move "MOVED"        to ws-jr-action
                   perform 700-write-journal
               end-rewrite
               write cr-line           from ws-detail-line
                 after advancing 1 line
           end-if.
           read part-master next record
           at end move ws-true-cnst    to ws-eof-flag.

      *This paragraph moves the old vendor's contract prices to the
      *new vendor.  No contract file just means none are loaded.
       200-move-contracts.
           move "N"                    to ws-contract-open-flag.
           open i-o contract-price-file.
           if (ws-cp-status = "00")
               set ws-contract-open    to true
           else
           if (ws-cp-status not = "35")
               display "CONTRACT FILE NOT AVAILABLE -- STATUS "
                 ws-cp-status
               display "CONTRACTS NOT MOVED"
               add 1                   to ws-move-errors
           end-if
           end-if.

           if (ws-contract-open)
               perform 210-collect-contracts
               perform 220-move-one-contract
                 varying ws-contract-index from 1 by 1
                 until ws-contract-index > ws-contract-count
               if (ws-contract-overflow)
                   display "CONTRACT TABLE FULL -- REMAINING "
                     "CONTRACTS LEFT ON VENDOR " ws-old-vendor
                   add 1               to ws-move-errors
               end-if
               close contract-price-file
           end-if.

      *This paragraph collects the old vendor's contracts.  The file
      *is keyed vendor first, so they sit together.
       210-collect-contracts.
           move 0                      to ws-contract-count.
           move ws-false-cnst          to ws-eof-flag.
           move ws-old-vendor          to cp-vendor-number.
           move 0                      to cp-part-number.
           start contract-price-file
             key is not less than cp-contract-key
             invalid key
               move ws-true-cnst       to ws-eof-flag
           end-start.
           perform 215-collect-one-contract
             until ws-eof-flag = ws-true-cnst.

      *This paragraph collects one contract, stopping at the first
      *that belongs to another vendor.
       215-collect-one-contract.
           read contract-price-file next record
             at end
               move ws-true-cnst       to ws-eof-flag
             not at end
               if (cp-vendor-number not = ws-old-vendor)
                   move ws-true-cnst   to ws-eof-flag
               else
               if (ws-contract-count >= ws-contract-limit-cnst)
                   set ws-contract-overflow to true
                   move ws-true-cnst   to ws-eof-flag
               else
                   add 1               to ws-contract-count
                   move cp-part-number to
                     ws-ct-part-number (ws-contract-count)
                   move cp-contract-price to
                     ws-ct-contract-price (ws-contract-count)
               end-if
               end-if
           end-read.

      *This paragraph moves one collected contract: the old key is
      *deleted and the same part and price written under the new
      *vendor.  If the new vendor already holds a contract for the
      *part, that one stands and the old one is dropped.
       220-move-one-contract.
           move "CONTRCT"              to ws-detail-file.
           move ws-ct-part-number (ws-contract-index)
                                       to ws-detail-part-number.
           move spaces                 to ws-detail-po-number.
           move spaces                 to ws-detail-line-number.

           move ws-old-vendor          to cp-vendor-number.
           move ws-ct-part-number (ws-contract-index)
                                       to cp-part-number.
           move ws-ct-contract-price (ws-contract-index)
                                       to cp-contract-price.
           move cp-contract-record     to ws-before-image.

           delete contract-price-file
             invalid key
               move "DELETE-FAILED"    to ws-detail-result
               add 1                   to ws-move-errors
             not invalid key
               move ws-new-vendor      to cp-vendor-number
               write cp-contract-record
                 invalid key
                   move "DROPPED-NEW-HAS-ONE" to ws-detail-result
                   add 1               to ws-contracts-dropped
                   move spaces         to ws-after-image
                   move "DROPPED"      to ws-jr-action
                 not invalid key
                   move "MOVED"        to ws-detail-result
                   add 1               to ws-contracts-moved
                   move cp-contract-record to ws-after-image
                   move "MOVED"        to ws-jr-action
               end-write
               move "CONTRCT"          to ws-jr-file-code
               perform 700-write-journal
           end-delete.

           write cr-line               from ws-detail-line
             after advancing 1 line.

      *This paragraph moves the parked adds and changes that name
      *the old vendor.  The pending file is rewritten only when
      *something on it moved.
       300-move-pending.
           move ws-false-cnst          to ws-eof-flag.
           move 0                      to ws-pending-moved.
           open input pending-file.
           open output pending-work-file.
           read pending-file
           at end move ws-true-cnst    to ws-eof-flag.
           perform 310-move-one-pending
             until ws-eof-flag = ws-true-cnst.
           close pending-file.
           close pending-work-file.
           if (ws-pending-moved > 0)
               perform 320-rewrite-pending-file
           end-if.

      *This paragraph carries one pending record across, moving it
      *to the new vendor if it names the old one.
       310-move-one-pending.
           if (pn-maint-code = "A" or "C") and
             (pn-vendor-number = ws-old-vendor)
               move "PENDING"          to ws-detail-file
               move pn-part-number     to ws-detail-part-number
               move spaces             to ws-detail-po-number
               move spaces             to ws-detail-line-number
               move pn-line            to ws-before-image
               move ws-new-vendor      to pn-vendor-number
               move pn-line            to ws-after-image
               move "MOVED"            to ws-detail-result
               add 1                   to ws-pending-moved
               move "PENDING"          to ws-jr-file-code
               move "MOVED"            to ws-jr-action
               perform 700-write-journal
               write cr-line           from ws-detail-line
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

      *This paragraph moves the held price changes that name the old
      *vendor, dispositioned or not -- an applied hold writes its
      *vendor onto the master.  The hold file is rewritten only when
      *something on it moved.
       400-move-holds.
           move ws-false-cnst          to ws-eof-flag.
           move 0                      to ws-holds-moved.
           open input price-hold-file.
           open output hold-work-file.
           read price-hold-file
           at end move ws-true-cnst    to ws-eof-flag.
           perform 410-move-one-hold
             until ws-eof-flag = ws-true-cnst.
           close price-hold-file.
           close hold-work-file.
           if (ws-holds-moved > 0)
               perform 420-rewrite-hold-file
           end-if.

      *This paragraph carries one hold across, moving it to the new
      *vendor if it names the old one.
       410-move-one-hold.
           if (ph-vendor-number = ws-old-vendor)
               move "PRICEHD"          to ws-detail-file
               move ph-part-number     to ws-detail-part-number
               move spaces             to ws-detail-po-number
               move spaces             to ws-detail-line-number
               move ph-line            to ws-before-image
               move ws-new-vendor      to ph-vendor-number
               move ph-line            to ws-after-image
               move "MOVED"            to ws-detail-result
               add 1                   to ws-holds-moved
               move "PRICEHD"          to ws-jr-file-code
               move "MOVED"            to ws-jr-action
               perform 700-write-journal
               write cr-line           from ws-detail-line
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

      *This paragraph moves the old vendor's PO lines, open or
      *closed, so the vendor's order history follows it.  No
      *open-order file just means no PO has been cut yet.
       500-move-open-orders.
           move ws-false-cnst          to ws-eof-flag.
           open i-o open-order-file.
           if (ws-op-status = "35")
               continue
           else
           if (ws-op-status not = "00")
               display "OPEN ORDER FILE NOT AVAILABLE -- STATUS "
                 ws-op-status
               display "PO LINES NOT MOVED"
               add 1                   to ws-move-errors
           else
               move zeros              to op-order-key
               start open-order-file
                 key is not less than op-order-key
                 invalid key
                   move ws-true-cnst   to ws-eof-flag
               end-start
               perform 510-move-one-order
                 until ws-eof-flag = ws-true-cnst
               close open-order-file
           end-if
           end-if.

      *This paragraph moves one PO line, if the old vendor holds it.
       510-move-one-order.
           read open-order-file next record
             at end
               move ws-true-cnst       to ws-eof-flag
             not at end
               if (op-vendor-number = ws-old-vendor)
                   perform 520-move-order-line
               end-if
           end-read.

      *This paragraph rewrites one PO line under the new vendor.
       520-move-order-line.
           move "OPENPO"               to ws-detail-file.
           move op-part-number         to ws-detail-part-number.
           move op-po-number           to ws-detail-po-number.
           move op-line-number         to ws-detail-line-number.
           move op-order-record        to ws-before-image.
           move ws-new-vendor          to op-vendor-number.
           rewrite op-order-record
             invalid key
               move "REWRITE-FAILED"   to ws-detail-result
               add 1                   to ws-move-errors
             not invalid key
               move "MOVED"            to ws-detail-result
               add 1                   to ws-po-lines-moved
               move op-order-record    to ws-after-image
               move "OPENPO"           to ws-jr-file-code
               move "MOVED"            to ws-jr-action
               perform 700-write-journal
           end-rewrite.
           write cr-line               from ws-detail-line
             after advancing 1 line.

      *This paragraph appends one before/after image pair to the
      *vendor journal under the consolidation run number.
       700-write-journal.
           add 1                       to ws-journal-seq.
           move ws-run-number          to vj-run-number.
           move ws-journal-seq         to vj-sequence.
           move ws-jr-file-code        to vj-file-code.
           move ws-jr-action           to vj-action.
           move ws-before-image        to vj-before-image.
           move ws-after-image         to vj-after-image.
           write vj-record.

      *Writing summary line.
       800-summary-line.
           write cr-line    from ws-summary-line1
             after advancing 2 lines.
           write cr-line    from ws-summary-line2
             after advancing 2 lines.
           write cr-line    from ws-summary-line3
             after advancing 2 lines.
           write cr-line    from ws-summary-line4
             after advancing 2 lines.
           write cr-line    from ws-summary-line5
             after advancing 2 lines.
           write cr-line    from ws-summary-line6
             after advancing 2 lines.
           write cr-line    from ws-summary-line7
             after advancing 2 lines.

       end program A6-VendorConsolidate.
