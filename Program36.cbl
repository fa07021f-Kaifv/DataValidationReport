       identification division.
       program-id. A6-IntegritySweep.
       author. Kaifkhan Vakil.
       date-written. 2026-10-15.
      *Program description
      *This program is the weekly referential integrity sweep.  The
      *standing files point at each other -- a price hold, a pending
      *park, a contract, an open reject or a kit line names a part;
      *the part master and the contract file name a vendor; the
      *journal names the batch it posted under -- and a purge, a
      *restore or a hand fix can leave any of them pointing at
      *something that is no longer there.  The reconciliation run
      *only balances counts, so none of that shows up there.  This
      *run reads every one of those files, looks each reference up
      *on the file it points at, and prints every orphan it finds,
      *grouped by file.  Orphans end the run with return code 8; a
      *file that could not be checked at all ends it with 4.

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

           select run-control-file
           assign to "../../../A6-RUNCTL.dat"
           organization is indexed
           access mode is random
           record key is rn-run-number
           file status is ws-rn-status.

      *The files swept.  Any of them may not exist yet; a file that
      *is not there holds nothing to check.
           select optional contract-price-file
           assign to "../../../A6-CONTRACT.dat"
           organization is indexed
           access mode is sequential
           record key is cp-contract-key
           file status is ws-cp-status.

           select optional kit-structure-file
           assign to "../../../A6-KITBOM.dat"
           organization is indexed
           access mode is sequential
           record key is kb-kit-key
           file status is ws-kb-status.

           select optional pending-file
           assign to "../../../A6-PENDING.dat"
           organization is line sequential
           file status is ws-pn-status.

           select optional price-hold-file
           assign to "../../../A6-PRICEHOLD.dat"
           organization is line sequential
           file status is ws-ph-status.

           select optional reject-file
           assign to "../../../A6-REJECTS.dat"
           organization is line sequential
           file status is ws-rj-status.

           select optional journal-file
           assign to "../../../A6-JOURNAL.dat"
           organization is line sequential
           file status is ws-jr-status.

           select integrity-report
           assign to "../../../A6-IntegritySweep.out".


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
         05 pm-vendor-number.
           10 pm-vendor-number-1        pic 9(1).
           10 pm-vendor-number-5        pic 9(5).
         05 pm-last-maint-code          pic x.
         05 pm-on-hand-qty              pic 9(5).
         05 pm-reorder-point            pic 9(5).
         05 pm-last-activity-date       pic 9(8).

      *File declaration of the vendor master.
       fd vendor-master
           data record is vm-vendor-record
           record contains 27 characters.
       01 vm-vendor-record.
         05 vm-vendor-number           pic 9(6).
         05 vm-vendor-name             pic x(20).
         05 vm-premium-flag            pic x.

      *File declaration of the run-control registry.  Record 00000
      *is the control record; every other record is one registered
      *batch.
       fd run-control-file
           data record is rn-record
           record contains 13 characters.
       01 rn-record.
         05 rn-run-number              pic 9(5).
         05 rn-record-count            pic 9(7).
         05 rn-status                  pic x.

      *File declaration of the contract price file.  Same 15-byte
      *layout A6-ContractPriceUpdate maintains.
       fd contract-price-file
           data record is cp-contract-record
           record contains 15 characters.
       01 cp-contract-record.
         05 cp-contract-key.
           10 cp-vendor-number         pic 9(6).
           10 cp-part-number           pic 9(5).
         05 cp-contract-price          pic 9(2)v99.

      *File declaration of the kit structure file.  Same 15-byte
      *layout A6-KitStructureUpdate maintains.
       fd kit-structure-file
           data record is kb-kit-record
           record contains 15 characters.
       01 kb-kit-record.
         05 kb-kit-key.
           10 kb-kit-part-number       pic 9(5).
           10 kb-component-number      pic 9(5).
         05 kb-component-qty           pic 9(5).

      *File declaration of the pending file.  Same 48-byte layout
      *A6-PartMasterUpdate parks.
       fd pending-file
           data record is pn-line
           record contains 48 characters.
       01 pn-line.
         05 pn-transaction.
           10 pn-maint-code            pic x.
           10 pn-part-number           pic x(5).
           10 filler                   pic x(28).
         05 pn-parked-date             pic x(8).
         05 pn-keyed-by                pic x(6).

      *File declaration of the price-hold file.  Same 64-byte layout
      *A6-PartMasterUpdate writes.
       fd price-hold-file
           data record is ph-line
           record contains 64 characters.
       01 ph-line.
         05 ph-disposition             pic x.
         05 ph-transaction.
           10 ph-maint-code            pic x.
           10 ph-part-number           pic x(5).
           10 filler                   pic x(28).
         05 filler                     pic x(29).

      *File declaration of the reject file.  Same 50-byte layout the
      *validation run writes.
       fd reject-file
           data record is rj-line
           record contains 50 characters.
       01 rj-line.
         05 rj-transaction.
           10 rj-maint-code            pic x.
           10 rj-part-number           pic x(5).
           10 filler                   pic x(28).
         05 rj-recycle-count           pic x(2).
         05 rj-reject-date             pic x(8).
         05 rj-keyed-by                pic x(6).

      *File declaration of the posting journal.  Same 113-byte layout
      *A6-PartMasterUpdate writes; only the run number is needed.
       fd journal-file
           data record is jr-record
           record contains 113 characters.
       01 jr-record.
         05 jr-run-number              pic 9(5).
         05 jr-sequence                pic 9(7).
         05 jr-action                  pic x(7).
         05 filler                     pic x(94).

      *File declaration of the exceptions report.
       fd integrity-report
           data record is ir-line
           record contains 100 characters.
       01 ir-line                      pic x(100).

       working-storage section.

      *Declaring report headings.
       01 ws-report-heading1.
         05 filler                     pic x(15)   value
         "Kaifkhan vakil,".
         05 filler                     pic x(5)    value spaces.
         05 filler                     pic x(30)   value
         "Referential Integrity Sweep".
         05 ws-heading-date            pic 9(8).
         05 filler                     pic x(5)    value spaces.
         05 filler                     pic x(5)    value "PAGE ".
         05 ws-heading-page            pic zz9.

       01 ws-report-heading2.
         05 filler                     pic x(4)    value spaces.
         05 filler                     pic x(9)    value "RECORD".
         05 filler                     pic x(13)   value "REFERENCE".
         05 filler                     pic x(32)   value "EXCEPTION".
         05 filler                     pic x(34)   value "RECORD HELD".

      *Each file swept opens with its own title line.
       01 ws-section-line.
         05 filler                     pic x(3)    value "-- ".
         05 ws-section-title           pic x(60).

      *One line per orphan: where it sits on its file, the value
      *that points nowhere, what it should have found, and the
      *record itself as far as it helps to see it.
       01 ws-exception-line.
         05 filler                     pic x(4)    value spaces.
         05 ws-el-record-number        pic 9(7).
         05 filler                     pic x(2)    value spaces.
         05 ws-el-reference            pic x(11).
         05 filler                     pic x(2)    value spaces.
         05 ws-el-text                 pic x(30).
         05 filler                     pic x(2)    value spaces.
         05 ws-el-context              pic x(34).

      *A line for a file that could not be swept at all.
       01 ws-note-line.
         05 filler                     pic x(4)    value spaces.
         05 ws-note-text               pic x(60).

      *The closing count line of each file.
       01 ws-section-total-line.
         05 filler                     pic x(4)    value spaces.
         05 filler                     pic x(13)   value
         "RECORDS READ ".
         05 ws-st-read                 pic zzzzzz9.
         05 filler                     pic x(4)    value spaces.
         05 filler                     pic x(8)    value "ORPHANS ".
         05 ws-st-orphans              pic zzzzzz9.

       01 ws-summary-line1.
         05 filler                     pic x(13)   value
         "FILES CHECKED".
         05 filler                     pic x(3)    value spaces.
         05 ws-files-checked-out       pic 9(7)    value 0.

       01 ws-summary-line2.
         05 filler                     pic x(17)   value
         "FILES NOT CHECKED".
         05 filler                     pic x(3)    value spaces.
         05 ws-files-skipped-out       pic 9(7)    value 0.

       01 ws-summary-line3.
         05 filler                     pic x(13)   value
         "ORPHANS FOUND".
         05 filler                     pic x(3)    value spaces.
         05 ws-orphans-out             pic 9(7)    value 0.

      *This line is for adding a blank line in the report.
       01 ws-blank-line                pic x(100)  value spaces.

      *this is the eof flag declaration.
       01 ws-flags.
         05 ws-eof-flag                pic x       value space.

      *This is boolean constant to see the proper end of file.
       01 ws-boolean-cnst.
         05 ws-true-cnst               pic x       value "Y".
         05 ws-false-cnst              pic x       value "N".

       77 ws-pm-status                 pic xx      value spaces.
       77 ws-vm-status                 pic xx      value spaces.
       77 ws-rn-status                 pic xx      value spaces.
       77 ws-cp-status                 pic xx      value spaces.
       77 ws-kb-status                 pic xx      value spaces.
       77 ws-pn-status                 pic xx      value spaces.
       77 ws-ph-status                 pic xx      value spaces.
       77 ws-rj-status                 pic xx      value spaces.
       77 ws-jr-status                 pic xx      value spaces.
       77 ws-run-date                  pic 9(8)    value 0.

      *The result of the last master lookup, and the key it used.
       01 ws-lookup-flags.
         05 ws-part-found-flag         pic x       value "N".
               88 ws-part-found                value "Y".
         05 ws-vendor-found-flag       pic x       value "N".
               88 ws-vendor-found              value "Y".
         05 ws-run-found-flag          pic x       value "N".
               88 ws-run-found                 value "Y".
         05 ws-run-control-ok-flag     pic x       value "N".
               88 ws-run-control-ok            value "Y".
       77 ws-check-part                pic 9(5)    value 0.
       77 ws-check-vendor              pic 9(6)    value 0.

      *Counts for the file being swept and for the whole run.
       77 ws-section-read              pic 9(7)    value 0.
       77 ws-section-orphans           pic 9(7)    value 0.
       77 ws-orphan-total              pic 9(7)    value 0.
       77 ws-files-checked             pic 9(7)    value 0.
       77 ws-files-skipped             pic 9(7)    value 0.

      *The parts parked as adds.  A parked change, delete or receipt
      *for one of these is waiting on its own add, not orphaned.
      *Past the table's size the extras are simply not excused.
       77 ws-add-limit-cnst            pic 9(3)    value 500.
       77 ws-add-count                 pic 9(3)    value 0.
       77 ws-add-index                 pic 9(3)    value 0.
       01 ws-add-table.
         05 ws-pending-add-part        pic x(5)    occurs 500 times.
       01 ws-add-flags.
         05 ws-add-found-flag          pic x       value "N".
               88 ws-add-found                 value "Y".

      *The journal is written a batch at a time, so its entries are
      *checked a run at a time: the run in hand, where it started
      *on the journal and how many entries it holds.  Run 00000 is
      *the cycle count's own, never a registered batch.
       77 ws-group-run                 pic 9(5)    value 0.
       77 ws-group-first-record        pic 9(7)    value 0.
       77 ws-group-entries             pic 9(7)    value 0.
       01 ws-group-flags.
         05 ws-group-open-flag         pic x       value "N".
               88 ws-group-open                value "Y".

      *A page counter to keep the report paged.
       01 ws-line-page-counters.
         05 ws-line-count              pic 999     value 0.
         05 ws-page-count              pic 999     value 0.
         05 ws-lines-per-page-cnst     pic 999     value 50.

      *Edited work field for the entry count of a journal group.
       77 ws-edit-entries              pic zzzzzz9.

       procedure division.
       000-main.
           move ws-false-cnst to ws-eof-flag.

      *Opening the masters.  A sweep without the masters to look
      *references up on is an operations error.
           open input part-master.
           if (ws-pm-status not = "00")
               display "PART MASTER FILE NOT AVAILABLE -- STATUS "
                 ws-pm-status
               move 16                 to return-code
           else
           open input vendor-master
           if (ws-vm-status not = "00")
               display "VENDOR MASTER FILE NOT AVAILABLE -- STATUS "
                 ws-vm-status
               close part-master
               move 16                 to return-code
           else
               open output integrity-report
               accept ws-run-date      from date yyyymmdd
               move ws-run-date        to ws-heading-date
               perform 400-page-heading

               perform 100-check-pending
               perform 120-check-price-holds
               perform 140-check-contracts
               perform 160-check-rejects
               perform 170-check-kits
               perform 180-check-master-vendors
               perform 190-check-journal-runs

               perform 200-summary-line

               close part-master
               close vendor-master
               close integrity-report

               if (ws-orphan-total > 0)
                   move 8              to return-code
               else
               if (ws-files-skipped > 0)
                   move 4              to return-code
               end-if
               end-if
           end-if
           end-if.

           goback.

      *This paragraph sweeps the pending file against the part
      *master.  A parked add is for a part that is not on the master
      *yet, so only changes, deletes and receipts are checked.
       100-check-pending.
           move "A6-PENDING AGAINST THE PART MASTER"
                                       to ws-section-title.
           perform 900-start-section.
           perform 102-load-pending-adds.

           open input pending-file.
           if (ws-pn-status not = "00") and (ws-pn-status not = "05")
               perform 930-file-not-checked
           else
               move ws-false-cnst      to ws-eof-flag
               read pending-file
               at end move ws-true-cnst to ws-eof-flag
               end-read
               perform 105-check-one-park
                 until ws-eof-flag = ws-true-cnst
               close pending-file
               perform 910-end-section
           end-if.

      *This paragraph notes the parts the pending file parks adds
      *for.
       102-load-pending-adds.
           move 0                      to ws-add-count.
           open input pending-file.
           if (ws-pn-status = "00") or (ws-pn-status = "05")
               move ws-false-cnst      to ws-eof-flag
               read pending-file
               at end move ws-true-cnst to ws-eof-flag
               end-read
               perform 103-note-one-add
                 until ws-eof-flag = ws-true-cnst
               close pending-file
           end-if.

      *This paragraph notes one park if it is an add.
       103-note-one-add.
           if (pn-maint-code = "A") and
             (ws-add-count < ws-add-limit-cnst)
               add 1                   to ws-add-count
               move pn-part-number     to
                 ws-pending-add-part (ws-add-count)
           end-if.
           read pending-file
           at end move ws-true-cnst    to ws-eof-flag.

      *This paragraph checks one park.
       105-check-one-park.
           add 1                       to ws-section-read.
           if (pn-maint-code not = "A")
               if (pn-part-number is not numeric)
                   move pn-part-number to ws-el-reference
                   move "PART NUMBER NOT VALID" to ws-el-text
                   move pn-transaction to ws-el-context
                   perform 920-write-exception
               else
                   move pn-part-number to ws-check-part
                   perform 950-lookup-part
                   if (not ws-part-found)
                       perform 107-find-pending-add
                       if (not ws-add-found)
                           move pn-part-number to ws-el-reference
                           move "PART NOT ON PART MASTER" to
                             ws-el-text
                           move pn-transaction to ws-el-context
                           perform 920-write-exception
                       end-if
                   end-if
               end-if
           end-if.
           read pending-file
           at end move ws-true-cnst    to ws-eof-flag.

      *This paragraph looks for a parked add of the park's part.
       107-find-pending-add.
           move "N"                    to ws-add-found-flag.
           perform 108-match-one-add
             varying ws-add-index from 1 by 1
             until (ws-add-index > ws-add-count) or ws-add-found.

      *This paragraph matches the park's part against one parked add.
       108-match-one-add.
           if (ws-pending-add-part (ws-add-index) = pn-part-number)
               set ws-add-found        to true
           end-if.

      *This paragraph sweeps the price-hold file against the part
      *master.  Every hold is a change to a part that was on the
      *master when it was held.
       120-check-price-holds.
           move "A6-PRICEHOLD AGAINST THE PART MASTER"
                                       to ws-section-title.
           perform 900-start-section.
           open input price-hold-file.
           if (ws-ph-status not = "00") and (ws-ph-status not = "05")
               perform 930-file-not-checked
           else
               move ws-false-cnst      to ws-eof-flag
               read price-hold-file
               at end move ws-true-cnst to ws-eof-flag
               end-read
               perform 125-check-one-hold
                 until ws-eof-flag = ws-true-cnst
               close price-hold-file
               perform 910-end-section
           end-if.

      *This paragraph checks one hold.
       125-check-one-hold.
           add 1                       to ws-section-read.
           if (ph-part-number is not numeric)
               move "N"                to ws-part-found-flag
           else
               move ph-part-number     to ws-check-part
               perform 950-lookup-part
           end-if.
           if (not ws-part-found)
               move ph-part-number     to ws-el-reference
               move "PART NOT ON PART MASTER" to ws-el-text
               move ph-transaction     to ws-el-context
               perform 920-write-exception
           end-if.
           read price-hold-file
           at end move ws-true-cnst    to ws-eof-flag.

      *This paragraph sweeps the contract file against both masters:
      *the contracted part on the part master and the vendor holding
      *the contract on the vendor master.
       140-check-contracts.
           move "A6-CONTRACT AGAINST THE PART AND VENDOR MASTERS"
                                       to ws-section-title.
           perform 900-start-section.
           open input contract-price-file.
           if (ws-cp-status not = "00") and (ws-cp-status not = "05")
               perform 930-file-not-checked
           else
               move ws-false-cnst      to ws-eof-flag
               read contract-price-file
               at end move ws-true-cnst to ws-eof-flag
               end-read
               perform 145-check-one-contract
                 until ws-eof-flag = ws-true-cnst
               close contract-price-file
               perform 910-end-section
           end-if.

      *This paragraph checks one contract.
       145-check-one-contract.
           add 1                       to ws-section-read.
           move cp-part-number         to ws-check-part.
           perform 950-lookup-part.
           if (not ws-part-found)
               move cp-part-number     to ws-el-reference
               move "PART NOT ON PART MASTER" to ws-el-text
               move cp-contract-record to ws-el-context
               perform 920-write-exception
           end-if.
           move cp-vendor-number       to ws-check-vendor.
           perform 960-lookup-vendor.
           if (not ws-vendor-found)
               move cp-vendor-number   to ws-el-reference
               move "VENDOR NOT ON VENDOR MASTER" to ws-el-text
               move cp-contract-record to ws-el-context
               perform 920-write-exception
           end-if.
           read contract-price-file
           at end move ws-true-cnst    to ws-eof-flag.

      *This paragraph sweeps the reject file against the part
      *master.  A rejected add is for a part not on the master yet,
      *and a reject whose part number is not even numeric was
      *rejected for that very reason, so only changes, deletes and
      *receipts with a proper part number are checked.
       160-check-rejects.
           move "A6-REJECTS AGAINST THE PART MASTER"
                                       to ws-section-title.
           perform 900-start-section.
           open input reject-file.
           if (ws-rj-status not = "00") and (ws-rj-status not = "05")
               perform 930-file-not-checked
           else
               move ws-false-cnst      to ws-eof-flag
               read reject-file
               at end move ws-true-cnst to ws-eof-flag
               end-read
               perform 165-check-one-reject
                 until ws-eof-flag = ws-true-cnst
               close reject-file
               perform 910-end-section
           end-if.

      *This paragraph checks one reject.
       165-check-one-reject.
           add 1                       to ws-section-read.
           if ((rj-maint-code = "C") or (rj-maint-code = "D") or
             (rj-maint-code = "R")) and (rj-part-number is numeric)
               move rj-part-number     to ws-check-part
               perform 950-lookup-part
               if (not ws-part-found)
                   move rj-part-number to ws-el-reference
                   move "PART NOT ON PART MASTER" to ws-el-text
                   move rj-transaction to ws-el-context
                   perform 920-write-exception
               end-if
           end-if.
           read reject-file
           at end move ws-true-cnst    to ws-eof-flag.

      *This paragraph sweeps the kit structure file against the part
      *master: both the kit and the component.
       170-check-kits.
           move "A6-KITBOM AGAINST THE PART MASTER"
                                       to ws-section-title.
           perform 900-start-section.
           open input kit-structure-file.
           if (ws-kb-status not = "00") and (ws-kb-status not = "05")
               perform 930-file-not-checked
           else
               move ws-false-cnst      to ws-eof-flag
               read kit-structure-file
               at end move ws-true-cnst to ws-eof-flag
               end-read
               perform 175-check-one-kit-line
                 until ws-eof-flag = ws-true-cnst
               close kit-structure-file
               perform 910-end-section
           end-if.

      *This paragraph checks one kit line.
       175-check-one-kit-line.
           add 1                       to ws-section-read.
           move kb-kit-part-number     to ws-check-part.
           perform 950-lookup-part.
           if (not ws-part-found)
               move kb-kit-part-number to ws-el-reference
               move "KIT NOT ON PART MASTER" to ws-el-text
               move kb-kit-record      to ws-el-context
               perform 920-write-exception
           end-if.
           move kb-component-number    to ws-check-part.
           perform 950-lookup-part.
           if (not ws-part-found)
               move kb-component-number to ws-el-reference
               move "COMPONENT NOT ON PART MASTER" to ws-el-text
               move kb-kit-record      to ws-el-context
               perform 920-write-exception
           end-if.
           read kit-structure-file
           at end move ws-true-cnst    to ws-eof-flag.

      *This paragraph sweeps the part master itself against the
      *vendor master.
       180-check-master-vendors.
           move "PARTMSTR AGAINST THE VENDOR MASTER"
                                       to ws-section-title.
           perform 900-start-section.
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
           perform 185-check-one-part
             until ws-eof-flag = ws-true-cnst.
           perform 910-end-section.

      *This paragraph checks one part's vendor.
       185-check-one-part.
           add 1                       to ws-section-read.
           move pm-vendor-number       to ws-check-vendor.
           perform 960-lookup-vendor.
           if (not ws-vendor-found)
               move pm-vendor-number   to ws-el-reference
               move "VENDOR NOT ON VENDOR MASTER" to ws-el-text
               move pm-part-record     to ws-el-context
               perform 920-write-exception
           end-if.
           read part-master next record
           at end move ws-true-cnst    to ws-eof-flag.

      *This paragraph sweeps the posting journal's run numbers
      *against the run-control registry, one run at a time.  An
      *orphaned run is reported once, with where its entries start
      *and how many there are.
       190-check-journal-runs.
           move "A6-JOURNAL RUN NUMBERS AGAINST A6-RUNCTL"
                                       to ws-section-title.
           perform 900-start-section.
           move "N"                    to ws-run-control-ok-flag.
           open input run-control-file.
           if (ws-rn-status = "00")
               set ws-run-control-ok   to true
           end-if.
           open input journal-file.
           if (not ws-run-control-ok) or
             ((ws-jr-status not = "00") and (ws-jr-status not = "05"))
               perform 930-file-not-checked
           else
               move "N"                to ws-group-open-flag
               move ws-false-cnst      to ws-eof-flag
               read journal-file
               at end move ws-true-cnst to ws-eof-flag
               end-read
               perform 195-check-one-entry
                 until ws-eof-flag = ws-true-cnst
               if (ws-group-open)
                   perform 197-close-run-group
               end-if
               perform 910-end-section
           end-if.
           close journal-file.
           if (ws-run-control-ok)
               close run-control-file
           end-if.

      *This paragraph takes one journal entry into its run's group,
      *closing the group before it when the run changes.
       195-check-one-entry.
           add 1                       to ws-section-read.
           if (not ws-group-open) or (jr-run-number not = ws-group-run)
               if (ws-group-open)
                   perform 197-close-run-group
               end-if
               set ws-group-open       to true
               move jr-run-number      to ws-group-run
               move ws-section-read    to ws-group-first-record
               move 0                  to ws-group-entries
           end-if.
           add 1                       to ws-group-entries.
           read journal-file
           at end move ws-true-cnst    to ws-eof-flag.

      *This paragraph looks one run up on the registry and reports
      *it when it is not there.
       197-close-run-group.
           if (ws-group-run not = 0)
               move ws-group-run       to rn-run-number
               read run-control-file
                 invalid key
                   move "N"            to ws-run-found-flag
                 not invalid key
                   move "Y"            to ws-run-found-flag
               end-read
               if (not ws-run-found)
                   move ws-group-first-record to ws-el-record-number
                   move ws-group-run   to ws-el-reference
                   move "RUN NOT ON RUN CONTROL" to ws-el-text
                   move ws-group-entries to ws-edit-entries
                   move spaces         to ws-el-context
                   string "ENTRIES IN THIS RUN " delimited by size
                     ws-edit-entries delimited by size
                     into ws-el-context
                   perform 925-write-group-exception
               end-if
           end-if.

      *Writing summary lines.
       200-summary-line.
           move ws-files-checked       to ws-files-checked-out.
           move ws-files-skipped       to ws-files-skipped-out.
           move ws-orphan-total        to ws-orphans-out.
           perform 410-check-page.
           write ir-line    from ws-summary-line1
             after advancing 2 lines.
           write ir-line    from ws-summary-line2
             after advancing 2 lines.
           write ir-line    from ws-summary-line3
             after advancing 2 lines.

      *This paragraph starts a fresh page with the report heading.
       400-page-heading.
           add 1                       to ws-page-count.
           move ws-page-count          to ws-heading-page.
           if (ws-page-count > 1)
               write ir-line           from ws-blank-line
                 after page
               write ir-line           from ws-report-heading1
                 after advancing 1 line
           else
               write ir-line           from ws-report-heading1
                 before advancing 1 line
           end-if.
           write ir-line               from ws-report-heading2
             after advancing 2 lines.
           move 0                      to ws-line-count.

      *This paragraph breaks to a new page when the current one is
      *full.
       410-check-page.
           if (ws-line-count > ws-lines-per-page-cnst)
               perform 400-page-heading
           end-if.

      *This paragraph opens one file's group on the report.
       900-start-section.
           move 0                      to ws-section-read.
           move 0                      to ws-section-orphans.
           perform 410-check-page.
           write ir-line               from ws-blank-line
             after advancing 1 line.
           write ir-line               from ws-section-line
             after advancing 1 line.
           add 2                       to ws-line-count.

      *This paragraph closes one file's group with its counts.
       910-end-section.
           add 1                       to ws-files-checked.
           move ws-section-read        to ws-st-read.
           move ws-section-orphans     to ws-st-orphans.
           perform 410-check-page.
           write ir-line               from ws-section-total-line
             after advancing 1 line.
           add 1                       to ws-line-count.

      *This paragraph writes one orphan, placed by the record the
      *sweep of the file is on.
       920-write-exception.
           move ws-section-read        to ws-el-record-number.
           perform 925-write-group-exception.

      *This paragraph writes one orphan line as it stands.
       925-write-group-exception.
           add 1                       to ws-section-orphans.
           add 1                       to ws-orphan-total.
           perform 410-check-page.
           write ir-line               from ws-exception-line
             after advancing 1 line.
           add 1                       to ws-line-count.
           move spaces                 to ws-el-reference.
           move spaces                 to ws-el-context.

      *This paragraph notes a file that would not open.
       930-file-not-checked.
           add 1                       to ws-files-skipped.
           move "FILE WOULD NOT OPEN -- NOT CHECKED" to ws-note-text.
           perform 410-check-page.
           write ir-line               from ws-note-line
             after advancing 1 line.
           add 1                       to ws-line-count.

      *This paragraph looks the part in ws-check-part up on the part
      *master.
       950-lookup-part.
           move ws-check-part          to pm-part-number.
           read part-master
             invalid key
               move "N"                to ws-part-found-flag
             not invalid key
               move "Y"                to ws-part-found-flag
           end-read.

      *This paragraph looks the vendor in ws-check-vendor up on the
      *vendor master.
       960-lookup-vendor.
           move ws-check-vendor        to vm-vendor-number.
           read vendor-master
             invalid key
               move "N"                to ws-vendor-found-flag
             not invalid key
               move "Y"                to ws-vendor-found-flag
           end-read.

       end program A6-IntegritySweep.
