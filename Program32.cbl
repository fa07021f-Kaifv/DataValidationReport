       identification division.
       program-id. A6-PartHistoryInquiry.
       author. Kaifkhan Vakil.
       date-written. 2026-10-15.
      *Program description
      *This program answers "what happened to this part?" in one
      *printout.  The operator keys a part number; the run looks the
      *part up on the master and its vendor on the vendor master,
      *finds its contract price, and then reads every file that can
      *hold something about it -- open price holds, pending parks,
      *rejects and chronic rejects waiting for correction, the price
      *history, the posting journal and the part archive -- and
      *prints what each one holds for the part, section by section.
      *Only the latest journal movements are printed; the journal
      *holds the part's whole life.

       environment division.
       configuration section.
       input-output section.
      *Declaring file control for input and output files.
       file-control.
           select part-master
           assign to "../../../PARTMSTR.dat"
           organization is indexed
           access mode is random
           record key is pm-part-number
           file status is ws-pm-status.

           select vendor-master
           assign to "../../../VENDORMSTR.dat"
           organization is indexed
           access mode is random
           record key is vm-vendor-number
           file status is ws-vm-status.

           select optional contract-price-file
           assign to "../../../A6-CONTRACT.dat"
           organization is indexed
           access mode is random
           record key is cp-contract-key
           file status is ws-cp-status.

      *The remaining files are read straight through.  Any of them
      *may not exist yet; the section then simply shows nothing.
           select optional price-hold-file
           assign to "../../../A6-PRICEHOLD.dat"
           organization is line sequential
           file status is ws-ph-status.

           select optional pending-file
           assign to "../../../A6-PENDING.dat"
           organization is line sequential
           file status is ws-pn-status.

           select optional reject-file
           assign to "../../../A6-REJECTS.dat"
           organization is line sequential
           file status is ws-rj-status.

           select optional chronic-file
           assign to "../../../A6-CHRONIC.dat"
           organization is line sequential
           file status is ws-ch-status.

           select optional price-history-file
           assign to "../../../A6-PRICEHIST.dat"
           organization is line sequential
           file status is ws-hs-status.

           select optional journal-file
           assign to "../../../A6-JOURNAL.dat"
           organization is line sequential
           file status is ws-jr-status.

           select optional part-archive-file
           assign to "../../../A6-PARTARCH.dat"
           organization is line sequential
           file status is ws-ar-status.

           select inquiry-report
           assign to "../../../A6-PartHistoryInquiry.out".


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
           10 ph-part-description      pic x(10).
           10 ph-unit-price            pic 9(2)v99.
           10 ph-vendor-number         pic x(6).
           10 ph-effective-date        pic x(8).
         05 ph-old-price               pic 9(2)v99.
         05 ph-pct-swing               pic 9(3)v99.
         05 ph-held-date               pic x(8).
         05 ph-approver-id             pic x(6).
         05 ph-keyed-by                pic x(6).

      *File declaration of the pending file.  Same 48-byte layout
      *A6-PartMasterUpdate parks: the transaction, the date it was
      *parked and who keyed it.
       fd pending-file
           data record is pn-line
           record contains 48 characters.
       01 pn-line.
         05 pn-transaction.
           10 pn-maint-code            pic x.
           10 pn-part-number           pic x(5).
           10 filler                   pic x(20).
           10 pn-effective-date        pic x(8).
         05 pn-parked-date             pic x(8).
         05 pn-keyed-by                pic x(6).

      *File declaration of the reject file.  Same 50-byte layout the
      *validation run writes: the rejected transaction, the recycle
      *bounce counter, the date it first rejected and who keyed it.
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

      *File declaration of the chronic file.  Same 50-byte layout
      *the recycle run moves records out under.
       fd chronic-file
           data record is ch-line
           record contains 50 characters.
       01 ch-line.
         05 ch-transaction.
           10 ch-maint-code            pic x.
           10 ch-part-number           pic x(5).
           10 filler                   pic x(28).
         05 ch-recycle-count           pic x(2).
         05 ch-reject-date             pic x(8).
         05 ch-keyed-by                pic x(6).

      *File declaration of the price history file.  Same 41-byte
      *layout A6-PartMasterUpdate and A6-PriceHoldRelease append.
       fd price-history-file
           data record is hs-line
           record contains 41 characters.
       01 hs-line.
         05 hs-part-number             pic x(5).
         05 hs-old-price               pic 9(2)v99.
         05 hs-new-price               pic 9(2)v99.
         05 hs-effective-date          pic x(8).
         05 hs-vendor-number           pic x(6).
         05 hs-run-date                pic x(8).
         05 hs-approver-id             pic x(6).

      *File declaration of the posting journal.  Same 113-byte layout
      *A6-PartMasterUpdate writes.
       fd journal-file
           data record is jr-record
           record contains 113 characters.
       01 jr-record.
         05 jr-run-number              pic 9(5).
         05 jr-sequence                pic 9(7).
         05 jr-action                  pic x(7).
         05 jr-before-image.
           10 jr-before-part-number    pic x(5).
           10 filler                   pic x(39).
         05 jr-after-image.
           10 jr-after-part-number     pic x(5).
           10 filler                   pic x(39).
         05 jr-approver-id             pic x(6).

      *File declaration of the part archive.  Same 52-byte layout
      *A6-PartPurge appends.
       fd part-archive-file
           data record is ar-line
           record contains 52 characters.
       01 ar-line.
         05 ar-part-image.
           10 ar-part-number           pic x(5).
           10 filler                   pic x(39).
         05 ar-purge-date              pic x(8).

      *File declaration of the inquiry report.
       fd inquiry-report
           data record is iq-line
           record contains 90 characters.
       01 iq-line                      pic x(90).

       working-storage section.

      *Declaring report headings.
       01 ws-report-heading1.
         05 filler                     pic x(15)   value
         "Kaifkhan vakil,".
         05 filler                     pic x(5)    value spaces.
         05 filler                     pic x(25)   value
         "Part History Inquiry".
         05 filler                     pic x(5)    value "PART ".
         05 ws-heading-part            pic x(5).
         05 filler                     pic x(3)    value spaces.
         05 ws-heading-date            pic 9(8).

      *Each section opens with its own title line.
       01 ws-section-line.
         05 filler                     pic x(3)    value "-- ".
         05 ws-section-title           pic x(30).

      *A labelled value line, used for the master and contract.
       01 ws-label-line.
         05 filler                     pic x(4)    value spaces.
         05 ws-label-text              pic x(22).
         05 ws-label-value             pic x(40).

      *What a section prints when the part has nothing there.
       01 ws-none-line.
         05 filler                     pic x(4)    value spaces.
         05 ws-none-text               pic x(40).

       01 ws-hold-heading.
         05 filler                     pic x(4)    value spaces.
         05 filler                     pic x(10)   value "HELD".
         05 filler                     pic x(6)    value "DISP".
         05 filler                     pic x(8)    value "OLD".
         05 filler                     pic x(8)    value "NEW".
         05 filler                     pic x(9)    value "SWING %".
         05 filler                     pic x(10)   value "EFFECTIVE".
         05 filler                     pic x(8)    value "KEYED".
         05 filler                     pic x(6)    value "APPR".

       01 ws-hold-line.
         05 filler                     pic x(4)    value spaces.
         05 ws-hl-held-date            pic x(8).
         05 filler                     pic x(2)    value spaces.
         05 ws-hl-disposition          pic x.
         05 filler                     pic x(5)    value spaces.
         05 ws-hl-old-price            pic z9.99.
         05 filler                     pic x(3)    value spaces.
         05 ws-hl-new-price            pic z9.99.
         05 filler                     pic x(3)    value spaces.
         05 ws-hl-pct-swing            pic zz9.99.
         05 filler                     pic x(3)    value spaces.
         05 ws-hl-effective-date       pic x(8).
         05 filler                     pic x(2)    value spaces.
         05 ws-hl-keyed-by             pic x(6).
         05 filler                     pic x(2)    value spaces.
         05 ws-hl-approver-id          pic x(6).

      *Parks and rejects print the date, the source and the raw
      *transaction as it was keyed.
       01 ws-queue-heading.
         05 filler                     pic x(4)    value spaces.
         05 ws-qh-date-text            pic x(10).
         05 filler                     pic x(10)   value "WHERE".
         05 filler                     pic x(10)   value "EFFECTIVE".
         05 filler                     pic x(4)    value "BNC".
         05 filler                     pic x(34)   value
         "TRANSACTION".

       01 ws-queue-line.
         05 filler                     pic x(4)    value spaces.
         05 ws-ql-date                 pic x(8).
         05 filler                     pic x(2)    value spaces.
         05 ws-ql-where                pic x(8).
         05 filler                     pic x(2)    value spaces.
         05 ws-ql-effective-date       pic x(8).
         05 filler                     pic x(2)    value spaces.
         05 ws-ql-bounces              pic x(2).
         05 filler                     pic x(2)    value spaces.
         05 ws-ql-transaction          pic x(34).

       01 ws-history-heading.
         05 filler                     pic x(4)    value spaces.
         05 filler                     pic x(10)   value "POSTED".
         05 filler                     pic x(10)   value "EFFECTIVE".
         05 filler                     pic x(8)    value "OLD".
         05 filler                     pic x(8)    value "NEW".
         05 filler                     pic x(8)    value "VENDOR".
         05 filler                     pic x(6)    value "APPR".

       01 ws-history-line.
         05 filler                     pic x(4)    value spaces.
         05 ws-hy-run-date             pic x(8).
         05 filler                     pic x(2)    value spaces.
         05 ws-hy-effective-date       pic x(8).
         05 filler                     pic x(2)    value spaces.
         05 ws-hy-old-price            pic z9.99.
         05 filler                     pic x(3)    value spaces.
         05 ws-hy-new-price            pic z9.99.
         05 filler                     pic x(3)    value spaces.
         05 ws-hy-vendor-number        pic x(6).
         05 filler                     pic x(2)    value spaces.
         05 ws-hy-approver-id          pic x(6).

       01 ws-journal-heading.
         05 filler                     pic x(4)    value spaces.
         05 filler                     pic x(7)    value "RUN".
         05 filler                     pic x(9)    value "SEQUENCE".
         05 filler                     pic x(9)    value "ACTION".
         05 filler                     pic x(14)   value
         "ON-HAND".
         05 filler                     pic x(16)   value "PRICE".
         05 filler                     pic x(6)    value "APPR".

       01 ws-journal-line.
         05 filler                     pic x(4)    value spaces.
         05 ws-jl-run-number           pic 9(5).
         05 filler                     pic x(2)    value spaces.
         05 ws-jl-sequence             pic 9(7).
         05 filler                     pic x(2)    value spaces.
         05 ws-jl-action               pic x(7).
         05 filler                     pic x(2)    value spaces.
         05 ws-jl-before-qty           pic x(5).
         05 filler                     pic x       value ">".
         05 ws-jl-after-qty            pic x(5).
         05 filler                     pic x(3)    value spaces.
         05 ws-jl-before-price         pic x(5).
         05 filler                     pic x       value ">".
         05 ws-jl-after-price          pic x(5).
         05 filler                     pic x(5)    value spaces.
         05 ws-jl-approver-id          pic x(6).

      *this is the eof flag declaration.
       01 ws-flags.
         05 ws-eof-flag                pic x       value space.

      *This is boolean constant to see the proper end of file.
       01 ws-boolean-cnst.
         05 ws-true-cnst               pic x       value "Y".
         05 ws-false-cnst              pic x       value "N".

       77 ws-pm-status                 pic xx      value spaces.
       77 ws-vm-status                 pic xx      value spaces.
       77 ws-cp-status                 pic xx      value spaces.
       77 ws-ph-status                 pic xx      value spaces.
       77 ws-pn-status                 pic xx      value spaces.
       77 ws-rj-status                 pic xx      value spaces.
       77 ws-ch-status                 pic xx      value spaces.
       77 ws-hs-status                 pic xx      value spaces.
       77 ws-jr-status                 pic xx      value spaces.
       77 ws-ar-status                 pic xx      value spaces.

      *The part asked about, as keyed and as a number.
       77 ws-inquiry-part-x            pic x(5)    value spaces.
       77 ws-inquiry-part              pic 9(5)    value 0.
       77 ws-run-date                  pic 9(8)    value 0.

      *Whether the part is on the master, and the vendor it names.
       01 ws-master-flags.
         05 ws-on-master-flag          pic x       value "N".
               88 ws-on-master                 value "Y".
       77 ws-master-vendor             pic 9(6)    value 0.

      *What each section found, for its "nothing here" line.
       77 ws-section-count             pic 9(5)    value 0.
       77 ws-archive-count             pic 9(5)    value 0.
       77 ws-archive-date              pic x(8)    value spaces.

      *Edited work fields for the labelled value lines.
       77 ws-edit-price                pic z9.99.
       77 ws-edit-qty                  pic zzzz9.

      *The latest journal entries for the part, oldest first.  Once
      *the table is full each new entry pushes the oldest out.
       77 ws-journal-keep-cnst         pic 9(2)    value 10.
       77 ws-journal-kept              pic 9(2)    value 0.
       77 ws-journal-index             pic 9(2)    value 0.
       77 ws-journal-total             pic 9(7)    value 0.
       01 ws-journal-table.
         05 ws-jt-entry                pic x(113)  occurs 10 times.

      *One kept journal entry, taken apart for printing.
       01 ws-journal-hold.
         05 ws-jh-run-number           pic 9(5).
         05 ws-jh-sequence             pic 9(7).
         05 ws-jh-action               pic x(7).
         05 ws-jh-before-image.
           10 filler                   pic x(15).
           10 ws-jh-before-price       pic 9(2)v99.
           10 filler                   pic x(7).
           10 ws-jh-before-qty         pic 9(5).
           10 filler                   pic x(13).
         05 ws-jh-after-image.
           10 filler                   pic x(15).
           10 ws-jh-after-price        pic 9(2)v99.
           10 filler                   pic x(7).
           10 ws-jh-after-qty          pic 9(5).
           10 filler                   pic x(13).
         05 ws-jh-approver-id          pic x(6).

      *This line is for adding a blank line in the report.
       01 ws-blank-line                pic x(90)   value spaces.

       procedure division.
       000-main.
           move ws-false-cnst to ws-eof-flag.

      *The operator keys the part.  The files store part numbers
      *zero-padded to five digits, so it has to be keyed that way.
           display "PART NUMBER TO LOOK UP, 5 DIGITS E.G. 01234".
           accept ws-inquiry-part-x.

           if (ws-inquiry-part-x is not numeric)
               display "PART NUMBER IS NOT 5 DIGITS -- NOTHING PRINTED"
               move 16                 to return-code
           else
           open input part-master
           if (ws-pm-status not = "00")
               display "PART MASTER FILE NOT AVAILABLE -- STATUS "
                 ws-pm-status
               move 16                 to return-code
           else
               move ws-inquiry-part-x  to ws-inquiry-part
               accept ws-run-date      from date yyyymmdd
               open output inquiry-report
               move ws-inquiry-part-x  to ws-heading-part
               move ws-run-date        to ws-heading-date
               write iq-line from ws-report-heading1
                 before advancing 1 line

               perform 100-show-master
               perform 200-show-contract
               perform 300-show-holds
               perform 400-show-pending
               perform 500-show-rejects
               perform 600-show-price-history
               perform 700-show-journal
               perform 800-show-archive

               close part-master
               close inquiry-report

      *A part that is not on the master is worth a second look,
      *whatever the other files hold.
               if (not ws-on-master)
                   move 4              to return-code
               end-if
           end-if
           end-if.

           goback.

      *This paragraph prints the master record and the vendor name.
       100-show-master.
           move "PART MASTER"          to ws-section-title.
           perform 900-write-section-title.

           move ws-inquiry-part        to pm-part-number.
           read part-master
             invalid key
               move "N"                to ws-on-master-flag
             not invalid key
               move "Y"                to ws-on-master-flag
           end-read.

           if (not ws-on-master)
               move "NOT ON THE PART MASTER" to ws-none-text
               perform 910-write-none
           else
               move pm-vendor-number   to ws-master-vendor
               move "DESCRIPTION"      to ws-label-text
               move pm-part-description to ws-label-value
               perform 920-write-label
               move pm-unit-price      to ws-edit-price
               move "UNIT PRICE"       to ws-label-text
               move ws-edit-price      to ws-label-value
               perform 920-write-label
               move pm-on-hand-qty     to ws-edit-qty
               move "ON HAND"          to ws-label-text
               move ws-edit-qty        to ws-label-value
               perform 920-write-label
               move pm-reorder-point   to ws-edit-qty
               move "REORDER POINT"    to ws-label-text
               move ws-edit-qty        to ws-label-value
               perform 920-write-label
               move "LAST MAINTENANCE"  to ws-label-text
               move pm-last-maint-code to ws-label-value
               perform 920-write-label
               move "LAST ACTIVITY"    to ws-label-text
               move pm-last-activity-date to ws-label-value
               perform 920-write-label
               move "VENDOR"           to ws-label-text
               move pm-vendor-number   to ws-label-value
               perform 920-write-label
               perform 110-show-vendor-name
           end-if.

      *This paragraph looks the master's vendor up for its name.
       110-show-vendor-name.
           move "VENDOR NAME"          to ws-label-text.
           open input vendor-master.
           if (ws-vm-status not = "00")
               move "VENDOR MASTER NOT AVAILABLE" to ws-label-value
           else
               move ws-master-vendor   to vm-vendor-number
               read vendor-master
                 invalid key
                   move "NOT ON THE VENDOR MASTER" to ws-label-value
                 not invalid key
                   move vm-vendor-name to ws-label-value
               end-read
               close vendor-master
           end-if.
           perform 920-write-label.

      *This paragraph prints the contract price the master's vendor
      *holds for the part.
       200-show-contract.
           move "CONTRACT PRICE"       to ws-section-title.
           perform 900-write-section-title.

           if (not ws-on-master)
               move "NO VENDOR TO LOOK THE CONTRACT UP BY" to
                 ws-none-text
               perform 910-write-none
           else
               open input contract-price-file
               if (ws-cp-status not = "00") and
                 (ws-cp-status not = "05")
                   move "CONTRACT FILE NOT AVAILABLE" to ws-none-text
                   perform 910-write-none
               else
                   move ws-master-vendor to cp-vendor-number
                   move ws-inquiry-part  to cp-part-number
                   read contract-price-file
                     invalid key
                       move "NO CONTRACT WITH THE MASTER'S VENDOR" to
                         ws-none-text
                       perform 910-write-none
                     not invalid key
                       move cp-contract-price to ws-edit-price
                       move "CONTRACT PRICE" to ws-label-text
                       move ws-edit-price    to ws-label-value
                       perform 920-write-label
                   end-read
                   close contract-price-file
               end-if
           end-if.

      *This paragraph prints the part's open price holds.
       300-show-holds.
           move "OPEN PRICE HOLDS"     to ws-section-title.
           perform 900-write-section-title.
           write iq-line from ws-hold-heading
             after advancing 1 line.
           move 0                      to ws-section-count.
           move ws-false-cnst          to ws-eof-flag.
           open input price-hold-file.
           read price-hold-file
           at end move ws-true-cnst    to ws-eof-flag.
           perform 310-check-one-hold
             until ws-eof-flag = ws-true-cnst.
           close price-hold-file.
           if (ws-section-count = 0)
               move "NONE"             to ws-none-text
               perform 910-write-none
           end-if.

      *This paragraph prints one hold if it is for the part.
       310-check-one-hold.
           if (ph-part-number = ws-inquiry-part-x)
               add 1                   to ws-section-count
               move ph-held-date       to ws-hl-held-date
               move ph-disposition     to ws-hl-disposition
               move ph-old-price       to ws-hl-old-price
               move ph-unit-price      to ws-hl-new-price
               move ph-pct-swing       to ws-hl-pct-swing
               move ph-effective-date  to ws-hl-effective-date
               move ph-keyed-by        to ws-hl-keyed-by
               move ph-approver-id     to ws-hl-approver-id
               write iq-line from ws-hold-line
                 after advancing 1 line
           end-if.
           read price-hold-file
           at end move ws-true-cnst    to ws-eof-flag.

      *This paragraph prints the part's parked transactions.
       400-show-pending.
           move "PENDING PARKS"        to ws-section-title.
           perform 900-write-section-title.
           move "PARKED"               to ws-qh-date-text.
           write iq-line from ws-queue-heading
             after advancing 1 line.
           move 0                      to ws-section-count.
           move ws-false-cnst          to ws-eof-flag.
           open input pending-file.
           read pending-file
           at end move ws-true-cnst    to ws-eof-flag.
           perform 410-check-one-park
             until ws-eof-flag = ws-true-cnst.
           close pending-file.
           if (ws-section-count = 0)
               move "NONE"             to ws-none-text
               perform 910-write-none
           end-if.

      *This paragraph prints one park if it is for the part.
       410-check-one-park.
           if (pn-part-number = ws-inquiry-part-x)
               add 1                   to ws-section-count
               move pn-parked-date     to ws-ql-date
               move "PENDING"          to ws-ql-where
               move pn-effective-date  to ws-ql-effective-date
               move spaces             to ws-ql-bounces
               move pn-transaction     to ws-ql-transaction
               write iq-line from ws-queue-line
                 after advancing 1 line
           end-if.
           read pending-file
           at end move ws-true-cnst    to ws-eof-flag.

      *This paragraph prints the part's rejects still waiting for
      *correction, on the reject file and on the chronic file.
       500-show-rejects.
           move "REJECTS AWAITING CORRECTION" to ws-section-title.
           perform 900-write-section-title.
           move "REJECTED"             to ws-qh-date-text.
           write iq-line from ws-queue-heading
             after advancing 1 line.
           move 0                      to ws-section-count.

           move ws-false-cnst          to ws-eof-flag.
           open input reject-file.
           read reject-file
           at end move ws-true-cnst    to ws-eof-flag.
           perform 510-check-one-reject
             until ws-eof-flag = ws-true-cnst.
           close reject-file.

           move ws-false-cnst          to ws-eof-flag.
           open input chronic-file.
           read chronic-file
           at end move ws-true-cnst    to ws-eof-flag.
           perform 520-check-one-chronic
             until ws-eof-flag = ws-true-cnst.
           close chronic-file.

           if (ws-section-count = 0)
               move "NONE"             to ws-none-text
               perform 910-write-none
           end-if.

      *This paragraph prints one reject if it is for the part.
       510-check-one-reject.
           if (rj-part-number = ws-inquiry-part-x)
               add 1                   to ws-section-count
               move rj-reject-date     to ws-ql-date
               move "REJECTS"          to ws-ql-where
               move rj-transaction (27:8) to ws-ql-effective-date
               move rj-recycle-count   to ws-ql-bounces
               move rj-transaction     to ws-ql-transaction
               write iq-line from ws-queue-line
                 after advancing 1 line
           end-if.
           read reject-file
           at end move ws-true-cnst    to ws-eof-flag.

      *This paragraph prints one chronic reject if it is for the
      *part.
       520-check-one-chronic.
           if (ch-part-number = ws-inquiry-part-x)
               add 1                   to ws-section-count
               move ch-reject-date     to ws-ql-date
               move "CHRONIC"          to ws-ql-where
               move ch-transaction (27:8) to ws-ql-effective-date
               move ch-recycle-count   to ws-ql-bounces
               move ch-transaction     to ws-ql-transaction
               write iq-line from ws-queue-line
                 after advancing 1 line
           end-if.
           read chronic-file
           at end move ws-true-cnst    to ws-eof-flag.

      *This paragraph prints the part's price movements.
       600-show-price-history.
           move "PRICE MOVEMENTS"      to ws-section-title.
           perform 900-write-section-title.
           write iq-line from ws-history-heading
             after advancing 1 line.
           move 0                      to ws-section-count.
           move ws-false-cnst          to ws-eof-flag.
           open input price-history-file.
           read price-history-file
           at end move ws-true-cnst    to ws-eof-flag.
           perform 610-check-one-movement
             until ws-eof-flag = ws-true-cnst.
           close price-history-file.
           if (ws-section-count = 0)
               move "NONE"             to ws-none-text
               perform 910-write-none
           end-if.

      *This paragraph prints one price movement if it is for the
      *part.
       610-check-one-movement.
           if (hs-part-number = ws-inquiry-part-x)
               add 1                   to ws-section-count
               move hs-run-date        to ws-hy-run-date
               move hs-effective-date  to ws-hy-effective-date
               move hs-old-price       to ws-hy-old-price
               move hs-new-price       to ws-hy-new-price
               move hs-vendor-number   to ws-hy-vendor-number
               move hs-approver-id     to ws-hy-approver-id
               write iq-line from ws-history-line
                 after advancing 1 line
           end-if.
           read price-history-file
           at end move ws-true-cnst    to ws-eof-flag.

      *This paragraph keeps the part's latest journal entries as the
      *journal goes by, then prints them newest first.
       700-show-journal.
           move "LATEST JOURNAL MOVEMENTS" to ws-section-title.
           perform 900-write-section-title.
           write iq-line from ws-journal-heading
             after advancing 1 line.
           move 0                      to ws-journal-kept.
           move 0                      to ws-journal-total.
           move ws-false-cnst          to ws-eof-flag.
           open input journal-file.
           read journal-file
           at end move ws-true-cnst    to ws-eof-flag.
           perform 710-check-one-entry
             until ws-eof-flag = ws-true-cnst.
           close journal-file.

           if (ws-journal-kept = 0)
               move "NONE"             to ws-none-text
               perform 910-write-none
           else
               perform 730-print-one-entry
                 varying ws-journal-index from ws-journal-kept by -1
                 until ws-journal-index < 1
               move spaces             to ws-none-text
               string "ENTRIES ON THE JOURNAL FOR THE PART: "
                 delimited by size
                 ws-journal-total delimited by size
                 into ws-none-text
               perform 910-write-none
           end-if.

      *This paragraph keeps one journal entry if it is for the part.
      *An add carries only an after image and a delete only a before
      *image, so either side can name the part.
       710-check-one-entry.
           if (jr-after-part-number = ws-inquiry-part-x) or
             (jr-before-part-number = ws-inquiry-part-x)
               add 1                   to ws-journal-total
               if (ws-journal-kept < ws-journal-keep-cnst)
                   add 1               to ws-journal-kept
               else
                   perform 720-drop-oldest-entry
                     varying ws-journal-index from 1 by 1
                     until ws-journal-index >= ws-journal-keep-cnst
               end-if
               move jr-record          to ws-jt-entry (ws-journal-kept)
           end-if.
           read journal-file
           at end move ws-true-cnst    to ws-eof-flag.

      *This paragraph moves one kept entry down a slot.
       720-drop-oldest-entry.
           move ws-jt-entry (ws-journal-index + 1) to
             ws-jt-entry (ws-journal-index).

      *This paragraph prints one kept journal entry.  A side of the
      *entry the action did not carry prints blank.
       730-print-one-entry.
           move ws-jt-entry (ws-journal-index) to ws-journal-hold.
           move ws-jh-run-number       to ws-jl-run-number.
           move ws-jh-sequence         to ws-jl-sequence.
           move ws-jh-action           to ws-jl-action.
           move ws-jh-approver-id      to ws-jl-approver-id.
           move spaces                 to ws-jl-before-qty.
           move spaces                 to ws-jl-after-qty.
           move spaces                 to ws-jl-before-price.
           move spaces                 to ws-jl-after-price.
           if (ws-jh-before-qty is numeric)
               move ws-jh-before-qty   to ws-edit-qty
               move ws-edit-qty        to ws-jl-before-qty
           end-if.
           if (ws-jh-after-qty is numeric)
               move ws-jh-after-qty    to ws-edit-qty
               move ws-edit-qty        to ws-jl-after-qty
           end-if.
           if (ws-jh-before-price is numeric)
               move ws-jh-before-price to ws-edit-price
               move ws-edit-price      to ws-jl-before-price
           end-if.
           if (ws-jh-after-price is numeric)
               move ws-jh-after-price  to ws-edit-price
               move ws-edit-price      to ws-jl-after-price
           end-if.
           write iq-line from ws-journal-line
             after advancing 1 line.

      *This paragraph says whether the part sits on the archive.
       800-show-archive.
           move "PART ARCHIVE"         to ws-section-title.
           perform 900-write-section-title.
           move 0                      to ws-archive-count.
           move spaces                 to ws-archive-date.
           move ws-false-cnst          to ws-eof-flag.
           open input part-archive-file.
           read part-archive-file
           at end move ws-true-cnst    to ws-eof-flag.
           perform 810-check-one-archive
             until ws-eof-flag = ws-true-cnst.
           close part-archive-file.

           move spaces                 to ws-none-text.
           if (ws-archive-count = 0)
               move "NOT ON THE PART ARCHIVE" to ws-none-text
           else
               string "ON THE PART ARCHIVE, LAST PURGED "
                 delimited by size
                 ws-archive-date delimited by size
                 into ws-none-text
           end-if.
           perform 910-write-none.

      *This paragraph notes one archive entry for the part.  The
      *archive appends, so the last one seen is the latest purge.
       810-check-one-archive.
           if (ar-part-number = ws-inquiry-part-x)
               add 1                   to ws-archive-count
               move ar-purge-date      to ws-archive-date
           end-if.
           read part-archive-file
           at end move ws-true-cnst    to ws-eof-flag.

      *This paragraph writes a section title with a blank line
      *before it.
       900-write-section-title.
           write iq-line from ws-blank-line
             after advancing 1 line.
           write iq-line from ws-section-line
             after advancing 1 line.

      *This paragraph writes a section's "nothing here" line.
       910-write-none.
           write iq-line from ws-none-line
             after advancing 1 line.

      *This paragraph writes one labelled value line.
       920-write-label.
           write iq-line from ws-label-line
             after advancing 1 line.
           move spaces                 to ws-label-value.

       end program A6-PartHistoryInquiry.
