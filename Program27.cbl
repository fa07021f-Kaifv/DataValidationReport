       identification division.
       program-id. A6-GLInterface.
       author. Kaifkhan Vakil.
       date-written. 2026-10-15.
      *Program description
      *This program builds the nightly general ledger feed from the
      *posting journal.  Every journal entry written since the last
      *interface is valued from its before and after images -- a
      *receipt is the quantity that came in at the part's price, an
      *issue the quantity that went out, a count adjustment the
      *quantity gained or lost, a delete the stock written off with
      *the part, an add the opening stock it came on with -- and
      *each movement type is posted to the debit and credit accounts
      *finance keeps on the account-mapping file.  A posting run
      *that was interfaced and has since been backed out is reversed
      *with the same accounts swapped.  The feed carries a header, a
      *debit and a credit line per movement, and a control trailer
      *the ledger balances to, and a posting register prints what
      *went where, so month end no longer means re-keying the
      *printed reports.

       environment division.
       configuration section.
       input-output section.
      *Declaring file control for input and output files.
       file-control.
           select journal-file
           assign to "../../../A6-JOURNAL.dat"
           organization is line sequential
           file status is ws-jr-status.

           select run-control-file
           assign to "../../../A6-RUNCTL.dat"
           organization is indexed
           access mode is random
           record key is rn-run-number
           file status is ws-rn-status.

      *The account map is kept by finance: one record per movement
      *type naming the account debited and the account credited.
           select account-map-file
           assign to "../../../A6-GLMAP.dat"
           organization is line sequential
           file status is ws-gm-status.

      *One record carrying how far into the journal the ledger has
      *been fed, and the last feed batch number.
           select optional gl-control-file
           assign to "../../../A6-GLCTL.dat"
           organization is line sequential
           file status is ws-gc-status.

      *Every posting run the ledger has been fed, so a run backed
      *out afterwards is reversed once and only once.
           select gl-run-file
           assign to "../../../A6-GLRUNS.dat"
           organization is indexed
           access mode is random
           record key is gr-run-number
           file status is ws-gr-status.

           select gl-feed-file
           assign to "../../../A6-GLFEED.dat"
           organization is line sequential.

           select gl-register
           assign to "../../../A6-GLInterface.out".


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

      *File declaration of the run-control registry.
       fd run-control-file
           data record is rn-record
           record contains 13 characters.
       01 rn-record.
         05 rn-run-number              pic 9(5).
         05 rn-record-count            pic 9(7).
         05 rn-status                  pic x.
               88 rn-batch-backed-out          value "B".

      *File declaration of the account map.
       fd account-map-file
           data record is gm-line
           record contains 40 characters.
       01 gm-line.
         05 gm-movement-type           pic x(8).
         05 gm-debit-account           pic x(10).
         05 gm-credit-account          pic x(10).
         05 gm-description             pic x(12).

      *File declaration of the GL control file.
       fd gl-control-file
           data record is gc-line
           record contains 24 characters.
       01 gc-line.
         05 gc-entries-done            pic 9(9).
         05 gc-last-batch              pic 9(7).
         05 gc-last-run-date           pic 9(8).

      *File declaration of the interfaced-run file.  Status "I" is a
      *run fed to the ledger; "R" is one since reversed.
       fd gl-run-file
           data record is gr-record
           record contains 22 characters.
       01 gr-record.
         05 gr-run-number              pic 9(5).
         05 gr-status                  pic x.
               88 gr-run-interfaced            value "I".
               88 gr-run-reversed              value "R".
         05 gr-interfaced-date         pic 9(8).
         05 gr-reversed-date           pic 9(8).

      *File declaration of the GL feed.  Three record types share
      *the 80-byte slot, told apart by the type byte: one "H" opens
      *the batch, each "D" is one debit or credit line, and one "T"
      *closes it with the totals the ledger balances to.
       fd gl-feed-file
           data record is gf-record
           record contains 80 characters.
       01 gf-record.
         05 gf-record-type             pic x.
         05 filler                     pic x(79).

       01 gf-header-record redefines gf-record.
         05 gfh-record-type            pic x.
         05 gfh-batch-number           pic 9(7).
         05 gfh-run-date               pic 9(8).
         05 filler                     pic x(64).

       01 gf-detail-record redefines gf-record.
         05 gfd-record-type            pic x.
         05 gfd-batch-number           pic 9(7).
         05 gfd-line-number            pic 9(7).
         05 gfd-account                pic x(10).
         05 gfd-debit-credit           pic x.
         05 gfd-amount                 pic 9(9)v99.
         05 gfd-movement-type          pic x(8).
         05 gfd-part-number            pic 9(5).
         05 gfd-posting-run            pic 9(5).
         05 gfd-journal-sequence       pic 9(7).
         05 gfd-reversal-flag          pic x.
         05 gfd-run-date               pic 9(8).
         05 filler                     pic x(9).

       01 gf-trailer-record redefines gf-record.
         05 gft-record-type            pic x.
         05 gft-batch-number           pic 9(7).
         05 gft-line-count             pic 9(7).
         05 gft-total-debits           pic 9(11)v99.
         05 gft-total-credits          pic 9(11)v99.
         05 gft-movement-count         pic 9(7).
         05 filler                     pic x(32).

      *File declaration of the posting register.
       fd gl-register
           data record is gl-line
           record contains 80 characters.
       01 gl-line                      pic x(80).

       working-storage section.

      *Declaring report headings.
       01 ws-report-heading1.
         05 filler                     pic x(15)   value
         "Kaifkhan vakil,".
         05 filler                     pic x(5)    value spaces.
         05 filler                     pic x(19)   value
         "GL Posting Register".
         05 filler                     pic x(8)    value "  BATCH ".
         05 ws-heading-batch           pic 9(7).
         05 filler                     pic x(6)    value spaces.
         05 filler                     pic x(5)    value "PAGE ".
         05 ws-heading-page            pic zz9.

       01 ws-report-heading2.
         05 filler                     pic x(5)    value "RUN".
         05 filler                     pic x(2)    value spaces.
         05 filler                     pic x(7)    value "SEQ".
         05 filler                     pic x(2)    value spaces.
         05 filler                     pic x(5)    value "PART".
         05 filler                     pic x(2)    value spaces.
         05 filler                     pic x(8)    value "MOVEMENT".
         05 filler                     pic x(2)    value spaces.
         05 filler                     pic x(10)   value "DEBIT".
         05 filler                     pic x(2)    value spaces.
         05 filler                     pic x(10)   value "CREDIT".
         05 filler                     pic x(6)    value spaces.
         05 filler                     pic x(6)    value "AMOUNT".
         05 filler                     pic x(2)    value spaces.
         05 filler                     pic x(6)    value "RESULT".

       01 ws-detail-line.
         05 ws-detail-run              pic 9(5).
         05 filler                     pic x(2)    value spaces.
         05 ws-detail-sequence         pic 9(7).
         05 filler                     pic x(2)    value spaces.
         05 ws-detail-part-number      pic 9(5).
         05 filler                     pic x(2)    value spaces.
         05 ws-detail-movement         pic x(8).
         05 filler                     pic x(2)    value spaces.
         05 ws-detail-debit-account    pic x(10).
         05 filler                     pic x(2)    value spaces.
         05 ws-detail-credit-account   pic x(10).
         05 filler                     pic x(2)    value spaces.
         05 ws-detail-amount           pic zzzzzz9.99.
         05 filler                     pic x(2)    value spaces.
         05 ws-detail-result           pic x(9).

      *One line per movement type in the summary, with its accounts,
      *the movements posted and their value.
       01 ws-type-total-line.
         05 ws-tt-movement-type        pic x(8).
         05 filler                     pic x(2)    value spaces.
         05 ws-tt-debit-account        pic x(10).
         05 filler                     pic x(2)    value spaces.
         05 ws-tt-credit-account       pic x(10).
         05 filler                     pic x(2)    value spaces.
         05 ws-tt-count                pic zzzzzz9.
         05 filler                     pic x(2)    value spaces.
         05 ws-tt-value                pic zzzzzzzz9.99.

       01 ws-summary-line1.
         05 filler                     pic x(19)   value
         "NEW JOURNAL ENTRIES".
         05 filler                     pic x(4)    value spaces.
         05 ws-entries-read            pic 9(7)    value 0.

       01 ws-summary-line2.
         05 filler                     pic x(16)   value
         "MOVEMENTS POSTED".
         05 filler                     pic x(7)    value spaces.
         05 ws-movements-posted        pic 9(7)    value 0.

       01 ws-summary-line3.
         05 filler                     pic x(18)   value
         "MOVEMENTS REVERSED".
         05 filler                     pic x(5)    value spaces.
         05 ws-movements-reversed      pic 9(7)    value 0.

       01 ws-summary-line4.
         05 filler                     pic x(19)   value
         "ENTRIES NOT VALUED".
         05 filler                     pic x(4)    value spaces.
         05 ws-entries-not-valued      pic 9(7)    value 0.

       01 ws-summary-line5.
         05 filler                     pic x(23)   value
         "BACKED-OUT RUNS SKIPPED".
         05 ws-runs-skipped            pic 9(7)    value 0.

       01 ws-summary-line6.
         05 filler                     pic x(12)   value "TOTAL DEBITS".
         05 filler                     pic x(11)   value spaces.
         05 ws-sum-total-debits        pic zzzzzzzzzz9.99.

       01 ws-summary-line7.
         05 filler                     pic x(13)   value
         "TOTAL CREDITS".
         05 filler                     pic x(10)   value spaces.
         05 ws-sum-total-credits       pic zzzzzzzzzz9.99.

       01 ws-summary-line8.
         05 filler                     pic x(12)   value "FEED STATUS ".
         05 filler                     pic x(11)   value spaces.
         05 ws-feed-status             pic x(14)   value spaces.

      *This line is for adding a blank line in the report.
       01 ws-blank-line                pic x(80)   value spaces.

      *this is the eof flag declaration.
       01 ws-flags.
         05 ws-eof-flag                pic x       value space.

      *This is boolean constant to see the proper end of file.
       01 ws-boolean-cnst.
         05 ws-true-cnst               pic x       value "Y".
         05 ws-false-cnst              pic x       value "N".

       77 ws-jr-status                 pic xx      value spaces.
       77 ws-rn-status                 pic xx      value spaces.
       77 ws-gm-status                 pic xx      value spaces.
       77 ws-gc-status                 pic xx      value spaces.
       77 ws-gr-status                 pic xx      value spaces.

      *The movement types the ledger is fed under, in a fixed order
      *the account map is matched against.  Every one of them must
      *be mapped before anything is fed.
       01 ws-movement-names.
         05 filler                     pic x(8)    value "RECEIPT".
         05 filler                     pic x(8)    value "ISSUE".
         05 filler                     pic x(8)    value "CNTGAIN".
         05 filler                     pic x(8)    value "CNTLOSS".
         05 filler                     pic x(8)    value "WRITEOFF".
         05 filler                     pic x(8)    value "ADDSTOCK".
       01 ws-movement-name-table redefines ws-movement-names.
         05 ws-movement-name           pic x(8)    occurs 6 times.

       77 ws-receipt-cnst              pic 9       value 1.
       77 ws-issue-cnst                pic 9       value 2.
       77 ws-count-gain-cnst           pic 9       value 3.
       77 ws-count-loss-cnst           pic 9       value 4.
       77 ws-write-off-cnst            pic 9       value 5.
       77 ws-add-stock-cnst            pic 9       value 6.
       77 ws-movement-type-count-cnst  pic 9       value 6.

      *The accounts each movement type maps to, and the movements
      *and value posted under it this run.
       01 ws-account-map-table.
         05 ws-map-entry               occurs 6 times.
           10 ws-map-debit-account     pic x(10).
           10 ws-map-credit-account    pic x(10).
           10 ws-map-count             pic 9(7).
           10 ws-map-value             pic 9(9)v99.
       77 ws-map-index                 pic 9       value 0.
       77 ws-movement-index            pic 9       value 0.

       01 ws-map-flags.
         05 ws-map-ok-flag             pic x       value "N".
               88 ws-map-ok                    value "Y".

      *How far the ledger has been fed, the position of the journal
      *entry in hand, and this feed's batch number and run date.
       77 ws-entries-done              pic 9(9)    value 0.
       77 ws-journal-position          pic 9(9)    value 0.
       77 ws-batch-number              pic 9(7)    value 0.
       77 ws-run-date                  pic 9(8)    value 0.

      *What is done with the run in hand, decided once when its
      *first entry is met: post it, skip it (backed out before the
      *ledger ever saw it), reverse it (fed, then backed out), or
      *leave it (already fed and standing).
       77 ws-current-run               pic 9(5)    value 0.
       01 ws-run-flags.
         05 ws-run-decided-flag        pic x       value "N".
               88 ws-run-decided               value "Y".
         05 ws-run-action-flag         pic x       value space.
               88 ws-run-post                  value "P".
               88 ws-run-skip                  value "S".
               88 ws-run-reverse               value "V".
               88 ws-run-leave                 value "N".
         05 ws-reversing-flag          pic x       value "N".
               88 ws-reversing                 value "Y".

      *The journal images in hand, laid out as master records.
       01 ws-before-part.
         05 ws-bp-part-number          pic 9(5).
         05 ws-bp-part-description     pic x(10).
         05 ws-bp-unit-price           pic 9(2)v99.
         05 ws-bp-vendor-number        pic x(6).
         05 ws-bp-last-maint-code      pic x.
         05 ws-bp-on-hand-qty          pic 9(5).
         05 ws-bp-reorder-point        pic 9(5).
         05 ws-bp-last-activity-date   pic 9(8).

       01 ws-after-part.
         05 ws-ap-part-number          pic 9(5).
         05 ws-ap-part-description     pic x(10).
         05 ws-ap-unit-price           pic 9(2)v99.
         05 ws-ap-vendor-number        pic x(6).
         05 ws-ap-last-maint-code      pic x.
         05 ws-ap-on-hand-qty          pic 9(5).
         05 ws-ap-reorder-point        pic 9(5).
         05 ws-ap-last-activity-date   pic 9(8).

      *The movement worked out from the entry in hand.
       77 ws-movement-qty              pic 9(5)    value 0.
       77 ws-movement-price            pic 9(2)v99 value 0.
       77 ws-movement-value            pic 9(7)v99 value 0.
       77 ws-part-number               pic 9(5)    value 0.

      *Feed line and balance counters.
       77 ws-feed-line-count           pic 9(7)    value 0.
       77 ws-total-debits              pic 9(11)v99 value 0.
       77 ws-total-credits             pic 9(11)v99 value 0.
       77 ws-feed-account              pic x(10)   value spaces.
       77 ws-feed-debit-credit         pic x       value space.

      *A page counter to keep the register paged.
       01 ws-line-page-counters.
         05 ws-line-count              pic 999     value 0.
         05 ws-page-count              pic 999     value 0.
         05 ws-lines-per-page-cnst     pic 999     value 50.

       procedure division.
       000-main.
           move ws-false-cnst to ws-eof-flag.
           accept ws-run-date          from date yyyymmdd.

      *Nothing is fed until every movement type is mapped to a pair
      *of accounts -- a movement with nowhere to go would leave the
      *feed out of balance.
           perform 050-load-account-map.
           if (not ws-map-ok)
               display "GL INTERFACE REFUSED -- ACCOUNT MAP INCOMPLETE"
               move 16                 to return-code
           else
           perform 055-read-gl-control
           open input journal-file
           if (ws-jr-status = "35")
               display "NO POSTING JOURNAL ON FILE YET"
           else
           if (ws-jr-status not = "00")
               display "POSTING JOURNAL NOT AVAILABLE -- STATUS "
                 ws-jr-status
               move 16                 to return-code
           else
           open input run-control-file
           if (ws-rn-status not = "00")
               display "RUN CONTROL FILE NOT AVAILABLE -- STATUS "
                 ws-rn-status
               move 16                 to return-code
               close journal-file
           else
           perform 060-open-gl-runs
           if (ws-gr-status not = "00")
               display "GL RUN FILE NOT AVAILABLE -- STATUS "
                 ws-gr-status
               move 16                 to return-code
               close journal-file
               close run-control-file
           else
               add 1                   to ws-batch-number
               open output gl-feed-file
               open output gl-register
               move ws-batch-number    to ws-heading-batch
               perform 400-page-heading

               move "H"                to gfh-record-type
               move ws-batch-number    to gfh-batch-number
               move ws-run-date        to gfh-run-date
               write gf-record

               read journal-file
               at end move ws-true-cnst to ws-eof-flag
               end-read
               perform 100-process-entry
                 until ws-eof-flag = ws-true-cnst

               perform 300-write-trailer
               perform 310-summary-lines

               close journal-file
               close run-control-file
               close gl-run-file
               close gl-feed-file
               close gl-register

               perform 070-save-gl-control

               if (ws-total-debits not = ws-total-credits)
                   move 8              to return-code
               end-if
           end-if
           end-if
           end-if
           end-if
           end-if.

           goback.

      *This paragraph loads the account map and checks every
      *movement type came with both accounts.
       050-load-account-map.
           move "N"                    to ws-map-ok-flag.
           move spaces                 to ws-account-map-table.
           perform 052-clear-one-total
             varying ws-map-index from 1 by 1
             until ws-map-index > ws-movement-type-count-cnst.
           open input account-map-file.
           if (ws-gm-status not = "00")
               display "GL ACCOUNT MAP NOT AVAILABLE -- STATUS "
                 ws-gm-status
           else
               read account-map-file
               at end move ws-true-cnst to ws-eof-flag
               end-read
               perform 051-load-one-mapping
                 until ws-eof-flag = ws-true-cnst
               close account-map-file
               move ws-false-cnst      to ws-eof-flag
               set ws-map-ok           to true
               perform 053-check-one-mapping
                 varying ws-map-index from 1 by 1
                 until ws-map-index > ws-movement-type-count-cnst
           end-if.

      *This paragraph files one mapping record against its movement
      *type.  A type the interface does not post is reported and
      *left alone.
       051-load-one-mapping.
           move 0                      to ws-movement-index.
           perform 054-match-one-name
             varying ws-map-index from 1 by 1
             until ws-map-index > ws-movement-type-count-cnst.
           if (ws-movement-index = 0)
               display "GL ACCOUNT MAP TYPE NOT RECOGNISED -- "
                 gm-movement-type
           else
               move gm-debit-account   to
                 ws-map-debit-account (ws-movement-index)
               move gm-credit-account  to
                 ws-map-credit-account (ws-movement-index)
           end-if.
           read account-map-file
           at end move ws-true-cnst    to ws-eof-flag.

      *This paragraph zeroes one movement type's run totals.
       052-clear-one-total.
           move 0                      to ws-map-count (ws-map-index).
           move 0                      to ws-map-value (ws-map-index).

      *This paragraph checks one movement type has both accounts.
       053-check-one-mapping.
           if (ws-map-debit-account (ws-map-index) = spaces) or
             (ws-map-credit-account (ws-map-index) = spaces)
               display "GL ACCOUNT MAP MISSING MOVEMENT TYPE "
                 ws-movement-name (ws-map-index)
               move "N"                to ws-map-ok-flag
           end-if.

      *This paragraph notes the movement type a mapping record
      *names.
       054-match-one-name.
           if (gm-movement-type = ws-movement-name (ws-map-index))
               move ws-map-index       to ws-movement-index
           end-if.

      *This paragraph picks up how far the ledger has been fed and
      *the last batch number, when a control file is on hand.
       055-read-gl-control.
           open input gl-control-file.
           read gl-control-file
             at end
               continue
             not at end
               if (gc-entries-done is numeric)
                   move gc-entries-done to ws-entries-done
               end-if
               if (gc-last-batch is numeric)
                   move gc-last-batch  to ws-batch-number
               end-if
           end-read.
           close gl-control-file.

      *This paragraph opens the interfaced-run file, creating it the
      *first night.
       060-open-gl-runs.
           open i-o gl-run-file.
           if (ws-gr-status = "35")
               open output gl-run-file
               close gl-run-file
               open i-o gl-run-file
           end-if.

      *This paragraph records how far the ledger has now been fed
      *and the batch that fed it.
       070-save-gl-control.
           open output gl-control-file.
           move ws-journal-position    to gc-entries-done.
           move ws-batch-number        to gc-last-batch.
           move ws-run-date            to gc-last-run-date.
           write gc-line.
           close gl-control-file.

      *This paragraph takes one journal entry: entries past the
      *point already fed are posted, and entries already fed are
      *looked at only to reverse a run backed out since.
       100-process-entry.
           add 1                       to ws-journal-position.
           if (not ws-run-decided) or
             (jr-run-number not = ws-current-run)
               perform 120-decide-run
           end-if.

           if (ws-run-post)
               add 1                   to ws-entries-read
               move "N"                to ws-reversing-flag
               perform 130-value-entry
           else
           if (ws-run-reverse)
               move "Y"                to ws-reversing-flag
               perform 130-value-entry
           else
           if (ws-run-skip)
               add 1                   to ws-entries-read
           end-if
           end-if
           end-if.

           read journal-file
           at end move ws-true-cnst    to ws-eof-flag.

      *This paragraph decides what is done with the run whose first
      *entry is in hand.  Count adjustments journal under run zero;
      *they are posted as they come and never reversed.
       120-decide-run.
           set ws-run-decided          to true.
           move jr-run-number          to ws-current-run.
           move "N"                    to ws-run-action-flag.

           if (ws-journal-position > ws-entries-done)
               if (jr-run-number = 0)
                   move "P"            to ws-run-action-flag
               else
                   perform 122-decide-new-run
               end-if
           else
               if (jr-run-number not = 0)
                   perform 124-decide-fed-run
               end-if
           end-if.

      *This paragraph decides a run the ledger has not seen: it is
      *skipped if already backed out, otherwise posted and recorded
      *as fed.  A run already on the interfaced-run file is never
      *posted twice.
       122-decide-new-run.
           move jr-run-number          to rn-run-number.
           read run-control-file
             invalid key
               move space              to rn-status
           end-read.
           if (rn-batch-backed-out)
               move "S"                to ws-run-action-flag
               add 1                   to ws-runs-skipped
           else
               move jr-run-number      to gr-run-number
               move "I"                to gr-status
               move ws-run-date        to gr-interfaced-date
               move 0                  to gr-reversed-date
               write gr-record
                 invalid key
                   display "RUN " jr-run-number
                     " ALREADY FED TO THE LEDGER -- NOT POSTED AGAIN"
                 not invalid key
                   move "P"            to ws-run-action-flag
               end-write
           end-if.

      *This paragraph decides a run the ledger has already been fed:
      *if it has been backed out since, it is reversed and marked
      *so it is never reversed again.
       124-decide-fed-run.
           move jr-run-number          to rn-run-number.
           read run-control-file
             invalid key
               move space              to rn-status
           end-read.
           if (rn-batch-backed-out)
               move jr-run-number      to gr-run-number
               read gl-run-file
                 invalid key
                   continue
                 not invalid key
                   if (gr-run-interfaced)
                       move "R"        to gr-status
                       move ws-run-date to gr-reversed-date
                       rewrite gr-record
                         invalid key
                           continue
                         not invalid key
                           move "V"    to ws-run-action-flag
                       end-rewrite
                   end-if
               end-read
           end-if.

      *This paragraph values one journal entry from its before and
      *after images and picks its movement type.  A change, or a
      *movement that moved no stock, is not valued.
       130-value-entry.
           move jr-before-image        to ws-before-part.
           move jr-after-image         to ws-after-part.
           move 0                      to ws-movement-index.
           move 0                      to ws-movement-qty.
           move ws-ap-unit-price       to ws-movement-price.

           if (jr-action = "RECEIPT")
               move ws-ap-part-number  to ws-part-number
               if (ws-ap-on-hand-qty > ws-bp-on-hand-qty)
                   compute ws-movement-qty =
                     ws-ap-on-hand-qty - ws-bp-on-hand-qty
                   move ws-receipt-cnst to ws-movement-index
               else
               if (ws-ap-on-hand-qty < ws-bp-on-hand-qty)
                   compute ws-movement-qty =
                     ws-bp-on-hand-qty - ws-ap-on-hand-qty
                   move ws-issue-cnst  to ws-movement-index
               end-if
               end-if
           else
           if (jr-action = "COUNT")
               move ws-ap-part-number  to ws-part-number
               if (ws-ap-on-hand-qty > ws-bp-on-hand-qty)
                   compute ws-movement-qty =
                     ws-ap-on-hand-qty - ws-bp-on-hand-qty
                   move ws-count-gain-cnst to ws-movement-index
               else
               if (ws-ap-on-hand-qty < ws-bp-on-hand-qty)
                   compute ws-movement-qty =
                     ws-bp-on-hand-qty - ws-ap-on-hand-qty
                   move ws-count-loss-cnst to ws-movement-index
               end-if
               end-if
           else
           if (jr-action = "DELETE")
               move ws-bp-part-number  to ws-part-number
               move ws-bp-on-hand-qty  to ws-movement-qty
               move ws-bp-unit-price   to ws-movement-price
               move ws-write-off-cnst  to ws-movement-index
           else
           if (jr-action = "ADD")
               move ws-ap-part-number  to ws-part-number
               move ws-ap-on-hand-qty  to ws-movement-qty
               move ws-add-stock-cnst  to ws-movement-index
           end-if
           end-if
           end-if
           end-if.

           compute ws-movement-value =
             ws-movement-qty * ws-movement-price.

           if (ws-movement-index = 0) or (ws-movement-value = 0)
               if (not ws-reversing)
                   add 1               to ws-entries-not-valued
               end-if
           else
               perform 140-post-movement
           end-if.

      *This paragraph feeds one valued movement as a debit line and
      *a credit line, the accounts swapped when the run is being
      *reversed, and prints it on the register.
       140-post-movement.
           add 1                       to
             ws-map-count (ws-movement-index).
           add ws-movement-value       to
             ws-map-value (ws-movement-index).

           if (ws-reversing)
               move ws-map-credit-account (ws-movement-index)
                                       to ws-detail-debit-account
               move ws-map-debit-account (ws-movement-index)
                                       to ws-detail-credit-account
               move "REVERSED"         to ws-detail-result
               add 1                   to ws-movements-reversed
           else
               move ws-map-debit-account (ws-movement-index)
                                       to ws-detail-debit-account
               move ws-map-credit-account (ws-movement-index)
                                       to ws-detail-credit-account
               move "POSTED"           to ws-detail-result
               add 1                   to ws-movements-posted
           end-if.

           move ws-detail-debit-account to ws-feed-account.
           move "D"                    to ws-feed-debit-credit.
           perform 150-write-feed-line.
           add ws-movement-value       to ws-total-debits.

           move ws-detail-credit-account to ws-feed-account.
           move "C"                    to ws-feed-debit-credit.
           perform 150-write-feed-line.
           add ws-movement-value       to ws-total-credits.

           move jr-run-number          to ws-detail-run.
           move jr-sequence            to ws-detail-sequence.
           move ws-part-number         to ws-detail-part-number.
           move ws-movement-name (ws-movement-index)
                                       to ws-detail-movement.
           move ws-movement-value      to ws-detail-amount.
           perform 410-check-page.
           write gl-line               from ws-detail-line
             after advancing 1 line.
           add 1                       to ws-line-count.

      *This paragraph writes one debit or credit line to the feed.
       150-write-feed-line.
           add 1                       to ws-feed-line-count.
           move spaces                 to gf-record.
           move "D"                    to gfd-record-type.
           move ws-batch-number        to gfd-batch-number.
           move ws-feed-line-count     to gfd-line-number.
           move ws-feed-account        to gfd-account.
           move ws-feed-debit-credit   to gfd-debit-credit.
           move ws-movement-value      to gfd-amount.
           move ws-movement-name (ws-movement-index)
                                       to gfd-movement-type.
           move ws-part-number         to gfd-part-number.
           move jr-run-number          to gfd-posting-run.
           move jr-sequence            to gfd-journal-sequence.
           if (ws-reversing)
               move "R"                to gfd-reversal-flag
           else
               move space              to gfd-reversal-flag
           end-if.
           move ws-run-date            to gfd-run-date.
           write gf-record.

      *This paragraph closes the feed with its control trailer.
       300-write-trailer.
           move spaces                 to gf-record.
           move "T"                    to gft-record-type.
           move ws-batch-number        to gft-batch-number.
           move ws-feed-line-count     to gft-line-count.
           move ws-total-debits        to gft-total-debits.
           move ws-total-credits       to gft-total-credits.
           compute gft-movement-count =
             ws-movements-posted + ws-movements-reversed.
           write gf-record.

      *Writing the movement-type totals and the summary lines.
       310-summary-lines.
           perform 410-check-page.
           write gl-line               from ws-blank-line
             after advancing 1 line.
           perform 320-type-total-line
             varying ws-map-index from 1 by 1
             until ws-map-index > ws-movement-type-count-cnst.

           move ws-total-debits        to ws-sum-total-debits.
           move ws-total-credits       to ws-sum-total-credits.
           if (ws-total-debits = ws-total-credits)
               move "BALANCED"         to ws-feed-status
           else
               move "OUT OF BALANCE"   to ws-feed-status
           end-if.

           write gl-line    from ws-summary-line1
             after advancing 2 lines.
           write gl-line    from ws-summary-line2
             after advancing 2 lines.
           write gl-line    from ws-summary-line3
             after advancing 2 lines.
           write gl-line    from ws-summary-line4
             after advancing 2 lines.
           write gl-line    from ws-summary-line5
             after advancing 2 lines.
           write gl-line    from ws-summary-line6
             after advancing 2 lines.
           write gl-line    from ws-summary-line7
             after advancing 2 lines.
           write gl-line    from ws-summary-line8
             after advancing 2 lines.

      *This paragraph prints one movement type's accounts and run
      *totals.
       320-type-total-line.
           move ws-movement-name (ws-map-index)
                                       to ws-tt-movement-type.
           move ws-map-debit-account (ws-map-index)
                                       to ws-tt-debit-account.
           move ws-map-credit-account (ws-map-index)
                                       to ws-tt-credit-account.
           move ws-map-count (ws-map-index) to ws-tt-count.
           move ws-map-value (ws-map-index) to ws-tt-value.
           write gl-line               from ws-type-total-line
             after advancing 1 line.
           add 1                       to ws-line-count.

      *This paragraph starts a fresh page with the register heading.
       400-page-heading.
           add 1                       to ws-page-count.
           move ws-page-count          to ws-heading-page.
           if (ws-page-count > 1)
               write gl-line           from ws-blank-line
                 after page
               write gl-line           from ws-report-heading1
                 after advancing 1 line
           else
               write gl-line           from ws-report-heading1
                 before advancing 1 line
           end-if.
           write gl-line               from ws-report-heading2
             after advancing 2 lines.
           move 0                      to ws-line-count.

      *This paragraph breaks to a new page when the current one is
      *full.
       410-check-page.
           if (ws-line-count > ws-lines-per-page-cnst)
               perform 400-page-heading
           end-if.

       end program A6-GLInterface.
