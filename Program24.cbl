       identification division.
       program-id. A6-OverdueOrders.
       author. Kaifkhan Vakil.
       date-written. 2026-10-15.
      *Program description
      *This program is purchasing's chase list off the open-order
      *file.  The reorder run keeps every PO line it generates there
      *with the date it is expected in, and the posting run closes
      *lines as receipts arrive; this run reads the file, picks out
      *every line not yet received in full whose due date has
      *passed, and prints them grouped by vendor -- with the
      *vendor's name looked up on the vendor master -- showing what
      *was ordered, what has come in, what is still owed and how
      *many days late it is, so the buyer can ring one vendor about
      *all of its late lines at once.

       environment division.
       configuration section.
       input-output section.
      *Declaring file control for input, work and output files.
       file-control.
           select open-order-file
           assign to "../../../A6-OPENPO.dat"
           organization is indexed
           access mode is sequential
           record key is op-order-key
           file status is ws-op-status.

           select vendor-master
           assign to "../../../VENDORMSTR.dat"
           organization is indexed
           access mode is random
           record key is vm-vendor-number
           file status is ws-vm-status.

      *The open-order file is keyed by part, but the buyer chases by
      *vendor, so the late lines pass through a sort work file to
      *come out in vendor / PO / line sequence.
           select sort-work-file
           assign to "../../../A6-SORTWORK.tmp".

           select overdue-report
           assign to "../../../A6-OverdueOrders.out".


       data division.
       file section.
      *File declaration of the open-order file.  Same 76-byte layout
      *A6-ReorderReport writes and A6-PartMasterUpdate matches
      *receipts against.
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

      *File declaration of the vendor master.  Same 27-byte layout
      *A6-DataValidation reads in 110-lookup-vendor.
       fd vendor-master
           data record is vm-vendor-record
           record contains 27 characters.
       01 vm-vendor-record.
         05 vm-vendor-number.
           10 vm-vendor-number-1        pic 9(1).
           10 vm-vendor-number-5        pic 9(5).
         05 vm-vendor-name              pic x(20).
         05 vm-premium-flag             pic x.

      *Sort record carrying what the report prints, keyed so the
      *output procedure sees vendor-major, PO-minor order.
       sd sort-work-file
           data record is sw-sort-record.
       01 sw-sort-record.
         05 sw-vendor-number            pic 9(6).
         05 sw-po-number                pic 9(7).
         05 sw-line-number              pic 9(3).
         05 sw-part-number              pic 9(5).
         05 sw-order-qty                pic 9(7).
         05 sw-received-qty             pic 9(7).
         05 sw-unit-price               pic 9(2)v99.
         05 sw-due-date                 pic 9(8).

      *File declaration of the overdue-order report.
       fd overdue-report
           data record is od-line
           record contains 80 characters.
       01 od-line                      pic x(80).

       working-storage section.

      *Declaring report headings.
       01 ws-report-heading1.
         05 filler                     pic x(15)   value
         "Kaifkhan vakil,".
         05 filler                     pic x(5)    value spaces.
         05 filler                     pic x(21)   value
         "Overdue Order Report ".
         05 ws-heading-date            pic 9(8).
         05 filler                     pic x(5)    value spaces.
         05 filler                     pic x(5)    value "PAGE ".
         05 ws-heading-page            pic zz9.

       01 ws-report-heading2.
         05 filler                     pic x(2)    value spaces.
         05 filler                     pic x(7)    value "PO".
         05 filler                     pic x(2)    value spaces.
         05 filler                     pic x(3)    value "LN".
         05 filler                     pic x(2)    value spaces.
         05 filler                     pic x(5)    value "PART".
         05 filler                     pic x(2)    value spaces.
         05 filler                     pic x(7)    value "ORDERED".
         05 filler                     pic x(2)    value spaces.
         05 filler                     pic x(7)    value "RECV'D".
         05 filler                     pic x(2)    value spaces.
         05 filler                     pic x(7)    value "OWED".
         05 filler                     pic x(2)    value spaces.
         05 filler                     pic x(8)    value "DUE".
         05 filler                     pic x(2)    value spaces.
         05 filler                     pic x(9)    value "DAYS LATE".

      *Vendor group heading, printed at each change of vendor.
       01 ws-vendor-heading.
         05 filler                     pic x(7)    value "VENDOR ".
         05 ws-vh-vendor-number        pic 9(6).
         05 filler                     pic x(2)    value spaces.
         05 ws-vh-vendor-name          pic x(20).

       01 ws-detail-line.
         05 filler                     pic x(2)    value spaces.
         05 ws-detail-po-number        pic 9(7).
         05 filler                     pic x(2)    value spaces.
         05 ws-detail-line-number      pic 9(3).
         05 filler                     pic x(2)    value spaces.
         05 ws-detail-part-number      pic 9(5).
         05 filler                     pic x(2)    value spaces.
         05 ws-detail-ordered          pic zzzzzz9.
         05 filler                     pic x(2)    value spaces.
         05 ws-detail-received         pic zzzzzz9.
         05 filler                     pic x(2)    value spaces.
         05 ws-detail-owed             pic zzzzzz9.
         05 filler                     pic x(2)    value spaces.
         05 ws-detail-due-date         pic 9(8).
         05 filler                     pic x(4)    value spaces.
         05 ws-detail-days-late        pic zzzzzz9.

      *Per-vendor count of late lines and the value still owed,
      *printed at the end of each vendor group.
       01 ws-vendor-total-line.
         05 filler                     pic x(20)   value
         "LATE LINES, VENDOR".
         05 ws-vt-vendor-number        pic 9(6).
         05 filler                     pic x(2)    value spaces.
         05 ws-vt-line-count           pic zzzzzz9.
         05 filler                     pic x(3)    value spaces.
         05 filler                     pic x(11)   value
         "VALUE OWED".
         05 ws-vt-value-owed           pic zzzzzzzz9.99.

       01 ws-grand-total-line1.
         05 filler                     pic x(16)   value
         "TOTAL LATE LINES".
         05 filler                     pic x(3)    value spaces.
         05 ws-grand-line-count        pic 9(7)    value 0.

       01 ws-grand-total-line2.
         05 filler                     pic x(16)   value
         "TOTAL VALUE OWED".
         05 filler                     pic x(3)    value spaces.
         05 ws-grand-value-owed        pic zzzzzzzzzz9.99.

      *This line is for adding a blank line in the report.
       01 ws-blank-line                pic x(80)   value spaces.

      *this is the eof flag declaration for the open-order load and
      *the sorted return leg.
       01 ws-flags.
         05 ws-eof-flag                pic x       value space.
         05 ws-sort-eof-flag           pic x       value space.

      *This marks whether any vendor group is open yet.
       01 ws-group-flags.
         05 ws-group-open-flag         pic x       value "N".
               88 ws-group-open                value "Y".

      *This is boolean constant to see the proper end of file.
       01 ws-boolean-cnst.
         05 ws-true-cnst               pic x       value "Y".
         05 ws-false-cnst              pic x       value "N".

       77 ws-op-status                 pic xx      value spaces.
       77 ws-vm-status                 pic xx      value spaces.

      *The vendor whose group is currently being printed, and the
      *running counts and values.
       77 ws-current-vendor            pic 9(6)    value 0.
       77 ws-vendor-count              pic 9(7)    value 0.
       77 ws-vendor-value              pic 9(9)v99 value 0.
       77 ws-grand-count               pic 9(7)    value 0.
       77 ws-grand-value               pic 9(11)v99 value 0.

      *What is still owed on the line in hand, and its value.
       77 ws-owed-qty                  pic 9(7)    value 0.
       77 ws-owed-value                pic 9(9)v99 value 0.

      *The run date, and the pieces of the days-late calculation.
      *The count is approximate -- thirty-day months, the same
      *reckoning the status board ages its queues by -- which is
      *close enough to tell the buyer who to ring first.
       01 ws-run-date-fields.
         05 ws-run-date                pic 9(8)    value 0.
         05 ws-run-date-r redefines ws-run-date.
           10 ws-run-yyyy              pic 9(4).
           10 ws-run-mm                pic 9(2).
           10 ws-run-dd                pic 9(2).
       01 ws-age-date-fields.
         05 ws-age-date                pic 9(8)    value 0.
         05 ws-age-date-r redefines ws-age-date.
           10 ws-age-yyyy              pic 9(4).
           10 ws-age-mm                pic 9(2).
           10 ws-age-dd                pic 9(2).
       77 ws-age-days                  pic s9(7)   value 0.

      *A page counter to keep the report paged.
       01 ws-line-page-counters.
         05 ws-line-count              pic 999     value 0.
         05 ws-page-count              pic 999     value 0.
         05 ws-lines-per-page-cnst     pic 999     value 50.

       procedure division.
       000-main.
           move ws-false-cnst to ws-eof-flag.
           move ws-false-cnst to ws-sort-eof-flag.

      *Opening the files.  No open-order file at all just means the
      *reorder run has never cut a PO.
           open input open-order-file.
           if (ws-op-status = "35")
               display "NO OPEN ORDERS ON FILE YET"
           else
           if (ws-op-status not = "00")
               display "OPEN ORDER FILE NOT AVAILABLE -- STATUS "
                 ws-op-status
               move 16                 to return-code
           else
               open input vendor-master
               if (ws-vm-status not = "00")
                   display "VENDOR MASTER FILE NOT AVAILABLE -- STATUS "
                     ws-vm-status
                   close open-order-file
                   move 16             to return-code
               else
                   open output overdue-report

      *A line is late once the run date has passed its due date.
                   accept ws-run-date  from date yyyymmdd
                   move ws-run-date    to ws-heading-date

                   sort sort-work-file
                     on ascending key sw-vendor-number
                                      sw-po-number
                                      sw-line-number
                     input procedure is 100-load-late-lines
                     output procedure is 300-print-report

                   close open-order-file
                   close vendor-master
                   close overdue-report
               end-if
           end-if
           end-if.

           goback.

      *This paragraph feeds every late line to the sort.
       100-load-late-lines.
           read open-order-file
           at end move ws-true-cnst    to ws-eof-flag.
           perform 110-release-late-line
             until ws-eof-flag = ws-true-cnst.

      *This paragraph releases one line to the sort work file when
      *it is still owed and its due date has passed.  A closed line,
      *or one over-received, is nobody's worry.
       110-release-late-line.
           if (not op-line-closed) and
             (op-received-qty < op-order-qty) and
             (op-due-date < ws-run-date)
               move op-vendor-number   to sw-vendor-number
               move op-po-number       to sw-po-number
               move op-line-number     to sw-line-number
               move op-part-number     to sw-part-number
               move op-order-qty       to sw-order-qty
               move op-received-qty    to sw-received-qty
               move op-unit-price      to sw-unit-price
               move op-due-date        to sw-due-date
               release sw-sort-record
           end-if.
           read open-order-file
           at end move ws-true-cnst    to ws-eof-flag.

      *This paragraph takes the sorted late lines back, breaking on
      *each change of vendor and totalling as it goes.
       300-print-report.
           perform 400-page-heading.
           return sort-work-file
           at end move ws-true-cnst    to ws-sort-eof-flag.
           perform 310-print-one-line
             until ws-sort-eof-flag = ws-true-cnst.

      *Closing out the last vendor group, if there was any data.
           if (ws-group-open)
               perform 330-vendor-total
           end-if.
           move ws-grand-count         to ws-grand-line-count.
           move ws-grand-value         to ws-grand-value-owed.
           write od-line               from ws-grand-total-line1
             after advancing 2 lines.
           write od-line               from ws-grand-total-line2
             after advancing 2 lines.

      *This paragraph prints one late line, opening a new vendor
      *group whenever the vendor number changes.
       310-print-one-line.
           if (not ws-group-open) or
             (sw-vendor-number not = ws-current-vendor)
               if (ws-group-open)
                   perform 330-vendor-total
               end-if
               perform 320-vendor-heading
           end-if.

           compute ws-owed-qty = sw-order-qty - sw-received-qty.
           compute ws-owed-value = ws-owed-qty * sw-unit-price.
           move sw-due-date            to ws-age-date.
           perform 350-compute-days-late.

           move sw-po-number           to ws-detail-po-number.
           move sw-line-number         to ws-detail-line-number.
           move sw-part-number         to ws-detail-part-number.
           move sw-order-qty           to ws-detail-ordered.
           move sw-received-qty        to ws-detail-received.
           move ws-owed-qty            to ws-detail-owed.
           move sw-due-date            to ws-detail-due-date.
           move ws-age-days            to ws-detail-days-late.
           perform 410-check-page.
           write od-line               from ws-detail-line
             after advancing 1 line.
           add 1                       to ws-line-count.
           add 1                       to ws-vendor-count.
           add 1                       to ws-grand-count.
           add ws-owed-value           to ws-vendor-value.
           add ws-owed-value           to ws-grand-value.

           return sort-work-file
           at end move ws-true-cnst    to ws-sort-eof-flag.

      *This paragraph opens a vendor group: looks the vendor's name
      *up on the vendor master and prints the group heading.
       320-vendor-heading.
           move sw-vendor-number       to ws-current-vendor.
           move 0                      to ws-vendor-count.
           move 0                      to ws-vendor-value.
           set ws-group-open           to true.

           move ws-current-vendor      to vm-vendor-number.
           read vendor-master
             invalid key
               move "*NOT ON VENDOR FILE"    to ws-vh-vendor-name
             not invalid key
               move vm-vendor-name     to ws-vh-vendor-name
           end-read.
           move ws-current-vendor      to ws-vh-vendor-number.

           perform 410-check-page.
           write od-line               from ws-vendor-heading
             after advancing 2 lines.
           write od-line               from ws-report-heading2
             after advancing 1 line.
           add 3                       to ws-line-count.

      *This paragraph prints the late-line count and value owed for
      *the vendor group that just ended.
       330-vendor-total.
           move ws-current-vendor      to ws-vt-vendor-number.
           move ws-vendor-count        to ws-vt-line-count.
           move ws-vendor-value        to ws-vt-value-owed.
           perform 410-check-page.
           write od-line               from ws-vendor-total-line
             after advancing 2 lines.
           add 2                       to ws-line-count.

      *This paragraph works the approximate days between the due
      *date and the run date: whole years at 365, whole months at
      *30, plus the day difference.
       350-compute-days-late.
           compute ws-age-days =
             ((ws-run-yyyy - ws-age-yyyy) * 365) +
             ((ws-run-mm - ws-age-mm) * 30) +
             (ws-run-dd - ws-age-dd).
           if (ws-age-days < 1)
               move 1                  to ws-age-days
           end-if.

      *This paragraph starts a fresh page with the report heading.
       400-page-heading.
           add 1                       to ws-page-count.
           move ws-page-count          to ws-heading-page.
           if (ws-page-count > 1)
               write od-line           from ws-blank-line
                 after page
               write od-line           from ws-report-heading1
                 after advancing 1 line
           else
               write od-line           from ws-report-heading1
                 before advancing 1 line
           end-if.
           move 0                      to ws-line-count.

      *This paragraph breaks to a new page when the current one is
      *full.
       410-check-page.
           if (ws-line-count > ws-lines-per-page-cnst)
               perform 400-page-heading
           end-if.

       end program A6-OverdueOrders.
