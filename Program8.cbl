      *and value totals so the receiving system can balance the feed
      *-- and prints a PO register of what was generated, so nobody
      *retypes the printed report into the purchasing system line by
      *line.  Each vendor's lines go out under a purchase-order number
      *of their own, and every line is also kept on the open-order
      *file with the date it is expected in, so the posting run can
      *match receipts against it and the overdue-order report can
      *chase what has not arrived.  Quantity already on order is
      *taken off a part's suggestion, so a part whose order is still
      *in transit is not ordered a second time.

       environment division.
       configuration section.
           select po-register
           assign to "../../../A6-PORegister.out".

      *Every PO line this run generates is also kept here, keyed by
      *part and then PO number, until receipts close it.  The
      *part-major key lets the posting run find a part's oldest open
      *line first, and lets this run total what is already on order
      *for each part before it suggests more.
           select open-order-file
           assign to "../../../A6-OPENPO.dat"
           organization is indexed
           access mode is dynamic
           record key is op-order-key
           file status is ws-op-status.

      *The last purchase-order number issued, carried from run to run
      *in this one-record file so numbers never repeat.  It may not
      *exist yet; numbering then starts from one.
           select optional po-number-file
           assign to "../../../A6-PONUMBER.dat"
           organization is line sequential
           file status is ws-pn-status.

      *The number of days a vendor is given to deliver is read from
      *this one-record file, so the lead time can be tuned without a
      *recompile.  It may not exist; the default then applies.
           select optional lead-time-file
           assign to "../../../A6-LEADTIME.dat"
           organization is line sequential
           file status is ws-lt-status.


       data division.
       file section.
         05 sw-on-hand-qty              pic 9(5).
         05 sw-reorder-point            pic 9(5).
         05 sw-unit-price               pic 9(2)v99.
         05 sw-on-order-qty             pic 9(7).

      *File declaration of the reorder report.
       fd reorder-report
               88 po-trailer-rec               value "T".
         05 filler                     pic x(59).

      *The header and detail records carry the PO number in what
      *used to be filler, so a feed read by the old layout still
      *loads.
       01 po-header-record redefines po-record.
         05 pfh-record-type            pic x.
         05 pfh-vendor-number          pic 9(6).
         05 pfh-vendor-name            pic x(20).
         05 pfh-po-number              pic 9(7).
         05 filler                     pic x(26).

       01 po-detail-record redefines po-record.
         05 pfd-record-type            pic x.
         05 pfd-unit-price             pic 9(2)v99.
         05 pfd-order-qty              pic 9(7).
         05 pfd-line-value             pic 9(9)v99.
         05 pfd-po-number              pic 9(7).
         05 pfd-line-number            pic 9(3).
         05 pfd-due-date               pic 9(8).
         05 filler                     pic x(4).

       01 po-trailer-record redefines po-record.
         05 pft-record-type            pic x.
           record contains 80 characters.
       01 pg-line                      pic x(80).

      *File declaration of the open-order file.  One record per PO
      *line: what was ordered from whom and at what price, how much
      *has been received against it, when it was ordered and when it
      *is expected, its status -- "O" open, "P" part received,
      *"C" closed -- and the date, run and quantity of the last
      *receipt matched against it.
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

      *File declaration of the PO number file.  One record holding
      *the last purchase-order number issued.
       fd po-number-file
           data record is pn-line
           record contains 7 characters.
       01 pn-line.
         05 pn-last-po-number          pic 9(7).

      *File declaration of the lead-time file.  One record holding
      *the number of days a vendor is given to deliver.
       fd lead-time-file
           data record is lt-line
           record contains 3 characters.
       01 lt-line.
         05 lt-lead-days               pic 9(3).

       working-storage section.

      *Declaring report headings.
         05 filler                     pic x(7)    value "ON HAND".
         05 filler                     pic x(3)    value spaces.
         05 filler                     pic x(7)    value "REORDER".
         05 filler                     pic x(3)    value spaces.
         05 filler                     pic x(8)    value "ON ORDER".

      *Vendor group heading, printed at each change of vendor.
       01 ws-vendor-heading.
         05 ws-detail-on-hand          pic zzzz9.
         05 filler                     pic x(5)    value spaces.
         05 ws-detail-reorder          pic zzzz9.
         05 filler                     pic x(3)    value spaces.
         05 ws-detail-on-order         pic zzzzzz9.
         05 filler                     pic x(2)    value spaces.
         05 ws-detail-note             pic x(7).

      *Per-vendor count of parts to order, printed at the end of
      *each vendor group.

       77 ws-pm-status                 pic xx      value spaces.
       77 ws-vm-status                 pic xx      value spaces.
       77 ws-op-status                 pic xx      value spaces.
       77 ws-pn-status                 pic xx      value spaces.
       77 ws-lt-status                 pic xx      value spaces.

      *The vendor whose group is currently being printed.
       77 ws-current-vendor            pic 9(6)    value 0.
         05 filler                     pic x(3)    value spaces.
         05 ws-rg-total-value          pic zzzzzzzzzz9.99.

       01 ws-register-total-line3.
         05 filler                     pic x(8)    value "POS CUT".
         05 filler                     pic x(3)    value spaces.
         05 ws-rg-total-pos            pic 9(7)    value 0.

      *PO group heading in the register, printed when a vendor's
      *first line is generated.
       01 ws-register-po-line.
         05 filler                     pic x(3)    value "PO ".
         05 ws-rp-po-number            pic 9(7).
         05 filler                     pic x(2)    value spaces.
         05 filler                     pic x(4)    value "DUE ".
         05 ws-rp-due-date             pic 9(8).

      *The suggested order for the part in hand, and the feed's
      *running totals.  The suggestion at least restores the reorder
      *point and adds the same again as cover, so the part does not
       77 ws-po-total-value            pic 9(11)v99 value 0.
       77 ws-cover-mult-cnst           pic 9(2)    value 2.

      *What is still outstanding on open PO lines, by part, totalled
      *off the open-order file before the master is read.  Indexed
      *by part number plus one, the way the count post indexes its
      *book quantities.
       77 ws-part-index                pic 9(6)    value 0.
       01 ws-on-order-table.
         05 ws-on-order-qty            pic 9(7)    occurs 100000 times.
       77 ws-outstanding-qty           pic 9(7)    value 0.
       77 ws-gross-qty                 pic s9(7)   value 0.

      *Whether the open-order file opened, and whether the vendor
      *group in hand has had its PO header written yet -- a vendor
      *whose shortages are all already on order gets no PO at all.
       01 ws-open-order-flags.
         05 ws-open-order-ok-flag      pic x       value "N".
               88 ws-open-order-ok             value "Y".
         05 ws-po-open-flag            pic x       value "N".
               88 ws-po-open                   value "Y".

      *The PO number and line in hand, the last number issued, and
      *the count of POs cut tonight.
       77 ws-last-po-number            pic 9(7)    value 0.
       77 ws-current-po-number         pic 9(7)    value 0.
       77 ws-po-line-number            pic 9(3)    value 0.
       77 ws-po-count                  pic 9(7)    value 0.

      *The run date, the lead time in days and the default that
      *applies when no lead-time file is on hand, and the pieces of
      *the calendar walk that moves the run date forward to the due
      *date.
       77 ws-run-date                  pic 9(8)    value 0.
       77 ws-lead-days                 pic 9(3)    value 14.
       01 ws-due-date-work.
         05 ws-due-date                pic 9(8).
         05 ws-due-date-r redefines ws-due-date.
           10 ws-due-yyyy              pic 9(4).
           10 ws-due-mm                pic 9(2).
           10 ws-due-dd                pic 9(2).
         05 ws-month-days              pic 9(2)    value 0.
         05 ws-leap-quotient           pic 9(4)    value 0.
         05 ws-leap-remainder          pic 9(4)    value 0.

       procedure division.
       000-main.
           move ws-false-cnst to ws-eof-flag.
                   close part-master
                   move 16             to return-code
               else
      *What is already on order has to be known before the first
      *suggestion is made, so the open-order file is totalled up
      *front; a file that will not open at all stops the run rather
      *than let every part in transit be ordered again.
                   perform 060-load-on-order
                   if (not ws-open-order-ok)
                       close part-master
                       close vendor-master
                       move 16         to return-code
                   else
                   open output reorder-report
                   open output po-feed-file
                   open output po-register

      *The run date is the order date every new line carries, and
      *the lead time moves it forward to the date the line is due.
                   accept ws-run-date  from date yyyymmdd
                   perform 050-read-lead-time
                   perform 055-read-po-number
                   perform 075-compute-due-date

                   write pg-line from ws-register-heading1
                   before advancing 1 line
                   write pg-line from ws-register-heading2

                   close part-master
                   close vendor-master
                   close open-order-file
                   close reorder-report
                   close po-feed-file
                   close po-register

                   perform 070-save-po-number
                   end-if
               end-if
           end-if.

           goback.

      *This paragraph picks up the vendor lead time from the
      *lead-time file, when one is on hand.
       050-read-lead-time.
           open input lead-time-file.
           read lead-time-file
             at end
               continue
             not at end
               if (lt-lead-days is numeric) and (lt-lead-days > 0)
                   move lt-lead-days   to ws-lead-days
               end-if
           end-read.
           close lead-time-file.

      *This paragraph picks up the last purchase-order number issued,
      *when a PO number file is on hand.
       055-read-po-number.
           move 0                      to ws-last-po-number.
           open input po-number-file.
           read po-number-file
             at end
               continue
             not at end
               if (pn-last-po-number is numeric)
                   move pn-last-po-number to ws-last-po-number
               end-if
           end-read.
           close po-number-file.

      *This paragraph opens the open-order file for update, creating
      *it the first time the reorder run finds it does not exist yet,
      *and totals what is still outstanding on every line not yet
      *closed, by part.
       060-load-on-order.
           move "N"                    to ws-open-order-ok-flag.
           move zeros                  to ws-on-order-table.
           open i-o open-order-file.
           if (ws-op-status = "35")
               open output open-order-file
               close open-order-file
               open i-o open-order-file
           end-if.
           if (ws-op-status not = "00")
               display "OPEN ORDER FILE NOT AVAILABLE -- STATUS "
                 ws-op-status
           else
               set ws-open-order-ok    to true
               move ws-false-cnst      to ws-eof-flag
               read open-order-file next record
               at end move ws-true-cnst to ws-eof-flag
               end-read
               perform 065-total-one-line
                 until ws-eof-flag = ws-true-cnst
               move ws-false-cnst      to ws-eof-flag
           end-if.

      *This paragraph adds one open line's outstanding quantity to
      *its part's on-order total.  A line received in full is closed
      *and counts for nothing; an over-receipt never counts below
      *zero.
       065-total-one-line.
           if (not op-line-closed) and
             (op-received-qty < op-order-qty)
               compute ws-outstanding-qty =
                 op-order-qty - op-received-qty
               compute ws-part-index = op-part-number + 1
               add ws-outstanding-qty  to
                 ws-on-order-qty (ws-part-index)
                 on size error
                   move 9999999        to
                     ws-on-order-qty (ws-part-index)
               end-add
           end-if.
           read open-order-file next record
           at end move ws-true-cnst    to ws-eof-flag.

      *This paragraph carries the last PO number issued forward to
      *the next run.
       070-save-po-number.
           open output po-number-file.
           move ws-last-po-number      to pn-last-po-number.
           write pn-line.
           close po-number-file.

      *This paragraph works out the date tonight's lines are due:
      *the run date walked forward one calendar day at a time for
      *the lead time.
       075-compute-due-date.
           move ws-run-date            to ws-due-date.
           perform 080-advance-one-day ws-lead-days times.

      *This paragraph moves the due date forward one day, rolling
      *the month and year over as the calendar requires.
       080-advance-one-day.
           perform 085-month-days.
           add 1                       to ws-due-dd.
           if (ws-due-dd > ws-month-days)
               move 1                  to ws-due-dd
               add 1                   to ws-due-mm
               if (ws-due-mm > 12)
                   move 1              to ws-due-mm
                   add 1               to ws-due-yyyy
               end-if
           end-if.

      *This paragraph works out how many days the due date's month
      *has, leap years included, the same way the validation run's
      *effective-date edit does.
       085-month-days.
           if (ws-due-mm = 4) or (ws-due-mm = 6) or (ws-due-mm = 9)
             or (ws-due-mm = 11)
               move 30                 to ws-month-days
           else
           if (ws-due-mm = 2)
               move 28                 to ws-month-days
               divide ws-due-yyyy by 4 giving ws-leap-quotient
                 remainder ws-leap-remainder
               if (ws-leap-remainder = 0)
                   move 29             to ws-month-days
                   divide ws-due-yyyy by 100 giving ws-leap-quotient
                     remainder ws-leap-remainder
                   if (ws-leap-remainder = 0)
                       move 28         to ws-month-days
                       divide ws-due-yyyy by 400
                         giving ws-leap-quotient
                         remainder ws-leap-remainder
                       if (ws-leap-remainder = 0)
                           move 29     to ws-month-days
                       end-if
                   end-if
               end-if
           else
               move 31                 to ws-month-days
           end-if
           end-if.

      *This paragraph feeds every part at or below its reorder point
      *to the sort.  A part with no reorder point set is skipped --
      *the warehouse has not told us it stocks that part yet.
               move pm-on-hand-qty     to sw-on-hand-qty
               move pm-reorder-point   to sw-reorder-point
               move pm-unit-price      to sw-unit-price
               compute ws-part-index = pm-part-number + 1
               move ws-on-order-qty (ws-part-index)
                                       to sw-on-order-qty
               release sw-sort-record
           end-if.
           read part-master

           move ws-po-line-count       to ws-rg-total-lines.
           move ws-po-total-value      to ws-rg-total-value.
           move ws-po-count            to ws-rg-total-pos.
           write pg-line               from ws-register-total-line1
             after advancing 2 lines.
           write pg-line               from ws-register-total-line2
             after advancing 2 lines.
           write pg-line               from ws-register-total-line3
             after advancing 2 lines.

      *This paragraph prints one short part, opening a new vendor
      *group whenever the vendor number changes.  A part whose open
      *orders already cover the suggestion still prints, marked
      *COVERED, but goes on no PO.
       310-print-one-part.
           if (not ws-group-open) or
             (sw-vendor-number not = ws-current-vendor)
               perform 320-vendor-heading
           end-if.

           compute ws-gross-qty =
             (sw-reorder-point * ws-cover-mult-cnst)
             - sw-on-hand-qty - sw-on-order-qty.

           move sw-part-number         to ws-detail-part-number.
           move sw-part-description    to ws-detail-description.
           move sw-on-hand-qty         to ws-detail-on-hand.
           move sw-reorder-point       to ws-detail-reorder.
           move sw-on-order-qty        to ws-detail-on-order.
           if (ws-gross-qty > 0)
               move spaces             to ws-detail-note
           else
               move "COVERED"          to ws-detail-note
           end-if.
           perform 410-check-page.
           write rr-line               from ws-detail-line
             after advancing 1 line.
           add 1                       to ws-vendor-count.
           add 1                       to ws-grand-count.

           if (ws-gross-qty > 0)
               perform 340-write-po-line
           end-if.

           return sort-work-file
           at end move ws-true-cnst    to ws-sort-eof-flag.

      *This paragraph writes one feed line item, its open-order
      *line and its register line.  The suggested quantity at least
      *restores the reorder point, with the same again as cover so
      *the part does not land straight back on tomorrow's report,
      *less whatever is already on order.  The vendor's PO is opened
      *with its first line.
       340-write-po-line.
           move ws-gross-qty           to ws-order-qty.
           compute ws-line-value =
             ws-order-qty * sw-unit-price.

           if (not ws-po-open)
               perform 350-open-po
           end-if.
           add 1                       to ws-po-line-number.

           move spaces                 to po-record.
           move "D"                    to pfd-record-type.
           move sw-part-number         to pfd-part-number.
           move sw-unit-price          to pfd-unit-price.
           move ws-order-qty           to pfd-order-qty.
           move ws-line-value          to pfd-line-value.
           move ws-current-po-number   to pfd-po-number.
           move ws-po-line-number      to pfd-line-number.
           move ws-due-date            to pfd-due-date.
           write po-record.

           add 1                       to ws-po-line-count.
           add ws-line-value           to ws-po-total-value.

           move sw-part-number         to op-part-number.
           move ws-current-po-number   to op-po-number.
           move ws-po-line-number      to op-line-number.
           move ws-current-vendor      to op-vendor-number.
           move ws-order-qty           to op-order-qty.
           move 0                      to op-received-qty.
           move sw-unit-price          to op-unit-price.
           move ws-run-date            to op-order-date.
           move ws-due-date            to op-due-date.
           move "O"                    to op-status.
           move 0                      to op-last-receipt-date.
           move 0                      to op-last-receipt-run.
           move 0                      to op-last-receipt-qty.
           write op-order-record
             invalid key
               display "OPEN ORDER WRITE FAILED FOR PO "
                 ws-current-po-number " LINE " ws-po-line-number
           end-write.

           move ws-current-vendor      to ws-rg-vendor.
           move sw-part-number         to ws-rg-part.
           move sw-part-description    to ws-rg-description.
               move vm-vendor-name     to ws-vh-vendor-name
           end-read.
           move ws-current-vendor      to ws-vh-vendor-number.
           move "N"                    to ws-po-open-flag.

           perform 410-check-page.
           write rr-line               from ws-vendor-heading
             after advancing 1 line.
           add 3                       to ws-line-count.

      *This paragraph opens the vendor group's purchase order under
      *the next PO number.  The feed opens it with a header record
      *carrying the vendor name already looked up, and the register
      *prints the PO number and the date it is due.
       350-open-po.
           add 1                       to ws-last-po-number.
           move ws-last-po-number      to ws-current-po-number.
           move 0                      to ws-po-line-number.
           set ws-po-open              to true.
           add 1                       to ws-po-count.

           move spaces                 to po-record.
           move "H"                    to pfh-record-type.
           move ws-current-vendor      to pfh-vendor-number.
           move ws-vh-vendor-name      to pfh-vendor-name.
           move ws-current-po-number   to pfh-po-number.
           write po-record.

           move ws-current-po-number   to ws-rp-po-number.
           move ws-due-date            to ws-rp-due-date.
           write pg-line               from ws-register-po-line
             after advancing 2 lines.

      *This paragraph prints the count of parts to order for the
      *vendor group that just ended.
       330-vendor-total.
