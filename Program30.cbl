       identification division.
       program-id. A6-BackOrderAging.
       author. Kaifkhan Vakil.
       date-written. 2026-10-15.
      *Program description
      *This program prints the back-order aging report.  Every issue
      *the posting run could not fill in full left its shortfall on
      *the back-order file, and receipts fill them oldest first; this
      *run lists the back-orders still open, part by part and oldest
      *first within the part, with what was asked for, what has been
      *filled, what is still owed and how long it has been waiting.
      *Each line falls in an age band, and the bands are totalled at
      *the end, so purchasing sees at a glance which shortages have
      *gone on long enough to chase.

       environment division.
       configuration section.
       input-output section.
      *Declaring file control for input and output files.
       file-control.
           select backorder-file
           assign to "../../../A6-BACKORDER.dat"
           organization is indexed
           access mode is sequential
           record key is bo-order-key
           file status is ws-bo-status.

           select part-master
           assign to "../../../PARTMSTR.dat"
           organization is indexed
           access mode is random
           record key is pm-part-number
           file status is ws-pm-status.

           select aging-report
           assign to "../../../A6-BackOrderAging.out".


       data division.
       file section.
      *File declaration of the back-order file.  Same 60-byte layout
      *A6-PartMasterUpdate keeps.
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
         05 bo-last-fill-date          pic 9(8).
         05 bo-last-fill-run           pic 9(5).
         05 bo-last-fill-qty           pic 9(5).
         05 filler                     pic x(5).

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

      *File declaration of the aging report.
       fd aging-report
           data record is ag-line
           record contains 90 characters.
       01 ag-line                      pic x(90).

       working-storage section.

      *Declaring report headings.
       01 ws-report-heading1.
         05 filler                     pic x(15)   value
         "Kaifkhan vakil,".
         05 filler                     pic x(5)    value spaces.
         05 filler                     pic x(26)   value
         "Back-Order Aging Report ".
         05 ws-heading-date            pic 9(8).
         05 filler                     pic x(5)    value spaces.
         05 filler                     pic x(5)    value "PAGE ".
         05 ws-heading-page            pic zz9.

       01 ws-report-heading2.
         05 filler                     pic x(2)    value spaces.
         05 filler                     pic x(5)    value "PART".
         05 filler                     pic x(2)    value spaces.
         05 filler                     pic x(10)   value
         "DESCRIPTN".
         05 filler                     pic x(2)    value spaces.
         05 filler                     pic x(3)    value "LOC".
         05 filler                     pic x(2)    value spaces.
         05 filler                     pic x(8)    value "RAISED".
         05 filler                     pic x(2)    value spaces.
         05 filler                     pic x(5)    value "BATCH".
         05 filler                     pic x(2)    value spaces.
         05 filler                     pic x(5)    value "ASKED".
         05 filler                     pic x(2)    value spaces.
         05 filler                     pic x(5)    value "FILLD".
         05 filler                     pic x(2)    value spaces.
         05 filler                     pic x(5)    value "OWED".
         05 filler                     pic x(2)    value spaces.
         05 filler                     pic x(7)    value "AGE".
         05 filler                     pic x(2)    value spaces.
         05 filler                     pic x(8)    value "BAND".

       01 ws-detail-line.
         05 filler                     pic x(2)    value spaces.
         05 ws-detail-part-number      pic 9(5).
         05 filler                     pic x(2)    value spaces.
         05 ws-detail-description      pic x(10).
         05 filler                     pic x(2)    value spaces.
         05 ws-detail-location         pic x(3).
         05 filler                     pic x(2)    value spaces.
         05 ws-detail-order-date       pic 9(8).
         05 filler                     pic x(2)    value spaces.
         05 ws-detail-run-number       pic 9(5).
         05 filler                     pic x(2)    value spaces.
         05 ws-detail-ordered          pic zzzz9.
         05 filler                     pic x(2)    value spaces.
         05 ws-detail-filled           pic zzzz9.
         05 filler                     pic x(2)    value spaces.
         05 ws-detail-owed             pic zzzz9.
         05 filler                     pic x(2)    value spaces.
         05 ws-detail-age              pic zzzzzz9.
         05 filler                     pic x(2)    value spaces.
         05 ws-detail-band             pic x(8).

      *One total line per age band.
       01 ws-band-line.
         05 filler                     pic x(2)    value spaces.
         05 ws-bl-band                 pic x(8).
         05 filler                     pic x(2)    value spaces.
         05 filler                     pic x(12)   value
         "BACK-ORDERS ".
         05 ws-bl-count                pic zzzzzz9.
         05 filler                     pic x(2)    value spaces.
         05 filler                     pic x(11)   value
         "UNITS OWED ".
         05 ws-bl-owed                 pic zzzzzzzz9.

       01 ws-summary-line1.
         05 filler                     pic x(17)   value
         "BACK-ORDERS OPEN".
         05 filler                     pic x(3)    value spaces.
         05 ws-open-out                pic 9(7)    value 0.

       01 ws-summary-line2.
         05 filler                     pic x(17)   value
         "TOTAL UNITS OWED".
         05 filler                     pic x(3)    value spaces.
         05 ws-owed-out                pic 9(9)    value 0.

      *this is the eof flag declaration.
       01 ws-flags.
         05 ws-eof-flag                pic x       value space.

      *This is boolean constant to see the proper end of file.
       01 ws-boolean-cnst.
         05 ws-true-cnst               pic x       value "Y".
         05 ws-false-cnst              pic x       value "N".

       77 ws-bo-status                 pic xx      value spaces.
       77 ws-pm-status                 pic xx      value spaces.

      *What is still owed on the back-order in hand, and the totals.
       77 ws-owed-qty                  pic 9(5)    value 0.
       77 ws-open-count                pic 9(7)    value 0.
       77 ws-total-owed                pic 9(9)    value 0.

      *The age bands: the upper age in days of each band, its name,
      *and what falls in it.  The last band takes everything older.
       77 ws-band-index                pic 9(1)    value 0.
       77 ws-band-count-cnst           pic 9(1)    value 4.
       01 ws-band-limits-cnst.
         05 filler                     pic 9(5)    value 7.
         05 filler                     pic x(8)    value "0-7".
         05 filler                     pic 9(5)    value 30.
         05 filler                     pic x(8)    value "8-30".
         05 filler                     pic 9(5)    value 60.
         05 filler                     pic x(8)    value "31-60".
         05 filler                     pic 9(5)    value 99999.
         05 filler                     pic x(8)    value "OVER 60".
       01 ws-band-table redefines ws-band-limits-cnst.
         05 ws-band-entry              occurs 4 times.
           10 ws-band-upper-days       pic 9(5).
           10 ws-band-name             pic x(8).
       01 ws-band-totals.
         05 ws-band-total              occurs 4 times.
           10 ws-bt-count              pic 9(7).
           10 ws-bt-owed               pic 9(9).
       77 ws-found-band                pic 9(1)    value 0.

      *The run date, and the pieces of the age calculation.  The
      *count is approximate -- thirty-day months, the same reckoning
      *the status board ages its queues by.
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

      *This line is for adding a blank line in the report.
       01 ws-blank-line                pic x(90)   value spaces.

       procedure division.
       000-main.
           move ws-false-cnst to ws-eof-flag.

      *Opening the files.  No back-order file means no issue has
      *ever fallen short.
           open input backorder-file.
           if (ws-bo-status = "35")
               display "NO BACK-ORDERS ON FILE YET"
           else
           if (ws-bo-status not = "00")
               display "BACK-ORDER FILE NOT AVAILABLE -- STATUS "
                 ws-bo-status
               move 16                 to return-code
           else
               open input part-master
               if (ws-pm-status not = "00")
                   display "PART MASTER FILE NOT AVAILABLE -- STATUS "
                     ws-pm-status
                   close backorder-file
                   move 16             to return-code
               else
                   open output aging-report
                   perform 050-clear-one-band
                     varying ws-band-index from 1 by 1
                     until ws-band-index > ws-band-count-cnst

                   accept ws-run-date  from date yyyymmdd
                   move ws-run-date    to ws-heading-date
                   perform 400-page-heading

                   read backorder-file
                   at end move ws-true-cnst to ws-eof-flag
                   end-read

                   perform 100-age-back-order
                     until ws-eof-flag = ws-true-cnst

                   perform 200-summary-line

                   close backorder-file
                   close part-master
                   close aging-report
               end-if
           end-if
           end-if.

           goback.

      *This paragraph zeroes one age band's totals.
       050-clear-one-band.
           move 0                      to ws-bt-count (ws-band-index).
           move 0                      to ws-bt-owed (ws-band-index).

      *This paragraph ages one open back-order, prints its line and
      *adds it to its band.
       100-age-back-order.
           if (bo-open)
               add 1                   to ws-open-count
               compute ws-owed-qty = bo-ordered-qty - bo-filled-qty
               add ws-owed-qty         to ws-total-owed

               move bo-part-number     to pm-part-number
               read part-master
                 invalid key
                   move "NOT ON MST"   to ws-detail-description
                 not invalid key
                   move pm-part-description to ws-detail-description
               end-read

               move bo-order-date      to ws-age-date
               perform 150-compute-age
               perform 160-find-band
               add 1                   to ws-bt-count (ws-found-band)
               add ws-owed-qty         to ws-bt-owed (ws-found-band)

               move bo-part-number     to ws-detail-part-number
               move bo-location-code   to ws-detail-location
               move bo-order-date      to ws-detail-order-date
               move bo-run-number      to ws-detail-run-number
               move bo-ordered-qty     to ws-detail-ordered
               move bo-filled-qty      to ws-detail-filled
               move ws-owed-qty        to ws-detail-owed
               move ws-age-days        to ws-detail-age
               move ws-band-name (ws-found-band) to ws-detail-band
               perform 410-check-page
               write ag-line           from ws-detail-line
                 after advancing 1 line
               add 1                   to ws-line-count
           end-if.

           read backorder-file
           at end move ws-true-cnst to ws-eof-flag.

      *This paragraph works the approximate days between the date
      *the back-order was raised and the run date: whole years at
      *365, whole months at 30, plus the day difference.
       150-compute-age.
           compute ws-age-days =
             ((ws-run-yyyy - ws-age-yyyy) * 365) +
             ((ws-run-mm - ws-age-mm) * 30) +
             (ws-run-dd - ws-age-dd).
           if (ws-age-days < 0)
               move 0                  to ws-age-days
           end-if.

      *This paragraph finds the first band the age fits under.
       160-find-band.
           move 0                      to ws-found-band.
           perform 165-check-one-band
             varying ws-band-index from 1 by 1
             until (ws-band-index > ws-band-count-cnst) or
               (ws-found-band > 0).
           if (ws-found-band = 0)
               move ws-band-count-cnst to ws-found-band
           end-if.

      *This paragraph checks the age against one band's upper limit.
       165-check-one-band.
           if (ws-age-days <= ws-band-upper-days (ws-band-index))
               move ws-band-index      to ws-found-band
           end-if.

      *This paragraph starts a fresh page with the report heading.
       400-page-heading.
           add 1                       to ws-page-count.
           move ws-page-count          to ws-heading-page.
           if (ws-page-count > 1)
               write ag-line           from ws-blank-line
                 after page
               write ag-line           from ws-report-heading1
                 after advancing 1 line
           else
               write ag-line           from ws-report-heading1
                 before advancing 1 line
           end-if.
           write ag-line               from ws-report-heading2
             after advancing 2 lines.
           move 0                      to ws-line-count.

      *This paragraph breaks to a new page when the current one is
      *full.
       410-check-page.
           if (ws-line-count > ws-lines-per-page-cnst)
               perform 400-page-heading
           end-if.

      *Writing the band totals and the summary lines.
       200-summary-line.
           write ag-line    from ws-blank-line
             after advancing 1 line.
           perform 210-one-band-line
             varying ws-band-index from 1 by 1
             until ws-band-index > ws-band-count-cnst.

           move ws-open-count          to ws-open-out.
           move ws-total-owed          to ws-owed-out.
           write ag-line    from ws-summary-line1
             after advancing 2 lines.
           write ag-line    from ws-summary-line2
             after advancing 2 lines.

      *This paragraph writes one age band's totals.
       210-one-band-line.
           move ws-band-name (ws-band-index) to ws-bl-band.
           move ws-bt-count (ws-band-index)  to ws-bl-count.
           move ws-bt-owed (ws-band-index)   to ws-bl-owed.
           write ag-line    from ws-band-line
             after advancing 1 line.

       end program A6-BackOrderAging.
