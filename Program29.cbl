       identification division.
       program-id. A6-StockByLocation.
       author. Kaifkhan Vakil.
       date-written. 2026-10-15.
      *Program description
      *This program prints the stock-by-location report.  It reads
      *the part master and the part location file side by side, in
      *part number order, and for each part lists what is held at
      *each of its locations, with the location's name off the
      *location list, and the sum of the locations against the
      *master's on-hand.  A part whose locations do not add up to
      *its on-hand is flagged out of step, and a location record for
      *a part no longer on the master is flagged as well, so the
      *warehouse sees at once where the books and the shelves part
      *company.  Grand totals by location close the report.

       environment division.
       configuration section.
       input-output section.
      *Declaring file control for input and output files.
       file-control.
           select part-master
           assign to "../../../PARTMSTR.dat"
           organization is indexed
           access mode is sequential
           record key is pm-part-number
           file status is ws-pm-status.

           select part-location-file
           assign to "../../../A6-PARTLOC.dat"
           organization is indexed
           access mode is sequential
           record key is sl-location-key
           file status is ws-sl-status.

      *The stock locations and their names.  It may not exist; the
      *codes then print without names.
           select optional location-file
           assign to "../../../A6-LOCATIONS.dat"
           organization is line sequential
           file status is ws-lc-status.

           select location-report
           assign to "../../../A6-StockByLocation.out".


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

      *File declaration of the location list.  Same 23-byte layout
      *A6-DataValidation reads.
       fd location-file
           data record is lc-line
           record contains 23 characters.
       01 lc-line.
         05 lc-location-code           pic x(3).
         05 lc-location-name           pic x(20).

      *File declaration of the stock-by-location report.
       fd location-report
           data record is sr-line
           record contains 80 characters.
       01 sr-line                      pic x(80).

       working-storage section.

      *Declaring report headings.
       01 ws-report-heading1.
         05 filler                     pic x(15)   value
         "Kaifkhan vakil,".
         05 filler                     pic x(5)    value spaces.
         05 filler                     pic x(26)   value
         "Stock By Location Report ".
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
         05 filler                     pic x(20)   value
         "LOCATION NAME".
         05 filler                     pic x(2)    value spaces.
         05 filler                     pic x(7)    value "ON HAND".

      *One line per part location; the part and description print
      *on the part's first line only.
       01 ws-detail-line.
         05 filler                     pic x(2)    value spaces.
         05 ws-detail-part-number      pic x(5).
         05 filler                     pic x(2)    value spaces.
         05 ws-detail-description      pic x(10).
         05 filler                     pic x(2)    value spaces.
         05 ws-detail-location         pic x(3).
         05 filler                     pic x(2)    value spaces.
         05 ws-detail-location-name    pic x(20).
         05 filler                     pic x(2)    value spaces.
         05 ws-detail-qty              pic zzzz9.
         05 filler                     pic x(2)    value spaces.
         05 ws-detail-flag             pic x(14).

      *The part's location total against the master's on-hand.
       01 ws-part-total-line.
         05 filler                     pic x(23)   value spaces.
         05 filler                     pic x(15)   value
         "LOCATION TOTAL ".
         05 ws-pt-location-total       pic zzzzz9.
         05 filler                     pic x(2)    value spaces.
         05 filler                     pic x(7)    value "MASTER ".
         05 ws-pt-master-on-hand       pic zzzz9.
         05 filler                     pic x(2)    value spaces.
         05 ws-pt-flag                 pic x(11).

       01 ws-grand-heading.
         05 filler                     pic x(2)    value spaces.
         05 filler                     pic x(25)   value
         "TOTALS BY LOCATION".

       01 ws-grand-location-line.
         05 filler                     pic x(2)    value spaces.
         05 ws-gl-location             pic x(3).
         05 filler                     pic x(2)    value spaces.
         05 ws-gl-location-name        pic x(20).
         05 filler                     pic x(2)    value spaces.
         05 ws-gl-on-hand              pic zzzzzzzz9.

       01 ws-summary-line1.
         05 filler                     pic x(11)   value
         "PARTS READ".
         05 filler                     pic x(3)    value spaces.
         05 ws-parts-read              pic 9(7)    value 0.

       01 ws-summary-line2.
         05 filler                     pic x(16)   value
         "LOCATION RECORDS".
         05 filler                     pic x(3)    value spaces.
         05 ws-location-records        pic 9(7)    value 0.

       01 ws-summary-line3.
         05 filler                     pic x(18)   value
         "PARTS OUT OF STEP".
         05 filler                     pic x(3)    value spaces.
         05 ws-parts-out-of-step       pic 9(7)    value 0.

       01 ws-summary-line4.
         05 filler                     pic x(21)   value
         "RECORDS NOT ON MASTER".
         05 filler                     pic x(3)    value spaces.
         05 ws-records-not-on-master   pic 9(7)    value 0.

      *this is the eof flag declaration.
       01 ws-flags.
         05 ws-eof-flag                pic x       value space.
         05 ws-loc-eof-flag            pic x       value space.
         05 ws-list-eof-flag           pic x       value space.

      *This is boolean constant to see the proper end of file.
       01 ws-boolean-cnst.
         05 ws-true-cnst               pic x       value "Y".
         05 ws-false-cnst              pic x       value "N".

       77 ws-pm-status                 pic xx      value spaces.
       77 ws-sl-status                 pic xx      value spaces.
       77 ws-lc-status                 pic xx      value spaces.
       77 ws-run-date                  pic 9(8)    value 0.

      *The two files are matched on part number; a file at its end
      *carries a key past every real part.
       77 ws-master-key                pic 9(6)    value 0.
       77 ws-location-key              pic 9(6)    value 0.
       77 ws-end-key-cnst              pic 9(6)    value 999999.

      *The part in hand's location total, and the counts for the
      *summary.
       77 ws-part-location-total       pic 9(7)    value 0.
       77 ws-read-count                pic 9(7)    value 0.
       77 ws-record-count              pic 9(7)    value 0.
       77 ws-out-of-step-count         pic 9(7)    value 0.
       77 ws-orphan-count              pic 9(7)    value 0.
       01 ws-part-flags.
         05 ws-first-line-flag         pic x       value "Y".
               88 ws-first-line                value "Y".

      *The locations on the list, their names, and the grand total
      *held at each.  A location found on the part location file but
      *not on the list is added as it is met.
       77 ws-location-limit-cnst       pic 9(2)    value 60.
       77 ws-location-count            pic 9(2)    value 0.
       77 ws-location-index            pic 9(2)    value 0.
       77 ws-found-index               pic 9(2)    value 0.
       01 ws-location-table.
         05 ws-location-entry          occurs 60 times.
           10 ws-lt-code               pic x(3).
           10 ws-lt-name               pic x(20).
           10 ws-lt-on-hand            pic 9(9).

      *A page counter to keep the report paged.
       01 ws-line-page-counters.
         05 ws-line-count              pic 999     value 0.
         05 ws-page-count              pic 999     value 0.
         05 ws-lines-per-page-cnst     pic 999     value 50.

      *This line is for adding a blank line in the report.
       01 ws-blank-line                pic x(80)   value spaces.

       procedure division.
       000-main.
           move ws-false-cnst to ws-eof-flag.
           move ws-false-cnst to ws-loc-eof-flag.

      *Opening the files.  The report means nothing without both
      *the master and the location file.
           open input part-master.
           if (ws-pm-status not = "00")
               display "PART MASTER FILE NOT AVAILABLE -- STATUS "
                 ws-pm-status
               move 16                 to return-code
           else
           open input part-location-file
           if (ws-sl-status not = "00")
               display "PART LOCATION FILE NOT AVAILABLE -- STATUS "
                 ws-sl-status
               display "RUN THE PART LOCATION CONVERSION FIRST"
               close part-master
               move 16                 to return-code
           else
               perform 050-load-locations
               open output location-report

               accept ws-run-date      from date yyyymmdd
               move ws-run-date        to ws-heading-date
               perform 400-page-heading

               perform 060-read-master
               perform 065-read-location

               perform 100-match-part
                 until (ws-master-key = ws-end-key-cnst) and
                   (ws-location-key = ws-end-key-cnst)

               perform 200-summary-line

               close part-master
               close part-location-file
               close location-report

      *Stock the books cannot account for wants looking at.
               if (ws-out-of-step-count > 0) or (ws-orphan-count > 0)
                   move 4              to return-code
               end-if
           end-if
           end-if.

           goback.

      *This paragraph loads the location list and its names.
       050-load-locations.
           move ws-false-cnst          to ws-list-eof-flag.
           open input location-file.
           if (ws-lc-status = "00")
               read location-file
               at end move ws-true-cnst to ws-list-eof-flag
               end-read
               perform 055-load-one-location
                 until ws-list-eof-flag = ws-true-cnst
           end-if.
           close location-file.

      *This paragraph keeps one listed location in the table.
       055-load-one-location.
           if (lc-location-code not = spaces) and
             (ws-location-count < ws-location-limit-cnst)
               add 1                   to ws-location-count
               move lc-location-code   to
                 ws-lt-code (ws-location-count)
               move lc-location-name   to
                 ws-lt-name (ws-location-count)
               move 0                  to
                 ws-lt-on-hand (ws-location-count)
           end-if.
           read location-file
           at end move ws-true-cnst    to ws-list-eof-flag.

      *This paragraph reads the next master record.
       060-read-master.
           read part-master
             at end
               move ws-true-cnst       to ws-eof-flag
               move ws-end-key-cnst    to ws-master-key
             not at end
               move pm-part-number     to ws-master-key
           end-read.

      *This paragraph reads the next part location record.
       065-read-location.
           read part-location-file
             at end
               move ws-true-cnst       to ws-loc-eof-flag
               move ws-end-key-cnst    to ws-location-key
             not at end
               move sl-part-number     to ws-location-key
           end-read.

      *This paragraph settles the lower of the two keys: a master
      *part with its locations, a master part with none, or a
      *location record whose part is gone from the master.
       100-match-part.
           if (ws-master-key < ws-location-key)
               perform 110-unlocated-part
               perform 060-read-master
           else
           if (ws-master-key = ws-location-key)
               perform 120-located-part
               perform 060-read-master
           else
               perform 140-orphan-location
               perform 065-read-location
           end-if
           end-if.

      *This paragraph handles a part with no location records.  A
      *part with nothing on hand is simply not stocked anywhere; one
      *with stock the locations do not hold is out of step.
       110-unlocated-part.
           add 1                       to ws-read-count.
           if (pm-on-hand-qty > 0)
               add 1                   to ws-out-of-step-count
               move pm-part-number     to ws-detail-part-number
               move pm-part-description to ws-detail-description
               move spaces             to ws-detail-location
               move "NO LOCATION RECORDS" to ws-detail-location-name
               move 0                  to ws-detail-qty
               move "OUT OF STEP"      to ws-detail-flag
               perform 410-check-page
               write sr-line           from ws-detail-line
                 after advancing 2 lines
               add 2                   to ws-line-count
               move 0                  to ws-pt-location-total
               move pm-on-hand-qty     to ws-pt-master-on-hand
               move "OUT OF STEP"      to ws-pt-flag
               write sr-line           from ws-part-total-line
                 after advancing 1 line
               add 1                   to ws-line-count
           end-if.

      *This paragraph prints a part's locations and checks their
      *total against the master's on-hand.
       120-located-part.
           add 1                       to ws-read-count.
           move 0                      to ws-part-location-total.
           set ws-first-line           to true.
           perform 130-print-location
             until ws-location-key not = ws-master-key.

           move ws-part-location-total to ws-pt-location-total.
           move pm-on-hand-qty         to ws-pt-master-on-hand.
           if (ws-part-location-total = pm-on-hand-qty)
               move spaces             to ws-pt-flag
           else
               move "OUT OF STEP"      to ws-pt-flag
               add 1                   to ws-out-of-step-count
           end-if.
           perform 410-check-page.
           write sr-line               from ws-part-total-line
             after advancing 1 line.
           add 1                       to ws-line-count.

      *This paragraph prints one of the part's locations and adds it
      *to the part's and the location's totals.
       130-print-location.
           add 1                       to ws-record-count.
           add sl-on-hand-qty          to ws-part-location-total.
           perform 150-find-location.

           move spaces                 to ws-detail-part-number.
           move spaces                 to ws-detail-description.
           if (ws-first-line)
               move pm-part-number     to ws-detail-part-number
               move pm-part-description to ws-detail-description
           end-if.
           move sl-location-code       to ws-detail-location.
           move sl-on-hand-qty         to ws-detail-qty.
           move spaces                 to ws-detail-flag.
           perform 410-check-page.
           if (ws-first-line)
               write sr-line           from ws-detail-line
                 after advancing 2 lines
               add 2                   to ws-line-count
               move "N"                to ws-first-line-flag
           else
               write sr-line           from ws-detail-line
                 after advancing 1 line
               add 1                   to ws-line-count
           end-if.

           perform 065-read-location.

      *This paragraph prints a location record whose part is no
      *longer on the master.
       140-orphan-location.
           add 1                       to ws-record-count.
           add 1                       to ws-orphan-count.
           perform 150-find-location.
           move sl-part-number         to ws-detail-part-number.
           move spaces                 to ws-detail-description.
           move sl-location-code       to ws-detail-location.
           move sl-on-hand-qty         to ws-detail-qty.
           move "NOT ON MASTER"        to ws-detail-flag.
           perform 410-check-page.
           write sr-line               from ws-detail-line
             after advancing 2 lines.
           add 2                       to ws-line-count.

      *This paragraph finds the record's location in the table,
      *adding it when the list does not carry it, and adds its
      *quantity to the location's grand total.
       150-find-location.
           move 0                      to ws-found-index.
           perform 155-match-one-location
             varying ws-location-index from 1 by 1
             until ws-location-index > ws-location-count.
           if (ws-found-index = 0) and
             (ws-location-count < ws-location-limit-cnst)
               add 1                   to ws-location-count
               move ws-location-count  to ws-found-index
               move sl-location-code   to ws-lt-code (ws-found-index)
               move "NOT ON LIST"      to ws-lt-name (ws-found-index)
               move 0                  to ws-lt-on-hand (ws-found-index)
           end-if.
           if (ws-found-index = 0)
               move spaces             to ws-detail-location-name
           else
               move ws-lt-name (ws-found-index)
                                       to ws-detail-location-name
               add sl-on-hand-qty      to ws-lt-on-hand (ws-found-index)
           end-if.

      *This paragraph matches the location against one table entry.
       155-match-one-location.
           if (ws-lt-code (ws-location-index) = sl-location-code)
               move ws-location-index  to ws-found-index
           end-if.

      *This paragraph starts a fresh page with the report heading.
       400-page-heading.
           add 1                       to ws-page-count.
           move ws-page-count          to ws-heading-page.
           if (ws-page-count > 1)
               write sr-line           from ws-blank-line
                 after page
               write sr-line           from ws-report-heading1
                 after advancing 1 line
           else
               write sr-line           from ws-report-heading1
                 before advancing 1 line
           end-if.
           write sr-line               from ws-report-heading2
             after advancing 2 lines.
           move 0                      to ws-line-count.

      *This paragraph breaks to a new page when the current one is
      *full.
       410-check-page.
           if (ws-line-count > ws-lines-per-page-cnst)
               perform 400-page-heading
           end-if.

      *Writing the grand totals by location and the summary lines.
       200-summary-line.
           write sr-line    from ws-grand-heading
             after advancing 3 lines.
           perform 210-one-location-total
             varying ws-location-index from 1 by 1
             until ws-location-index > ws-location-count.

           move ws-read-count          to ws-parts-read.
           move ws-record-count        to ws-location-records.
           move ws-out-of-step-count   to ws-parts-out-of-step.
           move ws-orphan-count        to ws-records-not-on-master.

           write sr-line    from ws-summary-line1
             after advancing 2 lines.
           write sr-line    from ws-summary-line2
             after advancing 2 lines.
           write sr-line    from ws-summary-line3
             after advancing 2 lines.
           write sr-line    from ws-summary-line4
             after advancing 2 lines.

      *This paragraph writes one location's grand total.
       210-one-location-total.
           move ws-lt-code (ws-location-index) to ws-gl-location.
           move ws-lt-name (ws-location-index) to ws-gl-location-name.
           move ws-lt-on-hand (ws-location-index) to ws-gl-on-hand.
           write sr-line    from ws-grand-location-line
             after advancing 1 line.

       end program A6-StockByLocation.
