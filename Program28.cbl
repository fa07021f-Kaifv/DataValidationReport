       identification division.
       program-id. A6-PartLocationConvert.
       author. Kaifkhan Vakil.
       date-written. 2026-10-15.
      *Program description
      *This program is the one-time cutover to stock held by
      *location.  Until now a part's on-hand was one number on the
      *master; from the cutover on, the master's on-hand is the sum
      *of the part's records on the part location file.  This run
      *reads the master sequentially and, for every part that has no
      *location record yet, seeds one at the main warehouse carrying
      *the master's whole on-hand, so the two agree from the first
      *posting night.  A part already held by location is left
      *alone, so the run is safe to repeat if it is interrupted.
      *It runs once, after a posting run and before the first
      *receipt, issue or transfer names a location.

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
           access mode is dynamic
           record key is sl-location-key
           file status is ws-sl-status.

           select convert-report
           assign to "../../../A6-PartLocationConvert.out".


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

      *File declaration of the conversion report.
       fd convert-report
           data record is cr-line
           record contains 60 characters.
       01 cr-line                      pic x(60).

       working-storage section.

      *Declaring report headings.
       01 ws-report-heading1.
         05 filler                     pic x(15)   value
         "Kaifkhan vakil,".
         05 filler                     pic x(5)    value spaces.
         05 filler                     pic x(28)   value
         "Part Location Conversion Run".

       01 ws-summary-line1.
         05 filler                     pic x(10)   value
         "PARTS READ".
         05 filler                     pic x(3)    value spaces.
         05 ws-parts-read              pic 9(7)    value 0.

       01 ws-summary-line2.
         05 filler                     pic x(25)   value
         "SEEDED AT MAIN WAREHOUSE".
         05 filler                     pic x(3)    value spaces.
         05 ws-parts-seeded            pic 9(7)    value 0.

       01 ws-summary-line3.
         05 filler                     pic x(25)   value
         "ALREADY HELD BY LOCATION".
         05 filler                     pic x(3)    value spaces.
         05 ws-parts-already           pic 9(7)    value 0.

       01 ws-summary-line4.
         05 filler                     pic x(14)   value
         "WRITE FAILURES".
         05 filler                     pic x(3)    value spaces.
         05 ws-write-failures          pic 9(7)    value 0.

      *this is the eof flag declaration.
       01 ws-flags.
         05 ws-eof-flag                pic x       value space.

      *This is boolean constant to see the proper end of file.
       01 ws-boolean-cnst.
         05 ws-true-cnst               pic x       value "Y".
         05 ws-false-cnst              pic x       value "N".

       77 ws-pm-status                 pic xx      value spaces.
       77 ws-sl-status                 pic xx      value spaces.
       77 ws-read-count                pic 9(7)    value 0.
       77 ws-seed-count                pic 9(7)    value 0.
       77 ws-already-count             pic 9(7)    value 0.
       77 ws-fail-count                pic 9(7)    value 0.

      *The location an unlocated part's stock is seeded at, and
      *whether the part in hand already has a location record.
       77 ws-default-location-cnst     pic x(3)    value "MWH".
       01 ws-location-flags.
         05 ws-loc-held-flag           pic x       value "N".
               88 ws-loc-held                  value "Y".

       procedure division.
       000-main.
           move ws-false-cnst to ws-eof-flag.

      *Opening the files.  The location file is created the first
      *time, the same way the posting run would create it.
           open input part-master.
           if (ws-pm-status not = "00")
               display "PART MASTER FILE NOT AVAILABLE -- STATUS "
                 ws-pm-status
               display "NOTHING CONVERTED"
               move 16                 to return-code
           else
               open i-o part-location-file
               if (ws-sl-status = "35")
                   open output part-location-file
                   close part-location-file
                   open i-o part-location-file
               end-if
               if (ws-sl-status not = "00")
                   display "PART LOCATION FILE WILL NOT OPEN -- STATUS "
                     ws-sl-status
                   close part-master
                   move 16             to return-code
               else
                   open output convert-report
                   write cr-line from ws-report-heading1
                   before advancing 1 line

                   read part-master
                   at end move ws-true-cnst to ws-eof-flag
                   end-read

                   perform 100-convert-part
                     until ws-eof-flag = ws-true-cnst

                   perform 200-summary-line

                   close part-master
                   close part-location-file
                   close convert-report

                   if (ws-fail-count > 0)
                       move 8          to return-code
                   end-if
               end-if
           end-if.

           goback.

      *This paragraph seeds the part's main warehouse record with
      *the master's on-hand, unless the part is already held by
      *location.
       100-convert-part.
           add 1 to ws-read-count.

           perform 110-check-held.
           if (ws-loc-held)
               add 1                   to ws-already-count
           else
               move pm-part-number     to sl-part-number
               move ws-default-location-cnst to sl-location-code
               move pm-on-hand-qty     to sl-on-hand-qty
               move pm-last-activity-date to sl-last-activity-date
               write sl-location-record
                 invalid key
                   add 1               to ws-fail-count
                   display "LOCATION WRITE FAILED FOR PART "
                     pm-part-number
                 not invalid key
                   add 1               to ws-seed-count
               end-write
           end-if.

           read part-master
           at end move ws-true-cnst to ws-eof-flag.

      *This paragraph looks for the part's first location record.
       110-check-held.
           move "N"                    to ws-loc-held-flag.
           move pm-part-number         to sl-part-number.
           move low-values             to sl-location-code.
           start part-location-file
             key is not less than sl-location-key
             invalid key
               continue
             not invalid key
               read part-location-file next record
                 at end
                   continue
                 not at end
                   if (sl-part-number = pm-part-number)
                       set ws-loc-held to true
                   end-if
               end-read
           end-start.

      *Writing summary line.
       200-summary-line.
           move ws-read-count          to ws-parts-read.
           move ws-seed-count          to ws-parts-seeded.
           move ws-already-count       to ws-parts-already.
           move ws-fail-count          to ws-write-failures.

           write cr-line    from ws-summary-line1
             after advancing 2 lines.
           write cr-line    from ws-summary-line2
             after advancing 2 lines.
           write cr-line    from ws-summary-line3
             after advancing 2 lines.
           write cr-line    from ws-summary-line4
             after advancing 2 lines.

       end program A6-PartLocationConvert.
