       identification division.
       program-id. A6-KitsBuildable.
       author. Kaifkhan Vakil.
       date-written. 2026-10-15.
      *Program description
      *This program prints the kits-buildable-from-stock report.  For
      *every kit on the kit structure file it works out how many
      *whole kits the stock on hand would make: each component's
      *on-hand divided by what one kit takes of it, and the kit can
      *be built no more times than its scarcest component allows.
      *That component is printed as the one limiting the kit, so
      *purchasing knows what to chase.  The count is off the part's
      *total on hand; a kit issue draws every component from one
      *location, so stock split across locations may need a
      *transfer before that many kits can actually be issued.

       environment division.
       configuration section.
       input-output section.
      *Declaring file control for input and output files.
       file-control.
           select kit-structure-file
           assign to "../../../A6-KITBOM.dat"
           organization is indexed
           access mode is sequential
           record key is kb-kit-key
           file status is ws-kb-status.

           select part-master
           assign to "../../../PARTMSTR.dat"
           organization is indexed
           access mode is random
           record key is pm-part-number
           file status is ws-pm-status.

           select buildable-report
           assign to "../../../A6-KitsBuildable.out".


       data division.
       file section.
      *File declaration of the kit structure file.  Same 15-byte
      *layout A6-KitStructureUpdate maintains.
       fd kit-structure-file
           data record is kb-kit-record
           record contains 15 characters.
       01 kb-kit-record.
         05 kb-kit-key.
           10 kb-kit-part-number        pic 9(5).
           10 kb-component-number       pic 9(5).
         05 kb-component-qty            pic 9(5).

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

      *File declaration of the buildable report.
       fd buildable-report
           data record is kr-line
           record contains 80 characters.
       01 kr-line                      pic x(80).

       working-storage section.

      *Declaring report headings.
       01 ws-report-heading1.
         05 filler                     pic x(15)   value
         "Kaifkhan vakil,".
         05 filler                     pic x(5)    value spaces.
         05 filler                     pic x(26)   value
         "Kits Buildable From Stock".
         05 ws-heading-date            pic 9(8).
         05 filler                     pic x(5)    value spaces.
         05 filler                     pic x(5)    value "PAGE ".
         05 ws-heading-page            pic zz9.

       01 ws-report-heading2.
         05 filler                     pic x(2)    value spaces.
         05 filler                     pic x(5)    value "KIT".
         05 filler                     pic x(2)    value spaces.
         05 filler                     pic x(10)   value
         "DESCRIPTN".
         05 filler                     pic x(2)    value spaces.
         05 filler                     pic x(5)    value "PARTS".
         05 filler                     pic x(2)    value spaces.
         05 filler                     pic x(9)    value "BUILDABLE".
         05 filler                     pic x(2)    value spaces.
         05 filler                     pic x(8)    value "LIMITED ".
         05 filler                     pic x(10)   value
         "DESCRIPTN".
         05 filler                     pic x(2)    value spaces.
         05 filler                     pic x(5)    value "ONHND".
         05 filler                     pic x(2)    value spaces.
         05 filler                     pic x(5)    value "PER".

       01 ws-detail-line.
         05 filler                     pic x(2)    value spaces.
         05 ws-detail-kit-number       pic 9(5).
         05 filler                     pic x(2)    value spaces.
         05 ws-detail-description      pic x(10).
         05 filler                     pic x(2)    value spaces.
         05 ws-detail-parts            pic zzzz9.
         05 filler                     pic x(6)    value spaces.
         05 ws-detail-buildable        pic zzzz9.
         05 filler                     pic x(2)    value spaces.
         05 ws-detail-limit-part       pic 9(5).
         05 filler                     pic x(3)    value spaces.
         05 ws-detail-limit-desc       pic x(10).
         05 filler                     pic x(2)    value spaces.
         05 ws-detail-limit-on-hand    pic zzzz9.
         05 filler                     pic x(2)    value spaces.
         05 ws-detail-limit-per        pic zzzz9.

       01 ws-summary-line1.
         05 filler                     pic x(12)   value "KITS LISTED".
         05 filler                     pic x(3)    value spaces.
         05 ws-kits-out                pic 9(7)    value 0.

       01 ws-summary-line2.
         05 filler                     pic x(19)   value
         "KITS NOT BUILDABLE".
         05 filler                     pic x(3)    value spaces.
         05 ws-unbuildable-out         pic 9(7)    value 0.

      *This line is for adding a blank line in the report.
       01 ws-blank-line                pic x(80)   value spaces.

      *this is the eof flag declaration.
       01 ws-flags.
         05 ws-eof-flag                pic x       value space.

      *This marks whether any kit group is open yet.
       01 ws-group-flags.
         05 ws-group-open-flag         pic x       value "N".
               88 ws-group-open                value "Y".

      *This is boolean constant to see the proper end of file.
       01 ws-boolean-cnst.
         05 ws-true-cnst               pic x       value "Y".
         05 ws-false-cnst              pic x       value "N".

       77 ws-kb-status                 pic xx      value spaces.
       77 ws-pm-status                 pic xx      value spaces.
       77 ws-run-date                  pic 9(8)    value 0.

      *The kit being worked, how many components it has, the fewest
      *kits any of them allows so far and the component doing the
      *limiting.  A component missing from the master allows none.
       77 ws-current-kit               pic 9(5)    value 0.
       77 ws-kit-parts                 pic 9(5)    value 0.
       77 ws-kit-buildable             pic 9(5)    value 0.
       77 ws-component-buildable       pic 9(5)    value 0.
       77 ws-limit-part                pic 9(5)    value 0.
       77 ws-limit-desc                pic x(10)   value spaces.
       77 ws-limit-on-hand             pic 9(5)    value 0.
       77 ws-limit-per                 pic 9(5)    value 0.
       77 ws-component-on-hand         pic 9(5)    value 0.
       77 ws-component-desc            pic x(10)   value spaces.
       77 ws-kit-count                 pic 9(7)    value 0.
       77 ws-unbuildable-count         pic 9(7)    value 0.

      *A page counter to keep the report paged.
       01 ws-line-page-counters.
         05 ws-line-count              pic 999     value 0.
         05 ws-page-count              pic 999     value 0.
         05 ws-lines-per-page-cnst     pic 999     value 50.

       procedure division.
       000-main.
           move ws-false-cnst to ws-eof-flag.

      *Opening the files.  No kit structure file means no kit has
      *been set up yet.
           open input kit-structure-file.
           if (ws-kb-status = "35")
               display "NO KITS ON FILE YET"
           else
           if (ws-kb-status not = "00")
               display "KIT STRUCTURE FILE NOT AVAILABLE -- STATUS "
                 ws-kb-status
               move 16                 to return-code
           else
               open input part-master
               if (ws-pm-status not = "00")
                   display "PART MASTER FILE NOT AVAILABLE -- STATUS "
                     ws-pm-status
                   close kit-structure-file
                   move 16             to return-code
               else
                   open output buildable-report
                   accept ws-run-date  from date yyyymmdd
                   move ws-run-date    to ws-heading-date
                   perform 400-page-heading

                   read kit-structure-file
                   at end move ws-true-cnst to ws-eof-flag
                   end-read

                   perform 100-check-one-component
                     until ws-eof-flag = ws-true-cnst

      *Closing out the last kit, if there was any data.
                   if (ws-group-open)
                       perform 130-print-kit
                   end-if
                   perform 200-summary-line

                   close kit-structure-file
                   close part-master
                   close buildable-report
               end-if
           end-if
           end-if.

           goback.

      *This paragraph works one component line: how many kits its
      *stock would make, and whether that makes it the kit's new
      *limit.  A change of kit prints the kit before it.
       100-check-one-component.
           if (not ws-group-open) or
             (kb-kit-part-number not = ws-current-kit)
               if (ws-group-open)
                   perform 130-print-kit
               end-if
               perform 120-open-kit
           end-if.

           add 1                       to ws-kit-parts.
           move kb-component-number    to pm-part-number.
           read part-master
             invalid key
               move 0                  to ws-component-on-hand
               move "NOT ON MST"       to ws-component-desc
             not invalid key
               move pm-on-hand-qty     to ws-component-on-hand
               move pm-part-description to ws-component-desc
           end-read.

      *Dividing into a whole-number field drops the part kit.
           if (kb-component-qty = 0)
               move 0                  to ws-component-buildable
           else
               divide kb-component-qty into ws-component-on-hand
                 giving ws-component-buildable
           end-if.

           if (ws-kit-parts = 1) or
             (ws-component-buildable < ws-kit-buildable)
               move ws-component-buildable to ws-kit-buildable
               move kb-component-number to ws-limit-part
               move ws-component-desc  to ws-limit-desc
               move ws-component-on-hand to ws-limit-on-hand
               move kb-component-qty   to ws-limit-per
           end-if.

           read kit-structure-file
           at end move ws-true-cnst    to ws-eof-flag.

      *This paragraph starts a new kit.
       120-open-kit.
           move kb-kit-part-number     to ws-current-kit.
           move 0                      to ws-kit-parts.
           move 0                      to ws-kit-buildable.
           set ws-group-open           to true.

      *This paragraph prints the kit just worked with its limiting
      *component.
       130-print-kit.
           add 1                       to ws-kit-count.
           if (ws-kit-buildable = 0)
               add 1                   to ws-unbuildable-count
           end-if.

           move ws-current-kit         to pm-part-number.
           read part-master
             invalid key
               move "NOT ON MST"       to ws-detail-description
             not invalid key
               move pm-part-description to ws-detail-description
           end-read.
           move ws-current-kit         to ws-detail-kit-number.
           move ws-kit-parts           to ws-detail-parts.
           move ws-kit-buildable       to ws-detail-buildable.
           move ws-limit-part          to ws-detail-limit-part.
           move ws-limit-desc          to ws-detail-limit-desc.
           move ws-limit-on-hand       to ws-detail-limit-on-hand.
           move ws-limit-per           to ws-detail-limit-per.

           perform 410-check-page.
           write kr-line               from ws-detail-line
             after advancing 1 line.
           add 1                       to ws-line-count.

      *This paragraph starts a fresh page with the report heading.
       400-page-heading.
           add 1                       to ws-page-count.
           move ws-page-count          to ws-heading-page.
           if (ws-page-count > 1)
               write kr-line           from ws-blank-line
                 after page
               write kr-line           from ws-report-heading1
                 after advancing 1 line
           else
               write kr-line           from ws-report-heading1
                 before advancing 1 line
           end-if.
           write kr-line               from ws-report-heading2
             after advancing 2 lines.
           move 0                      to ws-line-count.

      *This paragraph breaks to a new page when the current one is
      *full.
       410-check-page.
           if (ws-line-count > ws-lines-per-page-cnst)
               perform 400-page-heading
           end-if.

      *Writing summary lines.
       200-summary-line.
           move ws-kit-count           to ws-kits-out.
           move ws-unbuildable-count   to ws-unbuildable-out.
           write kr-line    from ws-summary-line1
             after advancing 2 lines.
           write kr-line    from ws-summary-line2
             after advancing 2 lines.

       end program A6-KitsBuildable.
