       identification division.
       program-id. A6-KitWhereUsed.
       author. Kaifkhan Vakil.
       date-written. 2026-10-15.
      *Program description
      *This program prints the kit where-used report.  The kit
      *structure file is keyed kit first, which answers "what goes
      *into this kit"; this run turns it round and lists, for every
      *part that is a component of any kit, the kits it goes into
      *and how many of it each kit takes, so nobody changes or
      *purges a part without knowing which kits lean on it.

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

           select sort-work-file
           assign to "../../../A6-SORTWORK.tmp".

           select where-used-report
           assign to "../../../A6-KitWhereUsed.out".


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

      *Sort record carrying one kit line, keyed so the output
      *procedure sees component-major, kit-minor order.
       sd sort-work-file
           data record is sw-sort-record.
       01 sw-sort-record.
         05 sw-component-number         pic 9(5).
         05 sw-kit-part-number          pic 9(5).
         05 sw-component-qty            pic 9(5).

      *File declaration of the where-used report.
       fd where-used-report
           data record is wu-line
           record contains 80 characters.
       01 wu-line                      pic x(80).

       working-storage section.

      *Declaring report headings.
       01 ws-report-heading1.
         05 filler                     pic x(15)   value
         "Kaifkhan vakil,".
         05 filler                     pic x(5)    value spaces.
         05 filler                     pic x(26)   value
         "Kit Where-Used Report".
         05 ws-heading-date            pic 9(8).
         05 filler                     pic x(5)    value spaces.
         05 filler                     pic x(5)    value "PAGE ".
         05 ws-heading-page            pic zz9.

       01 ws-report-heading2.
         05 filler                     pic x(6)    value spaces.
         05 filler                     pic x(5)    value "KIT".
         05 filler                     pic x(2)    value spaces.
         05 filler                     pic x(10)   value
         "DESCRIPTN".
         05 filler                     pic x(2)    value spaces.
         05 filler                     pic x(7)    value "QTY PER".

      *One heading line per component.
       01 ws-component-heading.
         05 filler                     pic x(10)   value "COMPONENT ".
         05 ws-ch-component-number     pic 9(5).
         05 filler                     pic x(2)    value spaces.
         05 ws-ch-description          pic x(20).

       01 ws-detail-line.
         05 filler                     pic x(6)    value spaces.
         05 ws-detail-kit-number       pic 9(5).
         05 filler                     pic x(2)    value spaces.
         05 ws-detail-description      pic x(10).
         05 filler                     pic x(4)    value spaces.
         05 ws-detail-qty              pic zzzz9.

      *One total line per component.
       01 ws-component-total-line.
         05 filler                     pic x(6)    value spaces.
         05 filler                     pic x(12)   value
         "USED IN KITS".
         05 filler                     pic x(2)    value spaces.
         05 ws-ct-kit-count            pic zzzz9.

       01 ws-summary-line1.
         05 filler                     pic x(16)   value
         "COMPONENTS USED".
         05 filler                     pic x(3)    value spaces.
         05 ws-components-out          pic 9(7)    value 0.

       01 ws-summary-line2.
         05 filler                     pic x(16)   value
         "KIT LINES LISTED".
         05 filler                     pic x(3)    value spaces.
         05 ws-kit-lines-out           pic 9(7)    value 0.

      *This line is for adding a blank line in the report.
       01 ws-blank-line                pic x(80)   value spaces.

      *this is the eof flag declaration for the kit file load and
      *the sorted return leg.
       01 ws-flags.
         05 ws-eof-flag                pic x       value space.
         05 ws-sort-eof-flag           pic x       value space.

      *This marks whether any component group is open yet.
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

      *The component whose group is being printed, and the counts.
       77 ws-current-component         pic 9(5)    value 0.
       77 ws-component-kits            pic 9(5)    value 0.
       77 ws-component-count           pic 9(7)    value 0.
       77 ws-kit-line-count            pic 9(7)    value 0.

      *A page counter to keep the report paged.
       01 ws-line-page-counters.
         05 ws-line-count              pic 999     value 0.
         05 ws-page-count              pic 999     value 0.
         05 ws-lines-per-page-cnst     pic 999     value 50.

       procedure division.
       000-main.
           move ws-false-cnst to ws-eof-flag.
           move ws-false-cnst to ws-sort-eof-flag.

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
                   open output where-used-report
                   accept ws-run-date  from date yyyymmdd
                   move ws-run-date    to ws-heading-date

                   sort sort-work-file
                     on ascending key sw-component-number
                                      sw-kit-part-number
                     input procedure is 100-load-kit-lines
                     output procedure is 300-print-where-used

                   close kit-structure-file
                   close part-master
                   close where-used-report
               end-if
           end-if
           end-if.

           goback.

      *This paragraph feeds every kit line to the sort.
       100-load-kit-lines.
           read kit-structure-file
           at end move ws-true-cnst    to ws-eof-flag.
           perform 110-release-kit-line
             until ws-eof-flag = ws-true-cnst.

      *This paragraph releases one kit line to the sort work file.
       110-release-kit-line.
           move kb-component-number    to sw-component-number.
           move kb-kit-part-number     to sw-kit-part-number.
           move kb-component-qty       to sw-component-qty.
           release sw-sort-record.
           read kit-structure-file
           at end move ws-true-cnst    to ws-eof-flag.

      *This paragraph takes the sorted kit lines back, breaking on
      *each change of component.
       300-print-where-used.
           perform 400-page-heading.
           return sort-work-file
           at end move ws-true-cnst    to ws-sort-eof-flag.
           perform 310-print-one-kit-line
             until ws-sort-eof-flag = ws-true-cnst.

      *Closing out the last component group, if there was any data.
           if (ws-group-open)
               perform 330-component-total
           end-if.
           perform 200-summary-line.

      *This paragraph prints one kit the component goes into,
      *opening a new component group whenever the component changes.
       310-print-one-kit-line.
           if (not ws-group-open) or
             (sw-component-number not = ws-current-component)
               if (ws-group-open)
                   perform 330-component-total
               end-if
               perform 320-component-heading
           end-if.

           move sw-kit-part-number     to pm-part-number.
           read part-master
             invalid key
               move "NOT ON MST"       to ws-detail-description
             not invalid key
               move pm-part-description to ws-detail-description
           end-read.
           move sw-kit-part-number     to ws-detail-kit-number.
           move sw-component-qty       to ws-detail-qty.

           perform 410-check-page.
           write wu-line               from ws-detail-line
             after advancing 1 line.
           add 1                       to ws-line-count.
           add 1                       to ws-component-kits.
           add 1                       to ws-kit-line-count.

           return sort-work-file
           at end move ws-true-cnst    to ws-sort-eof-flag.

      *This paragraph opens a component group: looks the component
      *up on the part master and prints the group heading.
       320-component-heading.
           move sw-component-number    to ws-current-component.
           move 0                      to ws-component-kits.
           add 1                       to ws-component-count.
           set ws-group-open           to true.

           move ws-current-component   to pm-part-number.
           read part-master
             invalid key
               move "*NOT ON PART MASTER"  to ws-ch-description
             not invalid key
               move pm-part-description to ws-ch-description
           end-read.
           move ws-current-component   to ws-ch-component-number.

           perform 410-check-page.
           write wu-line               from ws-component-heading
             after advancing 2 lines.
           add 2                       to ws-line-count.

      *This paragraph closes a component group with its kit count.
       330-component-total.
           move ws-component-kits      to ws-ct-kit-count.
           write wu-line               from ws-component-total-line
             after advancing 1 line.
           add 1                       to ws-line-count.

      *This paragraph starts a fresh page with the report heading.
       400-page-heading.
           add 1                       to ws-page-count.
           move ws-page-count          to ws-heading-page.
           if (ws-page-count > 1)
               write wu-line           from ws-blank-line
                 after page
               write wu-line           from ws-report-heading1
                 after advancing 1 line
           else
               write wu-line           from ws-report-heading1
                 before advancing 1 line
           end-if.
           write wu-line               from ws-report-heading2
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
           move ws-component-count     to ws-components-out.
           move ws-kit-line-count      to ws-kit-lines-out.
           write wu-line    from ws-summary-line1
             after advancing 2 lines.
           write wu-line    from ws-summary-line2
             after advancing 2 lines.

       end program A6-KitWhereUsed.
