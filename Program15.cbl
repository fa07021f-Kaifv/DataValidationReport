      *one line per part with the part number, description and a
      *blank column for the counted quantity, so the warehouse walks
      *the aisles with the same list the compare run will settle
      *against.  The operator may name one stock location to count;
      *the sheet then carries only the parts stocked there, with the
      *location's quantity as the book, so one location can be
      *counted while the rest of the warehouse keeps working.

       environment division.
       configuration section.
           select count-sheet-report
           assign to "../../../A6-CountSheetExtract.out".

      *The stock locations an operator may name, and the part's
      *stock at each.  Both are read only for a location count.
           select optional location-file
           assign to "../../../A6-LOCATIONS.dat"
           organization is line sequential
           file status is ws-lc-status.

           select part-location-file
           assign to "../../../A6-PARTLOC.dat"
           organization is indexed
           access mode is random
           record key is sl-location-key
           file status is ws-sl-status.


       data division.
       file section.
         05 pm-last-activity-date       pic 9(8).

      *File declaration of the count sheet file.  One record per
      *part: the part, its description, the frozen book on-hand, the
      *unit price the compare run values the variance at, and the
      *location being counted -- blank when the whole part is.
       fd count-sheet-file
           data record is cs-line
           record contains 27 characters.
       01 cs-line.
         05 cs-part-number             pic 9(5).
         05 cs-part-description        pic x(10).
         05 cs-book-on-hand            pic 9(5).
         05 cs-unit-price              pic 9(2)v99.
         05 cs-location-code           pic x(3).

      *File declaration of the location list.  Same 23-byte layout
      *A6-DataValidation reads.
       fd location-file
           data record is lc-line
           record contains 23 characters.
       01 lc-line.
         05 lc-location-code           pic x(3).
         05 lc-location-name           pic x(20).

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

      *File declaration of the printed count sheets.
       fd count-sheet-report
         05 filler                     pic x(4)    value spaces.
         05 filler                     pic x(7)    value "COUNTED".

       01 ws-location-heading.
         05 filler                     pic x(2)    value spaces.
         05 filler                     pic x(9)    value "LOCATION ".
         05 ws-heading-location-code   pic x(3)    value spaces.
         05 filler                     pic x(2)    value spaces.
         05 ws-heading-location-name   pic x(20)   value
         "ALL LOCATIONS".

       01 ws-detail-line.
         05 filler                     pic x(2)    value spaces.
         05 ws-detail-part-number      pic 9(5).
       77 ws-pm-status                 pic xx      value spaces.
       77 ws-extract-count             pic 9(7)    value 0.

      *The location being counted, keyed by the operator -- blank
      *counts every part whole -- and whether it checked out on the
      *location list.  With no list on hand only the main warehouse
      *is a location.
       77 ws-lc-status                 pic xx      value spaces.
       77 ws-sl-status                 pic xx      value spaces.
       77 ws-count-location            pic x(3)    value spaces.
       77 ws-default-location-cnst     pic x(3)    value "MWH".
       01 ws-location-flags.
         05 ws-location-ok-flag        pic x       value "Y".
               88 ws-location-ok               value "Y".
         05 ws-list-eof-flag           pic x       value "N".

      *A page counter to keep the sheets paged.
       01 ws-line-page-counters.
         05 ws-line-count              pic 999     value 0.
       000-main.
           move ws-false-cnst to ws-eof-flag.

      *The operator names the location to count, if only one is.
           display "ENTER LOCATION TO COUNT -- BLANK FOR WHOLE PART".
           accept ws-count-location.
           if (ws-count-location not = spaces)
               perform 050-check-location
           end-if.

           if (not ws-location-ok)
               move 16                 to return-code
           else

      *Opening the files.  A count cycle without a master to freeze
      *is an operations error, not an empty sheet.
           open input part-master
           if (ws-pm-status not = "00")
               display "PART MASTER FILE NOT AVAILABLE -- STATUS "
                 ws-pm-status
               move 16                 to return-code
               if (ws-count-location not = spaces)
                   close part-location-file
               end-if
           else
               open output count-sheet-file
               open output count-sheet-report
               close part-master
               close count-sheet-file
               close count-sheet-report
               if (ws-count-location not = spaces)
                   close part-location-file
               end-if
           end-if
           end-if.

           goback.

      *This paragraph checks the location to count against the
      *location list and opens the part location file it is counted
      *from.
       050-check-location.
           move "N"                    to ws-location-ok-flag.
           move ws-count-location      to ws-heading-location-code.
           move spaces                 to ws-heading-location-name.
           if (ws-count-location = ws-default-location-cnst)
               move "Y"                to ws-location-ok-flag
           end-if.
           move ws-false-cnst          to ws-list-eof-flag.
           open input location-file.
           if (ws-lc-status = "00")
               read location-file
               at end move ws-true-cnst to ws-list-eof-flag
               end-read
               perform 055-check-one-location
                 until ws-list-eof-flag = ws-true-cnst
           end-if.
           close location-file.

           if (not ws-location-ok)
               display "LOCATION " ws-count-location
                 " IS NOT ON THE LOCATION LIST -- NO SHEET CUT"
           else
               open input part-location-file
               if (ws-sl-status not = "00")
                   display "PART LOCATION FILE NOT AVAILABLE -- STATUS "
                     ws-sl-status
                   move "N"            to ws-location-ok-flag
               end-if
           end-if.

      *This paragraph matches the location against one list entry.
       055-check-one-location.
           if (lc-location-code = ws-count-location)
               move "Y"                to ws-location-ok-flag
               move lc-location-name   to ws-heading-location-name
           end-if.
           read location-file
           at end move ws-true-cnst    to ws-list-eof-flag.

      *This paragraph freezes one part's book position onto the
      *count sheet file and prints its count sheet line.
      *On a location count only the parts stocked at the location
      *are cut, with the location's quantity as their book.
       100-extract-part.
           if (ws-count-location = spaces)
               move pm-on-hand-qty     to cs-book-on-hand
               perform 110-write-sheet-line
           else
               move pm-part-number     to sl-part-number
               move ws-count-location  to sl-location-code
               read part-location-file
                 invalid key
                   continue
                 not invalid key
                   move sl-on-hand-qty to cs-book-on-hand
                   perform 110-write-sheet-line
               end-read
           end-if.

           read part-master
           at end move ws-true-cnst to ws-eof-flag.

      *This paragraph writes one part's count sheet record and its
      *printed line.
       110-write-sheet-line.
           add 1 to ws-extract-count.

           move pm-part-number         to cs-part-number.
           move pm-part-description    to cs-part-description.
           move pm-unit-price          to cs-unit-price.
           move ws-count-location      to cs-location-code.
           write cs-line.

           move pm-part-number         to ws-detail-part-number.
           move pm-part-description    to ws-detail-description.
           move cs-book-on-hand        to ws-detail-book.
           perform 410-check-page.
           write cr-line               from ws-detail-line
             after advancing 1 line.
           add 1                       to ws-line-count.

      *This paragraph starts a fresh page with the report heading.
       400-page-heading.
           add 1                       to ws-page-count.
               write cr-line           from ws-report-heading1
                 before advancing 1 line
           end-if.
           write cr-line               from ws-location-heading
             after advancing 2 lines.
           write cr-line               from ws-report-heading2
             after advancing 2 lines.
           move 0                      to ws-line-count.
