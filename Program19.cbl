      *without a recompile; the default applies when the file is not
      *on hand.  A part whose last-activity date never got stamped
      *is treated as long dead, the same way the audit archive
      *treats undated entries.  A dead part that a kit is built
      *from or is itself a kit, or that still has an open back-order
      *or an open PO line, is kept and shown on the register with
      *the reason, and a part that goes takes its location records
      *with it.  The reconciliation carry is retaken afterward, so
      *the next certificate balances against the master as it now
      *stands.

       environment division.
       configuration section.
           assign to "../../../A6-RECONCARRY.dat"
           organization is line sequential.

      *The files that can still lean on a dead part: the kit
      *structure, the back-orders and the PO lines.  Any of them may
      *not exist yet, which means nothing on it can hold a purge up.
           select kit-structure-file
           assign to "../../../A6-KITBOM.dat"
           organization is indexed
           access mode is dynamic
           record key is kb-kit-key
           file status is ws-kb-status.

           select backorder-file
           assign to "../../../A6-BACKORDER.dat"
           organization is indexed
           access mode is dynamic
           record key is bo-order-key
           file status is ws-bo-status.

           select open-order-file
           assign to "../../../A6-OPENPO.dat"
           organization is indexed
           access mode is dynamic
           record key is op-order-key
           file status is ws-op-status.

      *The part's stock by location.  A purged part's location
      *records go with it.
           select part-location-file
           assign to "../../../A6-PARTLOC.dat"
           organization is indexed
           access mode is dynamic
           record key is sl-location-key
           file status is ws-sl-status.

           select purge-report
           assign to "../../../A6-PartPurge.out".

       01 cy-line.
         05 cy-master-count            pic 9(7).

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

      *File declaration of the back-order file.  Same 60-byte
      *layout A6-PartMasterUpdate keeps; only the status matters
      *here.
       fd backorder-file
           data record is bo-record
           record contains 60 characters.
       01 bo-record.
         05 bo-order-key.
           10 bo-part-number           pic 9(5).
           10 bo-order-date            pic 9(8).
           10 bo-run-number            pic 9(5).
           10 bo-sequence              pic 9(5).
         05 filler                     pic x(13).
         05 bo-status                  pic x.
               88 bo-open                      value "O".
         05 filler                     pic x(23).

      *File declaration of the open-order file.  Same 76-byte layout
      *A6-ReorderReport writes; only the status matters here.
       fd open-order-file
           data record is op-order-record
           record contains 76 characters.
       01 op-order-record.
         05 op-order-key.
           10 op-part-number           pic 9(5).
           10 op-po-number             pic 9(7).
           10 op-line-number           pic 9(3).
         05 filler                     pic x(40).
         05 op-status                  pic x.
               88 op-line-closed               value "C".
         05 filler                     pic x(20).

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

      *File declaration of the purge register.
       fd purge-report
           data record is pg-line
         05 filler                     pic x(3)    value spaces.
         05 ws-purge-errors            pic 9(7)    value 0.

       01 ws-summary-line5.
         05 filler                     pic x(13)   value
         "KEPT IN USE".
         05 filler                     pic x(2)    value spaces.
         05 ws-parts-in-use            pic 9(7)    value 0.

       01 ws-summary-line6.
         05 filler                     pic x(17)   value
         "LOCATIONS DELETED".
         05 filler                     pic x(3)    value spaces.
         05 ws-locations-deleted       pic 9(7)    value 0.

      *this is the eof flag declaration for the sweep and the
      *recount.
       01 ws-flags.
         05 ws-eof-flag                pic x       value space.

      *Whether each file that can hold a purge up is on hand, not
      *there at all, or there but unreadable -- a part that cannot be
      *checked is kept the same as one that is in use -- and the
      *state of the in-use check and location sweep on the part in
      *hand.
       01 ws-reference-flags.
         05 ws-kb-state-flag           pic x       value "N".
               88 ws-kb-on-hand                value "Y".
               88 ws-kb-unusable               value "E".
         05 ws-bo-state-flag           pic x       value "N".
               88 ws-bo-on-hand                value "Y".
               88 ws-bo-unusable               value "E".
         05 ws-op-state-flag           pic x       value "N".
               88 ws-op-on-hand                value "Y".
               88 ws-op-unusable               value "E".
         05 ws-sl-state-flag           pic x       value "N".
               88 ws-sl-on-hand                value "Y".
               88 ws-sl-unusable               value "E".
         05 ws-in-use-flag             pic x       value "N".
               88 ws-part-in-use               value "Y".
         05 ws-scan-done-flag          pic x       value "N".
               88 ws-scan-done                 value "Y".

      *This is boolean constant to see the proper end of file.
       01 ws-boolean-cnst.
         05 ws-true-cnst               pic x       value "Y".
       77 ws-pm-status                 pic xx      value spaces.
       77 ws-pl-status                 pic xx      value spaces.
       77 ws-ar-status                 pic xx      value spaces.
       77 ws-kb-status                 pic xx      value spaces.
       77 ws-bo-status                 pic xx      value spaces.
       77 ws-op-status                 pic xx      value spaces.
       77 ws-sl-status                 pic xx      value spaces.

      *The part being checked or purged, and why it was kept.
       77 ws-check-part                pic 9(5)    value 0.
       77 ws-in-use-result             pic x(16)   value spaces.

       77 ws-read-count                pic 9(7)    value 0.
       77 ws-purged-count              pic 9(7)    value 0.
       77 ws-kept-count                pic 9(7)    value 0.
       77 ws-error-count               pic 9(7)    value 0.
       77 ws-in-use-count              pic 9(7)    value 0.
       77 ws-location-count            pic 9(7)    value 0.

      *The inactivity threshold in months, and the default that
      *applies when no purge-limit file is on hand.
           else
               perform 050-read-purge-limit
               perform 055-open-archive
               perform 065-open-reference-files
               open output purge-report

      *The run date anchors the cutoff: a part is purgeable when
               close part-master
               close part-archive-file
               close purge-report
               perform 070-close-reference-files

      *The master shrank, so the reconciliation carry is retaken
      *the same way the backout run retakes it.
               open output part-archive-file
           end-if.

      *This paragraph opens the files that can hold a purge up, and
      *the part location file, noting for each whether it is on
      *hand.  A file that is not there holds nothing up.
       065-open-reference-files.
           open input kit-structure-file.
           if (ws-kb-status = "00")
               set ws-kb-on-hand       to true
           else
           if (ws-kb-status not = "35")
               set ws-kb-unusable      to true
               display "KIT STRUCTURE FILE NOT AVAILABLE -- STATUS "
                 ws-kb-status
           end-if
           end-if.

           open input backorder-file.
           if (ws-bo-status = "00")
               set ws-bo-on-hand       to true
           else
           if (ws-bo-status not = "35")
               set ws-bo-unusable      to true
               display "BACK-ORDER FILE NOT AVAILABLE -- STATUS "
                 ws-bo-status
           end-if
           end-if.

           open input open-order-file.
           if (ws-op-status = "00")
               set ws-op-on-hand       to true
           else
           if (ws-op-status not = "35")
               set ws-op-unusable      to true
               display "OPEN ORDER FILE NOT AVAILABLE -- STATUS "
                 ws-op-status
           end-if
           end-if.

           open i-o part-location-file.
           if (ws-sl-status = "00")
               set ws-sl-on-hand       to true
           else
           if (ws-sl-status not = "35")
               set ws-sl-unusable      to true
               display "PART LOCATION FILE NOT AVAILABLE -- STATUS "
                 ws-sl-status
           end-if
           end-if.

      *This paragraph closes whichever of those files opened.
       070-close-reference-files.
           if (ws-kb-on-hand)
               close kit-structure-file
           end-if.
           if (ws-bo-on-hand)
               close backorder-file
           end-if.
           if (ws-op-on-hand)
               close open-order-file
           end-if.
           if (ws-sl-on-hand)
               close part-location-file
           end-if.

      *This paragraph backs the cutoff date off the run date by the
      *configured number of months, carrying the year along.
       060-compute-cutoff.
           if (pm-on-hand-qty is numeric) and (pm-on-hand-qty = 0)
             and ((pm-last-activity-date is not numeric) or
             (pm-last-activity-date < ws-cutoff-date))
               perform 120-check-part-in-use
               if (ws-part-in-use)
                   perform 115-keep-part-in-use
               else
                   perform 110-purge-part
               end-if
           else
               add 1                   to ws-kept-count
           end-if.
             not invalid key
               move "PURGED"           to ws-detail-result
               add 1                   to ws-purged-count
               if (ws-sl-on-hand)
                   perform 130-delete-locations
               end-if
           end-delete.

           write pg-line               from ws-detail-line
             after advancing 1 line.

      *This paragraph prints the register line for a dead part that
      *something still leans on.  It stays on the master.
       115-keep-part-in-use.
           move pm-part-number         to ws-detail-part-number.
           move pm-part-description    to ws-detail-description.
           move pm-last-activity-date  to ws-detail-last-activity.
           move ws-in-use-result       to ws-detail-result.
           add 1                       to ws-in-use-count.

           write pg-line               from ws-detail-line
             after advancing 1 line.

      *This paragraph checks every file that can lean on a dead
      *part, stopping at the first that does.  A file that is there
      *but would not open cannot be checked, and a part that cannot
      *be checked is kept the same as one that is in use -- so is
      *one whose location records could not go with it.
       120-check-part-in-use.
           move "N"                    to ws-in-use-flag.
           move spaces                 to ws-in-use-result.
           move pm-part-number         to ws-check-part.

           if (ws-kb-unusable) or (ws-bo-unusable) or
             (ws-op-unusable) or (ws-sl-unusable)
               set ws-part-in-use      to true
               move "KEPT-NOCHECK"     to ws-in-use-result
           end-if.
           if (not ws-part-in-use) and (ws-kb-on-hand)
               perform 140-check-kits
           end-if.
           if (not ws-part-in-use) and (ws-bo-on-hand)
               perform 150-check-back-orders
           end-if.
           if (not ws-part-in-use) and (ws-op-on-hand)
               perform 160-check-open-orders
           end-if.

      *This paragraph removes the purged part's location records.
       130-delete-locations.
           move "N"                    to ws-scan-done-flag.
           move ws-check-part          to sl-part-number.
           move low-values             to sl-location-code.
           start part-location-file
             key is not less than sl-location-key
             invalid key
               set ws-scan-done        to true
           end-start.
           perform 135-delete-one-location
             until ws-scan-done.

      *This paragraph removes the next of the purged part's
      *location records.
       135-delete-one-location.
           read part-location-file next record
             at end
               set ws-scan-done        to true
           end-read.
           if (not ws-scan-done)
               if (sl-part-number not = ws-check-part)
                   set ws-scan-done    to true
               else
                   delete part-location-file
                     invalid key
                       display "PART LOCATION DELETE FAILED FOR PART "
                         sl-part-number " LOCATION " sl-location-code
                       add 1           to ws-error-count
                     not invalid key
                       add 1           to ws-location-count
                   end-delete
               end-if
           end-if.

      *This paragraph looks for the part on the kit structure, as a
      *kit or as a component of one.  The file is keyed kit first,
      *so only a pass over all of it answers the component side.
       140-check-kits.
           move "N"                    to ws-scan-done-flag.
           move low-values             to kb-kit-key.
           start kit-structure-file
             key is not less than kb-kit-key
             invalid key
               set ws-scan-done        to true
           end-start.
           perform 145-check-one-kit-line
             until ws-scan-done.

      *This paragraph checks one kit structure line.
       145-check-one-kit-line.
           read kit-structure-file next record
             at end
               set ws-scan-done        to true
             not at end
               if (kb-kit-part-number = ws-check-part)
                   set ws-part-in-use  to true
                   set ws-scan-done    to true
                   move "KEPT-KIT"     to ws-in-use-result
               else
               if (kb-component-number = ws-check-part)
                   set ws-part-in-use  to true
                   set ws-scan-done    to true
                   move "KEPT-COMPONENT" to ws-in-use-result
               end-if
               end-if
           end-read.

      *This paragraph looks for an open back-order on the part.  The
      *file is keyed part first, so the part's back-orders come
      *back together.
       150-check-back-orders.
           move "N"                    to ws-scan-done-flag.
           move ws-check-part          to bo-part-number.
           move 0                      to bo-order-date.
           move 0                      to bo-run-number.
           move 0                      to bo-sequence.
           start backorder-file
             key is not less than bo-order-key
             invalid key
               set ws-scan-done        to true
           end-start.
           perform 155-check-one-back-order
             until ws-scan-done.

      *This paragraph checks one of the part's back-orders.
       155-check-one-back-order.
           read backorder-file next record
             at end
               set ws-scan-done        to true
             not at end
               if (bo-part-number not = ws-check-part)
                   set ws-scan-done    to true
               else
               if (bo-open)
                   set ws-part-in-use  to true
                   set ws-scan-done    to true
                   move "KEPT-BACKORDER" to ws-in-use-result
               end-if
               end-if
           end-read.

      *This paragraph looks for a PO line still open on the part.
      *Closed lines are history and do not hold a purge up.
       160-check-open-orders.
           move "N"                    to ws-scan-done-flag.
           move ws-check-part          to op-part-number.
           move 0                      to op-po-number.
           move 0                      to op-line-number.
           start open-order-file
             key is not less than op-order-key
             invalid key
               set ws-scan-done        to true
           end-start.
           perform 165-check-one-order
             until ws-scan-done.

      *This paragraph checks one of the part's PO lines.
       165-check-one-order.
           read open-order-file next record
             at end
               set ws-scan-done        to true
             not at end
               if (op-part-number not = ws-check-part)
                   set ws-scan-done    to true
               else
               if (not op-line-closed)
                   set ws-part-in-use  to true
                   set ws-scan-done    to true
                   move "KEPT-OPEN-PO" to ws-in-use-result
               end-if
               end-if
           end-read.

      *This paragraph retakes the physical master count and
      *rewrites the reconciliation carry, so the next certificate
      *balances against the master as it now stands.
           move ws-purged-count        to ws-parts-purged.
           move ws-kept-count          to ws-parts-kept.
           move ws-error-count         to ws-purge-errors.
           move ws-in-use-count        to ws-parts-in-use.
           move ws-location-count      to ws-locations-deleted.

           write pg-line    from ws-summary-line1
             after advancing 2 lines.
             after advancing 2 lines.
           write pg-line    from ws-summary-line4
             after advancing 2 lines.
           write pg-line    from ws-summary-line5
             after advancing 2 lines.
           write pg-line    from ws-summary-line6
             after advancing 2 lines.

       end program A6-PartPurge.
