       identification division.
       program-id. A6-KitStructureUpdate.
       author. Kaifkhan Vakil.
       date-written. 2026-10-15.
      *Program description
      *This program maintains the kit structure file: one record per
      *component of a kit, naming the kit part, the component part
      *and how many of the component go into one kit.  The posting
      *run explodes a kit issue into component issues off this file,
      *so it is maintained the same way the contract price file is --
      *through its own transaction file (adds, changes and deletes),
      *edited and posted here with a report and counts, never hand
      *edited.  Both the kit and the component have to be on the
      *part master, since a kit nobody can issue or a component
      *nobody stocks is a keying error.

       environment division.
       configuration section.
       input-output section.
      *Declaring file control for input and output files.
       file-control.
           select kit-trans-file
           assign to "../../../KITTRANS.dat"
           organization is line sequential.

           select kit-structure-file
           assign to "../../../A6-KITBOM.dat"
           organization is indexed
           access mode is dynamic
           record key is kb-kit-key
           file status is ws-kb-status.

           select part-master
           assign to "../../../PARTMSTR.dat"
           organization is indexed
           access mode is random
           record key is pm-part-number
           file status is ws-pm-status.

           select post-report
           assign to "../../../A6-KitStructureUpdate.out".


       data division.
       file section.
      *File declaration of the kit transaction file.  One 16-byte
      *record per requested add, change or delete of one component
      *line of a kit.
       fd kit-trans-file
           data record is kt-line
           record contains 16 characters.
       01 kt-line.
         05 kt-maint-code               pic x.
               88 kt-class-valid                   value 'A', 'C', 'D'.
         05 kt-kit-part-number          pic 9(5).
         05 kt-component-number         pic 9(5).
         05 kt-component-qty            pic 9(5).

      *File declaration of the kit structure file: one record per
      *kit/component pair carrying how many of the component one kit
      *takes.  Keyed kit-major, so a kit's components come back
      *together.
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

      *File declaration of the posting report.
       fd post-report
           data record is pr-line
           record contains 60 characters.
       01 pr-line                      pic x(60).

       working-storage section.

      *Declaring report headings.
       01 ws-report-heading1.
         05 filler                     pic x(15)   value
         "Kaifkhan vakil,".
         05 filler                     pic x(5)    value spaces.
         05 filler                     pic x(25)   value
         "Kit Structure Update Run".

       01 ws-report-heading2.
         05 filler                     pic x(6)    value "RECORD".
         05 filler                     pic x(2)    value spaces.
         05 filler                     pic x(40)   value
         "KIT    COMPNT   QTY  ACTION  RESULT".

       01 ws-detail-line.
         05 filler                     pic x(2)    value spaces.
         05 ws-record-number           pic 9(7).
         05 filler                     pic x(2)    value spaces.
         05 ws-detail-kit-number       pic x(5).
         05 filler                     pic x(2)    value spaces.
         05 ws-detail-component        pic x(5).
         05 filler                     pic x(2)    value spaces.
         05 ws-detail-qty              pic x(5).
         05 filler                     pic x(2)    value spaces.
         05 ws-detail-action           pic x(6).
         05 filler                     pic x(2)    value spaces.
         05 ws-detail-result           pic x(20).

       01 ws-summary-line1.
         05 filler                     pic x(10)   value "TOTAL READ".
         05 filler                     pic x(3)    value spaces.
         05 ws-total-read              pic 9(7)    value 0.

       01 ws-summary-line2.
         05 filler                     pic x(12)   value "EDIT REJECTS".
         05 filler                     pic x(3)    value spaces.
         05 ws-edit-rejects            pic 9(7)    value 0.

       01 ws-summary-line3.
         05 filler                     pic x(11)   value "ADDS POSTED".
         05 filler                     pic x(3)    value spaces.
         05 ws-adds-posted             pic 9(7)    value 0.

       01 ws-summary-line4.
         05 filler                     pic x(14)   value
         "CHANGES POSTED".
         05 filler                     pic x(3)    value spaces.
         05 ws-changes-posted          pic 9(7)    value 0.

       01 ws-summary-line5.
         05 filler                     pic x(14)   value
         "DELETES POSTED".
         05 filler                     pic x(3)    value spaces.
         05 ws-deletes-posted          pic 9(7)    value 0.

       01 ws-summary-line6.
         05 filler                     pic x(15)   value
         "POSTING REJECTS".
         05 filler                     pic x(3)    value spaces.
         05 ws-posting-rejects         pic 9(7)    value 0.

      *this is the eof flag declaration.
       01 ws-flags.
         05 ws-eof-flag                pic x       value space.

      *This is the edit result for the transaction currently being
      *processed.
       01 ws-edit-flags.
         05 ws-edit-ok-flag            pic x       value space.
               88 ws-edit-ok                   value "Y".
               88 ws-edit-failed               value "N".

      *This is the part-master lookup result for the part currently
      *being edited.
       01 ws-part-flags.
         05 ws-part-found-flag         pic x       value space.
               88 ws-part-found                value "Y".
               88 ws-part-not-found            value "N".

      *This is boolean constant to see the proper end of file.
       01 ws-boolean-cnst.
         05 ws-true-cnst               pic x       value "Y".
         05 ws-false-cnst              pic x       value "N".

       77 ws-kb-status                 pic xx      value spaces.
       77 ws-pm-status                 pic xx      value spaces.
       77 ws-record-count              pic 9(7)    value 0.

       procedure division.
       000-main.
           move ws-false-cnst to ws-eof-flag.

      *Opening the files.  Kit maintenance without the part master
      *to edit against is an operations error.
           open input part-master.
           if (ws-pm-status not = "00")
               display "PART MASTER FILE NOT AVAILABLE -- STATUS "
                 ws-pm-status
               move 16                 to return-code
           else
               open input kit-trans-file
               perform 050-open-kit-file
               open output post-report

               write pr-line from ws-report-heading1
               before advancing 1 line
               write pr-line from ws-report-heading2
               after advancing 2 lines

               read kit-trans-file
               at end move ws-true-cnst to ws-eof-flag
               end-read

               perform 100-post-transaction
                 until ws-eof-flag = ws-true-cnst

               perform 200-summary-line

               close kit-trans-file
               close kit-structure-file
               close part-master
               close post-report
           end-if.

           goback.

      *This paragraph opens the kit structure file for update,
      *creating it the first time the maintenance run finds it does
      *not exist yet.
       050-open-kit-file.
           open i-o kit-structure-file.
           if (ws-kb-status = "35")
               open output kit-structure-file
               close kit-structure-file
               open i-o kit-structure-file
           end-if.

      *This paragraph edits and posts one kit transaction, according
      *to its maintenance code.
       100-post-transaction.
           add 1 to ws-record-count.
           move ws-record-count        to ws-record-number.
           move kt-kit-part-number     to ws-detail-kit-number.
           move kt-component-number    to ws-detail-component.
           move kt-component-qty       to ws-detail-qty.

           perform 105-edit-transaction.

           if (ws-edit-failed)
               add 1                   to ws-edit-rejects
           else
               if (kt-maint-code equal 'A')
                   perform 110-post-add
               end-if
               if (kt-maint-code equal 'C')
                   perform 120-post-change
               end-if
               if (kt-maint-code equal 'D')
                   perform 130-post-delete
               end-if
           end-if.

           write pr-line                from ws-detail-line
             after advancing 1 line.

           read kit-trans-file
           at end move ws-true-cnst to ws-eof-flag.

      *This paragraph edits one kit transaction before it is let
      *anywhere near the file.  A delete only needs a valid key; an
      *add or change also needs a proper non-zero quantity, and both
      *the kit and the component on the part master.  A kit cannot
      *list itself as one of its own components.
       105-edit-transaction.
           set ws-edit-ok              to true.
           move kt-maint-code          to ws-detail-action.

           if not kt-class-valid
               set ws-edit-failed      to true
               move "REJECTED-CODE"    to ws-detail-result
           end-if.

           if (ws-edit-ok) and ((kt-kit-part-number is not numeric) or
             (kt-component-number is not numeric))
               set ws-edit-failed      to true
               move "REJECTED-KEY"     to ws-detail-result
           end-if.

           if (ws-edit-ok) and
             (kt-kit-part-number = kt-component-number)
               set ws-edit-failed      to true
               move "REJECTED-SELF"    to ws-detail-result
           end-if.

           if (ws-edit-ok) and (kt-maint-code not equal 'D')
               if (kt-component-qty is not numeric) or
                 (kt-component-qty = 0)
                   set ws-edit-failed  to true
                   move "REJECTED-QTY" to ws-detail-result
               end-if
           end-if.

           if (ws-edit-ok) and (kt-maint-code not equal 'D')
               move kt-kit-part-number to pm-part-number
               perform 106-lookup-part
               if (ws-part-not-found)
                   set ws-edit-failed  to true
                   move "REJECTED-KIT" to ws-detail-result
               end-if
           end-if.

           if (ws-edit-ok) and (kt-maint-code not equal 'D')
               move kt-component-number to pm-part-number
               perform 106-lookup-part
               if (ws-part-not-found)
                   set ws-edit-failed  to true
                   move "REJECTED-COMPONENT" to ws-detail-result
               end-if
           end-if.

      *This paragraph looks the part in pm-part-number up on the part
      *master.
       106-lookup-part.
           read part-master
             invalid key
               set ws-part-not-found   to true
             not invalid key
               set ws-part-found       to true
           end-read.

      *This paragraph adds a new component line to a kit.
       110-post-add.
           move "ADD"                  to ws-detail-action.
           move kt-kit-part-number     to kb-kit-part-number.
           move kt-component-number    to kb-component-number.
           move kt-component-qty       to kb-component-qty.

           write kb-kit-record
             invalid key
               move "REJECTED-DUP"     to ws-detail-result
               add 1                   to ws-posting-rejects
             not invalid key
               move "POSTED"           to ws-detail-result
               add 1                   to ws-adds-posted
           end-write.

      *This paragraph changes the quantity of an existing component
      *line.
       120-post-change.
           move "CHANGE"               to ws-detail-action.
           move kt-kit-part-number     to kb-kit-part-number.
           move kt-component-number    to kb-component-number.

           read kit-structure-file
             invalid key
               move "REJECTED-NOTFND"  to ws-detail-result
               add 1                   to ws-posting-rejects
           end-read.

           if (ws-kb-status = "00")
               move kt-component-qty   to kb-component-qty
               rewrite kb-kit-record
                 invalid key
                   move "REJECTED-IO"  to ws-detail-result
                   add 1               to ws-posting-rejects
                 not invalid key
                   move "POSTED"       to ws-detail-result
                   add 1               to ws-changes-posted
               end-rewrite
           end-if.

      *This paragraph removes a component line from a kit.  A kit
      *whose last line is deleted is simply no longer a kit.
       130-post-delete.
           move "DELETE"               to ws-detail-action.
           move kt-kit-part-number     to kb-kit-part-number.
           move kt-component-number    to kb-component-number.

           delete kit-structure-file
             invalid key
               move "REJECTED-NOTFND"  to ws-detail-result
               add 1                   to ws-posting-rejects
             not invalid key
               move "POSTED"           to ws-detail-result
               add 1                   to ws-deletes-posted
           end-delete.

      *Writing summary line.
       200-summary-line.
           move ws-record-count        to ws-total-read.

           write pr-line    from ws-summary-line1
             after advancing 2 lines.
           write pr-line    from ws-summary-line2
             after advancing 2 lines.
           write pr-line    from ws-summary-line3
             after advancing 2 lines.
           write pr-line    from ws-summary-line4
             after advancing 2 lines.
           write pr-line    from ws-summary-line5
             after advancing 2 lines.
           write pr-line    from ws-summary-line6
             after advancing 2 lines.

       end program A6-KitStructureUpdate.
