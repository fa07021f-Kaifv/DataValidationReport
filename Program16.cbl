      *adjustment -- and journalled and audited as COUNT, so the
      *trail never confuses a count correction with a real receipt
      *or issue.  Unapproved variances are reported but leave the
      *master untouched.  A sheet cut for one stock location settles
      *that location: the counted quantity replaces the location's
      *and the master's on-hand moves by the same amount.  A whole
      *part count lands its difference on the main warehouse, so the
      *master's on-hand stays the sum of the part's locations.  The
      *supervisor keys their approver ID with the "A"; the adjustment
      *is refused, and stays unposted, unless that ID is on the
      *authorized-approver file with the count role, the value
      *variance is within the approver's dollar limit, and the
      *approver is not the operator who keyed the count.  The
      *approver's ID goes onto the journal and audit entries.

       environment division.
       configuration section.
           select variance-report
           assign to "../../../A6-CycleCountPost.out".

      *The part's stock by location, and the location journal every
      *location quantity move is written to, same files the posting
      *run keeps.
           select part-location-file
           assign to "../../../A6-PARTLOC.dat"
           organization is indexed
           access mode is random
           record key is sl-location-key
           file status is ws-sl-status.

           select location-journal-file
           assign to "../../../A6-LOCJRNL.dat"
           organization is line sequential
           file status is ws-lj-status.

      *The authorized approvers, each with a role and the limits
      *they may sign off to.  It may not exist; no approval can then
      *be honoured and every adjustment stays unposted.
           select optional approver-file
           assign to "../../../A6-APPROVERS.dat"
           organization is line sequential
           file status is ws-ap-status.


       data division.
       file section.
      *File declaration of the count sheet file.  Same 27-byte
      *layout A6-CountSheetExtract drops.
       fd count-sheet-file
           data record is cs-line
           record contains 27 characters.
       01 cs-line.
         05 cs-part-number             pic 9(5).
         05 cs-part-description        pic x(10).
         05 cs-book-on-hand            pic 9(5).
         05 cs-unit-price              pic 9(2)v99.
         05 cs-location-code           pic x(3).

      *File declaration of the count transaction file.  One 23-byte
      *record per counted part: the part, the counted quantity, the
      *supervisor's approval byte -- "A" approves the adjustment for
      *posting, anything else leaves it report-only -- the approver
      *ID keyed with it, and the operator who keyed the count.
       fd count-trans-file
           data record is cn-line
           record contains 23 characters.
       01 cn-line.
         05 cn-part-number             pic 9(5).
         05 cn-counted-qty             pic 9(5).
         05 cn-approval                pic x.
               88 cn-approved                  value "A".
         05 cn-approver-id             pic x(6).
         05 cn-keyed-by                pic x(6).

      *File declaration of the part master, keyed on part number.
       fd part-master
      *the posting paths so the purge run can age dead parts out.
         05 pm-last-activity-date       pic 9(8).

      *File declaration of the posting journal.  Same 113-byte layout
      *A6-PartMasterUpdate writes.  Count adjustments post outside
      *the batch registry, so they journal under run number zero.
       fd journal-file
           data record is jr-record
           record contains 113 characters.
       01 jr-record.
         05 jr-run-number              pic 9(5).
         05 jr-sequence                pic 9(7).
         05 jr-action                  pic x(7).
         05 jr-before-image            pic x(44).
         05 jr-after-image             pic x(44).
         05 jr-approver-id             pic x(6).

      *File declaration of the audit file.  Same 68-byte layout
      *A6-DataValidation appends.
       fd audit-file
           data record is audit-line
           record contains 68 characters.
       01 audit-line.
         05 au-record-number           pic 9(7).
         05 au-maint-code              pic x.
         05 au-status                  pic x.
         05 au-error-text              pic x(40).
         05 au-run-date                pic 9(8).
         05 au-approver-id             pic x(6).

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

      *File declaration of the location journal.  Same 45-byte
      *layout A6-PartMasterUpdate writes.  Count adjustments journal
      *under run number zero here too.
       fd location-journal-file
           data record is lj-record
           record contains 45 characters.
       01 lj-record.
         05 lj-run-number              pic 9(5).
         05 lj-sequence                pic 9(7).
         05 lj-part-number             pic 9(5).
         05 lj-location-code           pic x(3).
         05 lj-action                  pic x(7).
         05 lj-before-qty              pic 9(5).
         05 lj-after-qty               pic 9(5).
         05 lj-run-date                pic 9(8).

      *File declaration of the authorized-approver file.  Same
      *40-byte layout A6-PriceHoldRelease reads.
       fd approver-file
           data record is ap-line
           record contains 40 characters.
       01 ap-line.
         05 ap-approver-id             pic x(6).
         05 ap-approver-name           pic x(20).
         05 ap-role                    pic x.
         05 ap-pct-limit               pic 9(3)v99.
         05 ap-dollar-limit            pic 9(6)v99.

      *File declaration of the variance report.
       fd variance-report
         05 filler                     pic x(9)    value "VALUE VAR".
         05 filler                     pic x(2)    value spaces.
         05 filler                     pic x(16)   value "RESULT".
         05 filler                     pic x(2)    value spaces.
         05 filler                     pic x(6)    value "APPR".

       01 ws-location-heading.
         05 filler                     pic x(2)    value spaces.
         05 filler                     pic x(9)    value "LOCATION ".
         05 ws-heading-location        pic x(13)   value
         "ALL LOCATIONS".

       01 ws-detail-line.
         05 filler                     pic x(2)    value spaces.
         05 ws-detail-value-var        pic -zzzzz9.99.
         05 filler                     pic x(2)    value spaces.
         05 ws-detail-result           pic x(16).
         05 filler                     pic x(2)    value spaces.
         05 ws-detail-approver-id      pic x(6).

       01 ws-summary-line1.
         05 filler                     pic x(11)   value "COUNTS READ".
         05 filler                     pic x(3)    value spaces.
         05 ws-net-value-out           pic -zzzzzzzz9.99.

       01 ws-summary-line7.
         05 filler                     pic x(17)   value
         "APPROVALS REFUSED".
         05 filler                     pic x(3)    value spaces.
         05 ws-approvals-refused       pic 9(7)    value 0.

      *this is the eof flag declaration for the sheet load and the
      *count pass.
       01 ws-flags.
         05 ws-eof-flag                pic x       value space.
         05 ws-sheet-eof-flag          pic x       value space.
         05 ws-ap-eof-flag             pic x       value space.

      *This is boolean constant to see the proper end of file.
       01 ws-boolean-cnst.
       77 ws-pm-status                 pic xx      value spaces.
       77 ws-jr-status                 pic xx      value spaces.
       77 ws-au-status                 pic xx      value spaces.
       77 ws-sl-status                 pic xx      value spaces.
       77 ws-lj-status                 pic xx      value spaces.
       77 ws-ap-status                 pic xx      value spaces.

       77 ws-record-count              pic 9(7)    value 0.
       77 ws-variance-count            pic 9(7)    value 0.
       77 ws-posted-count              pic 9(7)    value 0.
       77 ws-unapproved-count          pic 9(7)    value 0.
       77 ws-reject-count              pic 9(7)    value 0.
       77 ws-refused-count             pic 9(7)    value 0.

      *The authorized approvers, loaded once from the approver file.
       77 ws-approver-count            pic 9(3)    value 0.
       77 ws-approver-max-cnst         pic 9(3)    value 200.
       77 ws-approver-index            pic 9(3)    value 0.
       77 ws-found-approver            pic 9(3)    value 0.
       01 ws-approver-table.
         05 ws-approver-entry          occurs 200 times.
           10 ws-at-approver-id        pic x(6).
           10 ws-at-role               pic x.
               88 ws-at-count-role             value "C", "B".
           10 ws-at-dollar-limit       pic 9(6)v99.

      *Whether the approval on the count in hand stands, why not
      *when it does not, and the size of the variance either way.
       01 ws-approval-flags.
         05 ws-approval-ok-flag        pic x       value "Y".
               88 ws-approval-ok               value "Y".
       77 ws-refusal-text              pic x(16)   value spaces.
       77 ws-abs-value-variance        pic 9(7)v99 value 0.

      *The frozen book picture, loaded by part number so each keyed
      *count settles against the book as it stood at extract time.
       77 ws-journal-seq               pic 9(7)    value 0.
       77 ws-before-image              pic x(44)   value spaces.

      *The location the sheet was cut for -- blank for a whole part
      *count -- and the location quantity move for the adjustment in
      *hand.  A whole part count's difference lands on the main
      *warehouse.
       77 ws-count-location            pic x(3)    value spaces.
       77 ws-default-location-cnst     pic x(3)    value "MWH".
       77 ws-location                  pic x(3)    value spaces.
       77 ws-loc-before-qty            pic 9(5)    value 0.
       77 ws-loc-after-qty             pic 9(5)    value 0.
       77 ws-new-on-hand               pic s9(6)   value 0.
       77 ws-new-loc-qty               pic s9(6)   value 0.
       77 ws-loc-journal-seq           pic 9(7)    value 0.
       01 ws-location-flags.
         05 ws-loc-found-flag          pic x       value "N".
               88 ws-loc-found                 value "Y".

      *The run date stamped on the audit entries.
       77 ws-run-date                  pic 9(8)    value 0.

               close count-sheet-file
               close count-trans-file
               move 16                 to return-code
           else
           perform 070-open-part-locations
           if (ws-sl-status not = "00")
               display "PART LOCATION FILE NOT AVAILABLE -- STATUS "
                 ws-sl-status
               close count-sheet-file
               close count-trans-file
               close part-master
               move 16                 to return-code
           else
               perform 050-load-count-sheet
               perform 060-open-journal
               perform 065-open-audit
               perform 075-open-location-journal
               perform 080-load-approvers
               open output variance-report

      *The run date stamps the audit entries into their period.

               write vr-line from ws-report-heading1
               before advancing 1 line
               if (ws-count-location not = spaces)
                   move ws-count-location to ws-heading-location
               end-if
               write vr-line from ws-location-heading
               after advancing 2 lines
               write vr-line from ws-report-heading2
               after advancing 2 lines

               close journal-file
               close audit-file
               close variance-report
               close part-location-file
               close location-journal-file
           end-if
           end-if
           end-if
           end-if.

      *This paragraph keeps one count sheet line in the table.
       055-load-one-sheet-line.
           if (cs-location-code not = spaces)
               move cs-location-code   to ws-count-location
           end-if.
           if (cs-part-number is numeric)
               compute ws-part-index = cs-part-number + 1
               move "Y"                to ws-sh-on-sheet
               open output journal-file
           end-if.

      *This paragraph opens the part location file for update,
      *creating it the first time, same as the posting run.
       070-open-part-locations.
           open i-o part-location-file.
           if (ws-sl-status = "35")
               open output part-location-file
               close part-location-file
               open i-o part-location-file
           end-if.

      *This paragraph opens the location journal for append.
       075-open-location-journal.
           open extend location-journal-file.
           if (ws-lj-status = "35")
               open output location-journal-file
           end-if.

      *This paragraph opens the audit log for append.  The log is
      *permanent -- every run appends to it.
       065-open-audit.
               open output audit-file
           end-if.

      *This paragraph loads the authorized approvers into the table,
      *the same way the price hold release run does.
       080-load-approvers.
           move 0                      to ws-approver-count.
           move ws-false-cnst          to ws-ap-eof-flag.
           open input approver-file.
           if (ws-ap-status not = "00") and (ws-ap-status not = "05")
               display "APPROVER FILE I/O ERROR -- STATUS "
                 ws-ap-status
               move ws-true-cnst       to ws-ap-eof-flag
           else
               read approver-file
               at end move ws-true-cnst to ws-ap-eof-flag
               end-read
           end-if.
           perform 085-load-one-approver
             until ws-ap-eof-flag = ws-true-cnst.
           if (ws-ap-status = "00") or (ws-ap-status = "10") or
             (ws-ap-status = "05")
               close approver-file
           end-if.
           if (ws-approver-count = 0)
               display "NO AUTHORIZED APPROVERS ON FILE -- "
                 "EVERY ADJUSTMENT STAYS UNPOSTED"
           end-if.

      *This paragraph keeps one approver in the table.
       085-load-one-approver.
           if (ws-approver-count < ws-approver-max-cnst) and
             (ap-approver-id not = spaces) and
             (ap-dollar-limit is numeric)
               add 1                   to ws-approver-count
               move ap-approver-id     to
                 ws-at-approver-id (ws-approver-count)
               move ap-role            to
                 ws-at-role (ws-approver-count)
               move ap-dollar-limit    to
                 ws-at-dollar-limit (ws-approver-count)
           end-if.
           read approver-file
           at end move ws-true-cnst to ws-ap-eof-flag.

      *This paragraph settles one keyed count: prints its variance
      *and posts the adjustment when the supervisor approved it.
       100-settle-count.
           add 1 to ws-record-count.
           move cn-part-number         to ws-detail-part-number.
           move spaces                 to ws-detail-result.
           move cn-approver-id         to ws-detail-approver-id.

           if (cn-part-number is not numeric) or
             (cn-counted-qty is not numeric)
               add 1                   to ws-variance-count
               add ws-value-variance   to ws-net-value-variance
               if (cn-approved)
                   perform 115-check-approval
                   if (ws-approval-ok)
                       perform 120-post-adjustment
                   else
                       add 1           to ws-refused-count
                       move ws-refusal-text to ws-detail-result
                       move "F"        to au-status
                       move ws-refusal-text to au-error-text
                       perform 145-write-audit-entry
                   end-if
               else
                   add 1               to ws-unapproved-count
                   move "NOT-APPROVED" to ws-detail-result
               end-if
           end-if.

      *This paragraph checks the approval on the count in hand: the
      *approver must be on file with the count role, must not be
      *the operator who keyed the count, and the value variance,
      *gain or loss, must be within their dollar limit.  A count
      *with no keying operator on it cannot be shown to be someone
      *else's, so it is refused.
       115-check-approval.
           move "Y"                    to ws-approval-ok-flag.
           move spaces                 to ws-refusal-text.
           move 0                      to ws-found-approver.
           if (ws-value-variance < 0)
               compute ws-abs-value-variance = 0 - ws-value-variance
           else
               move ws-value-variance  to ws-abs-value-variance
           end-if.
           if (cn-approver-id not = spaces)
               perform 117-match-one-approver
                 varying ws-approver-index from 1 by 1
                 until (ws-approver-index > ws-approver-count) or
                   (ws-found-approver > 0)
           end-if.

           if (cn-approver-id = spaces)
               move "REFUSED-NOAPPR"   to ws-refusal-text
           else
           if (ws-found-approver = 0)
               move "REFUSED-UNKNOWN"  to ws-refusal-text
           else
           if (not ws-at-count-role (ws-found-approver))
               move "REFUSED-ROLE"     to ws-refusal-text
           else
           if (cn-keyed-by = spaces)
               move "REFUSED-NOKEYER"  to ws-refusal-text
           else
           if (cn-keyed-by = cn-approver-id)
               move "REFUSED-SELF"     to ws-refusal-text
           else
           if (ws-abs-value-variance >
             ws-at-dollar-limit (ws-found-approver))
               move "REFUSED-LIMIT"    to ws-refusal-text
           end-if
           end-if
           end-if
           end-if
           end-if
           end-if.

           if (ws-refusal-text not = spaces)
               move "N"                to ws-approval-ok-flag
           end-if.

      *This paragraph checks one approver in the table against the
      *count's approver ID.
       117-match-one-approver.
           if (ws-at-approver-id (ws-approver-index) = cn-approver-id)
               move ws-approver-index  to ws-found-approver
           end-if.

      *This paragraph posts one approved adjustment: the counted
      *quantity replaces the master's on-hand under the count
      *adjustment action, journalled and audited as COUNT.  On a
      *location count the counted quantity replaces the location's
      *instead, and the master moves by the same difference.
       120-post-adjustment.
           move cn-part-number         to pm-part-number.

               add 1                   to ws-reject-count
           end-read.

           if (ws-pm-status = "00")
               perform 125-work-out-location
           end-if.

      *The last-activity date is deliberately left alone: a count
      *correction is not movement, and a dead part counted at zero
      *every quarter must keep aging toward the purge run.
           if (ws-pm-status = "00") and (ws-detail-result = spaces)
               move pm-part-record     to ws-before-image
               move ws-new-on-hand     to pm-on-hand-qty
               move ws-count-action-cnst to pm-last-maint-code
               rewrite pm-part-record
                 invalid key
                   add 1               to ws-posted-count
                   perform 130-write-journal
                   perform 140-write-audit
                   if (ws-loc-after-qty not = ws-loc-before-qty)
                       perform 150-post-location
                   end-if
               end-rewrite
           end-if.

      *This paragraph works out the master's and the location's new
      *on-hand for the adjustment in hand, and rejects it when
      *either would fall below zero or overflow.
       125-work-out-location.
           if (ws-count-location = spaces)
               move ws-default-location-cnst to ws-location
           else
               move ws-count-location  to ws-location
           end-if.
           move "N"                    to ws-loc-found-flag.
           move 0                      to ws-loc-before-qty.
           move cn-part-number         to sl-part-number.
           move ws-location            to sl-location-code.
           read part-location-file
             invalid key
               continue
             not invalid key
               set ws-loc-found        to true
               move sl-on-hand-qty     to ws-loc-before-qty
           end-read.

           if (ws-count-location = spaces)
               move cn-counted-qty     to ws-new-on-hand
               compute ws-new-loc-qty = ws-loc-before-qty +
                 cn-counted-qty - pm-on-hand-qty
           else
               move cn-counted-qty     to ws-new-loc-qty
               compute ws-new-on-hand = pm-on-hand-qty -
                 ws-loc-before-qty + cn-counted-qty
           end-if.

           if (ws-count-location not = spaces) and
             (not ws-loc-found)
               move "REJECTED-NOLOC"   to ws-detail-result
               add 1                   to ws-reject-count
           else
           if (ws-new-loc-qty < 0) or (ws-new-loc-qty > 99999)
               move "REJECTED-LOCQTY"  to ws-detail-result
               add 1                   to ws-reject-count
           else
           if (ws-new-on-hand < 0) or (ws-new-on-hand > 99999)
               move "REJECTED-QTY"     to ws-detail-result
               add 1                   to ws-reject-count
           else
               move ws-new-loc-qty     to ws-loc-after-qty
           end-if
           end-if
           end-if.

      *This paragraph sets the location's new quantity, writing the
      *record the first time the part is stocked there, and journals
      *the move under the COUNT action.
       150-post-location.
           move cn-part-number         to sl-part-number.
           move ws-location            to sl-location-code.
           move ws-loc-after-qty       to sl-on-hand-qty.
           if (ws-loc-found)
               rewrite sl-location-record
                 invalid key
                   display "PART LOCATION REWRITE FAILED FOR PART "
                     sl-part-number " LOCATION " sl-location-code
               end-rewrite
           else
               move ws-run-date        to sl-last-activity-date
               write sl-location-record
                 invalid key
                   display "PART LOCATION WRITE FAILED FOR PART "
                     sl-part-number " LOCATION " sl-location-code
               end-write
           end-if.
           add 1                       to ws-loc-journal-seq.
           move 0                      to lj-run-number.
           move ws-loc-journal-seq     to lj-sequence.
           move cn-part-number         to lj-part-number.
           move ws-location            to lj-location-code.
           move "COUNT"                to lj-action.
           move ws-loc-before-qty      to lj-before-qty.
           move ws-loc-after-qty       to lj-after-qty.
           move ws-run-date            to lj-run-date.
           write lj-record.

      *This paragraph appends the adjustment's before/after image
      *pair to the posting journal under the COUNT action.
           move "COUNT"                to jr-action.
           move ws-before-image        to jr-before-image.
           move pm-part-record         to jr-after-image.
           move cn-approver-id         to jr-approver-id.
           write jr-record.

      *This paragraph appends one audit entry for the adjustment
      *just posted, under the count adjustment code.
       140-write-audit.
           move "P"                    to au-status.
           move "COUNT ADJUSTMENT"     to au-error-text.
           perform 145-write-audit-entry.

      *This paragraph appends one audit entry for a count settled on
      *approval, with the approver behind it.  The caller sets the
      *status and the text.
       145-write-audit-entry.
           move ws-record-count        to au-record-number.
           move ws-count-action-cnst   to au-maint-code.
           move cn-part-number         to au-part-number.
           move ws-run-date            to au-run-date.
           move cn-approver-id         to au-approver-id.
           write audit-line.

      *Writing summary line.
           move ws-unapproved-count    to ws-not-approved.
           move ws-reject-count        to ws-count-rejects.
           move ws-net-value-variance  to ws-net-value-out.
           move ws-refused-count       to ws-approvals-refused.

           write vr-line    from ws-summary-line1
             after advancing 2 lines.
             after advancing 2 lines.
           write vr-line    from ws-summary-line6
             after advancing 2 lines.
           write vr-line    from ws-summary-line7
             after advancing 2 lines.

       end program A6-CycleCountPost.
