      *this run applies the approved changes to the part master,
      *drops the discarded ones, carries anything not yet
      *dispositioned forward on the hold file, and prints a release
      *report with counts.  An approval is only as good as the
      *person behind it: the supervisor keys their approver ID with
      *the "A", and the release is refused -- and the hold stays
      *open -- unless that ID is on the authorized-approver file
      *with the price role, the swing is within the approver's
      *percent limit, and the approver is not the operator who keyed
      *the change.  The approver's ID goes onto the price history
      *and the audit entry for every change released.

       environment division.
       configuration section.
           organization is line sequential
           file status is ws-hs-status.

      *The authorized approvers, each with a role and the limits
      *they may sign off to.  It may not exist; no approval can then
      *be honoured and every "A" stays open.
           select optional approver-file
           assign to "../../../A6-APPROVERS.dat"
           organization is line sequential
           file status is ws-ap-status.

      *Every hold released or refused on approval is logged to the
      *permanent audit trail with the approver behind it.
           select audit-file
           assign to "../../../A6-AUDIT.dat"
           organization is line sequential
           file status is ws-au-status.


       data division.
       file section.
      *File declaration of the price-hold file.  Same 64-byte layout
      *A6-PartMasterUpdate writes: a disposition byte, the held
      *change transaction, the old master price, the percent swing,
      *the date the change was held, the approver ID the supervisor
      *keys with the disposition, and the operator who keyed the
      *change.
       fd price-hold-file
           data record is ph-line
           record contains 64 characters.
       01 ph-line.
         05 ph-disposition             pic x.
               88 ph-apply                     value "A".
         05 ph-old-price               pic 9(2)v99.
         05 ph-pct-swing               pic 9(3)v99.
         05 ph-held-date               pic 9(8).
         05 ph-approver-id             pic x(6).
         05 ph-keyed-by                pic x(6).

      *File declaration of the part master, keyed on part number.
       fd part-master
      *File declaration of the carry work file.
       fd hold-work-file
           data record is hw-line
           record contains 64 characters.
       01 hw-line                      pic x(64).

      *File declaration of the copy-back path to the hold file.
       fd hold-out-file
           data record is ho-line
           record contains 64 characters.
       01 ho-line                      pic x(64).

      *File declaration of the release report.
       fd release-report
           data record is rr-line
           record contains 60 characters.
       01 rr-line                      pic x(60).

      *File declaration of the permanent price history file.  Same
      *41-byte layout A6-PartMasterUpdate appends.
       fd price-history-file
           data record is hs-line
           record contains 41 characters.
       01 hs-line.
         05 hs-part-number             pic 9(5).
         05 hs-old-price               pic 9(2)v99.
         05 hs-effective-date          pic 9(8).
         05 hs-vendor-number           pic 9(6).
         05 hs-run-date                pic 9(8).
         05 hs-approver-id             pic x(6).

      *File declaration of the authorized-approver file.  One record
      *per approver: the ID, the name, the role -- "P" may release
      *price holds, "C" may approve count adjustments, "B" both --
      *the largest percent price swing and the largest count value
      *variance, either way, the approver may sign off.
       fd approver-file
           data record is ap-line
           record contains 40 characters.
       01 ap-line.
         05 ap-approver-id             pic x(6).
         05 ap-approver-name           pic x(20).
         05 ap-role                    pic x.
         05 ap-pct-limit               pic 9(3)v99.
         05 ap-dollar-limit            pic 9(6)v99.

      *File declaration of the audit file.  Same 68-byte layout
      *A6-DataValidation appends.
       fd audit-file
           data record is audit-line
           record contains 68 characters.
       01 audit-line.
         05 au-record-number           pic 9(7).
         05 au-maint-code              pic x.
         05 au-part-number             pic x(5).
         05 au-status                  pic x.
         05 au-error-text              pic x(40).
         05 au-run-date                pic 9(8).
         05 au-approver-id             pic x(6).

       working-storage section.

         05 filler                     pic x(6)    value "RECORD".
         05 filler                     pic x(2)    value spaces.
         05 filler                     pic x(30)   value
         "PART NO. DISP APPR    RESULT".

       01 ws-detail-line.
         05 filler                     pic x(2)    value spaces.
         05 ws-detail-part-number      pic 9(5).
         05 filler                     pic x(4)    value spaces.
         05 ws-detail-disposition      pic x.
         05 filler                     pic x(4)    value spaces.
         05 ws-detail-approver-id      pic x(6).
         05 filler                     pic x(2)    value spaces.
         05 ws-detail-result           pic x(20).

       01 ws-summary-line1.
         05 filler                     pic x(3)    value spaces.
         05 ws-apply-rejects           pic 9(7)    value 0.

       01 ws-summary-line6.
         05 filler                     pic x(17)   value
         "APPROVALS REFUSED".
         05 filler                     pic x(3)    value spaces.
         05 ws-approvals-refused       pic 9(7)    value 0.

      *this is the eof flag declaration.
       01 ws-flags.
         05 ws-eof-flag                pic x       value space.
         05 ws-copy-eof-flag           pic x       value space.
         05 ws-ap-eof-flag             pic x       value space.

      *This is boolean constant to see the proper end of file.
       01 ws-boolean-cnst.
       77 ws-old-price                 pic 9(2)v99 value 0.
       77 ws-run-date                  pic 9(8)    value 0.

       77 ws-ap-status                 pic xx      value spaces.
       77 ws-au-status                 pic xx      value spaces.

      *The authorized approvers, loaded once from the approver file.
       77 ws-approver-count            pic 9(3)    value 0.
       77 ws-approver-max-cnst         pic 9(3)    value 200.
       77 ws-approver-index            pic 9(3)    value 0.
       77 ws-found-approver            pic 9(3)    value 0.
       01 ws-approver-table.
         05 ws-approver-entry          occurs 200 times.
           10 ws-at-approver-id        pic x(6).
           10 ws-at-role               pic x.
               88 ws-at-price-role             value "P", "B".
           10 ws-at-pct-limit          pic 9(3)v99.

      *Whether the approval on the hold in hand stands, and why not
      *when it does not.
       01 ws-approval-flags.
         05 ws-approval-ok-flag        pic x       value "Y".
               88 ws-approval-ok               value "Y".
       77 ws-refusal-text              pic x(20)   value spaces.

       procedure division.
       000-main.
           move ws-false-cnst to ws-eof-flag.
               open output hold-work-file
               open output release-report
               perform 060-open-price-history
               perform 065-load-approvers
               perform 070-open-audit

      *The run date stamps the price history entries this run adds.
               accept ws-run-date      from date yyyymmdd
               close hold-work-file
               close release-report
               close price-history-file
               close audit-file

      *The still-pending holds now replace the hold file, so the
      *supervisor's worklist is only what remains open.
               open output price-history-file
           end-if.

      *This paragraph loads the authorized approvers into the table.
       065-load-approvers.
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
           perform 066-load-one-approver
             until ws-ap-eof-flag = ws-true-cnst.
           if (ws-ap-status = "00") or (ws-ap-status = "10") or
             (ws-ap-status = "05")
               close approver-file
           end-if.
           if (ws-approver-count = 0)
               display "NO AUTHORIZED APPROVERS ON FILE -- "
                 "EVERY APPROVAL STAYS OPEN"
           end-if.

      *This paragraph keeps one approver in the table.
       066-load-one-approver.
           if (ws-approver-count < ws-approver-max-cnst) and
             (ap-approver-id not = spaces) and
             (ap-pct-limit is numeric)
               add 1                   to ws-approver-count
               move ap-approver-id     to
                 ws-at-approver-id (ws-approver-count)
               move ap-role            to
                 ws-at-role (ws-approver-count)
               move ap-pct-limit       to
                 ws-at-pct-limit (ws-approver-count)
           end-if.
           read approver-file
           at end move ws-true-cnst to ws-ap-eof-flag.

      *This paragraph opens the audit log for append.  The log is
      *permanent -- every run appends to it.
       070-open-audit.
           open extend audit-file.
           if (ws-au-status = "35")
               open output audit-file
           end-if.

      *This paragraph settles one held price change according to the
      *supervisor's disposition byte.  An approval that does not
      *stand is refused and the hold carried forward as it was.
       100-release-hold.
           add 1 to ws-record-count.
           move ws-record-count        to ws-record-number.
           move ph-part-number         to ws-detail-part-number.
           move ph-disposition         to ws-detail-disposition.
           move ph-approver-id         to ws-detail-approver-id.

           if (ph-apply)
               perform 105-check-approval
           end-if.

      *A refused hold goes back on the worklist undispositioned, so
      *the status board counts it open again; the refusal and the
      *approver tried are on the audit trail.
           if (ph-apply) and (not ws-approval-ok)
               add 1                   to ws-approvals-refused
               move ws-refusal-text    to ws-detail-result
               move "F"                to au-status
               move ws-refusal-text    to au-error-text
               perform 130-write-audit
               move space              to ph-disposition
               move spaces             to ph-approver-id
               write hw-line           from ph-line
           else
           if (ph-apply)
               perform 110-apply-change
           else
                   write hw-line       from ph-line
                   move "STILL-PENDING" to ws-detail-result
               end-if
           end-if
           end-if.

           write rr-line               from ws-detail-line
                   if (pm-unit-price not = ws-old-price)
                       perform 120-write-price-history
                   end-if
                   move "P"            to au-status
                   move "PRICE HOLD RELEASED" to au-error-text
                   perform 130-write-audit
               end-rewrite
           end-if.

      *This paragraph checks the approval on the hold in hand: the
      *approver must be on file with the price role, must not be
      *the operator who keyed the change, and the swing must be
      *within their percent limit.  A hold with no keying operator
      *on it cannot be shown to be someone else's, so it is refused.
       105-check-approval.
           move "Y"                    to ws-approval-ok-flag.
           move spaces                 to ws-refusal-text.
           move 0                      to ws-found-approver.
           if (ph-approver-id not = spaces)
               perform 107-match-one-approver
                 varying ws-approver-index from 1 by 1
                 until (ws-approver-index > ws-approver-count) or
                   (ws-found-approver > 0)
           end-if.

           if (ph-approver-id = spaces)
               move "REFUSED-NOAPPR"   to ws-refusal-text
           else
           if (ws-found-approver = 0)
               move "REFUSED-UNKNOWN"  to ws-refusal-text
           else
           if (not ws-at-price-role (ws-found-approver))
               move "REFUSED-ROLE"     to ws-refusal-text
           else
           if (ph-keyed-by = spaces)
               move "REFUSED-NOKEYER"  to ws-refusal-text
           else
           if (ph-keyed-by = ph-approver-id)
               move "REFUSED-SELF"     to ws-refusal-text
           else
           if (ph-pct-swing > ws-at-pct-limit (ws-found-approver))
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
      *hold's approver ID.
       107-match-one-approver.
           if (ws-at-approver-id (ws-approver-index) = ph-approver-id)
               move ws-approver-index  to ws-found-approver
           end-if.

      *This paragraph appends the applied hold's price movement to
      *the permanent price history.  A hold whose approved price
      *matched the master's never reaches here.
           move ph-effective-date      to hs-effective-date.
           move ph-vendor-number       to hs-vendor-number.
           move ws-run-date            to hs-run-date.
           move ph-approver-id         to hs-approver-id.
           write hs-line.

      *This paragraph appends one audit entry for a hold settled on
      *approval, with the approver behind it.  The caller sets the
      *status and the text.
       130-write-audit.
           move ws-record-count        to au-record-number.
           move ph-maint-code          to au-maint-code.
           move ph-part-number         to au-part-number.
           move ws-run-date            to au-run-date.
           move ph-approver-id         to au-approver-id.
           write audit-line.

      *This paragraph copies the still-pending holds back over the
      *hold file.
       500-rewrite-hold-file.
             after advancing 2 lines.
           write rr-line    from ws-summary-line5
             after advancing 2 lines.
           write rr-line    from ws-summary-line6
             after advancing 2 lines.

       end program A6-PriceHoldRelease.
