       data division.
       file section.
      *File declaration of the pending file: the parked transaction
      *in the good-transaction layout, the date the posting run
      *parked it, carried untouched so the status board can age the
      *queue, and the operator who keyed it.
       fd pending-file
           data record is pn-line
           record contains 48 characters.
       01 pn-line.
         05 pn-transaction.
           10 pn-maint-code            pic x.
             15 pn-vendor-number-5     pic 9(5).
           10 pn-effective-date        pic 9(8).
         05 pn-parked-date             pic x(8).
         05 pn-keyed-by                pic x(6).

      *File declaration of the good-transaction file.  Same 45-byte
      *layout A6-DataValidation writes: the 34-byte transaction with
      *the batch run number stamped on bytes 35-39 and the operator
      *who keyed it on bytes 40-45.
       fd good-trans-file
           data record is good-trans-line
           record contains 45 characters.
       01 good-trans-line.
         05 gtl-transaction            pic x(34).
         05 gtl-run-number             pic 9(5).
         05 gtl-keyed-by               pic x(6).

      *File declaration of the run-control registry.  Record 00000
      *is the control record whose count field carries the latest
      *File declaration of the carry work file.
       fd pending-work-file
           data record is pw-line
           record contains 48 characters.
       01 pw-line                      pic x(48).

      *File declaration of the copy-back path to the pending file.
       fd pending-out-file
           data record is po-line
           record contains 48 characters.
       01 po-line                      pic x(48).

      *File declaration of the release report.
       fd release-report
               add 1                   to ws-released-count
               move pn-transaction     to gtl-transaction
               move ws-this-run        to gtl-run-number
               move pn-keyed-by        to gtl-keyed-by
               write good-trans-line
               move "RELEASED"         to ws-detail-result
               if (pn-maint-code equal 'A')
