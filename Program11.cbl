
       data division.
       file section.
      *File declaration of the audit file.  Same 68-byte layout
      *A6-DataValidation appends.  Entries written before the log
      *carried a run date come in with spaces there, and entries no
      *approval stood behind carry spaces for the approver.
       fd audit-file
           data record is audit-line
           record contains 68 characters.
       01 audit-line.
         05 au-record-number           pic 9(7).
         05 au-maint-code              pic x.
         05 au-run-date                pic 9(8).
         05 au-run-date-x redefines au-run-date
                                       pic x(8).
         05 au-approver-id             pic x(6).

      *File declaration of the inquiry report.
       fd inquiry-report
           data record is iq-line
           record contains 90 characters.
       01 iq-line                      pic x(90).

       working-storage section.

         05 filler                     pic x(2)    value spaces.
         05 filler                     pic x(13)   value
         "ERROR MESSAGE".
         05 filler                     pic x(31)   value spaces.
         05 filler                     pic x(8)    value "APPROVER".

       01 ws-detail-line.
         05 ws-detail-record-number    pic 9(7).
         05 ws-detail-status           pic x.
         05 filler                     pic x(5)    value spaces.
         05 ws-detail-error-text       pic x(40).
         05 filler                     pic x(2)    value spaces.
         05 ws-detail-approver-id      pic x(6).

       01 ws-summary-line1.
         05 filler                     pic x(16)   value
               move au-part-number     to ws-detail-part-number
               move au-status          to ws-detail-status
               move au-error-text      to ws-detail-error-text
               move au-approver-id     to ws-detail-approver-id
               write iq-line           from ws-detail-line
                 after advancing 1 line
           end-if.
