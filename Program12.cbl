
       data division.
       file section.
      *File declaration of the audit file.  Same 68-byte layout
      *A6-DataValidation appends.  Entries written before the log
      *carried a run date come in with spaces there.
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

      *File declaration of the dated archive file.
       fd archive-file
           data record is ar-line
           record contains 68 characters.
       01 ar-line                      pic x(68).

      *File declaration of the carry work file.
       fd audit-work-file
           data record is aw-line
           record contains 68 characters.
       01 aw-line                      pic x(68).

      *File declaration of the copy-back path to the audit file.
       fd audit-out-file
           data record is ao-line
           record contains 68 characters.
       01 ao-line                      pic x(68).

      *File declaration of the archive report.
       fd archive-report
