
       data division.
       file section.
      *File declaration of the posting journal.  Same 113-byte layout
      *A6-PartMasterUpdate writes.
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

      *File declaration of the part master, read for each active
      *part's current reorder point and description.
