
       data division.
       file section.
      *File declaration of the price history file.  Same 41-byte
      *layout A6-PartMasterUpdate and A6-PriceHoldRelease append.
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

      *Sort record carrying the whole history entry, keyed so the
      *output procedure sees part-major, posting-date-minor order.
