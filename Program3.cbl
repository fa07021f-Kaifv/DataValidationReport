      *vendor master is no longer hand-edited.  Premium-flag changes
      *are counted and called out on the report, because the flag
      *widens the allowed price band in the validation run and must
      *only ever change through an audited posting.  A delete is
      *refused while anything still names the vendor -- a part on
      *the part master, a contract price, a parked or held
      *transaction, or a PO line still open -- so no record is left
      *pointing at a vendor the validation run can no longer find.
      *A vendor being retired is first folded into its successor by
      *the vendor consolidation run.

       environment division.
       configuration section.
           select post-report
           assign to "../../../A6-VendorMasterUpdate.out".

      *The files a vendor delete is checked against.  Each is only
      *read, and each may legitimately not exist yet.
           select part-master
           assign to "../../../PARTMSTR.dat"
           organization is indexed
           access mode is dynamic
           record key is pm-part-number
           file status is ws-pm-status.

           select contract-price-file
           assign to "../../../A6-CONTRACT.dat"
           organization is indexed
           access mode is dynamic
           record key is cp-contract-key
           file status is ws-cp-status.

           select open-order-file
           assign to "../../../A6-OPENPO.dat"
           organization is indexed
           access mode is dynamic
           record key is op-order-key
           file status is ws-op-status.

           select optional pending-file
           assign to "../../../A6-PENDING.dat"
           organization is line sequential
           file status is ws-pn-status.

           select optional price-hold-file
           assign to "../../../A6-PRICEHOLD.dat"
           organization is line sequential
           file status is ws-ph-status.


       data division.
       file section.
           record contains 50 characters.
       01 pr-line                      pic x(50).

      *File declaration of the part master.  Same 44-byte layout
      *A6-PartMasterUpdate posts.
       fd part-master
           data record is pm-part-record
           record contains 44 characters.
       01 pm-part-record.
         05 pm-part-number              pic 9(5).
         05 pm-part-description         pic x(10).
         05 pm-unit-price               pic 9(2)v99.
         05 pm-vendor-number            pic x(6).
         05 pm-last-maint-code          pic x.
         05 pm-on-hand-qty              pic 9(5).
         05 pm-reorder-point            pic 9(5).
         05 pm-last-activity-date       pic 9(8).

      *File declaration of the contract price file.  Same 15-byte
      *layout A6-ContractPriceUpdate maintains, keyed vendor first.
       fd contract-price-file
           data record is cp-contract-record
           record contains 15 characters.
       01 cp-contract-record.
         05 cp-contract-key.
           10 cp-vendor-number          pic 9(6).
           10 cp-part-number            pic 9(5).
         05 cp-contract-price           pic 9(2)v99.

      *File declaration of the open-order file.  Same 76-byte layout
      *A6-ReorderReport writes.
       fd open-order-file
           data record is op-order-record
           record contains 76 characters.
       01 op-order-record.
         05 op-order-key.
           10 op-part-number           pic 9(5).
           10 op-po-number             pic 9(7).
           10 op-line-number           pic 9(3).
         05 op-vendor-number           pic x(6).
         05 op-order-qty               pic 9(7).
         05 op-received-qty            pic 9(7).
         05 op-unit-price              pic 9(2)v99.
         05 op-order-date              pic 9(8).
         05 op-due-date                pic 9(8).
         05 op-status                  pic x.
               88 op-line-closed               value "C".
         05 op-last-receipt-date       pic 9(8).
         05 op-last-receipt-run        pic 9(5).
         05 op-last-receipt-qty        pic 9(7).

      *File declaration of the pending file.  Same 48-byte layout
      *A6-PartMasterUpdate parks; an add or change carries the
      *vendor number in the transaction.
       fd pending-file
           data record is pn-line
           record contains 48 characters.
       01 pn-line.
         05 pn-maint-code              pic x.
         05 pn-part-number             pic x(5).
         05 pn-part-description        pic x(10).
         05 pn-unit-price              pic x(4).
         05 pn-vendor-number           pic x(6).
         05 pn-effective-date          pic x(8).
         05 pn-parked-date             pic x(8).
         05 pn-keyed-by                pic x(6).

      *File declaration of the price-hold file.  Same 64-byte layout
      *A6-PartMasterUpdate writes; the held transaction is always a
      *change, so it always carries a vendor number.
       fd price-hold-file
           data record is ph-line
           record contains 64 characters.
       01 ph-line.
         05 ph-disposition             pic x.
         05 ph-maint-code              pic x.
         05 ph-part-number             pic x(5).
         05 ph-part-description        pic x(10).
         05 ph-unit-price              pic x(4).
         05 ph-vendor-number           pic x(6).
         05 filler                     pic x(37).

       working-storage section.

      *Declaring report headings.
         05 filler                     pic x(3)    value spaces.
         05 ws-flag-changes            pic 9(7)    value 0.

      *Deletes refused because something still names the vendor.
       01 ws-summary-line8.
         05 filler                     pic x(22)   value
         "DELETES REFUSED IN USE".
         05 filler                     pic x(3)    value spaces.
         05 ws-deletes-in-use          pic 9(7)    value 0.

      *this is the eof flag declaration.
       01 ws-flags.
         05 ws-eof-flag                pic x       value space.

       77 ws-vm-status                 pic xx      value spaces.
       77 ws-record-count              pic 9(7)    value 0.
       77 ws-pm-status                 pic xx      value spaces.
       77 ws-cp-status                 pic xx      value spaces.
       77 ws-op-status                 pic xx      value spaces.
       77 ws-pn-status                 pic xx      value spaces.
       77 ws-ph-status                 pic xx      value spaces.

      *The reference check for a vendor delete: whether anything
      *still names the vendor, the result text naming what does,
      *and whether the scan of the file in hand is finished.
       01 ws-in-use-flags.
         05 ws-in-use-flag             pic x       value "N".
               88 ws-vendor-in-use             value "Y".
         05 ws-scan-done-flag          pic x       value "N".
               88 ws-scan-done                 value "Y".
       77 ws-in-use-result             pic x(20)   value spaces.

       procedure division.
       000-main.
               end-rewrite
           end-if.

      *This paragraph removes a vendor from the master file, unless
      *something still names it.
       130-post-delete.
           move "DELETE"               to ws-detail-action.
           move vt-vendor-number       to vm-vendor-number.

           perform 135-check-vendor-in-use.

           if (ws-vendor-in-use)
               move ws-in-use-result   to ws-detail-result
               add 1                   to ws-posting-rejects
               add 1                   to ws-deletes-in-use
           else
               delete vendor-master
                 invalid key
                   move "REJECTED-NOTFND" to ws-detail-result
                   add 1               to ws-posting-rejects
                 not invalid key
                   move "POSTED"       to ws-detail-result
                   add 1               to ws-deletes-posted
               end-delete
           end-if.

      *This paragraph checks every file that can name a vendor,
      *stopping at the first that does.  A reference file that
      *exists but will not open cannot be checked, and a delete that
      *cannot be checked is refused the same as one that is in use.
       135-check-vendor-in-use.
           move "N"                    to ws-in-use-flag.
           move spaces                 to ws-in-use-result.

           perform 140-check-part-master.
           if (not ws-vendor-in-use)
               perform 150-check-contracts
           end-if.
           if (not ws-vendor-in-use)
               perform 160-check-pending
           end-if.
           if (not ws-vendor-in-use)
               perform 170-check-holds
           end-if.
           if (not ws-vendor-in-use)
               perform 180-check-open-orders
           end-if.

      *This paragraph looks for any part on the part master still
      *supplied by the vendor.
       140-check-part-master.
           open input part-master.
           if (ws-pm-status = "35")
               continue
           else
           if (ws-pm-status not = "00")
               set ws-vendor-in-use    to true
               move "REJECTED-NOCHECK" to ws-in-use-result
           else
               move "N"                to ws-scan-done-flag
               move 0                  to pm-part-number
               start part-master
                 key is not less than pm-part-number
                 invalid key
                   set ws-scan-done    to true
               end-start
               perform 145-check-one-part
                 until ws-scan-done
               close part-master
           end-if
           end-if.

      *This paragraph checks one part master record.
       145-check-one-part.
           read part-master next record
             at end
               set ws-scan-done        to true
             not at end
               if (pm-vendor-number = vt-vendor-number)
                   set ws-vendor-in-use to true
                   set ws-scan-done    to true
                   move "REJECTED-INUSE-PART" to ws-in-use-result
               end-if
           end-read.

      *This paragraph looks for any contract price held with the
      *vendor.  The contract file is keyed vendor first, so one
      *positioned read answers it.
       150-check-contracts.
           open input contract-price-file.
           if (ws-cp-status = "35")
               continue
           else
           if (ws-cp-status not = "00")
               set ws-vendor-in-use    to true
               move "REJECTED-NOCHECK" to ws-in-use-result
           else
               move vt-vendor-number   to cp-vendor-number
               move 0                  to cp-part-number
               start contract-price-file
                 key is not less than cp-contract-key
                 invalid key
                   continue
                 not invalid key
                   read contract-price-file next record
                     at end
                       continue
                     not at end
                       if (cp-vendor-number = vt-vendor-number)
                           set ws-vendor-in-use to true
                           move "REJECTED-INUSE-CONTR"
                                       to ws-in-use-result
                       end-if
                   end-read
               end-start
               close contract-price-file
           end-if
           end-if.

      *This paragraph looks for a parked add or change naming the
      *vendor.  Other codes carry no vendor.
       160-check-pending.
           move "N"                    to ws-scan-done-flag.
           open input pending-file.
           read pending-file
           at end set ws-scan-done     to true.
           perform 165-check-one-pending
             until ws-scan-done.
           close pending-file.

      *This paragraph checks one parked transaction.
       165-check-one-pending.
           if (pn-maint-code = "A" or "C") and
             (pn-vendor-number = vt-vendor-number)
               set ws-vendor-in-use    to true
               set ws-scan-done        to true
               move "REJECTED-INUSE-PEND" to ws-in-use-result
           else
               read pending-file
               at end set ws-scan-done to true
               end-read
           end-if.

      *This paragraph looks for a held price change naming the
      *vendor, dispositioned or not -- an applied hold still writes
      *its vendor onto the master.
       170-check-holds.
           move "N"                    to ws-scan-done-flag.
           open input price-hold-file.
           read price-hold-file
           at end set ws-scan-done     to true.
           perform 175-check-one-hold
             until ws-scan-done.
           close price-hold-file.

      *This paragraph checks one held change.
       175-check-one-hold.
           if (ph-vendor-number = vt-vendor-number)
               set ws-vendor-in-use    to true
               set ws-scan-done        to true
               move "REJECTED-INUSE-HOLD" to ws-in-use-result
           else
               read price-hold-file
               at end set ws-scan-done to true
               end-read
           end-if.

      *This paragraph looks for a PO line still open with the
      *vendor.  Closed lines are history and do not hold a delete
      *up.
       180-check-open-orders.
           open input open-order-file.
           if (ws-op-status = "35")
               continue
           else
           if (ws-op-status not = "00")
               set ws-vendor-in-use    to true
               move "REJECTED-NOCHECK" to ws-in-use-result
           else
               move "N"                to ws-scan-done-flag
               move zeros              to op-order-key
               start open-order-file
                 key is not less than op-order-key
                 invalid key
                   set ws-scan-done    to true
               end-start
               perform 185-check-one-order
                 until ws-scan-done
               close open-order-file
           end-if
           end-if.

      *This paragraph checks one PO line.
       185-check-one-order.
           read open-order-file next record
             at end
               set ws-scan-done        to true
             not at end
               if (op-vendor-number = vt-vendor-number) and
                 (not op-line-closed)
                   set ws-vendor-in-use to true
                   set ws-scan-done    to true
                   move "REJECTED-INUSE-PO" to ws-in-use-result
               end-if
           end-read.

      *Writing summary line.
       200-summary-line.
             after advancing 2 lines.
           write pr-line    from ws-summary-line7
             after advancing 2 lines.
           write pr-line    from ws-summary-line8
             after advancing 2 lines.

       end program A6-VendorMasterUpdate.
