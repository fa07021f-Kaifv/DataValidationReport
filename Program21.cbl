      *Program description
      *This program is the operator's one-page morning status board.
      *After a night's run the queues that hold unfinished work are
      *scattered across six files -- undispositioned price holds,
      *parked future-dated transactions, the reject correction
      *backlog, the chronic rejects, the open back-orders, and any
      *batch still sitting in ready status on the run-control
      *registry.  This run reads all
      *of them and prints one board: the count in each queue, the
      *date of the oldest item and how many days it has been
      *sitting, and a single GO / ATTENTION verdict line.  The
      *this board is about the work still in the queues and whether
      *any of it is going stale.  A long-parked pending item is by
      *design -- a season's prices load months ahead -- so pending
      *age is shown but never trips the verdict, and a back-order
      *waits on the vendor, not on the operator, so neither does
      *back-order age; stale holds and
      *rejects, any chronic reject at all, and any batch the posting
      *sweep missed, do.

           organization is line sequential
           file status is ws-ch-status.

      *The back-order file is indexed, so a missing one is told
      *apart by its open status instead.
           select backorder-file
           assign to "../../../A6-BACKORDER.dat"
           organization is indexed
           access mode is sequential
           record key is bo-order-key
           file status is ws-bo-status.

           select run-control-file
           assign to "../../../A6-RUNCTL.dat"
           organization is indexed

       data division.
       file section.
      *File declaration of the price-hold file.  Same 64-byte layout
      *A6-PartMasterUpdate writes; only the disposition byte and the
      *held date matter to the board.
       fd price-hold-file
           data record is ph-line
           record contains 64 characters.
       01 ph-line.
         05 ph-disposition             pic x.
         05 filler                     pic x(43).
         05 ph-held-date               pic x(8).
         05 filler                     pic x(12).

      *File declaration of the pending file.  Same 48-byte layout
      *A6-PartMasterUpdate parks; only the parked date matters here.
       fd pending-file
           data record is pn-line
           record contains 48 characters.
       01 pn-line.
         05 filler                     pic x(34).
         05 pn-parked-date             pic x(8).
         05 filler                     pic x(6).

      *File declaration of the reject file.  Same 50-byte layout the
      *validation run writes; only the reject date matters here.
       fd reject-file
           data record is rj-line
           record contains 50 characters.
       01 rj-line.
         05 filler                     pic x(34).
         05 rj-recycle-count           pic x(2).
         05 rj-reject-date             pic x(8).
         05 filler                     pic x(6).

      *File declaration of the chronic file.  Same 50-byte layout
      *the recycle run moves records out under.
       fd chronic-file
           data record is ch-line
           record contains 50 characters.
       01 ch-line.
         05 filler                     pic x(34).
         05 ch-recycle-count           pic x(2).
         05 ch-reject-date             pic x(8).
         05 filler                     pic x(6).

      *File declaration of the back-order file.  Same 60-byte
      *layout A6-PartMasterUpdate keeps; the status and the date the
      *back-order was raised matter here.
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

      *File declaration of the run-control registry.  Record 00000
      *is the control record whose count field carries the latest
       77 ws-rj-status                 pic xx      value spaces.
       77 ws-ch-status                 pic xx      value spaces.
       77 ws-rn-status                 pic xx      value spaces.
       77 ws-bo-status                 pic xx      value spaces.

      *Per-queue counts and the oldest date seen in each.  An item
      *written before the queues carried dates shows no usable date;
       77 ws-reject-oldest             pic 9(8)    value 99999999.
       77 ws-chronic-count             pic 9(7)    value 0.
       77 ws-chronic-oldest            pic 9(8)    value 99999999.
       77 ws-backorder-count           pic 9(7)    value 0.
       77 ws-backorder-oldest          pic 9(8)    value 99999999.
       77 ws-ready-count               pic 9(7)    value 0.
       77 ws-oldest-ready-run          pic 9(5)    value 0.

         05 ws-pending-undated-flag    pic x       value "N".
         05 ws-reject-undated-flag     pic x       value "N".
         05 ws-chronic-undated-flag    pic x       value "N".
         05 ws-backorder-undated-flag  pic x       value "N".

      *The queue being staged for its board line.
       01 ws-stage-fields.
           perform 200-scan-pending.
           perform 300-scan-rejects.
           perform 400-scan-chronic.
           perform 450-scan-back-orders.
           perform 500-scan-run-control.

           perform 600-print-board.
           read chronic-file
           at end move ws-true-cnst    to ws-eof-flag.

      *This paragraph counts the open back-orders and finds the
      *oldest.
       450-scan-back-orders.
           move ws-false-cnst          to ws-eof-flag.
           open input backorder-file.
           if (ws-bo-status not = "00")
               move ws-true-cnst       to ws-eof-flag
           else
               read backorder-file
               at end move ws-true-cnst to ws-eof-flag
               end-read
           end-if.
           perform 460-tally-one-back-order
             until ws-eof-flag = ws-true-cnst.
           if (ws-bo-status = "00" or "10")
               close backorder-file
           end-if.

      *This paragraph tallies one back-order.  Filled back-orders
      *are history, not queue.
       460-tally-one-back-order.
           if (bo-open)
               add 1                   to ws-backorder-count
               if (bo-order-date is numeric) and (bo-order-date > 0)
                   if (bo-order-date < ws-backorder-oldest)
                       move bo-order-date to ws-backorder-oldest
                   end-if
               else
                   move "Y"            to ws-backorder-undated-flag
               end-if
           end-if.
           read backorder-file
           at end move ws-true-cnst    to ws-eof-flag.

      *This paragraph counts the batches still sitting in ready
      *status on the run-control registry.  On a morning after a
      *clean posting sweep there are none; any that remain mean the
           read run-control-file next record
           at end move ws-true-cnst    to ws-eof-flag.

      *This paragraph stages and prints the six queue lines.
       600-print-board.
           move "PRICE HOLDS OPEN"     to ws-ql-name.
           move ws-hold-count          to ws-stage-count.
           move "Y"                    to ws-stage-stale-flag.
           perform 610-print-queue-line.

           move "BACK-ORDERS OPEN"     to ws-ql-name.
           move ws-backorder-count     to ws-stage-count.
           move ws-backorder-oldest    to ws-stage-oldest.
           move ws-backorder-undated-flag to ws-stage-undated-flag.
           move "N"                    to ws-stage-stale-flag.
           perform 610-print-queue-line.

      *Any chronic reject at all needs a person, however fresh.
           if (ws-chronic-count > 0)
               set ws-attention        to true
