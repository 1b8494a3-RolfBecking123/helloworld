       01 ws-audit-new-onhand pic 9(5).
       01 ws-audit-old-retail pic 99v99.
       01 ws-audit-new-retail pic 99v99.
       01 ws-audit-reference  pic x(10) value spaces.

       01 ws-batch-flag       pic x value "N".
           88 ws-batch-active   value "Y".
       01 ws-today            pic 9(8).
       01 ws-effective-retail pic 99v99.

       01 ws-loc-this         pic 9.
       01 ws-loc-other        pic 9.
       01 ws-loc-short        pic 9(5).
       01 ws-loc-total        pic 9(6).

       01 ws-lock-retry       pic 9(2).
       01 ws-lock-retry-max   pic 9(2) value 10.
       01 ws-lock-pause-msec  pic 9(8) comp-5 value 200.

       copy "signon-id.cpy".
       copy "audit-ref.cpy".

       01 ws-type-valid-flag  pic x.
           88 ws-type-valid     value "Y".
           88 batch-close    value "8".
           88 count-adjust   value "A".
           88 return-stock   value "R".
           88 post-sale      value "P".
           88 ship-stock     value "H".
           88 receive-stock  value "G".
           88 rtv-stock      value "V".
           88 buyback-stock  value "B".
           88 merge-in       value "M".
           88 merge-retire   value "X".
           88 search-title   value "T".
           88 search-author  value "S".
       01 lnk-file-status  pic xx.
            when return-stock
               perform do-return-stock

            when post-sale
               perform do-post-sale

            when ship-stock
               perform do-ship-stock

            when receive-stock
               perform do-receive-stock

            when rtv-stock
               perform do-rtv-stock

            when buyback-stock
               perform do-buyback-stock

            when merge-in
               perform do-merge-in

            when merge-retire
               perform do-merge-retire

            when search-title
               perform do-search-title

               move b-sale-end to lnk-b-sale-end
               move b-unit-cost to lnk-b-unit-cost
               move b-status to lnk-b-status
               move b-loc-onhand(1) to lnk-b-loc-onhand(1)
               move b-loc-onhand(2) to lnk-b-loc-onhand(2)
               move b-in-transit to lnk-b-in-transit
           else
               initialize lnk-b-details
               move all '*' to lnk-b-text-details
               move b-sale-end to lnk-b-sale-end
               move b-unit-cost to lnk-b-unit-cost
               move b-status to lnk-b-status
               move b-loc-onhand(1) to lnk-b-loc-onhand(1)
               move b-loc-onhand(2) to lnk-b-loc-onhand(2)
               move b-in-transit to lnk-b-in-transit
           else
               initialize lnk-b-details
               move all '*' to lnk-b-text-details
               move b-sale-end to lnk-b-sale-end
               move b-unit-cost to lnk-b-unit-cost
               move b-status to lnk-b-status
               move b-loc-onhand(1) to lnk-b-loc-onhand(1)
               move b-loc-onhand(2) to lnk-b-loc-onhand(2)
               move b-in-transit to lnk-b-in-transit
           else
               initialize lnk-b-details
               move all '*' to lnk-b-text-details
           move b-sale-end to lnk-b-sale-end
           move b-unit-cost to lnk-b-unit-cost
           move b-status to lnk-b-status
           move b-loc-onhand(1) to lnk-b-loc-onhand(1)
           move b-loc-onhand(2) to lnk-b-loc-onhand(2)
           move b-in-transit to lnk-b-in-transit
           .

       do-add-record section.
               move lnk-b-sale-end to b-sale-end
               move lnk-b-unit-cost to b-unit-cost
               move lnk-b-status to b-status
               move zero to b-loc-onhand(1) b-loc-onhand(2)
                            b-in-transit ws-audit-old-onhand
               perform spread-onhand-change
               write b-details
               if ls-file-status = "00"
                   move b-stockno    to ws-audit-stockno
               move lnk-b-sale-end to b-sale-end
               move lnk-b-unit-cost to b-unit-cost
               move lnk-b-status to b-status
               perform spread-onhand-change
               rewrite b-details
               if ls-file-status = "00"
                   move b-stockno    to ws-audit-stockno
               move b-onhand to ws-audit-old-onhand
               move b-retail to ws-audit-old-retail
               move lnk-b-onhand to b-onhand
               perform spread-onhand-change
               rewrite b-details
               if ls-file-status = "00"
                   move b-stockno    to ws-audit-stockno
               move b-retail to ws-audit-old-retail
               move lnk-b-onhand to b-onhand
               move lnk-b-sold   to b-sold
               perform spread-onhand-change
               rewrite b-details
               if ls-file-status = "00"
                   move b-stockno    to ws-audit-stockno
           end-if
           .

       do-post-sale section.
      *>------Nightly sales posting: the caller has already read the
      *>------record and moved the ticket quantity from b-onhand to
      *>------b-sold; only those two fields move, and the audit
      *>------record carries the SALE operation code so the month-end
      *>------roll-forward can tell sales from hand-keyed changes.
           if ws-batch-active
               move "00" to ls-file-status
           else
               open i-o bookfile
           end-if
           if ls-file-status <> "00"
               move ls-file-status to lnk-file-status
               exit section
           end-if

           move lnk-b-stockno to b-stockno
           perform read-book-with-retry
           if ls-file-status = "00"
               move b-onhand to ws-audit-old-onhand
               move b-retail to ws-audit-old-retail
               move lnk-b-onhand to b-onhand
               move lnk-b-sold   to b-sold
               perform spread-onhand-change
               rewrite b-details
               if ls-file-status = "00"
                   move b-stockno    to ws-audit-stockno
                   move "SALE"       to ws-audit-operation
                   move b-onhand     to ws-audit-new-onhand
                   move b-retail     to ws-audit-new-retail
                   perform write-audit-record
               end-if
           end-if

           move ls-file-status to lnk-file-status
           if not ws-batch-active
               close bookfile
           end-if
           .

       do-ship-stock section.
      *>------Mail or web order shipped (bookship.cbl): the caller has
      *>------already read the record and moved the copies in the
      *>------parcel from b-onhand to b-sold, and set audit-reference
      *>------to the order number; only those two fields move, off
      *>------the count of the shop the parcel left from, and the
      *>------audit record carries the SHIP operation code and the
      *>------order number for the ledger and the month-end roll.
           move audit-reference to ws-audit-reference
           move spaces to audit-reference
           if ws-batch-active
               move "00" to ls-file-status
           else
               open i-o bookfile
           end-if
           if ls-file-status <> "00"
               move ls-file-status to lnk-file-status
               move spaces to ws-audit-reference
               exit section
           end-if

           move lnk-b-stockno to b-stockno
           perform read-book-with-retry
           if ls-file-status = "00"
               move b-onhand to ws-audit-old-onhand
               move b-retail to ws-audit-old-retail
               move lnk-b-onhand to b-onhand
               move lnk-b-sold   to b-sold
               perform spread-onhand-change
               rewrite b-details
               if ls-file-status = "00"
                   move b-stockno    to ws-audit-stockno
                   move "SHIP"       to ws-audit-operation
                   move b-onhand     to ws-audit-new-onhand
                   move b-retail     to ws-audit-new-retail
                   perform write-audit-record
               end-if
           end-if
           move spaces to ws-audit-reference

           move ls-file-status to lnk-file-status
           if not ws-batch-active
               close bookfile
           end-if
           .

       do-receive-stock section.
      *>------Goods received against a PO: the caller has already
      *>------read the record, added the quantity received to
      *>------b-onhand and set the last unit cost paid; only those
      *>------two fields move, and the audit record carries the RECV
      *>------operation code for the month-end roll-forward.
           if ws-batch-active
               move "00" to ls-file-status
           else
               open i-o bookfile
           end-if
           if ls-file-status <> "00"
               move ls-file-status to lnk-file-status
               exit section
           end-if

           move lnk-b-stockno to b-stockno
           perform read-book-with-retry
           if ls-file-status = "00"
               move b-onhand to ws-audit-old-onhand
               move b-retail to ws-audit-old-retail
               move lnk-b-onhand    to b-onhand
               move lnk-b-unit-cost to b-unit-cost
               perform spread-onhand-change
               rewrite b-details
               if ls-file-status = "00"
                   move b-stockno    to ws-audit-stockno
                   move "RECV"       to ws-audit-operation
                   move b-onhand     to ws-audit-new-onhand
                   move b-retail     to ws-audit-new-retail
                   perform write-audit-record
               end-if
           end-if

           move ls-file-status to lnk-file-status
           if not ws-batch-active
               close bookfile
           end-if
           .

       do-rtv-stock section.
      *>------Return to vendor: the caller has already read the record
      *>------and adjusted b-onhand down by the quantity going back;
               move b-onhand to ws-audit-old-onhand
               move b-retail to ws-audit-old-retail
               move lnk-b-onhand to b-onhand
               perform spread-onhand-change
               rewrite b-details
               if ls-file-status = "00"
                   move b-stockno    to ws-audit-stockno
           end-if
           .

       do-buyback-stock section.
      *>------Used copies bought back from a customer: the caller has
      *>------already read the used stock number's record and set the
      *>------new b-onhand and the averaged b-unit-cost; only those
      *>------two fields move, and the audit record carries the BUYBK
      *>------operation code so the copies coming in over the counter
      *>------never masquerade as a hand-keyed UPDATE.
           if ws-batch-active
               move "00" to ls-file-status
           else
               open i-o bookfile
           end-if
           if ls-file-status <> "00"
               move ls-file-status to lnk-file-status
               exit section
           end-if

           move lnk-b-stockno to b-stockno
           perform read-book-with-retry
           if ls-file-status = "00"
               move b-onhand to ws-audit-old-onhand
               move b-retail to ws-audit-old-retail
               move lnk-b-onhand    to b-onhand
               move lnk-b-unit-cost to b-unit-cost
               perform spread-onhand-change
               rewrite b-details
               if ls-file-status = "00"
                   move b-stockno    to ws-audit-stockno
                   move "BUYBK"      to ws-audit-operation
                   move b-onhand     to ws-audit-new-onhand
                   move b-retail     to ws-audit-new-retail
                   perform write-audit-record
               end-if
           end-if

           move ls-file-status to lnk-file-status
           if not ws-batch-active
               close bookfile
           end-if
           .

       do-merge-in section.
      *>------Duplicate-title merge (bookmerge.cbl), surviving side:
      *>------the caller has read the record and added the retired
      *>------stock number's b-onhand and b-sold in, and may have
      *>------filled b-unit-cost and b-isbn where this record had
      *>------none, and added the retired side's shop and in-transit
      *>------copies to this one's. Only those fields move; the audit
      *>------record carries the MERGE operation code.
           if ws-batch-active
               move "00" to ls-file-status
           else
               open i-o bookfile
           end-if
           if ls-file-status <> "00"
               move ls-file-status to lnk-file-status
               exit section
           end-if

           move lnk-b-stockno to b-stockno
           perform read-book-with-retry
           if ls-file-status = "00"
               move b-onhand to ws-audit-old-onhand
               move b-retail to ws-audit-old-retail
               move lnk-b-onhand    to b-onhand
               move lnk-b-sold      to b-sold
               move lnk-b-unit-cost to b-unit-cost
               move lnk-b-isbn      to b-isbn
               move lnk-b-loc-onhand(1) to b-loc-onhand(1)
               move lnk-b-loc-onhand(2) to b-loc-onhand(2)
               move lnk-b-in-transit    to b-in-transit
               rewrite b-details
               if ls-file-status = "00"
                   move b-stockno    to ws-audit-stockno
                   move "MERGE"      to ws-audit-operation
                   move b-onhand     to ws-audit-new-onhand
                   move b-retail     to ws-audit-new-retail
                   perform write-audit-record
               end-if
           end-if

           move ls-file-status to lnk-file-status
           if not ws-batch-active
               close bookfile
           end-if
           .

       do-merge-retire section.
      *>------Duplicate-title merge, retired side: the record is
      *>------deleted once everything on it has moved to the
      *>------surviving stock number, and the audit record carries
      *>------the MERGED operation code, with the copies it held going
      *>------to zero, rather than a DELETE.
           if ws-batch-active
               move "00" to ls-file-status
           else
               open i-o bookfile
           end-if
           if ls-file-status <> "00"
               move ls-file-status to lnk-file-status
               exit section
           end-if

           move lnk-b-stockno to b-stockno
           perform read-book-with-retry
           if ls-file-status = "00"
               move b-onhand to ws-audit-old-onhand
               move b-retail to ws-audit-old-retail
               delete bookfile record
               if ls-file-status = "00"
                   move b-stockno    to ws-audit-stockno
                   move "MERGED"     to ws-audit-operation
                   move zero         to ws-audit-new-onhand
                   move zero         to ws-audit-new-retail
                   perform write-audit-record
               end-if
           end-if

           move ls-file-status to lnk-file-status
           if not ws-batch-active
               close bookfile
           end-if
           .

       do-delete-record section.
           if ws-batch-active
               move "00" to ls-file-status
           end-perform
           .

      ****************************************************************
      * b-onhand has just moved from ws-audit-old-onhand to its new
      * figure; the difference goes on or off the count of the shop
      * the session signed on at (shop 1 for a batch run). Copies
      * going out that the shop does not show come off the other
      * shop, then off stock in transit, so the split always adds
      * back up to b-onhand. A record whose split does not add up to
      * begin with - keyed in before there were two shops - has the
      * odd copies put in shop 1 first.
      ****************************************************************
       spread-onhand-change section.
           perform check-location-split
           if signon-location = 2
               move 2 to ws-loc-this
               move 1 to ws-loc-other
           else
               move 1 to ws-loc-this
               move 2 to ws-loc-other
           end-if
           if b-onhand >= ws-audit-old-onhand
               compute b-loc-onhand(ws-loc-this) =
                   b-loc-onhand(ws-loc-this)
                       + b-onhand - ws-audit-old-onhand
               exit section
           end-if

           compute ws-loc-short = ws-audit-old-onhand - b-onhand
           if ws-loc-short > b-loc-onhand(ws-loc-this)
               subtract b-loc-onhand(ws-loc-this) from ws-loc-short
               move zero to b-loc-onhand(ws-loc-this)
           else
               subtract ws-loc-short from b-loc-onhand(ws-loc-this)
               move zero to ws-loc-short
           end-if
           if ws-loc-short > b-loc-onhand(ws-loc-other)
               subtract b-loc-onhand(ws-loc-other) from ws-loc-short
               move zero to b-loc-onhand(ws-loc-other)
           else
               subtract ws-loc-short from b-loc-onhand(ws-loc-other)
               move zero to ws-loc-short
           end-if
           subtract ws-loc-short from b-in-transit
           .

       check-location-split section.
           if b-loc-onhand(1) not numeric
               move zero to b-loc-onhand(1)
           end-if
           if b-loc-onhand(2) not numeric
               move zero to b-loc-onhand(2)
           end-if
           if b-in-transit not numeric
               move zero to b-in-transit
           end-if
           compute ws-loc-total = b-loc-onhand(1) + b-loc-onhand(2)
                                + b-in-transit
           if ws-loc-total <> ws-audit-old-onhand
               if ws-audit-old-onhand >=
                       b-loc-onhand(2) + b-in-transit
                   compute b-loc-onhand(1) = ws-audit-old-onhand
                       - b-loc-onhand(2) - b-in-transit
               else
                   move ws-audit-old-onhand to b-loc-onhand(1)
                   move zero to b-loc-onhand(2) b-in-transit
               end-if
           end-if
           .

       log-delete-if-ok section.
           if ls-file-status = "00"
               move b-stockno to ws-audit-stockno
           move ws-audit-new-retail to aud-new-retail
           move function current-date to aud-timestamp
           move signon-operator-id  to aud-operator
           move ws-audit-reference  to aud-reference
           write aud-record
           move spaces              to ws-audit-reference

           close auditfile
           .
