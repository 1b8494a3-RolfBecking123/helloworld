      ****************************************************************
      *
      * Open-to-buy report.
      *
      * For the buyer's Monday meeting: each b-type's monthly budget
      * from otbbudget.dat against what is already committed this
      * calendar month - the quantity still to come on open and
      * part-received PO lines (poline.dat) at the line cost, plus
      * what has been received this month (the recvjnl.dat receipts
      * journal at the cost received) - and what is left to spend.
      * Types that have commitments but no budget line are listed
      * too, marked NO BUDGET, so nothing on order goes unseen. The
      * same figures are what bookpgen.cbl checks before it orders.
      * Printed to bookotb<stamp>.rpt and catalogued on rptcat.dat.
      *
      ****************************************************************

       identification division.
       program-id. bookotb.

       environment division.
       input-output section.
       file-control.
           select otb-report assign to dynamic ws-rpt-name
               organization is line sequential
               file status is ls-rpt-status
               .

           select optional budgetfile assign to "otbbudget.dat"
               organization is line sequential
               file status is ls-bud-status
               .

           select optional recvjnlfile assign to "recvjnl.dat"
               organization is line sequential
               file status is ls-rj-status
               .

       data division.
       file section.
       FD otb-report.
       01 rpt-line                 pic x(80).

       FD budgetfile.
       copy "otbbudget-rec.cpy" replacing ==(prefix)== by ==ob==.

       FD recvjnlfile.
       copy "recvjnl-rec.cpy" replacing ==(prefix)== by ==rj==.

       working-storage section.
       01 ls-rpt-status            pic xx.
       01 ls-bud-status            pic xx.
       01 ls-rj-status             pic xx.

       01 ws-eof-flag              pic x.
           88 ws-eof                  value "Y".
       01 ws-this-month            pic 9(6).
       01 ws-qty-due               pic 9(5).
       01 ws-line-value            pic 9(7)v99.
       01 ws-lookup-type           pic x(20).

      *>--One entry per b-type budgeted or committed this month
       01 ws-otb-table.
           03 ws-otb-entry occurs 200 times.
               05 ws-ot-type        pic x(20).
               05 ws-ot-budget-flag pic x.
                   88 ws-ot-budgeted  value "Y".
               05 ws-ot-budget      pic 9(7)v99.
               05 ws-ot-on-order    pic 9(7)v99.
               05 ws-ot-received    pic 9(7)v99.
       01 ws-otb-count             pic 9(3) value zero.
       01 ws-otb-index             pic 9(3).
       01 ws-otb-found-flag        pic x.
           88 ws-otb-found           value "Y".
       01 ws-otb-full-flag         pic x value "N".
           88 ws-otb-full            value "Y".

       01 ws-committed             pic 9(7)v99.
       01 ws-remaining             pic s9(7)v99.
       01 ws-over-count            pic 9(3) value zero.

       01 ws-rpt-name              pic x(30).
       01 ws-rc-function           pic x.
           88 rc-add-record          value "2".
       01 ws-rc-file-status        pic xx.
       copy "rptcat-rec.cpy" replacing ==(prefix)== by ==ws-rc==.

       01 ws-book-function         pic x.
           88 bk-read-record         value "1".
       01 ws-book-file-status      pic xx.
       copy "book-rec.cpy" replacing ==(prefix)== by ==ws-bk==.
       01 ws-bk-effective-retail   pic 99v99.

       01 ws-pl-function           pic x.
           88 pl-next-record         value "7".
       01 ws-pl-file-status        pic xx.
       copy "poline-rec.cpy" replacing ==(prefix)== by ==ws-pl==.

       copy "rpthead.cpy" replacing ==(prefix)== by ==ws-rh==.

       01 ws-month-line.
           05 filler                pic x(20) value "OPEN-TO-BUY FOR".
           05 ws-m-month            pic 9(6).

       01 ws-heading-1.
           05 filler                pic x(20) value "TYPE".
           05 filler                pic x(11) value "     BUDGET".
           05 filler                pic x(11) value "   ON ORDER".
           05 filler                pic x(11) value "   RECEIVED".
           05 filler                pic x(11) value "  COMMITTED".
           05 filler                pic x(12) value "   REMAINING".

       01 ws-detail-line.
           05 ws-d-type             pic x(20).
           05 ws-d-budget           pic zzz,zz9.99.
           05 ws-d-no-budget redefines ws-d-budget
                                    pic x(10).
           05 filler                pic x     value space.
           05 ws-d-on-order         pic zzz,zz9.99.
           05 filler                pic x     value space.
           05 ws-d-received         pic zzz,zz9.99.
           05 filler                pic x     value space.
           05 ws-d-committed        pic zzz,zz9.99.
           05 filler                pic x     value space.
           05 ws-d-remaining        pic -zzz,zz9.99.
           05 ws-d-flag             pic x(5).

       procedure division.
       main-line.
           move function current-date to ws-rh-run-stamp
           move ws-rh-run-stamp(1:6) to ws-this-month
           perform set-up-heading

           move spaces to ws-rpt-name
           string "bookotb"             delimited by size
                  ws-rh-run-stamp(1:14) delimited by size
                  ".rpt"                delimited by size
               into ws-rpt-name
           open output otb-report
           if ls-rpt-status <> "00"
               display "bookotb: cannot open otb-report, status "
                        ls-rpt-status
               stop run
           end-if

           perform load-budgets
           perform add-open-po-lines
           perform add-month-receipts
           if ws-otb-full
               display "bookotb: more than 200 types - "
                       "report incomplete"
           end-if

           perform write-page-heading
           perform varying ws-otb-index from 1 by 1
                   until ws-otb-index > ws-otb-count
               perform write-type-line
           end-perform

           move ws-otb-count to ws-rh-t-count
           move "TYPES ***" to ws-rh-t-label
           move ws-rh-trailer-line to rpt-line
           write rpt-line
           close otb-report
           perform register-report
           display "bookotb: " ws-otb-count " types, "
                    ws-over-count " over budget"
           stop run
           .

       set-up-heading.
           move "bookotb"     to ws-rh-h-program
           move "OPEN-TO-BUY BY TYPE" to ws-rh-h-title
           move ws-rh-run-stamp(1:4)  to ws-rh-h-yyyy
           move ws-rh-run-stamp(5:2)  to ws-rh-h-mm
           move ws-rh-run-stamp(7:2)  to ws-rh-h-dd
           move ws-rh-run-stamp(9:2)  to ws-rh-h-hh
           move ws-rh-run-stamp(11:2) to ws-rh-h-mi
           move ws-rh-run-stamp(13:2) to ws-rh-h-ss
           .

       load-budgets.
           open input budgetfile
           if ls-bud-status <> "00"
               display "bookotb: no otbbudget.dat - no type has a "
                       "budget"
               exit paragraph
           end-if
           move "N" to ws-eof-flag
           perform until ws-eof
               read budgetfile
               if ls-bud-status <> "00"
                   set ws-eof to true
               else
                   move ob-type to ws-lookup-type
                   perform find-type
                   if ws-otb-found
                       set ws-ot-budgeted(ws-otb-index) to true
                       move ob-allowance
                           to ws-ot-budget(ws-otb-index)
                   end-if
               end-if
           end-perform
           close budgetfile
           .

      *>------What is still to come on a line: ordered less received.
       add-open-po-lines.
           initialize ws-pl-details
           move "N" to ws-eof-flag
           perform until ws-eof
               set pl-next-record to true
               call "poline" using ws-pl-function
                                   ws-pl-details
                                   ws-pl-file-status
               if ws-pl-file-status <> "00"
                   set ws-eof to true
               else
                   if (ws-pl-status-open or ws-pl-status-partial)
                           and ws-pl-qty-ordered > ws-pl-qty-received
                       compute ws-qty-due =
                           ws-pl-qty-ordered - ws-pl-qty-received
                       compute ws-line-value = ws-qty-due * ws-pl-cost
                       move ws-pl-stockno to ws-bk-stockno
                       perform find-title-type
                       if ws-otb-found
                           add ws-line-value
                               to ws-ot-on-order(ws-otb-index)
                       end-if
                   end-if
               end-if
           end-perform
           .

       add-month-receipts.
           open input recvjnlfile
           if ls-rj-status <> "00"
               exit paragraph
           end-if
           move "N" to ws-eof-flag
           perform until ws-eof
               read recvjnlfile
               if ls-rj-status <> "00"
                   set ws-eof to true
               else
                   if rj-date(1:6) = ws-this-month
                       compute ws-line-value = rj-qty * rj-unit-cost
                       move rj-stockno to ws-bk-stockno
                       perform find-title-type
                       if ws-otb-found
                           add ws-line-value
                               to ws-ot-received(ws-otb-index)
                       end-if
                   end-if
               end-if
           end-perform
           close recvjnlfile
           .

       find-title-type.
           set bk-read-record to true
           call "book" using ws-book-function
                              ws-bk-details
                              ws-book-file-status
                              ws-bk-effective-retail
           if ws-book-file-status <> "00"
               move "** NOT ON FILE **" to ws-bk-type
           end-if
           move ws-bk-type to ws-lookup-type
           perform find-type
           .

      *>------Finds ws-lookup-type in the table, adding it if new
       find-type.
           move "N" to ws-otb-found-flag
           perform varying ws-otb-index from 1 by 1
                   until ws-otb-index > ws-otb-count
               if ws-ot-type(ws-otb-index) = ws-lookup-type
                   set ws-otb-found to true
                   exit perform
               end-if
           end-perform
           if not ws-otb-found
               if ws-otb-count < 200
                   add 1 to ws-otb-count
                   move ws-otb-count to ws-otb-index
                   initialize ws-otb-entry(ws-otb-index)
                   move ws-lookup-type to ws-ot-type(ws-otb-index)
                   set ws-otb-found to true
               else
                   set ws-otb-full to true
               end-if
           end-if
           .

       write-type-line.
           compute ws-committed = ws-ot-on-order(ws-otb-index)
                                + ws-ot-received(ws-otb-index)
           perform check-page-break
           move ws-ot-type(ws-otb-index)     to ws-d-type
           move ws-ot-on-order(ws-otb-index) to ws-d-on-order
           move ws-ot-received(ws-otb-index) to ws-d-received
           move ws-committed                 to ws-d-committed
           move spaces to ws-d-flag
           if ws-ot-budgeted(ws-otb-index)
               move ws-ot-budget(ws-otb-index) to ws-d-budget
               compute ws-remaining =
                   ws-ot-budget(ws-otb-index) - ws-committed
               move ws-remaining to ws-d-remaining
               if ws-remaining < zero
                   move " OVER" to ws-d-flag
                   add 1 to ws-over-count
               end-if
           else
               move "NO BUDGET" to ws-d-no-budget
               move zero to ws-d-remaining
           end-if
           move ws-detail-line to rpt-line
           write rpt-line
           add 1 to ws-rh-line-count
           .

       check-page-break.
           if ws-rh-line-count >= ws-rh-page-limit
               perform write-page-heading
           end-if
           .

       write-page-heading.
           add 1 to ws-rh-page-number
           move ws-rh-page-number to ws-rh-h-page
           move ws-rh-heading-line to rpt-line
           write rpt-line
           move spaces to rpt-line
           write rpt-line
           move ws-this-month to ws-m-month
           move ws-month-line to rpt-line
           write rpt-line
           move ws-heading-1 to rpt-line
           write rpt-line
           move 4 to ws-rh-line-count
           .

       register-report.
           initialize ws-rc-details
           move "bookotb"              to ws-rc-report-name
           move ws-rh-run-stamp(1:14)  to ws-rc-run-stamp
           move ws-rpt-name            to ws-rc-file-name
           move ws-otb-count           to ws-rc-record-count
           set rc-add-record to true
           call "rptcat" using ws-rc-function
                               ws-rc-details
                               ws-rc-file-status
           if ws-rc-file-status <> "00"
               display "bookotb: report not catalogued, status "
                        ws-rc-file-status
           end-if
           .
