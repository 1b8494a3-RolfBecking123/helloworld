      ****************************************************************
      *
      * Operator permissions report - who can do what.
      *
      * One line per operator on operfile.dat (through bookoper.cbl),
      * in initials order, with a column for each permission flag
      * bookauth.cbl checks: price change, variance posting, PO
      * cancel, title delete, store credit and operator maintenance.
      * An inactive operator is shown but marked, since their flags
      * cannot be used until they are reactivated; the foot counts
      * the active operators holding each permission. This is the
      * owner's quarterly review - anything ticked that should not
      * be is put right in opertest.cbl. Printed to
      * bookperm<stamp>.rpt and catalogued on rptcat.dat.
      *
      ****************************************************************

       identification division.
       program-id. bookperm.

       environment division.
       input-output section.
       file-control.
           select perm-report assign to dynamic ws-rpt-name
               organization is line sequential
               file status is ls-rpt-status
               .

       data division.
       file section.
       FD perm-report.
       01 rpt-line                 pic x(80).

       working-storage section.
       01 ls-rpt-status            pic xx.

       01 ws-eof-flag              pic x value "N".
           88 ws-eof                 value "Y".
       01 ws-operator-count        pic 9(5) value zero.
       01 ws-perm-index            pic 9.

       01 ws-holder-table.
           03 ws-holder-count occurs 6 times pic 9(5).

       01 ws-op-function           pic x.
           88 op-next-record         value "4".
       01 ws-op-file-status        pic xx.
       copy "operator-rec.cpy" replacing ==(prefix)== by ==ws-op==.

       01 ws-rpt-name              pic x(30).
       01 ws-rc-function           pic x.
           88 rc-add-record          value "2".
       01 ws-rc-file-status        pic xx.
       copy "rptcat-rec.cpy" replacing ==(prefix)== by ==ws-rc==.

       copy "rpthead.cpy" replacing ==(prefix)== by ==ws-rh==.

       01 ws-heading-1.
           05 filler                pic x(5)  value "INIT".
           05 filler                pic x(31) value "NAME".
           05 filler                pic x(8)  value "STATUS".
           05 filler                pic x(6)  value "PRICE".
           05 filler                pic x(6)  value "VAR".
           05 filler                pic x(6)  value "POCAN".
           05 filler                pic x(6)  value "DEL".
           05 filler                pic x(6)  value "CRED".
           05 filler                pic x(6)  value "OPER".

       01 ws-detail-line.
           05 ws-d-id               pic x(3).
           05 filler                pic x(2)  value spaces.
           05 ws-d-name             pic x(30).
           05 filler                pic x     value space.
           05 ws-d-status           pic x(8).
           05 ws-d-perm occurs 6 times.
               07 filler            pic x(2).
               07 ws-d-flag         pic x.
               07 filler            pic x(3).

       01 ws-count-line.
           05 ws-c-label            pic x(44).
           05 ws-c-perm occurs 6 times.
               07 ws-c-count        pic zz9.
               07 filler            pic x(3).

       procedure division.
       main-line.
           move function current-date to ws-rh-run-stamp
           perform set-up-heading
           initialize ws-holder-table

           move spaces to ws-rpt-name
           string "bookperm"            delimited by size
                  ws-rh-run-stamp(1:14) delimited by size
                  ".rpt"                delimited by size
               into ws-rpt-name
           open output perm-report
           if ls-rpt-status <> "00"
               display "bookperm: cannot open perm-report, status "
                        ls-rpt-status
               move 16 to return-code
               goback
           end-if
           perform write-page-heading

           initialize ws-op-details
           move low-values to ws-op-id
           perform until ws-eof
               set op-next-record to true
               call "bookoper" using ws-op-function
                                     ws-op-details
                                     ws-op-file-status
               if ws-op-file-status <> "00"
                   set ws-eof to true
               else
                   perform report-one-operator
               end-if
           end-perform

           perform write-foot
           close perm-report
           perform register-report
           display "bookperm: " ws-operator-count " operators listed"
           goback
           .

       set-up-heading.
           move "bookperm"    to ws-rh-h-program
           move "OPERATOR PERMISSIONS" to ws-rh-h-title
           move ws-rh-run-stamp(1:4)  to ws-rh-h-yyyy
           move ws-rh-run-stamp(5:2)  to ws-rh-h-mm
           move ws-rh-run-stamp(7:2)  to ws-rh-h-dd
           move ws-rh-run-stamp(9:2)  to ws-rh-h-hh
           move ws-rh-run-stamp(11:2) to ws-rh-h-mi
           move ws-rh-run-stamp(13:2) to ws-rh-h-ss
           .

       report-one-operator.
           perform check-page-break
           move spaces     to ws-detail-line
           move ws-op-id   to ws-d-id
           move ws-op-name to ws-d-name
           if ws-op-is-active
               move "ACTIVE"   to ws-d-status
           else
               move "INACTIVE" to ws-d-status
           end-if
           perform varying ws-perm-index from 1 by 1
                   until ws-perm-index > 6
               if ws-op-perm-flag(ws-perm-index) = "Y"
                   move "X" to ws-d-flag(ws-perm-index)
                   if ws-op-is-active
                       add 1 to ws-holder-count(ws-perm-index)
                   end-if
               else
                   move "." to ws-d-flag(ws-perm-index)
               end-if
           end-perform
           move ws-detail-line to rpt-line
           write rpt-line
           add 1 to ws-rh-line-count
           add 1 to ws-operator-count
           .

       write-foot.
           move spaces to rpt-line
           write rpt-line
           move spaces to ws-count-line
           move "ACTIVE OPERATORS HOLDING EACH PERMISSION"
               to ws-c-label
           perform varying ws-perm-index from 1 by 1
                   until ws-perm-index > 6
               move ws-holder-count(ws-perm-index)
                   to ws-c-count(ws-perm-index)
           end-perform
           move ws-count-line to rpt-line
           write rpt-line
           move ws-operator-count to ws-rh-t-count
           move "OPERATORS ***" to ws-rh-t-label
           move ws-rh-trailer-line to rpt-line
           write rpt-line
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
           move ws-heading-1 to rpt-line
           write rpt-line
           move 3 to ws-rh-line-count
           .

       register-report.
           initialize ws-rc-details
           move "bookperm"             to ws-rc-report-name
           move ws-rh-run-stamp(1:14)  to ws-rc-run-stamp
           move ws-rpt-name            to ws-rc-file-name
           move ws-operator-count      to ws-rc-record-count
           set rc-add-record to true
           call "rptcat" using ws-rc-function
                               ws-rc-details
                               ws-rc-file-status
           if ws-rc-file-status <> "00"
               display "bookperm: report not catalogued, status "
                        ws-rc-file-status
           end-if
           .
