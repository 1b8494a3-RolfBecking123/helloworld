      * Cycle-count entry.
      *
      * Keys shelf counts onto cyclecount.dat - stock number, counted
      * quantity, count date (today), the counter's initials, now
      * taken from the validated sign-on instead of free-keyed, and
      * the shop counted, the one signed on at - one line per
      * count. The file is plain line sequential, so a bulk count
      * prepared elsewhere can also just be dropped in as
      * cyclecount.dat without coming through this screen. The
      * variance batch (bookvar.cbl) compares the counts to the
      * counted shop's figure on bookfile and applies the
      * corrections.
      *
      * When the week's worksheet from bookabc.cbl is on hand
      * (countsheet.dat), the counts can be keyed straight down it:
      * each title on the sheet is shown in shelf order and the
      * figure written on the sheet is keyed against it - a blank
      * answer skips a title not counted - so nobody retypes stock
      * numbers. A sheet printed for one shop carries that shop onto
      * its counts; one printed by the unattended run takes the shop
      * signed on at.
      *
      ****************************************************************

               file status is ls-cnt-status
               .

           select optional sheetfile assign to "countsheet.dat"
               organization is line sequential
               file status is ls-sheet-status
               .

       data division.
       file section.
       FD countfile.
           03 cnt-counted          pic 9(5).
           03 cnt-date             pic 9(8).
           03 cnt-initials         pic x(3).
           03 cnt-location         pic 9.

       FD sheetfile.
       01 sheet-record.
           03 sheet-stockno        pic x(4).
           03 sheet-counted        pic 9(5).
           03 sheet-date           pic 9(8).
           03 sheet-initials       pic x(3).
           03 sheet-location       pic 9.

       working-storage section.
       01 ls-cnt-status            pic xx.
       01 ls-sheet-status          pic xx.

       01 ws-another               pic x value "Y".
           88 ws-no-more             value "N" "n".
       01 ws-counted-in            pic 9(5).
       01 ws-today                 pic 9(8).
       01 ws-entry-count           pic 9(5) value zero.
       01 ws-sheet-mode            pic x.
           88 ws-from-sheet          value "Y" "y".
       01 ws-sheet-eof-flag        pic x value "N".
           88 ws-sheet-eof           value "Y".
       01 ws-count-text            pic x(10).
       01 ws-count-word            pic x(10).
       01 ws-count-len             pic 9(2).

       01 ws-book-function         pic x.
           88 bk-read-record         value "1".
       01 ws-book-file-status      pic xx.
       copy "book-rec.cpy" replacing ==(prefix)== by ==ws-bk==.
       01 ws-bk-effective-retail   pic 99v99.
       01 ws-signon-status         pic xx.
       copy "signon-id.cpy".

               stop run
           end-evaluate

           display "Key counts down this week's worksheet? (Y/N) "
           move "N" to ws-sheet-mode
           accept ws-sheet-mode
           if ws-from-sheet
               perform enter-sheet-counts
           else
               perform until ws-no-more
                   perform enter-one-count
                   display "Another count? (Y/N) "
                   accept ws-another
               end-perform
           end-if

           close countfile
           display "bookcount: " ws-entry-count " counts entered"
           move ws-counted-in  to cnt-counted
           move ws-today       to cnt-date
           move signon-operator-id to cnt-initials
           move signon-location to cnt-location
           write cnt-record
           if ls-cnt-status = "00"
               add 1 to ws-entry-count
           else
               display "bookcount: write failed, status " ls-cnt-status
           end-if
           .

       enter-sheet-counts.
           open input sheetfile
           if ls-sheet-status <> "00"
               display "bookcount: no worksheet (countsheet.dat), "
                       "status " ls-sheet-status
               exit paragraph
           end-if
           perform until ws-sheet-eof
               read sheetfile
               if ls-sheet-status <> "00"
                   set ws-sheet-eof to true
               else
                   perform enter-sheet-line
               end-if
           end-perform
           close sheetfile
           .

       enter-sheet-line.
           initialize ws-bk-details
           move sheet-stockno to ws-bk-stockno
           set bk-read-record to true
           call "book" using ws-book-function
                              ws-bk-details
                              ws-book-file-status
                              ws-bk-effective-retail
           display sheet-stockno " " ws-bk-title
           display "Counted quantity (blank = not counted): "
           move spaces to ws-count-text
           accept ws-count-text
           if ws-count-text = spaces
               exit paragraph
           end-if
           move spaces to ws-count-word
           move zero to ws-count-len
           unstring ws-count-text delimited by all space
               into ws-count-word count in ws-count-len
           end-unstring
           if ws-count-len = zero or ws-count-len > 5
               display "bookcount: " ws-count-text
                       " is not a count - skipped"
               exit paragraph
           end-if
           if ws-count-word(1:ws-count-len) is not numeric
               display "bookcount: " ws-count-text
                       " is not a count - skipped"
               exit paragraph
           end-if
           move ws-count-word(1:ws-count-len) to ws-counted-in

           move sheet-stockno  to cnt-stockno
           move ws-counted-in  to cnt-counted
           move ws-today       to cnt-date
           move signon-operator-id to cnt-initials
           if sheet-location = 1 or sheet-location = 2
               move sheet-location to cnt-location
           else
               move signon-location to cnt-location
           end-if
           write cnt-record
           if ls-cnt-status = "00"
               add 1 to ws-entry-count
