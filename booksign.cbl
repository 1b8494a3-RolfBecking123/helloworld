      * the caller gets a failing status and decides what to do -
      * every caller today stops.
      *
      * Once signed on, the operator says which shop they are
      * working in (1 or 2, Enter for 1); that goes in the same
      * copybook's signon-location, which book.cbl uses to keep
      * each shop's copies apart.
      *
      ****************************************************************

       Program-id. booksign.
       01 ls-call-status   pic x(2) comp-5.
       01 ws-attempts      pic 9 value zero.
       01 ws-id-in         pic x(3).
       01 ws-location-in   pic x.
       01 ws-signed-flag   pic x value "N".
           88 ws-signed-on   value "Y".

       procedure division using lnk-signon-status.
       main section.
           move spaces to signon-operator-id
           move zero to signon-location
           move "N" to ws-signed-flag
           move zero to ws-attempts

           end-perform

           if ws-signed-on
               perform until signon-location = 1 or 2
                   perform choose-location
               end-perform
               move "00" to lnk-signon-status
           else
               display "booksign: sign-on failed"
           set ws-signed-on to true
           display "booksign: signed on " ws-op-name
           .

       choose-location section.
           display "Shop (1 or 2, Enter for 1): "
           move spaces to ws-location-in
           accept ws-location-in
           evaluate ws-location-in
            when space
            when "1"
               move 1 to signon-location
            when "2"
               move 2 to signon-location
            when other
               display "booksign: shop must be 1 or 2"
           end-evaluate
           .
