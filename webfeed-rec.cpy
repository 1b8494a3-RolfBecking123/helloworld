      ****************************************************************
      *
      * Web catalog feed record layout, written by bookwebfeed.cbl
      * to webfeed.dat for the website's nightly import.
      *
      * One "D" record per title sent, then a single "T" trailer
      * whose count is the number of "D" records ahead of it - the
      * web team checks it before loading. (prefix)-price is the
      * price the shop charges that day, any running discount
      * already taken off. (prefix)-expected-date is only filled in
      * when the title is on order, from the open PO header.
      *
      ****************************************************************
       01 (prefix)-record.
           03 (prefix)-rec-type       pic x.
               88 (prefix)-detail-rec       value "D".
               88 (prefix)-trailer-rec      value "T".
           03 (prefix)-detail.
               05 (prefix)-isbn          pic x(13).
               05 (prefix)-stockno       pic x(4).
               05 (prefix)-title         pic x(50).
               05 (prefix)-author        pic x(50).
               05 (prefix)-type          pic x(20).
               05 (prefix)-price         pic 99v99.
               05 (prefix)-avail         pic x.
                   88 (prefix)-in-stock       value "I".
                   88 (prefix)-low-stock      value "L".
                   88 (prefix)-on-order       value "O".
                   88 (prefix)-sold-out       value "S".
                   88 (prefix)-out-of-print   value "X".
               05 (prefix)-expected-date pic 9(8).
           03 (prefix)-trailer redefines (prefix)-detail.
               05 (prefix)-t-count       pic 9(7).
               05 (prefix)-t-run-date    pic 9(8).
               05 (prefix)-t-mode        pic x.
                   88 (prefix)-t-full         value "F".
                   88 (prefix)-t-changes      value "C".
               05 filler                 pic x(134).
