      * Shared audit-log record layout - written by book.cbl and
      * bookprice.cbl whenever either one changes bookfile directly.
      *
      * (prefix)-reference carries the document behind the change
      * where there is one - the order number on a mail or web order
      * shipment (bookship.cbl). Records written before it was added
      * read back with it blank.
      *
      ****************************************************************
       01 (prefix)-record.
           03 (prefix)-stockno       pic x(4).
           03 (prefix)-timestamp     pic x(21).
           03 filler                 pic x value space.
           03 (prefix)-operator      pic x(3).
           03 filler                 pic x value space.
           03 (prefix)-reference     pic x(10).
