      ****************************************************************
      *
      * Inbound mail and web order record layout, read by
      * bookordimp.cbl from weborder.dat.
      *
      * The website's nightly export, with the mail room's keyed
      * orders appended in the same shape: an "H" header record per
      * order, followed by one "L" record per title ordered, both
      * carrying the order number. A line names the title by stock
      * number or, when the stock number is blank, by ISBN. A header
      * customer number of zero means the customer is to be matched
      * by name and phone, or added.
      *
      ****************************************************************
       01 (prefix)-record.
           03 (prefix)-rec-type       pic x.
               88 (prefix)-header           value "H".
               88 (prefix)-line             value "L".
           03 (prefix)-order-no       pic x(10).
           03 (prefix)-header-data.
               05 (prefix)-source        pic x.
               05 (prefix)-order-date    pic 9(8).
               05 (prefix)-customer-no   pic 9(6).
               05 (prefix)-name          pic x(30).
               05 (prefix)-phone         pic x(15).
               05 (prefix)-addr-1        pic x(30).
               05 (prefix)-addr-2        pic x(30).
               05 (prefix)-city          pic x(30).
           03 (prefix)-line-data redefines (prefix)-header-data.
               05 (prefix)-stockno       pic x(4).
               05 (prefix)-isbn          pic x(13).
               05 (prefix)-qty           pic 9(5).
               05 filler                 pic x(128).
