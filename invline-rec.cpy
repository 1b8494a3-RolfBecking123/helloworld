      ****************************************************************
      *
      * Vendor invoice detail line record layout, shared between
      * invline.cbl and its callers via COPY ... REPLACING.
      *
      * Primary key is the invoice header's key plus a line number,
      * so an invoice's lines sort together and can be walked in
      * order. Each line points at the pohdr/poline purchase-order
      * line it bills for; (prefix)-po-key is an alternate key so
      * every invoice line billed against one PO line can be found
      * when the three-way match totals what has already been billed.
      * (prefix)-match-result holds the outcome of the last match
      * run for the line.
      *
      ****************************************************************
       01 (prefix)-details.
           03 (prefix)-key.
               05 (prefix)-vendor-code pic x(6).
               05 (prefix)-invoice-no  pic x(12).
               05 (prefix)-line-no     pic 9(3).
           03 (prefix)-po-key.
               05 (prefix)-po-number   pic 9(6).
               05 (prefix)-po-line-no  pic 9(3).
           03 (prefix)-qty-billed      pic 9(5).
           03 (prefix)-unit-cost       pic 99v99.
           03 (prefix)-match-result    pic x.
               88 (prefix)-not-matched      value " ".
               88 (prefix)-matched          value "M".
               88 (prefix)-billed-not-recvd value "N".
               88 (prefix)-billed-over-ord  value "O".
               88 (prefix)-price-variance   value "V".
               88 (prefix)-no-po-line       value "X".
