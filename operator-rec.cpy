      * trust. An operator who leaves is flagged inactive rather than
      * deleted, so old audit records still resolve to a name.
      *
      * The permission flags say which of the sensitive functions the
      * operator may use; bookauth.cbl checks them for the signed-on
      * operator. "Y" allows, anything else refuses. The same six
      * bytes are also seen as a table, in the order bookauth.cbl
      * numbers them, for programs that walk every flag.
      *
      ****************************************************************
       01 (prefix)-details.
           03 (prefix)-id         pic x(3).
           03 (prefix)-name       pic x(30).
           03 (prefix)-active     pic x.
               88 (prefix)-is-active    value "Y".
           03 (prefix)-permissions.
      *>--------Bulk price changes (bookprice)
               05 (prefix)-may-price     pic x.
                   88 (prefix)-can-price      value "Y".
      *>--------Posting cycle-count variances (bookvar)
               05 (prefix)-may-variance  pic x.
                   88 (prefix)-can-variance   value "Y".
      *>--------Cancelling POs and PO lines (bookpomnt)
               05 (prefix)-may-po-cancel pic x.
                   88 (prefix)-can-po-cancel  value "Y".
      *>--------Deleting titles (booktest)
               05 (prefix)-may-delete    pic x.
                   88 (prefix)-can-delete     value "Y".
      *>--------Issuing store credit (bookret)
               05 (prefix)-may-credit    pic x.
                   88 (prefix)-can-credit     value "Y".
      *>--------Maintaining this table, permissions included
               05 (prefix)-may-operators pic x.
                   88 (prefix)-can-operators  value "Y".
           03 (prefix)-perm-table redefines (prefix)-permissions.
               05 (prefix)-perm-flag     pic x occurs 6 times.
