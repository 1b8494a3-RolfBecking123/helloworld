      ****************************************************************
      *
      * The document behind the next stock movement book.cbl posts,
      * for the aud-reference column of its audit record - the order
      * number on a mail or web order shipment (bookship.cbl). The
      * caller sets it just before the call; book.cbl copies it onto
      * the one audit record that call writes and blanks it again, so
      * it can never ride along on some later, unrelated movement.
      * EXTERNAL for the same reason signon-id.cpy is: book.cbl's
      * call interface is fixed and shared by every caller.
      *
      ****************************************************************
       01 audit-reference     pic x(10) is external.
