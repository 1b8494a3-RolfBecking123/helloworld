      * Owns operfile.dat the same way genre.cbl owns genre.dat:
      * one record per person allowed to sign on, keyed by initials.
      * booksign.cbl validates every sign-on against this table;
      * opertest.cbl is the maintenance screen. Add and update
      * carry the permission flags along with the name and active
      * flag; bookauth.cbl reads them.
      *
      ****************************************************************

      * Record already exists - so error
               move "99" to ls-file-status
           else
               move lnk-op-name        to op-name
               move lnk-op-active      to op-active
               move lnk-op-permissions to op-permissions
               write op-details
           end-if

           move lnk-op-id to op-id
           read operfile
           if ls-file-status = "00"
               move lnk-op-name        to op-name
               move lnk-op-active      to op-active
               move lnk-op-permissions to op-permissions
               rewrite op-details
           end-if

           .

       return-operator section.
           move op-id          to lnk-op-id
           move op-name        to lnk-op-name
           move op-active      to lnk-op-active
           move op-permissions to lnk-op-permissions
           .
