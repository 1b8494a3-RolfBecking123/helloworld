      * the cutoff), and audit.dat is rewritten with only the records
      * after the cutoff. The archive file is opened extend so a
      * rerun with the same cutoff adds to it instead of wiping it.
      * Archive a month only after bookclose.cbl has closed it - the
      * roll-forward reads the month's movements back from audit.dat.
      *
      ****************************************************************

