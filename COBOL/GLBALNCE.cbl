      ************************************************************
      *  GLBALNCE  -  General-ledger interface balancing proof.  *
      *              Reads the shared GLPOST.DAT file that       *
      *              every feeder named in GLPOST.CPY appends    *
      *              posting records to.  The feeders append     *
      *              batch by batch, so each 'T' control record  *
      *              closes one batch: it is proved against the  *
      *              details accumulated for that source job     *
      *              since the job's previous total - the same   *
      *              grand total printed on that batch's report  *
