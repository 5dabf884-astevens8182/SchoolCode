      *              granularity - one slip line per YYYYMM.     *
      *              A payment month with no slip at all is      *
      *              flagged NO SLIP.                            *
      *                                                            *
      *  Lockbox deposits are added to CH0601J.CTL by PROJECT2H   *
      *  as each bank batch is imported; only counter deposits    *
      *  are still keyed.  Lockbox checks PROJECT2H could not     *
      *  apply are in the slip but not in the payments, so they   *
      *  show here as over until they are keyed.                  *
      ************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
