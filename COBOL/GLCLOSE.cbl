      *              CTL only when every batch carrying a       *
      *              detail for that period proved IN BALANCE   *
      *              and none was left hanging without a total  *
      *              record.  Once a period is closed, every    *
      *              GLPOST.CPY feeder refuses to post into it, *
      *              so a rerun can no longer double-book a     *
      *              month finance has already taken.           *
      ************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
