      ************************************************************
      *  WOHIST - Bad-debt write-off history record, the line    *
      *           sequential file CH0601WH.DAT.  PROJECT2W       *
      *           appends a W record for every account it writes *
      *           off and PROJECT2 appends an R record for every *
      *           payment later received on a written-off        *
      *           account, so the file is the complete story of  *
      *           each bad debt.  Nothing ever rewrites it.      *
      *           COPY this under the 01-level record name each  *
      *           program uses for its history record.           *
      *                                                          *
      *  WH-PERIOD is the YYYYMM the write-off was made or the   *
      *  recovery was dated.  WH-AMOUNT is the balance written   *
      *  off or the amount recovered.  WH-APPROVED-BY is the     *
      *  supervisor's initials from the approved list, blank on  *
      *  a recovery.                                             *
      ************************************************************
           05  WH-CUST-NO              PIC 9(5).
           05  WH-CUST-NAME            PIC X(12).
           05  WH-EVENT                PIC X.
               88  WH-IS-WRITE-OFF                  VALUE 'W'.
               88  WH-IS-RECOVERY                   VALUE 'R'.
           05  WH-PERIOD               PIC X(6).
           05  WH-AMOUNT               PIC 9(7)V99.
           05  WH-APPROVED-BY          PIC X(3).
