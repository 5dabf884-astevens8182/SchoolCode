      *  CH10PPJ  -  Point-in-time rebuild of the employee       *
      *              master from the CH10PPM change journal.     *
      *              Loads the archived sequential copy of the   *
      *              master (CH10PPM.OLD, one raw 58-byte        *
      *              record image per line, the same format      *
      *              the CH10PPP purge archive writes - NOT the  *
      *              typed IXBACKUP .BKP format) into a fresh    *
      *              operator renames CH10PPM.NEW if the rebuilt *
      *              file is to be used.  A missing control      *
      *              file replays the whole journal.             *
      *              Entries replay by the day they were keyed,  *
      *              not their effective date, so the rebuild    *
      *              shows the master as it actually stood.      *
      ************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       DATA DIVISION.
       FILE SECTION.
       FD  OLD-MASTER-FILE.
       01  OLD-MASTER-REC              PIC X(58).

       FD  NEW-MASTER-FILE.
       01  NEW-MASTER-REC.
               88  JR-CHANGE                VALUE 'C'.
               88  JR-DELETE                VALUE 'D'.
           05  JR-EMPLOYEE-NO          PIC X(3).
           05  JR-BEFORE-IMAGE         PIC X(58).
           05  JR-AFTER-IMAGE          PIC X(58).
           05  JR-EFFECTIVE-DATE       PIC X(8).

       FD  ASOF-DATE-FILE.
       01  ASOF-DATE-REC               PIC X(8).
