           05 RAW-YEAR                         PIC X(4).
           05 RAW-AMOUNT                       PIC X(6).
           05 RAW-TRANS-TYPE                   PIC X(1).
           05 RAW-ITEM-REF                     PIC X(5).
           05                                  PIC X(3).

       FD KEEP-FILE
           RECORD CONTAINS 33 CHARACTERS.
