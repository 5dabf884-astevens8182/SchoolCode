       FD  EMP-BACKUP-FILE.
       01  EMP-BACKUP-REC.
           05  EB-REC-TYPE             PIC X.
           05  EB-DATA                 PIC X(58).

       FD  YTD-FILE.
       01  YTD-REC.
       FD  BAL-BACKUP-FILE.
       01  BAL-BACKUP-REC.
           05  BB-REC-TYPE             PIC X.
           05  BB-DATA                 PIC X(62).

       FD  STUDENT-MASTER-FILE.
       01  STUDENT-MASTER-REC.
       FD  STU-BACKUP-FILE.
       01  STU-BACKUP-REC.
           05  SB-REC-TYPE             PIC X.
           05  SB-DATA                 PIC X(46).

       FD  EMP-LOCK-FILE.
       01  EMP-LOCK-REC                PIC X(23).
