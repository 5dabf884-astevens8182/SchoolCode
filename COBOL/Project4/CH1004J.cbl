       IDENTIFICATION DIVISION.
       PROGRAM-ID. CH1004J.
      ************************************************************
      *  CH1004J  -  Maintenance program for the two masters     *
      *              that hang under the CH1004K course catalog: *
      *              the term section master CH1004SC.DAT (each  *
      *              course's sections for a term, with their    *
      *              seat capacity) and the prerequisite table   *
      *              CH1004PQ.DAT (each prerequisite course and  *
      *              the minimum grade it needs).  Reads ADD/    *
      *              CHANGE/DELETE transactions from             *
      *              CH1004JT.DAT in the same style as CH1004K.  *
      *              Every course named must be active on the    *
      *              catalog.  A section change resets the       *
      *              capacity but may not cut it below the seats *
      *              already enrolled, and a section with anyone *
      *              still enrolled or waitlisted cannot be      *
      *              deleted - drop them through CH1004Q first.  *
      *                                                          *
      *  CH1004JT.DAT, 22-character records:                     *
      *      1     record type, S section or P prerequisite      *
      *      2     transaction code A, C or D                    *
      *      3-10  course id                                     *
      *   section:        11-16 term id   17-19 section number   *
      *                   20-22 capacity                         *
      *   prerequisite:   11-18 prerequisite course id           *
      *                   19    minimum grade A-D                *
      ************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SECTION-MASTER-FILE
               ASSIGN TO
                  "W:\CIS 253\Projects\CIS253PROJECT4INFO\CH1004SC.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SC-SECTION-KEY
               FILE STATUS IS WS-SECTION-STATUS.

           SELECT PREREQ-MASTER-FILE
               ASSIGN TO
                  "W:\CIS 253\Projects\CIS253PROJECT4INFO\CH1004PQ.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PQ-PREREQ-KEY
               FILE STATUS IS WS-PREREQ-STATUS.

           SELECT CATALOG-MASTER-FILE
               ASSIGN TO
                   "W:\CIS 253\Projects\CIS253PROJECT4INFO\CH1004K.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CR-COURSE-ID
               FILE STATUS IS WS-CATALOG-STATUS.

           SELECT TRANS-FILE
               ASSIGN TO
                  "W:\CIS 253\Projects\CIS253PROJECT4INFO\CH1004JT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MAINT-REPORT-FILE
               ASSIGN TO
                   "W:\CIS 253\Projects\CIS253PROJECT4INFO\CH1004J.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  SECTION-MASTER-FILE.
       01  SECTION-MASTER-REC.
           COPY SECTREC.

       FD  PREREQ-MASTER-FILE.
       01  PREREQ-MASTER-REC.
           COPY PREREQ.

       FD  CATALOG-MASTER-FILE.
       01  CATALOG-MASTER-REC.
           COPY CRSEREC.

       FD  TRANS-FILE.
       01  TRANS-REC.
           05  TR-RECORD-TYPE          PIC X.
               88  TR-SECTION               VALUE 'S'.
               88  TR-PREREQ                VALUE 'P'.
           05  TR-TRANS-CODE           PIC X.
               88  TR-ADD                   VALUE 'A'.
               88  TR-CHANGE                VALUE 'C'.
               88  TR-DELETE                VALUE 'D'.
           05  TR-COURSE-ID            PIC X(8).
           05  TR-SECTION-DATA.
               10  TR-TERM-ID           PIC X(6).
               10  TR-SECTION-NO        PIC X(3).
               10  TR-CAPACITY          PIC 9(3).
           05  TR-PREREQ-DATA REDEFINES TR-SECTION-DATA.
               10  TR-PREREQ-COURSE-ID  PIC X(8).
               10  TR-MIN-GRADE         PIC X.
               10                       PIC X(3).

       FD  MAINT-REPORT-FILE.
       01  MAINT-REPORT-REC             PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           05  ARE-THERE-MORE-TRANS    PIC X(3)     VALUE 'YES'.
               88  MORE-TRANS                       VALUE 'YES'.
               88  NO-MORE-TRANS                    VALUE 'NO '.

           05  WS-SECTION-STATUS       PIC XX       VALUE ZEROS.
               88  WS-SECTION-OK                    VALUE '00'.
               88  WS-SECTION-DOES-NOT-EXIST        VALUE '35'.
           05  WS-PREREQ-STATUS        PIC XX       VALUE ZEROS.
               88  WS-PREREQ-OK                     VALUE '00'.
               88  WS-PREREQ-DOES-NOT-EXIST         VALUE '35'.
           05  WS-CATALOG-STATUS       PIC XX       VALUE ZEROS.
               88  WS-CATALOG-OK                    VALUE '00'.

           05  WS-COURSE-CHECK-ID      PIC X(8)     VALUE SPACES.
           05  WS-COURSE-ACTIVE        PIC X        VALUE 'N'.
               88  WS-COURSE-IS-ACTIVE              VALUE 'Y'.

           05  WS-ADD-COUNT            PIC 9(5)     VALUE ZEROS.
           05  WS-CHANGE-COUNT         PIC 9(5)     VALUE ZEROS.
           05  WS-DELETE-COUNT         PIC 9(5)     VALUE ZEROS.
           05  WS-ERROR-COUNT          PIC 9(5)     VALUE ZEROS.

       01  DL-TRANS-LINE.
           05  DL-OUT-TYPE             PIC X.
           05  DL-OUT-CODE             PIC X.
           05                          PIC X(2)     VALUE SPACES.
           05  DL-OUT-COURSE-ID        PIC X(8).
           05                          PIC X(2)     VALUE SPACES.
           05  DL-OUT-DATA             PIC X(12).
           05                          PIC X(2)     VALUE SPACES.
           05  DL-OUT-RESULT           PIC X(30).

       01  DL-SUMMARY-LINE.
           05                          PIC X(20)    VALUE SPACES.
           05  DL-OUT-LABEL            PIC X(20).
           05  DL-OUT-COUNT            PIC ZZ,ZZ9.

       PROCEDURE DIVISION.
      **********************************************************
      *  100-MAIN-MODULE - Controls direction of program logic *
      **********************************************************
       100-MAIN-MODULE.
           PERFORM 800-INITIALIZATION-RTN.

           PERFORM UNTIL NO-MORE-TRANS
               READ TRANS-FILE
                  AT END
                     MOVE 'NO ' TO ARE-THERE-MORE-TRANS
                  NOT AT END
                     PERFORM 400-PROCESS-TRANS-RTN
               END-READ
           END-PERFORM.

           PERFORM 700-END-PROGRAM-RTN.

           PERFORM 900-END-OF-JOB-RTN.

           STOP RUN.

      **********************************************************
      *  400-PROCESS-TRANS-RTN - Routes one transaction to its *
      *                          section or prerequisite       *
      *                          ADD/CHANGE/DELETE paragraph   *
      **********************************************************
       400-PROCESS-TRANS-RTN.
           EVALUATE TRUE
               WHEN TR-SECTION AND TR-ADD
                   PERFORM 410-ADD-SECTION-RTN
               WHEN TR-SECTION AND TR-CHANGE
                   PERFORM 420-CHANGE-SECTION-RTN
               WHEN TR-SECTION AND TR-DELETE
                   PERFORM 430-DELETE-SECTION-RTN
               WHEN TR-PREREQ AND TR-ADD
                   PERFORM 510-ADD-PREREQ-RTN
               WHEN TR-PREREQ AND TR-CHANGE
                   PERFORM 520-CHANGE-PREREQ-RTN
               WHEN TR-PREREQ AND TR-DELETE
                   PERFORM 530-DELETE-PREREQ-RTN
               WHEN OTHER
                   MOVE 'INVALID TRANSACTION CODE' TO DL-OUT-RESULT
                   PERFORM 460-PRINT-TRANS-RTN
                   ADD 1 TO WS-ERROR-COUNT
           END-EVALUATE.

      **********************************************************
      *  410-ADD-SECTION-RTN - Opens a new section for a term. *
      *                The course must be active on the        *
      *                catalog and the capacity nonzero.       *
      **********************************************************
       410-ADD-SECTION-RTN.
           MOVE TR-COURSE-ID TO WS-COURSE-CHECK-ID
           PERFORM 450-CHECK-CATALOG-RTN.
           EVALUATE TRUE
               WHEN NOT WS-COURSE-IS-ACTIVE
                   MOVE 'COURSE NOT ACTIVE ON CATALOG'
                       TO DL-OUT-RESULT
                   PERFORM 460-PRINT-TRANS-RTN
                   ADD 1 TO WS-ERROR-COUNT
               WHEN TR-TERM-ID = SPACES OR TR-SECTION-NO = SPACES
                   MOVE 'TERM OR SECTION MISSING' TO DL-OUT-RESULT
                   PERFORM 460-PRINT-TRANS-RTN
                   ADD 1 TO WS-ERROR-COUNT
               WHEN TR-CAPACITY IS NOT NUMERIC
                      OR TR-CAPACITY = ZEROS
                   MOVE 'CAPACITY NOT 001-999' TO DL-OUT-RESULT
                   PERFORM 460-PRINT-TRANS-RTN
                   ADD 1 TO WS-ERROR-COUNT
               WHEN OTHER
                   MOVE TR-TERM-ID TO SC-TERM-ID
                   MOVE TR-COURSE-ID TO SC-COURSE-ID
                   MOVE TR-SECTION-NO TO SC-SECTION-NO
                   MOVE TR-CAPACITY TO SC-CAPACITY
                   MOVE ZEROS TO SC-ENROLLED
                                 SC-WAITLISTED
                                 SC-LAST-SEQ
                   WRITE SECTION-MASTER-REC
                       INVALID KEY
                           MOVE 'SECTION ALREADY ON FILE'
                               TO DL-OUT-RESULT
                           PERFORM 460-PRINT-TRANS-RTN
                           ADD 1 TO WS-ERROR-COUNT
                       NOT INVALID KEY
                           MOVE 'SECTION ADDED' TO DL-OUT-RESULT
                           PERFORM 460-PRINT-TRANS-RTN
                           ADD 1 TO WS-ADD-COUNT
                   END-WRITE
           END-EVALUATE.

      **********************************************************
      *  420-CHANGE-SECTION-RTN - Resets a section's capacity. *
      *                A capacity under the seats already      *
      *                enrolled would strand students, so it   *
      *                rejects.                                *
      **********************************************************
       420-CHANGE-SECTION-RTN.
           IF TR-CAPACITY IS NOT NUMERIC
                  OR TR-CAPACITY = ZEROS
               MOVE 'CAPACITY NOT 001-999' TO DL-OUT-RESULT
               PERFORM 460-PRINT-TRANS-RTN
               ADD 1 TO WS-ERROR-COUNT
           ELSE
               MOVE TR-TERM-ID TO SC-TERM-ID
               MOVE TR-COURSE-ID TO SC-COURSE-ID
               MOVE TR-SECTION-NO TO SC-SECTION-NO
               READ SECTION-MASTER-FILE
                   INVALID KEY
                       MOVE 'SECTION NOT ON FILE' TO DL-OUT-RESULT
                       PERFORM 460-PRINT-TRANS-RTN
                       ADD 1 TO WS-ERROR-COUNT
                   NOT INVALID KEY
                       IF TR-CAPACITY < SC-ENROLLED
                           MOVE 'CAPACITY UNDER SEATS ENROLLED'
                               TO DL-OUT-RESULT
                           PERFORM 460-PRINT-TRANS-RTN
                           ADD 1 TO WS-ERROR-COUNT
                       ELSE
                           MOVE TR-CAPACITY TO SC-CAPACITY
                           REWRITE SECTION-MASTER-REC
                           MOVE 'SECTION CHANGED' TO DL-OUT-RESULT
                           PERFORM 460-PRINT-TRANS-RTN
                           ADD 1 TO WS-CHANGE-COUNT
                       END-IF
               END-READ
           END-IF.

      **********************************************************
      *  430-DELETE-SECTION-RTN - Removes an empty section.    *
      *                One with anyone enrolled or waitlisted  *
      *                stays until they are dropped.           *
      **********************************************************
       430-DELETE-SECTION-RTN.
           MOVE TR-TERM-ID TO SC-TERM-ID
           MOVE TR-COURSE-ID TO SC-COURSE-ID
           MOVE TR-SECTION-NO TO SC-SECTION-NO
           READ SECTION-MASTER-FILE
               INVALID KEY
                   MOVE 'SECTION NOT ON FILE' TO DL-OUT-RESULT
                   PERFORM 460-PRINT-TRANS-RTN
                   ADD 1 TO WS-ERROR-COUNT
               NOT INVALID KEY
                   IF SC-ENROLLED > ZERO OR SC-WAITLISTED > ZERO
                       MOVE 'SECTION HAS STUDENTS'
                           TO DL-OUT-RESULT
                       PERFORM 460-PRINT-TRANS-RTN
                       ADD 1 TO WS-ERROR-COUNT
                   ELSE
                       DELETE SECTION-MASTER-FILE
                       MOVE 'SECTION DELETED' TO DL-OUT-RESULT
                       PERFORM 460-PRINT-TRANS-RTN
                       ADD 1 TO WS-DELETE-COUNT
                   END-IF
           END-READ.

      **********************************************************
      *  450-CHECK-CATALOG-RTN - Sets WS-COURSE-ACTIVE when    *
      *                WS-COURSE-CHECK-ID is an active course  *
      *                on the CH1004K catalog                  *
      **********************************************************
       450-CHECK-CATALOG-RTN.
           MOVE 'N' TO WS-COURSE-ACTIVE
           MOVE WS-COURSE-CHECK-ID TO CR-COURSE-ID
           READ CATALOG-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CR-ACTIVE
                       MOVE 'Y' TO WS-COURSE-ACTIVE
                   END-IF
           END-READ.

      **********************************************************
      *  460-PRINT-TRANS-RTN - Prints one transaction and its  *
      *                result                                  *
      **********************************************************
       460-PRINT-TRANS-RTN.
           MOVE TR-RECORD-TYPE TO DL-OUT-TYPE
           MOVE TR-TRANS-CODE TO DL-OUT-CODE
           MOVE TR-COURSE-ID TO DL-OUT-COURSE-ID
           MOVE TR-SECTION-DATA TO DL-OUT-DATA
           WRITE MAINT-REPORT-REC FROM DL-TRANS-LINE.

      **********************************************************
      *  510-ADD-PREREQ-RTN - Adds a prerequisite to a course. *
      *                Both courses must be active on the      *
      *                catalog, a course cannot require        *
      *                itself, and the minimum grade is A-D.   *
      **********************************************************
       510-ADD-PREREQ-RTN.
           MOVE TR-COURSE-ID TO WS-COURSE-CHECK-ID
           PERFORM 450-CHECK-CATALOG-RTN.
           IF WS-COURSE-IS-ACTIVE
               MOVE TR-PREREQ-COURSE-ID TO WS-COURSE-CHECK-ID
               PERFORM 450-CHECK-CATALOG-RTN
           END-IF.
           MOVE TR-MIN-GRADE TO PQ-MIN-GRADE.
           EVALUATE TRUE
               WHEN NOT WS-COURSE-IS-ACTIVE
                   MOVE 'COURSE NOT ACTIVE ON CATALOG'
                       TO DL-OUT-RESULT
                   PERFORM 460-PRINT-TRANS-RTN
                   ADD 1 TO WS-ERROR-COUNT
               WHEN TR-PREREQ-COURSE-ID = TR-COURSE-ID
                   MOVE 'COURSE CANNOT REQUIRE ITSELF'
                       TO DL-OUT-RESULT
                   PERFORM 460-PRINT-TRANS-RTN
                   ADD 1 TO WS-ERROR-COUNT
               WHEN NOT PQ-MIN-GRADE-VALID
                   MOVE 'MINIMUM GRADE NOT A-D' TO DL-OUT-RESULT
                   PERFORM 460-PRINT-TRANS-RTN
                   ADD 1 TO WS-ERROR-COUNT
               WHEN OTHER
                   MOVE TR-COURSE-ID TO PQ-COURSE-ID
                   MOVE TR-PREREQ-COURSE-ID TO PQ-PREREQ-COURSE-ID
                   WRITE PREREQ-MASTER-REC
                       INVALID KEY
                           MOVE 'PREREQUISITE ALREADY ON FILE'
                               TO DL-OUT-RESULT
                           PERFORM 460-PRINT-TRANS-RTN
                           ADD 1 TO WS-ERROR-COUNT
                       NOT INVALID KEY
                           MOVE 'PREREQUISITE ADDED' TO DL-OUT-RESULT
                           PERFORM 460-PRINT-TRANS-RTN
                           ADD 1 TO WS-ADD-COUNT
                   END-WRITE
           END-EVALUATE.

      **********************************************************
      *  520-CHANGE-PREREQ-RTN - Resets a prerequisite's       *
      *                minimum grade                           *
      **********************************************************
       520-CHANGE-PREREQ-RTN.
           MOVE TR-COURSE-ID TO PQ-COURSE-ID
           MOVE TR-PREREQ-COURSE-ID TO PQ-PREREQ-COURSE-ID
           READ PREREQ-MASTER-FILE
               INVALID KEY
                   MOVE 'PREREQUISITE NOT ON FILE' TO DL-OUT-RESULT
                   PERFORM 460-PRINT-TRANS-RTN
                   ADD 1 TO WS-ERROR-COUNT
               NOT INVALID KEY
                   MOVE TR-MIN-GRADE TO PQ-MIN-GRADE
                   IF PQ-MIN-GRADE-VALID
                       REWRITE PREREQ-MASTER-REC
                       MOVE 'PREREQUISITE CHANGED' TO DL-OUT-RESULT
                       PERFORM 460-PRINT-TRANS-RTN
                       ADD 1 TO WS-CHANGE-COUNT
                   ELSE
                       MOVE 'MINIMUM GRADE NOT A-D'
                           TO DL-OUT-RESULT
                       PERFORM 460-PRINT-TRANS-RTN
                       ADD 1 TO WS-ERROR-COUNT
                   END-IF
           END-READ.

      **********************************************************
      *  530-DELETE-PREREQ-RTN - Removes a prerequisite        *
      **********************************************************
       530-DELETE-PREREQ-RTN.
           MOVE TR-COURSE-ID TO PQ-COURSE-ID
           MOVE TR-PREREQ-COURSE-ID TO PQ-PREREQ-COURSE-ID
           READ PREREQ-MASTER-FILE
               INVALID KEY
                   MOVE 'PREREQUISITE NOT ON FILE' TO DL-OUT-RESULT
                   PERFORM 460-PRINT-TRANS-RTN
                   ADD 1 TO WS-ERROR-COUNT
               NOT INVALID KEY
                   DELETE PREREQ-MASTER-FILE
                   MOVE 'PREREQUISITE DELETED' TO DL-OUT-RESULT
                   PERFORM 460-PRINT-TRANS-RTN
                   ADD 1 TO WS-DELETE-COUNT
           END-READ.

      **********************************************************
      *  700-END-PROGRAM-RTN - Prints the run summary counts   *
      **********************************************************
       700-END-PROGRAM-RTN.
           MOVE SPACES TO MAINT-REPORT-REC
           WRITE MAINT-REPORT-REC AFTER ADVANCING 2 LINES
           MOVE 'RECORDS ADDED       ' TO DL-OUT-LABEL
           MOVE WS-ADD-COUNT TO DL-OUT-COUNT
           WRITE MAINT-REPORT-REC FROM DL-SUMMARY-LINE
           MOVE 'RECORDS CHANGED     ' TO DL-OUT-LABEL
           MOVE WS-CHANGE-COUNT TO DL-OUT-COUNT
           WRITE MAINT-REPORT-REC FROM DL-SUMMARY-LINE
           MOVE 'RECORDS DELETED     ' TO DL-OUT-LABEL
           MOVE WS-DELETE-COUNT TO DL-OUT-COUNT
           WRITE MAINT-REPORT-REC FROM DL-SUMMARY-LINE
           MOVE 'TRANS IN ERROR      ' TO DL-OUT-LABEL
           MOVE WS-ERROR-COUNT TO DL-OUT-COUNT
           WRITE MAINT-REPORT-REC FROM DL-SUMMARY-LINE.

      **********************************************************
      *  800-INITIALIZATION-RTN - Opens the section and        *
      *                prerequisite masters I-O, creating each *
      *                on its first-ever run, and the catalog  *
      *                for input                               *
      **********************************************************
       800-INITIALIZATION-RTN.
           OPEN I-O SECTION-MASTER-FILE.
           IF WS-SECTION-DOES-NOT-EXIST
               OPEN OUTPUT SECTION-MASTER-FILE
               CLOSE SECTION-MASTER-FILE
               OPEN I-O SECTION-MASTER-FILE
           END-IF.

           OPEN I-O PREREQ-MASTER-FILE.
           IF WS-PREREQ-DOES-NOT-EXIST
               OPEN OUTPUT PREREQ-MASTER-FILE
               CLOSE PREREQ-MASTER-FILE
               OPEN I-O PREREQ-MASTER-FILE
           END-IF.

           OPEN INPUT CATALOG-MASTER-FILE
                      TRANS-FILE
                OUTPUT MAINT-REPORT-FILE.

      **********************************************************
      *  900-END-OF-JOB-RTN - Closes the files                 *
      **********************************************************
       900-END-OF-JOB-RTN.
           CLOSE SECTION-MASTER-FILE
                 PREREQ-MASTER-FILE
                 CATALOG-MASTER-FILE
                 TRANS-FILE
                 MAINT-REPORT-FILE.
