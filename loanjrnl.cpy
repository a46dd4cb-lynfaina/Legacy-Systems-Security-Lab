      *****************************************************************
      * LOAN MASTER CHANGE JOURNAL RECORD LAYOUT (LOANJRNL)           *
      * ONE RECORD FOR EVERY ADD AND EVERY REWRITE OF A LOAN MASTER   *
      * RECORD, APPENDED BY THE PROGRAM THAT MADE THE CHANGE. IT      *
      * CARRIES WHO CHANGED THE RECORD, FROM WHICH PROGRAM AND        *
      * PARAGRAPH, WHEN, AND THE FULL RECORD BEFORE AND AFTER - AN    *
      * ADD HAS A BLANK BEFORE IMAGE. THE FILE IS APPEND-ONLY AND IN  *
      * TIME ORDER, SO THE CALCULATOR'S HISTORY INQUIRY CAN LIST THE  *
      * TRAIL FOR ONE APPLICATION AND REBUILD THE RECORD AS OF ANY    *
      * DATE. THE MONTH-END ARCHIVE JOB ROLLS IT OFF ON THE SAME      *
      * RETENTION RULE AS THE SECURITY AUDIT LOG.                     *
      *****************************************************************
       01  LOAN-JOURNAL-RECORD.
           05  JRN-APPLICATION-ID       PIC X(10).
           05  JRN-PROGRAM-ID           PIC X(30).
           05  JRN-PARAGRAPH            PIC X(30).
           05  JRN-OPERATOR-ID          PIC X(08).
           05  JRN-TIMESTAMP.
               10  JRN-CHANGE-DATE      PIC X(08).
               10  JRN-CHANGE-TIME      PIC X(08).
               10  FILLER               PIC X(05).
           05  JRN-ACTION               PIC X(01).
               88  JRN-ACTION-ADD                  VALUE 'A'.
               88  JRN-ACTION-CHANGE               VALUE 'C'.
           05  JRN-BEFORE-IMAGE         PIC X(400).
           05  JRN-AFTER-IMAGE          PIC X(400).
           05  FILLER                   PIC X(16)  VALUE SPACES.
