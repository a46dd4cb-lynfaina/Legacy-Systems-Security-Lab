      *****************************************************************
      * BATCH WINDOW JOB CONTROL CARD LAYOUT (JOBCTL)                 *
      * OPERATIONS CARDS READ BY EVERY JOB IN THE NIGHTLY WINDOW.     *
      *   BUSDATE  - THE BUSINESS DATE THE WINDOW IS RUNNING FOR.     *
      *              WITHOUT ONE, EACH JOB USES THE SYSTEM DATE, SO   *
      *              A WINDOW THAT CROSSES MIDNIGHT NEEDS THE CARD.   *
      *   RERUN    - LETS THE NAMED JOB RUN AGAIN FOR THE BUSINESS    *
      *              DATE ON THE CARD AFTER IT HAS ALREADY COMPLETED, *
      *              OR AFTER A START THAT NEVER FINISHED. A RERUN    *
      *              CARD FOR ANY OTHER DATE IS IGNORED.              *
      *   REGRANGE - FIRST AND LAST QUOTE DATES FOR THE LENDING-      *
      *              ACTIVITY EXTRACT. WITHOUT ONE IT TAKES THE       *
      *              CALENDAR QUARTER BEFORE THE BUSINESS DATE.       *
      *****************************************************************
       01  JOB-CONTROL-RECORD.
           05  JCT-CARD-TYPE            PIC X(08).
               88  JCT-BUSINESS-DATE-CARD          VALUE 'BUSDATE'.
               88  JCT-RERUN-CARD                  VALUE 'RERUN'.
               88  JCT-REGULATORY-RANGE-CARD       VALUE 'REGRANGE'.
           05  JCT-BUSINESS-DATE        PIC X(08).
           05  JCT-JOB-NAME             PIC X(30).
           05  JCT-RANGE-END-DATE REDEFINES JCT-JOB-NAME
                                        PIC X(08).
           05  FILLER                   PIC X(34).
