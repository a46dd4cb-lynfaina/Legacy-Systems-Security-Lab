      * SHARED BY THE SECURE MORTGAGE CALCULATOR, WHICH WRITES AND    *
      * UPDATES THE FILE, AND THE MONTH-END ARCHIVE JOB, WHICH        *
      * PURGES IT. THE FILE IS INDEXED ON LMR-APPLICATION-ID.         *
      * THE RECORD IS 400 BYTES; NEW FIELDS ARE CARVED FROM THE       *
      * TRAILING FILLER SO THE LENGTH DOES NOT MOVE AGAIN.            *
      *****************************************************************
       01  LOAN-MASTER-RECORD.
           05  LMR-APPLICATION-ID       PIC X(10).
               88  LMR-STATUS-EXPIRED              VALUE 'X'.
               88  LMR-STATUS-WITHDRAWN            VALUE 'W'.
           05  LMR-LOCK-EXPIRE-DATE     PIC X(08).
           05  LMR-QUOTE-TIME           PIC X(04).
           05  LMR-APR                  PIC 9(03)V9(04).
      * A REFINANCE ANALYSIS IS SAVED AS A QUOTE OF ITS OWN, LINKED
      * BACK TO THE LOAN IT WOULD REPLACE. BLANK LINK = NOT A REFI.
      * A BREAK-EVEN OF 9999 MEANS THE COSTS ARE NEVER RECOVERED.
           05  LMR-REFI-OF-APPL-ID      PIC X(10).
           05  LMR-REFI-ASOF-PAYMENT    PIC 9(04).
           05  LMR-REFI-MONTHLY-SAVING  PIC S9(08)V99.
           05  LMR-REFI-BREAKEVEN-MOS   PIC 9(04).
           05  LMR-REFI-INTEREST-DIFF   PIC S9(12)V99.
      * REGULATORY REPORTING. THE RATE-LOCK DATE IS SET WHEN THE QUOTE
      * MOVES TO RATE-LOCKED. LOCATION IS STATE POSTAL CODE, COUNTY
      * AND CENSUS TRACT CODES; DEMOGRAPHIC CODES ARE THE REGULATOR'S
      * (ETHNICITY 1-4, RACE 1-7, SEX 1-4, AGE IN YEARS, 999 = NOT
      * PROVIDED). SPACES MEAN NOT CAPTURED.
           05  LMR-RATE-LOCK-DATE       PIC X(08).
           05  LMR-PROPERTY-STATE       PIC X(02).
           05  LMR-PROPERTY-COUNTY      PIC X(03).
           05  LMR-CENSUS-TRACT         PIC X(06).
           05  LMR-APPLICANT-ETHNICITY  PIC X(01).
           05  LMR-APPLICANT-RACE       PIC X(01).
           05  LMR-APPLICANT-SEX        PIC X(01).
           05  LMR-APPLICANT-AGE        PIC 9(03).
           05  FILLER                   PIC X(35)  VALUE SPACES.
