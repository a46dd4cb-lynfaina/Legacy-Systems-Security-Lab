      *****************************************************************
      * BATCH WINDOW RUN HISTORY RECORD LAYOUT (RUNHIST)              *
      * SHARED, APPEND-ONLY LOG OF THE NIGHTLY WINDOW. EVERY JOB IN   *
      * THE WINDOW WRITES A START RECORD BEFORE IT TOUCHES ANYTHING   *
      * AND AN END RECORD WITH ITS RETURN CODE AND KEY COUNTS WHEN IT *
      * FINISHES; A JOB THAT IS NOT ALLOWED TO START WRITES A REFUSAL *
      * RECORD SAYING WHY. RECORDS ARE KEYED BY BUSINESS DATE, NOT BY *
      * THE CLOCK, SO A WINDOW THAT RUNS PAST MIDNIGHT STAYS ONE      *
      * NIGHT. A START WITH NO MATCHING END MEANS THE JOB NEVER       *
      * FINISHED. EACH JOB READS THIS LOG TO CHECK ITS PREDECESSORS   *
      * AND ITS OWN EARLIER RUNS, AND THE MORNING SUMMARY PRINTS IT.  *
      *****************************************************************
       01  RUN-HISTORY-RECORD.
           05  RHS-BUSINESS-DATE        PIC X(08).
           05  RHS-JOB-NAME             PIC X(30).
           05  RHS-EVENT                PIC X(01).
               88  RHS-EVENT-START                 VALUE 'S'.
               88  RHS-EVENT-END                   VALUE 'E'.
               88  RHS-EVENT-REFUSED               VALUE 'R'.
           05  RHS-EVENT-DATE           PIC X(08).
           05  RHS-EVENT-TIME           PIC X(06).
           05  RHS-RETURN-CODE          PIC 9(02).
           05  RHS-RERUN-FLAG           PIC X(01).
           05  RHS-OPERATOR-ID          PIC X(08).
           05  RHS-COUNT-ENTRY          OCCURS 3 TIMES.
               10  RHS-COUNT-LABEL      PIC X(12).
               10  RHS-COUNT-VALUE      PIC 9(09).
           05  RHS-MESSAGE              PIC X(40).
           05  FILLER                   PIC X(03)  VALUE SPACES.
