               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT RUN-HISTORY-FILE ASSIGN TO "RUNHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNHIST-STATUS.

           SELECT JOB-CONTROL-FILE ASSIGN TO "JOBCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JOBCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOAN-MASTER-FILE
           RECORDING MODE IS F.
       01  PRODUCTION-REPORT-RECORD    PIC X(132).

       FD  RUN-HISTORY-FILE
           RECORDING MODE IS F.
       COPY "runhist.cpy".

       FD  JOB-CONTROL-FILE
           RECORDING MODE IS F.
       COPY "jobctl.cpy".

       WORKING-STORAGE SECTION.

      * FILE STATUS FIELDS
           05  WS-TIER-LIMIT           OCCURS 11 TIMES PIC 9(10)V99.

      * TALLY TABLES. EACH BUCKET CARRIES REPORT-DAY AND MTD COUNT,
      * DOLLAR VOLUME AND A RATE SUM FOR THE AVERAGE. PRODUCT BUCKETS
      * ARE 1 FIXED AND 2 ARM; BUCKET 3 REPEATS THE REFINANCE QUOTES,
      * WHICH ARE ALREADY COUNTED IN THE FIXED-RATE BUCKET.
       01  WS-PROD-TABLE.
           05  WS-PROD-ENTRY           OCCURS 3 TIMES.
               10  WS-PROD-DAY-COUNT   PIC 9(06).
               10  WS-PROD-DAY-VOLUME  PIC 9(14)V99.
               10  WS-PROD-DAY-RATES   PIC 9(08)V9(04).
       01  WS-MTD-INTEREST             PIC 9(14)V99 VALUE ZERO.
       01  WS-DAY-EXCEPTIONS           PIC 9(06) VALUE ZERO.
       01  WS-MTD-EXCEPTIONS           PIC 9(06) VALUE ZERO.
       01  WS-DAY-REFI-SAVING          PIC S9(12)V99 VALUE ZERO.
       01  WS-MTD-REFI-SAVING          PIC S9(12)V99 VALUE ZERO.

      * REPORT FORMATTING WORK FIELDS
       01  WS-AVG-RATE                 PIC 9(03)V9(04) VALUE ZERO.
       01  WS-LINE-LABEL               PIC X(14) VALUE SPACES.
       01  WS-DISPLAY-COUNT            PIC ZZZ,ZZ9.
       01  WS-DISPLAY-MTD-COUNT        PIC ZZZ,ZZ9.
       01  WS-RETURN-CODE              PIC 9(02) VALUE ZERO.
       01  WS-DISPLAY-VOLUME           PIC $$,$$$,$$$,$$$,$$9.99.
       01  WS-DISPLAY-MTD-VOLUME       PIC $$,$$$,$$$,$$$,$$9.99.
       01  WS-DISPLAY-RATE             PIC ZZ9.9999.
       01  WS-DISPLAY-MTD-RATE         PIC ZZ9.9999.
       01  WS-DISPLAY-TIER-LIMIT       PIC $$,$$$,$$$,$$9.
       01  WS-DISPLAY-SAVING           PIC $$,$$$,$$$,$$$,$$9.99-.
       01  WS-DISPLAY-MTD-SAVING       PIC $$,$$$,$$$,$$$,$$9.99-.
       01  WS-TIER-LABEL-AMOUNT        PIC 9(10) VALUE ZERO.

      * BATCH WINDOW RUN CONTROL. THE JOB'S NAME ON RUNHIST, THE JOBS
      * THAT MUST HAVE ENDED CLEAN FOR THE SAME BUSINESS DATE BEFORE
      * IT MAY START, AND WHAT THE NIGHT'S LOG SHOWS FOR EACH OF THEM
      * (N = NOT RUN, S = STARTED BUT NOT ENDED, C = ENDED CLEAN,
      * F = ENDED WITH A NON-ZERO RETURN CODE).
       01  WS-RUNHIST-STATUS           PIC X(02) VALUE SPACES.
       01  WS-JOBCTL-STATUS            PIC X(02) VALUE SPACES.
       01  WS-RUNHIST-EOF              PIC X(01) VALUE 'N'.
           88  RUNHIST-AT-EOF                     VALUE 'Y'.
       01  WS-JOBCTL-EOF               PIC X(01) VALUE 'N'.
           88  JOBCTL-AT-EOF                      VALUE 'Y'.
       01  WS-RUN-JOB-NAME             PIC X(30)
               VALUE 'LOAN-PRODUCTION-REPORT'.
       01  WS-RUN-BUSINESS-DATE        PIC X(08) VALUE SPACES.
       01  WS-RUN-RERUN-DATE           PIC X(08) VALUE SPACES.
       01  WS-RUN-RERUN                PIC X(01) VALUE 'N'.
           88  RUN-RERUN-GIVEN                    VALUE 'Y'.
       01  WS-RUN-STARTED              PIC X(01) VALUE 'N'.
           88  RUN-STARTED                        VALUE 'Y'.
       01  WS-RUN-REFUSED              PIC X(01) VALUE 'N'.
           88  RUN-REFUSED                        VALUE 'Y'.
       01  WS-RUN-LOGGED               PIC X(01) VALUE 'N'.
       01  WS-RUN-EVENT                PIC X(01) VALUE SPACE.
       01  WS-RUN-EVENT-STATE          PIC X(01) VALUE SPACE.
       01  WS-RUN-SELF-STATE           PIC X(01) VALUE 'N'.
       01  WS-RUN-MESSAGE              PIC X(40) VALUE SPACES.
       01  WS-RUN-OPERATOR-ID          PIC X(08) VALUE 'BATCH'.
       01  WS-RUN-IDX                  PIC 9(01) VALUE ZERO.
       01  WS-RUN-PRED-COUNT           PIC 9(01) VALUE 1.
       01  WS-RUN-PRED-NAMES.
           05  FILLER                  PIC X(30)
               VALUE 'QUOTE-STATUS-ROLL'.
           05  FILLER                  PIC X(30) VALUE SPACES.
           05  FILLER                  PIC X(30) VALUE SPACES.
           05  FILLER                  PIC X(30) VALUE SPACES.
       01  WS-RUN-PRED-TABLE REDEFINES WS-RUN-PRED-NAMES.
           05  WS-RUN-PRED-NAME        PIC X(30) OCCURS 4 TIMES.
       01  WS-RUN-PRED-STATES.
           05  WS-RUN-PRED-STATE       PIC X(01) OCCURS 4 TIMES.
       01  WS-RUN-COUNTS.
           05  WS-RUN-COUNT-ENTRY      OCCURS 3 TIMES.
               10  WS-RUN-COUNT-LABEL  PIC X(12).
               10  WS-RUN-COUNT-VALUE  PIC 9(09).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "======================================"
           DISPLAY "   DAILY LOAN PRODUCTION REPORT"
           DISPLAY "======================================"

           PERFORM START-RUN-CONTROL
           IF RUN-REFUSED THEN
               MOVE WS-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF

           INITIALIZE WS-PROD-TABLE
           INITIALIZE WS-TERM-TABLE
           INITIALIZE WS-TIER-TALLY-TABLE
           IF MASTER-AT-EOF THEN
               PERFORM WRITE-PRODUCTION-REPORT
               DISPLAY "Report written to PRODRPT."
           ELSE
               MOVE 8 TO WS-RETURN-CODE
           END-IF

           MOVE "DAY QUOTES" TO WS-RUN-COUNT-LABEL(1)
           MOVE WS-DAY-QUOTE-COUNT TO WS-RUN-COUNT-VALUE(1)
           MOVE "MTD QUOTES" TO WS-RUN-COUNT-LABEL(2)
           MOVE WS-MTD-QUOTE-COUNT TO WS-RUN-COUNT-VALUE(2)
           PERFORM END-RUN-CONTROL

           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.

      *****************************************************************
               PERFORM TALLY-PRODUCT-TYPE
               PERFORM TALLY-LOAN-TERM
               PERFORM TALLY-AMOUNT-TIER
               IF LMR-REFI-OF-APPL-ID NOT = SPACES THEN
                   PERFORM TALLY-REFINANCE
               END-IF
           END-IF.

       TALLY-REPORT-TOTALS.
               ADD LMR-ANNUAL-RATE TO WS-PROD-DAY-RATES(WS-PROD-IDX)
           END-IF.

      * A REFINANCE QUOTE CARRIES THE LOAN IT WOULD REPLACE. THE
      * QUOTED MONTHLY SAVING IS SIGNED - A LONGER OR DEARER
      * REPLACEMENT CAN COST THE BORROWER MORE EACH MONTH.
       TALLY-REFINANCE.
           MOVE 3 TO WS-PROD-IDX
           ADD 1 TO WS-PROD-MTD-COUNT(WS-PROD-IDX)
           ADD LMR-LOAN-AMOUNT TO WS-PROD-MTD-VOLUME(WS-PROD-IDX)
           ADD LMR-ANNUAL-RATE TO WS-PROD-MTD-RATES(WS-PROD-IDX)
           ADD LMR-REFI-MONTHLY-SAVING TO WS-MTD-REFI-SAVING

           IF WS-IN-DAY = 'Y' THEN
               ADD 1 TO WS-PROD-DAY-COUNT(WS-PROD-IDX)
               ADD LMR-LOAN-AMOUNT TO WS-PROD-DAY-VOLUME(WS-PROD-IDX)
               ADD LMR-ANNUAL-RATE TO WS-PROD-DAY-RATES(WS-PROD-IDX)
               ADD LMR-REFI-MONTHLY-SAVING TO WS-DAY-REFI-SAVING
           END-IF.

       TALLY-LOAN-TERM.
           MOVE 'N' TO WS-TERM-FOUND
           PERFORM VARYING WS-TERM-IDX FROM 1 BY 1
      *****************************************************************
      * WRITE-PRODUCTION-REPORT                                       *
      * LAYS OUT THE SUMMARY: HEADINGS, THE BY-PRODUCT, BY-TERM AND   *
      * BY-TIER SECTIONS, THE REFINANCE QUOTES, THEN THE INTEREST AND *
      * RATE-EXCEPTION TOTALS. EVERY DETAIL LINE SHOWS THE REPORT-DAY *
      * FIGURES WITH MONTH-TO-DATE ALONGSIDE.                         *
      *****************************************************************
       WRITE-PRODUCTION-REPORT.
           OPEN OUTPUT PRODUCTION-REPORT-FILE
           PERFORM WRITE-PRODUCT-SECTION
           PERFORM WRITE-TERM-SECTION
           PERFORM WRITE-TIER-SECTION
           PERFORM WRITE-REFINANCE-SECTION
           PERFORM WRITE-TOTALS-SECTION

           CLOSE PRODUCTION-REPORT-FILE.

           PERFORM WRITE-TALLY-LINE.

       WRITE-REFINANCE-SECTION.
           MOVE SPACES TO PRODUCTION-REPORT-RECORD
           WRITE PRODUCTION-REPORT-RECORD
           MOVE SPACES TO PRODUCTION-REPORT-RECORD
           STRING "REFINANCE QUOTES (INCLUDED ABOVE)"
               DELIMITED BY SIZE INTO PRODUCTION-REPORT-RECORD
           WRITE PRODUCTION-REPORT-RECORD
           PERFORM WRITE-SECTION-RULE

           MOVE 3 TO WS-PROD-IDX
           MOVE "REFINANCE" TO WS-LINE-LABEL
           PERFORM WRITE-ONE-PRODUCT-LINE

           MOVE WS-DAY-REFI-SAVING TO WS-DISPLAY-SAVING
           MOVE WS-MTD-REFI-SAVING TO WS-DISPLAY-MTD-SAVING
           MOVE SPACES TO PRODUCTION-REPORT-RECORD
           STRING "MONTHLY SAVING QUOTED: " DELIMITED BY SIZE
                  WS-DISPLAY-SAVING DELIMITED BY SIZE
                  "    MTD: " DELIMITED BY SIZE
                  WS-DISPLAY-MTD-SAVING DELIMITED BY SIZE
               INTO PRODUCTION-REPORT-RECORD
           WRITE PRODUCTION-REPORT-RECORD.

       WRITE-TOTALS-SECTION.
           MOVE SPACES TO PRODUCTION-REPORT-RECORD
           WRITE PRODUCTION-REPORT-RECORD
                  WS-DISPLAY-MTD-COUNT DELIMITED BY SIZE
               INTO PRODUCTION-REPORT-RECORD
           WRITE PRODUCTION-REPORT-RECORD.

      *****************************************************************
      * START-RUN-CONTROL                                             *
      * BATCH WINDOW GATE, PERFORMED BEFORE THE JOB TOUCHES ANY FILE. *
      * THE BUSINESS DATE COMES FROM THE JOBCTL BUSDATE CARD, OR THE  *
      * SYSTEM DATE IF THERE IS NONE, AND THE RUN HISTORY IS READ FOR *
      * THAT DATE. THE JOB IS REFUSED WITH RC 24 IF A PREDECESSOR HAS *
      * NOT ENDED CLEAN, WITH RC 28 IF THE JOB HAS ALREADY ENDED      *
      * CLEAN OR SHOWS A START THAT NEVER ENDED AND THERE IS NO RERUN *
      * CARD FOR IT, AND WITH RC 32 IF ITS START CANNOT BE LOGGED. A  *
      * REFUSAL IS LOGGED AS WELL, SO THE MORNING SUMMARY SHOWS IT.   *
      *****************************************************************
       START-RUN-CONTROL.
           MOVE 'N' TO WS-RUN-REFUSED
           MOVE 'N' TO WS-RUN-STARTED
           MOVE SPACES TO WS-RUN-MESSAGE
           INITIALIZE WS-RUN-COUNTS
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-BUSINESS-DATE

           PERFORM LOAD-JOB-CONTROL
           PERFORM SCAN-RUN-HISTORY
           PERFORM CHECK-RUN-SEQUENCE

           IF RUN-REFUSED THEN
               MOVE 'R' TO WS-RUN-EVENT
               PERFORM WRITE-RUN-HISTORY
               DISPLAY "RUN REFUSED - " WS-RUN-MESSAGE
               DISPLAY "Business date " WS-RUN-BUSINESS-DATE
                   ", return code " WS-RETURN-CODE "."
           ELSE
               MOVE 'S' TO WS-RUN-EVENT
               PERFORM WRITE-RUN-HISTORY
               IF WS-RUN-LOGGED = 'Y' THEN
                   MOVE 'Y' TO WS-RUN-STARTED
               ELSE
                   MOVE 'Y' TO WS-RUN-REFUSED
                   MOVE 32 TO WS-RETURN-CODE
                   DISPLAY "RUN REFUSED - start could not be logged "
                       "on RUNHIST (status " WS-RUNHIST-STATUS ")."
               END-IF
           END-IF.

      * THE LAST RERUN CARD FOR THIS JOB WINS, AND IT ONLY COUNTS IF
      * IT NAMES THE BUSINESS DATE BEING RUN.
       LOAD-JOB-CONTROL.
           MOVE 'N' TO WS-RUN-RERUN
           MOVE SPACES TO WS-RUN-RERUN-DATE
           MOVE 'N' TO WS-JOBCTL-EOF
           OPEN INPUT JOB-CONTROL-FILE

           IF WS-JOBCTL-STATUS = "00" THEN
               PERFORM UNTIL JOBCTL-AT-EOF
                   READ JOB-CONTROL-FILE
                       AT END
                           MOVE 'Y' TO WS-JOBCTL-EOF
                       NOT AT END
                           EVALUATE TRUE
                               WHEN JCT-BUSINESS-DATE-CARD
                                   IF JCT-BUSINESS-DATE IS NUMERIC
                                           THEN
                                       MOVE JCT-BUSINESS-DATE TO
                                           WS-RUN-BUSINESS-DATE
                                   END-IF
                               WHEN JCT-RERUN-CARD
                                   IF JCT-JOB-NAME = WS-RUN-JOB-NAME
                                           THEN
                                       MOVE JCT-BUSINESS-DATE TO
                                           WS-RUN-RERUN-DATE
                                   END-IF
                           END-EVALUATE
                   END-READ
               END-PERFORM
               CLOSE JOB-CONTROL-FILE
           END-IF

           IF WS-RUN-RERUN-DATE = WS-RUN-BUSINESS-DATE THEN
               MOVE 'Y' TO WS-RUN-RERUN
               DISPLAY "Rerun card accepted for " WS-RUN-BUSINESS-DATE
                   "."
           END-IF.

      * THE LOG IS IN TIME ORDER, SO THE LAST EVENT SEEN FOR A JOB ON
      * THE BUSINESS DATE IS ITS CURRENT STATE. REFUSALS CHANGE
      * NOTHING AND ARE PASSED OVER. A MISSING LOG IS AN EMPTY NIGHT.
       SCAN-RUN-HISTORY.
           MOVE 'N' TO WS-RUN-SELF-STATE
           PERFORM VARYING WS-RUN-IDX FROM 1 BY 1
                   UNTIL WS-RUN-IDX > 4
               MOVE 'N' TO WS-RUN-PRED-STATE(WS-RUN-IDX)
           END-PERFORM

           MOVE 'N' TO WS-RUNHIST-EOF
           OPEN INPUT RUN-HISTORY-FILE

           IF WS-RUNHIST-STATUS = "00" THEN
               PERFORM UNTIL RUNHIST-AT-EOF
                   READ RUN-HISTORY-FILE
                       AT END
                           MOVE 'Y' TO WS-RUNHIST-EOF
                       NOT AT END
                           IF RHS-BUSINESS-DATE = WS-RUN-BUSINESS-DATE
                                   AND NOT RHS-EVENT-REFUSED THEN
                               PERFORM NOTE-RUN-HISTORY-EVENT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RUN-HISTORY-FILE
           END-IF.

       NOTE-RUN-HISTORY-EVENT.
           EVALUATE TRUE
               WHEN RHS-EVENT-START
                   MOVE 'S' TO WS-RUN-EVENT-STATE
               WHEN RHS-RETURN-CODE = ZERO
                   MOVE 'C' TO WS-RUN-EVENT-STATE
               WHEN OTHER
                   MOVE 'F' TO WS-RUN-EVENT-STATE
           END-EVALUATE

           IF RHS-JOB-NAME = WS-RUN-JOB-NAME THEN
               MOVE WS-RUN-EVENT-STATE TO WS-RUN-SELF-STATE
           END-IF

           PERFORM VARYING WS-RUN-IDX FROM 1 BY 1
                   UNTIL WS-RUN-IDX > WS-RUN-PRED-COUNT
               IF RHS-JOB-NAME = WS-RUN-PRED-NAME(WS-RUN-IDX) THEN
                   MOVE WS-RUN-EVENT-STATE TO
                       WS-RUN-PRED-STATE(WS-RUN-IDX)
               END-IF
           END-PERFORM.

       CHECK-RUN-SEQUENCE.
           PERFORM VARYING WS-RUN-IDX FROM 1 BY 1
                   UNTIL WS-RUN-IDX > WS-RUN-PRED-COUNT
                      OR RUN-REFUSED
               IF WS-RUN-PRED-STATE(WS-RUN-IDX) NOT = 'C' THEN
                   MOVE 'Y' TO WS-RUN-REFUSED
                   MOVE 24 TO WS-RETURN-CODE
                   STRING "WAITING ON " DELIMITED BY SIZE
                       WS-RUN-PRED-NAME(WS-RUN-IDX)
                           DELIMITED BY SPACE
                       INTO WS-RUN-MESSAGE
                   EVALUATE WS-RUN-PRED-STATE(WS-RUN-IDX)
                       WHEN 'S'
                           DISPLAY "Predecessor started but has not "
                               "ended: " WS-RUN-PRED-NAME(WS-RUN-IDX)
                       WHEN 'F'
                           DISPLAY "Predecessor ended with a non-zero "
                               "return code: "
                               WS-RUN-PRED-NAME(WS-RUN-IDX)
                       WHEN OTHER
                           DISPLAY "Predecessor has not run: "
                               WS-RUN-PRED-NAME(WS-RUN-IDX)
                   END-EVALUATE
               END-IF
           END-PERFORM

           IF NOT RUN-REFUSED AND NOT RUN-RERUN-GIVEN THEN
               EVALUATE WS-RUN-SELF-STATE
                   WHEN 'C'
                       MOVE 'Y' TO WS-RUN-REFUSED
                       MOVE 28 TO WS-RETURN-CODE
                       MOVE "ALREADY ENDED CLEAN - NO RERUN CARD"
                           TO WS-RUN-MESSAGE
                   WHEN 'S'
                       MOVE 'Y' TO WS-RUN-REFUSED
                       MOVE 28 TO WS-RETURN-CODE
                       MOVE "STARTED, NEVER ENDED - NO RERUN CARD"
                           TO WS-RUN-MESSAGE
               END-EVALUATE
           END-IF.

      * THE END RECORD CARRIES THE FINAL RETURN CODE AND WHATEVER KEY
      * COUNTS THE JOB LOADED INTO WS-RUN-COUNTS. IF IT CANNOT BE
      * WRITTEN THE START STANDS ALONE, WHICH HOLDS THE JOBS BEHIND
      * THIS ONE UNTIL OPERATIONS LOOKS AT IT.
       END-RUN-CONTROL.
           IF RUN-STARTED THEN
               MOVE 'E' TO WS-RUN-EVENT
               MOVE SPACES TO WS-RUN-MESSAGE
               PERFORM WRITE-RUN-HISTORY
               IF WS-RUN-LOGGED NOT = 'Y' THEN
                   DISPLAY "WARNING: run end could not be logged on "
                       "RUNHIST (status " WS-RUNHIST-STATUS ")."
               END-IF
           END-IF.

       WRITE-RUN-HISTORY.
           MOVE 'N' TO WS-RUN-LOGGED
           OPEN EXTEND RUN-HISTORY-FILE

           IF WS-RUNHIST-STATUS = "35" THEN
               OPEN OUTPUT RUN-HISTORY-FILE
           END-IF

           IF WS-RUNHIST-STATUS = "00" THEN
               MOVE SPACES TO RUN-HISTORY-RECORD
               MOVE WS-RUN-BUSINESS-DATE TO RHS-BUSINESS-DATE
               MOVE WS-RUN-JOB-NAME TO RHS-JOB-NAME
               MOVE WS-RUN-EVENT TO RHS-EVENT
               MOVE FUNCTION CURRENT-DATE(1:8) TO RHS-EVENT-DATE
               MOVE FUNCTION CURRENT-DATE(9:6) TO RHS-EVENT-TIME
               MOVE WS-RETURN-CODE TO RHS-RETURN-CODE
               MOVE WS-RUN-RERUN TO RHS-RERUN-FLAG
               MOVE WS-RUN-OPERATOR-ID TO RHS-OPERATOR-ID
               PERFORM VARYING WS-RUN-IDX FROM 1 BY 1
                       UNTIL WS-RUN-IDX > 3
                   MOVE WS-RUN-COUNT-LABEL(WS-RUN-IDX) TO
                       RHS-COUNT-LABEL(WS-RUN-IDX)
                   MOVE WS-RUN-COUNT-VALUE(WS-RUN-IDX) TO
                       RHS-COUNT-VALUE(WS-RUN-IDX)
               END-PERFORM
               MOVE WS-RUN-MESSAGE TO RHS-MESSAGE
               WRITE RUN-HISTORY-RECORD
               IF WS-RUNHIST-STATUS = "00" THEN
                   MOVE 'Y' TO WS-RUN-LOGGED
               END-IF
               CLOSE RUN-HISTORY-FILE
           END-IF.
