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
       01  INTEGRITY-REPORT-RECORD     PIC X(100).

       FD  RUN-HISTORY-FILE
           RECORDING MODE IS F.
       COPY "runhist.cpy".

       FD  JOB-CONTROL-FILE
           RECORDING MODE IS F.
       COPY "jobctl.cpy".

       WORKING-STORAGE SECTION.

      * FILE STATUS FIELDS
       01  WS-DISPLAY-AMOUNT           PIC $,$$$,$$$,$$9.99.
       01  WS-DISPLAY-AMOUNT-2         PIC $,$$$,$$$,$$9.99.

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
               VALUE 'FILE-INTEGRITY-CHECK'.
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
           DISPLAY "   CROSS-FILE INTEGRITY CHECK"
           DISPLAY "======================================"

           PERFORM START-RUN-CONTROL
           IF RUN-REFUSED THEN
               MOVE WS-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE

           OPEN OUTPUT INTEGRITY-REPORT-FILE
           CLOSE INTEGRITY-REPORT-FILE

           PERFORM SET-FINAL-RETURN-CODE

           MOVE "MASTER READ" TO WS-RUN-COUNT-LABEL(1)
           MOVE WS-MASTER-CHECKED TO WS-RUN-COUNT-VALUE(1)
           MOVE "EXCEPTIONS" TO WS-RUN-COUNT-LABEL(2)
           MOVE WS-TOTAL-EXCEPTIONS TO WS-RUN-COUNT-VALUE(2)
           PERFORM END-RUN-CONTROL

           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.

           STRING "MASTER RECORDS CHECKED:" WS-DISPLAY-TALLY
               DELIMITED BY SIZE INTO INTEGRITY-REPORT-RECORD
           WRITE INTEGRITY-REPORT-RECORD.

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
