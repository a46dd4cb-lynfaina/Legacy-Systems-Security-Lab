       IDENTIFICATION DIVISION.
       PROGRAM-ID. BATCH-WINDOW-SUMMARY.
       AUTHOR. ANGELINE-NICOLE-FAINA.
      *****************************************************************
      * MORNING OPERATIONS SUMMARY OF THE NIGHTLY BATCH WINDOW        *
      * PRINTS THE WHOLE NIGHT FROM THE SHARED RUN HISTORY (RUNHIST): *
      * FIRST THE RUN LOG ITSELF, EVERY START, END AND REFUSAL IN THE *
      * ORDER THEY HAPPENED WITH RETURN CODES AND KEY COUNTS, THEN    *
      * ONE STATUS LINE PER JOB IN WINDOW ORDER - CLEAN, FAILED, NOT  *
      * FINISHED, REFUSED OR NOT RUN - WITH START, END AND ELAPSED    *
      * TIME. THE NIGHT REPORTED IS THE BUSINESS DATE ON THE JOBCTL   *
      * BUSDATE CARD, OR THE LATEST BUSINESS DATE ON THE RUN HISTORY. *
      * THE MONTH-END ARCHIVE IS ONLY SCHEDULED AT MONTH END AND A    *
      * SUSPENSE RESUBMISSION ONLY WHEN ITEMS HAVE BEEN RELEASED, SO  *
      * NEITHER IS MISSED ON OTHER NIGHTS. WRITTEN TO ITS OWN PRINT   *
      * FILE (WINSUM). RC 8 WHEN ANY JOB DID NOT END CLEAN, RC 12     *
      * WHEN THERE IS NO RUN HISTORY FOR THE NIGHT AT ALL.            *
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-HISTORY-FILE ASSIGN TO "RUNHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNHIST-STATUS.

           SELECT JOB-CONTROL-FILE ASSIGN TO "JOBCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JOBCTL-STATUS.

           SELECT WINDOW-SUMMARY-FILE ASSIGN TO "WINSUM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-HISTORY-FILE
           RECORDING MODE IS F.
       COPY "runhist.cpy".

       FD  JOB-CONTROL-FILE
           RECORDING MODE IS F.
       COPY "jobctl.cpy".

       FD  WINDOW-SUMMARY-FILE
           RECORDING MODE IS F.
       01  WINDOW-SUMMARY-RECORD       PIC X(132).

       WORKING-STORAGE SECTION.

      * FILE STATUS FIELDS
       01  WS-RUNHIST-STATUS           PIC X(02) VALUE SPACES.
       01  WS-JOBCTL-STATUS            PIC X(02) VALUE SPACES.
       01  WS-REPORT-STATUS            PIC X(02) VALUE SPACES.

      * END-OF-FILE SWITCHES
       01  WS-RUNHIST-EOF              PIC X(01) VALUE 'N'.
           88  RUNHIST-AT-EOF                     VALUE 'Y'.
       01  WS-JOBCTL-EOF               PIC X(01) VALUE 'N'.
           88  JOBCTL-AT-EOF                      VALUE 'Y'.

      * THE NIGHT BEING REPORTED AND WHERE THE DATE CAME FROM
       01  WS-BUSINESS-DATE            PIC X(08) VALUE SPACES.
       01  WS-DATE-SOURCE              PIC X(20) VALUE SPACES.

      * THE WINDOW IN RUN ORDER. THE FLAG SAYS WHETHER THE JOB IS
      * EXPECTED EVERY NIGHT - A JOB THAT IS NOT CAN BE ABSENT
      * WITHOUT FAILING THE NIGHT.
       01  WS-SCHEDULE-VALUES.
           05  FILLER                  PIC X(30)
               VALUE 'REFERENCE-FILE-CHECK'.
           05  FILLER                  PIC X(01) VALUE 'Y'.
           05  FILLER                  PIC X(30)
               VALUE 'SECURE-CALC-BATCH'.
           05  FILLER                  PIC X(01) VALUE 'Y'.
           05  FILLER                  PIC X(30)
               VALUE 'SECURE-CALC-RESUBMIT'.
           05  FILLER                  PIC X(01) VALUE 'N'.
           05  FILLER                  PIC X(30)
               VALUE 'SECURE-CALC-LOS-RECON'.
           05  FILLER                  PIC X(01) VALUE 'Y'.
           05  FILLER                  PIC X(30)
               VALUE 'GL-FEE-INTERFACE'.
           05  FILLER                  PIC X(01) VALUE 'Y'.
           05  FILLER                  PIC X(30)
               VALUE 'QUOTE-STATUS-ROLL'.
           05  FILLER                  PIC X(01) VALUE 'Y'.
           05  FILLER                  PIC X(30)
               VALUE 'FILE-INTEGRITY-CHECK'.
           05  FILLER                  PIC X(01) VALUE 'Y'.
           05  FILLER                  PIC X(30)
               VALUE 'BORROWER-CORRESPONDENCE'.
           05  FILLER                  PIC X(01) VALUE 'Y'.
           05  FILLER                  PIC X(30)
               VALUE 'SECURITY-AUDIT-REPORT'.
           05  FILLER                  PIC X(01) VALUE 'Y'.
           05  FILLER                  PIC X(30)
               VALUE 'LOAN-PRODUCTION-REPORT'.
           05  FILLER                  PIC X(01) VALUE 'Y'.
           05  FILLER                  PIC X(30)
               VALUE 'REFERRAL-QUEUE-REPORT'.
           05  FILLER                  PIC X(01) VALUE 'Y'.
           05  FILLER                  PIC X(30)
               VALUE 'SUSPICIOUS-ACTIVITY-REPORT'.
           05  FILLER                  PIC X(01) VALUE 'Y'.
           05  FILLER                  PIC X(30)
               VALUE 'LENDING-ACTIVITY-EXTRACT'.
           05  FILLER                  PIC X(01) VALUE 'N'.
           05  FILLER                  PIC X(30)
               VALUE 'MONTH-END-ARCHIVE'.
           05  FILLER                  PIC X(01) VALUE 'N'.
       01  WS-SCHEDULE-TABLE REDEFINES WS-SCHEDULE-VALUES.
           05  WS-SCHED-ENTRY          OCCURS 14 TIMES.
               10  WS-SCHED-NAME       PIC X(30).
               10  WS-SCHED-EXPECTED   PIC X(01).
       01  WS-SCHED-COUNT              PIC 9(02) VALUE 14.

      * ONE ENTRY PER JOB FOR THE NIGHT - THE SCHEDULED JOBS FIRST,
      * THEN ANY OTHER JOB FOUND ON THE LOG. THE STATE IS THE LAST
      * START OR END SEEN (N = NOT RUN, S = STARTED BUT NOT ENDED,
      * C = ENDED CLEAN, F = ENDED WITH A NON-ZERO RETURN CODE).
       01  WS-JOB-COUNT                PIC 9(02) VALUE ZERO.
       01  WS-JOB-IDX                  PIC 9(02) VALUE ZERO.
       01  WS-JOB-FOUND                PIC X(01) VALUE 'N'.
       01  WS-JOB-OVERFLOW             PIC X(01) VALUE 'N'.
       01  WS-JOB-TABLE.
           05  WS-JOB-ENTRY            OCCURS 30 TIMES.
               10  WS-JOB-NAME         PIC X(30).
               10  WS-JOB-EXPECTED     PIC X(01).
               10  WS-JOB-STATE        PIC X(01).
               10  WS-JOB-START-DATE   PIC X(08).
               10  WS-JOB-START-TIME   PIC X(06).
               10  WS-JOB-END-DATE     PIC X(08).
               10  WS-JOB-END-TIME     PIC X(06).
               10  WS-JOB-RC           PIC 9(02).
               10  WS-JOB-RUNS         PIC 9(03).
               10  WS-JOB-REFUSALS     PIC 9(03).
               10  WS-JOB-LAST-REASON  PIC X(40).

      * RUN TALLIES
       01  WS-EVENTS-READ              PIC 9(06) VALUE ZERO.
       01  WS-NIGHT-EVENTS             PIC 9(06) VALUE ZERO.
       01  WS-JOBS-CLEAN               PIC 9(02) VALUE ZERO.
       01  WS-JOBS-FAILED              PIC 9(02) VALUE ZERO.
       01  WS-JOBS-UNFINISHED          PIC 9(02) VALUE ZERO.
       01  WS-JOBS-REFUSED             PIC 9(02) VALUE ZERO.
       01  WS-JOBS-NOT-RUN             PIC 9(02) VALUE ZERO.
       01  WS-RETURN-CODE              PIC 9(02) VALUE ZERO.

      * ELAPSED TIME WORK FIELDS - MINUTES SINCE DAY ZERO, SO A JOB
      * THAT RUNS ACROSS MIDNIGHT STILL TIMES CORRECTLY.
       01  WS-DATE-NUM                 PIC 9(08) VALUE ZERO.
       01  WS-CLOCK-HOURS              PIC 9(02) VALUE ZERO.
       01  WS-CLOCK-MINUTES            PIC 9(02) VALUE ZERO.
       01  WS-START-MINUTES            PIC 9(09) VALUE ZERO.
       01  WS-END-MINUTES              PIC 9(09) VALUE ZERO.
       01  WS-ELAPSED-MINUTES          PIC 9(07) VALUE ZERO.
       01  WS-ELAPSED-HOURS            PIC 9(03) VALUE ZERO.
       01  WS-ELAPSED-REMAINDER        PIC 9(02) VALUE ZERO.

      * REPORT FORMATTING WORK FIELDS
       01  WS-COUNT-IDX                PIC 9(01) VALUE ZERO.
       01  WS-EVENT-TEXT               PIC X(07) VALUE SPACES.
       01  WS-TIME-TEXT                PIC X(08) VALUE SPACES.
       01  WS-DETAIL-TEXT              PIC X(63) VALUE SPACES.
       01  WS-DETAIL-PTR               PIC 9(03) VALUE ZERO.
       01  WS-STATUS-TEXT              PIC X(14) VALUE SPACES.
       01  WS-START-TEXT               PIC X(17) VALUE SPACES.
       01  WS-END-TEXT                 PIC X(17) VALUE SPACES.
       01  WS-ELAPSED-TEXT             PIC X(07) VALUE SPACES.
       01  WS-DISPLAY-VALUE            PIC ZZZZZZ9.
       01  WS-DISPLAY-HOURS            PIC ZZ9.
       01  WS-DISPLAY-MINS             PIC 99.
       01  WS-DISPLAY-RUNS             PIC ZZ9.
       01  WS-DISPLAY-REFUSALS         PIC ZZ9.
       01  WS-DISPLAY-TALLY            PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "======================================"
           DISPLAY "   BATCH WINDOW MORNING SUMMARY"
           DISPLAY "======================================"

           INITIALIZE WS-JOB-TABLE

           PERFORM LOAD-JOB-CONTROL
           IF WS-BUSINESS-DATE = SPACES THEN
               PERFORM FIND-LATEST-BUSINESS-DATE
           END-IF

           IF WS-BUSINESS-DATE = SPACES THEN
               DISPLAY "ERROR: No run history on RUNHIST - "
                   "no summary produced."
               MOVE 12 TO WS-RETURN-CODE
           ELSE
               PERFORM LOAD-WINDOW-SCHEDULE
               OPEN OUTPUT WINDOW-SUMMARY-FILE
               PERFORM WRITE-SUMMARY-HEADER
               PERFORM WRITE-RUN-LOG
               PERFORM WRITE-JOB-STATUS
               PERFORM WRITE-SUMMARY-TOTALS
               CLOSE WINDOW-SUMMARY-FILE
               PERFORM DISPLAY-RUN-SUMMARY
           END-IF

           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.

       LOAD-JOB-CONTROL.
           MOVE 'N' TO WS-JOBCTL-EOF
           OPEN INPUT JOB-CONTROL-FILE

           IF WS-JOBCTL-STATUS = "00" THEN
               PERFORM UNTIL JOBCTL-AT-EOF
                   READ JOB-CONTROL-FILE
                       AT END
                           MOVE 'Y' TO WS-JOBCTL-EOF
                       NOT AT END
                           IF JCT-BUSINESS-DATE-CARD AND
                                   JCT-BUSINESS-DATE IS NUMERIC THEN
                               MOVE JCT-BUSINESS-DATE TO
                                   WS-BUSINESS-DATE
                               MOVE "JOBCTL BUSDATE CARD" TO
                                   WS-DATE-SOURCE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE JOB-CONTROL-FILE
           END-IF.

      * WITHOUT A BUSDATE CARD THE NIGHT IS THE LATEST BUSINESS DATE
      * ANY JOB LOGGED - THE HIGHEST DATE, NOT THE LAST RECORD, SO A
      * LATE RERUN FOR AN EARLIER NIGHT DOES NOT HIDE LAST NIGHT.
       FIND-LATEST-BUSINESS-DATE.
           MOVE 'N' TO WS-RUNHIST-EOF
           OPEN INPUT RUN-HISTORY-FILE

           IF WS-RUNHIST-STATUS = "00" THEN
               PERFORM UNTIL RUNHIST-AT-EOF
                   READ RUN-HISTORY-FILE
                       AT END
                           MOVE 'Y' TO WS-RUNHIST-EOF
                       NOT AT END
                           IF RHS-BUSINESS-DATE IS NUMERIC AND
                                   (WS-BUSINESS-DATE = SPACES OR
                                    RHS-BUSINESS-DATE >
                                        WS-BUSINESS-DATE) THEN
                               MOVE RHS-BUSINESS-DATE TO
                                   WS-BUSINESS-DATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RUN-HISTORY-FILE
               MOVE "LATEST ON RUNHIST" TO WS-DATE-SOURCE
           END-IF.

       LOAD-WINDOW-SCHEDULE.
           MOVE ZERO TO WS-JOB-COUNT
           PERFORM VARYING WS-JOB-IDX FROM 1 BY 1
                   UNTIL WS-JOB-IDX > WS-SCHED-COUNT
               ADD 1 TO WS-JOB-COUNT
               MOVE WS-SCHED-NAME(WS-JOB-IDX) TO
                   WS-JOB-NAME(WS-JOB-COUNT)
               MOVE WS-SCHED-EXPECTED(WS-JOB-IDX) TO
                   WS-JOB-EXPECTED(WS-JOB-COUNT)
               MOVE 'N' TO WS-JOB-STATE(WS-JOB-COUNT)
           END-PERFORM.

       WRITE-SUMMARY-HEADER.
           MOVE SPACES TO WINDOW-SUMMARY-RECORD
           STRING "BATCH WINDOW MORNING SUMMARY - BUSINESS DATE "
                  WS-BUSINESS-DATE " (" DELIMITED BY SIZE
                  WS-DATE-SOURCE DELIMITED BY "  "
                  ")" DELIMITED BY SIZE
               INTO WINDOW-SUMMARY-RECORD
           WRITE WINDOW-SUMMARY-RECORD

           MOVE ALL "=" TO WINDOW-SUMMARY-RECORD
           WRITE WINDOW-SUMMARY-RECORD.

      * THE LOG IS PRINTED AS IT WAS WRITTEN, WHICH IS TIME ORDER.
      * EACH EVENT ALSO MOVES ITS JOB'S STATUS ALONG FOR THE SECOND
      * SECTION.
       WRITE-RUN-LOG.
           MOVE SPACES TO WINDOW-SUMMARY-RECORD
           WRITE WINDOW-SUMMARY-RECORD
           MOVE SPACES TO WINDOW-SUMMARY-RECORD
           STRING "RUN LOG" DELIMITED BY SIZE
               INTO WINDOW-SUMMARY-RECORD
           WRITE WINDOW-SUMMARY-RECORD

           MOVE SPACES TO WINDOW-SUMMARY-RECORD
           STRING "DATE     TIME      JOB                        "
                  "EVENT   RC R OPERATOR  KEY COUNTS / REFUSAL REASON"
               DELIMITED BY SIZE INTO WINDOW-SUMMARY-RECORD
           WRITE WINDOW-SUMMARY-RECORD
           MOVE ALL "-" TO WINDOW-SUMMARY-RECORD
           WRITE WINDOW-SUMMARY-RECORD

           MOVE 'N' TO WS-RUNHIST-EOF
           OPEN INPUT RUN-HISTORY-FILE

           IF WS-RUNHIST-STATUS = "00" THEN
               PERFORM UNTIL RUNHIST-AT-EOF
                   READ RUN-HISTORY-FILE
                       AT END
                           MOVE 'Y' TO WS-RUNHIST-EOF
                       NOT AT END
                           ADD 1 TO WS-EVENTS-READ
                           IF RHS-BUSINESS-DATE = WS-BUSINESS-DATE
                                   THEN
                               ADD 1 TO WS-NIGHT-EVENTS
                               PERFORM WRITE-ONE-LOG-LINE
                               PERFORM APPLY-EVENT-TO-JOB
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RUN-HISTORY-FILE
           END-IF

           IF WS-NIGHT-EVENTS = ZERO THEN
               MOVE SPACES TO WINDOW-SUMMARY-RECORD
               STRING "NO JOBS LOGGED FOR THIS BUSINESS DATE"
                   DELIMITED BY SIZE INTO WINDOW-SUMMARY-RECORD
               WRITE WINDOW-SUMMARY-RECORD
           END-IF.

       WRITE-ONE-LOG-LINE.
           EVALUATE TRUE
               WHEN RHS-EVENT-START
                   MOVE "START" TO WS-EVENT-TEXT
               WHEN RHS-EVENT-END
                   MOVE "END" TO WS-EVENT-TEXT
               WHEN RHS-EVENT-REFUSED
                   MOVE "REFUSED" TO WS-EVENT-TEXT
               WHEN OTHER
                   MOVE "?" TO WS-EVENT-TEXT
           END-EVALUATE

           MOVE SPACES TO WS-TIME-TEXT
           STRING RHS-EVENT-TIME(1:2) ":" RHS-EVENT-TIME(3:2) ":"
                  RHS-EVENT-TIME(5:2) DELIMITED BY SIZE
               INTO WS-TIME-TEXT

           MOVE SPACES TO WS-DETAIL-TEXT
           EVALUATE TRUE
               WHEN RHS-EVENT-END
                   MOVE 1 TO WS-DETAIL-PTR
                   PERFORM VARYING WS-COUNT-IDX FROM 1 BY 1
                           UNTIL WS-COUNT-IDX > 3
                       IF RHS-COUNT-LABEL(WS-COUNT-IDX) NOT = SPACES
                               THEN
                           MOVE RHS-COUNT-VALUE(WS-COUNT-IDX) TO
                               WS-DISPLAY-VALUE
                           STRING RHS-COUNT-LABEL(WS-COUNT-IDX)
                                  " " WS-DISPLAY-VALUE " "
                                  DELIMITED BY SIZE
                               INTO WS-DETAIL-TEXT
                               WITH POINTER WS-DETAIL-PTR
                       END-IF
                   END-PERFORM
               WHEN RHS-EVENT-REFUSED
                   MOVE RHS-MESSAGE TO WS-DETAIL-TEXT
           END-EVALUATE

           MOVE SPACES TO WINDOW-SUMMARY-RECORD
           STRING RHS-EVENT-DATE        DELIMITED BY SIZE
                  " "                   DELIMITED BY SIZE
                  WS-TIME-TEXT          DELIMITED BY SIZE
                  "  "                  DELIMITED BY SIZE
                  RHS-JOB-NAME(1:26)    DELIMITED BY SIZE
                  " "                   DELIMITED BY SIZE
                  WS-EVENT-TEXT         DELIMITED BY SIZE
                  " "                   DELIMITED BY SIZE
                  RHS-RETURN-CODE       DELIMITED BY SIZE
                  " "                   DELIMITED BY SIZE
                  RHS-RERUN-FLAG        DELIMITED BY SIZE
                  " "                   DELIMITED BY SIZE
                  RHS-OPERATOR-ID       DELIMITED BY SIZE
                  "  "                  DELIMITED BY SIZE
                  WS-DETAIL-TEXT        DELIMITED BY SIZE
               INTO WINDOW-SUMMARY-RECORD
           WRITE WINDOW-SUMMARY-RECORD.

      * A JOB NOT ON THE SCHEDULE IS ADDED AT THE END OF THE TABLE
      * AS NOT EXPECTED, SO IT STILL GETS A STATUS LINE.
       APPLY-EVENT-TO-JOB.
           MOVE 'N' TO WS-JOB-FOUND
           PERFORM VARYING WS-JOB-IDX FROM 1 BY 1
                   UNTIL WS-JOB-IDX > WS-JOB-COUNT
                      OR WS-JOB-FOUND = 'Y'
               IF WS-JOB-NAME(WS-JOB-IDX) = RHS-JOB-NAME THEN
                   MOVE 'Y' TO WS-JOB-FOUND
               END-IF
           END-PERFORM

           IF WS-JOB-FOUND = 'Y' THEN
               SUBTRACT 1 FROM WS-JOB-IDX
           ELSE
               IF WS-JOB-COUNT < 30 THEN
                   ADD 1 TO WS-JOB-COUNT
                   MOVE WS-JOB-COUNT TO WS-JOB-IDX
                   MOVE RHS-JOB-NAME TO WS-JOB-NAME(WS-JOB-IDX)
                   MOVE 'N' TO WS-JOB-EXPECTED(WS-JOB-IDX)
                   MOVE 'N' TO WS-JOB-STATE(WS-JOB-IDX)
                   MOVE 'Y' TO WS-JOB-FOUND
               ELSE
                   MOVE 'Y' TO WS-JOB-OVERFLOW
               END-IF
           END-IF

           IF WS-JOB-FOUND = 'Y' THEN
               EVALUATE TRUE
                   WHEN RHS-EVENT-START
                       MOVE 'S' TO WS-JOB-STATE(WS-JOB-IDX)
                       MOVE RHS-EVENT-DATE TO
                           WS-JOB-START-DATE(WS-JOB-IDX)
                       MOVE RHS-EVENT-TIME TO
                           WS-JOB-START-TIME(WS-JOB-IDX)
                       MOVE SPACES TO WS-JOB-END-DATE(WS-JOB-IDX)
                       MOVE SPACES TO WS-JOB-END-TIME(WS-JOB-IDX)
                       ADD 1 TO WS-JOB-RUNS(WS-JOB-IDX)
                   WHEN RHS-EVENT-END
                       IF RHS-RETURN-CODE = ZERO THEN
                           MOVE 'C' TO WS-JOB-STATE(WS-JOB-IDX)
                       ELSE
                           MOVE 'F' TO WS-JOB-STATE(WS-JOB-IDX)
                       END-IF
                       MOVE RHS-RETURN-CODE TO WS-JOB-RC(WS-JOB-IDX)
                       MOVE RHS-EVENT-DATE TO
                           WS-JOB-END-DATE(WS-JOB-IDX)
                       MOVE RHS-EVENT-TIME TO
                           WS-JOB-END-TIME(WS-JOB-IDX)
                   WHEN RHS-EVENT-REFUSED
                       ADD 1 TO WS-JOB-REFUSALS(WS-JOB-IDX)
                       MOVE RHS-RETURN-CODE TO WS-JOB-RC(WS-JOB-IDX)
                       MOVE RHS-MESSAGE TO
                           WS-JOB-LAST-REASON(WS-JOB-IDX)
               END-EVALUATE
           END-IF.

       WRITE-JOB-STATUS.
           MOVE SPACES TO WINDOW-SUMMARY-RECORD
           WRITE WINDOW-SUMMARY-RECORD
           MOVE SPACES TO WINDOW-SUMMARY-RECORD
           STRING "JOB STATUS (WINDOW ORDER)" DELIMITED BY SIZE
               INTO WINDOW-SUMMARY-RECORD
           WRITE WINDOW-SUMMARY-RECORD

           MOVE SPACES TO WINDOW-SUMMARY-RECORD
           STRING "JOB                         STATUS          "
                  "STARTED            ENDED              ELAPSED  "
                  "RUNS  REFUSED"
               DELIMITED BY SIZE INTO WINDOW-SUMMARY-RECORD
           WRITE WINDOW-SUMMARY-RECORD
           MOVE ALL "-" TO WINDOW-SUMMARY-RECORD
           WRITE WINDOW-SUMMARY-RECORD

           PERFORM VARYING WS-JOB-IDX FROM 1 BY 1
                   UNTIL WS-JOB-IDX > WS-JOB-COUNT
               PERFORM WRITE-ONE-JOB-STATUS
           END-PERFORM

           IF WS-JOB-OVERFLOW = 'Y' THEN
               MOVE SPACES TO WINDOW-SUMMARY-RECORD
               STRING "WARNING - MORE THAN 30 JOBS ON THE LOG; "
                      "STATUS LINES TRUNCATED"
                   DELIMITED BY SIZE INTO WINDOW-SUMMARY-RECORD
               WRITE WINDOW-SUMMARY-RECORD
           END-IF.

      * ONLY A JOB THAT ENDED CLEAN, OR AN UNSCHEDULED JOB THAT NEVER
      * TRIED TO RUN, LEAVES THE NIGHT CLEAN.
       WRITE-ONE-JOB-STATUS.
           MOVE SPACES TO WS-STATUS-TEXT
           EVALUATE TRUE
               WHEN WS-JOB-STATE(WS-JOB-IDX) = 'C'
                   MOVE "CLEAN" TO WS-STATUS-TEXT
                   ADD 1 TO WS-JOBS-CLEAN
               WHEN WS-JOB-STATE(WS-JOB-IDX) = 'F'
                   STRING "FAILED RC " WS-JOB-RC(WS-JOB-IDX)
                       DELIMITED BY SIZE INTO WS-STATUS-TEXT
                   ADD 1 TO WS-JOBS-FAILED
                   MOVE 8 TO WS-RETURN-CODE
               WHEN WS-JOB-STATE(WS-JOB-IDX) = 'S'
                   MOVE "NOT FINISHED" TO WS-STATUS-TEXT
                   ADD 1 TO WS-JOBS-UNFINISHED
                   MOVE 8 TO WS-RETURN-CODE
               WHEN WS-JOB-REFUSALS(WS-JOB-IDX) > ZERO
                   STRING "REFUSED RC " WS-JOB-RC(WS-JOB-IDX)
                       DELIMITED BY SIZE INTO WS-STATUS-TEXT
                   ADD 1 TO WS-JOBS-REFUSED
                   MOVE 8 TO WS-RETURN-CODE
               WHEN WS-JOB-EXPECTED(WS-JOB-IDX) = 'Y'
                   MOVE "NOT RUN" TO WS-STATUS-TEXT
                   ADD 1 TO WS-JOBS-NOT-RUN
                   MOVE 8 TO WS-RETURN-CODE
               WHEN OTHER
                   MOVE "NOT SCHEDULED" TO WS-STATUS-TEXT
           END-EVALUATE

           MOVE SPACES TO WS-START-TEXT
           IF WS-JOB-START-DATE(WS-JOB-IDX) NOT = SPACES THEN
               STRING WS-JOB-START-DATE(WS-JOB-IDX) " "
                      WS-JOB-START-TIME(WS-JOB-IDX)(1:2) ":"
                      WS-JOB-START-TIME(WS-JOB-IDX)(3:2) ":"
                      WS-JOB-START-TIME(WS-JOB-IDX)(5:2)
                   DELIMITED BY SIZE INTO WS-START-TEXT
           END-IF

           MOVE SPACES TO WS-END-TEXT
           MOVE SPACES TO WS-ELAPSED-TEXT
           IF WS-JOB-END-DATE(WS-JOB-IDX) NOT = SPACES THEN
               STRING WS-JOB-END-DATE(WS-JOB-IDX) " "
                      WS-JOB-END-TIME(WS-JOB-IDX)(1:2) ":"
                      WS-JOB-END-TIME(WS-JOB-IDX)(3:2) ":"
                      WS-JOB-END-TIME(WS-JOB-IDX)(5:2)
                   DELIMITED BY SIZE INTO WS-END-TEXT
               PERFORM COMPUTE-ELAPSED-TIME
           END-IF

           MOVE WS-JOB-RUNS(WS-JOB-IDX) TO WS-DISPLAY-RUNS
           MOVE WS-JOB-REFUSALS(WS-JOB-IDX) TO WS-DISPLAY-REFUSALS

           MOVE SPACES TO WINDOW-SUMMARY-RECORD
           STRING WS-JOB-NAME(WS-JOB-IDX)(1:26) DELIMITED BY SIZE
                  "  "                         DELIMITED BY SIZE
                  WS-STATUS-TEXT               DELIMITED BY SIZE
                  "  "                         DELIMITED BY SIZE
                  WS-START-TEXT                DELIMITED BY SIZE
                  "  "                         DELIMITED BY SIZE
                  WS-END-TEXT                  DELIMITED BY SIZE
                  "  "                         DELIMITED BY SIZE
                  WS-ELAPSED-TEXT              DELIMITED BY SIZE
                  "   "                        DELIMITED BY SIZE
                  WS-DISPLAY-RUNS              DELIMITED BY SIZE
                  "      "                     DELIMITED BY SIZE
                  WS-DISPLAY-REFUSALS          DELIMITED BY SIZE
               INTO WINDOW-SUMMARY-RECORD
           WRITE WINDOW-SUMMARY-RECORD

           IF WS-JOB-REFUSALS(WS-JOB-IDX) > ZERO THEN
               MOVE SPACES TO WINDOW-SUMMARY-RECORD
               STRING "    LAST REFUSAL: "
                      WS-JOB-LAST-REASON(WS-JOB-IDX)
                   DELIMITED BY SIZE INTO WINDOW-SUMMARY-RECORD
               WRITE WINDOW-SUMMARY-RECORD
           END-IF.

       COMPUTE-ELAPSED-TIME.
           MOVE WS-JOB-START-DATE(WS-JOB-IDX) TO WS-DATE-NUM
           MOVE WS-JOB-START-TIME(WS-JOB-IDX)(1:2) TO WS-CLOCK-HOURS
           MOVE WS-JOB-START-TIME(WS-JOB-IDX)(3:2) TO WS-CLOCK-MINUTES
           COMPUTE WS-START-MINUTES =
               FUNCTION INTEGER-OF-DATE(WS-DATE-NUM) * 1440
               + WS-CLOCK-HOURS * 60 + WS-CLOCK-MINUTES

           MOVE WS-JOB-END-DATE(WS-JOB-IDX) TO WS-DATE-NUM
           MOVE WS-JOB-END-TIME(WS-JOB-IDX)(1:2) TO WS-CLOCK-HOURS
           MOVE WS-JOB-END-TIME(WS-JOB-IDX)(3:2) TO WS-CLOCK-MINUTES
           COMPUTE WS-END-MINUTES =
               FUNCTION INTEGER-OF-DATE(WS-DATE-NUM) * 1440
               + WS-CLOCK-HOURS * 60 + WS-CLOCK-MINUTES

           IF WS-END-MINUTES >= WS-START-MINUTES THEN
               COMPUTE WS-ELAPSED-MINUTES =
                   WS-END-MINUTES - WS-START-MINUTES
               DIVIDE WS-ELAPSED-MINUTES BY 60
                   GIVING WS-ELAPSED-HOURS
                   REMAINDER WS-ELAPSED-REMAINDER
               MOVE WS-ELAPSED-HOURS TO WS-DISPLAY-HOURS
               MOVE WS-ELAPSED-REMAINDER TO WS-DISPLAY-MINS
               STRING " " WS-DISPLAY-HOURS ":" WS-DISPLAY-MINS
                   DELIMITED BY SIZE INTO WS-ELAPSED-TEXT
           END-IF.

       WRITE-SUMMARY-TOTALS.
           MOVE SPACES TO WINDOW-SUMMARY-RECORD
           WRITE WINDOW-SUMMARY-RECORD
           MOVE ALL "=" TO WINDOW-SUMMARY-RECORD
           WRITE WINDOW-SUMMARY-RECORD

           MOVE WS-NIGHT-EVENTS TO WS-DISPLAY-TALLY
           MOVE SPACES TO WINDOW-SUMMARY-RECORD
           STRING "EVENTS LOGGED FOR THE NIGHT: " WS-DISPLAY-TALLY
               DELIMITED BY SIZE INTO WINDOW-SUMMARY-RECORD
           WRITE WINDOW-SUMMARY-RECORD

           MOVE WS-JOBS-CLEAN TO WS-DISPLAY-TALLY
           MOVE SPACES TO WINDOW-SUMMARY-RECORD
           STRING "JOBS ENDED CLEAN:            " WS-DISPLAY-TALLY
               DELIMITED BY SIZE INTO WINDOW-SUMMARY-RECORD
           WRITE WINDOW-SUMMARY-RECORD

           MOVE WS-JOBS-FAILED TO WS-DISPLAY-TALLY
           MOVE SPACES TO WINDOW-SUMMARY-RECORD
           STRING "JOBS FAILED:                 " WS-DISPLAY-TALLY
               DELIMITED BY SIZE INTO WINDOW-SUMMARY-RECORD
           WRITE WINDOW-SUMMARY-RECORD

           MOVE WS-JOBS-UNFINISHED TO WS-DISPLAY-TALLY
           MOVE SPACES TO WINDOW-SUMMARY-RECORD
           STRING "JOBS STARTED, NOT FINISHED:  " WS-DISPLAY-TALLY
               DELIMITED BY SIZE INTO WINDOW-SUMMARY-RECORD
           WRITE WINDOW-SUMMARY-RECORD

           MOVE WS-JOBS-REFUSED TO WS-DISPLAY-TALLY
           MOVE SPACES TO WINDOW-SUMMARY-RECORD
           STRING "JOBS REFUSED, NEVER RAN:     " WS-DISPLAY-TALLY
               DELIMITED BY SIZE INTO WINDOW-SUMMARY-RECORD
           WRITE WINDOW-SUMMARY-RECORD

           MOVE WS-JOBS-NOT-RUN TO WS-DISPLAY-TALLY
           MOVE SPACES TO WINDOW-SUMMARY-RECORD
           STRING "SCHEDULED JOBS NOT RUN:      " WS-DISPLAY-TALLY
               DELIMITED BY SIZE INTO WINDOW-SUMMARY-RECORD
           WRITE WINDOW-SUMMARY-RECORD

           MOVE SPACES TO WINDOW-SUMMARY-RECORD
           IF WS-RETURN-CODE = ZERO THEN
               STRING "WINDOW COMPLETE - EVERY SCHEDULED JOB ENDED "
                      "CLEAN" DELIMITED BY SIZE
                   INTO WINDOW-SUMMARY-RECORD
           ELSE
               STRING "WINDOW NOT CLEAN - SEE JOB STATUS ABOVE"
                   DELIMITED BY SIZE INTO WINDOW-SUMMARY-RECORD
           END-IF
           WRITE WINDOW-SUMMARY-RECORD.

       DISPLAY-RUN-SUMMARY.
           DISPLAY "Business date: " WS-BUSINESS-DATE
           MOVE WS-JOBS-CLEAN TO WS-DISPLAY-TALLY
           DISPLAY "Jobs ended clean:      " WS-DISPLAY-TALLY
           COMPUTE WS-DISPLAY-TALLY = WS-JOBS-FAILED +
               WS-JOBS-UNFINISHED + WS-JOBS-REFUSED + WS-JOBS-NOT-RUN
           DISPLAY "Jobs needing attention:" WS-DISPLAY-TALLY

           IF WS-RETURN-CODE NOT = ZERO THEN
               DISPLAY "WINDOW NOT CLEAN - see WINSUM."
           END-IF

           DISPLAY "Summary written to WINSUM.".
