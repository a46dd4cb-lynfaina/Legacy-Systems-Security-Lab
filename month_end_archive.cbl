      * BLOCKS AND LOS EXPORTS FOLLOW THEIR LOAN: ANYTHING WHOSE      *
      * APPLICATION IS NO LONGER ON THE MASTER IS ARCHIVED WITH IT,   *
      * WHICH KEEPS THE NIGHTLY INTEGRITY CHECK'S CROSS-MATCHES       *
      * HONEST. THE LOAN MASTER CHANGE JOURNAL IS ROLLED OFF ON THE   *
      * SAME RETENTION RULE AS THE AUDIT LOG, BY THE DATE OF CHANGE.  *
      *****************************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-WORK-STATUS.

           SELECT LOAN-JOURNAL-FILE ASSIGN TO "LOANJRNL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

           SELECT JOURNAL-ARCHIVE-FILE ASSIGN TO WS-JRNL-ARCH-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JRNL-ARCH-STATUS.

           SELECT JOURNAL-WORK-FILE ASSIGN TO "JRNLTMP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JRNL-WORK-STATUS.

           SELECT SCHEDULE-MASTER-FILE ASSIGN TO "SCHEDMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT RUN-HISTORY-FILE ASSIGN TO "RUNHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNHIST-STATUS.

           SELECT JOB-CONTROL-FILE ASSIGN TO "JOBCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JOBCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOAN-MASTER-FILE

       FD  MASTER-ARCHIVE-FILE
           RECORDING MODE IS F.
       01  MASTER-ARCHIVE-RECORD       PIC X(400).

       FD  SECURITY-AUDIT-FILE
           RECORDING MODE IS F.
           RECORDING MODE IS F.
       01  AUDIT-WORK-RECORD           PIC X(76).

       FD  LOAN-JOURNAL-FILE
           RECORDING MODE IS F.
       COPY "loanjrnl.cpy".

       FD  JOURNAL-ARCHIVE-FILE
           RECORDING MODE IS F.
       01  JOURNAL-ARCHIVE-RECORD      PIC X(916).

       FD  JOURNAL-WORK-FILE
           RECORDING MODE IS F.
       01  JOURNAL-WORK-RECORD         PIC X(916).

       FD  SCHEDULE-MASTER-FILE
           RECORDING MODE IS F.
       COPY "schedrec.cpy".
           05  PARM-MAX-ATTEMPTS        PIC 9(03).
           05  FILLER                   PIC X(12).

       FD  RUN-HISTORY-FILE
           RECORDING MODE IS F.
       COPY "runhist.cpy".

       FD  JOB-CONTROL-FILE
           RECORDING MODE IS F.
       COPY "jobctl.cpy".

       WORKING-STORAGE SECTION.

      * FILE STATUS FIELDS
       01  WS-AUDIT-STATUS             PIC X(02) VALUE SPACES.
       01  WS-AUDIT-ARCH-STATUS        PIC X(02) VALUE SPACES.
       01  WS-AUDIT-WORK-STATUS        PIC X(02) VALUE SPACES.
       01  WS-JOURNAL-STATUS           PIC X(02) VALUE SPACES.
       01  WS-JRNL-ARCH-STATUS         PIC X(02) VALUE SPACES.
       01  WS-JRNL-WORK-STATUS         PIC X(02) VALUE SPACES.
       01  WS-SCHED-STATUS             PIC X(02) VALUE SPACES.
       01  WS-AMORT-ARCH-STATUS        PIC X(02) VALUE SPACES.
       01  WS-DISCLOSE-STATUS          PIC X(02) VALUE SPACES.
           88  MASTER-AT-EOF                      VALUE 'Y'.
       01  WS-AUDIT-EOF                PIC X(01) VALUE 'N'.
           88  AUDIT-AT-EOF                       VALUE 'Y'.
       01  WS-JOURNAL-EOF              PIC X(01) VALUE 'N'.
           88  JOURNAL-AT-EOF                     VALUE 'Y'.
       01  WS-SCHED-EOF                PIC X(01) VALUE 'N'.
           88  SCHED-AT-EOF                       VALUE 'Y'.
       01  WS-DISCLOSE-EOF             PIC X(01) VALUE 'N'.
      * DATED ARCHIVE FILE NAMES, BUILT AT STARTUP
       01  WS-MASTER-ARCH-NAME         PIC X(14) VALUE SPACES.
       01  WS-AUDIT-ARCH-NAME          PIC X(14) VALUE SPACES.
       01  WS-JRNL-ARCH-NAME           PIC X(14) VALUE SPACES.
       01  WS-AMORT-ARCH-NAME          PIC X(14) VALUE SPACES.
       01  WS-DISC-ARCH-NAME           PIC X(14) VALUE SPACES.
       01  WS-LOS-ARCH-NAME            PIC X(14) VALUE SPACES.
       01  WS-MASTER-ARCHIVED          PIC 9(06) VALUE ZERO.
       01  WS-AUDIT-KEPT               PIC 9(06) VALUE ZERO.
       01  WS-AUDIT-ARCHIVED           PIC 9(06) VALUE ZERO.
       01  WS-JRNL-KEPT                PIC 9(06) VALUE ZERO.
       01  WS-JRNL-ARCHIVED            PIC 9(06) VALUE ZERO.
       01  WS-AMORT-KEPT               PIC 9(06) VALUE ZERO.
       01  WS-AMORT-ARCHIVED           PIC 9(06) VALUE ZERO.
       01  WS-DISC-KEPT                PIC 9(06) VALUE ZERO.
       01  WS-LOS-ARCHIVED             PIC 9(06) VALUE ZERO.
       01  WS-OLDEST-REMAINING         PIC X(08) VALUE SPACES.
       01  WS-AUDIT-COPY-OK            PIC X(01) VALUE 'Y'.
       01  WS-JRNL-COPY-OK             PIC X(01) VALUE 'Y'.
       01  WS-AMORT-KEEP-BLOCK         PIC X(01) VALUE 'Y'.
       01  WS-AMORT-BLOCK-ID           PIC X(10) VALUE SPACES.
       01  WS-DISC-COPY-OK             PIC X(01) VALUE 'Y'.
       01  WS-LOS-KEEP                 PIC X(01) VALUE 'Y'.
       01  WS-RECORD-DATE              PIC X(08) VALUE SPACES.
       01  WS-DISPLAY-TALLY            PIC ZZZ,ZZ9.
       01  WS-RETURN-CODE              PIC 9(02) VALUE ZERO.

      * AUDIT TRAIL FIELDS FOR LOGGING THIS RUN
       01  WS-ERROR-CODE               PIC X(04) VALUE SPACES.
       01  WS-CURRENT-FIELD            PIC X(15) VALUE SPACES.
       01  WS-ATTEMPT-COUNTER          PIC 9(03) VALUE ZERO.

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
               VALUE 'MONTH-END-ARCHIVE'.
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
       01  WS-RUN-OPERATOR-ID          PIC X(08) VALUE 'MONTHEND'.
       01  WS-RUN-IDX                  PIC 9(01) VALUE ZERO.
       01  WS-RUN-PRED-COUNT           PIC 9(01) VALUE 4.
       01  WS-RUN-PRED-NAMES.
           05  FILLER                  PIC X(30)
               VALUE 'GL-FEE-INTERFACE'.
           05  FILLER                  PIC X(30)
               VALUE 'FILE-INTEGRITY-CHECK'.
           05  FILLER                  PIC X(30)
               VALUE 'SECURITY-AUDIT-REPORT'.
           05  FILLER                  PIC X(30)
               VALUE 'LOAN-PRODUCTION-REPORT'.
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
           DISPLAY "   MONTH-END ARCHIVE AND PURGE"
           DISPLAY "======================================"

           PERFORM START-RUN-CONTROL
           IF RUN-REFUSED THEN
               MOVE WS-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM LOAD-RETENTION-PARAMETER
           PERFORM COMPUTE-CUTOFF-DATE
           PERFORM BUILD-ARCHIVE-NAMES

           PERFORM ARCHIVE-LOAN-MASTER
           PERFORM ARCHIVE-AUDIT-LOG
           PERFORM ARCHIVE-CHANGE-JOURNAL
           PERFORM ARCHIVE-AMORT-SCHEDULE
           PERFORM ARCHIVE-DISCLOSURES
           PERFORM ARCHIVE-LOS-EXPORTS
           PERFORM WRITE-ARCHIVE-SUMMARY
           PERFORM LOG-ARCHIVE-RUN

      * A PURGE THAT STOPPED SHORT ON ANY FILE ENDS UNCLEAN, SO THE
      * RUN HISTORY DOES NOT SHOW A HALF-DONE ARCHIVE AS COMPLETE.
           IF WS-RUN-OK = 'N' THEN
               MOVE 8 TO WS-RETURN-CODE
           END-IF

           MOVE "LOANS ARCH" TO WS-RUN-COUNT-LABEL(1)
           MOVE WS-MASTER-ARCHIVED TO WS-RUN-COUNT-VALUE(1)
           MOVE "AUDIT ARCH" TO WS-RUN-COUNT-LABEL(2)
           MOVE WS-AUDIT-ARCHIVED TO WS-RUN-COUNT-VALUE(2)
           MOVE "JOURNAL ARCH" TO WS-RUN-COUNT-LABEL(3)
           MOVE WS-JRNL-ARCHIVED TO WS-RUN-COUNT-VALUE(3)
           PERFORM END-RUN-CONTROL

           DISPLAY "Archive run complete. Summary written to ARCHSUM."
           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.

       LOAD-RETENTION-PARAMETER.
           MOVE SPACES TO WS-AUDIT-ARCH-NAME
           STRING "AUARCH" WS-TODAY-DATE DELIMITED BY SIZE
               INTO WS-AUDIT-ARCH-NAME
           MOVE SPACES TO WS-JRNL-ARCH-NAME
           STRING "JNARCH" WS-TODAY-DATE DELIMITED BY SIZE
               INTO WS-JRNL-ARCH-NAME
           MOVE SPACES TO WS-AMORT-ARCH-NAME
           STRING "AMARCH" WS-TODAY-DATE DELIMITED BY SIZE
               INTO WS-AMORT-ARCH-NAME
               END-IF
           END-IF.

      *****************************************************************
      * ARCHIVE-CHANGE-JOURNAL                                        *
      * THE LOAN MASTER CHANGE JOURNAL IS AGED EXACTLY LIKE THE AUDIT *
      * LOG - SAME CUTOFF, SAME SPLIT INTO ARCHIVE AND KEEP COPIES,   *
      * SAME RULE THAT THE LIVE FILE IS ONLY REWRITTEN ONCE EVERY     *
      * WRITE CAME BACK CLEAN. AN ENTRY IS AGED BY ITS CHANGE DATE,   *
      * NOT BY THE QUOTE DATE OF THE RECORD IT DESCRIBES.             *
      *****************************************************************
       ARCHIVE-CHANGE-JOURNAL.
           MOVE 'N' TO WS-JOURNAL-EOF
           MOVE 'Y' TO WS-JRNL-COPY-OK
           OPEN INPUT LOAN-JOURNAL-FILE

           IF WS-JOURNAL-STATUS NOT = "00" THEN
               DISPLAY "WARNING: Change journal not available - "
                   "skipped."
           ELSE
               OPEN EXTEND JOURNAL-ARCHIVE-FILE

               IF WS-JRNL-ARCH-STATUS = "35" THEN
                   OPEN OUTPUT JOURNAL-ARCHIVE-FILE
               END-IF

               OPEN OUTPUT JOURNAL-WORK-FILE

               PERFORM UNTIL JOURNAL-AT-EOF
                   READ LOAN-JOURNAL-FILE
                       AT END
                           MOVE 'Y' TO WS-JOURNAL-EOF
                       NOT AT END
                           PERFORM AGE-ONE-JOURNAL-RECORD
                   END-READ
               END-PERFORM

               CLOSE LOAN-JOURNAL-FILE
               CLOSE JOURNAL-ARCHIVE-FILE
               CLOSE JOURNAL-WORK-FILE

               IF WS-JRNL-COPY-OK = 'Y' THEN
                   PERFORM REWRITE-JOURNAL-FROM-WORK
               ELSE
                   DISPLAY "ERROR: Journal archive or keep copy "
                       "incomplete - live change journal left "
                       "untouched."
                   MOVE 'N' TO WS-RUN-OK
                   MOVE ZERO TO WS-JRNL-ARCHIVED
               END-IF
           END-IF.

       AGE-ONE-JOURNAL-RECORD.
           IF JRN-CHANGE-DATE IS NUMERIC AND
                   JRN-CHANGE-DATE < WS-CUTOFF-DATE THEN
               MOVE LOAN-JOURNAL-RECORD TO JOURNAL-ARCHIVE-RECORD
               WRITE JOURNAL-ARCHIVE-RECORD
               IF WS-JRNL-ARCH-STATUS = "00" THEN
                   ADD 1 TO WS-JRNL-ARCHIVED
               ELSE
                   MOVE 'N' TO WS-JRNL-COPY-OK
               END-IF
           ELSE
               MOVE LOAN-JOURNAL-RECORD TO JOURNAL-WORK-RECORD
               WRITE JOURNAL-WORK-RECORD
               IF WS-JRNL-WORK-STATUS = "00" THEN
                   ADD 1 TO WS-JRNL-KEPT
               ELSE
                   MOVE 'N' TO WS-JRNL-COPY-OK
               END-IF
           END-IF.

       REWRITE-JOURNAL-FROM-WORK.
           MOVE 'N' TO WS-WORK-EOF
           OPEN INPUT JOURNAL-WORK-FILE

           IF WS-JRNL-WORK-STATUS NOT = "00" THEN
               DISPLAY "ERROR: Cannot reopen journal keep copy "
                   "(status " WS-JRNL-WORK-STATUS "). Live change "
                   "journal left untouched."
               MOVE 'N' TO WS-RUN-OK
           ELSE
               OPEN OUTPUT LOAN-JOURNAL-FILE

               IF WS-JOURNAL-STATUS NOT = "00" THEN
                   DISPLAY "ERROR: Cannot rewrite change journal "
                       "(status " WS-JOURNAL-STATUS ")."
                   MOVE 'N' TO WS-RUN-OK
                   CLOSE JOURNAL-WORK-FILE
               ELSE
                   PERFORM UNTIL WORK-AT-EOF
                       READ JOURNAL-WORK-FILE
                           AT END
                               MOVE 'Y' TO WS-WORK-EOF
                           NOT AT END
                               MOVE JOURNAL-WORK-RECORD TO
                                   LOAN-JOURNAL-RECORD
                               WRITE LOAN-JOURNAL-RECORD
                               IF WS-JOURNAL-STATUS NOT = "00" THEN
                                   DISPLAY "ERROR: Journal rebuild "
                                       "failed (status "
                                       WS-JOURNAL-STATUS "). Keep "
                                       "copy JRNLTMP is the recovery "
                                       "source."
                                   MOVE 'N' TO WS-RUN-OK
                                   MOVE 'Y' TO WS-WORK-EOF
                               END-IF
                       END-READ
                   END-PERFORM

                   CLOSE JOURNAL-WORK-FILE
                   CLOSE LOAN-JOURNAL-FILE
               END-IF
           END-IF.

      *****************************************************************
      * ARCHIVE-AMORT-SCHEDULE                                        *
      * THE SCHEDULE IS KEYED BY APPLICATION ID AND PAYMENT NUMBER,   *

           PERFORM WRITE-MASTER-SUMMARY-LINES
           PERFORM WRITE-AUDIT-SUMMARY-LINES
           PERFORM WRITE-JRNL-SUMMARY-LINES
           PERFORM WRITE-AMORT-SUMMARY-LINES
           PERFORM WRITE-DISC-SUMMARY-LINES
           PERFORM WRITE-LOS-SUMMARY-LINES
               DELIMITED BY SIZE INTO ARCHIVE-SUMMARY-RECORD
           WRITE ARCHIVE-SUMMARY-RECORD.

       WRITE-JRNL-SUMMARY-LINES.
           MOVE WS-JRNL-KEPT TO WS-DISPLAY-TALLY
           MOVE SPACES TO ARCHIVE-SUMMARY-RECORD
           STRING "CHANGE JRNL   KEPT: " WS-DISPLAY-TALLY
               DELIMITED BY SIZE INTO ARCHIVE-SUMMARY-RECORD
           WRITE ARCHIVE-SUMMARY-RECORD

           MOVE WS-JRNL-ARCHIVED TO WS-DISPLAY-TALLY
           MOVE SPACES TO ARCHIVE-SUMMARY-RECORD
           STRING "CHANGE JRNL   ARCHIVED: " WS-DISPLAY-TALLY
                  " TO " WS-JRNL-ARCH-NAME
               DELIMITED BY SIZE INTO ARCHIVE-SUMMARY-RECORD
           WRITE ARCHIVE-SUMMARY-RECORD.

       WRITE-AMORT-SUMMARY-LINES.
           MOVE WS-AMORT-KEPT TO WS-DISPLAY-TALLY
           MOVE SPACES TO ARCHIVE-SUMMARY-RECORD
           WRITE AUDIT-RECORD

           CLOSE SECURITY-AUDIT-FILE.

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
