       IDENTIFICATION DIVISION.
       PROGRAM-ID. REFERRAL-QUEUE-REPORT.
       AUTHOR. ANGELINE-NICOLE-FAINA.
      *****************************************************************
      * DAILY UNDERWRITER REFERRAL QUEUE AND AGING LIST               *
      * READS LOANMSTR AND PRINTS EVERY LIVE QUOTE STILL CARRYING A   *
      * REFER ('R') DECISION, OLDEST FIRST, WITH THE FRONT AND BACK   *
      * RATIOS, PITI, INCOME AND DEBT THE UNDERWRITER DECIDES ON,     *
      * FOLLOWED BY THE AGING LIST - THE REFERRALS STILL OPEN AFTER   *
      * THE NUMBER OF DAYS ON THE "REFER AGE DAYS" SECPARM RECORD     *
      * (DEFAULT 5). EXPIRED AND WITHDRAWN QUOTES ARE LEFT OUT - NO   *
      * ONE HAS TO WORK THEM. WRITTEN TO ITS OWN PRINT FILE (REFQRPT) *
      * FOR THE MORNING UNDERWRITING MEETING. THE REFERRALS THEMSELVES*
      * ARE CLEARED IN THE CALCULATOR'S UNDERWRITER REVIEW MODE.      *
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAN-MASTER-FILE ASSIGN TO "LOANMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LMR-APPLICATION-ID
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT SECURITY-PARM-FILE ASSIGN TO "SECPARM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT REFERRAL-REPORT-FILE ASSIGN TO "REFQRPT"
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
       COPY "loanmstr.cpy".

       FD  SECURITY-PARM-FILE
           RECORDING MODE IS F.
       01  SECURITY-PARM-RECORD.
           05  PARM-FIELD-NAME          PIC X(15).
           05  PARM-MAX-ATTEMPTS        PIC 9(03).
           05  FILLER                   PIC X(12).

       FD  REFERRAL-REPORT-FILE
           RECORDING MODE IS F.
       01  REFERRAL-REPORT-RECORD      PIC X(132).

       FD  RUN-HISTORY-FILE
           RECORDING MODE IS F.
       COPY "runhist.cpy".

       FD  JOB-CONTROL-FILE
           RECORDING MODE IS F.
       COPY "jobctl.cpy".

       WORKING-STORAGE SECTION.

      * FILE STATUS FIELDS
       01  WS-MASTER-STATUS            PIC X(02) VALUE SPACES.
       01  WS-PARM-STATUS              PIC X(02) VALUE SPACES.
       01  WS-REPORT-STATUS            PIC X(02) VALUE SPACES.

      * END-OF-FILE SWITCHES
       01  WS-MASTER-EOF               PIC X(01) VALUE 'N'.
           88  MASTER-AT-EOF                      VALUE 'Y'.
       01  WS-PARM-EOF                 PIC X(01) VALUE 'N'.
           88  PARM-AT-EOF                        VALUE 'Y'.

      * AGING THRESHOLD - DEFAULT 5 DAYS, OVERRIDDEN BY A "REFER AGE
      * DAYS" RECORD ON SECPARM, THE SAME KNOB THE CALCULATOR'S
      * UNDERWRITER REVIEW MODE FLAGS AGED REFERRALS BY.
       01  WS-REFER-AGE-DAYS           PIC 9(03) VALUE 5.

      * DATE WORK FIELDS
       01  WS-TODAY-DATE               PIC X(08) VALUE SPACES.
       01  WS-TODAY-INT                PIC 9(08) VALUE ZERO.
       01  WS-DATE-NUM                 PIC 9(08) VALUE ZERO.

      * REFERRAL TABLE. THE MASTER IS KEYED BY APPLICATION ID, SO THE
      * OPEN REFERRALS ARE COLLECTED HERE AND KEPT IN QUOTE-DATE ORDER
      * AS EACH ONE ARRIVES. ENTRY 501 IS THE SWAP SLOT FOR THE SORT.
       01  WS-REFER-COUNT              PIC 9(03) VALUE ZERO.
       01  WS-REFER-IDX                PIC 9(03) VALUE ZERO.
       01  WS-REFER-IDX2               PIC 9(03) VALUE ZERO.
       01  WS-REFER-OVERFLOW           PIC 9(05) VALUE ZERO.
       01  WS-REFER-TABLE.
           05  WS-REFER-ENTRY          OCCURS 501 TIMES.
               10  WS-REFER-QUOTE-DATE PIC X(08).
               10  WS-REFER-APPL-ID    PIC X(10).
               10  WS-REFER-BORROWER   PIC X(25).
               10  WS-REFER-OPERATOR   PIC X(08).
               10  WS-REFER-AMOUNT     PIC 9(10)V99.
               10  WS-REFER-FRONT      PIC 9(03)V99.
               10  WS-REFER-BACK       PIC 9(03)V99.
               10  WS-REFER-PITI       PIC 9(09)V99.
               10  WS-REFER-INCOME     PIC 9(07)V99.
               10  WS-REFER-DEBT       PIC 9(07)V99.
               10  WS-REFER-AGE        PIC 9(05).
               10  WS-REFER-AGED       PIC X(01).

      * RUN TALLIES
       01  WS-RECORDS-READ             PIC 9(06) VALUE ZERO.
       01  WS-AGED-COUNT               PIC 9(05) VALUE ZERO.
       01  WS-RETURN-CODE              PIC 9(02) VALUE ZERO.

      * REPORT FORMATTING WORK FIELDS
       01  WS-DISPLAY-TALLY            PIC ZZZ,ZZ9.
       01  WS-DISPLAY-AGE              PIC ZZZZ9.
       01  WS-DISPLAY-AGE-DAYS         PIC ZZ9.
       01  WS-DISPLAY-AMOUNT           PIC $$$,$$$,$$9.99.
       01  WS-DISPLAY-FRONT            PIC ZZ9.99.
       01  WS-DISPLAY-BACK             PIC ZZ9.99.
       01  WS-DISPLAY-PITI             PIC $$$,$$9.99.
       01  WS-DISPLAY-INCOME           PIC $$$$,$$9.99.
       01  WS-DISPLAY-DEBT             PIC $$$$,$$9.99.

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
               VALUE 'REFERRAL-QUEUE-REPORT'.
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
               VALUE 'SECURE-CALC-BATCH'.
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
           DISPLAY "   UNDERWRITER REFERRAL QUEUE"
           DISPLAY "======================================"

           PERFORM START-RUN-CONTROL
           IF RUN-REFUSED THEN
               MOVE WS-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF

           INITIALIZE WS-REFER-TABLE
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
           MOVE WS-TODAY-DATE TO WS-DATE-NUM
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)

           PERFORM LOAD-AGING-THRESHOLD
           PERFORM COLLECT-OPEN-REFERRALS

           IF MASTER-AT-EOF THEN
               PERFORM WRITE-REFERRAL-REPORT
               PERFORM DISPLAY-RUN-SUMMARY
           END-IF

           MOVE "RECORDS READ" TO WS-RUN-COUNT-LABEL(1)
           MOVE WS-RECORDS-READ TO WS-RUN-COUNT-VALUE(1)
           MOVE "OPEN REFERS" TO WS-RUN-COUNT-LABEL(2)
           MOVE WS-REFER-COUNT TO WS-RUN-COUNT-VALUE(2)
           MOVE "AGED" TO WS-RUN-COUNT-LABEL(3)
           MOVE WS-AGED-COUNT TO WS-RUN-COUNT-VALUE(3)
           PERFORM END-RUN-CONTROL

           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.

       LOAD-AGING-THRESHOLD.
           MOVE 'N' TO WS-PARM-EOF
           OPEN INPUT SECURITY-PARM-FILE

           IF WS-PARM-STATUS = "00" THEN
               PERFORM UNTIL PARM-AT-EOF
                   READ SECURITY-PARM-FILE
                       AT END
                           MOVE 'Y' TO WS-PARM-EOF
                       NOT AT END
                           IF PARM-FIELD-NAME = "REFER AGE DAYS"
                                   THEN
                               MOVE PARM-MAX-ATTEMPTS TO
                                   WS-REFER-AGE-DAYS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SECURITY-PARM-FILE
           END-IF.

      *****************************************************************
      * COLLECT-OPEN-REFERRALS                                        *
      * ONE SEQUENTIAL PASS OVER THE INDEXED MASTER. EVERY LIVE QUOTE *
      * WITH A REFER DECISION GOES INTO THE TABLE WITH ITS AGE IN     *
      * CALENDAR DAYS SINCE THE QUOTE DATE.                           *
      *****************************************************************
       COLLECT-OPEN-REFERRALS.
           MOVE 'N' TO WS-MASTER-EOF
           OPEN INPUT LOAN-MASTER-FILE

           IF WS-MASTER-STATUS NOT = "00" THEN
               DISPLAY "ERROR: Unable to open the loan master file."
               DISPLAY "File status: " WS-MASTER-STATUS
               MOVE 8 TO WS-RETURN-CODE
           ELSE
               PERFORM UNTIL MASTER-AT-EOF
                   READ LOAN-MASTER-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-MASTER-EOF
                       NOT AT END
                           ADD 1 TO WS-RECORDS-READ
                           IF LMR-QUOTE-DECISION = 'R' AND
                                   NOT LMR-STATUS-EXPIRED AND
                                   NOT LMR-STATUS-WITHDRAWN THEN
                               PERFORM STORE-ONE-REFERRAL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LOAN-MASTER-FILE
           END-IF.

       STORE-ONE-REFERRAL.
           IF WS-REFER-COUNT < 500 THEN
               ADD 1 TO WS-REFER-COUNT
               MOVE WS-REFER-COUNT TO WS-REFER-IDX
               MOVE LMR-QUOTE-DATE TO WS-REFER-QUOTE-DATE(WS-REFER-IDX)
               MOVE LMR-APPLICATION-ID TO
                   WS-REFER-APPL-ID(WS-REFER-IDX)
               MOVE LMR-BORROWER-NAME TO
                   WS-REFER-BORROWER(WS-REFER-IDX)
               MOVE LMR-OPERATOR-ID TO WS-REFER-OPERATOR(WS-REFER-IDX)
               MOVE LMR-LOAN-AMOUNT TO WS-REFER-AMOUNT(WS-REFER-IDX)
               MOVE LMR-FRONT-RATIO TO WS-REFER-FRONT(WS-REFER-IDX)
               MOVE LMR-BACK-RATIO TO WS-REFER-BACK(WS-REFER-IDX)
               MOVE LMR-PITI-PAYMENT TO WS-REFER-PITI(WS-REFER-IDX)
               MOVE LMR-MONTHLY-INCOME TO
                   WS-REFER-INCOME(WS-REFER-IDX)
               MOVE LMR-MONTHLY-DEBT TO WS-REFER-DEBT(WS-REFER-IDX)
               PERFORM AGE-ONE-REFERRAL
               PERFORM SORT-REFERRAL-TABLE
           ELSE
               ADD 1 TO WS-REFER-OVERFLOW
           END-IF.

      * A QUOTE WITH NO USABLE DATE CANNOT BE AGED, SO IT IS PUT ON
      * THE AGING LIST WHERE SOMEONE WILL LOOK AT IT.
       AGE-ONE-REFERRAL.
           MOVE ZERO TO WS-REFER-AGE(WS-REFER-IDX)
           MOVE 'N' TO WS-REFER-AGED(WS-REFER-IDX)

           IF LMR-QUOTE-DATE IS NUMERIC THEN
               MOVE LMR-QUOTE-DATE TO WS-DATE-NUM
               COMPUTE WS-REFER-AGE(WS-REFER-IDX) = WS-TODAY-INT -
                   FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
               IF WS-REFER-AGE(WS-REFER-IDX) > WS-REFER-AGE-DAYS THEN
                   MOVE 'Y' TO WS-REFER-AGED(WS-REFER-IDX)
               END-IF
           ELSE
               MOVE 'Y' TO WS-REFER-AGED(WS-REFER-IDX)
           END-IF

           IF WS-REFER-AGED(WS-REFER-IDX) = 'Y' THEN
               ADD 1 TO WS-AGED-COUNT
           END-IF.

      * A SIMPLE INSERTION PASS KEEPS THE TABLE OLDEST FIRST AS EACH
      * NEW REFERRAL ARRIVES.
       SORT-REFERRAL-TABLE.
           PERFORM VARYING WS-REFER-IDX FROM WS-REFER-COUNT BY -1
                   UNTIL WS-REFER-IDX < 2
               COMPUTE WS-REFER-IDX2 = WS-REFER-IDX - 1
               IF WS-REFER-QUOTE-DATE(WS-REFER-IDX) <
                       WS-REFER-QUOTE-DATE(WS-REFER-IDX2) THEN
                   MOVE WS-REFER-ENTRY(WS-REFER-IDX2) TO
                       WS-REFER-ENTRY(501)
                   MOVE WS-REFER-ENTRY(WS-REFER-IDX) TO
                       WS-REFER-ENTRY(WS-REFER-IDX2)
                   MOVE WS-REFER-ENTRY(501) TO
                       WS-REFER-ENTRY(WS-REFER-IDX)
               END-IF
           END-PERFORM.

      *****************************************************************
      * WRITE-REFERRAL-REPORT                                         *
      * THE FULL QUEUE OLDEST FIRST, THEN THE AGING LIST - THE SAME   *
      * LINES AGAIN, ONLY THOSE OPEN PAST THE THRESHOLD - THEN THE    *
      * COUNTS.                                                       *
      *****************************************************************
       WRITE-REFERRAL-REPORT.
           OPEN OUTPUT REFERRAL-REPORT-FILE

           MOVE SPACES TO REFERRAL-REPORT-RECORD
           STRING "UNDERWRITER REFERRAL QUEUE - RUN DATE "
                  WS-TODAY-DATE DELIMITED BY SIZE
               INTO REFERRAL-REPORT-RECORD
           WRITE REFERRAL-REPORT-RECORD

           MOVE ALL "=" TO REFERRAL-REPORT-RECORD
           WRITE REFERRAL-REPORT-RECORD

           MOVE SPACES TO REFERRAL-REPORT-RECORD
           WRITE REFERRAL-REPORT-RECORD
           MOVE SPACES TO REFERRAL-REPORT-RECORD
           STRING "OPEN REFERRALS (OLDEST FIRST)" DELIMITED BY SIZE
               INTO REFERRAL-REPORT-RECORD
           WRITE REFERRAL-REPORT-RECORD
           PERFORM WRITE-COLUMN-HEADINGS

           PERFORM VARYING WS-REFER-IDX FROM 1 BY 1
                   UNTIL WS-REFER-IDX > WS-REFER-COUNT
               PERFORM WRITE-ONE-REFERRAL-LINE
           END-PERFORM

           MOVE WS-REFER-AGE-DAYS TO WS-DISPLAY-AGE-DAYS
           MOVE SPACES TO REFERRAL-REPORT-RECORD
           WRITE REFERRAL-REPORT-RECORD
           MOVE SPACES TO REFERRAL-REPORT-RECORD
           STRING "AGING LIST - REFERRALS OPEN MORE THAN "
                  WS-DISPLAY-AGE-DAYS " DAYS" DELIMITED BY SIZE
               INTO REFERRAL-REPORT-RECORD
           WRITE REFERRAL-REPORT-RECORD
           PERFORM WRITE-COLUMN-HEADINGS

           PERFORM VARYING WS-REFER-IDX FROM 1 BY 1
                   UNTIL WS-REFER-IDX > WS-REFER-COUNT
               IF WS-REFER-AGED(WS-REFER-IDX) = 'Y' THEN
                   PERFORM WRITE-ONE-REFERRAL-LINE
               END-IF
           END-PERFORM

           PERFORM WRITE-REPORT-TOTALS

           CLOSE REFERRAL-REPORT-FILE.

       WRITE-COLUMN-HEADINGS.
           MOVE SPACES TO REFERRAL-REPORT-RECORD
           STRING "APPL ID     QUOTE DT   AGE  BORROWER         "
                  "         OPERATOR    LOAN AMOUNT FRONT%   BAC"
                  "K%        PITI       INCOME         DEBT"
               DELIMITED BY SIZE INTO REFERRAL-REPORT-RECORD
           WRITE REFERRAL-REPORT-RECORD

           MOVE ALL "-" TO REFERRAL-REPORT-RECORD
           WRITE REFERRAL-REPORT-RECORD.

       WRITE-ONE-REFERRAL-LINE.
           MOVE WS-REFER-AGE(WS-REFER-IDX) TO WS-DISPLAY-AGE
           MOVE WS-REFER-AMOUNT(WS-REFER-IDX) TO WS-DISPLAY-AMOUNT
           MOVE WS-REFER-FRONT(WS-REFER-IDX) TO WS-DISPLAY-FRONT
           MOVE WS-REFER-BACK(WS-REFER-IDX) TO WS-DISPLAY-BACK
           MOVE WS-REFER-PITI(WS-REFER-IDX) TO WS-DISPLAY-PITI
           MOVE WS-REFER-INCOME(WS-REFER-IDX) TO WS-DISPLAY-INCOME
           MOVE WS-REFER-DEBT(WS-REFER-IDX) TO WS-DISPLAY-DEBT

           MOVE SPACES TO REFERRAL-REPORT-RECORD
           STRING WS-REFER-APPL-ID(WS-REFER-IDX) DELIMITED BY SIZE
                  "  "                           DELIMITED BY SIZE
                  WS-REFER-QUOTE-DATE(WS-REFER-IDX)
                                                 DELIMITED BY SIZE
                  " "                            DELIMITED BY SIZE
                  WS-DISPLAY-AGE                 DELIMITED BY SIZE
                  "  "                           DELIMITED BY SIZE
                  WS-REFER-BORROWER(WS-REFER-IDX)
                                                 DELIMITED BY SIZE
                  " "                            DELIMITED BY SIZE
                  WS-REFER-OPERATOR(WS-REFER-IDX)
                                                 DELIMITED BY SIZE
                  " "                            DELIMITED BY SIZE
                  WS-DISPLAY-AMOUNT              DELIMITED BY SIZE
                  " "                            DELIMITED BY SIZE
                  WS-DISPLAY-FRONT               DELIMITED BY SIZE
                  "  "                           DELIMITED BY SIZE
                  WS-DISPLAY-BACK                DELIMITED BY SIZE
                  "  "                           DELIMITED BY SIZE
                  WS-DISPLAY-PITI                DELIMITED BY SIZE
                  "  "                           DELIMITED BY SIZE
                  WS-DISPLAY-INCOME              DELIMITED BY SIZE
                  "  "                           DELIMITED BY SIZE
                  WS-DISPLAY-DEBT                DELIMITED BY SIZE
               INTO REFERRAL-REPORT-RECORD
           WRITE REFERRAL-REPORT-RECORD.

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO REFERRAL-REPORT-RECORD
           WRITE REFERRAL-REPORT-RECORD

           MOVE WS-RECORDS-READ TO WS-DISPLAY-TALLY
           MOVE SPACES TO REFERRAL-REPORT-RECORD
           STRING "MASTER RECORDS READ:   " WS-DISPLAY-TALLY
               DELIMITED BY SIZE INTO REFERRAL-REPORT-RECORD
           WRITE REFERRAL-REPORT-RECORD

           MOVE WS-REFER-COUNT TO WS-DISPLAY-TALLY
           MOVE SPACES TO REFERRAL-REPORT-RECORD
           STRING "OPEN REFERRALS:        " WS-DISPLAY-TALLY
               DELIMITED BY SIZE INTO REFERRAL-REPORT-RECORD
           WRITE REFERRAL-REPORT-RECORD

           MOVE WS-AGED-COUNT TO WS-DISPLAY-TALLY
           MOVE SPACES TO REFERRAL-REPORT-RECORD
           STRING "AGED REFERRALS:        " WS-DISPLAY-TALLY
               DELIMITED BY SIZE INTO REFERRAL-REPORT-RECORD
           WRITE REFERRAL-REPORT-RECORD

           IF WS-REFER-OVERFLOW > ZERO THEN
               MOVE WS-REFER-OVERFLOW TO WS-DISPLAY-TALLY
               MOVE SPACES TO REFERRAL-REPORT-RECORD
               STRING "NOT LISTED (TABLE FULL):" WS-DISPLAY-TALLY
                   DELIMITED BY SIZE INTO REFERRAL-REPORT-RECORD
               WRITE REFERRAL-REPORT-RECORD
           END-IF.

       DISPLAY-RUN-SUMMARY.
           MOVE WS-REFER-COUNT TO WS-DISPLAY-TALLY
           DISPLAY "Open referrals:           " WS-DISPLAY-TALLY
           MOVE WS-AGED-COUNT TO WS-DISPLAY-TALLY
           DISPLAY "Aged referrals:           " WS-DISPLAY-TALLY

           IF WS-REFER-OVERFLOW > ZERO THEN
               MOVE WS-REFER-OVERFLOW TO WS-DISPLAY-TALLY
               DISPLAY "WARNING: " WS-DISPLAY-TALLY
                   " referral(s) past the table limit not listed."
           END-IF

           DISPLAY "Queue written to REFQRPT.".

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
