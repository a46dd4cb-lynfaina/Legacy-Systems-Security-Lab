       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUSPICIOUS-ACTIVITY-REPORT.
       AUTHOR. ANGELINE-NICOLE-FAINA.
      *****************************************************************
      * NIGHTLY SUSPICIOUS ACTIVITY CORRELATION REPORT                *
      * THE SECURITY AUDIT REPORT COUNTS AUDITLOG EVENTS; THIS REPORT *
      * SETS THEM BESIDE WHAT THE OPERATORS ACTUALLY BOOKED ON        *
      * LOANMSTR AND FLAGS THE PATTERNS THE SECURITY REVIEWERS LOOK   *
      * FOR, OVER THE LAST "SAR LOOKBACK" DAYS (DEFAULT 30):          *
      *   R1 HIGH   OFF-SHEET RATE EXCEPTIONS CLUSTERED ON ONE        *
      *             OPERATOR                                          *
      *   R2 MEDIUM ONE CUSTOMER NUMBER QUOTED BY SEVERAL OPERATORS   *
      *   R3 MEDIUM ONE CUSTOMER NUMBER QUOTED MANY TIMES IN A FEW    *
      *             DAYS                                              *
      *   R4 MEDIUM QUOTES KEYED OUTSIDE BRANCH HOURS                 *
      *   R5 HIGH   A FIELD-VALIDATION LOCKOUT FOLLOWED BY A QUOTE    *
      *             FOR THE SAME CUSTOMER BY THE SAME OPERATOR        *
      *   R6 HIGH   DECLINED QUOTES RE-ENTERED WITH CHANGED INCOME OR *
      *             DEBT UNTIL THEY QUALIFY                           *
      * EVERY THRESHOLD IS A SECPARM RECORD SO THE REVIEWERS CAN TUNE *
      * THEM WITHOUT A RECOMPILE. WRITTEN TO ITS OWN PRINT FILE       *
      * (SARRPT). RETURN CODE 8 WHEN ANY HIGH-SEVERITY RULE FIRES SO  *
      * THE SCHEDULER ALERTS SOMEONE; 12 WHEN THE LOAN MASTER CANNOT  *
      * BE READ AND NO REPORT IS PRODUCED.                            *
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SECURITY-AUDIT-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT LOAN-MASTER-FILE ASSIGN TO "LOANMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LMR-APPLICATION-ID
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT SECURITY-PARM-FILE ASSIGN TO "SECPARM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT ACTIVITY-REPORT-FILE ASSIGN TO "SARRPT"
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
       FD  SECURITY-AUDIT-FILE
           RECORDING MODE IS F.
       01  AUDIT-RECORD.
           05  AUD-TIMESTAMP           PIC X(21).
           05  FILLER                  PIC X(01).
           05  AUD-ERROR-CODE          PIC X(04).
           05  FILLER                  PIC X(01).
           05  AUD-FIELD-NAME          PIC X(15).
           05  FILLER                  PIC X(01).
           05  AUD-ATTEMPT-COUNT       PIC 9(03).
           05  FILLER                  PIC X(01).
           05  AUD-OPERATOR-ID         PIC X(08).
           05  FILLER                  PIC X(01).
           05  AUD-REFERENCE-ID        PIC X(10).
           05  FILLER                  PIC X(10).

       FD  LOAN-MASTER-FILE
           RECORDING MODE IS F.
       COPY "loanmstr.cpy".

       FD  SECURITY-PARM-FILE
           RECORDING MODE IS F.
       01  SECURITY-PARM-RECORD.
           05  PARM-FIELD-NAME          PIC X(15).
           05  PARM-MAX-ATTEMPTS        PIC 9(03).
           05  FILLER                   PIC X(12).

       FD  ACTIVITY-REPORT-FILE
           RECORDING MODE IS F.
       01  ACTIVITY-REPORT-RECORD      PIC X(132).

       FD  RUN-HISTORY-FILE
           RECORDING MODE IS F.
       COPY "runhist.cpy".

       FD  JOB-CONTROL-FILE
           RECORDING MODE IS F.
       COPY "jobctl.cpy".

       WORKING-STORAGE SECTION.

      * FILE STATUS FIELDS
       01  WS-AUDIT-STATUS             PIC X(02) VALUE SPACES.
       01  WS-MASTER-STATUS            PIC X(02) VALUE SPACES.
       01  WS-PARM-STATUS              PIC X(02) VALUE SPACES.
       01  WS-REPORT-STATUS            PIC X(02) VALUE SPACES.

      * END-OF-FILE SWITCHES
       01  WS-AUDIT-EOF                PIC X(01) VALUE 'N'.
           88  AUDIT-AT-EOF                       VALUE 'Y'.
       01  WS-MASTER-EOF               PIC X(01) VALUE 'N'.
           88  MASTER-AT-EOF                      VALUE 'Y'.
       01  WS-PARM-EOF                 PIC X(01) VALUE 'N'.
           88  PARM-AT-EOF                        VALUE 'Y'.

      * RULE THRESHOLDS. EACH HAS A DEFAULT HERE AND A SECPARM RECORD
      * OF THE SAME NAME THAT OVERRIDES IT.
      *   SAR LOOKBACK    DAYS OF ACTIVITY REVIEWED
      *   SAR RATE EXCEPT RATE EXCEPTIONS BY ONE OPERATOR (R1)
      *   SAR CUST OPERS  DISTINCT OPERATORS ON ONE CUSTOMER (R2)
      *   SAR CUST QUOTES QUOTES FOR ONE CUSTOMER WITHIN ... (R3)
      *   SAR CUST DAYS   ... THIS MANY CALENDAR DAYS (R3)
      *   BRANCH OPEN HR  FIRST HOUR OF THE BRANCH DAY (R4)
      *   BRANCH CLOSE HR HOUR THE BRANCH DAY ENDS (R4)
      *   SAR LOCKOUT DAY DAYS AFTER A LOCKOUT A QUOTE COUNTS (R5)
      *   SAR DECLINE MIN DECLINES BEFORE THE QUALIFYING QUOTE (R6)
       01  WS-LOOKBACK-DAYS            PIC 9(03) VALUE 30.
       01  WS-RATE-EXCEPT-LIMIT        PIC 9(03) VALUE 3.
       01  WS-CUST-OPERS-LIMIT         PIC 9(03) VALUE 3.
       01  WS-CUST-QUOTES-LIMIT        PIC 9(03) VALUE 4.
       01  WS-CUST-DAYS                PIC 9(03) VALUE 3.
       01  WS-BRANCH-OPEN-HOUR         PIC 9(02) VALUE 8.
       01  WS-BRANCH-CLOSE-HOUR        PIC 9(02) VALUE 18.
       01  WS-LOCKOUT-DAYS             PIC 9(03) VALUE 3.
       01  WS-DECLINE-MIN              PIC 9(03) VALUE 1.

      * DATE WORK FIELDS
       01  WS-TODAY-DATE               PIC X(08) VALUE SPACES.
       01  WS-TODAY-INT                PIC 9(08) VALUE ZERO.
       01  WS-FROM-INT                 PIC 9(08) VALUE ZERO.
       01  WS-FROM-DATE                PIC X(08) VALUE SPACES.
       01  WS-DATE-NUM                 PIC 9(08) VALUE ZERO.
       01  WS-QUOTE-HOUR               PIC 9(02) VALUE ZERO.

      * QUOTE TABLE. EVERY QUOTE IN THE LOOKBACK PERIOD, KEPT IN
      * CUSTOMER / DATE / TIME ORDER AS EACH ONE ARRIVES SO A
      * CUSTOMER'S QUOTES SIT TOGETHER OLDEST FIRST. A BATCH QUOTE HAS
      * NO TIME OF DAY AND SORTS AFTER THAT DAY'S KEYED QUOTES.
      * ENTRY 2001 IS THE SWAP SLOT FOR THE SORT.
       01  WS-QT-COUNT                 PIC 9(04) VALUE ZERO.
       01  WS-QT-IDX                   PIC 9(04) VALUE ZERO.
       01  WS-QT-IDX2                  PIC 9(04) VALUE ZERO.
       01  WS-QT-OVERFLOW              PIC 9(05) VALUE ZERO.
       01  WS-QUOTE-TABLE.
           05  WS-QT-ENTRY             OCCURS 2001 TIMES.
               10  WS-QT-KEY.
                   15  WS-QT-CUSTOMER  PIC X(10).
                   15  WS-QT-DATE      PIC X(08).
                   15  WS-QT-TIME      PIC X(04).
               10  WS-QT-APPL-ID       PIC X(10).
               10  WS-QT-OPERATOR      PIC X(08).
               10  WS-QT-KEYED         PIC X(01).
               10  WS-QT-DECISION      PIC X(01).
               10  WS-QT-RATE-EXC      PIC X(01).
               10  WS-QT-INCOME        PIC 9(07)V99.
               10  WS-QT-DEBT          PIC 9(07)V99.
               10  WS-QT-DATE-INT      PIC 9(08).

      * CUSTOMER GROUP BOUNDS WITHIN THE QUOTE TABLE
       01  WS-GRP-START                PIC 9(04) VALUE ZERO.
       01  WS-GRP-END                  PIC 9(04) VALUE ZERO.
       01  WS-GRP-IDX                  PIC 9(04) VALUE ZERO.
       01  WS-GRP-IDX2                 PIC 9(04) VALUE ZERO.
       01  WS-GRP-DISTINCT             PIC 9(04) VALUE ZERO.
       01  WS-GRP-SEEN                 PIC X(01) VALUE 'N'.
       01  WS-GRP-WINDOW-COUNT         PIC 9(04) VALUE ZERO.
       01  WS-GRP-WINDOW-MAX           PIC 9(04) VALUE ZERO.
       01  WS-GRP-WINDOW-FROM          PIC X(08) VALUE SPACES.

      * DECLINE-STREAK WORK FIELDS (R6)
       01  WS-DECLINE-COUNT            PIC 9(04) VALUE ZERO.
       01  WS-DECLINE-FIRST-APPL       PIC X(10) VALUE SPACES.
       01  WS-DECLINE-INCOME           PIC 9(07)V99 VALUE ZERO.
       01  WS-DECLINE-DEBT             PIC 9(07)V99 VALUE ZERO.

      * OPERATOR TABLE - QUOTES, RATE EXCEPTIONS AND AFTER-HOURS
      * QUOTES PER OPERATOR IN THE LOOKBACK PERIOD.
       01  WS-OP-COUNT                 PIC 9(03) VALUE ZERO.
       01  WS-OP-IDX                   PIC 9(03) VALUE ZERO.
       01  WS-OP-FOUND                 PIC X(01) VALUE 'N'.
       01  WS-OP-OVERFLOW              PIC X(01) VALUE 'N'.
       01  WS-OPERATOR-TABLE.
           05  WS-OP-ENTRY             OCCURS 100 TIMES.
               10  WS-OP-ID            PIC X(08).
               10  WS-OP-QUOTES        PIC 9(05).
               10  WS-OP-RATE-EXC      PIC 9(05).
               10  WS-OP-AFTER-HOURS   PIC 9(05).

      * LOCKOUT TABLE - FIELD-VALIDATION LOCKOUTS FROM AUDITLOG IN THE
      * LOOKBACK PERIOD THAT NAME A CUSTOMER NUMBER. THE CALCULATOR
      * WRITES THE CUSTOMER NUMBER INTO THE AUDIT REFERENCE FOR THE
      * AMOUNT, RATE, TERM AND COMPARE-TERM LOCKOUTS.
       01  WS-LK-COUNT                 PIC 9(03) VALUE ZERO.
       01  WS-LK-IDX                   PIC 9(03) VALUE ZERO.
       01  WS-LK-OVERFLOW              PIC 9(05) VALUE ZERO.
       01  WS-LOCKOUT-TABLE.
           05  WS-LK-ENTRY             OCCURS 500 TIMES.
               10  WS-LK-STAMP.
                   15  WS-LK-DATE      PIC X(08).
                   15  WS-LK-TIME      PIC X(04).
               10  WS-LK-CODE          PIC X(04).
               10  WS-LK-OPERATOR      PIC X(08).
               10  WS-LK-CUSTOMER      PIC X(10).
               10  WS-LK-DATE-INT      PIC 9(08).
       01  WS-QUOTE-STAMP              PIC X(12) VALUE SPACES.
       01  WS-LK-MATCHED               PIC X(01) VALUE 'N'.

      * RULE TALLIES
       01  WS-R1-HITS                  PIC 9(05) VALUE ZERO.
       01  WS-R2-HITS                  PIC 9(05) VALUE ZERO.
       01  WS-R3-HITS                  PIC 9(05) VALUE ZERO.
       01  WS-R4-HITS                  PIC 9(05) VALUE ZERO.
       01  WS-R5-HITS                  PIC 9(05) VALUE ZERO.
       01  WS-R6-HITS                  PIC 9(05) VALUE ZERO.
       01  WS-HIGH-HITS                PIC 9(05) VALUE ZERO.

      * RUN TALLIES
       01  WS-MASTER-READ              PIC 9(06) VALUE ZERO.
       01  WS-AUDIT-READ               PIC 9(06) VALUE ZERO.
       01  WS-RETURN-CODE              PIC 9(02) VALUE ZERO.

      * REPORT FORMATTING WORK FIELDS
       01  WS-DISPLAY-TALLY            PIC ZZZ,ZZ9.
       01  WS-DISPLAY-COUNT            PIC ZZZZ9.
       01  WS-DISPLAY-COUNT2           PIC ZZZZ9.
       01  WS-DISPLAY-LIMIT            PIC ZZ9.
       01  WS-DISPLAY-LIMIT2           PIC ZZ9.
       01  WS-DISPLAY-INCOME           PIC $$$$,$$9.99.
       01  WS-DISPLAY-INCOME2          PIC $$$$,$$9.99.
       01  WS-DISPLAY-DEBT             PIC $$$$,$$9.99.
       01  WS-DISPLAY-DEBT2            PIC $$$$,$$9.99.
       01  WS-RULE-HEADING             PIC X(132) VALUE SPACES.

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
               VALUE 'SUSPICIOUS-ACTIVITY-REPORT'.
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
           DISPLAY "   SUSPICIOUS ACTIVITY REPORT"
           DISPLAY "======================================"

           PERFORM START-RUN-CONTROL
           IF RUN-REFUSED THEN
               MOVE WS-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF

           INITIALIZE WS-QUOTE-TABLE
           INITIALIZE WS-OPERATOR-TABLE
           INITIALIZE WS-LOCKOUT-TABLE
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
           MOVE WS-TODAY-DATE TO WS-DATE-NUM
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)

           PERFORM LOAD-RULE-THRESHOLDS

           COMPUTE WS-FROM-INT = WS-TODAY-INT - WS-LOOKBACK-DAYS
           COMPUTE WS-DATE-NUM = FUNCTION DATE-OF-INTEGER(WS-FROM-INT)
           MOVE WS-DATE-NUM TO WS-FROM-DATE

           PERFORM COLLECT-RECENT-QUOTES

           IF MASTER-AT-EOF THEN
               PERFORM COLLECT-LOCKOUT-EVENTS
               PERFORM WRITE-ACTIVITY-REPORT
               PERFORM DISPLAY-RUN-SUMMARY
           END-IF

           MOVE "QUOTES" TO WS-RUN-COUNT-LABEL(1)
           MOVE WS-QT-COUNT TO WS-RUN-COUNT-VALUE(1)
           MOVE "AUDIT READ" TO WS-RUN-COUNT-LABEL(2)
           MOVE WS-AUDIT-READ TO WS-RUN-COUNT-VALUE(2)
           MOVE "HIGH FINDING" TO WS-RUN-COUNT-LABEL(3)
           MOVE WS-HIGH-HITS TO WS-RUN-COUNT-VALUE(3)
           PERFORM END-RUN-CONTROL

           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.

       LOAD-RULE-THRESHOLDS.
           MOVE 'N' TO WS-PARM-EOF
           OPEN INPUT SECURITY-PARM-FILE

           IF WS-PARM-STATUS = "00" THEN
               PERFORM UNTIL PARM-AT-EOF
                   READ SECURITY-PARM-FILE
                       AT END
                           MOVE 'Y' TO WS-PARM-EOF
                       NOT AT END
                           PERFORM APPLY-RULE-THRESHOLD
                   END-READ
               END-PERFORM
               CLOSE SECURITY-PARM-FILE
           END-IF.

       APPLY-RULE-THRESHOLD.
           EVALUATE PARM-FIELD-NAME
               WHEN "SAR LOOKBACK"
                   IF PARM-MAX-ATTEMPTS > ZERO THEN
                       MOVE PARM-MAX-ATTEMPTS TO WS-LOOKBACK-DAYS
                   END-IF
               WHEN "SAR RATE EXCEPT"
                   MOVE PARM-MAX-ATTEMPTS TO WS-RATE-EXCEPT-LIMIT
               WHEN "SAR CUST OPERS"
                   MOVE PARM-MAX-ATTEMPTS TO WS-CUST-OPERS-LIMIT
               WHEN "SAR CUST QUOTES"
                   MOVE PARM-MAX-ATTEMPTS TO WS-CUST-QUOTES-LIMIT
               WHEN "SAR CUST DAYS"
                   MOVE PARM-MAX-ATTEMPTS TO WS-CUST-DAYS
               WHEN "BRANCH OPEN HR"
                   IF PARM-MAX-ATTEMPTS < 24 THEN
                       MOVE PARM-MAX-ATTEMPTS TO WS-BRANCH-OPEN-HOUR
                   END-IF
               WHEN "BRANCH CLOSE HR"
                   IF PARM-MAX-ATTEMPTS < 25 THEN
                       MOVE PARM-MAX-ATTEMPTS TO WS-BRANCH-CLOSE-HOUR
                   END-IF
               WHEN "SAR LOCKOUT DAY"
                   MOVE PARM-MAX-ATTEMPTS TO WS-LOCKOUT-DAYS
               WHEN "SAR DECLINE MIN"
                   IF PARM-MAX-ATTEMPTS > ZERO THEN
                       MOVE PARM-MAX-ATTEMPTS TO WS-DECLINE-MIN
                   END-IF
           END-EVALUATE.

      *****************************************************************
      * COLLECT-RECENT-QUOTES                                         *
      * ONE SEQUENTIAL PASS OVER THE INDEXED MASTER. EVERY QUOTE      *
      * DATED INSIDE THE LOOKBACK PERIOD GOES INTO THE QUOTE TABLE    *
      * AND IS COUNTED AGAINST ITS OPERATOR.                          *
      *****************************************************************
       COLLECT-RECENT-QUOTES.
           MOVE 'N' TO WS-MASTER-EOF
           OPEN INPUT LOAN-MASTER-FILE

           IF WS-MASTER-STATUS NOT = "00" THEN
               DISPLAY "ERROR: Unable to open the loan master file."
               DISPLAY "File status: " WS-MASTER-STATUS
               MOVE 12 TO WS-RETURN-CODE
           ELSE
               PERFORM UNTIL MASTER-AT-EOF
                   READ LOAN-MASTER-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-MASTER-EOF
                       NOT AT END
                           ADD 1 TO WS-MASTER-READ
                           IF LMR-QUOTE-DATE IS NUMERIC AND
                                   LMR-QUOTE-DATE >= WS-FROM-DATE THEN
                               PERFORM STORE-ONE-QUOTE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LOAN-MASTER-FILE
           END-IF.

       STORE-ONE-QUOTE.
           PERFORM TALLY-QUOTE-OPERATOR

           IF WS-QT-COUNT < 2000 THEN
               ADD 1 TO WS-QT-COUNT
               MOVE WS-QT-COUNT TO WS-QT-IDX
               MOVE LMR-CUSTOMER-NUMBER TO WS-QT-CUSTOMER(WS-QT-IDX)
               MOVE LMR-QUOTE-DATE TO WS-QT-DATE(WS-QT-IDX)
               IF LMR-QUOTE-TIME IS NUMERIC THEN
                   MOVE LMR-QUOTE-TIME TO WS-QT-TIME(WS-QT-IDX)
                   MOVE 'Y' TO WS-QT-KEYED(WS-QT-IDX)
               ELSE
                   MOVE '2400' TO WS-QT-TIME(WS-QT-IDX)
                   MOVE 'N' TO WS-QT-KEYED(WS-QT-IDX)
               END-IF
               MOVE LMR-APPLICATION-ID TO WS-QT-APPL-ID(WS-QT-IDX)
               MOVE LMR-OPERATOR-ID TO WS-QT-OPERATOR(WS-QT-IDX)
               MOVE LMR-QUOTE-DECISION TO WS-QT-DECISION(WS-QT-IDX)
               MOVE LMR-RATE-EXCEPTION TO WS-QT-RATE-EXC(WS-QT-IDX)
               MOVE LMR-MONTHLY-INCOME TO WS-QT-INCOME(WS-QT-IDX)
               MOVE LMR-MONTHLY-DEBT TO WS-QT-DEBT(WS-QT-IDX)
               MOVE LMR-QUOTE-DATE TO WS-DATE-NUM
               COMPUTE WS-QT-DATE-INT(WS-QT-IDX) =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
               PERFORM SORT-QUOTE-TABLE
           ELSE
               ADD 1 TO WS-QT-OVERFLOW
           END-IF.

      * A SIMPLE INSERTION PASS KEEPS THE TABLE IN CUSTOMER / DATE /
      * TIME ORDER AS EACH NEW QUOTE ARRIVES.
       SORT-QUOTE-TABLE.
           PERFORM VARYING WS-QT-IDX FROM WS-QT-COUNT BY -1
                   UNTIL WS-QT-IDX < 2
               COMPUTE WS-QT-IDX2 = WS-QT-IDX - 1
               IF WS-QT-KEY(WS-QT-IDX) < WS-QT-KEY(WS-QT-IDX2) THEN
                   MOVE WS-QT-ENTRY(WS-QT-IDX2) TO WS-QT-ENTRY(2001)
                   MOVE WS-QT-ENTRY(WS-QT-IDX) TO
                       WS-QT-ENTRY(WS-QT-IDX2)
                   MOVE WS-QT-ENTRY(2001) TO WS-QT-ENTRY(WS-QT-IDX)
               ELSE
                   MOVE 1 TO WS-QT-IDX
               END-IF
           END-PERFORM.

      * THE OPERATOR TALLIES COVER EVERY QUOTE IN THE PERIOD, EVEN ONE
      * PAST THE QUOTE TABLE LIMIT. AN AFTER-HOURS QUOTE IS ONE KEYED
      * AT THE TERMINAL BEFORE THE BRANCH OPENS OR AFTER IT CLOSES.
       TALLY-QUOTE-OPERATOR.
           MOVE 'N' TO WS-OP-FOUND
           PERFORM VARYING WS-OP-IDX FROM 1 BY 1
                   UNTIL WS-OP-IDX > WS-OP-COUNT
                   OR WS-OP-FOUND = 'Y'
               IF WS-OP-ID(WS-OP-IDX) = LMR-OPERATOR-ID THEN
                   MOVE 'Y' TO WS-OP-FOUND
               END-IF
           END-PERFORM

           IF WS-OP-FOUND = 'Y' THEN
               SUBTRACT 1 FROM WS-OP-IDX
           ELSE
               IF WS-OP-COUNT < 100 THEN
                   ADD 1 TO WS-OP-COUNT
                   MOVE WS-OP-COUNT TO WS-OP-IDX
                   MOVE LMR-OPERATOR-ID TO WS-OP-ID(WS-OP-IDX)
                   MOVE 'Y' TO WS-OP-FOUND
               ELSE
                   MOVE 'Y' TO WS-OP-OVERFLOW
               END-IF
           END-IF

           IF WS-OP-FOUND = 'Y' THEN
               ADD 1 TO WS-OP-QUOTES(WS-OP-IDX)
               IF LMR-RATE-EXCEPTION = 'Y' THEN
                   ADD 1 TO WS-OP-RATE-EXC(WS-OP-IDX)
               END-IF
               IF LMR-QUOTE-TIME IS NUMERIC THEN
                   MOVE LMR-QUOTE-TIME(1:2) TO WS-QUOTE-HOUR
                   IF WS-QUOTE-HOUR < WS-BRANCH-OPEN-HOUR OR
                           WS-QUOTE-HOUR >= WS-BRANCH-CLOSE-HOUR THEN
                       ADD 1 TO WS-OP-AFTER-HOURS(WS-OP-IDX)
                   END-IF
               END-IF
           END-IF.

      *****************************************************************
      * COLLECT-LOCKOUT-EVENTS                                        *
      * PICKS THE FIELD-VALIDATION LOCKOUTS (E001 AMOUNT, E002 RATE,  *
      * E003 TERM, E006 COMPARE TERM) OUT OF THE AUDIT LOG FOR THE    *
      * LOOKBACK PERIOD. A LOCKOUT WITH NO CUSTOMER NUMBER CANNOT BE  *
      * TIED TO A LATER QUOTE AND IS LEFT OUT. NO AUDIT LOG AT ALL    *
      * SIMPLY MEANS NO LOCKOUTS.                                     *
      *****************************************************************
       COLLECT-LOCKOUT-EVENTS.
           MOVE 'N' TO WS-AUDIT-EOF
           OPEN INPUT SECURITY-AUDIT-FILE

           IF WS-AUDIT-STATUS NOT = "00" THEN
               DISPLAY "WARNING: No audit log (AUDITLOG) to read - "
                   "lockout rule not applied."
           ELSE
               PERFORM UNTIL AUDIT-AT-EOF
                   READ SECURITY-AUDIT-FILE
                       AT END
                           MOVE 'Y' TO WS-AUDIT-EOF
                       NOT AT END
                           ADD 1 TO WS-AUDIT-READ
                           PERFORM SCREEN-ONE-AUDIT-EVENT
                   END-READ
               END-PERFORM
               CLOSE SECURITY-AUDIT-FILE
           END-IF.

       SCREEN-ONE-AUDIT-EVENT.
           IF (AUD-ERROR-CODE = 'E001' OR AUD-ERROR-CODE = 'E002' OR
                   AUD-ERROR-CODE = 'E003' OR AUD-ERROR-CODE = 'E006')
                   AND AUD-REFERENCE-ID NOT = SPACES
                   AND AUD-TIMESTAMP(1:8) IS NUMERIC
                   AND AUD-TIMESTAMP(1:8) >= WS-FROM-DATE THEN
               IF WS-LK-COUNT < 500 THEN
                   ADD 1 TO WS-LK-COUNT
                   MOVE WS-LK-COUNT TO WS-LK-IDX
                   MOVE AUD-TIMESTAMP(1:8) TO WS-LK-DATE(WS-LK-IDX)
                   MOVE AUD-TIMESTAMP(9:4) TO WS-LK-TIME(WS-LK-IDX)
                   MOVE AUD-ERROR-CODE TO WS-LK-CODE(WS-LK-IDX)
                   MOVE AUD-OPERATOR-ID TO WS-LK-OPERATOR(WS-LK-IDX)
                   MOVE AUD-REFERENCE-ID TO WS-LK-CUSTOMER(WS-LK-IDX)
                   MOVE AUD-TIMESTAMP(1:8) TO WS-DATE-NUM
                   COMPUTE WS-LK-DATE-INT(WS-LK-IDX) =
                       FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
               ELSE
                   ADD 1 TO WS-LK-OVERFLOW
               END-IF
           END-IF.

      *****************************************************************
      * WRITE-ACTIVITY-REPORT                                         *
      * ONE SECTION PER RULE, EACH WITH ITS SEVERITY AND THRESHOLD,   *
      * THEN THE COUNTS. A RULE THAT DID NOT FIRE SAYS SO, SO AN      *
      * EMPTY SECTION IS NEVER MISTAKEN FOR A RULE THAT DID NOT RUN.  *
      *****************************************************************
       WRITE-ACTIVITY-REPORT.
           OPEN OUTPUT ACTIVITY-REPORT-FILE

           MOVE SPACES TO ACTIVITY-REPORT-RECORD
           STRING "SUSPICIOUS ACTIVITY REPORT - RUN DATE "
                  WS-TODAY-DATE "   ACTIVITY FROM " WS-FROM-DATE
               DELIMITED BY SIZE INTO ACTIVITY-REPORT-RECORD
           WRITE ACTIVITY-REPORT-RECORD

           MOVE ALL "=" TO ACTIVITY-REPORT-RECORD
           WRITE ACTIVITY-REPORT-RECORD

           PERFORM REPORT-RATE-EXCEPTION-CLUSTERS
           PERFORM REPORT-CUSTOMER-PATTERNS
           PERFORM REPORT-AFTER-HOURS-QUOTES
           PERFORM REPORT-LOCKOUT-FOLLOW-UPS
           PERFORM REPORT-DECLINE-REENTRIES
           PERFORM WRITE-REPORT-TOTALS

           CLOSE ACTIVITY-REPORT-FILE.

       WRITE-RULE-HEADING.
           MOVE SPACES TO ACTIVITY-REPORT-RECORD
           WRITE ACTIVITY-REPORT-RECORD
           MOVE WS-RULE-HEADING TO ACTIVITY-REPORT-RECORD
           WRITE ACTIVITY-REPORT-RECORD
           MOVE ALL "-" TO ACTIVITY-REPORT-RECORD
           WRITE ACTIVITY-REPORT-RECORD.

       WRITE-NONE-LINE.
           MOVE SPACES TO ACTIVITY-REPORT-RECORD
           STRING "  NONE" DELIMITED BY SIZE
               INTO ACTIVITY-REPORT-RECORD
           WRITE ACTIVITY-REPORT-RECORD.

      * R1 - HIGH
       REPORT-RATE-EXCEPTION-CLUSTERS.
           MOVE WS-RATE-EXCEPT-LIMIT TO WS-DISPLAY-LIMIT
           MOVE SPACES TO WS-RULE-HEADING
           STRING "R1 HIGH   RATE EXCEPTIONS CLUSTERED ON ONE "
                  "OPERATOR (" WS-DISPLAY-LIMIT " OR MORE)"
               DELIMITED BY SIZE INTO WS-RULE-HEADING
           PERFORM WRITE-RULE-HEADING

           PERFORM VARYING WS-OP-IDX FROM 1 BY 1
                   UNTIL WS-OP-IDX > WS-OP-COUNT
               IF WS-OP-RATE-EXC(WS-OP-IDX) > ZERO AND
                       WS-OP-RATE-EXC(WS-OP-IDX) >=
                           WS-RATE-EXCEPT-LIMIT THEN
                   ADD 1 TO WS-R1-HITS
                   MOVE WS-OP-RATE-EXC(WS-OP-IDX) TO WS-DISPLAY-COUNT
                   MOVE WS-OP-QUOTES(WS-OP-IDX) TO WS-DISPLAY-COUNT2
                   MOVE SPACES TO ACTIVITY-REPORT-RECORD
                   STRING "  OPERATOR " WS-OP-ID(WS-OP-IDX)
                          "  OFF-SHEET QUOTES: " WS-DISPLAY-COUNT
                          "  OF " WS-DISPLAY-COUNT2 " QUOTED"
                       DELIMITED BY SIZE INTO ACTIVITY-REPORT-RECORD
                   WRITE ACTIVITY-REPORT-RECORD
               END-IF
           END-PERFORM

           IF WS-R1-HITS = ZERO THEN
               PERFORM WRITE-NONE-LINE
           END-IF

           ADD WS-R1-HITS TO WS-HIGH-HITS.

      *****************************************************************
      * REPORT-CUSTOMER-PATTERNS (R2 AND R3 - MEDIUM)                 *
      * WALKS THE QUOTE TABLE ONE CUSTOMER AT A TIME. R2 COUNTS THE   *
      * DISTINCT OPERATORS WHO QUOTED THE CUSTOMER; R3 FINDS THE MOST *
      * QUOTES FOR THE CUSTOMER THAT FALL INSIDE ANY "SAR CUST DAYS"  *
      * SPAN. QUOTES WITHOUT A CUSTOMER NUMBER CANNOT BE GROUPED.     *
      *****************************************************************
       REPORT-CUSTOMER-PATTERNS.
           MOVE WS-CUST-OPERS-LIMIT TO WS-DISPLAY-LIMIT
           MOVE SPACES TO WS-RULE-HEADING
           STRING "R2 MEDIUM ONE CUSTOMER QUOTED BY SEVERAL "
                  "OPERATORS (" WS-DISPLAY-LIMIT " OR MORE)"
               DELIMITED BY SIZE INTO WS-RULE-HEADING
           PERFORM WRITE-RULE-HEADING

           MOVE 1 TO WS-GRP-START
           PERFORM UNTIL WS-GRP-START > WS-QT-COUNT
               PERFORM FIND-CUSTOMER-GROUP-END
               IF WS-QT-CUSTOMER(WS-GRP-START) NOT = SPACES THEN
                   PERFORM CHECK-CUSTOMER-OPERATORS
               END-IF
               COMPUTE WS-GRP-START = WS-GRP-END + 1
           END-PERFORM

           IF WS-R2-HITS = ZERO THEN
               PERFORM WRITE-NONE-LINE
           END-IF

           MOVE WS-CUST-QUOTES-LIMIT TO WS-DISPLAY-LIMIT
           MOVE WS-CUST-DAYS TO WS-DISPLAY-LIMIT2
           MOVE SPACES TO WS-RULE-HEADING
           STRING "R3 MEDIUM ONE CUSTOMER QUOTED " WS-DISPLAY-LIMIT
                  " OR MORE TIMES WITHIN " WS-DISPLAY-LIMIT2 " DAYS"
               DELIMITED BY SIZE INTO WS-RULE-HEADING
           PERFORM WRITE-RULE-HEADING

           MOVE 1 TO WS-GRP-START
           PERFORM UNTIL WS-GRP-START > WS-QT-COUNT
               PERFORM FIND-CUSTOMER-GROUP-END
               IF WS-QT-CUSTOMER(WS-GRP-START) NOT = SPACES THEN
                   PERFORM CHECK-CUSTOMER-FREQUENCY
               END-IF
               COMPUTE WS-GRP-START = WS-GRP-END + 1
           END-PERFORM

           IF WS-R3-HITS = ZERO THEN
               PERFORM WRITE-NONE-LINE
           END-IF.

       FIND-CUSTOMER-GROUP-END.
           MOVE WS-GRP-START TO WS-GRP-END
           PERFORM UNTIL WS-GRP-END >= WS-QT-COUNT
                   OR WS-QT-CUSTOMER(WS-GRP-END + 1) NOT =
                       WS-QT-CUSTOMER(WS-GRP-START)
               ADD 1 TO WS-GRP-END
           END-PERFORM.

       CHECK-CUSTOMER-OPERATORS.
           MOVE ZERO TO WS-GRP-DISTINCT
           PERFORM VARYING WS-GRP-IDX FROM WS-GRP-START BY 1
                   UNTIL WS-GRP-IDX > WS-GRP-END
               MOVE 'N' TO WS-GRP-SEEN
               PERFORM VARYING WS-GRP-IDX2 FROM WS-GRP-START BY 1
                       UNTIL WS-GRP-IDX2 >= WS-GRP-IDX
                       OR WS-GRP-SEEN = 'Y'
                   IF WS-QT-OPERATOR(WS-GRP-IDX2) =
                           WS-QT-OPERATOR(WS-GRP-IDX) THEN
                       MOVE 'Y' TO WS-GRP-SEEN
                   END-IF
               END-PERFORM
               IF WS-GRP-SEEN = 'N' THEN
                   ADD 1 TO WS-GRP-DISTINCT
               END-IF
           END-PERFORM

           IF WS-GRP-DISTINCT >= WS-CUST-OPERS-LIMIT THEN
               ADD 1 TO WS-R2-HITS
               MOVE WS-GRP-DISTINCT TO WS-DISPLAY-COUNT
               COMPUTE WS-DISPLAY-COUNT2 =
                   WS-GRP-END - WS-GRP-START + 1
               MOVE SPACES TO ACTIVITY-REPORT-RECORD
               STRING "  CUSTOMER " WS-QT-CUSTOMER(WS-GRP-START)
                      "  OPERATORS: " WS-DISPLAY-COUNT
                      "  QUOTES: " WS-DISPLAY-COUNT2
                      "  FIRST " WS-QT-DATE(WS-GRP-START)
                      "  LAST " WS-QT-DATE(WS-GRP-END)
                   DELIMITED BY SIZE INTO ACTIVITY-REPORT-RECORD
               WRITE ACTIVITY-REPORT-RECORD
           END-IF.

      * THE GROUP IS IN DATE ORDER, SO FOR EACH QUOTE THE QUOTES THAT
      * FOLLOW IT WITHIN THE SPAN ARE CONTIGUOUS.
       CHECK-CUSTOMER-FREQUENCY.
           MOVE ZERO TO WS-GRP-WINDOW-MAX
           PERFORM VARYING WS-GRP-IDX FROM WS-GRP-START BY 1
                   UNTIL WS-GRP-IDX > WS-GRP-END
               MOVE ZERO TO WS-GRP-WINDOW-COUNT
               PERFORM VARYING WS-GRP-IDX2 FROM WS-GRP-IDX BY 1
                       UNTIL WS-GRP-IDX2 > WS-GRP-END
                       OR WS-QT-DATE-INT(WS-GRP-IDX2) -
                          WS-QT-DATE-INT(WS-GRP-IDX) >= WS-CUST-DAYS
                   ADD 1 TO WS-GRP-WINDOW-COUNT
               END-PERFORM
               IF WS-GRP-WINDOW-COUNT > WS-GRP-WINDOW-MAX THEN
                   MOVE WS-GRP-WINDOW-COUNT TO WS-GRP-WINDOW-MAX
                   MOVE WS-QT-DATE(WS-GRP-IDX) TO WS-GRP-WINDOW-FROM
               END-IF
           END-PERFORM

           IF WS-GRP-WINDOW-MAX >= WS-CUST-QUOTES-LIMIT THEN
               ADD 1 TO WS-R3-HITS
               MOVE WS-GRP-WINDOW-MAX TO WS-DISPLAY-COUNT
               MOVE SPACES TO ACTIVITY-REPORT-RECORD
               STRING "  CUSTOMER " WS-QT-CUSTOMER(WS-GRP-START)
                      "  QUOTES: " WS-DISPLAY-COUNT
                      "  IN THE SPAN STARTING " WS-GRP-WINDOW-FROM
                   DELIMITED BY SIZE INTO ACTIVITY-REPORT-RECORD
               WRITE ACTIVITY-REPORT-RECORD
           END-IF.

      * R4 - MEDIUM. ONE LINE PER OPERATOR WITH AFTER-HOURS QUOTES,
      * THEN EACH SUCH QUOTE STILL HELD IN THE QUOTE TABLE.
       REPORT-AFTER-HOURS-QUOTES.
           MOVE WS-BRANCH-OPEN-HOUR TO WS-DISPLAY-LIMIT
           MOVE WS-BRANCH-CLOSE-HOUR TO WS-DISPLAY-LIMIT2
           MOVE SPACES TO WS-RULE-HEADING
           STRING "R4 MEDIUM QUOTES KEYED OUTSIDE BRANCH HOURS ("
                  WS-DISPLAY-LIMIT ":00 TO " WS-DISPLAY-LIMIT2 ":00)"
               DELIMITED BY SIZE INTO WS-RULE-HEADING
           PERFORM WRITE-RULE-HEADING

           PERFORM VARYING WS-OP-IDX FROM 1 BY 1
                   UNTIL WS-OP-IDX > WS-OP-COUNT
               IF WS-OP-AFTER-HOURS(WS-OP-IDX) > ZERO THEN
                   ADD WS-OP-AFTER-HOURS(WS-OP-IDX) TO WS-R4-HITS
                   MOVE WS-OP-AFTER-HOURS(WS-OP-IDX) TO
                       WS-DISPLAY-COUNT
                   MOVE WS-OP-QUOTES(WS-OP-IDX) TO WS-DISPLAY-COUNT2
                   MOVE SPACES TO ACTIVITY-REPORT-RECORD
                   STRING "  OPERATOR " WS-OP-ID(WS-OP-IDX)
                          "  AFTER-HOURS QUOTES: " WS-DISPLAY-COUNT
                          "  OF " WS-DISPLAY-COUNT2 " QUOTED"
                       DELIMITED BY SIZE INTO ACTIVITY-REPORT-RECORD
                   WRITE ACTIVITY-REPORT-RECORD
               END-IF
           END-PERFORM

           PERFORM VARYING WS-QT-IDX FROM 1 BY 1
                   UNTIL WS-QT-IDX > WS-QT-COUNT
               IF WS-QT-KEYED(WS-QT-IDX) = 'Y' THEN
                   MOVE WS-QT-TIME(WS-QT-IDX)(1:2) TO WS-QUOTE-HOUR
                   IF WS-QUOTE-HOUR < WS-BRANCH-OPEN-HOUR OR
                           WS-QUOTE-HOUR >= WS-BRANCH-CLOSE-HOUR THEN
                       MOVE SPACES TO ACTIVITY-REPORT-RECORD
                       STRING "    " WS-QT-APPL-ID(WS-QT-IDX)
                              "  " WS-QT-DATE(WS-QT-IDX)
                              " " WS-QT-TIME(WS-QT-IDX)
                              "  OPERATOR " WS-QT-OPERATOR(WS-QT-IDX)
                              "  CUSTOMER " WS-QT-CUSTOMER(WS-QT-IDX)
                           DELIMITED BY SIZE
                           INTO ACTIVITY-REPORT-RECORD
                       WRITE ACTIVITY-REPORT-RECORD
                   END-IF
               END-IF
           END-PERFORM

           IF WS-R4-HITS = ZERO THEN
               PERFORM WRITE-NONE-LINE
           END-IF.

      *****************************************************************
      * REPORT-LOCKOUT-FOLLOW-UPS (R5 - HIGH)                         *
      * FOR EACH LOCKOUT, THE FIRST QUOTE FOR THE SAME CUSTOMER BY    *
      * THE SAME OPERATOR THAT WAS SAVED AFTER IT AND WITHIN "SAR     *
      * LOCKOUT DAY" DAYS. THE CALCULATOR ENDS THE SESSION ON A       *
      * LOCKOUT, SO SUCH A QUOTE CAME FROM A FRESH SESSION - THE      *
      * OPERATOR CAME STRAIGHT BACK AND GOT THE NUMBERS THROUGH.      *
      *****************************************************************
       REPORT-LOCKOUT-FOLLOW-UPS.
           MOVE WS-LOCKOUT-DAYS TO WS-DISPLAY-LIMIT
           MOVE SPACES TO WS-RULE-HEADING
           STRING "R5 HIGH   VALIDATION LOCKOUT FOLLOWED BY A QUOTE "
                  "FOR THE SAME CUSTOMER (WITHIN " WS-DISPLAY-LIMIT
                  " DAYS)"
               DELIMITED BY SIZE INTO WS-RULE-HEADING
           PERFORM WRITE-RULE-HEADING

           PERFORM VARYING WS-LK-IDX FROM 1 BY 1
                   UNTIL WS-LK-IDX > WS-LK-COUNT
               PERFORM MATCH-ONE-LOCKOUT
           END-PERFORM

           IF WS-R5-HITS = ZERO THEN
               PERFORM WRITE-NONE-LINE
           END-IF

           ADD WS-R5-HITS TO WS-HIGH-HITS.

       MATCH-ONE-LOCKOUT.
           MOVE 'N' TO WS-LK-MATCHED
           PERFORM VARYING WS-QT-IDX FROM 1 BY 1
                   UNTIL WS-QT-IDX > WS-QT-COUNT
                   OR WS-LK-MATCHED = 'Y'
               IF WS-QT-CUSTOMER(WS-QT-IDX) =
                       WS-LK-CUSTOMER(WS-LK-IDX) AND
                       WS-QT-OPERATOR(WS-QT-IDX) =
                           WS-LK-OPERATOR(WS-LK-IDX) THEN
                   MOVE WS-QT-DATE(WS-QT-IDX) TO WS-QUOTE-STAMP(1:8)
                   MOVE WS-QT-TIME(WS-QT-IDX) TO WS-QUOTE-STAMP(9:4)
                   IF WS-QUOTE-STAMP > WS-LK-STAMP(WS-LK-IDX) AND
                           WS-QT-DATE-INT(WS-QT-IDX) -
                               WS-LK-DATE-INT(WS-LK-IDX) <=
                                   WS-LOCKOUT-DAYS THEN
                       MOVE 'Y' TO WS-LK-MATCHED
                       ADD 1 TO WS-R5-HITS
                       MOVE SPACES TO ACTIVITY-REPORT-RECORD
                       STRING "  OPERATOR " WS-LK-OPERATOR(WS-LK-IDX)
                              "  CUSTOMER " WS-LK-CUSTOMER(WS-LK-IDX)
                              "  LOCKOUT " WS-LK-CODE(WS-LK-IDX)
                              " " WS-LK-DATE(WS-LK-IDX)
                              " " WS-LK-TIME(WS-LK-IDX)
                              "  THEN QUOTED " WS-QT-APPL-ID(WS-QT-IDX)
                              " " WS-QT-DATE(WS-QT-IDX)
                           DELIMITED BY SIZE
                           INTO ACTIVITY-REPORT-RECORD
                       WRITE ACTIVITY-REPORT-RECORD
                   END-IF
               END-IF
           END-PERFORM.

      *****************************************************************
      * REPORT-DECLINE-REENTRIES (R6 - HIGH)                          *
      * WITHIN EACH CUSTOMER, OLDEST FIRST: A RUN OF DECLINED QUOTES  *
      * FOLLOWED BY A QUALIFIED ONE WHOSE INCOME OR DEBT DIFFERS FROM *
      * THE LAST DECLINE. THE NUMBERS WERE CHANGED UNTIL THE RATIOS   *
      * PASSED. A REFERRED QUOTE BREAKS THE RUN - IT WENT TO AN       *
      * UNDERWRITER.                                                  *
      *****************************************************************
       REPORT-DECLINE-REENTRIES.
           MOVE WS-DECLINE-MIN TO WS-DISPLAY-LIMIT
           MOVE SPACES TO WS-RULE-HEADING
           STRING "R6 HIGH   DECLINED QUOTE RE-ENTERED WITH CHANGED "
                  "INCOME/DEBT UNTIL IT QUALIFIED (" WS-DISPLAY-LIMIT
                  " OR MORE DECLINES)"
               DELIMITED BY SIZE INTO WS-RULE-HEADING
           PERFORM WRITE-RULE-HEADING

           MOVE 1 TO WS-GRP-START
           PERFORM UNTIL WS-GRP-START > WS-QT-COUNT
               PERFORM FIND-CUSTOMER-GROUP-END
               IF WS-QT-CUSTOMER(WS-GRP-START) NOT = SPACES THEN
                   PERFORM CHECK-CUSTOMER-DECLINES
               END-IF
               COMPUTE WS-GRP-START = WS-GRP-END + 1
           END-PERFORM

           IF WS-R6-HITS = ZERO THEN
               PERFORM WRITE-NONE-LINE
           END-IF

           ADD WS-R6-HITS TO WS-HIGH-HITS.

       CHECK-CUSTOMER-DECLINES.
           MOVE ZERO TO WS-DECLINE-COUNT
           PERFORM VARYING WS-GRP-IDX FROM WS-GRP-START BY 1
                   UNTIL WS-GRP-IDX > WS-GRP-END
               EVALUATE WS-QT-DECISION(WS-GRP-IDX)
                   WHEN 'D'
                       IF WS-DECLINE-COUNT = ZERO THEN
                           MOVE WS-QT-APPL-ID(WS-GRP-IDX) TO
                               WS-DECLINE-FIRST-APPL
                       END-IF
                       ADD 1 TO WS-DECLINE-COUNT
                       MOVE WS-QT-INCOME(WS-GRP-IDX) TO
                           WS-DECLINE-INCOME
                       MOVE WS-QT-DEBT(WS-GRP-IDX) TO WS-DECLINE-DEBT
                   WHEN 'Q'
                       IF WS-DECLINE-COUNT >= WS-DECLINE-MIN AND
                               (WS-QT-INCOME(WS-GRP-IDX) NOT =
                                    WS-DECLINE-INCOME OR
                                WS-QT-DEBT(WS-GRP-IDX) NOT =
                                    WS-DECLINE-DEBT) THEN
                           PERFORM WRITE-DECLINE-REENTRY-LINE
                       END-IF
                       MOVE ZERO TO WS-DECLINE-COUNT
                   WHEN OTHER
                       MOVE ZERO TO WS-DECLINE-COUNT
               END-EVALUATE
           END-PERFORM.

       WRITE-DECLINE-REENTRY-LINE.
           ADD 1 TO WS-R6-HITS
           MOVE WS-DECLINE-COUNT TO WS-DISPLAY-COUNT
           MOVE WS-DECLINE-INCOME TO WS-DISPLAY-INCOME
           MOVE WS-QT-INCOME(WS-GRP-IDX) TO WS-DISPLAY-INCOME2
           MOVE WS-DECLINE-DEBT TO WS-DISPLAY-DEBT
           MOVE WS-QT-DEBT(WS-GRP-IDX) TO WS-DISPLAY-DEBT2

           MOVE SPACES TO ACTIVITY-REPORT-RECORD
           STRING "  CUSTOMER " WS-QT-CUSTOMER(WS-GRP-IDX)
                  "  DECLINES: " WS-DISPLAY-COUNT
                  "  FIRST " WS-DECLINE-FIRST-APPL
                  "  QUALIFIED " WS-QT-APPL-ID(WS-GRP-IDX)
                  " " WS-QT-DATE(WS-GRP-IDX)
                  "  OPERATOR " WS-QT-OPERATOR(WS-GRP-IDX)
               DELIMITED BY SIZE INTO ACTIVITY-REPORT-RECORD
           WRITE ACTIVITY-REPORT-RECORD

           MOVE SPACES TO ACTIVITY-REPORT-RECORD
           STRING "      INCOME " WS-DISPLAY-INCOME " -> "
                  WS-DISPLAY-INCOME2 "   DEBT " WS-DISPLAY-DEBT
                  " -> " WS-DISPLAY-DEBT2
               DELIMITED BY SIZE INTO ACTIVITY-REPORT-RECORD
           WRITE ACTIVITY-REPORT-RECORD.

      * A FULL TABLE MEANS SOME ACTIVITY WENT UNEXAMINED - THAT IS
      * NEVER ALLOWED TO LOOK LIKE A QUIET NIGHT, SO THE REPORT SAYS
      * SO.
       WRITE-REPORT-TOTALS.
           MOVE SPACES TO ACTIVITY-REPORT-RECORD
           WRITE ACTIVITY-REPORT-RECORD
           MOVE ALL "=" TO ACTIVITY-REPORT-RECORD
           WRITE ACTIVITY-REPORT-RECORD

           MOVE WS-MASTER-READ TO WS-DISPLAY-TALLY
           MOVE SPACES TO ACTIVITY-REPORT-RECORD
           STRING "MASTER RECORDS READ:      " WS-DISPLAY-TALLY
               DELIMITED BY SIZE INTO ACTIVITY-REPORT-RECORD
           WRITE ACTIVITY-REPORT-RECORD

           MOVE WS-QT-COUNT TO WS-DISPLAY-TALLY
           MOVE SPACES TO ACTIVITY-REPORT-RECORD
           STRING "QUOTES IN PERIOD:         " WS-DISPLAY-TALLY
               DELIMITED BY SIZE INTO ACTIVITY-REPORT-RECORD
           WRITE ACTIVITY-REPORT-RECORD

           MOVE WS-AUDIT-READ TO WS-DISPLAY-TALLY
           MOVE SPACES TO ACTIVITY-REPORT-RECORD
           STRING "AUDIT EVENTS READ:        " WS-DISPLAY-TALLY
               DELIMITED BY SIZE INTO ACTIVITY-REPORT-RECORD
           WRITE ACTIVITY-REPORT-RECORD

           MOVE WS-LK-COUNT TO WS-DISPLAY-TALLY
           MOVE SPACES TO ACTIVITY-REPORT-RECORD
           STRING "CUSTOMER LOCKOUTS:        " WS-DISPLAY-TALLY
               DELIMITED BY SIZE INTO ACTIVITY-REPORT-RECORD
           WRITE ACTIVITY-REPORT-RECORD

           MOVE WS-HIGH-HITS TO WS-DISPLAY-TALLY
           MOVE SPACES TO ACTIVITY-REPORT-RECORD
           STRING "HIGH-SEVERITY FINDINGS:   " WS-DISPLAY-TALLY
               DELIMITED BY SIZE INTO ACTIVITY-REPORT-RECORD
           WRITE ACTIVITY-REPORT-RECORD

           COMPUTE WS-DISPLAY-TALLY =
               WS-R2-HITS + WS-R3-HITS + WS-R4-HITS
           MOVE SPACES TO ACTIVITY-REPORT-RECORD
           STRING "MEDIUM-SEVERITY FINDINGS: " WS-DISPLAY-TALLY
               DELIMITED BY SIZE INTO ACTIVITY-REPORT-RECORD
           WRITE ACTIVITY-REPORT-RECORD

           IF WS-QT-OVERFLOW > ZERO THEN
               MOVE WS-QT-OVERFLOW TO WS-DISPLAY-TALLY
               MOVE SPACES TO ACTIVITY-REPORT-RECORD
               STRING "*** WARNING: " WS-DISPLAY-TALLY
                      " QUOTE(S) PAST THE TABLE LIMIT NOT EXAMINED "
                      "BY R2, R3, R5 OR R6 ***"
                   DELIMITED BY SIZE INTO ACTIVITY-REPORT-RECORD
               WRITE ACTIVITY-REPORT-RECORD
           END-IF

           IF WS-OP-OVERFLOW = 'Y' THEN
               MOVE SPACES TO ACTIVITY-REPORT-RECORD
               STRING "*** WARNING: MORE THAN 100 OPERATORS - SOME "
                      "NOT TALLIED BY R1 OR R4 ***"
                   DELIMITED BY SIZE INTO ACTIVITY-REPORT-RECORD
               WRITE ACTIVITY-REPORT-RECORD
           END-IF

           IF WS-LK-OVERFLOW > ZERO THEN
               MOVE WS-LK-OVERFLOW TO WS-DISPLAY-TALLY
               MOVE SPACES TO ACTIVITY-REPORT-RECORD
               STRING "*** WARNING: " WS-DISPLAY-TALLY
                      " LOCKOUT(S) PAST THE TABLE LIMIT NOT "
                      "EXAMINED BY R5 ***"
                   DELIMITED BY SIZE INTO ACTIVITY-REPORT-RECORD
               WRITE ACTIVITY-REPORT-RECORD
           END-IF

           IF WS-HIGH-HITS > ZERO THEN
               MOVE 8 TO WS-RETURN-CODE
               MOVE SPACES TO ACTIVITY-REPORT-RECORD
               STRING "*** HIGH-SEVERITY ACTIVITY FOUND - REVIEW "
                      "REQUIRED ***"
                   DELIMITED BY SIZE INTO ACTIVITY-REPORT-RECORD
               WRITE ACTIVITY-REPORT-RECORD
           END-IF.

       DISPLAY-RUN-SUMMARY.
           MOVE WS-QT-COUNT TO WS-DISPLAY-TALLY
           DISPLAY "Quotes examined:          " WS-DISPLAY-TALLY
           MOVE WS-HIGH-HITS TO WS-DISPLAY-TALLY
           DISPLAY "High-severity findings:   " WS-DISPLAY-TALLY
           COMPUTE WS-DISPLAY-TALLY =
               WS-R2-HITS + WS-R3-HITS + WS-R4-HITS
           DISPLAY "Medium-severity findings: " WS-DISPLAY-TALLY

           IF WS-HIGH-HITS > ZERO THEN
               DISPLAY "ALERT: High-severity activity found - "
                   "review SARRPT."
           END-IF

           DISPLAY "Report written to SARRPT.".

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
