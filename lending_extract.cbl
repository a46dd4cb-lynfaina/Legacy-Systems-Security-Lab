       IDENTIFICATION DIVISION.
       PROGRAM-ID. LENDING-ACTIVITY-EXTRACT.
       AUTHOR. ANGELINE-NICOLE-FAINA.
      *****************************************************************
      * QUARTERLY LENDING-ACTIVITY EXTRACT                            *
      * READS THE LOAN MASTER FOR THE QUOTE-DATE RANGE ON THE JOBCTL  *
      * REGRANGE CARD (DEFAULT: THE CALENDAR QUARTER BEFORE THE       *
      * BUSINESS DATE) AND WRITES ONE FIXED-WIDTH RECORD PER          *
      * APPLICATION TO REGEXTR FOR THE FAIR-LENDING SUBMISSION,       *
      * BRACKETED BY AN 'H' HEADER WITH THE PERIOD AND A 'T' TRAILER  *
      * WITH THE COUNT AND A HASH TOTAL OF THE LOAN AMOUNTS. ACTION   *
      * TAKEN IS DERIVED FROM THE DECISION AND STATUS:                *
      *   3 DECLINED             - DECISION D                         *
      *   4 WITHDRAWN            - STATUS W                           *
      *   5 INCOMPLETE           - REFERRED, OR NEVER DECIDED (NO     *
      *                            INCOME ON FILE)                    *
      *   1 ORIGINATED           - QUALIFIED AND RATE-LOCKED          *
      *   2 APPROVED NOT ACCEPTED - QUALIFIED, NEVER LOCKED           *
      * FOR ACTIONS 1 AND 2 THE APR IS COMPARED WITH THE BENCHMARK    *
      * RATE (BENCHRT) FOR THE PRODUCT AND TERM IN EFFECT ON THE      *
      * RATE-LOCK DATE - OR THE QUOTE DATE FOR A QUOTE NEVER LOCKED - *
      * AND A SPREAD OVER THE "RATE SPREAD BP" THRESHOLD (SECPARM,    *
      * BASIS POINTS, DEFAULT 150) IS FLAGGED. THE EDIT REPORT        *
      * (REGEDIT) LISTS EVERY RECORD MISSING A REQUIRED FIELD; ANY    *
      * SUCH RECORD ENDS THE RUN WITH RC 8 SO THE FILE IS HELD UNTIL  *
      * THE MASTER IS CORRECTED AND THE EXTRACT RERUN. RC 12 WHEN THE *
      * LOAN MASTER OR BENCHMARK TABLE CANNOT BE READ, RC 16 FOR AN   *
      * UNUSABLE REGRANGE CARD - NO FILE IS WRITTEN IN EITHER CASE.   *
      * RC 12 ALSO WHEN REGEXTR OR REGEDIT CANNOT BE OPENED, OR A     *
      * HEADER, DETAIL OR TRAILER CANNOT BE WRITTEN TO REGEXTR.       *
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

           SELECT BENCHMARK-RATE-FILE ASSIGN TO "BENCHRT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BENCH-STATUS.

           SELECT REGULATORY-EXTRACT-FILE ASSIGN TO "REGEXTR"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXTRACT-STATUS.

           SELECT EDIT-REPORT-FILE ASSIGN TO "REGEDIT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EDIT-STATUS.

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

      * HAND-MAINTAINED BENCHMARK TABLE, ONE ROW PER PRODUCT (F OR A),
      * TERM IN YEARS AND EFFECTIVE DATE. A ROW HOLDS UNTIL A LATER
      * EFFECTIVE DATE FOR THE SAME PRODUCT AND TERM REPLACES IT.
       FD  BENCHMARK-RATE-FILE
           RECORDING MODE IS F.
       01  BENCHMARK-RATE-RECORD.
           05  BMK-EFFECTIVE-DATE       PIC X(08).
           05  BMK-PRODUCT-TYPE         PIC X(01).
           05  BMK-LOAN-YEARS           PIC 9(02).
           05  BMK-BENCHMARK-RATE       PIC 9(02)V9(04).
           05  FILLER                   PIC X(23).

      * THE REGULATOR'S LAYOUT. SPREAD FIELDS ARE ZERO AND THE FLAG
      * BLANK FOR AN ACTION THAT CARRIES NO SPREAD (3, 4 AND 5).
       FD  REGULATORY-EXTRACT-FILE
           RECORDING MODE IS F.
       01  REGULATORY-EXTRACT-RECORD.
           05  RGX-RECORD-TYPE          PIC X(01).
           05  RGX-APPLICATION-ID       PIC X(10).
           05  RGX-APPLICATION-DATE     PIC X(08).
           05  RGX-ACTION-TAKEN         PIC X(01).
           05  RGX-LOAN-PURPOSE         PIC X(01).
               88  RGX-PURPOSE-PURCHASE            VALUE 'P'.
               88  RGX-PURPOSE-REFINANCE           VALUE 'R'.
           05  RGX-PRODUCT-TYPE         PIC X(01).
           05  RGX-LOAN-AMOUNT          PIC 9(10)V99.
           05  RGX-LOAN-TERM-MONTHS     PIC 9(03).
           05  RGX-RATE-LOCK-DATE       PIC X(08).
           05  RGX-APR                  PIC 9(03)V9(04).
           05  RGX-BENCHMARK-RATE       PIC 9(02)V9(04).
           05  RGX-RATE-SPREAD          PIC S9(02)V9(04)
                                        SIGN IS LEADING SEPARATE.
           05  RGX-SPREAD-FLAG          PIC X(01).
           05  RGX-PROPERTY-STATE       PIC X(02).
           05  RGX-PROPERTY-COUNTY      PIC X(03).
           05  RGX-CENSUS-TRACT         PIC X(06).
           05  RGX-APPLICANT-ETHNICITY  PIC X(01).
           05  RGX-APPLICANT-RACE       PIC X(01).
           05  RGX-APPLICANT-SEX        PIC X(01).
           05  RGX-APPLICANT-AGE        PIC X(03).
           05  RGX-EDIT-FLAG            PIC X(01).
           05  FILLER                   PIC X(36).

       01  REGULATORY-HEADER-RECORD.
           05  RGH-RECORD-TYPE          PIC X(01).
           05  RGH-PERIOD-FROM          PIC X(08).
           05  RGH-PERIOD-TO            PIC X(08).
           05  RGH-CREATED-DATE         PIC X(08).
           05  FILLER                   PIC X(95).

       01  REGULATORY-TRAILER-RECORD.
           05  RGT-RECORD-TYPE          PIC X(01).
           05  RGT-RECORD-COUNT         PIC 9(06).
           05  RGT-HASH-LOAN-AMOUNT     PIC 9(13)V99.
           05  FILLER                   PIC X(98).

       FD  EDIT-REPORT-FILE
           RECORDING MODE IS F.
       01  EDIT-REPORT-RECORD          PIC X(132).

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
       01  WS-BENCH-STATUS             PIC X(02) VALUE SPACES.
       01  WS-EXTRACT-STATUS           PIC X(02) VALUE SPACES.
       01  WS-EDIT-STATUS              PIC X(02) VALUE SPACES.

      * END-OF-FILE SWITCHES
       01  WS-MASTER-EOF               PIC X(01) VALUE 'N'.
           88  MASTER-AT-EOF                      VALUE 'Y'.
       01  WS-PARM-EOF                 PIC X(01) VALUE 'N'.
           88  PARM-AT-EOF                        VALUE 'Y'.
       01  WS-BENCH-EOF                PIC X(01) VALUE 'N'.
           88  BENCH-AT-EOF                       VALUE 'Y'.

      * EXTRACT PERIOD - FROM THE REGRANGE CARD, ELSE THE CALENDAR
      * QUARTER BEFORE THE BUSINESS DATE.
       01  WS-RANGE-FROM               PIC X(08) VALUE SPACES.
       01  WS-RANGE-TO                 PIC X(08) VALUE SPACES.
       01  WS-RANGE-GIVEN              PIC X(01) VALUE 'N'.
       01  WS-RANGE-YEAR               PIC 9(04) VALUE ZERO.
       01  WS-RANGE-MONTH              PIC 9(02) VALUE ZERO.
       01  WS-RANGE-QUARTER            PIC 9(01) VALUE ZERO.
       01  WS-RANGE-WORK               PIC X(08) VALUE SPACES.
       01  WS-RANGE-WORK-MONTH         PIC 9(02) VALUE ZERO.

      * SECPARM KNOB - REPORTABLE SPREAD IN BASIS POINTS
       01  WS-SPREAD-BP                PIC 9(03) VALUE 150.
       01  WS-SPREAD-THRESHOLD         PIC 9(02)V9(04) VALUE ZERO.

      * BENCHMARK TABLE
       01  WS-BENCH-COUNT              PIC 9(04) VALUE ZERO.
       01  WS-BENCH-IDX                PIC 9(04) VALUE ZERO.
       01  WS-BENCH-OVERFLOW           PIC X(01) VALUE 'N'.
       01  WS-BENCH-TABLE.
           05  WS-BENCH-ENTRY          OCCURS 500 TIMES.
               10  WS-BENCH-DATE       PIC X(08).
               10  WS-BENCH-PRODUCT    PIC X(01).
               10  WS-BENCH-YEARS      PIC 9(02).
               10  WS-BENCH-RATE       PIC 9(02)V9(04).
       01  WS-BENCH-FOUND              PIC X(01) VALUE 'N'.
       01  WS-BENCH-BEST-DATE          PIC X(08) VALUE SPACES.
       01  WS-BENCH-BEST-RATE          PIC 9(02)V9(04) VALUE ZERO.

      * THE APPLICATION BEING EXTRACTED
       01  WS-RATE-SET-DATE            PIC X(08) VALUE SPACES.
       01  WS-APR-ON-FILE              PIC 9(03)V9(04) VALUE ZERO.
       01  WS-SPREAD-WORK              PIC S9(03)V9(04) VALUE ZERO.
       01  WS-SPREAD-REQUIRED          PIC X(01) VALUE 'N'.
       01  WS-RECORD-EDITS             PIC 9(02) VALUE ZERO.
       01  WS-EDIT-FIELD               PIC X(20) VALUE SPACES.
       01  WS-EDIT-PROBLEM             PIC X(40) VALUE SPACES.
       01  WS-ACTION-NAME              PIC X(24) VALUE SPACES.
       01  WS-ACTION-IDX               PIC 9(01) VALUE ZERO.

      * RUN TALLIES
       01  WS-RECORDS-READ             PIC 9(07) VALUE ZERO.
       01  WS-RECORDS-EXTRACTED        PIC 9(06) VALUE ZERO.
       01  WS-HASH-LOAN-AMOUNT         PIC 9(13)V99 VALUE ZERO.
       01  WS-OVER-THRESHOLD           PIC 9(06) VALUE ZERO.
       01  WS-RECORDS-WITH-EDITS       PIC 9(06) VALUE ZERO.
       01  WS-EDIT-LINES               PIC 9(06) VALUE ZERO.
       01  WS-ACTION-COUNTS.
           05  WS-ACTION-COUNT         PIC 9(06) OCCURS 5 TIMES.
       01  WS-RETURN-CODE              PIC 9(02) VALUE ZERO.

      * REPORT FORMATTING WORK FIELDS
       01  WS-DISPLAY-TALLY            PIC ZZZ,ZZ9.
       01  WS-DISPLAY-THRESHOLD        PIC 9.9999.

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
               VALUE 'LENDING-ACTIVITY-EXTRACT'.
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
           DISPLAY "  QUARTERLY LENDING-ACTIVITY EXTRACT"
           DISPLAY "======================================"

           PERFORM START-RUN-CONTROL
           IF RUN-REFUSED THEN
               MOVE WS-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF

           INITIALIZE WS-BENCH-TABLE
           INITIALIZE WS-ACTION-COUNTS

           IF WS-RANGE-GIVEN = 'N' THEN
               PERFORM SET-DEFAULT-RANGE
           END-IF
           PERFORM CHECK-EXTRACT-RANGE

           IF WS-RETURN-CODE = ZERO THEN
               PERFORM LOAD-EXTRACT-PARAMETERS
               PERFORM LOAD-BENCHMARK-TABLE
           END-IF

           IF WS-RETURN-CODE = ZERO THEN
               PERFORM WRITE-LENDING-EXTRACT
           END-IF

           IF WS-RETURN-CODE = ZERO AND
                   WS-RECORDS-WITH-EDITS > ZERO THEN
               MOVE 8 TO WS-RETURN-CODE
           END-IF

           PERFORM DISPLAY-RUN-SUMMARY

           MOVE "EXTRACTED" TO WS-RUN-COUNT-LABEL(1)
           MOVE WS-RECORDS-EXTRACTED TO WS-RUN-COUNT-VALUE(1)
           MOVE "OVER SPREAD" TO WS-RUN-COUNT-LABEL(2)
           MOVE WS-OVER-THRESHOLD TO WS-RUN-COUNT-VALUE(2)
           MOVE "EDIT RECORDS" TO WS-RUN-COUNT-LABEL(3)
           MOVE WS-RECORDS-WITH-EDITS TO WS-RUN-COUNT-VALUE(3)
           PERFORM END-RUN-CONTROL

           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.

      * THE QUARTER BEFORE THE ONE THE BUSINESS DATE FALLS IN - A RUN
      * IN THE FIRST DAYS OF APRIL EXTRACTS JANUARY THROUGH MARCH.
       SET-DEFAULT-RANGE.
           MOVE WS-RUN-BUSINESS-DATE(1:4) TO WS-RANGE-YEAR
           MOVE WS-RUN-BUSINESS-DATE(5:2) TO WS-RANGE-MONTH
           COMPUTE WS-RANGE-QUARTER = (WS-RANGE-MONTH - 1) / 3 + 1

           IF WS-RANGE-QUARTER = 1 THEN
               SUBTRACT 1 FROM WS-RANGE-YEAR
               MOVE 4 TO WS-RANGE-QUARTER
           ELSE
               SUBTRACT 1 FROM WS-RANGE-QUARTER
           END-IF

           COMPUTE WS-RANGE-WORK-MONTH = WS-RANGE-QUARTER * 3 - 2
           MOVE SPACES TO WS-RANGE-FROM
           STRING WS-RANGE-YEAR WS-RANGE-WORK-MONTH "01"
               DELIMITED BY SIZE INTO WS-RANGE-FROM

           MOVE SPACES TO WS-RANGE-TO
           EVALUATE WS-RANGE-QUARTER
               WHEN 1
                   STRING WS-RANGE-YEAR "0331"
                       DELIMITED BY SIZE INTO WS-RANGE-TO
               WHEN 2
                   STRING WS-RANGE-YEAR "0630"
                       DELIMITED BY SIZE INTO WS-RANGE-TO
               WHEN 3
                   STRING WS-RANGE-YEAR "0930"
                       DELIMITED BY SIZE INTO WS-RANGE-TO
               WHEN OTHER
                   STRING WS-RANGE-YEAR "1231"
                       DELIMITED BY SIZE INTO WS-RANGE-TO
           END-EVALUATE.

       CHECK-EXTRACT-RANGE.
           MOVE WS-RANGE-FROM TO WS-RANGE-WORK
           PERFORM CHECK-RANGE-DATE
           MOVE WS-RANGE-TO TO WS-RANGE-WORK
           PERFORM CHECK-RANGE-DATE

           IF WS-RETURN-CODE = ZERO AND
                   WS-RANGE-FROM > WS-RANGE-TO THEN
               MOVE 16 TO WS-RETURN-CODE
           END-IF

           IF WS-RETURN-CODE NOT = ZERO THEN
               DISPLAY "ERROR: Unusable REGRANGE card on JOBCTL ("
                   WS-RANGE-FROM " - " WS-RANGE-TO ") - no extract."
           ELSE
               DISPLAY "Extract period " WS-RANGE-FROM " through "
                   WS-RANGE-TO "."
           END-IF.

       CHECK-RANGE-DATE.
           IF WS-RANGE-WORK IS NOT NUMERIC THEN
               MOVE 16 TO WS-RETURN-CODE
           ELSE
               MOVE WS-RANGE-WORK(5:2) TO WS-RANGE-WORK-MONTH
               IF WS-RANGE-WORK-MONTH < 1 OR
                       WS-RANGE-WORK-MONTH > 12 OR
                       WS-RANGE-WORK(7:2) < "01" OR
                       WS-RANGE-WORK(7:2) > "31" THEN
                   MOVE 16 TO WS-RETURN-CODE
               END-IF
           END-IF.

       LOAD-EXTRACT-PARAMETERS.
           MOVE 'N' TO WS-PARM-EOF
           OPEN INPUT SECURITY-PARM-FILE

           IF WS-PARM-STATUS = "00" THEN
               PERFORM UNTIL PARM-AT-EOF
                   READ SECURITY-PARM-FILE
                       AT END
                           MOVE 'Y' TO WS-PARM-EOF
                       NOT AT END
                           EVALUATE PARM-FIELD-NAME
                               WHEN "RATE SPREAD BP"
                                   MOVE PARM-MAX-ATTEMPTS TO
                                       WS-SPREAD-BP
                           END-EVALUATE
                   END-READ
               END-PERFORM
               CLOSE SECURITY-PARM-FILE
           END-IF

           IF WS-SPREAD-BP = ZERO THEN
               MOVE 150 TO WS-SPREAD-BP
           END-IF
           COMPUTE WS-SPREAD-THRESHOLD = WS-SPREAD-BP / 100.

      * WITHOUT THE BENCHMARK TABLE NO SPREAD CAN BE REPORTED, SO A
      * MISSING OR OVERFULL TABLE STOPS THE RUN BEFORE ANY FILE IS
      * WRITTEN.
       LOAD-BENCHMARK-TABLE.
           MOVE 'N' TO WS-BENCH-EOF
           OPEN INPUT BENCHMARK-RATE-FILE

           IF WS-BENCH-STATUS NOT = "00" THEN
               DISPLAY "ERROR: Unable to read BENCHRT benchmark "
                   "table (status " WS-BENCH-STATUS ") - no extract."
               MOVE 12 TO WS-RETURN-CODE
           ELSE
               PERFORM UNTIL BENCH-AT-EOF
                   READ BENCHMARK-RATE-FILE
                       AT END
                           MOVE 'Y' TO WS-BENCH-EOF
                       NOT AT END
                           PERFORM STORE-BENCHMARK-ENTRY
                   END-READ
               END-PERFORM
               CLOSE BENCHMARK-RATE-FILE
           END-IF

           IF WS-BENCH-OVERFLOW = 'Y' THEN
               DISPLAY "ERROR: BENCHRT holds more than 500 rows - "
                   "no extract."
               MOVE 12 TO WS-RETURN-CODE
           END-IF.

      * A ROW THAT IS NOT USABLE IS SKIPPED WITH A WARNING; ANY
      * APPLICATION THAT NEEDED IT THEN SHOWS ON THE EDIT REPORT.
       STORE-BENCHMARK-ENTRY.
           IF BMK-EFFECTIVE-DATE IS NOT NUMERIC OR
                   BMK-LOAN-YEARS IS NOT NUMERIC OR
                   BMK-BENCHMARK-RATE IS NOT NUMERIC OR
                   (BMK-PRODUCT-TYPE NOT = 'F' AND
                    BMK-PRODUCT-TYPE NOT = 'A') THEN
               DISPLAY "WARNING: Unusable BENCHRT row skipped: "
                   BENCHMARK-RATE-RECORD(1:17)
           ELSE
               IF WS-BENCH-COUNT < 500 THEN
                   ADD 1 TO WS-BENCH-COUNT
                   MOVE BMK-EFFECTIVE-DATE TO
                       WS-BENCH-DATE(WS-BENCH-COUNT)
                   MOVE BMK-PRODUCT-TYPE TO
                       WS-BENCH-PRODUCT(WS-BENCH-COUNT)
                   MOVE BMK-LOAN-YEARS TO
                       WS-BENCH-YEARS(WS-BENCH-COUNT)
                   MOVE BMK-BENCHMARK-RATE TO
                       WS-BENCH-RATE(WS-BENCH-COUNT)
               ELSE
                   MOVE 'Y' TO WS-BENCH-OVERFLOW
               END-IF
           END-IF.

      *****************************************************************
      * WRITE-LENDING-EXTRACT                                         *
      * ONE SEQUENTIAL PASS OVER THE INDEXED MASTER. EVERY QUOTE      *
      * DATED INSIDE THE PERIOD IS ONE APPLICATION AND ONE DETAIL     *
      * RECORD; ITS GAPS GO TO THE EDIT REPORT AS IT IS WRITTEN.      *
      *****************************************************************
       WRITE-LENDING-EXTRACT.
           MOVE 'N' TO WS-MASTER-EOF
           OPEN INPUT LOAN-MASTER-FILE

           IF WS-MASTER-STATUS NOT = "00" THEN
               DISPLAY "ERROR: Unable to open the loan master file."
               DISPLAY "File status: " WS-MASTER-STATUS
               MOVE 12 TO WS-RETURN-CODE
           ELSE
               PERFORM OPEN-EXTRACT-OUTPUTS
           END-IF

           IF WS-RETURN-CODE = ZERO THEN
               PERFORM WRITE-EXTRACT-HEADER
               PERFORM WRITE-EDIT-HEADINGS

               PERFORM UNTIL MASTER-AT-EOF
                   READ LOAN-MASTER-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-MASTER-EOF
                       NOT AT END
                           ADD 1 TO WS-RECORDS-READ
                           IF LMR-QUOTE-DATE >= WS-RANGE-FROM AND
                                   LMR-QUOTE-DATE <= WS-RANGE-TO THEN
                               PERFORM EXTRACT-ONE-APPLICATION
                           END-IF
                   END-READ
               END-PERFORM

               PERFORM WRITE-EXTRACT-TRAILER
               PERFORM WRITE-EDIT-SUMMARY
               CLOSE REGULATORY-EXTRACT-FILE
               CLOSE EDIT-REPORT-FILE
               CLOSE LOAN-MASTER-FILE
           END-IF.

      * NEITHER OUTPUT MAY BE MISSING - AN EXTRACT WITH NO EDIT REPORT
      * CANNOT BE CHECKED, AND AN EDIT REPORT WITH NO EXTRACT IS NO
      * SUBMISSION. EITHER FAILURE CLOSES THE MASTER UNREAD.
       OPEN-EXTRACT-OUTPUTS.
           OPEN OUTPUT REGULATORY-EXTRACT-FILE

           IF WS-EXTRACT-STATUS NOT = "00" THEN
               DISPLAY "ERROR: Unable to open REGEXTR extract file "
                   "(status " WS-EXTRACT-STATUS ") - no extract."
               MOVE 12 TO WS-RETURN-CODE
               CLOSE LOAN-MASTER-FILE
           ELSE
               OPEN OUTPUT EDIT-REPORT-FILE

               IF WS-EDIT-STATUS NOT = "00" THEN
                   DISPLAY "ERROR: Unable to open REGEDIT edit report "
                       "(status " WS-EDIT-STATUS ") - no extract."
                   MOVE 12 TO WS-RETURN-CODE
                   CLOSE REGULATORY-EXTRACT-FILE
                   CLOSE LOAN-MASTER-FILE
               END-IF
           END-IF.

       WRITE-EXTRACT-HEADER.
           MOVE SPACES TO REGULATORY-HEADER-RECORD
           MOVE 'H' TO RGH-RECORD-TYPE
           MOVE WS-RANGE-FROM TO RGH-PERIOD-FROM
           MOVE WS-RANGE-TO TO RGH-PERIOD-TO
           MOVE FUNCTION CURRENT-DATE(1:8) TO RGH-CREATED-DATE
           WRITE REGULATORY-HEADER-RECORD

           IF WS-EXTRACT-STATUS NOT = "00" THEN
               DISPLAY "ERROR: Unable to write REGEXTR header "
                   "(status " WS-EXTRACT-STATUS ")."
               MOVE 12 TO WS-RETURN-CODE
           END-IF.

       WRITE-EXTRACT-TRAILER.
           MOVE SPACES TO REGULATORY-TRAILER-RECORD
           MOVE 'T' TO RGT-RECORD-TYPE
           MOVE WS-RECORDS-EXTRACTED TO RGT-RECORD-COUNT
           MOVE WS-HASH-LOAN-AMOUNT TO RGT-HASH-LOAN-AMOUNT
           WRITE REGULATORY-TRAILER-RECORD

           IF WS-EXTRACT-STATUS NOT = "00" THEN
               DISPLAY "ERROR: Unable to write REGEXTR trailer "
                   "(status " WS-EXTRACT-STATUS ")."
               MOVE 12 TO WS-RETURN-CODE
           END-IF.

       EXTRACT-ONE-APPLICATION.
           MOVE SPACES TO REGULATORY-EXTRACT-RECORD
           MOVE 'D' TO RGX-RECORD-TYPE
           MOVE LMR-APPLICATION-ID TO RGX-APPLICATION-ID
           MOVE LMR-QUOTE-DATE TO RGX-APPLICATION-DATE
           PERFORM DERIVE-ACTION-TAKEN

           IF LMR-REFI-OF-APPL-ID = SPACES THEN
               MOVE 'P' TO RGX-LOAN-PURPOSE
           ELSE
               MOVE 'R' TO RGX-LOAN-PURPOSE
           END-IF

           IF LMR-PRODUCT-TYPE = 'A' THEN
               MOVE 'A' TO RGX-PRODUCT-TYPE
           ELSE
               MOVE 'F' TO RGX-PRODUCT-TYPE
           END-IF

           MOVE LMR-LOAN-AMOUNT TO RGX-LOAN-AMOUNT
           COMPUTE RGX-LOAN-TERM-MONTHS = LMR-LOAN-YEARS * 12

      * A QUOTE NEVER LOCKED HAD ITS RATE SET THE DAY IT WAS QUOTED.
           IF LMR-RATE-LOCK-DATE = SPACES OR
                   LMR-RATE-LOCK-DATE = LOW-VALUES THEN
               MOVE LMR-QUOTE-DATE TO WS-RATE-SET-DATE
           ELSE
               MOVE LMR-RATE-LOCK-DATE TO WS-RATE-SET-DATE
           END-IF
           MOVE WS-RATE-SET-DATE TO RGX-RATE-LOCK-DATE

           MOVE LMR-PROPERTY-STATE TO RGX-PROPERTY-STATE
           MOVE LMR-PROPERTY-COUNTY TO RGX-PROPERTY-COUNTY
           MOVE LMR-CENSUS-TRACT TO RGX-CENSUS-TRACT
           MOVE LMR-APPLICANT-ETHNICITY TO RGX-APPLICANT-ETHNICITY
           MOVE LMR-APPLICANT-RACE TO RGX-APPLICANT-RACE
           MOVE LMR-APPLICANT-SEX TO RGX-APPLICANT-SEX
           MOVE LMR-APPLICANT-AGE(1:3) TO RGX-APPLICANT-AGE

           MOVE ZERO TO RGX-APR
           MOVE ZERO TO RGX-BENCHMARK-RATE
           MOVE ZERO TO RGX-RATE-SPREAD
           MOVE SPACE TO RGX-SPREAD-FLAG
           MOVE ZERO TO WS-RECORD-EDITS
           PERFORM COMPUTE-RATE-SPREAD
           PERFORM EDIT-EXTRACT-RECORD

           IF WS-RECORD-EDITS > ZERO THEN
               MOVE 'E' TO RGX-EDIT-FLAG
               ADD 1 TO WS-RECORDS-WITH-EDITS
           END-IF

      * ONLY A RECORD ACTUALLY WRITTEN IS COUNTED, SO THE TRAILER
      * NEVER DESCRIBES A RECORD THE REGULATOR WILL NOT RECEIVE.
           WRITE REGULATORY-EXTRACT-RECORD

           IF WS-EXTRACT-STATUS = "00" THEN
               ADD 1 TO WS-RECORDS-EXTRACTED
               ADD LMR-LOAN-AMOUNT TO WS-HASH-LOAN-AMOUNT
               ADD 1 TO WS-ACTION-COUNT(WS-ACTION-IDX)
           ELSE
               DISPLAY "ERROR: Unable to write REGEXTR record for "
                   LMR-APPLICATION-ID " (status " WS-EXTRACT-STATUS
                   ")."
               MOVE 12 TO WS-RETURN-CODE
           END-IF.

      * A DECLINE STANDS EVEN IF THE BORROWER LATER WALKED. A QUOTE
      * WITH NO DECISION WAS PRICED WITHOUT INCOME AND NEVER
      * UNDERWRITTEN, SO IT IS INCOMPLETE LIKE A REFERRAL NO ONE
      * CLEARED.
       DERIVE-ACTION-TAKEN.
           EVALUATE TRUE
               WHEN LMR-QUOTE-DECISION = 'D'
                   MOVE 3 TO WS-ACTION-IDX
               WHEN LMR-STATUS-WITHDRAWN
                   MOVE 4 TO WS-ACTION-IDX
               WHEN LMR-QUOTE-DECISION NOT = 'Q'
                   MOVE 5 TO WS-ACTION-IDX
               WHEN LMR-STATUS-RATE-LOCKED
                   MOVE 1 TO WS-ACTION-IDX
               WHEN OTHER
                   MOVE 2 TO WS-ACTION-IDX
           END-EVALUATE
           MOVE WS-ACTION-IDX TO RGX-ACTION-TAKEN
           PERFORM SET-ACTION-NAME.

       SET-ACTION-NAME.
           EVALUATE WS-ACTION-IDX
               WHEN 1
                   MOVE "ORIGINATED" TO WS-ACTION-NAME
               WHEN 2
                   MOVE "APPROVED NOT ACCEPTED" TO WS-ACTION-NAME
               WHEN 3
                   MOVE "DECLINED" TO WS-ACTION-NAME
               WHEN 4
                   MOVE "WITHDRAWN" TO WS-ACTION-NAME
               WHEN OTHER
                   MOVE "INCOMPLETE" TO WS-ACTION-NAME
           END-EVALUATE.

      *****************************************************************
      * COMPUTE-RATE-SPREAD                                           *
      * ONLY AN ORIGINATED OR APPROVED-NOT-ACCEPTED APPLICATION       *
      * CARRIES A SPREAD. THE BENCHMARK IS THE ROW FOR THE SAME       *
      * PRODUCT AND TERM WITH THE LATEST EFFECTIVE DATE ON OR BEFORE  *
      * THE RATE-LOCK DATE. A SPREAD OVER THE THRESHOLD IS FLAGGED.   *
      *****************************************************************
       COMPUTE-RATE-SPREAD.
           MOVE 'N' TO WS-SPREAD-REQUIRED
           MOVE ZERO TO WS-APR-ON-FILE
           MOVE 'N' TO WS-BENCH-FOUND

           IF WS-ACTION-IDX = 1 OR WS-ACTION-IDX = 2 THEN
               MOVE 'Y' TO WS-SPREAD-REQUIRED
               IF LMR-APR IS NUMERIC THEN
                   MOVE LMR-APR TO WS-APR-ON-FILE
               END-IF
               PERFORM FIND-BENCHMARK-RATE
           END-IF

           IF WS-SPREAD-REQUIRED = 'Y' AND WS-APR-ON-FILE > ZERO
                   AND WS-BENCH-FOUND = 'Y' THEN
               MOVE WS-APR-ON-FILE TO RGX-APR
               MOVE WS-BENCH-BEST-RATE TO RGX-BENCHMARK-RATE
               COMPUTE WS-SPREAD-WORK =
                   WS-APR-ON-FILE - WS-BENCH-BEST-RATE
               MOVE WS-SPREAD-WORK TO RGX-RATE-SPREAD
               IF WS-SPREAD-WORK > WS-SPREAD-THRESHOLD THEN
                   MOVE 'Y' TO RGX-SPREAD-FLAG
                   ADD 1 TO WS-OVER-THRESHOLD
               ELSE
                   MOVE 'N' TO RGX-SPREAD-FLAG
               END-IF
           END-IF.

       FIND-BENCHMARK-RATE.
           MOVE SPACES TO WS-BENCH-BEST-DATE
           MOVE ZERO TO WS-BENCH-BEST-RATE
           PERFORM VARYING WS-BENCH-IDX FROM 1 BY 1
                   UNTIL WS-BENCH-IDX > WS-BENCH-COUNT
               IF WS-BENCH-PRODUCT(WS-BENCH-IDX) = RGX-PRODUCT-TYPE
                       AND WS-BENCH-YEARS(WS-BENCH-IDX) =
                           LMR-LOAN-YEARS
                       AND WS-BENCH-DATE(WS-BENCH-IDX) <=
                           WS-RATE-SET-DATE
                       AND (WS-BENCH-FOUND = 'N' OR
                            WS-BENCH-DATE(WS-BENCH-IDX) >
                                WS-BENCH-BEST-DATE) THEN
                   MOVE 'Y' TO WS-BENCH-FOUND
                   MOVE WS-BENCH-DATE(WS-BENCH-IDX) TO
                       WS-BENCH-BEST-DATE
                   MOVE WS-BENCH-RATE(WS-BENCH-IDX) TO
                       WS-BENCH-BEST-RATE
               END-IF
           END-PERFORM.

      *****************************************************************
      * EDIT-EXTRACT-RECORD                                           *
      * EVERY APPLICATION NEEDS ITS LOCATION AND DEMOGRAPHIC CODES -  *
      * "NOT PROVIDED" IS AN ANSWER, SPACES ARE NOT - AND AN AMOUNT   *
      * AND TERM. ONE THAT CARRIES A SPREAD ALSO NEEDS AN APR ON FILE *
      * AND A BENCHMARK ROW. EACH GAP IS ONE LINE ON THE EDIT REPORT. *
      *****************************************************************
       EDIT-EXTRACT-RECORD.
           IF LMR-LOAN-AMOUNT = ZERO OR LMR-LOAN-YEARS = ZERO THEN
               MOVE "AMOUNT/TERM" TO WS-EDIT-FIELD
               MOVE "MISSING OR ZERO" TO WS-EDIT-PROBLEM
               PERFORM WRITE-EDIT-LINE
           END-IF

           IF RGX-PROPERTY-STATE = SPACES THEN
               MOVE "PROPERTY STATE" TO WS-EDIT-FIELD
               MOVE "MISSING" TO WS-EDIT-PROBLEM
               PERFORM WRITE-EDIT-LINE
           END-IF

           IF RGX-PROPERTY-COUNTY IS NOT NUMERIC THEN
               MOVE "PROPERTY COUNTY" TO WS-EDIT-FIELD
               MOVE "MISSING" TO WS-EDIT-PROBLEM
               PERFORM WRITE-EDIT-LINE
           END-IF

           IF RGX-CENSUS-TRACT IS NOT NUMERIC THEN
               MOVE "CENSUS TRACT" TO WS-EDIT-FIELD
               MOVE "MISSING" TO WS-EDIT-PROBLEM
               PERFORM WRITE-EDIT-LINE
           END-IF

           IF RGX-APPLICANT-ETHNICITY < '1' OR
                   RGX-APPLICANT-ETHNICITY > '4' THEN
               MOVE "APPLICANT ETHNICITY" TO WS-EDIT-FIELD
               MOVE "MISSING" TO WS-EDIT-PROBLEM
               PERFORM WRITE-EDIT-LINE
           END-IF

           IF RGX-APPLICANT-RACE < '1' OR
                   RGX-APPLICANT-RACE > '7' THEN
               MOVE "APPLICANT RACE" TO WS-EDIT-FIELD
               MOVE "MISSING" TO WS-EDIT-PROBLEM
               PERFORM WRITE-EDIT-LINE
           END-IF

           IF RGX-APPLICANT-SEX < '1' OR
                   RGX-APPLICANT-SEX > '4' THEN
               MOVE "APPLICANT SEX" TO WS-EDIT-FIELD
               MOVE "MISSING" TO WS-EDIT-PROBLEM
               PERFORM WRITE-EDIT-LINE
           END-IF

           IF RGX-APPLICANT-AGE IS NOT NUMERIC OR
                   RGX-APPLICANT-AGE = "000" THEN
               MOVE "APPLICANT AGE" TO WS-EDIT-FIELD
               MOVE "MISSING" TO WS-EDIT-PROBLEM
               PERFORM WRITE-EDIT-LINE
           END-IF

           IF WS-SPREAD-REQUIRED = 'Y' THEN
               IF WS-APR-ON-FILE = ZERO THEN
                   MOVE "APR" TO WS-EDIT-FIELD
                   MOVE "NOT ON FILE - REPRICE OR KEY FROM DISCLOSURE"
                       TO WS-EDIT-PROBLEM
                   PERFORM WRITE-EDIT-LINE
               END-IF
               IF WS-BENCH-FOUND = 'N' THEN
                   MOVE "BENCHMARK RATE" TO WS-EDIT-FIELD
                   MOVE "NO BENCHRT ROW FOR PRODUCT/TERM/DATE"
                       TO WS-EDIT-PROBLEM
                   PERFORM WRITE-EDIT-LINE
               END-IF
           END-IF.

       WRITE-EDIT-HEADINGS.
           MOVE SPACES TO EDIT-REPORT-RECORD
           STRING "LENDING-ACTIVITY EXTRACT EDIT REPORT - PERIOD "
                  WS-RANGE-FROM " THROUGH " WS-RANGE-TO
               DELIMITED BY SIZE INTO EDIT-REPORT-RECORD
           WRITE EDIT-REPORT-RECORD

           MOVE ALL "=" TO EDIT-REPORT-RECORD
           WRITE EDIT-REPORT-RECORD

           MOVE SPACES TO EDIT-REPORT-RECORD
           STRING "APPLICATION  QUOTED    ACTION                    "
                  "FIELD                 PROBLEM"
               DELIMITED BY SIZE INTO EDIT-REPORT-RECORD
           WRITE EDIT-REPORT-RECORD

           MOVE ALL "-" TO EDIT-REPORT-RECORD
           WRITE EDIT-REPORT-RECORD.

       WRITE-EDIT-LINE.
           ADD 1 TO WS-RECORD-EDITS
           ADD 1 TO WS-EDIT-LINES
           MOVE SPACES TO EDIT-REPORT-RECORD
           STRING LMR-APPLICATION-ID     DELIMITED BY SIZE
                  "   "                  DELIMITED BY SIZE
                  LMR-QUOTE-DATE         DELIMITED BY SIZE
                  "  "                   DELIMITED BY SIZE
                  WS-ACTION-NAME         DELIMITED BY SIZE
                  "  "                   DELIMITED BY SIZE
                  WS-EDIT-FIELD          DELIMITED BY SIZE
                  "  "                   DELIMITED BY SIZE
                  WS-EDIT-PROBLEM        DELIMITED BY SIZE
               INTO EDIT-REPORT-RECORD
           WRITE EDIT-REPORT-RECORD.

       WRITE-EDIT-SUMMARY.
           IF WS-EDIT-LINES = ZERO THEN
               MOVE SPACES TO EDIT-REPORT-RECORD
               STRING "NO EDIT EXCEPTIONS." DELIMITED BY SIZE
                   INTO EDIT-REPORT-RECORD
               WRITE EDIT-REPORT-RECORD
           END-IF

           MOVE SPACES TO EDIT-REPORT-RECORD
           WRITE EDIT-REPORT-RECORD

           MOVE WS-RECORDS-EXTRACTED TO WS-DISPLAY-TALLY
           MOVE SPACES TO EDIT-REPORT-RECORD
           STRING "APPLICATIONS EXTRACTED:     " WS-DISPLAY-TALLY
               DELIMITED BY SIZE INTO EDIT-REPORT-RECORD
           WRITE EDIT-REPORT-RECORD

           PERFORM VARYING WS-ACTION-IDX FROM 1 BY 1
                   UNTIL WS-ACTION-IDX > 5
               PERFORM WRITE-ACTION-TALLY
           END-PERFORM

           MOVE WS-SPREAD-THRESHOLD TO WS-DISPLAY-THRESHOLD
           MOVE WS-OVER-THRESHOLD TO WS-DISPLAY-TALLY
           MOVE SPACES TO EDIT-REPORT-RECORD
           STRING "SPREAD OVER " WS-DISPLAY-THRESHOLD
                  " PCT:        " WS-DISPLAY-TALLY
               DELIMITED BY SIZE INTO EDIT-REPORT-RECORD
           WRITE EDIT-REPORT-RECORD

           MOVE WS-RECORDS-WITH-EDITS TO WS-DISPLAY-TALLY
           MOVE SPACES TO EDIT-REPORT-RECORD
           STRING "RECORDS WITH EDITS:         " WS-DISPLAY-TALLY
               DELIMITED BY SIZE INTO EDIT-REPORT-RECORD
           WRITE EDIT-REPORT-RECORD

           MOVE SPACES TO EDIT-REPORT-RECORD
           WRITE EDIT-REPORT-RECORD
           MOVE SPACES TO EDIT-REPORT-RECORD
           IF WS-RECORDS-WITH-EDITS = ZERO THEN
               STRING "EXTRACT COMPLETE - FILE MAY BE RELEASED."
                   DELIMITED BY SIZE INTO EDIT-REPORT-RECORD
           ELSE
               STRING "DO NOT RELEASE - CORRECT THE RECORDS ABOVE "
                      "AND RERUN THE EXTRACT."
                   DELIMITED BY SIZE INTO EDIT-REPORT-RECORD
           END-IF
           WRITE EDIT-REPORT-RECORD.

       WRITE-ACTION-TALLY.
           PERFORM SET-ACTION-NAME
           MOVE WS-ACTION-COUNT(WS-ACTION-IDX) TO WS-DISPLAY-TALLY
           MOVE SPACES TO EDIT-REPORT-RECORD
           STRING "  " WS-ACTION-IDX " " WS-ACTION-NAME
                  WS-DISPLAY-TALLY
               DELIMITED BY SIZE INTO EDIT-REPORT-RECORD
           WRITE EDIT-REPORT-RECORD.

       DISPLAY-RUN-SUMMARY.
           DISPLAY " "
           MOVE WS-RECORDS-READ TO WS-DISPLAY-TALLY
           DISPLAY "Master records read:       " WS-DISPLAY-TALLY
           MOVE WS-RECORDS-EXTRACTED TO WS-DISPLAY-TALLY
           DISPLAY "Applications extracted:    " WS-DISPLAY-TALLY
           MOVE WS-OVER-THRESHOLD TO WS-DISPLAY-TALLY
           DISPLAY "Spread over threshold:     " WS-DISPLAY-TALLY
           MOVE WS-RECORDS-WITH-EDITS TO WS-DISPLAY-TALLY
           DISPLAY "Records with edits:        " WS-DISPLAY-TALLY
           IF WS-RECORDS-WITH-EDITS > ZERO THEN
               DISPLAY "Edit exceptions on REGEDIT - hold REGEXTR."
           END-IF
           DISPLAY "Return code: " WS-RETURN-CODE.

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
      * IT NAMES THE BUSINESS DATE BEING RUN. THE LAST REGRANGE CARD
      * SETS THE EXTRACT PERIOD.
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
                               WHEN JCT-REGULATORY-RANGE-CARD
                                   MOVE 'Y' TO WS-RANGE-GIVEN
                                   MOVE JCT-BUSINESS-DATE TO
                                       WS-RANGE-FROM
                                   MOVE JCT-RANGE-END-DATE TO
                                       WS-RANGE-TO
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
