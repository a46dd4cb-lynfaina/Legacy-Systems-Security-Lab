       IDENTIFICATION DIVISION.
       PROGRAM-ID. REFERENCE-FILE-CHECK.
       AUTHOR. ANGELINE-NICOLE-FAINA.
      *****************************************************************
      * PRE-WINDOW REFERENCE FILE CHECK                               *
      * FIRST JOB OF THE NIGHTLY WINDOW. THE WINDOW PROGRAMS FALL     *
      * BACK QUIETLY WHEN A HAND-MAINTAINED REFERENCE FILE IS WRONG - *
      * NO RATE SHEET PRICES UNCONTROLLED, AN UNKNOWN SECPARM NAME IS *
      * IGNORED, A NON-NUMERIC AUTHORITY LEVEL BECOMES ZERO - SO THIS *
      * JOB READS EACH FILE FIRST AND LISTS EVERY PROBLEM ON REFCHK:  *
      *   RATESHT  - TERM ROWS IN TERM THEN TIER ORDER, NO DUPLICATE  *
      *              TIER, EVERY TERM'S TOP TIER REACHING THE SHEET'S *
      *              TOP TIER (NO AMOUNTS LEFT WITHOUT A RATE), RATES *
      *              INSIDE THE SANE BAND, NO MORE ROWS THAN THE      *
      *              CALCULATOR HOLDS, AND A TERM-00 TOLERANCE ROW NO *
      *              WIDER THAN 1 PERCENT.                            *
      *   SECPARM  - EVERY NAME ONE THAT A WINDOW PROGRAM READS, THE  *
      *              VALUE NUMERIC AND INSIDE ITS RANGE, AND THE      *
      *              FRONT RATIO NOT ABOVE THE BACK RATIO.            *
      *   OPERPROF - NO DUPLICATE OPERATOR ID, A NUMERIC AUTHORITY    *
      *              LEVEL, ATTEMPT LIMIT AND PIN HASH ON EVERY ROW.  *
      *   GLMAP    - ONE ROW WITH BOTH ACCOUNTS FOR EVERY FEE TYPE    *
      *              THE GL INTERFACE POSTS, INSIDE ITS 20-ROW MAP.   *
      * A HOLD IS A PROBLEM THAT WOULD PRICE A LOAN WRONGLY, RUN A    *
      * RULE OTHER THAN THE ONE WRITTEN ON THE FILE, OR LEAVE THE GL  *
      * FEED UNBALANCED. ANY HOLD ENDS THE RUN WITH RC 8; THE         *
      * CALCULATOR'S BATCH WAITS ON THIS JOB ENDING CLEAN, SO THE     *
      * WINDOW DOES NOT START UNTIL THE FILE IS CORRECTED AND THIS    *
      * JOB RERUN. A WARNING IS LISTED BUT DOES NOT HOLD THE WINDOW.  *
      * RC 12 WHEN THE EXCEPTION REPORT CANNOT BE WRITTEN.            *
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SECURITY-PARM-FILE ASSIGN TO "SECPARM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT RATE-SHEET-FILE ASSIGN TO "RATESHT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SHEET-STATUS.

           SELECT OPERATOR-PROFILE-FILE ASSIGN TO "OPERPROF"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OPER-STATUS.

           SELECT GL-ACCOUNT-MAP-FILE ASSIGN TO "GLMAP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MAP-STATUS.

           SELECT CHECK-REPORT-FILE ASSIGN TO "REFCHK"
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
       FD  SECURITY-PARM-FILE
           RECORDING MODE IS F.
       01  SECURITY-PARM-RECORD.
           05  PARM-FIELD-NAME          PIC X(15).
           05  PARM-MAX-ATTEMPTS        PIC 9(03).
           05  FILLER                   PIC X(12).

      * THE CALCULATOR'S DAILY RATE SHEET. A TERM-00 ROW CARRIES THE
      * RATE EXCEPTION TOLERANCE IN THE RATE COLUMN.
       FD  RATE-SHEET-FILE
           RECORDING MODE IS F.
       01  RATE-SHEET-RECORD.
           05  RSR-TERM-YEARS           PIC 9(02).
           05  RSR-TIER-LIMIT           PIC 9(10)V99.
           05  RSR-SHEET-RATE           PIC 9(02)V9(04).
           05  FILLER                   PIC X(04).

       FD  OPERATOR-PROFILE-FILE
           RECORDING MODE IS F.
       COPY "operprof.cpy".

       FD  GL-ACCOUNT-MAP-FILE
           RECORDING MODE IS F.
       01  GL-ACCOUNT-MAP-RECORD.
           05  GLM-FEE-TYPE             PIC X(10).
           05  GLM-DEBIT-ACCOUNT        PIC X(08).
           05  GLM-CREDIT-ACCOUNT       PIC X(08).
           05  FILLER                   PIC X(04).

       FD  CHECK-REPORT-FILE
           RECORDING MODE IS F.
       01  CHECK-REPORT-RECORD         PIC X(132).

       FD  RUN-HISTORY-FILE
           RECORDING MODE IS F.
       COPY "runhist.cpy".

       FD  JOB-CONTROL-FILE
           RECORDING MODE IS F.
       COPY "jobctl.cpy".

       WORKING-STORAGE SECTION.

      * FILE STATUS FIELDS
       01  WS-PARM-STATUS              PIC X(02) VALUE SPACES.
       01  WS-SHEET-STATUS             PIC X(02) VALUE SPACES.
       01  WS-OPER-STATUS              PIC X(02) VALUE SPACES.
       01  WS-MAP-STATUS               PIC X(02) VALUE SPACES.
       01  WS-REPORT-STATUS            PIC X(02) VALUE SPACES.

      * END-OF-FILE SWITCHES
       01  WS-PARM-EOF                 PIC X(01) VALUE 'N'.
           88  PARM-AT-EOF                        VALUE 'Y'.
       01  WS-SHEET-EOF                PIC X(01) VALUE 'N'.
           88  SHEET-AT-EOF                       VALUE 'Y'.
       01  WS-OPER-EOF                 PIC X(01) VALUE 'N'.
           88  OPER-AT-EOF                        VALUE 'Y'.
       01  WS-MAP-EOF                  PIC X(01) VALUE 'N'.
           88  MAP-AT-EOF                         VALUE 'Y'.

      * SANE BAND FOR A PUBLISHED SHEET RATE, THE WIDEST EXCEPTION
      * TOLERANCE A TERM-00 ROW MAY SET, AND THE LONGEST TERM THE
      * CALCULATOR QUOTES. THE ROW LIMITS ARE THE TABLE SIZES IN THE
      * CALCULATOR AND THE GL INTERFACE - ROWS PAST THEM ARE DROPPED
      * WITHOUT A WORD WHEN THOSE PROGRAMS LOAD THE FILE.
       01  WS-SHEET-RATE-LOW           PIC 9(02)V9(04) VALUE 1.0000.
       01  WS-SHEET-RATE-HIGH          PIC 9(02)V9(04) VALUE 20.0000.
       01  WS-TOLERANCE-HIGH           PIC 9(02)V9(04) VALUE 1.0000.
       01  WS-SHEET-MAX-TERM           PIC 9(02) VALUE 40.
       01  WS-CALC-SHEET-ROWS          PIC 9(02) VALUE 50.
       01  WS-CALC-OPERATORS           PIC 9(02) VALUE 50.
       01  WS-GL-MAP-ROWS              PIC 9(02) VALUE 20.

      * THE EXCEPTION BEING REPORTED. ROW ZERO MEANS THE FILE AS A
      * WHOLE RATHER THAN ONE RECORD ON IT.
       01  WS-ROW-NUMBER               PIC 9(04) VALUE ZERO.
       01  WS-EXC-FILE                 PIC X(08) VALUE SPACES.
       01  WS-EXC-ROW                  PIC 9(04) VALUE ZERO.
       01  WS-EXC-SEVERITY             PIC X(04) VALUE SPACES.
       01  WS-EXC-KEY                  PIC X(15) VALUE SPACES.
       01  WS-EXC-PROBLEM              PIC X(70) VALUE SPACES.

      * RATE SHEET TERM ROWS AS READ, KEPT TO FIND DUPLICATE TIERS
      * AND EACH TERM'S TOP TIER.
       01  WS-TERM-ROWS                PIC 9(04) VALUE ZERO.
       01  WS-TOLERANCE-ROWS           PIC 9(04) VALUE ZERO.
       01  WS-SHEET-COUNT              PIC 9(03) VALUE ZERO.
       01  WS-SHEET-IDX                PIC 9(03) VALUE ZERO.
       01  WS-SHEET-SCAN               PIC 9(03) VALUE ZERO.
       01  WS-SHEET-OVERFLOW           PIC X(01) VALUE 'N'.
       01  WS-SHEET-TABLE.
           05  WS-SHEET-ENTRY          OCCURS 200 TIMES.
               10  WS-SHEET-ROW        PIC 9(04).
               10  WS-SHEET-TERM       PIC 9(02).
               10  WS-SHEET-TIER       PIC 9(10)V99.
       01  WS-SHEET-TOP-TIER           PIC 9(10)V99 VALUE ZERO.
       01  WS-DUPLICATE-ROW            PIC 9(04) VALUE ZERO.

      * EVERY NAME A WINDOW PROGRAM READS FROM SECPARM, WITH THE
      * LOWEST AND HIGHEST VALUE THAT MEANS WHAT THE PROGRAM EXPECTS.
      * THE FLAG IS Z WHERE ZERO IS ALSO ACCEPTED BECAUSE EVERY
      * PROGRAM READING THE NAME TAKES ZERO AS "USE THE DEFAULT".
      * EACH ENTRY IS NAME, THEN FLAG, LOWEST AND HIGHEST VALUE.
       01  WS-RULE-VALUES.
           05  FILLER                  PIC X(15) VALUE 'LOAN AMOUNT'.
           05  FILLER                  PIC X(07) VALUE 'N001099'.
           05  FILLER                  PIC X(15) VALUE 'INTEREST RATE'.
           05  FILLER                  PIC X(07) VALUE 'N001099'.
           05  FILLER                  PIC X(15) VALUE 'LOAN YEARS'.
           05  FILLER                  PIC X(07) VALUE 'N001099'.
           05  FILLER                  PIC X(15) VALUE 'BATCH RECORD'.
           05  FILLER                  PIC X(07) VALUE 'N001099'.
           05  FILLER                  PIC X(15) VALUE 'COMPARE TERM'.
           05  FILLER                  PIC X(07) VALUE 'N001099'.
           05  FILLER                  PIC X(15)
               VALUE 'SIGNON ATTEMPTS'.
           05  FILLER                  PIC X(07) VALUE 'N001099'.
           05  FILLER                  PIC X(15) VALUE 'EXCEPTION AUTH'.
           05  FILLER                  PIC X(07) VALUE 'N001009'.
           05  FILLER                  PIC X(15)
               VALUE 'FRONT RATIO PCT'.
           05  FILLER                  PIC X(07) VALUE 'N001100'.
           05  FILLER                  PIC X(15) VALUE 'BACK RATIO PCT'.
           05  FILLER                  PIC X(07) VALUE 'N001100'.
           05  FILLER                  PIC X(15) VALUE 'REFER MARGIN'.
           05  FILLER                  PIC X(07) VALUE 'N000100'.
           05  FILLER                  PIC X(15) VALUE 'EXPORT NONQUAL'.
           05  FILLER                  PIC X(07) VALUE 'N000001'.
           05  FILLER                  PIC X(15)
               VALUE 'LOCK PERIOD DAY'.
           05  FILLER                  PIC X(07) VALUE 'N001365'.
           05  FILLER                  PIC X(15) VALUE 'SUSPENSE AUTH'.
           05  FILLER                  PIC X(07) VALUE 'N001009'.
           05  FILLER                  PIC X(15) VALUE 'REFER AUTH'.
           05  FILLER                  PIC X(07) VALUE 'N001009'.
           05  FILLER                  PIC X(15) VALUE 'REFER AGE DAYS'.
           05  FILLER                  PIC X(07) VALUE 'N001365'.
           05  FILLER                  PIC X(15)
               VALUE 'PIN EXPIRE DAYS'.
           05  FILLER                  PIC X(07) VALUE 'N001365'.
           05  FILLER                  PIC X(15) VALUE 'MAINT AUTH'.
           05  FILLER                  PIC X(07) VALUE 'Z001009'.
           05  FILLER                  PIC X(15)
               VALUE 'AUDIT THRESHOLD'.
           05  FILLER                  PIC X(07) VALUE 'N001999'.
           05  FILLER                  PIC X(15) VALUE 'RETENTION DAYS'.
           05  FILLER                  PIC X(07) VALUE 'Z030999'.
           05  FILLER                  PIC X(15)
               VALUE 'LOCK REMIND DAY'.
           05  FILLER                  PIC X(07) VALUE 'Z001090'.
           05  FILLER                  PIC X(15)
               VALUE 'LETTER LOOKBACK'.
           05  FILLER                  PIC X(07) VALUE 'Z001365'.
           05  FILLER                  PIC X(15) VALUE 'RATE SPREAD BP'.
           05  FILLER                  PIC X(07) VALUE 'Z001999'.
           05  FILLER                  PIC X(15) VALUE 'SAR LOOKBACK'.
           05  FILLER                  PIC X(07) VALUE 'Z001365'.
           05  FILLER                  PIC X(15)
               VALUE 'SAR RATE EXCEPT'.
           05  FILLER                  PIC X(07) VALUE 'N001999'.
           05  FILLER                  PIC X(15) VALUE 'SAR CUST OPERS'.
           05  FILLER                  PIC X(07) VALUE 'N002099'.
           05  FILLER                  PIC X(15)
               VALUE 'SAR CUST QUOTES'.
           05  FILLER                  PIC X(07) VALUE 'N002099'.
           05  FILLER                  PIC X(15) VALUE 'SAR CUST DAYS'.
           05  FILLER                  PIC X(07) VALUE 'N001365'.
           05  FILLER                  PIC X(15) VALUE 'BRANCH OPEN HR'.
           05  FILLER                  PIC X(07) VALUE 'N000023'.
           05  FILLER                  PIC X(15)
               VALUE 'BRANCH CLOSE HR'.
           05  FILLER                  PIC X(07) VALUE 'N001024'.
           05  FILLER                  PIC X(15)
               VALUE 'SAR LOCKOUT DAY'.
           05  FILLER                  PIC X(07) VALUE 'N001999'.
           05  FILLER                  PIC X(15)
               VALUE 'SAR DECLINE MIN'.
           05  FILLER                  PIC X(07) VALUE 'Z001999'.
       01  WS-RULE-TABLE REDEFINES WS-RULE-VALUES.
           05  WS-RULE-ENTRY           OCCURS 31 TIMES.
               10  WS-RULE-NAME        PIC X(15).
               10  WS-RULE-ZERO-OK     PIC X(01).
               10  WS-RULE-MIN         PIC 9(03).
               10  WS-RULE-MAX         PIC 9(03).
       01  WS-RULE-COUNT               PIC 9(02) VALUE 31.
       01  WS-RULE-IDX                 PIC 9(02) VALUE ZERO.
       01  WS-RULE-FOUND-IDX           PIC 9(02) VALUE ZERO.
       01  WS-RULE-SEEN-COUNTS.
           05  WS-RULE-SEEN            PIC 9(03) OCCURS 31 TIMES.

      * VALUES CHECKED AGAINST EACH OTHER ONCE THE WHOLE FILE IS
      * READ, STARTING FROM THE COMPILED-IN DEFAULTS.
       01  WS-PARM-FRONT-RATIO         PIC 9(03) VALUE 28.
       01  WS-PARM-BACK-RATIO          PIC 9(03) VALUE 36.
       01  WS-PARM-OPEN-HOUR           PIC 9(03) VALUE 8.
       01  WS-PARM-CLOSE-HOUR          PIC 9(03) VALUE 18.

      * OPERATOR IDS AS READ, KEPT TO FIND DUPLICATES
       01  WS-OPER-LOADED              PIC 9(04) VALUE ZERO.
       01  WS-OPER-COUNT               PIC 9(03) VALUE ZERO.
       01  WS-OPER-IDX                 PIC 9(03) VALUE ZERO.
       01  WS-OPER-TABLE.
           05  WS-OPER-ENTRY           OCCURS 500 TIMES.
               10  WS-OPER-ROW         PIC 9(04).
               10  WS-OPER-ID          PIC X(08).

      * THE FEE TYPES THE GL INTERFACE POSTS, AND THE FIRST GLMAP ROW
      * FOUND FOR EACH - THE ONE THE INTERFACE WOULD USE.
       01  WS-FEE-TYPE-VALUES.
           05  FILLER                  PIC X(10) VALUE 'POINTS'.
           05  FILLER                  PIC X(10) VALUE 'ORIGFEE'.
           05  FILLER                  PIC X(10) VALUE 'PREPAID'.
       01  WS-FEE-TYPE-TABLE REDEFINES WS-FEE-TYPE-VALUES.
           05  WS-FEE-NAME             PIC X(10) OCCURS 3 TIMES.
       01  WS-FEE-MAPPED.
           05  WS-FEE-ENTRY            OCCURS 3 TIMES.
               10  WS-FEE-MAP-ROW      PIC 9(04).
               10  WS-FEE-DEBIT        PIC X(08).
               10  WS-FEE-CREDIT       PIC X(08).
       01  WS-FEE-IDX                  PIC 9(01) VALUE ZERO.
       01  WS-FEE-FOUND-IDX            PIC 9(01) VALUE ZERO.
       01  WS-MAP-LOADED               PIC 9(04) VALUE ZERO.

      * TALLIES, ONE ENTRY PER FILE IN THE ORDER CHECKED
       01  WS-FILE-IDX                 PIC 9(01) VALUE ZERO.
       01  WS-FILE-TALLIES.
           05  WS-FILE-TALLY           OCCURS 4 TIMES.
               10  WS-FILE-NAME        PIC X(08).
               10  WS-FILE-ROWS        PIC 9(06).
               10  WS-FILE-HOLDS       PIC 9(04).
               10  WS-FILE-WARNINGS    PIC 9(04).
       01  WS-ROWS-READ                PIC 9(06) VALUE ZERO.
       01  WS-HOLD-COUNT               PIC 9(04) VALUE ZERO.
       01  WS-WARNING-COUNT            PIC 9(04) VALUE ZERO.
       01  WS-RETURN-CODE              PIC 9(02) VALUE ZERO.

      * REPORT FORMATTING WORK FIELDS
       01  WS-DISPLAY-ROW              PIC ZZZ9.
       01  WS-DISPLAY-TALLY            PIC ZZZ,ZZ9.
       01  WS-DISPLAY-HOLDS            PIC ZZZ,ZZ9.
       01  WS-DISPLAY-WARNINGS         PIC ZZZ,ZZ9.
       01  WS-DISPLAY-RATE             PIC Z9.9999.
       01  WS-DISPLAY-RATE-LOW         PIC Z9.9999.
       01  WS-DISPLAY-RATE-HIGH        PIC Z9.9999.
       01  WS-DISPLAY-TIER             PIC Z,ZZZ,ZZZ,ZZ9.99.
       01  WS-DISPLAY-TOP-TIER         PIC Z,ZZZ,ZZZ,ZZ9.99.

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
               VALUE 'REFERENCE-FILE-CHECK'.
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
       01  WS-RUN-PRED-COUNT           PIC 9(01) VALUE 0.
       01  WS-RUN-PRED-NAMES.
           05  FILLER                  PIC X(30) VALUE SPACES.
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
           DISPLAY "  PRE-WINDOW REFERENCE FILE CHECK"
           DISPLAY "======================================"

           PERFORM START-RUN-CONTROL
           IF RUN-REFUSED THEN
               MOVE WS-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF

           INITIALIZE WS-FILE-TALLIES
           OPEN OUTPUT CHECK-REPORT-FILE

           IF WS-REPORT-STATUS NOT = "00" THEN
               DISPLAY "ERROR: Unable to open the REFCHK exception "
                   "report (status " WS-REPORT-STATUS ")."
               MOVE 12 TO WS-RETURN-CODE
           ELSE
               PERFORM WRITE-REPORT-HEADINGS
               PERFORM CHECK-RATE-SHEET
               PERFORM CHECK-SECURITY-PARMS
               PERFORM CHECK-OPERATOR-PROFILES
               PERFORM CHECK-GL-ACCOUNT-MAP
               PERFORM WRITE-REPORT-SUMMARY
               CLOSE CHECK-REPORT-FILE

               IF WS-HOLD-COUNT > ZERO THEN
                   MOVE 8 TO WS-RETURN-CODE
               END-IF
           END-IF

           PERFORM DISPLAY-RUN-SUMMARY

           MOVE "ROWS READ" TO WS-RUN-COUNT-LABEL(1)
           MOVE WS-ROWS-READ TO WS-RUN-COUNT-VALUE(1)
           MOVE "HOLDS" TO WS-RUN-COUNT-LABEL(2)
           MOVE WS-HOLD-COUNT TO WS-RUN-COUNT-VALUE(2)
           MOVE "WARNINGS" TO WS-RUN-COUNT-LABEL(3)
           MOVE WS-WARNING-COUNT TO WS-RUN-COUNT-VALUE(3)
           PERFORM END-RUN-CONTROL

           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.

      *****************************************************************
      * CHECK-RATE-SHEET                                              *
      * THE CALCULATOR TAKES THE FIRST ROW FOR THE TERM WHOSE TIER    *
      * LIMIT COVERS THE AMOUNT, AND PRICES WITH NO SHEET CONTROL AT  *
      * ALL WHEN NO ROW COVERS IT. A ROW OUT OF ORDER OR REPEATED IS  *
      * THEREFORE NEVER REACHED, AND A TERM WHOSE LADDER STOPS SHORT  *
      * LEAVES ITS LARGER LOANS UNCONTROLLED - ALL OF THEM HOLDS, AS  *
      * IS A MISSING OR EMPTY SHEET.                                  *
      *****************************************************************
       CHECK-RATE-SHEET.
           MOVE 1 TO WS-FILE-IDX
           MOVE "RATESHT" TO WS-EXC-FILE
           MOVE WS-EXC-FILE TO WS-FILE-NAME(WS-FILE-IDX)
           MOVE ZERO TO WS-ROW-NUMBER
           MOVE ZERO TO WS-TERM-ROWS
           MOVE ZERO TO WS-TOLERANCE-ROWS
           MOVE ZERO TO WS-SHEET-COUNT
           MOVE 'N' TO WS-SHEET-OVERFLOW
           MOVE 'N' TO WS-SHEET-EOF
           OPEN INPUT RATE-SHEET-FILE

           IF WS-SHEET-STATUS NOT = "00" THEN
               MOVE ZERO TO WS-EXC-ROW
               MOVE SPACES TO WS-EXC-KEY
               MOVE SPACES TO WS-EXC-PROBLEM
               STRING "FILE CANNOT BE READ (STATUS " WS-SHEET-STATUS
                      ") - PRICING WOULD RUN UNCONTROLLED"
                   DELIMITED BY SIZE INTO WS-EXC-PROBLEM
               PERFORM NOTE-HOLD
           ELSE
               PERFORM UNTIL SHEET-AT-EOF
                   READ RATE-SHEET-FILE
                       AT END
                           MOVE 'Y' TO WS-SHEET-EOF
                       NOT AT END
                           ADD 1 TO WS-ROW-NUMBER
                           PERFORM CHECK-RATE-SHEET-ROW
                   END-READ
               END-PERFORM
               CLOSE RATE-SHEET-FILE
               PERFORM CHECK-RATE-SHEET-LADDERS
           END-IF

           MOVE WS-ROW-NUMBER TO WS-FILE-ROWS(WS-FILE-IDX)
           ADD WS-ROW-NUMBER TO WS-ROWS-READ.

       CHECK-RATE-SHEET-ROW.
           MOVE WS-ROW-NUMBER TO WS-EXC-ROW
           MOVE SPACES TO WS-EXC-KEY

           IF RSR-TERM-YEARS IS NOT NUMERIC OR
                   RSR-TIER-LIMIT IS NOT NUMERIC OR
                   RSR-SHEET-RATE IS NOT NUMERIC THEN
               MOVE "TERM, TIER LIMIT OR RATE IS NOT NUMERIC"
                   TO WS-EXC-PROBLEM
               PERFORM NOTE-HOLD
           ELSE
               IF RSR-TERM-YEARS = ZERO THEN
                   PERFORM CHECK-TOLERANCE-ROW
               ELSE
                   PERFORM CHECK-TERM-ROW
               END-IF
           END-IF.

      * THE TERM-00 ROW SETS HOW FAR A QUOTE MAY STRAY FROM THE SHEET
      * BEFORE IT IS A RATE EXCEPTION. TOO WIDE A TOLERANCE AND
      * OFF-SHEET PRICING GOES THROUGH UNFLAGGED.
       CHECK-TOLERANCE-ROW.
           ADD 1 TO WS-TOLERANCE-ROWS
           MOVE "TOLERANCE" TO WS-EXC-KEY
           MOVE RSR-SHEET-RATE TO WS-DISPLAY-RATE

           IF WS-TOLERANCE-ROWS > 1 THEN
               MOVE SPACES TO WS-EXC-PROBLEM
               STRING "MORE THAN ONE TERM-00 ROW - THE LAST ONE READ "
                      "STANDS"
                   DELIMITED BY SIZE INTO WS-EXC-PROBLEM
               PERFORM NOTE-WARNING
           END-IF

           IF RSR-SHEET-RATE > WS-TOLERANCE-HIGH THEN
               MOVE WS-TOLERANCE-HIGH TO WS-DISPLAY-RATE-HIGH
               MOVE SPACES TO WS-EXC-PROBLEM
               STRING "TOLERANCE " WS-DISPLAY-RATE " ABOVE "
                      WS-DISPLAY-RATE-HIGH
                      " - OFF-SHEET PRICING WOULD GO UNFLAGGED"
                   DELIMITED BY SIZE INTO WS-EXC-PROBLEM
               PERFORM NOTE-HOLD
           END-IF

           IF RSR-SHEET-RATE = ZERO THEN
               MOVE "ZERO TOLERANCE - ANY DEVIATION IS A RATE EXCEPTION"
                   TO WS-EXC-PROBLEM
               PERFORM NOTE-WARNING
           END-IF.

       CHECK-TERM-ROW.
           ADD 1 TO WS-TERM-ROWS
           MOVE SPACES TO WS-EXC-KEY
           STRING "TERM " RSR-TERM-YEARS
               DELIMITED BY SIZE INTO WS-EXC-KEY
           MOVE RSR-SHEET-RATE TO WS-DISPLAY-RATE

           IF RSR-SHEET-RATE < WS-SHEET-RATE-LOW OR
                   RSR-SHEET-RATE > WS-SHEET-RATE-HIGH THEN
               MOVE WS-SHEET-RATE-LOW TO WS-DISPLAY-RATE-LOW
               MOVE WS-SHEET-RATE-HIGH TO WS-DISPLAY-RATE-HIGH
               MOVE SPACES TO WS-EXC-PROBLEM
               STRING "RATE " WS-DISPLAY-RATE " OUTSIDE THE SANE BAND "
                      WS-DISPLAY-RATE-LOW " TO " WS-DISPLAY-RATE-HIGH
                   DELIMITED BY SIZE INTO WS-EXC-PROBLEM
               PERFORM NOTE-HOLD
           END-IF

           IF RSR-TIER-LIMIT = ZERO THEN
               MOVE "ZERO TIER LIMIT - THE ROW COVERS NO LOAN AMOUNT"
                   TO WS-EXC-PROBLEM
               PERFORM NOTE-HOLD
           END-IF

           IF RSR-TERM-YEARS > WS-SHEET-MAX-TERM THEN
               MOVE "TERM ABOVE 40 YEARS - THE ROW IS NEVER QUOTED"
                   TO WS-EXC-PROBLEM
               PERFORM NOTE-WARNING
           END-IF

           IF WS-SHEET-COUNT > ZERO THEN
               IF RSR-TERM-YEARS < WS-SHEET-TERM(WS-SHEET-COUNT) THEN
                   MOVE SPACES TO WS-EXC-PROBLEM
                   STRING "OUT OF TERM ORDER - FOLLOWS TERM "
                          WS-SHEET-TERM(WS-SHEET-COUNT)
                       DELIMITED BY SIZE INTO WS-EXC-PROBLEM
                   PERFORM NOTE-HOLD
               ELSE
                   IF RSR-TERM-YEARS = WS-SHEET-TERM(WS-SHEET-COUNT)
                           AND RSR-TIER-LIMIT <
                               WS-SHEET-TIER(WS-SHEET-COUNT) THEN
                       MOVE SPACES TO WS-EXC-PROBLEM
                       STRING "OUT OF TIER ORDER - A HIGHER TIER ABOVE "
                              "IT IS FOUND FIRST"
                           DELIMITED BY SIZE INTO WS-EXC-PROBLEM
                       PERFORM NOTE-HOLD
                   END-IF
               END-IF
           END-IF

           MOVE ZERO TO WS-DUPLICATE-ROW
           PERFORM VARYING WS-SHEET-SCAN FROM 1 BY 1
                   UNTIL WS-SHEET-SCAN > WS-SHEET-COUNT
                   OR WS-DUPLICATE-ROW > ZERO
               IF WS-SHEET-TERM(WS-SHEET-SCAN) = RSR-TERM-YEARS AND
                       WS-SHEET-TIER(WS-SHEET-SCAN) = RSR-TIER-LIMIT
                       THEN
                   MOVE WS-SHEET-ROW(WS-SHEET-SCAN) TO WS-DUPLICATE-ROW
               END-IF
           END-PERFORM

           IF WS-DUPLICATE-ROW > ZERO THEN
               MOVE WS-DUPLICATE-ROW TO WS-DISPLAY-ROW
               MOVE SPACES TO WS-EXC-PROBLEM
               STRING "DUPLICATE TIER - SAME TERM AND TIER LIMIT AS "
                      "ROW "
                      WS-DISPLAY-ROW
                   DELIMITED BY SIZE INTO WS-EXC-PROBLEM
               PERFORM NOTE-HOLD
           END-IF

           IF WS-SHEET-COUNT < 200 THEN
               ADD 1 TO WS-SHEET-COUNT
               MOVE WS-ROW-NUMBER TO WS-SHEET-ROW(WS-SHEET-COUNT)
               MOVE RSR-TERM-YEARS TO WS-SHEET-TERM(WS-SHEET-COUNT)
               MOVE RSR-TIER-LIMIT TO WS-SHEET-TIER(WS-SHEET-COUNT)
           ELSE
               MOVE 'Y' TO WS-SHEET-OVERFLOW
           END-IF.

      * EVERY TERM'S LAST ROW MUST REACH THE HIGHEST TIER ON THE
      * SHEET; A SHORTER LADDER IS A GAP WHERE THE TERM'S LARGER LOANS
      * HAVE NO SHEET RATE.
       CHECK-RATE-SHEET-LADDERS.
           MOVE ZERO TO WS-EXC-ROW
           MOVE SPACES TO WS-EXC-KEY

           IF WS-TERM-ROWS = ZERO THEN
               MOVE SPACES TO WS-EXC-PROBLEM
               STRING "NO TERM ROWS ON THE SHEET - PRICING WOULD RUN "
                      "UNCONTROLLED"
                   DELIMITED BY SIZE INTO WS-EXC-PROBLEM
               PERFORM NOTE-HOLD
           END-IF

           IF WS-TERM-ROWS > WS-CALC-SHEET-ROWS THEN
               MOVE WS-TERM-ROWS TO WS-DISPLAY-TALLY
               MOVE SPACES TO WS-EXC-PROBLEM
               STRING WS-DISPLAY-TALLY " TERM ROWS - THE CALCULATOR "
                      "LOADS ONLY THE FIRST " WS-CALC-SHEET-ROWS
                   DELIMITED BY SIZE INTO WS-EXC-PROBLEM
               PERFORM NOTE-HOLD
           END-IF

           IF WS-SHEET-OVERFLOW = 'Y' THEN
               MOVE SPACES TO WS-EXC-PROBLEM
               STRING "ROWS PAST THE 200TH NOT CHECKED FOR DUPLICATES "
                      "OR "
                      "GAPS"
                   DELIMITED BY SIZE INTO WS-EXC-PROBLEM
               PERFORM NOTE-WARNING
           END-IF

           MOVE ZERO TO WS-SHEET-TOP-TIER
           PERFORM VARYING WS-SHEET-IDX FROM 1 BY 1
                   UNTIL WS-SHEET-IDX > WS-SHEET-COUNT
               IF WS-SHEET-TIER(WS-SHEET-IDX) > WS-SHEET-TOP-TIER THEN
                   MOVE WS-SHEET-TIER(WS-SHEET-IDX) TO
                       WS-SHEET-TOP-TIER
               END-IF
           END-PERFORM

           PERFORM VARYING WS-SHEET-IDX FROM 1 BY 1
                   UNTIL WS-SHEET-IDX > WS-SHEET-COUNT
               IF WS-SHEET-IDX = WS-SHEET-COUNT THEN
                   PERFORM CHECK-TERM-LADDER
               ELSE
                   COMPUTE WS-SHEET-SCAN = WS-SHEET-IDX + 1
                   IF WS-SHEET-TERM(WS-SHEET-SCAN) NOT =
                           WS-SHEET-TERM(WS-SHEET-IDX) THEN
                       PERFORM CHECK-TERM-LADDER
                   END-IF
               END-IF
           END-PERFORM.

       CHECK-TERM-LADDER.
           IF WS-SHEET-TIER(WS-SHEET-IDX) < WS-SHEET-TOP-TIER THEN
               MOVE WS-SHEET-ROW(WS-SHEET-IDX) TO WS-EXC-ROW
               MOVE SPACES TO WS-EXC-KEY
               STRING "TERM " WS-SHEET-TERM(WS-SHEET-IDX)
                   DELIMITED BY SIZE INTO WS-EXC-KEY
               MOVE WS-SHEET-TIER(WS-SHEET-IDX) TO WS-DISPLAY-TIER
               MOVE WS-SHEET-TOP-TIER TO WS-DISPLAY-TOP-TIER
               MOVE SPACES TO WS-EXC-PROBLEM
               STRING "TIER GAP - TOP TIER " WS-DISPLAY-TIER
                      " BELOW SHEET TOP " WS-DISPLAY-TOP-TIER
                   DELIMITED BY SIZE INTO WS-EXC-PROBLEM
               PERFORM NOTE-HOLD
           END-IF.

      *****************************************************************
      * CHECK-SECURITY-PARMS                                          *
      * EACH PROGRAM PICKS ITS OWN NAMES OFF SECPARM AND SKIPS THE    *
      * REST, SO A MISSPELT NAME IS A SETTING NOBODY APPLIES, AND A   *
      * VALUE OUTSIDE ITS RANGE RUNS A RULE NOBODY INTENDED (AN       *
      * AUTHORITY OF 10 TRUNCATES TO 0). BOTH ARE HOLDS. A MISSING    *
      * FILE ONLY MEANS EVERY PROGRAM RUNS ON ITS DEFAULTS, AND A     *
      * REPEATED NAME IS SETTLED BY THE LAST ONE READ - WARNINGS.     *
      *****************************************************************
       CHECK-SECURITY-PARMS.
           MOVE 2 TO WS-FILE-IDX
           MOVE "SECPARM" TO WS-EXC-FILE
           MOVE WS-EXC-FILE TO WS-FILE-NAME(WS-FILE-IDX)
           MOVE ZERO TO WS-ROW-NUMBER
           INITIALIZE WS-RULE-SEEN-COUNTS
           MOVE 'N' TO WS-PARM-EOF
           OPEN INPUT SECURITY-PARM-FILE

           IF WS-PARM-STATUS NOT = "00" THEN
               MOVE ZERO TO WS-EXC-ROW
               MOVE SPACES TO WS-EXC-KEY
               MOVE SPACES TO WS-EXC-PROBLEM
               STRING "FILE CANNOT BE READ (STATUS " WS-PARM-STATUS
                      ") - EVERY PROGRAM RUNS ON ITS DEFAULTS"
                   DELIMITED BY SIZE INTO WS-EXC-PROBLEM
               PERFORM NOTE-WARNING
           ELSE
               PERFORM UNTIL PARM-AT-EOF
                   READ SECURITY-PARM-FILE
                       AT END
                           MOVE 'Y' TO WS-PARM-EOF
                       NOT AT END
                           ADD 1 TO WS-ROW-NUMBER
                           PERFORM CHECK-SECURITY-PARM-ROW
                   END-READ
               END-PERFORM
               CLOSE SECURITY-PARM-FILE
               PERFORM CHECK-PARM-COMBINATIONS
           END-IF

           MOVE WS-ROW-NUMBER TO WS-FILE-ROWS(WS-FILE-IDX)
           ADD WS-ROW-NUMBER TO WS-ROWS-READ.

       CHECK-SECURITY-PARM-ROW.
           MOVE WS-ROW-NUMBER TO WS-EXC-ROW
           MOVE PARM-FIELD-NAME TO WS-EXC-KEY

           IF PARM-FIELD-NAME = SPACES THEN
               MOVE "BLANK PARAMETER NAME - THE ROW IS IGNORED"
                   TO WS-EXC-PROBLEM
               PERFORM NOTE-WARNING
           ELSE
               MOVE ZERO TO WS-RULE-FOUND-IDX
               PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
                       UNTIL WS-RULE-IDX > WS-RULE-COUNT
                       OR WS-RULE-FOUND-IDX > ZERO
                   IF WS-RULE-NAME(WS-RULE-IDX) = PARM-FIELD-NAME THEN
                       MOVE WS-RULE-IDX TO WS-RULE-FOUND-IDX
                   END-IF
               END-PERFORM

               IF WS-RULE-FOUND-IDX = ZERO THEN
                   MOVE SPACES TO WS-EXC-PROBLEM
                   STRING "NAME NOT READ BY ANY PROGRAM - THE SETTING "
                          "IS "
                          "NOT IN FORCE"
                       DELIMITED BY SIZE INTO WS-EXC-PROBLEM
                   PERFORM NOTE-HOLD
               ELSE
                   PERFORM CHECK-SECURITY-PARM-VALUE
               END-IF
           END-IF.

       CHECK-SECURITY-PARM-VALUE.
           ADD 1 TO WS-RULE-SEEN(WS-RULE-FOUND-IDX)
           IF WS-RULE-SEEN(WS-RULE-FOUND-IDX) > 1 THEN
               MOVE "NAME REPEATED - THE LAST ONE ON THE FILE STANDS"
                   TO WS-EXC-PROBLEM
               PERFORM NOTE-WARNING
           END-IF

           IF PARM-MAX-ATTEMPTS IS NOT NUMERIC THEN
               MOVE "VALUE IS NOT NUMERIC" TO WS-EXC-PROBLEM
               PERFORM NOTE-HOLD
           ELSE
               IF PARM-MAX-ATTEMPTS = ZERO AND
                       WS-RULE-ZERO-OK(WS-RULE-FOUND-IDX) = 'Z' THEN
                   CONTINUE
               ELSE
                   IF PARM-MAX-ATTEMPTS <
                           WS-RULE-MIN(WS-RULE-FOUND-IDX) OR
                       PARM-MAX-ATTEMPTS >
                           WS-RULE-MAX(WS-RULE-FOUND-IDX) THEN
                       PERFORM NOTE-PARM-OUT-OF-RANGE
                   ELSE
                       PERFORM KEEP-PARM-COMBINATION
                   END-IF
               END-IF
           END-IF.

       NOTE-PARM-OUT-OF-RANGE.
           MOVE SPACES TO WS-EXC-PROBLEM
           IF WS-RULE-ZERO-OK(WS-RULE-FOUND-IDX) = 'Z' THEN
               STRING "VALUE " PARM-MAX-ATTEMPTS " OUTSIDE "
                      WS-RULE-MIN(WS-RULE-FOUND-IDX) " TO "
                      WS-RULE-MAX(WS-RULE-FOUND-IDX)
                      " (OR 000 FOR THE DEFAULT)"
                   DELIMITED BY SIZE INTO WS-EXC-PROBLEM
           ELSE
               STRING "VALUE " PARM-MAX-ATTEMPTS " OUTSIDE "
                      WS-RULE-MIN(WS-RULE-FOUND-IDX) " TO "
                      WS-RULE-MAX(WS-RULE-FOUND-IDX)
                   DELIMITED BY SIZE INTO WS-EXC-PROBLEM
           END-IF
           PERFORM NOTE-HOLD.

       KEEP-PARM-COMBINATION.
           EVALUATE PARM-FIELD-NAME
               WHEN "FRONT RATIO PCT"
                   MOVE PARM-MAX-ATTEMPTS TO WS-PARM-FRONT-RATIO
               WHEN "BACK RATIO PCT"
                   MOVE PARM-MAX-ATTEMPTS TO WS-PARM-BACK-RATIO
               WHEN "BRANCH OPEN HR"
                   MOVE PARM-MAX-ATTEMPTS TO WS-PARM-OPEN-HOUR
               WHEN "BRANCH CLOSE HR"
                   MOVE PARM-MAX-ATTEMPTS TO WS-PARM-CLOSE-HOUR
           END-EVALUATE.

      * A FRONT RATIO ABOVE THE BACK RATIO QUALIFIES ON THE WRONG
      * LIMIT; BRANCH HOURS THE WRONG WAY ROUND ONLY UPSET THE
      * AFTER-HOURS RULE ON THE SUSPICIOUS ACTIVITY REPORT.
       CHECK-PARM-COMBINATIONS.
           MOVE ZERO TO WS-EXC-ROW

           IF WS-PARM-FRONT-RATIO > WS-PARM-BACK-RATIO THEN
               MOVE "FRONT RATIO PCT" TO WS-EXC-KEY
               MOVE SPACES TO WS-EXC-PROBLEM
               STRING "FRONT RATIO " WS-PARM-FRONT-RATIO
                      " IS ABOVE THE BACK RATIO " WS-PARM-BACK-RATIO
                   DELIMITED BY SIZE INTO WS-EXC-PROBLEM
               PERFORM NOTE-HOLD
           END-IF

           IF WS-PARM-OPEN-HOUR NOT < WS-PARM-CLOSE-HOUR THEN
               MOVE "BRANCH OPEN HR" TO WS-EXC-KEY
               MOVE SPACES TO WS-EXC-PROBLEM
               STRING "OPENING HOUR " WS-PARM-OPEN-HOUR
                      " IS NOT BEFORE THE CLOSING HOUR "
                      WS-PARM-CLOSE-HOUR
                   DELIMITED BY SIZE INTO WS-EXC-PROBLEM
               PERFORM NOTE-WARNING
           END-IF.

      *****************************************************************
      * CHECK-OPERATOR-PROFILES                                       *
      * SIGN-ON TAKES THE FIRST PROFILE WITH THE ID KEYED, TURNS A    *
      * NON-NUMERIC AUTHORITY LEVEL OR ATTEMPT LIMIT INTO ZERO AND A  *
      * NON-NUMERIC PIN HASH INTO "NO PIN SET". EACH OF THOSE PUTS    *
      * THE WRONG AUTHORITY BEHIND OFF-SHEET PRICING AND IS A HOLD.   *
      *****************************************************************
       CHECK-OPERATOR-PROFILES.
           MOVE 3 TO WS-FILE-IDX
           MOVE "OPERPROF" TO WS-EXC-FILE
           MOVE WS-EXC-FILE TO WS-FILE-NAME(WS-FILE-IDX)
           MOVE ZERO TO WS-ROW-NUMBER
           MOVE ZERO TO WS-OPER-LOADED
           MOVE ZERO TO WS-OPER-COUNT
           MOVE 'N' TO WS-OPER-EOF
           OPEN INPUT OPERATOR-PROFILE-FILE

           IF WS-OPER-STATUS NOT = "00" THEN
               MOVE ZERO TO WS-EXC-ROW
               MOVE SPACES TO WS-EXC-KEY
               MOVE SPACES TO WS-EXC-PROBLEM
               STRING "FILE CANNOT BE READ (STATUS " WS-OPER-STATUS
                      ") - NO OPERATOR CAN SIGN ON"
                   DELIMITED BY SIZE INTO WS-EXC-PROBLEM
               PERFORM NOTE-HOLD
           ELSE
               PERFORM UNTIL OPER-AT-EOF
                   READ OPERATOR-PROFILE-FILE
                       AT END
                           MOVE 'Y' TO WS-OPER-EOF
                       NOT AT END
                           ADD 1 TO WS-ROW-NUMBER
                           PERFORM CHECK-OPERATOR-PROFILE-ROW
                   END-READ
               END-PERFORM
               CLOSE OPERATOR-PROFILE-FILE

               MOVE ZERO TO WS-EXC-ROW
               MOVE SPACES TO WS-EXC-KEY
               IF WS-OPER-LOADED = ZERO THEN
                   MOVE SPACES TO WS-EXC-PROBLEM
                   STRING "NO OPERATOR PROFILES - NO OPERATOR CAN SIGN "
                          "ON"
                       DELIMITED BY SIZE INTO WS-EXC-PROBLEM
                   PERFORM NOTE-HOLD
               END-IF
               IF WS-OPER-LOADED > WS-CALC-OPERATORS THEN
                   MOVE WS-OPER-LOADED TO WS-DISPLAY-TALLY
                   MOVE SPACES TO WS-EXC-PROBLEM
                   STRING WS-DISPLAY-TALLY " PROFILES - THE "
                          "CALCULATOR LOADS ONLY THE FIRST "
                          WS-CALC-OPERATORS
                       DELIMITED BY SIZE INTO WS-EXC-PROBLEM
                   PERFORM NOTE-WARNING
               END-IF
           END-IF

           MOVE WS-ROW-NUMBER TO WS-FILE-ROWS(WS-FILE-IDX)
           ADD WS-ROW-NUMBER TO WS-ROWS-READ.

       CHECK-OPERATOR-PROFILE-ROW.
           MOVE WS-ROW-NUMBER TO WS-EXC-ROW
           MOVE OPF-OPERATOR-ID TO WS-EXC-KEY

           IF OPF-OPERATOR-ID = SPACES THEN
               MOVE "BLANK OPERATOR ID - THE ROW IS IGNORED"
                   TO WS-EXC-PROBLEM
               PERFORM NOTE-WARNING
           ELSE
               ADD 1 TO WS-OPER-LOADED
               PERFORM CHECK-DUPLICATE-OPERATOR
               PERFORM CHECK-OPERATOR-FIELDS
           END-IF.

       CHECK-DUPLICATE-OPERATOR.
           MOVE ZERO TO WS-DUPLICATE-ROW
           PERFORM VARYING WS-OPER-IDX FROM 1 BY 1
                   UNTIL WS-OPER-IDX > WS-OPER-COUNT
                   OR WS-DUPLICATE-ROW > ZERO
               IF WS-OPER-ID(WS-OPER-IDX) = OPF-OPERATOR-ID THEN
                   MOVE WS-OPER-ROW(WS-OPER-IDX) TO WS-DUPLICATE-ROW
               END-IF
           END-PERFORM

           IF WS-DUPLICATE-ROW > ZERO THEN
               MOVE WS-DUPLICATE-ROW TO WS-DISPLAY-ROW
               MOVE SPACES TO WS-EXC-PROBLEM
               STRING "DUPLICATE OPERATOR ID - SIGN-ON USES ROW "
                      WS-DISPLAY-ROW " INSTEAD"
                   DELIMITED BY SIZE INTO WS-EXC-PROBLEM
               PERFORM NOTE-HOLD
           ELSE
               IF WS-OPER-COUNT < 500 THEN
                   ADD 1 TO WS-OPER-COUNT
                   MOVE WS-ROW-NUMBER TO WS-OPER-ROW(WS-OPER-COUNT)
                   MOVE OPF-OPERATOR-ID TO WS-OPER-ID(WS-OPER-COUNT)
               END-IF
           END-IF.

       CHECK-OPERATOR-FIELDS.
           IF OPF-AUTHORITY-LEVEL IS NOT NUMERIC THEN
               MOVE SPACES TO WS-EXC-PROBLEM
               STRING "AUTHORITY LEVEL NOT NUMERIC - SIGN-ON WOULD "
                      "TAKE "
                      "IT AS 0"
                   DELIMITED BY SIZE INTO WS-EXC-PROBLEM
               PERFORM NOTE-HOLD
           END-IF

           IF OPF-MAX-ATTEMPTS IS NOT NUMERIC THEN
               MOVE SPACES TO WS-EXC-PROBLEM
               STRING "ATTEMPT LIMIT NOT NUMERIC - SIGN-ON WOULD TAKE "
                      "IT "
                      "AS 0"
                   DELIMITED BY SIZE INTO WS-EXC-PROBLEM
               PERFORM NOTE-HOLD
           END-IF

           IF OPF-PIN-HASH IS NOT NUMERIC THEN
               MOVE SPACES TO WS-EXC-PROBLEM
               STRING "PIN HASH NOT NUMERIC - SIGN-ON WOULD TAKE IT AS "
                      "NO "
                      "PIN SET"
                   DELIMITED BY SIZE INTO WS-EXC-PROBLEM
               PERFORM NOTE-HOLD
           END-IF

           IF OPF-FAIL-COUNT IS NOT NUMERIC THEN
               MOVE "PIN FAILURE COUNT NOT NUMERIC" TO WS-EXC-PROBLEM
               PERFORM NOTE-WARNING
           END-IF

           IF NOT OPF-STATUS-ACTIVE AND
                   NOT OPF-STATUS-SUSPENDED AND
                   NOT OPF-STATUS-DISABLED THEN
               MOVE "PROFILE STATUS NOT A, S OR D - SIGN-ON IS REFUSED"
                   TO WS-EXC-PROBLEM
               PERFORM NOTE-WARNING
           END-IF

           IF OPF-EXPIRY-DATE NOT = SPACES AND
                   OPF-EXPIRY-DATE IS NOT NUMERIC THEN
               MOVE SPACES TO WS-EXC-PROBLEM
               STRING "EXPIRY DATE NOT NUMERIC - THE PROFILE NEVER "
                      "EXPIRES"
                   DELIMITED BY SIZE INTO WS-EXC-PROBLEM
               PERFORM NOTE-WARNING
           END-IF.

      *****************************************************************
      * CHECK-GL-ACCOUNT-MAP                                          *
      * THE GL INTERFACE LOADS THE FIRST 20 NON-BLANK ROWS AND BOOKS  *
      * EACH FEE TO THE FIRST ROW FOR ITS TYPE. A FEE TYPE WITH NO    *
      * ROW, A BLANK ACCOUNT, OR A ROW LOST PAST THE 20TH WOULD LEAVE *
      * THE FEED UNBALANCED OR UNPOSTABLE, AS WOULD A SECOND ROW FOR  *
      * THE SAME TYPE THAT SOMEONE MEANT TO REPLACE THE FIRST.        *
      *****************************************************************
       CHECK-GL-ACCOUNT-MAP.
           MOVE 4 TO WS-FILE-IDX
           MOVE "GLMAP" TO WS-EXC-FILE
           MOVE WS-EXC-FILE TO WS-FILE-NAME(WS-FILE-IDX)
           MOVE ZERO TO WS-ROW-NUMBER
           MOVE ZERO TO WS-MAP-LOADED
           INITIALIZE WS-FEE-MAPPED
           MOVE 'N' TO WS-MAP-EOF
           OPEN INPUT GL-ACCOUNT-MAP-FILE

           IF WS-MAP-STATUS NOT = "00" THEN
               MOVE ZERO TO WS-EXC-ROW
               MOVE SPACES TO WS-EXC-KEY
               MOVE SPACES TO WS-EXC-PROBLEM
               STRING "FILE CANNOT BE READ (STATUS " WS-MAP-STATUS
                      ") - NO GL FEED CAN BE BUILT"
                   DELIMITED BY SIZE INTO WS-EXC-PROBLEM
               PERFORM NOTE-HOLD
           ELSE
               PERFORM UNTIL MAP-AT-EOF
                   READ GL-ACCOUNT-MAP-FILE
                       AT END
                           MOVE 'Y' TO WS-MAP-EOF
                       NOT AT END
                           ADD 1 TO WS-ROW-NUMBER
                           PERFORM CHECK-GL-MAP-ROW
                   END-READ
               END-PERFORM
               CLOSE GL-ACCOUNT-MAP-FILE

               MOVE ZERO TO WS-EXC-ROW
               PERFORM VARYING WS-FEE-IDX FROM 1 BY 1
                       UNTIL WS-FEE-IDX > 3
                   IF WS-FEE-MAP-ROW(WS-FEE-IDX) = ZERO THEN
                       MOVE WS-FEE-NAME(WS-FEE-IDX) TO WS-EXC-KEY
                       MOVE SPACES TO WS-EXC-PROBLEM
                       STRING "NO ROW FOR THIS FEE TYPE - ITS FEES "
                              "CANNOT "
                              "BE POSTED"
                           DELIMITED BY SIZE INTO WS-EXC-PROBLEM
                       PERFORM NOTE-HOLD
                   END-IF
               END-PERFORM
           END-IF

           MOVE WS-ROW-NUMBER TO WS-FILE-ROWS(WS-FILE-IDX)
           ADD WS-ROW-NUMBER TO WS-ROWS-READ.

       CHECK-GL-MAP-ROW.
           MOVE WS-ROW-NUMBER TO WS-EXC-ROW
           MOVE GLM-FEE-TYPE TO WS-EXC-KEY

           IF GLM-FEE-TYPE = SPACES THEN
               MOVE "BLANK FEE TYPE - THE ROW IS IGNORED"
                   TO WS-EXC-PROBLEM
               PERFORM NOTE-WARNING
           ELSE
               ADD 1 TO WS-MAP-LOADED
               IF WS-MAP-LOADED > WS-GL-MAP-ROWS THEN
                   MOVE SPACES TO WS-EXC-PROBLEM
                   STRING "PAST THE 20-ROW MAP - THE GL INTERFACE "
                          "DROPS "
                          "THIS ROW"
                       DELIMITED BY SIZE INTO WS-EXC-PROBLEM
                   PERFORM NOTE-HOLD
               ELSE
                   PERFORM CHECK-GL-MAP-ACCOUNTS
               END-IF
           END-IF.

       CHECK-GL-MAP-ACCOUNTS.
           IF GLM-DEBIT-ACCOUNT = SPACES OR
                   GLM-CREDIT-ACCOUNT = SPACES THEN
               MOVE SPACES TO WS-EXC-PROBLEM
               STRING "DEBIT OR CREDIT ACCOUNT IS BLANK - THE FEED "
                      "WOULD "
                      "NOT BALANCE"
                   DELIMITED BY SIZE INTO WS-EXC-PROBLEM
               PERFORM NOTE-HOLD
           ELSE
               IF GLM-DEBIT-ACCOUNT = GLM-CREDIT-ACCOUNT THEN
                   MOVE "DEBIT AND CREDIT ARE THE SAME ACCOUNT"
                       TO WS-EXC-PROBLEM
                   PERFORM NOTE-WARNING
               END-IF
           END-IF

           MOVE ZERO TO WS-FEE-FOUND-IDX
           PERFORM VARYING WS-FEE-IDX FROM 1 BY 1
                   UNTIL WS-FEE-IDX > 3
               IF WS-FEE-NAME(WS-FEE-IDX) = GLM-FEE-TYPE THEN
                   MOVE WS-FEE-IDX TO WS-FEE-FOUND-IDX
               END-IF
           END-PERFORM

           IF WS-FEE-FOUND-IDX = ZERO THEN
               MOVE SPACES TO WS-EXC-PROBLEM
               STRING "FEE TYPE NOT POSTED BY THE GL INTERFACE - THE "
                      "ROW "
                      "IS UNUSED"
                   DELIMITED BY SIZE INTO WS-EXC-PROBLEM
               PERFORM NOTE-WARNING
           ELSE
               IF WS-FEE-MAP-ROW(WS-FEE-FOUND-IDX) = ZERO THEN
                   MOVE WS-ROW-NUMBER TO
                       WS-FEE-MAP-ROW(WS-FEE-FOUND-IDX)
                   MOVE GLM-DEBIT-ACCOUNT TO
                       WS-FEE-DEBIT(WS-FEE-FOUND-IDX)
                   MOVE GLM-CREDIT-ACCOUNT TO
                       WS-FEE-CREDIT(WS-FEE-FOUND-IDX)
               ELSE
                   PERFORM NOTE-DUPLICATE-FEE-TYPE
               END-IF
           END-IF.

       NOTE-DUPLICATE-FEE-TYPE.
           MOVE WS-FEE-MAP-ROW(WS-FEE-FOUND-IDX) TO WS-DISPLAY-ROW
           MOVE SPACES TO WS-EXC-PROBLEM
           IF GLM-DEBIT-ACCOUNT = WS-FEE-DEBIT(WS-FEE-FOUND-IDX) AND
                   GLM-CREDIT-ACCOUNT =
                       WS-FEE-CREDIT(WS-FEE-FOUND-IDX) THEN
               STRING "DUPLICATE FEE TYPE - SAME ACCOUNTS AS ROW "
                      WS-DISPLAY-ROW
                   DELIMITED BY SIZE INTO WS-EXC-PROBLEM
               PERFORM NOTE-WARNING
           ELSE
               STRING "DUPLICATE FEE TYPE WITH OTHER ACCOUNTS - THE "
                      "INTERFACE USES ROW " WS-DISPLAY-ROW
                   DELIMITED BY SIZE INTO WS-EXC-PROBLEM
               PERFORM NOTE-HOLD
           END-IF.

      *****************************************************************
      * NOTE-HOLD / NOTE-WARNING                                      *
      * COUNT THE EXCEPTION IN WS-EXC-FILE/ROW/KEY/PROBLEM AGAINST    *
      * THE FILE BEING CHECKED AND PRINT IT.                          *
      *****************************************************************
       NOTE-HOLD.
           MOVE "HOLD" TO WS-EXC-SEVERITY
           ADD 1 TO WS-HOLD-COUNT
           ADD 1 TO WS-FILE-HOLDS(WS-FILE-IDX)
           PERFORM WRITE-EXCEPTION-LINE.

       NOTE-WARNING.
           MOVE "WARN" TO WS-EXC-SEVERITY
           ADD 1 TO WS-WARNING-COUNT
           ADD 1 TO WS-FILE-WARNINGS(WS-FILE-IDX)
           PERFORM WRITE-EXCEPTION-LINE.

       WRITE-REPORT-HEADINGS.
           MOVE SPACES TO CHECK-REPORT-RECORD
           STRING "PRE-WINDOW REFERENCE FILE CHECK - BUSINESS DATE "
                  WS-RUN-BUSINESS-DATE
               DELIMITED BY SIZE INTO CHECK-REPORT-RECORD
           WRITE CHECK-REPORT-RECORD

           MOVE ALL "=" TO CHECK-REPORT-RECORD
           WRITE CHECK-REPORT-RECORD

           MOVE SPACES TO CHECK-REPORT-RECORD
           STRING "FILE       ROW  SEVERITY  KEY              PROBLEM"
               DELIMITED BY SIZE INTO CHECK-REPORT-RECORD
           WRITE CHECK-REPORT-RECORD

           MOVE ALL "-" TO CHECK-REPORT-RECORD
           WRITE CHECK-REPORT-RECORD.

       WRITE-EXCEPTION-LINE.
           MOVE WS-EXC-ROW TO WS-DISPLAY-ROW
           MOVE SPACES TO CHECK-REPORT-RECORD
           STRING WS-EXC-FILE            DELIMITED BY SIZE
                  " "                    DELIMITED BY SIZE
                  WS-DISPLAY-ROW         DELIMITED BY SIZE
                  "  "                   DELIMITED BY SIZE
                  WS-EXC-SEVERITY        DELIMITED BY SIZE
                  "      "               DELIMITED BY SIZE
                  WS-EXC-KEY             DELIMITED BY SIZE
                  "  "                   DELIMITED BY SIZE
                  WS-EXC-PROBLEM         DELIMITED BY SIZE
               INTO CHECK-REPORT-RECORD
           WRITE CHECK-REPORT-RECORD.

       WRITE-REPORT-SUMMARY.
           IF WS-HOLD-COUNT = ZERO AND WS-WARNING-COUNT = ZERO THEN
               MOVE SPACES TO CHECK-REPORT-RECORD
               STRING "NO EXCEPTIONS." DELIMITED BY SIZE
                   INTO CHECK-REPORT-RECORD
               WRITE CHECK-REPORT-RECORD
           END-IF

           MOVE SPACES TO CHECK-REPORT-RECORD
           WRITE CHECK-REPORT-RECORD

           MOVE SPACES TO CHECK-REPORT-RECORD
           STRING "FILE       ROWS READ    HOLDS  WARNINGS"
               DELIMITED BY SIZE INTO CHECK-REPORT-RECORD
           WRITE CHECK-REPORT-RECORD

           PERFORM VARYING WS-FILE-IDX FROM 1 BY 1
                   UNTIL WS-FILE-IDX > 4
               PERFORM WRITE-FILE-TALLY
           END-PERFORM

           MOVE SPACES TO CHECK-REPORT-RECORD
           WRITE CHECK-REPORT-RECORD
           MOVE SPACES TO CHECK-REPORT-RECORD
           IF WS-HOLD-COUNT = ZERO THEN
               STRING "REFERENCE FILES PASSED - THE WINDOW MAY RUN."
                   DELIMITED BY SIZE INTO CHECK-REPORT-RECORD
           ELSE
               STRING "WINDOW HELD - CORRECT THE HOLD EXCEPTIONS ABOVE "
                      "AND RERUN THIS CHECK."
                   DELIMITED BY SIZE INTO CHECK-REPORT-RECORD
           END-IF
           WRITE CHECK-REPORT-RECORD.

       WRITE-FILE-TALLY.
           MOVE WS-FILE-ROWS(WS-FILE-IDX) TO WS-DISPLAY-TALLY
           MOVE WS-FILE-HOLDS(WS-FILE-IDX) TO WS-DISPLAY-HOLDS
           MOVE WS-FILE-WARNINGS(WS-FILE-IDX) TO WS-DISPLAY-WARNINGS
           MOVE SPACES TO CHECK-REPORT-RECORD
           STRING WS-FILE-NAME(WS-FILE-IDX) "    " WS-DISPLAY-TALLY
                  "  " WS-DISPLAY-HOLDS "   " WS-DISPLAY-WARNINGS
               DELIMITED BY SIZE INTO CHECK-REPORT-RECORD
           WRITE CHECK-REPORT-RECORD.

       DISPLAY-RUN-SUMMARY.
           DISPLAY " "
           MOVE WS-ROWS-READ TO WS-DISPLAY-TALLY
           DISPLAY "Reference rows read:       " WS-DISPLAY-TALLY
           MOVE WS-HOLD-COUNT TO WS-DISPLAY-TALLY
           DISPLAY "Hold exceptions:           " WS-DISPLAY-TALLY
           MOVE WS-WARNING-COUNT TO WS-DISPLAY-TALLY
           DISPLAY "Warnings:                  " WS-DISPLAY-TALLY
           IF WS-HOLD-COUNT > ZERO THEN
               DISPLAY "Hold exceptions on REFCHK - the window is "
                   "held."
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
