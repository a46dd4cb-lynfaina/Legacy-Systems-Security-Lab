       IDENTIFICATION DIVISION.
       PROGRAM-ID. BORROWER-CORRESPONDENCE.
       AUTHOR. ANGELINE-NICOLE-FAINA.
      *****************************************************************
      * NIGHTLY BORROWER CORRESPONDENCE                               *
      * WALKS THE LOAN MASTER AFTER THE STATUS ROLL AND WRITES A      *
      * PRINT-READY LETTER FILE (LTRFILE), ONE LETTER PER PAGE,       *
      * ADDRESSED BY BORROWER NAME AND CUSTOMER NUMBER:               *
      *   Q - QUOTE LETTER FOR EACH NEW QUOTE                         *
      *   L - LOCK CONFIRMATION ONCE A QUOTE IS RATE-LOCKED           *
      *   R - REMINDER THE "LOCK REMIND DAY" NUMBER OF DAYS (SECPARM, *
      *       DEFAULT 10) BEFORE THE RATE-LOCK EXPIRATION DATE        *
      *   X - EXPIRATION NOTICE ONCE THE ROLL HAS EXPIRED THE QUOTE   *
      * EVERY LETTER CARRIES THE PAYMENT, PITI, APR, FEES AND THE     *
      * LOCK EXPIRATION DATE. EACH LETTER TYPE GOES OUT ONCE PER LOAN *
      * - EVERY LETTER WRITTEN IS APPENDED TO THE SENT LOG (LTRSENT), *
      * WHICH IS READ FIRST ON THE NEXT RUN. DECLINED AND REFERRED    *
      * QUOTES GET NO LETTERS, AND QUOTES OR EXPIRIES OLDER THAN THE  *
      * "LETTER LOOKBACK" DAYS (SECPARM, DEFAULT 30) ARE NOT WRITTEN  *
      * TO AFTER THE FACT - SO ONLY THE SENT-LOG ENTRIES INSIDE THE   *
      * LOOKBACK, OR FOR A LOCK NOT EXPIRED BEFORE IT, ARE HELD IN    *
      * STORAGE. A QUOTE WITH NO BORROWER NAME IS HELD -              *
      * NOT LOGGED AS SENT - UNTIL THE NAME IS ON FILE. NO LETTERS    *
      * ARE WRITTEN IF THE SENT LOG CANNOT BE READ OR EXTENDED, AND A *
      * LETTER THAT CANNOT BE WRITTEN TO LTRFILE IS NOT LOGGED AS     *
      * SENT. RC 12 WHEN LTRFILE CANNOT BE OPENED, RC 8 WHEN A LETTER *
      * OR ITS SENT-LOG ENTRY COULD NOT BE WRITTEN.                   *
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

           SELECT LETTER-FILE ASSIGN TO "LTRFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LETTER-STATUS.

           SELECT LETTER-SENT-FILE ASSIGN TO "LTRSENT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SENT-STATUS.

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

       FD  LETTER-FILE
           RECORDING MODE IS F.
       01  LETTER-RECORD               PIC X(80).

      * ONE RECORD PER LETTER WRITTEN, APPEND-ONLY.
       FD  LETTER-SENT-FILE
           RECORDING MODE IS F.
       01  LETTER-SENT-RECORD.
           05  LTS-APPLICATION-ID       PIC X(10).
           05  LTS-LETTER-TYPE          PIC X(01).
               88  LTS-QUOTE-LETTER                VALUE 'Q'.
               88  LTS-LOCK-CONFIRMATION           VALUE 'L'.
               88  LTS-LOCK-REMINDER               VALUE 'R'.
               88  LTS-EXPIRATION-NOTICE           VALUE 'X'.
           05  LTS-SENT-DATE            PIC X(08).
           05  LTS-CUSTOMER-NUMBER      PIC X(10).
           05  LTS-LOCK-EXPIRE-DATE     PIC X(08).
           05  FILLER                   PIC X(03).

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
       01  WS-LETTER-STATUS            PIC X(02) VALUE SPACES.
       01  WS-SENT-STATUS              PIC X(02) VALUE SPACES.

      * END-OF-FILE SWITCHES
       01  WS-MASTER-EOF               PIC X(01) VALUE 'N'.
           88  MASTER-AT-EOF                      VALUE 'Y'.
       01  WS-PARM-EOF                 PIC X(01) VALUE 'N'.
           88  PARM-AT-EOF                        VALUE 'Y'.
       01  WS-SENT-EOF                 PIC X(01) VALUE 'N'.
           88  SENT-AT-EOF                        VALUE 'Y'.

      * SECPARM KNOBS - REMINDER LEAD TIME AND HOW FAR BACK A QUOTE
      * OR AN EXPIRY MAY BE AND STILL GET ITS LETTER.
       01  WS-REMIND-DAYS              PIC 9(03) VALUE 10.
       01  WS-LOOKBACK-DAYS            PIC 9(03) VALUE 30.

      * DATE WORK FIELDS
       01  WS-TODAY-DATE               PIC X(08) VALUE SPACES.
       01  WS-DATE-NUM                 PIC 9(08) VALUE ZERO.
       01  WS-TODAY-INT                PIC 9(08) VALUE ZERO.
       01  WS-LOOKBACK-DATE            PIC X(08) VALUE SPACES.
       01  WS-EXPIRE-INT               PIC 9(08) VALUE ZERO.
       01  WS-DAYS-TO-EXPIRE           PIC S9(05) VALUE ZERO.

      * SENT LOG, ONE ENTRY PER LOAN WITH A FLAG PER LETTER TYPE IN
      * THE ORDER Q, L, R, X. A LOG TOO BIG FOR THE TABLE STOPS THE
      * RUN - A LETTER IS NEVER WRITTEN WITHOUT KNOWING IT WAS NOT
      * ALREADY SENT.
       01  WS-SENT-COUNT               PIC 9(05) VALUE ZERO.
       01  WS-SENT-IDX                 PIC 9(05) VALUE ZERO.
       01  WS-SENT-KEY                 PIC X(10) VALUE SPACES.
       01  WS-SENT-FOUND               PIC X(01) VALUE 'N'.
       01  WS-SENT-OVERFLOW            PIC X(01) VALUE 'N'.
       01  WS-SENT-TABLE.
           05  WS-SENT-ENTRY           OCCURS 20000 TIMES.
               10  WS-SENT-APPL-ID     PIC X(10).
               10  WS-SENT-FLAG        PIC X(01) OCCURS 4 TIMES.
       01  WS-TYPE-POS                 PIC 9(01) VALUE ZERO.
       01  WS-SENT-LOG-OPEN            PIC X(01) VALUE 'N'.

      * THE LETTER BEING WRITTEN
       01  WS-LETTER-TYPE              PIC X(01) VALUE SPACE.
       01  WS-LETTER-LIVE              PIC X(01) VALUE 'N'.
       01  WS-PAGE-LINES               PIC 9(02) VALUE 60.
       01  WS-LINE-COUNT               PIC 9(02) VALUE ZERO.
       01  WS-LETTER-LINE              PIC X(80) VALUE SPACES.
       01  WS-SUBJECT-TEXT             PIC X(40) VALUE SPACES.
       01  WS-FMT-DATE-IN              PIC X(08) VALUE SPACES.
       01  WS-FMT-DATE-OUT             PIC X(10) VALUE SPACES.
       01  WS-TOTAL-FEES               PIC 9(09)V99 VALUE ZERO.

      * RUN TALLIES
       01  WS-RECORDS-READ             PIC 9(06) VALUE ZERO.
       01  WS-QUOTE-LETTERS            PIC 9(06) VALUE ZERO.
       01  WS-LOCK-LETTERS             PIC 9(06) VALUE ZERO.
       01  WS-REMINDER-LETTERS         PIC 9(06) VALUE ZERO.
       01  WS-EXPIRE-LETTERS           PIC 9(06) VALUE ZERO.
       01  WS-LETTERS-WRITTEN          PIC 9(06) VALUE ZERO.
       01  WS-LETTERS-HELD             PIC 9(06) VALUE ZERO.
       01  WS-SENT-LOG-FAILURES        PIC 9(05) VALUE ZERO.
       01  WS-LETTER-FAILURES          PIC 9(05) VALUE ZERO.
       01  WS-LETTER-FAILED            PIC X(01) VALUE 'N'.
       01  WS-RETURN-CODE              PIC 9(02) VALUE ZERO.

      * LETTER FORMATTING WORK FIELDS
       01  WS-DISPLAY-MONEY            PIC $$,$$$,$$$,$$9.99.
       01  WS-DISPLAY-RATE             PIC ZZ9.9999.
       01  WS-DISPLAY-YEARS            PIC Z9.
       01  WS-DISPLAY-DAYS             PIC ZZ9.
       01  WS-DISPLAY-TALLY            PIC ZZZ,ZZ9.

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
               VALUE 'BORROWER-CORRESPONDENCE'.
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
           DISPLAY "   NIGHTLY BORROWER CORRESPONDENCE"
           DISPLAY "======================================"

           PERFORM START-RUN-CONTROL
           IF RUN-REFUSED THEN
               MOVE WS-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF

           INITIALIZE WS-SENT-TABLE
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
           MOVE WS-TODAY-DATE TO WS-DATE-NUM
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)

           PERFORM LOAD-LETTER-PARAMETERS

           COMPUTE WS-DATE-NUM = FUNCTION DATE-OF-INTEGER
               (WS-TODAY-INT - WS-LOOKBACK-DAYS)
           MOVE WS-DATE-NUM TO WS-LOOKBACK-DATE

           PERFORM LOAD-SENT-LOG

           IF WS-RETURN-CODE = ZERO THEN
               PERFORM OPEN-SENT-LOG
           END-IF

           IF WS-RETURN-CODE = ZERO THEN
               OPEN OUTPUT LETTER-FILE

               IF WS-LETTER-STATUS NOT = "00" THEN
                   DISPLAY "ERROR: Cannot open LTRFILE (status "
                       WS-LETTER-STATUS ") - no letters."
                   MOVE 12 TO WS-RETURN-CODE
               ELSE
                   PERFORM WRITE-LOAN-LETTERS
                   CLOSE LETTER-FILE
               END-IF
               CLOSE LETTER-SENT-FILE
           END-IF

           PERFORM DISPLAY-RUN-SUMMARY

           MOVE "LETTERS" TO WS-RUN-COUNT-LABEL(1)
           MOVE WS-LETTERS-WRITTEN TO WS-RUN-COUNT-VALUE(1)
           MOVE "REMINDERS" TO WS-RUN-COUNT-LABEL(2)
           MOVE WS-REMINDER-LETTERS TO WS-RUN-COUNT-VALUE(2)
           MOVE "HELD NO NAME" TO WS-RUN-COUNT-LABEL(3)
           MOVE WS-LETTERS-HELD TO WS-RUN-COUNT-VALUE(3)
           PERFORM END-RUN-CONTROL

           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.

       LOAD-LETTER-PARAMETERS.
           MOVE 'N' TO WS-PARM-EOF
           OPEN INPUT SECURITY-PARM-FILE

           IF WS-PARM-STATUS = "00" THEN
               PERFORM UNTIL PARM-AT-EOF
                   READ SECURITY-PARM-FILE
                       AT END
                           MOVE 'Y' TO WS-PARM-EOF
                       NOT AT END
                           EVALUATE PARM-FIELD-NAME
                               WHEN "LOCK REMIND DAY"
                                   MOVE PARM-MAX-ATTEMPTS TO
                                       WS-REMIND-DAYS
                               WHEN "LETTER LOOKBACK"
                                   MOVE PARM-MAX-ATTEMPTS TO
                                       WS-LOOKBACK-DAYS
                           END-EVALUATE
                   END-READ
               END-PERFORM
               CLOSE SECURITY-PARM-FILE
           END-IF

           IF WS-REMIND-DAYS = ZERO THEN
               MOVE 10 TO WS-REMIND-DAYS
           END-IF
           IF WS-LOOKBACK-DAYS = ZERO THEN
               MOVE 30 TO WS-LOOKBACK-DAYS
           END-IF.

      * A MISSING SENT LOG IS THE FIRST RUN; ANY OTHER OPEN FAILURE
      * MEANS WHAT WAS SENT BEFORE CANNOT BE KNOWN.
       LOAD-SENT-LOG.
           MOVE 'N' TO WS-SENT-EOF
           OPEN INPUT LETTER-SENT-FILE

           EVALUATE WS-SENT-STATUS
               WHEN "00"
                   PERFORM UNTIL SENT-AT-EOF
                       READ LETTER-SENT-FILE
                           AT END
                               MOVE 'Y' TO WS-SENT-EOF
                           NOT AT END
                               PERFORM CHECK-SENT-RETENTION
                       END-READ
                   END-PERFORM
                   CLOSE LETTER-SENT-FILE
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERROR: Unable to read LTRSENT sent log "
                       "(status " WS-SENT-STATUS ") - no letters."
                   MOVE 8 TO WS-RETURN-CODE
           END-EVALUATE

           IF WS-SENT-OVERFLOW = 'Y' THEN
               DISPLAY "ERROR: LTRSENT holds more than 20000 loans "
                   "inside the lookback - no letters."
               MOVE 8 TO WS-RETURN-CODE
           END-IF.

      * ONLY A LETTER THAT COULD STILL BE DUE AGAIN IS KEPT IN THE
      * TABLE. A QUOTE LETTER OR EXPIRATION NOTICE OLDER THAN THE
      * LOOKBACK CAN NEVER BE WRITTEN AGAIN, AND A LOCK LETTER IS
      * ONLY DUE AGAIN WHILE ITS LOCK HAS NOT LONG EXPIRED, SO AN
      * ENTRY SENT BEFORE THE LOOKBACK DATE FOR A LOCK THAT EXPIRED
      * BEFORE IT IS PASSED OVER. THE TABLE THEN HOLDS THE RECENT
      * LETTERS, NOT EVERY LETTER EVER SENT.
       CHECK-SENT-RETENTION.
           IF LTS-SENT-DATE >= WS-LOOKBACK-DATE THEN
               PERFORM NOTE-SENT-LETTER
           ELSE
               IF LTS-LOCK-EXPIRE-DATE IS NUMERIC AND
                       LTS-LOCK-EXPIRE-DATE >= WS-LOOKBACK-DATE THEN
                   PERFORM NOTE-SENT-LETTER
               END-IF
           END-IF.

       NOTE-SENT-LETTER.
           MOVE LTS-APPLICATION-ID TO WS-SENT-KEY
           PERFORM FIND-SENT-ENTRY

           IF WS-SENT-FOUND = 'N' THEN
               IF WS-SENT-COUNT < 20000 THEN
                   ADD 1 TO WS-SENT-COUNT
                   MOVE WS-SENT-COUNT TO WS-SENT-IDX
                   MOVE LTS-APPLICATION-ID TO
                       WS-SENT-APPL-ID(WS-SENT-IDX)
                   MOVE 'Y' TO WS-SENT-FOUND
               ELSE
                   MOVE 'Y' TO WS-SENT-OVERFLOW
               END-IF
           END-IF

           IF WS-SENT-FOUND = 'Y' THEN
               MOVE LTS-LETTER-TYPE TO WS-LETTER-TYPE
               PERFORM SET-TYPE-POSITION
               IF WS-TYPE-POS > ZERO THEN
                   MOVE 'Y' TO WS-SENT-FLAG(WS-SENT-IDX, WS-TYPE-POS)
               END-IF
           END-IF.

      * LOOKS UP WS-SENT-KEY; ON A HIT WS-SENT-IDX POINTS AT THE
      * ENTRY.
       FIND-SENT-ENTRY.
           MOVE 'N' TO WS-SENT-FOUND
           PERFORM VARYING WS-SENT-IDX FROM 1 BY 1
                   UNTIL WS-SENT-IDX > WS-SENT-COUNT
                      OR WS-SENT-FOUND = 'Y'
               IF WS-SENT-APPL-ID(WS-SENT-IDX) = WS-SENT-KEY THEN
                   MOVE 'Y' TO WS-SENT-FOUND
               END-IF
           END-PERFORM

           IF WS-SENT-FOUND = 'Y' THEN
               SUBTRACT 1 FROM WS-SENT-IDX
           END-IF.

       SET-TYPE-POSITION.
           EVALUATE WS-LETTER-TYPE
               WHEN 'Q'
                   MOVE 1 TO WS-TYPE-POS
               WHEN 'L'
                   MOVE 2 TO WS-TYPE-POS
               WHEN 'R'
                   MOVE 3 TO WS-TYPE-POS
               WHEN 'X'
                   MOVE 4 TO WS-TYPE-POS
               WHEN OTHER
                   MOVE ZERO TO WS-TYPE-POS
           END-EVALUATE.

       OPEN-SENT-LOG.
           OPEN EXTEND LETTER-SENT-FILE

           IF WS-SENT-STATUS = "35" THEN
               OPEN OUTPUT LETTER-SENT-FILE
           END-IF

           IF WS-SENT-STATUS NOT = "00" THEN
               DISPLAY "ERROR: Unable to extend LTRSENT sent log "
                   "(status " WS-SENT-STATUS ") - no letters."
               MOVE 8 TO WS-RETURN-CODE
           END-IF.

       WRITE-LOAN-LETTERS.
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
                           PERFORM CHECK-LOAN-LETTERS
                   END-READ
               END-PERFORM
               CLOSE LOAN-MASTER-FILE
           END-IF.

      * DECLINED QUOTES AND QUOTES STILL WAITING ON AN UNDERWRITER GET
      * NOTHING. THE LETTERS A LOAN IS DUE ARE CHECKED IN LIFECYCLE
      * ORDER, SO A QUOTE LOCKED ON ITS FIRST NIGHT GETS ITS QUOTE
      * LETTER AHEAD OF ITS LOCK CONFIRMATION.
       CHECK-LOAN-LETTERS.
           IF LMR-QUOTE-DECISION NOT = 'D' AND
                   LMR-QUOTE-DECISION NOT = 'R' THEN
               MOVE LMR-APPLICATION-ID TO WS-SENT-KEY
               PERFORM FIND-SENT-ENTRY

               IF LMR-STATUS-QUOTED OR LMR-STATUS-EXPORTED OR
                       LMR-STATUS-ACKNOWLEDGED OR
                       LMR-STATUS-RATE-LOCKED THEN
                   MOVE 'Y' TO WS-LETTER-LIVE
               ELSE
                   MOVE 'N' TO WS-LETTER-LIVE
               END-IF

               IF WS-LETTER-LIVE = 'Y' AND
                       LMR-QUOTE-DATE >= WS-LOOKBACK-DATE THEN
                   MOVE 'Q' TO WS-LETTER-TYPE
                   PERFORM ISSUE-LETTER-ONCE
               END-IF

               IF LMR-STATUS-RATE-LOCKED THEN
                   MOVE 'L' TO WS-LETTER-TYPE
                   PERFORM ISSUE-LETTER-ONCE
               END-IF

               IF WS-LETTER-LIVE = 'Y' AND
                       LMR-LOCK-EXPIRE-DATE IS NUMERIC THEN
                   MOVE LMR-LOCK-EXPIRE-DATE TO WS-DATE-NUM
                   COMPUTE WS-EXPIRE-INT =
                       FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
                   COMPUTE WS-DAYS-TO-EXPIRE =
                       WS-EXPIRE-INT - WS-TODAY-INT
                   IF WS-DAYS-TO-EXPIRE >= ZERO AND
                           WS-DAYS-TO-EXPIRE <= WS-REMIND-DAYS THEN
                       MOVE 'R' TO WS-LETTER-TYPE
                       PERFORM ISSUE-LETTER-ONCE
                   END-IF
               END-IF

               IF LMR-STATUS-EXPIRED AND
                       LMR-LOCK-EXPIRE-DATE IS NUMERIC AND
                       LMR-LOCK-EXPIRE-DATE >= WS-LOOKBACK-DATE THEN
                   MOVE 'X' TO WS-LETTER-TYPE
                   PERFORM ISSUE-LETTER-ONCE
               END-IF
           END-IF.

      * WS-SENT-FOUND / WS-SENT-IDX STILL DESCRIBE THIS LOAN FROM THE
      * LOOKUP IN CHECK-LOAN-LETTERS; THE FIRST LETTER FOR A LOAN
      * ADDS ITS ENTRY SO LATER LETTERS IN THE SAME RUN SEE IT. A
      * LETTER THAT DID NOT REACH LTRFILE IS NOT LOGGED AS SENT, SO
      * THE NEXT RUN WRITES IT AGAIN.
       ISSUE-LETTER-ONCE.
           PERFORM SET-TYPE-POSITION

           IF WS-SENT-FOUND = 'Y' THEN
               IF WS-SENT-FLAG(WS-SENT-IDX, WS-TYPE-POS) = 'Y' THEN
                   MOVE ZERO TO WS-TYPE-POS
               END-IF
           END-IF

           IF WS-TYPE-POS > ZERO THEN
               IF LMR-BORROWER-NAME = SPACES THEN
                   ADD 1 TO WS-LETTERS-HELD
               ELSE
                   PERFORM WRITE-ONE-LETTER
                   IF WS-LETTER-FAILED = 'N' THEN
                       PERFORM LOG-LETTER-SENT
                   ELSE
                       ADD 1 TO WS-LETTER-FAILURES
                       MOVE 8 TO WS-RETURN-CODE
                   END-IF
               END-IF
           END-IF.

       LOG-LETTER-SENT.
           MOVE SPACES TO LETTER-SENT-RECORD
           MOVE LMR-APPLICATION-ID TO LTS-APPLICATION-ID
           MOVE WS-LETTER-TYPE TO LTS-LETTER-TYPE
           MOVE WS-TODAY-DATE TO LTS-SENT-DATE
           MOVE LMR-CUSTOMER-NUMBER TO LTS-CUSTOMER-NUMBER
           MOVE LMR-LOCK-EXPIRE-DATE TO LTS-LOCK-EXPIRE-DATE
           WRITE LETTER-SENT-RECORD

           IF WS-SENT-STATUS NOT = "00" THEN
               ADD 1 TO WS-SENT-LOG-FAILURES
               MOVE 8 TO WS-RETURN-CODE
           END-IF

           IF WS-SENT-FOUND = 'N' THEN
               IF WS-SENT-COUNT < 20000 THEN
                   ADD 1 TO WS-SENT-COUNT
                   MOVE WS-SENT-COUNT TO WS-SENT-IDX
                   MOVE LMR-APPLICATION-ID TO
                       WS-SENT-APPL-ID(WS-SENT-IDX)
                   MOVE 'Y' TO WS-SENT-FOUND
               END-IF
           END-IF

           IF WS-SENT-FOUND = 'Y' THEN
               MOVE 'Y' TO WS-SENT-FLAG(WS-SENT-IDX, WS-TYPE-POS)
           END-IF

           ADD 1 TO WS-LETTERS-WRITTEN
           EVALUATE WS-LETTER-TYPE
               WHEN 'Q'
                   ADD 1 TO WS-QUOTE-LETTERS
               WHEN 'L'
                   ADD 1 TO WS-LOCK-LETTERS
               WHEN 'R'
                   ADD 1 TO WS-REMINDER-LETTERS
               WHEN 'X'
                   ADD 1 TO WS-EXPIRE-LETTERS
           END-EVALUATE.

      *****************************************************************
      * WRITE-ONE-LETTER                                              *
      * ONE LETTER, ONE PAGE: HEADING, CUSTOMER NUMBER, APPLICATION,  *
      * SALUTATION, THE BODY FOR THE LETTER TYPE, THE LOAN TERMS AND  *
      * THE CLOSING, THEN BLANK LINES TO THE END OF THE PAGE SO EVERY *
      * LETTER STARTS ON A PAGE OF ITS OWN.                           *
      *****************************************************************
       WRITE-ONE-LETTER.
           MOVE ZERO TO WS-LINE-COUNT
           MOVE 'N' TO WS-LETTER-FAILED

           MOVE "     MORTGAGE LENDING DEPARTMENT" TO WS-LETTER-LINE
           PERFORM PUT-LETTER-LINE
           PERFORM PUT-BLANK-LINE

           MOVE WS-TODAY-DATE TO WS-FMT-DATE-IN
           PERFORM FORMAT-LETTER-DATE
           STRING "     DATE:            " WS-FMT-DATE-OUT
               DELIMITED BY SIZE INTO WS-LETTER-LINE
           PERFORM PUT-LETTER-LINE
           STRING "     CUSTOMER NUMBER: " LMR-CUSTOMER-NUMBER
               DELIMITED BY SIZE INTO WS-LETTER-LINE
           PERFORM PUT-LETTER-LINE
           STRING "     APPLICATION:     " LMR-APPLICATION-ID
               DELIMITED BY SIZE INTO WS-LETTER-LINE
           PERFORM PUT-LETTER-LINE
           PERFORM PUT-BLANK-LINE

           STRING "     " LMR-BORROWER-NAME
               DELIMITED BY SIZE INTO WS-LETTER-LINE
           PERFORM PUT-LETTER-LINE
           PERFORM PUT-BLANK-LINE

           EVALUATE WS-LETTER-TYPE
               WHEN 'Q'
                   MOVE "YOUR MORTGAGE QUOTE" TO WS-SUBJECT-TEXT
               WHEN 'L'
                   MOVE "RATE LOCK CONFIRMATION" TO WS-SUBJECT-TEXT
               WHEN 'R'
                   MOVE "YOUR RATE LOCK EXPIRES SOON"
                       TO WS-SUBJECT-TEXT
               WHEN 'X'
                   MOVE "YOUR RATE LOCK HAS EXPIRED"
                       TO WS-SUBJECT-TEXT
           END-EVALUATE
           STRING "     RE: " WS-SUBJECT-TEXT
               DELIMITED BY SIZE INTO WS-LETTER-LINE
           PERFORM PUT-LETTER-LINE
           PERFORM PUT-BLANK-LINE

           STRING "     DEAR " DELIMITED BY SIZE
                  LMR-BORROWER-NAME DELIMITED BY "  "
                  ":" DELIMITED BY SIZE
               INTO WS-LETTER-LINE
           PERFORM PUT-LETTER-LINE
           PERFORM PUT-BLANK-LINE

           PERFORM WRITE-LETTER-BODY
           PERFORM PUT-BLANK-LINE
           PERFORM WRITE-LOAN-TERMS
           PERFORM PUT-BLANK-LINE

           MOVE "     IF YOU HAVE ANY QUESTIONS, PLEASE CALL YOUR LOAN"
               TO WS-LETTER-LINE
           PERFORM PUT-LETTER-LINE
           STRING "     OFFICER AND GIVE THE CUSTOMER NUMBER AND "
                  "APPLICATION SHOWN ABOVE."
               DELIMITED BY SIZE INTO WS-LETTER-LINE
           PERFORM PUT-LETTER-LINE
           PERFORM PUT-BLANK-LINE
           MOVE "     SINCERELY," TO WS-LETTER-LINE
           PERFORM PUT-LETTER-LINE
           PERFORM PUT-BLANK-LINE
           MOVE "     MORTGAGE LENDING DEPARTMENT" TO WS-LETTER-LINE
           PERFORM PUT-LETTER-LINE

           PERFORM PUT-BLANK-LINE
               UNTIL WS-LINE-COUNT >= WS-PAGE-LINES.

       WRITE-LETTER-BODY.
           EVALUATE WS-LETTER-TYPE
               WHEN 'Q'
                   STRING "     "
                          "THANK YOU FOR YOUR MORTGAGE APPLICATION. "
                          "BELOW IS THE QUOTE"
                       DELIMITED BY SIZE INTO WS-LETTER-LINE
                   PERFORM PUT-LETTER-LINE
                   STRING "     "
                          "WE PREPARED FOR YOU. THE RATE AND TERMS "
                          "ARE HELD UNTIL THE"
                       DELIMITED BY SIZE INTO WS-LETTER-LINE
                   PERFORM PUT-LETTER-LINE
                   MOVE "     RATE LOCK EXPIRATION DATE SHOWN."
                       TO WS-LETTER-LINE
                   PERFORM PUT-LETTER-LINE
               WHEN 'L'
                   STRING "     "
                          "YOUR INTEREST RATE IS NOW LOCKED ON THE "
                          "TERMS BELOW. THE"
                       DELIMITED BY SIZE INTO WS-LETTER-LINE
                   PERFORM PUT-LETTER-LINE
                   STRING "     LOCKED RATE IS GUARANTEED THROUGH THE "
                          "RATE LOCK EXPIRATION"
                       DELIMITED BY SIZE INTO WS-LETTER-LINE
                   PERFORM PUT-LETTER-LINE
                   MOVE "     DATE SHOWN." TO WS-LETTER-LINE
                   PERFORM PUT-LETTER-LINE
               WHEN 'R'
                   MOVE WS-DAYS-TO-EXPIRE TO WS-DISPLAY-DAYS
                   STRING "     THIS IS A REMINDER THAT YOUR RATE LOCK "
                          "EXPIRES IN " WS-DISPLAY-DAYS " DAY(S)."
                       DELIMITED BY SIZE INTO WS-LETTER-LINE
                   PERFORM PUT-LETTER-LINE
                   STRING "     "
                          "TO CLOSE ON THESE TERMS, PLEASE CONTACT "
                          "YOUR LOAN OFFICER"
                       DELIMITED BY SIZE INTO WS-LETTER-LINE
                   PERFORM PUT-LETTER-LINE
                   STRING "     BEFORE THE RATE LOCK EXPIRATION DATE "
                          "SHOWN BELOW."
                       DELIMITED BY SIZE INTO WS-LETTER-LINE
                   PERFORM PUT-LETTER-LINE
               WHEN 'X'
                   STRING "     "
                          "THE RATE LOCK ON YOUR MORTGAGE QUOTE HAS "
                          "EXPIRED AND THE"
                       DELIMITED BY SIZE INTO WS-LETTER-LINE
                   PERFORM PUT-LETTER-LINE
                   STRING "     TERMS BELOW ARE NO LONGER GUARANTEED. "
                          "PLEASE CONTACT YOUR"
                       DELIMITED BY SIZE INTO WS-LETTER-LINE
                   PERFORM PUT-LETTER-LINE
                   STRING "     "
                          "LOAN OFFICER FOR A NEW QUOTE AT TODAY'S "
                          "RATES."
                       DELIMITED BY SIZE INTO WS-LETTER-LINE
                   PERFORM PUT-LETTER-LINE
           END-EVALUATE.

      * RECORDS PRICED BEFORE THE APR WAS KEPT ON THE MASTER SHOW IT
      * AS "SEE YOUR LOAN DISCLOSURE" RATHER THAN AS ZERO.
       WRITE-LOAN-TERMS.
           MOVE "     YOUR LOAN TERMS" TO WS-LETTER-LINE
           PERFORM PUT-LETTER-LINE
           MOVE "     ---------------" TO WS-LETTER-LINE
           PERFORM PUT-LETTER-LINE

           MOVE LMR-LOAN-AMOUNT TO WS-DISPLAY-MONEY
           STRING "     LOAN AMOUNT:                 " WS-DISPLAY-MONEY
               DELIMITED BY SIZE INTO WS-LETTER-LINE
           PERFORM PUT-LETTER-LINE

           MOVE LMR-LOAN-YEARS TO WS-DISPLAY-YEARS
           IF LMR-PRODUCT-TYPE = 'A' THEN
               STRING "     TERM:                        "
                      WS-DISPLAY-YEARS " YEARS, ADJUSTABLE RATE"
                   DELIMITED BY SIZE INTO WS-LETTER-LINE
           ELSE
               STRING "     TERM:                        "
                      WS-DISPLAY-YEARS " YEARS, FIXED RATE"
                   DELIMITED BY SIZE INTO WS-LETTER-LINE
           END-IF
           PERFORM PUT-LETTER-LINE

           MOVE LMR-ANNUAL-RATE TO WS-DISPLAY-RATE
           STRING "     INTEREST RATE:               " WS-DISPLAY-RATE
                  " %" DELIMITED BY SIZE INTO WS-LETTER-LINE
           PERFORM PUT-LETTER-LINE

           IF LMR-APR IS NUMERIC AND LMR-APR > ZERO THEN
               MOVE LMR-APR TO WS-DISPLAY-RATE
               STRING "     ANNUAL PERCENTAGE RATE:      "
                      WS-DISPLAY-RATE " %"
                   DELIMITED BY SIZE INTO WS-LETTER-LINE
           ELSE
               STRING "     ANNUAL PERCENTAGE RATE:      "
                      "SEE YOUR LOAN DISCLOSURE"
                   DELIMITED BY SIZE INTO WS-LETTER-LINE
           END-IF
           PERFORM PUT-LETTER-LINE

           MOVE LMR-MONTHLY-PAYMENT TO WS-DISPLAY-MONEY
           STRING "     MONTHLY PAYMENT (P&I):       " WS-DISPLAY-MONEY
               DELIMITED BY SIZE INTO WS-LETTER-LINE
           PERFORM PUT-LETTER-LINE

           MOVE LMR-PITI-PAYMENT TO WS-DISPLAY-MONEY
           STRING "     MONTHLY PAYMENT WITH TAXES,  " WS-DISPLAY-MONEY
               DELIMITED BY SIZE INTO WS-LETTER-LINE
           PERFORM PUT-LETTER-LINE
           MOVE "     INSURANCE AND PMI (PITI)" TO WS-LETTER-LINE
           PERFORM PUT-LETTER-LINE

           MOVE LMR-POINTS-AMOUNT TO WS-DISPLAY-MONEY
           STRING "     DISCOUNT POINTS:             " WS-DISPLAY-MONEY
               DELIMITED BY SIZE INTO WS-LETTER-LINE
           PERFORM PUT-LETTER-LINE

           MOVE LMR-ORIGINATION-FEE TO WS-DISPLAY-MONEY
           STRING "     ORIGINATION FEE:             " WS-DISPLAY-MONEY
               DELIMITED BY SIZE INTO WS-LETTER-LINE
           PERFORM PUT-LETTER-LINE

           MOVE LMR-OTHER-PREPAID TO WS-DISPLAY-MONEY
           STRING "     OTHER PREPAID CHARGES:       " WS-DISPLAY-MONEY
               DELIMITED BY SIZE INTO WS-LETTER-LINE
           PERFORM PUT-LETTER-LINE

           COMPUTE WS-TOTAL-FEES = LMR-POINTS-AMOUNT +
               LMR-ORIGINATION-FEE + LMR-OTHER-PREPAID
           MOVE WS-TOTAL-FEES TO WS-DISPLAY-MONEY
           STRING "     TOTAL FEES:                  " WS-DISPLAY-MONEY
               DELIMITED BY SIZE INTO WS-LETTER-LINE
           PERFORM PUT-LETTER-LINE

           MOVE LMR-LOCK-EXPIRE-DATE TO WS-FMT-DATE-IN
           PERFORM FORMAT-LETTER-DATE
           STRING "     RATE LOCK EXPIRATION DATE:   " WS-FMT-DATE-OUT
               DELIMITED BY SIZE INTO WS-LETTER-LINE
           PERFORM PUT-LETTER-LINE.

      * CCYYMMDD TO MM/DD/CCYY; ANYTHING NOT A DATE PRINTS AS IS.
       FORMAT-LETTER-DATE.
           MOVE SPACES TO WS-FMT-DATE-OUT
           IF WS-FMT-DATE-IN IS NUMERIC THEN
               STRING WS-FMT-DATE-IN(5:2) "/" WS-FMT-DATE-IN(7:2) "/"
                      WS-FMT-DATE-IN(1:4)
                   DELIMITED BY SIZE INTO WS-FMT-DATE-OUT
           ELSE
               MOVE WS-FMT-DATE-IN TO WS-FMT-DATE-OUT
           END-IF.

       PUT-LETTER-LINE.
           MOVE WS-LETTER-LINE TO LETTER-RECORD
           WRITE LETTER-RECORD
           IF WS-LETTER-STATUS NOT = "00" THEN
               MOVE 'Y' TO WS-LETTER-FAILED
           END-IF
           ADD 1 TO WS-LINE-COUNT
           MOVE SPACES TO WS-LETTER-LINE.

       PUT-BLANK-LINE.
           MOVE SPACES TO WS-LETTER-LINE
           PERFORM PUT-LETTER-LINE.

       DISPLAY-RUN-SUMMARY.
           MOVE WS-QUOTE-LETTERS TO WS-DISPLAY-TALLY
           DISPLAY "Quote letters:           " WS-DISPLAY-TALLY
           MOVE WS-LOCK-LETTERS TO WS-DISPLAY-TALLY
           DISPLAY "Lock confirmations:      " WS-DISPLAY-TALLY
           MOVE WS-REMINDER-LETTERS TO WS-DISPLAY-TALLY
           DISPLAY "Lock expiry reminders:   " WS-DISPLAY-TALLY
           MOVE WS-EXPIRE-LETTERS TO WS-DISPLAY-TALLY
           DISPLAY "Expiration notices:      " WS-DISPLAY-TALLY
           MOVE WS-LETTERS-HELD TO WS-DISPLAY-TALLY
           DISPLAY "Held - no borrower name: " WS-DISPLAY-TALLY

           IF WS-SENT-LOG-FAILURES > ZERO THEN
               DISPLAY "RUN FLAGGED - letter(s) not recorded on "
                   "LTRSENT; they may be sent again."
           END-IF

           IF WS-LETTER-FAILURES > ZERO THEN
               MOVE WS-LETTER-FAILURES TO WS-DISPLAY-TALLY
               DISPLAY "RUN FLAGGED - " WS-DISPLAY-TALLY
                   " letter(s) not written to LTRFILE; they will be "
                   "written on the next run."
           END-IF

           IF WS-RETURN-CODE = ZERO THEN
               DISPLAY "Letters written to LTRFILE."
           END-IF.

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
