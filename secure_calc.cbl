               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXCPT-STATUS.

           SELECT BATCH-SUSPENSE-FILE ASSIGN TO "LOANSUSP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SUS-ITEM-KEY
               FILE STATUS IS WS-SUSP-STATUS.

           SELECT RESUBMISSION-FEED-FILE ASSIGN TO "LOANRSB"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RESUB-STATUS.

           SELECT REFERRAL-HISTORY-FILE ASSIGN TO "REFHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REFHIST-STATUS.

           SELECT LOAN-JOURNAL-FILE ASSIGN TO "LOANJRNL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

           SELECT RUN-HISTORY-FILE ASSIGN TO "RUNHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNHIST-STATUS.

           SELECT JOB-CONTROL-FILE ASSIGN TO "JOBCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JOBCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SECURITY-AUDIT-FILE
           05  AUD-ATTEMPT-COUNT       PIC 9(03).
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  AUD-OPERATOR-ID         PIC X(08).
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  AUD-REFERENCE-ID        PIC X(10).
           05  FILLER                  PIC X(10)  VALUE SPACES.

       FD  LOAN-BATCH-INPUT-FILE
           RECORDING MODE IS F.
           05  BLR-FIRST-PMT-DATE      PIC X(08).
           05  BLR-MONTHLY-INCOME      PIC 9(07)V99.
           05  BLR-MONTHLY-DEBT        PIC 9(07)V99.
           05  BLR-PROPERTY-STATE      PIC X(02).
           05  BLR-PROPERTY-COUNTY     PIC X(03).
           05  BLR-CENSUS-TRACT        PIC X(06).
           05  BLR-APPLICANT-ETHNICITY PIC X(01).
           05  BLR-APPLICANT-RACE      PIC X(01).
           05  BLR-APPLICANT-SEX       PIC X(01).
           05  BLR-APPLICANT-AGE       PIC X(03).
           05  FILLER                  PIC X(03).

      * THE FEED NOW ARRIVES BRACKETED BY CONTROL RECORDS: AN 'H'
      * HEADER CARRYING THE FEED DATE AND SOURCE, AND A 'T' TRAILER
       01  LOAN-NUMBER-CONTROL-RECORD.
           05  CTL-NEXT-LOAN-NUMBER     PIC 9(07).
           05  CTL-LAST-FEED-DATE       PIC X(08).
           05  CTL-LAST-RESUB-DATE      PIC X(08).
           05  FILLER                   PIC X(01)  VALUE SPACES.

       FD  SECURITY-PARM-FILE
           RECORDING MODE IS F.

       FD  OPERATOR-PROFILE-FILE
           RECORDING MODE IS F.
       COPY "operprof.cpy".

       FD  RUN-CONTROL-FILE
           RECORDING MODE IS F.
           RECORDING MODE IS F.
       01  LOS-EXCEPTION-RECORD         PIC X(80).

      * ONE RECORD PER REJECTED BATCH DETAIL, KEYED BY THE FEED IT CAME
      * FROM (FEED DATE, REGULAR OR RESUBMISSION FEED, POSITION IN THE
      * FEED). THE ORIGINAL DETAIL RECORD IS CARRIED BYTE FOR BYTE IN
      * SUS-BATCH-IMAGE SO A CORRECTED ITEM GOES BACK OUT IN EXACTLY
      * THE LAYOUT THE BATCH RUN READS.
       FD  BATCH-SUSPENSE-FILE
           RECORDING MODE IS F.
       01  BATCH-SUSPENSE-RECORD.
           05  SUS-ITEM-KEY.
               10  SUS-FEED-DATE        PIC X(08).
               10  SUS-FEED-TYPE        PIC X(01).
                   88  SUS-FROM-REGULAR-FEED       VALUE 'F'.
                   88  SUS-FROM-RESUB-FEED         VALUE 'R'.
               10  SUS-FEED-POSITION    PIC 9(06).
           05  SUS-REASON-CODE          PIC X(04).
               88  SUS-REASON-INVALID-DATA         VALUE 'DATA'.
               88  SUS-REASON-RATE-AUTHORITY       VALUE 'AUTH'.
           05  SUS-ITEM-STATUS          PIC X(01).
               88  SUS-STATUS-OPEN                 VALUE 'O'.
               88  SUS-STATUS-CORRECTED            VALUE 'C'.
               88  SUS-STATUS-RELEASED             VALUE 'R'.
               88  SUS-STATUS-CANCELLED            VALUE 'X'.
           05  SUS-SUSPENDED-DATE       PIC X(08).
           05  SUS-LAST-ACTION-DATE     PIC X(08).
           05  SUS-LAST-OPERATOR-ID     PIC X(08).
           05  SUS-RESUB-DATE           PIC X(08).
           05  SUS-BATCH-IMAGE.
               10  SUS-RECORD-TYPE      PIC X(01).
               10  SUS-APPLICATION-ID   PIC X(10).
               10  SUS-LOAN-AMOUNT      PIC 9(10)V99.
               10  SUS-ANNUAL-RATE      PIC 9(02)V9(04).
               10  SUS-LOAN-YEARS       PIC 9(02).
               10  SUS-PROPERTY-VALUE   PIC 9(10)V99.
               10  SUS-ANNUAL-TAX       PIC 9(07)V99.
               10  SUS-ANNUAL-INSURANCE PIC 9(07)V99.
               10  SUS-MONTHLY-PMI      PIC 9(05)V99.
               10  SUS-PRODUCT-TYPE     PIC X(01).
               10  SUS-ARM-FIXED-YEARS  PIC 9(02).
               10  SUS-ARM-ADJUST-FREQ  PIC 9(02).
               10  SUS-ARM-INDEX-MARGIN PIC 9(02)V9(04).
               10  SUS-ARM-PERIODIC-CAP PIC 9(02)V9(04).
               10  SUS-ARM-LIFETIME-CAP PIC 9(02)V9(04).
               10  SUS-DISCOUNT-POINTS  PIC 9(02)V9(04).
               10  SUS-ORIGINATION-FEE  PIC 9(07)V99.
               10  SUS-OTHER-PREPAID    PIC 9(07)V99.
               10  SUS-BORROWER-NAME    PIC X(25).
               10  SUS-CUSTOMER-NUMBER  PIC X(10).
               10  SUS-CLOSING-DATE     PIC X(08).
               10  SUS-FIRST-PMT-DATE   PIC X(08).
               10  SUS-MONTHLY-INCOME   PIC 9(07)V99.
               10  SUS-MONTHLY-DEBT     PIC 9(07)V99.
               10  SUS-PROPERTY-STATE   PIC X(02).
               10  SUS-PROPERTY-COUNTY  PIC X(03).
               10  SUS-CENSUS-TRACT     PIC X(06).
               10  SUS-APPLICANT-ETHNICITY PIC X(01).
               10  SUS-APPLICANT-RACE   PIC X(01).
               10  SUS-APPLICANT-SEX    PIC X(01).
               10  SUS-APPLICANT-AGE    PIC X(03).
               10  FILLER               PIC X(03).

      * THE RESUBMISSION FEED IS WRITTEN IN THE LOANBAT LAYOUT - 'H'
      * HEADER, CORRECTED 'D' DETAILS, 'T' TRAILER - SO THE NORMAL
      * BATCH RUN POSTS IT WITH EVERY CONTROL CHECK IT ALREADY HAS.
       FD  RESUBMISSION-FEED-FILE
           RECORDING MODE IS F.
       01  RESUBMISSION-FEED-RECORD     PIC X(204).

      * ONE RECORD PER UNDERWRITER ACTION ON A REFERRED QUOTE. THE
      * FILE IS APPEND-ONLY LIKE THE AUDIT LOG - A LATER ACTION ADDS
      * A RECORD, IT NEVER OVERWRITES THE EARLIER ONE - AND CARRIES
      * THE RATIOS THE DECISION WAS MADE AGAINST.
       FD  REFERRAL-HISTORY-FILE
           RECORDING MODE IS F.
       01  REFERRAL-HISTORY-RECORD.
           05  RFH-APPLICATION-ID       PIC X(10).
           05  RFH-ACTION-DATE          PIC X(08).
           05  RFH-ACTION-TIME          PIC X(06).
           05  RFH-OPERATOR-ID          PIC X(08).
           05  RFH-PRIOR-DECISION       PIC X(01).
           05  RFH-NEW-DECISION         PIC X(01).
           05  RFH-REASON-CODE          PIC X(04).
           05  RFH-COMMENT              PIC X(40).
           05  RFH-FRONT-RATIO          PIC 9(03)V99.
           05  RFH-BACK-RATIO           PIC 9(03)V99.
           05  FILLER                   PIC X(12)  VALUE SPACES.

       FD  LOAN-JOURNAL-FILE
           RECORDING MODE IS F.
       COPY "loanjrnl.cpy".

       FD  RUN-HISTORY-FILE
           RECORDING MODE IS F.
       COPY "runhist.cpy".

       FD  JOB-CONTROL-FILE
           RECORDING MODE IS F.
       COPY "jobctl.cpy".

       WORKING-STORAGE SECTION.

      * FILE STATUS AND AUDIT TRAIL SUPPORT
       01  WS-AUDIT-STATUS             PIC X(02) VALUE SPACES.
       01  WS-CURRENT-FIELD            PIC X(15) VALUE SPACES.
       01  WS-AUDIT-REFERENCE          PIC X(10) VALUE SPACES.

      * BATCH PROCESSING SUPPORT
       01  WS-BATCH-IN-STATUS          PIC X(02) VALUE SPACES.
           88  RUN-MODE-BATCH                      VALUE '2'.
           88  RUN-MODE-INQUIRY                    VALUE '3'.
           88  RUN-MODE-LOS-RECON                  VALUE '4'.
           88  RUN-MODE-SUSPENSE                   VALUE '5'.
           88  RUN-MODE-REFERRAL                   VALUE '6'.
           88  RUN-MODE-REFINANCE                  VALUE '7'.
       01  WS-APPLICATION-ID           PIC X(10) VALUE SPACES.

      * PERSISTENT LOAN NUMBER CONTROL. THE NEXT NUMBER TO ASSIGN IS
       01  WS-INPUT-CUSTOMER-NUMBER    PIC X(10) VALUE SPACES.
       01  WS-BORROWER-NAME            PIC X(25) VALUE SPACES.
       01  WS-CUSTOMER-NUMBER          PIC X(10) VALUE SPACES.

      * REGULATORY REPORTING SUPPORT. PROPERTY LOCATION AND THE
      * APPLICANT'S DEMOGRAPHIC CODES ARE CAPTURED FOR THE QUARTERLY
      * LENDING-ACTIVITY EXTRACT. THEY NEVER STOP A QUOTE - A BLANK OR
      * UNUSABLE ENTRY IS SAVED AS SPACES AND LISTED ON THE EXTRACT'S
      * EDIT REPORT FOR THE BRANCH TO FOLLOW UP.
       01  WS-INPUT-PROPERTY-STATE     PIC X(02) VALUE SPACES.
       01  WS-INPUT-PROPERTY-COUNTY    PIC X(03) VALUE SPACES.
       01  WS-INPUT-CENSUS-TRACT       PIC X(06) VALUE SPACES.
       01  WS-INPUT-APPLICANT-CODE     PIC X(01) VALUE SPACE.
       01  WS-INPUT-APPLICANT-AGE      PIC X(03) VALUE SPACES.
       01  WS-PROPERTY-STATE           PIC X(02) VALUE SPACES.
       01  WS-PROPERTY-COUNTY          PIC X(03) VALUE SPACES.
       01  WS-CENSUS-TRACT             PIC X(06) VALUE SPACES.
       01  WS-APPLICANT-ETHNICITY      PIC X(01) VALUE SPACE.
           88  ETHNICITY-CODE-VALID           VALUE '1' THRU '4'.
       01  WS-APPLICANT-RACE           PIC X(01) VALUE SPACE.
           88  RACE-CODE-VALID                VALUE '1' THRU '7'.
       01  WS-APPLICANT-SEX            PIC X(01) VALUE SPACE.
           88  SEX-CODE-VALID                 VALUE '1' THRU '4'.
       01  WS-APPLICANT-AGE            PIC X(03) VALUE SPACES.
       01  WS-APPLICANT-AGE-NUM REDEFINES WS-APPLICANT-AGE
                                       PIC 9(03).
       01  WS-REGULATORY-DROPPED       PIC 9(02) VALUE ZERO.
       01  WS-INQUIRY-TYPE             PIC X(01) VALUE '1'.
       01  WS-INPUT-INQUIRY-CUST       PIC X(10) VALUE SPACES.
       01  WS-CUST-MATCH-COUNT         PIC 9(04) VALUE ZERO.
       01  WS-DISPLAY-HASH-TOTAL       PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-DISPLAY-TRAILER-COUNT    PIC ZZZ,ZZ9.

      * BATCH REJECT SUSPENSE SUPPORT. A REJECTED DETAIL RECORD IS NO
      * LONGER JUST A LINE ON LOANRPT - THE RECORD ITSELF IS PARKED ON
      * THE KEYED SUSPENSE FILE (LOANSUSP) WITH ITS REJECT REASON,
      * FEED DATE AND POSITION IN THE FEED. AN OPERATOR AT OR ABOVE
      * THE "SUSPENSE AUTH" SECPARM LEVEL WORKS THE ITEMS IN SUSPENSE
      * MODE - CORRECT, CANCEL, OR RELEASE THE CORRECTED ONES AS A
      * RESUBMISSION FEED (LOANRSB) FOR THE NORMAL BATCH RUN. A
      * RESUBMISSION FEED CARRIES SOURCE "RESUBMIT" ON ITS HEADER AND
      * IS GUARDED BY ITS OWN LAST-POSTED DATE ON LOANCTL, SO IT
      * NEVER COLLIDES WITH THE SAME DAY'S REGULAR FEED.
       01  WS-SUSP-STATUS              PIC X(02) VALUE SPACES.
       01  WS-RESUB-STATUS             PIC X(02) VALUE SPACES.
       01  WS-BATCH-FEED-TYPE          PIC X(01) VALUE 'F'.
           88  FEED-IS-REGULAR                    VALUE 'F'.
           88  FEED-IS-RESUBMISSION               VALUE 'R'.
       01  WS-CTL-LAST-RESUB-DATE      PIC X(08) VALUE SPACES.
       01  WS-FEED-GUARD-DATE          PIC X(08) VALUE SPACES.
       01  WS-SUSP-REASON              PIC X(04) VALUE SPACES.
       01  WS-SUSP-WRITTEN             PIC 9(06) VALUE ZERO.
       01  WS-MIN-SUSPENSE-AUTH        PIC 9(01) VALUE 2.
       01  WS-SUSP-ACTION              PIC X(01) VALUE SPACE.
       01  WS-SUSP-EOF                 PIC X(01) VALUE 'N'.
           88  SUSP-AT-EOF                        VALUE 'Y'.
       01  WS-SUSP-FOUND               PIC X(01) VALUE 'N'.
           88  SUSP-ITEM-FOUND                    VALUE 'Y'.
       01  WS-SUSP-EDIT-OK             PIC X(01) VALUE 'Y'.
       01  WS-SUSP-CONFIRM             PIC X(01) VALUE SPACE.
       01  WS-INPUT-SUSP-KEY           PIC X(15) VALUE SPACES.
       01  WS-SUSP-LIST-COUNT          PIC 9(05) VALUE ZERO.
       01  WS-SUSP-READY-COUNT         PIC 9(05) VALUE ZERO.
       01  WS-SUSP-LAST-RELEASE        PIC X(08) VALUE SPACES.
       01  WS-RESUB-COUNT              PIC 9(06) VALUE ZERO.
       01  WS-RESUB-HASH-TOTAL         PIC 9(13)V99 VALUE ZERO.
       01  WS-RESUB-WRITE-OK           PIC X(01) VALUE 'Y'.
       01  WS-TODAY-DATE               PIC X(08) VALUE SPACES.
       01  WS-DISPLAY-SUSP-COUNT       PIC ZZ,ZZ9.
       01  WS-RESUB-HEADER.
           05  FILLER                  PIC X(01) VALUE 'H'.
           05  WS-RESUB-HDR-DATE       PIC X(08) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE 'RESUBMIT'.
           05  FILLER                  PIC X(185) VALUE SPACES.
       01  WS-RESUB-TRAILER.
           05  FILLER                  PIC X(01) VALUE 'T'.
           05  WS-RESUB-TRL-COUNT      PIC 9(06) VALUE ZERO.
           05  WS-RESUB-TRL-HASH       PIC 9(13)V99 VALUE ZERO.
           05  FILLER                  PIC X(182) VALUE SPACES.

      * UNDERWRITER REFERRAL REVIEW SUPPORT. A QUOTE WHOSE RATIOS
      * LAND IN THE REFER BAND IS SAVED WITH DECISION 'R' AND SITS IN
      * THE REFERRAL QUEUE UNTIL AN UNDERWRITER AT OR ABOVE THE
      * "REFER AUTH" SECPARM LEVEL CLEARS IT TO QUALIFIED OR
      * DECLINED, WITH A REASON CODE AND COMMENT. EACH ACTION IS
      * KEPT ON THE REFERRAL HISTORY FILE (REFHIST) AND THE CLEARED
      * QUOTE GOES TO THE LOS FEED UNDER THE NORMAL EXPORT RULES.
      * THE QUEUE IS SHOWN OLDEST FIRST; A REFERRAL OPEN LONGER THAN
      * THE "REFER AGE DAYS" SECPARM VALUE IS FLAGGED AS AGED.
       01  WS-REFHIST-STATUS           PIC X(02) VALUE SPACES.
       01  WS-MIN-REFER-AUTH           PIC 9(01) VALUE 3.
       01  WS-REFER-AGE-DAYS           PIC 9(03) VALUE 5.
       01  WS-REFER-ACTION             PIC X(01) VALUE SPACE.
       01  WS-REFER-COUNT              PIC 9(03) VALUE ZERO.
       01  WS-REFER-IDX                PIC 9(03) VALUE ZERO.
       01  WS-REFER-IDX2               PIC 9(03) VALUE ZERO.
       01  WS-REFER-OVERFLOW           PIC 9(05) VALUE ZERO.
       01  WS-REFER-AGED-COUNT         PIC 9(05) VALUE ZERO.
       01  WS-REFER-TABLE.
           05  WS-REFER-ENTRY          OCCURS 200 TIMES.
               10  WS-REFER-QUOTE-DATE PIC X(08).
               10  WS-REFER-APPL-ID    PIC X(10).
       01  WS-REFER-SWAP               PIC X(18) VALUE SPACES.
       01  WS-REFER-AGE                PIC 9(05) VALUE ZERO.
       01  WS-REFER-AGED-FLAG          PIC X(04) VALUE SPACES.
       01  WS-REFER-TODAY-INT          PIC 9(08) VALUE ZERO.
       01  WS-REFER-OPEN               PIC X(01) VALUE 'N'.
           88  REFERRAL-IS-OPEN                   VALUE 'Y'.
       01  WS-REFER-EDIT-OK            PIC X(01) VALUE 'N'.
       01  WS-REFER-PRIOR-DECISION     PIC X(01) VALUE SPACE.
       01  WS-REFHIST-OK               PIC X(01) VALUE 'N'.
       01  WS-REFER-PRIOR-STATUS       PIC X(01) VALUE SPACE.
       01  WS-INPUT-REFER-DECISION     PIC X(01) VALUE SPACE.
       01  WS-INPUT-REFER-REASON       PIC X(04) VALUE SPACES.
       01  WS-INPUT-REFER-COMMENT      PIC X(40) VALUE SPACES.
       01  WS-DISPLAY-REFER-AGE        PIC ZZZZ9.
       01  WS-DISPLAY-REFER-COUNT      PIC ZZ,ZZ9.
       01  WS-DISPLAY-REFER-PITI       PIC $,$$$,$$9.99.
       01  WS-DISPLAY-REFER-INCOME     PIC $,$$$,$$9.99.
       01  WS-DISPLAY-REFER-DEBT       PIC $,$$$,$$9.99.
       01  WS-DISPLAY-FRONT-RATIO      PIC ZZ9.99.
       01  WS-DISPLAY-BACK-RATIO       PIC ZZ9.99.

      * LOAN MASTER CHANGE JOURNAL SUPPORT. EVERY ADD AND REWRITE OF
      * A MASTER RECORD APPENDS A BEFORE/AFTER IMAGE TO LOANJRNL,
      * TAGGED WITH THE PARAGRAPH THAT MADE THE CHANGE. THE BEFORE
      * IMAGE IS TAKEN JUST AHEAD OF THE FIELDS BEING CHANGED. THE
      * HISTORY INQUIRY READS THE JOURNAL BACK FOR ONE APPLICATION
      * AND REBUILDS THE RECORD AS OF A DATE FROM THE IMAGES - THE
      * AFTER IMAGE OF THE LAST CHANGE ON OR BEFORE THE DATE, OR THE
      * BEFORE IMAGE OF THE FIRST CHANGE AFTER IT.
       01  WS-JOURNAL-STATUS           PIC X(02) VALUE SPACES.
       01  WS-JRN-PROGRAM-ID           PIC X(30)
               VALUE 'LEGACY-SYSTEMS-SECURITY-LAB'.
       01  WS-JRN-PARAGRAPH            PIC X(30) VALUE SPACES.
       01  WS-JRN-ACTION               PIC X(01) VALUE SPACE.
       01  WS-JRN-BEFORE-IMAGE         PIC X(400) VALUE SPACES.
       01  WS-JRN-EOF                  PIC X(01) VALUE 'N'.
           88  JRN-AT-EOF                         VALUE 'Y'.
       01  WS-JRN-MATCH-COUNT          PIC 9(05) VALUE ZERO.
       01  WS-DISPLAY-JRN-COUNT        PIC ZZ,ZZ9.
       01  WS-INPUT-ASOF-DATE          PIC X(08) VALUE SPACES.
       01  WS-ASOF-FOUND               PIC X(01) VALUE 'N'.
           88  ASOF-IMAGE-FOUND                   VALUE 'Y'.
       01  WS-ASOF-LATER-SEEN          PIC X(01) VALUE 'N'.
       01  WS-ASOF-IMAGE               PIC X(400) VALUE SPACES.
       01  WS-JRN-BEFORE-STATUS        PIC X(01) VALUE SPACE.
       01  WS-JRN-BEFORE-DECISION      PIC X(01) VALUE SPACE.
       COPY "loanmstr.cpy"
           REPLACING ==LOAN-MASTER-RECORD== BY ==JOURNAL-MASTER-IMAGE==
               LEADING ==LMR-== BY ==JMI-==.

      * CALCULATION MODE SELECTION
       01  WS-CALC-MODE                PIC X(01) VALUE '1'.
           88  CALC-STANDARD                      VALUE '1'.
       01  WS-COMPARE-INTEREST-TABLE.
           05  WS-COMPARE-INTEREST     OCCURS 5 TIMES PIC 9(12)V99.

      * REFINANCE BREAK-EVEN SUPPORT. THE EXISTING LOAN'S POSITION AS
      * OF A PAYMENT NUMBER COMES FROM ITS OWN SCHEDMST RECORDS - THE
      * BALANCE AFTER THAT PAYMENT, THE INTEREST STILL TO COME AND THE
      * NEXT SCHEDULED P+I - AND IS SET AGAINST A REPLACEMENT LOAN
      * PRICED AT TODAY'S SHEET RATE. THE SAVING AND THE INTEREST
      * DIFFERENCE ARE SIGNED: NEGATIVE MEANS THE REFINANCE COSTS MORE.
       01  WS-INPUT-REFI-ASOF          PIC X(05) VALUE SPACES.
       01  WS-REFI-ORIG-APPL-ID        PIC X(10) VALUE SPACES.
       01  WS-REFI-OLD-RATE            PIC 9(02)V9(04) VALUE ZERO.
       01  WS-REFI-OLD-YEARS           PIC 9(02) VALUE ZERO.
       01  WS-REFI-OLD-PAYMENTS        PIC 9(04) VALUE ZERO.
       01  WS-REFI-ASOF-PAYMENT        PIC 9(04) VALUE ZERO.
       01  WS-REFI-BALANCE             PIC 9(10)V99 VALUE ZERO.
       01  WS-REFI-OLD-PAYMENT         PIC 9(08)V99 VALUE ZERO.
       01  WS-REFI-REMAIN-PAYMENTS     PIC 9(04) VALUE ZERO.
       01  WS-REFI-REMAIN-INTEREST     PIC 9(12)V99 VALUE ZERO.
       01  WS-REFI-SCHED-EOF           PIC X(01) VALUE 'N'.
           88  REFI-SCHED-AT-EOF                  VALUE 'Y'.
       01  WS-REFI-CLOSING-COSTS       PIC 9(09)V99 VALUE ZERO.
       01  WS-REFI-MONTHLY-SAVING      PIC S9(08)V99 VALUE ZERO.
       01  WS-REFI-BREAKEVEN-WORK      PIC 9(07)V9(04) VALUE ZERO.
       01  WS-REFI-BREAKEVEN-MOS       PIC 9(04) VALUE ZERO.
       01  WS-REFI-INTEREST-DIFF       PIC S9(12)V99 VALUE ZERO.
       01  WS-REFI-NET-BENEFIT         PIC S9(12)V99 VALUE ZERO.
       01  WS-DISPLAY-REFI-PAYMENTS    PIC ZZZ9.
       01  WS-DISPLAY-REFI-SIGNED      PIC $$,$$$,$$$,$$$,$$9.99-.

      * EXTRA PRINCIPAL WHAT-IF SUPPORT
       01  WS-INPUT-EXTRA-PRINCIPAL    PIC X(10) VALUE SPACES.
       01  WS-EXTRA-PRINCIPAL          PIC 9(06)V99 VALUE ZERO.
      * THE KEYBOARD. A PROFILE MAY CARRY ITS OWN LOCKOUT LIMIT THAT
      * OVERRIDES THE SECPARM FIELD LIMITS, AND AN AUTHORITY LEVEL
      * THAT GATES OFF-SHEET PRICING - A JUNIOR OPERATOR CANNOT QUOTE
      * PAST THE RATE TOLERANCE AT ALL. AN INTERACTIVE SIGN-ON ALSO
      * NEEDS THE OPERATOR'S PIN, CHECKED AGAINST THE HASH ON THE
      * PROFILE; A PROFILE THAT IS SUSPENDED, DISABLED OR PAST ITS
      * EXPIRY DATE IS REFUSED OUTRIGHT. PIN FAILURES ARE COUNTED ON
      * THE PROFILE FILE ITSELF AND DISABLE THE PROFILE AT THE LIMIT
      * (THE PROFILE'S OWN LIMIT, ELSE "SIGNON ATTEMPTS"). A PIN
      * OLDER THAN "PIN EXPIRE DAYS" ON SECPARM - OR ONE ISSUED BY
      * THE ADMINISTRATOR AND NEVER CHANGED - MUST BE CHANGED BEFORE
      * THE SESSION GOES ON.
       01  WS-OPER-STATUS              PIC X(02) VALUE SPACES.
       01  WS-OPER-EOF                 PIC X(01) VALUE 'N'.
           88  OPER-AT-EOF                        VALUE 'Y'.
               10  WS-OPER-NAME        PIC X(25).
               10  WS-OPER-AUTH        PIC 9(01).
               10  WS-OPER-MAX-ATT     PIC 9(03).
               10  WS-OPER-PROFILE-STAT PIC X(01).
               10  WS-OPER-EXPIRY      PIC X(08).
               10  WS-OPER-PIN-HASH    PIC 9(10).
               10  WS-OPER-PIN-DATE    PIC X(08).
               10  WS-OPER-FAILS       PIC 9(03).
               10  WS-OPER-LAST-SIGNON PIC X(08).
       01  WS-OPER-FOUND-IDX           PIC 9(02) VALUE ZERO.
       01  WS-PROFILE-USABLE           PIC X(01) VALUE 'N'.
       01  WS-PROFILE-FAIL-LIMIT       PIC 9(03) VALUE ZERO.
       01  WS-INPUT-PIN                PIC X(08) VALUE SPACES.
       01  WS-INPUT-PIN-CONFIRM        PIC X(08) VALUE SPACES.
       01  WS-PIN-HASH-SOURCE          PIC X(16) VALUE SPACES.
       01  WS-PIN-HASH-WORK            PIC 9(13) VALUE ZERO.
       01  WS-PIN-HASH-RESULT          PIC 9(10) VALUE ZERO.
       01  WS-PIN-HASH-IDX             PIC 9(02) VALUE ZERO.
       01  WS-PIN-LENGTH               PIC 9(02) VALUE ZERO.
       01  WS-PIN-EDIT-OK              PIC X(01) VALUE 'N'.
       01  WS-PIN-CHANGED              PIC X(01) VALUE 'N'.
       01  WS-PIN-CHANGE-TRIES         PIC 9(01) VALUE ZERO.
       01  WS-PIN-EXPIRE-DAYS          PIC 9(03) VALUE 90.
       01  WS-PIN-DATE-NUM             PIC 9(08) VALUE ZERO.
       01  WS-PIN-EXPIRE-INT           PIC 9(08) VALUE ZERO.
       01  WS-SIGNON-TODAY             PIC X(08) VALUE SPACES.
       01  WS-SIGNON-TODAY-NUM         PIC 9(08) VALUE ZERO.
       01  WS-SIGNON-TODAY-INT         PIC 9(08) VALUE ZERO.
       01  WS-INPUT-OPERATOR-ID        PIC X(08) VALUE SPACES.
       01  WS-OPERATOR-ID              PIC X(08) VALUE SPACES.
       01  WS-OPERATOR-NAME            PIC X(25) VALUE SPACES.
      * LOOP COUNTERS FOR POWER CALCULATION
       01 WS-LOOP-CTR              PIC 9(4) VALUE ZERO.

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
       01  WS-RUN-JOB-NAME             PIC X(30) VALUE SPACES.
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
           PERFORM LOAD-RUN-CONTROL
               IF NOT UNATTENDED-RUN THEN
                   PERFORM SELECT-RUN-MODE
               END-IF
               IF RUN-MODE-BATCH OR RUN-MODE-LOS-RECON THEN
                   PERFORM SET-WINDOW-JOB
                   PERFORM START-RUN-CONTROL
                   IF RUN-REFUSED THEN
                       MOVE 'N' TO WS-CONTINUE
                   END-IF
               END-IF
           END-IF

           IF WS-CONTINUE = 'Y' THEN
               MOVE 'Y' TO WS-FILES-OPEN
               EVALUATE TRUE
                   WHEN RUN-MODE-INQUIRY
                       PERFORM OPEN-SCHEDULE-MASTER-FILE
                   WHEN RUN-MODE-LOS-RECON
                       PERFORM OPEN-LOAN-MASTER-FILE
                   WHEN RUN-MODE-SUSPENSE
                       PERFORM CHECK-SUSPENSE-AUTHORITY
                       IF WS-CONTINUE = 'Y' THEN
                           PERFORM OPEN-SUSPENSE-FILE
                       END-IF
                   WHEN RUN-MODE-REFERRAL
                       PERFORM CHECK-REFERRAL-AUTHORITY
                       IF WS-CONTINUE = 'Y' THEN
                           PERFORM OPEN-LOAN-MASTER-FILE
                           PERFORM OPEN-LOS-EXPORT-FILE
                       END-IF
                   WHEN OTHER
                       PERFORM OPEN-SCHEDULE-MASTER-FILE
                       PERFORM OPEN-DISCLOSURE-FILE
                       PERFORM INQUIRY-PROCESS UNTIL WS-CONTINUE = 'N'
                   WHEN RUN-MODE-LOS-RECON
                       PERFORM LOS-RECONCILE-PROCESS
                   WHEN RUN-MODE-SUSPENSE
                       PERFORM SUSPENSE-WORK-PROCESS
                           UNTIL WS-CONTINUE = 'N'
                   WHEN RUN-MODE-REFERRAL
                       PERFORM REFERRAL-REVIEW-PROCESS
                           UNTIL WS-CONTINUE = 'N'
                   WHEN RUN-MODE-REFINANCE
                       PERFORM REFINANCE-PROCESS
                           UNTIL WS-CONTINUE = 'N'
                   WHEN OTHER
                       PERFORM MAIN-LOOP UNTIL WS-CONTINUE = 'N'
               END-EVALUATE
                       CLOSE SCHEDULE-MASTER-FILE
                   WHEN RUN-MODE-LOS-RECON
                       CLOSE LOAN-MASTER-FILE
                   WHEN RUN-MODE-SUSPENSE
                       CLOSE BATCH-SUSPENSE-FILE
                   WHEN RUN-MODE-REFERRAL
                       CLOSE LOAN-MASTER-FILE
                       CLOSE LOS-EXPORT-FILE
                   WHEN OTHER
                       CLOSE SCHEDULE-MASTER-FILE
                       CLOSE DISCLOSURE-FILE
               END-EVALUATE
           END-IF

           IF RUN-STARTED THEN
               PERFORM LOAD-WINDOW-COUNTS
               PERFORM END-RUN-CONTROL
           END-IF

           PERFORM SHUTDOWN-SEQUENCE
           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.
                   MOVE PARM-MAX-ATTEMPTS TO WS-EXPORT-NONQUAL
               WHEN "LOCK PERIOD DAY"
                   MOVE PARM-MAX-ATTEMPTS TO WS-LOCK-PERIOD-DAYS
               WHEN "SUSPENSE AUTH"
                   MOVE PARM-MAX-ATTEMPTS TO WS-MIN-SUSPENSE-AUTH
               WHEN "REFER AUTH"
                   MOVE PARM-MAX-ATTEMPTS TO WS-MIN-REFER-AUTH
               WHEN "REFER AGE DAYS"
                   MOVE PARM-MAX-ATTEMPTS TO WS-REFER-AGE-DAYS
               WHEN "PIN EXPIRE DAYS"
                   MOVE PARM-MAX-ATTEMPTS TO WS-PIN-EXPIRE-DAYS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
      *****************************************************************
      * OPERATOR-SIGN-ON                                              *
      * IDENTIFIES WHO IS AT THE KEYBOARD BEFORE ANY MODE IS CHOSEN.  *
      * THE ID AND PIN ARE CHECKED AGAINST THE OPERATOR PROFILE FILE  *
      * AND THE ID IS STAMPED ON EVERY AUDIT AND LOAN RECORD THE      *
      * SESSION PRODUCES. A MISSING PROFILE FILE ENDS THE SESSION -   *
      * RUNNING WITHOUT AN IDENTITY WOULD LEAVE THE AUDIT TRAIL       *
      * ANONYMOUS AGAIN. TOO MANY FAILED SIGN-ON TRIES IS A LOCKOUT,  *
      * LOGGED LIKE EVERY OTHER FIELD-LEVEL LOCKOUT. AN UNATTENDED    *
      * RUN HAS NO KEYBOARD FOR A PIN: ITS ID COMES FROM THE RUN-     *
      * CONTROL RECORD AND ONLY THE PROFILE'S STATUS AND EXPIRY ARE   *
      * CHECKED.                                                      *
      *****************************************************************
       OPERATOR-SIGN-ON.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-SIGNON-TODAY
           MOVE WS-SIGNON-TODAY TO WS-SIGNON-TODAY-NUM
           COMPUTE WS-SIGNON-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-SIGNON-TODAY-NUM)
           PERFORM LOAD-OPERATOR-PROFILES

           IF WS-OPER-COUNT = ZERO THEN
               IF UNATTENDED-RUN THEN
                   MOVE 1 TO WS-SIGNON-ATTEMPTS
                   PERFORM VALIDATE-OPERATOR-ID
                   IF WS-OPER-FOUND-IDX > ZERO THEN
                       PERFORM CHECK-PROFILE-USABLE
                       IF WS-PROFILE-USABLE = 'Y' THEN
                           PERFORM ACCEPT-OPERATOR-SIGN-ON
                       END-IF
                   END-IF
               ELSE
                   MOVE ZERO TO WS-SIGNON-ATTEMPTS
                   PERFORM UNTIL OPERATOR-SIGNED-ON
                               WS-MAX-ATTEMPTS-SIGNON
                       DISPLAY "Enter Operator ID: "
                       ACCEPT WS-INPUT-OPERATOR-ID
                       DISPLAY "Enter PIN: "
                       ACCEPT WS-INPUT-PIN
                       ADD 1 TO WS-SIGNON-ATTEMPTS
                       PERFORM VALIDATE-OPERATOR-ID
                       PERFORM AUTHENTICATE-OPERATOR
                       IF NOT OPERATOR-SIGNED-ON THEN
                           DISPLAY "ERROR: Sign-on not accepted. "
                               "Try again."
                       END-IF
                   END-PERFORM
                   MOVE SPACES TO WS-INPUT-PIN

                   IF OPERATOR-SIGNED-ON THEN
                       PERFORM CHECK-PIN-EXPIRY
                   END-IF
               END-IF

               IF OPERATOR-SIGNED-ON THEN
               ELSE
                   MOVE ZERO TO WS-OPER-MAX-ATT(WS-OPER-COUNT)
               END-IF
               MOVE OPF-PROFILE-STATUS TO
                   WS-OPER-PROFILE-STAT(WS-OPER-COUNT)
               MOVE OPF-EXPIRY-DATE TO WS-OPER-EXPIRY(WS-OPER-COUNT)
               IF OPF-PIN-HASH IS NUMERIC THEN
                   MOVE OPF-PIN-HASH TO
                       WS-OPER-PIN-HASH(WS-OPER-COUNT)
               ELSE
                   MOVE ZERO TO WS-OPER-PIN-HASH(WS-OPER-COUNT)
               END-IF
               MOVE OPF-PIN-SET-DATE TO
                   WS-OPER-PIN-DATE(WS-OPER-COUNT)
               IF OPF-FAIL-COUNT IS NUMERIC THEN
                   MOVE OPF-FAIL-COUNT TO WS-OPER-FAILS(WS-OPER-COUNT)
               ELSE
                   MOVE ZERO TO WS-OPER-FAILS(WS-OPER-COUNT)
               END-IF
               MOVE OPF-LAST-SIGNON-DATE TO
                   WS-OPER-LAST-SIGNON(WS-OPER-COUNT)
           END-IF.

      * LOCATES THE TYPED ID IN THE PROFILE TABLE. FINDING THE ID
      * IS NOT A SIGN-ON - THE PROFILE STILL HAS TO BE USABLE AND,
      * AT THE KEYBOARD, THE PIN HAS TO MATCH.
       VALIDATE-OPERATOR-ID.
           INSPECT WS-INPUT-OPERATOR-ID REPLACING ALL ";" BY " "
           INSPECT WS-INPUT-OPERATOR-ID REPLACING ALL "'" BY " "
           INSPECT WS-INPUT-OPERATOR-ID REPLACING ALL '"' BY " "
           MOVE ZERO TO WS-OPER-FOUND-IDX

           IF WS-INPUT-OPERATOR-ID NOT = SPACES THEN
               PERFORM VARYING WS-OPER-IDX FROM 1 BY 1
                       UNTIL WS-OPER-IDX > WS-OPER-COUNT
                       OR WS-OPER-FOUND-IDX > ZERO
                   IF WS-OPER-ID(WS-OPER-IDX) =
                           WS-INPUT-OPERATOR-ID THEN
                       MOVE WS-OPER-IDX TO WS-OPER-FOUND-IDX
                   END-IF
               END-PERFORM
           END-IF.

      * AN UNKNOWN ID AND A WRONG PIN GET THE SAME ANSWER AT THE
      * KEYBOARD, SO SIGN-ON CANNOT BE USED TO FISH FOR VALID IDS.
       AUTHENTICATE-OPERATOR.
           IF WS-OPER-FOUND-IDX > ZERO THEN
               PERFORM CHECK-PROFILE-USABLE

               IF WS-PROFILE-USABLE = 'Y' THEN
                   IF WS-OPER-PIN-HASH(WS-OPER-FOUND-IDX) = ZERO THEN
                       DISPLAY "SECURITY: No PIN has been issued for "
                           "this operator - see the security "
                           "administrator."
                   ELSE
                       PERFORM COMPUTE-PIN-HASH
                       IF WS-PIN-HASH-RESULT =
                               WS-OPER-PIN-HASH(WS-OPER-FOUND-IDX) THEN
                           PERFORM ACCEPT-OPERATOR-SIGN-ON
                       ELSE
                           PERFORM RECORD-PIN-FAILURE
                       END-IF
                   END-IF
               END-IF
           END-IF.

      * A SUSPENDED, DISABLED OR EXPIRED PROFILE IS REFUSED BEFORE ITS
      * PIN IS EVEN LOOKED AT, AND EVERY REFUSAL IS LOGGED AGAINST
      * THE ID THAT WAS TRIED.
       CHECK-PROFILE-USABLE.
           MOVE 'Y' TO WS-PROFILE-USABLE
           MOVE SPACES TO WS-CURRENT-FIELD

           EVALUATE WS-OPER-PROFILE-STAT(WS-OPER-FOUND-IDX)
               WHEN 'A'
                   IF WS-OPER-EXPIRY(WS-OPER-FOUND-IDX) IS NUMERIC AND
                           WS-OPER-EXPIRY(WS-OPER-FOUND-IDX) <
                               WS-SIGNON-TODAY THEN
                       MOVE 'PROFILE EXPIRED' TO WS-CURRENT-FIELD
                   END-IF
               WHEN 'S'
                   MOVE 'PROFILE SUSPEND' TO WS-CURRENT-FIELD
               WHEN 'D'
                   MOVE 'PROFILE DISABLE' TO WS-CURRENT-FIELD
               WHEN OTHER
                   MOVE 'PROFILE STATUS' TO WS-CURRENT-FIELD
           END-EVALUATE

           IF WS-CURRENT-FIELD NOT = SPACES THEN
               MOVE 'N' TO WS-PROFILE-USABLE
               DISPLAY "SECURITY: Operator profile "
                   WS-OPER-ID(WS-OPER-FOUND-IDX) " is not active ("
                   WS-CURRENT-FIELD ") - see the security "
                   "administrator."
               MOVE 'E020' TO WS-ERROR-CODE
               MOVE WS-SIGNON-ATTEMPTS TO WS-ATTEMPT-COUNTER
               MOVE WS-OPER-ID(WS-OPER-FOUND-IDX) TO WS-AUDIT-REFERENCE
               PERFORM LOG-SECURITY-EVENT
           END-IF.

      * EVERY WRONG PIN IS COUNTED ON THE PROFILE FILE, NOT JUST IN
      * THIS SESSION, SO STARTING A NEW SESSION DOES NOT RESET THE
      * COUNT. AT THE LIMIT THE PROFILE IS DISABLED ON THE FILE AND
      * STAYS THAT WAY UNTIL AN ADMINISTRATOR REINSTATES IT.
       RECORD-PIN-FAILURE.
           ADD 1 TO WS-OPER-FAILS(WS-OPER-FOUND-IDX)

           IF WS-OPER-MAX-ATT(WS-OPER-FOUND-IDX) > ZERO THEN
               MOVE WS-OPER-MAX-ATT(WS-OPER-FOUND-IDX) TO
                   WS-PROFILE-FAIL-LIMIT
           ELSE
               MOVE WS-MAX-ATTEMPTS-SIGNON TO WS-PROFILE-FAIL-LIMIT
           END-IF

           MOVE 'E021' TO WS-ERROR-CODE
           MOVE 'PIN' TO WS-CURRENT-FIELD
           MOVE WS-OPER-FAILS(WS-OPER-FOUND-IDX) TO WS-ATTEMPT-COUNTER
           MOVE WS-OPER-ID(WS-OPER-FOUND-IDX) TO WS-AUDIT-REFERENCE
           PERFORM LOG-SECURITY-EVENT

           IF WS-OPER-FAILS(WS-OPER-FOUND-IDX) >=
                   WS-PROFILE-FAIL-LIMIT THEN
               MOVE 'D' TO WS-OPER-PROFILE-STAT(WS-OPER-FOUND-IDX)
               DISPLAY "SECURITY: Operator profile "
                   WS-OPER-ID(WS-OPER-FOUND-IDX) " disabled after "
                   "repeated PIN failures."
               MOVE 'E022' TO WS-ERROR-CODE
               MOVE 'PROFILE LOCKED' TO WS-CURRENT-FIELD
               MOVE WS-OPER-FAILS(WS-OPER-FOUND-IDX) TO
                   WS-ATTEMPT-COUNTER
               MOVE WS-OPER-ID(WS-OPER-FOUND-IDX) TO WS-AUDIT-REFERENCE
               PERFORM LOG-SECURITY-EVENT
           END-IF

           PERFORM SAVE-OPERATOR-PROFILE.

       ACCEPT-OPERATOR-SIGN-ON.
           MOVE 'Y' TO WS-SIGNON-OK
           MOVE WS-OPER-ID(WS-OPER-FOUND-IDX) TO WS-OPERATOR-ID
           MOVE WS-OPER-NAME(WS-OPER-FOUND-IDX) TO WS-OPERATOR-NAME
           MOVE WS-OPER-AUTH(WS-OPER-FOUND-IDX) TO
               WS-OPERATOR-AUTHORITY
           MOVE WS-OPER-MAX-ATT(WS-OPER-FOUND-IDX) TO
               WS-OPERATOR-MAX-ATT

           IF WS-OPER-FAILS(WS-OPER-FOUND-IDX) > ZERO OR
                   WS-OPER-LAST-SIGNON(WS-OPER-FOUND-IDX) NOT =
                       WS-SIGNON-TODAY THEN
               MOVE ZERO TO WS-OPER-FAILS(WS-OPER-FOUND-IDX)
               MOVE WS-SIGNON-TODAY TO
                   WS-OPER-LAST-SIGNON(WS-OPER-FOUND-IDX)
               PERFORM SAVE-OPERATOR-PROFILE
           END-IF.

      * A PIN WITH NO SET DATE WAS ISSUED BY THE ADMINISTRATOR AND
      * IS GOOD FOR ONE SIGN-ON ONLY; ANY OTHER PIN IS GOOD FOR "PIN
      * EXPIRE DAYS". EITHER WAY AN EXPIRED PIN IS CHANGED HERE OR
      * THE SIGN-ON IS WITHDRAWN.
       CHECK-PIN-EXPIRY.
           MOVE 'N' TO WS-PIN-CHANGED

           IF WS-OPER-PIN-DATE(WS-OPER-FOUND-IDX) IS NUMERIC THEN
               MOVE WS-OPER-PIN-DATE(WS-OPER-FOUND-IDX) TO
                   WS-PIN-DATE-NUM
               COMPUTE WS-PIN-EXPIRE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-PIN-DATE-NUM) +
                   WS-PIN-EXPIRE-DAYS
           ELSE
               MOVE ZERO TO WS-PIN-EXPIRE-INT
           END-IF

           IF WS-PIN-EXPIRE-INT NOT > WS-SIGNON-TODAY-INT THEN
               DISPLAY "Your PIN has expired and must be changed "
                   "now."
               MOVE ZERO TO WS-PIN-CHANGE-TRIES
               PERFORM CHANGE-OWN-PIN
                   UNTIL WS-PIN-CHANGED = 'Y'
                   OR WS-PIN-CHANGE-TRIES >= 3
               MOVE SPACES TO WS-INPUT-PIN
               MOVE SPACES TO WS-INPUT-PIN-CONFIRM

               IF WS-PIN-CHANGED NOT = 'Y' THEN
                   DISPLAY "SECURITY: PIN not changed - sign-on "
                       "withdrawn."
                   MOVE 'N' TO WS-SIGNON-OK
               END-IF
           END-IF.

       CHANGE-OWN-PIN.
           ADD 1 TO WS-PIN-CHANGE-TRIES
           DISPLAY "Enter New PIN (4-8 digits): "
           ACCEPT WS-INPUT-PIN
           DISPLAY "Re-enter New PIN: "
           ACCEPT WS-INPUT-PIN-CONFIRM

           PERFORM EDIT-NEW-PIN

           IF WS-PIN-EDIT-OK = 'Y' THEN
               IF WS-INPUT-PIN NOT = WS-INPUT-PIN-CONFIRM THEN
                   DISPLAY "ERROR: The two entries do not match."
               ELSE
                   PERFORM COMPUTE-PIN-HASH
                   IF WS-PIN-HASH-RESULT =
                           WS-OPER-PIN-HASH(WS-OPER-FOUND-IDX) THEN
                       DISPLAY "ERROR: The new PIN must differ from "
                           "the old one."
                   ELSE
                       MOVE WS-PIN-HASH-RESULT TO
                           WS-OPER-PIN-HASH(WS-OPER-FOUND-IDX)
                       MOVE WS-SIGNON-TODAY TO
                           WS-OPER-PIN-DATE(WS-OPER-FOUND-IDX)
                       PERFORM SAVE-OPERATOR-PROFILE
                       MOVE 'Y' TO WS-PIN-CHANGED
                       DISPLAY "PIN changed."
                       MOVE 'E023' TO WS-ERROR-CODE
                       MOVE 'PIN CHANGED' TO WS-CURRENT-FIELD
                       MOVE 1 TO WS-ATTEMPT-COUNTER
                       MOVE WS-OPERATOR-ID TO WS-AUDIT-REFERENCE
                       PERFORM LOG-SECURITY-EVENT
                   END-IF
               END-IF
           END-IF.

      * A PIN IS 4 TO 8 DIGITS, LEFT-JUSTIFIED, NOTHING ELSE.
       EDIT-NEW-PIN.
           MOVE 'N' TO WS-PIN-EDIT-OK
           MOVE ZERO TO WS-PIN-LENGTH
           INSPECT WS-INPUT-PIN TALLYING WS-PIN-LENGTH
               FOR CHARACTERS BEFORE INITIAL SPACE

           IF WS-PIN-LENGTH < 4 THEN
               DISPLAY "ERROR: A PIN must be 4 to 8 digits."
           ELSE
               IF WS-INPUT-PIN(1:WS-PIN-LENGTH) IS NOT NUMERIC OR
                       (WS-PIN-LENGTH < 8 AND
                        WS-INPUT-PIN(WS-PIN-LENGTH + 1:) NOT = SPACES)
                       THEN
                   DISPLAY "ERROR: A PIN must be 4 to 8 digits."
               ELSE
                   MOVE 'Y' TO WS-PIN-EDIT-OK
               END-IF
           END-IF.

      *****************************************************************
      * COMPUTE-PIN-HASH                                              *
      * FOLDS THE OPERATOR ID AND THE PIN TOGETHER INTO A TEN-DIGIT   *
      * HASH (A POLYNOMIAL ROLLED MODULO A LARGE PRIME). ONLY THE     *
      * HASH IS EVER WRITTEN TO OPERPROF. THE OPERATOR PROFILE        *
      * MAINTENANCE PROGRAM CARRIES THE SAME ROUTINE - THE TWO MUST   *
      * STAY IN STEP OR NO ONE WILL BE ABLE TO SIGN ON.               *
      *****************************************************************
       COMPUTE-PIN-HASH.
           MOVE SPACES TO WS-PIN-HASH-SOURCE
           MOVE WS-OPER-ID(WS-OPER-FOUND-IDX) TO
               WS-PIN-HASH-SOURCE(1:8)
           MOVE WS-INPUT-PIN TO WS-PIN-HASH-SOURCE(9:8)
           MOVE 7919 TO WS-PIN-HASH-WORK

           PERFORM VARYING WS-PIN-HASH-IDX FROM 1 BY 1
                   UNTIL WS-PIN-HASH-IDX > 16
               COMPUTE WS-PIN-HASH-WORK = FUNCTION MOD(
                   WS-PIN-HASH-WORK * 131 +
                   FUNCTION ORD(WS-PIN-HASH-SOURCE(WS-PIN-HASH-IDX:1)),
                   9999999967)
           END-PERFORM

           MOVE WS-PIN-HASH-WORK TO WS-PIN-HASH-RESULT.

      *****************************************************************
      * SAVE-OPERATOR-PROFILE                                         *
      * WRITES THE SIGN-ON FIELDS OF ONE TABLE ENTRY (STATUS, FAIL    *
      * COUNT, PIN HASH AND DATE, LAST SIGN-ON) BACK OVER ITS RECORD  *
      * ON OPERPROF, SO A LOCKOUT OR A PIN CHANGE OUTLIVES THE        *
      * SESSION. NOTHING ELSE ON THE PROFILE IS TOUCHED HERE.         *
      *****************************************************************
       SAVE-OPERATOR-PROFILE.
           MOVE 'N' TO WS-OPER-EOF
           OPEN I-O OPERATOR-PROFILE-FILE

           IF WS-OPER-STATUS NOT = "00" THEN
               DISPLAY "WARNING: Operator profile file could not be "
                   "updated (status " WS-OPER-STATUS ")."
           ELSE
               PERFORM UNTIL OPER-AT-EOF
                   READ OPERATOR-PROFILE-FILE
                       AT END
                           MOVE 'Y' TO WS-OPER-EOF
                       NOT AT END
                           IF OPF-OPERATOR-ID =
                                   WS-OPER-ID(WS-OPER-FOUND-IDX) THEN
                               PERFORM REWRITE-OPERATOR-PROFILE
                               MOVE 'Y' TO WS-OPER-EOF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OPERATOR-PROFILE-FILE
           END-IF.

       REWRITE-OPERATOR-PROFILE.
           MOVE WS-OPER-PROFILE-STAT(WS-OPER-FOUND-IDX) TO
               OPF-PROFILE-STATUS
           MOVE WS-OPER-FAILS(WS-OPER-FOUND-IDX) TO OPF-FAIL-COUNT
           MOVE WS-OPER-PIN-HASH(WS-OPER-FOUND-IDX) TO OPF-PIN-HASH
           MOVE WS-OPER-PIN-DATE(WS-OPER-FOUND-IDX) TO
               OPF-PIN-SET-DATE
           MOVE WS-OPER-LAST-SIGNON(WS-OPER-FOUND-IDX) TO
               OPF-LAST-SIGNON-DATE
           REWRITE OPERATOR-PROFILE-RECORD

           IF WS-OPER-STATUS NOT = "00" THEN
               DISPLAY "WARNING: Operator profile "
                   OPF-OPERATOR-ID " not updated (status "
                   WS-OPER-STATUS ")."
           END-IF.

      * A PROFILE WITH ITS OWN LOCKOUT LIMIT OVERRIDES THE SECPARM
           DISPLAY "  2 - Batch (read applications from LOANBAT)"
           DISPLAY "  3 - Inquiry (retrieve a saved quote)"
           DISPLAY "  4 - LOS Reconciliation (post LOSACK returns)"
           DISPLAY "  5 - Suspense (work rejected batch records)"
           DISPLAY "  6 - Underwriter Review (clear referrals)"
           DISPLAY "  7 - Refinance Analysis (break-even on a loan)"
           DISPLAY "Enter Selection (Default 1): "
           ACCEPT WS-RUN-MODE

           IF WS-RUN-MODE NOT = '1' AND WS-RUN-MODE NOT = '2'
                   AND WS-RUN-MODE NOT = '3'
                   AND WS-RUN-MODE NOT = '4'
                   AND WS-RUN-MODE NOT = '5'
                   AND WS-RUN-MODE NOT = '6'
                   AND WS-RUN-MODE NOT = '7' THEN
               MOVE '1' TO WS-RUN-MODE
           END-IF.

               PERFORM GET-INCOME-DEBT-FIELDS
           END-IF

           IF WS-VALID-INPUT = 'Y' AND NOT CALC-COMPARE-TERMS THEN
               PERFORM GET-REGULATORY-FIELDS
           END-IF

           IF WS-VALID-INPUT = 'Y' AND NOT CALC-COMPARE-TERMS THEN
               PERFORM GET-LOAN-FEES
           END-IF
                   IF WS-ATTEMPT-COUNTER >= WS-MAX-ATTEMPTS-AMOUNT THEN
                       DISPLAY "SECURITY: Max attempts reached."
                       MOVE 'E001' TO WS-ERROR-CODE
                       MOVE WS-CUSTOMER-NUMBER TO WS-AUDIT-REFERENCE
                       PERFORM LOG-SECURITY-EVENT
                       PERFORM SET-LOCKOUT-RETURN-CODE
                       MOVE 'N' TO WS-CONTINUE
                   IF WS-ATTEMPT-COUNTER >= WS-MAX-ATTEMPTS-RATE THEN
                       DISPLAY "SECURITY: Max attemps reached."
                       MOVE 'E002' TO WS-ERROR-CODE
                       MOVE WS-CUSTOMER-NUMBER TO WS-AUDIT-REFERENCE
                       PERFORM LOG-SECURITY-EVENT
                       PERFORM SET-LOCKOUT-RETURN-CODE
                       MOVE 'N' TO WS-CONTINUE
                   IF WS-ATTEMPT-COUNTER >= WS-MAX-ATTEMPTS-YEARS THEN
                       DISPLAY "SECURITY: Max attempts reached."
                       MOVE 'E003' TO WS-ERROR-CODE
                       MOVE WS-CUSTOMER-NUMBER TO WS-AUDIT-REFERENCE
                       PERFORM LOG-SECURITY-EVENT
                       PERFORM SET-LOCKOUT-RETURN-CODE
                       MOVE 'N' TO WS-CONTINUE
           MOVE WS-CURRENT-FIELD TO AUD-FIELD-NAME
           MOVE WS-ATTEMPT-COUNTER TO AUD-ATTEMPT-COUNT
           MOVE WS-OPERATOR-ID TO AUD-OPERATOR-ID
           MOVE WS-AUDIT-REFERENCE TO AUD-REFERENCE-ID

           WRITE AUDIT-RECORD

           CLOSE SECURITY-AUDIT-FILE
           MOVE SPACES TO WS-AUDIT-REFERENCE

           IF WS-ERROR-CODE = 'E001' OR WS-ERROR-CODE = 'E002' THEN
               ADD 1 TO WS-LOCKOUT-COUNT
           IF WS-BATCH-IN-STATUS NOT = "00" THEN
               DISPLAY "ERROR: Unable to open LOANBAT batch file."
               DISPLAY "File status: " WS-BATCH-IN-STATUS
               IF WS-RETURN-CODE = ZERO THEN
                   MOVE 16 TO WS-RETURN-CODE
               END-IF
           ELSE
               PERFORM OPEN-BATCH-REPORT-FILE
               MOVE ZERO TO WS-SUSP-WRITTEN

               PERFORM WRITE-BATCH-REPORT-HEADER

      * A REJECT WITH NOWHERE TO GO WOULD BE LOST FROM THE SYSTEM -
      * NO SUSPENSE FILE, NO POSTING.
               PERFORM OPEN-SUSPENSE-FILE
               IF WS-SUSP-STATUS NOT = "00" THEN
                   PERFORM LOG-BATCH-CONTROL-FAILURE
               END-IF

               MOVE 'N' TO WS-BATCH-EOF
               MOVE 'N' TO WS-BATCH-TRAILER-SEEN
               MOVE ZERO TO WS-CKPT-RECORDS-READ
               MOVE ZERO TO WS-BATCH-REJECT-COUNTER
               MOVE ZERO TO WS-BATCH-HASH-TOTAL

               IF WS-CONTINUE = 'Y' THEN
                   PERFORM VERIFY-BATCH-HEADER
               END-IF

               IF WS-CONTINUE = 'Y' THEN
                   PERFORM LOAD-BATCH-CHECKPOINT

                   IF WS-RATE-AUTH-OK = 'N' THEN
                       PERFORM WRITE-BATCH-AUTH-REJECT-LINE
                       MOVE 'AUTH' TO WS-SUSP-REASON
                       PERFORM WRITE-SUSPENSE-RECORD
                       PERFORM BUMP-BATCH-REJECT-COUNTER
                   ELSE
                   IF WS-VALID-INPUT = 'Y' THEN
                       PERFORM WRITE-BATCH-CHECKPOINT
                   ELSE
                       PERFORM WRITE-BATCH-REPORT-ERROR-LINE
                       MOVE 'DATA' TO WS-SUSP-REASON
                       PERFORM WRITE-SUSPENSE-RECORD
                       PERFORM BUMP-BATCH-REJECT-COUNTER
                   END-IF
                   END-IF
                   PERFORM UPDATE-LAST-FEED-DATE
               END-IF

               IF WS-SUSP-WRITTEN > ZERO THEN
                   MOVE WS-SUSP-WRITTEN TO WS-DISPLAY-SUSP-COUNT
                   DISPLAY WS-DISPLAY-SUSP-COUNT " rejected record(s) "
                       "moved to the suspense file (LOANSUSP)."
               END-IF

               CLOSE LOAN-BATCH-INPUT-FILE
               CLOSE LOAN-BATCH-REPORT-FILE
               CLOSE BATCH-SUSPENSE-FILE
           END-IF.

       READ-BATCH-RECORD.
                   PERFORM LOAD-BATCH-BORROWER-FIELDS
                   PERFORM LOAD-BATCH-DATE-FIELDS
                   PERFORM LOAD-BATCH-INCOME-FIELDS
                   PERFORM LOAD-BATCH-REGULATORY-FIELDS
               WHEN 'T'
                   MOVE 'Y' TO WS-BATCH-TRAILER-SEEN
                   PERFORM VERIFY-BATCH-TRAILER
               END-IF
           END-IF.

      * A RESUBMISSION FEED FROM THE SUSPENSE FILE IS JUDGED AGAINST
      * THE LAST RESUBMISSION POSTED, NOT THE LAST REGULAR FEED - THE
      * TWO ARRIVE ON THE SAME BUSINESS DAY AND MUST BOTH POST ONCE.
       CHECK-DUPLICATE-FEED-DATE.
           PERFORM LOAD-LAST-FEED-DATE

           IF BHR-FEED-SOURCE = "RESUBMIT" THEN
               MOVE 'R' TO WS-BATCH-FEED-TYPE
               MOVE WS-CTL-LAST-RESUB-DATE TO WS-FEED-GUARD-DATE
           ELSE
               MOVE 'F' TO WS-BATCH-FEED-TYPE
               MOVE WS-CTL-LAST-FEED-DATE TO WS-FEED-GUARD-DATE
           END-IF

           IF WS-FEED-GUARD-DATE IS NUMERIC AND
                   BHR-FEED-DATE <= WS-FEED-GUARD-DATE THEN
               DISPLAY "SECURITY: Feed dated " BHR-FEED-DATE
                   " already posted (last feed " WS-FEED-GUARD-DATE
                   "). Run aborted."
               MOVE 12 TO WS-RETURN-CODE
               PERFORM LOG-BATCH-CONTROL-FAILURE

       LOAD-LAST-FEED-DATE.
           MOVE SPACES TO WS-CTL-LAST-FEED-DATE
           MOVE SPACES TO WS-CTL-LAST-RESUB-DATE
           OPEN INPUT LOAN-NUMBER-CONTROL-FILE

           IF WS-CTL-STATUS = "00" THEN
                   NOT AT END
                       MOVE CTL-LAST-FEED-DATE TO
                           WS-CTL-LAST-FEED-DATE
                       MOVE CTL-LAST-RESUB-DATE TO
                           WS-CTL-LAST-RESUB-DATE
               END-READ
               CLOSE LOAN-NUMBER-CONTROL-FILE
           END-IF.

      * A FULLY POSTED, BALANCED FEED STAMPS ITS DATE ON THE CONTROL
      * RECORD SO THE SAME FILE CANNOT POST A SECOND TIME. THE NEXT
      * LOAN NUMBER AND THE OTHER KIND OF FEED'S LAST DATE ALREADY ON
      * THE RECORD ARE PRESERVED.
       UPDATE-LAST-FEED-DATE.
           MOVE 1 TO WS-NEXT-LOAN-NUMBER
           MOVE SPACES TO WS-CTL-LAST-FEED-DATE
           MOVE SPACES TO WS-CTL-LAST-RESUB-DATE
           OPEN INPUT LOAN-NUMBER-CONTROL-FILE

           IF WS-CTL-STATUS = "00" THEN
                   NOT AT END
                       MOVE CTL-NEXT-LOAN-NUMBER TO
                           WS-NEXT-LOAN-NUMBER
                       MOVE CTL-LAST-FEED-DATE TO
                           WS-CTL-LAST-FEED-DATE
                       MOVE CTL-LAST-RESUB-DATE TO
                           WS-CTL-LAST-RESUB-DATE
               END-READ
               CLOSE LOAN-NUMBER-CONTROL-FILE
           END-IF
               OPEN OUTPUT LOAN-NUMBER-CONTROL-FILE
               MOVE SPACES TO LOAN-NUMBER-CONTROL-RECORD
               MOVE WS-NEXT-LOAN-NUMBER TO CTL-NEXT-LOAN-NUMBER
               IF FEED-IS-RESUBMISSION THEN
                   MOVE WS-CTL-LAST-FEED-DATE TO CTL-LAST-FEED-DATE
                   MOVE WS-BATCH-FEED-DATE TO CTL-LAST-RESUB-DATE
               ELSE
                   MOVE WS-BATCH-FEED-DATE TO CTL-LAST-FEED-DATE
                   MOVE WS-CTL-LAST-RESUB-DATE TO CTL-LAST-RESUB-DATE
               END-IF
               WRITE LOAN-NUMBER-CONTROL-RECORD
               CLOSE LOAN-NUMBER-CONTROL-FILE
           END-IF.
               MOVE BLR-MONTHLY-DEBT TO WS-MONTHLY-DEBT
           END-IF.

      * THE LOCATION AND DEMOGRAPHIC COLUMNS ARE PLAIN TEXT LIKE THE
      * BORROWER COLUMNS. A FEED THAT PREDATES THEM SENDS SPACES, AND
      * AN UNUSABLE CODE IS DROPPED TO SPACES, NOT REJECTED - EITHER
      * WAY THE QUOTE PRICES AND THE EXTRACT'S EDIT REPORT LISTS IT.
       LOAD-BATCH-REGULATORY-FIELDS.
           MOVE BLR-PROPERTY-STATE TO WS-PROPERTY-STATE
           MOVE BLR-PROPERTY-COUNTY TO WS-PROPERTY-COUNTY
           MOVE BLR-CENSUS-TRACT TO WS-CENSUS-TRACT
           MOVE BLR-APPLICANT-ETHNICITY TO WS-APPLICANT-ETHNICITY
           MOVE BLR-APPLICANT-RACE TO WS-APPLICANT-RACE
           MOVE BLR-APPLICANT-SEX TO WS-APPLICANT-SEX
           MOVE BLR-APPLICANT-AGE TO WS-APPLICANT-AGE
           PERFORM EDIT-REGULATORY-FIELDS.

      *****************************************************************
      * LOAD-BATCH-CHECKPOINT / SKIP-CHECKPOINTED-RECORDS             *
      * A BATCH RUN THAT ENDS IN A SECURITY LOCKOUT LEAVES BEHIND A   *
               END-IF
           END-IF.

      * A RESUBMISSION RUNS ON THE SAME NIGHT AS THE REGULAR FEED, SO
      * ITS REPORT IS ADDED BEHIND THE ONE THE REGULAR POSTING WROTE
      * RATHER THAN WRITTEN OVER IT.
       OPEN-BATCH-REPORT-FILE.
           IF WS-BATCH-FEED-TYPE = 'R' THEN
               OPEN EXTEND LOAN-BATCH-REPORT-FILE
               IF WS-BATCH-RPT-STATUS = "35" THEN
                   OPEN OUTPUT LOAN-BATCH-REPORT-FILE
               END-IF
           ELSE
               OPEN OUTPUT LOAN-BATCH-REPORT-FILE
           END-IF.

       WRITE-BATCH-REPORT-HEADER.
           MOVE SPACES TO BATCH-REPORT-RECORD
           STRING "APPLICATION ID  LOAN AMOUNT     RATE    "
           WRITE BATCH-REPORT-RECORD.

      *****************************************************************
      * OPEN-SUSPENSE-FILE / WRITE-SUSPENSE-RECORD                    *
      * EVERY DETAIL RECORD THE BATCH RUN REJECTS IS PARKED ON THE    *
      * KEYED SUSPENSE FILE, ORIGINAL LAYOUT INTACT, UNDER ITS FEED   *
      * DATE, FEED TYPE AND POSITION IN THE FEED, WITH THE REASON IT  *
      * WAS REJECTED. THE FILE IS CREATED ON FIRST USE THE SAME WAY   *
      * THE LOAN MASTER IS.                                           *
      *****************************************************************
       OPEN-SUSPENSE-FILE.
           OPEN I-O BATCH-SUSPENSE-FILE

           IF WS-SUSP-STATUS = "35" THEN
               OPEN OUTPUT BATCH-SUSPENSE-FILE
               CLOSE BATCH-SUSPENSE-FILE
               OPEN I-O BATCH-SUSPENSE-FILE
           END-IF

           IF WS-SUSP-STATUS NOT = "00" THEN
               DISPLAY "ERROR: Unable to open the suspense file."
               DISPLAY "File status: " WS-SUSP-STATUS
               MOVE 'N' TO WS-CONTINUE
           END-IF.

      * A RESUMED RUN RE-READS THE REJECTS BEHIND ITS LAST CHECKPOINT.
      * AN ITEM ALREADY IN SUSPENSE UNDER THE SAME FEED POSITION IS
      * LEFT AS IT IS - IT MAY ALREADY HAVE BEEN WORKED. ANY OTHER
      * FAILURE TO WRITE STOPS THE RUN, SINCE THE REJECT WOULD
      * OTHERWISE BE LOST.
       WRITE-SUSPENSE-RECORD.
           MOVE SPACES TO BATCH-SUSPENSE-RECORD
           MOVE WS-BATCH-FEED-DATE TO SUS-FEED-DATE
           MOVE WS-BATCH-FEED-TYPE TO SUS-FEED-TYPE
           MOVE WS-CKPT-RECORDS-READ TO SUS-FEED-POSITION
           MOVE WS-SUSP-REASON TO SUS-REASON-CODE
           MOVE 'O' TO SUS-ITEM-STATUS
           MOVE FUNCTION CURRENT-DATE(1:8) TO SUS-SUSPENDED-DATE
           MOVE SUS-SUSPENDED-DATE TO SUS-LAST-ACTION-DATE
           MOVE WS-OPERATOR-ID TO SUS-LAST-OPERATOR-ID
           MOVE BATCH-LOAN-RECORD TO SUS-BATCH-IMAGE

           WRITE BATCH-SUSPENSE-RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-SUSP-WRITTEN
           END-WRITE

           IF WS-SUSP-STATUS NOT = "00" AND
                   WS-SUSP-STATUS NOT = "22" THEN
               DISPLAY "ERROR: Unable to write the suspense file."
               DISPLAY "File status: " WS-SUSP-STATUS
               PERFORM LOG-BATCH-CONTROL-FAILURE
           END-IF.

      *****************************************************************
      * CHECK-SUSPENSE-AUTHORITY                                      *
      * SUSPENSE WORK CHANGES WHAT THE BATCH RUN WILL POST, SO IT IS  *
      * GATED ON THE OPERATOR'S AUTHORITY LEVEL THE SAME WAY          *
      * OFF-SHEET PRICING IS. A REFUSAL ENDS THE SESSION AND IS       *
      * LOGGED.                                                       *
      *****************************************************************
       CHECK-SUSPENSE-AUTHORITY.
           IF WS-OPERATOR-AUTHORITY < WS-MIN-SUSPENSE-AUTH THEN
               DISPLAY "SECURITY: Suspense work requires authority "
                   "level " WS-MIN-SUSPENSE-AUTH ". Session ended."
               MOVE 'E017' TO WS-ERROR-CODE
               MOVE 'SUSPENSE AUTH' TO WS-CURRENT-FIELD
               MOVE 1 TO WS-ATTEMPT-COUNTER
               PERFORM LOG-SECURITY-EVENT
               MOVE 'N' TO WS-FILES-OPEN
               MOVE 'N' TO WS-CONTINUE
           END-IF.

      *****************************************************************
      * SUSPENSE-WORK-PROCESS                                         *
      * THE OPERATOR'S VIEW OF THE SUSPENSE FILE: LIST THE ITEMS      *
      * STILL TO BE WORKED, CORRECT ONE, CANCEL ONE, OR RELEASE       *
      * EVERY CORRECTED ITEM AS A RESUBMISSION FEED. EVERY CHANGE IS  *
      * WRITTEN TO THE AUDIT TRAIL UNDER THE SIGNED-ON OPERATOR.      *
      *****************************************************************
       SUSPENSE-WORK-PROCESS.
           DISPLAY " "
           DISPLAY "Suspense Action:"
           DISPLAY "  1 - List open and corrected items"
           DISPLAY "  2 - Correct an item"
           DISPLAY "  3 - Cancel an item"
           DISPLAY "  4 - Release corrected items (LOANRSB)"
           DISPLAY "Enter Selection (Default 1): "
           ACCEPT WS-SUSP-ACTION

           EVALUATE WS-SUSP-ACTION
               WHEN '2'
                   PERFORM CORRECT-SUSPENSE-ITEM
               WHEN '3'
                   PERFORM CANCEL-SUSPENSE-ITEM
               WHEN '4'
                   PERFORM RELEASE-SUSPENSE-ITEMS
               WHEN OTHER
                   PERFORM LIST-SUSPENSE-ITEMS
           END-EVALUATE

           PERFORM ASK-SUSPENSE-CONTINUE.

       ASK-SUSPENSE-CONTINUE.
           DISPLAY " "
           DISPLAY "Another suspense action? (Y/N): "
           ACCEPT WS-RETRY

           IF WS-RETRY = 'N' OR WS-RETRY = 'n' THEN
               MOVE 'N' TO WS-CONTINUE
           END-IF.

      * THE FILE IS KEYED BY FEED DATE, SO A FULL PASS FROM THE LOW
      * KEY LISTS THE OLDEST ITEMS FIRST.
       START-SUSPENSE-SCAN.
           MOVE 'N' TO WS-SUSP-EOF
           MOVE LOW-VALUES TO SUS-ITEM-KEY
           START BATCH-SUSPENSE-FILE KEY IS NOT LESS THAN SUS-ITEM-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-SUSP-EOF
           END-START.

       READ-NEXT-SUSPENSE-ITEM.
           READ BATCH-SUSPENSE-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-SUSP-EOF
           END-READ.

       LIST-SUSPENSE-ITEMS.
           MOVE ZERO TO WS-SUSP-LIST-COUNT
           PERFORM START-SUSPENSE-SCAN

           DISPLAY " "
           DISPLAY "ITEM KEY         APPL ID     RSN  ST  "
               "AMOUNT            SUSPENDED"
           PERFORM UNTIL SUSP-AT-EOF
               PERFORM READ-NEXT-SUSPENSE-ITEM
               IF NOT SUSP-AT-EOF THEN
                   IF SUS-STATUS-OPEN OR SUS-STATUS-CORRECTED THEN
                       PERFORM DISPLAY-ONE-SUSPENSE-ITEM
                   END-IF
               END-IF
           END-PERFORM

           MOVE WS-SUSP-LIST-COUNT TO WS-DISPLAY-SUSP-COUNT
           DISPLAY WS-DISPLAY-SUSP-COUNT " item(s) awaiting work. "
               "Status O = open, C = corrected."
           IF WS-SUSP-LIST-COUNT > ZERO THEN
               DISPLAY "Enter the item key exactly as listed to "
                   "correct or cancel an item."
           END-IF.

       DISPLAY-ONE-SUSPENSE-ITEM.
           ADD 1 TO WS-SUSP-LIST-COUNT
           IF SUS-LOAN-AMOUNT IS NUMERIC THEN
               MOVE SUS-LOAN-AMOUNT TO WS-DISPLAY-AMOUNT
           ELSE
               MOVE ZERO TO WS-DISPLAY-AMOUNT
           END-IF
           DISPLAY SUS-ITEM-KEY "  " SUS-APPLICATION-ID "  "
               SUS-REASON-CODE " " SUS-ITEM-STATUS "   "
               WS-DISPLAY-AMOUNT "  " SUS-SUSPENDED-DATE.

      * THE ITEM KEY IS THE FEED DATE, THE FEED TYPE (F OR R) AND THE
      * SIX-DIGIT POSITION RUN TOGETHER, AS THE LIST SHOWS IT.
       FIND-SUSPENSE-ITEM.
           MOVE 'N' TO WS-SUSP-FOUND
           DISPLAY " "
           DISPLAY "Enter Item Key (e.g., 20260105F000012): "
           ACCEPT WS-INPUT-SUSP-KEY

           INSPECT WS-INPUT-SUSP-KEY REPLACING ALL ";" BY " "
           INSPECT WS-INPUT-SUSP-KEY REPLACING ALL "'" BY " "
           INSPECT WS-INPUT-SUSP-KEY REPLACING ALL '"' BY " "

           IF WS-INPUT-SUSP-KEY(1:8) IS NOT NUMERIC OR
                   WS-INPUT-SUSP-KEY(10:6) IS NOT NUMERIC OR
                   (WS-INPUT-SUSP-KEY(9:1) NOT = 'F' AND
                    WS-INPUT-SUSP-KEY(9:1) NOT = 'R') THEN
               DISPLAY "ERROR: Item key is not valid."
           ELSE
               MOVE WS-INPUT-SUSP-KEY TO SUS-ITEM-KEY
               READ BATCH-SUSPENSE-FILE
                   INVALID KEY
                       DISPLAY "Item " WS-INPUT-SUSP-KEY
                           " not found on the suspense file."
                   NOT INVALID KEY
                       PERFORM CHECK-SUSPENSE-ITEM-WORKABLE
               END-READ
           END-IF.

      * RELEASED AND CANCELLED ITEMS ARE HISTORY - ONLY OPEN AND
      * CORRECTED ITEMS MAY STILL BE CHANGED.
       CHECK-SUSPENSE-ITEM-WORKABLE.
           IF SUS-STATUS-OPEN OR SUS-STATUS-CORRECTED THEN
               MOVE 'Y' TO WS-SUSP-FOUND
               PERFORM DISPLAY-SUSPENSE-DETAIL
           ELSE
               DISPLAY "Item " SUS-ITEM-KEY " is closed (status "
                   SUS-ITEM-STATUS ") and cannot be changed."
           END-IF.

       DISPLAY-SUSPENSE-DETAIL.
           PERFORM LOAD-SUSPENSE-WORK-FIELDS
           MOVE WS-LOAN-AMOUNT TO WS-DISPLAY-AMOUNT
           MOVE WS-ANNUAL-RATE TO WS-DISPLAY-RATE

           DISPLAY " "
           DISPLAY "Item:             " SUS-ITEM-KEY
           DISPLAY "Application:      " SUS-APPLICATION-ID
           DISPLAY "Borrower:         " SUS-BORROWER-NAME
           EVALUATE TRUE
               WHEN SUS-REASON-INVALID-DATA
                   DISPLAY "Reject Reason:    INVALID LOAN DATA"
               WHEN SUS-REASON-RATE-AUTHORITY
                   DISPLAY "Reject Reason:    OFF-SHEET RATE NEEDS "
                       "AUTHORITY"
               WHEN OTHER
                   DISPLAY "Reject Reason:    " SUS-REASON-CODE
           END-EVALUATE
           DISPLAY "Loan Amount:      " WS-DISPLAY-AMOUNT
           DISPLAY "Annual Rate:      " WS-DISPLAY-RATE "%"
           DISPLAY "Term (Years):     " WS-LOAN-YEARS
           IF PRODUCT-ARM THEN
               DISPLAY "Product:          " WS-ARM-FIXED-YEARS "/"
                   WS-ARM-ADJUST-FREQ " ARM"
           END-IF
           MOVE WS-MONTHLY-INCOME TO WS-DISPLAY-AMOUNT
           DISPLAY "Monthly Income:   " WS-DISPLAY-AMOUNT
           MOVE WS-MONTHLY-DEBT TO WS-DISPLAY-AMOUNT
           DISPLAY "Monthly Debt:     " WS-DISPLAY-AMOUNT
           DISPLAY "Last Worked:      " SUS-LAST-ACTION-DATE " by "
               SUS-LAST-OPERATOR-ID.

      * THE SAME CLASS TESTS AS THE BATCH LOAD PARAGRAPHS - A REJECT
      * IS OFTEN REJECTED PRECISELY BECAUSE A COLUMN IS NOT NUMERIC.
       LOAD-SUSPENSE-WORK-FIELDS.
           MOVE ZERO TO WS-LOAN-AMOUNT
           MOVE ZERO TO WS-ANNUAL-RATE
           MOVE ZERO TO WS-LOAN-YEARS
           PERFORM CLEAR-INCOME-FIELDS
           PERFORM CLEAR-ARM-FIELDS
           MOVE 'F' TO WS-PRODUCT-TYPE

           IF SUS-LOAN-AMOUNT IS NUMERIC THEN
               MOVE SUS-LOAN-AMOUNT TO WS-LOAN-AMOUNT
           END-IF
           IF SUS-ANNUAL-RATE IS NUMERIC THEN
               MOVE SUS-ANNUAL-RATE TO WS-ANNUAL-RATE
           END-IF
           IF SUS-LOAN-YEARS IS NUMERIC THEN
               MOVE SUS-LOAN-YEARS TO WS-LOAN-YEARS
           END-IF
           IF SUS-MONTHLY-INCOME IS NUMERIC THEN
               MOVE SUS-MONTHLY-INCOME TO WS-MONTHLY-INCOME
           END-IF
           IF SUS-MONTHLY-DEBT IS NUMERIC THEN
               MOVE SUS-MONTHLY-DEBT TO WS-MONTHLY-DEBT
           END-IF

           IF SUS-PRODUCT-TYPE = 'A' THEN
               MOVE 'A' TO WS-PRODUCT-TYPE
               IF SUS-ARM-FIXED-YEARS IS NUMERIC THEN
                   MOVE SUS-ARM-FIXED-YEARS TO WS-ARM-FIXED-YEARS
               END-IF
               IF SUS-ARM-ADJUST-FREQ IS NUMERIC THEN
                   MOVE SUS-ARM-ADJUST-FREQ TO WS-ARM-ADJUST-FREQ
               END-IF
               IF SUS-ARM-INDEX-MARGIN IS NUMERIC THEN
                   MOVE SUS-ARM-INDEX-MARGIN TO WS-ARM-INDEX-MARGIN
               END-IF
               IF SUS-ARM-PERIODIC-CAP IS NUMERIC THEN
                   MOVE SUS-ARM-PERIODIC-CAP TO WS-ARM-PERIODIC-CAP
               END-IF
               IF SUS-ARM-LIFETIME-CAP IS NUMERIC THEN
                   MOVE SUS-ARM-LIFETIME-CAP TO WS-ARM-LIFETIME-CAP
               END-IF
           END-IF.

      *****************************************************************
      * CORRECT-SUSPENSE-ITEM                                         *
      * RE-KEYS THE FIELDS A REJECT IS USUALLY WRONG ON - AMOUNT,     *
      * RATE, TERM, INCOME AND DEBT, AND FOR AN ARM ITEM THE FIXED    *
      * PERIOD, ADJUSTMENT FREQUENCY, INDEX MARGIN AND RATE CAPS. A   *
      * BLANK ENTRY KEEPS THE VALUE ON THE ITEM. THE CORRECTED ITEM   *
      * MUST PASS THE SAME EDIT AND THE SAME RATE-SHEET CHECK THE     *
      * BATCH RUN APPLIES BEFORE IT IS SAVED AS CORRECTED - AN ITEM   *
      * THAT WOULD ONLY BE REJECTED AGAIN STAYS OPEN, AND AN OPERATOR *
      * BELOW THE EXCEPTION AUTHORITY LEVEL CANNOT CLEAR AN OFF-SHEET *
      * RATE THIS WAY.                                                *
      *****************************************************************
       CORRECT-SUSPENSE-ITEM.
           PERFORM FIND-SUSPENSE-ITEM

           IF SUSP-ITEM-FOUND THEN
               MOVE 'Y' TO WS-SUSP-EDIT-OK
               MOVE 'Y' TO WS-RATE-AUTH-OK
               PERFORM GET-SUSPENSE-CORRECTIONS
               PERFORM VALIDATE-BATCH-RECORD

               IF WS-SUSP-EDIT-OK = 'Y' AND WS-VALID-INPUT = 'Y' THEN
                   MOVE SUS-APPLICATION-ID TO WS-AUDIT-REFERENCE
                   PERFORM CHECK-RATE-EXCEPTION
               END-IF

               IF WS-SUSP-EDIT-OK = 'Y' AND WS-VALID-INPUT = 'Y' THEN
                   PERFORM SAVE-SUSPENSE-CORRECTION
               ELSE
                   IF WS-RATE-AUTH-OK = 'N' THEN
                       DISPLAY "ERROR: Corrected rate is off sheet "
                           "and needs exception authority. Item not "
                           "changed."
                   ELSE
                       DISPLAY "ERROR: Corrected item still fails "
                           "the batch edit. Item not changed."
                   END-IF
               END-IF
           END-IF.

       GET-SUSPENSE-CORRECTIONS.
           DISPLAY " "
           DISPLAY "Enter Loan Amount (blank keeps current): "
           ACCEPT WS-INPUT-AMOUNT
           IF WS-INPUT-AMOUNT NOT = SPACES THEN
               PERFORM VALIDATE-LOAN-AMOUNT
               IF WS-VALID-INPUT = 'N' THEN
                   DISPLAY "ERROR: Invalid loan amount."
                   MOVE 'N' TO WS-SUSP-EDIT-OK
               END-IF
           END-IF

           DISPLAY "Enter Annual Interest Rate (blank keeps current): "
           ACCEPT WS-INPUT-RATE
           IF WS-INPUT-RATE NOT = SPACES THEN
               PERFORM VALIDATE-INTEREST-RATE
               IF WS-VALID-INPUT = 'N' THEN
                   DISPLAY "ERROR: Invalid interest rate."
                   MOVE 'N' TO WS-SUSP-EDIT-OK
               END-IF
           END-IF

           DISPLAY "Enter Loan Term In Years (blank keeps current): "
           ACCEPT WS-INPUT-YEARS
           IF WS-INPUT-YEARS NOT = SPACES THEN
               PERFORM VALIDATE-LOAN-YEARS
               IF WS-VALID-INPUT = 'N' THEN
                   DISPLAY "ERROR: Invalid loan term."
                   MOVE 'N' TO WS-SUSP-EDIT-OK
               END-IF
           END-IF

           DISPLAY "Enter Monthly Income (blank keeps current): "
           ACCEPT WS-INPUT-MONTHLY-INCOME
           IF WS-INPUT-MONTHLY-INCOME NOT = SPACES THEN
               PERFORM VALIDATE-MONTHLY-INCOME
           END-IF

           DISPLAY "Enter Total Monthly Debt (blank keeps current): "
           ACCEPT WS-INPUT-MONTHLY-DEBT
           IF WS-INPUT-MONTHLY-DEBT NOT = SPACES THEN
               PERFORM VALIDATE-MONTHLY-DEBT
           END-IF

           IF PRODUCT-ARM THEN
               PERFORM GET-SUSPENSE-ARM-CORRECTIONS
           END-IF.

      * AN ARM ITEM IS OFTEN REJECTED FOR ITS STRUCTURE RATHER THAN
      * ITS AMOUNT OR RATE, SO THE ARM TERMS ARE RE-KEYED TOO, EACH
      * THROUGH THE SAME EDIT AS THE INTERACTIVE ARM PROMPTS. THE
      * FIXED PERIOD IS CHECKED AGAINST THE TERM AS CORRECTED ABOVE.
       GET-SUSPENSE-ARM-CORRECTIONS.
           MOVE 'Y' TO WS-ARM-VALID

           DISPLAY "Enter Initial Fixed Period In Years "
               "(blank keeps current): "
           ACCEPT WS-INPUT-ARM-FIXED-YEARS
           IF WS-INPUT-ARM-FIXED-YEARS NOT = SPACES THEN
               PERFORM VALIDATE-ARM-FIXED-YEARS
           END-IF

           DISPLAY "Enter Adjustment Frequency In Years "
               "(blank keeps current): "
           ACCEPT WS-INPUT-ARM-ADJUST-FREQ
           IF WS-INPUT-ARM-ADJUST-FREQ NOT = SPACES THEN
               PERFORM VALIDATE-ARM-ADJUST-FREQ
           END-IF

           DISPLAY "Enter Index Margin (blank keeps current): "
           ACCEPT WS-INPUT-ARM-MARGIN
           IF WS-INPUT-ARM-MARGIN NOT = SPACES THEN
               PERFORM VALIDATE-ARM-MARGIN
           END-IF

           DISPLAY "Enter Periodic Rate Cap (blank keeps current): "
           ACCEPT WS-INPUT-ARM-PERIODIC-CAP
           IF WS-INPUT-ARM-PERIODIC-CAP NOT = SPACES THEN
               PERFORM VALIDATE-ARM-PERIODIC-CAP
           END-IF

           DISPLAY "Enter Lifetime Rate Cap (blank keeps current): "
           ACCEPT WS-INPUT-ARM-LIFETIME-CAP
           IF WS-INPUT-ARM-LIFETIME-CAP NOT = SPACES THEN
               PERFORM VALIDATE-ARM-LIFETIME-CAP
           END-IF

           IF WS-ARM-VALID = 'N' THEN
               DISPLAY "ERROR: Invalid ARM structure."
               MOVE 'N' TO WS-SUSP-EDIT-OK
           END-IF.

       SAVE-SUSPENSE-CORRECTION.
           MOVE WS-LOAN-AMOUNT TO SUS-LOAN-AMOUNT
           MOVE WS-ANNUAL-RATE TO SUS-ANNUAL-RATE
           MOVE WS-LOAN-YEARS TO SUS-LOAN-YEARS
           MOVE WS-MONTHLY-INCOME TO SUS-MONTHLY-INCOME
           MOVE WS-MONTHLY-DEBT TO SUS-MONTHLY-DEBT
           IF PRODUCT-ARM THEN
               MOVE WS-ARM-FIXED-YEARS TO SUS-ARM-FIXED-YEARS
               MOVE WS-ARM-ADJUST-FREQ TO SUS-ARM-ADJUST-FREQ
               MOVE WS-ARM-INDEX-MARGIN TO SUS-ARM-INDEX-MARGIN
               MOVE WS-ARM-PERIODIC-CAP TO SUS-ARM-PERIODIC-CAP
               MOVE WS-ARM-LIFETIME-CAP TO SUS-ARM-LIFETIME-CAP
           END-IF
           MOVE 'C' TO SUS-ITEM-STATUS
           MOVE FUNCTION CURRENT-DATE(1:8) TO SUS-LAST-ACTION-DATE
           MOVE WS-OPERATOR-ID TO SUS-LAST-OPERATOR-ID

           REWRITE BATCH-SUSPENSE-RECORD
               INVALID KEY
                   DISPLAY "ERROR: Item could not be updated."
               NOT INVALID KEY
                   DISPLAY "Item " SUS-ITEM-KEY " corrected - ready "
                       "for release."
                   MOVE 'E014' TO WS-ERROR-CODE
                   MOVE 'SUSP CORRECT' TO WS-CURRENT-FIELD
                   MOVE 1 TO WS-ATTEMPT-COUNTER
                   MOVE SUS-APPLICATION-ID TO WS-AUDIT-REFERENCE
                   PERFORM LOG-SECURITY-EVENT
           END-REWRITE.

      * A CANCELLED ITEM IS NEVER RESUBMITTED BUT STAYS ON FILE AS
      * THE RECORD OF WHAT HAPPENED TO THE REJECT.
       CANCEL-SUSPENSE-ITEM.
           PERFORM FIND-SUSPENSE-ITEM

           IF SUSP-ITEM-FOUND THEN
               DISPLAY "Cancel this item? (Y/N): "
               ACCEPT WS-SUSP-CONFIRM

               IF WS-SUSP-CONFIRM = 'Y' OR WS-SUSP-CONFIRM = 'y' THEN
                   MOVE 'X' TO SUS-ITEM-STATUS
                   MOVE FUNCTION CURRENT-DATE(1:8) TO
                       SUS-LAST-ACTION-DATE
                   MOVE WS-OPERATOR-ID TO SUS-LAST-OPERATOR-ID
                   REWRITE BATCH-SUSPENSE-RECORD
                       INVALID KEY
                           DISPLAY "ERROR: Item could not be updated."
                       NOT INVALID KEY
                           DISPLAY "Item " SUS-ITEM-KEY " cancelled."
                           MOVE 'E015' TO WS-ERROR-CODE
                           MOVE 'SUSP CANCEL' TO WS-CURRENT-FIELD
                           MOVE 1 TO WS-ATTEMPT-COUNTER
                           MOVE SUS-APPLICATION-ID TO
                               WS-AUDIT-REFERENCE
                           PERFORM LOG-SECURITY-EVENT
                   END-REWRITE
               END-IF
           END-IF.

      *****************************************************************
      * RELEASE-SUSPENSE-ITEMS                                        *
      * WRITES EVERY CORRECTED ITEM TO THE RESUBMISSION FEED          *
      * (LOANRSB) BETWEEN AN 'H' HEADER DATED TODAY WITH SOURCE       *
      * "RESUBMIT" AND A 'T' TRAILER CARRYING THE DETAIL COUNT AND    *
      * THE LOAN-AMOUNT HASH TOTAL. ONLY ONCE THE WHOLE FEED IS       *
      * WRITTEN AND CLOSED ARE THE ITEMS MARKED RELEASED - A FEED     *
      * THAT FAILS PART WAY LEAVES EVERY ITEM CORRECTED, READY TO BE  *
      * RELEASED AGAIN.                                               *
      * THE FEED IS POSTED BY AN ORDINARY BATCH RUN WITH LOANBAT      *
      * POINTED AT LOANRSB. A NEW FEED IS REFUSED WHILE THE LAST ONE  *
      * RELEASED HAS NOT BEEN POSTED - OVERWRITING IT WOULD LOSE THE  *
      * ITEMS ON IT - AND ONLY ONE FEED MAY BE RELEASED PER DAY.      *
      *****************************************************************
       RELEASE-SUSPENSE-ITEMS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
           PERFORM LOAD-LAST-FEED-DATE
           PERFORM COUNT-RELEASABLE-ITEMS

           EVALUATE TRUE
               WHEN WS-SUSP-LAST-RELEASE NOT = SPACES AND
                       (WS-CTL-LAST-RESUB-DATE IS NOT NUMERIC OR
                        WS-SUSP-LAST-RELEASE > WS-CTL-LAST-RESUB-DATE)
                   DISPLAY "ERROR: The resubmission feed released "
                       WS-SUSP-LAST-RELEASE " has not been posted. "
                       "Post it before releasing another."
               WHEN WS-CTL-LAST-RESUB-DATE IS NUMERIC AND
                       WS-TODAY-DATE <= WS-CTL-LAST-RESUB-DATE
                   DISPLAY "ERROR: A resubmission feed dated "
                       WS-CTL-LAST-RESUB-DATE " has already posted. "
                       "Release again tomorrow."
               WHEN WS-SUSP-READY-COUNT = ZERO
                   DISPLAY "No corrected items to release."
               WHEN OTHER
                   PERFORM WRITE-RESUBMISSION-FEED
           END-EVALUATE.

       COUNT-RELEASABLE-ITEMS.
           MOVE ZERO TO WS-SUSP-READY-COUNT
           MOVE SPACES TO WS-SUSP-LAST-RELEASE
           PERFORM START-SUSPENSE-SCAN

           PERFORM UNTIL SUSP-AT-EOF
               PERFORM READ-NEXT-SUSPENSE-ITEM
               IF NOT SUSP-AT-EOF THEN
                   IF SUS-STATUS-CORRECTED THEN
                       ADD 1 TO WS-SUSP-READY-COUNT
                   END-IF
                   IF SUS-STATUS-RELEASED AND
                           SUS-RESUB-DATE > WS-SUSP-LAST-RELEASE THEN
                       MOVE SUS-RESUB-DATE TO WS-SUSP-LAST-RELEASE
                   END-IF
               END-IF
           END-PERFORM.

       WRITE-RESUBMISSION-FEED.
           OPEN OUTPUT RESUBMISSION-FEED-FILE

           IF WS-RESUB-STATUS NOT = "00" THEN
               DISPLAY "ERROR: Unable to open LOANRSB for output."
               DISPLAY "File status: " WS-RESUB-STATUS
           ELSE
               MOVE 'Y' TO WS-RESUB-WRITE-OK
               MOVE ZERO TO WS-RESUB-COUNT
               MOVE ZERO TO WS-RESUB-HASH-TOTAL
               MOVE WS-TODAY-DATE TO WS-RESUB-HDR-DATE
               WRITE RESUBMISSION-FEED-RECORD FROM WS-RESUB-HEADER
               PERFORM CHECK-RESUBMISSION-WRITE

               IF WS-RESUB-WRITE-OK = 'Y' THEN
                   PERFORM START-SUSPENSE-SCAN
                   PERFORM UNTIL SUSP-AT-EOF
                           OR WS-RESUB-WRITE-OK = 'N'
                       PERFORM READ-NEXT-SUSPENSE-ITEM
                       IF NOT SUSP-AT-EOF AND
                               SUS-STATUS-CORRECTED THEN
                           PERFORM WRITE-ONE-RESUBMISSION
                       END-IF
                   END-PERFORM
               END-IF

               IF WS-RESUB-WRITE-OK = 'Y' THEN
                   MOVE WS-RESUB-COUNT TO WS-RESUB-TRL-COUNT
                   MOVE WS-RESUB-HASH-TOTAL TO WS-RESUB-TRL-HASH
                   WRITE RESUBMISSION-FEED-RECORD
                       FROM WS-RESUB-TRAILER
                   PERFORM CHECK-RESUBMISSION-WRITE
               END-IF

               CLOSE RESUBMISSION-FEED-FILE
               IF WS-RESUB-WRITE-OK = 'Y' THEN
                   PERFORM CHECK-RESUBMISSION-WRITE
               END-IF

               IF WS-RESUB-WRITE-OK = 'Y' THEN
                   PERFORM MARK-RESUBMISSION-RELEASED
               ELSE
                   DISPLAY "ERROR: LOANRSB is incomplete - no item "
                       "released. Corrected items are unchanged."
               END-IF
           END-IF.

       CHECK-RESUBMISSION-WRITE.
           IF WS-RESUB-STATUS NOT = "00" THEN
               DISPLAY "ERROR: Unable to write LOANRSB."
               DISPLAY "File status: " WS-RESUB-STATUS
               MOVE 'N' TO WS-RESUB-WRITE-OK
           END-IF.

      * THE DETAIL GOES OUT IN THE ORIGINAL FEED LAYOUT WITH ITS
      * RECORD TYPE FORCED TO 'D'; THE HASH TOTAL IS BUILT FROM THE
      * AMOUNTS ACTUALLY WRITTEN, THE SAME WAY THE BATCH RUN WILL
      * REBUILD IT.
       WRITE-ONE-RESUBMISSION.
           MOVE 'D' TO SUS-RECORD-TYPE
           WRITE RESUBMISSION-FEED-RECORD FROM SUS-BATCH-IMAGE
           PERFORM CHECK-RESUBMISSION-WRITE

           IF WS-RESUB-WRITE-OK = 'Y' THEN
               ADD 1 TO WS-RESUB-COUNT
               ADD SUS-LOAN-AMOUNT TO WS-RESUB-HASH-TOTAL
           END-IF.

      * THE FEED IS COMPLETE ON DISK, SO THE SAME CORRECTED ITEMS
      * WRITTEN TO IT ARE NOW MARKED RELEASED AND THE RELEASE LOGGED.
       MARK-RESUBMISSION-RELEASED.
           PERFORM START-SUSPENSE-SCAN
           PERFORM UNTIL SUSP-AT-EOF
               PERFORM READ-NEXT-SUSPENSE-ITEM
               IF NOT SUSP-AT-EOF AND SUS-STATUS-CORRECTED THEN
                   PERFORM RELEASE-ONE-SUSPENSE-ITEM
               END-IF
           END-PERFORM

           MOVE WS-RESUB-COUNT TO WS-DISPLAY-TRAILER-COUNT
           MOVE WS-RESUB-HASH-TOTAL TO WS-DISPLAY-HASH-TOTAL
           DISPLAY "Resubmission feed dated " WS-TODAY-DATE
               " written to LOANRSB."
           DISPLAY "  " WS-DISPLAY-TRAILER-COUNT
               " record(s), hash " WS-DISPLAY-HASH-TOTAL

           MOVE 'E016' TO WS-ERROR-CODE
           MOVE 'SUSP RELEASE' TO WS-CURRENT-FIELD
           IF WS-RESUB-COUNT > 999 THEN
               MOVE 999 TO WS-ATTEMPT-COUNTER
           ELSE
               MOVE WS-RESUB-COUNT TO WS-ATTEMPT-COUNTER
           END-IF
           MOVE "LOANRSB" TO WS-AUDIT-REFERENCE
           PERFORM LOG-SECURITY-EVENT.

       RELEASE-ONE-SUSPENSE-ITEM.
           MOVE 'D' TO SUS-RECORD-TYPE
           MOVE 'R' TO SUS-ITEM-STATUS
           MOVE WS-TODAY-DATE TO SUS-RESUB-DATE
           MOVE WS-TODAY-DATE TO SUS-LAST-ACTION-DATE
           MOVE WS-OPERATOR-ID TO SUS-LAST-OPERATOR-ID
           REWRITE BATCH-SUSPENSE-RECORD
               INVALID KEY
                   DISPLAY "ERROR: Item " SUS-ITEM-KEY
                       " released but not marked - cancel it."
           END-REWRITE.

      *****************************************************************
      * GENERATE-AMORTIZATION-SCHEDULE                                *
      * WRITES ONE KEYED SCHEDMST RECORD PER PAYMENT PERIOD           *
      * (PRINCIPAL, INTEREST, REMAINING BALANCE, ESCROW/PMI AND THE   *
      * RATE IN EFFECT) FOR THE LOAN JUST PRICED BY                   *
      * CALCULATE-MORTGAGE. FIXED-RATE LOANS AMORTIZE AT A LEVEL      *
      * PAYMENT; ARM LOANS STEP THE RATE AND PAYMENT AT EACH          *
      * ADJUSTMENT ON THE WORST-CASE CAP ASSUMPTION. A REGENERATED    *
      * SCHEDULE REWRITES ITS RECORDS IN PLACE. THE PRINT RENDERING   *
      * LIVES IN THE SCHEDULE PRINT FORMATTER.                        *
      *****************************************************************
       GENERATE-AMORTIZATION-SCHEDULE.
           MOVE WS-LOAN-AMOUNT TO WS-AMORT-BALANCE

           IF WS-MONTHLY-PMI > ZERO THEN
               MOVE 'Y' TO WS-PMI-ACTIVE
           ELSE
               MOVE 'N' TO WS-PMI-ACTIVE
           END-IF

           IF PRODUCT-ARM THEN
               PERFORM GENERATE-ARM-SCHEDULE
           ELSE
               PERFORM GENERATE-FIXED-SCHEDULE
           END-IF.

       GENERATE-FIXED-SCHEDULE.
           PERFORM VARYING WS-AMORT-PAYMENT-NUM FROM 1 BY 1
                   UNTIL WS-AMORT-PAYMENT-NUM > WS-NUM-PAYMENTS
               PERFORM SET-SCHEDULE-DUE-DATE
               COMPUTE WS-AMORT-INTEREST-PORTION ROUNDED =
                   WS-AMORT-BALANCE * WS-MONTHLY-RATE
               COMPUTE WS-AMORT-PRINCIPAL-PORTION ROUNDED =
                   WS-MONTHLY-PAYMENT - WS-AMORT-INTEREST-PORTION

               IF WS-AMORT-PRINCIPAL-PORTION > WS-AMORT-BALANCE THEN
                   MOVE WS-AMORT-BALANCE TO WS-AMORT-PRINCIPAL-PORTION
               END-IF

               COMPUTE WS-AMORT-BALANCE ROUNDED =
                   WS-AMORT-BALANCE - WS-AMORT-PRINCIPAL-PORTION

               PERFORM FLAG-PMI-DROP
               MOVE 'N' TO WS-SDR-RATE-ADJUST
               PERFORM WRITE-SCHEDULE-DETAIL-RECORD

               IF WS-SDR-PMI-DROP = 'Y' THEN
                   MOVE 'N' TO WS-PMI-ACTIVE
               END-IF
           END-PERFORM.

      * THE PAYMENT THAT BRINGS THE BALANCE DOWN TO 80 PERCENT OF THE
      * PROPERTY VALUE STILL CARRIES ITS PMI AND IS FLAGGED AS THE
      * DROP POINT; PMI LEAVES THE RECORDS FROM THE NEXT PAYMENT ON.
       FLAG-PMI-DROP.
           MOVE 'N' TO WS-SDR-PMI-DROP
           IF WS-PMI-ACTIVE = 'Y' AND
                   WS-PMI-CUTOFF-BALANCE > ZERO AND
                   WS-AMORT-BALANCE <= WS-PMI-CUTOFF-BALANCE THEN
               MOVE 'Y' TO WS-SDR-PMI-DROP
           END-IF.

      *****************************************************************
      * GENERATE-ARM-SCHEDULE                                         *
      * AMORTIZES THE ARM ON THE WORST-CASE PATH: THE RATE RISES BY   *
      * THE PERIODIC CAP AT EVERY ADJUSTMENT UNTIL IT REACHES THE     *
      * INITIAL RATE PLUS THE LIFETIME CAP, AND THE PAYMENT IS        *
      * RECOMPUTED OVER THE REMAINING TERM AT EACH STEP. THE LIFETIME *
      * TOTALS ARE CARRIED BACK TO THE WORK FIELDS SO THE MASTER AND  *
      * LOS RECORDS HOLD THE WORST-CASE COST OF THE LOAN; THE INITIAL *
      * PAYMENT FIGURE IS LEFT UNTOUCHED FOR THE QUOTE ITSELF.        *
      *****************************************************************
       GENERATE-ARM-SCHEDULE.
           MOVE WS-ANNUAL-RATE TO WS-ARM-CURRENT-RATE
           COMPUTE WS-ARM-MAX-RATE =
               WS-ANNUAL-RATE + WS-ARM-LIFETIME-CAP
           MOVE WS-MONTHLY-PAYMENT TO WS-ARM-PAYMENT
           COMPUTE WS-ARM-NEXT-ADJUST-PMT =
               WS-ARM-FIXED-YEARS * 12 + 1
           MOVE ZERO TO WS-ARM-TOTAL-INTEREST

           PERFORM VARYING WS-AMORT-PAYMENT-NUM FROM 1 BY 1
                   UNTIL WS-AMORT-PAYMENT-NUM > WS-NUM-PAYMENTS
               PERFORM SET-SCHEDULE-DUE-DATE
               MOVE 'N' TO WS-SDR-RATE-ADJUST
               IF WS-AMORT-PAYMENT-NUM = WS-ARM-NEXT-ADJUST-PMT AND
                       WS-AMORT-BALANCE > ZERO THEN
                   PERFORM ADJUST-ARM-RATE
               END-IF

               COMPUTE WS-AMORT-INTEREST-PORTION ROUNDED =
                   WS-AMORT-BALANCE * WS-MONTHLY-RATE
               COMPUTE WS-AMORT-PRINCIPAL-PORTION ROUNDED =
                   WS-ARM-PAYMENT - WS-AMORT-INTEREST-PORTION

               IF WS-AMORT-PRINCIPAL-PORTION > WS-AMORT-BALANCE THEN
                   MOVE WS-AMORT-BALANCE TO WS-AMORT-PRINCIPAL-PORTION
               END-IF

               COMPUTE WS-AMORT-BALANCE ROUNDED =
                   WS-AMORT-BALANCE - WS-AMORT-PRINCIPAL-PORTION

               ADD WS-AMORT-INTEREST-PORTION TO WS-ARM-TOTAL-INTEREST

               PERFORM FLAG-PMI-DROP
               PERFORM WRITE-SCHEDULE-DETAIL-RECORD

               IF WS-SDR-PMI-DROP = 'Y' THEN
                   MOVE 'N' TO WS-PMI-ACTIVE
               END-IF
           END-PERFORM

       ASSIGN-LOAN-NUMBER.
           MOVE 1 TO WS-NEXT-LOAN-NUMBER
           MOVE SPACES TO WS-CTL-LAST-FEED-DATE
           MOVE SPACES TO WS-CTL-LAST-RESUB-DATE
           OPEN INPUT LOAN-NUMBER-CONTROL-FILE

           IF WS-CTL-STATUS = "00" THEN
                           WS-NEXT-LOAN-NUMBER
                       MOVE CTL-LAST-FEED-DATE TO
                           WS-CTL-LAST-FEED-DATE
                       MOVE CTL-LAST-RESUB-DATE TO
                           WS-CTL-LAST-RESUB-DATE
               END-READ
               CLOSE LOAN-NUMBER-CONTROL-FILE
           END-IF
               MOVE SPACES TO LOAN-NUMBER-CONTROL-RECORD
               COMPUTE CTL-NEXT-LOAN-NUMBER = WS-NEXT-LOAN-NUMBER + 1
               MOVE WS-CTL-LAST-FEED-DATE TO CTL-LAST-FEED-DATE
               MOVE WS-CTL-LAST-RESUB-DATE TO CTL-LAST-RESUB-DATE
               WRITE LOAN-NUMBER-CONTROL-RECORD
               CLOSE LOAN-NUMBER-CONTROL-FILE
           END-IF.
      * NUMBER WOULD MAKE THE LOS FEED AMBIGUOUS.                     *
      *****************************************************************
       SAVE-LOAN-RECORD.
           MOVE SPACES TO LOAN-MASTER-RECORD
           MOVE WS-APPLICATION-ID TO LMR-APPLICATION-ID
           MOVE WS-LOAN-AMOUNT TO LMR-LOAN-AMOUNT
           MOVE WS-ANNUAL-RATE TO LMR-ANNUAL-RATE
           MOVE WS-ARM-PERIODIC-CAP TO LMR-ARM-PERIODIC-CAP
           MOVE WS-ARM-LIFETIME-CAP TO LMR-ARM-LIFETIME-CAP
           MOVE FUNCTION CURRENT-DATE(1:8) TO LMR-QUOTE-DATE
      * THE TIME OF DAY IS KEPT ONLY FOR A QUOTE KEYED AT THE
      * TERMINAL - A BATCH RUN POSTS THE FEED AFTER HOURS BY DESIGN.
           IF RUN-MODE-INTERACTIVE OR RUN-MODE-REFINANCE THEN
               MOVE FUNCTION CURRENT-DATE(9:4) TO LMR-QUOTE-TIME
           ELSE
               MOVE SPACES TO LMR-QUOTE-TIME
           END-IF
           MOVE SPACES TO LMR-LOS-ACK-STATUS
           MOVE SPACES TO LMR-LOS-ACK-REASON
           MOVE WS-OPERATOR-ID TO LMR-OPERATOR-ID
           MOVE WS-POINTS-AMOUNT TO LMR-POINTS-AMOUNT
           MOVE WS-ORIGINATION-FEE TO LMR-ORIGINATION-FEE
           MOVE WS-OTHER-PREPAID TO LMR-OTHER-PREPAID
           MOVE WS-APR TO LMR-APR
           IF RUN-MODE-REFINANCE THEN
               MOVE WS-REFI-ORIG-APPL-ID TO LMR-REFI-OF-APPL-ID
               MOVE WS-REFI-ASOF-PAYMENT TO LMR-REFI-ASOF-PAYMENT
               MOVE WS-REFI-MONTHLY-SAVING TO LMR-REFI-MONTHLY-SAVING
               MOVE WS-REFI-BREAKEVEN-MOS TO LMR-REFI-BREAKEVEN-MOS
               MOVE WS-REFI-INTEREST-DIFF TO LMR-REFI-INTEREST-DIFF
           ELSE
               MOVE SPACES TO LMR-REFI-OF-APPL-ID
               MOVE ZERO TO LMR-REFI-ASOF-PAYMENT
               MOVE ZERO TO LMR-REFI-MONTHLY-SAVING
               MOVE ZERO TO LMR-REFI-BREAKEVEN-MOS
               MOVE ZERO TO LMR-REFI-INTEREST-DIFF
           END-IF
           MOVE SPACES TO LMR-RATE-LOCK-DATE
           MOVE WS-PROPERTY-STATE TO LMR-PROPERTY-STATE
           MOVE WS-PROPERTY-COUNTY TO LMR-PROPERTY-COUNTY
           MOVE WS-CENSUS-TRACT TO LMR-CENSUS-TRACT
           MOVE WS-APPLICANT-ETHNICITY TO LMR-APPLICANT-ETHNICITY
           MOVE WS-APPLICANT-RACE TO LMR-APPLICANT-RACE
           MOVE WS-APPLICANT-SEX TO LMR-APPLICANT-SEX
           IF WS-APPLICANT-AGE IS NUMERIC THEN
               MOVE WS-APPLICANT-AGE-NUM TO LMR-APPLICANT-AGE
           ELSE
               MOVE SPACES TO LMR-APPLICANT-AGE(1:3)
           END-IF
           MOVE 'Q' TO LMR-QUOTE-STATUS
           PERFORM COMPUTE-LOCK-EXPIRE-DATE
           MOVE WS-LOCK-EXPIRE-DATE TO LMR-LOCK-EXPIRE-DATE
                   ADD WS-LOAN-AMOUNT TO WS-TOTAL-AMOUNT-FINANCED
                   ADD WS-TOTAL-INTEREST TO
                       WS-TOTAL-INTEREST-PROJECTED
                   MOVE SPACES TO WS-JRN-BEFORE-IMAGE
                   MOVE 'A' TO WS-JRN-ACTION
                   MOVE 'SAVE-LOAN-RECORD' TO WS-JRN-PARAGRAPH
                   PERFORM WRITE-MASTER-JOURNAL
                   PERFORM WRITE-LOS-EXPORT-RECORD
           END-WRITE.

           MOVE 1 TO WS-ATTEMPT-COUNTER
           PERFORM LOG-SECURITY-EVENT.

      *****************************************************************
      * WRITE-MASTER-JOURNAL                                          *
      * APPENDS ONE BEFORE/AFTER RECORD TO THE CHANGE JOURNAL FOR A   *
      * MASTER RECORD JUST ADDED OR REWRITTEN. THE CALLER SETS THE    *
      * BEFORE IMAGE, THE ACTION AND ITS OWN PARAGRAPH NAME; THE      *
      * AFTER IMAGE IS THE MASTER RECORD AS WRITTEN. OPENED AND       *
      * CLOSED PER WRITE LIKE THE AUDIT LOG, SO NO MODE HAS TO        *
      * CARRY THE FILE.                                               *
      *****************************************************************
       WRITE-MASTER-JOURNAL.
           OPEN EXTEND LOAN-JOURNAL-FILE

           IF WS-JOURNAL-STATUS = "35" THEN
               OPEN OUTPUT LOAN-JOURNAL-FILE
           END-IF

           IF WS-JOURNAL-STATUS NOT = "00" THEN
               DISPLAY "WARNING: Change journal unavailable (status "
                   WS-JOURNAL-STATUS ") - " LMR-APPLICATION-ID
                   " change not journaled."
           ELSE
               MOVE SPACES TO LOAN-JOURNAL-RECORD
               MOVE LMR-APPLICATION-ID TO JRN-APPLICATION-ID
               MOVE WS-JRN-PROGRAM-ID TO JRN-PROGRAM-ID
               MOVE WS-JRN-PARAGRAPH TO JRN-PARAGRAPH
               MOVE WS-OPERATOR-ID TO JRN-OPERATOR-ID
               MOVE FUNCTION CURRENT-DATE TO JRN-TIMESTAMP
               MOVE WS-JRN-ACTION TO JRN-ACTION
               MOVE WS-JRN-BEFORE-IMAGE TO JRN-BEFORE-IMAGE
               MOVE LOAN-MASTER-RECORD TO JRN-AFTER-IMAGE

               WRITE LOAN-JOURNAL-RECORD
               CLOSE LOAN-JOURNAL-FILE
           END-IF.

      *****************************************************************
      * OPEN-LOS-EXPORT-FILE / WRITE-LOS-EXPORT-RECORD                *
      * EVERY LOAN PRICED SUCCESSFULLY IS ALSO DROPPED ONTO A FIXED-  *
           WRITE LOS-EXPORT-RECORD

      * THE MASTER RECORD JUST WRITTEN ADVANCES TO EXPORTED SO THE
      * LIFECYCLE TRAIL SHOWS THE QUOTE LEFT THE BUILDING. ONLY A
      * QUOTED OR ALREADY-EXPORTED QUOTE MOVES - A CLEARED REFERRAL
      * THE BORROWER HAS LOCKED KEEPS ITS LOCK, AND ONE THE LOS HAS
      * ALREADY ACKNOWLEDGED KEEPS ITS ACK. THE EXPORT ONLY CARRIES
      * THE UNDERWRITER'S DECISION DOWNSTREAM.
           IF LMR-STATUS-QUOTED OR LMR-STATUS-EXPORTED THEN
               MOVE LOAN-MASTER-RECORD TO WS-JRN-BEFORE-IMAGE
               MOVE 'E' TO LMR-QUOTE-STATUS
               REWRITE LOAN-MASTER-RECORD
               IF WS-MASTER-STATUS = "00" THEN
                   MOVE 'C' TO WS-JRN-ACTION
                   MOVE 'BUILD-LOS-EXPORT-RECORD' TO WS-JRN-PARAGRAPH
                   PERFORM WRITE-MASTER-JOURNAL
               END-IF
           END-IF.

      *****************************************************************
      * LOS-RECONCILE-PROCESS                                         *
           IF WS-ACK-STATUS NOT = "00" THEN
               DISPLAY "ERROR: Unable to open LOSACK return file."
               DISPLAY "File status: " WS-ACK-STATUS
               IF WS-RETURN-CODE = ZERO THEN
                   MOVE 16 TO WS-RETURN-CODE
               END-IF
           ELSE
               PERFORM UNTIL ACK-AT-EOF
                   READ LOS-ACK-FILE
           END-PERFORM.

       APPLY-ACK-TO-MASTER.
           MOVE LOAN-MASTER-RECORD TO WS-JRN-BEFORE-IMAGE
           MOVE WS-ACK-DISP(WS-ACK-IDX) TO LMR-LOS-ACK-STATUS
           MOVE WS-ACK-REASON(WS-ACK-IDX) TO LMR-LOS-ACK-REASON


           REWRITE LOAN-MASTER-RECORD

           IF WS-MASTER-STATUS = "00" THEN
               MOVE 'C' TO WS-JRN-ACTION
               MOVE 'APPLY-ACK-TO-MASTER' TO WS-JRN-PARAGRAPH
               PERFORM WRITE-MASTER-JOURNAL
           END-IF

           IF WS-ACK-DISP(WS-ACK-IDX) = 'R' THEN
               ADD 1 TO WS-RECON-REJECTED
               PERFORM WRITE-REJECTED-ACK-LINE
           DISPLAY "Inquiry Type:"
           DISPLAY "  1 - By Application ID"
           DISPLAY "  2 - By Customer Number (lists every quote)"
           DISPLAY "  3 - Change History (journal trail, as-of date)"
           DISPLAY "Enter Selection (Default 1): "
           ACCEPT WS-INQUIRY-TYPE

           EVALUATE WS-INQUIRY-TYPE
               WHEN '2'
                   PERFORM INQUIRY-BY-CUSTOMER
               WHEN '3'
                   PERFORM INQUIRY-CHANGE-HISTORY
               WHEN OTHER
                   PERFORM INQUIRY-BY-APPLICATION
           END-EVALUATE

           PERFORM ASK-INQUIRY-CONTINUE.

           DISPLAY LMR-APPLICATION-ID "  " LMR-QUOTE-DATE "  "
               WS-DISPLAY-AMOUNT "  " WS-DISPLAY-RATE "  "
               LMR-LOAN-YEARS "  " LMR-PRODUCT-TYPE
               "  " LMR-BORROWER-NAME
           IF LMR-REFI-OF-APPL-ID NOT = SPACES THEN
               DISPLAY "            REFINANCE OF " LMR-REFI-OF-APPL-ID
           END-IF.

       FIND-LOAN-MASTER-RECORD.
           MOVE 'N' TO WS-INQUIRY-FOUND
           MOVE LMR-QUOTE-STATUS TO WS-QUOTE-STATUS
           MOVE LMR-LOCK-EXPIRE-DATE TO WS-LOCK-EXPIRE-DATE

      * RECORDS SAVED BEFORE THE REFINANCE LINK EXISTED CARRY SPACES
      * IN THOSE POSITIONS, SO THE FIGURES ARE TAKEN ONLY WITH A LINK.
           IF LMR-REFI-OF-APPL-ID = SPACES THEN
               MOVE SPACES TO WS-REFI-ORIG-APPL-ID
               MOVE ZERO TO WS-REFI-ASOF-PAYMENT
               MOVE ZERO TO WS-REFI-MONTHLY-SAVING
               MOVE ZERO TO WS-REFI-BREAKEVEN-MOS
               MOVE ZERO TO WS-REFI-INTEREST-DIFF
           ELSE
               MOVE LMR-REFI-OF-APPL-ID TO WS-REFI-ORIG-APPL-ID
               MOVE LMR-REFI-ASOF-PAYMENT TO WS-REFI-ASOF-PAYMENT
               MOVE LMR-REFI-MONTHLY-SAVING TO WS-REFI-MONTHLY-SAVING
               MOVE LMR-REFI-BREAKEVEN-MOS TO WS-REFI-BREAKEVEN-MOS
               MOVE LMR-REFI-INTEREST-DIFF TO WS-REFI-INTEREST-DIFF
           END-IF

           MOVE LMR-PROPERTY-STATE TO WS-PROPERTY-STATE
           MOVE LMR-PROPERTY-COUNTY TO WS-PROPERTY-COUNTY
           MOVE LMR-CENSUS-TRACT TO WS-CENSUS-TRACT
           MOVE LMR-APPLICANT-ETHNICITY TO WS-APPLICANT-ETHNICITY
           MOVE LMR-APPLICANT-RACE TO WS-APPLICANT-RACE
           MOVE LMR-APPLICANT-SEX TO WS-APPLICANT-SEX
           MOVE LMR-APPLICANT-AGE(1:3) TO WS-APPLICANT-AGE

           IF WS-PRODUCT-TYPE NOT = 'A' THEN
               MOVE 'F' TO WS-PRODUCT-TYPE
           END-IF

           PERFORM DISPLAY-RESULTS

           IF WS-REFI-ORIG-APPL-ID NOT = SPACES THEN
               PERFORM DISPLAY-REFINANCE-LINK
           END-IF

           DISPLAY " "
           DISPLAY "Regenerate amortization schedule? (Y/N): "
           ACCEPT WS-INQUIRY-REGEN
               PERFORM UPDATE-QUOTE-STATUS
           END-IF.

       UPDATE-QUOTE-STATUS.
           OPEN I-O LOAN-MASTER-FILE

           IF WS-MASTER-STATUS NOT = "00" THEN
               DISPLAY "ERROR: Unable to open the loan master file "
                   "for update."
               DISPLAY "File status: " WS-MASTER-STATUS
           ELSE
               MOVE WS-APPLICATION-ID TO LMR-APPLICATION-ID
               READ LOAN-MASTER-FILE
                   INVALID KEY
                       DISPLAY "ERROR: Record no longer on file."
                   NOT INVALID KEY
                       MOVE LOAN-MASTER-RECORD TO WS-JRN-BEFORE-IMAGE
                       MOVE WS-QUOTE-STATUS TO LMR-QUOTE-STATUS
                       IF WS-QUOTE-STATUS = 'L' THEN
                           MOVE FUNCTION CURRENT-DATE(1:8) TO
                               LMR-RATE-LOCK-DATE
                       END-IF
                       REWRITE LOAN-MASTER-RECORD
                       IF WS-MASTER-STATUS = "00" THEN
                           MOVE 'C' TO WS-JRN-ACTION
                           MOVE 'UPDATE-QUOTE-STATUS' TO
                               WS-JRN-PARAGRAPH
                           PERFORM WRITE-MASTER-JOURNAL
                       END-IF
                       DISPLAY "Status of " WS-APPLICATION-ID
                           " set to " WS-QUOTE-STATUS "."
               END-READ
               CLOSE LOAN-MASTER-FILE
           END-IF.

      *****************************************************************
      * INQUIRY-CHANGE-HISTORY                                        *
      * ANSWERS "WHO CHANGED THIS QUOTE, AND WHAT DID IT LOOK LIKE    *
      * BEFORE?" FROM THE CHANGE JOURNAL. EVERY JOURNALED ADD AND     *
      * REWRITE FOR THE APPLICATION IS LISTED IN THE ORDER IT         *
      * HAPPENED, WITH THE STATUS AND DECISION MOVE EACH ONE MADE.    *
      * GIVEN A DATE, THE RECORD IS ALSO REBUILT AS IT STOOD AT THE   *
      * END OF THAT DAY.                                              *
      *****************************************************************
       INQUIRY-CHANGE-HISTORY.
           DISPLAY " "
           DISPLAY "Enter Application ID For History: "
           ACCEPT WS-INPUT-INQUIRY-ID

           INSPECT WS-INPUT-INQUIRY-ID REPLACING ALL ";" BY " "
           INSPECT WS-INPUT-INQUIRY-ID REPLACING ALL "'" BY " "
           INSPECT WS-INPUT-INQUIRY-ID REPLACING ALL '"' BY " "

           IF WS-INPUT-INQUIRY-ID = SPACES THEN
               DISPLAY "ERROR: Application ID is required."
           ELSE
               DISPLAY "Rebuild record as of date (YYYYMMDD, "
                   "blank=none): "
               ACCEPT WS-EDIT-DATE
               PERFORM EDIT-ONE-DATE
               MOVE WS-EDIT-DATE TO WS-INPUT-ASOF-DATE

               PERFORM LIST-CHANGE-HISTORY

               IF WS-INPUT-ASOF-DATE NOT = SPACES THEN
                   PERFORM DISPLAY-ASOF-RECORD
               END-IF
           END-IF.

       LIST-CHANGE-HISTORY.
           MOVE 'N' TO WS-JRN-EOF
           MOVE 'N' TO WS-ASOF-FOUND
           MOVE 'N' TO WS-ASOF-LATER-SEEN
           MOVE SPACES TO WS-ASOF-IMAGE
           MOVE ZERO TO WS-JRN-MATCH-COUNT
           OPEN INPUT LOAN-JOURNAL-FILE

           IF WS-JOURNAL-STATUS NOT = "00" THEN
               DISPLAY "No change journal available (status "
                   WS-JOURNAL-STATUS ")."
           ELSE
               DISPLAY " "
               DISPLAY "DATE     TIME   OPERATOR ACT STATUS DECISION "
                   "CHANGED BY"
               PERFORM UNTIL JRN-AT-EOF
                   READ LOAN-JOURNAL-FILE
                       AT END
                           MOVE 'Y' TO WS-JRN-EOF
                       NOT AT END
                           IF JRN-APPLICATION-ID = WS-INPUT-INQUIRY-ID
                                   THEN
                               PERFORM DISPLAY-ONE-JOURNAL-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LOAN-JOURNAL-FILE
           END-IF

           MOVE WS-JRN-MATCH-COUNT TO WS-DISPLAY-JRN-COUNT
           DISPLAY WS-DISPLAY-JRN-COUNT " change(s) journaled for "
               "application " WS-INPUT-INQUIRY-ID ".".

       DISPLAY-ONE-JOURNAL-ENTRY.
           ADD 1 TO WS-JRN-MATCH-COUNT
           MOVE JRN-BEFORE-IMAGE TO JOURNAL-MASTER-IMAGE
           MOVE JMI-QUOTE-STATUS TO WS-JRN-BEFORE-STATUS
           MOVE JMI-QUOTE-DECISION TO WS-JRN-BEFORE-DECISION
           MOVE JRN-AFTER-IMAGE TO JOURNAL-MASTER-IMAGE

           DISPLAY JRN-CHANGE-DATE " " JRN-CHANGE-TIME(1:6) " "
               JRN-OPERATOR-ID "  " JRN-ACTION "   "
               WS-JRN-BEFORE-STATUS " > " JMI-QUOTE-STATUS "  "
               WS-JRN-BEFORE-DECISION " > " JMI-QUOTE-DECISION "    "
               JRN-PARAGRAPH
           DISPLAY "                                            "
               "(" JRN-PROGRAM-ID ")"

           IF WS-INPUT-ASOF-DATE NOT = SPACES THEN
               PERFORM APPLY-ENTRY-TO-ASOF-IMAGE
           END-IF.

      * THE JOURNAL IS IN TIME ORDER. THE LAST CHANGE ON OR BEFORE
      * THE DATE GIVES THE RECORD AS IT STOOD; FAILING THAT, THE
      * FIRST CHANGE AFTER THE DATE STILL HOLDS THE EARLIER RECORD IN
      * ITS BEFORE IMAGE (BLANK WHEN THAT CHANGE WAS THE ADD).
       APPLY-ENTRY-TO-ASOF-IMAGE.
           IF JRN-CHANGE-DATE NOT > WS-INPUT-ASOF-DATE THEN
               MOVE JRN-AFTER-IMAGE TO WS-ASOF-IMAGE
               MOVE 'Y' TO WS-ASOF-FOUND
           ELSE
               IF NOT ASOF-IMAGE-FOUND AND
                       WS-ASOF-LATER-SEEN = 'N' THEN
                   MOVE JRN-BEFORE-IMAGE TO WS-ASOF-IMAGE
                   MOVE 'Y' TO WS-ASOF-LATER-SEEN
               END-IF
           END-IF.

      * A RECORD WITH NO JOURNAL ENTRIES HAS NOT CHANGED SINCE THE
      * JOURNAL BEGAN (OR SINCE ITS ENTRIES ROLLED OFF), SO THE LIVE
      * RECORD IS ITS HISTORY - PROVIDED IT WAS QUOTED BY THE DATE.
       DISPLAY-ASOF-RECORD.
           IF NOT ASOF-IMAGE-FOUND AND WS-ASOF-LATER-SEEN = 'N' THEN
               PERFORM LOAD-UNJOURNALED-ASOF-IMAGE
           END-IF

           DISPLAY " "
           IF WS-ASOF-IMAGE = SPACES THEN
               DISPLAY "Application " WS-INPUT-INQUIRY-ID
                   " was not on the loan master as of "
                   WS-INPUT-ASOF-DATE "."
           ELSE
               MOVE WS-ASOF-IMAGE TO JOURNAL-MASTER-IMAGE
               DISPLAY "RECORD AS OF " WS-INPUT-ASOF-DATE
                   " - APPLICATION " JMI-APPLICATION-ID
               DISPLAY "Quote date:   " JMI-QUOTE-DATE
                   "   Keyed by: " JMI-OPERATOR-ID
               DISPLAY "Borrower:     " JMI-BORROWER-NAME
                   "   Customer: " JMI-CUSTOMER-NUMBER
               MOVE JMI-LOAN-AMOUNT TO WS-DISPLAY-AMOUNT
               MOVE JMI-ANNUAL-RATE TO WS-DISPLAY-RATE
               DISPLAY "Loan amount:  " WS-DISPLAY-AMOUNT
                   "   Rate: " WS-DISPLAY-RATE
                   "   Years: " JMI-LOAN-YEARS
                   "   Product: " JMI-PRODUCT-TYPE
               MOVE JMI-MONTHLY-PAYMENT TO WS-DISPLAY-PAYMENT
               MOVE JMI-PITI-PAYMENT TO WS-DISPLAY-PITI
               DISPLAY "Payment:      " WS-DISPLAY-PAYMENT
                   "   PITI: " WS-DISPLAY-PITI
               DISPLAY "Decision:     " JMI-QUOTE-DECISION
                   "   Status: " JMI-QUOTE-STATUS
                   "   Lock expires: " JMI-LOCK-EXPIRE-DATE
               DISPLAY "LOS ack:      " JMI-LOS-ACK-STATUS
                   " " JMI-LOS-ACK-REASON
           END-IF.

       LOAD-UNJOURNALED-ASOF-IMAGE.
           OPEN INPUT LOAN-MASTER-FILE

           IF WS-MASTER-STATUS = "00" THEN
               MOVE WS-INPUT-INQUIRY-ID TO LMR-APPLICATION-ID
               READ LOAN-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF LMR-QUOTE-DATE IS NUMERIC AND
                               LMR-QUOTE-DATE NOT >
                                   WS-INPUT-ASOF-DATE THEN
                           MOVE LOAN-MASTER-RECORD TO WS-ASOF-IMAGE
                       END-IF
               END-READ
               CLOSE LOAN-MASTER-FILE
           END-IF.

       ASK-INQUIRY-CONTINUE.
           DISPLAY " "
           DISPLAY "Retrieve another loan? (Y/N): "
           ACCEPT WS-RETRY

           IF WS-RETRY = 'N' OR WS-RETRY = 'n' THEN
               MOVE 'N' TO WS-CONTINUE
           END-IF.

      *****************************************************************
      * CHECK-REFERRAL-AUTHORITY                                      *
      * ONLY AN UNDERWRITER AT OR ABOVE THE "REFER AUTH" SECPARM      *
      * LEVEL MAY OVERRIDE THE RATIO DECISION ON A REFERRED QUOTE.    *
      * A REFUSAL ENDS THE SESSION AND IS LOGGED.                     *
      *****************************************************************
       CHECK-REFERRAL-AUTHORITY.
           IF WS-OPERATOR-AUTHORITY < WS-MIN-REFER-AUTH THEN
               DISPLAY "SECURITY: Underwriter review requires "
                   "authority level " WS-MIN-REFER-AUTH
                   ". Session ended."
               MOVE 'E019' TO WS-ERROR-CODE
               MOVE 'REFER AUTH' TO WS-CURRENT-FIELD
               MOVE 1 TO WS-ATTEMPT-COUNTER
               PERFORM LOG-SECURITY-EVENT
               MOVE 'N' TO WS-FILES-OPEN
               MOVE 'N' TO WS-CONTINUE
           END-IF.

      *****************************************************************
      * REFERRAL-REVIEW-PROCESS                                       *
      * THE UNDERWRITER'S WORK QUEUE: EVERY LIVE QUOTE STILL CARRYING *
      * A REFER DECISION, OLDEST FIRST, WITH THE RATIOS, PITI, INCOME *
      * AND DEBT THE DECISION TURNS ON. A REFERRAL IS CLEARED TO      *
      * QUALIFIED OR DECLINED WITH A REASON CODE AND A COMMENT.       *
      *****************************************************************
       REFERRAL-REVIEW-PROCESS.
           DISPLAY " "
           DISPLAY "Underwriter Action:"
           DISPLAY "  1 - List the referral queue (oldest first)"
           DISPLAY "  2 - Clear a referral"
           DISPLAY "Enter Selection (Default 1): "
           ACCEPT WS-REFER-ACTION

           IF WS-REFER-ACTION = '2' THEN
               PERFORM CLEAR-ONE-REFERRAL
           ELSE
               PERFORM LIST-REFERRAL-QUEUE
           END-IF

           PERFORM ASK-REFERRAL-CONTINUE.

       ASK-REFERRAL-CONTINUE.
           DISPLAY " "
           DISPLAY "Another underwriter action? (Y/N): "
           ACCEPT WS-RETRY

           IF WS-RETRY = 'N' OR WS-RETRY = 'n' THEN
               MOVE 'N' TO WS-CONTINUE
           END-IF.

      * EXPIRED AND WITHDRAWN QUOTES ARE DEAD - A REFERRAL ON ONE IS
      * NO LONGER ANYBODY'S WORK.
       CHECK-REFERRAL-OPEN.
           MOVE 'N' TO WS-REFER-OPEN
           IF LMR-QUOTE-DECISION = 'R' AND
                   NOT LMR-STATUS-EXPIRED AND
                   NOT LMR-STATUS-WITHDRAWN THEN
               MOVE 'Y' TO WS-REFER-OPEN
           END-IF.

      * THE MASTER IS KEYED BY APPLICATION ID, SO THE QUEUE IS BUILT
      * IN A TABLE AND PUT IN QUOTE-DATE ORDER AS EACH REFERRAL IS
      * ADDED.
       BUILD-REFERRAL-QUEUE.
           MOVE ZERO TO WS-REFER-COUNT
           MOVE ZERO TO WS-REFER-OVERFLOW
           MOVE 'N' TO WS-MASTER-SCAN-EOF
           MOVE LOW-VALUES TO LMR-APPLICATION-ID
           START LOAN-MASTER-FILE
                   KEY IS NOT LESS THAN LMR-APPLICATION-ID
               INVALID KEY
                   MOVE 'Y' TO WS-MASTER-SCAN-EOF
           END-START

           PERFORM UNTIL MASTER-SCAN-AT-EOF
               READ LOAN-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-MASTER-SCAN-EOF
                   NOT AT END
                       PERFORM CHECK-REFERRAL-OPEN
                       IF REFERRAL-IS-OPEN THEN
                           PERFORM ADD-REFERRAL-TO-QUEUE
                       END-IF
               END-READ
           END-PERFORM.

       ADD-REFERRAL-TO-QUEUE.
           IF WS-REFER-COUNT < 200 THEN
               ADD 1 TO WS-REFER-COUNT
               MOVE LMR-QUOTE-DATE TO
                   WS-REFER-QUOTE-DATE(WS-REFER-COUNT)
               MOVE LMR-APPLICATION-ID TO
                   WS-REFER-APPL-ID(WS-REFER-COUNT)
               PERFORM SORT-REFERRAL-QUEUE
           ELSE
               ADD 1 TO WS-REFER-OVERFLOW
           END-IF.

      * A SIMPLE INSERTION PASS KEEPS THE QUEUE OLDEST FIRST AS EACH
      * NEW REFERRAL ARRIVES.
       SORT-REFERRAL-QUEUE.
           PERFORM VARYING WS-REFER-IDX FROM WS-REFER-COUNT BY -1
                   UNTIL WS-REFER-IDX < 2
               COMPUTE WS-REFER-IDX2 = WS-REFER-IDX - 1
               IF WS-REFER-QUOTE-DATE(WS-REFER-IDX) <
                       WS-REFER-QUOTE-DATE(WS-REFER-IDX2) THEN
                   MOVE WS-REFER-ENTRY(WS-REFER-IDX2) TO WS-REFER-SWAP
                   MOVE WS-REFER-ENTRY(WS-REFER-IDX) TO
                       WS-REFER-ENTRY(WS-REFER-IDX2)
                   MOVE WS-REFER-SWAP TO WS-REFER-ENTRY(WS-REFER-IDX)
               END-IF
           END-PERFORM.

       LIST-REFERRAL-QUEUE.
           PERFORM BUILD-REFERRAL-QUEUE
           MOVE ZERO TO WS-REFER-AGED-COUNT
           COMPUTE WS-REFER-TODAY-INT = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(FUNCTION CURRENT-DATE(1:8)))

           DISPLAY " "
           DISPLAY "APPL ID     QUOTE DT  AGE   FRONT%  BACK%  "
               "PITI          INCOME        DEBT"
           PERFORM VARYING WS-REFER-IDX FROM 1 BY 1
                   UNTIL WS-REFER-IDX > WS-REFER-COUNT
               MOVE WS-REFER-APPL-ID(WS-REFER-IDX) TO
                   LMR-APPLICATION-ID
               READ LOAN-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM DISPLAY-ONE-REFERRAL
               END-READ
           END-PERFORM

           MOVE WS-REFER-COUNT TO WS-DISPLAY-REFER-COUNT
           DISPLAY WS-DISPLAY-REFER-COUNT " referral(s) open."
           IF WS-REFER-AGED-COUNT > ZERO THEN
               MOVE WS-REFER-AGED-COUNT TO WS-DISPLAY-REFER-COUNT
               DISPLAY WS-DISPLAY-REFER-COUNT " open more than "
                   WS-REFER-AGE-DAYS " days (flagged AGED)."
           END-IF
           IF WS-REFER-OVERFLOW > ZERO THEN
               MOVE WS-REFER-OVERFLOW TO WS-DISPLAY-REFER-COUNT
               DISPLAY "WARNING: " WS-DISPLAY-REFER-COUNT
                   " further referral(s) not shown - clear the "
                   "oldest first."
           END-IF.

      * AGE IS CALENDAR DAYS SINCE THE QUOTE DATE. A QUOTE WITH NO
      * USABLE DATE CANNOT BE AGED AND IS FLAGGED SO IT IS LOOKED AT.
       COMPUTE-REFERRAL-AGE.
           MOVE ZERO TO WS-REFER-AGE
           MOVE SPACES TO WS-REFER-AGED-FLAG

           IF LMR-QUOTE-DATE IS NUMERIC THEN
               MOVE LMR-QUOTE-DATE TO WS-DATE-NUM
               COMPUTE WS-REFER-AGE = WS-REFER-TODAY-INT -
                   FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
               IF WS-REFER-AGE > WS-REFER-AGE-DAYS THEN
                   MOVE 'AGED' TO WS-REFER-AGED-FLAG
               END-IF
           ELSE
               MOVE 'AGED' TO WS-REFER-AGED-FLAG
           END-IF.

       DISPLAY-ONE-REFERRAL.
           PERFORM COMPUTE-REFERRAL-AGE
           IF WS-REFER-AGED-FLAG NOT = SPACES THEN
               ADD 1 TO WS-REFER-AGED-COUNT
           END-IF

           MOVE WS-REFER-AGE TO WS-DISPLAY-REFER-AGE
           MOVE LMR-FRONT-RATIO TO WS-DISPLAY-FRONT-RATIO
           MOVE LMR-BACK-RATIO TO WS-DISPLAY-BACK-RATIO
           MOVE LMR-PITI-PAYMENT TO WS-DISPLAY-REFER-PITI
           MOVE LMR-MONTHLY-INCOME TO WS-DISPLAY-REFER-INCOME
           MOVE LMR-MONTHLY-DEBT TO WS-DISPLAY-REFER-DEBT
           DISPLAY LMR-APPLICATION-ID "  " LMR-QUOTE-DATE " "
               WS-DISPLAY-REFER-AGE "  " WS-DISPLAY-FRONT-RATIO
               "  " WS-DISPLAY-BACK-RATIO "  " WS-DISPLAY-REFER-PITI
               "  " WS-DISPLAY-REFER-INCOME "  "
               WS-DISPLAY-REFER-DEBT " " WS-REFER-AGED-FLAG.

      *****************************************************************
      * CLEAR-ONE-REFERRAL                                            *
      * PULLS ONE REFERRED QUOTE, SHOWS IT IN FULL AND TAKES THE      *
      * UNDERWRITER'S DECISION. NOTHING IS CHANGED UNTIL A DECISION,  *
      * A REASON CODE AND A COMMENT HAVE ALL BEEN ENTERED.            *
      *****************************************************************
       CLEAR-ONE-REFERRAL.
           DISPLAY " "
           DISPLAY "Enter Application ID To Review: "
           ACCEPT WS-INPUT-INQUIRY-ID

           INSPECT WS-INPUT-INQUIRY-ID REPLACING ALL ";" BY " "
           INSPECT WS-INPUT-INQUIRY-ID REPLACING ALL "'" BY " "
           INSPECT WS-INPUT-INQUIRY-ID REPLACING ALL '"' BY " "

           IF WS-INPUT-INQUIRY-ID = SPACES THEN
               DISPLAY "ERROR: Application ID is required."
           ELSE
               MOVE WS-INPUT-INQUIRY-ID TO LMR-APPLICATION-ID
               READ LOAN-MASTER-FILE
                   INVALID KEY
                       DISPLAY "Application " WS-INPUT-INQUIRY-ID
                           " not found on the loan master file."
                   NOT INVALID KEY
                       PERFORM REVIEW-ONE-REFERRAL
               END-READ
           END-IF.

       REVIEW-ONE-REFERRAL.
           PERFORM CHECK-REFERRAL-OPEN

           IF NOT REFERRAL-IS-OPEN THEN
               DISPLAY "Application " LMR-APPLICATION-ID
                   " is not an open referral (decision "
                   LMR-QUOTE-DECISION ", status " LMR-QUOTE-STATUS
                   ")."
           ELSE
               PERFORM LOAD-MASTER-INTO-WORK-FIELDS
               PERFORM DISPLAY-RESULTS
               PERFORM GET-REFERRAL-DECISION

               IF WS-REFER-EDIT-OK = 'Y' THEN
                   PERFORM APPLY-REFERRAL-DECISION
               ELSE
                   DISPLAY "Referral " LMR-APPLICATION-ID
                       " left in the queue."
               END-IF
           END-IF.

       GET-REFERRAL-DECISION.
           MOVE 'N' TO WS-REFER-EDIT-OK
           MOVE SPACES TO WS-INPUT-REFER-REASON
           MOVE SPACES TO WS-INPUT-REFER-COMMENT

           DISPLAY "Decision (Q=qualify, D=decline, blank=leave): "
           ACCEPT WS-INPUT-REFER-DECISION
           IF WS-INPUT-REFER-DECISION = 'q' THEN
               MOVE 'Q' TO WS-INPUT-REFER-DECISION
           END-IF
           IF WS-INPUT-REFER-DECISION = 'd' THEN
               MOVE 'D' TO WS-INPUT-REFER-DECISION
           END-IF

           IF WS-INPUT-REFER-DECISION = 'Q' OR
                   WS-INPUT-REFER-DECISION = 'D' THEN
               DISPLAY "Reason Code (4 characters): "
               ACCEPT WS-INPUT-REFER-REASON
               INSPECT WS-INPUT-REFER-REASON REPLACING ALL ";" BY " "
               INSPECT WS-INPUT-REFER-REASON REPLACING ALL "'" BY " "
               INSPECT WS-INPUT-REFER-REASON REPLACING ALL '"' BY " "

               DISPLAY "Comment: "
               ACCEPT WS-INPUT-REFER-COMMENT
               INSPECT WS-INPUT-REFER-COMMENT REPLACING ALL ";" BY " "
               INSPECT WS-INPUT-REFER-COMMENT REPLACING ALL "'" BY " "
               INSPECT WS-INPUT-REFER-COMMENT REPLACING ALL '"' BY " "

               IF WS-INPUT-REFER-REASON = SPACES OR
                       WS-INPUT-REFER-COMMENT = SPACES THEN
                   DISPLAY "ERROR: A reason code and a comment are "
                       "both required."
               ELSE
                   MOVE 'Y' TO WS-REFER-EDIT-OK
               END-IF
           END-IF.

      * THE MASTER CARRIES THE CLEARED DECISION; THE HISTORY FILE
      * CARRIES WHO CHANGED IT, FROM WHAT, AND WHY. THE HISTORY IS
      * WRITTEN FIRST - A DECISION THAT CANNOT BE RECORDED THERE IS
      * NOT APPLIED. THE CLEARED QUOTE THEN GOES TO THE LOS THROUGH
      * THE SAME EXPORT RULES AS A NEW ONE.
       APPLY-REFERRAL-DECISION.
           MOVE LOAN-MASTER-RECORD TO WS-JRN-BEFORE-IMAGE
           MOVE LMR-QUOTE-DECISION TO WS-REFER-PRIOR-DECISION
           MOVE WS-INPUT-REFER-DECISION TO LMR-QUOTE-DECISION
           MOVE WS-INPUT-REFER-DECISION TO WS-QUOTE-DECISION

           PERFORM WRITE-REFERRAL-HISTORY

           IF WS-REFHIST-OK = 'N' THEN
               MOVE WS-REFER-PRIOR-DECISION TO LMR-QUOTE-DECISION
               DISPLAY "ERROR: Referral history could not be "
                   "written. Referral " LMR-APPLICATION-ID
                   " left in the queue."
           ELSE
               REWRITE LOAN-MASTER-RECORD
                   INVALID KEY
                       DISPLAY "ERROR: Referral could not be updated."
                   NOT INVALID KEY
                       DISPLAY "Referral " LMR-APPLICATION-ID
                           " cleared to " LMR-QUOTE-DECISION "."
                       MOVE 'C' TO WS-JRN-ACTION
                       MOVE 'APPLY-REFERRAL-DECISION' TO
                           WS-JRN-PARAGRAPH
                       PERFORM WRITE-MASTER-JOURNAL
                       MOVE 'E018' TO WS-ERROR-CODE
                       MOVE 'REFER CLEARED' TO WS-CURRENT-FIELD
                       MOVE 1 TO WS-ATTEMPT-COUNTER
                       MOVE LMR-APPLICATION-ID TO WS-AUDIT-REFERENCE
                       PERFORM LOG-SECURITY-EVENT
                       PERFORM WRITE-LOS-EXPORT-RECORD
               END-REWRITE
           END-IF.

       WRITE-REFERRAL-HISTORY.
           MOVE 'N' TO WS-REFHIST-OK
           OPEN EXTEND REFERRAL-HISTORY-FILE

           IF WS-REFHIST-STATUS = "35" THEN
               OPEN OUTPUT REFERRAL-HISTORY-FILE
           END-IF

           IF WS-REFHIST-STATUS NOT = "00" THEN
               DISPLAY "ERROR: Unable to open REFHIST history file."
               DISPLAY "File status: " WS-REFHIST-STATUS
           ELSE
               MOVE SPACES TO REFERRAL-HISTORY-RECORD
               MOVE LMR-APPLICATION-ID TO RFH-APPLICATION-ID
               MOVE FUNCTION CURRENT-DATE(1:8) TO RFH-ACTION-DATE
               MOVE FUNCTION CURRENT-DATE(9:6) TO RFH-ACTION-TIME
               MOVE WS-OPERATOR-ID TO RFH-OPERATOR-ID
               MOVE WS-REFER-PRIOR-DECISION TO RFH-PRIOR-DECISION
               MOVE LMR-QUOTE-DECISION TO RFH-NEW-DECISION
               MOVE WS-INPUT-REFER-REASON TO RFH-REASON-CODE
               MOVE WS-INPUT-REFER-COMMENT TO RFH-COMMENT
               MOVE LMR-FRONT-RATIO TO RFH-FRONT-RATIO
               MOVE LMR-BACK-RATIO TO RFH-BACK-RATIO

               WRITE REFERRAL-HISTORY-RECORD
               IF WS-REFHIST-STATUS = "00" THEN
                   MOVE 'Y' TO WS-REFHIST-OK
               ELSE
                   DISPLAY "ERROR: Unable to write REFHIST history "
                       "file."
                   DISPLAY "File status: " WS-REFHIST-STATUS
               END-IF
               CLOSE REFERRAL-HISTORY-FILE
           END-IF.

       CLEAR-BORROWER-FIELDS.
           MOVE SPACES TO WS-BORROWER-NAME
           MOVE SPACES TO WS-CUSTOMER-NUMBER
           MOVE SPACES TO WS-PROPERTY-STATE
           MOVE SPACES TO WS-PROPERTY-COUNTY
           MOVE SPACES TO WS-CENSUS-TRACT
           MOVE SPACE TO WS-APPLICANT-ETHNICITY
           MOVE SPACE TO WS-APPLICANT-RACE
           MOVE SPACE TO WS-APPLICANT-SEX
           MOVE SPACES TO WS-APPLICANT-AGE.

      *****************************************************************
      * GET-BORROWER-IDENTITY                                         *
               END-IF
           END-IF.

      *****************************************************************
      * GET-REGULATORY-FIELDS                                         *
      * CAPTURES THE PROPERTY LOCATION AND THE APPLICANT'S            *
      * DEMOGRAPHIC CODES FOR THE QUARTERLY LENDING-ACTIVITY EXTRACT. *
      * ALL OPTIONAL - A BLANK OR UNUSABLE ENTRY IS SAVED AS SPACES   *
      * AND THE QUOTE PRICES AS USUAL. AN APPLICANT WHO CHOOSES NOT   *
      * TO ANSWER IS KEYED AS "NOT PROVIDED", WHICH IS NOT MISSING.   *
      *****************************************************************
       GET-REGULATORY-FIELDS.
           DISPLAY " "
           DISPLAY "Enter Property State Code, e.g. OH "
               "(blank if none): "
           ACCEPT WS-INPUT-PROPERTY-STATE
           INSPECT WS-INPUT-PROPERTY-STATE CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           MOVE WS-INPUT-PROPERTY-STATE TO WS-PROPERTY-STATE

           DISPLAY "Enter Property County Code, 3 digits "
               "(blank if none): "
           ACCEPT WS-INPUT-PROPERTY-COUNTY
           MOVE WS-INPUT-PROPERTY-COUNTY TO WS-PROPERTY-COUNTY

           DISPLAY "Enter Census Tract, 6 digits no point "
               "(blank if none): "
           ACCEPT WS-INPUT-CENSUS-TRACT
           MOVE WS-INPUT-CENSUS-TRACT TO WS-CENSUS-TRACT

           DISPLAY "Applicant Ethnicity: 1=Hispanic/Latino "
               "2=Not Hispanic/Latino 3=Not provided 4=N/A: "
           ACCEPT WS-INPUT-APPLICANT-CODE
           MOVE WS-INPUT-APPLICANT-CODE TO WS-APPLICANT-ETHNICITY

           DISPLAY "Applicant Race: 1=Amer Indian/Alaska Native "
               "2=Asian 3=Black/African American"
           DISPLAY "  4=Native Hawaiian/Pacific Islander 5=White "
               "6=Not provided 7=N/A: "
           ACCEPT WS-INPUT-APPLICANT-CODE
           MOVE WS-INPUT-APPLICANT-CODE TO WS-APPLICANT-RACE

           DISPLAY "Applicant Sex: 1=Male 2=Female "
               "3=Not provided 4=N/A: "
           ACCEPT WS-INPUT-APPLICANT-CODE
           MOVE WS-INPUT-APPLICANT-CODE TO WS-APPLICANT-SEX

           DISPLAY "Applicant Age in years (999=Not provided): "
           ACCEPT WS-INPUT-APPLICANT-AGE
           MOVE WS-INPUT-APPLICANT-AGE TO WS-APPLICANT-AGE
           IF WS-APPLICANT-AGE(3:1) = SPACE AND
                   WS-APPLICANT-AGE(1:2) IS NUMERIC THEN
               MOVE WS-APPLICANT-AGE(1:2) TO WS-APPLICANT-AGE(2:2)
               MOVE '0' TO WS-APPLICANT-AGE(1:1)
           END-IF

           PERFORM EDIT-REGULATORY-FIELDS
           IF WS-REGULATORY-DROPPED > ZERO THEN
               DISPLAY "WARNING: Unusable regulatory entries left "
                   "blank: " WS-REGULATORY-DROPPED
           END-IF.

      * SHARED BY THE INTERACTIVE PROMPTS AND THE BATCH FEED. A CODE
      * OUTSIDE ITS SET IS DROPPED TO SPACES AND COUNTED; AN AGE MUST
      * BE 18-120, OR 999 FOR NOT PROVIDED.
       EDIT-REGULATORY-FIELDS.
           MOVE ZERO TO WS-REGULATORY-DROPPED

           IF WS-PROPERTY-STATE NOT = SPACES AND
                   (WS-PROPERTY-STATE IS NOT ALPHABETIC-UPPER OR
                    WS-PROPERTY-STATE(1:1) = SPACE OR
                    WS-PROPERTY-STATE(2:1) = SPACE) THEN
               MOVE SPACES TO WS-PROPERTY-STATE
               ADD 1 TO WS-REGULATORY-DROPPED
           END-IF

           IF WS-PROPERTY-COUNTY NOT = SPACES AND
                   WS-PROPERTY-COUNTY IS NOT NUMERIC THEN
               MOVE SPACES TO WS-PROPERTY-COUNTY
               ADD 1 TO WS-REGULATORY-DROPPED
           END-IF

           IF WS-CENSUS-TRACT NOT = SPACES AND
                   WS-CENSUS-TRACT IS NOT NUMERIC THEN
               MOVE SPACES TO WS-CENSUS-TRACT
               ADD 1 TO WS-REGULATORY-DROPPED
           END-IF

           IF WS-APPLICANT-ETHNICITY NOT = SPACE AND
                   NOT ETHNICITY-CODE-VALID THEN
               MOVE SPACE TO WS-APPLICANT-ETHNICITY
               ADD 1 TO WS-REGULATORY-DROPPED
           END-IF

           IF WS-APPLICANT-RACE NOT = SPACE AND
                   NOT RACE-CODE-VALID THEN
               MOVE SPACE TO WS-APPLICANT-RACE
               ADD 1 TO WS-REGULATORY-DROPPED
           END-IF

           IF WS-APPLICANT-SEX NOT = SPACE AND
                   NOT SEX-CODE-VALID THEN
               MOVE SPACE TO WS-APPLICANT-SEX
               ADD 1 TO WS-REGULATORY-DROPPED
           END-IF

           IF WS-APPLICANT-AGE NOT = SPACES THEN
               IF WS-APPLICANT-AGE IS NOT NUMERIC THEN
                   MOVE SPACES TO WS-APPLICANT-AGE
                   ADD 1 TO WS-REGULATORY-DROPPED
               ELSE
                   IF WS-APPLICANT-AGE-NUM NOT = 999 AND
                           (WS-APPLICANT-AGE-NUM < 18 OR
                            WS-APPLICANT-AGE-NUM > 120) THEN
                       MOVE SPACES TO WS-APPLICANT-AGE
                       ADD 1 TO WS-REGULATORY-DROPPED
                   END-IF
               END-IF
           END-IF.

      *****************************************************************
      * COMPUTE-QUOTE-DECISION                                        *
      * BUILDS THE FRONT-END AND BACK-END RATIOS FROM THE PITI        *
               MOVE 'E006' TO WS-ERROR-CODE
               MOVE 'COMPARE TERM' TO WS-CURRENT-FIELD
               MOVE WS-COMPARE-REJECT-COUNTER TO WS-ATTEMPT-COUNTER
               MOVE WS-CUSTOMER-NUMBER TO WS-AUDIT-REFERENCE
               PERFORM LOG-SECURITY-EVENT
               PERFORM SET-LOCKOUT-RETURN-CODE
               MOVE 'N' TO WS-CONTINUE
           END-PERFORM

           DISPLAY "--------------------------------------------------".

      *****************************************************************
      * REFINANCE-PROCESS                                             *
      * BREAK-EVEN ANALYSIS FOR A CUSTOMER WHO ALREADY HAS A LOAN ON  *
      * THE MASTER. THE OPERATOR GIVES THE EXISTING APPLICATION AND   *
      * THE NUMBER OF PAYMENTS MADE; THE REMAINING BALANCE, THE       *
      * INTEREST STILL TO COME AND THE CURRENT P+I ARE READ FROM THAT *
      * LOAN'S SCHEDMST RECORDS. THE BALANCE IS REPRICED AS A FIXED-  *
      * RATE LOAN AT TODAY'S RATESHT RATE FOR THE TERM CHOSEN, WITH   *
      * THE NEW POINTS AND CLOSING COSTS, AND THE MONTHLY SAVING, THE *
      * MONTHS TO RECOVER THE COSTS AND THE LIFETIME INTEREST         *
      * DIFFERENCE ARE SHOWN. THE REPLACEMENT IS SAVED AS A NEW QUOTE *
      * UNDER ITS OWN LOAN NUMBER - SCHEDULE, DISCLOSURE AND LOS FEED *
      * THE SAME AS ANY QUOTE - LINKED BACK TO THE ORIGINAL. THE      *
      * BORROWER, ESCROW AND INCOME FIGURES CARRY OVER FROM THE       *
      * ORIGINAL SO THE RATIOS AND DECISION ARE REWORKED ON THE NEW   *
      * PAYMENT.                                                      *
      *****************************************************************
       REFINANCE-PROCESS.
           MOVE ZERO TO WS-ATTEMPT-COUNTER
           MOVE 'N' TO WS-VALID-INPUT
           MOVE '1' TO WS-CALC-MODE
           PERFORM CLEAR-ESCROW-FIELDS
           PERFORM CLEAR-FEE-FIELDS
           PERFORM CLEAR-BORROWER-FIELDS
           PERFORM CLEAR-DATE-FIELDS
           PERFORM CLEAR-INCOME-FIELDS
           PERFORM CLEAR-REFINANCE-FIELDS

           PERFORM GET-REFINANCE-ORIGINAL

           IF WS-VALID-INPUT = 'Y' THEN
               PERFORM GET-REFINANCE-ASOF-PAYMENT
           END-IF

           IF WS-VALID-INPUT = 'Y' THEN
               PERFORM LOAD-REFINANCE-POSITION
           END-IF

           IF WS-VALID-INPUT = 'Y' THEN
               PERFORM GET-LOAN-YEARS
           END-IF

           IF WS-VALID-INPUT = 'Y' THEN
               PERFORM PRICE-REFINANCE-AT-SHEET
           END-IF

           IF WS-VALID-INPUT = 'Y' THEN
               PERFORM GET-LOAN-FEES
           END-IF

           IF WS-VALID-INPUT = 'Y' THEN
               PERFORM GET-PAYMENT-DATES
           END-IF

           IF WS-VALID-INPUT = 'Y' THEN
               PERFORM ASSIGN-LOAN-NUMBER
           END-IF

           IF WS-VALID-INPUT = 'Y' AND WS-CONTINUE = 'Y' THEN
               PERFORM PRICE-REFINANCE-QUOTE
           END-IF

           IF WS-CONTINUE = 'Y' THEN
               PERFORM ASK-REFINANCE-CONTINUE
           END-IF.

       CLEAR-REFINANCE-FIELDS.
           MOVE SPACES TO WS-REFI-ORIG-APPL-ID
           MOVE ZERO TO WS-REFI-OLD-RATE
           MOVE ZERO TO WS-REFI-OLD-YEARS
           MOVE ZERO TO WS-REFI-OLD-PAYMENTS
           MOVE ZERO TO WS-REFI-ASOF-PAYMENT
           MOVE ZERO TO WS-REFI-BALANCE
           MOVE ZERO TO WS-REFI-OLD-PAYMENT
           MOVE ZERO TO WS-REFI-REMAIN-PAYMENTS
           MOVE ZERO TO WS-REFI-REMAIN-INTEREST
           MOVE ZERO TO WS-REFI-CLOSING-COSTS
           MOVE ZERO TO WS-REFI-MONTHLY-SAVING
           MOVE ZERO TO WS-REFI-BREAKEVEN-MOS
           MOVE ZERO TO WS-REFI-INTEREST-DIFF
           MOVE ZERO TO WS-REFI-NET-BENEFIT.

      * THE MASTER IS ALREADY OPEN FOR UPDATE IN THIS MODE, SO THE
      * ORIGINAL IS READ BY KEY ON THAT OPEN RATHER THAN THROUGH THE
      * INQUIRY PATH, WHICH OPENS AND CLOSES THE FILE ITSELF. A
      * WITHDRAWN OR DECLINED QUOTE NEVER BECAME A LOAN AND HAS
      * NOTHING TO REFINANCE.
       GET-REFINANCE-ORIGINAL.
           DISPLAY " "
           DISPLAY "Enter Application ID Of The Existing Loan: "
           ACCEPT WS-INPUT-INQUIRY-ID

           INSPECT WS-INPUT-INQUIRY-ID REPLACING ALL ";" BY " "
           INSPECT WS-INPUT-INQUIRY-ID REPLACING ALL "'" BY " "
           INSPECT WS-INPUT-INQUIRY-ID REPLACING ALL '"' BY " "

           IF WS-INPUT-INQUIRY-ID = SPACES THEN
               DISPLAY "ERROR: Application ID is required."
           ELSE
               MOVE WS-INPUT-INQUIRY-ID TO LMR-APPLICATION-ID
               READ LOAN-MASTER-FILE
                   INVALID KEY
                       DISPLAY "Application " WS-INPUT-INQUIRY-ID
                           " not found on the loan master file."
                   NOT INVALID KEY
                       PERFORM CHECK-REFINANCE-ORIGINAL
               END-READ
           END-IF.

       CHECK-REFINANCE-ORIGINAL.
           IF LMR-STATUS-WITHDRAWN OR LMR-QUOTE-DECISION = 'D' THEN
               DISPLAY "ERROR: Application " LMR-APPLICATION-ID
                   " was withdrawn or declined - nothing to "
                   "refinance."
           ELSE
               MOVE 'Y' TO WS-VALID-INPUT
               PERFORM LOAD-MASTER-INTO-WORK-FIELDS
               PERFORM CLEAR-DATE-FIELDS
               MOVE LMR-APPLICATION-ID TO WS-REFI-ORIG-APPL-ID
               MOVE LMR-ANNUAL-RATE TO WS-REFI-OLD-RATE
               MOVE LMR-LOAN-YEARS TO WS-REFI-OLD-YEARS
               COMPUTE WS-REFI-OLD-PAYMENTS = LMR-LOAN-YEARS * 12

               MOVE LMR-LOAN-AMOUNT TO WS-DISPLAY-AMOUNT
               MOVE LMR-ANNUAL-RATE TO WS-DISPLAY-RATE
               DISPLAY "Existing loan:    " LMR-APPLICATION-ID "  "
                   LMR-BORROWER-NAME
               DISPLAY "Original Amount:  " WS-DISPLAY-AMOUNT
                   "  at " WS-DISPLAY-RATE "% for "
                   LMR-LOAN-YEARS " years"
           END-IF.

      * THE AS-OF PAYMENT IS THE LAST ONE MADE: AT LEAST ONE, AND
      * SHORT OF THE FINAL PAYMENT, OR THERE IS NOTHING LEFT TO
      * REFINANCE.
       GET-REFINANCE-ASOF-PAYMENT.
           MOVE 'N' TO WS-VALID-INPUT
           COMPUTE WS-DISPLAY-REFI-PAYMENTS = WS-REFI-OLD-PAYMENTS - 1
           DISPLAY "Enter As-Of Payment Number (payments made, 1-"
               WS-DISPLAY-REFI-PAYMENTS "): "
           ACCEPT WS-INPUT-REFI-ASOF

           INSPECT WS-INPUT-REFI-ASOF REPLACING ALL ";" BY " "
           INSPECT WS-INPUT-REFI-ASOF REPLACING ALL "'" BY " "
           INSPECT WS-INPUT-REFI-ASOF REPLACING ALL '"' BY " "
           INSPECT WS-INPUT-REFI-ASOF REPLACING ALL "-" BY " "

           IF WS-INPUT-REFI-ASOF NOT = SPACES AND
                   FUNCTION TEST-NUMVAL(WS-INPUT-REFI-ASOF) = 0 THEN
               COMPUTE WS-REFI-ASOF-PAYMENT =
                   FUNCTION NUMVAL(WS-INPUT-REFI-ASOF)
               IF WS-REFI-ASOF-PAYMENT > ZERO AND
                       WS-REFI-ASOF-PAYMENT < WS-REFI-OLD-PAYMENTS
                       THEN
                   MOVE 'Y' TO WS-VALID-INPUT
               END-IF
           END-IF

           IF WS-VALID-INPUT = 'N' THEN
               DISPLAY "ERROR: Invalid as-of payment number."
           END-IF.

      *****************************************************************
      * LOAD-REFINANCE-POSITION                                       *
      * READS THE ORIGINAL'S SCHEDULE RECORD FOR THE AS-OF PAYMENT    *
      * FOR THE BALANCE LEFT AFTER IT, THEN READS ON THROUGH THE REST *
      * OF THAT LOAN'S RECORDS FOR THE INTEREST STILL TO BE PAID. THE *
      * NEXT PAYMENT'S PRINCIPAL PLUS INTEREST IS WHAT THE BORROWER   *
      * PAYS TODAY - THE RIGHT FIGURE FOR AN ARM AS WELL AS A FIXED   *
      * LOAN. A LOAN WITH NO SCHEDULE ON FILE MUST HAVE IT            *
      * REGENERATED THROUGH INQUIRY FIRST.                            *
      *****************************************************************
       LOAD-REFINANCE-POSITION.
           MOVE WS-REFI-ORIG-APPL-ID TO SDR-APPLICATION-ID
           MOVE WS-REFI-ASOF-PAYMENT TO SDR-PAYMENT-NUMBER
           READ SCHEDULE-MASTER-FILE
               INVALID KEY
                   MOVE 'N' TO WS-VALID-INPUT
                   DISPLAY "ERROR: No schedule on file for "
                       WS-REFI-ORIG-APPL-ID " payment "
                       WS-REFI-ASOF-PAYMENT "."
                   DISPLAY "Regenerate the schedule through inquiry "
                       "and try again."
               NOT INVALID KEY
                   MOVE SDR-BALANCE TO WS-REFI-BALANCE
                   PERFORM SUM-REMAINING-SCHEDULE
           END-READ

           IF WS-VALID-INPUT = 'Y' THEN
               IF WS-REFI-BALANCE = ZERO OR
                       WS-REFI-REMAIN-PAYMENTS = ZERO THEN
                   MOVE 'N' TO WS-VALID-INPUT
                   DISPLAY "Loan " WS-REFI-ORIG-APPL-ID
                       " is paid off as of payment "
                       WS-REFI-ASOF-PAYMENT " - nothing to refinance."
               END-IF
           END-IF.

       SUM-REMAINING-SCHEDULE.
           MOVE 'N' TO WS-REFI-SCHED-EOF
           PERFORM UNTIL REFI-SCHED-AT-EOF
               READ SCHEDULE-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-REFI-SCHED-EOF
                   NOT AT END
                       IF SDR-APPLICATION-ID NOT =
                               WS-REFI-ORIG-APPL-ID THEN
                           MOVE 'Y' TO WS-REFI-SCHED-EOF
                       ELSE
                           ADD 1 TO WS-REFI-REMAIN-PAYMENTS
                           ADD SDR-INTEREST TO WS-REFI-REMAIN-INTEREST
                           IF WS-REFI-REMAIN-PAYMENTS = 1 THEN
                               COMPUTE WS-REFI-OLD-PAYMENT =
                                   SDR-PRINCIPAL + SDR-INTEREST
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      * THE REPLACEMENT IS A FIXED-RATE LOAN FOR THE REMAINING
      * BALANCE AT THE PUBLISHED RATE - NO SHEET ROW FOR THE TERM AND
      * AMOUNT MEANS NO PRICE TODAY. PRICED AT THE SHEET, IT IS NEVER
      * A RATE EXCEPTION. PMI COMES OFF WHEN THE NEW BALANCE IS
      * ALREADY INSIDE 80 PERCENT OF THE PROPERTY VALUE.
       PRICE-REFINANCE-AT-SHEET.
           MOVE WS-REFI-BALANCE TO WS-LOAN-AMOUNT
           MOVE 'F' TO WS-PRODUCT-TYPE
           PERFORM CLEAR-ARM-FIELDS
           MOVE 'N' TO WS-RATE-EXCEPTION
           PERFORM FIND-SHEET-RATE

           IF SHEET-RATE-FOUND THEN
               MOVE WS-SHEET-RATE TO WS-ANNUAL-RATE
               MOVE WS-SHEET-RATE TO WS-DISPLAY-SHEET-RATE
               DISPLAY "Sheet rate applied: "
                   WS-DISPLAY-SHEET-RATE "%"
           ELSE
               MOVE 'N' TO WS-VALID-INPUT
               DISPLAY "ERROR: No rate on today's sheet (RATESHT) "
                   "for this term and balance - refinance not priced."
           END-IF

           IF WS-PROPERTY-VALUE > ZERO THEN
               COMPUTE WS-PMI-CUTOFF-BALANCE ROUNDED =
                   WS-PROPERTY-VALUE * 0.80
               IF WS-LOAN-AMOUNT <= WS-PMI-CUTOFF-BALANCE THEN
                   MOVE ZERO TO WS-MONTHLY-PMI
               END-IF
           END-IF.

       PRICE-REFINANCE-QUOTE.
           PERFORM CALCULATE-MORTGAGE
           PERFORM COMPUTE-ESCROW
           PERFORM COMPUTE-QUOTE-DECISION
           PERFORM DISPLAY-RESULTS
           PERFORM GENERATE-AMORTIZATION-SCHEDULE
           PERFORM COMPUTE-APR-AND-FEES
           PERFORM WRITE-DISCLOSURE-RECORD
           PERFORM DISPLAY-APR-RESULT
           PERFORM COMPUTE-REFINANCE-BREAK-EVEN
           PERFORM DISPLAY-REFINANCE-ANALYSIS
           PERFORM SAVE-LOAN-RECORD.

      *****************************************************************
      * COMPUTE-REFINANCE-BREAK-EVEN                                  *
      * CLOSING COSTS ARE THE NEW POINTS, ORIGINATION FEE AND OTHER   *
      * PREPAID CHARGES. THE MONTHS TO RECOVER THEM IS THE COSTS OVER *
      * THE MONTHLY SAVING, ROUNDED UP TO A WHOLE PAYMENT; WITH NO    *
      * SAVING THEY ARE NEVER RECOVERED (9999). THE LIFETIME INTEREST *
      * DIFFERENCE IS THE INTEREST LEFT ON THE EXISTING LOAN LESS ALL *
      * THE INTEREST ON THE REPLACEMENT, SO A LONGER NEW TERM CAN     *
      * SAVE EVERY MONTH AND STILL COST MORE OVER ITS LIFE.           *
      *****************************************************************
       COMPUTE-REFINANCE-BREAK-EVEN.
           COMPUTE WS-REFI-CLOSING-COSTS = WS-POINTS-AMOUNT +
               WS-ORIGINATION-FEE + WS-OTHER-PREPAID
           COMPUTE WS-REFI-MONTHLY-SAVING =
               WS-REFI-OLD-PAYMENT - WS-MONTHLY-PAYMENT

           IF WS-REFI-MONTHLY-SAVING > ZERO THEN
               COMPUTE WS-REFI-BREAKEVEN-WORK =
                   WS-REFI-CLOSING-COSTS / WS-REFI-MONTHLY-SAVING
                   ON SIZE ERROR MOVE 9999 TO WS-REFI-BREAKEVEN-WORK
               END-COMPUTE
               MOVE WS-REFI-BREAKEVEN-WORK TO WS-REFI-BREAKEVEN-MOS
               IF WS-REFI-BREAKEVEN-WORK > WS-REFI-BREAKEVEN-MOS THEN
                   ADD 1 TO WS-REFI-BREAKEVEN-MOS
               END-IF
               IF WS-REFI-BREAKEVEN-WORK >= 9999 THEN
                   MOVE 9999 TO WS-REFI-BREAKEVEN-MOS
               END-IF
           ELSE
               MOVE 9999 TO WS-REFI-BREAKEVEN-MOS
           END-IF

           COMPUTE WS-REFI-INTEREST-DIFF =
               WS-REFI-REMAIN-INTEREST - WS-TOTAL-INTEREST
           COMPUTE WS-REFI-NET-BENEFIT =
               WS-REFI-INTEREST-DIFF - WS-REFI-CLOSING-COSTS.

       DISPLAY-REFINANCE-ANALYSIS.
           DISPLAY " "
           DISPLAY "--------------------------------------"
           DISPLAY "     REFINANCE BREAK-EVEN ANALYSIS"
           DISPLAY "--------------------------------------"
           MOVE WS-REFI-OLD-RATE TO WS-DISPLAY-RATE
           DISPLAY "Existing Loan:    " WS-REFI-ORIG-APPL-ID
               "  at " WS-DISPLAY-RATE "%"
           MOVE WS-REFI-ASOF-PAYMENT TO WS-DISPLAY-REFI-PAYMENTS
           DISPLAY "As Of Payment:    " WS-DISPLAY-REFI-PAYMENTS
           MOVE WS-REFI-BALANCE TO WS-DISPLAY-AMOUNT
           DISPLAY "Balance Refinanced: " WS-DISPLAY-AMOUNT
           MOVE WS-REFI-REMAIN-PAYMENTS TO WS-DISPLAY-REFI-PAYMENTS
           DISPLAY "Payments Left:    " WS-DISPLAY-REFI-PAYMENTS
           MOVE WS-REFI-OLD-PAYMENT TO WS-DISPLAY-PAYMENT
           DISPLAY "Current P+I Pmt:  " WS-DISPLAY-PAYMENT
           MOVE WS-MONTHLY-PAYMENT TO WS-DISPLAY-PAYMENT
           DISPLAY "New P+I Pmt:      " WS-DISPLAY-PAYMENT
           MOVE WS-REFI-CLOSING-COSTS TO WS-DISPLAY-PAYMENT
           DISPLAY "Closing Costs:    " WS-DISPLAY-PAYMENT
           MOVE WS-REFI-MONTHLY-SAVING TO WS-DISPLAY-REFI-SIGNED
           DISPLAY "Monthly Saving:   " WS-DISPLAY-REFI-SIGNED
           PERFORM DISPLAY-REFINANCE-RECOVERY
           MOVE WS-REFI-REMAIN-INTEREST TO WS-DISPLAY-INTEREST
           DISPLAY "Interest Left On Existing: " WS-DISPLAY-INTEREST
           MOVE WS-TOTAL-INTEREST TO WS-DISPLAY-INTEREST
           DISPLAY "Interest On New Loan:      " WS-DISPLAY-INTEREST
           MOVE WS-REFI-INTEREST-DIFF TO WS-DISPLAY-REFI-SIGNED
           DISPLAY "Lifetime Interest Saved:   " WS-DISPLAY-REFI-SIGNED
           MOVE WS-REFI-NET-BENEFIT TO WS-DISPLAY-REFI-SIGNED
           DISPLAY "Net Of Closing Costs:      " WS-DISPLAY-REFI-SIGNED
           DISPLAY "--------------------------------------".

       DISPLAY-REFINANCE-RECOVERY.
           IF WS-REFI-BREAKEVEN-MOS = 9999 THEN
               DISPLAY "Months To Recover: NEVER - NO MONTHLY SAVING"
           ELSE
               MOVE WS-REFI-BREAKEVEN-MOS TO WS-DISPLAY-REFI-PAYMENTS
               DISPLAY "Months To Recover: " WS-DISPLAY-REFI-PAYMENTS
               IF WS-REFI-REMAIN-PAYMENTS > ZERO AND
                       WS-REFI-BREAKEVEN-MOS >
                       WS-REFI-REMAIN-PAYMENTS THEN
                   DISPLAY "WARNING: Costs are not recovered before "
                       "the existing loan would pay off."
               END-IF
           END-IF.

      * INQUIRY ON A SAVED REFINANCE QUOTE SHOWS THE LOAN IT WOULD
      * REPLACE AND THE BREAK-EVEN FIGURES AS THEY WERE QUOTED.
       DISPLAY-REFINANCE-LINK.
           MOVE WS-REFI-ASOF-PAYMENT TO WS-DISPLAY-REFI-PAYMENTS
           DISPLAY "Refinance Of:     " WS-REFI-ORIG-APPL-ID
               "  as of payment " WS-DISPLAY-REFI-PAYMENTS
           MOVE WS-REFI-MONTHLY-SAVING TO WS-DISPLAY-REFI-SIGNED
           DISPLAY "Monthly Saving:   " WS-DISPLAY-REFI-SIGNED
           MOVE ZERO TO WS-REFI-REMAIN-PAYMENTS
           PERFORM DISPLAY-REFINANCE-RECOVERY
           MOVE WS-REFI-INTEREST-DIFF TO WS-DISPLAY-REFI-SIGNED
           DISPLAY "Lifetime Interest Saved:   " WS-DISPLAY-REFI-SIGNED.

       ASK-REFINANCE-CONTINUE.
           DISPLAY " "
           DISPLAY "Analyze another refinance? (Y/N): "
           ACCEPT WS-RETRY

           IF WS-RETRY = 'N' OR WS-RETRY = 'n' THEN
               MOVE 'N' TO WS-CONTINUE
           END-IF.

      *****************************************************************
      * SET-WINDOW-JOB                                                *
      * THE CALCULATOR RUNS IN THE NIGHTLY WINDOW AS THREE JOBS. THE  *
      * BATCH POSTING WAITS ON THE REFERENCE FILE CHECK, SO NOTHING   *
      * IS PRICED OFF A RATE SHEET OR PARAMETER FILE THAT FAILED IT.  *
      * A RESUBMISSION OF RELEASED SUSPENSE ITEMS IS ITS OWN JOB,     *
      * RUN AFTER THE NIGHT'S REGULAR POSTING, SO IT NEITHER COUNTS   *
      * AS NOR IS REFUSED AS A SECOND RUN OF THE BATCH. THE LOS       *
      * RECONCILIATION WAITS ON THE NIGHT'S BATCH, SINCE THE ACKS IT  *
      * APPLIES ANSWER THE EXPORT THAT BATCH WROTE. THE SIGNED-ON     *
      * OPERATOR GOES ON THE RUN HISTORY.                             *
      *****************************************************************
       SET-WINDOW-JOB.
           MOVE SPACES TO WS-RUN-PRED-NAMES
           MOVE WS-INPUT-OPERATOR-ID TO WS-RUN-OPERATOR-ID
           IF RUN-MODE-BATCH THEN
               PERFORM IDENTIFY-BATCH-FEED
               IF WS-BATCH-FEED-TYPE = 'R' THEN
                   MOVE 'SECURE-CALC-RESUBMIT' TO WS-RUN-JOB-NAME
                   MOVE 'SECURE-CALC-BATCH' TO WS-RUN-PRED-NAME(1)
               ELSE
                   MOVE 'SECURE-CALC-BATCH' TO WS-RUN-JOB-NAME
                   MOVE 'REFERENCE-FILE-CHECK' TO WS-RUN-PRED-NAME(1)
               END-IF
               MOVE 1 TO WS-RUN-PRED-COUNT
           ELSE
               MOVE 'SECURE-CALC-LOS-RECON' TO WS-RUN-JOB-NAME
               MOVE 'SECURE-CALC-BATCH' TO WS-RUN-PRED-NAME(1)
               MOVE 1 TO WS-RUN-PRED-COUNT
           END-IF.

      * THE JOB NAME HAS TO BE SETTLED BEFORE THE RUN IS LOGGED, SO
      * THE FEED'S HEADER IS LOOKED AT HERE AND THE FILE CLOSED AGAIN.
      * VERIFY-BATCH-HEADER STILL PASSES JUDGEMENT ON THE HEADER - A
      * FILE THAT CANNOT BE READ HERE RUNS UNDER THE REGULAR JOB NAME
      * AND IS REFUSED THERE.
       IDENTIFY-BATCH-FEED.
           MOVE 'F' TO WS-BATCH-FEED-TYPE
           OPEN INPUT LOAN-BATCH-INPUT-FILE
           IF WS-BATCH-IN-STATUS = "00" THEN
               READ LOAN-BATCH-INPUT-FILE
                   NOT AT END
                       IF BHR-RECORD-TYPE = 'H' AND
                               BHR-FEED-SOURCE = "RESUBMIT" THEN
                           MOVE 'R' TO WS-BATCH-FEED-TYPE
                       END-IF
               END-READ
               CLOSE LOAN-BATCH-INPUT-FILE
           END-IF.

       LOAD-WINDOW-COUNTS.
           IF RUN-MODE-BATCH THEN
               MOVE "RECORDS READ" TO WS-RUN-COUNT-LABEL(1)
               MOVE WS-CKPT-RECORDS-READ TO WS-RUN-COUNT-VALUE(1)
               MOVE "POSTED" TO WS-RUN-COUNT-LABEL(2)
               MOVE WS-LOANS-CALCULATED TO WS-RUN-COUNT-VALUE(2)
               MOVE "SUSPENDED" TO WS-RUN-COUNT-LABEL(3)
               MOVE WS-SUSP-WRITTEN TO WS-RUN-COUNT-VALUE(3)
           ELSE
               MOVE "ACCEPTED" TO WS-RUN-COUNT-LABEL(1)
               MOVE WS-RECON-ACCEPTED TO WS-RUN-COUNT-VALUE(1)
               MOVE "REJECTED" TO WS-RUN-COUNT-LABEL(2)
               MOVE WS-RECON-REJECTED TO WS-RUN-COUNT-VALUE(2)
               MOVE "UNACKED" TO WS-RUN-COUNT-LABEL(3)
               MOVE WS-RECON-UNACKED TO WS-RUN-COUNT-VALUE(3)
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
