       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPERATOR-PROFILE-MAINT.
       AUTHOR. ANGELINE-NICOLE-FAINA.
      *****************************************************************
      * OPERATOR PROFILE MAINTENANCE                                  *
      * THE SECURITY ADMINISTRATOR'S ONLY WAY TO CHANGE OPERPROF.     *
      * AFTER SIGNING ON WITH THEIR OWN ID AND PIN, AN ADMINISTRATOR  *
      * CAN LIST THE PROFILES, ADD AN OPERATOR, CHANGE AN OPERATOR'S  *
      * NAME, AUTHORITY LEVEL, ATTEMPT LIMIT OR EXPIRY DATE, SUSPEND  *
      * OR REINSTATE AN OPERATOR, AND ISSUE A NEW PIN. REINSTATING IS *
      * ALSO HOW A PROFILE DISABLED BY REPEATED PIN FAILURES AT THE   *
      * CALCULATOR IS BROUGHT BACK. EVERY ACTION, AND EVERY REFUSAL,  *
      * IS WRITTEN TO AUDITLOG UNDER THE ADMINISTRATOR'S ID.          *
      *                                                               *
      * MAINTENANCE NEEDS THE AUTHORITY LEVEL ON THE "MAINT AUTH"     *
      * SECPARM RECORD (DEFAULT 3). NO ADMINISTRATOR MAY MAINTAIN     *
      * THEIR OWN PROFILE OR GRANT AN AUTHORITY ABOVE THEIR OWN.      *
      * A PIN ISSUED HERE CARRIES NO SET DATE, SO THE OPERATOR MUST   *
      * CHANGE IT AT THEIR FIRST CALCULATOR SIGN-ON.                  *
      *                                                               *
      * WHEN OPERPROF IS EMPTY OR MISSING THE PROGRAM ASKS FOR THE    *
      * FIRST ADMINISTRATOR INSTEAD OF A SIGN-ON. WHEN PROFILES EXIST *
      * BUT NONE YET HAS A PIN, AN OPERATOR WITH MAINTENANCE          *
      * AUTHORITY MAY SET THEIR OWN FIRST PIN AT SIGN-ON.             *
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERATOR-PROFILE-FILE ASSIGN TO "OPERPROF"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OPER-STATUS.

           SELECT SECURITY-AUDIT-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT SECURITY-PARM-FILE ASSIGN TO "SECPARM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OPERATOR-PROFILE-FILE
           RECORDING MODE IS F.
       COPY "operprof.cpy".

       FD  SECURITY-AUDIT-FILE
           RECORDING MODE IS F.
       01  AUDIT-RECORD.
           05  AUD-TIMESTAMP           PIC X(21).
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  AUD-ERROR-CODE          PIC X(04).
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  AUD-FIELD-NAME          PIC X(15).
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  AUD-ATTEMPT-COUNT       PIC 9(03).
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  AUD-OPERATOR-ID         PIC X(08).
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  AUD-REFERENCE-ID        PIC X(10).
           05  FILLER                  PIC X(10)  VALUE SPACES.

       FD  SECURITY-PARM-FILE
           RECORDING MODE IS F.
       01  SECURITY-PARM-RECORD.
           05  PARM-FIELD-NAME          PIC X(15).
           05  PARM-MAX-ATTEMPTS        PIC 9(03).
           05  FILLER                   PIC X(12).

       WORKING-STORAGE SECTION.

      * FILE STATUS FIELDS
       01  WS-OPER-STATUS              PIC X(02) VALUE SPACES.
       01  WS-AUDIT-STATUS             PIC X(02) VALUE SPACES.
       01  WS-PARM-STATUS              PIC X(02) VALUE SPACES.

      * END-OF-FILE SWITCHES
       01  WS-OPER-EOF                 PIC X(01) VALUE 'N'.
           88  OPER-AT-EOF                        VALUE 'Y'.
       01  WS-PARM-EOF                 PIC X(01) VALUE 'N'.
           88  PARM-AT-EOF                        VALUE 'Y'.

      * CONTROL PARAMETERS FROM SECPARM. "MAINT AUTH" IS THE LEVEL
      * THIS PROGRAM NEEDS; "PIN EXPIRE DAYS" AND "SIGNON ATTEMPTS"
      * ARE THE SAME KNOBS THE CALCULATOR'S SIGN-ON USES, SO AN
      * ADMINISTRATOR'S PIN AGES AND LOCKS EXACTLY AS AT THE
      * CALCULATOR.
       01  WS-MIN-MAINT-AUTH           PIC 9(01) VALUE 3.
       01  WS-PIN-EXPIRE-DAYS          PIC 9(03) VALUE 90.
       01  WS-MAX-ATTEMPTS-SIGNON      PIC 9(03) VALUE 3.

      * THE CALCULATOR HOLDS AT MOST 50 PROFILES IN ITS SIGN-ON TABLE,
      * SO THE FILE IS NOT ALLOWED TO GROW PAST THAT.
       01  WS-MAX-PROFILES             PIC 9(03) VALUE 50.
       01  WS-PROFILE-COUNT            PIC 9(03) VALUE ZERO.
       01  WS-PIN-HOLDER-COUNT         PIC 9(03) VALUE ZERO.

      * THE SIGNED-ON ADMINISTRATOR AND THE PROFILE BEING WORKED ON
      * ARE EACH HELD AS A FULL PROFILE RECORD.
       COPY "operprof.cpy" REPLACING
           ==OPERATOR-PROFILE-RECORD== BY ==ADMIN-PROFILE-RECORD==
           LEADING ==OPF-== BY ==ADM-==.
       COPY "operprof.cpy" REPLACING
           ==OPERATOR-PROFILE-RECORD== BY ==TARGET-PROFILE-RECORD==
           LEADING ==OPF-== BY ==TGT-==.

       01  WS-TARGET-FOUND             PIC X(01) VALUE 'N'.
           88  TARGET-ON-FILE                     VALUE 'Y'.
       01  WS-TARGET-ID                PIC X(08) VALUE SPACES.
       01  WS-PROFILE-SAVED            PIC X(01) VALUE 'N'.

      * SIGN-ON FIELDS
       01  WS-OPERATOR-ID              PIC X(08) VALUE SPACES.
       01  WS-INPUT-OPERATOR-ID        PIC X(08) VALUE SPACES.
       01  WS-SIGNON-OK                PIC X(01) VALUE 'N'.
           88  ADMIN-SIGNED-ON                    VALUE 'Y'.
       01  WS-SIGNON-ATTEMPTS          PIC 9(03) VALUE ZERO.
       01  WS-PROFILE-FAIL-LIMIT       PIC 9(03) VALUE ZERO.
       01  WS-PROFILE-USABLE           PIC X(01) VALUE 'N'.

      * PIN FIELDS. THE HASH ROUTINE IS THE SAME ONE THE CALCULATOR
      * USES AT SIGN-ON AND MUST STAY IN STEP WITH IT.
       01  WS-INPUT-PIN                PIC X(08) VALUE SPACES.
       01  WS-INPUT-PIN-CONFIRM        PIC X(08) VALUE SPACES.
       01  WS-PIN-HASH-ID              PIC X(08) VALUE SPACES.
       01  WS-PIN-HASH-SOURCE          PIC X(16) VALUE SPACES.
       01  WS-PIN-HASH-WORK            PIC 9(13) VALUE ZERO.
       01  WS-PIN-HASH-RESULT          PIC 9(10) VALUE ZERO.
       01  WS-PIN-HASH-IDX             PIC 9(02) VALUE ZERO.
       01  WS-PIN-LENGTH               PIC 9(02) VALUE ZERO.
       01  WS-PIN-EDIT-OK              PIC X(01) VALUE 'N'.
       01  WS-PIN-DATE-NUM             PIC 9(08) VALUE ZERO.
       01  WS-PIN-EXPIRE-INT           PIC 9(08) VALUE ZERO.

      * MAINTENANCE INPUT FIELDS
       01  WS-MAINT-ACTION             PIC X(01) VALUE SPACE.
       01  WS-RETRY                    PIC X(01) VALUE SPACE.
       01  WS-CONTINUE                 PIC X(01) VALUE 'Y'.
       01  WS-INPUT-NAME               PIC X(25) VALUE SPACES.
       01  WS-INPUT-AUTHORITY          PIC X(01) VALUE SPACE.
       01  WS-INPUT-LIMIT              PIC X(03) VALUE SPACES.
       01  WS-INPUT-EXPIRY             PIC X(08) VALUE SPACES.
       01  WS-NEW-AUTHORITY            PIC 9(01) VALUE ZERO.
       01  WS-NEW-LIMIT                PIC 9(03) VALUE ZERO.
       01  WS-LIMIT-LENGTH             PIC 9(01) VALUE ZERO.
       01  WS-FIELD-EDIT-OK            PIC X(01) VALUE 'N'.
       01  WS-EXPIRY-NUM               PIC 9(08) VALUE ZERO.

      * AUDIT FIELDS
       01  WS-ERROR-CODE               PIC X(04) VALUE SPACES.
       01  WS-CURRENT-FIELD            PIC X(15) VALUE SPACES.
       01  WS-ATTEMPT-COUNTER          PIC 9(03) VALUE ZERO.
       01  WS-AUDIT-REFERENCE          PIC X(10) VALUE SPACES.

      * DATE WORK FIELDS
       01  WS-TODAY-DATE               PIC X(08) VALUE SPACES.
       01  WS-TODAY-NUM                PIC 9(08) VALUE ZERO.
       01  WS-TODAY-INT                PIC 9(08) VALUE ZERO.

      * RUN TALLIES
       01  WS-ACTIONS-APPLIED          PIC 9(05) VALUE ZERO.
       01  WS-RETURN-CODE              PIC 9(02) VALUE ZERO.

      * DISPLAY WORK FIELDS
       01  WS-DISPLAY-TALLY            PIC ZZZ,ZZ9.
       01  WS-DISPLAY-LIMIT            PIC ZZ9.
       01  WS-DISPLAY-FAILS            PIC ZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "======================================"
           DISPLAY "   OPERATOR PROFILE MAINTENANCE"
           DISPLAY "======================================"

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
           MOVE WS-TODAY-DATE TO WS-TODAY-NUM
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM)

           PERFORM LOAD-MAINT-PARAMETERS
           PERFORM COUNT-PROFILES

           IF WS-PROFILE-COUNT = ZERO THEN
               PERFORM SETUP-FIRST-ADMINISTRATOR
           ELSE
               PERFORM ADMINISTRATOR-SIGN-ON
           END-IF

           IF ADMIN-SIGNED-ON THEN
               MOVE 'Y' TO WS-CONTINUE
               PERFORM UNTIL WS-CONTINUE = 'N'
                   PERFORM MAINTENANCE-PROCESS
               END-PERFORM
               MOVE WS-ACTIONS-APPLIED TO WS-DISPLAY-TALLY
               DISPLAY "Profile changes applied:  " WS-DISPLAY-TALLY
           END-IF

           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.

       LOAD-MAINT-PARAMETERS.
           MOVE 'N' TO WS-PARM-EOF
           OPEN INPUT SECURITY-PARM-FILE

           IF WS-PARM-STATUS = "00" THEN
               PERFORM UNTIL PARM-AT-EOF
                   READ SECURITY-PARM-FILE
                       AT END
                           MOVE 'Y' TO WS-PARM-EOF
                       NOT AT END
                           PERFORM APPLY-MAINT-PARAMETER
                   END-READ
               END-PERFORM
               CLOSE SECURITY-PARM-FILE
           END-IF.

       APPLY-MAINT-PARAMETER.
           EVALUATE PARM-FIELD-NAME
               WHEN "MAINT AUTH"
                   IF PARM-MAX-ATTEMPTS > ZERO AND
                           PARM-MAX-ATTEMPTS < 10 THEN
                       MOVE PARM-MAX-ATTEMPTS TO WS-MIN-MAINT-AUTH
                   END-IF
               WHEN "PIN EXPIRE DAYS"
                   MOVE PARM-MAX-ATTEMPTS TO WS-PIN-EXPIRE-DAYS
               WHEN "SIGNON ATTEMPTS"
                   MOVE PARM-MAX-ATTEMPTS TO WS-MAX-ATTEMPTS-SIGNON
           END-EVALUATE.

       COUNT-PROFILES.
           MOVE ZERO TO WS-PROFILE-COUNT
           MOVE ZERO TO WS-PIN-HOLDER-COUNT
           MOVE 'N' TO WS-OPER-EOF
           OPEN INPUT OPERATOR-PROFILE-FILE

           IF WS-OPER-STATUS = "00" THEN
               PERFORM UNTIL OPER-AT-EOF
                   READ OPERATOR-PROFILE-FILE
                       AT END
                           MOVE 'Y' TO WS-OPER-EOF
                       NOT AT END
                           IF OPF-OPERATOR-ID NOT = SPACES THEN
                               ADD 1 TO WS-PROFILE-COUNT
                               IF OPF-PIN-HASH IS NUMERIC AND
                                       OPF-PIN-HASH > ZERO THEN
                                   ADD 1 TO WS-PIN-HOLDER-COUNT
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OPERATOR-PROFILE-FILE
           END-IF.

      *****************************************************************
      * SETUP-FIRST-ADMINISTRATOR                                     *
      * AN EMPTY OR MISSING OPERPROF HAS NO ONE TO SIGN ON AS, SO THE *
      * FIRST PROFILE IS KEYED HERE: A FULL-AUTHORITY ADMINISTRATOR   *
      * WITH A PIN OF THEIR OWN CHOOSING. THE ADDITION IS AUDITED     *
      * UNDER OPERATOR "SETUP" AND THE SESSION THEN CARRIES ON AS     *
      * THAT ADMINISTRATOR.                                           *
      *****************************************************************
       SETUP-FIRST-ADMINISTRATOR.
           DISPLAY "No operator profiles are on file."
           DISPLAY "Set up the first security administrator."
           MOVE 'SETUP' TO WS-OPERATOR-ID

           DISPLAY "Enter Administrator ID: "
           ACCEPT WS-INPUT-OPERATOR-ID
           PERFORM CLEAN-OPERATOR-ID

           IF WS-INPUT-OPERATOR-ID = SPACES THEN
               DISPLAY "ERROR: An operator ID is required. "
                   "Nothing set up."
               MOVE 8 TO WS-RETURN-CODE
           ELSE
               DISPLAY "Enter Administrator Name: "
               ACCEPT WS-INPUT-NAME
               PERFORM CLEAN-OPERATOR-NAME
               MOVE WS-INPUT-OPERATOR-ID TO WS-PIN-HASH-ID
               PERFORM ACCEPT-NEW-PIN

               IF WS-PIN-EDIT-OK NOT = 'Y' THEN
                   DISPLAY "ERROR: No PIN set. Nothing set up."
                   MOVE 8 TO WS-RETURN-CODE
               ELSE
                   INITIALIZE TARGET-PROFILE-RECORD
                   MOVE WS-INPUT-OPERATOR-ID TO TGT-OPERATOR-ID
                   MOVE WS-INPUT-NAME TO TGT-OPERATOR-NAME
                   MOVE 9 TO TGT-AUTHORITY-LEVEL
                   MOVE ZERO TO TGT-MAX-ATTEMPTS
                   MOVE 'A' TO TGT-PROFILE-STATUS
                   MOVE SPACES TO TGT-EXPIRY-DATE
                   MOVE WS-PIN-HASH-RESULT TO TGT-PIN-HASH
                   MOVE WS-TODAY-DATE TO TGT-PIN-SET-DATE
                   MOVE ZERO TO TGT-FAIL-COUNT
                   MOVE WS-TODAY-DATE TO TGT-LAST-SIGNON-DATE
                   PERFORM ADD-TARGET-PROFILE

                   IF WS-PROFILE-SAVED = 'Y' THEN
                       MOVE 'E024' TO WS-ERROR-CODE
                       MOVE 'OPER ADDED' TO WS-CURRENT-FIELD
                       MOVE 1 TO WS-ATTEMPT-COUNTER
                       MOVE TGT-OPERATOR-ID TO WS-AUDIT-REFERENCE
                       PERFORM LOG-SECURITY-EVENT
                       ADD 1 TO WS-ACTIONS-APPLIED
                       MOVE TARGET-PROFILE-RECORD TO
                           ADMIN-PROFILE-RECORD
                       MOVE ADM-OPERATOR-ID TO WS-OPERATOR-ID
                       MOVE 'Y' TO WS-SIGNON-OK
                       DISPLAY "Administrator " ADM-OPERATOR-ID
                           " set up and signed on."
                   ELSE
                       MOVE 8 TO WS-RETURN-CODE
                   END-IF
               END-IF
           END-IF

           MOVE SPACES TO WS-INPUT-PIN
           MOVE SPACES TO WS-INPUT-PIN-CONFIRM.

      *****************************************************************
      * ADMINISTRATOR-SIGN-ON                                         *
      * THE SAME ID-AND-PIN CHECK AS THE CALCULATOR, AGAINST THE SAME *
      * FILE: AN UNKNOWN ID AND A WRONG PIN GET THE SAME ANSWER, A    *
      * WRONG PIN COUNTS TOWARD THE PROFILE'S LOCKOUT ON THE FILE,    *
      * AND A SUSPENDED, DISABLED OR EXPIRED PROFILE IS REFUSED. ON   *
      * TOP OF THAT THE PIN MUST BE CURRENT AND THE AUTHORITY LEVEL   *
      * AT LEAST "MAINT AUTH". A FAILED SIGN-ON ENDS THE RUN WITH     *
      * RETURN CODE 8, AS AT THE CALCULATOR.                          *
      *****************************************************************
       ADMINISTRATOR-SIGN-ON.
           MOVE ZERO TO WS-SIGNON-ATTEMPTS
           MOVE SPACES TO WS-OPERATOR-ID

           PERFORM UNTIL ADMIN-SIGNED-ON
                   OR WS-SIGNON-ATTEMPTS >= WS-MAX-ATTEMPTS-SIGNON
               DISPLAY "Enter Administrator ID: "
               ACCEPT WS-INPUT-OPERATOR-ID
               DISPLAY "Enter PIN: "
               ACCEPT WS-INPUT-PIN
               ADD 1 TO WS-SIGNON-ATTEMPTS
               PERFORM CLEAN-OPERATOR-ID
               MOVE WS-INPUT-OPERATOR-ID TO WS-TARGET-ID
               PERFORM FIND-TARGET-PROFILE

               IF TARGET-ON-FILE THEN
                   PERFORM AUTHENTICATE-ADMINISTRATOR
               END-IF

               IF NOT ADMIN-SIGNED-ON THEN
                   DISPLAY "ERROR: Sign-on not accepted."
               END-IF
           END-PERFORM

           MOVE SPACES TO WS-INPUT-PIN

           IF ADMIN-SIGNED-ON THEN
               DISPLAY "Signed on: " ADM-OPERATOR-NAME
           ELSE
               DISPLAY "SECURITY: Sign-on failed."
               MOVE 'E012' TO WS-ERROR-CODE
               MOVE 'OPERATOR ID' TO WS-CURRENT-FIELD
               MOVE WS-SIGNON-ATTEMPTS TO WS-ATTEMPT-COUNTER
               PERFORM LOG-SECURITY-EVENT
               MOVE 8 TO WS-RETURN-CODE
           END-IF.

       AUTHENTICATE-ADMINISTRATOR.
           PERFORM CHECK-TARGET-USABLE

           IF WS-PROFILE-USABLE = 'Y' THEN
               IF TGT-PIN-HASH IS NOT NUMERIC OR
                       TGT-PIN-HASH = ZERO THEN
                   PERFORM SET-FIRST-ADMIN-PIN
               ELSE
                   MOVE TGT-OPERATOR-ID TO WS-PIN-HASH-ID
                   PERFORM COMPUTE-PIN-HASH
                   IF WS-PIN-HASH-RESULT = TGT-PIN-HASH THEN
                       PERFORM CHECK-ADMIN-CREDENTIALS
                   ELSE
                       PERFORM RECORD-PIN-FAILURE
                   END-IF
               END-IF
           END-IF.

      * A SUSPENDED, DISABLED OR EXPIRED PROFILE IS REFUSED BEFORE ITS
      * PIN IS LOOKED AT, WITH THE SAME AUDIT CODE THE CALCULATOR
      * USES.
       CHECK-TARGET-USABLE.
           MOVE 'Y' TO WS-PROFILE-USABLE
           MOVE SPACES TO WS-CURRENT-FIELD

           EVALUATE TGT-PROFILE-STATUS
               WHEN 'A'
                   IF TGT-EXPIRY-DATE IS NUMERIC AND
                           TGT-EXPIRY-DATE < WS-TODAY-DATE THEN
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
               MOVE 'E020' TO WS-ERROR-CODE
               MOVE WS-SIGNON-ATTEMPTS TO WS-ATTEMPT-COUNTER
               MOVE TGT-OPERATOR-ID TO WS-AUDIT-REFERENCE
               PERFORM LOG-SECURITY-EVENT
           END-IF.

      * WHEN NO PROFILE ON THE FILE HAS A PIN YET - THE FIRST RUN
      * AFTER PINS WERE INTRODUCED - AN OPERATOR WITH MAINTENANCE
      * AUTHORITY SETS THEIR OWN, SO THERE IS SOMEONE TO ISSUE PINS
      * TO EVERYONE ELSE. ONCE ANY PIN EXISTS, A PROFILE WITHOUT ONE
      * HAS TO BE GIVEN ONE BY AN ADMINISTRATOR.
       SET-FIRST-ADMIN-PIN.
           IF WS-PIN-HOLDER-COUNT > ZERO OR
                   TGT-AUTHORITY-LEVEL IS NOT NUMERIC OR
                   TGT-AUTHORITY-LEVEL < WS-MIN-MAINT-AUTH THEN
               DISPLAY "SECURITY: No PIN has been issued for this "
                   "operator - see the security administrator."
           ELSE
               DISPLAY "No PINs are on file yet. Set your own PIN."
               MOVE TGT-OPERATOR-ID TO WS-PIN-HASH-ID
               PERFORM ACCEPT-NEW-PIN

               IF WS-PIN-EDIT-OK = 'Y' THEN
                   MOVE WS-PIN-HASH-RESULT TO TGT-PIN-HASH
                   MOVE WS-TODAY-DATE TO TGT-PIN-SET-DATE
                   MOVE ZERO TO TGT-FAIL-COUNT
                   MOVE WS-TODAY-DATE TO TGT-LAST-SIGNON-DATE
                   PERFORM REWRITE-TARGET-PROFILE

                   IF WS-PROFILE-SAVED = 'Y' THEN
                       ADD 1 TO WS-PIN-HOLDER-COUNT
                       MOVE TARGET-PROFILE-RECORD TO
                           ADMIN-PROFILE-RECORD
                       MOVE ADM-OPERATOR-ID TO WS-OPERATOR-ID
                       MOVE 'Y' TO WS-SIGNON-OK
                       MOVE 'E023' TO WS-ERROR-CODE
                       MOVE 'PIN CHANGED' TO WS-CURRENT-FIELD
                       MOVE 1 TO WS-ATTEMPT-COUNTER
                       MOVE ADM-OPERATOR-ID TO WS-AUDIT-REFERENCE
                       PERFORM LOG-SECURITY-EVENT
                   END-IF
               END-IF

               MOVE SPACES TO WS-INPUT-PIN-CONFIRM
           END-IF.

      * THE PIN IS RIGHT. AN EXPIRED PIN IS NOT CHANGED HERE - THE
      * CALCULATOR SIGN-ON IS WHERE PINS ARE CHANGED - AND A PROFILE
      * BELOW "MAINT AUTH" IS TURNED AWAY. EITHER WAY THE FAILURE
      * COUNT IS CLEARED, SINCE THE PIN ITSELF WAS CORRECT.
       CHECK-ADMIN-CREDENTIALS.
           IF TGT-PIN-SET-DATE IS NUMERIC THEN
               MOVE TGT-PIN-SET-DATE TO WS-PIN-DATE-NUM
               COMPUTE WS-PIN-EXPIRE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-PIN-DATE-NUM) +
                   WS-PIN-EXPIRE-DAYS
           ELSE
               MOVE ZERO TO WS-PIN-EXPIRE-INT
           END-IF

           IF TGT-FAIL-COUNT IS NOT NUMERIC OR
                   TGT-FAIL-COUNT > ZERO THEN
               MOVE ZERO TO TGT-FAIL-COUNT
               PERFORM REWRITE-TARGET-PROFILE
           END-IF

           IF WS-PIN-EXPIRE-INT NOT > WS-TODAY-INT THEN
               DISPLAY "SECURITY: Your PIN has expired. Change it at "
                   "the calculator sign-on first."
           ELSE
               IF TGT-AUTHORITY-LEVEL IS NOT NUMERIC OR
                       TGT-AUTHORITY-LEVEL < WS-MIN-MAINT-AUTH THEN
                   DISPLAY "SECURITY: Profile maintenance requires "
                       "authority level " WS-MIN-MAINT-AUTH "."
                   MOVE 'E029' TO WS-ERROR-CODE
                   MOVE 'MAINT AUTH' TO WS-CURRENT-FIELD
                   MOVE 1 TO WS-ATTEMPT-COUNTER
                   MOVE TGT-OPERATOR-ID TO WS-AUDIT-REFERENCE
                   PERFORM LOG-SECURITY-EVENT
               ELSE
                   IF TGT-LAST-SIGNON-DATE NOT = WS-TODAY-DATE THEN
                       MOVE WS-TODAY-DATE TO TGT-LAST-SIGNON-DATE
                       PERFORM REWRITE-TARGET-PROFILE
                   END-IF
                   MOVE TARGET-PROFILE-RECORD TO ADMIN-PROFILE-RECORD
                   MOVE ADM-OPERATOR-ID TO WS-OPERATOR-ID
                   MOVE 'Y' TO WS-SIGNON-OK
               END-IF
           END-IF.

      * A WRONG PIN HERE COUNTS AGAINST THE PROFILE EXACTLY AS IT
      * DOES AT THE CALCULATOR, AND DISABLES IT AT THE SAME LIMIT.
       RECORD-PIN-FAILURE.
           IF TGT-FAIL-COUNT IS NOT NUMERIC THEN
               MOVE ZERO TO TGT-FAIL-COUNT
           END-IF
           ADD 1 TO TGT-FAIL-COUNT

           IF TGT-MAX-ATTEMPTS IS NUMERIC AND
                   TGT-MAX-ATTEMPTS > ZERO THEN
               MOVE TGT-MAX-ATTEMPTS TO WS-PROFILE-FAIL-LIMIT
           ELSE
               MOVE WS-MAX-ATTEMPTS-SIGNON TO WS-PROFILE-FAIL-LIMIT
           END-IF

           MOVE 'E021' TO WS-ERROR-CODE
           MOVE 'PIN' TO WS-CURRENT-FIELD
           MOVE TGT-FAIL-COUNT TO WS-ATTEMPT-COUNTER
           MOVE TGT-OPERATOR-ID TO WS-AUDIT-REFERENCE
           PERFORM LOG-SECURITY-EVENT

           IF TGT-FAIL-COUNT >= WS-PROFILE-FAIL-LIMIT THEN
               MOVE 'D' TO TGT-PROFILE-STATUS
               DISPLAY "SECURITY: Operator profile " TGT-OPERATOR-ID
                   " disabled after repeated PIN failures."
               MOVE 'E022' TO WS-ERROR-CODE
               MOVE 'PROFILE LOCKED' TO WS-CURRENT-FIELD
               MOVE TGT-FAIL-COUNT TO WS-ATTEMPT-COUNTER
               MOVE TGT-OPERATOR-ID TO WS-AUDIT-REFERENCE
               PERFORM LOG-SECURITY-EVENT
           END-IF

           PERFORM REWRITE-TARGET-PROFILE.

      *****************************************************************
      * MAINTENANCE-PROCESS                                           *
      * ONE ACTION PER PASS. EVERY ACTION THAT CHANGES A PROFILE      *
      * STAMPS IT WITH THE DATE AND THE ADMINISTRATOR'S ID AND IS     *
      * WRITTEN TO THE AUDIT TRAIL WITH THE OPERATOR IT WAS DONE TO.  *
      *****************************************************************
       MAINTENANCE-PROCESS.
           DISPLAY " "
           DISPLAY "Profile Action:"
           DISPLAY "  1 - List operator profiles"
           DISPLAY "  2 - Add an operator"
           DISPLAY "  3 - Change an operator"
           DISPLAY "  4 - Suspend an operator"
           DISPLAY "  5 - Reinstate an operator"
           DISPLAY "  6 - Issue a new PIN"
           DISPLAY "Enter Selection (Default 1): "
           ACCEPT WS-MAINT-ACTION

           EVALUATE WS-MAINT-ACTION
               WHEN '2'
                   PERFORM ADD-OPERATOR
               WHEN '3'
                   PERFORM CHANGE-OPERATOR
               WHEN '4'
                   PERFORM SUSPEND-OPERATOR
               WHEN '5'
                   PERFORM REINSTATE-OPERATOR
               WHEN '6'
                   PERFORM RESET-OPERATOR-PIN
               WHEN OTHER
                   PERFORM LIST-OPERATOR-PROFILES
           END-EVALUATE

           DISPLAY " "
           DISPLAY "Another profile action? (Y/N): "
           ACCEPT WS-RETRY

           IF WS-RETRY = 'N' OR WS-RETRY = 'n' THEN
               MOVE 'N' TO WS-CONTINUE
           END-IF.

       LIST-OPERATOR-PROFILES.
           DISPLAY " "
           DISPLAY "ID       NAME                      AUTH LIMIT "
               "STAT EXPIRES  PIN SET  FAILS LAST ON"
           DISPLAY "-------- ------------------------- ---- ----- "
               "---- -------- -------- ----- --------"
           MOVE 'N' TO WS-OPER-EOF
           OPEN INPUT OPERATOR-PROFILE-FILE

           IF WS-OPER-STATUS NOT = "00" THEN
               DISPLAY "ERROR: Unable to open the operator profile "
                   "file (status " WS-OPER-STATUS ")."
           ELSE
               PERFORM UNTIL OPER-AT-EOF
                   READ OPERATOR-PROFILE-FILE
                       AT END
                           MOVE 'Y' TO WS-OPER-EOF
                       NOT AT END
                           PERFORM DISPLAY-ONE-PROFILE
                   END-READ
               END-PERFORM
               CLOSE OPERATOR-PROFILE-FILE
           END-IF.

      * THE PIN HASH IS NEVER SHOWN; A PROFILE STILL WAITING FOR ITS
      * FIRST CHANGE SHOWS "ISSUED" IN PLACE OF A PIN DATE.
       DISPLAY-ONE-PROFILE.
           IF OPF-MAX-ATTEMPTS IS NUMERIC THEN
               MOVE OPF-MAX-ATTEMPTS TO WS-DISPLAY-LIMIT
           ELSE
               MOVE ZERO TO WS-DISPLAY-LIMIT
           END-IF
           IF OPF-FAIL-COUNT IS NUMERIC THEN
               MOVE OPF-FAIL-COUNT TO WS-DISPLAY-FAILS
           ELSE
               MOVE ZERO TO WS-DISPLAY-FAILS
           END-IF

           IF OPF-PIN-HASH IS NOT NUMERIC OR OPF-PIN-HASH = ZERO THEN
               MOVE 'NONE' TO WS-INPUT-EXPIRY
           ELSE
               IF OPF-PIN-SET-DATE IS NUMERIC THEN
                   MOVE OPF-PIN-SET-DATE TO WS-INPUT-EXPIRY
               ELSE
                   MOVE 'ISSUED' TO WS-INPUT-EXPIRY
               END-IF
           END-IF

           DISPLAY OPF-OPERATOR-ID " " OPF-OPERATOR-NAME "  "
               OPF-AUTHORITY-LEVEL "   " WS-DISPLAY-LIMIT "  "
               OPF-PROFILE-STATUS "    " OPF-EXPIRY-DATE " "
               WS-INPUT-EXPIRY "   " WS-DISPLAY-FAILS " "
               OPF-LAST-SIGNON-DATE

           MOVE SPACES TO WS-INPUT-EXPIRY.

      *****************************************************************
      * ADD-OPERATOR                                                  *
      * A NEW PROFILE STARTS ACTIVE WITH A PIN ISSUED BY THE          *
      * ADMINISTRATOR. THE PIN HAS NO SET DATE, SO THE OPERATOR MUST  *
      * REPLACE IT AT FIRST SIGN-ON. AN ATTEMPT LIMIT OF ZERO MEANS   *
      * THE "SIGNON ATTEMPTS" DEFAULT; A BLANK EXPIRY MEANS NONE.     *
      *****************************************************************
       ADD-OPERATOR.
           IF WS-PROFILE-COUNT >= WS-MAX-PROFILES THEN
               DISPLAY "ERROR: The profile file already holds the "
                   "maximum of " WS-MAX-PROFILES " operators."
           ELSE
               DISPLAY "Enter New Operator ID: "
               ACCEPT WS-INPUT-OPERATOR-ID
               PERFORM CLEAN-OPERATOR-ID
               MOVE WS-INPUT-OPERATOR-ID TO WS-TARGET-ID

               IF WS-TARGET-ID = SPACES THEN
                   DISPLAY "ERROR: An operator ID is required."
               ELSE
                   PERFORM FIND-TARGET-PROFILE
                   IF TARGET-ON-FILE THEN
                       DISPLAY "ERROR: Operator " WS-TARGET-ID
                           " is already on file."
                   ELSE
                       PERFORM KEY-NEW-OPERATOR
                   END-IF
               END-IF
           END-IF.

       KEY-NEW-OPERATOR.
           INITIALIZE TARGET-PROFILE-RECORD
           MOVE WS-TARGET-ID TO TGT-OPERATOR-ID
           MOVE 'A' TO TGT-PROFILE-STATUS
           MOVE ZERO TO TGT-FAIL-COUNT
           MOVE SPACES TO TGT-EXPIRY-DATE
           MOVE SPACES TO TGT-PIN-SET-DATE
           MOVE SPACES TO TGT-LAST-SIGNON-DATE

           DISPLAY "Enter Operator Name: "
           ACCEPT WS-INPUT-NAME
           PERFORM CLEAN-OPERATOR-NAME
           MOVE WS-INPUT-NAME TO TGT-OPERATOR-NAME

           DISPLAY "Enter Authority Level (0-9): "
           ACCEPT WS-INPUT-AUTHORITY
           PERFORM EDIT-AUTHORITY-LEVEL

           IF WS-FIELD-EDIT-OK = 'Y' THEN
               MOVE WS-NEW-AUTHORITY TO TGT-AUTHORITY-LEVEL
               DISPLAY "Enter Attempt Limit (Blank = default): "
               ACCEPT WS-INPUT-LIMIT
               PERFORM EDIT-ATTEMPT-LIMIT
           END-IF

           IF WS-FIELD-EDIT-OK = 'Y' THEN
               MOVE WS-NEW-LIMIT TO TGT-MAX-ATTEMPTS
               DISPLAY "Enter Expiry Date YYYYMMDD (Blank = none): "
               ACCEPT WS-INPUT-EXPIRY
               PERFORM EDIT-EXPIRY-DATE
           END-IF

           IF WS-FIELD-EDIT-OK = 'Y' THEN
               MOVE WS-INPUT-EXPIRY TO TGT-EXPIRY-DATE
               MOVE TGT-OPERATOR-ID TO WS-PIN-HASH-ID
               PERFORM ACCEPT-NEW-PIN
               MOVE WS-PIN-EDIT-OK TO WS-FIELD-EDIT-OK
           END-IF

           IF WS-FIELD-EDIT-OK NOT = 'Y' THEN
               DISPLAY "Operator not added."
           ELSE
               MOVE WS-PIN-HASH-RESULT TO TGT-PIN-HASH
               PERFORM STAMP-TARGET-MAINTENANCE
               PERFORM ADD-TARGET-PROFILE
               IF WS-PROFILE-SAVED = 'Y' THEN
                   ADD 1 TO WS-PROFILE-COUNT
                   ADD 1 TO WS-PIN-HOLDER-COUNT
                   DISPLAY "Operator " TGT-OPERATOR-ID " added."
                   MOVE 'E024' TO WS-ERROR-CODE
                   MOVE 'OPER ADDED' TO WS-CURRENT-FIELD
                   PERFORM LOG-MAINTENANCE-ACTION
               END-IF
           END-IF

           MOVE SPACES TO WS-INPUT-PIN
           MOVE SPACES TO WS-INPUT-PIN-CONFIRM.

      *****************************************************************
      * CHANGE-OPERATOR                                               *
      * NAME, AUTHORITY LEVEL, ATTEMPT LIMIT AND EXPIRY DATE. A BLANK *
      * ENTRY KEEPS THE VALUE ON FILE; AN EXPIRY OF ZEROS REMOVES IT. *
      *****************************************************************
       CHANGE-OPERATOR.
           PERFORM SELECT-TARGET-OPERATOR

           IF TARGET-ON-FILE THEN
               MOVE 'Y' TO WS-FIELD-EDIT-OK
               DISPLAY "Name [" TGT-OPERATOR-NAME "]: "
               ACCEPT WS-INPUT-NAME
               IF WS-INPUT-NAME NOT = SPACES THEN
                   PERFORM CLEAN-OPERATOR-NAME
                   MOVE WS-INPUT-NAME TO TGT-OPERATOR-NAME
               END-IF

               DISPLAY "Authority Level [" TGT-AUTHORITY-LEVEL "]: "
               ACCEPT WS-INPUT-AUTHORITY
               IF WS-INPUT-AUTHORITY NOT = SPACE THEN
                   PERFORM EDIT-AUTHORITY-LEVEL
                   IF WS-FIELD-EDIT-OK = 'Y' THEN
                       MOVE WS-NEW-AUTHORITY TO TGT-AUTHORITY-LEVEL
                   END-IF
               END-IF

               IF WS-FIELD-EDIT-OK = 'Y' THEN
                   DISPLAY "Attempt Limit [" TGT-MAX-ATTEMPTS "]: "
                   ACCEPT WS-INPUT-LIMIT
                   IF WS-INPUT-LIMIT NOT = SPACES THEN
                       PERFORM EDIT-ATTEMPT-LIMIT
                       IF WS-FIELD-EDIT-OK = 'Y' THEN
                           MOVE WS-NEW-LIMIT TO TGT-MAX-ATTEMPTS
                       END-IF
                   END-IF
               END-IF

               IF WS-FIELD-EDIT-OK = 'Y' THEN
                   DISPLAY "Expiry Date [" TGT-EXPIRY-DATE "]: "
                   ACCEPT WS-INPUT-EXPIRY
                   IF WS-INPUT-EXPIRY = '00000000' THEN
                       MOVE SPACES TO TGT-EXPIRY-DATE
                   ELSE
                       IF WS-INPUT-EXPIRY NOT = SPACES THEN
                           PERFORM EDIT-EXPIRY-DATE
                           IF WS-FIELD-EDIT-OK = 'Y' THEN
                               MOVE WS-INPUT-EXPIRY TO
                                   TGT-EXPIRY-DATE
                           END-IF
                       END-IF
                   END-IF
               END-IF

               IF WS-FIELD-EDIT-OK NOT = 'Y' THEN
                   DISPLAY "Operator not changed."
               ELSE
                   PERFORM STAMP-TARGET-MAINTENANCE
                   PERFORM REWRITE-TARGET-PROFILE
                   IF WS-PROFILE-SAVED = 'Y' THEN
                       DISPLAY "Operator " TGT-OPERATOR-ID
                           " changed."
                       MOVE 'E025' TO WS-ERROR-CODE
                       MOVE 'OPER CHANGED' TO WS-CURRENT-FIELD
                       PERFORM LOG-MAINTENANCE-ACTION
                   END-IF
               END-IF
           END-IF.

       SUSPEND-OPERATOR.
           PERFORM SELECT-TARGET-OPERATOR

           IF TARGET-ON-FILE THEN
               IF TGT-STATUS-SUSPENDED THEN
                   DISPLAY "Operator " TGT-OPERATOR-ID
                       " is already suspended."
               ELSE
                   MOVE 'S' TO TGT-PROFILE-STATUS
                   PERFORM STAMP-TARGET-MAINTENANCE
                   PERFORM REWRITE-TARGET-PROFILE
                   IF WS-PROFILE-SAVED = 'Y' THEN
                       DISPLAY "Operator " TGT-OPERATOR-ID
                           " suspended."
                       MOVE 'E026' TO WS-ERROR-CODE
                       MOVE 'OPER SUSPENDED' TO WS-CURRENT-FIELD
                       PERFORM LOG-MAINTENANCE-ACTION
                   END-IF
               END-IF
           END-IF.

      * REINSTATING CLEARS THE FAILURE COUNT AS WELL, OR A PROFILE
      * DISABLED BY PIN FAILURES WOULD LOCK AGAIN ON ITS NEXT MISTAKE.
       REINSTATE-OPERATOR.
           PERFORM SELECT-TARGET-OPERATOR

           IF TARGET-ON-FILE THEN
               IF TGT-STATUS-ACTIVE AND TGT-FAIL-COUNT = ZERO THEN
                   DISPLAY "Operator " TGT-OPERATOR-ID
                       " is already active."
               ELSE
                   MOVE 'A' TO TGT-PROFILE-STATUS
                   MOVE ZERO TO TGT-FAIL-COUNT
                   PERFORM STAMP-TARGET-MAINTENANCE
                   PERFORM REWRITE-TARGET-PROFILE
                   IF WS-PROFILE-SAVED = 'Y' THEN
                       DISPLAY "Operator " TGT-OPERATOR-ID
                           " reinstated."
                       MOVE 'E027' TO WS-ERROR-CODE
                       MOVE 'OPER REINSTATED' TO WS-CURRENT-FIELD
                       PERFORM LOG-MAINTENANCE-ACTION
                   END-IF
               END-IF
           END-IF.

      * A NEW PIN IS ISSUED WITHOUT A SET DATE AND THE FAILURE COUNT
      * IS CLEARED; THE PROFILE'S STATUS IS LEFT ALONE, SO A DISABLED
      * PROFILE STILL NEEDS REINSTATING AS WELL.
       RESET-OPERATOR-PIN.
           PERFORM SELECT-TARGET-OPERATOR

           IF TARGET-ON-FILE THEN
               MOVE TGT-OPERATOR-ID TO WS-PIN-HASH-ID
               PERFORM ACCEPT-NEW-PIN

               IF WS-PIN-EDIT-OK NOT = 'Y' THEN
                   DISPLAY "PIN not issued."
               ELSE
                   IF TGT-PIN-HASH IS NOT NUMERIC OR
                           TGT-PIN-HASH = ZERO THEN
                       ADD 1 TO WS-PIN-HOLDER-COUNT
                   END-IF
                   MOVE WS-PIN-HASH-RESULT TO TGT-PIN-HASH
                   MOVE SPACES TO TGT-PIN-SET-DATE
                   MOVE ZERO TO TGT-FAIL-COUNT
                   PERFORM STAMP-TARGET-MAINTENANCE
                   PERFORM REWRITE-TARGET-PROFILE
                   IF WS-PROFILE-SAVED = 'Y' THEN
                       DISPLAY "New PIN issued to " TGT-OPERATOR-ID
                           " - it must be changed at first sign-on."
                       MOVE 'E028' TO WS-ERROR-CODE
                       MOVE 'PIN RESET' TO WS-CURRENT-FIELD
                       PERFORM LOG-MAINTENANCE-ACTION
                   END-IF
               END-IF

               MOVE SPACES TO WS-INPUT-PIN
               MOVE SPACES TO WS-INPUT-PIN-CONFIRM
           END-IF.

      *****************************************************************
      * SELECT-TARGET-OPERATOR                                        *
      * READS IN THE PROFILE TO BE MAINTAINED. AN ADMINISTRATOR MAY   *
      * NOT MAINTAIN THEIR OWN PROFILE, NOR ONE WITH MORE AUTHORITY   *
      * THAN THEIR OWN - BOTH ARE REFUSED AND LOGGED.                 *
      *****************************************************************
       SELECT-TARGET-OPERATOR.
           DISPLAY "Enter Operator ID: "
           ACCEPT WS-INPUT-OPERATOR-ID
           PERFORM CLEAN-OPERATOR-ID
           MOVE WS-INPUT-OPERATOR-ID TO WS-TARGET-ID
           PERFORM FIND-TARGET-PROFILE

           IF NOT TARGET-ON-FILE THEN
               DISPLAY "ERROR: Operator " WS-TARGET-ID
                   " is not on file."
           ELSE
               IF TGT-OPERATOR-ID = ADM-OPERATOR-ID OR
                       (TGT-AUTHORITY-LEVEL IS NUMERIC AND
                        TGT-AUTHORITY-LEVEL > ADM-AUTHORITY-LEVEL)
                       THEN
                   DISPLAY "SECURITY: You may not maintain operator "
                       TGT-OPERATOR-ID "."
                   MOVE 'N' TO WS-TARGET-FOUND
                   MOVE 'E029' TO WS-ERROR-CODE
                   MOVE 'MAINT AUTH' TO WS-CURRENT-FIELD
                   MOVE 1 TO WS-ATTEMPT-COUNTER
                   MOVE TGT-OPERATOR-ID TO WS-AUDIT-REFERENCE
                   PERFORM LOG-SECURITY-EVENT
               END-IF
           END-IF.

       EDIT-AUTHORITY-LEVEL.
           MOVE 'N' TO WS-FIELD-EDIT-OK

           IF WS-INPUT-AUTHORITY IS NOT NUMERIC THEN
               DISPLAY "ERROR: Authority level must be 0 to 9."
           ELSE
               MOVE WS-INPUT-AUTHORITY TO WS-NEW-AUTHORITY
               IF WS-NEW-AUTHORITY > ADM-AUTHORITY-LEVEL THEN
                   DISPLAY "ERROR: You may not grant an authority "
                       "level above your own (" ADM-AUTHORITY-LEVEL
                       ")."
               ELSE
                   MOVE 'Y' TO WS-FIELD-EDIT-OK
               END-IF
           END-IF.

      * ONE TO THREE DIGITS AND NOTHING ELSE - A SIGN OR A DECIMAL
      * POINT IS REFUSED RATHER THAN DROPPED, THE SAME WAY A PIN IS.
       EDIT-ATTEMPT-LIMIT.
           MOVE 'N' TO WS-FIELD-EDIT-OK

           IF WS-INPUT-LIMIT = SPACES THEN
               MOVE ZERO TO WS-NEW-LIMIT
               MOVE 'Y' TO WS-FIELD-EDIT-OK
           ELSE
               MOVE ZERO TO WS-LIMIT-LENGTH
               INSPECT WS-INPUT-LIMIT TALLYING WS-LIMIT-LENGTH
                   FOR CHARACTERS BEFORE INITIAL SPACE

               IF WS-LIMIT-LENGTH = ZERO THEN
                   DISPLAY "ERROR: Attempt limit must be 0 to 999."
               ELSE
                   IF WS-INPUT-LIMIT(1:WS-LIMIT-LENGTH) IS NOT NUMERIC
                           OR (WS-LIMIT-LENGTH < 3 AND
                           WS-INPUT-LIMIT(WS-LIMIT-LENGTH + 1:)
                               NOT = SPACES) THEN
                       DISPLAY "ERROR: Attempt limit must be 0 to "
                           "999."
                   ELSE
                       MOVE WS-INPUT-LIMIT(1:WS-LIMIT-LENGTH) TO
                           WS-NEW-LIMIT
                       MOVE 'Y' TO WS-FIELD-EDIT-OK
                   END-IF
               END-IF
           END-IF.

      * AN EXPIRY DATE MUST BE A REAL CALENDAR DATE AFTER TODAY.
       EDIT-EXPIRY-DATE.
           MOVE 'N' TO WS-FIELD-EDIT-OK

           IF WS-INPUT-EXPIRY = SPACES THEN
               MOVE 'Y' TO WS-FIELD-EDIT-OK
           ELSE
               IF WS-INPUT-EXPIRY IS NOT NUMERIC THEN
                   DISPLAY "ERROR: Expiry date must be YYYYMMDD."
               ELSE
                   MOVE WS-INPUT-EXPIRY TO WS-EXPIRY-NUM
                   IF FUNCTION TEST-DATE-YYYYMMDD(WS-EXPIRY-NUM)
                           NOT = 0 THEN
                       DISPLAY "ERROR: Expiry date is not a valid "
                           "date."
                   ELSE
                       IF WS-INPUT-EXPIRY NOT > WS-TODAY-DATE THEN
                           DISPLAY "ERROR: Expiry date must be "
                               "after today."
                       ELSE
                           MOVE 'Y' TO WS-FIELD-EDIT-OK
                       END-IF
                   END-IF
               END-IF
           END-IF.

      * TAKES A NEW PIN TWICE AND HASHES IT AGAINST WS-PIN-HASH-ID.
       ACCEPT-NEW-PIN.
           DISPLAY "Enter PIN (4-8 digits): "
           ACCEPT WS-INPUT-PIN
           DISPLAY "Re-enter PIN: "
           ACCEPT WS-INPUT-PIN-CONFIRM

           PERFORM EDIT-NEW-PIN

           IF WS-PIN-EDIT-OK = 'Y' THEN
               IF WS-INPUT-PIN NOT = WS-INPUT-PIN-CONFIRM THEN
                   DISPLAY "ERROR: The two entries do not match."
                   MOVE 'N' TO WS-PIN-EDIT-OK
               ELSE
                   PERFORM COMPUTE-PIN-HASH
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
      * HASH IS EVER WRITTEN TO OPERPROF. THE CALCULATOR'S SIGN-ON    *
      * CARRIES THE SAME ROUTINE - THE TWO MUST STAY IN STEP OR NO    *
      * ONE WILL BE ABLE TO SIGN ON.                                  *
      *****************************************************************
       COMPUTE-PIN-HASH.
           MOVE SPACES TO WS-PIN-HASH-SOURCE
           MOVE WS-PIN-HASH-ID TO WS-PIN-HASH-SOURCE(1:8)
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

       CLEAN-OPERATOR-ID.
           INSPECT WS-INPUT-OPERATOR-ID REPLACING ALL ";" BY " "
           INSPECT WS-INPUT-OPERATOR-ID REPLACING ALL "'" BY " "
           INSPECT WS-INPUT-OPERATOR-ID REPLACING ALL '"' BY " ".

       CLEAN-OPERATOR-NAME.
           INSPECT WS-INPUT-NAME REPLACING ALL ";" BY " "
           INSPECT WS-INPUT-NAME REPLACING ALL "'" BY " "
           INSPECT WS-INPUT-NAME REPLACING ALL '"' BY " ".

       STAMP-TARGET-MAINTENANCE.
           MOVE WS-TODAY-DATE TO TGT-LAST-MAINT-DATE
           MOVE ADM-OPERATOR-ID TO TGT-LAST-MAINT-OPER.

       LOG-MAINTENANCE-ACTION.
           MOVE 1 TO WS-ATTEMPT-COUNTER
           MOVE TGT-OPERATOR-ID TO WS-AUDIT-REFERENCE
           PERFORM LOG-SECURITY-EVENT
           ADD 1 TO WS-ACTIONS-APPLIED.

      *****************************************************************
      * FIND-TARGET-PROFILE / ADD-TARGET-PROFILE /                    *
      * REWRITE-TARGET-PROFILE                                        *
      * OPERPROF IS A SMALL SEQUENTIAL FILE, SO A PROFILE IS FOUND BY *
      * READING FROM THE TOP, ADDED BY EXTENDING THE FILE, AND        *
      * CHANGED BY REWRITING THE RECORD JUST READ.                    *
      *****************************************************************
       FIND-TARGET-PROFILE.
           MOVE 'N' TO WS-TARGET-FOUND
           MOVE 'N' TO WS-OPER-EOF

           IF WS-TARGET-ID NOT = SPACES THEN
               OPEN INPUT OPERATOR-PROFILE-FILE
               IF WS-OPER-STATUS = "00" THEN
                   PERFORM UNTIL OPER-AT-EOF OR TARGET-ON-FILE
                       READ OPERATOR-PROFILE-FILE
                           AT END
                               MOVE 'Y' TO WS-OPER-EOF
                           NOT AT END
                               IF OPF-OPERATOR-ID = WS-TARGET-ID THEN
                                   MOVE OPERATOR-PROFILE-RECORD TO
                                       TARGET-PROFILE-RECORD
                                   MOVE 'Y' TO WS-TARGET-FOUND
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE OPERATOR-PROFILE-FILE
               END-IF
           END-IF.

       ADD-TARGET-PROFILE.
           MOVE 'N' TO WS-PROFILE-SAVED
           OPEN EXTEND OPERATOR-PROFILE-FILE

           IF WS-OPER-STATUS = "35" THEN
               OPEN OUTPUT OPERATOR-PROFILE-FILE
           END-IF

           IF WS-OPER-STATUS NOT = "00" THEN
               DISPLAY "ERROR: Unable to open the operator profile "
                   "file (status " WS-OPER-STATUS ")."
           ELSE
               MOVE TARGET-PROFILE-RECORD TO OPERATOR-PROFILE-RECORD
               WRITE OPERATOR-PROFILE-RECORD
               IF WS-OPER-STATUS = "00" THEN
                   MOVE 'Y' TO WS-PROFILE-SAVED
               ELSE
                   DISPLAY "ERROR: Operator profile not written "
                       "(status " WS-OPER-STATUS ")."
               END-IF
               CLOSE OPERATOR-PROFILE-FILE
           END-IF.

       REWRITE-TARGET-PROFILE.
           MOVE 'N' TO WS-PROFILE-SAVED
           MOVE 'N' TO WS-OPER-EOF
           OPEN I-O OPERATOR-PROFILE-FILE

           IF WS-OPER-STATUS NOT = "00" THEN
               DISPLAY "ERROR: Unable to open the operator profile "
                   "file (status " WS-OPER-STATUS ")."
           ELSE
               PERFORM UNTIL OPER-AT-EOF
                   READ OPERATOR-PROFILE-FILE
                       AT END
                           MOVE 'Y' TO WS-OPER-EOF
                       NOT AT END
                           IF OPF-OPERATOR-ID = TGT-OPERATOR-ID THEN
                               MOVE TARGET-PROFILE-RECORD TO
                                   OPERATOR-PROFILE-RECORD
                               REWRITE OPERATOR-PROFILE-RECORD
                               IF WS-OPER-STATUS = "00" THEN
                                   MOVE 'Y' TO WS-PROFILE-SAVED
                               END-IF
                               MOVE 'Y' TO WS-OPER-EOF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OPERATOR-PROFILE-FILE

               IF WS-PROFILE-SAVED NOT = 'Y' THEN
                   DISPLAY "ERROR: Operator profile " TGT-OPERATOR-ID
                       " not updated."
               END-IF
           END-IF.

       LOG-SECURITY-EVENT.
           OPEN EXTEND SECURITY-AUDIT-FILE

           IF WS-AUDIT-STATUS = "35" THEN
               OPEN OUTPUT SECURITY-AUDIT-FILE
           END-IF

           MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP
           MOVE WS-ERROR-CODE TO AUD-ERROR-CODE
           MOVE WS-CURRENT-FIELD TO AUD-FIELD-NAME
           MOVE WS-ATTEMPT-COUNTER TO AUD-ATTEMPT-COUNT
           MOVE WS-OPERATOR-ID TO AUD-OPERATOR-ID
           MOVE WS-AUDIT-REFERENCE TO AUD-REFERENCE-ID

           WRITE AUDIT-RECORD

           CLOSE SECURITY-AUDIT-FILE
           MOVE SPACES TO WS-AUDIT-REFERENCE.
