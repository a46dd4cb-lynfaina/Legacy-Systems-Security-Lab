      *****************************************************************
      * OPERATOR PROFILE RECORD LAYOUT (OPERPROF)                     *
      * ONE RECORD PER OPERATOR, MAINTAINED BY THE OPERATOR PROFILE   *
      * MAINTENANCE PROGRAM AND READ AT SIGN-ON BY THE SECURE         *
      * MORTGAGE CALCULATOR. THE PIN IS NEVER STORED - ONLY A HASH OF *
      * THE OPERATOR ID AND PIN TOGETHER, SO THE SAME PIN ON TWO      *
      * PROFILES DOES NOT HASH ALIKE. A PIN SET BY THE ADMINISTRATOR  *
      * CARRIES NO SET DATE, WHICH FORCES A CHANGE AT FIRST SIGN-ON.  *
      * CONSECUTIVE PIN FAILURES ARE COUNTED ON THE RECORD ITSELF AND *
      * DISABLE THE PROFILE AT THE LIMIT, SO A LOCKOUT HOLDS ACROSS   *
      * SESSIONS AND TERMINALS UNTIL AN ADMINISTRATOR REINSTATES IT.  *
      *****************************************************************
       01  OPERATOR-PROFILE-RECORD.
           05  OPF-OPERATOR-ID          PIC X(08).
           05  OPF-OPERATOR-NAME        PIC X(25).
           05  OPF-AUTHORITY-LEVEL      PIC 9(01).
           05  OPF-MAX-ATTEMPTS         PIC 9(03).
           05  OPF-PROFILE-STATUS       PIC X(01).
               88  OPF-STATUS-ACTIVE               VALUE 'A'.
               88  OPF-STATUS-SUSPENDED            VALUE 'S'.
               88  OPF-STATUS-DISABLED             VALUE 'D'.
           05  OPF-EXPIRY-DATE          PIC X(08).
           05  OPF-PIN-HASH             PIC 9(10).
           05  OPF-PIN-SET-DATE         PIC X(08).
           05  OPF-FAIL-COUNT           PIC 9(03).
           05  OPF-LAST-SIGNON-DATE     PIC X(08).
           05  OPF-LAST-MAINT-DATE      PIC X(08).
           05  OPF-LAST-MAINT-OPER      PIC X(08).
           05  FILLER                   PIC X(09)  VALUE SPACES.
