           SELECT TRAINRPT-FILE ASSIGN TO "TRAINRPT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAINRPT-STATUS.
           SELECT REVIEW-FILE ASSIGN TO "REVIEW.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REVIEW-STATUS.
           SELECT FUNPAR-FILE ASSIGN TO "FUNPAR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FUNPAR-STATUS.

       DATA DIVISION.
       
       01  HOLIDAY-RECORD.
           05  HOL-DATE             PIC 9(8).
           05  HOL-NAME             PIC X(30).
           05  HOL-LOCATION         PIC X(4).

       FD  FXRATE-FILE.
       01  FXRATE-RECORD.
       FD  TRAINRPT-FILE.
       01  TRAINRPT-RECORD          PIC X(132).

       FD  REVIEW-FILE.
       01  REVIEW-RECORD.
           05  RVW-EMP-ID           PIC 9(7).
           05  RVW-REVIEW-DATE      PIC 9(8).
           05  RVW-RATING           PIC X(1).
           05  RVW-REVIEWER-ID      PIC 9(7).
           05  RVW-NEXT-DUE         PIC 9(8).
           05  FILLER               PIC X(9).

      * Parallel-run extract: this program's pay calculation for a
      * period, written instead of the register so EMPSYS can set
      * its own calculation against it - nothing is committed
       FD  FUNPAR-FILE.
       01  FUNPAR-RECORD.
           05  FPR-PERIOD-END       PIC 9(8).
           05  FPR-EMP-ID           PIC 9(5).
           05  FPR-NAME             PIC X(30).
           05  FPR-GROSS            PIC 9(7)V99.
           05  FPR-BONUS            PIC 9(7)V99.
           05  FPR-TAX              PIC 9(7)V99.
           05  FPR-DEDUCTIONS       PIC 9(7)V99.
           05  FPR-LOAN             PIC 9(7)V99.
           05  FPR-NET              PIC 9(7)V99.
           05  FPR-HOURLY           PIC X(1).
           05  FPR-RUN-DATE         PIC 9(8).

      * Operators shared with EMPSYS and the quick tool - the
      * password is held only as a salted one-way hash
       FD  OPERATOR-FILE.
       01  OPERATOR-RECORD.
           05  OPR-ID               PIC X(8).
           05  OPR-ROLE             PIC X(1).
           05  OPR-NAME             PIC X(25).
           05  OPR-DEPT-SCOPE       PIC X(20).
           05  OPR-PWD-HASH         PIC X(9).
           05  OPR-STATE            PIC X(1).
           05  OPR-FAILS            PIC X(1).
           05  OPR-PWD-DATE         PIC X(8).
           05  OPR-MUST-CHANGE      PIC X(1).
           05  OPR-LAST-SIGNON      PIC X(8).
           05  FILLER               PIC X(10).

       FD  RUNCTL-FILE.
       01  RUNCTL-RECORD.
               88  WS-YEAREND-MODE VALUE 'Y'.
           05  WS-LOANRPT-SWITCH   PIC X(1) VALUE 'N'.
               88  WS-LOANRPT-OPEN VALUE 'Y'.
           05  WS-PARALLEL-SWITCH  PIC X(1) VALUE 'N'.
               88  WS-PARALLEL-MODE VALUE 'Y'.
           05  WS-FUNPAR-SWITCH    PIC X(1) VALUE 'N'.
               88  WS-FUNPAR-OPEN  VALUE 'Y'.
           05  WS-DUP-BYPASS-SWITCH PIC X(1) VALUE 'N'.
               88  WS-DUP-BYPASS   VALUE 'Y'.
           05  WS-OPERSTOP-SWITCH  PIC X(1) VALUE 'N'.
           05  WS-MM-BAND          PIC 9(1).
           05  WS-MM-CELL          PIC 9(2).
           05  WS-MM-SUGG          PIC 9(2)V9.
           05  WS-MM-SRC-RATING    PIC X(1).

      * Review history: the rating in force for the merit cycle is
      * the latest review dated on or before today, not whatever
      * sits on the master
       01  WS-REVIEW-TABLE.
           05  WS-RVH-ENTRY OCCURS 2000 TIMES.
               10  WS-RVH-EMP-ID   PIC 9(7).
               10  WS-RVH-DATE     PIC 9(8).
               10  WS-RVH-RATING   PIC X(1).
       01  WS-RVH-COUNT            PIC 9(4) VALUE ZERO.
       01  WS-RVH-INDEX            PIC 9(4).
       01  WS-RVH-FOUND            PIC 9(4).

      * Training and certification tracking: course scores are
      * graded by the data-driven cutoff ladder (first cutoff at or
           05  WS-FXRATE-STATUS    PIC X(2).
           05  WS-TRAINING-STATUS  PIC X(2).
           05  WS-TRAINRPT-STATUS  PIC X(2).
           05  WS-REVIEW-STATUS    PIC X(2).
           05  WS-FUNPAR-STATUS    PIC X(2).

       01  WS-FILE-STATUS-CHECK.
           05  WS-FSC-FILE-NAME    PIC X(20).
           05  WS-PURGE-YEARS      PIC 9(2) VALUE 7.
           05  WS-AUDIT-KEEP-MONTHS PIC 9(2) VALUE 12.
           05  WS-BACKUP-KEEP      PIC 9(2) VALUE 5.
           05  WS-PWD-EXPIRY-DAYS  PIC 9(4) VALUE 90.
           05  WS-PWD-MAX-FAILS    PIC 9(1) VALUE 3.
           05  WS-PWD-MIN-LENGTH   PIC 9(2) VALUE 8.
       
      * Runtime configuration loaded from CONFIG.DAT KEY=VALUE
      * lines - absent file or unknown keys leave the compiled-in
      * program started and ended, the run's counters, and an
      * outcome code matching the program return code so downstream
      * jobs can be held automatically
      * Operator sign-on: id and password checked against
      * OPERATOR.DAT, the role gates the destructive functions
      * (R read-only, U update, A admin) and the signed-on id is
      * stamped into every audit record.  The password hash, the
      * lockout count and the expiry follow the same rules as
      * EMPSYS, so one operator file serves both.
       01  WS-SIGNON-WORK.
           05  WS-OPR-ID           PIC X(8) VALUE 'SYSTEM'.
           05  WS-OPR-ROLE         PIC X(1) VALUE 'A'.
               88  WS-ROLE-UPDATE  VALUE 'U'.
               88  WS-ROLE-ADMIN   VALUE 'A'.
           05  WS-OPR-ID-IN        PIC X(8).
           05  WS-OPR-PWD-IN       PIC X(16).
           05  WS-OPR-PWD-AGAIN    PIC X(16).
           05  WS-OPR-TRIES        PIC 9(1).
           05  WS-OPR-OK-SWITCH    PIC X(1).
               88  WS-SIGNON-OK    VALUE 'Y'.
           05  WS-OPR-PWD-SWITCH   PIC X(1).
               88  WS-PWD-OK       VALUE 'Y'.
           05  WS-OPR-CHG-SWITCH   PIC X(1).
               88  WS-PWD-CHANGED  VALUE 'Y'.
           05  WS-OPR-SUB          PIC 9(3) COMP.
           05  WS-OPR-IDX          PIC 9(3) COMP.
           05  WS-OPR-TODAY        PIC 9(8).
           05  WS-OPR-PWD-DATE-N   PIC 9(8).
           05  WS-OPR-FAILS-N      PIC 9(1).
           05  WS-OPR-PWD-AGE      PIC S9(7).
           05  WS-OPR-PWD-LEN      PIC 9(2) COMP.
           05  WS-OPR-PWD-POS      PIC 9(2) COMP.
           05  WS-OPR-PWD-ROUND    PIC 9(2) COMP.
           05  WS-OPR-PWD-TEXT     PIC X(24).
           05  WS-OPR-PWD-WORK     PIC 9(12).
           05  WS-OPR-HASH-N       PIC 9(9).
           05  WS-OPR-HASH         PIC X(9).

       01  WS-OPERATOR-TABLE.
           05  WS-OPT-COUNT        PIC 9(3) COMP VALUE ZERO.
           05  WS-OPT-ENTRY        PIC X(92) OCCURS 200 TIMES.

       01  WS-RUNCTL-WORK.
           05  WS-RUN-START-DATE   PIC 9(8).
           END-UNSTRING
           COMPUTE WS-CFG-NUM =
               FUNCTION NUMVAL(WS-CFG-VALUE)
           IF WS-CFG-NUM = ZERO AND WS-CFG-KEY NOT = 'PWD-EXPIRY-DAYS'
               DISPLAY 'INVALID VALUE FOR ' WS-CFG-KEY
                   ' - DEFAULT KEPT'
           ELSE
                       MOVE WS-CFG-NUM TO WS-AUDIT-KEEP-MONTHS
                   WHEN 'BACKUP-KEEP'
                       MOVE WS-CFG-NUM TO WS-BACKUP-KEEP
                   WHEN 'PWD-EXPIRY-DAYS'
                       MOVE WS-CFG-NUM TO WS-PWD-EXPIRY-DAYS
                   WHEN 'PWD-MAX-FAILS'
                       IF WS-CFG-NUM > 9
                           SUBTRACT 1 FROM WS-CFG-LOADED
                           DISPLAY 'INVALID VALUE FOR ' WS-CFG-KEY
                               ' - DEFAULT KEPT'
                       ELSE
                           MOVE WS-CFG-NUM TO WS-PWD-MAX-FAILS
                       END-IF
                   WHEN 'PWD-MIN-LENGTH'
                       IF WS-CFG-NUM > 16
                           SUBTRACT 1 FROM WS-CFG-LOADED
                           DISPLAY 'INVALID VALUE FOR ' WS-CFG-KEY
                               ' - DEFAULT KEPT'
                       ELSE
                           MOVE WS-CFG-NUM TO WS-PWD-MIN-LENGTH
                       END-IF
                   WHEN OTHER
                       SUBTRACT 1 FROM WS-CFG-LOADED
                       DISPLAY 'UNKNOWN CONFIG SETTING IGNORED: '
           DISPLAY '  LEAVE-LIMIT-DAYS:  ' WS-LEAVE-LIMIT-DAYS
           DISPLAY '  PURGE-YEARS:       ' WS-PURGE-YEARS
           DISPLAY '  AUDIT-KEEP-MONTHS: ' WS-AUDIT-KEEP-MONTHS
           DISPLAY '  BACKUP-KEEP:       ' WS-BACKUP-KEEP
           DISPLAY '  PWD-EXPIRY-DAYS:   ' WS-PWD-EXPIRY-DAYS
           DISPLAY '  PWD-MAX-FAILS:     ' WS-PWD-MAX-FAILS
           DISPLAY '  PWD-MIN-LENGTH:    ' WS-PWD-MIN-LENGTH.

      * -------------------------------
      * Operator sign-on: interactive sessions identify themselves
      * against OPERATOR.DAT (id, password) in three tries or the
      * session ends; batch runs sign on as SYSTEM with full
      * authority.  With no operator file nobody signs on
      * interactively - the first administrator is created in
      * EMPSYS.
      * -------------------------------
       9300-OPERATOR-SIGNON.
           IF WS-BATCH-MODE OR WS-PAYRUN-MODE OR WS-YEAREND-MODE
               MOVE 'SYSTEM' TO WS-OPR-ID
               MOVE 'A' TO WS-OPR-ROLE
           ELSE
               PERFORM 9320-LOAD-OPERATORS
               IF WS-OPT-COUNT = ZERO
                   DISPLAY '*** NO OPERATOR.DAT - SIGN-ON REFUSED ***'
                   MOVE 12 TO RETURN-CODE
                   PERFORM 9200-WRITE-RUN-CONTROL
                   STOP RUN
               ELSE
                   MOVE 'N' TO WS-OPR-OK-SWITCH
                   MOVE ZERO TO WS-OPR-TRIES
                   PERFORM UNTIL WS-SIGNON-OK OR WS-OPR-TRIES = 3
                       ADD 1 TO WS-OPR-TRIES
                       DISPLAY 'OPERATOR ID: ' WITH NO ADVANCING
                       ACCEPT WS-OPR-ID-IN
                       DISPLAY 'PASSWORD: ' WITH NO ADVANCING
                       ACCEPT WS-OPR-PWD-IN
                       PERFORM 9310-CHECK-OPERATOR
                       MOVE SPACES TO WS-OPR-PWD-IN
                       IF NOT WS-SIGNON-OK
                           DISPLAY 'SIGN-ON REFUSED'
                       END-IF
               END-IF
           END-IF.

      * -------------------------------
      * One sign-on attempt: an unknown id and a wrong password get
      * the same reply, wrong passwords count toward the lockout,
      * and a first-use, reset or expired password is changed
      * before the operator gets in
      * -------------------------------
       9310-CHECK-OPERATOR.
           MOVE 'N' TO WS-OPR-OK-SWITCH
           MOVE ZERO TO WS-OPR-SUB
           PERFORM VARYING WS-OPR-IDX FROM 1 BY 1
                   UNTIL WS-OPR-IDX > WS-OPT-COUNT
               MOVE WS-OPT-ENTRY(WS-OPR-IDX) TO OPERATOR-RECORD
               IF OPR-ID = WS-OPR-ID-IN AND WS-OPR-ID-IN NOT = SPACES
                   MOVE WS-OPR-IDX TO WS-OPR-SUB
                   MOVE WS-OPT-COUNT TO WS-OPR-IDX
               END-IF
           END-PERFORM
           IF WS-OPR-SUB NOT = ZERO
               MOVE WS-OPT-ENTRY(WS-OPR-SUB) TO OPERATOR-RECORD
               EVALUATE TRUE
                   WHEN OPR-STATE = 'D'
                       DISPLAY 'OPERATOR ID IS DISABLED'
                   WHEN OPR-STATE = 'L'
                       DISPLAY 'OPERATOR ID IS LOCKED - SEE AN '
                           'ADMINISTRATOR'
                   WHEN OPR-PWD-HASH = SPACES
                       DISPLAY 'NO PASSWORD SET FOR THIS ID - '
                           'CHOOSE ONE NOW'
                       PERFORM 9330-CHANGE-PASSWORD
                       IF WS-PWD-CHANGED
                           PERFORM 9313-ADMIT-OPERATOR
                       END-IF
                   WHEN OTHER
                       MOVE OPR-ID TO WS-OPR-PWD-TEXT(1:8)
                       MOVE WS-OPR-PWD-IN TO WS-OPR-PWD-TEXT(9:16)
                       PERFORM 9350-HASH-PASSWORD
                       IF WS-OPR-HASH = OPR-PWD-HASH
                           PERFORM 9311-CHECK-PASSWORD-AGE
                       ELSE
                           PERFORM 9312-COUNT-FAILED-SIGNON
                       END-IF
               END-EVALUATE
           END-IF.

       9311-CHECK-PASSWORD-AGE.
           ACCEPT WS-OPR-TODAY FROM DATE YYYYMMDD
           MOVE ZERO TO WS-OPR-PWD-AGE
           MOVE OPR-PWD-DATE TO WS-OPR-PWD-DATE-N
           IF WS-OPR-PWD-DATE-N > ZERO
               COMPUTE WS-OPR-PWD-AGE =
                   FUNCTION INTEGER-OF-DATE(WS-OPR-TODAY)
                   - FUNCTION INTEGER-OF-DATE(WS-OPR-PWD-DATE-N)
           END-IF
           IF OPR-MUST-CHANGE = 'Y' OR WS-OPR-PWD-DATE-N = ZERO
              OR (WS-PWD-EXPIRY-DAYS > ZERO
                  AND WS-OPR-PWD-AGE > WS-PWD-EXPIRY-DAYS)
               IF OPR-MUST-CHANGE = 'Y'
                   DISPLAY 'YOUR PASSWORD MUST BE CHANGED BEFORE '
                       'YOU GO ON'
               ELSE
                   DISPLAY 'YOUR PASSWORD HAS EXPIRED - CHOOSE A '
                       'NEW ONE'
               END-IF
               PERFORM 9330-CHANGE-PASSWORD
               IF WS-PWD-CHANGED
                   PERFORM 9313-ADMIT-OPERATOR
               END-IF
           ELSE
               PERFORM 9313-ADMIT-OPERATOR
           END-IF.

       9312-COUNT-FAILED-SIGNON.
           MOVE OPR-FAILS TO WS-OPR-FAILS-N
           IF WS-OPR-FAILS-N < 9
               ADD 1 TO WS-OPR-FAILS-N
           END-IF
           MOVE WS-OPR-FAILS-N TO OPR-FAILS
           IF WS-OPR-FAILS-N >= WS-PWD-MAX-FAILS
               MOVE 'L' TO OPR-STATE
               DISPLAY 'TOO MANY WRONG PASSWORDS - OPERATOR ID '
                   'LOCKED'
           END-IF
           MOVE OPERATOR-RECORD TO WS-OPT-ENTRY(WS-OPR-SUB)
           IF OPR-STATE = 'L'
               MOVE OPR-ID TO WS-OPR-ID
               MOVE 'OPRLCK' TO WS-AUD-ACTION
               MOVE 'A' TO WS-AUD-BEFORE-STAT
               MOVE 'LOCKED AFTER FAILED SIGN-ONS' TO
                   WS-AUD-AFTER-NAME
               MOVE 'L' TO WS-AUD-AFTER-STAT
               PERFORM 9370-AUDIT-OPERATOR-EVENT
               MOVE 'SYSTEM' TO WS-OPR-ID
           END-IF
           PERFORM 9360-WRITE-OPERATORS.

       9313-ADMIT-OPERATOR.
           ACCEPT WS-OPR-TODAY FROM DATE YYYYMMDD
           MOVE WS-OPT-ENTRY(WS-OPR-SUB) TO OPERATOR-RECORD
           MOVE '0' TO OPR-FAILS
           MOVE WS-OPR-TODAY TO OPR-LAST-SIGNON
           MOVE OPERATOR-RECORD TO WS-OPT-ENTRY(WS-OPR-SUB)
           MOVE OPR-ID TO WS-OPR-ID
           MOVE OPR-ROLE TO WS-OPR-ROLE
           MOVE 'Y' TO WS-OPR-OK-SWITCH
           PERFORM 9360-WRITE-OPERATORS.

      * -------------------------------
      * OPERATOR.DAT is held in a table for the sign-on so the
      * failure count, lockout and last sign-on can be written back;
      * rows written before passwords were kept come in with the
      * new fields zeroed
      * -------------------------------
       9320-LOAD-OPERATORS.
           MOVE ZERO TO WS-OPT-COUNT
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT OPERATOR-FILE
           IF WS-OPERATOR-STATUS = '00'
               PERFORM UNTIL WS-EOF
                   READ OPERATOR-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-SWITCH
                       NOT AT END
                           IF WS-OPT-COUNT < 200 AND OPR-ID NOT = SPACES
                               IF OPR-FAILS IS NOT NUMERIC
                                   MOVE '0' TO OPR-FAILS
                               END-IF
                               IF OPR-PWD-DATE IS NOT NUMERIC
                                   MOVE ZEROS TO OPR-PWD-DATE
                               END-IF
                               IF OPR-LAST-SIGNON IS NOT NUMERIC
                                   MOVE ZEROS TO OPR-LAST-SIGNON
                               END-IF
                               ADD 1 TO WS-OPT-COUNT
                               MOVE OPERATOR-RECORD TO
                                   WS-OPT-ENTRY(WS-OPT-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           MOVE 'N' TO WS-EOF-SWITCH.

      * -------------------------------
      * New password for the operator at WS-OPR-SUB, keyed twice
      * and held to the PWD- rules; WS-PWD-CHANGED says if it took
      * -------------------------------
       9330-CHANGE-PASSWORD.
           MOVE 'N' TO WS-OPR-CHG-SWITCH
           DISPLAY 'NEW PASSWORD (' WS-PWD-MIN-LENGTH
               ' TO 16 CHARACTERS): ' WITH NO ADVANCING
           ACCEPT WS-OPR-PWD-IN
           DISPLAY 'KEY THE NEW PASSWORD AGAIN: ' WITH NO ADVANCING
           ACCEPT WS-OPR-PWD-AGAIN
           PERFORM 9340-CHECK-PASSWORD-RULES
           IF WS-PWD-OK
               ACCEPT WS-OPR-TODAY FROM DATE YYYYMMDD
               MOVE WS-OPT-ENTRY(WS-OPR-SUB) TO OPERATOR-RECORD
               MOVE WS-OPR-HASH TO OPR-PWD-HASH
               MOVE WS-OPR-TODAY TO OPR-PWD-DATE
               MOVE 'N' TO OPR-MUST-CHANGE
               MOVE '0' TO OPR-FAILS
               MOVE OPERATOR-RECORD TO WS-OPT-ENTRY(WS-OPR-SUB)
               MOVE 'Y' TO WS-OPR-CHG-SWITCH
               DISPLAY 'PASSWORD CHANGED'
               MOVE OPR-ID TO WS-OPR-ID
               MOVE 'PWDCHG' TO WS-AUD-ACTION
               MOVE SPACES TO WS-AUD-BEFORE-STAT
               MOVE 'PASSWORD CHANGED' TO WS-AUD-AFTER-NAME
               MOVE SPACES TO WS-AUD-AFTER-STAT
               PERFORM 9370-AUDIT-OPERATOR-EVENT
               MOVE 'SYSTEM' TO WS-OPR-ID
               PERFORM 9360-WRITE-OPERATORS
           END-IF
           MOVE SPACES TO WS-OPR-PWD-IN
           MOVE SPACES TO WS-OPR-PWD-AGAIN.

      * -------------------------------
      * Both keyings agree, long enough, no embedded spaces, not the
      * operator id and not the current password; WS-OPR-HASH holds
      * the new hash when it passes
      * -------------------------------
       9340-CHECK-PASSWORD-RULES.
           MOVE 'Y' TO WS-OPR-PWD-SWITCH
           MOVE ZERO TO WS-OPR-PWD-LEN
           PERFORM VARYING WS-OPR-PWD-POS FROM 1 BY 1
                   UNTIL WS-OPR-PWD-POS > 16
               IF WS-OPR-PWD-IN(WS-OPR-PWD-POS:1) NOT = SPACE
                   IF WS-OPR-PWD-LEN NOT = WS-OPR-PWD-POS - 1
                       MOVE 'N' TO WS-OPR-PWD-SWITCH
                   END-IF
                   MOVE WS-OPR-PWD-POS TO WS-OPR-PWD-LEN
               END-IF
           END-PERFORM
           MOVE WS-OPT-ENTRY(WS-OPR-SUB) TO OPERATOR-RECORD
           EVALUATE TRUE
               WHEN WS-OPR-PWD-IN NOT = WS-OPR-PWD-AGAIN
                   MOVE 'N' TO WS-OPR-PWD-SWITCH
                   DISPLAY 'THE TWO PASSWORDS DIFFER - NOT CHANGED'
               WHEN NOT WS-PWD-OK
                   DISPLAY 'A PASSWORD CANNOT CONTAIN SPACES - NOT '
                       'CHANGED'
               WHEN WS-OPR-PWD-LEN < WS-PWD-MIN-LENGTH
                   MOVE 'N' TO WS-OPR-PWD-SWITCH
                   DISPLAY 'PASSWORD IS TOO SHORT - NOT CHANGED'
               WHEN WS-OPR-PWD-IN(1:8) = OPR-ID
                   MOVE 'N' TO WS-OPR-PWD-SWITCH
                   DISPLAY 'PASSWORD CANNOT BE THE OPERATOR ID - '
                       'NOT CHANGED'
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-PWD-OK
               MOVE OPR-ID TO WS-OPR-PWD-TEXT(1:8)
               MOVE WS-OPR-PWD-IN TO WS-OPR-PWD-TEXT(9:16)
               PERFORM 9350-HASH-PASSWORD
               IF WS-OPR-HASH = OPR-PWD-HASH
                   MOVE 'N' TO WS-OPR-PWD-SWITCH
                   DISPLAY 'NEW PASSWORD MUST DIFFER FROM THE OLD '
                       'ONE - NOT CHANGED'
               END-IF
           END-IF.

      * -------------------------------
      * One-way hash of operator id then password - the same
      * arithmetic as EMPSYS and the quick tool, so all three
      * change together
      * -------------------------------
       9350-HASH-PASSWORD.
           MOVE 17 TO WS-OPR-PWD-WORK
           PERFORM VARYING WS-OPR-PWD-ROUND FROM 1 BY 1
                   UNTIL WS-OPR-PWD-ROUND > 3
                   AFTER WS-OPR-PWD-POS FROM 1 BY 1
                   UNTIL WS-OPR-PWD-POS > 24
               COMPUTE WS-OPR-PWD-WORK = FUNCTION MOD(
                   WS-OPR-PWD-WORK * 131
                   + FUNCTION ORD(
                       WS-OPR-PWD-TEXT(WS-OPR-PWD-POS:1)) * 7
                   + WS-OPR-PWD-POS * 17 + WS-OPR-PWD-ROUND,
                   999999937)
           END-PERFORM
           MOVE WS-OPR-PWD-WORK TO WS-OPR-HASH-N
           MOVE WS-OPR-HASH-N TO WS-OPR-HASH
           MOVE SPACES TO WS-OPR-PWD-TEXT.

       9360-WRITE-OPERATORS.
           OPEN OUTPUT OPERATOR-FILE
           IF WS-OPERATOR-STATUS = '00'
               PERFORM VARYING WS-OPR-IDX FROM 1 BY 1
                       UNTIL WS-OPR-IDX > WS-OPT-COUNT
                   WRITE OPERATOR-RECORD FROM WS-OPT-ENTRY(WS-OPR-IDX)
               END-PERFORM
               CLOSE OPERATOR-FILE
           ELSE
               DISPLAY 'UNABLE TO WRITE OPERATOR.DAT - STATUS '
                   WS-OPERATOR-STATUS
           END-IF.

      * -------------------------------
      * Audit a sign-on event for the operator at WS-OPR-SUB - the
      * caller sets the action and the state images
      * -------------------------------
       9370-AUDIT-OPERATOR-EVENT.
           MOVE WS-OPT-ENTRY(WS-OPR-SUB) TO OPERATOR-RECORD
           MOVE ZERO TO EMP-ID
           MOVE OPR-ID TO WS-AUD-BEFORE-NAME
           MOVE SPACES TO WS-AUD-BEFORE-DEPT
           MOVE ZERO TO WS-AUD-BEFORE-SAL
           MOVE SPACES TO WS-AUD-AFTER-DEPT
           MOVE ZERO TO WS-AUD-AFTER-SAL
           PERFORM 8500-WRITE-AUDIT-RECORD
           MOVE 'N' TO WS-EOF-SWITCH.

      * -------------------------------
      * Take the run lock before touching EMPLOYEE.DAT: a LOCKED
      * record from another live session stops this one with a clear
                       AT END
                           MOVE 'Y' TO WS-EOF-SWITCH
                       NOT AT END
      * Site-only holidays do not close the whole company
                           IF HOL-LOCATION = SPACES
                               IF WS-HOL-COUNT < 100
                                   ADD 1 TO WS-HOL-COUNT
                                   MOVE HOL-DATE TO
                                       WS-HOL-DATE(WS-HOL-COUNT)
                               ELSE
                                   DISPLAY '*** HOLIDAY TABLE FULL - '
                                       'DATE IGNORED: ' HOL-DATE
                                       ' ***'
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           DISPLAY 'F. RESTORE EMPLOYEE FILE FROM BACKUP'
           DISPLAY 'G. CROSS-FILE INTEGRITY CHECK'
           DISPLAY 'H. REJECT CORRECTION WORKBENCH'
           DISPLAY 'I. PAYROLL PARALLEL-RUN EXTRACT'
           DISPLAY 'R. RETURN TO MAIN MENU'
           DISPLAY 'ENTER YOUR CHOICE: ' WITH NO ADVANCING
           ACCEPT WS-SYS-CHOICE
                   ELSE
                       PERFORM 8680-REJECT-WORKBENCH
                   END-IF
               WHEN 'I'
               WHEN 'i'
                   IF WS-ROLE-READONLY
                       DISPLAY 'PARALLEL RUN REQUIRES UPDATE OR '
                           'ADMIN AUTHORITY'
                   ELSE
                       MOVE 'Y' TO WS-PARALLEL-SWITCH
                       PERFORM 3600-PAYROLL-RUN
                       MOVE 'N' TO WS-PARALLEL-SWITCH
                   END-IF
               WHEN 'R'
               WHEN 'r'
                   CONTINUE
           END-IF
           MOVE 'N' TO WS-EOF-SWITCH.

      * -------------------------------
      * Load the review in force for each employee from REVIEW.DAT -
      * the latest review dated on or before today; an absent file
      * leaves the master ratings in use
      * -------------------------------
       1180-LOAD-REVIEW-HISTORY.
           MOVE ZERO TO WS-RVH-COUNT
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT REVIEW-FILE
           IF WS-REVIEW-STATUS = '00'
               PERFORM UNTIL WS-EOF
                   READ REVIEW-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-SWITCH
                       NOT AT END
                           IF RVW-REVIEW-DATE <= WS-RUN-START-DATE
                               PERFORM 1185-KEEP-LATEST-REVIEW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REVIEW-FILE
               DISPLAY 'REVIEW HISTORY LOADED: ' WS-RVH-COUNT
                   ' EMPLOYEE(S)'
           END-IF
           MOVE 'N' TO WS-EOF-SWITCH.

       1185-KEEP-LATEST-REVIEW.
           MOVE ZERO TO WS-RVH-FOUND
           PERFORM VARYING WS-RVH-INDEX FROM 1 BY 1
               UNTIL WS-RVH-INDEX > WS-RVH-COUNT
               IF WS-RVH-EMP-ID(WS-RVH-INDEX) = RVW-EMP-ID
                   MOVE WS-RVH-INDEX TO WS-RVH-FOUND
               END-IF
           END-PERFORM
           IF WS-RVH-FOUND = ZERO
               IF WS-RVH-COUNT < 2000
                   ADD 1 TO WS-RVH-COUNT
                   MOVE WS-RVH-COUNT TO WS-RVH-FOUND
                   MOVE RVW-EMP-ID TO WS-RVH-EMP-ID(WS-RVH-FOUND)
                   MOVE ZERO TO WS-RVH-DATE(WS-RVH-FOUND)
               ELSE
                   DISPLAY '*** REVIEW TABLE FULL - EMPLOYEE '
                       RVW-EMP-ID ' USES MASTER RATING ***'
               END-IF
           END-IF
           IF WS-RVH-FOUND > ZERO
               IF RVW-REVIEW-DATE >= WS-RVH-DATE(WS-RVH-FOUND)
                   MOVE RVW-REVIEW-DATE TO WS-RVH-DATE(WS-RVH-FOUND)
                   MOVE RVW-RATING TO WS-RVH-RATING(WS-RVH-FOUND)
               END-IF
           END-IF.

      * -------------------------------
      * The current record's salary in base currency: a blank
      * currency code is already base, a coded one converts at the
      * -------------------------------
       3600-PAYROLL-RUN.
           DISPLAY ' '
           IF WS-PARALLEL-MODE
               DISPLAY 'STARTING PARALLEL-RUN EXTRACT - NOTHING '
                   'WILL BE COMMITTED'
           ELSE
               DISPLAY 'STARTING PAYROLL RUN'
           END-IF
           PERFORM 3601-GET-PERIOD-END
           PERFORM 3605-LOAD-YTD-TABLE
           PERFORM 3603-LOAD-DEDUCT-TABLE
           MOVE 'EMPLOYEE.DAT' TO WS-FSC-FILE-NAME
           MOVE WS-EMP-STATUS TO WS-FSC-STATUS
           PERFORM 9800-CHECK-FILE-STATUS
           IF WS-PARALLEL-MODE
               OPEN OUTPUT FUNPAR-FILE
               MOVE 'Y' TO WS-FUNPAR-SWITCH
               MOVE 'FUNPAR.DAT' TO WS-FSC-FILE-NAME
               MOVE WS-FUNPAR-STATUS TO WS-FSC-STATUS
               PERFORM 9800-CHECK-FILE-STATUS
           ELSE
               OPEN EXTEND PAYROLL-FILE
               IF WS-PAY-STATUS = '35'
                   OPEN OUTPUT PAYROLL-FILE
               END-IF
               MOVE 'Y' TO WS-PAYFILE-SWITCH
               MOVE 'PAYROLL.DAT' TO WS-FSC-FILE-NAME
               MOVE WS-PAY-STATUS TO WS-FSC-STATUS
               PERFORM 9800-CHECK-FILE-STATUS
               OPEN OUTPUT PAYREG-FILE
               MOVE 'Y' TO WS-PAYREG-SWITCH
               MOVE 'PAYREG.TXT' TO WS-FSC-FILE-NAME
               MOVE WS-PAYREG-STATUS TO WS-FSC-STATUS
               PERFORM 9800-CHECK-FILE-STATUS
               MOVE ZERO TO WS-BANK-COUNT
               MOVE ZERO TO WS-BANK-TOTAL
               OPEN OUTPUT BANK-FILE
               MOVE 'Y' TO WS-BANK-SWITCH
               MOVE 'BANKFILE.DAT' TO WS-FSC-FILE-NAME
               MOVE WS-BANK-STATUS TO WS-FSC-STATUS
               PERFORM 9800-CHECK-FILE-STATUS
               ACCEPT WS-BNK-HDR-DATE FROM DATE YYYYMMDD
               MOVE WS-PAY-PERIOD-END TO WS-BNK-HDR-PERIOD
               WRITE BANK-RECORD FROM WS-BANK-HEADER-REC
               OPEN OUTPUT PAYSTUB-FILE
               MOVE 'Y' TO WS-STUB-SWITCH
               MOVE 'PAYSTUB.TXT' TO WS-FSC-FILE-NAME
               MOVE WS-STUB-STATUS TO WS-FSC-STATUS
               PERFORM 9800-CHECK-FILE-STATUS
               PERFORM 3602-WRITE-PAYREG-HEADERS
           END-IF
           PERFORM UNTIL WS-EOF
               READ EMPLOYEE-FILE NEXT
                   AT END
                       END-IF
               END-READ
           END-PERFORM
           IF NOT WS-PARALLEL-MODE
               PERFORM 3650-WRITE-PAYREG-TOTALS
               PERFORM 3660-WRITE-DEDUCT-REPORT
               PERFORM 3670-RELEASE-BANK-FILE
               PERFORM 3680-UPDATE-LOAN-MASTER
               PERFORM 3685-WRITE-LOAN-REPORT
           END-IF
           CLOSE EMPLOYEE-FILE
           MOVE 'N' TO WS-EMP-FILE-SWITCH
           MOVE 'EMPLOYEE.DAT' TO WS-FSC-FILE-NAME
           MOVE WS-EMP-STATUS TO WS-FSC-STATUS
           PERFORM 9800-CHECK-FILE-STATUS
           IF WS-PARALLEL-MODE
               CLOSE FUNPAR-FILE
               MOVE 'N' TO WS-FUNPAR-SWITCH
               MOVE 'FUNPAR.DAT' TO WS-FSC-FILE-NAME
               MOVE WS-FUNPAR-STATUS TO WS-FSC-STATUS
               PERFORM 9800-CHECK-FILE-STATUS
               DISPLAY 'EMPLOYEES CALCULATED: ' WS-PAY-EMP-COUNT
               DISPLAY 'PARALLEL-RUN EXTRACT WRITTEN TO FUNPAR.DAT'
               DISPLAY 'NO REGISTER, STUB, BANK OR LOAN FILE WAS '
                   'UPDATED'
           ELSE
               CLOSE PAYROLL-FILE
               MOVE 'N' TO WS-PAYFILE-SWITCH
               MOVE 'PAYROLL.DAT' TO WS-FSC-FILE-NAME
               MOVE WS-PAY-STATUS TO WS-FSC-STATUS
               PERFORM 9800-CHECK-FILE-STATUS
               CLOSE PAYREG-FILE
               MOVE 'N' TO WS-PAYREG-SWITCH
               MOVE 'PAYREG.TXT' TO WS-FSC-FILE-NAME
               MOVE WS-PAYREG-STATUS TO WS-FSC-STATUS
               PERFORM 9800-CHECK-FILE-STATUS
               CLOSE PAYSTUB-FILE
               MOVE 'N' TO WS-STUB-SWITCH
               MOVE 'PAYSTUB.TXT' TO WS-FSC-FILE-NAME
               MOVE WS-STUB-STATUS TO WS-FSC-STATUS
               PERFORM 9800-CHECK-FILE-STATUS
               DISPLAY 'PAY STUBS WRITTEN TO PAYSTUB.TXT'
               DISPLAY 'EMPLOYEES PAID:    ' WS-PAY-EMP-COUNT
               DISPLAY 'PAY REGISTER WRITTEN TO PAYREG.TXT'
               DISPLAY 'PAYROLL RUN COMPLETE'
           END-IF.

       3601-GET-PERIOD-END.
           MOVE ZERO TO WS-PAY-PERIOD-END
           ADD WS-DED-TOTAL-AMT TO WS-PAYREG-TOT-DED
           ADD WS-LN-INSTALLMENT TO WS-PAYREG-TOT-LOAN
           ADD WS-NET-CALC TO WS-PAYREG-TOT-NET
           IF WS-PARALLEL-MODE
               PERFORM 3626-WRITE-PARALLEL-RECORD
           ELSE
               PERFORM 3620-WRITE-PAYREG-DETAIL
               PERFORM 3625-WRITE-PAY-STUB
               MOVE EMP-ID TO WS-BNK-DTL-EMP-ID
               MOVE EMP-NAME TO WS-BNK-DTL-NAME
               MOVE PAY-NET TO WS-BNK-DTL-AMOUNT
               WRITE BANK-RECORD FROM WS-BANK-DETAIL-REC
               ADD 1 TO WS-BANK-COUNT
               ADD PAY-NET TO WS-BANK-TOTAL
                   ON SIZE ERROR
                       DISPLAY 'CONTROL TOTAL OVERFLOW ON BANKFILE.DAT'
               END-ADD
               WRITE PAYROLL-RECORD
           END-IF.

      * -------------------------------
      * Parallel-run extract: the employee's figures as this run
      * worked them out, for EMPSYS to compare against its own
      * calculation of the same period
      * -------------------------------
       3626-WRITE-PARALLEL-RECORD.
           MOVE PAY-PERIOD-END TO FPR-PERIOD-END
           MOVE PAY-EMP-ID TO FPR-EMP-ID
           MOVE EMP-NAME TO FPR-NAME
           MOVE PAY-GROSS TO FPR-GROSS
           MOVE PAY-BONUS TO FPR-BONUS
           MOVE PAY-TAX TO FPR-TAX
           MOVE PAY-DEDUCTIONS TO FPR-DEDUCTIONS
           MOVE PAY-LOAN-PAYMENT TO FPR-LOAN
           MOVE PAY-NET TO FPR-NET
           IF WS-TMS-FOUND
               MOVE 'Y' TO FPR-HOURLY
           ELSE
               MOVE 'N' TO FPR-HOURLY
           END-IF
           ACCEPT FPR-RUN-DATE FROM DATE YYYYMMDD
           WRITE FUNPAR-RECORD.

       3615-ROLL-YTD-FORWARD.
           PERFORM 3608-FIND-YTD-ENTRY
           MOVE 'EMPLOYEE.DAT' TO WS-FSC-FILE-NAME
           MOVE WS-EMP-STATUS TO WS-FSC-STATUS
           PERFORM 9800-CHECK-FILE-STATUS
           PERFORM 1180-LOAD-REVIEW-HISTORY
           PERFORM VARYING WS-UTIL-INDEX FROM 1 BY 1
               UNTIL WS-UTIL-INDEX > WS-DPM-COUNT
               PERFORM 8610-EXPORT-ONE-DEPARTMENT
      * -------------------------------
      * Standard increase percentage for the current employee: the
      * performance rating crossed with the salary band, read out of
      * the merit matrix table - an unrated employee suggests zero.
      * The rating is the one from the review in force; the master
      * rating is used only for someone with no review on file.
      * -------------------------------
       8615-SUGGEST-MERIT-PCT.
           MOVE ZERO TO WS-MM-SUGG
           MOVE EMP-RATING TO WS-MM-SRC-RATING
           MOVE ZERO TO WS-RVH-FOUND
           PERFORM VARYING WS-RVH-INDEX FROM 1 BY 1
               UNTIL WS-RVH-INDEX > WS-RVH-COUNT
               IF WS-RVH-EMP-ID(WS-RVH-INDEX) = EMP-ID
                   MOVE WS-RVH-INDEX TO WS-RVH-FOUND
               END-IF
           END-PERFORM
           IF WS-RVH-FOUND > ZERO
               MOVE WS-RVH-RATING(WS-RVH-FOUND) TO WS-MM-SRC-RATING
           END-IF
           IF WS-MM-SRC-RATING >= '1' AND WS-MM-SRC-RATING <= '5'
               MOVE WS-MM-SRC-RATING TO WS-MM-RATING
               EVALUATE TRUE
                   WHEN EMP-SALARY < 35000.00
                       MOVE 1 TO WS-MM-BAND
               CLOSE LOANRPT-FILE
               MOVE 'N' TO WS-LOANRPT-SWITCH
           END-IF
           IF WS-FUNPAR-OPEN
               CLOSE FUNPAR-FILE
               MOVE 'N' TO WS-FUNPAR-SWITCH
           END-IF
           PERFORM 9120-RELEASE-RUN-LOCK
           DISPLAY ' '
           DISPLAY WS-EQUALS(1:50)
