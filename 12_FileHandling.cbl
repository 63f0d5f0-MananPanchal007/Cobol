               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDING-STATUS.

           SELECT POSITION-FILE ASSIGN TO 'POSITION.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POSITION-STATUS.

           SELECT OPERATOR-FILE ASSIGN TO 'OPERATOR.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERATOR-STATUS.

           SELECT CONFIG-FILE ASSIGN TO 'CONFIG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONFIG-STATUS.

           SELECT TRXLOCK-FILE ASSIGN TO 'TRXLOCK.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRXLOCK-STATUS.

           SELECT TRANS-FILE ASSIGN TO 'TRANS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-STATUS.

           SELECT FILEREG-FILE ASSIGN TO 'FILEREG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILEREG-STATUS.

           SELECT REJECT-FILE ASSIGN TO 'REJECTS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJECT-STATUS.

           SELECT TRXQUEUE-FILE ASSIGN TO 'TRXQUEUE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRXQUEUE-STATUS.

       DATA DIVISION.
       FILE SECTION.

          05 PND-NEW-DEPT   PIC X(20).
          05 FILLER         PIC X(10).

      * The main system's position control master - a hire made
      * here is placed against an open seat the same way
       FD POSITION-FILE.
       01 POSITION-RECORD.
          05 POS-NUMBER     PIC 9(6).
          05 POS-DEPT       PIC X(20).
          05 POS-JOB-CODE   PIC X(4).
          05 POS-FTE        PIC 9(1)V99.
          05 POS-STATUS     PIC X(1).
          05 POS-EMP-ID     PIC 9(7).
          05 POS-FILL-DATE  PIC 9(8).
          05 FILLER         PIC X(10).

      * The main system's operator file - this tool signs operators
      * on with the same passwords, lockout and expiry
       FD OPERATOR-FILE.
       01 OPERATOR-RECORD.
          05 OPR-ID          PIC X(8).
          05 OPR-ROLE        PIC X(1).
          05 OPR-NAME        PIC X(25).
          05 OPR-DEPT-SCOPE  PIC X(20).
          05 OPR-PWD-HASH    PIC X(9).
          05 OPR-STATE       PIC X(1).
          05 OPR-FAILS       PIC X(1).
          05 OPR-PWD-DATE    PIC X(8).
          05 OPR-MUST-CHANGE PIC X(1).
          05 OPR-LAST-SIGNON PIC X(8).
          05 FILLER          PIC X(10).

      * The main system's settings file, read for the password rules
       FD CONFIG-FILE.
       01 CONFIG-RECORD.
          05 CFG-KEY         PIC X(16).
          05 CFG-VALUE       PIC X(20).

      * The main system's lock on TRANS.DAT, held while a change is
      * queued so the transaction batch never reads a half-written
      * file
       FD TRXLOCK-FILE.
       01 TRXLOCK-RECORD.
          05 TXL-STATE      PIC X(6).
          05 TXL-DATE       PIC 9(8).
          05 TXL-TIME       PIC 9(8).

      * The main system's transaction batch, header and control
      * trailer included - changes keyed while the master is locked
      * are queued here for the next batch to apply
       FD TRANS-FILE.
       01 TRANS-RECORD.
          05 TRX-REC-TYPE    PIC X(1).
          05 TRX-BODY.
             10 TRX-EMP-ID      PIC 9(7).
             10 TRX-ACTION      PIC X(6).
             10 TRX-NEW-SALARY  PIC 9(7)V99.
             10 TRX-NEW-DEPT    PIC X(20).
             10 TRX-NEW-STATUS  PIC X(1).
             10 TRX-EFF-DATE    PIC 9(8).
          05 TRX-TRAILER REDEFINES TRX-BODY.
             10 TRX-TRL-COUNT   PIC 9(6).
             10 TRX-TRL-AMOUNT  PIC 9(9)V99.
             10 FILLER          PIC X(32).
          05 TRX-HEADER REDEFINES TRX-BODY.
             10 TRX-FILE-ID     PIC X(12).
             10 TRX-CREATED     PIC 9(14).
             10 FILLER          PIC X(23).
          05 TRX-NEW-NAME    PIC X(30).
          05 TRX-HIRE-DATE   PIC 9(8).
          05 TRX-POSITION    PIC 9(6).
          05 TRX-COMPANY     PIC X(2).
          05 TRX-PAY-FREQ    PIC X(1).
          05 TRX-PAY-METHOD  PIC X(1).

      * The main system's registry of processed batch files and its
      * reject file, read to tell staff what became of a queued
      * change
       FD FILEREG-FILE.
       01 FILEREG-RECORD.
          05 FRG-FILE-ID     PIC X(12).
          05 FRG-SOURCE      PIC X(8).
          05 FRG-DATE        PIC 9(8).
          05 FRG-TIME        PIC 9(6).

       FD REJECT-FILE.
       01 REJECT-RECORD.
          05 RJ-SOURCE       PIC X(8).
          05 RJ-DATE         PIC 9(8).
          05 RJ-REASON       PIC X(30).
          05 RJ-DATA         PIC X(80).

      * One row per change queued to TRANS.DAT, for the pending
      * listing
       FD TRXQUEUE-FILE.
       01 TRXQUEUE-RECORD.
          05 TQ-FILE-ID      PIC X(12).
          05 TQ-DATE         PIC 9(8).
          05 TQ-TIME         PIC 9(6).
          05 TQ-OPERATOR     PIC X(8).
          05 TQ-TRANS        PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-EOF        PIC X VALUE 'N'.
       01 WS-CHOICE     PIC X.
          05 WS-NOW-HHMMSS PIC 9(6).
          05 FILLER        PIC X(2).
       01 WS-LOCK-OK    PIC X VALUE 'N'.
       01 WS-OPERATOR-ID PIC X(8) VALUE SPACES.
       01 WS-AUD-SEQ-NO PIC 9(6) VALUE ZERO.
       01 WS-EH-EVENT   PIC X(8).
       01 WS-EH-WRITTEN PIC X.
       01 WS-POSITION-STATUS PIC X(2).
       01 WS-POS-WANTED PIC 9(6).
       01 WS-POS-SUB    PIC 9(5) COMP.
       01 WS-POS-IDX    PIC 9(5) COMP.
       01 WS-POS-REASON PIC X(30).

      * Position control master held while a hire is placed
       01 WS-POS-TABLE.
          05 WS-POS-COUNT   PIC 9(5) COMP VALUE ZERO.
          05 WS-POS-ENTRY OCCURS 1000 TIMES.
             10 WS-POS-T-RECORD PIC X(49).
             10 WS-POS-T-FIELDS REDEFINES WS-POS-T-RECORD.
                15 WS-POS-T-NUMBER   PIC 9(6).
                15 WS-POS-T-DEPT     PIC X(20).
                15 WS-POS-T-JOB-CODE PIC X(4).
                15 WS-POS-T-FTE      PIC 9(1)V99.
                15 WS-POS-T-STATUS   PIC X(1).
                15 WS-POS-T-EMP-ID   PIC 9(7).
                15 WS-POS-T-FILL-DATE PIC 9(8).

      * Before-image of the record as it stood ahead of an update
      * or delete
          05 WS-ART-COUNT       PIC 9(6).
          05 FILLER             PIC X(169) VALUE SPACES.

      * Operator sign-on - the operator file held so the failure
      * count, lockout and last sign-on can be written back, and
      * the main system's password rules
       01 WS-OPERATOR-STATUS PIC X(2).
       01 WS-CONFIG-STATUS PIC X(2).
       01 WS-OPR-ROLE   PIC X VALUE SPACE.
       01 WS-SIGNON-OK  PIC X VALUE 'N'.
       01 WS-SIGNON-TRIES PIC 9(1).
       01 WS-TRY-ID     PIC X(8).
       01 WS-OPT-COUNT  PIC 9(3) COMP VALUE ZERO.
       01 WS-OPT-SUB    PIC 9(3) COMP.
       01 WS-OPT-IDX    PIC 9(3) COMP.
       01 WS-OPT-TABLE.
          05 WS-OPT-ENTRY PIC X(92) OCCURS 200 TIMES.
       01 WS-PWD-IN     PIC X(16).
       01 WS-PWD-AGAIN  PIC X(16).
       01 WS-PWD-OK     PIC X.
       01 WS-PWD-CHANGED PIC X.
       01 WS-PWD-LEN    PIC 9(2) COMP.
       01 WS-PWD-POS    PIC 9(2) COMP.
       01 WS-PWD-ROUND  PIC 9(2) COMP.
       01 WS-PWD-TEXT   PIC X(24).
       01 WS-PWD-WORK   PIC 9(12).
       01 WS-PWD-HASH-N PIC 9(9).
       01 WS-PWD-HASH   PIC X(9).
       01 WS-PWD-DATE-N PIC 9(8).
       01 WS-PWD-FAILS-N PIC 9(1).
       01 WS-PWD-AGE    PIC S9(7).
       01 WS-PWD-EXPIRY-DAYS PIC 9(4) VALUE 90.
       01 WS-PWD-MAX-FAILS PIC 9(1) VALUE 3.
       01 WS-PWD-MIN-LENGTH PIC 9(2) VALUE 8.
       01 WS-CFG-NUMERIC PIC 9(9).


      * Changes queued to the transaction batch while the master is
      * locked - TRANS.DAT is held in the table while a detail row
      * goes in ahead of the trailer
       01 WS-TRANS-STATUS PIC X(2).
       01 WS-TRXLOCK-STATUS PIC X(2).
       01 WS-TXL-OK     PIC X.
       01 WS-FILEREG-STATUS PIC X(2).
       01 WS-REJECT-STATUS PIC X(2).
       01 WS-TRXQUEUE-STATUS PIC X(2).
       01 WS-LOCK-BUSY  PIC X VALUE 'N'.
       01 WS-QUEUE-IT   PIC X.
       01 WS-TQ-EOF     PIC X.
       01 WS-TQ-OK      PIC X.
       01 WS-TQ-NEW-FILE PIC X.
       01 WS-TQ-SEEN    PIC X.
       01 WS-TQ-CUR-ID  PIC X(12).
       01 WS-TQ-TRL-SUB PIC 9(4) COMP.
       01 WS-TQ-SUB     PIC 9(4) COMP.
       01 WS-TQ-DTL-COUNT PIC 9(6).
       01 WS-TQ-DTL-AMOUNT PIC 9(9)V99.
       01 WS-TQ-DETAIL  PIC X(100).
       01 WS-TQ-DTL-SAL PIC 9(7)V99.
       01 WS-TQ-CHECK-ID PIC X(12).
       01 WS-OLD-DEL-FLAG PIC X.
       01 WS-TQ-EMP-ID  PIC 9(7).
       01 WS-TQ-STATE   PIC X(40).
       01 WS-TQ-LISTED  PIC 9(5).
       01 WS-TQ-NEW-ID.
          05 FILLER        PIC X(2) VALUE 'QT'.
          05 WS-TQ-ID-DATE PIC 9(6).
          05 WS-TQ-ID-HHMM PIC 9(4).
       01 WS-TQ-TABLE.
          05 WS-TQ-COUNT   PIC 9(4) COMP VALUE ZERO.
          05 WS-TQ-LINE    PIC X(100) OCCURS 2000 TIMES.

       PROCEDURE DIVISION.

      * -------------------------------
      * Ask user: Write, Read, Update or Delete
      * -------------------------------
           PERFORM OPERATOR-SIGNON
           IF WS-SIGNON-OK NOT = 'Y'
               DISPLAY "Sign-on failed - session ended."
               STOP RUN
           END-IF

           DISPLAY "Enter W to WRITE, R to READ, U to UPDATE, "
           DISPLAY "D to DELETE, S for SORTED READ, "
           DISPLAY "Q for QUEUED CHANGES: "
           ACCEPT WS-CHOICE

           EVALUATE WS-CHOICE
                   IF WS-LOCK-OK = 'Y'
                       PERFORM WRITE-FILE
                       PERFORM RELEASE-RUN-LOCK
                   ELSE
                       PERFORM OFFER-QUEUE
                       IF WS-QUEUE-IT = 'Y'
                           PERFORM QUEUE-ADD
                       END-IF
                   END-IF
               WHEN 'U'
                   PERFORM TAKE-RUN-LOCK
                   IF WS-LOCK-OK = 'Y'
                       PERFORM UPDATE-FILE
                       PERFORM RELEASE-RUN-LOCK
                   ELSE
                       PERFORM OFFER-QUEUE
                       IF WS-QUEUE-IT = 'Y'
                           PERFORM QUEUE-UPDATE
                       END-IF
                   END-IF
               WHEN 'D'
                   PERFORM TAKE-RUN-LOCK
                   IF WS-LOCK-OK = 'Y'
                       PERFORM DELETE-FILE
                       PERFORM RELEASE-RUN-LOCK
                   ELSE
                       PERFORM OFFER-QUEUE
                       IF WS-QUEUE-IT = 'Y'
                           PERFORM QUEUE-DELETE
                       END-IF
                   END-IF
               WHEN 'S'
                   PERFORM SORTED-READ-FILE
               WHEN 'Q'
                   PERFORM LIST-QUEUED-CHANGES
               WHEN OTHER
                   PERFORM READ-FILE
           END-EVALUATE

           STOP RUN.

      * -------------------------------
      * Operator sign-on against the main system's OPERATOR.DAT -
      * id and password, three tries.  Wrong passwords count toward
      * the lockout, and a first-use, reset or expired password is
      * changed before the operator gets in.  Operators are added
      * and reset in the main system; with no operator file nobody
      * signs on here.
      * -------------------------------
       OPERATOR-SIGNON.

           MOVE 'N' TO WS-SIGNON-OK
           MOVE ZERO TO WS-SIGNON-TRIES
           PERFORM LOAD-PASSWORD-RULES
           PERFORM LOAD-OPERATOR-FILE

           IF WS-OPT-COUNT = ZERO
               DISPLAY "No operator file - sign-on refused."
           ELSE
               PERFORM UNTIL WS-SIGNON-OK = 'Y'
                       OR WS-SIGNON-TRIES >= 3
                   ADD 1 TO WS-SIGNON-TRIES
                   DISPLAY "Operator ID: "
                   ACCEPT WS-TRY-ID
                   DISPLAY "Password: "
                   ACCEPT WS-PWD-IN
                   PERFORM CHECK-OPERATOR-PASSWORD
                   MOVE SPACES TO WS-PWD-IN
               END-PERFORM
           END-IF

           EXIT.

      * -------------------------------
      * Password rules from the main system's CONFIG.DAT - the
      * compiled-in defaults stand when a key is absent
      * -------------------------------
       LOAD-PASSWORD-RULES.

           MOVE 'N' TO WS-EOF
           OPEN INPUT CONFIG-FILE
           IF WS-CONFIG-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF
           END-IF

           PERFORM UNTIL WS-EOF = 'Y'
               READ CONFIG-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                       CLOSE CONFIG-FILE
                   NOT AT END
                       MOVE FUNCTION NUMVAL(CFG-VALUE) TO
                           WS-CFG-NUMERIC
                       EVALUATE CFG-KEY
                           WHEN 'PWD-EXPIRY-DAYS'
                               MOVE WS-CFG-NUMERIC TO
                                   WS-PWD-EXPIRY-DAYS
                           WHEN 'PWD-MAX-FAILS'
                               IF WS-CFG-NUMERIC > ZERO
                                  AND WS-CFG-NUMERIC < 10
                                   MOVE WS-CFG-NUMERIC TO
                                       WS-PWD-MAX-FAILS
                               END-IF
                           WHEN 'PWD-MIN-LENGTH'
                               IF WS-CFG-NUMERIC > ZERO
                                  AND WS-CFG-NUMERIC < 17
                                   MOVE WS-CFG-NUMERIC TO
                                       WS-PWD-MIN-LENGTH
                               END-IF
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
               END-READ
           END-PERFORM
           MOVE 'N' TO WS-EOF

           EXIT.

      * -------------------------------
      * Hold OPERATOR.DAT in the table - rows written before
      * passwords were kept come in with the new fields zeroed
      * -------------------------------
       LOAD-OPERATOR-FILE.

           MOVE ZERO TO WS-OPT-COUNT
           MOVE 'N' TO WS-EOF
           OPEN INPUT OPERATOR-FILE
           IF WS-OPERATOR-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF
           END-IF

           PERFORM UNTIL WS-EOF = 'Y'
               READ OPERATOR-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                       CLOSE OPERATOR-FILE
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
           MOVE 'N' TO WS-EOF

           EXIT.

      * -------------------------------
      * One sign-on attempt - an unknown id and a wrong password
      * get the same reply
      * -------------------------------
       CHECK-OPERATOR-PASSWORD.

           MOVE ZERO TO WS-OPT-SUB
           PERFORM VARYING WS-OPT-IDX FROM 1 BY 1
                   UNTIL WS-OPT-IDX > WS-OPT-COUNT
               MOVE WS-OPT-ENTRY(WS-OPT-IDX) TO OPERATOR-RECORD
               IF OPR-ID = WS-TRY-ID AND WS-TRY-ID NOT = SPACES
                   MOVE WS-OPT-IDX TO WS-OPT-SUB
                   MOVE WS-OPT-COUNT TO WS-OPT-IDX
               END-IF
           END-PERFORM

           IF WS-OPT-SUB = ZERO
               DISPLAY "Sign-on refused - check your ID and password."
           ELSE
               MOVE WS-OPT-ENTRY(WS-OPT-SUB) TO OPERATOR-RECORD
               EVALUATE TRUE
                   WHEN OPR-STATE = 'D'
                       DISPLAY "Operator id is disabled."
                   WHEN OPR-STATE = 'L'
                       DISPLAY "Operator id is locked - see an "
                           "administrator."
                   WHEN OPR-PWD-HASH = SPACES
                       DISPLAY "No password is set for this id yet "
                           "- choose one now."
                       PERFORM CHANGE-OPERATOR-PASSWORD
                       IF WS-PWD-CHANGED = 'Y'
                           PERFORM ADMIT-OPERATOR
                       END-IF
                   WHEN OTHER
                       MOVE OPR-ID TO WS-PWD-TEXT(1:8)
                       MOVE WS-PWD-IN TO WS-PWD-TEXT(9:16)
                       PERFORM HASH-OPERATOR-PASSWORD
                       IF WS-PWD-HASH = OPR-PWD-HASH
                           PERFORM CHECK-PASSWORD-AGE
                       ELSE
                           PERFORM COUNT-FAILED-SIGNON
                       END-IF
               END-EVALUATE
           END-IF

           EXIT.

      * -------------------------------
      * Right password - a reset or expired one is changed before
      * the operator gets in
      * -------------------------------
       CHECK-PASSWORD-AGE.

           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           MOVE ZERO TO WS-PWD-AGE
           MOVE OPR-PWD-DATE TO WS-PWD-DATE-N
           IF WS-PWD-DATE-N > ZERO
               COMPUTE WS-PWD-AGE =
                   FUNCTION INTEGER-OF-DATE(WS-TODAY)
                   - FUNCTION INTEGER-OF-DATE(WS-PWD-DATE-N)
           END-IF

           IF OPR-MUST-CHANGE = 'Y' OR WS-PWD-DATE-N = ZERO
              OR (WS-PWD-EXPIRY-DAYS > ZERO
                  AND WS-PWD-AGE > WS-PWD-EXPIRY-DAYS)
               IF OPR-MUST-CHANGE = 'Y'
                   DISPLAY "Your password must be changed before "
                       "you go on."
               ELSE
                   DISPLAY "Your password has expired - choose a "
                       "new one."
               END-IF
               PERFORM CHANGE-OPERATOR-PASSWORD
               IF WS-PWD-CHANGED = 'Y'
                   PERFORM ADMIT-OPERATOR
               END-IF
           ELSE
               PERFORM ADMIT-OPERATOR
           END-IF

           EXIT.

      * -------------------------------
      * Wrong password - count it and lock the id at the limit
      * -------------------------------
       COUNT-FAILED-SIGNON.

           MOVE OPR-FAILS TO WS-PWD-FAILS-N
           IF WS-PWD-FAILS-N < 9
               ADD 1 TO WS-PWD-FAILS-N
           END-IF
           MOVE WS-PWD-FAILS-N TO OPR-FAILS
           IF WS-PWD-FAILS-N >= WS-PWD-MAX-FAILS
               MOVE 'L' TO OPR-STATE
           END-IF
           MOVE OPERATOR-RECORD TO WS-OPT-ENTRY(WS-OPT-SUB)

           IF OPR-STATE = 'L'
               DISPLAY "Too many wrong passwords - operator id "
                   "locked."
               MOVE OPR-ID TO WS-OPERATOR-ID
               MOVE 'OPRLCK' TO WS-AUD-ACTION
               MOVE 'A' TO WS-AUD-BEFORE-STAT
               MOVE 'LOCKED AFTER FAILED SIGN-ONS' TO
                   WS-AUD-AFTER-NAME
               MOVE 'L' TO WS-AUD-AFTER-STAT
               PERFORM AUDIT-OPERATOR-EVENT
               MOVE SPACES TO WS-OPERATOR-ID
           ELSE
               DISPLAY "Sign-on refused - check your ID and password."
           END-IF
           PERFORM WRITE-OPERATOR-FILE

           EXIT.

      * -------------------------------
      * Signed on - role and last sign-on date
      * -------------------------------
       ADMIT-OPERATOR.

           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           MOVE WS-OPT-ENTRY(WS-OPT-SUB) TO OPERATOR-RECORD
           MOVE '0' TO OPR-FAILS
           MOVE WS-TODAY TO OPR-LAST-SIGNON
           MOVE OPERATOR-RECORD TO WS-OPT-ENTRY(WS-OPT-SUB)
           MOVE OPR-ID TO WS-OPERATOR-ID
           MOVE OPR-ROLE TO WS-OPR-ROLE
           MOVE 'Y' TO WS-SIGNON-OK
           DISPLAY "Signed on: " OPR-NAME
           PERFORM WRITE-OPERATOR-FILE

           EXIT.

      * -------------------------------
      * New password for the operator at WS-OPT-SUB, keyed twice:
      * long enough, no embedded spaces, not the operator id and
      * not the current password
      * -------------------------------
       CHANGE-OPERATOR-PASSWORD.

           MOVE 'N' TO WS-PWD-CHANGED
           DISPLAY "New password (" WS-PWD-MIN-LENGTH
               " to 16 characters): "
           ACCEPT WS-PWD-IN
           DISPLAY "Key the new password again: "
           ACCEPT WS-PWD-AGAIN

           MOVE 'Y' TO WS-PWD-OK
           MOVE ZERO TO WS-PWD-LEN
           PERFORM VARYING WS-PWD-POS FROM 1 BY 1
                   UNTIL WS-PWD-POS > 16
               IF WS-PWD-IN(WS-PWD-POS:1) NOT = SPACE
                   IF WS-PWD-LEN NOT = WS-PWD-POS - 1
                       MOVE 'N' TO WS-PWD-OK
                   END-IF
                   MOVE WS-PWD-POS TO WS-PWD-LEN
               END-IF
           END-PERFORM

           MOVE WS-OPT-ENTRY(WS-OPT-SUB) TO OPERATOR-RECORD
           EVALUATE TRUE
               WHEN WS-PWD-IN NOT = WS-PWD-AGAIN
                   MOVE 'N' TO WS-PWD-OK
                   DISPLAY "The two passwords differ - not changed."
               WHEN WS-PWD-OK = 'N'
                   DISPLAY "A password cannot contain spaces - not "
                       "changed."
               WHEN WS-PWD-LEN < WS-PWD-MIN-LENGTH
                   MOVE 'N' TO WS-PWD-OK
                   DISPLAY "Password is too short - not changed."
               WHEN WS-PWD-IN(1:8) = OPR-ID
                   MOVE 'N' TO WS-PWD-OK
                   DISPLAY "Password cannot be the operator id - "
                       "not changed."
               WHEN OTHER
                   MOVE OPR-ID TO WS-PWD-TEXT(1:8)
                   MOVE WS-PWD-IN TO WS-PWD-TEXT(9:16)
                   PERFORM HASH-OPERATOR-PASSWORD
                   IF WS-PWD-HASH = OPR-PWD-HASH
                       MOVE 'N' TO WS-PWD-OK
                       DISPLAY "New password must differ from the "
                           "old one - not changed."
                   END-IF
           END-EVALUATE

           IF WS-PWD-OK = 'Y'
               ACCEPT WS-TODAY FROM DATE YYYYMMDD
               MOVE WS-PWD-HASH TO OPR-PWD-HASH
               MOVE WS-TODAY TO OPR-PWD-DATE
               MOVE 'N' TO OPR-MUST-CHANGE
               MOVE '0' TO OPR-FAILS
               MOVE OPERATOR-RECORD TO WS-OPT-ENTRY(WS-OPT-SUB)
               MOVE 'Y' TO WS-PWD-CHANGED
               DISPLAY "Password changed."
               MOVE OPR-ID TO WS-OPERATOR-ID
               MOVE 'PWDCHG' TO WS-AUD-ACTION
               MOVE SPACES TO WS-AUD-BEFORE-STAT
               MOVE 'PASSWORD CHANGED' TO WS-AUD-AFTER-NAME
               MOVE SPACES TO WS-AUD-AFTER-STAT
               PERFORM AUDIT-OPERATOR-EVENT
               PERFORM WRITE-OPERATOR-FILE
           END-IF
           MOVE SPACES TO WS-PWD-IN
           MOVE SPACES TO WS-PWD-AGAIN

           EXIT.

      * -------------------------------
      * One-way hash of operator id then password - the same
      * arithmetic as the main system, so both change together
      * -------------------------------
       HASH-OPERATOR-PASSWORD.

           MOVE 17 TO WS-PWD-WORK
           PERFORM VARYING WS-PWD-ROUND FROM 1 BY 1
                   UNTIL WS-PWD-ROUND > 3
                   AFTER WS-PWD-POS FROM 1 BY 1
                   UNTIL WS-PWD-POS > 24
               COMPUTE WS-PWD-WORK = FUNCTION MOD(
                   WS-PWD-WORK * 131
                   + FUNCTION ORD(WS-PWD-TEXT(WS-PWD-POS:1)) * 7
                   + WS-PWD-POS * 17 + WS-PWD-ROUND, 999999937)
           END-PERFORM
           MOVE WS-PWD-WORK TO WS-PWD-HASH-N
           MOVE WS-PWD-HASH-N TO WS-PWD-HASH
           MOVE SPACES TO WS-PWD-TEXT

           EXIT.

      * -------------------------------
      * Write OPERATOR.DAT back from the table
      * -------------------------------
       WRITE-OPERATOR-FILE.

           OPEN OUTPUT OPERATOR-FILE
           IF WS-OPERATOR-STATUS = '00'
               PERFORM VARYING WS-OPT-IDX FROM 1 BY 1
                       UNTIL WS-OPT-IDX > WS-OPT-COUNT
                   WRITE OPERATOR-RECORD FROM WS-OPT-ENTRY(WS-OPT-IDX)
               END-PERFORM
               CLOSE OPERATOR-FILE
           ELSE
               DISPLAY "Unable to write OPERATOR.DAT - status "
                   WS-OPERATOR-STATUS
           END-IF

           EXIT.

      * -------------------------------
      * Audit a sign-on event for the operator at WS-OPT-SUB - the
      * caller sets the action and the state images
      * -------------------------------
       AUDIT-OPERATOR-EVENT.

           MOVE WS-OPT-ENTRY(WS-OPT-SUB) TO OPERATOR-RECORD
           MOVE ZERO TO WS-AUD-EMP-ID
           MOVE OPR-ID TO WS-AUD-BEFORE-NAME
           MOVE SPACES TO WS-AUD-BEFORE-DEPT
           MOVE ZERO TO WS-AUD-BEFORE-SAL
           MOVE SPACES TO WS-AUD-AFTER-DEPT
           MOVE ZERO TO WS-AUD-AFTER-SAL
           PERFORM WRITE-AUDIT-ENTRY

           EXIT.

      * -------------------------------
      * One audit entry in the main system's layout: run header on
      * the first entry, per-run sequence number, operator stamp -
       TAKE-RUN-LOCK.

           MOVE 'Y' TO WS-LOCK-OK
           MOVE 'N' TO WS-LOCK-BUSY
           ACCEPT WS-TODAY FROM DATE YYYYMMDD

           IF WS-OPR-ROLE NOT = 'U' AND WS-OPR-ROLE NOT = 'A'
               MOVE 'N' TO WS-LOCK-OK
               DISPLAY "Read-only operators cannot change the "
                   "employee file."
           END-IF

           IF WS-LOCK-OK = 'Y'
               OPEN INPUT LOCK-FILE
           END-IF
           IF WS-LOCK-OK = 'Y' AND WS-LOCK-STATUS = '00'
               READ LOCK-FILE
                   AT END
                       CONTINUE
                       IF LCK-STATE = 'LOCKED'
                           IF LCK-DATE = WS-TODAY
                               MOVE 'N' TO WS-LOCK-OK
                               MOVE 'Y' TO WS-LOCK-BUSY
                               DISPLAY "Employee file is in use "
                                   "by another session - try "
                                   "again later."
               MOVE SPACE TO EMP-DEL-FLAG
               MOVE ZERO TO EMP-DEL-DATE

               PERFORM LOAD-POSITION-TABLE
               DISPLAY "Position number (0 = first open seat): "
               ACCEPT WS-POS-WANTED
               PERFORM FIND-OPEN-POSITION
               IF WS-POS-SUB = ZERO
                   DISPLAY "Record not added - " WS-POS-REASON
               ELSE
                   WRITE EMP-RECORD
                       INVALID KEY
                           DISPLAY "Duplicate Employee ID - record "
                               "not added."
                       NOT INVALID KEY
                           DISPLAY "Data written to file."
                           MOVE 'ADD' TO WS-AUD-ACTION
                           MOVE WS-TARGET-ID TO WS-AUD-EMP-ID
                           MOVE SPACES TO WS-AUD-BEFORE-NAME
                           MOVE SPACES TO WS-AUD-BEFORE-DEPT
                           MOVE ZERO TO WS-AUD-BEFORE-SAL
                           MOVE SPACES TO WS-AUD-BEFORE-STAT
                           MOVE EMP-NAME TO WS-AUD-AFTER-NAME
                           MOVE EMP-DEPARTMENT TO WS-AUD-AFTER-DEPT
                           MOVE EMP-SALARY TO WS-AUD-AFTER-SAL
                           MOVE EMP-STATUS TO WS-AUD-AFTER-STAT
                           PERFORM WRITE-AUDIT-ENTRY
                           MOVE SPACE TO WS-OLD-STATUS
                           MOVE 'HIRE' TO WS-EH-EVENT
                           PERFORM WRITE-HISTORY-EVENT
                           PERFORM FILL-POSITION
                   END-WRITE
               END-IF

               CLOSE EMP-FILE
           END-IF

           EXIT.

      * -------------------------------
      * Load the main system's position control master
      * -------------------------------
       LOAD-POSITION-TABLE.

           MOVE ZERO TO WS-POS-COUNT
           MOVE 'N' TO WS-REF-EOF

           OPEN INPUT POSITION-FILE
           IF WS-POSITION-STATUS NOT = '00'
               MOVE 'Y' TO WS-REF-EOF
           END-IF

           PERFORM UNTIL WS-REF-EOF = 'Y'
               READ POSITION-FILE
                   AT END
                       MOVE 'Y' TO WS-REF-EOF
                       CLOSE POSITION-FILE
                   NOT AT END
                       IF WS-POS-COUNT < 1000
                           ADD 1 TO WS-POS-COUNT
                           MOVE POSITION-RECORD(1:49) TO
                               WS-POS-T-RECORD(WS-POS-COUNT)
                       END-IF
               END-READ
           END-PERFORM

           EXIT.

      * -------------------------------
      * Find the seat for the hire in EMP-RECORD, by the same rules
      * the main system applies: the numbered position (or the
      * first open one when zero) must be open, in the hire's
      * department and for the hire's job code.  WS-POS-SUB is
      * zero with WS-POS-REASON set when the hire cannot be placed.
      * -------------------------------
       FIND-OPEN-POSITION.

           MOVE ZERO TO WS-POS-SUB
           MOVE SPACES TO WS-POS-REASON

           PERFORM VARYING WS-POS-IDX FROM 1 BY 1
                   UNTIL WS-POS-IDX > WS-POS-COUNT
               IF WS-POS-WANTED > ZERO
                   IF WS-POS-T-NUMBER(WS-POS-IDX) = WS-POS-WANTED
                       MOVE WS-POS-IDX TO WS-POS-SUB
                       MOVE WS-POS-COUNT TO WS-POS-IDX
                   END-IF
               ELSE
                   IF WS-POS-T-STATUS(WS-POS-IDX) = 'O'
                      AND WS-POS-T-DEPT(WS-POS-IDX) = EMP-DEPARTMENT
                      AND (EMP-JOB-CODE = SPACES
                       OR WS-POS-T-JOB-CODE(WS-POS-IDX) =
                          EMP-JOB-CODE)
                       MOVE WS-POS-IDX TO WS-POS-SUB
                       MOVE WS-POS-COUNT TO WS-POS-IDX
                   END-IF
               END-IF
           END-PERFORM

           IF WS-POS-SUB = ZERO
               IF WS-POS-WANTED > ZERO
                   MOVE 'UNKNOWN POSITION NUMBER' TO WS-POS-REASON
               ELSE
                   MOVE 'NO OPEN POSITION' TO WS-POS-REASON
               END-IF
           ELSE
               IF WS-POS-T-STATUS(WS-POS-SUB) NOT = 'O'
                   MOVE 'POSITION NOT OPEN' TO WS-POS-REASON
               ELSE
                   IF WS-POS-T-DEPT(WS-POS-SUB) NOT = EMP-DEPARTMENT
                       MOVE 'POSITION IS IN ANOTHER DEPT' TO
                           WS-POS-REASON
                   ELSE
                       IF EMP-JOB-CODE NOT = SPACES
                          AND EMP-JOB-CODE NOT =
                              WS-POS-T-JOB-CODE(WS-POS-SUB)
                           MOVE 'POSITION JOB CODE DIFFERS' TO
                               WS-POS-REASON
                       END-IF
                   END-IF
               END-IF
               IF WS-POS-REASON NOT = SPACES
                   MOVE ZERO TO WS-POS-SUB
               ELSE
                   MOVE WS-POS-T-JOB-CODE(WS-POS-SUB) TO
                       EMP-JOB-CODE
               END-IF
           END-IF

           EXIT.

      * -------------------------------
      * Mark the seat filled by the new hire and write the position
      * master back
      * -------------------------------
       FILL-POSITION.

           MOVE 'F' TO WS-POS-T-STATUS(WS-POS-SUB)
           MOVE EMP-ID TO WS-POS-T-EMP-ID(WS-POS-SUB)
           ACCEPT WS-POS-T-FILL-DATE(WS-POS-SUB) FROM DATE YYYYMMDD

           PERFORM WRITE-POSITION-FILE
           IF WS-POSITION-STATUS = '00'
               DISPLAY "Placed in position "
                   WS-POS-T-NUMBER(WS-POS-SUB)
           END-IF

           EXIT.

      * -------------------------------
      * A leaver frees their seat - the position filled by EMP-ID
      * goes back to open, as the main system does on a delete
      * -------------------------------
       VACATE-POSITION.

           PERFORM LOAD-POSITION-TABLE
           MOVE ZERO TO WS-POS-SUB
           PERFORM VARYING WS-POS-IDX FROM 1 BY 1
                   UNTIL WS-POS-IDX > WS-POS-COUNT
               IF WS-POS-T-STATUS(WS-POS-IDX) = 'F'
                  AND WS-POS-T-EMP-ID(WS-POS-IDX) = EMP-ID
                   MOVE WS-POS-IDX TO WS-POS-SUB
                   MOVE 'O' TO WS-POS-T-STATUS(WS-POS-IDX)
                   MOVE ZERO TO WS-POS-T-EMP-ID(WS-POS-IDX)
                   MOVE ZERO TO WS-POS-T-FILL-DATE(WS-POS-IDX)
               END-IF
           END-PERFORM

           IF WS-POS-SUB > ZERO
               PERFORM WRITE-POSITION-FILE
               IF WS-POSITION-STATUS = '00'
                   DISPLAY "Position " WS-POS-T-NUMBER(WS-POS-SUB)
                       " reopened."
               END-IF
           END-IF

           EXIT.

      * -------------------------------
      * Write the position master back from the table
      * -------------------------------
       WRITE-POSITION-FILE.

           OPEN OUTPUT POSITION-FILE
           IF WS-POSITION-STATUS NOT = '00'
               DISPLAY "Unable to rewrite POSITION.DAT - status "
                   WS-POSITION-STATUS
           ELSE
               PERFORM VARYING WS-POS-IDX FROM 1 BY 1
                       UNTIL WS-POS-IDX > WS-POS-COUNT
                   MOVE SPACES TO POSITION-RECORD
                   MOVE WS-POS-T-RECORD(WS-POS-IDX) TO
                       POSITION-RECORD(1:49)
                   WRITE POSITION-RECORD
               END-PERFORM
               CLOSE POSITION-FILE
           END-IF

           EXIT.

      * -------------------------------
      * Take and advance the main system's next employee number -
      * the same control record EMPSYS assigns from
                           MOVE ZERO TO WS-AUD-AFTER-SAL
                           MOVE SPACES TO WS-AUD-AFTER-STAT
                           PERFORM WRITE-AUDIT-ENTRY
                           PERFORM VACATE-POSITION
                   END-REWRITE
               END-IF

           END-PERFORM

           EXIT.

      * -------------------------------
      * The master is locked by another session - offer to queue
      * the change on TRANS.DAT for the next transaction batch
      * -------------------------------
       OFFER-QUEUE.

           MOVE 'N' TO WS-QUEUE-IT
           IF WS-LOCK-BUSY = 'Y'
               DISPLAY "Queue the change for the next transaction "
                   "batch (Y/N)? "
               ACCEPT WS-QUEUE-IT
               IF WS-QUEUE-IT = 'y'
                   MOVE 'Y' TO WS-QUEUE-IT
               END-IF
           END-IF

           EXIT.

      * -------------------------------
      * Look the employee up without taking the master - sets
      * WS-FOUND, the before-image and the delete flag
      * -------------------------------
       READ-EMP-FOR-QUEUE.

           MOVE 'N' TO WS-FOUND
           MOVE SPACE TO WS-OLD-DEL-FLAG
           OPEN INPUT EMP-FILE
           IF WS-FILE-STATUS = '00'
               MOVE WS-TARGET-ID TO EMP-ID
               READ EMP-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-FOUND
                       MOVE EMP-NAME TO WS-OLD-NAME
                       MOVE EMP-DEPARTMENT TO WS-OLD-DEPT
                       MOVE EMP-SALARY TO WS-OLD-SALARY
                       MOVE EMP-STATUS TO WS-OLD-STATUS
                       MOVE EMP-DEL-FLAG TO WS-OLD-DEL-FLAG
               END-READ
               CLOSE EMP-FILE
           END-IF

           EXIT.

      * -------------------------------
      * Queue a new employee - the batch assigns the next number
      * for a zero id and places the position when it applies
      * -------------------------------
       QUEUE-ADD.

           DISPLAY "Enter Employee ID (0 = next number when "
               "applied): "
           ACCEPT WS-TARGET-ID
           MOVE 'N' TO WS-FOUND
           IF WS-TARGET-ID > ZERO
               PERFORM READ-EMP-FOR-QUEUE
           END-IF

           IF WS-FOUND = 'Y'
               DISPLAY "Employee ID already on file - change not "
                   "queued."
           ELSE
               MOVE SPACES TO TRANS-RECORD
               MOVE 'D' TO TRX-REC-TYPE
               MOVE WS-TARGET-ID TO TRX-EMP-ID
               MOVE 'ADD' TO TRX-ACTION
               DISPLAY "Enter Employee Name: "
               ACCEPT TRX-NEW-NAME
               DISPLAY "Enter Department: "
               ACCEPT TRX-NEW-DEPT
               DISPLAY "Enter Employee Salary: "
               ACCEPT TRX-NEW-SALARY
               DISPLAY "Enter Hire Date (YYYYMMDD): "
               ACCEPT TRX-HIRE-DATE
               DISPLAY "Enter Status (A/I/T/R/L): "
               ACCEPT TRX-NEW-STATUS
               DISPLAY "Position number (0 = first open seat): "
               ACCEPT TRX-POSITION
               DISPLAY "Enter Company: "
               ACCEPT TRX-COMPANY
               DISPLAY "Pay frequency W/B/M (blank = M): "
               ACCEPT TRX-PAY-FREQ
               IF TRX-PAY-FREQ NOT = 'W' AND TRX-PAY-FREQ NOT = 'B'
                   MOVE 'M' TO TRX-PAY-FREQ
               END-IF
               DISPLAY "Pay method (D)eposit or (C)heck: "
               ACCEPT TRX-PAY-METHOD
               IF TRX-PAY-METHOD NOT = 'C'
                   MOVE 'D' TO TRX-PAY-METHOD
               END-IF
               ACCEPT TRX-EFF-DATE FROM DATE YYYYMMDD

               IF TRX-NEW-NAME = SPACES OR TRX-NEW-DEPT = SPACES
                  OR TRX-NEW-SALARY = ZERO OR TRX-COMPANY = SPACES
                   DISPLAY "Name, department, salary and company are "
                       "needed - change not queued."
               ELSE
                   MOVE WS-TARGET-ID TO WS-AUD-EMP-ID
                   MOVE SPACES TO WS-AUD-BEFORE-NAME
                   MOVE SPACES TO WS-AUD-BEFORE-DEPT
                   MOVE ZERO TO WS-AUD-BEFORE-SAL
                   MOVE SPACES TO WS-AUD-BEFORE-STAT
                   MOVE TRX-NEW-NAME TO WS-AUD-AFTER-NAME
                   MOVE TRX-NEW-DEPT TO WS-AUD-AFTER-DEPT
                   MOVE TRX-NEW-SALARY TO WS-AUD-AFTER-SAL
                   MOVE TRX-NEW-STATUS TO WS-AUD-AFTER-STAT
                   PERFORM QUEUE-TRANS-RECORD
               END-IF
           END-IF

           EXIT.

      * -------------------------------
      * Queue a name change
      * -------------------------------
       QUEUE-UPDATE.

           DISPLAY "Enter Employee ID to update: "
           ACCEPT WS-TARGET-ID
           DISPLAY "Enter new name: "
           ACCEPT WS-NEW-NAME

           PERFORM READ-EMP-FOR-QUEUE
           IF WS-FOUND = 'N'
               DISPLAY "Employee ID not found."
           ELSE
               IF WS-NEW-NAME = SPACES
                   DISPLAY "No new name - change not queued."
               ELSE
                   MOVE SPACES TO TRANS-RECORD
                   MOVE 'D' TO TRX-REC-TYPE
                   MOVE WS-TARGET-ID TO TRX-EMP-ID
                   MOVE 'NAME' TO TRX-ACTION
                   MOVE ZERO TO TRX-NEW-SALARY
                   ACCEPT TRX-EFF-DATE FROM DATE YYYYMMDD
                   MOVE WS-NEW-NAME TO TRX-NEW-NAME
                   MOVE ZERO TO TRX-HIRE-DATE
                   MOVE ZERO TO TRX-POSITION

                   MOVE WS-TARGET-ID TO WS-AUD-EMP-ID
                   MOVE WS-OLD-NAME TO WS-AUD-BEFORE-NAME
                   MOVE WS-OLD-DEPT TO WS-AUD-BEFORE-DEPT
                   MOVE WS-OLD-SALARY TO WS-AUD-BEFORE-SAL
                   MOVE WS-OLD-STATUS TO WS-AUD-BEFORE-STAT
                   MOVE WS-NEW-NAME TO WS-AUD-AFTER-NAME
                   MOVE WS-OLD-DEPT TO WS-AUD-AFTER-DEPT
                   MOVE WS-OLD-SALARY TO WS-AUD-AFTER-SAL
                   MOVE WS-OLD-STATUS TO WS-AUD-AFTER-STAT
                   PERFORM QUEUE-TRANS-RECORD
               END-IF
           END-IF

           EXIT.

      * -------------------------------
      * Queue a delete - the batch runs the same reference checks
      * as a delete keyed here and rejects it if any are open
      * -------------------------------
       QUEUE-DELETE.

           DISPLAY "Enter Employee ID to delete: "
           ACCEPT WS-TARGET-ID

           PERFORM READ-EMP-FOR-QUEUE
           IF WS-FOUND = 'N'
               DISPLAY "Employee ID not found."
           ELSE
               IF WS-OLD-DEL-FLAG = 'D'
                   DISPLAY "Employee already flagged deleted."
               ELSE
                   MOVE SPACES TO TRANS-RECORD
                   MOVE 'D' TO TRX-REC-TYPE
                   MOVE WS-TARGET-ID TO TRX-EMP-ID
                   MOVE 'DELETE' TO TRX-ACTION
                   MOVE ZERO TO TRX-NEW-SALARY
                   ACCEPT TRX-EFF-DATE FROM DATE YYYYMMDD
                   MOVE ZERO TO TRX-HIRE-DATE
                   MOVE ZERO TO TRX-POSITION

                   MOVE WS-TARGET-ID TO WS-AUD-EMP-ID
                   MOVE WS-OLD-NAME TO WS-AUD-BEFORE-NAME
                   MOVE WS-OLD-DEPT TO WS-AUD-BEFORE-DEPT
                   MOVE WS-OLD-SALARY TO WS-AUD-BEFORE-SAL
                   MOVE WS-OLD-STATUS TO WS-AUD-BEFORE-STAT
                   MOVE SPACES TO WS-AUD-AFTER-NAME
                   MOVE SPACES TO WS-AUD-AFTER-DEPT
                   MOVE ZERO TO WS-AUD-AFTER-SAL
                   MOVE SPACES TO WS-AUD-AFTER-STAT
                   PERFORM QUEUE-TRANS-RECORD
               END-IF
           END-IF

           EXIT.

      * -------------------------------
      * Queue the detail row in TRANS-RECORD under the TRANS.DAT
      * lock - while the main system's transaction batch holds it
      * the file is being checked or applied and is left alone.
      * The caller fills the audit images.
      * -------------------------------
       QUEUE-TRANS-RECORD.

           PERFORM TAKE-TRANS-LOCK
           IF WS-TXL-OK = 'Y'
               PERFORM APPEND-TRANS-DETAIL
               PERFORM RELEASE-TRANS-LOCK
           ELSE
               DISPLAY "The transaction batch is being applied - "
                   "change not queued.  Try again when the run "
                   "has finished."
           END-IF

           EXIT.

      * -------------------------------
      * Take TRXLOCK.DAT: a same-day LOCKED record means the batch
      * (or another queueing session) has TRANS.DAT, a prior-day
      * one is stale and is taken over
      * -------------------------------
       TAKE-TRANS-LOCK.

           MOVE 'Y' TO WS-TXL-OK
           ACCEPT WS-TODAY FROM DATE YYYYMMDD

           OPEN INPUT TRXLOCK-FILE
           IF WS-TRXLOCK-STATUS = '00'
               READ TRXLOCK-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF TXL-STATE = 'LOCKED'
                          AND TXL-DATE = WS-TODAY
                           MOVE 'N' TO WS-TXL-OK
                       END-IF
               END-READ
               CLOSE TRXLOCK-FILE
           END-IF

           IF WS-TXL-OK = 'Y'
               OPEN OUTPUT TRXLOCK-FILE
               MOVE 'LOCKED' TO TXL-STATE
               MOVE WS-TODAY TO TXL-DATE
               ACCEPT TXL-TIME FROM TIME
               WRITE TRXLOCK-RECORD
               CLOSE TRXLOCK-FILE
           END-IF

           EXIT.

      * -------------------------------
      * Release the TRANS.DAT lock
      * -------------------------------
       RELEASE-TRANS-LOCK.

           OPEN OUTPUT TRXLOCK-FILE
           IF WS-TRXLOCK-STATUS = '00'
               MOVE 'FREE' TO TXL-STATE
               ACCEPT TXL-DATE FROM DATE YYYYMMDD
               ACCEPT TXL-TIME FROM TIME
               WRITE TRXLOCK-RECORD
               CLOSE TRXLOCK-FILE
           END-IF

           EXIT.

      * -------------------------------
      * Put the detail row on TRANS.DAT ahead of the trailer and
      * carry its count and salary into the trailer.  A batch the
      * main system has already processed is replaced by a new one
      * with its own file-id; a file with no file-id, or whose
      * controls do not balance, is left alone.
      * -------------------------------
       APPEND-TRANS-DETAIL.

           MOVE TRANS-RECORD TO WS-TQ-DETAIL
           MOVE TRX-NEW-SALARY TO WS-TQ-DTL-SAL
           MOVE 'Y' TO WS-TQ-OK
           MOVE 'N' TO WS-TQ-NEW-FILE
           MOVE ZERO TO WS-TQ-COUNT
           MOVE ZERO TO WS-TQ-TRL-SUB
           MOVE ZERO TO WS-TQ-DTL-COUNT
           MOVE ZERO TO WS-TQ-DTL-AMOUNT
           MOVE SPACES TO WS-TQ-CUR-ID

           MOVE 'N' TO WS-TQ-EOF
           OPEN INPUT TRANS-FILE
           IF WS-TRANS-STATUS NOT = '00'
               MOVE 'Y' TO WS-TQ-EOF
           END-IF
           PERFORM UNTIL WS-TQ-EOF = 'Y'
               READ TRANS-FILE
                   AT END
                       MOVE 'Y' TO WS-TQ-EOF
                       CLOSE TRANS-FILE
                   NOT AT END
                       IF WS-TQ-COUNT < 2000
                           ADD 1 TO WS-TQ-COUNT
                           MOVE TRANS-RECORD TO
                               WS-TQ-LINE(WS-TQ-COUNT)
                       END-IF
                       EVALUATE TRX-REC-TYPE
                           WHEN 'H'
                               MOVE TRX-FILE-ID TO WS-TQ-CUR-ID
                           WHEN 'D'
                               ADD 1 TO WS-TQ-DTL-COUNT
                               ADD TRX-NEW-SALARY TO
                                   WS-TQ-DTL-AMOUNT
                           WHEN 'T'
                               MOVE WS-TQ-COUNT TO WS-TQ-TRL-SUB
                               IF TRX-TRL-COUNT NOT =
                                      WS-TQ-DTL-COUNT
                                  OR TRX-TRL-AMOUNT NOT =
                                      WS-TQ-DTL-AMOUNT
                                   MOVE 'N' TO WS-TQ-OK
                               END-IF
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
               END-READ
           END-PERFORM

           IF WS-TQ-COUNT = ZERO
               MOVE 'Y' TO WS-TQ-NEW-FILE
           ELSE
               IF WS-TQ-CUR-ID NOT = SPACES
                   MOVE WS-TQ-CUR-ID TO WS-TQ-CHECK-ID
                   PERFORM CHECK-BATCH-PROCESSED
                   IF WS-TQ-SEEN = 'Y'
                       MOVE 'Y' TO WS-TQ-NEW-FILE
                       MOVE 'Y' TO WS-TQ-OK
                   END-IF
               END-IF
           END-IF

           IF WS-TQ-NEW-FILE = 'N'
               IF WS-TQ-CUR-ID = SPACES
                   MOVE 'N' TO WS-TQ-OK
                   DISPLAY "TRANS.DAT carries no file-id header - "
                       "change not queued."
               ELSE
                   IF WS-TQ-OK = 'N' OR WS-TQ-TRL-SUB = ZERO
                      OR WS-TQ-TRL-SUB NOT = WS-TQ-COUNT
                       MOVE 'N' TO WS-TQ-OK
                       DISPLAY "TRANS.DAT controls do not balance "
                           "- change not queued."
                   ELSE
                       IF WS-TQ-COUNT >= 2000
                           MOVE 'N' TO WS-TQ-OK
                           DISPLAY "TRANS.DAT is full - change not "
                               "queued."
                       END-IF
                   END-IF
               END-IF
           END-IF

           IF WS-TQ-OK = 'Y'
               IF WS-TQ-NEW-FILE = 'Y'
                   ACCEPT WS-TODAY FROM DATE YYYYMMDD
                   ACCEPT WS-NOW-TIME-X FROM TIME
                   MOVE WS-TODAY(3:6) TO WS-TQ-ID-DATE
                   MOVE WS-NOW-HHMMSS(1:4) TO WS-TQ-ID-HHMM
                   MOVE WS-TQ-NEW-ID TO WS-TQ-CUR-ID
                   MOVE SPACES TO TRANS-RECORD
                   MOVE 'H' TO TRX-REC-TYPE
                   MOVE WS-TQ-NEW-ID TO TRX-FILE-ID
                   COMPUTE TRX-CREATED =
                       WS-TODAY * 1000000 + WS-NOW-HHMMSS
                   MOVE TRANS-RECORD TO WS-TQ-LINE(1)
                   MOVE WS-TQ-DETAIL TO WS-TQ-LINE(2)
                   MOVE SPACES TO TRANS-RECORD
                   MOVE 'T' TO TRX-REC-TYPE
                   MOVE 1 TO TRX-TRL-COUNT
                   MOVE WS-TQ-DTL-SAL TO TRX-TRL-AMOUNT
                   MOVE TRANS-RECORD TO WS-TQ-LINE(3)
                   MOVE 3 TO WS-TQ-COUNT
               ELSE
                   MOVE WS-TQ-LINE(WS-TQ-COUNT) TO TRANS-RECORD
                   MOVE WS-TQ-DETAIL TO WS-TQ-LINE(WS-TQ-COUNT)
                   ADD 1 TO TRX-TRL-COUNT
                   ADD WS-TQ-DTL-SAL TO TRX-TRL-AMOUNT
                   ADD 1 TO WS-TQ-COUNT
                   MOVE TRANS-RECORD TO WS-TQ-LINE(WS-TQ-COUNT)
               END-IF

               OPEN OUTPUT TRANS-FILE
               IF WS-TRANS-STATUS = '00'
                   PERFORM VARYING WS-TQ-SUB FROM 1 BY 1
                           UNTIL WS-TQ-SUB > WS-TQ-COUNT
                       WRITE TRANS-RECORD FROM WS-TQ-LINE(WS-TQ-SUB)
                   END-PERFORM
                   CLOSE TRANS-FILE
               ELSE
                   MOVE 'N' TO WS-TQ-OK
                   DISPLAY "Unable to write TRANS.DAT - status "
                       WS-TRANS-STATUS
               END-IF
           END-IF

           IF WS-TQ-OK = 'Y'
               ACCEPT WS-TODAY FROM DATE YYYYMMDD
               ACCEPT WS-NOW-TIME-X FROM TIME
               OPEN EXTEND TRXQUEUE-FILE
               IF WS-TRXQUEUE-STATUS = '35'
                   OPEN OUTPUT TRXQUEUE-FILE
               END-IF
               IF WS-TRXQUEUE-STATUS = '00'
                   MOVE WS-TQ-CUR-ID TO TQ-FILE-ID
                   MOVE WS-TODAY TO TQ-DATE
                   MOVE WS-NOW-HHMMSS TO TQ-TIME
                   MOVE WS-OPERATOR-ID TO TQ-OPERATOR
                   MOVE WS-TQ-DETAIL TO TQ-TRANS
                   WRITE TRXQUEUE-RECORD
                   CLOSE TRXQUEUE-FILE
               END-IF
               DISPLAY "Change queued on transaction batch "
                   WS-TQ-CUR-ID " - it applies at the next "
                   "transaction run."
               MOVE 'TRXQUE' TO WS-AUD-ACTION
               PERFORM WRITE-AUDIT-ENTRY
           END-IF

           EXIT.

      * -------------------------------
      * Has the main system registered the batch in WS-TQ-CHECK-ID
      * as processed?  Sets WS-TQ-SEEN.
      * -------------------------------
       CHECK-BATCH-PROCESSED.

           MOVE 'N' TO WS-TQ-SEEN
           MOVE 'N' TO WS-REF-EOF
           OPEN INPUT FILEREG-FILE
           IF WS-FILEREG-STATUS NOT = '00'
               MOVE 'Y' TO WS-REF-EOF
           END-IF
           PERFORM UNTIL WS-REF-EOF = 'Y'
               READ FILEREG-FILE
                   AT END
                       MOVE 'Y' TO WS-REF-EOF
                       CLOSE FILEREG-FILE
                   NOT AT END
                       IF FRG-FILE-ID = WS-TQ-CHECK-ID
                          AND FRG-SOURCE = 'TRANS'
                           MOVE 'Y' TO WS-TQ-SEEN
                       END-IF
               END-READ
           END-PERFORM

           EXIT.

      * -------------------------------
      * Pending-queue listing - every change queued from here and
      * whether the transaction batch has taken it yet
      * -------------------------------
       LIST-QUEUED-CHANGES.

           MOVE ZERO TO WS-TQ-LISTED
           MOVE SPACES TO WS-TQ-CUR-ID
           OPEN INPUT TRANS-FILE
           IF WS-TRANS-STATUS = '00'
               READ TRANS-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF TRX-REC-TYPE = 'H'
                           MOVE TRX-FILE-ID TO WS-TQ-CUR-ID
                       END-IF
               END-READ
               CLOSE TRANS-FILE
           END-IF

           MOVE 'N' TO WS-EOF
           OPEN INPUT TRXQUEUE-FILE
           IF WS-TRXQUEUE-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ TRXQUEUE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                       CLOSE TRXQUEUE-FILE
                   NOT AT END
                       PERFORM SHOW-QUEUED-CHANGE
               END-READ
           END-PERFORM
           MOVE 'N' TO WS-EOF

           DISPLAY "Queued changes listed: " WS-TQ-LISTED

           EXIT.

      * -------------------------------
      * One queued change: still waiting, rejected by the batch
      * (with the reason from REJECTS.DAT), or applied - an applied
      * change is confirmed against the master
      * -------------------------------
       SHOW-QUEUED-CHANGE.

           ADD 1 TO WS-TQ-LISTED
           MOVE TQ-TRANS TO TRANS-RECORD
           MOVE TQ-FILE-ID TO WS-TQ-CHECK-ID
           PERFORM CHECK-BATCH-PROCESSED

           IF WS-TQ-SEEN = 'N'
               IF TQ-FILE-ID = WS-TQ-CUR-ID
                   MOVE 'WAITING FOR NEXT BATCH' TO WS-TQ-STATE
               ELSE
                   MOVE 'NOT ON TRANS.DAT - KEY IT AGAIN' TO
                       WS-TQ-STATE
               END-IF
           ELSE
               PERFORM FIND-QUEUE-REJECT
               IF WS-TQ-STATE = SPACES
                   PERFORM CHECK-QUEUED-ON-MASTER
               END-IF
           END-IF

           DISPLAY TQ-DATE " " TQ-OPERATOR " " TRX-ACTION " "
               TRX-EMP-ID " " TQ-FILE-ID
           DISPLAY "    " WS-TQ-STATE

           EXIT.

      * -------------------------------
      * A reject the batch wrote for this change on or after the
      * day it was queued - sets WS-TQ-STATE, spaces when none
      * -------------------------------
       FIND-QUEUE-REJECT.

           MOVE SPACES TO WS-TQ-STATE
           MOVE 'N' TO WS-REF-EOF
           OPEN INPUT REJECT-FILE
           IF WS-REJECT-STATUS NOT = '00'
               MOVE 'Y' TO WS-REF-EOF
           END-IF
           PERFORM UNTIL WS-REF-EOF = 'Y'
               READ REJECT-FILE
                   AT END
                       MOVE 'Y' TO WS-REF-EOF
                       CLOSE REJECT-FILE
                   NOT AT END
                       IF RJ-SOURCE = 'TRANS'
                          AND RJ-DATE NOT < TQ-DATE
                          AND RJ-DATA = TQ-TRANS(1:80)
                           MOVE SPACES TO WS-TQ-STATE
                           STRING 'REJECTED - ' DELIMITED BY SIZE
                               RJ-REASON DELIMITED BY SIZE
                               INTO WS-TQ-STATE
                       END-IF
               END-READ
           END-PERFORM

           EXIT.

      * -------------------------------
      * The batch was processed with no reject for the change -
      * confirm the master shows it.  A queued add under a zero id
      * is found by name.
      * -------------------------------
       CHECK-QUEUED-ON-MASTER.

           MOVE 'N' TO WS-FOUND
           OPEN INPUT EMP-FILE
           IF WS-FILE-STATUS = '00'
               IF TRX-ACTION = 'ADD' AND TRX-EMP-ID = ZERO
                   MOVE TRX-NEW-NAME TO EMP-NAME
                   READ EMP-FILE KEY IS EMP-NAME
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 'Y' TO WS-FOUND
                           MOVE EMP-ID TO WS-TQ-EMP-ID
                   END-READ
               ELSE
                   MOVE TRX-EMP-ID TO EMP-ID
                   READ EMP-FILE
                       INVALID KEY
      * A deleted employee may already have been purged
                           IF TRX-ACTION = 'DELETE'
                               MOVE 'Y' TO WS-FOUND
                           END-IF
                       NOT INVALID KEY
                           EVALUATE TRX-ACTION
                               WHEN 'ADD'
                                   MOVE 'Y' TO WS-FOUND
                               WHEN 'NAME'
                                   IF EMP-NAME = TRX-NEW-NAME
                                       MOVE 'Y' TO WS-FOUND
                                   END-IF
                               WHEN 'DELETE'
                                   IF EMP-DEL-FLAG = 'D'
                                       MOVE 'Y' TO WS-FOUND
                                   END-IF
                               WHEN OTHER
                                   CONTINUE
                           END-EVALUATE
                   END-READ
               END-IF
               CLOSE EMP-FILE
           END-IF

           IF WS-FOUND = 'Y'
               IF TRX-ACTION = 'ADD' AND TRX-EMP-ID = ZERO
                   MOVE SPACES TO WS-TQ-STATE
                   STRING 'APPLIED - EMPLOYEE ID ' DELIMITED BY SIZE
                       WS-TQ-EMP-ID DELIMITED BY SIZE
                       INTO WS-TQ-STATE
               ELSE
                   MOVE 'APPLIED' TO WS-TQ-STATE
               END-IF
           ELSE
               MOVE 'BATCH RUN - NOT SEEN ON MASTER' TO WS-TQ-STATE
           END-IF

           EXIT.
