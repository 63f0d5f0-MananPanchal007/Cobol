       IDENTIFICATION DIVISION.
       PROGRAM-ID. 32_SelfServiceKiosk.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT EMP-FILE ASSIGN TO 'EMPLOYEE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               ALTERNATE RECORD KEY IS EMP-NAME WITH DUPLICATES
               ALTERNATE RECORD KEY IS EMP-DEPARTMENT
                   WITH DUPLICATES
               FILE STATUS IS WS-FILE-STATUS.

           SELECT PAYROLL-FILE ASSIGN TO 'PAYROLL.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAY-KEY
               FILE STATUS IS WS-PAYROLL-STATUS.

           SELECT LEAVEBAL-FILE ASSIGN TO 'LEAVEBAL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEAVEBAL-STATUS.

           SELECT LEAVEREQ-FILE ASSIGN TO 'LEAVEREQ.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEAVEREQ-STATUS.

           SELECT TRAINING-FILE ASSIGN TO 'TRAINING.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAINING-STATUS.

           SELECT CONTACT-FILE ASSIGN TO 'CONTACT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTACT-STATUS.

           SELECT HOLIDAY-FILE ASSIGN TO 'HOLIDAYS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLIDAY-STATUS.

           SELECT ACCESS-FILE ASSIGN TO 'ACCESS.LOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCESS-STATUS.

           SELECT ESSPIN-FILE ASSIGN TO 'ESSPIN.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESSPIN-STATUS.

           SELECT CONTCHG-FILE ASSIGN TO 'CONTCHG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTCHG-STATUS.

       DATA DIVISION.
       FILE SECTION.

      * Same indexed master layout the main system maintains
       FD EMP-FILE.
       01 EMP-RECORD.
          05 EMP-ID         PIC 9(7).
          05 EMP-NAME       PIC X(30).
          05 EMP-DEPARTMENT PIC X(20).
          05 EMP-SALARY     PIC 9(7)V99.
          05 EMP-HIRE-DATE  PIC 9(8).
          05 EMP-STATUS     PIC X(1).
          05 EMP-MANAGER-ID PIC 9(7).
          05 EMP-RATING     PIC X(1).
          05 EMP-CURRENCY   PIC X(3).
          05 EMP-PAY-FREQ   PIC X(1).
          05 EMP-JOB-CODE   PIC X(4).
          05 EMP-PAY-METHOD PIC X(1).
          05 EMP-COMPANY    PIC X(2).
          05 EMP-DEL-FLAG   PIC X(1).
          05 EMP-DEL-DATE   PIC 9(8).
          05 EMP-LOCATION   PIC X(4).

      * Pay history as the pay run writes it
       FD PAYROLL-FILE.
       01 PAYROLL-RECORD.
          05 PAY-KEY.
             10 PAY-EMP-ID       PIC 9(7).
             10 PAY-PERIOD-END   PIC 9(8).
             10 PAY-REC-TYPE     PIC X(1).
             10 PAY-SEQ          PIC 9(2).
          05 PAY-GROSS        PIC S9(7)V99 SIGN LEADING SEPARATE.
          05 PAY-BONUS        PIC S9(7)V99 SIGN LEADING SEPARATE.
          05 PAY-TAX          PIC S9(7)V99 SIGN LEADING SEPARATE.
          05 PAY-DEDUCTIONS   PIC S9(7)V99 SIGN LEADING SEPARATE.
          05 PAY-LOAN-PAYMENT PIC S9(7)V99 SIGN LEADING SEPARATE.
          05 PAY-NET          PIC S9(7)V99 SIGN LEADING SEPARATE.
          05 PAY-YTD-GROSS    PIC S9(9)V99 SIGN LEADING SEPARATE.
          05 PAY-YTD-TAX      PIC S9(9)V99 SIGN LEADING SEPARATE.
          05 PAY-YTD-NET      PIC S9(9)V99 SIGN LEADING SEPARATE.
          05 PAY-OVERPAY      PIC S9(7)V99 SIGN LEADING SEPARATE.
          05 PAY-REGION-TAX   PIC S9(7)V99 SIGN LEADING SEPARATE.

       FD LEAVEBAL-FILE.
       01 LEAVEBAL-RECORD.
          05 LVB-EMP-ID      PIC 9(7).
          05 LVB-ACCRUED     PIC 9(3)V99.
          05 LVB-TAKEN       PIC 9(3)V99.
          05 FILLER          PIC X(10).

      * Requests keyed here go in as pending ('P') until HR approves
      * or refuses them in the main system
       FD LEAVEREQ-FILE.
       01 LEAVEREQ-RECORD.
          05 LVR-EMP-ID      PIC 9(7).
          05 LVR-FROM-DATE   PIC 9(8).
          05 LVR-TO-DATE     PIC 9(8).
          05 LVR-DAYS        PIC 9(3)V9.
          05 LVR-STATUS      PIC X(1).
          05 FILLER          PIC X(10).

       FD TRAINING-FILE.
       01 TRAINING-RECORD.
          05 TRN-EMP-ID      PIC 9(7).
          05 TRN-COURSE      PIC X(20).
          05 TRN-SCORE       PIC 9(3).
          05 TRN-DATE        PIC 9(8).

       FD CONTACT-FILE.
       01 CONTACT-RECORD.
          05 CT-EMP-ID          PIC 9(7).
          05 CT-PHONE           PIC X(15).
          05 CT-EMAIL           PIC X(30).
          05 CT-EMERGENCY-NAME  PIC X(25).
          05 CT-EMERGENCY-PHONE PIC X(15).

       FD HOLIDAY-FILE.
       01 HOLIDAY-RECORD.
          05 HOL-DATE        PIC 9(8).
          05 HOL-NAME        PIC X(30).
          05 HOL-LOCATION    PIC X(4).

      * The main system's access log - every kiosk view is logged
      * against the signed-on employee
       FD ACCESS-FILE.
       01 ACCESS-RECORD.
          05 ACL-DATE        PIC 9(8).
          05 ACL-TIME        PIC 9(6).
          05 ACL-OPERATOR    PIC X(8).
          05 ACL-FUNCTION    PIC X(12).
          05 ACL-EMP-ID      PIC 9(7).
          05 ACL-REC-COUNT   PIC 9(5).
          05 ACL-REQUESTER   PIC X(30).

      * Kiosk PINs - one-way hash only, set and reset by HR in the
      * main system; three wrong PINs in a row lock the PIN
       FD ESSPIN-FILE.
       01 ESSPIN-RECORD.
          05 ESP-EMP-ID      PIC 9(7).
          05 ESP-PIN-HASH    PIC 9(9).
          05 ESP-FAILS       PIC 9(1).
          05 ESP-LOCKED      PIC X(1).
          05 ESP-SET-DATE    PIC 9(8).
          05 ESP-LAST-DATE   PIC 9(8).
          05 FILLER          PIC X(6).

      * Proposed contact changes waiting for HR - a blank field is
      * left as it stands on CONTACT.DAT
       FD CONTCHG-FILE.
       01 CONTCHG-RECORD.
          05 CCH-EMP-ID          PIC 9(7).
          05 CCH-REQ-DATE        PIC 9(8).
          05 CCH-REQ-TIME        PIC 9(6).
          05 CCH-PHONE           PIC X(15).
          05 CCH-EMAIL           PIC X(30).
          05 CCH-EMERGENCY-NAME  PIC X(25).
          05 CCH-EMERGENCY-PHONE PIC X(15).
          05 CCH-STATUS          PIC X(1).
          05 CCH-DECIDED-BY      PIC X(8).
          05 CCH-DECIDED-DATE    PIC 9(8).
          05 FILLER              PIC X(7).

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS     PIC X(2).
       01 WS-PAYROLL-STATUS  PIC X(2).
       01 WS-LEAVEBAL-STATUS PIC X(2).
       01 WS-LEAVEREQ-STATUS PIC X(2).
       01 WS-TRAINING-STATUS PIC X(2).
       01 WS-CONTACT-STATUS  PIC X(2).
       01 WS-HOLIDAY-STATUS  PIC X(2).
       01 WS-ACCESS-STATUS   PIC X(2).
       01 WS-ESSPIN-STATUS   PIC X(2).
       01 WS-CONTCHG-STATUS  PIC X(2).
       01 WS-EOF             PIC X.
       01 WS-ANSWER          PIC X.
       01 WS-MENU-CHOICE     PIC X(1).
       01 WS-KIOSK-EXIT      PIC X VALUE 'N'.
       01 WS-SIGNED-ON       PIC X VALUE 'N'.
       01 WS-SUB             PIC 9(5) COMP.
       01 WS-TODAY           PIC 9(8).
       01 WS-NOW-TIME-X.
          05 WS-NOW-HHMMSS   PIC 9(6).
          05 FILLER          PIC X(2).
       01 WS-EDIT-AMOUNT     PIC ZZZ,ZZ9.99-.
       01 WS-EDIT-AMOUNT-L   PIC Z(8),ZZ9.99-.
       01 WS-EDIT-DAYS       PIC ZZ9.99-.

      * The employee signed on - every read below is filtered to
      * this id and nothing else
       01 WS-SELF-ID         PIC 9(7) VALUE ZERO.
       01 WS-SELF-NAME       PIC X(30).
       01 WS-SELF-LOC        PIC X(4).
       01 WS-SELF-VALID      PIC X.

      * Access-log row for the view just shown
       01 WS-ACL-FUNCTION    PIC X(12).
       01 WS-ACL-REC-COUNT   PIC 9(5).

      * PIN check
       01 WS-PIN-IN          PIC X(6).
       01 WS-PIN-EMP         PIC 9(7).
       01 WS-PIN-HASH        PIC 9(9).
       01 WS-PIN-WORK        PIC 9(12).
       01 WS-PIN-DIGIT       PIC 9(1).
       01 WS-PIN-POS         PIC 9(2) COMP.
       01 WS-PIN-ROUND       PIC 9(2) COMP.
       01 WS-PIN-SUB         PIC 9(5) COMP.
       01 WS-PIN-MAX-FAILS   PIC 9(1) VALUE 3.
       01 WS-PIN-TABLE.
          05 WS-PIN-COUNT    PIC 9(5) COMP VALUE ZERO.
          05 WS-PIN-ENTRY OCCURS 5000 TIMES.
             10 WS-PIN-T-EMP-ID PIC 9(7).
             10 WS-PIN-T-HASH   PIC 9(9).
             10 WS-PIN-T-FAILS  PIC 9(1).
             10 WS-PIN-T-LOCKED PIC X(1).
             10 WS-PIN-T-SET    PIC 9(8).
             10 WS-PIN-T-LAST   PIC 9(8).

      * Recent pay - the last six rows, oldest sliding out
       01 WS-MPY-MAX         PIC 9(2) COMP VALUE 6.
       01 WS-MPY-TABLE.
          05 WS-MPY-COUNT    PIC 9(2) COMP VALUE ZERO.
          05 WS-MPY-ENTRY OCCURS 6 TIMES.
             10 WS-MPY-PERIOD PIC 9(8).
             10 WS-MPY-TYPE   PIC X(1).
             10 WS-MPY-GROSS  PIC S9(7)V99.
             10 WS-MPY-TAX    PIC S9(7)V99.
             10 WS-MPY-DEDUCT PIC S9(7)V99.
             10 WS-MPY-NET    PIC S9(7)V99.
             10 WS-MPY-YTDG   PIC S9(9)V99.
             10 WS-MPY-YTDN   PIC S9(9)V99.

      * Leave position and the request being keyed
       01 WS-MLV-FOUND       PIC X.
       01 WS-MLV-ACCRUED     PIC 9(3)V99.
       01 WS-MLV-TAKEN       PIC 9(3)V99.
       01 WS-MLV-PENDING     PIC 9(4)V9.
       01 WS-MLV-AVAILABLE   PIC S9(4)V99.
       01 WS-MLV-ROWS        PIC 9(5).
       01 WS-LRQ-FROM        PIC 9(8).
       01 WS-LRQ-TO          PIC 9(8).
       01 WS-LRQ-DAYS        PIC 9(3)V9.
       01 WS-LRQ-VALID       PIC X.
       01 WS-LRQ-CHK-DATE    PIC 9(8).
       01 WS-LRQ-INT         PIC 9(7).
       01 WS-LRQ-END         PIC 9(7).
       01 WS-LRQ-DOW         PIC 9(1).
       01 WS-LRQ-BUSINESS    PIC X.
       01 WS-HOLIDAY-TABLE.
          05 WS-HOL-COUNT    PIC 9(3) COMP VALUE ZERO.
          05 WS-HOL-ENTRY OCCURS 300 TIMES.
             10 WS-HOL-T-DATE PIC 9(8).
             10 WS-HOL-T-LOC  PIC X(4).

      * Contact details and the change being proposed
       01 WS-MCT-FOUND       PIC X.
       01 WS-MCT-PENDING     PIC X.
       01 WS-MCT-CURRENT.
          05 WS-MCT-PHONE     PIC X(15).
          05 WS-MCT-EMAIL     PIC X(30).
          05 WS-MCT-EMER-NAME PIC X(25).
          05 WS-MCT-EMER-PHONE PIC X(15).
       01 WS-MCT-PROPOSED.
          05 WS-MCT-NEW-PHONE PIC X(15).
          05 WS-MCT-NEW-EMAIL PIC X(30).
          05 WS-MCT-NEW-EMER-NAME PIC X(25).
          05 WS-MCT-NEW-EMER-PHONE PIC X(15).

       PROCEDURE DIVISION.

      * -------------------------------
      * Break-room self-service - an employee signs on with their
      * id and PIN and sees only their own pay, leave, training and
      * contact details.  Signing off returns to the sign-on
      * screen; an id of zero shuts the kiosk down.
      * -------------------------------
       0000-MAINLINE.

           PERFORM 1050-LOAD-HOLIDAYS

           PERFORM UNTIL WS-KIOSK-EXIT = 'Y'
               PERFORM 1000-SIGN-ON
               IF WS-SIGNED-ON = 'Y'
                   PERFORM UNTIL WS-SIGNED-ON = 'N'
                       PERFORM 2000-SELF-SERVICE-MENU
                   END-PERFORM
                   PERFORM 1900-CLEAR-SESSION
               END-IF
           END-PERFORM

           DISPLAY "Self-service kiosk closed."
           STOP RUN.

      * -------------------------------
      * Employee id and PIN.  The reply to a bad id and a bad PIN
      * is the same, so the screen never confirms whose id exists.
      * -------------------------------
       1000-SIGN-ON.

           MOVE 'N' TO WS-SIGNED-ON
           DISPLAY " "
           DISPLAY "EMPLOYEE SELF-SERVICE"
           DISPLAY "Employee ID (0 = close kiosk): "
           ACCEPT WS-SELF-ID
           IF WS-SELF-ID = ZERO
               MOVE 'Y' TO WS-KIOSK-EXIT
           ELSE
               DISPLAY "PIN: "
               ACCEPT WS-PIN-IN
               PERFORM 1100-CHECK-EMPLOYEE
               PERFORM 1200-LOAD-PIN-TABLE
               MOVE ZERO TO WS-PIN-SUB
               PERFORM VARYING WS-SUB FROM 1 BY 1
                       UNTIL WS-SUB > WS-PIN-COUNT
                   IF WS-PIN-T-EMP-ID(WS-SUB) = WS-SELF-ID
                       MOVE WS-SUB TO WS-PIN-SUB
                       MOVE WS-PIN-COUNT TO WS-SUB
                   END-IF
               END-PERFORM

               IF WS-SELF-VALID = 'N' OR WS-PIN-SUB = ZERO
                   DISPLAY "Sign-on refused - check your ID and PIN."
                   MOVE 'ESS-SIGNFAIL' TO WS-ACL-FUNCTION
                   MOVE ZERO TO WS-ACL-REC-COUNT
                   PERFORM 9710-WRITE-ACCESS-LOG
               ELSE
                   IF WS-PIN-T-LOCKED(WS-PIN-SUB) = 'L'
                       DISPLAY "Your PIN is locked - please see HR."
                       MOVE 'ESS-LOCKED' TO WS-ACL-FUNCTION
                       MOVE ZERO TO WS-ACL-REC-COUNT
                       PERFORM 9710-WRITE-ACCESS-LOG
                   ELSE
                       MOVE WS-SELF-ID TO WS-PIN-EMP
                       PERFORM 1300-HASH-PIN
                       PERFORM 1400-RECORD-SIGN-ON
                   END-IF
               END-IF
           END-IF

           EXIT.

      * -------------------------------
      * The id must be a current employee on the master
      * -------------------------------
       1100-CHECK-EMPLOYEE.

           MOVE 'N' TO WS-SELF-VALID
           MOVE SPACES TO WS-SELF-NAME
           MOVE SPACES TO WS-SELF-LOC

           OPEN INPUT EMP-FILE
           IF WS-FILE-STATUS = '00'
               MOVE WS-SELF-ID TO EMP-ID
               READ EMP-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF EMP-STATUS NOT = 'T'
                          AND EMP-DEL-FLAG NOT = 'D'
                           MOVE 'Y' TO WS-SELF-VALID
                           MOVE EMP-NAME TO WS-SELF-NAME
                           MOVE EMP-LOCATION TO WS-SELF-LOC
                       END-IF
               END-READ
               CLOSE EMP-FILE
           END-IF

           EXIT.

      * -------------------------------
      * Holiday calendar for the leave-request day count
      * -------------------------------
       1050-LOAD-HOLIDAYS.

           MOVE ZERO TO WS-HOL-COUNT
           MOVE 'N' TO WS-EOF

           OPEN INPUT HOLIDAY-FILE
           IF WS-HOLIDAY-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF
           END-IF

           PERFORM UNTIL WS-EOF = 'Y'
               READ HOLIDAY-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                       CLOSE HOLIDAY-FILE
                   NOT AT END
                       IF WS-HOL-COUNT < 300
                           ADD 1 TO WS-HOL-COUNT
                           MOVE HOL-DATE TO
                               WS-HOL-T-DATE(WS-HOL-COUNT)
                           MOVE HOL-LOCATION TO
                               WS-HOL-T-LOC(WS-HOL-COUNT)
                       END-IF
               END-READ
           END-PERFORM

           EXIT.

      * -------------------------------
      * The whole PIN file, so a failure count can be written back
      * -------------------------------
       1200-LOAD-PIN-TABLE.

           MOVE ZERO TO WS-PIN-COUNT
           MOVE 'N' TO WS-EOF

           OPEN INPUT ESSPIN-FILE
           IF WS-ESSPIN-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF
           END-IF

           PERFORM UNTIL WS-EOF = 'Y'
               READ ESSPIN-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                       CLOSE ESSPIN-FILE
                   NOT AT END
                       IF WS-PIN-COUNT < 5000
                           ADD 1 TO WS-PIN-COUNT
                           MOVE ESP-EMP-ID TO
                               WS-PIN-T-EMP-ID(WS-PIN-COUNT)
                           MOVE ESP-PIN-HASH TO
                               WS-PIN-T-HASH(WS-PIN-COUNT)
                           MOVE ESP-FAILS TO
                               WS-PIN-T-FAILS(WS-PIN-COUNT)
                           MOVE ESP-LOCKED TO
                               WS-PIN-T-LOCKED(WS-PIN-COUNT)
                           MOVE ESP-SET-DATE TO
                               WS-PIN-T-SET(WS-PIN-COUNT)
                           MOVE ESP-LAST-DATE TO
                               WS-PIN-T-LAST(WS-PIN-COUNT)
                       END-IF
               END-READ
           END-PERFORM

           EXIT.

      * -------------------------------
      * One-way hash of WS-PIN-IN salted with WS-PIN-EMP into
      * WS-PIN-HASH - the main system sets PINs with the same
      * arithmetic, so the two must be changed together
      * -------------------------------
       1300-HASH-PIN.

           COMPUTE WS-PIN-WORK = WS-PIN-EMP + 7
           PERFORM VARYING WS-PIN-ROUND FROM 1 BY 1
                   UNTIL WS-PIN-ROUND > 3
                   AFTER WS-PIN-POS FROM 1 BY 1
                   UNTIL WS-PIN-POS > 6
               IF WS-PIN-IN(WS-PIN-POS:1) IS NUMERIC
                   MOVE WS-PIN-IN(WS-PIN-POS:1) TO WS-PIN-DIGIT
               ELSE
                   MOVE ZERO TO WS-PIN-DIGIT
               END-IF
               COMPUTE WS-PIN-WORK = FUNCTION MOD(
                   WS-PIN-WORK * 131 + WS-PIN-DIGIT * 7
                   + WS-PIN-POS * 17 + WS-PIN-ROUND, 999999937)
           END-PERFORM
           MOVE WS-PIN-WORK TO WS-PIN-HASH

           EXIT.

      * -------------------------------
      * Compare the hash, count the failure or clear the count, and
      * write the PIN file back
      * -------------------------------
       1400-RECORD-SIGN-ON.

           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           IF WS-PIN-HASH = WS-PIN-T-HASH(WS-PIN-SUB)
               MOVE ZERO TO WS-PIN-T-FAILS(WS-PIN-SUB)
               MOVE WS-TODAY TO WS-PIN-T-LAST(WS-PIN-SUB)
               MOVE 'Y' TO WS-SIGNED-ON
               DISPLAY "Welcome, " WS-SELF-NAME
               MOVE 'ESS-SIGNON' TO WS-ACL-FUNCTION
           ELSE
               ADD 1 TO WS-PIN-T-FAILS(WS-PIN-SUB)
               IF WS-PIN-T-FAILS(WS-PIN-SUB) >= WS-PIN-MAX-FAILS
                   MOVE 'L' TO WS-PIN-T-LOCKED(WS-PIN-SUB)
                   DISPLAY "Too many wrong PINs - your PIN is now "
                       "locked.  Please see HR."
               ELSE
                   DISPLAY "Sign-on refused - check your ID and PIN."
               END-IF
               MOVE 'ESS-SIGNFAIL' TO WS-ACL-FUNCTION
           END-IF
           MOVE ZERO TO WS-ACL-REC-COUNT
           PERFORM 9710-WRITE-ACCESS-LOG

           OPEN OUTPUT ESSPIN-FILE
           IF WS-ESSPIN-STATUS = '00'
               PERFORM VARYING WS-SUB FROM 1 BY 1
                       UNTIL WS-SUB > WS-PIN-COUNT
                   MOVE WS-PIN-T-EMP-ID(WS-SUB) TO ESP-EMP-ID
                   MOVE WS-PIN-T-HASH(WS-SUB) TO ESP-PIN-HASH
                   MOVE WS-PIN-T-FAILS(WS-SUB) TO ESP-FAILS
                   MOVE WS-PIN-T-LOCKED(WS-SUB) TO ESP-LOCKED
                   MOVE WS-PIN-T-SET(WS-SUB) TO ESP-SET-DATE
                   MOVE WS-PIN-T-LAST(WS-SUB) TO ESP-LAST-DATE
                   MOVE SPACES TO ESSPIN-RECORD(35:6)
                   WRITE ESSPIN-RECORD
               END-PERFORM
               CLOSE ESSPIN-FILE
           END-IF

           EXIT.

      * -------------------------------
      * Nothing of one employee's session is left for the next
      * -------------------------------
       1900-CLEAR-SESSION.

           MOVE ZERO TO WS-SELF-ID
           MOVE SPACES TO WS-SELF-NAME
           MOVE SPACES TO WS-SELF-LOC
           MOVE SPACES TO WS-PIN-IN
           MOVE ZERO TO WS-PIN-COUNT
           MOVE ZERO TO WS-MPY-COUNT
           MOVE SPACES TO WS-MCT-CURRENT
           MOVE SPACES TO WS-MCT-PROPOSED
           DISPLAY "Signed off."

           EXIT.

      * -------------------------------
      * Self-service menu
      * -------------------------------
       2000-SELF-SERVICE-MENU.

           DISPLAY " "
           DISPLAY "SELF-SERVICE - " WS-SELF-ID " " WS-SELF-NAME
           DISPLAY " 1 MY RECENT PAY       2 MY LEAVE BALANCE"
           DISPLAY " 3 MY TRAINING         4 REQUEST LEAVE"
           DISPLAY " 5 MY CONTACT DETAILS  X SIGN OFF"
           DISPLAY "Option: "
           ACCEPT WS-MENU-CHOICE

           EVALUATE WS-MENU-CHOICE
               WHEN '1'
                   PERFORM 2100-VIEW-MY-PAY
               WHEN '2'
                   PERFORM 2200-VIEW-MY-LEAVE
               WHEN '3'
                   PERFORM 2300-VIEW-MY-TRAINING
               WHEN '4'
                   PERFORM 2400-REQUEST-LEAVE
               WHEN '5'
                   PERFORM 2500-MY-CONTACT-DETAILS
               WHEN 'X'
                   MOVE 'N' TO WS-SIGNED-ON
               WHEN 'x'
                   MOVE 'N' TO WS-SIGNED-ON
               WHEN OTHER
                   DISPLAY "Unknown option: " WS-MENU-CHOICE
           END-EVALUATE

           EXIT.

      * -------------------------------
      * The employee's own last six pay rows, newest first
      * -------------------------------
       2100-VIEW-MY-PAY.

           MOVE ZERO TO WS-MPY-COUNT
           MOVE 'N' TO WS-EOF

           OPEN INPUT PAYROLL-FILE
           IF WS-PAYROLL-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF
           ELSE
               MOVE WS-SELF-ID TO PAY-EMP-ID
               MOVE ZERO TO PAY-PERIOD-END
               MOVE SPACE TO PAY-REC-TYPE
               MOVE ZERO TO PAY-SEQ
               START PAYROLL-FILE KEY NOT < PAY-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-EOF
               END-START
           END-IF

           PERFORM UNTIL WS-EOF = 'Y'
               READ PAYROLL-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF PAY-EMP-ID = WS-SELF-ID
                           PERFORM 2110-KEEP-PAY-ROW
                       ELSE
                           MOVE 'Y' TO WS-EOF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-PAYROLL-STATUS = '00' OR WS-PAYROLL-STATUS = '10'
               CLOSE PAYROLL-FILE
           END-IF

           IF WS-MPY-COUNT = ZERO
               DISPLAY "No pay on file for you yet."
           ELSE
               DISPLAY "PERIOD   T       GROSS         TAX"
                   "  DEDUCTIONS         NET"
               PERFORM VARYING WS-SUB FROM WS-MPY-COUNT BY -1
                       UNTIL WS-SUB < 1
                   MOVE WS-MPY-GROSS(WS-SUB) TO WS-EDIT-AMOUNT
                   DISPLAY WS-MPY-PERIOD(WS-SUB) " "
                       WS-MPY-TYPE(WS-SUB) " " WS-EDIT-AMOUNT
                       WITH NO ADVANCING
                   MOVE WS-MPY-TAX(WS-SUB) TO WS-EDIT-AMOUNT
                   DISPLAY " " WS-EDIT-AMOUNT WITH NO ADVANCING
                   MOVE WS-MPY-DEDUCT(WS-SUB) TO WS-EDIT-AMOUNT
                   DISPLAY " " WS-EDIT-AMOUNT WITH NO ADVANCING
                   MOVE WS-MPY-NET(WS-SUB) TO WS-EDIT-AMOUNT
                   DISPLAY " " WS-EDIT-AMOUNT
               END-PERFORM
               MOVE WS-MPY-YTDG(WS-MPY-COUNT) TO WS-EDIT-AMOUNT-L
               DISPLAY "Year to date gross " WS-EDIT-AMOUNT-L
                   WITH NO ADVANCING
               MOVE WS-MPY-YTDN(WS-MPY-COUNT) TO WS-EDIT-AMOUNT-L
               DISPLAY "  net " WS-EDIT-AMOUNT-L
           END-IF

           MOVE 'ESS-PAY' TO WS-ACL-FUNCTION
           MOVE WS-MPY-COUNT TO WS-ACL-REC-COUNT
           PERFORM 9710-WRITE-ACCESS-LOG

           EXIT.

      * -------------------------------
      * One pay row into the rolling table
      * -------------------------------
       2110-KEEP-PAY-ROW.

           IF WS-MPY-COUNT < WS-MPY-MAX
               ADD 1 TO WS-MPY-COUNT
           ELSE
               PERFORM VARYING WS-SUB FROM 1 BY 1
                       UNTIL WS-SUB >= WS-MPY-MAX
                   MOVE WS-MPY-ENTRY(WS-SUB + 1) TO
                       WS-MPY-ENTRY(WS-SUB)
               END-PERFORM
           END-IF

           MOVE PAY-PERIOD-END TO WS-MPY-PERIOD(WS-MPY-COUNT)
           MOVE PAY-REC-TYPE TO WS-MPY-TYPE(WS-MPY-COUNT)
           MOVE PAY-GROSS TO WS-MPY-GROSS(WS-MPY-COUNT)
           MOVE PAY-TAX TO WS-MPY-TAX(WS-MPY-COUNT)
           MOVE PAY-DEDUCTIONS TO WS-MPY-DEDUCT(WS-MPY-COUNT)
           MOVE PAY-NET TO WS-MPY-NET(WS-MPY-COUNT)
           MOVE PAY-YTD-GROSS TO WS-MPY-YTDG(WS-MPY-COUNT)
           MOVE PAY-YTD-NET TO WS-MPY-YTDN(WS-MPY-COUNT)

           EXIT.

      * -------------------------------
      * Leave balance less requests still waiting for HR
      * -------------------------------
       2200-VIEW-MY-LEAVE.

           PERFORM 2210-LOAD-MY-LEAVE

           IF WS-MLV-FOUND = 'N'
               DISPLAY "No leave balance on file for you yet."
           ELSE
               MOVE WS-MLV-ACCRUED TO WS-EDIT-DAYS
               DISPLAY "Days accrued        " WS-EDIT-DAYS
               MOVE WS-MLV-TAKEN TO WS-EDIT-DAYS
               DISPLAY "Days taken          " WS-EDIT-DAYS
               MOVE WS-MLV-PENDING TO WS-EDIT-DAYS
               DISPLAY "Awaiting approval   " WS-EDIT-DAYS
               MOVE WS-MLV-AVAILABLE TO WS-EDIT-DAYS
               DISPLAY "Available to book   " WS-EDIT-DAYS
           END-IF

           MOVE 'ESS-LEAVE' TO WS-ACL-FUNCTION
           MOVE WS-MLV-ROWS TO WS-ACL-REC-COUNT
           PERFORM 9710-WRITE-ACCESS-LOG

           EXIT.

      * -------------------------------
      * The employee's balance row and pending request days, and
      * the pending requests listed as they are read
      * -------------------------------
       2210-LOAD-MY-LEAVE.

           MOVE 'N' TO WS-MLV-FOUND
           MOVE ZERO TO WS-MLV-ACCRUED
           MOVE ZERO TO WS-MLV-TAKEN
           MOVE ZERO TO WS-MLV-PENDING
           MOVE ZERO TO WS-MLV-ROWS
           MOVE 'N' TO WS-EOF

           OPEN INPUT LEAVEBAL-FILE
           IF WS-LEAVEBAL-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF
           END-IF

           PERFORM UNTIL WS-EOF = 'Y'
               READ LEAVEBAL-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                       CLOSE LEAVEBAL-FILE
                   NOT AT END
                       IF LVB-EMP-ID = WS-SELF-ID
                           MOVE 'Y' TO WS-MLV-FOUND
                           MOVE LVB-ACCRUED TO WS-MLV-ACCRUED
                           MOVE LVB-TAKEN TO WS-MLV-TAKEN
                           ADD 1 TO WS-MLV-ROWS
                       END-IF
               END-READ
           END-PERFORM

           MOVE 'N' TO WS-EOF
           OPEN INPUT LEAVEREQ-FILE
           IF WS-LEAVEREQ-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF
           END-IF

           PERFORM UNTIL WS-EOF = 'Y'
               READ LEAVEREQ-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                       CLOSE LEAVEREQ-FILE
                   NOT AT END
                       IF LVR-EMP-ID = WS-SELF-ID
                          AND LVR-STATUS = 'P'
                           ADD LVR-DAYS TO WS-MLV-PENDING
                           ADD 1 TO WS-MLV-ROWS
                           DISPLAY "  Pending request " LVR-FROM-DATE
                               " to " LVR-TO-DATE " - " LVR-DAYS
                               " days"
                       END-IF
               END-READ
           END-PERFORM

           COMPUTE WS-MLV-AVAILABLE =
               WS-MLV-ACCRUED - WS-MLV-TAKEN - WS-MLV-PENDING

           EXIT.

      * -------------------------------
      * The employee's own training record
      * -------------------------------
       2300-VIEW-MY-TRAINING.

           MOVE ZERO TO WS-ACL-REC-COUNT
           MOVE 'N' TO WS-EOF

           OPEN INPUT TRAINING-FILE
           IF WS-TRAINING-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF
           END-IF

           PERFORM UNTIL WS-EOF = 'Y'
               READ TRAINING-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                       CLOSE TRAINING-FILE
                   NOT AT END
                       IF TRN-EMP-ID = WS-SELF-ID
                           ADD 1 TO WS-ACL-REC-COUNT
                           DISPLAY TRN-DATE " " TRN-COURSE
                               " SCORE " TRN-SCORE
                       END-IF
               END-READ
           END-PERFORM

           IF WS-ACL-REC-COUNT = ZERO
               DISPLAY "No training on file for you."
           END-IF

           MOVE 'ESS-TRAINING' TO WS-ACL-FUNCTION
           PERFORM 9710-WRITE-ACCESS-LOG

           EXIT.

      * -------------------------------
      * A leave request goes in as pending for HR to approve.  The
      * day count uses the same weekend and holiday rules as the
      * main system, which counts again when it approves.
      * -------------------------------
       2400-REQUEST-LEAVE.

           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           DISPLAY "First day of leave (YYYYMMDD): "
           ACCEPT WS-LRQ-FROM
           DISPLAY "Last day of leave (YYYYMMDD): "
           ACCEPT WS-LRQ-TO

           MOVE 'Y' TO WS-LRQ-VALID
           MOVE WS-LRQ-FROM TO WS-LRQ-CHK-DATE
           PERFORM 2410-CHECK-DATE
           MOVE WS-LRQ-TO TO WS-LRQ-CHK-DATE
           PERFORM 2410-CHECK-DATE

           IF WS-LRQ-VALID = 'N'
               DISPLAY "That is not a valid date."
           ELSE
               IF WS-LRQ-TO < WS-LRQ-FROM
                   DISPLAY "Last day is before the first day."
               ELSE
                   IF WS-LRQ-FROM < WS-TODAY
                       DISPLAY "Leave cannot start in the past."
                   ELSE
                       PERFORM 2420-COUNT-LEAVE-DAYS
                       PERFORM 2430-SUBMIT-LEAVE
                   END-IF
               END-IF
           END-IF

           EXIT.

      * -------------------------------
      * WS-LRQ-CHK-DATE must be a real calendar date
      * -------------------------------
       2410-CHECK-DATE.

           IF WS-LRQ-CHK-DATE < 19000101
               MOVE 'N' TO WS-LRQ-VALID
           ELSE
               COMPUTE WS-LRQ-INT =
                   FUNCTION INTEGER-OF-DATE(WS-LRQ-CHK-DATE)
               IF WS-LRQ-INT = ZERO
                   MOVE 'N' TO WS-LRQ-VALID
               ELSE
                   IF FUNCTION DATE-OF-INTEGER(WS-LRQ-INT)
                      NOT = WS-LRQ-CHK-DATE
                       MOVE 'N' TO WS-LRQ-VALID
                   END-IF
               END-IF
           END-IF

           EXIT.

      * -------------------------------
      * Business days from WS-LRQ-FROM to WS-LRQ-TO inclusive -
      * day 1 of the date base is a Monday, so remainder 0 is
      * Sunday and 6 is Saturday
      * -------------------------------
       2420-COUNT-LEAVE-DAYS.

           MOVE ZERO TO WS-LRQ-DAYS
           COMPUTE WS-LRQ-INT = FUNCTION INTEGER-OF-DATE(WS-LRQ-FROM)
           COMPUTE WS-LRQ-END = FUNCTION INTEGER-OF-DATE(WS-LRQ-TO)

           PERFORM UNTIL WS-LRQ-INT > WS-LRQ-END
               MOVE 'Y' TO WS-LRQ-BUSINESS
               COMPUTE WS-LRQ-DOW = FUNCTION MOD(WS-LRQ-INT, 7)
               IF WS-LRQ-DOW = 0 OR WS-LRQ-DOW = 6
                   MOVE 'N' TO WS-LRQ-BUSINESS
               ELSE
                   COMPUTE WS-LRQ-CHK-DATE =
                       FUNCTION DATE-OF-INTEGER(WS-LRQ-INT)
                   PERFORM VARYING WS-SUB FROM 1 BY 1
                           UNTIL WS-SUB > WS-HOL-COUNT
                       IF WS-HOL-T-DATE(WS-SUB) = WS-LRQ-CHK-DATE
                          AND (WS-HOL-T-LOC(WS-SUB) = SPACES
                           OR WS-HOL-T-LOC(WS-SUB) = WS-SELF-LOC)
                           MOVE 'N' TO WS-LRQ-BUSINESS
                           MOVE WS-HOL-COUNT TO WS-SUB
                       END-IF
                   END-PERFORM
               END-IF
               IF WS-LRQ-BUSINESS = 'Y' AND WS-LRQ-DAYS < 999
                   ADD 1 TO WS-LRQ-DAYS
               END-IF
               ADD 1 TO WS-LRQ-INT
           END-PERFORM

           EXIT.

      * -------------------------------
      * Check the days against what is left to book and write the
      * pending request on confirmation
      * -------------------------------
       2430-SUBMIT-LEAVE.

           PERFORM 2210-LOAD-MY-LEAVE
           MOVE 'ESS-LEAVE' TO WS-ACL-FUNCTION
           MOVE WS-MLV-ROWS TO WS-ACL-REC-COUNT
           PERFORM 9710-WRITE-ACCESS-LOG

           MOVE WS-LRQ-DAYS TO WS-EDIT-DAYS
           DISPLAY "Working days requested: " WS-EDIT-DAYS
           IF WS-LRQ-DAYS = ZERO
               DISPLAY "No working days in that range."
           ELSE
               IF WS-MLV-FOUND = 'N'
                  OR WS-LRQ-DAYS > WS-MLV-AVAILABLE
                   MOVE WS-MLV-AVAILABLE TO WS-EDIT-DAYS
                   DISPLAY "Only " WS-EDIT-DAYS
                       " days available to book - not submitted."
               ELSE
                   DISPLAY "Submit this request to HR (Y/N)? "
                   ACCEPT WS-ANSWER
                   IF WS-ANSWER = 'Y' OR WS-ANSWER = 'y'
                       OPEN EXTEND LEAVEREQ-FILE
                       IF WS-LEAVEREQ-STATUS = '35'
                           OPEN OUTPUT LEAVEREQ-FILE
                       END-IF
                       IF WS-LEAVEREQ-STATUS = '00'
                           MOVE WS-SELF-ID TO LVR-EMP-ID
                           MOVE WS-LRQ-FROM TO LVR-FROM-DATE
                           MOVE WS-LRQ-TO TO LVR-TO-DATE
                           MOVE WS-LRQ-DAYS TO LVR-DAYS
                           MOVE 'P' TO LVR-STATUS
                           MOVE SPACES TO LEAVEREQ-RECORD(29:10)
                           WRITE LEAVEREQ-RECORD
                           CLOSE LEAVEREQ-FILE
                           DISPLAY "Request sent to HR for approval."
                       ELSE
                           DISPLAY "Leave requests are unavailable "
                               "- please see HR."
                       END-IF
                   END-IF
               END-IF
           END-IF

           EXIT.

      * -------------------------------
      * Current contact details, and a proposed change sent to HR
      * -------------------------------
       2500-MY-CONTACT-DETAILS.

           MOVE 'N' TO WS-MCT-FOUND
           MOVE SPACES TO WS-MCT-CURRENT
           MOVE 'N' TO WS-EOF

           OPEN INPUT CONTACT-FILE
           IF WS-CONTACT-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF
           END-IF

           PERFORM UNTIL WS-EOF = 'Y'
               READ CONTACT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                       CLOSE CONTACT-FILE
                   NOT AT END
                       IF CT-EMP-ID = WS-SELF-ID
                           MOVE 'Y' TO WS-MCT-FOUND
                           MOVE CT-PHONE TO WS-MCT-PHONE
                           MOVE CT-EMAIL TO WS-MCT-EMAIL
                           MOVE CT-EMERGENCY-NAME TO WS-MCT-EMER-NAME
                           MOVE CT-EMERGENCY-PHONE TO
                               WS-MCT-EMER-PHONE
                       END-IF
               END-READ
           END-PERFORM

           DISPLAY "Phone             " WS-MCT-PHONE
           DISPLAY "Email             " WS-MCT-EMAIL
           DISPLAY "Emergency contact " WS-MCT-EMER-NAME
           DISPLAY "Emergency phone   " WS-MCT-EMER-PHONE

           MOVE 'ESS-CONTACT' TO WS-ACL-FUNCTION
           IF WS-MCT-FOUND = 'Y'
               MOVE 1 TO WS-ACL-REC-COUNT
           ELSE
               MOVE ZERO TO WS-ACL-REC-COUNT
           END-IF
           PERFORM 9710-WRITE-ACCESS-LOG

           PERFORM 2510-CHECK-PENDING-CHANGE
           IF WS-MCT-PENDING = 'Y'
               DISPLAY "A change you sent is still waiting for HR."
           END-IF

           DISPLAY "Propose a change (Y/N)? "
           ACCEPT WS-ANSWER
           IF WS-ANSWER = 'Y' OR WS-ANSWER = 'y'
               PERFORM 2520-PROPOSE-CHANGE
           END-IF

           EXIT.

      * -------------------------------
      * Is one of this employee's changes still with HR?
      * -------------------------------
       2510-CHECK-PENDING-CHANGE.

           MOVE 'N' TO WS-MCT-PENDING
           MOVE 'N' TO WS-EOF

           OPEN INPUT CONTCHG-FILE
           IF WS-CONTCHG-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF
           END-IF

           PERFORM UNTIL WS-EOF = 'Y'
               READ CONTCHG-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                       CLOSE CONTCHG-FILE
                   NOT AT END
                       IF CCH-EMP-ID = WS-SELF-ID
                          AND CCH-STATUS = 'P'
                           MOVE 'Y' TO WS-MCT-PENDING
                       END-IF
               END-READ
           END-PERFORM

           EXIT.

      * -------------------------------
      * Key the new values - blank keeps what is there - and queue
      * them for HR; CONTACT.DAT itself is not touched here
      * -------------------------------
       2520-PROPOSE-CHANGE.

           MOVE SPACES TO WS-MCT-PROPOSED
           DISPLAY "New phone (blank = no change): "
           ACCEPT WS-MCT-NEW-PHONE
           DISPLAY "New email (blank = no change): "
           ACCEPT WS-MCT-NEW-EMAIL
           DISPLAY "New emergency contact (blank = no change): "
           ACCEPT WS-MCT-NEW-EMER-NAME
           DISPLAY "New emergency phone (blank = no change): "
           ACCEPT WS-MCT-NEW-EMER-PHONE

           IF WS-MCT-PROPOSED = SPACES
               DISPLAY "Nothing changed - no request sent."
           ELSE
               DISPLAY "Send these changes to HR (Y/N)? "
               ACCEPT WS-ANSWER
               IF WS-ANSWER = 'Y' OR WS-ANSWER = 'y'
                   OPEN EXTEND CONTCHG-FILE
                   IF WS-CONTCHG-STATUS = '35'
                       OPEN OUTPUT CONTCHG-FILE
                   END-IF
                   IF WS-CONTCHG-STATUS = '00'
                       ACCEPT WS-TODAY FROM DATE YYYYMMDD
                       ACCEPT WS-NOW-TIME-X FROM TIME
                       MOVE WS-SELF-ID TO CCH-EMP-ID
                       MOVE WS-TODAY TO CCH-REQ-DATE
                       MOVE WS-NOW-HHMMSS TO CCH-REQ-TIME
                       MOVE WS-MCT-NEW-PHONE TO CCH-PHONE
                       MOVE WS-MCT-NEW-EMAIL TO CCH-EMAIL
                       MOVE WS-MCT-NEW-EMER-NAME TO
                           CCH-EMERGENCY-NAME
                       MOVE WS-MCT-NEW-EMER-PHONE TO
                           CCH-EMERGENCY-PHONE
                       MOVE 'P' TO CCH-STATUS
                       MOVE SPACES TO CCH-DECIDED-BY
                       MOVE ZERO TO CCH-DECIDED-DATE
                       MOVE SPACES TO CONTCHG-RECORD(124:7)
                       WRITE CONTCHG-RECORD
                       CLOSE CONTCHG-FILE
                       DISPLAY "Sent to HR for approval."
                   ELSE
                       DISPLAY "Contact changes are unavailable "
                           "- please see HR."
                   END-IF
               END-IF
           END-IF

           EXIT.

      * -------------------------------
      * One access-log row against the signed-on employee - the
      * caller sets WS-ACL-FUNCTION and WS-ACL-REC-COUNT
      * -------------------------------
       9710-WRITE-ACCESS-LOG.

           OPEN EXTEND ACCESS-FILE
           IF WS-ACCESS-STATUS = '35'
               OPEN OUTPUT ACCESS-FILE
           END-IF

           IF WS-ACCESS-STATUS = '00'
               ACCEPT WS-TODAY FROM DATE YYYYMMDD
               ACCEPT WS-NOW-TIME-X FROM TIME
               MOVE WS-TODAY TO ACL-DATE
               MOVE WS-NOW-HHMMSS TO ACL-TIME
               MOVE 'KIOSK' TO ACL-OPERATOR
               MOVE WS-ACL-FUNCTION TO ACL-FUNCTION
               MOVE WS-SELF-ID TO ACL-EMP-ID
               MOVE WS-ACL-REC-COUNT TO ACL-REC-COUNT
               MOVE 'EMPLOYEE SELF-SERVICE' TO ACL-REQUESTER
               WRITE ACCESS-RECORD
               CLOSE ACCESS-FILE
           END-IF

           EXIT.
