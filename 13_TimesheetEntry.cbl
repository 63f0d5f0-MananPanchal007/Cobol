               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TMS-STATUS.

           SELECT PROJECT-FILE ASSIGN TO 'PROJECT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRJ-STATUS.

           SELECT TSPROJ-FILE ASSIGN TO 'TSPROJ.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TPL-STATUS.

       DATA DIVISION.
       FILE SECTION.

          05 TMS-SHIFT       PIC X(1).
          05 FILLER          PIC X(8).

      * The main system's project master - hours may only be put
      * against a code on file and open
       FD PROJECT-FILE.
       01 PROJECT-RECORD.
          05 PRJ-CODE        PIC X(10).
          05 PRJ-NAME        PIC X(30).
          05 PRJ-COST-CENTER PIC X(6).
          05 PRJ-TYPE        PIC X(1).
          05 PRJ-STATUS      PIC X(1).
          05 FILLER          PIC X(12).

      * The main system's timesheet project lines
       FD TSPROJ-FILE.
       01 TSPROJ-RECORD.
          05 TPL-EMP-ID      PIC 9(7).
          05 TPL-PERIOD-END  PIC 9(8).
          05 TPL-PROJECT     PIC X(10).
          05 TPL-REG-HOURS   PIC 9(3)V9.
          05 TPL-OT-HOURS    PIC 9(3)V9.
          05 FILLER          PIC X(7).

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS PIC X(2).
       01 WS-TMS-STATUS  PIC X(2).
       01 WS-PRJ-STATUS  PIC X(2).
       01 WS-TPL-STATUS  PIC X(2).
       01 WS-EOF         PIC X.
       01 WS-PERIOD-END  PIC 9(8).
       01 WS-DEPT        PIC X(20).
             10 WS-BT-OT     PIC 9(3)V9.
             10 WS-BT-SHIFT  PIC X(1).

      * Open projects, and the batch's project lines - a part of
      * an employee's hours charged to each project worked
       01 WS-PROJECT-TABLE.
          05 WS-PJ-COUNT  PIC 9(3) COMP VALUE ZERO.
          05 WS-PJ-ENTRY OCCURS 500 TIMES.
             10 WS-PJ-CODE   PIC X(10).
             10 WS-PJ-STATUS PIC X(1).
       01 WS-PROJECT-LINES.
          05 WS-PL-COUNT  PIC 9(4) COMP VALUE ZERO.
          05 WS-PL-ENTRY OCCURS 1000 TIMES.
             10 WS-PL-EMP-ID  PIC 9(7).
             10 WS-PL-PROJECT PIC X(10).
             10 WS-PL-REG     PIC 9(3)V9.
             10 WS-PL-OT      PIC 9(3)V9.
       01 WS-PL-SUB       PIC 9(4) COMP.
       01 WS-PJ-SUB       PIC 9(3) COMP.
       01 WS-PL-DONE      PIC X.
       01 WS-PJ-OK        PIC X.
       01 WS-PROJECT-IN   PIC X(10).
       01 WS-PL-REG-IN    PIC 9(3)V9.
       01 WS-PL-OT-IN     PIC 9(3)V9.
       01 WS-PL-REG-SUM   PIC 9(4)V9.
       01 WS-PL-OT-SUM    PIC 9(4)V9.
       01 WS-PL-WRITTEN   PIC 9(4) VALUE ZERO.

       PROCEDURE DIVISION.

      * -------------------------------
           DISPLAY "Department: "
           ACCEPT WS-DEPT

           PERFORM 0100-LOAD-PROJECTS
           PERFORM 1000-KEY-DEPARTMENT

           IF WS-BT-COUNT = ZERO
                   DISPLAY "KEYING SUMMARY - " WS-DEPT
                   DISPLAY "  TIMESHEETS: " WS-ROW-COUNT
                   DISPLAY "  TOTAL HOURS: " WS-KEYED-TOTAL
                   DISPLAY "  PROJECT LINES: " WS-PL-WRITTEN
               ELSE
                   DISPLAY "Control total " WS-CTL-TOTAL
                       " does not match keyed total "

           STOP RUN.

      * -------------------------------
      * The project master - when there is none, hours are keyed
      * without project lines
      * -------------------------------
       0100-LOAD-PROJECTS.

           MOVE 'N' TO WS-EOF
           OPEN INPUT PROJECT-FILE
           IF WS-PRJ-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ PROJECT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                       CLOSE PROJECT-FILE
                   NOT AT END
                       IF WS-PJ-COUNT < 500
                           ADD 1 TO WS-PJ-COUNT
                           MOVE PRJ-CODE TO WS-PJ-CODE(WS-PJ-COUNT)
                           MOVE PRJ-STATUS TO WS-PJ-STATUS(WS-PJ-COUNT)
                       END-IF
               END-READ
           END-PERFORM

           EXIT.

      * -------------------------------
      * Walk the department on the alternate key and take hours
      * for each active employee - blank entry skips an employee
               MOVE WS-SHIFT-IN TO WS-BT-SHIFT(WS-BT-COUNT)
               ADD WS-REG-IN TO WS-KEYED-TOTAL
               ADD WS-OT-IN TO WS-KEYED-TOTAL
               IF WS-PJ-COUNT > ZERO
                   PERFORM 1200-KEY-PROJECT-LINES
               END-IF
           END-IF

           EXIT.

      * -------------------------------
      * Optional project lines for the hours just keyed - they may
      * not add up to more than the timesheet's regular or overtime
      * -------------------------------
       1200-KEY-PROJECT-LINES.

           MOVE ZERO TO WS-PL-REG-SUM
           MOVE ZERO TO WS-PL-OT-SUM
           MOVE 'N' TO WS-PL-DONE
           PERFORM UNTIL WS-PL-DONE = 'Y'
               DISPLAY "  Project or work order (blank = none/done): "
               ACCEPT WS-PROJECT-IN
               IF WS-PROJECT-IN = SPACES
                   MOVE 'Y' TO WS-PL-DONE
               ELSE
                   PERFORM 1210-CHECK-PROJECT
                   IF WS-PJ-OK = 'Y'
                       DISPLAY "  Regular hours on it: "
                       ACCEPT WS-PL-REG-IN
                       DISPLAY "  Overtime hours on it: "
                       ACCEPT WS-PL-OT-IN
                       IF WS-PL-REG-SUM + WS-PL-REG-IN > WS-REG-IN
                          OR WS-PL-OT-SUM + WS-PL-OT-IN > WS-OT-IN
                           DISPLAY "  More hours than the timesheet "
                               "- line not taken."
                       ELSE
                           IF WS-PL-COUNT >= 1000
                               DISPLAY "  Project line table full "
                                   "- line not taken."
                           ELSE
                               IF WS-PL-REG-IN > ZERO
                                  OR WS-PL-OT-IN > ZERO
                                   ADD 1 TO WS-PL-COUNT
                                   MOVE EMP-ID TO
                                       WS-PL-EMP-ID(WS-PL-COUNT)
                                   MOVE WS-PROJECT-IN TO
                                       WS-PL-PROJECT(WS-PL-COUNT)
                                   MOVE WS-PL-REG-IN TO
                                       WS-PL-REG(WS-PL-COUNT)
                                   MOVE WS-PL-OT-IN TO
                                       WS-PL-OT(WS-PL-COUNT)
                                   ADD WS-PL-REG-IN TO WS-PL-REG-SUM
                                   ADD WS-PL-OT-IN TO WS-PL-OT-SUM
                               END-IF
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM

           EXIT.

      * -------------------------------
      * The keyed code must be on the project master and open
      * -------------------------------
       1210-CHECK-PROJECT.

           MOVE 'N' TO WS-PJ-OK
           PERFORM VARYING WS-PJ-SUB FROM 1 BY 1
                   UNTIL WS-PJ-SUB > WS-PJ-COUNT
               IF WS-PJ-CODE(WS-PJ-SUB) = WS-PROJECT-IN
                   IF WS-PJ-STATUS(WS-PJ-SUB) = 'O'
                       MOVE 'Y' TO WS-PJ-OK
                   ELSE
                       DISPLAY "  Project " WS-PROJECT-IN
                           " is closed to new time."
                       MOVE 'C' TO WS-PJ-OK
                   END-IF
               END-IF
           END-PERFORM
           IF WS-PJ-OK = 'N'
               DISPLAY "  Not a project on file: " WS-PROJECT-IN
           END-IF

           EXIT.
                   ADD 1 TO WS-ROW-COUNT
               END-PERFORM
               CLOSE TIMESHEET-FILE
               IF WS-PL-COUNT > ZERO
                   PERFORM 2100-WRITE-PROJECT-LINES
               END-IF
           END-IF

           EXIT.

      * -------------------------------
      * The batch's project lines onto TSPROJ.DAT
      * -------------------------------
       2100-WRITE-PROJECT-LINES.

           OPEN EXTEND TSPROJ-FILE
           IF WS-TPL-STATUS = '35'
               OPEN OUTPUT TSPROJ-FILE
           END-IF

           IF WS-TPL-STATUS NOT = '00'
               DISPLAY "Unable to open TSPROJ.DAT - status "
                   WS-TPL-STATUS
           ELSE
               PERFORM VARYING WS-PL-SUB FROM 1 BY 1
                       UNTIL WS-PL-SUB > WS-PL-COUNT
                   MOVE SPACES TO TSPROJ-RECORD
                   MOVE WS-PL-EMP-ID(WS-PL-SUB) TO TPL-EMP-ID
                   MOVE WS-PERIOD-END TO TPL-PERIOD-END
                   MOVE WS-PL-PROJECT(WS-PL-SUB) TO TPL-PROJECT
                   MOVE WS-PL-REG(WS-PL-SUB) TO TPL-REG-HOURS
                   MOVE WS-PL-OT(WS-PL-SUB) TO TPL-OT-HOURS
                   WRITE TSPROJ-RECORD
                   ADD 1 TO WS-PL-WRITTEN
               END-PERFORM
               CLOSE TSPROJ-FILE
           END-IF

           EXIT.
