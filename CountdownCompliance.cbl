       IDENTIFICATION DIVISION.
       PROGRAM-ID. CountdownCompliance.
      *
      * Modification History
      * ---------------------------------------------------------
      * New program - monthly compliance report for the countdown
      * roster. Until Countdown kept a cumulative completion
      * history there was no way to show whether a rostered person
      * was actually run on every day they were due.
      * For the closed month named in the CDNCMPM parameter record
      * (YYYYMM, which must be earlier than the current month),
      * works out each roster entry's due days from the maintained
      * roster master (ROSTER) and the business calendar (CALCCAL,
      * which must carry every day of the month): a day is due
      * when it is a processing day, falls between RS-EFF-FROM
      * and RS-EFF-TO, and matches RS-FREQUENCY/RS-FREQ-DAY the
      * way Countdown judges it - 'D' every day, 'W' on the day of
      * week (1 = Monday), 'M' on the day of month. Each due day is
      * then looked up on the completion history (CDNHIST): a
      * COMPLETED record that day counts it completed, a SKIPPED
      * record alone counts it skipped, and no record at all - a
      * night Countdown never ran, or stopped short of the entry -
      * counts it missed. The report (CDNCMRPT) shows per person
      * the days due, completed, skipped and missed, lists the
      * missed dates under the person, and ends with the totals.
      * History records for names no longer on the roster are
      * counted but not reported. Any missed day ends RC=4; a
      * malformed parameter, a calendar gap or a table overflow
      * ends RC=12.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT COMPLIANCE-PARM ASSIGN TO 'CDNCMPM'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PARM-STATUS.
               SELECT ROSTER-FILE ASSIGN TO 'ROSTER'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-ROSTER-STATUS.
               SELECT CALENDAR-FILE ASSIGN TO 'CALCCAL'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CALENDAR-STATUS.
               SELECT COMPLETION-HISTORY ASSIGN TO 'CDNHIST'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-HISTORY-STATUS.
               SELECT COMPLIANCE-RPT ASSIGN TO 'CDNCMRPT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD  COMPLIANCE-PARM
               RECORD CONTAINS 6 CHARACTERS.
           01  COMPLIANCE-PARM-RECORD.
               05 CP-PERIOD PIC 9(6).
               05 CP-PERIOD-PARTS REDEFINES CP-PERIOD.
                   10 CP-YEAR PIC 9(4).
                   10 CP-MONTH PIC 9(2).

           FD  ROSTER-FILE
               RECORD CONTAINS 120 CHARACTERS.
           COPY ROSTREC.

           FD  CALENDAR-FILE
               RECORD CONTAINS 9 CHARACTERS.
           COPY CALCCAL.

           FD  COMPLETION-HISTORY
               RECORD CONTAINS 164 CHARACTERS.
           COPY CDNHST.

           FD  COMPLIANCE-RPT
               RECORD CONTAINS 132 CHARACTERS.
           01  REPORT-LINE PIC X(132).

           WORKING-STORAGE SECTION.
           01 WS-PARM-STATUS PIC X(2).
           01 WS-ROSTER-STATUS PIC X(2).
           01 WS-CALENDAR-STATUS PIC X(2).
           01 WS-HISTORY-STATUS PIC X(2).
           01 WS-REPORT-STATUS PIC X(2).
           01 WS-EOF-SWITCH PIC X(1) VALUE 'N'.
               88 WS-END-OF-FILE VALUE 'Y'.
           01 WS-FOUND-SWITCH PIC X(1) VALUE 'N'.
               88 WS-ENTRY-FOUND VALUE 'Y'.
           01 WS-DUE-SWITCH PIC X(1).
               88 WS-DAY-DUE VALUE 'Y'.
           01 WS-CURRENT-TIMESTAMP PIC X(26).
           01 WS-CURRENT-PERIOD PIC X(6).
           01 WS-LOOKUP-NAME PIC X(100).

      * First day of the month and of the month after it; the
      * difference of their integer forms is the length of the
      * month.
           01 WS-MONTH-START PIC 9(8).
           01 WS-NEXT-START PIC 9(8).
           01 WS-NEXT-START-X REDEFINES WS-NEXT-START.
               05 WS-NEXT-YEAR PIC 9(4).
               05 WS-NEXT-MONTH PIC 9(2).
               05 WS-NEXT-DD PIC 9(2).
           01 WS-DAYS-IN-MONTH PIC 9(4) COMP.
           01 WS-DAY-SUB PIC 9(4) COMP.
           01 WS-MISS-SUB PIC 9(4) COMP.
           01 WS-CHECK-DATE PIC 9(8).
           01 WS-CHECK-DATE-X REDEFINES WS-CHECK-DATE.
               05 WS-CHECK-PERIOD PIC 9(6).
               05 WS-CHECK-DD PIC 9(2).
           01 WS-DATE-INTEGER PIC 9(9) COMP.

      * The month's days: calendar day type as loaded (space until
      * the calendar supplies the day) and day of week, 1 = Monday.
           01 WS-CALENDAR-COUNT PIC 9(4) COMP VALUE 0.
           01 WS-MONTH-TABLE.
               05 WS-MONTH-DAY OCCURS 31 TIMES.
                   10 WS-DAY-TYPE PIC X(1).
                       88 WS-DAY-PROCESSING VALUE 'P'.
                   10 WS-DAY-OF-WEEK PIC 9(2).

      * Roster entries with the month's history per day: 'C' when
      * a COMPLETED record was logged that day, 'S' when only a
      * SKIPPED record was, space when nothing was logged.
           01 WS-PERSON-COUNT PIC 9(4) COMP VALUE 0.
           01 WS-PERSON-TABLE.
               05 WS-PERSON-ENTRY OCCURS 500 TIMES
                   INDEXED BY PER-IDX.
                   10 WS-PER-NAME PIC X(100).
                   10 WS-PER-FREQUENCY PIC X(1).
                   10 WS-PER-FREQ-DAY PIC 9(2).
                   10 WS-PER-EFF-FROM PIC 9(8).
                   10 WS-PER-EFF-TO PIC 9(8).
                   10 WS-PER-LOG-DAY PIC X(1) OCCURS 31 TIMES.
                       88 WS-PER-DAY-COMPLETED VALUE 'C'.
                       88 WS-PER-DAY-SKIPPED VALUE 'S'.

      * The person being reported and the dates they missed.
           01 WS-DUE-COUNT PIC 9(4) COMP.
           01 WS-COMPLETED-COUNT PIC 9(4) COMP.
           01 WS-SKIPPED-COUNT PIC 9(4) COMP.
           01 WS-MISSED-COUNT PIC 9(4) COMP.
           01 WS-MISSED-TABLE.
               05 WS-MISSED-DATE PIC 9(8) OCCURS 31 TIMES.
           01 WS-LINE-POINTER PIC 9(4) COMP.
           01 WS-LINE-DATES PIC 9(4) COMP.

           01 WS-HISTORY-READ-COUNT PIC 9(9) VALUE 0.
           01 WS-HISTORY-PERIOD-COUNT PIC 9(9) VALUE 0.
           01 WS-NOT-ON-ROSTER-COUNT PIC 9(9) VALUE 0.
           01 WS-REPORTED-COUNT PIC 9(9) VALUE 0.
           01 WS-NOT-DUE-COUNT PIC 9(9) VALUE 0.
           01 WS-TOTAL-DUE PIC 9(9) VALUE 0.
           01 WS-TOTAL-COMPLETED PIC 9(9) VALUE 0.
           01 WS-TOTAL-SKIPPED PIC 9(9) VALUE 0.
           01 WS-TOTAL-MISSED PIC 9(9) VALUE 0.

           01 WS-EDIT-DAYS PIC ZZZ9.
           01 WS-EDIT-DAYS-2 PIC ZZZ9.
           01 WS-EDIT-DAYS-3 PIC ZZZ9.
           01 WS-EDIT-DAYS-4 PIC ZZZ9.
           01 WS-EDIT-COUNT PIC ZZZZZZZZ9.

       PROCEDURE DIVISION.
           A-PARA.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP.
           MOVE WS-CURRENT-TIMESTAMP(1:6) TO WS-CURRENT-PERIOD.

           OPEN INPUT COMPLIANCE-PARM.
           IF WS-PARM-STATUS NOT = '00' THEN
               DISPLAY 'COMPLIANCE-PARM OPEN FAILED, STATUS='
                   WS-PARM-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ COMPLIANCE-PARM INTO COMPLIANCE-PARM-RECORD
               AT END
                   DISPLAY 'COMPLIANCE-PARM IS EMPTY'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-READ.
           IF CP-PERIOD IS NOT NUMERIC
               OR CP-MONTH < 1 OR CP-MONTH > 12 THEN
               DISPLAY 'COMPLIANCE-PARM PERIOD NOT VALID'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           CLOSE COMPLIANCE-PARM.
           IF CP-PERIOD NOT < WS-CURRENT-PERIOD THEN
               DISPLAY 'COMPLIANCE PERIOD ' CP-PERIOD
                   ' IS NOT A CLOSED MONTH'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           COMPUTE WS-MONTH-START = CP-PERIOD * 100 + 1.
           MOVE WS-MONTH-START TO WS-NEXT-START.
           IF WS-NEXT-MONTH = 12 THEN
               ADD 1 TO WS-NEXT-YEAR
               MOVE 1 TO WS-NEXT-MONTH
           ELSE
               ADD 1 TO WS-NEXT-MONTH
           END-IF.
           COMPUTE WS-DAYS-IN-MONTH
               = FUNCTION INTEGER-OF-DATE(WS-NEXT-START)
               - FUNCTION INTEGER-OF-DATE(WS-MONTH-START).
           PERFORM A1-PARA-SET-DAY
               VARYING WS-DAY-SUB FROM 1 BY 1
               UNTIL WS-DAY-SUB > 31.

           OPEN INPUT CALENDAR-FILE.
           IF WS-CALENDAR-STATUS NOT = '00' THEN
               DISPLAY 'CALENDAR-FILE OPEN FAILED, STATUS='
                   WS-CALENDAR-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM B-PARA-NEXT-CALENDAR WITH TEST BEFORE
               UNTIL WS-END-OF-FILE.
           CLOSE CALENDAR-FILE.
           IF WS-CALENDAR-COUNT < WS-DAYS-IN-MONTH THEN
               DISPLAY 'CALENDAR-FILE DOES NOT COVER EVERY DAY OF '
                   CP-PERIOD
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE 'N' TO WS-EOF-SWITCH.
           OPEN INPUT ROSTER-FILE.
           IF WS-ROSTER-STATUS NOT = '00' THEN
               DISPLAY 'ROSTER-FILE OPEN FAILED, STATUS='
                   WS-ROSTER-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM C-PARA-NEXT-ROSTER WITH TEST BEFORE
               UNTIL WS-END-OF-FILE.
           CLOSE ROSTER-FILE.

      * No history yet means nothing was logged: every due day is
      * missed.
           MOVE 'N' TO WS-EOF-SWITCH.
           OPEN INPUT COMPLETION-HISTORY.
           EVALUATE WS-HISTORY-STATUS
               WHEN '00'
                   PERFORM D-PARA-NEXT-HISTORY WITH TEST BEFORE
                       UNTIL WS-END-OF-FILE
                   CLOSE COMPLETION-HISTORY
               WHEN '35'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'COMPLETION-HISTORY OPEN FAILED, STATUS='
                       WS-HISTORY-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

           OPEN OUTPUT COMPLIANCE-RPT.
           IF WS-REPORT-STATUS NOT = '00' THEN
               DISPLAY 'COMPLIANCE-RPT OPEN FAILED, STATUS='
                   WS-REPORT-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           STRING 'COUNTDOWN COMPLIANCE REPORT - PERIOD ' CP-PERIOD
               '          RUN DATE ' WS-CURRENT-TIMESTAMP(1:8)
               DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM W-PARA-WRITE-REPORT.
           PERFORM W-PARA-WRITE-REPORT.
           MOVE 'NAME' TO REPORT-LINE.
           MOVE 'F   DY   DUE  COMP  SKIP  MISS'
               TO REPORT-LINE(52:30).
           PERFORM W-PARA-WRITE-REPORT.
           PERFORM E-PARA-REPORT-PERSON
               VARYING PER-IDX FROM 1 BY 1
               UNTIL PER-IDX > WS-PERSON-COUNT.
           PERFORM F-PARA-WRITE-TOTALS.
           CLOSE COMPLIANCE-RPT.

           DISPLAY 'COUNTDOWNCOMPLIANCE PERIOD    ' CP-PERIOD.
           DISPLAY 'COUNTDOWNCOMPLIANCE DUE       ' WS-TOTAL-DUE.
           DISPLAY 'COUNTDOWNCOMPLIANCE MISSED    ' WS-TOTAL-MISSED.
           IF WS-TOTAL-MISSED > 0 THEN
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

      * Day of week from the date's integer form, as Countdown
      * works it out: day 1 of the integer calendar (1601-01-01)
      * was a Monday.
           A1-PARA-SET-DAY.
           MOVE SPACE TO WS-DAY-TYPE(WS-DAY-SUB).
           MOVE 0 TO WS-DAY-OF-WEEK(WS-DAY-SUB).
           IF WS-DAY-SUB NOT > WS-DAYS-IN-MONTH THEN
               COMPUTE WS-CHECK-DATE = WS-MONTH-START + WS-DAY-SUB - 1
               COMPUTE WS-DATE-INTEGER
                   = FUNCTION INTEGER-OF-DATE(WS-CHECK-DATE)
               COMPUTE WS-DAY-OF-WEEK(WS-DAY-SUB)
                   = FUNCTION MOD(WS-DATE-INTEGER - 1, 7) + 1
           END-IF.

           B-PARA-NEXT-CALENDAR.
           READ CALENDAR-FILE INTO CALC-CALENDAR-RECORD
               AT END MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END PERFORM B1-PARA-STORE-CALENDAR
           END-READ.

           B1-PARA-STORE-CALENDAR.
           IF CD-DATE IS NUMERIC THEN
               MOVE CD-DATE TO WS-CHECK-DATE
               IF WS-CHECK-PERIOD = CP-PERIOD
                   AND WS-CHECK-DD > 0
                   AND WS-CHECK-DD NOT > WS-DAYS-IN-MONTH THEN
                   IF WS-DAY-TYPE(WS-CHECK-DD) = SPACE THEN
                       ADD 1 TO WS-CALENDAR-COUNT
                   END-IF
                   MOVE CD-DAY-TYPE TO WS-DAY-TYPE(WS-CHECK-DD)
               END-IF
           END-IF.

           C-PARA-NEXT-ROSTER.
           READ ROSTER-FILE INTO ROSTER-RECORD
               AT END MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END PERFORM C1-PARA-STORE-ROSTER
           END-READ.

           C1-PARA-STORE-ROSTER.
           IF WS-PERSON-COUNT = 500 THEN
               DISPLAY 'ROSTER-FILE EXCEEDS 500 ENTRIES'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-PERSON-COUNT.
           SET PER-IDX TO WS-PERSON-COUNT.
           MOVE RS-NAME TO WS-PER-NAME(PER-IDX).
           MOVE RS-FREQUENCY TO WS-PER-FREQUENCY(PER-IDX).
           MOVE RS-FREQ-DAY TO WS-PER-FREQ-DAY(PER-IDX).
           MOVE RS-EFF-FROM TO WS-PER-EFF-FROM(PER-IDX).
           MOVE RS-EFF-TO TO WS-PER-EFF-TO(PER-IDX).
           PERFORM C2-PARA-CLEAR-DAY
               VARYING WS-DAY-SUB FROM 1 BY 1
               UNTIL WS-DAY-SUB > 31.

           C2-PARA-CLEAR-DAY.
           MOVE SPACE TO WS-PER-LOG-DAY(PER-IDX, WS-DAY-SUB).

      * A COMPLETED record outranks a SKIPPED one the same day, so
      * a rerun that completed the entry counts it completed.
           D-PARA-NEXT-HISTORY.
           READ COMPLETION-HISTORY INTO COMPLETION-HISTORY-RECORD
               AT END MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END PERFORM D1-PARA-MARK-DAY
           END-READ.

           D1-PARA-MARK-DAY.
           ADD 1 TO WS-HISTORY-READ-COUNT.
           IF CH-RUN-DATE IS NUMERIC THEN
               MOVE CH-RUN-DATE TO WS-CHECK-DATE
               IF WS-CHECK-PERIOD = CP-PERIOD
                   AND WS-CHECK-DD > 0
                   AND WS-CHECK-DD NOT > WS-DAYS-IN-MONTH THEN
                   ADD 1 TO WS-HISTORY-PERIOD-COUNT
                   MOVE CH-NAME TO WS-LOOKUP-NAME
                   PERFORM Y-PARA-FIND-PERSON
                   IF NOT WS-ENTRY-FOUND THEN
                       ADD 1 TO WS-NOT-ON-ROSTER-COUNT
                   ELSE
                       IF CH-COMPLETED THEN
                           MOVE 'C' TO
                               WS-PER-LOG-DAY(PER-IDX, WS-CHECK-DD)
                       ELSE
                           IF NOT WS-PER-DAY-COMPLETED
                               (PER-IDX, WS-CHECK-DD) THEN
                               MOVE 'S' TO WS-PER-LOG-DAY
                                   (PER-IDX, WS-CHECK-DD)
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

      * One line per person due at least once in the month, with
      * the missed dates listed under it ten to a line.
           E-PARA-REPORT-PERSON.
           MOVE 0 TO WS-DUE-COUNT.
           MOVE 0 TO WS-COMPLETED-COUNT.
           MOVE 0 TO WS-SKIPPED-COUNT.
           MOVE 0 TO WS-MISSED-COUNT.
           PERFORM E1-PARA-CHECK-DAY
               VARYING WS-DAY-SUB FROM 1 BY 1
               UNTIL WS-DAY-SUB > WS-DAYS-IN-MONTH.
           IF WS-DUE-COUNT = 0 THEN
               ADD 1 TO WS-NOT-DUE-COUNT
           ELSE
               ADD 1 TO WS-REPORTED-COUNT
               ADD WS-DUE-COUNT TO WS-TOTAL-DUE
               ADD WS-COMPLETED-COUNT TO WS-TOTAL-COMPLETED
               ADD WS-SKIPPED-COUNT TO WS-TOTAL-SKIPPED
               ADD WS-MISSED-COUNT TO WS-TOTAL-MISSED
               MOVE WS-DUE-COUNT TO WS-EDIT-DAYS
               MOVE WS-COMPLETED-COUNT TO WS-EDIT-DAYS-2
               MOVE WS-SKIPPED-COUNT TO WS-EDIT-DAYS-3
               MOVE WS-MISSED-COUNT TO WS-EDIT-DAYS-4
               STRING WS-PER-NAME(PER-IDX)(1:50) ' '
                   WS-PER-FREQUENCY(PER-IDX) '   '
                   WS-PER-FREQ-DAY(PER-IDX) '  '
                   WS-EDIT-DAYS '  ' WS-EDIT-DAYS-2 '  '
                   WS-EDIT-DAYS-3 '  ' WS-EDIT-DAYS-4
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM W-PARA-WRITE-REPORT
               MOVE 0 TO WS-LINE-DATES
               PERFORM E2-PARA-LIST-MISSED
                   VARYING WS-MISS-SUB FROM 1 BY 1
                   UNTIL WS-MISS-SUB > WS-MISSED-COUNT
               IF WS-LINE-DATES > 0 THEN
                   PERFORM W-PARA-WRITE-REPORT
               END-IF
           END-IF.

      * Due as Countdown would judge it, on processing days only.
           E1-PARA-CHECK-DAY.
           MOVE 'N' TO WS-DUE-SWITCH.
           COMPUTE WS-CHECK-DATE = WS-MONTH-START + WS-DAY-SUB - 1.
           IF WS-DAY-PROCESSING(WS-DAY-SUB)
               AND WS-CHECK-DATE NOT < WS-PER-EFF-FROM(PER-IDX)
               AND WS-CHECK-DATE NOT > WS-PER-EFF-TO(PER-IDX) THEN
               EVALUATE WS-PER-FREQUENCY(PER-IDX)
                   WHEN 'D'
                       MOVE 'Y' TO WS-DUE-SWITCH
                   WHEN 'W'
                       IF WS-PER-FREQ-DAY(PER-IDX)
                           = WS-DAY-OF-WEEK(WS-DAY-SUB) THEN
                           MOVE 'Y' TO WS-DUE-SWITCH
                       END-IF
                   WHEN 'M'
                       IF WS-PER-FREQ-DAY(PER-IDX) = WS-DAY-SUB THEN
                           MOVE 'Y' TO WS-DUE-SWITCH
                       END-IF
               END-EVALUATE
           END-IF.
           IF WS-DAY-DUE THEN
               ADD 1 TO WS-DUE-COUNT
               EVALUATE TRUE
                   WHEN WS-PER-DAY-COMPLETED(PER-IDX, WS-DAY-SUB)
                       ADD 1 TO WS-COMPLETED-COUNT
                   WHEN WS-PER-DAY-SKIPPED(PER-IDX, WS-DAY-SUB)
                       ADD 1 TO WS-SKIPPED-COUNT
                   WHEN OTHER
                       ADD 1 TO WS-MISSED-COUNT
                       MOVE WS-CHECK-DATE
                           TO WS-MISSED-DATE(WS-MISSED-COUNT)
               END-EVALUATE
           END-IF.

           E2-PARA-LIST-MISSED.
           IF WS-LINE-DATES = 0 THEN
               MOVE SPACES TO REPORT-LINE
               MOVE 1 TO WS-LINE-POINTER
               STRING '    MISSED:' DELIMITED BY SIZE
                   INTO REPORT-LINE WITH POINTER WS-LINE-POINTER
           END-IF.
           STRING ' ' WS-MISSED-DATE(WS-MISS-SUB)
               DELIMITED BY SIZE
               INTO REPORT-LINE WITH POINTER WS-LINE-POINTER.
           ADD 1 TO WS-LINE-DATES.
           IF WS-LINE-DATES = 10 THEN
               PERFORM W-PARA-WRITE-REPORT
               MOVE 0 TO WS-LINE-DATES
           END-IF.

           F-PARA-WRITE-TOTALS.
           PERFORM W-PARA-WRITE-REPORT.
           MOVE WS-REPORTED-COUNT TO WS-EDIT-COUNT.
           STRING 'PERSONS DUE            : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM W-PARA-WRITE-REPORT.
           MOVE WS-NOT-DUE-COUNT TO WS-EDIT-COUNT.
           STRING 'PERSONS NOT DUE        : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM W-PARA-WRITE-REPORT.
           MOVE WS-TOTAL-DUE TO WS-EDIT-COUNT.
           STRING 'DAYS DUE               : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM W-PARA-WRITE-REPORT.
           MOVE WS-TOTAL-COMPLETED TO WS-EDIT-COUNT.
           STRING 'DAYS COMPLETED         : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM W-PARA-WRITE-REPORT.
           MOVE WS-TOTAL-SKIPPED TO WS-EDIT-COUNT.
           STRING 'DAYS SKIPPED           : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM W-PARA-WRITE-REPORT.
           MOVE WS-TOTAL-MISSED TO WS-EDIT-COUNT.
           STRING 'DAYS MISSED            : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM W-PARA-WRITE-REPORT.
           MOVE WS-HISTORY-READ-COUNT TO WS-EDIT-COUNT.
           STRING 'HISTORY RECORDS READ   : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM W-PARA-WRITE-REPORT.
           MOVE WS-HISTORY-PERIOD-COUNT TO WS-EDIT-COUNT.
           STRING 'HISTORY IN PERIOD      : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM W-PARA-WRITE-REPORT.
           MOVE WS-NOT-ON-ROSTER-COUNT TO WS-EDIT-COUNT.
           STRING 'NAMES NOT ON ROSTER    : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM W-PARA-WRITE-REPORT.

           W-PARA-WRITE-REPORT.
           WRITE REPORT-LINE.
           IF WS-REPORT-STATUS NOT = '00' THEN
               DISPLAY 'COMPLIANCE-RPT WRITE FAILED, STATUS='
                   WS-REPORT-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO REPORT-LINE.

      * Finds the roster entry by name; leaves PER-IDX on it.
           Y-PARA-FIND-PERSON.
           MOVE 'N' TO WS-FOUND-SWITCH.
           PERFORM Y1-PARA-MATCH-PERSON
               VARYING PER-IDX FROM 1 BY 1
               UNTIL PER-IDX > WS-PERSON-COUNT
               OR WS-ENTRY-FOUND.

           Y1-PARA-MATCH-PERSON.
           IF WS-PER-NAME(PER-IDX) = WS-LOOKUP-NAME THEN
               MOVE 'Y' TO WS-FOUND-SWITCH
               SET PER-IDX DOWN BY 1
           END-IF.
