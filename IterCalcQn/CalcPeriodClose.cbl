       IDENTIFICATION DIVISION.
       PROGRAM-ID. CalcPeriodClose.
      *
      * Modification History
      * ---------------------------------------------------------
      * New program - month-end close report of the prior-period
      * adjustments carried forward. IterCalc posts a batch whose
      * business date falls in a closed accounting period as
      * prior-period adjustments dated into the earliest open
      * period after it, and each one is appended to the
      * cumulative adjustment history (CALCPADH); until now
      * nothing listed them for the GL close.
      * For the month named in the CALCPCPM parameter record
      * (YYYYMM), shows the month's status on the period control
      * file (CALCPERD - open, closed with the date and user, or
      * not on file and so open) and lists every adjustment
      * carried into the month: run date and audit sequence,
      * transaction, source system, operator, result, batch, the
      * original business date and the date carried to. The list
      * is followed by a subtotal per original period and the
      * grand count and total. A missing period file or history is
      * an empty one. A malformed parameter or period record, or a
      * table overflow, ends RC=12.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT CALC-CLOSE-PARM ASSIGN TO 'CALCPCPM'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PARM-STATUS.
               SELECT CALC-PERIOD-FILE ASSIGN TO 'CALCPERD'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PERIOD-STATUS.
               SELECT CALC-ADJUST-HISTORY ASSIGN TO 'CALCPADH'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-ADJUST-STATUS.
               SELECT CALC-CLOSE-RPT ASSIGN TO 'CALCPCRP'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-REPORT-STATUS.
               SELECT CALC-RUN-CONTROL ASSIGN TO 'CALCRUNC'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RUN-CONTROL-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD  CALC-CLOSE-PARM
               RECORD CONTAINS 6 CHARACTERS.
           01  CALC-CLOSE-PARM-RECORD.
               05 PA-CLOSE-PERIOD PIC 9(6).
               05 PA-CLOSE-PARTS REDEFINES PA-CLOSE-PERIOD.
                   10 PA-CLOSE-YEAR PIC 9(4).
                   10 PA-CLOSE-MONTH PIC 9(2).

           FD  CALC-PERIOD-FILE
               RECORD CONTAINS 23 CHARACTERS.
           COPY CALCPER.

           FD  CALC-ADJUST-HISTORY
               RECORD CONTAINS 72 CHARACTERS.
           COPY CALCPAJ.

           FD  CALC-CLOSE-RPT
               RECORD CONTAINS 132 CHARACTERS.
           01  REPORT-LINE PIC X(132).

           FD  CALC-RUN-CONTROL
               RECORD CONTAINS 84 CHARACTERS.
           COPY CALCRUN.

           WORKING-STORAGE SECTION.
           01 WS-PARM-STATUS PIC X(2).
           01 WS-PERIOD-STATUS PIC X(2).
           01 WS-ADJUST-STATUS PIC X(2).
           01 WS-REPORT-STATUS PIC X(2).
           01 WS-RUN-CONTROL-STATUS PIC X(2).
           01 WS-EOF-SWITCH PIC X(1) VALUE 'N'.
               88 WS-END-OF-FILE VALUE 'Y'.
           01 WS-CURRENT-TIMESTAMP PIC X(26).
           01 WS-CLOSE-PERIOD PIC X(6).

      * The month's period control record; the last record for the
      * month stands, as in IterCalc.
           01 WS-PERIOD-FOUND-SWITCH PIC X(1) VALUE 'N'.
               88 WS-PERIOD-ON-FILE VALUE 'Y'.
           01 WS-CLOSE-STATUS PIC X(1).
               88 WS-CLOSE-CLOSED VALUE 'C'.
           01 WS-CLOSE-CLOSED-DATE PIC 9(8).
           01 WS-CLOSE-CLOSED-BY PIC X(8).

      * Original periods of the adjustments carried into the month.
           01 WS-ORIGIN-COUNT PIC 9(4) COMP VALUE 0.
           01 WS-ORIGIN-TABLE.
               05 WS-ORIGIN-ENTRY OCCURS 120 TIMES
                   INDEXED BY ORG-IDX.
                   10 WS-ORG-PERIOD PIC X(6).
                   10 WS-ORG-COUNT PIC 9(9).
                   10 WS-ORG-TOTAL PIC S9(15)V9(2).
           01 WS-FOUND-SWITCH PIC X(1) VALUE 'N'.
               88 WS-ENTRY-FOUND VALUE 'Y'.
           01 WS-LOOKUP-PERIOD PIC X(6).
           01 WS-ORIGIN-DATE.
               05 WS-ORIGIN-PERIOD PIC X(6).
               05 FILLER PIC X(2).
           01 WS-ADJUST-DATE.
               05 WS-ADJUST-PERIOD PIC X(6).
               05 FILLER PIC X(2).

           01 WS-PERIOD-READ-COUNT PIC 9(9) VALUE 0.
           01 WS-HISTORY-READ-COUNT PIC 9(9) VALUE 0.
           01 WS-LISTED-COUNT PIC 9(9) VALUE 0.
           01 WS-LISTED-TOTAL PIC S9(15)V9(2) VALUE 0.

           01 WS-EDIT-COUNT PIC ZZZZZZZZ9.
           01 WS-EDIT-AMOUNT PIC -(15)9.99.

       PROCEDURE DIVISION.
           A-PARA.
           PERFORM R-PARA-WRITE-RUN-START.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP.

           OPEN INPUT CALC-CLOSE-PARM.
           IF WS-PARM-STATUS NOT = '00' THEN
               DISPLAY 'CALC-CLOSE-PARM OPEN FAILED, STATUS='
                   WS-PARM-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ CALC-CLOSE-PARM INTO CALC-CLOSE-PARM-RECORD
               AT END
                   DISPLAY 'CALC-CLOSE-PARM IS EMPTY'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-READ.
           IF PA-CLOSE-PERIOD IS NOT NUMERIC
               OR PA-CLOSE-MONTH < 1 OR PA-CLOSE-MONTH > 12 THEN
               DISPLAY 'CALC-CLOSE-PARM PERIOD NOT VALID'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE PA-CLOSE-PERIOD TO WS-CLOSE-PERIOD.
           CLOSE CALC-CLOSE-PARM.

           OPEN INPUT CALC-PERIOD-FILE.
           EVALUATE WS-PERIOD-STATUS
               WHEN '00'
                   PERFORM B-PARA-NEXT-PERIOD WITH TEST BEFORE
                       UNTIL WS-END-OF-FILE
                   CLOSE CALC-PERIOD-FILE
               WHEN '35'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'CALC-PERIOD-FILE OPEN FAILED, STATUS='
                       WS-PERIOD-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

           OPEN OUTPUT CALC-CLOSE-RPT.
           IF WS-REPORT-STATUS NOT = '00' THEN
               DISPLAY 'CALC-CLOSE-RPT OPEN FAILED, STATUS='
                   WS-REPORT-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM C-PARA-WRITE-HEADINGS.

           MOVE 'N' TO WS-EOF-SWITCH.
           OPEN INPUT CALC-ADJUST-HISTORY.
           EVALUATE WS-ADJUST-STATUS
               WHEN '00'
                   PERFORM D-PARA-NEXT-ADJUSTMENT WITH TEST BEFORE
                       UNTIL WS-END-OF-FILE
                   CLOSE CALC-ADJUST-HISTORY
               WHEN '35'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'CALC-ADJUST-HISTORY OPEN FAILED, '
                       'STATUS=' WS-ADJUST-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

           PERFORM E-PARA-WRITE-TOTALS.
           CLOSE CALC-CLOSE-RPT.

           DISPLAY 'CALCPERIODCLOSE PERIOD        ' WS-CLOSE-PERIOD.
           DISPLAY 'CALCPERIODCLOSE HISTORY READ  '
               WS-HISTORY-READ-COUNT.
           DISPLAY 'CALCPERIODCLOSE ADJUSTMENTS   ' WS-LISTED-COUNT.
           PERFORM R9-PARA-WRITE-RUN-END.
           STOP RUN.

           B-PARA-NEXT-PERIOD.
           READ CALC-PERIOD-FILE INTO CALC-PERIOD-RECORD
               AT END MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END PERFORM B1-PARA-CHECK-PERIOD
           END-READ.

           B1-PARA-CHECK-PERIOD.
           ADD 1 TO WS-PERIOD-READ-COUNT.
           IF PC-PERIOD IS NOT NUMERIC
               OR (NOT PC-OPEN AND NOT PC-CLOSED) THEN
               DISPLAY 'CALC-PERIOD-FILE RECORD NOT VALID '
                   CALC-PERIOD-RECORD
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF PC-PERIOD = PA-CLOSE-PERIOD THEN
               MOVE 'Y' TO WS-PERIOD-FOUND-SWITCH
               MOVE PC-STATUS TO WS-CLOSE-STATUS
               MOVE PC-CLOSED-DATE TO WS-CLOSE-CLOSED-DATE
               MOVE PC-CLOSED-BY TO WS-CLOSE-CLOSED-BY
           END-IF.

           C-PARA-WRITE-HEADINGS.
           MOVE SPACES TO REPORT-LINE.
           STRING 'PRIOR-PERIOD ADJUSTMENTS CARRIED INTO PERIOD '
               WS-CLOSE-PERIOD
               '          RUN DATE ' WS-CURRENT-TIMESTAMP(1:8)
               DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM W-PARA-WRITE-REPORT.
           IF NOT WS-PERIOD-ON-FILE THEN
               MOVE 'PERIOD STATUS : OPEN (NOT ON PERIOD FILE)'
                   TO REPORT-LINE
           ELSE
               IF WS-CLOSE-CLOSED THEN
                   STRING 'PERIOD STATUS : CLOSED '
                       WS-CLOSE-CLOSED-DATE ' BY ' WS-CLOSE-CLOSED-BY
                       DELIMITED BY SIZE INTO REPORT-LINE
               ELSE
                   MOVE 'PERIOD STATUS : OPEN' TO REPORT-LINE
               END-IF
           END-IF.
           PERFORM W-PARA-WRITE-REPORT.
           PERFORM W-PARA-WRITE-REPORT.
           MOVE 'RUN DATE  SEQUENCE  TRANS ID   SYS OPR'
               TO REPORT-LINE.
           MOVE 'RESULT  BATCH ID  ORIG DATE  ADJ DATE'
               TO REPORT-LINE(53:37).
           PERFORM W-PARA-WRITE-REPORT.

      * Adjustments carried into the month, in posting order.
           D-PARA-NEXT-ADJUSTMENT.
           READ CALC-ADJUST-HISTORY INTO CALC-ADJUST-RECORD
               AT END MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END PERFORM D1-PARA-LIST-ADJUSTMENT
           END-READ.

           D1-PARA-LIST-ADJUSTMENT.
           ADD 1 TO WS-HISTORY-READ-COUNT.
           MOVE PJ-ADJUST-DATE TO WS-ADJUST-DATE.
           IF WS-ADJUST-PERIOD = WS-CLOSE-PERIOD THEN
               MOVE PJ-RESULT TO WS-EDIT-AMOUNT
               MOVE SPACES TO REPORT-LINE
               STRING PJ-RUN-DATE '  ' PJ-SEQUENCE ' '
                   PJ-TRANS-ID ' ' PJ-SOURCE-SYSTEM ' '
                   PJ-OPERATOR ' ' WS-EDIT-AMOUNT '  '
                   PJ-BATCH-ID '  ' PJ-BUSINESS-DATE '   '
                   PJ-ADJUST-DATE
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM W-PARA-WRITE-REPORT
               ADD 1 TO WS-LISTED-COUNT
               ADD PJ-RESULT TO WS-LISTED-TOTAL
               MOVE PJ-BUSINESS-DATE TO WS-ORIGIN-DATE
               MOVE WS-ORIGIN-PERIOD TO WS-LOOKUP-PERIOD
               PERFORM Y-PARA-LOCATE-ORIGIN
               ADD 1 TO WS-ORG-COUNT(ORG-IDX)
               ADD PJ-RESULT TO WS-ORG-TOTAL(ORG-IDX)
           END-IF.

           E-PARA-WRITE-TOTALS.
           PERFORM W-PARA-WRITE-REPORT.
           IF WS-LISTED-COUNT = 0 THEN
               MOVE 'NO PRIOR-PERIOD ADJUSTMENTS CARRIED INTO THE '
                   TO REPORT-LINE
               MOVE 'PERIOD' TO REPORT-LINE(46:6)
               PERFORM W-PARA-WRITE-REPORT
               PERFORM W-PARA-WRITE-REPORT
           ELSE
               MOVE 'ORIGINAL PERIOD     COUNT' TO REPORT-LINE
               MOVE 'TOTAL' TO REPORT-LINE(42:5)
               PERFORM W-PARA-WRITE-REPORT
               PERFORM E1-PARA-WRITE-ORIGIN
                   VARYING ORG-IDX FROM 1 BY 1
                   UNTIL ORG-IDX > WS-ORIGIN-COUNT
               PERFORM W-PARA-WRITE-REPORT
           END-IF.
           MOVE WS-HISTORY-READ-COUNT TO WS-EDIT-COUNT.
           STRING 'HISTORY RECORDS READ   : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM W-PARA-WRITE-REPORT.
           MOVE WS-LISTED-COUNT TO WS-EDIT-COUNT.
           STRING 'ADJUSTMENTS CARRIED IN : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM W-PARA-WRITE-REPORT.
           MOVE WS-LISTED-TOTAL TO WS-EDIT-AMOUNT.
           STRING 'ADJUSTMENT TOTAL       : ' WS-EDIT-AMOUNT
               DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM W-PARA-WRITE-REPORT.

           E1-PARA-WRITE-ORIGIN.
           MOVE WS-ORG-COUNT(ORG-IDX) TO WS-EDIT-COUNT.
           MOVE WS-ORG-TOTAL(ORG-IDX) TO WS-EDIT-AMOUNT.
           STRING WS-ORG-PERIOD(ORG-IDX) '          '
               WS-EDIT-COUNT '  ' WS-EDIT-AMOUNT
               DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM W-PARA-WRITE-REPORT.

           W-PARA-WRITE-REPORT.
           WRITE REPORT-LINE.
           IF WS-REPORT-STATUS NOT = '00' THEN
               DISPLAY 'CALC-CLOSE-RPT WRITE FAILED, STATUS='
                   WS-REPORT-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO REPORT-LINE.

      * Finds the original period in the table, adding it when
      * first seen; leaves ORG-IDX on the entry.
           Y-PARA-LOCATE-ORIGIN.
           MOVE 'N' TO WS-FOUND-SWITCH.
           PERFORM Y1-PARA-MATCH-ORIGIN
               VARYING ORG-IDX FROM 1 BY 1
               UNTIL ORG-IDX > WS-ORIGIN-COUNT
               OR WS-ENTRY-FOUND.
           IF NOT WS-ENTRY-FOUND THEN
               IF WS-ORIGIN-COUNT = 120 THEN
                   DISPLAY 'CLOSE ORIGIN PERIOD TABLE EXCEEDS 120 '
                       'ENTRIES'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-ORIGIN-COUNT
               SET ORG-IDX TO WS-ORIGIN-COUNT
               MOVE WS-LOOKUP-PERIOD TO WS-ORG-PERIOD(ORG-IDX)
               MOVE 0 TO WS-ORG-COUNT(ORG-IDX)
               MOVE 0 TO WS-ORG-TOTAL(ORG-IDX)
           END-IF.

           Y1-PARA-MATCH-ORIGIN.
           IF WS-ORG-PERIOD(ORG-IDX) = WS-LOOKUP-PERIOD THEN
               MOVE 'Y' TO WS-FOUND-SWITCH
               SET ORG-IDX DOWN BY 1
           END-IF.

           R-PARA-WRITE-RUN-START.
           PERFORM R7-PARA-OPEN-RUN-CONTROL.
           MOVE SPACES TO CALC-RUN-CONTROL-RECORD.
           MOVE 'CALCPCLS' TO RL-PROGRAM.
           MOVE 'START' TO RL-EVENT.
           MOVE 0 TO RL-BUSINESS-DATE.
           MOVE SPACES TO RL-BATCH-ID.
           MOVE 0 TO RL-RECORDS-READ.
           MOVE 0 TO RL-RECORDS-WRITTEN.
           MOVE 0 TO RL-RECORDS-REJECTED.
           MOVE 0 TO RL-RETURN-CODE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP.
           MOVE WS-CURRENT-TIMESTAMP TO RL-TIMESTAMP.
           PERFORM R8-PARA-WRITE-RUN-RECORD.

           R9-PARA-WRITE-RUN-END.
           PERFORM R7-PARA-OPEN-RUN-CONTROL.
           MOVE SPACES TO CALC-RUN-CONTROL-RECORD.
           MOVE 'CALCPCLS' TO RL-PROGRAM.
           MOVE 'END' TO RL-EVENT.
           MOVE 0 TO RL-BUSINESS-DATE.
           MOVE SPACES TO RL-BATCH-ID.
           MOVE WS-HISTORY-READ-COUNT TO RL-RECORDS-READ.
           MOVE WS-LISTED-COUNT TO RL-RECORDS-WRITTEN.
           MOVE 0 TO RL-RECORDS-REJECTED.
           MOVE RETURN-CODE TO RL-RETURN-CODE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP.
           MOVE WS-CURRENT-TIMESTAMP TO RL-TIMESTAMP.
           PERFORM R8-PARA-WRITE-RUN-RECORD.

           R7-PARA-OPEN-RUN-CONTROL.
           OPEN EXTEND CALC-RUN-CONTROL.
           IF WS-RUN-CONTROL-STATUS = '35' THEN
               OPEN OUTPUT CALC-RUN-CONTROL
           END-IF.
           IF WS-RUN-CONTROL-STATUS NOT = '00' THEN
               DISPLAY 'CALC-RUN-CONTROL OPEN FAILED, STATUS='
                   WS-RUN-CONTROL-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           R8-PARA-WRITE-RUN-RECORD.
           WRITE CALC-RUN-CONTROL-RECORD.
           IF WS-RUN-CONTROL-STATUS NOT = '00' THEN
               DISPLAY 'CALC-RUN-CONTROL WRITE FAILED, STATUS='
                   WS-RUN-CONTROL-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           CLOSE CALC-RUN-CONTROL.
