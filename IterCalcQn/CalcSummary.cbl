      * where the history file hasn't been preallocated starts the
      * history instead of killing the run after the report and
      * reconciliation control were already written.
      * Duplicate-transaction rejects (reason DT - a transaction
      * id and source system that had already posted) are counted
      * off CALCEXCP and shown on their own line under
      * TRANSACTIONS REJECTED, so a re-keyed feed is visible on
      * the morning report. They stay inside the rejected total.
      * Reversal details ('R' in CT-RECORD-TYPE) count as submitted
      * alongside the 'D' details. A posted reversal (audit operator
      * REV) counts as a calculation processed, so the
      * reconciliation still balances, but is kept out of the
      * per-operator counts and sums and the overall minimum and
      * maximum - it carries the negated result of a posting from
      * an earlier night - and is shown instead on its own
      * REVERSALS POSTED count and total lines.
      * Postings IterCalc carried forward as prior-period
      * adjustments (a batch dated in a closed accounting period,
      * listed on CALCPADJ) are shown on their own PRIOR-PERIOD
      * ADJUSTMENTS count and total lines. They stay inside the
      * processed count and the per-operator figures, since they
      * are tonight's calculations; a file not yet allocated reads
      * as none.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               SELECT CALC-CALENDAR-FILE ASSIGN TO 'CALCCAL'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CALENDAR-STATUS.
               SELECT CALC-ADJUST-FILE ASSIGN TO 'CALCPADJ'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-ADJUST-STATUS.

       DATA DIVISION.
           FILE SECTION.
               RECORD CONTAINS 9 CHARACTERS.
           COPY CALCCAL.

           FD  CALC-ADJUST-FILE
               RECORD CONTAINS 72 CHARACTERS.
           COPY CALCPAJ.

           WORKING-STORAGE SECTION.
           01 WS-TRANS-STATUS PIC X(2).
           01 WS-AUDIT-STATUS PIC X(2).

           01 WS-TRANS-COUNT PIC 9(9) VALUE 0.
           01 WS-REJECT-COUNT PIC 9(9) VALUE 0.
           01 WS-DUPLICATE-COUNT PIC 9(9) VALUE 0.
           01 WS-REVERSAL-COUNT PIC 9(9) VALUE 0.
           01 WS-REVERSAL-SUM PIC S9(15)V9(2) VALUE ZERO.
           01 WS-PROCESSED-COUNT PIC 9(9) VALUE 0.
           01 WS-ADJUST-STATUS PIC X(2).
           01 WS-ADJUST-COUNT PIC 9(9) VALUE 0.
           01 WS-ADJUST-SUM PIC S9(15)V9(2) VALUE ZERO.

           01 WS-OPERATOR-TOTALS.
               05 WS-OP-TOTAL OCCURS 7 TIMES INDEXED BY OP-IDX.
               UNTIL WS-END-OF-FILE.
           CLOSE CALC-AUDIT-LOG.

           MOVE 'N' TO WS-EOF-SWITCH.
           OPEN INPUT CALC-ADJUST-FILE.
           EVALUATE WS-ADJUST-STATUS
               WHEN '00'
                   PERFORM J-PARA-COUNT-ADJUSTMENTS WITH TEST BEFORE
                       UNTIL WS-END-OF-FILE
                   CLOSE CALC-ADJUST-FILE
               WHEN '35'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'CALC-ADJUST-FILE OPEN FAILED, STATUS='
                       WS-ADJUST-STATUS
                   STOP RUN
           END-EVALUATE.

           OPEN OUTPUT CALC-SUMMARY-RPT.
           IF WS-SUMMARY-STATUS NOT = '00' THEN
               DISPLAY 'CALC-SUMMARY-RPT OPEN FAILED, STATUS='
               NOT AT END
                   EVALUATE CT-RECORD-TYPE
                       WHEN 'D'
                       WHEN 'R'
                           ADD 1 TO WS-TRANS-COUNT
                       WHEN 'H'
                           IF CT-BUSINESS-DATE IS NUMERIC THEN
           C-PARA-COUNT-EXCEPTIONS.
           READ CALC-EXCEPTION-FILE
               AT END MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-REJECT-COUNT
                   IF CE-REASON-CODE = 'DT' THEN
                       ADD 1 TO WS-DUPLICATE-COUNT
                   END-IF
           END-READ.

           D-PARA-SUMMARIZE-AUDIT.

           D1-PARA-ACCUMULATE.
           ADD 1 TO WS-PROCESSED-COUNT.
           IF CA-OPERATOR = 'REV' THEN
               PERFORM D3-PARA-ADD-REVERSAL
           ELSE
               PERFORM D1A-PARA-ACCUMULATE-CALC
           END-IF.

           D1A-PARA-ACCUMULATE-CALC.
           PERFORM D2-PARA-ADD-OP-TOTAL
               VARYING OP-IDX FROM 1 BY 1 UNTIL OP-IDX > 7.

               END-ADD
           END-IF.

           D3-PARA-ADD-REVERSAL.
           ADD 1 TO WS-REVERSAL-COUNT.
           ADD CA-RESULT TO WS-REVERSAL-SUM
               ON SIZE ERROR
                   DISPLAY 'REVERSAL TOTAL OVERFLOW'
                   STOP RUN
           END-ADD.

           J-PARA-COUNT-ADJUSTMENTS.
           READ CALC-ADJUST-FILE INTO CALC-ADJUST-RECORD
               AT END MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-ADJUST-COUNT
                   ADD PJ-RESULT TO WS-ADJUST-SUM
                       ON SIZE ERROR
                           DISPLAY 'ADJUSTMENT TOTAL OVERFLOW'
                           STOP RUN
                   END-ADD
           END-READ.

           E-PARA-WRITE-REPORT.
           MOVE 'ITERCALC END-OF-DAY RECONCILIATION REPORT'
               TO SUMMARY-LINE.
               DELIMITED BY SIZE INTO SUMMARY-LINE.
           WRITE SUMMARY-LINE.

           MOVE WS-DUPLICATE-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO SUMMARY-LINE.
           STRING '  DUPLICATES REJECTED   : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO SUMMARY-LINE.
           WRITE SUMMARY-LINE.

           MOVE WS-REVERSAL-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO SUMMARY-LINE.
           STRING 'REVERSALS POSTED        : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO SUMMARY-LINE.
           WRITE SUMMARY-LINE.

           MOVE WS-REVERSAL-SUM TO WS-EDIT-SUM.
           MOVE SPACES TO SUMMARY-LINE.
           STRING 'REVERSALS TOTAL         : ' WS-EDIT-SUM
               DELIMITED BY SIZE INTO SUMMARY-LINE.
           WRITE SUMMARY-LINE.

           MOVE WS-ADJUST-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO SUMMARY-LINE.
           STRING 'PRIOR-PERIOD ADJUSTMENTS: ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO SUMMARY-LINE.
           WRITE SUMMARY-LINE.

           MOVE WS-ADJUST-SUM TO WS-EDIT-SUM.
           MOVE SPACES TO SUMMARY-LINE.
           STRING 'PRIOR-PERIOD ADJ TOTAL  : ' WS-EDIT-SUM
               DELIMITED BY SIZE INTO SUMMARY-LINE.
           WRITE SUMMARY-LINE.

           IF WS-TRANS-COUNT = WS-PROCESSED-COUNT + WS-REJECT-COUNT
           THEN
               MOVE 'RECONCILIATION          : BALANCED'
