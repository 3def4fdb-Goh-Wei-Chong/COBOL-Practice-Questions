       IDENTIFICATION DIVISION.
       PROGRAM-ID. CalcChargeback.
      *
      * Modification History
      * ---------------------------------------------------------
      * New program - month-end chargeback of the calc service to
      * the submitting departments. Finance used to estimate each
      * department's share from CalcTrend's volume figures, which
      * are not split by source system.
      * For the closed month named in the CALCCBPM parameter
      * record (YYYYMM, which must be earlier than the current
      * month), counts the calculations posted per CA-SOURCE-
      * SYSTEM and operator from the audit keep file (CALCAUDK -
      * the job concatenates the latest archive generation ahead
      * of the keep file, so the month is found whether or not the
      * monthly archive has already moved it), and the rejections
      * per source system and operator from the cumulative
      * exception history ('J' events dated in the month).
      * Prices the counts from the rate table (CALCRATE): an 'O'
      * record gives an operator's unit rate per posted
      * calculation, an 'S' record gives a source system's
      * department name, per-reject handling fee and monthly
      * minimum. A department whose usage and reject charges come
      * to less than its minimum is billed the minimum, the
      * difference shown as a minimum adjustment; a rated
      * department with no activity is billed its minimum.
      * Activity for a source system or operator with no rate
      * record is billed at zero and flagged on the statement, and
      * the run ends RC=4 so finance sees the gap before the
      * interface file is keyed.
      * Writes a printed statement per department (CALCCBST) with
      * control totals at the end, and the fixed-format chargeback
      * interface file (CALCCBIF: header, one detail per
      * department, control trailer) for the finance system. The
      * trailer totals are accumulated from the detail records
      * actually written and proved against the statement totals;
      * a disagreement ends RC=12 so the job does not promote the
      * file. A malformed parameter or rate record, or a table
      * overflow, ends RC=12.
      * Posted reversals (audit records with operator REV, from a
      * department's reversal feed or a declined held item) are
      * corrections, not usage, and are no longer billed as posted
      * calculations - there is no REV rate, so each one used to
      * show as unrated activity, end the run RC=4 and hold back
      * the interface file. They are counted per source system
      * instead and shown on the department's statement as
      * reversals not billed, with the month's total in the
      * control totals; the interface file is unchanged.
      * A rejection no longer adds its operator to the operator
      * table. Rejects are often for a bad or unknown operator
      * code, or a REV, and each such code used to appear as an
      * unrated operator line, ending the run RC=4 and holding
      * back the interface file - past 20 distinct codes the run
      * ended RC=12. A reject is now split to its operator only
      * when that operator is rated or has posted, and is always
      * counted in the department's reject total, which is what
      * is charged. An operator line is flagged unrated only when
      * it carries postings.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT CALC-CHARGEBACK-PARM ASSIGN TO 'CALCCBPM'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PARM-STATUS.
               SELECT CALC-RATE-FILE ASSIGN TO 'CALCRATE'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RATE-STATUS.
               SELECT CALC-AUDIT-KEEP ASSIGN TO 'CALCAUDK'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-KEEP-STATUS.
               SELECT CALC-EXC-HISTORY-FILE ASSIGN TO 'CALCEHIS'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-EXC-HISTORY-STATUS.
               SELECT CALC-STATEMENT-RPT ASSIGN TO 'CALCCBST'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-STATEMENT-STATUS.
               SELECT CALC-CHARGEBACK-FILE ASSIGN TO 'CALCCBIF'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-INTERFACE-STATUS.
               SELECT CALC-RUN-CONTROL ASSIGN TO 'CALCRUNC'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RUN-CONTROL-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD  CALC-CHARGEBACK-PARM
               RECORD CONTAINS 6 CHARACTERS.
           01  CALC-CHARGEBACK-PARM-RECORD.
               05 PA-BILLING-PERIOD PIC 9(6).
               05 PA-BILLING-PARTS REDEFINES PA-BILLING-PERIOD.
                   10 PA-BILLING-YEAR PIC 9(4).
                   10 PA-BILLING-MONTH PIC 9(2).

           FD  CALC-RATE-FILE
               RECORD CONTAINS 60 CHARACTERS.
           01  CALC-RATE-RECORD.
               05 RT-RECORD-TYPE PIC X(1).
               05 RT-DATA PIC X(59).
               05 RT-OPERATOR-RATE REDEFINES RT-DATA.
                   10 RT-OPERATOR PIC X(3).
                   10 RT-UNIT-RATE PIC 9(5)V9(4).
                   10 FILLER PIC X(47).
               05 RT-SYSTEM-RATE REDEFINES RT-DATA.
                   10 RT-SOURCE-SYSTEM PIC X(3).
                   10 RT-REJECT-FEE PIC 9(5)V9(4).
                   10 RT-MONTHLY-MINIMUM PIC 9(9)V9(2).
                   10 RT-DEPARTMENT-NAME PIC X(30).
                   10 FILLER PIC X(6).

           FD  CALC-AUDIT-KEEP
               RECORD CONTAINS 96 CHARACTERS.
           COPY CALCAUD.

           FD  CALC-EXC-HISTORY-FILE
               RECORD CONTAINS 104 CHARACTERS.
           COPY CALCEHS.

           FD  CALC-STATEMENT-RPT
               RECORD CONTAINS 80 CHARACTERS.
           01  STATEMENT-LINE PIC X(80).

           FD  CALC-CHARGEBACK-FILE
               RECORD CONTAINS 80 CHARACTERS.
           01  CALC-CHARGEBACK-RECORD.
               05 CB-RECORD-TYPE PIC X(1).
               05 CB-DATA PIC X(79).
               05 CB-HEADER REDEFINES CB-DATA.
                   10 CBH-PERIOD PIC 9(6).
                   10 CBH-CREATED-DATE PIC 9(8).
                   10 FILLER PIC X(65).
               05 CB-DETAIL REDEFINES CB-DATA.
                   10 CBD-SOURCE-SYSTEM PIC X(3).
                   10 CBD-PERIOD PIC 9(6).
                   10 CBD-POSTED-COUNT PIC 9(9).
                   10 CBD-REJECTED-COUNT PIC 9(9).
                   10 CBD-USAGE-CHARGE PIC S9(13)V9(2).
                   10 CBD-REJECT-CHARGE PIC S9(13)V9(2).
                   10 CBD-AMOUNT-DUE PIC S9(13)V9(2).
                   10 FILLER PIC X(7).
               05 CB-TRAILER REDEFINES CB-DATA.
                   10 CBT-DETAIL-COUNT PIC 9(9).
                   10 CBT-POSTED-TOTAL PIC 9(9).
                   10 CBT-REJECTED-TOTAL PIC 9(9).
                   10 CBT-AMOUNT-TOTAL PIC S9(13)V9(2).
                   10 FILLER PIC X(37).

           FD  CALC-RUN-CONTROL
               RECORD CONTAINS 84 CHARACTERS.
           COPY CALCRUN.

           WORKING-STORAGE SECTION.
           01 WS-PARM-STATUS PIC X(2).
           01 WS-RATE-STATUS PIC X(2).
           01 WS-KEEP-STATUS PIC X(2).
           01 WS-EXC-HISTORY-STATUS PIC X(2).
           01 WS-STATEMENT-STATUS PIC X(2).
           01 WS-INTERFACE-STATUS PIC X(2).
           01 WS-RUN-CONTROL-STATUS PIC X(2).
           01 WS-EOF-SWITCH PIC X(1) VALUE 'N'.
               88 WS-END-OF-FILE VALUE 'Y'.
           01 WS-CURRENT-TIMESTAMP PIC X(26).
           01 WS-CURRENT-PERIOD PIC X(6).
           01 WS-BILLING-PERIOD PIC X(6).
           01 WS-EVENT-DATE.
               05 WS-EVENT-PERIOD PIC X(6).
               05 FILLER PIC X(2).

      * Operators seen on the rate table or in the month's
      * activity; an operator first seen in activity is unrated.
           01 WS-OPERATOR-COUNT PIC 9(4) COMP VALUE 0.
           01 WS-OPERATOR-TABLE.
               05 WS-OPERATOR-ENTRY OCCURS 20 TIMES
                   INDEXED BY OPR-IDX.
                   10 WS-OPR-CODE PIC X(3).
                   10 WS-OPR-UNIT-RATE PIC 9(5)V9(4) COMP-3.
                   10 WS-OPR-RATE-SWITCH PIC X(1).
                       88 WS-OPR-RATED VALUE 'Y'.
           01 WS-OP-SUB PIC 9(4) COMP.

      * Source systems likewise, with the month's counts per
      * operator (same positions as the operator table).
           01 WS-SYSTEM-COUNT PIC 9(4) COMP VALUE 0.
           01 WS-SYSTEM-TABLE.
               05 WS-SYSTEM-ENTRY OCCURS 200 TIMES
                   INDEXED BY SYS-IDX.
                   10 WS-SYS-CODE PIC X(3).
                   10 WS-SYS-NAME PIC X(30).
                   10 WS-SYS-REJECT-FEE PIC 9(5)V9(4) COMP-3.
                   10 WS-SYS-MINIMUM PIC 9(9)V9(2) COMP-3.
                   10 WS-SYS-RATE-SWITCH PIC X(1).
                       88 WS-SYS-RATED VALUE 'Y'.
                   10 WS-SYS-POSTED PIC 9(9).
                   10 WS-SYS-REJECTED PIC 9(9).
                   10 WS-SYS-OPERATOR OCCURS 20 TIMES.
                       15 WS-SOP-POSTED PIC 9(9).
                       15 WS-SOP-REJECTED PIC 9(9).

           01 WS-FOUND-SWITCH PIC X(1) VALUE 'N'.
               88 WS-ENTRY-FOUND VALUE 'Y'.
           01 WS-LOOKUP-SYSTEM PIC X(3).
           01 WS-LOOKUP-OPERATOR PIC X(3).

      * Reversals posted in the month per source system - shown on
      * the statement, never billed.
           01 WS-REVERSAL-SYSTEM-COUNT PIC 9(4) COMP VALUE 0.
           01 WS-REVERSAL-TABLE.
               05 WS-REVERSAL-ENTRY OCCURS 200 TIMES
                   INDEXED BY REV-IDX.
                   10 WS-REV-SYS-CODE PIC X(3).
                   10 WS-REV-COUNT PIC 9(9).

           01 WS-LINE-CHARGE PIC S9(13)V9(2) COMP-3.
           01 WS-USAGE-CHARGE PIC S9(13)V9(2) COMP-3.
           01 WS-REJECT-CHARGE PIC S9(13)V9(2) COMP-3.
           01 WS-SUBTOTAL PIC S9(13)V9(2) COMP-3.
           01 WS-MINIMUM-ADJUSTMENT PIC S9(13)V9(2) COMP-3.
           01 WS-AMOUNT-DUE PIC S9(13)V9(2) COMP-3.

           01 WS-RATE-COUNT PIC 9(9) VALUE 0.
           01 WS-KEEP-READ-COUNT PIC 9(9) VALUE 0.
           01 WS-KEEP-REVERSAL-COUNT PIC 9(9) VALUE 0.
           01 WS-UNRATED-COUNT PIC 9(9) VALUE 0.
           01 WS-STMT-DEPT-COUNT PIC 9(9) VALUE 0.
           01 WS-STMT-POSTED-TOTAL PIC 9(9) VALUE 0.
           01 WS-STMT-REJECTED-TOTAL PIC 9(9) VALUE 0.
           01 WS-STMT-AMOUNT-TOTAL PIC S9(13)V9(2) VALUE 0.
           01 WS-INTF-DETAIL-COUNT PIC 9(9) VALUE 0.
           01 WS-INTF-POSTED-TOTAL PIC 9(9) VALUE 0.
           01 WS-INTF-REJECTED-TOTAL PIC 9(9) VALUE 0.
           01 WS-INTF-AMOUNT-TOTAL PIC S9(13)V9(2) VALUE 0.
           01 WS-TIE-SWITCH PIC X(1) VALUE 'Y'.
               88 WS-INTERFACE-TIES VALUE 'Y'.

           01 WS-EDIT-COUNT PIC ZZZZZZZZ9.
           01 WS-EDIT-COUNT-2 PIC ZZZZZZZZ9.
           01 WS-EDIT-RATE PIC ZZZZ9.9999.
           01 WS-EDIT-AMOUNT PIC -(13)9.99.

       PROCEDURE DIVISION.
           A-PARA.
           PERFORM R-PARA-WRITE-RUN-START.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP.
           MOVE WS-CURRENT-TIMESTAMP(1:6) TO WS-CURRENT-PERIOD.

           OPEN INPUT CALC-CHARGEBACK-PARM.
           IF WS-PARM-STATUS NOT = '00' THEN
               DISPLAY 'CALC-CHARGEBACK-PARM OPEN FAILED, STATUS='
                   WS-PARM-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ CALC-CHARGEBACK-PARM INTO CALC-CHARGEBACK-PARM-RECORD
               AT END
                   DISPLAY 'CALC-CHARGEBACK-PARM IS EMPTY'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-READ.
           IF PA-BILLING-PERIOD IS NOT NUMERIC
               OR PA-BILLING-MONTH < 1 OR PA-BILLING-MONTH > 12 THEN
               DISPLAY 'CALC-CHARGEBACK-PARM PERIOD NOT VALID'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE PA-BILLING-PERIOD TO WS-BILLING-PERIOD.
           CLOSE CALC-CHARGEBACK-PARM.
           IF WS-BILLING-PERIOD NOT < WS-CURRENT-PERIOD THEN
               DISPLAY 'CHARGEBACK PERIOD ' WS-BILLING-PERIOD
                   ' IS NOT A CLOSED MONTH'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT CALC-RATE-FILE.
           IF WS-RATE-STATUS NOT = '00' THEN
               DISPLAY 'CALC-RATE-FILE OPEN FAILED, STATUS='
                   WS-RATE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM B-PARA-LOAD-RATE WITH TEST BEFORE
               UNTIL WS-END-OF-FILE.
           CLOSE CALC-RATE-FILE.

           MOVE 'N' TO WS-EOF-SWITCH.
           OPEN INPUT CALC-AUDIT-KEEP.
           IF WS-KEEP-STATUS NOT = '00' THEN
               DISPLAY 'CALC-AUDIT-KEEP OPEN FAILED, STATUS='
                   WS-KEEP-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM C-PARA-NEXT-AUDIT WITH TEST BEFORE
               UNTIL WS-END-OF-FILE.
           CLOSE CALC-AUDIT-KEEP.

           MOVE 'N' TO WS-EOF-SWITCH.
           OPEN INPUT CALC-EXC-HISTORY-FILE.
           EVALUATE WS-EXC-HISTORY-STATUS
               WHEN '00'
                   PERFORM D-PARA-NEXT-EXC-HISTORY WITH TEST BEFORE
                       UNTIL WS-END-OF-FILE
                   CLOSE CALC-EXC-HISTORY-FILE
               WHEN '35'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'CALC-EXC-HISTORY-FILE OPEN FAILED, '
                       'STATUS=' WS-EXC-HISTORY-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

           OPEN OUTPUT CALC-STATEMENT-RPT.
           IF WS-STATEMENT-STATUS NOT = '00' THEN
               DISPLAY 'CALC-STATEMENT-RPT OPEN FAILED, STATUS='
                   WS-STATEMENT-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT CALC-CHARGEBACK-FILE.
           IF WS-INTERFACE-STATUS NOT = '00' THEN
               DISPLAY 'CALC-CHARGEBACK-FILE OPEN FAILED, STATUS='
                   WS-INTERFACE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE SPACES TO CALC-CHARGEBACK-RECORD.
           MOVE 'H' TO CB-RECORD-TYPE.
           MOVE WS-BILLING-PERIOD TO CBH-PERIOD.
           MOVE WS-CURRENT-TIMESTAMP(1:8) TO CBH-CREATED-DATE.
           PERFORM X-PARA-WRITE-INTERFACE.

           PERFORM E-PARA-BILL-SYSTEM
               VARYING SYS-IDX FROM 1 BY 1
               UNTIL SYS-IDX > WS-SYSTEM-COUNT.

           MOVE SPACES TO CALC-CHARGEBACK-RECORD.
           MOVE 'T' TO CB-RECORD-TYPE.
           MOVE WS-INTF-DETAIL-COUNT TO CBT-DETAIL-COUNT.
           MOVE WS-INTF-POSTED-TOTAL TO CBT-POSTED-TOTAL.
           MOVE WS-INTF-REJECTED-TOTAL TO CBT-REJECTED-TOTAL.
           MOVE WS-INTF-AMOUNT-TOTAL TO CBT-AMOUNT-TOTAL.
           PERFORM X-PARA-WRITE-INTERFACE.

           IF WS-INTF-DETAIL-COUNT NOT = WS-STMT-DEPT-COUNT
               OR WS-INTF-POSTED-TOTAL NOT = WS-STMT-POSTED-TOTAL
               OR WS-INTF-REJECTED-TOTAL
                   NOT = WS-STMT-REJECTED-TOTAL
               OR WS-INTF-AMOUNT-TOTAL NOT = WS-STMT-AMOUNT-TOTAL
           THEN
               MOVE 'N' TO WS-TIE-SWITCH
           END-IF.
           PERFORM G-PARA-WRITE-CONTROL-TOTALS.
           CLOSE CALC-STATEMENT-RPT CALC-CHARGEBACK-FILE.

           IF NOT WS-INTERFACE-TIES THEN
               DISPLAY 'CHARGEBACK INTERFACE TRAILER DOES NOT TIE '
                   'TO THE STATEMENT'
               MOVE 12 TO RETURN-CODE
           ELSE
               IF WS-UNRATED-COUNT > 0 THEN
                   DISPLAY 'CHARGEBACK ACTIVITY WITH NO RATE RECORD '
                       WS-UNRATED-COUNT
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           PERFORM R9-PARA-WRITE-RUN-END.
           STOP RUN.

           B-PARA-LOAD-RATE.
           READ CALC-RATE-FILE INTO CALC-RATE-RECORD
               AT END MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END PERFORM B1-PARA-STORE-RATE
           END-READ.

           B1-PARA-STORE-RATE.
           ADD 1 TO WS-RATE-COUNT.
           EVALUATE RT-RECORD-TYPE
               WHEN 'O'
                   IF RT-UNIT-RATE IS NOT NUMERIC THEN
                       DISPLAY 'CALC-RATE-FILE RATE NOT NUMERIC '
                           'FOR OPERATOR ' RT-OPERATOR
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   MOVE RT-OPERATOR TO WS-LOOKUP-OPERATOR
                   PERFORM Z-PARA-LOCATE-OPERATOR
                   MOVE RT-UNIT-RATE TO WS-OPR-UNIT-RATE(OPR-IDX)
                   MOVE 'Y' TO WS-OPR-RATE-SWITCH(OPR-IDX)
               WHEN 'S'
                   IF RT-REJECT-FEE IS NOT NUMERIC
                       OR RT-MONTHLY-MINIMUM IS NOT NUMERIC THEN
                       DISPLAY 'CALC-RATE-FILE FEE NOT NUMERIC '
                           'FOR SOURCE SYSTEM ' RT-SOURCE-SYSTEM
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   MOVE RT-SOURCE-SYSTEM TO WS-LOOKUP-SYSTEM
                   PERFORM Y-PARA-LOCATE-SYSTEM
                   MOVE RT-DEPARTMENT-NAME TO WS-SYS-NAME(SYS-IDX)
                   MOVE RT-REJECT-FEE TO WS-SYS-REJECT-FEE(SYS-IDX)
                   MOVE RT-MONTHLY-MINIMUM
                       TO WS-SYS-MINIMUM(SYS-IDX)
                   MOVE 'Y' TO WS-SYS-RATE-SWITCH(SYS-IDX)
               WHEN OTHER
                   DISPLAY 'CALC-RATE-FILE BAD RECORD TYPE '
                       RT-RECORD-TYPE
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

      * Posted calculations in the billing month; reversals are
      * counted apart and not billed.
           C-PARA-NEXT-AUDIT.
           READ CALC-AUDIT-KEEP INTO CALC-AUDIT-RECORD
               AT END MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END PERFORM C1-PARA-COUNT-POSTED
           END-READ.

           C1-PARA-COUNT-POSTED.
           ADD 1 TO WS-KEEP-READ-COUNT.
           IF CA-TIMESTAMP(1:6) = WS-BILLING-PERIOD THEN
               IF CA-OPERATOR = 'REV' THEN
                   PERFORM C2-PARA-COUNT-REVERSAL
               ELSE
                   MOVE CA-SOURCE-SYSTEM TO WS-LOOKUP-SYSTEM
                   PERFORM Y-PARA-LOCATE-SYSTEM
                   MOVE CA-OPERATOR TO WS-LOOKUP-OPERATOR
                   PERFORM Z-PARA-LOCATE-OPERATOR
                   ADD 1 TO WS-SYS-POSTED(SYS-IDX)
                   ADD 1 TO WS-SOP-POSTED(SYS-IDX, WS-OP-SUB)
               END-IF
           END-IF.

           C2-PARA-COUNT-REVERSAL.
           ADD 1 TO WS-KEEP-REVERSAL-COUNT.
           MOVE CA-SOURCE-SYSTEM TO WS-LOOKUP-SYSTEM.
           PERFORM V-PARA-FIND-REVERSAL.
           IF NOT WS-ENTRY-FOUND THEN
               IF WS-REVERSAL-SYSTEM-COUNT = 200 THEN
                   DISPLAY 'CHARGEBACK REVERSAL TABLE EXCEEDS 200 '
                       'ENTRIES'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-REVERSAL-SYSTEM-COUNT
               SET REV-IDX TO WS-REVERSAL-SYSTEM-COUNT
               MOVE WS-LOOKUP-SYSTEM TO WS-REV-SYS-CODE(REV-IDX)
               MOVE 0 TO WS-REV-COUNT(REV-IDX)
           END-IF.
           ADD 1 TO WS-REV-COUNT(REV-IDX).

      * Rejections in the billing month; every rejection is
      * handled and charged, a repeat reject of the same
      * transaction included.
           D-PARA-NEXT-EXC-HISTORY.
           READ CALC-EXC-HISTORY-FILE INTO CALC-EXC-HISTORY-RECORD
               AT END MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END PERFORM D1-PARA-COUNT-REJECTED
           END-READ.

           D1-PARA-COUNT-REJECTED.
           MOVE EH-EVENT-DATE TO WS-EVENT-DATE.
           IF EH-REJECTED
               AND WS-EVENT-PERIOD = WS-BILLING-PERIOD THEN
               MOVE EH-SOURCE-SYSTEM TO WS-LOOKUP-SYSTEM
               PERFORM Y-PARA-LOCATE-SYSTEM
               ADD 1 TO WS-SYS-REJECTED(SYS-IDX)
               MOVE EH-OPERATOR TO WS-LOOKUP-OPERATOR
               PERFORM U-PARA-FIND-OPERATOR
               IF WS-ENTRY-FOUND THEN
                   ADD 1 TO WS-SOP-REJECTED(SYS-IDX, WS-OP-SUB)
               END-IF
           END-IF.

      * One department's statement and interface detail.
           E-PARA-BILL-SYSTEM.
           MOVE SPACES TO STATEMENT-LINE.
           STRING 'CALC SERVICE CHARGEBACK STATEMENT     PERIOD '
               WS-BILLING-PERIOD
               DELIMITED BY SIZE INTO STATEMENT-LINE.
           PERFORM W-PARA-WRITE-STATEMENT.
           MOVE SPACES TO STATEMENT-LINE.
           STRING 'DEPARTMENT : ' WS-SYS-CODE(SYS-IDX)
               '  ' WS-SYS-NAME(SYS-IDX)
               DELIMITED BY SIZE INTO STATEMENT-LINE.
           PERFORM W-PARA-WRITE-STATEMENT.
           MOVE SPACES TO STATEMENT-LINE.
           PERFORM W-PARA-WRITE-STATEMENT.
           MOVE 'OPERATOR     POSTED  REJECTED   UNIT RATE'
               TO STATEMENT-LINE.
           MOVE 'CHARGE' TO STATEMENT-LINE(63:6).
           PERFORM W-PARA-WRITE-STATEMENT.

           MOVE 0 TO WS-USAGE-CHARGE.
           PERFORM E1-PARA-PRICE-OPERATOR
               VARYING WS-OP-SUB FROM 1 BY 1
               UNTIL WS-OP-SUB > WS-OPERATOR-COUNT.

           COMPUTE WS-REJECT-CHARGE ROUNDED
               = WS-SYS-REJECTED(SYS-IDX)
               * WS-SYS-REJECT-FEE(SYS-IDX).
           COMPUTE WS-SUBTOTAL = WS-USAGE-CHARGE + WS-REJECT-CHARGE.
           IF WS-SUBTOTAL < WS-SYS-MINIMUM(SYS-IDX) THEN
               COMPUTE WS-MINIMUM-ADJUSTMENT
                   = WS-SYS-MINIMUM(SYS-IDX) - WS-SUBTOTAL
           ELSE
               MOVE 0 TO WS-MINIMUM-ADJUSTMENT
           END-IF.
           COMPUTE WS-AMOUNT-DUE
               = WS-SUBTOTAL + WS-MINIMUM-ADJUSTMENT.

           MOVE SPACES TO STATEMENT-LINE.
           PERFORM W-PARA-WRITE-STATEMENT.
           MOVE WS-SYS-REJECTED(SYS-IDX) TO WS-EDIT-COUNT.
           MOVE WS-SYS-REJECT-FEE(SYS-IDX) TO WS-EDIT-RATE.
           MOVE SPACES TO STATEMENT-LINE.
           STRING 'REJECTS HANDLED    : ' WS-EDIT-COUNT
               ' AT ' WS-EDIT-RATE
               DELIMITED BY SIZE INTO STATEMENT-LINE.
           PERFORM W-PARA-WRITE-STATEMENT.
           MOVE WS-SYS-CODE(SYS-IDX) TO WS-LOOKUP-SYSTEM.
           PERFORM V-PARA-FIND-REVERSAL.
           IF WS-ENTRY-FOUND THEN
               MOVE WS-REV-COUNT(REV-IDX) TO WS-EDIT-COUNT
           ELSE
               MOVE 0 TO WS-EDIT-COUNT
           END-IF.
           STRING 'REVERSALS POSTED   : ' WS-EDIT-COUNT
               ' (NOT BILLED)'
               DELIMITED BY SIZE INTO STATEMENT-LINE.
           PERFORM W-PARA-WRITE-STATEMENT.
           MOVE WS-USAGE-CHARGE TO WS-EDIT-AMOUNT.
           STRING 'USAGE CHARGE       : ' WS-EDIT-AMOUNT
               DELIMITED BY SIZE INTO STATEMENT-LINE.
           PERFORM W-PARA-WRITE-STATEMENT.
           MOVE WS-REJECT-CHARGE TO WS-EDIT-AMOUNT.
           STRING 'REJECT CHARGE      : ' WS-EDIT-AMOUNT
               DELIMITED BY SIZE INTO STATEMENT-LINE.
           PERFORM W-PARA-WRITE-STATEMENT.
           MOVE WS-MINIMUM-ADJUSTMENT TO WS-EDIT-AMOUNT.
           STRING 'MINIMUM ADJUSTMENT : ' WS-EDIT-AMOUNT
               DELIMITED BY SIZE INTO STATEMENT-LINE.
           PERFORM W-PARA-WRITE-STATEMENT.
           MOVE WS-AMOUNT-DUE TO WS-EDIT-AMOUNT.
           STRING 'AMOUNT DUE         : ' WS-EDIT-AMOUNT
               DELIMITED BY SIZE INTO STATEMENT-LINE.
           PERFORM W-PARA-WRITE-STATEMENT.
           IF NOT WS-SYS-RATED(SYS-IDX) THEN
               ADD 1 TO WS-UNRATED-COUNT
               MOVE '* NO RATE RECORD FOR THIS SOURCE SYSTEM - '
                   TO STATEMENT-LINE
               MOVE 'FEE AND MINIMUM NOT APPLIED'
                   TO STATEMENT-LINE(43:27)
               PERFORM W-PARA-WRITE-STATEMENT
           END-IF.
           PERFORM W-PARA-WRITE-STATEMENT.

           ADD 1 TO WS-STMT-DEPT-COUNT.
           ADD WS-SYS-POSTED(SYS-IDX) TO WS-STMT-POSTED-TOTAL.
           ADD WS-SYS-REJECTED(SYS-IDX) TO WS-STMT-REJECTED-TOTAL.
           ADD WS-AMOUNT-DUE TO WS-STMT-AMOUNT-TOTAL.

           MOVE SPACES TO CALC-CHARGEBACK-RECORD.
           MOVE 'D' TO CB-RECORD-TYPE.
           MOVE WS-SYS-CODE(SYS-IDX) TO CBD-SOURCE-SYSTEM.
           MOVE WS-BILLING-PERIOD TO CBD-PERIOD.
           MOVE WS-SYS-POSTED(SYS-IDX) TO CBD-POSTED-COUNT.
           MOVE WS-SYS-REJECTED(SYS-IDX) TO CBD-REJECTED-COUNT.
           MOVE WS-USAGE-CHARGE TO CBD-USAGE-CHARGE.
           MOVE WS-REJECT-CHARGE TO CBD-REJECT-CHARGE.
           MOVE WS-AMOUNT-DUE TO CBD-AMOUNT-DUE.
           PERFORM X-PARA-WRITE-INTERFACE.
           ADD 1 TO WS-INTF-DETAIL-COUNT.
           ADD CBD-POSTED-COUNT TO WS-INTF-POSTED-TOTAL.
           ADD CBD-REJECTED-COUNT TO WS-INTF-REJECTED-TOTAL.
           ADD CBD-AMOUNT-DUE TO WS-INTF-AMOUNT-TOTAL.

           E1-PARA-PRICE-OPERATOR.
           IF WS-SOP-POSTED(SYS-IDX, WS-OP-SUB) > 0
               OR WS-SOP-REJECTED(SYS-IDX, WS-OP-SUB) > 0 THEN
               SET OPR-IDX TO WS-OP-SUB
               COMPUTE WS-LINE-CHARGE ROUNDED
                   = WS-SOP-POSTED(SYS-IDX, WS-OP-SUB)
                   * WS-OPR-UNIT-RATE(OPR-IDX)
               ADD WS-LINE-CHARGE TO WS-USAGE-CHARGE
               MOVE WS-SOP-POSTED(SYS-IDX, WS-OP-SUB)
                   TO WS-EDIT-COUNT
               MOVE WS-SOP-REJECTED(SYS-IDX, WS-OP-SUB)
                   TO WS-EDIT-COUNT-2
               MOVE WS-OPR-UNIT-RATE(OPR-IDX) TO WS-EDIT-RATE
               MOVE WS-LINE-CHARGE TO WS-EDIT-AMOUNT
               MOVE SPACES TO STATEMENT-LINE
               STRING '  ' WS-OPR-CODE(OPR-IDX)
                   '    ' WS-EDIT-COUNT ' ' WS-EDIT-COUNT-2
                   '  ' WS-EDIT-RATE ' ' WS-EDIT-AMOUNT
                   DELIMITED BY SIZE INTO STATEMENT-LINE
               IF NOT WS-OPR-RATED(OPR-IDX)
                   AND WS-SOP-POSTED(SYS-IDX, WS-OP-SUB) > 0 THEN
                   ADD 1 TO WS-UNRATED-COUNT
                   MOVE '*NO RATE' TO STATEMENT-LINE(70:8)
               END-IF
               PERFORM W-PARA-WRITE-STATEMENT
           END-IF.

           G-PARA-WRITE-CONTROL-TOTALS.
           MOVE SPACES TO STATEMENT-LINE.
           STRING 'CHARGEBACK CONTROL TOTALS             PERIOD '
               WS-BILLING-PERIOD
               DELIMITED BY SIZE INTO STATEMENT-LINE.
           PERFORM W-PARA-WRITE-STATEMENT.
           PERFORM W-PARA-WRITE-STATEMENT.
           MOVE WS-KEEP-READ-COUNT TO WS-EDIT-COUNT.
           STRING 'AUDIT RECORDS READ : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO STATEMENT-LINE.
           PERFORM W-PARA-WRITE-STATEMENT.
           MOVE WS-STMT-DEPT-COUNT TO WS-EDIT-COUNT.
           STRING 'DEPARTMENTS BILLED : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO STATEMENT-LINE.
           PERFORM W-PARA-WRITE-STATEMENT.
           MOVE WS-KEEP-REVERSAL-COUNT TO WS-EDIT-COUNT.
           STRING 'REVERSALS UNBILLED : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO STATEMENT-LINE.
           PERFORM W-PARA-WRITE-STATEMENT.
           MOVE WS-STMT-POSTED-TOTAL TO WS-EDIT-COUNT.
           STRING 'POSTED BILLED      : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO STATEMENT-LINE.
           PERFORM W-PARA-WRITE-STATEMENT.
           MOVE WS-STMT-REJECTED-TOTAL TO WS-EDIT-COUNT.
           STRING 'REJECTS BILLED     : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO STATEMENT-LINE.
           PERFORM W-PARA-WRITE-STATEMENT.
           MOVE WS-STMT-AMOUNT-TOTAL TO WS-EDIT-AMOUNT.
           STRING 'TOTAL AMOUNT DUE   : ' WS-EDIT-AMOUNT
               DELIMITED BY SIZE INTO STATEMENT-LINE.
           PERFORM W-PARA-WRITE-STATEMENT.
           MOVE WS-UNRATED-COUNT TO WS-EDIT-COUNT.
           STRING 'UNRATED ITEMS      : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO STATEMENT-LINE.
           PERFORM W-PARA-WRITE-STATEMENT.
           IF WS-INTERFACE-TIES THEN
               MOVE 'INTERFACE TRAILER  : TIES TO STATEMENT'
                   TO STATEMENT-LINE
           ELSE
               MOVE 'INTERFACE TRAILER  : OUT OF BALANCE'
                   TO STATEMENT-LINE
           END-IF.
           PERFORM W-PARA-WRITE-STATEMENT.

           W-PARA-WRITE-STATEMENT.
           WRITE STATEMENT-LINE.
           IF WS-STATEMENT-STATUS NOT = '00' THEN
               DISPLAY 'CALC-STATEMENT-RPT WRITE FAILED, STATUS='
                   WS-STATEMENT-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO STATEMENT-LINE.

           X-PARA-WRITE-INTERFACE.
           WRITE CALC-CHARGEBACK-RECORD.
           IF WS-INTERFACE-STATUS NOT = '00' THEN
               DISPLAY 'CALC-CHARGEBACK-FILE WRITE FAILED, STATUS='
                   WS-INTERFACE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

      * Finds the source system in the reversal table without
      * adding it, so a system with nothing but reversals gets no
      * statement; leaves REV-IDX on the entry when found.
           V-PARA-FIND-REVERSAL.
           MOVE 'N' TO WS-FOUND-SWITCH.
           PERFORM V1-PARA-MATCH-REVERSAL
               VARYING REV-IDX FROM 1 BY 1
               UNTIL REV-IDX > WS-REVERSAL-SYSTEM-COUNT
               OR WS-ENTRY-FOUND.

           V1-PARA-MATCH-REVERSAL.
           IF WS-REV-SYS-CODE(REV-IDX) = WS-LOOKUP-SYSTEM THEN
               MOVE 'Y' TO WS-FOUND-SWITCH
               SET REV-IDX DOWN BY 1
           END-IF.

      * Finds a rejected detail's operator among those rated or
      * posted, without adding it - an unknown or REV code is
      * counted only in the department's reject total. Leaves
      * WS-OP-SUB on the entry when found.
           U-PARA-FIND-OPERATOR.
           MOVE 'N' TO WS-FOUND-SWITCH.
           PERFORM Z1-PARA-MATCH-OPERATOR
               VARYING OPR-IDX FROM 1 BY 1
               UNTIL OPR-IDX > WS-OPERATOR-COUNT
               OR WS-ENTRY-FOUND.
           IF WS-ENTRY-FOUND THEN
               SET WS-OP-SUB TO OPR-IDX
           END-IF.

      * Finds the source system in the table, adding it unrated
      * when first seen; leaves SYS-IDX on the entry.
           Y-PARA-LOCATE-SYSTEM.
           MOVE 'N' TO WS-FOUND-SWITCH.
           PERFORM Y1-PARA-MATCH-SYSTEM
               VARYING SYS-IDX FROM 1 BY 1
               UNTIL SYS-IDX > WS-SYSTEM-COUNT
               OR WS-ENTRY-FOUND.
           IF NOT WS-ENTRY-FOUND THEN
               IF WS-SYSTEM-COUNT = 200 THEN
                   DISPLAY 'CHARGEBACK SYSTEM TABLE EXCEEDS 200 '
                       'ENTRIES'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-SYSTEM-COUNT
               SET SYS-IDX TO WS-SYSTEM-COUNT
               INITIALIZE WS-SYSTEM-ENTRY(SYS-IDX)
               MOVE WS-LOOKUP-SYSTEM TO WS-SYS-CODE(SYS-IDX)
               MOVE 'N' TO WS-SYS-RATE-SWITCH(SYS-IDX)
           END-IF.

           Y1-PARA-MATCH-SYSTEM.
           IF WS-SYS-CODE(SYS-IDX) = WS-LOOKUP-SYSTEM THEN
               MOVE 'Y' TO WS-FOUND-SWITCH
               SET SYS-IDX DOWN BY 1
           END-IF.

      * Finds the operator likewise; leaves OPR-IDX on the entry
      * and WS-OP-SUB on its position for the per-system counts.
           Z-PARA-LOCATE-OPERATOR.
           MOVE 'N' TO WS-FOUND-SWITCH.
           PERFORM Z1-PARA-MATCH-OPERATOR
               VARYING OPR-IDX FROM 1 BY 1
               UNTIL OPR-IDX > WS-OPERATOR-COUNT
               OR WS-ENTRY-FOUND.
           IF NOT WS-ENTRY-FOUND THEN
               IF WS-OPERATOR-COUNT = 20 THEN
                   DISPLAY 'CHARGEBACK OPERATOR TABLE EXCEEDS 20 '
                       'ENTRIES'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-OPERATOR-COUNT
               SET OPR-IDX TO WS-OPERATOR-COUNT
               MOVE WS-LOOKUP-OPERATOR TO WS-OPR-CODE(OPR-IDX)
               MOVE 0 TO WS-OPR-UNIT-RATE(OPR-IDX)
               MOVE 'N' TO WS-OPR-RATE-SWITCH(OPR-IDX)
           END-IF.
           SET WS-OP-SUB TO OPR-IDX.

           Z1-PARA-MATCH-OPERATOR.
           IF WS-OPR-CODE(OPR-IDX) = WS-LOOKUP-OPERATOR THEN
               MOVE 'Y' TO WS-FOUND-SWITCH
               SET OPR-IDX DOWN BY 1
           END-IF.

           R-PARA-WRITE-RUN-START.
           PERFORM R7-PARA-OPEN-RUN-CONTROL.
           MOVE SPACES TO CALC-RUN-CONTROL-RECORD.
           MOVE 'CALCCHGB' TO RL-PROGRAM.
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
           MOVE 'CALCCHGB' TO RL-PROGRAM.
           MOVE 'END' TO RL-EVENT.
           MOVE 0 TO RL-BUSINESS-DATE.
           MOVE SPACES TO RL-BATCH-ID.
           MOVE WS-KEEP-READ-COUNT TO RL-RECORDS-READ.
           MOVE WS-INTF-DETAIL-COUNT TO RL-RECORDS-WRITTEN.
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
