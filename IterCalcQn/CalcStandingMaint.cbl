      * deleted in the same run carries its own status ('E') that
      * both sides of the audit listing and the new master skip,
      * the same as RosterMaint.
      * Maker-checker control: a maintenance transaction no longer
      * applies on its own. Each carries the entering user id
      * (maint record 73) and, once it passes validation, is
      * parked on the pending-changes file (CALCSOPD) under a
      * pending id of the business date plus a sequence, listed on
      * the audit report for the checker. It is applied to
      * CALCSORN only when an approval record (CALCSOAP) for that
      * id arrives from a different user; a self-approval is
      * rejected and the change stays pending. A change not
      * approved within the expiry days on the parm (CALCSOPM,
      * business date then three digits) is rejected as expired
      * and dropped. The audit listing shows each approved change
      * with maker, checker, approval date and outcome, and the
      * changes still awaiting approval; the maintained pending
      * file (CALCSOPN) is promoted with the master.
      * Each approved and each awaiting change on the audit listing
      * is now followed by the order as keyed - source system,
      * operands, operator, round mode, frequency and day and
      * effective dates - so the checker approves the change
      * itself and not just an order id.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT STANDING-PARM ASSIGN TO 'CALCSOPM'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PARM-STATUS.
               SELECT STANDING-ORDER-FILE ASSIGN TO 'CALCSORD'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-MASTER-STATUS.
               SELECT STANDING-MAINT-FILE ASSIGN TO 'CALCSOMT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-MAINT-STATUS.
               SELECT STANDING-PENDING-FILE ASSIGN TO 'CALCSOPD'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PENDING-STATUS.
               SELECT STANDING-APPROVAL-FILE ASSIGN TO 'CALCSOAP'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-APPROVAL-STATUS.
               SELECT STANDING-PENDING-NEW ASSIGN TO 'CALCSOPN'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PENDING-NEW-STATUS.
               SELECT STANDING-ORDER-NEW ASSIGN TO 'CALCSORN'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-NEW-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD  STANDING-PARM
               RECORD CONTAINS 11 CHARACTERS.
           01  STANDING-PARM-RECORD.
               05 SP-BUSINESS-DATE PIC 9(8).
               05 SP-EXPIRY-DAYS PIC 9(3).

           FD  STANDING-ORDER-FILE
               RECORD CONTAINS 64 CHARACTERS.
           01  STANDING-ORDER-OLD-RECORD.
               05 SOO-EFF-TO PIC X(8).

           FD  STANDING-MAINT-FILE
               RECORD CONTAINS 73 CHARACTERS.
           01  STANDING-MAINT-IN PIC X(73).

           FD  STANDING-PENDING-FILE
               RECORD CONTAINS 85 CHARACTERS.
           01  STANDING-PENDING-IN PIC X(85).

           FD  STANDING-APPROVAL-FILE
               RECORD CONTAINS 20 CHARACTERS.
           01  STANDING-APPROVAL-RECORD.
               05 AP-PENDING-ID PIC X(12).
               05 AP-CHECKER PIC X(8).

           FD  STANDING-PENDING-NEW
               RECORD CONTAINS 85 CHARACTERS.
           01  STANDING-PENDING-OUT PIC X(85).

           FD  STANDING-ORDER-NEW
               RECORD CONTAINS 64 CHARACTERS.
           01 WS-NEW-STATUS PIC X(2).
           01 WS-ERROR-STATUS PIC X(2).
           01 WS-AUDIT-STATUS PIC X(2).
           01 WS-PARM-STATUS PIC X(2).
           01 WS-PENDING-STATUS PIC X(2).
           01 WS-APPROVAL-STATUS PIC X(2).
           01 WS-PENDING-NEW-STATUS PIC X(2).
           01 WS-EOF-SWITCH PIC X(1) VALUE 'N'.
               88 WS-END-OF-FILE VALUE 'Y'.
           01 WS-FOUND-SWITCH PIC X(1) VALUE 'N'.
           01 WS-CHECK-FROM PIC 9(8).
           01 WS-CHECK-TO PIC 9(8).
           01 WS-CHECK-DAY PIC 9(2).
           01 WS-BUSINESS-DATE PIC 9(8) VALUE 0.
           01 WS-BUSINESS-INTEGER PIC 9(9) COMP.
           01 WS-EXPIRY-DAYS PIC 9(3) VALUE 0.
           01 WS-ENTERED-INTEGER PIC 9(9) COMP.
           01 WS-AGE-DAYS PIC 9(5) VALUE 0.
           01 WS-LAST-SEQUENCE PIC 9(4) VALUE 0.
           01 WS-REJECTS-BEFORE PIC 9(4) COMP VALUE 0.

      * Maintenance transaction - read from CALCSOMT, and moved
      * back here from the pending table when an approved change
      * is applied, so the apply paragraphs serve both.
           01 STANDING-MAINT-RECORD.
               05 MT-ACTION PIC X(1).
               05 MT-ORDER-ID PIC X(8).
               05 MT-SOURCE-SYSTEM PIC X(3).
               05 MT-FIRSTNUMBER PIC X(15).
               05 MT-SECONDNUMBER PIC X(15).
               05 MT-OPERATOR PIC X(3).
               05 MT-ROUND-MODE PIC X(1).
               05 MT-FREQUENCY PIC X(1).
               05 MT-FREQ-DAY PIC X(2).
               05 MT-EFF-FROM PIC X(8).
               05 MT-EFF-TO PIC X(8).
               05 MT-USER-ID PIC X(8).

      * Pending-changes record - the pending id (entered business
      * date and sequence) followed by the maintenance image as
      * entered, maker's user id included.
           01 STANDING-PENDING-RECORD.
               05 PD-PENDING-ID.
                   10 PD-ENTERED-DATE PIC 9(8).
                   10 PD-SEQUENCE PIC 9(4).
               05 PD-MAINT-IMAGE PIC X(73).

      * Fields under validation - both a master record being
      * loaded and a maintenance transaction being applied are
                       88 WS-ORD-DELETED VALUE 'D' 'E'.
                       88 WS-ORD-EXCLUDED VALUE 'X'.

           01 WS-PENDING-COUNT PIC 9(4) COMP VALUE 0.
           01 WS-PENDING-TABLE.
               05 WS-PENDING-ENTRY OCCURS 500 TIMES
                   INDEXED BY PND-IDX.
                   10 WS-PND-ID.
                       15 WS-PND-ENTERED-DATE PIC 9(8).
                       15 WS-PND-SEQUENCE PIC 9(4).
                   10 WS-PND-IMAGE PIC X(73).
                   10 WS-PND-MAKER PIC X(8).
                   10 WS-PND-CHECKER PIC X(8).
                   10 WS-PND-APPROVAL-DATE PIC 9(8).
                   10 WS-PND-OUTCOME PIC X(24).
                   10 WS-PND-STATUS PIC X(1).
                       88 WS-PND-WAITING VALUE 'W'.
                       88 WS-PND-APPROVED VALUE 'A'.
                       88 WS-PND-EXPIRED VALUE 'X'.

           01 WS-BEFORE-COUNT PIC 9(4) COMP VALUE 0.
           01 WS-AFTER-COUNT PIC 9(4) COMP VALUE 0.
           01 WS-ADD-COUNT PIC 9(4) COMP VALUE 0.
           01 WS-CHANGE-COUNT PIC 9(4) COMP VALUE 0.
           01 WS-DELETE-COUNT PIC 9(4) COMP VALUE 0.
           01 WS-REJECT-COUNT PIC 9(4) COMP VALUE 0.
           01 WS-ENTERED-COUNT PIC 9(4) COMP VALUE 0.
           01 WS-APPROVED-COUNT PIC 9(4) COMP VALUE 0.
           01 WS-APPROVAL-REJECT-COUNT PIC 9(4) COMP VALUE 0.
           01 WS-EXPIRED-COUNT PIC 9(4) COMP VALUE 0.
           01 WS-WAITING-COUNT PIC 9(4) COMP VALUE 0.
           01 WS-EDIT-COUNT PIC ZZZ9.

       PROCEDURE DIVISION.
           A-PARA.
           OPEN INPUT STANDING-PARM.
           IF WS-PARM-STATUS NOT = '00' THEN
               DISPLAY 'STANDING-PARM OPEN FAILED, STATUS='
                   WS-PARM-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ STANDING-PARM INTO STANDING-PARM-RECORD
               AT END
                   DISPLAY 'STANDING-PARM IS EMPTY'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-READ.
           IF SP-BUSINESS-DATE IS NOT NUMERIC
               OR SP-EXPIRY-DAYS IS NOT NUMERIC THEN
               DISPLAY 'STANDING-PARM NOT NUMERIC'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SP-BUSINESS-DATE TO WS-BUSINESS-DATE.
           MOVE SP-EXPIRY-DAYS TO WS-EXPIRY-DAYS.
           CLOSE STANDING-PARM.
           COMPUTE WS-BUSINESS-INTEGER
               = FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE).

           OPEN INPUT STANDING-ORDER-FILE.
           IF WS-MASTER-STATUS NOT = '00' THEN
               DISPLAY 'STANDING-ORDER-FILE OPEN FAILED, STATUS='
               UNTIL WS-END-OF-FILE.
           CLOSE STANDING-ORDER-FILE.

           MOVE 'N' TO WS-EOF-SWITCH.
           OPEN INPUT STANDING-PENDING-FILE.
           EVALUATE WS-PENDING-STATUS
               WHEN '00'
                   PERFORM K-PARA-LOAD-PENDING WITH TEST BEFORE
                       UNTIL WS-END-OF-FILE
                   CLOSE STANDING-PENDING-FILE
               WHEN '35'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'STANDING-PENDING-FILE OPEN FAILED, '
                       'STATUS=' WS-PENDING-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

      * Approvals are matched before today's transactions are
      * entered, so a change can never be approved in the run that
      * enters it.
           MOVE 'N' TO WS-EOF-SWITCH.
           OPEN INPUT STANDING-APPROVAL-FILE.
           EVALUATE WS-APPROVAL-STATUS
               WHEN '00'
                   PERFORM L-PARA-NEXT-APPROVAL WITH TEST BEFORE
                       UNTIL WS-END-OF-FILE
                   CLOSE STANDING-APPROVAL-FILE
               WHEN '35'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'STANDING-APPROVAL-FILE OPEN FAILED, '
                       'STATUS=' WS-APPROVAL-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

           MOVE 'N' TO WS-EOF-SWITCH.
           OPEN INPUT STANDING-MAINT-FILE.
           IF WS-MAINT-STATUS NOT = '00' THEN
               UNTIL WS-END-OF-FILE.
           CLOSE STANDING-MAINT-FILE.

           PERFORM N-PARA-SETTLE-PENDING
               VARYING PND-IDX FROM 1 BY 1
               UNTIL PND-IDX > WS-PENDING-COUNT.

           PERFORM G-PARA-WRITE-NEW-MASTER.
           PERFORM P-PARA-WRITE-NEW-PENDING.
           PERFORM H-PARA-WRITE-AUDIT.
           CLOSE STANDING-ERROR-RPT.
           STOP RUN.
           C-PARA-NEXT-MAINT.
           READ STANDING-MAINT-FILE INTO STANDING-MAINT-RECORD
               AT END MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END PERFORM M-PARA-ENTER-PENDING
           END-READ.

           D-PARA-APPLY-MAINT.
               VARYING ORD-IDX FROM 1 BY 1
               UNTIL ORD-IDX > WS-ENTRY-COUNT.

           MOVE 'STANDING ORDER MAINTENANCE AUDIT - APPROVED CHANGES'
               TO AUDIT-LINE.
           WRITE AUDIT-LINE.
           MOVE SPACES TO AUDIT-LINE.
           STRING '  PENDING ID   A ORDER ID MAKER    '
               'CHECKER  APPROVED OUTCOME'
               DELIMITED BY SIZE INTO AUDIT-LINE.
           WRITE AUDIT-LINE.
           PERFORM H6-PARA-WRITE-PROPOSED-HEAD.
           PERFORM H3-PARA-WRITE-APPROVED-LINE
               VARYING PND-IDX FROM 1 BY 1
               UNTIL PND-IDX > WS-PENDING-COUNT.

           MOVE 'STANDING ORDER MAINTENANCE AUDIT - AWAITING APPROVAL'
               TO AUDIT-LINE.
           WRITE AUDIT-LINE.
           MOVE '  PENDING ID   A ORDER ID MAKER    DAYS'
               TO AUDIT-LINE.
           WRITE AUDIT-LINE.
           PERFORM H6-PARA-WRITE-PROPOSED-HEAD.
           PERFORM H4-PARA-WRITE-WAITING-LINE
               VARYING PND-IDX FROM 1 BY 1
               UNTIL PND-IDX > WS-PENDING-COUNT.

           MOVE SPACES TO AUDIT-LINE.
           WRITE AUDIT-LINE.
           MOVE WS-BEFORE-COUNT TO WS-EDIT-COUNT.
           STRING 'ENTRIES AFTER  : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO AUDIT-LINE.
           WRITE AUDIT-LINE.
           MOVE WS-ENTERED-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO AUDIT-LINE.
           STRING 'NEW PENDING    : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO AUDIT-LINE.
           WRITE AUDIT-LINE.
           MOVE WS-APPROVED-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO AUDIT-LINE.
           STRING 'APPROVED       : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO AUDIT-LINE.
           WRITE AUDIT-LINE.
           MOVE WS-APPROVAL-REJECT-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO AUDIT-LINE.
           STRING 'APPROVALS REJ  : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO AUDIT-LINE.
           WRITE AUDIT-LINE.
           MOVE WS-EXPIRED-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO AUDIT-LINE.
           STRING 'EXPIRED        : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO AUDIT-LINE.
           WRITE AUDIT-LINE.
           MOVE WS-WAITING-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO AUDIT-LINE.
           STRING 'STILL PENDING  : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO AUDIT-LINE.
           WRITE AUDIT-LINE.
           CLOSE STANDING-AUDIT-RPT.

           H1-PARA-WRITE-BEFORE-LINE.
               WRITE AUDIT-LINE
           END-IF.

           H3-PARA-WRITE-APPROVED-LINE.
           IF WS-PND-APPROVED(PND-IDX) THEN
               MOVE WS-PND-IMAGE(PND-IDX) TO STANDING-MAINT-RECORD
               MOVE SPACES TO AUDIT-LINE
               STRING '  ' WS-PND-ID(PND-IDX)
                   ' ' MT-ACTION
                   ' ' MT-ORDER-ID
                   ' ' WS-PND-MAKER(PND-IDX)
                   ' ' WS-PND-CHECKER(PND-IDX)
                   ' ' WS-PND-APPROVAL-DATE(PND-IDX)
                   ' ' WS-PND-OUTCOME(PND-IDX)
                   DELIMITED BY SIZE INTO AUDIT-LINE
               WRITE AUDIT-LINE
               PERFORM H5-PARA-WRITE-PROPOSED-LINE
           END-IF.

           H4-PARA-WRITE-WAITING-LINE.
           IF WS-PND-WAITING(PND-IDX) THEN
               MOVE WS-PND-IMAGE(PND-IDX) TO STANDING-MAINT-RECORD
               PERFORM Q-PARA-COMPUTE-AGE
               MOVE WS-AGE-DAYS TO WS-EDIT-COUNT
               MOVE SPACES TO AUDIT-LINE
               STRING '  ' WS-PND-ID(PND-IDX)
                   ' ' MT-ACTION
                   ' ' MT-ORDER-ID
                   ' ' WS-PND-MAKER(PND-IDX)
                   ' ' WS-EDIT-COUNT
                   DELIMITED BY SIZE INTO AUDIT-LINE
               WRITE AUDIT-LINE
               PERFORM H5-PARA-WRITE-PROPOSED-LINE
           END-IF.

      * The order as the maker keyed it, under its pending line,
      * so the checker sees the calculation and schedule being
      * approved and not just the order id.
           H5-PARA-WRITE-PROPOSED-LINE.
           MOVE SPACES TO AUDIT-LINE.
           STRING '               ' MT-SOURCE-SYSTEM
               ' ' MT-FIRSTNUMBER
               ' ' MT-SECONDNUMBER
               ' ' MT-OPERATOR
               ' ' MT-ROUND-MODE
               ' ' MT-FREQUENCY
               ' ' MT-FREQ-DAY
               ' ' MT-EFF-FROM
               ' ' MT-EFF-TO
               DELIMITED BY SIZE INTO AUDIT-LINE.
           WRITE AUDIT-LINE.

           H6-PARA-WRITE-PROPOSED-HEAD.
           MOVE SPACES TO AUDIT-LINE.
           MOVE 'SYS' TO AUDIT-LINE(16:3).
           MOVE 'FIRST OPERAND' TO AUDIT-LINE(20:13).
           MOVE 'SECOND OPERAND' TO AUDIT-LINE(36:14).
           MOVE 'OPR R F DY EFF FROM EFF TO'
               TO AUDIT-LINE(52:27).
           WRITE AUDIT-LINE.

           I-PARA-WRITE-MASTER-ERROR.
           MOVE SPACES TO ERROR-LINE.
           STRING 'MASTER ' WS-REASON ' ' SOO-ORDER-ID
           J-PARA-WRITE-MAINT-ERROR.
           ADD 1 TO WS-REJECT-COUNT.
           MOVE SPACES TO ERROR-LINE.
           STRING 'MAINT ' MT-ACTION ' ' MT-USER-ID ' ' WS-REASON
               ' ' MT-ORDER-ID ' ' MT-OPERATOR ' ' MT-FREQUENCY
               DELIMITED BY SIZE INTO ERROR-LINE.
           WRITE ERROR-LINE.
           IF WS-ERROR-STATUS NOT = '00' THEN
               DISPLAY 'STANDING-ERROR-RPT WRITE FAILED, STATUS='
                   WS-ERROR-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           K-PARA-LOAD-PENDING.
           READ STANDING-PENDING-FILE INTO STANDING-PENDING-RECORD
               AT END MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END PERFORM K1-PARA-STORE-PENDING
           END-READ.

           K1-PARA-STORE-PENDING.
           IF WS-PENDING-COUNT = 500 THEN
               DISPLAY 'STANDING-PENDING-FILE EXCEEDS 500 ENTRIES'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-PENDING-COUNT.
           SET PND-IDX TO WS-PENDING-COUNT.
           MOVE PD-PENDING-ID TO WS-PND-ID(PND-IDX).
           MOVE PD-MAINT-IMAGE TO WS-PND-IMAGE(PND-IDX).
           MOVE PD-MAINT-IMAGE TO STANDING-MAINT-RECORD.
           MOVE MT-USER-ID TO WS-PND-MAKER(PND-IDX).
           MOVE SPACES TO WS-PND-CHECKER(PND-IDX).
           MOVE 0 TO WS-PND-APPROVAL-DATE(PND-IDX).
           MOVE SPACES TO WS-PND-OUTCOME(PND-IDX).
           MOVE 'W' TO WS-PND-STATUS(PND-IDX).
           IF PD-ENTERED-DATE = WS-BUSINESS-DATE
               AND PD-SEQUENCE > WS-LAST-SEQUENCE THEN
               MOVE PD-SEQUENCE TO WS-LAST-SEQUENCE
           END-IF.

           L-PARA-NEXT-APPROVAL.
           READ STANDING-APPROVAL-FILE INTO STANDING-APPROVAL-RECORD
               AT END MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END PERFORM L1-PARA-CHECK-APPROVAL
           END-READ.

           L1-PARA-CHECK-APPROVAL.
           EVALUATE TRUE
               WHEN AP-PENDING-ID IS NOT NUMERIC
                   MOVE 'PENDING ID NOT NUMERIC' TO WS-REASON
                   PERFORM O-PARA-WRITE-APPROVAL-ERROR
               WHEN AP-CHECKER = SPACES
                   MOVE 'MISSING CHECKER ID' TO WS-REASON
                   PERFORM O-PARA-WRITE-APPROVAL-ERROR
               WHEN OTHER
                   MOVE 'N' TO WS-FOUND-SWITCH
                   PERFORM L2-PARA-MATCH-PENDING
                       VARYING PND-IDX FROM 1 BY 1
                       UNTIL PND-IDX > WS-PENDING-COUNT
                       OR WS-ENTRY-FOUND
                   IF WS-ENTRY-FOUND THEN
                       PERFORM L3-PARA-APPROVE-PENDING
                   ELSE
                       MOVE 'PENDING ID NOT FOUND' TO WS-REASON
                       PERFORM O-PARA-WRITE-APPROVAL-ERROR
                   END-IF
           END-EVALUATE.

           L2-PARA-MATCH-PENDING.
           IF WS-PND-ID(PND-IDX) = AP-PENDING-ID THEN
               MOVE 'Y' TO WS-FOUND-SWITCH
               SET PND-IDX DOWN BY 1
           END-IF.

      * A self-approval leaves the change pending for a different
      * user to approve; an expired change is dropped when the
      * pending table is settled.
           L3-PARA-APPROVE-PENDING.
           PERFORM Q-PARA-COMPUTE-AGE.
           EVALUATE TRUE
               WHEN WS-PND-APPROVED(PND-IDX)
                   MOVE 'ALREADY APPROVED' TO WS-REASON
                   PERFORM O-PARA-WRITE-APPROVAL-ERROR
               WHEN WS-PND-MAKER(PND-IDX) = AP-CHECKER
                   MOVE 'SELF-APPROVAL' TO WS-REASON
                   PERFORM O-PARA-WRITE-APPROVAL-ERROR
               WHEN WS-AGE-DAYS > WS-EXPIRY-DAYS
                   MOVE 'PENDING EXPIRED' TO WS-REASON
                   PERFORM O-PARA-WRITE-APPROVAL-ERROR
               WHEN OTHER
                   MOVE 'A' TO WS-PND-STATUS(PND-IDX)
                   MOVE AP-CHECKER TO WS-PND-CHECKER(PND-IDX)
                   MOVE WS-BUSINESS-DATE
                       TO WS-PND-APPROVAL-DATE(PND-IDX)
                   ADD 1 TO WS-APPROVED-COUNT
           END-EVALUATE.

      * Today's transactions are validated on entry so a change the
      * checker sees is one that can be applied; the target checks
      * (duplicate, not found) are made again when it is applied.
           M-PARA-ENTER-PENDING.
           EVALUATE TRUE
               WHEN MT-USER-ID = SPACES
                   MOVE 'MISSING USER ID' TO WS-REASON
                   PERFORM J-PARA-WRITE-MAINT-ERROR
               WHEN MT-ACTION = 'A' OR MT-ACTION = 'C'
                   PERFORM D9-PARA-VALIDATE-MAINT
                   IF WS-FIELDS-VALID THEN
                       PERFORM M1-PARA-ADD-PENDING
                   ELSE
                       PERFORM J-PARA-WRITE-MAINT-ERROR
                   END-IF
               WHEN MT-ACTION = 'D'
                   IF MT-ORDER-ID = SPACES THEN
                       MOVE 'BLANK ORDER ID' TO WS-REASON
                       PERFORM J-PARA-WRITE-MAINT-ERROR
                   ELSE
                       PERFORM M1-PARA-ADD-PENDING
                   END-IF
               WHEN OTHER
                   MOVE 'INVALID ACTION' TO WS-REASON
                   PERFORM J-PARA-WRITE-MAINT-ERROR
           END-EVALUATE.

           M1-PARA-ADD-PENDING.
           IF WS-PENDING-COUNT = 500 THEN
               DISPLAY 'PENDING TABLE FULL - CHANGE REJECTED'
               MOVE 'PENDING TABLE FULL' TO WS-REASON
               PERFORM J-PARA-WRITE-MAINT-ERROR
           ELSE
               ADD 1 TO WS-PENDING-COUNT
               ADD 1 TO WS-LAST-SEQUENCE
               SET PND-IDX TO WS-PENDING-COUNT
               MOVE WS-BUSINESS-DATE TO WS-PND-ENTERED-DATE(PND-IDX)
               MOVE WS-LAST-SEQUENCE TO WS-PND-SEQUENCE(PND-IDX)
               MOVE STANDING-MAINT-RECORD TO WS-PND-IMAGE(PND-IDX)
               MOVE MT-USER-ID TO WS-PND-MAKER(PND-IDX)
               MOVE SPACES TO WS-PND-CHECKER(PND-IDX)
               MOVE 0 TO WS-PND-APPROVAL-DATE(PND-IDX)
               MOVE SPACES TO WS-PND-OUTCOME(PND-IDX)
               MOVE 'W' TO WS-PND-STATUS(PND-IDX)
               ADD 1 TO WS-ENTERED-COUNT
           END-IF.

      * Approved changes are applied in the order they were
      * entered, through the same apply paragraphs a transaction
      * always went through; one that fails there is rejected to
      * the exception report and dropped like any other reject.
      * Changes still unapproved past the expiry days are dropped.
           N-PARA-SETTLE-PENDING.
           MOVE WS-PND-IMAGE(PND-IDX) TO STANDING-MAINT-RECORD.
           IF WS-PND-APPROVED(PND-IDX) THEN
               MOVE WS-REJECT-COUNT TO WS-REJECTS-BEFORE
               PERFORM D-PARA-APPLY-MAINT
               IF WS-REJECT-COUNT = WS-REJECTS-BEFORE THEN
                   MOVE 'APPLIED' TO WS-PND-OUTCOME(PND-IDX)
               ELSE
                   MOVE WS-REASON TO WS-PND-OUTCOME(PND-IDX)
               END-IF
           ELSE
               PERFORM Q-PARA-COMPUTE-AGE
               IF WS-AGE-DAYS > WS-EXPIRY-DAYS THEN
                   MOVE 'X' TO WS-PND-STATUS(PND-IDX)
                   ADD 1 TO WS-EXPIRED-COUNT
                   MOVE 'PENDING EXPIRED' TO WS-REASON
                   PERFORM J-PARA-WRITE-MAINT-ERROR
               ELSE
                   ADD 1 TO WS-WAITING-COUNT
               END-IF
           END-IF.

           O-PARA-WRITE-APPROVAL-ERROR.
           ADD 1 TO WS-APPROVAL-REJECT-COUNT.
           MOVE SPACES TO ERROR-LINE.
           STRING 'APPROVAL ' AP-PENDING-ID ' ' AP-CHECKER
               ' ' WS-REASON
               DELIMITED BY SIZE INTO ERROR-LINE.
           WRITE ERROR-LINE.
           IF WS-ERROR-STATUS NOT = '00' THEN
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           P-PARA-WRITE-NEW-PENDING.
           OPEN OUTPUT STANDING-PENDING-NEW.
           IF WS-PENDING-NEW-STATUS NOT = '00' THEN
               DISPLAY 'STANDING-PENDING-NEW OPEN FAILED, STATUS='
                   WS-PENDING-NEW-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM P1-PARA-WRITE-PENDING
               VARYING PND-IDX FROM 1 BY 1
               UNTIL PND-IDX > WS-PENDING-COUNT.
           CLOSE STANDING-PENDING-NEW.

           P1-PARA-WRITE-PENDING.
           IF WS-PND-WAITING(PND-IDX) THEN
               MOVE WS-PND-ID(PND-IDX) TO PD-PENDING-ID
               MOVE WS-PND-IMAGE(PND-IDX) TO PD-MAINT-IMAGE
               WRITE STANDING-PENDING-OUT FROM STANDING-PENDING-RECORD
               IF WS-PENDING-NEW-STATUS NOT = '00' THEN
                   DISPLAY 'STANDING-PENDING-NEW WRITE FAILED, STATUS='
                       WS-PENDING-NEW-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

           Q-PARA-COMPUTE-AGE.
           COMPUTE WS-ENTERED-INTEGER = FUNCTION INTEGER-OF-DATE(
               WS-PND-ENTERED-DATE(PND-IDX)).
           COMPUTE WS-AGE-DAYS
               = WS-BUSINESS-INTEGER - WS-ENTERED-INTEGER.
