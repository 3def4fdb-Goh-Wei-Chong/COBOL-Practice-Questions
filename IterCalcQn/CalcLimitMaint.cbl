      * and rejects. Every fatal stop sets RETURN-CODE 12 first so
      * the job's rename of the maintained file over the live one
      * is conditioned on a clean run.
      * The limits record gains LM-REVIEW-THRESHOLD (70 bytes, the
      * maintenance transaction 71): the result magnitude above
      * which the GL extract holds a posted result for supervisor
      * review. Maintained like the caps - numeric, or blank for
      * zero (no review) - and shown on the audit listing. A limits
      * record written before the field existed reads it as blank
      * and is carried forward with zero.
      * Maker-checker control: a maintenance transaction no longer
      * applies on its own. Each carries the entering user id
      * (maint record 79) and, once it passes validation, is
      * parked on the pending-changes file (CALCLMPD) under a
      * pending id of the business date plus a sequence, listed on
      * the audit report for the checker. It is applied to
      * CALCLIMN only when an approval record (CALCLMAP) for that
      * id arrives from a different user; a self-approval is
      * rejected and the change stays pending. A change not
      * approved within the expiry days on the parm (CALCLMPM,
      * business date then three digits) is rejected as expired
      * and dropped. The audit listing shows each approved change
      * with maker, checker, approval date and outcome, and the
      * changes still awaiting approval; the maintained pending
      * file (CALCLMPN) is promoted with the limits file.
      * Each approved and each awaiting change on the audit listing
      * is now followed by its proposed limits as keyed - allowed
      * operators, operand and result caps, register flag and
      * review threshold - so the checker approves the change
      * itself and not just a pending id.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT CALC-LIMIT-PARM ASSIGN TO 'CALCLMPM'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PARM-STATUS.
               SELECT CALC-LIMIT-FILE ASSIGN TO 'CALCLIMT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-LIMIT-STATUS.
               SELECT LIMIT-MAINT-FILE ASSIGN TO 'CALCLMMT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-MAINT-STATUS.
               SELECT LIMIT-PENDING-FILE ASSIGN TO 'CALCLMPD'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PENDING-STATUS.
               SELECT LIMIT-APPROVAL-FILE ASSIGN TO 'CALCLMAP'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-APPROVAL-STATUS.
               SELECT LIMIT-PENDING-NEW ASSIGN TO 'CALCLMPN'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PENDING-NEW-STATUS.
               SELECT CALC-LIMIT-NEW ASSIGN TO 'CALCLIMN'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-NEW-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD  CALC-LIMIT-PARM
               RECORD CONTAINS 11 CHARACTERS.
           01  CALC-LIMIT-PARM-RECORD.
               05 LP-BUSINESS-DATE PIC 9(8).
               05 LP-EXPIRY-DAYS PIC 9(3).

           FD  CALC-LIMIT-FILE
               RECORD CONTAINS 70 CHARACTERS.
           01  CALC-LIMIT-OLD-RECORD.
               05 LMO-SOURCE-SYSTEM PIC X(3).
               05 LMO-ALLOWED-OPERATORS PIC X(21).
               05 LMO-MAX-OPERAND PIC X(15).
               05 LMO-MAX-RESULT PIC X(15).
               05 LMO-REGISTER-ALLOWED PIC X(1).
               05 LMO-REVIEW-THRESHOLD PIC X(15).

           FD  LIMIT-MAINT-FILE
               RECORD CONTAINS 79 CHARACTERS.
           01  LIMIT-MAINT-IN PIC X(79).

           FD  LIMIT-PENDING-FILE
               RECORD CONTAINS 91 CHARACTERS.
           01  LIMIT-PENDING-IN PIC X(91).

           FD  LIMIT-APPROVAL-FILE
               RECORD CONTAINS 20 CHARACTERS.
           01  LIMIT-APPROVAL-RECORD.
               05 AP-PENDING-ID PIC X(12).
               05 AP-CHECKER PIC X(8).

           FD  LIMIT-PENDING-NEW
               RECORD CONTAINS 91 CHARACTERS.
           01  LIMIT-PENDING-OUT PIC X(91).

           FD  CALC-LIMIT-NEW
               RECORD CONTAINS 70 CHARACTERS.
           COPY CALCLIM.

           FD  LIMIT-ERROR-RPT
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
               88 WS-FIELDS-VALID VALUE 'Y'.
           01 WS-LOOKUP-SYSTEM PIC X(3).
           01 WS-REASON PIC X(24).
           01 WS-BUSINESS-DATE PIC 9(8) VALUE 0.
           01 WS-BUSINESS-INTEGER PIC 9(9) COMP.
           01 WS-EXPIRY-DAYS PIC 9(3) VALUE 0.
           01 WS-ENTERED-INTEGER PIC 9(9) COMP.
           01 WS-AGE-DAYS PIC 9(5) VALUE 0.
           01 WS-LAST-SEQUENCE PIC 9(4) VALUE 0.
           01 WS-REJECTS-BEFORE PIC 9(4) COMP VALUE 0.

      * Maintenance transaction - read from CALCLMMT, and moved
      * back here from the pending table when an approved change
      * is applied, so the apply paragraphs serve both.
           01 LIMIT-MAINT-RECORD.
               05 MT-ACTION PIC X(1).
               05 MT-SOURCE-SYSTEM PIC X(3).
               05 MT-ALLOWED-OPERATORS PIC X(21).
               05 MT-MAX-OPERAND PIC X(15).
               05 MT-MAX-RESULT PIC X(15).
               05 MT-REGISTER-ALLOWED PIC X(1).
               05 MT-REVIEW-THRESHOLD PIC X(15).
               05 MT-USER-ID PIC X(8).

      * Pending-changes record - the pending id (entered business
      * date and sequence) followed by the maintenance image as
      * entered, maker's user id included.
           01 LIMIT-PENDING-RECORD.
               05 PD-PENDING-ID.
                   10 PD-ENTERED-DATE PIC 9(8).
                   10 PD-SEQUENCE PIC 9(4).
               05 PD-MAINT-IMAGE PIC X(79).

      * Fields under validation - a master record being loaded and
      * a maintenance transaction are both moved here first, so
               05 WS-CHK-MAX-OPERAND PIC X(15).
               05 WS-CHK-MAX-RESULT PIC X(15).
               05 WS-CHK-REGISTER-ALLOWED PIC X(1).
               05 WS-CHK-REVIEW-THRESHOLD PIC X(15).

           01 WS-ENTRY-COUNT PIC 9(4) COMP VALUE 0.
           01 WS-LIMIT-TABLE.
                   10 WS-LIM-MAX-OPERAND PIC X(15).
                   10 WS-LIM-MAX-RESULT PIC X(15).
                   10 WS-LIM-REGISTER-ALLOWED PIC X(1).
                   10 WS-LIM-REVIEW-THRESHOLD PIC X(15).
                   10 WS-LIM-STATUS PIC X(1).
                       88 WS-LIM-ORIGINAL VALUE 'O'.
                       88 WS-LIM-ADDED VALUE 'A' 'E'.
                       88 WS-LIM-DELETED VALUE 'D' 'E'.
                       88 WS-LIM-EXCLUDED VALUE 'X'.

           01 WS-PENDING-COUNT PIC 9(4) COMP VALUE 0.
           01 WS-PENDING-TABLE.
               05 WS-PENDING-ENTRY OCCURS 500 TIMES
                   INDEXED BY PND-IDX.
                   10 WS-PND-ID.
                       15 WS-PND-ENTERED-DATE PIC 9(8).
                       15 WS-PND-SEQUENCE PIC 9(4).
                   10 WS-PND-IMAGE PIC X(79).
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
           OPEN INPUT CALC-LIMIT-PARM.
           IF WS-PARM-STATUS NOT = '00' THEN
               DISPLAY 'CALC-LIMIT-PARM OPEN FAILED, STATUS='
                   WS-PARM-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ CALC-LIMIT-PARM INTO CALC-LIMIT-PARM-RECORD
               AT END
                   DISPLAY 'CALC-LIMIT-PARM IS EMPTY'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-READ.
           IF LP-BUSINESS-DATE IS NOT NUMERIC
               OR LP-EXPIRY-DAYS IS NOT NUMERIC THEN
               DISPLAY 'CALC-LIMIT-PARM NOT NUMERIC'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE LP-BUSINESS-DATE TO WS-BUSINESS-DATE.
           MOVE LP-EXPIRY-DAYS TO WS-EXPIRY-DAYS.
           CLOSE CALC-LIMIT-PARM.
           COMPUTE WS-BUSINESS-INTEGER
               = FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE).

           OPEN INPUT CALC-LIMIT-FILE.
           IF WS-LIMIT-STATUS NOT = '00' THEN
               DISPLAY 'CALC-LIMIT-FILE OPEN FAILED, STATUS='
               UNTIL WS-END-OF-FILE.
           CLOSE CALC-LIMIT-FILE.

           MOVE 'N' TO WS-EOF-SWITCH.
           OPEN INPUT LIMIT-PENDING-FILE.
           EVALUATE WS-PENDING-STATUS
               WHEN '00'
                   PERFORM K-PARA-LOAD-PENDING WITH TEST BEFORE
                       UNTIL WS-END-OF-FILE
                   CLOSE LIMIT-PENDING-FILE
               WHEN '35'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'LIMIT-PENDING-FILE OPEN FAILED, STATUS='
                       WS-PENDING-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

      * Approvals are matched before today's transactions are
      * entered, so a change can never be approved in the run that
      * enters it.
           MOVE 'N' TO WS-EOF-SWITCH.
           OPEN INPUT LIMIT-APPROVAL-FILE.
           EVALUATE WS-APPROVAL-STATUS
               WHEN '00'
                   PERFORM L-PARA-NEXT-APPROVAL WITH TEST BEFORE
                       UNTIL WS-END-OF-FILE
                   CLOSE LIMIT-APPROVAL-FILE
               WHEN '35'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'LIMIT-APPROVAL-FILE OPEN FAILED, STATUS='
                       WS-APPROVAL-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

           MOVE 'N' TO WS-EOF-SWITCH.
           OPEN INPUT LIMIT-MAINT-FILE.
           IF WS-MAINT-STATUS NOT = '00' THEN
               UNTIL WS-END-OF-FILE.
           CLOSE LIMIT-MAINT-FILE.

           PERFORM N-PARA-SETTLE-PENDING
               VARYING PND-IDX FROM 1 BY 1
               UNTIL PND-IDX > WS-PENDING-COUNT.

           PERFORM G-PARA-WRITE-NEW-MASTER.
           PERFORM P-PARA-WRITE-NEW-PENDING.
           PERFORM H-PARA-WRITE-AUDIT.
           CLOSE LIMIT-ERROR-RPT.
           STOP RUN.
           MOVE LMO-MAX-RESULT TO WS-LIM-MAX-RESULT(LIM-IDX).
           MOVE LMO-REGISTER-ALLOWED
               TO WS-LIM-REGISTER-ALLOWED(LIM-IDX).
           MOVE LMO-REVIEW-THRESHOLD
               TO WS-LIM-REVIEW-THRESHOLD(LIM-IDX).
           IF WS-ENTRY-FOUND THEN
               MOVE 'X' TO WS-LIM-STATUS(LIM-IDX)
               MOVE 'DUPLICATE SOURCE SYSTEM' TO WS-REASON
               MOVE LMO-MAX-RESULT TO WS-CHK-MAX-RESULT
               MOVE LMO-REGISTER-ALLOWED
                   TO WS-CHK-REGISTER-ALLOWED
               MOVE LMO-REVIEW-THRESHOLD
                   TO WS-CHK-REVIEW-THRESHOLD
               PERFORM V-PARA-VALIDATE-FIELDS
               IF WS-FIELDS-VALID THEN
                   MOVE 'O' TO WS-LIM-STATUS(LIM-IDX)
                   AND WS-CHK-REGISTER-ALLOWED NOT = 'N'
                   MOVE 'N' TO WS-VALID-SWITCH
                   MOVE 'REGISTER FLAG NOT Y/N' TO WS-REASON
               WHEN WS-CHK-REVIEW-THRESHOLD NOT = SPACES
                   AND WS-CHK-REVIEW-THRESHOLD IS NOT NUMERIC
                   MOVE 'N' TO WS-VALID-SWITCH
                   MOVE 'THRESHOLD NOT NUMERIC' TO WS-REASON
               WHEN OTHER
                   PERFORM V1-PARA-VALIDATE-OPS
                       VARYING CHK-IDX FROM 1 BY 1
           C-PARA-NEXT-MAINT.
           READ LIMIT-MAINT-FILE INTO LIMIT-MAINT-RECORD
               AT END MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END PERFORM M-PARA-ENTER-PENDING
           END-READ.

           D-PARA-APPLY-MAINT.
           MOVE MT-MAX-OPERAND TO WS-CHK-MAX-OPERAND.
           MOVE MT-MAX-RESULT TO WS-CHK-MAX-RESULT.
           MOVE MT-REGISTER-ALLOWED TO WS-CHK-REGISTER-ALLOWED.
           MOVE MT-REVIEW-THRESHOLD TO WS-CHK-REVIEW-THRESHOLD.
           PERFORM V-PARA-VALIDATE-FIELDS.

           D1-PARA-APPLY-ADD.
           MOVE MT-MAX-RESULT TO WS-LIM-MAX-RESULT(LIM-IDX).
           MOVE MT-REGISTER-ALLOWED
               TO WS-LIM-REGISTER-ALLOWED(LIM-IDX).
           MOVE MT-REVIEW-THRESHOLD
               TO WS-LIM-REVIEW-THRESHOLD(LIM-IDX).

           E-PARA-FIND-ENTRY.
           MOVE 'N' TO WS-FOUND-SWITCH.
                   TO LM-MAX-RESULT(1:15)
               MOVE WS-LIM-REGISTER-ALLOWED(LIM-IDX)
                   TO LM-REGISTER-ALLOWED
               IF WS-LIM-REVIEW-THRESHOLD(LIM-IDX) = SPACES THEN
                   MOVE 0 TO LM-REVIEW-THRESHOLD
               ELSE
                   MOVE WS-LIM-REVIEW-THRESHOLD(LIM-IDX)
                       TO LM-REVIEW-THRESHOLD(1:15)
               END-IF
               WRITE CALC-LIMIT-RECORD
               IF WS-NEW-STATUS NOT = '00' THEN
                   DISPLAY 'CALC-LIMIT-NEW WRITE FAILED, STATUS='
               VARYING LIM-IDX FROM 1 BY 1
               UNTIL LIM-IDX > WS-ENTRY-COUNT.

           MOVE 'LIMITS MAINTENANCE AUDIT - APPROVED CHANGES'
               TO AUDIT-LINE.
           WRITE AUDIT-LINE.
           MOVE SPACES TO AUDIT-LINE.
           STRING '  PENDING ID   A SYS MAKER    '
               'CHECKER  APPROVED OUTCOME'
               DELIMITED BY SIZE INTO AUDIT-LINE.
           WRITE AUDIT-LINE.
           PERFORM H6-PARA-WRITE-PROPOSED-HEAD.
           PERFORM H3-PARA-WRITE-APPROVED-LINE
               VARYING PND-IDX FROM 1 BY 1
               UNTIL PND-IDX > WS-PENDING-COUNT.

           MOVE 'LIMITS MAINTENANCE AUDIT - AWAITING APPROVAL'
               TO AUDIT-LINE.
           WRITE AUDIT-LINE.
           MOVE '  PENDING ID   A SYS MAKER    DAYS'
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
           CLOSE LIMIT-AUDIT-RPT.

           H1-PARA-WRITE-BEFORE-LINE.
                   ' ' WS-LIM-MAX-OPERAND(LIM-IDX)
                   ' ' WS-LIM-MAX-RESULT(LIM-IDX)
                   ' ' WS-LIM-REGISTER-ALLOWED(LIM-IDX)
                   ' ' WS-LIM-REVIEW-THRESHOLD(LIM-IDX)
                   DELIMITED BY SIZE INTO AUDIT-LINE
               WRITE AUDIT-LINE
           END-IF.
                   ' ' WS-LIM-MAX-OPERAND(LIM-IDX)
                   ' ' WS-LIM-MAX-RESULT(LIM-IDX)
                   ' ' WS-LIM-REGISTER-ALLOWED(LIM-IDX)
                   ' ' WS-LIM-REVIEW-THRESHOLD(LIM-IDX)
                   DELIMITED BY SIZE INTO AUDIT-LINE
               WRITE AUDIT-LINE
           END-IF.

           H3-PARA-WRITE-APPROVED-LINE.
           IF WS-PND-APPROVED(PND-IDX) THEN
               MOVE WS-PND-IMAGE(PND-IDX) TO LIMIT-MAINT-RECORD
               MOVE SPACES TO AUDIT-LINE
               STRING '  ' WS-PND-ID(PND-IDX)
                   ' ' MT-ACTION
                   ' ' MT-SOURCE-SYSTEM
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
               MOVE WS-PND-IMAGE(PND-IDX) TO LIMIT-MAINT-RECORD
               PERFORM Q-PARA-COMPUTE-AGE
               MOVE WS-AGE-DAYS TO WS-EDIT-COUNT
               MOVE SPACES TO AUDIT-LINE
               STRING '  ' WS-PND-ID(PND-IDX)
                   ' ' MT-ACTION
                   ' ' MT-SOURCE-SYSTEM
                   ' ' WS-PND-MAKER(PND-IDX)
                   ' ' WS-EDIT-COUNT
                   DELIMITED BY SIZE INTO AUDIT-LINE
               WRITE AUDIT-LINE
               PERFORM H5-PARA-WRITE-PROPOSED-LINE
           END-IF.

      * The maintenance image as the maker keyed it, under its
      * pending line, so the checker sees the limits being
      * approved and not just the pending id.
           H5-PARA-WRITE-PROPOSED-LINE.
           MOVE SPACES TO AUDIT-LINE.
           STRING '               ' MT-ALLOWED-OPERATORS
               ' ' MT-MAX-OPERAND
               ' ' MT-MAX-RESULT
               ' ' MT-REGISTER-ALLOWED
               ' ' MT-REVIEW-THRESHOLD
               DELIMITED BY SIZE INTO AUDIT-LINE.
           WRITE AUDIT-LINE.

           H6-PARA-WRITE-PROPOSED-HEAD.
           MOVE SPACES TO AUDIT-LINE.
           MOVE 'OPERATORS' TO AUDIT-LINE(16:9).
           MOVE 'MAX OPERAND' TO AUDIT-LINE(38:11).
           MOVE 'MAX RESULT' TO AUDIT-LINE(54:10).
           MOVE 'R' TO AUDIT-LINE(70:1).
           MOVE 'REVIEW THRESHOLD' TO AUDIT-LINE(72:16).
           WRITE AUDIT-LINE.

           I-PARA-WRITE-MASTER-ERROR.
           MOVE SPACES TO ERROR-LINE.
           STRING 'MASTER ' WS-REASON ' ' LMO-SOURCE-SYSTEM
           J-PARA-WRITE-MAINT-ERROR.
           ADD 1 TO WS-REJECT-COUNT.
           MOVE SPACES TO ERROR-LINE.
           STRING 'MAINT ' MT-ACTION ' ' MT-USER-ID ' ' WS-REASON
               ' ' MT-SOURCE-SYSTEM ' ' MT-ALLOWED-OPERATORS
               DELIMITED BY SIZE INTO ERROR-LINE.
           WRITE ERROR-LINE.
           IF WS-ERROR-STATUS NOT = '00' THEN
               DISPLAY 'LIMIT-ERROR-RPT WRITE FAILED, STATUS='
                   WS-ERROR-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           K-PARA-LOAD-PENDING.
           READ LIMIT-PENDING-FILE INTO LIMIT-PENDING-RECORD
               AT END MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END PERFORM K1-PARA-STORE-PENDING
           END-READ.

           K1-PARA-STORE-PENDING.
           IF WS-PENDING-COUNT = 500 THEN
               DISPLAY 'LIMIT-PENDING-FILE EXCEEDS 500 ENTRIES'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-PENDING-COUNT.
           SET PND-IDX TO WS-PENDING-COUNT.
           MOVE PD-PENDING-ID TO WS-PND-ID(PND-IDX).
           MOVE PD-MAINT-IMAGE TO WS-PND-IMAGE(PND-IDX).
           MOVE PD-MAINT-IMAGE TO LIMIT-MAINT-RECORD.
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
           READ LIMIT-APPROVAL-FILE INTO LIMIT-APPROVAL-RECORD
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
                   IF MT-SOURCE-SYSTEM = SPACES THEN
                       MOVE 'BLANK SOURCE SYSTEM' TO WS-REASON
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
               MOVE LIMIT-MAINT-RECORD TO WS-PND-IMAGE(PND-IDX)
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
           MOVE WS-PND-IMAGE(PND-IDX) TO LIMIT-MAINT-RECORD.
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
           OPEN OUTPUT LIMIT-PENDING-NEW.
           IF WS-PENDING-NEW-STATUS NOT = '00' THEN
               DISPLAY 'LIMIT-PENDING-NEW OPEN FAILED, STATUS='
                   WS-PENDING-NEW-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM P1-PARA-WRITE-PENDING
               VARYING PND-IDX FROM 1 BY 1
               UNTIL PND-IDX > WS-PENDING-COUNT.
           CLOSE LIMIT-PENDING-NEW.

           P1-PARA-WRITE-PENDING.
           IF WS-PND-WAITING(PND-IDX) THEN
               MOVE WS-PND-ID(PND-IDX) TO PD-PENDING-ID
               MOVE WS-PND-IMAGE(PND-IDX) TO PD-MAINT-IMAGE
               WRITE LIMIT-PENDING-OUT FROM LIMIT-PENDING-RECORD
               IF WS-PENDING-NEW-STATUS NOT = '00' THEN
                   DISPLAY 'LIMIT-PENDING-NEW WRITE FAILED, STATUS='
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
