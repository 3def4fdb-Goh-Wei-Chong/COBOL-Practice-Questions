       IDENTIFICATION DIVISION.
       PROGRAM-ID. CalcIntegrity.
      *
      * Modification History
      * ---------------------------------------------------------
      * New program - weekly cross-file integrity sweep over the
      * stored files the nightly chain leaves behind, for the date
      * range in the CALCINPM parameter record (from and to dates,
      * YYYYMMDD, at most 62 days). Each nightly step proves its
      * own counts as it runs; this program proves the stored
      * files against each other afterwards, so a master load that
      * was skipped, a history record never appended or a GL
      * generation never promoted shows up the following week
      * instead of the next time someone needs a regeneration.
      * Audit keep file against result master, both ways: every
      * keep-file record in the range (CALCAUDK, dated on the
      * leading YYYYMMDD of CA-TIMESTAMP as CalcRegen selects
      * them) is read from the master by its key, run date plus
      * audit sequence, and must agree with it on transaction id,
      * source system, operator and result; every master record in
      * the range, read in key order from the first key of the
      * from date, must have its keep-file record. A key the keep
      * file carries twice (a keep-file append run twice) is
      * reported as such.
      * Keep file against history: each date's keep-file count
      * must equal the calculations-processed figure on that
      * date's CALCHIST record, and each operator's count and sum
      * (reversals excluded, as CalcSummary totals them) must
      * equal the record's operator totals. A date with keep
      * records and no history record, or with two history
      * records, is reported.
      * Keep file against GL: every generation of the GLINTF GDG
      * is read (the JCL names the GDG base). A generation in the
      * range must have its trailer count and hash agree with its
      * own details, and with the keep file once the items the
      * extract kept back that night (held for review or withheld,
      * carried in the trailer) are taken out and the released
      * items it sent under an earlier run date are put in. A date
      * with keep records and no generation, a date with two, or a
      * generation with no trailer is reported.
      * Every discrepancy is listed on the report (CALCINRP) by
      * date and kind, followed by a per-date summary and a count
      * of each kind. RETURN-CODE 4 when any discrepancy is found,
      * 12 on a fatal error.
      * A generation the extract dated into the next open period,
      * because the night's business date fell in a closed one,
      * carries that business date in GLH-ORIG-BUSINESS-DATE; the
      * generation is matched to the keep file on it.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT CALC-INTEG-PARM ASSIGN TO 'CALCINPM'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PARM-STATUS.
               SELECT CALC-AUDIT-KEEP ASSIGN TO 'CALCAUDK'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-KEEP-STATUS.
               SELECT CALC-MASTER-FILE ASSIGN TO 'CALCMSTR'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CM-KEY
                   FILE STATUS IS WS-MASTER-STATUS.
               SELECT CALC-HISTORY-FILE ASSIGN TO 'CALCHIST'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-HISTORY-STATUS.
               SELECT GL-INTERFACE-FILE ASSIGN TO 'GLINTF'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-GL-STATUS.
               SELECT CALC-INTEG-RPT ASSIGN TO 'CALCINRP'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD  CALC-INTEG-PARM
               RECORD CONTAINS 16 CHARACTERS.
           01  CALC-INTEG-PARM-RECORD.
               05 IP-FROM-DATE PIC 9(8).
               05 IP-TO-DATE PIC 9(8).

           FD  CALC-AUDIT-KEEP
               RECORD CONTAINS 96 CHARACTERS.
           COPY CALCAUD.

           FD  CALC-MASTER-FILE
               RECORD CONTAINS 122 CHARACTERS.
           COPY CALCMST.

           FD  CALC-HISTORY-FILE
               RECORD CONTAINS 268 CHARACTERS.
           COPY CALCHST.

           FD  GL-INTERFACE-FILE
               RECORD CONTAINS 60 CHARACTERS.
           01  GL-INTERFACE-RECORD.
               05 GL-RECORD-TYPE PIC X(1).
               05 GL-DATA PIC X(59).
               05 GL-HEADER REDEFINES GL-DATA.
                   10 GLH-BUSINESS-DATE PIC 9(8).
                   10 GLH-EXTRACT-TYPE PIC X(1).
                   10 GLH-ORIG-BUSINESS-DATE PIC 9(8).
                   10 FILLER PIC X(42).
               05 GL-DETAIL REDEFINES GL-DATA.
                   10 GLD-TRANS-ID PIC X(10).
                   10 GLD-SOURCE-SYSTEM PIC X(3).
                   10 GLD-OPERATOR PIC X(3).
                   10 GLD-RESULT PIC S9(13)V9(2).
                   10 GLD-RUN-DATE PIC 9(8).
                   10 GLD-ENTRY-TYPE PIC X(1).
                   10 GLD-ORIG-TRANS-ID PIC X(10).
                   10 GLD-ORIG-RUN-DATE PIC 9(8).
                   10 FILLER PIC X(1).
               05 GL-TRAILER REDEFINES GL-DATA.
                   10 GLT-RECORD-COUNT PIC 9(9).
                   10 GLT-HASH-TOTAL PIC 9(13)V9(2).
                   10 GLT-KEPT-COUNT PIC 9(9).
                   10 GLT-KEPT-HASH PIC 9(13)V9(2).
                   10 FILLER PIC X(11).

           FD  CALC-INTEG-RPT
               RECORD CONTAINS 132 CHARACTERS.
           01  INTEG-RPT-LINE PIC X(132).

           WORKING-STORAGE SECTION.
           01 WS-PARM-STATUS PIC X(2).
           01 WS-KEEP-STATUS PIC X(2).
           01 WS-MASTER-STATUS PIC X(2).
           01 WS-HISTORY-STATUS PIC X(2).
           01 WS-GL-STATUS PIC X(2).
           01 WS-REPORT-STATUS PIC X(2).
           01 WS-EOF-SWITCH PIC X(1) VALUE 'N'.
               88 WS-END-OF-FILE VALUE 'Y'.
           01 WS-FROM-DATE PIC 9(8) VALUE 0.
           01 WS-TO-DATE PIC 9(8) VALUE 0.
           01 WS-FROM-INTEGER PIC 9(7) VALUE 0.
           01 WS-TO-INTEGER PIC 9(7) VALUE 0.
           01 WS-DAY-NUMBER PIC S9(7) VALUE 0.
           01 WS-RECORD-DATE PIC 9(8) VALUE 0.
           01 WS-DAY-FOUND-SWITCH PIC X(1) VALUE 'N'.
               88 WS-DAY-FOUND VALUE 'Y'.
           01 WS-KEY-FOUND-SWITCH PIC X(1) VALUE 'N'.
               88 WS-KEY-FOUND VALUE 'Y'.
           01 WS-HASH-MODULUS PIC 9(14) VALUE 10000000000000.

           01 WS-KEEP-READ-COUNT PIC 9(9) VALUE 0.
           01 WS-MASTER-READ-COUNT PIC 9(9) VALUE 0.
           01 WS-HISTORY-READ-COUNT PIC 9(9) VALUE 0.
           01 WS-GEN-CHECKED-COUNT PIC 9(9) VALUE 0.
           01 WS-ISSUE-TOTAL PIC 9(9) VALUE 0.
           01 WS-ISSUE-UNLISTED PIC 9(9) VALUE 0.

      * The GL generation being read - its header date, and the
      * count and hash of its details, all of them and those sent
      * under an earlier run date (released from the hold queue).
           01 WS-GEN-OPEN-SWITCH PIC X(1) VALUE 'N'.
               88 WS-GEN-OPEN VALUE 'Y'.
           01 WS-GEN-IN-RANGE-SWITCH PIC X(1) VALUE 'N'.
               88 WS-GEN-IN-RANGE VALUE 'Y'.
           01 WS-GEN-DATE PIC 9(8) VALUE 0.
           01 WS-GEN-DETAIL-COUNT PIC 9(9) VALUE 0.
           01 WS-GEN-HASH PIC 9(13)V9(2) VALUE 0.
           01 WS-GEN-RELEASED-COUNT PIC 9(9) VALUE 0.
           01 WS-GEN-RELEASED-HASH PIC 9(13)V9(2) VALUE 0.
           01 WS-KEPT-COUNT PIC 9(9) VALUE 0.
           01 WS-KEPT-HASH PIC 9(13)V9(2) VALUE 0.
           01 WS-EXPECTED-COUNT PIC S9(9) VALUE 0.
           01 WS-EXPECTED-HASH PIC 9(13)V9(2) VALUE 0.

      * Operator codes in CalcSummary's order - the order of the
      * operator totals on the history record.
           01 WS-OPERATOR-CODES.
               05 WS-OP-CODE OCCURS 7 TIMES INDEXED BY OP-IDX
                   PIC X(3).

      * One entry per calendar date in the range, holding what
      * each file showed for that date.
           01 WS-DAY-COUNT PIC 9(4) COMP VALUE 0.
           01 WS-DAY-TABLE.
               05 WS-DAY-ENTRY OCCURS 62 TIMES
                   INDEXED BY DAY-IDX.
                   10 WS-DAY-DATE PIC 9(8).
                   10 WS-DAY-KEEP-COUNT PIC 9(9).
                   10 WS-DAY-KEEP-HASH PIC 9(13)V9(2).
                   10 WS-DAY-MASTER-COUNT PIC 9(9).
                   10 WS-DAY-HISTORY-COUNT PIC 9(4) COMP.
                   10 WS-DAY-HIST-PROCESSED PIC 9(9).
                   10 WS-DAY-GL-COUNT PIC 9(4) COMP.
                   10 WS-DAY-GL-RECORDS PIC 9(9).
                   10 WS-DAY-ISSUE-COUNT PIC 9(9).
                   10 WS-DAY-FIRST-KEY PIC 9(9) COMP.
                   10 WS-DAY-LAST-KEY PIC 9(9) COMP.
                   10 WS-DAY-CURSOR PIC 9(9) COMP.
                   10 WS-DAY-OP-ENTRY OCCURS 7 TIMES.
                       15 WS-DAY-OP-COUNT PIC 9(9).
                       15 WS-DAY-OP-SUM PIC S9(15)V9(2).

      * Keep-file keys in the range, in file order, for the master
      * to keep-file check. WS-KK-STATE is 'X' when the master has
      * no such key, 'N' when it has and no master record has been
      * matched to this entry yet, 'M' once one has.
           01 WS-KEY-COUNT PIC 9(9) COMP VALUE 0.
           01 WS-KEY-TABLE.
               05 WS-KEEP-KEY-ENTRY OCCURS 50000 TIMES
                   INDEXED BY KEY-IDX.
                   10 WS-KK-KEY.
                       15 WS-KK-RUN-DATE PIC 9(8).
                       15 WS-KK-SEQUENCE PIC 9(9).
                   10 WS-KK-STATE PIC X(1).

      * Discrepancy kinds, in the order the report lists them
      * within a date, with the count of each.
           01 WS-KIND-NUMBER PIC 9(2) VALUE 0.
           01 WS-KIND-TABLE.
               05 WS-KIND-ENTRY OCCURS 14 TIMES
                   INDEXED BY KND-IDX.
                   10 WS-KIND-TEXT PIC X(31).
                   10 WS-KIND-COUNT PIC 9(9).

      * Discrepancies found, held so the report can list them by
      * date and kind whichever pass found them.
           01 WS-ISSUE-KIND PIC 9(2) VALUE 0.
           01 WS-ISSUE-DETAIL PIC X(88).
           01 WS-ISSUE-COUNT PIC 9(4) COMP VALUE 0.
           01 WS-ISSUE-TABLE.
               05 WS-ISSUE-ENTRY OCCURS 2000 TIMES
                   INDEXED BY ISS-IDX.
                   10 WS-ISS-DATE PIC 9(8).
                   10 WS-ISS-KIND PIC 9(2).
                   10 WS-ISS-DETAIL PIC X(88).

           01 WS-EDIT-COUNT PIC ZZZZZZZZ9.
           01 WS-EDIT-OTHER-COUNT PIC ZZZZZZZZ9.
           01 WS-EDIT-KEEP-COUNT PIC ZZZZZZZZ9.
           01 WS-EDIT-KEPT-COUNT PIC ZZZZZZZZ9.
           01 WS-EDIT-RELEASED-COUNT PIC ZZZZZZZZ9.
           01 WS-EDIT-HISTORY-COUNT PIC ZZZZZZZZ9.
           01 WS-EDIT-GL-COUNT PIC ZZZZZZZZ9.
           01 WS-EDIT-SUM PIC -(15)9.99.
           01 WS-EDIT-OTHER-SUM PIC -(15)9.99.
           01 WS-EDIT-RESULT PIC -(13)9.99.
           01 WS-EDIT-OTHER-RESULT PIC -(13)9.99.
           01 WS-EDIT-HASH PIC Z(12)9.99.
           01 WS-EDIT-OTHER-HASH PIC Z(12)9.99.
           01 WS-EDIT-EXPECTED PIC -(8)9.

       PROCEDURE DIVISION.
           A-PARA.
           OPEN INPUT CALC-INTEG-PARM.
           IF WS-PARM-STATUS NOT = '00' THEN
               DISPLAY 'CALC-INTEG-PARM OPEN FAILED, STATUS='
                   WS-PARM-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ CALC-INTEG-PARM INTO CALC-INTEG-PARM-RECORD
               AT END
                   DISPLAY 'CALC-INTEG-PARM IS EMPTY'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-READ.
           IF IP-FROM-DATE IS NOT NUMERIC
               OR IP-TO-DATE IS NOT NUMERIC THEN
               DISPLAY 'CALC-INTEG-PARM DATES NOT NUMERIC'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE IP-FROM-DATE TO WS-FROM-DATE.
           MOVE IP-TO-DATE TO WS-TO-DATE.
           CLOSE CALC-INTEG-PARM.
           COMPUTE WS-FROM-INTEGER
               = FUNCTION INTEGER-OF-DATE(WS-FROM-DATE).
           COMPUTE WS-TO-INTEGER
               = FUNCTION INTEGER-OF-DATE(WS-TO-DATE).
           IF WS-FROM-INTEGER = 0 OR WS-TO-INTEGER = 0
               OR WS-TO-DATE < WS-FROM-DATE THEN
               DISPLAY 'CALC-INTEG-PARM DATE RANGE INVALID '
                   WS-FROM-DATE ' ' WS-TO-DATE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-TO-INTEGER - WS-FROM-INTEGER > 61 THEN
               DISPLAY 'CALC-INTEG-PARM RANGE EXCEEDS 62 DAYS'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE '+' TO WS-OP-CODE(1).
           MOVE '-' TO WS-OP-CODE(2).
           MOVE '*' TO WS-OP-CODE(3).
           MOVE '/' TO WS-OP-CODE(4).
           MOVE 'MOD' TO WS-OP-CODE(5).
           MOVE 'EXP' TO WS-OP-CODE(6).
           MOVE 'PCT' TO WS-OP-CODE(7).
           PERFORM B-PARA-LOAD-KINDS.
           COMPUTE WS-DAY-COUNT = WS-TO-INTEGER - WS-FROM-INTEGER + 1.
           PERFORM B1-PARA-BUILD-DAY
               VARYING DAY-IDX FROM 1 BY 1
               UNTIL DAY-IDX > WS-DAY-COUNT.

           OPEN INPUT CALC-MASTER-FILE.
           IF WS-MASTER-STATUS NOT = '00' THEN
               DISPLAY 'CALC-MASTER-FILE OPEN FAILED, STATUS='
                   WS-MASTER-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT CALC-AUDIT-KEEP.
           IF WS-KEEP-STATUS NOT = '00' THEN
               DISPLAY 'CALC-AUDIT-KEEP OPEN FAILED, STATUS='
                   WS-KEEP-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM C-PARA-NEXT-KEEP WITH TEST BEFORE
               UNTIL WS-END-OF-FILE.
           CLOSE CALC-AUDIT-KEEP.

           MOVE 'N' TO WS-EOF-SWITCH.
           MOVE WS-FROM-DATE TO CM-RUN-DATE.
           MOVE 0 TO CM-SEQUENCE.
           START CALC-MASTER-FILE KEY IS NOT LESS THAN CM-KEY
               INVALID KEY MOVE 'Y' TO WS-EOF-SWITCH
           END-START.
           IF WS-MASTER-STATUS NOT = '00'
               AND WS-MASTER-STATUS NOT = '23' THEN
               DISPLAY 'CALC-MASTER-FILE START FAILED, STATUS='
                   WS-MASTER-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM D-PARA-NEXT-MASTER WITH TEST BEFORE
               UNTIL WS-END-OF-FILE.
           CLOSE CALC-MASTER-FILE.
           PERFORM E-PARA-CHECK-DUPLICATE
               VARYING KEY-IDX FROM 1 BY 1
               UNTIL KEY-IDX > WS-KEY-COUNT.

           MOVE 'N' TO WS-EOF-SWITCH.
           OPEN INPUT CALC-HISTORY-FILE.
           IF WS-HISTORY-STATUS NOT = '00' THEN
               DISPLAY 'CALC-HISTORY-FILE OPEN FAILED, STATUS='
                   WS-HISTORY-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM F-PARA-NEXT-HISTORY WITH TEST BEFORE
               UNTIL WS-END-OF-FILE.
           CLOSE CALC-HISTORY-FILE.

           MOVE 'N' TO WS-EOF-SWITCH.
           OPEN INPUT GL-INTERFACE-FILE.
           IF WS-GL-STATUS NOT = '00' THEN
               DISPLAY 'GL-INTERFACE-FILE OPEN FAILED, STATUS='
                   WS-GL-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM G-PARA-NEXT-GL WITH TEST BEFORE
               UNTIL WS-END-OF-FILE.
           IF WS-GEN-OPEN THEN
               PERFORM G4-PARA-NO-TRAILER
           END-IF.
           CLOSE GL-INTERFACE-FILE.

           PERFORM H-PARA-CHECK-DAY
               VARYING DAY-IDX FROM 1 BY 1
               UNTIL DAY-IDX > WS-DAY-COUNT.

           PERFORM J-PARA-WRITE-REPORT.

           DISPLAY 'CALCINTEGRITY KEEP RECORDS    ' WS-KEEP-READ-COUNT.
           DISPLAY 'CALCINTEGRITY MASTER RECORDS  '
               WS-MASTER-READ-COUNT.
           DISPLAY 'CALCINTEGRITY HISTORY RECORDS '
               WS-HISTORY-READ-COUNT.
           DISPLAY 'CALCINTEGRITY GL GENERATIONS  '
               WS-GEN-CHECKED-COUNT.
           DISPLAY 'CALCINTEGRITY DISCREPANCIES   ' WS-ISSUE-TOTAL.
           IF WS-ISSUE-TOTAL > 0 THEN
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

           B-PARA-LOAD-KINDS.
           MOVE 'KEEP RECORD NOT ON MASTER' TO WS-KIND-TEXT(1).
           MOVE 'MASTER DIFFERS FROM KEEP' TO WS-KIND-TEXT(2).
           MOVE 'MASTER RECORD NOT ON KEEP' TO WS-KIND-TEXT(3).
           MOVE 'DUPLICATE KEY ON KEEP FILE' TO WS-KIND-TEXT(4).
           MOVE 'NO HISTORY RECORD' TO WS-KIND-TEXT(5).
           MOVE 'DUPLICATE HISTORY RECORD' TO WS-KIND-TEXT(6).
           MOVE 'HISTORY COUNT DIFFERS' TO WS-KIND-TEXT(7).
           MOVE 'HISTORY OPERATOR DIFFERS' TO WS-KIND-TEXT(8).
           MOVE 'NO GL GENERATION' TO WS-KIND-TEXT(9).
           MOVE 'DUPLICATE GL GENERATION' TO WS-KIND-TEXT(10).
           MOVE 'GL TRAILER DIFFERS FROM DETAILS' TO WS-KIND-TEXT(11).
           MOVE 'GL COUNT DIFFERS FROM KEEP' TO WS-KIND-TEXT(12).
           MOVE 'GL HASH DIFFERS FROM KEEP' TO WS-KIND-TEXT(13).
           MOVE 'GL GENERATION HAS NO TRAILER' TO WS-KIND-TEXT(14).
           PERFORM B2-PARA-CLEAR-KIND
               VARYING KND-IDX FROM 1 BY 1 UNTIL KND-IDX > 14.

           B1-PARA-BUILD-DAY.
           INITIALIZE WS-DAY-ENTRY(DAY-IDX).
           SET WS-DAY-NUMBER TO DAY-IDX.
           COMPUTE WS-DAY-DATE(DAY-IDX) = FUNCTION DATE-OF-INTEGER(
               WS-FROM-INTEGER + WS-DAY-NUMBER - 1).

           B2-PARA-CLEAR-KIND.
           MOVE 0 TO WS-KIND-COUNT(KND-IDX).

      * Keep file to master. Records outside the range are passed
      * over.
           C-PARA-NEXT-KEEP.
           READ CALC-AUDIT-KEEP INTO CALC-AUDIT-RECORD
               AT END MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   IF CA-TIMESTAMP(1:8) IS NUMERIC THEN
                       MOVE CA-TIMESTAMP(1:8) TO WS-RECORD-DATE
                       PERFORM Y-PARA-FIND-DAY
                       IF WS-DAY-FOUND THEN
                           PERFORM C1-PARA-CHECK-KEEP
                       END-IF
                   END-IF
           END-READ.

           C1-PARA-CHECK-KEEP.
           ADD 1 TO WS-KEEP-READ-COUNT.
           ADD 1 TO WS-DAY-KEEP-COUNT(DAY-IDX).
           COMPUTE WS-DAY-KEEP-HASH(DAY-IDX) = FUNCTION MOD(
               WS-DAY-KEEP-HASH(DAY-IDX) + CA-RESULT,
               WS-HASH-MODULUS).
           IF CA-OPERATOR NOT = 'REV' THEN
               PERFORM C4-PARA-ADD-OP-TOTAL
                   VARYING OP-IDX FROM 1 BY 1 UNTIL OP-IDX > 7
           END-IF.
           PERFORM C3-PARA-ADD-KEEP-KEY.

           MOVE WS-RECORD-DATE TO CM-RUN-DATE.
           MOVE CA-SEQUENCE TO CM-SEQUENCE.
           READ CALC-MASTER-FILE
               INVALID KEY
                   MOVE 'X' TO WS-KK-STATE(KEY-IDX)
                   MOVE SPACES TO WS-ISSUE-DETAIL
                   STRING 'KEY ' WS-RECORD-DATE '/' CA-SEQUENCE
                       ' TRANS ' CA-TRANS-ID ' ' CA-SOURCE-SYSTEM
                       DELIMITED BY SIZE INTO WS-ISSUE-DETAIL
                   MOVE 1 TO WS-ISSUE-KIND
                   PERFORM Z-PARA-ADD-ISSUE
               NOT INVALID KEY
                   PERFORM C2-PARA-COMPARE-MASTER
           END-READ.
           IF WS-MASTER-STATUS NOT = '00'
               AND WS-MASTER-STATUS NOT = '23' THEN
               DISPLAY 'CALC-MASTER-FILE READ FAILED, STATUS='
                   WS-MASTER-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           C2-PARA-COMPARE-MASTER.
           IF CM-TRANS-ID NOT = CA-TRANS-ID
               OR CM-SOURCE-SYSTEM NOT = CA-SOURCE-SYSTEM
               OR CM-OPERATOR NOT = CA-OPERATOR
               OR CM-RESULT NOT = CA-RESULT THEN
               MOVE CA-RESULT TO WS-EDIT-RESULT
               MOVE CM-RESULT TO WS-EDIT-OTHER-RESULT
               MOVE SPACES TO WS-ISSUE-DETAIL
               STRING 'KEY ' WS-RECORD-DATE '/' CA-SEQUENCE
                   ' KEEP ' CA-OPERATOR ' ' WS-EDIT-RESULT
                   ' MASTER ' CM-OPERATOR ' ' WS-EDIT-OTHER-RESULT
                   DELIMITED BY SIZE INTO WS-ISSUE-DETAIL
               MOVE 2 TO WS-ISSUE-KIND
               PERFORM Z-PARA-ADD-ISSUE
           END-IF.

           C3-PARA-ADD-KEEP-KEY.
           IF WS-KEY-COUNT = 50000 THEN
               DISPLAY 'KEEP KEY TABLE EXCEEDS 50000 ENTRIES - '
                   'NARROW THE DATE RANGE'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-KEY-COUNT.
           SET KEY-IDX TO WS-KEY-COUNT.
           MOVE WS-RECORD-DATE TO WS-KK-RUN-DATE(KEY-IDX).
           MOVE CA-SEQUENCE TO WS-KK-SEQUENCE(KEY-IDX).
           MOVE 'N' TO WS-KK-STATE(KEY-IDX).
           IF WS-DAY-FIRST-KEY(DAY-IDX) = 0 THEN
               MOVE WS-KEY-COUNT TO WS-DAY-FIRST-KEY(DAY-IDX)
               MOVE WS-KEY-COUNT TO WS-DAY-CURSOR(DAY-IDX)
           END-IF.
           MOVE WS-KEY-COUNT TO WS-DAY-LAST-KEY(DAY-IDX).

           C4-PARA-ADD-OP-TOTAL.
           IF WS-OP-CODE(OP-IDX) = CA-OPERATOR THEN
               ADD 1 TO WS-DAY-OP-COUNT(DAY-IDX, OP-IDX)
               ADD CA-RESULT TO WS-DAY-OP-SUM(DAY-IDX, OP-IDX)
                   ON SIZE ERROR
                       DISPLAY 'OPERATOR TOTAL OVERFLOW FOR '
                           WS-OP-CODE(OP-IDX) ' ON ' WS-RECORD-DATE
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
               END-ADD
           END-IF.

      * Master to keep file. The master is read in key order from
      * the first key of the from date until the run date passes
      * the to date. Each date's keep keys are searched from just
      * past the last one matched, since both files normally run
      * in audit sequence order within a date, then from the start
      * of the date's keys.
           D-PARA-NEXT-MASTER.
           READ CALC-MASTER-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   IF CM-RUN-DATE > WS-TO-DATE THEN
                       MOVE 'Y' TO WS-EOF-SWITCH
                   ELSE
                       MOVE CM-RUN-DATE TO WS-RECORD-DATE
                       PERFORM Y-PARA-FIND-DAY
                       IF WS-DAY-FOUND THEN
                           PERFORM D1-PARA-CHECK-MASTER
                       END-IF
                   END-IF
           END-READ.
           IF WS-MASTER-STATUS NOT = '00'
               AND WS-MASTER-STATUS NOT = '10' THEN
               DISPLAY 'CALC-MASTER-FILE READ FAILED, STATUS='
                   WS-MASTER-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           D1-PARA-CHECK-MASTER.
           ADD 1 TO WS-MASTER-READ-COUNT.
           ADD 1 TO WS-DAY-MASTER-COUNT(DAY-IDX).
           MOVE 'N' TO WS-KEY-FOUND-SWITCH.
           IF WS-DAY-FIRST-KEY(DAY-IDX) > 0 THEN
               PERFORM D2-PARA-MATCH-KEEP-KEY
                   VARYING KEY-IDX FROM WS-DAY-CURSOR(DAY-IDX) BY 1
                   UNTIL KEY-IDX > WS-DAY-LAST-KEY(DAY-IDX)
                   OR WS-KEY-FOUND
               IF NOT WS-KEY-FOUND THEN
                   PERFORM D2-PARA-MATCH-KEEP-KEY
                       VARYING KEY-IDX
                       FROM WS-DAY-FIRST-KEY(DAY-IDX) BY 1
                       UNTIL KEY-IDX NOT < WS-DAY-CURSOR(DAY-IDX)
                       OR WS-KEY-FOUND
               END-IF
           END-IF.
           IF WS-KEY-FOUND THEN
               MOVE 'M' TO WS-KK-STATE(KEY-IDX)
               SET WS-DAY-CURSOR(DAY-IDX) TO KEY-IDX
               ADD 1 TO WS-DAY-CURSOR(DAY-IDX)
           ELSE
               MOVE SPACES TO WS-ISSUE-DETAIL
               STRING 'KEY ' CM-RUN-DATE '/' CM-SEQUENCE
                   ' TRANS ' CM-TRANS-ID ' ' CM-SOURCE-SYSTEM
                   DELIMITED BY SIZE INTO WS-ISSUE-DETAIL
               MOVE 3 TO WS-ISSUE-KIND
               PERFORM Z-PARA-ADD-ISSUE
           END-IF.

           D2-PARA-MATCH-KEEP-KEY.
           IF WS-KK-KEY(KEY-IDX) = CM-KEY
               AND WS-KK-STATE(KEY-IDX) = 'N' THEN
               MOVE 'Y' TO WS-KEY-FOUND-SWITCH
               SET KEY-IDX DOWN BY 1
           END-IF.

      * A keep key the master holds that no master record matched
      * is a second copy of a key already matched.
           E-PARA-CHECK-DUPLICATE.
           IF WS-KK-STATE(KEY-IDX) = 'N' THEN
               MOVE WS-KK-RUN-DATE(KEY-IDX) TO WS-RECORD-DATE
               PERFORM Y-PARA-FIND-DAY
               MOVE SPACES TO WS-ISSUE-DETAIL
               STRING 'KEY ' WS-KK-RUN-DATE(KEY-IDX)
                   '/' WS-KK-SEQUENCE(KEY-IDX)
                   DELIMITED BY SIZE INTO WS-ISSUE-DETAIL
               MOVE 4 TO WS-ISSUE-KIND
               PERFORM Z-PARA-ADD-ISSUE
           END-IF.

      * Keep file to history.
           F-PARA-NEXT-HISTORY.
           READ CALC-HISTORY-FILE INTO CALC-HISTORY-RECORD
               AT END MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   MOVE CH-BUSINESS-DATE TO WS-RECORD-DATE
                   PERFORM Y-PARA-FIND-DAY
                   IF WS-DAY-FOUND THEN
                       PERFORM F1-PARA-CHECK-HISTORY
                   END-IF
           END-READ.

           F1-PARA-CHECK-HISTORY.
           ADD 1 TO WS-HISTORY-READ-COUNT.
           ADD 1 TO WS-DAY-HISTORY-COUNT(DAY-IDX).
           IF WS-DAY-HISTORY-COUNT(DAY-IDX) > 1 THEN
               MOVE CH-PROCESSED-COUNT TO WS-EDIT-COUNT
               MOVE SPACES TO WS-ISSUE-DETAIL
               STRING 'FURTHER RECORD, PROCESSED ' WS-EDIT-COUNT
                   DELIMITED BY SIZE INTO WS-ISSUE-DETAIL
               MOVE 6 TO WS-ISSUE-KIND
               PERFORM Z-PARA-ADD-ISSUE
           ELSE
               MOVE CH-PROCESSED-COUNT
                   TO WS-DAY-HIST-PROCESSED(DAY-IDX)
               IF CH-PROCESSED-COUNT NOT = WS-DAY-KEEP-COUNT(DAY-IDX)
               THEN
                   MOVE CH-PROCESSED-COUNT TO WS-EDIT-COUNT
                   MOVE WS-DAY-KEEP-COUNT(DAY-IDX)
                       TO WS-EDIT-OTHER-COUNT
                   MOVE SPACES TO WS-ISSUE-DETAIL
                   STRING 'PROCESSED ' WS-EDIT-COUNT
                       ' KEEP RECORDS ' WS-EDIT-OTHER-COUNT
                       DELIMITED BY SIZE INTO WS-ISSUE-DETAIL
                   MOVE 7 TO WS-ISSUE-KIND
                   PERFORM Z-PARA-ADD-ISSUE
               END-IF
               PERFORM F2-PARA-CHECK-OP-TOTAL
                   VARYING OP-IDX FROM 1 BY 1 UNTIL OP-IDX > 7
           END-IF.

           F2-PARA-CHECK-OP-TOTAL.
           IF CH-OP-COUNT(OP-IDX)
               NOT = WS-DAY-OP-COUNT(DAY-IDX, OP-IDX)
               OR CH-OP-SUM(OP-IDX)
               NOT = WS-DAY-OP-SUM(DAY-IDX, OP-IDX) THEN
               MOVE CH-OP-COUNT(OP-IDX) TO WS-EDIT-COUNT
               MOVE CH-OP-SUM(OP-IDX) TO WS-EDIT-SUM
               MOVE WS-DAY-OP-COUNT(DAY-IDX, OP-IDX)
                   TO WS-EDIT-OTHER-COUNT
               MOVE WS-DAY-OP-SUM(DAY-IDX, OP-IDX)
                   TO WS-EDIT-OTHER-SUM
               MOVE SPACES TO WS-ISSUE-DETAIL
               STRING 'OPERATOR ' WS-OP-CODE(OP-IDX)
                   ' HISTORY ' WS-EDIT-COUNT ' ' WS-EDIT-SUM
                   ' KEEP ' WS-EDIT-OTHER-COUNT ' ' WS-EDIT-OTHER-SUM
                   DELIMITED BY SIZE INTO WS-ISSUE-DETAIL
               MOVE 8 TO WS-ISSUE-KIND
               PERFORM Z-PARA-ADD-ISSUE
           END-IF.

      * Keep file to GL. Every generation is read; a generation
      * runs from its header to its trailer.
           G-PARA-NEXT-GL.
           READ GL-INTERFACE-FILE
               AT END MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   EVALUATE GL-RECORD-TYPE
                       WHEN 'H'
                           PERFORM G1-PARA-GL-HEADER
                       WHEN 'D'
                           PERFORM G2-PARA-GL-DETAIL
                       WHEN 'T'
                           PERFORM G3-PARA-GL-TRAILER
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.

           G1-PARA-GL-HEADER.
           IF WS-GEN-OPEN THEN
               PERFORM G4-PARA-NO-TRAILER
           END-IF.
           MOVE 'Y' TO WS-GEN-OPEN-SWITCH.
           MOVE 'N' TO WS-GEN-IN-RANGE-SWITCH.
           MOVE 0 TO WS-GEN-DATE.
           MOVE 0 TO WS-GEN-DETAIL-COUNT.
           MOVE 0 TO WS-GEN-HASH.
           MOVE 0 TO WS-GEN-RELEASED-COUNT.
           MOVE 0 TO WS-GEN-RELEASED-HASH.
           IF GLH-ORIG-BUSINESS-DATE IS NUMERIC THEN
               MOVE GLH-ORIG-BUSINESS-DATE TO WS-GEN-DATE
           ELSE
               IF GLH-BUSINESS-DATE IS NUMERIC THEN
                   MOVE GLH-BUSINESS-DATE TO WS-GEN-DATE
               END-IF
           END-IF.
           IF WS-GEN-DATE > 0 THEN
               MOVE WS-GEN-DATE TO WS-RECORD-DATE
               PERFORM Y-PARA-FIND-DAY
               IF WS-DAY-FOUND THEN
                   MOVE 'Y' TO WS-GEN-IN-RANGE-SWITCH
               END-IF
           END-IF.

           G2-PARA-GL-DETAIL.
           IF WS-GEN-IN-RANGE THEN
               ADD 1 TO WS-GEN-DETAIL-COUNT
               COMPUTE WS-GEN-HASH = FUNCTION MOD(
                   WS-GEN-HASH + GLD-RESULT, WS-HASH-MODULUS)
               IF GLD-RUN-DATE NOT = WS-GEN-DATE THEN
                   ADD 1 TO WS-GEN-RELEASED-COUNT
                   COMPUTE WS-GEN-RELEASED-HASH = FUNCTION MOD(
                       WS-GEN-RELEASED-HASH + GLD-RESULT,
                       WS-HASH-MODULUS)
               END-IF
           END-IF.

      * The kept-back figures are spaces on a generation written
      * before the trailer carried them, and read as zero.
           G3-PARA-GL-TRAILER.
           IF WS-GEN-IN-RANGE THEN
               MOVE WS-GEN-DATE TO WS-RECORD-DATE
               PERFORM Y-PARA-FIND-DAY
               ADD 1 TO WS-GEN-CHECKED-COUNT
               ADD 1 TO WS-DAY-GL-COUNT(DAY-IDX)
               MOVE GLT-RECORD-COUNT TO WS-DAY-GL-RECORDS(DAY-IDX)
               IF WS-DAY-GL-COUNT(DAY-IDX) > 1 THEN
                   MOVE GLT-RECORD-COUNT TO WS-EDIT-COUNT
                   MOVE SPACES TO WS-ISSUE-DETAIL
                   STRING 'FURTHER GENERATION, TRAILER COUNT '
                       WS-EDIT-COUNT
                       DELIMITED BY SIZE INTO WS-ISSUE-DETAIL
                   MOVE 10 TO WS-ISSUE-KIND
                   PERFORM Z-PARA-ADD-ISSUE
               END-IF
               IF GLT-KEPT-COUNT IS NUMERIC
                   AND GLT-KEPT-HASH IS NUMERIC THEN
                   MOVE GLT-KEPT-COUNT TO WS-KEPT-COUNT
                   MOVE GLT-KEPT-HASH TO WS-KEPT-HASH
               ELSE
                   MOVE 0 TO WS-KEPT-COUNT
                   MOVE 0 TO WS-KEPT-HASH
               END-IF
               PERFORM G5-PARA-CHECK-TRAILER
           END-IF.
           MOVE 'N' TO WS-GEN-OPEN-SWITCH.
           MOVE 'N' TO WS-GEN-IN-RANGE-SWITCH.

           G4-PARA-NO-TRAILER.
           IF WS-GEN-IN-RANGE THEN
               MOVE WS-GEN-DATE TO WS-RECORD-DATE
               PERFORM Y-PARA-FIND-DAY
               MOVE WS-GEN-DETAIL-COUNT TO WS-EDIT-COUNT
               MOVE SPACES TO WS-ISSUE-DETAIL
               STRING 'DETAILS READ ' WS-EDIT-COUNT
                   DELIMITED BY SIZE INTO WS-ISSUE-DETAIL
               MOVE 14 TO WS-ISSUE-KIND
               PERFORM Z-PARA-ADD-ISSUE
           END-IF.
           MOVE 'N' TO WS-GEN-OPEN-SWITCH.
           MOVE 'N' TO WS-GEN-IN-RANGE-SWITCH.

           G5-PARA-CHECK-TRAILER.
           IF GLT-RECORD-COUNT NOT = WS-GEN-DETAIL-COUNT
               OR GLT-HASH-TOTAL NOT = WS-GEN-HASH THEN
               MOVE GLT-RECORD-COUNT TO WS-EDIT-COUNT
               MOVE GLT-HASH-TOTAL TO WS-EDIT-HASH
               MOVE WS-GEN-DETAIL-COUNT TO WS-EDIT-OTHER-COUNT
               MOVE WS-GEN-HASH TO WS-EDIT-OTHER-HASH
               MOVE SPACES TO WS-ISSUE-DETAIL
               STRING 'TRAILER ' WS-EDIT-COUNT ' ' WS-EDIT-HASH
                   ' DETAILS ' WS-EDIT-OTHER-COUNT ' '
                   WS-EDIT-OTHER-HASH
                   DELIMITED BY SIZE INTO WS-ISSUE-DETAIL
               MOVE 11 TO WS-ISSUE-KIND
               PERFORM Z-PARA-ADD-ISSUE
           END-IF.
           COMPUTE WS-EXPECTED-COUNT = WS-DAY-KEEP-COUNT(DAY-IDX)
               - WS-KEPT-COUNT + WS-GEN-RELEASED-COUNT.
           IF GLT-RECORD-COUNT NOT = WS-EXPECTED-COUNT THEN
               MOVE GLT-RECORD-COUNT TO WS-EDIT-COUNT
               MOVE WS-EXPECTED-COUNT TO WS-EDIT-EXPECTED
               MOVE WS-DAY-KEEP-COUNT(DAY-IDX) TO WS-EDIT-KEEP-COUNT
               MOVE WS-KEPT-COUNT TO WS-EDIT-KEPT-COUNT
               MOVE WS-GEN-RELEASED-COUNT TO WS-EDIT-RELEASED-COUNT
               MOVE SPACES TO WS-ISSUE-DETAIL
               STRING 'TRAILER ' WS-EDIT-COUNT
                   ' EXPECTED ' WS-EDIT-EXPECTED
                   ' KEEP ' WS-EDIT-KEEP-COUNT
                   ' KEPT ' WS-EDIT-KEPT-COUNT
                   ' RELEASED ' WS-EDIT-RELEASED-COUNT
                   DELIMITED BY SIZE INTO WS-ISSUE-DETAIL
               MOVE 12 TO WS-ISSUE-KIND
               PERFORM Z-PARA-ADD-ISSUE
           END-IF.
           COMPUTE WS-EXPECTED-HASH = FUNCTION MOD(
               WS-DAY-KEEP-HASH(DAY-IDX) - WS-KEPT-HASH
               + WS-GEN-RELEASED-HASH, WS-HASH-MODULUS).
           IF GLT-HASH-TOTAL NOT = WS-EXPECTED-HASH THEN
               MOVE GLT-HASH-TOTAL TO WS-EDIT-HASH
               MOVE WS-EXPECTED-HASH TO WS-EDIT-OTHER-HASH
               MOVE SPACES TO WS-ISSUE-DETAIL
               STRING 'TRAILER ' WS-EDIT-HASH
                   ' EXPECTED ' WS-EDIT-OTHER-HASH
                   DELIMITED BY SIZE INTO WS-ISSUE-DETAIL
               MOVE 13 TO WS-ISSUE-KIND
               PERFORM Z-PARA-ADD-ISSUE
           END-IF.

      * A date with keep records must have its history record and
      * its GL generation.
           H-PARA-CHECK-DAY.
           IF WS-DAY-KEEP-COUNT(DAY-IDX) > 0 THEN
               MOVE WS-DAY-KEEP-COUNT(DAY-IDX) TO WS-EDIT-COUNT
               IF WS-DAY-HISTORY-COUNT(DAY-IDX) = 0 THEN
                   MOVE SPACES TO WS-ISSUE-DETAIL
                   STRING 'KEEP RECORDS ' WS-EDIT-COUNT
                       DELIMITED BY SIZE INTO WS-ISSUE-DETAIL
                   MOVE 5 TO WS-ISSUE-KIND
                   PERFORM Z-PARA-ADD-ISSUE
               END-IF
               IF WS-DAY-GL-COUNT(DAY-IDX) = 0 THEN
                   MOVE SPACES TO WS-ISSUE-DETAIL
                   STRING 'KEEP RECORDS ' WS-EDIT-COUNT
                       DELIMITED BY SIZE INTO WS-ISSUE-DETAIL
                   MOVE 9 TO WS-ISSUE-KIND
                   PERFORM Z-PARA-ADD-ISSUE
               END-IF
           END-IF.

           J-PARA-WRITE-REPORT.
           OPEN OUTPUT CALC-INTEG-RPT.
           IF WS-REPORT-STATUS NOT = '00' THEN
               DISPLAY 'CALC-INTEG-RPT OPEN FAILED, STATUS='
                   WS-REPORT-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO INTEG-RPT-LINE.
           STRING 'CALCINTEGRITY CROSS-FILE INTEGRITY SWEEP '
               '- ' WS-FROM-DATE ' TO ' WS-TO-DATE
               DELIMITED BY SIZE INTO INTEG-RPT-LINE.
           PERFORM W-PARA-WRITE-RPT-LINE.
           PERFORM W-PARA-WRITE-RPT-LINE.
           MOVE 'DISCREPANCIES BY DATE AND KIND' TO INTEG-RPT-LINE.
           PERFORM W-PARA-WRITE-RPT-LINE.
           MOVE '  DATE     KIND                            DETAIL'
               TO INTEG-RPT-LINE.
           PERFORM W-PARA-WRITE-RPT-LINE.
           PERFORM J1-PARA-LIST-DAY
               VARYING DAY-IDX FROM 1 BY 1
               UNTIL DAY-IDX > WS-DAY-COUNT.
           IF WS-ISSUE-TOTAL = 0 THEN
               MOVE '  NONE' TO INTEG-RPT-LINE
               PERFORM W-PARA-WRITE-RPT-LINE
           END-IF.
           IF WS-ISSUE-UNLISTED > 0 THEN
               MOVE WS-ISSUE-UNLISTED TO WS-EDIT-COUNT
               STRING '  ' WS-EDIT-COUNT
                   ' FURTHER DISCREPANCIES COUNTED BUT NOT LISTED'
                   DELIMITED BY SIZE INTO INTEG-RPT-LINE
               PERFORM W-PARA-WRITE-RPT-LINE
           END-IF.

           PERFORM W-PARA-WRITE-RPT-LINE.
           MOVE 'DATE SUMMARY' TO INTEG-RPT-LINE.
           PERFORM W-PARA-WRITE-RPT-LINE.
           STRING '  DATE          KEEP    MASTER   HISTORY'
               '  GL COUNT    ISSUES'
               DELIMITED BY SIZE INTO INTEG-RPT-LINE.
           PERFORM W-PARA-WRITE-RPT-LINE.
           PERFORM J4-PARA-WRITE-DAY-LINE
               VARYING DAY-IDX FROM 1 BY 1
               UNTIL DAY-IDX > WS-DAY-COUNT.

           PERFORM W-PARA-WRITE-RPT-LINE.
           MOVE 'DISCREPANCIES BY KIND' TO INTEG-RPT-LINE.
           PERFORM W-PARA-WRITE-RPT-LINE.
           PERFORM J5-PARA-WRITE-KIND-LINE
               VARYING KND-IDX FROM 1 BY 1 UNTIL KND-IDX > 14.

           PERFORM W-PARA-WRITE-RPT-LINE.
           MOVE WS-KEEP-READ-COUNT TO WS-EDIT-COUNT.
           STRING 'KEEP RECORDS CHECKED   : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO INTEG-RPT-LINE.
           PERFORM W-PARA-WRITE-RPT-LINE.
           MOVE WS-MASTER-READ-COUNT TO WS-EDIT-COUNT.
           STRING 'MASTER RECORDS CHECKED : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO INTEG-RPT-LINE.
           PERFORM W-PARA-WRITE-RPT-LINE.
           MOVE WS-HISTORY-READ-COUNT TO WS-EDIT-COUNT.
           STRING 'HISTORY RECORDS CHECKED: ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO INTEG-RPT-LINE.
           PERFORM W-PARA-WRITE-RPT-LINE.
           MOVE WS-GEN-CHECKED-COUNT TO WS-EDIT-COUNT.
           STRING 'GL GENERATIONS CHECKED : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO INTEG-RPT-LINE.
           PERFORM W-PARA-WRITE-RPT-LINE.
           MOVE WS-ISSUE-TOTAL TO WS-EDIT-COUNT.
           STRING 'DISCREPANCIES          : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO INTEG-RPT-LINE.
           PERFORM W-PARA-WRITE-RPT-LINE.
           CLOSE CALC-INTEG-RPT.

           J1-PARA-LIST-DAY.
           IF WS-DAY-ISSUE-COUNT(DAY-IDX) > 0 THEN
               PERFORM J2-PARA-LIST-KIND
                   VARYING KND-IDX FROM 1 BY 1 UNTIL KND-IDX > 14
           END-IF.

           J2-PARA-LIST-KIND.
           IF WS-KIND-COUNT(KND-IDX) > 0 THEN
               SET WS-KIND-NUMBER TO KND-IDX
               PERFORM J3-PARA-LIST-ISSUE
                   VARYING ISS-IDX FROM 1 BY 1
                   UNTIL ISS-IDX > WS-ISSUE-COUNT
           END-IF.

           J3-PARA-LIST-ISSUE.
           IF WS-ISS-DATE(ISS-IDX) = WS-DAY-DATE(DAY-IDX)
               AND WS-ISS-KIND(ISS-IDX) = WS-KIND-NUMBER THEN
               STRING '  ' WS-ISS-DATE(ISS-IDX)
                   ' ' WS-KIND-TEXT(KND-IDX)
                   ' ' WS-ISS-DETAIL(ISS-IDX)
                   DELIMITED BY SIZE INTO INTEG-RPT-LINE
               PERFORM W-PARA-WRITE-RPT-LINE
           END-IF.

      * Dates with nothing on any file (weekends, holidays) are
      * left off the summary.
           J4-PARA-WRITE-DAY-LINE.
           IF WS-DAY-KEEP-COUNT(DAY-IDX) > 0
               OR WS-DAY-MASTER-COUNT(DAY-IDX) > 0
               OR WS-DAY-HISTORY-COUNT(DAY-IDX) > 0
               OR WS-DAY-GL-COUNT(DAY-IDX) > 0
               OR WS-DAY-ISSUE-COUNT(DAY-IDX) > 0 THEN
               MOVE WS-DAY-KEEP-COUNT(DAY-IDX) TO WS-EDIT-KEEP-COUNT
               MOVE WS-DAY-MASTER-COUNT(DAY-IDX) TO WS-EDIT-OTHER-COUNT
               MOVE WS-DAY-HIST-PROCESSED(DAY-IDX)
                   TO WS-EDIT-HISTORY-COUNT
               MOVE WS-DAY-GL-RECORDS(DAY-IDX) TO WS-EDIT-GL-COUNT
               MOVE WS-DAY-ISSUE-COUNT(DAY-IDX) TO WS-EDIT-COUNT
               STRING '  ' WS-DAY-DATE(DAY-IDX)
                   ' ' WS-EDIT-KEEP-COUNT
                   ' ' WS-EDIT-OTHER-COUNT
                   ' ' WS-EDIT-HISTORY-COUNT
                   ' ' WS-EDIT-GL-COUNT
                   ' ' WS-EDIT-COUNT
                   DELIMITED BY SIZE INTO INTEG-RPT-LINE
               PERFORM W-PARA-WRITE-RPT-LINE
           END-IF.

           J5-PARA-WRITE-KIND-LINE.
           MOVE WS-KIND-COUNT(KND-IDX) TO WS-EDIT-COUNT.
           STRING '  ' WS-KIND-TEXT(KND-IDX) ' ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO INTEG-RPT-LINE.
           PERFORM W-PARA-WRITE-RPT-LINE.

           W-PARA-WRITE-RPT-LINE.
           WRITE INTEG-RPT-LINE.
           IF WS-REPORT-STATUS NOT = '00' THEN
               DISPLAY 'CALC-INTEG-RPT WRITE FAILED, STATUS='
                   WS-REPORT-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO INTEG-RPT-LINE.

      * Finds WS-RECORD-DATE's entry in the date table; a date
      * outside the range is not found.
           Y-PARA-FIND-DAY.
           MOVE 'N' TO WS-DAY-FOUND-SWITCH.
           IF WS-RECORD-DATE NOT < WS-FROM-DATE
               AND WS-RECORD-DATE NOT > WS-TO-DATE THEN
               COMPUTE WS-DAY-NUMBER = FUNCTION INTEGER-OF-DATE(
                   WS-RECORD-DATE) - WS-FROM-INTEGER + 1
               IF WS-DAY-NUMBER > 0
                   AND WS-DAY-NUMBER NOT > WS-DAY-COUNT THEN
                   SET DAY-IDX TO WS-DAY-NUMBER
                   MOVE 'Y' TO WS-DAY-FOUND-SWITCH
               END-IF
           END-IF.

      * Records a discrepancy of kind WS-ISSUE-KIND against the
      * date at DAY-IDX. Past the table's size it is counted but
      * not listed.
           Z-PARA-ADD-ISSUE.
           ADD 1 TO WS-ISSUE-TOTAL.
           ADD 1 TO WS-DAY-ISSUE-COUNT(DAY-IDX).
           SET KND-IDX TO WS-ISSUE-KIND.
           ADD 1 TO WS-KIND-COUNT(KND-IDX).
           IF WS-ISSUE-COUNT = 2000 THEN
               ADD 1 TO WS-ISSUE-UNLISTED
           ELSE
               ADD 1 TO WS-ISSUE-COUNT
               SET ISS-IDX TO WS-ISSUE-COUNT
               MOVE WS-DAY-DATE(DAY-IDX) TO WS-ISS-DATE(ISS-IDX)
               MOVE WS-ISSUE-KIND TO WS-ISS-KIND(ISS-IDX)
               MOVE WS-ISSUE-DETAIL TO WS-ISS-DETAIL(ISS-IDX)
           END-IF.
