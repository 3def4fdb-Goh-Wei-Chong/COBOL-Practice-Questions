      * downstream steps will read them, or the morning report's
      * chain proof would cry CHAIN BREAK on every restarted
      * night. The counters feed only that END record.
      * C-PARA now rejects a detail whose CT-TRANS-ID and
      * CT-SOURCE-SYSTEM have already posted, with reason DT,
      * before any other check runs. Batch-id duplicates were
      * already refused (DB), but a department re-keying
      * yesterday's work under a new batch id posted every
      * calculation a second time and it was not caught until GL
      * close. Posted keys are taken from the audit keep file
      * (CALCAUDK) for the last N run dates on it, N being the
      * look-back day count operations keep in the CALCDPRM
      * parameter record (zero checks tonight's feed only), and
      * every detail posted tonight - across all batch sets in
      * CALCTRAN - is added as it posts, so a repeat later in the
      * same feed rejects too. Replayed details are added the
      * same way, so a restarted run catches exactly what an
      * uninterrupted one would. A blank transaction id is not
      * checked. The keep file is missing only before its first
      * night, which reads as nothing posted.
      * CALCTRAN may now carry 'R' reversal details that back out
      * a result already on the result master (CALCMSTR, read
      * only here), named by its master key. G-PARA-REVERSE
      * checks the reversal's own transaction id for duplicates
      * and its source system for a limits record like any other
      * detail, then reads the original: a key not on the master
      * rejects with reason RN, an original already reversed -
      * on the master or earlier in tonight's feed - with RA, and
      * an original belonging to another source system, or one
      * that is itself a reversal, with RI. A good reversal posts
      * a negating result and audit record with operator REV, the
      * original's run date and audit sequence carried in the two
      * operand fields and the original result negated, so
      * CalcMasterLoad can mark the original reversed and link the
      * two, and CalcGLExtract can send the pair as an offsetting
      * entry. Originals posted tonight are not on the master
      * until the master load runs, so a same-night reversal
      * rejects RN and is resubmitted the next night.
      * IterCalc can now run as a daytime pre-edit of a
      * department's feed. A CALCMODE record of 'V' selects
      * validate-only: the feed goes through exactly the batch
      * pre-pass and detail checks a posting run applies (CALCLIMT,
      * CALCCAL, CALCBCTL, the duplicate look-back and the result
      * master), but every detail is taken down the replay path,
      * so no result, exception, audit or checkpoint record is
      * written, CALCBCTL is not appended to, the checkpoint is
      * neither read nor reset and no run-control records are
      * logged. Instead each detail that would reject is listed
      * with its reason code on the validation report (CALCVRPT),
      * followed by every batch's pass/fail verdict; the run ends
      * RETURN-CODE 4 when anything would reject. A CALCMODE of
      * 'P', an empty one or none at all is the normal posting run.
      * CALCLIMT widened to 70 bytes for the GL review threshold
      * the extract applies; IterCalc does not use the new field.
      * Accounting period close: the period-control file operations
      * keep (CALCPERD, CALCPER layout, one record per GL month, the
      * last record for a month standing) is read after the batch
      * verdicts, and a good batch whose business date falls in a
      * closed month - usually a late resubmission - is posted as
      * prior-period adjustments instead of into the closed month.
      * Each result it posts is also written to CALCPADJ (CALCPAJ
      * layout) with the batch's business date and the date it is
      * carried into: the first processing day on the calendar of
      * the earliest month after it that is not closed (the first
      * of that month if the calendar has none). CalcSummary and
      * the GL extract read the file; the job appends it to the
      * adjustment history for the month-end close report. A
      * period file not yet allocated closes nothing. The
      * validation report shows the carry-forward date against a
      * passing batch.
      * The duplicate check no longer looks back through the keep
      * file for a standing-order batch (batch id 'SO' + YYMMDD).
      * Its details carry the order id as the trans id every
      * night the order falls due, so from the second occurrence
      * on every recurring calculation was rejecting DT. Such a
      * batch is still checked against everything posted tonight,
      * and a second generation for the same date is still refused
      * as a duplicate batch.
      * So that a department cannot claim that exemption with an
      * 'SO' batch id of its own, an 'SO' batch must now match the
      * batch the generator wrote for tonight (CALCSGEN, read
      * only) on batch id, trailer record count and hash total,
      * or the whole batch rejects with reason SG. With no
      * CALCSGEN allocated, as in the daytime pre-edit, every 'SO'
      * batch rejects.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               SELECT CALC-CALENDAR-FILE ASSIGN TO 'CALCCAL'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CALENDAR-STATUS.
               SELECT CALC-DUP-PARM-FILE ASSIGN TO 'CALCDPRM'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-DUP-PARM-STATUS.
               SELECT CALC-AUDIT-KEEP ASSIGN TO 'CALCAUDK'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-KEEP-STATUS.
               SELECT CALC-MASTER-FILE ASSIGN TO 'CALCMSTR'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS CM-KEY
                   FILE STATUS IS WS-MASTER-STATUS.
               SELECT CALC-RUN-MODE-FILE ASSIGN TO 'CALCMODE'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RUN-MODE-STATUS.
               SELECT CALC-VALIDATION-RPT ASSIGN TO 'CALCVRPT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-VALIDATION-STATUS.
               SELECT CALC-PERIOD-FILE ASSIGN TO 'CALCPERD'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PERIOD-STATUS.
               SELECT CALC-ADJUST-FILE ASSIGN TO 'CALCPADJ'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-ADJUST-STATUS.
               SELECT CALC-STANDING-GEN-FILE ASSIGN TO 'CALCSGEN'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-STANDING-STATUS.

       DATA DIVISION.
           FILE SECTION.
               05 BC-BUSINESS-DATE PIC 9(8).

           FD  CALC-LIMIT-FILE
               RECORD CONTAINS 70 CHARACTERS.
           COPY CALCLIM.

           FD  CALC-RUN-CONTROL
               RECORD CONTAINS 9 CHARACTERS.
           COPY CALCCAL.

           FD  CALC-DUP-PARM-FILE
               RECORD CONTAINS 3 CHARACTERS.
           01  CALC-DUP-PARM-RECORD.
               05 PA-LOOKBACK-DAYS PIC 9(3).

      * Audit keep file in the shared CALCAUD layout - only the
      * run date (leading YYYYMMDD of the timestamp) and the
      * transaction key are needed here.
           FD  CALC-AUDIT-KEEP
               RECORD CONTAINS 96 CHARACTERS.
           01  CALC-AUDIT-KEEP-RECORD.
               05 AK-RUN-DATE PIC X(8).
               05 FILLER PIC X(18).
               05 AK-SEQUENCE PIC 9(9).
               05 AK-TRANS-ID PIC X(10).
               05 AK-SOURCE-SYSTEM PIC X(3).
               05 FILLER PIC X(48).

           FD  CALC-MASTER-FILE
               RECORD CONTAINS 122 CHARACTERS.
           COPY CALCMST.

           FD  CALC-RUN-MODE-FILE
               RECORD CONTAINS 1 CHARACTERS.
           01  CALC-RUN-MODE-RECORD.
               05 PA-RUN-MODE PIC X(1).

           FD  CALC-VALIDATION-RPT
               RECORD CONTAINS 80 CHARACTERS.
           01  VALIDATION-LINE PIC X(80).

           FD  CALC-PERIOD-FILE
               RECORD CONTAINS 23 CHARACTERS.
           COPY CALCPER.

           FD  CALC-ADJUST-FILE
               RECORD CONTAINS 72 CHARACTERS.
           COPY CALCPAJ.

      * The standing-order batch CalcStandingGen generated for
      * tonight, in CALCREC format; only its header batch id and
      * its trailer count and hash are used.
           FD  CALC-STANDING-GEN-FILE
               RECORD CONTAINS 54 CHARACTERS.
           01  CALC-STANDING-GEN-RECORD.
               05 SG-RECORD-TYPE PIC X(1).
               05 SG-HEADER.
                   10 SG-BATCH-ID PIC X(8).
                   10 FILLER PIC X(45).
               05 SG-TRAILER REDEFINES SG-HEADER.
                   10 SG-RECORD-COUNT PIC 9(9).
                   10 SG-HASH-TOTAL PIC 9(13)V9(2).
                   10 FILLER PIC X(29).

           WORKING-STORAGE SECTION.
           01 WS-CNT PIC 9(9) VALUE 0.
           01 WS-TRANS-ID PIC X(10).
                   10 WS-BAT-HASH-TOTAL PIC 9(13)V9(2).
                   10 WS-BAT-TRAILER-COUNT PIC 9(9).
                   10 WS-BAT-TRAILER-HASH PIC 9(13)V9(2).
                   10 WS-BAT-REJECT-COUNT PIC 9(9).
                   10 WS-BAT-ADJUST-DATE PIC 9(8).

           01 WS-BATCH-OPEN-SWITCH PIC X(1) VALUE 'N'.
               88 WS-BATCH-OPEN VALUE 'Y'.
           01 WS-RUN-BUSINESS-DATE PIC 9(8) VALUE 0.
           01 WS-RUN-BATCH-ID PIC X(8) VALUE SPACES.

      * Transaction keys already posted - the keep file's last
      * WS-LOOKBACK-DAYS run dates, then tonight's postings as they
      * happen. Searched by C-PARA before anything else.
           01 WS-DUP-PARM-STATUS PIC X(2).
           01 WS-KEEP-STATUS PIC X(2).
           01 WS-KEEP-EOF-SWITCH PIC X(1) VALUE 'N'.
               88 WS-END-OF-KEEP VALUE 'Y'.
           01 WS-LOOKBACK-DAYS PIC 9(3) VALUE 0.
           01 WS-KEEP-DAY-COUNT PIC 9(9) VALUE 0.
           01 WS-KEEP-DAY-NUM PIC 9(9) VALUE 0.
           01 WS-KEEP-SKIP-DAYS PIC 9(9) VALUE 0.
           01 WS-KEEP-LAST-DATE PIC X(8) VALUE SPACES.
           01 WS-DUPLICATE-SWITCH PIC X(1) VALUE 'N'.
               88 WS-IS-DUPLICATE VALUE 'Y'.
           01 WS-POSTED-KEY-COUNT PIC 9(9) COMP VALUE 0.
           01 WS-KEEP-KEY-COUNT PIC 9(9) COMP VALUE 0.
           01 WS-DUP-START-KEY PIC 9(9) COMP VALUE 1.
           01 WS-POSTED-KEY-TABLE.
               05 WS-POSTED-KEY OCCURS 50000 TIMES
                   INDEXED BY PK-IDX.
                   10 WS-PK-TRANS-ID PIC X(10).
                   10 WS-PK-SOURCE-SYSTEM PIC X(3).

      * Reversal support - the original key named by the detail
      * being processed, and the originals reversed so far tonight
      * (the master is not updated until the master load runs).
           01 WS-MASTER-STATUS PIC X(2).
           01 WS-MASTER-OPEN-SWITCH PIC X(1) VALUE 'N'.
               88 WS-MASTER-AVAILABLE VALUE 'Y'.
           01 WS-REV-ORIG-KEY.
               05 WS-REV-ORIG-RUN-DATE PIC 9(8).
               05 WS-REV-ORIG-SEQUENCE PIC 9(9).
           01 WS-REVERSED-FOUND-SWITCH PIC X(1) VALUE 'N'.
               88 WS-REVERSED-FOUND VALUE 'Y'.
           01 WS-REVERSED-COUNT PIC 9(4) COMP VALUE 0.
           01 WS-REVERSED-TABLE.
               05 WS-REVERSED-ENTRY OCCURS 1000 TIMES
                   INDEXED BY REV-IDX.
                   10 WS-REVERSED-KEY PIC X(17).

      * Validate-only pre-edit - selected by CALCMODE, reported on
      * CALCVRPT.
           01 WS-RUN-MODE-STATUS PIC X(2).
           01 WS-VALIDATION-STATUS PIC X(2).
           01 WS-RUN-MODE-SWITCH PIC X(1) VALUE 'P'.
               88 WS-VALIDATE-ONLY VALUE 'V'.
           01 WS-EDIT-COUNT PIC ZZZZZZZZ9.
           01 WS-EDIT-COUNT-2 PIC ZZZZZZZZ9.

      * Accounting periods from CALCPERD. A batch dated in a closed
      * month carries WS-BAT-ADJUST-DATE, the date its postings are
      * carried into; zero for a batch in an open month.
           01 WS-PERIOD-STATUS PIC X(2).
           01 WS-ADJUST-STATUS PIC X(2).
           01 WS-PERIOD-EOF-SWITCH PIC X(1) VALUE 'N'.
               88 WS-END-OF-PERIODS VALUE 'Y'.
           01 WS-PERIOD-CLOSED-SWITCH PIC X(1) VALUE 'N'.
               88 WS-PERIOD-CLOSED VALUE 'Y'.
           01 WS-PERIOD-COUNT PIC 9(4) COMP VALUE 0.
           01 WS-PERIOD-TABLE.
               05 WS-PERIOD-ENTRY OCCURS 240 TIMES
                   INDEXED BY PER-IDX.
                   10 WS-PER-PERIOD PIC 9(6).
                   10 WS-PER-STATUS PIC X(1).
                       88 WS-PER-CLOSED VALUE 'C'.
           01 WS-PERIOD-WORK PIC 9(6).
           01 WS-PERIOD-PARTS REDEFINES WS-PERIOD-WORK.
               05 WS-PERIOD-YEAR PIC 9(4).
               05 WS-PERIOD-MONTH PIC 9(2).
           01 WS-PERIOD-START PIC 9(8).
           01 WS-PERIOD-END PIC 9(8).
           01 WS-ADJUST-DATE PIC 9(8).
           01 WS-ADJUST-COUNT PIC 9(9) VALUE 0.

      * Tonight's generated standing-order batch from CALCSGEN; a
      * batch id of spaces when none was generated.
           01 WS-STANDING-STATUS PIC X(2).
           01 WS-STANDING-EOF-SWITCH PIC X(1) VALUE 'N'.
               88 WS-END-OF-STANDING VALUE 'Y'.
           01 WS-GEN-BATCH-ID PIC X(8) VALUE SPACES.
           01 WS-GEN-RECORD-COUNT PIC 9(9) VALUE 0.
           01 WS-GEN-HASH-TOTAL PIC 9(13)V9(2) VALUE 0.

       PROCEDURE DIVISION.
           A-PARA.
           PERFORM S-PARA-READ-RUN-MODE.
           IF NOT WS-VALIDATE-ONLY THEN
               PERFORM R-PARA-WRITE-RUN-START
               PERFORM F-PARA-CHECK-RESTART
           END-IF.
           PERFORM Q0-PARA-LOAD-LIMITS.
           PERFORM N0-PARA-LOAD-POSTED.
           PERFORM K-PARA-VALIDATE-BATCH.
           IF WS-BATCH-COUNT = 0 THEN
               DISPLAY 'CALCTRAN CONTAINS NO BATCHES'
                   WS-TRANS-STATUS
               STOP RUN
           END-IF.
           IF WS-VALIDATE-ONLY THEN
               PERFORM V-PARA-VALIDATE-RUN
           ELSE
               IF WS-VALID-BATCH-COUNT > 0 THEN
                   PERFORM A1-PARA-PROCESS-BATCHES
               ELSE
                   PERFORM A2-PARA-REFUSE-RUN
               END-IF
           END-IF.
           STOP RUN.

               OPEN EXTEND CALC-RESULT-FILE
               OPEN EXTEND CALC-EXCEPTION-FILE
               OPEN EXTEND CALC-AUDIT-LOG
               OPEN EXTEND CALC-ADJUST-FILE
           ELSE
               OPEN OUTPUT CALC-RESULT-FILE
               OPEN OUTPUT CALC-EXCEPTION-FILE
               OPEN OUTPUT CALC-AUDIT-LOG
               OPEN OUTPUT CALC-ADJUST-FILE
           END-IF.
           IF WS-RESULT-STATUS NOT = '00' THEN
               DISPLAY 'CALC-RESULT-FILE OPEN FAILED, STATUS='
                   WS-AUDIT-STATUS
               STOP RUN
           END-IF.
           IF WS-ADJUST-STATUS NOT = '00' THEN
               DISPLAY 'CALC-ADJUST-FILE OPEN FAILED, STATUS='
                   WS-ADJUST-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM G5-PARA-OPEN-MASTER.
           PERFORM B-PARA WITH TEST BEFORE UNTIL WS-END-OF-TRANS.
           CLOSE CALC-TRANS-FILE CALC-RESULT-FILE
                 CALC-EXCEPTION-FILE CALC-AUDIT-LOG
                 CALC-ADJUST-FILE.
           IF WS-ADJUST-COUNT > 0 THEN
               DISPLAY 'PRIOR-PERIOD ADJUSTMENTS POSTED '
                   WS-ADJUST-COUNT
           END-IF.
           IF WS-MASTER-AVAILABLE THEN
               CLOSE CALC-MASTER-FILE
           END-IF.
           PERFORM I-PARA-RESET-CHECKPOINT.
           IF WS-REJECTED-BATCH-COUNT > 0 THEN
               MOVE 4 TO RETURN-CODE
           PERFORM K12-PARA-CHECK-CALENDAR
               VARYING BAT-IDX FROM 1 BY 1
               UNTIL BAT-IDX > WS-BATCH-COUNT.
           PERFORM K14-PARA-LOAD-STANDING.
           PERFORM K15-PARA-CHECK-STANDING
               VARYING BAT-IDX FROM 1 BY 1
               UNTIL BAT-IDX > WS-BATCH-COUNT.
           IF NOT WS-IS-RESTART THEN
               PERFORM K6-PARA-CHECK-DUPLICATE
                   VARYING BAT-IDX FROM 1 BY 1
           PERFORM K7-PARA-COUNT-VERDICTS
               VARYING BAT-IDX FROM 1 BY 1
               UNTIL BAT-IDX > WS-BATCH-COUNT.
           PERFORM T0-PARA-LOAD-PERIODS.
           PERFORM T1-PARA-CHECK-PERIOD
               VARYING BAT-IDX FROM 1 BY 1
               UNTIL BAT-IDX > WS-BATCH-COUNT.

           K1-PARA-VALIDATE-RECORD.
           READ CALC-TRANS-FILE INTO CALC-TRANS-RECORD
                           + CT-FIRSTNUMBER + CT-SECONDNUMBER,
                           WS-HASH-MODULUS)
                   END-IF
               WHEN 'R'
                   IF NOT WS-BATCH-OPEN THEN
                       PERFORM K9-PARA-START-BATCH
                       PERFORM K8-PARA-REJECT-MALFORMED
                   END-IF
                   IF CT-REV-ORIG-RUN-DATE IS NOT NUMERIC
                       OR CT-REV-ORIG-SEQUENCE IS NOT NUMERIC THEN
                       PERFORM K8-PARA-REJECT-MALFORMED
                   ELSE
                       ADD 1 TO WS-BAT-DETAIL-COUNT(BAT-IDX)
                       COMPUTE WS-BAT-HASH-TOTAL(BAT-IDX)
                           = FUNCTION MOD(
                           WS-BAT-HASH-TOTAL(BAT-IDX)
                           + CT-REV-ORIG-RUN-DATE
                           + CT-REV-ORIG-SEQUENCE,
                           WS-HASH-MODULUS)
                   END-IF
               WHEN 'T'
                   IF NOT WS-BATCH-OPEN THEN
                       PERFORM K9-PARA-START-BATCH
           MOVE 0 TO WS-BAT-HASH-TOTAL(BAT-IDX).
           MOVE 0 TO WS-BAT-TRAILER-COUNT(BAT-IDX).
           MOVE 0 TO WS-BAT-TRAILER-HASH(BAT-IDX).
           MOVE 0 TO WS-BAT-REJECT-COUNT(BAT-IDX).
           MOVE 0 TO WS-BAT-ADJUST-DATE(BAT-IDX).
           MOVE 'Y' TO WS-BATCH-OPEN-SWITCH.

           K8-PARA-REJECT-MALFORMED.
               END-IF
           END-IF.

      * An 'SO' batch id is the standing-order generator's. Such a
      * batch is taken only when it is exactly the batch generated
      * for tonight - same id, trailer count and hash - since its
      * details are spared the duplicate look-back (N-PARA). Any
      * other 'SO' batch, or any at all when nothing was generated
      * (CALCSGEN status 35, as in a validate-only pre-edit),
      * rejects with reason SG.
           K14-PARA-LOAD-STANDING.
           OPEN INPUT CALC-STANDING-GEN-FILE.
           EVALUATE WS-STANDING-STATUS
               WHEN '00'
                   PERFORM K14A-PARA-LOAD-STANDING-REC
                       WITH TEST BEFORE
                       UNTIL WS-END-OF-STANDING
                   CLOSE CALC-STANDING-GEN-FILE
               WHEN '35'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'CALC-STANDING-GEN-FILE OPEN FAILED, '
                       'STATUS=' WS-STANDING-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

           K14A-PARA-LOAD-STANDING-REC.
           READ CALC-STANDING-GEN-FILE
               AT END MOVE 'Y' TO WS-STANDING-EOF-SWITCH
               NOT AT END
                   EVALUATE SG-RECORD-TYPE
                       WHEN 'H'
                           MOVE SG-BATCH-ID TO WS-GEN-BATCH-ID
                       WHEN 'T'
                           IF SG-RECORD-COUNT IS NUMERIC
                               AND SG-HASH-TOTAL IS NUMERIC THEN
                               MOVE SG-RECORD-COUNT
                                   TO WS-GEN-RECORD-COUNT
                               MOVE SG-HASH-TOTAL
                                   TO WS-GEN-HASH-TOTAL
                           END-IF
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.

           K15-PARA-CHECK-STANDING.
           IF WS-BAT-VALID(BAT-IDX)
               AND WS-BAT-BATCH-ID(BAT-IDX)(1:2) = 'SO' THEN
               IF WS-BAT-BATCH-ID(BAT-IDX) NOT = WS-GEN-BATCH-ID
                   OR WS-BAT-TRAILER-COUNT(BAT-IDX)
                       NOT = WS-GEN-RECORD-COUNT
                   OR WS-BAT-TRAILER-HASH(BAT-IDX)
                       NOT = WS-GEN-HASH-TOTAL THEN
                   MOVE 'N' TO WS-BAT-VALID-SWITCH(BAT-IDX)
                   MOVE 'SG' TO WS-BAT-REASON-CODE(BAT-IDX)
                   MOVE 'STANDING BATCH NOT GENERATED'
                       TO WS-BAT-REASON-TEXT(BAT-IDX)
               END-IF
           END-IF.

           K7-PARA-COUNT-VERDICTS.
           IF WS-BAT-VALID(BAT-IDX) THEN
               ADD 1 TO WS-VALID-BATCH-COUNT
                   WS-BAT-REASON-CODE(BAT-IDX)
           END-IF.

      * Accounting periods. A period file not yet allocated (status
      * 35) closes nothing; a record that is not a numeric month
      * with status O or C stops the run, since posting into a
      * month the file meant to close cannot be undone here.
           T0-PARA-LOAD-PERIODS.
           OPEN INPUT CALC-PERIOD-FILE.
           EVALUATE WS-PERIOD-STATUS
               WHEN '00'
                   PERFORM T0A-PARA-LOAD-PERIOD-REC WITH TEST BEFORE
                       UNTIL WS-END-OF-PERIODS
                   CLOSE CALC-PERIOD-FILE
               WHEN '35'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'CALC-PERIOD-FILE OPEN FAILED, STATUS='
                       WS-PERIOD-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

           T0A-PARA-LOAD-PERIOD-REC.
           READ CALC-PERIOD-FILE INTO CALC-PERIOD-RECORD
               AT END MOVE 'Y' TO WS-PERIOD-EOF-SWITCH
               NOT AT END
                   IF PC-PERIOD IS NOT NUMERIC
                       OR NOT (PC-OPEN OR PC-CLOSED) THEN
                       DISPLAY 'CALC-PERIOD-FILE RECORD INVALID: '
                           CALC-PERIOD-RECORD
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   IF WS-PERIOD-COUNT = 240 THEN
                       DISPLAY 'CALC-PERIOD-FILE EXCEEDS '
                           '240 ENTRIES'
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   ELSE
                       ADD 1 TO WS-PERIOD-COUNT
                       SET PER-IDX TO WS-PERIOD-COUNT
                       MOVE PC-PERIOD TO WS-PER-PERIOD(PER-IDX)
                       MOVE PC-STATUS TO WS-PER-STATUS(PER-IDX)
                   END-IF
           END-READ.

      * A good batch dated in a closed month is carried forward to
      * the earliest month after it that is not closed.
           T1-PARA-CHECK-PERIOD.
           IF WS-BAT-VALID(BAT-IDX) THEN
               COMPUTE WS-PERIOD-WORK
                   = WS-BAT-BUSINESS-DATE(BAT-IDX) / 100
               PERFORM T2-PARA-FIND-PERIOD
               IF WS-PERIOD-CLOSED THEN
                   PERFORM T3-PARA-NEXT-PERIOD WITH TEST BEFORE
                       UNTIL NOT WS-PERIOD-CLOSED
                   PERFORM T4-PARA-FIND-ADJUST-DATE
                   MOVE WS-ADJUST-DATE
                       TO WS-BAT-ADJUST-DATE(BAT-IDX)
                   DISPLAY 'BATCH ' WS-BAT-BATCH-ID(BAT-IDX)
                       ' IN CLOSED PERIOD, ADJUSTMENTS CARRIED TO '
                       WS-ADJUST-DATE
               END-IF
           END-IF.

      * The last record on file for the month decides its status.
           T2-PARA-FIND-PERIOD.
           MOVE 'N' TO WS-PERIOD-CLOSED-SWITCH.
           PERFORM T2A-PARA-MATCH-PERIOD
               VARYING PER-IDX FROM 1 BY 1
               UNTIL PER-IDX > WS-PERIOD-COUNT.

           T2A-PARA-MATCH-PERIOD.
           IF WS-PER-PERIOD(PER-IDX) = WS-PERIOD-WORK THEN
               IF WS-PER-CLOSED(PER-IDX) THEN
                   MOVE 'Y' TO WS-PERIOD-CLOSED-SWITCH
               ELSE
                   MOVE 'N' TO WS-PERIOD-CLOSED-SWITCH
               END-IF
           END-IF.

           T3-PARA-NEXT-PERIOD.
           IF WS-PERIOD-MONTH = 12 THEN
               ADD 1 TO WS-PERIOD-YEAR
               MOVE 1 TO WS-PERIOD-MONTH
           ELSE
               ADD 1 TO WS-PERIOD-MONTH
           END-IF.
           PERFORM T2-PARA-FIND-PERIOD.

      * First processing day of the open month on the calendar,
      * or the first of the month when the calendar has none.
           T4-PARA-FIND-ADJUST-DATE.
           COMPUTE WS-PERIOD-START = WS-PERIOD-WORK * 100.
           COMPUTE WS-PERIOD-END = WS-PERIOD-START + 31.
           MOVE 0 TO WS-ADJUST-DATE.
           PERFORM T4A-PARA-SCAN-ADJUST-DATE
               VARYING CAL-IDX FROM 1 BY 1
               UNTIL CAL-IDX > WS-CALENDAR-COUNT.
           IF WS-ADJUST-DATE = 0 THEN
               COMPUTE WS-ADJUST-DATE = WS-PERIOD-START + 1
           END-IF.

           T4A-PARA-SCAN-ADJUST-DATE.
           IF WS-CAL-PROCESSING(CAL-IDX)
               AND WS-CAL-DATE(CAL-IDX) > WS-PERIOD-START
               AND WS-CAL-DATE(CAL-IDX) <= WS-PERIOD-END
               AND (WS-ADJUST-DATE = 0
                   OR WS-CAL-DATE(CAL-IDX) < WS-ADJUST-DATE)
           THEN
               MOVE WS-CAL-DATE(CAL-IDX) TO WS-ADJUST-DATE
           END-IF.

           T5-PARA-WRITE-ADJUSTMENT.
           MOVE WS-CURRENT-TIMESTAMP(1:8) TO PJ-RUN-DATE.
           MOVE WS-CNT TO PJ-SEQUENCE.
           MOVE WS-TRANS-ID TO PJ-TRANS-ID.
           MOVE WS-SOURCE-SYSTEM TO PJ-SOURCE-SYSTEM.
           MOVE WS-OPERATOR TO PJ-OPERATOR.
           MOVE WS-RESULT TO PJ-RESULT.
           MOVE WS-BAT-BATCH-ID(BAT-IDX) TO PJ-BATCH-ID.
           MOVE WS-BAT-BUSINESS-DATE(BAT-IDX) TO PJ-BUSINESS-DATE.
           MOVE WS-BAT-ADJUST-DATE(BAT-IDX) TO PJ-ADJUST-DATE.
           WRITE CALC-ADJUST-RECORD.
           IF WS-ADJUST-STATUS NOT = '00' THEN
               DISPLAY 'CALC-ADJUST-FILE WRITE FAILED, STATUS='
                   WS-ADJUST-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-ADJUST-COUNT.

           L1-PARA-REJECT-DETAIL.
           READ CALC-TRANS-FILE INTO CALC-TRANS-RECORD
               AT END MOVE 'Y' TO WS-EOF-SWITCH
                       WHEN 'H'
                           PERFORM B2-PARA-ENTER-BATCH
                       WHEN 'D'
                       WHEN 'R'
                           IF NOT WS-BATCH-OPEN THEN
                               PERFORM B2-PARA-ENTER-BATCH
                           END-IF
           L2-PARA-WRITE-BATCH-REJECT.
           MOVE CT-TRANS-ID TO CE-TRANS-ID.
           MOVE CT-SOURCE-SYSTEM TO CE-SOURCE-SYSTEM.
           IF CT-RECORD-TYPE = 'R' THEN
               PERFORM L3-PARA-MOVE-REVERSAL-KEY
           ELSE
               MOVE CT-FIRSTNUMBER TO CE-FIRSTNUMBER
               MOVE CT-SECONDNUMBER TO CE-SECONDNUMBER
               MOVE CT-OPERATOR TO CE-OPERATOR
               MOVE CT-ROUND-MODE TO CE-ROUND-MODE
           END-IF.
           MOVE WS-BAT-REASON-CODE(BAT-IDX) TO CE-REASON-CODE.
           MOVE WS-BAT-REASON-TEXT(BAT-IDX) TO CE-REASON-TEXT.
           IF WS-VALIDATE-ONLY THEN
               PERFORM V2-PARA-REPORT-REJECT
           ELSE
               WRITE CALC-EXCEPTION-RECORD
               IF WS-EXCEPTION-STATUS NOT = '00' THEN
                   DISPLAY 'CALC-EXCEPTION-FILE WRITE FAILED, '
                       'STATUS=' WS-EXCEPTION-STATUS
                   STOP RUN
               END-IF
           END-IF.
           ADD 1 TO WS-EXCEPTION-CNT.

      * A rejected reversal is written in the same shape a posted
      * one audits in: operator REV, the original's run date and
      * audit sequence in the operand fields.
           L3-PARA-MOVE-REVERSAL-KEY.
           MOVE 0 TO CE-FIRSTNUMBER.
           MOVE 0 TO CE-SECONDNUMBER.
           IF CT-REV-ORIG-RUN-DATE IS NUMERIC THEN
               MOVE CT-REV-ORIG-RUN-DATE TO CE-FIRSTNUMBER
           END-IF.
           IF CT-REV-ORIG-SEQUENCE IS NUMERIC THEN
               MOVE CT-REV-ORIG-SEQUENCE TO CE-SECONDNUMBER
           END-IF.
           MOVE 'REV' TO CE-OPERATOR.
           MOVE SPACE TO CE-ROUND-MODE.

           M-PARA-RECORD-BATCH.
           OPEN EXTEND CALC-BATCH-CONTROL-FILE.
           IF WS-BATCH-CONTROL-STATUS = '35' THEN
               WHEN 'H'
                   PERFORM B2-PARA-ENTER-BATCH
               WHEN 'D'
               WHEN 'R'
                   IF NOT WS-BATCH-OPEN THEN
                       PERFORM B2-PARA-ENTER-BATCH
                   END-IF

           B3-PARA-PROCESS-DETAIL.
           ADD 1 TO WS-CNT.
      * A validate-only run takes every detail down the replay
      * path, which computes everything and writes nothing.
           IF WS-CNT > WS-SKIP-TARGET
               AND NOT WS-VALIDATE-ONLY THEN
               MOVE 'N' TO WS-REPLAY-SWITCH
           ELSE
               MOVE 'Y' TO WS-REPLAY-SWITCH
           END-IF.
           IF WS-BAT-VALID(BAT-IDX) THEN
               IF CT-RECORD-TYPE = 'R' THEN
                   PERFORM G-PARA-REVERSE
               ELSE
                   PERFORM C-PARA
               END-IF
           ELSE
               IF WS-IS-REPLAY THEN
                   IF WS-VALIDATE-ONLY THEN
                       PERFORM L2-PARA-WRITE-BATCH-REJECT
                   ELSE
                       ADD 1 TO WS-EXCEPTION-CNT
                   END-IF
               ELSE
                   PERFORM L2-PARA-WRITE-BATCH-REJECT
                   PERFORM J-PARA-WRITE-CHECKPOINT

           B4-PARA-CLOSE-BATCH.
           MOVE 'N' TO WS-BATCH-OPEN-SWITCH.
           IF WS-BAT-VALID(BAT-IDX)
               AND NOT WS-VALIDATE-ONLY THEN
               ADD 1 TO WS-VALID-TRAILER-CNT
               IF WS-VALID-TRAILER-CNT > WS-BATCHES-DONE THEN
                   PERFORM M-PARA-RECORD-BATCH
           MOVE CT-ROUND-MODE TO WS-ROUND-MODE.
           MOVE 'Y' TO WS-VALID-SWITCH.

           PERFORM N-PARA-CHECK-DUPLICATE.

           IF WS-TRANS-VALID THEN
               PERFORM Q-PARA-CHECK-AUTHORITY
           END-IF.

           IF WS-TRANS-VALID
               AND CT-FIRST-REGISTER NOT = SPACES THEN
               PERFORM J-PARA-WRITE-CHECKPOINT
           END-IF.

           G-PARA-REVERSE.
           MOVE CT-TRANS-ID TO WS-TRANS-ID.
           MOVE CT-SOURCE-SYSTEM TO WS-SOURCE-SYSTEM.
           MOVE CT-REV-ORIG-KEY TO WS-REV-ORIG-KEY.
           MOVE WS-REV-ORIG-RUN-DATE TO WS-FIRSTNUMBER.
           MOVE WS-REV-ORIG-SEQUENCE TO WS-SECONDNUMBER.
           MOVE 'REV' TO WS-OPERATOR.
           MOVE SPACE TO WS-ROUND-MODE.
           MOVE 'Y' TO WS-VALID-SWITCH.

           PERFORM N-PARA-CHECK-DUPLICATE.

           IF WS-TRANS-VALID THEN
               PERFORM Q9-PARA-FIND-LIMIT
               IF NOT WS-LIMIT-FOUND THEN
                   MOVE 'N' TO WS-VALID-SWITCH
                   PERFORM D-PARA-REJECT-NOSOURCE
               END-IF
           END-IF.

           IF WS-TRANS-VALID THEN
               PERFORM G1-PARA-CHECK-TARGET
           END-IF.

           IF WS-TRANS-VALID THEN
               COMPUTE WS-RESULT = 0 - CM-RESULT
               ADD 1 TO WS-POSTED-COUNT
               PERFORM N3-PARA-ADD-POSTED
               PERFORM G4-PARA-ADD-REVERSED
               IF NOT WS-IS-REPLAY THEN
                   PERFORM H-PARA-POST-RESULT
               END-IF
           END-IF.

           IF NOT WS-IS-REPLAY
               AND FUNCTION MOD(WS-CNT WS-CHECKPOINT-INTERVAL) = 0
           THEN
               PERFORM J-PARA-WRITE-CHECKPOINT
           END-IF.

           G1-PARA-CHECK-TARGET.
           IF NOT WS-MASTER-AVAILABLE THEN
               MOVE 'N' TO WS-VALID-SWITCH
               PERFORM D-PARA-REJECT-REVUNKNOWN
           ELSE
               MOVE WS-REV-ORIG-KEY TO CM-KEY
               READ CALC-MASTER-FILE
                   INVALID KEY
                       MOVE 'N' TO WS-VALID-SWITCH
                       PERFORM D-PARA-REJECT-REVUNKNOWN
                   NOT INVALID KEY
                       PERFORM G2-PARA-CHECK-ORIGINAL
               END-READ
               IF WS-MASTER-STATUS NOT = '00'
                   AND WS-MASTER-STATUS NOT = '23' THEN
                   DISPLAY 'CALC-MASTER-FILE READ FAILED, STATUS='
                       WS-MASTER-STATUS
                   STOP RUN
               END-IF
           END-IF.

           G2-PARA-CHECK-ORIGINAL.
           EVALUATE TRUE
               WHEN CM-REVERSAL-ENTRY
               WHEN CM-SOURCE-SYSTEM NOT = WS-SOURCE-SYSTEM
                   MOVE 'N' TO WS-VALID-SWITCH
                   PERFORM D-PARA-REJECT-REVINELIGIBLE
               WHEN CM-REVERSED
                   MOVE 'N' TO WS-VALID-SWITCH
                   PERFORM D-PARA-REJECT-REVREPEAT
               WHEN OTHER
                   PERFORM G3-PARA-FIND-REVERSED
                   IF WS-REVERSED-FOUND THEN
                       MOVE 'N' TO WS-VALID-SWITCH
                       PERFORM D-PARA-REJECT-REVREPEAT
                   END-IF
           END-EVALUATE.

           G3-PARA-FIND-REVERSED.
           MOVE 'N' TO WS-REVERSED-FOUND-SWITCH.
           PERFORM G3A-PARA-MATCH-REVERSED
               VARYING REV-IDX FROM 1 BY 1
               UNTIL REV-IDX > WS-REVERSED-COUNT
               OR WS-REVERSED-FOUND.

           G3A-PARA-MATCH-REVERSED.
           IF WS-REVERSED-KEY(REV-IDX) = WS-REV-ORIG-KEY THEN
               MOVE 'Y' TO WS-REVERSED-FOUND-SWITCH
           END-IF.

           G4-PARA-ADD-REVERSED.
           IF WS-REVERSED-COUNT = 1000 THEN
               DISPLAY 'REVERSAL TABLE EXCEEDS 1000 ENTRIES'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-REVERSED-COUNT.
           SET REV-IDX TO WS-REVERSED-COUNT.
           MOVE WS-REV-ORIG-KEY TO WS-REVERSED-KEY(REV-IDX).

      * The master is maintained by the master load, never here -
      * it is opened read-only, and a master not yet allocated
      * (status 35) leaves every reversal unmatched.
           G5-PARA-OPEN-MASTER.
           OPEN INPUT CALC-MASTER-FILE.
           EVALUATE WS-MASTER-STATUS
               WHEN '00'
                   MOVE 'Y' TO WS-MASTER-OPEN-SWITCH
               WHEN '35'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'CALC-MASTER-FILE OPEN FAILED, STATUS='
                       WS-MASTER-STATUS
                   STOP RUN
           END-EVALUATE.

           N0-PARA-LOAD-POSTED.
           OPEN INPUT CALC-DUP-PARM-FILE.
           IF WS-DUP-PARM-STATUS NOT = '00' THEN
               DISPLAY 'CALC-DUP-PARM-FILE OPEN FAILED, STATUS='
                   WS-DUP-PARM-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ CALC-DUP-PARM-FILE INTO CALC-DUP-PARM-RECORD
               AT END
                   DISPLAY 'CALC-DUP-PARM-FILE IS EMPTY'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-READ.
           IF PA-LOOKBACK-DAYS IS NOT NUMERIC THEN
               DISPLAY 'CALC-DUP-PARM-FILE LOOK-BACK NOT NUMERIC'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE PA-LOOKBACK-DAYS TO WS-LOOKBACK-DAYS.
           CLOSE CALC-DUP-PARM-FILE.
           IF WS-LOOKBACK-DAYS > 0 THEN
               PERFORM N1-PARA-SCAN-KEEP
           END-IF.
           MOVE WS-POSTED-KEY-COUNT TO WS-KEEP-KEY-COUNT.

      * The keep file is appended in run order, so a first pass
      * counts its distinct run dates and the second loads only
      * the keys from the last WS-LOOKBACK-DAYS of them.
           N1-PARA-SCAN-KEEP.
           OPEN INPUT CALC-AUDIT-KEEP.
           EVALUATE WS-KEEP-STATUS
               WHEN '00'
                   PERFORM N1A-PARA-COUNT-KEEP-DAY WITH TEST BEFORE
                       UNTIL WS-END-OF-KEEP
                   CLOSE CALC-AUDIT-KEEP
               WHEN '35'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'CALC-AUDIT-KEEP OPEN FAILED, STATUS='
                       WS-KEEP-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           IF WS-KEEP-DAY-COUNT > WS-LOOKBACK-DAYS THEN
               COMPUTE WS-KEEP-SKIP-DAYS
                   = WS-KEEP-DAY-COUNT - WS-LOOKBACK-DAYS
           END-IF.
           IF WS-KEEP-DAY-COUNT > 0 THEN
               MOVE 'N' TO WS-KEEP-EOF-SWITCH
               MOVE SPACES TO WS-KEEP-LAST-DATE
               OPEN INPUT CALC-AUDIT-KEEP
               IF WS-KEEP-STATUS NOT = '00' THEN
                   DISPLAY 'CALC-AUDIT-KEEP OPEN FAILED, STATUS='
                       WS-KEEP-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM N1B-PARA-LOAD-KEEP-REC WITH TEST BEFORE
                   UNTIL WS-END-OF-KEEP
               CLOSE CALC-AUDIT-KEEP
           END-IF.

           N1A-PARA-COUNT-KEEP-DAY.
           READ CALC-AUDIT-KEEP INTO CALC-AUDIT-KEEP-RECORD
               AT END MOVE 'Y' TO WS-KEEP-EOF-SWITCH
               NOT AT END
                   IF AK-RUN-DATE NOT = WS-KEEP-LAST-DATE THEN
                       ADD 1 TO WS-KEEP-DAY-COUNT
                       MOVE AK-RUN-DATE TO WS-KEEP-LAST-DATE
                   END-IF
           END-READ.

           N1B-PARA-LOAD-KEEP-REC.
           READ CALC-AUDIT-KEEP INTO CALC-AUDIT-KEEP-RECORD
               AT END MOVE 'Y' TO WS-KEEP-EOF-SWITCH
               NOT AT END
                   IF AK-RUN-DATE NOT = WS-KEEP-LAST-DATE THEN
                       ADD 1 TO WS-KEEP-DAY-NUM
                       MOVE AK-RUN-DATE TO WS-KEEP-LAST-DATE
                   END-IF
                   IF WS-KEEP-DAY-NUM > WS-KEEP-SKIP-DAYS
                       AND AK-TRANS-ID NOT = SPACES THEN
                       MOVE AK-TRANS-ID TO WS-TRANS-ID
                       MOVE AK-SOURCE-SYSTEM TO WS-SOURCE-SYSTEM
                       PERFORM N3-PARA-ADD-POSTED
                   END-IF
           END-READ.

      * A standing-order batch carries the order id as the trans
      * id every time the order falls due, so it is checked only
      * against what has posted tonight - the keep-file keys load
      * first, ahead of WS-KEEP-KEY-COUNT, and are passed over.
      * K15 has already refused any 'SO' batch that is not the
      * generator's own.
           N-PARA-CHECK-DUPLICATE.
           MOVE 'N' TO WS-DUPLICATE-SWITCH.
           IF WS-BAT-BATCH-ID(BAT-IDX)(1:2) = 'SO' THEN
               COMPUTE WS-DUP-START-KEY = WS-KEEP-KEY-COUNT + 1
           ELSE
               MOVE 1 TO WS-DUP-START-KEY
           END-IF.
           IF WS-TRANS-ID NOT = SPACES THEN
               PERFORM N2-PARA-MATCH-POSTED
                   VARYING PK-IDX FROM WS-DUP-START-KEY BY 1
                   UNTIL PK-IDX > WS-POSTED-KEY-COUNT
                   OR WS-IS-DUPLICATE
           END-IF.
           IF WS-IS-DUPLICATE THEN
               MOVE 'N' TO WS-VALID-SWITCH
               PERFORM D-PARA-REJECT-DUPLICATE
           END-IF.

           N2-PARA-MATCH-POSTED.
           IF WS-PK-TRANS-ID(PK-IDX) = WS-TRANS-ID
               AND WS-PK-SOURCE-SYSTEM(PK-IDX) = WS-SOURCE-SYSTEM
           THEN
               MOVE 'Y' TO WS-DUPLICATE-SWITCH
           END-IF.

           N3-PARA-ADD-POSTED.
           IF WS-TRANS-ID NOT = SPACES THEN
               IF WS-POSTED-KEY-COUNT = 50000 THEN
                   DISPLAY 'POSTED TRANSACTION TABLE EXCEEDS '
                       '50000 ENTRIES'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-POSTED-KEY-COUNT
               SET PK-IDX TO WS-POSTED-KEY-COUNT
               MOVE WS-TRANS-ID TO WS-PK-TRANS-ID(PK-IDX)
               MOVE WS-SOURCE-SYSTEM TO WS-PK-SOURCE-SYSTEM(PK-IDX)
           END-IF.

           Q0-PARA-LOAD-LIMITS.
           OPEN INPUT CALC-LIMIT-FILE.
           IF WS-LIMIT-STATUS NOT = '00' THEN
           MOVE 'REGISTER TABLE FULL' TO CE-REASON-TEXT.
           PERFORM D9-PARA-WRITE-EXCEPTION.

           D-PARA-REJECT-DUPLICATE.
           MOVE WS-TRANS-ID TO CE-TRANS-ID.
           MOVE WS-SOURCE-SYSTEM TO CE-SOURCE-SYSTEM.
           MOVE WS-FIRSTNUMBER TO CE-FIRSTNUMBER.
           MOVE WS-SECONDNUMBER TO CE-SECONDNUMBER.
           MOVE WS-OPERATOR TO CE-OPERATOR.
           MOVE WS-ROUND-MODE TO CE-ROUND-MODE.
           MOVE 'DT' TO CE-REASON-CODE.
           MOVE 'DUPLICATE TRANSACTION' TO CE-REASON-TEXT.
           PERFORM D9-PARA-WRITE-EXCEPTION.

           D-PARA-REJECT-REVUNKNOWN.
           MOVE WS-TRANS-ID TO CE-TRANS-ID.
           MOVE WS-SOURCE-SYSTEM TO CE-SOURCE-SYSTEM.
           MOVE WS-FIRSTNUMBER TO CE-FIRSTNUMBER.
           MOVE WS-SECONDNUMBER TO CE-SECONDNUMBER.
           MOVE WS-OPERATOR TO CE-OPERATOR.
           MOVE WS-ROUND-MODE TO CE-ROUND-MODE.
           MOVE 'RN' TO CE-REASON-CODE.
           MOVE 'REVERSAL TARGET NOT FOUND' TO CE-REASON-TEXT.
           PERFORM D9-PARA-WRITE-EXCEPTION.

           D-PARA-REJECT-REVREPEAT.
           MOVE WS-TRANS-ID TO CE-TRANS-ID.
           MOVE WS-SOURCE-SYSTEM TO CE-SOURCE-SYSTEM.
           MOVE WS-FIRSTNUMBER TO CE-FIRSTNUMBER.
           MOVE WS-SECONDNUMBER TO CE-SECONDNUMBER.
           MOVE WS-OPERATOR TO CE-OPERATOR.
           MOVE WS-ROUND-MODE TO CE-ROUND-MODE.
           MOVE 'RA' TO CE-REASON-CODE.
           MOVE 'TARGET ALREADY REVERSED' TO CE-REASON-TEXT.
           PERFORM D9-PARA-WRITE-EXCEPTION.

           D-PARA-REJECT-REVINELIGIBLE.
           MOVE WS-TRANS-ID TO CE-TRANS-ID.
           MOVE WS-SOURCE-SYSTEM TO CE-SOURCE-SYSTEM.
           MOVE WS-FIRSTNUMBER TO CE-FIRSTNUMBER.
           MOVE WS-SECONDNUMBER TO CE-SECONDNUMBER.
           MOVE WS-OPERATOR TO CE-OPERATOR.
           MOVE WS-ROUND-MODE TO CE-ROUND-MODE.
           MOVE 'RI' TO CE-REASON-CODE.
           MOVE 'REVERSAL TARGET NOT ELIGIBLE' TO CE-REASON-TEXT.
           PERFORM D9-PARA-WRITE-EXCEPTION.

           D9-PARA-WRITE-EXCEPTION.
           ADD 1 TO WS-EXCEPTION-CNT.
           IF WS-VALIDATE-ONLY THEN
               PERFORM V2-PARA-REPORT-REJECT
           END-IF.
           IF WS-IS-REPLAY THEN
               CONTINUE
           ELSE
                       PERFORM D-PARA-REJECT-REGFULL
                   ELSE
                       ADD 1 TO WS-POSTED-COUNT
                       PERFORM N3-PARA-ADD-POSTED
                       IF NOT WS-IS-REPLAY THEN
                           PERFORM H-PARA-POST-RESULT
                       END-IF
                   WS-AUDIT-STATUS
               STOP RUN
           END-IF.
           IF WS-BAT-ADJUST-DATE(BAT-IDX) > 0 THEN
               PERFORM T5-PARA-WRITE-ADJUSTMENT
           END-IF.

           J-PARA-WRITE-CHECKPOINT.
           OPEN OUTPUT CALC-CHECKPOINT-FILE.
           WRITE CALC-CHECKPOINT-RECORD.
           CLOSE CALC-CHECKPOINT-FILE.

      * CALCMODE is optional - the nightly job carries no such DD,
      * and a missing or empty file is a posting run.
           S-PARA-READ-RUN-MODE.
           OPEN INPUT CALC-RUN-MODE-FILE.
           EVALUATE WS-RUN-MODE-STATUS
               WHEN '00'
                   READ CALC-RUN-MODE-FILE INTO CALC-RUN-MODE-RECORD
                       AT END MOVE 'P' TO PA-RUN-MODE
                   END-READ
                   IF PA-RUN-MODE NOT = 'P'
                       AND PA-RUN-MODE NOT = 'V' THEN
                       DISPLAY 'CALC-RUN-MODE-FILE MODE NOT VALID: '
                           PA-RUN-MODE
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   MOVE PA-RUN-MODE TO WS-RUN-MODE-SWITCH
                   CLOSE CALC-RUN-MODE-FILE
               WHEN '35'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'CALC-RUN-MODE-FILE OPEN FAILED, STATUS='
                       WS-RUN-MODE-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

      * Validate-only run: the posting pass with every write
      * suppressed, each would-be reject reported by V2 as it is
      * found, then the batch verdicts and totals.
           V-PARA-VALIDATE-RUN.
           OPEN OUTPUT CALC-VALIDATION-RPT.
           IF WS-VALIDATION-STATUS NOT = '00' THEN
               DISPLAY 'CALC-VALIDATION-RPT OPEN FAILED, STATUS='
                   WS-VALIDATION-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP.
           MOVE SPACES TO VALIDATION-LINE.
           STRING 'CALC FEED PRE-EDIT VALIDATION      RUN DATE '
               WS-CURRENT-TIMESTAMP(1:8)
               DELIMITED BY SIZE INTO VALIDATION-LINE.
           PERFORM V9-PARA-WRITE-LINE.
           MOVE 'VALIDATION ONLY - NOTHING HAS BEEN POSTED'
               TO VALIDATION-LINE.
           PERFORM V9-PARA-WRITE-LINE.
           PERFORM V9-PARA-WRITE-LINE.
           MOVE 'DETAILS THAT WOULD REJECT' TO VALIDATION-LINE.
           PERFORM V9-PARA-WRITE-LINE.
           MOVE 'BATCH ID    DETAIL# TRANS ID   SYS T OPR RC REASON'
               TO VALIDATION-LINE.
           PERFORM V9-PARA-WRITE-LINE.

           PERFORM G5-PARA-OPEN-MASTER.
           PERFORM B-PARA WITH TEST BEFORE UNTIL WS-END-OF-TRANS.
           CLOSE CALC-TRANS-FILE.
           IF WS-MASTER-AVAILABLE THEN
               CLOSE CALC-MASTER-FILE
           END-IF.
           IF WS-EXCEPTION-CNT = 0 THEN
               MOVE '  NONE' TO VALIDATION-LINE
               PERFORM V9-PARA-WRITE-LINE
           END-IF.

           PERFORM V9-PARA-WRITE-LINE.
           MOVE 'BATCH VERDICTS' TO VALIDATION-LINE.
           PERFORM V9-PARA-WRITE-LINE.
           MOVE 'BATCH ID  BUS DATE   DETAILS   REJECTS VERDICT'
               TO VALIDATION-LINE.
           PERFORM V9-PARA-WRITE-LINE.
           PERFORM V3-PARA-REPORT-BATCH
               VARYING BAT-IDX FROM 1 BY 1
               UNTIL BAT-IDX > WS-BATCH-COUNT.

           PERFORM V9-PARA-WRITE-LINE.
           MOVE WS-BATCH-COUNT TO WS-EDIT-COUNT.
           STRING 'BATCHES CHECKED     : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO VALIDATION-LINE.
           PERFORM V9-PARA-WRITE-LINE.
           MOVE WS-REJECTED-BATCH-COUNT TO WS-EDIT-COUNT.
           STRING 'BATCHES FAILED      : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO VALIDATION-LINE.
           PERFORM V9-PARA-WRITE-LINE.
           MOVE WS-CNT TO WS-EDIT-COUNT.
           STRING 'DETAILS CHECKED     : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO VALIDATION-LINE.
           PERFORM V9-PARA-WRITE-LINE.
           MOVE WS-POSTED-COUNT TO WS-EDIT-COUNT.
           STRING 'DETAILS WOULD POST  : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO VALIDATION-LINE.
           PERFORM V9-PARA-WRITE-LINE.
           MOVE WS-EXCEPTION-CNT TO WS-EDIT-COUNT.
           STRING 'DETAILS WOULD REJECT: ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO VALIDATION-LINE.
           PERFORM V9-PARA-WRITE-LINE.
           CLOSE CALC-VALIDATION-RPT.
           IF WS-REJECTED-BATCH-COUNT > 0
               OR WS-EXCEPTION-CNT > 0 THEN
               MOVE 4 TO RETURN-CODE
           END-IF.

      * One would-be reject, from the exception record the posting
      * run would have written.
           V2-PARA-REPORT-REJECT.
           ADD 1 TO WS-BAT-REJECT-COUNT(BAT-IDX).
           MOVE WS-CNT TO WS-EDIT-COUNT.
           MOVE SPACES TO VALIDATION-LINE.
           STRING WS-BAT-BATCH-ID(BAT-IDX) '  ' WS-EDIT-COUNT ' '
               CE-TRANS-ID ' ' CE-SOURCE-SYSTEM ' '
               CT-RECORD-TYPE ' ' CE-OPERATOR ' '
               CE-REASON-CODE ' ' CE-REASON-TEXT
               DELIMITED BY SIZE INTO VALIDATION-LINE.
           PERFORM V9-PARA-WRITE-LINE.

           V3-PARA-REPORT-BATCH.
           MOVE WS-BAT-DETAIL-COUNT(BAT-IDX) TO WS-EDIT-COUNT.
           MOVE WS-BAT-REJECT-COUNT(BAT-IDX) TO WS-EDIT-COUNT-2.
           MOVE SPACES TO VALIDATION-LINE.
           IF WS-BAT-VALID(BAT-IDX) THEN
               IF WS-BAT-ADJUST-DATE(BAT-IDX) > 0 THEN
                   STRING WS-BAT-BATCH-ID(BAT-IDX) '  '
                       WS-BAT-BUSINESS-DATE(BAT-IDX) ' '
                       WS-EDIT-COUNT ' ' WS-EDIT-COUNT-2 ' PASS'
                       ' - PRIOR-PERIOD ADJ TO '
                       WS-BAT-ADJUST-DATE(BAT-IDX)
                       DELIMITED BY SIZE INTO VALIDATION-LINE
               ELSE
                   STRING WS-BAT-BATCH-ID(BAT-IDX) '  '
                       WS-BAT-BUSINESS-DATE(BAT-IDX) ' '
                       WS-EDIT-COUNT ' ' WS-EDIT-COUNT-2 ' PASS'
                       DELIMITED BY SIZE INTO VALIDATION-LINE
               END-IF
           ELSE
               STRING WS-BAT-BATCH-ID(BAT-IDX) '  '
                   WS-BAT-BUSINESS-DATE(BAT-IDX) ' '
                   WS-EDIT-COUNT ' ' WS-EDIT-COUNT-2 ' FAIL '
                   WS-BAT-REASON-CODE(BAT-IDX) ' '
                   WS-BAT-REASON-TEXT(BAT-IDX)
                   DELIMITED BY SIZE INTO VALIDATION-LINE
           END-IF.
           PERFORM V9-PARA-WRITE-LINE.

           V9-PARA-WRITE-LINE.
           WRITE VALIDATION-LINE.
           IF WS-VALIDATION-STATUS NOT = '00' THEN
               DISPLAY 'CALC-VALIDATION-RPT WRITE FAILED, STATUS='
                   WS-VALIDATION-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO VALIDATION-LINE.

           R-PARA-WRITE-RUN-START.
           PERFORM R7-PARA-OPEN-RUN-CONTROL.
           MOVE SPACES TO CALC-RUN-CONTROL-RECORD.
