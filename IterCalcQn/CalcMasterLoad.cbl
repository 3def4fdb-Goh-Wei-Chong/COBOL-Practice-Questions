      * an already-loaded audit file) is counted as a duplicate and
      * skipped, so the load can be resubmitted safely; any other
      * file status on the WRITE aborts the run.
      * The master record now carries an entry status and a link
      * key (RECORDSIZE 122 - see the conversion note in the
      * scheduled job). Ordinary postings load as 'P'. An audit
      * record with operator REV is a reversal IterCalc posted,
      * carrying the original's run date and audit sequence in
      * its operand fields: it loads as a 'V' entry linked back
      * to the original, and the original is rewritten as 'R'
      * linked forward to the reversal, so either side of the
      * pair leads to the other. The rewrite is only done when
      * the reversal itself was newly loaded, so a rerun stays
      * safe; an original missing from the master aborts the run,
      * as IterCalc had already proved it there.
      * The entry status, key and link key are now kept in
      * working storage before the WRITE and the reversal test and
      * the marking of the original run from those copies, since
      * the record area is not dependable once the record has been
      * written - a missed mark would leave the original 'P' and
      * let it be reversed a second time.
      * A reversal found already on the master (status 22) now
      * marks its original too, in place of the newly-loaded-only
      * rule above. A run that stopped between writing a reversal
      * and rewriting its original left the original 'P', and the
      * rerun counted the reversal as a duplicate and never came
      * back to it. The mark rewrites only an original not yet
      * carrying 'R' and this reversal's link, so a plain rerun
      * still changes nothing and the reversal count shows only
      * the originals marked by this run.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           COPY CALCAUD.

           FD  CALC-MASTER-FILE
               RECORD CONTAINS 122 CHARACTERS.
           COPY CALCMST.

           WORKING-STORAGE SECTION.
               88 WS-END-OF-AUDIT VALUE 'Y'.
           01 WS-LOADED-COUNT PIC 9(9) VALUE 0.
           01 WS-DUPLICATE-COUNT PIC 9(9) VALUE 0.
           01 WS-REVERSAL-COUNT PIC 9(9) VALUE 0.
           01 WS-REVERSAL-KEY.
               05 WS-REVERSAL-RUN-DATE PIC 9(8).
               05 WS-REVERSAL-SEQUENCE PIC 9(9).
           01 WS-ORIGINAL-KEY.
               05 WS-ORIGINAL-RUN-DATE PIC 9(8).
               05 WS-ORIGINAL-SEQUENCE PIC 9(9).
           01 WS-LOAD-ENTRY-STATUS PIC X(1).
               88 WS-LOAD-REVERSAL VALUE 'V'.

       PROCEDURE DIVISION.
           A-PARA.
               WS-LOADED-COUNT.
           DISPLAY 'CALCMASTERLOAD DUPLICATES SKIPPED'
               WS-DUPLICATE-COUNT.
           DISPLAY 'CALCMASTERLOAD REVERSALS LINKED  '
               WS-REVERSAL-COUNT.
           STOP RUN.

           B-PARA.
           MOVE CA-OPERATOR TO CM-OPERATOR.
           MOVE CA-RESULT TO CM-RESULT.
           MOVE CA-TIMESTAMP TO CM-TIMESTAMP.
           IF CA-OPERATOR = 'REV' THEN
               MOVE 'V' TO CM-ENTRY-STATUS
               MOVE CA-FIRSTNUMBER TO CM-LINK-RUN-DATE
               MOVE CA-SECONDNUMBER TO CM-LINK-SEQUENCE
           ELSE
               MOVE 'P' TO CM-ENTRY-STATUS
               MOVE 0 TO CM-LINK-RUN-DATE
               MOVE 0 TO CM-LINK-SEQUENCE
           END-IF.
           MOVE CM-ENTRY-STATUS TO WS-LOAD-ENTRY-STATUS.
           MOVE CM-KEY TO WS-REVERSAL-KEY.
           MOVE CM-LINK-KEY TO WS-ORIGINAL-KEY.
           WRITE CALC-MASTER-RECORD.
           EVALUATE WS-MASTER-STATUS
               WHEN '00'
                   ADD 1 TO WS-LOADED-COUNT
                   IF WS-LOAD-REVERSAL THEN
                       PERFORM D-PARA-MARK-ORIGINAL
                   END-IF
               WHEN '22'
                   ADD 1 TO WS-DUPLICATE-COUNT
                   IF WS-LOAD-REVERSAL THEN
                       PERFORM D-PARA-MARK-ORIGINAL
                   END-IF
               WHEN OTHER
                   DISPLAY 'CALC-MASTER-FILE WRITE FAILED, STATUS='
                       WS-MASTER-STATUS
                   STOP RUN
           END-EVALUATE.

      * Driven from the keys saved before the reversal's WRITE.
      * An original already marked with this reversal's link is
      * left alone, so a rerun that finds the reversal loaded
      * still finishes a mark an earlier run did not reach.
           D-PARA-MARK-ORIGINAL.
           MOVE WS-ORIGINAL-KEY TO CM-KEY.
           READ CALC-MASTER-FILE
               INVALID KEY
                   DISPLAY 'REVERSAL ' WS-REVERSAL-KEY
                       ' ORIGINAL NOT ON MASTER ' WS-ORIGINAL-KEY
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-READ.
           IF WS-MASTER-STATUS NOT = '00' THEN
               DISPLAY 'CALC-MASTER-FILE READ FAILED, STATUS='
                   WS-MASTER-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF NOT CM-REVERSED
               OR CM-LINK-KEY NOT = WS-REVERSAL-KEY THEN
               MOVE 'R' TO CM-ENTRY-STATUS
               MOVE WS-REVERSAL-KEY TO CM-LINK-KEY
               REWRITE CALC-MASTER-RECORD
               IF WS-MASTER-STATUS NOT = '00' THEN
                   DISPLAY 'CALC-MASTER-FILE REWRITE FAILED, STATUS='
                       WS-MASTER-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-REVERSAL-COUNT
           END-IF.
