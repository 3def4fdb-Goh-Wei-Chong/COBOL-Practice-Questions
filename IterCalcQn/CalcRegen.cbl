      * date is reported and ends the run with RETURN-CODE 12 the
      * same way. This is the regeneration capability the
      * auditors asked for at the last review.
      * Reversal entries (audit operator REV) are regenerated as
      * the live extract now sends them - GLD-ENTRY-TYPE 'R' with
      * the original's transaction id and run date read from the
      * result master - so a reprint of a day with reversals
      * matches the file the GL intake originally received.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               SELECT CALC-REGEN-RPT ASSIGN TO 'CALCRSUM'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-REPORT-STATUS.
               SELECT CALC-MASTER-FILE ASSIGN TO 'CALCMSTR'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS CM-KEY
                   FILE STATUS IS WS-MASTER-STATUS.

       DATA DIVISION.
           FILE SECTION.
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
               RECORD CONTAINS 80 CHARACTERS.
           01  REGEN-LINE PIC X(80).

           FD  CALC-MASTER-FILE
               RECORD CONTAINS 122 CHARACTERS.
           COPY CALCMST.

           WORKING-STORAGE SECTION.
           01 WS-PARM-STATUS PIC X(2).
           01 WS-KEEP-STATUS PIC X(2).
           01 WS-HISTORY-STATUS PIC X(2).
           01 WS-GL-STATUS PIC X(2).
           01 WS-REPORT-STATUS PIC X(2).
           01 WS-MASTER-STATUS PIC X(2).
           01 WS-MASTER-OPEN-SWITCH PIC X(1) VALUE 'N'.
               88 WS-MASTER-AVAILABLE VALUE 'Y'.
           01 WS-EOF-SWITCH PIC X(1) VALUE 'N'.
               88 WS-END-OF-FILE VALUE 'Y'.
           01 WS-REQUEST-DATE PIC 9(8) VALUE 0.
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM H-PARA-OPEN-MASTER.
           PERFORM E-PARA-NEXT-KEEP-RECORD WITH TEST BEFORE
               UNTIL WS-END-OF-FILE.
           CLOSE CALC-AUDIT-KEEP.
           IF WS-MASTER-AVAILABLE THEN
               CLOSE CALC-MASTER-FILE
           END-IF.

           PERFORM F-PARA-WRITE-GL-TRAILER.
           CLOSE GL-REGEN-FILE.
           MOVE CA-OPERATOR TO GLD-OPERATOR.
           MOVE CA-RESULT TO GLD-RESULT.
           MOVE CA-TIMESTAMP(1:8) TO GLD-RUN-DATE.
           IF CA-OPERATOR = 'REV' THEN
               PERFORM E2-PARA-LINK-ORIGINAL
           END-IF.
           PERFORM W-PARA-WRITE-GL-RECORD.
           ADD 1 TO WS-DETAIL-COUNT.
           COMPUTE WS-HASH-TOTAL = FUNCTION MOD(
               WS-HASH-TOTAL + CA-RESULT, WS-HASH-MODULUS).

           E2-PARA-LINK-ORIGINAL.
           IF NOT WS-MASTER-AVAILABLE THEN
               DISPLAY 'CALC-MASTER-FILE NOT AVAILABLE FOR REVERSAL '
                   CA-TRANS-ID
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE CA-FIRSTNUMBER TO CM-RUN-DATE.
           MOVE CA-SECONDNUMBER TO CM-SEQUENCE.
           READ CALC-MASTER-FILE
               INVALID KEY
                   DISPLAY 'REVERSAL ' CA-TRANS-ID
                       ' ORIGINAL NOT ON MASTER ' CM-KEY
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-READ.
           IF WS-MASTER-STATUS NOT = '00' THEN
               DISPLAY 'CALC-MASTER-FILE READ FAILED, STATUS='
                   WS-MASTER-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'R' TO GLD-ENTRY-TYPE.
           MOVE CM-TRANS-ID TO GLD-ORIG-TRANS-ID.
           MOVE CM-RUN-DATE TO GLD-ORIG-RUN-DATE.

           F-PARA-WRITE-GL-TRAILER.
           MOVE SPACES TO GL-REGEN-RECORD.
           MOVE 'T' TO GL-RECORD-TYPE.
               ' TOTAL ' WS-EDIT-SUM
               DELIMITED BY SIZE INTO REGEN-LINE.
           WRITE REGEN-LINE.

           H-PARA-OPEN-MASTER.
           OPEN INPUT CALC-MASTER-FILE.
           EVALUATE WS-MASTER-STATUS
               WHEN '00'
                   MOVE 'Y' TO WS-MASTER-OPEN-SWITCH
               WHEN '35'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'CALC-MASTER-FILE OPEN FAILED, STATUS='
                       WS-MASTER-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
