      * one miskeyed help-desk request doesn't hold up the rest.
      * Response operand and result fields carry two implied
      * decimal places in step with the shared layouts.
      * The response now also returns the master's entry status
      * (posted, reversed, or itself a reversal) and the link key
      * to the other half of a reversal pair, so the help desk
      * can see a result has been backed out without a second
      * lookup. Record lengths widened in step with the master.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               05 RQ-SEQUENCE PIC 9(9).

           FD  CALC-MASTER-FILE
               RECORD CONTAINS 122 CHARACTERS.
           COPY CALCMST.

           FD  CALC-RESPONSE-FILE
               RECORD CONTAINS 123 CHARACTERS.
           01  CALC-RESPONSE-RECORD.
               05 RS-RUN-DATE PIC 9(8).
               05 RS-SEQUENCE PIC 9(9).
               05 RS-OPERATOR PIC X(3).
               05 RS-RESULT PIC S9(13)V9(2).
               05 RS-TIMESTAMP PIC X(26).
               05 RS-ENTRY-STATUS PIC X(1).
               05 RS-LINK-RUN-DATE PIC 9(8).
               05 RS-LINK-SEQUENCE PIC 9(9).

           WORKING-STORAGE SECTION.
           01 WS-REQUEST-STATUS PIC X(2).
           MOVE CM-OPERATOR TO RS-OPERATOR.
           MOVE CM-RESULT TO RS-RESULT.
           MOVE CM-TIMESTAMP TO RS-TIMESTAMP.
           IF CM-POSTED THEN
               MOVE 'P' TO RS-ENTRY-STATUS
               MOVE 0 TO RS-LINK-RUN-DATE
               MOVE 0 TO RS-LINK-SEQUENCE
           ELSE
               MOVE CM-ENTRY-STATUS TO RS-ENTRY-STATUS
               MOVE CM-LINK-RUN-DATE TO RS-LINK-RUN-DATE
               MOVE CM-LINK-SEQUENCE TO RS-LINK-SEQUENCE
           END-IF.
           ADD 1 TO WS-FOUND-COUNT.
           PERFORM F-PARA-WRITE-RESPONSE.

