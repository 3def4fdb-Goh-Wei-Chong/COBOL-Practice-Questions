      * Keyed by run date plus the audit sequence number, so a
      * result from any prior run can be read back directly
      * without trawling that day's flat CALCRSLT output.
      * CM-ENTRY-STATUS marks a result that has since been backed
      * out by a reversal ('R') and the reversal entry itself
      * ('V'); CM-LINK-KEY points from each to the other. Records
      * loaded before the reversal fields existed carry spaces and
      * read as ordinary postings.
           01  CALC-MASTER-RECORD.
               05 CM-KEY.
                   10 CM-RUN-DATE PIC 9(8).
               05 CM-OPERATOR PIC X(3).
               05 CM-RESULT PIC S9(13)V9(2).
               05 CM-TIMESTAMP PIC X(26).
               05 CM-ENTRY-STATUS PIC X(1).
                   88 CM-POSTED VALUE 'P' ' '.
                   88 CM-REVERSED VALUE 'R'.
                   88 CM-REVERSAL-ENTRY VALUE 'V'.
               05 CM-LINK-KEY.
                   10 CM-LINK-RUN-DATE PIC 9(8).
                   10 CM-LINK-SEQUENCE PIC 9(9).
