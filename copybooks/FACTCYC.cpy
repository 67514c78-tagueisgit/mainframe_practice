      *****************************************************************
      * FACTCYC - daily processing cycle control, keyed on record
      * type and id.  Three record types share the file:
      *   'D' BUSDATE   - the current business date, the business
      *                   date before it, whether the business date
      *                   is the last business day of its month, and
      *                   the audit retention in months the
      *                   month-end steps derive their cutoff from
      *   'S' step id   - the last business date the step ran for,
      *                   its status ('C' complete, 'F' failed), the
      *                   condition code and when it finished
      *   'H' YYYYMMDD  - a holiday; weekends and holidays are not
      *                   business days
      * Every step of the daily chain checks its predecessors here
      * before it starts and posts its own status when it ends.
      *****************************************************************
       01  CYCLE-CONTROL-RECORD.
           05 CYC-KEY.
               10 CYC-REC-TYPE     PIC X(1).
                   88 CYC-IS-DATE-RECORD   VALUE 'D'.
                   88 CYC-IS-STEP-RECORD   VALUE 'S'.
                   88 CYC-IS-HOLIDAY       VALUE 'H'.
               10 CYC-REC-ID       PIC X(8).
           05 CYC-DATA             PIC X(71).
           05 CYC-DATE-DATA REDEFINES CYC-DATA.
               10 CYC-BUSINESS-DATE PIC X(8).
               10 CYC-PRIOR-BUS-DATE PIC X(8).
               10 CYC-MONTH-END-SWITCH PIC X(1).
                   88 CYC-IS-MONTH-END     VALUE 'Y'.
               10 CYC-RETAIN-MONTHS PIC 9(3).
               10 CYC-DATE-TIMESTAMP PIC X(21).
               10 FILLER           PIC X(30).
           05 CYC-STEP-DATA REDEFINES CYC-DATA.
               10 CYC-STEP-STATUS  PIC X(1).
                   88 CYC-STEP-COMPLETE    VALUE 'C'.
                   88 CYC-STEP-FAILED      VALUE 'F'.
               10 CYC-STEP-BUS-DATE PIC X(8).
               10 CYC-STEP-RETURN-CODE PIC 9(2).
               10 CYC-STEP-TIMESTAMP PIC X(21).
               10 FILLER           PIC X(39).
           05 CYC-HOLIDAY-DATA REDEFINES CYC-DATA.
               10 CYC-HOLIDAY-NAME PIC X(30).
               10 FILLER           PIC X(41).
