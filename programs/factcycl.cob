       IDENTIFICATION DIVISION.
       PROGRAM-ID. FactCycleProg.
      *****************************************************************
      * FACTCYCL - maintenance step for the FACTCYC daily cycle
      * control file.  The function is taken from the FACTFUNC
      * environment variable:
      *   SETDATE - set the business date to FACTBDATE (YYYYMMDD),
      *             which must be a business day; FACTRETMON, when
      *             supplied, sets the audit retention in months
      *             (default 12) the month-end steps cut off on
      *   ADVANCE - roll the business date forward to the next
      *             business day, skipping weekends and holidays.
      *             Refused until reconciliation has completed for
      *             the current business date, and at month end
      *             until billing has completed as well
      *   ADDHOL  - add FACTHDATE (YYYYMMDD) to the holiday
      *             calendar, named by FACTHNAME
      *   DELHOL  - remove FACTHDATE from the holiday calendar
      *   LIST    - list the business date, the holiday calendar
      *             and the status of every step to FACTCYR
      * The month-end flag on the business date is worked out
      * again whenever the date or the holiday calendar changes.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FACT-CYCLE-FILE ASSIGN TO FACTCYC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CYC-KEY
               FILE STATUS IS WS-CYC-FILE-STATUS.
           SELECT FACT-CYCLE-REPORT ASSIGN TO FACTCYR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CYR-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  FACT-CYCLE-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY FACTCYC.

       FD  FACT-CYCLE-REPORT
           RECORD CONTAINS 132 CHARACTERS.
       01  CYCLE-REPORT-RECORD       PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-CYC-FILE-STATUS  PIC X(2)   VALUE SPACES.
       01 WS-CYR-FILE-STATUS  PIC X(2)   VALUE SPACES.
       01 WS-FUNCTION-CODE    PIC X(8)   VALUE SPACES.
           88 FUNCTION-IS-SETDATE        VALUE "SETDATE".
           88 FUNCTION-IS-ADVANCE        VALUE "ADVANCE".
           88 FUNCTION-IS-ADDHOL         VALUE "ADDHOL".
           88 FUNCTION-IS-DELHOL         VALUE "DELHOL".
           88 FUNCTION-IS-LIST           VALUE "LIST".
       01 WS-EOF-SWITCH       PIC X      VALUE 'N'.
           88 END-OF-FILE-REACHED        VALUE 'Y'.
       01 WS-DATE-FOUND-SWITCH PIC X     VALUE 'N'.
           88 DATE-RECORD-FOUND          VALUE 'Y'.
       01 WS-STEP-DONE-SWITCH PIC X      VALUE 'N'.
           88 CYCLE-STEP-COMPLETE        VALUE 'Y'.
       01 WS-BUS-DAY-SWITCH   PIC X      VALUE 'N'.
           88 DATE-IS-BUSINESS-DAY       VALUE 'Y'.
       01 WS-CHECK-STEP       PIC X(8)   VALUE SPACES.
      * Current values of the BUSDATE record, held here while the
      * holiday and step records are read through the same record
      * area.
       01 WS-BUSINESS-DATE    PIC X(8)   VALUE SPACES.
       01 WS-PRIOR-BUS-DATE   PIC X(8)   VALUE SPACES.
       01 WS-MONTH-END-SWITCH PIC X      VALUE 'N'.
           88 BUSINESS-MONTH-END         VALUE 'Y'.
       01 WS-RETAIN-MONTHS    PIC 9(3)   VALUE 12.
       01 WS-DATE-RAW         PIC X(8)   VALUE SPACES.
       01 WS-RETAIN-RAW       PIC X(8)   VALUE SPACES.
       01 WS-HOLIDAY-NAME     PIC X(30)  VALUE SPACES.
       01 WS-DATE-WORK        PIC X(8)   VALUE SPACES.
       01 WS-DATE-NUM         PIC 9(8)   VALUE ZEROS.
       01 WS-DATE-INT         PIC 9(8)   COMP VALUE ZEROS.
       01 WS-WEEKDAY          PIC 9(1)   VALUE ZEROS.
       01 WS-NEXT-BUS-DATE    PIC X(8)   VALUE SPACES.
       01 WS-RECORD-COUNT     PIC 9(7)   VALUE ZEROS.
       01 WS-COUNT-DSP        PIC ZZZ,ZZ9.
       01 WS-RETAIN-DSP       PIC ZZ9.
       01 WS-LIST-TYPE        PIC X      VALUE SPACE.
       01 WS-STEP-STATUS-TEXT PIC X(8)   VALUE SPACES.
       01 WS-REPORT-DATE      PIC X(8)   VALUE SPACES.

       PROCEDURE DIVISION.
       START-PROCEDURE.
           ACCEPT WS-FUNCTION-CODE FROM ENVIRONMENT "FACTFUNC"
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-REPORT-DATE
           MOVE 0 TO RETURN-CODE
           EVALUATE TRUE
               WHEN FUNCTION-IS-SETDATE
                   PERFORM SET-BUSINESS-DATE
               WHEN FUNCTION-IS-ADVANCE
                   PERFORM ADVANCE-BUSINESS-DATE
               WHEN FUNCTION-IS-ADDHOL
                   PERFORM ADD-HOLIDAY
               WHEN FUNCTION-IS-DELHOL
                   PERFORM DELETE-HOLIDAY
               WHEN FUNCTION-IS-LIST
                   PERFORM LIST-CYCLE-FILE
               WHEN OTHER
                   DISPLAY "ERROR: FACTFUNC MUST BE SETDATE, ADVANCE,"
                       " ADDHOL, DELHOL OR LIST - JOB TERMINATED"
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE
           STOP RUN.

       OPEN-CYCLE-IO.
           OPEN I-O FACT-CYCLE-FILE
           IF WS-CYC-FILE-STATUS = "35"
               OPEN OUTPUT FACT-CYCLE-FILE
               CLOSE FACT-CYCLE-FILE
               OPEN I-O FACT-CYCLE-FILE
           END-IF.

       READ-DATE-RECORD.
           MOVE 'N' TO WS-DATE-FOUND-SWITCH
           MOVE 'D' TO CYC-REC-TYPE
           MOVE "BUSDATE" TO CYC-REC-ID
           READ FACT-CYCLE-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   SET DATE-RECORD-FOUND TO TRUE
                   MOVE CYC-BUSINESS-DATE TO WS-BUSINESS-DATE
                   MOVE CYC-PRIOR-BUS-DATE TO WS-PRIOR-BUS-DATE
                   MOVE CYC-MONTH-END-SWITCH TO WS-MONTH-END-SWITCH
                   MOVE CYC-RETAIN-MONTHS TO WS-RETAIN-MONTHS
           END-READ.

       WRITE-DATE-RECORD.
           MOVE SPACES TO CYCLE-CONTROL-RECORD
           MOVE 'D' TO CYC-REC-TYPE
           MOVE "BUSDATE" TO CYC-REC-ID
           MOVE WS-BUSINESS-DATE TO CYC-BUSINESS-DATE
           MOVE WS-PRIOR-BUS-DATE TO CYC-PRIOR-BUS-DATE
           MOVE WS-MONTH-END-SWITCH TO CYC-MONTH-END-SWITCH
           MOVE WS-RETAIN-MONTHS TO CYC-RETAIN-MONTHS
           MOVE FUNCTION CURRENT-DATE TO CYC-DATE-TIMESTAMP
           IF DATE-RECORD-FOUND
               REWRITE CYCLE-CONTROL-RECORD
                   INVALID KEY
                       DISPLAY "ERROR: FACTCYC BUSINESS DATE REWRITE"
                           " FAILED - STATUS " WS-CYC-FILE-STATUS
                       MOVE 8 TO RETURN-CODE
               END-REWRITE
           ELSE
               WRITE CYCLE-CONTROL-RECORD
                   INVALID KEY
                       DISPLAY "ERROR: FACTCYC BUSINESS DATE WRITE"
                           " FAILED - STATUS " WS-CYC-FILE-STATUS
                       MOVE 8 TO RETURN-CODE
               END-WRITE
           END-IF
           IF RETURN-CODE = 0
               SET DATE-RECORD-FOUND TO TRUE
           END-IF.

      * Operations start the cycle, or move it by hand after an
      * outage, by setting the business date outright.
       SET-BUSINESS-DATE.
           ACCEPT WS-DATE-RAW FROM ENVIRONMENT "FACTBDATE"
           ACCEPT WS-RETAIN-RAW FROM ENVIRONMENT "FACTRETMON"
           IF WS-DATE-RAW = SPACES OR WS-DATE-RAW NOT NUMERIC
               DISPLAY "ERROR: FACTBDATE BUSINESS DATE (YYYYMMDD)"
                   " NOT SUPPLIED - JOB TERMINATED"
               MOVE 8 TO RETURN-CODE
           ELSE
           IF FUNCTION TEST-DATE-YYYYMMDD
                   (FUNCTION NUMVAL(WS-DATE-RAW)) NOT = 0
               DISPLAY "ERROR: FACTBDATE " WS-DATE-RAW
                   " IS NOT A VALID DATE - JOB TERMINATED"
               MOVE 8 TO RETURN-CODE
           ELSE
           IF WS-RETAIN-RAW NOT = SPACES
                   AND (FUNCTION TRIM(WS-RETAIN-RAW) NOT NUMERIC
                       OR FUNCTION NUMVAL(WS-RETAIN-RAW) < 1
                       OR FUNCTION NUMVAL(WS-RETAIN-RAW) > 999)
               DISPLAY "ERROR: FACTRETMON MUST BE 1-999"
                   " - JOB TERMINATED"
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM OPEN-CYCLE-IO
               IF WS-CYC-FILE-STATUS NOT = "00"
                   DISPLAY "ERROR: FACTCYC UNAVAILABLE - STATUS "
                       WS-CYC-FILE-STATUS " - JOB TERMINATED"
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM READ-DATE-RECORD
                   MOVE WS-DATE-RAW TO WS-DATE-WORK
                   PERFORM CHECK-BUSINESS-DAY
                   IF NOT DATE-IS-BUSINESS-DAY
                       DISPLAY "ERROR: " WS-DATE-RAW
                           " IS A WEEKEND OR HOLIDAY - JOB TERMINATED"
                       MOVE 8 TO RETURN-CODE
                   ELSE
                       IF WS-BUSINESS-DATE NOT = WS-DATE-RAW
                           MOVE WS-BUSINESS-DATE TO WS-PRIOR-BUS-DATE
                       END-IF
                       MOVE WS-DATE-RAW TO WS-BUSINESS-DATE
                       IF WS-RETAIN-RAW NOT = SPACES
                           MOVE FUNCTION NUMVAL(WS-RETAIN-RAW)
                               TO WS-RETAIN-MONTHS
                       END-IF
                       PERFORM SET-MONTH-END-FLAG
                       PERFORM WRITE-DATE-RECORD
                       IF RETURN-CODE = 0
                           PERFORM DISPLAY-BUSINESS-DATE
                       END-IF
                   END-IF
                   CLOSE FACT-CYCLE-FILE
               END-IF
           END-IF
           END-IF
           END-IF.

      * The day's chain is finished when reconciliation has
      * completed; on the last business day of the month the
      * month-end billing must have completed too.
       ADVANCE-BUSINESS-DATE.
           PERFORM OPEN-CYCLE-IO
           IF WS-CYC-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: FACTCYC UNAVAILABLE - STATUS "
                   WS-CYC-FILE-STATUS " - JOB TERMINATED"
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM READ-DATE-RECORD
               IF NOT DATE-RECORD-FOUND
                   DISPLAY "ERROR: NO BUSINESS DATE SET - RUN"
                       " FACTFUNC=SETDATE FIRST - JOB TERMINATED"
                   MOVE 8 TO RETURN-CODE
               ELSE
                   MOVE "RECON" TO WS-CHECK-STEP
                   PERFORM READ-CYCLE-STEP
                   IF NOT CYCLE-STEP-COMPLETE
                       DISPLAY "ERROR: RECON NOT COMPLETE FOR BUSINESS"
                           " DATE " WS-BUSINESS-DATE
                           " - DATE NOT ADVANCED"
                       MOVE 8 TO RETURN-CODE
                   END-IF
                   IF RETURN-CODE = 0 AND BUSINESS-MONTH-END
                       MOVE "BILL" TO WS-CHECK-STEP
                       PERFORM READ-CYCLE-STEP
                       IF NOT CYCLE-STEP-COMPLETE
                           DISPLAY "ERROR: MONTH-END BILL NOT COMPLETE"
                               " FOR BUSINESS DATE " WS-BUSINESS-DATE
                               " - DATE NOT ADVANCED"
                           MOVE 8 TO RETURN-CODE
                       END-IF
                   END-IF
                   IF RETURN-CODE = 0
                       MOVE WS-BUSINESS-DATE TO WS-DATE-WORK
                       PERFORM FIND-NEXT-BUSINESS-DAY
                       MOVE WS-BUSINESS-DATE TO WS-PRIOR-BUS-DATE
                       MOVE WS-NEXT-BUS-DATE TO WS-BUSINESS-DATE
                       PERFORM SET-MONTH-END-FLAG
                       PERFORM WRITE-DATE-RECORD
                       IF RETURN-CODE = 0
                           PERFORM DISPLAY-BUSINESS-DATE
                       END-IF
                   END-IF
               END-IF
               CLOSE FACT-CYCLE-FILE
           END-IF.

       ADD-HOLIDAY.
           ACCEPT WS-DATE-RAW FROM ENVIRONMENT "FACTHDATE"
           ACCEPT WS-HOLIDAY-NAME FROM ENVIRONMENT "FACTHNAME"
           PERFORM EDIT-HOLIDAY-DATE
           IF RETURN-CODE = 0
               PERFORM OPEN-CYCLE-IO
               IF WS-CYC-FILE-STATUS NOT = "00"
                   DISPLAY "ERROR: FACTCYC UNAVAILABLE - STATUS "
                       WS-CYC-FILE-STATUS " - JOB TERMINATED"
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM READ-DATE-RECORD
                   IF DATE-RECORD-FOUND
                           AND WS-DATE-RAW = WS-BUSINESS-DATE
                       DISPLAY "ERROR: " WS-DATE-RAW " IS THE CURRENT"
                           " BUSINESS DATE - HOLIDAY NOT ADDED"
                       MOVE 8 TO RETURN-CODE
                   ELSE
                       MOVE SPACES TO CYCLE-CONTROL-RECORD
                       MOVE 'H' TO CYC-REC-TYPE
                       MOVE WS-DATE-RAW TO CYC-REC-ID
                       MOVE WS-HOLIDAY-NAME TO CYC-HOLIDAY-NAME
                       WRITE CYCLE-CONTROL-RECORD
                           INVALID KEY
                               DISPLAY "ERROR: HOLIDAY " WS-DATE-RAW
                                   " ALREADY ON FILE"
                               MOVE 8 TO RETURN-CODE
                           NOT INVALID KEY
                               DISPLAY "HOLIDAY ADDED: " WS-DATE-RAW
                                   " " WS-HOLIDAY-NAME
                       END-WRITE
                   END-IF
                   IF RETURN-CODE = 0 AND DATE-RECORD-FOUND
                       PERFORM REFRESH-MONTH-END-FLAG
                   END-IF
                   CLOSE FACT-CYCLE-FILE
               END-IF
           END-IF.

       DELETE-HOLIDAY.
           ACCEPT WS-DATE-RAW FROM ENVIRONMENT "FACTHDATE"
           PERFORM EDIT-HOLIDAY-DATE
           IF RETURN-CODE = 0
               PERFORM OPEN-CYCLE-IO
               IF WS-CYC-FILE-STATUS NOT = "00"
                   DISPLAY "ERROR: FACTCYC UNAVAILABLE - STATUS "
                       WS-CYC-FILE-STATUS " - JOB TERMINATED"
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM READ-DATE-RECORD
                   MOVE 'H' TO CYC-REC-TYPE
                   MOVE WS-DATE-RAW TO CYC-REC-ID
                   DELETE FACT-CYCLE-FILE
                       INVALID KEY
                           DISPLAY "ERROR: HOLIDAY " WS-DATE-RAW
                               " NOT ON FILE"
                           MOVE 8 TO RETURN-CODE
                       NOT INVALID KEY
                           DISPLAY "HOLIDAY DELETED: " WS-DATE-RAW
                   END-DELETE
                   IF RETURN-CODE = 0 AND DATE-RECORD-FOUND
                       PERFORM REFRESH-MONTH-END-FLAG
                   END-IF
                   CLOSE FACT-CYCLE-FILE
               END-IF
           END-IF.

       EDIT-HOLIDAY-DATE.
           IF WS-DATE-RAW = SPACES OR WS-DATE-RAW NOT NUMERIC
               DISPLAY "ERROR: FACTHDATE HOLIDAY DATE (YYYYMMDD)"
                   " NOT SUPPLIED - JOB TERMINATED"
               MOVE 8 TO RETURN-CODE
           ELSE
               IF FUNCTION TEST-DATE-YYYYMMDD
                       (FUNCTION NUMVAL(WS-DATE-RAW)) NOT = 0
                   DISPLAY "ERROR: FACTHDATE " WS-DATE-RAW
                       " IS NOT A VALID DATE - JOB TERMINATED"
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

      * A holiday added or removed can move the last business day
      * of the current month, so the flag is worked out again.
       REFRESH-MONTH-END-FLAG.
           PERFORM SET-MONTH-END-FLAG
           PERFORM WRITE-DATE-RECORD
           IF RETURN-CODE = 0
               PERFORM DISPLAY-BUSINESS-DATE
           END-IF.

      * The business date is the last business day of its month
      * when the next business day falls in another month.
       SET-MONTH-END-FLAG.
           MOVE WS-BUSINESS-DATE TO WS-DATE-WORK
           PERFORM FIND-NEXT-BUSINESS-DAY
           IF WS-NEXT-BUS-DATE(1:6) NOT = WS-BUSINESS-DATE(1:6)
               SET BUSINESS-MONTH-END TO TRUE
           ELSE
               MOVE 'N' TO WS-MONTH-END-SWITCH
           END-IF.

       FIND-NEXT-BUSINESS-DAY.
           MOVE FUNCTION INTEGER-OF-DATE
               (FUNCTION NUMVAL(WS-DATE-WORK)) TO WS-DATE-INT
           MOVE 'N' TO WS-BUS-DAY-SWITCH
           PERFORM UNTIL DATE-IS-BUSINESS-DAY
               ADD 1 TO WS-DATE-INT
               MOVE FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
                   TO WS-DATE-NUM
               MOVE WS-DATE-NUM TO WS-DATE-WORK
               PERFORM CHECK-BUSINESS-DAY
           END-PERFORM
           MOVE WS-DATE-WORK TO WS-NEXT-BUS-DATE.

      * Day 1 of the integer calendar (1 January 1601) was a
      * Monday, so the remainder by 7 gives 6 for Saturday and 0
      * for Sunday.
       CHECK-BUSINESS-DAY.
           MOVE FUNCTION INTEGER-OF-DATE
               (FUNCTION NUMVAL(WS-DATE-WORK)) TO WS-DATE-INT
           MOVE FUNCTION MOD(WS-DATE-INT, 7) TO WS-WEEKDAY
           IF WS-WEEKDAY = 6 OR WS-WEEKDAY = 0
               MOVE 'N' TO WS-BUS-DAY-SWITCH
           ELSE
               SET DATE-IS-BUSINESS-DAY TO TRUE
               MOVE 'H' TO CYC-REC-TYPE
               MOVE WS-DATE-WORK TO CYC-REC-ID
               READ FACT-CYCLE-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE 'N' TO WS-BUS-DAY-SWITCH
               END-READ
           END-IF.

       READ-CYCLE-STEP.
           MOVE 'N' TO WS-STEP-DONE-SWITCH
           MOVE 'S' TO CYC-REC-TYPE
           MOVE WS-CHECK-STEP TO CYC-REC-ID
           READ FACT-CYCLE-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF CYC-STEP-COMPLETE
                           AND CYC-STEP-BUS-DATE = WS-BUSINESS-DATE
                       SET CYCLE-STEP-COMPLETE TO TRUE
                   END-IF
           END-READ.

       DISPLAY-BUSINESS-DATE.
           IF BUSINESS-MONTH-END
               DISPLAY "BUSINESS DATE: " WS-BUSINESS-DATE
                   "   PRIOR: " WS-PRIOR-BUS-DATE "   MONTH END"
           ELSE
               DISPLAY "BUSINESS DATE: " WS-BUSINESS-DATE
                   "   PRIOR: " WS-PRIOR-BUS-DATE
           END-IF.

       LIST-CYCLE-FILE.
           OPEN INPUT FACT-CYCLE-FILE
           IF WS-CYC-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: FACTCYC NOT FOUND - JOB TERMINATED"
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN OUTPUT FACT-CYCLE-REPORT
               MOVE SPACES TO CYCLE-REPORT-RECORD
               STRING "DAILY CYCLE CONTROL LISTING   RUN DATE: "
                       DELIMITED BY SIZE
                   WS-REPORT-DATE DELIMITED BY SIZE
                   INTO CYCLE-REPORT-RECORD
               END-STRING
               WRITE CYCLE-REPORT-RECORD AFTER ADVANCING PAGE
               PERFORM UNTIL END-OF-FILE-REACHED
                   READ FACT-CYCLE-FILE NEXT RECORD
                       AT END SET END-OF-FILE-REACHED TO TRUE
                       NOT AT END PERFORM PRINT-CYCLE-ENTRY
                   END-READ
               END-PERFORM
               MOVE WS-RECORD-COUNT TO WS-COUNT-DSP
               MOVE SPACES TO CYCLE-REPORT-RECORD
               STRING "TOTAL CONTROL RECORDS: " DELIMITED BY SIZE
                   WS-COUNT-DSP DELIMITED BY SIZE
                   INTO CYCLE-REPORT-RECORD
               END-STRING
               WRITE CYCLE-REPORT-RECORD AFTER ADVANCING 2 LINES
               CLOSE FACT-CYCLE-FILE
               CLOSE FACT-CYCLE-REPORT
           END-IF.

      * Records come back in key order - the business date, then
      * the holidays, then the steps - so a heading is printed
      * each time the record type changes.
       PRINT-CYCLE-ENTRY.
           IF CYC-REC-TYPE NOT = WS-LIST-TYPE
               MOVE CYC-REC-TYPE TO WS-LIST-TYPE
               PERFORM PRINT-CYCLE-HEADING
           END-IF
           MOVE SPACES TO CYCLE-REPORT-RECORD
           EVALUATE TRUE
               WHEN CYC-IS-DATE-RECORD
                   MOVE CYC-RETAIN-MONTHS TO WS-RETAIN-DSP
                   STRING CYC-BUSINESS-DATE DELIMITED BY SIZE
                       "       " DELIMITED BY SIZE
                       CYC-PRIOR-BUS-DATE DELIMITED BY SIZE
                       "        " DELIMITED BY SIZE
                       CYC-MONTH-END-SWITCH DELIMITED BY SIZE
                       "           " DELIMITED BY SIZE
                       WS-RETAIN-DSP DELIMITED BY SIZE
                       INTO CYCLE-REPORT-RECORD
                   END-STRING
               WHEN CYC-IS-HOLIDAY
                   STRING CYC-REC-ID DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       CYC-HOLIDAY-NAME DELIMITED BY SIZE
                       INTO CYCLE-REPORT-RECORD
                   END-STRING
               WHEN OTHER
                   EVALUATE TRUE
                       WHEN CYC-STEP-COMPLETE
                           MOVE "COMPLETE" TO WS-STEP-STATUS-TEXT
                       WHEN CYC-STEP-FAILED
                           MOVE "FAILED" TO WS-STEP-STATUS-TEXT
                       WHEN OTHER
                           MOVE "UNKNOWN" TO WS-STEP-STATUS-TEXT
                   END-EVALUATE
                   STRING CYC-REC-ID DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       CYC-STEP-BUS-DATE DELIMITED BY SIZE
                       "       " DELIMITED BY SIZE
                       WS-STEP-STATUS-TEXT DELIMITED BY SIZE
                       "   " DELIMITED BY SIZE
                       CYC-STEP-RETURN-CODE DELIMITED BY SIZE
                       "    " DELIMITED BY SIZE
                       CYC-STEP-TIMESTAMP(1:14) DELIMITED BY SIZE
                       INTO CYCLE-REPORT-RECORD
                   END-STRING
           END-EVALUATE
           WRITE CYCLE-REPORT-RECORD AFTER ADVANCING 1 LINE
           ADD 1 TO WS-RECORD-COUNT.

       PRINT-CYCLE-HEADING.
           MOVE SPACES TO CYCLE-REPORT-RECORD
           EVALUATE TRUE
               WHEN CYC-IS-DATE-RECORD
                   STRING "BUSINESS DATE  PRIOR DATE  MONTH END"
                           DELIMITED BY SIZE
                       "  RETAIN MONTHS" DELIMITED BY SIZE
                       INTO CYCLE-REPORT-RECORD
                   END-STRING
               WHEN CYC-IS-HOLIDAY
                   STRING "HOLIDAY   NAME" DELIMITED BY SIZE
                       INTO CYCLE-REPORT-RECORD
                   END-STRING
               WHEN OTHER
                   STRING "STEP      BUSINESS DATE  STATUS     RC"
                           DELIMITED BY SIZE
                       "  FINISHED" DELIMITED BY SIZE
                       INTO CYCLE-REPORT-RECORD
                   END-STRING
           END-EVALUATE
           WRITE CYCLE-REPORT-RECORD AFTER ADVANCING 2 LINES.
