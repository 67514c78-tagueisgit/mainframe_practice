      * FACTEDIT - submission intake editor.  Departments submit a
      * simple comma-delimited request file on FACTREQ:
      *   type,number,r,probability,lotdef,samdef
      * with only the fields their record type needs.  A
      * distribution ('D') line asks for every outcome at once: with
      * lotdef blank it is a binomial table (number of trials and
      * probability), with lotdef given a hypergeometric table
      * (lot in number, sample in r, lot defectives in lotdef), and
      * the basis is written to the detail for the batch step.
      * Each line is edited with the same rules the batch step's
      * VALIDATE-INPUT applies, so bad requests are caught before
      * the main run.
      * Writes
      *   - FACTNEW: a properly formatted FACTIN batch - header
      *     (submitter from the FACTSUBM environment variable,
      *     priority class from FACTPRTY: URGENT, or ROUTINE when
      *     not given),
      *     fixed-column details, and a machine-computed trailer
      *     record count and NUM hash total, so hand-built trailer
      *     arithmetic stops causing batch-balance terminations
      *   - FACTELR: an edit listing of accepted and dropped lines
      * The submitter must be active on the FACTSBM submitter
      * master or no batch is built; lines asking for a record type
      * the submitter is not allowed, or a NUM over the submitter's
      * ceiling, are dropped.
      * The edit is step EDIT of the daily cycle on FACTCYC and is
      * refused once the business date's main run or split is done.
      * Ends with condition code 4 when any line was dropped, and 8
      * when the step or the submitter is refused, FACTPRTY is not
      * a priority class, or FACTREQ is missing.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT FACT-PARM-FILE ASSIGN TO FACTPARM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRM-FILE-STATUS.
           SELECT FACT-SUBMITTER-FILE ASSIGN TO FACTSBM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SBM-SUBMITTER-ID
               FILE STATUS IS WS-SBM-FILE-STATUS.
           SELECT FACT-CYCLE-FILE ASSIGN TO FACTCYC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CYC-KEY
               FILE STATUS IS WS-CYC-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  FACT-REQUEST-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  PARM-RECORD             PIC X(80).

       FD  FACT-SUBMITTER-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY FACTSBM.

       FD  FACT-CYCLE-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY FACTCYC.

       WORKING-STORAGE SECTION.
       01 WS-REQ-FILE-STATUS  PIC X(2)   VALUE SPACES.
       01 WS-NEW-FILE-STATUS  PIC X(2)   VALUE SPACES.
       01 WS-VALID-SWITCH     PIC X      VALUE 'Y'.
           88 REQUEST-IS-VALID           VALUE 'Y'.
       01 WS-SUBMITTER-ID     PIC X(8)   VALUE SPACES.
       01 WS-PRIORITY-RAW     PIC X(8)   VALUE SPACES.
       01 WS-BATCH-PRIORITY   PIC X(1)   VALUE 'R'.
           88 BATCH-IS-URGENT            VALUE 'U'.
           88 BATCH-IS-ROUTINE           VALUE 'R'.
       01 WS-PRIORITY-NAME    PIC X(7)   VALUE SPACES.
       01 WS-PRIORITY-OK-SWITCH PIC X    VALUE 'Y'.
           88 PRIORITY-IS-VALID          VALUE 'Y'.
       01 WS-REPORT-DATE      PIC X(8)   VALUE SPACES.
       01 WS-LINE-NUMBER      PIC 9(7)   VALUE ZEROS.
       01 WS-ACCEPT-COUNT     PIC 9(7)   VALUE ZEROS.
           88 END-OF-PARMS               VALUE 'Y'.
       01 WS-PARM-KEYWORD     PIC X(12)  VALUE SPACES.
       01 WS-PARM-VALUE       PIC X(20)  VALUE SPACES.
       01 WS-SBM-FILE-STATUS  PIC X(2)   VALUE SPACES.
       01 WS-SUBMITTER-OK-SWITCH PIC X   VALUE 'N'.
           88 SUBMITTER-IS-AUTHORIZED    VALUE 'Y'.
       01 WS-ALLOWED-TYPES    PIC X(8)   VALUE SPACES.
       01 WS-NUM-CEILING      PIC 9(3)   VALUE ZEROS.
       01 WS-TYPE-TALLY       PIC 9(3)   COMP VALUE ZEROS.
      * Daily cycle control: the edit runs once per submitter, so it
      * may repeat until the day's main run or split has taken the
      * batches; only a successful edit is posted, so one refused
      * submitter does not undo the others.
       01 WS-CYC-FILE-STATUS  PIC X(2)   VALUE SPACES.
       01 WS-CYC-REFUSE-SWITCH PIC X     VALUE 'N'.
           88 CYCLE-REFUSED              VALUE 'Y'.
       01 WS-STEP-DONE-SWITCH PIC X      VALUE 'N'.
           88 CYCLE-STEP-COMPLETE        VALUE 'Y'.
       01 WS-CYCLE-STEP       PIC X(8)   VALUE "EDIT".
       01 WS-CHECK-STEP       PIC X(8)   VALUE SPACES.
       01 WS-BUSINESS-DATE    PIC X(8)   VALUE SPACES.
       01 WS-STEP-STATUS      PIC X      VALUE 'C'.
           88 STEP-ENDED-COMPLETE        VALUE 'C'.
           88 STEP-ENDED-FAILED          VALUE 'F'.

       01 WS-FLD-TYPE         PIC X(20)  VALUE SPACES.
       01 WS-FLD-NUMBER       PIC X(20)  VALUE SPACES.
           88 REQ-IS-PERMUTATION         VALUE 'P'.
           88 REQ-IS-BINOMIAL            VALUE 'B'.
           88 REQ-IS-HYPERGEOM           VALUE 'G'.
           88 REQ-IS-DISTRIBUTION        VALUE 'D'.
           88 REQ-NEEDS-R                VALUES 'C' 'P' 'B' 'G'.
       01 WS-REQ-DIST-BASIS   PIC X(1)   VALUE SPACE.
           88 REQ-DIST-BINOMIAL          VALUE 'B'.
           88 REQ-DIST-HYPERGEOM         VALUE 'G'.
       01 WS-REQ-NUM          PIC 9(3)   VALUE ZEROS.
       01 WS-REQ-R            PIC 9(3)   VALUE ZEROS.
       01 WS-REQ-PROB         PIC 9V9(6) VALUE ZEROS.
               MOVE "INTAKE" TO WS-SUBMITTER-ID
           END-IF
           PERFORM READ-EDIT-PARAMETERS
           PERFORM CHECK-CYCLE-CONTROL
           IF NOT CYCLE-REFUSED
               PERFORM EDIT-BATCH-PRIORITY
           END-IF
           IF CYCLE-REFUSED OR NOT PRIORITY-IS-VALID
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM CHECK-SUBMITTER-AUTHORITY
               IF NOT SUBMITTER-IS-AUTHORIZED
                   MOVE 8 TO RETURN-CODE
               ELSE
                   OPEN INPUT FACT-REQUEST-FILE
                   IF WS-REQ-FILE-STATUS NOT = "00"
                       DISPLAY "ERROR: FACTREQ NOT FOUND"
                           " - JOB TERMINATED"
                       MOVE 8 TO RETURN-CODE
                   ELSE
                       OPEN OUTPUT FACT-BATCH-FILE
                       OPEN OUTPUT FACT-EDIT-REPORT
                       PERFORM PRINT-EDIT-HEADER
                       PERFORM WRITE-BATCH-HEADER
                       PERFORM UNTIL END-OF-REQUESTS
                           READ FACT-REQUEST-FILE
                               AT END SET END-OF-REQUESTS TO TRUE
                               NOT AT END PERFORM EDIT-ONE-REQUEST
                           END-READ
                       END-PERFORM
                       PERFORM WRITE-BATCH-TRAILER
                       PERFORM PRINT-EDIT-TRAILER
                       CLOSE FACT-REQUEST-FILE
                       CLOSE FACT-BATCH-FILE
                       CLOSE FACT-EDIT-REPORT
                       MOVE WS-ACCEPT-COUNT TO WS-COUNT-DSP
                       DISPLAY "REQUEST LINES ACCEPTED: " WS-COUNT-DSP
                       MOVE WS-DROP-COUNT TO WS-COUNT-DSP
                       DISPLAY "REQUEST LINES DROPPED:  " WS-COUNT-DSP
                       IF WS-DROP-COUNT > 0
                           MOVE 4 TO RETURN-CODE
                       ELSE
                           MOVE 0 TO RETURN-CODE
                       END-IF
                   END-IF
               END-IF
               IF RETURN-CODE < 8
                   PERFORM POST-CYCLE-COMPLETION
               END-IF
           END-IF
           STOP RUN.

       CHECK-CYCLE-CONTROL.
           OPEN INPUT FACT-CYCLE-FILE
           IF WS-CYC-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: FACTCYC CYCLE CONTROL UNAVAILABLE"
                   " - STATUS " WS-CYC-FILE-STATUS
               SET CYCLE-REFUSED TO TRUE
           ELSE
               PERFORM READ-BUSINESS-DATE
               IF NOT CYCLE-REFUSED
                   MOVE "MAIN" TO WS-CHECK-STEP
                   PERFORM CHECK-STEP-NOT-DONE
               END-IF
               IF NOT CYCLE-REFUSED
                   MOVE "SPLIT" TO WS-CHECK-STEP
                   PERFORM CHECK-STEP-NOT-DONE
               END-IF
               CLOSE FACT-CYCLE-FILE
           END-IF
           IF CYCLE-REFUSED
               DISPLAY "ERROR: STEP " WS-CYCLE-STEP
                   " REFUSED BY CYCLE CONTROL - JOB TERMINATED"
           END-IF.

       READ-BUSINESS-DATE.
           MOVE 'D' TO CYC-REC-TYPE
           MOVE "BUSDATE" TO CYC-REC-ID
           READ FACT-CYCLE-FILE
               INVALID KEY
                   DISPLAY "ERROR: FACTCYC HAS NO BUSINESS DATE"
                   SET CYCLE-REFUSED TO TRUE
               NOT INVALID KEY
                   MOVE CYC-BUSINESS-DATE TO WS-BUSINESS-DATE
           END-READ.

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

       CHECK-STEP-NOT-DONE.
           PERFORM READ-CYCLE-STEP
           IF CYCLE-STEP-COMPLETE
               DISPLAY "ERROR: " WS-CHECK-STEP " ALREADY COMPLETE FOR"
                   " BUSINESS DATE " WS-BUSINESS-DATE
               SET CYCLE-REFUSED TO TRUE
           END-IF.

       POST-CYCLE-COMPLETION.
           SET STEP-ENDED-COMPLETE TO TRUE
           OPEN I-O FACT-CYCLE-FILE
           IF WS-CYC-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: FACTCYC UNAVAILABLE - STATUS "
                   WS-CYC-FILE-STATUS " - STEP " WS-CYCLE-STEP
                   " NOT POSTED"
           ELSE
               MOVE SPACES TO CYCLE-CONTROL-RECORD
               MOVE 'S' TO CYC-REC-TYPE
               MOVE WS-CYCLE-STEP TO CYC-REC-ID
               MOVE WS-STEP-STATUS TO CYC-STEP-STATUS
               MOVE WS-BUSINESS-DATE TO CYC-STEP-BUS-DATE
               MOVE RETURN-CODE TO CYC-STEP-RETURN-CODE
               MOVE FUNCTION CURRENT-DATE TO CYC-STEP-TIMESTAMP
               WRITE CYCLE-CONTROL-RECORD
                   INVALID KEY
                       REWRITE CYCLE-CONTROL-RECORD
                       END-REWRITE
               END-WRITE
               CLOSE FACT-CYCLE-FILE
           END-IF.

      * The priority class travels on the batch header.  A value
      * other than URGENT or ROUTINE builds no batch rather than
      * quietly defaulting an urgent submission to routine.
       EDIT-BATCH-PRIORITY.
           ACCEPT WS-PRIORITY-RAW FROM ENVIRONMENT "FACTPRTY"
           EVALUATE FUNCTION TRIM(WS-PRIORITY-RAW)
               WHEN "URGENT"
               WHEN "U"
                   SET BATCH-IS-URGENT TO TRUE
                   MOVE "URGENT" TO WS-PRIORITY-NAME
               WHEN SPACES
               WHEN "ROUTINE"
               WHEN "R"
                   SET BATCH-IS-ROUTINE TO TRUE
                   MOVE "ROUTINE" TO WS-PRIORITY-NAME
               WHEN OTHER
                   DISPLAY "ERROR: FACTPRTY " WS-PRIORITY-RAW
                       " MUST BE URGENT OR ROUTINE - JOB TERMINATED"
                   MOVE 'N' TO WS-PRIORITY-OK-SWITCH
           END-EVALUATE.

      * A batch is only built for a submitter that is on the FACTSBM
      * master and active, so a mistyped or retired department code
      * is stopped here rather than in the main run.
       CHECK-SUBMITTER-AUTHORITY.
           MOVE 'N' TO WS-SUBMITTER-OK-SWITCH
           OPEN INPUT FACT-SUBMITTER-FILE
           IF WS-SBM-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: FACTSBM UNAVAILABLE - STATUS "
                   WS-SBM-FILE-STATUS " - JOB TERMINATED"
           ELSE
               MOVE WS-SUBMITTER-ID TO SBM-SUBMITTER-ID
               READ FACT-SUBMITTER-FILE
                   INVALID KEY
                       DISPLAY "ERROR: SUBMITTER " WS-SUBMITTER-ID
                           " NOT ON FACTSBM - JOB TERMINATED"
                   NOT INVALID KEY
                       IF SBM-IS-ACTIVE
                           SET SUBMITTER-IS-AUTHORIZED TO TRUE
                           MOVE SBM-ALLOWED-TYPES TO WS-ALLOWED-TYPES
                           MOVE SBM-NUM-CEILING TO WS-NUM-CEILING
                       ELSE
                           DISPLAY "ERROR: SUBMITTER " WS-SUBMITTER-ID
                               " SUSPENDED ON FACTSBM"
                               " - JOB TERMINATED"
                       END-IF
               END-READ
               CLOSE FACT-SUBMITTER-FILE
           END-IF.

      * The editor honors the same NUMMAX card the batch step's
      * READ-RUN-PARAMETERS applies, so a line accepted here is
      * never rejected on range by the main run.  Other FACTPARM
               MOVE SPACES TO WS-EDIT-MESSAGE
               PERFORM SPLIT-REQUEST-FIELDS
               PERFORM EDIT-REQUEST-TYPE
               MOVE SPACE TO WS-REQ-DIST-BASIS
               IF REQUEST-IS-VALID AND REQ-IS-DISTRIBUTION
                   IF WS-FLD-LOT-DEFECT = SPACES
                       SET REQ-DIST-BINOMIAL TO TRUE
                   ELSE
                       SET REQ-DIST-HYPERGEOM TO TRUE
                   END-IF
               END-IF
               IF REQUEST-IS-VALID
                   PERFORM EDIT-REQUEST-NUMBER
               END-IF
               IF REQUEST-IS-VALID
                   PERFORM EDIT-REQUEST-R
               END-IF
               IF REQUEST-IS-VALID
                       AND (REQ-IS-BINOMIAL OR REQ-DIST-BINOMIAL)
                   PERFORM EDIT-REQUEST-PROB
               END-IF
               IF REQUEST-IS-VALID AND REQ-IS-HYPERGEOM
                   PERFORM EDIT-SAMPLING-PARMS
               END-IF
               IF REQUEST-IS-VALID AND REQ-DIST-HYPERGEOM
                   PERFORM EDIT-LOT-DEFECTIVES
               END-IF
               IF REQUEST-IS-VALID
                   PERFORM WRITE-BATCH-DETAIL
                   MOVE "ACCEPTED" TO WS-EDIT-MESSAGE
                   AND NOT REQ-IS-PERMUTATION
                   AND NOT REQ-IS-BINOMIAL
                   AND NOT REQ-IS-HYPERGEOM
                   AND NOT REQ-IS-DISTRIBUTION
               MOVE 'N' TO WS-VALID-SWITCH
               MOVE "DROPPED - TYPE MUST BE F/C/P/B/G/D"
                   TO WS-EDIT-MESSAGE
           ELSE
               MOVE 0 TO WS-TYPE-TALLY
               INSPECT WS-ALLOWED-TYPES
                   TALLYING WS-TYPE-TALLY FOR ALL WS-REQ-TYPE
               IF WS-TYPE-TALLY = 0
                   MOVE 'N' TO WS-VALID-SWITCH
                   MOVE "DROPPED - TYPE NOT ALLOWED FOR SUBMITTER"
                       TO WS-EDIT-MESSAGE
               END-IF
           END-IF.

       EDIT-REQUEST-NUMBER.
                       INTO WS-EDIT-MESSAGE
                   END-STRING
               ELSE
                   IF WS-NUM-CEILING > 0
                           AND WS-NUMVAL-WORK > WS-NUM-CEILING
                       MOVE 'N' TO WS-VALID-SWITCH
                       MOVE SPACES TO WS-EDIT-MESSAGE
                       STRING "DROPPED - NUMBER EXCEEDS CEILING "
                               DELIMITED BY SIZE
                           WS-NUM-CEILING DELIMITED BY SIZE
                           INTO WS-EDIT-MESSAGE
                       END-STRING
                   ELSE
                       MOVE WS-NUMVAL-WORK TO WS-REQ-NUM
                   END-IF
               END-IF
           END-IF.

       EDIT-REQUEST-R.
           IF WS-FLD-R = SPACES
               IF REQ-NEEDS-R OR REQ-DIST-HYPERGEOM
                   MOVE 'N' TO WS-VALID-SWITCH
                   MOVE "DROPPED - R REQUIRED FOR TYPE"
                       TO WS-EDIT-MESSAGE
               ELSE
                   MOVE FUNCTION NUMVAL(WS-FLD-R)
                       TO WS-NUMVAL-WORK
                   IF (REQ-NEEDS-R OR REQ-DIST-HYPERGEOM)
                           AND WS-NUMVAL-WORK > WS-REQ-NUM
                       MOVE 'N' TO WS-VALID-SWITCH
                       MOVE "DROPPED - R EXCEEDS NUMBER"
                           TO WS-EDIT-MESSAGE
                   ELSE
                       IF REQ-NEEDS-R OR REQ-DIST-HYPERGEOM
                           MOVE WS-NUMVAL-WORK TO WS-REQ-R
                       ELSE
                           MOVE ZEROS TO WS-REQ-R
               END-EVALUATE
           END-IF.

      * Same lot defectives edit VALIDATE-LOT-DEFECTIVES applies
      * to a hypergeometric distribution in the batch step.
       EDIT-LOT-DEFECTIVES.
           IF FUNCTION TRIM(WS-FLD-LOT-DEFECT) NOT NUMERIC
               MOVE 'N' TO WS-VALID-SWITCH
               MOVE "DROPPED - LOT DEFECTIVES NOT NUMERIC"
                   TO WS-EDIT-MESSAGE
           ELSE
               MOVE FUNCTION NUMVAL(WS-FLD-LOT-DEFECT)
                   TO WS-REQ-LOT-DEFECT
               IF WS-REQ-LOT-DEFECT > WS-REQ-NUM
                   MOVE 'N' TO WS-VALID-SWITCH
                   MOVE "DROPPED - DEFECTIVES EXCEED LOT"
                       TO WS-EDIT-MESSAGE
               END-IF
           END-IF.

       WRITE-BATCH-HEADER.
           MOVE SPACES TO INPUT-HEADER-RECORD
           MOVE 'H' TO INH-TYPE
           MOVE WS-SUBMITTER-ID TO INH-SUBMITTER-ID
           MOVE WS-REPORT-DATE TO INH-BATCH-DATE
           MOVE WS-BATCH-PRIORITY TO INH-PRIORITY
           WRITE INPUT-HEADER-RECORD.

       WRITE-BATCH-DETAIL.
           MOVE WS-REQ-PROB TO IN-PROB
           MOVE WS-REQ-LOT-DEFECT TO IN-LOT-DEFECT
           MOVE WS-REQ-SAM-DEFECT TO IN-SAM-DEFECT
           MOVE WS-REQ-DIST-BASIS TO IN-DIST-BASIS
           WRITE INPUT-RECORD
           ADD 1 TO WS-ACCEPT-COUNT
           ADD WS-REQ-NUM TO WS-HASH-TOTAL
           STRING "SUBMISSION INTAKE EDIT LISTING   SUBMITTER: "
                   DELIMITED BY SIZE
               WS-SUBMITTER-ID DELIMITED BY SIZE
               "   PRIORITY: " DELIMITED BY SIZE
               WS-PRIORITY-NAME DELIMITED BY SIZE
               "   RUN DATE: " DELIMITED BY SIZE
               WS-REPORT-DATE DELIMITED BY SIZE
               INTO EDIT-REPORT-RECORD
