       IDENTIFICATION DIVISION.
       PROGRAM-ID. FactSubmProg.
      *****************************************************************
      * FACTSUBM - maintenance step for the FACTSBM submitter
      * authorization master.  The function is taken from the
      * FACTFUNC environment variable:
      *   UPDATE - apply the FACTSBT maintenance transactions:
      *              A  add a submitter (every field required)
      *              C  change a submitter (non-blank fields
      *                 replace the master values)
      *              D  delete a submitter
      *            each transaction is listed on FACTSBR with the
      *            outcome; condition code 4 when any was rejected
      *   LIST   - list every submitter with its limits and the
      *            quota used so far this period to FACTSBR
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FACT-SUBMITTER-FILE ASSIGN TO FACTSBM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SBM-SUBMITTER-ID
               FILE STATUS IS WS-SBM-FILE-STATUS.
           SELECT FACT-SUBMITTER-TRANS ASSIGN TO FACTSBT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SBT-FILE-STATUS.
           SELECT FACT-SUBMITTER-REPORT ASSIGN TO FACTSBR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SBR-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  FACT-SUBMITTER-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY FACTSBM.

       FD  FACT-SUBMITTER-TRANS
           RECORD CONTAINS 80 CHARACTERS.
       01  SUBMITTER-TRANSACTION.
           05 SBT-ACTION           PIC X(1).
               88 SBT-IS-ADD               VALUE 'A'.
               88 SBT-IS-CHANGE            VALUE 'C'.
               88 SBT-IS-DELETE            VALUE 'D'.
           05 SBT-SUBMITTER-ID     PIC X(8).
           05 SBT-NAME             PIC X(30).
           05 SBT-STATUS           PIC X(1).
           05 SBT-ALLOWED-TYPES    PIC X(8).
           05 SBT-NUM-CEILING      PIC X(3).
           05 SBT-MONTHLY-QUOTA    PIC X(7).
           05 FILLER               PIC X(22).

       FD  FACT-SUBMITTER-REPORT
           RECORD CONTAINS 132 CHARACTERS.
       01  SUBMITTER-REPORT-RECORD   PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-SBM-FILE-STATUS  PIC X(2)   VALUE SPACES.
       01 WS-SBT-FILE-STATUS  PIC X(2)   VALUE SPACES.
       01 WS-SBR-FILE-STATUS  PIC X(2)   VALUE SPACES.
       01 WS-FUNCTION-CODE    PIC X(8)   VALUE SPACES.
           88 FUNCTION-IS-UPDATE         VALUE "UPDATE".
           88 FUNCTION-IS-LIST           VALUE "LIST".
       01 WS-EOF-SWITCH       PIC X      VALUE 'N'.
           88 END-OF-FILE-REACHED        VALUE 'Y'.
       01 WS-VALID-SWITCH     PIC X      VALUE 'Y'.
           88 TRANSACTION-IS-VALID       VALUE 'Y'.
       01 WS-TYPES-OK-SWITCH  PIC X      VALUE 'Y'.
           88 TYPES-FIELD-OK             VALUE 'Y'.
       01 WS-TRANS-MESSAGE    PIC X(40)  VALUE SPACES.
       01 WS-TYPE-INDEX       PIC 9(3)   COMP VALUE ZEROS.
       01 WS-TYPE-COUNT       PIC 9(3)   COMP VALUE ZEROS.
       01 WS-CEILING-WORK     PIC 9(3)   VALUE ZEROS.
       01 WS-APPLIED-COUNT    PIC 9(7)   VALUE ZEROS.
       01 WS-REJECTED-COUNT   PIC 9(7)   VALUE ZEROS.
       01 WS-RECORD-COUNT     PIC 9(7)   VALUE ZEROS.
       01 WS-COUNT-DSP        PIC ZZZ,ZZ9.
       01 WS-CEILING-DSP      PIC ZZ9.
       01 WS-QUOTA-DSP        PIC Z,ZZZ,ZZ9.
       01 WS-USED-DSP         PIC Z,ZZZ,ZZ9.
       01 WS-LINE-COUNT       PIC 9(3)   VALUE ZEROS.
       01 WS-LINES-PER-PAGE   PIC 9(3)   VALUE 55.
       01 WS-PAGE-COUNT       PIC 9(3)   VALUE ZEROS.
       01 WS-PAGE-DISPLAY     PIC ZZ9.
       01 WS-REPORT-DATE      PIC X(8)   VALUE SPACES.

       PROCEDURE DIVISION.
       START-PROCEDURE.
           ACCEPT WS-FUNCTION-CODE FROM ENVIRONMENT "FACTFUNC"
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-REPORT-DATE
           EVALUATE TRUE
               WHEN FUNCTION-IS-UPDATE
                   PERFORM UPDATE-SUBMITTER-FILE
               WHEN FUNCTION-IS-LIST
                   PERFORM LIST-SUBMITTER-FILE
               WHEN OTHER
                   DISPLAY "ERROR: FACTFUNC MUST BE UPDATE OR LIST"
                       " - JOB TERMINATED"
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE
           STOP RUN.

       OPEN-SUBMITTER-IO.
           OPEN I-O FACT-SUBMITTER-FILE
           IF WS-SBM-FILE-STATUS = "35"
               OPEN OUTPUT FACT-SUBMITTER-FILE
               CLOSE FACT-SUBMITTER-FILE
               OPEN I-O FACT-SUBMITTER-FILE
           END-IF.

       UPDATE-SUBMITTER-FILE.
           OPEN INPUT FACT-SUBMITTER-TRANS
           IF WS-SBT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: FACTSBT NOT FOUND - JOB TERMINATED"
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM OPEN-SUBMITTER-IO
               OPEN OUTPUT FACT-SUBMITTER-REPORT
               PERFORM PRINT-UPDATE-HEADER
               PERFORM UNTIL END-OF-FILE-REACHED
                   READ FACT-SUBMITTER-TRANS
                       AT END SET END-OF-FILE-REACHED TO TRUE
                       NOT AT END PERFORM APPLY-ONE-TRANSACTION
                   END-READ
               END-PERFORM
               PERFORM PRINT-UPDATE-TRAILER
               CLOSE FACT-SUBMITTER-TRANS
               CLOSE FACT-SUBMITTER-FILE
               CLOSE FACT-SUBMITTER-REPORT
               MOVE WS-APPLIED-COUNT TO WS-COUNT-DSP
               DISPLAY "SUBMITTER TRANSACTIONS APPLIED:  "
                   WS-COUNT-DSP
               MOVE WS-REJECTED-COUNT TO WS-COUNT-DSP
               DISPLAY "SUBMITTER TRANSACTIONS REJECTED: "
                   WS-COUNT-DSP
               IF WS-REJECTED-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF.

       APPLY-ONE-TRANSACTION.
           IF SUBMITTER-TRANSACTION = SPACES
                   OR SUBMITTER-TRANSACTION(1:1) = '*'
               CONTINUE
           ELSE
               MOVE 'Y' TO WS-VALID-SWITCH
               MOVE SPACES TO WS-TRANS-MESSAGE
               IF SBT-SUBMITTER-ID = SPACES
                   MOVE 'N' TO WS-VALID-SWITCH
                   MOVE "REJECTED - SUBMITTER ID REQUIRED"
                       TO WS-TRANS-MESSAGE
               END-IF
               IF TRANSACTION-IS-VALID
                   EVALUATE TRUE
                       WHEN SBT-IS-ADD
                           PERFORM ADD-SUBMITTER
                       WHEN SBT-IS-CHANGE
                           PERFORM CHANGE-SUBMITTER
                       WHEN SBT-IS-DELETE
                           PERFORM DELETE-SUBMITTER
                       WHEN OTHER
                           MOVE 'N' TO WS-VALID-SWITCH
                           MOVE "REJECTED - ACTION MUST BE A/C/D"
                               TO WS-TRANS-MESSAGE
                   END-EVALUATE
               END-IF
               IF TRANSACTION-IS-VALID
                   ADD 1 TO WS-APPLIED-COUNT
               ELSE
                   ADD 1 TO WS-REJECTED-COUNT
               END-IF
               PERFORM PRINT-UPDATE-LINE
           END-IF.

      * An add must carry every field; the quota counters start
      * empty and are maintained by the batch step from then on.
       ADD-SUBMITTER.
           IF SBT-NAME = SPACES OR SBT-STATUS = SPACES
                   OR SBT-ALLOWED-TYPES = SPACES
                   OR SBT-NUM-CEILING = SPACES
                   OR SBT-MONTHLY-QUOTA = SPACES
               MOVE 'N' TO WS-VALID-SWITCH
               MOVE "REJECTED - ADD REQUIRES EVERY FIELD"
                   TO WS-TRANS-MESSAGE
           ELSE
               PERFORM EDIT-TRANSACTION-FIELDS
           END-IF
           IF TRANSACTION-IS-VALID
               MOVE SPACES TO SUBMITTER-RECORD
               MOVE SBT-SUBMITTER-ID TO SBM-SUBMITTER-ID
               MOVE SBT-NAME TO SBM-NAME
               MOVE SBT-STATUS TO SBM-STATUS
               MOVE SBT-ALLOWED-TYPES TO SBM-ALLOWED-TYPES
               MOVE SBT-NUM-CEILING TO SBM-NUM-CEILING
               MOVE SBT-MONTHLY-QUOTA TO SBM-MONTHLY-QUOTA
               MOVE WS-REPORT-DATE(1:6) TO SBM-QUOTA-PERIOD
               MOVE ZEROS TO SBM-QUOTA-USED
               WRITE SUBMITTER-RECORD
                   INVALID KEY
                       MOVE 'N' TO WS-VALID-SWITCH
                       MOVE "REJECTED - SUBMITTER ALREADY ON FILE"
                           TO WS-TRANS-MESSAGE
                   NOT INVALID KEY
                       MOVE "ADDED" TO WS-TRANS-MESSAGE
               END-WRITE
           END-IF.

       CHANGE-SUBMITTER.
           PERFORM EDIT-TRANSACTION-FIELDS
           IF TRANSACTION-IS-VALID
               MOVE SBT-SUBMITTER-ID TO SBM-SUBMITTER-ID
               READ FACT-SUBMITTER-FILE
                   INVALID KEY
                       MOVE 'N' TO WS-VALID-SWITCH
                       MOVE "REJECTED - SUBMITTER NOT ON FILE"
                           TO WS-TRANS-MESSAGE
               END-READ
           END-IF
           IF TRANSACTION-IS-VALID
               IF SBT-NAME NOT = SPACES
                   MOVE SBT-NAME TO SBM-NAME
               END-IF
               IF SBT-STATUS NOT = SPACES
                   MOVE SBT-STATUS TO SBM-STATUS
               END-IF
               IF SBT-ALLOWED-TYPES NOT = SPACES
                   MOVE SBT-ALLOWED-TYPES TO SBM-ALLOWED-TYPES
               END-IF
               IF SBT-NUM-CEILING NOT = SPACES
                   MOVE SBT-NUM-CEILING TO SBM-NUM-CEILING
               END-IF
               IF SBT-MONTHLY-QUOTA NOT = SPACES
                   MOVE SBT-MONTHLY-QUOTA TO SBM-MONTHLY-QUOTA
               END-IF
               REWRITE SUBMITTER-RECORD
                   INVALID KEY
                       MOVE 'N' TO WS-VALID-SWITCH
                       MOVE "REJECTED - REWRITE FAILED"
                           TO WS-TRANS-MESSAGE
                   NOT INVALID KEY
                       MOVE "CHANGED" TO WS-TRANS-MESSAGE
               END-REWRITE
           END-IF.

       DELETE-SUBMITTER.
           MOVE SBT-SUBMITTER-ID TO SBM-SUBMITTER-ID
           DELETE FACT-SUBMITTER-FILE
               INVALID KEY
                   MOVE 'N' TO WS-VALID-SWITCH
                   MOVE "REJECTED - SUBMITTER NOT ON FILE"
                       TO WS-TRANS-MESSAGE
               NOT INVALID KEY
                   MOVE "DELETED" TO WS-TRANS-MESSAGE
           END-DELETE.

      * Field edits shared by add and change; a blank field on a
      * change means "leave as is" and is not edited.
       EDIT-TRANSACTION-FIELDS.
           IF SBT-STATUS NOT = SPACES
                   AND SBT-STATUS NOT = 'A' AND SBT-STATUS NOT = 'S'
               MOVE 'N' TO WS-VALID-SWITCH
               MOVE "REJECTED - STATUS MUST BE A OR S"
                   TO WS-TRANS-MESSAGE
           END-IF
           IF TRANSACTION-IS-VALID AND SBT-ALLOWED-TYPES NOT = SPACES
               PERFORM EDIT-ALLOWED-TYPES
               IF NOT TYPES-FIELD-OK
                   MOVE 'N' TO WS-VALID-SWITCH
                   MOVE "REJECTED - TYPES MUST BE F/C/P/B/G/D"
                       TO WS-TRANS-MESSAGE
               END-IF
           END-IF
           IF TRANSACTION-IS-VALID AND SBT-NUM-CEILING NOT = SPACES
               IF SBT-NUM-CEILING NOT NUMERIC
                   MOVE 'N' TO WS-VALID-SWITCH
                   MOVE "REJECTED - CEILING NOT NUMERIC"
                       TO WS-TRANS-MESSAGE
               ELSE
                   MOVE SBT-NUM-CEILING TO WS-CEILING-WORK
                   IF WS-CEILING-WORK > 170
                       MOVE 'N' TO WS-VALID-SWITCH
                       MOVE "REJECTED - CEILING MUST BE 0-170"
                           TO WS-TRANS-MESSAGE
                   END-IF
               END-IF
           END-IF
           IF TRANSACTION-IS-VALID
                   AND SBT-MONTHLY-QUOTA NOT = SPACES
                   AND SBT-MONTHLY-QUOTA NOT NUMERIC
               MOVE 'N' TO WS-VALID-SWITCH
               MOVE "REJECTED - QUOTA NOT NUMERIC"
                   TO WS-TRANS-MESSAGE
           END-IF.

      * Every non-blank position must be a record type code the
      * batch step knows, and at least one must be present.
       EDIT-ALLOWED-TYPES.
           MOVE 'Y' TO WS-TYPES-OK-SWITCH
           MOVE 0 TO WS-TYPE-COUNT
           PERFORM VARYING WS-TYPE-INDEX FROM 1 BY 1
                   UNTIL WS-TYPE-INDEX > 8
               EVALUATE SBT-ALLOWED-TYPES(WS-TYPE-INDEX:1)
                   WHEN 'F' WHEN 'C' WHEN 'P' WHEN 'B' WHEN 'G'
                   WHEN 'D'
                       ADD 1 TO WS-TYPE-COUNT
                   WHEN SPACE
                       CONTINUE
                   WHEN OTHER
                       MOVE 'N' TO WS-TYPES-OK-SWITCH
               END-EVALUATE
           END-PERFORM
           IF WS-TYPE-COUNT = 0
               MOVE 'N' TO WS-TYPES-OK-SWITCH
           END-IF.

       PRINT-UPDATE-HEADER.
           MOVE SPACES TO SUBMITTER-REPORT-RECORD
           STRING "SUBMITTER MASTER MAINTENANCE   RUN DATE: "
                   DELIMITED BY SIZE
               WS-REPORT-DATE DELIMITED BY SIZE
               INTO SUBMITTER-REPORT-RECORD
           END-STRING
           WRITE SUBMITTER-REPORT-RECORD AFTER ADVANCING PAGE
           MOVE SPACES TO SUBMITTER-REPORT-RECORD
           STRING "ACT  SUBMITTER  NAME" DELIMITED BY SIZE
               "                            OUTCOME"
                   DELIMITED BY SIZE
               INTO SUBMITTER-REPORT-RECORD
           END-STRING
           WRITE SUBMITTER-REPORT-RECORD AFTER ADVANCING 2 LINES.

       PRINT-UPDATE-LINE.
           MOVE SPACES TO SUBMITTER-REPORT-RECORD
           STRING SBT-ACTION DELIMITED BY SIZE
               "    " DELIMITED BY SIZE
               SBT-SUBMITTER-ID DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               SBT-NAME DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-TRANS-MESSAGE DELIMITED BY SIZE
               INTO SUBMITTER-REPORT-RECORD
           END-STRING
           WRITE SUBMITTER-REPORT-RECORD AFTER ADVANCING 1 LINE.

       PRINT-UPDATE-TRAILER.
           MOVE WS-APPLIED-COUNT TO WS-COUNT-DSP
           MOVE SPACES TO SUBMITTER-REPORT-RECORD
           STRING "TRANSACTIONS APPLIED:  " DELIMITED BY SIZE
               WS-COUNT-DSP DELIMITED BY SIZE
               INTO SUBMITTER-REPORT-RECORD
           END-STRING
           WRITE SUBMITTER-REPORT-RECORD AFTER ADVANCING 2 LINES
           MOVE WS-REJECTED-COUNT TO WS-COUNT-DSP
           MOVE SPACES TO SUBMITTER-REPORT-RECORD
           STRING "TRANSACTIONS REJECTED: " DELIMITED BY SIZE
               WS-COUNT-DSP DELIMITED BY SIZE
               INTO SUBMITTER-REPORT-RECORD
           END-STRING
           WRITE SUBMITTER-REPORT-RECORD AFTER ADVANCING 1 LINE.

       LIST-SUBMITTER-FILE.
           OPEN INPUT FACT-SUBMITTER-FILE
           IF WS-SBM-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: FACTSBM NOT FOUND - JOB TERMINATED"
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN OUTPUT FACT-SUBMITTER-REPORT
               PERFORM PRINT-LIST-HEADER
               PERFORM UNTIL END-OF-FILE-REACHED
                   READ FACT-SUBMITTER-FILE NEXT RECORD
                       AT END SET END-OF-FILE-REACHED TO TRUE
                       NOT AT END PERFORM PRINT-LIST-DETAIL
                   END-READ
               END-PERFORM
               MOVE WS-RECORD-COUNT TO WS-COUNT-DSP
               MOVE SPACES TO SUBMITTER-REPORT-RECORD
               STRING "TOTAL SUBMITTERS: " DELIMITED BY SIZE
                   WS-COUNT-DSP DELIMITED BY SIZE
                   INTO SUBMITTER-REPORT-RECORD
               END-STRING
               WRITE SUBMITTER-REPORT-RECORD AFTER ADVANCING 2 LINES
               CLOSE FACT-SUBMITTER-FILE
               CLOSE FACT-SUBMITTER-REPORT
           END-IF.

       PRINT-LIST-HEADER.
           ADD 1 TO WS-PAGE-COUNT
           MOVE WS-PAGE-COUNT TO WS-PAGE-DISPLAY
           MOVE SPACES TO SUBMITTER-REPORT-RECORD
           STRING "SUBMITTER MASTER LISTING   RUN DATE: "
                   DELIMITED BY SIZE
               WS-REPORT-DATE DELIMITED BY SIZE
               "   PAGE " DELIMITED BY SIZE
               WS-PAGE-DISPLAY DELIMITED BY SIZE
               INTO SUBMITTER-REPORT-RECORD
           END-STRING
           WRITE SUBMITTER-REPORT-RECORD AFTER ADVANCING PAGE
           MOVE SPACES TO SUBMITTER-REPORT-RECORD
           STRING "SUBMITTER  NAME" DELIMITED BY SIZE
               "                            ST  TYPES     NUM"
                   DELIMITED BY SIZE
               "       QUOTA  PERIOD        USED" DELIMITED BY SIZE
               INTO SUBMITTER-REPORT-RECORD
           END-STRING
           WRITE SUBMITTER-REPORT-RECORD AFTER ADVANCING 2 LINES
           MOVE 2 TO WS-LINE-COUNT.

       PRINT-LIST-DETAIL.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM PRINT-LIST-HEADER
           END-IF
           MOVE SBM-NUM-CEILING TO WS-CEILING-DSP
           MOVE SBM-MONTHLY-QUOTA TO WS-QUOTA-DSP
           MOVE SBM-QUOTA-USED TO WS-USED-DSP
           MOVE SPACES TO SUBMITTER-REPORT-RECORD
           STRING SBM-SUBMITTER-ID DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               SBM-NAME DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               SBM-STATUS DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               SBM-ALLOWED-TYPES DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-CEILING-DSP DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-QUOTA-DSP DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               SBM-QUOTA-PERIOD DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-USED-DSP DELIMITED BY SIZE
               INTO SUBMITTER-REPORT-RECORD
           END-STRING
           WRITE SUBMITTER-REPORT-RECORD AFTER ADVANCING 1 LINE
           ADD 1 TO WS-LINE-COUNT
           ADD 1 TO WS-RECORD-COUNT.
