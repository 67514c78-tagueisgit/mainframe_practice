      *           FACTCUTOF environment variable (YYYYMMDD); the
      *           explicit value ALL deletes every entry; a missing
      *           or non-numeric cutoff terminates the job
      * LOAD and PURGE are under dual control: they do not touch
      * the master but stage every add, rewrite and delete as a
      * change set on FACTPND, with the entry's current image, and
      * print the FACTMPV preview listing each key to be added,
      * rewritten or deleted.  The set is applied and journaled to
      * FACTJNL by FactMastApprProg once a second operator approves
      * it.  The preparing operator id is taken from the FACTOPER
      * environment variable and is required; the set records the
      * journal position so the approval step can refuse it if the
      * master has changed since.  A set staged over one still
      * awaiting approval replaces it, with a warning.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT FACT-LIST-REPORT ASSIGN TO FACTMLR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MLR-FILE-STATUS.
           SELECT FACT-JOURNAL-FILE ASSIGN TO FACTJNL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JNL-FILE-STATUS.
           SELECT FACT-PENDING-FILE ASSIGN TO FACTPND
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PND-FILE-STATUS.
           SELECT FACT-PREVIEW-REPORT ASSIGN TO FACTMPV
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MPV-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  FACT-MASTER-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  LIST-REPORT-RECORD        PIC X(132).

       FD  FACT-JOURNAL-FILE
           RECORD CONTAINS 220 CHARACTERS.
       COPY FACTJNL.

       FD  FACT-PENDING-FILE
           RECORD CONTAINS 180 CHARACTERS.
       COPY FACTPND.

       FD  FACT-PREVIEW-REPORT
           RECORD CONTAINS 132 CHARACTERS.
       01  PREVIEW-REPORT-RECORD     PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-MST-FILE-STATUS  PIC X(2)   VALUE SPACES.
       01 WS-MLD-FILE-STATUS  PIC X(2)   VALUE SPACES.
       01 WS-MLR-FILE-STATUS  PIC X(2)   VALUE SPACES.
       01 WS-JNL-FILE-STATUS  PIC X(2)   VALUE SPACES.
       01 WS-PND-FILE-STATUS  PIC X(2)   VALUE SPACES.
       01 WS-MPV-FILE-STATUS  PIC X(2)   VALUE SPACES.
       01 WS-JNL-OK-SWITCH    PIC X      VALUE 'N'.
           88 JOURNAL-IS-READABLE        VALUE 'Y'.
       01 WS-JNL-EOF-SWITCH   PIC X      VALUE 'N'.
           88 END-OF-JOURNAL             VALUE 'Y'.
       01 WS-PND-OPEN-SWITCH  PIC X      VALUE 'N'.
           88 CHANGE-SET-IS-OPEN         VALUE 'Y'.
       01 WS-MST-OPEN-SWITCH  PIC X      VALUE 'N'.
           88 MASTER-IS-ON-FILE          VALUE 'Y'.
       01 WS-JOB-ID           PIC X(8)   VALUE SPACES.
       01 WS-OPERATOR-ID      PIC X(8)   VALUE SPACES.
       01 WS-BEFORE-IMAGE     PIC X(80)  VALUE SPACES.
       01 WS-AFTER-IMAGE      PIC X(80)  VALUE SPACES.
       01 WS-CHANGE-ACTION    PIC X      VALUE SPACES.
      * Change set staging: the set id is the time it was staged;
      * the journal count and last time are the master's position
      * on FACTJNL at that moment.
       01 WS-SET-ID           PIC X(14)  VALUE SPACES.
       01 WS-SET-FUNCTION     PIC X(8)   VALUE SPACES.
       01 WS-JNL-CHANGE-CNT   PIC 9(9)   VALUE ZEROS.
       01 WS-JNL-LAST-TIME    PIC X(21)  VALUE SPACES.
       01 WS-STAGED-COUNT     PIC 9(7)   VALUE ZEROS.
       01 WS-STAGED-ADDS      PIC 9(7)   VALUE ZEROS.
       01 WS-STAGED-REWRITES  PIC 9(7)   VALUE ZEROS.
       01 WS-STAGED-DELETES   PIC 9(7)   VALUE ZEROS.
       01 WS-ADD-DSP          PIC ZZZ,ZZ9.
       01 WS-REWRITE-DSP      PIC ZZZ,ZZ9.
       01 WS-DELETE-DSP       PIC ZZZ,ZZ9.
       01 WS-ACTION-NAME      PIC X(7)   VALUE SPACES.
       01 WS-PREVIEW-IMAGE.
           05 WS-PVW-REC-TYPE     PIC X(1).
           05 WS-PVW-NUM          PIC X(3).
           05 WS-PVW-R            PIC X(3).
           05 WS-PVW-RESULT       PIC 9(18).
           05 WS-PVW-RESULT-FORM  PIC X(1).
           05 WS-PVW-MANTISSA     PIC 9V9(16).
           05 WS-PVW-EXPONENT     PIC 9(3).
           05 WS-PVW-LAST-DATE    PIC X(8).
           05 FILLER              PIC X(26).
       01 WS-FUNCTION-CODE    PIC X(8)   VALUE SPACES.
           88 FUNCTION-IS-LOAD           VALUE "LOAD".
           88 FUNCTION-IS-LIST           VALUE "LIST".
       START-PROCEDURE.
           ACCEPT WS-FUNCTION-CODE FROM ENVIRONMENT "FACTFUNC"
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-REPORT-DATE
           ACCEPT WS-JOB-ID FROM ENVIRONMENT "JOBID"
           IF WS-JOB-ID = SPACES
               MOVE "BATCH" TO WS-JOB-ID
           END-IF
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "FACTOPER"
           EVALUATE TRUE
               WHEN (FUNCTION-IS-LOAD OR FUNCTION-IS-PURGE)
                       AND WS-OPERATOR-ID = SPACES
                   DISPLAY "ERROR: FACTOPER OPERATOR ID REQUIRED TO"
                       " STAGE MASTER CHANGES - JOB TERMINATED"
                   MOVE 8 TO RETURN-CODE
               WHEN FUNCTION-IS-LOAD
                   PERFORM LOAD-MASTER-FILE
               WHEN FUNCTION-IS-LIST
           END-EVALUATE
           STOP RUN.

       OPEN-MASTER-INPUT.
           MOVE 'N' TO WS-MST-OPEN-SWITCH
           OPEN INPUT FACT-MASTER-FILE
           IF WS-MST-FILE-STATUS = "00"
               SET MASTER-IS-ON-FILE TO TRUE
           END-IF.

      * The master's position on the change journal: entries that
      * changed it (image copies excluded) and the time of the last
      * one.  A journal not yet created is position zero.
       COUNT-JOURNAL-CHANGES.
           MOVE 'Y' TO WS-JNL-OK-SWITCH
           MOVE 'N' TO WS-JNL-EOF-SWITCH
           MOVE 0 TO WS-JNL-CHANGE-CNT
           MOVE SPACES TO WS-JNL-LAST-TIME
           OPEN INPUT FACT-JOURNAL-FILE
           IF WS-JNL-FILE-STATUS = "00"
               PERFORM UNTIL END-OF-JOURNAL
                   READ FACT-JOURNAL-FILE
                       AT END SET END-OF-JOURNAL TO TRUE
                       NOT AT END
                           IF NOT JNL-IS-IMAGE-COPY
                               ADD 1 TO WS-JNL-CHANGE-CNT
                               MOVE JNL-TIMESTAMP TO WS-JNL-LAST-TIME
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FACT-JOURNAL-FILE
           ELSE
               IF WS-JNL-FILE-STATUS NOT = "35"
                   MOVE 'N' TO WS-JNL-OK-SWITCH
                   DISPLAY "ERROR: FACTJNL UNAVAILABLE - STATUS "
                       WS-JNL-FILE-STATUS " - JOB TERMINATED"
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

       CHECK-PRIOR-CHANGE-SET.
           OPEN INPUT FACT-PENDING-FILE
           IF WS-PND-FILE-STATUS = "00"
               READ FACT-PENDING-FILE
                   NOT AT END
                       IF PND-IS-HEADER AND PNH-IS-PENDING
                           DISPLAY "WARNING: CHANGE SET " PNH-SET-ID
                               " NEVER APPROVED - REPLACED"
                       END-IF
               END-READ
               CLOSE FACT-PENDING-FILE
           END-IF.

       OPEN-PENDING-CHANGE-SET.
           MOVE 'N' TO WS-PND-OPEN-SWITCH
           PERFORM COUNT-JOURNAL-CHANGES
           IF JOURNAL-IS-READABLE
               PERFORM CHECK-PRIOR-CHANGE-SET
               OPEN OUTPUT FACT-PENDING-FILE
               IF WS-PND-FILE-STATUS NOT = "00"
                   DISPLAY "ERROR: FACTPND UNAVAILABLE - STATUS "
                       WS-PND-FILE-STATUS " - JOB TERMINATED"
                   MOVE 8 TO RETURN-CODE
               ELSE
                   SET CHANGE-SET-IS-OPEN TO TRUE
                   MOVE FUNCTION CURRENT-DATE(1:14) TO WS-SET-ID
                   MOVE SPACES TO PENDING-HEADER-RECORD
                   MOVE 'H' TO PNH-TYPE
                   MOVE WS-SET-ID TO PNH-SET-ID
                   MOVE WS-SET-FUNCTION TO PNH-FUNCTION
                   MOVE "FactMastProg" TO PNH-PROGRAM
                   MOVE WS-OPERATOR-ID TO PNH-PREPARER
                   MOVE WS-JOB-ID TO PNH-JOB-ID
                   SET PNH-IS-PENDING TO TRUE
                   MOVE WS-JNL-CHANGE-CNT TO PNH-JNL-COUNT
                   MOVE WS-JNL-LAST-TIME TO PNH-JNL-LAST-TIME
                   WRITE PENDING-HEADER-RECORD
                   OPEN OUTPUT FACT-PREVIEW-REPORT
                   PERFORM PRINT-PREVIEW-HEADER
               END-IF
           END-IF.

       STAGE-MASTER-CHANGE.
           MOVE SPACES TO PENDING-RECORD
           SET PND-IS-CHANGE TO TRUE
           MOVE WS-CHANGE-ACTION TO PND-ACTION
           MOVE WS-BEFORE-IMAGE TO PND-BEFORE-IMAGE
           MOVE WS-AFTER-IMAGE TO PND-AFTER-IMAGE
           WRITE PENDING-RECORD
           ADD 1 TO WS-STAGED-COUNT
           EVALUATE TRUE
               WHEN PND-IS-ADD
                   ADD 1 TO WS-STAGED-ADDS
               WHEN PND-IS-REWRITE
                   ADD 1 TO WS-STAGED-REWRITES
               WHEN OTHER
                   ADD 1 TO WS-STAGED-DELETES
           END-EVALUATE
           PERFORM PRINT-PREVIEW-LINE.

       CLOSE-PENDING-CHANGE-SET.
           MOVE SPACES TO PENDING-TRAILER-RECORD
           MOVE 'T' TO PNT-TYPE
           MOVE WS-STAGED-COUNT TO PNT-CHANGE-CNT
           MOVE WS-STAGED-ADDS TO PNT-ADD-CNT
           MOVE WS-STAGED-REWRITES TO PNT-REWRITE-CNT
           MOVE WS-STAGED-DELETES TO PNT-DELETE-CNT
           WRITE PENDING-TRAILER-RECORD
           CLOSE FACT-PENDING-FILE
           PERFORM PRINT-PREVIEW-TRAILER
           CLOSE FACT-PREVIEW-REPORT
           DISPLAY "CHANGE SET " WS-SET-ID " STAGED ON FACTPND"
               " - MASTER NOT CHANGED UNTIL APPROVED".

       PRINT-PREVIEW-HEADER.
           ADD 1 TO WS-PAGE-COUNT
           MOVE WS-PAGE-COUNT TO WS-PAGE-DISPLAY
           MOVE SPACES TO PREVIEW-REPORT-RECORD
           STRING "RESULTS MASTER CHANGE PREVIEW   RUN DATE: "
                   DELIMITED BY SIZE
               WS-REPORT-DATE DELIMITED BY SIZE
               "   PAGE " DELIMITED BY SIZE
               WS-PAGE-DISPLAY DELIMITED BY SIZE
               INTO PREVIEW-REPORT-RECORD
           END-STRING
           WRITE PREVIEW-REPORT-RECORD AFTER ADVANCING PAGE
           MOVE SPACES TO PREVIEW-REPORT-RECORD
           STRING "CHANGE SET: " DELIMITED BY SIZE
               WS-SET-ID DELIMITED BY SIZE
               "   FUNCTION: " DELIMITED BY SIZE
               WS-SET-FUNCTION DELIMITED BY SIZE
               "   PREPARED BY: " DELIMITED BY SIZE
               WS-OPERATOR-ID DELIMITED BY SIZE
               "   JOB: " DELIMITED BY SIZE
               WS-JOB-ID DELIMITED BY SIZE
               INTO PREVIEW-REPORT-RECORD
           END-STRING
           WRITE PREVIEW-REPORT-RECORD AFTER ADVANCING 1 LINE
           MOVE SPACES TO PREVIEW-REPORT-RECORD
           STRING "ACTION    TYPE   N     R               RESULT"
                   "        LAST USED" DELIMITED BY SIZE
               INTO PREVIEW-REPORT-RECORD
           END-STRING
           WRITE PREVIEW-REPORT-RECORD AFTER ADVANCING 2 LINES
           MOVE 4 TO WS-LINE-COUNT.

      * A delete shows the entry as it stands; an add or rewrite
      * shows the entry as it will be.  The key is printed byte for
      * byte and a result that is not numeric is shown raw.
       PRINT-PREVIEW-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM PRINT-PREVIEW-HEADER
           END-IF
           EVALUATE WS-CHANGE-ACTION
               WHEN 'A'
                   MOVE "ADD" TO WS-ACTION-NAME
                   MOVE WS-AFTER-IMAGE TO WS-PREVIEW-IMAGE
               WHEN 'R'
                   MOVE "REWRITE" TO WS-ACTION-NAME
                   MOVE WS-AFTER-IMAGE TO WS-PREVIEW-IMAGE
               WHEN OTHER
                   MOVE "DELETE" TO WS-ACTION-NAME
                   MOVE WS-BEFORE-IMAGE TO WS-PREVIEW-IMAGE
           END-EVALUATE
           MOVE SPACES TO WS-RESULT-TEXT
           IF WS-PVW-RESULT-FORM = 'A'
                   AND WS-PVW-MANTISSA NUMERIC
                   AND WS-PVW-EXPONENT NUMERIC
               MOVE WS-PVW-MANTISSA TO WS-DEC-DISPLAY
               MOVE WS-PVW-EXPONENT TO WS-EXPONENT-DSP
               STRING WS-DEC-DISPLAY DELIMITED BY SIZE
                   "E+" DELIMITED BY SIZE
                   WS-EXPONENT-DSP DELIMITED BY SIZE
                   INTO WS-RESULT-TEXT
               END-STRING
           ELSE
           IF WS-PVW-RESULT NUMERIC
               MOVE WS-PVW-RESULT TO WS-RESULT-DISPLAY
               MOVE WS-RESULT-DISPLAY TO WS-RESULT-TEXT
           ELSE
               MOVE WS-PREVIEW-IMAGE(8:18) TO WS-RESULT-TEXT
           END-IF
           END-IF
           MOVE SPACES TO PREVIEW-REPORT-RECORD
           STRING WS-ACTION-NAME DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               WS-PVW-REC-TYPE DELIMITED BY SIZE
               "    " DELIMITED BY SIZE
               WS-PVW-NUM DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               WS-PVW-R DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               WS-RESULT-TEXT DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-PVW-LAST-DATE DELIMITED BY SIZE
               INTO PREVIEW-REPORT-RECORD
           END-STRING
           WRITE PREVIEW-REPORT-RECORD AFTER ADVANCING 1 LINE
           ADD 1 TO WS-LINE-COUNT.

       PRINT-PREVIEW-TRAILER.
           MOVE WS-STAGED-COUNT TO WS-RECORD-COUNT-DSP
           MOVE WS-STAGED-ADDS TO WS-ADD-DSP
           MOVE WS-STAGED-REWRITES TO WS-REWRITE-DSP
           MOVE WS-STAGED-DELETES TO WS-DELETE-DSP
           MOVE SPACES TO PREVIEW-REPORT-RECORD
           STRING "CHANGES STAGED: " DELIMITED BY SIZE
               WS-RECORD-COUNT-DSP DELIMITED BY SIZE
               "   ADDS: " DELIMITED BY SIZE
               WS-ADD-DSP DELIMITED BY SIZE
               "   REWRITES: " DELIMITED BY SIZE
               WS-REWRITE-DSP DELIMITED BY SIZE
               "   DELETES: " DELIMITED BY SIZE
               WS-DELETE-DSP DELIMITED BY SIZE
               INTO PREVIEW-REPORT-RECORD
           END-STRING
           WRITE PREVIEW-REPORT-RECORD AFTER ADVANCING 2 LINES
           MOVE SPACES TO PREVIEW-REPORT-RECORD
           STRING "MASTER NOT CHANGED - TO APPLY, RUN FACTMAPR WITH"
                   " FACTAPPR=" DELIMITED BY SIZE
               WS-SET-ID DELIMITED BY SIZE
               " UNDER AN OPERATOR OTHER THAN " DELIMITED BY SIZE
               WS-OPERATOR-ID DELIMITED BY SIZE
               INTO PREVIEW-REPORT-RECORD
           END-STRING
           WRITE PREVIEW-REPORT-RECORD AFTER ADVANCING 1 LINE.

       LOAD-MASTER-FILE.
           OPEN INPUT FACT-LOAD-FILE
           IF WS-MLD-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: FACTMLD NOT FOUND - JOB TERMINATED"
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE "LOAD" TO WS-SET-FUNCTION
               PERFORM OPEN-PENDING-CHANGE-SET
           END-IF
           IF CHANGE-SET-IS-OPEN
               PERFORM OPEN-MASTER-INPUT
               PERFORM UNTIL END-OF-FILE-REACHED
                   READ FACT-LOAD-FILE
                       AT END SET END-OF-FILE-REACHED TO TRUE
                   END-READ
               END-PERFORM
               CLOSE FACT-LOAD-FILE
               IF MASTER-IS-ON-FILE
                   CLOSE FACT-MASTER-FILE
               END-IF
               PERFORM CLOSE-PENDING-CHANGE-SET
               MOVE WS-RECORD-COUNT TO WS-RECORD-COUNT-DSP
               DISPLAY "MASTER ENTRIES STAGED FOR LOAD: "
                   WS-RECORD-COUNT-DSP
           ELSE
               IF WS-MLD-FILE-STATUS = "00"
                   CLOSE FACT-LOAD-FILE
               END-IF
           END-IF.

      * A key not yet on the master is staged as an add, one
      * already there as a rewrite carrying its current image.
       LOAD-ONE-ENTRY.
           MOVE SPACES TO MASTER-RECORD
           MOVE MLD-REC-TYPE TO MST-REC-TYPE
           MOVE MLD-MANTISSA TO MST-MANTISSA
           MOVE MLD-EXPONENT TO MST-EXPONENT
           MOVE MLD-LAST-DATE TO MST-LAST-DATE
           MOVE MASTER-RECORD TO WS-AFTER-IMAGE
           MOVE SPACES TO WS-BEFORE-IMAGE
           MOVE 'A' TO WS-CHANGE-ACTION
           IF MASTER-IS-ON-FILE
               READ FACT-MASTER-FILE
                   NOT INVALID KEY
                       MOVE 'R' TO WS-CHANGE-ACTION
                       MOVE MASTER-RECORD TO WS-BEFORE-IMAGE
               END-READ
           END-IF
           PERFORM STAGE-MASTER-CHANGE
           ADD 1 TO WS-RECORD-COUNT.

       LIST-MASTER-FILE.
           END-IF.

       PURGE-MASTER-ENTRIES.
           PERFORM OPEN-MASTER-INPUT
           IF NOT MASTER-IS-ON-FILE
               DISPLAY "ERROR: FACTMST NOT FOUND - JOB TERMINATED"
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE "PURGE" TO WS-SET-FUNCTION
               PERFORM OPEN-PENDING-CHANGE-SET
               IF NOT CHANGE-SET-IS-OPEN
                   CLOSE FACT-MASTER-FILE
               END-IF
           END-IF
           IF CHANGE-SET-IS-OPEN
               PERFORM UNTIL END-OF-FILE-REACHED
                   READ FACT-MASTER-FILE NEXT RECORD
                       AT END SET END-OF-FILE-REACHED TO TRUE
                   END-READ
               END-PERFORM
               CLOSE FACT-MASTER-FILE
               PERFORM CLOSE-PENDING-CHANGE-SET
               MOVE WS-RECORD-COUNT TO WS-RECORD-COUNT-DSP
               DISPLAY "MASTER ENTRIES STAGED FOR PURGE: "
                   WS-RECORD-COUNT-DSP
           END-IF.

       PURGE-ONE-ENTRY.
           IF WS-CUTOFF-DATE = "ALL"
                   OR MST-LAST-DATE < WS-CUTOFF-DATE
               MOVE 'D' TO WS-CHANGE-ACTION
               MOVE MASTER-RECORD TO WS-BEFORE-IMAGE
               MOVE SPACES TO WS-AFTER-IMAGE
               PERFORM STAGE-MASTER-CHANGE
               ADD 1 TO WS-RECORD-COUNT
           END-IF.
