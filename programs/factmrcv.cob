       IDENTIFICATION DIVISION.
       PROGRAM-ID. FactMastRcvProg.
      *****************************************************************
      * FACTMRCV - backup and forward recovery of the FACTMST results
      * master.  The function is taken from the FACTFUNC environment
      * variable:
      *   BACKUP  - write a sequential image copy of every master
      *             entry to FACTMBK, between a header carrying the
      *             time of the copy and a trailer carrying the
      *             entry count, and append an image-copy entry with
      *             the same time to the FACTJNL change journal
      *   RECOVER - rebuild FACTMST from the FACTMBK image copy and
      *             replay the journal entries written after that
      *             copy, in order, up to the recovery point in the
      *             FACTRCVTO environment variable (YYYYMMDD for the
      *             end of that day, or YYYYMMDDHHMMSS; blank replays
      *             the whole journal).  The image copy and journal
      *             are both checked before the master is touched.
      *             Every entry applied is printed on the FACTMRR
      *             recovery report; an add whose key is already on
      *             file, or a rewrite or delete whose before image
      *             does not match the rebuilt entry, is applied and
      *             flagged as an exception.  Ends with condition
      *             code 4 when there were exceptions.
      * A fresh image copy should be taken after every recovery.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FACT-MASTER-FILE ASSIGN TO FACTMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MST-KEY
               FILE STATUS IS WS-MST-FILE-STATUS.
           SELECT FACT-BACKUP-FILE ASSIGN TO FACTMBK
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MBK-FILE-STATUS.
           SELECT FACT-JOURNAL-FILE ASSIGN TO FACTJNL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JNL-FILE-STATUS.
           SELECT FACT-RECOVERY-REPORT ASSIGN TO FACTMRR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MRR-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  FACT-MASTER-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY FACTMST.

       FD  FACT-BACKUP-FILE
           RECORD CONTAINS 81 CHARACTERS.
       01  BACKUP-RECORD.
           05 BKP-REC-TYPE         PIC X(1).
               88 BKP-IS-HEADER            VALUE 'H'.
               88 BKP-IS-DETAIL            VALUE 'D'.
               88 BKP-IS-TRAILER           VALUE 'T'.
           05 BKP-MASTER-IMAGE     PIC X(80).
       01  BACKUP-HEADER-RECORD.
           05 BKP-HDR-TYPE         PIC X(1).
           05 BKP-HDR-TIMESTAMP    PIC X(21).
           05 BKP-HDR-JOB-ID       PIC X(8).
           05 FILLER               PIC X(51).
       01  BACKUP-TRAILER-RECORD.
           05 BKP-TRL-TYPE         PIC X(1).
           05 BKP-TRL-RECORD-CNT   PIC 9(7).
           05 FILLER               PIC X(73).

       FD  FACT-JOURNAL-FILE
           RECORD CONTAINS 220 CHARACTERS.
       COPY FACTJNL.

       FD  FACT-RECOVERY-REPORT
           RECORD CONTAINS 132 CHARACTERS.
       01  RECOVERY-REPORT-RECORD    PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-MST-FILE-STATUS  PIC X(2)   VALUE SPACES.
       01 WS-MBK-FILE-STATUS  PIC X(2)   VALUE SPACES.
       01 WS-JNL-FILE-STATUS  PIC X(2)   VALUE SPACES.
       01 WS-MRR-FILE-STATUS  PIC X(2)   VALUE SPACES.
       01 WS-FUNCTION-CODE    PIC X(8)   VALUE SPACES.
           88 FUNCTION-IS-BACKUP         VALUE "BACKUP".
           88 FUNCTION-IS-RECOVER        VALUE "RECOVER".
       01 WS-JOB-ID           PIC X(8)   VALUE SPACES.
       01 WS-EOF-SWITCH       PIC X      VALUE 'N'.
           88 END-OF-FILE-REACHED        VALUE 'Y'.
       01 WS-ERROR-SWITCH     PIC X      VALUE 'N'.
           88 RECOVERY-ERROR             VALUE 'Y'.
       01 WS-TRAILER-SWITCH   PIC X      VALUE 'N'.
           88 IMAGE-TRAILER-FOUND        VALUE 'Y'.
       01 WS-MARKER-SWITCH    PIC X      VALUE 'N'.
           88 IMAGE-COPY-MARKER-FOUND    VALUE 'Y'.
       01 WS-POINT-SWITCH     PIC X      VALUE 'N'.
           88 RECOVERY-POINT-PASSED      VALUE 'Y'.
      * The image copy being recovered from, and the recovery point
      * compared on its first 8 or 14 characters against the
      * journal timestamps; a length of zero replays everything.
       01 WS-COPY-TIMESTAMP   PIC X(21)  VALUE SPACES.
       01 WS-COPY-JOB-ID      PIC X(8)   VALUE SPACES.
       01 WS-RECOVER-POINT    PIC X(14)  VALUE SPACES.
       01 WS-POINT-LENGTH     PIC 9(2)   VALUE ZEROS.
       01 WS-DATE-NUM         PIC 9(8)   VALUE ZEROS.
       01 WS-ENTRY-KEY.
           05 WS-ENTRY-TYPE       PIC X(1).
           05 WS-ENTRY-NUM        PIC X(3).
           05 WS-ENTRY-R          PIC X(3).
       01 WS-ACTION-TEXT      PIC X(7)   VALUE SPACES.
       01 WS-APPLY-NOTE       PIC X(32)  VALUE SPACES.
       01 WS-IMAGE-COUNT      PIC 9(7)   VALUE ZEROS.
       01 WS-TRAILER-COUNT    PIC 9(7)   VALUE ZEROS.
       01 WS-LOADED-COUNT     PIC 9(7)   VALUE ZEROS.
       01 WS-SKIPPED-COUNT    PIC 9(7)   VALUE ZEROS.
       01 WS-ADD-COUNT        PIC 9(7)   VALUE ZEROS.
       01 WS-REWRITE-COUNT    PIC 9(7)   VALUE ZEROS.
       01 WS-DELETE-COUNT     PIC 9(7)   VALUE ZEROS.
       01 WS-EXCEPTION-COUNT  PIC 9(7)   VALUE ZEROS.
       01 WS-UNAPPLIED-COUNT  PIC 9(7)   VALUE ZEROS.
       01 WS-MASTER-COUNT     PIC 9(7)   VALUE ZEROS.
       01 WS-COUNT-DSP        PIC ZZZ,ZZ9.
       01 WS-TOTAL-LABEL      PIC X(40)  VALUE SPACES.
       01 WS-LINE-COUNT       PIC 9(3)   VALUE ZEROS.
       01 WS-LINES-PER-PAGE   PIC 9(3)   VALUE 55.
       01 WS-PAGE-COUNT       PIC 9(3)   VALUE ZEROS.
       01 WS-PAGE-DISPLAY     PIC ZZ9.
       01 WS-REPORT-DATE      PIC X(8)   VALUE SPACES.

       PROCEDURE DIVISION.
       START-PROCEDURE.
           ACCEPT WS-FUNCTION-CODE FROM ENVIRONMENT "FACTFUNC"
           ACCEPT WS-JOB-ID FROM ENVIRONMENT "JOBID"
           IF WS-JOB-ID = SPACES
               MOVE "BATCH" TO WS-JOB-ID
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-REPORT-DATE
           MOVE 0 TO RETURN-CODE
           EVALUATE TRUE
               WHEN FUNCTION-IS-BACKUP
                   PERFORM TAKE-IMAGE-COPY
               WHEN FUNCTION-IS-RECOVER
                   PERFORM RECOVER-MASTER-FILE
               WHEN OTHER
                   DISPLAY "ERROR: FACTFUNC MUST BE BACKUP"
                       " OR RECOVER - JOB TERMINATED"
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE
           STOP RUN.

       TAKE-IMAGE-COPY.
           OPEN INPUT FACT-MASTER-FILE
           IF WS-MST-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: FACTMST NOT FOUND - JOB TERMINATED"
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN EXTEND FACT-JOURNAL-FILE
               IF WS-JNL-FILE-STATUS NOT = "00"
                   CLOSE FACT-JOURNAL-FILE
                   OPEN OUTPUT FACT-JOURNAL-FILE
               END-IF
               OPEN OUTPUT FACT-BACKUP-FILE
               IF WS-JNL-FILE-STATUS NOT = "00"
                   DISPLAY "ERROR: FACTJNL UNAVAILABLE - STATUS "
                       WS-JNL-FILE-STATUS " - JOB TERMINATED"
                   MOVE 8 TO RETURN-CODE
               ELSE
               IF WS-MBK-FILE-STATUS NOT = "00"
                   DISPLAY "ERROR: FACTMBK CANNOT BE OPENED - STATUS "
                       WS-MBK-FILE-STATUS " - JOB TERMINATED"
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM COPY-MASTER-FILE
               END-IF
               END-IF
               CLOSE FACT-MASTER-FILE
               CLOSE FACT-JOURNAL-FILE
               CLOSE FACT-BACKUP-FILE
           END-IF.

      * The journal entry marking the copy is written only once the
      * trailer is on FACTMBK, so a copy that did not finish can
      * never be matched up with the journal by a later recovery.
       COPY-MASTER-FILE.
           MOVE FUNCTION CURRENT-DATE TO WS-COPY-TIMESTAMP
           MOVE SPACES TO BACKUP-HEADER-RECORD
           MOVE 'H' TO BKP-HDR-TYPE
           MOVE WS-COPY-TIMESTAMP TO BKP-HDR-TIMESTAMP
           MOVE WS-JOB-ID TO BKP-HDR-JOB-ID
           WRITE BACKUP-HEADER-RECORD
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM UNTIL END-OF-FILE-REACHED
               READ FACT-MASTER-FILE NEXT RECORD
                   AT END SET END-OF-FILE-REACHED TO TRUE
                   NOT AT END PERFORM COPY-ONE-ENTRY
               END-READ
           END-PERFORM
           MOVE SPACES TO BACKUP-TRAILER-RECORD
           MOVE 'T' TO BKP-TRL-TYPE
           MOVE WS-IMAGE-COUNT TO BKP-TRL-RECORD-CNT
           WRITE BACKUP-TRAILER-RECORD
           MOVE SPACES TO JOURNAL-RECORD
           MOVE WS-COPY-TIMESTAMP TO JNL-TIMESTAMP
           SET JNL-IS-IMAGE-COPY TO TRUE
           MOVE "FactMastRcvProg" TO JNL-PROGRAM
           MOVE WS-JOB-ID TO JNL-JOB-ID
           WRITE JOURNAL-RECORD
           MOVE WS-IMAGE-COUNT TO WS-COUNT-DSP
           DISPLAY "MASTER ENTRIES COPIED: " WS-COUNT-DSP
           DISPLAY "IMAGE COPY TAKEN: " WS-COPY-TIMESTAMP(1:14).

       COPY-ONE-ENTRY.
           MOVE SPACES TO BACKUP-RECORD
           SET BKP-IS-DETAIL TO TRUE
           MOVE MASTER-RECORD TO BKP-MASTER-IMAGE
           WRITE BACKUP-RECORD
           ADD 1 TO WS-IMAGE-COUNT.

       RECOVER-MASTER-FILE.
           PERFORM EDIT-RECOVERY-POINT
           IF NOT RECOVERY-ERROR
               PERFORM CHECK-IMAGE-COPY
           END-IF
           IF NOT RECOVERY-ERROR
               PERFORM FIND-IMAGE-COPY-MARKER
           END-IF
           IF NOT RECOVERY-ERROR
               PERFORM RELOAD-IMAGE-COPY
           END-IF
           IF RECOVERY-ERROR
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN OUTPUT FACT-RECOVERY-REPORT
               PERFORM PRINT-RECOVERY-HEADING
               PERFORM REPLAY-JOURNAL
               PERFORM COUNT-MASTER-ENTRIES
               PERFORM PRINT-RECOVERY-TOTALS
               CLOSE FACT-RECOVERY-REPORT
               MOVE WS-LOADED-COUNT TO WS-COUNT-DSP
               DISPLAY "IMAGE COPY ENTRIES RELOADED: " WS-COUNT-DSP
               COMPUTE WS-COUNT-DSP = WS-ADD-COUNT + WS-REWRITE-COUNT
                   + WS-DELETE-COUNT
               DISPLAY "JOURNAL CHANGES APPLIED: " WS-COUNT-DSP
               MOVE WS-EXCEPTION-COUNT TO WS-COUNT-DSP
               DISPLAY "RECOVERY EXCEPTIONS: " WS-COUNT-DSP
               MOVE WS-MASTER-COUNT TO WS-COUNT-DSP
               DISPLAY "MASTER ENTRIES AFTER RECOVERY: " WS-COUNT-DSP
               IF WS-EXCEPTION-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       EDIT-RECOVERY-POINT.
           ACCEPT WS-RECOVER-POINT FROM ENVIRONMENT "FACTRCVTO"
           EVALUATE TRUE
               WHEN WS-RECOVER-POINT = SPACES
                   MOVE 0 TO WS-POINT-LENGTH
               WHEN WS-RECOVER-POINT(9:6) = SPACES
                       AND WS-RECOVER-POINT(1:8) IS NUMERIC
                   MOVE 8 TO WS-POINT-LENGTH
               WHEN WS-RECOVER-POINT IS NUMERIC
                   MOVE 14 TO WS-POINT-LENGTH
               WHEN OTHER
                   SET RECOVERY-ERROR TO TRUE
           END-EVALUATE
           IF NOT RECOVERY-ERROR AND WS-POINT-LENGTH > 0
               MOVE WS-RECOVER-POINT(1:8) TO WS-DATE-NUM
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-NUM) NOT = 0
                   SET RECOVERY-ERROR TO TRUE
               END-IF
           END-IF
           IF RECOVERY-ERROR
               DISPLAY "ERROR: FACTRCVTO MUST BE YYYYMMDD OR"
                   " YYYYMMDDHHMMSS - JOB TERMINATED"
           END-IF.

      * The whole image copy is read once before the master is
      * emptied: it must open with a header and close with a
      * trailer whose count agrees with the entries between them.
       CHECK-IMAGE-COPY.
           OPEN INPUT FACT-BACKUP-FILE
           IF WS-MBK-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: FACTMBK NOT FOUND - JOB TERMINATED"
               SET RECOVERY-ERROR TO TRUE
           ELSE
               MOVE 'N' TO WS-EOF-SWITCH
               READ FACT-BACKUP-FILE
                   AT END SET END-OF-FILE-REACHED TO TRUE
               END-READ
               IF END-OF-FILE-REACHED OR NOT BKP-IS-HEADER
                   DISPLAY "ERROR: FACTMBK HAS NO IMAGE COPY HEADER"
                       " - JOB TERMINATED"
                   SET RECOVERY-ERROR TO TRUE
               ELSE
                   MOVE BKP-HDR-TIMESTAMP TO WS-COPY-TIMESTAMP
                   MOVE BKP-HDR-JOB-ID TO WS-COPY-JOB-ID
                   PERFORM UNTIL END-OF-FILE-REACHED
                       READ FACT-BACKUP-FILE
                           AT END SET END-OF-FILE-REACHED TO TRUE
                           NOT AT END PERFORM CHECK-IMAGE-RECORD
                       END-READ
                   END-PERFORM
                   IF NOT IMAGE-TRAILER-FOUND
                           OR WS-TRAILER-COUNT NOT = WS-IMAGE-COUNT
                       DISPLAY "ERROR: FACTMBK IMAGE COPY INCOMPLETE"
                           " - JOB TERMINATED"
                       SET RECOVERY-ERROR TO TRUE
                   END-IF
               END-IF
               CLOSE FACT-BACKUP-FILE
           END-IF
           IF NOT RECOVERY-ERROR AND WS-POINT-LENGTH > 0
               IF WS-RECOVER-POINT(1:WS-POINT-LENGTH)
                       < WS-COPY-TIMESTAMP(1:WS-POINT-LENGTH)
                   DISPLAY "ERROR: FACTRCVTO " WS-RECOVER-POINT
                       " PRECEDES THE IMAGE COPY TAKEN "
                       WS-COPY-TIMESTAMP(1:14) " - JOB TERMINATED"
                   SET RECOVERY-ERROR TO TRUE
               END-IF
           END-IF.

       CHECK-IMAGE-RECORD.
           EVALUATE TRUE
               WHEN IMAGE-TRAILER-FOUND
                   MOVE 'N' TO WS-TRAILER-SWITCH
               WHEN BKP-IS-DETAIL
                   ADD 1 TO WS-IMAGE-COUNT
               WHEN BKP-IS-TRAILER
                   SET IMAGE-TRAILER-FOUND TO TRUE
                   MOVE BKP-TRL-RECORD-CNT TO WS-TRAILER-COUNT
               WHEN OTHER
                   SET END-OF-FILE-REACHED TO TRUE
           END-EVALUATE.

      * Recovery replays only the journal entries written after the
      * image copy, so the journal must hold the entry the BACKUP
      * function wrote when it took this copy.
       FIND-IMAGE-COPY-MARKER.
           OPEN INPUT FACT-JOURNAL-FILE
           IF WS-JNL-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: FACTJNL NOT FOUND - JOB TERMINATED"
               SET RECOVERY-ERROR TO TRUE
           ELSE
               PERFORM SKIP-TO-IMAGE-COPY
               CLOSE FACT-JOURNAL-FILE
               IF NOT IMAGE-COPY-MARKER-FOUND
                   DISPLAY "ERROR: IMAGE COPY TAKEN "
                       WS-COPY-TIMESTAMP(1:14)
                       " NOT ON FACTJNL - JOB TERMINATED"
                   SET RECOVERY-ERROR TO TRUE
               END-IF
           END-IF.

       SKIP-TO-IMAGE-COPY.
           MOVE 'N' TO WS-EOF-SWITCH
           MOVE 'N' TO WS-MARKER-SWITCH
           MOVE 0 TO WS-SKIPPED-COUNT
           PERFORM UNTIL END-OF-FILE-REACHED
                   OR IMAGE-COPY-MARKER-FOUND
               READ FACT-JOURNAL-FILE
                   AT END SET END-OF-FILE-REACHED TO TRUE
                   NOT AT END
                       IF JNL-IS-IMAGE-COPY
                               AND JNL-TIMESTAMP = WS-COPY-TIMESTAMP
                           SET IMAGE-COPY-MARKER-FOUND TO TRUE
                       ELSE
                           ADD 1 TO WS-SKIPPED-COUNT
                       END-IF
               END-READ
           END-PERFORM.

       RELOAD-IMAGE-COPY.
           OPEN OUTPUT FACT-MASTER-FILE
           IF WS-MST-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: FACTMST CANNOT BE REBUILT - STATUS "
                   WS-MST-FILE-STATUS " - JOB TERMINATED"
               SET RECOVERY-ERROR TO TRUE
           ELSE
               OPEN INPUT FACT-BACKUP-FILE
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM UNTIL END-OF-FILE-REACHED
                   READ FACT-BACKUP-FILE
                       AT END SET END-OF-FILE-REACHED TO TRUE
                       NOT AT END
                           IF BKP-IS-DETAIL
                               MOVE BKP-MASTER-IMAGE TO MASTER-RECORD
                               WRITE MASTER-RECORD
                               END-WRITE
                               ADD 1 TO WS-LOADED-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FACT-BACKUP-FILE
               CLOSE FACT-MASTER-FILE
           END-IF.

       REPLAY-JOURNAL.
           OPEN I-O FACT-MASTER-FILE
           OPEN INPUT FACT-JOURNAL-FILE
           PERFORM SKIP-TO-IMAGE-COPY
           MOVE 'N' TO WS-POINT-SWITCH
           PERFORM UNTIL END-OF-FILE-REACHED
                   OR RECOVERY-POINT-PASSED
               READ FACT-JOURNAL-FILE
                   AT END SET END-OF-FILE-REACHED TO TRUE
                   NOT AT END PERFORM APPLY-JOURNAL-ENTRY
               END-READ
           END-PERFORM
           CLOSE FACT-JOURNAL-FILE
           CLOSE FACT-MASTER-FILE.

      * The journal is written in time order, so the first entry
      * past the recovery point ends the replay; it and everything
      * after it are counted but not applied.
       APPLY-JOURNAL-ENTRY.
           IF WS-POINT-LENGTH > 0
                   AND JNL-TIMESTAMP(1:WS-POINT-LENGTH)
                       > WS-RECOVER-POINT(1:WS-POINT-LENGTH)
               SET RECOVERY-POINT-PASSED TO TRUE
               ADD 1 TO WS-UNAPPLIED-COUNT
               PERFORM UNTIL END-OF-FILE-REACHED
                   READ FACT-JOURNAL-FILE
                       AT END SET END-OF-FILE-REACHED TO TRUE
                       NOT AT END ADD 1 TO WS-UNAPPLIED-COUNT
                   END-READ
               END-PERFORM
           ELSE
               MOVE "APPLIED" TO WS-APPLY-NOTE
               MOVE SPACES TO WS-ENTRY-KEY
               EVALUATE TRUE
                   WHEN JNL-IS-ADD
                       MOVE "ADD" TO WS-ACTION-TEXT
                       MOVE JNL-AFTER-IMAGE(1:7) TO WS-ENTRY-KEY
                       PERFORM APPLY-JOURNAL-ADD
                   WHEN JNL-IS-REWRITE
                       MOVE "REWRITE" TO WS-ACTION-TEXT
                       MOVE JNL-AFTER-IMAGE(1:7) TO WS-ENTRY-KEY
                       PERFORM APPLY-JOURNAL-REWRITE
                   WHEN JNL-IS-DELETE
                       MOVE "DELETE" TO WS-ACTION-TEXT
                       MOVE JNL-BEFORE-IMAGE(1:7) TO WS-ENTRY-KEY
                       PERFORM APPLY-JOURNAL-DELETE
                   WHEN JNL-IS-IMAGE-COPY
                       MOVE "COPY" TO WS-ACTION-TEXT
                       MOVE "LATER IMAGE COPY - NOT USED"
                           TO WS-APPLY-NOTE
                   WHEN OTHER
                       MOVE JNL-ACTION TO WS-ACTION-TEXT
                       MOVE "UNKNOWN ACTION - NOT APPLIED"
                           TO WS-APPLY-NOTE
                       ADD 1 TO WS-EXCEPTION-COUNT
               END-EVALUATE
               PERFORM PRINT-APPLIED-ENTRY
           END-IF.

       APPLY-JOURNAL-ADD.
           ADD 1 TO WS-ADD-COUNT
           MOVE JNL-AFTER-IMAGE TO MASTER-RECORD
           WRITE MASTER-RECORD
               INVALID KEY
                   MOVE JNL-AFTER-IMAGE TO MASTER-RECORD
                   REWRITE MASTER-RECORD
                   END-REWRITE
                   MOVE "KEY ALREADY ON FILE - REWRITTEN"
                       TO WS-APPLY-NOTE
                   ADD 1 TO WS-EXCEPTION-COUNT
           END-WRITE.

       APPLY-JOURNAL-REWRITE.
           ADD 1 TO WS-REWRITE-COUNT
           MOVE JNL-AFTER-IMAGE TO MASTER-RECORD
           READ FACT-MASTER-FILE
               INVALID KEY
                   MOVE JNL-AFTER-IMAGE TO MASTER-RECORD
                   WRITE MASTER-RECORD
                   END-WRITE
                   MOVE "NOT ON FILE - ADDED" TO WS-APPLY-NOTE
                   ADD 1 TO WS-EXCEPTION-COUNT
               NOT INVALID KEY
                   IF MASTER-RECORD NOT = JNL-BEFORE-IMAGE
                       MOVE "BEFORE IMAGE MISMATCH - REWRITTEN"
                           TO WS-APPLY-NOTE
                       ADD 1 TO WS-EXCEPTION-COUNT
                   END-IF
                   MOVE JNL-AFTER-IMAGE TO MASTER-RECORD
                   REWRITE MASTER-RECORD
                   END-REWRITE
           END-READ.

       APPLY-JOURNAL-DELETE.
           ADD 1 TO WS-DELETE-COUNT
           MOVE JNL-BEFORE-IMAGE TO MASTER-RECORD
           READ FACT-MASTER-FILE
               INVALID KEY
                   MOVE "NOT ON FILE - NOTHING DELETED"
                       TO WS-APPLY-NOTE
                   ADD 1 TO WS-EXCEPTION-COUNT
               NOT INVALID KEY
                   IF MASTER-RECORD NOT = JNL-BEFORE-IMAGE
                       MOVE "BEFORE IMAGE MISMATCH - DELETED"
                           TO WS-APPLY-NOTE
                       ADD 1 TO WS-EXCEPTION-COUNT
                   END-IF
                   DELETE FACT-MASTER-FILE
                   END-DELETE
           END-READ.

       COUNT-MASTER-ENTRIES.
           OPEN INPUT FACT-MASTER-FILE
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM UNTIL END-OF-FILE-REACHED
               READ FACT-MASTER-FILE NEXT RECORD
                   AT END SET END-OF-FILE-REACHED TO TRUE
                   NOT AT END ADD 1 TO WS-MASTER-COUNT
               END-READ
           END-PERFORM
           CLOSE FACT-MASTER-FILE.

       PRINT-APPLIED-ENTRY.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM PRINT-RECOVERY-HEADING
           END-IF
           MOVE SPACES TO RECOVERY-REPORT-RECORD
           STRING JNL-TIMESTAMP(1:14) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-ACTION-TEXT DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               JNL-PROGRAM DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               JNL-JOB-ID DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-ENTRY-TYPE DELIMITED BY SIZE
               "     " DELIMITED BY SIZE
               WS-ENTRY-NUM DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-ENTRY-R DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-APPLY-NOTE DELIMITED BY SIZE
               INTO RECOVERY-REPORT-RECORD
           END-STRING
           WRITE RECOVERY-REPORT-RECORD AFTER ADVANCING 1 LINE
           ADD 1 TO WS-LINE-COUNT.

       PRINT-RECOVERY-HEADING.
           ADD 1 TO WS-PAGE-COUNT
           MOVE WS-PAGE-COUNT TO WS-PAGE-DISPLAY
           MOVE SPACES TO RECOVERY-REPORT-RECORD
           STRING "RESULTS MASTER RECOVERY   RUN DATE: "
                   DELIMITED BY SIZE
               WS-REPORT-DATE DELIMITED BY SIZE
               "   PAGE " DELIMITED BY SIZE
               WS-PAGE-DISPLAY DELIMITED BY SIZE
               INTO RECOVERY-REPORT-RECORD
           END-STRING
           WRITE RECOVERY-REPORT-RECORD AFTER ADVANCING PAGE
           MOVE SPACES TO RECOVERY-REPORT-RECORD
           IF WS-POINT-LENGTH = 0
               STRING "IMAGE COPY TAKEN: " DELIMITED BY SIZE
                   WS-COPY-TIMESTAMP(1:14) DELIMITED BY SIZE
                   " JOB " DELIMITED BY SIZE
                   WS-COPY-JOB-ID DELIMITED BY SIZE
                   "   RECOVERY POINT: END OF JOURNAL"
                       DELIMITED BY SIZE
                   INTO RECOVERY-REPORT-RECORD
               END-STRING
           ELSE
               STRING "IMAGE COPY TAKEN: " DELIMITED BY SIZE
                   WS-COPY-TIMESTAMP(1:14) DELIMITED BY SIZE
                   " JOB " DELIMITED BY SIZE
                   WS-COPY-JOB-ID DELIMITED BY SIZE
                   "   RECOVERY POINT: " DELIMITED BY SIZE
                   WS-RECOVER-POINT DELIMITED BY SIZE
                   INTO RECOVERY-REPORT-RECORD
               END-STRING
           END-IF
           WRITE RECOVERY-REPORT-RECORD AFTER ADVANCING 1 LINE
           MOVE SPACES TO RECOVERY-REPORT-RECORD
           STRING "TIMESTAMP       ACTION   PROGRAM           JOB ID"
                   "    TYPE   N    R    RESULT" DELIMITED BY SIZE
               INTO RECOVERY-REPORT-RECORD
           END-STRING
           WRITE RECOVERY-REPORT-RECORD AFTER ADVANCING 2 LINES
           MOVE 4 TO WS-LINE-COUNT.

       PRINT-RECOVERY-TOTALS.
           MOVE "IMAGE COPY ENTRIES RELOADED:" TO WS-TOTAL-LABEL
           MOVE WS-LOADED-COUNT TO WS-COUNT-DSP
           PERFORM PRINT-TOTAL-LINE
           MOVE "JOURNAL ENTRIES BEFORE IMAGE COPY:"
               TO WS-TOTAL-LABEL
           MOVE WS-SKIPPED-COUNT TO WS-COUNT-DSP
           PERFORM PRINT-TOTAL-LINE
           MOVE "ADDS APPLIED:" TO WS-TOTAL-LABEL
           MOVE WS-ADD-COUNT TO WS-COUNT-DSP
           PERFORM PRINT-TOTAL-LINE
           MOVE "REWRITES APPLIED:" TO WS-TOTAL-LABEL
           MOVE WS-REWRITE-COUNT TO WS-COUNT-DSP
           PERFORM PRINT-TOTAL-LINE
           MOVE "DELETES APPLIED:" TO WS-TOTAL-LABEL
           MOVE WS-DELETE-COUNT TO WS-COUNT-DSP
           PERFORM PRINT-TOTAL-LINE
           MOVE "EXCEPTIONS:" TO WS-TOTAL-LABEL
           MOVE WS-EXCEPTION-COUNT TO WS-COUNT-DSP
           PERFORM PRINT-TOTAL-LINE
           MOVE "JOURNAL ENTRIES AFTER RECOVERY POINT:"
               TO WS-TOTAL-LABEL
           MOVE WS-UNAPPLIED-COUNT TO WS-COUNT-DSP
           PERFORM PRINT-TOTAL-LINE
           MOVE "MASTER ENTRIES AFTER RECOVERY:" TO WS-TOTAL-LABEL
           MOVE WS-MASTER-COUNT TO WS-COUNT-DSP
           PERFORM PRINT-TOTAL-LINE.

       PRINT-TOTAL-LINE.
           MOVE SPACES TO RECOVERY-REPORT-RECORD
           STRING WS-TOTAL-LABEL DELIMITED BY SIZE
               WS-COUNT-DSP DELIMITED BY SIZE
               INTO RECOVERY-REPORT-RECORD
           END-STRING
           IF WS-TOTAL-LABEL(1:10) = "IMAGE COPY"
               WRITE RECOVERY-REPORT-RECORD AFTER ADVANCING 2 LINES
           ELSE
               WRITE RECOVERY-REPORT-RECORD AFTER ADVANCING 1 LINE
           END-IF.
