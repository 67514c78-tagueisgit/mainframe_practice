       IDENTIFICATION DIVISION.
       PROGRAM-ID. FactMastApprProg.
      *****************************************************************
      * FACTMAPR - approval step for FACTMST results master changes
      * staged on FACTPND by FactMastProg (LOAD, PURGE) and
      * FactMastVerProg (quarantine deletes).  The second operator
      * runs it with their own operator id in the FACTOPER
      * environment variable and the id of the change set they
      * approved from the FACTMPV preview in FACTAPPR.  The set is
      * refused, and the master not touched, when:
      *   - FACTPND holds a different set, or one already applied
      *     or rejected
      *   - the approving operator is the one who prepared the set
      *   - the set is stale: FACTJNL shows the master has changed
      *     since the set was staged, or an entry the set adds is
      *     now on file or an entry it rewrites or deletes no longer
      *     matches the image staged with it
      *   - the set is incomplete: its trailer is missing or does
      *     not agree with the changes on file
      * A stale or incomplete set is marked rejected on FACTPND and
      * must be staged again.  An approved set is applied in full,
      * every add, rewrite and delete journaled to FACTJNL with its
      * before and after images, the JOBID environment variable and
      * the approving operator, and the set is marked applied.  The
      * FACTMAR approval report lists every change applied, or
      * every stale change and the reason the set was refused.
      * Ends with condition code 8 when the set is not applied.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FACT-MASTER-FILE ASSIGN TO FACTMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MST-KEY
               FILE STATUS IS WS-MST-FILE-STATUS.
           SELECT FACT-PENDING-FILE ASSIGN TO FACTPND
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PND-FILE-STATUS.
           SELECT FACT-JOURNAL-FILE ASSIGN TO FACTJNL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JNL-FILE-STATUS.
           SELECT FACT-APPROVAL-REPORT ASSIGN TO FACTMAR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MAR-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  FACT-MASTER-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY FACTMST.

       FD  FACT-PENDING-FILE
           RECORD CONTAINS 180 CHARACTERS.
       COPY FACTPND.

       FD  FACT-JOURNAL-FILE
           RECORD CONTAINS 220 CHARACTERS.
       COPY FACTJNL.

       FD  FACT-APPROVAL-REPORT
           RECORD CONTAINS 132 CHARACTERS.
       01  APPROVAL-REPORT-RECORD    PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-MST-FILE-STATUS  PIC X(2)   VALUE SPACES.
       01 WS-PND-FILE-STATUS  PIC X(2)   VALUE SPACES.
       01 WS-JNL-FILE-STATUS  PIC X(2)   VALUE SPACES.
       01 WS-MAR-FILE-STATUS  PIC X(2)   VALUE SPACES.
       01 WS-JOB-ID           PIC X(8)   VALUE SPACES.
       01 WS-APPROVER-ID      PIC X(8)   VALUE SPACES.
       01 WS-APPROVED-SET     PIC X(14)  VALUE SPACES.
       01 WS-EOF-SWITCH       PIC X      VALUE 'N'.
           88 END-OF-FILE-REACHED        VALUE 'Y'.
       01 WS-ERROR-SWITCH     PIC X      VALUE 'N'.
           88 APPROVAL-ERROR             VALUE 'Y'.
       01 WS-REJECT-SWITCH    PIC X      VALUE 'N'.
           88 SET-REJECTED               VALUE 'Y'.
       01 WS-APPLIED-SWITCH   PIC X      VALUE 'N'.
           88 SET-APPLIED                VALUE 'Y'.
       01 WS-TRAILER-SWITCH   PIC X      VALUE 'N'.
           88 SET-TRAILER-FOUND          VALUE 'Y'.
       01 WS-REPORT-SWITCH    PIC X      VALUE 'N'.
           88 REPORT-IS-OPEN             VALUE 'Y'.
       01 WS-MST-OPEN-SWITCH  PIC X      VALUE 'N'.
           88 MASTER-IS-ON-FILE          VALUE 'Y'.
       01 WS-FOUND-SWITCH     PIC X      VALUE 'N'.
           88 ENTRY-IS-ON-FILE           VALUE 'Y'.
       01 WS-REJECT-REASON    PIC X(60)  VALUE SPACES.
      * The change set as staged, from its FACTPND header.
       01 WS-SET-ID           PIC X(14)  VALUE SPACES.
       01 WS-SET-FUNCTION     PIC X(8)   VALUE SPACES.
       01 WS-SET-PROGRAM      PIC X(16)  VALUE SPACES.
       01 WS-SET-PREPARER     PIC X(8)   VALUE SPACES.
       01 WS-SET-JOB-ID       PIC X(8)   VALUE SPACES.
       01 WS-SET-STATUS       PIC X      VALUE SPACE.
           88 SET-IS-PENDING             VALUE 'P'.
           88 SET-IS-APPLIED             VALUE 'A'.
       01 WS-SET-JNL-COUNT    PIC 9(9)   VALUE ZEROS.
       01 WS-SET-JNL-LAST     PIC X(21)  VALUE SPACES.
       01 WS-MARK-STATUS      PIC X      VALUE SPACE.
      * The master's position on the change journal now.
       01 WS-JNL-EOF-SWITCH   PIC X      VALUE 'N'.
           88 END-OF-JOURNAL             VALUE 'Y'.
       01 WS-JNL-CHANGE-CNT   PIC 9(9)   VALUE ZEROS.
       01 WS-JNL-LAST-TIME    PIC X(21)  VALUE SPACES.
       01 WS-JNL-COUNT-DSP    PIC ZZZ,ZZZ,ZZ9.
       01 WS-SET-COUNT-DSP    PIC ZZZ,ZZZ,ZZ9.
       01 WS-BEFORE-IMAGE     PIC X(80)  VALUE SPACES.
       01 WS-AFTER-IMAGE      PIC X(80)  VALUE SPACES.
       01 WS-JNL-ACTION       PIC X      VALUE SPACES.
       01 WS-ENTRY-KEY.
           05 WS-ENTRY-TYPE       PIC X(1).
           05 WS-ENTRY-NUM        PIC X(3).
           05 WS-ENTRY-R          PIC X(3).
       01 WS-ACTION-TEXT      PIC X(7)   VALUE SPACES.
       01 WS-APPLY-NOTE       PIC X(36)  VALUE SPACES.
       01 WS-CHANGE-COUNT     PIC 9(7)   VALUE ZEROS.
       01 WS-SET-ADDS         PIC 9(7)   VALUE ZEROS.
       01 WS-SET-REWRITES     PIC 9(7)   VALUE ZEROS.
       01 WS-SET-DELETES      PIC 9(7)   VALUE ZEROS.
       01 WS-TRL-CHANGE-CNT   PIC 9(7)   VALUE ZEROS.
       01 WS-TRL-ADD-CNT      PIC 9(7)   VALUE ZEROS.
       01 WS-TRL-REWRITE-CNT  PIC 9(7)   VALUE ZEROS.
       01 WS-TRL-DELETE-CNT   PIC 9(7)   VALUE ZEROS.
       01 WS-BAD-RECORD-CNT   PIC 9(7)   VALUE ZEROS.
       01 WS-STALE-COUNT      PIC 9(7)   VALUE ZEROS.
       01 WS-ADD-COUNT        PIC 9(7)   VALUE ZEROS.
       01 WS-REWRITE-COUNT    PIC 9(7)   VALUE ZEROS.
       01 WS-DELETE-COUNT     PIC 9(7)   VALUE ZEROS.
       01 WS-EXCEPTION-COUNT  PIC 9(7)   VALUE ZEROS.
       01 WS-COUNT-DSP        PIC ZZZ,ZZ9.
       01 WS-TOTAL-LABEL      PIC X(40)  VALUE SPACES.
       01 WS-LINE-COUNT       PIC 9(3)   VALUE ZEROS.
       01 WS-LINES-PER-PAGE   PIC 9(3)   VALUE 55.
       01 WS-PAGE-COUNT       PIC 9(3)   VALUE ZEROS.
       01 WS-PAGE-DISPLAY     PIC ZZ9.
       01 WS-REPORT-DATE      PIC X(8)   VALUE SPACES.

       PROCEDURE DIVISION.
       START-PROCEDURE.
           ACCEPT WS-JOB-ID FROM ENVIRONMENT "JOBID"
           IF WS-JOB-ID = SPACES
               MOVE "BATCH" TO WS-JOB-ID
           END-IF
           ACCEPT WS-APPROVER-ID FROM ENVIRONMENT "FACTOPER"
           ACCEPT WS-APPROVED-SET FROM ENVIRONMENT "FACTAPPR"
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-REPORT-DATE
           MOVE 0 TO RETURN-CODE
           PERFORM EDIT-APPROVAL-CONTROLS
           IF NOT APPROVAL-ERROR
               PERFORM READ-CHANGE-SET-HEADER
           END-IF
           IF NOT APPROVAL-ERROR
               OPEN OUTPUT FACT-APPROVAL-REPORT
               SET REPORT-IS-OPEN TO TRUE
               PERFORM PRINT-APPROVAL-HEADING
               PERFORM CHECK-APPROVAL-AUTHORITY
           END-IF
           IF NOT APPROVAL-ERROR
               PERFORM CHECK-JOURNAL-POSITION
           END-IF
      * A set the journal already shows to be stale is still
      * checked key by key, so the report shows what moved.
           IF NOT APPROVAL-ERROR
               PERFORM VERIFY-CHANGE-SET
           END-IF
           IF NOT APPROVAL-ERROR AND NOT SET-REJECTED
               PERFORM APPLY-CHANGE-SET
           END-IF
           IF SET-REJECTED
               MOVE 'X' TO WS-MARK-STATUS
               PERFORM MARK-CHANGE-SET
           END-IF
           IF REPORT-IS-OPEN
               PERFORM PRINT-APPROVAL-TOTALS
               CLOSE FACT-APPROVAL-REPORT
           END-IF
           IF SET-APPLIED
               COMPUTE WS-COUNT-DSP = WS-ADD-COUNT + WS-REWRITE-COUNT
                   + WS-DELETE-COUNT
               DISPLAY "CHANGE SET " WS-SET-ID " APPLIED - CHANGES: "
                   WS-COUNT-DSP
           ELSE
               IF SET-REJECTED
                   DISPLAY "CHANGE SET " WS-SET-ID " REJECTED - "
                       WS-REJECT-REASON
               END-IF
               DISPLAY "MASTER NOT CHANGED"
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

       EDIT-APPROVAL-CONTROLS.
           IF WS-APPROVER-ID = SPACES
               DISPLAY "ERROR: FACTOPER OPERATOR ID REQUIRED TO"
                   " APPROVE MASTER CHANGES - JOB TERMINATED"
               SET APPROVAL-ERROR TO TRUE
           ELSE
           IF WS-APPROVED-SET = SPACES
               DISPLAY "ERROR: FACTAPPR CHANGE SET ID NOT SUPPLIED"
                   " - JOB TERMINATED"
               SET APPROVAL-ERROR TO TRUE
           END-IF
           END-IF.

       READ-CHANGE-SET-HEADER.
           OPEN INPUT FACT-PENDING-FILE
           IF WS-PND-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: FACTPND NOT FOUND - JOB TERMINATED"
               SET APPROVAL-ERROR TO TRUE
           ELSE
               MOVE 'N' TO WS-EOF-SWITCH
               READ FACT-PENDING-FILE
                   AT END SET END-OF-FILE-REACHED TO TRUE
               END-READ
               IF END-OF-FILE-REACHED OR NOT PND-IS-HEADER
                   DISPLAY "ERROR: FACTPND HAS NO CHANGE SET HEADER"
                       " - JOB TERMINATED"
                   SET APPROVAL-ERROR TO TRUE
               ELSE
                   MOVE PNH-SET-ID TO WS-SET-ID
                   MOVE PNH-FUNCTION TO WS-SET-FUNCTION
                   MOVE PNH-PROGRAM TO WS-SET-PROGRAM
                   MOVE PNH-PREPARER TO WS-SET-PREPARER
                   MOVE PNH-JOB-ID TO WS-SET-JOB-ID
                   MOVE PNH-STATUS TO WS-SET-STATUS
                   MOVE PNH-JNL-COUNT TO WS-SET-JNL-COUNT
                   MOVE PNH-JNL-LAST-TIME TO WS-SET-JNL-LAST
               END-IF
               CLOSE FACT-PENDING-FILE
           END-IF.

      * Refusals here leave the set as it is on FACTPND - the right
      * operator may still approve the right set.
       CHECK-APPROVAL-AUTHORITY.
           EVALUATE TRUE
               WHEN WS-SET-ID NOT = WS-APPROVED-SET
                   MOVE SPACES TO WS-REJECT-REASON
                   STRING "FACTPND HOLDS CHANGE SET " DELIMITED BY SIZE
                       WS-SET-ID DELIMITED BY SIZE
                       ", NOT " DELIMITED BY SIZE
                       WS-APPROVED-SET DELIMITED BY SIZE
                       INTO WS-REJECT-REASON
                   END-STRING
                   SET APPROVAL-ERROR TO TRUE
               WHEN SET-IS-APPLIED
                   MOVE "CHANGE SET ALREADY APPLIED"
                       TO WS-REJECT-REASON
                   SET APPROVAL-ERROR TO TRUE
               WHEN NOT SET-IS-PENDING
                   MOVE "CHANGE SET ALREADY REJECTED - STAGE IT AGAIN"
                       TO WS-REJECT-REASON
                   SET APPROVAL-ERROR TO TRUE
               WHEN WS-APPROVER-ID = WS-SET-PREPARER
                   MOVE "APPROVER IS THE OPERATOR WHO PREPARED THE SET"
                       TO WS-REJECT-REASON
                   SET APPROVAL-ERROR TO TRUE
           END-EVALUATE
           IF APPROVAL-ERROR
               DISPLAY "ERROR: " WS-REJECT-REASON
                   " - JOB TERMINATED"
               PERFORM PRINT-REFUSAL-LINE
           END-IF.

      * Any master change journaled since the set was staged makes
      * it stale, whether or not it touched a key in the set.
      * Image copies do not change the master and are not counted.
       CHECK-JOURNAL-POSITION.
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
                   MOVE SPACES TO WS-REJECT-REASON
                   STRING "FACTJNL UNAVAILABLE - STATUS "
                           DELIMITED BY SIZE
                       WS-JNL-FILE-STATUS DELIMITED BY SIZE
                       INTO WS-REJECT-REASON
                   END-STRING
                   DISPLAY "ERROR: " WS-REJECT-REASON
                       " - JOB TERMINATED"
                   SET APPROVAL-ERROR TO TRUE
                   PERFORM PRINT-REFUSAL-LINE
               END-IF
           END-IF
           IF NOT APPROVAL-ERROR
               IF WS-JNL-CHANGE-CNT NOT = WS-SET-JNL-COUNT
                       OR WS-JNL-LAST-TIME NOT = WS-SET-JNL-LAST
                   MOVE WS-JNL-CHANGE-CNT TO WS-JNL-COUNT-DSP
                   MOVE WS-SET-JNL-COUNT TO WS-SET-COUNT-DSP
                   MOVE SPACES TO WS-REJECT-REASON
                   STRING "MASTER CHANGED SINCE PREVIEW - JOURNAL "
                           DELIMITED BY SIZE
                       WS-SET-COUNT-DSP DELIMITED BY SIZE
                       " NOW" DELIMITED BY SIZE
                       WS-JNL-COUNT-DSP DELIMITED BY SIZE
                       INTO WS-REJECT-REASON
                   END-STRING
                   SET SET-REJECTED TO TRUE
                   PERFORM PRINT-REFUSAL-LINE
               END-IF
           END-IF.

      * First pass over the set: nothing is applied unless every
      * change still fits the master exactly as it was previewed
      * and the trailer accounts for every change.
       VERIFY-CHANGE-SET.
           MOVE 'N' TO WS-MST-OPEN-SWITCH
           OPEN INPUT FACT-MASTER-FILE
           IF WS-MST-FILE-STATUS = "00"
               SET MASTER-IS-ON-FILE TO TRUE
           END-IF
           OPEN INPUT FACT-PENDING-FILE
           MOVE 'N' TO WS-EOF-SWITCH
           READ FACT-PENDING-FILE
               AT END SET END-OF-FILE-REACHED TO TRUE
           END-READ
           PERFORM UNTIL END-OF-FILE-REACHED
               READ FACT-PENDING-FILE
                   AT END SET END-OF-FILE-REACHED TO TRUE
                   NOT AT END PERFORM VERIFY-PENDING-RECORD
               END-READ
           END-PERFORM
           CLOSE FACT-PENDING-FILE
           IF MASTER-IS-ON-FILE
               CLOSE FACT-MASTER-FILE
           END-IF
           IF NOT SET-TRAILER-FOUND
                   OR WS-BAD-RECORD-CNT > 0
                   OR WS-TRL-CHANGE-CNT NOT = WS-CHANGE-COUNT
                   OR WS-TRL-ADD-CNT NOT = WS-SET-ADDS
                   OR WS-TRL-REWRITE-CNT NOT = WS-SET-REWRITES
                   OR WS-TRL-DELETE-CNT NOT = WS-SET-DELETES
               MOVE "CHANGE SET INCOMPLETE - TRAILER DOES NOT AGREE"
                   TO WS-REJECT-REASON
               SET SET-REJECTED TO TRUE
               PERFORM PRINT-REFUSAL-LINE
           ELSE
           IF WS-STALE-COUNT > 0
               MOVE "MASTER CHANGED SINCE PREVIEW - STALE CHANGES"
                   TO WS-REJECT-REASON
               SET SET-REJECTED TO TRUE
               PERFORM PRINT-REFUSAL-LINE
           END-IF
           END-IF.

       VERIFY-PENDING-RECORD.
           EVALUATE TRUE
               WHEN SET-TRAILER-FOUND
                   ADD 1 TO WS-BAD-RECORD-CNT
               WHEN PND-IS-CHANGE
                   ADD 1 TO WS-CHANGE-COUNT
                   PERFORM VERIFY-ONE-CHANGE
               WHEN PND-IS-TRAILER
                   SET SET-TRAILER-FOUND TO TRUE
                   MOVE PNT-CHANGE-CNT TO WS-TRL-CHANGE-CNT
                   MOVE PNT-ADD-CNT TO WS-TRL-ADD-CNT
                   MOVE PNT-REWRITE-CNT TO WS-TRL-REWRITE-CNT
                   MOVE PNT-DELETE-CNT TO WS-TRL-DELETE-CNT
               WHEN OTHER
                   ADD 1 TO WS-BAD-RECORD-CNT
           END-EVALUATE.

       VERIFY-ONE-CHANGE.
           MOVE SPACES TO WS-APPLY-NOTE
           PERFORM SET-CHANGE-KEY
           EVALUATE TRUE
               WHEN PND-IS-ADD
                   ADD 1 TO WS-SET-ADDS
                   PERFORM LOOK-UP-ENTRY
                   IF ENTRY-IS-ON-FILE
                       MOVE "KEY ADDED TO MASTER SINCE PREVIEW"
                           TO WS-APPLY-NOTE
                   END-IF
               WHEN PND-IS-REWRITE OR PND-IS-DELETE
                   IF PND-IS-REWRITE
                       ADD 1 TO WS-SET-REWRITES
                   ELSE
                       ADD 1 TO WS-SET-DELETES
                   END-IF
                   PERFORM LOOK-UP-ENTRY
                   IF NOT ENTRY-IS-ON-FILE
                       MOVE "KEY NO LONGER ON MASTER" TO WS-APPLY-NOTE
                   ELSE
                   IF MASTER-RECORD NOT = PND-BEFORE-IMAGE
                       MOVE "ENTRY CHANGED SINCE PREVIEW"
                           TO WS-APPLY-NOTE
                   END-IF
                   END-IF
               WHEN OTHER
                   MOVE "UNKNOWN ACTION" TO WS-APPLY-NOTE
           END-EVALUATE
           IF WS-APPLY-NOTE NOT = SPACES
               ADD 1 TO WS-STALE-COUNT
               PERFORM PRINT-CHANGE-LINE
           END-IF.

       SET-CHANGE-KEY.
           MOVE SPACES TO WS-ENTRY-KEY
           EVALUATE TRUE
               WHEN PND-IS-ADD
                   MOVE "ADD" TO WS-ACTION-TEXT
                   MOVE PND-AFTER-IMAGE(1:7) TO WS-ENTRY-KEY
               WHEN PND-IS-REWRITE
                   MOVE "REWRITE" TO WS-ACTION-TEXT
                   MOVE PND-AFTER-IMAGE(1:7) TO WS-ENTRY-KEY
               WHEN PND-IS-DELETE
                   MOVE "DELETE" TO WS-ACTION-TEXT
                   MOVE PND-BEFORE-IMAGE(1:7) TO WS-ENTRY-KEY
               WHEN OTHER
                   MOVE PND-ACTION TO WS-ACTION-TEXT
                   MOVE PND-BEFORE-IMAGE(1:7) TO WS-ENTRY-KEY
           END-EVALUATE.

       LOOK-UP-ENTRY.
           MOVE 'N' TO WS-FOUND-SWITCH
           IF MASTER-IS-ON-FILE
               MOVE SPACES TO MASTER-RECORD
               MOVE WS-ENTRY-KEY TO MST-KEY
               READ FACT-MASTER-FILE
                   NOT INVALID KEY SET ENTRY-IS-ON-FILE TO TRUE
               END-READ
           END-IF.

      * Second pass: the set is applied in the order it was staged.
      * A key staged twice in one load is written by its first add
      * and rewritten by the second.
       APPLY-CHANGE-SET.
           OPEN EXTEND FACT-JOURNAL-FILE
           IF WS-JNL-FILE-STATUS NOT = "00"
               CLOSE FACT-JOURNAL-FILE
               OPEN OUTPUT FACT-JOURNAL-FILE
           END-IF
           IF WS-JNL-FILE-STATUS NOT = "00"
               MOVE SPACES TO WS-REJECT-REASON
               STRING "FACTJNL UNAVAILABLE - STATUS " DELIMITED BY SIZE
                   WS-JNL-FILE-STATUS DELIMITED BY SIZE
                   INTO WS-REJECT-REASON
               END-STRING
               DISPLAY "ERROR: " WS-REJECT-REASON " - JOB TERMINATED"
               SET APPROVAL-ERROR TO TRUE
               PERFORM PRINT-REFUSAL-LINE
           ELSE
               OPEN I-O FACT-MASTER-FILE
               IF WS-MST-FILE-STATUS = "35"
                   OPEN OUTPUT FACT-MASTER-FILE
                   CLOSE FACT-MASTER-FILE
                   OPEN I-O FACT-MASTER-FILE
               END-IF
               OPEN INPUT FACT-PENDING-FILE
               MOVE 'N' TO WS-EOF-SWITCH
               READ FACT-PENDING-FILE
                   AT END SET END-OF-FILE-REACHED TO TRUE
               END-READ
               PERFORM UNTIL END-OF-FILE-REACHED
                   READ FACT-PENDING-FILE
                       AT END SET END-OF-FILE-REACHED TO TRUE
                       NOT AT END
                           IF PND-IS-CHANGE
                               PERFORM APPLY-ONE-CHANGE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FACT-PENDING-FILE
               CLOSE FACT-MASTER-FILE
               CLOSE FACT-JOURNAL-FILE
               SET SET-APPLIED TO TRUE
               MOVE 'A' TO WS-MARK-STATUS
               PERFORM MARK-CHANGE-SET
           END-IF.

       APPLY-ONE-CHANGE.
           MOVE "APPLIED" TO WS-APPLY-NOTE
           PERFORM SET-CHANGE-KEY
           MOVE SPACES TO WS-BEFORE-IMAGE
           MOVE SPACES TO WS-AFTER-IMAGE
           EVALUATE TRUE
               WHEN PND-IS-ADD
                   PERFORM APPLY-STAGED-ADD
               WHEN PND-IS-REWRITE
                   PERFORM APPLY-STAGED-REWRITE
               WHEN OTHER
                   PERFORM APPLY-STAGED-DELETE
           END-EVALUATE
           PERFORM PRINT-CHANGE-LINE.

       APPLY-STAGED-ADD.
           MOVE PND-AFTER-IMAGE TO WS-AFTER-IMAGE
           MOVE PND-AFTER-IMAGE TO MASTER-RECORD
           WRITE MASTER-RECORD
               INVALID KEY
                   PERFORM APPLY-STAGED-REWRITE
                   MOVE "KEY REPEATED IN SET - REWRITTEN"
                       TO WS-APPLY-NOTE
               NOT INVALID KEY
                   ADD 1 TO WS-ADD-COUNT
                   MOVE 'A' TO WS-JNL-ACTION
                   PERFORM WRITE-JOURNAL-ENTRY
           END-WRITE.

       APPLY-STAGED-REWRITE.
           MOVE PND-AFTER-IMAGE TO WS-AFTER-IMAGE
           MOVE PND-AFTER-IMAGE TO MASTER-RECORD
           READ FACT-MASTER-FILE
               INVALID KEY
                   MOVE "NOT ON FILE - NOT REWRITTEN" TO WS-APPLY-NOTE
                   ADD 1 TO WS-EXCEPTION-COUNT
               NOT INVALID KEY
                   MOVE MASTER-RECORD TO WS-BEFORE-IMAGE
                   MOVE PND-AFTER-IMAGE TO MASTER-RECORD
                   REWRITE MASTER-RECORD
                   END-REWRITE
                   IF WS-MST-FILE-STATUS = "00"
                       ADD 1 TO WS-REWRITE-COUNT
                       MOVE 'R' TO WS-JNL-ACTION
                       PERFORM WRITE-JOURNAL-ENTRY
                   END-IF
           END-READ.

       APPLY-STAGED-DELETE.
           MOVE PND-BEFORE-IMAGE TO MASTER-RECORD
           READ FACT-MASTER-FILE
               INVALID KEY
                   MOVE "NOT ON FILE - NOTHING DELETED"
                       TO WS-APPLY-NOTE
                   ADD 1 TO WS-EXCEPTION-COUNT
               NOT INVALID KEY
                   MOVE MASTER-RECORD TO WS-BEFORE-IMAGE
                   DELETE FACT-MASTER-FILE
                   END-DELETE
                   IF WS-MST-FILE-STATUS = "00"
                       ADD 1 TO WS-DELETE-COUNT
                       MOVE 'D' TO WS-JNL-ACTION
                       PERFORM WRITE-JOURNAL-ENTRY
                   END-IF
           END-READ.

       WRITE-JOURNAL-ENTRY.
           MOVE SPACES TO JOURNAL-RECORD
           MOVE FUNCTION CURRENT-DATE TO JNL-TIMESTAMP
           MOVE WS-JNL-ACTION TO JNL-ACTION
           MOVE "FactMastApprProg" TO JNL-PROGRAM
           MOVE WS-JOB-ID TO JNL-JOB-ID
           MOVE WS-BEFORE-IMAGE TO JNL-BEFORE-IMAGE
           MOVE WS-AFTER-IMAGE TO JNL-AFTER-IMAGE
           MOVE WS-APPROVER-ID TO JNL-APPROVED-BY
           WRITE JOURNAL-RECORD.

      * The header is rewritten in place so the set cannot be
      * applied twice or approved once it has been found stale.
       MARK-CHANGE-SET.
           OPEN I-O FACT-PENDING-FILE
           IF WS-PND-FILE-STATUS = "00"
               READ FACT-PENDING-FILE
                   NOT AT END
                       IF PND-IS-HEADER
                           MOVE WS-MARK-STATUS TO PNH-STATUS
                           REWRITE PENDING-HEADER-RECORD
                           END-REWRITE
                       END-IF
               END-READ
               CLOSE FACT-PENDING-FILE
           END-IF
           IF WS-PND-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: FACTPND CHANGE SET STATUS NOT"
                   " UPDATED - STATUS " WS-PND-FILE-STATUS
           END-IF.

       PRINT-APPROVAL-HEADING.
           ADD 1 TO WS-PAGE-COUNT
           MOVE WS-PAGE-COUNT TO WS-PAGE-DISPLAY
           MOVE SPACES TO APPROVAL-REPORT-RECORD
           STRING "RESULTS MASTER CHANGE APPROVAL   RUN DATE: "
                   DELIMITED BY SIZE
               WS-REPORT-DATE DELIMITED BY SIZE
               "   PAGE " DELIMITED BY SIZE
               WS-PAGE-DISPLAY DELIMITED BY SIZE
               INTO APPROVAL-REPORT-RECORD
           END-STRING
           WRITE APPROVAL-REPORT-RECORD AFTER ADVANCING PAGE
           MOVE SPACES TO APPROVAL-REPORT-RECORD
           STRING "CHANGE SET: " DELIMITED BY SIZE
               WS-SET-ID DELIMITED BY SIZE
               "   FUNCTION: " DELIMITED BY SIZE
               WS-SET-FUNCTION DELIMITED BY SIZE
               "   STAGED BY: " DELIMITED BY SIZE
               WS-SET-PROGRAM DELIMITED BY SIZE
               " JOB " DELIMITED BY SIZE
               WS-SET-JOB-ID DELIMITED BY SIZE
               "   PREPARED BY: " DELIMITED BY SIZE
               WS-SET-PREPARER DELIMITED BY SIZE
               "   APPROVED BY: " DELIMITED BY SIZE
               WS-APPROVER-ID DELIMITED BY SIZE
               INTO APPROVAL-REPORT-RECORD
           END-STRING
           WRITE APPROVAL-REPORT-RECORD AFTER ADVANCING 1 LINE
           MOVE SPACES TO APPROVAL-REPORT-RECORD
           STRING "ACTION   TYPE   N    R    NOTE" DELIMITED BY SIZE
               INTO APPROVAL-REPORT-RECORD
           END-STRING
           WRITE APPROVAL-REPORT-RECORD AFTER ADVANCING 2 LINES
           MOVE 4 TO WS-LINE-COUNT.

       PRINT-CHANGE-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM PRINT-APPROVAL-HEADING
           END-IF
           MOVE SPACES TO APPROVAL-REPORT-RECORD
           STRING WS-ACTION-TEXT DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-ENTRY-TYPE DELIMITED BY SIZE
               "     " DELIMITED BY SIZE
               WS-ENTRY-NUM DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-ENTRY-R DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-APPLY-NOTE DELIMITED BY SIZE
               INTO APPROVAL-REPORT-RECORD
           END-STRING
           WRITE APPROVAL-REPORT-RECORD AFTER ADVANCING 1 LINE
           ADD 1 TO WS-LINE-COUNT.

       PRINT-REFUSAL-LINE.
           IF REPORT-IS-OPEN
               MOVE SPACES TO APPROVAL-REPORT-RECORD
               STRING "CHANGE SET REFUSED: " DELIMITED BY SIZE
                   WS-REJECT-REASON DELIMITED BY SIZE
                   INTO APPROVAL-REPORT-RECORD
               END-STRING
               WRITE APPROVAL-REPORT-RECORD AFTER ADVANCING 2 LINES
               ADD 2 TO WS-LINE-COUNT
           END-IF.

       PRINT-APPROVAL-TOTALS.
           MOVE "CHANGES IN SET:" TO WS-TOTAL-LABEL
           MOVE WS-CHANGE-COUNT TO WS-COUNT-DSP
           PERFORM PRINT-TOTAL-LINE
           MOVE "STALE CHANGES:" TO WS-TOTAL-LABEL
           MOVE WS-STALE-COUNT TO WS-COUNT-DSP
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
           MOVE SPACES TO APPROVAL-REPORT-RECORD
           IF SET-APPLIED
               STRING "CHANGE SET APPLIED AND JOURNALED TO FACTJNL"
                       DELIMITED BY SIZE
                   INTO APPROVAL-REPORT-RECORD
               END-STRING
           ELSE
           IF SET-REJECTED
               STRING "CHANGE SET REJECTED AS STALE OR INCOMPLETE"
                       " - MASTER NOT CHANGED - STAGE IT AGAIN"
                       DELIMITED BY SIZE
                   INTO APPROVAL-REPORT-RECORD
               END-STRING
           ELSE
               STRING "CHANGE SET NOT APPLIED - MASTER NOT CHANGED"
                       DELIMITED BY SIZE
                   INTO APPROVAL-REPORT-RECORD
               END-STRING
           END-IF
           END-IF
           WRITE APPROVAL-REPORT-RECORD AFTER ADVANCING 2 LINES.

       PRINT-TOTAL-LINE.
           MOVE SPACES TO APPROVAL-REPORT-RECORD
           STRING WS-TOTAL-LABEL DELIMITED BY SIZE
               WS-COUNT-DSP DELIMITED BY SIZE
               INTO APPROVAL-REPORT-RECORD
           END-STRING
           IF WS-TOTAL-LABEL(1:7) = "CHANGES"
               WRITE APPROVAL-REPORT-RECORD AFTER ADVANCING 2 LINES
           ELSE
               WRITE APPROVAL-REPORT-RECORD AFTER ADVANCING 1 LINE
           END-IF.
