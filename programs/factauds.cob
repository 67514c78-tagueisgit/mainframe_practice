      * retention step.  Reads the full FACTAUD audit trail and
      *   - prints a usage summary to FACTASR: per job id the run
      *     days, record volume and return-code 00/10/20 counts so
      *     error rates can be trended, and the return-code 30
      *     reversals posted against the job
      *   - moves entries whose timestamp date is before the
      *     retention cutoff to the FACTARC archive; the cutoff is
      *     the first of the month that keeps the number of months
      *     of audit held on FACTCYC, counting the business date's
      *     own month
      *   - rewrites the retained entries to FACTAUDN, the trimmed
      *     audit file operations swaps in for FACTAUD
      *   - carries the FACTSEAL audit seals forward the same way:
      *     a run's seal goes to FACTARCS beside the archive once
      *     the run was closed before the cutoff, the rest to
      *     FACTSEALN, swapped in for FACTSEAL.  A run still open
      *     at the cutoff, or closed after it, keeps all its
      *     entries on FACTAUDN with its seal, so no run is ever
      *     split between the archive and the retained trail
      *   - purges FACTRIX processed-reference index entries with a
      *     run date before the same cutoff, so duplicate detection
      *     covers the retained audit period and no more
      * The summary is month-end step AUDSUM of the daily cycle on
      * FACTCYC: it runs only on the last business day of the
      * month, once, after that day's reconciliation.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT FACT-TRIMMED-FILE ASSIGN TO FACTAUDN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRM-FILE-STATUS.
           SELECT FACT-SEAL-FILE ASSIGN TO FACTSEAL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SEL-FILE-STATUS.
           SELECT FACT-ARCHIVE-SEAL-FILE ASSIGN TO FACTARCS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SLA-FILE-STATUS.
           SELECT FACT-RETAINED-SEAL-FILE ASSIGN TO FACTSEALN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SLN-FILE-STATUS.
           SELECT FACT-SUMMARY-REPORT ASSIGN TO FACTASR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ASR-FILE-STATUS.
           SELECT FACT-REFERENCE-FILE ASSIGN TO FACTRIX
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RIX-KEY
               FILE STATUS IS WS-RIX-FILE-STATUS.
           SELECT FACT-CYCLE-FILE ASSIGN TO FACTCYC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CYC-KEY
               FILE STATUS IS WS-CYC-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  FACT-AUDIT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  TRIMMED-RECORD            PIC X(80).

       FD  FACT-SEAL-FILE
           RECORD CONTAINS 100 CHARACTERS.
       COPY FACTSEAL.

       FD  FACT-ARCHIVE-SEAL-FILE
           RECORD CONTAINS 100 CHARACTERS.
       01  ARCHIVE-SEAL-RECORD       PIC X(100).

       FD  FACT-RETAINED-SEAL-FILE
           RECORD CONTAINS 100 CHARACTERS.
       01  RETAINED-SEAL-RECORD      PIC X(100).

       FD  FACT-SUMMARY-REPORT
           RECORD CONTAINS 132 CHARACTERS.
       01  SUMMARY-REPORT-RECORD     PIC X(132).

       FD  FACT-REFERENCE-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY FACTRIX.

       FD  FACT-CYCLE-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY FACTCYC.

       WORKING-STORAGE SECTION.
       01 WS-AUD-FILE-STATUS  PIC X(2)   VALUE SPACES.
       01 WS-ARC-FILE-STATUS  PIC X(2)   VALUE SPACES.
       01 WS-TRM-FILE-STATUS  PIC X(2)   VALUE SPACES.
       01 WS-ASR-FILE-STATUS  PIC X(2)   VALUE SPACES.
       01 WS-RIX-FILE-STATUS  PIC X(2)   VALUE SPACES.
       01 WS-RIX-EOF-SWITCH   PIC X      VALUE 'N'.
           88 END-OF-REFERENCES          VALUE 'Y'.
       01 WS-RIX-PURGE-COUNT  PIC 9(7)   VALUE ZEROS.
       01 WS-AUD-EOF-SWITCH   PIC X      VALUE 'N'.
           88 END-OF-AUDIT               VALUE 'Y'.
       01 WS-RETENTION-DATE   PIC X(8)   VALUE SPACES.
       01 WS-ARCHIVE-COUNT    PIC 9(7)   VALUE ZEROS.
       01 WS-RETAIN-COUNT     PIC 9(7)   VALUE ZEROS.
       01 WS-COUNT-DSP        PIC ZZZ,ZZ9.
      * Audit seals: the seals of runs that straddle the cutoff are
      * held in this table while FACTAUD is read, so their older
      * entries stay on FACTAUDN with the rest of the run.
       01 WS-SEL-FILE-STATUS  PIC X(2)   VALUE SPACES.
       01 WS-SLA-FILE-STATUS  PIC X(2)   VALUE SPACES.
       01 WS-SLN-FILE-STATUS  PIC X(2)   VALUE SPACES.
       01 WS-SEAL-EOF-SWITCH  PIC X      VALUE 'N'.
           88 END-OF-SEALS               VALUE 'Y'.
       01 WS-SEAL-ARCHIVE-COUNT PIC 9(7) VALUE ZEROS.
       01 WS-SEAL-RETAIN-COUNT PIC 9(7)  VALUE ZEROS.
       01 WS-HELD-ENTRY-COUNT PIC 9(7)   VALUE ZEROS.
       01 WS-HELD-TABLE.
           05 WS-HELD-SEAL-NUM    PIC 9(5) OCCURS 50 TIMES.
       01 WS-HELD-COUNT       PIC 9(3)   COMP VALUE ZEROS.
       01 WS-HELD-INDEX       PIC 9(3)   COMP VALUE ZEROS.
       01 WS-HELD-TABLE-MAX   PIC 9(3)   COMP VALUE 50.
       01 WS-HELD-FOUND-SWITCH PIC X     VALUE 'N'.
           88 HELD-SEAL-FOUND            VALUE 'Y'.
      * Daily cycle control: the summary runs once, on the last
      * business day of the month after reconciliation, and takes
      * its retention cutoff from the business date.
       01 WS-CYC-FILE-STATUS  PIC X(2)   VALUE SPACES.
       01 WS-CYC-REFUSE-SWITCH PIC X     VALUE 'N'.
           88 CYCLE-REFUSED              VALUE 'Y'.
       01 WS-STEP-DONE-SWITCH PIC X      VALUE 'N'.
           88 CYCLE-STEP-COMPLETE        VALUE 'Y'.
       01 WS-CYCLE-STEP       PIC X(8)   VALUE "AUDSUM".
       01 WS-CHECK-STEP       PIC X(8)   VALUE SPACES.
       01 WS-BUSINESS-DATE    PIC X(8)   VALUE SPACES.
       01 WS-STEP-STATUS      PIC X      VALUE 'C'.
           88 STEP-ENDED-COMPLETE        VALUE 'C'.
           88 STEP-ENDED-FAILED          VALUE 'F'.
       01 WS-MONTH-END-SWITCH PIC X      VALUE 'N'.
           88 BUSINESS-MONTH-END         VALUE 'Y'.
       01 WS-RETAIN-MONTHS    PIC 9(3)   VALUE ZEROS.
       01 WS-CUTOFF-YEAR      PIC 9(4)   VALUE ZEROS.
       01 WS-CUTOFF-MONTH     PIC 9(2)   VALUE ZEROS.
       01 WS-MONTH-INDEX      PIC 9(6)   VALUE ZEROS.

       01 WS-JOB-TABLE.
           05 WS-JOB-ENTRY OCCURS 100 TIMES.
               10 WS-JT-RC00       PIC 9(7).
               10 WS-JT-RC10       PIC 9(7).
               10 WS-JT-RC20       PIC 9(7).
               10 WS-JT-RC30       PIC 9(7).
       01 WS-JOB-COUNT        PIC 9(3)   COMP VALUE ZEROS.
       01 WS-JOB-INDEX        PIC 9(3)   COMP VALUE ZEROS.
       01 WS-JOB-FOUND-SWITCH PIC X      VALUE 'N'.
       01 WS-RC00-DSP         PIC ZZZ,ZZ9.
       01 WS-RC10-DSP         PIC ZZZ,ZZ9.
       01 WS-RC20-DSP         PIC ZZZ,ZZ9.
       01 WS-RC30-DSP         PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       START-PROCEDURE.
           PERFORM CHECK-CYCLE-CONTROL
           IF CYCLE-REFUSED
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM SET-RETENTION-CUTOFF
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-REPORT-DATE
               OPEN INPUT FACT-AUDIT-FILE
               IF WS-AUD-FILE-STATUS NOT = "00"
                   DISPLAY "ERROR: FACTAUD NOT FOUND - JOB TERMINATED"
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM CARRY-AUDIT-SEALS
                   OPEN OUTPUT FACT-ARCHIVE-FILE
                   OPEN OUTPUT FACT-TRIMMED-FILE
                   PERFORM UNTIL END-OF-AUDIT
                   DISPLAY "AUDIT ENTRIES ARCHIVED: " WS-COUNT-DSP
                   MOVE WS-RETAIN-COUNT TO WS-COUNT-DSP
                   DISPLAY "AUDIT ENTRIES RETAINED: " WS-COUNT-DSP
                   IF WS-HELD-ENTRY-COUNT > 0
                       MOVE WS-HELD-ENTRY-COUNT TO WS-COUNT-DSP
                       DISPLAY "  HELD WITH THEIR RUN:  " WS-COUNT-DSP
                   END-IF
                   MOVE WS-SEAL-ARCHIVE-COUNT TO WS-COUNT-DSP
                   DISPLAY "AUDIT SEALS ARCHIVED:   " WS-COUNT-DSP
                   MOVE WS-SEAL-RETAIN-COUNT TO WS-COUNT-DSP
                   DISPLAY "AUDIT SEALS RETAINED:   " WS-COUNT-DSP
                   PERFORM PURGE-REFERENCE-INDEX
               END-IF
               PERFORM POST-CYCLE-COMPLETION
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
               IF NOT CYCLE-REFUSED AND NOT BUSINESS-MONTH-END
                   DISPLAY "ERROR: BUSINESS DATE " WS-BUSINESS-DATE
                       " IS NOT THE LAST BUSINESS DAY OF THE MONTH"
                   SET CYCLE-REFUSED TO TRUE
               END-IF
               IF NOT CYCLE-REFUSED
                   MOVE WS-CYCLE-STEP TO WS-CHECK-STEP
                   PERFORM CHECK-STEP-NOT-DONE
               END-IF
               IF NOT CYCLE-REFUSED
                   MOVE "RECON" TO WS-CHECK-STEP
                   PERFORM CHECK-PREDECESSOR-STEP
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
                   MOVE CYC-MONTH-END-SWITCH TO WS-MONTH-END-SWITCH
                   MOVE CYC-RETAIN-MONTHS TO WS-RETAIN-MONTHS
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

       CHECK-PREDECESSOR-STEP.
           PERFORM READ-CYCLE-STEP
           IF NOT CYCLE-STEP-COMPLETE
               DISPLAY "ERROR: " WS-CHECK-STEP " NOT COMPLETE FOR"
                   " BUSINESS DATE " WS-BUSINESS-DATE
               SET CYCLE-REFUSED TO TRUE
           END-IF.

       CHECK-STEP-NOT-DONE.
           PERFORM READ-CYCLE-STEP
           IF CYCLE-STEP-COMPLETE
               DISPLAY "ERROR: " WS-CHECK-STEP " ALREADY COMPLETE FOR"
                   " BUSINESS DATE " WS-BUSINESS-DATE
               SET CYCLE-REFUSED TO TRUE
           END-IF.

       POST-CYCLE-COMPLETION.
           IF RETURN-CODE < 8
               SET STEP-ENDED-COMPLETE TO TRUE
           ELSE
               SET STEP-ENDED-FAILED TO TRUE
           END-IF
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

      * The retention cutoff is the first day of the oldest month
      * kept: the business date's own month and the months before
      * it, as many in all as the retention on FACTCYC.
       SET-RETENTION-CUTOFF.
           MOVE WS-BUSINESS-DATE(1:4) TO WS-CUTOFF-YEAR
           MOVE WS-BUSINESS-DATE(5:2) TO WS-CUTOFF-MONTH
           COMPUTE WS-MONTH-INDEX = (WS-CUTOFF-YEAR * 12)
               + WS-CUTOFF-MONTH - WS-RETAIN-MONTHS
           DIVIDE WS-MONTH-INDEX BY 12 GIVING WS-CUTOFF-YEAR
               REMAINDER WS-CUTOFF-MONTH
           ADD 1 TO WS-CUTOFF-MONTH
           MOVE SPACES TO WS-RETENTION-DATE
           STRING WS-CUTOFF-YEAR DELIMITED BY SIZE
               WS-CUTOFF-MONTH DELIMITED BY SIZE
               "01" DELIMITED BY SIZE
               INTO WS-RETENTION-DATE
           END-STRING
           DISPLAY "BUSINESS DATE " WS-BUSINESS-DATE
               " - AUDIT RETAINED FROM " WS-RETENTION-DATE.

       PROCESS-AUDIT-ENTRY.
           ADD 1 TO WS-AUDIT-COUNT
           PERFORM TALLY-JOB-USAGE
           MOVE AUD-TIMESTAMP(1:8) TO WS-AUD-DATE
           MOVE 'N' TO WS-HELD-FOUND-SWITCH
           IF WS-AUD-DATE < WS-RETENTION-DATE
                   AND WS-HELD-COUNT > 0
                   AND AUD-SEAL-NUM NUMERIC
               PERFORM FIND-HELD-SEAL
           END-IF
           IF WS-AUD-DATE < WS-RETENTION-DATE
                   AND NOT HELD-SEAL-FOUND
               MOVE AUDIT-RECORD TO ARCHIVE-RECORD
               WRITE ARCHIVE-RECORD
               ADD 1 TO WS-ARCHIVE-COUNT
               MOVE AUDIT-RECORD TO TRIMMED-RECORD
               WRITE TRIMMED-RECORD
               ADD 1 TO WS-RETAIN-COUNT
               IF HELD-SEAL-FOUND
                   ADD 1 TO WS-HELD-ENTRY-COUNT
               END-IF
           END-IF.

       FIND-HELD-SEAL.
           PERFORM VARYING WS-HELD-INDEX FROM 1 BY 1
                   UNTIL WS-HELD-INDEX > WS-HELD-COUNT
                       OR HELD-SEAL-FOUND
               IF WS-HELD-SEAL-NUM (WS-HELD-INDEX) = AUD-SEAL-NUM
                   SET HELD-SEAL-FOUND TO TRUE
               END-IF
           END-PERFORM.

      * A seal goes to the archive only once its run closed before
      * the cutoff; every entry of such a run is older than the
      * cutoff too.  A retained seal opened before the cutoff is
      * held so its run's older entries are retained with it.
       CARRY-AUDIT-SEALS.
           OPEN OUTPUT FACT-ARCHIVE-SEAL-FILE
           OPEN OUTPUT FACT-RETAINED-SEAL-FILE
           OPEN INPUT FACT-SEAL-FILE
           IF WS-SEL-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: FACTSEAL NOT FOUND - STATUS "
                   WS-SEL-FILE-STATUS " - NO AUDIT SEALS CARRIED"
           ELSE
               PERFORM UNTIL END-OF-SEALS
                   READ FACT-SEAL-FILE
                       AT END SET END-OF-SEALS TO TRUE
                       NOT AT END PERFORM CARRY-ONE-SEAL
                   END-READ
               END-PERFORM
               CLOSE FACT-SEAL-FILE
           END-IF
           CLOSE FACT-ARCHIVE-SEAL-FILE
           CLOSE FACT-RETAINED-SEAL-FILE.

       CARRY-ONE-SEAL.
           IF SEAL-IS-CLOSED
                   AND SEAL-LAST-DATE < WS-RETENTION-DATE
               MOVE SEAL-RECORD TO ARCHIVE-SEAL-RECORD
               WRITE ARCHIVE-SEAL-RECORD
               ADD 1 TO WS-SEAL-ARCHIVE-COUNT
           ELSE
               MOVE SEAL-RECORD TO RETAINED-SEAL-RECORD
               WRITE RETAINED-SEAL-RECORD
               ADD 1 TO WS-SEAL-RETAIN-COUNT
               IF SEAL-FIRST-DATE < WS-RETENTION-DATE
                   IF WS-HELD-COUNT < WS-HELD-TABLE-MAX
                       ADD 1 TO WS-HELD-COUNT
                       MOVE SEAL-NUM
                           TO WS-HELD-SEAL-NUM (WS-HELD-COUNT)
                   ELSE
                       DISPLAY "WARNING: HELD SEAL TABLE FULL - RUN "
                           SEAL-NUM " ENTRIES BEFORE CUTOFF ARCHIVED"
                   END-IF
               END-IF
           END-IF.

       TALLY-JOB-USAGE.
                   MOVE ZEROS TO WS-JT-RC00 (WS-JOB-INDEX)
                   MOVE ZEROS TO WS-JT-RC10 (WS-JOB-INDEX)
                   MOVE ZEROS TO WS-JT-RC20 (WS-JOB-INDEX)
                   MOVE ZEROS TO WS-JT-RC30 (WS-JOB-INDEX)
               ELSE
                   DISPLAY "WARNING: JOB TABLE FULL - JOB "
                       AUD-JOB-ID " NOT SUMMARIZED"
                       ADD 1 TO WS-JT-RC10 (WS-JOB-INDEX)
                   WHEN 20
                       ADD 1 TO WS-JT-RC20 (WS-JOB-INDEX)
                   WHEN 30
                       ADD 1 TO WS-JT-RC30 (WS-JOB-INDEX)
               END-EVALUATE
           END-IF.

           WRITE SUMMARY-REPORT-RECORD AFTER ADVANCING PAGE
           MOVE SPACES TO SUMMARY-REPORT-RECORD
           STRING "JOB ID    RUN DAYS  RECORDS     RC00     RC10"
                   "     RC20     RC30" DELIMITED BY SIZE
               INTO SUMMARY-REPORT-RECORD
           END-STRING
           WRITE SUMMARY-REPORT-RECORD AFTER ADVANCING 2 LINES
           MOVE WS-JT-RC00 (WS-JOB-INDEX) TO WS-RC00-DSP
           MOVE WS-JT-RC10 (WS-JOB-INDEX) TO WS-RC10-DSP
           MOVE WS-JT-RC20 (WS-JOB-INDEX) TO WS-RC20-DSP
           MOVE WS-JT-RC30 (WS-JOB-INDEX) TO WS-RC30-DSP
           MOVE SPACES TO SUMMARY-REPORT-RECORD
           STRING WS-JT-JOB-ID (WS-JOB-INDEX) DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               WS-RC10-DSP DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-RC20-DSP DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-RC30-DSP DELIMITED BY SIZE
               INTO SUMMARY-REPORT-RECORD
           END-STRING
           WRITE SUMMARY-REPORT-RECORD AFTER ADVANCING 1 LINE.

       PURGE-REFERENCE-INDEX.
           OPEN I-O FACT-REFERENCE-FILE
           IF WS-RIX-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: FACTRIX UNAVAILABLE - STATUS "
                   WS-RIX-FILE-STATUS " - REFERENCE INDEX NOT PURGED"
           ELSE
               PERFORM UNTIL END-OF-REFERENCES
                   READ FACT-REFERENCE-FILE NEXT RECORD
                       AT END SET END-OF-REFERENCES TO TRUE
                       NOT AT END
                           IF RIX-RUN-DATE < WS-RETENTION-DATE
                               DELETE FACT-REFERENCE-FILE
                               END-DELETE
                               ADD 1 TO WS-RIX-PURGE-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FACT-REFERENCE-FILE
               MOVE WS-RIX-PURGE-COUNT TO WS-COUNT-DSP
               DISPLAY "REFERENCE INDEX ENTRIES PURGED: " WS-COUNT-DSP
           END-IF.
