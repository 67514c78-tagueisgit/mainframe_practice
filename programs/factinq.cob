      * and/or a from/to date range against AUD-TIMESTAMP - so a
      * caller can see when each value was computed and with what
      * return code.  The audit file carries NUM only, so audit
      * history is matched on NUM.  Binomial ('B'),
      * hypergeometric ('G') and distribution ('D') results are
      * never stored in the master - those inquiries return audit
      * history only.
      * Entering R at the type prompt opens a request-reference
      * inquiry instead: the full life story of one reference -
      * validation outcome from FACTREJ, result from FACTOUT,
      * audit entries from FACTAUD and statistics-feed
      * acknowledgment status from the FACTXLG transmission log -
      * in a single pass.  A reference that has been backed out
      * also shows its FACTRVH reversal register entry, or that
      * its reversal is still waiting on FACTRVP for the next
      * statistics feed.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT FACT-XMIT-LOG-FILE ASSIGN TO FACTXLG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XLG-FILE-STATUS.
           SELECT FACT-REVERSAL-LOG-FILE ASSIGN TO FACTRVH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RVH-FILE-STATUS.
           SELECT FACT-PENDING-FILE ASSIGN TO FACTRVP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RVP-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  FACT-MASTER-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY FACTXLG.

       FD  FACT-REVERSAL-LOG-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY FACTREV.

       FD  FACT-PENDING-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY FACTIFC.

       WORKING-STORAGE SECTION.
       01 WS-MST-FILE-STATUS  PIC X(2)   VALUE SPACES.
       01 WS-AUD-FILE-STATUS  PIC X(2)   VALUE SPACES.
       01 WS-OUT-FILE-STATUS  PIC X(2)   VALUE SPACES.
       01 WS-REJ-FILE-STATUS  PIC X(2)   VALUE SPACES.
       01 WS-XLG-FILE-STATUS  PIC X(2)   VALUE SPACES.
       01 WS-RVH-FILE-STATUS  PIC X(2)   VALUE SPACES.
       01 WS-RVP-FILE-STATUS  PIC X(2)   VALUE SPACES.
       01 WS-OUT-EOF-SWITCH   PIC X      VALUE 'N'.
           88 END-OF-OUTPUT              VALUE 'Y'.
       01 WS-REJ-EOF-SWITCH   PIC X      VALUE 'N'.
           88 END-OF-REJECTS             VALUE 'Y'.
       01 WS-XLG-EOF-SWITCH   PIC X      VALUE 'N'.
           88 END-OF-XMIT-LOG            VALUE 'Y'.
       01 WS-RVH-EOF-SWITCH   PIC X      VALUE 'N'.
           88 END-OF-REVERSAL-LOG        VALUE 'Y'.
       01 WS-RVP-EOF-SWITCH   PIC X      VALUE 'N'.
           88 END-OF-PENDING             VALUE 'Y'.
       01 WS-INQ-REQUEST-REF  PIC X(12)  VALUE SPACES.
       01 WS-REF-FOUND-SWITCH PIC X      VALUE 'N'.
           88 REF-WAS-FOUND              VALUE 'Y'.
       01 WS-MATCH-COUNT-DSP  PIC ZZZ,ZZ9.
       01 WS-RESULT-DISPLAY   PIC Z(17)9.
       01 WS-DEC-DISPLAY      PIC 9.9(16).
       01 WS-CUM-DISPLAY      PIC 9.9(16).
       01 WS-EXPONENT-DSP     PIC 9(3).

       PROCEDURE DIVISION.
                   WS-MST-FILE-STATUS " - MASTER LOOKUPS SKIPPED"
           END-IF
           PERFORM UNTIL INQUIRY-QUIT
               DISPLAY "ENTER RECORD TYPE (F/C/P/B/G/D), R FOR"
                   " REFERENCE INQUIRY, Q TO QUIT: "
                   WITH NO ADVANCING
               MOVE SPACES TO WS-INQ-REC-TYPE

       LOOKUP-MASTER-ENTRY.
           IF WS-INQ-REC-TYPE = 'B' OR WS-INQ-REC-TYPE = 'G'
                   OR WS-INQ-REC-TYPE = 'D'
               DISPLAY "NOTE: " WS-INQ-REC-TYPE
                   " RESULTS ARE NOT STORED IN THE MASTER"
           ELSE
               PERFORM SHOW-REJECT-STATUS
               PERFORM SHOW-RESULT-STATUS
               PERFORM SHOW-AUDIT-BY-REF
               PERFORM SHOW-REVERSAL-STATUS
               PERFORM SHOW-FEED-STATUS
           END-IF.

                       "E+" WS-EXPONENT-DSP
               WHEN 'D'
                   MOVE OUT-FACT-DEC TO WS-DEC-DISPLAY
                   IF OUT-REC-TYPE = 'D'
                       MOVE OUT-CUM-PROB TO WS-CUM-DISPLAY
                       DISPLAY "  RESULT: OUTCOME " OUT-OUTCOME-SEQ
                           " K " OUT-R " DECIMAL " WS-DEC-DISPLAY
                           " CUMULATIVE " WS-CUM-DISPLAY
                   ELSE
                       DISPLAY "  RESULT: TYPE " OUT-REC-TYPE
                           " DECIMAL " WS-DEC-DISPLAY
                   END-IF
               WHEN OTHER
                   MOVE OUT-FACT TO WS-RESULT-DISPLAY
                   DISPLAY "  RESULT: TYPE " OUT-REC-TYPE
                       NOT AT END
                           IF AUD-REQUEST-REF = WS-INQ-REQUEST-REF
                               MOVE AUD-FACT TO WS-RESULT-DISPLAY
                               IF AUD-RETURN-CODE = 30
                                   DISPLAY "  AUDIT: " AUD-TIMESTAMP
                                       " JOB " AUD-JOB-ID
                                       " TYPE " AUD-REC-TYPE
                                       " RC " AUD-RETURN-CODE
                                       " - REVERSAL"
                               ELSE
                                   DISPLAY "  AUDIT: " AUD-TIMESTAMP
                                       " JOB " AUD-JOB-ID
                                       " TYPE " AUD-REC-TYPE
                                       " RC " AUD-RETURN-CODE
                               END-IF
                               ADD 1 TO WS-MATCH-COUNT
                           END-IF
                   END-READ
               DISPLAY "  AUDIT: NO ENTRIES FOR REFERENCE"
           END-IF.

      * Reversal history: the register entry written when the
      * reversal was accepted, then whether its reversal details
      * are still pending for the next statistics feed.
       SHOW-REVERSAL-STATUS.
           MOVE 'N' TO WS-REF-FOUND-SWITCH
           MOVE 'N' TO WS-RVH-EOF-SWITCH
           OPEN INPUT FACT-REVERSAL-LOG-FILE
           IF WS-RVH-FILE-STATUS = "00"
               PERFORM UNTIL END-OF-REVERSAL-LOG
                   READ FACT-REVERSAL-LOG-FILE
                       AT END SET END-OF-REVERSAL-LOG TO TRUE
                       NOT AT END
                           IF REV-REQUEST-REF = WS-INQ-REQUEST-REF
                               SET REF-WAS-FOUND TO TRUE
                               DISPLAY "  REVERSED "
                                   REV-REVERSAL-DATE
                                   " SUBMITTER " REV-SUBMITTER-ID
                                   " JOB " REV-JOB-ID
                                   " RECORDS " REV-OUTCOME-CNT
                               DISPLAY "  REVERSAL REASON: "
                                   REV-REASON
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FACT-REVERSAL-LOG-FILE
           END-IF
           IF NOT REF-WAS-FOUND
               DISPLAY "  REVERSAL: NONE ON REGISTER"
           ELSE
               PERFORM SHOW-PENDING-REVERSAL
           END-IF.

       SHOW-PENDING-REVERSAL.
           MOVE 'N' TO WS-REF-FOUND-SWITCH
           MOVE 'N' TO WS-RVP-EOF-SWITCH
           OPEN INPUT FACT-PENDING-FILE
           IF WS-RVP-FILE-STATUS = "00"
               PERFORM UNTIL END-OF-PENDING
                   READ FACT-PENDING-FILE
                       AT END SET END-OF-PENDING TO TRUE
                       NOT AT END
                           IF IFC-DET-REQUEST-REF
                                   = WS-INQ-REQUEST-REF
                               SET REF-WAS-FOUND TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FACT-PENDING-FILE
           END-IF
           IF REF-WAS-FOUND
               DISPLAY "  REVERSAL: PENDING FOR NEXT STATISTICS FEED"
           ELSE
               DISPLAY "  REVERSAL: SENT ON STATISTICS FEED"
           END-IF.

      * The transmission log keeps one entry per type/num/r key
      * and only the first reference seen for it, so when this
      * reference is not on the log the key from the FACTOUT
               WHEN XLG-IS-ACKED
                   DISPLAY "  FEED: ACKNOWLEDGED - SENT "
                       XLG-SENT-DATE " ACKED " XLG-ACK-DATE
               WHEN XLG-IS-REVERSAL-SENT
                   DISPLAY "  FEED: REVERSAL SENT "
                       XLG-REV-SENT-DATE " - ORIGINAL ACKED "
                       XLG-ACK-DATE " - AWAITING ACKNOWLEDGMENT"
               WHEN XLG-IS-REVERSED
                   DISPLAY "  FEED: REVERSED - REVERSAL SENT "
                       XLG-REV-SENT-DATE " ACKED " XLG-REV-ACK-DATE
               WHEN XLG-IS-RESENT
                   DISPLAY "  FEED: RESENT - SENT " XLG-SENT-DATE
                       " RESENDS " XLG-RESEND-CNT
