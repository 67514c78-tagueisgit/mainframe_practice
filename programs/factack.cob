      * report to FACTAXR covering unacknowledged transmissions,
      * partial loads, key mismatches and per-record rejections.
      * Ends with a non-zero condition code when any exception is
      * found so the run can be chased with the stats team.  The
      * match is step ACK of the daily cycle on FACTCYC and is
      * refused until the business date's reconciliation has
      * completed.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT FACT-EXCEPTION-REPORT ASSIGN TO FACTAXR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AXR-FILE-STATUS.
           SELECT FACT-CYCLE-FILE ASSIGN TO FACTCYC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CYC-KEY
               FILE STATUS IS WS-CYC-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  FACT-INTERFACE-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  EXCEPTION-REPORT-RECORD   PIC X(132).

       FD  FACT-CYCLE-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY FACTCYC.

       WORKING-STORAGE SECTION.
       01 WS-IFC-FILE-STATUS  PIC X(2)   VALUE SPACES.
       01 WS-ACK-FILE-STATUS  PIC X(2)   VALUE SPACES.
       01 WS-EXCEPTION-DSP    PIC ZZZ,ZZ9.
       01 WS-EXCEPTION-TEXT   PIC X(60)  VALUE SPACES.
       01 WS-REPORT-DATE      PIC X(8)   VALUE SPACES.
      * Daily cycle control: the match follows reconciliation.
      * Exceptions are what this step exists to report, so once an
      * acknowledgment has been matched the step is complete
      * whatever it found; with no FACTIFC or FACTACK to match it
      * is posted failed and may be run again when the
      * acknowledgment arrives.
       01 WS-ACK-MATCHED-SWITCH PIC X    VALUE 'N'.
           88 ACK-WAS-MATCHED            VALUE 'Y'.
       01 WS-CYC-FILE-STATUS  PIC X(2)   VALUE SPACES.
       01 WS-CYC-REFUSE-SWITCH PIC X     VALUE 'N'.
           88 CYCLE-REFUSED              VALUE 'Y'.
       01 WS-STEP-DONE-SWITCH PIC X      VALUE 'N'.
           88 CYCLE-STEP-COMPLETE        VALUE 'Y'.
       01 WS-CYCLE-STEP       PIC X(8)   VALUE "ACK".
       01 WS-CHECK-STEP       PIC X(8)   VALUE SPACES.
       01 WS-BUSINESS-DATE    PIC X(8)   VALUE SPACES.
       01 WS-STEP-STATUS      PIC X      VALUE 'C'.
           88 STEP-ENDED-COMPLETE        VALUE 'C'.
           88 STEP-ENDED-FAILED          VALUE 'F'.

       PROCEDURE DIVISION.
       START-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-REPORT-DATE
           PERFORM CHECK-CYCLE-CONTROL
           IF CYCLE-REFUSED
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN OUTPUT FACT-EXCEPTION-REPORT
               PERFORM PRINT-EXCEPTION-HEADER
               OPEN INPUT FACT-INTERFACE-FILE
               IF WS-IFC-FILE-STATUS NOT = "00"
                   DISPLAY "ERROR: FACTIFC NOT FOUND - JOB TERMINATED"
                   MOVE "FACTIFC NOT AVAILABLE - NOTHING TO MATCH"
                       TO WS-EXCEPTION-TEXT
                   PERFORM WRITE-EXCEPTION-LINE
               ELSE
                   OPEN INPUT FACT-ACK-FILE
                   IF WS-ACK-FILE-STATUS NOT = "00"
                       MOVE "NO ACKNOWLEDGMENT RECEIVED FROM STATS"
                           TO WS-EXCEPTION-TEXT
                       PERFORM WRITE-EXCEPTION-LINE
                       CLOSE FACT-INTERFACE-FILE
                   ELSE
                       PERFORM MATCH-ACK-TO-INTERFACE
                       SET ACK-WAS-MATCHED TO TRUE
                       CLOSE FACT-INTERFACE-FILE
                       CLOSE FACT-ACK-FILE
                   END-IF
               END-IF
               PERFORM PRINT-EXCEPTION-TRAILER
               CLOSE FACT-EXCEPTION-REPORT
               IF WS-EXCEPTION-COUNT > 0
                   DISPLAY "ACKNOWLEDGMENT EXCEPTIONS FOUND: "
                       WS-EXCEPTION-COUNT
                   MOVE 8 TO RETURN-CODE
               ELSE
                   DISPLAY "ACKNOWLEDGMENT MATCHED CLEAN"
                   MOVE 0 TO RETURN-CODE
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
           IF ACK-WAS-MATCHED
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

       MATCH-ACK-TO-INTERFACE.
           PERFORM GET-NEXT-IFC-DETAIL
