      *   - a flag line when the reject rate has climbed for three
      *     or more consecutive runs, so creeping data-quality
      *     problems show before the REJECTPCT abort fires
      * The period reported is taken from the business date on the
      * FACTCYC cycle control file: on the last business day of the
      * month, the business date's calendar month; on any other
      * day, the trailing week ending on the business date.
      * FACTTRSCOPE=FULL reports the full history instead.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT FACT-TREND-REPORT ASSIGN TO FACTTRR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRR-FILE-STATUS.
           SELECT FACT-CYCLE-FILE ASSIGN TO FACTCYC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CYC-KEY
               FILE STATUS IS WS-CYC-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  FACT-HISTORY-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  TREND-REPORT-RECORD       PIC X(132).

       FD  FACT-CYCLE-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY FACTCYC.

       WORKING-STORAGE SECTION.
       01 WS-HST-FILE-STATUS  PIC X(2)   VALUE SPACES.
       01 WS-TRR-FILE-STATUS  PIC X(2)   VALUE SPACES.
       01 WS-TODAY-INT        PIC 9(8)   COMP VALUE ZEROS.
       01 WS-CUTOFF-INT       PIC 9(8)   COMP VALUE ZEROS.
       01 WS-REPORT-DATE      PIC X(8)   VALUE SPACES.
       01 WS-CYC-FILE-STATUS  PIC X(2)   VALUE SPACES.
       01 WS-BUSINESS-DATE    PIC X(8)   VALUE SPACES.
       01 WS-MONTH-END-SWITCH PIC X      VALUE 'N'.
           88 BUSINESS-MONTH-END         VALUE 'Y'.
       01 WS-RUN-COUNT        PIC 9(7)   VALUE ZEROS.
       01 WS-COUNT-DSP        PIC ZZZ,ZZ9.


       SET-REPORT-SCOPE.
           ACCEPT WS-SCOPE-CODE FROM ENVIRONMENT "FACTTRSCOPE"
           PERFORM READ-BUSINESS-DATE
           MOVE FUNCTION INTEGER-OF-DATE
               (FUNCTION NUMVAL(WS-BUSINESS-DATE)) TO WS-TODAY-INT
           EVALUATE TRUE
               WHEN FUNCTION TRIM(WS-SCOPE-CODE) = "FULL"
                   MOVE SPACES TO WS-FROM-DATE
                   MOVE "FULL HISTORY" TO WS-SCOPE-TEXT
               WHEN BUSINESS-MONTH-END
                   MOVE SPACES TO WS-FROM-DATE
                   STRING WS-BUSINESS-DATE(1:6) DELIMITED BY SIZE
                       "01" DELIMITED BY SIZE
                       INTO WS-FROM-DATE
                   END-STRING
                   MOVE "MONTH" TO WS-SCOPE-TEXT
               WHEN OTHER
                   COMPUTE WS-CUTOFF-INT = WS-TODAY-INT - 6
                   MOVE FUNCTION DATE-OF-INTEGER(WS-CUTOFF-INT)
                       TO WS-FROM-DATE
                   MOVE "WEEK" TO WS-SCOPE-TEXT
           END-EVALUATE.

      * Without the cycle control file the week ending today is
      * reported.
       READ-BUSINESS-DATE.
           MOVE WS-REPORT-DATE TO WS-BUSINESS-DATE
           OPEN INPUT FACT-CYCLE-FILE
           IF WS-CYC-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: FACTCYC UNAVAILABLE - STATUS "
                   WS-CYC-FILE-STATUS " - PERIOD ENDS TODAY"
           ELSE
               MOVE 'D' TO CYC-REC-TYPE
               MOVE "BUSDATE" TO CYC-REC-ID
               READ FACT-CYCLE-FILE
                   INVALID KEY
                       DISPLAY "WARNING: FACTCYC HAS NO BUSINESS DATE"
                           " - PERIOD ENDS TODAY"
                   NOT INVALID KEY
                       MOVE CYC-BUSINESS-DATE TO WS-BUSINESS-DATE
                       MOVE CYC-MONTH-END-SWITCH
                           TO WS-MONTH-END-SWITCH
               END-READ
               CLOSE FACT-CYCLE-FILE
           END-IF.

       PROCESS-HISTORY-ENTRY.
           IF WS-FROM-DATE NOT = SPACES
                   AND SUM-RUN-DATE < WS-FROM-DATE
