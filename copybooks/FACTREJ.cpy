      * FACTREJ - reject suspense record: the original 80-byte
      * request, the rejection reason code, the input record
      * number it was read from, and the submitter from the FACTIN
      * batch header the request arrived in.  The original request
      * keeps its first batch date and suspense/carryover flags.
      *****************************************************************
       01  REJECT-RECORD.
           05 REJ-ORIGINAL.
               10 REJ-ORIG-REC-TYPE PIC X(1).
               10 REJ-ORIG-NUM      PIC 9(3).
               10 REJ-ORIG-R        PIC 9(3).
               10 FILLER            PIC X(26).
               10 REJ-ORIG-FIRST-DATE PIC X(8).
               10 REJ-ORIG-SUSPENSE-FLAG PIC X(1).
               10 REJ-ORIG-CARRY-FLAG PIC X(1).
               10 FILLER            PIC X(37).
           05 REJ-REASON-CODE      PIC 9(2).
           05 REJ-RECORD-NUM       PIC 9(7).
           05 REJ-SUBMITTER-ID     PIC X(8).
