      * entry per interface record key.  XLG-STATUS tracks the
      * record through the cycle: 'S' sent and awaiting
      * acknowledgment, 'A' acknowledged as loaded, 'R' resent on
      * the FACTDLT delta and awaiting the next acknowledgment,
      * 'V' reversed - a reversal detail sent and awaiting
      * acknowledgment, 'X' reversal acknowledged and the result
      * backed out by the statistics team.  XLG-ACK-DATE keeps
      * the date the original was loaded; the reversal has its
      * own sent and acknowledged dates.
      * The resend step rewrites the full log to FACTXLGN each
      * cycle; operations swaps it in as the next FACTXLG.
      *****************************************************************
               88 XLG-IS-SENT              VALUE 'S'.
               88 XLG-IS-ACKED             VALUE 'A'.
               88 XLG-IS-RESENT            VALUE 'R'.
               88 XLG-IS-REVERSAL-SENT     VALUE 'V'.
               88 XLG-IS-REVERSED          VALUE 'X'.
           05 XLG-SENT-DATE        PIC X(8).
           05 XLG-ACK-DATE         PIC X(8).
           05 XLG-RESEND-CNT       PIC 9(3).
           05 XLG-REQUEST-REF      PIC X(12).
           05 XLG-REV-SENT-DATE    PIC X(8).
           05 XLG-REV-ACK-DATE     PIC X(8).
           05 FILLER               PIC X(25).
