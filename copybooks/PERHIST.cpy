      >>SOURCE FORMAT FREE
*> ---------------------------------------------------------------
*> PERHIST - period-history record, one per counter per closed
*> period, keyed by PHST-COUNTER-ID + PHST-PERIOD-ID (YYYYMM).
*> Written by OVFLPCLS at period-end close and never rewritten:
*> the file only grows, so a month-end balance survives the RSET
*> posting that zeros the counter for the next period.
*> PHST-AREA-1/PHST-AREA-2 are the counter's closing balance.
*> They come from CTRMAST when the counter has no audit activity
*> dated after the period end; when it does (a late close), they
*> come from the counter's last audit record on or before the
*> period end, or carry forward from its prior close when it
*> had no activity at all - PHST-BALANCE-SOURCE says which.
*> The PTD figures are tallied from the audit archive (AUDARCH)
*> and the live OVFLAUD for the records dated inside the period:
*> PHST-PTD-NET-AMOUNT is the sum of AUDIT-TRAN-AMOUNT, so it
*> nets postings, reversals and spill-overs and is untouched by
*> a reset. The YTD figures are the counter's prior close in
*> the same calendar year plus this period's PTD figures, and
*> start over with the first period of each year.
*> ---------------------------------------------------------------
       01  PERIOD-HISTORY-RECORD.
           05  PHST-KEY.
               10  PHST-COUNTER-ID      PIC X(8).
               10  PHST-PERIOD-ID       PIC X(6).
           05  PHST-PERIOD-START-DATE   PIC X(8).
           05  PHST-PERIOD-END-DATE     PIC X(8).
           05  PHST-CLOSE-DATE          PIC X(8).
           05  PHST-CLOSE-TIME          PIC X(8).
           05  PHST-BALANCE-SOURCE      PIC X.
               88  PHST-FROM-MASTER     VALUE "M".
               88  PHST-FROM-AUDIT      VALUE "A".
               88  PHST-FROM-PRIOR      VALUE "P".
           05  PHST-AREA-1              PIC S9(9).
           05  PHST-AREA-2              PIC S9(9).
           05  PHST-PTD-NET-AMOUNT      PIC S9(11).
           05  PHST-PTD-POSTINGS        PIC 9(9).
           05  PHST-PTD-TRIPS           PIC 9(9).
           05  PHST-PTD-REVERSALS       PIC 9(9).
           05  PHST-PTD-RESETS          PIC 9(9).
           05  PHST-YTD-NET-AMOUNT      PIC S9(13).
           05  PHST-YTD-POSTINGS        PIC 9(9).
           05  PHST-YTD-TRIPS           PIC 9(9).
           05  PHST-YTD-REVERSALS       PIC 9(9).
           05  PHST-YTD-RESETS          PIC 9(9).
