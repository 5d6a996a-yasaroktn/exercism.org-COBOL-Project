      *   2026-09-02  TSG  Added GL-ACCOUNT-CODE: each line now says
      *                    which expense account it accrues, and the
      *                    cumulative amount runs within the account.
      *   2026-10-15  TSG  Added GL-FISCAL-YEAR/GL-FISCAL-PERIOD: the
      *                    day's period on the CALGEN fiscal calendar,
      *                    zero when the calendar carries none.
      *=================================================================
       01  GL-ACCRUAL-RECORD.
           05  GL-ACCRUAL-DATE.
           05  GL-DAILY-AMOUNT              PIC S9(09)V99.
           05  GL-CUMULATIVE-AMOUNT         PIC S9(09)V99.
           05  GL-ACCOUNT-CODE              PIC X(08).
           05  GL-FISCAL-YEAR               PIC 9(04).
           05  GL-FISCAL-PERIOD             PIC 9(02).
