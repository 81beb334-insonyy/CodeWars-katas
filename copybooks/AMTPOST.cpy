001370* MODIFIED 09/02/2026 RB - ADDED AMT-POST-PROD, THE EXPLICIT
001380*     PRODUCT CODE CARRIED FORWARD FROM THE CONVERTED RECORD
001390*     (SEE AMTOUT).  LRECL 26.
001392* MODIFIED 10/15/2026 RB - THE NIGHTLY ACCRUAL-LEDGER STEP
001394*     (AMTACCR) NOW CARRIES EACH NIGHT'S AMT-POST-INT ONTO THE
001396*     RETAINED LEDGER (SEE AMTACCR); CAPITALIZATION READS THE
001398*     LEDGER, NOT THIS FILE.  LAYOUT IS UNCHANGED.
001400*----------------------------------------------------------------
001500 01  AMT-POST-RECORD.
001600     05  AMT-POST-KEY            PIC X(10).
