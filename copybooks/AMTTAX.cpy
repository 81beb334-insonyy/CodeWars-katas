000100*----------------------------------------------------------------
000200* AMTTAX - RECORD LAYOUT FOR THE YEAR-END INTEREST TAX-REPORTING
000300*     EXTRACT WRITTEN BY THE YEAR-END TAX RUN (AMTTAXY) AND SENT
000400*     TO THE TAX-FORM VENDOR.  THE LAYOUT IS THE VENDOR'S FIXED
000500*     100-BYTE FORMAT: ONE HEADER, ONE DETAIL PER ACCOUNT WHOSE
000600*     NET INTEREST CREDITED FOR THE TAX YEAR IS AT OR ABOVE THE
000700*     REPORTING THRESHOLD, AND ONE CONTROL TRAILER.  THE VENDOR
000800*     MATCHES THE ACCOUNT KEY TO THE CUSTOMER NAME, ADDRESS AND
000900*     TAXPAYER NUMBER ON ITS SIDE - NONE OF THEM LIVE IN THIS
001000*     SUITE.
001100*
001200* AMT-TAX-RTYPE        SAYS WHICH VIEW OF THE RECORD BODY
001300*     APPLIES: 'H' HEADER (FIRST RECORD), 'D' DETAIL, 'T'
001400*     TRAILER (LAST RECORD).
001500* AMT-TAX-YEAR         IS THE TAX YEAR REPORTED (CCYY), ON EVERY
001600*     RECORD.
001700* AMT-TAX-HDR-CREATED  IS THE DATE THE EXTRACT WAS BUILT
001800*     (YYYYMMDD).
001900* AMT-TAX-HDR-SOURCE   IS THE SENDING-SYSTEM ID THE VENDOR
002000*     ASSIGNED TO THIS FEED.
002100* AMT-TAX-KEY          IS THE ACCOUNT KEY, SAME SHAPE AS
002200*     AMT-MSTR-KEY.
002300* AMT-TAX-PROD         IS THE ACCOUNT'S PRODUCT CODE (SEE
002400*     AMTPROD), FROM ITS INTEREST ENTRIES.
002500* AMT-TAX-INT-AMT      IS THE NET INTEREST CREDITED FOR THE YEAR,
002600*     ROUNDED TO WHOLE CENTS - ALWAYS POSITIVE, SINCE ONLY
002700*     ACCOUNTS AT OR ABOVE THE THRESHOLD ARE SENT.
002800* AMT-TAX-TRL-COUNT    IS THE NUMBER OF DETAIL RECORDS WRITTEN.
002900* AMT-TAX-TRL-TOTAL    IS THE SUM OF AMT-TAX-INT-AMT OVER THOSE
003000*     DETAILS.
003100*
003200* WRITTEN  10/15/2026 RB
003300*----------------------------------------------------------------
003400 01  AMT-TAX-RECORD.
003500     05  AMT-TAX-RTYPE           PIC X(01).
003600         88  AMT-TAX-HEADER-REC           VALUE 'H'.
003700         88  AMT-TAX-DETAIL-REC           VALUE 'D'.
003800         88  AMT-TAX-TRAILER-REC          VALUE 'T'.
003900     05  AMT-TAX-YEAR            PIC 9(04).
004000     05  AMT-TAX-DETAIL.
004100         10  AMT-TAX-KEY             PIC X(10).
004200         10  AMT-TAX-PROD            PIC X(02).
004300         10  AMT-TAX-INT-AMT         PIC 9(11)V99.
004400         10  FILLER                  PIC X(70).
004500     05  AMT-TAX-HDR REDEFINES AMT-TAX-DETAIL.
004600         10  AMT-TAX-HDR-CREATED     PIC 9(08).
004700         10  AMT-TAX-HDR-SOURCE      PIC X(08).
004800         10  FILLER                  PIC X(79).
004900     05  AMT-TAX-TRL REDEFINES AMT-TAX-DETAIL.
005000         10  AMT-TAX-TRL-COUNT       PIC 9(09).
005100         10  AMT-TAX-TRL-TOTAL       PIC 9(13)V99.
005200         10  FILLER                  PIC X(71).
