000500*     (AMTDEND), WHICH WALKS THE CHAIN AND HOLDS DOWNSTREAM
000600*     JOBS WHEN WHAT ONE STEP RELEASED DOES NOT MATCH WHAT THE
000700*     NEXT STEP ABSORBED.  THE RECORD COVERS THE STANDARD
000800*     (AMTOUT) STREAM AND THE WIDE COMMERCIAL-LOAN (AMTOUTW)
000900*     STREAM - THE DRIVER AND AMTCORR WRITE A SECOND RECORD
000920*     UNDER STEP NAMES STNDRVW AND AMTCORRW FOR WHAT THEY
000940*     RELEASED TO THE WIDE FILE, WHICH THE LOAN ACCRUAL
000960*     (AMTLINT) AND LOAN POSTING (AMTLPST) STEPS ABSORB.
001000*
001100* AMT-RCTL-STEP     IS THE WRITING STEP'S LOAD-MODULE NAME.
001200* AMT-RCTL-RUN-DATE IS THE PROCESSING DATE OF THE BATCH
002500*     AN AMOUNT SUM OVER RAW TEXT) IS CARRIED AS ZERO.
002600*
002700* WRITTEN  09/02/2026 RB
002720* MODIFIED 10/15/2026 RB - WIDE COMMERCIAL-LOAN STREAM ADDED
002740*     (STNDRVW, AMTCORRW, AMTLINT, AMTLPST).
002800*----------------------------------------------------------------
002900 01  AMT-RCTL-RECORD.
003000     05  AMT-RCTL-STEP           PIC X(08).
