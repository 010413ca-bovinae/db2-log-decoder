      *             190 TBSQQRY0   200 TBSQCTL0   215 TBSQRCN0
      *             220 TBSQMSG0 (this routine's own messages)
      *             230 TBSQACT0   240 TBSQFSC0   250 TBSQTRD0
      *             260 TBSQCMP0   270 TBSQOWN0   280 TBSQCHG0
      *             300 TBSQTKT0   310 TBSQSIM0   320 TBSQHCV0
      *             330 TBSQCOR0   340 TBSQPRT0   350 TBSQWIN0
      *             360 TBSQSTD0   370 TBSQCRC0   380 TBSQASO0
      *             390 TBSQPRM0
      *
      * Modification History:
      *   09/02/2026 RH  Initial version.
      *   10/14/2026 RH  Add message blocks for TBSQOWN0 and TBSQCHG0.
      *   10/14/2026 RH  Add the message block for TBSQTKT0.
      *   10/14/2026 RH  Add the message block for TBSQSIM0.
      *   10/14/2026 RH  Add the message block for TBSQHCV0.
      *   10/14/2026 RH  Add the message block for TBSQCOR0.
      *   10/15/2026 RH  Add the message block for TBSQPRT0.
      *   10/15/2026 RH  Add the message block for TBSQWIN0.
      *   10/15/2026 RH  Add the message block for TBSQSTD0.
      *   10/15/2026 RH  Add the message block for TBSQCRC0.
      *   10/15/2026 RH  Add the message block for TBSQASO0.
      *   10/15/2026 RH  Add the message block for TBSQPRM0.
      *
      **************************************************************************
       IDENTIFICATION DIVISION.
