      *    HO3BILOT installments are absorbed as open receivables,
      *    lockbox payments are applied against them oldest due date
      *    first, and the aging sweep reads the whole file to bucket
      *    the open balances.  HO3ENDRS posts mid-term endorsement
      *    premium against the open installments of the current
      *    term (or adds one installment for it).  The cancel-sent
      *    flag records that a non-payment cancellation transaction
      *    has already been cut for the policy, so an installment
      *    still unpaid on later nights does not re-issue the
      *    cancellation.
       01  HO3-RECEIVABLE-RECORD.
           05 RB-KEY.
              10 RB-POLICY-NUMBER     PIC X(10).
