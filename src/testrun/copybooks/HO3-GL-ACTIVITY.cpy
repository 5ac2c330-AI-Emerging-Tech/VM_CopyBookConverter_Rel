      *    General ledger activity record - one money movement as the
      *    program that made it saw it, written alongside that
      *    program's own report so HO3GLINT can journal the night's
      *    premium, cash, refund and commission activity without
      *    re-deriving any of it.  The activity type names the
      *    movement; HO3GLINT's posting rules turn the source program
      *    and activity type into a general ledger account and a
      *    debit or credit.  GA-BASIS-DATE is the date the movement
      *    belongs to: the term effective date for written premium and
      *    commission, the cancellation effective date for a refund,
      *    the run date for cash and endorsements.  Amounts are always
      *    positive; the side of the entry comes from the rule.
       01  HO3-GL-ACTIVITY-RECORD.
           05 GA-SOURCE-PROGRAM       PIC X(8).
           05 GA-ACTIVITY-TYPE        PIC X(2).
              88 GA-PREMIUM-RECEIVABLE  VALUE 'PR'.
              88 GA-LENDER-RECEIVABLE   VALUE 'LR'.
              88 GA-WRITTEN-PREMIUM     VALUE 'WP'.
              88 GA-CASH-RECEIVED       VALUE 'CR'.
              88 GA-CASH-APPLIED        VALUE 'CA'.
              88 GA-CASH-UNAPPLIED      VALUE 'CU'.
              88 GA-RETURN-PREMIUM      VALUE 'RP'.
              88 GA-RETURN-CREDITED     VALUE 'RC'.
              88 GA-REFUND-PAYABLE      VALUE 'RF'.
              88 GA-COMMISSION-EXPENSE  VALUE 'CE'.
              88 GA-COMMISSION-PAYABLE  VALUE 'CP'.
              88 GA-CHARGES-BILLED      VALUE 'TF'.
              88 GA-CHARGES-EXPENSE     VALUE 'TE'.
              88 GA-CHARGES-ABSORBED    VALUE 'TA'.
              88 GA-CHARGES-RETURNED    VALUE 'TR'.
           05 GA-POLICY-NUMBER        PIC X(10).
           05 GA-STATE-CODE           PIC X(2).
           05 GA-BASIS-DATE           PIC 9(8).
           05 GA-RUN-DATE             PIC 9(8).
           05 GA-AMOUNT               PIC 9(9)V99 COMP-3.
