      *    Refund check register record - one record per refund
      *    check, keyed by check number.  Written outstanding by
      *    HO3CHKIS when it issues a check for an HO3REFND
      *    cancellation refund or an HO3ENRFD endorsement refund,
      *    carrying the refund it pays and the payee's name and
      *    address as they stood at issue, so the check can still be
      *    traced and reported after the policy has left the master.
      *    HO3CHKRC marks it paid off the bank's paid file (paid
      *    with the amount mismatch flagged when the bank paid a
      *    different amount) and ages what is still outstanding;
      *    HO3ESCH marks it escheat-reported once it has passed its
      *    state's dormancy period and gone on the unclaimed-property
      *    report.
       01  HO3-REFUND-CHECK-RECORD.
           05 CK-CHECK-NUMBER         PIC 9(10).
           05 CK-REFUND-KEY.
              10 CK-POLICY-NUMBER     PIC X(10).
              10 CK-REFUND-DATE       PIC 9(8).
              10 CK-REFUND-TYPE       PIC X(1).
                 88 CK-CANCELLATION-REFUND VALUE 'C'.
                 88 CK-ENDORSEMENT-REFUND  VALUE 'E'.
           05 CK-PAYEE-NAME           PIC X(30).
           05 CK-PAYEE-ADDRESS        PIC X(50).
           05 CK-PAYEE-CITY           PIC X(30).
           05 CK-STATE-CODE           PIC X(2).
           05 CK-PAYEE-ZIP            PIC X(5).
           05 CK-CHECK-AMOUNT         PIC 9(7)V99 COMP-3.
           05 CK-ISSUE-DATE           PIC 9(8).
           05 CK-CHECK-STATUS         PIC X(1).
              88 CK-OUTSTANDING       VALUE 'O'.
              88 CK-PAID              VALUE 'P'.
              88 CK-PAID-MISMATCH     VALUE 'M'.
              88 CK-ESCHEAT-REPORTED  VALUE 'E'.
           05 CK-PAID-DATE            PIC 9(8).
           05 CK-PAID-AMOUNT          PIC 9(7)V99 COMP-3.
           05 CK-ESCHEAT-DATE         PIC 9(8).
