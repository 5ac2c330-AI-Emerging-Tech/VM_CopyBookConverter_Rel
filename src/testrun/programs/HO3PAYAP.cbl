      *    receivable so later nights do not re-issue it - so
      *    non-pay cancels come off actual receivables instead of a
      *    manual list.
      *
      *    Each payment also writes general ledger activity to
      *    HO3PAYGL for the journal interface (HO3GLINT): the cash
      *    received, the part applied to receivables and the part
      *    left unapplied, under the state of the policy's
      *    receivables ('**' when the payment matched none).  The
      *    same three totals are printed at the foot of the aging
      *    report, which is what the journal summary ties the cash
      *    entries back to.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCEPTION-FILE-STATUS.

           SELECT GL-ACTIVITY-FILE ASSIGN TO "HO3PAYGL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GL-ACTIVITY-STATUS.

           SELECT HO3-CODES-REFERENCE ASSIGN TO "HO3CODES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
           05 BI-INSTALLMENT-AMOUNT   PIC 9(7)V99 COMP-3.
           05 BI-ANNUAL-PREMIUM       PIC 9(7)V99 COMP-3.
           05 BI-BILLING-DATE         PIC 9(8).
           05 BI-CHARGE-TOTAL         PIC 9(7)V99 COMP-3.
           05 BI-AMOUNT-DUE           PIC 9(7)V99 COMP-3.
           05 BI-CHARGE-LINES.
              10 BI-CHARGE-LINE-COUNT PIC 9(2).
              10 BI-CHARGE-LINE OCCURS 10 TIMES.
                 15 BI-CHARGE-CODE     PIC X(4).
                 15 BI-CHARGE-CATEGORY PIC X(1).
                 15 BI-CHARGE-AMOUNT   PIC 9(7)V99 COMP-3.

       FD  PAYMENT-FEED-FILE.
       01  HO3-PAYMENT-FEED-RECORD.
       FD  PAYMENT-EXCEPTION-FILE.
       01  PAYMENT-EXCEPTION-LINE     PIC X(80).

       FD  GL-ACTIVITY-FILE.
           COPY HO3-GL-ACTIVITY.

       FD  HO3-CODES-REFERENCE.
           COPY HO3-CODES-FILE.

       01  WS-EXCEPTION-FILE-STATUS   PIC X(2).
           88 WS-EXCEPTION-FILE-OK    VALUE '00'.

       01  WS-GL-ACTIVITY-STATUS      PIC X(2).
           88 WS-GL-ACTIVITY-OK       VALUE '00'.

       01  WS-EOF-SWITCH              PIC X(1) VALUE 'N'.
           88 WS-END-OF-INPUT         VALUE 'Y'.

       01  WS-UNAPPLIED-COUNT         PIC 9(9) VALUE ZERO.
       01  WS-CANCEL-TRAN-COUNT       PIC 9(9) VALUE ZERO.
       01  WS-RECEIVABLES-AGED        PIC 9(9) VALUE ZERO.
       01  WS-GL-ACTIVITY-WRITTEN     PIC 9(9) VALUE ZERO.
       01  WS-GL-ACTIVITY-ERRORS      PIC 9(9) VALUE ZERO.

       01  WS-RECEIVED-TOTAL          PIC 9(11)V99 COMP-3 VALUE ZERO.
       01  WS-APPLIED-TOTAL           PIC 9(11)V99 COMP-3 VALUE ZERO.
       01  WS-UNAPPLIED-TOTAL         PIC 9(11)V99 COMP-3 VALUE ZERO.

       01  WS-REMAINING-PAYMENT       PIC 9(9)V99 COMP-3.
       01  WS-OPEN-BALANCE            PIC 9(7)V99 COMP-3.
       01  WS-AMOUNT-APPLIED          PIC 9(7)V99 COMP-3.
       01  WS-PAYMENT-APPLIED         PIC 9(9)V99 COMP-3.
       01  WS-PAYMENT-STATE-CODE      PIC X(2).

      *    Per-policy aging accumulators, broken on RB-POLICY-NUMBER
      *    as the sweep reads the master in key order.
           05 FILLER                  PIC X(2).
           05 WS-EXC-REASON           PIC X(50).

       01  WS-CASH-TOTAL-LINE-1.
           05 FILLER                  PIC X(21)
                 VALUE 'PAYMENTS RECEIVED =  '.
           05 WS-CTL-RECEIVED         PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                  PIC X(12)
                 VALUE '  PAYMENTS ='.
           05 WS-CTL-PAYMENT-COUNT    PIC ZZZ,ZZ9.

       01  WS-CASH-TOTAL-LINE-2.
           05 FILLER                  PIC X(21)
                 VALUE 'CASH APPLIED =       '.
           05 WS-CTL-APPLIED          PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                  PIC X(16)
                 VALUE '  UNAPPLIED =   '.
           05 WS-CTL-UNAPPLIED        PIC ZZ,ZZZ,ZZZ,ZZ9.99.

           COPY HO3-RUN-CONTROL.

       PROCEDURE DIVISION.
              MOVE 'Y' TO WS-PAYMENT-EOF-SWITCH
           END-IF

      *    No payment is applied without its ledger activity.
           OPEN OUTPUT GL-ACTIVITY-FILE
           IF NOT WS-GL-ACTIVITY-OK
              DISPLAY 'HO3PAYAP: UNABLE TO OPEN HO3PAYGL, STATUS='
                 WS-GL-ACTIVITY-STATUS
              MOVE 'Y' TO WS-PAYMENT-EOF-SWITCH
           END-IF

           IF NOT WS-BILLING-EOF
              PERFORM 2100-READ-POLICY
              PERFORM 2200-READ-BILLING
           MOVE INSURED-NAME TO RB-INSURED-NAME
           MOVE BI-BILLING-PLAN TO RB-BILLING-PLAN
           MOVE BI-INSTALLMENT-NO TO RB-INSTALLMENT-NO
      *    The receivable is the amount due - the installment plus
      *    any state charges billed with it.
           MOVE BI-AMOUNT-DUE TO RB-INSTALLMENT-AMOUNT
           MOVE ZERO TO RB-AMOUNT-PAID
           MOVE 'O' TO RB-PAYMENT-STATUS
           MOVE ZERO TO RB-LAST-PAYMENT-DATE
      *    ---------------------------------------------------------
       3000-APPLY-PAYMENT.
           ADD 1 TO WS-PAYMENT-COUNT
           ADD PY-PAYMENT-AMOUNT TO WS-RECEIVED-TOTAL
           MOVE PY-PAYMENT-AMOUNT TO WS-REMAINING-PAYMENT
           MOVE '**' TO WS-PAYMENT-STATE-CODE

           MOVE PY-POLICY-NUMBER TO RB-POLICY-NUMBER
           MOVE ZERO TO RB-DUE-DATE
              ADD 1 TO WS-PAYMENTS-APPLIED
           END-IF

           PERFORM 3500-WRITE-CASH-ACTIVITY

           PERFORM 3100-READ-PAYMENT.

       3100-READ-PAYMENT.
                  IF RB-POLICY-NUMBER NOT = PY-POLICY-NUMBER
                     MOVE 'Y' TO WS-POLICY-DONE-SWITCH
                  ELSE
                     MOVE RB-STATE-CODE TO WS-PAYMENT-STATE-CODE
                     IF NOT RB-PAID-IN-FULL
                        PERFORM 3300-POST-ONE-INSTALLMENT
                     END-IF
           ADD 1 TO WS-UNAPPLIED-COUNT
           ADD WS-REMAINING-PAYMENT TO WS-UNAPPLIED-TOTAL.

      *    ---------------------------------------------------------
      *    General ledger activity for one payment: the cash
      *    received, then whatever part of it was applied and
      *    whatever part was left unapplied.
      *    ---------------------------------------------------------
       3500-WRITE-CASH-ACTIVITY.
           COMPUTE WS-PAYMENT-APPLIED =
               PY-PAYMENT-AMOUNT - WS-REMAINING-PAYMENT
           MOVE 'CR' TO GA-ACTIVITY-TYPE
           MOVE PY-PAYMENT-AMOUNT TO GA-AMOUNT
           PERFORM 3550-WRITE-GL-ACTIVITY
           IF WS-PAYMENT-APPLIED > ZERO
              MOVE 'CA' TO GA-ACTIVITY-TYPE
              MOVE WS-PAYMENT-APPLIED TO GA-AMOUNT
              PERFORM 3550-WRITE-GL-ACTIVITY
           END-IF
           IF WS-REMAINING-PAYMENT > ZERO
              MOVE 'CU' TO GA-ACTIVITY-TYPE
              MOVE WS-REMAINING-PAYMENT TO GA-AMOUNT
              PERFORM 3550-WRITE-GL-ACTIVITY
           END-IF.

       3550-WRITE-GL-ACTIVITY.
           MOVE 'HO3PAYAP' TO GA-SOURCE-PROGRAM
           MOVE PY-POLICY-NUMBER TO GA-POLICY-NUMBER
           MOVE WS-PAYMENT-STATE-CODE TO GA-STATE-CODE
           MOVE WS-CURRENT-YYYYMMDD TO GA-BASIS-DATE
           MOVE WS-CURRENT-YYYYMMDD TO GA-RUN-DATE
           WRITE HO3-GL-ACTIVITY-RECORD
           IF NOT WS-GL-ACTIVITY-OK
              DISPLAY 'HO3PAYAP: GL ACTIVITY WRITE FAILED FOR POLICY '
                 GA-POLICY-NUMBER ' STATUS=' WS-GL-ACTIVITY-STATUS
              ADD 1 TO WS-GL-ACTIVITY-ERRORS
              MOVE 8 TO RETURN-CODE
           ELSE
              ADD 1 TO WS-GL-ACTIVITY-WRITTEN
           END-IF.

      *    ---------------------------------------------------------
      *    Aging sweep: the whole master is read in key order, so a
      *    policy's installments cluster together; open balances
              END-IF
              PERFORM 4500-WRITE-STATE-TOTALS
              PERFORM 4600-WRITE-GRAND-TOTAL
              PERFORM 4700-WRITE-CASH-TOTALS
           END-IF.

       4100-AGE-ONE-RECEIVABLE.
           MOVE WS-GRD-90-PLUS TO WS-GRT-90-PLUS
           WRITE AGING-REPORT-LINE FROM WS-GRAND-TOTAL-LINE.

      *    Tonight's lockbox cash, the figures the general ledger
      *    journal summary ties its cash entries to.
       4700-WRITE-CASH-TOTALS.
           MOVE WS-RECEIVED-TOTAL TO WS-CTL-RECEIVED
           MOVE WS-PAYMENT-COUNT TO WS-CTL-PAYMENT-COUNT
           WRITE AGING-REPORT-LINE FROM WS-CASH-TOTAL-LINE-1
           MOVE WS-APPLIED-TOTAL TO WS-CTL-APPLIED
           MOVE WS-UNAPPLIED-TOTAL TO WS-CTL-UNAPPLIED
           WRITE AGING-REPORT-LINE FROM WS-CASH-TOTAL-LINE-2.

       9000-TERMINATE.
           IF WS-RECEIVABLE-FILE-OK OR WS-RECEIVABLE-FILE-EOF
                 OR WS-RECEIVABLE-NOT-FOUND OR WS-RECEIVABLE-DUPLICATE
           CLOSE AGING-REPORT-FILE
           CLOSE CANCEL-TRANSACTION-FILE
           CLOSE PAYMENT-EXCEPTION-FILE
           CLOSE GL-ACTIVITY-FILE

           DISPLAY 'HO3PAYAP: INSTALLMENTS READ = ' WS-BILLING-COUNT
           DISPLAY 'HO3PAYAP: INSTALLMENTS ABSORBED = '
              WS-PAYMENTS-APPLIED
           DISPLAY 'HO3PAYAP: PAYMENTS WITH UNAPPLIED AMOUNTS = '
              WS-UNAPPLIED-COUNT
           DISPLAY 'HO3PAYAP: GL ACTIVITY RECORDS WRITTEN = '
              WS-GL-ACTIVITY-WRITTEN
           DISPLAY 'HO3PAYAP: GL ACTIVITY WRITE ERRORS = '
              WS-GL-ACTIVITY-ERRORS
           DISPLAY 'HO3PAYAP: RECEIVABLES AGED = '
              WS-RECEIVABLES-AGED
           DISPLAY 'HO3PAYAP: NON-PAY CANCEL TRANSACTIONS CUT = '
       1900-WRITE-RUN-START.
           MOVE 'START' TO RC-FUNCTION-CODE
           MOVE 'HO3PAYAP' TO RC-PROGRAM-ID
           MOVE 'HO3RETPR' TO RC-PREDECESSOR-ID
           MOVE ZERO TO RC-GENERATION-STAMP
           CALL 'HO3RUNLG' USING HO3-RUN-CONTROL-PARMS
           IF RC-GATE-FAILED
              DISPLAY 'HO3PAYAP: PREDECESSOR HO3RETPR HAS NOT '
                 'COMPLETED CLEAN TONIGHT - RUN REFUSED'
              MOVE 8 TO RETURN-CODE
           END-IF.
           MOVE WS-CANCEL-TRAN-COUNT TO RC-RECORDS-OUT
           COMPUTE RC-EXCEPTION-COUNT =
               WS-UNAPPLIED-COUNT + WS-ORPHAN-BILLING-COUNT
             + WS-GL-ACTIVITY-ERRORS
           IF RETURN-CODE = ZERO
              MOVE 'C' TO RC-COMPLETION-STATUS
           ELSE
