      *    non-payment.  One refund disbursement record per policy
      *    goes to accounting on HO3REFND, and the return-premium
      *    register prints the earned/unearned split and the method
      *    used.  The billed state charges HO3PREM marks refundable
      *    (premium taxes and fees returned with the premium, off
      *    PX-REFUNDABLE-CHARGES) are refunded pro-rata to the same
      *    unearned days on top of the premium refund - the short-
      *    rate penalty is a premium penalty and never reduces them
      *    - and carried as their own amount on the refund record
      *    and register; fully-earned charges are not returned.
      *    The extract carries every policy's computed
      *    premium, cancelled ones included, so a cancelled policy
      *    with no extract record at all is the sign of a short or
      *    out-of-step extract and is counted to the exception
           05 PX-POLICY-NUMBER        PIC X(10).
           05 PX-STATE-CODE           PIC X(2).
           05 PX-ANNUAL-PREMIUM       PIC 9(7)V99 COMP-3.
           05 PX-TERRITORY-CODE       PIC 9(3).
           05 PX-REFUNDABLE-CHARGES   PIC 9(7)V99 COMP-3.

       FD  REFUND-DISBURSEMENT-FILE.
       01  HO3-REFUND-RECORD.
           05 RF-ANNUAL-PREMIUM       PIC 9(7)V99 COMP-3.
           05 RF-REFUND-AMOUNT        PIC 9(7)V99 COMP-3.
           05 RF-RUN-DATE             PIC 9(8).
      *    The state charges included in RF-REFUND-AMOUNT.
           05 RF-CHARGE-REFUND-AMOUNT PIC 9(7)V99 COMP-3.

       FD  RETURN-PREMIUM-REGISTER.
       01  RETURN-PREMIUM-LINE        PIC X(100).

       01  WS-EARNED-PREMIUM          PIC 9(7)V99 COMP-3.
       01  WS-UNEARNED-PREMIUM        PIC 9(7)V99 COMP-3.
       01  WS-PREMIUM-REFUND          PIC 9(7)V99 COMP-3.
       01  WS-CHARGE-REFUND           PIC 9(7)V99 COMP-3.
       01  WS-REFUND-AMOUNT           PIC 9(7)V99 COMP-3.
       01  WS-REFUND-METHOD           PIC X(1).

       01  WS-NO-PREMIUM-COUNT        PIC 9(9) VALUE ZERO.
       01  WS-ORPHAN-EXTRACT-COUNT    PIC 9(9) VALUE ZERO.
       01  WS-TOTAL-REFUND            PIC 9(11)V99 COMP-3 VALUE ZERO.
       01  WS-TOTAL-CHARGE-REFUND     PIC 9(11)V99 COMP-3 VALUE ZERO.

       01  WS-REGISTER-HEADING.
           05 FILLER                  PIC X(10) VALUE 'POLICY'.
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 FILLER                  PIC X(12) VALUE '    UNEARNED'.
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 FILLER                  PIC X(12) VALUE '     CHARGES'.
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 FILLER                  PIC X(12) VALUE '      REFUND'.

       01  WS-REGISTER-DETAIL            VALUE SPACES.
           05 FILLER                  PIC X(2).
           05 WS-REG-UNEARNED         PIC Z,ZZZ,ZZ9.99.
           05 FILLER                  PIC X(2).
           05 WS-REG-CHARGES          PIC Z,ZZZ,ZZ9.99.
           05 FILLER                  PIC X(2).
           05 WS-REG-REFUND           PIC Z,ZZZ,ZZ9.99.

       01  WS-REGISTER-TOTAL-LINE.
                 VALUE '  POLICIES ='.
           05 WS-RGT-REFUND-COUNT     PIC ZZZ,ZZ9.

       01  WS-REGISTER-CHARGE-LINE.
           05 FILLER                  PIC X(16)
                 VALUE 'CHARGES INCL. = '.
           05 WS-RGT-TOTAL-CHARGES    PIC ZZ,ZZZ,ZZZ,ZZ9.99.

           COPY HO3-RUN-CONTROL.

       PROCEDURE DIVISION.
      *    can never earn less than nothing or more than the whole
      *    premium.  Pro-rata refunds the full unearned premium;
      *    short-rate (non-payment) retains the standard penalty
      *    out of it.  The refundable state charges come back
      *    pro-rata either way.
      *    ---------------------------------------------------------
       2400-COMPUTE-RETURN-PREMIUM.
           COMPUTE WS-EFFECTIVE-INT =

           IF CANCEL-NON-PAYMENT
              MOVE 'S' TO WS-REFUND-METHOD
              COMPUTE WS-PREMIUM-REFUND ROUNDED =
                  WS-UNEARNED-PREMIUM
                * (1 - WS-SHORT-RATE-PENALTY)
           ELSE
              MOVE 'P' TO WS-REFUND-METHOD
              MOVE WS-UNEARNED-PREMIUM TO WS-PREMIUM-REFUND
           END-IF

           COMPUTE WS-CHARGE-REFUND ROUNDED =
               PX-REFUNDABLE-CHARGES
             * (WS-TERM-DAYS - WS-ELAPSED-DAYS) / WS-TERM-DAYS
           COMPUTE WS-REFUND-AMOUNT =
               WS-PREMIUM-REFUND + WS-CHARGE-REFUND

           PERFORM 2500-WRITE-REFUND
           PERFORM 2600-WRITE-REGISTER-LINE.

           MOVE PX-ANNUAL-PREMIUM TO RF-ANNUAL-PREMIUM
           MOVE WS-REFUND-AMOUNT TO RF-REFUND-AMOUNT
           MOVE WS-CURRENT-YYYYMMDD TO RF-RUN-DATE
           MOVE WS-CHARGE-REFUND TO RF-CHARGE-REFUND-AMOUNT
           WRITE HO3-REFUND-RECORD
           IF NOT WS-REFUND-FILE-OK
              DISPLAY 'HO3RETPR: REFUND WRITE FAILED FOR POLICY '
           ELSE
              ADD 1 TO WS-REFUND-COUNT
              ADD WS-REFUND-AMOUNT TO WS-TOTAL-REFUND
              ADD WS-CHARGE-REFUND TO WS-TOTAL-CHARGE-REFUND
           END-IF.

       2600-WRITE-REGISTER-LINE.
           MOVE PX-ANNUAL-PREMIUM TO WS-REG-ANNUAL
           MOVE WS-EARNED-PREMIUM TO WS-REG-EARNED
           MOVE WS-UNEARNED-PREMIUM TO WS-REG-UNEARNED
           MOVE WS-CHARGE-REFUND TO WS-REG-CHARGES
           MOVE WS-REFUND-AMOUNT TO WS-REG-REFUND
           WRITE RETURN-PREMIUM-LINE FROM WS-REGISTER-DETAIL.

              MOVE WS-TOTAL-REFUND TO WS-RGT-TOTAL-REFUND
              MOVE WS-REFUND-COUNT TO WS-RGT-REFUND-COUNT
              WRITE RETURN-PREMIUM-LINE FROM WS-REGISTER-TOTAL-LINE
              MOVE WS-TOTAL-CHARGE-REFUND TO WS-RGT-TOTAL-CHARGES
              WRITE RETURN-PREMIUM-LINE FROM WS-REGISTER-CHARGE-LINE
              CLOSE RETURN-PREMIUM-REGISTER
           END-IF

