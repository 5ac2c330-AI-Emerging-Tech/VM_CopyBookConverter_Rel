      *    installment due on the effective date itself; the division
      *    remainder cents are carried on the first installment so
      *    the schedule always foots back to the annual premium.
      *
      *    Each billed policy also writes two general ledger activity
      *    records to HO3PRMGL for the journal interface (HO3GLINT):
      *    the receivable - the insured's, or the lender's for an
      *    escrow bill - and the written premium, both for the annual
      *    premium on the register and dated by the term effective
      *    date, so the journal foots back to the register total.
      *
      *    The manual base premium is adjusted for where the
      *    property sits: each HO3RATOT record carries the
      *    property's rating territory and territory base-rate
      *    factor (HO3RATE, off PROPERTY-ZIP), and the policy's base
      *    premium is the coverage premium at the manual rates times
      *    the policy's territory factor - the properties' factors
      *    weighted by their insured values (or evenly, when no
      *    insured value is on file), overflow properties included.
      *    The premium extract carries the policy's principal
      *    territory, that of its highest-valued property.  Every
      *    billed policy's premium is also spread over its
      *    properties - the base premium by each property's share of
      *    the weighted insured value, plus the property's own
      *    surcharges - and written to the HO3PRMTR territory
      *    premium file by policy, territory and property, so the
      *    territory rate-adequacy report (HO3TERR) foots back to
      *    the register total, carried on the file's trailer
      *    record.
      *
      *    A policy renewed with a loss-history surcharge by the
      *    renewal underwriting review carries the surcharge on the
      *    policy record (LOSS-SURCHARGE-PCT, a fraction of the base
      *    premium); it is added to the annual premium and shown in
      *    its own register column, and spread over the properties
      *    with the base premium it was taken on.
      *
      *    State premium taxes, policy fees and assessments come off
      *    the HO3CODES state charge table (TX) for the policy's
      *    state - a percentage of the annual premium or a flat
      *    amount per policy - and print as separate lines under the
      *    policy on the register.  A charge billed to the insured
      *    is carried in full on the first installment (or the
      *    lender's annual bill), as its own charge lines beside the
      *    premium, and the amount due is the installment plus the
      *    charges; a charge the company absorbs is not billed.  The
      *    billed charges a cancellation returns pro-rata are passed
      *    to the return-premium run on the premium extract, and
      *    every policy's charges - billed or absorbed - are written
      *    to the HO3PRMTX premium charge file for the quarterly
      *    premium tax report (HO3PTAX).  The receivable activity
      *    for the journal interface includes the billed charges,
      *    which are credited to taxes and fees payable; absorbed
      *    charges are an expense against the same payable.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LENDER-BILL-STATUS.

           SELECT GL-ACTIVITY-FILE ASSIGN TO "HO3PRMGL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GL-ACTIVITY-STATUS.

           SELECT PREMIUM-CHARGE-FILE ASSIGN TO "HO3PRMTX"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PREMIUM-CHARGE-STATUS.

           SELECT HO3-CODES-REFERENCE ASSIGN TO "HO3CODES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CRF-KEY
               FILE STATUS IS HO3-CODES-FILE-STATUS.

           SELECT TERRITORY-PREMIUM-FILE ASSIGN TO "HO3PRMTR"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TERRITORY-PREMIUM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HO3-POLICY-FILE.
           05 RP-ROOF-SURCHARGE       PIC 9(3)V99 COMP-3.
           05 RP-TOTAL-SURCHARGE      PIC 9(3)V99 COMP-3.
           05 RP-RATING-DATE          PIC 9(8).
           05 RP-PROPERTY-ZIP         PIC X(5).
           05 RP-TERRITORY-CODE       PIC 9(3).
           05 RP-TERRITORY-FACTOR     PIC 9V999.
           05 RP-INSURED-VALUE        PIC 9(7)V99 COMP-3.

       FD  PREMIUM-REGISTER-FILE.
       01  PREMIUM-REGISTER-LINE      PIC X(80).
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

       FD  PREMIUM-EXTRACT-FILE.
       01  HO3-PREMIUM-EXTRACT-RECORD.
           05 PX-POLICY-NUMBER        PIC X(10).
           05 PX-STATE-CODE           PIC X(2).
           05 PX-ANNUAL-PREMIUM       PIC 9(7)V99 COMP-3.
           05 PX-TERRITORY-CODE       PIC 9(3).
           05 PX-REFUNDABLE-CHARGES   PIC 9(7)V99 COMP-3.

       FD  LENDER-BILL-FILE.
       01  HO3-LENDER-BILL-RECORD.
           05 LB-DUE-DATE             PIC 9(8).
           05 LB-ANNUAL-PREMIUM       PIC 9(7)V99 COMP-3.
           05 LB-BILLING-DATE         PIC 9(8).
           05 LB-CHARGE-TOTAL         PIC 9(7)V99 COMP-3.
           05 LB-AMOUNT-DUE           PIC 9(7)V99 COMP-3.
           05 LB-CHARGE-LINES.
              10 LB-CHARGE-LINE-COUNT PIC 9(2).
              10 LB-CHARGE-LINE OCCURS 10 TIMES.
                 15 LB-CHARGE-CODE     PIC X(4).
                 15 LB-CHARGE-CATEGORY PIC X(1).
                 15 LB-CHARGE-AMOUNT   PIC 9(7)V99 COMP-3.

       FD  GL-ACTIVITY-FILE.
           COPY HO3-GL-ACTIVITY.

      *    Every priced policy's state charges, billed and absorbed,
      *    for the quarterly premium tax report.
       FD  PREMIUM-CHARGE-FILE.
       01  HO3-PREMIUM-CHARGE-RECORD.
           05 TX-POLICY-NUMBER        PIC X(10).
           05 TX-STATE-CODE           PIC X(2).
           05 TX-EFFECTIVE-DATE       PIC 9(8).
           05 TX-POLICY-STATUS        PIC X(1).
           05 TX-ANNUAL-PREMIUM       PIC 9(7)V99 COMP-3.
           05 TX-CHARGE-COUNT         PIC 9(2).
           05 TX-CHARGE-ENTRY OCCURS 10 TIMES.
              10 TX-CHARGE-CODE       PIC X(4).
              10 TX-CHARGE-CATEGORY   PIC X(1).
              10 TX-CHARGE-BILLING    PIC X(1).
              10 TX-CHARGE-REFUND     PIC X(1).
              10 TX-CHARGE-AMOUNT     PIC 9(7)V99 COMP-3.
           05 TX-RUN-DATE             PIC 9(8).

       FD  HO3-CODES-REFERENCE.
           COPY HO3-CODES-FILE.

       FD  TERRITORY-PREMIUM-FILE.
       01  HO3-TERRITORY-PREMIUM-RECORD.
           05 TP-RECORD-TYPE          PIC X(1).
              88 TP-DETAIL            VALUE 'D'.
              88 TP-TRAILER           VALUE 'T'.
           05 TP-DETAIL-DATA.
              10 TP-POLICY-NUMBER     PIC X(10).
              10 TP-STATE-CODE        PIC X(2).
              10 TP-TERRITORY-CODE    PIC 9(3).
              10 TP-PROPERTY-SEQ-NO   PIC X(2).
              10 TP-TERRITORY-FACTOR  PIC 9V999.
              10 TP-INSURED-VALUE     PIC 9(7)V99 COMP-3.
              10 TP-PROPERTY-PREMIUM  PIC 9(7)V99 COMP-3.
              10 TP-RUN-DATE          PIC 9(8).
           05 TP-TRAILER-DATA REDEFINES TP-DETAIL-DATA.
              10 TP-TRL-RUN-DATE      PIC 9(8).
              10 TP-TRL-RECORD-COUNT  PIC 9(9).
              10 TP-TRL-PREMIUM-TOTAL PIC 9(11)V99 COMP-3.
              10 FILLER               PIC X(15).

       WORKING-STORAGE SECTION.
           COPY HO3-CODES.

       01  WS-POLICY-FILE-STATUS      PIC X(2).
           88 WS-POLICY-FILE-OK       VALUE '00'.
           88 WS-POLICY-FILE-EOF      VALUE '10'.
       01  WS-LENDER-BILL-STATUS      PIC X(2).
           88 WS-LENDER-BILL-OK       VALUE '00'.

       01  WS-GL-ACTIVITY-STATUS      PIC X(2).
           88 WS-GL-ACTIVITY-OK       VALUE '00'.

       01  WS-PREMIUM-CHARGE-STATUS   PIC X(2).
           88 WS-PREMIUM-CHARGE-OK    VALUE '00'.

       01  WS-TERRITORY-PREMIUM-STATUS PIC X(2).
           88 WS-TERRITORY-PREMIUM-OK VALUE '00'.

       01  WS-EOF-SWITCH              PIC X(1) VALUE 'N'.
           88 WS-END-OF-INPUT         VALUE 'Y'.

       01  WS-SEMI-ANNUAL-THRESHOLD   PIC 9(5)V99 VALUE 600.00.
       01  WS-QUARTERLY-THRESHOLD     PIC 9(5)V99 VALUE 1200.00.

      *    The policy's properties as rated on HO3RATOT - main
      *    record and overflow alike - for weighting the territory
      *    factor and spreading the premium over the properties.
       01  WS-PROPERTY-COUNT          PIC S9(4) COMP.
       01  WS-PROPERTY-SUB            PIC S9(4) COMP.
       01  WS-POLICY-PROPERTY-TABLE.
           05 WS-POLICY-PROPERTY OCCURS 99 TIMES.
              10 WS-PP-PROPERTY-SEQ-NO PIC X(2).
              10 WS-PP-TERRITORY-CODE PIC 9(3).
              10 WS-PP-TERRITORY-FACTOR PIC 9V999.
              10 WS-PP-INSURED-VALUE  PIC 9(7)V99 COMP-3.
              10 WS-PP-SURCHARGE      PIC 9(3)V99 COMP-3.

       01  WS-COVERAGE-PREMIUM        PIC 9(7)V9(4) COMP-3.
       01  WS-TERRITORY-FACTOR        PIC 9V9(5) COMP-3.
       01  WS-TOTAL-INSURED-VALUE     PIC 9(9)V99 COMP-3.
       01  WS-PROPERTY-WEIGHT         PIC 9(8)V9(5) COMP-3.
       01  WS-WEIGHT-TOTAL            PIC 9(10)V9(5) COMP-3.
       01  WS-PRIMARY-TERRITORY       PIC 9(3).
       01  WS-PRIMARY-VALUE           PIC 9(7)V99 COMP-3.
       01  WS-PROPERTY-PREMIUM        PIC 9(7)V99 COMP-3.
       01  WS-PREMIUM-ALLOCATED       PIC 9(7)V99 COMP-3.

       01  WS-BASE-PREMIUM            PIC 9(7)V99 COMP-3.
       01  WS-LOSS-SURCHARGE          PIC 9(7)V99 COMP-3.
       01  WS-SURCHARGE-TOTAL         PIC 9(5)V99 COMP-3.
       01  WS-ANNUAL-PREMIUM          PIC 9(7)V99 COMP-3.
       01  WS-EVEN-INSTALLMENT        PIC 9(7)V99 COMP-3.
           88 WS-PLAN-SEMI-ANNUAL     VALUE 'S'.
           88 WS-PLAN-QUARTERLY       VALUE 'Q'.

      *    The policy's state charges off the TX table, and the
      *    billed ones again as the charge lines of its bill.
       01  WS-CHARGE-COUNT            PIC S9(4) COMP.
       01  WS-CHARGE-SUB              PIC S9(4) COMP.
       01  WS-POLICY-CHARGE-TABLE.
           05 WS-POLICY-CHARGE OCCURS 10 TIMES.
              10 WS-PC-CODE           PIC X(4).
              10 WS-PC-CATEGORY       PIC X(1).
              10 WS-PC-BILLING        PIC X(1).
                 88 WS-PC-BILLED      VALUE 'B'.
              10 WS-PC-REFUND         PIC X(1).
                 88 WS-PC-REFUNDABLE  VALUE 'R'.
              10 WS-PC-AMOUNT         PIC 9(7)V99 COMP-3.
       01  WS-BILL-CHARGE-LINES.
           05 WS-BC-LINE-COUNT        PIC 9(2).
           05 WS-BC-LINE OCCURS 10 TIMES.
              10 WS-BC-CODE           PIC X(4).
              10 WS-BC-CATEGORY       PIC X(1).
              10 WS-BC-AMOUNT         PIC 9(7)V99 COMP-3.
       01  WS-BILLED-CHARGES          PIC 9(7)V99 COMP-3.
       01  WS-ABSORBED-CHARGES        PIC 9(7)V99 COMP-3.
       01  WS-REFUNDABLE-CHARGES      PIC 9(7)V99 COMP-3.
       01  WS-GL-AMOUNT               PIC 9(9)V99 COMP-3.

       01  WS-POLICY-COUNT            PIC 9(9) VALUE ZERO.
       01  WS-INSTALLMENTS-WRITTEN    PIC 9(9) VALUE ZERO.
       01  WS-LENDER-BILLS-WRITTEN    PIC 9(9) VALUE ZERO.
       01  WS-GL-ACTIVITY-WRITTEN     PIC 9(9) VALUE ZERO.
       01  WS-TERRITORY-RECORDS       PIC 9(9) VALUE ZERO.
       01  WS-ORPHAN-SURCHARGES       PIC 9(9) VALUE ZERO.
       01  WS-TOTAL-PREMIUM           PIC 9(11)V99 COMP-3 VALUE ZERO.
       01  WS-TOTAL-BILLED-CHARGES    PIC 9(11)V99 COMP-3 VALUE ZERO.
       01  WS-TOTAL-ABSORBED-CHARGES  PIC 9(11)V99 COMP-3 VALUE ZERO.
       01  WS-TOTAL-BILLED            PIC 9(11)V99 COMP-3 VALUE ZERO.
       01  WS-CHARGE-RECORDS          PIC 9(9) VALUE ZERO.
       01  WS-EXCESS-CHARGE-COUNT     PIC 9(9) VALUE ZERO.
       01  WS-FEED-WRITE-ERRORS       PIC 9(9) VALUE ZERO.

      *    Date work area for the anniversary-date arithmetic: the
      *    due-date months offset is added to the effective date's
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 FILLER                  PIC X(9)  VALUE 'SURCHARGE'.
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 FILLER                  PIC X(9)  VALUE 'LOSS SURC'.
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 FILLER                  PIC X(12) VALUE '      ANNUAL'.
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 FILLER                  PIC X(4)  VALUE 'PLAN'.
           05 FILLER                  PIC X(2).
           05 WS-REG-SURCHARGE        PIC ZZ,ZZ9.99.
           05 FILLER                  PIC X(2).
           05 WS-REG-LOSS-SURCHARGE   PIC ZZ,ZZ9.99.
           05 FILLER                  PIC X(2).
           05 WS-REG-ANNUAL-PREMIUM   PIC Z,ZZZ,ZZ9.99.
           05 FILLER                  PIC X(4).
           05 WS-REG-BILLING-PLAN     PIC X(1).

      *    One line under the policy per state charge, the amount
      *    under the annual premium column.
       01  WS-CHARGE-DETAIL              VALUE SPACES.
           05 FILLER                  PIC X(16).
           05 WS-CHL-CODE             PIC X(4).
           05 FILLER                  PIC X(2).
           05 WS-CHL-CATEGORY         PIC X(12).
           05 FILLER                  PIC X(2).
           05 WS-CHL-BILLING          PIC X(8).
           05 FILLER                  PIC X(8).
           05 WS-CHL-AMOUNT           PIC Z,ZZZ,ZZ9.99.

       01  WS-REGISTER-TOTAL-LINE.
           05 FILLER                  PIC X(17)
                 VALUE 'TOTAL PREMIUM =  '.
                 VALUE '  POLICIES ='.
           05 WS-RGT-POLICY-COUNT     PIC ZZZ,ZZ9.

       01  WS-CHARGE-TOTAL-LINE.
           05 WS-CTL-LABEL            PIC X(26).
           05 WS-CTL-AMOUNT           PIC ZZ,ZZZ,ZZZ,ZZ9.99.

           COPY HO3-RUN-CONTROL.

       PROCEDURE DIVISION.
              MOVE 'Y' TO WS-EOF-SWITCH
           END-IF

           OPEN OUTPUT GL-ACTIVITY-FILE
           IF NOT WS-GL-ACTIVITY-OK
              DISPLAY 'HO3PREM: UNABLE TO OPEN HO3PRMGL, STATUS='
                 WS-GL-ACTIVITY-STATUS
              MOVE 'Y' TO WS-EOF-SWITCH
           END-IF

           OPEN OUTPUT TERRITORY-PREMIUM-FILE
           IF NOT WS-TERRITORY-PREMIUM-OK
              DISPLAY 'HO3PREM: UNABLE TO OPEN HO3PRMTR, STATUS='
                 WS-TERRITORY-PREMIUM-STATUS
              MOVE 'Y' TO WS-EOF-SWITCH
           END-IF

           OPEN OUTPUT PREMIUM-CHARGE-FILE
           IF NOT WS-PREMIUM-CHARGE-OK
              DISPLAY 'HO3PREM: UNABLE TO OPEN HO3PRMTX, STATUS='
                 WS-PREMIUM-CHARGE-STATUS
              MOVE 'Y' TO WS-EOF-SWITCH
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE

      *    A state with no charge on the table simply bills none,
      *    but a table that failed to load would underbill every
      *    state that has them.
           MOVE WS-CURRENT-YYYYMMDD TO HO3-CODES-AS-OF-DATE
           PERFORM 8500-LOAD-REFERENCE-TABLES
           IF HO3-CODES-LOAD-FAILED
              DISPLAY 'HO3PREM: STATE CHARGE TABLE LOAD INCOMPLETE - '
                 'RUN ABANDONED'
              MOVE 8 TO RETURN-CODE
              MOVE 'Y' TO WS-EOF-SWITCH
           END-IF

           IF NOT WS-END-OF-INPUT
              WRITE PREMIUM-REGISTER-LINE FROM WS-REGISTER-HEADING
              PERFORM 2100-READ-POLICY
      *    billed and carried on the register and its totals.
       2000-PROCESS-POLICY.
           MOVE ZERO TO WS-SURCHARGE-TOTAL
           MOVE ZERO TO WS-PROPERTY-COUNT
           PERFORM 2300-MATCH-SURCHARGE
              UNTIL WS-SURCHARGE-EOF
                 OR RP-POLICY-NUMBER > POLICY-NUMBER
           PERFORM 2400-COMPUTE-PREMIUM
           PERFORM 2450-COMPUTE-STATE-CHARGES
           PERFORM 2550-WRITE-PREMIUM-EXTRACT
           PERFORM 2590-WRITE-PREMIUM-CHARGES
           IF POLICY-ACTIVE OR POLICY-PENDING-CANCEL
              ADD WS-ANNUAL-PREMIUM TO WS-TOTAL-PREMIUM
              ADD WS-BILLED-CHARGES TO WS-TOTAL-BILLED-CHARGES
              ADD WS-ABSORBED-CHARGES TO WS-TOTAL-ABSORBED-CHARGES
              PERFORM 2500-WRITE-REGISTER-LINE
              PERFORM 2510-WRITE-CHARGE-LINES
              PERFORM 2560-WRITE-TERRITORY-PREMIUM
              IF BILL-TO-MORTGAGEE
                 PERFORM 2650-WRITE-LENDER-BILL
                 MOVE 'LR' TO GA-ACTIVITY-TYPE
              ELSE
                 PERFORM 2600-BUILD-INSTALLMENTS
                 MOVE 'PR' TO GA-ACTIVITY-TYPE
              END-IF
              COMPUTE WS-GL-AMOUNT =
                  WS-ANNUAL-PREMIUM + WS-BILLED-CHARGES
              PERFORM 2800-WRITE-GL-ACTIVITY
              MOVE 'WP' TO GA-ACTIVITY-TYPE
              MOVE WS-ANNUAL-PREMIUM TO WS-GL-AMOUNT
              PERFORM 2800-WRITE-GL-ACTIVITY
              IF WS-BILLED-CHARGES > ZERO
                 MOVE 'TF' TO GA-ACTIVITY-TYPE
                 MOVE WS-BILLED-CHARGES TO WS-GL-AMOUNT
                 PERFORM 2800-WRITE-GL-ACTIVITY
              END-IF
              IF WS-ABSORBED-CHARGES > ZERO
                 MOVE WS-ABSORBED-CHARGES TO WS-GL-AMOUNT
                 MOVE 'TE' TO GA-ACTIVITY-TYPE
                 PERFORM 2800-WRITE-GL-ACTIVITY
                 MOVE 'TA' TO GA-ACTIVITY-TYPE
                 PERFORM 2800-WRITE-GL-ACTIVITY
              END-IF
              ADD 1 TO WS-POLICY-COUNT
           END-IF
       2300-MATCH-SURCHARGE.
           IF RP-POLICY-NUMBER = POLICY-NUMBER
              ADD RP-TOTAL-SURCHARGE TO WS-SURCHARGE-TOTAL
              PERFORM 2350-KEEP-PROPERTY
           ELSE
              DISPLAY 'HO3PREM: SURCHARGE RECORD FOR UNMATCHED '
                 'POLICY ' RP-POLICY-NUMBER ' SKIPPED'
           END-IF
           PERFORM 2200-READ-SURCHARGE.

       2350-KEEP-PROPERTY.
           IF WS-PROPERTY-COUNT < 99
              ADD 1 TO WS-PROPERTY-COUNT
              MOVE RP-PROPERTY-SEQ-NO
                 TO WS-PP-PROPERTY-SEQ-NO (WS-PROPERTY-COUNT)
              MOVE RP-TERRITORY-CODE
                 TO WS-PP-TERRITORY-CODE (WS-PROPERTY-COUNT)
              MOVE RP-TERRITORY-FACTOR
                 TO WS-PP-TERRITORY-FACTOR (WS-PROPERTY-COUNT)
              MOVE RP-INSURED-VALUE
                 TO WS-PP-INSURED-VALUE (WS-PROPERTY-COUNT)
              MOVE RP-TOTAL-SURCHARGE
                 TO WS-PP-SURCHARGE (WS-PROPERTY-COUNT)
           ELSE
              DISPLAY 'HO3PREM: MORE THAN 99 PROPERTIES ON POLICY '
                 POLICY-NUMBER ' - PROPERTY ' RP-PROPERTY-SEQ-NO
                 ' NOT TERRITORY WEIGHTED'
           END-IF.

       2400-COMPUTE-PREMIUM.
           COMPUTE WS-COVERAGE-PREMIUM =
               COV-A-DWELLING * WS-RATE-COV-A
             + COV-C-CONTENTS * WS-RATE-COV-C
             + COV-E-LIABILITY * WS-RATE-COV-E
           PERFORM 2410-COMPUTE-TERRITORY-FACTOR
           COMPUTE WS-BASE-PREMIUM ROUNDED =
               WS-COVERAGE-PREMIUM * WS-TERRITORY-FACTOR
           IF LOSS-SURCHARGE-PCT IS NUMERIC
              COMPUTE WS-LOSS-SURCHARGE ROUNDED =
                  WS-BASE-PREMIUM * LOSS-SURCHARGE-PCT
           ELSE
              MOVE ZERO TO WS-LOSS-SURCHARGE
           END-IF
           COMPUTE WS-ANNUAL-PREMIUM =
               WS-BASE-PREMIUM + WS-LOSS-SURCHARGE + WS-SURCHARGE-TOTAL

      *    An escrow-paid policy is always one annual bill to the
      *    lender, whatever the premium size defaulting below would
               WS-ANNUAL-PREMIUM + WS-EVEN-INSTALLMENT
             - WS-EVEN-INSTALLMENT * WS-INSTALLMENT-COUNT.

      *    ---------------------------------------------------------
      *    The policy's state charges: every TX entry for its state,
      *    a percentage of the annual premium or a flat amount,
      *    totalled as billed or absorbed; the billed ones are also
      *    set up as the bill's charge lines, and those returned on
      *    cancellation totalled for the premium extract.
      *    ---------------------------------------------------------
       2450-COMPUTE-STATE-CHARGES.
           MOVE ZERO TO WS-CHARGE-COUNT
           INITIALIZE WS-BILL-CHARGE-LINES
           MOVE ZERO TO WS-BILLED-CHARGES
           MOVE ZERO TO WS-ABSORBED-CHARGES
           MOVE ZERO TO WS-REFUNDABLE-CHARGES
           PERFORM VARYING HO3-STATE-CHARGE-IDX FROM 1 BY 1
                   UNTIL HO3-STATE-CHARGE-IDX > HO3-STATE-CHARGE-COUNT
              IF HO3-CHARGE-STATE (HO3-STATE-CHARGE-IDX) = STATE-CODE
                 PERFORM 2460-ADD-ONE-CHARGE
              END-IF
           END-PERFORM.

       2460-ADD-ONE-CHARGE.
           IF WS-CHARGE-COUNT < 10
              ADD 1 TO WS-CHARGE-COUNT
              MOVE HO3-CHARGE-CODE (HO3-STATE-CHARGE-IDX)
                 TO WS-PC-CODE (WS-CHARGE-COUNT)
              MOVE HO3-CHARGE-CATEGORY (HO3-STATE-CHARGE-IDX)
                 TO WS-PC-CATEGORY (WS-CHARGE-COUNT)
              MOVE HO3-CHARGE-BILLING (HO3-STATE-CHARGE-IDX)
                 TO WS-PC-BILLING (WS-CHARGE-COUNT)
              MOVE HO3-CHARGE-REFUND (HO3-STATE-CHARGE-IDX)
                 TO WS-PC-REFUND (WS-CHARGE-COUNT)
              IF HO3-CHARGE-PERCENT (HO3-STATE-CHARGE-IDX)
                 COMPUTE WS-PC-AMOUNT (WS-CHARGE-COUNT) ROUNDED =
                     WS-ANNUAL-PREMIUM
                   * HO3-CHARGE-AMOUNT (HO3-STATE-CHARGE-IDX) / 100
              ELSE
                 MOVE HO3-CHARGE-AMOUNT (HO3-STATE-CHARGE-IDX)
                    TO WS-PC-AMOUNT (WS-CHARGE-COUNT)
              END-IF

              IF WS-PC-BILLED (WS-CHARGE-COUNT)
                 ADD WS-PC-AMOUNT (WS-CHARGE-COUNT)
                    TO WS-BILLED-CHARGES
                 ADD 1 TO WS-BC-LINE-COUNT
                 MOVE WS-PC-CODE (WS-CHARGE-COUNT)
                    TO WS-BC-CODE (WS-BC-LINE-COUNT)
                 MOVE WS-PC-CATEGORY (WS-CHARGE-COUNT)
                    TO WS-BC-CATEGORY (WS-BC-LINE-COUNT)
                 MOVE WS-PC-AMOUNT (WS-CHARGE-COUNT)
                    TO WS-BC-AMOUNT (WS-BC-LINE-COUNT)
                 IF WS-PC-REFUNDABLE (WS-CHARGE-COUNT)
                    ADD WS-PC-AMOUNT (WS-CHARGE-COUNT)
                       TO WS-REFUNDABLE-CHARGES
                 END-IF
              ELSE
                 ADD WS-PC-AMOUNT (WS-CHARGE-COUNT)
                    TO WS-ABSORBED-CHARGES
              END-IF
           ELSE
              DISPLAY 'HO3PREM: MORE THAN 10 STATE CHARGES FOR '
                 'STATE ' STATE-CODE ' - CHARGE '
                 HO3-CHARGE-CODE (HO3-STATE-CHARGE-IDX)
                 ' NOT APPLIED TO POLICY ' POLICY-NUMBER
              ADD 1 TO WS-EXCESS-CHARGE-COUNT
           END-IF.

      *    ---------------------------------------------------------
      *    The policy's territory factor is its properties' factors
      *    weighted by insured value - evenly, when no property has
      *    an insured value on file - and 1.000 for a policy with no
      *    rated property at all.  The principal territory is that
      *    of the highest-valued property, the first on a tie.
      *    ---------------------------------------------------------
       2410-COMPUTE-TERRITORY-FACTOR.
           MOVE ZERO TO WS-TOTAL-INSURED-VALUE
           MOVE ZERO TO WS-WEIGHT-TOTAL
           MOVE ZERO TO WS-PRIMARY-TERRITORY
           MOVE ZERO TO WS-PRIMARY-VALUE
           PERFORM VARYING WS-PROPERTY-SUB FROM 1 BY 1
                   UNTIL WS-PROPERTY-SUB > WS-PROPERTY-COUNT
              ADD WS-PP-INSURED-VALUE (WS-PROPERTY-SUB)
                 TO WS-TOTAL-INSURED-VALUE
              IF WS-PROPERTY-SUB = 1
                    OR WS-PP-INSURED-VALUE (WS-PROPERTY-SUB) >
                       WS-PRIMARY-VALUE
                 MOVE WS-PP-TERRITORY-CODE (WS-PROPERTY-SUB)
                    TO WS-PRIMARY-TERRITORY
                 MOVE WS-PP-INSURED-VALUE (WS-PROPERTY-SUB)
                    TO WS-PRIMARY-VALUE
              END-IF
           END-PERFORM

           PERFORM VARYING WS-PROPERTY-SUB FROM 1 BY 1
                   UNTIL WS-PROPERTY-SUB > WS-PROPERTY-COUNT
              PERFORM 2420-COMPUTE-PROPERTY-WEIGHT
              ADD WS-PROPERTY-WEIGHT TO WS-WEIGHT-TOTAL
           END-PERFORM

           EVALUATE TRUE
               WHEN WS-WEIGHT-TOTAL = ZERO
                  MOVE 1 TO WS-TERRITORY-FACTOR
               WHEN WS-TOTAL-INSURED-VALUE > ZERO
                  COMPUTE WS-TERRITORY-FACTOR ROUNDED =
                      WS-WEIGHT-TOTAL / WS-TOTAL-INSURED-VALUE
               WHEN OTHER
                  COMPUTE WS-TERRITORY-FACTOR ROUNDED =
                      WS-WEIGHT-TOTAL / WS-PROPERTY-COUNT
           END-EVALUATE.

       2420-COMPUTE-PROPERTY-WEIGHT.
           IF WS-TOTAL-INSURED-VALUE > ZERO
              COMPUTE WS-PROPERTY-WEIGHT =
                  WS-PP-INSURED-VALUE (WS-PROPERTY-SUB)
                * WS-PP-TERRITORY-FACTOR (WS-PROPERTY-SUB)
           ELSE
              MOVE WS-PP-TERRITORY-FACTOR (WS-PROPERTY-SUB)
                 TO WS-PROPERTY-WEIGHT
           END-IF.

       2500-WRITE-REGISTER-LINE.
           MOVE POLICY-NUMBER TO WS-REG-POLICY-NUMBER
           MOVE STATE-CODE TO WS-REG-STATE-CODE
           MOVE WS-BASE-PREMIUM TO WS-REG-BASE-PREMIUM
           MOVE WS-SURCHARGE-TOTAL TO WS-REG-SURCHARGE
           MOVE WS-LOSS-SURCHARGE TO WS-REG-LOSS-SURCHARGE
           MOVE WS-ANNUAL-PREMIUM TO WS-REG-ANNUAL-PREMIUM
           MOVE WS-BILLING-PLAN TO WS-REG-BILLING-PLAN
           WRITE PREMIUM-REGISTER-LINE FROM WS-REGISTER-DETAIL.

       2510-WRITE-CHARGE-LINES.
           PERFORM VARYING WS-CHARGE-SUB FROM 1 BY 1
                   UNTIL WS-CHARGE-SUB > WS-CHARGE-COUNT
              MOVE WS-PC-CODE (WS-CHARGE-SUB) TO WS-CHL-CODE
              EVALUATE WS-PC-CATEGORY (WS-CHARGE-SUB)
                  WHEN 'T'
                     MOVE 'PREMIUM TAX' TO WS-CHL-CATEGORY
                  WHEN 'F'
                     MOVE 'POLICY FEE' TO WS-CHL-CATEGORY
                  WHEN OTHER
                     MOVE 'ASSESSMENT' TO WS-CHL-CATEGORY
              END-EVALUATE
              IF WS-PC-BILLED (WS-CHARGE-SUB)
                 MOVE 'BILLED' TO WS-CHL-BILLING
              ELSE
                 MOVE 'ABSORBED' TO WS-CHL-BILLING
              END-IF
              MOVE WS-PC-AMOUNT (WS-CHARGE-SUB) TO WS-CHL-AMOUNT
              WRITE PREMIUM-REGISTER-LINE FROM WS-CHARGE-DETAIL
           END-PERFORM.

       2550-WRITE-PREMIUM-EXTRACT.
           MOVE POLICY-NUMBER TO PX-POLICY-NUMBER
           MOVE STATE-CODE TO PX-STATE-CODE
           MOVE WS-ANNUAL-PREMIUM TO PX-ANNUAL-PREMIUM
           MOVE WS-PRIMARY-TERRITORY TO PX-TERRITORY-CODE
           MOVE WS-REFUNDABLE-CHARGES TO PX-REFUNDABLE-CHARGES
           WRITE HO3-PREMIUM-EXTRACT-RECORD
           IF NOT WS-PREMIUM-EXTRACT-OK
              DISPLAY 'HO3PREM: EXTRACT WRITE FAILED FOR POLICY '
                 WS-PREMIUM-EXTRACT-STATUS
           END-IF.

      *    ---------------------------------------------------------
      *    Spreads the billed policy's annual premium over its
      *    properties for the territory premium file: the base
      *    premium (with any loss-history surcharge on it) by each
      *    property's share of the weighted insured
      *    value, plus the property's own surcharges, the last
      *    property taking whatever is left so the policy foots to
      *    its annual premium to the cent.  A policy with no rated
      *    property is written once, unterritoried.
      *    ---------------------------------------------------------
       2560-WRITE-TERRITORY-PREMIUM.
           MOVE ZERO TO WS-PREMIUM-ALLOCATED
           IF WS-PROPERTY-COUNT = ZERO
              MOVE SPACES TO TP-PROPERTY-SEQ-NO
              MOVE ZERO TO TP-TERRITORY-CODE
              MOVE 1 TO TP-TERRITORY-FACTOR
              MOVE ZERO TO TP-INSURED-VALUE
              MOVE WS-ANNUAL-PREMIUM TO TP-PROPERTY-PREMIUM
              PERFORM 2580-WRITE-TERRITORY-RECORD
           ELSE
              PERFORM VARYING WS-PROPERTY-SUB FROM 1 BY 1
                      UNTIL WS-PROPERTY-SUB > WS-PROPERTY-COUNT
                 PERFORM 2570-ALLOCATE-PROPERTY-PREMIUM
                 MOVE WS-PP-PROPERTY-SEQ-NO (WS-PROPERTY-SUB)
                    TO TP-PROPERTY-SEQ-NO
                 MOVE WS-PP-TERRITORY-CODE (WS-PROPERTY-SUB)
                    TO TP-TERRITORY-CODE
                 MOVE WS-PP-TERRITORY-FACTOR (WS-PROPERTY-SUB)
                    TO TP-TERRITORY-FACTOR
                 MOVE WS-PP-INSURED-VALUE (WS-PROPERTY-SUB)
                    TO TP-INSURED-VALUE
                 MOVE WS-PROPERTY-PREMIUM TO TP-PROPERTY-PREMIUM
                 PERFORM 2580-WRITE-TERRITORY-RECORD
              END-PERFORM
           END-IF.

       2570-ALLOCATE-PROPERTY-PREMIUM.
           IF WS-PROPERTY-SUB = WS-PROPERTY-COUNT
              COMPUTE WS-PROPERTY-PREMIUM =
                  WS-ANNUAL-PREMIUM - WS-PREMIUM-ALLOCATED
           ELSE
              PERFORM 2420-COMPUTE-PROPERTY-WEIGHT
              IF WS-WEIGHT-TOTAL > ZERO
                 COMPUTE WS-PROPERTY-PREMIUM ROUNDED =
                     (WS-BASE-PREMIUM + WS-LOSS-SURCHARGE)
                        * WS-PROPERTY-WEIGHT / WS-WEIGHT-TOTAL
                   + WS-PP-SURCHARGE (WS-PROPERTY-SUB)
              ELSE
                 MOVE WS-PP-SURCHARGE (WS-PROPERTY-SUB)
                    TO WS-PROPERTY-PREMIUM
              END-IF
              ADD WS-PROPERTY-PREMIUM TO WS-PREMIUM-ALLOCATED
           END-IF.

       2590-WRITE-PREMIUM-CHARGES.
           MOVE POLICY-NUMBER TO TX-POLICY-NUMBER
           MOVE STATE-CODE TO TX-STATE-CODE
           MOVE EFFECTIVE-DATE TO TX-EFFECTIVE-DATE
           MOVE POLICY-STATUS TO TX-POLICY-STATUS
           MOVE WS-ANNUAL-PREMIUM TO TX-ANNUAL-PREMIUM
           MOVE WS-CHARGE-COUNT TO TX-CHARGE-COUNT
           PERFORM VARYING WS-CHARGE-SUB FROM 1 BY 1
                   UNTIL WS-CHARGE-SUB > 10
              IF WS-CHARGE-SUB > WS-CHARGE-COUNT
                 MOVE SPACES TO TX-CHARGE-CODE (WS-CHARGE-SUB)
                 MOVE SPACES TO TX-CHARGE-CATEGORY (WS-CHARGE-SUB)
                 MOVE SPACES TO TX-CHARGE-BILLING (WS-CHARGE-SUB)
                 MOVE SPACES TO TX-CHARGE-REFUND (WS-CHARGE-SUB)
                 MOVE ZERO TO TX-CHARGE-AMOUNT (WS-CHARGE-SUB)
              ELSE
                 MOVE WS-PC-CODE (WS-CHARGE-SUB)
                    TO TX-CHARGE-CODE (WS-CHARGE-SUB)
                 MOVE WS-PC-CATEGORY (WS-CHARGE-SUB)
                    TO TX-CHARGE-CATEGORY (WS-CHARGE-SUB)
                 MOVE WS-PC-BILLING (WS-CHARGE-SUB)
                    TO TX-CHARGE-BILLING (WS-CHARGE-SUB)
                 MOVE WS-PC-REFUND (WS-CHARGE-SUB)
                    TO TX-CHARGE-REFUND (WS-CHARGE-SUB)
                 MOVE WS-PC-AMOUNT (WS-CHARGE-SUB)
                    TO TX-CHARGE-AMOUNT (WS-CHARGE-SUB)
              END-IF
           END-PERFORM
           MOVE WS-CURRENT-YYYYMMDD TO TX-RUN-DATE
           WRITE HO3-PREMIUM-CHARGE-RECORD
           IF NOT WS-PREMIUM-CHARGE-OK
              DISPLAY 'HO3PREM: CHARGE RECORD WRITE FAILED FOR POLICY '
                 TX-POLICY-NUMBER ' STATUS=' WS-PREMIUM-CHARGE-STATUS
              ADD 1 TO WS-FEED-WRITE-ERRORS
              MOVE 8 TO RETURN-CODE
           ELSE
              ADD 1 TO WS-CHARGE-RECORDS
           END-IF.

       2580-WRITE-TERRITORY-RECORD.
           MOVE 'D' TO TP-RECORD-TYPE
           MOVE POLICY-NUMBER TO TP-POLICY-NUMBER
           MOVE STATE-CODE TO TP-STATE-CODE
           MOVE WS-CURRENT-YYYYMMDD TO TP-RUN-DATE
           WRITE HO3-TERRITORY-PREMIUM-RECORD
           IF NOT WS-TERRITORY-PREMIUM-OK
              DISPLAY 'HO3PREM: TERRITORY PREMIUM WRITE FAILED FOR '
                 'POLICY ' TP-POLICY-NUMBER ' STATUS='
                 WS-TERRITORY-PREMIUM-STATUS
              ADD 1 TO WS-FEED-WRITE-ERRORS
              MOVE 8 TO RETURN-CODE
           ELSE
              ADD 1 TO WS-TERRITORY-RECORDS
           END-IF.

      *    The HO3PRMTR trailer carries the register's total
      *    premium and the detail record count, the control total
      *    HO3TERR ties its report back to.
       2585-WRITE-TERRITORY-TRAILER.
           MOVE SPACES TO HO3-TERRITORY-PREMIUM-RECORD
           MOVE 'T' TO TP-RECORD-TYPE
           MOVE WS-CURRENT-YYYYMMDD TO TP-TRL-RUN-DATE
           MOVE WS-TERRITORY-RECORDS TO TP-TRL-RECORD-COUNT
           MOVE WS-TOTAL-PREMIUM TO TP-TRL-PREMIUM-TOTAL
           WRITE HO3-TERRITORY-PREMIUM-RECORD
           IF NOT WS-TERRITORY-PREMIUM-OK
              DISPLAY 'HO3PREM: TERRITORY PREMIUM TRAILER WRITE '
                 'FAILED, STATUS=' WS-TERRITORY-PREMIUM-STATUS
              ADD 1 TO WS-FEED-WRITE-ERRORS
              MOVE 8 TO RETURN-CODE
           END-IF.

       2600-BUILD-INSTALLMENTS.
           PERFORM VARYING WS-INSTALLMENT-NO FROM 1 BY 1
                   UNTIL WS-INSTALLMENT-NO > WS-INSTALLMENT-COUNT
           MOVE WS-ANNUAL-PREMIUM TO BI-ANNUAL-PREMIUM
           MOVE WS-CURRENT-YYYYMMDD TO BI-BILLING-DATE

      *    The billed state charges all fall due with the first
      *    installment.
           IF WS-INSTALLMENT-NO = 1
              MOVE WS-BILLED-CHARGES TO BI-CHARGE-TOTAL
              MOVE WS-BILL-CHARGE-LINES TO BI-CHARGE-LINES
           ELSE
              MOVE ZERO TO BI-CHARGE-TOTAL
              MOVE ZERO TO BI-CHARGE-LINE-COUNT
              PERFORM VARYING WS-CHARGE-SUB FROM 1 BY 1
                      UNTIL WS-CHARGE-SUB > 10
                 MOVE SPACES TO BI-CHARGE-CODE (WS-CHARGE-SUB)
                 MOVE SPACES TO BI-CHARGE-CATEGORY (WS-CHARGE-SUB)
                 MOVE ZERO TO BI-CHARGE-AMOUNT (WS-CHARGE-SUB)
              END-PERFORM
           END-IF
           COMPUTE BI-AMOUNT-DUE =
               BI-INSTALLMENT-AMOUNT + BI-CHARGE-TOTAL

           WRITE HO3-INSTALLMENT-RECORD
           IF NOT WS-BILLING-FILE-OK
              DISPLAY 'HO3PREM: WRITE FAILED FOR POLICY '
           MOVE EFFECTIVE-DATE TO LB-DUE-DATE
           MOVE WS-ANNUAL-PREMIUM TO LB-ANNUAL-PREMIUM
           MOVE WS-CURRENT-YYYYMMDD TO LB-BILLING-DATE
           MOVE WS-BILLED-CHARGES TO LB-CHARGE-TOTAL
           MOVE WS-BILL-CHARGE-LINES TO LB-CHARGE-LINES
           COMPUTE LB-AMOUNT-DUE =
               WS-ANNUAL-PREMIUM + WS-BILLED-CHARGES

           WRITE HO3-LENDER-BILL-RECORD
           IF NOT WS-LENDER-BILL-OK
              ADD 1 TO WS-LENDER-BILLS-WRITTEN
           END-IF.

      *    ---------------------------------------------------------
      *    One general ledger activity record for the billed policy;
      *    the caller has set the activity type and its amount - the
      *    premium plus billed charges receivable, the written
      *    premium, or the state charges.
      *    ---------------------------------------------------------
       2800-WRITE-GL-ACTIVITY.
           MOVE 'HO3PREM ' TO GA-SOURCE-PROGRAM
           MOVE POLICY-NUMBER TO GA-POLICY-NUMBER
           MOVE STATE-CODE TO GA-STATE-CODE
           MOVE EFFECTIVE-DATE TO GA-BASIS-DATE
           MOVE WS-CURRENT-YYYYMMDD TO GA-RUN-DATE
           MOVE WS-GL-AMOUNT TO GA-AMOUNT
           WRITE HO3-GL-ACTIVITY-RECORD
           IF NOT WS-GL-ACTIVITY-OK
              DISPLAY 'HO3PREM: GL ACTIVITY WRITE FAILED FOR POLICY '
                 GA-POLICY-NUMBER ' STATUS=' WS-GL-ACTIVITY-STATUS
              ADD 1 TO WS-FEED-WRITE-ERRORS
              MOVE 8 TO RETURN-CODE
           ELSE
              ADD 1 TO WS-GL-ACTIVITY-WRITTEN
           END-IF.

      *    ---------------------------------------------------------
      *    Adds WS-ADD-MONTHS to the date in WS-DATE-WORK, giving
      *    WS-DATE-RESULT.  The year is carried when the month
           MOVE WS-TOTAL-PREMIUM TO WS-RGT-TOTAL-PREMIUM
           MOVE WS-POLICY-COUNT TO WS-RGT-POLICY-COUNT
           WRITE PREMIUM-REGISTER-LINE FROM WS-REGISTER-TOTAL-LINE
           MOVE 'TOTAL BILLED CHARGES =' TO WS-CTL-LABEL
           MOVE WS-TOTAL-BILLED-CHARGES TO WS-CTL-AMOUNT
           WRITE PREMIUM-REGISTER-LINE FROM WS-CHARGE-TOTAL-LINE
           COMPUTE WS-TOTAL-BILLED =
               WS-TOTAL-PREMIUM + WS-TOTAL-BILLED-CHARGES
           MOVE 'TOTAL BILLED =' TO WS-CTL-LABEL
           MOVE WS-TOTAL-BILLED TO WS-CTL-AMOUNT
           WRITE PREMIUM-REGISTER-LINE FROM WS-CHARGE-TOTAL-LINE
           MOVE 'TOTAL ABSORBED CHARGES =' TO WS-CTL-LABEL
           MOVE WS-TOTAL-ABSORBED-CHARGES TO WS-CTL-AMOUNT
           WRITE PREMIUM-REGISTER-LINE FROM WS-CHARGE-TOTAL-LINE
           IF RC-GATE-PASSED
              PERFORM 2585-WRITE-TERRITORY-TRAILER
           END-IF
           CLOSE PREMIUM-REGISTER-FILE
           CLOSE BILLING-FILE
           CLOSE PREMIUM-EXTRACT-FILE
           CLOSE LENDER-BILL-FILE
           CLOSE GL-ACTIVITY-FILE
           CLOSE TERRITORY-PREMIUM-FILE
           CLOSE PREMIUM-CHARGE-FILE

           DISPLAY 'HO3PREM: POLICIES PRICED = ' WS-POLICY-COUNT
           DISPLAY 'HO3PREM: INSTALLMENTS WRITTEN = '
              WS-INSTALLMENTS-WRITTEN
           DISPLAY 'HO3PREM: LENDER BILLS WRITTEN = '
              WS-LENDER-BILLS-WRITTEN
           DISPLAY 'HO3PREM: GL ACTIVITY RECORDS WRITTEN = '
              WS-GL-ACTIVITY-WRITTEN
           DISPLAY 'HO3PREM: TERRITORY PREMIUM RECORDS WRITTEN = '
              WS-TERRITORY-RECORDS
           DISPLAY 'HO3PREM: ORPHAN SURCHARGE RECORDS = '
              WS-ORPHAN-SURCHARGES
           DISPLAY 'HO3PREM: PREMIUM CHARGE RECORDS WRITTEN = '
              WS-CHARGE-RECORDS
           DISPLAY 'HO3PREM: STATE CHARGES NOT APPLIED = '
              WS-EXCESS-CHARGE-COUNT
           DISPLAY 'HO3PREM: GL, TERRITORY AND CHARGE WRITE ERRORS = '
              WS-FEED-WRITE-ERRORS

           IF RC-GATE-PASSED
              PERFORM 8900-WRITE-RUN-END
           MOVE WS-POLICY-COUNT TO RC-RECORDS-IN
           COMPUTE RC-RECORDS-OUT =
               WS-INSTALLMENTS-WRITTEN + WS-LENDER-BILLS-WRITTEN
           COMPUTE RC-EXCEPTION-COUNT =
               WS-ORPHAN-SURCHARGES + WS-EXCESS-CHARGE-COUNT
             + WS-FEED-WRITE-ERRORS
           IF RETURN-CODE = ZERO
              MOVE 'C' TO RC-COMPLETION-STATUS
           ELSE
           IF RC-COMPLETED-ERROR
              MOVE 8 TO RETURN-CODE
           END-IF.

           COPY HO3-CODES-LOAD.
