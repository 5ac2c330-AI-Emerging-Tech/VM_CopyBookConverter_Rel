       IDENTIFICATION DIVISION.
       PROGRAM-ID. HO3PTAX.
      *    Quarterly premium tax, fee and assessment report.
      *    Each state's premium tax return and its fee and assessment
      *    remittances are filed on the premium written in the
      *    quarter; this report gives the filing figures by state
      *    instead of a spreadsheet rebuilt from the premium
      *    register.  For the quarter ending on the date on the
      *    single HO3PTXPM parameter record, every HO3PRMTX premium
      *    charge record HO3PREM wrote for a term effective within
      *    the quarter is written premium, and its state charges -
      *    billed to the insured or absorbed by the company - are
      *    the charges assessed, by charge code.  Every HO3REFND
      *    cancellation refund (endorsement refunds, 'E', are
      *    passed over: an endorsement carries no state charges)
      *    with a cancellation effective within the quarter is
      *    return premium, the refund less the state charges
      *    returned with it, and those charges come off what is
      *    due.  The register prints, for each STATE-CODE: written
      *    premium, return premium and the net taxable premium;
      *    one line per charge code with its category, billed or
      *    absorbed, and amount; premium tax, fees and assessments
      *    assessed; the charges refunded; and the net charges due
      *    - then the same totals for all states.  Both input files
      *    are restated by the nightly run, so the report is run
      *    after the quarter's last nightly cycle and before the
      *    next term's renewals replace the quarter's terms on
      *    HO3PRMTX.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PTAX-PARM-FILE ASSIGN TO "HO3PTXPM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.

           SELECT PREMIUM-CHARGE-FILE ASSIGN TO "HO3PRMTX"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CHARGE-FILE-STATUS.

           SELECT REFUND-DISBURSEMENT-FILE ASSIGN TO "HO3REFND"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REFUND-FILE-STATUS.

           SELECT PTAX-REPORT-FILE ASSIGN TO "HO3PTXRP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PTAX-PARM-FILE.
       01  HO3-PTAX-PARM.
           05 PT-QUARTER-END-DATE     PIC 9(8).

      *    Same layout HO3PREM writes to HO3PRMTX.
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

      *    Same layout HO3RETPR writes to HO3REFND.
       FD  REFUND-DISBURSEMENT-FILE.
       01  HO3-REFUND-RECORD.
           05 RF-POLICY-NUMBER        PIC X(10).
           05 RF-INSURED-NAME         PIC X(30).
           05 RF-STATE-CODE           PIC X(2).
           05 RF-CANCEL-REASON-CODE   PIC X(1).
              88 RF-ENDORSEMENT-REFUND VALUE 'E'.
           05 RF-CANCEL-EFFECTIVE-DATE PIC 9(8).
           05 RF-REFUND-METHOD        PIC X(1).
              88 RF-METHOD-PRO-RATA   VALUE 'P'.
              88 RF-METHOD-SHORT-RATE VALUE 'S'.
           05 RF-ANNUAL-PREMIUM       PIC 9(7)V99 COMP-3.
           05 RF-REFUND-AMOUNT        PIC 9(7)V99 COMP-3.
           05 RF-RUN-DATE             PIC 9(8).
           05 RF-CHARGE-REFUND-AMOUNT PIC 9(7)V99 COMP-3.

       FD  PTAX-REPORT-FILE.
       01  PTAX-REPORT-LINE           PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-PARM-FILE-STATUS        PIC X(2).
           88 WS-PARM-FILE-OK         VALUE '00'.

       01  WS-CHARGE-FILE-STATUS      PIC X(2).
           88 WS-CHARGE-FILE-OK       VALUE '00'.
           88 WS-CHARGE-FILE-EOF      VALUE '10'.

       01  WS-REFUND-FILE-STATUS      PIC X(2).
           88 WS-REFUND-FILE-OK       VALUE '00'.
           88 WS-REFUND-FILE-EOF      VALUE '10'.

       01  WS-REPORT-FILE-STATUS      PIC X(2).
           88 WS-REPORT-FILE-OK       VALUE '00'.

       01  WS-EOF-SWITCH              PIC X(1) VALUE 'N'.
           88 WS-END-OF-INPUT         VALUE 'Y'.

       01  WS-REFUND-EOF-SWITCH       PIC X(1) VALUE 'N'.
           88 WS-REFUND-EOF           VALUE 'Y'.

      *    The quarter runs from the first day of the month two
      *    months before the quarter-end month through the
      *    quarter-end date.
       01  WS-QUARTER-END-DATE        PIC 9(8) VALUE ZERO.
       01  WS-QUARTER-END-PARTS REDEFINES WS-QUARTER-END-DATE.
           05 WS-QE-YEAR              PIC 9(4).
           05 WS-QE-MONTH             PIC 9(2).
              88 WS-QE-QUARTER-MONTH  VALUES 3 6 9 12.
           05 WS-QE-DAY               PIC 9(2).
       01  WS-QUARTER-START-DATE      PIC 9(8) VALUE ZERO.
       01  WS-QUARTER-START-PARTS REDEFINES WS-QUARTER-START-DATE.
           05 WS-QS-YEAR              PIC 9(4).
           05 WS-QS-MONTH             PIC 9(2).
           05 WS-QS-DAY               PIC 9(2).

       01  WS-CHARGE-SUB              PIC S9(4) COMP.
       01  WS-LOOKUP-STATE            PIC X(2).
       01  WS-RETURN-PREMIUM          PIC 9(7)V99 COMP-3.

       01  WS-CHARGE-RECORDS-READ     PIC 9(9) VALUE ZERO.
       01  WS-TERMS-IN-QUARTER        PIC 9(9) VALUE ZERO.
       01  WS-TERMS-OUTSIDE-QUARTER   PIC 9(9) VALUE ZERO.
       01  WS-REFUNDS-READ            PIC 9(9) VALUE ZERO.
       01  WS-REFUNDS-IN-QUARTER      PIC 9(9) VALUE ZERO.
       01  WS-REFUNDS-OUTSIDE-QUARTER PIC 9(9) VALUE ZERO.
       01  WS-ENDORSEMENT-REFUNDS     PIC 9(9) VALUE ZERO.
       01  WS-TABLE-OVERFLOW-COUNT    PIC 9(9) VALUE ZERO.

      *    Quarter totals by STATE-CODE and, within the state, by
      *    charge code, both kept in code order as entries are added
      *    so the report prints sorted.
       01  WS-STATE-ENTRY-COUNT       PIC S9(4) COMP VALUE ZERO.
       01  WS-STATE-TAX-TABLE.
           05 WS-STATE-TAX-ENTRY OCCURS 50 TIMES
                 INDEXED BY WS-STATE-TAX-IDX.
              10 WS-STT-STATE-CODE    PIC X(2).
              10 WS-STT-POLICY-COUNT  PIC 9(7) COMP-3.
              10 WS-STT-WRITTEN       PIC 9(11)V99 COMP-3.
              10 WS-STT-RETURN        PIC 9(11)V99 COMP-3.
              10 WS-STT-REFUNDED      PIC 9(11)V99 COMP-3.
              10 WS-STT-CHARGE-COUNT  PIC S9(4) COMP.
              10 WS-STT-CHARGE OCCURS 20 TIMES.
                 15 WS-STC-CODE       PIC X(4).
                 15 WS-STC-CATEGORY   PIC X(1).
                    88 WS-STC-PREMIUM-TAX VALUE 'T'.
                    88 WS-STC-POLICY-FEE  VALUE 'F'.
                 15 WS-STC-BILLING    PIC X(1).
                    88 WS-STC-BILLED  VALUE 'B'.
                 15 WS-STC-AMOUNT     PIC 9(11)V99 COMP-3.

       01  WS-STATE-FOUND-SWITCH      PIC X(1).
           88 WS-STATE-FOUND          VALUE 'Y'.
       01  WS-CODE-FOUND-SWITCH       PIC X(1).
           88 WS-CODE-FOUND           VALUE 'Y'.
       01  WS-STATE-SUB               PIC S9(4) COMP.
       01  WS-INSERT-SUB              PIC S9(4) COMP.
       01  WS-CODE-SUB                PIC S9(4) COMP.
       01  WS-CODE-INSERT-SUB         PIC S9(4) COMP.

      *    The state's (or all states') summary figures as the
      *    report prints them.
       01  WS-SUMMARY-FIGURES.
           05 WS-SUM-POLICY-COUNT     PIC 9(9) COMP-3.
           05 WS-SUM-WRITTEN          PIC 9(11)V99 COMP-3.
           05 WS-SUM-RETURN           PIC 9(11)V99 COMP-3.
           05 WS-SUM-PREMIUM-TAX      PIC 9(11)V99 COMP-3.
           05 WS-SUM-FEES             PIC 9(11)V99 COMP-3.
           05 WS-SUM-ASSESSMENTS      PIC 9(11)V99 COMP-3.
           05 WS-SUM-REFUNDED         PIC 9(11)V99 COMP-3.
       01  WS-ALL-STATE-FIGURES.
           05 WS-ALL-POLICY-COUNT     PIC 9(9) COMP-3 VALUE ZERO.
           05 WS-ALL-WRITTEN          PIC 9(11)V99 COMP-3 VALUE ZERO.
           05 WS-ALL-RETURN           PIC 9(11)V99 COMP-3 VALUE ZERO.
           05 WS-ALL-PREMIUM-TAX      PIC 9(11)V99 COMP-3 VALUE ZERO.
           05 WS-ALL-FEES             PIC 9(11)V99 COMP-3 VALUE ZERO.
           05 WS-ALL-ASSESSMENTS      PIC 9(11)V99 COMP-3 VALUE ZERO.
           05 WS-ALL-REFUNDED         PIC 9(11)V99 COMP-3 VALUE ZERO.
       01  WS-NET-AMOUNT              PIC S9(11)V99 COMP-3.

       01  WS-REPORT-TITLE.
           05 FILLER                  PIC X(48) VALUE
              'PREMIUM TAX, FEE AND ASSESSMENT REPORT - QUARTER'.
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 WS-TTL-START-DATE       PIC 9(8).
           05 FILLER                  PIC X(6)  VALUE ' THRU '.
           05 WS-TTL-END-DATE         PIC 9(8).

       01  WS-STATE-HEADING              VALUE SPACES.
           05 FILLER                  PIC X(6)  VALUE 'STATE '.
           05 WS-STH-STATE-CODE       PIC X(10).
           05 FILLER                  PIC X(2).
           05 FILLER                  PIC X(17)
                 VALUE 'TERMS WRITTEN:'.
           05 WS-STH-POLICY-COUNT     PIC ZZZ,ZZZ,ZZ9.

       01  WS-AMOUNT-LINE                VALUE SPACES.
           05 FILLER                  PIC X(4).
           05 WS-AML-LABEL            PIC X(36).
           05 WS-AML-AMOUNT           PIC ZZ,ZZZ,ZZZ,ZZ9.99-.

       01  WS-CHARGE-LINE                VALUE SPACES.
           05 FILLER                  PIC X(6).
           05 WS-CHL-CODE             PIC X(4).
           05 FILLER                  PIC X(2).
           05 WS-CHL-CATEGORY         PIC X(12).
           05 FILLER                  PIC X(2).
           05 WS-CHL-BILLING          PIC X(8).
           05 FILLER                  PIC X(6).
           05 WS-CHL-AMOUNT           PIC ZZ,ZZZ,ZZZ,ZZ9.99-.

           COPY HO3-RUN-CONTROL.

       PROCEDURE DIVISION.

       0000-MAIN-LOGIC.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-CHARGE-RECORD UNTIL WS-END-OF-INPUT
           PERFORM 3000-PROCESS-REFUND UNTIL WS-REFUND-EOF
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1900-WRITE-RUN-START
           IF RC-GATE-FAILED
              MOVE 'Y' TO WS-EOF-SWITCH
              MOVE 'Y' TO WS-REFUND-EOF-SWITCH
           ELSE
              PERFORM 1010-INITIALIZE-RUN
           END-IF.

       1010-INITIALIZE-RUN.
           PERFORM 1100-READ-QUARTER-END-PARM

           IF NOT WS-END-OF-INPUT
              OPEN INPUT PREMIUM-CHARGE-FILE
              IF NOT WS-CHARGE-FILE-OK
                 DISPLAY 'HO3PTAX: UNABLE TO OPEN HO3PRMTX, STATUS='
                    WS-CHARGE-FILE-STATUS
                 MOVE 8 TO RETURN-CODE
                 MOVE 'Y' TO WS-EOF-SWITCH
              END-IF

              OPEN INPUT REFUND-DISBURSEMENT-FILE
              IF NOT WS-REFUND-FILE-OK
                 DISPLAY 'HO3PTAX: UNABLE TO OPEN HO3REFND, STATUS='
                    WS-REFUND-FILE-STATUS
                 MOVE 8 TO RETURN-CODE
                 MOVE 'Y' TO WS-EOF-SWITCH
              END-IF

              OPEN OUTPUT PTAX-REPORT-FILE
              IF NOT WS-REPORT-FILE-OK
                 DISPLAY 'HO3PTAX: UNABLE TO OPEN HO3PTXRP, STATUS='
                    WS-REPORT-FILE-STATUS
                 MOVE 8 TO RETURN-CODE
                 MOVE 'Y' TO WS-EOF-SWITCH
              END-IF
           END-IF

           IF WS-END-OF-INPUT
              MOVE 'Y' TO WS-REFUND-EOF-SWITCH
           ELSE
              PERFORM 2100-READ-CHARGE-RECORD
              PERFORM 3100-READ-REFUND
           END-IF.

      *    ---------------------------------------------------------
      *    The quarter-end date comes from the single parameter
      *    record on HO3PTXPM, so a quarter can be re-run or filed
      *    late without a date change in the source.  A missing or
      *    invalid date, or one not in a quarter-end month, abandons
      *    the run.
      *    ---------------------------------------------------------
       1100-READ-QUARTER-END-PARM.
           OPEN INPUT PTAX-PARM-FILE
           IF NOT WS-PARM-FILE-OK
              DISPLAY 'HO3PTAX: UNABLE TO OPEN HO3PTXPM, STATUS='
                 WS-PARM-FILE-STATUS
              MOVE 8 TO RETURN-CODE
              MOVE 'Y' TO WS-EOF-SWITCH
           ELSE
              READ PTAX-PARM-FILE
                  AT END
                     DISPLAY 'HO3PTAX: NO QUARTER-END DATE PARAMETER'
                     MOVE 8 TO RETURN-CODE
                     MOVE 'Y' TO WS-EOF-SWITCH
              END-READ
              CLOSE PTAX-PARM-FILE

              IF NOT WS-END-OF-INPUT
                 IF PT-QUARTER-END-DATE NOT NUMERIC
                       OR FUNCTION TEST-DATE-YYYYMMDD
                             (PT-QUARTER-END-DATE) NOT = ZERO
                    DISPLAY 'HO3PTAX: INVALID QUARTER-END DATE '
                       PT-QUARTER-END-DATE
                    MOVE 8 TO RETURN-CODE
                    MOVE 'Y' TO WS-EOF-SWITCH
                 ELSE
                    MOVE PT-QUARTER-END-DATE TO WS-QUARTER-END-DATE
                    IF NOT WS-QE-QUARTER-MONTH
                       DISPLAY 'HO3PTAX: QUARTER-END DATE '
                          PT-QUARTER-END-DATE
                          ' IS NOT IN A QUARTER-END MONTH'
                       MOVE 8 TO RETURN-CODE
                       MOVE 'Y' TO WS-EOF-SWITCH
                    ELSE
                       MOVE WS-QE-YEAR TO WS-QS-YEAR
                       COMPUTE WS-QS-MONTH = WS-QE-MONTH - 2
                       MOVE 1 TO WS-QS-DAY
                    END-IF
                 END-IF
              END-IF
           END-IF.

      *    ---------------------------------------------------------
      *    A term effective inside the quarter is premium written in
      *    the quarter, whatever has become of the policy since; its
      *    state charges are the charges assessed on it.
      *    ---------------------------------------------------------
       2000-PROCESS-CHARGE-RECORD.
           ADD 1 TO WS-CHARGE-RECORDS-READ
           IF TX-EFFECTIVE-DATE < WS-QUARTER-START-DATE
                 OR TX-EFFECTIVE-DATE > WS-QUARTER-END-DATE
              ADD 1 TO WS-TERMS-OUTSIDE-QUARTER
           ELSE
              MOVE TX-STATE-CODE TO WS-LOOKUP-STATE
              PERFORM 8200-FIND-STATE-ENTRY
              IF WS-STATE-FOUND
                 ADD 1 TO WS-TERMS-IN-QUARTER
                 ADD 1 TO WS-STT-POLICY-COUNT (WS-INSERT-SUB)
                 ADD TX-ANNUAL-PREMIUM
                    TO WS-STT-WRITTEN (WS-INSERT-SUB)
                 PERFORM VARYING WS-CHARGE-SUB FROM 1 BY 1
                         UNTIL WS-CHARGE-SUB > TX-CHARGE-COUNT
                            OR WS-CHARGE-SUB > 10
                    PERFORM 8300-ADD-CHARGE-ENTRY
                 END-PERFORM
              END-IF
           END-IF
           PERFORM 2100-READ-CHARGE-RECORD.

       2100-READ-CHARGE-RECORD.
           READ PREMIUM-CHARGE-FILE
               AT END
                  MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

      *    ---------------------------------------------------------
      *    A cancellation effective inside the quarter returns
      *    premium - the refund less the state charges returned
      *    with it - and those charges come off what is due.
      *    ---------------------------------------------------------
       3000-PROCESS-REFUND.
           ADD 1 TO WS-REFUNDS-READ
           EVALUATE TRUE
               WHEN RF-ENDORSEMENT-REFUND
                  ADD 1 TO WS-ENDORSEMENT-REFUNDS
               WHEN RF-CANCEL-EFFECTIVE-DATE < WS-QUARTER-START-DATE
                     OR RF-CANCEL-EFFECTIVE-DATE > WS-QUARTER-END-DATE
                  ADD 1 TO WS-REFUNDS-OUTSIDE-QUARTER
               WHEN OTHER
                  MOVE RF-STATE-CODE TO WS-LOOKUP-STATE
                  PERFORM 8200-FIND-STATE-ENTRY
                  IF WS-STATE-FOUND
                     ADD 1 TO WS-REFUNDS-IN-QUARTER
                     COMPUTE WS-RETURN-PREMIUM =
                         RF-REFUND-AMOUNT - RF-CHARGE-REFUND-AMOUNT
                     ADD WS-RETURN-PREMIUM
                        TO WS-STT-RETURN (WS-INSERT-SUB)
                     ADD RF-CHARGE-REFUND-AMOUNT
                        TO WS-STT-REFUNDED (WS-INSERT-SUB)
                  END-IF
           END-EVALUATE
           PERFORM 3100-READ-REFUND.

       3100-READ-REFUND.
           READ REFUND-DISBURSEMENT-FILE
               AT END
                  MOVE 'Y' TO WS-REFUND-EOF-SWITCH
           END-READ.

      *    ---------------------------------------------------------
      *    Report: per STATE-CODE the premium, the charge lines and
      *    the charges due, then the same for all states.
      *    ---------------------------------------------------------
       7000-WRITE-REPORT.
           MOVE WS-QUARTER-START-DATE TO WS-TTL-START-DATE
           MOVE WS-QUARTER-END-DATE TO WS-TTL-END-DATE
           WRITE PTAX-REPORT-LINE FROM WS-REPORT-TITLE

           PERFORM VARYING WS-STATE-SUB FROM 1 BY 1
                   UNTIL WS-STATE-SUB > WS-STATE-ENTRY-COUNT
              PERFORM 7100-WRITE-STATE
           END-PERFORM

           MOVE WS-ALL-STATE-FIGURES TO WS-SUMMARY-FIGURES
           MOVE SPACES TO PTAX-REPORT-LINE
           WRITE PTAX-REPORT-LINE
           MOVE 'ALL STATES' TO WS-STH-STATE-CODE
           MOVE WS-SUM-POLICY-COUNT TO WS-STH-POLICY-COUNT
           WRITE PTAX-REPORT-LINE FROM WS-STATE-HEADING
           PERFORM 7300-WRITE-SUMMARY-FIGURES.

       7100-WRITE-STATE.
           MOVE SPACES TO PTAX-REPORT-LINE
           WRITE PTAX-REPORT-LINE
           MOVE WS-STT-STATE-CODE (WS-STATE-SUB) TO WS-STH-STATE-CODE
           MOVE WS-STT-POLICY-COUNT (WS-STATE-SUB)
              TO WS-STH-POLICY-COUNT
           WRITE PTAX-REPORT-LINE FROM WS-STATE-HEADING

           MOVE WS-STT-POLICY-COUNT (WS-STATE-SUB)
              TO WS-SUM-POLICY-COUNT
           MOVE WS-STT-WRITTEN (WS-STATE-SUB) TO WS-SUM-WRITTEN
           MOVE WS-STT-RETURN (WS-STATE-SUB) TO WS-SUM-RETURN
           MOVE WS-STT-REFUNDED (WS-STATE-SUB) TO WS-SUM-REFUNDED
           MOVE ZERO TO WS-SUM-PREMIUM-TAX
           MOVE ZERO TO WS-SUM-FEES
           MOVE ZERO TO WS-SUM-ASSESSMENTS

           PERFORM VARYING WS-CODE-SUB FROM 1 BY 1
                   UNTIL WS-CODE-SUB >
                            WS-STT-CHARGE-COUNT (WS-STATE-SUB)
              PERFORM 7200-WRITE-CHARGE-LINE
           END-PERFORM

           PERFORM 7300-WRITE-SUMMARY-FIGURES

           ADD WS-SUM-POLICY-COUNT TO WS-ALL-POLICY-COUNT
           ADD WS-SUM-WRITTEN TO WS-ALL-WRITTEN
           ADD WS-SUM-RETURN TO WS-ALL-RETURN
           ADD WS-SUM-PREMIUM-TAX TO WS-ALL-PREMIUM-TAX
           ADD WS-SUM-FEES TO WS-ALL-FEES
           ADD WS-SUM-ASSESSMENTS TO WS-ALL-ASSESSMENTS
           ADD WS-SUM-REFUNDED TO WS-ALL-REFUNDED.

       7200-WRITE-CHARGE-LINE.
           MOVE WS-STC-CODE (WS-STATE-SUB WS-CODE-SUB) TO WS-CHL-CODE
           EVALUATE TRUE
               WHEN WS-STC-PREMIUM-TAX (WS-STATE-SUB WS-CODE-SUB)
                  MOVE 'PREMIUM TAX' TO WS-CHL-CATEGORY
                  ADD WS-STC-AMOUNT (WS-STATE-SUB WS-CODE-SUB)
                     TO WS-SUM-PREMIUM-TAX
               WHEN WS-STC-POLICY-FEE (WS-STATE-SUB WS-CODE-SUB)
                  MOVE 'POLICY FEE' TO WS-CHL-CATEGORY
                  ADD WS-STC-AMOUNT (WS-STATE-SUB WS-CODE-SUB)
                     TO WS-SUM-FEES
               WHEN OTHER
                  MOVE 'ASSESSMENT' TO WS-CHL-CATEGORY
                  ADD WS-STC-AMOUNT (WS-STATE-SUB WS-CODE-SUB)
                     TO WS-SUM-ASSESSMENTS
           END-EVALUATE
           IF WS-STC-BILLED (WS-STATE-SUB WS-CODE-SUB)
              MOVE 'BILLED' TO WS-CHL-BILLING
           ELSE
              MOVE 'ABSORBED' TO WS-CHL-BILLING
           END-IF
           MOVE WS-STC-AMOUNT (WS-STATE-SUB WS-CODE-SUB)
              TO WS-CHL-AMOUNT
           WRITE PTAX-REPORT-LINE FROM WS-CHARGE-LINE.

       7300-WRITE-SUMMARY-FIGURES.
           MOVE 'WRITTEN PREMIUM' TO WS-AML-LABEL
           MOVE WS-SUM-WRITTEN TO WS-AML-AMOUNT
           WRITE PTAX-REPORT-LINE FROM WS-AMOUNT-LINE

           MOVE 'LESS RETURN PREMIUM' TO WS-AML-LABEL
           MOVE WS-SUM-RETURN TO WS-AML-AMOUNT
           WRITE PTAX-REPORT-LINE FROM WS-AMOUNT-LINE

           MOVE 'NET TAXABLE PREMIUM' TO WS-AML-LABEL
           COMPUTE WS-NET-AMOUNT = WS-SUM-WRITTEN - WS-SUM-RETURN
           MOVE WS-NET-AMOUNT TO WS-AML-AMOUNT
           WRITE PTAX-REPORT-LINE FROM WS-AMOUNT-LINE

           MOVE 'PREMIUM TAX ASSESSED' TO WS-AML-LABEL
           MOVE WS-SUM-PREMIUM-TAX TO WS-AML-AMOUNT
           WRITE PTAX-REPORT-LINE FROM WS-AMOUNT-LINE

           MOVE 'POLICY FEES ASSESSED' TO WS-AML-LABEL
           MOVE WS-SUM-FEES TO WS-AML-AMOUNT
           WRITE PTAX-REPORT-LINE FROM WS-AMOUNT-LINE

           MOVE 'ASSESSMENTS ASSESSED' TO WS-AML-LABEL
           MOVE WS-SUM-ASSESSMENTS TO WS-AML-AMOUNT
           WRITE PTAX-REPORT-LINE FROM WS-AMOUNT-LINE

           MOVE 'LESS CHARGES REFUNDED' TO WS-AML-LABEL
           MOVE WS-SUM-REFUNDED TO WS-AML-AMOUNT
           WRITE PTAX-REPORT-LINE FROM WS-AMOUNT-LINE

           MOVE 'NET TAXES, FEES AND ASSESSMENTS DUE' TO WS-AML-LABEL
           COMPUTE WS-NET-AMOUNT =
               WS-SUM-PREMIUM-TAX + WS-SUM-FEES + WS-SUM-ASSESSMENTS
             - WS-SUM-REFUNDED
           MOVE WS-NET-AMOUNT TO WS-AML-AMOUNT
           WRITE PTAX-REPORT-LINE FROM WS-AMOUNT-LINE.

      *    ---------------------------------------------------------
      *    Finds the WS-LOOKUP-STATE entry, inserting a new entry in
      *    state order on first sight of the state; WS-INSERT-SUB is
      *    left on the entry.
      *    ---------------------------------------------------------
       8200-FIND-STATE-ENTRY.
           MOVE 'N' TO WS-STATE-FOUND-SWITCH
           IF WS-STATE-ENTRY-COUNT > 0
              SET WS-STATE-TAX-IDX TO 1
              SEARCH WS-STATE-TAX-ENTRY
                  WHEN WS-STATE-TAX-IDX > WS-STATE-ENTRY-COUNT
                     MOVE 'N' TO WS-STATE-FOUND-SWITCH
                  WHEN WS-STT-STATE-CODE (WS-STATE-TAX-IDX) =
                          WS-LOOKUP-STATE
                     MOVE 'Y' TO WS-STATE-FOUND-SWITCH
                     SET WS-INSERT-SUB TO WS-STATE-TAX-IDX
              END-SEARCH
           END-IF

           IF NOT WS-STATE-FOUND
              IF WS-STATE-ENTRY-COUNT < 50
                 PERFORM 8210-INSERT-STATE-ENTRY
                 MOVE 'Y' TO WS-STATE-FOUND-SWITCH
              ELSE
                 DISPLAY 'HO3PTAX: STATE TABLE FULL, STATE '
                    WS-LOOKUP-STATE ' NOT ON REPORT'
                 ADD 1 TO WS-TABLE-OVERFLOW-COUNT
                 MOVE 8 TO RETURN-CODE
              END-IF
           END-IF.

       8210-INSERT-STATE-ENTRY.
           ADD 1 TO WS-STATE-ENTRY-COUNT
           MOVE WS-STATE-ENTRY-COUNT TO WS-INSERT-SUB
           PERFORM VARYING WS-STATE-SUB FROM WS-STATE-ENTRY-COUNT
                   BY -1 UNTIL WS-STATE-SUB < 2
                      OR WS-STT-STATE-CODE (WS-STATE-SUB - 1)
                            NOT > WS-LOOKUP-STATE
              MOVE WS-STATE-TAX-ENTRY (WS-STATE-SUB - 1)
                 TO WS-STATE-TAX-ENTRY (WS-STATE-SUB)
              COMPUTE WS-INSERT-SUB = WS-STATE-SUB - 1
           END-PERFORM
           MOVE WS-LOOKUP-STATE TO WS-STT-STATE-CODE (WS-INSERT-SUB)
           MOVE ZERO TO WS-STT-POLICY-COUNT (WS-INSERT-SUB)
           MOVE ZERO TO WS-STT-WRITTEN (WS-INSERT-SUB)
           MOVE ZERO TO WS-STT-RETURN (WS-INSERT-SUB)
           MOVE ZERO TO WS-STT-REFUNDED (WS-INSERT-SUB)
           MOVE ZERO TO WS-STT-CHARGE-COUNT (WS-INSERT-SUB).

      *    ---------------------------------------------------------
      *    Adds the term's WS-CHARGE-SUB charge into its charge-code
      *    entry under the state at WS-INSERT-SUB, inserting a new
      *    entry in code order on first sight of the code.  A code
      *    billed in one term and absorbed in another (a change on
      *    HO3CODES inside the quarter) is kept as two entries.
      *    ---------------------------------------------------------
       8300-ADD-CHARGE-ENTRY.
           MOVE 'N' TO WS-CODE-FOUND-SWITCH
           PERFORM VARYING WS-CODE-SUB FROM 1 BY 1
                   UNTIL WS-CODE-SUB >
                            WS-STT-CHARGE-COUNT (WS-INSERT-SUB)
                      OR WS-CODE-FOUND
              IF WS-STC-CODE (WS-INSERT-SUB WS-CODE-SUB) =
                    TX-CHARGE-CODE (WS-CHARGE-SUB)
                    AND WS-STC-BILLING (WS-INSERT-SUB WS-CODE-SUB) =
                           TX-CHARGE-BILLING (WS-CHARGE-SUB)
                 MOVE 'Y' TO WS-CODE-FOUND-SWITCH
                 MOVE WS-CODE-SUB TO WS-CODE-INSERT-SUB
              END-IF
           END-PERFORM

           IF NOT WS-CODE-FOUND
              IF WS-STT-CHARGE-COUNT (WS-INSERT-SUB) < 20
                 PERFORM 8310-INSERT-CHARGE-ENTRY
                 MOVE 'Y' TO WS-CODE-FOUND-SWITCH
              ELSE
                 DISPLAY 'HO3PTAX: CHARGE TABLE FULL FOR STATE '
                    WS-STT-STATE-CODE (WS-INSERT-SUB) ', CHARGE '
                    TX-CHARGE-CODE (WS-CHARGE-SUB) ' NOT ON REPORT'
                 ADD 1 TO WS-TABLE-OVERFLOW-COUNT
                 MOVE 8 TO RETURN-CODE
              END-IF
           END-IF

           IF WS-CODE-FOUND
              ADD TX-CHARGE-AMOUNT (WS-CHARGE-SUB)
                 TO WS-STC-AMOUNT (WS-INSERT-SUB WS-CODE-INSERT-SUB)
           END-IF.

       8310-INSERT-CHARGE-ENTRY.
           ADD 1 TO WS-STT-CHARGE-COUNT (WS-INSERT-SUB)
           MOVE WS-STT-CHARGE-COUNT (WS-INSERT-SUB)
              TO WS-CODE-INSERT-SUB
           PERFORM VARYING WS-CODE-SUB
                   FROM WS-STT-CHARGE-COUNT (WS-INSERT-SUB)
                   BY -1 UNTIL WS-CODE-SUB < 2
                      OR WS-STC-CODE (WS-INSERT-SUB WS-CODE-SUB - 1)
                            NOT > TX-CHARGE-CODE (WS-CHARGE-SUB)
              MOVE WS-STT-CHARGE (WS-INSERT-SUB WS-CODE-SUB - 1)
                 TO WS-STT-CHARGE (WS-INSERT-SUB WS-CODE-SUB)
              COMPUTE WS-CODE-INSERT-SUB = WS-CODE-SUB - 1
           END-PERFORM
           MOVE TX-CHARGE-CODE (WS-CHARGE-SUB)
              TO WS-STC-CODE (WS-INSERT-SUB WS-CODE-INSERT-SUB)
           MOVE TX-CHARGE-CATEGORY (WS-CHARGE-SUB)
              TO WS-STC-CATEGORY (WS-INSERT-SUB WS-CODE-INSERT-SUB)
           MOVE TX-CHARGE-BILLING (WS-CHARGE-SUB)
              TO WS-STC-BILLING (WS-INSERT-SUB WS-CODE-INSERT-SUB)
           MOVE ZERO
              TO WS-STC-AMOUNT (WS-INSERT-SUB WS-CODE-INSERT-SUB).

       9000-TERMINATE.
           IF WS-CHARGE-FILE-OK OR WS-CHARGE-FILE-EOF
              CLOSE PREMIUM-CHARGE-FILE
           END-IF
           IF WS-REFUND-FILE-OK OR WS-REFUND-FILE-EOF
              CLOSE REFUND-DISBURSEMENT-FILE
           END-IF

           IF WS-REPORT-FILE-OK
              PERFORM 7000-WRITE-REPORT
              CLOSE PTAX-REPORT-FILE
           END-IF

           DISPLAY 'HO3PTAX: QUARTER = ' WS-QUARTER-START-DATE
              ' THRU ' WS-QUARTER-END-DATE
           DISPLAY 'HO3PTAX: CHARGE RECORDS READ = '
              WS-CHARGE-RECORDS-READ
           DISPLAY 'HO3PTAX: TERMS WRITTEN IN QUARTER = '
              WS-TERMS-IN-QUARTER
           DISPLAY 'HO3PTAX: TERMS OUTSIDE QUARTER = '
              WS-TERMS-OUTSIDE-QUARTER
           DISPLAY 'HO3PTAX: REFUNDS READ = ' WS-REFUNDS-READ
           DISPLAY 'HO3PTAX: CANCELLATIONS IN QUARTER = '
              WS-REFUNDS-IN-QUARTER
           DISPLAY 'HO3PTAX: CANCELLATIONS OUTSIDE QUARTER = '
              WS-REFUNDS-OUTSIDE-QUARTER
           DISPLAY 'HO3PTAX: ENDORSEMENT REFUNDS PASSED OVER = '
              WS-ENDORSEMENT-REFUNDS
           DISPLAY 'HO3PTAX: TABLE OVERFLOWS = '
              WS-TABLE-OVERFLOW-COUNT

           IF RC-GATE-PASSED
              PERFORM 8900-WRITE-RUN-END
           END-IF.

      *    ---------------------------------------------------------
      *    Run-ledger start and end, via the shared HO3RUNLG
      *    subprogram: START gate-checks the predecessor on
      *    tonight's HO3RUNCT ledger before this program touches
      *    its files; END records the run's counts and completion
      *    status.
      *    ---------------------------------------------------------
       1900-WRITE-RUN-START.
           MOVE 'START' TO RC-FUNCTION-CODE
           MOVE 'HO3PTAX ' TO RC-PROGRAM-ID
           MOVE 'HO3RETPR' TO RC-PREDECESSOR-ID
           MOVE ZERO TO RC-GENERATION-STAMP
           CALL 'HO3RUNLG' USING HO3-RUN-CONTROL-PARMS
           IF RC-GATE-FAILED
              DISPLAY 'HO3PTAX: PREDECESSOR HO3RETPR HAS NOT '
                 'COMPLETED CLEAN TONIGHT - RUN REFUSED'
              MOVE 8 TO RETURN-CODE
           END-IF.

       8900-WRITE-RUN-END.
           MOVE 'END  ' TO RC-FUNCTION-CODE
           COMPUTE RC-RECORDS-IN =
               WS-CHARGE-RECORDS-READ + WS-REFUNDS-READ
           COMPUTE RC-RECORDS-OUT =
               WS-TERMS-IN-QUARTER + WS-REFUNDS-IN-QUARTER
           MOVE WS-TABLE-OVERFLOW-COUNT TO RC-EXCEPTION-COUNT
           IF RETURN-CODE = ZERO
              MOVE 'C' TO RC-COMPLETION-STATUS
           ELSE
              MOVE 'E' TO RC-COMPLETION-STATUS
           END-IF
           CALL 'HO3RUNLG' USING HO3-RUN-CONTROL-PARMS
      *    The CALL returns with the subprogram's own (zero)
      *    RETURN-CODE, so a failing run's condition code must be
      *    re-asserted after the end record is written or the job
      *    stream's condition-code checks would see a clean step.
           IF RC-COMPLETED-ERROR
              MOVE 8 TO RETURN-CODE
           END-IF.
