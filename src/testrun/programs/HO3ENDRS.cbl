       IDENTIFICATION DIVISION.
       PROGRAM-ID. HO3ENDRS.
      *    Mid-term endorsement premium run.
      *    Picks up tonight's coverage changes from the HO3AUDIT
      *    before/after log - the COV-A-DWELLING, COV-C-CONTENTS,
      *    COV-E-LIABILITY and ALL-PERIL-DEDUCTIBLE change records
      *    HO3MAINT writes when it applies a change in the middle of
      *    a term - and re-prices each changed policy, so an
      *    endorsement is billed or returned by the system instead of
      *    the insured paying the old premium until renewal.  The
      *    change records are sorted into policy order (a policy
      *    changed twice in one night is priced once, its earliest
      *    before-image being the pre-endorsement coverage); the
      *    policy is rated before and after at the HO3PREM manual
      *    base rates, adjusted by the territory factor HO3PREM
      *    weights from the policy's HO3RATOT records, with any
      *    loss-history surcharge on the policy record taken on the
      *    base as HO3PREM takes it, plus the
      *    HO3RATOT surcharges (matched sequentially, both in policy
      *    order), and the difference
      *    in annual premium is pro-rated over the days left in the
      *    term from tonight's endorsement date.  Indexation changes
      *    HO3INDX writes ahead of renewal are priced by HO3PREM on
      *    the renewal term and are not endorsed here.
      *
      *    An additional premium is spread across the policy's open
      *    HO3RCVBL installments for the current term (remainder
      *    cents on the first, like HO3PREM's schedule), or carried
      *    as a new installment due tonight when nothing is left
      *    open.  A return premium is credited against the open
      *    installments oldest due date first, and whatever the open
      *    balance cannot absorb - all of it, when the policy is
      *    paid in full - is written as a refund disbursement record
      *    in the HO3REFND layout (reason 'E', pro-rata), on its own
      *    HO3ENRFD dataset that is concatenated behind HO3RETPR's
      *    HO3REFND for accounting.  Every endorsed policy gets an
      *    endorsement declaration record for the print vendor and a
      *    line on the endorsement premium register; a change record
      *    for a policy no longer on the master or no longer in force
      *    is printed on the register as an exception and not
      *    priced.
      *
      *    Each endorsement premium is also written to HO3ENDGL as
      *    general ledger activity for the journal interface
      *    (HO3GLINT): an additional premium as receivable and
      *    written premium, a return premium as the return with the
      *    part credited to the receivables and the part refunded,
      *    so the journal ties to this register's totals.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-LOG-FILE ASSIGN TO "HO3AUDIT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

           SELECT HO3-POLICY-MASTER ASSIGN TO "HO3POLVS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS POLICY-NUMBER
               FILE STATUS IS WS-MASTER-FILE-STATUS.

           SELECT RATED-SURCHARGE-FILE ASSIGN TO "HO3RATOT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SURCHARGE-FILE-STATUS.

           SELECT HO3-RECEIVABLE-MASTER ASSIGN TO "HO3RCVBL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RB-KEY
               FILE STATUS IS WS-RECEIVABLE-FILE-STATUS.

           SELECT ENDORSEMENT-SORT-FILE ASSIGN TO "HO3ENDST".

           SELECT ENDORSEMENT-DECLARATION-FILE ASSIGN TO "HO3ENDCL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DECLARATION-FILE-STATUS.

           SELECT ENDORSEMENT-REGISTER-FILE ASSIGN TO "HO3ENDRP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-FILE-STATUS.

           SELECT REFUND-DISBURSEMENT-FILE ASSIGN TO "HO3ENRFD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REFUND-FILE-STATUS.

           SELECT GL-ACTIVITY-FILE ASSIGN TO "HO3ENDGL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GL-ACTIVITY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-LOG-FILE.
           COPY HO3-AUDIT.

       FD  HO3-POLICY-MASTER.
           COPY HO3-POLICY.

       FD  RATED-SURCHARGE-FILE.
       01  HO3-RATING-SURCHARGE-RECORD.
           05 RP-POLICY-NUMBER        PIC X(10).
           05 RP-PROPERTY-SEQ-NO      PIC X(2).
           05 RP-YEAR-BUILT           PIC 9(4).
           05 RP-ROOF-TYPE            PIC X(1).
           05 RP-AGE-SURCHARGE        PIC 9(3)V99 COMP-3.
           05 RP-ROOF-SURCHARGE       PIC 9(3)V99 COMP-3.
           05 RP-TOTAL-SURCHARGE      PIC 9(3)V99 COMP-3.
           05 RP-RATING-DATE          PIC 9(8).
           05 RP-PROPERTY-ZIP         PIC X(5).
           05 RP-TERRITORY-CODE       PIC 9(3).
           05 RP-TERRITORY-FACTOR     PIC 9V999.
           05 RP-INSURED-VALUE        PIC 9(7)V99 COMP-3.

       FD  HO3-RECEIVABLE-MASTER.
           COPY HO3-RECEIVABLE.

       SD  ENDORSEMENT-SORT-FILE.
       01  ENDORSEMENT-SORT-RECORD.
           05 ES-POLICY-NUMBER        PIC X(10).
           05 ES-TIMESTAMP-DATE       PIC 9(8).
           05 ES-TIMESTAMP-TIME       PIC 9(6).
           05 ES-FIELD-NAME           PIC X(20).
           05 ES-OLD-VALUE            PIC X(30).

       FD  ENDORSEMENT-DECLARATION-FILE.
       01  HO3-ENDORSEMENT-DECL-RECORD.
           05 ED-POLICY-NUMBER        PIC X(10).
           05 ED-INSURED-NAME         PIC X(30).
           05 ED-STATE-CODE           PIC X(2).
           05 ED-PRODUCER-CODE        PIC X(6).
           05 ED-EFFECTIVE-DATE       PIC 9(8).
           05 ED-EXPIRY-DATE          PIC 9(8).
           05 ED-ENDORSEMENT-DATE     PIC 9(8).
           05 ED-COV-A-DWELLING       PIC 9(7)V99.
           05 ED-COV-C-CONTENTS       PIC 9(7)V99.
           05 ED-COV-E-LIABILITY      PIC 9(7)V99.
           05 ED-ALL-PERIL-DEDUCTIBLE PIC 9(5)V99.
           05 ED-PRIOR-ANNUAL-PREMIUM PIC 9(7)V99.
           05 ED-NEW-ANNUAL-PREMIUM   PIC 9(7)V99.
           05 ED-ENDORSEMENT-PREMIUM  PIC S9(7)V99.
           05 ED-MORTGAGEE-NAME       PIC X(30).
           05 ED-ISSUE-DATE           PIC 9(8).

       FD  ENDORSEMENT-REGISTER-FILE.
       01  ENDORSEMENT-REGISTER-LINE  PIC X(100).

      *    Same layout HO3RETPR writes to HO3REFND; this program's
      *    output is concatenated behind that feed for disbursement.
       FD  REFUND-DISBURSEMENT-FILE.
       01  HO3-REFUND-RECORD.
           05 RF-POLICY-NUMBER        PIC X(10).
           05 RF-INSURED-NAME         PIC X(30).
           05 RF-STATE-CODE           PIC X(2).
           05 RF-CANCEL-REASON-CODE   PIC X(1).
           05 RF-CANCEL-EFFECTIVE-DATE PIC 9(8).
           05 RF-REFUND-METHOD        PIC X(1).
              88 RF-METHOD-PRO-RATA   VALUE 'P'.
              88 RF-METHOD-SHORT-RATE VALUE 'S'.
           05 RF-ANNUAL-PREMIUM       PIC 9(7)V99 COMP-3.
           05 RF-REFUND-AMOUNT        PIC 9(7)V99 COMP-3.
           05 RF-RUN-DATE             PIC 9(8).
           05 RF-CHARGE-REFUND-AMOUNT PIC 9(7)V99 COMP-3.

       FD  GL-ACTIVITY-FILE.
           COPY HO3-GL-ACTIVITY.

       WORKING-STORAGE SECTION.
       01  WS-AUDIT-FILE-STATUS       PIC X(2).
           88 WS-AUDIT-FILE-OK        VALUE '00'.
           88 WS-AUDIT-FILE-EOF       VALUE '10'.

       01  WS-MASTER-FILE-STATUS      PIC X(2).
           88 WS-MASTER-FILE-OK       VALUE '00'.
           88 WS-MASTER-NOT-FOUND     VALUE '23'.

       01  WS-SURCHARGE-FILE-STATUS   PIC X(2).
           88 WS-SURCHARGE-FILE-OK    VALUE '00'.
           88 WS-SURCHARGE-FILE-EOF   VALUE '10'.

       01  WS-RECEIVABLE-FILE-STATUS  PIC X(2).
           88 WS-RECEIVABLE-FILE-OK   VALUE '00'.
           88 WS-RECEIVABLE-DUPLICATE VALUE '22'.
           88 WS-RECEIVABLE-NOT-FOUND VALUE '23'.
           88 WS-RECEIVABLE-FILE-EOF  VALUE '10'.

       01  WS-DECLARATION-FILE-STATUS PIC X(2).
           88 WS-DECLARATION-FILE-OK  VALUE '00'.

       01  WS-REGISTER-FILE-STATUS    PIC X(2).
           88 WS-REGISTER-FILE-OK     VALUE '00'.

       01  WS-REFUND-FILE-STATUS      PIC X(2).
           88 WS-REFUND-FILE-OK       VALUE '00'.

       01  WS-GL-ACTIVITY-STATUS      PIC X(2).
           88 WS-GL-ACTIVITY-OK       VALUE '00'.

       01  WS-EOF-SWITCH              PIC X(1) VALUE 'N'.
           88 WS-END-OF-INPUT         VALUE 'Y'.

       01  WS-SORT-EOF-SWITCH         PIC X(1) VALUE 'N'.
           88 WS-SORT-END-OF-FILE     VALUE 'Y'.

       01  WS-SURCHARGE-EOF-SWITCH    PIC X(1) VALUE 'N'.
           88 WS-SURCHARGE-EOF        VALUE 'Y'.

       01  WS-POLICY-DONE-SWITCH      PIC X(1).
           88 WS-POLICY-DONE          VALUE 'Y'.

       01  WS-FIRST-POLICY-SWITCH     PIC X(1) VALUE 'Y'.
           88 WS-FIRST-POLICY         VALUE 'Y'.

       01  WS-ON-MASTER-SWITCH        PIC X(1).
           88 WS-POLICY-ON-MASTER     VALUE 'Y'.

       01  WS-FIRST-OPEN-SWITCH       PIC X(1).
           88 WS-FIRST-OPEN           VALUE 'Y'.

       01  WS-REFUND-FAILED-SWITCH    PIC X(1).
           88 WS-REFUND-FAILED        VALUE 'Y'.

       01  WS-POSTING-FAILED-SWITCH   PIC X(1).
           88 WS-POSTING-FAILED       VALUE 'Y'.

      *    One switch per endorsable field: set once the field's
      *    earliest before-image tonight has been taken, so a second
      *    change to the same field cannot overwrite it.
       01  WS-FIELD-SEEN-SWITCHES.
           05 WS-COV-A-SEEN-SWITCH    PIC X(1).
              88 WS-COV-A-SEEN        VALUE 'Y'.
           05 WS-COV-C-SEEN-SWITCH    PIC X(1).
              88 WS-COV-C-SEEN        VALUE 'Y'.
           05 WS-COV-E-SEEN-SWITCH    PIC X(1).
              88 WS-COV-E-SEEN        VALUE 'Y'.
           05 WS-DEDUCTIBLE-SEEN-SWITCH PIC X(1).
              88 WS-DEDUCTIBLE-SEEN   VALUE 'Y'.

       01  WS-CURRENT-TIMESTAMP.
           05 WS-CURRENT-YYYYMMDD     PIC 9(8).
           05 WS-CURRENT-TIME         PIC 9(6).
           05 FILLER                  PIC X(7).

      *    Manual base rates, expressed per dollar of coverage - the
      *    same HO3 rate-page rates HO3PREM prices the annual premium
      *    at, so an endorsement re-rates the policy exactly the way
      *    tonight's billing run does.
       01  WS-RATE-COV-A              PIC 9V9999 VALUE 0.0035.
       01  WS-RATE-COV-C              PIC 9V9999 VALUE 0.0020.
       01  WS-RATE-COV-E              PIC 9V9999 VALUE 0.0010.

       01  WS-PRIOR-POLICY-NUMBER     PIC X(10) VALUE SPACES.

       01  WS-OLD-COV-A               PIC 9(7)V99 COMP-3.
       01  WS-OLD-COV-C               PIC 9(7)V99 COMP-3.
       01  WS-OLD-COV-E               PIC 9(7)V99 COMP-3.
       01  WS-OLD-DEDUCTIBLE          PIC 9(5)V99 COMP-3.

       01  WS-SURCHARGE-TOTAL         PIC 9(5)V99 COMP-3.

      *    Territory factor work areas - the policy's properties'
      *    HO3RATOT territory factors weighted by insured value, or
      *    evenly when no insured value is on file, as in HO3PREM.
       01  WS-TERR-PROPERTY-COUNT     PIC S9(4) COMP.
       01  WS-TERR-INSURED-VALUE      PIC 9(9)V99 COMP-3.
       01  WS-TERR-WEIGHTED-VALUE     PIC 9(10)V9(5) COMP-3.
       01  WS-TERR-FACTOR-SUM         PIC 9(5)V999 COMP-3.
       01  WS-TERRITORY-FACTOR        PIC 9V9(5) COMP-3.
       01  WS-OLD-COVERAGE-PREMIUM    PIC 9(7)V9(4) COMP-3.
       01  WS-NEW-COVERAGE-PREMIUM    PIC 9(7)V9(4) COMP-3.
       01  WS-OLD-BASE-PREMIUM        PIC 9(7)V99 COMP-3.
       01  WS-NEW-BASE-PREMIUM        PIC 9(7)V99 COMP-3.
       01  WS-OLD-LOSS-SURCHARGE      PIC 9(7)V99 COMP-3.
       01  WS-NEW-LOSS-SURCHARGE      PIC 9(7)V99 COMP-3.
       01  WS-OLD-ANNUAL-PREMIUM      PIC 9(7)V99 COMP-3.
       01  WS-NEW-ANNUAL-PREMIUM      PIC 9(7)V99 COMP-3.
       01  WS-ANNUAL-CHANGE           PIC S9(7)V99 COMP-3.
       01  WS-ENDORSEMENT-PREMIUM     PIC S9(7)V99 COMP-3.

       01  WS-EFFECTIVE-INT           PIC S9(9) COMP.
       01  WS-EXPIRY-INT              PIC S9(9) COMP.
       01  WS-TODAY-INT               PIC S9(9) COMP.
       01  WS-TERM-DAYS               PIC S9(9) COMP.
       01  WS-REMAINING-DAYS          PIC S9(9) COMP.

      *    Receivable work areas for posting the endorsement premium
      *    against the policy's current-term installments.
       01  WS-OPEN-COUNT              PIC 9(3).
       01  WS-OPEN-BALANCE            PIC 9(7)V99 COMP-3.
       01  WS-OPEN-BALANCE-TOTAL      PIC 9(9)V99 COMP-3.
       01  WS-LAST-INSTALLMENT-NO     PIC 9(2).
       01  WS-LAST-BILLING-PLAN       PIC X(1).
       01  WS-EVEN-ADJUSTMENT         PIC 9(7)V99 COMP-3.
       01  WS-FIRST-ADJUSTMENT        PIC 9(7)V99 COMP-3.
       01  WS-INSTALLMENT-ADJUSTMENT  PIC 9(7)V99 COMP-3.
       01  WS-ADDITIONAL-POSTED       PIC 9(7)V99 COMP-3.
       01  WS-ADDITIONAL-AMOUNT       PIC 9(7)V99 COMP-3.
       01  WS-CREDIT-REMAINING        PIC 9(7)V99 COMP-3.
       01  WS-CREDIT-APPLIED          PIC 9(7)V99 COMP-3.
       01  WS-CREDIT-TO-INSTALLMENT   PIC 9(7)V99 COMP-3.
       01  WS-DISPOSITION             PIC X(24).

       01  WS-AUDIT-READ-COUNT        PIC 9(9) VALUE ZERO.
       01  WS-CHANGES-SELECTED        PIC 9(9) VALUE ZERO.
       01  WS-POLICIES-ENDORSED       PIC 9(9) VALUE ZERO.
       01  WS-EXCEPTION-COUNT         PIC 9(9) VALUE ZERO.
       01  WS-REFUND-COUNT            PIC 9(9) VALUE ZERO.
       01  WS-RECEIVABLES-ADJUSTED    PIC 9(9) VALUE ZERO.
       01  WS-GL-ACTIVITY-WRITTEN     PIC 9(9) VALUE ZERO.

       01  WS-ADDITIONAL-TOTAL        PIC 9(11)V99 COMP-3 VALUE ZERO.
       01  WS-RETURN-TOTAL            PIC 9(11)V99 COMP-3 VALUE ZERO.
       01  WS-CREDITED-TOTAL          PIC 9(11)V99 COMP-3 VALUE ZERO.
       01  WS-DECLARATION-ERRORS      PIC 9(9) VALUE ZERO.
       01  WS-REFUND-TOTAL            PIC 9(11)V99 COMP-3 VALUE ZERO.

       01  WS-REGISTER-HEADING.
           05 FILLER                  PIC X(10) VALUE 'POLICY'.
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 FILLER                  PIC X(2)  VALUE 'ST'.
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 FILLER                  PIC X(12) VALUE '  OLD ANNUAL'.
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 FILLER                  PIC X(12) VALUE '  NEW ANNUAL'.
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 FILLER                  PIC X(4)  VALUE 'DAYS'.
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 FILLER                  PIC X(13) VALUE '  ENDT PREM'.
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 FILLER                  PIC X(11) VALUE 'DISPOSITION'.

       01  WS-REGISTER-DETAIL            VALUE SPACES.
           05 WS-REG-POLICY-NUMBER    PIC X(10).
           05 FILLER                  PIC X(2).
           05 WS-REG-STATE-CODE       PIC X(2).
           05 FILLER                  PIC X(2).
           05 WS-REG-OLD-ANNUAL       PIC Z,ZZZ,ZZ9.99.
           05 FILLER                  PIC X(2).
           05 WS-REG-NEW-ANNUAL       PIC Z,ZZZ,ZZ9.99.
           05 FILLER                  PIC X(2).
           05 WS-REG-REMAINING-DAYS   PIC ZZZ9.
           05 FILLER                  PIC X(2).
           05 WS-REG-ENDT-PREMIUM     PIC Z,ZZZ,ZZ9.99-.
           05 FILLER                  PIC X(2).
           05 WS-REG-DISPOSITION      PIC X(24).

       01  WS-REGISTER-EXCEPTION         VALUE SPACES.
           05 WS-REX-POLICY-NUMBER    PIC X(10).
           05 FILLER                  PIC X(6).
           05 WS-REX-REASON           PIC X(60).

       01  WS-REGISTER-TOTAL-LINE-1.
           05 FILLER                  PIC X(21)
                 VALUE 'ADDITIONAL PREMIUM = '.
           05 WS-RGT-ADDITIONAL       PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                  PIC X(19)
                 VALUE '  RETURN PREMIUM = '.
           05 WS-RGT-RETURN           PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       01  WS-REGISTER-TOTAL-LINE-2.
           05 FILLER                  PIC X(21)
                 VALUE 'CREDITED TO RCVBL =  '.
           05 WS-RGT-CREDITED         PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                  PIC X(19)
                 VALUE '  REFUNDED =       '.
           05 WS-RGT-REFUNDED         PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       01  WS-REGISTER-TOTAL-LINE-3.
           05 FILLER                  PIC X(21)
                 VALUE 'POLICIES ENDORSED =  '.
           05 WS-RGT-ENDORSED         PIC ZZZ,ZZ9.
           05 FILLER                  PIC X(15)
                 VALUE '  EXCEPTIONS = '.
           05 WS-RGT-EXCEPTIONS       PIC ZZZ,ZZ9.

           COPY HO3-RUN-CONTROL.

       PROCEDURE DIVISION.

       0000-MAIN-LOGIC.
           PERFORM 1000-INITIALIZE
           IF RC-GATE-PASSED
              SORT ENDORSEMENT-SORT-FILE
                  ON ASCENDING KEY ES-POLICY-NUMBER
                                   ES-TIMESTAMP-DATE
                                   ES-TIMESTAMP-TIME
                  INPUT PROCEDURE IS 3000-SELECT-CHANGES
                  OUTPUT PROCEDURE IS 4000-ENDORSE-POLICIES
           END-IF
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1900-WRITE-RUN-START
           IF RC-GATE-FAILED
              MOVE 'Y' TO WS-EOF-SWITCH
           ELSE
              PERFORM 1010-INITIALIZE-RUN
           END-IF.

       1010-INITIALIZE-RUN.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE (WS-CURRENT-YYYYMMDD)

           OPEN INPUT AUDIT-LOG-FILE
           IF NOT WS-AUDIT-FILE-OK
              DISPLAY 'HO3ENDRS: UNABLE TO OPEN HO3AUDIT, STATUS='
                 WS-AUDIT-FILE-STATUS
              MOVE 'Y' TO WS-EOF-SWITCH
           END-IF

           OPEN INPUT HO3-POLICY-MASTER
           IF NOT WS-MASTER-FILE-OK
              DISPLAY 'HO3ENDRS: UNABLE TO OPEN HO3POLVS, STATUS='
                 WS-MASTER-FILE-STATUS
              MOVE 'Y' TO WS-EOF-SWITCH
           END-IF

           OPEN INPUT RATED-SURCHARGE-FILE
           IF NOT WS-SURCHARGE-FILE-OK
              DISPLAY 'HO3ENDRS: UNABLE TO OPEN HO3RATOT, STATUS='
                 WS-SURCHARGE-FILE-STATUS
              MOVE 'Y' TO WS-EOF-SWITCH
           END-IF

           OPEN I-O HO3-RECEIVABLE-MASTER
           IF NOT WS-RECEIVABLE-FILE-OK
              DISPLAY 'HO3ENDRS: UNABLE TO OPEN HO3RCVBL, STATUS='
                 WS-RECEIVABLE-FILE-STATUS
              MOVE 'Y' TO WS-EOF-SWITCH
           END-IF

           OPEN OUTPUT ENDORSEMENT-DECLARATION-FILE
           IF NOT WS-DECLARATION-FILE-OK
              DISPLAY 'HO3ENDRS: UNABLE TO OPEN HO3ENDCL, STATUS='
                 WS-DECLARATION-FILE-STATUS
              MOVE 'Y' TO WS-EOF-SWITCH
           END-IF

           OPEN OUTPUT ENDORSEMENT-REGISTER-FILE
           IF NOT WS-REGISTER-FILE-OK
              DISPLAY 'HO3ENDRS: UNABLE TO OPEN HO3ENDRP, STATUS='
                 WS-REGISTER-FILE-STATUS
              MOVE 'Y' TO WS-EOF-SWITCH
           END-IF

           OPEN OUTPUT REFUND-DISBURSEMENT-FILE
           IF NOT WS-REFUND-FILE-OK
              DISPLAY 'HO3ENDRS: UNABLE TO OPEN HO3ENRFD, STATUS='
                 WS-REFUND-FILE-STATUS
              MOVE 'Y' TO WS-EOF-SWITCH
           END-IF

           OPEN OUTPUT GL-ACTIVITY-FILE
           IF NOT WS-GL-ACTIVITY-OK
              DISPLAY 'HO3ENDRS: UNABLE TO OPEN HO3ENDGL, STATUS='
                 WS-GL-ACTIVITY-STATUS
              MOVE 'Y' TO WS-EOF-SWITCH
           END-IF

           IF NOT WS-END-OF-INPUT
              WRITE ENDORSEMENT-REGISTER-LINE FROM WS-REGISTER-HEADING
              PERFORM 3100-READ-AUDIT
              PERFORM 5150-READ-SURCHARGE
           END-IF.

      *    ---------------------------------------------------------
      *    SORT input procedure - releases tonight's coverage change
      *    records.  Only a change ('C') dated today to one of the
      *    four rated fields qualifies; indexation entries HO3INDX
      *    writes are left for the renewal term's pricing.
      *    ---------------------------------------------------------
       3000-SELECT-CHANGES.
           PERFORM 3200-SELECT-ONE-CHANGE UNTIL WS-END-OF-INPUT.

       3100-READ-AUDIT.
           READ AUDIT-LOG-FILE
               AT END
                  MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

       3200-SELECT-ONE-CHANGE.
           ADD 1 TO WS-AUDIT-READ-COUNT
           IF AUD-TRAN-CHANGE
                 AND AUD-TIMESTAMP-DATE = WS-CURRENT-YYYYMMDD
                 AND AUD-USER-ID NOT = 'HO3INDX '
                 AND (AUD-FIELD-NAME = 'COV-A-DWELLING'
                   OR AUD-FIELD-NAME = 'COV-C-CONTENTS'
                   OR AUD-FIELD-NAME = 'COV-E-LIABILITY'
                   OR AUD-FIELD-NAME = 'ALL-PERIL-DEDUCTIBLE')
              MOVE AUD-POLICY-NUMBER TO ES-POLICY-NUMBER
              MOVE AUD-TIMESTAMP-DATE TO ES-TIMESTAMP-DATE
              MOVE AUD-TIMESTAMP-TIME TO ES-TIMESTAMP-TIME
              MOVE AUD-FIELD-NAME TO ES-FIELD-NAME
              MOVE AUD-OLD-VALUE TO ES-OLD-VALUE
              RELEASE ENDORSEMENT-SORT-RECORD
              ADD 1 TO WS-CHANGES-SELECTED
           END-IF
           PERFORM 3100-READ-AUDIT.

      *    ---------------------------------------------------------
      *    SORT output procedure - breaks the sorted changes on
      *    policy number and endorses each policy once.  The master
      *    is read on the first change of each policy; it already
      *    carries every change applied tonight, so its coverage is
      *    the after-image and each field's earliest old value is
      *    the before-image.
      *    ---------------------------------------------------------
       4000-ENDORSE-POLICIES.
           PERFORM 4100-RETURN-SORT-RECORD
           PERFORM 4200-PROCESS-SORTED-CHANGE
              UNTIL WS-SORT-END-OF-FILE
           IF NOT WS-FIRST-POLICY
              PERFORM 5000-ENDORSE-ONE-POLICY
           END-IF.

       4100-RETURN-SORT-RECORD.
           RETURN ENDORSEMENT-SORT-FILE
               AT END
                  MOVE 'Y' TO WS-SORT-EOF-SWITCH
           END-RETURN.

       4200-PROCESS-SORTED-CHANGE.
           IF ES-POLICY-NUMBER NOT = WS-PRIOR-POLICY-NUMBER
              IF NOT WS-FIRST-POLICY
                 PERFORM 5000-ENDORSE-ONE-POLICY
              END-IF
              MOVE 'N' TO WS-FIRST-POLICY-SWITCH
              MOVE ES-POLICY-NUMBER TO WS-PRIOR-POLICY-NUMBER
              PERFORM 4300-START-POLICY
           END-IF

           IF WS-POLICY-ON-MASTER
              PERFORM 4400-TAKE-BEFORE-IMAGE
           END-IF

           PERFORM 4100-RETURN-SORT-RECORD.

       4300-START-POLICY.
           MOVE 'NNNN' TO WS-FIELD-SEEN-SWITCHES
           MOVE ES-POLICY-NUMBER TO POLICY-NUMBER
           READ HO3-POLICY-MASTER
           IF WS-MASTER-FILE-OK
              MOVE 'Y' TO WS-ON-MASTER-SWITCH
              MOVE COV-A-DWELLING TO WS-OLD-COV-A
              MOVE COV-C-CONTENTS TO WS-OLD-COV-C
              MOVE COV-E-LIABILITY TO WS-OLD-COV-E
              MOVE ALL-PERIL-DEDUCTIBLE TO WS-OLD-DEDUCTIBLE
           ELSE
              MOVE 'N' TO WS-ON-MASTER-SWITCH
           END-IF.

       4400-TAKE-BEFORE-IMAGE.
           EVALUATE ES-FIELD-NAME
               WHEN 'COV-A-DWELLING'
                  IF NOT WS-COV-A-SEEN
                     COMPUTE WS-OLD-COV-A =
                         FUNCTION NUMVAL (ES-OLD-VALUE)
                     MOVE 'Y' TO WS-COV-A-SEEN-SWITCH
                  END-IF
               WHEN 'COV-C-CONTENTS'
                  IF NOT WS-COV-C-SEEN
                     COMPUTE WS-OLD-COV-C =
                         FUNCTION NUMVAL (ES-OLD-VALUE)
                     MOVE 'Y' TO WS-COV-C-SEEN-SWITCH
                  END-IF
               WHEN 'COV-E-LIABILITY'
                  IF NOT WS-COV-E-SEEN
                     COMPUTE WS-OLD-COV-E =
                         FUNCTION NUMVAL (ES-OLD-VALUE)
                     MOVE 'Y' TO WS-COV-E-SEEN-SWITCH
                  END-IF
               WHEN 'ALL-PERIL-DEDUCTIBLE'
                  IF NOT WS-DEDUCTIBLE-SEEN
                     COMPUTE WS-OLD-DEDUCTIBLE =
                         FUNCTION NUMVAL (ES-OLD-VALUE)
                     MOVE 'Y' TO WS-DEDUCTIBLE-SEEN-SWITCH
                  END-IF
           END-EVALUATE.

      *    ---------------------------------------------------------
      *    Re-rates one changed policy before and after, pro-rates
      *    the annual difference over the rest of the term, and
      *    posts it to the receivables (or a refund).  Only an
      *    active or pending-cancel policy is endorsed.
      *    ---------------------------------------------------------
       5000-ENDORSE-ONE-POLICY.
           EVALUATE TRUE
               WHEN NOT WS-POLICY-ON-MASTER
                  MOVE 'POLICY NOT ON MASTER - NOT ENDORSED'
                     TO WS-REX-REASON
                  PERFORM 5900-WRITE-EXCEPTION
               WHEN NOT POLICY-ACTIVE AND NOT POLICY-PENDING-CANCEL
                  MOVE 'POLICY NOT IN FORCE - NOT ENDORSED'
                     TO WS-REX-REASON
                  PERFORM 5900-WRITE-EXCEPTION
               WHEN OTHER
                  PERFORM 5100-MATCH-SURCHARGE
                  PERFORM 5200-COMPUTE-ENDORSEMENT
                  EVALUATE TRUE
                      WHEN WS-ENDORSEMENT-PREMIUM > ZERO
                         PERFORM 5300-POST-ADDITIONAL-PREMIUM
                         PERFORM 5800-ADDITIONAL-GL-ACTIVITY
                      WHEN WS-ENDORSEMENT-PREMIUM < ZERO
                         PERFORM 5400-POST-RETURN-PREMIUM
                         PERFORM 5820-RETURN-GL-ACTIVITY
                      WHEN OTHER
                         MOVE 'NO PREMIUM CHANGE' TO WS-DISPOSITION
                  END-EVALUATE
                  PERFORM 5600-WRITE-DECLARATION
                  PERFORM 5700-WRITE-REGISTER-LINE
                  ADD 1 TO WS-POLICIES-ENDORSED
           END-EVALUATE.

      *    ---------------------------------------------------------
      *    Sequential match against HO3RATOT: surcharge records for
      *    policies with no change tonight sort low and are passed
      *    over; those for the current policy are accumulated.
      *    ---------------------------------------------------------
       5100-MATCH-SURCHARGE.
           MOVE ZERO TO WS-SURCHARGE-TOTAL
           MOVE ZERO TO WS-TERR-PROPERTY-COUNT
           MOVE ZERO TO WS-TERR-INSURED-VALUE
           MOVE ZERO TO WS-TERR-WEIGHTED-VALUE
           MOVE ZERO TO WS-TERR-FACTOR-SUM
           PERFORM 5150-READ-SURCHARGE
              UNTIL WS-SURCHARGE-EOF
                 OR RP-POLICY-NUMBER NOT < POLICY-NUMBER
           PERFORM 5160-ADD-SURCHARGE
              UNTIL WS-SURCHARGE-EOF
                 OR RP-POLICY-NUMBER NOT = POLICY-NUMBER.

       5150-READ-SURCHARGE.
           READ RATED-SURCHARGE-FILE
               AT END
                  MOVE 'Y' TO WS-SURCHARGE-EOF-SWITCH
           END-READ.

       5160-ADD-SURCHARGE.
           ADD RP-TOTAL-SURCHARGE TO WS-SURCHARGE-TOTAL
           ADD 1 TO WS-TERR-PROPERTY-COUNT
           ADD RP-INSURED-VALUE TO WS-TERR-INSURED-VALUE
           COMPUTE WS-TERR-WEIGHTED-VALUE = WS-TERR-WEIGHTED-VALUE
             + RP-INSURED-VALUE * RP-TERRITORY-FACTOR
           ADD RP-TERRITORY-FACTOR TO WS-TERR-FACTOR-SUM
           PERFORM 5150-READ-SURCHARGE.

      *    ---------------------------------------------------------
      *    The endorsement premium is the change in annual premium
      *    times the days left in the term over the days in the
      *    term, the endorsement date clamped inside the term.
      *    ---------------------------------------------------------
       5200-COMPUTE-ENDORSEMENT.
           EVALUATE TRUE
               WHEN WS-TERR-PROPERTY-COUNT = ZERO
                  MOVE 1 TO WS-TERRITORY-FACTOR
               WHEN WS-TERR-INSURED-VALUE > ZERO
                  COMPUTE WS-TERRITORY-FACTOR ROUNDED =
                      WS-TERR-WEIGHTED-VALUE / WS-TERR-INSURED-VALUE
               WHEN OTHER
                  COMPUTE WS-TERRITORY-FACTOR ROUNDED =
                      WS-TERR-FACTOR-SUM / WS-TERR-PROPERTY-COUNT
           END-EVALUATE
           COMPUTE WS-OLD-COVERAGE-PREMIUM =
               WS-OLD-COV-A * WS-RATE-COV-A
             + WS-OLD-COV-C * WS-RATE-COV-C
             + WS-OLD-COV-E * WS-RATE-COV-E
           COMPUTE WS-NEW-COVERAGE-PREMIUM =
               COV-A-DWELLING * WS-RATE-COV-A
             + COV-C-CONTENTS * WS-RATE-COV-C
             + COV-E-LIABILITY * WS-RATE-COV-E
           COMPUTE WS-OLD-BASE-PREMIUM ROUNDED =
               WS-OLD-COVERAGE-PREMIUM * WS-TERRITORY-FACTOR
           COMPUTE WS-NEW-BASE-PREMIUM ROUNDED =
               WS-NEW-COVERAGE-PREMIUM * WS-TERRITORY-FACTOR
           IF LOSS-SURCHARGE-PCT IS NUMERIC
              COMPUTE WS-OLD-LOSS-SURCHARGE ROUNDED =
                  WS-OLD-BASE-PREMIUM * LOSS-SURCHARGE-PCT
              COMPUTE WS-NEW-LOSS-SURCHARGE ROUNDED =
                  WS-NEW-BASE-PREMIUM * LOSS-SURCHARGE-PCT
           ELSE
              MOVE ZERO TO WS-OLD-LOSS-SURCHARGE
              MOVE ZERO TO WS-NEW-LOSS-SURCHARGE
           END-IF
           COMPUTE WS-OLD-ANNUAL-PREMIUM =
               WS-OLD-BASE-PREMIUM + WS-OLD-LOSS-SURCHARGE
             + WS-SURCHARGE-TOTAL
           COMPUTE WS-NEW-ANNUAL-PREMIUM =
               WS-NEW-BASE-PREMIUM + WS-NEW-LOSS-SURCHARGE
             + WS-SURCHARGE-TOTAL
           COMPUTE WS-ANNUAL-CHANGE =
               WS-NEW-ANNUAL-PREMIUM - WS-OLD-ANNUAL-PREMIUM

           COMPUTE WS-EFFECTIVE-INT =
               FUNCTION INTEGER-OF-DATE (EFFECTIVE-DATE)
           COMPUTE WS-EXPIRY-INT =
               FUNCTION INTEGER-OF-DATE (EXPIRY-DATE)
           COMPUTE WS-TERM-DAYS = WS-EXPIRY-INT - WS-EFFECTIVE-INT
           COMPUTE WS-REMAINING-DAYS = WS-EXPIRY-INT - WS-TODAY-INT
           IF WS-REMAINING-DAYS < ZERO
              MOVE ZERO TO WS-REMAINING-DAYS
           END-IF
           IF WS-REMAINING-DAYS > WS-TERM-DAYS
              MOVE WS-TERM-DAYS TO WS-REMAINING-DAYS
           END-IF

           IF WS-TERM-DAYS > ZERO
              COMPUTE WS-ENDORSEMENT-PREMIUM ROUNDED =
                  WS-ANNUAL-CHANGE * WS-REMAINING-DAYS
                / WS-TERM-DAYS
           ELSE
              MOVE ZERO TO WS-ENDORSEMENT-PREMIUM
           END-IF.

      *    ---------------------------------------------------------
      *    Additional premium: spread evenly over the current
      *    term's open installments, the division remainder on the
      *    first; with nothing open it is carried as one new
      *    installment due tonight.  Only what reached the
      *    receivables is totalled and goes to the ledger.
      *    ---------------------------------------------------------
       5300-POST-ADDITIONAL-PREMIUM.
           MOVE WS-ENDORSEMENT-PREMIUM TO WS-ADDITIONAL-AMOUNT
           MOVE ZERO TO WS-ADDITIONAL-POSTED
           MOVE 'N' TO WS-POSTING-FAILED-SWITCH
           PERFORM 5500-SCAN-RECEIVABLES

           IF WS-OPEN-COUNT = ZERO
              PERFORM 5350-ADD-ENDORSEMENT-INSTALLMENT
           ELSE
              COMPUTE WS-EVEN-ADJUSTMENT =
                  WS-ADDITIONAL-AMOUNT / WS-OPEN-COUNT
              COMPUTE WS-FIRST-ADJUSTMENT =
                  WS-ADDITIONAL-AMOUNT + WS-EVEN-ADJUSTMENT
                - WS-EVEN-ADJUSTMENT * WS-OPEN-COUNT
              MOVE 'Y' TO WS-FIRST-OPEN-SWITCH
              PERFORM 5520-START-RECEIVABLES
              PERFORM 5310-ADD-TO-INSTALLMENT UNTIL WS-POLICY-DONE
              IF WS-POSTING-FAILED
                 MOVE 'PART POSTED - SEE LOG' TO WS-DISPOSITION
              ELSE
                 MOVE 'BILLED ON INSTALLMENTS' TO WS-DISPOSITION
              END-IF
           END-IF
           ADD WS-ADDITIONAL-POSTED TO WS-ADDITIONAL-TOTAL.

       5310-ADD-TO-INSTALLMENT.
           READ HO3-RECEIVABLE-MASTER NEXT RECORD
               AT END
                  MOVE 'Y' TO WS-POLICY-DONE-SWITCH
               NOT AT END
                  IF RB-POLICY-NUMBER NOT = POLICY-NUMBER
                     MOVE 'Y' TO WS-POLICY-DONE-SWITCH
                  ELSE
                     IF NOT RB-PAID-IN-FULL
                           AND RB-DUE-DATE NOT < EFFECTIVE-DATE
                        IF WS-FIRST-OPEN
                           MOVE WS-FIRST-ADJUSTMENT
                              TO WS-INSTALLMENT-ADJUSTMENT
                           MOVE 'N' TO WS-FIRST-OPEN-SWITCH
                        ELSE
                           MOVE WS-EVEN-ADJUSTMENT
                              TO WS-INSTALLMENT-ADJUSTMENT
                        END-IF
                        ADD WS-INSTALLMENT-ADJUSTMENT
                           TO RB-INSTALLMENT-AMOUNT
                        PERFORM 5550-REWRITE-RECEIVABLE
                        IF WS-RECEIVABLE-FILE-OK
                           ADD WS-INSTALLMENT-ADJUSTMENT
                              TO WS-ADDITIONAL-POSTED
                        END-IF
                     END-IF
                  END-IF
           END-READ.

       5350-ADD-ENDORSEMENT-INSTALLMENT.
           MOVE SPACES TO HO3-RECEIVABLE-RECORD
           MOVE POLICY-NUMBER TO RB-POLICY-NUMBER
           MOVE WS-CURRENT-YYYYMMDD TO RB-DUE-DATE
           MOVE STATE-CODE TO RB-STATE-CODE
           MOVE INSURED-NAME TO RB-INSURED-NAME
           MOVE WS-LAST-BILLING-PLAN TO RB-BILLING-PLAN
           COMPUTE RB-INSTALLMENT-NO = WS-LAST-INSTALLMENT-NO + 1
           MOVE WS-ADDITIONAL-AMOUNT TO RB-INSTALLMENT-AMOUNT
           MOVE ZERO TO RB-AMOUNT-PAID
           MOVE 'O' TO RB-PAYMENT-STATUS
           MOVE ZERO TO RB-LAST-PAYMENT-DATE
           MOVE WS-CURRENT-YYYYMMDD TO RB-BILLING-DATE
           MOVE 'N' TO RB-CANCEL-SENT-FLAG

           WRITE HO3-RECEIVABLE-RECORD
           IF WS-RECEIVABLE-FILE-OK
              ADD 1 TO WS-RECEIVABLES-ADJUSTED
              MOVE WS-ADDITIONAL-AMOUNT TO WS-ADDITIONAL-POSTED
              MOVE 'BILLED AS NEW INSTALLMENT' TO WS-DISPOSITION
           ELSE
              DISPLAY 'HO3ENDRS: RECEIVABLE WRITE FAILED FOR '
                 'POLICY ' RB-POLICY-NUMBER ' STATUS='
                 WS-RECEIVABLE-FILE-STATUS
              MOVE 'NOT POSTED - SEE LOG' TO WS-DISPOSITION
              MOVE 'Y' TO WS-POSTING-FAILED-SWITCH
              ADD 1 TO WS-EXCEPTION-COUNT
              MOVE 8 TO RETURN-CODE
           END-IF.

      *    ---------------------------------------------------------
      *    Return premium: credited against the current term's open
      *    installments oldest due date first, each reduced by no
      *    more than its open balance; an installment credited down
      *    to what has already been paid is closed paid-in-full.
      *    Whatever is left over is refunded - unless an installment
      *    could not be credited, when nothing is refunded and only
      *    the credit that posted goes to the ledger, so the failed
      *    rest can be put right by hand.
      *    ---------------------------------------------------------
       5400-POST-RETURN-PREMIUM.
           COMPUTE WS-CREDIT-REMAINING = ZERO - WS-ENDORSEMENT-PREMIUM
           MOVE 'N' TO WS-REFUND-FAILED-SWITCH
           MOVE 'N' TO WS-POSTING-FAILED-SWITCH
           MOVE ZERO TO WS-CREDIT-APPLIED
           PERFORM 5500-SCAN-RECEIVABLES

           IF WS-OPEN-COUNT > ZERO
              PERFORM 5520-START-RECEIVABLES
              PERFORM 5410-CREDIT-INSTALLMENT
                 UNTIL WS-POLICY-DONE
                    OR WS-CREDIT-REMAINING = ZERO
           END-IF
           ADD WS-CREDIT-APPLIED TO WS-CREDITED-TOTAL

           EVALUATE TRUE
               WHEN WS-POSTING-FAILED
                  MOVE 'PART POSTED - SEE LOG' TO WS-DISPOSITION
               WHEN WS-CREDIT-REMAINING = ZERO
                  MOVE 'CREDITED TO INSTALLMENTS' TO WS-DISPOSITION
               WHEN WS-CREDIT-APPLIED = ZERO
                  PERFORM 5450-WRITE-REFUND
                  MOVE 'REFUNDED - PAID IN FULL' TO WS-DISPOSITION
               WHEN OTHER
                  PERFORM 5450-WRITE-REFUND
                  MOVE 'CREDITED AND REFUNDED' TO WS-DISPOSITION
           END-EVALUATE

           IF WS-POSTING-FAILED OR WS-REFUND-FAILED
              ADD WS-CREDIT-APPLIED TO WS-RETURN-TOTAL
           ELSE
              COMPUTE WS-RETURN-TOTAL = WS-RETURN-TOTAL
                  + WS-CREDIT-APPLIED + WS-CREDIT-REMAINING
           END-IF.

       5410-CREDIT-INSTALLMENT.
           READ HO3-RECEIVABLE-MASTER NEXT RECORD
               AT END
                  MOVE 'Y' TO WS-POLICY-DONE-SWITCH
               NOT AT END
                  IF RB-POLICY-NUMBER NOT = POLICY-NUMBER
                     MOVE 'Y' TO WS-POLICY-DONE-SWITCH
                  ELSE
                     IF NOT RB-PAID-IN-FULL
                           AND RB-DUE-DATE NOT < EFFECTIVE-DATE
                        PERFORM 5420-APPLY-CREDIT
                     END-IF
                  END-IF
           END-READ.

       5420-APPLY-CREDIT.
           COMPUTE WS-OPEN-BALANCE =
               RB-INSTALLMENT-AMOUNT - RB-AMOUNT-PAID
           IF WS-CREDIT-REMAINING < WS-OPEN-BALANCE
              MOVE WS-CREDIT-REMAINING TO WS-CREDIT-TO-INSTALLMENT
           ELSE
              MOVE WS-OPEN-BALANCE TO WS-CREDIT-TO-INSTALLMENT
           END-IF

           SUBTRACT WS-CREDIT-TO-INSTALLMENT FROM RB-INSTALLMENT-AMOUNT
           IF RB-AMOUNT-PAID NOT < RB-INSTALLMENT-AMOUNT
              MOVE 'F' TO RB-PAYMENT-STATUS
           END-IF
           PERFORM 5550-REWRITE-RECEIVABLE
           IF WS-RECEIVABLE-FILE-OK
              SUBTRACT WS-CREDIT-TO-INSTALLMENT FROM WS-CREDIT-REMAINING
              ADD WS-CREDIT-TO-INSTALLMENT TO WS-CREDIT-APPLIED
           END-IF.

       5450-WRITE-REFUND.
           MOVE POLICY-NUMBER TO RF-POLICY-NUMBER
           MOVE INSURED-NAME TO RF-INSURED-NAME
           MOVE STATE-CODE TO RF-STATE-CODE
           MOVE 'E' TO RF-CANCEL-REASON-CODE
           MOVE WS-CURRENT-YYYYMMDD TO RF-CANCEL-EFFECTIVE-DATE
           MOVE 'P' TO RF-REFUND-METHOD
           MOVE WS-NEW-ANNUAL-PREMIUM TO RF-ANNUAL-PREMIUM
           MOVE WS-CREDIT-REMAINING TO RF-REFUND-AMOUNT
           MOVE WS-CURRENT-YYYYMMDD TO RF-RUN-DATE
           MOVE ZERO TO RF-CHARGE-REFUND-AMOUNT
           WRITE HO3-REFUND-RECORD
           IF NOT WS-REFUND-FILE-OK
              DISPLAY 'HO3ENDRS: REFUND WRITE FAILED FOR POLICY '
                 RF-POLICY-NUMBER ' STATUS=' WS-REFUND-FILE-STATUS
              ADD 1 TO WS-EXCEPTION-COUNT
              MOVE 'Y' TO WS-REFUND-FAILED-SWITCH
              MOVE 8 TO RETURN-CODE
           ELSE
              ADD 1 TO WS-REFUND-COUNT
              ADD WS-CREDIT-REMAINING TO WS-REFUND-TOTAL
           END-IF.

      *    ---------------------------------------------------------
      *    First pass over the policy's receivables: counts the
      *    current term's open installments and their balance, and
      *    notes the last installment number and billing plan for an
      *    endorsement installment that has to be added.
      *    ---------------------------------------------------------
       5500-SCAN-RECEIVABLES.
           MOVE ZERO TO WS-OPEN-COUNT
           MOVE ZERO TO WS-OPEN-BALANCE-TOTAL
           MOVE ZERO TO WS-LAST-INSTALLMENT-NO
           MOVE 'A' TO WS-LAST-BILLING-PLAN
           PERFORM 5520-START-RECEIVABLES
           PERFORM 5510-SCAN-ONE-RECEIVABLE UNTIL WS-POLICY-DONE.

       5510-SCAN-ONE-RECEIVABLE.
           READ HO3-RECEIVABLE-MASTER NEXT RECORD
               AT END
                  MOVE 'Y' TO WS-POLICY-DONE-SWITCH
               NOT AT END
                  IF RB-POLICY-NUMBER NOT = POLICY-NUMBER
                     MOVE 'Y' TO WS-POLICY-DONE-SWITCH
                  ELSE
                     IF RB-DUE-DATE NOT < EFFECTIVE-DATE
                        MOVE RB-INSTALLMENT-NO
                           TO WS-LAST-INSTALLMENT-NO
                        MOVE RB-BILLING-PLAN TO WS-LAST-BILLING-PLAN
                        IF NOT RB-PAID-IN-FULL
                           ADD 1 TO WS-OPEN-COUNT
                           COMPUTE WS-OPEN-BALANCE-TOTAL =
                               WS-OPEN-BALANCE-TOTAL
                             + RB-INSTALLMENT-AMOUNT - RB-AMOUNT-PAID
                        END-IF
                     END-IF
                  END-IF
           END-READ.

       5520-START-RECEIVABLES.
           MOVE 'N' TO WS-POLICY-DONE-SWITCH
           MOVE POLICY-NUMBER TO RB-POLICY-NUMBER
           MOVE ZERO TO RB-DUE-DATE
           START HO3-RECEIVABLE-MASTER KEY NOT LESS THAN RB-KEY
           IF NOT WS-RECEIVABLE-FILE-OK
              MOVE 'Y' TO WS-POLICY-DONE-SWITCH
           END-IF.

       5550-REWRITE-RECEIVABLE.
           REWRITE HO3-RECEIVABLE-RECORD
           IF WS-RECEIVABLE-FILE-OK
              ADD 1 TO WS-RECEIVABLES-ADJUSTED
           ELSE
              DISPLAY 'HO3ENDRS: REWRITE FAILED FOR POLICY '
                 RB-POLICY-NUMBER ' DUE ' RB-DUE-DATE
                 ' STATUS=' WS-RECEIVABLE-FILE-STATUS
              MOVE 'Y' TO WS-POLICY-DONE-SWITCH
              MOVE 'Y' TO WS-POSTING-FAILED-SWITCH
              ADD 1 TO WS-EXCEPTION-COUNT
              MOVE 8 TO RETURN-CODE
           END-IF.

       5600-WRITE-DECLARATION.
           MOVE POLICY-NUMBER TO ED-POLICY-NUMBER
           MOVE INSURED-NAME TO ED-INSURED-NAME
           MOVE STATE-CODE TO ED-STATE-CODE
           MOVE PRODUCER-CODE TO ED-PRODUCER-CODE
           MOVE EFFECTIVE-DATE TO ED-EFFECTIVE-DATE
           MOVE EXPIRY-DATE TO ED-EXPIRY-DATE
           MOVE WS-CURRENT-YYYYMMDD TO ED-ENDORSEMENT-DATE
           MOVE COV-A-DWELLING TO ED-COV-A-DWELLING
           MOVE COV-C-CONTENTS TO ED-COV-C-CONTENTS
           MOVE COV-E-LIABILITY TO ED-COV-E-LIABILITY
           MOVE ALL-PERIL-DEDUCTIBLE TO ED-ALL-PERIL-DEDUCTIBLE
           MOVE WS-OLD-ANNUAL-PREMIUM TO ED-PRIOR-ANNUAL-PREMIUM
           MOVE WS-NEW-ANNUAL-PREMIUM TO ED-NEW-ANNUAL-PREMIUM
           MOVE WS-ENDORSEMENT-PREMIUM TO ED-ENDORSEMENT-PREMIUM
           MOVE MORTGAGEE-NAME TO ED-MORTGAGEE-NAME
           MOVE WS-CURRENT-YYYYMMDD TO ED-ISSUE-DATE
           WRITE HO3-ENDORSEMENT-DECL-RECORD
           IF NOT WS-DECLARATION-FILE-OK
              DISPLAY 'HO3ENDRS: DECLARATION WRITE FAILED FOR '
                 'POLICY ' ED-POLICY-NUMBER ' STATUS='
                 WS-DECLARATION-FILE-STATUS
              ADD 1 TO WS-DECLARATION-ERRORS
              ADD 1 TO WS-EXCEPTION-COUNT
              MOVE 8 TO RETURN-CODE
           END-IF.

       5700-WRITE-REGISTER-LINE.
           MOVE POLICY-NUMBER TO WS-REG-POLICY-NUMBER
           MOVE STATE-CODE TO WS-REG-STATE-CODE
           MOVE WS-OLD-ANNUAL-PREMIUM TO WS-REG-OLD-ANNUAL
           MOVE WS-NEW-ANNUAL-PREMIUM TO WS-REG-NEW-ANNUAL
           MOVE WS-REMAINING-DAYS TO WS-REG-REMAINING-DAYS
           MOVE WS-ENDORSEMENT-PREMIUM TO WS-REG-ENDT-PREMIUM
           MOVE WS-DISPOSITION TO WS-REG-DISPOSITION
           WRITE ENDORSEMENT-REGISTER-LINE FROM WS-REGISTER-DETAIL
           MOVE SPACES TO WS-DISPOSITION.

      *    ---------------------------------------------------------
      *    General ledger activity for the endorsement premium.  An
      *    additional premium is receivable and written premium; a
      *    return premium is split between what was credited to the
      *    open installments and what is left to refund.  A refund
      *    that could not be written will not be paid, so neither it
      *    nor its share of the return premium goes to the ledger.
      *    ---------------------------------------------------------
       5800-ADDITIONAL-GL-ACTIVITY.
           IF WS-ADDITIONAL-POSTED > ZERO
              MOVE WS-ADDITIONAL-POSTED TO GA-AMOUNT
              MOVE 'PR' TO GA-ACTIVITY-TYPE
              PERFORM 5850-WRITE-GL-ACTIVITY
              MOVE 'WP' TO GA-ACTIVITY-TYPE
              PERFORM 5850-WRITE-GL-ACTIVITY
           END-IF.

       5820-RETURN-GL-ACTIVITY.
           IF WS-REFUND-FAILED OR WS-POSTING-FAILED
              MOVE WS-CREDIT-APPLIED TO GA-AMOUNT
           ELSE
              COMPUTE GA-AMOUNT =
                  WS-CREDIT-APPLIED + WS-CREDIT-REMAINING
           END-IF
           IF GA-AMOUNT > ZERO
              MOVE 'RP' TO GA-ACTIVITY-TYPE
              PERFORM 5850-WRITE-GL-ACTIVITY
           END-IF
           IF WS-CREDIT-APPLIED > ZERO
              MOVE WS-CREDIT-APPLIED TO GA-AMOUNT
              MOVE 'RC' TO GA-ACTIVITY-TYPE
              PERFORM 5850-WRITE-GL-ACTIVITY
           END-IF
           IF WS-CREDIT-REMAINING > ZERO AND NOT WS-REFUND-FAILED
                 AND NOT WS-POSTING-FAILED
              MOVE WS-CREDIT-REMAINING TO GA-AMOUNT
              MOVE 'RF' TO GA-ACTIVITY-TYPE
              PERFORM 5850-WRITE-GL-ACTIVITY
           END-IF.

       5850-WRITE-GL-ACTIVITY.
           MOVE 'HO3ENDRS' TO GA-SOURCE-PROGRAM
           MOVE POLICY-NUMBER TO GA-POLICY-NUMBER
           MOVE STATE-CODE TO GA-STATE-CODE
           MOVE WS-CURRENT-YYYYMMDD TO GA-BASIS-DATE
           MOVE WS-CURRENT-YYYYMMDD TO GA-RUN-DATE
           WRITE HO3-GL-ACTIVITY-RECORD
           IF NOT WS-GL-ACTIVITY-OK
              DISPLAY 'HO3ENDRS: GL ACTIVITY WRITE FAILED FOR POLICY '
                 GA-POLICY-NUMBER ' STATUS=' WS-GL-ACTIVITY-STATUS
              ADD 1 TO WS-EXCEPTION-COUNT
              MOVE 8 TO RETURN-CODE
           ELSE
              ADD 1 TO WS-GL-ACTIVITY-WRITTEN
           END-IF.

       5900-WRITE-EXCEPTION.
           MOVE WS-PRIOR-POLICY-NUMBER TO WS-REX-POLICY-NUMBER
           WRITE ENDORSEMENT-REGISTER-LINE FROM WS-REGISTER-EXCEPTION
           ADD 1 TO WS-EXCEPTION-COUNT
           MOVE SPACES TO WS-REX-REASON.

       9000-TERMINATE.
           IF WS-AUDIT-FILE-OK OR WS-AUDIT-FILE-EOF
              CLOSE AUDIT-LOG-FILE
           END-IF
           IF WS-MASTER-FILE-OK OR WS-MASTER-NOT-FOUND
              CLOSE HO3-POLICY-MASTER
           END-IF
           IF WS-SURCHARGE-FILE-OK OR WS-SURCHARGE-FILE-EOF
              CLOSE RATED-SURCHARGE-FILE
           END-IF
           IF WS-RECEIVABLE-FILE-OK OR WS-RECEIVABLE-FILE-EOF
                 OR WS-RECEIVABLE-NOT-FOUND OR WS-RECEIVABLE-DUPLICATE
              CLOSE HO3-RECEIVABLE-MASTER
           END-IF
           CLOSE ENDORSEMENT-DECLARATION-FILE
           CLOSE REFUND-DISBURSEMENT-FILE
           CLOSE GL-ACTIVITY-FILE

           IF WS-REGISTER-FILE-OK
              MOVE WS-ADDITIONAL-TOTAL TO WS-RGT-ADDITIONAL
              MOVE WS-RETURN-TOTAL TO WS-RGT-RETURN
              WRITE ENDORSEMENT-REGISTER-LINE
                 FROM WS-REGISTER-TOTAL-LINE-1
              MOVE WS-CREDITED-TOTAL TO WS-RGT-CREDITED
              MOVE WS-REFUND-TOTAL TO WS-RGT-REFUNDED
              WRITE ENDORSEMENT-REGISTER-LINE
                 FROM WS-REGISTER-TOTAL-LINE-2
              MOVE WS-POLICIES-ENDORSED TO WS-RGT-ENDORSED
              MOVE WS-EXCEPTION-COUNT TO WS-RGT-EXCEPTIONS
              WRITE ENDORSEMENT-REGISTER-LINE
                 FROM WS-REGISTER-TOTAL-LINE-3
              CLOSE ENDORSEMENT-REGISTER-FILE
           END-IF

           DISPLAY 'HO3ENDRS: AUDIT RECORDS READ = '
              WS-AUDIT-READ-COUNT
           DISPLAY 'HO3ENDRS: COVERAGE CHANGES SELECTED = '
              WS-CHANGES-SELECTED
           DISPLAY 'HO3ENDRS: POLICIES ENDORSED = '
              WS-POLICIES-ENDORSED
           DISPLAY 'HO3ENDRS: RECEIVABLES ADJUSTED = '
              WS-RECEIVABLES-ADJUSTED
           DISPLAY 'HO3ENDRS: REFUNDS WRITTEN = ' WS-REFUND-COUNT
           DISPLAY 'HO3ENDRS: DECLARATION WRITE ERRORS = '
              WS-DECLARATION-ERRORS
           DISPLAY 'HO3ENDRS: GL ACTIVITY RECORDS WRITTEN = '
              WS-GL-ACTIVITY-WRITTEN
           DISPLAY 'HO3ENDRS: EXCEPTIONS = ' WS-EXCEPTION-COUNT

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
           MOVE 'HO3ENDRS' TO RC-PROGRAM-ID
           MOVE 'HO3PAYAP' TO RC-PREDECESSOR-ID
           MOVE ZERO TO RC-GENERATION-STAMP
           CALL 'HO3RUNLG' USING HO3-RUN-CONTROL-PARMS
           IF RC-GATE-FAILED
              DISPLAY 'HO3ENDRS: PREDECESSOR HO3PAYAP HAS NOT '
                 'COMPLETED CLEAN TONIGHT - RUN REFUSED'
              MOVE 8 TO RETURN-CODE
           END-IF.

       8900-WRITE-RUN-END.
           MOVE 'END  ' TO RC-FUNCTION-CODE
           MOVE WS-CHANGES-SELECTED TO RC-RECORDS-IN
           MOVE WS-POLICIES-ENDORSED TO RC-RECORDS-OUT
           MOVE WS-EXCEPTION-COUNT TO RC-EXCEPTION-COUNT
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
