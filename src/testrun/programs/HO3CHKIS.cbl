       IDENTIFICATION DIVISION.
       PROGRAM-ID. HO3CHKIS.
      *    Refund check issue and positive pay.
      *    HO3RETPR's cancellation refunds on HO3REFND, with
      *    HO3ENDRS's endorsement refunds on HO3ENRFD concatenated
      *    behind them, are the night's refund disbursements; this
      *    run numbers a check for each and tells the bank about it.
      *    HO3RETPR restates every cancelled policy's refund every
      *    night, so a refund is issued once only: the refund - its
      *    policy, its date (the cancellation effective date, or the
      *    endorsement run date) and its type - is recorded on the
      *    HO3RFISS refund-issued file with the check that paid it,
      *    and a refund already there is passed over (reported as an
      *    exception when the refund amount no longer matches the
      *    check).  A zero refund is passed over.  Each new check
      *    takes the next number off the HO3CHKCT control record,
      *    which also carries the bank account the checks are drawn
      *    on; the record is set up by operations with the first
      *    number of the check stock, and without it nothing is
      *    issued.  The payee is the insured at the last known
      *    address on the HO3POLVS master - the first property's
      *    address and the policy STATE-CODE; a cancellation refund
      *    whose policy is not on the master is held as an exception
      *    and tried again the next night, when HO3RETPR restates it.
      *    An endorsement refund is on HO3ENRFD for its own night
      *    only (HO3ENDRS rewrites the file every run), so one held
      *    as an exception, or left unissued by a run that stops,
      *    has to be issued by a rerun the same night once the cause
      *    is put right, or by hand.  Each check goes on the HO3CHKRG
      *    refund check register as outstanding, for HO3CHKRC to
      *    reconcile against the bank's paid file and HO3ESCH to
      *    report once dormant, and on tonight's HO3PPAY positive
      *    pay issue file for the bank, which closes with a trailer
      *    carrying the check count and total.  The control record
      *    is advanced past the last number used.  The HO3CHKRP
      *    issue register lists every check issued and every
      *    exception.  A check number already on the register (the
      *    control record behind the check stock) or a register,
      *    refund-issued or positive pay write failure stops the
      *    issue with RC 8.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REFUND-DISBURSEMENT-FILE ASSIGN TO "HO3REFND"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REFUND-FILE-STATUS.

           SELECT HO3-POLICY-MASTER ASSIGN TO "HO3POLVS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS POLICY-NUMBER
               FILE STATUS IS WS-MASTER-FILE-STATUS.

           SELECT CHECK-CONTROL-FILE ASSIGN TO "HO3CHKCT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CONTROL-FILE-STATUS.

           SELECT REFUND-CHECK-REGISTER ASSIGN TO "HO3CHKRG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CK-CHECK-NUMBER
               FILE STATUS IS WS-CHECK-FILE-STATUS.

           SELECT REFUND-ISSUED-FILE ASSIGN TO "HO3RFISS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RI-REFUND-KEY
               FILE STATUS IS WS-ISSUED-FILE-STATUS.

           SELECT POSITIVE-PAY-FILE ASSIGN TO "HO3PPAY"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PPAY-FILE-STATUS.

           SELECT ISSUE-REGISTER-FILE ASSIGN TO "HO3CHKRP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

       FD  HO3-POLICY-MASTER.
           COPY HO3-POLICY.

      *    One record: the next check number to issue and the bank
      *    account the refund checks are drawn on, with the last
      *    night's issue totals.
       FD  CHECK-CONTROL-FILE.
       01  HO3-CHECK-CONTROL-RECORD.
           05 CC-NEXT-CHECK-NUMBER    PIC 9(10).
           05 CC-BANK-ACCOUNT         PIC X(15).
           05 CC-LAST-ISSUE-DATE      PIC 9(8).
           05 CC-LAST-CHECK-COUNT     PIC 9(7).
           05 CC-LAST-CHECK-TOTAL     PIC 9(11)V99 COMP-3.

       FD  REFUND-CHECK-REGISTER.
           COPY HO3-REFUND-CHECK.

      *    Refunds already paid by check, one record per policy,
      *    refund date and refund type.
       FD  REFUND-ISSUED-FILE.
       01  HO3-REFUND-ISSUED-RECORD.
           05 RI-REFUND-KEY.
              10 RI-POLICY-NUMBER     PIC X(10).
              10 RI-REFUND-DATE       PIC 9(8).
              10 RI-REFUND-TYPE       PIC X(1).
           05 RI-CHECK-NUMBER         PIC 9(10).
           05 RI-CHECK-AMOUNT         PIC 9(7)V99 COMP-3.
           05 RI-ISSUE-DATE           PIC 9(8).

       FD  POSITIVE-PAY-FILE.
       01  POSITIVE-PAY-RECORD        PIC X(80).

       FD  ISSUE-REGISTER-FILE.
       01  ISSUE-REGISTER-LINE        PIC X(132).

       WORKING-STORAGE SECTION.
      *    Positive pay record as sent to the bank: one issue record
      *    per check, then one trailer with the file's controls.
       01  WS-POSITIVE-PAY-RECORD.
           05 PP-RECORD-TYPE          PIC X(1).
              88 PP-ISSUE             VALUE 'I'.
              88 PP-TRAILER           VALUE 'T'.
           05 PP-BANK-ACCOUNT         PIC X(15).
           05 PP-ISSUE-DATA.
              10 PP-CHECK-NUMBER      PIC 9(10).
              10 PP-ISSUE-DATE        PIC 9(8).
              10 PP-CHECK-AMOUNT      PIC 9(9)V99.
              10 PP-PAYEE-NAME        PIC X(30).
              10 FILLER               PIC X(5).
           05 PP-TRAILER-DATA REDEFINES PP-ISSUE-DATA.
              10 PP-TRL-ISSUE-DATE    PIC 9(8).
              10 PP-TRL-CHECK-COUNT   PIC 9(7).
              10 PP-TRL-CHECK-TOTAL   PIC 9(11)V99.
              10 FILLER               PIC X(36).

       01  WS-REFUND-FILE-STATUS      PIC X(2).
           88 WS-REFUND-FILE-OK       VALUE '00'.
           88 WS-REFUND-FILE-EOF      VALUE '10'.

       01  WS-MASTER-FILE-STATUS      PIC X(2).
           88 WS-MASTER-FILE-OK       VALUE '00'.
           88 WS-MASTER-NOT-FOUND     VALUE '23'.

       01  WS-CONTROL-FILE-STATUS     PIC X(2).
           88 WS-CONTROL-FILE-OK      VALUE '00'.

       01  WS-CHECK-FILE-STATUS       PIC X(2).
           88 WS-CHECK-FILE-OK        VALUE '00'.
           88 WS-CHECK-DUPLICATE      VALUE '22'.

       01  WS-ISSUED-FILE-STATUS      PIC X(2).
           88 WS-ISSUED-FILE-OK       VALUE '00'.
           88 WS-ISSUED-NOT-FOUND     VALUE '23'.

       01  WS-PPAY-FILE-STATUS        PIC X(2).
           88 WS-PPAY-FILE-OK         VALUE '00'.

       01  WS-REPORT-FILE-STATUS      PIC X(2).
           88 WS-REPORT-FILE-OK       VALUE '00'.

       01  WS-EOF-SWITCH              PIC X(1) VALUE 'N'.
           88 WS-END-OF-INPUT         VALUE 'Y'.

       01  WS-ABANDON-SWITCH          PIC X(1) VALUE 'N'.
           88 WS-RUN-ABANDONED        VALUE 'Y'.

       01  WS-CONTROL-READ-SWITCH     PIC X(1) VALUE 'N'.
           88 WS-CONTROL-RECORD-READ  VALUE 'Y'.

       01  WS-PPAY-OPEN-SWITCH        PIC X(1) VALUE 'N'.
           88 WS-PPAY-FILE-OPEN       VALUE 'Y'.

       01  WS-CURRENT-DATE.
           05 WS-CURRENT-YYYYMMDD     PIC 9(8).
           05 FILLER                  PIC X(14).

       01  WS-NEXT-CHECK-NUMBER       PIC 9(10) VALUE ZERO.
       01  WS-BANK-ACCOUNT            PIC X(15) VALUE SPACES.
       01  WS-REFUND-TYPE             PIC X(1).
       01  WS-EXCEPTION-TEXT          PIC X(40).

       01  WS-REFUNDS-READ            PIC 9(9) VALUE ZERO.
       01  WS-ZERO-REFUND-COUNT       PIC 9(9) VALUE ZERO.
       01  WS-PREVIOUSLY-ISSUED-COUNT PIC 9(9) VALUE ZERO.
       01  WS-CHECKS-ISSUED           PIC 9(7) VALUE ZERO.
       01  WS-EXCEPTION-COUNT         PIC 9(9) VALUE ZERO.
       01  WS-CHECK-TOTAL             PIC 9(11)V99 COMP-3 VALUE ZERO.
      *    What actually reached the positive pay file, for its
      *    trailer.
       01  WS-PPAY-CHECK-COUNT        PIC 9(7) VALUE ZERO.
       01  WS-PPAY-CHECK-TOTAL        PIC 9(11)V99 COMP-3 VALUE ZERO.

       01  WS-REGISTER-TITLE.
           05 FILLER                  PIC X(41) VALUE
              'REFUND CHECK ISSUE REGISTER - ISSUE DATE '.
           05 WS-TTL-ISSUE-DATE       PIC 9(8).
           05 FILLER                  PIC X(11) VALUE
              '  ACCOUNT '.
           05 WS-TTL-BANK-ACCOUNT     PIC X(15).

       01  WS-REGISTER-HEADING.
           05 FILLER                  PIC X(10) VALUE 'CHECK NO'.
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 FILLER                  PIC X(10) VALUE 'POLICY'.
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 FILLER                  PIC X(2)  VALUE 'TY'.
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 FILLER                  PIC X(8)  VALUE 'REF DATE'.
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 FILLER                  PIC X(30) VALUE 'PAYEE'.
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 FILLER                  PIC X(2)  VALUE 'ST'.
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 FILLER                  PIC X(12) VALUE '      AMOUNT'.
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 FILLER                  PIC X(40) VALUE 'EXCEPTION'.

       01  WS-REGISTER-DETAIL            VALUE SPACES.
           05 WS-REG-CHECK-NUMBER     PIC X(10).
           05 FILLER                  PIC X(2).
           05 WS-REG-POLICY-NUMBER    PIC X(10).
           05 FILLER                  PIC X(3).
           05 WS-REG-REFUND-TYPE      PIC X(1).
           05 FILLER                  PIC X(2).
           05 WS-REG-REFUND-DATE      PIC 9(8).
           05 FILLER                  PIC X(2).
           05 WS-REG-PAYEE-NAME       PIC X(30).
           05 FILLER                  PIC X(2).
           05 WS-REG-STATE-CODE       PIC X(2).
           05 FILLER                  PIC X(2).
           05 WS-REG-AMOUNT           PIC Z,ZZZ,ZZ9.99.
           05 FILLER                  PIC X(2).
           05 WS-REG-EXCEPTION        PIC X(40).

       01  WS-REGISTER-TOTAL-LINE        VALUE SPACES.
           05 WS-TOT-LABEL            PIC X(30).
           05 WS-TOT-COUNT            PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                  PIC X(4).
           05 WS-TOT-AMOUNT           PIC ZZ,ZZZ,ZZZ,ZZ9.99.

           COPY HO3-RUN-CONTROL.

       PROCEDURE DIVISION.

       0000-MAIN-LOGIC.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-REFUND UNTIL WS-END-OF-INPUT
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
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           PERFORM 1100-READ-CONTROL-RECORD

           OPEN INPUT REFUND-DISBURSEMENT-FILE
           IF NOT WS-REFUND-FILE-OK
              DISPLAY 'HO3CHKIS: UNABLE TO OPEN HO3REFND, STATUS='
                 WS-REFUND-FILE-STATUS
              MOVE 'Y' TO WS-ABANDON-SWITCH
           END-IF

           OPEN INPUT HO3-POLICY-MASTER
           IF NOT WS-MASTER-FILE-OK
              DISPLAY 'HO3CHKIS: UNABLE TO OPEN HO3POLVS, STATUS='
                 WS-MASTER-FILE-STATUS
              MOVE 'Y' TO WS-ABANDON-SWITCH
           END-IF

           OPEN I-O REFUND-CHECK-REGISTER
      *    File status 35 on the very first run: the register does
      *    not exist yet and is created empty.
           IF NOT WS-CHECK-FILE-OK
              OPEN OUTPUT REFUND-CHECK-REGISTER
              IF WS-CHECK-FILE-OK
                 CLOSE REFUND-CHECK-REGISTER
                 OPEN I-O REFUND-CHECK-REGISTER
              END-IF
           END-IF
           IF NOT WS-CHECK-FILE-OK
              DISPLAY 'HO3CHKIS: UNABLE TO OPEN HO3CHKRG, STATUS='
                 WS-CHECK-FILE-STATUS
              MOVE 'Y' TO WS-ABANDON-SWITCH
           END-IF

           OPEN I-O REFUND-ISSUED-FILE
           IF NOT WS-ISSUED-FILE-OK
              OPEN OUTPUT REFUND-ISSUED-FILE
              IF WS-ISSUED-FILE-OK
                 CLOSE REFUND-ISSUED-FILE
                 OPEN I-O REFUND-ISSUED-FILE
              END-IF
           END-IF
           IF NOT WS-ISSUED-FILE-OK
              DISPLAY 'HO3CHKIS: UNABLE TO OPEN HO3RFISS, STATUS='
                 WS-ISSUED-FILE-STATUS
              MOVE 'Y' TO WS-ABANDON-SWITCH
           END-IF

           OPEN OUTPUT POSITIVE-PAY-FILE
           IF NOT WS-PPAY-FILE-OK
              DISPLAY 'HO3CHKIS: UNABLE TO OPEN HO3PPAY, STATUS='
                 WS-PPAY-FILE-STATUS
              MOVE 'Y' TO WS-ABANDON-SWITCH
           ELSE
              MOVE 'Y' TO WS-PPAY-OPEN-SWITCH
           END-IF

           OPEN OUTPUT ISSUE-REGISTER-FILE
           IF NOT WS-REPORT-FILE-OK
              DISPLAY 'HO3CHKIS: UNABLE TO OPEN HO3CHKRP, STATUS='
                 WS-REPORT-FILE-STATUS
              MOVE 'Y' TO WS-ABANDON-SWITCH
           END-IF

           IF WS-RUN-ABANDONED
              DISPLAY 'HO3CHKIS: CONTROL, INPUT OR OUTPUT FILE '
                 'UNAVAILABLE - NO CHECKS ISSUED'
              MOVE 8 TO RETURN-CODE
              MOVE 'Y' TO WS-EOF-SWITCH
           ELSE
              MOVE WS-CURRENT-YYYYMMDD TO WS-TTL-ISSUE-DATE
              MOVE WS-BANK-ACCOUNT TO WS-TTL-BANK-ACCOUNT
              WRITE ISSUE-REGISTER-LINE FROM WS-REGISTER-TITLE
              WRITE ISSUE-REGISTER-LINE FROM WS-REGISTER-HEADING
              PERFORM 2100-READ-REFUND
           END-IF.

      *    ---------------------------------------------------------
      *    The HO3CHKCT control record carries the next check number
      *    and the bank account.  Unlike the journal interface's
      *    control record it is never created here: the first
      *    number has to match the check stock, so a missing record
      *    or one without a number stops the run.
      *    ---------------------------------------------------------
       1100-READ-CONTROL-RECORD.
           OPEN INPUT CHECK-CONTROL-FILE
           IF NOT WS-CONTROL-FILE-OK
              DISPLAY 'HO3CHKIS: UNABLE TO OPEN HO3CHKCT, STATUS='
                 WS-CONTROL-FILE-STATUS
              MOVE 'Y' TO WS-ABANDON-SWITCH
           ELSE
              READ CHECK-CONTROL-FILE
                  AT END
                     DISPLAY 'HO3CHKIS: NO CONTROL RECORD - CHECK '
                        'NUMBERING HAS NOT BEEN SET UP'
                     MOVE 'Y' TO WS-ABANDON-SWITCH
                  NOT AT END
                     IF CC-NEXT-CHECK-NUMBER NOT NUMERIC
                           OR CC-NEXT-CHECK-NUMBER = ZERO
                           OR CC-BANK-ACCOUNT = SPACES
                        DISPLAY 'HO3CHKIS: INVALID CONTROL RECORD - '
                           'NEXT CHECK ' CC-NEXT-CHECK-NUMBER
                           ' ACCOUNT ' CC-BANK-ACCOUNT
                        MOVE 'Y' TO WS-ABANDON-SWITCH
                     ELSE
                        MOVE CC-NEXT-CHECK-NUMBER
                           TO WS-NEXT-CHECK-NUMBER
                        MOVE CC-BANK-ACCOUNT TO WS-BANK-ACCOUNT
                        MOVE 'Y' TO WS-CONTROL-READ-SWITCH
                     END-IF
              END-READ
              CLOSE CHECK-CONTROL-FILE
           END-IF.

       2000-PROCESS-REFUND.
           ADD 1 TO WS-REFUNDS-READ
           IF RF-ENDORSEMENT-REFUND
              MOVE 'E' TO WS-REFUND-TYPE
           ELSE
              MOVE 'C' TO WS-REFUND-TYPE
           END-IF

           IF RF-REFUND-AMOUNT = ZERO
              ADD 1 TO WS-ZERO-REFUND-COUNT
           ELSE
              MOVE RF-POLICY-NUMBER TO RI-POLICY-NUMBER
              MOVE RF-CANCEL-EFFECTIVE-DATE TO RI-REFUND-DATE
              MOVE WS-REFUND-TYPE TO RI-REFUND-TYPE
              READ REFUND-ISSUED-FILE
              EVALUATE TRUE
                  WHEN WS-ISSUED-FILE-OK
                     PERFORM 2200-CHECK-PREVIOUS-ISSUE
                  WHEN WS-ISSUED-NOT-FOUND
                     PERFORM 2300-ISSUE-CHECK
                  WHEN OTHER
                     DISPLAY 'HO3CHKIS: HO3RFISS READ FAILED FOR '
                        'POLICY ' RF-POLICY-NUMBER ' STATUS='
                        WS-ISSUED-FILE-STATUS
                     MOVE 'Y' TO WS-ABANDON-SWITCH
              END-EVALUATE
           END-IF

           IF WS-RUN-ABANDONED
              MOVE 8 TO RETURN-CODE
              MOVE 'Y' TO WS-EOF-SWITCH
           ELSE
              PERFORM 2100-READ-REFUND
           END-IF.

       2100-READ-REFUND.
           READ REFUND-DISBURSEMENT-FILE
               AT END
                  MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

      *    ---------------------------------------------------------
      *    A refund already paid by check.  HO3RETPR recomputes it
      *    every night; a different amount now means the refund was
      *    restated after the check went out and needs a manual
      *    adjustment - no second check is cut.
      *    ---------------------------------------------------------
       2200-CHECK-PREVIOUS-ISSUE.
           IF RI-CHECK-AMOUNT = RF-REFUND-AMOUNT
              ADD 1 TO WS-PREVIOUSLY-ISSUED-COUNT
           ELSE
              MOVE 'REFUND RESTATED - ISSUED AMOUNT DIFFERS'
                 TO WS-EXCEPTION-TEXT
              MOVE RI-CHECK-NUMBER TO WS-REG-CHECK-NUMBER
              PERFORM 2600-WRITE-EXCEPTION-LINE
           END-IF.

       2300-ISSUE-CHECK.
           MOVE RF-POLICY-NUMBER TO POLICY-NUMBER
           READ HO3-POLICY-MASTER
           IF NOT WS-MASTER-FILE-OK
              MOVE 'POLICY NOT ON MASTER - NO PAYEE ADDRESS'
                 TO WS-EXCEPTION-TEXT
              MOVE SPACES TO WS-REG-CHECK-NUMBER
              PERFORM 2600-WRITE-EXCEPTION-LINE
           ELSE
              PERFORM 2400-WRITE-CHECK
           END-IF.

      *    ---------------------------------------------------------
      *    The refund is recorded as issued first, so that no check
      *    can go out for a refund a later night would not know was
      *    paid; if that fails nothing else is written for it.  The
      *    check then goes on the register: a number already there
      *    means the control record is behind the check stock, and
      *    the refund-issued record is taken back off before the
      *    issue stops, with nothing sent to the positive pay file.
      *    ---------------------------------------------------------
       2400-WRITE-CHECK.
           INITIALIZE HO3-REFUND-CHECK-RECORD
           MOVE WS-NEXT-CHECK-NUMBER TO CK-CHECK-NUMBER
           MOVE RF-POLICY-NUMBER TO CK-POLICY-NUMBER
           MOVE RF-CANCEL-EFFECTIVE-DATE TO CK-REFUND-DATE
           MOVE WS-REFUND-TYPE TO CK-REFUND-TYPE
           MOVE RF-INSURED-NAME TO CK-PAYEE-NAME
           MOVE PROPERTY-ADDRESS (1) TO CK-PAYEE-ADDRESS
           MOVE PROPERTY-CITY (1) TO CK-PAYEE-CITY
           MOVE STATE-CODE TO CK-STATE-CODE
           MOVE PROPERTY-ZIP (1) TO CK-PAYEE-ZIP
           MOVE RF-REFUND-AMOUNT TO CK-CHECK-AMOUNT
           MOVE WS-CURRENT-YYYYMMDD TO CK-ISSUE-DATE
           MOVE 'O' TO CK-CHECK-STATUS

           MOVE CK-REFUND-KEY TO RI-REFUND-KEY
           MOVE CK-CHECK-NUMBER TO RI-CHECK-NUMBER
           MOVE CK-CHECK-AMOUNT TO RI-CHECK-AMOUNT
           MOVE CK-ISSUE-DATE TO RI-ISSUE-DATE
           WRITE HO3-REFUND-ISSUED-RECORD
           IF NOT WS-ISSUED-FILE-OK
              DISPLAY 'HO3CHKIS: HO3RFISS WRITE FAILED FOR POLICY '
                 RI-POLICY-NUMBER ' STATUS=' WS-ISSUED-FILE-STATUS
              MOVE 'Y' TO WS-ABANDON-SWITCH
           ELSE
              PERFORM 2450-REGISTER-CHECK
           END-IF.

       2450-REGISTER-CHECK.
           WRITE HO3-REFUND-CHECK-RECORD
           IF NOT WS-CHECK-FILE-OK
              IF WS-CHECK-DUPLICATE
                 DISPLAY 'HO3CHKIS: CHECK ' CK-CHECK-NUMBER
                    ' ALREADY ON HO3CHKRG - HO3CHKCT NEXT CHECK '
                    'NUMBER IS BEHIND THE REGISTER'
              ELSE
                 DISPLAY 'HO3CHKIS: HO3CHKRG WRITE FAILED FOR CHECK '
                    CK-CHECK-NUMBER ' STATUS=' WS-CHECK-FILE-STATUS
              END-IF
              PERFORM 2460-BACK-OUT-ISSUE
              MOVE 'Y' TO WS-ABANDON-SWITCH
           ELSE
              PERFORM 2500-RECORD-ISSUE
           END-IF.

       2460-BACK-OUT-ISSUE.
           DELETE REFUND-ISSUED-FILE RECORD
           IF NOT WS-ISSUED-FILE-OK
              DISPLAY 'HO3CHKIS: HO3RFISS DELETE FAILED FOR POLICY '
                 RI-POLICY-NUMBER ' STATUS=' WS-ISSUED-FILE-STATUS
              DISPLAY 'HO3CHKIS: NO CHECK WAS ISSUED - THE HO3RFISS '
                 'RECORD MUST BE REMOVED BEFORE THE NEXT RUN'
           END-IF.

      *    ---------------------------------------------------------
      *    A check on the register that could not be sent to the
      *    bank on positive pay stops the issue: it stays
      *    outstanding, and has to be reported to the bank by hand
      *    before it is presented.
      *    ---------------------------------------------------------
       2500-RECORD-ISSUE.
           ADD 1 TO WS-NEXT-CHECK-NUMBER
           ADD 1 TO WS-CHECKS-ISSUED
           ADD CK-CHECK-AMOUNT TO WS-CHECK-TOTAL

           MOVE SPACES TO WS-POSITIVE-PAY-RECORD
           MOVE 'I' TO PP-RECORD-TYPE
           MOVE WS-BANK-ACCOUNT TO PP-BANK-ACCOUNT
           MOVE CK-CHECK-NUMBER TO PP-CHECK-NUMBER
           MOVE CK-ISSUE-DATE TO PP-ISSUE-DATE
           MOVE CK-CHECK-AMOUNT TO PP-CHECK-AMOUNT
           MOVE CK-PAYEE-NAME TO PP-PAYEE-NAME
           WRITE POSITIVE-PAY-RECORD FROM WS-POSITIVE-PAY-RECORD
           IF NOT WS-PPAY-FILE-OK
              DISPLAY 'HO3CHKIS: HO3PPAY WRITE FAILED FOR CHECK '
                 CK-CHECK-NUMBER ' STATUS=' WS-PPAY-FILE-STATUS
              DISPLAY 'HO3CHKIS: CHECK ' CK-CHECK-NUMBER
                 ' MUST BE REPORTED TO THE BANK BY HAND'
              MOVE 'Y' TO WS-ABANDON-SWITCH
           ELSE
              ADD 1 TO WS-PPAY-CHECK-COUNT
              ADD CK-CHECK-AMOUNT TO WS-PPAY-CHECK-TOTAL
           END-IF

           MOVE SPACES TO WS-REGISTER-DETAIL
           MOVE CK-CHECK-NUMBER TO WS-REG-CHECK-NUMBER
           MOVE CK-POLICY-NUMBER TO WS-REG-POLICY-NUMBER
           MOVE CK-REFUND-TYPE TO WS-REG-REFUND-TYPE
           MOVE CK-REFUND-DATE TO WS-REG-REFUND-DATE
           MOVE CK-PAYEE-NAME TO WS-REG-PAYEE-NAME
           MOVE CK-STATE-CODE TO WS-REG-STATE-CODE
           MOVE CK-CHECK-AMOUNT TO WS-REG-AMOUNT
           WRITE ISSUE-REGISTER-LINE FROM WS-REGISTER-DETAIL.

      *    The caller sets the exception text and the check number
      *    column (the check already issued, or blank).
       2600-WRITE-EXCEPTION-LINE.
           ADD 1 TO WS-EXCEPTION-COUNT
           MOVE RF-POLICY-NUMBER TO WS-REG-POLICY-NUMBER
           MOVE WS-REFUND-TYPE TO WS-REG-REFUND-TYPE
           MOVE RF-CANCEL-EFFECTIVE-DATE TO WS-REG-REFUND-DATE
           MOVE RF-INSURED-NAME TO WS-REG-PAYEE-NAME
           MOVE RF-STATE-CODE TO WS-REG-STATE-CODE
           MOVE RF-REFUND-AMOUNT TO WS-REG-AMOUNT
           MOVE WS-EXCEPTION-TEXT TO WS-REG-EXCEPTION
           WRITE ISSUE-REGISTER-LINE FROM WS-REGISTER-DETAIL
           MOVE SPACES TO WS-REGISTER-DETAIL.

      *    ---------------------------------------------------------
      *    The positive pay trailer is written even on a night with
      *    no checks, so the bank always receives a file it can
      *    balance against the issue records it carries.  The
      *    control record is advanced past every number used,
      *    including on a run stopped part way.
      *    ---------------------------------------------------------
       3000-CLOSE-ISSUE.
           MOVE SPACES TO WS-POSITIVE-PAY-RECORD
           MOVE 'T' TO PP-RECORD-TYPE
           MOVE WS-BANK-ACCOUNT TO PP-BANK-ACCOUNT
           MOVE WS-CURRENT-YYYYMMDD TO PP-TRL-ISSUE-DATE
           MOVE WS-PPAY-CHECK-COUNT TO PP-TRL-CHECK-COUNT
           MOVE WS-PPAY-CHECK-TOTAL TO PP-TRL-CHECK-TOTAL
           WRITE POSITIVE-PAY-RECORD FROM WS-POSITIVE-PAY-RECORD
           IF NOT WS-PPAY-FILE-OK
              DISPLAY 'HO3CHKIS: HO3PPAY TRAILER WRITE FAILED, '
                 'STATUS=' WS-PPAY-FILE-STATUS
                 ' - POSITIVE PAY FILE INCOMPLETE'
              MOVE 8 TO RETURN-CODE
           END-IF

           OPEN OUTPUT CHECK-CONTROL-FILE
           MOVE WS-NEXT-CHECK-NUMBER TO CC-NEXT-CHECK-NUMBER
           MOVE WS-BANK-ACCOUNT TO CC-BANK-ACCOUNT
           MOVE WS-CURRENT-YYYYMMDD TO CC-LAST-ISSUE-DATE
           MOVE WS-CHECKS-ISSUED TO CC-LAST-CHECK-COUNT
           MOVE WS-CHECK-TOTAL TO CC-LAST-CHECK-TOTAL
           WRITE HO3-CHECK-CONTROL-RECORD
           IF NOT WS-CONTROL-FILE-OK
              DISPLAY 'HO3CHKIS: HO3CHKCT WRITE FAILED, STATUS='
                 WS-CONTROL-FILE-STATUS
              MOVE 8 TO RETURN-CODE
           END-IF
           CLOSE CHECK-CONTROL-FILE

           MOVE SPACES TO WS-REGISTER-TOTAL-LINE
           MOVE 'CHECKS ISSUED' TO WS-TOT-LABEL
           MOVE WS-CHECKS-ISSUED TO WS-TOT-COUNT
           MOVE WS-CHECK-TOTAL TO WS-TOT-AMOUNT
           WRITE ISSUE-REGISTER-LINE FROM WS-REGISTER-TOTAL-LINE
           MOVE SPACES TO WS-REGISTER-TOTAL-LINE
           MOVE 'REFUNDS PREVIOUSLY ISSUED' TO WS-TOT-LABEL
           MOVE WS-PREVIOUSLY-ISSUED-COUNT TO WS-TOT-COUNT
           WRITE ISSUE-REGISTER-LINE FROM WS-REGISTER-TOTAL-LINE
           MOVE 'ZERO REFUNDS PASSED OVER' TO WS-TOT-LABEL
           MOVE WS-ZERO-REFUND-COUNT TO WS-TOT-COUNT
           WRITE ISSUE-REGISTER-LINE FROM WS-REGISTER-TOTAL-LINE
           MOVE 'EXCEPTIONS' TO WS-TOT-LABEL
           MOVE WS-EXCEPTION-COUNT TO WS-TOT-COUNT
           WRITE ISSUE-REGISTER-LINE FROM WS-REGISTER-TOTAL-LINE
           MOVE 'NEXT CHECK NUMBER' TO WS-TOT-LABEL
           MOVE WS-NEXT-CHECK-NUMBER TO WS-TOT-COUNT
           WRITE ISSUE-REGISTER-LINE FROM WS-REGISTER-TOTAL-LINE.

       9000-TERMINATE.
           IF WS-CONTROL-RECORD-READ
                 AND WS-PPAY-FILE-OPEN AND WS-REPORT-FILE-OK
              PERFORM 3000-CLOSE-ISSUE
           END-IF

           IF WS-REFUND-FILE-OK OR WS-REFUND-FILE-EOF
              CLOSE REFUND-DISBURSEMENT-FILE
           END-IF
           IF WS-MASTER-FILE-OK OR WS-MASTER-NOT-FOUND
              CLOSE HO3-POLICY-MASTER
           END-IF
           IF WS-CHECK-FILE-OK OR WS-CHECK-DUPLICATE
              CLOSE REFUND-CHECK-REGISTER
           END-IF
           IF WS-ISSUED-FILE-OK OR WS-ISSUED-NOT-FOUND
              CLOSE REFUND-ISSUED-FILE
           END-IF
           IF WS-PPAY-FILE-OPEN
              CLOSE POSITIVE-PAY-FILE
           END-IF
           IF WS-REPORT-FILE-OK
              CLOSE ISSUE-REGISTER-FILE
           END-IF

           DISPLAY 'HO3CHKIS: REFUNDS READ = ' WS-REFUNDS-READ
           DISPLAY 'HO3CHKIS: CHECKS ISSUED = ' WS-CHECKS-ISSUED
           DISPLAY 'HO3CHKIS: REFUNDS PREVIOUSLY ISSUED = '
              WS-PREVIOUSLY-ISSUED-COUNT
           DISPLAY 'HO3CHKIS: ZERO REFUNDS PASSED OVER = '
              WS-ZERO-REFUND-COUNT
           DISPLAY 'HO3CHKIS: EXCEPTIONS = ' WS-EXCEPTION-COUNT
           DISPLAY 'HO3CHKIS: NEXT CHECK NUMBER = '
              WS-NEXT-CHECK-NUMBER

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
           MOVE 'HO3CHKIS' TO RC-PROGRAM-ID
           MOVE 'HO3GLINT' TO RC-PREDECESSOR-ID
           MOVE ZERO TO RC-GENERATION-STAMP
           CALL 'HO3RUNLG' USING HO3-RUN-CONTROL-PARMS
           IF RC-GATE-FAILED
              DISPLAY 'HO3CHKIS: PREDECESSOR HO3GLINT HAS NOT '
                 'COMPLETED CLEAN TONIGHT - RUN REFUSED'
              MOVE 8 TO RETURN-CODE
           END-IF.

       8900-WRITE-RUN-END.
           MOVE 'END  ' TO RC-FUNCTION-CODE
           MOVE WS-REFUNDS-READ TO RC-RECORDS-IN
           MOVE WS-CHECKS-ISSUED TO RC-RECORDS-OUT
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
