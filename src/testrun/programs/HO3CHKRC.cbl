       IDENTIFICATION DIVISION.
       PROGRAM-ID. HO3CHKRC.
      *    Refund check bank reconciliation and aging.
      *    Matches the bank's paid file, HO3BKPD - one record per
      *    refund check the bank cleared since its last file - to
      *    the HO3CHKRG refund check register HO3CHKIS keeps, by
      *    check number.  An outstanding check paid for its issued
      *    amount is marked paid; one paid for a different amount
      *    is marked paid with the amount mismatch flagged and
      *    reported.  A paid check the register does not know, a
      *    check presented a second time, and a check paid after it
      *    went on the unclaimed-property report are reported as
      *    exceptions for the bank account to be adjusted by hand.
      *    HO3BKPD is optional; on a night the bank sends no file
      *    nothing is paid and the aging still runs.  The
      *    reconciliation report, HO3CHKRR, lists every exception
      *    and ties the paid file out by count and amount.  The
      *    register is then read end to end and every check still
      *    outstanding is aged from its issue date into the buckets
      *    on the HO3CHKAG aging report, by count and amount, with
      *    each check more than 90 days old listed with its payee
      *    so the insured can be chased before the check goes
      *    dormant.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL BANK-PAID-FILE ASSIGN TO "HO3BKPD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PAID-FILE-STATUS.

           SELECT REFUND-CHECK-REGISTER ASSIGN TO "HO3CHKRG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CK-CHECK-NUMBER
               FILE STATUS IS WS-CHECK-FILE-STATUS.

           SELECT RECONCILIATION-REPORT-FILE ASSIGN TO "HO3CHKRR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECON-FILE-STATUS.

           SELECT AGING-REPORT-FILE ASSIGN TO "HO3CHKAG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AGING-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    Bank paid file: one record per check cleared.
       FD  BANK-PAID-FILE.
       01  HO3-BANK-PAID-RECORD.
           05 BP-BANK-ACCOUNT         PIC X(15).
           05 BP-CHECK-NUMBER         PIC 9(10).
           05 BP-PAID-DATE            PIC 9(8).
           05 BP-PAID-AMOUNT          PIC 9(9)V99.
           05 FILLER                  PIC X(36).

       FD  REFUND-CHECK-REGISTER.
           COPY HO3-REFUND-CHECK.

       FD  RECONCILIATION-REPORT-FILE.
       01  RECONCILIATION-REPORT-LINE PIC X(132).

       FD  AGING-REPORT-FILE.
       01  AGING-REPORT-LINE          PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-PAID-FILE-STATUS        PIC X(2).
           88 WS-PAID-FILE-OK         VALUE '00' '05'.
           88 WS-PAID-FILE-EOF        VALUE '10'.

       01  WS-CHECK-FILE-STATUS       PIC X(2).
           88 WS-CHECK-FILE-OK        VALUE '00'.
           88 WS-CHECK-FILE-EOF       VALUE '10'.
           88 WS-CHECK-NOT-FOUND      VALUE '23'.

       01  WS-RECON-FILE-STATUS       PIC X(2).
           88 WS-RECON-FILE-OK        VALUE '00'.

       01  WS-AGING-FILE-STATUS       PIC X(2).
           88 WS-AGING-FILE-OK        VALUE '00'.

       01  WS-EOF-SWITCH              PIC X(1) VALUE 'N'.
           88 WS-END-OF-INPUT         VALUE 'Y'.

       01  WS-REGISTER-EOF-SWITCH     PIC X(1) VALUE 'N'.
           88 WS-REGISTER-EOF         VALUE 'Y'.

       01  WS-ABANDON-SWITCH          PIC X(1) VALUE 'N'.
           88 WS-RUN-ABANDONED        VALUE 'Y'.

       01  WS-CURRENT-DATE.
           05 WS-CURRENT-YYYYMMDD     PIC 9(8).
           05 FILLER                  PIC X(14).

       01  WS-TODAY-INT               PIC S9(9) COMP.
       01  WS-ISSUE-INT               PIC S9(9) COMP.
       01  WS-DAYS-OUTSTANDING        PIC S9(9) COMP.
       01  WS-PAID-AMOUNT             PIC 9(7)V99 COMP-3.
       01  WS-EXCEPTION-TEXT          PIC X(40).

       01  WS-PAID-READ               PIC 9(9) VALUE ZERO.
       01  WS-PAID-READ-AMOUNT        PIC 9(11)V99 COMP-3 VALUE ZERO.
       01  WS-CHECKS-PAID             PIC 9(9) VALUE ZERO.
       01  WS-CHECKS-PAID-AMOUNT      PIC 9(11)V99 COMP-3 VALUE ZERO.
       01  WS-MISMATCH-COUNT          PIC 9(9) VALUE ZERO.
       01  WS-MISMATCH-AMOUNT         PIC 9(11)V99 COMP-3 VALUE ZERO.
       01  WS-UNKNOWN-COUNT           PIC 9(9) VALUE ZERO.
       01  WS-UNKNOWN-AMOUNT          PIC 9(11)V99 COMP-3 VALUE ZERO.
       01  WS-DUPLICATE-COUNT         PIC 9(9) VALUE ZERO.
       01  WS-DUPLICATE-AMOUNT        PIC 9(11)V99 COMP-3 VALUE ZERO.
       01  WS-ESCHEATED-PAID-COUNT    PIC 9(9) VALUE ZERO.
       01  WS-ESCHEATED-PAID-AMOUNT   PIC 9(11)V99 COMP-3 VALUE ZERO.
       01  WS-UPDATE-ERROR-COUNT      PIC 9(9) VALUE ZERO.
       01  WS-EXCEPTION-COUNT         PIC 9(9) VALUE ZERO.
       01  WS-ACCOUNTED-COUNT         PIC 9(9).
       01  WS-ACCOUNTED-AMOUNT        PIC 9(11)V99 COMP-3.

       01  WS-REGISTER-READ           PIC 9(9) VALUE ZERO.
       01  WS-OUTSTANDING-COUNT       PIC 9(9) VALUE ZERO.
       01  WS-OUTSTANDING-AMOUNT      PIC 9(11)V99 COMP-3 VALUE ZERO.

      *    Aging buckets by days since issue: the upper day of each
      *    bucket (the last open-ended), the label, and the count
      *    and amount of the checks outstanding in it.
       01  WS-AGING-BUCKET-DATA.
           05 FILLER                  PIC 9(5)  VALUE 30.
           05 FILLER                  PIC X(16) VALUE '0 - 30 DAYS'.
           05 FILLER                  PIC 9(5)  VALUE 60.
           05 FILLER                  PIC X(16) VALUE '31 - 60 DAYS'.
           05 FILLER                  PIC 9(5)  VALUE 90.
           05 FILLER                  PIC X(16) VALUE '61 - 90 DAYS'.
           05 FILLER                  PIC 9(5)  VALUE 180.
           05 FILLER                  PIC X(16) VALUE '91 - 180 DAYS'.
           05 FILLER                  PIC 9(5)  VALUE 365.
           05 FILLER                  PIC X(16) VALUE '181 - 365 DAYS'.
           05 FILLER                  PIC 9(5)  VALUE 99999.
           05 FILLER                  PIC X(16) VALUE 'OVER 365 DAYS'.
       01  WS-AGING-BUCKET-TABLE REDEFINES WS-AGING-BUCKET-DATA.
           05 WS-AGING-BUCKET OCCURS 6 TIMES
                 INDEXED BY WS-BUCKET-IDX.
              10 WS-BKT-UPPER-DAYS    PIC 9(5).
              10 WS-BKT-LABEL         PIC X(16).
       01  WS-BUCKET-COUNT            PIC S9(4) COMP VALUE 6.
       01  WS-BUCKET-SUB              PIC S9(4) COMP.
       01  WS-BUCKET-TOTALS-TABLE.
           05 WS-BUCKET-TOTALS OCCURS 6 TIMES.
              10 WS-BKT-CHECK-COUNT   PIC 9(7) COMP-3 VALUE ZERO.
              10 WS-BKT-CHECK-AMOUNT  PIC 9(11)V99 COMP-3 VALUE ZERO.

      *    Checks older than this are listed on the aging report.
       01  WS-AGING-DETAIL-DAYS       PIC S9(9) COMP VALUE 90.

       01  WS-RECON-TITLE.
           05 FILLER                  PIC X(44) VALUE
              'REFUND CHECK BANK RECONCILIATION - RUN DATE '.
           05 WS-RTL-RUN-DATE         PIC 9(8).

       01  WS-RECON-HEADING.
           05 FILLER                  PIC X(10) VALUE 'CHECK NO'.
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 FILLER                  PIC X(10) VALUE 'POLICY'.
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 FILLER                  PIC X(8)  VALUE 'ISSUED'.
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 FILLER                  PIC X(12) VALUE '  ISSUED AMT'.
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 FILLER                  PIC X(8)  VALUE 'PAID'.
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 FILLER                  PIC X(14) VALUE '    PAID AMT'.
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 FILLER                  PIC X(40) VALUE 'EXCEPTION'.

       01  WS-RECON-DETAIL               VALUE SPACES.
           05 WS-RCN-CHECK-NUMBER     PIC 9(10).
           05 FILLER                  PIC X(2).
           05 WS-RCN-POLICY-NUMBER    PIC X(10).
           05 FILLER                  PIC X(2).
           05 WS-RCN-ISSUE-DATE       PIC X(8).
           05 FILLER                  PIC X(2).
           05 WS-RCN-ISSUED-AMOUNT    PIC X(12).
           05 WS-RCN-ISSUED-EDIT REDEFINES WS-RCN-ISSUED-AMOUNT
                                      PIC Z,ZZZ,ZZ9.99.
           05 FILLER                  PIC X(2).
           05 WS-RCN-PAID-DATE        PIC 9(8).
           05 FILLER                  PIC X(2).
           05 WS-RCN-PAID-AMOUNT      PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                  PIC X(2).
           05 WS-RCN-EXCEPTION        PIC X(40).

       01  WS-RECON-TOTAL-LINE           VALUE SPACES.
           05 WS-RTO-LABEL            PIC X(36).
           05 WS-RTO-COUNT            PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                  PIC X(4).
           05 WS-RTO-AMOUNT           PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                  PIC X(2).
           05 WS-RTO-STATUS           PIC X(14).

       01  WS-AGING-TITLE.
           05 FILLER                  PIC X(39) VALUE
              'OUTSTANDING REFUND CHECK AGING - AS OF '.
           05 WS-ATL-RUN-DATE         PIC 9(8).

       01  WS-AGING-DETAIL-HEADING.
           05 FILLER                  PIC X(10) VALUE 'CHECK NO'.
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 FILLER                  PIC X(10) VALUE 'POLICY'.
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 FILLER                  PIC X(30) VALUE 'PAYEE'.
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 FILLER                  PIC X(2)  VALUE 'ST'.
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 FILLER                  PIC X(8)  VALUE 'ISSUED'.
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 FILLER                  PIC X(5)  VALUE ' DAYS'.
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 FILLER                  PIC X(12) VALUE '      AMOUNT'.

       01  WS-AGING-DETAIL               VALUE SPACES.
           05 WS-AGD-CHECK-NUMBER     PIC 9(10).
           05 FILLER                  PIC X(2).
           05 WS-AGD-POLICY-NUMBER    PIC X(10).
           05 FILLER                  PIC X(2).
           05 WS-AGD-PAYEE-NAME       PIC X(30).
           05 FILLER                  PIC X(2).
           05 WS-AGD-STATE-CODE       PIC X(2).
           05 FILLER                  PIC X(2).
           05 WS-AGD-ISSUE-DATE       PIC 9(8).
           05 FILLER                  PIC X(2).
           05 WS-AGD-DAYS             PIC ZZZZ9.
           05 FILLER                  PIC X(2).
           05 WS-AGD-AMOUNT           PIC Z,ZZZ,ZZ9.99.

       01  WS-BUCKET-HEADING.
           05 FILLER                  PIC X(16)
                 VALUE 'DAYS OUTSTANDING'.
           05 FILLER                  PIC X(4)  VALUE SPACES.
           05 FILLER                  PIC X(11) VALUE '     CHECKS'.
           05 FILLER                  PIC X(4)  VALUE SPACES.
           05 FILLER                  PIC X(17)
                 VALUE '          AMOUNT'.

       01  WS-BUCKET-LINE                VALUE SPACES.
           05 WS-BKL-LABEL            PIC X(16).
           05 FILLER                  PIC X(4).
           05 WS-BKL-COUNT            PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                  PIC X(4).
           05 WS-BKL-AMOUNT           PIC ZZ,ZZZ,ZZZ,ZZ9.99.

           COPY HO3-RUN-CONTROL.

       PROCEDURE DIVISION.

       0000-MAIN-LOGIC.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-PAID-CHECK UNTIL WS-END-OF-INPUT
           IF RC-GATE-PASSED AND NOT WS-RUN-ABANDONED
              PERFORM 3000-WRITE-RECON-TOTALS
              PERFORM 4000-AGE-OUTSTANDING-CHECKS
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
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE (WS-CURRENT-YYYYMMDD)

           OPEN INPUT BANK-PAID-FILE
           IF NOT WS-PAID-FILE-OK
              DISPLAY 'HO3CHKRC: UNABLE TO OPEN HO3BKPD, STATUS='
                 WS-PAID-FILE-STATUS
              MOVE 'Y' TO WS-ABANDON-SWITCH
           END-IF

           OPEN I-O REFUND-CHECK-REGISTER
           IF NOT WS-CHECK-FILE-OK
              DISPLAY 'HO3CHKRC: UNABLE TO OPEN HO3CHKRG, STATUS='
                 WS-CHECK-FILE-STATUS
              MOVE 'Y' TO WS-ABANDON-SWITCH
           END-IF

           OPEN OUTPUT RECONCILIATION-REPORT-FILE
           IF NOT WS-RECON-FILE-OK
              DISPLAY 'HO3CHKRC: UNABLE TO OPEN HO3CHKRR, STATUS='
                 WS-RECON-FILE-STATUS
              MOVE 'Y' TO WS-ABANDON-SWITCH
           END-IF

           OPEN OUTPUT AGING-REPORT-FILE
           IF NOT WS-AGING-FILE-OK
              DISPLAY 'HO3CHKRC: UNABLE TO OPEN HO3CHKAG, STATUS='
                 WS-AGING-FILE-STATUS
              MOVE 'Y' TO WS-ABANDON-SWITCH
           END-IF

           IF WS-RUN-ABANDONED
              DISPLAY 'HO3CHKRC: INPUT OR OUTPUT FILE UNAVAILABLE - '
                 'NOTHING RECONCILED'
              MOVE 8 TO RETURN-CODE
              MOVE 'Y' TO WS-EOF-SWITCH
           ELSE
              MOVE WS-CURRENT-YYYYMMDD TO WS-RTL-RUN-DATE
              WRITE RECONCILIATION-REPORT-LINE FROM WS-RECON-TITLE
              WRITE RECONCILIATION-REPORT-LINE FROM WS-RECON-HEADING
              PERFORM 2100-READ-PAID-CHECK
           END-IF.

      *    ---------------------------------------------------------
      *    One cleared check off the bank's file, matched to the
      *    register by check number.
      *    ---------------------------------------------------------
       2000-PROCESS-PAID-CHECK.
           ADD 1 TO WS-PAID-READ
           ADD BP-PAID-AMOUNT TO WS-PAID-READ-AMOUNT
           MOVE BP-PAID-AMOUNT TO WS-PAID-AMOUNT
           MOVE BP-CHECK-NUMBER TO CK-CHECK-NUMBER
           READ REFUND-CHECK-REGISTER
           EVALUATE TRUE
               WHEN WS-CHECK-NOT-FOUND
                  ADD 1 TO WS-UNKNOWN-COUNT
                  ADD WS-PAID-AMOUNT TO WS-UNKNOWN-AMOUNT
                  MOVE 'CHECK NOT ON REFUND CHECK REGISTER'
                     TO WS-EXCEPTION-TEXT
                  PERFORM 2600-WRITE-EXCEPTION-LINE
               WHEN NOT WS-CHECK-FILE-OK
                  DISPLAY 'HO3CHKRC: HO3CHKRG READ FAILED FOR CHECK '
                     BP-CHECK-NUMBER ' STATUS=' WS-CHECK-FILE-STATUS
                  MOVE 'Y' TO WS-ABANDON-SWITCH
               WHEN CK-OUTSTANDING
                  PERFORM 2200-MARK-CHECK-PAID
               WHEN CK-ESCHEAT-REPORTED
                  PERFORM 2300-RECORD-ESCHEATED-PAID
               WHEN OTHER
                  ADD 1 TO WS-DUPLICATE-COUNT
                  ADD WS-PAID-AMOUNT TO WS-DUPLICATE-AMOUNT
                  MOVE 'DUPLICATE PRESENTMENT - ALREADY PAID'
                     TO WS-EXCEPTION-TEXT
                  PERFORM 2600-WRITE-EXCEPTION-LINE
           END-EVALUATE

           IF WS-RUN-ABANDONED
              MOVE 8 TO RETURN-CODE
              MOVE 'Y' TO WS-EOF-SWITCH
           ELSE
              PERFORM 2100-READ-PAID-CHECK
           END-IF.

       2100-READ-PAID-CHECK.
           READ BANK-PAID-FILE
               AT END
                  MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

       2200-MARK-CHECK-PAID.
           MOVE BP-PAID-DATE TO CK-PAID-DATE
           MOVE WS-PAID-AMOUNT TO CK-PAID-AMOUNT
           IF WS-PAID-AMOUNT = CK-CHECK-AMOUNT
              MOVE 'P' TO CK-CHECK-STATUS
           ELSE
              MOVE 'M' TO CK-CHECK-STATUS
           END-IF
           REWRITE HO3-REFUND-CHECK-RECORD
           IF NOT WS-CHECK-FILE-OK
              DISPLAY 'HO3CHKRC: HO3CHKRG REWRITE FAILED FOR CHECK '
                 CK-CHECK-NUMBER ' STATUS=' WS-CHECK-FILE-STATUS
              ADD 1 TO WS-UPDATE-ERROR-COUNT
              MOVE 8 TO RETURN-CODE
           END-IF
           IF CK-PAID-MISMATCH
              ADD 1 TO WS-MISMATCH-COUNT
              ADD WS-PAID-AMOUNT TO WS-MISMATCH-AMOUNT
              MOVE 'PAID AMOUNT DIFFERS FROM ISSUED AMOUNT'
                 TO WS-EXCEPTION-TEXT
              PERFORM 2600-WRITE-EXCEPTION-LINE
           ELSE
              ADD 1 TO WS-CHECKS-PAID
              ADD WS-PAID-AMOUNT TO WS-CHECKS-PAID-AMOUNT
           END-IF.

      *    ---------------------------------------------------------
      *    A check cashed after it went on the unclaimed-property
      *    report keeps its escheat status - the amount has to be
      *    reclaimed from the state - but the payment is recorded.
      *    ---------------------------------------------------------
       2300-RECORD-ESCHEATED-PAID.
           IF CK-PAID-DATE NOT = ZERO
              ADD 1 TO WS-DUPLICATE-COUNT
              ADD WS-PAID-AMOUNT TO WS-DUPLICATE-AMOUNT
              MOVE 'DUPLICATE PRESENTMENT - ALREADY PAID'
                 TO WS-EXCEPTION-TEXT
           ELSE
              MOVE BP-PAID-DATE TO CK-PAID-DATE
              MOVE WS-PAID-AMOUNT TO CK-PAID-AMOUNT
              REWRITE HO3-REFUND-CHECK-RECORD
              IF NOT WS-CHECK-FILE-OK
                 DISPLAY 'HO3CHKRC: HO3CHKRG REWRITE FAILED FOR '
                    'CHECK ' CK-CHECK-NUMBER ' STATUS='
                    WS-CHECK-FILE-STATUS
                 ADD 1 TO WS-UPDATE-ERROR-COUNT
                 MOVE 8 TO RETURN-CODE
              END-IF
              ADD 1 TO WS-ESCHEATED-PAID-COUNT
              ADD WS-PAID-AMOUNT TO WS-ESCHEATED-PAID-AMOUNT
              MOVE 'PAID AFTER UNCLAIMED-PROPERTY REPORT'
                 TO WS-EXCEPTION-TEXT
           END-IF
           PERFORM 2600-WRITE-EXCEPTION-LINE.

      *    A check the register does not know prints without its
      *    issue details.
       2600-WRITE-EXCEPTION-LINE.
           ADD 1 TO WS-EXCEPTION-COUNT
           MOVE SPACES TO WS-RECON-DETAIL
           MOVE BP-CHECK-NUMBER TO WS-RCN-CHECK-NUMBER
           IF WS-CHECK-FILE-OK
              MOVE CK-POLICY-NUMBER TO WS-RCN-POLICY-NUMBER
              MOVE CK-ISSUE-DATE TO WS-RCN-ISSUE-DATE
              MOVE CK-CHECK-AMOUNT TO WS-RCN-ISSUED-EDIT
           END-IF
           MOVE BP-PAID-DATE TO WS-RCN-PAID-DATE
           MOVE WS-PAID-AMOUNT TO WS-RCN-PAID-AMOUNT
           MOVE WS-EXCEPTION-TEXT TO WS-RCN-EXCEPTION
           WRITE RECONCILIATION-REPORT-LINE FROM WS-RECON-DETAIL.

      *    ---------------------------------------------------------
      *    Reconciliation foot: the paid file as received, and how
      *    every check on it was accounted for.
      *    ---------------------------------------------------------
       3000-WRITE-RECON-TOTALS.
           MOVE SPACES TO RECONCILIATION-REPORT-LINE
           WRITE RECONCILIATION-REPORT-LINE
           MOVE 'PAID FILE RECORDS READ' TO WS-RTO-LABEL
           MOVE WS-PAID-READ TO WS-RTO-COUNT
           MOVE WS-PAID-READ-AMOUNT TO WS-RTO-AMOUNT
           WRITE RECONCILIATION-REPORT-LINE FROM WS-RECON-TOTAL-LINE
           MOVE 'CHECKS PAID AS ISSUED' TO WS-RTO-LABEL
           MOVE WS-CHECKS-PAID TO WS-RTO-COUNT
           MOVE WS-CHECKS-PAID-AMOUNT TO WS-RTO-AMOUNT
           WRITE RECONCILIATION-REPORT-LINE FROM WS-RECON-TOTAL-LINE
           MOVE 'CHECKS PAID - AMOUNT MISMATCH' TO WS-RTO-LABEL
           MOVE WS-MISMATCH-COUNT TO WS-RTO-COUNT
           MOVE WS-MISMATCH-AMOUNT TO WS-RTO-AMOUNT
           WRITE RECONCILIATION-REPORT-LINE FROM WS-RECON-TOTAL-LINE
           MOVE 'CHECKS NOT ON REGISTER' TO WS-RTO-LABEL
           MOVE WS-UNKNOWN-COUNT TO WS-RTO-COUNT
           MOVE WS-UNKNOWN-AMOUNT TO WS-RTO-AMOUNT
           WRITE RECONCILIATION-REPORT-LINE FROM WS-RECON-TOTAL-LINE
           MOVE 'DUPLICATE PRESENTMENTS' TO WS-RTO-LABEL
           MOVE WS-DUPLICATE-COUNT TO WS-RTO-COUNT
           MOVE WS-DUPLICATE-AMOUNT TO WS-RTO-AMOUNT
           WRITE RECONCILIATION-REPORT-LINE FROM WS-RECON-TOTAL-LINE
           MOVE 'PAID AFTER UNCLAIMED-PROPERTY RPT' TO WS-RTO-LABEL
           MOVE WS-ESCHEATED-PAID-COUNT TO WS-RTO-COUNT
           MOVE WS-ESCHEATED-PAID-AMOUNT TO WS-RTO-AMOUNT
           WRITE RECONCILIATION-REPORT-LINE FROM WS-RECON-TOTAL-LINE

           COMPUTE WS-ACCOUNTED-COUNT = WS-CHECKS-PAID
               + WS-MISMATCH-COUNT + WS-UNKNOWN-COUNT
               + WS-DUPLICATE-COUNT + WS-ESCHEATED-PAID-COUNT
           COMPUTE WS-ACCOUNTED-AMOUNT = WS-CHECKS-PAID-AMOUNT
               + WS-MISMATCH-AMOUNT + WS-UNKNOWN-AMOUNT
               + WS-DUPLICATE-AMOUNT + WS-ESCHEATED-PAID-AMOUNT
           MOVE 'TOTAL ACCOUNTED FOR' TO WS-RTO-LABEL
           MOVE WS-ACCOUNTED-COUNT TO WS-RTO-COUNT
           MOVE WS-ACCOUNTED-AMOUNT TO WS-RTO-AMOUNT
           IF WS-ACCOUNTED-COUNT = WS-PAID-READ
                 AND WS-ACCOUNTED-AMOUNT = WS-PAID-READ-AMOUNT
              MOVE 'IN BALANCE' TO WS-RTO-STATUS
           ELSE
              MOVE 'OUT OF BALANCE' TO WS-RTO-STATUS
              MOVE 8 TO RETURN-CODE
           END-IF
           WRITE RECONCILIATION-REPORT-LINE FROM WS-RECON-TOTAL-LINE.

      *    ---------------------------------------------------------
      *    Aging of every check still outstanding, read through the
      *    register in check number order after tonight's payments
      *    have been marked.
      *    ---------------------------------------------------------
       4000-AGE-OUTSTANDING-CHECKS.
           MOVE WS-CURRENT-YYYYMMDD TO WS-ATL-RUN-DATE
           WRITE AGING-REPORT-LINE FROM WS-AGING-TITLE
           WRITE AGING-REPORT-LINE FROM WS-AGING-DETAIL-HEADING

           MOVE ZERO TO CK-CHECK-NUMBER
           START REFUND-CHECK-REGISTER
               KEY NOT LESS THAN CK-CHECK-NUMBER
           IF NOT WS-CHECK-FILE-OK
              MOVE 'Y' TO WS-REGISTER-EOF-SWITCH
           END-IF
           PERFORM 4100-AGE-ONE-CHECK UNTIL WS-REGISTER-EOF

           PERFORM 4300-WRITE-AGING-SUMMARY.

       4100-AGE-ONE-CHECK.
           READ REFUND-CHECK-REGISTER NEXT RECORD
               AT END
                  MOVE 'Y' TO WS-REGISTER-EOF-SWITCH
               NOT AT END
                  ADD 1 TO WS-REGISTER-READ
                  IF CK-OUTSTANDING
                     PERFORM 4200-BUCKET-CHECK
                  END-IF
           END-READ.

       4200-BUCKET-CHECK.
           COMPUTE WS-ISSUE-INT =
               FUNCTION INTEGER-OF-DATE (CK-ISSUE-DATE)
           COMPUTE WS-DAYS-OUTSTANDING = WS-TODAY-INT - WS-ISSUE-INT
           IF WS-DAYS-OUTSTANDING < ZERO
              MOVE ZERO TO WS-DAYS-OUTSTANDING
           END-IF
           ADD 1 TO WS-OUTSTANDING-COUNT
           ADD CK-CHECK-AMOUNT TO WS-OUTSTANDING-AMOUNT

           SET WS-BUCKET-IDX TO 1
           SEARCH WS-AGING-BUCKET
               AT END
                  SET WS-BUCKET-IDX TO WS-BUCKET-COUNT
               WHEN WS-DAYS-OUTSTANDING <=
                       WS-BKT-UPPER-DAYS (WS-BUCKET-IDX)
                  CONTINUE
           END-SEARCH
           SET WS-BUCKET-SUB TO WS-BUCKET-IDX
           ADD 1 TO WS-BKT-CHECK-COUNT (WS-BUCKET-SUB)
           ADD CK-CHECK-AMOUNT TO WS-BKT-CHECK-AMOUNT (WS-BUCKET-SUB)

           IF WS-DAYS-OUTSTANDING > WS-AGING-DETAIL-DAYS
              MOVE SPACES TO WS-AGING-DETAIL
              MOVE CK-CHECK-NUMBER TO WS-AGD-CHECK-NUMBER
              MOVE CK-POLICY-NUMBER TO WS-AGD-POLICY-NUMBER
              MOVE CK-PAYEE-NAME TO WS-AGD-PAYEE-NAME
              MOVE CK-STATE-CODE TO WS-AGD-STATE-CODE
              MOVE CK-ISSUE-DATE TO WS-AGD-ISSUE-DATE
              MOVE WS-DAYS-OUTSTANDING TO WS-AGD-DAYS
              MOVE CK-CHECK-AMOUNT TO WS-AGD-AMOUNT
              WRITE AGING-REPORT-LINE FROM WS-AGING-DETAIL
           END-IF.

       4300-WRITE-AGING-SUMMARY.
           MOVE SPACES TO AGING-REPORT-LINE
           WRITE AGING-REPORT-LINE
           WRITE AGING-REPORT-LINE FROM WS-BUCKET-HEADING
           PERFORM VARYING WS-BUCKET-SUB FROM 1 BY 1
                   UNTIL WS-BUCKET-SUB > WS-BUCKET-COUNT
              MOVE WS-BKT-LABEL (WS-BUCKET-SUB) TO WS-BKL-LABEL
              MOVE WS-BKT-CHECK-COUNT (WS-BUCKET-SUB) TO WS-BKL-COUNT
              MOVE WS-BKT-CHECK-AMOUNT (WS-BUCKET-SUB)
                 TO WS-BKL-AMOUNT
              WRITE AGING-REPORT-LINE FROM WS-BUCKET-LINE
           END-PERFORM
           MOVE 'TOTAL OUTSTANDING' TO WS-BKL-LABEL
           MOVE WS-OUTSTANDING-COUNT TO WS-BKL-COUNT
           MOVE WS-OUTSTANDING-AMOUNT TO WS-BKL-AMOUNT
           WRITE AGING-REPORT-LINE FROM WS-BUCKET-LINE.

       9000-TERMINATE.
           IF WS-PAID-FILE-OK OR WS-PAID-FILE-EOF
              CLOSE BANK-PAID-FILE
           END-IF
           IF WS-CHECK-FILE-OK OR WS-CHECK-FILE-EOF
                 OR WS-CHECK-NOT-FOUND
              CLOSE REFUND-CHECK-REGISTER
           END-IF
           IF WS-RECON-FILE-OK
              CLOSE RECONCILIATION-REPORT-FILE
           END-IF
           IF WS-AGING-FILE-OK
              CLOSE AGING-REPORT-FILE
           END-IF

           DISPLAY 'HO3CHKRC: PAID FILE RECORDS READ = ' WS-PAID-READ
           DISPLAY 'HO3CHKRC: CHECKS PAID AS ISSUED = '
              WS-CHECKS-PAID
           DISPLAY 'HO3CHKRC: CHECKS PAID - AMOUNT MISMATCH = '
              WS-MISMATCH-COUNT
           DISPLAY 'HO3CHKRC: CHECKS NOT ON REGISTER = '
              WS-UNKNOWN-COUNT
           DISPLAY 'HO3CHKRC: DUPLICATE PRESENTMENTS = '
              WS-DUPLICATE-COUNT
           DISPLAY 'HO3CHKRC: PAID AFTER UNCLAIMED-PROPERTY REPORT = '
              WS-ESCHEATED-PAID-COUNT
           DISPLAY 'HO3CHKRC: REGISTER UPDATE ERRORS = '
              WS-UPDATE-ERROR-COUNT
           DISPLAY 'HO3CHKRC: CHECKS OUTSTANDING = '
              WS-OUTSTANDING-COUNT

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
           MOVE 'HO3CHKRC' TO RC-PROGRAM-ID
           MOVE 'HO3CHKIS' TO RC-PREDECESSOR-ID
           MOVE ZERO TO RC-GENERATION-STAMP
           CALL 'HO3RUNLG' USING HO3-RUN-CONTROL-PARMS
           IF RC-GATE-FAILED
              DISPLAY 'HO3CHKRC: PREDECESSOR HO3CHKIS HAS NOT '
                 'COMPLETED CLEAN TONIGHT - RUN REFUSED'
              MOVE 8 TO RETURN-CODE
           END-IF.

       8900-WRITE-RUN-END.
           MOVE 'END  ' TO RC-FUNCTION-CODE
           MOVE WS-PAID-READ TO RC-RECORDS-IN
           MOVE WS-CHECKS-PAID TO RC-RECORDS-OUT
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
