       IDENTIFICATION DIVISION.
       PROGRAM-ID. HO3ESCH.
      *    Annual unclaimed-property (escheat) report.
      *    A refund check the insured never cashed is owed to the
      *    insured's state once it has stayed outstanding past the
      *    state's dormancy period.  For the as-of date on the single
      *    HO3ESCPM parameter record, every check still outstanding
      *    on the HO3CHKRG refund check register is dormant when its
      *    issue date is at least the dormancy period before the
      *    as-of date.  The period in months is the HO3CODES table DM
      *    entry in effect on the as-of date for the check's
      *    STATE-CODE, or the '**' default entry; with neither on
      *    file the check is never reported.  The dormant checks are
      *    sorted by state and listed on the HO3ESCRP report with the
      *    insured's last known name and address as carried on the
      *    check, with a total for each state and for all states,
      *    and each reported check is marked escheat-reported on the
      *    register with the as-of date as its report date, so it is
      *    not reported again and a payment the bank clears later
      *    shows on HO3CHKRC's reconciliation as paid after the
      *    report.  A check already marked reported for the same
      *    as-of date is listed again, so the report can be re-run
      *    for the same date.  Run after the nightly cycle has
      *    reconciled the bank's paid file, once a year or as each
      *    state's filing calendar requires.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ESCHEAT-PARM-FILE ASSIGN TO "HO3ESCPM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.

           SELECT REFUND-CHECK-REGISTER ASSIGN TO "HO3CHKRG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CK-CHECK-NUMBER
               FILE STATUS IS WS-CHECK-FILE-STATUS.

           SELECT HO3-CODES-REFERENCE ASSIGN TO "HO3CODES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CRF-KEY
               FILE STATUS IS HO3-CODES-FILE-STATUS.

           SELECT ESCHEAT-SORT-FILE ASSIGN TO "HO3ESCST".

           SELECT ESCHEAT-REPORT-FILE ASSIGN TO "HO3ESCRP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ESCHEAT-PARM-FILE.
       01  HO3-ESCHEAT-PARM.
           05 EP-AS-OF-DATE           PIC 9(8).

       FD  REFUND-CHECK-REGISTER.
           COPY HO3-REFUND-CHECK.

       FD  HO3-CODES-REFERENCE.
           COPY HO3-CODES-FILE.

       SD  ESCHEAT-SORT-FILE.
       01  ESCHEAT-SORT-RECORD.
           05 ES-STATE-CODE           PIC X(2).
           05 ES-POLICY-NUMBER        PIC X(10).
           05 ES-CHECK-NUMBER         PIC 9(10).
           05 ES-REFUND-TYPE          PIC X(1).
           05 ES-REFUND-DATE          PIC 9(8).
           05 ES-PAYEE-NAME           PIC X(30).
           05 ES-PAYEE-ADDRESS        PIC X(50).
           05 ES-PAYEE-CITY           PIC X(30).
           05 ES-PAYEE-ZIP            PIC X(5).
           05 ES-ISSUE-DATE           PIC 9(8).
           05 ES-CHECK-AMOUNT         PIC 9(7)V99 COMP-3.

       FD  ESCHEAT-REPORT-FILE.
       01  ESCHEAT-REPORT-LINE        PIC X(132).

       WORKING-STORAGE SECTION.
           COPY HO3-CODES.

       01  WS-PARM-FILE-STATUS        PIC X(2).
           88 WS-PARM-FILE-OK         VALUE '00'.

       01  WS-CHECK-FILE-STATUS       PIC X(2).
           88 WS-CHECK-FILE-OK        VALUE '00'.
           88 WS-CHECK-FILE-EOF       VALUE '10'.
           88 WS-CHECK-NOT-FOUND      VALUE '23'.

       01  WS-REPORT-FILE-STATUS      PIC X(2).
           88 WS-REPORT-FILE-OK       VALUE '00'.

       01  WS-ABANDON-SWITCH          PIC X(1) VALUE 'N'.
           88 WS-RUN-ABANDONED        VALUE 'Y'.

       01  WS-REGISTER-EOF-SWITCH     PIC X(1) VALUE 'N'.
           88 WS-REGISTER-EOF         VALUE 'Y'.

       01  WS-SORT-EOF-SWITCH         PIC X(1) VALUE 'N'.
           88 WS-SORT-END-OF-FILE     VALUE 'Y'.

       01  WS-FIRST-STATE-SWITCH      PIC X(1) VALUE 'Y'.
           88 WS-FIRST-STATE          VALUE 'Y'.

       01  WS-DORMANCY-FOUND-SWITCH   PIC X(1).
           88 WS-DORMANCY-FOUND       VALUE 'Y'.

       01  WS-AS-OF-DATE.
           05 WS-AS-OF-YEAR           PIC 9(4).
           05 WS-AS-OF-MONTH          PIC 9(2).
           05 WS-AS-OF-DAY            PIC 9(2).
       01  WS-AS-OF-YYYYMMDD REDEFINES WS-AS-OF-DATE PIC 9(8).

      *    Issue date on or before which a check is dormant: the
      *    as-of date less the state's dormancy months (a day past
      *    the end of a shorter month still compares correctly).
       01  WS-DORMANT-CUTOFF.
           05 WS-CUTOFF-YEAR          PIC 9(4).
           05 WS-CUTOFF-MONTH         PIC 9(2).
           05 WS-CUTOFF-DAY           PIC 9(2).
       01  WS-DORMANT-CUTOFF-DATE REDEFINES WS-DORMANT-CUTOFF
                                      PIC 9(8).
       01  WS-MONTH-NUMBER            PIC S9(7) COMP.
       01  WS-MONTH-REMAINDER         PIC 9(2).
       01  WS-DORMANCY-MONTHS         PIC 9(3).
       01  WS-LOOKUP-STATE            PIC X(2).

       01  WS-PRIOR-STATE-CODE        PIC X(2).

       01  WS-REGISTER-READ           PIC 9(9) VALUE ZERO.
       01  WS-NOT-OUTSTANDING-COUNT   PIC 9(9) VALUE ZERO.
       01  WS-NOT-DORMANT-COUNT       PIC 9(9) VALUE ZERO.
       01  WS-NO-DORMANCY-COUNT       PIC 9(9) VALUE ZERO.
       01  WS-DORMANT-COUNT           PIC 9(9) VALUE ZERO.
       01  WS-REPRINTED-COUNT         PIC 9(9) VALUE ZERO.
       01  WS-MARKED-COUNT            PIC 9(9) VALUE ZERO.
       01  WS-UPDATE-ERROR-COUNT      PIC 9(9) VALUE ZERO.
       01  WS-REPORTED-COUNT          PIC 9(9) VALUE ZERO.
       01  WS-STATE-COUNT             PIC 9(9).
       01  WS-STATE-AMOUNT            PIC 9(11)V99 COMP-3.
       01  WS-GRAND-AMOUNT            PIC 9(11)V99 COMP-3 VALUE ZERO.
       01  WS-STATES-REPORTED         PIC 9(5) VALUE ZERO.

       01  WS-REPORT-TITLE.
           05 FILLER                  PIC X(46) VALUE
              'UNCLAIMED PROPERTY REFUND CHECK REPORT - AS OF'.
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 WS-TTL-AS-OF-DATE       PIC 9(8).

       01  WS-STATE-HEADING.
           05 FILLER                  PIC X(8)  VALUE 'STATE - '.
           05 WS-STH-STATE-CODE       PIC X(2).
           05 FILLER                  PIC X(20) VALUE
              '   DORMANCY MONTHS: '.
           05 WS-STH-DORMANCY-MONTHS  PIC ZZ9.

       01  WS-COLUMN-HEADING.
           05 FILLER                  PIC X(10) VALUE 'CHECK NO'.
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 FILLER                  PIC X(10) VALUE 'POLICY'.
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 FILLER                  PIC X(30) VALUE 'PAYEE'.
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 FILLER                  PIC X(2)  VALUE 'TY'.
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 FILLER                  PIC X(8)  VALUE 'REF DATE'.
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 FILLER                  PIC X(8)  VALUE 'ISSUED'.
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 FILLER                  PIC X(12) VALUE '      AMOUNT'.

       01  WS-DETAIL-LINE                VALUE SPACES.
           05 WS-DTL-CHECK-NUMBER     PIC 9(10).
           05 FILLER                  PIC X(2).
           05 WS-DTL-POLICY-NUMBER    PIC X(10).
           05 FILLER                  PIC X(2).
           05 WS-DTL-PAYEE-NAME       PIC X(30).
           05 FILLER                  PIC X(3).
           05 WS-DTL-REFUND-TYPE      PIC X(1).
           05 FILLER                  PIC X(2).
           05 WS-DTL-REFUND-DATE      PIC 9(8).
           05 FILLER                  PIC X(2).
           05 WS-DTL-ISSUE-DATE       PIC 9(8).
           05 FILLER                  PIC X(2).
           05 WS-DTL-AMOUNT           PIC Z,ZZZ,ZZ9.99.

      *    Last known address, under the payee name.
       01  WS-ADDRESS-LINE               VALUE SPACES.
           05 FILLER                  PIC X(24).
           05 WS-ADR-ADDRESS          PIC X(50).
           05 FILLER                  PIC X(2).
           05 WS-ADR-CITY             PIC X(30).
           05 FILLER                  PIC X(2).
           05 WS-ADR-STATE-CODE       PIC X(2).
           05 FILLER                  PIC X(2).
           05 WS-ADR-ZIP              PIC X(5).

       01  WS-TOTAL-LINE                 VALUE SPACES.
           05 WS-TOT-LABEL            PIC X(30).
           05 WS-TOT-COUNT            PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                  PIC X(4).
           05 WS-TOT-AMOUNT           PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       01  WS-COUNT-LINE                 VALUE SPACES.
           05 WS-CNT-LABEL            PIC X(40).
           05 WS-CNT-COUNT            PIC ZZZ,ZZZ,ZZ9.

           COPY HO3-RUN-CONTROL.

       PROCEDURE DIVISION.

       0000-MAIN-LOGIC.
           PERFORM 1000-INITIALIZE
           IF RC-GATE-PASSED AND NOT WS-RUN-ABANDONED
              SORT ESCHEAT-SORT-FILE
                  ON ASCENDING KEY ES-STATE-CODE
                                   ES-POLICY-NUMBER
                                   ES-CHECK-NUMBER
                  INPUT PROCEDURE IS 3000-SELECT-DORMANT-CHECKS
                  OUTPUT PROCEDURE IS 4000-REPORT-BY-STATE
              PERFORM 5000-WRITE-REPORT-TOTALS
           END-IF
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1900-WRITE-RUN-START
           IF RC-GATE-FAILED
              MOVE 'Y' TO WS-ABANDON-SWITCH
           ELSE
              PERFORM 1010-INITIALIZE-RUN
           END-IF.

       1010-INITIALIZE-RUN.
           PERFORM 1100-READ-AS-OF-PARM

           IF NOT WS-RUN-ABANDONED
              MOVE WS-AS-OF-YYYYMMDD TO HO3-CODES-AS-OF-DATE
              PERFORM 8500-LOAD-REFERENCE-TABLES
              IF HO3-CODES-LOAD-FAILED
                 DISPLAY 'HO3ESCH: HO3CODES REFERENCE LOAD FAILED'
                 MOVE 'Y' TO WS-ABANDON-SWITCH
              END-IF

              OPEN I-O REFUND-CHECK-REGISTER
              IF NOT WS-CHECK-FILE-OK
                 DISPLAY 'HO3ESCH: UNABLE TO OPEN HO3CHKRG, STATUS='
                    WS-CHECK-FILE-STATUS
                 MOVE 'Y' TO WS-ABANDON-SWITCH
              END-IF

              OPEN OUTPUT ESCHEAT-REPORT-FILE
              IF NOT WS-REPORT-FILE-OK
                 DISPLAY 'HO3ESCH: UNABLE TO OPEN HO3ESCRP, STATUS='
                    WS-REPORT-FILE-STATUS
                 MOVE 'Y' TO WS-ABANDON-SWITCH
              END-IF

              IF WS-RUN-ABANDONED
                 MOVE 8 TO RETURN-CODE
              ELSE
                 MOVE WS-AS-OF-YYYYMMDD TO WS-TTL-AS-OF-DATE
                 WRITE ESCHEAT-REPORT-LINE FROM WS-REPORT-TITLE
              END-IF
           END-IF.

      *    ---------------------------------------------------------
      *    The as-of date comes from the single parameter record on
      *    HO3ESCPM, so a state's report can be produced for its own
      *    filing date or re-run without a date change in the
      *    source.  A missing or invalid date abandons the run.
      *    ---------------------------------------------------------
       1100-READ-AS-OF-PARM.
           OPEN INPUT ESCHEAT-PARM-FILE
           IF NOT WS-PARM-FILE-OK
              DISPLAY 'HO3ESCH: UNABLE TO OPEN HO3ESCPM, STATUS='
                 WS-PARM-FILE-STATUS
              MOVE 8 TO RETURN-CODE
              MOVE 'Y' TO WS-ABANDON-SWITCH
           ELSE
              READ ESCHEAT-PARM-FILE
                  AT END
                     DISPLAY 'HO3ESCH: NO AS-OF DATE PARAMETER'
                     MOVE 8 TO RETURN-CODE
                     MOVE 'Y' TO WS-ABANDON-SWITCH
              END-READ
              CLOSE ESCHEAT-PARM-FILE

              IF NOT WS-RUN-ABANDONED
                 IF EP-AS-OF-DATE NOT NUMERIC
                       OR FUNCTION TEST-DATE-YYYYMMDD
                             (EP-AS-OF-DATE) NOT = ZERO
                    DISPLAY 'HO3ESCH: INVALID AS-OF DATE '
                       EP-AS-OF-DATE
                    MOVE 8 TO RETURN-CODE
                    MOVE 'Y' TO WS-ABANDON-SWITCH
                 ELSE
                    MOVE EP-AS-OF-DATE TO WS-AS-OF-YYYYMMDD
                 END-IF
              END-IF
           END-IF.

      *    ---------------------------------------------------------
      *    SORT input procedure - reads the register end to end and
      *    releases every dormant outstanding check, and every check
      *    already reported for this as-of date.
      *    ---------------------------------------------------------
       3000-SELECT-DORMANT-CHECKS.
           MOVE ZERO TO CK-CHECK-NUMBER
           START REFUND-CHECK-REGISTER
               KEY NOT LESS THAN CK-CHECK-NUMBER
           IF NOT WS-CHECK-FILE-OK
              MOVE 'Y' TO WS-REGISTER-EOF-SWITCH
           END-IF
           PERFORM 3100-SELECT-ONE-CHECK UNTIL WS-REGISTER-EOF.

       3100-SELECT-ONE-CHECK.
           READ REFUND-CHECK-REGISTER NEXT RECORD
               AT END
                  MOVE 'Y' TO WS-REGISTER-EOF-SWITCH
               NOT AT END
                  ADD 1 TO WS-REGISTER-READ
                  EVALUATE TRUE
                      WHEN CK-OUTSTANDING
                         PERFORM 3200-TEST-DORMANCY
                      WHEN CK-ESCHEAT-REPORTED
                            AND CK-ESCHEAT-DATE = WS-AS-OF-YYYYMMDD
                         ADD 1 TO WS-REPRINTED-COUNT
                         PERFORM 3300-RELEASE-CHECK
                      WHEN OTHER
                         ADD 1 TO WS-NOT-OUTSTANDING-COUNT
                  END-EVALUATE
           END-READ.

       3200-TEST-DORMANCY.
           MOVE CK-STATE-CODE TO WS-LOOKUP-STATE
           PERFORM 3210-FIND-DORMANCY
           IF NOT WS-DORMANCY-FOUND
              MOVE '**' TO WS-LOOKUP-STATE
              PERFORM 3210-FIND-DORMANCY
           END-IF

           IF NOT WS-DORMANCY-FOUND
              ADD 1 TO WS-NO-DORMANCY-COUNT
           ELSE
              PERFORM 3220-COMPUTE-CUTOFF
              IF CK-ISSUE-DATE > WS-DORMANT-CUTOFF-DATE
                 ADD 1 TO WS-NOT-DORMANT-COUNT
              ELSE
                 ADD 1 TO WS-DORMANT-COUNT
                 PERFORM 3300-RELEASE-CHECK
              END-IF
           END-IF.

       3210-FIND-DORMANCY.
           MOVE 'N' TO WS-DORMANCY-FOUND-SWITCH
           SET HO3-DORMANCY-IDX TO 1
           SEARCH HO3-DORMANCY-ENTRY
               AT END
                  CONTINUE
               WHEN HO3-DORMANCY-IDX > HO3-DORMANCY-COUNT
                  CONTINUE
               WHEN HO3-DORMANCY-STATE (HO3-DORMANCY-IDX) =
                       WS-LOOKUP-STATE
                  MOVE HO3-DORMANCY-MONTHS (HO3-DORMANCY-IDX)
                     TO WS-DORMANCY-MONTHS
                  MOVE 'Y' TO WS-DORMANCY-FOUND-SWITCH
           END-SEARCH.

       3220-COMPUTE-CUTOFF.
           COMPUTE WS-MONTH-NUMBER =
               WS-AS-OF-YEAR * 12 + WS-AS-OF-MONTH - 1
             - WS-DORMANCY-MONTHS
           DIVIDE WS-MONTH-NUMBER BY 12
               GIVING WS-CUTOFF-YEAR REMAINDER WS-MONTH-REMAINDER
           COMPUTE WS-CUTOFF-MONTH = WS-MONTH-REMAINDER + 1
           MOVE WS-AS-OF-DAY TO WS-CUTOFF-DAY.

       3300-RELEASE-CHECK.
           MOVE CK-STATE-CODE TO ES-STATE-CODE
           MOVE CK-POLICY-NUMBER TO ES-POLICY-NUMBER
           MOVE CK-CHECK-NUMBER TO ES-CHECK-NUMBER
           MOVE CK-REFUND-TYPE TO ES-REFUND-TYPE
           MOVE CK-REFUND-DATE TO ES-REFUND-DATE
           MOVE CK-PAYEE-NAME TO ES-PAYEE-NAME
           MOVE CK-PAYEE-ADDRESS TO ES-PAYEE-ADDRESS
           MOVE CK-PAYEE-CITY TO ES-PAYEE-CITY
           MOVE CK-PAYEE-ZIP TO ES-PAYEE-ZIP
           MOVE CK-ISSUE-DATE TO ES-ISSUE-DATE
           MOVE CK-CHECK-AMOUNT TO ES-CHECK-AMOUNT
           RELEASE ESCHEAT-SORT-RECORD.

      *    ---------------------------------------------------------
      *    SORT output procedure - breaks the dormant checks on
      *    STATE-CODE, listing each with the payee's last known
      *    address and marking it reported on the register.
      *    ---------------------------------------------------------
       4000-REPORT-BY-STATE.
           PERFORM 4100-RETURN-SORT-RECORD
           PERFORM 4200-PROCESS-SORTED-CHECK
              UNTIL WS-SORT-END-OF-FILE
           IF NOT WS-FIRST-STATE
              PERFORM 4400-WRITE-STATE-TOTAL
           END-IF.

       4100-RETURN-SORT-RECORD.
           RETURN ESCHEAT-SORT-FILE
               AT END
                  MOVE 'Y' TO WS-SORT-EOF-SWITCH
           END-RETURN.

       4200-PROCESS-SORTED-CHECK.
           IF ES-STATE-CODE NOT = WS-PRIOR-STATE-CODE
                 OR WS-FIRST-STATE
              IF NOT WS-FIRST-STATE
                 PERFORM 4400-WRITE-STATE-TOTAL
              END-IF
              MOVE 'N' TO WS-FIRST-STATE-SWITCH
              MOVE ES-STATE-CODE TO WS-PRIOR-STATE-CODE
              PERFORM 4300-START-STATE
           END-IF

           ADD 1 TO WS-STATE-COUNT
           ADD ES-CHECK-AMOUNT TO WS-STATE-AMOUNT

           MOVE SPACES TO WS-DETAIL-LINE
           MOVE ES-CHECK-NUMBER TO WS-DTL-CHECK-NUMBER
           MOVE ES-POLICY-NUMBER TO WS-DTL-POLICY-NUMBER
           MOVE ES-PAYEE-NAME TO WS-DTL-PAYEE-NAME
           MOVE ES-REFUND-TYPE TO WS-DTL-REFUND-TYPE
           MOVE ES-REFUND-DATE TO WS-DTL-REFUND-DATE
           MOVE ES-ISSUE-DATE TO WS-DTL-ISSUE-DATE
           MOVE ES-CHECK-AMOUNT TO WS-DTL-AMOUNT
           WRITE ESCHEAT-REPORT-LINE FROM WS-DETAIL-LINE

           MOVE SPACES TO WS-ADDRESS-LINE
           MOVE ES-PAYEE-ADDRESS TO WS-ADR-ADDRESS
           MOVE ES-PAYEE-CITY TO WS-ADR-CITY
           MOVE ES-STATE-CODE TO WS-ADR-STATE-CODE
           MOVE ES-PAYEE-ZIP TO WS-ADR-ZIP
           WRITE ESCHEAT-REPORT-LINE FROM WS-ADDRESS-LINE

           PERFORM 4500-MARK-CHECK-REPORTED
           PERFORM 4100-RETURN-SORT-RECORD.

       4300-START-STATE.
           ADD 1 TO WS-STATES-REPORTED
           MOVE ZERO TO WS-STATE-COUNT
           MOVE ZERO TO WS-STATE-AMOUNT
           MOVE SPACES TO ESCHEAT-REPORT-LINE
           WRITE ESCHEAT-REPORT-LINE
           MOVE ES-STATE-CODE TO WS-STH-STATE-CODE
           MOVE ES-STATE-CODE TO WS-LOOKUP-STATE
           PERFORM 3210-FIND-DORMANCY
           IF NOT WS-DORMANCY-FOUND
              MOVE '**' TO WS-LOOKUP-STATE
              PERFORM 3210-FIND-DORMANCY
           END-IF
           IF WS-DORMANCY-FOUND
              MOVE WS-DORMANCY-MONTHS TO WS-STH-DORMANCY-MONTHS
           ELSE
              MOVE ZERO TO WS-STH-DORMANCY-MONTHS
           END-IF
           WRITE ESCHEAT-REPORT-LINE FROM WS-STATE-HEADING
           WRITE ESCHEAT-REPORT-LINE FROM WS-COLUMN-HEADING.

       4400-WRITE-STATE-TOTAL.
           MOVE SPACES TO WS-TOTAL-LINE
           STRING 'TOTAL FOR STATE ' WS-PRIOR-STATE-CODE
               DELIMITED BY SIZE INTO WS-TOT-LABEL
           MOVE WS-STATE-COUNT TO WS-TOT-COUNT
           MOVE WS-STATE-AMOUNT TO WS-TOT-AMOUNT
           WRITE ESCHEAT-REPORT-LINE FROM WS-TOTAL-LINE
           ADD WS-STATE-COUNT TO WS-REPORTED-COUNT
           ADD WS-STATE-AMOUNT TO WS-GRAND-AMOUNT.

      *    A check reprinted for the same as-of date is already
      *    marked and is left as it is.
       4500-MARK-CHECK-REPORTED.
           MOVE ES-CHECK-NUMBER TO CK-CHECK-NUMBER
           READ REFUND-CHECK-REGISTER
           IF WS-CHECK-FILE-OK
              IF CK-OUTSTANDING
                 MOVE 'E' TO CK-CHECK-STATUS
                 MOVE WS-AS-OF-YYYYMMDD TO CK-ESCHEAT-DATE
                 REWRITE HO3-REFUND-CHECK-RECORD
                 IF WS-CHECK-FILE-OK
                    ADD 1 TO WS-MARKED-COUNT
                 END-IF
              END-IF
           END-IF
           IF NOT WS-CHECK-FILE-OK
              DISPLAY 'HO3ESCH: HO3CHKRG UPDATE FAILED FOR CHECK '
                 ES-CHECK-NUMBER ' STATUS=' WS-CHECK-FILE-STATUS
              ADD 1 TO WS-UPDATE-ERROR-COUNT
              MOVE 8 TO RETURN-CODE
           END-IF.

       5000-WRITE-REPORT-TOTALS.
           MOVE SPACES TO ESCHEAT-REPORT-LINE
           WRITE ESCHEAT-REPORT-LINE
           MOVE SPACES TO WS-TOTAL-LINE
           MOVE 'TOTAL FOR ALL STATES' TO WS-TOT-LABEL
           MOVE WS-REPORTED-COUNT TO WS-TOT-COUNT
           MOVE WS-GRAND-AMOUNT TO WS-TOT-AMOUNT
           WRITE ESCHEAT-REPORT-LINE FROM WS-TOTAL-LINE

           MOVE SPACES TO ESCHEAT-REPORT-LINE
           WRITE ESCHEAT-REPORT-LINE
           MOVE 'REGISTER CHECKS READ' TO WS-CNT-LABEL
           MOVE WS-REGISTER-READ TO WS-CNT-COUNT
           WRITE ESCHEAT-REPORT-LINE FROM WS-COUNT-LINE
           MOVE 'PAID OR PREVIOUSLY REPORTED' TO WS-CNT-LABEL
           MOVE WS-NOT-OUTSTANDING-COUNT TO WS-CNT-COUNT
           WRITE ESCHEAT-REPORT-LINE FROM WS-COUNT-LINE
           MOVE 'OUTSTANDING - NOT YET DORMANT' TO WS-CNT-LABEL
           MOVE WS-NOT-DORMANT-COUNT TO WS-CNT-COUNT
           WRITE ESCHEAT-REPORT-LINE FROM WS-COUNT-LINE
           MOVE 'OUTSTANDING - NO DORMANCY PERIOD ON FILE'
              TO WS-CNT-LABEL
           MOVE WS-NO-DORMANCY-COUNT TO WS-CNT-COUNT
           WRITE ESCHEAT-REPORT-LINE FROM WS-COUNT-LINE
           MOVE 'DORMANT - REPORTED AND MARKED' TO WS-CNT-LABEL
           MOVE WS-MARKED-COUNT TO WS-CNT-COUNT
           WRITE ESCHEAT-REPORT-LINE FROM WS-COUNT-LINE
           MOVE 'REPORTED AGAIN FOR THIS AS-OF DATE' TO WS-CNT-LABEL
           MOVE WS-REPRINTED-COUNT TO WS-CNT-COUNT
           WRITE ESCHEAT-REPORT-LINE FROM WS-COUNT-LINE
           MOVE 'REGISTER UPDATE ERRORS' TO WS-CNT-LABEL
           MOVE WS-UPDATE-ERROR-COUNT TO WS-CNT-COUNT
           WRITE ESCHEAT-REPORT-LINE FROM WS-COUNT-LINE.

       9000-TERMINATE.
           IF WS-CHECK-FILE-OK OR WS-CHECK-FILE-EOF
                 OR WS-CHECK-NOT-FOUND
              CLOSE REFUND-CHECK-REGISTER
           END-IF
           IF WS-REPORT-FILE-OK
              CLOSE ESCHEAT-REPORT-FILE
           END-IF

           DISPLAY 'HO3ESCH: REGISTER CHECKS READ = ' WS-REGISTER-READ
           DISPLAY 'HO3ESCH: CHECKS NOT YET DORMANT = '
              WS-NOT-DORMANT-COUNT
           DISPLAY 'HO3ESCH: CHECKS WITH NO DORMANCY PERIOD = '
              WS-NO-DORMANCY-COUNT
           DISPLAY 'HO3ESCH: DORMANT CHECKS REPORTED = '
              WS-REPORTED-COUNT
           DISPLAY 'HO3ESCH: STATES REPORTED = ' WS-STATES-REPORTED
           DISPLAY 'HO3ESCH: REGISTER UPDATE ERRORS = '
              WS-UPDATE-ERROR-COUNT

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
           MOVE 'HO3ESCH ' TO RC-PROGRAM-ID
           MOVE 'HO3CHKRC' TO RC-PREDECESSOR-ID
           MOVE ZERO TO RC-GENERATION-STAMP
           CALL 'HO3RUNLG' USING HO3-RUN-CONTROL-PARMS
           IF RC-GATE-FAILED
              DISPLAY 'HO3ESCH: PREDECESSOR HO3CHKRC HAS NOT '
                 'COMPLETED CLEAN TONIGHT - RUN REFUSED'
              MOVE 8 TO RETURN-CODE
           END-IF.

       8900-WRITE-RUN-END.
           MOVE 'END  ' TO RC-FUNCTION-CODE
           MOVE WS-REGISTER-READ TO RC-RECORDS-IN
           MOVE WS-REPORTED-COUNT TO RC-RECORDS-OUT
           MOVE WS-UPDATE-ERROR-COUNT TO RC-EXCEPTION-COUNT
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

           COPY HO3-CODES-LOAD.
