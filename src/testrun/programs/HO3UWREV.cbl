       IDENTIFICATION DIVISION.
       PROGRAM-ID. HO3UWREV.
      *    Renewal underwriting review.
      *    Runs between HO3RENEW and HO3RENIS.  Takes every renewal
      *    candidate HO3RENEW selected (the durable HO3RNSEL
      *    selection file) and reviews the policy's loss history off
      *    the HO3CLMHS claims history before HO3RENIS issues the
      *    renewal, so a policy with a run of claims no longer
      *    renews automatically at the same price.  Claims whose
      *    loss date falls within the look-back period (table LB on
      *    HO3CODES, in months back from tonight) are counted, and
      *    their incurred losses - paid plus reserve - totalled, by
      *    CH-CAUSE-OF-LOSS and for all causes combined; the totals
      *    are tested against the loss-history thresholds (table
      *    LH), each of which names a cause (or all causes), a
      *    measure (claim count or incurred loss) and the action the
      *    threshold triggers.  The most severe action triggered
      *    decides the candidate: non-renew, refer to an
      *    underwriter, renew with a loss-history surcharge (the
      *    highest surcharge triggered), or - nothing triggered -
      *    renew as is.
      *
      *    A non-renewal is cut as an 'N' transaction, reason 'U',
      *    effective at the policy's expiry date, onto this program's
      *    own HO3UWNRX transaction file, which is concatenated into
      *    the HO3CNXIN feed HO3CANCL applies on its next run (as
      *    HO3PAYAP's HO3NPCXT is), so a rerun rewrites the night's
      *    non-renewals rather than cutting them twice.
      *    Because HO3CANCL runs ahead of this program in the nightly
      *    stream, the transaction is not applied until tomorrow
      *    night, and it is only cut when the expiry date still
      *    clears the state's notice lead time (table NL) from
      *    tomorrow; a non-renewal indicated too late is referred to
      *    an underwriter instead, who must decide how the term is
      *    to be handled.
      *
      *    A referral is kept on the keyed HO3UWREF referral file,
      *    one record per policy for the term under review, pending
      *    until an underwriter's decision arrives on the HO3UWDEC
      *    decision file: renew, renew with surcharge (the
      *    underwriter's percent, or the indicated one when none is
      *    keyed), or non-renew.  Decisions are applied to the
      *    referral file first thing each run, so a candidate
      *    decided today is renewed or non-renewed tonight; a
      *    candidate still pending is held back from HO3RENIS and
      *    listed again on tonight's referral worklist, sorted by
      *    state and expiry date for the underwriting teams.
      *
      *    Every candidate is written, with its decision and any
      *    loss-history surcharge, to the reviewed selection file
      *    HO3RNUWS that HO3RENIS issues from, and printed on the
      *    review register with its look-back claim count, incurred
      *    losses and the threshold that decided it.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RENEWAL-SELECTED-FILE ASSIGN TO "HO3RNSEL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SELECTED-FILE-STATUS.

           SELECT CLAIM-HISTORY-FILE ASSIGN TO "HO3CLMHS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CH-KEY
               FILE STATUS IS WS-HISTORY-FILE-STATUS.

           SELECT UW-REFERRAL-FILE ASSIGN TO "HO3UWREF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS UR-POLICY-NUMBER
               FILE STATUS IS WS-REFERRAL-FILE-STATUS.

           SELECT UW-DECISION-FILE ASSIGN TO "HO3UWDEC"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DECISION-FILE-STATUS.

           SELECT NON-RENEWAL-TRANSACTION-FILE ASSIGN TO "HO3UWNRX"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRAN-FILE-STATUS.

           SELECT REVIEWED-RENEWAL-FILE ASSIGN TO "HO3RNUWS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REVIEWED-FILE-STATUS.

           SELECT REVIEW-REGISTER-FILE ASSIGN TO "HO3UWRRP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-FILE-STATUS.

           SELECT REFERRAL-SORT-FILE ASSIGN TO "HO3UWSRT".

           SELECT REFERRAL-WORKLIST-FILE ASSIGN TO "HO3UWWRP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORKLIST-FILE-STATUS.

           SELECT HO3-CODES-REFERENCE ASSIGN TO "HO3CODES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CRF-KEY
               FILE STATUS IS HO3-CODES-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    Same layout HO3RENEW writes as it RELEASEs each selection
      *    into its worklist sort.
       FD  RENEWAL-SELECTED-FILE.
       01  SELECTED-RENEWAL-RECORD.
           05 SR-STATE-CODE           PIC X(2).
           05 SR-EXPIRY-DATE          PIC 9(8).
           05 SR-POLICY-NUMBER        PIC X(10).
           05 SR-INSURED-NAME         PIC X(30).
           05 SR-EFFECTIVE-DATE       PIC 9(8).

       FD  CLAIM-HISTORY-FILE.
           COPY HO3-CLAIM-HISTORY.

      *    Underwriting referral - one per policy, for the term
      *    whose expiry date it carries; a referral for an earlier
      *    term is replaced when the policy is next referred.
       FD  UW-REFERRAL-FILE.
       01  HO3-UW-REFERRAL-RECORD.
           05 UR-POLICY-NUMBER        PIC X(10).
           05 UR-EXPIRY-DATE          PIC 9(8).
           05 UR-STATE-CODE           PIC X(2).
           05 UR-INSURED-NAME         PIC X(30).
           05 UR-REFERRAL-DATE        PIC 9(8).
           05 UR-REFERRAL-STATUS      PIC X(1).
              88 UR-PENDING           VALUE 'P'.
              88 UR-DECIDED-RENEW     VALUE 'R'.
              88 UR-DECIDED-SURCHARGE VALUE 'S'.
              88 UR-DECIDED-NON-RENEW VALUE 'N'.
           05 UR-CLAIM-COUNT          PIC 9(3).
           05 UR-INCURRED-AMOUNT      PIC 9(9)V99 COMP-3.
           05 UR-INDICATED-SURCHARGE-PCT PIC 9V999.
           05 UR-REFERRAL-REASON      PIC X(40).
           05 UR-DECISION-DATE        PIC 9(8).
           05 UR-SURCHARGE-PCT        PIC 9V999.
           05 UR-UNDERWRITER-ID       PIC X(8).

      *    Underwriter's decision on a pending referral.
       FD  UW-DECISION-FILE.
       01  HO3-UW-DECISION-RECORD.
           05 UD-POLICY-NUMBER        PIC X(10).
           05 UD-DECISION             PIC X(1).
              88 UD-RENEW             VALUE 'R'.
              88 UD-RENEW-SURCHARGE   VALUE 'S'.
              88 UD-NON-RENEW         VALUE 'N'.
           05 UD-SURCHARGE-PCT        PIC 9V999.
           05 UD-UNDERWRITER-ID       PIC X(8).

      *    Same layout HO3CANCL reads off HO3CNXIN; this program's
      *    output is concatenated into that feed.
       FD  NON-RENEWAL-TRANSACTION-FILE.
       01  HO3-CANCEL-TRANSACTION.
           05 CX-TRAN-TYPE            PIC X(1).
              88 CX-TRAN-CANCEL       VALUE 'C'.
              88 CX-TRAN-NON-RENEW    VALUE 'N'.
           05 CX-POLICY-NUMBER        PIC X(10).
           05 CX-REASON-CODE          PIC X(1).
              88 CX-REASON-INSURED    VALUE 'I'.
              88 CX-REASON-UNDERWRITING VALUE 'U'.
              88 CX-REASON-NON-PAYMENT VALUE 'P'.
           05 CX-CANCEL-EFFECTIVE-DATE PIC 9(8).
           05 CX-USER-ID              PIC X(8).

      *    The HO3RNSEL selection with the review's decision on it,
      *    for HO3RENIS: renew, renew with surcharge, pending
      *    referral, or non-renew.
       FD  REVIEWED-RENEWAL-FILE.
       01  REVIEWED-RENEWAL-RECORD.
           05 RV-STATE-CODE           PIC X(2).
           05 RV-EXPIRY-DATE          PIC 9(8).
           05 RV-POLICY-NUMBER        PIC X(10).
           05 RV-INSURED-NAME         PIC X(30).
           05 RV-EFFECTIVE-DATE       PIC 9(8).
           05 RV-UW-DECISION          PIC X(1).
           05 RV-LOSS-SURCHARGE-PCT   PIC 9V999.

       FD  REVIEW-REGISTER-FILE.
       01  REVIEW-REGISTER-LINE       PIC X(132).

       SD  REFERRAL-SORT-FILE.
       01  REFERRAL-SORT-RECORD.
           05 WK-STATE-CODE           PIC X(2).
           05 WK-EXPIRY-DATE          PIC 9(8).
           05 WK-POLICY-NUMBER        PIC X(10).
           05 WK-INSURED-NAME         PIC X(30).
           05 WK-REFERRAL-DATE        PIC 9(8).
           05 WK-CLAIM-COUNT          PIC 9(3).
           05 WK-INCURRED-AMOUNT      PIC 9(9)V99 COMP-3.
           05 WK-REFERRAL-REASON      PIC X(40).

       FD  REFERRAL-WORKLIST-FILE.
       01  REFERRAL-WORKLIST-LINE     PIC X(132).

       FD  HO3-CODES-REFERENCE.
           COPY HO3-CODES-FILE.

       WORKING-STORAGE SECTION.
           COPY HO3-CODES.

       01  WS-SELECTED-FILE-STATUS    PIC X(2).
           88 WS-SELECTED-FILE-OK     VALUE '00'.
           88 WS-SELECTED-FILE-EOF    VALUE '10'.

       01  WS-HISTORY-FILE-STATUS     PIC X(2).
           88 WS-HISTORY-FILE-OK      VALUE '00'.
           88 WS-HISTORY-FILE-EOF     VALUE '10'.

       01  WS-REFERRAL-FILE-STATUS    PIC X(2).
           88 WS-REFERRAL-FILE-OK     VALUE '00'.
           88 WS-REFERRAL-NOT-FOUND   VALUE '23'.

       01  WS-DECISION-FILE-STATUS    PIC X(2).
           88 WS-DECISION-FILE-OK     VALUE '00'.
           88 WS-DECISION-FILE-EOF    VALUE '10'.

       01  WS-TRAN-FILE-STATUS        PIC X(2).
           88 WS-TRAN-FILE-OK         VALUE '00'.

       01  WS-REVIEWED-FILE-STATUS    PIC X(2).
           88 WS-REVIEWED-FILE-OK     VALUE '00'.

       01  WS-REGISTER-FILE-STATUS    PIC X(2).
           88 WS-REGISTER-FILE-OK     VALUE '00'.

       01  WS-WORKLIST-FILE-STATUS    PIC X(2).
           88 WS-WORKLIST-FILE-OK     VALUE '00'.

       01  WS-EOF-SWITCH              PIC X(1) VALUE 'N'.
           88 WS-END-OF-INPUT         VALUE 'Y'.

       01  WS-ABANDON-SWITCH          PIC X(1) VALUE 'N'.
           88 WS-RUN-ABANDONED        VALUE 'Y'.

       01  WS-DECISION-EOF-SWITCH     PIC X(1) VALUE 'Y'.
           88 WS-DECISION-EOF         VALUE 'Y'.

       01  WS-CLAIMS-DONE-SWITCH      PIC X(1).
           88 WS-CLAIMS-DONE          VALUE 'Y'.

       01  WS-SORT-EOF-SWITCH         PIC X(1) VALUE 'N'.
           88 WS-SORT-END-OF-FILE     VALUE 'Y'.

       01  WS-FIRST-STATE-SWITCH      PIC X(1) VALUE 'Y'.
           88 WS-FIRST-STATE          VALUE 'Y'.

       01  WS-REFERRAL-FOUND-SWITCH   PIC X(1).
           88 WS-REFERRAL-FOUND       VALUE 'Y'.

       01  WS-LEAD-CLEAR-SWITCH       PIC X(1).
           88 WS-LEAD-CLEAR           VALUE 'Y'.

       01  WS-CURRENT-DATE.
           05 WS-CURRENT-YYYYMMDD     PIC 9(8).
           05 FILLER                  PIC X(14).

       01  WS-TODAY-INT               PIC S9(9) COMP.
       01  WS-EXPIRY-INT              PIC S9(9) COMP.
       01  WS-EARLIEST-INT            PIC S9(9) COMP.
       01  WS-LEAD-DAYS               PIC 9(3).

      *    Look-back start date: tonight's date less the look-back
      *    months, the day clamped to the length of the month.
       01  WS-LOOK-BACK-DATE          PIC 9(8).
       01  WS-DATE-WORK.
           05 WS-DTW-YEAR             PIC 9(4).
           05 WS-DTW-MONTH            PIC 9(2).
           05 WS-DTW-DAY              PIC 9(2).
       01  WS-MONTH-WORK              PIC S9(7) COMP.
       01  WS-DAYS-IN-MONTH           PIC 9(2).
       01  WS-LEAP-REMAINDER          PIC 9(3).

      *    The candidate's look-back loss history, by cause of loss
      *    and for all causes combined.
       01  WS-LOSS-CLAIM-COUNT        PIC 9(3).
       01  WS-LOSS-INCURRED           PIC 9(9)V99 COMP-3.
       01  WS-CLAIM-INCURRED          PIC 9(9)V99 COMP-3.
       01  WS-LOSS-CAUSE-COUNT        PIC S9(4) COMP.
       01  WS-LOSS-CAUSE-SUB          PIC S9(4) COMP.
       01  WS-LOSS-CAUSE-TABLE.
           05 WS-LOSS-CAUSE-ENTRY OCCURS 50 TIMES.
              10 WS-LC-CAUSE          PIC X(2).
              10 WS-LC-CLAIM-COUNT    PIC 9(3).
              10 WS-LC-INCURRED       PIC 9(9)V99 COMP-3.

      *    Threshold test work: the figure the threshold is tested
      *    against, and the most severe action triggered so far
      *    (rank 0 none, 1 surcharge, 2 refer, 3 non-renew).
       01  WS-THRESHOLD-SUB           PIC S9(4) COMP.
       01  WS-TEST-FIGURE             PIC 9(9)V99 COMP-3.
       01  WS-TEST-RANK               PIC 9(1).
       01  WS-INDICATED-RANK          PIC 9(1).
       01  WS-INDICATED-ACTION        PIC X(1).
           88 WS-INDICATE-SURCHARGE   VALUE 'S'.
           88 WS-INDICATE-REFER       VALUE 'U'.
           88 WS-INDICATE-NON-RENEW   VALUE 'N'.
       01  WS-INDICATED-PCT           PIC 9V999.
       01  WS-TRIGGER-REASON          PIC X(40).
       01  WS-RSN-CAUSE               PIC X(3).
       01  WS-RSN-COUNT               PIC ZZ9.
       01  WS-RSN-AMOUNT              PIC Z,ZZZ,ZZ9.
       01  WS-RSN-LIMIT-COUNT         PIC ZZ9.
       01  WS-RSN-LIMIT-AMOUNT        PIC Z,ZZZ,ZZ9.

      *    The candidate's decision, as written to HO3RNUWS.
       01  WS-UW-DECISION             PIC X(1).
           88 WS-DECIDE-RENEW         VALUE 'R'.
           88 WS-DECIDE-SURCHARGE     VALUE 'S'.
           88 WS-DECIDE-PENDING       VALUE 'P'.
           88 WS-DECIDE-NON-RENEW     VALUE 'N'.
       01  WS-DECISION-PCT            PIC 9V999.
       01  WS-DECISION-REASON         PIC X(40).
       01  WS-CX-USER-ID              PIC X(8).

       01  WS-CANDIDATE-COUNT         PIC 9(9) VALUE ZERO.
       01  WS-RENEW-COUNT             PIC 9(9) VALUE ZERO.
       01  WS-SURCHARGE-COUNT         PIC 9(9) VALUE ZERO.
       01  WS-PENDING-COUNT           PIC 9(9) VALUE ZERO.
       01  WS-NEW-REFERRAL-COUNT      PIC 9(9) VALUE ZERO.
       01  WS-NON-RENEW-COUNT         PIC 9(9) VALUE ZERO.
       01  WS-LATE-NON-RENEW-COUNT    PIC 9(9) VALUE ZERO.
       01  WS-DECISION-COUNT          PIC 9(9) VALUE ZERO.
       01  WS-DECISION-APPLIED-COUNT  PIC 9(9) VALUE ZERO.
       01  WS-DECISION-REJECT-COUNT   PIC 9(9) VALUE ZERO.
       01  WS-WRITE-ERROR-COUNT       PIC 9(9) VALUE ZERO.
       01  WS-STATE-COUNT             PIC 9(9) VALUE ZERO.
       01  WS-PRIOR-STATE-CODE        PIC X(2) VALUE SPACES.

       01  WS-REGISTER-TITLE.
           05 FILLER                  PIC X(40) VALUE
              'RENEWAL UNDERWRITING REVIEW - RUN DATE'.
           05 WS-TTL-RUN-DATE         PIC 9(8).
           05 FILLER                  PIC X(20) VALUE
              '  LOOK-BACK MONTHS ='.
           05 WS-TTL-LOOK-BACK        PIC ZZ9.

       01  WS-SECTION-HEADING.
           05 WS-SEC-TITLE            PIC X(40).

       01  WS-DECISION-EXCEPTION-LINE     VALUE SPACES.
           05 WS-DXL-POLICY-NUMBER    PIC X(10).
           05 FILLER                  PIC X(2).
           05 WS-DXL-DECISION         PIC X(1).
           05 FILLER                  PIC X(2).
           05 WS-DXL-UNDERWRITER-ID   PIC X(8).
           05 FILLER                  PIC X(2).
           05 WS-DXL-REASON           PIC X(60).

       01  WS-REGISTER-HEADING.
           05 FILLER                  PIC X(10) VALUE 'POLICY'.
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 FILLER                  PIC X(2)  VALUE 'ST'.
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 FILLER                  PIC X(8)  VALUE 'EXPIRY'.
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 FILLER                  PIC X(3)  VALUE 'CLM'.
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 FILLER                  PIC X(12) VALUE '    INCURRED'.
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 FILLER                  PIC X(18) VALUE 'DECISION'.
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 FILLER                  PIC X(6)  VALUE 'SURCH%'.
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 FILLER                  PIC X(40) VALUE 'REASON'.

       01  WS-REGISTER-DETAIL            VALUE SPACES.
           05 WS-REG-POLICY-NUMBER    PIC X(10).
           05 FILLER                  PIC X(2).
           05 WS-REG-STATE-CODE       PIC X(2).
           05 FILLER                  PIC X(2).
           05 WS-REG-EXPIRY-DATE      PIC 9(8).
           05 FILLER                  PIC X(2).
           05 WS-REG-CLAIM-COUNT      PIC ZZ9.
           05 FILLER                  PIC X(2).
           05 WS-REG-INCURRED         PIC Z,ZZZ,ZZ9.99.
           05 FILLER                  PIC X(2).
           05 WS-REG-DECISION         PIC X(18).
           05 FILLER                  PIC X(2).
           05 WS-REG-SURCHARGE-PCT    PIC ZZ9.9.
           05 FILLER                  PIC X(3).
           05 WS-REG-REASON           PIC X(40).

       01  WS-REG-PCT-WORK            PIC 9(3)V9.

       01  WS-COUNT-LINE                 VALUE SPACES.
           05 WS-CNT-LABEL            PIC X(40).
           05 WS-CNT-COUNT            PIC Z,ZZZ,ZZ9.

       01  WS-WORKLIST-TITLE.
           05 FILLER                  PIC X(42) VALUE
              'UNDERWRITING REFERRAL WORKLIST - RUN DATE'.
           05 WS-WTL-RUN-DATE         PIC 9(8).

       01  WS-STATE-HEADING.
           05 FILLER                  PIC X(7) VALUE 'STATE: '.
           05 WS-HDG-STATE-CODE       PIC X(2).

       01  WS-WORKLIST-DETAIL            VALUE SPACES.
           05 FILLER                  PIC X(3).
           05 WS-WKL-POLICY-NUMBER    PIC X(10).
           05 FILLER                  PIC X(2).
           05 WS-WKL-INSURED-NAME     PIC X(30).
           05 FILLER                  PIC X(2).
           05 WS-WKL-EXPIRY-DATE      PIC 9(8).
           05 FILLER                  PIC X(2).
           05 WS-WKL-REFERRAL-DATE    PIC 9(8).
           05 FILLER                  PIC X(2).
           05 WS-WKL-CLAIM-COUNT      PIC ZZ9.
           05 FILLER                  PIC X(2).
           05 WS-WKL-INCURRED         PIC Z,ZZZ,ZZ9.99.
           05 FILLER                  PIC X(2).
           05 WS-WKL-REASON           PIC X(40).

       01  WS-STATE-TOTAL-LINE.
           05 FILLER                  PIC X(3).
           05 FILLER                  PIC X(14)
                 VALUE 'STATE TOTAL = '.
           05 WS-STT-COUNT            PIC ZZZ,ZZ9.

       01  WS-GRAND-TOTAL-LINE.
           05 FILLER                  PIC X(15) VALUE 'GRAND TOTAL = '.
           05 WS-GRT-COUNT            PIC ZZZ,ZZ9.

           COPY HO3-RUN-CONTROL.

       PROCEDURE DIVISION.

       0000-MAIN-LOGIC.
           PERFORM 1000-INITIALIZE
           IF RC-GATE-PASSED AND NOT WS-RUN-ABANDONED
              SORT REFERRAL-SORT-FILE
                  ON ASCENDING KEY WK-STATE-CODE WK-EXPIRY-DATE
                  INPUT PROCEDURE IS 3000-REVIEW-CANDIDATES
                  OUTPUT PROCEDURE IS 4000-BUILD-WORKLIST
              PERFORM 5000-WRITE-REGISTER-TOTALS
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

           MOVE WS-CURRENT-YYYYMMDD TO HO3-CODES-AS-OF-DATE
           PERFORM 8500-LOAD-REFERENCE-TABLES
           IF HO3-CODES-LOAD-FAILED
                 OR HO3-LOSS-THRESHOLD-COUNT = ZERO
                 OR HO3-LOSS-LOOK-BACK-MONTHS = ZERO
              DISPLAY 'HO3UWREV: LOSS-HISTORY THRESHOLDS OR LOOK-BACK '
                 'PERIOD NOT LOADED - RUN ABANDONED'
              MOVE 8 TO RETURN-CODE
              MOVE 'Y' TO WS-EOF-SWITCH
              MOVE 'Y' TO WS-ABANDON-SWITCH
           ELSE
              IF HO3-NOTICE-LEAD-COUNT = ZERO
                 DISPLAY 'HO3UWREV: NO NOTICE LEAD TIMES ON FILE - '
                    'NO STATE MANDATES WILL BE ENFORCED'
              END-IF
              PERFORM 1200-SET-LOOK-BACK-DATE
              PERFORM 1050-OPEN-FILES
           END-IF

           IF NOT WS-RUN-ABANDONED
              MOVE WS-CURRENT-YYYYMMDD TO WS-TTL-RUN-DATE
              MOVE HO3-LOSS-LOOK-BACK-MONTHS TO WS-TTL-LOOK-BACK
              WRITE REVIEW-REGISTER-LINE FROM WS-REGISTER-TITLE
              PERFORM 1100-APPLY-DECISIONS
              MOVE 'RENEWAL CANDIDATES REVIEWED' TO WS-SEC-TITLE
              WRITE REVIEW-REGISTER-LINE FROM WS-SECTION-HEADING
              WRITE REVIEW-REGISTER-LINE FROM WS-REGISTER-HEADING
              PERFORM 3050-READ-CANDIDATE
           END-IF.

       1050-OPEN-FILES.
           OPEN INPUT RENEWAL-SELECTED-FILE
           IF NOT WS-SELECTED-FILE-OK
              DISPLAY 'HO3UWREV: UNABLE TO OPEN HO3RNSEL, STATUS='
                 WS-SELECTED-FILE-STATUS
              MOVE 'Y' TO WS-ABANDON-SWITCH
           END-IF

           OPEN INPUT CLAIM-HISTORY-FILE
           IF NOT WS-HISTORY-FILE-OK
              DISPLAY 'HO3UWREV: UNABLE TO OPEN HO3CLMHS, STATUS='
                 WS-HISTORY-FILE-STATUS
              MOVE 'Y' TO WS-ABANDON-SWITCH
           END-IF

           OPEN I-O UW-REFERRAL-FILE
      *    File status 35 on the very first run: the referral file
      *    does not exist yet and is created empty.
           IF NOT WS-REFERRAL-FILE-OK
              OPEN OUTPUT UW-REFERRAL-FILE
              IF WS-REFERRAL-FILE-OK
                 CLOSE UW-REFERRAL-FILE
                 OPEN I-O UW-REFERRAL-FILE
              END-IF
           END-IF
           IF NOT WS-REFERRAL-FILE-OK
              DISPLAY 'HO3UWREV: UNABLE TO OPEN HO3UWREF, STATUS='
                 WS-REFERRAL-FILE-STATUS
              MOVE 'Y' TO WS-ABANDON-SWITCH
           END-IF

      *    No decision file tonight is not an error - no underwriter
      *    decided anything.
           OPEN INPUT UW-DECISION-FILE
           IF WS-DECISION-FILE-OK
              MOVE 'N' TO WS-DECISION-EOF-SWITCH
           ELSE
              DISPLAY 'HO3UWREV: NO HO3UWDEC DECISION FILE, STATUS='
                 WS-DECISION-FILE-STATUS ' - NO DECISIONS APPLIED'
           END-IF

           OPEN OUTPUT NON-RENEWAL-TRANSACTION-FILE
           IF NOT WS-TRAN-FILE-OK
              DISPLAY 'HO3UWREV: UNABLE TO OPEN HO3UWNRX, STATUS='
                 WS-TRAN-FILE-STATUS
              MOVE 'Y' TO WS-ABANDON-SWITCH
           END-IF

           OPEN OUTPUT REVIEWED-RENEWAL-FILE
           IF NOT WS-REVIEWED-FILE-OK
              DISPLAY 'HO3UWREV: UNABLE TO OPEN HO3RNUWS, STATUS='
                 WS-REVIEWED-FILE-STATUS
              MOVE 'Y' TO WS-ABANDON-SWITCH
           END-IF

           OPEN OUTPUT REVIEW-REGISTER-FILE
           IF NOT WS-REGISTER-FILE-OK
              DISPLAY 'HO3UWREV: UNABLE TO OPEN HO3UWRRP, STATUS='
                 WS-REGISTER-FILE-STATUS
              MOVE 'Y' TO WS-ABANDON-SWITCH
           END-IF

           IF WS-RUN-ABANDONED
              MOVE 8 TO RETURN-CODE
              MOVE 'Y' TO WS-EOF-SWITCH
           END-IF.

      *    ---------------------------------------------------------
      *    Underwriters' decisions are applied to the referral file
      *    before any candidate is reviewed, so a decision keyed
      *    today takes effect tonight.  Only a pending referral can
      *    be decided; a decision repeating the one already on file
      *    (the same decision file run twice) is passed over.
      *    ---------------------------------------------------------
       1100-APPLY-DECISIONS.
           MOVE 'UNDERWRITER DECISIONS' TO WS-SEC-TITLE
           WRITE REVIEW-REGISTER-LINE FROM WS-SECTION-HEADING
           IF NOT WS-DECISION-EOF
              PERFORM 1105-READ-DECISION
           END-IF
           PERFORM 1110-APPLY-ONE-DECISION UNTIL WS-DECISION-EOF.

       1105-READ-DECISION.
           READ UW-DECISION-FILE
               AT END
                  MOVE 'Y' TO WS-DECISION-EOF-SWITCH
           END-READ.

       1110-APPLY-ONE-DECISION.
           ADD 1 TO WS-DECISION-COUNT
           MOVE UD-POLICY-NUMBER TO UR-POLICY-NUMBER
           READ UW-REFERRAL-FILE
           EVALUATE TRUE
               WHEN NOT WS-REFERRAL-FILE-OK
                  MOVE 'NO REFERRAL ON FILE FOR POLICY'
                     TO WS-DXL-REASON
                  PERFORM 1150-WRITE-DECISION-EXCEPTION
               WHEN NOT UD-RENEW AND NOT UD-RENEW-SURCHARGE
                     AND NOT UD-NON-RENEW
                  MOVE 'UNKNOWN DECISION CODE' TO WS-DXL-REASON
                  PERFORM 1150-WRITE-DECISION-EXCEPTION
               WHEN UR-REFERRAL-STATUS = UD-DECISION
                  CONTINUE
               WHEN NOT UR-PENDING
                  MOVE 'REFERRAL ALREADY DECIDED - DECISION IGNORED'
                     TO WS-DXL-REASON
                  PERFORM 1150-WRITE-DECISION-EXCEPTION
               WHEN UD-RENEW-SURCHARGE
                     AND UD-SURCHARGE-PCT = ZERO
                     AND UR-INDICATED-SURCHARGE-PCT = ZERO
                  MOVE 'SURCHARGE DECISION WITH NO SURCHARGE PERCENT'
                     TO WS-DXL-REASON
                  PERFORM 1150-WRITE-DECISION-EXCEPTION
               WHEN OTHER
                  PERFORM 1120-RECORD-DECISION
           END-EVALUATE
           PERFORM 1105-READ-DECISION.

       1120-RECORD-DECISION.
           MOVE UD-DECISION TO UR-REFERRAL-STATUS
           MOVE WS-CURRENT-YYYYMMDD TO UR-DECISION-DATE
           MOVE UD-UNDERWRITER-ID TO UR-UNDERWRITER-ID
           EVALUATE TRUE
               WHEN UD-RENEW-SURCHARGE AND UD-SURCHARGE-PCT = ZERO
                  MOVE UR-INDICATED-SURCHARGE-PCT TO UR-SURCHARGE-PCT
               WHEN UD-RENEW-SURCHARGE
                  MOVE UD-SURCHARGE-PCT TO UR-SURCHARGE-PCT
               WHEN OTHER
                  MOVE ZERO TO UR-SURCHARGE-PCT
           END-EVALUATE
           REWRITE HO3-UW-REFERRAL-RECORD
           IF NOT WS-REFERRAL-FILE-OK
              DISPLAY 'HO3UWREV: REFERRAL REWRITE FAILED FOR POLICY '
                 UR-POLICY-NUMBER ' STATUS=' WS-REFERRAL-FILE-STATUS
              ADD 1 TO WS-WRITE-ERROR-COUNT
           ELSE
              ADD 1 TO WS-DECISION-APPLIED-COUNT
           END-IF.

       1150-WRITE-DECISION-EXCEPTION.
           MOVE UD-POLICY-NUMBER TO WS-DXL-POLICY-NUMBER
           MOVE UD-DECISION TO WS-DXL-DECISION
           MOVE UD-UNDERWRITER-ID TO WS-DXL-UNDERWRITER-ID
           WRITE REVIEW-REGISTER-LINE FROM WS-DECISION-EXCEPTION-LINE
           ADD 1 TO WS-DECISION-REJECT-COUNT
           MOVE SPACES TO WS-DXL-REASON.

      *    ---------------------------------------------------------
      *    Look-back start: the look-back months are taken off
      *    tonight's year and month, and a day past the end of the
      *    resulting month (the 31st into a 30-day month, February
      *    29 into a common year) is clamped to its last day.
      *    ---------------------------------------------------------
       1200-SET-LOOK-BACK-DATE.
           MOVE WS-CURRENT-YYYYMMDD TO WS-DATE-WORK
           COMPUTE WS-MONTH-WORK =
               WS-DTW-YEAR * 12 + WS-DTW-MONTH - 1
             - HO3-LOSS-LOOK-BACK-MONTHS
           DIVIDE WS-MONTH-WORK BY 12 GIVING WS-DTW-YEAR
              REMAINDER WS-DTW-MONTH
           ADD 1 TO WS-DTW-MONTH

           EVALUATE WS-DTW-MONTH
               WHEN 4
               WHEN 6
               WHEN 9
               WHEN 11
                  MOVE 30 TO WS-DAYS-IN-MONTH
               WHEN 2
                  MOVE 28 TO WS-DAYS-IN-MONTH
                  COMPUTE WS-LEAP-REMAINDER =
                      FUNCTION MOD (WS-DTW-YEAR, 4)
                  IF WS-LEAP-REMAINDER = 0
                     MOVE 29 TO WS-DAYS-IN-MONTH
                     COMPUTE WS-LEAP-REMAINDER =
                         FUNCTION MOD (WS-DTW-YEAR, 100)
                     IF WS-LEAP-REMAINDER = 0
                        COMPUTE WS-LEAP-REMAINDER =
                            FUNCTION MOD (WS-DTW-YEAR, 400)
                        IF WS-LEAP-REMAINDER NOT = 0
                           MOVE 28 TO WS-DAYS-IN-MONTH
                        END-IF
                     END-IF
                  END-IF
               WHEN OTHER
                  MOVE 31 TO WS-DAYS-IN-MONTH
           END-EVALUATE
           IF WS-DTW-DAY > WS-DAYS-IN-MONTH
              MOVE WS-DAYS-IN-MONTH TO WS-DTW-DAY
           END-IF
           MOVE WS-DATE-WORK TO WS-LOOK-BACK-DATE.

      *    ---------------------------------------------------------
      *    SORT input procedure - reviews every candidate, writing
      *    its decision to HO3RNUWS and the register, and RELEASEs
      *    each candidate left pending an underwriter's decision
      *    into the referral worklist sort.
      *    ---------------------------------------------------------
       3000-REVIEW-CANDIDATES.
           PERFORM 3100-REVIEW-ONE-CANDIDATE UNTIL WS-END-OF-INPUT.

       3050-READ-CANDIDATE.
           READ RENEWAL-SELECTED-FILE
               AT END
                  MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

       3100-REVIEW-ONE-CANDIDATE.
           ADD 1 TO WS-CANDIDATE-COUNT
           MOVE ZERO TO WS-DECISION-PCT
           MOVE SPACES TO WS-DECISION-REASON
           PERFORM 3200-ACCUMULATE-LOSS-HISTORY

           MOVE SR-POLICY-NUMBER TO UR-POLICY-NUMBER
           READ UW-REFERRAL-FILE
           IF WS-REFERRAL-FILE-OK
              MOVE 'Y' TO WS-REFERRAL-FOUND-SWITCH
           ELSE
              MOVE 'N' TO WS-REFERRAL-FOUND-SWITCH
           END-IF

           IF WS-REFERRAL-FOUND
                 AND UR-EXPIRY-DATE = SR-EXPIRY-DATE
              PERFORM 3400-APPLY-REFERRAL-STATUS
           ELSE
              PERFORM 3300-EVALUATE-THRESHOLDS
              PERFORM 3500-APPLY-INDICATED-ACTION
           END-IF

           PERFORM 3700-WRITE-REVIEWED-SELECTION
           PERFORM 3800-WRITE-REGISTER-LINE
           PERFORM 3050-READ-CANDIDATE.

      *    ---------------------------------------------------------
      *    The claims history is keyed policy then claim, so one
      *    START positions on the policy's first claim.  A claim
      *    counts when its loss date falls in the look-back period;
      *    its incurred loss is paid plus outstanding reserve.
      *    ---------------------------------------------------------
       3200-ACCUMULATE-LOSS-HISTORY.
           MOVE ZERO TO WS-LOSS-CLAIM-COUNT
           MOVE ZERO TO WS-LOSS-INCURRED
           MOVE ZERO TO WS-LOSS-CAUSE-COUNT

           MOVE 'N' TO WS-CLAIMS-DONE-SWITCH
           MOVE SR-POLICY-NUMBER TO CH-POLICY-NUMBER
           MOVE LOW-VALUES TO CH-CLAIM-NUMBER
           START CLAIM-HISTORY-FILE KEY NOT LESS THAN CH-KEY
           IF NOT WS-HISTORY-FILE-OK
              MOVE 'Y' TO WS-CLAIMS-DONE-SWITCH
           END-IF
           PERFORM 3210-READ-ONE-CLAIM UNTIL WS-CLAIMS-DONE.

       3210-READ-ONE-CLAIM.
           READ CLAIM-HISTORY-FILE NEXT RECORD
               AT END
                  MOVE 'Y' TO WS-CLAIMS-DONE-SWITCH
               NOT AT END
                  IF CH-POLICY-NUMBER NOT = SR-POLICY-NUMBER
                     MOVE 'Y' TO WS-CLAIMS-DONE-SWITCH
                  ELSE
                     IF CH-LOSS-DATE NOT < WS-LOOK-BACK-DATE
                           AND CH-LOSS-DATE NOT > WS-CURRENT-YYYYMMDD
                        PERFORM 3220-ADD-ONE-CLAIM
                     END-IF
                  END-IF
           END-READ.

       3220-ADD-ONE-CLAIM.
           COMPUTE WS-CLAIM-INCURRED =
               CH-PAID-AMOUNT + CH-RESERVE-AMOUNT
           ADD 1 TO WS-LOSS-CLAIM-COUNT
           ADD WS-CLAIM-INCURRED TO WS-LOSS-INCURRED

           PERFORM VARYING WS-LOSS-CAUSE-SUB FROM 1 BY 1
                   UNTIL WS-LOSS-CAUSE-SUB > WS-LOSS-CAUSE-COUNT
                      OR WS-LC-CAUSE (WS-LOSS-CAUSE-SUB) =
                         CH-CAUSE-OF-LOSS
              CONTINUE
           END-PERFORM
           IF WS-LOSS-CAUSE-SUB > WS-LOSS-CAUSE-COUNT
              IF WS-LOSS-CAUSE-COUNT < 50
                 ADD 1 TO WS-LOSS-CAUSE-COUNT
                 MOVE CH-CAUSE-OF-LOSS
                    TO WS-LC-CAUSE (WS-LOSS-CAUSE-COUNT)
                 MOVE ZERO TO WS-LC-CLAIM-COUNT (WS-LOSS-CAUSE-COUNT)
                 MOVE ZERO TO WS-LC-INCURRED (WS-LOSS-CAUSE-COUNT)
              ELSE
                 MOVE ZERO TO WS-LOSS-CAUSE-SUB
              END-IF
           END-IF
           IF WS-LOSS-CAUSE-SUB > ZERO
              ADD 1 TO WS-LC-CLAIM-COUNT (WS-LOSS-CAUSE-SUB)
              ADD WS-CLAIM-INCURRED
                 TO WS-LC-INCURRED (WS-LOSS-CAUSE-SUB)
           END-IF.

      *    ---------------------------------------------------------
      *    Tests the candidate's loss history against every
      *    threshold on the table.  The most severe action met
      *    wins, its first threshold giving the reason; the
      *    surcharge is the highest of the surcharge thresholds
      *    met.
      *    ---------------------------------------------------------
       3300-EVALUATE-THRESHOLDS.
           MOVE ZERO TO WS-INDICATED-RANK
           MOVE SPACE TO WS-INDICATED-ACTION
           MOVE ZERO TO WS-INDICATED-PCT
           MOVE SPACES TO WS-TRIGGER-REASON
           PERFORM VARYING WS-THRESHOLD-SUB FROM 1 BY 1
                   UNTIL WS-THRESHOLD-SUB > HO3-LOSS-THRESHOLD-COUNT
              PERFORM 3310-TEST-ONE-THRESHOLD
           END-PERFORM.

       3310-TEST-ONE-THRESHOLD.
           PERFORM 3320-FIND-TEST-FIGURE
           IF HO3-LOSS-THRESHOLD (WS-THRESHOLD-SUB) > ZERO
                 AND WS-TEST-FIGURE NOT <
                    HO3-LOSS-THRESHOLD (WS-THRESHOLD-SUB)
              EVALUATE TRUE
                  WHEN HO3-LOSS-ACTION-NON-RENEW (WS-THRESHOLD-SUB)
                     MOVE 3 TO WS-TEST-RANK
                  WHEN HO3-LOSS-ACTION-REFER (WS-THRESHOLD-SUB)
                     MOVE 2 TO WS-TEST-RANK
                  WHEN HO3-LOSS-ACTION-SURCHARGE (WS-THRESHOLD-SUB)
                     MOVE 1 TO WS-TEST-RANK
                     IF HO3-LOSS-SURCHARGE-PCT (WS-THRESHOLD-SUB) >
                           WS-INDICATED-PCT
                        MOVE HO3-LOSS-SURCHARGE-PCT (WS-THRESHOLD-SUB)
                           TO WS-INDICATED-PCT
                     END-IF
                  WHEN OTHER
                     MOVE ZERO TO WS-TEST-RANK
              END-EVALUATE
              IF WS-TEST-RANK > WS-INDICATED-RANK
                 MOVE WS-TEST-RANK TO WS-INDICATED-RANK
                 MOVE HO3-LOSS-ACTION (WS-THRESHOLD-SUB)
                    TO WS-INDICATED-ACTION
                 PERFORM 3330-BUILD-TRIGGER-REASON
              END-IF
           END-IF.

      *    The figure a threshold is tested against: the all-causes
      *    total for a '**' threshold, otherwise the cause's own
      *    total (zero when the candidate has no claim of that
      *    cause in the look-back period).
       3320-FIND-TEST-FIGURE.
           MOVE ZERO TO WS-TEST-FIGURE
           IF HO3-LOSS-CAUSE (WS-THRESHOLD-SUB) = '**'
              IF HO3-LOSS-MEASURE-COUNT (WS-THRESHOLD-SUB)
                 MOVE WS-LOSS-CLAIM-COUNT TO WS-TEST-FIGURE
              ELSE
                 MOVE WS-LOSS-INCURRED TO WS-TEST-FIGURE
              END-IF
           ELSE
              PERFORM VARYING WS-LOSS-CAUSE-SUB FROM 1 BY 1
                      UNTIL WS-LOSS-CAUSE-SUB > WS-LOSS-CAUSE-COUNT
                 IF WS-LC-CAUSE (WS-LOSS-CAUSE-SUB) =
                       HO3-LOSS-CAUSE (WS-THRESHOLD-SUB)
                    IF HO3-LOSS-MEASURE-COUNT (WS-THRESHOLD-SUB)
                       MOVE WS-LC-CLAIM-COUNT (WS-LOSS-CAUSE-SUB)
                          TO WS-TEST-FIGURE
                    ELSE
                       MOVE WS-LC-INCURRED (WS-LOSS-CAUSE-SUB)
                          TO WS-TEST-FIGURE
                    END-IF
                 END-IF
              END-PERFORM
           END-IF.

       3330-BUILD-TRIGGER-REASON.
           IF HO3-LOSS-CAUSE (WS-THRESHOLD-SUB) = '**'
              MOVE 'ALL' TO WS-RSN-CAUSE
           ELSE
              MOVE HO3-LOSS-CAUSE (WS-THRESHOLD-SUB) TO WS-RSN-CAUSE
           END-IF
           MOVE SPACES TO WS-TRIGGER-REASON
           IF HO3-LOSS-MEASURE-COUNT (WS-THRESHOLD-SUB)
              MOVE WS-TEST-FIGURE TO WS-RSN-COUNT
              MOVE HO3-LOSS-THRESHOLD (WS-THRESHOLD-SUB)
                 TO WS-RSN-LIMIT-COUNT
              STRING WS-RSN-CAUSE DELIMITED BY SPACE
                 ' CLAIMS ' DELIMITED BY SIZE
                 WS-RSN-COUNT DELIMITED BY SIZE
                 ' LIMIT ' DELIMITED BY SIZE
                 WS-RSN-LIMIT-COUNT DELIMITED BY SIZE
                 INTO WS-TRIGGER-REASON
           ELSE
              MOVE WS-TEST-FIGURE TO WS-RSN-AMOUNT
              MOVE HO3-LOSS-THRESHOLD (WS-THRESHOLD-SUB)
                 TO WS-RSN-LIMIT-AMOUNT
              STRING WS-RSN-CAUSE DELIMITED BY SPACE
                 ' INCURRED ' DELIMITED BY SIZE
                 WS-RSN-AMOUNT DELIMITED BY SIZE
                 ' LIMIT ' DELIMITED BY SIZE
                 WS-RSN-LIMIT-AMOUNT DELIMITED BY SIZE
                 INTO WS-TRIGGER-REASON
           END-IF.

      *    ---------------------------------------------------------
      *    A candidate referred for this term follows the referral:
      *    still pending, it is held back and listed again on the
      *    worklist; decided, the underwriter's decision stands.
      *    An underwriter's non-renewal that can no longer clear
      *    the state notice lead is put back to pending for the
      *    underwriter to decide again.
      *    ---------------------------------------------------------
       3400-APPLY-REFERRAL-STATUS.
           MOVE UR-CLAIM-COUNT TO WS-LOSS-CLAIM-COUNT
           MOVE UR-INCURRED-AMOUNT TO WS-LOSS-INCURRED
           EVALUATE TRUE
               WHEN UR-DECIDED-RENEW
                  MOVE 'R' TO WS-UW-DECISION
                  MOVE 'UNDERWRITER DECISION - RENEW'
                     TO WS-DECISION-REASON
               WHEN UR-DECIDED-SURCHARGE
                  MOVE 'S' TO WS-UW-DECISION
                  MOVE UR-SURCHARGE-PCT TO WS-DECISION-PCT
                  MOVE 'UNDERWRITER DECISION - SURCHARGE'
                     TO WS-DECISION-REASON
               WHEN UR-DECIDED-NON-RENEW
                  PERFORM 3520-CHECK-NOTICE-LEAD
                  IF WS-LEAD-CLEAR
                     MOVE UR-UNDERWRITER-ID TO WS-CX-USER-ID
                     PERFORM 3530-WRITE-NON-RENEWAL
                     IF WS-UW-DECISION = 'N'
                        MOVE 'UNDERWRITER DECISION - NON-RENEW'
                           TO WS-DECISION-REASON
                     ELSE
                        MOVE WS-DECISION-REASON
                           TO UR-REFERRAL-REASON
                        MOVE 'P' TO UR-REFERRAL-STATUS
                        PERFORM 3620-REWRITE-REFERRAL
                        PERFORM 3650-RELEASE-WORKLIST
                     END-IF
                  ELSE
                     MOVE 'UW NON-RENEW PAST STATE NOTICE LEAD'
                        TO UR-REFERRAL-REASON
                     MOVE 'P' TO UR-REFERRAL-STATUS
                     PERFORM 3620-REWRITE-REFERRAL
                     PERFORM 3650-RELEASE-WORKLIST
                  END-IF
               WHEN OTHER
                  PERFORM 3650-RELEASE-WORKLIST
           END-EVALUATE.

       3500-APPLY-INDICATED-ACTION.
           MOVE WS-TRIGGER-REASON TO WS-DECISION-REASON
           EVALUATE TRUE
               WHEN WS-INDICATE-NON-RENEW
                  PERFORM 3510-NON-RENEW-CANDIDATE
               WHEN WS-INDICATE-REFER
                  PERFORM 3600-REFER-CANDIDATE
               WHEN WS-INDICATE-SURCHARGE
                  MOVE 'S' TO WS-UW-DECISION
                  MOVE WS-INDICATED-PCT TO WS-DECISION-PCT
               WHEN OTHER
                  MOVE 'R' TO WS-UW-DECISION
           END-EVALUATE.

       3510-NON-RENEW-CANDIDATE.
           PERFORM 3520-CHECK-NOTICE-LEAD
           IF WS-LEAD-CLEAR
              MOVE 'HO3UWREV' TO WS-CX-USER-ID
              PERFORM 3530-WRITE-NON-RENEWAL
              IF WS-UW-DECISION NOT = 'N'
                 PERFORM 3600-REFER-CANDIDATE
              END-IF
           ELSE
              ADD 1 TO WS-LATE-NON-RENEW-COUNT
              MOVE 'NON-RENEW INDICATED - PAST NOTICE LEAD'
                 TO WS-DECISION-REASON
              PERFORM 3600-REFER-CANDIDATE
           END-IF.

      *    ---------------------------------------------------------
      *    HO3CANCL applies the non-renewal on tomorrow night's run
      *    and enforces the state notice lead from its own run date,
      *    so the expiry date must clear the lead from tomorrow.  No
      *    entry on file for the state means no state mandate.
      *    ---------------------------------------------------------
       3520-CHECK-NOTICE-LEAD.
           MOVE ZERO TO WS-LEAD-DAYS
           SET HO3-NOTICE-LEAD-IDX TO 1
           SEARCH HO3-NOTICE-LEAD-ENTRY
               AT END
                  CONTINUE
               WHEN HO3-NOTICE-LEAD-IDX > HO3-NOTICE-LEAD-COUNT
                  CONTINUE
               WHEN HO3-NOTICE-LEAD-STATE (HO3-NOTICE-LEAD-IDX) =
                       SR-STATE-CODE
                  MOVE HO3-NOTICE-LEAD-DAYS (HO3-NOTICE-LEAD-IDX)
                     TO WS-LEAD-DAYS
           END-SEARCH

           COMPUTE WS-EARLIEST-INT = WS-TODAY-INT + 1 + WS-LEAD-DAYS
           COMPUTE WS-EXPIRY-INT =
               FUNCTION INTEGER-OF-DATE (SR-EXPIRY-DATE)
           IF WS-EXPIRY-INT < WS-EARLIEST-INT
              MOVE 'N' TO WS-LEAD-CLEAR-SWITCH
           ELSE
              MOVE 'Y' TO WS-LEAD-CLEAR-SWITCH
           END-IF.

       3530-WRITE-NON-RENEWAL.
           MOVE 'N' TO CX-TRAN-TYPE
           MOVE SR-POLICY-NUMBER TO CX-POLICY-NUMBER
           MOVE 'U' TO CX-REASON-CODE
           MOVE SR-EXPIRY-DATE TO CX-CANCEL-EFFECTIVE-DATE
           MOVE WS-CX-USER-ID TO CX-USER-ID
           WRITE HO3-CANCEL-TRANSACTION
           IF NOT WS-TRAN-FILE-OK
              DISPLAY 'HO3UWREV: NON-RENEWAL WRITE FAILED FOR POLICY '
                 CX-POLICY-NUMBER ' STATUS=' WS-TRAN-FILE-STATUS
              ADD 1 TO WS-WRITE-ERROR-COUNT
      *       With no transaction cut the policy must not slip
      *       through to renewal either - it is held as pending and
      *       put back on the worklist for the underwriter.
              MOVE 'P' TO WS-UW-DECISION
              MOVE 'NON-RENEWAL TRANSACTION WRITE FAILED'
                 TO WS-DECISION-REASON
           ELSE
              MOVE 'N' TO WS-UW-DECISION
              ADD 1 TO WS-NON-RENEW-COUNT
           END-IF.

      *    ---------------------------------------------------------
      *    A new referral replaces any referral on file from an
      *    earlier term.
      *    ---------------------------------------------------------
       3600-REFER-CANDIDATE.
           MOVE SR-POLICY-NUMBER TO UR-POLICY-NUMBER
           MOVE SR-EXPIRY-DATE TO UR-EXPIRY-DATE
           MOVE SR-STATE-CODE TO UR-STATE-CODE
           MOVE SR-INSURED-NAME TO UR-INSURED-NAME
           MOVE WS-CURRENT-YYYYMMDD TO UR-REFERRAL-DATE
           MOVE 'P' TO UR-REFERRAL-STATUS
           MOVE WS-LOSS-CLAIM-COUNT TO UR-CLAIM-COUNT
           MOVE WS-LOSS-INCURRED TO UR-INCURRED-AMOUNT
           MOVE WS-INDICATED-PCT TO UR-INDICATED-SURCHARGE-PCT
           MOVE WS-DECISION-REASON TO UR-REFERRAL-REASON
           MOVE ZERO TO UR-DECISION-DATE
           MOVE ZERO TO UR-SURCHARGE-PCT
           MOVE SPACES TO UR-UNDERWRITER-ID
           IF WS-REFERRAL-FOUND
              PERFORM 3620-REWRITE-REFERRAL
           ELSE
              WRITE HO3-UW-REFERRAL-RECORD
              IF NOT WS-REFERRAL-FILE-OK
                 DISPLAY 'HO3UWREV: REFERRAL WRITE FAILED FOR POLICY '
                    UR-POLICY-NUMBER ' STATUS='
                    WS-REFERRAL-FILE-STATUS
                 ADD 1 TO WS-WRITE-ERROR-COUNT
              END-IF
           END-IF
           ADD 1 TO WS-NEW-REFERRAL-COUNT
           PERFORM 3650-RELEASE-WORKLIST.

       3620-REWRITE-REFERRAL.
           REWRITE HO3-UW-REFERRAL-RECORD
           IF NOT WS-REFERRAL-FILE-OK
              DISPLAY 'HO3UWREV: REFERRAL REWRITE FAILED FOR POLICY '
                 UR-POLICY-NUMBER ' STATUS=' WS-REFERRAL-FILE-STATUS
              ADD 1 TO WS-WRITE-ERROR-COUNT
           END-IF.

       3650-RELEASE-WORKLIST.
           MOVE 'P' TO WS-UW-DECISION
           MOVE UR-REFERRAL-REASON TO WS-DECISION-REASON
           MOVE SR-STATE-CODE TO WK-STATE-CODE
           MOVE SR-EXPIRY-DATE TO WK-EXPIRY-DATE
           MOVE SR-POLICY-NUMBER TO WK-POLICY-NUMBER
           MOVE SR-INSURED-NAME TO WK-INSURED-NAME
           MOVE UR-REFERRAL-DATE TO WK-REFERRAL-DATE
           MOVE UR-CLAIM-COUNT TO WK-CLAIM-COUNT
           MOVE UR-INCURRED-AMOUNT TO WK-INCURRED-AMOUNT
           MOVE UR-REFERRAL-REASON TO WK-REFERRAL-REASON
           RELEASE REFERRAL-SORT-RECORD
           ADD 1 TO WS-PENDING-COUNT.

       3700-WRITE-REVIEWED-SELECTION.
           MOVE SELECTED-RENEWAL-RECORD TO REVIEWED-RENEWAL-RECORD
           MOVE WS-UW-DECISION TO RV-UW-DECISION
           MOVE WS-DECISION-PCT TO RV-LOSS-SURCHARGE-PCT
           WRITE REVIEWED-RENEWAL-RECORD
           IF NOT WS-REVIEWED-FILE-OK
              DISPLAY 'HO3UWREV: HO3RNUWS WRITE FAILED FOR POLICY '
                 RV-POLICY-NUMBER ' STATUS=' WS-REVIEWED-FILE-STATUS
              ADD 1 TO WS-WRITE-ERROR-COUNT
           END-IF.

       3800-WRITE-REGISTER-LINE.
           MOVE SR-POLICY-NUMBER TO WS-REG-POLICY-NUMBER
           MOVE SR-STATE-CODE TO WS-REG-STATE-CODE
           MOVE SR-EXPIRY-DATE TO WS-REG-EXPIRY-DATE
           MOVE WS-LOSS-CLAIM-COUNT TO WS-REG-CLAIM-COUNT
           MOVE WS-LOSS-INCURRED TO WS-REG-INCURRED
           COMPUTE WS-REG-PCT-WORK = WS-DECISION-PCT * 100
           MOVE WS-REG-PCT-WORK TO WS-REG-SURCHARGE-PCT
           MOVE WS-DECISION-REASON TO WS-REG-REASON
           EVALUATE TRUE
               WHEN WS-DECIDE-RENEW
                  MOVE 'RENEW' TO WS-REG-DECISION
                  ADD 1 TO WS-RENEW-COUNT
               WHEN WS-DECIDE-SURCHARGE
                  MOVE 'RENEW - SURCHARGE' TO WS-REG-DECISION
                  ADD 1 TO WS-SURCHARGE-COUNT
               WHEN WS-DECIDE-NON-RENEW
                  MOVE 'NON-RENEW' TO WS-REG-DECISION
               WHEN OTHER
                  MOVE 'REFERRED - PENDING' TO WS-REG-DECISION
           END-EVALUATE
           WRITE REVIEW-REGISTER-LINE FROM WS-REGISTER-DETAIL.

      *    ---------------------------------------------------------
      *    SORT output procedure - the referral worklist, every
      *    candidate pending an underwriter's decision, by state
      *    and expiry date, with state and grand totals.
      *    ---------------------------------------------------------
       4000-BUILD-WORKLIST.
           OPEN OUTPUT REFERRAL-WORKLIST-FILE
           IF NOT WS-WORKLIST-FILE-OK
              DISPLAY 'HO3UWREV: UNABLE TO OPEN HO3UWWRP, STATUS='
                 WS-WORKLIST-FILE-STATUS
           END-IF

           MOVE WS-CURRENT-YYYYMMDD TO WS-WTL-RUN-DATE
           WRITE REFERRAL-WORKLIST-LINE FROM WS-WORKLIST-TITLE

           PERFORM 4100-RETURN-SORT-RECORD
           PERFORM 4200-PROCESS-SORTED-RECORD
              UNTIL WS-SORT-END-OF-FILE

           IF NOT WS-FIRST-STATE
              PERFORM 4300-WRITE-STATE-TOTAL
           END-IF

           MOVE WS-PENDING-COUNT TO WS-GRT-COUNT
           WRITE REFERRAL-WORKLIST-LINE FROM WS-GRAND-TOTAL-LINE

           CLOSE REFERRAL-WORKLIST-FILE.

       4100-RETURN-SORT-RECORD.
           RETURN REFERRAL-SORT-FILE
               AT END
                  MOVE 'Y' TO WS-SORT-EOF-SWITCH
           END-RETURN.

       4200-PROCESS-SORTED-RECORD.
           IF WK-STATE-CODE NOT = WS-PRIOR-STATE-CODE
                 OR WS-FIRST-STATE
              IF NOT WS-FIRST-STATE
                 PERFORM 4300-WRITE-STATE-TOTAL
              END-IF
              MOVE WK-STATE-CODE TO WS-HDG-STATE-CODE
              WRITE REFERRAL-WORKLIST-LINE FROM WS-STATE-HEADING
              MOVE WK-STATE-CODE TO WS-PRIOR-STATE-CODE
              MOVE ZERO TO WS-STATE-COUNT
              MOVE 'N' TO WS-FIRST-STATE-SWITCH
           END-IF

           MOVE WK-POLICY-NUMBER TO WS-WKL-POLICY-NUMBER
           MOVE WK-INSURED-NAME TO WS-WKL-INSURED-NAME
           MOVE WK-EXPIRY-DATE TO WS-WKL-EXPIRY-DATE
           MOVE WK-REFERRAL-DATE TO WS-WKL-REFERRAL-DATE
           MOVE WK-CLAIM-COUNT TO WS-WKL-CLAIM-COUNT
           MOVE WK-INCURRED-AMOUNT TO WS-WKL-INCURRED
           MOVE WK-REFERRAL-REASON TO WS-WKL-REASON
           WRITE REFERRAL-WORKLIST-LINE FROM WS-WORKLIST-DETAIL
           ADD 1 TO WS-STATE-COUNT

           PERFORM 4100-RETURN-SORT-RECORD.

       4300-WRITE-STATE-TOTAL.
           MOVE WS-STATE-COUNT TO WS-STT-COUNT
           WRITE REFERRAL-WORKLIST-LINE FROM WS-STATE-TOTAL-LINE.

       5000-WRITE-REGISTER-TOTALS.
           MOVE 'CANDIDATES REVIEWED' TO WS-CNT-LABEL
           MOVE WS-CANDIDATE-COUNT TO WS-CNT-COUNT
           WRITE REVIEW-REGISTER-LINE FROM WS-COUNT-LINE
           MOVE 'RENEW AS IS' TO WS-CNT-LABEL
           MOVE WS-RENEW-COUNT TO WS-CNT-COUNT
           WRITE REVIEW-REGISTER-LINE FROM WS-COUNT-LINE
           MOVE 'RENEW WITH LOSS SURCHARGE' TO WS-CNT-LABEL
           MOVE WS-SURCHARGE-COUNT TO WS-CNT-COUNT
           WRITE REVIEW-REGISTER-LINE FROM WS-COUNT-LINE
           MOVE 'NON-RENEWALS CUT TO HO3UWNRX' TO WS-CNT-LABEL
           MOVE WS-NON-RENEW-COUNT TO WS-CNT-COUNT
           WRITE REVIEW-REGISTER-LINE FROM WS-COUNT-LINE
           MOVE 'PENDING UNDERWRITER DECISION' TO WS-CNT-LABEL
           MOVE WS-PENDING-COUNT TO WS-CNT-COUNT
           WRITE REVIEW-REGISTER-LINE FROM WS-COUNT-LINE
           MOVE '  REFERRED TONIGHT' TO WS-CNT-LABEL
           MOVE WS-NEW-REFERRAL-COUNT TO WS-CNT-COUNT
           WRITE REVIEW-REGISTER-LINE FROM WS-COUNT-LINE
           MOVE '  NON-RENEW PAST NOTICE LEAD' TO WS-CNT-LABEL
           MOVE WS-LATE-NON-RENEW-COUNT TO WS-CNT-COUNT
           WRITE REVIEW-REGISTER-LINE FROM WS-COUNT-LINE
           MOVE 'DECISIONS READ' TO WS-CNT-LABEL
           MOVE WS-DECISION-COUNT TO WS-CNT-COUNT
           WRITE REVIEW-REGISTER-LINE FROM WS-COUNT-LINE
           MOVE 'DECISIONS APPLIED' TO WS-CNT-LABEL
           MOVE WS-DECISION-APPLIED-COUNT TO WS-CNT-COUNT
           WRITE REVIEW-REGISTER-LINE FROM WS-COUNT-LINE
           MOVE 'DECISIONS REJECTED' TO WS-CNT-LABEL
           MOVE WS-DECISION-REJECT-COUNT TO WS-CNT-COUNT
           WRITE REVIEW-REGISTER-LINE FROM WS-COUNT-LINE.

       9000-TERMINATE.
           IF WS-SELECTED-FILE-OK OR WS-SELECTED-FILE-EOF
              CLOSE RENEWAL-SELECTED-FILE
           END-IF
           IF WS-HISTORY-FILE-OK OR WS-HISTORY-FILE-EOF
              CLOSE CLAIM-HISTORY-FILE
           END-IF
           IF WS-REFERRAL-FILE-OK OR WS-REFERRAL-NOT-FOUND
              CLOSE UW-REFERRAL-FILE
           END-IF
           IF WS-DECISION-FILE-OK OR WS-DECISION-FILE-EOF
              CLOSE UW-DECISION-FILE
           END-IF
           CLOSE NON-RENEWAL-TRANSACTION-FILE
           CLOSE REVIEWED-RENEWAL-FILE
           CLOSE REVIEW-REGISTER-FILE

           IF WS-WRITE-ERROR-COUNT > ZERO
              MOVE 8 TO RETURN-CODE
           END-IF

           DISPLAY 'HO3UWREV: CANDIDATES REVIEWED = '
              WS-CANDIDATE-COUNT
           DISPLAY 'HO3UWREV: RENEW AS IS = ' WS-RENEW-COUNT
           DISPLAY 'HO3UWREV: RENEW WITH LOSS SURCHARGE = '
              WS-SURCHARGE-COUNT
           DISPLAY 'HO3UWREV: NON-RENEWALS CUT = ' WS-NON-RENEW-COUNT
           DISPLAY 'HO3UWREV: PENDING UNDERWRITER DECISION = '
              WS-PENDING-COUNT
           DISPLAY 'HO3UWREV: DECISIONS APPLIED = '
              WS-DECISION-APPLIED-COUNT
           DISPLAY 'HO3UWREV: DECISIONS REJECTED = '
              WS-DECISION-REJECT-COUNT
           DISPLAY 'HO3UWREV: WRITE ERRORS = ' WS-WRITE-ERROR-COUNT

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
           MOVE 'HO3UWREV' TO RC-PROGRAM-ID
           MOVE 'HO3RENEW' TO RC-PREDECESSOR-ID
           MOVE ZERO TO RC-GENERATION-STAMP
           CALL 'HO3RUNLG' USING HO3-RUN-CONTROL-PARMS
           IF RC-GATE-FAILED
              DISPLAY 'HO3UWREV: PREDECESSOR HO3RENEW HAS NOT '
                 'COMPLETED CLEAN TONIGHT - RUN REFUSED'
              MOVE 8 TO RETURN-CODE
           END-IF.

       8900-WRITE-RUN-END.
           MOVE 'END  ' TO RC-FUNCTION-CODE
           MOVE WS-CANDIDATE-COUNT TO RC-RECORDS-IN
           MOVE WS-CANDIDATE-COUNT TO RC-RECORDS-OUT
           COMPUTE RC-EXCEPTION-COUNT =
               WS-DECISION-REJECT-COUNT + WS-WRITE-ERROR-COUNT
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
