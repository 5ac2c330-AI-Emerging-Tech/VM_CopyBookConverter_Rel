       IDENTIFICATION DIVISION.
       PROGRAM-ID. HO3RENIS.
      *    Renewal issuance run.
      *    Takes the renewal candidates HO3RENEW selected, as
      *    reviewed against their loss history by HO3UWREV (the
      *    HO3RNUWS reviewed selection file), and actually renews
      *    each accepted policy on the HO3POLVS master, instead of a
      *    person keying every renewal as a HO3MAINT change
      *    transaction by hand.  A candidate the review held back -
      *    referred and still awaiting an underwriter's decision, or
      *    cut for non-renewal - is listed on the exception report
      *    as held and not renewed.  A policy
      *    HO3CANCL has since cancelled, non-renewed, or put into
      *    pending cancel is not renewed - only an active policy
      *    issues - and a policy whose EXPIRY-DATE on the master no
      *    entries for both dates to HO3AUDIT (EXTEND, the shared
      *    log, like HO3MAINT and HO3INDX), and cuts one renewal
      *    declaration record per policy to the print-vendor
      *    extract.  The review's loss-history surcharge (zero for a
      *    policy renewed as is) is set on the master for the new
      *    term, audited when it changes, and priced by HO3PREM.
      *    The coverage amounts are not touched here, so
      *    whatever HO3INDX already indexed rides into the new term
      *    unchanged.

               RECORD KEY IS POLICY-NUMBER
               FILE STATUS IS WS-MASTER-FILE-STATUS.

           SELECT RENEWAL-SELECTED-FILE ASSIGN TO "HO3RNUWS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SELECTED-FILE-STATUS.

       FD  HO3-POLICY-MASTER.
           COPY HO3-POLICY.

      *    Same layout HO3UWREV writes: HO3RENEW's selection with the
      *    underwriting review's decision and surcharge on it.
       FD  RENEWAL-SELECTED-FILE.
       01  SELECTED-RENEWAL-RECORD.
           05 SR-STATE-CODE           PIC X(2).
           05 SR-POLICY-NUMBER        PIC X(10).
           05 SR-INSURED-NAME         PIC X(30).
           05 SR-EFFECTIVE-DATE       PIC 9(8).
           05 SR-UW-DECISION          PIC X(1).
              88 SR-UW-RENEW          VALUE 'R'.
              88 SR-UW-RENEW-SURCHARGE VALUE 'S'.
              88 SR-UW-PENDING        VALUE 'P'.
              88 SR-UW-NON-RENEW      VALUE 'N'.
           05 SR-LOSS-SURCHARGE-PCT   PIC 9V999.

       FD  AUDIT-LOG-FILE.
           COPY HO3-AUDIT.
       01  WS-ISSUED-COUNT            PIC 9(9) VALUE ZERO.
       01  WS-NOT-ACTIVE-COUNT        PIC 9(9) VALUE ZERO.
       01  WS-REJECT-COUNT            PIC 9(9) VALUE ZERO.
       01  WS-HELD-PENDING-COUNT      PIC 9(9) VALUE ZERO.
       01  WS-HELD-NON-RENEW-COUNT    PIC 9(9) VALUE ZERO.

       01  WS-OLD-EFFECTIVE-DATE      PIC 9(8).
       01  WS-OLD-EXPIRY-DATE         PIC 9(8).
       01  WS-OLD-LOSS-SURCHARGE-PCT  PIC 9V999.
       01  WS-AUDIT-PCT               PIC 9.999.
       01  WS-LEAP-REMAINDER          PIC 9(3).

      *    Date work area for the one-year term advance; February 29

           OPEN INPUT RENEWAL-SELECTED-FILE
           IF NOT WS-SELECTED-FILE-OK
              DISPLAY 'HO3RENIS: UNABLE TO OPEN HO3RNUWS, STATUS='
                 WS-SELECTED-FILE-STATUS
              MOVE 'Y' TO WS-EOF-SWITCH
           END-IF

       2000-PROCESS-CANDIDATE.
           ADD 1 TO WS-CANDIDATE-COUNT
           IF SR-UW-PENDING OR SR-UW-NON-RENEW
              PERFORM 2050-HOLD-CANDIDATE
           ELSE
              MOVE SR-POLICY-NUMBER TO POLICY-NUMBER
              READ HO3-POLICY-MASTER
              IF NOT WS-MASTER-FILE-OK
                 MOVE 'POLICY NOT ON MASTER' TO WS-EXC-REASON
                 PERFORM 2600-WRITE-EXCEPTION
              ELSE
                 PERFORM 2200-ISSUE-ONE-RENEWAL
              END-IF
           END-IF
           PERFORM 2100-READ-CANDIDATE.

      *    ---------------------------------------------------------
      *    A candidate the underwriting review held back is listed
      *    but not counted as a reject: a referral renews on the
      *    run after an underwriter decides it, and a non-renewal
      *    is applied by HO3CANCL.
      *    ---------------------------------------------------------
       2050-HOLD-CANDIDATE.
           IF SR-UW-PENDING
              ADD 1 TO WS-HELD-PENDING-COUNT
              MOVE 'HELD - AWAITING UNDERWRITER DECISION'
                 TO WS-EXC-REASON
           ELSE
              ADD 1 TO WS-HELD-NON-RENEW-COUNT
              MOVE 'HELD - NON-RENEWED ON LOSS HISTORY'
                 TO WS-EXC-REASON
           END-IF
           MOVE SR-POLICY-NUMBER TO WS-EXC-POLICY-NUMBER
           MOVE WS-EXCEPTION-DETAIL TO RENEWAL-EXCEPTION-LINE
           WRITE RENEWAL-EXCEPTION-LINE
           MOVE SPACES TO WS-EXC-REASON.

       2100-READ-CANDIDATE.
           READ RENEWAL-SELECTED-FILE
               AT END
       2300-ADVANCE-POLICY-TERM.
           MOVE EFFECTIVE-DATE TO WS-OLD-EFFECTIVE-DATE
           MOVE EXPIRY-DATE TO WS-OLD-EXPIRY-DATE
           IF LOSS-SURCHARGE-PCT IS NUMERIC
              MOVE LOSS-SURCHARGE-PCT TO WS-OLD-LOSS-SURCHARGE-PCT
           ELSE
              MOVE ZERO TO WS-OLD-LOSS-SURCHARGE-PCT
           END-IF

           MOVE EXPIRY-DATE TO EFFECTIVE-DATE
           MOVE EXPIRY-DATE TO WS-DATE-WORK
           PERFORM 8100-ADD-ONE-YEAR
           MOVE WS-DATE-WORK TO EXPIRY-DATE
           IF SR-UW-RENEW-SURCHARGE
              MOVE SR-LOSS-SURCHARGE-PCT TO LOSS-SURCHARGE-PCT
           ELSE
              MOVE ZERO TO LOSS-SURCHARGE-PCT
           END-IF

           REWRITE HO3-POLICY-RECORD
           IF NOT WS-MASTER-FILE-OK

      *    ---------------------------------------------------------
      *    One standard before/after audit entry per advanced date
      *    field, and one for a changed loss-history surcharge, in
      *    the same HO3-AUDIT-RECORD layout HO3MAINT writes,
      *    transaction type 'C' (change).
      *    ---------------------------------------------------------
       2400-WRITE-RENEWAL-AUDIT.
           MOVE 'EFFECTIVE-DATE' TO AUD-FIELD-NAME
           MOVE 'EXPIRY-DATE' TO AUD-FIELD-NAME
           MOVE WS-OLD-EXPIRY-DATE TO AUD-OLD-VALUE
           MOVE EXPIRY-DATE TO AUD-NEW-VALUE
           PERFORM 2410-WRITE-ONE-AUDIT-RECORD

           IF LOSS-SURCHARGE-PCT NOT = WS-OLD-LOSS-SURCHARGE-PCT
              MOVE 'LOSS-SURCHARGE-PCT' TO AUD-FIELD-NAME
              MOVE WS-OLD-LOSS-SURCHARGE-PCT TO WS-AUDIT-PCT
              MOVE WS-AUDIT-PCT TO AUD-OLD-VALUE
              MOVE LOSS-SURCHARGE-PCT TO WS-AUDIT-PCT
              MOVE WS-AUDIT-PCT TO AUD-NEW-VALUE
              PERFORM 2410-WRITE-ONE-AUDIT-RECORD
           END-IF.

       2410-WRITE-ONE-AUDIT-RECORD.
           MOVE POLICY-NUMBER TO AUD-POLICY-NUMBER
           DISPLAY 'HO3RENIS: RENEWALS ISSUED = ' WS-ISSUED-COUNT
           DISPLAY 'HO3RENIS: NO LONGER ACTIVE (NOT RENEWED) = '
              WS-NOT-ACTIVE-COUNT
           DISPLAY 'HO3RENIS: HELD FOR UNDERWRITER DECISION = '
              WS-HELD-PENDING-COUNT
           DISPLAY 'HO3RENIS: HELD FOR NON-RENEWAL = '
              WS-HELD-NON-RENEW-COUNT
           DISPLAY 'HO3RENIS: REJECTED = ' WS-REJECT-COUNT

           IF RC-GATE-PASSED
       1900-WRITE-RUN-START.
           MOVE 'START' TO RC-FUNCTION-CODE
           MOVE 'HO3RENIS' TO RC-PROGRAM-ID
           MOVE 'HO3UWREV' TO RC-PREDECESSOR-ID
           MOVE ZERO TO RC-GENERATION-STAMP
           CALL 'HO3RUNLG' USING HO3-RUN-CONTROL-PARMS
           IF RC-GATE-FAILED
              DISPLAY 'HO3RENIS: PREDECESSOR HO3UWREV HAS NOT '
                 'COMPLETED CLEAN TONIGHT - RUN REFUSED'
              MOVE 8 TO RETURN-CODE
           END-IF.
