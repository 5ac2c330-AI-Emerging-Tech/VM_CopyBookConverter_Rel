      *    ratioed against the state's annual premium from the
      *    HO3PRMOT premium extract HO3PREM writes, so the renewal
      *    team prices off loss experience instead of pricing blind.
      *    Before a feed record is posted its coverage is verified
      *    against the master: a claim whose loss date falls outside
      *    the policy term, whose loss is on or after the effective
      *    date of a cancellation or non-renewal, or whose cause of
      *    loss is not on the HO3CODES cause-of-loss table is
      *    suspended - written to the exception file and not posted.
      *    A claim whose incurred amount exceeds the applicable
      *    coverage limit, or runs into the ALL-PERIL-DEDUCTIBLE so
      *    that the deductible cannot have been taken off the
      *    payment, is posted but flagged.  Both land on the HO3CLMCQ
      *    coverage-question worklist for the claims supervisors, so
      *    a payment on a lapsed policy is stopped before the check
      *    goes out.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PREMIUM-FILE-STATUS.

           SELECT COVERAGE-QUESTION-FILE ASSIGN TO "HO3CLMCQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QUESTION-FILE-STATUS.

           SELECT HO3-CODES-REFERENCE ASSIGN TO "HO3CODES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CRF-KEY
               FILE STATUS IS HO3-CODES-FILE-STATUS.

           SELECT LOSS-SORT-FILE ASSIGN TO "HO3LOSST".

           SELECT LOSS-RUN-REPORT-FILE ASSIGN TO "HO3LOSRP"
           05 PX-POLICY-NUMBER        PIC X(10).
           05 PX-STATE-CODE           PIC X(2).
           05 PX-ANNUAL-PREMIUM       PIC 9(7)V99 COMP-3.
           05 PX-TERRITORY-CODE       PIC 9(3).
           05 PX-REFUNDABLE-CHARGES   PIC 9(7)V99 COMP-3.

       FD  COVERAGE-QUESTION-FILE.
       01  COVERAGE-QUESTION-LINE     PIC X(110).

       FD  HO3-CODES-REFERENCE.
           COPY HO3-CODES-FILE.

       SD  LOSS-SORT-FILE.
       01  LOSS-SORT-RECORD.
       01  LOSS-RUN-REPORT-LINE       PIC X(90).

       WORKING-STORAGE SECTION.
           COPY HO3-CODES.

       01  WS-FEED-FILE-STATUS        PIC X(2).
           88 WS-FEED-FILE-OK         VALUE '00'.
           88 WS-FEED-FILE-EOF        VALUE '10'.
       01  WS-REPORT-FILE-STATUS      PIC X(2).
           88 WS-REPORT-FILE-OK       VALUE '00'.

       01  WS-QUESTION-FILE-STATUS    PIC X(2).
           88 WS-QUESTION-FILE-OK     VALUE '00'.

       01  WS-EOF-SWITCH              PIC X(1) VALUE 'N'.
           88 WS-END-OF-INPUT         VALUE 'Y'.

       01  WS-CLAIMS-UPDATED          PIC 9(9) VALUE ZERO.
       01  WS-CLAIMS-REJECTED         PIC 9(9) VALUE ZERO.
       01  WS-HISTORY-REPORTED        PIC 9(9) VALUE ZERO.
       01  WS-CLAIMS-SUSPENDED        PIC 9(9) VALUE ZERO.
       01  WS-CLAIMS-FLAGGED          PIC 9(9) VALUE ZERO.

      *    Coverage verification work fields.  WS-COVERAGE-REASON
      *    carries the first suspend reason found (the claim is not
      *    posted) or, for a claim that passes, the coverage
      *    question it is flagged with (the claim is posted).
       01  WS-COVERAGE-SWITCH         PIC X(1).
           88 WS-COVERAGE-VERIFIED    VALUE 'V'.
           88 WS-COVERAGE-SUSPENDED   VALUE 'S'.
       01  WS-COVERAGE-REASON         PIC X(30).
       01  WS-CAUSE-FOUND-SWITCH      PIC X(1).
           88 WS-CAUSE-FOUND          VALUE 'Y'.
       01  WS-CAUSE-PART-SWITCH       PIC X(1).
           88 WS-CAUSE-IS-LIABILITY   VALUE 'L'.
       01  WS-CLAIM-INCURRED          PIC 9(9)V99 COMP-3.
       01  WS-COVERAGE-LIMIT          PIC 9(9)V99 COMP-3.
       01  WS-NET-LIMIT               PIC S9(9)V99 COMP-3.

      *    Annual premium by STATE-CODE, loaded from the HO3PRMOT
      *    premium extract at initialization, and incurred losses by
           05 FILLER                  PIC X(1).
           05 WS-SUM-RATIO-FLAG       PIC X(7).

       01  WS-CQ-TITLE-LINE           PIC X(60) VALUE
              'CLAIM COVERAGE-QUESTION WORKLIST'.

       01  WS-CQ-COLUMN-LINE.
           05 FILLER                  PIC X(14) VALUE 'CLAIM'.
           05 FILLER                  PIC X(12) VALUE 'POLICY'.
           05 FILLER                  PIC X(4)  VALUE 'ST'.
           05 FILLER                  PIC X(10) VALUE 'LOSS DATE'.
           05 FILLER                  PIC X(4)  VALUE 'CL'.
           05 FILLER                  PIC X(12) VALUE '        PAID'.
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 FILLER                  PIC X(12) VALUE '     RESERVE'.
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 FILLER                  PIC X(7)  VALUE 'ACTION'.
           05 FILLER                  PIC X(6)  VALUE 'REASON'.

       01  WS-CQ-DETAIL-LINE             VALUE SPACES.
           05 WS-CQD-CLAIM-NUMBER     PIC X(12).
           05 FILLER                  PIC X(2).
           05 WS-CQD-POLICY-NUMBER    PIC X(10).
           05 FILLER                  PIC X(2).
           05 WS-CQD-STATE-CODE       PIC X(2).
           05 FILLER                  PIC X(2).
           05 WS-CQD-LOSS-DATE        PIC 9(8).
           05 FILLER                  PIC X(2).
           05 WS-CQD-CAUSE-OF-LOSS    PIC X(2).
           05 FILLER                  PIC X(2).
           05 WS-CQD-PAID             PIC Z,ZZZ,ZZ9.99.
           05 FILLER                  PIC X(2).
           05 WS-CQD-RESERVE          PIC Z,ZZZ,ZZ9.99.
           05 FILLER                  PIC X(2).
           05 WS-CQD-ACTION           PIC X(7).
           05 WS-CQD-REASON           PIC X(30).

       01  WS-CQ-TOTAL-LINE.
           05 FILLER                  PIC X(20)
                 VALUE 'CLAIMS SUSPENDED = '.
           05 WS-CQT-SUSPENDED        PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                  PIC X(4) VALUE SPACES.
           05 FILLER                  PIC X(18)
                 VALUE 'CLAIMS FLAGGED = '.
           05 WS-CQT-FLAGGED          PIC ZZZ,ZZZ,ZZ9.

           COPY HO3-RUN-CONTROL.

       PROCEDURE DIVISION.
           END-IF.

       1010-INITIALIZE-RUN.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE WS-CURRENT-YYYYMMDD TO HO3-CODES-AS-OF-DATE
           PERFORM 8500-LOAD-REFERENCE-TABLES
           IF HO3-CODES-LOAD-FAILED
                 OR HO3-CAUSE-OF-LOSS-COUNT = ZERO
              DISPLAY 'HO3CLAIM: REFERENCE TABLE LOAD INCOMPLETE - '
                 'RUN ABANDONED'
              MOVE 8 TO RETURN-CODE
              MOVE 'Y' TO WS-EOF-SWITCH
           ELSE
              PERFORM 1050-OPEN-FILES
           END-IF.

       1050-OPEN-FILES.
           OPEN INPUT CLAIMS-FEED-FILE
           IF NOT WS-FEED-FILE-OK
              DISPLAY 'HO3CLAIM: UNABLE TO OPEN HO3CLMIN, STATUS='
              MOVE 'Y' TO WS-EOF-SWITCH
           END-IF

           OPEN OUTPUT COVERAGE-QUESTION-FILE
           IF NOT WS-QUESTION-FILE-OK
              DISPLAY 'HO3CLAIM: UNABLE TO OPEN HO3CLMCQ, STATUS='
                 WS-QUESTION-FILE-STATUS
              MOVE 'Y' TO WS-EOF-SWITCH
           ELSE
              WRITE COVERAGE-QUESTION-LINE FROM WS-CQ-TITLE-LINE
              WRITE COVERAGE-QUESTION-LINE FROM WS-CQ-COLUMN-LINE
           END-IF

           PERFORM 1100-LOAD-STATE-PREMIUMS

           MOVE CF-POLICY-NUMBER TO POLICY-NUMBER
           READ HO3-POLICY-MASTER
           IF WS-MASTER-FILE-OK
              PERFORM 2150-VERIFY-COVERAGE
              IF WS-COVERAGE-SUSPENDED
                 PERFORM 2400-SUSPEND-CLAIM
              ELSE
                 PERFORM 2200-APPLY-CLAIM
                 IF WS-COVERAGE-REASON NOT = SPACES
                    PERFORM 2500-FLAG-COVERAGE-QUESTION
                 END-IF
              END-IF
           ELSE
              IF WS-MASTER-NOT-FOUND
                 PERFORM 2300-REJECT-ORPHAN-CLAIM
                  MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

      *    ---------------------------------------------------------
      *    Verifies the feed record's coverage against the master
      *    record just read.  The suspend tests run in order and the
      *    first one that fails decides the reason: loss date outside
      *    the term; loss on or after the effective date of a
      *    cancellation or non-renewal (a pending cancellation counts
      *    once its effective date has been reached, since HO3CANCL
      *    may not yet have flipped the status); cause of loss not on
      *    the cause-of-loss table.  A loss in a prior term reported
      *    after renewal also suspends - the supervisor verifies it
      *    against the expired term's declaration.  A claim that
      *    passes is then tested for the coverage questions: incurred
      *    (paid plus reserve) over the applicable limit, or - for a
      *    property cause - incurred above the limit less the
      *    ALL-PERIL-DEDUCTIBLE, which the feed's net amounts can
      *    only reach if the deductible was not taken.
      *    ---------------------------------------------------------
       2150-VERIFY-COVERAGE.
           MOVE 'V' TO WS-COVERAGE-SWITCH
           MOVE SPACES TO WS-COVERAGE-REASON
           PERFORM 2160-FIND-CAUSE-OF-LOSS

           EVALUATE TRUE
               WHEN CF-LOSS-DATE < EFFECTIVE-DATE
                  MOVE 'S' TO WS-COVERAGE-SWITCH
                  MOVE 'LOSS BEFORE POLICY EFFECTIVE'
                     TO WS-COVERAGE-REASON
               WHEN CF-LOSS-DATE > EXPIRY-DATE
                  MOVE 'S' TO WS-COVERAGE-SWITCH
                  MOVE 'LOSS AFTER POLICY EXPIRY'
                     TO WS-COVERAGE-REASON
               WHEN POLICY-CANCELLED
                     AND CANCEL-EFFECTIVE-DATE NOT > CF-LOSS-DATE
                  MOVE 'S' TO WS-COVERAGE-SWITCH
                  MOVE 'POLICY CANCELLED BEFORE LOSS'
                     TO WS-COVERAGE-REASON
               WHEN POLICY-NON-RENEWED
                     AND CANCEL-EFFECTIVE-DATE NOT > CF-LOSS-DATE
                  MOVE 'S' TO WS-COVERAGE-SWITCH
                  MOVE 'POLICY NON-RENEWED BEFORE LOSS'
                     TO WS-COVERAGE-REASON
               WHEN POLICY-PENDING-CANCEL
                     AND CANCEL-EFFECTIVE-DATE NOT = ZERO
                     AND CANCEL-EFFECTIVE-DATE NOT > CF-LOSS-DATE
                  MOVE 'S' TO WS-COVERAGE-SWITCH
                  MOVE 'LOSS AFTER PENDING CANCEL DATE'
                     TO WS-COVERAGE-REASON
               WHEN NOT WS-CAUSE-FOUND
                  MOVE 'S' TO WS-COVERAGE-SWITCH
                  MOVE 'INVALID CAUSE OF LOSS'
                     TO WS-COVERAGE-REASON
               WHEN OTHER
                  PERFORM 2170-CHECK-LIMIT-AND-DEDUCTIBLE
           END-EVALUATE.

       2160-FIND-CAUSE-OF-LOSS.
           MOVE 'N' TO WS-CAUSE-FOUND-SWITCH
           MOVE SPACE TO WS-CAUSE-PART-SWITCH
           SET HO3-CAUSE-IDX TO 1
           SEARCH HO3-CAUSE-OF-LOSS-ENTRY
               AT END
                  CONTINUE
               WHEN HO3-CAUSE-IDX > HO3-CAUSE-OF-LOSS-COUNT
                  CONTINUE
               WHEN HO3-CAUSE-OF-LOSS-CODE (HO3-CAUSE-IDX) =
                       CF-CAUSE-OF-LOSS
                  MOVE 'Y' TO WS-CAUSE-FOUND-SWITCH
                  MOVE HO3-CAUSE-COVERAGE-PART (HO3-CAUSE-IDX)
                     TO WS-CAUSE-PART-SWITCH
           END-SEARCH.

       2170-CHECK-LIMIT-AND-DEDUCTIBLE.
           COMPUTE WS-CLAIM-INCURRED =
               CF-PAID-AMOUNT + CF-RESERVE-AMOUNT
           IF WS-CAUSE-IS-LIABILITY
              MOVE COV-E-LIABILITY TO WS-COVERAGE-LIMIT
              MOVE COV-E-LIABILITY TO WS-NET-LIMIT
           ELSE
              COMPUTE WS-COVERAGE-LIMIT =
                  COV-A-DWELLING + COV-C-CONTENTS
              COMPUTE WS-NET-LIMIT =
                  WS-COVERAGE-LIMIT - ALL-PERIL-DEDUCTIBLE
           END-IF

           IF WS-CLAIM-INCURRED > WS-COVERAGE-LIMIT
              MOVE 'INCURRED OVER COVERAGE LIMIT'
                 TO WS-COVERAGE-REASON
           ELSE
              IF CF-PAID-AMOUNT > ZERO
                    AND WS-CLAIM-INCURRED > WS-NET-LIMIT
                 MOVE 'DEDUCTIBLE NOT APPLIED'
                    TO WS-COVERAGE-REASON
              END-IF
           END-IF.

      *    ---------------------------------------------------------
      *    Applies a validated feed record to the claims history
      *    master: a claim already on file gets its loss data and
           WRITE HO3-CLAIM-REJECT-RECORD
           ADD 1 TO WS-CLAIMS-REJECTED.

      *    ---------------------------------------------------------
      *    A suspended claim is not posted: the feed image goes to
      *    the exception file with the suspend reason and the claim
      *    goes on the worklist for the supervisor's decision.  A
      *    resend of a claim already on history leaves the history
      *    amounts as they were.
      *    ---------------------------------------------------------
       2400-SUSPEND-CLAIM.
           MOVE HO3-CLAIMS-FEED-RECORD TO RJ-FEED-IMAGE
           MOVE WS-COVERAGE-REASON TO RJ-REJECT-REASON
           WRITE HO3-CLAIM-REJECT-RECORD
           ADD 1 TO WS-CLAIMS-REJECTED
           ADD 1 TO WS-CLAIMS-SUSPENDED
           MOVE 'SUSPEND' TO WS-CQD-ACTION
           PERFORM 2600-WRITE-WORKLIST-LINE.

       2500-FLAG-COVERAGE-QUESTION.
           ADD 1 TO WS-CLAIMS-FLAGGED
           MOVE 'FLAGGED' TO WS-CQD-ACTION
           PERFORM 2600-WRITE-WORKLIST-LINE.

       2600-WRITE-WORKLIST-LINE.
           MOVE CF-CLAIM-NUMBER TO WS-CQD-CLAIM-NUMBER
           MOVE CF-POLICY-NUMBER TO WS-CQD-POLICY-NUMBER
           MOVE STATE-CODE TO WS-CQD-STATE-CODE
           MOVE CF-LOSS-DATE TO WS-CQD-LOSS-DATE
           MOVE CF-CAUSE-OF-LOSS TO WS-CQD-CAUSE-OF-LOSS
           MOVE CF-PAID-AMOUNT TO WS-CQD-PAID
           MOVE CF-RESERVE-AMOUNT TO WS-CQD-RESERVE
           MOVE WS-COVERAGE-REASON TO WS-CQD-REASON
           WRITE COVERAGE-QUESTION-LINE FROM WS-CQ-DETAIL-LINE.

      *    ---------------------------------------------------------
      *    SORT input procedure - releases the full claims history
      *    into the sort so the loss-run always reflects everything
           END-IF
           CLOSE CLAIM-HISTORY-FILE
           CLOSE CLAIM-REJECT-FILE
           IF WS-QUESTION-FILE-OK
              MOVE WS-CLAIMS-SUSPENDED TO WS-CQT-SUSPENDED
              MOVE WS-CLAIMS-FLAGGED TO WS-CQT-FLAGGED
              MOVE SPACES TO COVERAGE-QUESTION-LINE
              WRITE COVERAGE-QUESTION-LINE
              WRITE COVERAGE-QUESTION-LINE FROM WS-CQ-TOTAL-LINE
              CLOSE COVERAGE-QUESTION-FILE
           END-IF

           DISPLAY 'HO3CLAIM: FEED CLAIMS READ = ' WS-CLAIMS-READ
           DISPLAY 'HO3CLAIM: CLAIMS ADDED = ' WS-CLAIMS-ADDED
           DISPLAY 'HO3CLAIM: CLAIMS UPDATED = ' WS-CLAIMS-UPDATED
           DISPLAY 'HO3CLAIM: CLAIMS REJECTED = ' WS-CLAIMS-REJECTED
           DISPLAY 'HO3CLAIM: CLAIMS SUSPENDED ON COVERAGE = '
              WS-CLAIMS-SUSPENDED
           DISPLAY 'HO3CLAIM: CLAIMS FLAGGED FOR COVERAGE = '
              WS-CLAIMS-FLAGGED
           DISPLAY 'HO3CLAIM: HISTORY CLAIMS REPORTED = '
              WS-HISTORY-REPORTED

           IF RC-COMPLETED-ERROR
              MOVE 8 TO RETURN-CODE
           END-IF.

           COPY HO3-CODES-LOAD.
