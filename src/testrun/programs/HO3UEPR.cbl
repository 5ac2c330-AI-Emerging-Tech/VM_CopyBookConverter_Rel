       IDENTIFICATION DIVISION.
       PROGRAM-ID. HO3UEPR.
      *    Month-end earned premium and unearned premium reserve run.
      *    HO3PRMOT carries only each policy's written (annual)
      *    premium; finance needs the earned and unearned split to
      *    close the month.  For the accounting month-end date on the
      *    single HO3UEPPM parameter record, every HO3PRMOT extract
      *    record is matched to its policy on the HO3POLVS master for
      *    the term and cancellation dates and split daily pro-rata:
      *    earned is the premium for the days from EFFECTIVE-DATE
      *    through the month-end date over the days in the term, and
      *    the unearned premium reserve is written less earned.  A
      *    policy cancelled or non-renewed effective on or before the
      *    month-end has its written premium reduced by the return
      *    premium - computed exactly as HO3RETPR computes the refund,
      *    pro-rata or short-rate for non-payment - and is fully
      *    earned, with no reserve left.  The UEPR register prints
      *    written, earned and unearned by STATE-CODE with an
      *    inception-to-date tie-out (earned plus unearned back to
      *    written, and written back to the HO3PRMOT extract total
      *    through every exclusion), and the HO3EPROT earned-premium
      *    file carries the same figures per policy for loss-ratio
      *    reporting on an earned basis.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT UEPR-PARM-FILE ASSIGN TO "HO3UEPPM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.

           SELECT PREMIUM-EXTRACT-FILE ASSIGN TO "HO3PRMOT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PREMIUM-FILE-STATUS.

           SELECT HO3-POLICY-MASTER ASSIGN TO "HO3POLVS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS POLICY-NUMBER
               FILE STATUS IS WS-MASTER-FILE-STATUS.

           SELECT EARNED-PREMIUM-FILE ASSIGN TO "HO3EPROT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EARNED-FILE-STATUS.

           SELECT UEPR-REGISTER-FILE ASSIGN TO "HO3UEPRP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  UEPR-PARM-FILE.
       01  HO3-UEPR-PARM.
           05 UP-MONTH-END-DATE       PIC 9(8).

       FD  PREMIUM-EXTRACT-FILE.
       01  HO3-PREMIUM-EXTRACT-RECORD.
           05 PX-POLICY-NUMBER        PIC X(10).
           05 PX-STATE-CODE           PIC X(2).
           05 PX-ANNUAL-PREMIUM       PIC 9(7)V99 COMP-3.
           05 PX-TERRITORY-CODE       PIC 9(3).
           05 PX-REFUNDABLE-CHARGES   PIC 9(7)V99 COMP-3.

       FD  HO3-POLICY-MASTER.
           COPY HO3-POLICY.

       FD  EARNED-PREMIUM-FILE.
       01  HO3-EARNED-PREMIUM-RECORD.
           05 EP-POLICY-NUMBER        PIC X(10).
           05 EP-STATE-CODE           PIC X(2).
           05 EP-MONTH-END-DATE       PIC 9(8).
           05 EP-EFFECTIVE-DATE       PIC 9(8).
           05 EP-EXPIRY-DATE          PIC 9(8).
           05 EP-CANCEL-EFFECTIVE-DATE PIC 9(8).
           05 EP-WRITTEN-PREMIUM      PIC 9(7)V99 COMP-3.
           05 EP-EARNED-PREMIUM       PIC 9(7)V99 COMP-3.
           05 EP-UNEARNED-PREMIUM     PIC 9(7)V99 COMP-3.

       FD  UEPR-REGISTER-FILE.
       01  UEPR-REGISTER-LINE         PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-PARM-FILE-STATUS        PIC X(2).
           88 WS-PARM-FILE-OK         VALUE '00'.

       01  WS-PREMIUM-FILE-STATUS     PIC X(2).
           88 WS-PREMIUM-FILE-OK      VALUE '00'.
           88 WS-PREMIUM-FILE-EOF     VALUE '10'.

       01  WS-MASTER-FILE-STATUS      PIC X(2).
           88 WS-MASTER-FILE-OK       VALUE '00'.
           88 WS-MASTER-NOT-FOUND     VALUE '23'.

       01  WS-EARNED-FILE-STATUS      PIC X(2).
           88 WS-EARNED-FILE-OK       VALUE '00'.

       01  WS-REGISTER-FILE-STATUS    PIC X(2).
           88 WS-REGISTER-FILE-OK     VALUE '00'.

       01  WS-EOF-SWITCH              PIC X(1) VALUE 'N'.
           88 WS-END-OF-INPUT         VALUE 'Y'.

       01  WS-MONTH-END-DATE          PIC 9(8) VALUE ZERO.

      *    Standard short-rate penalty retained out of the unearned
      *    premium on a non-payment cancellation, per the HO3 rate
      *    pages - the same factor HO3RETPR refunds with.
       01  WS-SHORT-RATE-PENALTY      PIC 9V999 VALUE 0.100.

       01  WS-EFFECTIVE-INT           PIC S9(9) COMP.
       01  WS-EXPIRY-INT              PIC S9(9) COMP.
       01  WS-CANCEL-INT              PIC S9(9) COMP.
       01  WS-MONTH-END-INT           PIC S9(9) COMP.
       01  WS-TERM-DAYS               PIC S9(9) COMP.
       01  WS-ELAPSED-DAYS            PIC S9(9) COMP.

       01  WS-CANCEL-SWITCH           PIC X(1).
           88 WS-CANCELLED-BY-MONTH-END VALUE 'Y'.

       01  WS-WRITTEN-PREMIUM         PIC 9(7)V99 COMP-3.
       01  WS-EARNED-PREMIUM          PIC 9(7)V99 COMP-3.
       01  WS-UNEARNED-PREMIUM        PIC 9(7)V99 COMP-3.
       01  WS-RETURN-PREMIUM          PIC 9(7)V99 COMP-3.

       01  WS-EXTRACT-READ            PIC 9(9) VALUE ZERO.
       01  WS-POLICIES-REGISTERED     PIC 9(9) VALUE ZERO.
       01  WS-NOT-ON-MASTER-COUNT     PIC 9(9) VALUE ZERO.
       01  WS-NOT-EFFECTIVE-COUNT     PIC 9(9) VALUE ZERO.
       01  WS-BAD-TERM-COUNT          PIC 9(9) VALUE ZERO.
       01  WS-CANCELLED-COUNT         PIC 9(9) VALUE ZERO.

       01  WS-EXTRACT-PREMIUM-TOTAL   PIC 9(11)V99 COMP-3 VALUE ZERO.
       01  WS-NOT-ON-MASTER-PREMIUM   PIC 9(11)V99 COMP-3 VALUE ZERO.
       01  WS-NOT-EFFECTIVE-PREMIUM   PIC 9(11)V99 COMP-3 VALUE ZERO.
       01  WS-BAD-TERM-PREMIUM        PIC 9(11)V99 COMP-3 VALUE ZERO.
       01  WS-RETURN-PREMIUM-TOTAL    PIC 9(11)V99 COMP-3 VALUE ZERO.
       01  WS-WRITTEN-TOTAL           PIC 9(11)V99 COMP-3 VALUE ZERO.
       01  WS-EARNED-TOTAL            PIC 9(11)V99 COMP-3 VALUE ZERO.
       01  WS-UNEARNED-TOTAL          PIC 9(11)V99 COMP-3 VALUE ZERO.
       01  WS-TIE-OUT-AMOUNT          PIC S9(11)V99 COMP-3.

      *    Written, earned and unearned by STATE-CODE, kept in state
      *    order as entries are added so the register prints sorted.
       01  WS-STATE-ENTRY-COUNT       PIC S9(4) COMP VALUE ZERO.
       01  WS-STATE-UEPR-TABLE.
           05 WS-STATE-UEPR-ENTRY OCCURS 50 TIMES
                 INDEXED BY WS-STATE-UEPR-IDX.
              10 WS-SUT-STATE-CODE    PIC X(2).
              10 WS-SUT-POLICY-COUNT  PIC 9(7) COMP-3.
              10 WS-SUT-WRITTEN       PIC 9(11)V99 COMP-3.
              10 WS-SUT-EARNED        PIC 9(11)V99 COMP-3.
              10 WS-SUT-UNEARNED      PIC 9(11)V99 COMP-3.

       01  WS-STATE-FOUND-SWITCH      PIC X(1).
           88 WS-STATE-FOUND          VALUE 'Y'.
       01  WS-STATE-SUB               PIC S9(4) COMP.
       01  WS-INSERT-SUB              PIC S9(4) COMP.

       01  WS-REGISTER-TITLE.
           05 FILLER                  PIC X(50) VALUE
              'UNEARNED PREMIUM RESERVE REGISTER - MONTH ENDING '.
           05 WS-TTL-MONTH-END-DATE   PIC 9(8).

       01  WS-REGISTER-HEADING.
           05 FILLER                  PIC X(2)  VALUE 'ST'.
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 FILLER                  PIC X(11) VALUE '   POLICIES'.
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 FILLER                  PIC X(17)
                 VALUE '          WRITTEN'.
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 FILLER                  PIC X(17)
                 VALUE '           EARNED'.
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 FILLER                  PIC X(17)
                 VALUE '         UNEARNED'.

       01  WS-REGISTER-DETAIL            VALUE SPACES.
           05 WS-REG-STATE-CODE       PIC X(3).
           05 FILLER                  PIC X(1).
           05 WS-REG-POLICY-COUNT     PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                  PIC X(2).
           05 WS-REG-WRITTEN          PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                  PIC X(2).
           05 WS-REG-EARNED           PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                  PIC X(2).
           05 WS-REG-UNEARNED         PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       01  WS-TIE-OUT-HEADING         PIC X(40) VALUE
              'INCEPTION-TO-DATE TIE-OUT'.

       01  WS-TIE-OUT-LINE               VALUE SPACES.
           05 WS-TIE-LABEL            PIC X(40).
           05 WS-TIE-COUNT            PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                  PIC X(2).
           05 WS-TIE-AMOUNT           PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER                  PIC X(2).
           05 WS-TIE-FLAG             PIC X(14).

           COPY HO3-RUN-CONTROL.

       PROCEDURE DIVISION.

       0000-MAIN-LOGIC.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-EXTRACT UNTIL WS-END-OF-INPUT
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
           PERFORM 1100-READ-MONTH-END-PARM

           IF NOT WS-END-OF-INPUT
              OPEN INPUT PREMIUM-EXTRACT-FILE
              IF NOT WS-PREMIUM-FILE-OK
                 DISPLAY 'HO3UEPR: UNABLE TO OPEN HO3PRMOT, STATUS='
                    WS-PREMIUM-FILE-STATUS
                 MOVE 'Y' TO WS-EOF-SWITCH
              END-IF

              OPEN INPUT HO3-POLICY-MASTER
              IF NOT WS-MASTER-FILE-OK
                 DISPLAY 'HO3UEPR: UNABLE TO OPEN HO3POLVS, STATUS='
                    WS-MASTER-FILE-STATUS
                 MOVE 'Y' TO WS-EOF-SWITCH
              END-IF

              OPEN OUTPUT EARNED-PREMIUM-FILE
              IF NOT WS-EARNED-FILE-OK
                 DISPLAY 'HO3UEPR: UNABLE TO OPEN HO3EPROT, STATUS='
                    WS-EARNED-FILE-STATUS
                 MOVE 'Y' TO WS-EOF-SWITCH
              END-IF

              OPEN OUTPUT UEPR-REGISTER-FILE
              IF NOT WS-REGISTER-FILE-OK
                 DISPLAY 'HO3UEPR: UNABLE TO OPEN HO3UEPRP, STATUS='
                    WS-REGISTER-FILE-STATUS
                 MOVE 'Y' TO WS-EOF-SWITCH
              END-IF
           END-IF

           IF NOT WS-END-OF-INPUT
              COMPUTE WS-MONTH-END-INT =
                  FUNCTION INTEGER-OF-DATE (WS-MONTH-END-DATE)
              PERFORM 2100-READ-EXTRACT
           END-IF.

      *    ---------------------------------------------------------
      *    The accounting month-end date comes from the single
      *    parameter record on HO3UEPPM, so a month can be re-run or
      *    closed late without a date change in the source.  A
      *    missing or invalid date abandons the run.
      *    ---------------------------------------------------------
       1100-READ-MONTH-END-PARM.
           OPEN INPUT UEPR-PARM-FILE
           IF NOT WS-PARM-FILE-OK
              DISPLAY 'HO3UEPR: UNABLE TO OPEN HO3UEPPM, STATUS='
                 WS-PARM-FILE-STATUS
              MOVE 8 TO RETURN-CODE
              MOVE 'Y' TO WS-EOF-SWITCH
           ELSE
              READ UEPR-PARM-FILE
                  AT END
                     DISPLAY 'HO3UEPR: NO MONTH-END DATE PARAMETER'
                     MOVE 8 TO RETURN-CODE
                     MOVE 'Y' TO WS-EOF-SWITCH
              END-READ
              CLOSE UEPR-PARM-FILE

              IF NOT WS-END-OF-INPUT
                 IF UP-MONTH-END-DATE NOT NUMERIC
                       OR FUNCTION TEST-DATE-YYYYMMDD
                             (UP-MONTH-END-DATE) NOT = ZERO
                    DISPLAY 'HO3UEPR: INVALID MONTH-END DATE '
                       UP-MONTH-END-DATE
                    MOVE 8 TO RETURN-CODE
                    MOVE 'Y' TO WS-EOF-SWITCH
                 ELSE
                    MOVE UP-MONTH-END-DATE TO WS-MONTH-END-DATE
                 END-IF
              END-IF
           END-IF.

       2000-PROCESS-EXTRACT.
           ADD 1 TO WS-EXTRACT-READ
           ADD PX-ANNUAL-PREMIUM TO WS-EXTRACT-PREMIUM-TOTAL

           MOVE PX-POLICY-NUMBER TO POLICY-NUMBER
           READ HO3-POLICY-MASTER
           IF WS-MASTER-FILE-OK
              PERFORM 2200-EARN-POLICY
           ELSE
              IF NOT WS-MASTER-NOT-FOUND
                 DISPLAY 'HO3UEPR: MASTER READ FAILED FOR POLICY '
                    PX-POLICY-NUMBER ' STATUS='
                    WS-MASTER-FILE-STATUS
              END-IF
              DISPLAY 'HO3UEPR: EXTRACT POLICY ' PX-POLICY-NUMBER
                 ' NOT ON MASTER - EXCLUDED FROM RESERVE'
              ADD 1 TO WS-NOT-ON-MASTER-COUNT
              ADD PX-ANNUAL-PREMIUM TO WS-NOT-ON-MASTER-PREMIUM
           END-IF
           PERFORM 2100-READ-EXTRACT.

       2100-READ-EXTRACT.
           READ PREMIUM-EXTRACT-FILE
               AT END
                  MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

      *    ---------------------------------------------------------
      *    Daily pro-rata split.  The term is EXPIRY-DATE less
      *    EFFECTIVE-DATE in days; a policy not yet in effect at the
      *    month-end has written nothing in the month and is left
      *    off.  The elapsed days run from EFFECTIVE-DATE through the
      *    end of the month-end day, clamped to the term.  A
      *    cancellation or non-renewal effective on or before the
      *    month-end (and before expiry) stops the earning at the
      *    cancellation date and takes the return premium off
      *    written; what remains written is then fully earned.
      *    ---------------------------------------------------------
       2200-EARN-POLICY.
           MOVE ZERO TO WS-TERM-DAYS
           IF EFFECTIVE-DATE NOT > WS-MONTH-END-DATE
              COMPUTE WS-EFFECTIVE-INT =
                  FUNCTION INTEGER-OF-DATE (EFFECTIVE-DATE)
              COMPUTE WS-EXPIRY-INT =
                  FUNCTION INTEGER-OF-DATE (EXPIRY-DATE)
              COMPUTE WS-TERM-DAYS = WS-EXPIRY-INT - WS-EFFECTIVE-INT
           END-IF

           EVALUATE TRUE
               WHEN EFFECTIVE-DATE > WS-MONTH-END-DATE
                  ADD 1 TO WS-NOT-EFFECTIVE-COUNT
                  ADD PX-ANNUAL-PREMIUM TO WS-NOT-EFFECTIVE-PREMIUM
               WHEN WS-TERM-DAYS NOT > ZERO
                  DISPLAY 'HO3UEPR: POLICY ' POLICY-NUMBER
                     ' TERM DATES INVALID - EXCLUDED FROM RESERVE'
                  ADD 1 TO WS-BAD-TERM-COUNT
                  ADD PX-ANNUAL-PREMIUM TO WS-BAD-TERM-PREMIUM
               WHEN OTHER
                  PERFORM 2250-SPLIT-PREMIUM
           END-EVALUATE.

       2250-SPLIT-PREMIUM.
           MOVE 'N' TO WS-CANCEL-SWITCH
           IF (POLICY-CANCELLED OR POLICY-NON-RENEWED)
                 AND CANCEL-EFFECTIVE-DATE NOT = ZERO
                 AND CANCEL-EFFECTIVE-DATE NOT > WS-MONTH-END-DATE
                 AND CANCEL-EFFECTIVE-DATE < EXPIRY-DATE
              MOVE 'Y' TO WS-CANCEL-SWITCH
           END-IF

           IF WS-CANCELLED-BY-MONTH-END
              PERFORM 2300-EARN-CANCELLED-POLICY
           ELSE
              COMPUTE WS-ELAPSED-DAYS =
                  WS-MONTH-END-INT + 1 - WS-EFFECTIVE-INT
              IF WS-ELAPSED-DAYS > WS-TERM-DAYS
                 MOVE WS-TERM-DAYS TO WS-ELAPSED-DAYS
              END-IF
              MOVE PX-ANNUAL-PREMIUM TO WS-WRITTEN-PREMIUM
              MOVE ZERO TO WS-RETURN-PREMIUM
              COMPUTE WS-EARNED-PREMIUM ROUNDED =
                  PX-ANNUAL-PREMIUM * WS-ELAPSED-DAYS / WS-TERM-DAYS
              COMPUTE WS-UNEARNED-PREMIUM =
                  WS-WRITTEN-PREMIUM - WS-EARNED-PREMIUM
           END-IF

           ADD WS-WRITTEN-PREMIUM TO WS-WRITTEN-TOTAL
           ADD WS-EARNED-PREMIUM TO WS-EARNED-TOTAL
           ADD WS-UNEARNED-PREMIUM TO WS-UNEARNED-TOTAL
           ADD WS-RETURN-PREMIUM TO WS-RETURN-PREMIUM-TOTAL
           ADD 1 TO WS-POLICIES-REGISTERED

           PERFORM 2400-WRITE-EARNED-RECORD
           PERFORM 8200-ACCUMULATE-STATE-ENTRY.

      *    ---------------------------------------------------------
      *    Return premium the same way HO3RETPR refunds it: pro-rata
      *    unearned for an insured-request or underwriting
      *    cancellation (and a non-renewal), short-rate - unearned
      *    less the standard penalty - for non-payment.  The penalty
      *    stays in written premium and is earned with the rest.
      *    ---------------------------------------------------------
       2300-EARN-CANCELLED-POLICY.
           ADD 1 TO WS-CANCELLED-COUNT
           COMPUTE WS-CANCEL-INT =
               FUNCTION INTEGER-OF-DATE (CANCEL-EFFECTIVE-DATE)
           COMPUTE WS-ELAPSED-DAYS =
               WS-CANCEL-INT - WS-EFFECTIVE-INT
           IF WS-ELAPSED-DAYS < ZERO
              MOVE ZERO TO WS-ELAPSED-DAYS
           END-IF

           COMPUTE WS-EARNED-PREMIUM ROUNDED =
               PX-ANNUAL-PREMIUM * WS-ELAPSED-DAYS / WS-TERM-DAYS
           COMPUTE WS-RETURN-PREMIUM =
               PX-ANNUAL-PREMIUM - WS-EARNED-PREMIUM
           IF POLICY-CANCELLED AND CANCEL-NON-PAYMENT
              COMPUTE WS-RETURN-PREMIUM ROUNDED =
                  WS-RETURN-PREMIUM * (1 - WS-SHORT-RATE-PENALTY)
           END-IF

           COMPUTE WS-WRITTEN-PREMIUM =
               PX-ANNUAL-PREMIUM - WS-RETURN-PREMIUM
           MOVE WS-WRITTEN-PREMIUM TO WS-EARNED-PREMIUM
           MOVE ZERO TO WS-UNEARNED-PREMIUM.

       2400-WRITE-EARNED-RECORD.
           MOVE POLICY-NUMBER TO EP-POLICY-NUMBER
           MOVE STATE-CODE TO EP-STATE-CODE
           MOVE WS-MONTH-END-DATE TO EP-MONTH-END-DATE
           MOVE EFFECTIVE-DATE TO EP-EFFECTIVE-DATE
           MOVE EXPIRY-DATE TO EP-EXPIRY-DATE
           IF WS-CANCELLED-BY-MONTH-END
              MOVE CANCEL-EFFECTIVE-DATE TO EP-CANCEL-EFFECTIVE-DATE
           ELSE
              MOVE ZERO TO EP-CANCEL-EFFECTIVE-DATE
           END-IF
           MOVE WS-WRITTEN-PREMIUM TO EP-WRITTEN-PREMIUM
           MOVE WS-EARNED-PREMIUM TO EP-EARNED-PREMIUM
           MOVE WS-UNEARNED-PREMIUM TO EP-UNEARNED-PREMIUM
           WRITE HO3-EARNED-PREMIUM-RECORD
           IF NOT WS-EARNED-FILE-OK
              DISPLAY 'HO3UEPR: EARNED PREMIUM WRITE FAILED FOR '
                 'POLICY ' EP-POLICY-NUMBER ' STATUS='
                 WS-EARNED-FILE-STATUS
              MOVE 8 TO RETURN-CODE
           END-IF.

      *    ---------------------------------------------------------
      *    Register: one line per STATE-CODE, the all-state total,
      *    then the tie-out.  Earned plus unearned must equal
      *    written, and written must equal the HO3PRMOT extract
      *    total less each exclusion and the return premium on
      *    cancellations; either one out of balance is flagged and
      *    fails the run.
      *    ---------------------------------------------------------
       7000-WRITE-REGISTER.
           MOVE WS-MONTH-END-DATE TO WS-TTL-MONTH-END-DATE
           WRITE UEPR-REGISTER-LINE FROM WS-REGISTER-TITLE
           MOVE SPACES TO UEPR-REGISTER-LINE
           WRITE UEPR-REGISTER-LINE
           WRITE UEPR-REGISTER-LINE FROM WS-REGISTER-HEADING

           PERFORM VARYING WS-STATE-SUB FROM 1 BY 1
                   UNTIL WS-STATE-SUB > WS-STATE-ENTRY-COUNT
              MOVE WS-SUT-STATE-CODE (WS-STATE-SUB)
                 TO WS-REG-STATE-CODE
              MOVE WS-SUT-POLICY-COUNT (WS-STATE-SUB)
                 TO WS-REG-POLICY-COUNT
              MOVE WS-SUT-WRITTEN (WS-STATE-SUB) TO WS-REG-WRITTEN
              MOVE WS-SUT-EARNED (WS-STATE-SUB) TO WS-REG-EARNED
              MOVE WS-SUT-UNEARNED (WS-STATE-SUB) TO WS-REG-UNEARNED
              WRITE UEPR-REGISTER-LINE FROM WS-REGISTER-DETAIL
           END-PERFORM

           MOVE 'ALL' TO WS-REG-STATE-CODE
           MOVE WS-POLICIES-REGISTERED TO WS-REG-POLICY-COUNT
           MOVE WS-WRITTEN-TOTAL TO WS-REG-WRITTEN
           MOVE WS-EARNED-TOTAL TO WS-REG-EARNED
           MOVE WS-UNEARNED-TOTAL TO WS-REG-UNEARNED
           MOVE SPACES TO UEPR-REGISTER-LINE
           WRITE UEPR-REGISTER-LINE
           WRITE UEPR-REGISTER-LINE FROM WS-REGISTER-DETAIL

           MOVE SPACES TO UEPR-REGISTER-LINE
           WRITE UEPR-REGISTER-LINE
           WRITE UEPR-REGISTER-LINE FROM WS-TIE-OUT-HEADING

           MOVE 'PREMIUM EXTRACT RECORDS READ' TO WS-TIE-LABEL
           MOVE WS-EXTRACT-READ TO WS-TIE-COUNT
           MOVE WS-EXTRACT-PREMIUM-TOTAL TO WS-TIE-AMOUNT
           MOVE SPACES TO WS-TIE-FLAG
           WRITE UEPR-REGISTER-LINE FROM WS-TIE-OUT-LINE

           MOVE 'LESS NOT ON MASTER' TO WS-TIE-LABEL
           MOVE WS-NOT-ON-MASTER-COUNT TO WS-TIE-COUNT
           MOVE WS-NOT-ON-MASTER-PREMIUM TO WS-TIE-AMOUNT
           WRITE UEPR-REGISTER-LINE FROM WS-TIE-OUT-LINE

           MOVE 'LESS NOT YET EFFECTIVE' TO WS-TIE-LABEL
           MOVE WS-NOT-EFFECTIVE-COUNT TO WS-TIE-COUNT
           MOVE WS-NOT-EFFECTIVE-PREMIUM TO WS-TIE-AMOUNT
           WRITE UEPR-REGISTER-LINE FROM WS-TIE-OUT-LINE

           MOVE 'LESS INVALID TERM DATES' TO WS-TIE-LABEL
           MOVE WS-BAD-TERM-COUNT TO WS-TIE-COUNT
           MOVE WS-BAD-TERM-PREMIUM TO WS-TIE-AMOUNT
           WRITE UEPR-REGISTER-LINE FROM WS-TIE-OUT-LINE

           MOVE 'LESS RETURN PREMIUM ON CANCELLATIONS' TO WS-TIE-LABEL
           MOVE WS-CANCELLED-COUNT TO WS-TIE-COUNT
           MOVE WS-RETURN-PREMIUM-TOTAL TO WS-TIE-AMOUNT
           WRITE UEPR-REGISTER-LINE FROM WS-TIE-OUT-LINE

           MOVE 'WRITTEN PREMIUM ON REGISTER' TO WS-TIE-LABEL
           MOVE WS-POLICIES-REGISTERED TO WS-TIE-COUNT
           MOVE WS-WRITTEN-TOTAL TO WS-TIE-AMOUNT
           COMPUTE WS-TIE-OUT-AMOUNT =
               WS-EXTRACT-PREMIUM-TOTAL - WS-NOT-ON-MASTER-PREMIUM
             - WS-NOT-EFFECTIVE-PREMIUM - WS-BAD-TERM-PREMIUM
             - WS-RETURN-PREMIUM-TOTAL - WS-WRITTEN-TOTAL
           PERFORM 7100-SET-TIE-FLAG
           WRITE UEPR-REGISTER-LINE FROM WS-TIE-OUT-LINE

           MOVE 'EARNED PLUS UNEARNED' TO WS-TIE-LABEL
           MOVE WS-POLICIES-REGISTERED TO WS-TIE-COUNT
           COMPUTE WS-TIE-AMOUNT = WS-EARNED-TOTAL + WS-UNEARNED-TOTAL
           COMPUTE WS-TIE-OUT-AMOUNT =
               WS-WRITTEN-TOTAL - WS-EARNED-TOTAL - WS-UNEARNED-TOTAL
           PERFORM 7100-SET-TIE-FLAG
           WRITE UEPR-REGISTER-LINE FROM WS-TIE-OUT-LINE.

       7100-SET-TIE-FLAG.
           IF WS-TIE-OUT-AMOUNT = ZERO
              MOVE 'IN BALANCE' TO WS-TIE-FLAG
           ELSE
              MOVE 'OUT OF BALANCE' TO WS-TIE-FLAG
              DISPLAY 'HO3UEPR: ' WS-TIE-LABEL ' OUT OF BALANCE'
              MOVE 8 TO RETURN-CODE
           END-IF.

      *    ---------------------------------------------------------
      *    Adds the policy just earned into its STATE-CODE entry,
      *    inserting a new entry in state order on first sight of
      *    the state.
      *    ---------------------------------------------------------
       8200-ACCUMULATE-STATE-ENTRY.
           MOVE 'N' TO WS-STATE-FOUND-SWITCH
           IF WS-STATE-ENTRY-COUNT > 0
              SET WS-STATE-UEPR-IDX TO 1
              SEARCH WS-STATE-UEPR-ENTRY
                  WHEN WS-STATE-UEPR-IDX > WS-STATE-ENTRY-COUNT
                     MOVE 'N' TO WS-STATE-FOUND-SWITCH
                  WHEN WS-SUT-STATE-CODE (WS-STATE-UEPR-IDX) =
                          STATE-CODE
                     MOVE 'Y' TO WS-STATE-FOUND-SWITCH
                     SET WS-INSERT-SUB TO WS-STATE-UEPR-IDX
              END-SEARCH
           END-IF

           IF NOT WS-STATE-FOUND
              IF WS-STATE-ENTRY-COUNT < 50
                 PERFORM 8210-INSERT-STATE-ENTRY
                 MOVE 'Y' TO WS-STATE-FOUND-SWITCH
              ELSE
                 DISPLAY 'HO3UEPR: STATE TABLE FULL, STATE '
                    STATE-CODE ' NOT ON REGISTER'
                 MOVE 8 TO RETURN-CODE
              END-IF
           END-IF

           IF WS-STATE-FOUND
              ADD 1 TO WS-SUT-POLICY-COUNT (WS-INSERT-SUB)
              ADD WS-WRITTEN-PREMIUM TO WS-SUT-WRITTEN (WS-INSERT-SUB)
              ADD WS-EARNED-PREMIUM TO WS-SUT-EARNED (WS-INSERT-SUB)
              ADD WS-UNEARNED-PREMIUM
                 TO WS-SUT-UNEARNED (WS-INSERT-SUB)
           END-IF.

       8210-INSERT-STATE-ENTRY.
           ADD 1 TO WS-STATE-ENTRY-COUNT
           MOVE WS-STATE-ENTRY-COUNT TO WS-INSERT-SUB
           PERFORM VARYING WS-STATE-SUB FROM WS-STATE-ENTRY-COUNT
                   BY -1 UNTIL WS-STATE-SUB < 2
                      OR WS-SUT-STATE-CODE (WS-STATE-SUB - 1)
                            NOT > STATE-CODE
              MOVE WS-STATE-UEPR-ENTRY (WS-STATE-SUB - 1)
                 TO WS-STATE-UEPR-ENTRY (WS-STATE-SUB)
              COMPUTE WS-INSERT-SUB = WS-STATE-SUB - 1
           END-PERFORM
           MOVE STATE-CODE TO WS-SUT-STATE-CODE (WS-INSERT-SUB)
           MOVE ZERO TO WS-SUT-POLICY-COUNT (WS-INSERT-SUB)
           MOVE ZERO TO WS-SUT-WRITTEN (WS-INSERT-SUB)
           MOVE ZERO TO WS-SUT-EARNED (WS-INSERT-SUB)
           MOVE ZERO TO WS-SUT-UNEARNED (WS-INSERT-SUB).

       9000-TERMINATE.
           IF WS-PREMIUM-FILE-OK OR WS-PREMIUM-FILE-EOF
              CLOSE PREMIUM-EXTRACT-FILE
           END-IF
           IF WS-MASTER-FILE-OK OR WS-MASTER-NOT-FOUND
              CLOSE HO3-POLICY-MASTER
           END-IF
           CLOSE EARNED-PREMIUM-FILE

           IF WS-REGISTER-FILE-OK
              PERFORM 7000-WRITE-REGISTER
              CLOSE UEPR-REGISTER-FILE
           END-IF

           DISPLAY 'HO3UEPR: MONTH-END DATE = ' WS-MONTH-END-DATE
           DISPLAY 'HO3UEPR: EXTRACT RECORDS READ = ' WS-EXTRACT-READ
           DISPLAY 'HO3UEPR: POLICIES ON REGISTER = '
              WS-POLICIES-REGISTERED
           DISPLAY 'HO3UEPR: CANCELLED BY MONTH-END = '
              WS-CANCELLED-COUNT
           DISPLAY 'HO3UEPR: NOT ON MASTER = ' WS-NOT-ON-MASTER-COUNT
           DISPLAY 'HO3UEPR: NOT YET EFFECTIVE = '
              WS-NOT-EFFECTIVE-COUNT
           DISPLAY 'HO3UEPR: INVALID TERM DATES = ' WS-BAD-TERM-COUNT

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
           MOVE 'HO3UEPR ' TO RC-PROGRAM-ID
           MOVE 'HO3PREM ' TO RC-PREDECESSOR-ID
           MOVE ZERO TO RC-GENERATION-STAMP
           CALL 'HO3RUNLG' USING HO3-RUN-CONTROL-PARMS
           IF RC-GATE-FAILED
              DISPLAY 'HO3UEPR: PREDECESSOR HO3PREM HAS NOT '
                 'COMPLETED CLEAN TONIGHT - RUN REFUSED'
              MOVE 8 TO RETURN-CODE
           END-IF.

       8900-WRITE-RUN-END.
           MOVE 'END  ' TO RC-FUNCTION-CODE
           MOVE WS-EXTRACT-READ TO RC-RECORDS-IN
           MOVE WS-POLICIES-REGISTERED TO RC-RECORDS-OUT
           COMPUTE RC-EXCEPTION-COUNT =
               WS-NOT-ON-MASTER-COUNT + WS-BAD-TERM-COUNT
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
