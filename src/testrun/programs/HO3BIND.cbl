       IDENTIFICATION DIVISION.
       PROGRAM-ID. HO3BIND.
      *    New-business bind.  Agents' bind requests arrive on
      *    HO3BNDIN, one per quote to be bound: the quote number
      *    off the quote letter, the producer binding it, the date
      *    the insured accepted, and the user keying it.  Each is
      *    checked against the quote HO3QUOTE wrote to the HO3QUOTF
      *    quote file: the quote has to be on file and not already
      *    bound, the producer has to be the one quoted, the bind
      *    date has to be a real date no later than today, and the
      *    quote has to still be good on the bind date (its
      *    valid-through date - never past its own effective date).
      *    The producer is proven again against the HO3PRDVS
      *    producer master, since an appointment can be terminated
      *    or a licence lapse between quote and bind.  A request
      *    that fails is listed on the HO3BNXRP bind exception
      *    report and nothing is booked.
      *
      *    A good request books the quote as a new policy on the
      *    HO3POLVS master under the next policy number off the
      *    HO3NBCTL new-business control record - the control's
      *    prefix and next sequence - as quoted: insured, term,
      *    state, producer, coverages and mortgagee, active, with
      *    no loss-history surcharge.  The first three properties go
      *    on the policy record; the rest are appended to the
      *    HO3OVXIN overflow feed that HO3OVFR carries to HO3OVFLW
      *    tonight (which is why the control's policy numbers must
      *    sort above the master's - the feed is in policy order).
      *    The add is logged to HO3AUDIT (EXTEND, transaction type
      *    'A', the quote number as the new value, under the user
      *    who keyed the bind), the quote is marked bound with the
      *    policy number, and a new-business declaration is written
      *    to HO3NBDCL for the print vendor.
      *
      *    The night's bound policies are sorted by producer, state
      *    and policy number into the HO3NBRRP daily new-business
      *    register, with state subtotals within each producer,
      *    producer totals and a grand total of the premium and
      *    billed charges written.  The control record is advanced
      *    past the last policy number used; a policy number
      *    already on the master (the control record behind the
      *    master) or a quote file update failure stops the run
      *    with RC 8.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BIND-REQUEST-FILE ASSIGN TO "HO3BNDIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REQUEST-FILE-STATUS.

           SELECT NEWBUS-CONTROL-FILE ASSIGN TO "HO3NBCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CONTROL-FILE-STATUS.

           SELECT QUOTE-FILE ASSIGN TO "HO3QUOTF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS QT-KEY
               FILE STATUS IS WS-QUOTE-FILE-STATUS.

           SELECT HO3-PRODUCER-MASTER ASSIGN TO "HO3PRDVS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PM-PRODUCER-CODE
               FILE STATUS IS WS-PRODUCER-FILE-STATUS.

           SELECT HO3-POLICY-MASTER ASSIGN TO "HO3POLVS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS POLICY-NUMBER
               FILE STATUS IS WS-MASTER-FILE-STATUS.

           SELECT OVERFLOW-TRANSACTION-FILE ASSIGN TO "HO3OVXIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OVFL-TRAN-FILE-STATUS.

           SELECT AUDIT-LOG-FILE ASSIGN TO "HO3AUDIT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

           SELECT NEWBUS-DECLARATION-FILE ASSIGN TO "HO3NBDCL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DECLARATION-FILE-STATUS.

           SELECT BIND-EXCEPTION-FILE ASSIGN TO "HO3BNXRP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCEPTION-FILE-STATUS.

           SELECT BIND-SORT-FILE ASSIGN TO "HO3BNDST".

           SELECT NEWBUS-REGISTER-FILE ASSIGN TO "HO3NBRRP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BIND-REQUEST-FILE.
       01  HO3-BIND-REQUEST-RECORD.
           05 BR-QUOTE-NUMBER         PIC 9(10).
           05 BR-PRODUCER-CODE        PIC X(6).
           05 BR-BIND-DATE            PIC 9(8).
           05 BR-USER-ID              PIC X(8).
           05 FILLER                  PIC X(8).

       FD  NEWBUS-CONTROL-FILE.
           COPY HO3-NEWBUS-CONTROL.

       FD  QUOTE-FILE.
           COPY HO3-QUOTE.

       FD  HO3-PRODUCER-MASTER.
           COPY HO3-PRODUCER.

       FD  HO3-POLICY-MASTER.
           COPY HO3-POLICY.

      *    Same layout HO3OVFR reads from HO3OVXIN.
       FD  OVERFLOW-TRANSACTION-FILE.
       01  HO3-OVFL-TRANSACTION.
           05 OVFX-POLICY-NUMBER          PIC X(10).
           05 OVFX-PROPERTY-SEQ-NO        PIC X(2).
           05 OVFX-YEAR-BUILT             PIC 9(4).
           05 OVFX-OCCUPANCY-TYPE         PIC X(1).
           05 OVFX-ROOF-TYPE              PIC X(1).
           05 OVFX-PROPERTY-ADDRESS       PIC X(50).
           05 OVFX-PROPERTY-CITY          PIC X(30).
           05 OVFX-PROPERTY-ZIP           PIC X(5).
           05 OVFX-PROPERTY-INSURED-VALUE PIC 9(7)V99.

       FD  AUDIT-LOG-FILE.
           COPY HO3-AUDIT.

      *    The renewal declaration's fields, with the quote the
      *    policy was bound from and its premium as quoted.
       FD  NEWBUS-DECLARATION-FILE.
       01  HO3-NEWBUS-DECLARATION-RECORD.
           05 ND-POLICY-NUMBER        PIC X(10).
           05 ND-INSURED-NAME         PIC X(30).
           05 ND-STATE-CODE           PIC X(2).
           05 ND-PRODUCER-CODE        PIC X(6).
           05 ND-EFFECTIVE-DATE       PIC 9(8).
           05 ND-EXPIRY-DATE          PIC 9(8).
           05 ND-COV-A-DWELLING       PIC 9(7)V99.
           05 ND-COV-C-CONTENTS       PIC 9(7)V99.
           05 ND-COV-E-LIABILITY      PIC 9(7)V99.
           05 ND-ALL-PERIL-DEDUCTIBLE PIC 9(5)V99.
           05 ND-MORTGAGEE-NAME       PIC X(30).
           05 ND-ISSUE-DATE           PIC 9(8).
           05 ND-QUOTE-NUMBER         PIC 9(10).
           05 ND-PROPERTY-COUNT       PIC 9(3).
           05 ND-ANNUAL-PREMIUM       PIC 9(7)V99.
           05 ND-BILLED-CHARGES       PIC 9(7)V99.
           05 ND-BILLING-PLAN         PIC X(1).

       FD  BIND-EXCEPTION-FILE.
       01  BIND-EXCEPTION-LINE        PIC X(132).

       SD  BIND-SORT-FILE.
       01  BIND-SORT-RECORD.
           05 BS-PRODUCER-CODE        PIC X(6).
           05 BS-STATE-CODE           PIC X(2).
           05 BS-POLICY-NUMBER        PIC X(10).
           05 BS-AGENCY-NAME          PIC X(30).
           05 BS-INSURED-NAME         PIC X(30).
           05 BS-EFFECTIVE-DATE       PIC 9(8).
           05 BS-QUOTE-NUMBER         PIC 9(10).
           05 BS-PROPERTY-COUNT       PIC 9(3).
           05 BS-COV-A-DWELLING       PIC 9(7)V99 COMP-3.
           05 BS-ANNUAL-PREMIUM       PIC 9(7)V99 COMP-3.
           05 BS-BILLED-CHARGES       PIC 9(7)V99 COMP-3.

       FD  NEWBUS-REGISTER-FILE.
       01  NEWBUS-REGISTER-LINE       PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-REQUEST-FILE-STATUS     PIC X(2).
           88 WS-REQUEST-FILE-OK      VALUE '00'.
           88 WS-REQUEST-FILE-EOF     VALUE '10'.

       01  WS-CONTROL-FILE-STATUS     PIC X(2).
           88 WS-CONTROL-FILE-OK      VALUE '00'.

       01  WS-QUOTE-FILE-STATUS       PIC X(2).
           88 WS-QUOTE-FILE-OK        VALUE '00'.
           88 WS-QUOTE-FILE-EOF       VALUE '10'.
           88 WS-QUOTE-NOT-FOUND      VALUE '23'.

       01  WS-PRODUCER-FILE-STATUS    PIC X(2).
           88 WS-PRODUCER-FILE-OK     VALUE '00'.
           88 WS-PRODUCER-NOT-FOUND   VALUE '23'.

       01  WS-MASTER-FILE-STATUS      PIC X(2).
           88 WS-MASTER-FILE-OK       VALUE '00'.
           88 WS-MASTER-DUPLICATE     VALUE '22'.

       01  WS-OVFL-TRAN-FILE-STATUS   PIC X(2).
           88 WS-OVFL-TRAN-FILE-OK    VALUE '00'.

       01  WS-AUDIT-FILE-STATUS       PIC X(2).
           88 WS-AUDIT-FILE-OK        VALUE '00'.

       01  WS-DECLARATION-FILE-STATUS PIC X(2).
           88 WS-DECLARATION-FILE-OK  VALUE '00'.

       01  WS-EXCEPTION-FILE-STATUS   PIC X(2).
           88 WS-EXCEPTION-FILE-OK    VALUE '00'.

       01  WS-REPORT-FILE-STATUS      PIC X(2).
           88 WS-REPORT-FILE-OK       VALUE '00'.

       01  WS-EOF-SWITCH              PIC X(1) VALUE 'N'.
           88 WS-END-OF-INPUT         VALUE 'Y'.

       01  WS-ABANDON-SWITCH          PIC X(1) VALUE 'N'.
           88 WS-RUN-ABANDONED        VALUE 'Y'.

       01  WS-CONTROL-READ-SWITCH     PIC X(1) VALUE 'N'.
           88 WS-CONTROL-RECORD-READ  VALUE 'Y'.

       01  WS-PROPERTY-EOF-SWITCH     PIC X(1).
           88 WS-QUOTE-PROPERTIES-DONE VALUE 'Y'.

       01  WS-SORT-EOF-SWITCH         PIC X(1) VALUE 'N'.
           88 WS-SORT-END-OF-FILE     VALUE 'Y'.

       01  WS-FIRST-PRODUCER-SWITCH   PIC X(1) VALUE 'Y'.
           88 WS-FIRST-PRODUCER       VALUE 'Y'.

       01  WS-LICENSE-FOUND-SWITCH    PIC X(1).
           88 WS-LICENSE-FOUND        VALUE 'Y'.
       01  WS-LICENSE-SUB             PIC S9(4) COMP.

       01  WS-CURRENT-TIMESTAMP.
           05 WS-CURRENT-YYYYMMDD     PIC 9(8).
           05 WS-CURRENT-TIME         PIC 9(6).
           05 FILLER                  PIC X(7).

      *    The new-business control record as read: the policy
      *    sequence is advanced here, the quote numbering and the
      *    quote run's figures are written back as they were.
       01  WS-CONTROL-NEXT-QUOTE      PIC 9(10) VALUE ZERO.
       01  WS-CONTROL-LAST-QUOTE-DATE PIC 9(8) VALUE ZERO.
       01  WS-CONTROL-LAST-QUOTE-COUNT PIC 9(7) VALUE ZERO.
       01  WS-POLICY-PREFIX           PIC X(2) VALUE SPACES.
       01  WS-NEXT-POLICY-SEQUENCE    PIC 9(8) VALUE ZERO.

       01  WS-NEW-POLICY-NUMBER.
           05 WS-NPN-PREFIX           PIC X(2).
           05 WS-NPN-SEQUENCE         PIC 9(8).

      *    The quote header as read, for marking it bound once the
      *    property records behind it have been read over it, and
      *    the quoted figures the declaration and register carry.
       01  WS-QUOTE-HEADER-SAVE       PIC X(268).
       01  WS-BOUND-ANNUAL-PREMIUM    PIC 9(7)V99 COMP-3.
       01  WS-BOUND-BILLED-CHARGES    PIC 9(7)V99 COMP-3.
       01  WS-BOUND-BILLING-PLAN      PIC X(1).
       01  WS-QUOTED-PROPERTY-COUNT   PIC 9(3).
       01  WS-AGENCY-NAME             PIC X(30).

      *    The quote's properties, in sequence, off its property
      *    records.
       01  WS-BIND-PROPERTY-COUNT     PIC S9(4) COMP.
       01  WS-PROPERTY-SUB            PIC S9(4) COMP.
       01  WS-PROPERTY-LIMIT          PIC S9(4) COMP.
       01  WS-BIND-PROPERTY-TABLE.
           05 WS-BIND-PROPERTY OCCURS 99 TIMES.
              10 WS-BP-PROPERTY-SEQ-NO PIC X(2).
              10 WS-BP-YEAR-BUILT     PIC 9(4).
              10 WS-BP-OCCUPANCY-TYPE PIC X(1).
              10 WS-BP-ROOF-TYPE      PIC X(1).
              10 WS-BP-PROPERTY-ADDRESS PIC X(50).
              10 WS-BP-PROPERTY-CITY  PIC X(30).
              10 WS-BP-PROPERTY-ZIP   PIC X(5).
              10 WS-BP-INSURED-VALUE  PIC 9(7)V99 COMP-3.

       01  WS-EXCEPTION-TEXT          PIC X(50).
       01  WS-DATE-TEXT               PIC X(8).

       01  WS-REQUESTS-READ           PIC 9(9) VALUE ZERO.
       01  WS-POLICIES-BOUND          PIC 9(7) VALUE ZERO.
       01  WS-EXCEPTION-COUNT         PIC 9(9) VALUE ZERO.
       01  WS-OVERFLOW-WRITTEN        PIC 9(9) VALUE ZERO.
       01  WS-DECLARATIONS-WRITTEN    PIC 9(9) VALUE ZERO.

       01  WS-PRIOR-PRODUCER-CODE     PIC X(6).
       01  WS-PRIOR-STATE-CODE        PIC X(2).
       01  WS-STATE-COUNT             PIC 9(9).
       01  WS-STATE-PREMIUM           PIC 9(11)V99 COMP-3.
       01  WS-STATE-CHARGES           PIC 9(11)V99 COMP-3.
       01  WS-PRODUCER-COUNT          PIC 9(9).
       01  WS-PRODUCER-PREMIUM        PIC 9(11)V99 COMP-3.
       01  WS-PRODUCER-CHARGES        PIC 9(11)V99 COMP-3.
       01  WS-GRAND-COUNT             PIC 9(9) VALUE ZERO.
       01  WS-GRAND-PREMIUM           PIC 9(11)V99 COMP-3 VALUE ZERO.
       01  WS-GRAND-CHARGES           PIC 9(11)V99 COMP-3 VALUE ZERO.
       01  WS-PRODUCERS-REPORTED      PIC 9(9) VALUE ZERO.

       01  WS-EXCEPTION-TITLE.
           05 FILLER                  PIC X(41) VALUE
              'NEW-BUSINESS BIND EXCEPTIONS - RUN DATE '.
           05 WS-XTL-RUN-DATE         PIC 9(8).

       01  WS-EXCEPTION-HEADING.
           05 FILLER                  PIC X(10) VALUE 'QUOTE NO'.
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 FILLER                  PIC X(6)  VALUE 'PRODCR'.
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 FILLER                  PIC X(8)  VALUE 'BIND DT'.
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 FILLER                  PIC X(8)  VALUE 'USER'.
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 FILLER                  PIC X(50) VALUE 'EXCEPTION'.

       01  WS-EXCEPTION-DETAIL           VALUE SPACES.
           05 WS-EXC-QUOTE-NUMBER     PIC X(10).
           05 FILLER                  PIC X(2).
           05 WS-EXC-PRODUCER-CODE    PIC X(6).
           05 FILLER                  PIC X(2).
           05 WS-EXC-BIND-DATE        PIC X(8).
           05 FILLER                  PIC X(2).
           05 WS-EXC-USER-ID          PIC X(8).
           05 FILLER                  PIC X(2).
           05 WS-EXC-TEXT             PIC X(50).

       01  WS-REGISTER-TITLE.
           05 FILLER                  PIC X(40) VALUE
              'DAILY NEW-BUSINESS REGISTER - RUN DATE '.
           05 WS-TTL-RUN-DATE         PIC 9(8).

       01  WS-PRODUCER-HEADING.
           05 FILLER                  PIC X(11) VALUE 'PRODUCER - '.
           05 WS-PRH-PRODUCER-CODE    PIC X(6).
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 WS-PRH-AGENCY-NAME      PIC X(30).

       01  WS-COLUMN-HEADING.
           05 FILLER                  PIC X(10) VALUE 'POLICY'.
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 FILLER                  PIC X(2)  VALUE 'ST'.
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 FILLER                  PIC X(10) VALUE 'QUOTE NO'.
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 FILLER                  PIC X(30) VALUE 'INSURED'.
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 FILLER                  PIC X(8)  VALUE 'EFF DATE'.
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 FILLER                  PIC X(5)  VALUE 'PROPS'.
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 FILLER                  PIC X(12) VALUE '       COV A'.
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 FILLER                  PIC X(12) VALUE '      ANNUAL'.
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 FILLER                  PIC X(12) VALUE '     CHARGES'.

       01  WS-DETAIL-LINE                VALUE SPACES.
           05 WS-DTL-POLICY-NUMBER    PIC X(10).
           05 FILLER                  PIC X(2).
           05 WS-DTL-STATE-CODE       PIC X(2).
           05 FILLER                  PIC X(2).
           05 WS-DTL-QUOTE-NUMBER     PIC 9(10).
           05 FILLER                  PIC X(2).
           05 WS-DTL-INSURED-NAME     PIC X(30).
           05 FILLER                  PIC X(2).
           05 WS-DTL-EFFECTIVE-DATE   PIC 9(8).
           05 FILLER                  PIC X(4).
           05 WS-DTL-PROPERTY-COUNT   PIC ZZ9.
           05 FILLER                  PIC X(2).
           05 WS-DTL-COV-A-DWELLING   PIC Z,ZZZ,ZZ9.99.
           05 FILLER                  PIC X(2).
           05 WS-DTL-ANNUAL-PREMIUM   PIC Z,ZZZ,ZZ9.99.
           05 FILLER                  PIC X(2).
           05 WS-DTL-BILLED-CHARGES   PIC Z,ZZZ,ZZ9.99.

       01  WS-TOTAL-LINE                 VALUE SPACES.
           05 WS-TOT-LABEL            PIC X(30).
           05 WS-TOT-COUNT            PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                  PIC X(4).
           05 WS-TOT-PREMIUM          PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                  PIC X(2).
           05 WS-TOT-CHARGES          PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       01  WS-COUNT-LINE                 VALUE SPACES.
           05 WS-CNT-LABEL            PIC X(40).
           05 WS-CNT-COUNT            PIC ZZZ,ZZZ,ZZ9.

           COPY HO3-RUN-CONTROL.

       PROCEDURE DIVISION.

       0000-MAIN-LOGIC.
           PERFORM 1000-INITIALIZE
           IF RC-GATE-PASSED AND NOT WS-RUN-ABANDONED
              SORT BIND-SORT-FILE
                  ON ASCENDING KEY BS-PRODUCER-CODE
                                   BS-STATE-CODE
                                   BS-POLICY-NUMBER
                  INPUT PROCEDURE IS 3000-BIND-QUOTES
                  OUTPUT PROCEDURE IS 4000-REPORT-BY-PRODUCER
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
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           PERFORM 1100-READ-CONTROL-RECORD

           OPEN INPUT BIND-REQUEST-FILE
           IF NOT WS-REQUEST-FILE-OK
              DISPLAY 'HO3BIND: UNABLE TO OPEN HO3BNDIN, STATUS='
                 WS-REQUEST-FILE-STATUS
              MOVE 'Y' TO WS-ABANDON-SWITCH
           END-IF

           OPEN I-O QUOTE-FILE
           IF NOT WS-QUOTE-FILE-OK
              DISPLAY 'HO3BIND: UNABLE TO OPEN HO3QUOTF, STATUS='
                 WS-QUOTE-FILE-STATUS
              MOVE 'Y' TO WS-ABANDON-SWITCH
           END-IF

           OPEN INPUT HO3-PRODUCER-MASTER
           IF NOT WS-PRODUCER-FILE-OK
              DISPLAY 'HO3BIND: UNABLE TO OPEN HO3PRDVS, STATUS='
                 WS-PRODUCER-FILE-STATUS
              MOVE 'Y' TO WS-ABANDON-SWITCH
           END-IF

           OPEN I-O HO3-POLICY-MASTER
           IF NOT WS-MASTER-FILE-OK
              DISPLAY 'HO3BIND: UNABLE TO OPEN HO3POLVS, STATUS='
                 WS-MASTER-FILE-STATUS
              MOVE 'Y' TO WS-ABANDON-SWITCH
           END-IF

           OPEN EXTEND OVERFLOW-TRANSACTION-FILE
           IF NOT WS-OVFL-TRAN-FILE-OK
              DISPLAY 'HO3BIND: UNABLE TO OPEN HO3OVXIN, STATUS='
                 WS-OVFL-TRAN-FILE-STATUS
              MOVE 'Y' TO WS-ABANDON-SWITCH
           END-IF

           OPEN EXTEND AUDIT-LOG-FILE
           IF NOT WS-AUDIT-FILE-OK
              DISPLAY 'HO3BIND: UNABLE TO OPEN HO3AUDIT, STATUS='
                 WS-AUDIT-FILE-STATUS
              MOVE 'Y' TO WS-ABANDON-SWITCH
           END-IF

           OPEN OUTPUT NEWBUS-DECLARATION-FILE
           IF NOT WS-DECLARATION-FILE-OK
              DISPLAY 'HO3BIND: UNABLE TO OPEN HO3NBDCL, STATUS='
                 WS-DECLARATION-FILE-STATUS
              MOVE 'Y' TO WS-ABANDON-SWITCH
           END-IF

           OPEN OUTPUT BIND-EXCEPTION-FILE
           IF NOT WS-EXCEPTION-FILE-OK
              DISPLAY 'HO3BIND: UNABLE TO OPEN HO3BNXRP, STATUS='
                 WS-EXCEPTION-FILE-STATUS
              MOVE 'Y' TO WS-ABANDON-SWITCH
           END-IF

           OPEN OUTPUT NEWBUS-REGISTER-FILE
           IF NOT WS-REPORT-FILE-OK
              DISPLAY 'HO3BIND: UNABLE TO OPEN HO3NBRRP, STATUS='
                 WS-REPORT-FILE-STATUS
              MOVE 'Y' TO WS-ABANDON-SWITCH
           END-IF

           IF WS-RUN-ABANDONED
              DISPLAY 'HO3BIND: CONTROL, INPUT OR OUTPUT FILE '
                 'UNAVAILABLE - NO POLICIES BOUND'
              MOVE 8 TO RETURN-CODE
           ELSE
              MOVE WS-CURRENT-YYYYMMDD TO WS-XTL-RUN-DATE
              WRITE BIND-EXCEPTION-LINE FROM WS-EXCEPTION-TITLE
              WRITE BIND-EXCEPTION-LINE FROM WS-EXCEPTION-HEADING
              MOVE WS-CURRENT-YYYYMMDD TO WS-TTL-RUN-DATE
              WRITE NEWBUS-REGISTER-LINE FROM WS-REGISTER-TITLE
           END-IF.

      *    ---------------------------------------------------------
      *    The HO3NBCTL control record carries the policy number
      *    prefix and next sequence.  It is never created here:
      *    the numbering has to be set up by operations above the
      *    master's numbers, so a missing record or one without a
      *    prefix and sequence stops the run.
      *    ---------------------------------------------------------
       1100-READ-CONTROL-RECORD.
           OPEN INPUT NEWBUS-CONTROL-FILE
           IF NOT WS-CONTROL-FILE-OK
              DISPLAY 'HO3BIND: UNABLE TO OPEN HO3NBCTL, STATUS='
                 WS-CONTROL-FILE-STATUS
              MOVE 'Y' TO WS-ABANDON-SWITCH
           ELSE
              READ NEWBUS-CONTROL-FILE
                  AT END
                     DISPLAY 'HO3BIND: NO CONTROL RECORD - POLICY '
                        'NUMBERING HAS NOT BEEN SET UP'
                     MOVE 'Y' TO WS-ABANDON-SWITCH
                  NOT AT END
                     IF NC-POLICY-PREFIX = SPACES
                           OR NC-NEXT-POLICY-SEQUENCE NOT NUMERIC
                           OR NC-NEXT-POLICY-SEQUENCE = ZERO
                        DISPLAY 'HO3BIND: INVALID CONTROL RECORD - '
                           'PREFIX ' NC-POLICY-PREFIX
                           ' NEXT SEQUENCE ' NC-NEXT-POLICY-SEQUENCE
                        MOVE 'Y' TO WS-ABANDON-SWITCH
                     ELSE
                        MOVE NC-POLICY-PREFIX TO WS-POLICY-PREFIX
                        MOVE NC-NEXT-POLICY-SEQUENCE
                           TO WS-NEXT-POLICY-SEQUENCE
                        MOVE NC-NEXT-QUOTE-NUMBER
                           TO WS-CONTROL-NEXT-QUOTE
                        MOVE NC-LAST-QUOTE-DATE
                           TO WS-CONTROL-LAST-QUOTE-DATE
                        MOVE NC-LAST-QUOTE-COUNT
                           TO WS-CONTROL-LAST-QUOTE-COUNT
                        MOVE 'Y' TO WS-CONTROL-READ-SWITCH
                     END-IF
              END-READ
              CLOSE NEWBUS-CONTROL-FILE
           END-IF.

      *    ---------------------------------------------------------
      *    SORT input procedure - takes every bind request in turn,
      *    books the good ones and releases each policy booked to
      *    the register sort.
      *    ---------------------------------------------------------
       3000-BIND-QUOTES.
           PERFORM 3100-READ-BIND-REQUEST
           PERFORM 3200-PROCESS-BIND-REQUEST UNTIL WS-END-OF-INPUT.

       3100-READ-BIND-REQUEST.
           READ BIND-REQUEST-FILE
               AT END
                  MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

       3200-PROCESS-BIND-REQUEST.
           ADD 1 TO WS-REQUESTS-READ
           IF BR-QUOTE-NUMBER NOT NUMERIC
              MOVE 'QUOTE NUMBER IS NOT NUMERIC' TO WS-EXCEPTION-TEXT
              PERFORM 3900-WRITE-BIND-EXCEPTION
           ELSE
              MOVE BR-QUOTE-NUMBER TO QT-QUOTE-NUMBER
              MOVE ZERO TO QT-RECORD-SEQ
              READ QUOTE-FILE
              EVALUATE TRUE
                  WHEN WS-QUOTE-FILE-OK
                     PERFORM 3300-VALIDATE-BIND
                  WHEN WS-QUOTE-NOT-FOUND
                     MOVE 'QUOTE NOT ON THE QUOTE FILE'
                        TO WS-EXCEPTION-TEXT
                     PERFORM 3900-WRITE-BIND-EXCEPTION
                  WHEN OTHER
                     DISPLAY 'HO3BIND: HO3QUOTF READ FAILED FOR '
                        'QUOTE ' BR-QUOTE-NUMBER ' STATUS='
                        WS-QUOTE-FILE-STATUS
                     MOVE 'Y' TO WS-ABANDON-SWITCH
              END-EVALUATE
           END-IF

           IF WS-RUN-ABANDONED
              MOVE 8 TO RETURN-CODE
              MOVE 'Y' TO WS-EOF-SWITCH
           ELSE
              PERFORM 3100-READ-BIND-REQUEST
           END-IF.

      *    ---------------------------------------------------------
      *    The first reason a request cannot be bound is the one
      *    reported.  A quote is good through its valid-through
      *    date, so the insured's acceptance has to be dated on or
      *    before it.
      *    ---------------------------------------------------------
       3300-VALIDATE-BIND.
           MOVE SPACES TO WS-EXCEPTION-TEXT
           EVALUATE TRUE
               WHEN QT-BOUND
                  STRING 'QUOTE ALREADY BOUND AS POLICY '
                        DELIMITED BY SIZE
                     QT-POLICY-NUMBER DELIMITED BY SIZE
                     INTO WS-EXCEPTION-TEXT
               WHEN NOT QT-QUOTED
                  MOVE 'QUOTE IS NOT OPEN FOR BINDING'
                     TO WS-EXCEPTION-TEXT
               WHEN BR-PRODUCER-CODE NOT = QT-PRODUCER-CODE
                  STRING 'QUOTE WAS ISSUED TO PRODUCER '
                        DELIMITED BY SIZE
                     QT-PRODUCER-CODE DELIMITED BY SIZE
                     INTO WS-EXCEPTION-TEXT
               WHEN BR-BIND-DATE NOT NUMERIC
                     OR FUNCTION TEST-DATE-YYYYMMDD
                           (BR-BIND-DATE) NOT = ZERO
                  MOVE 'BIND DATE IS NOT A VALID DATE'
                     TO WS-EXCEPTION-TEXT
               WHEN BR-BIND-DATE > WS-CURRENT-YYYYMMDD
                  MOVE 'BIND DATE IS AFTER TODAY'
                     TO WS-EXCEPTION-TEXT
               WHEN BR-BIND-DATE < QT-QUOTE-DATE
                  MOVE 'BIND DATE IS BEFORE THE QUOTE DATE'
                     TO WS-EXCEPTION-TEXT
               WHEN BR-BIND-DATE > QT-VALID-THROUGH-DATE
                  MOVE QT-VALID-THROUGH-DATE TO WS-DATE-TEXT
                  STRING 'QUOTE EXPIRED - GOOD THROUGH '
                        DELIMITED BY SIZE
                     WS-DATE-TEXT DELIMITED BY SIZE
                     INTO WS-EXCEPTION-TEXT
           END-EVALUATE

           IF WS-EXCEPTION-TEXT = SPACES
              PERFORM 3310-CHECK-PRODUCER
           END-IF

           IF WS-EXCEPTION-TEXT = SPACES
              MOVE HO3-QUOTE-RECORD TO WS-QUOTE-HEADER-SAVE
              PERFORM 3400-SET-UP-POLICY
              PERFORM 3410-LOAD-QUOTE-PROPERTIES
              IF WS-BIND-PROPERTY-COUNT NOT = WS-QUOTED-PROPERTY-COUNT
                 MOVE 'QUOTE PROPERTY RECORDS MISSING FROM HO3QUOTF'
                    TO WS-EXCEPTION-TEXT
              END-IF
           END-IF

           IF WS-EXCEPTION-TEXT = SPACES
              PERFORM 3500-BOOK-POLICY
           ELSE
              PERFORM 3900-WRITE-BIND-EXCEPTION
           END-IF.

      *    ---------------------------------------------------------
      *    The quote-time producer proof again: an agency can be
      *    terminated, or lose a state licence, between the quote
      *    and the bind.
      *    ---------------------------------------------------------
       3310-CHECK-PRODUCER.
           MOVE QT-PRODUCER-CODE TO PM-PRODUCER-CODE
           READ HO3-PRODUCER-MASTER
           IF NOT WS-PRODUCER-FILE-OK
              MOVE 'PRODUCER NO LONGER ON THE PRODUCER MASTER'
                 TO WS-EXCEPTION-TEXT
           ELSE
              IF PM-TERMINATED
                 MOVE 'PRODUCER APPOINTMENT TERMINATED SINCE QUOTE'
                    TO WS-EXCEPTION-TEXT
              ELSE
                 MOVE 'N' TO WS-LICENSE-FOUND-SWITCH
                 PERFORM VARYING WS-LICENSE-SUB FROM 1 BY 1
                         UNTIL WS-LICENSE-SUB >
                               PM-LICENSED-STATE-COUNT
                    IF PM-LICENSED-STATE (WS-LICENSE-SUB) =
                          QT-STATE-CODE
                       MOVE 'Y' TO WS-LICENSE-FOUND-SWITCH
                    END-IF
                 END-PERFORM
                 IF NOT WS-LICENSE-FOUND
                    STRING 'PRODUCER NO LONGER LICENSED IN STATE '
                          DELIMITED BY SIZE
                       QT-STATE-CODE DELIMITED BY SIZE
                       INTO WS-EXCEPTION-TEXT
                 ELSE
                    MOVE PM-AGENCY-NAME TO WS-AGENCY-NAME
                 END-IF
              END-IF
           END-IF.

      *    ---------------------------------------------------------
      *    The new policy as quoted, under the next policy number:
      *    active, no loss-history surcharge, no cancellation.  The
      *    properties are added once they have been read.
      *    ---------------------------------------------------------
       3400-SET-UP-POLICY.
           MOVE WS-POLICY-PREFIX TO WS-NPN-PREFIX
           MOVE WS-NEXT-POLICY-SEQUENCE TO WS-NPN-SEQUENCE

           INITIALIZE HO3-POLICY-RECORD
           MOVE WS-NEW-POLICY-NUMBER TO POLICY-NUMBER
           MOVE QT-INSURED-NAME TO INSURED-NAME
           MOVE QT-EFFECTIVE-DATE TO EFFECTIVE-DATE
           MOVE QT-EXPIRY-DATE TO EXPIRY-DATE
           MOVE QT-STATE-CODE TO STATE-CODE
           MOVE QT-PRODUCER-CODE TO PRODUCER-CODE
           MOVE QT-COV-A-DWELLING TO COV-A-DWELLING
           MOVE QT-COV-C-CONTENTS TO COV-C-CONTENTS
           MOVE QT-COV-E-LIABILITY TO COV-E-LIABILITY
           MOVE QT-ALL-PERIL-DEDUCTIBLE TO ALL-PERIL-DEDUCTIBLE
           MOVE QT-MORTGAGEE-NAME TO MORTGAGEE-NAME
           MOVE QT-MORTGAGEE-LOAN-NUMBER TO MORTGAGEE-LOAN-NUMBER
           MOVE QT-MORTGAGEE-BILL-ADDRESS TO MORTGAGEE-BILL-ADDRESS
           MOVE QT-MORTGAGEE-BILL-CITY TO MORTGAGEE-BILL-CITY
           MOVE QT-MORTGAGEE-BILL-STATE TO MORTGAGEE-BILL-STATE
           MOVE QT-MORTGAGEE-BILL-ZIP TO MORTGAGEE-BILL-ZIP
           MOVE QT-BILL-TO-MORTGAGEE-FLAG TO BILL-TO-MORTGAGEE-FLAG
           MOVE 'A' TO POLICY-STATUS
           MOVE ZERO TO LOSS-SURCHARGE-PCT

           MOVE QT-ANNUAL-PREMIUM TO WS-BOUND-ANNUAL-PREMIUM
           MOVE QT-BILLED-CHARGES TO WS-BOUND-BILLED-CHARGES
           MOVE QT-BILLING-PLAN TO WS-BOUND-BILLING-PLAN
           MOVE QT-PROPERTY-COUNT TO WS-QUOTED-PROPERTY-COUNT.

       3410-LOAD-QUOTE-PROPERTIES.
           MOVE ZERO TO WS-BIND-PROPERTY-COUNT
           MOVE 'N' TO WS-PROPERTY-EOF-SWITCH
           MOVE BR-QUOTE-NUMBER TO QT-QUOTE-NUMBER
           MOVE 1 TO QT-RECORD-SEQ
           START QUOTE-FILE
               KEY NOT LESS THAN QT-KEY
           IF NOT WS-QUOTE-FILE-OK
              MOVE 'Y' TO WS-PROPERTY-EOF-SWITCH
           END-IF
           PERFORM 3420-READ-QUOTE-PROPERTY
              UNTIL WS-QUOTE-PROPERTIES-DONE.

       3420-READ-QUOTE-PROPERTY.
           READ QUOTE-FILE NEXT RECORD
               AT END
                  MOVE 'Y' TO WS-PROPERTY-EOF-SWITCH
               NOT AT END
                  IF QT-QUOTE-NUMBER NOT = BR-QUOTE-NUMBER
                        OR WS-BIND-PROPERTY-COUNT NOT < 99
                     MOVE 'Y' TO WS-PROPERTY-EOF-SWITCH
                  ELSE
                     PERFORM 3430-KEEP-PROPERTY
                  END-IF
           END-READ.

       3430-KEEP-PROPERTY.
           ADD 1 TO WS-BIND-PROPERTY-COUNT
           MOVE QT-PROPERTY-SEQ-NO
              TO WS-BP-PROPERTY-SEQ-NO (WS-BIND-PROPERTY-COUNT)
           MOVE QT-YEAR-BUILT
              TO WS-BP-YEAR-BUILT (WS-BIND-PROPERTY-COUNT)
           MOVE QT-OCCUPANCY-TYPE
              TO WS-BP-OCCUPANCY-TYPE (WS-BIND-PROPERTY-COUNT)
           MOVE QT-ROOF-TYPE
              TO WS-BP-ROOF-TYPE (WS-BIND-PROPERTY-COUNT)
           MOVE QT-PROPERTY-ADDRESS
              TO WS-BP-PROPERTY-ADDRESS (WS-BIND-PROPERTY-COUNT)
           MOVE QT-PROPERTY-CITY
              TO WS-BP-PROPERTY-CITY (WS-BIND-PROPERTY-COUNT)
           MOVE QT-PROPERTY-ZIP
              TO WS-BP-PROPERTY-ZIP (WS-BIND-PROPERTY-COUNT)
           MOVE QT-PROPERTY-INSURED-VALUE
              TO WS-BP-INSURED-VALUE (WS-BIND-PROPERTY-COUNT).

      *    ---------------------------------------------------------
      *    The policy goes on the master first: a number already
      *    there means the control record is behind the master,
      *    and the bind stops before anything else is written.  The
      *    quote is marked bound straight after; if it cannot be,
      *    the new policy is taken back off the master and the bind
      *    stops with the policy number unused, so the quote is
      *    never left open against a booked policy.
      *    ---------------------------------------------------------
       3500-BOOK-POLICY.
           MOVE 3 TO WS-PROPERTY-LIMIT
           IF WS-BIND-PROPERTY-COUNT < 3
              MOVE WS-BIND-PROPERTY-COUNT TO WS-PROPERTY-LIMIT
           END-IF
           PERFORM VARYING WS-PROPERTY-SUB FROM 1 BY 1
                   UNTIL WS-PROPERTY-SUB > WS-PROPERTY-LIMIT
              MOVE WS-BP-PROPERTY-SEQ-NO (WS-PROPERTY-SUB)
                 TO PROPERTY-SEQ-NO (WS-PROPERTY-SUB)
              MOVE WS-BP-YEAR-BUILT (WS-PROPERTY-SUB)
                 TO YEAR-BUILT (WS-PROPERTY-SUB)
              MOVE WS-BP-OCCUPANCY-TYPE (WS-PROPERTY-SUB)
                 TO OCCUPANCY-TYPE (WS-PROPERTY-SUB)
              MOVE WS-BP-ROOF-TYPE (WS-PROPERTY-SUB)
                 TO ROOF-TYPE (WS-PROPERTY-SUB)
              MOVE WS-BP-PROPERTY-ADDRESS (WS-PROPERTY-SUB)
                 TO PROPERTY-ADDRESS (WS-PROPERTY-SUB)
              MOVE WS-BP-PROPERTY-CITY (WS-PROPERTY-SUB)
                 TO PROPERTY-CITY (WS-PROPERTY-SUB)
              MOVE WS-BP-PROPERTY-ZIP (WS-PROPERTY-SUB)
                 TO PROPERTY-ZIP (WS-PROPERTY-SUB)
              MOVE WS-BP-INSURED-VALUE (WS-PROPERTY-SUB)
                 TO PROPERTY-INSURED-VALUE (WS-PROPERTY-SUB)
           END-PERFORM
           MOVE WS-BIND-PROPERTY-COUNT TO PROPERTY-COUNT

           WRITE HO3-POLICY-RECORD
           IF NOT WS-MASTER-FILE-OK
              IF WS-MASTER-DUPLICATE
                 DISPLAY 'HO3BIND: POLICY ' POLICY-NUMBER
                    ' ALREADY ON HO3POLVS - HO3NBCTL NEXT POLICY '
                    'SEQUENCE IS BEHIND THE MASTER'
              ELSE
                 DISPLAY 'HO3BIND: HO3POLVS WRITE FAILED FOR POLICY '
                    POLICY-NUMBER ' STATUS=' WS-MASTER-FILE-STATUS
              END-IF
              MOVE 'Y' TO WS-ABANDON-SWITCH
           ELSE
              PERFORM 3530-MARK-QUOTE-BOUND
              IF WS-RUN-ABANDONED
                 PERFORM 3560-BACK-OUT-POLICY
              ELSE
                 ADD 1 TO WS-NEXT-POLICY-SEQUENCE
                 ADD 1 TO WS-POLICIES-BOUND
                 PERFORM 3510-WRITE-OVERFLOW-PROPERTY
                    VARYING WS-PROPERTY-SUB FROM 4 BY 1
                    UNTIL WS-PROPERTY-SUB > WS-BIND-PROPERTY-COUNT
                 PERFORM 3520-WRITE-AUDIT-RECORD
                 PERFORM 3540-WRITE-DECLARATION
                 PERFORM 3550-RELEASE-BOUND-POLICY
              END-IF
           END-IF.

       3510-WRITE-OVERFLOW-PROPERTY.
           MOVE POLICY-NUMBER TO OVFX-POLICY-NUMBER
           MOVE WS-BP-PROPERTY-SEQ-NO (WS-PROPERTY-SUB)
              TO OVFX-PROPERTY-SEQ-NO
           MOVE WS-BP-YEAR-BUILT (WS-PROPERTY-SUB) TO OVFX-YEAR-BUILT
           MOVE WS-BP-OCCUPANCY-TYPE (WS-PROPERTY-SUB)
              TO OVFX-OCCUPANCY-TYPE
           MOVE WS-BP-ROOF-TYPE (WS-PROPERTY-SUB) TO OVFX-ROOF-TYPE
           MOVE WS-BP-PROPERTY-ADDRESS (WS-PROPERTY-SUB)
              TO OVFX-PROPERTY-ADDRESS
           MOVE WS-BP-PROPERTY-CITY (WS-PROPERTY-SUB)
              TO OVFX-PROPERTY-CITY
           MOVE WS-BP-PROPERTY-ZIP (WS-PROPERTY-SUB)
              TO OVFX-PROPERTY-ZIP
           MOVE WS-BP-INSURED-VALUE (WS-PROPERTY-SUB)
              TO OVFX-PROPERTY-INSURED-VALUE
           WRITE HO3-OVFL-TRANSACTION
           IF NOT WS-OVFL-TRAN-FILE-OK
              DISPLAY 'HO3BIND: HO3OVXIN WRITE FAILED FOR POLICY '
                 OVFX-POLICY-NUMBER ' PROPERTY ' OVFX-PROPERTY-SEQ-NO
                 ' STATUS=' WS-OVFL-TRAN-FILE-STATUS
              MOVE SPACES TO WS-EXCEPTION-TEXT
              STRING 'PROPERTY ' DELIMITED BY SIZE
                 OVFX-PROPERTY-SEQ-NO DELIMITED BY SIZE
                 ' NOT ON HO3OVXIN - POLICY ' DELIMITED BY SIZE
                 OVFX-POLICY-NUMBER DELIMITED BY SIZE
                 INTO WS-EXCEPTION-TEXT
              PERFORM 3900-WRITE-BIND-EXCEPTION
              MOVE 8 TO RETURN-CODE
           ELSE
              ADD 1 TO WS-OVERFLOW-WRITTEN
           END-IF.

      *    ---------------------------------------------------------
      *    The add in the HO3-AUDIT-RECORD layout HO3MAINT writes,
      *    transaction type 'A', carrying the quote it came from,
      *    under the user who keyed the bind.
      *    ---------------------------------------------------------
       3520-WRITE-AUDIT-RECORD.
           MOVE POLICY-NUMBER TO AUD-POLICY-NUMBER
           MOVE 'A' TO AUD-TRANSACTION-TYPE
           MOVE 'QUOTE-NUMBER' TO AUD-FIELD-NAME
           MOVE SPACES TO AUD-OLD-VALUE
           MOVE BR-QUOTE-NUMBER TO AUD-NEW-VALUE
           MOVE WS-CURRENT-YYYYMMDD TO AUD-TIMESTAMP-DATE
           MOVE WS-CURRENT-TIME TO AUD-TIMESTAMP-TIME
           IF BR-USER-ID = SPACES
              MOVE 'HO3BIND' TO AUD-USER-ID
           ELSE
              MOVE BR-USER-ID TO AUD-USER-ID
           END-IF
           WRITE HO3-AUDIT-RECORD.

      *    A quote left unmarked could be bound a second time, so a
      *    failed update stops the run.
       3530-MARK-QUOTE-BOUND.
           MOVE WS-QUOTE-HEADER-SAVE TO HO3-QUOTE-RECORD
           MOVE 'B' TO QT-QUOTE-STATUS
           MOVE POLICY-NUMBER TO QT-POLICY-NUMBER
           MOVE BR-BIND-DATE TO QT-BIND-DATE
           IF BR-USER-ID = SPACES
              MOVE 'HO3BIND' TO QT-BOUND-BY
           ELSE
              MOVE BR-USER-ID TO QT-BOUND-BY
           END-IF
           REWRITE HO3-QUOTE-RECORD
           IF NOT WS-QUOTE-FILE-OK
              DISPLAY 'HO3BIND: HO3QUOTF UPDATE FAILED FOR QUOTE '
                 QT-QUOTE-NUMBER ' POLICY ' POLICY-NUMBER
                 ' STATUS=' WS-QUOTE-FILE-STATUS
              MOVE 'Y' TO WS-ABANDON-SWITCH
           END-IF.

       3540-WRITE-DECLARATION.
           MOVE POLICY-NUMBER TO ND-POLICY-NUMBER
           MOVE INSURED-NAME TO ND-INSURED-NAME
           MOVE STATE-CODE TO ND-STATE-CODE
           MOVE PRODUCER-CODE TO ND-PRODUCER-CODE
           MOVE EFFECTIVE-DATE TO ND-EFFECTIVE-DATE
           MOVE EXPIRY-DATE TO ND-EXPIRY-DATE
           MOVE COV-A-DWELLING TO ND-COV-A-DWELLING
           MOVE COV-C-CONTENTS TO ND-COV-C-CONTENTS
           MOVE COV-E-LIABILITY TO ND-COV-E-LIABILITY
           MOVE ALL-PERIL-DEDUCTIBLE TO ND-ALL-PERIL-DEDUCTIBLE
           MOVE MORTGAGEE-NAME TO ND-MORTGAGEE-NAME
           MOVE WS-CURRENT-YYYYMMDD TO ND-ISSUE-DATE
           MOVE BR-QUOTE-NUMBER TO ND-QUOTE-NUMBER
           MOVE WS-BIND-PROPERTY-COUNT TO ND-PROPERTY-COUNT
           MOVE WS-BOUND-ANNUAL-PREMIUM TO ND-ANNUAL-PREMIUM
           MOVE WS-BOUND-BILLED-CHARGES TO ND-BILLED-CHARGES
           MOVE WS-BOUND-BILLING-PLAN TO ND-BILLING-PLAN
           WRITE HO3-NEWBUS-DECLARATION-RECORD
           IF NOT WS-DECLARATION-FILE-OK
              DISPLAY 'HO3BIND: DECLARATION WRITE FAILED FOR '
                 'POLICY ' ND-POLICY-NUMBER ' STATUS='
                 WS-DECLARATION-FILE-STATUS
              MOVE 8 TO RETURN-CODE
           ELSE
              ADD 1 TO WS-DECLARATIONS-WRITTEN
           END-IF.

       3550-RELEASE-BOUND-POLICY.
           MOVE PRODUCER-CODE TO BS-PRODUCER-CODE
           MOVE STATE-CODE TO BS-STATE-CODE
           MOVE POLICY-NUMBER TO BS-POLICY-NUMBER
           MOVE WS-AGENCY-NAME TO BS-AGENCY-NAME
           MOVE INSURED-NAME TO BS-INSURED-NAME
           MOVE EFFECTIVE-DATE TO BS-EFFECTIVE-DATE
           MOVE BR-QUOTE-NUMBER TO BS-QUOTE-NUMBER
           MOVE WS-BIND-PROPERTY-COUNT TO BS-PROPERTY-COUNT
           MOVE COV-A-DWELLING TO BS-COV-A-DWELLING
           MOVE WS-BOUND-ANNUAL-PREMIUM TO BS-ANNUAL-PREMIUM
           MOVE WS-BOUND-BILLED-CHARGES TO BS-BILLED-CHARGES
           RELEASE BIND-SORT-RECORD.

       3560-BACK-OUT-POLICY.
           DELETE HO3-POLICY-MASTER RECORD
           IF NOT WS-MASTER-FILE-OK
              DISPLAY 'HO3BIND: HO3POLVS DELETE FAILED FOR POLICY '
                 POLICY-NUMBER ' STATUS=' WS-MASTER-FILE-STATUS
              DISPLAY 'HO3BIND: POLICY ' POLICY-NUMBER
                 ' WAS NOT BOUND AND MUST BE REMOVED FROM HO3POLVS'
           END-IF.

      *    The caller sets the exception text.
       3900-WRITE-BIND-EXCEPTION.
           ADD 1 TO WS-EXCEPTION-COUNT
           MOVE SPACES TO WS-EXCEPTION-DETAIL
           MOVE BR-QUOTE-NUMBER TO WS-EXC-QUOTE-NUMBER
           MOVE BR-PRODUCER-CODE TO WS-EXC-PRODUCER-CODE
           MOVE BR-BIND-DATE TO WS-EXC-BIND-DATE
           MOVE BR-USER-ID TO WS-EXC-USER-ID
           MOVE WS-EXCEPTION-TEXT TO WS-EXC-TEXT
           WRITE BIND-EXCEPTION-LINE FROM WS-EXCEPTION-DETAIL.

      *    ---------------------------------------------------------
      *    SORT output procedure - the night's new policies by
      *    producer, with a subtotal for each state the producer
      *    wrote in and a total for the producer.
      *    ---------------------------------------------------------
       4000-REPORT-BY-PRODUCER.
           PERFORM 4100-RETURN-SORT-RECORD
           PERFORM 4200-PROCESS-SORTED-POLICY
              UNTIL WS-SORT-END-OF-FILE
           IF NOT WS-FIRST-PRODUCER
              PERFORM 4400-WRITE-STATE-TOTAL
              PERFORM 4500-WRITE-PRODUCER-TOTAL
           END-IF.

       4100-RETURN-SORT-RECORD.
           RETURN BIND-SORT-FILE
               AT END
                  MOVE 'Y' TO WS-SORT-EOF-SWITCH
           END-RETURN.

       4200-PROCESS-SORTED-POLICY.
           IF BS-PRODUCER-CODE NOT = WS-PRIOR-PRODUCER-CODE
                 OR WS-FIRST-PRODUCER
              IF NOT WS-FIRST-PRODUCER
                 PERFORM 4400-WRITE-STATE-TOTAL
                 PERFORM 4500-WRITE-PRODUCER-TOTAL
              END-IF
              MOVE 'N' TO WS-FIRST-PRODUCER-SWITCH
              PERFORM 4300-START-PRODUCER
           ELSE
              IF BS-STATE-CODE NOT = WS-PRIOR-STATE-CODE
                 PERFORM 4400-WRITE-STATE-TOTAL
                 MOVE BS-STATE-CODE TO WS-PRIOR-STATE-CODE
              END-IF
           END-IF
           ADD 1 TO WS-STATE-COUNT
           ADD BS-ANNUAL-PREMIUM TO WS-STATE-PREMIUM
           ADD BS-BILLED-CHARGES TO WS-STATE-CHARGES
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE BS-POLICY-NUMBER TO WS-DTL-POLICY-NUMBER
           MOVE BS-STATE-CODE TO WS-DTL-STATE-CODE
           MOVE BS-QUOTE-NUMBER TO WS-DTL-QUOTE-NUMBER
           MOVE BS-INSURED-NAME TO WS-DTL-INSURED-NAME
           MOVE BS-EFFECTIVE-DATE TO WS-DTL-EFFECTIVE-DATE
           MOVE BS-PROPERTY-COUNT TO WS-DTL-PROPERTY-COUNT
           MOVE BS-COV-A-DWELLING TO WS-DTL-COV-A-DWELLING
           MOVE BS-ANNUAL-PREMIUM TO WS-DTL-ANNUAL-PREMIUM
           MOVE BS-BILLED-CHARGES TO WS-DTL-BILLED-CHARGES
           WRITE NEWBUS-REGISTER-LINE FROM WS-DETAIL-LINE
           PERFORM 4100-RETURN-SORT-RECORD.

       4300-START-PRODUCER.
           ADD 1 TO WS-PRODUCERS-REPORTED
           MOVE BS-PRODUCER-CODE TO WS-PRIOR-PRODUCER-CODE
           MOVE BS-STATE-CODE TO WS-PRIOR-STATE-CODE
           MOVE ZERO TO WS-STATE-COUNT
           MOVE ZERO TO WS-STATE-PREMIUM
           MOVE ZERO TO WS-STATE-CHARGES
           MOVE ZERO TO WS-PRODUCER-COUNT
           MOVE ZERO TO WS-PRODUCER-PREMIUM
           MOVE ZERO TO WS-PRODUCER-CHARGES
           MOVE SPACES TO NEWBUS-REGISTER-LINE
           WRITE NEWBUS-REGISTER-LINE
           MOVE BS-PRODUCER-CODE TO WS-PRH-PRODUCER-CODE
           MOVE BS-AGENCY-NAME TO WS-PRH-AGENCY-NAME
           WRITE NEWBUS-REGISTER-LINE FROM WS-PRODUCER-HEADING
           WRITE NEWBUS-REGISTER-LINE FROM WS-COLUMN-HEADING.

       4400-WRITE-STATE-TOTAL.
           MOVE SPACES TO WS-TOTAL-LINE
           STRING '  TOTAL FOR STATE ' WS-PRIOR-STATE-CODE
               DELIMITED BY SIZE INTO WS-TOT-LABEL
           MOVE WS-STATE-COUNT TO WS-TOT-COUNT
           MOVE WS-STATE-PREMIUM TO WS-TOT-PREMIUM
           MOVE WS-STATE-CHARGES TO WS-TOT-CHARGES
           WRITE NEWBUS-REGISTER-LINE FROM WS-TOTAL-LINE
           ADD WS-STATE-COUNT TO WS-PRODUCER-COUNT
           ADD WS-STATE-PREMIUM TO WS-PRODUCER-PREMIUM
           ADD WS-STATE-CHARGES TO WS-PRODUCER-CHARGES
           MOVE ZERO TO WS-STATE-COUNT
           MOVE ZERO TO WS-STATE-PREMIUM
           MOVE ZERO TO WS-STATE-CHARGES.

       4500-WRITE-PRODUCER-TOTAL.
           MOVE SPACES TO WS-TOTAL-LINE
           STRING 'TOTAL FOR PRODUCER ' WS-PRIOR-PRODUCER-CODE
               DELIMITED BY SIZE INTO WS-TOT-LABEL
           MOVE WS-PRODUCER-COUNT TO WS-TOT-COUNT
           MOVE WS-PRODUCER-PREMIUM TO WS-TOT-PREMIUM
           MOVE WS-PRODUCER-CHARGES TO WS-TOT-CHARGES
           WRITE NEWBUS-REGISTER-LINE FROM WS-TOTAL-LINE
           ADD WS-PRODUCER-COUNT TO WS-GRAND-COUNT
           ADD WS-PRODUCER-PREMIUM TO WS-GRAND-PREMIUM
           ADD WS-PRODUCER-CHARGES TO WS-GRAND-CHARGES.

       5000-WRITE-REPORT-TOTALS.
           MOVE SPACES TO NEWBUS-REGISTER-LINE
           WRITE NEWBUS-REGISTER-LINE
           MOVE SPACES TO WS-TOTAL-LINE
           MOVE 'TOTAL NEW BUSINESS' TO WS-TOT-LABEL
           MOVE WS-GRAND-COUNT TO WS-TOT-COUNT
           MOVE WS-GRAND-PREMIUM TO WS-TOT-PREMIUM
           MOVE WS-GRAND-CHARGES TO WS-TOT-CHARGES
           WRITE NEWBUS-REGISTER-LINE FROM WS-TOTAL-LINE
           MOVE SPACES TO NEWBUS-REGISTER-LINE
           WRITE NEWBUS-REGISTER-LINE
           MOVE 'BIND REQUESTS READ' TO WS-CNT-LABEL
           MOVE WS-REQUESTS-READ TO WS-CNT-COUNT
           WRITE NEWBUS-REGISTER-LINE FROM WS-COUNT-LINE
           MOVE 'POLICIES BOUND' TO WS-CNT-LABEL
           MOVE WS-POLICIES-BOUND TO WS-CNT-COUNT
           WRITE NEWBUS-REGISTER-LINE FROM WS-COUNT-LINE
           MOVE 'REQUESTS ON THE BIND EXCEPTION REPORT'
              TO WS-CNT-LABEL
           MOVE WS-EXCEPTION-COUNT TO WS-CNT-COUNT
           WRITE NEWBUS-REGISTER-LINE FROM WS-COUNT-LINE
           MOVE 'OVERFLOW PROPERTIES SENT TO HO3OVXIN' TO WS-CNT-LABEL
           MOVE WS-OVERFLOW-WRITTEN TO WS-CNT-COUNT
           WRITE NEWBUS-REGISTER-LINE FROM WS-COUNT-LINE.

      *    ---------------------------------------------------------
      *    The control record is advanced past every policy number
      *    used, including on a run stopped part way; the quote
      *    numbering and the quote run's figures go back unchanged.
      *    ---------------------------------------------------------
       6000-UPDATE-CONTROL-RECORD.
           OPEN OUTPUT NEWBUS-CONTROL-FILE
           MOVE WS-CONTROL-NEXT-QUOTE TO NC-NEXT-QUOTE-NUMBER
           MOVE WS-POLICY-PREFIX TO NC-POLICY-PREFIX
           MOVE WS-NEXT-POLICY-SEQUENCE TO NC-NEXT-POLICY-SEQUENCE
           MOVE WS-CONTROL-LAST-QUOTE-DATE TO NC-LAST-QUOTE-DATE
           MOVE WS-CONTROL-LAST-QUOTE-COUNT TO NC-LAST-QUOTE-COUNT
           MOVE WS-CURRENT-YYYYMMDD TO NC-LAST-BIND-DATE
           MOVE WS-POLICIES-BOUND TO NC-LAST-BIND-COUNT
           WRITE HO3-NEWBUS-CONTROL-RECORD
           IF NOT WS-CONTROL-FILE-OK
              DISPLAY 'HO3BIND: HO3NBCTL WRITE FAILED, STATUS='
                 WS-CONTROL-FILE-STATUS
              MOVE 8 TO RETURN-CODE
           END-IF
           CLOSE NEWBUS-CONTROL-FILE.

       9000-TERMINATE.
           IF WS-CONTROL-RECORD-READ
              PERFORM 6000-UPDATE-CONTROL-RECORD
           END-IF

           IF WS-REQUEST-FILE-OK OR WS-REQUEST-FILE-EOF
              CLOSE BIND-REQUEST-FILE
           END-IF
           IF WS-QUOTE-FILE-OK OR WS-QUOTE-FILE-EOF
                 OR WS-QUOTE-NOT-FOUND
              CLOSE QUOTE-FILE
           END-IF
           IF WS-PRODUCER-FILE-OK OR WS-PRODUCER-NOT-FOUND
              CLOSE HO3-PRODUCER-MASTER
           END-IF
           IF WS-MASTER-FILE-OK OR WS-MASTER-DUPLICATE
              CLOSE HO3-POLICY-MASTER
           END-IF
           IF WS-OVFL-TRAN-FILE-OK
              CLOSE OVERFLOW-TRANSACTION-FILE
           END-IF
           IF WS-AUDIT-FILE-OK
              CLOSE AUDIT-LOG-FILE
           END-IF
           IF WS-DECLARATION-FILE-OK
              CLOSE NEWBUS-DECLARATION-FILE
           END-IF
           IF WS-EXCEPTION-FILE-OK
              CLOSE BIND-EXCEPTION-FILE
           END-IF
           IF WS-REPORT-FILE-OK
              CLOSE NEWBUS-REGISTER-FILE
           END-IF

           DISPLAY 'HO3BIND: BIND REQUESTS READ = ' WS-REQUESTS-READ
           DISPLAY 'HO3BIND: POLICIES BOUND = ' WS-POLICIES-BOUND
           DISPLAY 'HO3BIND: BIND EXCEPTIONS = ' WS-EXCEPTION-COUNT
           DISPLAY 'HO3BIND: OVERFLOW PROPERTIES TO HO3OVXIN = '
              WS-OVERFLOW-WRITTEN
           DISPLAY 'HO3BIND: DECLARATIONS WRITTEN = '
              WS-DECLARATIONS-WRITTEN
           DISPLAY 'HO3BIND: PRODUCERS REPORTED = '
              WS-PRODUCERS-REPORTED
           DISPLAY 'HO3BIND: NEXT POLICY SEQUENCE = '
              WS-NEXT-POLICY-SEQUENCE

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
           MOVE 'HO3BIND ' TO RC-PROGRAM-ID
           MOVE 'HO3QUOTE' TO RC-PREDECESSOR-ID
           MOVE ZERO TO RC-GENERATION-STAMP
           CALL 'HO3RUNLG' USING HO3-RUN-CONTROL-PARMS
           IF RC-GATE-FAILED
              DISPLAY 'HO3BIND: PREDECESSOR HO3QUOTE HAS NOT '
                 'COMPLETED CLEAN TONIGHT - RUN REFUSED'
              MOVE 8 TO RETURN-CODE
           END-IF.

       8900-WRITE-RUN-END.
           MOVE 'END  ' TO RC-FUNCTION-CODE
           MOVE WS-REQUESTS-READ TO RC-RECORDS-IN
           MOVE WS-POLICIES-BOUND TO RC-RECORDS-OUT
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
