       IDENTIFICATION DIVISION.
       PROGRAM-ID. HO3PURGE.
      *    Policy master retention purge.
      *    HO3CANCL only flips POLICY-STATUS, so without a purge
      *    every cancelled, non-renewed and long-expired policy
      *    would stay on the HO3POLVS master - and in every nightly
      *    unload, edit and report - for good.  This periodic run
      *    reads the master in key order and moves each policy that
      *    has been inactive past its state's retention period off
      *    it and onto the HO3POLHA policy history archive.  A
      *    policy is inactive from its CANCEL-EFFECTIVE-DATE when
      *    cancelled or non-renewed (the expiry date when no
      *    cancellation date was recorded), or from its EXPIRY-DATE
      *    when it is still active on the master but its term has
      *    run out; a policy in force or pending cancellation is
      *    never a candidate.  The retention period in months is the
      *    HO3CODES table PG entry for the policy's STATE-CODE, or
      *    the '**' default entry - with neither on file the policy
      *    is kept.  A policy past retention is still held on the
      *    master while it has any HO3RCVBL installment with an
      *    open balance, any HO3CLMHS claim still carrying reserve,
      *    or overflow companions that do not account for every
      *    property beyond the third - all of them must go to the
      *    archive with it.  The companions are matched from the
      *    HO3OVXIN overflow feed, which is in policy order like the
      *    master; HO3OVFR rebuilds HO3OVFLW from that feed every
      *    night, so it is the feed the purged companions have to
      *    come off.  Each purged policy is appended to HO3POLHA as
      *    its master record image followed by its companions
      *    (copybook HO3-POLICY-ARCHIVE), deleted from HO3POLVS, and
      *    logged on HO3AUDIT as a delete; every companion of a
      *    policy that stays is carried to the HO3OVXNW replacement
      *    feed, which ops swaps in as HO3OVXIN after a clean run,
      *    as with HO3AUDAR's replacement log.  The purge register,
      *    HO3PRGRP, lists every policy purged or held with the
      *    reason, and ties out: policies read to the sum of their
      *    dispositions, policies purged to the archive policy
      *    records and audit deletes written, and overflow records
      *    read to those archived plus those carried.  A register
      *    out of balance, or any archive, delete, audit or feed
      *    write failure, ends the run with RC 8 and the replacement
      *    feed is not to be swapped in.  HO3JACKT pulls the jacket
      *    of a purged policy from HO3POLHA.  Like HO3AUDAR, this is
      *    a periodic housekeeping run outside the nightly
      *    dependency chain, so it does not write the run ledger.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HO3-POLICY-MASTER ASSIGN TO "HO3POLVS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS POLICY-NUMBER
               FILE STATUS IS WS-MASTER-FILE-STATUS.

           SELECT HO3-RECEIVABLE-MASTER ASSIGN TO "HO3RCVBL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RB-KEY
               FILE STATUS IS WS-RECEIVABLE-FILE-STATUS.

           SELECT CLAIM-HISTORY-FILE ASSIGN TO "HO3CLMHS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CH-KEY
               FILE STATUS IS WS-HISTORY-FILE-STATUS.

           SELECT OVERFLOW-TRANSACTION-FILE ASSIGN TO "HO3OVXIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OVFL-TRAN-FILE-STATUS.

           SELECT OVERFLOW-RETAINED-FILE ASSIGN TO "HO3OVXNW"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OVFL-NEW-FILE-STATUS.

           SELECT POLICY-ARCHIVE-FILE ASSIGN TO "HO3POLHA"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-FILE-STATUS.

           SELECT AUDIT-LOG-FILE ASSIGN TO "HO3AUDIT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

           SELECT HO3-CODES-REFERENCE ASSIGN TO "HO3CODES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CRF-KEY
               FILE STATUS IS HO3-CODES-FILE-STATUS.

           SELECT PURGE-REGISTER-FILE ASSIGN TO "HO3PRGRP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HO3-POLICY-MASTER.
           COPY HO3-POLICY.

       FD  HO3-RECEIVABLE-MASTER.
           COPY HO3-RECEIVABLE.

       FD  CLAIM-HISTORY-FILE.
           COPY HO3-CLAIM-HISTORY.

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

       FD  OVERFLOW-RETAINED-FILE.
       01  RETAINED-OVFL-TRANSACTION  PIC X(112).

       FD  POLICY-ARCHIVE-FILE.
           COPY HO3-POLICY-ARCHIVE.

       FD  AUDIT-LOG-FILE.
           COPY HO3-AUDIT.

       FD  HO3-CODES-REFERENCE.
           COPY HO3-CODES-FILE.

       FD  PURGE-REGISTER-FILE.
       01  PURGE-REGISTER-LINE        PIC X(100).

       WORKING-STORAGE SECTION.
           COPY HO3-CODES.

       01  WS-MASTER-FILE-STATUS      PIC X(2).
           88 WS-MASTER-FILE-OK       VALUE '00'.
           88 WS-MASTER-FILE-EOF      VALUE '10'.

       01  WS-RECEIVABLE-FILE-STATUS  PIC X(2).
           88 WS-RECEIVABLE-FILE-OK   VALUE '00'.
           88 WS-RECEIVABLE-NOT-FOUND VALUE '23'.
           88 WS-RECEIVABLE-FILE-EOF  VALUE '10'.

       01  WS-HISTORY-FILE-STATUS     PIC X(2).
           88 WS-HISTORY-FILE-OK      VALUE '00'.
           88 WS-HISTORY-NOT-FOUND    VALUE '23'.
           88 WS-HISTORY-FILE-EOF     VALUE '10'.

       01  WS-OVFL-TRAN-FILE-STATUS   PIC X(2).
           88 WS-OVFL-TRAN-FILE-OK    VALUE '00'.
           88 WS-OVFL-TRAN-FILE-EOF   VALUE '10'.

       01  WS-OVFL-NEW-FILE-STATUS    PIC X(2).
           88 WS-OVFL-NEW-FILE-OK     VALUE '00'.

       01  WS-ARCHIVE-FILE-STATUS     PIC X(2).
           88 WS-ARCHIVE-FILE-OK      VALUE '00'.

       01  WS-AUDIT-FILE-STATUS       PIC X(2).
           88 WS-AUDIT-FILE-OK        VALUE '00'.

       01  WS-REPORT-FILE-STATUS      PIC X(2).
           88 WS-REPORT-FILE-OK       VALUE '00'.

       01  WS-EOF-SWITCH              PIC X(1) VALUE 'N'.
           88 WS-END-OF-INPUT         VALUE 'Y'.

       01  WS-OVERFLOW-EOF-SWITCH     PIC X(1) VALUE 'N'.
           88 WS-OVERFLOW-EOF         VALUE 'Y'.

       01  WS-RUN-ABANDONED-SWITCH    PIC X(1) VALUE 'N'.
           88 WS-RUN-ABANDONED        VALUE 'Y'.

      *    The output files' statuses no longer show whether they
      *    were opened once a write has failed, so the opens are
      *    remembered for the close.
       01  WS-OVFL-NEW-OPEN-SWITCH    PIC X(1) VALUE 'N'.
           88 WS-OVFL-NEW-FILE-OPEN   VALUE 'Y'.

       01  WS-ARCHIVE-OPEN-SWITCH     PIC X(1) VALUE 'N'.
           88 WS-ARCHIVE-FILE-OPEN    VALUE 'Y'.

       01  WS-AUDIT-OPEN-SWITCH       PIC X(1) VALUE 'N'.
           88 WS-AUDIT-FILE-OPEN      VALUE 'Y'.

       01  WS-POLICY-DONE-SWITCH      PIC X(1).
           88 WS-POLICY-DONE          VALUE 'Y'.

       01  WS-RETENTION-FOUND-SWITCH  PIC X(1).
           88 WS-RETENTION-FOUND      VALUE 'Y'.

       01  WS-COMPANIONS-SPILLED-SWITCH PIC X(1).
           88 WS-COMPANIONS-SPILLED   VALUE 'Y'.

       01  WS-BALANCE-SWITCH          PIC X(1) VALUE 'Y'.
           88 WS-REGISTER-IN-BALANCE  VALUE 'Y'.

       01  WS-CURRENT-DATE.
           05 WS-CURRENT-YYYYMMDD.
              10 WS-CURRENT-YEAR      PIC 9(4).
              10 WS-CURRENT-MONTH     PIC 9(2).
              10 WS-CURRENT-DAY       PIC 9(2).
           05 WS-CURRENT-TIME         PIC 9(6).
           05 FILLER                  PIC X(7).

      *    What became of the policy on this run.  Only the held,
      *    purged and failed policies print on the register; the
      *    rest are counted.
       01  WS-DISPOSITION             PIC X(1).
           88 WS-DISP-IN-FORCE        VALUE 'A'.
           88 WS-DISP-WITHIN-RETENTION VALUE 'W'.
           88 WS-DISP-NO-RETENTION    VALUE 'X'.
           88 WS-DISP-ELIGIBLE        VALUE 'E'.
           88 WS-DISP-HELD-RECEIVABLE VALUE 'R'.
           88 WS-DISP-HELD-CLAIM      VALUE 'C'.
           88 WS-DISP-HELD-OVERFLOW   VALUE 'O'.
           88 WS-DISP-PURGED          VALUE 'P'.
           88 WS-DISP-PURGE-FAILED    VALUE 'F'.
       01  WS-DISPOSITION-TEXT        PIC X(40).

      *    The policy's key fields, kept apart from the master record
      *    area so the register line and audit record do not depend
      *    on what the DELETE leaves there.
       01  WS-CUR-POLICY-NUMBER       PIC X(10).
       01  WS-CUR-STATE-CODE          PIC X(2).
       01  WS-CUR-POLICY-STATUS       PIC X(1).

       01  WS-INACTIVE-DATE           PIC 9(8).
       01  WS-RETENTION-MONTHS        PIC 9(3).
       01  WS-LOOKUP-STATE            PIC X(2).

      *    Retention cutoff: the run date less the retention months.
      *    A policy inactive on or before the cutoff has been
      *    inactive the full period.  The run day is kept as is, so
      *    a 31st against a shorter month still compares correctly.
       01  WS-MONTH-NUMBER            PIC S9(7) COMP.
       01  WS-MONTH-REMAINDER         PIC 9(2).
       01  WS-CUTOFF-DATE             PIC 9(8).
       01  WS-CUTOFF-PARTS REDEFINES WS-CUTOFF-DATE.
           05 WS-CUTOFF-YEAR          PIC 9(4).
           05 WS-CUTOFF-MONTH         PIC 9(2).
           05 WS-CUTOFF-DAY           PIC 9(2).

      *    The current policy's HO3OVXIN companions, held until the
      *    policy's disposition decides whether they go to the
      *    archive or to the replacement feed.  A policy with more
      *    companions than the table holds is spilled to the
      *    replacement feed as read and held on the master.
       01  WS-COMPANION-COUNT         PIC S9(4) COMP.
       01  WS-COMPANIONS-FOUND        PIC S9(4) COMP.
       01  WS-EXPECTED-COMPANIONS     PIC S9(4) COMP.
       01  WS-COMPANION-SUB           PIC S9(4) COMP.
       01  WS-COMPANION-TABLE.
           05 WS-COMPANION-ENTRY      PIC X(112) OCCURS 99 TIMES.
       01  WS-COMPANION-WORK.
           05 WS-CMP-POLICY-NUMBER    PIC X(10).
           05 WS-CMP-PROPERTY-SEQ-NO  PIC X(2).
           05 WS-CMP-YEAR-BUILT       PIC 9(4).
           05 WS-CMP-OCCUPANCY-TYPE   PIC X(1).
           05 WS-CMP-ROOF-TYPE        PIC X(1).
           05 WS-CMP-PROPERTY-ADDRESS PIC X(50).
           05 WS-CMP-PROPERTY-CITY    PIC X(30).
           05 WS-CMP-PROPERTY-ZIP     PIC X(5).
           05 WS-CMP-INSURED-VALUE    PIC 9(7)V99.

       01  WS-POLICIES-READ           PIC 9(9) VALUE ZERO.
       01  WS-IN-FORCE-COUNT          PIC 9(9) VALUE ZERO.
       01  WS-WITHIN-RETENTION-COUNT  PIC 9(9) VALUE ZERO.
       01  WS-NO-RETENTION-COUNT      PIC 9(9) VALUE ZERO.
       01  WS-HELD-RECEIVABLE-COUNT   PIC 9(9) VALUE ZERO.
       01  WS-HELD-CLAIM-COUNT        PIC 9(9) VALUE ZERO.
       01  WS-HELD-OVERFLOW-COUNT     PIC 9(9) VALUE ZERO.
       01  WS-PURGE-FAILED-COUNT      PIC 9(9) VALUE ZERO.
       01  WS-POLICIES-PURGED         PIC 9(9) VALUE ZERO.
       01  WS-ARCHIVE-POLICY-COUNT    PIC 9(9) VALUE ZERO.
       01  WS-ARCHIVE-OVERFLOW-COUNT  PIC 9(9) VALUE ZERO.
       01  WS-AUDIT-RECORD-COUNT      PIC 9(9) VALUE ZERO.
       01  WS-OVERFLOW-READ           PIC 9(9) VALUE ZERO.
       01  WS-OVERFLOW-CARRIED        PIC 9(9) VALUE ZERO.
       01  WS-ORPHAN-OVERFLOW-COUNT   PIC 9(9) VALUE ZERO.
       01  WS-ACCOUNTED-COUNT         PIC 9(9) VALUE ZERO.

      *    The two sides of a register tie-out, compared by
      *    7300-CHECK-TIE-OUT.
       01  WS-TIE-EXPECTED            PIC 9(9).
       01  WS-TIE-ACTUAL              PIC 9(9).

       01  WS-REGISTER-TITLE.
           05 FILLER                  PIC X(50) VALUE
              'POLICY MASTER RETENTION PURGE REGISTER - RUN DATE '.
           05 WS-TTL-RUN-DATE         PIC 9(8).

       01  WS-COLUMN-HEADING.
           05 FILLER                  PIC X(12) VALUE 'POLICY'.
           05 FILLER                  PIC X(5)  VALUE 'ST'.
           05 FILLER                  PIC X(5)  VALUE 'STAT'.
           05 FILLER                  PIC X(10) VALUE 'INACTIVE'.
           05 FILLER                  PIC X(7)  VALUE 'MONTHS'.
           05 FILLER                  PIC X(6)  VALUE 'OVFL'.
           05 FILLER                  PIC X(40) VALUE 'DISPOSITION'.

       01  WS-DETAIL-LINE                VALUE SPACES.
           05 WS-DTL-POLICY-NUMBER    PIC X(10).
           05 FILLER                  PIC X(2).
           05 WS-DTL-STATE-CODE       PIC X(2).
           05 FILLER                  PIC X(3).
           05 WS-DTL-STATUS           PIC X(1).
           05 FILLER                  PIC X(4).
           05 WS-DTL-INACTIVE-DATE    PIC 9(8).
           05 FILLER                  PIC X(2).
           05 WS-DTL-RETENTION-MONTHS PIC ZZ9.
           05 FILLER                  PIC X(4).
           05 WS-DTL-COMPANIONS       PIC ZZZ9.
           05 FILLER                  PIC X(2).
           05 WS-DTL-DISPOSITION      PIC X(40).

       01  WS-COUNT-LINE                 VALUE SPACES.
           05 FILLER                  PIC X(4).
           05 WS-CNT-LABEL            PIC X(46).
           05 WS-CNT-VALUE            PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                  PIC X(2).
           05 WS-CNT-STATUS           PIC X(14).

       01  WS-OUT-OF-BALANCE-LINE.
           05 FILLER                  PIC X(40) VALUE
              '*** PURGE REGISTER OUT OF BALANCE ***'.

       PROCEDURE DIVISION.

       0000-MAIN-LOGIC.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-POLICY UNTIL WS-END-OF-INPUT
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE

           OPEN I-O HO3-POLICY-MASTER
           IF NOT WS-MASTER-FILE-OK
              DISPLAY 'HO3PURGE: UNABLE TO OPEN HO3POLVS, STATUS='
                 WS-MASTER-FILE-STATUS
              PERFORM 8800-ABANDON-RUN
           END-IF

           OPEN INPUT HO3-RECEIVABLE-MASTER
           IF NOT WS-RECEIVABLE-FILE-OK
              DISPLAY 'HO3PURGE: UNABLE TO OPEN HO3RCVBL, STATUS='
                 WS-RECEIVABLE-FILE-STATUS
              PERFORM 8800-ABANDON-RUN
           END-IF

           OPEN INPUT CLAIM-HISTORY-FILE
           IF NOT WS-HISTORY-FILE-OK
              DISPLAY 'HO3PURGE: UNABLE TO OPEN HO3CLMHS, STATUS='
                 WS-HISTORY-FILE-STATUS
              PERFORM 8800-ABANDON-RUN
           END-IF

           OPEN INPUT OVERFLOW-TRANSACTION-FILE
           IF NOT WS-OVFL-TRAN-FILE-OK
              DISPLAY 'HO3PURGE: UNABLE TO OPEN HO3OVXIN, STATUS='
                 WS-OVFL-TRAN-FILE-STATUS
              PERFORM 8800-ABANDON-RUN
           END-IF

           OPEN OUTPUT OVERFLOW-RETAINED-FILE
           IF NOT WS-OVFL-NEW-FILE-OK
              DISPLAY 'HO3PURGE: UNABLE TO OPEN HO3OVXNW, STATUS='
                 WS-OVFL-NEW-FILE-STATUS
              PERFORM 8800-ABANDON-RUN
           ELSE
              MOVE 'Y' TO WS-OVFL-NEW-OPEN-SWITCH
           END-IF

           OPEN EXTEND POLICY-ARCHIVE-FILE
           IF NOT WS-ARCHIVE-FILE-OK
              DISPLAY 'HO3PURGE: UNABLE TO OPEN HO3POLHA, STATUS='
                 WS-ARCHIVE-FILE-STATUS
              PERFORM 8800-ABANDON-RUN
           ELSE
              MOVE 'Y' TO WS-ARCHIVE-OPEN-SWITCH
           END-IF

           OPEN EXTEND AUDIT-LOG-FILE
           IF NOT WS-AUDIT-FILE-OK
              DISPLAY 'HO3PURGE: UNABLE TO OPEN HO3AUDIT, STATUS='
                 WS-AUDIT-FILE-STATUS
              PERFORM 8800-ABANDON-RUN
           ELSE
              MOVE 'Y' TO WS-AUDIT-OPEN-SWITCH
           END-IF

           OPEN OUTPUT PURGE-REGISTER-FILE
           IF NOT WS-REPORT-FILE-OK
              DISPLAY 'HO3PURGE: UNABLE TO OPEN HO3PRGRP, STATUS='
                 WS-REPORT-FILE-STATUS
              PERFORM 8800-ABANDON-RUN
           END-IF

      *    A retention table that failed to load would keep some
      *    states' policies and purge others on the default, so the
      *    run is abandoned rather than purge on a partial table.
           IF NOT WS-END-OF-INPUT
              MOVE WS-CURRENT-YYYYMMDD TO HO3-CODES-AS-OF-DATE
              PERFORM 8500-LOAD-REFERENCE-TABLES
              IF HO3-CODES-LOAD-FAILED
                 DISPLAY 'HO3PURGE: RETENTION TABLE LOAD INCOMPLETE - '
                    'RUN ABANDONED'
                 PERFORM 8800-ABANDON-RUN
              ELSE
                 IF HO3-PURGE-RETENTION-COUNT = ZERO
                    DISPLAY 'HO3PURGE: NO RETENTION PERIODS ON '
                       'HO3CODES - NO POLICY WILL BE PURGED'
                 END-IF
              END-IF
           END-IF

           IF WS-END-OF-INPUT
              MOVE 'Y' TO WS-OVERFLOW-EOF-SWITCH
           ELSE
              MOVE WS-CURRENT-YYYYMMDD TO WS-TTL-RUN-DATE
              WRITE PURGE-REGISTER-LINE FROM WS-REGISTER-TITLE
              MOVE SPACES TO PURGE-REGISTER-LINE
              WRITE PURGE-REGISTER-LINE
              WRITE PURGE-REGISTER-LINE FROM WS-COLUMN-HEADING
              PERFORM 2100-READ-POLICY
              PERFORM 2700-READ-OVERFLOW
           END-IF.

       2000-PROCESS-POLICY.
           ADD 1 TO WS-POLICIES-READ
           MOVE POLICY-NUMBER TO WS-CUR-POLICY-NUMBER
           MOVE STATE-CODE TO WS-CUR-STATE-CODE
           MOVE POLICY-STATUS TO WS-CUR-POLICY-STATUS

           PERFORM 2200-GATHER-COMPANIONS
           PERFORM 2300-DETERMINE-ELIGIBILITY
           IF WS-DISP-ELIGIBLE
              PERFORM 2400-CHECK-RECEIVABLES
           END-IF
           IF WS-DISP-ELIGIBLE
              PERFORM 2500-CHECK-CLAIMS
           END-IF
           IF WS-DISP-ELIGIBLE
              PERFORM 2600-CHECK-COMPANIONS
           END-IF
           IF WS-DISP-ELIGIBLE AND NOT WS-RUN-ABANDONED
              PERFORM 3000-PURGE-POLICY
           END-IF
           IF NOT WS-DISP-PURGED
              PERFORM 2800-CARRY-COMPANIONS
           END-IF
           PERFORM 2900-COUNT-DISPOSITION

           IF NOT WS-END-OF-INPUT
              PERFORM 2100-READ-POLICY
           END-IF.

       2100-READ-POLICY.
           READ HO3-POLICY-MASTER NEXT RECORD
               AT END
                  MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

      *    ---------------------------------------------------------
      *    Two-file sequential match against HO3OVXIN, both files
      *    in policy order: the current policy's companions are
      *    gathered into the companion table.  A feed record whose
      *    policy sorts low against the master has no policy on
      *    file; it is counted as an orphan and carried to the
      *    replacement feed untouched - it is not this run's to
      *    drop.
      *    ---------------------------------------------------------
       2200-GATHER-COMPANIONS.
           MOVE ZERO TO WS-COMPANION-COUNT
           MOVE ZERO TO WS-COMPANIONS-FOUND
           MOVE 'N' TO WS-COMPANIONS-SPILLED-SWITCH
           PERFORM 2210-MATCH-OVERFLOW
              UNTIL WS-OVERFLOW-EOF
                 OR OVFX-POLICY-NUMBER > WS-CUR-POLICY-NUMBER.

       2210-MATCH-OVERFLOW.
           MOVE HO3-OVFL-TRANSACTION TO WS-COMPANION-WORK
           IF OVFX-POLICY-NUMBER = WS-CUR-POLICY-NUMBER
              ADD 1 TO WS-COMPANIONS-FOUND
              IF NOT WS-COMPANIONS-SPILLED
                    AND WS-COMPANION-COUNT = 99
                 PERFORM 2220-SPILL-COMPANIONS
              END-IF
              IF WS-COMPANIONS-SPILLED
                 PERFORM 2820-WRITE-RETAINED-OVERFLOW
              ELSE
                 ADD 1 TO WS-COMPANION-COUNT
                 MOVE WS-COMPANION-WORK
                    TO WS-COMPANION-ENTRY (WS-COMPANION-COUNT)
              END-IF
           ELSE
              DISPLAY 'HO3PURGE: OVERFLOW RECORD FOR UNMATCHED '
                 'POLICY ' OVFX-POLICY-NUMBER ' CARRIED'
              ADD 1 TO WS-ORPHAN-OVERFLOW-COUNT
              PERFORM 2820-WRITE-RETAINED-OVERFLOW
           END-IF
           PERFORM 2700-READ-OVERFLOW.

       2220-SPILL-COMPANIONS.
           DISPLAY 'HO3PURGE: MORE THAN 99 OVERFLOW COMPANIONS FOR '
              'POLICY ' WS-CUR-POLICY-NUMBER ' - POLICY KEPT'
           PERFORM VARYING WS-COMPANION-SUB FROM 1 BY 1
                   UNTIL WS-COMPANION-SUB > WS-COMPANION-COUNT
              MOVE WS-COMPANION-ENTRY (WS-COMPANION-SUB)
                 TO WS-COMPANION-WORK
              PERFORM 2820-WRITE-RETAINED-OVERFLOW
           END-PERFORM
           MOVE ZERO TO WS-COMPANION-COUNT
           MOVE 'Y' TO WS-COMPANIONS-SPILLED-SWITCH
           MOVE HO3-OVFL-TRANSACTION TO WS-COMPANION-WORK.

      *    ---------------------------------------------------------
      *    A cancelled or non-renewed policy went inactive on its
      *    cancellation date; a policy still active on the master
      *    whose term has run out went inactive at expiry.  It is a
      *    purge candidate once the retention period for its state
      *    has run from that date.
      *    ---------------------------------------------------------
       2300-DETERMINE-ELIGIBILITY.
           MOVE ZERO TO WS-INACTIVE-DATE
           MOVE ZERO TO WS-RETENTION-MONTHS
           EVALUATE TRUE
               WHEN POLICY-CANCELLED OR POLICY-NON-RENEWED
                  IF CANCEL-EFFECTIVE-DATE NUMERIC
                        AND CANCEL-EFFECTIVE-DATE > ZERO
                     MOVE CANCEL-EFFECTIVE-DATE TO WS-INACTIVE-DATE
                  ELSE
                     MOVE EXPIRY-DATE TO WS-INACTIVE-DATE
                  END-IF
                  MOVE 'E' TO WS-DISPOSITION
               WHEN POLICY-ACTIVE
                     AND EXPIRY-DATE < WS-CURRENT-YYYYMMDD
                  MOVE EXPIRY-DATE TO WS-INACTIVE-DATE
                  MOVE 'E' TO WS-DISPOSITION
               WHEN OTHER
                  MOVE 'A' TO WS-DISPOSITION
           END-EVALUATE

           IF WS-DISP-ELIGIBLE
              MOVE WS-CUR-STATE-CODE TO WS-LOOKUP-STATE
              PERFORM 2310-FIND-RETENTION
              IF NOT WS-RETENTION-FOUND
                 MOVE '**' TO WS-LOOKUP-STATE
                 PERFORM 2310-FIND-RETENTION
              END-IF
              IF NOT WS-RETENTION-FOUND
                 MOVE 'X' TO WS-DISPOSITION
              ELSE
                 PERFORM 2320-COMPUTE-CUTOFF
                 IF WS-INACTIVE-DATE > WS-CUTOFF-DATE
                    MOVE 'W' TO WS-DISPOSITION
                 END-IF
              END-IF
           END-IF.

       2310-FIND-RETENTION.
           MOVE 'N' TO WS-RETENTION-FOUND-SWITCH
           SET HO3-PURGE-RETENTION-IDX TO 1
           SEARCH HO3-PURGE-RETENTION-ENTRY
               AT END
                  CONTINUE
               WHEN HO3-PURGE-RETENTION-IDX >
                       HO3-PURGE-RETENTION-COUNT
                  CONTINUE
               WHEN HO3-PURGE-RETENTION-STATE
                       (HO3-PURGE-RETENTION-IDX) = WS-LOOKUP-STATE
                  MOVE HO3-PURGE-RETENTION-MONTHS
                          (HO3-PURGE-RETENTION-IDX)
                     TO WS-RETENTION-MONTHS
                  MOVE 'Y' TO WS-RETENTION-FOUND-SWITCH
           END-SEARCH.

       2320-COMPUTE-CUTOFF.
           COMPUTE WS-MONTH-NUMBER =
               WS-CURRENT-YEAR * 12 + WS-CURRENT-MONTH - 1
             - WS-RETENTION-MONTHS
           DIVIDE WS-MONTH-NUMBER BY 12
               GIVING WS-CUTOFF-YEAR REMAINDER WS-MONTH-REMAINDER
           COMPUTE WS-CUTOFF-MONTH = WS-MONTH-REMAINDER + 1
           MOVE WS-CURRENT-DAY TO WS-CUTOFF-DAY.

      *    ---------------------------------------------------------
      *    The receivables are keyed policy then due date, so one
      *    START positions on the policy's first installment.  Any
      *    installment not paid in full is an open balance still to
      *    be collected or written off, and the policy stays.
      *    ---------------------------------------------------------
       2400-CHECK-RECEIVABLES.
           MOVE 'N' TO WS-POLICY-DONE-SWITCH
           MOVE WS-CUR-POLICY-NUMBER TO RB-POLICY-NUMBER
           MOVE ZERO TO RB-DUE-DATE
           START HO3-RECEIVABLE-MASTER KEY NOT LESS THAN RB-KEY
           IF NOT WS-RECEIVABLE-FILE-OK
              MOVE 'Y' TO WS-POLICY-DONE-SWITCH
           END-IF
           PERFORM 2410-CHECK-ONE-RECEIVABLE UNTIL WS-POLICY-DONE.

       2410-CHECK-ONE-RECEIVABLE.
           READ HO3-RECEIVABLE-MASTER NEXT RECORD
               AT END
                  MOVE 'Y' TO WS-POLICY-DONE-SWITCH
               NOT AT END
                  IF RB-POLICY-NUMBER NOT = WS-CUR-POLICY-NUMBER
                     MOVE 'Y' TO WS-POLICY-DONE-SWITCH
                  ELSE
                     IF NOT RB-PAID-IN-FULL
                           AND RB-INSTALLMENT-AMOUNT > RB-AMOUNT-PAID
                        MOVE 'R' TO WS-DISPOSITION
                        MOVE 'Y' TO WS-POLICY-DONE-SWITCH
                     END-IF
                  END-IF
           END-READ.

      *    ---------------------------------------------------------
      *    A claim still carrying reserve is open, and the policy
      *    stays until it is reserved down to zero.
      *    ---------------------------------------------------------
       2500-CHECK-CLAIMS.
           MOVE 'N' TO WS-POLICY-DONE-SWITCH
           MOVE WS-CUR-POLICY-NUMBER TO CH-POLICY-NUMBER
           MOVE LOW-VALUES TO CH-CLAIM-NUMBER
           START CLAIM-HISTORY-FILE KEY NOT LESS THAN CH-KEY
           IF NOT WS-HISTORY-FILE-OK
              MOVE 'Y' TO WS-POLICY-DONE-SWITCH
           END-IF
           PERFORM 2510-CHECK-ONE-CLAIM UNTIL WS-POLICY-DONE.

       2510-CHECK-ONE-CLAIM.
           READ CLAIM-HISTORY-FILE NEXT RECORD
               AT END
                  MOVE 'Y' TO WS-POLICY-DONE-SWITCH
               NOT AT END
                  IF CH-POLICY-NUMBER NOT = WS-CUR-POLICY-NUMBER
                     MOVE 'Y' TO WS-POLICY-DONE-SWITCH
                  ELSE
                     IF CH-RESERVE-AMOUNT > ZERO
                        MOVE 'C' TO WS-DISPOSITION
                        MOVE 'Y' TO WS-POLICY-DONE-SWITCH
                     END-IF
                  END-IF
           END-READ.

      *    ---------------------------------------------------------
      *    Every property beyond the third must be on the feed so it
      *    goes to the archive with the policy; a policy whose
      *    companions do not account for them exactly is held until
      *    the feed is put right.
      *    ---------------------------------------------------------
       2600-CHECK-COMPANIONS.
           MOVE ZERO TO WS-EXPECTED-COMPANIONS
           IF PROPERTY-COUNT > 3
              COMPUTE WS-EXPECTED-COMPANIONS = PROPERTY-COUNT - 3
           END-IF
           IF WS-COMPANIONS-SPILLED
                 OR WS-COMPANIONS-FOUND NOT = WS-EXPECTED-COMPANIONS
              MOVE 'O' TO WS-DISPOSITION
           END-IF.

       2700-READ-OVERFLOW.
           READ OVERFLOW-TRANSACTION-FILE
               AT END
                  MOVE 'Y' TO WS-OVERFLOW-EOF-SWITCH
               NOT AT END
                  ADD 1 TO WS-OVERFLOW-READ
           END-READ.

       2800-CARRY-COMPANIONS.
           PERFORM VARYING WS-COMPANION-SUB FROM 1 BY 1
                   UNTIL WS-COMPANION-SUB > WS-COMPANION-COUNT
              MOVE WS-COMPANION-ENTRY (WS-COMPANION-SUB)
                 TO WS-COMPANION-WORK
              PERFORM 2820-WRITE-RETAINED-OVERFLOW
           END-PERFORM.

      *    Once a write to the replacement feed has failed the feed
      *    is unusable, so nothing more is written to it.
       2820-WRITE-RETAINED-OVERFLOW.
           IF WS-OVFL-NEW-FILE-OK
              WRITE RETAINED-OVFL-TRANSACTION FROM WS-COMPANION-WORK
              IF WS-OVFL-NEW-FILE-OK
                 ADD 1 TO WS-OVERFLOW-CARRIED
              ELSE
                 DISPLAY 'HO3PURGE: HO3OVXNW WRITE FAILED FOR POLICY '
                    WS-CMP-POLICY-NUMBER ' STATUS='
                    WS-OVFL-NEW-FILE-STATUS
                 PERFORM 8800-ABANDON-RUN
              END-IF
           END-IF.

       2900-COUNT-DISPOSITION.
           EVALUATE TRUE
               WHEN WS-DISP-IN-FORCE
                  ADD 1 TO WS-IN-FORCE-COUNT
               WHEN WS-DISP-WITHIN-RETENTION
                  ADD 1 TO WS-WITHIN-RETENTION-COUNT
               WHEN WS-DISP-NO-RETENTION
                  ADD 1 TO WS-NO-RETENTION-COUNT
               WHEN WS-DISP-HELD-RECEIVABLE
                  ADD 1 TO WS-HELD-RECEIVABLE-COUNT
                  MOVE 'HELD - OPEN RECEIVABLE BALANCE'
                     TO WS-DISPOSITION-TEXT
                  PERFORM 7100-WRITE-DETAIL-LINE
               WHEN WS-DISP-HELD-CLAIM
                  ADD 1 TO WS-HELD-CLAIM-COUNT
                  MOVE 'HELD - OPEN CLAIM WITH RESERVE'
                     TO WS-DISPOSITION-TEXT
                  PERFORM 7100-WRITE-DETAIL-LINE
               WHEN WS-DISP-HELD-OVERFLOW
                  ADD 1 TO WS-HELD-OVERFLOW-COUNT
                  MOVE 'HELD - OVERFLOW COMPANIONS INCOMPLETE'
                     TO WS-DISPOSITION-TEXT
                  PERFORM 7100-WRITE-DETAIL-LINE
               WHEN WS-DISP-PURGED
                  ADD 1 TO WS-POLICIES-PURGED
                  MOVE 'PURGED TO ARCHIVE' TO WS-DISPOSITION-TEXT
                  PERFORM 7100-WRITE-DETAIL-LINE
               WHEN OTHER
                  ADD 1 TO WS-PURGE-FAILED-COUNT
                  MOVE 'PURGE FAILED - RUN ABANDONED'
                     TO WS-DISPOSITION-TEXT
                  PERFORM 7100-WRITE-DETAIL-LINE
           END-EVALUATE.

      *    ---------------------------------------------------------
      *    The policy and its companions are written to the archive
      *    before the master record is deleted, so a failure at any
      *    step leaves the policy on the master; the audit delete
      *    record follows the delete.
      *    ---------------------------------------------------------
       3000-PURGE-POLICY.
           MOVE SPACES TO HO3-POLICY-ARCHIVE-RECORD
           MOVE 'P' TO PA-RECORD-TYPE
           MOVE WS-CUR-POLICY-NUMBER TO PA-POLICY-NUMBER
           MOVE WS-CURRENT-YYYYMMDD TO PA-PURGE-DATE
           MOVE WS-INACTIVE-DATE TO PA-INACTIVE-DATE
           MOVE HO3-POLICY-RECORD TO PA-POLICY-IMAGE
           PERFORM 3100-WRITE-ARCHIVE-RECORD
           IF WS-DISP-ELIGIBLE
              ADD 1 TO WS-ARCHIVE-POLICY-COUNT
           END-IF

           PERFORM VARYING WS-COMPANION-SUB FROM 1 BY 1
                   UNTIL WS-COMPANION-SUB > WS-COMPANION-COUNT
                      OR NOT WS-DISP-ELIGIBLE
              PERFORM 3200-ARCHIVE-COMPANION
           END-PERFORM

           IF WS-DISP-ELIGIBLE
              PERFORM 3300-DELETE-POLICY
           END-IF.

       3100-WRITE-ARCHIVE-RECORD.
           WRITE HO3-POLICY-ARCHIVE-RECORD
           IF NOT WS-ARCHIVE-FILE-OK
              DISPLAY 'HO3PURGE: HO3POLHA WRITE FAILED FOR POLICY '
                 WS-CUR-POLICY-NUMBER ' STATUS='
                 WS-ARCHIVE-FILE-STATUS
              MOVE 'F' TO WS-DISPOSITION
              PERFORM 8800-ABANDON-RUN
           END-IF.

       3200-ARCHIVE-COMPANION.
           MOVE WS-COMPANION-ENTRY (WS-COMPANION-SUB)
              TO WS-COMPANION-WORK
           MOVE SPACES TO HO3-POLICY-ARCHIVE-RECORD
           MOVE 'O' TO PA-RECORD-TYPE
           MOVE WS-CUR-POLICY-NUMBER TO PA-POLICY-NUMBER
           MOVE WS-CURRENT-YYYYMMDD TO PA-PURGE-DATE
           MOVE WS-INACTIVE-DATE TO PA-INACTIVE-DATE
           MOVE WS-CMP-POLICY-NUMBER TO PA-OVFL-POLICY-NUMBER
           MOVE WS-CMP-PROPERTY-SEQ-NO TO PA-OVFL-PROPERTY-SEQ-NO
           MOVE WS-CMP-YEAR-BUILT TO PA-OVFL-YEAR-BUILT
           MOVE WS-CMP-OCCUPANCY-TYPE TO PA-OVFL-OCCUPANCY-TYPE
           MOVE WS-CMP-ROOF-TYPE TO PA-OVFL-ROOF-TYPE
           MOVE WS-CMP-PROPERTY-ADDRESS TO PA-OVFL-PROPERTY-ADDRESS
           MOVE WS-CMP-PROPERTY-CITY TO PA-OVFL-PROPERTY-CITY
           MOVE WS-CMP-PROPERTY-ZIP TO PA-OVFL-PROPERTY-ZIP
           MOVE WS-CMP-INSURED-VALUE
              TO PA-OVFL-PROPERTY-INSURED-VALUE
           PERFORM 3100-WRITE-ARCHIVE-RECORD
           IF WS-DISP-ELIGIBLE
              ADD 1 TO WS-ARCHIVE-OVERFLOW-COUNT
           END-IF.

       3300-DELETE-POLICY.
           DELETE HO3-POLICY-MASTER RECORD
           IF NOT WS-MASTER-FILE-OK
              DISPLAY 'HO3PURGE: DELETE FAILED FOR POLICY '
                 WS-CUR-POLICY-NUMBER
                 ' STATUS=' WS-MASTER-FILE-STATUS
                 ' - ARCHIVED BUT STILL ON MASTER'
              MOVE 'F' TO WS-DISPOSITION
              PERFORM 8800-ABANDON-RUN
           ELSE
              MOVE 'P' TO WS-DISPOSITION
              PERFORM 3400-WRITE-AUDIT-RECORD
           END-IF.

       3400-WRITE-AUDIT-RECORD.
           MOVE WS-CUR-POLICY-NUMBER TO AUD-POLICY-NUMBER
           MOVE 'D' TO AUD-TRANSACTION-TYPE
           MOVE SPACES TO AUD-FIELD-NAME
           MOVE 'POLICY PURGED TO ARCHIVE' TO AUD-OLD-VALUE
           MOVE SPACES TO AUD-NEW-VALUE
           MOVE WS-CURRENT-YYYYMMDD TO AUD-TIMESTAMP-DATE
           MOVE WS-CURRENT-TIME TO AUD-TIMESTAMP-TIME
           MOVE 'HO3PURGE' TO AUD-USER-ID
           WRITE HO3-AUDIT-RECORD
           IF WS-AUDIT-FILE-OK
              ADD 1 TO WS-AUDIT-RECORD-COUNT
           ELSE
              DISPLAY 'HO3PURGE: AUDIT WRITE FAILED FOR PURGED POLICY '
                 WS-CUR-POLICY-NUMBER ' STATUS=' WS-AUDIT-FILE-STATUS
              PERFORM 8800-ABANDON-RUN
           END-IF.

       7100-WRITE-DETAIL-LINE.
           MOVE WS-CUR-POLICY-NUMBER TO WS-DTL-POLICY-NUMBER
           MOVE WS-CUR-STATE-CODE TO WS-DTL-STATE-CODE
           MOVE WS-CUR-POLICY-STATUS TO WS-DTL-STATUS
           MOVE WS-INACTIVE-DATE TO WS-DTL-INACTIVE-DATE
           MOVE WS-RETENTION-MONTHS TO WS-DTL-RETENTION-MONTHS
           MOVE WS-COMPANIONS-FOUND TO WS-DTL-COMPANIONS
           MOVE WS-DISPOSITION-TEXT TO WS-DTL-DISPOSITION
           WRITE PURGE-REGISTER-LINE FROM WS-DETAIL-LINE.

      *    ---------------------------------------------------------
      *    Register totals and tie-outs: every policy read has one
      *    disposition; every policy purged has one archive policy
      *    record and one audit delete; every overflow record read
      *    went either to the archive or to the replacement feed.
      *    ---------------------------------------------------------
       7200-WRITE-TOTALS.
           MOVE SPACES TO PURGE-REGISTER-LINE
           WRITE PURGE-REGISTER-LINE

           MOVE 'POLICIES READ FROM HO3POLVS' TO WS-CNT-LABEL
           MOVE WS-POLICIES-READ TO WS-TIE-EXPECTED
           MOVE WS-POLICIES-READ TO WS-CNT-VALUE
           PERFORM 7210-WRITE-COUNT-LINE
           MOVE 'KEPT - IN FORCE OR PENDING CANCEL' TO WS-CNT-LABEL
           MOVE WS-IN-FORCE-COUNT TO WS-CNT-VALUE
           PERFORM 7210-WRITE-COUNT-LINE
           MOVE 'KEPT - WITHIN RETENTION PERIOD' TO WS-CNT-LABEL
           MOVE WS-WITHIN-RETENTION-COUNT TO WS-CNT-VALUE
           PERFORM 7210-WRITE-COUNT-LINE
           MOVE 'KEPT - NO RETENTION PERIOD FOR STATE'
              TO WS-CNT-LABEL
           MOVE WS-NO-RETENTION-COUNT TO WS-CNT-VALUE
           PERFORM 7210-WRITE-COUNT-LINE
           MOVE 'HELD - OPEN RECEIVABLE BALANCE' TO WS-CNT-LABEL
           MOVE WS-HELD-RECEIVABLE-COUNT TO WS-CNT-VALUE
           PERFORM 7210-WRITE-COUNT-LINE
           MOVE 'HELD - OPEN CLAIM WITH RESERVE' TO WS-CNT-LABEL
           MOVE WS-HELD-CLAIM-COUNT TO WS-CNT-VALUE
           PERFORM 7210-WRITE-COUNT-LINE
           MOVE 'HELD - OVERFLOW COMPANIONS INCOMPLETE'
              TO WS-CNT-LABEL
           MOVE WS-HELD-OVERFLOW-COUNT TO WS-CNT-VALUE
           PERFORM 7210-WRITE-COUNT-LINE
           MOVE 'PURGE FAILED' TO WS-CNT-LABEL
           MOVE WS-PURGE-FAILED-COUNT TO WS-CNT-VALUE
           PERFORM 7210-WRITE-COUNT-LINE
           MOVE 'PURGED TO ARCHIVE' TO WS-CNT-LABEL
           MOVE WS-POLICIES-PURGED TO WS-CNT-VALUE
           PERFORM 7210-WRITE-COUNT-LINE
           COMPUTE WS-ACCOUNTED-COUNT =
               WS-IN-FORCE-COUNT + WS-WITHIN-RETENTION-COUNT
             + WS-NO-RETENTION-COUNT + WS-HELD-RECEIVABLE-COUNT
             + WS-HELD-CLAIM-COUNT + WS-HELD-OVERFLOW-COUNT
             + WS-PURGE-FAILED-COUNT + WS-POLICIES-PURGED
           MOVE 'POLICIES ACCOUNTED FOR' TO WS-CNT-LABEL
           MOVE WS-ACCOUNTED-COUNT TO WS-TIE-ACTUAL
           PERFORM 7300-CHECK-TIE-OUT

           MOVE SPACES TO PURGE-REGISTER-LINE
           WRITE PURGE-REGISTER-LINE
           MOVE 'POLICIES PURGED' TO WS-CNT-LABEL
           MOVE WS-POLICIES-PURGED TO WS-TIE-EXPECTED
           MOVE WS-POLICIES-PURGED TO WS-CNT-VALUE
           PERFORM 7210-WRITE-COUNT-LINE
           MOVE 'ARCHIVE POLICY RECORDS WRITTEN TO HO3POLHA'
              TO WS-CNT-LABEL
           MOVE WS-ARCHIVE-POLICY-COUNT TO WS-TIE-ACTUAL
           PERFORM 7300-CHECK-TIE-OUT
           MOVE 'AUDIT DELETE RECORDS WRITTEN TO HO3AUDIT'
              TO WS-CNT-LABEL
           MOVE WS-AUDIT-RECORD-COUNT TO WS-TIE-ACTUAL
           PERFORM 7300-CHECK-TIE-OUT

           MOVE SPACES TO PURGE-REGISTER-LINE
           WRITE PURGE-REGISTER-LINE
           MOVE 'OVERFLOW RECORDS READ FROM HO3OVXIN' TO WS-CNT-LABEL
           MOVE WS-OVERFLOW-READ TO WS-TIE-EXPECTED
           MOVE WS-OVERFLOW-READ TO WS-CNT-VALUE
           PERFORM 7210-WRITE-COUNT-LINE
           MOVE 'ARCHIVED WITH PURGED POLICIES' TO WS-CNT-LABEL
           MOVE WS-ARCHIVE-OVERFLOW-COUNT TO WS-CNT-VALUE
           PERFORM 7210-WRITE-COUNT-LINE
           MOVE 'CARRIED TO HO3OVXNW' TO WS-CNT-LABEL
           MOVE WS-OVERFLOW-CARRIED TO WS-CNT-VALUE
           PERFORM 7210-WRITE-COUNT-LINE
           MOVE '  OF WHICH FOR NO POLICY ON MASTER' TO WS-CNT-LABEL
           MOVE WS-ORPHAN-OVERFLOW-COUNT TO WS-CNT-VALUE
           PERFORM 7210-WRITE-COUNT-LINE
           MOVE 'OVERFLOW RECORDS ACCOUNTED FOR' TO WS-CNT-LABEL
           COMPUTE WS-TIE-ACTUAL =
               WS-ARCHIVE-OVERFLOW-COUNT + WS-OVERFLOW-CARRIED
           PERFORM 7300-CHECK-TIE-OUT

           IF NOT WS-REGISTER-IN-BALANCE
              MOVE SPACES TO PURGE-REGISTER-LINE
              WRITE PURGE-REGISTER-LINE
              WRITE PURGE-REGISTER-LINE FROM WS-OUT-OF-BALANCE-LINE
              DISPLAY 'HO3PURGE: PURGE REGISTER OUT OF BALANCE'
              MOVE 8 TO RETURN-CODE
           END-IF.

       7210-WRITE-COUNT-LINE.
           MOVE SPACES TO WS-CNT-STATUS
           WRITE PURGE-REGISTER-LINE FROM WS-COUNT-LINE.

       7300-CHECK-TIE-OUT.
           MOVE WS-TIE-ACTUAL TO WS-CNT-VALUE
           IF WS-TIE-ACTUAL = WS-TIE-EXPECTED
              MOVE 'IN BALANCE' TO WS-CNT-STATUS
           ELSE
              MOVE 'OUT OF BALANCE' TO WS-CNT-STATUS
              MOVE 'N' TO WS-BALANCE-SWITCH
           END-IF
           WRITE PURGE-REGISTER-LINE FROM WS-COUNT-LINE.

       8800-ABANDON-RUN.
           MOVE 'Y' TO WS-RUN-ABANDONED-SWITCH
           MOVE 'Y' TO WS-EOF-SWITCH
           MOVE 8 TO RETURN-CODE.

      *    ---------------------------------------------------------
      *    Whatever is left on the feed once the master is done -
      *    records for no policy on file, or, on an abandoned run,
      *    the companions of the policies not reached - is carried
      *    to the replacement feed so it is never left short.
      *    ---------------------------------------------------------
       9000-TERMINATE.
           PERFORM 9100-CARRY-REMAINING-OVERFLOW
              UNTIL WS-OVERFLOW-EOF

           IF WS-MASTER-FILE-OK OR WS-MASTER-FILE-EOF
              CLOSE HO3-POLICY-MASTER
           END-IF
           IF WS-RECEIVABLE-FILE-OK OR WS-RECEIVABLE-NOT-FOUND
                 OR WS-RECEIVABLE-FILE-EOF
              CLOSE HO3-RECEIVABLE-MASTER
           END-IF
           IF WS-HISTORY-FILE-OK OR WS-HISTORY-NOT-FOUND
                 OR WS-HISTORY-FILE-EOF
              CLOSE CLAIM-HISTORY-FILE
           END-IF
           IF WS-OVFL-TRAN-FILE-OK OR WS-OVFL-TRAN-FILE-EOF
              CLOSE OVERFLOW-TRANSACTION-FILE
           END-IF
           IF WS-OVFL-NEW-FILE-OPEN
              CLOSE OVERFLOW-RETAINED-FILE
           END-IF
           IF WS-ARCHIVE-FILE-OPEN
              CLOSE POLICY-ARCHIVE-FILE
           END-IF
           IF WS-AUDIT-FILE-OPEN
              CLOSE AUDIT-LOG-FILE
           END-IF

           IF WS-REPORT-FILE-OK
              PERFORM 7200-WRITE-TOTALS
              CLOSE PURGE-REGISTER-FILE
           END-IF

           DISPLAY 'HO3PURGE: RUN DATE = ' WS-CURRENT-YYYYMMDD
           DISPLAY 'HO3PURGE: POLICIES READ = ' WS-POLICIES-READ
           DISPLAY 'HO3PURGE: KEPT IN FORCE OR PENDING CANCEL = '
              WS-IN-FORCE-COUNT
           DISPLAY 'HO3PURGE: KEPT WITHIN RETENTION PERIOD = '
              WS-WITHIN-RETENTION-COUNT
           DISPLAY 'HO3PURGE: KEPT NO RETENTION PERIOD = '
              WS-NO-RETENTION-COUNT
           DISPLAY 'HO3PURGE: HELD OPEN RECEIVABLE = '
              WS-HELD-RECEIVABLE-COUNT
           DISPLAY 'HO3PURGE: HELD OPEN CLAIM = ' WS-HELD-CLAIM-COUNT
           DISPLAY 'HO3PURGE: HELD OVERFLOW INCOMPLETE = '
              WS-HELD-OVERFLOW-COUNT
           DISPLAY 'HO3PURGE: PURGE FAILURES = ' WS-PURGE-FAILED-COUNT
           DISPLAY 'HO3PURGE: POLICIES PURGED = ' WS-POLICIES-PURGED
           DISPLAY 'HO3PURGE: OVERFLOW RECORDS ARCHIVED = '
              WS-ARCHIVE-OVERFLOW-COUNT
           DISPLAY 'HO3PURGE: OVERFLOW RECORDS CARRIED = '
              WS-OVERFLOW-CARRIED
           IF WS-RUN-ABANDONED
              DISPLAY 'HO3PURGE: RUN ABANDONED - DO NOT SWAP IN '
                 'HO3OVXNW'
           END-IF.

       9100-CARRY-REMAINING-OVERFLOW.
           MOVE HO3-OVFL-TRANSACTION TO WS-COMPANION-WORK
           IF NOT WS-RUN-ABANDONED
              DISPLAY 'HO3PURGE: OVERFLOW RECORD FOR UNMATCHED '
                 'POLICY ' OVFX-POLICY-NUMBER ' CARRIED'
              ADD 1 TO WS-ORPHAN-OVERFLOW-COUNT
           END-IF
           PERFORM 2820-WRITE-RETAINED-OVERFLOW
           PERFORM 2700-READ-OVERFLOW.

           COPY HO3-CODES-LOAD.
