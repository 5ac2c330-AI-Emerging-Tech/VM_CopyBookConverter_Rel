       IDENTIFICATION DIVISION.
       PROGRAM-ID. HO3TERR.
      *    Territory rate-adequacy report.
      *    Reads the HO3PRMTR territory premium file HO3PREM writes -
      *    every billed policy's annual premium spread over its
      *    properties, overflow properties included, each carrying
      *    its rating territory, territory base-rate factor and
      *    insured value - sorts it by STATE-CODE and territory, and
      *    reports for each territory within each state the property
      *    count, the insured value, the premium, and the premium
      *    per thousand dollars of insured value.  The territory's
      *    relativity is its premium per thousand over the state's,
      *    set beside the territory factor it was rated at, so
      *    pricing can see at a glance which territories the factor
      *    table under- or over-prices.  Territory 000 collects the
      *    properties whose ZIP fit no territory and were rated at
      *    the manual base rates.  A state subtotal, a grand total,
      *    and a tie-out of the properties and premium reported
      *    against the record count and premium register total on
      *    the trailer HO3PREM writes at the end of HO3PRMTR close
      *    the report.  A file with no trailer, or one that does not
      *    tie, ends the run with a non-zero condition code.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TERRITORY-PREMIUM-FILE ASSIGN TO "HO3PRMTR"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TERRITORY-FILE-STATUS.

           SELECT TERRITORY-SORT-FILE ASSIGN TO "HO3TERST".

           SELECT TERRITORY-REPORT-FILE ASSIGN TO "HO3TERRP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TERRITORY-PREMIUM-FILE.
       01  HO3-TERRITORY-PREMIUM-RECORD.
           05 TP-RECORD-TYPE          PIC X(1).
              88 TP-DETAIL            VALUE 'D'.
              88 TP-TRAILER           VALUE 'T'.
           05 TP-DETAIL-DATA.
              10 TP-POLICY-NUMBER     PIC X(10).
              10 TP-STATE-CODE        PIC X(2).
              10 TP-TERRITORY-CODE    PIC 9(3).
              10 TP-PROPERTY-SEQ-NO   PIC X(2).
              10 TP-TERRITORY-FACTOR  PIC 9V999.
              10 TP-INSURED-VALUE     PIC 9(7)V99 COMP-3.
              10 TP-PROPERTY-PREMIUM  PIC 9(7)V99 COMP-3.
              10 TP-RUN-DATE          PIC 9(8).
           05 TP-TRAILER-DATA REDEFINES TP-DETAIL-DATA.
              10 TP-TRL-RUN-DATE      PIC 9(8).
              10 TP-TRL-RECORD-COUNT  PIC 9(9).
              10 TP-TRL-PREMIUM-TOTAL PIC 9(11)V99 COMP-3.
              10 FILLER               PIC X(15).

       SD  TERRITORY-SORT-FILE.
       01  TERRITORY-SORT-RECORD.
           05 TS-STATE-CODE           PIC X(2).
           05 TS-TERRITORY-CODE       PIC 9(3).
           05 TS-TERRITORY-FACTOR     PIC 9V999.
           05 TS-INSURED-VALUE        PIC 9(7)V99 COMP-3.
           05 TS-PROPERTY-PREMIUM     PIC 9(7)V99 COMP-3.

       FD  TERRITORY-REPORT-FILE.
       01  TERRITORY-REPORT-LINE      PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-TERRITORY-FILE-STATUS   PIC X(2).
           88 WS-TERRITORY-FILE-OK    VALUE '00'.
           88 WS-TERRITORY-FILE-EOF   VALUE '10'.

       01  WS-REPORT-FILE-STATUS      PIC X(2).
           88 WS-REPORT-FILE-OK       VALUE '00'.

       01  WS-EOF-SWITCH              PIC X(1) VALUE 'N'.
           88 WS-END-OF-INPUT         VALUE 'Y'.

       01  WS-SORT-EOF-SWITCH         PIC X(1) VALUE 'N'.
           88 WS-SORT-END-OF-FILE     VALUE 'Y'.

       01  WS-FIRST-STATE-SWITCH      PIC X(1) VALUE 'Y'.
           88 WS-FIRST-STATE          VALUE 'Y'.

       01  WS-TRAILER-SWITCH          PIC X(1) VALUE 'N'.
           88 WS-TRAILER-FOUND        VALUE 'Y'.

       01  WS-CURRENT-DATE.
           05 WS-CURRENT-YYYYMMDD     PIC 9(8).
           05 FILLER                  PIC X(14).

       01  WS-RECORD-COUNT            PIC 9(9) VALUE ZERO.
       01  WS-CONTROL-RECORD-COUNT    PIC 9(9) VALUE ZERO.
       01  WS-CONTROL-PREMIUM         PIC 9(11)V99 COMP-3 VALUE ZERO.

      *    One state's territories, held until the state breaks so
      *    each territory's relativity can be taken against the
      *    state's premium per thousand.
       01  WS-TERRITORY-COUNT         PIC S9(4) COMP VALUE ZERO.
       01  WS-TERRITORY-SUB           PIC S9(4) COMP.
       01  WS-STATE-TERRITORY-TABLE.
           05 WS-STATE-TERRITORY OCCURS 1000 TIMES.
              10 WS-ST-TERRITORY-CODE PIC 9(3).
              10 WS-ST-TERRITORY-FACTOR PIC 9V999.
              10 WS-ST-PROPERTY-COUNT PIC 9(7) COMP-3.
              10 WS-ST-INSURED-VALUE  PIC 9(11)V99 COMP-3.
              10 WS-ST-PREMIUM        PIC 9(11)V99 COMP-3.

       01  WS-PRIOR-STATE-CODE        PIC X(2) VALUE SPACES.
       01  WS-PRIOR-TERRITORY-CODE    PIC 9(3) VALUE ZERO.

       01  WS-STATE-PROPERTY-COUNT    PIC 9(7) VALUE ZERO.
       01  WS-STATE-INSURED-VALUE     PIC 9(11)V99 COMP-3 VALUE ZERO.
       01  WS-STATE-PREMIUM           PIC 9(11)V99 COMP-3 VALUE ZERO.
       01  WS-STATE-RATE              PIC 9(5)V9(4) COMP-3.
       01  WS-GRAND-PROPERTY-COUNT    PIC 9(7) VALUE ZERO.
       01  WS-GRAND-INSURED-VALUE     PIC 9(13)V99 COMP-3 VALUE ZERO.
       01  WS-GRAND-PREMIUM           PIC 9(11)V99 COMP-3 VALUE ZERO.
       01  WS-RATE-PER-THOUSAND       PIC 9(5)V9(4) COMP-3.
       01  WS-RELATIVITY              PIC 9(3)V999 COMP-3.

       01  WS-REPORT-TITLE.
           05 FILLER                  PIC X(41) VALUE
              'TERRITORY RATE ADEQUACY REPORT - RUN DATE'.
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 WS-TTL-RUN-DATE         PIC 9(8).

       01  WS-COLUMN-HEADING.
           05 FILLER                  PIC X(2)  VALUE 'ST'.
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 FILLER                  PIC X(4)  VALUE 'TERR'.
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 FILLER                  PIC X(6)  VALUE 'FACTOR'.
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 FILLER                  PIC X(7)  VALUE '  PROPS'.
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 FILLER                  PIC X(18)
                 VALUE '     INSURED VALUE'.
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 FILLER                  PIC X(17)
                 VALUE '          PREMIUM'.
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 FILLER                  PIC X(11) VALUE '   PER 1000'.
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 FILLER                  PIC X(7)  VALUE 'RELATIV'.

       01  WS-TERRITORY-LINE              VALUE SPACES.
           05 WS-TRL-STATE-CODE       PIC X(2).
           05 FILLER                  PIC X(3).
           05 WS-TRL-TERRITORY-CODE   PIC 9(3).
           05 FILLER                  PIC X(2).
           05 FILLER                  PIC X(1).
           05 WS-TRL-FACTOR           PIC 9.999.
           05 FILLER                  PIC X(2).
           05 WS-TRL-PROPERTY-COUNT   PIC ZZZ,ZZ9.
           05 FILLER                  PIC X(2).
           05 WS-TRL-INSURED-VALUE    PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                  PIC X(2).
           05 WS-TRL-PREMIUM          PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                  PIC X(2).
           05 WS-TRL-RATE             PIC ZZ,ZZ9.9999.
           05 FILLER                  PIC X(3).
           05 WS-TRL-RELATIVITY       PIC ZZ9.999.

       01  WS-STATE-TOTAL-LINE            VALUE SPACES.
           05 WS-STL-STATE-CODE       PIC X(2).
           05 FILLER                  PIC X(2).
           05 FILLER                  PIC X(13) VALUE 'STATE TOTAL'.
           05 WS-STL-PROPERTY-COUNT   PIC ZZZ,ZZ9.
           05 FILLER                  PIC X(2).
           05 WS-STL-INSURED-VALUE    PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                  PIC X(2).
           05 WS-STL-PREMIUM          PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                  PIC X(2).
           05 WS-STL-RATE             PIC ZZ,ZZ9.9999.

       01  WS-GRAND-TOTAL-LINE            VALUE SPACES.
           05 FILLER                  PIC X(17) VALUE 'GRAND TOTAL'.
           05 WS-GTL-PROPERTY-COUNT   PIC ZZZ,ZZ9.
           05 FILLER                  PIC X(2).
           05 WS-GTL-INSURED-VALUE    PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                  PIC X(2).
           05 WS-GTL-PREMIUM          PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                  PIC X(2).
           05 WS-GTL-RATE             PIC ZZ,ZZ9.9999.

      *    Ties the HO3PRMTR trailer's record count and premium
      *    register total against the properties and premium rolled
      *    up through the sort into the report totals.
       01  WS-TIE-OUT-LINE                VALUE SPACES.
           05 FILLER                  PIC X(25)
                 VALUE 'TIE-OUT - HO3PREM TOTAL='.
           05 WS-TIE-CONTROL-PREMIUM  PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                  PIC X(10) VALUE ' REPORTED='.
           05 WS-TIE-REPORT-PREMIUM   PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                  PIC X(2).
           05 WS-TIE-RESULT           PIC X(8).

       01  WS-TIE-OUT-COUNT-LINE          VALUE SPACES.
           05 FILLER                  PIC X(25)
                 VALUE 'TIE-OUT - HO3PREM PROPS='.
           05 WS-TIE-CONTROL-COUNT    PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                  PIC X(6).
           05 FILLER                  PIC X(10) VALUE ' REPORTED='.
           05 WS-TIE-REPORT-COUNT     PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                  PIC X(8).
           05 WS-TIE-COUNT-RESULT     PIC X(8).

           COPY HO3-RUN-CONTROL.

       PROCEDURE DIVISION.

       0000-MAIN-LOGIC.
           PERFORM 1000-INITIALIZE
           IF RC-GATE-PASSED
              SORT TERRITORY-SORT-FILE
                  ON ASCENDING KEY TS-STATE-CODE TS-TERRITORY-CODE
                  INPUT PROCEDURE IS 3000-BUILD-SORT-RECORDS
                  OUTPUT PROCEDURE IS 4000-BUILD-REPORT
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
           OPEN INPUT TERRITORY-PREMIUM-FILE
           IF NOT WS-TERRITORY-FILE-OK
              DISPLAY 'HO3TERR: UNABLE TO OPEN HO3PRMTR, STATUS='
                 WS-TERRITORY-FILE-STATUS
              MOVE 8 TO RETURN-CODE
              MOVE 'Y' TO WS-EOF-SWITCH
           END-IF.

       3000-BUILD-SORT-RECORDS.
           PERFORM 3100-READ-TERRITORY-PREMIUM UNTIL WS-END-OF-INPUT.

       3100-READ-TERRITORY-PREMIUM.
           READ TERRITORY-PREMIUM-FILE
               AT END
                  MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                  PERFORM 3150-CHECK-RECORD-TYPE
           END-READ.

      *    The trailer is HO3PREM's control total, not a property:
      *    it is held for the tie-out and kept out of the sort.
       3150-CHECK-RECORD-TYPE.
           IF TP-TRAILER
              MOVE 'Y' TO WS-TRAILER-SWITCH
              MOVE TP-TRL-RECORD-COUNT TO WS-CONTROL-RECORD-COUNT
              MOVE TP-TRL-PREMIUM-TOTAL TO WS-CONTROL-PREMIUM
           ELSE
              PERFORM 3200-RELEASE-PROPERTY
           END-IF.

       3200-RELEASE-PROPERTY.
           ADD 1 TO WS-RECORD-COUNT
           MOVE TP-STATE-CODE TO TS-STATE-CODE
           MOVE TP-TERRITORY-CODE TO TS-TERRITORY-CODE
           MOVE TP-TERRITORY-FACTOR TO TS-TERRITORY-FACTOR
           MOVE TP-INSURED-VALUE TO TS-INSURED-VALUE
           MOVE TP-PROPERTY-PREMIUM TO TS-PROPERTY-PREMIUM
           RELEASE TERRITORY-SORT-RECORD.

       4000-BUILD-REPORT.
           OPEN OUTPUT TERRITORY-REPORT-FILE
           IF NOT WS-REPORT-FILE-OK
              DISPLAY 'HO3TERR: UNABLE TO OPEN HO3TERRP, STATUS='
                 WS-REPORT-FILE-STATUS ' - REPORT NOT PRODUCED'
              MOVE 8 TO RETURN-CODE
           ELSE
              PERFORM 4050-WRITE-REPORT
              CLOSE TERRITORY-REPORT-FILE
           END-IF.

       4050-WRITE-REPORT.
           MOVE WS-CURRENT-YYYYMMDD TO WS-TTL-RUN-DATE
           WRITE TERRITORY-REPORT-LINE FROM WS-REPORT-TITLE
           WRITE TERRITORY-REPORT-LINE FROM WS-COLUMN-HEADING

           PERFORM 4100-RETURN-SORT-RECORD
           PERFORM 4200-PROCESS-SORTED-RECORD
              UNTIL WS-SORT-END-OF-FILE

           IF NOT WS-FIRST-STATE
              PERFORM 4400-WRITE-STATE
           END-IF

           MOVE WS-GRAND-PROPERTY-COUNT TO WS-GTL-PROPERTY-COUNT
           MOVE WS-GRAND-INSURED-VALUE TO WS-GTL-INSURED-VALUE
           MOVE WS-GRAND-PREMIUM TO WS-GTL-PREMIUM
           IF WS-GRAND-INSURED-VALUE > ZERO
              COMPUTE WS-RATE-PER-THOUSAND ROUNDED =
                  WS-GRAND-PREMIUM * 1000 / WS-GRAND-INSURED-VALUE
           ELSE
              MOVE ZERO TO WS-RATE-PER-THOUSAND
           END-IF
           MOVE WS-RATE-PER-THOUSAND TO WS-GTL-RATE
           WRITE TERRITORY-REPORT-LINE FROM WS-GRAND-TOTAL-LINE

           MOVE WS-CONTROL-PREMIUM TO WS-TIE-CONTROL-PREMIUM
           MOVE WS-GRAND-PREMIUM TO WS-TIE-REPORT-PREMIUM
           MOVE WS-CONTROL-RECORD-COUNT TO WS-TIE-CONTROL-COUNT
           MOVE WS-GRAND-PROPERTY-COUNT TO WS-TIE-REPORT-COUNT
           EVALUATE TRUE
              WHEN NOT WS-TRAILER-FOUND
                 MOVE 'NO TRLR' TO WS-TIE-RESULT
                 MOVE 'NO TRLR' TO WS-TIE-COUNT-RESULT
                 DISPLAY 'HO3TERR: NO TRAILER ON HO3PRMTR - '
                    'FILE INCOMPLETE'
                 MOVE 8 TO RETURN-CODE
              WHEN WS-CONTROL-PREMIUM = WS-GRAND-PREMIUM
                   AND WS-CONTROL-RECORD-COUNT
                          = WS-GRAND-PROPERTY-COUNT
                 MOVE 'MATCH' TO WS-TIE-RESULT
                 MOVE 'MATCH' TO WS-TIE-COUNT-RESULT
              WHEN OTHER
                 IF WS-CONTROL-PREMIUM = WS-GRAND-PREMIUM
                    MOVE 'MATCH' TO WS-TIE-RESULT
                 ELSE
                    MOVE 'MISMATCH' TO WS-TIE-RESULT
                 END-IF
                 IF WS-CONTROL-RECORD-COUNT = WS-GRAND-PROPERTY-COUNT
                    MOVE 'MATCH' TO WS-TIE-COUNT-RESULT
                 ELSE
                    MOVE 'MISMATCH' TO WS-TIE-COUNT-RESULT
                 END-IF
                 MOVE 8 TO RETURN-CODE
           END-EVALUATE
           WRITE TERRITORY-REPORT-LINE FROM WS-TIE-OUT-LINE
           WRITE TERRITORY-REPORT-LINE FROM WS-TIE-OUT-COUNT-LINE.

       4100-RETURN-SORT-RECORD.
           RETURN TERRITORY-SORT-FILE
               AT END
                  MOVE 'Y' TO WS-SORT-EOF-SWITCH
           END-RETURN.

       4200-PROCESS-SORTED-RECORD.
           IF TS-STATE-CODE NOT = WS-PRIOR-STATE-CODE
                 OR WS-FIRST-STATE
              IF NOT WS-FIRST-STATE
                 PERFORM 4400-WRITE-STATE
              END-IF
              MOVE 'N' TO WS-FIRST-STATE-SWITCH
              MOVE TS-STATE-CODE TO WS-PRIOR-STATE-CODE
              MOVE ZERO TO WS-TERRITORY-COUNT
              PERFORM 4300-START-TERRITORY
           ELSE
              IF TS-TERRITORY-CODE NOT = WS-PRIOR-TERRITORY-CODE
                 PERFORM 4300-START-TERRITORY
              END-IF
           END-IF

           IF WS-TERRITORY-COUNT > ZERO
              MOVE TS-TERRITORY-FACTOR
                 TO WS-ST-TERRITORY-FACTOR (WS-TERRITORY-COUNT)
              ADD 1 TO WS-ST-PROPERTY-COUNT (WS-TERRITORY-COUNT)
              ADD TS-INSURED-VALUE
                 TO WS-ST-INSURED-VALUE (WS-TERRITORY-COUNT)
              ADD TS-PROPERTY-PREMIUM
                 TO WS-ST-PREMIUM (WS-TERRITORY-COUNT)
           END-IF

           PERFORM 4100-RETURN-SORT-RECORD.

       4300-START-TERRITORY.
           MOVE TS-TERRITORY-CODE TO WS-PRIOR-TERRITORY-CODE
           IF WS-TERRITORY-COUNT < 1000
              ADD 1 TO WS-TERRITORY-COUNT
              MOVE TS-TERRITORY-CODE
                 TO WS-ST-TERRITORY-CODE (WS-TERRITORY-COUNT)
              MOVE ZERO TO WS-ST-PROPERTY-COUNT (WS-TERRITORY-COUNT)
              MOVE ZERO TO WS-ST-INSURED-VALUE (WS-TERRITORY-COUNT)
              MOVE ZERO TO WS-ST-PREMIUM (WS-TERRITORY-COUNT)
           END-IF.

      *    ---------------------------------------------------------
      *    At a state break the state's totals and premium per
      *    thousand are taken first, then each territory is listed
      *    with its relativity to the state, then the state total.
      *    ---------------------------------------------------------
       4400-WRITE-STATE.
           MOVE ZERO TO WS-STATE-PROPERTY-COUNT
           MOVE ZERO TO WS-STATE-INSURED-VALUE
           MOVE ZERO TO WS-STATE-PREMIUM
           PERFORM VARYING WS-TERRITORY-SUB FROM 1 BY 1
                   UNTIL WS-TERRITORY-SUB > WS-TERRITORY-COUNT
              ADD WS-ST-PROPERTY-COUNT (WS-TERRITORY-SUB)
                 TO WS-STATE-PROPERTY-COUNT
              ADD WS-ST-INSURED-VALUE (WS-TERRITORY-SUB)
                 TO WS-STATE-INSURED-VALUE
              ADD WS-ST-PREMIUM (WS-TERRITORY-SUB)
                 TO WS-STATE-PREMIUM
           END-PERFORM
           IF WS-STATE-INSURED-VALUE > ZERO
              COMPUTE WS-STATE-RATE ROUNDED =
                  WS-STATE-PREMIUM * 1000 / WS-STATE-INSURED-VALUE
           ELSE
              MOVE ZERO TO WS-STATE-RATE
           END-IF

           PERFORM VARYING WS-TERRITORY-SUB FROM 1 BY 1
                   UNTIL WS-TERRITORY-SUB > WS-TERRITORY-COUNT
              PERFORM 4500-WRITE-TERRITORY-LINE
           END-PERFORM

           MOVE WS-PRIOR-STATE-CODE TO WS-STL-STATE-CODE
           MOVE WS-STATE-PROPERTY-COUNT TO WS-STL-PROPERTY-COUNT
           MOVE WS-STATE-INSURED-VALUE TO WS-STL-INSURED-VALUE
           MOVE WS-STATE-PREMIUM TO WS-STL-PREMIUM
           MOVE WS-STATE-RATE TO WS-STL-RATE
           WRITE TERRITORY-REPORT-LINE FROM WS-STATE-TOTAL-LINE

           ADD WS-STATE-PROPERTY-COUNT TO WS-GRAND-PROPERTY-COUNT
           ADD WS-STATE-INSURED-VALUE TO WS-GRAND-INSURED-VALUE
           ADD WS-STATE-PREMIUM TO WS-GRAND-PREMIUM.

       4500-WRITE-TERRITORY-LINE.
           IF WS-ST-INSURED-VALUE (WS-TERRITORY-SUB) > ZERO
              COMPUTE WS-RATE-PER-THOUSAND ROUNDED =
                  WS-ST-PREMIUM (WS-TERRITORY-SUB) * 1000
                     / WS-ST-INSURED-VALUE (WS-TERRITORY-SUB)
           ELSE
              MOVE ZERO TO WS-RATE-PER-THOUSAND
           END-IF
           IF WS-STATE-RATE > ZERO
              COMPUTE WS-RELATIVITY ROUNDED =
                  WS-RATE-PER-THOUSAND / WS-STATE-RATE
           ELSE
              MOVE ZERO TO WS-RELATIVITY
           END-IF

           MOVE WS-PRIOR-STATE-CODE TO WS-TRL-STATE-CODE
           MOVE WS-ST-TERRITORY-CODE (WS-TERRITORY-SUB)
              TO WS-TRL-TERRITORY-CODE
           MOVE WS-ST-TERRITORY-FACTOR (WS-TERRITORY-SUB)
              TO WS-TRL-FACTOR
           MOVE WS-ST-PROPERTY-COUNT (WS-TERRITORY-SUB)
              TO WS-TRL-PROPERTY-COUNT
           MOVE WS-ST-INSURED-VALUE (WS-TERRITORY-SUB)
              TO WS-TRL-INSURED-VALUE
           MOVE WS-ST-PREMIUM (WS-TERRITORY-SUB) TO WS-TRL-PREMIUM
           MOVE WS-RATE-PER-THOUSAND TO WS-TRL-RATE
           MOVE WS-RELATIVITY TO WS-TRL-RELATIVITY
           WRITE TERRITORY-REPORT-LINE FROM WS-TERRITORY-LINE.

       9000-TERMINATE.
           IF WS-TERRITORY-FILE-OK OR WS-TERRITORY-FILE-EOF
              CLOSE TERRITORY-PREMIUM-FILE
           END-IF

           DISPLAY 'HO3TERR: PROPERTY RECORDS READ = ' WS-RECORD-COUNT
           DISPLAY 'HO3TERR: PROPERTIES REPORTED = '
              WS-GRAND-PROPERTY-COUNT

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
           MOVE 'HO3TERR ' TO RC-PROGRAM-ID
           MOVE 'HO3PREM ' TO RC-PREDECESSOR-ID
           MOVE ZERO TO RC-GENERATION-STAMP
           CALL 'HO3RUNLG' USING HO3-RUN-CONTROL-PARMS
           IF RC-GATE-FAILED
              DISPLAY 'HO3TERR: PREDECESSOR HO3PREM HAS NOT '
                 'COMPLETED CLEAN TONIGHT - RUN REFUSED'
              MOVE 8 TO RETURN-CODE
           END-IF.

       8900-WRITE-RUN-END.
           MOVE 'END  ' TO RC-FUNCTION-CODE
           MOVE WS-RECORD-COUNT TO RC-RECORDS-IN
           MOVE WS-GRAND-PROPERTY-COUNT TO RC-RECORDS-OUT
           MOVE ZERO TO RC-EXCEPTION-COUNT
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
