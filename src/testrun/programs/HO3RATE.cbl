      *    through the same age and roof tables into the same
      *    HO3RATOT output HO3PREM totals, so a five-property
      *    insured is priced as five properties instead of three.
      *
      *    Each property is also placed in its rating territory off
      *    PROPERTY-ZIP, through the effective-dated territory table
      *    (TR) on the HO3CODES reference file as of the rating date
      *    - the full ZIP, or failing that the longest ZIP prefix on
      *    the table.  The territory code and base-rate factor ride
      *    on the HO3RATOT record with the property's insured value,
      *    for HO3PREM to apply to the manual base premium.  A
      *    property whose ZIP fits no territory is rated at the
      *    manual base rates (factor 1.000, territory zero) and
      *    counted as an exception; HO3EDIT flags the same ZIPs on
      *    the main record ahead of the run.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OVERFLOW-FILE-STATUS.

           SELECT HO3-CODES-REFERENCE ASSIGN TO "HO3CODES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CRF-KEY
               FILE STATUS IS HO3-CODES-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HO3-POLICY-FILE.
           05 RP-ROOF-SURCHARGE       PIC 9(3)V99 COMP-3.
           05 RP-TOTAL-SURCHARGE      PIC 9(3)V99 COMP-3.
           05 RP-RATING-DATE          PIC 9(8).
           05 RP-PROPERTY-ZIP         PIC X(5).
           05 RP-TERRITORY-CODE       PIC 9(3).
           05 RP-TERRITORY-FACTOR     PIC 9V999.
           05 RP-INSURED-VALUE        PIC 9(7)V99 COMP-3.

       FD  HO3-PROPERTY-OVERFLOW-FILE.
           COPY HO3-PROPERTY-OVERFLOW.

       FD  HO3-CODES-REFERENCE.
           COPY HO3-CODES-FILE.

       WORKING-STORAGE SECTION.
           COPY HO3-CODES.

       01  WS-POLICY-FILE-STATUS      PIC X(2).
           88 WS-POLICY-FILE-OK       VALUE '00'.
           88 WS-POLICY-FILE-EOF      VALUE '10'.
       01  WS-SURCHARGE-COUNT         PIC 9(9) VALUE ZERO.
       01  WS-OVERFLOW-RATED-COUNT    PIC 9(9) VALUE ZERO.
       01  WS-ORPHAN-OVERFLOW-COUNT   PIC 9(9) VALUE ZERO.
       01  WS-NO-TERRITORY-COUNT      PIC 9(9) VALUE ZERO.

      *    The property being rated, whether it came off one of the
      *    main record's 3 PROPERTY-DETAILS occurrences or off the
       01  WS-WORK-PROPERTY-SEQ-NO    PIC X(2).
       01  WS-WORK-YEAR-BUILT         PIC 9(4).
       01  WS-WORK-ROOF-TYPE          PIC X(1).
       01  WS-WORK-PROPERTY-ZIP       PIC X(5).
       01  WS-WORK-INSURED-VALUE      PIC 9(7)V99 COMP-3.

      *    Roof-material surcharge, keyed by ROOF-TYPE code (see
      *    HO3-CODES for the valid code list).  An unrecognized code
           END-IF.

       1010-INITIALIZE-RUN.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE WS-CURRENT-YYYYMMDD TO HO3-CODES-AS-OF-DATE
           PERFORM 8500-LOAD-REFERENCE-TABLES
           IF HO3-CODES-LOAD-FAILED
                 OR HO3-TERRITORY-COUNT = ZERO
              DISPLAY 'HO3RATE: TERRITORY TABLE LOAD INCOMPLETE - '
                 'RUN ABANDONED'
              MOVE 8 TO RETURN-CODE
              MOVE 'Y' TO WS-EOF-SWITCH
              MOVE 'Y' TO WS-OVERFLOW-EOF-SWITCH
           ELSE
              PERFORM 1050-OPEN-FILES
           END-IF.

       1050-OPEN-FILES.
           OPEN INPUT HO3-POLICY-FILE
           IF NOT WS-POLICY-FILE-OK
              DISPLAY 'HO3RATE: UNABLE TO OPEN HO3POLCL, STATUS='
              MOVE 'Y' TO WS-OVERFLOW-EOF-SWITCH
           END-IF

           IF NOT WS-END-OF-INPUT
              PERFORM 2100-READ-POLICY
           END-IF
                 TO WS-WORK-YEAR-BUILT
              MOVE ROOF-TYPE (WS-PROPERTY-IDX)
                 TO WS-WORK-ROOF-TYPE
              MOVE PROPERTY-ZIP (WS-PROPERTY-IDX)
                 TO WS-WORK-PROPERTY-ZIP
              MOVE PROPERTY-INSURED-VALUE (WS-PROPERTY-IDX)
                 TO WS-WORK-INSURED-VALUE
              PERFORM 2210-RATE-PROPERTY-AGE
              PERFORM 2220-RATE-PROPERTY-ROOF
              PERFORM 2230-RATE-PROPERTY-TERRITORY
              PERFORM 2300-WRITE-RATING-SURCHARGE
           END-PERFORM

                     TO WS-ROOF-SURCHARGE-AMT
           END-SEARCH.

      *    ---------------------------------------------------------
      *    Places the property in its rating territory off its ZIP.
      *    A ZIP no territory entry fits is rated at the manual
      *    base rates and reported, not rejected - the policy still
      *    has to be billed.
      *    ---------------------------------------------------------
       2230-RATE-PROPERTY-TERRITORY.
           MOVE WS-WORK-PROPERTY-ZIP TO HO3-TERR-LOOKUP-ZIP
           PERFORM 8700-FIND-TERRITORY
           IF NOT HO3-TERRITORY-FOUND
              DISPLAY 'HO3RATE: NO TERRITORY FOR ZIP '
                 WS-WORK-PROPERTY-ZIP ' POLICY ' POLICY-NUMBER
                 ' PROPERTY ' WS-WORK-PROPERTY-SEQ-NO
                 ' - RATED AT BASE'
              ADD 1 TO WS-NO-TERRITORY-COUNT
           END-IF.

       2300-WRITE-RATING-SURCHARGE.
           MOVE POLICY-NUMBER TO RP-POLICY-NUMBER
           MOVE WS-WORK-PROPERTY-SEQ-NO TO RP-PROPERTY-SEQ-NO
           ADD WS-AGE-SURCHARGE-AMT WS-ROOF-SURCHARGE-AMT
              GIVING RP-TOTAL-SURCHARGE
           MOVE WS-CURRENT-YYYYMMDD TO RP-RATING-DATE
           MOVE WS-WORK-PROPERTY-ZIP TO RP-PROPERTY-ZIP
           MOVE HO3-TERR-FOUND-CODE TO RP-TERRITORY-CODE
           MOVE HO3-TERR-FOUND-FACTOR TO RP-TERRITORY-FACTOR
           MOVE WS-WORK-INSURED-VALUE TO RP-INSURED-VALUE

           WRITE HO3-RATING-SURCHARGE-RECORD
           IF NOT WS-RATED-FILE-OK
              MOVE OVFL-PROPERTY-SEQ-NO TO WS-WORK-PROPERTY-SEQ-NO
              MOVE OVFL-YEAR-BUILT TO WS-WORK-YEAR-BUILT
              MOVE OVFL-ROOF-TYPE TO WS-WORK-ROOF-TYPE
              MOVE OVFL-PROPERTY-ZIP TO WS-WORK-PROPERTY-ZIP
              MOVE OVFL-PROPERTY-INSURED-VALUE
                 TO WS-WORK-INSURED-VALUE
              PERFORM 2210-RATE-PROPERTY-AGE
              PERFORM 2220-RATE-PROPERTY-ROOF
              PERFORM 2230-RATE-PROPERTY-TERRITORY
              PERFORM 2300-WRITE-RATING-SURCHARGE
              ADD 1 TO WS-OVERFLOW-RATED-COUNT
           ELSE
              WS-OVERFLOW-RATED-COUNT
           DISPLAY 'HO3RATE: ORPHAN OVERFLOW RECORDS = '
              WS-ORPHAN-OVERFLOW-COUNT
           DISPLAY 'HO3RATE: PROPERTIES WITH NO TERRITORY = '
              WS-NO-TERRITORY-COUNT

           IF RC-GATE-PASSED
              PERFORM 8900-WRITE-RUN-END
           MOVE 'END  ' TO RC-FUNCTION-CODE
           MOVE WS-POLICY-COUNT TO RC-RECORDS-IN
           MOVE WS-SURCHARGE-COUNT TO RC-RECORDS-OUT
           COMPUTE RC-EXCEPTION-COUNT =
               WS-ORPHAN-OVERFLOW-COUNT + WS-NO-TERRITORY-COUNT
           IF RETURN-CODE = ZERO
              MOVE 'C' TO RC-COMPLETION-STATUS
           ELSE
           IF RC-COMPLETED-ERROR
              MOVE 8 TO RETURN-CODE
           END-IF.

           COPY HO3-CODES-LOAD.
