      *    HO3PRDVS producer master HO3PDMNT maintains: a code not
      *    on the master, or an agency not licensed in the policy's
      *    STATE-CODE, is an exception - so 'AGY001' has to be a
      *    real agency before HO3COMM pays it a commission.  Each
      *    property's PROPERTY-ZIP must fall in a rating territory
      *    on the HO3CODES territory table (TR): a ZIP no entry
      *    fits is a warning, since HO3RATE can only rate the
      *    property at the manual base rates.  Every
      *    failure is written to the exception
      *    report with the POLICY-NUMBER, the field that failed, and
      *    a severity code: 'F' (fatal - the policy cannot safely be
      *    HO3UNLD extract; their lengths must be kept in step
      *    whenever the HO3-POLICY copybook changes.
       FD  CLEANED-POLICY-FILE.
       01  CLEANED-POLICY-RECORD      PIC X(515).

       FD  REJECT-POLICY-FILE.
       01  REJECT-POLICY-RECORD       PIC X(515).

       FD  CHECKPOINT-FILE.
       01  CHECKPOINT-RECORD.
                   UNTIL WS-PROPERTY-IDX > WS-PROPERTY-LIMIT
              PERFORM 2440-EDIT-ROOF-TYPE
              PERFORM 2450-EDIT-OCCUPANCY-TYPE
              PERFORM 2480-EDIT-PROPERTY-TERRITORY
           END-PERFORM.

       2410-EDIT-STATE-CODE.
              END-IF
           END-IF.

      *    ---------------------------------------------------------
      *    A property whose ZIP fits no rating territory would be
      *    priced at the countrywide base rates; territory
      *    maintenance (HO3CDMNT, table TR) needs to place it.
      *    ---------------------------------------------------------
       2480-EDIT-PROPERTY-TERRITORY.
           MOVE PROPERTY-ZIP (WS-PROPERTY-IDX) TO HO3-TERR-LOOKUP-ZIP
           PERFORM 8700-FIND-TERRITORY
           IF NOT HO3-TERRITORY-FOUND
              MOVE 'W' TO WS-EXC-SEVERITY
              MOVE 'PROPERTY-ZIP' TO WS-EXC-FIELD-NAME
              MOVE SPACES TO WS-EXC-REASON
              STRING 'NO RATING TERRITORY FOR ZIP ' DELIMITED BY SIZE
                 PROPERTY-ZIP (WS-PROPERTY-IDX) DELIMITED BY SIZE
                 ' PROP ' DELIMITED BY SIZE
                 PROPERTY-SEQ-NO (WS-PROPERTY-IDX) DELIMITED BY SIZE
                 INTO WS-EXC-REASON
              PERFORM 2600-WRITE-EXCEPTION
           END-IF.

       2500-WRITE-CHECKPOINT.
           OPEN OUTPUT CHECKPOINT-FILE
           MOVE WS-RECORDS-PROCESSED TO CKPT-RECORDS-PROCESSED
