      *    key, and effective date, a later-effective replacement for
      *    the same entry is read after the entry it replaces and
      *    simply overwrites it, so the latest entry in effect wins.
      *    The state charge table matches on part of the entry key
      *    only, so there the effective dates are compared instead.
      *    A table id this copy member does not recognize is passed
      *    over without comment - other programs in the suite keep
      *    their own tables on the same file.  HO3-CODES-LOAD-FAILED
                     PERFORM 8570-LOAD-NOTICE-LEAD-ENTRY
                  WHEN CRF-TABLE-INFLATION
                     PERFORM 8580-LOAD-INFLATION-ENTRY
                  WHEN CRF-TABLE-CAUSE-OF-LOSS
                     PERFORM 8590-LOAD-CAUSE-OF-LOSS-ENTRY
                  WHEN CRF-TABLE-TERRITORY
                     PERFORM 8600-LOAD-TERRITORY-ENTRY
                  WHEN CRF-TABLE-LOSS-THRESHOLD
                     PERFORM 8610-LOAD-LOSS-THRESHOLD-ENTRY
                  WHEN CRF-TABLE-LOSS-LOOK-BACK
                     MOVE CRF-AMOUNT-VALUE
                        TO HO3-LOSS-LOOK-BACK-MONTHS
                  WHEN CRF-TABLE-STATE-CHARGE
                     PERFORM 8620-LOAD-STATE-CHARGE-ENTRY
                  WHEN CRF-TABLE-PURGE-RETENTION
                     PERFORM 8630-LOAD-PURGE-RETENTION-ENTRY
                  WHEN CRF-TABLE-DORMANCY
                     PERFORM 8640-LOAD-DORMANCY-ENTRY
                  WHEN CRF-TABLE-QUOTE-VALIDITY
                     MOVE CRF-AMOUNT-VALUE
                        TO HO3-QUOTE-VALID-DAYS
                  WHEN OTHER
                     CONTINUE
              END-EVALUATE
                 MOVE 'Y' TO HO3-CODES-LOAD-SWITCH
              END-IF
           END-IF.

       8590-LOAD-CAUSE-OF-LOSS-ENTRY.
           MOVE 'N' TO HO3-CODES-FOUND-SWITCH
           PERFORM VARYING HO3-CODES-ENTRY-SUB FROM 1 BY 1
                   UNTIL HO3-CODES-ENTRY-SUB >
                      HO3-CAUSE-OF-LOSS-COUNT
              IF HO3-CAUSE-OF-LOSS-CODE (HO3-CODES-ENTRY-SUB) =
                    CRF-ENTRY-KEY (1:2)
                 MOVE 'Y' TO HO3-CODES-FOUND-SWITCH
                 MOVE CRF-ENTRY-KEY (3:1) TO
                    HO3-CAUSE-COVERAGE-PART (HO3-CODES-ENTRY-SUB)
              END-IF
           END-PERFORM
           IF NOT HO3-CODES-ENTRY-FOUND
              IF HO3-CAUSE-OF-LOSS-COUNT < 50
                 ADD 1 TO HO3-CAUSE-OF-LOSS-COUNT
                 MOVE CRF-ENTRY-KEY (1:2) TO HO3-CAUSE-OF-LOSS-CODE
                    (HO3-CAUSE-OF-LOSS-COUNT)
                 MOVE CRF-ENTRY-KEY (3:1) TO HO3-CAUSE-COVERAGE-PART
                    (HO3-CAUSE-OF-LOSS-COUNT)
              ELSE
                 DISPLAY 'HO3CODES LOAD: CAUSE-OF-LOSS TABLE FULL'
                 MOVE 'Y' TO HO3-CODES-LOAD-SWITCH
              END-IF
           END-IF.

       8600-LOAD-TERRITORY-ENTRY.
           MOVE 'N' TO HO3-CODES-FOUND-SWITCH
           PERFORM VARYING HO3-CODES-ENTRY-SUB FROM 1 BY 1
                   UNTIL HO3-CODES-ENTRY-SUB >
                      HO3-TERRITORY-COUNT
              IF HO3-TERRITORY-ZIP (HO3-CODES-ENTRY-SUB) =
                    CRF-ENTRY-KEY (1:5)
                 MOVE 'Y' TO HO3-CODES-FOUND-SWITCH
                 MOVE CRF-AMOUNT-VALUE TO
                    HO3-TERRITORY-CODE (HO3-CODES-ENTRY-SUB)
                 MOVE CRF-PCT-VALUE TO
                    HO3-TERRITORY-FACTOR (HO3-CODES-ENTRY-SUB)
              END-IF
           END-PERFORM
           IF NOT HO3-CODES-ENTRY-FOUND
              IF HO3-TERRITORY-COUNT < 2000
                 ADD 1 TO HO3-TERRITORY-COUNT
                 MOVE CRF-ENTRY-KEY (1:5) TO HO3-TERRITORY-ZIP
                    (HO3-TERRITORY-COUNT)
                 MOVE CRF-AMOUNT-VALUE TO HO3-TERRITORY-CODE
                    (HO3-TERRITORY-COUNT)
                 MOVE CRF-PCT-VALUE TO HO3-TERRITORY-FACTOR
                    (HO3-TERRITORY-COUNT)
              ELSE
                 DISPLAY 'HO3CODES LOAD: TERRITORY TABLE FULL'
                 MOVE 'Y' TO HO3-CODES-LOAD-SWITCH
              END-IF
           END-IF.

       8610-LOAD-LOSS-THRESHOLD-ENTRY.
           MOVE 'N' TO HO3-CODES-FOUND-SWITCH
           PERFORM VARYING HO3-CODES-ENTRY-SUB FROM 1 BY 1
                   UNTIL HO3-CODES-ENTRY-SUB >
                      HO3-LOSS-THRESHOLD-COUNT
              IF HO3-LOSS-CAUSE (HO3-CODES-ENTRY-SUB) =
                    CRF-ENTRY-KEY (1:2)
                    AND HO3-LOSS-ACTION (HO3-CODES-ENTRY-SUB) =
                       CRF-ENTRY-KEY (3:1)
                    AND HO3-LOSS-MEASURE (HO3-CODES-ENTRY-SUB) =
                       CRF-ENTRY-KEY (4:1)
                 MOVE 'Y' TO HO3-CODES-FOUND-SWITCH
                 MOVE CRF-AMOUNT-VALUE TO
                    HO3-LOSS-THRESHOLD (HO3-CODES-ENTRY-SUB)
                 MOVE CRF-PCT-VALUE TO
                    HO3-LOSS-SURCHARGE-PCT (HO3-CODES-ENTRY-SUB)
              END-IF
           END-PERFORM
           IF NOT HO3-CODES-ENTRY-FOUND
              IF HO3-LOSS-THRESHOLD-COUNT < 200
                 ADD 1 TO HO3-LOSS-THRESHOLD-COUNT
                 MOVE CRF-ENTRY-KEY (1:2) TO HO3-LOSS-CAUSE
                    (HO3-LOSS-THRESHOLD-COUNT)
                 MOVE CRF-ENTRY-KEY (3:1) TO HO3-LOSS-ACTION
                    (HO3-LOSS-THRESHOLD-COUNT)
                 MOVE CRF-ENTRY-KEY (4:1) TO HO3-LOSS-MEASURE
                    (HO3-LOSS-THRESHOLD-COUNT)
                 MOVE CRF-AMOUNT-VALUE TO HO3-LOSS-THRESHOLD
                    (HO3-LOSS-THRESHOLD-COUNT)
                 MOVE CRF-PCT-VALUE TO HO3-LOSS-SURCHARGE-PCT
                    (HO3-LOSS-THRESHOLD-COUNT)
              ELSE
                 DISPLAY 'HO3CODES LOAD: LOSS-THRESHOLD TABLE FULL'
                 MOVE 'Y' TO HO3-CODES-LOAD-SWITCH
              END-IF
           END-IF.

      *    A state's charge is identified by state and charge code
      *    alone.  Entries for the same charge that differ in
      *    category, basis, billing or refund bytes are keyed apart
      *    on the file, so they are not read in effective-date
      *    order: the entry in effect with the latest effective date
      *    is kept, and an earlier-effective one read after it is
      *    passed over.
       8620-LOAD-STATE-CHARGE-ENTRY.
           MOVE 'N' TO HO3-CODES-FOUND-SWITCH
           PERFORM VARYING HO3-CODES-ENTRY-SUB FROM 1 BY 1
                   UNTIL HO3-CODES-ENTRY-SUB > HO3-STATE-CHARGE-COUNT
              IF HO3-CHARGE-STATE (HO3-CODES-ENTRY-SUB) =
                    CRF-ENTRY-KEY (1:2)
                    AND HO3-CHARGE-CODE (HO3-CODES-ENTRY-SUB) =
                       CRF-ENTRY-KEY (3:4)
                 MOVE 'Y' TO HO3-CODES-FOUND-SWITCH
                 IF CRF-EFFECTIVE-DATE NOT <
                       HO3-CHARGE-EFFECTIVE-DATE (HO3-CODES-ENTRY-SUB)
                    PERFORM 8625-REPLACE-STATE-CHARGE
                 END-IF
              END-IF
           END-PERFORM
           IF NOT HO3-CODES-ENTRY-FOUND
              IF HO3-STATE-CHARGE-COUNT < 200
                 ADD 1 TO HO3-STATE-CHARGE-COUNT
                 MOVE CRF-ENTRY-KEY (1:2) TO HO3-CHARGE-STATE
                    (HO3-STATE-CHARGE-COUNT)
                 MOVE CRF-ENTRY-KEY (3:4) TO HO3-CHARGE-CODE
                    (HO3-STATE-CHARGE-COUNT)
                 MOVE CRF-ENTRY-KEY (7:1) TO HO3-CHARGE-CATEGORY
                    (HO3-STATE-CHARGE-COUNT)
                 MOVE CRF-ENTRY-KEY (8:1) TO HO3-CHARGE-BASIS
                    (HO3-STATE-CHARGE-COUNT)
                 MOVE CRF-ENTRY-KEY (9:1) TO HO3-CHARGE-BILLING
                    (HO3-STATE-CHARGE-COUNT)
                 MOVE CRF-ENTRY-KEY (10:1) TO HO3-CHARGE-REFUND
                    (HO3-STATE-CHARGE-COUNT)
                 MOVE CRF-AMOUNT-VALUE TO HO3-CHARGE-AMOUNT
                    (HO3-STATE-CHARGE-COUNT)
                 MOVE CRF-EFFECTIVE-DATE TO HO3-CHARGE-EFFECTIVE-DATE
                    (HO3-STATE-CHARGE-COUNT)
              ELSE
                 DISPLAY 'HO3CODES LOAD: STATE CHARGE TABLE FULL'
                 MOVE 'Y' TO HO3-CODES-LOAD-SWITCH
              END-IF
           END-IF.

       8625-REPLACE-STATE-CHARGE.
           MOVE CRF-ENTRY-KEY (7:1) TO
              HO3-CHARGE-CATEGORY (HO3-CODES-ENTRY-SUB)
           MOVE CRF-ENTRY-KEY (8:1) TO
              HO3-CHARGE-BASIS (HO3-CODES-ENTRY-SUB)
           MOVE CRF-ENTRY-KEY (9:1) TO
              HO3-CHARGE-BILLING (HO3-CODES-ENTRY-SUB)
           MOVE CRF-ENTRY-KEY (10:1) TO
              HO3-CHARGE-REFUND (HO3-CODES-ENTRY-SUB)
           MOVE CRF-AMOUNT-VALUE TO
              HO3-CHARGE-AMOUNT (HO3-CODES-ENTRY-SUB)
           MOVE CRF-EFFECTIVE-DATE TO
              HO3-CHARGE-EFFECTIVE-DATE (HO3-CODES-ENTRY-SUB).

       8630-LOAD-PURGE-RETENTION-ENTRY.
           MOVE 'N' TO HO3-CODES-FOUND-SWITCH
           PERFORM VARYING HO3-CODES-ENTRY-SUB FROM 1 BY 1
                   UNTIL HO3-CODES-ENTRY-SUB >
                      HO3-PURGE-RETENTION-COUNT
              IF HO3-PURGE-RETENTION-STATE (HO3-CODES-ENTRY-SUB) =
                    CRF-ENTRY-KEY (1:2)
                 MOVE 'Y' TO HO3-CODES-FOUND-SWITCH
                 MOVE CRF-AMOUNT-VALUE TO
                    HO3-PURGE-RETENTION-MONTHS (HO3-CODES-ENTRY-SUB)
              END-IF
           END-PERFORM
           IF NOT HO3-CODES-ENTRY-FOUND
              IF HO3-PURGE-RETENTION-COUNT < 50
                 ADD 1 TO HO3-PURGE-RETENTION-COUNT
                 MOVE CRF-ENTRY-KEY (1:2) TO HO3-PURGE-RETENTION-STATE
                    (HO3-PURGE-RETENTION-COUNT)
                 MOVE CRF-AMOUNT-VALUE TO HO3-PURGE-RETENTION-MONTHS
                    (HO3-PURGE-RETENTION-COUNT)
              ELSE
                 DISPLAY 'HO3CODES LOAD: PURGE RETENTION TABLE FULL'
                 MOVE 'Y' TO HO3-CODES-LOAD-SWITCH
              END-IF
           END-IF.

       8640-LOAD-DORMANCY-ENTRY.
           MOVE 'N' TO HO3-CODES-FOUND-SWITCH
           PERFORM VARYING HO3-CODES-ENTRY-SUB FROM 1 BY 1
                   UNTIL HO3-CODES-ENTRY-SUB > HO3-DORMANCY-COUNT
              IF HO3-DORMANCY-STATE (HO3-CODES-ENTRY-SUB) =
                    CRF-ENTRY-KEY (1:2)
                 MOVE 'Y' TO HO3-CODES-FOUND-SWITCH
                 MOVE CRF-AMOUNT-VALUE TO
                    HO3-DORMANCY-MONTHS (HO3-CODES-ENTRY-SUB)
              END-IF
           END-PERFORM
           IF NOT HO3-CODES-ENTRY-FOUND
              IF HO3-DORMANCY-COUNT < 50
                 ADD 1 TO HO3-DORMANCY-COUNT
                 MOVE CRF-ENTRY-KEY (1:2) TO HO3-DORMANCY-STATE
                    (HO3-DORMANCY-COUNT)
                 MOVE CRF-AMOUNT-VALUE TO HO3-DORMANCY-MONTHS
                    (HO3-DORMANCY-COUNT)
              ELSE
                 DISPLAY 'HO3CODES LOAD: DORMANCY TABLE FULL'
                 MOVE 'Y' TO HO3-CODES-LOAD-SWITCH
              END-IF
           END-IF.

      *    ---------------------------------------------------------
      *    Finds the rating territory for the ZIP in HO3-TERR-
      *    LOOKUP-ZIP: the full five-digit ZIP is tried first, then
      *    each shorter prefix down to the first digit, so a single
      *    ZIP carved out of its prefix's territory takes its own
      *    entry.  A blank ZIP, or one no entry fits, is returned
      *    not found with territory zero and factor 1.000.
      *    ---------------------------------------------------------
       8700-FIND-TERRITORY.
           MOVE 'N' TO HO3-TERR-FOUND-SWITCH
           MOVE ZERO TO HO3-TERR-FOUND-CODE
           MOVE 1 TO HO3-TERR-FOUND-FACTOR
           IF HO3-TERR-LOOKUP-ZIP NOT = SPACES
              PERFORM VARYING HO3-TERR-PREFIX-LENGTH FROM 5 BY -1
                      UNTIL HO3-TERR-PREFIX-LENGTH < 1
                         OR HO3-TERRITORY-FOUND
                 MOVE SPACES TO HO3-TERR-LOOKUP-KEY
                 MOVE HO3-TERR-LOOKUP-ZIP (1:HO3-TERR-PREFIX-LENGTH)
                    TO HO3-TERR-LOOKUP-KEY (1:HO3-TERR-PREFIX-LENGTH)
                 SET HO3-TERRITORY-IDX TO 1
                 SEARCH HO3-TERRITORY-ENTRY
                     AT END
                        CONTINUE
                     WHEN HO3-TERRITORY-IDX > HO3-TERRITORY-COUNT
                        CONTINUE
                     WHEN HO3-TERRITORY-ZIP (HO3-TERRITORY-IDX) =
                             HO3-TERR-LOOKUP-KEY
                        MOVE 'Y' TO HO3-TERR-FOUND-SWITCH
                        MOVE HO3-TERRITORY-CODE (HO3-TERRITORY-IDX)
                           TO HO3-TERR-FOUND-CODE
                        MOVE HO3-TERRITORY-FACTOR (HO3-TERRITORY-IDX)
                           TO HO3-TERR-FOUND-FACTOR
                 END-SEARCH
              END-PERFORM
           END-IF.
