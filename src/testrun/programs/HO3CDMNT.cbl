      *    match); a delete removes the entry outright - the normal
      *    way to retire an entry is to set its expiry date, keeping
      *    the history, and deletes are for keying errors only.
      *    A rating territory entry (table TR) is edited before it
      *    is added or changed, since HO3RATE prices every property
      *    off it: the entry key must be a ZIP or ZIP prefix of
      *    digits, left-justified, the territory code a whole number
      *    from 1 to 999, and the base-rate factor greater than
      *    zero.  A loss-history threshold entry (table LH) is
      *    edited the same way for the renewal underwriting review:
      *    a known action and measure, a threshold above zero (a
      *    whole number for a claim count), and a surcharge above
      *    zero on a surcharge entry.  A state premium tax, fee or
      *    assessment entry (table TX) must carry a state and charge
      *    code and known category, basis, billing and refund flags,
      *    and a rate or amount above zero - a percentage no higher
      *    than 100.  A policy master retention entry (table PG)
      *    must carry a state (or '**') and a whole number of months
      *    from 1 to 999, since the purge removes policies off it.
      *    An unclaimed-property dormancy entry (table DM) is edited
      *    the same way, since refund checks are reported to the
      *    state off it.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  WS-EOF-SWITCH              PIC X(1) VALUE 'N'.
           88 WS-END-OF-INPUT         VALUE 'Y'.

       01  WS-ENTRY-VALID-SWITCH      PIC X(1).
           88 WS-ENTRY-VALID          VALUE 'Y'.

       01  WS-TERRITORY-CODE-WORK     PIC 9(7)V99.
       01  WS-TERRITORY-CODE-PARTS REDEFINES WS-TERRITORY-CODE-WORK.
           05 WS-TERRITORY-CODE-WHOLE PIC 9(7).
           05 WS-TERRITORY-CODE-CENTS PIC 9(2).
       01  WS-ZIP-PREFIX-LENGTH       PIC S9(4) COMP.

       01  WS-THRESHOLD-WORK          PIC 9(7)V99.
       01  WS-THRESHOLD-PARTS REDEFINES WS-THRESHOLD-WORK.
           05 WS-THRESHOLD-WHOLE      PIC 9(7).
           05 WS-THRESHOLD-CENTS      PIC 9(2).

       01  WS-TRAN-COUNT              PIC 9(9) VALUE ZERO.
       01  WS-ADD-COUNT               PIC 9(9) VALUE ZERO.
       01  WS-CHANGE-COUNT            PIC 9(9) VALUE ZERO.
           END-READ.

       2200-APPLY-ADD.
           MOVE 'Y' TO WS-ENTRY-VALID-SWITCH
           IF CT-TABLE-ID = 'TR'
              PERFORM 2250-EDIT-TERRITORY-ENTRY
           END-IF
           IF CT-TABLE-ID = 'LH'
              PERFORM 2260-EDIT-LOSS-THRESHOLD-ENTRY
           END-IF
           IF CT-TABLE-ID = 'TX'
              PERFORM 2270-EDIT-STATE-CHARGE-ENTRY
           END-IF
           IF CT-TABLE-ID = 'PG'
              PERFORM 2280-EDIT-PURGE-RETENTION-ENTRY
           END-IF
           IF CT-TABLE-ID = 'DM'
              PERFORM 2290-EDIT-DORMANCY-ENTRY
           END-IF
           IF WS-ENTRY-VALID
              PERFORM 2210-WRITE-NEW-ENTRY
           END-IF.

       2210-WRITE-NEW-ENTRY.
           MOVE SPACES TO HO3-CODES-REF-RECORD
           MOVE CT-TABLE-ID TO CRF-TABLE-ID
           MOVE CT-ENTRY-KEY TO CRF-ENTRY-KEY
              ADD 1 TO WS-REJECT-COUNT
           END-IF.

      *    ---------------------------------------------------------
      *    Rating territory entry edit: the ZIP or ZIP prefix must
      *    be digits with no embedded blank, the territory code in
      *    the amount value a whole number from 1 to 999, and the
      *    factor in the percent value greater than zero.
      *    ---------------------------------------------------------
       2250-EDIT-TERRITORY-ENTRY.
           MOVE ZERO TO WS-ZIP-PREFIX-LENGTH
           INSPECT CT-ENTRY-KEY (1:5) TALLYING WS-ZIP-PREFIX-LENGTH
              FOR CHARACTERS BEFORE INITIAL SPACE
           IF WS-ZIP-PREFIX-LENGTH = ZERO
                 OR CT-ENTRY-KEY (6:5) NOT = SPACES
              MOVE 'N' TO WS-ENTRY-VALID-SWITCH
           ELSE
              IF CT-ENTRY-KEY (1:WS-ZIP-PREFIX-LENGTH) NOT NUMERIC
                 MOVE 'N' TO WS-ENTRY-VALID-SWITCH
              END-IF
              IF WS-ZIP-PREFIX-LENGTH < 5
                 IF CT-ENTRY-KEY (WS-ZIP-PREFIX-LENGTH + 1:
                       5 - WS-ZIP-PREFIX-LENGTH) NOT = SPACES
                    MOVE 'N' TO WS-ENTRY-VALID-SWITCH
                 END-IF
              END-IF
           END-IF
           IF NOT WS-ENTRY-VALID
              DISPLAY 'HO3CDMNT: TERRITORY KEY NOT A ZIP OR ZIP '
                 'PREFIX: ' CT-ENTRY-KEY
           END-IF

           MOVE CT-AMOUNT-VALUE TO WS-TERRITORY-CODE-WORK
           IF WS-TERRITORY-CODE-CENTS NOT = ZERO
                 OR WS-TERRITORY-CODE-WHOLE = ZERO
                 OR WS-TERRITORY-CODE-WHOLE > 999
              MOVE 'N' TO WS-ENTRY-VALID-SWITCH
              DISPLAY 'HO3CDMNT: INVALID TERRITORY CODE '
                 CT-AMOUNT-VALUE ' FOR KEY ' CT-ENTRY-KEY
           END-IF

           IF CT-PCT-VALUE = ZERO
              MOVE 'N' TO WS-ENTRY-VALID-SWITCH
              DISPLAY 'HO3CDMNT: ZERO TERRITORY FACTOR FOR KEY '
                 CT-ENTRY-KEY
           END-IF

           IF NOT WS-ENTRY-VALID
              ADD 1 TO WS-REJECT-COUNT
           END-IF.

      *    ---------------------------------------------------------
      *    Loss-history threshold entry edit: position 3 of the key
      *    must be a known action (S, U, N) and position 4 a known
      *    measure (C, I); the threshold in the amount value must
      *    be above zero, and a whole number for a claim count; a
      *    surcharge entry must carry a surcharge percent.
      *    ---------------------------------------------------------
       2260-EDIT-LOSS-THRESHOLD-ENTRY.
           IF CT-ENTRY-KEY (1:2) = SPACES
                 OR (CT-ENTRY-KEY (3:1) NOT = 'S'
                    AND CT-ENTRY-KEY (3:1) NOT = 'U'
                    AND CT-ENTRY-KEY (3:1) NOT = 'N')
                 OR (CT-ENTRY-KEY (4:1) NOT = 'C'
                    AND CT-ENTRY-KEY (4:1) NOT = 'I')
                 OR CT-ENTRY-KEY (5:6) NOT = SPACES
              MOVE 'N' TO WS-ENTRY-VALID-SWITCH
              DISPLAY 'HO3CDMNT: INVALID LOSS THRESHOLD KEY '
                 CT-ENTRY-KEY
           END-IF

           MOVE CT-AMOUNT-VALUE TO WS-THRESHOLD-WORK
           IF WS-THRESHOLD-WORK = ZERO
                 OR (CT-ENTRY-KEY (4:1) = 'C'
                    AND WS-THRESHOLD-CENTS NOT = ZERO)
              MOVE 'N' TO WS-ENTRY-VALID-SWITCH
              DISPLAY 'HO3CDMNT: INVALID LOSS THRESHOLD '
                 CT-AMOUNT-VALUE ' FOR KEY ' CT-ENTRY-KEY
           END-IF

           IF CT-ENTRY-KEY (3:1) = 'S'
                 AND CT-PCT-VALUE = ZERO
              MOVE 'N' TO WS-ENTRY-VALID-SWITCH
              DISPLAY 'HO3CDMNT: ZERO LOSS SURCHARGE FOR KEY '
                 CT-ENTRY-KEY
           END-IF

           IF NOT WS-ENTRY-VALID
              ADD 1 TO WS-REJECT-COUNT
           END-IF.

      *    ---------------------------------------------------------
      *    State charge entry edit: a state and charge code, a
      *    known category (T, F, A), basis (P, F), billing (B, A)
      *    and refund flag (R, N), and an amount above zero - a
      *    percentage of premium no higher than 100.
      *    ---------------------------------------------------------
       2270-EDIT-STATE-CHARGE-ENTRY.
           IF CT-ENTRY-KEY (1:2) = SPACES
                 OR CT-ENTRY-KEY (3:4) = SPACES
                 OR (CT-ENTRY-KEY (7:1) NOT = 'T'
                    AND CT-ENTRY-KEY (7:1) NOT = 'F'
                    AND CT-ENTRY-KEY (7:1) NOT = 'A')
                 OR (CT-ENTRY-KEY (8:1) NOT = 'P'
                    AND CT-ENTRY-KEY (8:1) NOT = 'F')
                 OR (CT-ENTRY-KEY (9:1) NOT = 'B'
                    AND CT-ENTRY-KEY (9:1) NOT = 'A')
                 OR (CT-ENTRY-KEY (10:1) NOT = 'R'
                    AND CT-ENTRY-KEY (10:1) NOT = 'N')
              MOVE 'N' TO WS-ENTRY-VALID-SWITCH
              DISPLAY 'HO3CDMNT: INVALID STATE CHARGE KEY '
                 CT-ENTRY-KEY
           END-IF

           IF CT-AMOUNT-VALUE = ZERO
                 OR (CT-ENTRY-KEY (8:1) = 'P'
                    AND CT-AMOUNT-VALUE > 100)
              MOVE 'N' TO WS-ENTRY-VALID-SWITCH
              DISPLAY 'HO3CDMNT: INVALID STATE CHARGE AMOUNT '
                 CT-AMOUNT-VALUE ' FOR KEY ' CT-ENTRY-KEY
           END-IF

           IF NOT WS-ENTRY-VALID
              ADD 1 TO WS-REJECT-COUNT
           END-IF.

      *    ---------------------------------------------------------
      *    Policy master retention entry edit: a state or '**' in
      *    positions 1-2 and nothing after it; the months in the
      *    amount value a whole number from 1 to 999 (the same
      *    whole/cents work field the territory code is checked in).
      *    ---------------------------------------------------------
       2280-EDIT-PURGE-RETENTION-ENTRY.
           IF CT-ENTRY-KEY (1:2) = SPACES
                 OR CT-ENTRY-KEY (3:8) NOT = SPACES
              MOVE 'N' TO WS-ENTRY-VALID-SWITCH
              DISPLAY 'HO3CDMNT: INVALID PURGE RETENTION KEY '
                 CT-ENTRY-KEY
           END-IF

           MOVE CT-AMOUNT-VALUE TO WS-TERRITORY-CODE-WORK
           IF WS-TERRITORY-CODE-CENTS NOT = ZERO
                 OR WS-TERRITORY-CODE-WHOLE = ZERO
                 OR WS-TERRITORY-CODE-WHOLE > 999
              MOVE 'N' TO WS-ENTRY-VALID-SWITCH
              DISPLAY 'HO3CDMNT: INVALID PURGE RETENTION MONTHS '
                 CT-AMOUNT-VALUE ' FOR KEY ' CT-ENTRY-KEY
           END-IF

           IF NOT WS-ENTRY-VALID
              ADD 1 TO WS-REJECT-COUNT
           END-IF.

      *    ---------------------------------------------------------
      *    Unclaimed-property dormancy entry edit: a state or '**'
      *    in positions 1-2 and nothing after it; the months in the
      *    amount value a whole number from 1 to 999.
      *    ---------------------------------------------------------
       2290-EDIT-DORMANCY-ENTRY.
           IF CT-ENTRY-KEY (1:2) = SPACES
                 OR CT-ENTRY-KEY (3:8) NOT = SPACES
              MOVE 'N' TO WS-ENTRY-VALID-SWITCH
              DISPLAY 'HO3CDMNT: INVALID DORMANCY KEY '
                 CT-ENTRY-KEY
           END-IF

           MOVE CT-AMOUNT-VALUE TO WS-TERRITORY-CODE-WORK
           IF WS-TERRITORY-CODE-CENTS NOT = ZERO
                 OR WS-TERRITORY-CODE-WHOLE = ZERO
                 OR WS-TERRITORY-CODE-WHOLE > 999
              MOVE 'N' TO WS-ENTRY-VALID-SWITCH
              DISPLAY 'HO3CDMNT: INVALID DORMANCY MONTHS '
                 CT-AMOUNT-VALUE ' FOR KEY ' CT-ENTRY-KEY
           END-IF

           IF NOT WS-ENTRY-VALID
              ADD 1 TO WS-REJECT-COUNT
           END-IF.

       2300-APPLY-CHANGE.
           MOVE 'Y' TO WS-ENTRY-VALID-SWITCH
           IF CT-TABLE-ID = 'TR'
              PERFORM 2250-EDIT-TERRITORY-ENTRY
           END-IF
           IF CT-TABLE-ID = 'LH'
              PERFORM 2260-EDIT-LOSS-THRESHOLD-ENTRY
           END-IF
           IF CT-TABLE-ID = 'TX'
              PERFORM 2270-EDIT-STATE-CHARGE-ENTRY
           END-IF
           IF CT-TABLE-ID = 'PG'
              PERFORM 2280-EDIT-PURGE-RETENTION-ENTRY
           END-IF
           IF CT-TABLE-ID = 'DM'
              PERFORM 2290-EDIT-DORMANCY-ENTRY
           END-IF
           IF WS-ENTRY-VALID
              PERFORM 2310-REWRITE-ENTRY
           END-IF.

       2310-REWRITE-ENTRY.
           MOVE CT-TABLE-ID TO CRF-TABLE-ID
           MOVE CT-ENTRY-KEY TO CRF-ENTRY-KEY
           MOVE CT-EFFECTIVE-DATE TO CRF-EFFECTIVE-DATE
