                 15 HO3-INFLATION-STATE  PIC X(2).
                 15 HO3-INFLATION-FACTOR PIC 9V999.

      *    Valid claim cause-of-loss codes.  The entry key carries
      *    the two-character cause code in positions 1-2 and the
      *    coverage part the cause is paid under in position 3:
      *    'L' for a liability cause paid under COV-E-LIABILITY with
      *    no deductible; anything else is a property cause paid
      *    under COV-A-DWELLING plus COV-C-CONTENTS, net of the
      *    ALL-PERIL-DEDUCTIBLE.
           05 HO3-CAUSE-OF-LOSS-COUNT PIC S9(4) COMP VALUE ZERO.
           05 HO3-CAUSE-OF-LOSS-TABLE.
              10 HO3-CAUSE-OF-LOSS-ENTRY OCCURS 50 TIMES
                    INDEXED BY HO3-CAUSE-IDX.
                 15 HO3-CAUSE-OF-LOSS-CODE  PIC X(2).
                 15 HO3-CAUSE-COVERAGE-PART PIC X(1).
                    88 HO3-CAUSE-LIABILITY  VALUE 'L'.

      *    Rating territory by property ZIP code.  The entry key
      *    carries a full five-digit ZIP or a ZIP prefix (left-
      *    justified, blank-filled); the three-digit territory code
      *    is carried in the amount value as a whole number, and the
      *    territory base-rate factor in the percent value as a
      *    multiplier of the manual base rates (1.150 = fifteen
      *    percent over base).  A ZIP is matched to the longest
      *    entry that fits it - the full ZIP first, then shorter and
      *    shorter prefixes - by 8700-FIND-TERRITORY in the
      *    HO3-CODES-LOAD member.
           05 HO3-TERRITORY-COUNT     PIC S9(4) COMP VALUE ZERO.
           05 HO3-TERRITORY-TABLE.
              10 HO3-TERRITORY-ENTRY OCCURS 2000 TIMES
                    INDEXED BY HO3-TERRITORY-IDX.
                 15 HO3-TERRITORY-ZIP    PIC X(5).
                 15 HO3-TERRITORY-CODE   PIC 9(3).
                 15 HO3-TERRITORY-FACTOR PIC 9V999.

      *    Loss-history underwriting thresholds for the renewal
      *    review.  The entry key carries the cause-of-loss code in
      *    positions 1-2 ('**' for all causes combined), the action
      *    in position 3 ('S' surcharge, 'U' refer to an
      *    underwriter, 'N' non-renew) and the measure in position 4
      *    ('C' claim count, 'I' incurred loss - paid plus reserve);
      *    the threshold is the amount value (a count as a whole
      *    number), met when the look-back figure is at or above
      *    it.  A surcharge entry carries its surcharge in the
      *    percent value as a fraction of the base premium.
           05 HO3-LOSS-THRESHOLD-COUNT PIC S9(4) COMP VALUE ZERO.
           05 HO3-LOSS-THRESHOLD-TABLE.
              10 HO3-LOSS-THRESHOLD-ENTRY OCCURS 200 TIMES
                    INDEXED BY HO3-LOSS-THRESHOLD-IDX.
                 15 HO3-LOSS-CAUSE        PIC X(2).
                 15 HO3-LOSS-ACTION       PIC X(1).
                    88 HO3-LOSS-ACTION-SURCHARGE VALUE 'S'.
                    88 HO3-LOSS-ACTION-REFER     VALUE 'U'.
                    88 HO3-LOSS-ACTION-NON-RENEW VALUE 'N'.
                 15 HO3-LOSS-MEASURE      PIC X(1).
                    88 HO3-LOSS-MEASURE-COUNT    VALUE 'C'.
                    88 HO3-LOSS-MEASURE-INCURRED VALUE 'I'.
                 15 HO3-LOSS-THRESHOLD    PIC 9(7)V99.
                 15 HO3-LOSS-SURCHARGE-PCT PIC 9V999.

      *    Loss-history look-back period, in months back from the
      *    review date (table LB, one entry, months in the amount
      *    value).
           05 HO3-LOSS-LOOK-BACK-MONTHS PIC 9(3) VALUE ZERO.

      *    State premium taxes, policy fees and assessments charged
      *    on the premium.  The entry key carries the state in
      *    positions 1-2 and a charge code of the state's own in
      *    3-6, then the charge's category in 7 ('T' premium tax,
      *    'F' policy fee, 'A' assessment), its basis in 8 ('P' a
      *    percentage of the annual premium, 'F' a flat amount per
      *    policy), in 9 whether it is billed to the insured ('B')
      *    or absorbed by the company ('A'), and in 10 whether a
      *    billed charge is returned pro-rata with the premium on
      *    cancellation ('R') or fully earned when billed ('N').
      *    The amount value is the percentage (1.75 = 1.75 percent
      *    of premium) or the flat dollar amount.  The effective
      *    date is that of the entry loaded, so that of two entries
      *    in effect for the same state and charge code the later
      *    effective one is kept, whatever their category, basis,
      *    billing and refund bytes.
           05 HO3-STATE-CHARGE-COUNT  PIC S9(4) COMP VALUE ZERO.
           05 HO3-STATE-CHARGE-TABLE.
              10 HO3-STATE-CHARGE-ENTRY OCCURS 200 TIMES
                    INDEXED BY HO3-STATE-CHARGE-IDX.
                 15 HO3-CHARGE-STATE      PIC X(2).
                 15 HO3-CHARGE-CODE       PIC X(4).
                 15 HO3-CHARGE-CATEGORY   PIC X(1).
                    88 HO3-CHARGE-PREMIUM-TAX    VALUE 'T'.
                    88 HO3-CHARGE-POLICY-FEE     VALUE 'F'.
                    88 HO3-CHARGE-ASSESSMENT     VALUE 'A'.
                 15 HO3-CHARGE-BASIS      PIC X(1).
                    88 HO3-CHARGE-PERCENT        VALUE 'P'.
                    88 HO3-CHARGE-FLAT           VALUE 'F'.
                 15 HO3-CHARGE-BILLING    PIC X(1).
                    88 HO3-CHARGE-BILLED         VALUE 'B'.
                    88 HO3-CHARGE-ABSORBED       VALUE 'A'.
                 15 HO3-CHARGE-REFUND     PIC X(1).
                    88 HO3-CHARGE-REFUNDABLE     VALUE 'R'.
                    88 HO3-CHARGE-FULLY-EARNED   VALUE 'N'.
                 15 HO3-CHARGE-AMOUNT     PIC 9(7)V99.
                 15 HO3-CHARGE-EFFECTIVE-DATE PIC 9(8).

      *    Policy master retention by state: the months a cancelled,
      *    non-renewed or expired policy is kept on HO3POLVS after it
      *    went inactive before the purge moves it to the history
      *    archive (table PG, months in the amount value).  The '**'
      *    entry is the default for a state with no period of its
      *    own; with neither on file a policy is never purged.
           05 HO3-PURGE-RETENTION-COUNT PIC S9(4) COMP VALUE ZERO.
           05 HO3-PURGE-RETENTION-TABLE.
              10 HO3-PURGE-RETENTION-ENTRY OCCURS 50 TIMES
                    INDEXED BY HO3-PURGE-RETENTION-IDX.
                 15 HO3-PURGE-RETENTION-STATE  PIC X(2).
                 15 HO3-PURGE-RETENTION-MONTHS PIC 9(3).

      *    Unclaimed-property dormancy by state: the months a refund
      *    check may stay uncashed after issue before it is reported
      *    to the insured's state as unclaimed property (table DM,
      *    months in the amount value).  The '**' entry is the
      *    default for a state with no period of its own; with
      *    neither on file a check is never reported.
           05 HO3-DORMANCY-COUNT      PIC S9(4) COMP VALUE ZERO.
           05 HO3-DORMANCY-TABLE.
              10 HO3-DORMANCY-ENTRY OCCURS 50 TIMES
                    INDEXED BY HO3-DORMANCY-IDX.
                 15 HO3-DORMANCY-STATE  PIC X(2).
                 15 HO3-DORMANCY-MONTHS PIC 9(3).

      *    New-business quote validity: the days a quote stays open
      *    for binding after it is issued (table QV, one entry, days
      *    in the amount value).  A quote never stays open past its
      *    own effective date.
           05 HO3-QUOTE-VALID-DAYS    PIC 9(3) VALUE ZERO.

      *    Territory lookup: the caller moves the property ZIP to
      *    HO3-TERR-LOOKUP-ZIP and PERFORMs 8700-FIND-TERRITORY.  A
      *    ZIP no entry fits comes back not found, territory zero,
      *    factor 1.000 (the manual base rates unadjusted).
       01  HO3-TERRITORY-LOOKUP.
           05 HO3-TERR-LOOKUP-ZIP     PIC X(5).
           05 HO3-TERR-LOOKUP-KEY     PIC X(5).
           05 HO3-TERR-PREFIX-LENGTH  PIC S9(4) COMP.
           05 HO3-TERR-FOUND-SWITCH   PIC X(1).
              88 HO3-TERRITORY-FOUND  VALUE 'Y'.
           05 HO3-TERR-FOUND-CODE     PIC 9(3).
           05 HO3-TERR-FOUND-FACTOR   PIC 9V999.

      *    Work fields for the HO3-CODES-LOAD procedure copy member
      *    that fills the tables above from the HO3CODES file.
       01  HO3-CODES-LOAD-WORK.
