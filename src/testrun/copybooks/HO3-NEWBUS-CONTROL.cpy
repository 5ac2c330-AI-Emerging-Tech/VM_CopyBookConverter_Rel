      *    New-business control record - the one record on HO3NBCTL
      *    that numbers new business: the next quote number HO3QUOTE
      *    issues, and the policy number prefix and next sequence
      *    HO3BIND books a bound quote under, with each program's
      *    last run date and count.  Operations set it up before the
      *    first run: the policy numbers it issues must sort above
      *    every number already on the HO3POLVS master, since the
      *    overflow properties of a new policy are appended to the
      *    HO3OVXIN feed, which is kept in policy order.
       01  HO3-NEWBUS-CONTROL-RECORD.
           05 NC-NEXT-QUOTE-NUMBER    PIC 9(10).
           05 NC-POLICY-PREFIX        PIC X(2).
           05 NC-NEXT-POLICY-SEQUENCE PIC 9(8).
           05 NC-LAST-QUOTE-DATE      PIC 9(8).
           05 NC-LAST-QUOTE-COUNT     PIC 9(7).
           05 NC-LAST-BIND-DATE       PIC 9(8).
           05 NC-LAST-BIND-COUNT      PIC 9(7).
