      *    over.
              10 INFLATION-FREEZE-FLAG PIC X(1).
                 88 INFLATION-FROZEN       VALUE 'Y'.
      *    Loss-history surcharge set at renewal by the underwriting
      *    review (HO3UWREV, issued by HO3RENIS), as a fraction of
      *    the base premium (0.150 = fifteen percent).  Zero - or
      *    blank, on records that predate it - is no surcharge.
              10 LOSS-SURCHARGE-PCT   PIC 9V999.

           05 PROPERTY-COUNT          PIC S9(4) COMP.

