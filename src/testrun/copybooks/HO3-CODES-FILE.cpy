                 88 CRF-TABLE-NOTICE-LEAD    VALUE 'NL'.
                 88 CRF-TABLE-INFLATION      VALUE 'IF'.
                 88 CRF-TABLE-RETENTION      VALUE 'RR'.
                 88 CRF-TABLE-CAUSE-OF-LOSS  VALUE 'CL'.
                 88 CRF-TABLE-TERRITORY      VALUE 'TR'.
                 88 CRF-TABLE-LOSS-THRESHOLD VALUE 'LH'.
                 88 CRF-TABLE-LOSS-LOOK-BACK VALUE 'LB'.
                 88 CRF-TABLE-STATE-CHARGE   VALUE 'TX'.
                 88 CRF-TABLE-PURGE-RETENTION VALUE 'PG'.
                 88 CRF-TABLE-DORMANCY       VALUE 'DM'.
                 88 CRF-TABLE-QUOTE-VALIDITY VALUE 'QV'.
              10 CRF-ENTRY-KEY        PIC X(10).
              10 CRF-EFFECTIVE-DATE   PIC 9(8).
           05 CRF-EXPIRY-DATE         PIC 9(8).
