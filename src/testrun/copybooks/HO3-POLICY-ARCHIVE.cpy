      *    Policy history archive record - the HO3POLHA retention
      *    file HO3PURGE appends a purged policy to before it is
      *    deleted from the HO3POLVS master.  Each purged policy is
      *    one 'P' record carrying the master record image exactly
      *    as it stood, followed by one 'O' record per HO3OVFLW
      *    overflow companion (the properties beyond the third),
      *    carrying the companion in the HO3-PROPERTY-OVERFLOW
      *    layout.  The purge and inactive dates are the run date
      *    and the date the policy went off cover, so a jacket
      *    pulled from the archive shows when and why the policy
      *    left the master.
       01  HO3-POLICY-ARCHIVE-RECORD.
           05 PA-RECORD-TYPE          PIC X(1).
              88 PA-POLICY-RECORD     VALUE 'P'.
              88 PA-OVERFLOW-RECORD   VALUE 'O'.
           05 PA-POLICY-NUMBER        PIC X(10).
           05 PA-PURGE-DATE           PIC 9(8).
           05 PA-INACTIVE-DATE        PIC 9(8).
           05 PA-POLICY-IMAGE         PIC X(515).
           05 PA-OVERFLOW-IMAGE REDEFINES PA-POLICY-IMAGE.
              10 PA-OVFL-POLICY-NUMBER PIC X(10).
              10 PA-OVFL-PROPERTY-SEQ-NO PIC X(2).
              10 PA-OVFL-YEAR-BUILT   PIC 9(4).
              10 PA-OVFL-OCCUPANCY-TYPE PIC X(1).
              10 PA-OVFL-ROOF-TYPE    PIC X(1).
              10 PA-OVFL-PROPERTY-ADDRESS PIC X(50).
              10 PA-OVFL-PROPERTY-CITY PIC X(30).
              10 PA-OVFL-PROPERTY-ZIP PIC X(5).
              10 PA-OVFL-PROPERTY-INSURED-VALUE PIC 9(7)V99 COMP-3.
              10 FILLER               PIC X(407).
