      *    New-business quote file record - the HO3QUOTF file
      *    HO3QUOTE writes for every application it rates and
      *    HO3BIND books onto the master from, keyed by quote number
      *    and record sequence.  Each quote is one header record
      *    (sequence 000) carrying the application as quoted - the
      *    insured, term, state, producer, coverages and mortgagee -
      *    with its premium, billed state charges and the last date
      *    it can be bound, followed by one property record per
      *    property on the application (sequence 001 up, in the
      *    order the agent sent them), with the property's rating
      *    territory and age and roof surcharge as quoted.  Binding
      *    marks the header bound with the policy number it was
      *    booked under, so a quote is bound once only.
       01  HO3-QUOTE-RECORD.
           05 QT-KEY.
              10 QT-QUOTE-NUMBER      PIC 9(10).
              10 QT-RECORD-SEQ        PIC 9(3).
                 88 QT-HEADER-RECORD  VALUE ZERO.
           05 QT-HEADER-DATA.
              10 QT-APPLICATION-ID    PIC X(12).
              10 QT-QUOTE-STATUS      PIC X(1).
                 88 QT-QUOTED         VALUE 'Q'.
                 88 QT-BOUND          VALUE 'B'.
              10 QT-QUOTE-DATE        PIC 9(8).
              10 QT-VALID-THROUGH-DATE PIC 9(8).
              10 QT-INSURED-NAME      PIC X(30).
              10 QT-EFFECTIVE-DATE    PIC 9(8).
              10 QT-EXPIRY-DATE       PIC 9(8).
              10 QT-STATE-CODE        PIC X(2).
              10 QT-PRODUCER-CODE     PIC X(6).
              10 QT-COV-A-DWELLING    PIC 9(7)V99 COMP-3.
              10 QT-COV-C-CONTENTS    PIC 9(7)V99 COMP-3.
              10 QT-COV-E-LIABILITY   PIC 9(7)V99 COMP-3.
              10 QT-ALL-PERIL-DEDUCTIBLE PIC 9(5)V99 COMP-3.
              10 QT-MORTGAGEE-INFO.
                 15 QT-MORTGAGEE-NAME PIC X(30).
                 15 QT-MORTGAGEE-LOAN-NUMBER PIC X(15).
                 15 QT-MORTGAGEE-BILL-ADDRESS PIC X(30).
                 15 QT-MORTGAGEE-BILL-CITY PIC X(30).
                 15 QT-MORTGAGEE-BILL-STATE PIC X(2).
                 15 QT-MORTGAGEE-BILL-ZIP PIC X(5).
                 15 QT-BILL-TO-MORTGAGEE-FLAG PIC X(1).
              10 QT-PROPERTY-COUNT    PIC 9(3).
              10 QT-ANNUAL-PREMIUM    PIC 9(7)V99 COMP-3.
              10 QT-BILLED-CHARGES    PIC 9(7)V99 COMP-3.
              10 QT-BILLING-PLAN      PIC X(1).
              10 QT-POLICY-NUMBER     PIC X(10).
              10 QT-BIND-DATE         PIC 9(8).
              10 QT-BOUND-BY          PIC X(8).
           05 QT-PROPERTY-DATA REDEFINES QT-HEADER-DATA.
              10 QT-PROPERTY-SEQ-NO   PIC X(2).
              10 QT-YEAR-BUILT        PIC 9(4).
              10 QT-OCCUPANCY-TYPE    PIC X(1).
              10 QT-ROOF-TYPE         PIC X(1).
              10 QT-PROPERTY-ADDRESS  PIC X(50).
              10 QT-PROPERTY-CITY     PIC X(30).
              10 QT-PROPERTY-ZIP      PIC X(5).
              10 QT-PROPERTY-INSURED-VALUE PIC 9(7)V99 COMP-3.
              10 QT-TERRITORY-CODE    PIC 9(3).
              10 QT-TERRITORY-FACTOR  PIC 9V999.
              10 QT-PROPERTY-SURCHARGE PIC 9(3)V99 COMP-3.
              10 FILLER               PIC X(147).
