       IDENTIFICATION DIVISION.
       PROGRAM-ID. HO3QUOTE.
      *    New-business quote intake.  Agents' applications arrive on
      *    HO3APPIN, one application per group of records sharing an
      *    APPLICATION-ID: a header record ('H' - insured, term,
      *    state, producer, coverages and deductible), an optional
      *    mortgagee record ('M') and one record per property ('P'),
      *    any number of them - the properties are numbered 01 up
      *    in the order the agent sent them.  A mortgagee or
      *    property record with no header in front of it is
      *    reported and skipped.
      *
      *    Every application is put through the same edits HO3EDIT
      *    applies to the book - approved state, date order, valid
      *    roof and occupancy codes on every property, the
      *    mortgagee dwelling minimum, the contents and deductible
      *    relationships, the producer's licence and the property's
      *    rating territory - plus those only new business needs:
      *    an insured name, at least one property, a dwelling
      *    amount, numeric amounts and real dates, and an effective
      *    date no earlier than today.  The producer check against
      *    the HO3PRDVS producer master is fatal here, not the
      *    warning HO3EDIT gives the book: a new policy is not
      *    written through an agency that is off the master,
      *    terminated or not licensed in the state.  An application
      *    with any fatal edit is declined; the warnings are
      *    reported and the application quoted.
      *
      *    A clean application is rated the way the nightly run
      *    rates the book: each property's age and roof surcharge
      *    and its rating territory as HO3RATE prices them, and the
      *    annual premium, billing plan and state charges as HO3PREM
      *    computes them - coverage premium at the manual base
      *    rates times the value-weighted territory factor, plus the
      *    property surcharges (no loss-history surcharge on new
      *    business).  The quote takes the next quote number off
      *    the HO3NBCTL new-business control record and is written
      *    to the HO3QUOTF quote file - a header record with the
      *    application as quoted and the property records behind it
      *    - for HO3BIND to book when the agent binds it.  A quote
      *    can be bound for HO3-QUOTE-VALID-DAYS days (HO3CODES
      *    table QV), and never after its own effective date.
      *
      *    Every application gets a letter on the HO3QTLTR extract
      *    for the print vendor, addressed to the producing agency:
      *    a quote letter with the premium, billed charges, billing
      *    plan, first amount due and the date the quote is good
      *    through, or a decline letter with the reasons.  The
      *    HO3QTRRP quote register lists every application with its
      *    disposition and the edits it failed.  The control record
      *    is advanced past the last quote number used; a quote
      *    number already on the quote file (the control record
      *    behind the file) stops the run with RC 8.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APPLICATION-FILE ASSIGN TO "HO3APPIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-APPLICATION-FILE-STATUS.

           SELECT HO3-CODES-REFERENCE ASSIGN TO "HO3CODES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CRF-KEY
               FILE STATUS IS HO3-CODES-FILE-STATUS.

           SELECT HO3-PRODUCER-MASTER ASSIGN TO "HO3PRDVS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PM-PRODUCER-CODE
               FILE STATUS IS WS-PRODUCER-FILE-STATUS.

           SELECT NEWBUS-CONTROL-FILE ASSIGN TO "HO3NBCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CONTROL-FILE-STATUS.

           SELECT QUOTE-FILE ASSIGN TO "HO3QUOTF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS QT-KEY
               FILE STATUS IS WS-QUOTE-FILE-STATUS.

           SELECT QUOTE-LETTER-FILE ASSIGN TO "HO3QTLTR"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LETTER-FILE-STATUS.

           SELECT QUOTE-REGISTER-FILE ASSIGN TO "HO3QTRRP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    Agent application records: the record type picks the
      *    layout of the body behind the application id.
       FD  APPLICATION-FILE.
       01  HO3-APPLICATION-RECORD.
           05 AP-APPLICATION-ID       PIC X(12).
           05 AP-RECORD-TYPE          PIC X(1).
              88 AP-HEADER            VALUE 'H'.
              88 AP-MORTGAGEE         VALUE 'M'.
              88 AP-PROPERTY          VALUE 'P'.
           05 AP-HEADER-DATA.
              10 AP-INSURED-NAME      PIC X(30).
              10 AP-EFFECTIVE-DATE    PIC 9(8).
              10 AP-EXPIRY-DATE       PIC 9(8).
              10 AP-STATE-CODE        PIC X(2).
              10 AP-PRODUCER-CODE     PIC X(6).
              10 AP-COV-A-DWELLING    PIC 9(7)V99.
              10 AP-COV-C-CONTENTS    PIC 9(7)V99.
              10 AP-COV-E-LIABILITY   PIC 9(7)V99.
              10 AP-ALL-PERIL-DEDUCTIBLE PIC 9(5)V99.
              10 FILLER               PIC X(32).
           05 AP-MORTGAGEE-DATA REDEFINES AP-HEADER-DATA.
              10 AP-MORTGAGEE-NAME    PIC X(30).
              10 AP-MORTGAGEE-LOAN-NUMBER PIC X(15).
              10 AP-MORTGAGEE-BILL-ADDRESS PIC X(30).
              10 AP-MORTGAGEE-BILL-CITY PIC X(30).
              10 AP-MORTGAGEE-BILL-STATE PIC X(2).
              10 AP-MORTGAGEE-BILL-ZIP PIC X(5).
              10 AP-BILL-TO-MORTGAGEE-FLAG PIC X(1).
              10 FILLER               PIC X(7).
           05 AP-PROPERTY-DATA REDEFINES AP-HEADER-DATA.
              10 AP-YEAR-BUILT        PIC 9(4).
              10 AP-OCCUPANCY-TYPE    PIC X(1).
              10 AP-ROOF-TYPE         PIC X(1).
              10 AP-PROPERTY-ADDRESS  PIC X(50).
              10 AP-PROPERTY-CITY     PIC X(30).
              10 AP-PROPERTY-ZIP      PIC X(5).
              10 AP-PROPERTY-INSURED-VALUE PIC 9(7)V99.
              10 FILLER               PIC X(20).

       FD  HO3-CODES-REFERENCE.
           COPY HO3-CODES-FILE.

       FD  HO3-PRODUCER-MASTER.
           COPY HO3-PRODUCER.

       FD  NEWBUS-CONTROL-FILE.
           COPY HO3-NEWBUS-CONTROL.

       FD  QUOTE-FILE.
           COPY HO3-QUOTE.

      *    Quote and decline letters for the print vendor, one
      *    record per application, addressed to the producing
      *    agency.  A decline letter carries no quote number or
      *    premium, and up to five of the fatal edit reasons.
       FD  QUOTE-LETTER-FILE.
       01  HO3-QUOTE-LETTER-RECORD.
           05 QL-LETTER-TYPE          PIC X(1).
              88 QL-QUOTE-LETTER      VALUE 'Q'.
              88 QL-DECLINE-LETTER    VALUE 'D'.
           05 QL-APPLICATION-ID       PIC X(12).
           05 QL-QUOTE-NUMBER         PIC 9(10).
           05 QL-LETTER-DATE          PIC 9(8).
           05 QL-PRODUCER-CODE        PIC X(6).
           05 QL-AGENCY-NAME          PIC X(30).
           05 QL-AGENCY-ADDRESS       PIC X(30).
           05 QL-AGENCY-CITY          PIC X(30).
           05 QL-AGENCY-STATE         PIC X(2).
           05 QL-AGENCY-ZIP           PIC X(5).
           05 QL-INSURED-NAME         PIC X(30).
           05 QL-STATE-CODE           PIC X(2).
           05 QL-EFFECTIVE-DATE       PIC 9(8).
           05 QL-EXPIRY-DATE          PIC 9(8).
           05 QL-COV-A-DWELLING       PIC 9(7)V99.
           05 QL-COV-C-CONTENTS       PIC 9(7)V99.
           05 QL-COV-E-LIABILITY      PIC 9(7)V99.
           05 QL-ALL-PERIL-DEDUCTIBLE PIC 9(5)V99.
           05 QL-MORTGAGEE-NAME       PIC X(30).
           05 QL-PROPERTY-COUNT       PIC 9(3).
           05 QL-ANNUAL-PREMIUM       PIC 9(7)V99.
           05 QL-BILLED-CHARGES       PIC 9(7)V99.
           05 QL-BILLING-PLAN         PIC X(1).
           05 QL-INSTALLMENT-COUNT    PIC 9(2).
           05 QL-FIRST-AMOUNT-DUE     PIC 9(7)V99.
           05 QL-VALID-THROUGH-DATE   PIC 9(8).
           05 QL-DECLINE-REASON-COUNT PIC 9(2).
           05 QL-DECLINE-REASON       PIC X(43) OCCURS 5 TIMES.

       FD  QUOTE-REGISTER-FILE.
       01  QUOTE-REGISTER-LINE        PIC X(132).

       WORKING-STORAGE SECTION.
           COPY HO3-CODES.

       01  WS-APPLICATION-FILE-STATUS PIC X(2).
           88 WS-APPLICATION-FILE-OK  VALUE '00'.
           88 WS-APPLICATION-FILE-EOF VALUE '10'.

       01  WS-PRODUCER-FILE-STATUS    PIC X(2).
           88 WS-PRODUCER-FILE-OK     VALUE '00'.
           88 WS-PRODUCER-NOT-FOUND   VALUE '23'.

       01  WS-CONTROL-FILE-STATUS     PIC X(2).
           88 WS-CONTROL-FILE-OK      VALUE '00'.

       01  WS-QUOTE-FILE-STATUS       PIC X(2).
           88 WS-QUOTE-FILE-OK        VALUE '00'.
           88 WS-QUOTE-DUPLICATE      VALUE '22'.

       01  WS-LETTER-FILE-STATUS      PIC X(2).
           88 WS-LETTER-FILE-OK       VALUE '00'.

       01  WS-REPORT-FILE-STATUS      PIC X(2).
           88 WS-REPORT-FILE-OK       VALUE '00'.

       01  WS-EOF-SWITCH              PIC X(1) VALUE 'N'.
           88 WS-END-OF-INPUT         VALUE 'Y'.

       01  WS-ABANDON-SWITCH          PIC X(1) VALUE 'N'.
           88 WS-RUN-ABANDONED        VALUE 'Y'.

       01  WS-CONTROL-READ-SWITCH     PIC X(1) VALUE 'N'.
           88 WS-CONTROL-RECORD-READ  VALUE 'Y'.

       01  WS-CURRENT-DATE.
           05 WS-CURRENT-YYYYMMDD     PIC 9(8).
           05 WS-CURRENT-DATE-PARTS REDEFINES WS-CURRENT-YYYYMMDD.
              10 WS-CURRENT-YEAR      PIC 9(4).
              10 WS-CURRENT-MONTH-DAY PIC 9(4).
           05 FILLER                  PIC X(14).

      *    The new-business control record as read: the quote
      *    number is advanced here, the policy numbering and the
      *    bind run's figures are written back as they were.
       01  WS-NEXT-QUOTE-NUMBER       PIC 9(10) VALUE ZERO.
       01  WS-QUOTE-NUMBER            PIC 9(10) VALUE ZERO.
       01  WS-CONTROL-POLICY-PREFIX   PIC X(2) VALUE SPACES.
       01  WS-CONTROL-POLICY-SEQUENCE PIC 9(8) VALUE ZERO.
       01  WS-CONTROL-LAST-BIND-DATE  PIC 9(8) VALUE ZERO.
       01  WS-CONTROL-LAST-BIND-COUNT PIC 9(7) VALUE ZERO.

      *    The application being assembled: its header and
      *    mortgagee bodies exactly as received, and its properties
      *    in the order received.
       01  WS-APPLICATION-ID          PIC X(12).
       01  WS-APP-HEADER-DATA.
           05 WS-AH-INSURED-NAME      PIC X(30).
           05 WS-AH-EFFECTIVE-DATE    PIC 9(8).
           05 WS-AH-EXPIRY-DATE       PIC 9(8).
           05 WS-AH-STATE-CODE        PIC X(2).
           05 WS-AH-PRODUCER-CODE     PIC X(6).
           05 WS-AH-COV-A-DWELLING    PIC 9(7)V99.
           05 WS-AH-COV-C-CONTENTS    PIC 9(7)V99.
           05 WS-AH-COV-E-LIABILITY   PIC 9(7)V99.
           05 WS-AH-ALL-PERIL-DEDUCTIBLE PIC 9(5)V99.
           05 FILLER                  PIC X(32).
       01  WS-APP-MORTGAGEE-DATA.
           05 WS-AM-MORTGAGEE-NAME    PIC X(30).
           05 WS-AM-MORTGAGEE-LOAN-NUMBER PIC X(15).
           05 WS-AM-MORTGAGEE-BILL-ADDRESS PIC X(30).
           05 WS-AM-MORTGAGEE-BILL-CITY PIC X(30).
           05 WS-AM-MORTGAGEE-BILL-STATE PIC X(2).
           05 WS-AM-MORTGAGEE-BILL-ZIP PIC X(5).
           05 WS-AM-BILL-TO-MORTGAGEE-FLAG PIC X(1).
              88 WS-AM-BILL-TO-MORTGAGEE VALUE 'Y'.
           05 FILLER                  PIC X(7).
       01  WS-MORTGAGEE-COUNT         PIC S9(4) COMP.
       01  WS-EXCESS-PROPERTY-COUNT   PIC S9(4) COMP.
       01  WS-APP-PROPERTY-COUNT      PIC S9(4) COMP.
       01  WS-APP-PROPERTY-TABLE.
           05 WS-APP-PROPERTY OCCURS 99 TIMES.
              10 WS-AP-PROPERTY-SEQ-NO PIC X(2).
              10 WS-AP-YEAR-BUILT     PIC 9(4).
              10 WS-AP-OCCUPANCY-TYPE PIC X(1).
              10 WS-AP-ROOF-TYPE      PIC X(1).
              10 WS-AP-PROPERTY-ADDRESS PIC X(50).
              10 WS-AP-PROPERTY-CITY  PIC X(30).
              10 WS-AP-PROPERTY-ZIP   PIC X(5).
              10 WS-AP-INSURED-VALUE  PIC 9(7)V99.
              10 WS-AP-TERRITORY-CODE PIC 9(3).
              10 WS-AP-TERRITORY-FACTOR PIC 9V999.
              10 WS-AP-SURCHARGE      PIC 9(3)V99 COMP-3.
       01  WS-PROPERTY-IDX            PIC S9(4) COMP.
       01  WS-PROPERTY-SEQ-WORK       PIC 9(2).

      *    Set by any fatal-severity edit on the current
      *    application; decides quote or decline after the edits.
       01  WS-FATAL-SWITCH            PIC X(1).
           88 WS-APPLICATION-FATAL    VALUE 'Y'.
       01  WS-DATES-VALID-SWITCH      PIC X(1).
           88 WS-DATES-VALID          VALUE 'Y'.
       01  WS-AMOUNTS-VALID-SWITCH    PIC X(1).
           88 WS-AMOUNTS-VALID        VALUE 'Y'.
       01  WS-PRODUCER-FOUND-SWITCH   PIC X(1).
           88 WS-PRODUCER-FOUND       VALUE 'Y'.

       01  WS-MIN-CONTENTS            PIC 9(7)V99 COMP-3.
       01  WS-STATE-FOUND-SWITCH      PIC X(1).
           88 WS-STATE-FOUND          VALUE 'Y'.
       01  WS-CODE-FOUND-SWITCH       PIC X(1).
           88 WS-CODE-FOUND           VALUE 'Y'.
       01  WS-LICENSE-FOUND-SWITCH    PIC X(1).
           88 WS-LICENSE-FOUND        VALUE 'Y'.
       01  WS-LICENSE-SUB             PIC S9(4) COMP.

      *    The application's edit failures, held until its register
      *    line is written and, for a decline, its letter.
       01  WS-APP-EXCEPTION-COUNT     PIC S9(4) COMP.
       01  WS-APP-EXCEPTION-SUB       PIC S9(4) COMP.
       01  WS-REASON-COUNT            PIC S9(4) COMP.
       01  WS-APP-EXCEPTION-TABLE.
           05 WS-APP-EXCEPTION OCCURS 20 TIMES.
              10 WS-AX-SEVERITY       PIC X(1).
                 88 WS-AX-FATAL       VALUE 'F'.
              10 WS-AX-FIELD-NAME     PIC X(20).
              10 WS-AX-REASON         PIC X(43).

      *    Roof-material surcharge, keyed by ROOF-TYPE code - the
      *    HO3RATE table, which this must be kept in step with.
       01  HO3-ROOF-SURCHARGE-DATA.
           05 FILLER                  PIC X(1) VALUE '1'.
           05 FILLER                  PIC 9(3)V99 VALUE 000.00.
           05 FILLER                  PIC X(1) VALUE '2'.
           05 FILLER                  PIC 9(3)V99 VALUE 025.00.
           05 FILLER                  PIC X(1) VALUE '3'.
           05 FILLER                  PIC 9(3)V99 VALUE 010.00.
           05 FILLER                  PIC X(1) VALUE '4'.
           05 FILLER                  PIC 9(3)V99 VALUE 075.00.
           05 FILLER                  PIC X(1) VALUE '5'.
           05 FILLER                  PIC 9(3)V99 VALUE 015.00.
       01  HO3-ROOF-SURCHARGE-TABLE REDEFINES
              HO3-ROOF-SURCHARGE-DATA.
           05 HO3-ROOF-SURCHARGE-ENTRY OCCURS 5 TIMES
                 INDEXED BY HO3-ROOF-IDX.
              10 HO3-ROOF-TYPE-CODE   PIC X(1).
              10 HO3-ROOF-SURCHARGE-AMT PIC 9(3)V99.

       01  WS-PROPERTY-AGE            PIC 9(4).
       01  WS-ROOF-SURCHARGE-AMT      PIC 9(3)V99.
       01  WS-AGE-SURCHARGE-AMT       PIC 9(3)V99.

      *    Manual base rates and billing plan thresholds - the
      *    HO3PREM figures, which these must be kept in step with.
       01  WS-RATE-COV-A              PIC 9V9999 VALUE 0.0035.
       01  WS-RATE-COV-C              PIC 9V9999 VALUE 0.0020.
       01  WS-RATE-COV-E              PIC 9V9999 VALUE 0.0010.
       01  WS-SEMI-ANNUAL-THRESHOLD   PIC 9(5)V99 VALUE 600.00.
       01  WS-QUARTERLY-THRESHOLD     PIC 9(5)V99 VALUE 1200.00.

       01  WS-COVERAGE-PREMIUM        PIC 9(7)V9(4) COMP-3.
       01  WS-TERRITORY-FACTOR        PIC 9V9(5) COMP-3.
       01  WS-TOTAL-INSURED-VALUE     PIC 9(9)V99 COMP-3.
       01  WS-PROPERTY-WEIGHT         PIC 9(8)V9(5) COMP-3.
       01  WS-WEIGHT-TOTAL            PIC 9(10)V9(5) COMP-3.
       01  WS-BASE-PREMIUM            PIC 9(7)V99 COMP-3.
       01  WS-SURCHARGE-TOTAL         PIC 9(5)V99 COMP-3.
       01  WS-ANNUAL-PREMIUM          PIC 9(7)V99 COMP-3.
       01  WS-EVEN-INSTALLMENT        PIC 9(7)V99 COMP-3.
       01  WS-FIRST-INSTALLMENT       PIC 9(7)V99 COMP-3.
       01  WS-INSTALLMENT-COUNT       PIC 9(2).
       01  WS-BILLING-PLAN            PIC X(1).
       01  WS-CHARGE-AMOUNT           PIC 9(7)V99 COMP-3.
       01  WS-CHARGE-COUNT            PIC S9(4) COMP.
       01  WS-BILLED-CHARGES          PIC 9(7)V99 COMP-3.
       01  WS-VALID-THROUGH-DATE      PIC 9(8).

       01  WS-APPLICATIONS-READ       PIC 9(9) VALUE ZERO.
       01  WS-QUOTES-ISSUED           PIC 9(7) VALUE ZERO.
       01  WS-APPLICATIONS-DECLINED   PIC 9(9) VALUE ZERO.
       01  WS-ORPHAN-RECORD-COUNT     PIC 9(9) VALUE ZERO.
       01  WS-LETTERS-WRITTEN         PIC 9(9) VALUE ZERO.
       01  WS-EXCEPTION-COUNT         PIC 9(9) VALUE ZERO.
       01  WS-QUOTE-PREMIUM-TOTAL     PIC 9(11)V99 COMP-3 VALUE ZERO.

       01  WS-REGISTER-TITLE.
           05 FILLER                  PIC X(39) VALUE
              'NEW-BUSINESS QUOTE REGISTER - RUN DATE '.
           05 WS-TTL-RUN-DATE         PIC 9(8).
           05 FILLER                  PIC X(18) VALUE
              '  QUOTES GOOD FOR '.
           05 WS-TTL-VALID-DAYS       PIC ZZ9.
           05 FILLER                  PIC X(5) VALUE ' DAYS'.

       01  WS-REGISTER-HEADING.
           05 FILLER                  PIC X(12) VALUE 'APPLICATION'.
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 FILLER                  PIC X(10) VALUE 'QUOTE NO'.
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 FILLER                  PIC X(2)  VALUE 'ST'.
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 FILLER                  PIC X(6)  VALUE 'PRODCR'.
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 FILLER                  PIC X(30) VALUE 'INSURED'.
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 FILLER                  PIC X(8)  VALUE 'EFF DATE'.
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 FILLER                  PIC X(12) VALUE '      ANNUAL'.
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 FILLER                  PIC X(12) VALUE '     CHARGES'.
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 FILLER                  PIC X(4)  VALUE 'PLAN'.
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 FILLER                  PIC X(8)  VALUE 'GOOD TO'.
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 FILLER                  PIC X(8)  VALUE 'RESULT'.

       01  WS-REGISTER-DETAIL            VALUE SPACES.
           05 WS-REG-APPLICATION-ID   PIC X(12).
           05 FILLER                  PIC X(2).
           05 WS-REG-QUOTE-NUMBER     PIC X(10).
           05 FILLER                  PIC X(2).
           05 WS-REG-STATE-CODE       PIC X(2).
           05 FILLER                  PIC X(2).
           05 WS-REG-PRODUCER-CODE    PIC X(6).
           05 FILLER                  PIC X(2).
           05 WS-REG-INSURED-NAME     PIC X(30).
           05 FILLER                  PIC X(2).
           05 WS-REG-EFFECTIVE-DATE   PIC X(8).
           05 FILLER                  PIC X(2).
           05 WS-REG-ANNUAL-PREMIUM   PIC Z,ZZZ,ZZ9.99.
           05 FILLER                  PIC X(2).
           05 WS-REG-BILLED-CHARGES   PIC Z,ZZZ,ZZ9.99.
           05 FILLER                  PIC X(3).
           05 WS-REG-BILLING-PLAN     PIC X(1).
           05 FILLER                  PIC X(4).
           05 WS-REG-VALID-THROUGH    PIC X(8).
           05 FILLER                  PIC X(2).
           05 WS-REG-RESULT           PIC X(8).

      *    One line under the application per failed edit; a
      *    record with no application header prints its own id.
       01  WS-EXCEPTION-DETAIL           VALUE SPACES.
           05 WS-EXC-APPLICATION-ID   PIC X(12).
           05 FILLER                  PIC X(2).
           05 WS-EXC-SEVERITY         PIC X(1).
              88 WS-EXC-FATAL         VALUE 'F'.
              88 WS-EXC-WARNING       VALUE 'W'.
           05 FILLER                  PIC X(2).
           05 WS-EXC-FIELD-NAME       PIC X(20).
           05 FILLER                  PIC X(2).
           05 WS-EXC-REASON           PIC X(43).

       01  WS-REGISTER-TOTAL-LINE        VALUE SPACES.
           05 WS-TOT-LABEL            PIC X(30).
           05 WS-TOT-COUNT            PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                  PIC X(4).
           05 WS-TOT-AMOUNT           PIC ZZ,ZZZ,ZZZ,ZZ9.99.

           COPY HO3-RUN-CONTROL.

       PROCEDURE DIVISION.

       0000-MAIN-LOGIC.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-APPLICATION UNTIL WS-END-OF-INPUT
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1900-WRITE-RUN-START
           IF RC-GATE-FAILED
              MOVE 'Y' TO WS-EOF-SWITCH
           ELSE
              PERFORM 1010-INITIALIZE-RUN
           END-IF.

       1010-INITIALIZE-RUN.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE WS-CURRENT-YYYYMMDD TO HO3-CODES-AS-OF-DATE
           PERFORM 8500-LOAD-REFERENCE-TABLES
           IF HO3-CODES-LOAD-FAILED
                 OR HO3-APPROVED-STATE-COUNT = ZERO
                 OR HO3-VALID-ROOF-TYPE-COUNT = ZERO
                 OR HO3-VALID-OCCUPANCY-COUNT = ZERO
                 OR HO3-MORTGAGEE-MIN-DWELLING = ZERO
                 OR HO3-TERRITORY-COUNT = ZERO
                 OR HO3-QUOTE-VALID-DAYS = ZERO
              DISPLAY 'HO3QUOTE: REFERENCE TABLE LOAD INCOMPLETE - '
                 'RUN ABANDONED'
              MOVE 8 TO RETURN-CODE
              MOVE 'Y' TO WS-EOF-SWITCH
           ELSE
              PERFORM 1050-OPEN-FILES
           END-IF.

       1050-OPEN-FILES.
           PERFORM 1100-READ-CONTROL-RECORD

           OPEN INPUT APPLICATION-FILE
           IF NOT WS-APPLICATION-FILE-OK
              DISPLAY 'HO3QUOTE: UNABLE TO OPEN HO3APPIN, STATUS='
                 WS-APPLICATION-FILE-STATUS
              MOVE 'Y' TO WS-ABANDON-SWITCH
           END-IF

           OPEN INPUT HO3-PRODUCER-MASTER
           IF NOT WS-PRODUCER-FILE-OK
              DISPLAY 'HO3QUOTE: UNABLE TO OPEN HO3PRDVS, STATUS='
                 WS-PRODUCER-FILE-STATUS
              MOVE 'Y' TO WS-ABANDON-SWITCH
           END-IF

           OPEN I-O QUOTE-FILE
      *    File status 35 on the very first run: the quote file
      *    does not exist yet and is created empty.
           IF NOT WS-QUOTE-FILE-OK
              OPEN OUTPUT QUOTE-FILE
              IF WS-QUOTE-FILE-OK
                 CLOSE QUOTE-FILE
                 OPEN I-O QUOTE-FILE
              END-IF
           END-IF
           IF NOT WS-QUOTE-FILE-OK
              DISPLAY 'HO3QUOTE: UNABLE TO OPEN HO3QUOTF, STATUS='
                 WS-QUOTE-FILE-STATUS
              MOVE 'Y' TO WS-ABANDON-SWITCH
           END-IF

           OPEN OUTPUT QUOTE-LETTER-FILE
           IF NOT WS-LETTER-FILE-OK
              DISPLAY 'HO3QUOTE: UNABLE TO OPEN HO3QTLTR, STATUS='
                 WS-LETTER-FILE-STATUS
              MOVE 'Y' TO WS-ABANDON-SWITCH
           END-IF

           OPEN OUTPUT QUOTE-REGISTER-FILE
           IF NOT WS-REPORT-FILE-OK
              DISPLAY 'HO3QUOTE: UNABLE TO OPEN HO3QTRRP, STATUS='
                 WS-REPORT-FILE-STATUS
              MOVE 'Y' TO WS-ABANDON-SWITCH
           END-IF

           IF WS-RUN-ABANDONED
              DISPLAY 'HO3QUOTE: CONTROL, INPUT OR OUTPUT FILE '
                 'UNAVAILABLE - NO QUOTES ISSUED'
              MOVE 8 TO RETURN-CODE
              MOVE 'Y' TO WS-EOF-SWITCH
           ELSE
              MOVE WS-CURRENT-YYYYMMDD TO WS-TTL-RUN-DATE
              MOVE HO3-QUOTE-VALID-DAYS TO WS-TTL-VALID-DAYS
              WRITE QUOTE-REGISTER-LINE FROM WS-REGISTER-TITLE
              WRITE QUOTE-REGISTER-LINE FROM WS-REGISTER-HEADING
              PERFORM 2100-READ-APPLICATION
           END-IF.

      *    ---------------------------------------------------------
      *    The HO3NBCTL control record carries the next quote
      *    number.  Like the check issue's control record it is
      *    never created here: operations set up the numbering, and
      *    a missing record or one without a quote number stops the
      *    run.
      *    ---------------------------------------------------------
       1100-READ-CONTROL-RECORD.
           OPEN INPUT NEWBUS-CONTROL-FILE
           IF NOT WS-CONTROL-FILE-OK
              DISPLAY 'HO3QUOTE: UNABLE TO OPEN HO3NBCTL, STATUS='
                 WS-CONTROL-FILE-STATUS
              MOVE 'Y' TO WS-ABANDON-SWITCH
           ELSE
              READ NEWBUS-CONTROL-FILE
                  AT END
                     DISPLAY 'HO3QUOTE: NO CONTROL RECORD - QUOTE '
                        'NUMBERING HAS NOT BEEN SET UP'
                     MOVE 'Y' TO WS-ABANDON-SWITCH
                  NOT AT END
                     IF NC-NEXT-QUOTE-NUMBER NOT NUMERIC
                           OR NC-NEXT-QUOTE-NUMBER = ZERO
                        DISPLAY 'HO3QUOTE: INVALID CONTROL RECORD - '
                           'NEXT QUOTE ' NC-NEXT-QUOTE-NUMBER
                        MOVE 'Y' TO WS-ABANDON-SWITCH
                     ELSE
                        MOVE NC-NEXT-QUOTE-NUMBER
                           TO WS-NEXT-QUOTE-NUMBER
                        MOVE NC-POLICY-PREFIX
                           TO WS-CONTROL-POLICY-PREFIX
                        MOVE NC-NEXT-POLICY-SEQUENCE
                           TO WS-CONTROL-POLICY-SEQUENCE
                        MOVE NC-LAST-BIND-DATE
                           TO WS-CONTROL-LAST-BIND-DATE
                        MOVE NC-LAST-BIND-COUNT
                           TO WS-CONTROL-LAST-BIND-COUNT
                        MOVE 'Y' TO WS-CONTROL-READ-SWITCH
                     END-IF
              END-READ
              CLOSE NEWBUS-CONTROL-FILE
           END-IF.

      *    ---------------------------------------------------------
      *    One application per pass: its header, then every
      *    mortgagee and property record behind it with the same
      *    application id.  A record that is not a header here has
      *    lost its header and is reported on its own.
      *    ---------------------------------------------------------
       2000-PROCESS-APPLICATION.
           IF NOT AP-HEADER
              PERFORM 2050-REPORT-ORPHAN-RECORD
              PERFORM 2100-READ-APPLICATION
           ELSE
              PERFORM 2200-START-APPLICATION
              PERFORM 2300-COLLECT-DETAIL
                 UNTIL WS-END-OF-INPUT
                    OR AP-HEADER
                    OR AP-APPLICATION-ID NOT = WS-APPLICATION-ID
              PERFORM 2400-EDIT-APPLICATION
              IF WS-APPLICATION-FATAL
                 PERFORM 2800-DECLINE-APPLICATION
              ELSE
                 PERFORM 2500-RATE-APPLICATION
                 PERFORM 2600-ISSUE-QUOTE
              END-IF
           END-IF

           IF WS-RUN-ABANDONED
              MOVE 8 TO RETURN-CODE
              MOVE 'Y' TO WS-EOF-SWITCH
           END-IF.

       2050-REPORT-ORPHAN-RECORD.
           MOVE AP-APPLICATION-ID TO WS-EXC-APPLICATION-ID
           MOVE 'F' TO WS-EXC-SEVERITY
           MOVE 'AP-RECORD-TYPE' TO WS-EXC-FIELD-NAME
           MOVE SPACES TO WS-EXC-REASON
           STRING 'TYPE ' DELIMITED BY SIZE
              AP-RECORD-TYPE DELIMITED BY SIZE
              ' RECORD WITH NO APPLICATION HEADER' DELIMITED BY SIZE
              INTO WS-EXC-REASON
           WRITE QUOTE-REGISTER-LINE FROM WS-EXCEPTION-DETAIL
           MOVE SPACES TO WS-EXC-APPLICATION-ID
           ADD 1 TO WS-ORPHAN-RECORD-COUNT
           ADD 1 TO WS-EXCEPTION-COUNT.

       2100-READ-APPLICATION.
           READ APPLICATION-FILE
               AT END
                  MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

       2200-START-APPLICATION.
           ADD 1 TO WS-APPLICATIONS-READ
           MOVE AP-APPLICATION-ID TO WS-APPLICATION-ID
           MOVE AP-HEADER-DATA TO WS-APP-HEADER-DATA
           MOVE SPACES TO WS-APP-MORTGAGEE-DATA
           MOVE ZERO TO WS-MORTGAGEE-COUNT
           MOVE ZERO TO WS-APP-PROPERTY-COUNT
           MOVE ZERO TO WS-EXCESS-PROPERTY-COUNT
           MOVE ZERO TO WS-APP-EXCEPTION-COUNT
           MOVE 'N' TO WS-FATAL-SWITCH
           PERFORM 2100-READ-APPLICATION.

       2300-COLLECT-DETAIL.
           EVALUATE TRUE
               WHEN AP-MORTGAGEE
                  ADD 1 TO WS-MORTGAGEE-COUNT
                  IF WS-MORTGAGEE-COUNT = 1
                     MOVE AP-MORTGAGEE-DATA TO WS-APP-MORTGAGEE-DATA
                  END-IF
               WHEN AP-PROPERTY
                  IF WS-APP-PROPERTY-COUNT < 99
                     PERFORM 2350-KEEP-PROPERTY
                  ELSE
                     ADD 1 TO WS-EXCESS-PROPERTY-COUNT
                  END-IF
               WHEN OTHER
                  MOVE 'F' TO WS-EXC-SEVERITY
                  MOVE 'AP-RECORD-TYPE' TO WS-EXC-FIELD-NAME
                  MOVE SPACES TO WS-EXC-REASON
                  STRING 'UNKNOWN RECORD TYPE ' DELIMITED BY SIZE
                     AP-RECORD-TYPE DELIMITED BY SIZE
                     INTO WS-EXC-REASON
                  PERFORM 2700-ADD-EXCEPTION
           END-EVALUATE
           PERFORM 2100-READ-APPLICATION.

       2350-KEEP-PROPERTY.
           ADD 1 TO WS-APP-PROPERTY-COUNT
           MOVE WS-APP-PROPERTY-COUNT TO WS-PROPERTY-SEQ-WORK
           MOVE WS-PROPERTY-SEQ-WORK
              TO WS-AP-PROPERTY-SEQ-NO (WS-APP-PROPERTY-COUNT)
           MOVE AP-YEAR-BUILT
              TO WS-AP-YEAR-BUILT (WS-APP-PROPERTY-COUNT)
           MOVE AP-OCCUPANCY-TYPE
              TO WS-AP-OCCUPANCY-TYPE (WS-APP-PROPERTY-COUNT)
           MOVE AP-ROOF-TYPE
              TO WS-AP-ROOF-TYPE (WS-APP-PROPERTY-COUNT)
           MOVE AP-PROPERTY-ADDRESS
              TO WS-AP-PROPERTY-ADDRESS (WS-APP-PROPERTY-COUNT)
           MOVE AP-PROPERTY-CITY
              TO WS-AP-PROPERTY-CITY (WS-APP-PROPERTY-COUNT)
           MOVE AP-PROPERTY-ZIP
              TO WS-AP-PROPERTY-ZIP (WS-APP-PROPERTY-COUNT)
           MOVE AP-PROPERTY-INSURED-VALUE
              TO WS-AP-INSURED-VALUE (WS-APP-PROPERTY-COUNT)
           MOVE ZERO TO WS-AP-TERRITORY-CODE (WS-APP-PROPERTY-COUNT)
           MOVE 1 TO WS-AP-TERRITORY-FACTOR (WS-APP-PROPERTY-COUNT)
           MOVE ZERO TO WS-AP-SURCHARGE (WS-APP-PROPERTY-COUNT).

      *    ---------------------------------------------------------
      *    The new-business edits first, then the HO3EDIT book
      *    edits.  The date-order and coverage relationship edits
      *    are only run on dates and amounts that are themselves
      *    valid.
      *    ---------------------------------------------------------
       2400-EDIT-APPLICATION.
           PERFORM 2405-EDIT-NEW-BUSINESS
           PERFORM 2410-EDIT-STATE-CODE
           IF WS-DATES-VALID
              PERFORM 2420-EDIT-POLICY-DATES
           END-IF
           IF WS-AMOUNTS-VALID
              PERFORM 2430-EDIT-MORTGAGEE-MINIMUM
              PERFORM 2460-EDIT-COVERAGE-RELATIONSHIPS
           END-IF
           PERFORM 2470-EDIT-PRODUCER-CODE
           PERFORM VARYING WS-PROPERTY-IDX FROM 1 BY 1
                   UNTIL WS-PROPERTY-IDX > WS-APP-PROPERTY-COUNT
              PERFORM 2440-EDIT-ROOF-TYPE
              PERFORM 2450-EDIT-OCCUPANCY-TYPE
              PERFORM 2480-EDIT-PROPERTY-TERRITORY
              PERFORM 2490-EDIT-PROPERTY-VALUES
           END-PERFORM.

       2405-EDIT-NEW-BUSINESS.
           IF WS-AH-INSURED-NAME = SPACES
              MOVE 'F' TO WS-EXC-SEVERITY
              MOVE 'INSURED-NAME' TO WS-EXC-FIELD-NAME
              MOVE 'NO INSURED NAME ON APPLICATION' TO WS-EXC-REASON
              PERFORM 2700-ADD-EXCEPTION
           END-IF

           MOVE 'Y' TO WS-DATES-VALID-SWITCH
           IF WS-AH-EFFECTIVE-DATE NOT NUMERIC
                 OR FUNCTION TEST-DATE-YYYYMMDD
                       (WS-AH-EFFECTIVE-DATE) NOT = ZERO
              MOVE 'N' TO WS-DATES-VALID-SWITCH
              MOVE 'F' TO WS-EXC-SEVERITY
              MOVE 'EFFECTIVE-DATE' TO WS-EXC-FIELD-NAME
              MOVE 'EFFECTIVE-DATE IS NOT A VALID DATE'
                 TO WS-EXC-REASON
              PERFORM 2700-ADD-EXCEPTION
           ELSE
              IF WS-AH-EFFECTIVE-DATE < WS-CURRENT-YYYYMMDD
                 MOVE 'F' TO WS-EXC-SEVERITY
                 MOVE 'EFFECTIVE-DATE' TO WS-EXC-FIELD-NAME
                 MOVE 'EFFECTIVE-DATE BEFORE THE QUOTE DATE'
                    TO WS-EXC-REASON
                 PERFORM 2700-ADD-EXCEPTION
              END-IF
           END-IF
           IF WS-AH-EXPIRY-DATE NOT NUMERIC
                 OR FUNCTION TEST-DATE-YYYYMMDD
                       (WS-AH-EXPIRY-DATE) NOT = ZERO
              MOVE 'N' TO WS-DATES-VALID-SWITCH
              MOVE 'F' TO WS-EXC-SEVERITY
              MOVE 'EXPIRY-DATE' TO WS-EXC-FIELD-NAME
              MOVE 'EXPIRY-DATE IS NOT A VALID DATE'
                 TO WS-EXC-REASON
              PERFORM 2700-ADD-EXCEPTION
           END-IF

           MOVE 'Y' TO WS-AMOUNTS-VALID-SWITCH
           IF WS-AH-COV-A-DWELLING NOT NUMERIC
                 OR WS-AH-COV-C-CONTENTS NOT NUMERIC
                 OR WS-AH-COV-E-LIABILITY NOT NUMERIC
                 OR WS-AH-ALL-PERIL-DEDUCTIBLE NOT NUMERIC
              MOVE 'N' TO WS-AMOUNTS-VALID-SWITCH
              MOVE 'F' TO WS-EXC-SEVERITY
              MOVE 'POLICY-COVERAGES' TO WS-EXC-FIELD-NAME
              MOVE 'COVERAGE OR DEDUCTIBLE AMOUNT NOT NUMERIC'
                 TO WS-EXC-REASON
              PERFORM 2700-ADD-EXCEPTION
           ELSE
              IF WS-AH-COV-A-DWELLING = ZERO
                 MOVE 'F' TO WS-EXC-SEVERITY
                 MOVE 'COV-A-DWELLING' TO WS-EXC-FIELD-NAME
                 MOVE 'NO DWELLING COVERAGE ON APPLICATION'
                    TO WS-EXC-REASON
                 PERFORM 2700-ADD-EXCEPTION
              END-IF
           END-IF

           IF WS-MORTGAGEE-COUNT > 1
              MOVE 'F' TO WS-EXC-SEVERITY
              MOVE 'MORTGAGEE-NAME' TO WS-EXC-FIELD-NAME
              MOVE 'MORE THAN ONE MORTGAGEE RECORD'
                 TO WS-EXC-REASON
              PERFORM 2700-ADD-EXCEPTION
           END-IF

           IF WS-APP-PROPERTY-COUNT = ZERO
              MOVE 'F' TO WS-EXC-SEVERITY
              MOVE 'PROPERTY-DETAILS' TO WS-EXC-FIELD-NAME
              MOVE 'NO PROPERTY ON APPLICATION' TO WS-EXC-REASON
              PERFORM 2700-ADD-EXCEPTION
           END-IF
           IF WS-EXCESS-PROPERTY-COUNT > ZERO
              MOVE 'F' TO WS-EXC-SEVERITY
              MOVE 'PROPERTY-DETAILS' TO WS-EXC-FIELD-NAME
              MOVE 'MORE THAN 99 PROPERTIES ON APPLICATION'
                 TO WS-EXC-REASON
              PERFORM 2700-ADD-EXCEPTION
           END-IF.

       2410-EDIT-STATE-CODE.
           MOVE 'N' TO WS-STATE-FOUND-SWITCH
           SET HO3-STATE-IDX TO 1
           SEARCH HO3-APPROVED-STATE
               AT END
                  MOVE 'N' TO WS-STATE-FOUND-SWITCH
               WHEN HO3-STATE-IDX > HO3-APPROVED-STATE-COUNT
                  MOVE 'N' TO WS-STATE-FOUND-SWITCH
               WHEN HO3-APPROVED-STATE (HO3-STATE-IDX) =
                       WS-AH-STATE-CODE
                  MOVE 'Y' TO WS-STATE-FOUND-SWITCH
           END-SEARCH
           IF NOT WS-STATE-FOUND
              MOVE 'F' TO WS-EXC-SEVERITY
              MOVE 'STATE-CODE' TO WS-EXC-FIELD-NAME
              MOVE SPACES TO WS-EXC-REASON
              STRING 'NOT AN APPROVED STATE: ' DELIMITED BY SIZE
                 WS-AH-STATE-CODE DELIMITED BY SIZE
                 INTO WS-EXC-REASON
              PERFORM 2700-ADD-EXCEPTION
           END-IF.

       2420-EDIT-POLICY-DATES.
           IF WS-AH-EFFECTIVE-DATE NOT LESS THAN WS-AH-EXPIRY-DATE
              MOVE 'F' TO WS-EXC-SEVERITY
              MOVE 'EFFECTIVE-DATE' TO WS-EXC-FIELD-NAME
              MOVE 'EFFECTIVE-DATE NOT BEFORE EXPIRY-DATE'
                 TO WS-EXC-REASON
              PERFORM 2700-ADD-EXCEPTION
           END-IF.

       2430-EDIT-MORTGAGEE-MINIMUM.
           IF WS-AM-MORTGAGEE-NAME NOT = SPACES
              IF WS-AH-COV-A-DWELLING < HO3-MORTGAGEE-MIN-DWELLING
                 MOVE 'W' TO WS-EXC-SEVERITY
                 MOVE 'COV-A-DWELLING' TO WS-EXC-FIELD-NAME
                 MOVE 'DWELLING COVERAGE BELOW MORTGAGEE MINIMUM'
                    TO WS-EXC-REASON
                 PERFORM 2700-ADD-EXCEPTION
              END-IF
           END-IF.

       2440-EDIT-ROOF-TYPE.
           MOVE 'N' TO WS-CODE-FOUND-SWITCH
           SET HO3-ROOF-CODE-IDX TO 1
           SEARCH HO3-VALID-ROOF-TYPE
               AT END
                  MOVE 'N' TO WS-CODE-FOUND-SWITCH
               WHEN HO3-ROOF-CODE-IDX > HO3-VALID-ROOF-TYPE-COUNT
                  MOVE 'N' TO WS-CODE-FOUND-SWITCH
               WHEN HO3-VALID-ROOF-TYPE (HO3-ROOF-CODE-IDX) =
                       WS-AP-ROOF-TYPE (WS-PROPERTY-IDX)
                  MOVE 'Y' TO WS-CODE-FOUND-SWITCH
           END-SEARCH
           IF NOT WS-CODE-FOUND
              MOVE 'F' TO WS-EXC-SEVERITY
              MOVE 'ROOF-TYPE' TO WS-EXC-FIELD-NAME
              MOVE SPACES TO WS-EXC-REASON
              STRING 'INVALID ROOF-TYPE ' DELIMITED BY SIZE
                 WS-AP-ROOF-TYPE (WS-PROPERTY-IDX) DELIMITED BY SIZE
                 ' ON PROPERTY-SEQ ' DELIMITED BY SIZE
                 WS-AP-PROPERTY-SEQ-NO (WS-PROPERTY-IDX)
                    DELIMITED BY SIZE
                 INTO WS-EXC-REASON
              PERFORM 2700-ADD-EXCEPTION
           END-IF.

       2450-EDIT-OCCUPANCY-TYPE.
           MOVE 'N' TO WS-CODE-FOUND-SWITCH
           SET HO3-OCC-CODE-IDX TO 1
           SEARCH HO3-VALID-OCCUPANCY-TYPE
               AT END
                  MOVE 'N' TO WS-CODE-FOUND-SWITCH
               WHEN HO3-OCC-CODE-IDX > HO3-VALID-OCCUPANCY-COUNT
                  MOVE 'N' TO WS-CODE-FOUND-SWITCH
               WHEN HO3-VALID-OCCUPANCY-TYPE (HO3-OCC-CODE-IDX) =
                       WS-AP-OCCUPANCY-TYPE (WS-PROPERTY-IDX)
                  MOVE 'Y' TO WS-CODE-FOUND-SWITCH
           END-SEARCH
           IF NOT WS-CODE-FOUND
              MOVE 'F' TO WS-EXC-SEVERITY
              MOVE 'OCCUPANCY-TYPE' TO WS-EXC-FIELD-NAME
              MOVE SPACES TO WS-EXC-REASON
              STRING 'INVALID OCCUPANCY-TYPE ' DELIMITED BY SIZE
                 WS-AP-OCCUPANCY-TYPE (WS-PROPERTY-IDX)
                    DELIMITED BY SIZE
                 ' ON PROPERTY-SEQ ' DELIMITED BY SIZE
                 WS-AP-PROPERTY-SEQ-NO (WS-PROPERTY-IDX)
                    DELIMITED BY SIZE
                 INTO WS-EXC-REASON
              PERFORM 2700-ADD-EXCEPTION
           END-IF.

       2460-EDIT-COVERAGE-RELATIONSHIPS.
           COMPUTE WS-MIN-CONTENTS ROUNDED =
               WS-AH-COV-A-DWELLING * 0.10
           IF WS-AH-COV-C-CONTENTS < WS-MIN-CONTENTS
              MOVE 'W' TO WS-EXC-SEVERITY
              MOVE 'COV-C-CONTENTS' TO WS-EXC-FIELD-NAME
              MOVE 'CONTENTS BELOW 10 PCT OF DWELLING'
                 TO WS-EXC-REASON
              PERFORM 2700-ADD-EXCEPTION
           END-IF

           IF WS-AH-ALL-PERIL-DEDUCTIBLE > WS-AH-COV-A-DWELLING
              MOVE 'W' TO WS-EXC-SEVERITY
              MOVE 'ALL-PERIL-DEDUCTIBLE' TO WS-EXC-FIELD-NAME
              MOVE 'DEDUCTIBLE EXCEEDS COV-A-DWELLING'
                 TO WS-EXC-REASON
              PERFORM 2700-ADD-EXCEPTION
           END-IF.

      *    ---------------------------------------------------------
      *    The HO3EDIT producer proof, made fatal: new business is
      *    only written through an appointed agency on the HO3PRDVS
      *    master that is licensed in the application's state.
      *    The agency's name and address are kept for the letter.
      *    ---------------------------------------------------------
       2470-EDIT-PRODUCER-CODE.
           MOVE WS-AH-PRODUCER-CODE TO PM-PRODUCER-CODE
           READ HO3-PRODUCER-MASTER
           IF NOT WS-PRODUCER-FILE-OK
              MOVE 'N' TO WS-PRODUCER-FOUND-SWITCH
              MOVE 'F' TO WS-EXC-SEVERITY
              MOVE 'PRODUCER-CODE' TO WS-EXC-FIELD-NAME
              MOVE SPACES TO WS-EXC-REASON
              STRING 'NOT ON PRODUCER MASTER: ' DELIMITED BY SIZE
                 WS-AH-PRODUCER-CODE DELIMITED BY SIZE
                 INTO WS-EXC-REASON
              PERFORM 2700-ADD-EXCEPTION
           ELSE
              MOVE 'Y' TO WS-PRODUCER-FOUND-SWITCH
              IF PM-TERMINATED
                 MOVE 'F' TO WS-EXC-SEVERITY
                 MOVE 'PRODUCER-CODE' TO WS-EXC-FIELD-NAME
                 MOVE SPACES TO WS-EXC-REASON
                 STRING 'AGENCY ' DELIMITED BY SIZE
                    WS-AH-PRODUCER-CODE DELIMITED BY SIZE
                    ' APPOINTMENT TERMINATED' DELIMITED BY SIZE
                    INTO WS-EXC-REASON
                 PERFORM 2700-ADD-EXCEPTION
              END-IF
              MOVE 'N' TO WS-LICENSE-FOUND-SWITCH
              PERFORM VARYING WS-LICENSE-SUB FROM 1 BY 1
                      UNTIL WS-LICENSE-SUB > PM-LICENSED-STATE-COUNT
                 IF PM-LICENSED-STATE (WS-LICENSE-SUB) =
                       WS-AH-STATE-CODE
                    MOVE 'Y' TO WS-LICENSE-FOUND-SWITCH
                 END-IF
              END-PERFORM
              IF NOT WS-LICENSE-FOUND
                 MOVE 'F' TO WS-EXC-SEVERITY
                 MOVE 'PRODUCER-CODE' TO WS-EXC-FIELD-NAME
                 MOVE SPACES TO WS-EXC-REASON
                 STRING 'AGENCY ' DELIMITED BY SIZE
                    WS-AH-PRODUCER-CODE DELIMITED BY SIZE
                    ' NOT LICENSED IN STATE ' DELIMITED BY SIZE
                    WS-AH-STATE-CODE DELIMITED BY SIZE
                    INTO WS-EXC-REASON
                 PERFORM 2700-ADD-EXCEPTION
              END-IF
           END-IF.

      *    ---------------------------------------------------------
      *    A property whose ZIP fits no rating territory is quoted
      *    at the countrywide base rates, as HO3RATE would rate it;
      *    territory maintenance (HO3CDMNT, table TR) needs to
      *    place it.  The territory found is kept for the rating.
      *    ---------------------------------------------------------
       2480-EDIT-PROPERTY-TERRITORY.
           MOVE WS-AP-PROPERTY-ZIP (WS-PROPERTY-IDX)
              TO HO3-TERR-LOOKUP-ZIP
           PERFORM 8700-FIND-TERRITORY
           MOVE HO3-TERR-FOUND-CODE
              TO WS-AP-TERRITORY-CODE (WS-PROPERTY-IDX)
           MOVE HO3-TERR-FOUND-FACTOR
              TO WS-AP-TERRITORY-FACTOR (WS-PROPERTY-IDX)
           IF NOT HO3-TERRITORY-FOUND
              MOVE 'W' TO WS-EXC-SEVERITY
              MOVE 'PROPERTY-ZIP' TO WS-EXC-FIELD-NAME
              MOVE SPACES TO WS-EXC-REASON
              STRING 'NO RATING TERRITORY FOR ZIP ' DELIMITED BY SIZE
                 WS-AP-PROPERTY-ZIP (WS-PROPERTY-IDX)
                    DELIMITED BY SIZE
                 ' PROP ' DELIMITED BY SIZE
                 WS-AP-PROPERTY-SEQ-NO (WS-PROPERTY-IDX)
                    DELIMITED BY SIZE
                 INTO WS-EXC-REASON
              PERFORM 2700-ADD-EXCEPTION
           END-IF.

       2490-EDIT-PROPERTY-VALUES.
           IF WS-AP-YEAR-BUILT (WS-PROPERTY-IDX) NOT NUMERIC
                 OR WS-AP-YEAR-BUILT (WS-PROPERTY-IDX) >
                    WS-CURRENT-YEAR
              MOVE 'F' TO WS-EXC-SEVERITY
              MOVE 'YEAR-BUILT' TO WS-EXC-FIELD-NAME
              MOVE SPACES TO WS-EXC-REASON
              STRING 'INVALID YEAR-BUILT ON PROPERTY-SEQ '
                    DELIMITED BY SIZE
                 WS-AP-PROPERTY-SEQ-NO (WS-PROPERTY-IDX)
                    DELIMITED BY SIZE
                 INTO WS-EXC-REASON
              PERFORM 2700-ADD-EXCEPTION
           END-IF
           IF WS-AP-INSURED-VALUE (WS-PROPERTY-IDX) NOT NUMERIC
              MOVE 'F' TO WS-EXC-SEVERITY
              MOVE 'PROPERTY-INSURED-VAL' TO WS-EXC-FIELD-NAME
              MOVE SPACES TO WS-EXC-REASON
              STRING 'INSURED VALUE NOT NUMERIC, PROPERTY-SEQ '
                    DELIMITED BY SIZE
                 WS-AP-PROPERTY-SEQ-NO (WS-PROPERTY-IDX)
                    DELIMITED BY SIZE
                 INTO WS-EXC-REASON
              PERFORM 2700-ADD-EXCEPTION
           END-IF.

      *    ---------------------------------------------------------
      *    Prices the application as tonight's HO3RATE and HO3PREM
      *    would price the policy: the property surcharges, the
      *    coverage premium at the manual rates times the
      *    value-weighted territory factor, the billing plan off
      *    the premium size, and the state's billed charges.
      *    ---------------------------------------------------------
       2500-RATE-APPLICATION.
           MOVE ZERO TO WS-SURCHARGE-TOTAL
           PERFORM VARYING WS-PROPERTY-IDX FROM 1 BY 1
                   UNTIL WS-PROPERTY-IDX > WS-APP-PROPERTY-COUNT
              PERFORM 2510-RATE-PROPERTY-AGE
              PERFORM 2520-RATE-PROPERTY-ROOF
              ADD WS-AGE-SURCHARGE-AMT WS-ROOF-SURCHARGE-AMT
                 GIVING WS-AP-SURCHARGE (WS-PROPERTY-IDX)
              ADD WS-AP-SURCHARGE (WS-PROPERTY-IDX)
                 TO WS-SURCHARGE-TOTAL
           END-PERFORM

           COMPUTE WS-COVERAGE-PREMIUM =
               WS-AH-COV-A-DWELLING * WS-RATE-COV-A
             + WS-AH-COV-C-CONTENTS * WS-RATE-COV-C
             + WS-AH-COV-E-LIABILITY * WS-RATE-COV-E
           PERFORM 2530-COMPUTE-TERRITORY-FACTOR
           COMPUTE WS-BASE-PREMIUM ROUNDED =
               WS-COVERAGE-PREMIUM * WS-TERRITORY-FACTOR
           COMPUTE WS-ANNUAL-PREMIUM =
               WS-BASE-PREMIUM + WS-SURCHARGE-TOTAL

           EVALUATE TRUE
               WHEN WS-AM-BILL-TO-MORTGAGEE
                  MOVE 'A' TO WS-BILLING-PLAN
                  MOVE 1 TO WS-INSTALLMENT-COUNT
               WHEN WS-ANNUAL-PREMIUM < WS-SEMI-ANNUAL-THRESHOLD
                  MOVE 'A' TO WS-BILLING-PLAN
                  MOVE 1 TO WS-INSTALLMENT-COUNT
               WHEN WS-ANNUAL-PREMIUM < WS-QUARTERLY-THRESHOLD
                  MOVE 'S' TO WS-BILLING-PLAN
                  MOVE 2 TO WS-INSTALLMENT-COUNT
               WHEN OTHER
                  MOVE 'Q' TO WS-BILLING-PLAN
                  MOVE 4 TO WS-INSTALLMENT-COUNT
           END-EVALUATE
           COMPUTE WS-EVEN-INSTALLMENT =
               WS-ANNUAL-PREMIUM / WS-INSTALLMENT-COUNT
           COMPUTE WS-FIRST-INSTALLMENT =
               WS-ANNUAL-PREMIUM + WS-EVEN-INSTALLMENT
             - WS-EVEN-INSTALLMENT * WS-INSTALLMENT-COUNT

           PERFORM 2540-COMPUTE-STATE-CHARGES.

       2510-RATE-PROPERTY-AGE.
           MOVE ZERO TO WS-AGE-SURCHARGE-AMT
           IF WS-AP-YEAR-BUILT (WS-PROPERTY-IDX) > ZERO
              COMPUTE WS-PROPERTY-AGE =
                  WS-CURRENT-YEAR - WS-AP-YEAR-BUILT (WS-PROPERTY-IDX)
              EVALUATE TRUE
                  WHEN WS-PROPERTY-AGE <= 10
                     MOVE 000.00 TO WS-AGE-SURCHARGE-AMT
                  WHEN WS-PROPERTY-AGE <= 30
                     MOVE 025.00 TO WS-AGE-SURCHARGE-AMT
                  WHEN WS-PROPERTY-AGE <= 50
                     MOVE 075.00 TO WS-AGE-SURCHARGE-AMT
                  WHEN OTHER
                     MOVE 150.00 TO WS-AGE-SURCHARGE-AMT
              END-EVALUATE
           END-IF.

       2520-RATE-PROPERTY-ROOF.
           SET HO3-ROOF-IDX TO 1
           MOVE 075.00 TO WS-ROOF-SURCHARGE-AMT
           SEARCH HO3-ROOF-SURCHARGE-ENTRY
               AT END
                  MOVE 075.00 TO WS-ROOF-SURCHARGE-AMT
               WHEN HO3-ROOF-TYPE-CODE (HO3-ROOF-IDX) =
                       WS-AP-ROOF-TYPE (WS-PROPERTY-IDX)
                  MOVE HO3-ROOF-SURCHARGE-AMT (HO3-ROOF-IDX)
                     TO WS-ROOF-SURCHARGE-AMT
           END-SEARCH.

      *    ---------------------------------------------------------
      *    The properties' territory factors weighted by insured
      *    value - evenly, when no property has an insured value -
      *    as HO3PREM weights them.
      *    ---------------------------------------------------------
       2530-COMPUTE-TERRITORY-FACTOR.
           MOVE ZERO TO WS-TOTAL-INSURED-VALUE
           MOVE ZERO TO WS-WEIGHT-TOTAL
           PERFORM VARYING WS-PROPERTY-IDX FROM 1 BY 1
                   UNTIL WS-PROPERTY-IDX > WS-APP-PROPERTY-COUNT
              ADD WS-AP-INSURED-VALUE (WS-PROPERTY-IDX)
                 TO WS-TOTAL-INSURED-VALUE
           END-PERFORM

           PERFORM VARYING WS-PROPERTY-IDX FROM 1 BY 1
                   UNTIL WS-PROPERTY-IDX > WS-APP-PROPERTY-COUNT
              IF WS-TOTAL-INSURED-VALUE > ZERO
                 COMPUTE WS-PROPERTY-WEIGHT =
                     WS-AP-INSURED-VALUE (WS-PROPERTY-IDX)
                   * WS-AP-TERRITORY-FACTOR (WS-PROPERTY-IDX)
              ELSE
                 MOVE WS-AP-TERRITORY-FACTOR (WS-PROPERTY-IDX)
                    TO WS-PROPERTY-WEIGHT
              END-IF
              ADD WS-PROPERTY-WEIGHT TO WS-WEIGHT-TOTAL
           END-PERFORM

           EVALUATE TRUE
               WHEN WS-WEIGHT-TOTAL = ZERO
                  MOVE 1 TO WS-TERRITORY-FACTOR
               WHEN WS-TOTAL-INSURED-VALUE > ZERO
                  COMPUTE WS-TERRITORY-FACTOR ROUNDED =
                      WS-WEIGHT-TOTAL / WS-TOTAL-INSURED-VALUE
               WHEN OTHER
                  COMPUTE WS-TERRITORY-FACTOR ROUNDED =
                      WS-WEIGHT-TOTAL / WS-APP-PROPERTY-COUNT
           END-EVALUATE.

      *    ---------------------------------------------------------
      *    The state's TX charges billed to the insured, as HO3PREM
      *    will bill them with the first installment.  Absorbed
      *    charges are the company's and are not quoted.
      *    ---------------------------------------------------------
       2540-COMPUTE-STATE-CHARGES.
           MOVE ZERO TO WS-BILLED-CHARGES
           MOVE ZERO TO WS-CHARGE-COUNT
           PERFORM VARYING HO3-STATE-CHARGE-IDX FROM 1 BY 1
                   UNTIL HO3-STATE-CHARGE-IDX > HO3-STATE-CHARGE-COUNT
              IF HO3-CHARGE-STATE (HO3-STATE-CHARGE-IDX) =
                    WS-AH-STATE-CODE
                    AND WS-CHARGE-COUNT < 10
                 ADD 1 TO WS-CHARGE-COUNT
                 IF HO3-CHARGE-PERCENT (HO3-STATE-CHARGE-IDX)
                    COMPUTE WS-CHARGE-AMOUNT ROUNDED =
                        WS-ANNUAL-PREMIUM
                      * HO3-CHARGE-AMOUNT (HO3-STATE-CHARGE-IDX) / 100
                 ELSE
                    MOVE HO3-CHARGE-AMOUNT (HO3-STATE-CHARGE-IDX)
                       TO WS-CHARGE-AMOUNT
                 END-IF
                 IF HO3-CHARGE-BILLED (HO3-STATE-CHARGE-IDX)
                    ADD WS-CHARGE-AMOUNT TO WS-BILLED-CHARGES
                 END-IF
              END-IF
           END-PERFORM.

      *    ---------------------------------------------------------
      *    The quote goes on the quote file first: a number already
      *    there means the control record is behind the file, and
      *    the run stops before a letter quotes it.  Once the
      *    header is on file the number is used, whatever happens
      *    to the property records.  A quote is good for the QV
      *    days, but never past its effective date.
      *    ---------------------------------------------------------
       2600-ISSUE-QUOTE.
           COMPUTE WS-VALID-THROUGH-DATE =
               FUNCTION DATE-OF-INTEGER
                  (FUNCTION INTEGER-OF-DATE (WS-CURRENT-YYYYMMDD)
                   + HO3-QUOTE-VALID-DAYS)
           IF WS-VALID-THROUGH-DATE > WS-AH-EFFECTIVE-DATE
              MOVE WS-AH-EFFECTIVE-DATE TO WS-VALID-THROUGH-DATE
           END-IF

           INITIALIZE HO3-QUOTE-RECORD
           MOVE WS-NEXT-QUOTE-NUMBER TO QT-QUOTE-NUMBER
           MOVE ZERO TO QT-RECORD-SEQ
           MOVE WS-APPLICATION-ID TO QT-APPLICATION-ID
           MOVE 'Q' TO QT-QUOTE-STATUS
           MOVE WS-CURRENT-YYYYMMDD TO QT-QUOTE-DATE
           MOVE WS-VALID-THROUGH-DATE TO QT-VALID-THROUGH-DATE
           MOVE WS-AH-INSURED-NAME TO QT-INSURED-NAME
           MOVE WS-AH-EFFECTIVE-DATE TO QT-EFFECTIVE-DATE
           MOVE WS-AH-EXPIRY-DATE TO QT-EXPIRY-DATE
           MOVE WS-AH-STATE-CODE TO QT-STATE-CODE
           MOVE WS-AH-PRODUCER-CODE TO QT-PRODUCER-CODE
           MOVE WS-AH-COV-A-DWELLING TO QT-COV-A-DWELLING
           MOVE WS-AH-COV-C-CONTENTS TO QT-COV-C-CONTENTS
           MOVE WS-AH-COV-E-LIABILITY TO QT-COV-E-LIABILITY
           MOVE WS-AH-ALL-PERIL-DEDUCTIBLE TO QT-ALL-PERIL-DEDUCTIBLE
           MOVE WS-AM-MORTGAGEE-NAME TO QT-MORTGAGEE-NAME
           MOVE WS-AM-MORTGAGEE-LOAN-NUMBER
              TO QT-MORTGAGEE-LOAN-NUMBER
           MOVE WS-AM-MORTGAGEE-BILL-ADDRESS
              TO QT-MORTGAGEE-BILL-ADDRESS
           MOVE WS-AM-MORTGAGEE-BILL-CITY TO QT-MORTGAGEE-BILL-CITY
           MOVE WS-AM-MORTGAGEE-BILL-STATE TO QT-MORTGAGEE-BILL-STATE
           MOVE WS-AM-MORTGAGEE-BILL-ZIP TO QT-MORTGAGEE-BILL-ZIP
           MOVE WS-AM-BILL-TO-MORTGAGEE-FLAG
              TO QT-BILL-TO-MORTGAGEE-FLAG
           MOVE WS-APP-PROPERTY-COUNT TO QT-PROPERTY-COUNT
           MOVE WS-ANNUAL-PREMIUM TO QT-ANNUAL-PREMIUM
           MOVE WS-BILLED-CHARGES TO QT-BILLED-CHARGES
           MOVE WS-BILLING-PLAN TO QT-BILLING-PLAN
           MOVE SPACES TO QT-POLICY-NUMBER
           MOVE ZERO TO QT-BIND-DATE
           MOVE SPACES TO QT-BOUND-BY
           WRITE HO3-QUOTE-RECORD
           IF NOT WS-QUOTE-FILE-OK
              IF WS-QUOTE-DUPLICATE
                 DISPLAY 'HO3QUOTE: QUOTE ' QT-QUOTE-NUMBER
                    ' ALREADY ON HO3QUOTF - HO3NBCTL NEXT QUOTE '
                    'NUMBER IS BEHIND THE QUOTE FILE'
              ELSE
                 DISPLAY 'HO3QUOTE: HO3QUOTF WRITE FAILED FOR QUOTE '
                    QT-QUOTE-NUMBER ' STATUS=' WS-QUOTE-FILE-STATUS
              END-IF
              MOVE 'Y' TO WS-ABANDON-SWITCH
           ELSE
              MOVE WS-NEXT-QUOTE-NUMBER TO WS-QUOTE-NUMBER
              ADD 1 TO WS-NEXT-QUOTE-NUMBER
              PERFORM VARYING WS-PROPERTY-IDX FROM 1 BY 1
                      UNTIL WS-PROPERTY-IDX > WS-APP-PROPERTY-COUNT
                         OR WS-RUN-ABANDONED
                 PERFORM 2610-WRITE-QUOTE-PROPERTY
              END-PERFORM
           END-IF

           IF NOT WS-RUN-ABANDONED
              PERFORM 2650-RECORD-QUOTE
           END-IF.

       2610-WRITE-QUOTE-PROPERTY.
           INITIALIZE HO3-QUOTE-RECORD
           MOVE WS-QUOTE-NUMBER TO QT-QUOTE-NUMBER
           MOVE WS-PROPERTY-IDX TO QT-RECORD-SEQ
           MOVE WS-AP-PROPERTY-SEQ-NO (WS-PROPERTY-IDX)
              TO QT-PROPERTY-SEQ-NO
           MOVE WS-AP-YEAR-BUILT (WS-PROPERTY-IDX) TO QT-YEAR-BUILT
           MOVE WS-AP-OCCUPANCY-TYPE (WS-PROPERTY-IDX)
              TO QT-OCCUPANCY-TYPE
           MOVE WS-AP-ROOF-TYPE (WS-PROPERTY-IDX) TO QT-ROOF-TYPE
           MOVE WS-AP-PROPERTY-ADDRESS (WS-PROPERTY-IDX)
              TO QT-PROPERTY-ADDRESS
           MOVE WS-AP-PROPERTY-CITY (WS-PROPERTY-IDX)
              TO QT-PROPERTY-CITY
           MOVE WS-AP-PROPERTY-ZIP (WS-PROPERTY-IDX)
              TO QT-PROPERTY-ZIP
           MOVE WS-AP-INSURED-VALUE (WS-PROPERTY-IDX)
              TO QT-PROPERTY-INSURED-VALUE
           MOVE WS-AP-TERRITORY-CODE (WS-PROPERTY-IDX)
              TO QT-TERRITORY-CODE
           MOVE WS-AP-TERRITORY-FACTOR (WS-PROPERTY-IDX)
              TO QT-TERRITORY-FACTOR
           MOVE WS-AP-SURCHARGE (WS-PROPERTY-IDX)
              TO QT-PROPERTY-SURCHARGE
           WRITE HO3-QUOTE-RECORD
           IF NOT WS-QUOTE-FILE-OK
              DISPLAY 'HO3QUOTE: HO3QUOTF WRITE FAILED FOR QUOTE '
                 QT-QUOTE-NUMBER ' PROPERTY ' QT-RECORD-SEQ
                 ' STATUS=' WS-QUOTE-FILE-STATUS
              MOVE 'Y' TO WS-ABANDON-SWITCH
           END-IF.

       2650-RECORD-QUOTE.
           ADD 1 TO WS-QUOTES-ISSUED
           ADD WS-ANNUAL-PREMIUM TO WS-QUOTE-PREMIUM-TOTAL

           PERFORM 2660-SET-UP-LETTER
           MOVE 'Q' TO QL-LETTER-TYPE
           MOVE WS-QUOTE-NUMBER TO QL-QUOTE-NUMBER
           MOVE WS-ANNUAL-PREMIUM TO QL-ANNUAL-PREMIUM
           MOVE WS-BILLED-CHARGES TO QL-BILLED-CHARGES
           MOVE WS-BILLING-PLAN TO QL-BILLING-PLAN
           MOVE WS-INSTALLMENT-COUNT TO QL-INSTALLMENT-COUNT
           ADD WS-FIRST-INSTALLMENT WS-BILLED-CHARGES
              GIVING QL-FIRST-AMOUNT-DUE
           MOVE WS-VALID-THROUGH-DATE TO QL-VALID-THROUGH-DATE
           PERFORM 2690-WRITE-LETTER

           MOVE SPACES TO WS-REGISTER-DETAIL
           MOVE WS-QUOTE-NUMBER TO WS-REG-QUOTE-NUMBER
           MOVE WS-ANNUAL-PREMIUM TO WS-REG-ANNUAL-PREMIUM
           MOVE WS-BILLED-CHARGES TO WS-REG-BILLED-CHARGES
           MOVE WS-BILLING-PLAN TO WS-REG-BILLING-PLAN
           MOVE WS-VALID-THROUGH-DATE TO WS-REG-VALID-THROUGH
           MOVE 'QUOTED' TO WS-REG-RESULT
           PERFORM 2900-WRITE-REGISTER-ENTRY.

      *    The letter fields common to a quote and a decline: the
      *    agency it goes to and the application as submitted.
       2660-SET-UP-LETTER.
           INITIALIZE HO3-QUOTE-LETTER-RECORD
           MOVE WS-APPLICATION-ID TO QL-APPLICATION-ID
           MOVE WS-CURRENT-YYYYMMDD TO QL-LETTER-DATE
           MOVE WS-AH-PRODUCER-CODE TO QL-PRODUCER-CODE
           IF WS-PRODUCER-FOUND
              MOVE PM-AGENCY-NAME TO QL-AGENCY-NAME
              MOVE PM-ADDRESS-LINE TO QL-AGENCY-ADDRESS
              MOVE PM-CITY TO QL-AGENCY-CITY
              MOVE PM-STATE TO QL-AGENCY-STATE
              MOVE PM-ZIP TO QL-AGENCY-ZIP
           END-IF
           MOVE WS-AH-INSURED-NAME TO QL-INSURED-NAME
           MOVE WS-AH-STATE-CODE TO QL-STATE-CODE
           IF WS-DATES-VALID
              MOVE WS-AH-EFFECTIVE-DATE TO QL-EFFECTIVE-DATE
              MOVE WS-AH-EXPIRY-DATE TO QL-EXPIRY-DATE
           END-IF
           IF WS-AMOUNTS-VALID
              MOVE WS-AH-COV-A-DWELLING TO QL-COV-A-DWELLING
              MOVE WS-AH-COV-C-CONTENTS TO QL-COV-C-CONTENTS
              MOVE WS-AH-COV-E-LIABILITY TO QL-COV-E-LIABILITY
              MOVE WS-AH-ALL-PERIL-DEDUCTIBLE
                 TO QL-ALL-PERIL-DEDUCTIBLE
           END-IF
           MOVE WS-AM-MORTGAGEE-NAME TO QL-MORTGAGEE-NAME
           MOVE WS-APP-PROPERTY-COUNT TO QL-PROPERTY-COUNT.

       2690-WRITE-LETTER.
           WRITE HO3-QUOTE-LETTER-RECORD
           IF NOT WS-LETTER-FILE-OK
              DISPLAY 'HO3QUOTE: LETTER WRITE FAILED FOR '
                 'APPLICATION ' WS-APPLICATION-ID ' STATUS='
                 WS-LETTER-FILE-STATUS
              MOVE 8 TO RETURN-CODE
           ELSE
              ADD 1 TO WS-LETTERS-WRITTEN
           END-IF.

      *    The caller sets the severity, field name and reason.
       2700-ADD-EXCEPTION.
           ADD 1 TO WS-EXCEPTION-COUNT
           IF WS-EXC-FATAL
              MOVE 'Y' TO WS-FATAL-SWITCH
           END-IF
           IF WS-APP-EXCEPTION-COUNT < 20
              ADD 1 TO WS-APP-EXCEPTION-COUNT
              MOVE WS-EXC-SEVERITY
                 TO WS-AX-SEVERITY (WS-APP-EXCEPTION-COUNT)
              MOVE WS-EXC-FIELD-NAME
                 TO WS-AX-FIELD-NAME (WS-APP-EXCEPTION-COUNT)
              MOVE WS-EXC-REASON
                 TO WS-AX-REASON (WS-APP-EXCEPTION-COUNT)
           END-IF.

      *    ---------------------------------------------------------
      *    A declined application gets a decline letter carrying
      *    its first five fatal edit reasons; nothing is written to
      *    the quote file and no quote number is used.
      *    ---------------------------------------------------------
       2800-DECLINE-APPLICATION.
           ADD 1 TO WS-APPLICATIONS-DECLINED

           PERFORM 2660-SET-UP-LETTER
           MOVE 'D' TO QL-LETTER-TYPE
           MOVE ZERO TO WS-REASON-COUNT
           PERFORM VARYING WS-APP-EXCEPTION-SUB FROM 1 BY 1
                   UNTIL WS-APP-EXCEPTION-SUB > WS-APP-EXCEPTION-COUNT
              IF WS-AX-FATAL (WS-APP-EXCEPTION-SUB)
                    AND WS-REASON-COUNT < 5
                 ADD 1 TO WS-REASON-COUNT
                 MOVE WS-AX-REASON (WS-APP-EXCEPTION-SUB)
                    TO QL-DECLINE-REASON (WS-REASON-COUNT)
              END-IF
           END-PERFORM
           MOVE WS-REASON-COUNT TO QL-DECLINE-REASON-COUNT
           PERFORM 2690-WRITE-LETTER

           MOVE SPACES TO WS-REGISTER-DETAIL
           MOVE 'DECLINED' TO WS-REG-RESULT
           PERFORM 2900-WRITE-REGISTER-ENTRY.

      *    The caller sets the quote columns (blank on a decline).
       2900-WRITE-REGISTER-ENTRY.
           MOVE WS-APPLICATION-ID TO WS-REG-APPLICATION-ID
           MOVE WS-AH-STATE-CODE TO WS-REG-STATE-CODE
           MOVE WS-AH-PRODUCER-CODE TO WS-REG-PRODUCER-CODE
           MOVE WS-AH-INSURED-NAME TO WS-REG-INSURED-NAME
           MOVE WS-AH-EFFECTIVE-DATE TO WS-REG-EFFECTIVE-DATE
           WRITE QUOTE-REGISTER-LINE FROM WS-REGISTER-DETAIL

           MOVE SPACES TO WS-EXC-APPLICATION-ID
           PERFORM VARYING WS-APP-EXCEPTION-SUB FROM 1 BY 1
                   UNTIL WS-APP-EXCEPTION-SUB > WS-APP-EXCEPTION-COUNT
              MOVE WS-AX-SEVERITY (WS-APP-EXCEPTION-SUB)
                 TO WS-EXC-SEVERITY
              MOVE WS-AX-FIELD-NAME (WS-APP-EXCEPTION-SUB)
                 TO WS-EXC-FIELD-NAME
              MOVE WS-AX-REASON (WS-APP-EXCEPTION-SUB)
                 TO WS-EXC-REASON
              WRITE QUOTE-REGISTER-LINE FROM WS-EXCEPTION-DETAIL
           END-PERFORM.

      *    ---------------------------------------------------------
      *    The control record is advanced past every quote number
      *    used, including on a run stopped part way; the policy
      *    numbering and the bind run's figures go back unchanged.
      *    ---------------------------------------------------------
       3000-CLOSE-QUOTING.
           OPEN OUTPUT NEWBUS-CONTROL-FILE
           MOVE WS-NEXT-QUOTE-NUMBER TO NC-NEXT-QUOTE-NUMBER
           MOVE WS-CONTROL-POLICY-PREFIX TO NC-POLICY-PREFIX
           MOVE WS-CONTROL-POLICY-SEQUENCE TO NC-NEXT-POLICY-SEQUENCE
           MOVE WS-CURRENT-YYYYMMDD TO NC-LAST-QUOTE-DATE
           MOVE WS-QUOTES-ISSUED TO NC-LAST-QUOTE-COUNT
           MOVE WS-CONTROL-LAST-BIND-DATE TO NC-LAST-BIND-DATE
           MOVE WS-CONTROL-LAST-BIND-COUNT TO NC-LAST-BIND-COUNT
           WRITE HO3-NEWBUS-CONTROL-RECORD
           IF NOT WS-CONTROL-FILE-OK
              DISPLAY 'HO3QUOTE: HO3NBCTL WRITE FAILED, STATUS='
                 WS-CONTROL-FILE-STATUS
              MOVE 8 TO RETURN-CODE
           END-IF
           CLOSE NEWBUS-CONTROL-FILE

           MOVE SPACES TO WS-REGISTER-TOTAL-LINE
           MOVE 'APPLICATIONS READ' TO WS-TOT-LABEL
           MOVE WS-APPLICATIONS-READ TO WS-TOT-COUNT
           WRITE QUOTE-REGISTER-LINE FROM WS-REGISTER-TOTAL-LINE
           MOVE 'QUOTES ISSUED' TO WS-TOT-LABEL
           MOVE WS-QUOTES-ISSUED TO WS-TOT-COUNT
           MOVE WS-QUOTE-PREMIUM-TOTAL TO WS-TOT-AMOUNT
           WRITE QUOTE-REGISTER-LINE FROM WS-REGISTER-TOTAL-LINE
           MOVE SPACES TO WS-REGISTER-TOTAL-LINE
           MOVE 'APPLICATIONS DECLINED' TO WS-TOT-LABEL
           MOVE WS-APPLICATIONS-DECLINED TO WS-TOT-COUNT
           WRITE QUOTE-REGISTER-LINE FROM WS-REGISTER-TOTAL-LINE
           MOVE 'RECORDS WITH NO HEADER' TO WS-TOT-LABEL
           MOVE WS-ORPHAN-RECORD-COUNT TO WS-TOT-COUNT
           WRITE QUOTE-REGISTER-LINE FROM WS-REGISTER-TOTAL-LINE
           MOVE 'EDIT EXCEPTIONS' TO WS-TOT-LABEL
           MOVE WS-EXCEPTION-COUNT TO WS-TOT-COUNT
           WRITE QUOTE-REGISTER-LINE FROM WS-REGISTER-TOTAL-LINE
           MOVE 'NEXT QUOTE NUMBER' TO WS-TOT-LABEL
           MOVE WS-NEXT-QUOTE-NUMBER TO WS-TOT-COUNT
           WRITE QUOTE-REGISTER-LINE FROM WS-REGISTER-TOTAL-LINE.

       9000-TERMINATE.
           IF WS-CONTROL-RECORD-READ AND WS-REPORT-FILE-OK
              PERFORM 3000-CLOSE-QUOTING
           END-IF

           IF WS-APPLICATION-FILE-OK OR WS-APPLICATION-FILE-EOF
              CLOSE APPLICATION-FILE
           END-IF
           IF WS-PRODUCER-FILE-OK OR WS-PRODUCER-NOT-FOUND
              CLOSE HO3-PRODUCER-MASTER
           END-IF
           IF WS-QUOTE-FILE-OK OR WS-QUOTE-DUPLICATE
              CLOSE QUOTE-FILE
           END-IF
           IF WS-LETTER-FILE-OK
              CLOSE QUOTE-LETTER-FILE
           END-IF
           IF WS-REPORT-FILE-OK
              CLOSE QUOTE-REGISTER-FILE
           END-IF

           DISPLAY 'HO3QUOTE: APPLICATIONS READ = '
              WS-APPLICATIONS-READ
           DISPLAY 'HO3QUOTE: QUOTES ISSUED = ' WS-QUOTES-ISSUED
           DISPLAY 'HO3QUOTE: APPLICATIONS DECLINED = '
              WS-APPLICATIONS-DECLINED
           DISPLAY 'HO3QUOTE: RECORDS WITH NO HEADER = '
              WS-ORPHAN-RECORD-COUNT
           DISPLAY 'HO3QUOTE: LETTERS WRITTEN = ' WS-LETTERS-WRITTEN
           DISPLAY 'HO3QUOTE: EDIT EXCEPTIONS = ' WS-EXCEPTION-COUNT
           DISPLAY 'HO3QUOTE: NEXT QUOTE NUMBER = '
              WS-NEXT-QUOTE-NUMBER

           IF RC-GATE-PASSED
              PERFORM 8900-WRITE-RUN-END
           END-IF.

      *    ---------------------------------------------------------
      *    Run-ledger start and end, via the shared HO3RUNLG
      *    subprogram: START gate-checks the predecessor on
      *    tonight's HO3RUNCT ledger before this program touches
      *    its files; END records the run's counts and completion
      *    status.
      *    ---------------------------------------------------------
       1900-WRITE-RUN-START.
           MOVE 'START' TO RC-FUNCTION-CODE
           MOVE 'HO3QUOTE' TO RC-PROGRAM-ID
           MOVE 'HO3MAINT' TO RC-PREDECESSOR-ID
           MOVE ZERO TO RC-GENERATION-STAMP
           CALL 'HO3RUNLG' USING HO3-RUN-CONTROL-PARMS
           IF RC-GATE-FAILED
              DISPLAY 'HO3QUOTE: PREDECESSOR HO3MAINT HAS NOT '
                 'COMPLETED CLEAN TONIGHT - RUN REFUSED'
              MOVE 8 TO RETURN-CODE
           END-IF.

       8900-WRITE-RUN-END.
           MOVE 'END  ' TO RC-FUNCTION-CODE
           MOVE WS-APPLICATIONS-READ TO RC-RECORDS-IN
           MOVE WS-QUOTES-ISSUED TO RC-RECORDS-OUT
           MOVE WS-EXCEPTION-COUNT TO RC-EXCEPTION-COUNT
           IF RETURN-CODE = ZERO
              MOVE 'C' TO RC-COMPLETION-STATUS
           ELSE
              MOVE 'E' TO RC-COMPLETION-STATUS
           END-IF
           CALL 'HO3RUNLG' USING HO3-RUN-CONTROL-PARMS
      *    The CALL returns with the subprogram's own (zero)
      *    RETURN-CODE, so a failing run's condition code must be
      *    re-asserted after the end record is written or the job
      *    stream's condition-code checks would see a clean step.
           IF RC-COMPLETED-ERROR
              MOVE 8 TO RETURN-CODE
           END-IF.

           COPY HO3-CODES-LOAD.
