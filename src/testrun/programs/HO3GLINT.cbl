       IDENTIFICATION DIVISION.
       PROGRAM-ID. HO3GLINT.
      *    General ledger journal interface.
      *    Builds the night's general ledger journal batch from the
      *    activity the policy system has already produced, so
      *    accounting no longer rekeys totals off the premium
      *    register, the aging report, the return-premium register
      *    and the commission statement.  The sources are the
      *    HO3-GL-ACTIVITY files written alongside those reports -
      *    HO3PRMGL (HO3PREM: receivable, written premium and state
      *    taxes, fees and assessments per billed policy), HO3PAYGL
      *    (HO3PAYAP: cash received, applied and unapplied per
      *    payment), HO3COMGL (HO3COMM: commission
      *    expense and payable per statement line, present only once
      *    the monthly statement has run) and HO3ENDGL (HO3ENDRS:
      *    endorsement premium) - plus HO3RETPR's HO3REFND refund
      *    disbursement file, each refund being a return premium and
      *    a refund payable.  Endorsement refunds ('E') concatenated
      *    onto HO3REFND for disbursement are passed over here; they
      *    are journalled from HO3ENDGL.
      *
      *    The posting rule table below turns each source program and
      *    activity type into an account, a debit or credit, and the
      *    report the source's totals appear on.  Activity is
      *    summarized by source, account, STATE-CODE segment and
      *    debit/credit into one journal entry each, dated with
      *    tonight's accounting date.  Only activity inside the
      *    posting window is journalled, because most sources restate
      *    the whole book every night:
      *      - nothing dated after the accounting date (a renewal term
      *        not yet in effect) or before the interface's cut-over
      *        date (booked by hand before the interface went live);
      *      - premium, refund and commission activity is journalled
      *        once per policy, term (or cancellation) date and
      *        activity type - the key is recorded on the HO3GLPST
      *        posted-activity file when the batch is released, and a
      *        key already there is held as previously journalled;
      *      - cash and endorsement activity is journalled by run
      *        date: a file whose run date is not after the last
      *        released batch has already been journalled.
      *    Everything read is accounted for as held or posted on the
      *    journal summary, by source and activity type, against the
      *    total on the source's own report.
      *
      *    The batch is released only when it balances - total debits
      *    equal total credits - and every activity record found a
      *    posting rule.  A released batch is copied from the
      *    HO3GLWRK work file to the HO3GLJNL journal with a trailer
      *    record, the new keys are added to HO3GLPST and the
      *    HO3GLCTL control record is advanced; an unreleased batch
      *    leaves HO3GLJNL empty, nothing recorded as journalled, and
      *    ends the run with a non-zero condition code.  Premium,
      *    refund and commission activity is restated by its source
      *    every night and so is journalled by the next released
      *    batch in any case, but the cash and endorsement files hold
      *    only their own night's activity and are rewritten by the
      *    next HO3PAYAP and HO3ENDRS runs: an unreleased batch must
      *    be corrected and this program rerun the same night, before
      *    those programs run again, or that night's cash and
      *    endorsement activity has to be journalled by hand.  The
      *    run is gated on HO3ENDRS, which follows HO3PAYAP, which in
      *    turn follows HO3RETPR, so HO3REFND is always tonight's
      *    file by the time it is read here.  The
      *    HO3GLCTL control record is created on the first run with
      *    the accounting date as the cut-over date.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PREMIUM-ACTIVITY-FILE ASSIGN TO "HO3PRMGL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PREMIUM-FILE-STATUS.

           SELECT CASH-ACTIVITY-FILE ASSIGN TO "HO3PAYGL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CASH-FILE-STATUS.

           SELECT OPTIONAL COMMISSION-ACTIVITY-FILE
               ASSIGN TO "HO3COMGL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-COMMISSION-FILE-STATUS.

           SELECT ENDORSEMENT-ACTIVITY-FILE ASSIGN TO "HO3ENDGL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ENDORSEMENT-FILE-STATUS.

           SELECT REFUND-DISBURSEMENT-FILE ASSIGN TO "HO3REFND"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REFUND-FILE-STATUS.

           SELECT OPTIONAL GL-CONTROL-FILE ASSIGN TO "HO3GLCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CONTROL-FILE-STATUS.

           SELECT GL-POSTED-FILE ASSIGN TO "HO3GLPST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GP-KEY
               FILE STATUS IS WS-POSTED-FILE-STATUS.

           SELECT POSTED-KEY-WORK-FILE ASSIGN TO "HO3GLPWK"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-KEY-WORK-STATUS.

           SELECT GL-SORT-FILE ASSIGN TO "HO3GLST".

           SELECT JOURNAL-WORK-FILE ASSIGN TO "HO3GLWRK"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-WORK-STATUS.

           SELECT GL-JOURNAL-FILE ASSIGN TO "HO3GLJNL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-FILE-STATUS.

           SELECT JOURNAL-SUMMARY-FILE ASSIGN TO "HO3GLSRP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUMMARY-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PREMIUM-ACTIVITY-FILE.
       01  PREMIUM-ACTIVITY-RECORD    PIC X(44).

       FD  CASH-ACTIVITY-FILE.
       01  CASH-ACTIVITY-RECORD       PIC X(44).

       FD  COMMISSION-ACTIVITY-FILE.
       01  COMMISSION-ACTIVITY-RECORD PIC X(44).

       FD  ENDORSEMENT-ACTIVITY-FILE.
       01  ENDORSEMENT-ACTIVITY-RECORD PIC X(44).

      *    Same layout HO3RETPR writes to HO3REFND.
       FD  REFUND-DISBURSEMENT-FILE.
       01  HO3-REFUND-RECORD.
           05 RF-POLICY-NUMBER        PIC X(10).
           05 RF-INSURED-NAME         PIC X(30).
           05 RF-STATE-CODE           PIC X(2).
           05 RF-CANCEL-REASON-CODE   PIC X(1).
              88 RF-ENDORSEMENT-REFUND VALUE 'E'.
           05 RF-CANCEL-EFFECTIVE-DATE PIC 9(8).
           05 RF-REFUND-METHOD        PIC X(1).
              88 RF-METHOD-PRO-RATA   VALUE 'P'.
              88 RF-METHOD-SHORT-RATE VALUE 'S'.
           05 RF-ANNUAL-PREMIUM       PIC 9(7)V99 COMP-3.
           05 RF-REFUND-AMOUNT        PIC 9(7)V99 COMP-3.
           05 RF-RUN-DATE             PIC 9(8).
           05 RF-CHARGE-REFUND-AMOUNT PIC 9(7)V99 COMP-3.

      *    One record: the cut-over date the interface started
      *    journalling from, and the last batch released.
       FD  GL-CONTROL-FILE.
       01  HO3-GL-CONTROL-RECORD.
           05 GC-CUTOVER-DATE         PIC 9(8).
           05 GC-LAST-RELEASE-DATE    PIC 9(8).
           05 GC-LAST-ENTRY-COUNT     PIC 9(7).
           05 GC-LAST-DEBIT-TOTAL     PIC 9(11)V99 COMP-3.

      *    Premium, refund and commission activity already
      *    journalled, one record per policy, basis date and
      *    activity type.
       FD  GL-POSTED-FILE.
       01  HO3-GL-POSTED-RECORD.
           05 GP-KEY.
              10 GP-SOURCE-PROGRAM    PIC X(8).
              10 GP-POLICY-NUMBER     PIC X(10).
              10 GP-BASIS-DATE        PIC 9(8).
              10 GP-ACTIVITY-TYPE     PIC X(2).
           05 GP-AMOUNT               PIC 9(9)V99 COMP-3.
           05 GP-ACCOUNTING-DATE      PIC 9(8).

       FD  POSTED-KEY-WORK-FILE.
       01  POSTED-KEY-WORK-RECORD     PIC X(42).

       SD  GL-SORT-FILE.
       01  GL-SORT-RECORD.
           05 GS-SOURCE-PROGRAM       PIC X(8).
           05 GS-ACCOUNT              PIC X(6).
           05 GS-STATE-CODE           PIC X(2).
           05 GS-DEBIT-CREDIT         PIC X(1).
           05 GS-DESCRIPTION          PIC X(20).
           05 GS-AMOUNT               PIC 9(9)V99 COMP-3.

       FD  JOURNAL-WORK-FILE.
       01  JOURNAL-WORK-RECORD        PIC X(53).

       FD  GL-JOURNAL-FILE.
       01  GL-JOURNAL-RECORD          PIC X(53).

       FD  JOURNAL-SUMMARY-FILE.
       01  JOURNAL-SUMMARY-LINE       PIC X(100).

       WORKING-STORAGE SECTION.
           COPY HO3-GL-ACTIVITY.

      *    Journal entry as handed to the general ledger: detail
      *    records, then one trailer carrying the batch controls.
       01  WS-JOURNAL-ENTRY.
           05 GJ-RECORD-TYPE          PIC X(1).
              88 GJ-DETAIL            VALUE 'D'.
              88 GJ-TRAILER           VALUE 'T'.
           05 GJ-DETAIL-DATA.
              10 GJ-ACCOUNTING-DATE   PIC 9(8).
              10 GJ-ACCOUNT           PIC X(6).
              10 GJ-STATE-CODE        PIC X(2).
              10 GJ-DEBIT-CREDIT      PIC X(1).
                 88 GJ-DEBIT          VALUE 'D'.
                 88 GJ-CREDIT         VALUE 'C'.
              10 GJ-SOURCE-PROGRAM    PIC X(8).
              10 GJ-AMOUNT            PIC 9(11)V99 COMP-3.
              10 GJ-DESCRIPTION       PIC X(20).
           05 GJ-TRAILER-DATA REDEFINES GJ-DETAIL-DATA.
              10 GJ-TRL-ACCOUNTING-DATE PIC 9(8).
              10 GJ-TRL-ENTRY-COUNT   PIC 9(7).
              10 GJ-TRL-DEBIT-TOTAL   PIC 9(11)V99 COMP-3.
              10 GJ-TRL-CREDIT-TOTAL  PIC 9(11)V99 COMP-3.
              10 FILLER               PIC X(23).

       01  WS-PREMIUM-FILE-STATUS     PIC X(2).
           88 WS-PREMIUM-FILE-OK      VALUE '00'.
           88 WS-PREMIUM-FILE-EOF     VALUE '10'.

       01  WS-CASH-FILE-STATUS        PIC X(2).
           88 WS-CASH-FILE-OK         VALUE '00'.
           88 WS-CASH-FILE-EOF        VALUE '10'.

       01  WS-COMMISSION-FILE-STATUS  PIC X(2).
           88 WS-COMMISSION-FILE-OK   VALUE '00' '05'.
           88 WS-COMMISSION-FILE-EOF  VALUE '10'.

       01  WS-ENDORSEMENT-FILE-STATUS PIC X(2).
           88 WS-ENDORSEMENT-FILE-OK  VALUE '00'.
           88 WS-ENDORSEMENT-FILE-EOF VALUE '10'.

       01  WS-REFUND-FILE-STATUS      PIC X(2).
           88 WS-REFUND-FILE-OK       VALUE '00'.
           88 WS-REFUND-FILE-EOF      VALUE '10'.

       01  WS-CONTROL-FILE-STATUS     PIC X(2).
           88 WS-CONTROL-FILE-OK      VALUE '00' '05'.

       01  WS-POSTED-FILE-STATUS      PIC X(2).
           88 WS-POSTED-FILE-OK       VALUE '00'.
           88 WS-POSTED-DUPLICATE     VALUE '22'.
           88 WS-POSTED-NOT-FOUND     VALUE '23'.

       01  WS-KEY-WORK-STATUS         PIC X(2).
           88 WS-KEY-WORK-OK          VALUE '00'.
           88 WS-KEY-WORK-EOF         VALUE '10'.

       01  WS-JOURNAL-WORK-STATUS     PIC X(2).
           88 WS-JOURNAL-WORK-OK      VALUE '00'.
           88 WS-JOURNAL-WORK-EOF     VALUE '10'.

       01  WS-JOURNAL-FILE-STATUS     PIC X(2).
           88 WS-JOURNAL-FILE-OK      VALUE '00'.

       01  WS-SUMMARY-FILE-STATUS     PIC X(2).
           88 WS-SUMMARY-FILE-OK      VALUE '00'.

       01  WS-ABANDON-SWITCH          PIC X(1) VALUE 'N'.
           88 WS-RUN-ABANDONED        VALUE 'Y'.

       01  WS-ACTIVITY-EOF-SWITCH     PIC X(1).
           88 WS-ACTIVITY-EOF         VALUE 'Y'.

       01  WS-SORT-EOF-SWITCH         PIC X(1) VALUE 'N'.
           88 WS-SORT-END-OF-FILE     VALUE 'Y'.

       01  WS-COPY-EOF-SWITCH         PIC X(1).
           88 WS-COPY-EOF             VALUE 'Y'.

       01  WS-FIRST-ENTRY-SWITCH      PIC X(1) VALUE 'Y'.
           88 WS-FIRST-ENTRY          VALUE 'Y'.

       01  WS-WINDOW-SWITCH           PIC X(1).
           88 WS-ACTIVITY-TO-POST     VALUE 'P'.
           88 WS-ACTIVITY-HELD        VALUE 'H'.

       01  WS-RELEASE-SWITCH          PIC X(1) VALUE 'N'.
           88 WS-BATCH-RELEASED       VALUE 'Y'.

       01  WS-JOURNAL-WRITE-SWITCH    PIC X(1) VALUE 'N'.
           88 WS-JOURNAL-WRITE-FAILED VALUE 'Y'.

       01  WS-CURRENT-DATE.
           05 WS-CURRENT-YYYYMMDD     PIC 9(8).
           05 FILLER                  PIC X(14).

       01  WS-ACCOUNTING-DATE         PIC 9(8).
       01  WS-CUTOVER-DATE            PIC 9(8) VALUE ZERO.
       01  WS-LAST-RELEASE-DATE       PIC 9(8) VALUE ZERO.

      *    Posting rules, keyed by source program and activity type:
      *    debit or credit, general ledger account, the window the
      *    source is journalled under ('S' once per policy and basis
      *    date off HO3GLPST, 'E' once per run date), the source
      *    report its totals tie to, and the account description.
       01  GL-POSTING-RULE-DATA.
           05 FILLER                  PIC X(8)  VALUE 'HO3PREM '.
           05 FILLER                  PIC X(2)  VALUE 'PR'.
           05 FILLER                  PIC X(1)  VALUE 'D'.
           05 FILLER                  PIC X(6)  VALUE '112000'.
           05 FILLER                  PIC X(1)  VALUE 'S'.
           05 FILLER                  PIC X(8)  VALUE 'HO3PRMRP'.
           05 FILLER                  PIC X(20)
                 VALUE 'PREMIUMS RECEIVABLE'.
           05 FILLER                  PIC X(8)  VALUE 'HO3PREM '.
           05 FILLER                  PIC X(2)  VALUE 'LR'.
           05 FILLER                  PIC X(1)  VALUE 'D'.
           05 FILLER                  PIC X(6)  VALUE '112500'.
           05 FILLER                  PIC X(1)  VALUE 'S'.
           05 FILLER                  PIC X(8)  VALUE 'HO3PRMRP'.
           05 FILLER                  PIC X(20)
                 VALUE 'LENDER RECEIVABLE'.
           05 FILLER                  PIC X(8)  VALUE 'HO3PREM '.
           05 FILLER                  PIC X(2)  VALUE 'WP'.
           05 FILLER                  PIC X(1)  VALUE 'C'.
           05 FILLER                  PIC X(6)  VALUE '410000'.
           05 FILLER                  PIC X(1)  VALUE 'S'.
           05 FILLER                  PIC X(8)  VALUE 'HO3PRMRP'.
           05 FILLER                  PIC X(20)
                 VALUE 'WRITTEN PREMIUM'.
           05 FILLER                  PIC X(8)  VALUE 'HO3PREM '.
           05 FILLER                  PIC X(2)  VALUE 'TF'.
           05 FILLER                  PIC X(1)  VALUE 'C'.
           05 FILLER                  PIC X(6)  VALUE '235000'.
           05 FILLER                  PIC X(1)  VALUE 'S'.
           05 FILLER                  PIC X(8)  VALUE 'HO3PRMRP'.
           05 FILLER                  PIC X(20)
                 VALUE 'TAXES AND FEES PAYBL'.
           05 FILLER                  PIC X(8)  VALUE 'HO3PREM '.
           05 FILLER                  PIC X(2)  VALUE 'TE'.
           05 FILLER                  PIC X(1)  VALUE 'D'.
           05 FILLER                  PIC X(6)  VALUE '530000'.
           05 FILLER                  PIC X(1)  VALUE 'S'.
           05 FILLER                  PIC X(8)  VALUE 'HO3PRMRP'.
           05 FILLER                  PIC X(20)
                 VALUE 'PREMIUM TAX EXPENSE'.
           05 FILLER                  PIC X(8)  VALUE 'HO3PREM '.
           05 FILLER                  PIC X(2)  VALUE 'TA'.
           05 FILLER                  PIC X(1)  VALUE 'C'.
           05 FILLER                  PIC X(6)  VALUE '235000'.
           05 FILLER                  PIC X(1)  VALUE 'S'.
           05 FILLER                  PIC X(8)  VALUE 'HO3PRMRP'.
           05 FILLER                  PIC X(20)
                 VALUE 'TAXES AND FEES PAYBL'.
           05 FILLER                  PIC X(8)  VALUE 'HO3PAYAP'.
           05 FILLER                  PIC X(2)  VALUE 'CR'.
           05 FILLER                  PIC X(1)  VALUE 'D'.
           05 FILLER                  PIC X(6)  VALUE '101000'.
           05 FILLER                  PIC X(1)  VALUE 'E'.
           05 FILLER                  PIC X(8)  VALUE 'HO3AGERP'.
           05 FILLER                  PIC X(20)
                 VALUE 'CASH - LOCKBOX'.
           05 FILLER                  PIC X(8)  VALUE 'HO3PAYAP'.
           05 FILLER                  PIC X(2)  VALUE 'CA'.
           05 FILLER                  PIC X(1)  VALUE 'C'.
           05 FILLER                  PIC X(6)  VALUE '112000'.
           05 FILLER                  PIC X(1)  VALUE 'E'.
           05 FILLER                  PIC X(8)  VALUE 'HO3AGERP'.
           05 FILLER                  PIC X(20)
                 VALUE 'PREMIUMS RECEIVABLE'.
           05 FILLER                  PIC X(8)  VALUE 'HO3PAYAP'.
           05 FILLER                  PIC X(2)  VALUE 'CU'.
           05 FILLER                  PIC X(1)  VALUE 'C'.
           05 FILLER                  PIC X(6)  VALUE '231000'.
           05 FILLER                  PIC X(1)  VALUE 'E'.
           05 FILLER                  PIC X(8)  VALUE 'HO3AGERP'.
           05 FILLER                  PIC X(20)
                 VALUE 'UNAPPLIED CASH'.
           05 FILLER                  PIC X(8)  VALUE 'HO3RETPR'.
           05 FILLER                  PIC X(2)  VALUE 'RP'.
           05 FILLER                  PIC X(1)  VALUE 'D'.
           05 FILLER                  PIC X(6)  VALUE '415000'.
           05 FILLER                  PIC X(1)  VALUE 'S'.
           05 FILLER                  PIC X(8)  VALUE 'HO3RPRRP'.
           05 FILLER                  PIC X(20)
                 VALUE 'RETURN PREMIUM'.
           05 FILLER                  PIC X(8)  VALUE 'HO3RETPR'.
           05 FILLER                  PIC X(2)  VALUE 'RF'.
           05 FILLER                  PIC X(1)  VALUE 'C'.
           05 FILLER                  PIC X(6)  VALUE '221000'.
           05 FILLER                  PIC X(1)  VALUE 'S'.
           05 FILLER                  PIC X(8)  VALUE 'HO3RPRRP'.
           05 FILLER                  PIC X(20)
                 VALUE 'REFUNDS PAYABLE'.
           05 FILLER                  PIC X(8)  VALUE 'HO3RETPR'.
           05 FILLER                  PIC X(2)  VALUE 'TR'.
           05 FILLER                  PIC X(1)  VALUE 'D'.
           05 FILLER                  PIC X(6)  VALUE '235000'.
           05 FILLER                  PIC X(1)  VALUE 'S'.
           05 FILLER                  PIC X(8)  VALUE 'HO3RPRRP'.
           05 FILLER                  PIC X(20)
                 VALUE 'TAXES AND FEES PAYBL'.
           05 FILLER                  PIC X(8)  VALUE 'HO3COMM '.
           05 FILLER                  PIC X(2)  VALUE 'CE'.
           05 FILLER                  PIC X(1)  VALUE 'D'.
           05 FILLER                  PIC X(6)  VALUE '510000'.
           05 FILLER                  PIC X(1)  VALUE 'S'.
           05 FILLER                  PIC X(8)  VALUE 'HO3COMRP'.
           05 FILLER                  PIC X(20)
                 VALUE 'COMMISSION EXPENSE'.
           05 FILLER                  PIC X(8)  VALUE 'HO3COMM '.
           05 FILLER                  PIC X(2)  VALUE 'CP'.
           05 FILLER                  PIC X(1)  VALUE 'C'.
           05 FILLER                  PIC X(6)  VALUE '225000'.
           05 FILLER                  PIC X(1)  VALUE 'S'.
           05 FILLER                  PIC X(8)  VALUE 'HO3COMRP'.
           05 FILLER                  PIC X(20)
                 VALUE 'COMMISSIONS PAYABLE'.
           05 FILLER                  PIC X(8)  VALUE 'HO3ENDRS'.
           05 FILLER                  PIC X(2)  VALUE 'PR'.
           05 FILLER                  PIC X(1)  VALUE 'D'.
           05 FILLER                  PIC X(6)  VALUE '112000'.
           05 FILLER                  PIC X(1)  VALUE 'E'.
           05 FILLER                  PIC X(8)  VALUE 'HO3ENDRP'.
           05 FILLER                  PIC X(20)
                 VALUE 'PREMIUMS RECEIVABLE'.
           05 FILLER                  PIC X(8)  VALUE 'HO3ENDRS'.
           05 FILLER                  PIC X(2)  VALUE 'WP'.
           05 FILLER                  PIC X(1)  VALUE 'C'.
           05 FILLER                  PIC X(6)  VALUE '410000'.
           05 FILLER                  PIC X(1)  VALUE 'E'.
           05 FILLER                  PIC X(8)  VALUE 'HO3ENDRP'.
           05 FILLER                  PIC X(20)
                 VALUE 'WRITTEN PREMIUM'.
           05 FILLER                  PIC X(8)  VALUE 'HO3ENDRS'.
           05 FILLER                  PIC X(2)  VALUE 'RP'.
           05 FILLER                  PIC X(1)  VALUE 'D'.
           05 FILLER                  PIC X(6)  VALUE '415000'.
           05 FILLER                  PIC X(1)  VALUE 'E'.
           05 FILLER                  PIC X(8)  VALUE 'HO3ENDRP'.
           05 FILLER                  PIC X(20)
                 VALUE 'RETURN PREMIUM'.
           05 FILLER                  PIC X(8)  VALUE 'HO3ENDRS'.
           05 FILLER                  PIC X(2)  VALUE 'RC'.
           05 FILLER                  PIC X(1)  VALUE 'C'.
           05 FILLER                  PIC X(6)  VALUE '112000'.
           05 FILLER                  PIC X(1)  VALUE 'E'.
           05 FILLER                  PIC X(8)  VALUE 'HO3ENDRP'.
           05 FILLER                  PIC X(20)
                 VALUE 'PREMIUMS RECEIVABLE'.
           05 FILLER                  PIC X(8)  VALUE 'HO3ENDRS'.
           05 FILLER                  PIC X(2)  VALUE 'RF'.
           05 FILLER                  PIC X(1)  VALUE 'C'.
           05 FILLER                  PIC X(6)  VALUE '221000'.
           05 FILLER                  PIC X(1)  VALUE 'E'.
           05 FILLER                  PIC X(8)  VALUE 'HO3ENDRP'.
           05 FILLER                  PIC X(20)
                 VALUE 'REFUNDS PAYABLE'.
       01  GL-POSTING-RULE-TABLE REDEFINES GL-POSTING-RULE-DATA.
           05 GL-POSTING-RULE-ENTRY OCCURS 19 TIMES
                 INDEXED BY GL-RULE-IDX.
              10 GL-RULE-SOURCE-PROGRAM PIC X(8).
              10 GL-RULE-ACTIVITY-TYPE PIC X(2).
              10 GL-RULE-DEBIT-CREDIT PIC X(1).
              10 GL-RULE-ACCOUNT      PIC X(6).
              10 GL-RULE-WINDOW       PIC X(1).
                 88 GL-RULE-ONCE-PER-POLICY VALUE 'S'.
                 88 GL-RULE-ONCE-PER-RUN    VALUE 'E'.
              10 GL-RULE-REPORT       PIC X(8).
              10 GL-RULE-DESCRIPTION  PIC X(20).

      *    Tie-out accumulators, one per posting rule.
       01  WS-RULE-COUNT              PIC S9(4) COMP VALUE 19.
       01  WS-RULE-SUB                PIC S9(4) COMP.
       01  WS-RULE-TOTALS-TABLE.
           05 WS-RULE-TOTALS OCCURS 19 TIMES.
              10 WS-RLT-READ-COUNT    PIC 9(7) COMP-3 VALUE ZERO.
              10 WS-RLT-READ-AMOUNT   PIC 9(11)V99 COMP-3 VALUE ZERO.
              10 WS-RLT-HELD-AMOUNT   PIC 9(11)V99 COMP-3 VALUE ZERO.
              10 WS-RLT-POSTED-AMOUNT PIC 9(11)V99 COMP-3 VALUE ZERO.

       01  WS-ACTIVITY-READ           PIC 9(9) VALUE ZERO.
       01  WS-ACTIVITY-POSTED         PIC 9(9) VALUE ZERO.
       01  WS-HELD-FUTURE-COUNT       PIC 9(9) VALUE ZERO.
       01  WS-HELD-CUTOVER-COUNT      PIC 9(9) VALUE ZERO.
       01  WS-HELD-JOURNALLED-COUNT   PIC 9(9) VALUE ZERO.
       01  WS-HELD-RELEASED-COUNT     PIC 9(9) VALUE ZERO.
       01  WS-ENDORSEMENT-REFUNDS     PIC 9(9) VALUE ZERO.
       01  WS-ACTIVITY-ERRORS         PIC 9(9) VALUE ZERO.
       01  WS-ENTRY-COUNT             PIC 9(7) VALUE ZERO.
       01  WS-KEYS-RECORDED           PIC 9(9) VALUE ZERO.
       01  WS-KEY-WRITE-ERRORS        PIC 9(9) VALUE ZERO.

       01  WS-DEBIT-TOTAL             PIC 9(11)V99 COMP-3 VALUE ZERO.
       01  WS-CREDIT-TOTAL            PIC 9(11)V99 COMP-3 VALUE ZERO.
       01  WS-ENTRY-AMOUNT            PIC 9(11)V99 COMP-3.
       01  WS-BATCH-STATUS            PIC X(40) VALUE SPACES.

      *    Control break fields for summarizing the sorted activity.
       01  WS-PRIOR-ENTRY-KEY.
           05 WS-PRIOR-SOURCE-PROGRAM PIC X(8).
           05 WS-PRIOR-ACCOUNT        PIC X(6).
           05 WS-PRIOR-STATE-CODE     PIC X(2).
           05 WS-PRIOR-DEBIT-CREDIT   PIC X(1).
       01  WS-PRIOR-DESCRIPTION       PIC X(20).

       01  WS-SUMMARY-TITLE.
           05 FILLER                  PIC X(49) VALUE
              'GENERAL LEDGER JOURNAL SUMMARY - ACCOUNTING DATE '.
           05 WS-TTL-ACCOUNTING-DATE  PIC 9(8).

       01  WS-ENTRY-HEADING.
           05 FILLER                  PIC X(8)  VALUE 'SOURCE'.
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 FILLER                  PIC X(7)  VALUE 'ACCOUNT'.
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 FILLER                  PIC X(20) VALUE 'DESCRIPTION'.
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 FILLER                  PIC X(2)  VALUE 'ST'.
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 FILLER                  PIC X(17)
                 VALUE '           DEBIT'.
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 FILLER                  PIC X(17)
                 VALUE '          CREDIT'.

       01  WS-ENTRY-LINE                 VALUE SPACES.
           05 WS-ENT-SOURCE-PROGRAM   PIC X(8).
           05 FILLER                  PIC X(2).
           05 WS-ENT-ACCOUNT          PIC X(6).
           05 FILLER                  PIC X(3).
           05 WS-ENT-DESCRIPTION      PIC X(20).
           05 FILLER                  PIC X(2).
           05 WS-ENT-STATE-CODE       PIC X(2).
           05 FILLER                  PIC X(2).
           05 WS-ENT-DEBIT            PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                  PIC X(2).
           05 WS-ENT-CREDIT           PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       01  WS-TIE-OUT-TITLE           PIC X(40) VALUE
              'SOURCE REPORT TIE-OUT'.

       01  WS-TIE-OUT-HEADING.
           05 FILLER                  PIC X(8)  VALUE 'SOURCE'.
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 FILLER                  PIC X(8)  VALUE 'REPORT'.
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 FILLER                  PIC X(2)  VALUE 'TY'.
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 FILLER                  PIC X(7)  VALUE '  COUNT'.
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 FILLER                  PIC X(17)
                 VALUE '    REPORT TOTAL'.
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 FILLER                  PIC X(17)
                 VALUE '            HELD'.
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 FILLER                  PIC X(17)
                 VALUE '          POSTED'.

       01  WS-TIE-OUT-LINE               VALUE SPACES.
           05 WS-TIE-SOURCE-PROGRAM   PIC X(8).
           05 FILLER                  PIC X(2).
           05 WS-TIE-REPORT           PIC X(8).
           05 FILLER                  PIC X(2).
           05 WS-TIE-ACTIVITY-TYPE    PIC X(2).
           05 FILLER                  PIC X(2).
           05 WS-TIE-COUNT            PIC ZZZ,ZZ9.
           05 FILLER                  PIC X(2).
           05 WS-TIE-READ-AMOUNT      PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                  PIC X(2).
           05 WS-TIE-HELD-AMOUNT      PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                  PIC X(2).
           05 WS-TIE-POSTED-AMOUNT    PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       01  WS-CONTROL-LINE               VALUE SPACES.
           05 WS-CTL-LABEL            PIC X(24).
           05 WS-CTL-AMOUNT           PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       01  WS-COUNT-LINE                 VALUE SPACES.
           05 WS-CNT-LABEL            PIC X(24).
           05 FILLER                  PIC X(7).
           05 WS-CNT-COUNT            PIC Z,ZZZ,ZZ9.

       01  WS-STATUS-LINE                VALUE SPACES.
           05 FILLER                  PIC X(14) VALUE 'BATCH STATUS: '.
           05 WS-STL-STATUS           PIC X(40).

           COPY HO3-RUN-CONTROL.

       PROCEDURE DIVISION.

       0000-MAIN-LOGIC.
           PERFORM 1000-INITIALIZE
           IF RC-GATE-PASSED AND NOT WS-RUN-ABANDONED
              SORT GL-SORT-FILE
                  ON ASCENDING KEY GS-SOURCE-PROGRAM
                                   GS-ACCOUNT
                                   GS-STATE-CODE
                                   GS-DEBIT-CREDIT
                  INPUT PROCEDURE IS 3000-SELECT-ACTIVITY
                  OUTPUT PROCEDURE IS 4000-SUMMARIZE-ENTRIES
              PERFORM 5000-RELEASE-BATCH
              PERFORM 6000-WRITE-SUMMARY-TOTALS
           ELSE
              PERFORM 5050-EMPTY-JOURNAL
           END-IF
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1900-WRITE-RUN-START
           IF RC-GATE-FAILED
              MOVE 'Y' TO WS-ABANDON-SWITCH
           ELSE
              PERFORM 1010-INITIALIZE-RUN
           END-IF.

       1010-INITIALIZE-RUN.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE WS-CURRENT-YYYYMMDD TO WS-ACCOUNTING-DATE
           PERFORM 1100-READ-CONTROL-RECORD

           OPEN INPUT PREMIUM-ACTIVITY-FILE
           IF NOT WS-PREMIUM-FILE-OK
              DISPLAY 'HO3GLINT: UNABLE TO OPEN HO3PRMGL, STATUS='
                 WS-PREMIUM-FILE-STATUS
              MOVE 'Y' TO WS-ABANDON-SWITCH
           END-IF

           OPEN INPUT CASH-ACTIVITY-FILE
           IF NOT WS-CASH-FILE-OK
              DISPLAY 'HO3GLINT: UNABLE TO OPEN HO3PAYGL, STATUS='
                 WS-CASH-FILE-STATUS
              MOVE 'Y' TO WS-ABANDON-SWITCH
           END-IF

           OPEN INPUT COMMISSION-ACTIVITY-FILE
           IF NOT WS-COMMISSION-FILE-OK
              DISPLAY 'HO3GLINT: UNABLE TO OPEN HO3COMGL, STATUS='
                 WS-COMMISSION-FILE-STATUS
              MOVE 'Y' TO WS-ABANDON-SWITCH
           END-IF

           OPEN INPUT ENDORSEMENT-ACTIVITY-FILE
           IF NOT WS-ENDORSEMENT-FILE-OK
              DISPLAY 'HO3GLINT: UNABLE TO OPEN HO3ENDGL, STATUS='
                 WS-ENDORSEMENT-FILE-STATUS
              MOVE 'Y' TO WS-ABANDON-SWITCH
           END-IF

           OPEN INPUT REFUND-DISBURSEMENT-FILE
           IF NOT WS-REFUND-FILE-OK
              DISPLAY 'HO3GLINT: UNABLE TO OPEN HO3REFND, STATUS='
                 WS-REFUND-FILE-STATUS
              MOVE 'Y' TO WS-ABANDON-SWITCH
           END-IF

           OPEN I-O GL-POSTED-FILE
      *    File status 35 on the very first run: the posted-activity
      *    file does not exist yet and is created empty.
           IF NOT WS-POSTED-FILE-OK
              OPEN OUTPUT GL-POSTED-FILE
              IF WS-POSTED-FILE-OK
                 CLOSE GL-POSTED-FILE
                 OPEN I-O GL-POSTED-FILE
              END-IF
           END-IF
           IF NOT WS-POSTED-FILE-OK
              DISPLAY 'HO3GLINT: UNABLE TO OPEN HO3GLPST, STATUS='
                 WS-POSTED-FILE-STATUS
              MOVE 'Y' TO WS-ABANDON-SWITCH
           END-IF

           OPEN OUTPUT POSTED-KEY-WORK-FILE
           IF NOT WS-KEY-WORK-OK
              DISPLAY 'HO3GLINT: UNABLE TO OPEN HO3GLPWK, STATUS='
                 WS-KEY-WORK-STATUS
              MOVE 'Y' TO WS-ABANDON-SWITCH
           END-IF

           OPEN OUTPUT JOURNAL-WORK-FILE
           IF NOT WS-JOURNAL-WORK-OK
              DISPLAY 'HO3GLINT: UNABLE TO OPEN HO3GLWRK, STATUS='
                 WS-JOURNAL-WORK-STATUS
              MOVE 'Y' TO WS-ABANDON-SWITCH
           END-IF

           OPEN OUTPUT JOURNAL-SUMMARY-FILE
           IF NOT WS-SUMMARY-FILE-OK
              DISPLAY 'HO3GLINT: UNABLE TO OPEN HO3GLSRP, STATUS='
                 WS-SUMMARY-FILE-STATUS
              MOVE 'Y' TO WS-ABANDON-SWITCH
           END-IF

           IF WS-RUN-ABANDONED
              DISPLAY 'HO3GLINT: SOURCE OR WORK FILE UNAVAILABLE - '
                 'NO BATCH BUILT'
              MOVE 8 TO RETURN-CODE
           ELSE
              MOVE WS-ACCOUNTING-DATE TO WS-TTL-ACCOUNTING-DATE
              WRITE JOURNAL-SUMMARY-LINE FROM WS-SUMMARY-TITLE
              WRITE JOURNAL-SUMMARY-LINE FROM WS-ENTRY-HEADING
           END-IF.

      *    ---------------------------------------------------------
      *    The HO3GLCTL control record carries the cut-over date and
      *    the last released batch.  On the very first run there is
      *    no record yet: the cut-over is tonight's accounting date
      *    and nothing has been released.
      *    ---------------------------------------------------------
       1100-READ-CONTROL-RECORD.
           OPEN INPUT GL-CONTROL-FILE
           IF NOT WS-CONTROL-FILE-OK
              DISPLAY 'HO3GLINT: UNABLE TO OPEN HO3GLCTL, STATUS='
                 WS-CONTROL-FILE-STATUS
              MOVE 'Y' TO WS-ABANDON-SWITCH
           ELSE
              READ GL-CONTROL-FILE
                  AT END
                     MOVE WS-ACCOUNTING-DATE TO WS-CUTOVER-DATE
                     MOVE ZERO TO WS-LAST-RELEASE-DATE
                     DISPLAY 'HO3GLINT: NO CONTROL RECORD - CUT-OVER '
                        'DATE SET TO ' WS-CUTOVER-DATE
                  NOT AT END
                     MOVE GC-CUTOVER-DATE TO WS-CUTOVER-DATE
                     MOVE GC-LAST-RELEASE-DATE TO WS-LAST-RELEASE-DATE
              END-READ
              CLOSE GL-CONTROL-FILE
           END-IF.

      *    ---------------------------------------------------------
      *    SORT input procedure - every source is read in turn, each
      *    record matched to its posting rule and either released
      *    for journalling or held outside the posting window.
      *    ---------------------------------------------------------
       3000-SELECT-ACTIVITY.
           MOVE 'N' TO WS-ACTIVITY-EOF-SWITCH
           PERFORM 3100-TAKE-PREMIUM-ACTIVITY UNTIL WS-ACTIVITY-EOF
           MOVE 'N' TO WS-ACTIVITY-EOF-SWITCH
           PERFORM 3150-TAKE-CASH-ACTIVITY UNTIL WS-ACTIVITY-EOF
           MOVE 'N' TO WS-ACTIVITY-EOF-SWITCH
           PERFORM 3200-TAKE-REFUND UNTIL WS-ACTIVITY-EOF
           MOVE 'N' TO WS-ACTIVITY-EOF-SWITCH
           PERFORM 3250-TAKE-COMMISSION-ACTIVITY
              UNTIL WS-ACTIVITY-EOF
           MOVE 'N' TO WS-ACTIVITY-EOF-SWITCH
           PERFORM 3300-TAKE-ENDORSEMENT-ACTIVITY
              UNTIL WS-ACTIVITY-EOF.

       3100-TAKE-PREMIUM-ACTIVITY.
           READ PREMIUM-ACTIVITY-FILE INTO HO3-GL-ACTIVITY-RECORD
               AT END
                  MOVE 'Y' TO WS-ACTIVITY-EOF-SWITCH
               NOT AT END
                  PERFORM 3500-SELECT-ONE-ACTIVITY
           END-READ.

       3150-TAKE-CASH-ACTIVITY.
           READ CASH-ACTIVITY-FILE INTO HO3-GL-ACTIVITY-RECORD
               AT END
                  MOVE 'Y' TO WS-ACTIVITY-EOF-SWITCH
               NOT AT END
                  PERFORM 3500-SELECT-ONE-ACTIVITY
           END-READ.

      *    A refund is both the return premium and the refund
      *    payable, dated by the cancellation effective date.  The
      *    state charges returned with it are not return premium
      *    but come back off taxes and fees payable.
       3200-TAKE-REFUND.
           READ REFUND-DISBURSEMENT-FILE
               AT END
                  MOVE 'Y' TO WS-ACTIVITY-EOF-SWITCH
               NOT AT END
                  IF RF-ENDORSEMENT-REFUND
                     ADD 1 TO WS-ENDORSEMENT-REFUNDS
                  ELSE
                     MOVE 'HO3RETPR' TO GA-SOURCE-PROGRAM
                     MOVE RF-POLICY-NUMBER TO GA-POLICY-NUMBER
                     MOVE RF-STATE-CODE TO GA-STATE-CODE
                     MOVE RF-CANCEL-EFFECTIVE-DATE TO GA-BASIS-DATE
                     MOVE RF-RUN-DATE TO GA-RUN-DATE
                     COMPUTE GA-AMOUNT =
                         RF-REFUND-AMOUNT - RF-CHARGE-REFUND-AMOUNT
                     MOVE 'RP' TO GA-ACTIVITY-TYPE
                     PERFORM 3500-SELECT-ONE-ACTIVITY
                     MOVE RF-REFUND-AMOUNT TO GA-AMOUNT
                     MOVE 'RF' TO GA-ACTIVITY-TYPE
                     PERFORM 3500-SELECT-ONE-ACTIVITY
                     IF RF-CHARGE-REFUND-AMOUNT > ZERO
                        MOVE RF-CHARGE-REFUND-AMOUNT TO GA-AMOUNT
                        MOVE 'TR' TO GA-ACTIVITY-TYPE
                        PERFORM 3500-SELECT-ONE-ACTIVITY
                     END-IF
                  END-IF
           END-READ.

       3250-TAKE-COMMISSION-ACTIVITY.
           READ COMMISSION-ACTIVITY-FILE INTO HO3-GL-ACTIVITY-RECORD
               AT END
                  MOVE 'Y' TO WS-ACTIVITY-EOF-SWITCH
               NOT AT END
                  PERFORM 3500-SELECT-ONE-ACTIVITY
           END-READ.

       3300-TAKE-ENDORSEMENT-ACTIVITY.
           READ ENDORSEMENT-ACTIVITY-FILE INTO HO3-GL-ACTIVITY-RECORD
               AT END
                  MOVE 'Y' TO WS-ACTIVITY-EOF-SWITCH
               NOT AT END
                  PERFORM 3500-SELECT-ONE-ACTIVITY
           END-READ.

      *    ---------------------------------------------------------
      *    An activity record with no posting rule cannot be
      *    journalled and stops the batch from being released.
      *    ---------------------------------------------------------
       3500-SELECT-ONE-ACTIVITY.
           ADD 1 TO WS-ACTIVITY-READ
           SET GL-RULE-IDX TO 1
           SEARCH GL-POSTING-RULE-ENTRY
               AT END
                  DISPLAY 'HO3GLINT: NO POSTING RULE FOR '
                     GA-SOURCE-PROGRAM ' ACTIVITY ' GA-ACTIVITY-TYPE
                     ' POLICY ' GA-POLICY-NUMBER
                  ADD 1 TO WS-ACTIVITY-ERRORS
               WHEN GL-RULE-SOURCE-PROGRAM (GL-RULE-IDX) =
                       GA-SOURCE-PROGRAM
                    AND GL-RULE-ACTIVITY-TYPE (GL-RULE-IDX) =
                       GA-ACTIVITY-TYPE
                  SET WS-RULE-SUB TO GL-RULE-IDX
                  PERFORM 3600-APPLY-POSTING-WINDOW
           END-SEARCH.

      *    ---------------------------------------------------------
      *    Posting window: activity dated after tonight or before the
      *    cut-over is held; so is activity already journalled -
      *    for a once-per-policy source, its key is on HO3GLPST; for
      *    a once-per-run source, its run date is not after the last
      *    released batch.  Only a restated source can have activity
      *    held as not yet effective and journalled on a later night;
      *    a once-per-run source is dated with its own run, so what
      *    it holds has already been journalled.
      *    ---------------------------------------------------------
       3600-APPLY-POSTING-WINDOW.
           ADD 1 TO WS-RLT-READ-COUNT (WS-RULE-SUB)
           ADD GA-AMOUNT TO WS-RLT-READ-AMOUNT (WS-RULE-SUB)
           MOVE 'P' TO WS-WINDOW-SWITCH

           EVALUATE TRUE
               WHEN GA-BASIS-DATE > WS-ACCOUNTING-DATE
                  MOVE 'H' TO WS-WINDOW-SWITCH
                  ADD 1 TO WS-HELD-FUTURE-COUNT
               WHEN GA-BASIS-DATE < WS-CUTOVER-DATE
                  MOVE 'H' TO WS-WINDOW-SWITCH
                  ADD 1 TO WS-HELD-CUTOVER-COUNT
               WHEN GL-RULE-ONCE-PER-RUN (GL-RULE-IDX)
                     AND GA-RUN-DATE NOT > WS-LAST-RELEASE-DATE
                  MOVE 'H' TO WS-WINDOW-SWITCH
                  ADD 1 TO WS-HELD-RELEASED-COUNT
               WHEN GL-RULE-ONCE-PER-POLICY (GL-RULE-IDX)
                  PERFORM 3650-CHECK-POSTED-KEY
           END-EVALUATE

           IF WS-ACTIVITY-TO-POST
              PERFORM 3700-RELEASE-ACTIVITY
           ELSE
              ADD GA-AMOUNT TO WS-RLT-HELD-AMOUNT (WS-RULE-SUB)
           END-IF.

       3650-CHECK-POSTED-KEY.
           PERFORM 3660-BUILD-POSTED-KEY
           READ GL-POSTED-FILE
           EVALUATE TRUE
               WHEN WS-POSTED-FILE-OK
                  MOVE 'H' TO WS-WINDOW-SWITCH
                  ADD 1 TO WS-HELD-JOURNALLED-COUNT
               WHEN WS-POSTED-NOT-FOUND
                  CONTINUE
               WHEN OTHER
                  DISPLAY 'HO3GLINT: HO3GLPST READ FAILED FOR POLICY '
                     GA-POLICY-NUMBER ' STATUS=' WS-POSTED-FILE-STATUS
                  MOVE 'H' TO WS-WINDOW-SWITCH
                  ADD 1 TO WS-ACTIVITY-ERRORS
           END-EVALUATE.

       3660-BUILD-POSTED-KEY.
           MOVE GA-SOURCE-PROGRAM TO GP-SOURCE-PROGRAM
           MOVE GA-POLICY-NUMBER TO GP-POLICY-NUMBER
           MOVE GA-BASIS-DATE TO GP-BASIS-DATE
           MOVE GA-ACTIVITY-TYPE TO GP-ACTIVITY-TYPE.

      *    ---------------------------------------------------------
      *    Releases the activity to the sort under its rule's
      *    account and side; a once-per-policy key is noted on the
      *    work file, to be recorded on HO3GLPST only if the batch
      *    is released.
      *    ---------------------------------------------------------
       3700-RELEASE-ACTIVITY.
           ADD 1 TO WS-ACTIVITY-POSTED
           ADD GA-AMOUNT TO WS-RLT-POSTED-AMOUNT (WS-RULE-SUB)
           IF GA-AMOUNT > ZERO
              MOVE GA-SOURCE-PROGRAM TO GS-SOURCE-PROGRAM
              MOVE GL-RULE-ACCOUNT (GL-RULE-IDX) TO GS-ACCOUNT
              MOVE GA-STATE-CODE TO GS-STATE-CODE
              MOVE GL-RULE-DEBIT-CREDIT (GL-RULE-IDX)
                 TO GS-DEBIT-CREDIT
              MOVE GL-RULE-DESCRIPTION (GL-RULE-IDX)
                 TO GS-DESCRIPTION
              MOVE GA-AMOUNT TO GS-AMOUNT
              RELEASE GL-SORT-RECORD
           END-IF

           IF GL-RULE-ONCE-PER-POLICY (GL-RULE-IDX)
              PERFORM 3660-BUILD-POSTED-KEY
              MOVE GA-AMOUNT TO GP-AMOUNT
              MOVE WS-ACCOUNTING-DATE TO GP-ACCOUNTING-DATE
              WRITE POSTED-KEY-WORK-RECORD FROM HO3-GL-POSTED-RECORD
              IF NOT WS-KEY-WORK-OK
                 DISPLAY 'HO3GLINT: HO3GLPWK WRITE FAILED FOR POLICY '
                    GA-POLICY-NUMBER ' STATUS=' WS-KEY-WORK-STATUS
                 ADD 1 TO WS-ACTIVITY-ERRORS
              END-IF
           END-IF.

      *    ---------------------------------------------------------
      *    SORT output procedure - one journal entry per source,
      *    account, state and side, written to the HO3GLWRK work
      *    file and listed on the journal summary.
      *    ---------------------------------------------------------
       4000-SUMMARIZE-ENTRIES.
           PERFORM 4100-RETURN-SORT-RECORD
           PERFORM 4200-PROCESS-SORTED-ACTIVITY
              UNTIL WS-SORT-END-OF-FILE
           IF NOT WS-FIRST-ENTRY
              PERFORM 4300-WRITE-ENTRY
           END-IF.

       4100-RETURN-SORT-RECORD.
           RETURN GL-SORT-FILE
               AT END
                  MOVE 'Y' TO WS-SORT-EOF-SWITCH
           END-RETURN.

       4200-PROCESS-SORTED-ACTIVITY.
           IF GS-SOURCE-PROGRAM NOT = WS-PRIOR-SOURCE-PROGRAM
                 OR GS-ACCOUNT NOT = WS-PRIOR-ACCOUNT
                 OR GS-STATE-CODE NOT = WS-PRIOR-STATE-CODE
                 OR GS-DEBIT-CREDIT NOT = WS-PRIOR-DEBIT-CREDIT
                 OR WS-FIRST-ENTRY
              IF NOT WS-FIRST-ENTRY
                 PERFORM 4300-WRITE-ENTRY
              END-IF
              MOVE 'N' TO WS-FIRST-ENTRY-SWITCH
              MOVE GS-SOURCE-PROGRAM TO WS-PRIOR-SOURCE-PROGRAM
              MOVE GS-ACCOUNT TO WS-PRIOR-ACCOUNT
              MOVE GS-STATE-CODE TO WS-PRIOR-STATE-CODE
              MOVE GS-DEBIT-CREDIT TO WS-PRIOR-DEBIT-CREDIT
              MOVE GS-DESCRIPTION TO WS-PRIOR-DESCRIPTION
              MOVE ZERO TO WS-ENTRY-AMOUNT
           END-IF
           ADD GS-AMOUNT TO WS-ENTRY-AMOUNT
           PERFORM 4100-RETURN-SORT-RECORD.

       4300-WRITE-ENTRY.
           MOVE SPACES TO WS-JOURNAL-ENTRY
           MOVE 'D' TO GJ-RECORD-TYPE
           MOVE WS-ACCOUNTING-DATE TO GJ-ACCOUNTING-DATE
           MOVE WS-PRIOR-ACCOUNT TO GJ-ACCOUNT
           MOVE WS-PRIOR-STATE-CODE TO GJ-STATE-CODE
           MOVE WS-PRIOR-DEBIT-CREDIT TO GJ-DEBIT-CREDIT
           MOVE WS-PRIOR-SOURCE-PROGRAM TO GJ-SOURCE-PROGRAM
           MOVE WS-ENTRY-AMOUNT TO GJ-AMOUNT
           MOVE WS-PRIOR-DESCRIPTION TO GJ-DESCRIPTION
           WRITE JOURNAL-WORK-RECORD FROM WS-JOURNAL-ENTRY
           IF NOT WS-JOURNAL-WORK-OK
              DISPLAY 'HO3GLINT: HO3GLWRK WRITE FAILED, STATUS='
                 WS-JOURNAL-WORK-STATUS
              ADD 1 TO WS-ACTIVITY-ERRORS
           END-IF
           ADD 1 TO WS-ENTRY-COUNT

           MOVE SPACES TO WS-ENTRY-LINE
           MOVE WS-PRIOR-SOURCE-PROGRAM TO WS-ENT-SOURCE-PROGRAM
           MOVE WS-PRIOR-ACCOUNT TO WS-ENT-ACCOUNT
           MOVE WS-PRIOR-DESCRIPTION TO WS-ENT-DESCRIPTION
           MOVE WS-PRIOR-STATE-CODE TO WS-ENT-STATE-CODE
           IF GJ-DEBIT
              ADD WS-ENTRY-AMOUNT TO WS-DEBIT-TOTAL
              MOVE WS-ENTRY-AMOUNT TO WS-ENT-DEBIT
           ELSE
              ADD WS-ENTRY-AMOUNT TO WS-CREDIT-TOTAL
              MOVE WS-ENTRY-AMOUNT TO WS-ENT-CREDIT
           END-IF
           WRITE JOURNAL-SUMMARY-LINE FROM WS-ENTRY-LINE.

      *    ---------------------------------------------------------
      *    Releases the batch only when every activity record was
      *    journalled cleanly and debits equal credits.  An
      *    unreleased batch still opens HO3GLJNL, so the general
      *    ledger never picks up a previous night's journal.
      *    ---------------------------------------------------------
       5000-RELEASE-BATCH.
           CLOSE JOURNAL-WORK-FILE
           CLOSE POSTED-KEY-WORK-FILE

           OPEN OUTPUT GL-JOURNAL-FILE
           IF NOT WS-JOURNAL-FILE-OK
              DISPLAY 'HO3GLINT: UNABLE TO OPEN HO3GLJNL, STATUS='
                 WS-JOURNAL-FILE-STATUS
              ADD 1 TO WS-ACTIVITY-ERRORS
           END-IF

           EVALUATE TRUE
               WHEN WS-ACTIVITY-ERRORS > ZERO
                  MOVE 'NOT RELEASED - ACTIVITY ERRORS'
                     TO WS-BATCH-STATUS
               WHEN WS-DEBIT-TOTAL NOT = WS-CREDIT-TOTAL
                  MOVE 'NOT RELEASED - OUT OF BALANCE'
                     TO WS-BATCH-STATUS
               WHEN OTHER
                  PERFORM 5100-WRITE-JOURNAL
                  IF WS-JOURNAL-WRITE-FAILED
                     MOVE 'NOT RELEASED - JOURNAL WRITE FAILED'
                        TO WS-BATCH-STATUS
                  ELSE
                     PERFORM 5200-RECORD-POSTED-KEYS
                     PERFORM 5300-ADVANCE-CONTROL-RECORD
                     MOVE 'Y' TO WS-RELEASE-SWITCH
                     MOVE 'RELEASED' TO WS-BATCH-STATUS
                  END-IF
           END-EVALUATE

           IF WS-JOURNAL-FILE-OK
              CLOSE GL-JOURNAL-FILE
           END-IF

      *    A journal cut short is not left for the general ledger.
           IF WS-JOURNAL-WRITE-FAILED
              PERFORM 5050-EMPTY-JOURNAL
           END-IF

           IF NOT WS-BATCH-RELEASED
              DISPLAY 'HO3GLINT: BATCH ' WS-BATCH-STATUS
              MOVE 8 TO RETURN-CODE
           END-IF.

      *    ---------------------------------------------------------
      *    An abandoned or refused run, or a journal that could not
      *    be written in full, still leaves HO3GLJNL empty, so the
      *    general ledger never picks up a previous night's journal
      *    or a short one.
      *    ---------------------------------------------------------
       5050-EMPTY-JOURNAL.
           OPEN OUTPUT GL-JOURNAL-FILE
           IF WS-JOURNAL-FILE-OK
              CLOSE GL-JOURNAL-FILE
           ELSE
              DISPLAY 'HO3GLINT: UNABLE TO EMPTY HO3GLJNL, STATUS='
                 WS-JOURNAL-FILE-STATUS
              MOVE 8 TO RETURN-CODE
           END-IF.

       5100-WRITE-JOURNAL.
           OPEN INPUT JOURNAL-WORK-FILE
           IF NOT WS-JOURNAL-WORK-OK
              DISPLAY 'HO3GLINT: UNABLE TO REOPEN HO3GLWRK, STATUS='
                 WS-JOURNAL-WORK-STATUS
              MOVE 'Y' TO WS-JOURNAL-WRITE-SWITCH
           ELSE
              MOVE 'N' TO WS-COPY-EOF-SWITCH
              PERFORM 5110-COPY-ONE-ENTRY UNTIL WS-COPY-EOF
              CLOSE JOURNAL-WORK-FILE
           END-IF

           IF NOT WS-JOURNAL-WRITE-FAILED
              MOVE SPACES TO WS-JOURNAL-ENTRY
              MOVE 'T' TO GJ-RECORD-TYPE
              MOVE WS-ACCOUNTING-DATE TO GJ-TRL-ACCOUNTING-DATE
              MOVE WS-ENTRY-COUNT TO GJ-TRL-ENTRY-COUNT
              MOVE WS-DEBIT-TOTAL TO GJ-TRL-DEBIT-TOTAL
              MOVE WS-CREDIT-TOTAL TO GJ-TRL-CREDIT-TOTAL
              WRITE GL-JOURNAL-RECORD FROM WS-JOURNAL-ENTRY
              IF NOT WS-JOURNAL-FILE-OK
                 DISPLAY 'HO3GLINT: HO3GLJNL TRAILER WRITE FAILED, '
                    'STATUS=' WS-JOURNAL-FILE-STATUS
                 MOVE 'Y' TO WS-JOURNAL-WRITE-SWITCH
              END-IF
           END-IF.

       5110-COPY-ONE-ENTRY.
           READ JOURNAL-WORK-FILE INTO WS-JOURNAL-ENTRY
               AT END
                  MOVE 'Y' TO WS-COPY-EOF-SWITCH
               NOT AT END
                  WRITE GL-JOURNAL-RECORD FROM WS-JOURNAL-ENTRY
                  IF NOT WS-JOURNAL-FILE-OK
                     DISPLAY 'HO3GLINT: HO3GLJNL WRITE FAILED, STATUS='
                        WS-JOURNAL-FILE-STATUS
                     MOVE 'Y' TO WS-JOURNAL-WRITE-SWITCH
                     MOVE 'Y' TO WS-COPY-EOF-SWITCH
                  END-IF
           END-READ
           IF NOT WS-COPY-EOF AND NOT WS-JOURNAL-WORK-OK
              DISPLAY 'HO3GLINT: HO3GLWRK READ FAILED, STATUS='
                 WS-JOURNAL-WORK-STATUS
              MOVE 'Y' TO WS-JOURNAL-WRITE-SWITCH
              MOVE 'Y' TO WS-COPY-EOF-SWITCH
           END-IF.

       5200-RECORD-POSTED-KEYS.
           OPEN INPUT POSTED-KEY-WORK-FILE
           MOVE 'N' TO WS-COPY-EOF-SWITCH
           PERFORM 5210-RECORD-ONE-KEY UNTIL WS-COPY-EOF
           CLOSE POSTED-KEY-WORK-FILE.

       5210-RECORD-ONE-KEY.
           READ POSTED-KEY-WORK-FILE INTO HO3-GL-POSTED-RECORD
               AT END
                  MOVE 'Y' TO WS-COPY-EOF-SWITCH
               NOT AT END
                  WRITE HO3-GL-POSTED-RECORD
                  EVALUATE TRUE
                      WHEN WS-POSTED-FILE-OK
                         ADD 1 TO WS-KEYS-RECORDED
                      WHEN WS-POSTED-DUPLICATE
                         CONTINUE
      *    The key is journalled tonight but not on file, so it
      *    would be journalled again tomorrow.
                      WHEN OTHER
                         DISPLAY 'HO3GLINT: HO3GLPST WRITE FAILED FOR '
                            'POLICY ' GP-POLICY-NUMBER ' STATUS='
                            WS-POSTED-FILE-STATUS
                         ADD 1 TO WS-KEY-WRITE-ERRORS
                         MOVE 8 TO RETURN-CODE
                  END-EVALUATE
           END-READ.

       5300-ADVANCE-CONTROL-RECORD.
           OPEN OUTPUT GL-CONTROL-FILE
           IF NOT WS-CONTROL-FILE-OK
              DISPLAY 'HO3GLINT: UNABLE TO OPEN HO3GLCTL FOR OUTPUT, '
                 'STATUS=' WS-CONTROL-FILE-STATUS
              MOVE 8 TO RETURN-CODE
           ELSE
              MOVE WS-CUTOVER-DATE TO GC-CUTOVER-DATE
              MOVE WS-ACCOUNTING-DATE TO GC-LAST-RELEASE-DATE
              MOVE WS-ENTRY-COUNT TO GC-LAST-ENTRY-COUNT
              MOVE WS-DEBIT-TOTAL TO GC-LAST-DEBIT-TOTAL
              WRITE HO3-GL-CONTROL-RECORD
              IF NOT WS-CONTROL-FILE-OK
                 DISPLAY 'HO3GLINT: HO3GLCTL WRITE FAILED, STATUS='
                    WS-CONTROL-FILE-STATUS
                 MOVE 8 TO RETURN-CODE
              END-IF
              CLOSE GL-CONTROL-FILE
           END-IF.

      *    ---------------------------------------------------------
      *    Journal summary foot: the tie-out of each source and
      *    activity type - the total as read, which is the total on
      *    the source's own report, split into held and posted -
      *    then the batch controls and status.
      *    ---------------------------------------------------------
       6000-WRITE-SUMMARY-TOTALS.
           WRITE JOURNAL-SUMMARY-LINE FROM WS-TIE-OUT-TITLE
           WRITE JOURNAL-SUMMARY-LINE FROM WS-TIE-OUT-HEADING
           PERFORM VARYING WS-RULE-SUB FROM 1 BY 1
                   UNTIL WS-RULE-SUB > WS-RULE-COUNT
              MOVE GL-RULE-SOURCE-PROGRAM (WS-RULE-SUB)
                 TO WS-TIE-SOURCE-PROGRAM
              MOVE GL-RULE-REPORT (WS-RULE-SUB) TO WS-TIE-REPORT
              MOVE GL-RULE-ACTIVITY-TYPE (WS-RULE-SUB)
                 TO WS-TIE-ACTIVITY-TYPE
              MOVE WS-RLT-READ-COUNT (WS-RULE-SUB) TO WS-TIE-COUNT
              MOVE WS-RLT-READ-AMOUNT (WS-RULE-SUB)
                 TO WS-TIE-READ-AMOUNT
              MOVE WS-RLT-HELD-AMOUNT (WS-RULE-SUB)
                 TO WS-TIE-HELD-AMOUNT
              MOVE WS-RLT-POSTED-AMOUNT (WS-RULE-SUB)
                 TO WS-TIE-POSTED-AMOUNT
              WRITE JOURNAL-SUMMARY-LINE FROM WS-TIE-OUT-LINE
           END-PERFORM

           MOVE 'TOTAL DEBITS' TO WS-CTL-LABEL
           MOVE WS-DEBIT-TOTAL TO WS-CTL-AMOUNT
           WRITE JOURNAL-SUMMARY-LINE FROM WS-CONTROL-LINE
           MOVE 'TOTAL CREDITS' TO WS-CTL-LABEL
           MOVE WS-CREDIT-TOTAL TO WS-CTL-AMOUNT
           WRITE JOURNAL-SUMMARY-LINE FROM WS-CONTROL-LINE
           MOVE 'JOURNAL ENTRIES' TO WS-CNT-LABEL
           MOVE WS-ENTRY-COUNT TO WS-CNT-COUNT
           WRITE JOURNAL-SUMMARY-LINE FROM WS-COUNT-LINE
           MOVE WS-BATCH-STATUS TO WS-STL-STATUS
           WRITE JOURNAL-SUMMARY-LINE FROM WS-STATUS-LINE.

       9000-TERMINATE.
           IF WS-PREMIUM-FILE-OK OR WS-PREMIUM-FILE-EOF
              CLOSE PREMIUM-ACTIVITY-FILE
           END-IF
           IF WS-CASH-FILE-OK OR WS-CASH-FILE-EOF
              CLOSE CASH-ACTIVITY-FILE
           END-IF
           IF WS-COMMISSION-FILE-OK OR WS-COMMISSION-FILE-EOF
              CLOSE COMMISSION-ACTIVITY-FILE
           END-IF
           IF WS-ENDORSEMENT-FILE-OK OR WS-ENDORSEMENT-FILE-EOF
              CLOSE ENDORSEMENT-ACTIVITY-FILE
           END-IF
           IF WS-REFUND-FILE-OK OR WS-REFUND-FILE-EOF
              CLOSE REFUND-DISBURSEMENT-FILE
           END-IF
           IF WS-POSTED-FILE-OK OR WS-POSTED-NOT-FOUND
                 OR WS-POSTED-DUPLICATE
              CLOSE GL-POSTED-FILE
           END-IF
           IF WS-SUMMARY-FILE-OK
              CLOSE JOURNAL-SUMMARY-FILE
           END-IF

           DISPLAY 'HO3GLINT: ACTIVITY RECORDS READ = '
              WS-ACTIVITY-READ
           DISPLAY 'HO3GLINT: ACTIVITY RECORDS POSTED = '
              WS-ACTIVITY-POSTED
           DISPLAY 'HO3GLINT: HELD - NOT YET EFFECTIVE = '
              WS-HELD-FUTURE-COUNT
           DISPLAY 'HO3GLINT: HELD - BEFORE CUT-OVER = '
              WS-HELD-CUTOVER-COUNT
           DISPLAY 'HO3GLINT: HELD - PREVIOUSLY JOURNALLED = '
              WS-HELD-JOURNALLED-COUNT
           DISPLAY 'HO3GLINT: HELD - RUN ALREADY RELEASED = '
              WS-HELD-RELEASED-COUNT
           DISPLAY 'HO3GLINT: ENDORSEMENT REFUNDS PASSED OVER = '
              WS-ENDORSEMENT-REFUNDS
           DISPLAY 'HO3GLINT: ACTIVITY ERRORS = ' WS-ACTIVITY-ERRORS
           DISPLAY 'HO3GLINT: JOURNAL ENTRIES = ' WS-ENTRY-COUNT
           DISPLAY 'HO3GLINT: POSTED KEYS RECORDED = '
              WS-KEYS-RECORDED
           DISPLAY 'HO3GLINT: POSTED KEY WRITE ERRORS = '
              WS-KEY-WRITE-ERRORS

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
           MOVE 'HO3GLINT' TO RC-PROGRAM-ID
           MOVE 'HO3ENDRS' TO RC-PREDECESSOR-ID
           MOVE ZERO TO RC-GENERATION-STAMP
           CALL 'HO3RUNLG' USING HO3-RUN-CONTROL-PARMS
           IF RC-GATE-FAILED
              DISPLAY 'HO3GLINT: PREDECESSOR HO3ENDRS HAS NOT '
                 'COMPLETED CLEAN TONIGHT - RUN REFUSED'
              MOVE 8 TO RETURN-CODE
           END-IF.

       8900-WRITE-RUN-END.
           MOVE 'END  ' TO RC-FUNCTION-CODE
           MOVE WS-ACTIVITY-READ TO RC-RECORDS-IN
           MOVE WS-ENTRY-COUNT TO RC-RECORDS-OUT
           COMPUTE RC-EXCEPTION-COUNT =
               WS-ACTIVITY-ERRORS + WS-KEY-WRITE-ERRORS
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
