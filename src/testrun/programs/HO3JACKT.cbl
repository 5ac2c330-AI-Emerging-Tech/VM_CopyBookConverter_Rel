      *    incurred totals (a claim still carrying reserve is open,
      *    one reserved down to zero is closed), the current annual
      *    premium off HO3PRMOT with the HO3BILOT installment
      *    schedule (each installment's state charges and amount
      *    due beside its premium), and the policy's entries on
      *    the active HO3AUDIT log (HO3AUDAR archives the older
      *    periods; point the HO3AUDIT DD at the retention file to
      *    reach them, as with HO3AUDRP).  The three sequential
      *    extracts are re-read from the top for every request - an
      *    inquiry run is a handful of policies, and a scan per
      *    request keeps the program free of any ordering
      *    assumption on the request file.  A policy no longer on
      *    the master because HO3PURGE has purged it is pulled from
      *    the HO3POLHA policy history archive instead: the header
      *    and coverages from the archived master image, flagged
      *    with the purge date, and the overflow properties from the
      *    companions archived with it; claims, premium and audit
      *    entries are gathered as for any policy.  Like HO3AUDRP,
      *    this is an on-request inquiry outside the nightly
      *    dependency chain, so it does not write the run ledger.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

           SELECT POLICY-ARCHIVE-FILE ASSIGN TO "HO3POLHA"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-FILE-STATUS.

           SELECT JACKET-REPORT-FILE ASSIGN TO "HO3JKRP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.
           05 PX-POLICY-NUMBER        PIC X(10).
           05 PX-STATE-CODE           PIC X(2).
           05 PX-ANNUAL-PREMIUM       PIC 9(7)V99 COMP-3.
           05 PX-TERRITORY-CODE       PIC 9(3).
           05 PX-REFUNDABLE-CHARGES   PIC 9(7)V99 COMP-3.

       FD  BILLING-FILE.
       01  HO3-INSTALLMENT-RECORD.
           05 BI-INSTALLMENT-AMOUNT   PIC 9(7)V99 COMP-3.
           05 BI-ANNUAL-PREMIUM       PIC 9(7)V99 COMP-3.
           05 BI-BILLING-DATE         PIC 9(8).
           05 BI-CHARGE-TOTAL         PIC 9(7)V99 COMP-3.
           05 BI-AMOUNT-DUE           PIC 9(7)V99 COMP-3.
           05 BI-CHARGE-LINES.
              10 BI-CHARGE-LINE-COUNT PIC 9(2).
              10 BI-CHARGE-LINE OCCURS 10 TIMES.
                 15 BI-CHARGE-CODE     PIC X(4).
                 15 BI-CHARGE-CATEGORY PIC X(1).
                 15 BI-CHARGE-AMOUNT   PIC 9(7)V99 COMP-3.

       FD  AUDIT-LOG-FILE.
           COPY HO3-AUDIT.

       FD  POLICY-ARCHIVE-FILE.
           COPY HO3-POLICY-ARCHIVE.

       FD  JACKET-REPORT-FILE.
       01  JACKET-REPORT-LINE         PIC X(132).

           88 WS-AUDIT-FILE-OK        VALUE '00'.
           88 WS-AUDIT-FILE-EOF       VALUE '10'.

       01  WS-ARCHIVE-FILE-STATUS     PIC X(2).
           88 WS-ARCHIVE-FILE-OK      VALUE '00'.
           88 WS-ARCHIVE-FILE-EOF     VALUE '10'.

       01  WS-REPORT-FILE-STATUS      PIC X(2).
           88 WS-REPORT-FILE-OK       VALUE '00'.

       01  WS-CLAIMS-DONE-SWITCH      PIC X(1).
           88 WS-CLAIMS-DONE          VALUE 'Y'.

       01  WS-ARCHIVE-EOF-SWITCH      PIC X(1).
           88 WS-ARCHIVE-EOF          VALUE 'Y'.

       01  WS-FROM-ARCHIVE-SWITCH     PIC X(1).
           88 WS-JACKET-FROM-ARCHIVE  VALUE 'Y'.

       01  WS-ARCHIVE-PURGE-DATE      PIC 9(8).
       01  WS-ARCHIVE-INACTIVE-DATE   PIC 9(8).

       01  WS-REQUEST-COUNT           PIC 9(9) VALUE ZERO.
       01  WS-JACKET-COUNT            PIC 9(9) VALUE ZERO.
       01  WS-NOT-FOUND-COUNT         PIC 9(9) VALUE ZERO.
       01  WS-ARCHIVE-JACKET-COUNT    PIC 9(9) VALUE ZERO.

       01  WS-PROPERTY-IDX            PIC S9(4) COMP.
       01  WS-PROPERTY-LIMIT          PIC S9(4) COMP.
       01  WS-NOT-FOUND-LINE.
           05 WS-NFD-POLICY-NUMBER    PIC X(10).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 FILLER                  PIC X(31)
                 VALUE 'POLICY NOT ON MASTER OR ARCHIVE'.

       01  WS-ARCHIVE-LINE               VALUE SPACES.
           05 FILLER                  PIC X(2).
           05 FILLER                  PIC X(7) VALUE 'PURGED'.
           05 WS-ARC-PURGE-DATE       PIC 9(8).
           05 FILLER                  PIC X(17)
                 VALUE ' - FROM ARCHIVE'.
           05 FILLER                  PIC X(16)
                 VALUE 'INACTIVE SINCE:'.
           05 WS-ARC-INACTIVE-DATE    PIC 9(8).

       01  WS-HEADER-LINE-1              VALUE SPACES.
           05 FILLER                  PIC X(2).
           05 FILLER                  PIC X(2).
           05 FILLER                  PIC X(6) VALUE 'PLAN:'.
           05 WS-INS-PLAN             PIC X(1).
           05 FILLER                  PIC X(2).
           05 FILLER                  PIC X(9) VALUE 'CHARGES:'.
           05 WS-INS-CHARGES          PIC Z,ZZZ,ZZ9.99.
           05 FILLER                  PIC X(2).
           05 FILLER                  PIC X(9) VALUE 'DUE AMT:'.
           05 WS-INS-AMOUNT-DUE       PIC Z,ZZZ,ZZ9.99.

       01  WS-AUDIT-LINE                 VALUE SPACES.
           05 FILLER                  PIC X(4).
           ADD 1 TO WS-REQUEST-COUNT
           WRITE JACKET-REPORT-LINE FROM WS-SEPARATOR-LINE

           MOVE 'N' TO WS-FROM-ARCHIVE-SWITCH
           MOVE JR-POLICY-NUMBER TO POLICY-NUMBER
           READ HO3-POLICY-MASTER
           IF WS-MASTER-NOT-FOUND
              PERFORM 2200-FIND-IN-ARCHIVE
           END-IF

           IF NOT WS-MASTER-FILE-OK AND NOT WS-JACKET-FROM-ARCHIVE
              MOVE JR-POLICY-NUMBER TO WS-NFD-POLICY-NUMBER
              WRITE JACKET-REPORT-LINE FROM WS-NOT-FOUND-LINE
              ADD 1 TO WS-NOT-FOUND-COUNT
           ELSE
              PERFORM 3000-PRINT-POLICY-HEADER
              PERFORM 3200-PRINT-PROPERTIES
              IF WS-JACKET-FROM-ARCHIVE
                 PERFORM 3350-PRINT-ARCHIVED-OVERFLOW
                 ADD 1 TO WS-ARCHIVE-JACKET-COUNT
              ELSE
                 PERFORM 3300-PRINT-OVERFLOW-PROPERTIES
              END-IF
              PERFORM 3400-PRINT-CLAIMS
              PERFORM 3500-PRINT-PREMIUM-AND-SCHEDULE
              PERFORM 3600-PRINT-AUDIT-TRAIL
                  MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

      *    ---------------------------------------------------------
      *    A policy purged from the master is on the HO3POLHA
      *    archive as its master record image.  The archive is
      *    scanned from the top like the other sequential files;
      *    should the policy have been archived more than once, the
      *    latest purge is the one reported.  The image is moved
      *    into the master record area so the jacket prints from it
      *    exactly as from the master.
      *    ---------------------------------------------------------
       2200-FIND-IN-ARCHIVE.
           MOVE 'N' TO WS-ARCHIVE-EOF-SWITCH
           OPEN INPUT POLICY-ARCHIVE-FILE
           IF NOT WS-ARCHIVE-FILE-OK
              MOVE 'Y' TO WS-ARCHIVE-EOF-SWITCH
           END-IF
           PERFORM 2210-SCAN-ONE-ARCHIVED-POLICY UNTIL WS-ARCHIVE-EOF
           IF WS-ARCHIVE-FILE-OK OR WS-ARCHIVE-FILE-EOF
              CLOSE POLICY-ARCHIVE-FILE
           END-IF.

       2210-SCAN-ONE-ARCHIVED-POLICY.
           READ POLICY-ARCHIVE-FILE
               AT END
                  MOVE 'Y' TO WS-ARCHIVE-EOF-SWITCH
               NOT AT END
                  IF PA-POLICY-RECORD
                        AND PA-POLICY-NUMBER = JR-POLICY-NUMBER
                     MOVE PA-POLICY-IMAGE TO HO3-POLICY-RECORD
                     MOVE PA-PURGE-DATE TO WS-ARCHIVE-PURGE-DATE
                     MOVE PA-INACTIVE-DATE TO WS-ARCHIVE-INACTIVE-DATE
                     MOVE 'Y' TO WS-FROM-ARCHIVE-SWITCH
                  END-IF
           END-READ.

       3000-PRINT-POLICY-HEADER.
           MOVE POLICY-NUMBER TO WS-HDG-POLICY-NUMBER
           WRITE JACKET-REPORT-LINE FROM WS-JACKET-HEADING

           IF WS-JACKET-FROM-ARCHIVE
              MOVE WS-ARCHIVE-PURGE-DATE TO WS-ARC-PURGE-DATE
              MOVE WS-ARCHIVE-INACTIVE-DATE TO WS-ARC-INACTIVE-DATE
              WRITE JACKET-REPORT-LINE FROM WS-ARCHIVE-LINE
           END-IF

           MOVE INSURED-NAME TO WS-HD1-INSURED-NAME
           MOVE STATE-CODE TO WS-HD1-STATE-CODE
           MOVE PRODUCER-CODE TO WS-HD1-PRODUCER-CODE
                  END-IF
           END-READ.

      *    ---------------------------------------------------------
      *    A purged policy's overflow companions went to the archive
      *    with it, right behind its policy record, under the same
      *    purge date.
      *    ---------------------------------------------------------
       3350-PRINT-ARCHIVED-OVERFLOW.
           MOVE 'N' TO WS-ARCHIVE-EOF-SWITCH
           OPEN INPUT POLICY-ARCHIVE-FILE
           IF NOT WS-ARCHIVE-FILE-OK
              MOVE 'Y' TO WS-ARCHIVE-EOF-SWITCH
           END-IF
           PERFORM 3360-SCAN-ONE-ARCHIVED-OVERFLOW
              UNTIL WS-ARCHIVE-EOF
           IF WS-ARCHIVE-FILE-OK OR WS-ARCHIVE-FILE-EOF
              CLOSE POLICY-ARCHIVE-FILE
           END-IF.

       3360-SCAN-ONE-ARCHIVED-OVERFLOW.
           READ POLICY-ARCHIVE-FILE
               AT END
                  MOVE 'Y' TO WS-ARCHIVE-EOF-SWITCH
               NOT AT END
                  IF PA-OVERFLOW-RECORD
                        AND PA-POLICY-NUMBER = POLICY-NUMBER
                        AND PA-PURGE-DATE = WS-ARCHIVE-PURGE-DATE
                     MOVE PA-OVFL-PROPERTY-SEQ-NO TO WS-PRP-SEQ-NO
                     MOVE PA-OVFL-PROPERTY-ADDRESS TO WS-PRP-ADDRESS
                     MOVE PA-OVFL-PROPERTY-CITY TO WS-PRP-CITY
                     MOVE PA-OVFL-PROPERTY-ZIP TO WS-PRP-ZIP
                     MOVE PA-OVFL-YEAR-BUILT TO WS-PRP-YEAR-BUILT
                     MOVE PA-OVFL-PROPERTY-INSURED-VALUE
                        TO WS-PRP-INSURED-VALUE
                     WRITE JACKET-REPORT-LINE FROM WS-PROPERTY-LINE
                  END-IF
           END-READ.

      *    ---------------------------------------------------------
      *    The claims history is keyed policy then claim, so one
      *    START positions on the policy's first claim and the
                     MOVE BI-DUE-DATE TO WS-INS-DUE-DATE
                     MOVE BI-INSTALLMENT-AMOUNT TO WS-INS-AMOUNT
                     MOVE BI-BILLING-PLAN TO WS-INS-PLAN
                     MOVE BI-CHARGE-TOTAL TO WS-INS-CHARGES
                     MOVE BI-AMOUNT-DUE TO WS-INS-AMOUNT-DUE
                     WRITE JACKET-REPORT-LINE
                        FROM WS-INSTALLMENT-LINE
                  END-IF

           DISPLAY 'HO3JACKT: REQUESTS READ = ' WS-REQUEST-COUNT
           DISPLAY 'HO3JACKT: JACKETS PRINTED = ' WS-JACKET-COUNT
           DISPLAY 'HO3JACKT: JACKETS FROM PURGE ARCHIVE = '
              WS-ARCHIVE-JACKET-COUNT
           DISPLAY 'HO3JACKT: POLICIES NOT ON MASTER OR ARCHIVE = '
              WS-NOT-FOUND-COUNT.
