      *    policy with no producer
      *    code on file sorts together under the blank code at the
      *    top of the statement, where it can be chased and coded.
      *
      *    Every statement detail line also writes the commission
      *    expense and the commission payable to HO3COMGL as general
      *    ledger activity for the journal interface (HO3GLINT),
      *    dated by the term effective date so each term's commission
      *    is journalled once however many monthly statements carry
      *    it.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS PM-PRODUCER-CODE
               FILE STATUS IS WS-PRODUCER-FILE-STATUS.

           SELECT GL-ACTIVITY-FILE ASSIGN TO "HO3COMGL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GL-ACTIVITY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HO3-POLICY-FILE.
           05 PX-POLICY-NUMBER        PIC X(10).
           05 PX-STATE-CODE           PIC X(2).
           05 PX-ANNUAL-PREMIUM       PIC 9(7)V99 COMP-3.
           05 PX-TERRITORY-CODE       PIC 9(3).
           05 PX-REFUNDABLE-CHARGES   PIC 9(7)V99 COMP-3.

       SD  COMMISSION-SORT-FILE.
       01  COMMISSION-SORT-RECORD.
           05 CS-POLICY-NUMBER        PIC X(10).
           05 CS-INSURED-NAME         PIC X(30).
           05 CS-STATE-CODE           PIC X(2).
           05 CS-EFFECTIVE-DATE       PIC 9(8).
           05 CS-ANNUAL-PREMIUM       PIC 9(7)V99 COMP-3.

       FD  COMMISSION-STATEMENT-FILE.
       FD  HO3-PRODUCER-MASTER.
           COPY HO3-PRODUCER.

       FD  GL-ACTIVITY-FILE.
           COPY HO3-GL-ACTIVITY.

       WORKING-STORAGE SECTION.
       01  WS-POLICY-FILE-STATUS      PIC X(2).
           88 WS-POLICY-FILE-OK       VALUE '00'.
           88 WS-PRODUCER-FILE-OK     VALUE '00'.
           88 WS-PRODUCER-NOT-FOUND   VALUE '23'.

       01  WS-GL-ACTIVITY-STATUS      PIC X(2).
           88 WS-GL-ACTIVITY-OK       VALUE '00'.

       01  WS-EOF-SWITCH              PIC X(1) VALUE 'N'.
           88 WS-END-OF-INPUT         VALUE 'Y'.

       01  WS-POLICY-COUNT            PIC 9(9) VALUE ZERO.
       01  WS-SELECTED-COUNT          PIC 9(9) VALUE ZERO.
       01  WS-PRODUCER-COUNT          PIC 9(9) VALUE ZERO.
       01  WS-GL-ACTIVITY-WRITTEN     PIC 9(9) VALUE ZERO.
       01  WS-GL-ACTIVITY-ERRORS      PIC 9(9) VALUE ZERO.

       01  WS-COMMISSION-AMOUNT       PIC 9(7)V99 COMP-3.

              MOVE 'Y' TO WS-EOF-SWITCH
           END-IF

           OPEN OUTPUT GL-ACTIVITY-FILE
           IF NOT WS-GL-ACTIVITY-OK
              DISPLAY 'HO3COMM: UNABLE TO OPEN HO3COMGL, STATUS='
                 WS-GL-ACTIVITY-STATUS
              MOVE 'Y' TO WS-EOF-SWITCH
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE

           IF NOT WS-END-OF-INPUT
                     MOVE POLICY-NUMBER TO CS-POLICY-NUMBER
                     MOVE INSURED-NAME TO CS-INSURED-NAME
                     MOVE STATE-CODE TO CS-STATE-CODE
                     MOVE EFFECTIVE-DATE TO CS-EFFECTIVE-DATE
                     MOVE PX-ANNUAL-PREMIUM TO CS-ANNUAL-PREMIUM
                     RELEASE COMMISSION-SORT-RECORD
                     ADD 1 TO WS-SELECTED-COUNT
           ADD CS-ANNUAL-PREMIUM TO WS-PRODUCER-PREMIUM-TOTAL
           ADD WS-COMMISSION-AMOUNT TO WS-PRODUCER-COMM-TOTAL

           MOVE 'CE' TO GA-ACTIVITY-TYPE
           PERFORM 4400-WRITE-GL-ACTIVITY
           MOVE 'CP' TO GA-ACTIVITY-TYPE
           PERFORM 4400-WRITE-GL-ACTIVITY

           PERFORM 4100-RETURN-SORT-RECORD.

      *    ---------------------------------------------------------
           ADD WS-PRODUCER-PREMIUM-TOTAL TO WS-GRAND-PREMIUM-TOTAL
           ADD WS-PRODUCER-COMM-TOTAL TO WS-GRAND-COMM-TOTAL.

      *    One general ledger activity record for the detail line's
      *    commission; the caller has set the activity type.
       4400-WRITE-GL-ACTIVITY.
           MOVE 'HO3COMM ' TO GA-SOURCE-PROGRAM
           MOVE CS-POLICY-NUMBER TO GA-POLICY-NUMBER
           MOVE CS-STATE-CODE TO GA-STATE-CODE
           MOVE CS-EFFECTIVE-DATE TO GA-BASIS-DATE
           MOVE WS-CURRENT-YYYYMMDD TO GA-RUN-DATE
           MOVE WS-COMMISSION-AMOUNT TO GA-AMOUNT
           WRITE HO3-GL-ACTIVITY-RECORD
           IF NOT WS-GL-ACTIVITY-OK
              DISPLAY 'HO3COMM: GL ACTIVITY WRITE FAILED FOR POLICY '
                 GA-POLICY-NUMBER ' STATUS=' WS-GL-ACTIVITY-STATUS
              ADD 1 TO WS-GL-ACTIVITY-ERRORS
              MOVE 8 TO RETURN-CODE
           ELSE
              ADD 1 TO WS-GL-ACTIVITY-WRITTEN
           END-IF.

       9000-TERMINATE.
           IF WS-POLICY-FILE-OK OR WS-POLICY-FILE-EOF
              CLOSE HO3-POLICY-FILE
           IF WS-PRODUCER-FILE-OK OR WS-PRODUCER-NOT-FOUND
              CLOSE HO3-PRODUCER-MASTER
           END-IF
           CLOSE GL-ACTIVITY-FILE

           DISPLAY 'HO3COMM: POLICIES READ = ' WS-POLICY-COUNT
           DISPLAY 'HO3COMM: IN-FORCE POLICIES SELECTED = '
              WS-SELECTED-COUNT
           DISPLAY 'HO3COMM: PRODUCERS ON STATEMENT = '
              WS-PRODUCER-COUNT
           DISPLAY 'HO3COMM: GL ACTIVITY RECORDS WRITTEN = '
              WS-GL-ACTIVITY-WRITTEN
           DISPLAY 'HO3COMM: GL ACTIVITY WRITE ERRORS = '
              WS-GL-ACTIVITY-ERRORS
           IF WS-OUT-OF-STEP
              DISPLAY 'HO3COMM: RUN STOPPED OUT OF STEP - '
                 'STATEMENTS INCOMPLETE'
           MOVE 'END  ' TO RC-FUNCTION-CODE
           MOVE WS-POLICY-COUNT TO RC-RECORDS-IN
           MOVE WS-SELECTED-COUNT TO RC-RECORDS-OUT
           MOVE WS-GL-ACTIVITY-ERRORS TO RC-EXCEPTION-COUNT
           IF RETURN-CODE = ZERO
              MOVE 'C' TO RC-COMPLETION-STATUS
           ELSE
