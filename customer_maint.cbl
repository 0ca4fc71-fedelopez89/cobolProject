      * CROSS-REFERENCE FILE THE SUMMARY MERGE APPLIES WHEN MATCHING   *
      * TRANSACTIONS. LIKELY DUPLICATE CUSTOMERS (SAME EMAIL, OR SAME  *
      * NAME AND SIGNUP DATE, UNDER DIFFERENT IDS) GO TO A REVIEW      *
      * REPORT FOR THE NEXT MERGE BATCH. FREEZE, CLOSE AND REOPEN MOVE *
      * AN ACCOUNT THROUGH ITS STATUS LIFECYCLE. DELETES AND MERGES    *
      * ARE NOT APPLIED ON SUBMISSION: THEY WAIT ON A PENDING-APPROVAL *
      * FILE UNTIL A SECOND OPERATOR APPROVES THEM (customer_approve), *
      * ARE APPLIED ON THE FIRST RUN AFTER APPROVAL, AND EXPIRE IF     *
      * LEFT UNAPPROVED TOO LONG                                       *
      *----------------------------------------------------------------*
      *
       ENVIRONMENT DIVISION.
                                   WS-DUPWORK-FILENAME
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS FS-DUPWORK.
      *
           SELECT PENDING-FILE     ASSIGN TO DYNAMIC
                                   WS-PENDING-FILENAME
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE IS DYNAMIC
                                   RECORD KEY IS PND-ITEM-NO
                                   FILE STATUS IS FS-PENDING.
      *
           SELECT APRWORK-FILE     ASSIGN TO DYNAMIC
                                   WS-APRWORK-FILENAME
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS FS-APRWORK.
      *
           SELECT SORT-WORK-FILE   ASSIGN TO "SORTWK".
      *
           SELECT SORT-APPROVAL-FILE
                                   ASSIGN TO "SORTWK2".
      *
      ******************************************************************
      *                  DATA DIVISION                                 *
           05 OLD-CUST-NAME                PIC X(50).
           05 OLD-CUST-EMAIL               PIC X(100).
           05 OLD-CUST-SIGNUP              PIC X(10).
           05 OLD-CUST-STATUS              PIC X(01).
               88 OLD-IS-ACTIVE                 VALUE "A".
               88 OLD-IS-FROZEN                 VALUE "F".
               88 OLD-IS-CLOSED                 VALUE "C".
           05 OLD-CUST-STATUS-DATE         PIC X(10).
      *
      *----------------------------------------------------------------*
      * INPUT FILE: MAINTENANCE UPDATES (SORTED ASCENDING ON           *
      * UPD-CUST-ID, ACTION A=ADD C=CHANGE D=DELETE M=MERGE F=FREEZE   *
      * X=CLOSE R=REOPEN; ON A CHANGE A SPACE FIELD MEANS "LEAVE THE   *
      * CURRENT VALUE ALONE". ON A MERGE UPD-CUST-ID IS THE RETIRING   *
      * ID AND UPD-MERGE-TO-ID NAMES THE SURVIVING ACCOUNT. ON A       *
      * STATUS ACTION UPD-STATUS-DATE (YYYY-MM-DD) IS THE EFFECTIVE    *
      * DATE, SPACES MEANING TODAY - OLDER UPDATE FILES WITHOUT THE    *
      * TRAILING FIELDS STILL READ, THEY ARRIVE AS SPACES)             *
      *----------------------------------------------------------------*
       FD  UPDATE-FILE.
       01 UPDATE-REC.
               88 UPD-IS-CHANGE                 VALUE "C".
               88 UPD-IS-DELETE                 VALUE "D".
               88 UPD-IS-MERGE                  VALUE "M".
               88 UPD-IS-FREEZE                 VALUE "F".
               88 UPD-IS-CLOSE                  VALUE "X".
               88 UPD-IS-REOPEN                 VALUE "R".
               88 UPD-IS-STATUS-ACTION          VALUE "F" "X" "R".
           05 UPD-CUST-ID                  PIC 9(06).
           05 UPD-CUST-NAME                PIC X(50).
           05 UPD-CUST-EMAIL               PIC X(100).
           05 UPD-CUST-SIGNUP              PIC X(10).
           05 UPD-MERGE-TO-ID              PIC X(06).
           05 UPD-STATUS-DATE              PIC X(10).
       01 UPDATE-IMAGE                     PIC X(183).
      *
      *----------------------------------------------------------------*
      * OUTPUT FILE: NEW CUSTOMER MASTER (SAME LAYOUT, IN SEQUENCE)    *
           05 NEW-CUST-NAME                PIC X(50).
           05 NEW-CUST-EMAIL               PIC X(100).
           05 NEW-CUST-SIGNUP              PIC X(10).
           05 NEW-CUST-STATUS              PIC X(01).
           05 NEW-CUST-STATUS-DATE         PIC X(10).
      *
      *----------------------------------------------------------------*
      * OUTPUT FILE: APPLIED-CHANGE AUDIT TRAIL (APPENDED ACROSS RUNS  *
           05 AUD-DEL5                      PIC X(01) VALUE ";".
           05 AUD-STATUS                    PIC X(20).
           05 AUD-DEL6                      PIC X(01) VALUE ";".
           05 AUD-BEFORE-IMAGE              PIC X(177).
           05 AUD-DEL7                      PIC X(01) VALUE ";".
           05 AUD-AFTER-IMAGE               PIC X(177).
      *
      *----------------------------------------------------------------*
      * OUTPUT FILE: OLD-ID-TO-NEW-ID CROSS-REFERENCE (APPENDED       *
           05 MSX-CUST-NAME                 PIC X(50).
           05 MSX-CUST-EMAIL                PIC X(100).
           05 MSX-CUST-SIGNUP               PIC X(10).
           05 MSX-CUST-STATUS               PIC X(01).
               88 MSX-IS-CLOSED                 VALUE "C".
           05 MSX-CUST-STATUS-DATE          PIC X(10).
      *
      *----------------------------------------------------------------*
      * WORK FILE: SORTED COPY OF THE NEW MASTER FOR DUPLICATE        *
           05 DWK-CUST-NAME                 PIC X(50).
           05 DWK-CUST-EMAIL                PIC X(100).
           05 DWK-CUST-SIGNUP               PIC X(10).
           05 DWK-CUST-STATUS               PIC X(01).
           05 DWK-CUST-STATUS-DATE          PIC X(10).
      *
      *----------------------------------------------------------------*
      * I-O FILE: DELETES AND MERGES AWAITING A SECOND OPERATOR,      *
      * KEYED ON A RUNNING ITEM NUMBER AND KEPT ACROSS RUNS AS THE    *
      * RECORD OF WHO SUBMITTED AND WHO DECIDED EACH ONE. STATUS      *
      * P=PENDING A=APPROVED D=DECLINED (BY customer_approve)         *
      * X=EXPIRED S=REFUSED, APPROVED BY ITS OWN SUBMITTER C=APPLIED  *
      * R=REJECTED WHEN APPLIED (THE MASTER HAD MOVED ON)             *
      *----------------------------------------------------------------*
       FD  PENDING-FILE.
       01 PENDING-REC.
           05 PND-ITEM-NO                   PIC 9(08).
           05 PND-STATUS                    PIC X(01).
               88 PND-IS-PENDING                VALUE "P".
               88 PND-IS-APPROVED               VALUE "A".
               88 PND-IS-DECLINED               VALUE "D".
               88 PND-IS-EXPIRED                VALUE "X".
               88 PND-IS-SELF-APPROVED          VALUE "S".
               88 PND-IS-APPLIED                VALUE "C".
               88 PND-IS-FAILED                 VALUE "R".
           05 PND-CUST-ID                   PIC 9(06).
           05 PND-ACTION                    PIC X(01).
           05 PND-MERGE-TO-ID               PIC X(06).
           05 PND-SUBMIT-DATE               PIC 9(08).
           05 PND-SUBMIT-TIME               PIC 9(06).
           05 PND-SUBMIT-USER               PIC X(08).
           05 PND-DECISION-DATE             PIC 9(08).
           05 PND-DECISION-TIME             PIC 9(06).
           05 PND-DECISION-USER             PIC X(08).
           05 PND-CLOSE-DATE                PIC 9(08).
           05 PND-UPDATE-IMAGE              PIC X(183).
      *
      *----------------------------------------------------------------*
      * WORK FILE: APPROVED ITEMS IN CUST-ID ORDER, BUILT EVERY RUN   *
      * FROM THE PENDING FILE AND MERGED INTO THE UPDATE STREAM       *
      *----------------------------------------------------------------*
       FD  APRWORK-FILE
           RECORDING MODE IS F.
       01 APRWORK-REC.
           05 AWK-CUST-ID                   PIC 9(06).
           05 AWK-ITEM-NO                   PIC 9(08).
           05 AWK-UPDATE-IMAGE              PIC X(183).
      *
       SD  SORT-APPROVAL-FILE.
       01 SORT-APPROVAL-REC.
           05 SAP-CUST-ID                   PIC 9(06).
           05 SAP-ITEM-NO                   PIC 9(08).
           05 SAP-UPDATE-IMAGE              PIC X(183).
      *
       SD  SORT-WORK-FILE.
       01 SORT-REC.
           05 SORT-CUST-NAME                PIC X(50).
           05 SORT-CUST-EMAIL               PIC X(100).
           05 SORT-CUST-SIGNUP              PIC X(10).
           05 SORT-CUST-STATUS              PIC X(01).
           05 SORT-CUST-STATUS-DATE         PIC X(10).
      *
      ******************************************************************
      *                  WORKING STORAGE                               *
                                         "customer_maint_work.idx".
           05  WS-DUPWORK-FILENAME      PIC X(100) VALUE
                                         "customer_dupsort.dat".
           05  WS-PENDING-FILENAME      PIC X(100) VALUE
                                         "customer_pending.idx".
           05  WS-APRWORK-FILENAME      PIC X(100) VALUE
                                         "customer_approved.dat".
           05  WS-ENV-OVERRIDE          PIC X(100) VALUE SPACES.
      *----------------------------------------------------------------*
      * STATUS VARIABLES                                               *
           05  FS-DUPREVIEW            PIC X(2) VALUE SPACES.
           05  FS-MSTIDX               PIC X(2) VALUE SPACES.
           05  FS-DUPWORK              PIC X(2) VALUE SPACES.
           05  FS-PENDING              PIC X(2) VALUE SPACES.
           05  FS-APRWORK              PIC X(2) VALUE SPACES.
      *----------------------------------------------------------------*
      * ACCUMULATORS FOR STATISTICS                                    *
      *----------------------------------------------------------------*
           05  WS-CHANGES-APPLIED      PIC 9(6) VALUE 0.
           05  WS-DELETES-APPLIED      PIC 9(6) VALUE 0.
           05  WS-MERGES-APPLIED       PIC 9(6) VALUE 0.
           05  WS-FREEZES-APPLIED      PIC 9(6) VALUE 0.
           05  WS-CLOSES-APPLIED       PIC 9(6) VALUE 0.
           05  WS-REOPENS-APPLIED      PIC 9(6) VALUE 0.
           05  WS-UPDATES-REJECTED     PIC 9(6) VALUE 0.
           05  WS-DUP-PAIRS-REPORTED   PIC 9(6) VALUE 0.
           05  WS-PENDING-SUBMITTED    PIC 9(6) VALUE 0.
           05  WS-APPROVED-QUEUED      PIC 9(6) VALUE 0.
           05  WS-APPROVED-APPLIED     PIC 9(6) VALUE 0.
           05  WS-APPROVED-FAILED      PIC 9(6) VALUE 0.
           05  WS-PENDING-EXPIRED      PIC 9(6) VALUE 0.
           05  WS-SELF-APPROVALS       PIC 9(6) VALUE 0.
           05  WS-PENDING-OPEN         PIC 9(6) VALUE 0.
      *----------------------------------------------------------------*
      * SEQUENCE-CHECK CONTROLS                                        *
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      * BEFORE-IMAGE HOLD AREA FOR CHANGE AUDITING                     *
      *----------------------------------------------------------------*
       01  WS-BEFORE-IMAGE              PIC X(177) VALUE SPACES.
       01  WS-AUDIT-STATUS              PIC X(20)  VALUE SPACES.
       01  WS-MERGE-AFTER-IMAGE         PIC X(177) VALUE SPACES.
      *----------------------------------------------------------------*
      * MERGE VALIDATION WORK AREAS                                    *
      *----------------------------------------------------------------*
       01  WS-MERGE-CONTROL.
           05  WS-MERGE-TO-ID           PIC 9(06) VALUE 0.
      *----------------------------------------------------------------*
      * APPROVAL CONTROLS - THE UPDATE STREAM IS THE UPDATE FILE AND  *
      * THE APPROVED ITEMS MERGED ON CUST-ID, EACH SIDE HELD HERE ONE *
      * RECORD AHEAD. AN APPROVED ITEM GOES FIRST ON A TIE: IT WAS    *
      * SUBMITTED ON AN EARLIER RUN                                   *
      *----------------------------------------------------------------*
       01  WS-APPROVAL-CONTROL.
           05  WS-APPROVAL-MAX-DAYS     PIC 9(03) VALUE 7.
           05  WS-LAST-ITEM-NO          PIC 9(08) VALUE 0.
           05  WS-PENDING-AGE-DAYS      PIC S9(05) COMP VALUE 0.
           05  WS-RUN-DATE-INT          PIC 9(08) COMP VALUE 0.
           05  WS-SUBMIT-DATE-INT       PIC 9(08) COMP VALUE 0.
           05  WS-UPD-SOURCE-SW         PIC X(01) VALUE "F".
               88  WS-UPD-FROM-FILE             VALUE "F".
               88  WS-UPD-FROM-APPROVAL         VALUE "A".
           05  WS-CUR-ITEM-NO           PIC 9(08) VALUE 0.
           05  WS-CUR-UPDATE-IMAGE      PIC X(183) VALUE SPACES.
           05  WS-NEXT-FILE-UPDATE.
               10  FILLER               PIC X(01).
               10  WS-NEXT-FILE-ID      PIC X(06).
               10  FILLER               PIC X(176).
           05  WS-NEXT-APPROVED.
               10  WS-NEXT-APR-ID       PIC X(06).
               10  WS-NEXT-APR-ITEM-NO  PIC 9(08).
               10  WS-NEXT-APR-IMAGE    PIC X(183).
      *----------------------------------------------------------------*
      * STATUS-ACTION WORK AREAS - THE EFFECTIVE DATE IS KEPT IN THE  *
      * SAME YYYY-MM-DD FORM AS THE SIGNUP AND TRANSACTION DATES      *
      *----------------------------------------------------------------*
       01  WS-STATUS-CONTROL.
           05  WS-RUN-DATE-DASHED.
               10  WS-RUN-DASH-YYYY     PIC 9(04) VALUE 0.
               10  FILLER               PIC X(01) VALUE "-".
               10  WS-RUN-DASH-MM       PIC 9(02) VALUE 0.
               10  FILLER               PIC X(01) VALUE "-".
               10  WS-RUN-DASH-DD       PIC 9(02) VALUE 0.
           05  WS-EFFECTIVE-DATE        PIC X(10) VALUE SPACES.
           05  WS-EFFECTIVE-NUM         PIC 9(08) VALUE 0.
      *----------------------------------------------------------------*
      * PREVIOUS-RECORD HOLD FOR THE SORTED DUPLICATE SCANS           *
      *----------------------------------------------------------------*
       01  WS-PREV-DUP.
           05  CT-ACT-CHANGE           PIC X(06) VALUE "CHANGE".
           05  CT-ACT-DELETE           PIC X(06) VALUE "DELETE".
           05  CT-ACT-MERGE            PIC X(06) VALUE "MERGE".
           05  CT-ACT-FREEZE           PIC X(06) VALUE "FREEZE".
           05  CT-ACT-CLOSE            PIC X(06) VALUE "CLOSE".
           05  CT-ACT-REOPEN           PIC X(06) VALUE "REOPEN".
           05  CT-STA-APPLIED          PIC X(20) VALUE "APPLIED".
           05  CT-STA-DUPLICATE        PIC X(20) VALUE
                                          "REJECTED-DUPLICATE".
                                          "REJECTED-BAD-ACTION".
           05  CT-STA-BAD-MERGE        PIC X(20) VALUE
                                          "REJECTED-BAD-MERGE".
           05  CT-STA-BAD-STATUS       PIC X(20) VALUE
                                          "REJECTED-BAD-STATUS".
           05  CT-STA-BAD-DATE         PIC X(20) VALUE
                                          "REJECTED-BAD-DATE".
           05  CT-STA-PENDING          PIC X(20) VALUE
                                          "PENDING-APPROVAL".
           05  CT-STA-EXPIRED          PIC X(20) VALUE
                                          "EXPIRED-UNAPPROVED".
           05  CT-STA-SELF-APPROVED    PIC X(20) VALUE
                                          "REJECTED-SELF-APPRV".
           05  CT-PND-PENDING          PIC X(01) VALUE "P".
           05  CT-PND-EXPIRED          PIC X(01) VALUE "X".
           05  CT-PND-SELF-APPROVED    PIC X(01) VALUE "S".
           05  CT-PND-APPLIED          PIC X(01) VALUE "C".
           05  CT-PND-FAILED           PIC X(01) VALUE "R".
           05  CT-STATUS-ACTIVE        PIC X(01) VALUE "A".
           05  CT-STATUS-FROZEN        PIC X(01) VALUE "F".
           05  CT-STATUS-CLOSED        PIC X(01) VALUE "C".
           05  CT-BASIS-EMAIL          PIC X(12) VALUE "EMAIL".
           05  CT-BASIS-NAME-SIGNUP    PIC X(12) VALUE "NAME+SIGNUP".
      *
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME-RAW FROM TIME.
           MOVE WS-RUN-TIME-RAW(1:6)   TO WS-RUN-TIME.
           MOVE WS-RUN-DATE(1:4)       TO WS-RUN-DASH-YYYY
           MOVE WS-RUN-DATE(5:2)       TO WS-RUN-DASH-MM
           MOVE WS-RUN-DATE(7:2)       TO WS-RUN-DASH-DD.
           COMPUTE WS-RUN-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).
      *
           PERFORM 1200-LOAD-MASTER-INDEX
              THRU 1200-LOAD-MASTER-INDEX-EXIT.
               DISPLAY "ERROR OPENING XREF FILE: " FS-XREF
               STOP RUN
           END-IF.
      *
           OPEN I-O PENDING-FILE.
           IF FS-PENDING EQUAL '35'
               OPEN OUTPUT PENDING-FILE
               CLOSE PENDING-FILE
               OPEN I-O PENDING-FILE
           END-IF.
           IF FS-PENDING NOT EQUAL ZEROS
               DISPLAY "ERROR OPENING PENDING APPROVAL FILE: "
                                      FS-PENDING
               STOP RUN
           END-IF.
      *
      * THE AUDIT TRAIL IS OPEN - EXPIRIES AND REFUSED SELF-APPROVALS
      * FOUND WHILE QUEUEING THE APPROVED ITEMS ARE AUDITED AT ONCE
           PERFORM 1300-QUEUE-APPROVED
              THRU 1300-QUEUE-APPROVED-EXIT.
      *
           OPEN INPUT APRWORK-FILE.
           IF FS-APRWORK NOT EQUAL ZEROS
               DISPLAY "ERROR OPENING APPROVED WORK FILE: " FS-APRWORK
               STOP RUN
           END-IF.
      *
           OPEN OUTPUT DUPREVIEW-FILE.
           IF FS-DUPREVIEW NOT EQUAL ZEROS
      *
           PERFORM 7100-READ-OLDMAST
              THRU 7100-READ-OLDMAST-EXIT.
      *
           PERFORM 7210-READ-UPDATE-FILE
              THRU 7210-READ-UPDATE-FILE-EXIT.
      *
           PERFORM 7220-READ-APPROVED
              THRU 7220-READ-APPROVED-EXIT.
      *
           PERFORM 7200-READ-UPDATE
              THRU 7200-READ-UPDATE-EXIT
           IF WS-ENV-OVERRIDE NOT EQUAL SPACES
               MOVE WS-ENV-OVERRIDE(1:8)
                                        TO WS-MAINT-USER
           END-IF.
      *
           MOVE SPACES                 TO WS-ENV-OVERRIDE
           DISPLAY "PENDING_FILE" UPON ENVIRONMENT-NAME
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE
           IF WS-ENV-OVERRIDE NOT EQUAL SPACES
               MOVE WS-ENV-OVERRIDE     TO WS-PENDING-FILENAME
           END-IF.
      *
           MOVE SPACES                 TO WS-ENV-OVERRIDE
           DISPLAY "APPROVED_WORK_FILE" UPON ENVIRONMENT-NAME
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE
           IF WS-ENV-OVERRIDE NOT EQUAL SPACES
               MOVE WS-ENV-OVERRIDE     TO WS-APRWORK-FILENAME
           END-IF.
      *
           MOVE SPACES                 TO WS-ENV-OVERRIDE
           DISPLAY "APPROVAL_MAX_DAYS" UPON ENVIRONMENT-NAME
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE
           IF WS-ENV-OVERRIDE NOT EQUAL SPACES
               COMPUTE WS-APPROVAL-MAX-DAYS =
                   FUNCTION NUMVAL(WS-ENV-OVERRIDE)
           END-IF
           .
       1100-RESOLVE-FILENAMES-EXIT.
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM 7150-DEFAULT-STATUS
                          THRU 7150-DEFAULT-STATUS-EXIT
                       MOVE OLD-CUST-ID
                                       TO MSX-CUST-ID
                       MOVE OLD-CUST-NAME
                                       TO MSX-CUST-EMAIL
                       MOVE OLD-CUST-SIGNUP
                                       TO MSX-CUST-SIGNUP
                       MOVE OLD-CUST-STATUS
                                       TO MSX-CUST-STATUS
                       MOVE OLD-CUST-STATUS-DATE
                                       TO MSX-CUST-STATUS-DATE
                       WRITE MSTIDX-REC
                       IF FS-MSTIDX NOT EQUAL ZEROS
                           DISPLAY
       1200-LOAD-MASTER-INDEX-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
       1300-QUEUE-APPROVED.
      *-------------------*
      * ONE PASS OVER THE PENDING FILE: EXPIRE WHAT HAS WAITED TOO
      * LONG, REFUSE WHAT ITS OWN SUBMITTER APPROVED, AND SORT THE
      * REST OF THE APPROVED ITEMS INTO CUST-ID ORDER FOR THE MERGE.
      * THE PASS ALSO FINDS THE LAST ITEM NUMBER USED
           SORT SORT-APPROVAL-FILE
               ON ASCENDING KEY SAP-CUST-ID
                                SAP-ITEM-NO
               INPUT PROCEDURE IS 1310-SCAN-PENDING
                             THRU 1310-SCAN-PENDING-EXIT
               GIVING APRWORK-FILE.
      *
      * THE SCAN LEAVES UPDATE-REC HOLDING THE LAST ITEM IT AUDITED
           MOVE SPACES                 TO UPDATE-IMAGE
           .
       1300-QUEUE-APPROVED-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
       1310-SCAN-PENDING.
      *-----------------*
           MOVE ZEROES                 TO PND-ITEM-NO.
           START PENDING-FILE KEY IS NOT LESS THAN PND-ITEM-NO.
           EVALUATE FS-PENDING
               WHEN ZEROES
                   CONTINUE
               WHEN '23'
      * NOTHING HAS EVER BEEN SUBMITTED
                   GO TO 1310-SCAN-PENDING-EXIT
               WHEN OTHER
                   DISPLAY "ERROR POSITIONING PENDING APPROVAL FILE: "
                                      FS-PENDING
                   STOP RUN
           END-EVALUATE.
      *
           PERFORM 1320-REVIEW-PENDING
              THRU 1320-REVIEW-PENDING-EXIT
             UNTIL FS-PENDING NOT EQUAL ZEROS
           .
       1310-SCAN-PENDING-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
       1320-REVIEW-PENDING.
      *-------------------*
           READ PENDING-FILE NEXT RECORD.
           EVALUATE FS-PENDING
               WHEN ZEROES
                   MOVE PND-ITEM-NO    TO WS-LAST-ITEM-NO
               WHEN '10'
                   GO TO 1320-REVIEW-PENDING-EXIT
               WHEN OTHER
                   DISPLAY "ERROR READING PENDING APPROVAL FILE: "
                                      FS-PENDING
                   STOP RUN
           END-EVALUATE.
      *
           EVALUATE TRUE
               WHEN PND-IS-PENDING
                   COMPUTE WS-SUBMIT-DATE-INT =
                       FUNCTION INTEGER-OF-DATE(PND-SUBMIT-DATE)
                   COMPUTE WS-PENDING-AGE-DAYS =
                       WS-RUN-DATE-INT - WS-SUBMIT-DATE-INT
                   IF WS-PENDING-AGE-DAYS > WS-APPROVAL-MAX-DAYS
                       MOVE CT-PND-EXPIRED
                                       TO PND-STATUS
                       MOVE CT-STA-EXPIRED
                                       TO WS-AUDIT-STATUS
                       ADD 1           TO WS-PENDING-EXPIRED
                       PERFORM 8800-CLOSE-PENDING-ITEM
                          THRU 8800-CLOSE-PENDING-ITEM-EXIT
                   ELSE
                       ADD 1           TO WS-PENDING-OPEN
                   END-IF
      *
               WHEN PND-IS-APPROVED
      * THE APPROVAL PROGRAM REFUSES THIS ALREADY - CHECKED AGAIN HERE
      * SO NO EDIT TO THE PENDING FILE CAN GET ROUND THE SECOND PAIR
      * OF EYES
                   IF PND-DECISION-USER = PND-SUBMIT-USER
                       MOVE CT-PND-SELF-APPROVED
                                       TO PND-STATUS
                       MOVE CT-STA-SELF-APPROVED
                                       TO WS-AUDIT-STATUS
                       ADD 1           TO WS-SELF-APPROVALS
                       PERFORM 8800-CLOSE-PENDING-ITEM
                          THRU 8800-CLOSE-PENDING-ITEM-EXIT
                       GO TO 1320-REVIEW-PENDING-EXIT
                   END-IF
      * AN APPROVAL GIVEN AFTER THE ITEM HAD ALREADY RUN PAST THE LIMIT
      * DOES NOT REVIVE IT - IT EXPIRES HERE THE SAME AS AN OPEN ITEM
                   COMPUTE WS-SUBMIT-DATE-INT =
                       FUNCTION INTEGER-OF-DATE(PND-SUBMIT-DATE)
                   COMPUTE WS-PENDING-AGE-DAYS =
                       WS-RUN-DATE-INT - WS-SUBMIT-DATE-INT
                   IF WS-PENDING-AGE-DAYS > WS-APPROVAL-MAX-DAYS
                       MOVE CT-PND-EXPIRED
                                       TO PND-STATUS
                       MOVE CT-STA-EXPIRED
                                       TO WS-AUDIT-STATUS
                       ADD 1           TO WS-PENDING-EXPIRED
                       PERFORM 8800-CLOSE-PENDING-ITEM
                          THRU 8800-CLOSE-PENDING-ITEM-EXIT
                   ELSE
                       MOVE PND-CUST-ID
                                       TO SAP-CUST-ID
                       MOVE PND-ITEM-NO
                                       TO SAP-ITEM-NO
                       MOVE PND-UPDATE-IMAGE
                                       TO SAP-UPDATE-IMAGE
                       RELEASE SORT-APPROVAL-REC
                       ADD 1           TO WS-APPROVED-QUEUED
                   END-IF
      *
               WHEN OTHER
      * DECLINED, EXPIRED, REFUSED OR ALREADY WORKED - HISTORY ONLY
                   CONTINUE
           END-EVALUATE
           .
       1320-REVIEW-PENDING-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
       2000-PROCESSING.
      *---------------*
      *
                       PERFORM 2200-APPLY-UNMATCHED
                          THRU 2200-APPLY-UNMATCHED-EXIT
      *
                       IF WS-UPD-FROM-APPROVAL
                           PERFORM 2600-CLOSE-APPROVED
                              THRU 2600-CLOSE-APPROVED-EXIT
                       END-IF
      *
                       PERFORM 7200-READ-UPDATE
                          THRU 7200-READ-UPDATE-EXIT
      *
                       PERFORM 2100-APPLY-MATCHED
                          THRU 2100-APPLY-MATCHED-EXIT
      *
                       IF WS-UPD-FROM-APPROVAL
                           PERFORM 2600-CLOSE-APPROVED
                              THRU 2600-CLOSE-APPROVED-EXIT
                       END-IF
      *
                       PERFORM 7200-READ-UPDATE
                          THRU 7200-READ-UPDATE-EXIT
       2100-APPLY-MATCHED.
      *------------------*
      * THE UPDATE KEY EQUALS THE HELD MASTER: A CHANGE REWRITES THE
      * HELD RECORD IN PLACE, A DELETE DROPS IT, AN ADD IS A DUPLICATE,
      * A FREEZE/CLOSE/REOPEN MOVES ITS STATUS. A DELETE OR MERGE
      * STRAIGHT FROM THE UPDATE FILE ONLY GOES FOR APPROVAL - IT IS
      * APPLIED WHEN IT COMES BACK APPROVED ON A LATER RUN
           EVALUATE TRUE
               WHEN UPD-IS-DELETE AND WS-UPD-FROM-FILE
               WHEN UPD-IS-MERGE AND WS-UPD-FROM-FILE
                   PERFORM 2500-SUBMIT-PENDING
                      THRU 2500-SUBMIT-PENDING-EXIT
      *
               WHEN UPD-IS-ADD
                   PERFORM 8200-WRITE-AUDIT-REJECT
                      THRU 8200-WRITE-AUDIT-REJECT-EXIT
               WHEN UPD-IS-MERGE
                   PERFORM 2300-APPLY-MERGE
                      THRU 2300-APPLY-MERGE-EXIT
      *
               WHEN UPD-IS-STATUS-ACTION
                   PERFORM 2400-APPLY-STATUS
                      THRU 2400-APPLY-STATUS-EXIT
      *
               WHEN OTHER
                   PERFORM 8200-WRITE-AUDIT-REJECT
                                       TO NEW-CUST-EMAIL
                       MOVE UPD-CUST-SIGNUP
                                       TO NEW-CUST-SIGNUP
                       MOVE CT-STATUS-ACTIVE
                                       TO NEW-CUST-STATUS
                       MOVE WS-RUN-DATE-DASHED
                                       TO NEW-CUST-STATUS-DATE
                       PERFORM 8150-WRITE-NEWMAST-REC
                          THRU 8150-WRITE-NEWMAST-REC-EXIT
                       ADD 1           TO WS-ADDS-APPLIED
      * POINT IN THE UPDATE FILE - A TARGET DELETED OR MERGED AWAY
      * BY AN EARLIER UPDATE THIS RUN IS NO SURVIVOR AT ALL, AND
      * ACCEPTING IT WOULD ORPHAN THE RETIRED ACCOUNT'S TRANSACTIONS
      * OR LEAVE A CIRCULAR CHAIN ON THE CROSS-REFERENCE. A CLOSED
      * SURVIVOR IS REJECTED TOO - THE PRE-EDIT WOULD TURN AWAY EVERY
      * LATER TRANSACTION THE CROSS-REFERENCE SENDS TO IT
           MOVE WS-MERGE-TO-ID         TO MSX-CUST-ID.
           READ MSTIDX-FILE.
           EVALUATE FS-MSTIDX
               WHEN ZEROES
                   IF MSX-IS-CLOSED
                       PERFORM 8260-WRITE-AUDIT-BAD-MERGE
                          THRU 8260-WRITE-AUDIT-BAD-MERGE-EXIT
                       GO TO 2300-APPLY-MERGE-EXIT
                   END-IF
               WHEN '23'
                   PERFORM 8260-WRITE-AUDIT-BAD-MERGE
                      THRU 8260-WRITE-AUDIT-BAD-MERGE-EXIT
       2300-APPLY-MERGE-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
       2400-APPLY-STATUS.
      *-----------------*
      * MOVE THE HELD MASTER THROUGH ITS LIFECYCLE: FREEZE ONLY AN
      * ACTIVE ACCOUNT, CLOSE AN ACTIVE OR FROZEN ONE, REOPEN A FROZEN
      * OR CLOSED ONE BACK TO ACTIVE. THE EFFECTIVE DATE BECOMES THE
      * STATUS DATE - THE PRE-EDIT COMPARES TRANSACTION DATES WITH IT
           IF UPD-STATUS-DATE = SPACES
               MOVE WS-RUN-DATE-DASHED TO WS-EFFECTIVE-DATE
           ELSE
               MOVE UPD-STATUS-DATE    TO WS-EFFECTIVE-DATE
               IF WS-EFFECTIVE-DATE(1:4) NOT NUMERIC
                  OR WS-EFFECTIVE-DATE(5:1) NOT EQUAL "-"
                  OR WS-EFFECTIVE-DATE(6:2) NOT NUMERIC
                  OR WS-EFFECTIVE-DATE(8:1) NOT EQUAL "-"
                  OR WS-EFFECTIVE-DATE(9:2) NOT NUMERIC
                   MOVE CT-STA-BAD-DATE
                                       TO WS-AUDIT-STATUS
                   PERFORM 8270-WRITE-AUDIT-STATUS-REJECT
                      THRU 8270-WRITE-AUDIT-STATUS-REJECT-EXIT
                   GO TO 2400-APPLY-STATUS-EXIT
               END-IF
               MOVE WS-EFFECTIVE-DATE(1:4)
                                       TO WS-EFFECTIVE-NUM(1:4)
               MOVE WS-EFFECTIVE-DATE(6:2)
                                       TO WS-EFFECTIVE-NUM(5:2)
               MOVE WS-EFFECTIVE-DATE(9:2)
                                       TO WS-EFFECTIVE-NUM(7:2)
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-EFFECTIVE-NUM)
                                       NOT EQUAL ZEROES
                   MOVE CT-STA-BAD-DATE
                                       TO WS-AUDIT-STATUS
                   PERFORM 8270-WRITE-AUDIT-STATUS-REJECT
                      THRU 8270-WRITE-AUDIT-STATUS-REJECT-EXIT
                   GO TO 2400-APPLY-STATUS-EXIT
               END-IF
           END-IF.
      *
           IF (UPD-IS-FREEZE AND NOT OLD-IS-ACTIVE)
              OR (UPD-IS-CLOSE AND OLD-IS-CLOSED)
              OR (UPD-IS-REOPEN AND OLD-IS-ACTIVE)
               MOVE CT-STA-BAD-STATUS  TO WS-AUDIT-STATUS
               PERFORM 8270-WRITE-AUDIT-STATUS-REJECT
                  THRU 8270-WRITE-AUDIT-STATUS-REJECT-EXIT
               GO TO 2400-APPLY-STATUS-EXIT
           END-IF.
      *
           MOVE OLDMAST-REC            TO WS-BEFORE-IMAGE.
      *
           EVALUATE TRUE
               WHEN UPD-IS-FREEZE
                   MOVE CT-STATUS-FROZEN
                                       TO OLD-CUST-STATUS
                   ADD 1               TO WS-FREEZES-APPLIED
               WHEN UPD-IS-CLOSE
                   MOVE CT-STATUS-CLOSED
                                       TO OLD-CUST-STATUS
                   ADD 1               TO WS-CLOSES-APPLIED
               WHEN UPD-IS-REOPEN
                   MOVE CT-STATUS-ACTIVE
                                       TO OLD-CUST-STATUS
                   ADD 1               TO WS-REOPENS-APPLIED
           END-EVALUATE.
           MOVE WS-EFFECTIVE-DATE      TO OLD-CUST-STATUS-DATE.
      *
           PERFORM 8300-WRITE-AUDIT-APPLIED
              THRU 8300-WRITE-AUDIT-APPLIED-EXIT.
           PERFORM 8710-IDX-REWRITE
              THRU 8710-IDX-REWRITE-EXIT
           .
       2400-APPLY-STATUS-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
       2500-SUBMIT-PENDING.
      *-------------------*
      * FILE THE DELETE OR MERGE UNDER THE NEXT ITEM NUMBER FOR A
      * SECOND OPERATOR TO DECIDE. THE HELD MASTER IS UNTOUCHED AND
      * GOES TO THE NEW MASTER AS IT STANDS
           INITIALIZE PENDING-REC.
      *
           ADD 1                       TO WS-LAST-ITEM-NO.
           MOVE WS-LAST-ITEM-NO        TO PND-ITEM-NO
           MOVE CT-PND-PENDING         TO PND-STATUS
           MOVE UPD-CUST-ID            TO PND-CUST-ID
           MOVE UPD-ACTION             TO PND-ACTION
           MOVE UPD-MERGE-TO-ID        TO PND-MERGE-TO-ID
           MOVE WS-RUN-DATE            TO PND-SUBMIT-DATE
           MOVE WS-RUN-TIME            TO PND-SUBMIT-TIME
           MOVE WS-MAINT-USER          TO PND-SUBMIT-USER
           MOVE SPACES                 TO PND-DECISION-USER
           MOVE UPDATE-IMAGE           TO PND-UPDATE-IMAGE
      *
           WRITE PENDING-REC.
           IF FS-PENDING NOT EQUAL ZEROS
               DISPLAY "ERROR WRITING PENDING APPROVAL FILE: "
                                      FS-PENDING
               STOP RUN
           END-IF.
      *
           ADD 1                       TO WS-PENDING-SUBMITTED.
      *
           MOVE OLDMAST-REC            TO WS-BEFORE-IMAGE.
           MOVE CT-STA-PENDING         TO WS-AUDIT-STATUS.
           PERFORM 8400-WRITE-AUDIT
              THRU 8400-WRITE-AUDIT-EXIT
           .
       2500-SUBMIT-PENDING-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
       2600-CLOSE-APPROVED.
      *-------------------*
      * AN APPROVED ITEM HAS BEEN THROUGH THE MERGE: IT IS WORKED
      * WHETHER IT APPLIED OR WAS REJECTED (THE MASTER MAY HAVE MOVED
      * ON SINCE IT WAS SUBMITTED) AND IS NEVER QUEUED AGAIN
           MOVE WS-CUR-ITEM-NO         TO PND-ITEM-NO.
           READ PENDING-FILE.
           IF FS-PENDING NOT EQUAL ZEROS
               DISPLAY "ERROR READING PENDING APPROVAL FILE: "
                                      FS-PENDING
               STOP RUN
           END-IF.
      *
           IF WS-AUDIT-STATUS = CT-STA-APPLIED
               MOVE CT-PND-APPLIED     TO PND-STATUS
               ADD 1                   TO WS-APPROVED-APPLIED
           ELSE
               MOVE CT-PND-FAILED      TO PND-STATUS
               ADD 1                   TO WS-APPROVED-FAILED
           END-IF.
           MOVE WS-RUN-DATE            TO PND-CLOSE-DATE.
      *
           REWRITE PENDING-REC.
           IF FS-PENDING NOT EQUAL ZEROS
               DISPLAY "ERROR REWRITING PENDING APPROVAL FILE: "
                                      FS-PENDING
               STOP RUN
           END-IF
           .
       2600-CLOSE-APPROVED-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
       3000-DETECT-DUPLICATES.
      *----------------------*
                   END-IF
                   MOVE OLD-CUST-ID TO WS-LAST-OLD-ID
                   ADD 1            TO WS-OLDMAST-RECORDS
                   PERFORM 7150-DEFAULT-STATUS
                      THRU 7150-DEFAULT-STATUS-EXIT
               WHEN '10'
                   MOVE HIGH-VALUES
                                    TO OLD-CUST-ID
       7100-READ-OLDMAST-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
       7150-DEFAULT-STATUS.
      *-------------------*
      * A MASTER RECORD WRITTEN BEFORE THE STATUS FIELDS EXISTED IS AN
      * ACTIVE ACCOUNT, ACTIVE SINCE IT SIGNED UP
           IF OLD-CUST-STATUS = SPACES
               MOVE CT-STATUS-ACTIVE   TO OLD-CUST-STATUS
               MOVE OLD-CUST-SIGNUP    TO OLD-CUST-STATUS-DATE
           END-IF
           .
       7150-DEFAULT-STATUS-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
       7200-READ-UPDATE.
      *----------------*
      * TAKE THE LOWER CUST-ID OF THE TWO UPDATE SOURCES, REFILL THAT
      * SIDE, THEN PUT THE CHOSEN UPDATE IN UPDATE-REC - THE REFILL
      * READ WOULD OTHERWISE OVERLAY IT
           IF WS-NEXT-FILE-ID = HIGH-VALUES
              AND WS-NEXT-APR-ID = HIGH-VALUES
               MOVE HIGH-VALUES        TO UPD-CUST-ID
               GO TO 7200-READ-UPDATE-EXIT
           END-IF.
      *
           IF WS-NEXT-APR-ID NOT GREATER WS-NEXT-FILE-ID
               SET WS-UPD-FROM-APPROVAL
                                       TO TRUE
               MOVE WS-NEXT-APR-ITEM-NO
                                       TO WS-CUR-ITEM-NO
               MOVE WS-NEXT-APR-IMAGE  TO WS-CUR-UPDATE-IMAGE
               PERFORM 7220-READ-APPROVED
                  THRU 7220-READ-APPROVED-EXIT
           ELSE
               SET WS-UPD-FROM-FILE    TO TRUE
               MOVE ZEROES             TO WS-CUR-ITEM-NO
               MOVE WS-NEXT-FILE-UPDATE
                                       TO WS-CUR-UPDATE-IMAGE
               PERFORM 7210-READ-UPDATE-FILE
                  THRU 7210-READ-UPDATE-FILE-EXIT
           END-IF.
      *
           MOVE WS-CUR-UPDATE-IMAGE    TO UPDATE-IMAGE
           .
       7200-READ-UPDATE-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
       7210-READ-UPDATE-FILE.
      *---------------------*
      * AN OUT-OF-SEQUENCE UPDATE IS REJECTED AND SKIPPED RATHER THAN
      * KILLING THE RUN - EVERY OTHER UPDATE STILL APPLIES AND THE
      * REJECT SHOWS UP ON THE AUDIT TRAIL
               WHEN ZEROES
                   ADD 1            TO WS-UPDATE-RECORDS
                   IF UPD-CUST-ID < WS-LAST-UPD-ID
                       SET WS-UPD-FROM-FILE
                                    TO TRUE
                       PERFORM 8250-WRITE-AUDIT-OUT-OF-SEQ
                          THRU 8250-WRITE-AUDIT-OUT-OF-SEQ-EXIT
                       GO TO 7210-READ-UPDATE-FILE
                   END-IF
                   MOVE UPD-CUST-ID TO WS-LAST-UPD-ID
                   MOVE UPDATE-IMAGE
                                    TO WS-NEXT-FILE-UPDATE
               WHEN '10'
                   MOVE HIGH-VALUES
                                    TO WS-NEXT-FILE-UPDATE
               WHEN OTHER
                   DISPLAY "ERROR READING UPDATE FILE: " FS-UPDATE
                   STOP RUN
           END-EVALUATE
           .
       7210-READ-UPDATE-FILE-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
       7220-READ-APPROVED.
      *------------------*
           READ APRWORK-FILE.
           EVALUATE FS-APRWORK
               WHEN ZEROES
                   MOVE APRWORK-REC TO WS-NEXT-APPROVED
               WHEN '10'
                   MOVE HIGH-VALUES
                                    TO WS-NEXT-APPROVED
               WHEN OTHER
                   DISPLAY "ERROR READING APPROVED WORK FILE: "
                                      FS-APRWORK
                   STOP RUN
           END-EVALUATE
           .
       7220-READ-APPROVED-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
               WHEN UPD-IS-MERGE
                   MOVE CT-STA-NO-MATCH
                                       TO WS-AUDIT-STATUS
               WHEN UPD-IS-STATUS-ACTION
                   MOVE CT-STA-NO-MATCH
                                       TO WS-AUDIT-STATUS
               WHEN OTHER
                   MOVE CT-STA-BAD-ACTION
                                       TO WS-AUDIT-STATUS
       8260-WRITE-AUDIT-BAD-MERGE-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
       8270-WRITE-AUDIT-STATUS-REJECT.
      *------------------------------*
      * A FREEZE/CLOSE/REOPEN THAT DOES NOT FIT THE ACCOUNT'S CURRENT
      * STATUS, OR WHOSE EFFECTIVE DATE IS NOT A DATE. WS-AUDIT-STATUS
      * IS SET BY THE CALLER; THE BEFORE IMAGE SHOWS THE STATUS THE
      * ACCOUNT WAS ACTUALLY IN
           MOVE OLDMAST-REC            TO WS-BEFORE-IMAGE.
      *
           PERFORM 8400-WRITE-AUDIT
              THRU 8400-WRITE-AUDIT-EXIT.
      *
           ADD 1                       TO WS-UPDATES-REJECTED
           .
       8270-WRITE-AUDIT-STATUS-REJECT-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
       8300-WRITE-AUDIT-APPLIED.
      *------------------------*
       8400-WRITE-AUDIT.
      *----------------*
      * WS-AUDIT-STATUS AND WS-BEFORE-IMAGE ARE SET BY THE CALLER.
      * THE AFTER IMAGE IS TAKEN FROM THE HELD MASTER FOR A CHANGE OR
      * A STATUS ACTION, THE UPDATE FIELDS FOR AN ADD, AND IS EMPTY
      * FOR A DELETE OR A REJECT
           INITIALIZE AUDIT-REC.
      *
           MOVE WS-AUDIT-STATUS        TO AUD-STATUS
                   MOVE CT-ACT-DELETE  TO AUD-ACTION
               WHEN UPD-IS-MERGE
                   MOVE CT-ACT-MERGE   TO AUD-ACTION
               WHEN UPD-IS-FREEZE
                   MOVE CT-ACT-FREEZE  TO AUD-ACTION
               WHEN UPD-IS-CLOSE
                   MOVE CT-ACT-CLOSE   TO AUD-ACTION
               WHEN UPD-IS-REOPEN
                   MOVE CT-ACT-REOPEN  TO AUD-ACTION
               WHEN OTHER
                   MOVE UPD-ACTION     TO AUD-ACTION
           END-EVALUATE
                   MOVE SPACES         TO AUD-AFTER-IMAGE
               WHEN UPD-IS-CHANGE
                   MOVE OLDMAST-REC    TO AUD-AFTER-IMAGE
               WHEN UPD-IS-STATUS-ACTION
                   MOVE OLDMAST-REC    TO AUD-AFTER-IMAGE
               WHEN UPD-IS-ADD
                   MOVE NEWMAST-REC    TO AUD-AFTER-IMAGE
               WHEN UPD-IS-MERGE
           MOVE UPD-CUST-NAME          TO MSX-CUST-NAME
           MOVE UPD-CUST-EMAIL         TO MSX-CUST-EMAIL
           MOVE UPD-CUST-SIGNUP        TO MSX-CUST-SIGNUP
           MOVE CT-STATUS-ACTIVE       TO MSX-CUST-STATUS
           MOVE WS-RUN-DATE-DASHED     TO MSX-CUST-STATUS-DATE
      *
           WRITE MSTIDX-REC.
      *
      *-----------------------------------------------------------------
       8710-IDX-REWRITE.
      *----------------*
      * AN APPLIED CHANGE OR STATUS ACTION IS REFLECTED AT ONCE, SO
      * A LATER MERGE SEES THE SURVIVOR AS IT NOW STANDS
           MOVE OLD-CUST-ID            TO MSX-CUST-ID
           MOVE OLD-CUST-NAME          TO MSX-CUST-NAME
           MOVE OLD-CUST-EMAIL         TO MSX-CUST-EMAIL
           MOVE OLD-CUST-SIGNUP        TO MSX-CUST-SIGNUP
           MOVE OLD-CUST-STATUS        TO MSX-CUST-STATUS
           MOVE OLD-CUST-STATUS-DATE   TO MSX-CUST-STATUS-DATE
      *
           REWRITE MSTIDX-REC.
      *
       8720-IDX-DELETE-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
       8800-CLOSE-PENDING-ITEM.
      *-----------------------*
      * PND-STATUS AND WS-AUDIT-STATUS ARE SET BY THE CALLER. THE ITEM
      * IS CLOSED ON THE PENDING FILE AND ITS END AUDITED AGAINST THE
      * CUSTOMER IT NAMED
           MOVE WS-RUN-DATE            TO PND-CLOSE-DATE.
      *
           REWRITE PENDING-REC.
           IF FS-PENDING NOT EQUAL ZEROS
               DISPLAY "ERROR REWRITING PENDING APPROVAL FILE: "
                                      FS-PENDING
               STOP RUN
           END-IF.
      *
           MOVE PND-UPDATE-IMAGE       TO UPDATE-IMAGE.
           MOVE SPACES                 TO WS-BEFORE-IMAGE.
           PERFORM 8400-WRITE-AUDIT
              THRU 8400-WRITE-AUDIT-EXIT
           .
       8800-CLOSE-PENDING-ITEM-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
       9000-FINALIZE.
      *-------------*
           DISPLAY " CHANGES APPLIED     :  " WS-CHANGES-APPLIED
           DISPLAY " DELETES APPLIED     :  " WS-DELETES-APPLIED
           DISPLAY " MERGES APPLIED      :  " WS-MERGES-APPLIED
           DISPLAY " FREEZES APPLIED     :  " WS-FREEZES-APPLIED
           DISPLAY " CLOSES APPLIED      :  " WS-CLOSES-APPLIED
           DISPLAY " REOPENS APPLIED     :  " WS-REOPENS-APPLIED
           DISPLAY " UPDATES REJECTED    :  " WS-UPDATES-REJECTED
           DISPLAY " DUP PAIRS REPORTED  :  " WS-DUP-PAIRS-REPORTED
           DISPLAY "-------------------------------"
           DISPLAY " SENT FOR APPROVAL   :  " WS-PENDING-SUBMITTED
           DISPLAY " APPROVED QUEUED     :  " WS-APPROVED-QUEUED
           DISPLAY "   APPLIED           :  " WS-APPROVED-APPLIED
           DISPLAY "   REJECTED          :  " WS-APPROVED-FAILED
           DISPLAY " EXPIRED UNAPPROVED  :  " WS-PENDING-EXPIRED
           DISPLAY " SELF-APPROVED REFUSD:  " WS-SELF-APPROVALS
           DISPLAY " STILL AWAITING      :  " WS-PENDING-OPEN
           DISPLAY "-------------------------------"
      *
           CLOSE AUDIT-FILE.
           IF FS-AUDIT NOT EQUAL ZEROS
               DISPLAY "ERROR CLOSING MASTER WORK FILE: " FS-MSTIDX
               STOP RUN
           END-IF.
      *
           CLOSE PENDING-FILE.
           IF FS-PENDING NOT EQUAL ZEROS
               DISPLAY "ERROR CLOSING PENDING APPROVAL FILE: "
                                      FS-PENDING
               STOP RUN
           END-IF.
      *
           CLOSE APRWORK-FILE.
           IF FS-APRWORK NOT EQUAL ZEROS
               DISPLAY "ERROR CLOSING APPROVED WORK FILE: " FS-APRWORK
               STOP RUN
           END-IF.
      *
           IF WS-SELF-APPROVALS NOT EQUAL ZEROES
               DISPLAY "WARNING: ITEMS APPROVED BY THEIR OWN SUBMITTER "
                       "WERE REFUSED - SEE THE AUDIT TRAIL"
               MOVE 4                  TO RETURN-CODE
           END-IF.
      *
       9000-FINALIZE-EXIT.
           EXIT.
