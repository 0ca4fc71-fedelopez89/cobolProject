       IDENTIFICATION DIVISION.
       PROGRAM-ID. customer_approve.
       AUTHOR. LOPEZ FEDERICO.
       DATE-WRITTEN. OCTOBER 2026.
       DATE-COMPILED.
      *----------------------------------------------------------------*
      * OBJECTIVE: SECOND-OPERATOR DECISIONS ON THE CUSTOMER DELETES  *
      * AND MERGES THAT customer_maint HAS PUT ON THE PENDING-        *
      * APPROVAL FILE. EACH DECISION APPROVES OR DECLINES ONE ITEM BY *
      * ITEM NUMBER. THE APPROVER IS NAMED IN APPROVAL_USER AND MAY   *
      * NOT DECIDE AN ITEM THEY SUBMITTED. AN ITEM OLDER THAN         *
      * APPROVAL_MAX_DAYS IS EXPIRED INSTEAD OF DECIDED. EVERY        *
      * DECISION, TAKEN OR REFUSED, GOES TO THE CUSTOMER AUDIT TRAIL. *
      * APPROVED ITEMS ARE APPLIED BY THE NEXT customer_maint RUN. A  *
      * LIST OF THE ITEMS STILL WAITING IS WRITTEN FOR THE APPROVERS  *
      *----------------------------------------------------------------*
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
           SELECT DECISION-FILE    ASSIGN TO DYNAMIC
                                   WS-DECISION-FILENAME
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS FS-DECISION.
      *
           SELECT PENDING-FILE     ASSIGN TO DYNAMIC
                                   WS-PENDING-FILENAME
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE IS DYNAMIC
                                   RECORD KEY IS PND-ITEM-NO
                                   FILE STATUS IS FS-PENDING.
      *
           SELECT AUDIT-FILE       ASSIGN TO DYNAMIC
                                   WS-AUDIT-FILENAME
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS FS-AUDIT.
      *
           SELECT LIST-FILE        ASSIGN TO DYNAMIC
                                   WS-LIST-FILENAME
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS FS-LIST.
      *
      ******************************************************************
      *                  DATA DIVISION                                 *
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------------*
      * INPUT FILE: APPROVAL DECISIONS (ANY ORDER). ACTION            *
      * A=APPROVE, D=DECLINE, FOLLOWED BY THE ITEM NUMBER FROM THE    *
      * PENDING LIST                                                  *
      *----------------------------------------------------------------*
       FD  DECISION-FILE.
       01 DECISION-REC.
           05 DCN-ACTION                   PIC X(01).
               88 DCN-IS-APPROVE                VALUE "A".
               88 DCN-IS-DECLINE                VALUE "D".
           05 DCN-ITEM-NO                  PIC X(08).
           05 DCN-ITEM-NO-N REDEFINES DCN-ITEM-NO
                                           PIC 9(08).
      *
      *----------------------------------------------------------------*
      * I-O FILE: DELETES AND MERGES AWAITING A SECOND OPERATOR -     *
      * WRITTEN BY customer_maint. STATUS P=PENDING A=APPROVED        *
      * D=DECLINED X=EXPIRED S=REFUSED, APPROVED BY ITS OWN SUBMITTER *
      * C=APPLIED R=REJECTED WHEN APPLIED                             *
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
               88 PND-IS-DELETE                 VALUE "D".
               88 PND-IS-MERGE                  VALUE "M".
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
      * OUTPUT FILE: CUSTOMER AUDIT TRAIL - THE SAME FILE AND LAYOUT  *
      * customer_maint APPENDS TO, SO AN ITEM'S SUBMISSION, DECISION  *
      * AND APPLICATION READ TOGETHER UNDER ITS CUSTOMER ID           *
      *----------------------------------------------------------------*
       FD  AUDIT-FILE
           RECORDING MODE IS F.
       01 AUDIT-REC.
           05 AUD-DATE                      PIC 9(08).
           05 AUD-DEL1                      PIC X(01) VALUE ";".
           05 AUD-TIME                      PIC 9(06).
           05 AUD-DEL2                      PIC X(01) VALUE ";".
           05 AUD-USER                      PIC X(08).
           05 AUD-DEL3                      PIC X(01) VALUE ";".
           05 AUD-ACTION                    PIC X(06).
           05 AUD-DEL4                      PIC X(01) VALUE ";".
           05 AUD-CUST-ID                   PIC 9(06).
           05 AUD-DEL5                      PIC X(01) VALUE ";".
           05 AUD-STATUS                    PIC X(20).
           05 AUD-DEL6                      PIC X(01) VALUE ";".
           05 AUD-BEFORE-IMAGE              PIC X(177).
           05 AUD-DEL7                      PIC X(01) VALUE ";".
           05 AUD-AFTER-IMAGE               PIC X(177).
      *
      *----------------------------------------------------------------*
      * OUTPUT FILE: ITEMS STILL AWAITING A DECISION AFTER THIS RUN,  *
      * OLDEST FIRST, WITH THEIR AGE IN DAYS                          *
      *----------------------------------------------------------------*
       FD  LIST-FILE
           RECORDING MODE IS F.
       01 LIST-REC.
           05 LST-ITEM-NO                   PIC 9(08).
           05 LST-DEL1                      PIC X(01) VALUE ";".
           05 LST-CUST-ID                   PIC 9(06).
           05 LST-DEL2                      PIC X(01) VALUE ";".
           05 LST-ACTION                    PIC X(06).
           05 LST-DEL3                      PIC X(01) VALUE ";".
           05 LST-MERGE-TO-ID               PIC X(06).
           05 LST-DEL4                      PIC X(01) VALUE ";".
           05 LST-SUBMIT-USER               PIC X(08).
           05 LST-DEL5                      PIC X(01) VALUE ";".
           05 LST-SUBMIT-DATE               PIC 9(08).
           05 LST-DEL6                      PIC X(01) VALUE ";".
           05 LST-AGE-DAYS                  PIC 9(05).
      *
      ******************************************************************
      *                  WORKING STORAGE                               *
      ******************************************************************
       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      * DYNAMIC FILE NAMES - OVERRIDABLE VIA ENVIRONMENT VARIABLE      *
      *----------------------------------------------------------------*
       01  WS-FILENAMES.
           05  WS-DECISION-FILENAME     PIC X(100) VALUE
                                         "customer_approvals.txt".
           05  WS-PENDING-FILENAME      PIC X(100) VALUE
                                         "customer_pending.idx".
           05  WS-AUDIT-FILENAME        PIC X(100) VALUE
                                         "customer_audit.csv".
           05  WS-LIST-FILENAME         PIC X(100) VALUE
                                         "customer_pending_list.csv".
           05  WS-ENV-OVERRIDE          PIC X(100) VALUE SPACES.
      *----------------------------------------------------------------*
      * STATUS VARIABLES                                               *
      *----------------------------------------------------------------*
       01  WS-FILE-STATUS.
           05  FS-DECISION             PIC X(2) VALUE SPACES.
           05  FS-PENDING              PIC X(2) VALUE SPACES.
           05  FS-AUDIT                PIC X(2) VALUE SPACES.
           05  FS-LIST                 PIC X(2) VALUE SPACES.
      *----------------------------------------------------------------*
      * ACCUMULATORS FOR STATISTICS                                    *
      *----------------------------------------------------------------*
       01  WS-STATS.
           05  WS-DECISION-RECORDS     PIC 9(6) VALUE 0.
           05  WS-ITEMS-APPROVED       PIC 9(6) VALUE 0.
           05  WS-ITEMS-DECLINED       PIC 9(6) VALUE 0.
           05  WS-DECISIONS-REJECTED   PIC 9(6) VALUE 0.
           05  WS-SELF-APPROVALS       PIC 9(6) VALUE 0.
           05  WS-ITEMS-EXPIRED        PIC 9(6) VALUE 0.
           05  WS-ITEMS-WAITING        PIC 9(6) VALUE 0.
      *----------------------------------------------------------------*
      * RUN IDENTIFICATION FOR THE AUDIT TRAIL                         *
      *----------------------------------------------------------------*
       01  WS-RUN-STAMP.
           05  WS-RUN-DATE              PIC 9(08) VALUE 0.
           05  WS-RUN-TIME              PIC 9(06) VALUE 0.
           05  WS-RUN-TIME-RAW          PIC 9(08) VALUE 0.
           05  WS-APPROVAL-USER         PIC X(08) VALUE SPACES.
      *----------------------------------------------------------------*
      * DECISION WORK FIELDS                                           *
      *----------------------------------------------------------------*
       01  WS-AUDIT-STATUS              PIC X(20)  VALUE SPACES.
       01  WS-DECISION-CONTROL.
           05  WS-DECISION-EOF-SW       PIC X(01) VALUE "N".
               88  WS-DECISION-EOF              VALUE "Y".
           05  WS-RUN-DATE-INT          PIC 9(08) COMP VALUE 0.
           05  WS-SUBMIT-DATE-INT       PIC 9(08) COMP VALUE 0.
           05  WS-PENDING-AGE-DAYS      PIC S9(05) COMP VALUE 0.
           05  WS-APPROVAL-MAX-DAYS     PIC 9(03) VALUE 7.
      *
      *----------------------------------------------------------------*
      * CONSTANTS                                                      *
      *----------------------------------------------------------------*
       01  CT-CONSTANTS.
           05  CT-DELIMITED-CHARACTER  PIC X VALUE ";".
           05  CT-PND-APPROVED         PIC X(01) VALUE "A".
           05  CT-PND-DECLINED         PIC X(01) VALUE "D".
           05  CT-PND-EXPIRED          PIC X(01) VALUE "X".
           05  CT-ACT-DELETE           PIC X(06) VALUE "DELETE".
           05  CT-ACT-MERGE            PIC X(06) VALUE "MERGE".
           05  CT-STA-APPROVED         PIC X(20) VALUE "APPROVED".
           05  CT-STA-DECLINED         PIC X(20) VALUE "DECLINED".
           05  CT-STA-EXPIRED          PIC X(20) VALUE
                                          "EXPIRED-UNAPPROVED".
           05  CT-STA-NO-ITEM          PIC X(20) VALUE
                                          "REJECTED-NO-ITEM".
           05  CT-STA-NOT-PENDING      PIC X(20) VALUE
                                          "REJECTED-NOT-PENDING".
           05  CT-STA-SELF-APPROVED    PIC X(20) VALUE
                                          "REJECTED-SELF-APPRV".
           05  CT-STA-BAD-ACTION       PIC X(20) VALUE
                                          "REJECTED-BAD-ACTION".
      *
      ******************************************************************
      *                     PROCEDURE DIVISION                         *
      ******************************************************************
       PROCEDURE DIVISION.
      *
           PERFORM 1000-INITIALIZE
              THRU 1000-INITIALIZE-EXIT.
      *
           PERFORM 2000-PROCESS-DECISION
              THRU 2000-PROCESS-DECISION-EXIT
             UNTIL WS-DECISION-EOF.
      *
           PERFORM 3000-LIST-WAITING
              THRU 3000-LIST-WAITING-EXIT.
      *
           PERFORM 9000-FINALIZE
              THRU 9000-FINALIZE-EXIT.
      *
           STOP RUN.
      *
      *-----------------------------------------------------------------
       1000-INITIALIZE.
      *---------------*
           DISPLAY "CUSTOMER APPROVAL INITIALIZATION STARTED".
      *
           PERFORM 1100-RESOLVE-FILENAMES
              THRU 1100-RESOLVE-FILENAMES-EXIT.
      *
      * THE WHOLE POINT IS A NAMED SECOND OPERATOR - NO DEFAULT
           IF WS-APPROVAL-USER = SPACES
               DISPLAY "ERROR: APPROVAL_USER IS NOT SET - DECISIONS "
                       "MUST BE TAKEN UNDER THE APPROVER'S OWN ID"
               MOVE 8                  TO RETURN-CODE
               STOP RUN
           END-IF.
      *
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME-RAW FROM TIME.
           MOVE WS-RUN-TIME-RAW(1:6)   TO WS-RUN-TIME.
           COMPUTE WS-RUN-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).
      *
           OPEN INPUT DECISION-FILE.
           IF FS-DECISION NOT EQUAL ZEROS
               DISPLAY "ERROR OPENING APPROVAL DECISION FILE: "
                                      FS-DECISION
               STOP RUN
           END-IF.
      *
           OPEN I-O PENDING-FILE.
           IF FS-PENDING NOT EQUAL ZEROS
               DISPLAY "ERROR OPENING PENDING APPROVAL FILE: "
                                      FS-PENDING
               STOP RUN
           END-IF.
      *
           OPEN EXTEND AUDIT-FILE.
           IF FS-AUDIT EQUAL '35'
               OPEN OUTPUT AUDIT-FILE
           END-IF.
           IF FS-AUDIT NOT EQUAL ZEROS
               DISPLAY "ERROR OPENING AUDIT FILE: " FS-AUDIT
               STOP RUN
           END-IF.
      *
           OPEN OUTPUT LIST-FILE.
           IF FS-LIST NOT EQUAL ZEROS
               DISPLAY "ERROR OPENING PENDING LIST FILE: " FS-LIST
               STOP RUN
           END-IF.
      *
           PERFORM 7100-READ-DECISION
              THRU 7100-READ-DECISION-EXIT
           .
       1000-INITIALIZE-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
       1100-RESOLVE-FILENAMES.
      *----------------------*
           MOVE SPACES                 TO WS-ENV-OVERRIDE
           DISPLAY "APPROVAL_FILE" UPON ENVIRONMENT-NAME
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE
           IF WS-ENV-OVERRIDE NOT EQUAL SPACES
               MOVE WS-ENV-OVERRIDE     TO WS-DECISION-FILENAME
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
           DISPLAY "CUSTOMER_AUDIT_FILE" UPON ENVIRONMENT-NAME
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE
           IF WS-ENV-OVERRIDE NOT EQUAL SPACES
               MOVE WS-ENV-OVERRIDE     TO WS-AUDIT-FILENAME
           END-IF.
      *
           MOVE SPACES                 TO WS-ENV-OVERRIDE
           DISPLAY "PENDING_LIST_FILE" UPON ENVIRONMENT-NAME
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE
           IF WS-ENV-OVERRIDE NOT EQUAL SPACES
               MOVE WS-ENV-OVERRIDE     TO WS-LIST-FILENAME
           END-IF.
      *
           MOVE SPACES                 TO WS-ENV-OVERRIDE
           DISPLAY "APPROVAL_USER" UPON ENVIRONMENT-NAME
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE
           IF WS-ENV-OVERRIDE NOT EQUAL SPACES
               MOVE WS-ENV-OVERRIDE(1:8)
                                        TO WS-APPROVAL-USER
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
           EXIT.
      *
      *-----------------------------------------------------------------
       2000-PROCESS-DECISION.
      *---------------------*
      * CHECK ONE DECISION AGAINST ITS ITEM AND RECORD IT. EVERY
      * DECISION LEAVES EXACTLY ONE AUDIT ROW
           INITIALIZE PENDING-REC.
      *
           IF DCN-ITEM-NO NOT NUMERIC
               MOVE CT-STA-NO-ITEM     TO WS-AUDIT-STATUS
               PERFORM 8200-WRITE-AUDIT-REJECT
                  THRU 8200-WRITE-AUDIT-REJECT-EXIT
               GO TO 2000-PROCESS-DECISION-NEXT
           END-IF.
      *
           MOVE DCN-ITEM-NO-N          TO PND-ITEM-NO.
           READ PENDING-FILE.
           EVALUATE FS-PENDING
               WHEN ZEROES
                   CONTINUE
               WHEN '23'
                   INITIALIZE PENDING-REC
                   MOVE CT-STA-NO-ITEM TO WS-AUDIT-STATUS
                   PERFORM 8200-WRITE-AUDIT-REJECT
                      THRU 8200-WRITE-AUDIT-REJECT-EXIT
                   GO TO 2000-PROCESS-DECISION-NEXT
               WHEN OTHER
                   DISPLAY "ERROR READING PENDING APPROVAL FILE: "
                                      FS-PENDING
                   STOP RUN
           END-EVALUATE.
      *
      * ONLY AN ITEM STILL WAITING CAN BE DECIDED - A SECOND DECISION
      * ON THE SAME ITEM NEVER OVERRIDES THE FIRST
           IF NOT PND-IS-PENDING
               MOVE CT-STA-NOT-PENDING TO WS-AUDIT-STATUS
               PERFORM 8200-WRITE-AUDIT-REJECT
                  THRU 8200-WRITE-AUDIT-REJECT-EXIT
               GO TO 2000-PROCESS-DECISION-NEXT
           END-IF.
      *
      * THE SUBMITTER MAY NOT DECIDE THEIR OWN ITEM EITHER WAY - IT
      * STAYS PENDING FOR SOMEONE ELSE
           IF PND-SUBMIT-USER = WS-APPROVAL-USER
               MOVE CT-STA-SELF-APPROVED
                                       TO WS-AUDIT-STATUS
               ADD 1                   TO WS-SELF-APPROVALS
               PERFORM 8200-WRITE-AUDIT-REJECT
                  THRU 8200-WRITE-AUDIT-REJECT-EXIT
               GO TO 2000-PROCESS-DECISION-NEXT
           END-IF.
      *
      * AN ITEM ALREADY PAST THE APPROVAL LIMIT CAN NO LONGER BE
      * DECIDED - IT IS EXPIRED HERE, ON THE SAME CUTOFF customer_maint
      * USES, RATHER THAN APPROVED LATE
           COMPUTE WS-SUBMIT-DATE-INT =
               FUNCTION INTEGER-OF-DATE(PND-SUBMIT-DATE).
           COMPUTE WS-PENDING-AGE-DAYS =
               WS-RUN-DATE-INT - WS-SUBMIT-DATE-INT.
           IF WS-PENDING-AGE-DAYS > WS-APPROVAL-MAX-DAYS
               MOVE CT-PND-EXPIRED     TO PND-STATUS
               MOVE WS-RUN-DATE        TO PND-CLOSE-DATE
               MOVE CT-STA-EXPIRED     TO WS-AUDIT-STATUS
               ADD 1                   TO WS-ITEMS-EXPIRED
               PERFORM 8100-REWRITE-ITEM
                  THRU 8100-REWRITE-ITEM-EXIT
               GO TO 2000-PROCESS-DECISION-NEXT
           END-IF.
      *
           EVALUATE TRUE
               WHEN DCN-IS-APPROVE
                   MOVE CT-PND-APPROVED
                                       TO PND-STATUS
                   MOVE CT-STA-APPROVED
                                       TO WS-AUDIT-STATUS
                   ADD 1               TO WS-ITEMS-APPROVED
                   PERFORM 8100-REWRITE-ITEM
                      THRU 8100-REWRITE-ITEM-EXIT
               WHEN DCN-IS-DECLINE
                   MOVE CT-PND-DECLINED
                                       TO PND-STATUS
                   MOVE WS-RUN-DATE    TO PND-CLOSE-DATE
                   MOVE CT-STA-DECLINED
                                       TO WS-AUDIT-STATUS
                   ADD 1               TO WS-ITEMS-DECLINED
                   PERFORM 8100-REWRITE-ITEM
                      THRU 8100-REWRITE-ITEM-EXIT
               WHEN OTHER
                   MOVE CT-STA-BAD-ACTION
                                       TO WS-AUDIT-STATUS
                   PERFORM 8200-WRITE-AUDIT-REJECT
                      THRU 8200-WRITE-AUDIT-REJECT-EXIT
           END-EVALUATE.
      *
       2000-PROCESS-DECISION-NEXT.
           PERFORM 7100-READ-DECISION
              THRU 7100-READ-DECISION-EXIT
           .
       2000-PROCESS-DECISION-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
       3000-LIST-WAITING.
      *-----------------*
      * ITEM NUMBERS ARE ISSUED IN SUBMISSION ORDER, SO KEY ORDER IS
      * OLDEST FIRST
           MOVE ZEROES                 TO PND-ITEM-NO.
           START PENDING-FILE KEY IS NOT LESS THAN PND-ITEM-NO.
           EVALUATE FS-PENDING
               WHEN ZEROES
                   CONTINUE
               WHEN '23'
                   GO TO 3000-LIST-WAITING-EXIT
               WHEN OTHER
                   DISPLAY "ERROR POSITIONING PENDING APPROVAL FILE: "
                                      FS-PENDING
                   STOP RUN
           END-EVALUATE.
      *
           PERFORM 3100-LIST-ITEM
              THRU 3100-LIST-ITEM-EXIT
             UNTIL FS-PENDING NOT EQUAL ZEROS
           .
       3000-LIST-WAITING-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
       3100-LIST-ITEM.
      *--------------*
           READ PENDING-FILE NEXT RECORD.
           EVALUATE FS-PENDING
               WHEN ZEROES
                   CONTINUE
               WHEN '10'
                   GO TO 3100-LIST-ITEM-EXIT
               WHEN OTHER
                   DISPLAY "ERROR READING PENDING APPROVAL FILE: "
                                      FS-PENDING
                   STOP RUN
           END-EVALUATE.
      *
           IF NOT PND-IS-PENDING
               GO TO 3100-LIST-ITEM-EXIT
           END-IF.
      *
           PERFORM 8300-WRITE-LIST
              THRU 8300-WRITE-LIST-EXIT
           .
       3100-LIST-ITEM-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
       7100-READ-DECISION.
      *------------------*
           READ DECISION-FILE.
           EVALUATE FS-DECISION
               WHEN ZEROES
                   ADD 1           TO WS-DECISION-RECORDS
               WHEN '10'
                   SET WS-DECISION-EOF
                                   TO TRUE
               WHEN OTHER
                   DISPLAY "ERROR READING APPROVAL DECISION FILE: "
                                      FS-DECISION
                   STOP RUN
           END-EVALUATE
           .
       7100-READ-DECISION-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
       8100-REWRITE-ITEM.
      *-----------------*
      * PND-STATUS AND WS-AUDIT-STATUS ARE SET BY THE CALLER. THE ITEM
      * IS STAMPED WITH THE APPROVER AND THE TIME OF THE DECISION
           MOVE WS-RUN-DATE            TO PND-DECISION-DATE
           MOVE WS-RUN-TIME            TO PND-DECISION-TIME
           MOVE WS-APPROVAL-USER       TO PND-DECISION-USER
      *
           REWRITE PENDING-REC.
      *
           IF FS-PENDING NOT EQUAL ZEROS
               DISPLAY "ERROR REWRITING PENDING APPROVAL FILE: "
                                      FS-PENDING
               STOP RUN
           END-IF.
      *
           PERFORM 8400-WRITE-AUDIT
              THRU 8400-WRITE-AUDIT-EXIT
           .
       8100-REWRITE-ITEM-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
       8200-WRITE-AUDIT-REJECT.
      *-----------------------*
           PERFORM 8400-WRITE-AUDIT
              THRU 8400-WRITE-AUDIT-EXIT.
      *
           ADD 1                       TO WS-DECISIONS-REJECTED
           .
       8200-WRITE-AUDIT-REJECT-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
       8300-WRITE-LIST.
      *---------------*
           COMPUTE WS-SUBMIT-DATE-INT =
               FUNCTION INTEGER-OF-DATE(PND-SUBMIT-DATE).
      *
           INITIALIZE LIST-REC.
           MOVE PND-ITEM-NO            TO LST-ITEM-NO
           MOVE PND-CUST-ID            TO LST-CUST-ID
           MOVE PND-MERGE-TO-ID        TO LST-MERGE-TO-ID
           MOVE PND-SUBMIT-USER        TO LST-SUBMIT-USER
           MOVE PND-SUBMIT-DATE        TO LST-SUBMIT-DATE
           COMPUTE LST-AGE-DAYS =
               WS-RUN-DATE-INT - WS-SUBMIT-DATE-INT
      *
           EVALUATE TRUE
               WHEN PND-IS-DELETE
                   MOVE CT-ACT-DELETE  TO LST-ACTION
               WHEN PND-IS-MERGE
                   MOVE CT-ACT-MERGE   TO LST-ACTION
               WHEN OTHER
                   MOVE PND-ACTION     TO LST-ACTION
           END-EVALUATE
      *
           MOVE CT-DELIMITED-CHARACTER TO LST-DEL1
                                          LST-DEL2
                                          LST-DEL3
                                          LST-DEL4
                                          LST-DEL5
                                          LST-DEL6
      *
           WRITE LIST-REC.
      *
           IF FS-LIST NOT EQUAL ZEROS
               DISPLAY "ERROR WRITING PENDING LIST FILE: " FS-LIST
               STOP RUN
           END-IF.
      *
           ADD 1                       TO WS-ITEMS-WAITING
           .
       8300-WRITE-LIST-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
       8400-WRITE-AUDIT.
      *----------------*
      * WS-AUDIT-STATUS IS SET BY THE CALLER. A DECISION CHANGES NO
      * CUSTOMER, SO BOTH IMAGES ARE EMPTY; THE CUSTOMER AND ACTION
      * ARE THE ITEM'S (ZERO AND THE DECISION CODE WHEN THERE IS NO
      * SUCH ITEM) AND THE USER IS THE APPROVER
           INITIALIZE AUDIT-REC.
      *
           MOVE WS-AUDIT-STATUS        TO AUD-STATUS
           MOVE WS-RUN-DATE            TO AUD-DATE
           MOVE WS-RUN-TIME            TO AUD-TIME
           MOVE WS-APPROVAL-USER       TO AUD-USER
           MOVE PND-CUST-ID            TO AUD-CUST-ID
           MOVE SPACES                 TO AUD-BEFORE-IMAGE
                                          AUD-AFTER-IMAGE
      *
           EVALUATE TRUE
               WHEN PND-IS-DELETE
                   MOVE CT-ACT-DELETE  TO AUD-ACTION
               WHEN PND-IS-MERGE
                   MOVE CT-ACT-MERGE   TO AUD-ACTION
               WHEN OTHER
                   MOVE DCN-ACTION     TO AUD-ACTION
           END-EVALUATE
      *
           MOVE CT-DELIMITED-CHARACTER TO AUD-DEL1
                                          AUD-DEL2
                                          AUD-DEL3
                                          AUD-DEL4
                                          AUD-DEL5
                                          AUD-DEL6
                                          AUD-DEL7
      *
           WRITE AUDIT-REC.
      *
           IF FS-AUDIT NOT EQUAL ZEROS
               DISPLAY
                   "ERROR WRITING AUDIT FILE: " FS-AUDIT
               STOP RUN
           END-IF
           .
       8400-WRITE-AUDIT-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
       9000-FINALIZE.
      *-------------*
           DISPLAY "CUSTOMER APPROVAL FINALIZATION STARTED".
      *
           DISPLAY ' '
           DISPLAY "********************************"
           DISPLAY " CONTROL PROGRAM customer_approve"
           DISPLAY "********************************"
           DISPLAY " APPROVER            :  " WS-APPROVAL-USER
           DISPLAY " DECISIONS    READ   :  " WS-DECISION-RECORDS
           DISPLAY "-------------------------------"
           DISPLAY " ITEMS APPROVED      :  " WS-ITEMS-APPROVED
           DISPLAY " ITEMS DECLINED      :  " WS-ITEMS-DECLINED
           DISPLAY " EXPIRED UNAPPROVED  :  " WS-ITEMS-EXPIRED
           DISPLAY " DECISIONS REJECTED  :  " WS-DECISIONS-REJECTED
           DISPLAY "   OWN SUBMISSIONS   :  " WS-SELF-APPROVALS
           DISPLAY " ITEMS STILL WAITING :  " WS-ITEMS-WAITING
           DISPLAY "-------------------------------"
      *
           CLOSE DECISION-FILE.
           IF FS-DECISION NOT EQUAL ZEROS
               DISPLAY "ERROR CLOSING APPROVAL DECISION FILE: "
                                      FS-DECISION
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
           CLOSE AUDIT-FILE.
           IF FS-AUDIT NOT EQUAL ZEROS
               DISPLAY "ERROR CLOSING AUDIT FILE: " FS-AUDIT
               STOP RUN
           END-IF.
      *
           CLOSE LIST-FILE.
           IF FS-LIST NOT EQUAL ZEROS
               DISPLAY "ERROR CLOSING PENDING LIST FILE: " FS-LIST
               STOP RUN
           END-IF.
      *
           IF WS-DECISIONS-REJECTED NOT EQUAL ZEROES
               DISPLAY "WARNING: APPROVAL DECISIONS REJECTED - SEE "
                       "THE AUDIT TRAIL"
               MOVE 4                  TO RETURN-CODE
           END-IF
           .
       9000-FINALIZE-EXIT.
           EXIT.
