      * CORRECTED FIELDS ARE APPLIED, THE FULL FIELD EDITS ARE RERUN, *
      * AND SURVIVORS ARE MERGED INTO THE CLEAN FEED IN CUST-ID       *
      * SEQUENCE. A REJECT STILL FAILING IS CARRIED FORWARD WITH AN   *
      * AGING COUNT UNTIL IT PASSES THE LIMIT, THEN ESCALATED. ITEMS  *
      * FOR A FROZEN OR CLOSED ACCOUNT STAY HELD UNTIL IT REOPENS      *
      *----------------------------------------------------------------*
      *
       ENVIRONMENT DIVISION.
                                   ACCESS MODE IS RANDOM
                                   RECORD KEY IS IDW-TRANS-ID
                                   FILE STATUS IS FS-ID-WORK.
      *
           SELECT CUSTOMER-FILE    ASSIGN TO DYNAMIC
                                   WS-CUSTOMER-FILENAME
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS FS-CUSTOMER.
      *
           SELECT STATUS-WORK-FILE ASSIGN TO DYNAMIC
                                   WS-STATUS-WORK-FILENAME
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE IS RANDOM
                                   RECORD KEY IS STW-CUST-ID
                                   FILE STATUS IS FS-STATUS-WORK.
      *
      ******************************************************************
      *                  DATA DIVISION                                 *
       01 ID-WORK-REC.
           05 IDW-TRANS-ID                  PIC 9(08).
      *
      *----------------------------------------------------------------*
      * INPUT FILE: CUSTOMER MASTER - READ ONCE AT INITIALIZATION TO  *
      * PICK OUT THE FROZEN AND CLOSED ACCOUNTS. THE FILE IS          *
      * OPTIONAL: NO MASTER, NO ACCOUNT-STATUS EDIT                   *
      *----------------------------------------------------------------*
       FD  CUSTOMER-FILE.
       01 CUSTOMER-REC.
           05 CUST-ID                      PIC 9(06).
           05 CUST-NAME                    PIC X(50).
           05 CUST-EMAIL                   PIC X(100).
           05 CUST-SIGNUP                  PIC X(10).
           05 CUST-STATUS                  PIC X(01).
               88 CUST-IS-FROZEN                VALUE "F".
               88 CUST-IS-CLOSED                VALUE "C".
           05 CUST-STATUS-DATE             PIC X(10).
      *
      *----------------------------------------------------------------*
      * WORK FILE: FROZEN AND CLOSED ACCOUNTS WITH THE DATE THE       *
      * STATUS TOOK EFFECT - REBUILT EVERY RUN FROM THE MASTER, SAME  *
      * REGISTER THE PRE-EDIT KEEPS                                   *
      *----------------------------------------------------------------*
       FD  STATUS-WORK-FILE.
       01 STATUS-WORK-REC.
           05 STW-CUST-ID                   PIC 9(06).
           05 STW-STATUS                    PIC X(01).
               88 STW-IS-FROZEN                 VALUE "F".
               88 STW-IS-CLOSED                 VALUE "C".
           05 STW-STATUS-DATE               PIC X(10).
      *
      ******************************************************************
      *                  WORKING STORAGE                               *
      ******************************************************************
                                         "posted_register.idx".
           05  WS-ID-WORK-FILENAME      PIC X(100) VALUE
                                         "recycle_ids.idx".
           05  WS-CUSTOMER-FILENAME     PIC X(100) VALUE
                                         "customer_data.txt".
           05  WS-STATUS-WORK-FILENAME  PIC X(100) VALUE
                                         "recycle_status.idx".
           05  WS-ENV-OVERRIDE          PIC X(100) VALUE SPACES.
      *----------------------------------------------------------------*
      * STATUS VARIABLES                                               *
           05  FS-ESCALATION           PIC X(2) VALUE SPACES.
           05  FS-POSTED-REG           PIC X(2) VALUE SPACES.
           05  FS-ID-WORK              PIC X(2) VALUE SPACES.
           05  FS-CUSTOMER             PIC X(2) VALUE SPACES.
           05  FS-STATUS-WORK          PIC X(2) VALUE SPACES.
      *----------------------------------------------------------------*
      * ACCUMULATORS FOR STATISTICS                                    *
      *----------------------------------------------------------------*
           05  WS-ESCALATED-RECORDS    PIC 9(6) VALUE 0.
           05  WS-CLEAN-RECORDS        PIC 9(6) VALUE 0.
           05  WS-MERGED-RECORDS       PIC 9(6) VALUE 0.
           05  WS-STATUS-HELD-RECORDS  PIC 9(6) VALUE 0.
      *----------------------------------------------------------------*
      * OPEN-FILE SWITCHES FOR THE OPTIONAL INPUTS - A MISSING FILE   *
      * JUST MEANS THAT SIDE CONTRIBUTES NOTHING TODAY                *
               88  WS-CLEAN-IN-OPEN             VALUE "Y".
           05  WS-POSTED-REG-SW         PIC X(01) VALUE "N".
               88  WS-POSTED-REG-OPEN           VALUE "Y".
           05  WS-STATUS-WORK-SW        PIC X(01) VALUE "N".
               88  WS-STATUS-WORK-OPEN          VALUE "Y".
      *----------------------------------------------------------------*
      * CANDIDATE WORK AREA - THE 60-BYTE RECORD IMAGE BROKEN INTO    *
      * ITS FEED FIELDS SO CORRECTIONS CAN BE APPLIED AND THE EDITS   *
           05  CT-REJ-BAD-TYPE         PIC X(02) VALUE "TY".
           05  CT-REJ-BAD-CURRENCY     PIC X(02) VALUE "CY".
           05  CT-REJ-POSTED           PIC X(02) VALUE "PD".
           05  CT-REJ-CLOSED           PIC X(02) VALUE "CL".
           05  CT-REJ-FROZEN           PIC X(02) VALUE "FZ".
      *
      ******************************************************************
      *                     PROCEDURE DIVISION                         *
                   DISPLAY "ERROR OPENING POSTED REGISTER: "
                                      FS-POSTED-REG
                   STOP RUN
           END-EVALUATE.
      *
           PERFORM 1400-LOAD-ACCOUNT-STATUS
              THRU 1400-LOAD-ACCOUNT-STATUS-EXIT
           .
       1000-INITIALIZE-EXIT.
           EXIT.
           IF WS-ENV-OVERRIDE NOT EQUAL SPACES
               MOVE WS-ENV-OVERRIDE     TO WS-ID-WORK-FILENAME
           END-IF.
      *
           MOVE SPACES                 TO WS-ENV-OVERRIDE
           DISPLAY "CUSTOMER_FILE" UPON ENVIRONMENT-NAME
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE
           IF WS-ENV-OVERRIDE NOT EQUAL SPACES
               MOVE WS-ENV-OVERRIDE     TO WS-CUSTOMER-FILENAME
           END-IF.
      *
           MOVE SPACES                 TO WS-ENV-OVERRIDE
           DISPLAY "RECYCLE_STATUS_FILE" UPON ENVIRONMENT-NAME
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE
           IF WS-ENV-OVERRIDE NOT EQUAL SPACES
               MOVE WS-ENV-OVERRIDE     TO WS-STATUS-WORK-FILENAME
           END-IF.
      *
           MOVE SPACES                 TO WS-ENV-OVERRIDE
           DISPLAY "REJECT_MAX_DAYS" UPON ENVIRONMENT-NAME
       1300-LOAD-CLEAN-IDS-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
       1400-LOAD-ACCOUNT-STATUS.
      *------------------------*
      * REBUILD THE ACCOUNT-STATUS REGISTER EMPTY AND LOAD EVERY
      * FROZEN OR CLOSED ACCOUNT FROM THE CUSTOMER MASTER INTO IT -
      * THE SAME REGISTER THE PRE-EDIT BUILDS, SO A HELD ITEM LEAVES
      * HOLD ON THE FIRST RUN AFTER ITS ACCOUNT IS REOPENED
           OPEN INPUT CUSTOMER-FILE.
           EVALUATE FS-CUSTOMER
               WHEN ZEROES
                   CONTINUE
               WHEN '35'
      * NO CUSTOMER MASTER - THE ACCOUNT-STATUS EDIT IS SKIPPED
                   GO TO 1400-LOAD-ACCOUNT-STATUS-EXIT
               WHEN OTHER
                   DISPLAY "ERROR OPENING CUSTOMER FILE: " FS-CUSTOMER
                   STOP RUN
           END-EVALUATE.
      *
           OPEN OUTPUT STATUS-WORK-FILE.
           IF FS-STATUS-WORK NOT EQUAL ZEROS
               DISPLAY "ERROR OPENING STATUS WORK FILE: "
                                      FS-STATUS-WORK
               STOP RUN
           END-IF.
      *
           PERFORM UNTIL FS-CUSTOMER NOT EQUAL ZEROS
               READ CUSTOMER-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CUST-IS-FROZEN OR CUST-IS-CLOSED
                           MOVE CUST-ID
                                       TO STW-CUST-ID
                           MOVE CUST-STATUS
                                       TO STW-STATUS
                           MOVE CUST-STATUS-DATE
                                       TO STW-STATUS-DATE
                           WRITE STATUS-WORK-REC
                           IF FS-STATUS-WORK NOT EQUAL ZEROS
                               DISPLAY
                                   "ERROR WRITING STATUS WORK FILE: "
                                      FS-STATUS-WORK
                               STOP RUN
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
      *
           CLOSE CUSTOMER-FILE.
           IF FS-CUSTOMER NOT EQUAL ZEROS
               DISPLAY "ERROR CLOSING CUSTOMER FILE: " FS-CUSTOMER
               STOP RUN
           END-IF.
      *
           CLOSE STATUS-WORK-FILE.
           OPEN INPUT STATUS-WORK-FILE.
           IF FS-STATUS-WORK NOT EQUAL ZEROS
               DISPLAY "ERROR OPENING STATUS WORK FILE: "
                                      FS-STATUS-WORK
               STOP RUN
           END-IF.
           SET WS-STATUS-WORK-OPEN     TO TRUE
           .
       1400-LOAD-ACCOUNT-STATUS-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
       2000-PROCESS-HELD.
      *-----------------*
               FUNCTION INTEGER-OF-DATE(WS-CAND-FIRST-SEEN)
           COMPUTE WS-CAND-AGE-DAYS =
               WS-RUN-DATE-INT - WS-FIRST-SEEN-INT
      *
      * A HOLD FOR A FROZEN OR CLOSED ACCOUNT IS NOT A CORRECTION
      * BILLING OWES - IT STAYS HELD, WHATEVER ITS AGE, UNTIL THE
      * ACCOUNT REOPENS
           IF WS-REJECT-REASON = CT-REJ-FROZEN
              OR WS-REJECT-REASON = CT-REJ-CLOSED
               PERFORM 8200-WRITE-HELD
                  THRU 8200-WRITE-HELD-EXIT
               GO TO 2500-RECYCLE-CANDIDATE-EXIT
           END-IF.
      *
           IF WS-CAND-AGE-DAYS > WS-REJECT-MAX-DAYS
               PERFORM 8300-WRITE-ESCALATION
                                       TO WS-REJECT-REASON
                   GO TO 2700-EDIT-CANDIDATE-EXIT
               END-IF
           END-IF.
      *
      * ACTIVITY DATED AFTER A CLOSE OR A FREEZE STAYS HELD - IT
      * PASSES ONLY ONCE THE ACCOUNT IS BACK TO ACTIVE
           IF WS-STATUS-WORK-OPEN
               MOVE WS-CAND-CUST-ID    TO STW-CUST-ID
               READ STATUS-WORK-FILE
               EVALUATE FS-STATUS-WORK
                   WHEN ZEROES
                       IF WS-CAND-DATE > STW-STATUS-DATE
                           IF STW-IS-CLOSED
                               MOVE CT-REJ-CLOSED
                                       TO WS-REJECT-REASON
                           ELSE
                               MOVE CT-REJ-FROZEN
                                       TO WS-REJECT-REASON
                           END-IF
                           ADD 1       TO WS-STATUS-HELD-RECORDS
                       END-IF
                   WHEN '23'
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "ERROR READING STATUS WORK FILE: "
                                      FS-STATUS-WORK
                       STOP RUN
               END-EVALUATE
           END-IF
           .
       2700-EDIT-CANDIDATE-EXIT.
           DISPLAY " SURVIVORS RECYCLED  :  " WS-SURVIVOR-RECORDS
           DISPLAY " REJECTS CARRIED FWD :  " WS-CARRIED-RECORDS
           DISPLAY " REJECTS ESCALATED   :  " WS-ESCALATED-RECORDS
           DISPLAY " CLOSED/FROZEN ACCT  :  " WS-STATUS-HELD-RECORDS
           DISPLAY "-------------------------------"
           DISPLAY " CLEAN        READ   :  " WS-CLEAN-RECORDS
           DISPLAY " MERGED       WRITE  :  " WS-MERGED-RECORDS
               DISPLAY "ERROR CLOSING ID WORK FILE: " FS-ID-WORK
               STOP RUN
           END-IF.
      *
           IF WS-STATUS-WORK-OPEN
               CLOSE STATUS-WORK-FILE
               IF FS-STATUS-WORK NOT EQUAL ZEROS
                   DISPLAY "ERROR CLOSING STATUS WORK FILE: "
                                      FS-STATUS-WORK
                   STOP RUN
               END-IF
           END-IF.
      *
           CLOSE MERGED-FILE.
           IF FS-MERGED NOT EQUAL ZEROS
