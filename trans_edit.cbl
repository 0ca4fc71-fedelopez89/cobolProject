      * CUSTOMER SEQUENCE, SPLIT THE FEED INTO A CERTIFIED-CLEAN FILE *
      * AND A REJECT FILE WITH A REASON CODE PER RECORD, AND END WITH *
      * A NONZERO RETURN CODE WHEN THE REJECT RATE CROSSES THE        *
      * THRESHOLD SO THE SCHEDULER CAN HOLD THE MERGE. NEW ACTIVITY   *
      * ON A CLOSED ACCOUNT IS REJECTED AND ON A FROZEN ACCOUNT HELD  *
      * UNTIL THE ACCOUNT IS REOPENED                                 *
      *----------------------------------------------------------------*
      *
       ENVIRONMENT DIVISION.
                                   ACCESS MODE IS RANDOM
                                   RECORD KEY IS REG-TRANS-ID
                                   FILE STATUS IS FS-POSTED-REG.
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
           05 REG-TRANS-ID                  PIC 9(08).
           05 REG-POST-DATE                 PIC 9(08).
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
      * STATUS TOOK EFFECT - INDEXED ON CUST-ID AND REBUILT EVERY     *
      * RUN FROM THE MASTER, SO THE STATUS EDIT IS ONE KEYED READ     *
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
                                         "trans_edit_ids.idx".
           05  WS-POSTED-REG-FILENAME   PIC X(100) VALUE
                                         "posted_register.idx".
           05  WS-CUSTOMER-FILENAME     PIC X(100) VALUE
                                         "customer_data.txt".
           05  WS-STATUS-WORK-FILENAME  PIC X(100) VALUE
                                         "trans_edit_status.idx".
           05  WS-ENV-OVERRIDE          PIC X(100) VALUE SPACES.
      *----------------------------------------------------------------*
      * STATUS VARIABLES                                               *
           05  FS-REJECT               PIC X(2) VALUE SPACES.
           05  FS-ID-WORK              PIC X(2) VALUE SPACES.
           05  FS-POSTED-REG           PIC X(2) VALUE SPACES.
           05  FS-CUSTOMER             PIC X(2) VALUE SPACES.
           05  FS-STATUS-WORK          PIC X(2) VALUE SPACES.
      *----------------------------------------------------------------*
      * ACCUMULATORS FOR STATISTICS                                    *
      *----------------------------------------------------------------*
           05  WS-FEED-RECORDS         PIC 9(6) VALUE 0.
           05  WS-CLEAN-RECORDS        PIC 9(6) VALUE 0.
           05  WS-REJECT-RECORDS       PIC 9(6) VALUE 0.
           05  WS-STATUS-REJECTS       PIC 9(6) VALUE 0.
           05  WS-STATUS-ACCOUNTS      PIC 9(6) VALUE 0.
           05  WS-REJECT-RATE-PCT      PIC 9(3)V99 VALUE 0.
      *----------------------------------------------------------------*
      * EDIT CONTROLS                                                  *
           05  WS-POSTED-DATE          PIC 9(08) VALUE 0.
           05  WS-POSTED-REG-SW        PIC X(01) VALUE "N".
               88  WS-POSTED-REG-OPEN          VALUE "Y".
           05  WS-STATUS-WORK-SW       PIC X(01) VALUE "N".
               88  WS-STATUS-WORK-OPEN         VALUE "Y".
           05  WS-STATUS-DATE          PIC 9(08) VALUE 0.
      *----------------------------------------------------------------*
      * CALENDAR-DATE EDIT WORK AREAS                                  *
      *----------------------------------------------------------------*
      *   CY = CURRENCY CODE NOT THREE UPPER-CASE LETTERS
      *   PD = ALREADY POSTED BY A PRIOR SUMMARY RUN (THE REJECT
      *        DETAIL FIELD SHOWS THE ORIGINAL POSTING DATE)
      *   CL = ACTIVITY DATED AFTER THE ACCOUNT WAS CLOSED
      *   FZ = ACTIVITY DATED AFTER THE ACCOUNT WAS FROZEN - HELD BY
      *        THE RECYCLE STEP UNTIL THE ACCOUNT IS REOPENED
      *        (CL AND FZ SHOW THE STATUS DATE IN THE DETAIL FIELD AND
      *        ARE LEFT OUT OF THE REJECT RATE - THEY ARE NOT FEED
      *        QUALITY PROBLEMS)
           05  CT-REJ-BAD-ID           PIC X(02) VALUE "ID".
           05  CT-REJ-DUPLICATE        PIC X(02) VALUE "DU".
           05  CT-REJ-BAD-CUST         PIC X(02) VALUE "CU".
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
           PERFORM 1200-LOAD-ACCOUNT-STATUS
              THRU 1200-LOAD-ACCOUNT-STATUS-EXIT
           .
       1000-INITIALIZE-EXIT.
           EXIT.
           IF WS-ENV-OVERRIDE NOT EQUAL SPACES
               MOVE WS-ENV-OVERRIDE     TO WS-POSTED-REG-FILENAME
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
           DISPLAY "STATUS_WORK_FILE" UPON ENVIRONMENT-NAME
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE
           IF WS-ENV-OVERRIDE NOT EQUAL SPACES
               MOVE WS-ENV-OVERRIDE     TO WS-STATUS-WORK-FILENAME
           END-IF.
      *
           MOVE SPACES                 TO WS-ENV-OVERRIDE
           DISPLAY "REJECT_THRESHOLD_PCT" UPON ENVIRONMENT-NAME
       1100-RESOLVE-FILENAMES-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
       1200-LOAD-ACCOUNT-STATUS.
      *------------------------*
      * REBUILD THE ACCOUNT-STATUS REGISTER EMPTY AND LOAD EVERY
      * FROZEN OR CLOSED ACCOUNT FROM THE CUSTOMER MASTER INTO IT.
      * ACTIVE ACCOUNTS ARE LEFT OUT - A NOT-FOUND ON THE KEYED READ
      * MEANS THE ACCOUNT MAY TRADE
           OPEN INPUT CUSTOMER-FILE.
           EVALUATE FS-CUSTOMER
               WHEN ZEROES
                   CONTINUE
               WHEN '35'
      * NO CUSTOMER MASTER - THE ACCOUNT-STATUS EDIT IS SKIPPED
                   GO TO 1200-LOAD-ACCOUNT-STATUS-EXIT
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
           PERFORM 1250-LOAD-STATUS-ACCOUNT
              THRU 1250-LOAD-STATUS-ACCOUNT-EXIT
             UNTIL FS-CUSTOMER NOT EQUAL ZEROS.
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
       1200-LOAD-ACCOUNT-STATUS-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
       1250-LOAD-STATUS-ACCOUNT.
      *------------------------*
      * ONLY FROZEN AND CLOSED ACCOUNTS GO TO THE STATUS WORK FILE
           READ CUSTOMER-FILE.
           EVALUATE FS-CUSTOMER
               WHEN ZEROES
                   IF CUST-IS-FROZEN OR CUST-IS-CLOSED
                       MOVE CUST-ID        TO STW-CUST-ID
                       MOVE CUST-STATUS    TO STW-STATUS
                       MOVE CUST-STATUS-DATE
                                           TO STW-STATUS-DATE
                       WRITE STATUS-WORK-REC
                       IF FS-STATUS-WORK NOT EQUAL ZEROS
                           DISPLAY "ERROR WRITING STATUS WORK FILE: "
                                      FS-STATUS-WORK
                           STOP RUN
                       END-IF
                       ADD 1               TO WS-STATUS-ACCOUNTS
                   END-IF
               WHEN '10'
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERROR READING CUSTOMER FILE: " FS-CUSTOMER
                   STOP RUN
           END-EVALUATE
           .
       1250-LOAD-STATUS-ACCOUNT-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
       2000-PROCESSING.
      *---------------*
                   GO TO 2100-EDIT-RECORD-EXIT
               END-IF
           END-IF.
      *
           PERFORM 2400-CHECK-ACCOUNT-STATUS
              THRU 2400-CHECK-ACCOUNT-STATUS-EXIT.
           IF NOT WS-RECORD-CLEAN
               GO TO 2100-EDIT-RECORD-EXIT
           END-IF.
      *
      * THE RECORD IS CLEAN - REMEMBER ITS KEYS FOR THE DUPLICATE
      * AND SEQUENCE EDITS ON LATER RECORDS
       2300-CHECK-DATE-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
       2400-CHECK-ACCOUNT-STATUS.
      *-------------------------*
      * ONE KEYED READ AGAINST THE ACCOUNT-STATUS REGISTER: ACTIVITY
      * DATED AFTER A CLOSE REJECTS, AFTER A FREEZE IS HELD. ACTIVITY
      * DATED ON OR BEFORE THE STATUS DATE WAS EARNED WHILE THE
      * ACCOUNT WAS OPEN AND PASSES. BOTH DATES ARE YYYY-MM-DD, SO
      * THEY COMPARE AS TEXT
           MOVE 0                      TO WS-STATUS-DATE.
      *
           IF NOT WS-STATUS-WORK-OPEN
               GO TO 2400-CHECK-ACCOUNT-STATUS-EXIT
           END-IF.
      *
           MOVE WS-CUST-ID-NUM         TO STW-CUST-ID.
      *
           READ STATUS-WORK-FILE.
           EVALUATE FS-STATUS-WORK
               WHEN ZEROES
                   CONTINUE
               WHEN '23'
                   GO TO 2400-CHECK-ACCOUNT-STATUS-EXIT
               WHEN OTHER
                   DISPLAY "ERROR READING STATUS WORK FILE: "
                                      FS-STATUS-WORK
                   STOP RUN
           END-EVALUATE.
      *
           IF FEED-DATE NOT GREATER STW-STATUS-DATE
               GO TO 2400-CHECK-ACCOUNT-STATUS-EXIT
           END-IF.
      *
           IF STW-IS-CLOSED
               MOVE CT-REJ-CLOSED      TO WS-REJECT-REASON
           ELSE
               MOVE CT-REJ-FROZEN      TO WS-REJECT-REASON
           END-IF.
           IF STW-STATUS-DATE(1:4) NUMERIC
              AND STW-STATUS-DATE(6:2) NUMERIC
              AND STW-STATUS-DATE(9:2) NUMERIC
               MOVE STW-STATUS-DATE(1:4)
                                       TO WS-STATUS-DATE(1:4)
               MOVE STW-STATUS-DATE(6:2)
                                       TO WS-STATUS-DATE(5:2)
               MOVE STW-STATUS-DATE(9:2)
                                       TO WS-STATUS-DATE(7:2)
           END-IF
           .
       2400-CHECK-ACCOUNT-STATUS-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
       8100-WRITE-CLEAN.
      *----------------*
           IF WS-REJECT-REASON = CT-REJ-POSTED
               MOVE WS-POSTED-DATE     TO REJ-DETAIL
           END-IF
           IF WS-REJECT-REASON = CT-REJ-CLOSED
              OR WS-REJECT-REASON = CT-REJ-FROZEN
               MOVE WS-STATUS-DATE     TO REJ-DETAIL
           END-IF
      *
           WRITE REJECT-REC.
      *
           IF FS-REJECT EQUAL ZEROS
               ADD 1                   TO WS-REJECT-RECORDS
               IF WS-REJECT-REASON = CT-REJ-CLOSED
                  OR WS-REJECT-REASON = CT-REJ-FROZEN
                   ADD 1               TO WS-STATUS-REJECTS
               END-IF
           ELSE
               DISPLAY "ERROR WRITING REJECT FILE: " FS-REJECT
               STOP RUN
      *-------------*
           DISPLAY "TRANSACTION PRE-EDIT FINALIZATION STARTED".
      *
      * ACCOUNT-STATUS REJECTS ARE THE FEED BEING RIGHT ABOUT A
      * CLOSED OR FROZEN ACCOUNT, NOT A BAD EXTRACT - THEY DO NOT
      * COUNT TOWARD THE THRESHOLD
           IF WS-FEED-RECORDS NOT EQUAL ZEROES
               COMPUTE WS-REJECT-RATE-PCT ROUNDED =
                   (WS-REJECT-RECORDS - WS-STATUS-REJECTS) * 100
                       / WS-FEED-RECORDS
           END-IF.
      *
           DISPLAY ' '
           DISPLAY " FEED         READ   :  " WS-FEED-RECORDS
           DISPLAY " CLEAN        WRITE  :  " WS-CLEAN-RECORDS
           DISPLAY " REJECTS      WRITE  :  " WS-REJECT-RECORDS
           DISPLAY "   CLOSED/FROZEN ACCT:  " WS-STATUS-REJECTS
           DISPLAY " ACCOUNTS NOT ACTIVE :  " WS-STATUS-ACCOUNTS
           DISPLAY " REJECT RATE PCT     :  " WS-REJECT-RATE-PCT
           DISPLAY " THRESHOLD PCT       :  " WS-REJECT-THRESHOLD-PCT
           DISPLAY "-------------------------------"
                   STOP RUN
               END-IF
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
           IF WS-REJECT-RATE-PCT > WS-REJECT-THRESHOLD-PCT
               DISPLAY "ERROR: REJECT RATE EXCEEDS THRESHOLD - "
