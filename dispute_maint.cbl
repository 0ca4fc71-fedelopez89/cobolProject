       IDENTIFICATION DIVISION.
       PROGRAM-ID. dispute_maint.
       AUTHOR. LOPEZ FEDERICO.
       DATE-WRITTEN. OCTOBER 2026.
       DATE-COMPILED.
      *----------------------------------------------------------------*
      * OBJECTIVE: MAINTAIN THE CHARGEBACK DISPUTE CASE MASTER FROM   *
      * THE DISPUTES TEAM'S DAILY UPDATE FILE - REPRESENTMENT         *
      * SUBMITTED, WON, LOST OR ACCEPTED, OR A NOTE ONLY - EACH WITH  *
      * ITS ACTION DATE. EVERY UPDATE, APPLIED OR REJECTED, GOES TO   *
      * AN AUDIT TRAIL WITH BEFORE/AFTER CASE IMAGES. A CASE WON ON   *
      * REPRESENTMENT PUTS THE MONEY BACK, SO IT WRITES THE REVERSING *
      * DEBIT/CREDIT PAIR FOR THE ORIGINAL CHARGEBACK POSTING TO A GL *
      * EXTRACT USING THE ACCOUNT MAP IN gl_accounts.dat              *
      *----------------------------------------------------------------*
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
           SELECT UPDATE-FILE      ASSIGN TO DYNAMIC
                                   WS-UPDATE-FILENAME
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS FS-UPDATE.
      *
           SELECT DISPUTE-MASTER   ASSIGN TO DYNAMIC
                                   WS-DISPUTE-FILENAME
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE IS RANDOM
                                   RECORD KEY IS DSP-TRANS-ID
                                   FILE STATUS IS FS-DISPUTE.
      *
           SELECT AUDIT-FILE       ASSIGN TO DYNAMIC
                                   WS-AUDIT-FILENAME
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS FS-AUDIT.
      *
           SELECT GL-ACCOUNT-FILE  ASSIGN TO DYNAMIC
                                   WS-GL-ACCOUNT-FILENAME
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS FS-GL-ACCOUNT.
      *
           SELECT GL-POSTING-FILE  ASSIGN TO DYNAMIC
                                   WS-GL-POSTING-FILENAME
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS FS-GL-POSTING.
      *
      ******************************************************************
      *                  DATA DIVISION                                 *
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------------*
      * INPUT FILE: DISPUTE UPDATES (ANY ORDER). ACTION S=REPRESENT-  *
      * MENT SUBMITTED, W=WON, L=LOST, A=ACCEPTED (LIABILITY TAKEN    *
      * WITHOUT FURTHER DISPUTE), N=NOTE ONLY. A SPACE ACTION DATE    *
      * MEANS TODAY; A SPACE NOTE LEAVES THE CASE NOTE ALONE          *
      *----------------------------------------------------------------*
       FD  UPDATE-FILE.
       01 UPDATE-REC.
           05 DSU-ACTION                   PIC X(01).
               88 DSU-IS-SUBMIT                 VALUE "S".
               88 DSU-IS-WON                    VALUE "W".
               88 DSU-IS-LOST                   VALUE "L".
               88 DSU-IS-ACCEPT                 VALUE "A".
               88 DSU-IS-NOTE                   VALUE "N".
           05 DSU-TRANS-ID                 PIC X(08).
           05 DSU-TRANS-ID-N REDEFINES DSU-TRANS-ID
                                           PIC 9(08).
           05 DSU-ACTION-DATE              PIC X(08).
           05 DSU-ACTION-DATE-N REDEFINES DSU-ACTION-DATE
                                           PIC 9(08).
           05 DSU-NOTE                     PIC X(60).
      *
      *----------------------------------------------------------------*
      * I-O FILE: CHARGEBACK DISPUTE CASE MASTER KEYED ON TRANS-ID -  *
      * CASES ARE OPENED BY THE SUMMARY MERGE (STATUS O) AND WORKED   *
      * HERE. STATUS O=OPEN S=REPRESENTMENT SUBMITTED W=WON L=LOST    *
      * A=ACCEPTED                                                    *
      *----------------------------------------------------------------*
       FD  DISPUTE-MASTER.
       01 DISPUTE-REC.
           05 DSP-TRANS-ID                  PIC 9(08).
           05 DSP-CUST-ID                   PIC 9(06).
           05 DSP-TRANS-DATE                PIC X(10).
           05 DSP-AMOUNT                    PIC S9(10)V99
                                            SIGN LEADING SEPARATE.
           05 DSP-CURRENCY                  PIC X(03).
           05 DSP-HOME-AMOUNT               PIC S9(10)V99
                                            SIGN LEADING SEPARATE.
           05 DSP-STATUS                    PIC X(01).
               88 DSP-IS-OPEN                   VALUE "O".
               88 DSP-IS-SUBMITTED              VALUE "S".
               88 DSP-IS-WON                    VALUE "W".
               88 DSP-IS-LOST                   VALUE "L".
               88 DSP-IS-ACCEPTED               VALUE "A".
           05 DSP-OPEN-DATE                 PIC 9(08).
           05 DSP-OPEN-RUN                  PIC 9(06).
           05 DSP-DUE-DATE                  PIC 9(08).
           05 DSP-SUBMIT-DATE               PIC 9(08).
           05 DSP-CLOSE-DATE                PIC 9(08).
           05 DSP-LAST-DATE                 PIC 9(08).
           05 DSP-LAST-USER                 PIC X(08).
           05 DSP-NOTE                      PIC X(60).
      *
      *----------------------------------------------------------------*
      * OUTPUT FILE: DISPUTE AUDIT TRAIL (APPENDED ACROSS RUNS - ONE  *
      * ROW PER UPDATE RECORD WITH BEFORE AND AFTER CASE IMAGES SO    *
      * EVERY CHANGE TO A CASE CAN BE TRACED TO A RUN AND USER)       *
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
           05 AUD-TRANS-ID                  PIC X(08).
           05 AUD-DEL5                      PIC X(01) VALUE ";".
           05 AUD-STATUS                    PIC X(20).
           05 AUD-DEL6                      PIC X(01) VALUE ";".
           05 AUD-BEFORE-IMAGE              PIC X(168).
           05 AUD-DEL7                      PIC X(01) VALUE ";".
           05 AUD-AFTER-IMAGE               PIC X(168).
      *
      *----------------------------------------------------------------*
      * INPUT FILE: GL ACCOUNT MAP (ONE ROW PER TRANSACTION TYPE -    *
      * THE SAME FILE THE SUMMARY MERGE POSTS WITH, SO A REVERSAL     *
      * ALWAYS HITS THE ACCOUNTS THE CHARGEBACK WAS POSTED TO)        *
      *----------------------------------------------------------------*
       FD  GL-ACCOUNT-FILE.
       01 GL-ACCOUNT-REC.
           05 GLA-TRANS-TYPE               PIC X(20).
           05 GLA-DEBIT-ACCT               PIC 9(08).
           05 GLA-CREDIT-ACCT              PIC 9(08).
      *
      *----------------------------------------------------------------*
      * OUTPUT FILE: WON-DISPUTE GL REVERSAL EXTRACT - SAME LAYOUT AS *
      * THE MERGE'S gl_posting.csv: A BATCH HEADER, ONE REVERSING     *
      * PAIR PER CASE WON TODAY (THE CHARGEBACK'S DEBIT AND CREDIT    *
      * ACCOUNTS SWAPPED, HOME-CURRENCY AMOUNT) AND A TRAILER         *
      *----------------------------------------------------------------*
       FD  GL-POSTING-FILE
           RECORDING MODE IS F.
       01 GL-HEADER-REC.
           05 GLH-LABEL                     PIC X(05).
           05 GLH-DEL1                      PIC X(01) VALUE ";".
           05 GLH-RUN-DATE                  PIC 9(08).
           05 GLH-DEL2                      PIC X(01) VALUE ";".
           05 GLH-RUN-TIME                  PIC 9(06).
      *
       01 GL-DETAIL-REC.
           05 GLD-LABEL                     PIC X(05).
           05 GLD-DEL1                      PIC X(01) VALUE ";".
           05 GLD-DC-FLAG                   PIC X(01).
           05 GLD-DEL2                      PIC X(01) VALUE ";".
           05 GLD-ACCOUNT                   PIC 9(08).
           05 GLD-DEL3                      PIC X(01) VALUE ";".
           05 GLD-TRANS-ID                  PIC 9(08).
           05 GLD-DEL4                      PIC X(01) VALUE ";".
           05 GLD-CUST-ID                   PIC 9(06).
           05 GLD-DEL5                      PIC X(01) VALUE ";".
           05 GLD-TRANS-DATE                PIC X(10).
           05 GLD-DEL6                      PIC X(01) VALUE ";".
           05 GLD-TRANS-TYPE                PIC X(20).
           05 GLD-DEL7                      PIC X(01) VALUE ";".
           05 GLD-AMOUNT                    PIC S9(10)V99
                                            SIGN LEADING SEPARATE.
      *
       01 GL-TRAILER-REC.
           05 GLT-LABEL                     PIC X(05).
           05 GLT-DEL1                      PIC X(01) VALUE ";".
           05 GLT-DETAIL-COUNT              PIC 9(08).
           05 GLT-DEL2                      PIC X(01) VALUE ";".
           05 GLT-DEBIT-TOTAL               PIC S9(10)V99
                                            SIGN LEADING SEPARATE.
           05 GLT-DEL3                      PIC X(01) VALUE ";".
           05 GLT-CREDIT-TOTAL              PIC S9(10)V99
                                            SIGN LEADING SEPARATE.
           05 GLT-DEL4                      PIC X(01) VALUE ";".
           05 GLT-PURCHASE-AMOUNT           PIC S9(10)V99
                                            SIGN LEADING SEPARATE.
           05 GLT-DEL5                      PIC X(01) VALUE ";".
           05 GLT-REFUND-AMOUNT             PIC S9(10)V99
                                            SIGN LEADING SEPARATE.
           05 GLT-DEL6                      PIC X(01) VALUE ";".
           05 GLT-CHARGEBACK-AMOUNT         PIC S9(10)V99
                                            SIGN LEADING SEPARATE.
           05 GLT-DEL7                      PIC X(01) VALUE ";".
           05 GLT-ADJUSTMENT-AMOUNT         PIC S9(10)V99
                                            SIGN LEADING SEPARATE.
      *
      ******************************************************************
      *                  WORKING STORAGE                               *
      ******************************************************************
       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      * DYNAMIC FILE NAMES - OVERRIDABLE VIA ENVIRONMENT VARIABLE      *
      *----------------------------------------------------------------*
       01  WS-FILENAMES.
           05  WS-UPDATE-FILENAME       PIC X(100) VALUE
                                         "dispute_updates.txt".
           05  WS-DISPUTE-FILENAME      PIC X(100) VALUE
                                         "dispute_cases.idx".
           05  WS-AUDIT-FILENAME        PIC X(100) VALUE
                                         "dispute_audit.csv".
           05  WS-GL-ACCOUNT-FILENAME   PIC X(100) VALUE
                                         "gl_accounts.dat".
           05  WS-GL-POSTING-FILENAME   PIC X(100) VALUE
                                         "dispute_gl_reversal.csv".
           05  WS-ENV-OVERRIDE          PIC X(100) VALUE SPACES.
      *----------------------------------------------------------------*
      * STATUS VARIABLES                                               *
      *----------------------------------------------------------------*
       01  WS-FILE-STATUS.
           05  FS-UPDATE               PIC X(2) VALUE SPACES.
           05  FS-DISPUTE              PIC X(2) VALUE SPACES.
           05  FS-AUDIT                PIC X(2) VALUE SPACES.
           05  FS-GL-ACCOUNT           PIC X(2) VALUE SPACES.
           05  FS-GL-POSTING           PIC X(2) VALUE SPACES.
      *----------------------------------------------------------------*
      * ACCUMULATORS FOR STATISTICS                                    *
      *----------------------------------------------------------------*
       01  WS-STATS.
           05  WS-UPDATE-RECORDS       PIC 9(6) VALUE 0.
           05  WS-SUBMITS-APPLIED      PIC 9(6) VALUE 0.
           05  WS-WINS-APPLIED         PIC 9(6) VALUE 0.
           05  WS-LOSSES-APPLIED       PIC 9(6) VALUE 0.
           05  WS-ACCEPTS-APPLIED      PIC 9(6) VALUE 0.
           05  WS-NOTES-APPLIED        PIC 9(6) VALUE 0.
           05  WS-UPDATES-PAST-DUE     PIC 9(6) VALUE 0.
           05  WS-UPDATES-REJECTED     PIC 9(6) VALUE 0.
      *----------------------------------------------------------------*
      * RUN IDENTIFICATION FOR THE AUDIT TRAIL                         *
      *----------------------------------------------------------------*
       01  WS-RUN-STAMP.
           05  WS-RUN-DATE              PIC 9(08) VALUE 0.
           05  WS-RUN-TIME              PIC 9(06) VALUE 0.
           05  WS-RUN-TIME-RAW          PIC 9(08) VALUE 0.
           05  WS-MAINT-USER            PIC X(08) VALUE "BATCH".
      *----------------------------------------------------------------*
      * BEFORE-IMAGE HOLD AREA AND UPDATE WORK FIELDS                  *
      *----------------------------------------------------------------*
       01  WS-BEFORE-IMAGE              PIC X(168) VALUE SPACES.
       01  WS-AUDIT-STATUS              PIC X(20)  VALUE SPACES.
       01  WS-UPDATE-CONTROL.
           05  WS-ACTION-DATE           PIC 9(08) VALUE 0.
           05  WS-ACTION-DATE-INT       PIC 9(08) COMP VALUE 0.
           05  WS-CASE-FOUND-SW         PIC X(01) VALUE "N".
               88  WS-CASE-FOUND                VALUE "Y".
           05  WS-UPDATE-EOF-SW         PIC X(01) VALUE "N".
               88  WS-UPDATE-EOF                VALUE "Y".
      *----------------------------------------------------------------*
      * GL REVERSAL CONTROLS - ONLY THE CHARGEBACK MAPPING IS NEEDED;  *
      * A WON CASE DEBITS THE ACCOUNT THE CHARGEBACK CREDITED AND      *
      * CREDITS THE ACCOUNT IT DEBITED                                 *
      *----------------------------------------------------------------*
       01  WS-GL-CONTROL.
           05  WS-GL-MAP-SW             PIC X(01) VALUE "N".
               88  WS-GL-MAP-FOUND              VALUE "Y".
           05  WS-GL-CHGBK-DEBIT-ACCT   PIC 9(08) VALUE 0.
           05  WS-GL-CHGBK-CREDIT-ACCT  PIC 9(08) VALUE 0.
           05  WS-GL-RUN-TIME           PIC 9(08) VALUE 0.
           05  WS-GL-DETAIL-RECORDS     PIC 9(08) VALUE 0.
           05  WS-GL-DEBIT-TOTAL        PIC S9(10)V99 VALUE 0.
           05  WS-GL-CREDIT-TOTAL       PIC S9(10)V99 VALUE 0.
      *
      *----------------------------------------------------------------*
      * CONSTANTS                                                      *
      *----------------------------------------------------------------*
       01  CT-CONSTANTS.
           05  CT-DELIMITED-CHARACTER  PIC X VALUE ";".
           05  CT-CHARGEBACK           PIC X(10) VALUE "Chargeback".
           05  CT-GL-HEADER-LABEL      PIC X(05) VALUE "GLHDR".
           05  CT-GL-DETAIL-LABEL      PIC X(05) VALUE "GLDTL".
           05  CT-GL-TRAILER-LABEL     PIC X(05) VALUE "GLTRL".
           05  CT-GL-DEBIT             PIC X(01) VALUE "D".
           05  CT-GL-CREDIT            PIC X(01) VALUE "C".
           05  CT-DSP-SUBMITTED        PIC X(01) VALUE "S".
           05  CT-DSP-WON              PIC X(01) VALUE "W".
           05  CT-DSP-LOST             PIC X(01) VALUE "L".
           05  CT-DSP-ACCEPTED         PIC X(01) VALUE "A".
           05  CT-ACT-SUBMIT           PIC X(06) VALUE "SUBMIT".
           05  CT-ACT-WON              PIC X(06) VALUE "WON".
           05  CT-ACT-LOST             PIC X(06) VALUE "LOST".
           05  CT-ACT-ACCEPT           PIC X(06) VALUE "ACCEPT".
           05  CT-ACT-NOTE             PIC X(06) VALUE "NOTE".
           05  CT-STA-APPLIED          PIC X(20) VALUE "APPLIED".
           05  CT-STA-PAST-DUE         PIC X(20) VALUE
                                          "APPLIED-PAST-DUE".
           05  CT-STA-NO-CASE          PIC X(20) VALUE
                                          "REJECTED-NO-CASE".
           05  CT-STA-BAD-STATUS       PIC X(20) VALUE
                                          "REJECTED-BAD-STATUS".
           05  CT-STA-BAD-ACTION       PIC X(20) VALUE
                                          "REJECTED-BAD-ACTION".
           05  CT-STA-BAD-DATE         PIC X(20) VALUE
                                          "REJECTED-BAD-DATE".
           05  CT-STA-NO-NOTE          PIC X(20) VALUE
                                          "REJECTED-NO-NOTE".
      *
      ******************************************************************
      *                     PROCEDURE DIVISION                         *
      ******************************************************************
       PROCEDURE DIVISION.
      *
           PERFORM 1000-INITIALIZE
              THRU 1000-INITIALIZE-EXIT.
      *
           PERFORM 2000-PROCESS-UPDATE
              THRU 2000-PROCESS-UPDATE-EXIT
             UNTIL WS-UPDATE-EOF.
      *
           PERFORM 9000-FINALIZE
              THRU 9000-FINALIZE-EXIT.
      *
           STOP RUN.
      *
      *-----------------------------------------------------------------
       1000-INITIALIZE.
      *---------------*
           DISPLAY "DISPUTE MAINTENANCE INITIALIZATION STARTED".
      *
           PERFORM 1100-RESOLVE-FILENAMES
              THRU 1100-RESOLVE-FILENAMES-EXIT.
      *
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME-RAW FROM TIME.
           MOVE WS-RUN-TIME-RAW(1:6)   TO WS-RUN-TIME.
      *
           PERFORM 1200-LOAD-GL-ACCOUNT
              THRU 1200-LOAD-GL-ACCOUNT-EXIT.
      *
           OPEN INPUT UPDATE-FILE.
           IF FS-UPDATE NOT EQUAL ZEROS
               DISPLAY "ERROR OPENING DISPUTE UPDATE FILE: " FS-UPDATE
               MOVE 8                  TO RETURN-CODE
               STOP RUN
           END-IF.
      *
           OPEN I-O DISPUTE-MASTER.
           IF FS-DISPUTE NOT EQUAL ZEROS
               DISPLAY "ERROR OPENING DISPUTE CASE FILE: " FS-DISPUTE
               MOVE 8                  TO RETURN-CODE
               STOP RUN
           END-IF.
      *
           OPEN EXTEND AUDIT-FILE.
           IF FS-AUDIT EQUAL '35'
               OPEN OUTPUT AUDIT-FILE
           END-IF.
           IF FS-AUDIT NOT EQUAL ZEROS
               DISPLAY "ERROR OPENING DISPUTE AUDIT FILE: " FS-AUDIT
               MOVE 8                  TO RETURN-CODE
               STOP RUN
           END-IF.
      *
           OPEN OUTPUT GL-POSTING-FILE.
           IF FS-GL-POSTING NOT EQUAL ZEROS
               DISPLAY "ERROR OPENING GL REVERSAL FILE: "
                                      FS-GL-POSTING
               MOVE 8                  TO RETURN-CODE
               STOP RUN
           END-IF.
      *
           PERFORM 8500-WRITE-GL-HEADER
              THRU 8500-WRITE-GL-HEADER-EXIT.
      *
           PERFORM 7100-READ-UPDATE
              THRU 7100-READ-UPDATE-EXIT
           .
       1000-INITIALIZE-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
       1100-RESOLVE-FILENAMES.
      *----------------------*
           MOVE SPACES                 TO WS-ENV-OVERRIDE
           DISPLAY "DISPUTE_UPDATE_FILE" UPON ENVIRONMENT-NAME
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE
           IF WS-ENV-OVERRIDE NOT EQUAL SPACES
               MOVE WS-ENV-OVERRIDE     TO WS-UPDATE-FILENAME
           END-IF.
      *
           MOVE SPACES                 TO WS-ENV-OVERRIDE
           DISPLAY "DISPUTE_FILE" UPON ENVIRONMENT-NAME
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE
           IF WS-ENV-OVERRIDE NOT EQUAL SPACES
               MOVE WS-ENV-OVERRIDE     TO WS-DISPUTE-FILENAME
           END-IF.
      *
           MOVE SPACES                 TO WS-ENV-OVERRIDE
           DISPLAY "DISPUTE_AUDIT_FILE" UPON ENVIRONMENT-NAME
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE
           IF WS-ENV-OVERRIDE NOT EQUAL SPACES
               MOVE WS-ENV-OVERRIDE     TO WS-AUDIT-FILENAME
           END-IF.
      *
           MOVE SPACES                 TO WS-ENV-OVERRIDE
           DISPLAY "GL_ACCOUNT_FILE" UPON ENVIRONMENT-NAME
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE
           IF WS-ENV-OVERRIDE NOT EQUAL SPACES
               MOVE WS-ENV-OVERRIDE     TO WS-GL-ACCOUNT-FILENAME
           END-IF.
      *
           MOVE SPACES                 TO WS-ENV-OVERRIDE
           DISPLAY "DISPUTE_GL_FILE" UPON ENVIRONMENT-NAME
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE
           IF WS-ENV-OVERRIDE NOT EQUAL SPACES
               MOVE WS-ENV-OVERRIDE     TO WS-GL-POSTING-FILENAME
           END-IF.
      *
           MOVE SPACES                 TO WS-ENV-OVERRIDE
           DISPLAY "MAINT_USER" UPON ENVIRONMENT-NAME
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE
           IF WS-ENV-OVERRIDE NOT EQUAL SPACES
               MOVE WS-ENV-OVERRIDE(1:8)
                                        TO WS-MAINT-USER
           END-IF
           .
       1100-RESOLVE-FILENAMES-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
       1200-LOAD-GL-ACCOUNT.
      *--------------------*
      * PICK THE CHARGEBACK MAPPING OUT OF THE ACCOUNT MAP. WITHOUT IT
      * A WON CASE COULD NOT BE REVERSED, SO THE RUN DOES NOT START
           OPEN INPUT GL-ACCOUNT-FILE.
           IF FS-GL-ACCOUNT NOT EQUAL ZEROS
               DISPLAY "ERROR OPENING GL ACCOUNT FILE: " FS-GL-ACCOUNT
               DISPLAY "THE GL ACCOUNT MAPPING FILE "
                       "IS REQUIRED - ASK ACCOUNTING FOR THE "
                       "CURRENT MAP"
               MOVE 8                  TO RETURN-CODE
               STOP RUN
           END-IF.
      *
           PERFORM 7200-READ-GL-ACCOUNT
              THRU 7200-READ-GL-ACCOUNT-EXIT
             UNTIL FS-GL-ACCOUNT NOT EQUAL ZEROS
                OR WS-GL-MAP-FOUND.
      *
           CLOSE GL-ACCOUNT-FILE.
      *
           IF NOT WS-GL-MAP-FOUND
               DISPLAY "ERROR: GL ACCOUNT FILE HAS NO MAPPING FOR "
                       "TRANSACTION TYPE " CT-CHARGEBACK
               MOVE 8                  TO RETURN-CODE
               STOP RUN
           END-IF
           .
       1200-LOAD-GL-ACCOUNT-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
       2000-PROCESS-UPDATE.
      *-------------------*
      * VALIDATE ONE UPDATE AGAINST ITS CASE AND APPLY IT. EVERY
      * UPDATE LEAVES EXACTLY ONE AUDIT ROW
           MOVE "N"                    TO WS-CASE-FOUND-SW.
           MOVE SPACES                 TO WS-BEFORE-IMAGE.
      *
           IF DSU-TRANS-ID NOT NUMERIC
               MOVE CT-STA-NO-CASE     TO WS-AUDIT-STATUS
               PERFORM 8200-WRITE-AUDIT-REJECT
                  THRU 8200-WRITE-AUDIT-REJECT-EXIT
               GO TO 2000-PROCESS-UPDATE-NEXT
           END-IF.
      *
           MOVE DSU-TRANS-ID-N         TO DSP-TRANS-ID.
           READ DISPUTE-MASTER.
           EVALUATE FS-DISPUTE
               WHEN ZEROES
                   SET WS-CASE-FOUND   TO TRUE
                   MOVE DISPUTE-REC    TO WS-BEFORE-IMAGE
               WHEN '23'
                   MOVE CT-STA-NO-CASE TO WS-AUDIT-STATUS
                   PERFORM 8200-WRITE-AUDIT-REJECT
                      THRU 8200-WRITE-AUDIT-REJECT-EXIT
                   GO TO 2000-PROCESS-UPDATE-NEXT
               WHEN OTHER
                   DISPLAY "ERROR READING DISPUTE CASE FILE: "
                                      FS-DISPUTE
                   MOVE 8              TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
      *
           PERFORM 2100-CHECK-ACTION-DATE
              THRU 2100-CHECK-ACTION-DATE-EXIT.
           IF WS-AUDIT-STATUS NOT EQUAL SPACES
               PERFORM 8200-WRITE-AUDIT-REJECT
                  THRU 8200-WRITE-AUDIT-REJECT-EXIT
               GO TO 2000-PROCESS-UPDATE-NEXT
           END-IF.
      *
           EVALUATE TRUE
               WHEN DSU-IS-SUBMIT
                   PERFORM 2200-APPLY-SUBMIT
                      THRU 2200-APPLY-SUBMIT-EXIT
               WHEN DSU-IS-WON
                   PERFORM 2300-APPLY-WON
                      THRU 2300-APPLY-WON-EXIT
               WHEN DSU-IS-LOST
                   PERFORM 2400-APPLY-LOST
                      THRU 2400-APPLY-LOST-EXIT
               WHEN DSU-IS-ACCEPT
                   PERFORM 2500-APPLY-ACCEPT
                      THRU 2500-APPLY-ACCEPT-EXIT
               WHEN DSU-IS-NOTE
                   PERFORM 2600-APPLY-NOTE
                      THRU 2600-APPLY-NOTE-EXIT
               WHEN OTHER
                   MOVE CT-STA-BAD-ACTION
                                       TO WS-AUDIT-STATUS
                   PERFORM 8200-WRITE-AUDIT-REJECT
                      THRU 8200-WRITE-AUDIT-REJECT-EXIT
           END-EVALUATE.
      *
       2000-PROCESS-UPDATE-NEXT.
           PERFORM 7100-READ-UPDATE
              THRU 7100-READ-UPDATE-EXIT
           .
       2000-PROCESS-UPDATE-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
       2100-CHECK-ACTION-DATE.
      *----------------------*
      * A SPACE DATE IS TODAY. ANY OTHER DATE MUST BE A REAL YYYYMMDD
      * DATE, NOT IN THE FUTURE AND NOT BEFORE THE CASE WAS OPENED.
      * LEAVES WS-AUDIT-STATUS SPACES WHEN THE DATE IS GOOD
           MOVE SPACES                 TO WS-AUDIT-STATUS.
      *
           IF DSU-ACTION-DATE = SPACES
               MOVE WS-RUN-DATE        TO WS-ACTION-DATE
               GO TO 2100-CHECK-ACTION-DATE-EXIT
           END-IF.
      *
           IF DSU-ACTION-DATE NOT NUMERIC
               MOVE CT-STA-BAD-DATE    TO WS-AUDIT-STATUS
               GO TO 2100-CHECK-ACTION-DATE-EXIT
           END-IF.
      *
           MOVE DSU-ACTION-DATE-N      TO WS-ACTION-DATE.
           COMPUTE WS-ACTION-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-ACTION-DATE).
      *
           IF WS-ACTION-DATE-INT = ZEROES
              OR WS-ACTION-DATE > WS-RUN-DATE
              OR WS-ACTION-DATE < DSP-OPEN-DATE
               MOVE CT-STA-BAD-DATE    TO WS-AUDIT-STATUS
           END-IF
           .
       2100-CHECK-ACTION-DATE-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
       2200-APPLY-SUBMIT.
      *-----------------*
      * REPRESENTMENT GOES TO THE CARD NETWORK ONCE, FROM AN OPEN
      * CASE. A SUBMISSION AFTER THE RESPONSE DEADLINE IS STILL
      * RECORDED - THE NETWORK DECIDES - BUT IS FLAGGED ON THE AUDIT
           IF NOT DSP-IS-OPEN
               MOVE CT-STA-BAD-STATUS  TO WS-AUDIT-STATUS
               PERFORM 8200-WRITE-AUDIT-REJECT
                  THRU 8200-WRITE-AUDIT-REJECT-EXIT
               GO TO 2200-APPLY-SUBMIT-EXIT
           END-IF.
      *
           MOVE CT-DSP-SUBMITTED       TO DSP-STATUS
           MOVE WS-ACTION-DATE         TO DSP-SUBMIT-DATE
           ADD 1                       TO WS-SUBMITS-APPLIED.
      *
           IF WS-ACTION-DATE > DSP-DUE-DATE
               MOVE CT-STA-PAST-DUE    TO WS-AUDIT-STATUS
               ADD 1                   TO WS-UPDATES-PAST-DUE
           ELSE
               MOVE CT-STA-APPLIED     TO WS-AUDIT-STATUS
           END-IF.
      *
           PERFORM 8100-REWRITE-CASE
              THRU 8100-REWRITE-CASE-EXIT
           .
       2200-APPLY-SUBMIT-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
       2300-APPLY-WON.
      *--------------*
      * ONLY A SUBMITTED REPRESENTMENT CAN BE WON. THE CHARGEBACK'S
      * POSTING IS REVERSED ON THE GL EXTRACT IN THE SAME STEP, SO A
      * CASE CAN NEVER BE MARKED WON WITHOUT ITS REVERSING ENTRY
           IF NOT DSP-IS-SUBMITTED
               MOVE CT-STA-BAD-STATUS  TO WS-AUDIT-STATUS
               PERFORM 8200-WRITE-AUDIT-REJECT
                  THRU 8200-WRITE-AUDIT-REJECT-EXIT
               GO TO 2300-APPLY-WON-EXIT
           END-IF.
      *
           MOVE CT-DSP-WON             TO DSP-STATUS
           MOVE WS-ACTION-DATE         TO DSP-CLOSE-DATE
           ADD 1                       TO WS-WINS-APPLIED
           MOVE CT-STA-APPLIED         TO WS-AUDIT-STATUS.
      *
           PERFORM 8600-WRITE-GL-REVERSAL
              THRU 8600-WRITE-GL-REVERSAL-EXIT.
      *
           PERFORM 8100-REWRITE-CASE
              THRU 8100-REWRITE-CASE-EXIT
           .
       2300-APPLY-WON-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
       2400-APPLY-LOST.
      *---------------*
           IF NOT DSP-IS-SUBMITTED
               MOVE CT-STA-BAD-STATUS  TO WS-AUDIT-STATUS
               PERFORM 8200-WRITE-AUDIT-REJECT
                  THRU 8200-WRITE-AUDIT-REJECT-EXIT
               GO TO 2400-APPLY-LOST-EXIT
           END-IF.
      *
           MOVE CT-DSP-LOST            TO DSP-STATUS
           MOVE WS-ACTION-DATE         TO DSP-CLOSE-DATE
           ADD 1                       TO WS-LOSSES-APPLIED
           MOVE CT-STA-APPLIED         TO WS-AUDIT-STATUS.
      *
           PERFORM 8100-REWRITE-CASE
              THRU 8100-REWRITE-CASE-EXIT
           .
       2400-APPLY-LOST-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
       2500-APPLY-ACCEPT.
      *-----------------*
      * THE MERCHANT TAKES THE LOSS - FROM AN OPEN CASE, OR BY
      * WITHDRAWING A REPRESENTMENT ALREADY SUBMITTED
           IF NOT DSP-IS-OPEN
              AND NOT DSP-IS-SUBMITTED
               MOVE CT-STA-BAD-STATUS  TO WS-AUDIT-STATUS
               PERFORM 8200-WRITE-AUDIT-REJECT
                  THRU 8200-WRITE-AUDIT-REJECT-EXIT
               GO TO 2500-APPLY-ACCEPT-EXIT
           END-IF.
      *
           MOVE CT-DSP-ACCEPTED        TO DSP-STATUS
           MOVE WS-ACTION-DATE         TO DSP-CLOSE-DATE
           ADD 1                       TO WS-ACCEPTS-APPLIED
           MOVE CT-STA-APPLIED         TO WS-AUDIT-STATUS.
      *
           PERFORM 8100-REWRITE-CASE
              THRU 8100-REWRITE-CASE-EXIT
           .
       2500-APPLY-ACCEPT-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
       2600-APPLY-NOTE.
      *---------------*
      * A NOTE MAY BE ADDED TO A CASE IN ANY STATUS, BUT MUST SAY
      * SOMETHING
           IF DSU-NOTE = SPACES
               MOVE CT-STA-NO-NOTE     TO WS-AUDIT-STATUS
               PERFORM 8200-WRITE-AUDIT-REJECT
                  THRU 8200-WRITE-AUDIT-REJECT-EXIT
               GO TO 2600-APPLY-NOTE-EXIT
           END-IF.
      *
           ADD 1                       TO WS-NOTES-APPLIED
           MOVE CT-STA-APPLIED         TO WS-AUDIT-STATUS.
      *
           PERFORM 8100-REWRITE-CASE
              THRU 8100-REWRITE-CASE-EXIT
           .
       2600-APPLY-NOTE-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
       7100-READ-UPDATE.
      *----------------*
           READ UPDATE-FILE.
           EVALUATE FS-UPDATE
               WHEN ZEROES
                   ADD 1           TO WS-UPDATE-RECORDS
               WHEN '10'
                   SET WS-UPDATE-EOF
                                   TO TRUE
               WHEN OTHER
                   DISPLAY "ERROR READING DISPUTE UPDATE FILE: "
                                      FS-UPDATE
                   MOVE 8              TO RETURN-CODE
                   STOP RUN
           END-EVALUATE
           .
       7100-READ-UPDATE-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
       7200-READ-GL-ACCOUNT.
      *--------------------*
           READ GL-ACCOUNT-FILE.
           EVALUATE FS-GL-ACCOUNT
               WHEN ZEROES
                   IF GLA-TRANS-TYPE = CT-CHARGEBACK
                       SET WS-GL-MAP-FOUND
                                   TO TRUE
                       MOVE GLA-DEBIT-ACCT
                                   TO WS-GL-CHGBK-DEBIT-ACCT
                       MOVE GLA-CREDIT-ACCT
                                   TO WS-GL-CHGBK-CREDIT-ACCT
                   END-IF
               WHEN '10'
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERROR READING GL ACCOUNT FILE: "
                                      FS-GL-ACCOUNT
                   MOVE 8              TO RETURN-CODE
                   STOP RUN
           END-EVALUATE
           .
       7200-READ-GL-ACCOUNT-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
       8100-REWRITE-CASE.
      *-----------------*
      * WS-AUDIT-STATUS IS SET BY THE CALLER. THE CASE IS STAMPED
      * WITH TODAY AND THE OPERATOR, TAKES THE NEW NOTE IF ONE WAS
      * GIVEN, AND THE REWRITTEN RECORD IS THE AUDIT AFTER-IMAGE
           IF DSU-NOTE NOT EQUAL SPACES
               MOVE DSU-NOTE           TO DSP-NOTE
           END-IF
           MOVE WS-RUN-DATE            TO DSP-LAST-DATE
           MOVE WS-MAINT-USER          TO DSP-LAST-USER
      *
           REWRITE DISPUTE-REC.
      *
           IF FS-DISPUTE NOT EQUAL ZEROS
               DISPLAY "ERROR REWRITING DISPUTE CASE FILE: "
                                      FS-DISPUTE
               MOVE 8                  TO RETURN-CODE
               STOP RUN
           END-IF.
      *
           PERFORM 8300-WRITE-AUDIT-APPLIED
              THRU 8300-WRITE-AUDIT-APPLIED-EXIT
           .
       8100-REWRITE-CASE-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
       8200-WRITE-AUDIT-REJECT.
      *-----------------------*
      * WS-AUDIT-STATUS IS SET BY THE CALLER. THE BEFORE IMAGE IS THE
      * CASE AS IT STANDS (SPACES WHEN THERE IS NO CASE) AND THE
      * AFTER IMAGE IS EMPTY
           PERFORM 8400-WRITE-AUDIT
              THRU 8400-WRITE-AUDIT-EXIT.
      *
           ADD 1                       TO WS-UPDATES-REJECTED
           .
       8200-WRITE-AUDIT-REJECT-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
       8300-WRITE-AUDIT-APPLIED.
      *------------------------*
           PERFORM 8400-WRITE-AUDIT
              THRU 8400-WRITE-AUDIT-EXIT
           .
       8300-WRITE-AUDIT-APPLIED-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
       8400-WRITE-AUDIT.
      *----------------*
      * WS-AUDIT-STATUS AND WS-BEFORE-IMAGE ARE SET BY THE CALLER.
      * AN APPLIED UPDATE'S AFTER IMAGE IS THE REWRITTEN CASE
           INITIALIZE AUDIT-REC.
      *
           MOVE WS-AUDIT-STATUS        TO AUD-STATUS
           MOVE WS-RUN-DATE            TO AUD-DATE
           MOVE WS-RUN-TIME            TO AUD-TIME
           MOVE WS-MAINT-USER          TO AUD-USER
           MOVE DSU-TRANS-ID           TO AUD-TRANS-ID
           MOVE WS-BEFORE-IMAGE        TO AUD-BEFORE-IMAGE
      *
           EVALUATE TRUE
               WHEN DSU-IS-SUBMIT
                   MOVE CT-ACT-SUBMIT  TO AUD-ACTION
               WHEN DSU-IS-WON
                   MOVE CT-ACT-WON     TO AUD-ACTION
               WHEN DSU-IS-LOST
                   MOVE CT-ACT-LOST    TO AUD-ACTION
               WHEN DSU-IS-ACCEPT
                   MOVE CT-ACT-ACCEPT  TO AUD-ACTION
               WHEN DSU-IS-NOTE
                   MOVE CT-ACT-NOTE    TO AUD-ACTION
               WHEN OTHER
                   MOVE DSU-ACTION     TO AUD-ACTION
           END-EVALUATE
      *
           IF WS-AUDIT-STATUS = CT-STA-APPLIED
              OR WS-AUDIT-STATUS = CT-STA-PAST-DUE
               MOVE DISPUTE-REC        TO AUD-AFTER-IMAGE
           ELSE
               MOVE SPACES             TO AUD-AFTER-IMAGE
           END-IF
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
                   "ERROR WRITING DISPUTE AUDIT FILE: " FS-AUDIT
               MOVE 8                  TO RETURN-CODE
               STOP RUN
           END-IF
           .
       8400-WRITE-AUDIT-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
       8500-WRITE-GL-HEADER.
      *--------------------*
           ACCEPT WS-GL-RUN-TIME FROM TIME.
      *
           INITIALIZE GL-HEADER-REC.
           MOVE CT-GL-HEADER-LABEL     TO GLH-LABEL
           MOVE WS-RUN-DATE            TO GLH-RUN-DATE
           MOVE WS-GL-RUN-TIME(1:6)    TO GLH-RUN-TIME
           MOVE CT-DELIMITED-CHARACTER TO GLH-DEL1
                                          GLH-DEL2
      *
           WRITE GL-HEADER-REC.
      *
           IF FS-GL-POSTING NOT EQUAL ZEROS
               DISPLAY
                   "ERROR WRITING GL REVERSAL FILE: " FS-GL-POSTING
               MOVE 8                  TO RETURN-CODE
               STOP RUN
           END-IF
           .
       8500-WRITE-GL-HEADER-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
       8600-WRITE-GL-REVERSAL.
      *----------------------*
      * THE MERGE POSTED THE CHARGEBACK AS DEBIT-ACCT / CREDIT-ACCT
      * FOR THE HOME-CURRENCY AMOUNT - THE REVERSAL IS THE SAME PAIR
      * WITH THE ACCOUNTS SWAPPED
           INITIALIZE GL-DETAIL-REC.
           MOVE CT-GL-DETAIL-LABEL     TO GLD-LABEL
           MOVE CT-GL-DEBIT            TO GLD-DC-FLAG
           MOVE WS-GL-CHGBK-CREDIT-ACCT
                                       TO GLD-ACCOUNT
           MOVE DSP-TRANS-ID           TO GLD-TRANS-ID
           MOVE DSP-CUST-ID            TO GLD-CUST-ID
           MOVE DSP-TRANS-DATE         TO GLD-TRANS-DATE
           MOVE CT-CHARGEBACK          TO GLD-TRANS-TYPE
           MOVE DSP-HOME-AMOUNT        TO GLD-AMOUNT
           MOVE CT-DELIMITED-CHARACTER TO GLD-DEL1
                                          GLD-DEL2
                                          GLD-DEL3
                                          GLD-DEL4
                                          GLD-DEL5
                                          GLD-DEL6
                                          GLD-DEL7
           PERFORM 8650-WRITE-GL-DETAIL
              THRU 8650-WRITE-GL-DETAIL-EXIT.
      *
           MOVE CT-GL-CREDIT           TO GLD-DC-FLAG
           MOVE WS-GL-CHGBK-DEBIT-ACCT TO GLD-ACCOUNT
           PERFORM 8650-WRITE-GL-DETAIL
              THRU 8650-WRITE-GL-DETAIL-EXIT.
      *
           ADD DSP-HOME-AMOUNT         TO WS-GL-DEBIT-TOTAL
           ADD DSP-HOME-AMOUNT         TO WS-GL-CREDIT-TOTAL
           .
       8600-WRITE-GL-REVERSAL-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
       8650-WRITE-GL-DETAIL.
      *--------------------*
           WRITE GL-DETAIL-REC.
      *
           IF FS-GL-POSTING EQUAL ZEROS
               ADD 1                   TO WS-GL-DETAIL-RECORDS
           ELSE
               DISPLAY
                   "ERROR WRITING GL REVERSAL FILE: " FS-GL-POSTING
               MOVE 8                  TO RETURN-CODE
               STOP RUN
           END-IF
           .
       8650-WRITE-GL-DETAIL-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
       8700-WRITE-GL-TRAILER.
      *---------------------*
      * EVERY ROW IN THIS EXTRACT IS A CHARGEBACK REVERSAL, SO THE
      * CHARGEBACK COLUMN CARRIES THE WHOLE BATCH
           INITIALIZE GL-TRAILER-REC.
           MOVE CT-GL-TRAILER-LABEL    TO GLT-LABEL
           MOVE WS-GL-DETAIL-RECORDS   TO GLT-DETAIL-COUNT
           MOVE WS-GL-DEBIT-TOTAL      TO GLT-DEBIT-TOTAL
           MOVE WS-GL-CREDIT-TOTAL     TO GLT-CREDIT-TOTAL
           MOVE ZEROES                 TO GLT-PURCHASE-AMOUNT
                                          GLT-REFUND-AMOUNT
                                          GLT-ADJUSTMENT-AMOUNT
           MOVE WS-GL-DEBIT-TOTAL      TO GLT-CHARGEBACK-AMOUNT
           MOVE CT-DELIMITED-CHARACTER TO GLT-DEL1
                                          GLT-DEL2
                                          GLT-DEL3
                                          GLT-DEL4
                                          GLT-DEL5
                                          GLT-DEL6
                                          GLT-DEL7
      *
           WRITE GL-TRAILER-REC.
      *
           IF FS-GL-POSTING NOT EQUAL ZEROS
               DISPLAY
                   "ERROR WRITING GL REVERSAL FILE: " FS-GL-POSTING
               MOVE 8                  TO RETURN-CODE
               STOP RUN
           END-IF
           .
       8700-WRITE-GL-TRAILER-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
       9000-FINALIZE.
      *-------------*
           DISPLAY "DISPUTE MAINTENANCE FINALIZATION STARTED".
      *
           PERFORM 8700-WRITE-GL-TRAILER
              THRU 8700-WRITE-GL-TRAILER-EXIT.
      *
           DISPLAY ' '
           DISPLAY "********************************"
           DISPLAY " CONTROL PROGRAM dispute_maint  "
           DISPLAY "********************************"
           DISPLAY " UPDATES      READ   :  " WS-UPDATE-RECORDS
           DISPLAY "-------------------------------"
           DISPLAY " SUBMITS APPLIED     :  " WS-SUBMITS-APPLIED
           DISPLAY "   OF WHICH PAST DUE :  " WS-UPDATES-PAST-DUE
           DISPLAY " WINS APPLIED        :  " WS-WINS-APPLIED
           DISPLAY " LOSSES APPLIED      :  " WS-LOSSES-APPLIED
           DISPLAY " ACCEPTS APPLIED     :  " WS-ACCEPTS-APPLIED
           DISPLAY " NOTES APPLIED       :  " WS-NOTES-APPLIED
           DISPLAY " UPDATES REJECTED    :  " WS-UPDATES-REJECTED
           DISPLAY " GL DETAILS   WRITE  :  " WS-GL-DETAIL-RECORDS
           DISPLAY "-------------------------------"
      *
           CLOSE UPDATE-FILE.
           IF FS-UPDATE NOT EQUAL ZEROS
               DISPLAY "ERROR CLOSING DISPUTE UPDATE FILE: " FS-UPDATE
               MOVE 8                  TO RETURN-CODE
               STOP RUN
           END-IF.
      *
           CLOSE DISPUTE-MASTER.
           IF FS-DISPUTE NOT EQUAL ZEROS
               DISPLAY "ERROR CLOSING DISPUTE CASE FILE: " FS-DISPUTE
               MOVE 8                  TO RETURN-CODE
               STOP RUN
           END-IF.
      *
           CLOSE AUDIT-FILE.
           IF FS-AUDIT NOT EQUAL ZEROS
               DISPLAY "ERROR CLOSING DISPUTE AUDIT FILE: " FS-AUDIT
               MOVE 8                  TO RETURN-CODE
               STOP RUN
           END-IF.
      *
           CLOSE GL-POSTING-FILE.
           IF FS-GL-POSTING NOT EQUAL ZEROS
               DISPLAY "ERROR CLOSING GL REVERSAL FILE: "
                                      FS-GL-POSTING
               MOVE 8                  TO RETURN-CODE
               STOP RUN
           END-IF.
      *
           IF WS-UPDATES-REJECTED NOT EQUAL ZEROES
               DISPLAY "WARNING: DISPUTE UPDATES REJECTED - SEE "
                       "THE AUDIT TRAIL"
               MOVE 4                  TO RETURN-CODE
           END-IF
           .
       9000-FINALIZE-EXIT.
           EXIT.
