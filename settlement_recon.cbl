       IDENTIFICATION DIVISION.
       PROGRAM-ID. settlement_recon.
       AUTHOR. LOPEZ FEDERICO.
       DATE-WRITTEN. OCTOBER 2026.
       DATE-COMPILED.
      *----------------------------------------------------------------*
      * OBJECTIVE: RECONCILE THE PAYMENT PROCESSOR'S DAILY SETTLEMENT  *
      * FILE AGAINST WHAT WE POSTED. EVERY SETTLED TRANS-ID IS LOOKED  *
      * UP AMONG THE ITEMS AWAITING SETTLEMENT (TODAY'S CERTIFIED-     *
      * CLEAN FEED PLUS THE OPEN ITEMS CARRIED FROM PRIOR RUNS) AND ON *
      * THE POSTED REGISTER, AND ROUTED TO THE MATCHED, AMOUNT-        *
      * MISMATCH OR SETTLED-NOT-POSTED FILE. ITEMS STILL UNSETTLED    *
      * ARE LISTED AND CARRIED FORWARD WITH AN AGING COUNT, AS THE    *
      * MERGE DOES WITH ITS SUSPENSE FILE, UNTIL THEY PASS THE LIMIT. *
      * PROCESSOR FEES ARE TOTALLED BY CURRENCY FOR TREASURY          *
      *----------------------------------------------------------------*
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
           SELECT SETTLEMENT-FILE  ASSIGN TO DYNAMIC
                                   WS-SETTLEMENT-FILENAME
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS FS-SETTLEMENT.
      *
           SELECT CLEAN-FILE       ASSIGN TO DYNAMIC
                                   WS-CLEAN-FILENAME
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS FS-CLEAN.
      *
           SELECT OPEN-IN-FILE     ASSIGN TO DYNAMIC
                                   WS-OPEN-IN-FILENAME
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS FS-OPEN-IN.
      *
           SELECT OPEN-OUT-FILE    ASSIGN TO DYNAMIC
                                   WS-OPEN-OUT-FILENAME
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS FS-OPEN-OUT.
      *
           SELECT MATCHED-FILE     ASSIGN TO DYNAMIC
                                   WS-MATCHED-FILENAME
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS FS-MATCHED.
      *
           SELECT MISMATCH-FILE    ASSIGN TO DYNAMIC
                                   WS-MISMATCH-FILENAME
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS FS-MISMATCH.
      *
           SELECT NOT-POSTED-FILE  ASSIGN TO DYNAMIC
                                   WS-NOT-POSTED-FILENAME
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS FS-NOT-POSTED.
      *
           SELECT UNSETTLED-FILE   ASSIGN TO DYNAMIC
                                   WS-UNSETTLED-FILENAME
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS FS-UNSETTLED.
      *
           SELECT FEE-FILE         ASSIGN TO DYNAMIC
                                   WS-FEE-FILENAME
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS FS-FEE.
      *
           SELECT POSTED-REG-FILE  ASSIGN TO DYNAMIC
                                   WS-POSTED-REG-FILENAME
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE IS RANDOM
                                   RECORD KEY IS REG-TRANS-ID
                                   FILE STATUS IS FS-POSTED-REG.
      *
           SELECT POOL-FILE        ASSIGN TO DYNAMIC
                                   WS-POOL-FILENAME
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE IS DYNAMIC
                                   RECORD KEY IS POOL-TRANS-ID
                                   FILE STATUS IS FS-POOL.
      *
      ******************************************************************
      *                  DATA DIVISION                                 *
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------------*
      * INPUT FILE: PROCESSOR DAILY SETTLEMENT - ONE ROW PER SETTLED  *
      * TRANSACTION WITH THE PROCESSOR'S OWN REFERENCE, THE SETTLED   *
      * AMOUNT AND CURRENCY, AND THE FEE THE PROCESSOR WITHHELD       *
      *----------------------------------------------------------------*
       FD  SETTLEMENT-FILE.
       01 SETTLEMENT-REC.
           05 STL-PROC-REF                 PIC X(16).
           05 STL-TRANS-ID                 PIC X(08).
           05 STL-TRANS-ID-N REDEFINES STL-TRANS-ID
                                           PIC 9(08).
           05 STL-SETTLE-DATE              PIC X(10).
           05 STL-AMOUNT                   PIC S9(10)V99
                                           SIGN LEADING SEPARATE.
           05 STL-CURRENCY                 PIC X(03).
           05 STL-FEE                      PIC S9(10)V99
                                           SIGN LEADING SEPARATE.
      *
      *----------------------------------------------------------------*
      * INPUT FILE: TODAY'S CERTIFIED-CLEAN FEED FROM THE PRE-EDIT    *
      * (SAME LAYOUT AS THE MERGE'S TRANSACTION-REC)                  *
      *----------------------------------------------------------------*
       FD  CLEAN-FILE.
       01 CLEAN-REC.
           05 CLN-TRANS-ID                 PIC 9(08).
           05 CLN-CUST-ID                  PIC 9(06).
           05 CLN-DATE                     PIC X(10).
           05 CLN-AMOUNT                   PIC S9(10)V99
                                           SIGN LEADING SEPARATE.
           05 CLN-TYPE                     PIC X(20).
           05 CLN-CURRENCY                 PIC X(03).
      *
      *----------------------------------------------------------------*
      * INPUT FILE: ITEMS STILL AWAITING SETTLEMENT FROM PRIOR RUNS - *
      * SAME LAYOUT AS THE MERGE'S SUSPENSE FILE (TRANSACTION IMAGE,  *
      * FIRST-SEEN DATE AND AGE). OPTIONAL ON THE FIRST RUN           *
      *----------------------------------------------------------------*
       FD  OPEN-IN-FILE.
       01 OPEN-IN-REC.
           05 OPN-I-TRANS-ID               PIC 9(08).
           05 OPN-I-CUST-ID                PIC 9(06).
           05 OPN-I-DATE                   PIC X(10).
           05 OPN-I-AMOUNT                 PIC S9(10)V99
                                           SIGN LEADING SEPARATE.
           05 OPN-I-TYPE                   PIC X(20).
           05 OPN-I-CURRENCY               PIC X(03).
           05 OPN-I-FIRST-SEEN             PIC 9(08).
           05 OPN-I-AGE-DAYS               PIC 9(05).
      *
      *----------------------------------------------------------------*
      * OUTPUT FILE: OPEN ITEMS CARRIED FORWARD TO THE NEXT RUN (SAME *
      * LAYOUT AS OPEN-IN - OPERATIONS ROTATES IT INTO PLACE)         *
      *----------------------------------------------------------------*
       FD  OPEN-OUT-FILE
           RECORDING MODE IS F.
       01 OPEN-OUT-REC.
           05 OPN-O-TRANS-ID               PIC 9(08).
           05 OPN-O-CUST-ID                PIC 9(06).
           05 OPN-O-DATE                   PIC X(10).
           05 OPN-O-AMOUNT                 PIC S9(10)V99
                                           SIGN LEADING SEPARATE.
           05 OPN-O-TYPE                   PIC X(20).
           05 OPN-O-CURRENCY               PIC X(03).
           05 OPN-O-FIRST-SEEN             PIC 9(08).
           05 OPN-O-AGE-DAYS               PIC 9(05).
      *
      *----------------------------------------------------------------*
      * OUTPUT FILE: SETTLED AT THE POSTED AMOUNT AND CURRENCY        *
      *----------------------------------------------------------------*
       FD  MATCHED-FILE
           RECORDING MODE IS F.
       01 MATCHED-REC.
           05 MAT-TRANS-ID                  PIC 9(08).
           05 MAT-DEL1                      PIC X(01) VALUE ";".
           05 MAT-PROC-REF                  PIC X(16).
           05 MAT-DEL2                      PIC X(01) VALUE ";".
           05 MAT-CUST-ID                   PIC 9(06).
           05 MAT-DEL3                      PIC X(01) VALUE ";".
           05 MAT-SETTLE-DATE               PIC X(10).
           05 MAT-DEL4                      PIC X(01) VALUE ";".
           05 MAT-AMOUNT                    PIC S9(10)V99
                                            SIGN LEADING SEPARATE.
           05 MAT-DEL5                      PIC X(01) VALUE ";".
           05 MAT-CURRENCY                  PIC X(03).
           05 MAT-DEL6                      PIC X(01) VALUE ";".
           05 MAT-FEE                       PIC S9(10)V99
                                            SIGN LEADING SEPARATE.
           05 MAT-DEL7                      PIC X(01) VALUE ";".
           05 MAT-AGE-DAYS                  PIC 9(05).
      *
      *----------------------------------------------------------------*
      * OUTPUT FILE: SETTLED, BUT NOT AT THE POSTED AMOUNT OR IN THE  *
      * POSTED CURRENCY - DIFFERENCE IS SETTLED MINUS POSTED          *
      *----------------------------------------------------------------*
       FD  MISMATCH-FILE
           RECORDING MODE IS F.
       01 MISMATCH-REC.
           05 MIS-TRANS-ID                  PIC 9(08).
           05 MIS-DEL1                      PIC X(01) VALUE ";".
           05 MIS-PROC-REF                  PIC X(16).
           05 MIS-DEL2                      PIC X(01) VALUE ";".
           05 MIS-CUST-ID                   PIC 9(06).
           05 MIS-DEL3                      PIC X(01) VALUE ";".
           05 MIS-SETTLE-DATE               PIC X(10).
           05 MIS-DEL4                      PIC X(01) VALUE ";".
           05 MIS-POSTED-AMOUNT             PIC S9(10)V99
                                            SIGN LEADING SEPARATE.
           05 MIS-DEL5                      PIC X(01) VALUE ";".
           05 MIS-POSTED-CURRENCY           PIC X(03).
           05 MIS-DEL6                      PIC X(01) VALUE ";".
           05 MIS-SETTLED-AMOUNT            PIC S9(10)V99
                                            SIGN LEADING SEPARATE.
           05 MIS-DEL7                      PIC X(01) VALUE ";".
           05 MIS-SETTLED-CURRENCY          PIC X(03).
           05 MIS-DEL8                      PIC X(01) VALUE ";".
           05 MIS-DIFFERENCE                PIC S9(10)V99
                                            SIGN LEADING SEPARATE.
           05 MIS-DEL9                      PIC X(01) VALUE ";".
           05 MIS-FEE                       PIC S9(10)V99
                                            SIGN LEADING SEPARATE.
      *
      *----------------------------------------------------------------*
      * OUTPUT FILE: SETTLED BUT NEVER POSTED. THE REASON SAYS WHY:   *
      * NOT ON THE POSTED REGISTER AT ALL, POSTED BUT WITH NO OPEN    *
      * ITEM (ALREADY SETTLED, OR AGED OUT), OR AN UNREADABLE ROW     *
      *----------------------------------------------------------------*
       FD  NOT-POSTED-FILE
           RECORDING MODE IS F.
       01 NOT-POSTED-REC.
           05 NPS-REASON                    PIC X(12).
           05 NPS-DEL1                      PIC X(01) VALUE ";".
           05 NPS-TRANS-ID                  PIC X(08).
           05 NPS-DEL2                      PIC X(01) VALUE ";".
           05 NPS-PROC-REF                  PIC X(16).
           05 NPS-DEL3                      PIC X(01) VALUE ";".
           05 NPS-SETTLE-DATE               PIC X(10).
           05 NPS-DEL4                      PIC X(01) VALUE ";".
           05 NPS-AMOUNT                    PIC S9(10)V99
                                            SIGN LEADING SEPARATE.
           05 NPS-DEL5                      PIC X(01) VALUE ";".
           05 NPS-CURRENCY                  PIC X(03).
           05 NPS-DEL6                      PIC X(01) VALUE ";".
           05 NPS-FEE                       PIC S9(10)V99
                                            SIGN LEADING SEPARATE.
           05 NPS-DEL7                      PIC X(01) VALUE ";".
           05 NPS-POST-DATE                 PIC 9(08).
      *
      *----------------------------------------------------------------*
      * OUTPUT FILE: POSTED BUT NOT YET SETTLED - EVERY ITEM LEFT     *
      * OPEN AFTER TODAY'S SETTLEMENTS, WITH ITS AGE. OPEN ITEMS ARE  *
      * ALSO CARRIED FORWARD; EXPIRED ITEMS PASSED THE SETTLEMENT     *
      * WINDOW AND ARE DROPPED FROM THE CARRY-FORWARD FOR FINANCE TO  *
      * CHASE WITH THE PROCESSOR                                      *
      *----------------------------------------------------------------*
       FD  UNSETTLED-FILE
           RECORDING MODE IS F.
       01 UNSETTLED-REC.
           05 UNS-STATUS                    PIC X(07).
           05 UNS-DEL1                      PIC X(01) VALUE ";".
           05 UNS-TRANS-ID                  PIC 9(08).
           05 UNS-DEL2                      PIC X(01) VALUE ";".
           05 UNS-CUST-ID                   PIC 9(06).
           05 UNS-DEL3                      PIC X(01) VALUE ";".
           05 UNS-DATE                      PIC X(10).
           05 UNS-DEL4                      PIC X(01) VALUE ";".
           05 UNS-AMOUNT                    PIC S9(10)V99
                                            SIGN LEADING SEPARATE.
           05 UNS-DEL5                      PIC X(01) VALUE ";".
           05 UNS-CURRENCY                  PIC X(03).
           05 UNS-DEL6                      PIC X(01) VALUE ";".
           05 UNS-TYPE                      PIC X(20).
           05 UNS-DEL7                      PIC X(01) VALUE ";".
           05 UNS-POSTED                    PIC X(01).
           05 UNS-DEL8                      PIC X(01) VALUE ";".
           05 UNS-FIRST-SEEN                PIC 9(08).
           05 UNS-DEL9                      PIC X(01) VALUE ";".
           05 UNS-AGE-DAYS                  PIC 9(05).
      *
      *----------------------------------------------------------------*
      * OUTPUT FILE: TREASURY FEE SUMMARY - ONE ROW PER SETTLEMENT    *
      * CURRENCY WITH THE ROW COUNT, SETTLED TOTAL AND FEE TOTAL      *
      *----------------------------------------------------------------*
       FD  FEE-FILE
           RECORDING MODE IS F.
       01 FEE-REC.
           05 FEE-LABEL                     PIC X(03).
           05 FEE-DEL1                      PIC X(01) VALUE ";".
           05 FEE-CURRENCY                  PIC X(03).
           05 FEE-DEL2                      PIC X(01) VALUE ";".
           05 FEE-SETTLE-COUNT              PIC 9(06).
           05 FEE-DEL3                      PIC X(01) VALUE ";".
           05 FEE-SETTLED-AMOUNT            PIC S9(10)V99
                                            SIGN LEADING SEPARATE.
           05 FEE-DEL4                      PIC X(01) VALUE ";".
           05 FEE-TOTAL                     PIC S9(10)V99
                                            SIGN LEADING SEPARATE.
      *
      *----------------------------------------------------------------*
      * INPUT FILE: POSTED-TRANSACTION REGISTER MAINTAINED BY THE     *
      * SUMMARY MERGE - THE PROOF THAT A TRANS-ID WAS POSTED          *
      *----------------------------------------------------------------*
       FD  POSTED-REG-FILE.
       01 POSTED-REG-REC.
           05 REG-TRANS-ID                  PIC 9(08).
           05 REG-POST-DATE                 PIC 9(08).
      *
      *----------------------------------------------------------------*
      * WORK FILE: ITEMS AWAITING SETTLEMENT, KEYED BY TRANS-ID.      *
      * REBUILT EMPTY EVERY RUN FROM THE OPEN ITEMS AND TODAY'S CLEAN *
      * FEED; A SETTLED ITEM IS DELETED, SO WHAT IS LEFT AT THE END   *
      * IS EXACTLY WHAT IS STILL UNSETTLED                            *
      *----------------------------------------------------------------*
       FD  POOL-FILE.
       01 POOL-REC.
           05 POOL-TRANS-ID                 PIC 9(08).
           05 POOL-CUST-ID                  PIC 9(06).
           05 POOL-DATE                     PIC X(10).
           05 POOL-AMOUNT                   PIC S9(10)V99
                                            SIGN LEADING SEPARATE.
           05 POOL-TYPE                     PIC X(20).
           05 POOL-CURRENCY                 PIC X(03).
           05 POOL-FIRST-SEEN               PIC 9(08).
      *
      ******************************************************************
      *                  WORKING STORAGE                               *
      ******************************************************************
       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      * DYNAMIC FILE NAMES - OVERRIDABLE VIA ENVIRONMENT VARIABLE      *
      *----------------------------------------------------------------*
       01  WS-FILENAMES.
           05  WS-SETTLEMENT-FILENAME   PIC X(100) VALUE
                                         "settlement_data.txt".
           05  WS-CLEAN-FILENAME        PIC X(100) VALUE
                                         "transaction_clean.txt".
           05  WS-OPEN-IN-FILENAME      PIC X(100) VALUE
                                         "settle_open.dat".
           05  WS-OPEN-OUT-FILENAME     PIC X(100) VALUE
                                         "settle_open_new.dat".
           05  WS-MATCHED-FILENAME      PIC X(100) VALUE
                                         "settle_matched.csv".
           05  WS-MISMATCH-FILENAME     PIC X(100) VALUE
                                         "settle_mismatch.csv".
           05  WS-NOT-POSTED-FILENAME   PIC X(100) VALUE
                                         "settle_not_posted.csv".
           05  WS-UNSETTLED-FILENAME    PIC X(100) VALUE
                                         "settle_unsettled.csv".
           05  WS-FEE-FILENAME          PIC X(100) VALUE
                                         "settle_fees.csv".
           05  WS-POSTED-REG-FILENAME   PIC X(100) VALUE
                                         "posted_register.idx".
           05  WS-POOL-FILENAME         PIC X(100) VALUE
                                         "settle_pool.idx".
           05  WS-ENV-OVERRIDE          PIC X(100) VALUE SPACES.
      *----------------------------------------------------------------*
      * STATUS VARIABLES                                               *
      *----------------------------------------------------------------*
       01  WS-FILE-STATUS.
           05  FS-SETTLEMENT           PIC X(2) VALUE SPACES.
           05  FS-CLEAN                PIC X(2) VALUE SPACES.
           05  FS-OPEN-IN              PIC X(2) VALUE SPACES.
           05  FS-OPEN-OUT             PIC X(2) VALUE SPACES.
           05  FS-MATCHED              PIC X(2) VALUE SPACES.
           05  FS-MISMATCH             PIC X(2) VALUE SPACES.
           05  FS-NOT-POSTED           PIC X(2) VALUE SPACES.
           05  FS-UNSETTLED            PIC X(2) VALUE SPACES.
           05  FS-FEE                  PIC X(2) VALUE SPACES.
           05  FS-POSTED-REG           PIC X(2) VALUE SPACES.
           05  FS-POOL                 PIC X(2) VALUE SPACES.
      *----------------------------------------------------------------*
      * ACCUMULATORS FOR STATISTICS                                    *
      *----------------------------------------------------------------*
       01  WS-STATS.
           05  WS-SETTLEMENT-RECORDS   PIC 9(6) VALUE 0.
           05  WS-CLEAN-RECORDS        PIC 9(6) VALUE 0.
           05  WS-OPEN-IN-RECORDS      PIC 9(6) VALUE 0.
           05  WS-POOL-DUPLICATES      PIC 9(6) VALUE 0.
           05  WS-MATCHED-RECORDS      PIC 9(6) VALUE 0.
           05  WS-MISMATCH-RECORDS     PIC 9(6) VALUE 0.
           05  WS-NOT-POSTED-RECORDS   PIC 9(6) VALUE 0.
           05  WS-UNSETTLED-RECORDS    PIC 9(6) VALUE 0.
           05  WS-OPEN-OUT-RECORDS     PIC 9(6) VALUE 0.
           05  WS-EXPIRED-RECORDS      PIC 9(6) VALUE 0.
           05  WS-FEE-RECORDS          PIC 9(6) VALUE 0.
      *----------------------------------------------------------------*
      * RUN CONTROLS - AN ITEM STILL UNSETTLED MORE THAN              *
      * SETTLE_MAX_DAYS AFTER IT WAS FIRST SEEN LEAVES THE CARRY-     *
      * FORWARD AND IS LISTED AS EXPIRED                              *
      *----------------------------------------------------------------*
       01  WS-RUN-CONTROL.
           05  WS-RUN-DATE              PIC 9(08) VALUE 0.
           05  WS-SETTLE-MAX-DAYS       PIC 9(05) VALUE 10.
           05  WS-RUN-DATE-INT          PIC 9(08) COMP VALUE 0.
           05  WS-FIRST-SEEN-INT        PIC 9(08) COMP VALUE 0.
           05  WS-ITEM-AGE-DAYS         PIC S9(05) COMP VALUE 0.
           05  WS-ITEM-POSTED-SW        PIC X(01) VALUE "N".
               88  WS-ITEM-POSTED               VALUE "Y".
           05  WS-SETTLEMENT-EOF-SW     PIC X(01) VALUE "N".
               88  WS-SETTLEMENT-EOF            VALUE "Y".
           05  WS-POOL-EOF-SW           PIC X(01) VALUE "N".
               88  WS-POOL-EOF                  VALUE "Y".
      *----------------------------------------------------------------*
      * FEE TOTALS BY SETTLEMENT CURRENCY                              *
      *----------------------------------------------------------------*
       01  WS-FEE-TABLE.
           05  WS-FEE-COUNT             PIC 9(03) COMP VALUE 0.
           05  WS-FEE-IX                PIC 9(03) COMP VALUE 0.
           05  WS-FEE-ENTRY OCCURS 30 TIMES.
               10  WS-FEE-CURRENCY      PIC X(03).
               10  WS-FEE-SETTLE-COUNT  PIC 9(06).
               10  WS-FEE-SETTLED-AMT   PIC S9(10)V99.
               10  WS-FEE-TOTAL         PIC S9(10)V99.
      *
      *----------------------------------------------------------------*
      * CONSTANTS                                                      *
      *----------------------------------------------------------------*
       01  CT-CONSTANTS.
           05  CT-DELIMITED-CHARACTER  PIC X VALUE ";".
           05  CT-FEE-LABEL            PIC X(03) VALUE "FEE".
           05  CT-NPS-NOT-POSTED       PIC X(12) VALUE "NOT-POSTED".
           05  CT-NPS-NO-OPEN-ITEM     PIC X(12) VALUE "NO-OPEN-ITEM".
           05  CT-NPS-BAD-RECORD       PIC X(12) VALUE "BAD-RECORD".
           05  CT-UNS-OPEN             PIC X(07) VALUE "OPEN".
           05  CT-UNS-EXPIRED          PIC X(07) VALUE "EXPIRED".
      *
      ******************************************************************
      *                     PROCEDURE DIVISION                         *
      ******************************************************************
       PROCEDURE DIVISION.
      *
           PERFORM 1000-INITIALIZE
              THRU 1000-INITIALIZE-EXIT.
      *
           PERFORM 2000-PROCESS-SETTLEMENT
              THRU 2000-PROCESS-SETTLEMENT-EXIT
             UNTIL WS-SETTLEMENT-EOF.
      *
           PERFORM 3000-SWEEP-UNSETTLED
              THRU 3000-SWEEP-UNSETTLED-EXIT.
      *
           PERFORM 9000-FINALIZE
              THRU 9000-FINALIZE-EXIT.
      *
           STOP RUN.
      *
      *-----------------------------------------------------------------
       1000-INITIALIZE.
      *---------------*
           DISPLAY "SETTLEMENT RECONCILIATION INITIALIZATION STARTED".
      *
           PERFORM 1100-RESOLVE-FILENAMES
              THRU 1100-RESOLVE-FILENAMES-EXIT.
      *
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           COMPUTE WS-RUN-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).
      *
           OPEN OUTPUT POOL-FILE.
           IF FS-POOL NOT EQUAL ZEROS
               DISPLAY "ERROR OPENING SETTLEMENT POOL FILE: " FS-POOL
               MOVE 8                  TO RETURN-CODE
               STOP RUN
           END-IF.
           CLOSE POOL-FILE.
           OPEN I-O POOL-FILE.
           IF FS-POOL NOT EQUAL ZEROS
               DISPLAY "ERROR OPENING SETTLEMENT POOL FILE: " FS-POOL
               MOVE 8                  TO RETURN-CODE
               STOP RUN
           END-IF.
      *
           PERFORM 1200-LOAD-OPEN-ITEMS
              THRU 1200-LOAD-OPEN-ITEMS-EXIT.
      *
           PERFORM 1300-LOAD-CLEAN-FEED
              THRU 1300-LOAD-CLEAN-FEED-EXIT.
      *
      * THE REGISTER IS THE ONLY PROOF OF POSTING - WITHOUT IT EVERY
      * SETTLEMENT WOULD LOOK UNPOSTED, SO IT IS REQUIRED
           OPEN INPUT POSTED-REG-FILE.
           IF FS-POSTED-REG NOT EQUAL ZEROS
               DISPLAY "ERROR OPENING POSTED REGISTER: "
                                      FS-POSTED-REG
               MOVE 8                  TO RETURN-CODE
               STOP RUN
           END-IF.
      *
           OPEN INPUT SETTLEMENT-FILE.
           IF FS-SETTLEMENT NOT EQUAL ZEROS
               DISPLAY "ERROR OPENING SETTLEMENT FILE: "
                                      FS-SETTLEMENT
               MOVE 8                  TO RETURN-CODE
               STOP RUN
           END-IF.
      *
           OPEN OUTPUT MATCHED-FILE.
           IF FS-MATCHED NOT EQUAL ZEROS
               DISPLAY "ERROR OPENING MATCHED FILE: " FS-MATCHED
               MOVE 8                  TO RETURN-CODE
               STOP RUN
           END-IF.
      *
           OPEN OUTPUT MISMATCH-FILE.
           IF FS-MISMATCH NOT EQUAL ZEROS
               DISPLAY "ERROR OPENING MISMATCH FILE: " FS-MISMATCH
               MOVE 8                  TO RETURN-CODE
               STOP RUN
           END-IF.
      *
           OPEN OUTPUT NOT-POSTED-FILE.
           IF FS-NOT-POSTED NOT EQUAL ZEROS
               DISPLAY "ERROR OPENING NOT-POSTED FILE: "
                                      FS-NOT-POSTED
               MOVE 8                  TO RETURN-CODE
               STOP RUN
           END-IF.
      *
           OPEN OUTPUT UNSETTLED-FILE.
           IF FS-UNSETTLED NOT EQUAL ZEROS
               DISPLAY "ERROR OPENING UNSETTLED FILE: " FS-UNSETTLED
               MOVE 8                  TO RETURN-CODE
               STOP RUN
           END-IF.
      *
           OPEN OUTPUT OPEN-OUT-FILE.
           IF FS-OPEN-OUT NOT EQUAL ZEROS
               DISPLAY "ERROR OPENING OPEN ITEM OUTPUT FILE: "
                                      FS-OPEN-OUT
               MOVE 8                  TO RETURN-CODE
               STOP RUN
           END-IF.
      *
           OPEN OUTPUT FEE-FILE.
           IF FS-FEE NOT EQUAL ZEROS
               DISPLAY "ERROR OPENING FEE FILE: " FS-FEE
               MOVE 8                  TO RETURN-CODE
               STOP RUN
           END-IF.
      *
           PERFORM 7100-READ-SETTLEMENT
              THRU 7100-READ-SETTLEMENT-EXIT
           .
       1000-INITIALIZE-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
       1100-RESOLVE-FILENAMES.
      *----------------------*
           MOVE SPACES                 TO WS-ENV-OVERRIDE
           DISPLAY "SETTLEMENT_FILE" UPON ENVIRONMENT-NAME
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE
           IF WS-ENV-OVERRIDE NOT EQUAL SPACES
               MOVE WS-ENV-OVERRIDE     TO WS-SETTLEMENT-FILENAME
           END-IF.
      *
           MOVE SPACES                 TO WS-ENV-OVERRIDE
           DISPLAY "CLEAN_FILE" UPON ENVIRONMENT-NAME
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE
           IF WS-ENV-OVERRIDE NOT EQUAL SPACES
               MOVE WS-ENV-OVERRIDE     TO WS-CLEAN-FILENAME
           END-IF.
      *
           MOVE SPACES                 TO WS-ENV-OVERRIDE
           DISPLAY "SETTLE_OPEN_IN_FILE" UPON ENVIRONMENT-NAME
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE
           IF WS-ENV-OVERRIDE NOT EQUAL SPACES
               MOVE WS-ENV-OVERRIDE     TO WS-OPEN-IN-FILENAME
           END-IF.
      *
           MOVE SPACES                 TO WS-ENV-OVERRIDE
           DISPLAY "SETTLE_OPEN_OUT_FILE" UPON ENVIRONMENT-NAME
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE
           IF WS-ENV-OVERRIDE NOT EQUAL SPACES
               MOVE WS-ENV-OVERRIDE     TO WS-OPEN-OUT-FILENAME
           END-IF.
      *
           MOVE SPACES                 TO WS-ENV-OVERRIDE
           DISPLAY "SETTLE_MATCHED_FILE" UPON ENVIRONMENT-NAME
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE
           IF WS-ENV-OVERRIDE NOT EQUAL SPACES
               MOVE WS-ENV-OVERRIDE     TO WS-MATCHED-FILENAME
           END-IF.
      *
           MOVE SPACES                 TO WS-ENV-OVERRIDE
           DISPLAY "SETTLE_MISMATCH_FILE" UPON ENVIRONMENT-NAME
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE
           IF WS-ENV-OVERRIDE NOT EQUAL SPACES
               MOVE WS-ENV-OVERRIDE     TO WS-MISMATCH-FILENAME
           END-IF.
      *
           MOVE SPACES                 TO WS-ENV-OVERRIDE
           DISPLAY "SETTLE_NOT_POSTED_FILE" UPON ENVIRONMENT-NAME
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE
           IF WS-ENV-OVERRIDE NOT EQUAL SPACES
               MOVE WS-ENV-OVERRIDE     TO WS-NOT-POSTED-FILENAME
           END-IF.
      *
           MOVE SPACES                 TO WS-ENV-OVERRIDE
           DISPLAY "SETTLE_UNSETTLED_FILE" UPON ENVIRONMENT-NAME
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE
           IF WS-ENV-OVERRIDE NOT EQUAL SPACES
               MOVE WS-ENV-OVERRIDE     TO WS-UNSETTLED-FILENAME
           END-IF.
      *
           MOVE SPACES                 TO WS-ENV-OVERRIDE
           DISPLAY "SETTLE_FEE_FILE" UPON ENVIRONMENT-NAME
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE
           IF WS-ENV-OVERRIDE NOT EQUAL SPACES
               MOVE WS-ENV-OVERRIDE     TO WS-FEE-FILENAME
           END-IF.
      *
           MOVE SPACES                 TO WS-ENV-OVERRIDE
           DISPLAY "POSTED_REGISTER_FILE" UPON ENVIRONMENT-NAME
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE
           IF WS-ENV-OVERRIDE NOT EQUAL SPACES
               MOVE WS-ENV-OVERRIDE     TO WS-POSTED-REG-FILENAME
           END-IF.
      *
           MOVE SPACES                 TO WS-ENV-OVERRIDE
           DISPLAY "SETTLE_POOL_FILE" UPON ENVIRONMENT-NAME
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE
           IF WS-ENV-OVERRIDE NOT EQUAL SPACES
               MOVE WS-ENV-OVERRIDE     TO WS-POOL-FILENAME
           END-IF.
      *
           MOVE SPACES                 TO WS-ENV-OVERRIDE
           DISPLAY "SETTLE_MAX_DAYS" UPON ENVIRONMENT-NAME
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE
           IF WS-ENV-OVERRIDE NOT EQUAL SPACES
               COMPUTE WS-SETTLE-MAX-DAYS =
                   FUNCTION NUMVAL(WS-ENV-OVERRIDE)
           END-IF
           .
       1100-RESOLVE-FILENAMES-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
       1200-LOAD-OPEN-ITEMS.
      *--------------------*
      * OPEN ITEMS GO INTO THE POOL FIRST SO THEY KEEP THEIR ORIGINAL
      * FIRST-SEEN DATE IF THE SAME TRANS-ID TURNS UP AGAIN TODAY
           OPEN INPUT OPEN-IN-FILE.
           EVALUATE FS-OPEN-IN
               WHEN ZEROES
                   CONTINUE
               WHEN '35'
      * NOTHING CARRIED - FIRST RUN OR EVERYTHING SETTLED YESTERDAY
                   GO TO 1200-LOAD-OPEN-ITEMS-EXIT
               WHEN OTHER
                   DISPLAY "ERROR OPENING OPEN ITEM INPUT FILE: "
                                      FS-OPEN-IN
                   MOVE 8              TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
      *
           PERFORM 7200-READ-OPEN-ITEM
              THRU 7200-READ-OPEN-ITEM-EXIT.
           PERFORM 1210-POOL-OPEN-ITEM
              THRU 1210-POOL-OPEN-ITEM-EXIT
             UNTIL FS-OPEN-IN NOT EQUAL ZEROS.
      *
           CLOSE OPEN-IN-FILE
           .
       1200-LOAD-OPEN-ITEMS-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
       1210-POOL-OPEN-ITEM.
      *-------------------*
           INITIALIZE POOL-REC.
           MOVE OPN-I-TRANS-ID         TO POOL-TRANS-ID
           MOVE OPN-I-CUST-ID          TO POOL-CUST-ID
           MOVE OPN-I-DATE             TO POOL-DATE
           MOVE OPN-I-AMOUNT           TO POOL-AMOUNT
           MOVE OPN-I-TYPE             TO POOL-TYPE
           MOVE OPN-I-CURRENCY         TO POOL-CURRENCY
           MOVE OPN-I-FIRST-SEEN       TO POOL-FIRST-SEEN
           PERFORM 8050-WRITE-POOL
              THRU 8050-WRITE-POOL-EXIT.
      *
           PERFORM 7200-READ-OPEN-ITEM
              THRU 7200-READ-OPEN-ITEM-EXIT
           .
       1210-POOL-OPEN-ITEM-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
       1300-LOAD-CLEAN-FEED.
      *--------------------*
           OPEN INPUT CLEAN-FILE.
           EVALUATE FS-CLEAN
               WHEN ZEROES
                   CONTINUE
               WHEN '35'
      * NO CLEAN FEED TODAY - ONLY THE OPEN ITEMS CAN SETTLE
                   GO TO 1300-LOAD-CLEAN-FEED-EXIT
               WHEN OTHER
                   DISPLAY "ERROR OPENING CLEAN FILE: " FS-CLEAN
                   MOVE 8              TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
      *
           PERFORM 7300-READ-CLEAN
              THRU 7300-READ-CLEAN-EXIT.
           PERFORM 1310-POOL-CLEAN-ITEM
              THRU 1310-POOL-CLEAN-ITEM-EXIT
             UNTIL FS-CLEAN NOT EQUAL ZEROS.
      *
           CLOSE CLEAN-FILE
           .
       1300-LOAD-CLEAN-FEED-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
       1310-POOL-CLEAN-ITEM.
      *--------------------*
           INITIALIZE POOL-REC.
           MOVE CLN-TRANS-ID           TO POOL-TRANS-ID
           MOVE CLN-CUST-ID            TO POOL-CUST-ID
           MOVE CLN-DATE               TO POOL-DATE
           MOVE CLN-AMOUNT             TO POOL-AMOUNT
           MOVE CLN-TYPE               TO POOL-TYPE
           MOVE CLN-CURRENCY           TO POOL-CURRENCY
           MOVE WS-RUN-DATE            TO POOL-FIRST-SEEN
           PERFORM 8050-WRITE-POOL
              THRU 8050-WRITE-POOL-EXIT.
      *
           PERFORM 7300-READ-CLEAN
              THRU 7300-READ-CLEAN-EXIT
           .
       1310-POOL-CLEAN-ITEM-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
       2000-PROCESS-SETTLEMENT.
      *-----------------------*
      * ROUTE ONE SETTLEMENT ROW. THE FEE COUNTS FOR TREASURY WHATEVER
      * THE OUTCOME - THE PROCESSOR HAS WITHHELD IT EITHER WAY
           IF STL-TRANS-ID NOT NUMERIC
              OR STL-AMOUNT NOT NUMERIC
              OR STL-FEE NOT NUMERIC
               MOVE CT-NPS-BAD-RECORD  TO NPS-REASON
               MOVE ZEROES             TO NPS-POST-DATE
               PERFORM 8300-WRITE-NOT-POSTED
                  THRU 8300-WRITE-NOT-POSTED-EXIT
               GO TO 2000-PROCESS-SETTLEMENT-NEXT
           END-IF.
      *
           PERFORM 2400-ACCUM-FEE
              THRU 2400-ACCUM-FEE-EXIT.
      *
           MOVE STL-TRANS-ID-N         TO REG-TRANS-ID.
           PERFORM 2500-CHECK-POSTED
              THRU 2500-CHECK-POSTED-EXIT.
      *
           MOVE STL-TRANS-ID-N         TO POOL-TRANS-ID.
           READ POOL-FILE.
           EVALUATE FS-POOL
               WHEN ZEROES
                   PERFORM 2100-SETTLE-OPEN-ITEM
                      THRU 2100-SETTLE-OPEN-ITEM-EXIT
               WHEN '23'
                   PERFORM 2200-SETTLE-NO-ITEM
                      THRU 2200-SETTLE-NO-ITEM-EXIT
               WHEN OTHER
                   DISPLAY "ERROR READING SETTLEMENT POOL FILE: "
                                      FS-POOL
                   MOVE 8              TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
      *
       2000-PROCESS-SETTLEMENT-NEXT.
           PERFORM 7100-READ-SETTLEMENT
              THRU 7100-READ-SETTLEMENT-EXIT
           .
       2000-PROCESS-SETTLEMENT-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
       2100-SETTLE-OPEN-ITEM.
      *---------------------*
      * THE ITEM WAS AWAITING SETTLEMENT. IT LEAVES THE POOL WHATEVER
      * HAPPENS NEXT - MONEY HAS ARRIVED FOR IT. IF IT NEVER REACHED
      * THE REGISTER (STILL IN THE MERGE'S SUSPENSE, SAY) IT IS
      * SETTLED-NOT-POSTED; OTHERWISE THE AMOUNT AND CURRENCY DECIDE
           DELETE POOL-FILE.
           IF FS-POOL NOT EQUAL ZEROS
               DISPLAY "ERROR DELETING SETTLEMENT POOL ITEM: "
                                      FS-POOL
               MOVE 8                  TO RETURN-CODE
               STOP RUN
           END-IF.
      *
           COMPUTE WS-FIRST-SEEN-INT =
               FUNCTION INTEGER-OF-DATE(POOL-FIRST-SEEN).
           COMPUTE WS-ITEM-AGE-DAYS =
               WS-RUN-DATE-INT - WS-FIRST-SEEN-INT.
      *
           IF NOT WS-ITEM-POSTED
               MOVE CT-NPS-NOT-POSTED  TO NPS-REASON
               MOVE ZEROES             TO NPS-POST-DATE
               PERFORM 8300-WRITE-NOT-POSTED
                  THRU 8300-WRITE-NOT-POSTED-EXIT
               GO TO 2100-SETTLE-OPEN-ITEM-EXIT
           END-IF.
      *
           IF STL-AMOUNT = POOL-AMOUNT
              AND STL-CURRENCY = POOL-CURRENCY
               PERFORM 8100-WRITE-MATCHED
                  THRU 8100-WRITE-MATCHED-EXIT
           ELSE
               PERFORM 8200-WRITE-MISMATCH
                  THRU 8200-WRITE-MISMATCH-EXIT
           END-IF
           .
       2100-SETTLE-OPEN-ITEM-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
       2200-SETTLE-NO-ITEM.
      *-------------------*
      * NOTHING WAS AWAITING THIS SETTLEMENT. ON THE REGISTER MEANS IT
      * POSTED ON A PRIOR DAY AND EITHER SETTLED ALREADY (A DOUBLE
      * SETTLEMENT) OR AGED OUT OF THE OPEN ITEMS; OFF THE REGISTER
      * MEANS WE NEVER POSTED IT AT ALL
           IF WS-ITEM-POSTED
               MOVE CT-NPS-NO-OPEN-ITEM
                                       TO NPS-REASON
               MOVE REG-POST-DATE      TO NPS-POST-DATE
           ELSE
               MOVE CT-NPS-NOT-POSTED  TO NPS-REASON
               MOVE ZEROES             TO NPS-POST-DATE
           END-IF.
      *
           PERFORM 8300-WRITE-NOT-POSTED
              THRU 8300-WRITE-NOT-POSTED-EXIT
           .
       2200-SETTLE-NO-ITEM-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
       2400-ACCUM-FEE.
      *--------------*
           PERFORM VARYING WS-FEE-IX FROM 1 BY 1
             UNTIL WS-FEE-IX > WS-FEE-COUNT
                OR WS-FEE-CURRENCY(WS-FEE-IX) = STL-CURRENCY
               CONTINUE
           END-PERFORM.
      *
           IF WS-FEE-IX > WS-FEE-COUNT
               IF WS-FEE-COUNT NOT LESS THAN 30
                   DISPLAY "ERROR: FEE CURRENCY TABLE FULL"
                   MOVE 8              TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1                   TO WS-FEE-COUNT
               MOVE WS-FEE-COUNT       TO WS-FEE-IX
               MOVE STL-CURRENCY       TO WS-FEE-CURRENCY(WS-FEE-IX)
               MOVE ZEROES             TO WS-FEE-SETTLE-COUNT
                                                      (WS-FEE-IX)
                                          WS-FEE-SETTLED-AMT
                                                      (WS-FEE-IX)
                                          WS-FEE-TOTAL(WS-FEE-IX)
           END-IF.
      *
           ADD 1                       TO WS-FEE-SETTLE-COUNT
                                                      (WS-FEE-IX)
           ADD STL-AMOUNT              TO WS-FEE-SETTLED-AMT
                                                      (WS-FEE-IX)
           ADD STL-FEE                 TO WS-FEE-TOTAL(WS-FEE-IX)
           .
       2400-ACCUM-FEE-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
       2500-CHECK-POSTED.
      *-----------------*
      * REG-TRANS-ID IS SET BY THE CALLER
           MOVE "N"                    TO WS-ITEM-POSTED-SW.
      *
           READ POSTED-REG-FILE.
           EVALUATE FS-POSTED-REG
               WHEN ZEROES
                   SET WS-ITEM-POSTED  TO TRUE
               WHEN '23'
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERROR READING POSTED REGISTER: "
                                      FS-POSTED-REG
                   MOVE 8              TO RETURN-CODE
                   STOP RUN
           END-EVALUATE
           .
       2500-CHECK-POSTED-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
       3000-SWEEP-UNSETTLED.
      *--------------------*
      * EVERYTHING LEFT IN THE POOL IS UNSETTLED - LIST IT WITH ITS
      * AGE, AND CARRY IT FORWARD UNLESS IT HAS PASSED THE WINDOW
           MOVE ZEROES                 TO POOL-TRANS-ID.
           START POOL-FILE KEY NOT LESS THAN POOL-TRANS-ID.
           EVALUATE FS-POOL
               WHEN ZEROES
                   CONTINUE
               WHEN '23'
                   GO TO 3000-SWEEP-UNSETTLED-EXIT
               WHEN OTHER
                   DISPLAY "ERROR POSITIONING SETTLEMENT POOL FILE: "
                                      FS-POOL
                   MOVE 8              TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
      *
           PERFORM 7400-READ-POOL-NEXT
              THRU 7400-READ-POOL-NEXT-EXIT.
           PERFORM 3100-AGE-UNSETTLED
              THRU 3100-AGE-UNSETTLED-EXIT
             UNTIL WS-POOL-EOF
           .
       3000-SWEEP-UNSETTLED-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
       3100-AGE-UNSETTLED.
      *------------------*
           COMPUTE WS-FIRST-SEEN-INT =
               FUNCTION INTEGER-OF-DATE(POOL-FIRST-SEEN).
           COMPUTE WS-ITEM-AGE-DAYS =
               WS-RUN-DATE-INT - WS-FIRST-SEEN-INT.
      *
           MOVE POOL-TRANS-ID          TO REG-TRANS-ID.
           PERFORM 2500-CHECK-POSTED
              THRU 2500-CHECK-POSTED-EXIT.
      *
           IF WS-ITEM-AGE-DAYS > WS-SETTLE-MAX-DAYS
               MOVE CT-UNS-EXPIRED     TO UNS-STATUS
               ADD 1                   TO WS-EXPIRED-RECORDS
           ELSE
               MOVE CT-UNS-OPEN        TO UNS-STATUS
               PERFORM 8500-WRITE-OPEN-ITEM
                  THRU 8500-WRITE-OPEN-ITEM-EXIT
           END-IF.
      *
           PERFORM 8400-WRITE-UNSETTLED
              THRU 8400-WRITE-UNSETTLED-EXIT.
      *
           PERFORM 7400-READ-POOL-NEXT
              THRU 7400-READ-POOL-NEXT-EXIT
           .
       3100-AGE-UNSETTLED-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
       7100-READ-SETTLEMENT.
      *--------------------*
           READ SETTLEMENT-FILE.
           EVALUATE FS-SETTLEMENT
               WHEN ZEROES
                   ADD 1           TO WS-SETTLEMENT-RECORDS
               WHEN '10'
                   SET WS-SETTLEMENT-EOF
                                   TO TRUE
               WHEN OTHER
                   DISPLAY "ERROR READING SETTLEMENT FILE: "
                                      FS-SETTLEMENT
                   MOVE 8              TO RETURN-CODE
                   STOP RUN
           END-EVALUATE
           .
       7100-READ-SETTLEMENT-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
       7200-READ-OPEN-ITEM.
      *-------------------*
           READ OPEN-IN-FILE.
           EVALUATE FS-OPEN-IN
               WHEN ZEROES
                   ADD 1           TO WS-OPEN-IN-RECORDS
               WHEN '10'
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERROR READING OPEN ITEM INPUT FILE: "
                                      FS-OPEN-IN
                   MOVE 8              TO RETURN-CODE
                   STOP RUN
           END-EVALUATE
           .
       7200-READ-OPEN-ITEM-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
       7300-READ-CLEAN.
      *---------------*
           READ CLEAN-FILE.
           EVALUATE FS-CLEAN
               WHEN ZEROES
                   ADD 1           TO WS-CLEAN-RECORDS
               WHEN '10'
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERROR READING CLEAN FILE: " FS-CLEAN
                   MOVE 8              TO RETURN-CODE
                   STOP RUN
           END-EVALUATE
           .
       7300-READ-CLEAN-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
       7400-READ-POOL-NEXT.
      *-------------------*
           READ POOL-FILE NEXT RECORD.
           EVALUATE FS-POOL
               WHEN ZEROES
                   CONTINUE
               WHEN '10'
                   SET WS-POOL-EOF TO TRUE
               WHEN OTHER
                   DISPLAY "ERROR READING SETTLEMENT POOL FILE: "
                                      FS-POOL
                   MOVE 8              TO RETURN-CODE
                   STOP RUN
           END-EVALUATE
           .
       7400-READ-POOL-NEXT-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
       8050-WRITE-POOL.
      *---------------*
           WRITE POOL-REC.
           EVALUATE FS-POOL
               WHEN ZEROES
                   CONTINUE
               WHEN '22'
      * ALREADY AWAITING SETTLEMENT - THE FIRST (OLDEST) COPY STANDS
                   ADD 1               TO WS-POOL-DUPLICATES
               WHEN OTHER
                   DISPLAY "ERROR WRITING SETTLEMENT POOL FILE: "
                                      FS-POOL
                   MOVE 8              TO RETURN-CODE
                   STOP RUN
           END-EVALUATE
           .
       8050-WRITE-POOL-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
       8100-WRITE-MATCHED.
      *------------------*
           INITIALIZE MATCHED-REC.
      *
           MOVE POOL-TRANS-ID          TO MAT-TRANS-ID
           MOVE STL-PROC-REF           TO MAT-PROC-REF
           MOVE POOL-CUST-ID           TO MAT-CUST-ID
           MOVE STL-SETTLE-DATE        TO MAT-SETTLE-DATE
           MOVE STL-AMOUNT             TO MAT-AMOUNT
           MOVE STL-CURRENCY           TO MAT-CURRENCY
           MOVE STL-FEE                TO MAT-FEE
           MOVE WS-ITEM-AGE-DAYS       TO MAT-AGE-DAYS
           MOVE CT-DELIMITED-CHARACTER TO MAT-DEL1
                                          MAT-DEL2
                                          MAT-DEL3
                                          MAT-DEL4
                                          MAT-DEL5
                                          MAT-DEL6
                                          MAT-DEL7
      *
           WRITE MATCHED-REC.
      *
           IF FS-MATCHED EQUAL ZEROS
               ADD 1                   TO WS-MATCHED-RECORDS
           ELSE
               DISPLAY "ERROR WRITING MATCHED FILE: " FS-MATCHED
               MOVE 8                  TO RETURN-CODE
               STOP RUN
           END-IF
           .
       8100-WRITE-MATCHED-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
       8200-WRITE-MISMATCH.
      *-------------------*
           INITIALIZE MISMATCH-REC.
      *
           MOVE POOL-TRANS-ID          TO MIS-TRANS-ID
           MOVE STL-PROC-REF           TO MIS-PROC-REF
           MOVE POOL-CUST-ID           TO MIS-CUST-ID
           MOVE STL-SETTLE-DATE        TO MIS-SETTLE-DATE
           MOVE POOL-AMOUNT            TO MIS-POSTED-AMOUNT
           MOVE POOL-CURRENCY          TO MIS-POSTED-CURRENCY
           MOVE STL-AMOUNT             TO MIS-SETTLED-AMOUNT
           MOVE STL-CURRENCY           TO MIS-SETTLED-CURRENCY
           COMPUTE MIS-DIFFERENCE = STL-AMOUNT - POOL-AMOUNT
           MOVE STL-FEE                TO MIS-FEE
           MOVE CT-DELIMITED-CHARACTER TO MIS-DEL1
                                          MIS-DEL2
                                          MIS-DEL3
                                          MIS-DEL4
                                          MIS-DEL5
                                          MIS-DEL6
                                          MIS-DEL7
                                          MIS-DEL8
                                          MIS-DEL9
      *
           WRITE MISMATCH-REC.
      *
           IF FS-MISMATCH EQUAL ZEROS
               ADD 1                   TO WS-MISMATCH-RECORDS
           ELSE
               DISPLAY "ERROR WRITING MISMATCH FILE: " FS-MISMATCH
               MOVE 8                  TO RETURN-CODE
               STOP RUN
           END-IF
           .
       8200-WRITE-MISMATCH-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
       8300-WRITE-NOT-POSTED.
      *---------------------*
      * NPS-REASON AND NPS-POST-DATE ARE SET BY THE CALLER
           MOVE STL-TRANS-ID           TO NPS-TRANS-ID
           MOVE STL-PROC-REF           TO NPS-PROC-REF
           MOVE STL-SETTLE-DATE        TO NPS-SETTLE-DATE
           MOVE STL-CURRENCY           TO NPS-CURRENCY
           IF STL-AMOUNT NUMERIC
               MOVE STL-AMOUNT         TO NPS-AMOUNT
           ELSE
               MOVE ZEROES             TO NPS-AMOUNT
           END-IF
           IF STL-FEE NUMERIC
               MOVE STL-FEE            TO NPS-FEE
           ELSE
               MOVE ZEROES             TO NPS-FEE
           END-IF
           MOVE CT-DELIMITED-CHARACTER TO NPS-DEL1
                                          NPS-DEL2
                                          NPS-DEL3
                                          NPS-DEL4
                                          NPS-DEL5
                                          NPS-DEL6
                                          NPS-DEL7
      *
           WRITE NOT-POSTED-REC.
      *
           IF FS-NOT-POSTED EQUAL ZEROS
               ADD 1                   TO WS-NOT-POSTED-RECORDS
           ELSE
               DISPLAY "ERROR WRITING NOT-POSTED FILE: "
                                      FS-NOT-POSTED
               MOVE 8                  TO RETURN-CODE
               STOP RUN
           END-IF
           .
       8300-WRITE-NOT-POSTED-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
       8400-WRITE-UNSETTLED.
      *--------------------*
      * UNS-STATUS IS SET BY THE CALLER
           MOVE POOL-TRANS-ID          TO UNS-TRANS-ID
           MOVE POOL-CUST-ID           TO UNS-CUST-ID
           MOVE POOL-DATE              TO UNS-DATE
           MOVE POOL-AMOUNT            TO UNS-AMOUNT
           MOVE POOL-CURRENCY          TO UNS-CURRENCY
           MOVE POOL-TYPE              TO UNS-TYPE
           MOVE POOL-FIRST-SEEN        TO UNS-FIRST-SEEN
           MOVE WS-ITEM-AGE-DAYS       TO UNS-AGE-DAYS
           IF WS-ITEM-POSTED
               MOVE "Y"                TO UNS-POSTED
           ELSE
               MOVE "N"                TO UNS-POSTED
           END-IF
           MOVE CT-DELIMITED-CHARACTER TO UNS-DEL1
                                          UNS-DEL2
                                          UNS-DEL3
                                          UNS-DEL4
                                          UNS-DEL5
                                          UNS-DEL6
                                          UNS-DEL7
                                          UNS-DEL8
                                          UNS-DEL9
      *
           WRITE UNSETTLED-REC.
      *
           IF FS-UNSETTLED EQUAL ZEROS
               ADD 1                   TO WS-UNSETTLED-RECORDS
           ELSE
               DISPLAY "ERROR WRITING UNSETTLED FILE: " FS-UNSETTLED
               MOVE 8                  TO RETURN-CODE
               STOP RUN
           END-IF
           .
       8400-WRITE-UNSETTLED-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
       8500-WRITE-OPEN-ITEM.
      *--------------------*
           INITIALIZE OPEN-OUT-REC.
      *
           MOVE POOL-TRANS-ID          TO OPN-O-TRANS-ID
           MOVE POOL-CUST-ID           TO OPN-O-CUST-ID
           MOVE POOL-DATE              TO OPN-O-DATE
           MOVE POOL-AMOUNT            TO OPN-O-AMOUNT
           MOVE POOL-TYPE              TO OPN-O-TYPE
           MOVE POOL-CURRENCY          TO OPN-O-CURRENCY
           MOVE POOL-FIRST-SEEN        TO OPN-O-FIRST-SEEN
           MOVE WS-ITEM-AGE-DAYS       TO OPN-O-AGE-DAYS
      *
           WRITE OPEN-OUT-REC.
      *
           IF FS-OPEN-OUT EQUAL ZEROS
               ADD 1                   TO WS-OPEN-OUT-RECORDS
           ELSE
               DISPLAY "ERROR WRITING OPEN ITEM OUTPUT FILE: "
                                      FS-OPEN-OUT
               MOVE 8                  TO RETURN-CODE
               STOP RUN
           END-IF
           .
       8500-WRITE-OPEN-ITEM-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
       8600-WRITE-FEE-SUMMARY.
      *----------------------*
           INITIALIZE FEE-REC.
      *
           MOVE CT-FEE-LABEL           TO FEE-LABEL
           MOVE WS-FEE-CURRENCY(WS-FEE-IX)
                                       TO FEE-CURRENCY
           MOVE WS-FEE-SETTLE-COUNT(WS-FEE-IX)
                                       TO FEE-SETTLE-COUNT
           MOVE WS-FEE-SETTLED-AMT(WS-FEE-IX)
                                       TO FEE-SETTLED-AMOUNT
           MOVE WS-FEE-TOTAL(WS-FEE-IX)
                                       TO FEE-TOTAL
           MOVE CT-DELIMITED-CHARACTER TO FEE-DEL1
                                          FEE-DEL2
                                          FEE-DEL3
                                          FEE-DEL4
      *
           WRITE FEE-REC.
      *
           IF FS-FEE EQUAL ZEROS
               ADD 1                   TO WS-FEE-RECORDS
           ELSE
               DISPLAY "ERROR WRITING FEE FILE: " FS-FEE
               MOVE 8                  TO RETURN-CODE
               STOP RUN
           END-IF
           .
       8600-WRITE-FEE-SUMMARY-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
       9000-FINALIZE.
      *-------------*
           DISPLAY "SETTLEMENT RECONCILIATION FINALIZATION STARTED".
      *
           PERFORM 8600-WRITE-FEE-SUMMARY
              THRU 8600-WRITE-FEE-SUMMARY-EXIT
             VARYING WS-FEE-IX FROM 1 BY 1
               UNTIL WS-FEE-IX > WS-FEE-COUNT.
      *
           DISPLAY ' '
           DISPLAY "********************************"
           DISPLAY " CONTROL PROGRAM settlement_recon"
           DISPLAY "********************************"
           DISPLAY " SETTLEMENTS  READ   :  " WS-SETTLEMENT-RECORDS
           DISPLAY " CLEAN FEED   READ   :  " WS-CLEAN-RECORDS
           DISPLAY " OPEN ITEMS   READ   :  " WS-OPEN-IN-RECORDS
           DISPLAY " DUPLICATE OPEN ITEMS:  " WS-POOL-DUPLICATES
           DISPLAY "-------------------------------"
           DISPLAY " MATCHED      WRITE  :  " WS-MATCHED-RECORDS
           DISPLAY " MISMATCHED   WRITE  :  " WS-MISMATCH-RECORDS
           DISPLAY " NOT POSTED   WRITE  :  " WS-NOT-POSTED-RECORDS
           DISPLAY " UNSETTLED    WRITE  :  " WS-UNSETTLED-RECORDS
           DISPLAY " OPEN CARRY FORWARD  :  " WS-OPEN-OUT-RECORDS
           DISPLAY " EXPIRED UNSETTLED   :  " WS-EXPIRED-RECORDS
           DISPLAY " FEE CURRENCIES      :  " WS-FEE-RECORDS
           DISPLAY "-------------------------------"
      *
           CLOSE SETTLEMENT-FILE.
           IF FS-SETTLEMENT NOT EQUAL ZEROS
               DISPLAY "ERROR CLOSING SETTLEMENT FILE: "
                                      FS-SETTLEMENT
               MOVE 8                  TO RETURN-CODE
               STOP RUN
           END-IF.
      *
           CLOSE POSTED-REG-FILE.
           IF FS-POSTED-REG NOT EQUAL ZEROS
               DISPLAY "ERROR CLOSING POSTED REGISTER: "
                                      FS-POSTED-REG
               MOVE 8                  TO RETURN-CODE
               STOP RUN
           END-IF.
      *
           CLOSE POOL-FILE.
           IF FS-POOL NOT EQUAL ZEROS
               DISPLAY "ERROR CLOSING SETTLEMENT POOL FILE: " FS-POOL
               MOVE 8                  TO RETURN-CODE
               STOP RUN
           END-IF.
      *
           CLOSE MATCHED-FILE.
           IF FS-MATCHED NOT EQUAL ZEROS
               DISPLAY "ERROR CLOSING MATCHED FILE: " FS-MATCHED
               MOVE 8                  TO RETURN-CODE
               STOP RUN
           END-IF.
      *
           CLOSE MISMATCH-FILE.
           IF FS-MISMATCH NOT EQUAL ZEROS
               DISPLAY "ERROR CLOSING MISMATCH FILE: " FS-MISMATCH
               MOVE 8                  TO RETURN-CODE
               STOP RUN
           END-IF.
      *
           CLOSE NOT-POSTED-FILE.
           IF FS-NOT-POSTED NOT EQUAL ZEROS
               DISPLAY "ERROR CLOSING NOT-POSTED FILE: "
                                      FS-NOT-POSTED
               MOVE 8                  TO RETURN-CODE
               STOP RUN
           END-IF.
      *
           CLOSE UNSETTLED-FILE.
           IF FS-UNSETTLED NOT EQUAL ZEROS
               DISPLAY "ERROR CLOSING UNSETTLED FILE: " FS-UNSETTLED
               MOVE 8                  TO RETURN-CODE
               STOP RUN
           END-IF.
      *
           CLOSE OPEN-OUT-FILE.
           IF FS-OPEN-OUT NOT EQUAL ZEROS
               DISPLAY "ERROR CLOSING OPEN ITEM OUTPUT FILE: "
                                      FS-OPEN-OUT
               MOVE 8                  TO RETURN-CODE
               STOP RUN
           END-IF.
      *
           CLOSE FEE-FILE.
           IF FS-FEE NOT EQUAL ZEROS
               DISPLAY "ERROR CLOSING FEE FILE: " FS-FEE
               MOVE 8                  TO RETURN-CODE
               STOP RUN
           END-IF.
      *
      * BREAKS ARE A WARNING FOR FINANCE, NOT A REASON TO HOLD THE
      * NIGHT - THE SCHEDULER SEES RC 4
           IF WS-MISMATCH-RECORDS NOT EQUAL ZEROES
              OR WS-NOT-POSTED-RECORDS NOT EQUAL ZEROES
              OR WS-EXPIRED-RECORDS NOT EQUAL ZEROES
               DISPLAY "WARNING: SETTLEMENT BREAKS FOUND - SEE THE "
                       "MISMATCH, NOT-POSTED AND UNSETTLED FILES"
               MOVE 4                  TO RETURN-CODE
           END-IF
           .
       9000-FINALIZE-EXIT.
           EXIT.
