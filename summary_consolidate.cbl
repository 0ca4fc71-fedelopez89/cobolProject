       IDENTIFICATION DIVISION.
       PROGRAM-ID. summary_consolidate.
       AUTHOR. LOPEZ FEDERICO.
       DATE-WRITTEN. OCTOBER 2026.
       DATE-COMPILED.
      *----------------------------------------------------------------*
      * OBJECTIVE: CONSOLIDATE A PARTITIONED SUMMARY RUN               *
      * EVERY PARTITION ON THE PARTITION FILE MUST HAVE FINISHED THE   *
      * SAME RUN NUMBER BALANCED, AND THE RANGES MUST COVER EVERY      *
      * CUST-ID EXACTLY ONCE. THE pNN_ OUTPUTS ARE THEN JOINED IN      *
      * CUST-ID ORDER INTO THE NIGHT'S SINGLE REPORT (ONE GRAND-TOTAL  *
      * TRAILER), GL EXTRACT (ONE HEADER AND BALANCED TRAILER),        *
      * CONTROL SHEET AND RUN JOURNAL, THE POSTED REGISTER AND         *
      * TRANSACTION HISTORY ARE UPDATED AND ONE RUN-HISTORY ROW IS     *
      * WRITTEN                                                        *
      *----------------------------------------------------------------*
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
           SELECT PARTITION-FILE   ASSIGN TO DYNAMIC
                                   WS-PARTITION-FILENAME
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS FS-PARTITION.
      *
           SELECT PARTITION-RESULT-FILE
                                   ASSIGN TO DYNAMIC
                                   WS-RESULT-IN-FILENAME
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS FS-PARTITION-RESULT.
      *
           SELECT PART-IN-FILE     ASSIGN TO DYNAMIC
                                   WS-PART-IN-FILENAME
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS FS-PART-IN.
      *
           SELECT CONSOL-OUT-FILE  ASSIGN TO DYNAMIC
                                   WS-CONSOL-OUT-FILENAME
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS FS-CONSOL-OUT.
      *
           SELECT REPORT-FILE      ASSIGN TO DYNAMIC
                                   WS-REPORT-FILENAME
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS FS-REPORT.
      *
           SELECT GL-POSTING-FILE  ASSIGN TO DYNAMIC
                                   WS-GL-POSTING-FILENAME
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS FS-GL-POSTING.
      *
           SELECT RUN-HISTORY-FILE ASSIGN TO DYNAMIC
                                   WS-RUN-HISTORY-FILENAME
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS FS-RUN-HISTORY.
      *
           SELECT CONTROL-SHEET-FILE
                                   ASSIGN TO DYNAMIC
                                   WS-CONTROL-FILENAME
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS FS-CONTROL.
      *
           SELECT PENDING-REG-FILE ASSIGN TO DYNAMIC
                                   WS-PENDING-REG-FILENAME
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS FS-PENDING-REG.
      *
           SELECT POSTED-REG-FILE  ASSIGN TO DYNAMIC
                                   WS-POSTED-REG-FILENAME
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE IS DYNAMIC
                                   RECORD KEY IS REG-TRANS-ID
                                   FILE STATUS IS FS-POSTED-REG.
      *
           SELECT TRANS-HISTORY-FILE
                                   ASSIGN TO DYNAMIC
                                   WS-TRANS-HISTORY-FILENAME
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE IS RANDOM
                                   RECORD KEY IS HST-TRANS-ID
                                   ALTERNATE RECORD KEY IS HST-CUST-DATE
                                       WITH DUPLICATES
                                   FILE STATUS IS FS-TRANS-HISTORY.
      *
           SELECT RUN-JOURNAL-FILE ASSIGN TO DYNAMIC
                                   WS-RUN-JOURNAL-FILENAME
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS FS-RUN-JOURNAL.
      *
      ******************************************************************
      *                  DATA DIVISION                                 *
      ******************************************************************
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------------*
      * INPUT FILE: PARTITION PARAMETERS - ONE ROW PER PARTITION OF A *
      * PARTITIONED NIGHT: PARTITION NUMBER AND THE LOWEST AND        *
      * HIGHEST CUST-ID IT OWNS                                       *
      *----------------------------------------------------------------*
       FD  PARTITION-FILE.
       01 PARTITION-REC.
           05 PRT-PARTITION-ID              PIC 9(02).
           05 PRT-LOW-CUST-ID               PIC 9(06).
           05 PRT-HIGH-CUST-ID              PIC 9(06).
      *
      *----------------------------------------------------------------*
      * INPUT FILE: PARTITION RESULT - ONE RECORD LEFT BY EACH         *
      * PARTITION RUN OF summary_report WHEN IT ENDS. LAYOUT MUST      *
      * MATCH summary_report EXACTLY                                   *
      *----------------------------------------------------------------*
       FD  PARTITION-RESULT-FILE.
       01 PARTITION-RESULT-REC.
           05 PR-PARTITION-ID               PIC 9(02).
           05 PR-LOW-CUST-ID                PIC 9(06).
           05 PR-HIGH-CUST-ID               PIC 9(06).
           05 PR-RUN-NUMBER                 PIC 9(06).
           05 PR-RUN-DATE                   PIC 9(08).
           05 PR-START-DATE                 PIC 9(08).
           05 PR-START-TIME                 PIC 9(06).
           05 PR-END-DATE                   PIC 9(08).
           05 PR-END-TIME                   PIC 9(06).
           05 PR-STATUS                     PIC X(12).
           05 PR-VERDICT                    PIC X(14).
           05 PR-PERIOD-SWITCH              PIC X(01).
           05 PR-PERIOD-START               PIC X(10).
           05 PR-PERIOD-END                 PIC X(10).
           05 PR-CUSTOMER-FILENAME          PIC X(100).
           05 PR-TRANSACTION-FILENAME       PIC X(100).
           05 PR-SCAN-CUST-COUNT            PIC 9(06).
           05 PR-SCAN-TRANS-COUNT           PIC 9(06).
           05 PR-SCAN-CUST-HASH             PIC 9(14).
           05 PR-SCAN-TRANS-HASH            PIC S9(14)V99
                                            SIGN LEADING SEPARATE.
           05 PR-COUNTERS.
               10 PR-CUSTOMER-RECORDS       PIC 9(06).
               10 PR-TRANSACTIONS-RECORDS   PIC 9(06).
               10 PR-MATCHES                PIC 9(06).
               10 PR-NOT-IN-CUSTOMER        PIC 9(06).
               10 PR-NOT-IN-TRANSACTION     PIC 9(06).
               10 PR-EXCEPTION-RECORDS      PIC 9(06).
               10 PR-DORMANT-RECORDS        PIC 9(06).
               10 PR-CLOSED-RECORDS         PIC 9(06).
               10 PR-SUSPENSE-IN-RECORDS    PIC 9(06).
               10 PR-SUSPENSE-OUT-RECORDS   PIC 9(06).
               10 PR-WRITEOFF-RECORDS       PIC 9(06).
               10 PR-GL-DETAIL-RECORDS      PIC 9(08).
               10 PR-SEGMENT-RECORDS        PIC 9(06).
               10 PR-WATCHLIST-RECORDS      PIC 9(06).
               10 PR-BAD-TYPE-RECORDS       PIC 9(06).
               10 PR-SUP-DORM-SKIPS         PIC 9(06).
               10 PR-SUP-SEG-SKIPS          PIC 9(06).
               10 PR-CLOSED-DORM-SKIPS      PIC 9(06).
               10 PR-PENDING-REG-RECORDS    PIC 9(08).
               10 PR-SUMMARY-UPDATES        PIC 9(06).
               10 PR-DISPUTES-OPENED        PIC 9(06).
               10 PR-DISPUTES-ON-FILE       PIC 9(06).
               10 PR-JRN-SUSP-RECORDS       PIC 9(08).
               10 PR-JRN-SUMMARY-RECORDS    PIC 9(08).
           05 PR-GRAND-TOTALS.
               10 PR-GRAND-TRANSACTIONS     PIC 9(06).
               10 PR-GRAND-PURCHASE-AMT     PIC S9(10)V99
                                            SIGN LEADING SEPARATE.
               10 PR-GRAND-REFUND-AMT       PIC S9(10)V99
                                            SIGN LEADING SEPARATE.
               10 PR-GRAND-CHARGEBACK-AMT   PIC S9(10)V99
                                            SIGN LEADING SEPARATE.
               10 PR-GRAND-ADJUSTMENT-AMT   PIC S9(10)V99
                                            SIGN LEADING SEPARATE.
               10 PR-GRAND-REFUNDS          PIC 9(06).
               10 PR-GRAND-REVENUE-GROSS    PIC S9(10)V99
                                            SIGN LEADING SEPARATE.
               10 PR-GRAND-REVENUE-NET      PIC S9(10)V99
                                            SIGN LEADING SEPARATE.
               10 PR-GRAND-TENURE-DAYS      PIC 9(08).
           05 PR-GL-TOTALS.
               10 PR-GL-DEBIT-TOTAL         PIC S9(10)V99
                                            SIGN LEADING SEPARATE.
               10 PR-GL-CREDIT-TOTAL        PIC S9(10)V99
                                            SIGN LEADING SEPARATE.
               10 PR-GL-PURCHASE-TOT        PIC S9(10)V99
                                            SIGN LEADING SEPARATE.
               10 PR-GL-REFUND-TOT          PIC S9(10)V99
                                            SIGN LEADING SEPARATE.
               10 PR-GL-CHARGEBACK-TOT      PIC S9(10)V99
                                            SIGN LEADING SEPARATE.
               10 PR-GL-ADJUSTMENT-TOT      PIC S9(10)V99
                                            SIGN LEADING SEPARATE.
           05 PR-TIER-DATA                  PIC X(980).
           05 PR-CCY-DATA                   PIC X(660).
           05 PR-PERIOD-DATA.
               10 PR-PA-MONTH-COUNT         PIC 9(03).
               10 PR-PA-ENTRIES             PIC X(3660).
               10 FILLER                    PIC X(77).
           05 PR-OUTPUT-FILES.
               10 PR-EXCEPTION-FILENAME     PIC X(100).
               10 PR-DORMANT-FILENAME       PIC X(100).
               10 PR-CLOSED-FILENAME        PIC X(100).
               10 PR-SUSPENSE-OUT-FILENAME  PIC X(100).
               10 PR-WRITEOFF-FILENAME      PIC X(100).
               10 PR-SEGMENT-FILENAME       PIC X(100).
               10 PR-WATCHLIST-FILENAME     PIC X(100).
               10 PR-PENDING-REG-FILENAME   PIC X(100).
               10 PR-RUN-JOURNAL-FILENAME   PIC X(100).
               10 PR-REPORT-FILENAME        PIC X(100).
               10 PR-GL-POSTING-FILENAME    PIC X(100).
           05 PR-OUTPUT-TABLE REDEFINES PR-OUTPUT-FILES.
               10 PR-OUTPUT-FILENAME        PIC X(100)
                                            OCCURS 11 TIMES.
      *
      *----------------------------------------------------------------*
      * INPUT FILE: ONE PARTITION'S COPY OF AN OUTPUT FILE - READ AS  *
      * AN UNFORMATTED LINE, SINCE EVERY KIND PASSES THROUGH HERE     *
      *----------------------------------------------------------------*
       FD  PART-IN-FILE.
       01 PART-IN-REC                       PIC X(300).
      *
      *----------------------------------------------------------------*
      * OUTPUT FILE: THE NIGHT'S COPY OF AN OUTPUT FILE WHOSE ROWS     *
      * NEED NO REWORK - THE PARTITIONS' ROWS IN CUST-ID RANGE ORDER   *
      *----------------------------------------------------------------*
       FD  CONSOL-OUT-FILE
           RECORDING MODE IS F.
       01 CONSOL-OUT-REC                    PIC X(300).
      *
      *----------------------------------------------------------------*
      * OUTPUT FILE: REPORT                                            *
      *----------------------------------------------------------------*
       FD  REPORT-FILE
           RECORDING MODE IS F.
       01 REPORT-REC                        PIC X(163).
      *
      * GRAND-TOTAL TRAILER RECORD - SHARES THE REPORT-FILE RECORD AREA
       01 REPORT-TRAILER-REC.
           05 RT-LABEL                      PIC X(06).
           05 RT-DEL1                       PIC X(01) VALUE ";".
           05 RT-GRAND-NAME                 PIC X(50).
           05 RT-DEL2                       PIC X(01) VALUE ";".
           05 RT-TOTAL-TRANSACTIONS         PIC 9(06).
           05 RT-DEL3                       PIC X(01) VALUE ";".
           05 RT-PURCHASE-AMOUNT            PIC S9(10)V99
                                            SIGN LEADING SEPARATE.
           05 RT-DEL4                       PIC X(01) VALUE ";".
           05 RT-REFUND-AMOUNT              PIC S9(10)V99
                                            SIGN LEADING SEPARATE.
           05 RT-DEL5                       PIC X(01) VALUE ";".
           05 RT-CHARGEBACK-AMOUNT          PIC S9(10)V99
                                            SIGN LEADING SEPARATE.
           05 RT-DEL6                       PIC X(01) VALUE ";".
           05 RT-ADJUSTMENT-AMOUNT          PIC S9(10)V99
                                            SIGN LEADING SEPARATE.
           05 RT-DEL7                       PIC X(01) VALUE ";".
           05 RT-TOTAL-REFUNDS              PIC 9(06).
           05 RT-DEL8                       PIC X(01) VALUE ";".
           05 RT-REVENUE-GROSS              PIC S9(10)V99
                                            SIGN LEADING SEPARATE.
           05 RT-DEL9                       PIC X(01) VALUE ";".
           05 RT-REVENUE-NET                PIC S9(10)V99
                                            SIGN LEADING SEPARATE.
           05 RT-DEL10                      PIC X(01) VALUE ";".
           05 RT-TENURE-DAYS                PIC 9(06).
      *
      * PERIOD ACTIVITY RECORD - ONE ROW PER CALENDAR MONTH OF THE
      * REPORTING PERIOD, WRITTEN AFTER THE GRAND-TOTAL TRAILER WHEN
      * THE PARTITIONS RAN FOR A PERIOD START/END DATE
       01 PERIOD-ACT-REC.
           05 PA-LABEL                      PIC X(06).
           05 PA-DEL1                       PIC X(01) VALUE ";".
           05 PA-MONTH                      PIC X(07).
           05 PA-DEL2                       PIC X(01) VALUE ";".
           05 PA-TRANSACTIONS               PIC 9(06).
           05 PA-DEL3                       PIC X(01) VALUE ";".
           05 PA-PURCHASE-AMOUNT            PIC S9(10)V99
                                            SIGN LEADING SEPARATE.
           05 PA-DEL4                       PIC X(01) VALUE ";".
           05 PA-REFUND-AMOUNT              PIC S9(10)V99
                                            SIGN LEADING SEPARATE.
           05 PA-DEL5                       PIC X(01) VALUE ";".
           05 PA-CHARGEBACK-AMOUNT          PIC S9(10)V99
                                            SIGN LEADING SEPARATE.
           05 PA-DEL6                       PIC X(01) VALUE ";".
           05 PA-ADJUSTMENT-AMOUNT          PIC S9(10)V99
                                            SIGN LEADING SEPARATE.
      *
      * PER-TIER SUMMARY RECORD - ONE ROW PER SEGMENTATION TIER
       01 TIER-SUM-REC.
           05 TS-LABEL                      PIC X(04).
           05 TS-DEL1                       PIC X(01) VALUE ";".
           05 TS-TIER-NAME                  PIC X(20).
           05 TS-DEL2                       PIC X(01) VALUE ";".
           05 TS-CUST-COUNT                 PIC 9(06).
           05 TS-DEL3                       PIC X(01) VALUE ";".
           05 TS-TOTAL-NET                  PIC S9(10)V99
                                            SIGN LEADING SEPARATE.
           05 TS-DEL4                       PIC X(01) VALUE ";".
           05 TS-AVG-NET                    PIC S9(10)V99
                                            SIGN LEADING SEPARATE.
           05 TS-DEL5                       PIC X(01) VALUE ";".
           05 TS-AVG-TENURE                 PIC 9(06).
      *
      * PER-CURRENCY RECONCILIATION RECORD
       01 CCY-RECON-REC.
           05 CR-LABEL                      PIC X(03).
           05 CR-DEL1                       PIC X(01) VALUE ";".
           05 CR-CURRENCY                   PIC X(03).
           05 CR-DEL2                       PIC X(01) VALUE ";".
           05 CR-RATE                       PIC 9(03)V9(06).
           05 CR-DEL3                       PIC X(01) VALUE ";".
           05 CR-TRANS-COUNT                PIC 9(06).
           05 CR-DEL4                       PIC X(01) VALUE ";".
           05 CR-ORIGINAL-AMOUNT            PIC S9(10)V99
                                            SIGN LEADING SEPARATE.
           05 CR-DEL5                       PIC X(01) VALUE ";".
           05 CR-CONVERTED-AMOUNT           PIC S9(10)V99
                                            SIGN LEADING SEPARATE.
      *
      * COLUMN HEADER RECORD - SAME LENGTH AS REPORT-REC/TRAILER-REC
       01 REPORT-HEADER-REC.
           05 RH-COL-1                      PIC X(06).
           05 RH-DEL1                       PIC X(01) VALUE ";".
           05 RH-COL-2                      PIC X(50).
           05 RH-DEL2                       PIC X(01) VALUE ";".
           05 RH-COL-3                      PIC X(06).
           05 RH-DEL3                       PIC X(01) VALUE ";".
           05 RH-COL-4                      PIC X(13).
           05 RH-DEL4                       PIC X(01) VALUE ";".
           05 RH-COL-5                      PIC X(13).
           05 RH-DEL5                       PIC X(01) VALUE ";".
           05 RH-COL-6                      PIC X(13).
           05 RH-DEL6                       PIC X(01) VALUE ";".
           05 RH-COL-7                      PIC X(13).
           05 RH-DEL7                       PIC X(01) VALUE ";".
           05 RH-COL-8                      PIC X(06).
           05 RH-DEL8                       PIC X(01) VALUE ";".
           05 RH-COL-9                      PIC X(13).
           05 RH-DEL9                       PIC X(01) VALUE ";".
           05 RH-COL-10                     PIC X(13).
           05 RH-DEL10                      PIC X(01) VALUE ";".
           05 RH-COL-11                     PIC X(06).
      *
      *----------------------------------------------------------------*
      * OUTPUT FILE: GL POSTING EXTRACT - ONE BATCH HEADER, EVERY      *
      * PARTITION'S DEBIT/CREDIT PAIRS, AND ONE TRAILER THAT MUST      *
      * BALANCE TO THE CONSOLIDATED GRAND TOTALS                       *
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
      *----------------------------------------------------------------*
      * I-O FILE: RUN HISTORY - READ FOR THE LAST RUN NUMBER, THEN    *
      * APPENDED WITH THE NIGHT'S SINGLE ROW                          *
      *----------------------------------------------------------------*
       FD  RUN-HISTORY-FILE
           RECORDING MODE IS F.
       01 RUN-HISTORY-REC.
           05 RUNH-RUN-NUMBER                 PIC 9(06).
           05 RUNH-DEL1                       PIC X(01) VALUE ";".
           05 RUNH-START-DATE                 PIC 9(08).
           05 RUNH-DEL2                       PIC X(01) VALUE ";".
           05 RUNH-START-TIME                 PIC 9(06).
           05 RUNH-DEL3                       PIC X(01) VALUE ";".
           05 RUNH-END-DATE                   PIC 9(08).
           05 RUNH-DEL4                       PIC X(01) VALUE ";".
           05 RUNH-END-TIME                   PIC 9(06).
           05 RUNH-DEL5                       PIC X(01) VALUE ";".
           05 RUNH-CUSTOMER-FILENAME          PIC X(100).
           05 RUNH-DEL6                       PIC X(01) VALUE ";".
           05 RUNH-TRANSACTION-FILENAME       PIC X(100).
           05 RUNH-DEL7                       PIC X(01) VALUE ";".
           05 RUNH-CUSTOMER-RECORDS           PIC 9(06).
           05 RUNH-DEL8                       PIC X(01) VALUE ";".
           05 RUNH-TRANSACTION-RECORDS        PIC 9(06).
           05 RUNH-DEL9                       PIC X(01) VALUE ";".
           05 RUNH-CUSTOMER-HASH              PIC 9(14).
           05 RUNH-DEL10                      PIC X(01) VALUE ";".
           05 RUNH-TRANSACTION-HASH           PIC S9(14)V99
                                            SIGN LEADING SEPARATE.
           05 RUNH-DEL11                      PIC X(01) VALUE ";".
           05 RUNH-STATUS                     PIC X(12).
      *
      *----------------------------------------------------------------*
      * OUTPUT FILE: CONTROL SHEET FOR THE WHOLE NIGHT                 *
      *----------------------------------------------------------------*
       FD  CONTROL-SHEET-FILE
           RECORDING MODE IS F.
       01 CONTROL-REC                       PIC X(80).
      *
      *----------------------------------------------------------------*
      * INPUT FILE: THE NIGHT'S PENDING POSTED TRANSACTIONS, JOINED    *
      * FROM THE PARTITIONS - FOLDED INTO THE REGISTER AND HISTORY     *
      * ONLY ONCE THE CONTROL SHEET BALANCES                           *
      *----------------------------------------------------------------*
       FD  PENDING-REG-FILE
           RECORDING MODE IS F.
       01 PENDING-REG-REC.
           05 PND-TRANS-ID                  PIC 9(08).
           05 PND-CUST-ID                   PIC 9(06).
           05 PND-TRANS-DATE                PIC X(10).
           05 PND-TRANS-TYPE                PIC X(20).
           05 PND-AMOUNT                    PIC S9(10)V99
                                            SIGN LEADING SEPARATE.
           05 PND-CURRENCY                  PIC X(03).
           05 PND-HOME-AMOUNT               PIC S9(10)V99
                                            SIGN LEADING SEPARATE.
      *
      *----------------------------------------------------------------*
      * I-O FILE: POSTED-TRANSACTION REGISTER KEYED ON TRANS-ID        *
      *----------------------------------------------------------------*
       FD  POSTED-REG-FILE.
       01 POSTED-REG-REC.
           05 REG-TRANS-ID                  PIC 9(08).
           05 REG-POST-DATE                 PIC 9(08).
      *
      *----------------------------------------------------------------*
      * I-O FILE: PERMANENT TRANSACTION HISTORY KEYED ON TRANS-ID,    *
      * WITH AN ALTERNATE KEY ON CUSTOMER AND TRANS-DATE              *
      *----------------------------------------------------------------*
       FD  TRANS-HISTORY-FILE.
       01 TRANS-HISTORY-REC.
           05 HST-TRANS-ID                  PIC 9(08).
           05 HST-CUST-DATE.
               10 HST-CUST-ID               PIC 9(06).
               10 HST-TRANS-DATE            PIC X(10).
           05 HST-TRANS-TYPE                PIC X(20).
           05 HST-AMOUNT                    PIC S9(10)V99
                                            SIGN LEADING SEPARATE.
           05 HST-CURRENCY                  PIC X(03).
           05 HST-HOME-AMOUNT               PIC S9(10)V99
                                            SIGN LEADING SEPARATE.
           05 HST-RUN-NUMBER                PIC 9(06).
           05 HST-POST-DATE                 PIC 9(08).
      *
      *----------------------------------------------------------------*
      * OUTPUT FILE: RUN JOURNAL - THE PARTITIONS' PRE-RUN SUSPENSE    *
      * (P) AND SUMMARY BEFORE-IMAGES (S) ARE JOINED FIRST; THE        *
      * REGISTER (R) AND HISTORY (H) IDS ADDED HERE AND THE TRAILER    *
      * (T) FOLLOW, SO run_reversal SEES ONE ORDINARY RUN'S JOURNAL    *
      *----------------------------------------------------------------*
       FD  RUN-JOURNAL-FILE
           RECORDING MODE IS F.
       01 RUN-JOURNAL-REC.
           05 JRN-TYPE                      PIC X(01).
               88 JRN-IS-SUSPENSE               VALUE "P".
               88 JRN-IS-SUMMARY                VALUE "S".
               88 JRN-IS-REGISTER               VALUE "R".
               88 JRN-IS-HISTORY                VALUE "H".
               88 JRN-IS-TRAILER                VALUE "T".
           05 JRN-BODY                      PIC X(287).
           05 JRN-REGISTER-BODY REDEFINES JRN-BODY.
               10 JRN-REG-TRANS-ID          PIC 9(08).
               10 FILLER                    PIC X(279).
           05 JRN-HISTORY-BODY REDEFINES JRN-BODY.
               10 JRN-HST-TRANS-ID          PIC 9(08).
               10 FILLER                    PIC X(279).
           05 JRN-TRAILER-BODY REDEFINES JRN-BODY.
               10 JRN-RUN-NUMBER            PIC 9(06).
               10 JRN-RUN-DATE              PIC 9(08).
               10 JRN-GL-DETAIL-COUNT       PIC 9(08).
               10 JRN-GL-DEBIT-TOTAL        PIC S9(10)V99
                                            SIGN LEADING SEPARATE.
               10 JRN-GL-CREDIT-TOTAL       PIC S9(10)V99
                                            SIGN LEADING SEPARATE.
               10 JRN-WRITEOFF-COUNT        PIC 9(06).
               10 FILLER                    PIC X(233).
      *
      ******************************************************************
      *                  WORKING STORAGE                               *
      ******************************************************************
       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      * DYNAMIC FILE NAMES - OVERRIDABLE VIA ENVIRONMENT VARIABLE      *
      *----------------------------------------------------------------*
       01  WS-FILENAMES.
           05  WS-PARTITION-FILENAME    PIC X(100) VALUE
                                         "partitions.dat".
           05  WS-PARTITION-RESULT-FILENAME
                                        PIC X(100) VALUE
                                         "partition_result.dat".
           05  WS-RUN-HISTORY-FILENAME  PIC X(100) VALUE
                                         "run_history.csv".
           05  WS-CONTROL-FILENAME      PIC X(100) VALUE
                                         "control_sheet.txt".
           05  WS-POSTED-REG-FILENAME   PIC X(100) VALUE
                                         "posted_register.idx".
           05  WS-TRANS-HISTORY-FILENAME
                                        PIC X(100) VALUE
                                         "trans_history.idx".
           05  WS-RESULT-IN-FILENAME    PIC X(100) VALUE SPACES.
           05  WS-PART-IN-FILENAME      PIC X(100) VALUE SPACES.
           05  WS-CONSOL-OUT-FILENAME   PIC X(100) VALUE SPACES.
           05  WS-ENV-OVERRIDE          PIC X(100) VALUE SPACES.
      *----------------------------------------------------------------*
      * THE NIGHT'S OUTPUT FILE NAMES - SAME DEFAULTS AND VARIABLES    *
      * AS summary_report, IN THE ORDER OF THE PARTITION RESULT'S      *
      * FILE NAME BLOCK SO ONE SUBSCRIPT SERVES BOTH                   *
      *----------------------------------------------------------------*
       01  WS-OUTPUT-NAMES.
           05  WS-EXCEPTION-FILENAME    PIC X(100) VALUE
                                         "exception_data.csv".
           05  WS-DORMANT-FILENAME      PIC X(100) VALUE
                                         "dormant_customers.csv".
           05  WS-CLOSED-FILENAME       PIC X(100) VALUE
                                         "closed_customers.csv".
           05  WS-SUSPENSE-OUT-FILENAME PIC X(100) VALUE
                                         "suspense_data_new.dat".
           05  WS-WRITEOFF-FILENAME     PIC X(100) VALUE
                                         "writeoff_data.csv".
           05  WS-SEGMENT-FILENAME      PIC X(100) VALUE
                                         "segment_assignments.csv".
           05  WS-WATCHLIST-FILENAME    PIC X(100) VALUE
                                         "risk_watchlist.csv".
           05  WS-PENDING-REG-FILENAME  PIC X(100) VALUE
                                         "register_pending.dat".
           05  WS-RUN-JOURNAL-FILENAME  PIC X(100) VALUE
                                         "run_journal.dat".
           05  WS-REPORT-FILENAME       PIC X(100) VALUE
                                         "report.csv".
           05  WS-GL-POSTING-FILENAME   PIC X(100) VALUE
                                         "gl_posting.csv".
       01  WS-OUTPUT-TABLE REDEFINES WS-OUTPUT-NAMES.
           05  WS-OUTPUT-FILENAME       PIC X(100) OCCURS 11 TIMES.
      *----------------------------------------------------------------*
      * STATUS VARIABLES                                               *
      *----------------------------------------------------------------*
       01  WS-FILE-STATUS.
           05  FS-PARTITION            PIC X(2) VALUE SPACES.
           05  FS-PARTITION-RESULT     PIC X(2) VALUE SPACES.
           05  FS-PART-IN              PIC X(2) VALUE SPACES.
           05  FS-CONSOL-OUT           PIC X(2) VALUE SPACES.
           05  FS-REPORT               PIC X(2) VALUE SPACES.
           05  FS-GL-POSTING           PIC X(2) VALUE SPACES.
           05  FS-RUN-HISTORY          PIC X(2) VALUE SPACES.
           05  FS-CONTROL              PIC X(2) VALUE SPACES.
           05  FS-PENDING-REG          PIC X(2) VALUE SPACES.
           05  FS-POSTED-REG           PIC X(2) VALUE SPACES.
           05  FS-TRANS-HISTORY        PIC X(2) VALUE SPACES.
           05  FS-RUN-JOURNAL          PIC X(2) VALUE SPACES.
      *----------------------------------------------------------------*
      * ACCUMULATORS FOR STATISTICS - THE PARTITIONS' RUN COUNTERS     *
      * AND GRAND TOTALS, SUMMED                                       *
      *----------------------------------------------------------------*
       01  WS-STATS.
           05  WS-CUSTOMER-RECORDS     PIC 9(6) VALUE 0.
           05  WS-TRANSACTIONS-RECORDS PIC 9(6) VALUE 0.
           05  WS-REPORT-RECORDS       PIC 9(6) VALUE 0.
           05  WS-MATCHES              PIC 9(6) VALUE 0.
           05  WS-NOT-IN-CUSTOMER      PIC 9(6) VALUE 0.
           05  WS-NOT-IN-TRANSACTION   PIC 9(6) VALUE 0.
           05  WS-EXCEPTION-RECORDS    PIC 9(6) VALUE 0.
           05  WS-DORMANT-RECORDS      PIC 9(6) VALUE 0.
           05  WS-CLOSED-RECORDS       PIC 9(06) VALUE 0.
           05  WS-SUSPENSE-IN-RECORDS  PIC 9(06) VALUE 0.
           05  WS-SUSPENSE-OUT-RECORDS PIC 9(06) VALUE 0.
           05  WS-WRITEOFF-RECORDS     PIC 9(06) VALUE 0.
           05  WS-SEGMENT-RECORDS      PIC 9(06) VALUE 0.
           05  WS-WATCHLIST-RECORDS    PIC 9(06) VALUE 0.
           05  WS-BAD-TYPE-RECORDS     PIC 9(06) VALUE 0.
           05  WS-SUPPRESS-DORMANT-SKIPS
                                       PIC 9(06) VALUE 0.
           05  WS-SUPPRESS-SEGMENT-SKIPS
                                       PIC 9(06) VALUE 0.
           05  WS-CLOSED-DORMANT-SKIPS PIC 9(06) VALUE 0.
           05  WS-PENDING-REG-RECORDS  PIC 9(08) VALUE 0.
           05  WS-SUMMARY-UPDATES      PIC 9(06) VALUE 0.
           05  WS-DISPUTES-OPENED      PIC 9(06) VALUE 0.
           05  WS-DISPUTES-ON-FILE     PIC 9(06) VALUE 0.
           05  WS-JRN-SUSP-RECORDS     PIC 9(08) VALUE 0.
           05  WS-JRN-SUMMARY-RECORDS  PIC 9(08) VALUE 0.
           05  WS-JRN-REG-RECORDS      PIC 9(08) VALUE 0.
           05  WS-JRN-HST-RECORDS      PIC 9(08) VALUE 0.
           05  WS-GRAND-TRANSACTIONS   PIC 9(06) VALUE 0.
           05  WS-GRAND-PURCHASE-AMT   PIC S9(10)V99 VALUE 0.
           05  WS-GRAND-REFUND-AMT     PIC S9(10)V99 VALUE 0.
           05  WS-GRAND-CHARGEBACK-AMT PIC S9(10)V99 VALUE 0.
           05  WS-GRAND-ADJUSTMENT-AMT PIC S9(10)V99 VALUE 0.
           05  WS-GRAND-REFUNDS        PIC 9(06) VALUE 0.
           05  WS-GRAND-REVENUE-GROSS  PIC S9(10)V99 VALUE 0.
           05  WS-GRAND-REVENUE-NET    PIC S9(10)V99 VALUE 0.
           05  WS-GRAND-TENURE-DAYS    PIC 9(08) VALUE 0.
      *----------------------------------------------------------------*
      * GL CONTROLS - THE PARTITIONS' GL TOTALS, SUMMED, AND THE       *
      * DETAIL ROWS ACTUALLY JOINED, FOOTED BY DEBIT AND CREDIT        *
      *----------------------------------------------------------------*
       01  WS-GL-CONTROL.
           05  WS-GL-RUN-TIME           PIC 9(08) VALUE 0.
           05  WS-GL-DETAIL-RECORDS     PIC 9(08) VALUE 0.
           05  WS-GL-DEBIT-TOTAL        PIC S9(10)V99 VALUE 0.
           05  WS-GL-CREDIT-TOTAL       PIC S9(10)V99 VALUE 0.
           05  WS-GL-PURCHASE-TOT       PIC S9(10)V99 VALUE 0.
           05  WS-GL-REFUND-TOT         PIC S9(10)V99 VALUE 0.
           05  WS-GL-CHARGEBACK-TOT     PIC S9(10)V99 VALUE 0.
           05  WS-GL-ADJUSTMENT-TOT     PIC S9(10)V99 VALUE 0.
           05  WS-GL-JOINED-RECORDS     PIC 9(08) VALUE 0.
           05  WS-GL-FOOTED-DEBIT       PIC S9(10)V99 VALUE 0.
           05  WS-GL-FOOTED-CREDIT      PIC S9(10)V99 VALUE 0.
      *----------------------------------------------------------------*
      * PARTITION TABLE - LOADED FROM THE PARTITION FILE AND SORTED    *
      * INTO CUST-ID ORDER, SO EVERY FILE IS JOINED IN THE SEQUENCE A  *
      * SINGLE RUN WOULD HAVE WRITTEN IT                               *
      *----------------------------------------------------------------*
       01  WS-PARTITION-TABLE.
           05  WS-PT-COUNT              PIC 9(03) COMP VALUE 0.
           05  WS-PT-IX                 PIC 9(03) COMP VALUE 0.
           05  WS-PT-JX                 PIC 9(03) COMP VALUE 0.
           05  WS-OUT-IX                PIC 9(03) COMP VALUE 0.
           05  WS-PT-ENTRY OCCURS 20 TIMES.
               10  WS-PT-ID             PIC 9(02).
               10  WS-PT-LOW            PIC 9(06).
               10  WS-PT-HIGH           PIC 9(06).
               10  WS-PT-EXPECTED       PIC 9(08).
               10  WS-PT-COPIED         PIC 9(08).
               10  WS-PT-OUTPUT-FILENAME
                                        PIC X(100) OCCURS 11 TIMES.
           05  WS-PT-SWAP-ENTRY.
               10  WS-PT-SWAP-ID        PIC 9(02).
               10  WS-PT-SWAP-LOW       PIC 9(06).
               10  WS-PT-SWAP-HIGH      PIC 9(06).
               10  WS-PT-SWAP-EXPECTED  PIC 9(08).
               10  WS-PT-SWAP-COPIED    PIC 9(08).
               10  WS-PT-SWAP-FILENAME  PIC X(100) OCCURS 11 TIMES.
      *----------------------------------------------------------------*
      * PARTITION CHECK CONTROLS - EVERY PROBLEM FOUND IS REPORTED     *
      * BEFORE THE CONSOLIDATION IS REFUSED, SO ONE LOOK AT THE LOG    *
      * SHOWS WHICH PARTITIONS MUST BE RERUN. THE FIRST PARTITION'S    *
      * RUN DATE, INPUTS AND PERIOD ARE THE ONES THE OTHERS MUST MATCH *
      *----------------------------------------------------------------*
       01  WS-CHECK-CONTROL.
           05  WS-PROBLEM-COUNT         PIC 9(04) VALUE 0.
           05  WS-PREV-HIGH             PIC 9(06) VALUE 0.
           05  WS-NEXT-LOW              PIC 9(07) VALUE 0.
           05  WS-REF-RUN-DATE          PIC 9(08) VALUE 0.
           05  WS-REF-PERIOD-SWITCH     PIC X(01) VALUE "N".
               88  WS-PERIOD-MODE               VALUE "Y".
           05  WS-REF-PERIOD-START      PIC X(10) VALUE SPACES.
           05  WS-REF-PERIOD-END        PIC X(10) VALUE SPACES.
           05  WS-REF-CUST-FILE         PIC X(100) VALUE SPACES.
           05  WS-REF-TRANS-FILE        PIC X(100) VALUE SPACES.
           05  WS-REF-CUST-COUNT        PIC 9(06) VALUE 0.
           05  WS-REF-TRANS-COUNT       PIC 9(06) VALUE 0.
           05  WS-REF-CUST-HASH         PIC 9(14) VALUE 0.
           05  WS-REF-TRANS-HASH        PIC S9(14)V99 VALUE 0.
      *----------------------------------------------------------------*
      * RESULT FILE NAME WORK AREAS - THE pNN_ PREFIX GOES ON THE     *
      * FILE NAME ITSELF, AFTER ANY DIRECTORY PART, AS summary_report *
      * APPLIES IT                                                    *
      *----------------------------------------------------------------*
       01  WS-PART-NAME-CONTROL.
           05  WS-PARTITION-ID          PIC 9(02) VALUE 0.
           05  WS-PART-TAIL             PIC 9(03) COMP VALUE 0.
           05  WS-PART-DIR-LEN          PIC 9(03) COMP VALUE 0.
           05  WS-PART-NAME-WORK        PIC X(100) VALUE SPACES.
           05  WS-PART-NAME-REV         PIC X(100) VALUE SPACES.
           05  WS-PART-NAME-NEW         PIC X(100) VALUE SPACES.
      *----------------------------------------------------------------*
      * TIER, CURRENCY AND PERIOD ACCUMULATORS - SAME SHAPE AS IN     *
      * summary_report. THE FIRST PARTITION'S BLOCKS ARE TAKEN AS     *
      * THEY STAND; EVERY LATER PARTITION'S BLOCK IS UNPACKED INTO    *
      * THE WS-PART- COPY AND ADDED IN                                *
      *----------------------------------------------------------------*
       01  WS-TIER-ACCUM.
           05  WS-TIER-TOTALS OCCURS 20 TIMES.
               10  WS-TIER-ACCUM-NAME   PIC X(20).
               10  WS-TIER-CUST-COUNT   PIC 9(06).
               10  WS-TIER-TOTAL-NET    PIC S9(10)V99
                                        SIGN LEADING SEPARATE.
               10  WS-TIER-TOTAL-TENURE PIC 9(10).
       01  WS-PART-TIER-ACCUM.
           05  WS-PART-TIER-TOTALS OCCURS 20 TIMES.
               10  WS-PART-TIER-NAME    PIC X(20).
               10  WS-PART-TIER-COUNT   PIC 9(06).
               10  WS-PART-TIER-NET     PIC S9(10)V99
                                        SIGN LEADING SEPARATE.
               10  WS-PART-TIER-TENURE  PIC 9(10).
       01  WS-CCY-ACCUM.
           05  WS-CCY-TOTALS OCCURS 15 TIMES.
               10  WS-CCY-ACCUM-CODE    PIC X(03).
               10  WS-CCY-ACCUM-RATE    PIC 9(03)V9(06).
               10  WS-CCY-TRANS-COUNT   PIC 9(06).
               10  WS-CCY-ORIG-AMT      PIC S9(10)V99
                                        SIGN LEADING SEPARATE.
               10  WS-CCY-CONV-AMT      PIC S9(10)V99
                                        SIGN LEADING SEPARATE.
       01  WS-PART-CCY-ACCUM.
           05  WS-PART-CCY-TOTALS OCCURS 15 TIMES.
               10  WS-PART-CCY-CODE     PIC X(03).
               10  WS-PART-CCY-RATE     PIC 9(03)V9(06).
               10  WS-PART-CCY-COUNT    PIC 9(06).
               10  WS-PART-CCY-ORIG     PIC S9(10)V99
                                        SIGN LEADING SEPARATE.
               10  WS-PART-CCY-CONV     PIC S9(10)V99
                                        SIGN LEADING SEPARATE.
       01  WS-ACCUM-CONTROL.
           05  WS-TIER-IX               PIC 9(03) COMP VALUE 0.
           05  WS-CCY-IX                PIC 9(03) COMP VALUE 0.
           05  WS-PA-FOUND-SW           PIC X(01) VALUE "N".
               88  WS-PA-FOUND                  VALUE "Y".
       01  WS-PERIOD-ACTIVITY.
           05  WS-PA-MONTH-COUNT        PIC 9(03) COMP VALUE 0.
           05  WS-PA-IX                 PIC 9(03) COMP VALUE 0.
           05  WS-PA-JX                 PIC 9(03) COMP VALUE 0.
           05  WS-PA-ENTRIES.
               10  WS-PA-ENTRY OCCURS 60 TIMES.
                   15  WS-PA-MONTH          PIC X(07).
                   15  WS-PA-TRANSACTIONS   PIC 9(06).
                   15  WS-PA-PURCHASE-AMT   PIC S9(10)V99.
                   15  WS-PA-REFUND-AMT     PIC S9(10)V99.
                   15  WS-PA-CHARGEBACK-AMT PIC S9(10)V99.
                   15  WS-PA-ADJUSTMENT-AMT PIC S9(10)V99.
           05  WS-PA-SWAP-ENTRY.
               10  WS-PA-SWAP-MONTH     PIC X(07).
               10  WS-PA-SWAP-TRX       PIC 9(06).
               10  WS-PA-SWAP-PURCH     PIC S9(10)V99.
               10  WS-PA-SWAP-REFUND    PIC S9(10)V99.
               10  WS-PA-SWAP-CHGBCK    PIC S9(10)V99.
               10  WS-PA-SWAP-ADJUST    PIC S9(10)V99.
       01  WS-PART-PERIOD-ACTIVITY.
           05  WS-PP-MONTH-COUNT        PIC 9(03) COMP VALUE 0.
           05  WS-PP-IX                 PIC 9(03) COMP VALUE 0.
           05  WS-PP-JX                 PIC 9(03) COMP VALUE 0.
           05  WS-PP-ENTRIES.
               10  WS-PP-ENTRY OCCURS 60 TIMES.
                   15  WS-PP-MONTH          PIC X(07).
                   15  WS-PP-TRANSACTIONS   PIC 9(06).
                   15  WS-PP-PURCHASE-AMT   PIC S9(10)V99.
                   15  WS-PP-REFUND-AMT     PIC S9(10)V99.
                   15  WS-PP-CHARGEBACK-AMT PIC S9(10)V99.
                   15  WS-PP-ADJUSTMENT-AMT PIC S9(10)V99.
           05  WS-PP-SWAP-ENTRY         PIC X(61).
      *----------------------------------------------------------------*
      * POSTED-REGISTER CONTROLS - THE NIGHT'S PENDING IDS ARE FOLDED *
      * IN WITH THE RUN DATE AND ENTRIES OLDER THAN THE RETENTION     *
      * WINDOW ARE PURGED, AS A SINGLE RUN DOES                       *
      *----------------------------------------------------------------*
       01  WS-POSTED-REG-CONTROL.
           05  WS-REG-RETAIN-DAYS       PIC 9(05) VALUE 90.
           05  WS-REG-CUTOFF-INT        PIC 9(08) COMP VALUE 0.
           05  WS-REG-CUTOFF-DATE       PIC 9(08) VALUE 0.
           05  WS-REG-PURGED            PIC 9(08) VALUE 0.
           05  WS-REG-ADDED             PIC 9(08) VALUE 0.
           05  WS-HST-ADDED             PIC 9(08) VALUE 0.
           05  WS-HST-ON-FILE           PIC 9(08) VALUE 0.
      *----------------------------------------------------------------*
      * CONTROL-SHEET WORK AREAS - EVERY JOINED FILE IS COUNTED BY    *
      * ONE PARAGRAPH: ALL ROWS, ROWS STARTING WITH A NUMERIC ID AND  *
      * GL DETAIL ROWS                                                *
      *----------------------------------------------------------------*
       01  WS-CONTROL-SHEET.
           05  WS-OOB-SW                PIC X(01) VALUE "N".
               88  WS-OUT-OF-BALANCE            VALUE "Y".
           05  WS-CNT-ALL               PIC 9(08) VALUE 0.
           05  WS-CNT-NUMERIC           PIC 9(08) VALUE 0.
           05  WS-CNT-GLDTL             PIC 9(08) VALUE 0.
           05  WS-CNT-REPORT-DETAIL     PIC 9(08) VALUE 0.
           05  WS-CNT-REPORT-TOTAL      PIC 9(08) VALUE 0.
           05  WS-CNT-EXCEPTION         PIC 9(08) VALUE 0.
           05  WS-CNT-DORMANT           PIC 9(08) VALUE 0.
           05  WS-CNT-CLOSED            PIC 9(08) VALUE 0.
           05  WS-CNT-SUSPENSE          PIC 9(08) VALUE 0.
           05  WS-CNT-WRITEOFF          PIC 9(08) VALUE 0.
           05  WS-CNT-GL-DETAIL         PIC 9(08) VALUE 0.
           05  WS-CNT-SEGMENT           PIC 9(08) VALUE 0.
           05  WS-CNT-WATCHLIST         PIC 9(08) VALUE 0.
           05  WS-CNT-PENDING           PIC 9(08) VALUE 0.
           05  WS-CNT-JOURNAL           PIC 9(08) VALUE 0.
           05  WS-CTL-WRITTEN-N         PIC 9(08) VALUE 0.
           05  WS-CTL-ONFILE-N          PIC 9(08) VALUE 0.
           05  WS-CTL-EXPECTED-N        PIC 9(08) VALUE 0.
       01  WS-CTL-DETAIL-LINE.
           05  WS-CTL-LABEL             PIC X(36).
           05  WS-CTL-WRITTEN           PIC Z(07)9.
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  WS-CTL-ONFILE            PIC Z(07)9.
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  WS-CTL-EXPECTED          PIC Z(07)9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-CTL-RESULT            PIC X(12).
       01  WS-CTL-HEADER-LINE.
           05  FILLER                   PIC X(42) VALUE
               "DAILY OPERATIONS CONTROL SHEET - RUN DATE ".
           05  WS-CTL-RUN-DATE          PIC 9(08).
       01  WS-CTL-COLS-LINE.
           05  FILLER                   PIC X(36) VALUE
               "FILE / CROSS-FOOT RULE".
           05  FILLER                   PIC X(08) VALUE " WRITTEN".
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  FILLER                   PIC X(08) VALUE " ON-FILE".
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  FILLER                   PIC X(08) VALUE "EXPECTED".
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  FILLER                   PIC X(12) VALUE "RESULT".
       01  WS-CTL-VERDICT-LINE.
           05  FILLER                   PIC X(19) VALUE
               "CONTROL VERDICT  : ".
           05  WS-CTL-VERDICT-TEXT      PIC X(14).
       01  WS-CTL-PART-LABEL.
           05  FILLER                   PIC X(10) VALUE "PARTITION ".
           05  WS-CTL-PART-ID           PIC 9(02).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WS-CTL-PART-LOW          PIC 9(06).
           05  FILLER                   PIC X(01) VALUE "-".
           05  WS-CTL-PART-HIGH         PIC 9(06).
           05  FILLER                   PIC X(07) VALUE " DETAIL".
      *----------------------------------------------------------------*
      * RUN-HISTORY CONTROLS - THE NIGHT'S RUN NUMBER IS THE NEXT ONE *
      * ON THE HISTORY, AND EVERY PARTITION MUST HAVE RUN UNDER IT.   *
      * THE ROW'S START IS THE EARLIEST PARTITION START               *
      *----------------------------------------------------------------*
       01  WS-RUN-HISTORY-CONTROL.
           05  WS-RUN-NUMBER            PIC 9(06) VALUE 0.
           05  WS-RUN-DATE              PIC 9(08) VALUE 0.
           05  WS-START-DATE            PIC 9(08) VALUE 0.
           05  WS-START-TIME            PIC 9(06) VALUE 0.
           05  WS-END-DATE              PIC 9(08) VALUE 0.
           05  WS-END-TIME-RAW          PIC 9(08) VALUE 0.
           05  WS-RUN-STATUS            PIC X(12) VALUE SPACES.
      *
      *----------------------------------------------------------------*
      * CONSTANTS                                                      *
      *----------------------------------------------------------------*
       01  CT-CONSTANTS.
           05  CT-DELIMITED-CHARACTER  PIC X VALUE ";".
           05  CT-PERIOD-LABEL         PIC X(06) VALUE "PERIOD".
           05  CT-GL-HEADER-LABEL      PIC X(05) VALUE "GLHDR".
           05  CT-GL-DETAIL-LABEL      PIC X(05) VALUE "GLDTL".
           05  CT-GL-TRAILER-LABEL     PIC X(05) VALUE "GLTRL".
           05  CT-GL-DEBIT             PIC X(01) VALUE "D".
           05  CT-GL-CREDIT            PIC X(01) VALUE "C".
           05  CT-RUN-SUCCESS          PIC X(12) VALUE "SUCCESS".
           05  CT-RUN-FAILED-GLBAL     PIC X(12) VALUE
                                          "FAILED-GLBAL".
           05  CT-RUN-FAILED-BAL       PIC X(12) VALUE
                                          "FAILED-BAL".
           05  CT-VERDICT-BALANCED     PIC X(14) VALUE "BALANCED".
           05  CT-MAX-PARTITIONS       PIC 9(03) VALUE 20.
           05  CT-MAX-MONTHS           PIC 9(03) VALUE 60.
           05  CT-OUT-PENDING          PIC 9(02) VALUE 8.
           05  CT-OUT-JOURNAL          PIC 9(02) VALUE 9.
           05  CT-OUT-REPORT           PIC 9(02) VALUE 10.
           05  CT-OUT-GL               PIC 9(02) VALUE 11.
      *
      ******************************************************************
      *                     PROCEDURE DIVISION                         *
      ******************************************************************
       PROCEDURE DIVISION.
      *
           PERFORM 1000-INITIALIZE
              THRU 1000-INITIALIZE-EXIT.
      *
           PERFORM 2000-CHECK-PARTITIONS
              THRU 2000-CHECK-PARTITIONS-EXIT.
      *
           PERFORM 3000-BUILD-REPORT
              THRU 3000-BUILD-REPORT-EXIT.
      *
           PERFORM 3500-BUILD-GL-POSTING
              THRU 3500-BUILD-GL-POSTING-EXIT.
      *
           PERFORM 4000-JOIN-OUTPUT-FILES
              THRU 4000-JOIN-OUTPUT-FILES-EXIT.
      *
           PERFORM 9000-FINALIZE
              THRU 9000-FINALIZE-EXIT.
      *
           STOP RUN.
      *
      *-----------------------------------------------------------------
       1000-INITIALIZE.
      *---------------*
           DISPLAY "PROGRAM INITIALIZATION STARTED".
           DISPLAY "THIS IS THE 1000-INITIALIZE PARAGRAPH".
      *
           PERFORM 1100-RESOLVE-FILENAMES
              THRU 1100-RESOLVE-FILENAMES-EXIT.
      *
           PERFORM 1200-LOAD-PARTITIONS
              THRU 1200-LOAD-PARTITIONS-EXIT.
      *
           PERFORM 1250-SORT-PARTITIONS
              THRU 1250-SORT-PARTITIONS-EXIT.
      *
           PERFORM 1300-CHECK-RANGES
              THRU 1300-CHECK-RANGES-EXIT.
      *
           PERFORM 1400-NEXT-RUN-NUMBER
              THRU 1400-NEXT-RUN-NUMBER-EXIT.
      *
           DISPLAY "PARTITIONS TO CONSOLIDATE: " WS-PT-COUNT
                   " - RUN NUMBER " WS-RUN-NUMBER
           .
       1000-INITIALIZE-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
       1100-RESOLVE-FILENAMES.
      *----------------------*
           MOVE SPACES                 TO WS-ENV-OVERRIDE
           DISPLAY "PARTITION_FILE" UPON ENVIRONMENT-NAME
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE
           IF WS-ENV-OVERRIDE NOT EQUAL SPACES
               MOVE WS-ENV-OVERRIDE     TO WS-PARTITION-FILENAME
           END-IF.
      *
           MOVE SPACES                 TO WS-ENV-OVERRIDE
           DISPLAY "PARTITION_RESULT_FILE" UPON ENVIRONMENT-NAME
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE
           IF WS-ENV-OVERRIDE NOT EQUAL SPACES
               MOVE WS-ENV-OVERRIDE     TO WS-PARTITION-RESULT-FILENAME
           END-IF.
      *
           MOVE SPACES                 TO WS-ENV-OVERRIDE
           DISPLAY "RUN_HISTORY_FILE" UPON ENVIRONMENT-NAME
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE
           IF WS-ENV-OVERRIDE NOT EQUAL SPACES
               MOVE WS-ENV-OVERRIDE     TO WS-RUN-HISTORY-FILENAME
           END-IF.
      *
           MOVE SPACES                 TO WS-ENV-OVERRIDE
           DISPLAY "CONTROL_SHEET_FILE" UPON ENVIRONMENT-NAME
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE
           IF WS-ENV-OVERRIDE NOT EQUAL SPACES
               MOVE WS-ENV-OVERRIDE     TO WS-CONTROL-FILENAME
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
           DISPLAY "REGISTER_RETAIN_DAYS" UPON ENVIRONMENT-NAME
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE
           IF WS-ENV-OVERRIDE NOT EQUAL SPACES
               COMPUTE WS-REG-RETAIN-DAYS =
                   FUNCTION NUMVAL(WS-ENV-OVERRIDE)
           END-IF.
      *
           MOVE SPACES                 TO WS-ENV-OVERRIDE
           DISPLAY "TRANS_HISTORY_FILE" UPON ENVIRONMENT-NAME
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE
           IF WS-ENV-OVERRIDE NOT EQUAL SPACES
               MOVE WS-ENV-OVERRIDE     TO WS-TRANS-HISTORY-FILENAME
           END-IF.
      *
           MOVE SPACES                 TO WS-ENV-OVERRIDE
           DISPLAY "EXCEPTION_FILE" UPON ENVIRONMENT-NAME
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE
           IF WS-ENV-OVERRIDE NOT EQUAL SPACES
               MOVE WS-ENV-OVERRIDE     TO WS-EXCEPTION-FILENAME
           END-IF.
      *
           MOVE SPACES                 TO WS-ENV-OVERRIDE
           DISPLAY "DORMANT_FILE" UPON ENVIRONMENT-NAME
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE
           IF WS-ENV-OVERRIDE NOT EQUAL SPACES
               MOVE WS-ENV-OVERRIDE     TO WS-DORMANT-FILENAME
           END-IF.
      *
           MOVE SPACES                 TO WS-ENV-OVERRIDE
           DISPLAY "CLOSED_FILE" UPON ENVIRONMENT-NAME
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE
           IF WS-ENV-OVERRIDE NOT EQUAL SPACES
               MOVE WS-ENV-OVERRIDE     TO WS-CLOSED-FILENAME
           END-IF.
      *
           MOVE SPACES                 TO WS-ENV-OVERRIDE
           DISPLAY "SUSPENSE_OUT_FILE" UPON ENVIRONMENT-NAME
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE
           IF WS-ENV-OVERRIDE NOT EQUAL SPACES
               MOVE WS-ENV-OVERRIDE     TO WS-SUSPENSE-OUT-FILENAME
           END-IF.
      *
           MOVE SPACES                 TO WS-ENV-OVERRIDE
           DISPLAY "WRITEOFF_FILE" UPON ENVIRONMENT-NAME
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE
           IF WS-ENV-OVERRIDE NOT EQUAL SPACES
               MOVE WS-ENV-OVERRIDE     TO WS-WRITEOFF-FILENAME
           END-IF.
      *
           MOVE SPACES                 TO WS-ENV-OVERRIDE
           DISPLAY "SEGMENT_FILE" UPON ENVIRONMENT-NAME
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE
           IF WS-ENV-OVERRIDE NOT EQUAL SPACES
               MOVE WS-ENV-OVERRIDE     TO WS-SEGMENT-FILENAME
           END-IF.
      *
           MOVE SPACES                 TO WS-ENV-OVERRIDE
           DISPLAY "WATCHLIST_FILE" UPON ENVIRONMENT-NAME
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE
           IF WS-ENV-OVERRIDE NOT EQUAL SPACES
               MOVE WS-ENV-OVERRIDE     TO WS-WATCHLIST-FILENAME
           END-IF.
      *
           MOVE SPACES                 TO WS-ENV-OVERRIDE
           DISPLAY "REGISTER_PENDING_FILE" UPON ENVIRONMENT-NAME
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE
           IF WS-ENV-OVERRIDE NOT EQUAL SPACES
               MOVE WS-ENV-OVERRIDE     TO WS-PENDING-REG-FILENAME
           END-IF.
      *
           MOVE SPACES                 TO WS-ENV-OVERRIDE
           DISPLAY "RUN_JOURNAL_FILE" UPON ENVIRONMENT-NAME
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE
           IF WS-ENV-OVERRIDE NOT EQUAL SPACES
               MOVE WS-ENV-OVERRIDE     TO WS-RUN-JOURNAL-FILENAME
           END-IF.
      *
           MOVE SPACES                 TO WS-ENV-OVERRIDE
           DISPLAY "REPORT_FILE" UPON ENVIRONMENT-NAME
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE
           IF WS-ENV-OVERRIDE NOT EQUAL SPACES
               MOVE WS-ENV-OVERRIDE     TO WS-REPORT-FILENAME
           END-IF.
      *
           MOVE SPACES                 TO WS-ENV-OVERRIDE
           DISPLAY "GL_POSTING_FILE" UPON ENVIRONMENT-NAME
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE
           IF WS-ENV-OVERRIDE NOT EQUAL SPACES
               MOVE WS-ENV-OVERRIDE     TO WS-GL-POSTING-FILENAME
           END-IF
           .
       1100-RESOLVE-FILENAMES-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
       1200-LOAD-PARTITIONS.
      *--------------------*
      * EVERY ROW ON THE PARTITION FILE IS A PARTITION THAT MUST HAVE
      * RUN - A ROW WHOSE PARTITION NEVER RAN STOPS THE CONSOLIDATION
           OPEN INPUT PARTITION-FILE.
           IF FS-PARTITION NOT EQUAL ZEROS
               DISPLAY "ERROR OPENING PARTITION FILE: " FS-PARTITION
               MOVE 8                  TO RETURN-CODE
               STOP RUN
           END-IF.
      *
           PERFORM UNTIL FS-PARTITION NOT EQUAL ZEROS
               READ PARTITION-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF WS-PT-COUNT NOT LESS THAN CT-MAX-PARTITIONS
                           DISPLAY "ERROR: MORE THAN "
                                   CT-MAX-PARTITIONS
                                   " PARTITIONS ON THE PARTITION FILE"
                           MOVE 8  TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1       TO WS-PT-COUNT
                       INITIALIZE WS-PT-ENTRY(WS-PT-COUNT)
                       MOVE PRT-PARTITION-ID
                                   TO WS-PT-ID(WS-PT-COUNT)
                       MOVE PRT-LOW-CUST-ID
                                   TO WS-PT-LOW(WS-PT-COUNT)
                       MOVE PRT-HIGH-CUST-ID
                                   TO WS-PT-HIGH(WS-PT-COUNT)
               END-READ
           END-PERFORM.
      *
           CLOSE PARTITION-FILE.
      *
           IF WS-PT-COUNT = ZEROES
               DISPLAY "ERROR: THE PARTITION FILE "
                       WS-PARTITION-FILENAME " IS EMPTY"
               MOVE 8                  TO RETURN-CODE
               STOP RUN
           END-IF
           .
       1200-LOAD-PARTITIONS-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
       1250-SORT-PARTITIONS.
      *--------------------*
      * SIMPLE EXCHANGE SORT INTO ASCENDING LOW CUST-ID ORDER (AT
      * MOST 20 ENTRIES SO PERFORMANCE IS NO ISSUE)
           PERFORM VARYING WS-PT-IX FROM 1 BY 1
             UNTIL WS-PT-IX NOT LESS THAN WS-PT-COUNT
               PERFORM VARYING WS-PT-JX FROM WS-PT-IX BY 1
                 UNTIL WS-PT-JX > WS-PT-COUNT
                   IF WS-PT-LOW(WS-PT-JX) < WS-PT-LOW(WS-PT-IX)
                       MOVE WS-PT-ENTRY(WS-PT-IX)
                                       TO WS-PT-SWAP-ENTRY
                       MOVE WS-PT-ENTRY(WS-PT-JX)
                                       TO WS-PT-ENTRY(WS-PT-IX)
                       MOVE WS-PT-SWAP-ENTRY
                                       TO WS-PT-ENTRY(WS-PT-JX)
                   END-IF
               END-PERFORM
           END-PERFORM
           .
       1250-SORT-PARTITIONS-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
       1300-CHECK-RANGES.
      *-----------------*
      * IN LOW CUST-ID ORDER THE RANGES MUST START AT 000000, EACH
      * PICK UP WHERE THE LAST ONE ENDED AND FINISH AT 999999. AN
      * OVERLAP WOULD COUNT CUSTOMERS TWICE AND A GAP WOULD LOSE
      * THEM, SO EITHER REFUSES THE CONSOLIDATION
           PERFORM VARYING WS-PT-IX FROM 1 BY 1
             UNTIL WS-PT-IX > WS-PT-COUNT
      *
               PERFORM VARYING WS-PT-JX FROM 1 BY 1
                 UNTIL WS-PT-JX NOT LESS THAN WS-PT-IX
                   IF WS-PT-ID(WS-PT-JX) = WS-PT-ID(WS-PT-IX)
                       DISPLAY "ERROR: PARTITION " WS-PT-ID(WS-PT-IX)
                               " IS ON THE PARTITION FILE MORE "
                               "THAN ONCE"
                       ADD 1           TO WS-PROBLEM-COUNT
                   END-IF
               END-PERFORM
      *
               IF WS-PT-LOW(WS-PT-IX) > WS-PT-HIGH(WS-PT-IX)
                   DISPLAY "ERROR: PARTITION " WS-PT-ID(WS-PT-IX)
                           " RANGE " WS-PT-LOW(WS-PT-IX) "-"
                           WS-PT-HIGH(WS-PT-IX) " IS BACKWARDS"
                   ADD 1               TO WS-PROBLEM-COUNT
               END-IF
      *
               IF WS-PT-IX = 1
                   IF WS-PT-LOW(WS-PT-IX) NOT EQUAL ZEROES
                       DISPLAY "ERROR: NO PARTITION STARTS AT "
                               "CUST-ID 000000"
                       ADD 1           TO WS-PROBLEM-COUNT
                   END-IF
               ELSE
                   COMPUTE WS-NEXT-LOW = WS-PREV-HIGH + 1
                   IF WS-PT-LOW(WS-PT-IX) < WS-NEXT-LOW
                       DISPLAY "ERROR: PARTITION " WS-PT-ID(WS-PT-IX)
                               " RANGE " WS-PT-LOW(WS-PT-IX) "-"
                               WS-PT-HIGH(WS-PT-IX)
                               " OVERLAPS PARTITION "
                               WS-PT-ID(WS-PT-IX - 1)
                       ADD 1           TO WS-PROBLEM-COUNT
                   END-IF
                   IF WS-PT-LOW(WS-PT-IX) > WS-NEXT-LOW
                       DISPLAY "ERROR: NO PARTITION COVERS CUST-ID "
                               WS-NEXT-LOW(2:6) " UP TO "
                               WS-PT-LOW(WS-PT-IX)
                       ADD 1           TO WS-PROBLEM-COUNT
                   END-IF
               END-IF
      *
               IF WS-PT-HIGH(WS-PT-IX) > WS-PREV-HIGH
                   MOVE WS-PT-HIGH(WS-PT-IX)
                                       TO WS-PREV-HIGH
               END-IF
      *
           END-PERFORM.
      *
           IF WS-PREV-HIGH NOT EQUAL 999999
               DISPLAY "ERROR: NO PARTITION ENDS AT CUST-ID 999999"
               ADD 1                   TO WS-PROBLEM-COUNT
           END-IF.
      *
           IF WS-PROBLEM-COUNT NOT EQUAL ZEROES
               DISPLAY "ERROR: PARTITION FILE " WS-PARTITION-FILENAME
                       " REFUSED - " WS-PROBLEM-COUNT " PROBLEM(S)"
               MOVE 8                  TO RETURN-CODE
               STOP RUN
           END-IF
           .
       1300-CHECK-RANGES-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
       1400-NEXT-RUN-NUMBER.
      *--------------------*
      * THE PARTITIONS TOOK THE NEXT RUN NUMBER WHEN THEY STARTED AND
      * WROTE NO HISTORY ROW, SO IT IS STILL THE NEXT ONE HERE. A
      * RESULT CARRYING ANY OTHER NUMBER IS LEFT FROM ANOTHER NIGHT
           OPEN INPUT RUN-HISTORY-FILE.
           EVALUATE FS-RUN-HISTORY
               WHEN ZEROES
                   PERFORM UNTIL FS-RUN-HISTORY NOT EQUAL ZEROS
                       READ RUN-HISTORY-FILE
                           AT END
                               CONTINUE
                           NOT AT END
                               IF RUNH-RUN-NUMBER NUMERIC
                                  AND RUNH-RUN-NUMBER > WS-RUN-NUMBER
                                   MOVE RUNH-RUN-NUMBER
                                                 TO WS-RUN-NUMBER
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE RUN-HISTORY-FILE
               WHEN '35'
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERROR OPENING RUN HISTORY FILE: "
                                      FS-RUN-HISTORY
                   MOVE 8              TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
      *
           ADD 1                       TO WS-RUN-NUMBER
           .
       1400-NEXT-RUN-NUMBER-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
       1900-PREFIX-PARTITION-NAME.
      *--------------------------*
      * WS-PART-NAME-WORK IN, WS-PART-NAME-NEW OUT. THE pNN_ PREFIX
      * GOES ON THE FILE NAME ITSELF, AFTER ANY DIRECTORY PART
           MOVE FUNCTION REVERSE(WS-PART-NAME-WORK)
                                       TO WS-PART-NAME-REV.
           MOVE 0                      TO WS-PART-TAIL.
           INSPECT WS-PART-NAME-REV
               TALLYING WS-PART-TAIL
               FOR CHARACTERS BEFORE INITIAL "/".
           COMPUTE WS-PART-DIR-LEN = 100 - WS-PART-TAIL.
      *
           MOVE SPACES                 TO WS-PART-NAME-NEW.
           IF WS-PART-DIR-LEN = ZEROES
               STRING "p"                DELIMITED BY SIZE
                      WS-PARTITION-ID    DELIMITED BY SIZE
                      "_"                DELIMITED BY SIZE
                      WS-PART-NAME-WORK  DELIMITED BY SPACE
                 INTO WS-PART-NAME-NEW
           ELSE
               STRING WS-PART-NAME-WORK(1:WS-PART-DIR-LEN)
                                         DELIMITED BY SIZE
                      "p"                DELIMITED BY SIZE
                      WS-PARTITION-ID    DELIMITED BY SIZE
                      "_"                DELIMITED BY SIZE
                      WS-PART-NAME-WORK(WS-PART-DIR-LEN + 1:)
                                         DELIMITED BY SPACE
                 INTO WS-PART-NAME-NEW
           END-IF
           .
       1900-PREFIX-PARTITION-NAME-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
       2000-CHECK-PARTITIONS.
      *---------------------*
      * READ EVERY PARTITION'S RESULT, CHECK IT AND ADD IT IN. A
      * PARTITION THAT IS MISSING, DID NOT FINISH, DID NOT BALANCE OR
      * RAN AGAINST DIFFERENT INPUTS REFUSES THE WHOLE NIGHT - NOTHING
      * HAS BEEN WRITTEN YET AND NO RUN-HISTORY ROW IS ADDED, SO THE
      * PARTITIONS NAMED CAN SIMPLY BE RERUN
           PERFORM 2100-CHECK-ONE-PARTITION
              THRU 2100-CHECK-ONE-PARTITION-EXIT
              VARYING WS-PT-IX FROM 1 BY 1
                UNTIL WS-PT-IX > WS-PT-COUNT.
      *
           IF WS-PROBLEM-COUNT NOT EQUAL ZEROES
               DISPLAY "ERROR: CONSOLIDATION REFUSED - "
                       WS-PROBLEM-COUNT " PROBLEM(S) - RERUN THE "
                       "PARTITIONS NAMED ABOVE"
               MOVE 8                  TO RETURN-CODE
               STOP RUN
           END-IF.
      *
           MOVE WS-REF-RUN-DATE        TO WS-RUN-DATE
           .
       2000-CHECK-PARTITIONS-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
       2100-CHECK-ONE-PARTITION.
      *------------------------*
           MOVE WS-PT-ID(WS-PT-IX)     TO WS-PARTITION-ID
           MOVE WS-PARTITION-RESULT-FILENAME
                                       TO WS-PART-NAME-WORK
           PERFORM 1900-PREFIX-PARTITION-NAME
              THRU 1900-PREFIX-PARTITION-NAME-EXIT
           MOVE WS-PART-NAME-NEW       TO WS-RESULT-IN-FILENAME.
      *
           OPEN INPUT PARTITION-RESULT-FILE.
           IF FS-PARTITION-RESULT EQUAL '35'
               DISPLAY "ERROR: PARTITION " WS-PARTITION-ID
                       " HAS NO RESULT FILE " WS-RESULT-IN-FILENAME
               ADD 1                   TO WS-PROBLEM-COUNT
               GO TO 2100-CHECK-ONE-PARTITION-EXIT
           END-IF.
           IF FS-PARTITION-RESULT NOT EQUAL ZEROS
               DISPLAY "ERROR OPENING PARTITION RESULT FILE: "
                       FS-PARTITION-RESULT " " WS-RESULT-IN-FILENAME
               MOVE 8                  TO RETURN-CODE
               STOP RUN
           END-IF.
      *
           READ PARTITION-RESULT-FILE
               AT END
                   DISPLAY "ERROR: PARTITION " WS-PARTITION-ID
                           " DID NOT FINISH - ITS RESULT FILE IS "
                           "EMPTY"
                   ADD 1               TO WS-PROBLEM-COUNT
                   CLOSE PARTITION-RESULT-FILE
                   GO TO 2100-CHECK-ONE-PARTITION-EXIT
           END-READ.
           CLOSE PARTITION-RESULT-FILE.
      *
           IF PR-PARTITION-ID NOT EQUAL WS-PT-ID(WS-PT-IX)
              OR PR-LOW-CUST-ID NOT EQUAL WS-PT-LOW(WS-PT-IX)
              OR PR-HIGH-CUST-ID NOT EQUAL WS-PT-HIGH(WS-PT-IX)
               DISPLAY "ERROR: PARTITION " WS-PARTITION-ID
                       " RAN AS PARTITION " PR-PARTITION-ID
                       " FOR " PR-LOW-CUST-ID "-" PR-HIGH-CUST-ID
                       ", NOT THE RANGE ON THE PARTITION FILE"
               ADD 1                   TO WS-PROBLEM-COUNT
           END-IF.
      *
           IF PR-RUN-NUMBER NOT EQUAL WS-RUN-NUMBER
               DISPLAY "ERROR: PARTITION " WS-PARTITION-ID
                       " RESULT IS FOR RUN " PR-RUN-NUMBER
                       ", NOT RUN " WS-RUN-NUMBER
                       " - LEFT FROM ANOTHER NIGHT"
               ADD 1                   TO WS-PROBLEM-COUNT
           END-IF.
      *
           IF PR-STATUS NOT EQUAL CT-RUN-SUCCESS
               DISPLAY "ERROR: PARTITION " WS-PARTITION-ID
                       " ENDED " PR-STATUS
               ADD 1                   TO WS-PROBLEM-COUNT
           END-IF.
      *
           IF PR-VERDICT NOT EQUAL CT-VERDICT-BALANCED
               DISPLAY "ERROR: PARTITION " WS-PARTITION-ID
                       " CONTROL SHEET IS NOT BALANCED: " PR-VERDICT
               ADD 1                   TO WS-PROBLEM-COUNT
           END-IF.
      *
           IF WS-PT-IX = 1
               MOVE PR-RUN-DATE        TO WS-REF-RUN-DATE
               MOVE PR-PERIOD-SWITCH   TO WS-REF-PERIOD-SWITCH
               MOVE PR-PERIOD-START    TO WS-REF-PERIOD-START
               MOVE PR-PERIOD-END      TO WS-REF-PERIOD-END
               MOVE PR-CUSTOMER-FILENAME
                                       TO WS-REF-CUST-FILE
               MOVE PR-TRANSACTION-FILENAME
                                       TO WS-REF-TRANS-FILE
               MOVE PR-SCAN-CUST-COUNT TO WS-REF-CUST-COUNT
               MOVE PR-SCAN-TRANS-COUNT
                                       TO WS-REF-TRANS-COUNT
               MOVE PR-SCAN-CUST-HASH  TO WS-REF-CUST-HASH
               MOVE PR-SCAN-TRANS-HASH TO WS-REF-TRANS-HASH
               MOVE PR-START-DATE      TO WS-START-DATE
               MOVE PR-START-TIME      TO WS-START-TIME
           ELSE
               IF PR-RUN-DATE NOT EQUAL WS-REF-RUN-DATE
                  OR PR-PERIOD-SWITCH NOT EQUAL WS-REF-PERIOD-SWITCH
                  OR PR-PERIOD-START NOT EQUAL WS-REF-PERIOD-START
                  OR PR-PERIOD-END NOT EQUAL WS-REF-PERIOD-END
                   DISPLAY "ERROR: PARTITION " WS-PARTITION-ID
                           " RAN FOR A DIFFERENT RUN DATE OR "
                           "REPORTING PERIOD THAN PARTITION "
                           WS-PT-ID(1)
                   ADD 1               TO WS-PROBLEM-COUNT
               END-IF
               IF PR-CUSTOMER-FILENAME NOT EQUAL WS-REF-CUST-FILE
                  OR PR-TRANSACTION-FILENAME
                         NOT EQUAL WS-REF-TRANS-FILE
                  OR PR-SCAN-CUST-COUNT NOT EQUAL WS-REF-CUST-COUNT
                  OR PR-SCAN-TRANS-COUNT
                         NOT EQUAL WS-REF-TRANS-COUNT
                  OR PR-SCAN-CUST-HASH NOT EQUAL WS-REF-CUST-HASH
                  OR PR-SCAN-TRANS-HASH NOT EQUAL WS-REF-TRANS-HASH
                   DISPLAY "ERROR: PARTITION " WS-PARTITION-ID
                           " READ DIFFERENT INPUT FILES THAN "
                           "PARTITION " WS-PT-ID(1)
                   ADD 1               TO WS-PROBLEM-COUNT
               END-IF
               IF PR-START-DATE < WS-START-DATE
                  OR (PR-START-DATE = WS-START-DATE
                      AND PR-START-TIME < WS-START-TIME)
                   MOVE PR-START-DATE  TO WS-START-DATE
                   MOVE PR-START-TIME  TO WS-START-TIME
               END-IF
           END-IF.
      *
           PERFORM 2150-CHECK-PARTITION-FILES
              THRU 2150-CHECK-PARTITION-FILES-EXIT
              VARYING WS-OUT-IX FROM 1 BY 1
                UNTIL WS-OUT-IX > 11.
      *
           COMPUTE WS-PT-EXPECTED(WS-PT-IX) =
               PR-MATCHES + PR-NOT-IN-CUSTOMER.
      *
           PERFORM 2200-ADD-COUNTERS
              THRU 2200-ADD-COUNTERS-EXIT.
           PERFORM 2300-ADD-TIERS
              THRU 2300-ADD-TIERS-EXIT.
           PERFORM 2400-ADD-CURRENCIES
              THRU 2400-ADD-CURRENCIES-EXIT.
           PERFORM 2500-ADD-PERIODS
              THRU 2500-ADD-PERIODS-EXIT
           .
       2100-CHECK-ONE-PARTITION-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
       2150-CHECK-PARTITION-FILES.
      *--------------------------*
      * EVERY FILE THE PARTITION SAYS IT WROTE MUST STILL BE THERE
           MOVE PR-OUTPUT-FILENAME(WS-OUT-IX)
                                       TO WS-PART-IN-FILENAME
                                          WS-PT-OUTPUT-FILENAME
                                              (WS-PT-IX, WS-OUT-IX).
      *
           OPEN INPUT PART-IN-FILE.
           EVALUATE FS-PART-IN
               WHEN ZEROES
                   CLOSE PART-IN-FILE
               WHEN '35'
                   DISPLAY "ERROR: PARTITION " WS-PARTITION-ID
                           " OUTPUT FILE IS MISSING: "
                           WS-PART-IN-FILENAME
                   ADD 1               TO WS-PROBLEM-COUNT
               WHEN OTHER
                   DISPLAY "ERROR OPENING PARTITION OUTPUT FILE: "
                           FS-PART-IN " " WS-PART-IN-FILENAME
                   MOVE 8              TO RETURN-CODE
                   STOP RUN
           END-EVALUATE
           .
       2150-CHECK-PARTITION-FILES-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
       2200-ADD-COUNTERS.
      *-----------------*
           ADD PR-CUSTOMER-RECORDS     TO WS-CUSTOMER-RECORDS
           ADD PR-TRANSACTIONS-RECORDS TO WS-TRANSACTIONS-RECORDS
           ADD PR-MATCHES              TO WS-MATCHES
           ADD PR-NOT-IN-CUSTOMER      TO WS-NOT-IN-CUSTOMER
           ADD PR-NOT-IN-TRANSACTION   TO WS-NOT-IN-TRANSACTION
           ADD PR-EXCEPTION-RECORDS    TO WS-EXCEPTION-RECORDS
           ADD PR-DORMANT-RECORDS      TO WS-DORMANT-RECORDS
           ADD PR-CLOSED-RECORDS       TO WS-CLOSED-RECORDS
           ADD PR-SUSPENSE-IN-RECORDS  TO WS-SUSPENSE-IN-RECORDS
           ADD PR-SUSPENSE-OUT-RECORDS TO WS-SUSPENSE-OUT-RECORDS
           ADD PR-WRITEOFF-RECORDS     TO WS-WRITEOFF-RECORDS
           ADD PR-SEGMENT-RECORDS      TO WS-SEGMENT-RECORDS
           ADD PR-WATCHLIST-RECORDS    TO WS-WATCHLIST-RECORDS
           ADD PR-BAD-TYPE-RECORDS     TO WS-BAD-TYPE-RECORDS
           ADD PR-SUP-DORM-SKIPS       TO WS-SUPPRESS-DORMANT-SKIPS
           ADD PR-SUP-SEG-SKIPS        TO WS-SUPPRESS-SEGMENT-SKIPS
           ADD PR-CLOSED-DORM-SKIPS    TO WS-CLOSED-DORMANT-SKIPS
           ADD PR-PENDING-REG-RECORDS  TO WS-PENDING-REG-RECORDS
           ADD PR-SUMMARY-UPDATES      TO WS-SUMMARY-UPDATES
           ADD PR-DISPUTES-OPENED      TO WS-DISPUTES-OPENED
           ADD PR-DISPUTES-ON-FILE     TO WS-DISPUTES-ON-FILE
           ADD PR-JRN-SUSP-RECORDS     TO WS-JRN-SUSP-RECORDS
           ADD PR-JRN-SUMMARY-RECORDS  TO WS-JRN-SUMMARY-RECORDS
      *
           ADD PR-GRAND-TRANSACTIONS   TO WS-GRAND-TRANSACTIONS
           ADD PR-GRAND-PURCHASE-AMT   TO WS-GRAND-PURCHASE-AMT
           ADD PR-GRAND-REFUND-AMT     TO WS-GRAND-REFUND-AMT
           ADD PR-GRAND-CHARGEBACK-AMT TO WS-GRAND-CHARGEBACK-AMT
           ADD PR-GRAND-ADJUSTMENT-AMT TO WS-GRAND-ADJUSTMENT-AMT
           ADD PR-GRAND-REFUNDS        TO WS-GRAND-REFUNDS
           ADD PR-GRAND-REVENUE-GROSS  TO WS-GRAND-REVENUE-GROSS
           ADD PR-GRAND-REVENUE-NET    TO WS-GRAND-REVENUE-NET
           ADD PR-GRAND-TENURE-DAYS    TO WS-GRAND-TENURE-DAYS
      *
           ADD PR-GL-DETAIL-RECORDS    TO WS-GL-DETAIL-RECORDS
           ADD PR-GL-DEBIT-TOTAL       TO WS-GL-DEBIT-TOTAL
           ADD PR-GL-CREDIT-TOTAL      TO WS-GL-CREDIT-TOTAL
           ADD PR-GL-PURCHASE-TOT      TO WS-GL-PURCHASE-TOT
           ADD PR-GL-REFUND-TOT        TO WS-GL-REFUND-TOT
           ADD PR-GL-CHARGEBACK-TOT    TO WS-GL-CHARGEBACK-TOT
           ADD PR-GL-ADJUSTMENT-TOT    TO WS-GL-ADJUSTMENT-TOT
           .
       2200-ADD-COUNTERS-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
       2300-ADD-TIERS.
      *--------------*
      * EVERY PARTITION LOADED THE SAME TIER PARAMETER FILE, SO THE
      * TIER NAMES LINE UP SLOT FOR SLOT - A DIFFERENCE MEANS THE
      * FILE CHANGED WHILE THE PARTITIONS WERE RUNNING
           IF WS-PT-IX = 1
               MOVE PR-TIER-DATA       TO WS-TIER-ACCUM
               GO TO 2300-ADD-TIERS-EXIT
           END-IF.
      *
           MOVE PR-TIER-DATA           TO WS-PART-TIER-ACCUM.
           PERFORM VARYING WS-TIER-IX FROM 1 BY 1
             UNTIL WS-TIER-IX > 20
               IF WS-PART-TIER-NAME(WS-TIER-IX)
                      NOT EQUAL WS-TIER-ACCUM-NAME(WS-TIER-IX)
                   DISPLAY "ERROR: PARTITION " WS-PARTITION-ID
                           " TIER " WS-PART-TIER-NAME(WS-TIER-IX)
                           " DOES NOT MATCH PARTITION "
                           WS-PT-ID(1) " TIER "
                           WS-TIER-ACCUM-NAME(WS-TIER-IX)
                   ADD 1               TO WS-PROBLEM-COUNT
               ELSE
                   ADD WS-PART-TIER-COUNT(WS-TIER-IX)
                                       TO WS-TIER-CUST-COUNT
                                              (WS-TIER-IX)
                   ADD WS-PART-TIER-NET(WS-TIER-IX)
                                       TO WS-TIER-TOTAL-NET
                                              (WS-TIER-IX)
                   ADD WS-PART-TIER-TENURE(WS-TIER-IX)
                                       TO WS-TIER-TOTAL-TENURE
                                              (WS-TIER-IX)
               END-IF
           END-PERFORM
           .
       2300-ADD-TIERS-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
       2400-ADD-CURRENCIES.
      *-------------------*
      * LIKEWISE THE RATE TABLE - A CURRENCY CONVERTED AT TWO
      * DIFFERENT RATES IN ONE NIGHT CANNOT BE RECONCILED
           IF WS-PT-IX = 1
               MOVE PR-CCY-DATA        TO WS-CCY-ACCUM
               GO TO 2400-ADD-CURRENCIES-EXIT
           END-IF.
      *
           MOVE PR-CCY-DATA            TO WS-PART-CCY-ACCUM.
           PERFORM VARYING WS-CCY-IX FROM 1 BY 1
             UNTIL WS-CCY-IX > 15
               IF WS-PART-CCY-CODE(WS-CCY-IX)
                      NOT EQUAL WS-CCY-ACCUM-CODE(WS-CCY-IX)
                  OR WS-PART-CCY-RATE(WS-CCY-IX)
                      NOT EQUAL WS-CCY-ACCUM-RATE(WS-CCY-IX)
                   DISPLAY "ERROR: PARTITION " WS-PARTITION-ID
                           " CURRENCY " WS-PART-CCY-CODE(WS-CCY-IX)
                           " RATE DOES NOT MATCH PARTITION "
                           WS-PT-ID(1)
                   ADD 1               TO WS-PROBLEM-COUNT
               ELSE
                   ADD WS-PART-CCY-COUNT(WS-CCY-IX)
                                       TO WS-CCY-TRANS-COUNT
                                              (WS-CCY-IX)
                   ADD WS-PART-CCY-ORIG(WS-CCY-IX)
                                       TO WS-CCY-ORIG-AMT(WS-CCY-IX)
                   ADD WS-PART-CCY-CONV(WS-CCY-IX)
                                       TO WS-CCY-CONV-AMT(WS-CCY-IX)
               END-IF
           END-PERFORM
           .
       2400-ADD-CURRENCIES-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
       2500-ADD-PERIODS.
      *----------------*
      * MONTHS ARE MATCHED BY YYYY-MM; A MONTH ONLY A LATER PARTITION
      * SAW IS ADDED AT THE END AND THE TABLE IS SORTED BEFORE IT IS
      * WRITTEN
           IF WS-PT-IX = 1
               MOVE PR-PA-MONTH-COUNT  TO WS-PA-MONTH-COUNT
               MOVE PR-PA-ENTRIES      TO WS-PA-ENTRIES
               GO TO 2500-ADD-PERIODS-EXIT
           END-IF.
      *
           MOVE PR-PA-MONTH-COUNT      TO WS-PP-MONTH-COUNT.
           MOVE PR-PA-ENTRIES          TO WS-PP-ENTRIES.
           PERFORM VARYING WS-PP-IX FROM 1 BY 1
             UNTIL WS-PP-IX > WS-PP-MONTH-COUNT
      *
               MOVE "N"                TO WS-PA-FOUND-SW
               PERFORM VARYING WS-PA-IX FROM 1 BY 1
                 UNTIL WS-PA-IX > WS-PA-MONTH-COUNT
                    OR WS-PA-FOUND
                   IF WS-PA-MONTH(WS-PA-IX) = WS-PP-MONTH(WS-PP-IX)
                       SET WS-PA-FOUND TO TRUE
                       MOVE WS-PA-IX   TO WS-PA-JX
                   END-IF
               END-PERFORM
      *
               IF NOT WS-PA-FOUND
                   IF WS-PA-MONTH-COUNT NOT LESS THAN CT-MAX-MONTHS
                       DISPLAY "ERROR: MORE THAN " CT-MAX-MONTHS
                               " MONTHS IN THE REPORTING PERIOD"
                       ADD 1           TO WS-PROBLEM-COUNT
                       GO TO 2500-ADD-PERIODS-EXIT
                   END-IF
                   ADD 1               TO WS-PA-MONTH-COUNT
                   MOVE WS-PA-MONTH-COUNT
                                       TO WS-PA-JX
                   INITIALIZE WS-PA-ENTRY(WS-PA-JX)
                   MOVE WS-PP-MONTH(WS-PP-IX)
                                       TO WS-PA-MONTH(WS-PA-JX)
               END-IF
      *
               ADD WS-PP-TRANSACTIONS(WS-PP-IX)
                                       TO WS-PA-TRANSACTIONS(WS-PA-JX)
               ADD WS-PP-PURCHASE-AMT(WS-PP-IX)
                                       TO WS-PA-PURCHASE-AMT(WS-PA-JX)
               ADD WS-PP-REFUND-AMT(WS-PP-IX)
                                       TO WS-PA-REFUND-AMT(WS-PA-JX)
               ADD WS-PP-CHARGEBACK-AMT(WS-PP-IX)
                                       TO WS-PA-CHARGEBACK-AMT
                                              (WS-PA-JX)
               ADD WS-PP-ADJUSTMENT-AMT(WS-PP-IX)
                                       TO WS-PA-ADJUSTMENT-AMT
                                              (WS-PA-JX)
      *
           END-PERFORM
           .
       2500-ADD-PERIODS-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
       3000-BUILD-REPORT.
      *-----------------*
      * ONE COLUMN HEADER, EVERY PARTITION'S DETAIL ROWS IN CUST-ID
      * ORDER, THEN ONE GRAND-TOTAL TRAILER AND THE PERIOD, TIER AND
      * CURRENCY SECTIONS BUILT FROM THE SUMMED ACCUMULATORS. THE
      * PARTITIONS' OWN TRAILERS AND SECTIONS ARE LEFT BEHIND
           OPEN OUTPUT REPORT-FILE.
           IF FS-REPORT NOT EQUAL ZEROS
               DISPLAY "ERROR OPENING REPORT FILE: " FS-REPORT
               MOVE 8                  TO RETURN-CODE
               STOP RUN
           END-IF.
      *
           PERFORM 3050-WRITE-REPORT-HEADER
              THRU 3050-WRITE-REPORT-HEADER-EXIT.
      *
           PERFORM 3100-COPY-REPORT-DETAIL
              THRU 3100-COPY-REPORT-DETAIL-EXIT
              VARYING WS-PT-IX FROM 1 BY 1
                UNTIL WS-PT-IX > WS-PT-COUNT.
      *
           PERFORM 3200-WRITE-REPORT-TRAILER
              THRU 3200-WRITE-REPORT-TRAILER-EXIT.
      *
           IF WS-PERIOD-MODE
               PERFORM 3300-WRITE-PERIOD-SECTION
                  THRU 3300-WRITE-PERIOD-SECTION-EXIT
           END-IF.
      *
           PERFORM 3400-WRITE-TIER-SECTION
              THRU 3400-WRITE-TIER-SECTION-EXIT.
      *
           PERFORM 3450-WRITE-CCY-SECTION
              THRU 3450-WRITE-CCY-SECTION-EXIT.
      *
           CLOSE REPORT-FILE.
           IF FS-REPORT NOT EQUAL ZEROS
               DISPLAY "ERROR CLOSING REPORT FILE: " FS-REPORT
               MOVE 8                  TO RETURN-CODE
               STOP RUN
           END-IF
           .
       3000-BUILD-REPORT-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
       3050-WRITE-REPORT-HEADER.
      *------------------------*
           MOVE "CUSTID"               TO RH-COL-1
           MOVE "CUST-NAME"            TO RH-COL-2
           MOVE "TRXCNT"               TO RH-COL-3
           MOVE "PURCHASE-AMT"         TO RH-COL-4
           MOVE "REFUND-AMT"           TO RH-COL-5
           MOVE "CHGBACK-AMT"          TO RH-COL-6
           MOVE "ADJUST-AMT"           TO RH-COL-7
           MOVE "RFNDCT"               TO RH-COL-8
           MOVE "REV-GROSS"            TO RH-COL-9
           MOVE "REV-NET"              TO RH-COL-10
           MOVE "TENURE"               TO RH-COL-11
           MOVE CT-DELIMITED-CHARACTER TO RH-DEL1
                                          RH-DEL2
                                          RH-DEL3
                                          RH-DEL4
                                          RH-DEL5
                                          RH-DEL6
                                          RH-DEL7
                                          RH-DEL8
                                          RH-DEL9
                                          RH-DEL10
      *
           WRITE REPORT-HEADER-REC.
      *
           IF FS-REPORT NOT EQUAL ZEROS
               DISPLAY
                   "ERROR WRITING REPORT FILE: " FS-REPORT
               MOVE 8                  TO RETURN-CODE
               STOP RUN
           END-IF
           .
       3050-WRITE-REPORT-HEADER-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
       3100-COPY-REPORT-DETAIL.
      *-----------------------*
      * DETAIL ROWS START WITH A NUMERIC CUST-ID; THE PARTITION'S
      * HEADER, TRAILER AND SECTIONS ALL START WITH A LABEL
           MOVE WS-PT-OUTPUT-FILENAME(WS-PT-IX, CT-OUT-REPORT)
                                       TO WS-PART-IN-FILENAME.
           OPEN INPUT PART-IN-FILE.
           IF FS-PART-IN NOT EQUAL ZEROS
               DISPLAY "ERROR OPENING PARTITION REPORT FILE: "
                       FS-PART-IN " " WS-PART-IN-FILENAME
               MOVE 8                  TO RETURN-CODE
               STOP RUN
           END-IF.
      *
           PERFORM UNTIL FS-PART-IN NOT EQUAL ZEROS
               READ PART-IN-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PART-IN-REC(1:6) NUMERIC
                           WRITE REPORT-REC FROM PART-IN-REC
                           IF FS-REPORT NOT EQUAL ZEROS
                               DISPLAY "ERROR WRITING REPORT FILE: "
                                       FS-REPORT
                               MOVE 8  TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1       TO WS-REPORT-RECORDS
                                          WS-PT-COPIED(WS-PT-IX)
                       END-IF
               END-READ
           END-PERFORM.
      *
           CLOSE PART-IN-FILE
           .
       3100-COPY-REPORT-DETAIL-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
       3200-WRITE-REPORT-TRAILER.
      *-------------------------*
           INITIALIZE REPORT-TRAILER-REC.
      *
           MOVE "TOTAL"                TO RT-LABEL
           MOVE "GRAND TOTAL"          TO RT-GRAND-NAME
           MOVE WS-GRAND-TRANSACTIONS  TO RT-TOTAL-TRANSACTIONS
           MOVE WS-GRAND-PURCHASE-AMT  TO RT-PURCHASE-AMOUNT
           MOVE WS-GRAND-REFUND-AMT    TO RT-REFUND-AMOUNT
           MOVE WS-GRAND-CHARGEBACK-AMT
                                       TO RT-CHARGEBACK-AMOUNT
           MOVE WS-GRAND-ADJUSTMENT-AMT
                                       TO RT-ADJUSTMENT-AMOUNT
           MOVE WS-GRAND-REFUNDS       TO RT-TOTAL-REFUNDS
           MOVE WS-GRAND-REVENUE-GROSS TO RT-REVENUE-GROSS
           MOVE WS-GRAND-REVENUE-NET   TO RT-REVENUE-NET
      *
           IF WS-MATCHES NOT EQUAL ZEROES
               COMPUTE RT-TENURE-DAYS =
                   WS-GRAND-TENURE-DAYS / WS-MATCHES
           END-IF
      *
           MOVE CT-DELIMITED-CHARACTER TO RT-DEL1
                                          RT-DEL2
                                          RT-DEL3
                                          RT-DEL4
                                          RT-DEL5
                                          RT-DEL6
                                          RT-DEL7
                                          RT-DEL8
                                          RT-DEL9
                                          RT-DEL10
      *
           WRITE REPORT-TRAILER-REC.
      *
           IF FS-REPORT EQUAL ZEROS
               ADD 1                   TO WS-REPORT-RECORDS
           ELSE
               DISPLAY
                   "ERROR WRITING REPORT FILE: " FS-REPORT
               MOVE 8                  TO RETURN-CODE
               STOP RUN
           END-IF
           .
       3200-WRITE-REPORT-TRAILER-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
       3300-WRITE-PERIOD-SECTION.
      *-------------------------*
      * ONE ROW PER CALENDAR MONTH IN ASCENDING ORDER
           PERFORM 3350-SORT-PERIOD-TABLE
              THRU 3350-SORT-PERIOD-TABLE-EXIT.
      *
           PERFORM VARYING WS-PA-IX FROM 1 BY 1
             UNTIL WS-PA-IX > WS-PA-MONTH-COUNT
      *
               INITIALIZE PERIOD-ACT-REC
               MOVE CT-PERIOD-LABEL    TO PA-LABEL
               MOVE WS-PA-MONTH(WS-PA-IX)
                                       TO PA-MONTH
               MOVE WS-PA-TRANSACTIONS(WS-PA-IX)
                                       TO PA-TRANSACTIONS
               MOVE WS-PA-PURCHASE-AMT(WS-PA-IX)
                                       TO PA-PURCHASE-AMOUNT
               MOVE WS-PA-REFUND-AMT(WS-PA-IX)
                                       TO PA-REFUND-AMOUNT
               MOVE WS-PA-CHARGEBACK-AMT(WS-PA-IX)
                                       TO PA-CHARGEBACK-AMOUNT
               MOVE WS-PA-ADJUSTMENT-AMT(WS-PA-IX)
                                       TO PA-ADJUSTMENT-AMOUNT
               MOVE CT-DELIMITED-CHARACTER
                                       TO PA-DEL1
                                          PA-DEL2
                                          PA-DEL3
                                          PA-DEL4
                                          PA-DEL5
                                          PA-DEL6
      *
               WRITE PERIOD-ACT-REC
      *
               IF FS-REPORT EQUAL ZEROS
                   ADD 1               TO WS-REPORT-RECORDS
               ELSE
                   DISPLAY
                       "ERROR WRITING REPORT FILE: " FS-REPORT
                   MOVE 8              TO RETURN-CODE
                   STOP RUN
               END-IF
      *
           END-PERFORM
           .
       3300-WRITE-PERIOD-SECTION-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
       3350-SORT-PERIOD-TABLE.
      *----------------------*
      * SIMPLE EXCHANGE SORT OF THE MONTH TABLE INTO ASCENDING
      * YYYY-MM ORDER (AT MOST 60 ENTRIES SO PERFORMANCE IS NO ISSUE)
           PERFORM VARYING WS-PA-IX FROM 1 BY 1
             UNTIL WS-PA-IX NOT LESS THAN WS-PA-MONTH-COUNT
               PERFORM VARYING WS-PA-JX FROM WS-PA-IX BY 1
                 UNTIL WS-PA-JX > WS-PA-MONTH-COUNT
                   IF WS-PA-MONTH(WS-PA-JX) < WS-PA-MONTH(WS-PA-IX)
                       MOVE WS-PA-ENTRY(WS-PA-IX)
                                       TO WS-PA-SWAP-ENTRY
                       MOVE WS-PA-ENTRY(WS-PA-JX)
                                       TO WS-PA-ENTRY(WS-PA-IX)
                       MOVE WS-PA-SWAP-ENTRY
                                       TO WS-PA-ENTRY(WS-PA-JX)
                   END-IF
               END-PERFORM
           END-PERFORM
           .
       3350-SORT-PERIOD-TABLE-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
       3400-WRITE-TIER-SECTION.
      *-----------------------*
      * ONE ROW PER TIER IN PARAMETER-FILE ORDER: CUSTOMER COUNT,
      * TOTAL AND AVERAGE NET REVENUE, AVERAGE TENURE. UNUSED TIER
      * SLOTS HAVE NO NAME
           PERFORM VARYING WS-TIER-IX FROM 1 BY 1
             UNTIL WS-TIER-IX > 20
      *
               IF WS-TIER-ACCUM-NAME(WS-TIER-IX) NOT EQUAL SPACES
      *
                   INITIALIZE TIER-SUM-REC
                   MOVE "TIER"         TO TS-LABEL
                   MOVE WS-TIER-ACCUM-NAME(WS-TIER-IX)
                                       TO TS-TIER-NAME
                   MOVE WS-TIER-CUST-COUNT(WS-TIER-IX)
                                       TO TS-CUST-COUNT
                   MOVE WS-TIER-TOTAL-NET(WS-TIER-IX)
                                       TO TS-TOTAL-NET
                   IF WS-TIER-CUST-COUNT(WS-TIER-IX) NOT EQUAL ZEROES
                       COMPUTE TS-AVG-NET ROUNDED =
                           WS-TIER-TOTAL-NET(WS-TIER-IX)
                               / WS-TIER-CUST-COUNT(WS-TIER-IX)
                       COMPUTE TS-AVG-TENURE =
                           WS-TIER-TOTAL-TENURE(WS-TIER-IX)
                               / WS-TIER-CUST-COUNT(WS-TIER-IX)
                   END-IF
                   MOVE CT-DELIMITED-CHARACTER
                                       TO TS-DEL1
                                          TS-DEL2
                                          TS-DEL3
                                          TS-DEL4
                                          TS-DEL5
      *
                   WRITE TIER-SUM-REC
      *
                   IF FS-REPORT EQUAL ZEROS
                       ADD 1           TO WS-REPORT-RECORDS
                   ELSE
                       DISPLAY
                           "ERROR WRITING REPORT FILE: " FS-REPORT
                       MOVE 8          TO RETURN-CODE
                       STOP RUN
                   END-IF
      *
               END-IF
      *
           END-PERFORM
           .
       3400-WRITE-TIER-SECTION-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
       3450-WRITE-CCY-SECTION.
      *----------------------*
      * ONE ROW PER CURRENCY THAT SAW ACTIVITY: RATE USED, COUNT,
      * ORIGINAL-CURRENCY TOTAL AND CONVERTED TOTAL
           PERFORM VARYING WS-CCY-IX FROM 1 BY 1
             UNTIL WS-CCY-IX > 15
      *
               IF WS-CCY-TRANS-COUNT(WS-CCY-IX) NOT EQUAL ZEROES
      *
                   INITIALIZE CCY-RECON-REC
                   MOVE "CCY"          TO CR-LABEL
                   MOVE WS-CCY-ACCUM-CODE(WS-CCY-IX)
                                       TO CR-CURRENCY
                   MOVE WS-CCY-ACCUM-RATE(WS-CCY-IX)
                                       TO CR-RATE
                   MOVE WS-CCY-TRANS-COUNT(WS-CCY-IX)
                                       TO CR-TRANS-COUNT
                   MOVE WS-CCY-ORIG-AMT(WS-CCY-IX)
                                       TO CR-ORIGINAL-AMOUNT
                   MOVE WS-CCY-CONV-AMT(WS-CCY-IX)
                                       TO CR-CONVERTED-AMOUNT
                   MOVE CT-DELIMITED-CHARACTER
                                       TO CR-DEL1
                                          CR-DEL2
                                          CR-DEL3
                                          CR-DEL4
                                          CR-DEL5
      *
                   WRITE CCY-RECON-REC
      *
                   IF FS-REPORT EQUAL ZEROS
                       ADD 1           TO WS-REPORT-RECORDS
                   ELSE
                       DISPLAY
                           "ERROR WRITING REPORT FILE: " FS-REPORT
                       MOVE 8          TO RETURN-CODE
                       STOP RUN
                   END-IF
      *
               END-IF
      *
           END-PERFORM
           .
       3450-WRITE-CCY-SECTION-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
       3500-BUILD-GL-POSTING.
      *---------------------*
      * ONE BATCH HEADER FOR THE NIGHT, EVERY PARTITION'S DETAIL
      * PAIRS FOOTED AS THEY ARE JOINED, AND ONE TRAILER CARRYING THE
      * SUMMED PARTITION TOTALS. THE EXTRACT MUST NOT REACH THE LEDGER
      * UNLESS THE FOOTED DETAIL, THE TRAILER AND THE REPORT GRAND
      * TOTALS ALL AGREE
           OPEN OUTPUT GL-POSTING-FILE.
           IF FS-GL-POSTING NOT EQUAL ZEROS
               DISPLAY "ERROR OPENING GL POSTING FILE: " FS-GL-POSTING
               MOVE 8                  TO RETURN-CODE
               STOP RUN
           END-IF.
      *
           ACCEPT WS-GL-RUN-TIME FROM TIME.
           INITIALIZE GL-HEADER-REC.
           MOVE CT-GL-HEADER-LABEL     TO GLH-LABEL
           MOVE WS-RUN-DATE            TO GLH-RUN-DATE
           MOVE WS-GL-RUN-TIME(1:6)    TO GLH-RUN-TIME
           MOVE CT-DELIMITED-CHARACTER TO GLH-DEL1
                                          GLH-DEL2
           WRITE GL-HEADER-REC.
           IF FS-GL-POSTING NOT EQUAL ZEROS
               DISPLAY
                   "ERROR WRITING GL POSTING FILE: " FS-GL-POSTING
               MOVE 8                  TO RETURN-CODE
               STOP RUN
           END-IF.
      *
           PERFORM 3600-COPY-GL-DETAIL
              THRU 3600-COPY-GL-DETAIL-EXIT
              VARYING WS-PT-IX FROM 1 BY 1
                UNTIL WS-PT-IX > WS-PT-COUNT.
      *
           INITIALIZE GL-TRAILER-REC.
           MOVE CT-GL-TRAILER-LABEL    TO GLT-LABEL
           MOVE WS-GL-DETAIL-RECORDS   TO GLT-DETAIL-COUNT
           MOVE WS-GL-DEBIT-TOTAL      TO GLT-DEBIT-TOTAL
           MOVE WS-GL-CREDIT-TOTAL     TO GLT-CREDIT-TOTAL
           MOVE WS-GL-PURCHASE-TOT     TO GLT-PURCHASE-AMOUNT
           MOVE WS-GL-REFUND-TOT       TO GLT-REFUND-AMOUNT
           MOVE WS-GL-CHARGEBACK-TOT   TO GLT-CHARGEBACK-AMOUNT
           MOVE WS-GL-ADJUSTMENT-TOT   TO GLT-ADJUSTMENT-AMOUNT
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
                   "ERROR WRITING GL POSTING FILE: " FS-GL-POSTING
               MOVE 8                  TO RETURN-CODE
               STOP RUN
           END-IF.
      *
           CLOSE GL-POSTING-FILE.
           IF FS-GL-POSTING NOT EQUAL ZEROS
               DISPLAY "ERROR CLOSING GL POSTING FILE: " FS-GL-POSTING
               MOVE 8                  TO RETURN-CODE
               STOP RUN
           END-IF.
      *
           IF WS-GL-JOINED-RECORDS NOT EQUAL WS-GL-DETAIL-RECORDS
              OR WS-GL-FOOTED-DEBIT NOT EQUAL WS-GL-DEBIT-TOTAL
              OR WS-GL-FOOTED-CREDIT NOT EQUAL WS-GL-CREDIT-TOTAL
              OR WS-GL-DEBIT-TOTAL NOT EQUAL WS-GRAND-REVENUE-GROSS
              OR WS-GL-CREDIT-TOTAL NOT EQUAL WS-GRAND-REVENUE-GROSS
              OR WS-GL-PURCHASE-TOT NOT EQUAL WS-GRAND-PURCHASE-AMT
              OR WS-GL-REFUND-TOT NOT EQUAL WS-GRAND-REFUND-AMT
              OR WS-GL-CHARGEBACK-TOT
                     NOT EQUAL WS-GRAND-CHARGEBACK-AMT
              OR WS-GL-ADJUSTMENT-TOT
                     NOT EQUAL WS-GRAND-ADJUSTMENT-AMT
               DISPLAY "ERROR: CONSOLIDATED GL POSTING EXTRACT DOES "
                       "NOT BALANCE - DO NOT POST"
               DISPLAY "  GL DETAIL JOINED   : " WS-GL-JOINED-RECORDS
               DISPLAY "  GL DETAIL EXPECTED : " WS-GL-DETAIL-RECORDS
               DISPLAY "  FOOTED DEBITS      : " WS-GL-FOOTED-DEBIT
               DISPLAY "  FOOTED CREDITS     : " WS-GL-FOOTED-CREDIT
               DISPLAY "  GL DEBIT TOTAL     : " WS-GL-DEBIT-TOTAL
               DISPLAY "  GL CREDIT TOTAL    : " WS-GL-CREDIT-TOTAL
               DISPLAY "  REPORT GROSS TOTAL : "
                                          WS-GRAND-REVENUE-GROSS
               MOVE CT-RUN-FAILED-GLBAL
                                       TO WS-RUN-STATUS
               PERFORM 9400-WRITE-RUN-HISTORY
                  THRU 9400-WRITE-RUN-HISTORY-EXIT
               MOVE 8                  TO RETURN-CODE
               STOP RUN
           END-IF
           .
       3500-BUILD-GL-POSTING-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
       3600-COPY-GL-DETAIL.
      *-------------------*
      * ONLY DETAIL ROWS ARE JOINED - EACH PARTITION'S HEADER AND
      * TRAILER STAY BEHIND ON ITS OWN EXTRACT
           MOVE WS-PT-OUTPUT-FILENAME(WS-PT-IX, CT-OUT-GL)
                                       TO WS-PART-IN-FILENAME.
           OPEN INPUT PART-IN-FILE.
           IF FS-PART-IN NOT EQUAL ZEROS
               DISPLAY "ERROR OPENING PARTITION GL POSTING FILE: "
                       FS-PART-IN " " WS-PART-IN-FILENAME
               MOVE 8                  TO RETURN-CODE
               STOP RUN
           END-IF.
      *
           PERFORM UNTIL FS-PART-IN NOT EQUAL ZEROS
               READ PART-IN-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PART-IN-REC(1:5) = CT-GL-DETAIL-LABEL
                           MOVE PART-IN-REC
                                       TO GL-DETAIL-REC
                           IF GLD-DC-FLAG = CT-GL-DEBIT
                               ADD GLD-AMOUNT
                                       TO WS-GL-FOOTED-DEBIT
                           ELSE
                               ADD GLD-AMOUNT
                                       TO WS-GL-FOOTED-CREDIT
                           END-IF
                           WRITE GL-DETAIL-REC
                           IF FS-GL-POSTING NOT EQUAL ZEROS
                               DISPLAY "ERROR WRITING GL POSTING "
                                       "FILE: " FS-GL-POSTING
                               MOVE 8  TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1       TO WS-GL-JOINED-RECORDS
                       END-IF
               END-READ
           END-PERFORM.
      *
           CLOSE PART-IN-FILE
           .
       3600-COPY-GL-DETAIL-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
       4000-JOIN-OUTPUT-FILES.
      *----------------------*
      * THE REMAINING OUTPUTS NEED NO REWORK: EACH NIGHT FILE IS THE
      * PARTITIONS' COPIES ONE AFTER ANOTHER IN CUST-ID ORDER, WHICH
      * KEEPS THE SUSPENSE CARRY-FORWARD IN THE SEQUENCE TOMORROW'S
      * MERGE EXPECTS. THE JOURNAL GETS ITS R, H AND T ROWS LATER
           PERFORM 4100-JOIN-ONE-FILE
              THRU 4100-JOIN-ONE-FILE-EXIT
              VARYING WS-OUT-IX FROM 1 BY 1
                UNTIL WS-OUT-IX > CT-OUT-JOURNAL
           .
       4000-JOIN-OUTPUT-FILES-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
       4100-JOIN-ONE-FILE.
      *------------------*
           MOVE WS-OUTPUT-FILENAME(WS-OUT-IX)
                                       TO WS-CONSOL-OUT-FILENAME.
           OPEN OUTPUT CONSOL-OUT-FILE.
           IF FS-CONSOL-OUT NOT EQUAL ZEROS
               DISPLAY "ERROR OPENING OUTPUT FILE: " FS-CONSOL-OUT
                       " " WS-CONSOL-OUT-FILENAME
               MOVE 8                  TO RETURN-CODE
               STOP RUN
           END-IF.
      *
           PERFORM 4200-APPEND-PARTITION-FILE
              THRU 4200-APPEND-PARTITION-FILE-EXIT
              VARYING WS-PT-IX FROM 1 BY 1
                UNTIL WS-PT-IX > WS-PT-COUNT.
      *
           CLOSE CONSOL-OUT-FILE.
           IF FS-CONSOL-OUT NOT EQUAL ZEROS
               DISPLAY "ERROR CLOSING OUTPUT FILE: " FS-CONSOL-OUT
                       " " WS-CONSOL-OUT-FILENAME
               MOVE 8                  TO RETURN-CODE
               STOP RUN
           END-IF
           .
       4100-JOIN-ONE-FILE-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
       4200-APPEND-PARTITION-FILE.
      *--------------------------*
           MOVE WS-PT-OUTPUT-FILENAME(WS-PT-IX, WS-OUT-IX)
                                       TO WS-PART-IN-FILENAME.
           OPEN INPUT PART-IN-FILE.
           IF FS-PART-IN NOT EQUAL ZEROS
               DISPLAY "ERROR OPENING PARTITION OUTPUT FILE: "
                       FS-PART-IN " " WS-PART-IN-FILENAME
               MOVE 8                  TO RETURN-CODE
               STOP RUN
           END-IF.
      *
           PERFORM UNTIL FS-PART-IN NOT EQUAL ZEROS
               READ PART-IN-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       WRITE CONSOL-OUT-REC FROM PART-IN-REC
                       IF FS-CONSOL-OUT NOT EQUAL ZEROS
                           DISPLAY "ERROR WRITING OUTPUT FILE: "
                                   FS-CONSOL-OUT " "
                                   WS-CONSOL-OUT-FILENAME
                           MOVE 8      TO RETURN-CODE
                           STOP RUN
                       END-IF
               END-READ
           END-PERFORM.
      *
           CLOSE PART-IN-FILE
           .
       4200-APPEND-PARTITION-FILE-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
       5000-WRITE-CONTROL-SHEET.
      *------------------------*
      * THE SAME CROSS-FOOTS summary_report MAKES FOR A SINGLE RUN,
      * AGAINST THE SUMMED PARTITION COUNTERS AND THE JOINED FILES,
      * PLUS ONE LINE PER PARTITION PROVING ITS REPORT DETAIL ALL
      * REACHED THE NIGHT'S REPORT
           MOVE WS-REPORT-FILENAME     TO WS-CONSOL-OUT-FILENAME
           PERFORM 5100-COUNT-ROWS
              THRU 5100-COUNT-ROWS-EXIT
           MOVE WS-CNT-NUMERIC         TO WS-CNT-REPORT-DETAIL
           MOVE WS-CNT-ALL             TO WS-CNT-REPORT-TOTAL.
      *
           MOVE WS-EXCEPTION-FILENAME  TO WS-CONSOL-OUT-FILENAME
           PERFORM 5100-COUNT-ROWS
              THRU 5100-COUNT-ROWS-EXIT
           MOVE WS-CNT-ALL             TO WS-CNT-EXCEPTION.
      *
           MOVE WS-DORMANT-FILENAME    TO WS-CONSOL-OUT-FILENAME
           PERFORM 5100-COUNT-ROWS
              THRU 5100-COUNT-ROWS-EXIT
           MOVE WS-CNT-ALL             TO WS-CNT-DORMANT.
      *
           MOVE WS-CLOSED-FILENAME     TO WS-CONSOL-OUT-FILENAME
           PERFORM 5100-COUNT-ROWS
              THRU 5100-COUNT-ROWS-EXIT
           MOVE WS-CNT-ALL             TO WS-CNT-CLOSED.
      *
           MOVE WS-SUSPENSE-OUT-FILENAME
                                       TO WS-CONSOL-OUT-FILENAME
           PERFORM 5100-COUNT-ROWS
              THRU 5100-COUNT-ROWS-EXIT
           MOVE WS-CNT-ALL             TO WS-CNT-SUSPENSE.
      *
           MOVE WS-WRITEOFF-FILENAME   TO WS-CONSOL-OUT-FILENAME
           PERFORM 5100-COUNT-ROWS
              THRU 5100-COUNT-ROWS-EXIT
           MOVE WS-CNT-ALL             TO WS-CNT-WRITEOFF.
      *
           MOVE WS-GL-POSTING-FILENAME TO WS-CONSOL-OUT-FILENAME
           PERFORM 5100-COUNT-ROWS
              THRU 5100-COUNT-ROWS-EXIT
           MOVE WS-CNT-GLDTL           TO WS-CNT-GL-DETAIL.
      *
           MOVE WS-SEGMENT-FILENAME    TO WS-CONSOL-OUT-FILENAME
           PERFORM 5100-COUNT-ROWS
              THRU 5100-COUNT-ROWS-EXIT
           MOVE WS-CNT-ALL             TO WS-CNT-SEGMENT.
      *
           MOVE WS-WATCHLIST-FILENAME  TO WS-CONSOL-OUT-FILENAME
           PERFORM 5100-COUNT-ROWS
              THRU 5100-COUNT-ROWS-EXIT
           MOVE WS-CNT-ALL             TO WS-CNT-WATCHLIST.
      *
           MOVE WS-PENDING-REG-FILENAME
                                       TO WS-CONSOL-OUT-FILENAME
           PERFORM 5100-COUNT-ROWS
              THRU 5100-COUNT-ROWS-EXIT
           MOVE WS-CNT-ALL             TO WS-CNT-PENDING.
      *
           MOVE WS-RUN-JOURNAL-FILENAME
                                       TO WS-CONSOL-OUT-FILENAME
           PERFORM 5100-COUNT-ROWS
              THRU 5100-COUNT-ROWS-EXIT
           MOVE WS-CNT-ALL             TO WS-CNT-JOURNAL.
      *
           OPEN OUTPUT CONTROL-SHEET-FILE.
           IF FS-CONTROL NOT EQUAL ZEROS
               DISPLAY "ERROR OPENING CONTROL SHEET FILE: "
                                      FS-CONTROL
               MOVE 8                  TO RETURN-CODE
               STOP RUN
           END-IF.
      *
           MOVE WS-RUN-DATE            TO WS-CTL-RUN-DATE
           MOVE WS-CTL-HEADER-LINE     TO CONTROL-REC
           PERFORM 5725-WRITE-CONTROL-REC
              THRU 5725-WRITE-CONTROL-REC-EXIT.
           MOVE SPACES                 TO CONTROL-REC
           PERFORM 5725-WRITE-CONTROL-REC
              THRU 5725-WRITE-CONTROL-REC-EXIT.
           MOVE WS-CTL-COLS-LINE       TO CONTROL-REC
           PERFORM 5725-WRITE-CONTROL-REC
              THRU 5725-WRITE-CONTROL-REC-EXIT.
      *
           MOVE "REPORT DETAIL = MATCHED + DORMANT"
                                       TO WS-CTL-LABEL
           COMPUTE WS-CTL-WRITTEN-N =
               WS-MATCHES + WS-NOT-IN-CUSTOMER
           MOVE WS-CNT-REPORT-DETAIL   TO WS-CTL-ONFILE-N
           COMPUTE WS-CTL-EXPECTED-N =
               WS-MATCHES + WS-NOT-IN-CUSTOMER
           PERFORM 5720-WRITE-CTL-LINE
              THRU 5720-WRITE-CTL-LINE-EXIT.
      *
           MOVE "REPORT ROWS INCLUDING HEADER"
                                       TO WS-CTL-LABEL
           COMPUTE WS-CTL-WRITTEN-N = WS-REPORT-RECORDS + 1
           MOVE WS-CNT-REPORT-TOTAL    TO WS-CTL-ONFILE-N
           COMPUTE WS-CTL-EXPECTED-N = WS-REPORT-RECORDS + 1
           PERFORM 5720-WRITE-CTL-LINE
              THRU 5720-WRITE-CTL-LINE-EXIT.
      *
           MOVE "EXCEPTION ROWS"       TO WS-CTL-LABEL
           MOVE WS-EXCEPTION-RECORDS   TO WS-CTL-WRITTEN-N
                                          WS-CTL-EXPECTED-N
           MOVE WS-CNT-EXCEPTION       TO WS-CTL-ONFILE-N
           PERFORM 5720-WRITE-CTL-LINE
              THRU 5720-WRITE-CTL-LINE-EXIT.
      *
           MOVE "DORMANT = NO-TRANS - SUPP - CLOSED"
                                       TO WS-CTL-LABEL
           MOVE WS-DORMANT-RECORDS     TO WS-CTL-WRITTEN-N
           MOVE WS-CNT-DORMANT         TO WS-CTL-ONFILE-N
           COMPUTE WS-CTL-EXPECTED-N =
               WS-NOT-IN-CUSTOMER - WS-SUPPRESS-DORMANT-SKIPS
                                  - WS-CLOSED-DORMANT-SKIPS
           PERFORM 5720-WRITE-CTL-LINE
              THRU 5720-WRITE-CTL-LINE-EXIT.
      *
           MOVE "CLOSED ACCOUNT ROWS"  TO WS-CTL-LABEL
           MOVE WS-CLOSED-RECORDS      TO WS-CTL-WRITTEN-N
                                          WS-CTL-EXPECTED-N
           MOVE WS-CNT-CLOSED          TO WS-CTL-ONFILE-N
           PERFORM 5720-WRITE-CTL-LINE
              THRU 5720-WRITE-CTL-LINE-EXIT.
      *
           MOVE "SUSPENSE CARRIED FORWARD"
                                       TO WS-CTL-LABEL
           MOVE WS-SUSPENSE-OUT-RECORDS
                                       TO WS-CTL-WRITTEN-N
                                          WS-CTL-EXPECTED-N
           MOVE WS-CNT-SUSPENSE        TO WS-CTL-ONFILE-N
           PERFORM 5720-WRITE-CTL-LINE
              THRU 5720-WRITE-CTL-LINE-EXIT.
      *
           MOVE "WRITE-OFF ROWS"       TO WS-CTL-LABEL
           MOVE WS-WRITEOFF-RECORDS    TO WS-CTL-WRITTEN-N
                                          WS-CTL-EXPECTED-N
           MOVE WS-CNT-WRITEOFF        TO WS-CTL-ONFILE-N
           PERFORM 5720-WRITE-CTL-LINE
              THRU 5720-WRITE-CTL-LINE-EXIT.
      *
           MOVE "SUSP + WRITEOFF = UNMATCHED TRANS"
                                       TO WS-CTL-LABEL
           COMPUTE WS-CTL-WRITTEN-N =
               WS-SUSPENSE-OUT-RECORDS + WS-WRITEOFF-RECORDS
           COMPUTE WS-CTL-ONFILE-N =
               WS-CNT-SUSPENSE + WS-CNT-WRITEOFF
           MOVE WS-NOT-IN-TRANSACTION  TO WS-CTL-EXPECTED-N
           PERFORM 5720-WRITE-CTL-LINE
              THRU 5720-WRITE-CTL-LINE-EXIT.
      *
           MOVE "GL DETAIL = 2 X POSTED TRANS"
                                       TO WS-CTL-LABEL
           MOVE WS-GL-DETAIL-RECORDS   TO WS-CTL-WRITTEN-N
           MOVE WS-CNT-GL-DETAIL       TO WS-CTL-ONFILE-N
           COMPUTE WS-CTL-EXPECTED-N =
               2 * (WS-GRAND-TRANSACTIONS - WS-BAD-TYPE-RECORDS)
           PERFORM 5720-WRITE-CTL-LINE
              THRU 5720-WRITE-CTL-LINE-EXIT.
      *
           MOVE "SEGMENTS = MATCHED - SUPPRESSED"
                                       TO WS-CTL-LABEL
           MOVE WS-SEGMENT-RECORDS     TO WS-CTL-WRITTEN-N
           MOVE WS-CNT-SEGMENT         TO WS-CTL-ONFILE-N
           COMPUTE WS-CTL-EXPECTED-N =
               WS-MATCHES - WS-SUPPRESS-SEGMENT-SKIPS
           PERFORM 5720-WRITE-CTL-LINE
              THRU 5720-WRITE-CTL-LINE-EXIT.
      *
           MOVE "RISK WATCH LIST ROWS" TO WS-CTL-LABEL
           MOVE WS-WATCHLIST-RECORDS   TO WS-CTL-WRITTEN-N
                                          WS-CTL-EXPECTED-N
           MOVE WS-CNT-WATCHLIST       TO WS-CTL-ONFILE-N
           PERFORM 5720-WRITE-CTL-LINE
              THRU 5720-WRITE-CTL-LINE-EXIT.
      *
           MOVE "PENDING REGISTER ROWS" TO WS-CTL-LABEL
           MOVE WS-PENDING-REG-RECORDS TO WS-CTL-WRITTEN-N
                                          WS-CTL-EXPECTED-N
           MOVE WS-CNT-PENDING         TO WS-CTL-ONFILE-N
           PERFORM 5720-WRITE-CTL-LINE
              THRU 5720-WRITE-CTL-LINE-EXIT.
      *
           MOVE "JOURNAL P + S ROWS"   TO WS-CTL-LABEL
           COMPUTE WS-CTL-WRITTEN-N =
               WS-JRN-SUSP-RECORDS + WS-JRN-SUMMARY-RECORDS
           MOVE WS-CNT-JOURNAL         TO WS-CTL-ONFILE-N
           MOVE WS-CTL-WRITTEN-N       TO WS-CTL-EXPECTED-N
           PERFORM 5720-WRITE-CTL-LINE
              THRU 5720-WRITE-CTL-LINE-EXIT.
      *
           PERFORM 5200-WRITE-PARTITION-LINE
              THRU 5200-WRITE-PARTITION-LINE-EXIT
              VARYING WS-PT-IX FROM 1 BY 1
                UNTIL WS-PT-IX > WS-PT-COUNT.
      *
           MOVE SPACES                 TO CONTROL-REC
           PERFORM 5725-WRITE-CONTROL-REC
              THRU 5725-WRITE-CONTROL-REC-EXIT.
      *
           IF WS-OUT-OF-BALANCE
               MOVE "OUT-OF-BALANCE"   TO WS-CTL-VERDICT-TEXT
           ELSE
               MOVE CT-VERDICT-BALANCED
                                       TO WS-CTL-VERDICT-TEXT
           END-IF.
           MOVE WS-CTL-VERDICT-LINE    TO CONTROL-REC
           PERFORM 5725-WRITE-CONTROL-REC
              THRU 5725-WRITE-CONTROL-REC-EXIT.
      *
           CLOSE CONTROL-SHEET-FILE.
           IF FS-CONTROL NOT EQUAL ZEROS
               DISPLAY "ERROR CLOSING CONTROL SHEET FILE: "
                                      FS-CONTROL
               MOVE 8                  TO RETURN-CODE
               STOP RUN
           END-IF.
      *
           DISPLAY " CONTROL SHEET       :  " WS-CTL-VERDICT-TEXT
           .
       5000-WRITE-CONTROL-SHEET-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
       5100-COUNT-ROWS.
      *---------------*
      * WS-CONSOL-OUT-FILENAME IS SET BY THE CALLER. ALL ROWS, ROWS
      * STARTING WITH A NUMERIC CUST-ID AND GL DETAIL ROWS ARE
      * COUNTED IN ONE PASS; THE CALLER TAKES THE ONE IT NEEDS
           MOVE 0                      TO WS-CNT-ALL
                                          WS-CNT-NUMERIC
                                          WS-CNT-GLDTL.
      *
           OPEN INPUT CONSOL-OUT-FILE.
           EVALUATE FS-CONSOL-OUT
               WHEN ZEROES
                   PERFORM UNTIL FS-CONSOL-OUT NOT EQUAL ZEROS
                       READ CONSOL-OUT-FILE
                           AT END
                               CONTINUE
                           NOT AT END
                               ADD 1   TO WS-CNT-ALL
                               IF CONSOL-OUT-REC(1:6) NUMERIC
                                   ADD 1
                                       TO WS-CNT-NUMERIC
                               END-IF
                               IF CONSOL-OUT-REC(1:5)
                                      = CT-GL-DETAIL-LABEL
                                   ADD 1
                                       TO WS-CNT-GLDTL
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE CONSOL-OUT-FILE
               WHEN '35'
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERROR COUNTING OUTPUT FILE: "
                           FS-CONSOL-OUT " " WS-CONSOL-OUT-FILENAME
                   MOVE 8              TO RETURN-CODE
                   STOP RUN
           END-EVALUATE
           .
       5100-COUNT-ROWS-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
       5200-WRITE-PARTITION-LINE.
      *-------------------------*
      * WRITTEN AND EXPECTED ARE THE PARTITION'S OWN MATCHED PLUS
      * DORMANT COUNT; ON-FILE IS WHAT WAS COPIED TO THE NIGHT REPORT
           MOVE WS-PT-ID(WS-PT-IX)     TO WS-CTL-PART-ID
           MOVE WS-PT-LOW(WS-PT-IX)    TO WS-CTL-PART-LOW
           MOVE WS-PT-HIGH(WS-PT-IX)   TO WS-CTL-PART-HIGH
           MOVE WS-CTL-PART-LABEL      TO WS-CTL-LABEL
           MOVE WS-PT-EXPECTED(WS-PT-IX)
                                       TO WS-CTL-WRITTEN-N
                                          WS-CTL-EXPECTED-N
           MOVE WS-PT-COPIED(WS-PT-IX) TO WS-CTL-ONFILE-N
           PERFORM 5720-WRITE-CTL-LINE
              THRU 5720-WRITE-CTL-LINE-EXIT
           .
       5200-WRITE-PARTITION-LINE-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
       5720-WRITE-CTL-LINE.
      *-------------------*
      * A LINE BALANCES ONLY WHEN WRITTEN, ON-FILE AND EXPECTED ALL
      * AGREE - ANY DIFFERENCE FLIPS THE RUN VERDICT
           MOVE WS-CTL-WRITTEN-N       TO WS-CTL-WRITTEN
           MOVE WS-CTL-ONFILE-N        TO WS-CTL-ONFILE
           MOVE WS-CTL-EXPECTED-N      TO WS-CTL-EXPECTED
      *
           IF WS-CTL-WRITTEN-N = WS-CTL-ONFILE-N
              AND WS-CTL-ONFILE-N = WS-CTL-EXPECTED-N
               MOVE "OK"               TO WS-CTL-RESULT
           ELSE
               MOVE "OUT-OF-BAL"       TO WS-CTL-RESULT
               SET WS-OUT-OF-BALANCE   TO TRUE
           END-IF.
      *
           MOVE WS-CTL-DETAIL-LINE     TO CONTROL-REC
           PERFORM 5725-WRITE-CONTROL-REC
              THRU 5725-WRITE-CONTROL-REC-EXIT
           .
       5720-WRITE-CTL-LINE-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
       5725-WRITE-CONTROL-REC.
      *----------------------*
           WRITE CONTROL-REC.
      *
           IF FS-CONTROL NOT EQUAL ZEROS
               DISPLAY "ERROR WRITING CONTROL SHEET FILE: "
                                      FS-CONTROL
               MOVE 8                  TO RETURN-CODE
               STOP RUN
           END-IF
           .
       5725-WRITE-CONTROL-REC-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
       6000-UPDATE-POSTED-REGISTER.
      *---------------------------*
      * ENTRIES OLDER THAN THE RETENTION WINDOW ARE PURGED FIRST,
      * THEN EVERY TRANS-ID COUNTED BY ANY PARTITION IS REGISTERED
      * WITH THE RUN DATE. AN ID ALREADY REGISTERED (A FORCED RERUN)
      * KEEPS ITS ORIGINAL POSTING DATE
           COMPUTE WS-REG-CUTOFF-INT =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
                   - WS-REG-RETAIN-DAYS.
           COMPUTE WS-REG-CUTOFF-DATE =
               FUNCTION DATE-OF-INTEGER(WS-REG-CUTOFF-INT).
      *
           OPEN I-O POSTED-REG-FILE.
           IF FS-POSTED-REG EQUAL '35'
               OPEN OUTPUT POSTED-REG-FILE
               CLOSE POSTED-REG-FILE
               OPEN I-O POSTED-REG-FILE
           END-IF.
           IF FS-POSTED-REG NOT EQUAL ZEROS
               DISPLAY "ERROR OPENING POSTED REGISTER: "
                                      FS-POSTED-REG
               MOVE 8                  TO RETURN-CODE
               STOP RUN
           END-IF.
      *
           MOVE ZEROES                 TO REG-TRANS-ID.
           START POSTED-REG-FILE KEY NOT LESS THAN REG-TRANS-ID.
           IF FS-POSTED-REG EQUAL ZEROS
               PERFORM UNTIL FS-POSTED-REG NOT EQUAL ZEROS
                   READ POSTED-REG-FILE NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF REG-POST-DATE < WS-REG-CUTOFF-DATE
                               DELETE POSTED-REG-FILE
                               IF FS-POSTED-REG NOT EQUAL ZEROS
                                   DISPLAY
                                      "ERROR PURGING POSTED "
                                      "REGISTER: " FS-POSTED-REG
                                   MOVE 8
                                       TO RETURN-CODE
                                   STOP RUN
                               END-IF
                               ADD 1   TO WS-REG-PURGED
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
      *
           OPEN INPUT PENDING-REG-FILE.
           IF FS-PENDING-REG NOT EQUAL ZEROS
               DISPLAY "ERROR OPENING PENDING REGISTER FILE: "
                                      FS-PENDING-REG
               MOVE 8                  TO RETURN-CODE
               STOP RUN
           END-IF.
      *
           PERFORM UNTIL FS-PENDING-REG NOT EQUAL ZEROS
               READ PENDING-REG-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE PND-TRANS-ID
                                       TO REG-TRANS-ID
                       MOVE WS-RUN-DATE
                                       TO REG-POST-DATE
                       WRITE POSTED-REG-REC
                       EVALUATE FS-POSTED-REG
                           WHEN ZEROES
                               ADD 1   TO WS-REG-ADDED
                               INITIALIZE RUN-JOURNAL-REC
                               SET JRN-IS-REGISTER
                                       TO TRUE
                               MOVE PND-TRANS-ID
                                       TO JRN-REG-TRANS-ID
                               PERFORM 6800-WRITE-JOURNAL
                                  THRU 6800-WRITE-JOURNAL-EXIT
                               ADD 1   TO WS-JRN-REG-RECORDS
                           WHEN '22'
      * ALREADY REGISTERED BY AN EARLIER RUN - KEEP THAT DATE
                               CONTINUE
                           WHEN OTHER
                               DISPLAY
                                   "ERROR WRITING POSTED REGISTER: "
                                      FS-POSTED-REG
                               MOVE 8  TO RETURN-CODE
                               STOP RUN
                       END-EVALUATE
               END-READ
           END-PERFORM.
      *
           CLOSE PENDING-REG-FILE.
           CLOSE POSTED-REG-FILE.
           IF FS-POSTED-REG NOT EQUAL ZEROS
               DISPLAY "ERROR CLOSING POSTED REGISTER: "
                                      FS-POSTED-REG
               MOVE 8                  TO RETURN-CODE
               STOP RUN
           END-IF.
      *
           DISPLAY " REGISTER IDS ADDED  :  " WS-REG-ADDED.
           DISPLAY " REGISTER IDS PURGED :  " WS-REG-PURGED
           .
       6000-UPDATE-POSTED-REGISTER-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
       6500-UPDATE-TRANS-HISTORY.
      *-------------------------*
      * EVERY TRANSACTION COUNTED BY THE NIGHT GOES ON THE HISTORY
      * UNDER THE ONE CONSOLIDATED RUN NUMBER. A TRANS-ID ALREADY ON
      * FILE (A FORCED RERUN) KEEPS THE ROW OF THE RUN THAT FIRST
      * POSTED IT
           OPEN I-O TRANS-HISTORY-FILE.
           IF FS-TRANS-HISTORY EQUAL '35'
               OPEN OUTPUT TRANS-HISTORY-FILE
               CLOSE TRANS-HISTORY-FILE
               OPEN I-O TRANS-HISTORY-FILE
           END-IF.
           IF FS-TRANS-HISTORY NOT EQUAL ZEROS
               DISPLAY "ERROR OPENING TRANSACTION HISTORY: "
                                      FS-TRANS-HISTORY
               MOVE 8                  TO RETURN-CODE
               STOP RUN
           END-IF.
      *
           OPEN INPUT PENDING-REG-FILE.
           IF FS-PENDING-REG NOT EQUAL ZEROS
               DISPLAY "ERROR OPENING PENDING REGISTER FILE: "
                                      FS-PENDING-REG
               MOVE 8                  TO RETURN-CODE
               STOP RUN
           END-IF.
      *
           PERFORM UNTIL FS-PENDING-REG NOT EQUAL ZEROS
               READ PENDING-REG-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       INITIALIZE TRANS-HISTORY-REC
                       MOVE PND-TRANS-ID
                                       TO HST-TRANS-ID
                       MOVE PND-CUST-ID
                                       TO HST-CUST-ID
                       MOVE PND-TRANS-DATE
                                       TO HST-TRANS-DATE
                       MOVE PND-TRANS-TYPE
                                       TO HST-TRANS-TYPE
                       MOVE PND-AMOUNT
                                       TO HST-AMOUNT
                       MOVE PND-CURRENCY
                                       TO HST-CURRENCY
                       MOVE PND-HOME-AMOUNT
                                       TO HST-HOME-AMOUNT
                       MOVE WS-RUN-NUMBER
                                       TO HST-RUN-NUMBER
                       MOVE WS-RUN-DATE
                                       TO HST-POST-DATE
                       WRITE TRANS-HISTORY-REC
                       EVALUATE FS-TRANS-HISTORY
                           WHEN ZEROES
                               ADD 1   TO WS-HST-ADDED
                               INITIALIZE RUN-JOURNAL-REC
                               SET JRN-IS-HISTORY
                                       TO TRUE
                               MOVE PND-TRANS-ID
                                       TO JRN-HST-TRANS-ID
                               PERFORM 6800-WRITE-JOURNAL
                                  THRU 6800-WRITE-JOURNAL-EXIT
                               ADD 1   TO WS-JRN-HST-RECORDS
                           WHEN '22'
      * ALREADY ON THE HISTORY FROM AN EARLIER RUN - KEEP THAT ROW
                               ADD 1   TO WS-HST-ON-FILE
                           WHEN OTHER
                               DISPLAY
                                   "ERROR WRITING TRANSACTION "
                                   "HISTORY: " FS-TRANS-HISTORY
                               MOVE 8  TO RETURN-CODE
                               STOP RUN
                       END-EVALUATE
               END-READ
           END-PERFORM.
      *
           CLOSE PENDING-REG-FILE.
           CLOSE TRANS-HISTORY-FILE.
           IF FS-TRANS-HISTORY NOT EQUAL ZEROS
               DISPLAY "ERROR CLOSING TRANSACTION HISTORY: "
                                      FS-TRANS-HISTORY
               MOVE 8                  TO RETURN-CODE
               STOP RUN
           END-IF.
      *
           DISPLAY " HISTORY ROWS ADDED  :  " WS-HST-ADDED.
           DISPLAY " HISTORY ALREADY HELD:  " WS-HST-ON-FILE
           .
       6500-UPDATE-TRANS-HISTORY-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
       6800-WRITE-JOURNAL.
      *------------------*
      * RUN-JOURNAL-REC IS BUILT BY THE CALLER
           WRITE RUN-JOURNAL-REC.
      *
           IF FS-RUN-JOURNAL NOT EQUAL ZEROS
               DISPLAY "ERROR WRITING RUN JOURNAL FILE: "
                                      FS-RUN-JOURNAL
               MOVE 8                  TO RETURN-CODE
               STOP RUN
           END-IF
           .
       6800-WRITE-JOURNAL-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
       6900-CLOSE-RUN-JOURNAL.
      *----------------------*
      * THE JOINED JOURNAL GETS THE ONE TRAILER THAT TIES IT TO THE
      * CONSOLIDATED RUN NUMBER AND GL EXTRACT, SO run_reversal CAN
      * BACK OUT THE WHOLE NIGHT AS ONE RUN
           INITIALIZE RUN-JOURNAL-REC
           SET JRN-IS-TRAILER          TO TRUE
           MOVE WS-RUN-NUMBER          TO JRN-RUN-NUMBER
           MOVE WS-RUN-DATE            TO JRN-RUN-DATE
           MOVE WS-GL-DETAIL-RECORDS   TO JRN-GL-DETAIL-COUNT
           MOVE WS-GL-DEBIT-TOTAL      TO JRN-GL-DEBIT-TOTAL
           MOVE WS-GL-CREDIT-TOTAL     TO JRN-GL-CREDIT-TOTAL
           MOVE WS-WRITEOFF-RECORDS    TO JRN-WRITEOFF-COUNT
           PERFORM 6800-WRITE-JOURNAL
              THRU 6800-WRITE-JOURNAL-EXIT.
      *
           CLOSE RUN-JOURNAL-FILE.
           IF FS-RUN-JOURNAL NOT EQUAL ZEROS
               DISPLAY "ERROR CLOSING RUN JOURNAL FILE: "
                                      FS-RUN-JOURNAL
               MOVE 8                  TO RETURN-CODE
               STOP RUN
           END-IF.
      *
           DISPLAY " JOURNAL SUSPENSE    :  " WS-JRN-SUSP-RECORDS.
           DISPLAY " JOURNAL SUMMARY     :  " WS-JRN-SUMMARY-RECORDS.
           DISPLAY " JOURNAL REGISTER    :  " WS-JRN-REG-RECORDS.
           DISPLAY " JOURNAL HISTORY     :  " WS-JRN-HST-RECORDS
           .
       6900-CLOSE-RUN-JOURNAL-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
       9000-FINALIZE.
      *-------------*
           DISPLAY "PROGRAM FINALIZATION STARTED".
           DISPLAY "THIS IS THE 9000-FINALIZE PARAGRAPH".
      *
           DISPLAY ' '
           DISPLAY "*************************************"
           DISPLAY " CONTROL PROGRAM summary_consolidate "
           DISPLAY "*************************************"
           DISPLAY " PARTITIONS JOINED   :  " WS-PT-COUNT
           DISPLAY " CUSTOMERS    READ   :  " WS-CUSTOMER-RECORDS
           DISPLAY " TRANSACTIONS READ   :  " WS-TRANSACTIONS-RECORDS
           DISPLAY " REPORT       WRITE  :  " WS-REPORT-RECORDS
           DISPLAY "-------------------------------"
           DISPLAY " CUSTOMERS MATCHES   :  " WS-MATCHES
           DISPLAY " TRX NOT IN CUSTOMER :  " WS-NOT-IN-CUSTOMER
           DISPLAY " CUSTOMER NOT TRXS   :  " WS-NOT-IN-TRANSACTION
           DISPLAY " EXCEPTIONS   WRITE  :  " WS-EXCEPTION-RECORDS
           DISPLAY " DORMANT CUST WRITE  :  " WS-DORMANT-RECORDS
           DISPLAY " CLOSED ACCTS WRITE  :  " WS-CLOSED-RECORDS
           DISPLAY " SUSPENSE     READ   :  " WS-SUSPENSE-IN-RECORDS
           DISPLAY " SUSPENSE CARRY FWD  :  " WS-SUSPENSE-OUT-RECORDS
           DISPLAY " WRITE-OFFS   WRITE  :  " WS-WRITEOFF-RECORDS
           DISPLAY " GL DETAILS   WRITE  :  " WS-GL-DETAIL-RECORDS
           DISPLAY " SUMMARY MAST UPDATE :  " WS-SUMMARY-UPDATES
           DISPLAY " SEGMENTS     WRITE  :  " WS-SEGMENT-RECORDS
           DISPLAY " WATCH LIST   WRITE  :  " WS-WATCHLIST-RECORDS
           DISPLAY " DISPUTES OPENED     :  " WS-DISPUTES-OPENED
           DISPLAY " DISPUTES ON FILE    :  " WS-DISPUTES-ON-FILE
           DISPLAY " SUPPRESSED DORMANT  :  "
                                          WS-SUPPRESS-DORMANT-SKIPS
           DISPLAY " SUPPRESSED SEGMENT  :  "
                                          WS-SUPPRESS-SEGMENT-SKIPS
           DISPLAY "-------------------------------"
      *
      * EVERY JOINED OUTPUT IS CLOSED - CROSS-FOOT THEM AGAINST THE
      * SUMMED PARTITION COUNTERS. AN OUT-OF-BALANCE VERDICT HOLDS
      * THE DOWNSTREAM SCHEDULE EXACTLY AS A SINGLE RUN'S WOULD
           PERFORM 5000-WRITE-CONTROL-SHEET
              THRU 5000-WRITE-CONTROL-SHEET-EXIT.
      *
           IF WS-OUT-OF-BALANCE
               DISPLAY "ERROR: CONTROL SHEET IS OUT OF BALANCE - "
                       "HOLD THE DOWNSTREAM SCHEDULE AND SEE "
                       WS-CONTROL-FILENAME
               MOVE CT-RUN-FAILED-BAL  TO WS-RUN-STATUS
               PERFORM 9400-WRITE-RUN-HISTORY
                  THRU 9400-WRITE-RUN-HISTORY-EXIT
               MOVE 8                  TO RETURN-CODE
               STOP RUN
           END-IF.
      *
      * THE NIGHT BALANCED - FOLD THE JOINED PENDING ROWS INTO THE
      * POSTED REGISTER AND THE TRANSACTION HISTORY, JOURNALLING EACH
      * ADDITION ON THE JOINED JOURNAL, THEN CLOSE IT WITH A TRAILER
           OPEN EXTEND RUN-JOURNAL-FILE.
           IF FS-RUN-JOURNAL NOT EQUAL ZEROS
               DISPLAY "ERROR OPENING RUN JOURNAL FILE: "
                                      FS-RUN-JOURNAL
               MOVE 8                  TO RETURN-CODE
               STOP RUN
           END-IF.
      *
           PERFORM 6000-UPDATE-POSTED-REGISTER
              THRU 6000-UPDATE-POSTED-REGISTER-EXIT.
           PERFORM 6500-UPDATE-TRANS-HISTORY
              THRU 6500-UPDATE-TRANS-HISTORY-EXIT.
           PERFORM 6900-CLOSE-RUN-JOURNAL
              THRU 6900-CLOSE-RUN-JOURNAL-EXIT.
      *
           MOVE CT-RUN-SUCCESS         TO WS-RUN-STATUS.
           PERFORM 9400-WRITE-RUN-HISTORY
              THRU 9400-WRITE-RUN-HISTORY-EXIT.
      *
           DISPLAY " RUN NUMBER          :  " WS-RUN-NUMBER
           .
       9000-FINALIZE-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
       9400-WRITE-RUN-HISTORY.
      *----------------------*
      * WS-RUN-STATUS IS SET BY THE CALLER. THE NIGHT'S ONE ROW
      * CARRIES THE EARLIEST PARTITION START AND THE WHOLE-FILE
      * PRE-SCAN COUNTS AND HASHES EVERY PARTITION AGREED ON, SO THE
      * NEXT RUN'S DUPLICATE CHECK SEES THE SAME INPUTS AS EVER
           OPEN EXTEND RUN-HISTORY-FILE.
           IF FS-RUN-HISTORY EQUAL '35'
               OPEN OUTPUT RUN-HISTORY-FILE
           END-IF.
           IF FS-RUN-HISTORY NOT EQUAL ZEROS
               DISPLAY "ERROR OPENING RUN HISTORY FILE: "
                                      FS-RUN-HISTORY
               MOVE 8                  TO RETURN-CODE
               STOP RUN
           END-IF.
      *
           ACCEPT WS-END-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-END-TIME-RAW FROM TIME.
      *
           INITIALIZE RUN-HISTORY-REC.
           MOVE WS-RUN-NUMBER          TO RUNH-RUN-NUMBER
           MOVE WS-START-DATE          TO RUNH-START-DATE
           MOVE WS-START-TIME          TO RUNH-START-TIME
           MOVE WS-END-DATE            TO RUNH-END-DATE
           MOVE WS-END-TIME-RAW(1:6)   TO RUNH-END-TIME
           MOVE WS-REF-CUST-FILE       TO RUNH-CUSTOMER-FILENAME
           MOVE WS-REF-TRANS-FILE      TO RUNH-TRANSACTION-FILENAME
           MOVE WS-REF-CUST-COUNT      TO RUNH-CUSTOMER-RECORDS
           MOVE WS-REF-TRANS-COUNT     TO RUNH-TRANSACTION-RECORDS
           MOVE WS-REF-CUST-HASH       TO RUNH-CUSTOMER-HASH
           MOVE WS-REF-TRANS-HASH      TO RUNH-TRANSACTION-HASH
           MOVE WS-RUN-STATUS          TO RUNH-STATUS
           MOVE CT-DELIMITED-CHARACTER TO RUNH-DEL1
                                          RUNH-DEL2
                                          RUNH-DEL3
                                          RUNH-DEL4
                                          RUNH-DEL5
                                          RUNH-DEL6
                                          RUNH-DEL7
                                          RUNH-DEL8
                                          RUNH-DEL9
                                          RUNH-DEL10
                                          RUNH-DEL11
      *
           WRITE RUN-HISTORY-REC.
      *
           IF FS-RUN-HISTORY NOT EQUAL ZEROS
               DISPLAY "ERROR WRITING RUN HISTORY FILE: "
                                      FS-RUN-HISTORY
               MOVE 8                  TO RETURN-CODE
               STOP RUN
           END-IF.
      *
           CLOSE RUN-HISTORY-FILE
           .
       9400-WRITE-RUN-HISTORY-EXIT.
           EXIT.
