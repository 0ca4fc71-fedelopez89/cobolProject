       IDENTIFICATION DIVISION.
       PROGRAM-ID. run_reversal.
       AUTHOR. LOPEZ FEDERICO.
       DATE-WRITTEN. OCTOBER 2026.
       DATE-COMPILED.
      *----------------------------------------------------------------*
      * OBJECTIVE: BACK OUT A COMPLETED SUMMARY MERGE RUN, NAMED BY   *
      * ITS RUN NUMBER IN run_history.csv. FROM THE RUN'S JOURNAL AND *
      * GL EXTRACT IT WRITES A REVERSING GL EXTRACT (EVERY DEBIT AND  *
      * CREDIT SWAPPED, BALANCED TO THE ORIGINAL TRAILER), TAKES THE  *
      * RUN'S TRANSACTIONS BACK OFF THE POSTED REGISTER AND THE       *
      * TRANSACTION HISTORY, PUTS THE SUMMARY MASTER ROWS THE RUN     *
      * REPLACED BACK AS THEY WERE, RESTORES THE SUSPENSE THE RUN     *
      * CONSUMED AND CLEARS ITS WRITE-OFFS, DROPS DISPUTE CASES THE   *
      * RUN OPENED THAT NOBODY HAS WORKED, AND FINALLY MARKS THE RUN  *
      * REVERSED SO THE MERGE WILL ACCEPT ITS INPUTS AGAIN.           *
      * RUNS ARE BACKED OUT NEWEST FIRST - A LATER SUCCESSFUL RUN     *
      * BUILT ON THIS ONE'S SUSPENSE AND SUMMARY ROWS. EVERY CHECK    *
      * IS MADE BEFORE ANYTHING IS CHANGED, AND UNTIL THE RUN IS      *
      * MARKED REVERSED THE PROGRAM CAN SIMPLY BE RUN AGAIN           *
      *----------------------------------------------------------------*
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
           SELECT RUN-HISTORY-FILE ASSIGN TO DYNAMIC
                                   WS-RUN-HISTORY-FILENAME
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS FS-RUN-HISTORY.
      *
           SELECT RUN-HISTORY-WORK ASSIGN TO DYNAMIC
                                   WS-RUNH-WORK-FILENAME
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS FS-RUNH-WORK.
      *
           SELECT RUN-JOURNAL-FILE ASSIGN TO DYNAMIC
                                   WS-RUN-JOURNAL-FILENAME
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS FS-RUN-JOURNAL.
      *
           SELECT GL-POSTING-FILE  ASSIGN TO DYNAMIC
                                   WS-GL-POSTING-FILENAME
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS FS-GL-POSTING.
      *
           SELECT GL-REVERSAL-FILE ASSIGN TO DYNAMIC
                                   WS-GL-REVERSAL-FILENAME
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS FS-GL-REVERSAL.
      *
           SELECT SUSPENSE-FILE    ASSIGN TO DYNAMIC
                                   WS-SUSPENSE-FILENAME
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS FS-SUSPENSE.
      *
           SELECT WRITEOFF-FILE    ASSIGN TO DYNAMIC
                                   WS-WRITEOFF-FILENAME
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS FS-WRITEOFF.
      *
           SELECT POSTED-REG-FILE  ASSIGN TO DYNAMIC
                                   WS-POSTED-REG-FILENAME
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE IS RANDOM
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
           SELECT SUMMARY-MASTER   ASSIGN TO DYNAMIC
                                   WS-SUMMARY-FILENAME
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE IS RANDOM
                                   RECORD KEY IS SUM-CUST-ID
                                   FILE STATUS IS FS-SUMMARY.
      *
           SELECT DISPUTE-MASTER   ASSIGN TO DYNAMIC
                                   WS-DISPUTE-FILENAME
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE IS DYNAMIC
                                   RECORD KEY IS DSP-TRANS-ID
                                   FILE STATUS IS FS-DISPUTE.
      *
      ******************************************************************
      *                  DATA DIVISION                                 *
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------------*
      * I-O FILE: RUN HISTORY (ONE ROW PER MERGE EXECUTION). THE ROW  *
      * OF THE RUN BACKED OUT HAS ITS STATUS CHANGED TO REVERSED      *
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
      * WORK FILE: RUN HISTORY COPY - THE HISTORY IS COPIED HERE WITH *
      * THE ONE STATUS CHANGED, THEN COPIED BACK OVER THE ORIGINAL    *
      *----------------------------------------------------------------*
       FD  RUN-HISTORY-WORK
           RECORDING MODE IS F.
       01 RUNH-WORK-REC                       PIC X(300).
      *
      *----------------------------------------------------------------*
      * INPUT FILE: THE RUN'S JOURNAL (WRITTEN BY THE MERGE) - P ROWS *
      * ARE THE SUSPENSE CARRIED INTO THE RUN, S ROWS THE SUMMARY     *
      * MASTER BEFORE-IMAGES, R ROWS THE IDS ADDED TO THE POSTED      *
      * REGISTER, AND THE T TRAILER NAMES THE RUN AND ITS TOTALS      *
      *----------------------------------------------------------------*
       FD  RUN-JOURNAL-FILE.
       01 RUN-JOURNAL-REC.
           05 JRN-TYPE                      PIC X(01).
               88 JRN-IS-SUSPENSE               VALUE "P".
               88 JRN-IS-SUMMARY                VALUE "S".
               88 JRN-IS-REGISTER               VALUE "R".
               88 JRN-IS-HISTORY                VALUE "H".
               88 JRN-IS-TRAILER                VALUE "T".
           05 JRN-BODY                      PIC X(287).
           05 JRN-SUSPENSE-BODY REDEFINES JRN-BODY.
               10 JRN-SUSP-IMAGE            PIC X(73).
               10 FILLER                    PIC X(214).
           05 JRN-SUMMARY-BODY REDEFINES JRN-BODY.
               10 JRN-SUM-EXISTED           PIC X(01).
                   88 JRN-SUM-WAS-ON-FILE       VALUE "E".
                   88 JRN-SUM-WAS-NEW           VALUE "N".
               10 JRN-SUM-CUST-ID           PIC 9(06).
               10 JRN-SUM-IMAGE             PIC X(280).
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
      *----------------------------------------------------------------*
      * INPUT FILE: THE RUN'S GL POSTING EXTRACT (HEADER, DEBIT/CREDIT*
      * PAIRS, TRAILER) - THE ARCHIVED COPY WHEN THE RUN IS NOT THE   *
      * LATEST EXTRACT ON DISK                                        *
      *----------------------------------------------------------------*
       FD  GL-POSTING-FILE.
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
      * OUTPUT FILE: REVERSING GL EXTRACT - SAME LAYOUT AS THE        *
      * ORIGINAL: A NEW HEADER DATED TODAY, EVERY DETAIL WITH ITS     *
      * DEBIT/CREDIT FLAG SWAPPED, AND THE ORIGINAL TRAILER TOTALS    *
      *----------------------------------------------------------------*
       FD  GL-REVERSAL-FILE
           RECORDING MODE IS F.
       01 GL-REVERSAL-REC                    PIC X(98).
      *
      *----------------------------------------------------------------*
      * OUTPUT FILE: SUSPENSE CARRY-FORWARD THE NEXT MERGE READS -    *
      * REPLACED WITH THE SUSPENSE THE BACKED-OUT RUN CONSUMED        *
      *----------------------------------------------------------------*
       FD  SUSPENSE-FILE
           RECORDING MODE IS F.
       01 SUSPENSE-REC                       PIC X(73).
      *
      *----------------------------------------------------------------*
      * I-O FILE: THE RUN'S WRITE-OFFS - EMPTIED, SINCE EVERY ITEM     *
      * WRITTEN OFF IS BACK IN THE RESTORED SUSPENSE                  *
      *----------------------------------------------------------------*
       FD  WRITEOFF-FILE
           RECORDING MODE IS F.
       01 WRITEOFF-REC                       PIC X(80).
      *
      *----------------------------------------------------------------*
      * I-O FILE: POSTED-TRANSACTION REGISTER KEYED ON TRANS-ID       *
      *----------------------------------------------------------------*
       FD  POSTED-REG-FILE.
       01 POSTED-REG-REC.
           05 REG-TRANS-ID                  PIC 9(08).
           05 REG-POST-DATE                 PIC 9(08).
      *
      *----------------------------------------------------------------*
      * I-O FILE: TRANSACTION HISTORY KEYED ON TRANS-ID (ALTERNATE    *
      * KEY CUSTOMER + TRANS-DATE) - LAYOUT AS WRITTEN BY THE MERGE   *
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
      * I-O FILE: INDEXED CUSTOMER SUMMARY MASTER KEYED ON CUST-ID     *
      *----------------------------------------------------------------*
       FD  SUMMARY-MASTER.
       01 SUMMARY-REC.
           05 SUM-CUST-ID                   PIC 9(06).
           05 SUM-CUST-DATA                 PIC X(274).
      *
      *----------------------------------------------------------------*
      * I-O FILE: CHARGEBACK DISPUTE CASE MASTER KEYED ON TRANS-ID    *
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
           05 DSP-OPEN-DATE                 PIC 9(08).
           05 DSP-OPEN-RUN                  PIC 9(06).
           05 DSP-DUE-DATE                  PIC 9(08).
           05 DSP-SUBMIT-DATE               PIC 9(08).
           05 DSP-CLOSE-DATE                PIC 9(08).
           05 DSP-LAST-DATE                 PIC 9(08).
           05 DSP-LAST-USER                 PIC X(08).
           05 DSP-NOTE                      PIC X(60).
      *
      ******************************************************************
      *                  WORKING STORAGE                               *
      ******************************************************************
       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      * DYNAMIC FILE NAMES - OVERRIDABLE VIA ENVIRONMENT VARIABLE      *
      *----------------------------------------------------------------*
       01  WS-FILENAMES.
           05  WS-RUN-HISTORY-FILENAME  PIC X(100) VALUE
                                         "run_history.csv".
           05  WS-RUNH-WORK-FILENAME    PIC X(100) VALUE
                                         "run_history_work.dat".
           05  WS-RUN-JOURNAL-FILENAME  PIC X(100) VALUE
                                         "run_journal.dat".
           05  WS-GL-POSTING-FILENAME   PIC X(100) VALUE
                                         "gl_posting.csv".
           05  WS-GL-REVERSAL-FILENAME  PIC X(100) VALUE
                                         "gl_reversal.csv".
           05  WS-SUSPENSE-FILENAME     PIC X(100) VALUE
                                         "suspense_data.dat".
           05  WS-WRITEOFF-FILENAME     PIC X(100) VALUE
                                         "writeoff_data.csv".
           05  WS-POSTED-REG-FILENAME   PIC X(100) VALUE
                                         "posted_register.idx".
           05  WS-TRANS-HISTORY-FILENAME
                                        PIC X(100) VALUE
                                         "trans_history.idx".
           05  WS-SUMMARY-FILENAME      PIC X(100) VALUE
                                         "customer_summary.idx".
           05  WS-DISPUTE-FILENAME      PIC X(100) VALUE
                                         "dispute_cases.idx".
           05  WS-ENV-OVERRIDE          PIC X(100) VALUE SPACES.
      *----------------------------------------------------------------*
      * STATUS VARIABLES                                               *
      *----------------------------------------------------------------*
       01  WS-FILE-STATUS.
           05  FS-RUN-HISTORY          PIC X(2) VALUE SPACES.
           05  FS-RUNH-WORK            PIC X(2) VALUE SPACES.
           05  FS-RUN-JOURNAL          PIC X(2) VALUE SPACES.
           05  FS-GL-POSTING           PIC X(2) VALUE SPACES.
           05  FS-GL-REVERSAL          PIC X(2) VALUE SPACES.
           05  FS-SUSPENSE             PIC X(2) VALUE SPACES.
           05  FS-WRITEOFF             PIC X(2) VALUE SPACES.
           05  FS-POSTED-REG           PIC X(2) VALUE SPACES.
           05  FS-TRANS-HISTORY        PIC X(2) VALUE SPACES.
           05  FS-SUMMARY              PIC X(2) VALUE SPACES.
           05  FS-DISPUTE              PIC X(2) VALUE SPACES.
      *----------------------------------------------------------------*
      * ACCUMULATORS FOR STATISTICS                                    *
      *----------------------------------------------------------------*
       01  WS-STATS.
           05  WS-HISTORY-RECORDS      PIC 9(6) VALUE 0.
           05  WS-JOURNAL-RECORDS      PIC 9(6) VALUE 0.
           05  WS-JRN-SUSP-COUNT       PIC 9(6) VALUE 0.
           05  WS-JRN-SUMMARY-COUNT    PIC 9(6) VALUE 0.
           05  WS-JRN-REG-COUNT        PIC 9(6) VALUE 0.
           05  WS-JRN-HST-COUNT        PIC 9(6) VALUE 0.
           05  WS-GL-REVERSED          PIC 9(8) VALUE 0.
           05  WS-SUMMARY-RESTORED     PIC 9(6) VALUE 0.
           05  WS-SUMMARY-REMOVED      PIC 9(6) VALUE 0.
           05  WS-SUMMARY-DUPLICATES   PIC 9(6) VALUE 0.
           05  WS-REG-REMOVED          PIC 9(6) VALUE 0.
           05  WS-REG-NOT-FOUND        PIC 9(6) VALUE 0.
           05  WS-HST-REMOVED          PIC 9(6) VALUE 0.
           05  WS-HST-NOT-FOUND        PIC 9(6) VALUE 0.
           05  WS-HST-KEPT             PIC 9(6) VALUE 0.
           05  WS-SUSPENSE-RESTORED    PIC 9(6) VALUE 0.
           05  WS-WRITEOFF-ON-FILE     PIC 9(6) VALUE 0.
           05  WS-WRITEOFF-CLEARED     PIC 9(6) VALUE 0.
           05  WS-DISPUTES-REMOVED     PIC 9(6) VALUE 0.
           05  WS-DISPUTES-KEPT        PIC 9(6) VALUE 0.
           05  WS-WARNINGS             PIC 9(6) VALUE 0.
      *----------------------------------------------------------------*
      * RUN BEING BACKED OUT                                           *
      *----------------------------------------------------------------*
       01  WS-REVERSAL-CONTROL.
           05  WS-REVERSE-RUN           PIC 9(06) VALUE 0.
           05  WS-RUN-DATE              PIC 9(08) VALUE 0.
           05  WS-RUN-TIME-RAW          PIC 9(08) VALUE 0.
           05  WS-RUN-FOUND-SW          PIC X(01) VALUE "N".
               88  WS-RUN-FOUND                 VALUE "Y".
           05  WS-RUN-STATUS            PIC X(12) VALUE SPACES.
           05  WS-LATER-RUN             PIC 9(06) VALUE 0.
           05  WS-TRAILER-SW            PIC X(01) VALUE "N".
               88  WS-TRAILER-FOUND             VALUE "Y".
           05  WS-JOURNAL-EOF-SW        PIC X(01) VALUE "N".
               88  WS-JOURNAL-EOF               VALUE "Y".
           05  WS-GL-EOF-SW             PIC X(01) VALUE "N".
               88  WS-GL-EOF                    VALUE "Y".
           05  WS-HISTORY-EOF-SW        PIC X(01) VALUE "N".
               88  WS-HISTORY-EOF               VALUE "Y".
           05  WS-SUMMARY-OPEN-SW       PIC X(01) VALUE "N".
               88  WS-SUMMARY-OPEN              VALUE "Y".
           05  WS-REG-OPEN-SW           PIC X(01) VALUE "N".
               88  WS-REG-OPEN                  VALUE "Y".
           05  WS-HST-OPEN-SW           PIC X(01) VALUE "N".
               88  WS-HST-OPEN                  VALUE "Y".
           05  WS-LAST-SUM-CUST-ID      PIC 9(06) VALUE 0.
      *----------------------------------------------------------------*
      * JOURNAL TRAILER AND GL EXTRACT TOTALS - THE EXTRACT MUST BE   *
      * THE ONE THE RUN WROTE (SAME DATE, COUNT AND TOTALS AS THE     *
      * JOURNAL TRAILER) AND ITS DETAILS MUST FOOT TO ITS OWN TRAILER *
      *----------------------------------------------------------------*
       01  WS-GL-CONTROL.
           05  WS-JRN-RUN-NUMBER        PIC 9(06) VALUE 0.
           05  WS-JRN-RUN-DATE          PIC 9(08) VALUE 0.
           05  WS-JRN-GL-COUNT          PIC 9(08) VALUE 0.
           05  WS-JRN-GL-DEBIT          PIC S9(10)V99 VALUE 0.
           05  WS-JRN-GL-CREDIT         PIC S9(10)V99 VALUE 0.
           05  WS-JRN-WRITEOFF-COUNT    PIC 9(06) VALUE 0.
           05  WS-GL-HEADER-DATE        PIC 9(08) VALUE 0.
           05  WS-GL-HEADER-SW          PIC X(01) VALUE "N".
               88  WS-GL-HEADER-FOUND           VALUE "Y".
           05  WS-GL-TRAILER-SW         PIC X(01) VALUE "N".
               88  WS-GL-TRAILER-FOUND          VALUE "Y".
           05  WS-GL-DETAIL-COUNT       PIC 9(08) VALUE 0.
           05  WS-GL-DEBIT-TOTAL        PIC S9(10)V99 VALUE 0.
           05  WS-GL-CREDIT-TOTAL       PIC S9(10)V99 VALUE 0.
           05  WS-GL-PURCHASE-TOT       PIC S9(10)V99 VALUE 0.
           05  WS-GL-REFUND-TOT         PIC S9(10)V99 VALUE 0.
           05  WS-GL-CHARGEBACK-TOT     PIC S9(10)V99 VALUE 0.
           05  WS-GL-ADJUSTMENT-TOT     PIC S9(10)V99 VALUE 0.
           05  WS-GLT-DETAIL-COUNT      PIC 9(08) VALUE 0.
           05  WS-GLT-DEBIT-TOTAL       PIC S9(10)V99 VALUE 0.
           05  WS-GLT-CREDIT-TOTAL      PIC S9(10)V99 VALUE 0.
           05  WS-GLT-PURCHASE-TOT      PIC S9(10)V99 VALUE 0.
           05  WS-GLT-REFUND-TOT        PIC S9(10)V99 VALUE 0.
           05  WS-GLT-CHARGEBACK-TOT    PIC S9(10)V99 VALUE 0.
           05  WS-GLT-ADJUSTMENT-TOT    PIC S9(10)V99 VALUE 0.
           05  WS-REV-DEBIT-TOTAL       PIC S9(10)V99 VALUE 0.
           05  WS-REV-CREDIT-TOTAL      PIC S9(10)V99 VALUE 0.
      *
      *----------------------------------------------------------------*
      * CONSTANTS                                                      *
      *----------------------------------------------------------------*
       01  CT-CONSTANTS.
           05  CT-PURCHASE             PIC X(08) VALUE "Purchase".
           05  CT-REFUND               PIC X(06) VALUE "Refund".
           05  CT-CHARGEBACK           PIC X(10) VALUE "Chargeback".
           05  CT-ADJUSTMENT           PIC X(10) VALUE "Adjustment".
           05  CT-GL-HEADER-LABEL      PIC X(05) VALUE "GLHDR".
           05  CT-GL-DETAIL-LABEL      PIC X(05) VALUE "GLDTL".
           05  CT-GL-TRAILER-LABEL     PIC X(05) VALUE "GLTRL".
           05  CT-GL-DEBIT             PIC X(01) VALUE "D".
           05  CT-GL-CREDIT            PIC X(01) VALUE "C".
           05  CT-RUN-SUCCESS          PIC X(12) VALUE "SUCCESS".
           05  CT-RUN-REVERSED         PIC X(12) VALUE "REVERSED".
      *
      ******************************************************************
      *                     PROCEDURE DIVISION                         *
      ******************************************************************
       PROCEDURE DIVISION.
      *
           PERFORM 1000-INITIALIZE
              THRU 1000-INITIALIZE-EXIT.
      *
           PERFORM 2000-WRITE-GL-REVERSAL
              THRU 2000-WRITE-GL-REVERSAL-EXIT.
      *
           PERFORM 3000-APPLY-JOURNAL
              THRU 3000-APPLY-JOURNAL-EXIT.
      *
           PERFORM 4000-CLEAR-WRITEOFFS
              THRU 4000-CLEAR-WRITEOFFS-EXIT.
      *
           PERFORM 5000-REMOVE-DISPUTES
              THRU 5000-REMOVE-DISPUTES-EXIT.
      *
           PERFORM 6000-MARK-RUN-REVERSED
              THRU 6000-MARK-RUN-REVERSED-EXIT.
      *
           PERFORM 9000-FINALIZE
              THRU 9000-FINALIZE-EXIT.
      *
           STOP RUN.
      *
      *-----------------------------------------------------------------
       1000-INITIALIZE.
      *---------------*
           DISPLAY "RUN REVERSAL INITIALIZATION STARTED".
      *
           PERFORM 1100-RESOLVE-FILENAMES
              THRU 1100-RESOLVE-FILENAMES-EXIT.
      *
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME-RAW FROM TIME.
      *
           IF WS-REVERSE-RUN = ZEROES
               DISPLAY "ERROR: NO RUN NUMBER GIVEN - SET "
                       "REVERSE_RUN_NUMBER TO THE RUN TO BACK OUT"
               MOVE 8                  TO RETURN-CODE
               STOP RUN
           END-IF.
      *
           DISPLAY " RUN TO BACK OUT     :  " WS-REVERSE-RUN.
      *
      * NOTHING IS TOUCHED UNTIL THE HISTORY, THE JOURNAL AND THE GL
      * EXTRACT HAVE ALL BEEN PROVED TO BELONG TO THIS RUN
           PERFORM 1200-CHECK-RUN-HISTORY
              THRU 1200-CHECK-RUN-HISTORY-EXIT.
      *
           PERFORM 1300-CHECK-JOURNAL
              THRU 1300-CHECK-JOURNAL-EXIT.
      *
           PERFORM 1400-CHECK-GL-EXTRACT
              THRU 1400-CHECK-GL-EXTRACT-EXIT
           .
       1000-INITIALIZE-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
       1100-RESOLVE-FILENAMES.
      *----------------------*
           MOVE SPACES                 TO WS-ENV-OVERRIDE
           DISPLAY "REVERSE_RUN_NUMBER" UPON ENVIRONMENT-NAME
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE
           IF WS-ENV-OVERRIDE NOT EQUAL SPACES
               COMPUTE WS-REVERSE-RUN =
                   FUNCTION NUMVAL(WS-ENV-OVERRIDE)
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
           DISPLAY "RUN_HISTORY_WORK_FILE" UPON ENVIRONMENT-NAME
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE
           IF WS-ENV-OVERRIDE NOT EQUAL SPACES
               MOVE WS-ENV-OVERRIDE     TO WS-RUNH-WORK-FILENAME
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
           DISPLAY "GL_POSTING_FILE" UPON ENVIRONMENT-NAME
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE
           IF WS-ENV-OVERRIDE NOT EQUAL SPACES
               MOVE WS-ENV-OVERRIDE     TO WS-GL-POSTING-FILENAME
           END-IF.
      *
           MOVE SPACES                 TO WS-ENV-OVERRIDE
           DISPLAY "GL_REVERSAL_FILE" UPON ENVIRONMENT-NAME
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE
           IF WS-ENV-OVERRIDE NOT EQUAL SPACES
               MOVE WS-ENV-OVERRIDE     TO WS-GL-REVERSAL-FILENAME
           END-IF.
      *
           MOVE SPACES                 TO WS-ENV-OVERRIDE
           DISPLAY "SUSPENSE_IN_FILE" UPON ENVIRONMENT-NAME
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE
           IF WS-ENV-OVERRIDE NOT EQUAL SPACES
               MOVE WS-ENV-OVERRIDE     TO WS-SUSPENSE-FILENAME
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
           DISPLAY "POSTED_REGISTER_FILE" UPON ENVIRONMENT-NAME
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE
           IF WS-ENV-OVERRIDE NOT EQUAL SPACES
               MOVE WS-ENV-OVERRIDE     TO WS-POSTED-REG-FILENAME
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
           DISPLAY "CUSTOMER_SUMMARY_FILE" UPON ENVIRONMENT-NAME
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE
           IF WS-ENV-OVERRIDE NOT EQUAL SPACES
               MOVE WS-ENV-OVERRIDE     TO WS-SUMMARY-FILENAME
           END-IF.
      *
           MOVE SPACES                 TO WS-ENV-OVERRIDE
           DISPLAY "DISPUTE_FILE" UPON ENVIRONMENT-NAME
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE
           IF WS-ENV-OVERRIDE NOT EQUAL SPACES
               MOVE WS-ENV-OVERRIDE     TO WS-DISPUTE-FILENAME
           END-IF
           .
       1100-RESOLVE-FILENAMES-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
       1200-CHECK-RUN-HISTORY.
      *----------------------*
      * THE RUN MUST BE ON THE HISTORY AS A SUCCESS, AND NO LATER RUN
      * MAY STILL STAND AS A SUCCESS - IT CONSUMED THIS RUN'S SUSPENSE
      * AND REPLACED ITS SUMMARY ROWS, SO IT IS BACKED OUT FIRST
           OPEN INPUT RUN-HISTORY-FILE.
           IF FS-RUN-HISTORY NOT EQUAL ZEROS
               DISPLAY "ERROR OPENING RUN HISTORY FILE: "
                                      FS-RUN-HISTORY
               MOVE 8                  TO RETURN-CODE
               STOP RUN
           END-IF.
      *
           PERFORM 7100-READ-RUN-HISTORY
              THRU 7100-READ-RUN-HISTORY-EXIT.
      *
           PERFORM 1210-CHECK-HISTORY-ROW
              THRU 1210-CHECK-HISTORY-ROW-EXIT
             UNTIL WS-HISTORY-EOF.
      *
           CLOSE RUN-HISTORY-FILE.
      *
           IF NOT WS-RUN-FOUND
               DISPLAY "ERROR: RUN " WS-REVERSE-RUN
                       " IS NOT ON THE RUN HISTORY"
               MOVE 8                  TO RETURN-CODE
               STOP RUN
           END-IF.
      *
           IF WS-RUN-STATUS NOT EQUAL CT-RUN-SUCCESS
               DISPLAY "ERROR: RUN " WS-REVERSE-RUN " HAS STATUS "
                       WS-RUN-STATUS " - ONLY A SUCCESSFUL RUN "
                       "CAN BE BACKED OUT"
               MOVE 8                  TO RETURN-CODE
               STOP RUN
           END-IF.
      *
           IF WS-LATER-RUN NOT EQUAL ZEROES
               DISPLAY "ERROR: LATER RUN " WS-LATER-RUN
                       " IS STILL A SUCCESS - BACK IT OUT FIRST"
               MOVE 8                  TO RETURN-CODE
               STOP RUN
           END-IF
           .
       1200-CHECK-RUN-HISTORY-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
       1210-CHECK-HISTORY-ROW.
      *----------------------*
           IF RUNH-RUN-NUMBER NUMERIC
               IF RUNH-RUN-NUMBER = WS-REVERSE-RUN
                   SET WS-RUN-FOUND    TO TRUE
                   MOVE RUNH-STATUS    TO WS-RUN-STATUS
               END-IF
               IF RUNH-RUN-NUMBER > WS-REVERSE-RUN
                  AND RUNH-STATUS = CT-RUN-SUCCESS
                   MOVE RUNH-RUN-NUMBER
                                       TO WS-LATER-RUN
               END-IF
           END-IF.
      *
           PERFORM 7100-READ-RUN-HISTORY
              THRU 7100-READ-RUN-HISTORY-EXIT
           .
       1210-CHECK-HISTORY-ROW-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
       1300-CHECK-JOURNAL.
      *------------------*
      * THE JOURNAL MUST END IN A TRAILER FOR THIS RUN - A JOURNAL
      * WITHOUT ONE BELONGS TO A RUN THAT NEVER FINISHED
           OPEN INPUT RUN-JOURNAL-FILE.
           IF FS-RUN-JOURNAL NOT EQUAL ZEROS
               DISPLAY "ERROR OPENING RUN JOURNAL FILE: "
                                      FS-RUN-JOURNAL
               MOVE 8                  TO RETURN-CODE
               STOP RUN
           END-IF.
      *
           PERFORM 7200-READ-JOURNAL
              THRU 7200-READ-JOURNAL-EXIT.
      *
           PERFORM 1310-COUNT-JOURNAL-ROW
              THRU 1310-COUNT-JOURNAL-ROW-EXIT
             UNTIL WS-JOURNAL-EOF.
      *
           CLOSE RUN-JOURNAL-FILE.
      *
           IF NOT WS-TRAILER-FOUND
               DISPLAY "ERROR: RUN JOURNAL " WS-RUN-JOURNAL-FILENAME
               DISPLAY "HAS NO TRAILER - IT IS NOT THE JOURNAL OF A "
                       "COMPLETED RUN"
               MOVE 8                  TO RETURN-CODE
               STOP RUN
           END-IF.
      *
           IF WS-JRN-RUN-NUMBER NOT EQUAL WS-REVERSE-RUN
               DISPLAY "ERROR: RUN JOURNAL BELONGS TO RUN "
                       WS-JRN-RUN-NUMBER " NOT RUN " WS-REVERSE-RUN
               DISPLAY "SET RUN_JOURNAL_FILE TO THE ARCHIVED JOURNAL "
                       "OF THE RUN TO BACK OUT"
               MOVE 8                  TO RETURN-CODE
               STOP RUN
           END-IF
           .
       1300-CHECK-JOURNAL-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
       1310-COUNT-JOURNAL-ROW.
      *----------------------*
           EVALUATE TRUE
               WHEN JRN-IS-SUSPENSE
                   ADD 1               TO WS-JRN-SUSP-COUNT
               WHEN JRN-IS-SUMMARY
                   ADD 1               TO WS-JRN-SUMMARY-COUNT
               WHEN JRN-IS-REGISTER
                   ADD 1               TO WS-JRN-REG-COUNT
               WHEN JRN-IS-HISTORY
                   ADD 1               TO WS-JRN-HST-COUNT
               WHEN JRN-IS-TRAILER
                   SET WS-TRAILER-FOUND
                                       TO TRUE
                   MOVE JRN-RUN-NUMBER TO WS-JRN-RUN-NUMBER
                   MOVE JRN-RUN-DATE   TO WS-JRN-RUN-DATE
                   MOVE JRN-GL-DETAIL-COUNT
                                       TO WS-JRN-GL-COUNT
                   MOVE JRN-GL-DEBIT-TOTAL
                                       TO WS-JRN-GL-DEBIT
                   MOVE JRN-GL-CREDIT-TOTAL
                                       TO WS-JRN-GL-CREDIT
                   MOVE JRN-WRITEOFF-COUNT
                                       TO WS-JRN-WRITEOFF-COUNT
               WHEN OTHER
                   DISPLAY "ERROR: UNKNOWN RUN JOURNAL ROW TYPE "
                           JRN-TYPE
                   MOVE 8              TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
      *
           PERFORM 7200-READ-JOURNAL
              THRU 7200-READ-JOURNAL-EXIT
           .
       1310-COUNT-JOURNAL-ROW-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
       1400-CHECK-GL-EXTRACT.
      *---------------------*
      * FOOT THE EXTRACT'S DETAILS - DEBITS BY TRANSACTION TYPE - AND
      * PROVE THEM AGAINST ITS OWN TRAILER AND THE JOURNAL TRAILER.
      * THE REVERSAL CARRIES THE SAME TOTALS, SO IF THE ORIGINAL DOES
      * NOT BALANCE NEITHER WOULD THE REVERSAL
           OPEN INPUT GL-POSTING-FILE.
           IF FS-GL-POSTING NOT EQUAL ZEROS
               DISPLAY "ERROR OPENING GL POSTING FILE: " FS-GL-POSTING
               MOVE 8                  TO RETURN-CODE
               STOP RUN
           END-IF.
      *
           PERFORM 7300-READ-GL-POSTING
              THRU 7300-READ-GL-POSTING-EXIT.
      *
           PERFORM 1410-FOOT-GL-ROW
              THRU 1410-FOOT-GL-ROW-EXIT
             UNTIL WS-GL-EOF.
      *
           CLOSE GL-POSTING-FILE.
      *
           IF NOT WS-GL-HEADER-FOUND
              OR NOT WS-GL-TRAILER-FOUND
               DISPLAY "ERROR: GL POSTING FILE " WS-GL-POSTING-FILENAME
               DISPLAY "IS MISSING ITS HEADER OR TRAILER"
               MOVE 8                  TO RETURN-CODE
               STOP RUN
           END-IF.
      *
           IF WS-GL-HEADER-DATE NOT EQUAL WS-JRN-RUN-DATE
              OR WS-GLT-DETAIL-COUNT NOT EQUAL WS-JRN-GL-COUNT
              OR WS-GLT-DEBIT-TOTAL NOT EQUAL WS-JRN-GL-DEBIT
              OR WS-GLT-CREDIT-TOTAL NOT EQUAL WS-JRN-GL-CREDIT
               DISPLAY "ERROR: GL POSTING FILE IS NOT THE EXTRACT OF "
                       "RUN " WS-REVERSE-RUN
               DISPLAY "  EXTRACT DATE/COUNT : " WS-GL-HEADER-DATE
                       " " WS-GLT-DETAIL-COUNT
               DISPLAY "  JOURNAL DATE/COUNT : " WS-JRN-RUN-DATE
                       " " WS-JRN-GL-COUNT
               DISPLAY "SET GL_POSTING_FILE TO THE ARCHIVED EXTRACT "
                       "OF THE RUN TO BACK OUT"
               MOVE 8                  TO RETURN-CODE
               STOP RUN
           END-IF.
      *
           IF WS-GL-DETAIL-COUNT NOT EQUAL WS-GLT-DETAIL-COUNT
              OR WS-GL-DEBIT-TOTAL NOT EQUAL WS-GLT-DEBIT-TOTAL
              OR WS-GL-CREDIT-TOTAL NOT EQUAL WS-GLT-CREDIT-TOTAL
              OR WS-GL-PURCHASE-TOT NOT EQUAL WS-GLT-PURCHASE-TOT
              OR WS-GL-REFUND-TOT NOT EQUAL WS-GLT-REFUND-TOT
              OR WS-GL-CHARGEBACK-TOT NOT EQUAL WS-GLT-CHARGEBACK-TOT
              OR WS-GL-ADJUSTMENT-TOT NOT EQUAL WS-GLT-ADJUSTMENT-TOT
               DISPLAY "ERROR: GL POSTING FILE DETAILS DO NOT FOOT TO "
                       "ITS TRAILER - NO REVERSAL WRITTEN"
               DISPLAY "  DETAIL DEBIT TOTAL  : " WS-GL-DEBIT-TOTAL
               DISPLAY "  TRAILER DEBIT TOTAL : " WS-GLT-DEBIT-TOTAL
               MOVE 8                  TO RETURN-CODE
               STOP RUN
           END-IF
           .
       1400-CHECK-GL-EXTRACT-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
       1410-FOOT-GL-ROW.
      *----------------*
           EVALUATE GLH-LABEL
               WHEN CT-GL-HEADER-LABEL
                   SET WS-GL-HEADER-FOUND
                                       TO TRUE
                   MOVE GLH-RUN-DATE   TO WS-GL-HEADER-DATE
               WHEN CT-GL-DETAIL-LABEL
                   ADD 1               TO WS-GL-DETAIL-COUNT
                   IF GLD-DC-FLAG = CT-GL-DEBIT
                       ADD GLD-AMOUNT  TO WS-GL-DEBIT-TOTAL
                       EVALUATE GLD-TRANS-TYPE
                           WHEN CT-PURCHASE
                               ADD GLD-AMOUNT
                                       TO WS-GL-PURCHASE-TOT
                           WHEN CT-REFUND
                               ADD GLD-AMOUNT
                                       TO WS-GL-REFUND-TOT
                           WHEN CT-CHARGEBACK
                               ADD GLD-AMOUNT
                                       TO WS-GL-CHARGEBACK-TOT
                           WHEN CT-ADJUSTMENT
                               ADD GLD-AMOUNT
                                       TO WS-GL-ADJUSTMENT-TOT
                       END-EVALUATE
                   ELSE
                       ADD GLD-AMOUNT  TO WS-GL-CREDIT-TOTAL
                   END-IF
               WHEN CT-GL-TRAILER-LABEL
                   SET WS-GL-TRAILER-FOUND
                                       TO TRUE
                   MOVE GLT-DETAIL-COUNT
                                       TO WS-GLT-DETAIL-COUNT
                   MOVE GLT-DEBIT-TOTAL
                                       TO WS-GLT-DEBIT-TOTAL
                   MOVE GLT-CREDIT-TOTAL
                                       TO WS-GLT-CREDIT-TOTAL
                   MOVE GLT-PURCHASE-AMOUNT
                                       TO WS-GLT-PURCHASE-TOT
                   MOVE GLT-REFUND-AMOUNT
                                       TO WS-GLT-REFUND-TOT
                   MOVE GLT-CHARGEBACK-AMOUNT
                                       TO WS-GLT-CHARGEBACK-TOT
                   MOVE GLT-ADJUSTMENT-AMOUNT
                                       TO WS-GLT-ADJUSTMENT-TOT
           END-EVALUATE.
      *
           PERFORM 7300-READ-GL-POSTING
              THRU 7300-READ-GL-POSTING-EXIT
           .
       1410-FOOT-GL-ROW-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
       2000-WRITE-GL-REVERSAL.
      *----------------------*
      * COPY THE EXTRACT WITH EVERY DEBIT TURNED INTO A CREDIT AND
      * EVERY CREDIT INTO A DEBIT ON THE SAME ACCOUNT AND AMOUNT. THE
      * HEADER TAKES TODAY'S DATE; THE TRAILER IS THE ORIGINAL'S
           MOVE "N"                    TO WS-GL-EOF-SW.
      *
           OPEN INPUT GL-POSTING-FILE.
           IF FS-GL-POSTING NOT EQUAL ZEROS
               DISPLAY "ERROR OPENING GL POSTING FILE: " FS-GL-POSTING
               MOVE 8                  TO RETURN-CODE
               STOP RUN
           END-IF.
      *
           OPEN OUTPUT GL-REVERSAL-FILE.
           IF FS-GL-REVERSAL NOT EQUAL ZEROS
               DISPLAY "ERROR OPENING GL REVERSAL FILE: "
                                      FS-GL-REVERSAL
               MOVE 8                  TO RETURN-CODE
               STOP RUN
           END-IF.
      *
           PERFORM 7300-READ-GL-POSTING
              THRU 7300-READ-GL-POSTING-EXIT.
      *
           PERFORM 2100-REVERSE-GL-ROW
              THRU 2100-REVERSE-GL-ROW-EXIT
             UNTIL WS-GL-EOF.
      *
           CLOSE GL-POSTING-FILE.
           CLOSE GL-REVERSAL-FILE.
           IF FS-GL-REVERSAL NOT EQUAL ZEROS
               DISPLAY "ERROR CLOSING GL REVERSAL FILE: "
                                      FS-GL-REVERSAL
               MOVE 8                  TO RETURN-CODE
               STOP RUN
           END-IF.
      *
      * THE REVERSAL'S DEBITS ARE THE ORIGINAL'S CREDITS AND VICE
      * VERSA - BOTH MUST STILL EQUAL THE ORIGINAL TRAILER
           IF WS-GL-REVERSED NOT EQUAL WS-GLT-DETAIL-COUNT
              OR WS-REV-DEBIT-TOTAL NOT EQUAL WS-GLT-CREDIT-TOTAL
              OR WS-REV-CREDIT-TOTAL NOT EQUAL WS-GLT-DEBIT-TOTAL
               DISPLAY "ERROR: GL REVERSAL DOES NOT BALANCE TO THE "
                       "ORIGINAL TRAILER - DO NOT POST "
                       WS-GL-REVERSAL-FILENAME
               MOVE 8                  TO RETURN-CODE
               STOP RUN
           END-IF
           .
       2000-WRITE-GL-REVERSAL-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
       2100-REVERSE-GL-ROW.
      *-------------------*
           EVALUATE GLH-LABEL
               WHEN CT-GL-HEADER-LABEL
                   MOVE WS-RUN-DATE    TO GLH-RUN-DATE
                   MOVE WS-RUN-TIME-RAW(1:6)
                                       TO GLH-RUN-TIME
                   WRITE GL-REVERSAL-REC FROM GL-HEADER-REC
               WHEN CT-GL-DETAIL-LABEL
                   IF GLD-DC-FLAG = CT-GL-DEBIT
                       MOVE CT-GL-CREDIT
                                       TO GLD-DC-FLAG
                       ADD GLD-AMOUNT  TO WS-REV-CREDIT-TOTAL
                   ELSE
                       MOVE CT-GL-DEBIT
                                       TO GLD-DC-FLAG
                       ADD GLD-AMOUNT  TO WS-REV-DEBIT-TOTAL
                   END-IF
                   WRITE GL-REVERSAL-REC FROM GL-DETAIL-REC
                   ADD 1               TO WS-GL-REVERSED
               WHEN OTHER
                   WRITE GL-REVERSAL-REC FROM GL-TRAILER-REC
           END-EVALUATE.
      *
           IF FS-GL-REVERSAL NOT EQUAL ZEROS
               DISPLAY "ERROR WRITING GL REVERSAL FILE: "
                                      FS-GL-REVERSAL
               MOVE 8                  TO RETURN-CODE
               STOP RUN
           END-IF.
      *
           PERFORM 7300-READ-GL-POSTING
              THRU 7300-READ-GL-POSTING-EXIT
           .
       2100-REVERSE-GL-ROW-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
       3000-APPLY-JOURNAL.
      *------------------*
      * ONE PASS OVER THE JOURNAL PUTS BACK THE SUMMARY ROWS, TAKES
      * THE RUN'S IDS OFF THE REGISTER AND THE TRANSACTION HISTORY
      * AND REWRITES THE SUSPENSE THE
      * NEXT MERGE WILL READ. EVERY STEP IS SAFE TO REPEAT
           MOVE "N"                    TO WS-JOURNAL-EOF-SW.
      *
           IF WS-JRN-SUMMARY-COUNT > ZEROES
               OPEN I-O SUMMARY-MASTER
               IF FS-SUMMARY NOT EQUAL ZEROS
                   DISPLAY "ERROR OPENING SUMMARY MASTER: " FS-SUMMARY
                   MOVE 8              TO RETURN-CODE
                   STOP RUN
               END-IF
               SET WS-SUMMARY-OPEN     TO TRUE
           END-IF.
      *
           IF WS-JRN-REG-COUNT > ZEROES
               OPEN I-O POSTED-REG-FILE
               IF FS-POSTED-REG NOT EQUAL ZEROS
                   DISPLAY "ERROR OPENING POSTED REGISTER: "
                                      FS-POSTED-REG
                   MOVE 8              TO RETURN-CODE
                   STOP RUN
               END-IF
               SET WS-REG-OPEN         TO TRUE
           END-IF.
      *
           IF WS-JRN-HST-COUNT > ZEROES
               OPEN I-O TRANS-HISTORY-FILE
               IF FS-TRANS-HISTORY NOT EQUAL ZEROS
                   DISPLAY "ERROR OPENING TRANSACTION HISTORY: "
                                      FS-TRANS-HISTORY
                   MOVE 8              TO RETURN-CODE
                   STOP RUN
               END-IF
               SET WS-HST-OPEN         TO TRUE
           END-IF.
      *
           OPEN OUTPUT SUSPENSE-FILE.
           IF FS-SUSPENSE NOT EQUAL ZEROS
               DISPLAY "ERROR OPENING SUSPENSE FILE: " FS-SUSPENSE
               MOVE 8                  TO RETURN-CODE
               STOP RUN
           END-IF.
      *
           OPEN INPUT RUN-JOURNAL-FILE.
           IF FS-RUN-JOURNAL NOT EQUAL ZEROS
               DISPLAY "ERROR OPENING RUN JOURNAL FILE: "
                                      FS-RUN-JOURNAL
               MOVE 8                  TO RETURN-CODE
               STOP RUN
           END-IF.
      *
           PERFORM 7200-READ-JOURNAL
              THRU 7200-READ-JOURNAL-EXIT.
      *
           PERFORM 3100-APPLY-JOURNAL-ROW
              THRU 3100-APPLY-JOURNAL-ROW-EXIT
             UNTIL WS-JOURNAL-EOF.
      *
           CLOSE RUN-JOURNAL-FILE.
      *
           CLOSE SUSPENSE-FILE.
           IF FS-SUSPENSE NOT EQUAL ZEROS
               DISPLAY "ERROR CLOSING SUSPENSE FILE: " FS-SUSPENSE
               MOVE 8                  TO RETURN-CODE
               STOP RUN
           END-IF.
      *
           IF WS-SUMMARY-OPEN
               CLOSE SUMMARY-MASTER
           END-IF.
      *
           IF WS-REG-OPEN
               CLOSE POSTED-REG-FILE
           END-IF.
      *
           IF WS-HST-OPEN
               CLOSE TRANS-HISTORY-FILE
           END-IF
           .
       3000-APPLY-JOURNAL-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
       3100-APPLY-JOURNAL-ROW.
      *----------------------*
           EVALUATE TRUE
               WHEN JRN-IS-SUSPENSE
                   PERFORM 3400-RESTORE-SUSPENSE-ROW
                      THRU 3400-RESTORE-SUSPENSE-ROW-EXIT
               WHEN JRN-IS-SUMMARY
                   PERFORM 3200-RESTORE-SUMMARY-ROW
                      THRU 3200-RESTORE-SUMMARY-ROW-EXIT
               WHEN JRN-IS-REGISTER
                   PERFORM 3300-UNPOST-REGISTER-ID
                      THRU 3300-UNPOST-REGISTER-ID-EXIT
               WHEN JRN-IS-HISTORY
                   PERFORM 3500-REMOVE-HISTORY-ROW
                      THRU 3500-REMOVE-HISTORY-ROW-EXIT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
      *
           PERFORM 7200-READ-JOURNAL
              THRU 7200-READ-JOURNAL-EXIT
           .
       3100-APPLY-JOURNAL-ROW-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
       3200-RESTORE-SUMMARY-ROW.
      *------------------------*
      * THE MERGE WALKS CUSTOMERS IN CUST-ID ORDER, SO A CUSTOMER
      * JOURNALED TWICE (A RESTART REDOING THE INTERRUPTED CUSTOMER)
      * APPEARS TWICE IN A ROW - ONLY THE FIRST IMAGE IS THE ROW AS
      * IT STOOD BEFORE THE RUN
           IF JRN-SUM-CUST-ID = WS-LAST-SUM-CUST-ID
              AND WS-SUMMARY-RESTORED + WS-SUMMARY-REMOVED > ZEROES
               ADD 1                   TO WS-SUMMARY-DUPLICATES
               GO TO 3200-RESTORE-SUMMARY-ROW-EXIT
           END-IF.
           MOVE JRN-SUM-CUST-ID        TO WS-LAST-SUM-CUST-ID.
      *
           IF JRN-SUM-WAS-NEW
      * THE RUN CREATED THE ROW - TAKE IT AWAY AGAIN
               MOVE JRN-SUM-CUST-ID    TO SUM-CUST-ID
               DELETE SUMMARY-MASTER
               IF FS-SUMMARY NOT EQUAL ZEROS
                  AND FS-SUMMARY NOT EQUAL '23'
                   DISPLAY "ERROR DELETING SUMMARY MASTER: "
                                      FS-SUMMARY
                   MOVE 8              TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1                   TO WS-SUMMARY-REMOVED
               GO TO 3200-RESTORE-SUMMARY-ROW-EXIT
           END-IF.
      *
           MOVE JRN-SUM-IMAGE          TO SUMMARY-REC.
           REWRITE SUMMARY-REC.
           IF FS-SUMMARY EQUAL '23'
               WRITE SUMMARY-REC
           END-IF.
           IF FS-SUMMARY NOT EQUAL ZEROS
               DISPLAY "ERROR RESTORING SUMMARY MASTER: " FS-SUMMARY
               MOVE 8                  TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1                       TO WS-SUMMARY-RESTORED
           .
       3200-RESTORE-SUMMARY-ROW-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
       3300-UNPOST-REGISTER-ID.
      *-----------------------*
      * ONLY IDS THIS RUN ADDED ARE JOURNALED - AN ID ALREADY ON THE
      * REGISTER FROM AN EARLIER DAY STAYS. ONE ALREADY GONE WAS
      * PURGED OR REMOVED BY AN EARLIER ATTEMPT AT THIS BACK-OUT
           MOVE JRN-REG-TRANS-ID       TO REG-TRANS-ID.
           DELETE POSTED-REG-FILE.
           EVALUATE FS-POSTED-REG
               WHEN ZEROES
                   ADD 1               TO WS-REG-REMOVED
               WHEN '23'
                   ADD 1               TO WS-REG-NOT-FOUND
               WHEN OTHER
                   DISPLAY "ERROR DELETING POSTED REGISTER: "
                                      FS-POSTED-REG
                   MOVE 8              TO RETURN-CODE
                   STOP RUN
           END-EVALUATE
           .
       3300-UNPOST-REGISTER-ID-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
       3400-RESTORE-SUSPENSE-ROW.
      *-------------------------*
           MOVE JRN-SUSP-IMAGE         TO SUSPENSE-REC.
           WRITE SUSPENSE-REC.
           IF FS-SUSPENSE NOT EQUAL ZEROS
               DISPLAY "ERROR WRITING SUSPENSE FILE: " FS-SUSPENSE
               MOVE 8                  TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1                       TO WS-SUSPENSE-RESTORED
           .
       3400-RESTORE-SUSPENSE-ROW-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
       3500-REMOVE-HISTORY-ROW.
      *-----------------------*
      * ONLY ROWS THIS RUN ADDED ARE JOURNALED, AND A ROW IS ONLY
      * TAKEN AWAY WHILE IT STILL CARRIES THIS RUN'S NUMBER. ONE
      * ALREADY GONE WAS REMOVED BY AN EARLIER ATTEMPT AT THIS BACK-OUT
           MOVE JRN-HST-TRANS-ID       TO HST-TRANS-ID.
           READ TRANS-HISTORY-FILE.
           EVALUATE FS-TRANS-HISTORY
               WHEN ZEROES
                   CONTINUE
               WHEN '23'
                   ADD 1               TO WS-HST-NOT-FOUND
                   GO TO 3500-REMOVE-HISTORY-ROW-EXIT
               WHEN OTHER
                   DISPLAY "ERROR READING TRANSACTION HISTORY: "
                                      FS-TRANS-HISTORY
                   MOVE 8              TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
      *
           IF HST-RUN-NUMBER NOT EQUAL WS-REVERSE-RUN
               DISPLAY "WARNING: HISTORY ROW " HST-TRANS-ID
                       " BELONGS TO RUN " HST-RUN-NUMBER " - KEPT"
               ADD 1                   TO WS-HST-KEPT
                                          WS-WARNINGS
               GO TO 3500-REMOVE-HISTORY-ROW-EXIT
           END-IF.
      *
           DELETE TRANS-HISTORY-FILE.
           IF FS-TRANS-HISTORY NOT EQUAL ZEROS
               DISPLAY "ERROR DELETING TRANSACTION HISTORY: "
                                      FS-TRANS-HISTORY
               MOVE 8                  TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1                       TO WS-HST-REMOVED
           .
       3500-REMOVE-HISTORY-ROW-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
       4000-CLEAR-WRITEOFFS.
      *--------------------*
      * EVERY ITEM THE RUN WROTE OFF IS BACK IN THE RESTORED
      * SUSPENSE, SO THE WRITE-OFF FILE IS EMPTIED - BUT ONLY WHILE
      * IT STILL HOLDS EXACTLY THE RUN'S ROWS. ANY OTHER COUNT MEANS
      * A LATER RUN HAS REPLACED IT (OR IT WAS ALREADY CLEARED) AND
      * IT IS LEFT FOR REVENUE ACCOUNTING TO RECONCILE
           OPEN INPUT WRITEOFF-FILE.
           EVALUATE FS-WRITEOFF
               WHEN ZEROES
                   PERFORM UNTIL FS-WRITEOFF NOT EQUAL ZEROS
                       READ WRITEOFF-FILE
                           AT END
                               CONTINUE
                           NOT AT END
                               ADD 1   TO WS-WRITEOFF-ON-FILE
                       END-READ
                   END-PERFORM
                   CLOSE WRITEOFF-FILE
               WHEN '35'
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERROR OPENING WRITE-OFF FILE: " FS-WRITEOFF
                   MOVE 8              TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
      *
           IF WS-WRITEOFF-ON-FILE = ZEROES
               GO TO 4000-CLEAR-WRITEOFFS-EXIT
           END-IF.
      *
           IF WS-WRITEOFF-ON-FILE NOT EQUAL WS-JRN-WRITEOFF-COUNT
               DISPLAY "WARNING: WRITE-OFF FILE HAS "
                       WS-WRITEOFF-ON-FILE " ROWS BUT RUN "
                       WS-REVERSE-RUN " WROTE " WS-JRN-WRITEOFF-COUNT
               DISPLAY "THE FILE IS LEFT AS IT IS - RECONCILE IT "
                       "AGAINST THE RESTORED SUSPENSE"
               ADD 1                   TO WS-WARNINGS
               GO TO 4000-CLEAR-WRITEOFFS-EXIT
           END-IF.
      *
           OPEN OUTPUT WRITEOFF-FILE.
           CLOSE WRITEOFF-FILE.
           IF FS-WRITEOFF NOT EQUAL ZEROS
               DISPLAY "ERROR CLEARING WRITE-OFF FILE: " FS-WRITEOFF
               MOVE 8                  TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-WRITEOFF-ON-FILE    TO WS-WRITEOFF-CLEARED
           .
       4000-CLEAR-WRITEOFFS-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
       5000-REMOVE-DISPUTES.
      *--------------------*
      * A CASE THE RUN OPENED IS DROPPED WHILE IT IS STILL UNTOUCHED -
      * THE CHARGEBACK WILL OPEN IT AGAIN WHEN THE DAY IS RERUN. A
      * CASE THE DISPUTES TEAM HAS ALREADY WORKED IS KEPT AND LISTED
           OPEN I-O DISPUTE-MASTER.
           EVALUATE FS-DISPUTE
               WHEN ZEROES
                   CONTINUE
               WHEN '35'
                   GO TO 5000-REMOVE-DISPUTES-EXIT
               WHEN OTHER
                   DISPLAY "ERROR OPENING DISPUTE CASE FILE: "
                                      FS-DISPUTE
                   MOVE 8              TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
      *
           MOVE ZEROES                 TO DSP-TRANS-ID.
           START DISPUTE-MASTER KEY NOT LESS THAN DSP-TRANS-ID.
           IF FS-DISPUTE EQUAL ZEROS
               PERFORM 7400-READ-DISPUTE
                  THRU 7400-READ-DISPUTE-EXIT
               PERFORM 5100-CHECK-DISPUTE
                  THRU 5100-CHECK-DISPUTE-EXIT
                 UNTIL FS-DISPUTE NOT EQUAL ZEROS
           END-IF.
      *
           CLOSE DISPUTE-MASTER
           .
       5000-REMOVE-DISPUTES-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
       5100-CHECK-DISPUTE.
      *------------------*
           IF DSP-OPEN-RUN = WS-REVERSE-RUN
               IF DSP-IS-OPEN
                   DELETE DISPUTE-MASTER
                   IF FS-DISPUTE NOT EQUAL ZEROS
                       DISPLAY "ERROR DELETING DISPUTE CASE FILE: "
                                      FS-DISPUTE
                       MOVE 8          TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1               TO WS-DISPUTES-REMOVED
               ELSE
                   DISPLAY "WARNING: DISPUTE CASE " DSP-TRANS-ID
                           " STATUS " DSP-STATUS
                           " WAS ALREADY WORKED - KEPT"
                   ADD 1               TO WS-DISPUTES-KEPT
                   ADD 1               TO WS-WARNINGS
               END-IF
           END-IF.
      *
           PERFORM 7400-READ-DISPUTE
              THRU 7400-READ-DISPUTE-EXIT
           .
       5100-CHECK-DISPUTE-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
       6000-MARK-RUN-REVERSED.
      *----------------------*
      * COPY THE HISTORY TO THE WORK FILE WITH THE RUN'S STATUS
      * CHANGED, THEN COPY IT BACK. THE MERGE ONLY COMPARES AGAINST
      * SUCCESS ROWS, SO THE RUN'S INPUTS ARE NO LONGER "ALREADY
      * PROCESSED" AND THE DAY CAN BE RERUN WITHOUT FORCE_RERUN
           MOVE "N"                    TO WS-HISTORY-EOF-SW.
      *
           OPEN INPUT RUN-HISTORY-FILE.
           IF FS-RUN-HISTORY NOT EQUAL ZEROS
               DISPLAY "ERROR OPENING RUN HISTORY FILE: "
                                      FS-RUN-HISTORY
               MOVE 8                  TO RETURN-CODE
               STOP RUN
           END-IF.
      *
           OPEN OUTPUT RUN-HISTORY-WORK.
           IF FS-RUNH-WORK NOT EQUAL ZEROS
               DISPLAY "ERROR OPENING RUN HISTORY WORK FILE: "
                                      FS-RUNH-WORK
               MOVE 8                  TO RETURN-CODE
               STOP RUN
           END-IF.
      *
           PERFORM 7100-READ-RUN-HISTORY
              THRU 7100-READ-RUN-HISTORY-EXIT.
      *
           PERFORM 6100-COPY-TO-WORK
              THRU 6100-COPY-TO-WORK-EXIT
             UNTIL WS-HISTORY-EOF.
      *
           CLOSE RUN-HISTORY-FILE.
           CLOSE RUN-HISTORY-WORK.
      *
           OPEN INPUT RUN-HISTORY-WORK.
           IF FS-RUNH-WORK NOT EQUAL ZEROS
               DISPLAY "ERROR OPENING RUN HISTORY WORK FILE: "
                                      FS-RUNH-WORK
               MOVE 8                  TO RETURN-CODE
               STOP RUN
           END-IF.
      *
           OPEN OUTPUT RUN-HISTORY-FILE.
           IF FS-RUN-HISTORY NOT EQUAL ZEROS
               DISPLAY "ERROR OPENING RUN HISTORY FILE: "
                                      FS-RUN-HISTORY
               MOVE 8                  TO RETURN-CODE
               STOP RUN
           END-IF.
      *
           PERFORM UNTIL FS-RUNH-WORK NOT EQUAL ZEROS
               READ RUN-HISTORY-WORK
                   AT END
                       CONTINUE
                   NOT AT END
                       WRITE RUN-HISTORY-REC FROM RUNH-WORK-REC
                       IF FS-RUN-HISTORY NOT EQUAL ZEROS
                           DISPLAY "ERROR WRITING RUN HISTORY FILE: "
                                      FS-RUN-HISTORY
                           MOVE 8  TO RETURN-CODE
                           STOP RUN
                       END-IF
               END-READ
           END-PERFORM.
      *
           CLOSE RUN-HISTORY-WORK.
           CLOSE RUN-HISTORY-FILE.
           IF FS-RUN-HISTORY NOT EQUAL ZEROS
               DISPLAY "ERROR CLOSING RUN HISTORY FILE: "
                                      FS-RUN-HISTORY
               MOVE 8                  TO RETURN-CODE
               STOP RUN
           END-IF
           .
       6000-MARK-RUN-REVERSED-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
       6100-COPY-TO-WORK.
      *-----------------*
           IF RUNH-RUN-NUMBER NUMERIC
              AND RUNH-RUN-NUMBER = WS-REVERSE-RUN
              AND RUNH-STATUS = CT-RUN-SUCCESS
               MOVE CT-RUN-REVERSED    TO RUNH-STATUS
           END-IF.
      *
           WRITE RUNH-WORK-REC FROM RUN-HISTORY-REC.
           IF FS-RUNH-WORK NOT EQUAL ZEROS
               DISPLAY "ERROR WRITING RUN HISTORY WORK FILE: "
                                      FS-RUNH-WORK
               MOVE 8                  TO RETURN-CODE
               STOP RUN
           END-IF.
      *
           PERFORM 7100-READ-RUN-HISTORY
              THRU 7100-READ-RUN-HISTORY-EXIT
           .
       6100-COPY-TO-WORK-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
       7100-READ-RUN-HISTORY.
      *---------------------*
           READ RUN-HISTORY-FILE.
           EVALUATE FS-RUN-HISTORY
               WHEN ZEROES
                   ADD 1           TO WS-HISTORY-RECORDS
               WHEN '10'
                   SET WS-HISTORY-EOF
                                   TO TRUE
               WHEN OTHER
                   DISPLAY "ERROR READING RUN HISTORY FILE: "
                                      FS-RUN-HISTORY
                   MOVE 8          TO RETURN-CODE
                   STOP RUN
           END-EVALUATE
           .
       7100-READ-RUN-HISTORY-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
       7200-READ-JOURNAL.
      *-----------------*
           READ RUN-JOURNAL-FILE.
           EVALUATE FS-RUN-JOURNAL
               WHEN ZEROES
                   ADD 1           TO WS-JOURNAL-RECORDS
               WHEN '10'
                   SET WS-JOURNAL-EOF
                                   TO TRUE
               WHEN OTHER
                   DISPLAY "ERROR READING RUN JOURNAL FILE: "
                                      FS-RUN-JOURNAL
                   MOVE 8          TO RETURN-CODE
                   STOP RUN
           END-EVALUATE
           .
       7200-READ-JOURNAL-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
       7300-READ-GL-POSTING.
      *--------------------*
           READ GL-POSTING-FILE.
           EVALUATE FS-GL-POSTING
               WHEN ZEROES
                   CONTINUE
               WHEN '10'
                   SET WS-GL-EOF   TO TRUE
               WHEN OTHER
                   DISPLAY "ERROR READING GL POSTING FILE: "
                                      FS-GL-POSTING
                   MOVE 8          TO RETURN-CODE
                   STOP RUN
           END-EVALUATE
           .
       7300-READ-GL-POSTING-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
       7400-READ-DISPUTE.
      *-----------------*
           READ DISPUTE-MASTER NEXT RECORD.
           EVALUATE FS-DISPUTE
               WHEN ZEROES
               WHEN '10'
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERROR READING DISPUTE CASE FILE: "
                                      FS-DISPUTE
                   MOVE 8          TO RETURN-CODE
                   STOP RUN
           END-EVALUATE
           .
       7400-READ-DISPUTE-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
       9000-FINALIZE.
      *-------------*
           DISPLAY "RUN REVERSAL FINALIZATION STARTED".
      *
           DISPLAY ' '
           DISPLAY "********************************"
           DISPLAY " CONTROL PROGRAM run_reversal   "
           DISPLAY "********************************"
           DISPLAY " RUN BACKED OUT      :  " WS-REVERSE-RUN
           DISPLAY " JOURNAL      READ   :  " WS-JOURNAL-RECORDS
           DISPLAY "-------------------------------"
           DISPLAY " GL DETAILS REVERSED :  " WS-GL-REVERSED
           DISPLAY " SUMMARY RESTORED    :  " WS-SUMMARY-RESTORED
           DISPLAY " SUMMARY REMOVED     :  " WS-SUMMARY-REMOVED
           DISPLAY " SUMMARY DUPLICATES  :  " WS-SUMMARY-DUPLICATES
           DISPLAY " REGISTER IDS REMOVED:  " WS-REG-REMOVED
           DISPLAY " REGISTER NOT FOUND  :  " WS-REG-NOT-FOUND
           DISPLAY " HISTORY ROWS REMOVED:  " WS-HST-REMOVED
           DISPLAY " HISTORY NOT FOUND   :  " WS-HST-NOT-FOUND
           DISPLAY " HISTORY ROWS KEPT   :  " WS-HST-KEPT
           DISPLAY " SUSPENSE RESTORED   :  " WS-SUSPENSE-RESTORED
           DISPLAY " WRITE-OFFS CLEARED  :  " WS-WRITEOFF-CLEARED
           DISPLAY " DISPUTES REMOVED    :  " WS-DISPUTES-REMOVED
           DISPLAY " DISPUTES KEPT       :  " WS-DISPUTES-KEPT
           DISPLAY "-------------------------------"
      *
           IF WS-WARNINGS NOT EQUAL ZEROES
               DISPLAY "WARNING: RUN " WS-REVERSE-RUN
                       " BACKED OUT WITH ITEMS TO FOLLOW UP - SEE "
                       "THE MESSAGES ABOVE"
               MOVE 4                  TO RETURN-CODE
           END-IF
           .
       9000-FINALIZE-EXIT.
           EXIT.
