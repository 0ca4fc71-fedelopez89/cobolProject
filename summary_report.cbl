      *----------------------------------------------------------------*
      * OBJECTIVE: GENERATE SUMMARY REPORT                             *
      * WITH STATISTICS FOR CUSTOMERS AND TRANSACTIONS                 *
      * WITH PARTITION_ID SET THE RUN IS ONE OF SEVERAL COPIES RUNNING *
      * AT ONCE: IT TAKES ONLY THE CUST-ID RANGE THE PARTITION FILE    *
      * GIVES THAT PARTITION, WRITES ITS OUTPUTS UNDER A pNN_ PREFIX   *
      * AND LEAVES A PARTITION RESULT RECORD FOR summary_consolidate,  *
      * WHICH BUILDS THE NIGHT'S SINGLE SET OF OUTPUTS. THE SUMMARY    *
      * AND DISPUTE MASTERS ARE OPENED SHARED SO THE COPIES CAN ALL    *
      * UPDATE THEM; A LOCKED FILE OR RECORD IS WAITED FOR AND TRIED   *
      * AGAIN                                                          *
      *----------------------------------------------------------------*
      *
       ENVIRONMENT DIVISION.
                                   WS-DORMANT-FILENAME
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS FS-DORMANT.
      *
           SELECT CLOSED-FILE      ASSIGN TO DYNAMIC
                                   WS-CLOSED-FILENAME
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS FS-CLOSED.
      *
           SELECT SUSPENSE-IN-FILE ASSIGN TO DYNAMIC
                                   WS-SUSPENSE-IN-FILENAME
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
           SELECT SUMMARY-MASTER   ASSIGN TO DYNAMIC
                                   WS-SUMMARY-FILENAME
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE IS RANDOM
                                   RECORD KEY IS SUM-CUST-ID
                                   SHARING WITH ALL OTHER
                                   FILE STATUS IS FS-SUMMARY.
      *
           SELECT DISPUTE-MASTER   ASSIGN TO DYNAMIC
                                   WS-DISPUTE-FILENAME
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE IS RANDOM
                                   RECORD KEY IS DSP-TRANS-ID
                                   SHARING WITH ALL OTHER
                                   FILE STATUS IS FS-DISPUTE.
      *
           SELECT RUN-JOURNAL-FILE ASSIGN TO DYNAMIC
                                   WS-RUN-JOURNAL-FILENAME
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS FS-RUN-JOURNAL.
      *
           SELECT PARTITION-FILE   ASSIGN TO DYNAMIC
                                   WS-PARTITION-FILENAME
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS FS-PARTITION.
      *
           SELECT PARTITION-RESULT-FILE
                                   ASSIGN TO DYNAMIC
                                   WS-PARTITION-RESULT-FILENAME
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS FS-PARTITION-RESULT.
      *
      ******************************************************************
      *                  DATA DIVISION                                 *
           05 CUST-NAME                    PIC X(50).
           05 CUST-EMAIL                   PIC X(100).
           05 CUST-SIGNUP                  PIC X(10).
           05 CUST-STATUS                  PIC X(01).
               88 CUST-IS-FROZEN                VALUE "F".
               88 CUST-IS-CLOSED                VALUE "C".
           05 CUST-STATUS-DATE             PIC X(10).
      *         
      *----------------------------------------------------------------*
      * INPUT FILE: TRANSACTION                                        *
           05 CP-SUP-SEG-SKIPS              PIC 9(06).
           05 CP-DEL38                      PIC X(01) VALUE ";".
           05 CP-PENDING-REG-RECS           PIC 9(08).
           05 CP-DEL39                      PIC X(01) VALUE ";".
           05 CP-CLOSED-RECS                PIC 9(06).
           05 CP-DEL40                      PIC X(01) VALUE ";".
           05 CP-CLOSED-DORM-SKIPS          PIC 9(06).
      *
      *----------------------------------------------------------------*
      * OUTPUT FILE: DORMANT CUSTOMER OUTREACH (CUSTOMERS WITH NO      *
           05 DORMANT-EMAIL                 PIC X(100).
      *
      *----------------------------------------------------------------*
      * OUTPUT FILE: CLOSED ACCOUNTS - EVERY CUSTOMER WHOSE STATUS IS *
      * CLOSED, WITH THE CLOSE DATE AND WHETHER ANY ACTIVITY DATED    *
      * BEFORE THE CLOSE STILL POSTED THIS RUN. A CLOSED CUSTOMER     *
      * WITH NO ACTIVITY IS LISTED HERE, NOT ON THE DORMANT OUTREACH  *
      *----------------------------------------------------------------*
       FD  CLOSED-FILE
           RECORDING MODE IS F.
       01 CLOSED-REC.
           05 CLOSED-ID                     PIC 9(06).
           05 CLOSED-DEL1                   PIC X(01) VALUE ";".
           05 CLOSED-NAME                   PIC X(50).
           05 CLOSED-DEL2                   PIC X(01) VALUE ";".
           05 CLOSED-DATE                   PIC X(10).
           05 CLOSED-DEL3                   PIC X(01) VALUE ";".
           05 CLOSED-ACTIVITY               PIC X(01).
           05 CLOSED-DEL4                   PIC X(01) VALUE ";".
           05 CLOSED-TOTAL-TRX              PIC 9(06).
           05 CLOSED-DEL5                   PIC X(01) VALUE ";".
           05 CLOSED-REVENUE-NET            PIC S9(10)V99
                                            SIGN LEADING SEPARATE.
      *
      *----------------------------------------------------------------*
      * INPUT FILE: SUSPENSE CARRIED FORWARD FROM THE PRIOR RUN        *
      * (UNMATCHED TRANSACTIONS IN TRANS-CUST-ID SEQUENCE, EACH WITH   *
      * THE DATE IT WAS FIRST SEEN - MERGED WITH TODAY'S TRANSACTION   *
       01 SRMP-REC                         PIC X(98).
      *
      *----------------------------------------------------------------*
      * OUTPUT FILE: PENDING POSTED TRANSACTIONS - ONE ROW PER        *
      * TRANSACTION COUNTED THIS RUN, WITH ITS HOME-CURRENCY AMOUNT.  *
      * ONLY A SUCCESSFUL, BALANCED RUN FOLDS THEM INTO THE POSTED    *
      * REGISTER AND THE TRANSACTION HISTORY, SO A FAILED DAY CAN BE  *
      * RERUN WITHOUT ITS TRANSACTIONS REJECTING AS ALREADY POSTED    *
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
      * I-O FILE: POSTED-TRANSACTION REGISTER KEYED ON TRANS-ID -     *
           05 REG-POST-DATE                 PIC 9(08).
      *
      *----------------------------------------------------------------*
      * I-O FILE: PERMANENT TRANSACTION HISTORY KEYED ON TRANS-ID,    *
      * WITH AN ALTERNATE KEY ON CUSTOMER AND TRANS-DATE FOR THE      *
      * INQUIRY'S DATE-RANGE LIST. ONE ROW PER TRANSACTION A BALANCED *
      * RUN COUNTED, STAMPED WITH THE RUN NUMBER THAT POSTED IT. A    *
      * TRANSACTION ALREADY ON FILE KEEPS ITS ORIGINAL ROW            *
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
      * I-O FILE: INDEXED CUSTOMER SUMMARY MASTER KEYED ON CUST-ID -   *
      * THE PER-CUSTOMER FIGURES FROM THE LATEST RUN, REPLACED IN      *
      * PLACE EACH RUN SO THE INQUIRY PROGRAM CAN ANSWER A SINGLE-     *
           05 SUM-TIER-NAME                 PIC X(20).
           05 SUM-CUST-EMAIL                PIC X(100).
      *
      *----------------------------------------------------------------*
      * I-O FILE: CHARGEBACK DISPUTE CASE MASTER KEYED ON TRANS-ID -  *
      * ONE CASE PER CHARGEBACK THIS MERGE COUNTS, OPENED WITH THE    *
      * CARD-NETWORK RESPONSE DEADLINE. THE DISPUTES TEAM WORKS THE   *
      * CASES THROUGH dispute_maint; A CASE ALREADY ON FILE (A RERUN  *
      * OR RESTART OF THE SAME FEED) IS LEFT EXACTLY AS IT STANDS     *
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
      * OUTPUT FILE: RUN JOURNAL - EVERYTHING A BACK-OUT OF THIS RUN  *
      * NEEDS TO PUT BACK: THE SUSPENSE CARRIED INTO THE RUN (P), THE *
      * SUMMARY MASTER ROWS AS THEY STOOD BEFORE THE RUN REPLACED     *
      * THEM (S), THE IDS THE RUN ADDED TO THE POSTED REGISTER (R)    *
      * AND TO THE TRANSACTION HISTORY (H)                            *
      * AND, ONLY WHEN THE RUN ENDS CLEAN, A TRAILER (T) NAMING THE   *
      * RUN, ITS GL TOTALS AND ITS WRITE-OFF COUNT. OPERATIONS        *
      * ARCHIVES IT WITH THE DAY'S GL EXTRACT                         *
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
      * INPUT FILE: PARTITION PARAMETERS - ONE ROW PER PARTITION OF A *
      * PARTITIONED NIGHT: PARTITION NUMBER AND THE LOWEST AND        *
      * HIGHEST CUST-ID IT OWNS. OPERATIONS MAINTAINS IT; THE RANGES  *
      * MUST TOGETHER COVER EVERY CUST-ID EXACTLY ONCE                *
      *----------------------------------------------------------------*
       FD  PARTITION-FILE.
       01 PARTITION-REC.
           05 PRT-PARTITION-ID              PIC 9(02).
           05 PRT-LOW-CUST-ID               PIC 9(06).
           05 PRT-HIGH-CUST-ID              PIC 9(06).
      *
      *----------------------------------------------------------------*
      * OUTPUT FILE: PARTITION RESULT - WRITTEN ONCE, WHEN A          *
      * PARTITION RUN ENDS, WHATEVER THE OUTCOME. CARRIES THE RUN     *
      * COUNTERS, GRAND AND GL TOTALS, THE TIER/CURRENCY/PERIOD       *
      * ACCUMULATORS AND THE NAMES OF THE FILES THE PARTITION WROTE,  *
      * SO summary_consolidate CAN BUILD AND CROSS-FOOT THE NIGHT'S   *
      * OUTPUTS. EMPTIED WHEN THE PARTITION STARTS, SO A PARTITION    *
      * THAT NEVER FINISHED CANNOT LEAVE A RESULT BEHIND.             *
      * LAYOUT MUST MATCH summary_consolidate EXACTLY                 *
      *----------------------------------------------------------------*
       FD  PARTITION-RESULT-FILE
           RECORDING MODE IS F.
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
      *
      ******************************************************************
      *                  WORKING STORAGE                               *
      ******************************************************************
                                         "checkpoint.dat".
           05  WS-DORMANT-FILENAME      PIC X(100) VALUE
                                         "dormant_customers.csv".
           05  WS-CLOSED-FILENAME       PIC X(100) VALUE
                                         "closed_customers.csv".
           05  WS-SUSPENSE-IN-FILENAME  PIC X(100) VALUE
                                         "suspense_data.dat".
           05  WS-SUSPENSE-OUT-FILENAME PIC X(100) VALUE
                                         "register_pending.dat".
           05  WS-POSTED-REG-FILENAME   PIC X(100) VALUE
                                         "posted_register.idx".
           05  WS-TRANS-HISTORY-FILENAME
                                        PIC X(100) VALUE
                                         "trans_history.idx".
           05  WS-DISPUTE-FILENAME      PIC X(100) VALUE
                                         "dispute_cases.idx".
           05  WS-RUN-JOURNAL-FILENAME  PIC X(100) VALUE
                                         "run_journal.dat".
           05  WS-PARTITION-FILENAME    PIC X(100) VALUE
                                         "partitions.dat".
           05  WS-PARTITION-RESULT-FILENAME
                                        PIC X(100) VALUE
                                         "partition_result.dat".
           05  WS-ENV-OVERRIDE          PIC X(100) VALUE SPACES.
      *----------------------------------------------------------------*
      * STATUS VARIABLES                                               *
           05  FS-EXCEPTION            PIC X(2) VALUE SPACES.
           05  FS-CHECKPOINT           PIC X(2) VALUE SPACES.
           05  FS-DORMANT              PIC X(2) VALUE SPACES.
           05  FS-CLOSED               PIC X(2) VALUE SPACES.
           05  FS-SUSPENSE-IN          PIC X(2) VALUE SPACES.
           05  FS-SUSPENSE-OUT         PIC X(2) VALUE SPACES.
           05  FS-WRITEOFF             PIC X(2) VALUE SPACES.
           05  FS-SUSP-REMAP           PIC X(2) VALUE SPACES.
           05  FS-PENDING-REG          PIC X(2) VALUE SPACES.
           05  FS-POSTED-REG           PIC X(2) VALUE SPACES.
           05  FS-TRANS-HISTORY        PIC X(2) VALUE SPACES.
           05  FS-DISPUTE              PIC X(2) VALUE SPACES.
           05  FS-RUN-JOURNAL          PIC X(2) VALUE SPACES.
           05  FS-PARTITION            PIC X(2) VALUE SPACES.
           05  FS-PARTITION-RESULT     PIC X(2) VALUE SPACES.
      *----------------------------------------------------------------*
      * ACCUMULATORS FOR STATISTICS                                    *
      *----------------------------------------------------------------*
                                       PIC 9(06) VALUE 0.
           05  WS-SUPPRESS-SEGMENT-SKIPS
                                       PIC 9(06) VALUE 0.
           05  WS-CLOSED-RECORDS       PIC 9(06) VALUE 0.
           05  WS-CLOSED-DORMANT-SKIPS PIC 9(06) VALUE 0.
           05  WS-CLOSED-ACTIVITY-SW   PIC X(01) VALUE "N".
               88  WS-CLOSED-HAD-ACTIVITY      VALUE "Y".
      *----------------------------------------------------------------*
      * SEQUENCE-CHECK CONTROLS                                        *
      *----------------------------------------------------------------*
           05  WS-REG-CUTOFF-DATE       PIC 9(08) VALUE 0.
           05  WS-REG-PURGED            PIC 9(08) VALUE 0.
           05  WS-REG-ADDED             PIC 9(08) VALUE 0.
           05  WS-HST-ADDED             PIC 9(08) VALUE 0.
           05  WS-HST-ON-FILE           PIC 9(08) VALUE 0.
      *----------------------------------------------------------------*
      * DISPUTE CASE CONTROLS - EVERY CHARGEBACK COUNTED OPENS A CASE *
      * WHOSE RESPONSE IS DUE WS-DISPUTE-RESPONSE-DAYS AFTER THE      *
      * CHARGEBACK'S TRANS-DATE (THE RUN DATE IF THE FEED DATE CANNOT *
      * BE READ AS A DATE)                                            *
      *----------------------------------------------------------------*
       01  WS-DISPUTE-CONTROL.
           05  WS-DISPUTE-RESPONSE-DAYS PIC 9(03) VALUE 30.
           05  WS-DISPUTES-OPENED       PIC 9(06) VALUE 0.
           05  WS-DISPUTES-ON-FILE      PIC 9(06) VALUE 0.
           05  WS-DSP-BASE-DATE         PIC 9(08) VALUE 0.
           05  WS-DSP-BASE-INT          PIC 9(08) COMP VALUE 0.
      *----------------------------------------------------------------*
      * RUN JOURNAL CONTROLS - ROWS WRITTEN THIS EXECUTION (A RESTART *
      * APPENDS, SO THE FILE MAY HOLD MORE)                           *
      *----------------------------------------------------------------*
       01  WS-RUN-JOURNAL-CONTROL.
           05  WS-JRN-SUSP-RECORDS      PIC 9(08) VALUE 0.
           05  WS-JRN-SUMMARY-RECORDS   PIC 9(08) VALUE 0.
           05  WS-JRN-REG-RECORDS       PIC 9(08) VALUE 0.
           05  WS-JRN-HST-RECORDS       PIC 9(08) VALUE 0.
      *----------------------------------------------------------------*
      * CROSS-REFERENCE CONTROLS - THE MAINTENANCE MERGE XREF IS      *
      * LOADED AT INITIALIZATION. WHEN IT HAS ENTRIES THE TRANSACTION *
           05  WS-CNT-REPORT-TOTAL      PIC 9(08) VALUE 0.
           05  WS-CNT-EXCEPTION         PIC 9(08) VALUE 0.
           05  WS-CNT-DORMANT           PIC 9(08) VALUE 0.
           05  WS-CNT-CLOSED            PIC 9(08) VALUE 0.
           05  WS-CNT-SUSPENSE          PIC 9(08) VALUE 0.
           05  WS-CNT-WRITEOFF          PIC 9(08) VALUE 0.
           05  WS-CNT-GL-DETAIL         PIC 9(08) VALUE 0.
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
               10  WS-PA-SWAP-CHGBCK    PIC S9(10)V99.
               10  WS-PA-SWAP-ADJUST    PIC S9(10)V99.
      *----------------------------------------------------------------*
      * PARTITION CONTROLS - A PARTITIONED RUN READS THE WHOLE        *
      * CUSTOMER, TRANSACTION AND SUSPENSE FILES BUT SKIPS EVERY      *
      * RECORD BELOW ITS RANGE AND STOPS AT THE FIRST ONE ABOVE IT.   *
      * ITS OWN OUTPUT AND WORK FILES ARE PREFIXED pNN_ SO SEVERAL    *
      * COPIES CAN SHARE ONE DIRECTORY                                *
      *----------------------------------------------------------------*
       01  WS-PARTITION-CONTROL.
           05  WS-PARTITION-SW          PIC X(01) VALUE "N".
               88  WS-PARTITION-MODE            VALUE "Y".
           05  WS-PARTITION-ID          PIC 9(02) VALUE 0.
           05  WS-PART-LOW-ID           PIC 9(06) VALUE 0.
           05  WS-PART-HIGH-ID          PIC 9(06) VALUE 0.
           05  WS-PART-FOUND-SW         PIC X(01) VALUE "N".
               88  WS-PART-FOUND                VALUE "Y".
           05  WS-PART-TAIL             PIC 9(03) COMP VALUE 0.
           05  WS-PART-DIR-LEN          PIC 9(03) COMP VALUE 0.
           05  WS-PART-NAME-WORK        PIC X(100) VALUE SPACES.
           05  WS-PART-NAME-REV         PIC X(100) VALUE SPACES.
           05  WS-PART-NAME-NEW         PIC X(100) VALUE SPACES.
      *----------------------------------------------------------------*
      * SHARED MASTER CONTROLS - EVERY PARTITION HOLDS THE SUMMARY     *
      * AND DISPUTE MASTERS OPEN AT ONCE. A FILE OR RECORD ANOTHER     *
      * COPY HAS LOCKED ('61' ON OPEN, '51' ON A RECORD) IS TRIED      *
      * AGAIN AFTER A SHORT WAIT, UP TO THE TRY LIMIT, BEFORE THE      *
      * STATUS IS ACTED ON                                             *
      *----------------------------------------------------------------*
       01  WS-LOCK-CONTROL.
           05  WS-LOCK-TRIES            PIC 9(03) COMP VALUE 0.
           05  WS-LOCK-MAX-TRIES        PIC 9(03) COMP VALUE 30.
           05  WS-LOCK-WAIT-SECS        PIC 9(04) COMP VALUE 2.
      *----------------------------------------------------------------*
      * CHECKPOINT / RESTART CONTROLS                                  *
      *----------------------------------------------------------------*
       01  WS-CHECKPOINT-CONTROL.
                                          "FAILED-GLBAL".
           05  CT-RUN-FAILED-BAL       PIC X(12) VALUE
                                          "FAILED-BAL".
           05  CT-DSP-OPEN             PIC X(01) VALUE "O".
           05  CT-DSP-OPEN-USER        PIC X(08) VALUE "MERGE".
      *
      ******************************************************************
      *                     PROCEDURE DIVISION                         *
           PERFORM 1100-RESOLVE-FILENAMES
              THRU 1100-RESOLVE-FILENAMES-EXIT.
      *
      * A PARTITION RENAMES ITS OUTPUT AND WORK FILES BEFORE ANY OF
      * THEM IS OPENED, THE CHECKPOINT INCLUDED
           IF WS-PARTITION-MODE
               PERFORM 1180-LOAD-PARTITION
                  THRU 1180-LOAD-PARTITION-EXIT
           END-IF.
      *
      * THE MAINTENANCE MERGE XREF IS APPLIED BEFORE ANYTHING ELSE
      * TOUCHES THE TRANSACTION OR SUSPENSE FILES, SO THE CHECKPOINT
      * COMPARISON, THE RUN-HISTORY PRE-SCAN AND THE MERGE ALL SEE
               DISPLAY "ERROR OPENING DORMANT FILE: " FS-DORMANT
               STOP RUN
           END-IF.
      *
           IF WS-IS-RESTART
               OPEN EXTEND CLOSED-FILE
               IF FS-CLOSED EQUAL '35'
                   OPEN OUTPUT CLOSED-FILE
               END-IF
           ELSE
               OPEN OUTPUT CLOSED-FILE
           END-IF.
           IF FS-CLOSED NOT EQUAL ZEROS
               DISPLAY "ERROR OPENING CLOSED ACCOUNT FILE: " FS-CLOSED
               STOP RUN
           END-IF.
      *
           PERFORM 1940-OPEN-RUN-JOURNAL
              THRU 1940-OPEN-RUN-JOURNAL-EXIT.
      *
           OPEN INPUT SUSPENSE-IN-FILE.
           EVALUATE FS-SUSPENSE-IN
      *
      * THE SUMMARY MASTER IS A CONVENIENCE COPY FOR THE INQUIRY
      * PROGRAM, NOT BOOKS OF RECORD - IF IT CANNOT OPEN, WARN AND
      * RUN ON WITHOUT IT RATHER THAN HOLDING UP THE NIGHT'S REPORT.
      * A PARTITION CANNOT: WITHOUT ITS SUMMARY JOURNAL ROWS THE
      * CONSOLIDATED RUN COULD NOT BE BACKED OUT, SO IT STOPS
           MOVE ZEROES                 TO WS-LOCK-TRIES.
           PERFORM 1950-OPEN-SUMMARY-MASTER
              THRU 1950-OPEN-SUMMARY-MASTER-EXIT.
           PERFORM 1950-OPEN-SUMMARY-MASTER
              THRU 1950-OPEN-SUMMARY-MASTER-EXIT
             UNTIL FS-SUMMARY NOT EQUAL '61'
                OR WS-LOCK-TRIES NOT LESS THAN WS-LOCK-MAX-TRIES.
           IF FS-SUMMARY EQUAL ZEROS
               SET WS-SUMMARY-ACTIVE   TO TRUE
           ELSE
               IF WS-PARTITION-MODE
                   DISPLAY "ERROR OPENING SUMMARY MASTER: " FS-SUMMARY
                   MOVE 8              TO RETURN-CODE
                   STOP RUN
               END-IF
               DISPLAY "WARNING: SUMMARY MASTER UNAVAILABLE - "
                       "STATUS " FS-SUMMARY
               DISPLAY "THE RUN CONTINUES BUT CUSTOMER INQUIRIES "
                       "WILL BE STALE UNTIL THE NEXT GOOD RUN"
           END-IF.
      *
      * UNLIKE THE SUMMARY MASTER THE CASE FILE IS WORKED BY THE
      * DISPUTES TEAM - A CHARGEBACK WITH NO CASE IS A MISSED
      * DEADLINE, SO THE RUN DOES NOT GO ON WITHOUT IT
           MOVE ZEROES                 TO WS-LOCK-TRIES.
           PERFORM 1960-OPEN-DISPUTE-MASTER
              THRU 1960-OPEN-DISPUTE-MASTER-EXIT.
           PERFORM 1960-OPEN-DISPUTE-MASTER
              THRU 1960-OPEN-DISPUTE-MASTER-EXIT
             UNTIL FS-DISPUTE NOT EQUAL '61'
                OR WS-LOCK-TRIES NOT LESS THAN WS-LOCK-MAX-TRIES.
           IF FS-DISPUTE NOT EQUAL ZEROS
               DISPLAY "ERROR OPENING DISPUTE CASE FILE: " FS-DISPUTE
               MOVE 8                  TO RETURN-CODE
               STOP RUN
           END-IF.
      *
           IF NOT WS-IS-RESTART
               PERFORM 8000-WRITE-REPORT-HEADER
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
           DISPLAY "PERIOD_START" UPON ENVIRONMENT-NAME
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
           DISPLAY "DISPUTE_FILE" UPON ENVIRONMENT-NAME
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE
           IF WS-ENV-OVERRIDE NOT EQUAL SPACES
               MOVE WS-ENV-OVERRIDE     TO WS-DISPUTE-FILENAME
           END-IF.
      *
           MOVE SPACES                 TO WS-ENV-OVERRIDE
           DISPLAY "DISPUTE_RESPONSE_DAYS" UPON ENVIRONMENT-NAME
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE
           IF WS-ENV-OVERRIDE NOT EQUAL SPACES
               COMPUTE WS-DISPUTE-RESPONSE-DAYS =
                   FUNCTION NUMVAL(WS-ENV-OVERRIDE)
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
           DISPLAY "XREF_FILE" UPON ENVIRONMENT-NAME
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE
           IF WS-ENV-OVERRIDE(1:1) EQUAL "Y"
               SET WS-FORCE-RERUN       TO TRUE
           END-IF.
      *
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
           DISPLAY "PARTITION_ID" UPON ENVIRONMENT-NAME
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE
           IF WS-ENV-OVERRIDE NOT EQUAL SPACES
               COMPUTE WS-PARTITION-ID =
                   FUNCTION NUMVAL(WS-ENV-OVERRIDE)
               IF WS-PARTITION-ID = ZEROES
                   DISPLAY "ERROR: PARTITION_ID MUST BE 01 TO 99 - "
                           "GOT " WS-ENV-OVERRIDE(1:10)
                   MOVE 8              TO RETURN-CODE
                   STOP RUN
               END-IF
               SET WS-PARTITION-MODE    TO TRUE
           END-IF
           .
       1100-RESOLVE-FILENAMES-EXIT.
       1175-MERGE-SUSP-REMAP-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
       1180-LOAD-PARTITION.
      *-------------------*
      * FIND THIS PARTITION'S CUST-ID RANGE, EMPTY ANY RESULT LEFT BY
      * AN EARLIER NIGHT AND PREFIX EVERY FILE THIS COPY WRITES.
      * THE SHARED INPUTS, THE RUN HISTORY AND THE INDEXED MASTERS
      * KEEP THEIR NAMES - THE MASTERS ARE KEYED ON CUST-ID OR
      * TRANS-ID, SO THE PARTITIONS NEVER TOUCH THE SAME RECORD
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
                       IF PRT-PARTITION-ID = WS-PARTITION-ID
                           IF WS-PART-FOUND
                               DISPLAY "ERROR: PARTITION "
                                       WS-PARTITION-ID
                                       " IS ON THE PARTITION FILE "
                                       "MORE THAN ONCE"
                               MOVE 8  TO RETURN-CODE
                               STOP RUN
                           END-IF
                           SET WS-PART-FOUND
                                       TO TRUE
                           MOVE PRT-LOW-CUST-ID
                                       TO WS-PART-LOW-ID
                           MOVE PRT-HIGH-CUST-ID
                                       TO WS-PART-HIGH-ID
                       END-IF
               END-READ
           END-PERFORM.
      *
           CLOSE PARTITION-FILE.
      *
           IF NOT WS-PART-FOUND
               DISPLAY "ERROR: PARTITION " WS-PARTITION-ID
                       " IS NOT ON THE PARTITION FILE "
                       WS-PARTITION-FILENAME
               MOVE 8                  TO RETURN-CODE
               STOP RUN
           END-IF.
      *
           IF WS-PART-LOW-ID > WS-PART-HIGH-ID
               DISPLAY "ERROR: PARTITION " WS-PARTITION-ID
                       " RANGE " WS-PART-LOW-ID "-" WS-PART-HIGH-ID
                       " IS BACKWARDS"
               MOVE 8                  TO RETURN-CODE
               STOP RUN
           END-IF.
      *
           DISPLAY "PARTITION " WS-PARTITION-ID ": CUST-ID "
                   WS-PART-LOW-ID " THRU " WS-PART-HIGH-ID.
      *
           MOVE WS-REPORT-FILENAME     TO WS-PART-NAME-WORK
           PERFORM 1190-PREFIX-PARTITION-NAME
              THRU 1190-PREFIX-PARTITION-NAME-EXIT
           MOVE WS-PART-NAME-NEW       TO WS-REPORT-FILENAME.
           MOVE WS-EXCEPTION-FILENAME  TO WS-PART-NAME-WORK
           PERFORM 1190-PREFIX-PARTITION-NAME
              THRU 1190-PREFIX-PARTITION-NAME-EXIT
           MOVE WS-PART-NAME-NEW       TO WS-EXCEPTION-FILENAME.
           MOVE WS-CHECKPOINT-FILENAME TO WS-PART-NAME-WORK
           PERFORM 1190-PREFIX-PARTITION-NAME
              THRU 1190-PREFIX-PARTITION-NAME-EXIT
           MOVE WS-PART-NAME-NEW       TO WS-CHECKPOINT-FILENAME.
           MOVE WS-DORMANT-FILENAME    TO WS-PART-NAME-WORK
           PERFORM 1190-PREFIX-PARTITION-NAME
              THRU 1190-PREFIX-PARTITION-NAME-EXIT
           MOVE WS-PART-NAME-NEW       TO WS-DORMANT-FILENAME.
           MOVE WS-CLOSED-FILENAME     TO WS-PART-NAME-WORK
           PERFORM 1190-PREFIX-PARTITION-NAME
              THRU 1190-PREFIX-PARTITION-NAME-EXIT
           MOVE WS-PART-NAME-NEW       TO WS-CLOSED-FILENAME.
           MOVE WS-SUSPENSE-OUT-FILENAME
                                       TO WS-PART-NAME-WORK
           PERFORM 1190-PREFIX-PARTITION-NAME
              THRU 1190-PREFIX-PARTITION-NAME-EXIT
           MOVE WS-PART-NAME-NEW       TO WS-SUSPENSE-OUT-FILENAME.
           MOVE WS-WRITEOFF-FILENAME   TO WS-PART-NAME-WORK
           PERFORM 1190-PREFIX-PARTITION-NAME
              THRU 1190-PREFIX-PARTITION-NAME-EXIT
           MOVE WS-PART-NAME-NEW       TO WS-WRITEOFF-FILENAME.
           MOVE WS-GL-POSTING-FILENAME TO WS-PART-NAME-WORK
           PERFORM 1190-PREFIX-PARTITION-NAME
              THRU 1190-PREFIX-PARTITION-NAME-EXIT
           MOVE WS-PART-NAME-NEW       TO WS-GL-POSTING-FILENAME.
           MOVE WS-SEGMENT-FILENAME    TO WS-PART-NAME-WORK
           PERFORM 1190-PREFIX-PARTITION-NAME
              THRU 1190-PREFIX-PARTITION-NAME-EXIT
           MOVE WS-PART-NAME-NEW       TO WS-SEGMENT-FILENAME.
           MOVE WS-WATCHLIST-FILENAME  TO WS-PART-NAME-WORK
           PERFORM 1190-PREFIX-PARTITION-NAME
              THRU 1190-PREFIX-PARTITION-NAME-EXIT
           MOVE WS-PART-NAME-NEW       TO WS-WATCHLIST-FILENAME.
           MOVE WS-CONTROL-FILENAME    TO WS-PART-NAME-WORK
           PERFORM 1190-PREFIX-PARTITION-NAME
              THRU 1190-PREFIX-PARTITION-NAME-EXIT
           MOVE WS-PART-NAME-NEW       TO WS-CONTROL-FILENAME.
           MOVE WS-REMAP-WORK-FILENAME TO WS-PART-NAME-WORK
           PERFORM 1190-PREFIX-PARTITION-NAME
              THRU 1190-PREFIX-PARTITION-NAME-EXIT
           MOVE WS-PART-NAME-NEW       TO WS-REMAP-WORK-FILENAME.
           MOVE WS-TRANS-REMAP-FILENAME
                                       TO WS-PART-NAME-WORK
           PERFORM 1190-PREFIX-PARTITION-NAME
              THRU 1190-PREFIX-PARTITION-NAME-EXIT
           MOVE WS-PART-NAME-NEW       TO WS-TRANS-REMAP-FILENAME.
           MOVE WS-SUSP-REMAP-FILENAME TO WS-PART-NAME-WORK
           PERFORM 1190-PREFIX-PARTITION-NAME
              THRU 1190-PREFIX-PARTITION-NAME-EXIT
           MOVE WS-PART-NAME-NEW       TO WS-SUSP-REMAP-FILENAME.
           MOVE WS-PENDING-REG-FILENAME
                                       TO WS-PART-NAME-WORK
           PERFORM 1190-PREFIX-PARTITION-NAME
              THRU 1190-PREFIX-PARTITION-NAME-EXIT
           MOVE WS-PART-NAME-NEW       TO WS-PENDING-REG-FILENAME.
           MOVE WS-RUN-JOURNAL-FILENAME
                                       TO WS-PART-NAME-WORK
           PERFORM 1190-PREFIX-PARTITION-NAME
              THRU 1190-PREFIX-PARTITION-NAME-EXIT
           MOVE WS-PART-NAME-NEW       TO WS-RUN-JOURNAL-FILENAME.
           MOVE WS-PARTITION-RESULT-FILENAME
                                       TO WS-PART-NAME-WORK
           PERFORM 1190-PREFIX-PARTITION-NAME
              THRU 1190-PREFIX-PARTITION-NAME-EXIT
           MOVE WS-PART-NAME-NEW       TO WS-PARTITION-RESULT-FILENAME.
      *
           OPEN OUTPUT PARTITION-RESULT-FILE.
           IF FS-PARTITION-RESULT NOT EQUAL ZEROS
               DISPLAY "ERROR OPENING PARTITION RESULT FILE: "
                                      FS-PARTITION-RESULT
               MOVE 8                  TO RETURN-CODE
               STOP RUN
           END-IF.
           CLOSE PARTITION-RESULT-FILE
           .
       1180-LOAD-PARTITION-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
       1190-PREFIX-PARTITION-NAME.
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
       1190-PREFIX-PARTITION-NAME-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
       1200-CHECK-RESTART.
      *--------------------*
                               MOVE CP-PENDING-REG-RECS
                                        TO WS-PENDING-REG-RECORDS
                           END-IF
                           IF CP-CLOSED-RECS NUMERIC
                               MOVE CP-CLOSED-RECS
                                        TO WS-CLOSED-RECORDS
                           END-IF
                           IF CP-CLOSED-DORM-SKIPS NUMERIC
                               MOVE CP-CLOSED-DORM-SKIPS
                                        TO WS-CLOSED-DORMANT-SKIPS
                           END-IF
                   END-READ
                   CLOSE CHECKPOINT-FILE
               WHEN '35'
           MOVE WS-SUPPRESS-SEGMENT-SKIPS
                                       TO CP-SUP-SEG-SKIPS
           MOVE WS-PENDING-REG-RECORDS TO CP-PENDING-REG-RECS
           MOVE WS-CLOSED-RECORDS      TO CP-CLOSED-RECS
           MOVE WS-CLOSED-DORMANT-SKIPS
                                       TO CP-CLOSED-DORM-SKIPS
           MOVE CT-DELIMITED-CHARACTER TO CP-DEL1  CP-DEL2  CP-DEL3
                                          CP-DEL4  CP-DEL5  CP-DEL6
                                          CP-DEL7  CP-DEL8  CP-DEL9
                                          CP-DEL30 CP-DEL31 CP-DEL32
                                          CP-DEL33 CP-DEL34 CP-DEL35
                                          CP-DEL36 CP-DEL37 CP-DEL38
                                          CP-DEL39 CP-DEL40
      *
           WRITE CHECKPOINT-REC.
           IF FS-CHECKPOINT NOT EQUAL ZEROS
       1930-CHECK-PENDING-REPLAY-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
       1940-OPEN-RUN-JOURNAL.
      *---------------------*
      * A FRESH RUN STARTS A NEW JOURNAL WITH A COPY OF THE SUSPENSE
      * IT IS ABOUT TO CONSUME. A RESTART APPENDS TO THE INTERRUPTED
      * RUN'S JOURNAL - THE SUSPENSE INPUT HAS NOT MOVED SINCE, SO
      * ITS COPY IS ALREADY THERE UNLESS THE JOURNAL ITSELF IS GONE
           IF WS-IS-RESTART
               OPEN EXTEND RUN-JOURNAL-FILE
               IF FS-RUN-JOURNAL NOT EQUAL '35'
                   GO TO 1940-OPEN-RUN-JOURNAL-CHECK
               END-IF
           END-IF.
      *
           OPEN OUTPUT RUN-JOURNAL-FILE.
           IF FS-RUN-JOURNAL EQUAL ZEROS
               PERFORM 1945-JOURNAL-SUSPENSE
                  THRU 1945-JOURNAL-SUSPENSE-EXIT
           END-IF.
      *
       1940-OPEN-RUN-JOURNAL-CHECK.
           IF FS-RUN-JOURNAL NOT EQUAL ZEROS
               DISPLAY "ERROR OPENING RUN JOURNAL FILE: "
                                      FS-RUN-JOURNAL
               STOP RUN
           END-IF
           .
       1940-OPEN-RUN-JOURNAL-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
       1945-JOURNAL-SUSPENSE.
      *---------------------*
           OPEN INPUT SUSPENSE-IN-FILE.
           EVALUATE FS-SUSPENSE-IN
               WHEN ZEROES
                   CONTINUE
               WHEN '35'
      * NOTHING CARRIED INTO THIS RUN - NOTHING TO PUT BACK
                   GO TO 1945-JOURNAL-SUSPENSE-EXIT
               WHEN OTHER
                   DISPLAY "ERROR OPENING SUSPENSE INPUT FILE: "
                                      FS-SUSPENSE-IN
                   STOP RUN
           END-EVALUATE.
      *
           PERFORM UNTIL FS-SUSPENSE-IN NOT EQUAL ZEROS
               READ SUSPENSE-IN-FILE
                   AT END
                       CONTINUE
                   NOT AT END
      * A PARTITION ONLY PUTS BACK THE SUSPENSE IN ITS OWN RANGE
                       IF NOT WS-PARTITION-MODE
                          OR (SUSP-I-CUST-ID NOT LESS WS-PART-LOW-ID
                          AND SUSP-I-CUST-ID NOT GREATER
                                                 WS-PART-HIGH-ID)
                           INITIALIZE RUN-JOURNAL-REC
                           SET JRN-IS-SUSPENSE
                                       TO TRUE
                           MOVE SUSPENSE-IN-REC
                                       TO JRN-SUSP-IMAGE
                           PERFORM 8160-WRITE-JOURNAL
                              THRU 8160-WRITE-JOURNAL-EXIT
                           ADD 1       TO WS-JRN-SUSP-RECORDS
                       END-IF
               END-READ
           END-PERFORM.
      *
           CLOSE SUSPENSE-IN-FILE
           .
       1945-JOURNAL-SUSPENSE-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
       1950-OPEN-SUMMARY-MASTER.
      *------------------------*
      * ONE OPEN ATTEMPT. A MISSING MASTER IS CREATED EMPTY; WHILE
      * ANOTHER COPY IS DOING THAT THE OPEN COMES BACK LOCKED AND IS
      * TRIED AGAIN BY THE CALLER
           IF WS-LOCK-TRIES > ZEROES
               CALL "C$SLEEP" USING WS-LOCK-WAIT-SECS
           END-IF.
           ADD 1                       TO WS-LOCK-TRIES.
      *
           OPEN I-O SUMMARY-MASTER.
           IF FS-SUMMARY EQUAL '35'
               OPEN OUTPUT SUMMARY-MASTER
               CLOSE SUMMARY-MASTER
               OPEN I-O SUMMARY-MASTER
           END-IF
           .
       1950-OPEN-SUMMARY-MASTER-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
       1960-OPEN-DISPUTE-MASTER.
      *------------------------*
      * ONE OPEN ATTEMPT, AS 1950 FOR THE SUMMARY MASTER
           IF WS-LOCK-TRIES > ZEROES
               CALL "C$SLEEP" USING WS-LOCK-WAIT-SECS
           END-IF.
           ADD 1                       TO WS-LOCK-TRIES.
      *
           OPEN I-O DISPUTE-MASTER.
           IF FS-DISPUTE EQUAL '35'
               OPEN OUTPUT DISPUTE-MASTER
               CLOSE DISPUTE-MASTER
               OPEN I-O DISPUTE-MASTER
           END-IF
           .
       1960-OPEN-DISPUTE-MASTER-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
       2000-PROCESSING.
      *---------------*
                   PERFORM 8200-WRITE-EXC-CUSTOMER
                      THRU 8200-WRITE-EXC-CUSTOMER-EXIT
      *
      * A CLOSED ACCOUNT IS NOT DORMANT - IT GOES TO THE CLOSED
      * ACCOUNT SECTION, NEVER TO WIN-BACK OUTREACH. A SUPPRESSED
      * CUSTOMER STILL COUNTS AND REPORTS ABOVE BUT MUST NOT REACH
      * THE WIN-BACK OUTREACH FILE EITHER
                   IF CUST-IS-CLOSED
                       ADD 1           TO WS-CLOSED-DORMANT-SKIPS
                       MOVE "N"        TO WS-CLOSED-ACTIVITY-SW
                       PERFORM 8450-WRITE-CLOSED-CUSTOMER
                          THRU 8450-WRITE-CLOSED-CUSTOMER-EXIT
                   ELSE
                       PERFORM 2800-CHECK-SUPPRESSED
                          THRU 2800-CHECK-SUPPRESSED-EXIT
                       IF WS-CUST-SUPPRESSED
                           ADD 1       TO WS-SUPPRESS-DORMANT-SKIPS
                       ELSE
                           PERFORM 8400-WRITE-DORMANT-CUSTOMER
                              THRU 8400-WRITE-DORMANT-CUSTOMER-EXIT
                       END-IF
                   END-IF
      *
                   MOVE CUST-ID        TO WS-LAST-CUST-ID-DONE
                               ADD WS-CONVERTED-AMOUNT
                                       TO WS-CHARGEBACK-AMOUNT
                                          WS-REVENUE-GROSS
                               PERFORM 8150-OPEN-DISPUTE-CASE
                                  THRU 8150-OPEN-DISPUTE-CASE-EXIT
                           WHEN CT-ADJUSTMENT
                               ADD WS-CONVERTED-AMOUNT
                                       TO WS-ADJUSTMENT-AMOUNT
      *
           PERFORM 2700-CHECK-RISK
              THRU 2700-CHECK-RISK-EXIT
      *
           IF CUST-IS-CLOSED
               MOVE "Y"                TO WS-CLOSED-ACTIVITY-SW
               PERFORM 8450-WRITE-CLOSED-CUSTOMER
                  THRU 8450-WRITE-CLOSED-CUSTOMER-EXIT
           END-IF
      *
           MOVE CUST-ID                TO WS-LAST-CUST-ID-DONE
           PERFORM 1400-WRITE-CHECKPOINT
                       STOP RUN
                   END-IF
                   MOVE CUST-ID    TO WS-LAST-CUST-ID
      * A PARTITION SKIPS CUSTOMERS BELOW ITS RANGE AND ENDS THE FILE
      * AT THE FIRST ONE ABOVE IT - THE REST BELONG TO LATER
      * PARTITIONS
                   IF WS-PARTITION-MODE
                      AND CUST-ID < WS-PART-LOW-ID
                       GO TO 7100-READ-CUSTOMER
                   END-IF
                   IF WS-PARTITION-MODE
                      AND CUST-ID > WS-PART-HIGH-ID
                       MOVE '10'   TO FS-CUSTOMER
                       MOVE HIGH-VALUES
                                   TO CUST-ID
                       GO TO 7100-READ-CUSTOMER-EXIT
                   END-IF
                   ADD 1           TO WS-RAW-CUSTOMER-READS
                   IF NOT WS-IS-RESTART
                      OR WS-RAW-CUSTOMER-READS
                   END-IF
                   MOVE TRANS-CUST-ID
                                   TO WS-LAST-TRANS-CUST-ID
                   IF WS-PARTITION-MODE
                      AND TRANS-CUST-ID < WS-PART-LOW-ID
                       GO TO 7210-READ-TRANS-FILE
                   END-IF
                   IF WS-PARTITION-MODE
                      AND TRANS-CUST-ID > WS-PART-HIGH-ID
                       MOVE '10'   TO FS-TRANSACTION
                       MOVE HIGH-VALUES
                                   TO WS-TF-CUST-ID
                       GO TO 7210-READ-TRANS-FILE-EXIT
                   END-IF
                   MOVE TRANSACTION-REC
                                   TO WS-TF-HOLD
               WHEN '10'
                   END-IF
                   MOVE SUSP-I-CUST-ID
                                   TO WS-LAST-SUSP-CUST-ID
                   IF WS-PARTITION-MODE
                      AND SUSP-I-CUST-ID < WS-PART-LOW-ID
                       GO TO 7220-READ-SUSPENSE
                   END-IF
                   IF WS-PARTITION-MODE
                      AND SUSP-I-CUST-ID > WS-PART-HIGH-ID
                       MOVE HIGH-VALUES
                                   TO WS-SF-CUST-ID
                       GO TO 7220-READ-SUSPENSE-EXIT
                   END-IF
                   ADD 1           TO WS-SUSPENSE-IN-RECORDS
                   MOVE SUSPENSE-IN-REC
                                   TO WS-SF-HOLD
           IF NOT WS-SUMMARY-ACTIVE
               GO TO 8110-UPDATE-SUMMARY-MASTER-EXIT
           END-IF.
      *
      * JOURNAL THE ROW AS IT STANDS BEFORE THIS RUN REPLACES IT, OR
      * THAT THERE WAS NO ROW, SO A BACK-OUT CAN PUT IT BACK
           MOVE CUST-ID                TO SUM-CUST-ID.
           MOVE ZEROES                 TO WS-LOCK-TRIES.
           PERFORM 8111-READ-SUMMARY-ROW
              THRU 8111-READ-SUMMARY-ROW-EXIT.
           PERFORM 8111-READ-SUMMARY-ROW
              THRU 8111-READ-SUMMARY-ROW-EXIT
             UNTIL FS-SUMMARY NOT EQUAL '51'
                OR WS-LOCK-TRIES NOT LESS THAN WS-LOCK-MAX-TRIES.
      *
           INITIALIZE RUN-JOURNAL-REC.
           SET JRN-IS-SUMMARY          TO TRUE
           MOVE CUST-ID                TO JRN-SUM-CUST-ID
           EVALUATE FS-SUMMARY
               WHEN ZEROES
                   SET JRN-SUM-WAS-ON-FILE
                                       TO TRUE
                   MOVE SUMMARY-REC    TO JRN-SUM-IMAGE
               WHEN '23'
                   SET JRN-SUM-WAS-NEW TO TRUE
               WHEN OTHER
                   DISPLAY "ERROR READING SUMMARY MASTER: " FS-SUMMARY
                   STOP RUN
           END-EVALUATE.
           PERFORM 8160-WRITE-JOURNAL
              THRU 8160-WRITE-JOURNAL-EXIT.
           ADD 1                       TO WS-JRN-SUMMARY-RECORDS.
      *
           INITIALIZE SUMMARY-REC.
           MOVE CUST-ID                TO SUM-CUST-ID
           MOVE WS-CUST-TIER           TO SUM-TIER-NAME
           MOVE CUST-EMAIL             TO SUM-CUST-EMAIL
      *
           MOVE ZEROES                 TO WS-LOCK-TRIES.
           PERFORM 8112-PUT-SUMMARY-ROW
              THRU 8112-PUT-SUMMARY-ROW-EXIT.
           PERFORM 8112-PUT-SUMMARY-ROW
              THRU 8112-PUT-SUMMARY-ROW-EXIT
             UNTIL FS-SUMMARY NOT EQUAL '51'
                OR WS-LOCK-TRIES NOT LESS THAN WS-LOCK-MAX-TRIES.
      *
           IF FS-SUMMARY EQUAL ZEROS
               ADD 1                   TO WS-SUMMARY-UPDATES
       8110-UPDATE-SUMMARY-MASTER-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
       8111-READ-SUMMARY-ROW.
      *---------------------*
      * ONE READ ATTEMPT - A ROW ANOTHER COPY HOLDS IS TRIED AGAIN BY
      * THE CALLER
           IF WS-LOCK-TRIES > ZEROES
               CALL "C$SLEEP" USING WS-LOCK-WAIT-SECS
           END-IF.
           ADD 1                       TO WS-LOCK-TRIES.
      *
           READ SUMMARY-MASTER
           .
       8111-READ-SUMMARY-ROW-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
       8112-PUT-SUMMARY-ROW.
      *--------------------*
      * ONE WRITE ATTEMPT - A WRITE THAT HITS AN EXISTING KEY FALLS
      * THROUGH TO REWRITE; A LOCKED ROW IS TRIED AGAIN BY THE CALLER
           IF WS-LOCK-TRIES > ZEROES
               CALL "C$SLEEP" USING WS-LOCK-WAIT-SECS
           END-IF.
           ADD 1                       TO WS-LOCK-TRIES.
      *
           WRITE SUMMARY-REC.
           IF FS-SUMMARY EQUAL '22'
               REWRITE SUMMARY-REC
           END-IF
           .
       8112-PUT-SUMMARY-ROW-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
       8120-WRITE-SEGMENT.
      *------------------*
      *-----------------------------------------------------------------
       8140-WRITE-PENDING-REG.
      *----------------------*
      * NOTE THE COUNTED TRANSACTION FOR THE POSTED REGISTER AND THE
      * TRANSACTION HISTORY - BOTH ARE ONLY TOUCHED AFTER A SUCCESSFUL,
      * BALANCED RUN SO A FAILED DAY CAN BE RERUN FREELY
           MOVE TRANS-ID               TO PND-TRANS-ID
           MOVE TRANS-CUST-ID          TO PND-CUST-ID
           MOVE TRANS-DATE             TO PND-TRANS-DATE
           MOVE TRANS-TYPE             TO PND-TRANS-TYPE
           MOVE TRANS-AMOUNT           TO PND-AMOUNT
           MOVE TRANS-CURRENCY         TO PND-CURRENCY
           MOVE WS-CONVERTED-AMOUNT    TO PND-HOME-AMOUNT.
      *
           WRITE PENDING-REG-REC.
      *
       8140-WRITE-PENDING-REG-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
       8150-OPEN-DISPUTE-CASE.
      *----------------------*
      * OPEN A CASE FOR THE CHARGEBACK IN TRANSACTION-REC. A CASE
      * ALREADY KEYED ON THIS TRANS-ID WAS OPENED BY AN EARLIER RUN OF
      * THE SAME FEED AND MAY ALREADY BE IN REPRESENTMENT - LEAVE IT
           INITIALIZE DISPUTE-REC.
           MOVE TRANS-ID               TO DSP-TRANS-ID
           MOVE TRANS-CUST-ID          TO DSP-CUST-ID
           MOVE TRANS-DATE             TO DSP-TRANS-DATE
           MOVE TRANS-AMOUNT           TO DSP-AMOUNT
           MOVE TRANS-CURRENCY         TO DSP-CURRENCY
           MOVE WS-CONVERTED-AMOUNT    TO DSP-HOME-AMOUNT
           MOVE CT-DSP-OPEN            TO DSP-STATUS
           MOVE WS-RUN-DATE            TO DSP-OPEN-DATE
                                          DSP-LAST-DATE
           MOVE WS-RUN-NUMBER          TO DSP-OPEN-RUN
           MOVE CT-DSP-OPEN-USER       TO DSP-LAST-USER
      *
           MOVE WS-RUN-DATE            TO WS-DSP-BASE-DATE.
           IF TRANS-DATE(1:4) NUMERIC
              AND TRANS-DATE(6:2) NUMERIC
              AND TRANS-DATE(9:2) NUMERIC
               MOVE TRANS-DATE(1:4)    TO WS-DSP-BASE-DATE(1:4)
               MOVE TRANS-DATE(6:2)    TO WS-DSP-BASE-DATE(5:2)
               MOVE TRANS-DATE(9:2)    TO WS-DSP-BASE-DATE(7:2)
           END-IF.
           COMPUTE WS-DSP-BASE-INT =
               FUNCTION INTEGER-OF-DATE(WS-DSP-BASE-DATE).
           IF WS-DSP-BASE-INT = ZEROES
               COMPUTE WS-DSP-BASE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
           END-IF.
           COMPUTE DSP-DUE-DATE = FUNCTION DATE-OF-INTEGER
               (WS-DSP-BASE-INT + WS-DISPUTE-RESPONSE-DAYS).
      *
           MOVE ZEROES                 TO WS-LOCK-TRIES.
           PERFORM 8155-PUT-DISPUTE-CASE
              THRU 8155-PUT-DISPUTE-CASE-EXIT.
           PERFORM 8155-PUT-DISPUTE-CASE
              THRU 8155-PUT-DISPUTE-CASE-EXIT
             UNTIL FS-DISPUTE NOT EQUAL '51'
                OR WS-LOCK-TRIES NOT LESS THAN WS-LOCK-MAX-TRIES.
      *
           EVALUATE FS-DISPUTE
               WHEN ZEROES
                   ADD 1               TO WS-DISPUTES-OPENED
               WHEN '22'
                   ADD 1               TO WS-DISPUTES-ON-FILE
               WHEN OTHER
                   DISPLAY "ERROR WRITING DISPUTE CASE FILE: "
                                      FS-DISPUTE
                   STOP RUN
           END-EVALUATE
           .
       8150-OPEN-DISPUTE-CASE-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
       8155-PUT-DISPUTE-CASE.
      *---------------------*
      * ONE WRITE ATTEMPT - A LOCKED CASE IS TRIED AGAIN BY THE CALLER
           IF WS-LOCK-TRIES > ZEROES
               CALL "C$SLEEP" USING WS-LOCK-WAIT-SECS
           END-IF.
           ADD 1                       TO WS-LOCK-TRIES.
      *
           WRITE DISPUTE-REC
           .
       8155-PUT-DISPUTE-CASE-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
       8160-WRITE-JOURNAL.
      *------------------*
      * RUN-JOURNAL-REC IS BUILT BY THE CALLER
           WRITE RUN-JOURNAL-REC.
      *
           IF FS-RUN-JOURNAL NOT EQUAL ZEROS
               DISPLAY "ERROR WRITING RUN JOURNAL FILE: "
                                      FS-RUN-JOURNAL
               STOP RUN
           END-IF
           .
       8160-WRITE-JOURNAL-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
       9100-WRITE-REPORT-TRAILER.
      *-------------------------*
      *----------------------*
      * WS-RUN-STATUS IS SET BY THE CALLER. THE RECORD CARRIES THE
      * PRE-SCAN COUNTS AND HASH TOTALS SO THE NEXT RUN CAN COMPARE
      * ITS OWN INPUTS AGAINST THIS ONE. A PARTITION REPORTS TO ITS
      * RESULT FILE INSTEAD - THE NIGHT GETS ONE RUN-HISTORY ROW,
      * WRITTEN BY summary_consolidate
           IF WS-PARTITION-MODE
               PERFORM 9450-WRITE-PARTITION-RESULT
                  THRU 9450-WRITE-PARTITION-RESULT-EXIT
               GO TO 9400-WRITE-RUN-HISTORY-EXIT
           END-IF.
      *
           OPEN EXTEND RUN-HISTORY-FILE.
           IF FS-RUN-HISTORY EQUAL '35'
               OPEN OUTPUT RUN-HISTORY-FILE
       9400-WRITE-RUN-HISTORY-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
       9450-WRITE-PARTITION-RESULT.
      *---------------------------*
           OPEN OUTPUT PARTITION-RESULT-FILE.
           IF FS-PARTITION-RESULT NOT EQUAL ZEROS
               DISPLAY "ERROR OPENING PARTITION RESULT FILE: "
                                      FS-PARTITION-RESULT
               MOVE 8                  TO RETURN-CODE
               STOP RUN
           END-IF.
      *
           ACCEPT WS-END-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-END-TIME-RAW FROM TIME.
      *
           INITIALIZE PARTITION-RESULT-REC.
           MOVE WS-PARTITION-ID        TO PR-PARTITION-ID
           MOVE WS-PART-LOW-ID         TO PR-LOW-CUST-ID
           MOVE WS-PART-HIGH-ID        TO PR-HIGH-CUST-ID
           MOVE WS-RUN-NUMBER          TO PR-RUN-NUMBER
           MOVE WS-RUN-DATE            TO PR-RUN-DATE
           MOVE WS-START-DATE          TO PR-START-DATE
           MOVE WS-START-TIME          TO PR-START-TIME
           MOVE WS-END-DATE            TO PR-END-DATE
           MOVE WS-END-TIME-RAW(1:6)   TO PR-END-TIME
           MOVE WS-RUN-STATUS          TO PR-STATUS
           MOVE WS-CTL-VERDICT-TEXT    TO PR-VERDICT
           MOVE WS-PERIOD-SWITCH       TO PR-PERIOD-SWITCH
           MOVE WS-PERIOD-START        TO PR-PERIOD-START
           MOVE WS-PERIOD-END          TO PR-PERIOD-END
           MOVE WS-CUSTOMER-FILENAME   TO PR-CUSTOMER-FILENAME
           MOVE WS-TRANSACTION-FILENAME
                                       TO PR-TRANSACTION-FILENAME
           MOVE WS-SCAN-CUST-COUNT     TO PR-SCAN-CUST-COUNT
           MOVE WS-SCAN-TRANS-COUNT    TO PR-SCAN-TRANS-COUNT
           MOVE WS-SCAN-CUST-HASH      TO PR-SCAN-CUST-HASH
           MOVE WS-SCAN-TRANS-HASH     TO PR-SCAN-TRANS-HASH
      *
           MOVE WS-CUSTOMER-RECORDS    TO PR-CUSTOMER-RECORDS
           MOVE WS-TRANSACTIONS-RECORDS
                                       TO PR-TRANSACTIONS-RECORDS
           MOVE WS-MATCHES             TO PR-MATCHES
           MOVE WS-NOT-IN-CUSTOMER     TO PR-NOT-IN-CUSTOMER
           MOVE WS-NOT-IN-TRANSACTION  TO PR-NOT-IN-TRANSACTION
           MOVE WS-EXCEPTION-RECORDS   TO PR-EXCEPTION-RECORDS
           MOVE WS-DORMANT-RECORDS     TO PR-DORMANT-RECORDS
           MOVE WS-CLOSED-RECORDS      TO PR-CLOSED-RECORDS
           MOVE WS-SUSPENSE-IN-RECORDS TO PR-SUSPENSE-IN-RECORDS
           MOVE WS-SUSPENSE-OUT-RECORDS
                                       TO PR-SUSPENSE-OUT-RECORDS
           MOVE WS-WRITEOFF-RECORDS    TO PR-WRITEOFF-RECORDS
           MOVE WS-GL-DETAIL-RECORDS   TO PR-GL-DETAIL-RECORDS
           MOVE WS-SEGMENT-RECORDS     TO PR-SEGMENT-RECORDS
           MOVE WS-WATCHLIST-RECORDS   TO PR-WATCHLIST-RECORDS
           MOVE WS-BAD-TYPE-RECORDS    TO PR-BAD-TYPE-RECORDS
           MOVE WS-SUPPRESS-DORMANT-SKIPS
                                       TO PR-SUP-DORM-SKIPS
           MOVE WS-SUPPRESS-SEGMENT-SKIPS
                                       TO PR-SUP-SEG-SKIPS
           MOVE WS-CLOSED-DORMANT-SKIPS
                                       TO PR-CLOSED-DORM-SKIPS
           MOVE WS-PENDING-REG-RECORDS TO PR-PENDING-REG-RECORDS
           MOVE WS-SUMMARY-UPDATES     TO PR-SUMMARY-UPDATES
           MOVE WS-DISPUTES-OPENED     TO PR-DISPUTES-OPENED
           MOVE WS-DISPUTES-ON-FILE    TO PR-DISPUTES-ON-FILE
           MOVE WS-JRN-SUSP-RECORDS    TO PR-JRN-SUSP-RECORDS
           MOVE WS-JRN-SUMMARY-RECORDS TO PR-JRN-SUMMARY-RECORDS
      *
           MOVE WS-GRAND-TRANSACTIONS  TO PR-GRAND-TRANSACTIONS
           MOVE WS-GRAND-PURCHASE-AMT  TO PR-GRAND-PURCHASE-AMT
           MOVE WS-GRAND-REFUND-AMT    TO PR-GRAND-REFUND-AMT
           MOVE WS-GRAND-CHARGEBACK-AMT
                                       TO PR-GRAND-CHARGEBACK-AMT
           MOVE WS-GRAND-ADJUSTMENT-AMT
                                       TO PR-GRAND-ADJUSTMENT-AMT
           MOVE WS-GRAND-REFUNDS       TO PR-GRAND-REFUNDS
           MOVE WS-GRAND-REVENUE-GROSS TO PR-GRAND-REVENUE-GROSS
           MOVE WS-GRAND-REVENUE-NET   TO PR-GRAND-REVENUE-NET
           MOVE WS-GRAND-TENURE-DAYS   TO PR-GRAND-TENURE-DAYS
           MOVE WS-GL-DEBIT-TOTAL      TO PR-GL-DEBIT-TOTAL
           MOVE WS-GL-CREDIT-TOTAL     TO PR-GL-CREDIT-TOTAL
           MOVE WS-GL-PURCHASE-TOT     TO PR-GL-PURCHASE-TOT
           MOVE WS-GL-REFUND-TOT       TO PR-GL-REFUND-TOT
           MOVE WS-GL-CHARGEBACK-TOT   TO PR-GL-CHARGEBACK-TOT
           MOVE WS-GL-ADJUSTMENT-TOT   TO PR-GL-ADJUSTMENT-TOT
           MOVE WS-TIER-ACCUM          TO PR-TIER-DATA
           MOVE WS-CCY-ACCUM           TO PR-CCY-DATA
           MOVE WS-PA-MONTH-COUNT      TO PR-PA-MONTH-COUNT
           MOVE WS-PA-ENTRIES          TO PR-PA-ENTRIES
      *
           MOVE WS-EXCEPTION-FILENAME  TO PR-EXCEPTION-FILENAME
           MOVE WS-DORMANT-FILENAME    TO PR-DORMANT-FILENAME
           MOVE WS-CLOSED-FILENAME     TO PR-CLOSED-FILENAME
           MOVE WS-SUSPENSE-OUT-FILENAME
                                       TO PR-SUSPENSE-OUT-FILENAME
           MOVE WS-WRITEOFF-FILENAME   TO PR-WRITEOFF-FILENAME
           MOVE WS-SEGMENT-FILENAME    TO PR-SEGMENT-FILENAME
           MOVE WS-WATCHLIST-FILENAME  TO PR-WATCHLIST-FILENAME
           MOVE WS-PENDING-REG-FILENAME
                                       TO PR-PENDING-REG-FILENAME
           MOVE WS-RUN-JOURNAL-FILENAME
                                       TO PR-RUN-JOURNAL-FILENAME
           MOVE WS-REPORT-FILENAME     TO PR-REPORT-FILENAME
           MOVE WS-GL-POSTING-FILENAME TO PR-GL-POSTING-FILENAME
      *
           WRITE PARTITION-RESULT-REC.
           IF FS-PARTITION-RESULT NOT EQUAL ZEROS
               DISPLAY "ERROR WRITING PARTITION RESULT FILE: "
                                      FS-PARTITION-RESULT
               MOVE 8                  TO RETURN-CODE
               STOP RUN
           END-IF.
      *
           CLOSE PARTITION-RESULT-FILE.
      *
           DISPLAY " PARTITION RESULT    :  " WS-RUN-STATUS
           .
       9450-WRITE-PARTITION-RESULT-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
       9500-WRITE-TIER-SECTION.
      *-----------------------*
       8400-WRITE-DORMANT-CUSTOMER-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
       8450-WRITE-CLOSED-CUSTOMER.
      *--------------------------*
      * CALLED FROM BOTH BRANCHES OF THE MERGE, WHICH SET THE
      * ACTIVITY SWITCH - THE MATCHED BRANCH STILL HOLDS THE
      * CUSTOMER'S TOTALS, THE DORMANT BRANCH HAS NONE. ACTIVITY ON
      * A CLOSED ACCOUNT CAN ONLY BE DATED ON OR
      * BEFORE THE CLOSE - THE PRE-EDIT REJECTS ANYTHING LATER
           INITIALIZE CLOSED-REC.
      *
           MOVE CUST-ID                TO CLOSED-ID
           MOVE CUST-NAME              TO CLOSED-NAME
           MOVE CUST-STATUS-DATE       TO CLOSED-DATE
           MOVE WS-CLOSED-ACTIVITY-SW  TO CLOSED-ACTIVITY
           IF WS-CLOSED-HAD-ACTIVITY
               MOVE WS-TOTAL-TRX       TO CLOSED-TOTAL-TRX
               MOVE WS-REVENUE-NET     TO CLOSED-REVENUE-NET
           ELSE
               MOVE ZEROES             TO CLOSED-TOTAL-TRX
                                          CLOSED-REVENUE-NET
           END-IF
           MOVE CT-DELIMITED-CHARACTER TO CLOSED-DEL1
                                          CLOSED-DEL2
                                          CLOSED-DEL3
                                          CLOSED-DEL4
                                          CLOSED-DEL5
      *
           WRITE CLOSED-REC.
      *
           IF FS-CLOSED EQUAL ZEROS
               ADD 1                   TO WS-CLOSED-RECORDS
           ELSE
               DISPLAY
                   "ERROR WRITING CLOSED ACCOUNT FILE: " FS-CLOSED
               STOP RUN
           END-IF
           .
       8450-WRITE-CLOSED-CUSTOMER-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
       9000-FINALIZE.
      *-------------*
           DISPLAY " CUSTOMER NOT TRXS   :  " WS-NOT-IN-TRANSACTION
           DISPLAY " EXCEPTIONS   WRITE  :  " WS-EXCEPTION-RECORDS
           DISPLAY " DORMANT CUST WRITE  :  " WS-DORMANT-RECORDS
           DISPLAY " CLOSED ACCTS WRITE  :  " WS-CLOSED-RECORDS
           DISPLAY " SUSPENSE     READ   :  " WS-SUSPENSE-IN-RECORDS
           DISPLAY " SUSPENSE CARRY FWD  :  " WS-SUSPENSE-OUT-RECORDS
           DISPLAY " WRITE-OFFS   WRITE  :  " WS-WRITEOFF-RECORDS
           DISPLAY " SUMMARY MAST UPDATE :  " WS-SUMMARY-UPDATES
           DISPLAY " SEGMENTS     WRITE  :  " WS-SEGMENT-RECORDS
           DISPLAY " WATCH LIST   WRITE  :  " WS-WATCHLIST-RECORDS
           DISPLAY " DISPUTES OPENED     :  " WS-DISPUTES-OPENED
           DISPLAY " DISPUTES ON FILE    :  " WS-DISPUTES-ON-FILE
           DISPLAY " SUPPRESSED DORMANT  :  "
                                          WS-SUPPRESS-DORMANT-SKIPS
           DISPLAY " SUPPRESSED SEGMENT  :  "
               DISPLAY "ERROR OPENING DORMANT FILE: " FS-DORMANT
               STOP RUN
           END-IF.
      *
           CLOSE CLOSED-FILE.
           IF FS-CLOSED NOT EQUAL ZEROS
               DISPLAY "ERROR CLOSING CLOSED ACCOUNT FILE: " FS-CLOSED
               STOP RUN
           END-IF.
      *
           IF WS-SUSPENSE-IN-OPEN
               CLOSE SUSPENSE-IN-FILE
                   STOP RUN
               END-IF
           END-IF.
      *
           CLOSE DISPUTE-MASTER.
           IF FS-DISPUTE NOT EQUAL ZEROS
               DISPLAY "ERROR CLOSING DISPUTE CASE FILE: " FS-DISPUTE
               STOP RUN
           END-IF.
      *
      * EVERY OUTPUT IS CLOSED - CROSS-FOOT THEM AGAINST THE RUN
      * COUNTERS AND WRITE THE CONTROL SHEET. AN OUT-OF-BALANCE
      *
      * THE RUN BALANCED - FOLD THIS RUN'S COUNTED TRANSACTIONS INTO
      * THE POSTED REGISTER AND PURGE ENTRIES PAST RETENTION, SO THE
      * PRE-EDIT CAN REFUSE A PARTIAL RE-TRANSMISSION TOMORROW, AND
      * KEEP THEM FOR GOOD ON THE TRANSACTION HISTORY. A PARTITION
      * LEAVES BOTH TO summary_consolidate, WHICH FOLDS THE NIGHT'S
      * PENDING ROWS ONLY ONCE EVERY PARTITION HAS BALANCED
           IF NOT WS-PARTITION-MODE
               PERFORM 9800-UPDATE-POSTED-REGISTER
                  THRU 9800-UPDATE-POSTED-REGISTER-EXIT
               PERFORM 9850-UPDATE-TRANS-HISTORY
                  THRU 9850-UPDATE-TRANS-HISTORY-EXIT
           END-IF.
      *
      * RUN COMPLETED NORMALLY - CLEAR THE CHECKPOINT SO THE NEXT RUN
      * STARTS FRESH RATHER THAN RESUMING FROM THIS COMPLETED RUN.
           OPEN OUTPUT CHECKPOINT-FILE.
           CLOSE CHECKPOINT-FILE.
      *
      * ONLY A JOURNAL WITH A TRAILER BELONGS TO A COMPLETED RUN THAT
      * CAN BE BACKED OUT. A PARTITION'S JOURNAL GETS ITS TRAILER
      * ONLY AFTER CONSOLIDATION HAS JOINED IT TO THE OTHERS
           PERFORM 9900-CLOSE-RUN-JOURNAL
              THRU 9900-CLOSE-RUN-JOURNAL-EXIT.
      *
           MOVE CT-RUN-SUCCESS         TO WS-RUN-STATUS.
           PERFORM 9400-WRITE-RUN-HISTORY
              THRU 9711-COUNT-EXCEPTION-ROWS-EXIT.
           PERFORM 9712-COUNT-DORMANT-ROWS
              THRU 9712-COUNT-DORMANT-ROWS-EXIT.
           PERFORM 9718-COUNT-CLOSED-ROWS
              THRU 9718-COUNT-CLOSED-ROWS-EXIT.
           PERFORM 9713-COUNT-SUSPENSE-ROWS
              THRU 9713-COUNT-SUSPENSE-ROWS-EXIT.
           PERFORM 9714-COUNT-WRITEOFF-ROWS
           PERFORM 9720-WRITE-CTL-LINE
              THRU 9720-WRITE-CTL-LINE-EXIT.
      *
           MOVE "DORMANT = NO-TRANS - SUPP - CLOSED"
                                       TO WS-CTL-LABEL
           MOVE WS-DORMANT-RECORDS     TO WS-CTL-WRITTEN-N
           MOVE WS-CNT-DORMANT         TO WS-CTL-ONFILE-N
           COMPUTE WS-CTL-EXPECTED-N =
               WS-NOT-IN-CUSTOMER - WS-SUPPRESS-DORMANT-SKIPS
                                  - WS-CLOSED-DORMANT-SKIPS
           PERFORM 9720-WRITE-CTL-LINE
              THRU 9720-WRITE-CTL-LINE-EXIT.
      *
           MOVE "CLOSED ACCOUNT ROWS"  TO WS-CTL-LABEL
           MOVE WS-CLOSED-RECORDS      TO WS-CTL-WRITTEN-N
                                          WS-CTL-EXPECTED-N
           MOVE WS-CNT-CLOSED          TO WS-CTL-ONFILE-N
           PERFORM 9720-WRITE-CTL-LINE
              THRU 9720-WRITE-CTL-LINE-EXIT.
      *
       9717-COUNT-WATCHLIST-ROWS-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
       9718-COUNT-CLOSED-ROWS.
      *----------------------*
           MOVE 0                      TO WS-CNT-CLOSED.
      *
           OPEN INPUT CLOSED-FILE.
           EVALUATE FS-CLOSED
               WHEN ZEROES
                   PERFORM UNTIL FS-CLOSED NOT EQUAL ZEROS
                       READ CLOSED-FILE
                           AT END
                               CONTINUE
                           NOT AT END
                               ADD 1   TO WS-CNT-CLOSED
                       END-READ
                   END-PERFORM
                   CLOSE CLOSED-FILE
               WHEN '35'
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERROR COUNTING CLOSED ACCOUNT FILE: "
                                      FS-CLOSED
                   STOP RUN
           END-EVALUATE
           .
       9718-COUNT-CLOSED-ROWS-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
       9720-WRITE-CTL-LINE.
      *-------------------*
                       EVALUATE FS-POSTED-REG
                           WHEN ZEROES
                               ADD 1   TO WS-REG-ADDED
                               INITIALIZE RUN-JOURNAL-REC
                               SET JRN-IS-REGISTER
                                       TO TRUE
                               MOVE PND-TRANS-ID
                                       TO JRN-REG-TRANS-ID
                               PERFORM 8160-WRITE-JOURNAL
                                  THRU 8160-WRITE-JOURNAL-EXIT
                               ADD 1   TO WS-JRN-REG-RECORDS
                           WHEN '22'
      * ALREADY REGISTERED BY AN EARLIER RUN - KEEP THAT DATE
                               CONTINUE
           .
       9800-UPDATE-POSTED-REGISTER-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
       9850-UPDATE-TRANS-HISTORY.
      *-------------------------*
      * EVERY TRANSACTION COUNTED THIS RUN GOES ON THE HISTORY WITH
      * THE RUN NUMBER AND ITS HOME-CURRENCY AMOUNT. NOTHING IS EVER
      * PURGED HERE. A TRANS-ID ALREADY ON FILE (A FORCED RERUN)
      * KEEPS THE ROW OF THE RUN THAT FIRST POSTED IT
           OPEN I-O TRANS-HISTORY-FILE.
           IF FS-TRANS-HISTORY EQUAL '35'
               OPEN OUTPUT TRANS-HISTORY-FILE
               CLOSE TRANS-HISTORY-FILE
               OPEN I-O TRANS-HISTORY-FILE
           END-IF.
           IF FS-TRANS-HISTORY NOT EQUAL ZEROS
               DISPLAY "ERROR OPENING TRANSACTION HISTORY: "
                                      FS-TRANS-HISTORY
               STOP RUN
           END-IF.
      *
           OPEN INPUT PENDING-REG-FILE.
           IF FS-PENDING-REG NOT EQUAL ZEROS
               DISPLAY "ERROR OPENING PENDING REGISTER FILE: "
                                      FS-PENDING-REG
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
                               PERFORM 8160-WRITE-JOURNAL
                                  THRU 8160-WRITE-JOURNAL-EXIT
                               ADD 1   TO WS-JRN-HST-RECORDS
                           WHEN '22'
      * ALREADY ON THE HISTORY FROM AN EARLIER RUN - KEEP THAT ROW
                               ADD 1   TO WS-HST-ON-FILE
                           WHEN OTHER
                               DISPLAY
                                   "ERROR WRITING TRANSACTION "
                                   "HISTORY: " FS-TRANS-HISTORY
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
               STOP RUN
           END-IF.
      *
           DISPLAY " HISTORY ROWS ADDED  :  " WS-HST-ADDED.
           DISPLAY " HISTORY ALREADY HELD:  " WS-HST-ON-FILE
           .
       9850-UPDATE-TRANS-HISTORY-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
       9900-CLOSE-RUN-JOURNAL.
      *----------------------*
      * THE TRAILER TIES THE JOURNAL TO ITS RUN NUMBER AND TO THE GL
      * EXTRACT THE RUN PRODUCED, SO A BACK-OUT CAN REFUSE A JOURNAL
      * OR EXTRACT FROM THE WRONG DAY
           IF NOT WS-PARTITION-MODE
               INITIALIZE RUN-JOURNAL-REC
               SET JRN-IS-TRAILER      TO TRUE
               MOVE WS-RUN-NUMBER      TO JRN-RUN-NUMBER
               MOVE WS-RUN-DATE        TO JRN-RUN-DATE
               MOVE WS-GL-DETAIL-RECORDS
                                       TO JRN-GL-DETAIL-COUNT
               MOVE WS-GL-DEBIT-TOTAL  TO JRN-GL-DEBIT-TOTAL
               MOVE WS-GL-CREDIT-TOTAL TO JRN-GL-CREDIT-TOTAL
               MOVE WS-WRITEOFF-RECORDS
                                       TO JRN-WRITEOFF-COUNT
               PERFORM 8160-WRITE-JOURNAL
                  THRU 8160-WRITE-JOURNAL-EXIT
           END-IF.
      *
           CLOSE RUN-JOURNAL-FILE.
           IF FS-RUN-JOURNAL NOT EQUAL ZEROS
               DISPLAY "ERROR CLOSING RUN JOURNAL FILE: "
                                      FS-RUN-JOURNAL
               STOP RUN
           END-IF.
      *
           DISPLAY " JOURNAL SUSPENSE    :  " WS-JRN-SUSP-RECORDS.
           DISPLAY " JOURNAL SUMMARY     :  " WS-JRN-SUMMARY-RECORDS.
           DISPLAY " JOURNAL REGISTER    :  " WS-JRN-REG-RECORDS.
           DISPLAY " JOURNAL HISTORY     :  " WS-JRN-HST-RECORDS
           .
       9900-CLOSE-RUN-JOURNAL-EXIT.
           EXIT.
       
