       IDENTIFICATION DIVISION.
       PROGRAM-ID. archive_purge.
       AUTHOR. LOPEZ FEDERICO.
       DATE-WRITTEN. OCTOBER 2026.
       DATE-COMPILED.
      *----------------------------------------------------------------*
      * OBJECTIVE: RETENTION AND ARCHIVE PURGE FOR THE FILES THAT ONLY *
      * EVER GROW - THE SUMMARY HISTORY SNAPSHOTS, THE RUN HISTORY,    *
      * THE CUSTOMER MAINTENANCE AUDIT TRAIL, THE CUSTOMER ID CROSS-   *
      * REFERENCE AND THE HELD REJECTS. A RETENTION PARAMETER FILE     *
      * SETS HOW MANY DAYS EACH FILE KEEPS ITS RECORDS LIVE; OLDER     *
      * RECORDS MOVE TO A DATED ARCHIVE FILE CLOSED BY A CONTROL       *
      * RECORD (RECORD COUNT AND AMOUNT HASH) AND THE REST ARE WRITTEN *
      * TO A RETAINED FILE THAT OPERATIONS ROTATES INTO PLACE. A       *
      * CROSS-REFERENCE ROW STAYS LIVE WHILE A HISTORY, SUSPENSE OR    *
      * HELD RECORD STILL CARRIES ITS OLD ID. A PURGE REPORT SHOWS     *
      * WHAT LEFT EACH LIVE FILE AND WHERE IT WENT                     *
      *----------------------------------------------------------------*
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
           SELECT RETENTION-FILE   ASSIGN TO DYNAMIC
                                   WS-RETENTION-FILENAME
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS FS-RETENTION.
      *
           SELECT LIVE-FILE        ASSIGN TO DYNAMIC
                                   WS-LIVE-FILENAME
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS FS-LIVE.
      *
           SELECT HIST-KEEP-FILE   ASSIGN TO DYNAMIC
                                   WS-HIST-KEEP-FILENAME
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS FS-KEEP.
      *
           SELECT RUNH-KEEP-FILE   ASSIGN TO DYNAMIC
                                   WS-RUNH-KEEP-FILENAME
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS FS-KEEP.
      *
           SELECT AUDIT-KEEP-FILE  ASSIGN TO DYNAMIC
                                   WS-AUDIT-KEEP-FILENAME
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS FS-KEEP.
      *
           SELECT XREF-KEEP-FILE   ASSIGN TO DYNAMIC
                                   WS-XREF-KEEP-FILENAME
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS FS-KEEP.
      *
           SELECT HELD-KEEP-FILE   ASSIGN TO DYNAMIC
                                   WS-HELD-KEEP-FILENAME
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS FS-KEEP.
      *
           SELECT HIST-ARCH-FILE   ASSIGN TO DYNAMIC
                                   WS-ARCHIVE-FILENAME
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS FS-ARCHIVE.
      *
           SELECT RUNH-ARCH-FILE   ASSIGN TO DYNAMIC
                                   WS-ARCHIVE-FILENAME
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS FS-ARCHIVE.
      *
           SELECT AUDIT-ARCH-FILE  ASSIGN TO DYNAMIC
                                   WS-ARCHIVE-FILENAME
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS FS-ARCHIVE.
      *
           SELECT XREF-ARCH-FILE   ASSIGN TO DYNAMIC
                                   WS-ARCHIVE-FILENAME
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS FS-ARCHIVE.
      *
           SELECT HELD-ARCH-FILE   ASSIGN TO DYNAMIC
                                   WS-ARCHIVE-FILENAME
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS FS-ARCHIVE.
      *
           SELECT PROBE-FILE       ASSIGN TO DYNAMIC
                                   WS-PROBE-FILENAME
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS FS-PROBE.
      *
           SELECT PURGE-REPORT-FILE
                                   ASSIGN TO DYNAMIC
                                   WS-PURGE-REPORT-FILENAME
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS FS-PURGE-REPORT.
      *
      ******************************************************************
      *                  DATA DIVISION                                 *
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------------*
      * INPUT FILE: RETENTION PARAMETERS, MAINTAINED BY OPERATIONS     *
      * WITH AUDIT. ONE ROW PER PURGED FILE - HISTORY, RUNHIST, AUDIT, *
      * XREF AND HELD - WITH THE NUMBER OF DAYS A RECORD STAYS LIVE.   *
      * EVERY FILE MUST HAVE ITS ROW. ROWS STARTING WITH "*" ARE       *
      * COMMENTS                                                       *
      *----------------------------------------------------------------*
       FD  RETENTION-FILE.
       01 RETENTION-REC.
           05 RET-FILE-CODE                 PIC X(08).
           05 RET-RETAIN-DAYS               PIC 9(05).
           05 RET-RETAIN-DAYS-X REDEFINES RET-RETAIN-DAYS
                                            PIC X(05).
      *
      *----------------------------------------------------------------*
      * INPUT FILE: THE LIVE FILE BEING PURGED, OR ONE WHOSE RECORDS   *
      * ARE ONLY LOOKED AT FOR CUSTOMER IDS - READ ONE AFTER ANOTHER   *
      * UNDER ITS OWN LAYOUT BELOW (THE LAYOUTS OF THE PROGRAMS THAT   *
      * WRITE THEM)                                                    *
      *----------------------------------------------------------------*
       FD  LIVE-FILE.
      * summary_history SNAPSHOT ROW
       01 LIVE-HIST-REC.
           05 LHS-CUST-ID                   PIC 9(06).
           05 LHS-PERIOD                    PIC 9(06).
           05 LHS-CUST-NAME                 PIC X(50).
           05 LHS-TOTAL-TRANS               PIC 9(06).
           05 LHS-PURCHASE-AMOUNT           PIC S9(10)V99
                                            SIGN LEADING SEPARATE.
           05 LHS-REFUND-AMOUNT             PIC S9(10)V99
                                            SIGN LEADING SEPARATE.
           05 LHS-CHARGEBACK-AMOUNT         PIC S9(10)V99
                                            SIGN LEADING SEPARATE.
           05 LHS-ADJUSTMENT-AMOUNT         PIC S9(10)V99
                                            SIGN LEADING SEPARATE.
           05 LHS-TOTAL-REFUNDS             PIC 9(06).
           05 LHS-REVENUE-GROSS             PIC S9(10)V99
                                            SIGN LEADING SEPARATE.
           05 LHS-REVENUE-NET               PIC S9(10)V99
                                            SIGN LEADING SEPARATE.
           05 LHS-TENURE-DAYS               PIC 9(06).
           05 LHS-TIER-NAME                 PIC X(20).
           05 LHS-SNAP-DATE                 PIC 9(08).
      * SUMMARY MERGE RUN HISTORY ROW
       01 LIVE-RUNH-REC.
           05 LRH-RUN-NUMBER                PIC 9(06).
           05 LRH-DEL1                      PIC X(01).
           05 LRH-START-DATE                PIC 9(08).
           05 FILLER                        PIC X(255).
           05 LRH-TRANSACTION-HASH          PIC S9(14)V99
                                            SIGN LEADING SEPARATE.
           05 LRH-DEL11                     PIC X(01).
           05 LRH-STATUS                    PIC X(12).
      * CUSTOMER MAINTENANCE AUDIT ROW
       01 LIVE-AUDIT-REC.
           05 LAU-DATE                      PIC 9(08).
           05 LAU-DEL1                      PIC X(01).
           05 LAU-TIME                      PIC 9(06).
           05 LAU-DEL2                      PIC X(01).
           05 LAU-USER                      PIC X(08).
           05 LAU-DEL3                      PIC X(01).
           05 LAU-ACTION                    PIC X(06).
           05 LAU-DEL4                      PIC X(01).
           05 LAU-CUST-ID                   PIC 9(06).
           05 FILLER                        PIC X(377).
      * OLD-ID-TO-NEW-ID CROSS-REFERENCE ROW
       01 LIVE-XREF-REC.
           05 LXR-OLD-ID                    PIC 9(06).
           05 LXR-DEL1                      PIC X(01).
           05 LXR-NEW-ID                    PIC 9(06).
           05 LXR-DEL2                      PIC X(01).
           05 LXR-DATE                      PIC 9(08).
           05 LXR-DEL3                      PIC X(01).
           05 LXR-TIME                      PIC 9(06).
           05 LXR-DEL4                      PIC X(01).
           05 LXR-USER                      PIC X(08).
      * HELD REJECT ROW - REASON, ORIGINAL 60-BYTE TRANSACTION IMAGE
      * AND THE DATE THE REJECT WAS FIRST SEEN
       01 LIVE-HELD-REC.
           05 LHD-REASON                    PIC X(02).
           05 LHD-IMAGE.
               10 LHD-TRANS-ID              PIC X(08).
               10 LHD-CUST-ID               PIC X(06).
               10 LHD-CUST-ID-N REDEFINES LHD-CUST-ID
                                            PIC 9(06).
               10 LHD-DATE                  PIC X(10).
               10 LHD-AMOUNT                PIC S9(10)V99
                                            SIGN LEADING SEPARATE.
               10 LHD-TYPE                  PIC X(20).
               10 LHD-CURRENCY              PIC X(03).
           05 LHD-FIRST-SEEN                PIC 9(08).
           05 LHD-AGE-DAYS                  PIC 9(05).
      * SUMMARY MERGE SUSPENSE ROW - ONLY ITS CUSTOMER ID IS USED
       01 LIVE-SUSP-REC.
           05 LSU-TRANS-ID                  PIC 9(08).
           05 LSU-CUST-ID                   PIC 9(06).
           05 FILLER                        PIC X(59).
      *
      *----------------------------------------------------------------*
      * OUTPUT FILES: RETAINED RECORDS, ONE PER PURGED FILE, IN THE    *
      * LIVE FILE'S LAYOUT AND ORDER - OPERATIONS ROTATES EACH INTO    *
      * PLACE OF ITS LIVE FILE ONCE THE PURGE HAS ENDED CLEAN          *
      *----------------------------------------------------------------*
       FD  HIST-KEEP-FILE
           RECORDING MODE IS F.
       01 HIST-KEEP-REC                    PIC X(186).
      *
       FD  RUNH-KEEP-FILE
           RECORDING MODE IS F.
       01 RUNH-KEEP-REC                    PIC X(300).
      *
       FD  AUDIT-KEEP-FILE
           RECORDING MODE IS F.
       01 AUDIT-KEEP-REC                   PIC X(415).
      *
       FD  XREF-KEEP-FILE
           RECORDING MODE IS F.
       01 XREF-KEEP-REC                    PIC X(38).
      *
       FD  HELD-KEEP-FILE
           RECORDING MODE IS F.
       01 HELD-KEEP-REC                    PIC X(75).
      *
      *----------------------------------------------------------------*
      * OUTPUT FILES: DATED ARCHIVES, ONE PER PURGED FILE - THE        *
      * RECORDS PAST RETENTION IN THE LIVE FILE'S LAYOUT, CLOSED BY    *
      * AN ARCHIVE CONTROL RECORD (WS-ARCHIVE-CONTROL-REC)             *
      *----------------------------------------------------------------*
       FD  HIST-ARCH-FILE
           RECORDING MODE IS F.
       01 HIST-ARCH-REC                    PIC X(186).
      *
       FD  RUNH-ARCH-FILE
           RECORDING MODE IS F.
       01 RUNH-ARCH-REC                    PIC X(300).
      *
       FD  AUDIT-ARCH-FILE
           RECORDING MODE IS F.
       01 AUDIT-ARCH-REC                   PIC X(415).
      *
       FD  XREF-ARCH-FILE
           RECORDING MODE IS F.
       01 XREF-ARCH-REC                    PIC X(38).
      *
       FD  HELD-ARCH-FILE
           RECORDING MODE IS F.
       01 HELD-ARCH-REC                    PIC X(75).
      *
      *----------------------------------------------------------------*
      * INPUT FILE: EXISTENCE PROBE FOR AN ARCHIVE NAME - AN ARCHIVE   *
      * IS NEVER WRITTEN OVER                                          *
      *----------------------------------------------------------------*
       FD  PROBE-FILE.
       01 PROBE-REC                        PIC X(01).
      *
      *----------------------------------------------------------------*
      * OUTPUT FILE: PURGE REPORT FOR AUDIT - ONE ROW PER PURGED FILE  *
      * WITH ITS RETENTION, CUT-OFF DATE, RECORDS READ, KEPT AND       *
      * ARCHIVED, THE ARCHIVE CONTROL TOTALS AND WHERE THE RECORDS     *
      * WENT                                                           *
      *----------------------------------------------------------------*
       FD  PURGE-REPORT-FILE
           RECORDING MODE IS F.
       01 PURGE-REPORT-REC.
           05 PRP-FILE-CODE                 PIC X(08).
           05 PRP-DEL1                      PIC X(01) VALUE ";".
           05 PRP-RUN-DATE                  PIC 9(08).
           05 PRP-DEL2                      PIC X(01) VALUE ";".
           05 PRP-RETAIN-DAYS               PIC 9(05).
           05 PRP-DEL3                      PIC X(01) VALUE ";".
           05 PRP-CUTOFF-DATE               PIC 9(08).
           05 PRP-DEL4                      PIC X(01) VALUE ";".
           05 PRP-READ                      PIC 9(08).
           05 PRP-DEL5                      PIC X(01) VALUE ";".
           05 PRP-KEPT                      PIC 9(08).
           05 PRP-DEL6                      PIC X(01) VALUE ";".
           05 PRP-KEPT-PINNED               PIC 9(08).
           05 PRP-DEL7                      PIC X(01) VALUE ";".
           05 PRP-KEPT-UNDATED              PIC 9(08).
           05 PRP-DEL8                      PIC X(01) VALUE ";".
           05 PRP-ARCHIVED                  PIC 9(08).
           05 PRP-DEL9                      PIC X(01) VALUE ";".
           05 PRP-ARCHIVE-HASH              PIC S9(14)V99
                                            SIGN LEADING SEPARATE.
           05 PRP-DEL10                     PIC X(01) VALUE ";".
           05 PRP-STATUS                    PIC X(12).
           05 PRP-DEL11                     PIC X(01) VALUE ";".
           05 PRP-LIVE-FILENAME             PIC X(100).
           05 PRP-DEL12                     PIC X(01) VALUE ";".
           05 PRP-KEEP-FILENAME             PIC X(100).
           05 PRP-DEL13                     PIC X(01) VALUE ";".
           05 PRP-ARCHIVE-FILENAME          PIC X(100).
      *
      * COLUMN HEADER RECORD - SAME LENGTH AS PURGE-REPORT-REC
       01 PURGE-HEADER-REC.
           05 PH-COL-1                      PIC X(08).
           05 PH-DEL1                       PIC X(01) VALUE ";".
           05 PH-COL-2                      PIC X(08).
           05 PH-DEL2                       PIC X(01) VALUE ";".
           05 PH-COL-3                      PIC X(05).
           05 PH-DEL3                       PIC X(01) VALUE ";".
           05 PH-COL-4                      PIC X(08).
           05 PH-DEL4                       PIC X(01) VALUE ";".
           05 PH-COL-5                      PIC X(08).
           05 PH-DEL5                       PIC X(01) VALUE ";".
           05 PH-COL-6                      PIC X(08).
           05 PH-DEL6                       PIC X(01) VALUE ";".
           05 PH-COL-7                      PIC X(08).
           05 PH-DEL7                       PIC X(01) VALUE ";".
           05 PH-COL-8                      PIC X(08).
           05 PH-DEL8                       PIC X(01) VALUE ";".
           05 PH-COL-9                      PIC X(08).
           05 PH-DEL9                       PIC X(01) VALUE ";".
           05 PH-COL-10                     PIC X(17).
           05 PH-DEL10                      PIC X(01) VALUE ";".
           05 PH-COL-11                     PIC X(12).
           05 PH-DEL11                      PIC X(01) VALUE ";".
           05 PH-COL-12                     PIC X(100).
           05 PH-DEL12                      PIC X(01) VALUE ";".
           05 PH-COL-13                     PIC X(100).
           05 PH-DEL13                      PIC X(01) VALUE ";".
           05 PH-COL-14                     PIC X(100).
      *
      ******************************************************************
      *                  WORKING STORAGE                               *
      ******************************************************************
       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      * DYNAMIC FILE NAMES - OVERRIDABLE VIA ENVIRONMENT VARIABLE      *
      *----------------------------------------------------------------*
       01  WS-FILENAMES.
           05  WS-RETENTION-FILENAME    PIC X(100) VALUE
                                         "retention_params.dat".
           05  WS-HISTORY-FILENAME      PIC X(100) VALUE
                                         "summary_history.dat".
           05  WS-RUN-HISTORY-FILENAME  PIC X(100) VALUE
                                         "run_history.csv".
           05  WS-AUDIT-FILENAME        PIC X(100) VALUE
                                         "customer_audit.csv".
           05  WS-XREF-FILENAME         PIC X(100) VALUE
                                         "customer_xref.csv".
           05  WS-HELD-FILENAME         PIC X(100) VALUE
                                         "reject_held.dat".
           05  WS-SUSPENSE-FILENAME     PIC X(100) VALUE
                                         "suspense_data.dat".
           05  WS-HIST-KEEP-FILENAME    PIC X(100) VALUE
                                    "summary_history_retained.dat".
           05  WS-RUNH-KEEP-FILENAME    PIC X(100) VALUE
                                         "run_history_retained.csv".
           05  WS-AUDIT-KEEP-FILENAME   PIC X(100) VALUE
                                         "customer_audit_retained.csv".
           05  WS-XREF-KEEP-FILENAME    PIC X(100) VALUE
                                         "customer_xref_retained.csv".
           05  WS-HELD-KEEP-FILENAME    PIC X(100) VALUE
                                         "reject_held_retained.dat".
           05  WS-PURGE-REPORT-FILENAME PIC X(100) VALUE
                                         "purge_report.csv".
           05  WS-ARCHIVE-PREFIX        PIC X(60) VALUE "arch_".
           05  WS-LIVE-FILENAME         PIC X(100) VALUE SPACES.
           05  WS-ARCHIVE-FILENAME      PIC X(100) VALUE SPACES.
           05  WS-PROBE-FILENAME        PIC X(100) VALUE SPACES.
           05  WS-ENV-OVERRIDE          PIC X(100) VALUE SPACES.
      *----------------------------------------------------------------*
      * STATUS VARIABLES                                               *
      *----------------------------------------------------------------*
       01  WS-FILE-STATUS.
           05  FS-RETENTION            PIC X(2) VALUE SPACES.
           05  FS-LIVE                 PIC X(2) VALUE SPACES.
           05  FS-KEEP                 PIC X(2) VALUE SPACES.
           05  FS-ARCHIVE              PIC X(2) VALUE SPACES.
           05  FS-PROBE                PIC X(2) VALUE SPACES.
           05  FS-PURGE-REPORT         PIC X(2) VALUE SPACES.
      *----------------------------------------------------------------*
      * ACCUMULATORS FOR STATISTICS                                    *
      *----------------------------------------------------------------*
       01  WS-STATS.
           05  WS-RETENTION-RECORDS    PIC 9(6) VALUE 0.
           05  WS-RETENTION-ERRORS     PIC 9(6) VALUE 0.
           05  WS-SUSPENSE-RECORDS     PIC 9(8) VALUE 0.
           05  WS-REPORT-RECORDS       PIC 9(6) VALUE 0.
           05  WS-TOTAL-ARCHIVED       PIC 9(8) VALUE 0.
           05  WS-TOTAL-UNDATED        PIC 9(8) VALUE 0.
      *----------------------------------------------------------------*
      * RUN DATE                                                       *
      *----------------------------------------------------------------*
       01  WS-RUN-CONTROL.
           05  WS-RUN-DATE              PIC 9(08) VALUE 0.
           05  WS-RUN-DATE-INT          PIC 9(08) VALUE 0.
           05  WS-CUTOFF-INT            PIC 9(08) VALUE 0.
           05  WS-REC-DATE              PIC 9(08) VALUE 0.
           05  WS-REC-DATE-X REDEFINES WS-REC-DATE
                                        PIC X(08).
           05  WS-REC-ACTION-SW         PIC X(01) VALUE SPACE.
               88  WS-REC-KEEP                  VALUE "K".
               88  WS-REC-ARCHIVE               VALUE "A".
               88  WS-REC-UNDATED               VALUE "U".
      *----------------------------------------------------------------*
      * PURGE TABLE - ONE ENTRY PER PURGED FILE, IN PROCESSING ORDER:  *
      * RETENTION, CUT-OFF, ARCHIVE NAME AND THE COUNTS AND AMOUNT     *
      * HASH THAT GO ON THE ARCHIVE CONTROL RECORD AND PURGE REPORT.   *
      * A RECORD DATED BEFORE THE CUT-OFF IS PAST RETENTION            *
      *----------------------------------------------------------------*
       01  WS-PURGE-TABLE.
           05  WS-PG-IX                 PIC 9(03) COMP VALUE 0.
           05  WS-PG-ENTRY OCCURS 5 TIMES.
               10  WS-PG-CODE           PIC X(08).
               10  WS-PG-STEM           PIC X(20).
               10  WS-PG-EXTENSION      PIC X(04).
               10  WS-PG-RETAIN-SW      PIC X(01).
                   88  WS-PG-RETAIN-SET         VALUE "Y".
               10  WS-PG-RETAIN-DAYS    PIC 9(05).
               10  WS-PG-CUTOFF-DATE    PIC 9(08).
               10  WS-PG-LIVE-SW        PIC X(01).
                   88  WS-PG-LIVE-FOUND         VALUE "Y".
               10  WS-PG-ARCHIVE-NAME   PIC X(100).
               10  WS-PG-READ           PIC 9(08).
               10  WS-PG-KEPT           PIC 9(08).
               10  WS-PG-PINNED         PIC 9(08).
               10  WS-PG-UNDATED        PIC 9(08).
               10  WS-PG-ARCHIVED       PIC 9(08).
               10  WS-PG-HASH           PIC S9(14)V99.
      *----------------------------------------------------------------*
      * CROSS-REFERENCE ROWS PAST RETENTION, BY OLD ID. AN OLD ID      *
      * STILL CARRIED BY A RETAINED HISTORY ROW, A SUSPENSE ITEM OR A  *
      * RETAINED HELD REJECT IS MARKED REFERENCED AND ITS ROWS STAY    *
      * LIVE, OR THE SUMMARY MERGE COULD NO LONGER RE-KEY THEM         *
      *----------------------------------------------------------------*
       01  WS-XREF-CAND-TABLE.
           05  WS-XC-COUNT              PIC 9(04) COMP VALUE 0.
           05  WS-XC-IX                 PIC 9(04) COMP VALUE 0.
           05  WS-XC-ENTRY OCCURS 5000 TIMES.
               10  WS-XC-OLD-ID         PIC 9(06).
               10  WS-XC-REF-SW         PIC X(01).
                   88  WS-XC-REFERENCED         VALUE "Y".
           05  WS-REF-CUST-ID           PIC 9(06) VALUE 0.
      *----------------------------------------------------------------*
      * RUN HISTORY ROWS THAT NEVER LEAVE THE LIVE FILE: THE ROW WITH  *
      * THE HIGHEST RUN NUMBER (THE NEXT RUN NUMBERS FROM IT) AND THE  *
      * LAST SUCCESSFUL RUN (THE RERUN CHECK COMPARES AGAINST IT)      *
      *----------------------------------------------------------------*
       01  WS-RUNH-PIN-CONTROL.
           05  WS-RUNH-ORDINAL          PIC 9(08) VALUE 0.
           05  WS-RUNH-MAX-RUN          PIC 9(06) VALUE 0.
           05  WS-RUNH-MAX-ORDINAL      PIC 9(08) VALUE 0.
           05  WS-RUNH-SUCCESS-ORDINAL  PIC 9(08) VALUE 0.
      *----------------------------------------------------------------*
      * ARCHIVE CONTROL RECORD - THE LAST RECORD OF EVERY ARCHIVE.     *
      * SHORT ENOUGH FOR THE NARROWEST ARCHIVE LAYOUT; THE LEADING     *
      * "*" KEEPS IT APART FROM THE ARCHIVED RECORDS                   *
      *----------------------------------------------------------------*
       01  WS-ARCHIVE-CONTROL-REC.
           05  ACR-TAG                  PIC X(08) VALUE "*ARCCTL*".
           05  ACR-DEL1                 PIC X(01) VALUE ";".
           05  ACR-RECORD-COUNT         PIC 9(08).
           05  ACR-DEL2                 PIC X(01) VALUE ";".
           05  ACR-AMOUNT-HASH          PIC S9(14)V99
                                        SIGN LEADING SEPARATE.
      *----------------------------------------------------------------*
      * CONSTANTS                                                      *
      *----------------------------------------------------------------*
       01  CT-CONSTANTS.
           05  CT-DELIMITED-CHARACTER  PIC X VALUE ";".
           05  CT-RUN-SUCCESS          PIC X(12) VALUE "SUCCESS".
           05  CT-HIST-IX              PIC 9(03) VALUE 1.
           05  CT-HELD-IX              PIC 9(03) VALUE 2.
           05  CT-RUNH-IX              PIC 9(03) VALUE 3.
           05  CT-AUDIT-IX             PIC 9(03) VALUE 4.
           05  CT-XREF-IX              PIC 9(03) VALUE 5.
           05  CT-PURGED-FILES         PIC 9(03) VALUE 5.
           05  CT-MAX-XREF-CANDIDATES  PIC 9(04) VALUE 5000.
      *
      ******************************************************************
      *                     PROCEDURE DIVISION                         *
      ******************************************************************
       PROCEDURE DIVISION.
      *
           PERFORM 1000-INITIALIZE
              THRU 1000-INITIALIZE-EXIT.
      *
           PERFORM 2000-LOAD-XREF-CANDIDATES
              THRU 2000-LOAD-XREF-CANDIDATES-EXIT.
      *
           PERFORM 3000-PURGE-HISTORY
              THRU 3000-PURGE-HISTORY-EXIT.
      *
           PERFORM 3200-PURGE-HELD
              THRU 3200-PURGE-HELD-EXIT.
      *
           PERFORM 3400-SCAN-SUSPENSE
              THRU 3400-SCAN-SUSPENSE-EXIT.
      *
           PERFORM 3600-PURGE-RUN-HISTORY
              THRU 3600-PURGE-RUN-HISTORY-EXIT.
      *
           PERFORM 3800-PURGE-AUDIT
              THRU 3800-PURGE-AUDIT-EXIT.
      *
           PERFORM 4000-PURGE-XREF
              THRU 4000-PURGE-XREF-EXIT.
      *
           PERFORM 9000-FINALIZE
              THRU 9000-FINALIZE-EXIT.
      *
           STOP RUN.
      *
      *-----------------------------------------------------------------
       1000-INITIALIZE.
      *---------------*
           DISPLAY "ARCHIVE PURGE INITIALIZATION STARTED".
      *
           PERFORM 1100-RESOLVE-FILENAMES
              THRU 1100-RESOLVE-FILENAMES-EXIT.
      *
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           COMPUTE WS-RUN-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).
      *
           INITIALIZE WS-PURGE-TABLE.
           MOVE "HISTORY"              TO WS-PG-CODE(CT-HIST-IX)
           MOVE "summary_history"      TO WS-PG-STEM(CT-HIST-IX)
           MOVE ".dat"                 TO WS-PG-EXTENSION(CT-HIST-IX)
           MOVE "HELD"                 TO WS-PG-CODE(CT-HELD-IX)
           MOVE "reject_held"          TO WS-PG-STEM(CT-HELD-IX)
           MOVE ".dat"                 TO WS-PG-EXTENSION(CT-HELD-IX)
           MOVE "RUNHIST"              TO WS-PG-CODE(CT-RUNH-IX)
           MOVE "run_history"          TO WS-PG-STEM(CT-RUNH-IX)
           MOVE ".csv"                 TO WS-PG-EXTENSION(CT-RUNH-IX)
           MOVE "AUDIT"                TO WS-PG-CODE(CT-AUDIT-IX)
           MOVE "customer_audit"       TO WS-PG-STEM(CT-AUDIT-IX)
           MOVE ".csv"                 TO WS-PG-EXTENSION(CT-AUDIT-IX)
           MOVE "XREF"                 TO WS-PG-CODE(CT-XREF-IX)
           MOVE "customer_xref"        TO WS-PG-STEM(CT-XREF-IX)
           MOVE ".csv"                 TO WS-PG-EXTENSION(CT-XREF-IX).
      *
           PERFORM 1200-LOAD-RETENTION
              THRU 1200-LOAD-RETENTION-EXIT.
      *
      * EVERY ARCHIVE NAME IS CHECKED BEFORE ANY FILE IS TOUCHED, SO A
      * REFUSAL LEAVES NOTHING HALF DONE
           PERFORM 1300-NAME-ARCHIVE
              THRU 1300-NAME-ARCHIVE-EXIT
              VARYING WS-PG-IX FROM 1 BY 1
                UNTIL WS-PG-IX > CT-PURGED-FILES.
      *
           OPEN OUTPUT PURGE-REPORT-FILE.
           IF FS-PURGE-REPORT NOT EQUAL ZEROS
               DISPLAY "ERROR OPENING PURGE REPORT FILE: "
                                      FS-PURGE-REPORT
               MOVE 8                  TO RETURN-CODE
               STOP RUN
           END-IF.
      *
           PERFORM 8000-WRITE-REPORT-HEADER
              THRU 8000-WRITE-REPORT-HEADER-EXIT
           .
       1000-INITIALIZE-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
       1100-RESOLVE-FILENAMES.
      *----------------------*
           MOVE SPACES                 TO WS-ENV-OVERRIDE
           DISPLAY "RETENTION_PARAM_FILE" UPON ENVIRONMENT-NAME
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE
           IF WS-ENV-OVERRIDE NOT EQUAL SPACES
               MOVE WS-ENV-OVERRIDE     TO WS-RETENTION-FILENAME
           END-IF.
      *
           MOVE SPACES                 TO WS-ENV-OVERRIDE
           DISPLAY "SUMMARY_HISTORY_FILE" UPON ENVIRONMENT-NAME
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE
           IF WS-ENV-OVERRIDE NOT EQUAL SPACES
               MOVE WS-ENV-OVERRIDE     TO WS-HISTORY-FILENAME
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
           DISPLAY "CUSTOMER_AUDIT_FILE" UPON ENVIRONMENT-NAME
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE
           IF WS-ENV-OVERRIDE NOT EQUAL SPACES
               MOVE WS-ENV-OVERRIDE     TO WS-AUDIT-FILENAME
           END-IF.
      *
           MOVE SPACES                 TO WS-ENV-OVERRIDE
           DISPLAY "XREF_FILE" UPON ENVIRONMENT-NAME
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE
           IF WS-ENV-OVERRIDE NOT EQUAL SPACES
               MOVE WS-ENV-OVERRIDE     TO WS-XREF-FILENAME
           END-IF.
      *
           MOVE SPACES                 TO WS-ENV-OVERRIDE
           DISPLAY "REJECT_HELD_IN_FILE" UPON ENVIRONMENT-NAME
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE
           IF WS-ENV-OVERRIDE NOT EQUAL SPACES
               MOVE WS-ENV-OVERRIDE     TO WS-HELD-FILENAME
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
           DISPLAY "HISTORY_RETAINED_FILE" UPON ENVIRONMENT-NAME
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE
           IF WS-ENV-OVERRIDE NOT EQUAL SPACES
               MOVE WS-ENV-OVERRIDE     TO WS-HIST-KEEP-FILENAME
           END-IF.
      *
           MOVE SPACES                 TO WS-ENV-OVERRIDE
           DISPLAY "RUN_HISTORY_RETAINED_FILE" UPON ENVIRONMENT-NAME
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE
           IF WS-ENV-OVERRIDE NOT EQUAL SPACES
               MOVE WS-ENV-OVERRIDE     TO WS-RUNH-KEEP-FILENAME
           END-IF.
      *
           MOVE SPACES                 TO WS-ENV-OVERRIDE
           DISPLAY "AUDIT_RETAINED_FILE" UPON ENVIRONMENT-NAME
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE
           IF WS-ENV-OVERRIDE NOT EQUAL SPACES
               MOVE WS-ENV-OVERRIDE     TO WS-AUDIT-KEEP-FILENAME
           END-IF.
      *
           MOVE SPACES                 TO WS-ENV-OVERRIDE
           DISPLAY "XREF_RETAINED_FILE" UPON ENVIRONMENT-NAME
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE
           IF WS-ENV-OVERRIDE NOT EQUAL SPACES
               MOVE WS-ENV-OVERRIDE     TO WS-XREF-KEEP-FILENAME
           END-IF.
      *
           MOVE SPACES                 TO WS-ENV-OVERRIDE
           DISPLAY "HELD_RETAINED_FILE" UPON ENVIRONMENT-NAME
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE
           IF WS-ENV-OVERRIDE NOT EQUAL SPACES
               MOVE WS-ENV-OVERRIDE     TO WS-HELD-KEEP-FILENAME
           END-IF.
      *
           MOVE SPACES                 TO WS-ENV-OVERRIDE
           DISPLAY "PURGE_REPORT_FILE" UPON ENVIRONMENT-NAME
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE
           IF WS-ENV-OVERRIDE NOT EQUAL SPACES
               MOVE WS-ENV-OVERRIDE     TO WS-PURGE-REPORT-FILENAME
           END-IF.
      *
           MOVE SPACES                 TO WS-ENV-OVERRIDE
           DISPLAY "ARCHIVE_PREFIX" UPON ENVIRONMENT-NAME
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE
           IF WS-ENV-OVERRIDE NOT EQUAL SPACES
               MOVE WS-ENV-OVERRIDE     TO WS-ARCHIVE-PREFIX
           END-IF
           .
       1100-RESOLVE-FILENAMES-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
       1200-LOAD-RETENTION.
      *-------------------*
      * EVERY BAD ROW IS LISTED BEFORE THE RUN IS REFUSED. A FILE
      * WITH NO RETENTION ROW IS AN ERROR, NOT "KEEP EVERYTHING" -
      * A MISSING ROW MUST NOT PASS UNNOTICED
           OPEN INPUT RETENTION-FILE.
           IF FS-RETENTION NOT EQUAL ZEROS
               DISPLAY "ERROR OPENING RETENTION PARAMETER FILE: "
                                      FS-RETENTION
               DISPLAY "THE RETENTION PARAMETER FILE IS REQUIRED - "
                       "ONE ROW PER PURGED FILE"
               MOVE 8                  TO RETURN-CODE
               STOP RUN
           END-IF.
      *
           PERFORM UNTIL FS-RETENTION NOT EQUAL ZEROS
               READ RETENTION-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF RETENTION-REC(1:1) NOT EQUAL "*"
                           PERFORM 1250-ADD-RETENTION-ROW
                              THRU 1250-ADD-RETENTION-ROW-EXIT
                       END-IF
               END-READ
           END-PERFORM.
      *
           CLOSE RETENTION-FILE.
      *
           PERFORM VARYING WS-PG-IX FROM 1 BY 1
             UNTIL WS-PG-IX > CT-PURGED-FILES
               IF NOT WS-PG-RETAIN-SET(WS-PG-IX)
                   DISPLAY "NO RETENTION ROW FOR "
                           WS-PG-CODE(WS-PG-IX)
                   ADD 1               TO WS-RETENTION-ERRORS
               END-IF
           END-PERFORM.
      *
           IF WS-RETENTION-ERRORS NOT EQUAL ZEROES
               DISPLAY "ERROR: " WS-RETENTION-ERRORS " PROBLEM(S) ON "
                       "THE RETENTION FILE " WS-RETENTION-FILENAME
               MOVE 8                  TO RETURN-CODE
               STOP RUN
           END-IF
           .
       1200-LOAD-RETENTION-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
       1250-ADD-RETENTION-ROW.
      *----------------------*
           ADD 1                       TO WS-RETENTION-RECORDS.
      *
           PERFORM VARYING WS-PG-IX FROM 1 BY 1
             UNTIL WS-PG-IX > CT-PURGED-FILES
                OR WS-PG-CODE(WS-PG-IX) = RET-FILE-CODE
               CONTINUE
           END-PERFORM.
      *
           IF WS-PG-IX > CT-PURGED-FILES
               DISPLAY "RETENTION ROW " WS-RETENTION-RECORDS
                       ": UNKNOWN FILE CODE " RET-FILE-CODE
               ADD 1                   TO WS-RETENTION-ERRORS
               GO TO 1250-ADD-RETENTION-ROW-EXIT
           END-IF.
      *
           IF WS-PG-RETAIN-SET(WS-PG-IX)
               DISPLAY "RETENTION ROW " WS-RETENTION-RECORDS
                       ": " RET-FILE-CODE " IS GIVEN TWICE"
               ADD 1                   TO WS-RETENTION-ERRORS
               GO TO 1250-ADD-RETENTION-ROW-EXIT
           END-IF.
      *
      * ZERO DAYS WOULD ARCHIVE A WHOLE LIVE FILE - NOT A RETENTION
           IF RET-RETAIN-DAYS-X NOT NUMERIC
              OR RET-RETAIN-DAYS = ZEROES
               DISPLAY "RETENTION ROW " WS-RETENTION-RECORDS
                       ": " RET-FILE-CODE " DAYS MUST BE 00001-99999"
               ADD 1                   TO WS-RETENTION-ERRORS
               GO TO 1250-ADD-RETENTION-ROW-EXIT
           END-IF.
      *
           SET WS-PG-RETAIN-SET(WS-PG-IX)
                                       TO TRUE
           MOVE RET-RETAIN-DAYS        TO WS-PG-RETAIN-DAYS(WS-PG-IX)
           COMPUTE WS-CUTOFF-INT =
               WS-RUN-DATE-INT - RET-RETAIN-DAYS
           COMPUTE WS-PG-CUTOFF-DATE(WS-PG-IX) =
               FUNCTION DATE-OF-INTEGER(WS-CUTOFF-INT)
           .
       1250-ADD-RETENTION-ROW-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
       1300-NAME-ARCHIVE.
      *-----------------*
      * PREFIX + FILE STEM + RUN DATE, E.G. arch_customer_xref_
      * 20261015.csv. A SECOND PURGE ON THE SAME DAY IS REFUSED
      * RATHER THAN WRITING OVER RECORDS THE FIRST ONE ARCHIVED
           MOVE SPACES                 TO WS-PG-ARCHIVE-NAME(WS-PG-IX)
           STRING WS-ARCHIVE-PREFIX      DELIMITED BY SPACE
                  WS-PG-STEM(WS-PG-IX)   DELIMITED BY SPACE
                  "_"                    DELIMITED BY SIZE
                  WS-RUN-DATE            DELIMITED BY SIZE
                  WS-PG-EXTENSION(WS-PG-IX)
                                         DELIMITED BY SPACE
             INTO WS-PG-ARCHIVE-NAME(WS-PG-IX)
           END-STRING.
      *
           MOVE WS-PG-ARCHIVE-NAME(WS-PG-IX)
                                       TO WS-PROBE-FILENAME
           OPEN INPUT PROBE-FILE.
           IF FS-PROBE EQUAL ZEROS
               CLOSE PROBE-FILE
               DISPLAY "ERROR: ARCHIVE " WS-PROBE-FILENAME
               DISPLAY "ALREADY EXISTS - HAS TODAY'S PURGE ALREADY RUN?"
               MOVE 8                  TO RETURN-CODE
               STOP RUN
           END-IF
           .
       1300-NAME-ARCHIVE-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
       2000-LOAD-XREF-CANDIDATES.
      *-------------------------*
      * FIRST LOOK AT THE CROSS-REFERENCE: THE OLD IDS OF THE ROWS
      * PAST RETENTION. THE PURGES THAT FOLLOW MARK THE ONES STILL IN
      * USE BEFORE THE CROSS-REFERENCE ITSELF IS PURGED LAST
           MOVE WS-XREF-FILENAME       TO WS-LIVE-FILENAME
           OPEN INPUT LIVE-FILE.
           EVALUATE FS-LIVE
               WHEN ZEROES
                   CONTINUE
               WHEN '35'
                   GO TO 2000-LOAD-XREF-CANDIDATES-EXIT
               WHEN OTHER
                   DISPLAY "ERROR OPENING XREF FILE: " FS-LIVE
                   MOVE 8              TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
      *
           MOVE CT-XREF-IX             TO WS-PG-IX.
           PERFORM UNTIL FS-LIVE NOT EQUAL ZEROS
               READ LIVE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE LIVE-XREF-REC(15:8)
                                       TO WS-REC-DATE-X
                       PERFORM 7000-CLASSIFY-RECORD
                          THRU 7000-CLASSIFY-RECORD-EXIT
                       IF WS-REC-ARCHIVE
                          AND LXR-OLD-ID NUMERIC
                           PERFORM 2100-ADD-XREF-CANDIDATE
                              THRU 2100-ADD-XREF-CANDIDATE-EXIT
                       END-IF
               END-READ
           END-PERFORM.
      *
           PERFORM 7160-CHECK-LIVE-EOF
              THRU 7160-CHECK-LIVE-EOF-EXIT.
           CLOSE LIVE-FILE.
      *
      * THE LOOK ONLY PICKS CANDIDATES - THE COUNTS ARE TAKEN AGAIN
      * WHEN THE CROSS-REFERENCE IS PURGED
           SUBTRACT WS-PG-UNDATED(WS-PG-IX)
                                       FROM WS-TOTAL-UNDATED
           MOVE ZEROES                 TO WS-PG-KEPT(WS-PG-IX)
                                          WS-PG-UNDATED(WS-PG-IX)
                                          WS-PG-ARCHIVED(WS-PG-IX)
           .
       2000-LOAD-XREF-CANDIDATES-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
       2100-ADD-XREF-CANDIDATE.
      *-----------------------*
           MOVE LXR-OLD-ID             TO WS-REF-CUST-ID
           PERFORM 7300-FIND-XREF-CANDIDATE
              THRU 7300-FIND-XREF-CANDIDATE-EXIT.
           IF WS-XC-IX NOT GREATER WS-XC-COUNT
               GO TO 2100-ADD-XREF-CANDIDATE-EXIT
           END-IF.
      *
           IF WS-XC-COUNT NOT LESS THAN CT-MAX-XREF-CANDIDATES
               DISPLAY "ERROR: XREF CANDIDATE TABLE FULL - MORE THAN "
                       CT-MAX-XREF-CANDIDATES " OLD IDS PAST RETENTION"
               DISPLAY "PURGE WITH A LONGER XREF RETENTION FIRST"
               MOVE 8                  TO RETURN-CODE
               STOP RUN
           END-IF.
      *
           ADD 1                       TO WS-XC-COUNT
           MOVE LXR-OLD-ID             TO WS-XC-OLD-ID(WS-XC-COUNT)
           MOVE "N"                    TO WS-XC-REF-SW(WS-XC-COUNT)
           .
       2100-ADD-XREF-CANDIDATE-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
       3000-PURGE-HISTORY.
      *------------------*
      * SNAPSHOTS AGE FROM THE DATE summary_history WROTE THEM. THE
      * AMOUNT HASH IS THE NET REVENUE OF THE ARCHIVED SNAPSHOTS
           MOVE CT-HIST-IX             TO WS-PG-IX
           MOVE WS-HISTORY-FILENAME    TO WS-LIVE-FILENAME
           PERFORM 7100-OPEN-LIVE
              THRU 7100-OPEN-LIVE-EXIT.
      *
           OPEN OUTPUT HIST-KEEP-FILE.
           IF FS-KEEP NOT EQUAL ZEROS
               DISPLAY "ERROR OPENING HISTORY RETAINED FILE: " FS-KEEP
               MOVE 8                  TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-PG-ARCHIVE-NAME(WS-PG-IX)
                                       TO WS-ARCHIVE-FILENAME
           OPEN OUTPUT HIST-ARCH-FILE.
           IF FS-ARCHIVE NOT EQUAL ZEROS
               DISPLAY "ERROR OPENING HISTORY ARCHIVE: " FS-ARCHIVE
               MOVE 8                  TO RETURN-CODE
               STOP RUN
           END-IF.
      *
           PERFORM UNTIL FS-LIVE NOT EQUAL ZEROS
                      OR NOT WS-PG-LIVE-FOUND(WS-PG-IX)
               READ LIVE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       ADD 1           TO WS-PG-READ(WS-PG-IX)
                       MOVE LIVE-HIST-REC(179:8)
                                       TO WS-REC-DATE-X
                       PERFORM 7000-CLASSIFY-RECORD
                          THRU 7000-CLASSIFY-RECORD-EXIT
                       IF WS-REC-ARCHIVE
                           WRITE HIST-ARCH-REC FROM LIVE-HIST-REC
                           PERFORM 7400-CHECK-ARCHIVE-WRITE
                              THRU 7400-CHECK-ARCHIVE-WRITE-EXIT
                           IF LHS-REVENUE-NET NUMERIC
                               ADD LHS-REVENUE-NET
                                       TO WS-PG-HASH(WS-PG-IX)
                           END-IF
                       ELSE
                           WRITE HIST-KEEP-REC FROM LIVE-HIST-REC
                           PERFORM 7450-CHECK-KEEP-WRITE
                              THRU 7450-CHECK-KEEP-WRITE-EXIT
                           MOVE LHS-CUST-ID
                                       TO WS-REF-CUST-ID
                           PERFORM 7350-MARK-XREF-REFERENCE
                              THRU 7350-MARK-XREF-REFERENCE-EXIT
                       END-IF
               END-READ
           END-PERFORM.
      *
           PERFORM 7500-BUILD-ARCHIVE-CONTROL
              THRU 7500-BUILD-ARCHIVE-CONTROL-EXIT.
           WRITE HIST-ARCH-REC FROM WS-ARCHIVE-CONTROL-REC.
           PERFORM 7400-CHECK-ARCHIVE-WRITE
              THRU 7400-CHECK-ARCHIVE-WRITE-EXIT.
      *
           CLOSE HIST-ARCH-FILE
                 HIST-KEEP-FILE.
           PERFORM 7150-CLOSE-LIVE
              THRU 7150-CLOSE-LIVE-EXIT.
      *
           MOVE WS-HISTORY-FILENAME    TO PRP-LIVE-FILENAME
           MOVE WS-HIST-KEEP-FILENAME  TO PRP-KEEP-FILENAME
           PERFORM 8100-WRITE-REPORT-ROW
              THRU 8100-WRITE-REPORT-ROW-EXIT
           .
       3000-PURGE-HISTORY-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
       3200-PURGE-HELD.
      *---------------*
      * HELD REJECTS AGE FROM THE DATE THEY WERE FIRST SEEN. THE
      * AMOUNT HASH IS THE TRANSACTION AMOUNT OF THE ARCHIVED ITEMS -
      * A REJECT WHOSE AMOUNT IS NOT NUMERIC ADDS NOTHING
           MOVE CT-HELD-IX             TO WS-PG-IX
           MOVE WS-HELD-FILENAME       TO WS-LIVE-FILENAME
           PERFORM 7100-OPEN-LIVE
              THRU 7100-OPEN-LIVE-EXIT.
      *
           OPEN OUTPUT HELD-KEEP-FILE.
           IF FS-KEEP NOT EQUAL ZEROS
               DISPLAY "ERROR OPENING HELD RETAINED FILE: " FS-KEEP
               MOVE 8                  TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-PG-ARCHIVE-NAME(WS-PG-IX)
                                       TO WS-ARCHIVE-FILENAME
           OPEN OUTPUT HELD-ARCH-FILE.
           IF FS-ARCHIVE NOT EQUAL ZEROS
               DISPLAY "ERROR OPENING HELD ARCHIVE: " FS-ARCHIVE
               MOVE 8                  TO RETURN-CODE
               STOP RUN
           END-IF.
      *
           PERFORM UNTIL FS-LIVE NOT EQUAL ZEROS
                      OR NOT WS-PG-LIVE-FOUND(WS-PG-IX)
               READ LIVE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       ADD 1           TO WS-PG-READ(WS-PG-IX)
                       MOVE LIVE-HELD-REC(63:8)
                                       TO WS-REC-DATE-X
                       PERFORM 7000-CLASSIFY-RECORD
                          THRU 7000-CLASSIFY-RECORD-EXIT
                       IF WS-REC-ARCHIVE
                           WRITE HELD-ARCH-REC FROM LIVE-HELD-REC
                           PERFORM 7400-CHECK-ARCHIVE-WRITE
                              THRU 7400-CHECK-ARCHIVE-WRITE-EXIT
                           IF LHD-AMOUNT NUMERIC
                               ADD LHD-AMOUNT
                                       TO WS-PG-HASH(WS-PG-IX)
                           END-IF
                       ELSE
                           WRITE HELD-KEEP-REC FROM LIVE-HELD-REC
                           PERFORM 7450-CHECK-KEEP-WRITE
                              THRU 7450-CHECK-KEEP-WRITE-EXIT
                           IF LHD-CUST-ID NUMERIC
                               MOVE LHD-CUST-ID-N
                                       TO WS-REF-CUST-ID
                               PERFORM 7350-MARK-XREF-REFERENCE
                                  THRU 7350-MARK-XREF-REFERENCE-EXIT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
      *
           PERFORM 7500-BUILD-ARCHIVE-CONTROL
              THRU 7500-BUILD-ARCHIVE-CONTROL-EXIT.
           WRITE HELD-ARCH-REC FROM WS-ARCHIVE-CONTROL-REC.
           PERFORM 7400-CHECK-ARCHIVE-WRITE
              THRU 7400-CHECK-ARCHIVE-WRITE-EXIT.
      *
           CLOSE HELD-ARCH-FILE
                 HELD-KEEP-FILE.
           PERFORM 7150-CLOSE-LIVE
              THRU 7150-CLOSE-LIVE-EXIT.
      *
           MOVE WS-HELD-FILENAME       TO PRP-LIVE-FILENAME
           MOVE WS-HELD-KEEP-FILENAME  TO PRP-KEEP-FILENAME
           PERFORM 8100-WRITE-REPORT-ROW
              THRU 8100-WRITE-REPORT-ROW-EXIT
           .
       3200-PURGE-HELD-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
       3400-SCAN-SUSPENSE.
      *------------------*
      * THE SUSPENSE FILE IS NOT PURGED HERE - THE SUMMARY MERGE AGES
      * AND WRITES IT OFF ITSELF. IT IS ONLY READ FOR THE CUSTOMER IDS
      * ITS ITEMS STILL CARRY. NO SUSPENSE FILE, NOTHING IN SUSPENSE
           IF WS-XC-COUNT = ZEROES
               GO TO 3400-SCAN-SUSPENSE-EXIT
           END-IF.
      *
           MOVE WS-SUSPENSE-FILENAME   TO WS-LIVE-FILENAME
           OPEN INPUT LIVE-FILE.
           EVALUATE FS-LIVE
               WHEN ZEROES
                   CONTINUE
               WHEN '35'
                   GO TO 3400-SCAN-SUSPENSE-EXIT
               WHEN OTHER
                   DISPLAY "ERROR OPENING SUSPENSE FILE: " FS-LIVE
                   MOVE 8              TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
      *
           PERFORM UNTIL FS-LIVE NOT EQUAL ZEROS
               READ LIVE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       ADD 1           TO WS-SUSPENSE-RECORDS
                       IF LSU-CUST-ID NUMERIC
                           MOVE LSU-CUST-ID
                                       TO WS-REF-CUST-ID
                           PERFORM 7350-MARK-XREF-REFERENCE
                              THRU 7350-MARK-XREF-REFERENCE-EXIT
                       END-IF
               END-READ
           END-PERFORM.
      *
           PERFORM 7160-CHECK-LIVE-EOF
              THRU 7160-CHECK-LIVE-EOF-EXIT.
           CLOSE LIVE-FILE
           .
       3400-SCAN-SUSPENSE-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
       3600-PURGE-RUN-HISTORY.
      *----------------------*
      * RUNS AGE FROM THEIR START DATE. THE AMOUNT HASH IS THE SUM OF
      * THE ARCHIVED RUNS' TRANSACTION HASH TOTALS. A PRE-SCAN FINDS
      * THE TWO ROWS THAT ARE ALWAYS KEPT, WHATEVER THEIR AGE
           MOVE CT-RUNH-IX             TO WS-PG-IX
           MOVE WS-RUN-HISTORY-FILENAME
                                       TO WS-LIVE-FILENAME
           PERFORM 7100-OPEN-LIVE
              THRU 7100-OPEN-LIVE-EXIT.
      *
           PERFORM UNTIL FS-LIVE NOT EQUAL ZEROS
                      OR NOT WS-PG-LIVE-FOUND(WS-PG-IX)
               READ LIVE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       ADD 1           TO WS-RUNH-ORDINAL
                       IF LRH-RUN-NUMBER NUMERIC
                          AND LRH-RUN-NUMBER NOT LESS THAN
                                          WS-RUNH-MAX-RUN
                           MOVE LRH-RUN-NUMBER
                                       TO WS-RUNH-MAX-RUN
                           MOVE WS-RUNH-ORDINAL
                                       TO WS-RUNH-MAX-ORDINAL
                       END-IF
                       IF LRH-STATUS = CT-RUN-SUCCESS
                           MOVE WS-RUNH-ORDINAL
                                       TO WS-RUNH-SUCCESS-ORDINAL
                       END-IF
               END-READ
           END-PERFORM.
      *
           PERFORM 7150-CLOSE-LIVE
              THRU 7150-CLOSE-LIVE-EXIT.
           PERFORM 7100-OPEN-LIVE
              THRU 7100-OPEN-LIVE-EXIT.
           MOVE ZEROES                 TO WS-RUNH-ORDINAL.
      *
           OPEN OUTPUT RUNH-KEEP-FILE.
           IF FS-KEEP NOT EQUAL ZEROS
               DISPLAY "ERROR OPENING RUN HISTORY RETAINED FILE: "
                                      FS-KEEP
               MOVE 8                  TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-PG-ARCHIVE-NAME(WS-PG-IX)
                                       TO WS-ARCHIVE-FILENAME
           OPEN OUTPUT RUNH-ARCH-FILE.
           IF FS-ARCHIVE NOT EQUAL ZEROS
               DISPLAY "ERROR OPENING RUN HISTORY ARCHIVE: "
                                      FS-ARCHIVE
               MOVE 8                  TO RETURN-CODE
               STOP RUN
           END-IF.
      *
           PERFORM UNTIL FS-LIVE NOT EQUAL ZEROS
                      OR NOT WS-PG-LIVE-FOUND(WS-PG-IX)
               READ LIVE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       ADD 1           TO WS-PG-READ(WS-PG-IX)
                                          WS-RUNH-ORDINAL
                       MOVE LIVE-RUNH-REC(8:8)
                                       TO WS-REC-DATE-X
                       PERFORM 7000-CLASSIFY-RECORD
                          THRU 7000-CLASSIFY-RECORD-EXIT
                       IF WS-REC-ARCHIVE
                          AND (WS-RUNH-ORDINAL = WS-RUNH-MAX-ORDINAL
                           OR WS-RUNH-ORDINAL =
                                          WS-RUNH-SUCCESS-ORDINAL)
                           SET WS-REC-KEEP
                                       TO TRUE
                           SUBTRACT 1  FROM WS-PG-ARCHIVED(WS-PG-IX)
                           ADD 1       TO WS-PG-PINNED(WS-PG-IX)
                                          WS-PG-KEPT(WS-PG-IX)
                       END-IF
                       IF WS-REC-ARCHIVE
                           WRITE RUNH-ARCH-REC FROM LIVE-RUNH-REC
                           PERFORM 7400-CHECK-ARCHIVE-WRITE
                              THRU 7400-CHECK-ARCHIVE-WRITE-EXIT
                           IF LRH-TRANSACTION-HASH NUMERIC
                               ADD LRH-TRANSACTION-HASH
                                       TO WS-PG-HASH(WS-PG-IX)
                           END-IF
                       ELSE
                           WRITE RUNH-KEEP-REC FROM LIVE-RUNH-REC
                           PERFORM 7450-CHECK-KEEP-WRITE
                              THRU 7450-CHECK-KEEP-WRITE-EXIT
                       END-IF
               END-READ
           END-PERFORM.
      *
           PERFORM 7500-BUILD-ARCHIVE-CONTROL
              THRU 7500-BUILD-ARCHIVE-CONTROL-EXIT.
           WRITE RUNH-ARCH-REC FROM WS-ARCHIVE-CONTROL-REC.
           PERFORM 7400-CHECK-ARCHIVE-WRITE
              THRU 7400-CHECK-ARCHIVE-WRITE-EXIT.
      *
           CLOSE RUNH-ARCH-FILE
                 RUNH-KEEP-FILE.
           PERFORM 7150-CLOSE-LIVE
              THRU 7150-CLOSE-LIVE-EXIT.
      *
           MOVE WS-RUN-HISTORY-FILENAME
                                       TO PRP-LIVE-FILENAME
           MOVE WS-RUNH-KEEP-FILENAME  TO PRP-KEEP-FILENAME
           PERFORM 8100-WRITE-REPORT-ROW
              THRU 8100-WRITE-REPORT-ROW-EXIT
           .
       3600-PURGE-RUN-HISTORY-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
       3800-PURGE-AUDIT.
      *----------------*
      * AUDIT ROWS AGE FROM THE DATE THEY WERE WRITTEN. THE AUDIT
      * TRAIL CARRIES NO AMOUNT - ITS HASH IS THE SUM OF THE ARCHIVED
      * ROWS' CUSTOMER IDS, AS THE RUN HISTORY'S CUSTOMER HASH IS
           MOVE CT-AUDIT-IX            TO WS-PG-IX
           MOVE WS-AUDIT-FILENAME      TO WS-LIVE-FILENAME
           PERFORM 7100-OPEN-LIVE
              THRU 7100-OPEN-LIVE-EXIT.
      *
           OPEN OUTPUT AUDIT-KEEP-FILE.
           IF FS-KEEP NOT EQUAL ZEROS
               DISPLAY "ERROR OPENING AUDIT RETAINED FILE: " FS-KEEP
               MOVE 8                  TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-PG-ARCHIVE-NAME(WS-PG-IX)
                                       TO WS-ARCHIVE-FILENAME
           OPEN OUTPUT AUDIT-ARCH-FILE.
           IF FS-ARCHIVE NOT EQUAL ZEROS
               DISPLAY "ERROR OPENING AUDIT ARCHIVE: " FS-ARCHIVE
               MOVE 8                  TO RETURN-CODE
               STOP RUN
           END-IF.
      *
           PERFORM UNTIL FS-LIVE NOT EQUAL ZEROS
                      OR NOT WS-PG-LIVE-FOUND(WS-PG-IX)
               READ LIVE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       ADD 1           TO WS-PG-READ(WS-PG-IX)
                       MOVE LIVE-AUDIT-REC(1:8)
                                       TO WS-REC-DATE-X
                       PERFORM 7000-CLASSIFY-RECORD
                          THRU 7000-CLASSIFY-RECORD-EXIT
                       IF WS-REC-ARCHIVE
                           WRITE AUDIT-ARCH-REC FROM LIVE-AUDIT-REC
                           PERFORM 7400-CHECK-ARCHIVE-WRITE
                              THRU 7400-CHECK-ARCHIVE-WRITE-EXIT
                           IF LAU-CUST-ID NUMERIC
                               ADD LAU-CUST-ID
                                       TO WS-PG-HASH(WS-PG-IX)
                           END-IF
                       ELSE
                           WRITE AUDIT-KEEP-REC FROM LIVE-AUDIT-REC
                           PERFORM 7450-CHECK-KEEP-WRITE
                              THRU 7450-CHECK-KEEP-WRITE-EXIT
                       END-IF
               END-READ
           END-PERFORM.
      *
           PERFORM 7500-BUILD-ARCHIVE-CONTROL
              THRU 7500-BUILD-ARCHIVE-CONTROL-EXIT.
           WRITE AUDIT-ARCH-REC FROM WS-ARCHIVE-CONTROL-REC.
           PERFORM 7400-CHECK-ARCHIVE-WRITE
              THRU 7400-CHECK-ARCHIVE-WRITE-EXIT.
      *
           CLOSE AUDIT-ARCH-FILE
                 AUDIT-KEEP-FILE.
           PERFORM 7150-CLOSE-LIVE
              THRU 7150-CLOSE-LIVE-EXIT.
      *
           MOVE WS-AUDIT-FILENAME      TO PRP-LIVE-FILENAME
           MOVE WS-AUDIT-KEEP-FILENAME TO PRP-KEEP-FILENAME
           PERFORM 8100-WRITE-REPORT-ROW
              THRU 8100-WRITE-REPORT-ROW-EXIT
           .
       3800-PURGE-AUDIT-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
       4000-PURGE-XREF.
      *---------------*
      * CROSS-REFERENCE ROWS AGE FROM THE MERGE DATE. A ROW PAST
      * RETENTION WHOSE OLD ID WAS MARKED REFERENCED STAYS LIVE AND IS
      * COUNTED AS KEPT BY REFERENCE. THE HASH IS THE SUM OF THE
      * ARCHIVED ROWS' OLD IDS
           MOVE CT-XREF-IX             TO WS-PG-IX
           MOVE WS-XREF-FILENAME       TO WS-LIVE-FILENAME
           PERFORM 7100-OPEN-LIVE
              THRU 7100-OPEN-LIVE-EXIT.
      *
           OPEN OUTPUT XREF-KEEP-FILE.
           IF FS-KEEP NOT EQUAL ZEROS
               DISPLAY "ERROR OPENING XREF RETAINED FILE: " FS-KEEP
               MOVE 8                  TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-PG-ARCHIVE-NAME(WS-PG-IX)
                                       TO WS-ARCHIVE-FILENAME
           OPEN OUTPUT XREF-ARCH-FILE.
           IF FS-ARCHIVE NOT EQUAL ZEROS
               DISPLAY "ERROR OPENING XREF ARCHIVE: " FS-ARCHIVE
               MOVE 8                  TO RETURN-CODE
               STOP RUN
           END-IF.
      *
           PERFORM UNTIL FS-LIVE NOT EQUAL ZEROS
                      OR NOT WS-PG-LIVE-FOUND(WS-PG-IX)
               READ LIVE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       ADD 1           TO WS-PG-READ(WS-PG-IX)
                       MOVE LIVE-XREF-REC(15:8)
                                       TO WS-REC-DATE-X
                       PERFORM 7000-CLASSIFY-RECORD
                          THRU 7000-CLASSIFY-RECORD-EXIT
                       IF WS-REC-ARCHIVE
                          AND LXR-OLD-ID NUMERIC
                           MOVE LXR-OLD-ID
                                       TO WS-REF-CUST-ID
                           PERFORM 7300-FIND-XREF-CANDIDATE
                              THRU 7300-FIND-XREF-CANDIDATE-EXIT
                           IF WS-XC-IX NOT GREATER WS-XC-COUNT
                              AND WS-XC-REFERENCED(WS-XC-IX)
                               SET WS-REC-KEEP
                                       TO TRUE
                               SUBTRACT 1
                                       FROM WS-PG-ARCHIVED(WS-PG-IX)
                               ADD 1   TO WS-PG-PINNED(WS-PG-IX)
                                          WS-PG-KEPT(WS-PG-IX)
                           END-IF
                       END-IF
                       IF WS-REC-ARCHIVE
                           WRITE XREF-ARCH-REC FROM LIVE-XREF-REC
                           PERFORM 7400-CHECK-ARCHIVE-WRITE
                              THRU 7400-CHECK-ARCHIVE-WRITE-EXIT
                           IF LXR-OLD-ID NUMERIC
                               ADD LXR-OLD-ID
                                       TO WS-PG-HASH(WS-PG-IX)
                           END-IF
                       ELSE
                           WRITE XREF-KEEP-REC FROM LIVE-XREF-REC
                           PERFORM 7450-CHECK-KEEP-WRITE
                              THRU 7450-CHECK-KEEP-WRITE-EXIT
                       END-IF
               END-READ
           END-PERFORM.
      *
           PERFORM 7500-BUILD-ARCHIVE-CONTROL
              THRU 7500-BUILD-ARCHIVE-CONTROL-EXIT.
           WRITE XREF-ARCH-REC FROM WS-ARCHIVE-CONTROL-REC.
           PERFORM 7400-CHECK-ARCHIVE-WRITE
              THRU 7400-CHECK-ARCHIVE-WRITE-EXIT.
      *
           CLOSE XREF-ARCH-FILE
                 XREF-KEEP-FILE.
           PERFORM 7150-CLOSE-LIVE
              THRU 7150-CLOSE-LIVE-EXIT.
      *
           MOVE WS-XREF-FILENAME       TO PRP-LIVE-FILENAME
           MOVE WS-XREF-KEEP-FILENAME  TO PRP-KEEP-FILENAME
           PERFORM 8100-WRITE-REPORT-ROW
              THRU 8100-WRITE-REPORT-ROW-EXIT
           .
       4000-PURGE-XREF-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
       7000-CLASSIFY-RECORD.
      *--------------------*
      * WS-REC-DATE (YYYYMMDD) IS SET BY THE CALLER. A RECORD DATED
      * BEFORE THE FILE'S CUT-OFF IS ARCHIVED AND COUNTED; ONE WITH NO
      * USABLE DATE CANNOT BE AGED AND IS KEPT, AND COUNTED APART SO
      * THE REPORT SHOWS IT
           IF WS-REC-DATE-X NOT NUMERIC
              OR WS-REC-DATE = ZEROES
               SET WS-REC-UNDATED      TO TRUE
               ADD 1                   TO WS-PG-UNDATED(WS-PG-IX)
                                          WS-PG-KEPT(WS-PG-IX)
                                          WS-TOTAL-UNDATED
               GO TO 7000-CLASSIFY-RECORD-EXIT
           END-IF.
      *
           IF WS-REC-DATE < WS-PG-CUTOFF-DATE(WS-PG-IX)
               SET WS-REC-ARCHIVE      TO TRUE
               ADD 1                   TO WS-PG-ARCHIVED(WS-PG-IX)
           ELSE
               SET WS-REC-KEEP         TO TRUE
               ADD 1                   TO WS-PG-KEPT(WS-PG-IX)
           END-IF
           .
       7000-CLASSIFY-RECORD-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
       7100-OPEN-LIVE.
      *--------------*
      * WS-LIVE-FILENAME IS SET BY THE CALLER. A LIVE FILE NOT THERE
      * YET HAS NOTHING TO PURGE - ITS RETAINED FILE AND ARCHIVE ARE
      * STILL WRITTEN (EMPTY) SO THE ROTATION AND THE AUDIT TRAIL SEE
      * THE SAME FILES EVERY RUN
           OPEN INPUT LIVE-FILE.
           EVALUATE FS-LIVE
               WHEN ZEROES
                   SET WS-PG-LIVE-FOUND(WS-PG-IX)
                                       TO TRUE
               WHEN '35'
                   MOVE "N"            TO WS-PG-LIVE-SW(WS-PG-IX)
               WHEN OTHER
                   DISPLAY "ERROR OPENING " WS-PG-CODE(WS-PG-IX)
                           " FILE: " FS-LIVE
                   MOVE 8              TO RETURN-CODE
                   STOP RUN
           END-EVALUATE
           .
       7100-OPEN-LIVE-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
       7150-CLOSE-LIVE.
      *---------------*
           IF WS-PG-LIVE-FOUND(WS-PG-IX)
               PERFORM 7160-CHECK-LIVE-EOF
                  THRU 7160-CHECK-LIVE-EOF-EXIT
               CLOSE LIVE-FILE
           END-IF
           .
       7150-CLOSE-LIVE-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
       7160-CHECK-LIVE-EOF.
      *-------------------*
      * A READ LOOP MUST END ON END OF FILE. ANY OTHER STATUS MEANS
      * THE REST OF THE LIVE FILE WAS NEVER COPIED - ROTATING THE
      * RETAINED FILE THEN WOULD LOSE IT
           IF FS-LIVE NOT EQUAL '10'
               DISPLAY "ERROR READING " WS-LIVE-FILENAME
               DISPLAY "FILE STATUS: " FS-LIVE
                       " - DO NOT ROTATE THE RETAINED FILES"
               MOVE 8                  TO RETURN-CODE
               STOP RUN
           END-IF
           .
       7160-CHECK-LIVE-EOF-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
       7300-FIND-XREF-CANDIDATE.
      *------------------------*
      * LEAVES WS-XC-IX ON WS-REF-CUST-ID'S ENTRY, OR ONE PAST THE LAST
           PERFORM VARYING WS-XC-IX FROM 1 BY 1
             UNTIL WS-XC-IX > WS-XC-COUNT
                OR WS-XC-OLD-ID(WS-XC-IX) = WS-REF-CUST-ID
               CONTINUE
           END-PERFORM
           .
       7300-FIND-XREF-CANDIDATE-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
       7350-MARK-XREF-REFERENCE.
      *------------------------*
           IF WS-XC-COUNT = ZEROES
               GO TO 7350-MARK-XREF-REFERENCE-EXIT
           END-IF.
      *
           PERFORM 7300-FIND-XREF-CANDIDATE
              THRU 7300-FIND-XREF-CANDIDATE-EXIT.
           IF WS-XC-IX NOT GREATER WS-XC-COUNT
               SET WS-XC-REFERENCED(WS-XC-IX)
                                       TO TRUE
           END-IF
           .
       7350-MARK-XREF-REFERENCE-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
       7400-CHECK-ARCHIVE-WRITE.
      *------------------------*
           IF FS-ARCHIVE NOT EQUAL ZEROS
               DISPLAY "ERROR WRITING ARCHIVE "
                       WS-ARCHIVE-FILENAME ": " FS-ARCHIVE
               DISPLAY "THE LIVE FILES ARE UNCHANGED - DO NOT ROTATE "
                       "THE RETAINED FILES"
               MOVE 8                  TO RETURN-CODE
               STOP RUN
           END-IF
           .
       7400-CHECK-ARCHIVE-WRITE-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
       7450-CHECK-KEEP-WRITE.
      *---------------------*
           IF FS-KEEP NOT EQUAL ZEROS
               DISPLAY "ERROR WRITING " WS-PG-CODE(WS-PG-IX)
                       " RETAINED FILE: " FS-KEEP
               DISPLAY "THE LIVE FILES ARE UNCHANGED - DO NOT ROTATE "
                       "THE RETAINED FILES"
               MOVE 8                  TO RETURN-CODE
               STOP RUN
           END-IF
           .
       7450-CHECK-KEEP-WRITE-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
       7500-BUILD-ARCHIVE-CONTROL.
      *--------------------------*
      * EVERY RECORD READ WAS EITHER KEPT OR ARCHIVED - THE ARCHIVE
      * IS NOT CLOSED ON A COUNT THAT DOES NOT ADD UP
           IF WS-PG-READ(WS-PG-IX) NOT EQUAL
                 WS-PG-KEPT(WS-PG-IX) + WS-PG-ARCHIVED(WS-PG-IX)
               DISPLAY "ERROR: " WS-PG-CODE(WS-PG-IX)
                       " READ " WS-PG-READ(WS-PG-IX)
                       " KEPT " WS-PG-KEPT(WS-PG-IX)
                       " ARCHIVED " WS-PG-ARCHIVED(WS-PG-IX)
               MOVE 8                  TO RETURN-CODE
               STOP RUN
           END-IF.
      *
           MOVE WS-PG-ARCHIVED(WS-PG-IX)
                                       TO ACR-RECORD-COUNT
           MOVE WS-PG-HASH(WS-PG-IX)   TO ACR-AMOUNT-HASH
           MOVE CT-DELIMITED-CHARACTER TO ACR-DEL1
                                          ACR-DEL2
           ADD WS-PG-ARCHIVED(WS-PG-IX)
                                       TO WS-TOTAL-ARCHIVED
           .
       7500-BUILD-ARCHIVE-CONTROL-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
       8000-WRITE-REPORT-HEADER.
      *------------------------*
           MOVE "FILE"                 TO PH-COL-1
           MOVE "RUN-DATE"             TO PH-COL-2
           MOVE "DAYS"                 TO PH-COL-3
           MOVE "CUTOFF"               TO PH-COL-4
           MOVE "READ"                 TO PH-COL-5
           MOVE "KEPT"                 TO PH-COL-6
           MOVE "KEPT-REF"             TO PH-COL-7
           MOVE "UNDATED"              TO PH-COL-8
           MOVE "ARCHIVED"             TO PH-COL-9
           MOVE "ARCHIVE-HASH"         TO PH-COL-10
           MOVE "STATUS"               TO PH-COL-11
           MOVE "LIVE-FILE"            TO PH-COL-12
           MOVE "RETAINED-FILE"        TO PH-COL-13
           MOVE "ARCHIVE-FILE"         TO PH-COL-14
           MOVE CT-DELIMITED-CHARACTER TO PH-DEL1
                                          PH-DEL2
                                          PH-DEL3
                                          PH-DEL4
                                          PH-DEL5
                                          PH-DEL6
                                          PH-DEL7
                                          PH-DEL8
                                          PH-DEL9
                                          PH-DEL10
                                          PH-DEL11
                                          PH-DEL12
                                          PH-DEL13
      *
           WRITE PURGE-HEADER-REC.
      *
           IF FS-PURGE-REPORT NOT EQUAL ZEROS
               DISPLAY "ERROR WRITING PURGE REPORT FILE: "
                                      FS-PURGE-REPORT
               MOVE 8                  TO RETURN-CODE
               STOP RUN
           END-IF
           .
       8000-WRITE-REPORT-HEADER-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
       8100-WRITE-REPORT-ROW.
      *---------------------*
      * PRP-LIVE-FILENAME AND PRP-KEEP-FILENAME ARE SET BY THE CALLER
           MOVE WS-PG-CODE(WS-PG-IX)   TO PRP-FILE-CODE
           MOVE WS-RUN-DATE            TO PRP-RUN-DATE
           MOVE WS-PG-RETAIN-DAYS(WS-PG-IX)
                                       TO PRP-RETAIN-DAYS
           MOVE WS-PG-CUTOFF-DATE(WS-PG-IX)
                                       TO PRP-CUTOFF-DATE
           MOVE WS-PG-READ(WS-PG-IX)   TO PRP-READ
           MOVE WS-PG-KEPT(WS-PG-IX)   TO PRP-KEPT
           MOVE WS-PG-PINNED(WS-PG-IX) TO PRP-KEPT-PINNED
           MOVE WS-PG-UNDATED(WS-PG-IX)
                                       TO PRP-KEPT-UNDATED
           MOVE WS-PG-ARCHIVED(WS-PG-IX)
                                       TO PRP-ARCHIVED
           MOVE WS-PG-HASH(WS-PG-IX)   TO PRP-ARCHIVE-HASH
           MOVE WS-PG-ARCHIVE-NAME(WS-PG-IX)
                                       TO PRP-ARCHIVE-FILENAME.
      *
           IF WS-PG-LIVE-FOUND(WS-PG-IX)
               MOVE "PURGED"           TO PRP-STATUS
           ELSE
               MOVE "NO LIVE FILE"     TO PRP-STATUS
           END-IF.
      *
           MOVE CT-DELIMITED-CHARACTER TO PRP-DEL1
                                          PRP-DEL2
                                          PRP-DEL3
                                          PRP-DEL4
                                          PRP-DEL5
                                          PRP-DEL6
                                          PRP-DEL7
                                          PRP-DEL8
                                          PRP-DEL9
                                          PRP-DEL10
                                          PRP-DEL11
                                          PRP-DEL12
                                          PRP-DEL13
      *
           WRITE PURGE-REPORT-REC.
      *
           IF FS-PURGE-REPORT EQUAL ZEROS
               ADD 1                   TO WS-REPORT-RECORDS
           ELSE
               DISPLAY "ERROR WRITING PURGE REPORT FILE: "
                                      FS-PURGE-REPORT
               MOVE 8                  TO RETURN-CODE
               STOP RUN
           END-IF
           .
       8100-WRITE-REPORT-ROW-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
       9000-FINALIZE.
      *-------------*
           DISPLAY "ARCHIVE PURGE FINALIZATION STARTED".
      *
           CLOSE PURGE-REPORT-FILE.
           IF FS-PURGE-REPORT NOT EQUAL ZEROS
               DISPLAY "ERROR CLOSING PURGE REPORT FILE: "
                                      FS-PURGE-REPORT
               MOVE 8                  TO RETURN-CODE
               STOP RUN
           END-IF.
      *
           DISPLAY ' '
           DISPLAY "********************************"
           DISPLAY " CONTROL PROGRAM archive_purge  "
           DISPLAY "********************************"
           DISPLAY " RUN DATE            :  " WS-RUN-DATE
           DISPLAY " SUSPENSE ROWS READ  :  " WS-SUSPENSE-RECORDS
           DISPLAY " XREF OLD IDS AGED   :  " WS-XC-COUNT
           DISPLAY "-------------------------------"
           PERFORM VARYING WS-PG-IX FROM 1 BY 1
             UNTIL WS-PG-IX > CT-PURGED-FILES
               DISPLAY " " WS-PG-CODE(WS-PG-IX)
                       " READ " WS-PG-READ(WS-PG-IX)
                       " KEPT " WS-PG-KEPT(WS-PG-IX)
                       " ARCHIVED " WS-PG-ARCHIVED(WS-PG-IX)
           END-PERFORM
           DISPLAY "-------------------------------"
           DISPLAY " TOTAL ARCHIVED      :  " WS-TOTAL-ARCHIVED
           DISPLAY " UNDATED ROWS KEPT   :  " WS-TOTAL-UNDATED
           DISPLAY " PURGE REPORT ROWS   :  " WS-REPORT-RECORDS
           DISPLAY "-------------------------------"
      *
           IF WS-TOTAL-UNDATED NOT EQUAL ZEROES
               DISPLAY "WARNING: " WS-TOTAL-UNDATED " ROW(S) WITH NO "
                       "USABLE DATE WERE KEPT - SEE THE PURGE REPORT"
               MOVE 4                  TO RETURN-CODE
           END-IF
           .
       9000-FINALIZE-EXIT.
           EXIT.
