       IDENTIFICATION DIVISION.
       PROGRAM-ID. budget_variance.
       AUTHOR. LOPEZ FEDERICO.
       DATE-WRITTEN. OCTOBER 2026.
       DATE-COMPILED.
      *----------------------------------------------------------------*
      * OBJECTIVE: BUDGET VERSUS ACTUAL VARIANCE REPORT. TOTALS THE    *
      * MONTHLY SUMMARY HISTORY SNAPSHOTS BY PERIOD AND TIER AND       *
      * COMPARES NET REVENUE, PURCHASE AMOUNT AND TRANSACTION COUNT    *
      * WITH FINANCE'S BUDGET PARAMETER FILE - DOLLAR AND PERCENT      *
      * VARIANCE FOR THE PERIOD AND YEAR TO DATE, ROWS BEYOND THE      *
      * TOLERANCE FLAGGED - AND COUNTS THE CUSTOMERS WHO CHANGED TIER  *
      * IN EACH PERIOD, SO A SHORTFALL FROM CUSTOMERS MOVING DOWN A    *
      * TIER CAN BE TOLD FROM ONE WITHIN THE TIER                      *
      *----------------------------------------------------------------*
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
           SELECT BUDGET-FILE      ASSIGN TO DYNAMIC
                                   WS-BUDGET-FILENAME
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS FS-BUDGET.
      *
           SELECT TIER-PARAM-FILE  ASSIGN TO DYNAMIC
                                   WS-TIER-PARAM-FILENAME
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS FS-TIER-PARAM.
      *
           SELECT HISTORY-IN-FILE  ASSIGN TO DYNAMIC
                                   WS-HISTORY-FILENAME
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS FS-HISTORY-IN.
      *
           SELECT HISTWORK-FILE    ASSIGN TO DYNAMIC
                                   WS-HISTWORK-FILENAME
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS FS-HISTWORK.
      *
           SELECT VARIANCE-FILE    ASSIGN TO DYNAMIC
                                   WS-VARIANCE-FILENAME
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS FS-VARIANCE.
      *
           SELECT SORT-WORK-FILE   ASSIGN TO "SORTWK".
      *
      ******************************************************************
      *                  DATA DIVISION                                 *
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------------*
      * INPUT FILE: BUDGET PARAMETERS, MAINTAINED BY FINANCE. ONE ROW  *
      * PER PERIOD (YYYYMM) AND TIER NAME WITH THE PLANNED NET         *
      * REVENUE, PURCHASE AMOUNT AND TRANSACTION COUNT. ANY ORDER;     *
      * A PERIOD AND TIER MAY APPEAR ONLY ONCE. ROWS STARTING WITH     *
      * "*" ARE COMMENTS                                               *
      *----------------------------------------------------------------*
       FD  BUDGET-FILE.
       01 BUDGET-REC.
           05 BUD-PERIOD                    PIC 9(06).
           05 BUD-PERIOD-X REDEFINES BUD-PERIOD
                                            PIC X(06).
           05 BUD-TIER-NAME                 PIC X(20).
           05 BUD-PLAN-NET                  PIC S9(10)V99
                                            SIGN LEADING SEPARATE.
           05 BUD-PLAN-PURCHASE             PIC S9(10)V99
                                            SIGN LEADING SEPARATE.
           05 BUD-PLAN-TRANS                PIC 9(08).
      *
      *----------------------------------------------------------------*
      * INPUT FILE: SEGMENTATION TIER PARAMETERS (THE SUMMARY MERGE'S  *
      * FILE) - BEST TIER FIRST, SO THE ROW ORDER TELLS A MOVE UP A    *
      * TIER FROM A MOVE DOWN                                          *
      *----------------------------------------------------------------*
       FD  TIER-PARAM-FILE.
       01 TIER-PARAM-REC.
           05 TP-TIER-NAME                 PIC X(20).
           05 TP-MIN-NET-REVENUE           PIC S9(10)V99
                                           SIGN LEADING SEPARATE.
           05 TP-MIN-TENURE-DAYS           PIC 9(06).
      *
      *----------------------------------------------------------------*
      * INPUT FILE: SNAPSHOT HISTORY WRITTEN BY summary_history - ONE  *
      * ROW PER CUSTOMER PER CLOSED PERIOD                             *
      *----------------------------------------------------------------*
       FD  HISTORY-IN-FILE.
       01 HISTORY-IN-REC                   PIC X(186).
      *
      *----------------------------------------------------------------*
      * WORK FILE: THE HISTORY SORTED FOR ONE PASS - FIRST BY PERIOD   *
      * AND TIER FOR THE ACTUAL TOTALS, THEN BY CUSTOMER AND PERIOD    *
      * FOR THE TIER MOVEMENTS (SAME LAYOUT AS THE HISTORY ROWS)       *
      *----------------------------------------------------------------*
       FD  HISTWORK-FILE.
       01 HISTWORK-REC.
           05 HWK-CUST-ID                  PIC 9(06).
           05 HWK-PERIOD                   PIC 9(06).
           05 HWK-CUST-NAME                PIC X(50).
           05 HWK-TOTAL-TRANS              PIC 9(06).
           05 HWK-PURCHASE-AMOUNT          PIC S9(10)V99
                                           SIGN LEADING SEPARATE.
           05 HWK-REFUND-AMOUNT            PIC S9(10)V99
                                           SIGN LEADING SEPARATE.
           05 HWK-CHARGEBACK-AMOUNT        PIC S9(10)V99
                                           SIGN LEADING SEPARATE.
           05 HWK-ADJUSTMENT-AMOUNT        PIC S9(10)V99
                                           SIGN LEADING SEPARATE.
           05 HWK-TOTAL-REFUNDS            PIC 9(06).
           05 HWK-REVENUE-GROSS            PIC S9(10)V99
                                           SIGN LEADING SEPARATE.
           05 HWK-REVENUE-NET              PIC S9(10)V99
                                           SIGN LEADING SEPARATE.
           05 HWK-TENURE-DAYS              PIC 9(06).
           05 HWK-TIER-NAME                PIC X(20).
           05 HWK-SNAP-DATE                PIC 9(08).
      *
      *----------------------------------------------------------------*
      * OUTPUT FILE: VARIANCE REPORT - ONE ROW PER PERIOD AND TIER,    *
      * A PERIOD TOTAL ROW AFTER EACH PERIOD'S TIERS, THEN ONE TIER    *
      * MOVEMENT ROW PER PERIOD                                        *
      *----------------------------------------------------------------*
       FD  VARIANCE-FILE
           RECORDING MODE IS F.
       01 VARIANCE-REC.
           05 VAR-PERIOD                    PIC 9(06).
           05 VAR-DEL1                      PIC X(01) VALUE ";".
           05 VAR-TIER-NAME                 PIC X(20).
           05 VAR-DEL2                      PIC X(01) VALUE ";".
           05 VAR-CUSTOMERS                 PIC 9(06).
           05 VAR-DEL3                      PIC X(01) VALUE ";".
           05 VAR-PERIOD-FIGURES.
               10 VAR-BUD-NET               PIC S9(10)V99
                                            SIGN LEADING SEPARATE.
               10 VAR-DEL4                  PIC X(01) VALUE ";".
               10 VAR-ACT-NET               PIC S9(10)V99
                                            SIGN LEADING SEPARATE.
               10 VAR-DEL5                  PIC X(01) VALUE ";".
               10 VAR-DIF-NET               PIC S9(10)V99
                                            SIGN LEADING SEPARATE.
               10 VAR-DEL6                  PIC X(01) VALUE ";".
               10 VAR-PCT-NET               PIC S9(04)V99
                                            SIGN LEADING SEPARATE.
               10 VAR-DEL7                  PIC X(01) VALUE ";".
               10 VAR-BUD-PURCH             PIC S9(10)V99
                                            SIGN LEADING SEPARATE.
               10 VAR-DEL8                  PIC X(01) VALUE ";".
               10 VAR-ACT-PURCH             PIC S9(10)V99
                                            SIGN LEADING SEPARATE.
               10 VAR-DEL9                  PIC X(01) VALUE ";".
               10 VAR-DIF-PURCH             PIC S9(10)V99
                                            SIGN LEADING SEPARATE.
               10 VAR-DEL10                 PIC X(01) VALUE ";".
               10 VAR-PCT-PURCH             PIC S9(04)V99
                                            SIGN LEADING SEPARATE.
               10 VAR-DEL11                 PIC X(01) VALUE ";".
               10 VAR-BUD-TRANS             PIC 9(08).
               10 VAR-DEL12                 PIC X(01) VALUE ";".
               10 VAR-ACT-TRANS             PIC 9(08).
               10 VAR-DEL13                 PIC X(01) VALUE ";".
               10 VAR-DIF-TRANS             PIC S9(08)
                                            SIGN LEADING SEPARATE.
               10 VAR-DEL14                 PIC X(01) VALUE ";".
               10 VAR-PCT-TRANS             PIC S9(04)V99
                                            SIGN LEADING SEPARATE.
           05 VAR-DEL15                     PIC X(01) VALUE ";".
           05 VAR-YTD-FIGURES               PIC X(135).
           05 VAR-DEL16                     PIC X(01) VALUE ";".
           05 VAR-FLAG                      PIC X(10).
      *
      * COLUMN HEADER RECORD - SAME LENGTH AS VARIANCE-REC
       01 VARIANCE-HEADER-REC.
           05 VH-COL-1                      PIC X(06).
           05 VH-DEL1                       PIC X(01) VALUE ";".
           05 VH-COL-2                      PIC X(20).
           05 VH-DEL2                       PIC X(01) VALUE ";".
           05 VH-COL-3                      PIC X(06).
           05 VH-DEL3                       PIC X(01) VALUE ";".
           05 VH-FIGURE-COLS OCCURS 2 TIMES.
               10 VH-COL-BUD-NET            PIC X(13).
               10 VH-DEL4                   PIC X(01).
               10 VH-COL-ACT-NET            PIC X(13).
               10 VH-DEL5                   PIC X(01).
               10 VH-COL-DIF-NET            PIC X(13).
               10 VH-DEL6                   PIC X(01).
               10 VH-COL-PCT-NET            PIC X(07).
               10 VH-DEL7                   PIC X(01).
               10 VH-COL-BUD-PURCH          PIC X(13).
               10 VH-DEL8                   PIC X(01).
               10 VH-COL-ACT-PURCH          PIC X(13).
               10 VH-DEL9                   PIC X(01).
               10 VH-COL-DIF-PURCH          PIC X(13).
               10 VH-DEL10                  PIC X(01).
               10 VH-COL-PCT-PURCH          PIC X(07).
               10 VH-DEL11                  PIC X(01).
               10 VH-COL-BUD-TRANS          PIC X(08).
               10 VH-DEL12                  PIC X(01).
               10 VH-COL-ACT-TRANS          PIC X(08).
               10 VH-DEL13                  PIC X(01).
               10 VH-COL-DIF-TRANS          PIC X(09).
               10 VH-DEL14                  PIC X(01).
               10 VH-COL-PCT-TRANS          PIC X(07).
               10 VH-DEL15                  PIC X(01).
           05 VH-COL-FLAG                   PIC X(10).
      *
      * TIER MOVEMENT RECORD - ONE ROW PER REPORTED PERIOD: CUSTOMERS
      * SNAPSHOTTED, HOW MANY CARRY A DIFFERENT TIER FROM THEIR PRIOR
      * PERIOD SNAPSHOT (SPLIT UP / DOWN BY THE TIER FILE'S ORDER -
      * A TIER NO LONGER ON THE FILE COUNTS AS CHANGED ONLY) AND HOW
      * MANY HAD NO PRIOR PERIOD SNAPSHOT
       01 TIER-MOVE-REC.
           05 TM-LABEL                      PIC X(04).
           05 TM-DEL1                       PIC X(01) VALUE ";".
           05 TM-PERIOD                     PIC 9(06).
           05 TM-DEL2                       PIC X(01) VALUE ";".
           05 TM-CUSTOMERS                  PIC 9(06).
           05 TM-DEL3                       PIC X(01) VALUE ";".
           05 TM-CHANGED                    PIC 9(06).
           05 TM-DEL4                       PIC X(01) VALUE ";".
           05 TM-MOVED-UP                   PIC 9(06).
           05 TM-DEL5                       PIC X(01) VALUE ";".
           05 TM-MOVED-DOWN                 PIC 9(06).
           05 TM-DEL6                       PIC X(01) VALUE ";".
           05 TM-NEW                        PIC 9(06).
      *
      *----------------------------------------------------------------*
      * SORT WORK FILE: HISTORY ROW LAYOUT                             *
      *----------------------------------------------------------------*
       SD  SORT-WORK-FILE.
       01 SORT-REC.
           05 SRT-CUST-ID                  PIC 9(06).
           05 SRT-PERIOD                   PIC 9(06).
           05 FILLER                       PIC X(146).
           05 SRT-TIER-NAME                PIC X(20).
           05 SRT-SNAP-DATE                PIC 9(08).
      *
      ******************************************************************
      *                  WORKING STORAGE                               *
      ******************************************************************
       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      * DYNAMIC FILE NAMES - OVERRIDABLE VIA ENVIRONMENT VARIABLE      *
      *----------------------------------------------------------------*
       01  WS-FILENAMES.
           05  WS-BUDGET-FILENAME       PIC X(100) VALUE
                                         "budget_plan.dat".
           05  WS-TIER-PARAM-FILENAME   PIC X(100) VALUE
                                         "tier_params.dat".
           05  WS-HISTORY-FILENAME      PIC X(100) VALUE
                                         "summary_history.dat".
           05  WS-HISTWORK-FILENAME     PIC X(100) VALUE
                                         "budget_variance_work.dat".
           05  WS-VARIANCE-FILENAME     PIC X(100) VALUE
                                         "budget_variance.csv".
           05  WS-ENV-OVERRIDE          PIC X(100) VALUE SPACES.
      *----------------------------------------------------------------*
      * STATUS VARIABLES                                               *
      *----------------------------------------------------------------*
       01  WS-FILE-STATUS.
           05  FS-BUDGET               PIC X(2) VALUE SPACES.
           05  FS-TIER-PARAM           PIC X(2) VALUE SPACES.
           05  FS-HISTORY-IN           PIC X(2) VALUE SPACES.
           05  FS-HISTWORK             PIC X(2) VALUE SPACES.
           05  FS-VARIANCE             PIC X(2) VALUE SPACES.
      *----------------------------------------------------------------*
      * ACCUMULATORS FOR STATISTICS                                    *
      *----------------------------------------------------------------*
       01  WS-STATS.
           05  WS-BUDGET-RECORDS       PIC 9(6) VALUE 0.
           05  WS-BUDGET-ERRORS        PIC 9(6) VALUE 0.
           05  WS-HISTORY-RECORDS      PIC 9(8) VALUE 0.
           05  WS-MOVE-RECORDS         PIC 9(8) VALUE 0.
           05  WS-VARIANCE-RECORDS     PIC 9(6) VALUE 0.
           05  WS-FLAGGED-RECORDS      PIC 9(6) VALUE 0.
           05  WS-UNBUDGETED-RECORDS   PIC 9(6) VALUE 0.
           05  WS-OPEN-PERIODS         PIC 9(6) VALUE 0.
           05  WS-HISTORY-NET-TOTAL    PIC S9(12)V99 VALUE 0.
           05  WS-REPORTED-NET-TOTAL   PIC S9(12)V99 VALUE 0.
      *----------------------------------------------------------------*
      * TOLERANCE - A PERIOD OR YEAR-TO-DATE VARIANCE OF MORE THAN     *
      * THIS PERCENTAGE OF BUDGET, EITHER WAY, FLAGS THE ROW           *
      *----------------------------------------------------------------*
       01  WS-TOLERANCE-CONTROL.
           05  WS-TOLERANCE-PCT         PIC 9(03)V99 VALUE 5.
           05  WS-PCT-WORK              PIC S9(04)V99 VALUE 0.
           05  WS-PCT-ABS               PIC 9(04)V99 VALUE 0.
           05  WS-PCT-BUDGET            PIC S9(12)V99 VALUE 0.
           05  WS-PCT-ACTUAL            PIC S9(12)V99 VALUE 0.
           05  WS-PERIOD-TOL-SW         PIC X(01) VALUE "N".
               88  WS-PERIOD-BEYOND-TOL         VALUE "Y".
           05  WS-YTD-TOL-SW            PIC X(01) VALUE "N".
               88  WS-YTD-BEYOND-TOL            VALUE "Y".
      *----------------------------------------------------------------*
      * TIER RANKS - POSITION ON THE TIER FILE, BEST TIER FIRST        *
      *----------------------------------------------------------------*
       01  WS-TIER-TABLE.
           05  WS-TIER-COUNT            PIC 9(03) COMP VALUE 0.
           05  WS-TIER-IX               PIC 9(03) COMP VALUE 0.
           05  WS-TIER-ENTRY OCCURS 20 TIMES.
               10  WS-TIER-NAME         PIC X(20).
           05  WS-OLD-RANK              PIC 9(03) COMP VALUE 0.
           05  WS-NEW-RANK              PIC 9(03) COMP VALUE 0.
           05  WS-RANK-NAME             PIC X(20) VALUE SPACES.
           05  WS-RANK-FOUND            PIC 9(03) COMP VALUE 0.
      *----------------------------------------------------------------*
      * BUDGET / ACTUAL CELLS - ONE PER PERIOD AND TIER FOUND ON       *
      * EITHER FILE. BUDGET ROWS ARE LOADED FIRST; THE ACTUAL PASS     *
      * ADDS A CELL FOR A PERIOD AND TIER FINANCE DID NOT PLAN         *
      *----------------------------------------------------------------*
       01  WS-CELL-TABLE.
           05  WS-CELL-COUNT            PIC 9(04) COMP VALUE 0.
           05  WS-CELL-IX               PIC 9(04) COMP VALUE 0.
           05  WS-CELL-JX               PIC 9(04) COMP VALUE 0.
           05  WS-CELL-ENTRY OCCURS 1200 TIMES.
               10  WS-CELL-KEY.
                   15  WS-CELL-PERIOD   PIC 9(06).
                   15  WS-CELL-TIER     PIC X(20).
               10  WS-CELL-BUDGET-SW    PIC X(01).
                   88  WS-CELL-BUDGETED         VALUE "Y".
               10  WS-CELL-CUSTOMERS    PIC 9(06).
               10  WS-CELL-BUD-NET      PIC S9(10)V99.
               10  WS-CELL-BUD-PURCH    PIC S9(10)V99.
               10  WS-CELL-BUD-TRANS    PIC 9(08).
               10  WS-CELL-ACT-NET      PIC S9(10)V99.
               10  WS-CELL-ACT-PURCH    PIC S9(10)V99.
               10  WS-CELL-ACT-TRANS    PIC 9(08).
           05  WS-CELL-SWAP-ENTRY       PIC X(97).
           05  WS-CELL-SEARCH-KEY.
               10  WS-SEARCH-PERIOD     PIC 9(06).
               10  WS-SEARCH-TIER       PIC X(20).
      *----------------------------------------------------------------*
      * PERIODS WITH SNAPSHOTS ON THE HISTORY - ONLY CLOSED PERIODS    *
      * ARE REPORTED, A BUDGET FOR A PERIOD NOT YET CLOSED WAITS       *
      *----------------------------------------------------------------*
       01  WS-PERIOD-TABLE.
           05  WS-PER-COUNT             PIC 9(03) COMP VALUE 0.
           05  WS-PER-IX                PIC 9(03) COMP VALUE 0.
           05  WS-PER-ENTRY OCCURS 120 TIMES.
               10  WS-PER-PERIOD        PIC 9(06).
               10  WS-PER-CUSTOMERS     PIC 9(06).
               10  WS-PER-CHANGED       PIC 9(06).
               10  WS-PER-MOVED-UP      PIC 9(06).
               10  WS-PER-MOVED-DOWN    PIC 9(06).
               10  WS-PER-NEW           PIC 9(06).
      *----------------------------------------------------------------*
      * CONTROL-BREAK AND MOVEMENT HOLD AREAS                          *
      *----------------------------------------------------------------*
       01  WS-BREAK-CONTROL.
           05  WS-HOLD-PERIOD           PIC 9(06) VALUE 0.
           05  WS-HOLD-TIER             PIC X(20) VALUE SPACES.
           05  WS-HOLD-CUSTOMERS        PIC 9(06) VALUE 0.
           05  WS-HOLD-NET              PIC S9(10)V99 VALUE 0.
           05  WS-HOLD-PURCH            PIC S9(10)V99 VALUE 0.
           05  WS-HOLD-TRANS            PIC 9(08) VALUE 0.
           05  WS-HOLD-SW               PIC X(01) VALUE "N".
               88  WS-HOLD-ACTIVE               VALUE "Y".
           05  WS-PRV-CUST-ID           PIC 9(06) VALUE 0.
           05  WS-PRV-PERIOD            PIC 9(06) VALUE 0.
           05  WS-PRV-TIER              PIC X(20) VALUE SPACES.
           05  WS-PRV-SW                PIC X(01) VALUE "N".
               88  WS-PRV-VALID                 VALUE "Y".
           05  WS-PRIOR-PERIOD          PIC 9(06) VALUE 0.
           05  WS-PERIOD-WORK           PIC 9(06) VALUE 0.
           05  WS-PERIOD-WORK-R REDEFINES WS-PERIOD-WORK.
               10  WS-PERIOD-YEAR       PIC 9(04).
               10  WS-PERIOD-MONTH      PIC 9(02).
      *----------------------------------------------------------------*
      * YEAR-TO-DATE ACCUMULATORS - PER TIER AND FOR THE PERIOD        *
      * TOTAL ROW, CLEARED WHEN THE REPORT CROSSES INTO A NEW YEAR     *
      *----------------------------------------------------------------*
       01  WS-YTD-CONTROL.
           05  WS-YTD-YEAR              PIC 9(04) VALUE 0.
           05  WS-YTD-COUNT             PIC 9(03) COMP VALUE 0.
           05  WS-YTD-IX                PIC 9(03) COMP VALUE 0.
           05  WS-YTD-ENTRY OCCURS 40 TIMES.
               10  WS-YTD-TIER          PIC X(20).
               10  WS-YTD-BUD-NET       PIC S9(10)V99.
               10  WS-YTD-ACT-NET       PIC S9(10)V99.
               10  WS-YTD-BUD-PURCH     PIC S9(10)V99.
               10  WS-YTD-ACT-PURCH     PIC S9(10)V99.
               10  WS-YTD-BUD-TRANS     PIC 9(08).
               10  WS-YTD-ACT-TRANS     PIC 9(08).
           05  WS-YTD-TOTALS.
               10  WS-YTT-BUD-NET       PIC S9(10)V99 VALUE 0.
               10  WS-YTT-ACT-NET       PIC S9(10)V99 VALUE 0.
               10  WS-YTT-BUD-PURCH     PIC S9(10)V99 VALUE 0.
               10  WS-YTT-ACT-PURCH     PIC S9(10)V99 VALUE 0.
               10  WS-YTT-BUD-TRANS     PIC 9(08) VALUE 0.
               10  WS-YTT-ACT-TRANS     PIC 9(08) VALUE 0.
      *----------------------------------------------------------------*
      * ONE ROW'S FIGURES, LOADED BY THE CALLER OF 8100 - THE PERIOD   *
      * TOTAL ROW IS BUILT HERE FROM THE TIER ROWS BEFORE IT           *
      *----------------------------------------------------------------*
       01  WS-ROW-FIGURES.
           05  WS-ROW-BUDGET-SW         PIC X(01) VALUE "Y".
               88  WS-ROW-BUDGETED              VALUE "Y".
           05  WS-ROW-CUSTOMERS         PIC 9(06) VALUE 0.
           05  WS-ROW-BUD-NET           PIC S9(10)V99 VALUE 0.
           05  WS-ROW-ACT-NET           PIC S9(10)V99 VALUE 0.
           05  WS-ROW-BUD-PURCH         PIC S9(10)V99 VALUE 0.
           05  WS-ROW-ACT-PURCH         PIC S9(10)V99 VALUE 0.
           05  WS-ROW-BUD-TRANS         PIC 9(08) VALUE 0.
           05  WS-ROW-ACT-TRANS         PIC 9(08) VALUE 0.
           05  WS-ROW-YTD-BUD-NET       PIC S9(10)V99 VALUE 0.
           05  WS-ROW-YTD-ACT-NET       PIC S9(10)V99 VALUE 0.
           05  WS-ROW-YTD-BUD-PURCH     PIC S9(10)V99 VALUE 0.
           05  WS-ROW-YTD-ACT-PURCH     PIC S9(10)V99 VALUE 0.
           05  WS-ROW-YTD-BUD-TRANS     PIC 9(08) VALUE 0.
           05  WS-ROW-YTD-ACT-TRANS     PIC 9(08) VALUE 0.
       01  WS-PERIOD-TOTALS.
           05  WS-PTT-BUDGET-SW         PIC X(01) VALUE "Y".
           05  WS-PTT-CUSTOMERS         PIC 9(06) VALUE 0.
           05  WS-PTT-BUD-NET           PIC S9(10)V99 VALUE 0.
           05  WS-PTT-ACT-NET           PIC S9(10)V99 VALUE 0.
           05  WS-PTT-BUD-PURCH         PIC S9(10)V99 VALUE 0.
           05  WS-PTT-ACT-PURCH         PIC S9(10)V99 VALUE 0.
           05  WS-PTT-BUD-TRANS         PIC 9(08) VALUE 0.
           05  WS-PTT-ACT-TRANS         PIC 9(08) VALUE 0.
      *
      * YEAR-TO-DATE COLUMNS - SAME SHAPE AS THE PERIOD COLUMNS, BUILT
      * HERE AND MOVED INTO VAR-YTD-FIGURES
       01  WS-YTD-FIGURES.
           05 WS-YF-BUD-NET                 PIC S9(10)V99
                                            SIGN LEADING SEPARATE.
           05 WS-YF-DEL4                    PIC X(01) VALUE ";".
           05 WS-YF-ACT-NET                 PIC S9(10)V99
                                            SIGN LEADING SEPARATE.
           05 WS-YF-DEL5                    PIC X(01) VALUE ";".
           05 WS-YF-DIF-NET                 PIC S9(10)V99
                                            SIGN LEADING SEPARATE.
           05 WS-YF-DEL6                    PIC X(01) VALUE ";".
           05 WS-YF-PCT-NET                 PIC S9(04)V99
                                            SIGN LEADING SEPARATE.
           05 WS-YF-DEL7                    PIC X(01) VALUE ";".
           05 WS-YF-BUD-PURCH               PIC S9(10)V99
                                            SIGN LEADING SEPARATE.
           05 WS-YF-DEL8                    PIC X(01) VALUE ";".
           05 WS-YF-ACT-PURCH               PIC S9(10)V99
                                            SIGN LEADING SEPARATE.
           05 WS-YF-DEL9                    PIC X(01) VALUE ";".
           05 WS-YF-DIF-PURCH               PIC S9(10)V99
                                            SIGN LEADING SEPARATE.
           05 WS-YF-DEL10                   PIC X(01) VALUE ";".
           05 WS-YF-PCT-PURCH               PIC S9(04)V99
                                            SIGN LEADING SEPARATE.
           05 WS-YF-DEL11                   PIC X(01) VALUE ";".
           05 WS-YF-BUD-TRANS               PIC 9(08).
           05 WS-YF-DEL12                   PIC X(01) VALUE ";".
           05 WS-YF-ACT-TRANS               PIC 9(08).
           05 WS-YF-DEL13                   PIC X(01) VALUE ";".
           05 WS-YF-DIF-TRANS               PIC S9(08)
                                            SIGN LEADING SEPARATE.
           05 WS-YF-DEL14                   PIC X(01) VALUE ";".
           05 WS-YF-PCT-TRANS               PIC S9(04)V99
                                            SIGN LEADING SEPARATE.
      *
      *----------------------------------------------------------------*
      * CONSTANTS                                                      *
      *----------------------------------------------------------------*
       01  CT-CONSTANTS.
           05  CT-DELIMITED-CHARACTER  PIC X VALUE ";".
           05  CT-TOTAL-TIER-NAME      PIC X(20) VALUE "*PERIOD TOTAL".
           05  CT-MOVE-LABEL           PIC X(04) VALUE "TMOV".
           05  CT-FLAG-OK              PIC X(10) VALUE "OK".
           05  CT-FLAG-PERIOD          PIC X(10) VALUE "OVER-TOL".
           05  CT-FLAG-YTD             PIC X(10) VALUE "YTD-TOL".
           05  CT-FLAG-NO-BUDGET       PIC X(10) VALUE "NO-BUDGET".
           05  CT-PCT-CLAMP            PIC 9(04)V99 VALUE 9999,99.
           05  CT-MAX-CELLS            PIC 9(04) VALUE 1200.
           05  CT-MAX-PERIODS          PIC 9(03) VALUE 120.
           05  CT-MAX-YTD-TIERS        PIC 9(03) VALUE 40.
      *
      ******************************************************************
      *                     PROCEDURE DIVISION                         *
      ******************************************************************
       PROCEDURE DIVISION.
      *
           PERFORM 1000-INITIALIZE
              THRU 1000-INITIALIZE-EXIT.
      *
           PERFORM 2000-TOTAL-ACTUALS
              THRU 2000-TOTAL-ACTUALS-EXIT.
      *
           PERFORM 3000-COUNT-TIER-MOVES
              THRU 3000-COUNT-TIER-MOVES-EXIT.
      *
           PERFORM 4000-WRITE-VARIANCE
              THRU 4000-WRITE-VARIANCE-EXIT.
      *
           PERFORM 9000-FINALIZE
              THRU 9000-FINALIZE-EXIT.
      *
           STOP RUN.
      *
      *-----------------------------------------------------------------
       1000-INITIALIZE.
      *---------------*
           DISPLAY "BUDGET VARIANCE INITIALIZATION STARTED".
      *
           PERFORM 1100-RESOLVE-FILENAMES
              THRU 1100-RESOLVE-FILENAMES-EXIT.
      *
           PERFORM 1200-LOAD-BUDGET
              THRU 1200-LOAD-BUDGET-EXIT.
      *
           PERFORM 1300-LOAD-TIERS
              THRU 1300-LOAD-TIERS-EXIT.
      *
      * THE HISTORY MUST EXIST BEFORE IT IS HANDED TO THE SORT - THERE
      * IS NOTHING TO COMPARE A BUDGET WITH UNTIL A PERIOD IS CLOSED
           OPEN INPUT HISTORY-IN-FILE.
           IF FS-HISTORY-IN NOT EQUAL ZEROS
               DISPLAY "ERROR OPENING HISTORY FILE: " FS-HISTORY-IN
               DISPLAY "HAS summary_history CLOSED A PERIOD YET? THE "
                       "ACTUALS COME FROM ITS SNAPSHOTS"
               MOVE 8                  TO RETURN-CODE
               STOP RUN
           END-IF.
           CLOSE HISTORY-IN-FILE.
      *
           DISPLAY "BUDGET ROWS LOADED: " WS-BUDGET-RECORDS
                   "  TOLERANCE PCT: " WS-TOLERANCE-PCT
           .
       1000-INITIALIZE-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
       1100-RESOLVE-FILENAMES.
      *----------------------*
           MOVE SPACES                 TO WS-ENV-OVERRIDE
           DISPLAY "BUDGET_FILE" UPON ENVIRONMENT-NAME
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE
           IF WS-ENV-OVERRIDE NOT EQUAL SPACES
               MOVE WS-ENV-OVERRIDE     TO WS-BUDGET-FILENAME
           END-IF.
      *
           MOVE SPACES                 TO WS-ENV-OVERRIDE
           DISPLAY "TIER_PARAM_FILE" UPON ENVIRONMENT-NAME
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE
           IF WS-ENV-OVERRIDE NOT EQUAL SPACES
               MOVE WS-ENV-OVERRIDE     TO WS-TIER-PARAM-FILENAME
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
           DISPLAY "VARIANCE_WORK_FILE" UPON ENVIRONMENT-NAME
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE
           IF WS-ENV-OVERRIDE NOT EQUAL SPACES
               MOVE WS-ENV-OVERRIDE     TO WS-HISTWORK-FILENAME
           END-IF.
      *
           MOVE SPACES                 TO WS-ENV-OVERRIDE
           DISPLAY "VARIANCE_REPORT_FILE" UPON ENVIRONMENT-NAME
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE
           IF WS-ENV-OVERRIDE NOT EQUAL SPACES
               MOVE WS-ENV-OVERRIDE     TO WS-VARIANCE-FILENAME
           END-IF.
      *
           MOVE SPACES                 TO WS-ENV-OVERRIDE
           DISPLAY "VARIANCE_TOLERANCE_PCT" UPON ENVIRONMENT-NAME
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE
           IF WS-ENV-OVERRIDE NOT EQUAL SPACES
               COMPUTE WS-TOLERANCE-PCT =
                   FUNCTION NUMVAL(WS-ENV-OVERRIDE)
           END-IF
           .
       1100-RESOLVE-FILENAMES-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
       1200-LOAD-BUDGET.
      *----------------*
      * EVERY BAD ROW IS LISTED BEFORE THE RUN IS REFUSED, SO FINANCE
      * CAN CORRECT THE WHOLE FILE IN ONE GO
           OPEN INPUT BUDGET-FILE.
           IF FS-BUDGET NOT EQUAL ZEROS
               DISPLAY "ERROR OPENING BUDGET FILE: " FS-BUDGET
               DISPLAY "THE BUDGET FILE IS REQUIRED - ASK FINANCE "
                       "FOR THE CURRENT PLAN"
               MOVE 8                  TO RETURN-CODE
               STOP RUN
           END-IF.
      *
           PERFORM UNTIL FS-BUDGET NOT EQUAL ZEROS
               READ BUDGET-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF BUDGET-REC(1:1) NOT EQUAL "*"
                           PERFORM 1250-ADD-BUDGET-ROW
                              THRU 1250-ADD-BUDGET-ROW-EXIT
                       END-IF
               END-READ
           END-PERFORM.
      *
           CLOSE BUDGET-FILE.
      *
           IF WS-BUDGET-ERRORS NOT EQUAL ZEROES
               DISPLAY "ERROR: " WS-BUDGET-ERRORS " BAD ROW(S) ON "
                       "THE BUDGET FILE " WS-BUDGET-FILENAME
               MOVE 8                  TO RETURN-CODE
               STOP RUN
           END-IF.
      *
           IF WS-BUDGET-RECORDS = ZEROES
               DISPLAY "ERROR: BUDGET FILE IS EMPTY"
               MOVE 8                  TO RETURN-CODE
               STOP RUN
           END-IF
           .
       1200-LOAD-BUDGET-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
       1250-ADD-BUDGET-ROW.
      *-------------------*
           ADD 1                       TO WS-BUDGET-RECORDS.
      *
           IF BUD-PERIOD-X NOT NUMERIC
               DISPLAY "BUDGET ROW " WS-BUDGET-RECORDS
                       ": PERIOD IS NOT YYYYMM - " BUD-PERIOD-X
               ADD 1                   TO WS-BUDGET-ERRORS
               GO TO 1250-ADD-BUDGET-ROW-EXIT
           END-IF.
      *
           MOVE BUD-PERIOD             TO WS-PERIOD-WORK.
           IF WS-PERIOD-MONTH < 1 OR WS-PERIOD-MONTH > 12
               DISPLAY "BUDGET ROW " WS-BUDGET-RECORDS
                       ": PERIOD " BUD-PERIOD
                       " IS NOT A CALENDAR MONTH"
               ADD 1                   TO WS-BUDGET-ERRORS
               GO TO 1250-ADD-BUDGET-ROW-EXIT
           END-IF.
      *
           IF BUD-TIER-NAME = SPACES
               DISPLAY "BUDGET ROW " WS-BUDGET-RECORDS
                       ": TIER NAME IS BLANK"
               ADD 1                   TO WS-BUDGET-ERRORS
               GO TO 1250-ADD-BUDGET-ROW-EXIT
           END-IF.
      *
           IF BUD-PLAN-NET NOT NUMERIC
              OR BUD-PLAN-PURCHASE NOT NUMERIC
              OR BUD-PLAN-TRANS NOT NUMERIC
               DISPLAY "BUDGET ROW " WS-BUDGET-RECORDS
                       ": PLANNED FIGURES ARE NOT NUMERIC FOR "
                       BUD-PERIOD " " BUD-TIER-NAME
               ADD 1                   TO WS-BUDGET-ERRORS
               GO TO 1250-ADD-BUDGET-ROW-EXIT
           END-IF.
      *
           MOVE BUD-PERIOD             TO WS-SEARCH-PERIOD
           MOVE BUD-TIER-NAME          TO WS-SEARCH-TIER
           PERFORM 7100-FIND-CELL
              THRU 7100-FIND-CELL-EXIT.
      *
           IF WS-CELL-IX NOT GREATER WS-CELL-COUNT
               DISPLAY "BUDGET ROW " WS-BUDGET-RECORDS
                       ": PERIOD " BUD-PERIOD " TIER " BUD-TIER-NAME
                       " IS PLANNED TWICE"
               ADD 1                   TO WS-BUDGET-ERRORS
               GO TO 1250-ADD-BUDGET-ROW-EXIT
           END-IF.
      *
           PERFORM 7150-ADD-CELL
              THRU 7150-ADD-CELL-EXIT.
      *
           SET WS-CELL-BUDGETED(WS-CELL-IX)
                                       TO TRUE
           MOVE BUD-PLAN-NET           TO WS-CELL-BUD-NET(WS-CELL-IX)
           MOVE BUD-PLAN-PURCHASE      TO WS-CELL-BUD-PURCH
                                                      (WS-CELL-IX)
           MOVE BUD-PLAN-TRANS         TO WS-CELL-BUD-TRANS
                                                      (WS-CELL-IX)
           .
       1250-ADD-BUDGET-ROW-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
       1300-LOAD-TIERS.
      *---------------*
      * THE TIER FILE'S ROW ORDER IS THE RANK - BEST TIER FIRST
           OPEN INPUT TIER-PARAM-FILE.
           IF FS-TIER-PARAM NOT EQUAL ZEROS
               DISPLAY "ERROR OPENING TIER PARAMETER FILE: "
                                      FS-TIER-PARAM
               DISPLAY "THE TIER PARAMETER FILE IS REQUIRED - ASK "
                       "MARKETING FOR THE CURRENT TIER DEFINITIONS"
               MOVE 8                  TO RETURN-CODE
               STOP RUN
           END-IF.
      *
           PERFORM UNTIL FS-TIER-PARAM NOT EQUAL ZEROS
               READ TIER-PARAM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF WS-TIER-COUNT NOT LESS THAN 20
                           DISPLAY "ERROR: TIER TABLE FULL"
                           MOVE 8      TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1           TO WS-TIER-COUNT
                       MOVE TP-TIER-NAME
                                       TO WS-TIER-NAME(WS-TIER-COUNT)
               END-READ
           END-PERFORM.
      *
           CLOSE TIER-PARAM-FILE.
      *
           IF WS-TIER-COUNT = ZEROES
               DISPLAY "ERROR: TIER PARAMETER FILE IS EMPTY"
               MOVE 8                  TO RETURN-CODE
               STOP RUN
           END-IF
           .
       1300-LOAD-TIERS-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
       2000-TOTAL-ACTUALS.
      *------------------*
      * PERIOD AND TIER ORDER MAKES THE ACTUALS A CONTROL BREAK: ONE
      * CELL LOOK-UP PER PERIOD AND TIER, NOT ONE PER SNAPSHOT ROW
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SRT-PERIOD
                                SRT-TIER-NAME
               USING HISTORY-IN-FILE
               GIVING HISTWORK-FILE.
      *
           OPEN INPUT HISTWORK-FILE.
           IF FS-HISTWORK NOT EQUAL ZEROS
               DISPLAY "ERROR OPENING HISTORY WORK FILE: " FS-HISTWORK
               MOVE 8                  TO RETURN-CODE
               STOP RUN
           END-IF.
      *
           PERFORM UNTIL FS-HISTWORK NOT EQUAL ZEROS
               READ HISTWORK-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       ADD 1           TO WS-HISTORY-RECORDS
                       ADD HWK-REVENUE-NET
                                       TO WS-HISTORY-NET-TOTAL
                       IF WS-HOLD-ACTIVE
                          AND (HWK-PERIOD NOT EQUAL WS-HOLD-PERIOD
                           OR HWK-TIER-NAME NOT EQUAL WS-HOLD-TIER)
                           PERFORM 2100-POST-ACTUAL-CELL
                              THRU 2100-POST-ACTUAL-CELL-EXIT
                       END-IF
                       IF NOT WS-HOLD-ACTIVE
                           SET WS-HOLD-ACTIVE
                                       TO TRUE
                           MOVE HWK-PERIOD
                                       TO WS-HOLD-PERIOD
                           MOVE HWK-TIER-NAME
                                       TO WS-HOLD-TIER
                       END-IF
                       ADD 1           TO WS-HOLD-CUSTOMERS
                       ADD HWK-REVENUE-NET
                                       TO WS-HOLD-NET
                       ADD HWK-PURCHASE-AMOUNT
                                       TO WS-HOLD-PURCH
                       ADD HWK-TOTAL-TRANS
                                       TO WS-HOLD-TRANS
               END-READ
           END-PERFORM.
      *
           IF WS-HOLD-ACTIVE
               PERFORM 2100-POST-ACTUAL-CELL
                  THRU 2100-POST-ACTUAL-CELL-EXIT
           END-IF.
      *
           CLOSE HISTWORK-FILE
           .
       2000-TOTAL-ACTUALS-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
       2100-POST-ACTUAL-CELL.
      *---------------------*
      * THE HELD PERIOD AND TIER IS COMPLETE - POST IT TO ITS BUDGET
      * CELL (OR A NEW UNBUDGETED ONE) AND TO ITS PERIOD, THEN CLEAR
      * THE HOLD FOR THE NEXT GROUP
           MOVE WS-HOLD-PERIOD         TO WS-SEARCH-PERIOD
           MOVE WS-HOLD-TIER           TO WS-SEARCH-TIER
           PERFORM 7100-FIND-CELL
              THRU 7100-FIND-CELL-EXIT.
           IF WS-CELL-IX > WS-CELL-COUNT
               PERFORM 7150-ADD-CELL
                  THRU 7150-ADD-CELL-EXIT
           END-IF.
      *
           MOVE WS-HOLD-CUSTOMERS      TO WS-CELL-CUSTOMERS(WS-CELL-IX)
           MOVE WS-HOLD-NET            TO WS-CELL-ACT-NET(WS-CELL-IX)
           MOVE WS-HOLD-PURCH          TO WS-CELL-ACT-PURCH
                                                      (WS-CELL-IX)
           MOVE WS-HOLD-TRANS          TO WS-CELL-ACT-TRANS
                                                      (WS-CELL-IX).
      *
           MOVE WS-HOLD-PERIOD         TO WS-PERIOD-WORK
           PERFORM 7200-FIND-PERIOD
              THRU 7200-FIND-PERIOD-EXIT.
           IF WS-PER-IX > WS-PER-COUNT
               IF WS-PER-COUNT NOT LESS THAN CT-MAX-PERIODS
                   DISPLAY "ERROR: PERIOD TABLE FULL - MORE THAN "
                           CT-MAX-PERIODS " PERIODS ON THE HISTORY"
                   MOVE 8              TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1                   TO WS-PER-COUNT
               MOVE WS-PER-COUNT       TO WS-PER-IX
               INITIALIZE WS-PER-ENTRY(WS-PER-IX)
               MOVE WS-HOLD-PERIOD     TO WS-PER-PERIOD(WS-PER-IX)
           END-IF.
           ADD WS-HOLD-CUSTOMERS       TO WS-PER-CUSTOMERS(WS-PER-IX).
      *
           MOVE "N"                    TO WS-HOLD-SW
           MOVE ZEROES                 TO WS-HOLD-CUSTOMERS
                                          WS-HOLD-NET
                                          WS-HOLD-PURCH
                                          WS-HOLD-TRANS
           .
       2100-POST-ACTUAL-CELL-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
       3000-COUNT-TIER-MOVES.
      *---------------------*
      * CUSTOMER AND PERIOD ORDER PUTS EACH CUSTOMER'S SNAPSHOTS SIDE
      * BY SIDE. A SNAPSHOT IS COMPARED WITH THE SAME CUSTOMER'S
      * SNAPSHOT FOR THE CALENDAR MONTH BEFORE, AS THE TREND REPORT
      * DOES - A CUSTOMER WITH NO SNAPSHOT THAT MONTH COUNTS AS NEW
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SRT-CUST-ID
                                SRT-PERIOD
               USING HISTORY-IN-FILE
               GIVING HISTWORK-FILE.
      *
           OPEN INPUT HISTWORK-FILE.
           IF FS-HISTWORK NOT EQUAL ZEROS
               DISPLAY "ERROR OPENING HISTORY WORK FILE: " FS-HISTWORK
               MOVE 8                  TO RETURN-CODE
               STOP RUN
           END-IF.
      *
           PERFORM UNTIL FS-HISTWORK NOT EQUAL ZEROS
               READ HISTWORK-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       ADD 1           TO WS-MOVE-RECORDS
                       PERFORM 3100-CHECK-TIER-MOVE
                          THRU 3100-CHECK-TIER-MOVE-EXIT
               END-READ
           END-PERFORM.
      *
           CLOSE HISTWORK-FILE.
      *
      * BOTH PASSES READ THE SAME HISTORY FILE
           IF WS-MOVE-RECORDS NOT EQUAL WS-HISTORY-RECORDS
               DISPLAY "ERROR: HISTORY FILE CHANGED BETWEEN PASSES - "
                       WS-HISTORY-RECORDS " THEN " WS-MOVE-RECORDS
                       " ROWS"
               MOVE 8                  TO RETURN-CODE
               STOP RUN
           END-IF
           .
       3000-COUNT-TIER-MOVES-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
       3100-CHECK-TIER-MOVE.
      *--------------------*
           IF WS-PRV-VALID
              AND HWK-CUST-ID = WS-PRV-CUST-ID
              AND HWK-PERIOD = WS-PRV-PERIOD
               DISPLAY "ERROR: HISTORY FILE HOLDS TWO SNAPSHOTS OF "
                       "CUST-ID " HWK-CUST-ID " FOR PERIOD "
                       HWK-PERIOD
               MOVE 8                  TO RETURN-CODE
               STOP RUN
           END-IF.
      *
           MOVE HWK-PERIOD             TO WS-PERIOD-WORK.
           IF WS-PERIOD-MONTH = 1
               COMPUTE WS-PRIOR-PERIOD =
                   (WS-PERIOD-YEAR - 1) * 100 + 12
           ELSE
               COMPUTE WS-PRIOR-PERIOD = WS-PERIOD-WORK - 1
           END-IF.
      *
           PERFORM 7200-FIND-PERIOD
              THRU 7200-FIND-PERIOD-EXIT.
      *
           IF WS-PRV-VALID
              AND HWK-CUST-ID = WS-PRV-CUST-ID
              AND WS-PRV-PERIOD = WS-PRIOR-PERIOD
               IF HWK-TIER-NAME NOT EQUAL WS-PRV-TIER
                   ADD 1               TO WS-PER-CHANGED(WS-PER-IX)
                   MOVE WS-PRV-TIER    TO WS-RANK-NAME
                   PERFORM 7300-FIND-RANK
                      THRU 7300-FIND-RANK-EXIT
                   MOVE WS-RANK-FOUND  TO WS-OLD-RANK
                   MOVE HWK-TIER-NAME  TO WS-RANK-NAME
                   PERFORM 7300-FIND-RANK
                      THRU 7300-FIND-RANK-EXIT
                   MOVE WS-RANK-FOUND  TO WS-NEW-RANK
                   IF WS-OLD-RANK > ZEROES AND WS-NEW-RANK > ZEROES
                       IF WS-NEW-RANK < WS-OLD-RANK
                           ADD 1       TO WS-PER-MOVED-UP(WS-PER-IX)
                       ELSE
                           ADD 1       TO WS-PER-MOVED-DOWN
                                                      (WS-PER-IX)
                       END-IF
                   END-IF
               END-IF
           ELSE
               ADD 1                   TO WS-PER-NEW(WS-PER-IX)
           END-IF.
      *
           SET WS-PRV-VALID            TO TRUE
           MOVE HWK-CUST-ID            TO WS-PRV-CUST-ID
           MOVE HWK-PERIOD             TO WS-PRV-PERIOD
           MOVE HWK-TIER-NAME          TO WS-PRV-TIER
           .
       3100-CHECK-TIER-MOVE-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
       4000-WRITE-VARIANCE.
      *-------------------*
      * CELLS ARE PUT IN PERIOD AND TIER ORDER AND WRITTEN ONE PERIOD
      * AT A TIME, EACH PERIOD CLOSED BY ITS TOTAL ROW. A BUDGET FOR A
      * PERIOD WITH NO SNAPSHOTS YET IS LEFT FOR A LATER RUN
           PERFORM 4050-SORT-CELLS
              THRU 4050-SORT-CELLS-EXIT.
      *
           OPEN OUTPUT VARIANCE-FILE.
           IF FS-VARIANCE NOT EQUAL ZEROS
               DISPLAY "ERROR OPENING VARIANCE FILE: " FS-VARIANCE
               MOVE 8                  TO RETURN-CODE
               STOP RUN
           END-IF.
      *
           PERFORM 8000-WRITE-VARIANCE-HEADER
              THRU 8000-WRITE-VARIANCE-HEADER-EXIT.
      *
           MOVE ZEROES                 TO WS-HOLD-PERIOD
                                          WS-PRV-PERIOD.
           PERFORM 4100-WRITE-CELL
              THRU 4100-WRITE-CELL-EXIT
              VARYING WS-CELL-IX FROM 1 BY 1
                UNTIL WS-CELL-IX > WS-CELL-COUNT.
      *
           IF WS-HOLD-PERIOD NOT EQUAL ZEROES
               PERFORM 4300-WRITE-PERIOD-TOTAL
                  THRU 4300-WRITE-PERIOD-TOTAL-EXIT
           END-IF.
      *
           PERFORM 4500-WRITE-TIER-MOVES
              THRU 4500-WRITE-TIER-MOVES-EXIT
              VARYING WS-PER-IX FROM 1 BY 1
                UNTIL WS-PER-IX > WS-PER-COUNT.
      *
      * EVERY SNAPSHOT'S NET REVENUE MUST HAVE REACHED A REPORTED ROW
           IF WS-REPORTED-NET-TOTAL NOT EQUAL WS-HISTORY-NET-TOTAL
               DISPLAY "ERROR: VARIANCE REPORT DOES NOT FOOT TO THE "
                       "HISTORY FILE"
               DISPLAY "  HISTORY NET REVENUE : " WS-HISTORY-NET-TOTAL
               DISPLAY "  REPORTED NET REVENUE: "
                                          WS-REPORTED-NET-TOTAL
               MOVE 8                  TO RETURN-CODE
               STOP RUN
           END-IF
           .
       4000-WRITE-VARIANCE-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
       4050-SORT-CELLS.
      *---------------*
           PERFORM VARYING WS-CELL-IX FROM 1 BY 1
             UNTIL WS-CELL-IX NOT LESS THAN WS-CELL-COUNT
               PERFORM VARYING WS-CELL-JX FROM WS-CELL-IX BY 1
                 UNTIL WS-CELL-JX > WS-CELL-COUNT
                   IF WS-CELL-KEY(WS-CELL-JX)
                          < WS-CELL-KEY(WS-CELL-IX)
                       MOVE WS-CELL-ENTRY(WS-CELL-IX)
                                       TO WS-CELL-SWAP-ENTRY
                       MOVE WS-CELL-ENTRY(WS-CELL-JX)
                                       TO WS-CELL-ENTRY(WS-CELL-IX)
                       MOVE WS-CELL-SWAP-ENTRY
                                       TO WS-CELL-ENTRY(WS-CELL-JX)
                   END-IF
               END-PERFORM
           END-PERFORM
           .
       4050-SORT-CELLS-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
       4100-WRITE-CELL.
      *---------------*
           MOVE WS-CELL-PERIOD(WS-CELL-IX)
                                       TO WS-PERIOD-WORK.
           PERFORM 7200-FIND-PERIOD
              THRU 7200-FIND-PERIOD-EXIT.
           IF WS-PER-IX > WS-PER-COUNT
               IF WS-CELL-PERIOD(WS-CELL-IX) NOT EQUAL WS-PRV-PERIOD
                   ADD 1               TO WS-OPEN-PERIODS
                   MOVE WS-CELL-PERIOD(WS-CELL-IX)
                                       TO WS-PRV-PERIOD
               END-IF
               GO TO 4100-WRITE-CELL-EXIT
           END-IF.
      *
           IF WS-CELL-PERIOD(WS-CELL-IX) NOT EQUAL WS-HOLD-PERIOD
               IF WS-HOLD-PERIOD NOT EQUAL ZEROES
                   PERFORM 4300-WRITE-PERIOD-TOTAL
                      THRU 4300-WRITE-PERIOD-TOTAL-EXIT
               END-IF
               IF WS-PERIOD-YEAR NOT EQUAL WS-YTD-YEAR
                   MOVE WS-PERIOD-YEAR TO WS-YTD-YEAR
                   MOVE ZEROES         TO WS-YTD-COUNT
                   INITIALIZE WS-YTD-TOTALS
               END-IF
               MOVE WS-CELL-PERIOD(WS-CELL-IX)
                                       TO WS-HOLD-PERIOD
               INITIALIZE WS-PERIOD-TOTALS
               MOVE "Y"                TO WS-PTT-BUDGET-SW
           END-IF.
      *
           PERFORM 4200-ADD-TIER-YTD
              THRU 4200-ADD-TIER-YTD-EXIT.
      *
           MOVE WS-CELL-BUDGET-SW(WS-CELL-IX)
                                       TO WS-ROW-BUDGET-SW
           MOVE WS-CELL-CUSTOMERS(WS-CELL-IX)
                                       TO WS-ROW-CUSTOMERS
           MOVE WS-CELL-BUD-NET(WS-CELL-IX)
                                       TO WS-ROW-BUD-NET
           MOVE WS-CELL-ACT-NET(WS-CELL-IX)
                                       TO WS-ROW-ACT-NET
           MOVE WS-CELL-BUD-PURCH(WS-CELL-IX)
                                       TO WS-ROW-BUD-PURCH
           MOVE WS-CELL-ACT-PURCH(WS-CELL-IX)
                                       TO WS-ROW-ACT-PURCH
           MOVE WS-CELL-BUD-TRANS(WS-CELL-IX)
                                       TO WS-ROW-BUD-TRANS
           MOVE WS-CELL-ACT-TRANS(WS-CELL-IX)
                                       TO WS-ROW-ACT-TRANS
           MOVE WS-YTD-BUD-NET(WS-YTD-IX)
                                       TO WS-ROW-YTD-BUD-NET
           MOVE WS-YTD-ACT-NET(WS-YTD-IX)
                                       TO WS-ROW-YTD-ACT-NET
           MOVE WS-YTD-BUD-PURCH(WS-YTD-IX)
                                       TO WS-ROW-YTD-BUD-PURCH
           MOVE WS-YTD-ACT-PURCH(WS-YTD-IX)
                                       TO WS-ROW-YTD-ACT-PURCH
           MOVE WS-YTD-BUD-TRANS(WS-YTD-IX)
                                       TO WS-ROW-YTD-BUD-TRANS
           MOVE WS-YTD-ACT-TRANS(WS-YTD-IX)
                                       TO WS-ROW-YTD-ACT-TRANS.
      *
           IF NOT WS-ROW-BUDGETED
               MOVE "N"                TO WS-PTT-BUDGET-SW
           END-IF.
           ADD WS-ROW-CUSTOMERS        TO WS-PTT-CUSTOMERS
           ADD WS-ROW-BUD-NET          TO WS-PTT-BUD-NET
           ADD WS-ROW-ACT-NET          TO WS-PTT-ACT-NET
           ADD WS-ROW-BUD-PURCH        TO WS-PTT-BUD-PURCH
           ADD WS-ROW-ACT-PURCH        TO WS-PTT-ACT-PURCH
           ADD WS-ROW-BUD-TRANS        TO WS-PTT-BUD-TRANS
           ADD WS-ROW-ACT-TRANS        TO WS-PTT-ACT-TRANS
           ADD WS-ROW-ACT-NET          TO WS-REPORTED-NET-TOTAL.
      *
           MOVE WS-CELL-PERIOD(WS-CELL-IX)
                                       TO VAR-PERIOD
           MOVE WS-CELL-TIER(WS-CELL-IX)
                                       TO VAR-TIER-NAME
           PERFORM 8100-WRITE-VARIANCE-ROW
              THRU 8100-WRITE-VARIANCE-ROW-EXIT
           .
       4100-WRITE-CELL-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
       4200-ADD-TIER-YTD.
      *-----------------*
      * LEAVES WS-YTD-IX ON THE CELL'S TIER, WITH THE CELL ADDED IN
           PERFORM VARYING WS-YTD-IX FROM 1 BY 1
             UNTIL WS-YTD-IX > WS-YTD-COUNT
                OR WS-YTD-TIER(WS-YTD-IX) = WS-CELL-TIER(WS-CELL-IX)
               CONTINUE
           END-PERFORM.
      *
           IF WS-YTD-IX > WS-YTD-COUNT
               IF WS-YTD-COUNT NOT LESS THAN CT-MAX-YTD-TIERS
                   DISPLAY "ERROR: YEAR-TO-DATE TABLE FULL - MORE "
                           "THAN " CT-MAX-YTD-TIERS " TIERS IN A YEAR"
                   MOVE 8              TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1                   TO WS-YTD-COUNT
               MOVE WS-YTD-COUNT       TO WS-YTD-IX
               INITIALIZE WS-YTD-ENTRY(WS-YTD-IX)
               MOVE WS-CELL-TIER(WS-CELL-IX)
                                       TO WS-YTD-TIER(WS-YTD-IX)
           END-IF.
      *
           ADD WS-CELL-BUD-NET(WS-CELL-IX)
                                       TO WS-YTD-BUD-NET(WS-YTD-IX)
                                          WS-YTT-BUD-NET
           ADD WS-CELL-ACT-NET(WS-CELL-IX)
                                       TO WS-YTD-ACT-NET(WS-YTD-IX)
                                          WS-YTT-ACT-NET
           ADD WS-CELL-BUD-PURCH(WS-CELL-IX)
                                       TO WS-YTD-BUD-PURCH(WS-YTD-IX)
                                          WS-YTT-BUD-PURCH
           ADD WS-CELL-ACT-PURCH(WS-CELL-IX)
                                       TO WS-YTD-ACT-PURCH(WS-YTD-IX)
                                          WS-YTT-ACT-PURCH
           ADD WS-CELL-BUD-TRANS(WS-CELL-IX)
                                       TO WS-YTD-BUD-TRANS(WS-YTD-IX)
                                          WS-YTT-BUD-TRANS
           ADD WS-CELL-ACT-TRANS(WS-CELL-IX)
                                       TO WS-YTD-ACT-TRANS(WS-YTD-IX)
                                          WS-YTT-ACT-TRANS
           .
       4200-ADD-TIER-YTD-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
       4300-WRITE-PERIOD-TOTAL.
      *-----------------------*
      * ALL TIERS OF THE HELD PERIOD. A PERIOD WITH ANY UNPLANNED
      * TIER IS MARKED NO-BUDGET AS THE TIER ROW IS
           MOVE WS-PTT-BUDGET-SW       TO WS-ROW-BUDGET-SW
           MOVE WS-PTT-CUSTOMERS       TO WS-ROW-CUSTOMERS
           MOVE WS-PTT-BUD-NET         TO WS-ROW-BUD-NET
           MOVE WS-PTT-ACT-NET         TO WS-ROW-ACT-NET
           MOVE WS-PTT-BUD-PURCH       TO WS-ROW-BUD-PURCH
           MOVE WS-PTT-ACT-PURCH       TO WS-ROW-ACT-PURCH
           MOVE WS-PTT-BUD-TRANS       TO WS-ROW-BUD-TRANS
           MOVE WS-PTT-ACT-TRANS       TO WS-ROW-ACT-TRANS
           MOVE WS-YTT-BUD-NET         TO WS-ROW-YTD-BUD-NET
           MOVE WS-YTT-ACT-NET         TO WS-ROW-YTD-ACT-NET
           MOVE WS-YTT-BUD-PURCH       TO WS-ROW-YTD-BUD-PURCH
           MOVE WS-YTT-ACT-PURCH       TO WS-ROW-YTD-ACT-PURCH
           MOVE WS-YTT-BUD-TRANS       TO WS-ROW-YTD-BUD-TRANS
           MOVE WS-YTT-ACT-TRANS       TO WS-ROW-YTD-ACT-TRANS.
      *
           MOVE WS-HOLD-PERIOD         TO VAR-PERIOD
           MOVE CT-TOTAL-TIER-NAME     TO VAR-TIER-NAME
           PERFORM 8100-WRITE-VARIANCE-ROW
              THRU 8100-WRITE-VARIANCE-ROW-EXIT
           .
       4300-WRITE-PERIOD-TOTAL-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
       4500-WRITE-TIER-MOVES.
      *---------------------*
           INITIALIZE TIER-MOVE-REC.
           MOVE CT-MOVE-LABEL          TO TM-LABEL
           MOVE WS-PER-PERIOD(WS-PER-IX)
                                       TO TM-PERIOD
           MOVE WS-PER-CUSTOMERS(WS-PER-IX)
                                       TO TM-CUSTOMERS
           MOVE WS-PER-CHANGED(WS-PER-IX)
                                       TO TM-CHANGED
           MOVE WS-PER-MOVED-UP(WS-PER-IX)
                                       TO TM-MOVED-UP
           MOVE WS-PER-MOVED-DOWN(WS-PER-IX)
                                       TO TM-MOVED-DOWN
           MOVE WS-PER-NEW(WS-PER-IX)  TO TM-NEW
           MOVE CT-DELIMITED-CHARACTER TO TM-DEL1
                                          TM-DEL2
                                          TM-DEL3
                                          TM-DEL4
                                          TM-DEL5
                                          TM-DEL6
      *
           WRITE TIER-MOVE-REC.
      *
           IF FS-VARIANCE NOT EQUAL ZEROS
               DISPLAY "ERROR WRITING VARIANCE FILE: " FS-VARIANCE
               MOVE 8                  TO RETURN-CODE
               STOP RUN
           END-IF
           .
       4500-WRITE-TIER-MOVES-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
       7100-FIND-CELL.
      *--------------*
      * LEAVES WS-CELL-IX ON THE MATCHING CELL, OR ONE PAST THE LAST
           PERFORM VARYING WS-CELL-IX FROM 1 BY 1
             UNTIL WS-CELL-IX > WS-CELL-COUNT
                OR WS-CELL-KEY(WS-CELL-IX) = WS-CELL-SEARCH-KEY
               CONTINUE
           END-PERFORM
           .
       7100-FIND-CELL-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
       7150-ADD-CELL.
      *-------------*
           IF WS-CELL-COUNT NOT LESS THAN CT-MAX-CELLS
               DISPLAY "ERROR: BUDGET CELL TABLE FULL - MORE THAN "
                       CT-MAX-CELLS " PERIOD AND TIER COMBINATIONS"
               MOVE 8                  TO RETURN-CODE
               STOP RUN
           END-IF.
      *
           ADD 1                       TO WS-CELL-COUNT
           MOVE WS-CELL-COUNT          TO WS-CELL-IX
           INITIALIZE WS-CELL-ENTRY(WS-CELL-IX)
           MOVE WS-CELL-SEARCH-KEY     TO WS-CELL-KEY(WS-CELL-IX)
           MOVE "N"                    TO WS-CELL-BUDGET-SW(WS-CELL-IX)
           .
       7150-ADD-CELL-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
       7200-FIND-PERIOD.
      *----------------*
      * WS-PERIOD-WORK IS SET BY THE CALLER. LEAVES WS-PER-IX ON THE
      * MATCHING PERIOD, OR ONE PAST THE LAST
           PERFORM VARYING WS-PER-IX FROM 1 BY 1
             UNTIL WS-PER-IX > WS-PER-COUNT
                OR WS-PER-PERIOD(WS-PER-IX) = WS-PERIOD-WORK
               CONTINUE
           END-PERFORM
           .
       7200-FIND-PERIOD-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
       7300-FIND-RANK.
      *--------------*
      * RANK OF WS-RANK-NAME ON THE TIER FILE, ZERO WHEN NOT ON IT
           MOVE ZEROES                 TO WS-RANK-FOUND.
           PERFORM VARYING WS-TIER-IX FROM 1 BY 1
             UNTIL WS-TIER-IX > WS-TIER-COUNT
               IF WS-TIER-NAME(WS-TIER-IX) = WS-RANK-NAME
                  AND WS-RANK-FOUND = ZEROES
                   MOVE WS-TIER-IX     TO WS-RANK-FOUND
               END-IF
           END-PERFORM
           .
       7300-FIND-RANK-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
       7400-COMPUTE-PCT.
      *----------------*
      * VARIANCE AS A PERCENTAGE OF BUDGET, WS-PCT-BUDGET AND
      * WS-PCT-ACTUAL SET BY THE CALLER. NO BUDGET AGAINST SOME
      * ACTUAL, OR A RESULT TOO LARGE TO SHOW, CLAMPS TO THE MAXIMUM
      * WITH THE VARIANCE'S SIGN. WS-PCT-ABS IS LEFT FOR THE
      * TOLERANCE TEST
           MOVE ZEROES                 TO WS-PCT-WORK.
      *
           IF WS-PCT-BUDGET NOT EQUAL ZEROES
               COMPUTE WS-PCT-WORK ROUNDED =
                       (WS-PCT-ACTUAL - WS-PCT-BUDGET) * 100
                           / WS-PCT-BUDGET
                   ON SIZE ERROR
                       MOVE CT-PCT-CLAMP
                                       TO WS-PCT-WORK
               END-COMPUTE
           ELSE
               IF WS-PCT-ACTUAL NOT EQUAL ZEROES
                   MOVE CT-PCT-CLAMP   TO WS-PCT-WORK
               END-IF
           END-IF.
      *
      * A NEGATIVE BUDGET (A PLANNED NET LOSS) TURNS THE SIGN OF THE
      * QUOTIENT - KEEP THE PERCENTAGE THE SAME WAY AS THE VARIANCE
           IF WS-PCT-WORK NOT EQUAL ZEROES
               IF (WS-PCT-ACTUAL < WS-PCT-BUDGET
                   AND WS-PCT-WORK > ZEROES)
                  OR (WS-PCT-ACTUAL > WS-PCT-BUDGET
                   AND WS-PCT-WORK < ZEROES)
                   COMPUTE WS-PCT-WORK = 0 - WS-PCT-WORK
               END-IF
           END-IF.
      *
           IF WS-PCT-WORK < ZEROES
               COMPUTE WS-PCT-ABS = 0 - WS-PCT-WORK
           ELSE
               MOVE WS-PCT-WORK        TO WS-PCT-ABS
           END-IF
           .
       7400-COMPUTE-PCT-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
       8000-WRITE-VARIANCE-HEADER.
      *--------------------------*
           MOVE "PERIOD"               TO VH-COL-1
           MOVE "TIER"                 TO VH-COL-2
           MOVE "CUSTS"                TO VH-COL-3
           MOVE "BUD-NET"              TO VH-COL-BUD-NET(1)
           MOVE "ACT-NET"              TO VH-COL-ACT-NET(1)
           MOVE "VAR-NET"              TO VH-COL-DIF-NET(1)
           MOVE "VAR-PCT"              TO VH-COL-PCT-NET(1)
           MOVE "BUD-PURCH"            TO VH-COL-BUD-PURCH(1)
           MOVE "ACT-PURCH"            TO VH-COL-ACT-PURCH(1)
           MOVE "VAR-PURCH"            TO VH-COL-DIF-PURCH(1)
           MOVE "VAR-PCT"              TO VH-COL-PCT-PURCH(1)
           MOVE "BUD-TRX"              TO VH-COL-BUD-TRANS(1)
           MOVE "ACT-TRX"              TO VH-COL-ACT-TRANS(1)
           MOVE "VAR-TRX"              TO VH-COL-DIF-TRANS(1)
           MOVE "VAR-PCT"              TO VH-COL-PCT-TRANS(1)
           MOVE "YTD-BUD-NET"          TO VH-COL-BUD-NET(2)
           MOVE "YTD-ACT-NET"          TO VH-COL-ACT-NET(2)
           MOVE "YTD-VAR-NET"          TO VH-COL-DIF-NET(2)
           MOVE "YTD-PCT"              TO VH-COL-PCT-NET(2)
           MOVE "YTD-BUD-PURCH"        TO VH-COL-BUD-PURCH(2)
           MOVE "YTD-ACT-PURCH"        TO VH-COL-ACT-PURCH(2)
           MOVE "YTD-VAR-PURCH"        TO VH-COL-DIF-PURCH(2)
           MOVE "YTD-PCT"              TO VH-COL-PCT-PURCH(2)
           MOVE "YTD-BTRX"             TO VH-COL-BUD-TRANS(2)
           MOVE "YTD-ATRX"             TO VH-COL-ACT-TRANS(2)
           MOVE "YTD-VTRX"             TO VH-COL-DIF-TRANS(2)
           MOVE "YTD-PCT"              TO VH-COL-PCT-TRANS(2)
           MOVE "FLAG"                 TO VH-COL-FLAG
           MOVE CT-DELIMITED-CHARACTER TO VH-DEL1
                                          VH-DEL2
                                          VH-DEL3
                                          VH-DEL4(1)  VH-DEL4(2)
                                          VH-DEL5(1)  VH-DEL5(2)
                                          VH-DEL6(1)  VH-DEL6(2)
                                          VH-DEL7(1)  VH-DEL7(2)
                                          VH-DEL8(1)  VH-DEL8(2)
                                          VH-DEL9(1)  VH-DEL9(2)
                                          VH-DEL10(1) VH-DEL10(2)
                                          VH-DEL11(1) VH-DEL11(2)
                                          VH-DEL12(1) VH-DEL12(2)
                                          VH-DEL13(1) VH-DEL13(2)
                                          VH-DEL14(1) VH-DEL14(2)
                                          VH-DEL15(1) VH-DEL15(2)
      *
           WRITE VARIANCE-HEADER-REC.
      *
           IF FS-VARIANCE NOT EQUAL ZEROS
               DISPLAY "ERROR WRITING VARIANCE FILE: " FS-VARIANCE
               MOVE 8                  TO RETURN-CODE
               STOP RUN
           END-IF
           .
       8000-WRITE-VARIANCE-HEADER-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
       8100-WRITE-VARIANCE-ROW.
      *-----------------------*
      * VAR-PERIOD AND VAR-TIER-NAME ARE SET BY THE CALLER, THE
      * FIGURES ARE IN WS-ROW-FIGURES
           MOVE "N"                    TO WS-PERIOD-TOL-SW
                                          WS-YTD-TOL-SW.
           MOVE WS-ROW-CUSTOMERS       TO VAR-CUSTOMERS.
      *
           MOVE WS-ROW-BUD-NET         TO VAR-BUD-NET
                                          WS-PCT-BUDGET
           MOVE WS-ROW-ACT-NET         TO VAR-ACT-NET
                                          WS-PCT-ACTUAL
           COMPUTE VAR-DIF-NET = WS-ROW-ACT-NET - WS-ROW-BUD-NET
           PERFORM 7400-COMPUTE-PCT
              THRU 7400-COMPUTE-PCT-EXIT
           MOVE WS-PCT-WORK            TO VAR-PCT-NET
           IF WS-PCT-ABS > WS-TOLERANCE-PCT
               SET WS-PERIOD-BEYOND-TOL
                                       TO TRUE
           END-IF.
      *
           MOVE WS-ROW-BUD-PURCH       TO VAR-BUD-PURCH
                                          WS-PCT-BUDGET
           MOVE WS-ROW-ACT-PURCH       TO VAR-ACT-PURCH
                                          WS-PCT-ACTUAL
           COMPUTE VAR-DIF-PURCH =
               WS-ROW-ACT-PURCH - WS-ROW-BUD-PURCH
           PERFORM 7400-COMPUTE-PCT
              THRU 7400-COMPUTE-PCT-EXIT
           MOVE WS-PCT-WORK            TO VAR-PCT-PURCH
           IF WS-PCT-ABS > WS-TOLERANCE-PCT
               SET WS-PERIOD-BEYOND-TOL
                                       TO TRUE
           END-IF.
      *
           MOVE WS-ROW-BUD-TRANS       TO VAR-BUD-TRANS
                                          WS-PCT-BUDGET
           MOVE WS-ROW-ACT-TRANS       TO VAR-ACT-TRANS
                                          WS-PCT-ACTUAL
           COMPUTE VAR-DIF-TRANS =
               WS-ROW-ACT-TRANS - WS-ROW-BUD-TRANS
           PERFORM 7400-COMPUTE-PCT
              THRU 7400-COMPUTE-PCT-EXIT
           MOVE WS-PCT-WORK            TO VAR-PCT-TRANS
           IF WS-PCT-ABS > WS-TOLERANCE-PCT
               SET WS-PERIOD-BEYOND-TOL
                                       TO TRUE
           END-IF.
      *
           MOVE WS-ROW-YTD-BUD-NET     TO WS-YF-BUD-NET
                                          WS-PCT-BUDGET
           MOVE WS-ROW-YTD-ACT-NET     TO WS-YF-ACT-NET
                                          WS-PCT-ACTUAL
           COMPUTE WS-YF-DIF-NET =
               WS-ROW-YTD-ACT-NET - WS-ROW-YTD-BUD-NET
           PERFORM 7400-COMPUTE-PCT
              THRU 7400-COMPUTE-PCT-EXIT
           MOVE WS-PCT-WORK            TO WS-YF-PCT-NET
           IF WS-PCT-ABS > WS-TOLERANCE-PCT
               SET WS-YTD-BEYOND-TOL   TO TRUE
           END-IF.
      *
           MOVE WS-ROW-YTD-BUD-PURCH   TO WS-YF-BUD-PURCH
                                          WS-PCT-BUDGET
           MOVE WS-ROW-YTD-ACT-PURCH   TO WS-YF-ACT-PURCH
                                          WS-PCT-ACTUAL
           COMPUTE WS-YF-DIF-PURCH =
               WS-ROW-YTD-ACT-PURCH - WS-ROW-YTD-BUD-PURCH
           PERFORM 7400-COMPUTE-PCT
              THRU 7400-COMPUTE-PCT-EXIT
           MOVE WS-PCT-WORK            TO WS-YF-PCT-PURCH
           IF WS-PCT-ABS > WS-TOLERANCE-PCT
               SET WS-YTD-BEYOND-TOL   TO TRUE
           END-IF.
      *
           MOVE WS-ROW-YTD-BUD-TRANS   TO WS-YF-BUD-TRANS
                                          WS-PCT-BUDGET
           MOVE WS-ROW-YTD-ACT-TRANS   TO WS-YF-ACT-TRANS
                                          WS-PCT-ACTUAL
           COMPUTE WS-YF-DIF-TRANS =
               WS-ROW-YTD-ACT-TRANS - WS-ROW-YTD-BUD-TRANS
           PERFORM 7400-COMPUTE-PCT
              THRU 7400-COMPUTE-PCT-EXIT
           MOVE WS-PCT-WORK            TO WS-YF-PCT-TRANS
           IF WS-PCT-ABS > WS-TOLERANCE-PCT
               SET WS-YTD-BEYOND-TOL   TO TRUE
           END-IF.
      *
           MOVE CT-DELIMITED-CHARACTER TO WS-YF-DEL4
                                          WS-YF-DEL5
                                          WS-YF-DEL6
                                          WS-YF-DEL7
                                          WS-YF-DEL8
                                          WS-YF-DEL9
                                          WS-YF-DEL10
                                          WS-YF-DEL11
                                          WS-YF-DEL12
                                          WS-YF-DEL13
                                          WS-YF-DEL14
           MOVE WS-YTD-FIGURES         TO VAR-YTD-FIGURES.
      *
           EVALUATE TRUE
               WHEN NOT WS-ROW-BUDGETED
                   MOVE CT-FLAG-NO-BUDGET
                                       TO VAR-FLAG
                   ADD 1               TO WS-UNBUDGETED-RECORDS
               WHEN WS-PERIOD-BEYOND-TOL
                   MOVE CT-FLAG-PERIOD TO VAR-FLAG
                   ADD 1               TO WS-FLAGGED-RECORDS
               WHEN WS-YTD-BEYOND-TOL
                   MOVE CT-FLAG-YTD    TO VAR-FLAG
                   ADD 1               TO WS-FLAGGED-RECORDS
               WHEN OTHER
                   MOVE CT-FLAG-OK     TO VAR-FLAG
           END-EVALUATE.
      *
           MOVE CT-DELIMITED-CHARACTER TO VAR-DEL1
                                          VAR-DEL2
                                          VAR-DEL3
                                          VAR-DEL4
                                          VAR-DEL5
                                          VAR-DEL6
                                          VAR-DEL7
                                          VAR-DEL8
                                          VAR-DEL9
                                          VAR-DEL10
                                          VAR-DEL11
                                          VAR-DEL12
                                          VAR-DEL13
                                          VAR-DEL14
                                          VAR-DEL15
                                          VAR-DEL16
      *
           WRITE VARIANCE-REC.
      *
           IF FS-VARIANCE EQUAL ZEROS
               ADD 1                   TO WS-VARIANCE-RECORDS
           ELSE
               DISPLAY "ERROR WRITING VARIANCE FILE: " FS-VARIANCE
               MOVE 8                  TO RETURN-CODE
               STOP RUN
           END-IF
           .
       8100-WRITE-VARIANCE-ROW-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
       9000-FINALIZE.
      *-------------*
           DISPLAY "BUDGET VARIANCE FINALIZATION STARTED".
      *
           DISPLAY ' '
           DISPLAY "********************************"
           DISPLAY " CONTROL PROGRAM budget_variance"
           DISPLAY "********************************"
           DISPLAY " BUDGET ROWS  READ   :  " WS-BUDGET-RECORDS
           DISPLAY " HISTORY ROWS READ   :  " WS-HISTORY-RECORDS
           DISPLAY " PERIODS REPORTED    :  " WS-PER-COUNT
           DISPLAY " VARIANCE ROWS WRITE :  " WS-VARIANCE-RECORDS
           DISPLAY "-------------------------------"
           DISPLAY " ROWS BEYOND TOLER.  :  " WS-FLAGGED-RECORDS
           DISPLAY " ROWS WITH NO BUDGET :  " WS-UNBUDGETED-RECORDS
           DISPLAY " BUDGET PERIODS OPEN :  " WS-OPEN-PERIODS
           DISPLAY "-------------------------------"
      *
           CLOSE VARIANCE-FILE.
           IF FS-VARIANCE NOT EQUAL ZEROS
               DISPLAY "ERROR CLOSING VARIANCE FILE: " FS-VARIANCE
               MOVE 8                  TO RETURN-CODE
               STOP RUN
           END-IF.
      *
           IF WS-FLAGGED-RECORDS NOT EQUAL ZEROES
              OR WS-UNBUDGETED-RECORDS NOT EQUAL ZEROES
               DISPLAY "WARNING: VARIANCES BEYOND THE "
                       WS-TOLERANCE-PCT " PCT TOLERANCE OR UNPLANNED "
                       "TIERS - SEE THE VARIANCE REPORT"
               MOVE 4                  TO RETURN-CODE
           END-IF
           .
       9000-FINALIZE-EXIT.
           EXIT.
