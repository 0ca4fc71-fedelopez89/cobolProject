       IDENTIFICATION DIVISION.
       PROGRAM-ID. job_driver.
       AUTHOR. LOPEZ FEDERICO.
       DATE-WRITTEN. OCTOBER 2026.
       DATE-COMPILED.
      *----------------------------------------------------------------*
      * OBJECTIVE: NIGHTLY JOB-STREAM DRIVER. READS THE STEP-          *
      * DEFINITION FILE (STEP ORDER, THE ENVIRONMENT FILE NAMES EACH  *
      * STEP USES, THE HIGHEST ACCEPTABLE RETURN CODE AND THE FILE    *
      * ROTATIONS TO DO AFTER THE STEP), RUNS THE STEPS IN ORDER AND  *
      * STOPS THE NIGHT ON THE FIRST STEP THAT ENDS ABOVE ITS LIMIT   *
      * OR LEAVES AN OUT-OF-BALANCE CONTROL SHEET. EVERY STEP IS      *
      * LOGGED SO A RERUN AFTER A FAILURE PICKS UP AT THE FAILED STEP *
      * AND NEVER REDOES A STEP THAT ALREADY COMMITTED                *
      *----------------------------------------------------------------*
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
           SELECT STEP-DEF-FILE    ASSIGN TO DYNAMIC
                                   WS-STEP-DEF-FILENAME
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS FS-STEP-DEF.
      *
           SELECT STEP-LOG-FILE    ASSIGN TO DYNAMIC
                                   WS-STEP-LOG-FILENAME
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS FS-STEP-LOG.
      *
           SELECT CONTROL-SHEET-FILE
                                   ASSIGN TO DYNAMIC
                                   WS-CONTROL-FILENAME
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS FS-CONTROL.
      *
           SELECT PROBE-FILE       ASSIGN TO DYNAMIC
                                   WS-PROBE-FILENAME
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS FS-PROBE.
      *
      ******************************************************************
      *                  DATA DIVISION                                 *
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------------*
      * INPUT FILE: STEP DEFINITIONS, MAINTAINED BY OPERATIONS. ONE   *
      * "S" ROW PER STEP IN RUN ORDER, FOLLOWED BY ITS "E" ROWS (AN   *
      * ENVIRONMENT NAME AND THE FILE NAME IT IS SET TO FOR THE STEP) *
      * AND ITS "R" ROWS (A FILE ROTATED INTO PLACE ONCE THE STEP HAS *
      * ENDED CLEAN). ROWS STARTING WITH "*" ARE COMMENTS. A STEP     *
      * WITH THE CONTROL GATE SET TO "Y" MUST ALSO LEAVE A BALANCED   *
      * VERDICT ON ITS CONTROL SHEET                                  *
      *----------------------------------------------------------------*
       FD  STEP-DEF-FILE.
       01 STEP-DEF-REC.
           05 SDF-REC-TYPE                 PIC X(01).
               88 SDF-IS-STEP                       VALUE "S".
               88 SDF-IS-ENV                        VALUE "E".
               88 SDF-IS-ROTATE                     VALUE "R".
               88 SDF-IS-COMMENT                    VALUE "*" " ".
           05 SDF-STEP-NO                  PIC 9(03).
           05 SDF-BODY                     PIC X(200).
           05 SDF-STEP-BODY REDEFINES SDF-BODY.
               10 SDF-STEP-NAME            PIC X(20).
               10 SDF-MAX-RC               PIC 9(03).
               10 SDF-CONTROL-GATE         PIC X(01).
               10 SDF-COMMAND              PIC X(100).
               10 FILLER                   PIC X(76).
           05 SDF-ENV-BODY REDEFINES SDF-BODY.
               10 SDF-ENV-NAME             PIC X(30).
               10 SDF-ENV-VALUE            PIC X(100).
               10 FILLER                   PIC X(70).
           05 SDF-ROTATE-BODY REDEFINES SDF-BODY.
               10 SDF-ROT-FROM             PIC X(100).
               10 SDF-ROT-TO               PIC X(100).
      *
      *----------------------------------------------------------------*
      * I-O FILE: STEP-STATUS LOG (APPENDED ON EVERY STATE CHANGE).   *
      * STEP 000 ROWS OPEN AND CLOSE A STREAM; A STREAM WITH NO       *
      * ENDED ROW IS STILL OPEN AND THE NEXT RUN RESUMES IT           *
      *----------------------------------------------------------------*
       FD  STEP-LOG-FILE
           RECORDING MODE IS F.
       01 STEP-LOG-REC.
           05 JOBL-STREAM-DATE             PIC 9(08).
           05 JOBL-DEL1                    PIC X(01) VALUE ";".
           05 JOBL-STEP-NO                 PIC 9(03).
           05 JOBL-DEL2                    PIC X(01) VALUE ";".
           05 JOBL-STEP-NAME               PIC X(20).
           05 JOBL-DEL3                    PIC X(01) VALUE ";".
           05 JOBL-STATUS                  PIC X(10).
           05 JOBL-DEL4                    PIC X(01) VALUE ";".
           05 JOBL-RC                      PIC 9(03).
           05 JOBL-DEL5                    PIC X(01) VALUE ";".
           05 JOBL-REASON                  PIC X(20).
           05 JOBL-DEL6                    PIC X(01) VALUE ";".
           05 JOBL-DATE                    PIC 9(08).
           05 JOBL-DEL7                    PIC X(01) VALUE ";".
           05 JOBL-TIME                    PIC 9(06).
      *
      *----------------------------------------------------------------*
      * INPUT FILE: CONTROL SHEET LEFT BY A GATED STEP - ONLY THE     *
      * VERDICT LINE IS OF INTEREST HERE                              *
      *----------------------------------------------------------------*
       FD  CONTROL-SHEET-FILE.
       01 CONTROL-REC.
           05 CTL-VERDICT-LABEL            PIC X(19).
           05 CTL-VERDICT-TEXT             PIC X(14).
           05 FILLER                       PIC X(47).
      *
      *----------------------------------------------------------------*
      * WORK FILE: OPENED ONLY TO TEST WHETHER A ROTATION SOURCE OR   *
      * TARGET IS PRESENT                                             *
      *----------------------------------------------------------------*
       FD  PROBE-FILE.
       01 PROBE-REC                        PIC X(01).
      *
      ******************************************************************
      *                  WORKING STORAGE                               *
      ******************************************************************
       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      * DYNAMIC FILE NAMES - OVERRIDABLE VIA ENVIRONMENT VARIABLE      *
      *----------------------------------------------------------------*
       01  WS-FILENAMES.
           05  WS-STEP-DEF-FILENAME     PIC X(100) VALUE
                                         "jobstream_steps.dat".
           05  WS-STEP-LOG-FILENAME     PIC X(100) VALUE
                                         "jobstream_log.csv".
           05  WS-CONTROL-FILENAME      PIC X(100) VALUE
                                         "control_sheet.txt".
           05  WS-PROBE-FILENAME        PIC X(100) VALUE SPACES.
           05  WS-ENV-OVERRIDE          PIC X(100) VALUE SPACES.
      *----------------------------------------------------------------*
      * STATUS VARIABLES                                               *
      *----------------------------------------------------------------*
       01  WS-FILE-STATUS.
           05  FS-STEP-DEF             PIC X(2) VALUE SPACES.
           05  FS-STEP-LOG             PIC X(2) VALUE SPACES.
           05  FS-CONTROL              PIC X(2) VALUE SPACES.
           05  FS-PROBE                PIC X(2) VALUE SPACES.
      *----------------------------------------------------------------*
      * ACCUMULATORS FOR STATISTICS                                    *
      *----------------------------------------------------------------*
       01  WS-STATS.
           05  WS-STEP-DEF-RECORDS     PIC 9(6) VALUE 0.
           05  WS-LOG-RECORDS          PIC 9(6) VALUE 0.
           05  WS-STEPS-RUN            PIC 9(6) VALUE 0.
           05  WS-STEPS-SKIPPED        PIC 9(6) VALUE 0.
           05  WS-STEPS-RESUMED        PIC 9(6) VALUE 0.
           05  WS-ROTATIONS-DONE       PIC 9(6) VALUE 0.
      *----------------------------------------------------------------*
      * STREAM CONTROLS - THE STREAM DATE IS THE RUN DATE OF A FRESH  *
      * STREAM, OR THE DATE OF THE OPEN STREAM BEING RESUMED. SET     *
      * JOB_FRESH_START=Y TO ABANDON AN OPEN STREAM AND START OVER    *
      *----------------------------------------------------------------*
       01  WS-STREAM-CONTROL.
           05  WS-RUN-DATE              PIC 9(08) VALUE 0.
           05  WS-RUN-TIME-RAW          PIC 9(08) VALUE 0.
           05  WS-STREAM-DATE           PIC 9(08) VALUE 0.
           05  WS-OPEN-STREAM-DATE      PIC 9(08) VALUE 0.
           05  WS-OPEN-STREAM-SW        PIC X(01) VALUE "N".
               88  WS-OPEN-STREAM               VALUE "Y".
           05  WS-FRESH-START-SW        PIC X(01) VALUE "N".
               88  WS-FRESH-START               VALUE "Y".
           05  WS-STREAM-FAILED-SW      PIC X(01) VALUE "N".
               88  WS-STREAM-FAILED             VALUE "Y".
           05  WS-STEP-DEF-EOF-SW       PIC X(01) VALUE "N".
               88  WS-STEP-DEF-EOF              VALUE "Y".
           05  WS-LAST-STEP-NO          PIC 9(03) VALUE 0.
      *----------------------------------------------------------------*
      * STEP EXECUTION WORK AREAS. THE SYSTEM CALL RETURNS THE WAIT   *
      * STATUS: THE EXIT CODE IS ITS HIGH-ORDER BYTE, AND A NONZERO   *
      * LOW-ORDER BYTE MEANS THE STEP WAS KILLED BY A SIGNAL          *
      *----------------------------------------------------------------*
       01  WS-STEP-CONTROL.
           05  WS-COMMAND               PIC X(100) VALUE SPACES.
           05  WS-WAIT-STATUS           PIC S9(09) COMP-5 VALUE 0.
           05  WS-SIGNAL-PART           PIC S9(09) COMP-5 VALUE 0.
           05  WS-STEP-RC               PIC 9(03) VALUE 0.
           05  WS-RENAME-STATUS         PIC S9(09) COMP-5 VALUE 0.
           05  WS-FAIL-REASON           PIC X(20) VALUE SPACES.
           05  WS-STEP-FAILED-SW        PIC X(01) VALUE "N".
               88  WS-STEP-FAILED               VALUE "Y".
           05  WS-STEP-RESUMED-SW       PIC X(01) VALUE "N".
               88  WS-STEP-RESUMED              VALUE "Y".
           05  WS-VERDICT-FOUND-SW      PIC X(01) VALUE "N".
               88  WS-VERDICT-FOUND             VALUE "Y".
           05  WS-VERDICT-TEXT          PIC X(14) VALUE SPACES.
           05  WS-FROM-PRESENT-SW       PIC X(01) VALUE "N".
               88  WS-FROM-PRESENT              VALUE "Y".
           05  WS-TO-PRESENT-SW         PIC X(01) VALUE "N".
               88  WS-TO-PRESENT                VALUE "Y".
           05  WS-PROBE-PRESENT-SW      PIC X(01) VALUE "N".
               88  WS-PROBE-PRESENT             VALUE "Y".
           05  WS-LOG-STATUS            PIC X(10) VALUE SPACES.
      *----------------------------------------------------------------*
      * STEP TABLE - LOADED FROM THE STEP-DEFINITION FILE. THE STATE  *
      * COMES FROM THE OPEN STREAM ON THE LOG: COMPLETED MEANS THE    *
      * STEP ENDED CLEAN BUT ITS ROTATIONS WERE NOT ALL DONE,         *
      * COMMITTED MEANS THE STEP AND ITS ROTATIONS ARE BEHIND US      *
      *----------------------------------------------------------------*
       01  WS-STEP-TABLE.
           05  WS-STEP-COUNT            PIC 9(03) COMP VALUE 0.
           05  WS-STEP-IX               PIC 9(03) COMP VALUE 0.
           05  WS-STEP-ENTRY OCCURS 30 TIMES.
               10  WS-STP-NO            PIC 9(03).
               10  WS-STP-NAME          PIC X(20).
               10  WS-STP-MAX-RC        PIC 9(03).
               10  WS-STP-GATE-SW       PIC X(01).
                   88  WS-STP-GATED             VALUE "Y".
               10  WS-STP-COMMAND       PIC X(100).
               10  WS-STP-CONTROL-FILE  PIC X(100).
               10  WS-STP-STATE-SW      PIC X(01).
                   88  WS-STP-PENDING           VALUE "P".
                   88  WS-STP-COMPLETED         VALUE "C".
                   88  WS-STP-COMMITTED         VALUE "K".
      *----------------------------------------------------------------*
      * ENVIRONMENT TABLE - NAME/VALUE PAIRS SET FOR ONE STEP ONLY,   *
      * AND RESET TO SPACES WHEN THE STEP ENDS SO THE NEXT STEP FALLS *
      * BACK TO ITS OWN DEFAULTS RATHER THAN INHERITING A NAME        *
      *----------------------------------------------------------------*
       01  WS-ENV-TABLE.
           05  WS-ENV-COUNT             PIC 9(03) COMP VALUE 0.
           05  WS-ENV-IX                PIC 9(03) COMP VALUE 0.
           05  WS-ENV-ENTRY OCCURS 300 TIMES.
               10  WS-ENV-STEP-NO       PIC 9(03).
               10  WS-ENV-NAME          PIC X(30).
               10  WS-ENV-VALUE         PIC X(100).
      *----------------------------------------------------------------*
      * ROTATION TABLE - FILE MOVES DONE AFTER A STEP ENDS CLEAN      *
      *----------------------------------------------------------------*
       01  WS-ROTATE-TABLE.
           05  WS-ROT-COUNT             PIC 9(03) COMP VALUE 0.
           05  WS-ROT-IX                PIC 9(03) COMP VALUE 0.
           05  WS-ROT-ENTRY OCCURS 100 TIMES.
               10  WS-ROT-STEP-NO       PIC 9(03).
               10  WS-ROT-FROM          PIC X(100).
               10  WS-ROT-TO            PIC X(100).
      *
      *----------------------------------------------------------------*
      * CONSTANTS                                                      *
      *----------------------------------------------------------------*
       01  CT-CONSTANTS.
           05  CT-DELIMITED-CHARACTER  PIC X VALUE ";".
           05  CT-STREAM-STEP-NAME     PIC X(20) VALUE "JOB-STREAM".
           05  CT-CONTROL-ENV-NAME     PIC X(30) VALUE
                                          "CONTROL_SHEET_FILE".
           05  CT-VERDICT-LABEL        PIC X(19) VALUE
                                          "CONTROL VERDICT  : ".
           05  CT-VERDICT-OOB          PIC X(14) VALUE
                                          "OUT-OF-BALANCE".
           05  CT-RC-ABEND             PIC 9(03) VALUE 999.
      * STEP-LOG STATUS VALUES
           05  CT-LOG-STARTED          PIC X(10) VALUE "STARTED".
           05  CT-LOG-RESTARTED        PIC X(10) VALUE "RESTARTED".
           05  CT-LOG-ABANDONED        PIC X(10) VALUE "ABANDONED".
           05  CT-LOG-ENDED            PIC X(10) VALUE "ENDED".
           05  CT-LOG-COMPLETED        PIC X(10) VALUE "COMPLETED".
           05  CT-LOG-COMMITTED        PIC X(10) VALUE "COMMITTED".
           05  CT-LOG-SKIPPED          PIC X(10) VALUE "SKIPPED".
           05  CT-LOG-FAILED           PIC X(10) VALUE "FAILED".
      * FAILURE REASONS
           05  CT-RSN-RC-EXCEEDED      PIC X(20) VALUE "RC-EXCEEDED".
           05  CT-RSN-ABEND            PIC X(20) VALUE "ABNORMAL-END".
           05  CT-RSN-OUT-OF-BALANCE   PIC X(20) VALUE
                                          "OUT-OF-BALANCE".
           05  CT-RSN-NO-VERDICT       PIC X(20) VALUE "NO-VERDICT".
           05  CT-RSN-ROTATE           PIC X(20) VALUE "ROTATE-FAILED".
      *
      ******************************************************************
      *                     PROCEDURE DIVISION                         *
      ******************************************************************
       PROCEDURE DIVISION.
      *
           PERFORM 1000-INITIALIZE
              THRU 1000-INITIALIZE-EXIT.
      *
           PERFORM 2000-RUN-STEP
              THRU 2000-RUN-STEP-EXIT
             VARYING WS-STEP-IX FROM 1 BY 1
               UNTIL WS-STEP-IX > WS-STEP-COUNT
                  OR WS-STREAM-FAILED.
      *
           PERFORM 9000-FINALIZE
              THRU 9000-FINALIZE-EXIT.
      *
           STOP RUN.
      *
      *-----------------------------------------------------------------
       1000-INITIALIZE.
      *---------------*
           DISPLAY "JOB STREAM DRIVER INITIALIZATION STARTED".
      *
           PERFORM 1100-RESOLVE-FILENAMES
              THRU 1100-RESOLVE-FILENAMES-EXIT.
      *
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
      *
           PERFORM 1200-LOAD-STEP-DEFS
              THRU 1200-LOAD-STEP-DEFS-EXIT.
      *
           IF WS-STEP-COUNT = ZEROES
               DISPLAY "ERROR: NO STEPS DEFINED ON "
                       WS-STEP-DEF-FILENAME
               MOVE 8                  TO RETURN-CODE
               STOP RUN
           END-IF.
      *
           PERFORM 1300-SCAN-STEP-LOG
              THRU 1300-SCAN-STEP-LOG-EXIT.
      *
           OPEN EXTEND STEP-LOG-FILE.
           IF FS-STEP-LOG EQUAL '35'
               OPEN OUTPUT STEP-LOG-FILE
           END-IF.
           IF FS-STEP-LOG NOT EQUAL ZEROS
               DISPLAY "ERROR OPENING STEP LOG FILE: " FS-STEP-LOG
               MOVE 8                  TO RETURN-CODE
               STOP RUN
           END-IF.
      *
      * AN OPEN STREAM ON THE LOG IS RESUMED UNLESS OPERATIONS ASKED
      * FOR A FRESH START, IN WHICH CASE IT IS CLOSED AS ABANDONED
      * AND EVERY STEP GOES BACK TO PENDING
           IF WS-OPEN-STREAM AND WS-FRESH-START
               MOVE WS-OPEN-STREAM-DATE
                                       TO WS-STREAM-DATE
               MOVE ZEROES             TO WS-STEP-RC
               MOVE CT-LOG-ABANDONED   TO WS-LOG-STATUS
               MOVE SPACES             TO WS-FAIL-REASON
               PERFORM 8110-WRITE-STREAM-LOG
                  THRU 8110-WRITE-STREAM-LOG-EXIT
               DISPLAY "OPEN STREAM OF " WS-OPEN-STREAM-DATE
                       " ABANDONED - STARTING A FRESH STREAM"
               MOVE "N"                TO WS-OPEN-STREAM-SW
               PERFORM 1350-RESET-STEP-STATE
                  THRU 1350-RESET-STEP-STATE-EXIT
                 VARYING WS-STEP-IX FROM 1 BY 1
                   UNTIL WS-STEP-IX > WS-STEP-COUNT
           END-IF.
      *
           MOVE ZEROES                 TO WS-STEP-RC
           MOVE SPACES                 TO WS-FAIL-REASON
           IF WS-OPEN-STREAM
               MOVE WS-OPEN-STREAM-DATE
                                       TO WS-STREAM-DATE
               MOVE CT-LOG-RESTARTED   TO WS-LOG-STATUS
               DISPLAY "RESUMING OPEN STREAM OF " WS-STREAM-DATE
           ELSE
               MOVE WS-RUN-DATE        TO WS-STREAM-DATE
               MOVE CT-LOG-STARTED     TO WS-LOG-STATUS
               DISPLAY "STARTING STREAM OF " WS-STREAM-DATE
           END-IF.
           PERFORM 8110-WRITE-STREAM-LOG
              THRU 8110-WRITE-STREAM-LOG-EXIT
           .
       1000-INITIALIZE-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
       1100-RESOLVE-FILENAMES.
      *----------------------*
           MOVE SPACES                 TO WS-ENV-OVERRIDE
           DISPLAY "JOB_STEP_FILE" UPON ENVIRONMENT-NAME
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE
           IF WS-ENV-OVERRIDE NOT EQUAL SPACES
               MOVE WS-ENV-OVERRIDE     TO WS-STEP-DEF-FILENAME
           END-IF.
      *
           MOVE SPACES                 TO WS-ENV-OVERRIDE
           DISPLAY "JOB_LOG_FILE" UPON ENVIRONMENT-NAME
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE
           IF WS-ENV-OVERRIDE NOT EQUAL SPACES
               MOVE WS-ENV-OVERRIDE     TO WS-STEP-LOG-FILENAME
           END-IF.
      *
           MOVE SPACES                 TO WS-ENV-OVERRIDE
           DISPLAY "JOB_FRESH_START" UPON ENVIRONMENT-NAME
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE
           IF WS-ENV-OVERRIDE(1:1) = "Y" OR "y"
               SET WS-FRESH-START      TO TRUE
           END-IF
           .
       1100-RESOLVE-FILENAMES-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
       1200-LOAD-STEP-DEFS.
      *-------------------*
      * THE STEP FILE IS REQUIRED - A NIGHT WITH NO STEP LIST IS AN
      * OPERATIONS ERROR, NOT AN EMPTY STREAM
           OPEN INPUT STEP-DEF-FILE.
           IF FS-STEP-DEF NOT EQUAL ZEROS
               DISPLAY "ERROR OPENING STEP DEFINITION FILE: "
                                      FS-STEP-DEF
               MOVE 8                  TO RETURN-CODE
               STOP RUN
           END-IF.
      *
           PERFORM 7100-READ-STEP-DEF
              THRU 7100-READ-STEP-DEF-EXIT.
      *
           PERFORM 1210-STORE-STEP-DEF
              THRU 1210-STORE-STEP-DEF-EXIT
             UNTIL WS-STEP-DEF-EOF.
      *
           CLOSE STEP-DEF-FILE
           .
       1200-LOAD-STEP-DEFS-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
       1210-STORE-STEP-DEF.
      *-------------------*
      * STEP NUMBERS MUST ASCEND, AND EVERY E/R ROW MUST FOLLOW THE S
      * ROW OF ITS OWN STEP - A MISPLACED ROW WOULD SILENTLY ATTACH A
      * FILE NAME OR A ROTATION TO THE WRONG STEP
           IF SDF-IS-COMMENT
               GO TO 1210-STORE-STEP-DEF-NEXT
           END-IF.
      *
           IF SDF-STEP-NO NOT NUMERIC
              OR SDF-STEP-NO = ZEROES
               DISPLAY "ERROR: BAD STEP NUMBER ON STEP DEFINITION "
                       "ROW " WS-STEP-DEF-RECORDS ": " SDF-STEP-NO
               MOVE 8                  TO RETURN-CODE
               STOP RUN
           END-IF.
      *
           EVALUATE TRUE
               WHEN SDF-IS-STEP
                   IF SDF-STEP-NO NOT GREATER WS-LAST-STEP-NO
                       DISPLAY "ERROR: STEP " SDF-STEP-NO
                               " IS OUT OF SEQUENCE - FOLLOWS "
                               WS-LAST-STEP-NO
                       MOVE 8          TO RETURN-CODE
                       STOP RUN
                   END-IF
                   IF SDF-MAX-RC NOT NUMERIC
                       DISPLAY "ERROR: STEP " SDF-STEP-NO
                               " HAS NO NUMERIC MAXIMUM RETURN CODE"
                       MOVE 8          TO RETURN-CODE
                       STOP RUN
                   END-IF
                   IF SDF-COMMAND = SPACES
                       DISPLAY "ERROR: STEP " SDF-STEP-NO
                               " HAS NO COMMAND TO RUN"
                       MOVE 8          TO RETURN-CODE
                       STOP RUN
                   END-IF
                   IF WS-STEP-COUNT NOT LESS THAN 30
                       DISPLAY "ERROR: STEP TABLE FULL"
                       MOVE 8          TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1               TO WS-STEP-COUNT
                   MOVE SDF-STEP-NO    TO WS-STP-NO(WS-STEP-COUNT)
                                          WS-LAST-STEP-NO
                   MOVE SDF-STEP-NAME  TO WS-STP-NAME(WS-STEP-COUNT)
                   MOVE SDF-MAX-RC     TO WS-STP-MAX-RC(WS-STEP-COUNT)
                   MOVE SDF-CONTROL-GATE
                                       TO WS-STP-GATE-SW(WS-STEP-COUNT)
                   MOVE SDF-COMMAND    TO WS-STP-COMMAND(WS-STEP-COUNT)
                   MOVE WS-CONTROL-FILENAME
                                       TO WS-STP-CONTROL-FILE
                                                      (WS-STEP-COUNT)
                   SET WS-STP-PENDING(WS-STEP-COUNT)
                                       TO TRUE
               WHEN SDF-IS-ENV
                   IF SDF-STEP-NO NOT EQUAL WS-LAST-STEP-NO
                      OR WS-STEP-COUNT = ZEROES
                       DISPLAY "ERROR: ENVIRONMENT ROW FOR STEP "
                               SDF-STEP-NO
                               " DOES NOT FOLLOW ITS STEP ROW"
                       MOVE 8          TO RETURN-CODE
                       STOP RUN
                   END-IF
                   IF WS-ENV-COUNT NOT LESS THAN 300
                       DISPLAY "ERROR: ENVIRONMENT TABLE FULL"
                       MOVE 8          TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1               TO WS-ENV-COUNT
                   MOVE SDF-STEP-NO    TO WS-ENV-STEP-NO(WS-ENV-COUNT)
                   MOVE SDF-ENV-NAME   TO WS-ENV-NAME(WS-ENV-COUNT)
                   MOVE SDF-ENV-VALUE  TO WS-ENV-VALUE(WS-ENV-COUNT)
      * A GATED STEP WRITING ITS CONTROL SHEET UNDER ANOTHER NAME IS
      * GATED ON THAT NAME
                   IF SDF-ENV-NAME = CT-CONTROL-ENV-NAME
                       MOVE SDF-ENV-VALUE
                                       TO WS-STP-CONTROL-FILE
                                                      (WS-STEP-COUNT)
                   END-IF
               WHEN SDF-IS-ROTATE
                   IF SDF-STEP-NO NOT EQUAL WS-LAST-STEP-NO
                      OR WS-STEP-COUNT = ZEROES
                       DISPLAY "ERROR: ROTATION ROW FOR STEP "
                               SDF-STEP-NO
                               " DOES NOT FOLLOW ITS STEP ROW"
                       MOVE 8          TO RETURN-CODE
                       STOP RUN
                   END-IF
                   IF SDF-ROT-FROM = SPACES
                      OR SDF-ROT-TO = SPACES
                       DISPLAY "ERROR: ROTATION ROW FOR STEP "
                               SDF-STEP-NO
                               " NEEDS BOTH A SOURCE AND A TARGET"
                       MOVE 8          TO RETURN-CODE
                       STOP RUN
                   END-IF
                   IF WS-ROT-COUNT NOT LESS THAN 100
                       DISPLAY "ERROR: ROTATION TABLE FULL"
                       MOVE 8          TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1               TO WS-ROT-COUNT
                   MOVE SDF-STEP-NO    TO WS-ROT-STEP-NO(WS-ROT-COUNT)
                   MOVE SDF-ROT-FROM   TO WS-ROT-FROM(WS-ROT-COUNT)
                   MOVE SDF-ROT-TO     TO WS-ROT-TO(WS-ROT-COUNT)
               WHEN OTHER
                   DISPLAY "ERROR: UNKNOWN ROW TYPE " SDF-REC-TYPE
                           " ON STEP DEFINITION ROW "
                           WS-STEP-DEF-RECORDS
                   MOVE 8              TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
      *
       1210-STORE-STEP-DEF-NEXT.
           PERFORM 7100-READ-STEP-DEF
              THRU 7100-READ-STEP-DEF-EXIT
           .
       1210-STORE-STEP-DEF-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
       1300-SCAN-STEP-LOG.
      *------------------*
      * REPLAY THE LOG TO FIND THE OPEN STREAM, IF ANY. A STARTED
      * ROW OPENS A STREAM AND CLEARS EVERY STEP BACK TO PENDING; AN
      * ENDED OR ABANDONED ROW CLOSES IT. WHATEVER IS COMPLETED OR
      * COMMITTED WHEN THE LOG RUNS OUT BELONGS TO THE OPEN STREAM
           OPEN INPUT STEP-LOG-FILE.
           EVALUATE FS-STEP-LOG
               WHEN ZEROES
                   CONTINUE
               WHEN '35'
      * NO LOG YET - THE FIRST STREAM EVER RUN
                   GO TO 1300-SCAN-STEP-LOG-EXIT
               WHEN OTHER
                   DISPLAY "ERROR OPENING STEP LOG FILE: "
                                      FS-STEP-LOG
                   MOVE 8              TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
      *
           PERFORM 7200-READ-STEP-LOG
              THRU 7200-READ-STEP-LOG-EXIT.
      *
           PERFORM 1310-APPLY-LOG-ROW
              THRU 1310-APPLY-LOG-ROW-EXIT
             UNTIL FS-STEP-LOG NOT EQUAL ZEROS.
      *
           CLOSE STEP-LOG-FILE
           .
       1300-SCAN-STEP-LOG-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
       1310-APPLY-LOG-ROW.
      *------------------*
           IF JOBL-STEP-NO NOT NUMERIC
               GO TO 1310-APPLY-LOG-ROW-NEXT
           END-IF.
      *
           IF JOBL-STEP-NO = ZEROES
               EVALUATE JOBL-STATUS
                   WHEN CT-LOG-STARTED
                       SET WS-OPEN-STREAM
                                       TO TRUE
                       MOVE JOBL-STREAM-DATE
                                       TO WS-OPEN-STREAM-DATE
                       PERFORM 1350-RESET-STEP-STATE
                          THRU 1350-RESET-STEP-STATE-EXIT
                         VARYING WS-STEP-IX FROM 1 BY 1
                           UNTIL WS-STEP-IX > WS-STEP-COUNT
                   WHEN CT-LOG-ENDED
                   WHEN CT-LOG-ABANDONED
                       MOVE "N"        TO WS-OPEN-STREAM-SW
                       PERFORM 1350-RESET-STEP-STATE
                          THRU 1350-RESET-STEP-STATE-EXIT
                         VARYING WS-STEP-IX FROM 1 BY 1
                           UNTIL WS-STEP-IX > WS-STEP-COUNT
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               GO TO 1310-APPLY-LOG-ROW-NEXT
           END-IF.
      *
           PERFORM VARYING WS-STEP-IX FROM 1 BY 1
             UNTIL WS-STEP-IX > WS-STEP-COUNT
                OR WS-STP-NO(WS-STEP-IX) = JOBL-STEP-NO
               CONTINUE
           END-PERFORM.
      *
           IF WS-STEP-IX > WS-STEP-COUNT
               DISPLAY "WARNING: LOGGED STEP " JOBL-STEP-NO
                       " IS NO LONGER DEFINED - IGNORED"
               GO TO 1310-APPLY-LOG-ROW-NEXT
           END-IF.
      *
           EVALUATE JOBL-STATUS
               WHEN CT-LOG-COMPLETED
                   IF NOT WS-STP-COMMITTED(WS-STEP-IX)
                       SET WS-STP-COMPLETED(WS-STEP-IX)
                                       TO TRUE
                   END-IF
               WHEN CT-LOG-COMMITTED
                   SET WS-STP-COMMITTED(WS-STEP-IX)
                                       TO TRUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
      *
       1310-APPLY-LOG-ROW-NEXT.
           PERFORM 7200-READ-STEP-LOG
              THRU 7200-READ-STEP-LOG-EXIT
           .
       1310-APPLY-LOG-ROW-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
       1350-RESET-STEP-STATE.
      *---------------------*
           SET WS-STP-PENDING(WS-STEP-IX)
                                       TO TRUE
           .
       1350-RESET-STEP-STATE-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
       2000-RUN-STEP.
      *-------------*
      * A COMMITTED STEP IS SKIPPED OUTRIGHT. A COMPLETED STEP HAS
      * ALREADY DONE ITS OWN WORK (SUCH AS THE MERGE'S POSTED-REGISTER
      * FOLD) AND ONLY ITS ROTATIONS ARE REDONE. ANYTHING ELSE RUNS
           MOVE "N"                    TO WS-STEP-FAILED-SW
                                          WS-STEP-RESUMED-SW.
           MOVE ZEROES                 TO WS-STEP-RC.
           MOVE SPACES                 TO WS-FAIL-REASON.
      *
           IF WS-STP-COMMITTED(WS-STEP-IX)
               DISPLAY "STEP " WS-STP-NO(WS-STEP-IX) " "
                       WS-STP-NAME(WS-STEP-IX)
                       " ALREADY COMMITTED - SKIPPED"
               MOVE CT-LOG-SKIPPED     TO WS-LOG-STATUS
               PERFORM 8100-WRITE-STEP-LOG
                  THRU 8100-WRITE-STEP-LOG-EXIT
               ADD 1                   TO WS-STEPS-SKIPPED
               GO TO 2000-RUN-STEP-EXIT
           END-IF.
      *
           IF WS-STP-COMPLETED(WS-STEP-IX)
               DISPLAY "STEP " WS-STP-NO(WS-STEP-IX) " "
                       WS-STP-NAME(WS-STEP-IX)
                       " ALREADY ENDED CLEAN - REDOING ROTATIONS ONLY"
               SET WS-STEP-RESUMED     TO TRUE
               ADD 1                   TO WS-STEPS-RESUMED
           ELSE
               PERFORM 2100-EXECUTE-STEP
                  THRU 2100-EXECUTE-STEP-EXIT
               IF WS-STEP-FAILED
                   GO TO 2000-RUN-STEP-FAIL
               END-IF
               SET WS-STP-COMPLETED(WS-STEP-IX)
                                       TO TRUE
               MOVE CT-LOG-COMPLETED   TO WS-LOG-STATUS
               PERFORM 8100-WRITE-STEP-LOG
                  THRU 8100-WRITE-STEP-LOG-EXIT
           END-IF.
      *
           PERFORM 2300-ROTATE-FILES
              THRU 2300-ROTATE-FILES-EXIT
             VARYING WS-ROT-IX FROM 1 BY 1
               UNTIL WS-ROT-IX > WS-ROT-COUNT
                  OR WS-STEP-FAILED.
           IF WS-STEP-FAILED
               GO TO 2000-RUN-STEP-FAIL
           END-IF.
      *
           SET WS-STP-COMMITTED(WS-STEP-IX)
                                       TO TRUE
           MOVE CT-LOG-COMMITTED       TO WS-LOG-STATUS
           PERFORM 8100-WRITE-STEP-LOG
              THRU 8100-WRITE-STEP-LOG-EXIT.
           GO TO 2000-RUN-STEP-EXIT.
      *
       2000-RUN-STEP-FAIL.
           DISPLAY "ERROR: STEP " WS-STP-NO(WS-STEP-IX) " "
                   WS-STP-NAME(WS-STEP-IX) " FAILED - "
                   WS-FAIL-REASON " RC " WS-STEP-RC
           DISPLAY "THE STREAM STOPS HERE - FIX THE CAUSE AND RERUN "
                   "THE DRIVER TO RESUME AT THIS STEP"
           MOVE CT-LOG-FAILED          TO WS-LOG-STATUS
           PERFORM 8100-WRITE-STEP-LOG
              THRU 8100-WRITE-STEP-LOG-EXIT.
           SET WS-STREAM-FAILED        TO TRUE
           .
       2000-RUN-STEP-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
       2100-EXECUTE-STEP.
      *-----------------*
           MOVE CT-LOG-STARTED         TO WS-LOG-STATUS
           PERFORM 8100-WRITE-STEP-LOG
              THRU 8100-WRITE-STEP-LOG-EXIT.
      *
           PERFORM 2110-SET-STEP-ENV
              THRU 2110-SET-STEP-ENV-EXIT
             VARYING WS-ENV-IX FROM 1 BY 1
               UNTIL WS-ENV-IX > WS-ENV-COUNT.
      *
           DISPLAY "STEP " WS-STP-NO(WS-STEP-IX) " "
                   WS-STP-NAME(WS-STEP-IX) " STARTED".
           MOVE WS-STP-COMMAND(WS-STEP-IX)
                                       TO WS-COMMAND.
           CALL "SYSTEM" USING WS-COMMAND.
           MOVE RETURN-CODE            TO WS-WAIT-STATUS.
           MOVE ZEROES                 TO RETURN-CODE.
           ADD 1                       TO WS-STEPS-RUN.
      *
           PERFORM 2120-CLEAR-STEP-ENV
              THRU 2120-CLEAR-STEP-ENV-EXIT
             VARYING WS-ENV-IX FROM 1 BY 1
               UNTIL WS-ENV-IX > WS-ENV-COUNT.
      *
           IF WS-WAIT-STATUS < ZEROES
               MOVE CT-RC-ABEND        TO WS-STEP-RC
               MOVE CT-RSN-ABEND       TO WS-FAIL-REASON
               SET WS-STEP-FAILED      TO TRUE
               GO TO 2100-EXECUTE-STEP-EXIT
           END-IF.
      *
           DIVIDE WS-WAIT-STATUS BY 256
               GIVING WS-STEP-RC REMAINDER WS-SIGNAL-PART.
           IF WS-SIGNAL-PART NOT EQUAL ZEROES
               MOVE CT-RC-ABEND        TO WS-STEP-RC
               MOVE CT-RSN-ABEND       TO WS-FAIL-REASON
               SET WS-STEP-FAILED      TO TRUE
               GO TO 2100-EXECUTE-STEP-EXIT
           END-IF.
      *
           DISPLAY "STEP " WS-STP-NO(WS-STEP-IX) " "
                   WS-STP-NAME(WS-STEP-IX) " ENDED RC " WS-STEP-RC
                   " (LIMIT " WS-STP-MAX-RC(WS-STEP-IX) ")".
      *
           IF WS-STEP-RC > WS-STP-MAX-RC(WS-STEP-IX)
               MOVE CT-RSN-RC-EXCEEDED TO WS-FAIL-REASON
               SET WS-STEP-FAILED      TO TRUE
               GO TO 2100-EXECUTE-STEP-EXIT
           END-IF.
      *
           IF WS-STP-GATED(WS-STEP-IX)
               PERFORM 2200-CHECK-CONTROL-SHEET
                  THRU 2200-CHECK-CONTROL-SHEET-EXIT
           END-IF
           .
       2100-EXECUTE-STEP-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
       2110-SET-STEP-ENV.
      *-----------------*
           IF WS-ENV-STEP-NO(WS-ENV-IX) = WS-STP-NO(WS-STEP-IX)
               DISPLAY WS-ENV-NAME(WS-ENV-IX)
                                       UPON ENVIRONMENT-NAME
               DISPLAY WS-ENV-VALUE(WS-ENV-IX)
                                       UPON ENVIRONMENT-VALUE
           END-IF
           .
       2110-SET-STEP-ENV-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
       2120-CLEAR-STEP-ENV.
      *-------------------*
      * EVERY PROGRAM IN THE STREAM TREATS A SPACE OVERRIDE AS "USE
      * THE DEFAULT NAME"
           IF WS-ENV-STEP-NO(WS-ENV-IX) = WS-STP-NO(WS-STEP-IX)
               MOVE SPACES             TO WS-ENV-OVERRIDE
               DISPLAY WS-ENV-NAME(WS-ENV-IX)
                                       UPON ENVIRONMENT-NAME
               DISPLAY WS-ENV-OVERRIDE UPON ENVIRONMENT-VALUE
           END-IF
           .
       2120-CLEAR-STEP-ENV-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
       2200-CHECK-CONTROL-SHEET.
      *------------------------*
      * THE MERGE ALREADY ENDS RC 8 ON AN OUT-OF-BALANCE SHEET, BUT
      * THE VERDICT LINE IS THE CONTROL OF RECORD - A GATED STEP THAT
      * LEAVES NO SHEET, NO VERDICT OR AN OUT-OF-BALANCE VERDICT
      * STOPS THE STREAM WHATEVER ITS RETURN CODE SAID
           MOVE WS-STP-CONTROL-FILE(WS-STEP-IX)
                                       TO WS-CONTROL-FILENAME.
           MOVE "N"                    TO WS-VERDICT-FOUND-SW.
           MOVE SPACES                 TO WS-VERDICT-TEXT.
      *
           OPEN INPUT CONTROL-SHEET-FILE.
           EVALUATE FS-CONTROL
               WHEN ZEROES
                   CONTINUE
               WHEN '35'
                   DISPLAY "ERROR: NO CONTROL SHEET "
                           WS-CONTROL-FILENAME
                   MOVE CT-RSN-NO-VERDICT
                                       TO WS-FAIL-REASON
                   SET WS-STEP-FAILED  TO TRUE
                   GO TO 2200-CHECK-CONTROL-SHEET-EXIT
               WHEN OTHER
                   DISPLAY "ERROR OPENING CONTROL SHEET FILE: "
                                      FS-CONTROL
                   MOVE 8              TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
      *
           PERFORM 7300-READ-CONTROL
              THRU 7300-READ-CONTROL-EXIT.
           PERFORM 2210-SCAN-CONTROL-LINE
              THRU 2210-SCAN-CONTROL-LINE-EXIT
             UNTIL FS-CONTROL NOT EQUAL ZEROS.
      *
           CLOSE CONTROL-SHEET-FILE.
      *
           IF NOT WS-VERDICT-FOUND
               DISPLAY "ERROR: NO VERDICT LINE ON CONTROL SHEET "
                       WS-CONTROL-FILENAME
               MOVE CT-RSN-NO-VERDICT  TO WS-FAIL-REASON
               SET WS-STEP-FAILED      TO TRUE
               GO TO 2200-CHECK-CONTROL-SHEET-EXIT
           END-IF.
      *
           DISPLAY "STEP " WS-STP-NO(WS-STEP-IX) " "
                   WS-STP-NAME(WS-STEP-IX) " CONTROL SHEET "
                   WS-VERDICT-TEXT.
      *
           IF WS-VERDICT-TEXT = CT-VERDICT-OOB
               MOVE CT-RSN-OUT-OF-BALANCE
                                       TO WS-FAIL-REASON
               SET WS-STEP-FAILED      TO TRUE
           END-IF
           .
       2200-CHECK-CONTROL-SHEET-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
       2210-SCAN-CONTROL-LINE.
      *----------------------*
           IF CTL-VERDICT-LABEL = CT-VERDICT-LABEL
               SET WS-VERDICT-FOUND    TO TRUE
               MOVE CTL-VERDICT-TEXT   TO WS-VERDICT-TEXT
           END-IF.
      *
           PERFORM 7300-READ-CONTROL
              THRU 7300-READ-CONTROL-EXIT
           .
       2210-SCAN-CONTROL-LINE-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
       2300-ROTATE-FILES.
      *-----------------*
      * MOVE THE STEP'S NEW FILE OVER THE OLD ONE. WHEN A RESUMED
      * STEP FINDS THE SOURCE GONE AND THE TARGET PRESENT, THE
      * ROTATION WAS DONE BEFORE THE FAILURE AND IS NOT AN ERROR
           IF WS-ROT-STEP-NO(WS-ROT-IX) NOT EQUAL WS-STP-NO(WS-STEP-IX)
               GO TO 2300-ROTATE-FILES-EXIT
           END-IF.
      *
           MOVE WS-ROT-FROM(WS-ROT-IX) TO WS-PROBE-FILENAME.
           PERFORM 2310-PROBE-FILE
              THRU 2310-PROBE-FILE-EXIT.
           MOVE WS-PROBE-PRESENT-SW    TO WS-FROM-PRESENT-SW.
      *
           MOVE WS-ROT-TO(WS-ROT-IX)   TO WS-PROBE-FILENAME.
           PERFORM 2310-PROBE-FILE
              THRU 2310-PROBE-FILE-EXIT.
           MOVE WS-PROBE-PRESENT-SW    TO WS-TO-PRESENT-SW.
      *
           IF NOT WS-FROM-PRESENT
               IF WS-STEP-RESUMED AND WS-TO-PRESENT
                   DISPLAY "  " WS-ROT-TO(WS-ROT-IX)
                   DISPLAY "    ALREADY IN PLACE"
                   GO TO 2300-ROTATE-FILES-EXIT
               END-IF
               DISPLAY "ERROR: ROTATION SOURCE "
                       WS-ROT-FROM(WS-ROT-IX)
               DISPLAY "    IS MISSING"
               MOVE CT-RSN-ROTATE      TO WS-FAIL-REASON
               SET WS-STEP-FAILED      TO TRUE
               GO TO 2300-ROTATE-FILES-EXIT
           END-IF.
      *
           CALL "CBL_RENAME_FILE" USING WS-ROT-FROM(WS-ROT-IX)
                                        WS-ROT-TO(WS-ROT-IX).
           MOVE RETURN-CODE            TO WS-RENAME-STATUS.
           MOVE ZEROES                 TO RETURN-CODE.
      *
           IF WS-RENAME-STATUS NOT EQUAL ZEROES
               DISPLAY "ERROR: COULD NOT ROTATE "
                       WS-ROT-FROM(WS-ROT-IX)
               DISPLAY "    STATUS " WS-RENAME-STATUS
               MOVE CT-RSN-ROTATE      TO WS-FAIL-REASON
               SET WS-STEP-FAILED      TO TRUE
               GO TO 2300-ROTATE-FILES-EXIT
           END-IF.
      *
           DISPLAY "  ROTATED " WS-ROT-FROM(WS-ROT-IX)
           DISPLAY "       TO " WS-ROT-TO(WS-ROT-IX)
           ADD 1                       TO WS-ROTATIONS-DONE
           .
       2300-ROTATE-FILES-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
       2310-PROBE-FILE.
      *---------------*
           MOVE "N"                    TO WS-PROBE-PRESENT-SW.
      *
           OPEN INPUT PROBE-FILE.
           EVALUATE FS-PROBE
               WHEN '35'
                   CONTINUE
               WHEN OTHER
                   SET WS-PROBE-PRESENT
                                       TO TRUE
                   IF FS-PROBE(1:1) = "0"
                       CLOSE PROBE-FILE
                   END-IF
           END-EVALUATE
           .
       2310-PROBE-FILE-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
       7100-READ-STEP-DEF.
      *------------------*
           READ STEP-DEF-FILE.
           EVALUATE FS-STEP-DEF
               WHEN ZEROES
                   ADD 1           TO WS-STEP-DEF-RECORDS
               WHEN '10'
                   SET WS-STEP-DEF-EOF
                                   TO TRUE
               WHEN OTHER
                   DISPLAY "ERROR READING STEP DEFINITION FILE: "
                                      FS-STEP-DEF
                   MOVE 8              TO RETURN-CODE
                   STOP RUN
           END-EVALUATE
           .
       7100-READ-STEP-DEF-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
       7200-READ-STEP-LOG.
      *------------------*
           READ STEP-LOG-FILE.
           EVALUATE FS-STEP-LOG
               WHEN ZEROES
                   ADD 1           TO WS-LOG-RECORDS
               WHEN '10'
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERROR READING STEP LOG FILE: "
                                      FS-STEP-LOG
                   MOVE 8              TO RETURN-CODE
                   STOP RUN
           END-EVALUATE
           .
       7200-READ-STEP-LOG-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
       7300-READ-CONTROL.
      *-----------------*
           READ CONTROL-SHEET-FILE.
           EVALUATE FS-CONTROL
               WHEN ZEROES
               WHEN '10'
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERROR READING CONTROL SHEET FILE: "
                                      FS-CONTROL
                   MOVE 8              TO RETURN-CODE
                   STOP RUN
           END-EVALUATE
           .
       7300-READ-CONTROL-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
       8100-WRITE-STEP-LOG.
      *-------------------*
      * WS-LOG-STATUS, WS-STEP-RC AND WS-FAIL-REASON ARE SET BY THE
      * CALLER FOR THE STEP AT WS-STEP-IX
           INITIALIZE STEP-LOG-REC.
           MOVE WS-STP-NO(WS-STEP-IX)  TO JOBL-STEP-NO
           MOVE WS-STP-NAME(WS-STEP-IX)
                                       TO JOBL-STEP-NAME
           PERFORM 8150-PUT-STEP-LOG
              THRU 8150-PUT-STEP-LOG-EXIT
           .
       8100-WRITE-STEP-LOG-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
       8110-WRITE-STREAM-LOG.
      *---------------------*
           INITIALIZE STEP-LOG-REC.
           MOVE ZEROES                 TO JOBL-STEP-NO
           MOVE CT-STREAM-STEP-NAME    TO JOBL-STEP-NAME
           PERFORM 8150-PUT-STEP-LOG
              THRU 8150-PUT-STEP-LOG-EXIT
           .
       8110-WRITE-STREAM-LOG-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
       8150-PUT-STEP-LOG.
      *-----------------*
           ACCEPT WS-RUN-TIME-RAW FROM TIME.
      *
           MOVE WS-STREAM-DATE         TO JOBL-STREAM-DATE
           MOVE WS-LOG-STATUS          TO JOBL-STATUS
           MOVE WS-STEP-RC             TO JOBL-RC
           MOVE WS-FAIL-REASON         TO JOBL-REASON
           ACCEPT JOBL-DATE            FROM DATE YYYYMMDD
           MOVE WS-RUN-TIME-RAW(1:6)   TO JOBL-TIME
           MOVE CT-DELIMITED-CHARACTER TO JOBL-DEL1
                                          JOBL-DEL2
                                          JOBL-DEL3
                                          JOBL-DEL4
                                          JOBL-DEL5
                                          JOBL-DEL6
                                          JOBL-DEL7
      *
           WRITE STEP-LOG-REC.
      *
      * THE LOG IS THE RESTART RECORD - A ROW THAT DID NOT LAND WOULD
      * MAKE THE NEXT RUN REDO OR SKIP THE WRONG STEP
           IF FS-STEP-LOG EQUAL ZEROS
               ADD 1                   TO WS-LOG-RECORDS
           ELSE
               DISPLAY "ERROR WRITING STEP LOG FILE: " FS-STEP-LOG
               MOVE 8                  TO RETURN-CODE
               STOP RUN
           END-IF
           .
       8150-PUT-STEP-LOG-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
       9000-FINALIZE.
      *-------------*
           DISPLAY "JOB STREAM DRIVER FINALIZATION STARTED".
      *
      * A STREAM THAT RAN EVERY STEP TO COMMIT IS CLOSED ON THE LOG SO
      * TOMORROW STARTS FRESH; A FAILED ONE STAYS OPEN FOR THE RERUN
           IF NOT WS-STREAM-FAILED
               MOVE ZEROES             TO WS-STEP-RC
               MOVE SPACES             TO WS-FAIL-REASON
               MOVE CT-LOG-ENDED       TO WS-LOG-STATUS
               PERFORM 8110-WRITE-STREAM-LOG
                  THRU 8110-WRITE-STREAM-LOG-EXIT
           END-IF.
      *
           CLOSE STEP-LOG-FILE.
           IF FS-STEP-LOG NOT EQUAL ZEROS
               DISPLAY "ERROR CLOSING STEP LOG FILE: " FS-STEP-LOG
               MOVE 8                  TO RETURN-CODE
               STOP RUN
           END-IF.
      *
           DISPLAY ' '
           DISPLAY "********************************"
           DISPLAY " CONTROL PROGRAM job_driver     "
           DISPLAY "********************************"
           DISPLAY " STREAM DATE         :  " WS-STREAM-DATE
           DISPLAY " STEPS DEFINED       :  " WS-STEP-COUNT
           DISPLAY " STEPS RUN           :  " WS-STEPS-RUN
           DISPLAY " STEPS SKIPPED       :  " WS-STEPS-SKIPPED
           DISPLAY " STEPS RESUMED       :  " WS-STEPS-RESUMED
           DISPLAY " FILES ROTATED       :  " WS-ROTATIONS-DONE
           DISPLAY "-------------------------------"
      *
           IF WS-STREAM-FAILED
               DISPLAY " STREAM STATUS       :  FAILED"
               MOVE 8                  TO RETURN-CODE
           ELSE
               DISPLAY " STREAM STATUS       :  ENDED"
               MOVE ZEROES             TO RETURN-CODE
           END-IF
           .
       9000-FINALIZE-EXIT.
           EXIT.
