       IDENTIFICATION DIVISION.
       PROGRAM-ID. dispute_aging.
       AUTHOR. LOPEZ FEDERICO.
       DATE-WRITTEN. OCTOBER 2026.
       DATE-COMPILED.
      *----------------------------------------------------------------*
      * OBJECTIVE: DAILY AGING OF THE CHARGEBACK DISPUTE CASE MASTER. *
      * LISTS EVERY CASE STILL OPEN (NO REPRESENTMENT SUBMITTED) THAT *
      * IS WITHIN THE WARNING WINDOW OF ITS CARD-NETWORK RESPONSE     *
      * DEADLINE, OR ALREADY PAST IT, SO THE DISPUTES TEAM CAN WORK   *
      * THEM BEFORE THE RIGHT TO REPRESENT IS LOST                    *
      *----------------------------------------------------------------*
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
           SELECT DISPUTE-MASTER   ASSIGN TO DYNAMIC
                                   WS-DISPUTE-FILENAME
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE IS SEQUENTIAL
                                   RECORD KEY IS DSP-TRANS-ID
                                   FILE STATUS IS FS-DISPUTE.
      *
           SELECT AGING-FILE       ASSIGN TO DYNAMIC
                                   WS-AGING-FILENAME
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS FS-AGING.
      *
      ******************************************************************
      *                  DATA DIVISION                                 *
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------------*
      * INPUT FILE: CHARGEBACK DISPUTE CASE MASTER KEYED ON TRANS-ID  *
      * STATUS O=OPEN S=REPRESENTMENT SUBMITTED W=WON L=LOST          *
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
      * OUTPUT FILE: DISPUTE AGING LIST (ONE ROW PER OPEN CASE DUE    *
      * WITHIN THE WARNING WINDOW - DAYS LEFT IS NEGATIVE ONCE THE    *
      * DEADLINE HAS PASSED)                                          *
      *----------------------------------------------------------------*
       FD  AGING-FILE
           RECORDING MODE IS F.
       01 AGING-REC.
           05 AGE-TRANS-ID                  PIC 9(08).
           05 AGE-DEL1                      PIC X(01) VALUE ";".
           05 AGE-CUST-ID                   PIC 9(06).
           05 AGE-DEL2                      PIC X(01) VALUE ";".
           05 AGE-TRANS-DATE                PIC X(10).
           05 AGE-DEL3                      PIC X(01) VALUE ";".
           05 AGE-HOME-AMOUNT               PIC S9(10)V99
                                            SIGN LEADING SEPARATE.
           05 AGE-DEL4                      PIC X(01) VALUE ";".
           05 AGE-OPEN-DATE                 PIC 9(08).
           05 AGE-DEL5                      PIC X(01) VALUE ";".
           05 AGE-DUE-DATE                  PIC 9(08).
           05 AGE-DEL6                      PIC X(01) VALUE ";".
           05 AGE-DAYS-LEFT                 PIC S9(05)
                                            SIGN LEADING SEPARATE.
           05 AGE-DEL7                      PIC X(01) VALUE ";".
           05 AGE-FLAG                      PIC X(08).
      *
      ******************************************************************
      *                  WORKING STORAGE                               *
      ******************************************************************
       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      * DYNAMIC FILE NAMES - OVERRIDABLE VIA ENVIRONMENT VARIABLE      *
      *----------------------------------------------------------------*
       01  WS-FILENAMES.
           05  WS-DISPUTE-FILENAME      PIC X(100) VALUE
                                         "dispute_cases.idx".
           05  WS-AGING-FILENAME        PIC X(100) VALUE
                                         "dispute_aging.csv".
           05  WS-ENV-OVERRIDE          PIC X(100) VALUE SPACES.
      *----------------------------------------------------------------*
      * STATUS VARIABLES                                               *
      *----------------------------------------------------------------*
       01  WS-FILE-STATUS.
           05  FS-DISPUTE              PIC X(2) VALUE SPACES.
           05  FS-AGING                PIC X(2) VALUE SPACES.
      *----------------------------------------------------------------*
      * ACCUMULATORS FOR STATISTICS                                    *
      *----------------------------------------------------------------*
       01  WS-STATS.
           05  WS-CASE-RECORDS         PIC 9(6) VALUE 0.
           05  WS-CASES-OPEN           PIC 9(6) VALUE 0.
           05  WS-CASES-SUBMITTED      PIC 9(6) VALUE 0.
           05  WS-CASES-CLOSED         PIC 9(6) VALUE 0.
           05  WS-CASES-DUE-SOON       PIC 9(6) VALUE 0.
           05  WS-CASES-OVERDUE        PIC 9(6) VALUE 0.
      *----------------------------------------------------------------*
      * AGING CONTROLS - WARNING WINDOW IN DAYS BEFORE THE DEADLINE    *
      *----------------------------------------------------------------*
       01  WS-AGING-CONTROL.
           05  WS-WARN-DAYS             PIC 9(03) VALUE 5.
           05  WS-RUN-DATE              PIC 9(08) VALUE 0.
           05  WS-RUN-DATE-INT          PIC 9(08) COMP VALUE 0.
           05  WS-DUE-DATE-INT          PIC 9(08) COMP VALUE 0.
           05  WS-DAYS-LEFT             PIC S9(05) VALUE 0.
           05  WS-DISPUTE-EOF-SW        PIC X(01) VALUE "N".
               88  WS-DISPUTE-EOF               VALUE "Y".
      *
      *----------------------------------------------------------------*
      * CONSTANTS                                                      *
      *----------------------------------------------------------------*
       01  CT-CONSTANTS.
           05  CT-DELIMITED-CHARACTER  PIC X VALUE ";".
           05  CT-FLAG-DUE-SOON        PIC X(08) VALUE "DUE-SOON".
           05  CT-FLAG-OVERDUE         PIC X(08) VALUE "OVERDUE".
      *
      ******************************************************************
      *                     PROCEDURE DIVISION                         *
      ******************************************************************
       PROCEDURE DIVISION.
      *
           PERFORM 1000-INITIALIZE
              THRU 1000-INITIALIZE-EXIT.
      *
           PERFORM 2000-PROCESS-CASE
              THRU 2000-PROCESS-CASE-EXIT
             UNTIL WS-DISPUTE-EOF.
      *
           PERFORM 9000-FINALIZE
              THRU 9000-FINALIZE-EXIT.
      *
           STOP RUN.
      *
      *-----------------------------------------------------------------
       1000-INITIALIZE.
      *---------------*
           DISPLAY "DISPUTE AGING INITIALIZATION STARTED".
      *
           PERFORM 1100-RESOLVE-FILENAMES
              THRU 1100-RESOLVE-FILENAMES-EXIT.
      *
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           COMPUTE WS-RUN-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).
      *
           OPEN INPUT DISPUTE-MASTER.
           IF FS-DISPUTE NOT EQUAL ZEROS
               DISPLAY "ERROR OPENING DISPUTE CASE FILE: " FS-DISPUTE
               MOVE 8                  TO RETURN-CODE
               STOP RUN
           END-IF.
      *
           OPEN OUTPUT AGING-FILE.
           IF FS-AGING NOT EQUAL ZEROS
               DISPLAY "ERROR OPENING DISPUTE AGING FILE: " FS-AGING
               MOVE 8                  TO RETURN-CODE
               STOP RUN
           END-IF.
      *
           PERFORM 7100-READ-DISPUTE
              THRU 7100-READ-DISPUTE-EXIT
           .
       1000-INITIALIZE-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
       1100-RESOLVE-FILENAMES.
      *----------------------*
           MOVE SPACES                 TO WS-ENV-OVERRIDE
           DISPLAY "DISPUTE_FILE" UPON ENVIRONMENT-NAME
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE
           IF WS-ENV-OVERRIDE NOT EQUAL SPACES
               MOVE WS-ENV-OVERRIDE     TO WS-DISPUTE-FILENAME
           END-IF.
      *
           MOVE SPACES                 TO WS-ENV-OVERRIDE
           DISPLAY "DISPUTE_AGING_FILE" UPON ENVIRONMENT-NAME
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE
           IF WS-ENV-OVERRIDE NOT EQUAL SPACES
               MOVE WS-ENV-OVERRIDE     TO WS-AGING-FILENAME
           END-IF.
      *
           MOVE SPACES                 TO WS-ENV-OVERRIDE
           DISPLAY "DISPUTE_WARN_DAYS" UPON ENVIRONMENT-NAME
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE
           IF WS-ENV-OVERRIDE NOT EQUAL SPACES
               COMPUTE WS-WARN-DAYS =
                   FUNCTION NUMVAL(WS-ENV-OVERRIDE)
           END-IF
           .
       1100-RESOLVE-FILENAMES-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
       2000-PROCESS-CASE.
      *-----------------*
      * ONLY OPEN CASES ARE AT RISK - ONCE REPRESENTMENT IS SUBMITTED
      * THE DEADLINE HAS BEEN MET AND THE NETWORK HAS THE NEXT MOVE
           EVALUATE TRUE
               WHEN DSP-IS-OPEN
                   ADD 1               TO WS-CASES-OPEN
                   PERFORM 2100-AGE-CASE
                      THRU 2100-AGE-CASE-EXIT
               WHEN DSP-IS-SUBMITTED
                   ADD 1               TO WS-CASES-SUBMITTED
               WHEN OTHER
                   ADD 1               TO WS-CASES-CLOSED
           END-EVALUATE.
      *
           PERFORM 7100-READ-DISPUTE
              THRU 7100-READ-DISPUTE-EXIT
           .
       2000-PROCESS-CASE-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
       2100-AGE-CASE.
      *-------------*
           COMPUTE WS-DUE-DATE-INT =
               FUNCTION INTEGER-OF-DATE(DSP-DUE-DATE).
           COMPUTE WS-DAYS-LEFT = WS-DUE-DATE-INT - WS-RUN-DATE-INT.
      *
           IF WS-DAYS-LEFT > WS-WARN-DAYS
               GO TO 2100-AGE-CASE-EXIT
           END-IF.
      *
           INITIALIZE AGING-REC.
           MOVE DSP-TRANS-ID           TO AGE-TRANS-ID
           MOVE DSP-CUST-ID            TO AGE-CUST-ID
           MOVE DSP-TRANS-DATE         TO AGE-TRANS-DATE
           MOVE DSP-HOME-AMOUNT        TO AGE-HOME-AMOUNT
           MOVE DSP-OPEN-DATE          TO AGE-OPEN-DATE
           MOVE DSP-DUE-DATE           TO AGE-DUE-DATE
           MOVE WS-DAYS-LEFT           TO AGE-DAYS-LEFT
      *
           IF WS-DAYS-LEFT < ZEROES
               MOVE CT-FLAG-OVERDUE    TO AGE-FLAG
               ADD 1                   TO WS-CASES-OVERDUE
           ELSE
               MOVE CT-FLAG-DUE-SOON   TO AGE-FLAG
               ADD 1                   TO WS-CASES-DUE-SOON
           END-IF
      *
           MOVE CT-DELIMITED-CHARACTER TO AGE-DEL1
                                          AGE-DEL2
                                          AGE-DEL3
                                          AGE-DEL4
                                          AGE-DEL5
                                          AGE-DEL6
                                          AGE-DEL7
      *
           WRITE AGING-REC.
      *
           IF FS-AGING NOT EQUAL ZEROS
               DISPLAY "ERROR WRITING DISPUTE AGING FILE: " FS-AGING
               MOVE 8                  TO RETURN-CODE
               STOP RUN
           END-IF
           .
       2100-AGE-CASE-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
       7100-READ-DISPUTE.
      *-----------------*
           READ DISPUTE-MASTER NEXT RECORD.
           EVALUATE FS-DISPUTE
               WHEN ZEROES
                   ADD 1           TO WS-CASE-RECORDS
               WHEN '10'
                   SET WS-DISPUTE-EOF
                                   TO TRUE
               WHEN OTHER
                   DISPLAY "ERROR READING DISPUTE CASE FILE: "
                                      FS-DISPUTE
                   MOVE 8              TO RETURN-CODE
                   STOP RUN
           END-EVALUATE
           .
       7100-READ-DISPUTE-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
       9000-FINALIZE.
      *-------------*
           DISPLAY "DISPUTE AGING FINALIZATION STARTED".
      *
           DISPLAY ' '
           DISPLAY "********************************"
           DISPLAY " CONTROL PROGRAM dispute_aging  "
           DISPLAY "********************************"
           DISPLAY " CASES        READ   :  " WS-CASE-RECORDS
           DISPLAY "-------------------------------"
           DISPLAY " CASES OPEN          :  " WS-CASES-OPEN
           DISPLAY " CASES SUBMITTED     :  " WS-CASES-SUBMITTED
           DISPLAY " CASES CLOSED        :  " WS-CASES-CLOSED
           DISPLAY " CASES DUE SOON      :  " WS-CASES-DUE-SOON
           DISPLAY " CASES OVERDUE       :  " WS-CASES-OVERDUE
           DISPLAY "-------------------------------"
      *
           CLOSE DISPUTE-MASTER.
           IF FS-DISPUTE NOT EQUAL ZEROS
               DISPLAY "ERROR CLOSING DISPUTE CASE FILE: " FS-DISPUTE
               MOVE 8                  TO RETURN-CODE
               STOP RUN
           END-IF.
      *
           CLOSE AGING-FILE.
           IF FS-AGING NOT EQUAL ZEROS
               DISPLAY "ERROR CLOSING DISPUTE AGING FILE: " FS-AGING
               MOVE 8                  TO RETURN-CODE
               STOP RUN
           END-IF.
      *
           IF WS-CASES-OVERDUE NOT EQUAL ZEROES
               DISPLAY "WARNING: DISPUTE CASES PAST THEIR RESPONSE "
                       "DEADLINE - SEE THE AGING LIST"
               MOVE 4                  TO RETURN-CODE
           END-IF
           .
       9000-FINALIZE-EXIT.
           EXIT.
