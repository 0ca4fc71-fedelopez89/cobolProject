      *   BROWSE=NNNNNN  WALK THE MASTER FROM THAT ID, ONE PAGE OF    *
      *                  ROWS, AND SAY WHERE THE NEXT PAGE STARTS     *
      *   PAGE=NN        SET THE BROWSE PAGE SIZE (DEFAULT 20)        *
      * AND FROM THE PERMANENT TRANSACTION HISTORY THE MERGE BUILDS:  *
      *   TRANS=NNNNNNNN ONE TRANSACTION BY TRANS-ID                  *
      *   HIST=NNNNNN,FROM,TO                                         *
      *                  ONE CUSTOMER'S TRANSACTIONS DATED FROM..TO   *
      *                  (YYYY-MM-DD, EITHER MAY BE LEFT EMPTY), ONE  *
      *                  PAGE AT A TIME LIKE BROWSE - THE NEXT-PAGE   *
      *                  ARGUMENT CARRIES THE LAST TRANS-ID SHOWN     *
      *----------------------------------------------------------------*
      *
       ENVIRONMENT DIVISION.
                                   ACCESS MODE IS DYNAMIC
                                   RECORD KEY IS SUM-CUST-ID
                                   FILE STATUS IS FS-SUMMARY.
      *
           SELECT TRANS-HISTORY-FILE
                                   ASSIGN TO DYNAMIC
                                   WS-TRANS-HISTORY-FILENAME
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE IS DYNAMIC
                                   RECORD KEY IS HST-TRANS-ID
                                   ALTERNATE RECORD KEY IS HST-CUST-DATE
                                       WITH DUPLICATES
                                   FILE STATUS IS FS-TRANS-HISTORY.
      *
      ******************************************************************
      *                  DATA DIVISION                                 *
           05 SUM-TIER-NAME                 PIC X(20).
           05 SUM-CUST-EMAIL                PIC X(100).
      *
      *----------------------------------------------------------------*
      * INPUT FILE: TRANSACTION HISTORY KEYED ON TRANS-ID, ALTERNATE  *
      * KEY CUSTOMER + TRANS-DATE (WRITTEN BY THE SUMMARY MERGE -     *
      * LAYOUT MUST MATCH ITS TRANS-HISTORY-REC EXACTLY)              *
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
      ******************************************************************
      *                  WORKING STORAGE                               *
      ******************************************************************
       01  WS-FILENAMES.
           05  WS-SUMMARY-FILENAME      PIC X(100) VALUE
                                         "customer_summary.idx".
           05  WS-TRANS-HISTORY-FILENAME
                                        PIC X(100) VALUE
                                         "trans_history.idx".
           05  WS-ENV-OVERRIDE          PIC X(100) VALUE SPACES.
      *----------------------------------------------------------------*
      * STATUS VARIABLES                                               *
      *----------------------------------------------------------------*
       01  WS-FILE-STATUS.
           05  FS-SUMMARY              PIC X(2) VALUE SPACES.
           05  FS-TRANS-HISTORY        PIC X(2) VALUE SPACES.
      *----------------------------------------------------------------*
      * ACCUMULATORS FOR STATISTICS                                    *
      *----------------------------------------------------------------*
           05  WS-SEARCHES-RUN         PIC 9(6) VALUE 0.
           05  WS-SEARCH-MATCHES       PIC 9(6) VALUE 0.
           05  WS-BROWSES-RUN          PIC 9(6) VALUE 0.
           05  WS-TRANS-REQUESTED      PIC 9(6) VALUE 0.
           05  WS-TRANS-FOUND          PIC 9(6) VALUE 0.
           05  WS-TRANS-NOT-FOUND      PIC 9(6) VALUE 0.
           05  WS-HIST-LISTS-RUN       PIC 9(6) VALUE 0.
      *----------------------------------------------------------------*
      * COMMAND-LINE PARSING WORK AREAS - UP TO 50 ARGUMENTS          *
      * SEPARATED BY SPACES (AN ARGUMENT ITSELF CANNOT CONTAIN A      *
           05  WS-LL-NET                PIC +Z(9)9,99.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-LL-TIER               PIC X(20).
      *----------------------------------------------------------------*
      * TRANSACTION HISTORY LOOKUP AND DATE-RANGE LIST WORK AREAS      *
      *----------------------------------------------------------------*
       01  WS-HIST-CONTROL.
           05  WS-HIST-OPEN-SW          PIC X(01) VALUE "N".
               88  WS-HIST-OPEN                 VALUE "Y".
           05  WS-HIST-END-SW           PIC X(01) VALUE "N".
               88  WS-HIST-END                  VALUE "Y".
           05  WS-HIST-SKIP-SW          PIC X(01) VALUE "N".
               88  WS-HIST-SKIPPING             VALUE "Y".
           05  WS-HIST-PARM-CUST        PIC X(10) VALUE SPACES.
           05  WS-HIST-PARM-AFTER       PIC X(10) VALUE SPACES.
           05  WS-HIST-CUST-ID          PIC 9(06) VALUE 0.
           05  WS-HIST-FROM             PIC X(10) VALUE SPACES.
           05  WS-HIST-TO               PIC X(10) VALUE SPACES.
           05  WS-HIST-AFTER-ID         PIC 9(08) VALUE 0.
           05  WS-HIST-LAST-DATE        PIC X(10) VALUE SPACES.
           05  WS-HIST-LAST-ID          PIC 9(08) VALUE 0.
       01  WS-HIST-LINE.
           05  WS-HL-TRANS-ID           PIC 9(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-HL-DATE               PIC X(10).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-HL-TYPE               PIC X(12).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-HL-AMOUNT             PIC +Z(9)9,99.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WS-HL-CURRENCY           PIC X(03).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-HL-HOME               PIC +Z(9)9,99.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-HL-RUN                PIC 9(06).
       01  WS-HIST-HEADER.
           05  FILLER                   PIC X(08) VALUE "TRANS-ID".
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  FILLER                   PIC X(10) VALUE "TRANS-DATE".
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  FILLER                   PIC X(12) VALUE "TYPE".
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  FILLER                   PIC X(13) VALUE
               "       AMOUNT".
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  FILLER                   PIC X(03) VALUE "CCY".
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  FILLER                   PIC X(13) VALUE
               "  HOME-AMOUNT".
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  FILLER                   PIC X(06) VALUE "RUN".
       01  WS-LIST-HEADER.
           05  FILLER                   PIC X(06) VALUE "CUSTID".
           05  FILLER                   PIC X(02) VALUE SPACES.
           IF WS-ENV-OVERRIDE NOT EQUAL SPACES
               MOVE WS-ENV-OVERRIDE     TO WS-SUMMARY-FILENAME
           END-IF.
      *
           MOVE SPACES                 TO WS-ENV-OVERRIDE
           DISPLAY "TRANS_HISTORY_FILE" UPON ENVIRONMENT-NAME
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE
           IF WS-ENV-OVERRIDE NOT EQUAL SPACES
               MOVE WS-ENV-OVERRIDE     TO WS-TRANS-HISTORY-FILENAME
           END-IF.
      *
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
           IF WS-COMMAND-LINE EQUAL SPACES
               DISPLAY "  EMAIL=<TERM>    SEARCH EMAILS FOR TERM"
               DISPLAY "  BROWSE=<ID>     PAGE THROUGH FROM AN ID"
               DISPLAY "  PAGE=<NN>       SET THE BROWSE PAGE SIZE"
               DISPLAY "  TRANS=<ID>      LOOK UP ONE TRANSACTION"
               DISPLAY "  HIST=<CUST-ID>,<FROM>,<TO>"
               DISPLAY "                  LIST A CUSTOMER'S "
                       "TRANSACTIONS BETWEEN TWO DATES"
               STOP RUN
           END-IF.
      *
                   PERFORM 2600-SET-PAGE-SIZE
                      THRU 2600-SET-PAGE-SIZE-EXIT
                   GO TO 2100-INQUIRE-ONE-EXIT
               WHEN WS-ARG(WS-ARG-IX)(1:6) = "TRANS="
                   PERFORM 2700-LOOKUP-TRANS
                      THRU 2700-LOOKUP-TRANS-EXIT
                   GO TO 2100-INQUIRE-ONE-EXIT
               WHEN WS-ARG(WS-ARG-IX)(1:5) = "HIST="
                   PERFORM 2800-RUN-HIST-LIST
                      THRU 2800-RUN-HIST-LIST-EXIT
                   GO TO 2100-INQUIRE-ONE-EXIT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       2600-SET-PAGE-SIZE-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
       2700-LOOKUP-TRANS.
      *-----------------*
      * ONE KEYED READ OF THE TRANSACTION HISTORY - "WHAT WAS THAT
      * CHARGE, AND WHICH RUN POSTED IT"
           ADD 1                       TO WS-TRANS-REQUESTED.
      *
           MOVE 0                      TO WS-TOKEN-LEN.
           INSPECT WS-ARG(WS-ARG-IX)(7:54)
               TALLYING WS-TOKEN-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE.
      *
           IF WS-TOKEN-LEN = 0 OR WS-TOKEN-LEN > 8
              OR WS-ARG(WS-ARG-IX)(7:WS-TOKEN-LEN) NOT NUMERIC
               DISPLAY "NOT A TRANSACTION ID: " WS-ARG(WS-ARG-IX)
               ADD 1                   TO WS-TRANS-NOT-FOUND
               GO TO 2700-LOOKUP-TRANS-EXIT
           END-IF.
      *
           PERFORM 2900-OPEN-HISTORY
              THRU 2900-OPEN-HISTORY-EXIT.
           IF NOT WS-HIST-OPEN
               ADD 1                   TO WS-TRANS-NOT-FOUND
               GO TO 2700-LOOKUP-TRANS-EXIT
           END-IF.
      *
           COMPUTE HST-TRANS-ID =
               FUNCTION NUMVAL(WS-ARG(WS-ARG-IX)(7:WS-TOKEN-LEN)).
      *
           READ TRANS-HISTORY-FILE.
           EVALUATE FS-TRANS-HISTORY
               WHEN ZEROES
                   ADD 1               TO WS-TRANS-FOUND
               WHEN '23'
                   DISPLAY "TRANSACTION " HST-TRANS-ID
                           " NOT ON TRANSACTION HISTORY"
                   ADD 1               TO WS-TRANS-NOT-FOUND
                   GO TO 2700-LOOKUP-TRANS-EXIT
               WHEN OTHER
                   DISPLAY "ERROR READING TRANSACTION HISTORY: "
                                          FS-TRANS-HISTORY
                   STOP RUN
           END-EVALUATE.
      *
           DISPLAY " "
           DISPLAY "TRANSACTION " HST-TRANS-ID
           DISPLAY "  CUSTOMER           : " HST-CUST-ID
           DISPLAY "  TRANS DATE         : " HST-TRANS-DATE
           DISPLAY "  TYPE               : " HST-TRANS-TYPE
           MOVE HST-AMOUNT             TO WS-EDITED-AMOUNT
           DISPLAY "  AMOUNT             : " WS-EDITED-AMOUNT
                   " " HST-CURRENCY
           MOVE HST-HOME-AMOUNT        TO WS-EDITED-AMOUNT
           DISPLAY "  HOME AMOUNT        : " WS-EDITED-AMOUNT
           DISPLAY "  POSTED BY RUN      : " HST-RUN-NUMBER
           DISPLAY "  POSTED ON          : " HST-POST-DATE
           .
       2700-LOOKUP-TRANS-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
       2800-RUN-HIST-LIST.
      *------------------*
      * LIST ONE PAGE OF A CUSTOMER'S TRANSACTIONS IN DATE ORDER. A
      * DAY CAN HOLD MANY TRANSACTIONS, SO THE NEXT PAGE RESTARTS AT
      * THE LAST DATE SHOWN AND SKIPS PAST THE LAST TRANS-ID SHOWN
           MOVE SPACES                 TO WS-HIST-PARM-CUST
                                          WS-HIST-FROM
                                          WS-HIST-TO
                                          WS-HIST-PARM-AFTER.
           UNSTRING WS-ARG(WS-ARG-IX)(6:55)
               DELIMITED BY "," OR SPACE
               INTO WS-HIST-PARM-CUST
                    WS-HIST-FROM
                    WS-HIST-TO
                    WS-HIST-PARM-AFTER.
      *
           MOVE 0                      TO WS-TOKEN-LEN.
           INSPECT WS-HIST-PARM-CUST
               TALLYING WS-TOKEN-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE.
           IF WS-TOKEN-LEN = 0 OR WS-TOKEN-LEN > 6
              OR WS-HIST-PARM-CUST(1:WS-TOKEN-LEN) NOT NUMERIC
               DISPLAY "NOT A HISTORY CUSTOMER ID: "
                                          WS-ARG(WS-ARG-IX)
               GO TO 2800-RUN-HIST-LIST-EXIT
           END-IF.
           COMPUTE WS-HIST-CUST-ID =
               FUNCTION NUMVAL(WS-HIST-PARM-CUST(1:WS-TOKEN-LEN)).
      *
           IF WS-HIST-FROM = SPACES
               MOVE "0000-00-00"       TO WS-HIST-FROM
           END-IF.
           IF WS-HIST-TO = SPACES
               MOVE "9999-12-31"       TO WS-HIST-TO
           END-IF.
           IF WS-HIST-FROM(5:1) NOT EQUAL "-"
              OR WS-HIST-FROM(8:1) NOT EQUAL "-"
              OR WS-HIST-TO(5:1) NOT EQUAL "-"
              OR WS-HIST-TO(8:1) NOT EQUAL "-"
              OR WS-HIST-FROM > WS-HIST-TO
               DISPLAY "NOT A HISTORY DATE RANGE (YYYY-MM-DD): "
                                          WS-ARG(WS-ARG-IX)
               GO TO 2800-RUN-HIST-LIST-EXIT
           END-IF.
      *
           MOVE 0                      TO WS-HIST-AFTER-ID.
           MOVE "N"                    TO WS-HIST-SKIP-SW.
           IF WS-HIST-PARM-AFTER NOT EQUAL SPACES
               MOVE 0                  TO WS-TOKEN-LEN
               INSPECT WS-HIST-PARM-AFTER
                   TALLYING WS-TOKEN-LEN
                   FOR CHARACTERS BEFORE INITIAL SPACE
               IF WS-TOKEN-LEN > 8
                  OR WS-HIST-PARM-AFTER(1:WS-TOKEN-LEN) NOT NUMERIC
                   DISPLAY "NOT A HISTORY RESUME POINT: "
                                          WS-ARG(WS-ARG-IX)
                   GO TO 2800-RUN-HIST-LIST-EXIT
               END-IF
               COMPUTE WS-HIST-AFTER-ID =
                   FUNCTION NUMVAL(WS-HIST-PARM-AFTER(1:WS-TOKEN-LEN))
               SET WS-HIST-SKIPPING    TO TRUE
           END-IF.
      *
           PERFORM 2900-OPEN-HISTORY
              THRU 2900-OPEN-HISTORY-EXIT.
           IF NOT WS-HIST-OPEN
               GO TO 2800-RUN-HIST-LIST-EXIT
           END-IF.
      *
           ADD 1                       TO WS-HIST-LISTS-RUN.
      *
           MOVE WS-HIST-CUST-ID        TO HST-CUST-ID
           MOVE WS-HIST-FROM           TO HST-TRANS-DATE
           START TRANS-HISTORY-FILE
               KEY NOT LESS THAN HST-CUST-DATE.
           IF FS-TRANS-HISTORY NOT EQUAL ZEROS
               DISPLAY "NO TRANSACTIONS FOR CUSTOMER " WS-HIST-CUST-ID
                       " FROM " WS-HIST-FROM " TO " WS-HIST-TO
               GO TO 2800-RUN-HIST-LIST-EXIT
           END-IF.
      *
           DISPLAY " "
           DISPLAY "TRANSACTIONS FOR CUSTOMER " WS-HIST-CUST-ID
                   " FROM " WS-HIST-FROM " TO " WS-HIST-TO
           DISPLAY WS-HIST-HEADER.
      *
           MOVE 0                      TO WS-ROWS-LISTED.
           MOVE "N"                    TO WS-HIST-END-SW.
      *
           PERFORM 2810-LIST-HIST-ROW
              THRU 2810-LIST-HIST-ROW-EXIT
             UNTIL WS-ROWS-LISTED NOT LESS WS-PAGE-SIZE
                OR WS-HIST-END.
      *
           IF WS-ROWS-LISTED = 0
               DISPLAY "NO TRANSACTIONS FOR CUSTOMER " WS-HIST-CUST-ID
                       " FROM " WS-HIST-FROM " TO " WS-HIST-TO
           ELSE
               IF WS-HIST-END
                   DISPLAY "END OF DATE RANGE REACHED"
               ELSE
                   DISPLAY "NEXT PAGE: HIST=" WS-HIST-CUST-ID ","
                           WS-HIST-LAST-DATE "," WS-HIST-TO ","
                           WS-HIST-LAST-ID
               END-IF
           END-IF
           .
       2800-RUN-HIST-LIST-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
       2810-LIST-HIST-ROW.
      *------------------*
           READ TRANS-HISTORY-FILE NEXT RECORD.
           IF FS-TRANS-HISTORY NOT EQUAL ZEROS
               SET WS-HIST-END         TO TRUE
               GO TO 2810-LIST-HIST-ROW-EXIT
           END-IF.
      *
           IF HST-CUST-ID NOT EQUAL WS-HIST-CUST-ID
              OR HST-TRANS-DATE > WS-HIST-TO
               SET WS-HIST-END         TO TRUE
               GO TO 2810-LIST-HIST-ROW-EXIT
           END-IF.
      *
      * RESUMING A PAGE: PASS OVER THE START DATE'S ROWS UP TO AND
      * INCLUDING THE LAST ONE ALREADY SHOWN
           IF WS-HIST-SKIPPING
               IF HST-TRANS-DATE > WS-HIST-FROM
                   MOVE "N"            TO WS-HIST-SKIP-SW
               ELSE
                   IF HST-TRANS-ID = WS-HIST-AFTER-ID
                       MOVE "N"        TO WS-HIST-SKIP-SW
                   END-IF
                   GO TO 2810-LIST-HIST-ROW-EXIT
               END-IF
           END-IF.
      *
           MOVE HST-TRANS-ID           TO WS-HL-TRANS-ID
           MOVE HST-TRANS-DATE         TO WS-HL-DATE
           MOVE HST-TRANS-TYPE         TO WS-HL-TYPE
           MOVE HST-AMOUNT             TO WS-HL-AMOUNT
           MOVE HST-CURRENCY           TO WS-HL-CURRENCY
           MOVE HST-HOME-AMOUNT        TO WS-HL-HOME
           MOVE HST-RUN-NUMBER         TO WS-HL-RUN
           DISPLAY WS-HIST-LINE
      *
           ADD 1                       TO WS-ROWS-LISTED
           MOVE HST-TRANS-DATE         TO WS-HIST-LAST-DATE
           MOVE HST-TRANS-ID           TO WS-HIST-LAST-ID
           .
       2810-LIST-HIST-ROW-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
       2900-OPEN-HISTORY.
      *-----------------*
      * THE HISTORY IS ONLY OPENED WHEN A TRANS= OR HIST= ARGUMENT
      * ASKS FOR IT, SO SUMMARY LOOKUPS STILL WORK WITHOUT IT
           IF WS-HIST-OPEN
               GO TO 2900-OPEN-HISTORY-EXIT
           END-IF.
      *
           OPEN INPUT TRANS-HISTORY-FILE.
           IF FS-TRANS-HISTORY NOT EQUAL ZEROS
               DISPLAY "ERROR OPENING TRANSACTION HISTORY: "
                                          FS-TRANS-HISTORY
               DISPLAY "THE HISTORY IS BUILT BY THE SUMMARY MERGE - "
                       "HAS A BALANCED RUN FINISHED SINCE IT WAS "
                       "INSTALLED?"
               GO TO 2900-OPEN-HISTORY-EXIT
           END-IF.
      *
           SET WS-HIST-OPEN            TO TRUE
           .
       2900-OPEN-HISTORY-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
       9000-FINALIZE.
      *-------------*
           DISPLAY " SEARCHES RUN        :  " WS-SEARCHES-RUN
           DISPLAY " SEARCH MATCHES      :  " WS-SEARCH-MATCHES
           DISPLAY " BROWSES RUN         :  " WS-BROWSES-RUN
           DISPLAY " TRANS REQUESTED     :  " WS-TRANS-REQUESTED
           DISPLAY " TRANS FOUND         :  " WS-TRANS-FOUND
           DISPLAY " TRANS NOT FOUND     :  " WS-TRANS-NOT-FOUND
           DISPLAY " HISTORY LISTS RUN   :  " WS-HIST-LISTS-RUN
           DISPLAY "-------------------------------"
      *
           CLOSE SUMMARY-MASTER.
               DISPLAY "ERROR CLOSING SUMMARY MASTER: " FS-SUMMARY
               STOP RUN
           END-IF.
      *
           IF WS-HIST-OPEN
               CLOSE TRANS-HISTORY-FILE
           END-IF.
      *
           IF WS-IDS-NOT-FOUND NOT EQUAL ZEROES
              OR WS-TRANS-NOT-FOUND NOT EQUAL ZEROES
               MOVE 4                  TO RETURN-CODE
           END-IF
           .
