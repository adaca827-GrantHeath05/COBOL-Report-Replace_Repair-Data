      * Input file:  LOCKBOX  - lockbox payment receipts
      * Output file: RECVOUT  - receivables master, new generation
      * Output file: CASHRPT  - cash application listing
      * I-O file:    RUNSTATE - suite run-state, this step

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT CASH-CYCLE-CTL ASSIGN TO CYCLECTL
                                ORGANIZATION IS SEQUENTIAL
                                FILE STATUS IS WS-CYCLE-STATUS.
           SELECT CASH-RUN-STATE ASSIGN TO RUNSTATE
                                ORGANIZATION IS INDEXED
                                ACCESS MODE IS RANDOM
                                RECORD KEY IS RS-KEY
                                FILE STATUS IS WS-RUNST-STATUS.

       DATA DIVISION.
       FILE SECTION.
          05 CC-CYCLE-DATE          PIC 9(6).
          05 FILLER                 PIC X(74).

      *---------------------------------------------------------------*
      * SUITE RUN-STATE FILE - keyed by cycle date and program. Every
      * step of the nightly suite records its start, its normal end
      * with its key counts, or its abend; a step will not start
      * until the steps it depends on show a normal end for the same
      * cycle date.
      *---------------------------------------------------------------*
       FD  CASH-RUN-STATE
           RECORD CONTAINS 80 CHARACTERS.
       01 RUN-STATE-REC.
          05 RS-KEY.
             10 RS-CYCLE-DATE       PIC 9(6).
             10 RS-PROGRAM          PIC X(10).
          05 RS-STATE               PIC X(1).
             88 RS-STARTED                        VALUE "S".
             88 RS-ENDED-NORMALLY                 VALUE "E".
             88 RS-ABENDED                        VALUE "A".
          05 RS-START-DATE          PIC 9(6).
          05 RS-START-TIME          PIC 9(8).
          05 RS-END-DATE            PIC 9(6).
          05 RS-END-TIME            PIC 9(8).
          05 RS-RETURN-CODE         PIC 9(4).
          05 RS-INPUT-COUNT         PIC 9(7).
          05 RS-OUTPUT-COUNT        PIC 9(7).
          05 RS-EXCEPT-COUNT        PIC 9(7).
          05 RS-BALANCE-FLAG        PIC X(1).
             88 RS-IN-BALANCE                     VALUE "Y".
             88 RS-OUT-OF-BALANCE                 VALUE "N".
          05 FILLER                 PIC X(9).

       WORKING-STORAGE SECTION.

       77 WS-CYCLE-STATUS         PIC X(2)        VALUE SPACES.
                                  "CHARGES PAID IN FULL: ".
          05 SUM-CLOSED           PIC ZZZ,ZZ9.

      *---------------------------------------------------------------*
      * RUN-STATE CONTROL - this step's name on the suite run-state
      * file and the steps that must show a normal end for the same
      * cycle date before it may start.
      *---------------------------------------------------------------*
       77 WS-RUNST-STATUS         PIC X(2)        VALUE SPACES.

       01 WS-RUN-STEP.
          05 WS-STEP-NAME         PIC X(10)       VALUE "CASHAPP".
          05 WS-STEP-FLAG         PIC X           VALUE 'N'.
             88 STEP-BLOCKED                      VALUE 'Y'.
          05 WS-STEP-ON-FILE      PIC X           VALUE 'N'.
             88 STEP-ON-FILE                      VALUE 'Y'.
          05 WS-END-STATE         PIC X           VALUE SPACE.
          05 WS-PRED-COUNT        PIC 9(2)        VALUE 1.
          05 WS-PRED-SUB          PIC 9(2)        VALUE 0.
          05 WS-PRED-NAMES.
             10 FILLER            PIC X(10)       VALUE "DEDSTMT".
          05 WS-PRED-TABLE REDEFINES WS-PRED-NAMES.
             10 WS-PRED-NAME      PIC X(10)       OCCURS 1 TIMES.

       PROCEDURE DIVISION.

       000-MAIN.
           PERFORM 100-INITIALIZE.
           PERFORM 200-PROCESS-LOOP UNTIL EOF-YES.
           PERFORM 300-FINAL.
           PERFORM 910-RUN-STATE-END.
           GOBACK.

       100-INITIALIZE.
           PERFORM 105-GET-CYCLE-DATE.
           PERFORM 900-RUN-STATE-START.
           MOVE SPACES TO WS-RUN-DATE-ED.
           STRING "20"       DELIMITED BY SIZE
                  WS-RUN-YY  DELIMITED BY SIZE
           MOVE WS-CHARGES-CLOSED TO SUM-CLOSED.
           WRITE REPORT-LINE FROM WS-SUM-CLOSED.

      * Before any output is opened, proves that every step this one
      * depends on ended normally for the same cycle date, and
      * refuses to start otherwise - so nothing runs against an
      * extract a failed or missing step left behind. Then records
      * this step as started. The first run of all finds no
      * run-state file and creates it empty.
       900-RUN-STATE-START.
           OPEN I-O CASH-RUN-STATE.
           IF WS-RUNST-STATUS = "35"
              OPEN OUTPUT CASH-RUN-STATE
              CLOSE CASH-RUN-STATE
              OPEN I-O CASH-RUN-STATE
           END-IF.
           IF WS-RUNST-STATUS NOT = "00"
              DISPLAY "ABORT: RUN-STATE FILE UNUSABLE - STATUS "
                 WS-RUNST-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM VARYING WS-PRED-SUB FROM 1 BY 1
                   UNTIL WS-PRED-SUB > WS-PRED-COUNT
              MOVE WS-RUN-DATE-RAW TO RS-CYCLE-DATE
              MOVE WS-PRED-NAME(WS-PRED-SUB) TO RS-PROGRAM
              READ CASH-RUN-STATE
                 INVALID KEY
                    SET STEP-BLOCKED TO TRUE
                    DISPLAY "ABORT: " RS-PROGRAM
                       " HAS NOT RUN FOR CYCLE " WS-RUN-DATE-RAW
                 NOT INVALID KEY
                    IF NOT RS-ENDED-NORMALLY
                       SET STEP-BLOCKED TO TRUE
                       DISPLAY "ABORT: " RS-PROGRAM
                          " HAS NOT ENDED NORMALLY FOR CYCLE "
                          WS-RUN-DATE-RAW
                    END-IF
              END-READ
           END-PERFORM.
           IF STEP-BLOCKED
              CLOSE CASH-RUN-STATE
              DISPLAY WS-STEP-NAME " NOT STARTED - RERUN ONCE THE "
                 "STEPS ABOVE HAVE ENDED NORMALLY"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE WS-RUN-DATE-RAW TO RS-CYCLE-DATE.
           MOVE WS-STEP-NAME TO RS-PROGRAM.
           READ CASH-RUN-STATE
              INVALID KEY
                 MOVE 'N' TO WS-STEP-ON-FILE
              NOT INVALID KEY
                 MOVE 'Y' TO WS-STEP-ON-FILE
                 IF RS-ENDED-NORMALLY
                    DISPLAY "WARNING: " WS-STEP-NAME
                       " ALREADY ENDED NORMALLY FOR CYCLE "
                       WS-RUN-DATE-RAW " - RERUNNING"
                 END-IF
           END-READ.
           INITIALIZE RUN-STATE-REC.
           MOVE WS-RUN-DATE-RAW TO RS-CYCLE-DATE.
           MOVE WS-STEP-NAME TO RS-PROGRAM.
           SET RS-STARTED TO TRUE.
           ACCEPT RS-START-DATE FROM DATE.
           ACCEPT RS-START-TIME FROM TIME.
           IF STEP-ON-FILE
              REWRITE RUN-STATE-REC
                 INVALID KEY
                    CONTINUE
              END-REWRITE
           ELSE
              WRITE RUN-STATE-REC
                 INVALID KEY
                    CONTINUE
              END-WRITE
           END-IF.
           IF WS-RUNST-STATUS NOT = "00"
              DISPLAY "ABORT: START OF " WS-STEP-NAME
                 " NOT RECORDED ON RUN-STATE FILE - STATUS "
                 WS-RUNST-STATUS
              CLOSE CASH-RUN-STATE
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           CLOSE CASH-RUN-STATE.

       910-RUN-STATE-END.
           MOVE "E" TO WS-END-STATE.
           PERFORM 915-RECORD-RUN-END.

      * Stamps this step's run-state record with how it ended, when,
      * its return code and its key counts. An end that cannot be
      * recorded is reported loudly: the steps after this one will
      * refuse to start until the record is put right.
       915-RECORD-RUN-END.
           OPEN I-O CASH-RUN-STATE.
           IF WS-RUNST-STATUS NOT = "00"
              DISPLAY "WARNING: RUN-STATE FILE UNUSABLE - STATUS "
                 WS-RUNST-STATUS " - END OF " WS-STEP-NAME
                 " NOT RECORDED"
           ELSE
              MOVE WS-RUN-DATE-RAW TO RS-CYCLE-DATE
              MOVE WS-STEP-NAME TO RS-PROGRAM
              READ CASH-RUN-STATE
                 INVALID KEY
                    DISPLAY "WARNING: NO RUN-STATE RECORD FOR "
                       WS-STEP-NAME " - END NOT RECORDED"
                 NOT INVALID KEY
                    MOVE WS-END-STATE TO RS-STATE
                    ACCEPT RS-END-DATE FROM DATE
                    ACCEPT RS-END-TIME FROM TIME
                    MOVE RETURN-CODE TO RS-RETURN-CODE
                    MOVE WS-RCPT-READ TO RS-INPUT-COUNT
                    MOVE WS-CHARGES-CLOSED TO RS-OUTPUT-COUNT
                    MOVE WS-RCPT-BAD TO RS-EXCEPT-COUNT
                    REWRITE RUN-STATE-REC
                       INVALID KEY
                          DISPLAY "WARNING: END OF " WS-STEP-NAME
                             " NOT RECORDED - STATUS "
                             WS-RUNST-STATUS
                    END-REWRITE
              END-READ
              CLOSE CASH-RUN-STATE
           END-IF.

       END PROGRAM CASHAPP.
