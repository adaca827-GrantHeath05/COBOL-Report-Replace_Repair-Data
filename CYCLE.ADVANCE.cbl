
      * Description:
      * Advances the cycle control record to the next business date.
      * The scheduler runs this as the LAST step of the suite, and it
      * refuses to advance unless the run-state file shows every
      * nightly step ended normally for the cycle date and BALRPT
      * reported the night in balance - so an abended or skipped
      * step leaves the cycle date where it was, the rerun stamps the
      * business date it is making up, and two cycles can run on one
      * calendar day after an outage. A missing or empty control
      * file initializes from the system date instead of advancing;
      * there is no cycle yet to check, so the run-state file is not
      * consulted. MTHCLOSE runs monthly and is not required here.
      *
      * Files:
      * I-O file: CYCLECTL - cycle control record
      * I-O file: RUNSTATE - suite run-state, every nightly step

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT CYC-CTL       ASSIGN TO CYCLECTL
                                ORGANIZATION IS SEQUENTIAL
                                FILE STATUS IS WS-CYCLE-STATUS.
           SELECT CYC-RUN-STATE ASSIGN TO RUNSTATE
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
       FD  CYC-RUN-STATE
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
       01 WS-DATE-8               PIC 9(8)        VALUE 0.
       01 WS-DATE-INT             PIC 9(7)        VALUE 0.

       01 WS-RUN-DATE-RAW         PIC 9(6)        VALUE 0.
       01 WS-BALANCE-STEP         PIC X(10)       VALUE "BALRPT".

      *---------------------------------------------------------------*
      * RUN-STATE CONTROL - this step's name on the suite run-state
      * file and the steps that must show a normal end for the same
      * cycle date before it may start.
      *---------------------------------------------------------------*
       77 WS-RUNST-STATUS         PIC X(2)        VALUE SPACES.

       01 WS-RUN-STEP.
          05 WS-STEP-NAME         PIC X(10)       VALUE "CYCADV".
          05 WS-STEP-FLAG         PIC X           VALUE 'N'.
             88 STEP-BLOCKED                      VALUE 'Y'.
          05 WS-STEP-ON-FILE      PIC X           VALUE 'N'.
             88 STEP-ON-FILE                      VALUE 'Y'.
          05 WS-END-STATE         PIC X           VALUE SPACE.
          05 WS-PRED-COUNT        PIC 9(2)        VALUE 17.
          05 WS-PRED-SUB          PIC 9(2)        VALUE 0.
          05 WS-PRED-NAMES.
             10 FILLER            PIC X(10)       VALUE "MSTRMNT".
             10 FILLER            PIC X(10)       VALUE "MSTRLOAD".
             10 FILLER            PIC X(10)       VALUE "RPRREPORT".
             10 FILLER            PIC X(10)       VALUE "RPLREPORT".
             10 FILLER            PIC X(10)       VALUE "RECONRPT".
             10 FILLER            PIC X(10)       VALUE "EXCFIX".
             10 FILLER            PIC X(10)       VALUE "BALRPT".
             10 FILLER            PIC X(10)       VALUE "CLMLETTR".
             10 FILLER            PIC X(10)       VALUE "DEDSTMT".
             10 FILLER            PIC X(10)       VALUE "CASHAPP".
             10 FILLER            PIC X(10)       VALUE "PAYDISB".
             10 FILLER            PIC X(10)       VALUE "BANKREC".
             10 FILLER            PIC X(10)       VALUE "DEDAGE".
             10 FILLER            PIC X(10)       VALUE "CESSRPT".
             10 FILLER            PIC X(10)       VALUE "GLACKRPT".
             10 FILLER            PIC X(10)       VALUE "CLMHSTRP".
             10 FILLER            PIC X(10)       VALUE "SHOPRPT".
          05 WS-PRED-TABLE REDEFINES WS-PRED-NAMES.
             10 WS-PRED-NAME      PIC X(10)       OCCURS 17 TIMES.

       PROCEDURE DIVISION.

       000-MAIN.
           PERFORM 100-READ-CYCLE-DATE.
           IF NOT INITIALIZING
              MOVE WS-OLD-DATE TO WS-RUN-DATE-RAW
              PERFORM 900-RUN-STATE-START
           END-IF.
           PERFORM 200-ADVANCE-DATE.
           PERFORM 300-WRITE-CYCLE-DATE.
           IF NOT INITIALIZING
              IF RETURN-CODE = 16
                 PERFORM 920-RUN-STATE-ABEND
              ELSE
                 PERFORM 910-RUN-STATE-END
              END-IF
           END-IF.
           GOBACK.

       100-READ-CYCLE-DATE.
              MOVE 16 TO RETURN-CODE
           END-IF.

      * Before any output is opened, proves that every step this one
      * depends on ended normally for the same cycle date, and
      * refuses to start otherwise - so nothing runs against an
      * extract a failed or missing step left behind. Then records
      * this step as started. The first run of all finds no
      * run-state file and creates it empty.
       900-RUN-STATE-START.
           OPEN I-O CYC-RUN-STATE.
           IF WS-RUNST-STATUS = "35"
              OPEN OUTPUT CYC-RUN-STATE
              CLOSE CYC-RUN-STATE
              OPEN I-O CYC-RUN-STATE
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
              READ CYC-RUN-STATE
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
                    ELSE
                       IF RS-PROGRAM = WS-BALANCE-STEP
                          AND NOT RS-IN-BALANCE
                          SET STEP-BLOCKED TO TRUE
                          DISPLAY "ABORT: " RS-PROGRAM
                             " DID NOT REPORT CYCLE " WS-RUN-DATE-RAW
                             " IN BALANCE"
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
           IF STEP-BLOCKED
              CLOSE CYC-RUN-STATE
              DISPLAY "CYCADV: CYCLE DATE " WS-RUN-DATE-RAW
                 " NOT ADVANCED - RERUN ONCE THE STEPS ABOVE HAVE "
                 "ENDED NORMALLY AND THE NIGHT BALANCES"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE WS-RUN-DATE-RAW TO RS-CYCLE-DATE.
           MOVE WS-STEP-NAME TO RS-PROGRAM.
           READ CYC-RUN-STATE
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
              CLOSE CYC-RUN-STATE
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           CLOSE CYC-RUN-STATE.

       910-RUN-STATE-END.
           MOVE "E" TO WS-END-STATE.
           PERFORM 915-RECORD-RUN-END.

      * Stamps this step's run-state record with how it ended, when,
      * its return code and its key counts. An end that cannot be
      * recorded is reported loudly: the steps after this one will
      * refuse to start until the record is put right.
       915-RECORD-RUN-END.
           OPEN I-O CYC-RUN-STATE.
           IF WS-RUNST-STATUS NOT = "00"
              DISPLAY "WARNING: RUN-STATE FILE UNUSABLE - STATUS "
                 WS-RUNST-STATUS " - END OF " WS-STEP-NAME
                 " NOT RECORDED"
           ELSE
              MOVE WS-RUN-DATE-RAW TO RS-CYCLE-DATE
              MOVE WS-STEP-NAME TO RS-PROGRAM
              READ CYC-RUN-STATE
                 INVALID KEY
                    DISPLAY "WARNING: NO RUN-STATE RECORD FOR "
                       WS-STEP-NAME " - END NOT RECORDED"
                 NOT INVALID KEY
                    MOVE WS-END-STATE TO RS-STATE
                    ACCEPT RS-END-DATE FROM DATE
                    ACCEPT RS-END-TIME FROM TIME
                    MOVE RETURN-CODE TO RS-RETURN-CODE
                    MOVE WS-PRED-COUNT TO RS-INPUT-COUNT
                    REWRITE RUN-STATE-REC
                       INVALID KEY
                          DISPLAY "WARNING: END OF " WS-STEP-NAME
                             " NOT RECORDED - STATUS "
                             WS-RUNST-STATUS
                    END-REWRITE
              END-READ
              CLOSE CYC-RUN-STATE
           END-IF.

      * A controlled abend records itself before it stops, so the
      * run-state file shows the step failed rather than running.
       920-RUN-STATE-ABEND.
           MOVE "A" TO WS-END-STATE.
           PERFORM 915-RECORD-RUN-END.

       END PROGRAM CYCADV.
