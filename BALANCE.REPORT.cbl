      * Input file:  RPREXC    - repair exception file
      * Input file:  RPLEXC    - replace exception file
      * Input file:  RECONIN   - RECONRPT summary report print
      * Input file:  CYCLECTL  - cycle control record
      * Output file: BALOUT    - balancing page
      * I-O file:    RUNSTATE  - suite run-state, this step

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                                FILE STATUS IS WS-RECON-STATUS.
           SELECT BAL-REPORT    ASSIGN TO BALOUT
                                ORGANIZATION IS SEQUENTIAL.
           SELECT BAL-CYCLE-CTL ASSIGN TO CYCLECTL
                                ORGANIZATION IS SEQUENTIAL
                                FILE STATUS IS WS-CYCLE-STATUS.
           SELECT BAL-RUN-STATE ASSIGN TO RUNSTATE
                                ORGANIZATION IS INDEXED
                                ACCESS MODE IS RANDOM
                                RECORD KEY IS RS-KEY
                                FILE STATUS IS WS-RUNST-STATUS.

       DATA DIVISION.
       FILE SECTION.
           RECORD CONTAINS 132 CHARACTERS.
       01 REPORT-LINE             PIC X(132).

      *---------------------------------------------------------------*
      * CYCLE CONTROL RECORD - the business date this run belongs to,
      * the date its run-state record is kept under.
      *---------------------------------------------------------------*
       FD  BAL-CYCLE-CTL
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01 CYCLE-REC-IN.
          05 CC-CYCLE-DATE          PIC 9(6).
          05 FILLER                 PIC X(74).

      *---------------------------------------------------------------*
      * SUITE RUN-STATE FILE - keyed by cycle date and program. Every
      * step of the nightly suite records its start, its normal end
      * with its key counts, or its abend; a step will not start
      * until the steps it depends on show a normal end for the same
      * cycle date.
      *---------------------------------------------------------------*
       FD  BAL-RUN-STATE
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

       77 WS-RPRCTL-STATUS        PIC X(2)        VALUE SPACES.
       77 WS-RPREXC-STATUS        PIC X(2)        VALUE SPACES.
       77 WS-RPLEXC-STATUS        PIC X(2)        VALUE SPACES.
       77 WS-RECON-STATUS         PIC X(2)        VALUE SPACES.
       77 WS-CYCLE-STATUS         PIC X(2)        VALUE SPACES.

       01 WS-FLAGS.
          05 WS-EOF               PIC X           VALUE 'N'.

       01 WS-CHECK-TOTAL          PIC 9(8)        VALUE 0.

       01 WS-RUN-DATE-RAW         PIC 9(6)        VALUE 0.

       01 WS-BLANK-LINE           PIC X(132)      VALUE SPACES.

       01 WS-HEADING-1.

       01 WS-SUM-LINE-ONE         PIC X(132)      VALUE ALL "-".

      *---------------------------------------------------------------*
      * RUN-STATE CONTROL - this step's name on the suite run-state
      * file and the steps that must show a normal end for the same
      * cycle date before it may start.
      *---------------------------------------------------------------*
       77 WS-RUNST-STATUS         PIC X(2)        VALUE SPACES.

       01 WS-RUN-STEP.
          05 WS-STEP-NAME         PIC X(10)       VALUE "BALRPT".
          05 WS-STEP-FLAG         PIC X           VALUE 'N'.
             88 STEP-BLOCKED                      VALUE 'Y'.
          05 WS-STEP-ON-FILE      PIC X           VALUE 'N'.
             88 STEP-ON-FILE                      VALUE 'Y'.
          05 WS-END-STATE         PIC X           VALUE SPACE.
          05 WS-PRED-COUNT        PIC 9(2)        VALUE 3.
          05 WS-PRED-SUB          PIC 9(2)        VALUE 0.
          05 WS-PRED-NAMES.
             10 FILLER            PIC X(10)       VALUE "RPRREPORT".
             10 FILLER            PIC X(10)       VALUE "RPLREPORT".
             10 FILLER            PIC X(10)       VALUE "RECONRPT".
          05 WS-PRED-TABLE REDEFINES WS-PRED-NAMES.
             10 WS-PRED-NAME      PIC X(10)       OCCURS 3 TIMES.

       PROCEDURE DIVISION.

       000-MAIN.
           PERFORM 240-SCAN-RECON-SUMMARY.
           PERFORM 300-BALANCE-AND-REPORT.
           PERFORM 390-FINAL.
           PERFORM 910-RUN-STATE-END.
           GOBACK.

       100-INITIALIZE.
           PERFORM 105-GET-CYCLE-DATE.
           PERFORM 900-RUN-STATE-START.
           OPEN OUTPUT BAL-REPORT.
           WRITE REPORT-LINE FROM WS-HEADING-1.
           WRITE REPORT-LINE FROM WS-BLANK-LINE.

      * The run date is the business date off the cycle control
      * record, not the system clock, so a cycle rerun the next
      * morning still stamps the night it belongs to. Only when the
      * control record is missing or unusable does the system date
      * stand in, with a loud warning.
       105-GET-CYCLE-DATE.
           OPEN INPUT BAL-CYCLE-CTL.
           IF WS-CYCLE-STATUS = "00"
              READ BAL-CYCLE-CTL
                 AT END
                    PERFORM 106-DEFAULT-CYCLE-DATE
                 NOT AT END
                    IF CC-CYCLE-DATE NUMERIC AND CC-CYCLE-DATE > 0
                       MOVE CC-CYCLE-DATE TO WS-RUN-DATE-RAW
                    ELSE
                       PERFORM 106-DEFAULT-CYCLE-DATE
                    END-IF
              END-READ
              CLOSE BAL-CYCLE-CTL
           ELSE
              PERFORM 106-DEFAULT-CYCLE-DATE
           END-IF.

       106-DEFAULT-CYCLE-DATE.
           ACCEPT WS-RUN-DATE-RAW FROM DATE.
           DISPLAY "WARNING: NO USABLE CYCLE CONTROL RECORD - "
              "SYSTEM DATE " WS-RUN-DATE-RAW " STAMPED ON THIS RUN".

      * Reads the repair run-control log, keeping the figures off the
      * last RUN DATE line - the run being balanced tonight. PARMS
      * echo lines and anything else are passed over.
           DISPLAY "BALRPT CYCLE VERDICT: " BAL-VERDICT.
           CLOSE BAL-REPORT.

      * Before any output is opened, proves that every step this one
      * depends on ended normally for the same cycle date, and
      * refuses to start otherwise - so nothing runs against an
      * extract a failed or missing step left behind. Then records
      * this step as started. The first run of all finds no
      * run-state file and creates it empty.
       900-RUN-STATE-START.
           OPEN I-O BAL-RUN-STATE.
           IF WS-RUNST-STATUS = "35"
              OPEN OUTPUT BAL-RUN-STATE
              CLOSE BAL-RUN-STATE
              OPEN I-O BAL-RUN-STATE
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
              READ BAL-RUN-STATE
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
              CLOSE BAL-RUN-STATE
              DISPLAY WS-STEP-NAME " NOT STARTED - RERUN ONCE THE "
                 "STEPS ABOVE HAVE ENDED NORMALLY"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE WS-RUN-DATE-RAW TO RS-CYCLE-DATE.
           MOVE WS-STEP-NAME TO RS-PROGRAM.
           READ BAL-RUN-STATE
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
              CLOSE BAL-RUN-STATE
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           CLOSE BAL-RUN-STATE.

       910-RUN-STATE-END.
           MOVE "E" TO WS-END-STATE.
           PERFORM 915-RECORD-RUN-END.

      * Stamps this step's run-state record with how it ended, when,
      * its return code and its key counts. An end that cannot be
      * recorded is reported loudly: the steps after this one will
      * refuse to start until the record is put right.
       915-RECORD-RUN-END.
           OPEN I-O BAL-RUN-STATE.
           IF WS-RUNST-STATUS NOT = "00"
              DISPLAY "WARNING: RUN-STATE FILE UNUSABLE - STATUS "
                 WS-RUNST-STATUS " - END OF " WS-STEP-NAME
                 " NOT RECORDED"
           ELSE
              MOVE WS-RUN-DATE-RAW TO RS-CYCLE-DATE
              MOVE WS-STEP-NAME TO RS-PROGRAM
              READ BAL-RUN-STATE
                 INVALID KEY
                    DISPLAY "WARNING: NO RUN-STATE RECORD FOR "
                       WS-STEP-NAME " - END NOT RECORDED"
                 NOT INVALID KEY
                    MOVE WS-END-STATE TO RS-STATE
                    ACCEPT RS-END-DATE FROM DATE
                    ACCEPT RS-END-TIME FROM TIME
                    MOVE RETURN-CODE TO RS-RETURN-CODE
                    COMPUTE RS-INPUT-COUNT =
                       WS-RPR-READ + WS-RPL-READ
                    COMPUTE RS-OUTPUT-COUNT =
                       WS-RPR-DETAIL + WS-RPL-DETAIL
                    COMPUTE RS-EXCEPT-COUNT =
                       WS-RPR-EXC-COUNT + WS-RPL-EXC-COUNT
                    MOVE WS-BALANCE-FLAG TO RS-BALANCE-FLAG
                    REWRITE RUN-STATE-REC
                       INVALID KEY
                          DISPLAY "WARNING: END OF " WS-STEP-NAME
                             " NOT RECORDED - STATUS "
                             WS-RUNST-STATUS
                    END-REWRITE
              END-READ
              CLOSE BAL-RUN-STATE
           END-IF.

       END PROGRAM BALRPT.
