      * Input file:  CESSRPL  - replace cession extract
      * Input file:  CYCLECTL - cycle control record
      * Output file: CESSREG  - cession register report
      * I-O file:    CLMSTAT  - claim status master, claims ceded
      * I-O file:    RUNSTATE - suite run-state, this step

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT CES-CYCLE-CTL ASSIGN TO CYCLECTL
                                ORGANIZATION IS SEQUENTIAL
                                FILE STATUS IS WS-CYCLE-STATUS.
           SELECT CES-CLAIM-STATUS ASSIGN TO CLMSTAT
                                ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD KEY IS CST-CLAIM-NO
                                ALTERNATE RECORD KEY IS CST-POLICY-NO
                                   WITH DUPLICATES
                                FILE STATUS IS WS-CLMSTAT-STATUS.
           SELECT CES-RUN-STATE ASSIGN TO RUNSTATE
                                ORGANIZATION IS INDEXED
                                ACCESS MODE IS RANDOM
                                RECORD KEY IS RS-KEY
                                FILE STATUS IS WS-RUNST-STATUS.

       DATA DIVISION.
       FILE SECTION.
          05 CC-CYCLE-DATE          PIC 9(6).
          05 FILLER                 PIC X(74).

      *---------------------------------------------------------------*
      * CLAIM STATUS MASTER - keyed by permanent claim number, written
      * at adjudication by RPRREPORT/RPLREPORT. Each claim listed on
      * the register is stamped ceded with the run date and the ceded
      * amount.
      *---------------------------------------------------------------*
       FD  CES-CLAIM-STATUS
           RECORD CONTAINS 160 CHARACTERS.
       01 CLAIM-STATUS-REC.
          05 CST-CLAIM-NO           PIC X(12).
          05 CST-POLICY-NO          PIC X(10).
          05 CST-CUST-NAME          PIC X(20).
          05 CST-PROD-CODE          PIC X(3).
          05 CST-CLAIM-TYPE         PIC X(7).
          05 CST-CLAIM-DATE         PIC 9(6).
          05 CST-CLAIMED            PIC 9(7)V99.
          05 CST-APPROVED           PIC 9(7)V99.
          05 CST-DEDUCT             PIC 9(7)V99.
          05 CST-ADJ-DATE           PIC 9(6).
          05 CST-OUTCOME            PIC X(1).
          05 CST-REASON-CODE        PIC X(1).
          05 CST-BILLED-DATE        PIC 9(6).
          05 CST-PAID-DATE          PIC 9(6).
          05 CST-PAID-AMOUNT        PIC 9(7)V99.
          05 CST-PAY-METHOD         PIC X(1).
          05 CST-LETTER-DATE        PIC 9(6).
          05 CST-CEDED-DATE         PIC 9(6).
          05 CST-CEDED-AMOUNT       PIC 9(7)V99.
          05 CST-GL-ACK-DATE        PIC 9(6).
          05 CST-PAID-SHOP          PIC X(4).
          05 FILLER                 PIC X(14).

      *---------------------------------------------------------------*
      * SUITE RUN-STATE FILE - keyed by cycle date and program. Every
      * step of the nightly suite records its start, its normal end
      * with its key counts, or its abend; a step will not start
      * until the steps it depends on show a normal end for the same
      * cycle date.
      *---------------------------------------------------------------*
       FD  CES-RUN-STATE
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
       77 WS-CLMSTAT-STATUS       PIC X(2)        VALUE SPACES.

       01 WS-FLAGS.
          05 WS-RAW-EOF           PIC X           VALUE 'N'.
          05 WS-CTL-SEG-FLAG      PIC X           VALUE 'N'.
             88 CTL-SEG-OPEN                      VALUE 'Y'.
             88 CTL-SEG-CLOSED                    VALUE 'N'.
          05 WS-CLMSTAT-OPEN      PIC X           VALUE 'N'.
             88 CLMSTAT-OPEN-YES                  VALUE 'Y'.

       01 WS-COUNTERS.
          05 WS-CESSION-COUNT     PIC 9(6)        VALUE 0.
          05 WS-TOTAL-APPROVED    PIC 9(11)V99    VALUE 0.
          05 WS-TOTAL-RETAINED    PIC 9(11)V99    VALUE 0.
          05 WS-TOTAL-CEDED       PIC 9(11)V99    VALUE 0.
          05 WS-CLAIMS-MARKED     PIC 9(6)        VALUE 0.
          05 WS-CLAIMS-UNMARKED   PIC 9(6)        VALUE 0.

      *---------------------------------------------------------------*
      * EXTRACT CONTROL VERIFICATION - same HDR/TRL proof the claim
          05 CS-RETAINED          PIC 9(7)V99.
          05 CS-CEDED             PIC 9(7)V99.
          05 CS-REGION            PIC 9(1).
          05 CS-CLAIM-NO          PIC X(12).
          05 FILLER               PIC X(21).

      *---------------------------------------------------------------*
      * CEDED TOTALS BY PRODUCT AND BY REGION - product order
          05 FILLER               PIC X(16)       VALUE "    APPROVED".
          05 FILLER               PIC X(16)       VALUE "    RETAINED".
          05 FILLER               PIC X(16)       VALUE "       CEDED".
          05 FILLER               PIC X(12)       VALUE "CLAIM NUMBER".

       01 WS-DETAIL-LINE.
          05 DET-POLICY           PIC X(10).
          05 DET-RETAINED         PIC Z,ZZZ,ZZ9.99.
          05 FILLER               PIC X(3)        VALUE SPACES.
          05 DET-CEDED            PIC Z,ZZZ,ZZ9.99.
          05 FILLER               PIC X(4)        VALUE SPACES.
          05 DET-CLAIM-NO         PIC X(12).

       01 WS-PROD-TOTAL-LINE.
          05 FILLER               PIC X(25)       VALUE
                                  "TOTAL CEDED TO REINSURER: ".
          05 SUM-CEDED            PIC $ZZ,ZZZ,ZZZ,ZZ9.99.

       01 WS-SUM-CLAIMS-MARKED.
          05 FILLER               PIC X(45)       VALUE
                                  "CLAIMS MARKED CEDED: ".
          05 SUM-CLAIMS-MARKED    PIC ZZZ,ZZ9.

       01 WS-SUM-CLAIMS-UNMARKED.
          05 FILLER               PIC X(45)       VALUE
                                  "CLAIMS NOT MARKED - SEE WARNINGS: ".
          05 SUM-CLAIMS-UNMARKED  PIC ZZZ,ZZ9.

      *---------------------------------------------------------------*
      * RUN-STATE CONTROL - this step's name on the suite run-state
      * file and the steps that must show a normal end for the same
      * cycle date before it may start.
      *---------------------------------------------------------------*
       77 WS-RUNST-STATUS         PIC X(2)        VALUE SPACES.

       01 WS-RUN-STEP.
          05 WS-STEP-NAME         PIC X(10)       VALUE "CESSRPT".
          05 WS-STEP-FLAG         PIC X           VALUE 'N'.
             88 STEP-BLOCKED                      VALUE 'Y'.
          05 WS-STEP-ON-FILE      PIC X           VALUE 'N'.
             88 STEP-ON-FILE                      VALUE 'Y'.
          05 WS-END-STATE         PIC X           VALUE SPACE.
          05 WS-PRED-COUNT        PIC 9(2)        VALUE 2.
          05 WS-PRED-SUB          PIC 9(2)        VALUE 0.
          05 WS-PRED-NAMES.
             10 FILLER            PIC X(10)       VALUE "RPRREPORT".
             10 FILLER            PIC X(10)       VALUE "RPLREPORT".
          05 WS-PRED-TABLE REDEFINES WS-PRED-NAMES.
             10 WS-PRED-NAME      PIC X(10)       OCCURS 2 TIMES.

       PROCEDURE DIVISION.

       000-MAIN.
           PERFORM 200-LIST-RPR-CESSIONS.
           PERFORM 210-LIST-RPL-CESSIONS.
           PERFORM 300-FINAL.
           PERFORM 910-RUN-STATE-END.
           GOBACK.

       100-INITIALIZE.
           PERFORM 105-GET-CYCLE-DATE.
           PERFORM 900-RUN-STATE-START.
           MOVE SPACES TO WS-RUN-DATE-ED.
           STRING "20"       DELIMITED BY SIZE
                  WS-RUN-YY  DELIMITED BY SIZE
           END-PERFORM.
           PERFORM 110-VERIFY-RPR-CONTROLS.
           PERFORM 115-VERIFY-RPL-CONTROLS.
           PERFORM 130-OPEN-CLAIM-STATUS.
           OPEN OUTPUT CES-REPORT.
           MOVE WS-RUN-DATE-ED TO CES-RUN-DATE.
           WRITE REPORT-LINE FROM WS-HEADING-1.
           DISPLAY "RUN ABORTED - NO REGISTER PUBLISHED. RERUN "
              "AFTER THE EXTRACT IS REBUILT.".
           MOVE 16 TO RETURN-CODE.
           PERFORM 920-RUN-STATE-ABEND.
           STOP RUN.

      * The claim status master is updated in place. Without it the
      * register still prints - only the ceded stamps are skipped.
       130-OPEN-CLAIM-STATUS.
           OPEN I-O CES-CLAIM-STATUS.
           IF WS-CLMSTAT-STATUS = "00"
              SET CLMSTAT-OPEN-YES TO TRUE
           ELSE
              DISPLAY "WARNING: NO CLAIM STATUS MASTER - STATUS "
                 WS-CLMSTAT-STATUS " - CLAIMS NOT MARKED CEDED"
           END-IF.

       200-LIST-RPR-CESSIONS.
           MOVE 'N' TO WS-RAW-EOF.
           OPEN INPUT CES-RPR-IN.
              MOVE CS-APPROVED TO DET-APPROVED
              MOVE CS-RETAINED TO DET-RETAINED
              MOVE CS-CEDED TO DET-CEDED
              MOVE CS-CLAIM-NO TO DET-CLAIM-NO
              WRITE REPORT-LINE FROM WS-DETAIL-LINE
              IF CLMSTAT-OPEN-YES AND CS-CLAIM-NO NOT = SPACES
                 PERFORM 228-MARK-CLAIM-CEDED
              END-IF
           END-IF.

       225-ACCUM-CEDED-TOTALS.
           END-IF.
           ADD CS-CEDED TO WS-REGION-CEDED(WS-REGION-SUB).

      * Stamps the claim just listed as ceded with the run date and
      * the amount ceded. A claim number the master doesn't know is
      * warned and counted; the register line stands.
       228-MARK-CLAIM-CEDED.
           MOVE CS-CLAIM-NO TO CST-CLAIM-NO.
           READ CES-CLAIM-STATUS
              INVALID KEY
                 ADD 1 TO WS-CLAIMS-UNMARKED
                 DISPLAY "WARNING: CLAIM " CST-CLAIM-NO
                    " NOT ON CLAIM STATUS MASTER - NOT MARKED CEDED"
              NOT INVALID KEY
                 MOVE WS-RUN-DATE-RAW TO CST-CEDED-DATE
                 MOVE CS-CEDED TO CST-CEDED-AMOUNT
                 REWRITE CLAIM-STATUS-REC
                 ADD 1 TO WS-CLAIMS-MARKED
           END-READ.

       300-FINAL.
           WRITE REPORT-LINE FROM WS-BLANK-LINE.
           WRITE REPORT-LINE FROM WS-SUM-LINE-ONE.
           MOVE WS-TOTAL-CEDED TO SUM-CEDED.
           WRITE REPORT-LINE FROM WS-SUM-CEDED.

           MOVE WS-CLAIMS-MARKED TO SUM-CLAIMS-MARKED.
           WRITE REPORT-LINE FROM WS-SUM-CLAIMS-MARKED.

           MOVE WS-CLAIMS-UNMARKED TO SUM-CLAIMS-UNMARKED.
           WRITE REPORT-LINE FROM WS-SUM-CLAIMS-UNMARKED.

           CLOSE CES-REPORT.
           IF CLMSTAT-OPEN-YES
              CLOSE CES-CLAIM-STATUS
           END-IF.

      * Before any output is opened, proves that every step this one
      * depends on ended normally for the same cycle date, and
      * refuses to start otherwise - so nothing runs against an
      * extract a failed or missing step left behind. Then records
      * this step as started. The first run of all finds no
      * run-state file and creates it empty.
       900-RUN-STATE-START.
           OPEN I-O CES-RUN-STATE.
           IF WS-RUNST-STATUS = "35"
              OPEN OUTPUT CES-RUN-STATE
              CLOSE CES-RUN-STATE
              OPEN I-O CES-RUN-STATE
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
              READ CES-RUN-STATE
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
              CLOSE CES-RUN-STATE
              DISPLAY WS-STEP-NAME " NOT STARTED - RERUN ONCE THE "
                 "STEPS ABOVE HAVE ENDED NORMALLY"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE WS-RUN-DATE-RAW TO RS-CYCLE-DATE.
           MOVE WS-STEP-NAME TO RS-PROGRAM.
           READ CES-RUN-STATE
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
              CLOSE CES-RUN-STATE
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           CLOSE CES-RUN-STATE.

       910-RUN-STATE-END.
           MOVE "E" TO WS-END-STATE.
           PERFORM 915-RECORD-RUN-END.

      * Stamps this step's run-state record with how it ended, when,
      * its return code and its key counts. An end that cannot be
      * recorded is reported loudly: the steps after this one will
      * refuse to start until the record is put right.
       915-RECORD-RUN-END.
           OPEN I-O CES-RUN-STATE.
           IF WS-RUNST-STATUS NOT = "00"
              DISPLAY "WARNING: RUN-STATE FILE UNUSABLE - STATUS "
                 WS-RUNST-STATUS " - END OF " WS-STEP-NAME
                 " NOT RECORDED"
           ELSE
              MOVE WS-RUN-DATE-RAW TO RS-CYCLE-DATE
              MOVE WS-STEP-NAME TO RS-PROGRAM
              READ CES-RUN-STATE
                 INVALID KEY
                    DISPLAY "WARNING: NO RUN-STATE RECORD FOR "
                       WS-STEP-NAME " - END NOT RECORDED"
                 NOT INVALID KEY
                    MOVE WS-END-STATE TO RS-STATE
                    ACCEPT RS-END-DATE FROM DATE
                    ACCEPT RS-END-TIME FROM TIME
                    MOVE RETURN-CODE TO RS-RETURN-CODE
                    MOVE WS-CESSION-COUNT TO RS-INPUT-COUNT
                    MOVE WS-CLAIMS-MARKED TO RS-OUTPUT-COUNT
                    MOVE WS-CLAIMS-UNMARKED TO RS-EXCEPT-COUNT
                    REWRITE RUN-STATE-REC
                       INVALID KEY
                          DISPLAY "WARNING: END OF " WS-STEP-NAME
                             " NOT RECORDED - STATUS "
                             WS-RUNST-STATUS
                    END-REWRITE
              END-READ
              CLOSE CES-RUN-STATE
           END-IF.

      * A controlled abend records itself before it stops, so the
      * run-state file shows the step failed rather than running.
       920-RUN-STATE-ABEND.
           MOVE "A" TO WS-END-STATE.
           PERFORM 915-RECORD-RUN-END.

       END PROGRAM CESSRPT.
