      * RETURN-CODE 8 so the scheduler holds the downstream jobs,
      * the same way BALRPT does.
      *
      * When the night balances, every approved claim behind the two
      * extracts is stamped GL-acknowledged on the claim status
      * master. The extracts post per region/product bucket rather
      * than per claim, so the claims are found by the source letter
      * and run date their claim numbers carry.
      *
      * Files:
      * Input file:  RPRGL   - repair GL posting extract
      * Input file:  RPLGL   - replace GL posting extract
      * Input file:  GLACKIN - GL acknowledgment file
      * Input file:  CYCLECTL - cycle control record
      * Output file: GLACKOUT - match/exceptions report
      * I-O file:    CLMSTAT - claim status master, GL acknowledged
      * I-O file:    RUNSTATE - suite run-state, this step

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                                FILE STATUS IS WS-ACK-STATUS.
           SELECT ACK-REPORT    ASSIGN TO GLACKOUT
                                ORGANIZATION IS SEQUENTIAL.
           SELECT ACK-CYCLE-CTL ASSIGN TO CYCLECTL
                                ORGANIZATION IS SEQUENTIAL
                                FILE STATUS IS WS-CYCLE-STATUS.
           SELECT ACK-CLAIM-STATUS ASSIGN TO CLMSTAT
                                ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD KEY IS CST-CLAIM-NO
                                ALTERNATE RECORD KEY IS CST-POLICY-NO
                                   WITH DUPLICATES
                                FILE STATUS IS WS-CLMSTAT-STATUS.
           SELECT ACK-RUN-STATE ASSIGN TO RUNSTATE
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
      * stamped everywhere the system clock used to be. The scheduler
      * advances it with CYCADV only when the full suite completes,
      * so a rerun after an abend still carries the night it is
      * making up, and two cycles can run on one calendar day.
      *---------------------------------------------------------------*
       FD  ACK-CYCLE-CTL
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01 CYCLE-REC-IN.
          05 CC-CYCLE-DATE          PIC 9(6).
          05 FILLER                 PIC X(74).

      *---------------------------------------------------------------*
      * CLAIM STATUS MASTER - keyed by permanent claim number, written
      * at adjudication by RPRREPORT/RPLREPORT. The claim number leads
      * with the source letter (R/L) and the run date, so one START
      * positions on the first claim behind each extract.
      *---------------------------------------------------------------*
       FD  ACK-CLAIM-STATUS
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
       FD  ACK-RUN-STATE
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

       77 WS-RPRGL-STATUS         PIC X(2)        VALUE SPACES.
       77 WS-RPLGL-STATUS         PIC X(2)        VALUE SPACES.
       77 WS-ACK-STATUS           PIC X(2)        VALUE SPACES.
       77 WS-CYCLE-STATUS         PIC X(2)        VALUE SPACES.
       77 WS-CLMSTAT-STATUS       PIC X(2)        VALUE SPACES.

       01 WS-FLAGS.
          05 WS-EOF               PIC X           VALUE 'N'.
             88 RUN-OUT-OF-BALANCE                VALUE 'N'.
          05 WS-HIT-FLAG          PIC X           VALUE 'N'.
             88 MATCH-HIT                         VALUE 'Y'.
          05 WS-CLAIMS-DONE       PIC X           VALUE 'N'.
             88 CLAIMS-DONE-YES                   VALUE 'Y'.

       01 WS-COUNTERS.
          05 WS-POSTING-LOADED    PIC 9(3)        VALUE 0.
          05 WS-ACK-ORPHANED      PIC 9(5)        VALUE 0.
          05 WS-ACK-REJECTED      PIC 9(5)        VALUE 0.
          05 WS-UNACKED           PIC 9(5)        VALUE 0.
          05 WS-CLAIMS-ACKED      PIC 9(6)        VALUE 0.

      *---------------------------------------------------------------*
      * POSTING LINE TABLE - both extracts' detail lines. The
      * extracts are bounded by construction (at most four lines
      * per region/product bucket per stream), so the table cannot
      * realistically fill; if it ever does, the overflow is counted
      * and the run goes out of balance rather than matching short.
          05 WS-EXT-LINES         PIC 9(7)        VALUE 0.
          05 WS-EXT-TRL-FLAG      PIC X           VALUE 'N'.
             88 EXT-GOT-TRAILER                   VALUE 'Y'.
          05 WS-EXT-RUN-DATE      PIC 9(6)        VALUE 0.
          05 WS-RPR-RUN-DATE      PIC 9(6)        VALUE 0.
          05 WS-RPL-RUN-DATE      PIC 9(6)        VALUE 0.

      *---------------------------------------------------------------*
      * CLAIM NUMBER PREFIX - source letter and run date, the leading
      * seven bytes every claim behind one extract shares.
      *---------------------------------------------------------------*
       01 WS-CLAIM-PREFIX.
          05 WS-PFX-SOURCE        PIC X(1)        VALUE SPACE.
          05 WS-PFX-RUN-DATE      PIC 9(6)        VALUE 0.

       01 WS-RUN-DATE-RAW         PIC 9(6)        VALUE 0.

       01 WS-BLANK-LINE           PIC X(132)      VALUE SPACES.

                                  "  REJECTS: ".
          05 CNT-REJECTED         PIC ZZ,ZZ9.

       01 WS-CLAIMS-ACKED-LINE.
          05 FILLER               PIC X(1)        VALUE SPACES.
          05 FILLER               PIC X(32)       VALUE
                                  "CLAIMS MARKED GL-ACKNOWLEDGED: ".
          05 CNT-CLAIMS-ACKED     PIC ZZZ,ZZ9.

       01 WS-VERDICT-LINE.
          05 FILLER               PIC X(1)        VALUE SPACES.
          05 FILLER               PIC X(18)       VALUE

       01 WS-SUM-LINE-ONE         PIC X(132)      VALUE ALL "-".

      *---------------------------------------------------------------*
      * RUN-STATE CONTROL - this step's name on the suite run-state
      * file and the steps that must show a normal end for the same
      * cycle date before it may start.
      *---------------------------------------------------------------*
       77 WS-RUNST-STATUS         PIC X(2)        VALUE SPACES.

       01 WS-RUN-STEP.
          05 WS-STEP-NAME         PIC X(10)       VALUE "GLACKRPT".
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
           PERFORM 210-LOAD-RPL-EXTRACT.
           PERFORM 220-MATCH-ACKNOWLEDGMENTS.
           PERFORM 250-LIST-UNACKED-LINES.
           PERFORM 260-MARK-CLAIMS-ACKED.
           PERFORM 300-FINAL.
           PERFORM 910-RUN-STATE-END.
           GOBACK.

       100-INITIALIZE.
           PERFORM 105-GET-CYCLE-DATE.
           PERFORM 900-RUN-STATE-START.
           OPEN OUTPUT ACK-REPORT.
           WRITE REPORT-LINE FROM WS-HEADING-1.
           WRITE REPORT-LINE FROM WS-BLANK-LINE.

      * The run date is the business date off the cycle control
      * record, not the system clock, so a cycle rerun the next
      * morning still stamps the night it belongs to. Only when the
      * control record is missing or unusable does the system date
      * stand in, with a loud warning.
       105-GET-CYCLE-DATE.
           OPEN INPUT ACK-CYCLE-CTL.
           IF WS-CYCLE-STATUS = "00"
              READ ACK-CYCLE-CTL
                 AT END
                    PERFORM 106-DEFAULT-CYCLE-DATE
                 NOT AT END
                    IF CC-CYCLE-DATE NUMERIC AND CC-CYCLE-DATE > 0
                       MOVE CC-CYCLE-DATE TO WS-RUN-DATE-RAW
                    ELSE
                       PERFORM 106-DEFAULT-CYCLE-DATE
                    END-IF
              END-READ
              CLOSE ACK-CYCLE-CTL
           ELSE
              PERFORM 106-DEFAULT-CYCLE-DATE
           END-IF.

       106-DEFAULT-CYCLE-DATE.
           ACCEPT WS-RUN-DATE-RAW FROM DATE.
           DISPLAY "WARNING: NO USABLE CYCLE CONTROL RECORD - "
              "SYSTEM DATE " WS-RUN-DATE-RAW " STAMPED ON THIS RUN".

       200-LOAD-RPR-EXTRACT.
           MOVE "RPR" TO WS-EXT-SOURCE.
           MOVE 'N' TO WS-EOF.
           MOVE 0 TO WS-EXT-LINES.
           MOVE 'N' TO WS-EXT-TRL-FLAG.
           MOVE WS-RUN-DATE-RAW TO WS-EXT-RUN-DATE.
           OPEN INPUT ACK-RPR-GL-IN.
           IF WS-RPRGL-STATUS NOT = "00"
              PERFORM 330-FLAG-PROBLEM
              CLOSE ACK-RPR-GL-IN
              PERFORM 218-PROVE-EXTRACT
           END-IF.
           MOVE WS-EXT-RUN-DATE TO WS-RPR-RUN-DATE.

       210-LOAD-RPL-EXTRACT.
           MOVE "RPL" TO WS-EXT-SOURCE.
           MOVE 'N' TO WS-EOF.
           MOVE 0 TO WS-EXT-LINES.
           MOVE 'N' TO WS-EXT-TRL-FLAG.
           MOVE WS-RUN-DATE-RAW TO WS-EXT-RUN-DATE.
           OPEN INPUT ACK-RPL-GL-IN.
           IF WS-RPLGL-STATUS NOT = "00"
              PERFORM 330-FLAG-PROBLEM
              CLOSE ACK-RPL-GL-IN
              PERFORM 218-PROVE-EXTRACT
           END-IF.
           MOVE WS-EXT-RUN-DATE TO WS-RPL-RUN-DATE.

      * One extract record into the posting table; the trailer is
      * proven instead of loaded. The detail lines' run date is the
      * one the extract's claim numbers were issued under.
       215-TAKE-EXTRACT-RECORD.
           IF GL-REC-TYPE = "T"
              SET EXT-GOT-TRAILER TO TRUE
              END-IF
           ELSE
              ADD 1 TO WS-EXT-LINES
              IF GL-RUN-DATE NUMERIC AND GL-RUN-DATE > 0
                 MOVE GL-RUN-DATE TO WS-EXT-RUN-DATE
              END-IF
              IF WS-POSTING-LOADED < WS-MAX-POSTING-LINES
                 ADD 1 TO WS-POSTING-LOADED
                 SET PST-IDX TO WS-POSTING-LOADED
              END-IF
           END-PERFORM.

      * Only a balanced night stamps claims: one break anywhere and
      * nothing is marked GL-acknowledged, so the status master never
      * claims the ledger took a posting it may have dropped. A rerun
      * after the break is cleared stamps them then.
       260-MARK-CLAIMS-ACKED.
           IF RUN-OUT-OF-BALANCE
              DISPLAY "GLACKRPT: OUT OF BALANCE - NO CLAIMS MARKED "
                 "GL-ACKNOWLEDGED"
           ELSE
              OPEN I-O ACK-CLAIM-STATUS
              IF WS-CLMSTAT-STATUS NOT = "00"
                 DISPLAY "WARNING: NO CLAIM STATUS MASTER - STATUS "
                    WS-CLMSTAT-STATUS
                    " - CLAIMS NOT MARKED GL-ACKNOWLEDGED"
              ELSE
                 MOVE "R" TO WS-PFX-SOURCE
                 MOVE WS-RPR-RUN-DATE TO WS-PFX-RUN-DATE
                 PERFORM 265-MARK-EXTRACT-CLAIMS
                 MOVE "L" TO WS-PFX-SOURCE
                 MOVE WS-RPL-RUN-DATE TO WS-PFX-RUN-DATE
                 PERFORM 265-MARK-EXTRACT-CLAIMS
                 CLOSE ACK-CLAIM-STATUS
              END-IF
           END-IF.

      * Walks the claims sharing WS-CLAIM-PREFIX in claim number
      * order. Refusals never posted and are left alone; a claim
      * already stamped keeps its first acknowledgment date.
       265-MARK-EXTRACT-CLAIMS.
           MOVE 'N' TO WS-CLAIMS-DONE.
           MOVE SPACES TO CST-CLAIM-NO.
           MOVE WS-CLAIM-PREFIX TO CST-CLAIM-NO(1:7).
           MOVE "00000" TO CST-CLAIM-NO(8:5).
           START ACK-CLAIM-STATUS KEY NOT < CST-CLAIM-NO
              INVALID KEY
                 SET CLAIMS-DONE-YES TO TRUE
           END-START.
           PERFORM UNTIL CLAIMS-DONE-YES
              READ ACK-CLAIM-STATUS NEXT RECORD
                 AT END
                    SET CLAIMS-DONE-YES TO TRUE
                 NOT AT END
                    IF CST-CLAIM-NO(1:7) NOT = WS-CLAIM-PREFIX
                       SET CLAIMS-DONE-YES TO TRUE
                    ELSE
                       IF (CST-OUTCOME = "A" OR CST-OUTCOME = "C")
                          AND CST-GL-ACK-DATE = 0
                          MOVE WS-RUN-DATE-RAW TO CST-GL-ACK-DATE
                          REWRITE CLAIM-STATUS-REC
                          ADD 1 TO WS-CLAIMS-ACKED
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.

       330-FLAG-PROBLEM.
           SET RUN-OUT-OF-BALANCE TO TRUE.

           MOVE WS-ACK-ORPHANED TO CNT-ORPHANED.
           MOVE WS-ACK-REJECTED TO CNT-REJECTED.
           WRITE REPORT-LINE FROM WS-COUNT-LINE.
           MOVE WS-CLAIMS-ACKED TO CNT-CLAIMS-ACKED.
           WRITE REPORT-LINE FROM WS-CLAIMS-ACKED-LINE.

           WRITE REPORT-LINE FROM WS-BLANK-LINE.
           WRITE REPORT-LINE FROM WS-SUM-LINE-ONE.
           DISPLAY "GLACKRPT VERDICT: " ACK-VERDICT.
           CLOSE ACK-REPORT.

      * Before any output is opened, proves that every step this one
      * depends on ended normally for the same cycle date, and
      * refuses to start otherwise - so nothing runs against an
      * extract a failed or missing step left behind. Then records
      * this step as started. The first run of all finds no
      * run-state file and creates it empty.
       900-RUN-STATE-START.
           OPEN I-O ACK-RUN-STATE.
           IF WS-RUNST-STATUS = "35"
              OPEN OUTPUT ACK-RUN-STATE
              CLOSE ACK-RUN-STATE
              OPEN I-O ACK-RUN-STATE
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
              READ ACK-RUN-STATE
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
              CLOSE ACK-RUN-STATE
              DISPLAY WS-STEP-NAME " NOT STARTED - RERUN ONCE THE "
                 "STEPS ABOVE HAVE ENDED NORMALLY"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE WS-RUN-DATE-RAW TO RS-CYCLE-DATE.
           MOVE WS-STEP-NAME TO RS-PROGRAM.
           READ ACK-RUN-STATE
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
              CLOSE ACK-RUN-STATE
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           CLOSE ACK-RUN-STATE.

       910-RUN-STATE-END.
           MOVE "E" TO WS-END-STATE.
           PERFORM 915-RECORD-RUN-END.

      * Stamps this step's run-state record with how it ended, when,
      * its return code and its key counts. An end that cannot be
      * recorded is reported loudly: the steps after this one will
      * refuse to start until the record is put right.
       915-RECORD-RUN-END.
           OPEN I-O ACK-RUN-STATE.
           IF WS-RUNST-STATUS NOT = "00"
              DISPLAY "WARNING: RUN-STATE FILE UNUSABLE - STATUS "
                 WS-RUNST-STATUS " - END OF " WS-STEP-NAME
                 " NOT RECORDED"
           ELSE
              MOVE WS-RUN-DATE-RAW TO RS-CYCLE-DATE
              MOVE WS-STEP-NAME TO RS-PROGRAM
              READ ACK-RUN-STATE
                 INVALID KEY
                    DISPLAY "WARNING: NO RUN-STATE RECORD FOR "
                       WS-STEP-NAME " - END NOT RECORDED"
                 NOT INVALID KEY
                    MOVE WS-END-STATE TO RS-STATE
                    ACCEPT RS-END-DATE FROM DATE
                    ACCEPT RS-END-TIME FROM TIME
                    MOVE RETURN-CODE TO RS-RETURN-CODE
                    MOVE WS-ACK-READ TO RS-INPUT-COUNT
                    MOVE WS-ACK-MATCHED TO RS-OUTPUT-COUNT
                    COMPUTE RS-EXCEPT-COUNT =
                       WS-ACK-ORPHANED + WS-ACK-REJECTED + WS-UNACKED
                    MOVE WS-BALANCE-FLAG TO RS-BALANCE-FLAG
                    REWRITE RUN-STATE-REC
                       INVALID KEY
                          DISPLAY "WARNING: END OF " WS-STEP-NAME
                             " NOT RECORDED - STATUS "
                             WS-RUNST-STATUS
                    END-REWRITE
              END-READ
              CLOSE ACK-RUN-STATE
           END-IF.

       END PROGRAM GLACKRPT.
