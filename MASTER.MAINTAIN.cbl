      * the before and after images, ending with the applied/rejected
      * counts.
      *
      * The address master also carries each customer's language of
      * correspondence (E or F), which CLMLETTR and DEDSTMT print
      * their notices and statements in. A blank preference is
      * defaulted from the province - QC is French, everywhere else
      * English - when the master loads, when an address is added
      * without one, and when overflow records copy through, so every
      * record on the new generation carries a language.
      *
      * Transaction actions (TR-ACTION):
      *   A = add policy          C = change policy
      *   L = lapse policy        X = cancel policy
      *   M = address add/change  G = language change
      *
      * Files:
      * Input file:  MAINTIN  - maintenance transactions
      * Output file: POLMSTRO - policy master, new generation
      * Output file: ADDRMSTO - address master, new generation
      * Output file: MAINTLST - before/after audit listing
      * I-O file:    RUNSTATE - suite run-state, this step

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT MNT-CYCLE-CTL ASSIGN TO CYCLECTL
                                ORGANIZATION IS SEQUENTIAL
                                FILE STATUS IS WS-CYCLE-STATUS.
           SELECT MNT-RUN-STATE ASSIGN TO RUNSTATE
                                ORGANIZATION IS INDEXED
                                ACCESS MODE IS RANDOM
                                RECORD KEY IS RS-KEY
                                FILE STATUS IS WS-RUNST-STATUS.

       DATA DIVISION.
       FILE SECTION.

      * Maintenance transactions. The data area past the action and
      * policy number reads two ways: the policy fields for A/C/L/X,
      * the mailing block for M and G. TR-AD-LANG is E or F; on an M
      * it may be left blank to keep the preference already on file.
       FD  MNT-TRAN-IN
           RECORDING MODE IS F
           RECORD CONTAINS 120 CHARACTERS.
             10 TR-AD-CITY          PIC X(20).
             10 TR-AD-PROV          PIC X(2).
             10 TR-AD-POSTAL        PIC X(7).
             10 TR-AD-LANG          PIC X(1).
             10 FILLER              PIC X(29).

       FD  MNT-POLICY-IN
           RECORDING MODE IS F
          05 AM-CITY                PIC X(20).
          05 AM-PROVINCE            PIC X(2).
          05 AM-POSTAL-CODE         PIC X(7).
          05 AM-LANGUAGE            PIC X(1).
          05 FILLER                 PIC X(30).

       FD  MNT-POLICY-OUT
           RECORDING MODE IS F
          05 AMO-CITY               PIC X(20).
          05 AMO-PROVINCE           PIC X(2).
          05 AMO-POSTAL-CODE        PIC X(7).
          05 AMO-LANGUAGE           PIC X(1).
          05 FILLER                 PIC X(30).

       FD  MNT-LISTING
           RECORDING MODE IS F
          05 CC-CYCLE-DATE          PIC 9(6).
          05 FILLER                 PIC X(74).

      *---------------------------------------------------------------*
      * SUITE RUN-STATE FILE - keyed by cycle date and program. Every
      * step of the nightly suite records its start, its normal end
      * with its key counts, or its abend; a step will not start
      * until the steps it depends on show a normal end for the same
      * cycle date.
      *---------------------------------------------------------------*
       FD  MNT-RUN-STATE
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
          05 WS-LAPSES-APPLIED    PIC 9(5)        VALUE 0.
          05 WS-CANCELS-APPLIED   PIC 9(5)        VALUE 0.
          05 WS-ADDRS-APPLIED     PIC 9(5)        VALUE 0.
          05 WS-LANGS-APPLIED     PIC 9(5)        VALUE 0.
          05 WS-LANG-DEFAULTED    PIC 9(5)        VALUE 0.
          05 WS-LANG-ENGLISH      PIC 9(5)        VALUE 0.
          05 WS-LANG-FRENCH       PIC 9(5)        VALUE 0.
          05 WS-POL-WRITTEN       PIC 9(5)        VALUE 0.
          05 WS-ADDR-WRITTEN      PIC 9(5)        VALUE 0.

             10 WS-AT-CITY        PIC X(20).
             10 WS-AT-PROV        PIC X(2).
             10 WS-AT-POSTAL      PIC X(7).
             10 WS-AT-LANG        PIC X(1).

      *---------------------------------------------------------------*
      * TRANSACTION DATE BREAKDOWN - YYMMDD unpack for the month/day
          05 AIM-PROV             PIC X(2).
          05 FILLER               PIC X(2)        VALUE SPACES.
          05 AIM-POSTAL           PIC X(7).
          05 FILLER               PIC X(2)        VALUE SPACES.
          05 AIM-LANG             PIC X(1).

       01 WS-SUM-LINE-ONE         PIC X(132)      VALUE ALL "-".

                                  "ADDRESSES ADDED OR CHANGED: ".
          05 SUM-ADDRS            PIC ZZ,ZZ9.

       01 WS-SUM-LANGS.
          05 FILLER               PIC X(45)       VALUE
                                  "LANGUAGE PREFERENCES CHANGED: ".
          05 SUM-LANGS            PIC ZZ,ZZ9.

       01 WS-SUM-LANG-DEFAULTED.
          05 FILLER               PIC X(45)       VALUE
                                  "LANGUAGES DEFAULTED FROM PROVINCE: ".
          05 SUM-LANG-DEFAULTED   PIC ZZ,ZZ9.

       01 WS-SUM-POL-OUT.
          05 FILLER               PIC X(45)       VALUE
                                  "POLICY MASTER RECORDS WRITTEN: ".
                                  "ADDRESS MASTER RECORDS WRITTEN: ".
          05 SUM-ADDR-OUT         PIC ZZ,ZZ9.

       01 WS-SUM-LANG-ENGLISH.
          05 FILLER               PIC X(45)       VALUE
                                  "ADDRESSES WRITTEN - ENGLISH: ".
          05 SUM-LANG-ENGLISH     PIC ZZ,ZZ9.

       01 WS-SUM-LANG-FRENCH.
          05 FILLER               PIC X(45)       VALUE
                                  "ADDRESSES WRITTEN - FRENCH: ".
          05 SUM-LANG-FRENCH      PIC ZZ,ZZ9.

      *---------------------------------------------------------------*
      * RUN-STATE CONTROL - this step's name on the suite run-state
      * file and the steps that must show a normal end for the same
      * cycle date before it may start.
      *---------------------------------------------------------------*
       77 WS-RUNST-STATUS         PIC X(2)        VALUE SPACES.

       01 WS-RUN-STEP.
          05 WS-STEP-NAME         PIC X(10)       VALUE "MSTRMNT".
          05 WS-STEP-FLAG         PIC X           VALUE 'N'.
             88 STEP-BLOCKED                      VALUE 'Y'.
          05 WS-STEP-ON-FILE      PIC X           VALUE 'N'.
             88 STEP-ON-FILE                      VALUE 'Y'.
          05 WS-END-STATE         PIC X           VALUE SPACE.
          05 WS-PRED-COUNT        PIC 9(2)        VALUE 0.
          05 WS-PRED-SUB          PIC 9(2)        VALUE 0.
          05 WS-PRED-NAMES.
             10 FILLER            PIC X(10)       VALUE SPACES.
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
                       MOVE AM-CITY        TO WS-AT-CITY(ADR-IDX)
                       MOVE AM-PROVINCE    TO WS-AT-PROV(ADR-IDX)
                       MOVE AM-POSTAL-CODE TO WS-AT-POSTAL(ADR-IDX)
                       MOVE AM-LANGUAGE    TO WS-AT-LANG(ADR-IDX)
                       IF WS-AT-LANG(ADR-IDX) NOT = "E"
                          AND WS-AT-LANG(ADR-IDX) NOT = "F"
                          PERFORM 278-DEFAULT-LANGUAGE
                       END-IF
                    ELSE
                       ADD 1 TO WS-ADDR-SKIPPED
                    END-IF
                 MOVE "MISSING POLICY NUMBER" TO WS-REJECT-REASON
              WHEN TR-ACTION <> "A" AND TR-ACTION <> "C"
                   AND TR-ACTION <> "L" AND TR-ACTION <> "X"
                   AND TR-ACTION <> "M" AND TR-ACTION <> "G"
                 SET WS-TRAN-INVALID TO TRUE
                 MOVE "UNRECOGNIZED ACTION CODE" TO WS-REJECT-REASON
              WHEN TR-ACTION = "A" AND POLICY-FOUND
              MOVE "MISSING CUSTOMER NAME" TO WS-REJECT-REASON
           END-IF.

           IF WS-TRAN-VALID AND TR-ACTION = "M"
              AND TR-AD-LANG <> SPACE AND TR-AD-LANG <> "E"
              AND TR-AD-LANG <> "F"
              SET WS-TRAN-INVALID TO TRUE
              MOVE "LANGUAGE NOT E/F" TO WS-REJECT-REASON
           END-IF.

           IF WS-TRAN-VALID AND TR-ACTION = "G"
              PERFORM 229-VALIDATE-LANGUAGE-CHANGE
           END-IF.

       225-FIND-POLICY.
           MOVE 'N' TO WS-FOUND-FLAG.
           SET POL-IDX TO 1.
              END-SEARCH
           END-IF.

      * Finds the policy's mailing block in WS-ADDR-TABLE, leaving
      * ADR-IDX on it when found.
       228-FIND-ADDRESS.
           MOVE 'N' TO WS-ADDR-FOUND-FLAG.
           SET ADR-IDX TO 1.
           IF WS-ADDR-COUNT > 0
              SEARCH WS-ADDR-ENTRY
                 AT END
                    CONTINUE
                 WHEN WS-AT-POLICY(ADR-IDX) = TR-POLICY-NO
                    SET ADDR-FOUND TO TRUE
              END-SEARCH
           END-IF.

      * A language change needs an explicit E or F, and a mailing
      * block already on file to carry it - a new customer's
      * preference comes in on the M that adds the address.
       229-VALIDATE-LANGUAGE-CHANGE.
           IF TR-AD-LANG <> "E" AND TR-AD-LANG <> "F"
              SET WS-TRAN-INVALID TO TRUE
              MOVE "LANGUAGE NOT E/F" TO WS-REJECT-REASON
           ELSE
              PERFORM 228-FIND-ADDRESS
              IF NOT ADDR-FOUND
                 SET WS-TRAN-INVALID TO TRUE
                 MOVE "ADDRESS NOT ON FILE" TO WS-REJECT-REASON
              END-IF
           END-IF.

      * Field checks for adds and changes: dates all digits, months
      * and days in range, effective on or before expiry, status one
      * of the three the report programs recognize, and a name on
                 PERFORM 250-APPLY-STATUS
              WHEN "M"
                 PERFORM 255-APPLY-ADDRESS
              WHEN "G"
                 PERFORM 258-APPLY-LANGUAGE
           END-EVALUATE.
           WRITE REPORT-LINE FROM WS-BLANK-LINE.

      * policy already has one, otherwise adds it, so a new policy's
      * first statement has somewhere to go.
       255-APPLY-ADDRESS.
           PERFORM 228-FIND-ADDRESS.
           IF ADDR-FOUND
              ADD 1 TO WS-ADDRS-APPLIED
              MOVE "ADDRESS CHANGED" TO TRL-RESULT
                 ADD 1 TO WS-ADDR-COUNT
                 SET ADR-IDX TO WS-ADDR-COUNT
                 MOVE TR-POLICY-NO TO WS-AT-POLICY(ADR-IDX)
                 MOVE SPACE TO WS-AT-LANG(ADR-IDX)
                 MOVE "ADDRESS ADDED" TO TRL-RESULT
                 WRITE REPORT-LINE FROM WS-TRAN-LINE
                 PERFORM 275-MOVE-ADDR-FIELDS
           MOVE TR-AD-CITY   TO WS-AT-CITY(ADR-IDX).
           MOVE TR-AD-PROV   TO WS-AT-PROV(ADR-IDX).
           MOVE TR-AD-POSTAL TO WS-AT-POSTAL(ADR-IDX).
           IF TR-AD-LANG NOT = SPACE
              MOVE TR-AD-LANG TO WS-AT-LANG(ADR-IDX)
           ELSE
              IF WS-AT-LANG(ADR-IDX) = SPACE
                 PERFORM 278-DEFAULT-LANGUAGE
              END-IF
           END-IF.

      * Language of correspondence from the province when none was
      * given: Quebec addresses French, all others English. With no
      * province at all, a Q-prefix (Quebec-written) policy is French.
       278-DEFAULT-LANGUAGE.
           IF WS-AT-PROV(ADR-IDX) = "QC"
              OR (WS-AT-PROV(ADR-IDX) = SPACES
                  AND WS-AT-POLICY(ADR-IDX)(1:1) = "Q")
              MOVE "F" TO WS-AT-LANG(ADR-IDX)
           ELSE
              MOVE "E" TO WS-AT-LANG(ADR-IDX)
           END-IF.
           ADD 1 TO WS-LANG-DEFAULTED.

      * Language-only change: the mailing block stays as it is.
      * 229-VALIDATE-LANGUAGE-CHANGE already left ADR-IDX on it.
       258-APPLY-LANGUAGE.
           ADD 1 TO WS-LANGS-APPLIED.
           MOVE "LANGUAGE CHANGED" TO TRL-RESULT.
           WRITE REPORT-LINE FROM WS-TRAN-LINE.
           PERFORM 270-PRINT-ADDR-BEFORE.
           MOVE TR-AD-LANG TO WS-AT-LANG(ADR-IDX).
           PERFORM 280-PRINT-ADDR-AFTER.

       260-PRINT-POLICY-BEFORE.
           MOVE "BEFORE: " TO IMG-TAG.
           MOVE WS-AT-CITY(ADR-IDX) TO AIM-CITY.
           MOVE WS-AT-PROV(ADR-IDX) TO AIM-PROV.
           MOVE WS-AT-POSTAL(ADR-IDX) TO AIM-POSTAL.
           MOVE WS-AT-LANG(ADR-IDX) TO AIM-LANG.
           WRITE REPORT-LINE FROM WS-ADDR-IMAGE-LINE.

       300-FINAL.
              MOVE WS-AT-CITY(WS-SCAN-SUB) TO AMO-CITY
              MOVE WS-AT-PROV(WS-SCAN-SUB) TO AMO-PROVINCE
              MOVE WS-AT-POSTAL(WS-SCAN-SUB) TO AMO-POSTAL-CODE
              MOVE WS-AT-LANG(WS-SCAN-SUB) TO AMO-LANGUAGE
              IF AMO-LANGUAGE = "F"
                 ADD 1 TO WS-LANG-FRENCH
              ELSE
                 ADD 1 TO WS-LANG-ENGLISH
              END-IF
              ADD 1 TO WS-ADDR-WRITTEN
              WRITE AM-REC-OUT
           END-PERFORM.
           END-PERFORM.
           CLOSE MNT-POLICY-IN.

      * Same pass-through for the address master overflow, except
      * that a blank language is defaulted from the province on the
      * way through, the same as the tabled records.
       328-PASS-ADDRESS-OVERFLOW.
           MOVE 'N' TO WS-ADDR-EOF.
           OPEN INPUT MNT-ADDR-IN.
                 AT END
                    SET ADDR-EOF-YES TO TRUE
                 NOT AT END
                    IF AM-LANGUAGE NOT = "E" AND AM-LANGUAGE NOT = "F"
                       IF AM-PROVINCE = "QC"
                          OR (AM-PROVINCE = SPACES
                              AND AM-POLICY-NO(1:1) = "Q")
                          MOVE "F" TO AM-LANGUAGE
                       ELSE
                          MOVE "E" TO AM-LANGUAGE
                       END-IF
                       ADD 1 TO WS-LANG-DEFAULTED
                    END-IF
                    IF AM-LANGUAGE = "F"
                       ADD 1 TO WS-LANG-FRENCH
                    ELSE
                       ADD 1 TO WS-LANG-ENGLISH
                    END-IF
                    ADD 1 TO WS-ADDR-WRITTEN
                    WRITE AM-REC-OUT FROM AM-REC-IN
              END-READ
           MOVE WS-ADDRS-APPLIED TO SUM-ADDRS.
           WRITE REPORT-LINE FROM WS-SUM-ADDRS.

           MOVE WS-LANGS-APPLIED TO SUM-LANGS.
           WRITE REPORT-LINE FROM WS-SUM-LANGS.

           MOVE WS-LANG-DEFAULTED TO SUM-LANG-DEFAULTED.
           WRITE REPORT-LINE FROM WS-SUM-LANG-DEFAULTED.

           MOVE WS-POL-WRITTEN TO SUM-POL-OUT.
           WRITE REPORT-LINE FROM WS-SUM-POL-OUT.

           MOVE WS-ADDR-WRITTEN TO SUM-ADDR-OUT.
           WRITE REPORT-LINE FROM WS-SUM-ADDR-OUT.

           MOVE WS-LANG-ENGLISH TO SUM-LANG-ENGLISH.
           WRITE REPORT-LINE FROM WS-SUM-LANG-ENGLISH.

           MOVE WS-LANG-FRENCH TO SUM-LANG-FRENCH.
           WRITE REPORT-LINE FROM WS-SUM-LANG-FRENCH.

      * Before any output is opened, proves that every step this one
      * depends on ended normally for the same cycle date, and
      * refuses to start otherwise - so nothing runs against an
      * extract a failed or missing step left behind. Then records
      * this step as started. The first run of all finds no
      * run-state file and creates it empty.
       900-RUN-STATE-START.
           OPEN I-O MNT-RUN-STATE.
           IF WS-RUNST-STATUS = "35"
              OPEN OUTPUT MNT-RUN-STATE
              CLOSE MNT-RUN-STATE
              OPEN I-O MNT-RUN-STATE
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
              READ MNT-RUN-STATE
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
              CLOSE MNT-RUN-STATE
              DISPLAY WS-STEP-NAME " NOT STARTED - RERUN ONCE THE "
                 "STEPS ABOVE HAVE ENDED NORMALLY"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE WS-RUN-DATE-RAW TO RS-CYCLE-DATE.
           MOVE WS-STEP-NAME TO RS-PROGRAM.
           READ MNT-RUN-STATE
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
              CLOSE MNT-RUN-STATE
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           CLOSE MNT-RUN-STATE.

       910-RUN-STATE-END.
           MOVE "E" TO WS-END-STATE.
           PERFORM 915-RECORD-RUN-END.

      * Stamps this step's run-state record with how it ended, when,
      * its return code and its key counts. An end that cannot be
      * recorded is reported loudly: the steps after this one will
      * refuse to start until the record is put right.
       915-RECORD-RUN-END.
           OPEN I-O MNT-RUN-STATE.
           IF WS-RUNST-STATUS NOT = "00"
              DISPLAY "WARNING: RUN-STATE FILE UNUSABLE - STATUS "
                 WS-RUNST-STATUS " - END OF " WS-STEP-NAME
                 " NOT RECORDED"
           ELSE
              MOVE WS-RUN-DATE-RAW TO RS-CYCLE-DATE
              MOVE WS-STEP-NAME TO RS-PROGRAM
              READ MNT-RUN-STATE
                 INVALID KEY
                    DISPLAY "WARNING: NO RUN-STATE RECORD FOR "
                       WS-STEP-NAME " - END NOT RECORDED"
                 NOT INVALID KEY
                    MOVE WS-END-STATE TO RS-STATE
                    ACCEPT RS-END-DATE FROM DATE
                    ACCEPT RS-END-TIME FROM TIME
                    MOVE RETURN-CODE TO RS-RETURN-CODE
                    MOVE WS-TRAN-READ TO RS-INPUT-COUNT
                    MOVE WS-TRAN-APPLIED TO RS-OUTPUT-COUNT
                    MOVE WS-TRAN-REJECTED TO RS-EXCEPT-COUNT
                    REWRITE RUN-STATE-REC
                       INVALID KEY
                          DISPLAY "WARNING: END OF " WS-STEP-NAME
                             " NOT RECORDED - STATUS "
                             WS-RUNST-STATUS
                    END-REWRITE
              END-READ
              CLOSE MNT-RUN-STATE
           END-IF.

       END PROGRAM MSTRMNT.
