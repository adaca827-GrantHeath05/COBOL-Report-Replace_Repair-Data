      * every run, so CASHAPP can apply the lockbox receipts against
      * open balances and DEDAGE can age what is still owing.
      *
      * Each statement prints in the customer's language of
      * correspondence off the address master: the whole statement
      * in French, with French dates (15 OCTOBRE 2026) and amounts
      * (1 234,56 $), for a customer whose preference is F - or,
      * with no preference on file, a Quebec address or, with no
      * address at all, a Q-prefix policy - and in English otherwise.
      *
      * Files:
      * Input file:  BILLRPR  - repair billing extract
      * Input file:  BILLRPL  - replace billing extract
      * Input file:  RECVIN   - receivables master, prior generation
      * Output file: RECVOUT  - receivables master, new generation
      * Output file: STMTOUT  - printed statements
      * I-O file:    CLMSTAT  - claim status master, claims billed
      * I-O file:    RUNSTATE - suite run-state, this step
      *
      * Sort file:   STMTSWRK

           SELECT STMT-CYCLE-CTL ASSIGN TO CYCLECTL
                                ORGANIZATION IS SEQUENTIAL
                                FILE STATUS IS WS-CYCLE-STATUS.
           SELECT STMT-CLAIM-STATUS ASSIGN TO CLMSTAT
                                ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD KEY IS CST-CLAIM-NO
                                ALTERNATE RECORD KEY IS CST-POLICY-NO
                                   WITH DUPLICATES
                                FILE STATUS IS WS-CLMSTAT-STATUS.
           SELECT STMT-RUN-STATE ASSIGN TO RUNSTATE
                                ORGANIZATION IS INDEXED
                                ACCESS MODE IS RANDOM
                                RECORD KEY IS RS-KEY
                                FILE STATUS IS WS-RUNST-STATUS.

       DATA DIVISION.
       FILE SECTION.
          05 BL-AMOUNT              PIC 9(7)V99.
          05 BL-DEDUCT              PIC 9(7)V99.
          05 BL-CLAIM-DATE          PIC 9(6).
          05 BL-CLAIM-NO            PIC X(12).
          05 FILLER                 PIC X(4).

      *---------------------------------------------------------------*
      * CUSTOMER NAME-AND-ADDRESS MASTER - keyed by policy number,
          05 AM-CITY                PIC X(20).
          05 AM-PROVINCE            PIC X(2).
          05 AM-POSTAL-CODE         PIC X(7).
          05 AM-LANGUAGE            PIC X(1).
          05 FILLER                 PIC X(30).

      *---------------------------------------------------------------*
      * DEDUCTIBLE RECEIVABLES MASTER - one record per statement
      * charge, carried forward old generation to new every run with
      * this run's charges appended. RV-STATUS is O(pen), P(aid) or
      * F (paid by offset); CASHAPP updates RV-PAID and RV-STATUS as
      * lockbox receipts apply, PAYDISB as open charges are offset
      * against claim payments, and DEDAGE ages whatever stays open.
      *---------------------------------------------------------------*
       FD  STMT-RECV-IN
           RECORDING MODE IS F
          05 CC-CYCLE-DATE          PIC 9(6).
          05 FILLER                 PIC X(74).

      *---------------------------------------------------------------*
      * CLAIM STATUS MASTER - keyed by permanent claim number, written
      * at adjudication by RPRREPORT/RPLREPORT. Every claim line that
      * prints on a statement is stamped billed with the statement date.
      *---------------------------------------------------------------*
       FD  STMT-CLAIM-STATUS
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
       FD  STMT-RUN-STATE
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
       77 WS-RECV-IN-STATUS       PIC X(2)        VALUE SPACES.
       77 WS-CLMSTAT-STATUS       PIC X(2)        VALUE SPACES.

       01 WS-FLAGS.
          05 WS-EOF               PIC X           VALUE 'N'.
             88 ADDR-FOUND                        VALUE 'Y'.
          05 WS-RECV-EOF          PIC X           VALUE 'N'.
             88 RECV-EOF-YES                      VALUE 'Y'.
          05 WS-CLMSTAT-OPEN      PIC X           VALUE 'N'.
             88 CLMSTAT-OPEN-YES                  VALUE 'Y'.
          05 WS-LANG-FLAG         PIC X           VALUE 'E'.
             88 LANG-ENGLISH                      VALUE 'E'.
             88 LANG-FRENCH                       VALUE 'F'.

       01 WS-COUNTERS.
          05 WS-BILL-READ         PIC 9(6)        VALUE 0.
          05 WS-GRAND-DEDUCT      PIC 9(11)V99    VALUE 0.
          05 WS-RECV-CARRIED      PIC 9(6)        VALUE 0.
          05 WS-RECV-POSTED       PIC 9(5)        VALUE 0.
          05 WS-CLAIMS-BILLED     PIC 9(6)        VALUE 0.
          05 WS-CLAIMS-UNMARKED   PIC 9(6)        VALUE 0.
          05 WS-STMT-ENGLISH      PIC 9(5)        VALUE 0.
          05 WS-STMT-FRENCH       PIC 9(5)        VALUE 0.

      *---------------------------------------------------------------*
      * STATEMENT CONTROL BREAK - one statement per policy number.
             10 WS-AT-CITY        PIC X(20).
             10 WS-AT-PROV        PIC X(2).
             10 WS-AT-POSTAL      PIC X(7).
             10 WS-AT-LANG        PIC X(1).

       01 WS-RUN-DATE-RAW         PIC 9(6)        VALUE 0.
       01 WS-RUN-DATE-BREAKDOWN REDEFINES WS-RUN-DATE-RAW.
          05 WS-RUN-DD            PIC 99.
       01 WS-RUN-DATE-ED          PIC X(10)       VALUE SPACES.

      *---------------------------------------------------------------*
      * FRENCH DATE AND AMOUNT EDITING - dates print day, month name
      * and year (1ER for the first of the month); amounts print with
      * a space between thousands, a decimal comma and the dollar
      * sign after the figure, right-aligned for the claim columns.
      *---------------------------------------------------------------*
       01 WS-FR-MONTH-NAMES.
          05 FILLER               PIC X(9)        VALUE "JANVIER".
          05 FILLER               PIC X(9)        VALUE "FEVRIER".
          05 FILLER               PIC X(9)        VALUE "MARS".
          05 FILLER               PIC X(9)        VALUE "AVRIL".
          05 FILLER               PIC X(9)        VALUE "MAI".
          05 FILLER               PIC X(9)        VALUE "JUIN".
          05 FILLER               PIC X(9)        VALUE "JUILLET".
          05 FILLER               PIC X(9)        VALUE "AOUT".
          05 FILLER               PIC X(9)        VALUE "SEPTEMBRE".
          05 FILLER               PIC X(9)        VALUE "OCTOBRE".
          05 FILLER               PIC X(9)        VALUE "NOVEMBRE".
          05 FILLER               PIC X(9)        VALUE "DECEMBRE".
       01 WS-FR-MONTH-TABLE REDEFINES WS-FR-MONTH-NAMES.
          05 WS-FR-MONTH          PIC X(9)        OCCURS 12 TIMES.

       01 WS-FR-DATE-IN           PIC 9(6)        VALUE 0.
       01 WS-FR-DATE-BREAKDOWN REDEFINES WS-FR-DATE-IN.
          05 WS-FR-YY             PIC 99.
          05 WS-FR-MM             PIC 99.
          05 WS-FR-DD             PIC 99.
       01 WS-FR-DAY-ED            PIC Z9.
       01 WS-FR-DATE-OUT          PIC X(18)       VALUE SPACES.

       01 WS-FR-AMOUNT-IN         PIC 9(9)V99     VALUE 0.
       01 WS-FR-AMOUNT-ED         PIC ZZZBZZZBZZ9.99.
       01 WS-FR-AMOUNT-OUT        PIC X(16)       VALUE SPACES.

       01 WS-BLANK-LINE           PIC X(132)      VALUE SPACES.

       01 WS-STMT-HEADING.
          05 FILLER               PIC X(30)       VALUE
                                  "*** ADDRESS NOT ON FILE ***".

      *---------------------------------------------------------------*
      * FRENCH STATEMENT - the same statement line for line, worded
      * in French, with the claim date spelled out and the amount
      * columns widened for the French figures.
      *---------------------------------------------------------------*
       01 WS-FR-HEADING.
          05 FILLER               PIC X(10)       VALUE SPACES.
          05 FILLER               PIC X(40)       VALUE
                                  "RELEVE DES FRANCHISES A PAYER".
          05 FILLER               PIC X(20)       VALUE SPACES.
          05 FILLER               PIC X(17)       VALUE
                                  "DATE DU RELEVE : ".
          05 FR-DATE              PIC X(18).

       01 WS-FR-POLICY-LINE.
          05 FILLER               PIC X(10)       VALUE SPACES.
          05 FILLER               PIC X(9)        VALUE "POLICE : ".
          05 FR-POLICY            PIC X(10).

       01 WS-FR-COL-HEADS.
          05 FILLER               PIC X(10)       VALUE SPACES.
          05 FILLER               PIC X(20)       VALUE
                                  "DATE DE RECLAMATION".
          05 FILLER               PIC X(14)       VALUE "TYPE".
          05 FILLER               PIC X(6)        VALUE "PRD".
          05 FILLER               PIC X(16)       VALUE
                                  "       MONTANT".
          05 FILLER               PIC X(2)        VALUE SPACES.
          05 FILLER               PIC X(16)       VALUE
                                  "     FRANCHISE".

       01 WS-FR-DETAIL.
          05 FILLER               PIC X(10)       VALUE SPACES.
          05 FR-CLAIM-DATE        PIC X(18).
          05 FILLER               PIC X(2)        VALUE SPACES.
          05 FR-TYPE              PIC X(12).
          05 FILLER               PIC X(2)        VALUE SPACES.
          05 FR-PROD              PIC X(3).
          05 FILLER               PIC X(3)        VALUE SPACES.
          05 FR-AMOUNT            PIC X(16).
          05 FILLER               PIC X(2)        VALUE SPACES.
          05 FR-DEDUCT            PIC X(16).

       01 WS-FR-TOTAL-LINE.
          05 FILLER               PIC X(10)       VALUE SPACES.
          05 FILLER               PIC X(32)       VALUE
                                  "TOTAL DES FRANCHISES A PAYER : ".
          05 FR-TOTAL             PIC X(16).

       01 WS-FR-ADDR-MISSING-LINE.
          05 FILLER               PIC X(10)       VALUE SPACES.
          05 FILLER               PIC X(30)       VALUE
                                  "*** ADRESSE NON AU DOSSIER ***".

       01 WS-SUM-LINE-ONE         PIC X(132)      VALUE ALL "-".

       01 WS-SUM-TITLE.
                                  "STATEMENTS PRINTED: ".
          05 SUM-STMTS            PIC ZZ,ZZ9.

       01 WS-SUM-ENGLISH.
          05 FILLER               PIC X(45)       VALUE
                                  "  STATEMENTS PRINTED IN ENGLISH: ".
          05 SUM-ENGLISH          PIC ZZ,ZZ9.

       01 WS-SUM-FRENCH.
          05 FILLER               PIC X(45)       VALUE
                                  "  STATEMENTS PRINTED IN FRENCH: ".
          05 SUM-FRENCH           PIC ZZ,ZZ9.

       01 WS-SUM-MISSING.
          05 FILLER               PIC X(45)       VALUE
                                  "STATEMENTS WITH NO ADDRESS ON FILE:".
                                  "RECEIVABLE CHARGES POSTED: ".
          05 SUM-POSTED           PIC ZZ,ZZ9.

       01 WS-SUM-CLAIMS-BILLED.
          05 FILLER               PIC X(45)       VALUE
                                  "CLAIMS MARKED BILLED: ".
          05 SUM-CLAIMS-BILLED    PIC ZZZ,ZZ9.

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
          05 WS-STEP-NAME         PIC X(10)       VALUE "DEDSTMT".
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
                OUTPUT STMT-RECV-OUT.
           PERFORM 110-LOAD-ADDRESS-MASTER.
           PERFORM 120-CARRY-RECEIVABLES-FWD.
           PERFORM 130-OPEN-CLAIM-STATUS.
           PERFORM 210-READ-RECORD.

      * The run date is the business date off the cycle control
              DISPLAY "NO PRIOR RECEIVABLES MASTER - STARTING NEW"
           END-IF.

      * The claim status master is updated in place. Without it the
      * statements still print - only the billed stamps are skipped.
       130-OPEN-CLAIM-STATUS.
           OPEN I-O STMT-CLAIM-STATUS.
           IF WS-CLMSTAT-STATUS = "00"
              SET CLMSTAT-OPEN-YES TO TRUE
           ELSE
              DISPLAY "WARNING: NO CLAIM STATUS MASTER - STATUS "
                 WS-CLMSTAT-STATUS " - CLAIMS NOT MARKED BILLED"
           END-IF.

      * Reads the whole name-and-address master into WS-ADDR-TABLE so
      * each statement head is a straight table lookup by policy.
       110-LOAD-ADDRESS-MASTER.
                       MOVE AM-CITY        TO WS-AT-CITY(ADR-IDX)
                       MOVE AM-PROVINCE    TO WS-AT-PROV(ADR-IDX)
                       MOVE AM-POSTAL-CODE TO WS-AT-POSTAL(ADR-IDX)
                       MOVE AM-LANGUAGE    TO WS-AT-LANG(ADR-IDX)
                    ELSE
                       ADD 1 TO WS-ADDR-SKIPPED
                    END-IF

      * Starts a statement: statement head, mailing block from the
      * address master (or the ADDRESS NOT ON FILE marker and the name
      * as the claim spelled it), then the claim column headings -
      * in the customer's language, which holds for every line of
      * the statement through its total.
       230-OPEN-STATEMENT.
           ADD 1 TO WS-STMT-COUNT.
           MOVE BL-POLICY-NO TO WS-PREV-POLICY.
              WRITE REPORT-LINE FROM WS-BLANK-LINE
              WRITE REPORT-LINE FROM WS-BLANK-LINE
           END-IF.
           PERFORM 235-LOOKUP-ADDRESS.
           PERFORM 237-SET-LANGUAGE.
           IF LANG-FRENCH
              ADD 1 TO WS-STMT-FRENCH
              MOVE WS-RUN-DATE-RAW TO WS-FR-DATE-IN
              PERFORM 270-FORMAT-FRENCH-DATE
              MOVE WS-FR-DATE-OUT TO FR-DATE
              WRITE REPORT-LINE FROM WS-FR-HEADING
              WRITE REPORT-LINE FROM WS-BLANK-LINE
              MOVE BL-POLICY-NO TO FR-POLICY
              WRITE REPORT-LINE FROM WS-FR-POLICY-LINE
           ELSE
              ADD 1 TO WS-STMT-ENGLISH
              MOVE WS-RUN-DATE-ED TO STMT-DATE
              WRITE REPORT-LINE FROM WS-STMT-HEADING
              WRITE REPORT-LINE FROM WS-BLANK-LINE
              MOVE BL-POLICY-NO TO STMT-POLICY
              WRITE REPORT-LINE FROM WS-STMT-POLICY-LINE
           END-IF.

           IF ADDR-FOUND
              MOVE WS-AT-NAME(ADR-IDX) TO WS-STMT-CUST-NAME
           ELSE
              ADD 1 TO WS-ADDR-MISSING
              MOVE BL-CUST-NAME TO STMT-NAME
              WRITE REPORT-LINE FROM WS-STMT-NAME-LINE
              IF LANG-FRENCH
                 WRITE REPORT-LINE FROM WS-FR-ADDR-MISSING-LINE
              ELSE
                 WRITE REPORT-LINE FROM WS-ADDR-MISSING-LINE
              END-IF
           END-IF.

           WRITE REPORT-LINE FROM WS-BLANK-LINE.
           IF LANG-FRENCH
              WRITE REPORT-LINE FROM WS-FR-COL-HEADS
           ELSE
              WRITE REPORT-LINE FROM WS-STMT-COL-HEADS
           END-IF.
           WRITE REPORT-LINE FROM WS-BLANK-LINE.

       235-LOOKUP-ADDRESS.
                 SET ADDR-FOUND TO TRUE
           END-SEARCH.

      * The customer's language of correspondence. The address
      * master preference decides when there is one; a record
      * MSTRMNT has not yet defaulted falls back on the province
      * (QC is French), and a statement with no address on file at
      * all goes French for a Q-prefix (Quebec-written) policy.
       237-SET-LANGUAGE.
           MOVE "E" TO WS-LANG-FLAG.
           IF ADDR-FOUND
              EVALUATE TRUE
                 WHEN WS-AT-LANG(ADR-IDX) = "F"
                    MOVE "F" TO WS-LANG-FLAG
                 WHEN WS-AT-LANG(ADR-IDX) = "E"
                    CONTINUE
                 WHEN WS-AT-PROV(ADR-IDX) = "QC"
                    MOVE "F" TO WS-LANG-FLAG
                 WHEN WS-AT-PROV(ADR-IDX) = SPACES
                      AND BL-POLICY-NO(1:1) = "Q"
                    MOVE "F" TO WS-LANG-FLAG
              END-EVALUATE
           ELSE
              IF BL-POLICY-NO(1:1) = "Q"
                 MOVE "F" TO WS-LANG-FLAG
              END-IF
           END-IF.

       240-PRINT-CLAIM-LINE.
           ADD 1 TO WS-LINE-ITEM-COUNT.
           ADD BL-DEDUCT TO WS-STMT-DEDUCT.
           ADD BL-DEDUCT TO WS-GRAND-DEDUCT.
           IF LANG-FRENCH
              PERFORM 242-PRINT-FRENCH-CLAIM-LINE
           ELSE
              MOVE BL-CLAIM-DATE TO STMT-CLAIM-DATE
              MOVE BL-CLAIM-TYPE TO STMT-TYPE
              MOVE BL-PROD-CODE TO STMT-PROD
              MOVE BL-AMOUNT TO STMT-AMOUNT
              MOVE BL-DEDUCT TO STMT-DEDUCT
              WRITE REPORT-LINE FROM WS-STMT-DETAIL
           END-IF.
           IF CLMSTAT-OPEN-YES AND BL-CLAIM-NO NOT = SPACES
              PERFORM 245-MARK-CLAIM-BILLED
           END-IF.

       242-PRINT-FRENCH-CLAIM-LINE.
           MOVE BL-CLAIM-DATE TO WS-FR-DATE-IN.
           PERFORM 270-FORMAT-FRENCH-DATE.
           MOVE WS-FR-DATE-OUT TO FR-CLAIM-DATE.
           EVALUATE BL-CLAIM-TYPE
              WHEN "REPAIR"
                 MOVE "REPARATION" TO FR-TYPE
              WHEN "REPLACE"
                 MOVE "REMPLACEMENT" TO FR-TYPE
              WHEN OTHER
                 MOVE BL-CLAIM-TYPE TO FR-TYPE
           END-EVALUATE.
           MOVE BL-PROD-CODE TO FR-PROD.
           MOVE BL-AMOUNT TO WS-FR-AMOUNT-IN.
           PERFORM 275-FORMAT-FRENCH-AMOUNT.
           MOVE WS-FR-AMOUNT-OUT TO FR-AMOUNT.
           MOVE BL-DEDUCT TO WS-FR-AMOUNT-IN.
           PERFORM 275-FORMAT-FRENCH-AMOUNT.
           MOVE WS-FR-AMOUNT-OUT TO FR-DEDUCT.
           WRITE REPORT-LINE FROM WS-FR-DETAIL.

      * Stamps the claim just printed as billed on this statement's
      * date. A claim number the master doesn't know is warned and
      * counted; the statement line stands.
       245-MARK-CLAIM-BILLED.
           MOVE BL-CLAIM-NO TO CST-CLAIM-NO.
           READ STMT-CLAIM-STATUS
              INVALID KEY
                 ADD 1 TO WS-CLAIMS-UNMARKED
                 DISPLAY "WARNING: CLAIM " CST-CLAIM-NO
                    " NOT ON CLAIM STATUS MASTER - NOT MARKED BILLED"
              NOT INVALID KEY
                 MOVE WS-RUN-DATE-RAW TO CST-BILLED-DATE
                 REWRITE CLAIM-STATUS-REC
                 ADD 1 TO WS-CLAIMS-BILLED
           END-READ.

       250-CLOSE-STATEMENT.
           WRITE REPORT-LINE FROM WS-BLANK-LINE.
           IF LANG-FRENCH
              MOVE WS-STMT-DEDUCT TO WS-FR-AMOUNT-IN
              PERFORM 275-FORMAT-FRENCH-AMOUNT
              MOVE WS-FR-AMOUNT-OUT TO FR-TOTAL
              WRITE REPORT-LINE FROM WS-FR-TOTAL-LINE
           ELSE
              MOVE WS-STMT-DEDUCT TO STMT-TOTAL
              WRITE REPORT-LINE FROM WS-STMT-TOTAL-LINE
           END-IF.
           PERFORM 260-POST-RECEIVABLE-CHARGE.

      * Posts the statement total just printed as an open charge on
              WRITE RV-REC-OUT
           END-IF.

      * YYMMDD in WS-FR-DATE-IN to WS-FR-DATE-OUT as the French
      * long date, 3 SEPTEMBRE 2026 / 1ER OCTOBRE 2026. A month out
      * of range prints the date as it came.
       270-FORMAT-FRENCH-DATE.
           MOVE SPACES TO WS-FR-DATE-OUT.
           IF WS-FR-MM < 1 OR WS-FR-MM > 12
              MOVE WS-FR-DATE-IN TO WS-FR-DATE-OUT
           ELSE
              IF WS-FR-DD = 1
                 STRING "1ER "                   DELIMITED BY SIZE
                        WS-FR-MONTH(WS-FR-MM)    DELIMITED BY SPACE
                        " 20"                    DELIMITED BY SIZE
                        WS-FR-YY                 DELIMITED BY SIZE
                    INTO WS-FR-DATE-OUT
                 END-STRING
              ELSE
                 MOVE WS-FR-DD TO WS-FR-DAY-ED
                 STRING FUNCTION TRIM(WS-FR-DAY-ED) DELIMITED BY SIZE
                        " "                      DELIMITED BY SIZE
                        WS-FR-MONTH(WS-FR-MM)    DELIMITED BY SPACE
                        " 20"                    DELIMITED BY SIZE
                        WS-FR-YY                 DELIMITED BY SIZE
                    INTO WS-FR-DATE-OUT
                 END-STRING
              END-IF
           END-IF.

      * WS-FR-AMOUNT-IN to WS-FR-AMOUNT-OUT in French form: space
      * between thousands, decimal comma, dollar sign after -
      * 1 234,56 $ - kept at full width so the columns line up.
       275-FORMAT-FRENCH-AMOUNT.
           MOVE WS-FR-AMOUNT-IN TO WS-FR-AMOUNT-ED.
           INSPECT WS-FR-AMOUNT-ED REPLACING ALL "." BY ",".
           MOVE SPACES TO WS-FR-AMOUNT-OUT.
           STRING WS-FR-AMOUNT-ED              DELIMITED BY SIZE
                  " $"                         DELIMITED BY SIZE
              INTO WS-FR-AMOUNT-OUT
           END-STRING.

       300-FINAL.
           IF WS-PREV-POLICY NOT = SPACES
              PERFORM 250-CLOSE-STATEMENT
           END-IF.
           PERFORM 310-SUMMARY-TOTALS.
           CLOSE STMT-SORTED STMT-PRINT STMT-RECV-OUT.
           IF CLMSTAT-OPEN-YES
              CLOSE STMT-CLAIM-STATUS
           END-IF.

       310-SUMMARY-TOTALS.
           WRITE REPORT-LINE FROM WS-BLANK-LINE.
           MOVE WS-STMT-COUNT TO SUM-STMTS.
           WRITE REPORT-LINE FROM WS-SUM-STMTS.

           MOVE WS-STMT-ENGLISH TO SUM-ENGLISH.
           WRITE REPORT-LINE FROM WS-SUM-ENGLISH.

           MOVE WS-STMT-FRENCH TO SUM-FRENCH.
           WRITE REPORT-LINE FROM WS-SUM-FRENCH.

           MOVE WS-ADDR-MISSING TO SUM-MISSING.
           WRITE REPORT-LINE FROM WS-SUM-MISSING.

           MOVE WS-RECV-POSTED TO SUM-POSTED.
           WRITE REPORT-LINE FROM WS-SUM-POSTED.

           MOVE WS-CLAIMS-BILLED TO SUM-CLAIMS-BILLED.
           WRITE REPORT-LINE FROM WS-SUM-CLAIMS-BILLED.

           MOVE WS-CLAIMS-UNMARKED TO SUM-CLAIMS-UNMARKED.
           WRITE REPORT-LINE FROM WS-SUM-CLAIMS-UNMARKED.

      * Before any output is opened, proves that every step this one
      * depends on ended normally for the same cycle date, and
      * refuses to start otherwise - so nothing runs against an
      * extract a failed or missing step left behind. Then records
      * this step as started. The first run of all finds no
      * run-state file and creates it empty.
       900-RUN-STATE-START.
           OPEN I-O STMT-RUN-STATE.
           IF WS-RUNST-STATUS = "35"
              OPEN OUTPUT STMT-RUN-STATE
              CLOSE STMT-RUN-STATE
              OPEN I-O STMT-RUN-STATE
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
              READ STMT-RUN-STATE
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
              CLOSE STMT-RUN-STATE
              DISPLAY WS-STEP-NAME " NOT STARTED - RERUN ONCE THE "
                 "STEPS ABOVE HAVE ENDED NORMALLY"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE WS-RUN-DATE-RAW TO RS-CYCLE-DATE.
           MOVE WS-STEP-NAME TO RS-PROGRAM.
           READ STMT-RUN-STATE
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
              CLOSE STMT-RUN-STATE
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           CLOSE STMT-RUN-STATE.

       910-RUN-STATE-END.
           MOVE "E" TO WS-END-STATE.
           PERFORM 915-RECORD-RUN-END.

      * Stamps this step's run-state record with how it ended, when,
      * its return code and its key counts. An end that cannot be
      * recorded is reported loudly: the steps after this one will
      * refuse to start until the record is put right.
       915-RECORD-RUN-END.
           OPEN I-O STMT-RUN-STATE.
           IF WS-RUNST-STATUS NOT = "00"
              DISPLAY "WARNING: RUN-STATE FILE UNUSABLE - STATUS "
                 WS-RUNST-STATUS " - END OF " WS-STEP-NAME
                 " NOT RECORDED"
           ELSE
              MOVE WS-RUN-DATE-RAW TO RS-CYCLE-DATE
              MOVE WS-STEP-NAME TO RS-PROGRAM
              READ STMT-RUN-STATE
                 INVALID KEY
                    DISPLAY "WARNING: NO RUN-STATE RECORD FOR "
                       WS-STEP-NAME " - END NOT RECORDED"
                 NOT INVALID KEY
                    MOVE WS-END-STATE TO RS-STATE
                    ACCEPT RS-END-DATE FROM DATE
                    ACCEPT RS-END-TIME FROM TIME
                    MOVE RETURN-CODE TO RS-RETURN-CODE
                    MOVE WS-BILL-READ TO RS-INPUT-COUNT
                    MOVE WS-STMT-COUNT TO RS-OUTPUT-COUNT
                    MOVE WS-ADDR-MISSING TO RS-EXCEPT-COUNT
                    REWRITE RUN-STATE-REC
                       INVALID KEY
                          DISPLAY "WARNING: END OF " WS-STEP-NAME
                             " NOT RECORDED - STATUS "
                             WS-RUNST-STATUS
                    END-REWRITE
              END-READ
              CLOSE STMT-RUN-STATE
           END-IF.

       END PROGRAM DEDSTMT.
