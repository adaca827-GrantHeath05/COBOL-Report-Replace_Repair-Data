       IDENTIFICATION DIVISION.
       PROGRAM-ID.    TAXRMIT.
       AUTHOR.        Grant Heath.
       DATE-WRITTEN.  2026-10-15.

      * Description:
      * Monthly sales tax remittance by province. RPRREPORT and
      * RPLREPORT settle GST/HST/QST on every approved claim and
      * append one sales tax ledger record per taxed category of the
      * claim. This program reads the ledger, keeps the records
      * whose run date falls in the remittance month, and prints the
      * taxable base and tax by province and category, with
      * province and grand totals finance files from.
      *
      * The ledger is appended to, so a restarted or rerun cycle
      * writes a claim's tax a second time. The month's records are
      * sorted by claim, category, run date and ledger order, and
      * only the last record for each claim and category is
      * remitted - the figure the latest run settled on. The
      * earlier ones are counted as superseded on the run summary.
      *
      * The remittance month is the cycle month by default; a
      * TAX-REMIT-MONTH entry (YYMM) on the shared run parameter
      * card picks an earlier month for a late filing or a refile.
      * The tax on each ledger record is the same figure the report
      * programs rolled into the night's GL extract as a 2300SLTX
      * debit, so the month's grand total agrees to that account's
      * debits for the month and each province total to its region
      * cost centres. The ledger is only read here - nothing on it
      * is changed.
      *
      * Files:
      * Input file:  TAXHIST  - sales tax ledger (both streams)
      * Input file:  CYCLECTL - cycle control record
      * Input file:  PARMFILE - shared run parameter card
      * Output file: TAXRPT   - sales tax remittance report
      * Work file:   TAXSRTD  - the month's ledger records, sorted
      * Sort file:   TAXSWRK  - sort work

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TAX-LEDGER-IN ASSIGN TO TAXHIST
                                ORGANIZATION IS SEQUENTIAL
                                FILE STATUS IS WS-TAXHIST-STATUS.
           SELECT TAX-SORTED    ASSIGN TO TAXSRTD
                                ORGANIZATION IS SEQUENTIAL.
           SELECT TAX-SORT-WORK ASSIGN TO TAXSWRK.
           SELECT TAX-REPORT    ASSIGN TO TAXRPT
                                ORGANIZATION IS SEQUENTIAL.
           SELECT TAX-PARM-IN   ASSIGN TO PARMFILE
                                ORGANIZATION IS SEQUENTIAL
                                FILE STATUS IS WS-PARM-STATUS.
           SELECT TAX-CYCLE-CTL ASSIGN TO CYCLECTL
                                ORGANIZATION IS SEQUENTIAL
                                FILE STATUS IS WS-CYCLE-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *---------------------------------------------------------------*
      * SALES TAX LEDGER - one record per taxed category of every
      * approved claim, as RPRREPORT and RPLREPORT append it. The
      * region is the province the claim settled in (5 = UNASSIGNED,
      * written at no tax); the category is P parts, L labour, F
      * shop fees or R replacement goods.
      *---------------------------------------------------------------*
       FD  TAX-LEDGER-IN
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01 TAX-REC.
          05 TX-CLAIM-NO            PIC X(12).
          05 TX-POLICY-NO           PIC X(10).
          05 TX-SOURCE              PIC X(3).
          05 TX-REGION              PIC 9(1).
          05 TX-CATEGORY            PIC X(1).
          05 TX-TAXABLE-BASE        PIC 9(7)V99.
          05 TX-RATE                PIC V9(5).
          05 TX-TAX-AMOUNT          PIC 9(7)V99.
          05 TX-CLAIM-DATE          PIC 9(6).
          05 TX-RUN-DATE            PIC 9(6).
          05 TX-PROD-CODE           PIC X(3).
          05 FILLER                 PIC X(15).

      * The sort record carries the duplicate keys ahead of the
      * ledger record: claim and category pick out the records that
      * stand for the same tax, and the run date and the order the
      * record was read from the ledger put the latest one last.
       SD  TAX-SORT-WORK
           RECORD CONTAINS 106 CHARACTERS.
       01 SRT-REC.
          05 SRT-CLAIM-NO           PIC X(12).
          05 SRT-CATEGORY           PIC X(1).
          05 SRT-RUN-DATE           PIC 9(6).
          05 SRT-LEDGER-SEQ         PIC 9(7).
          05 SRT-DATA               PIC X(80).

       FD  TAX-SORTED
           RECORDING MODE IS F
           RECORD CONTAINS 106 CHARACTERS.
       01 TAX-SRTD-REC.
          05 SRTD-CLAIM-NO          PIC X(12).
          05 SRTD-CATEGORY          PIC X(1).
          05 FILLER                 PIC X(13).
          05 SRTD-DATA              PIC X(80).

       FD  TAX-REPORT
           RECORDING MODE IS F
           RECORD CONTAINS 132 CHARACTERS.
       01 REPORT-LINE             PIC X(132).

      *---------------------------------------------------------------*
      * RUN PARAMETER CARD - same shared card the report programs
      * read; this program takes TAX-REMIT-MONTH from it and ignores
      * the keywords the other programs own.
      *---------------------------------------------------------------*
       FD  TAX-PARM-IN
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01 PARM-REC-IN.
          05 PRM-KEYWORD            PIC X(20).
          05 PRM-VALUE              PIC X(20).
          05 FILLER                 PIC X(40).

      *---------------------------------------------------------------*
      * CYCLE CONTROL RECORD - the business date this run belongs to.
      *---------------------------------------------------------------*
       FD  TAX-CYCLE-CTL
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01 CYCLE-REC-IN.
          05 CC-CYCLE-DATE          PIC 9(6).
          05 FILLER                 PIC X(74).

       WORKING-STORAGE SECTION.

       77 WS-CYCLE-STATUS         PIC X(2)        VALUE SPACES.
       77 WS-TAXHIST-STATUS       PIC X(2)        VALUE SPACES.
       77 WS-PARM-STATUS          PIC X(2)        VALUE SPACES.

       01 WS-FLAGS.
          05 WS-EOF               PIC X           VALUE 'N'.
             88 EOF-YES                           VALUE 'Y'.
          05 WS-PARM-EOF          PIC X           VALUE 'N'.
             88 PARM-EOF-YES                      VALUE 'Y'.
          05 WS-PROV-FLAG         PIC X           VALUE 'N'.
             88 PROV-HAS-ACTIVITY                 VALUE 'Y'.

       01 WS-COUNTERS.
          05 WS-LEDGER-READ       PIC 9(7)        VALUE 0.
          05 WS-LEDGER-IN-MONTH   PIC 9(7)        VALUE 0.
          05 WS-LEDGER-OTHER      PIC 9(7)        VALUE 0.
          05 WS-LEDGER-BAD        PIC 9(5)        VALUE 0.
          05 WS-LEDGER-SUPERSEDED PIC 9(7)        VALUE 0.
          05 WS-GRAND-COUNT       PIC 9(7)        VALUE 0.
          05 WS-GRAND-BASE        PIC 9(11)V99    VALUE 0.
          05 WS-GRAND-TAX         PIC 9(11)V99    VALUE 0.
          05 WS-PROV-COUNT        PIC 9(7)        VALUE 0.
          05 WS-PROV-BASE         PIC 9(11)V99    VALUE 0.
          05 WS-PROV-TAX          PIC 9(11)V99    VALUE 0.

      *---------------------------------------------------------------*
      * REMITTANCE ACCUMULATORS - ledger lines, taxable base and tax
      * by region (1-5, the suite's region IDs) and category (in
      * WS-CAT-CODES order: parts, labour, fees, replacement).
      *---------------------------------------------------------------*
       01 WS-REMIT-TABLE.
          05 WS-RM-REGION-GRP OCCURS 5 TIMES.
             10 WS-RM-CAT-GRP OCCURS 4 TIMES.
                15 WS-RM-COUNT    PIC 9(7)        VALUE 0.
                15 WS-RM-BASE     PIC 9(11)V99    VALUE 0.
                15 WS-RM-TAX      PIC 9(11)V99    VALUE 0.

      *---------------------------------------------------------------*
      * HELD LEDGER RECORD - the sorted record being looked at, kept
      * while the next one is read to see whether a later record for
      * the same claim and category supersedes it.
      *---------------------------------------------------------------*
       01 WS-HELD-REC.
          05 HLD-CLAIM-NO           PIC X(12).
          05 HLD-POLICY-NO          PIC X(10).
          05 HLD-SOURCE             PIC X(3).
          05 HLD-REGION             PIC 9(1).
          05 HLD-CATEGORY           PIC X(1).
          05 HLD-TAXABLE-BASE       PIC 9(7)V99.
          05 HLD-RATE               PIC V9(5).
          05 HLD-TAX-AMOUNT         PIC 9(7)V99.
          05 HLD-CLAIM-DATE         PIC 9(6).
          05 HLD-RUN-DATE           PIC 9(6).
          05 HLD-PROD-CODE          PIC X(3).
          05 FILLER                 PIC X(15).

       01 WS-REJECT-CLAIM-NO      PIC X(12)       VALUE SPACES.

       01 WS-CAT-CODES            PIC X(4)        VALUE "PLFR".

       01 WS-CAT-NAME-VALUES.
          05 FILLER               PIC X(20)       VALUE "PARTS".
          05 FILLER               PIC X(20)       VALUE "LABOUR".
          05 FILLER               PIC X(20)       VALUE "SHOP FEES".
          05 FILLER               PIC X(20)       VALUE
                                  "REPLACEMENT GOODS".

       01 WS-CAT-NAME-TABLE REDEFINES WS-CAT-NAME-VALUES.
          05 WS-CAT-NAME OCCURS 4 TIMES PIC X(20).

       01 WS-REMIT-WORK.
          05 WS-RM-R              PIC 9           VALUE 0.
          05 WS-RM-C              PIC 9           VALUE 0.
          05 WS-REG-NAME-TEMP     PIC X(15)       VALUE SPACES.

      *---------------------------------------------------------------*
      * DATE WORK - the remittance month (YYMM) and each ledger
      * record's run month compared against it.
      *---------------------------------------------------------------*
       01 WS-REMIT-YYMM           PIC 9(4)        VALUE 0.
       01 WS-REMIT-BREAKDOWN REDEFINES WS-REMIT-YYMM.
          05 WS-REMIT-YY          PIC 99.
          05 WS-REMIT-MM          PIC 99.
       01 WS-LEDGER-YYMM          PIC 9(4)        VALUE 0.

       01 WS-PARM-MONTH-X         PIC X(4)        VALUE SPACES.
       01 WS-PARM-MONTH-9 REDEFINES WS-PARM-MONTH-X
                                  PIC 9(4).

       01 WS-RUN-DATE-RAW         PIC 9(6)        VALUE 0.
       01 WS-RUN-DATE-BREAKDOWN REDEFINES WS-RUN-DATE-RAW.
          05 WS-RUN-YY            PIC 99.
          05 WS-RUN-MM            PIC 99.
          05 WS-RUN-DD            PIC 99.
       01 WS-RUN-DATE-ED          PIC X(10)       VALUE SPACES.
       01 WS-REMIT-MONTH-ED       PIC X(7)        VALUE SPACES.

       01 WS-BLANK-LINE           PIC X(132)      VALUE SPACES.

       01 WS-HEADING-1.
          05 FILLER               PIC X(45)       VALUE SPACES.
          05 FILLER               PIC X(30)       VALUE
                                  "SALES TAX REMITTANCE".
          05 FILLER               PIC X(30)       VALUE SPACES.
          05 FILLER               PIC X(10)       VALUE "RUN DATE: ".
          05 TXR-RUN-DATE         PIC X(10).

       01 WS-MONTH-LINE.
          05 FILLER               PIC X(19)       VALUE
                                  "REMITTANCE MONTH: ".
          05 TXR-MONTH            PIC X(7).
          05 FILLER               PIC X(36)       VALUE
                                  "   (CLAIMS SETTLED IN THE MONTH)".

       01 WS-HEADING-2.
          05 FILLER               PIC X(18)       VALUE "PROVINCE".
          05 FILLER               PIC X(22)       VALUE "CATEGORY".
          05 FILLER               PIC X(12)       VALUE "     LINES".
          05 FILLER               PIC X(22)       VALUE
                                  "        TAXABLE BASE".
          05 FILLER               PIC X(22)       VALUE
                                  "                 TAX".

       01 WS-DETAIL-LINE.
          05 DET-PROVINCE         PIC X(15).
          05 FILLER               PIC X(3)        VALUE SPACES.
          05 DET-CATEGORY         PIC X(20).
          05 FILLER               PIC X(2)        VALUE SPACES.
          05 DET-COUNT            PIC ZZZ,ZZ9.
          05 FILLER               PIC X(5)        VALUE SPACES.
          05 DET-BASE             PIC $ZZ,ZZZ,ZZZ,ZZ9.99.
          05 FILLER               PIC X(4)        VALUE SPACES.
          05 DET-TAX              PIC $ZZ,ZZZ,ZZZ,ZZ9.99.

       01 WS-PROV-TOTAL-LINE.
          05 FILLER               PIC X(18)       VALUE SPACES.
          05 PTL-LABEL            PIC X(22)       VALUE SPACES.
          05 PTL-COUNT            PIC ZZZ,ZZ9.
          05 FILLER               PIC X(5)        VALUE SPACES.
          05 PTL-BASE             PIC $ZZ,ZZZ,ZZZ,ZZ9.99.
          05 FILLER               PIC X(4)        VALUE SPACES.
          05 PTL-TAX              PIC $ZZ,ZZZ,ZZZ,ZZ9.99.

       01 WS-GL-TIE-LINE.
          05 FILLER               PIC X(40)       VALUE
                                  "TOTAL TAX AGREES TO GL ACCOUNT ".
          05 FILLER               PIC X(40)       VALUE
                                  "2300SLTX DEBITS FOR THE MONTH".

       01 WS-SUM-LINE-ONE         PIC X(132)      VALUE ALL "-".

       01 WS-SUM-TITLE.
          05 FILLER               PIC X(56)       VALUE SPACES.
          05 FILLER               PIC X(25)       VALUE
                                  "REMITTANCE RUN SUMMARY".

       01 WS-SUM-READ.
          05 FILLER               PIC X(45)       VALUE
                                  "LEDGER RECORDS READ: ".
          05 SUM-READ             PIC ZZZZ,ZZ9.

       01 WS-SUM-IN-MONTH.
          05 FILLER               PIC X(45)       VALUE
                                  "RECORDS IN REMITTANCE MONTH: ".
          05 SUM-IN-MONTH         PIC ZZZZ,ZZ9.

       01 WS-SUM-OTHER.
          05 FILLER               PIC X(45)       VALUE
                                  "RECORDS FOR OTHER MONTHS: ".
          05 SUM-OTHER            PIC ZZZZ,ZZ9.

       01 WS-SUM-BAD.
          05 FILLER               PIC X(45)       VALUE
                                  "UNUSABLE RECORDS - SEE WARNINGS: ".
          05 SUM-BAD              PIC ZZ,ZZ9.

       01 WS-SUM-SUPERSEDED.
          05 FILLER               PIC X(45)       VALUE
                                  "SUPERSEDED BY A LATER RECORD: ".
          05 SUM-SUPERSEDED       PIC ZZZZ,ZZ9.

       PROCEDURE DIVISION.

       000-MAIN.
           PERFORM 100-INITIALIZE.
           PERFORM 200-PROCESS-LOOP UNTIL EOF-YES.
           PERFORM 300-FINAL.
           GOBACK.

       100-INITIALIZE.
           PERFORM 105-GET-CYCLE-DATE.
           MOVE SPACES TO WS-RUN-DATE-ED.
           STRING "20"       DELIMITED BY SIZE
                  WS-RUN-YY  DELIMITED BY SIZE
                  "-"        DELIMITED BY SIZE
                  WS-RUN-MM  DELIMITED BY SIZE
                  "-"        DELIMITED BY SIZE
                  WS-RUN-DD  DELIMITED BY SIZE
               INTO WS-RUN-DATE-ED
           END-STRING.
           COMPUTE WS-REMIT-YYMM = WS-RUN-YY * 100 + WS-RUN-MM.
           PERFORM 130-LOAD-PARAMETERS.
           MOVE SPACES TO WS-REMIT-MONTH-ED.
           STRING "20"         DELIMITED BY SIZE
                  WS-REMIT-YY  DELIMITED BY SIZE
                  "-"          DELIMITED BY SIZE
                  WS-REMIT-MM  DELIMITED BY SIZE
               INTO WS-REMIT-MONTH-ED
           END-STRING.
           OPEN INPUT TAX-LEDGER-IN.
           IF WS-TAXHIST-STATUS NOT = "00"
              DISPLAY "ABORT: SALES TAX LEDGER MISSING OR UNREADABLE "
                 "- STATUS " WS-TAXHIST-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           SORT TAX-SORT-WORK
              ON ASCENDING KEY SRT-CLAIM-NO SRT-CATEGORY
                 SRT-RUN-DATE SRT-LEDGER-SEQ
              INPUT PROCEDURE IS 205-RELEASE-MONTH-RECORDS
              GIVING TAX-SORTED.
           OPEN INPUT TAX-SORTED.
           PERFORM 230-READ-SORTED.
           OPEN OUTPUT TAX-REPORT.
           MOVE WS-RUN-DATE-ED TO TXR-RUN-DATE.
           WRITE REPORT-LINE FROM WS-HEADING-1.
           WRITE REPORT-LINE FROM WS-BLANK-LINE.
           MOVE WS-REMIT-MONTH-ED TO TXR-MONTH.
           WRITE REPORT-LINE FROM WS-MONTH-LINE.
           WRITE REPORT-LINE FROM WS-BLANK-LINE.

      * The run date is the business date off the cycle control
      * record, not the system clock, so a run the morning after
      * month end still remits the month it belongs to. Only when
      * the control record is missing or unusable does the system
      * date stand in, with a loud warning.
       105-GET-CYCLE-DATE.
           OPEN INPUT TAX-CYCLE-CTL.
           IF WS-CYCLE-STATUS = "00"
              READ TAX-CYCLE-CTL
                 AT END
                    PERFORM 106-DEFAULT-CYCLE-DATE
                 NOT AT END
                    IF CC-CYCLE-DATE NUMERIC AND CC-CYCLE-DATE > 0
                       MOVE CC-CYCLE-DATE TO WS-RUN-DATE-RAW
                    ELSE
                       PERFORM 106-DEFAULT-CYCLE-DATE
                    END-IF
              END-READ
              CLOSE TAX-CYCLE-CTL
           ELSE
              PERFORM 106-DEFAULT-CYCLE-DATE
           END-IF.

       106-DEFAULT-CYCLE-DATE.
           ACCEPT WS-RUN-DATE-RAW FROM DATE.
           DISPLAY "WARNING: NO USABLE CYCLE CONTROL RECORD - "
              "SYSTEM DATE " WS-RUN-DATE-RAW " STAMPED ON THIS RUN".

      * Reads the shared run parameter card for the one value this
      * program uses and echoes what was applied. A missing or
      * malformed card leaves the cycle month in effect.
       130-LOAD-PARAMETERS.
           OPEN INPUT TAX-PARM-IN.
           IF WS-PARM-STATUS = "00"
              PERFORM UNTIL PARM-EOF-YES
                 READ TAX-PARM-IN
                    AT END
                       SET PARM-EOF-YES TO TRUE
                    NOT AT END
                       IF PRM-KEYWORD = "TAX-REMIT-MONTH"
                          PERFORM 135-SET-REMIT-MONTH
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE TAX-PARM-IN
           ELSE
              DISPLAY "NO PARAMETER FILE - COMPILED DEFAULTS IN EFFECT"
           END-IF.
           DISPLAY "TAXRMIT PARMS: TAX-REMIT-MONTH " WS-REMIT-YYMM.

       135-SET-REMIT-MONTH.
           MOVE PRM-VALUE(1:4) TO WS-PARM-MONTH-X.
           IF WS-PARM-MONTH-9 NUMERIC
              AND WS-PARM-MONTH-X(3:2) >= "01"
              AND WS-PARM-MONTH-X(3:2) <= "12"
              MOVE WS-PARM-MONTH-9 TO WS-REMIT-YYMM
           ELSE
              DISPLAY "BAD PARAMETER VALUE '" PRM-VALUE
                 "' FOR " PRM-KEYWORD " - DEFAULT KEPT"
           END-IF.

      * Holds the next sorted record and reads past it. When the
      * record read next is for the same claim and category, the
      * held one was superseded by a later record and is not remitted;
      * otherwise it is the last word on that tax and is taken up.
       200-PROCESS-LOOP.
           MOVE SRTD-DATA TO WS-HELD-REC.
           PERFORM 230-READ-SORTED.
           IF NOT EOF-YES
              AND SRTD-CLAIM-NO = HLD-CLAIM-NO
              AND SRTD-CATEGORY = HLD-CATEGORY
              ADD 1 TO WS-LEDGER-SUPERSEDED
           ELSE
              PERFORM 215-ACCUM-LEDGER-RECORD
           END-IF.

      * Feeds the SORT the ledger records settled in the remittance
      * month, each tagged with the order it was read in so records
      * written on the same run date keep their ledger order.
       205-RELEASE-MONTH-RECORDS.
           PERFORM UNTIL EOF-YES
              READ TAX-LEDGER-IN
                 AT END
                    SET EOF-YES TO TRUE
                 NOT AT END
                    ADD 1 TO WS-LEDGER-READ
                    PERFORM 210-APPLY-LEDGER-RECORD
              END-READ
           END-PERFORM.
           CLOSE TAX-LEDGER-IN.
           MOVE 'N' TO WS-EOF.

      * A record settled in another month is counted and passed
      * over. One that cannot be placed - unknown region or
      * category, or amounts that are not numbers - is warned and
      * left out of the remittance rather than guessed at.
       210-APPLY-LEDGER-RECORD.
           IF TX-RUN-DATE NOT NUMERIC
              MOVE TX-CLAIM-NO TO WS-REJECT-CLAIM-NO
              PERFORM 220-REJECT-LEDGER-RECORD
           ELSE
              COMPUTE WS-LEDGER-YYMM = TX-RUN-DATE / 100
              IF WS-LEDGER-YYMM NOT = WS-REMIT-YYMM
                 ADD 1 TO WS-LEDGER-OTHER
              ELSE
                 ADD 1 TO WS-LEDGER-IN-MONTH
                 MOVE TX-CLAIM-NO TO SRT-CLAIM-NO
                 MOVE TX-CATEGORY TO SRT-CATEGORY
                 MOVE TX-RUN-DATE TO SRT-RUN-DATE
                 MOVE WS-LEDGER-READ TO SRT-LEDGER-SEQ
                 MOVE TAX-REC TO SRT-DATA
                 RELEASE SRT-REC
              END-IF
           END-IF.

       215-ACCUM-LEDGER-RECORD.
           MOVE 0 TO WS-RM-C.
           EVALUATE HLD-CATEGORY
              WHEN "P" MOVE 1 TO WS-RM-C
              WHEN "L" MOVE 2 TO WS-RM-C
              WHEN "F" MOVE 3 TO WS-RM-C
              WHEN "R" MOVE 4 TO WS-RM-C
           END-EVALUATE.
           IF WS-RM-C = 0
              OR HLD-REGION NOT NUMERIC
              OR HLD-REGION < 1 OR HLD-REGION > 5
              OR HLD-TAXABLE-BASE NOT NUMERIC
              OR HLD-TAX-AMOUNT NOT NUMERIC
              MOVE HLD-CLAIM-NO TO WS-REJECT-CLAIM-NO
              PERFORM 220-REJECT-LEDGER-RECORD
           ELSE
              MOVE HLD-REGION TO WS-RM-R
              ADD 1 TO WS-RM-COUNT(WS-RM-R, WS-RM-C)
              ADD HLD-TAXABLE-BASE TO WS-RM-BASE(WS-RM-R, WS-RM-C)
              ADD HLD-TAX-AMOUNT TO WS-RM-TAX(WS-RM-R, WS-RM-C)
           END-IF.

       220-REJECT-LEDGER-RECORD.
           ADD 1 TO WS-LEDGER-BAD.
           DISPLAY "WARNING: UNUSABLE TAX LEDGER RECORD FOR CLAIM "
              WS-REJECT-CLAIM-NO " - LEFT OUT OF THE REMITTANCE".

       230-READ-SORTED.
           READ TAX-SORTED
              AT END
                 SET EOF-YES TO TRUE
           END-READ.

       300-FINAL.
           CLOSE TAX-SORTED.
           WRITE REPORT-LINE FROM WS-HEADING-2.
           WRITE REPORT-LINE FROM WS-BLANK-LINE.
           PERFORM 310-PRINT-PROVINCE
              VARYING WS-RM-R FROM 1 BY 1 UNTIL WS-RM-R > 5.

           MOVE "TOTAL ALL PROVINCES" TO PTL-LABEL.
           MOVE WS-GRAND-COUNT TO PTL-COUNT.
           MOVE WS-GRAND-BASE TO PTL-BASE.
           MOVE WS-GRAND-TAX TO PTL-TAX.
           WRITE REPORT-LINE FROM WS-PROV-TOTAL-LINE.
           WRITE REPORT-LINE FROM WS-BLANK-LINE.
           WRITE REPORT-LINE FROM WS-GL-TIE-LINE.

           PERFORM 330-SUMMARY-TOTALS.
           CLOSE TAX-REPORT.
           IF WS-LEDGER-BAD > 0
              MOVE 4 TO RETURN-CODE
           END-IF.

      * One province: a line per category with activity, then the
      * province total. A province with nothing in the month prints
      * a single zero total line, so the filing shows it was
      * looked at.
       310-PRINT-PROVINCE.
           PERFORM 320-GET-REG-NAME.
           MOVE 0 TO WS-PROV-COUNT.
           MOVE 0 TO WS-PROV-BASE.
           MOVE 0 TO WS-PROV-TAX.
           MOVE 'N' TO WS-PROV-FLAG.
           PERFORM 315-PRINT-CATEGORY
              VARYING WS-RM-C FROM 1 BY 1 UNTIL WS-RM-C > 4.
           IF PROV-HAS-ACTIVITY
              MOVE SPACES TO PTL-LABEL
              STRING "TOTAL "         DELIMITED BY SIZE
                     WS-REG-NAME-TEMP DELIMITED BY "  "
                 INTO PTL-LABEL
              END-STRING
           ELSE
              MOVE SPACES TO PTL-LABEL
              STRING WS-REG-NAME-TEMP DELIMITED BY "  "
                     " - NO ACTIVITY" DELIMITED BY SIZE
                 INTO PTL-LABEL
              END-STRING
           END-IF.
           MOVE WS-PROV-COUNT TO PTL-COUNT.
           MOVE WS-PROV-BASE TO PTL-BASE.
           MOVE WS-PROV-TAX TO PTL-TAX.
           WRITE REPORT-LINE FROM WS-PROV-TOTAL-LINE.
           WRITE REPORT-LINE FROM WS-BLANK-LINE.
           ADD WS-PROV-COUNT TO WS-GRAND-COUNT.
           ADD WS-PROV-BASE TO WS-GRAND-BASE.
           ADD WS-PROV-TAX TO WS-GRAND-TAX.

       315-PRINT-CATEGORY.
           IF WS-RM-COUNT(WS-RM-R, WS-RM-C) > 0
              IF PROV-HAS-ACTIVITY
                 MOVE SPACES TO DET-PROVINCE
              ELSE
                 MOVE WS-REG-NAME-TEMP TO DET-PROVINCE
                 SET PROV-HAS-ACTIVITY TO TRUE
              END-IF
              MOVE WS-CAT-NAME(WS-RM-C) TO DET-CATEGORY
              MOVE WS-RM-COUNT(WS-RM-R, WS-RM-C) TO DET-COUNT
              MOVE WS-RM-BASE(WS-RM-R, WS-RM-C) TO DET-BASE
              MOVE WS-RM-TAX(WS-RM-R, WS-RM-C) TO DET-TAX
              WRITE REPORT-LINE FROM WS-DETAIL-LINE
              ADD WS-RM-COUNT(WS-RM-R, WS-RM-C) TO WS-PROV-COUNT
              ADD WS-RM-BASE(WS-RM-R, WS-RM-C) TO WS-PROV-BASE
              ADD WS-RM-TAX(WS-RM-R, WS-RM-C) TO WS-PROV-TAX
           END-IF.

       320-GET-REG-NAME.
           EVALUATE WS-RM-R
                WHEN 1 MOVE "ONTARIO"    TO WS-REG-NAME-TEMP
                WHEN 2 MOVE "QUEBEC"     TO WS-REG-NAME-TEMP
                WHEN 3 MOVE "MARITIMES"  TO WS-REG-NAME-TEMP
                WHEN 4 MOVE "ALBERTA"    TO WS-REG-NAME-TEMP
                WHEN 5 MOVE "UNASSIGNED" TO WS-REG-NAME-TEMP
           END-EVALUATE.

       330-SUMMARY-TOTALS.
           WRITE REPORT-LINE FROM WS-BLANK-LINE.
           WRITE REPORT-LINE FROM WS-SUM-LINE-ONE.
           WRITE REPORT-LINE FROM WS-SUM-TITLE.
           WRITE REPORT-LINE FROM WS-BLANK-LINE.
           MOVE WS-LEDGER-READ TO SUM-READ.
           WRITE REPORT-LINE FROM WS-SUM-READ.
           MOVE WS-LEDGER-IN-MONTH TO SUM-IN-MONTH.
           WRITE REPORT-LINE FROM WS-SUM-IN-MONTH.
           MOVE WS-LEDGER-OTHER TO SUM-OTHER.
           WRITE REPORT-LINE FROM WS-SUM-OTHER.
           MOVE WS-LEDGER-SUPERSEDED TO SUM-SUPERSEDED.
           WRITE REPORT-LINE FROM WS-SUM-SUPERSEDED.
           MOVE WS-LEDGER-BAD TO SUM-BAD.
           WRITE REPORT-LINE FROM WS-SUM-BAD.

       END PROGRAM TAXRMIT.
