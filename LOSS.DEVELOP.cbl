       IDENTIFICATION DIVISION.
       PROGRAM-ID.    LOSSDEV.
       AUTHOR.        Grant Heath.
       DATE-WRITTEN.  2026-10-15.

      * Description:
      * Loss development triangle for reserving. Every claim the
      * report programs settle lands on the claim history master
      * with its claim date and the run date it was settled on;
      * MTHCLOSE later moves detail past the retention window into
      * archive slices. This program reads the live master and as
      * many archive generations as the job supplies (concatenated
      * under HISTARCH) and lays the claims out by claim month (the
      * rows) against the months elapsed from the claim month to
      * the run month (the columns), for the last WS-DEV-MONTHS
      * claim months up to the cycle month:
      *   - incremental and cumulative amounts, in whole dollars
      *   - incremental and cumulative claim counts
      *   - volume-weighted age-to-age factors for both
      * once for the whole book and once for each product and claim
      * type. Cells that lie in the future print blank.
      *
      * The monthly summary master MTHCLOSE keeps holds the same
      * claims by claim month, so each segment closes with a control
      * block: the triangle's total to date for every claim month
      * against the summary master's. A month that does not agree
      * usually means an archive generation was left off the job
      * (triangle short) or the month's activity has not been
      * closed yet (triangle long).
      *
      * Files:
      * Input file:  HISTIN   - live claim history master
      * Input file:  HISTARCH - archive slices, any number of
      *                         generations concatenated (optional)
      * Input file:  SUMMIN   - monthly summary master (optional)
      * Input file:  CYCLECTL - cycle control record
      * Input file:  PARMFILE - shared run parameter card
      * Output file: DEVRPT   - loss development report

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEV-HIST-IN   ASSIGN TO HISTIN
                                ORGANIZATION IS SEQUENTIAL.
           SELECT DEV-ARCH-IN   ASSIGN TO HISTARCH
                                ORGANIZATION IS SEQUENTIAL
                                FILE STATUS IS WS-ARCH-STATUS.
           SELECT DEV-SUMM-IN   ASSIGN TO SUMMIN
                                ORGANIZATION IS SEQUENTIAL
                                FILE STATUS IS WS-SUMM-STATUS.
           SELECT DEV-REPORT    ASSIGN TO DEVRPT
                                ORGANIZATION IS SEQUENTIAL.
           SELECT DEV-PARM-IN   ASSIGN TO PARMFILE
                                ORGANIZATION IS SEQUENTIAL
                                FILE STATUS IS WS-PARM-STATUS.
           SELECT DEV-CYCLE-CTL ASSIGN TO CYCLECTL
                                ORGANIZATION IS SEQUENTIAL
                                FILE STATUS IS WS-CYCLE-STATUS.

       DATA DIVISION.
       FILE SECTION.

      * Live history master and archive slices share the history
      * layout; both read into WS-HIST-REC below.
       FD  DEV-HIST-IN
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01 HIST-REC-IN             PIC X(80).

       FD  DEV-ARCH-IN
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01 ARCH-REC-IN             PIC X(80).

      *---------------------------------------------------------------*
      * MONTHLY SUMMARY MASTER - as MTHCLOSE carries it: claim month,
      * policy, product and claim type with count and amount.
      *---------------------------------------------------------------*
       FD  DEV-SUMM-IN
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01 SM-REC-IN.
          05 SMI-CLAIM-YYMM         PIC 9(4).
          05 SMI-POLICY-NO          PIC X(10).
          05 SMI-PROD-CODE          PIC X(3).
          05 SMI-CLAIM-TYPE         PIC X(7).
          05 SMI-CLAIM-COUNT        PIC 9(5).
          05 SMI-TOTAL-AMT          PIC 9(9)V99.
          05 FILLER                 PIC X(40).

       FD  DEV-REPORT
           RECORDING MODE IS F
           RECORD CONTAINS 132 CHARACTERS.
       01 REPORT-LINE             PIC X(132).

      *---------------------------------------------------------------*
      * RUN PARAMETER CARD - same shared card the report programs
      * read; this program takes DEV-MONTHS from it and ignores the
      * keywords the other programs own.
      *---------------------------------------------------------------*
       FD  DEV-PARM-IN
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01 PARM-REC-IN.
          05 PRM-KEYWORD            PIC X(20).
          05 PRM-VALUE              PIC X(20).
          05 FILLER                 PIC X(40).

      *---------------------------------------------------------------*
      * CYCLE CONTROL RECORD - the business date this run belongs to.
      *---------------------------------------------------------------*
       FD  DEV-CYCLE-CTL
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01 CYCLE-REC-IN.
          05 CC-CYCLE-DATE          PIC 9(6).
          05 FILLER                 PIC X(74).

       WORKING-STORAGE SECTION.

       77 WS-CYCLE-STATUS         PIC X(2)        VALUE SPACES.
       77 WS-ARCH-STATUS          PIC X(2)        VALUE SPACES.
       77 WS-SUMM-STATUS          PIC X(2)        VALUE SPACES.
       77 WS-PARM-STATUS          PIC X(2)        VALUE SPACES.

      *---------------------------------------------------------------*
      * DEVELOPMENT WINDOW - how many claim months (rows) and months
      * elapsed (columns) the triangle spans. Twelve is both the
      * default and the most a 132-column page holds; the run
      * parameter card can ask for fewer.
      *---------------------------------------------------------------*
       77 WS-DEV-MONTHS           PIC 9(2)        VALUE 12.
       77 WS-MAX-DEV-MONTHS       PIC 9(2)        VALUE 12.

       01 WS-FLAGS.
          05 WS-EOF               PIC X           VALUE 'N'.
             88 EOF-YES                           VALUE 'Y'.
          05 WS-ARCH-EOF          PIC X           VALUE 'N'.
             88 ARCH-EOF-YES                      VALUE 'Y'.
          05 WS-SUMM-EOF          PIC X           VALUE 'N'.
             88 SUMM-EOF-YES                      VALUE 'Y'.
          05 WS-PARM-EOF          PIC X           VALUE 'N'.
             88 PARM-EOF-YES                      VALUE 'Y'.
          05 WS-SUMM-FLAG         PIC X           VALUE 'N'.
             88 SUMM-SUPPLIED                     VALUE 'Y'.
          05 WS-SKIP-FLAG         PIC X           VALUE 'N'.
             88 SKIP-SLICE                        VALUE 'Y'.

       01 WS-COUNTERS.
          05 WS-HIST-READ         PIC 9(7)        VALUE 0.
          05 WS-ARCH-READ         PIC 9(7)        VALUE 0.
          05 WS-ARCH-GENS         PIC 9(3)        VALUE 0.
          05 WS-ARCH-UNMARKED     PIC 9(7)        VALUE 0.
          05 WS-ARCH-DUPLICATE    PIC 9(3)        VALUE 0.
          05 WS-ARCH-SKIPPED      PIC 9(7)        VALUE 0.
          05 WS-GEN-OVERFLOW      PIC 9(5)        VALUE 0.
          05 WS-SUMM-READ         PIC 9(7)        VALUE 0.
          05 WS-IN-TRIANGLE       PIC 9(7)        VALUE 0.
          05 WS-BEFORE-WINDOW     PIC 9(7)        VALUE 0.
          05 WS-UNUSABLE          PIC 9(5)        VALUE 0.
          05 WS-SEG-OVERFLOW      PIC 9(5)        VALUE 0.
          05 WS-MONTHS-OUT-OF-TIE PIC 9(3)        VALUE 0.

      *---------------------------------------------------------------*
      * HISTORY RECORD - the history master layout, and the archive
      * slice header MTHCLOSE writes at the head of every slice.
      *---------------------------------------------------------------*
       01 WS-HIST-REC.
          05 HS-POLICY-NO           PIC X(10).
          05 HS-CUST-NAME           PIC X(20).
          05 HS-PROD-CODE           PIC X(3).
          05 HS-CLAIM-TYPE          PIC X(7).
          05 HS-AMOUNT              PIC 9(7)V99.
          05 HS-CLAIM-DATE          PIC 9(6).
          05 HS-RUN-DATE            PIC 9(6).
          05 HS-SHOP-CODE           PIC X(4).
          05 HS-CLAIM-NO            PIC X(12).
          05 FILLER                 PIC X(3).

       01 WS-ARCH-HEADER REDEFINES WS-HIST-REC.
          05 AH-MARKER              PIC X(10).
             88 AH-SLICE-HEADER                   VALUE "*ARCSLICE*".
          05 AH-CLOSE-DATE          PIC 9(6).
          05 AH-CLOSE-YYMM          PIC 9(4).
          05 AH-CUTOFF-DATE         PIC 9(6).
          05 FILLER                 PIC X(54).

      *---------------------------------------------------------------*
      * GENERATION TABLE - the close date of every archive generation
      * read so far. A slice whose header repeats one of them was
      * supplied twice on the job; its records are skipped, or they
      * would count in the triangle twice. Past the table limit a
      * generation is still read but can no longer be checked.
      *---------------------------------------------------------------*
       77 WS-MAX-GENS             PIC 9(3)        VALUE 360.
       77 WS-GEN-COUNT            PIC 9(3)        VALUE 0.
       77 WS-GEN-SUB              PIC 9(3)        VALUE 0.

       01 WS-GEN-TABLE.
          05 WS-GN-CLOSE-DATE     PIC 9(6)        OCCURS 360 TIMES.

      *---------------------------------------------------------------*
      * TRIANGLE TABLE - entry 1 is the whole book; the rest are one
      * per product and claim type, added as they are first seen.
      * Each holds, per claim month (row), the count and amount by
      * months elapsed (cell) and the summary master's totals for
      * the control block. A product/type past the table limit still
      * counts in the whole-book triangle.
      *---------------------------------------------------------------*
       77 WS-MAX-SEGMENTS         PIC 9(2)        VALUE 20.
       77 WS-SEG-COUNT            PIC 9(2)        VALUE 1.

       01 WS-SEG-TABLE.
          05 WS-SEG-ENTRY OCCURS 20 TIMES INDEXED BY SEG-IDX.
             10 WS-SG-PROD        PIC X(3).
             10 WS-SG-TYPE        PIC X(7).
             10 WS-SG-ROW OCCURS 12 TIMES.
                15 WS-SG-SUM-COUNT PIC 9(7).
                15 WS-SG-SUM-AMT  PIC 9(11)V99.
                15 WS-SG-CELL OCCURS 12 TIMES.
                   20 WS-SG-COUNT PIC 9(7).
                   20 WS-SG-AMT   PIC 9(11)V99.

       01 WS-TRI-WORK.
          05 WS-SEG-SUB           PIC 9(2)        VALUE 0.
          05 WS-ROW               PIC 9(2)        VALUE 0.
          05 WS-AGE               PIC 9(2)        VALUE 0.
          05 WS-LAST-AGE          PIC 9(2)        VALUE 0.
          05 WS-CUM-AGE           PIC 9(2)        VALUE 0.
          05 WS-CUM-TO            PIC 9(2)        VALUE 0.
          05 WS-FAC-ROW           PIC 9(2)        VALUE 0.
          05 WS-BLOCK             PIC 9           VALUE 0.
          05 WS-LOOKUP-PROD       PIC X(3)        VALUE SPACES.
          05 WS-LOOKUP-TYPE       PIC X(7)        VALUE SPACES.
          05 WS-CUM-COUNT         PIC 9(9)        VALUE 0.
          05 WS-CUM-AMT           PIC 9(13)V99    VALUE 0.
          05 WS-NUM-COUNT         PIC 9(9)        VALUE 0.
          05 WS-DEN-COUNT         PIC 9(9)        VALUE 0.
          05 WS-NUM-AMT           PIC 9(13)V99    VALUE 0.
          05 WS-DEN-AMT           PIC 9(13)V99    VALUE 0.
          05 WS-FACTOR            PIC 9(5)V999    VALUE 0.
          05 WS-WHOLE-AMT         PIC 9(11)       VALUE 0.
          05 WS-DIFF-AMT          PIC S9(13)V99   VALUE 0.
          05 WS-TIE-FLAG          PIC X           VALUE 'Y'.
             88 MONTH-AGREES                      VALUE 'Y'.

      *---------------------------------------------------------------*
      * DATE WORK - dates become month numbers (YY * 12 + MM) so
      * months elapsed is a subtraction. The window runs from
      * WS-FIRST-MIDX to the cycle month.
      *---------------------------------------------------------------*
       01 WS-CYCLE-MIDX           PIC 9(4)        VALUE 0.
       01 WS-FIRST-MIDX           PIC 9(4)        VALUE 0.
       01 WS-CLAIM-MIDX           PIC 9(4)        VALUE 0.
       01 WS-RUN-MIDX             PIC 9(4)        VALUE 0.
       01 WS-LABEL-MIDX           PIC 9(4)        VALUE 0.

       01 WS-DATE-WORK            PIC 9(6)        VALUE 0.
       01 WS-DATE-BREAKDOWN REDEFINES WS-DATE-WORK.
          05 WS-DW-YY             PIC 99.
          05 WS-DW-MM             PIC 99.
          05 WS-DW-DD             PIC 99.

       01 WS-YYMM-WORK            PIC 9(4)        VALUE 0.
       01 WS-YYMM-BREAKDOWN REDEFINES WS-YYMM-WORK.
          05 WS-YM-YY             PIC 99.
          05 WS-YM-MM             PIC 99.

       01 WS-LABEL-YY             PIC 99          VALUE 0.
       01 WS-LABEL-MM             PIC 99          VALUE 0.
       01 WS-MONTH-LABEL          PIC X(7)        VALUE SPACES.

       01 WS-PARM-NUM-X           PIC X(2)        VALUE SPACES.
       01 WS-PARM-NUM-9 REDEFINES WS-PARM-NUM-X
                                  PIC 9(2).

       01 WS-RUN-DATE-RAW         PIC 9(6)        VALUE 0.
       01 WS-RUN-DATE-BREAKDOWN REDEFINES WS-RUN-DATE-RAW.
          05 WS-RUN-YY            PIC 99.
          05 WS-RUN-MM            PIC 99.
          05 WS-RUN-DD            PIC 99.
       01 WS-RUN-DATE-ED          PIC X(10)       VALUE SPACES.

      *---------------------------------------------------------------*
      * PRINT WORK - the triangle line is a label and twelve
      * ten-character cells, filled cell by cell.
      *---------------------------------------------------------------*
       01 WS-ED-NUM               PIC Z(8)9.
       01 WS-ED-FACTOR            PIC Z(4)9.999.
       01 WS-ED-AGE-FROM          PIC Z9.
       01 WS-ED-AGE-TO            PIC Z9.

       01 WS-BLANK-LINE           PIC X(132)      VALUE SPACES.

       01 WS-HEADING-1.
          05 FILLER               PIC X(45)       VALUE SPACES.
          05 FILLER               PIC X(30)       VALUE
                                  "LOSS DEVELOPMENT TRIANGLE".
          05 FILLER               PIC X(30)       VALUE SPACES.
          05 FILLER               PIC X(10)       VALUE "RUN DATE: ".
          05 DEV-RUN-DATE         PIC X(10).

       01 WS-WINDOW-LINE.
          05 FILLER               PIC X(14)       VALUE
                                  "CLAIM MONTHS: ".
          05 WIN-FIRST            PIC X(7).
          05 FILLER               PIC X(4)        VALUE " TO ".
          05 WIN-LAST             PIC X(7).
          05 FILLER               PIC X(24)       VALUE
                                  "   MONTHS OF DEVELOPMENT".
          05 FILLER               PIC X(2)        VALUE ": ".
          05 WIN-MONTHS           PIC Z9.
          05 FILLER               PIC X(29)       VALUE
                                  "   ARCHIVE GENERATIONS READ: ".
          05 WIN-GENS             PIC ZZ9.

       01 WS-SEGMENT-TITLE.
          05 FILLER               PIC X(9)        VALUE "PRODUCT: ".
          05 SEG-PROD             PIC X(12).
          05 FILLER               PIC X(3)        VALUE SPACES.
          05 FILLER               PIC X(12)       VALUE
                                  "CLAIM TYPE: ".
          05 SEG-TYPE             PIC X(7).

       01 WS-SEGMENT-RULE         PIC X(132)      VALUE ALL "=".

       01 WS-BLOCK-TITLE.
          05 FILLER               PIC X(10)       VALUE SPACES.
          05 BLK-TITLE            PIC X(60).

       01 WS-TRI-LINE.
          05 TRI-LABEL            PIC X(10).
          05 TRI-CELL OCCURS 12 TIMES PIC X(10).

       01 WS-TRI-CELL-WORK.
          05 FILLER               PIC X(1)        VALUE SPACES.
          05 TCW-VALUE            PIC X(9).

       01 WS-CTL-HEADING.
          05 FILLER               PIC X(12)       VALUE "CLAIM MTH".
          05 FILLER               PIC X(16)       VALUE
                                  "TRIANGLE COUNT".
          05 FILLER               PIC X(20)       VALUE
                                  "   TRIANGLE AMOUNT".
          05 FILLER               PIC X(16)       VALUE
                                  "  SUMMARY COUNT".
          05 FILLER               PIC X(20)       VALUE
                                  "    SUMMARY AMOUNT".
          05 FILLER               PIC X(20)       VALUE
                                  "        DIFFERENCE".

       01 WS-CTL-LINE.
          05 CTL-MONTH            PIC X(7).
          05 FILLER               PIC X(5)        VALUE SPACES.
          05 CTL-TRI-COUNT        PIC ZZZ,ZZ9.
          05 FILLER               PIC X(5)        VALUE SPACES.
          05 CTL-TRI-AMT          PIC $ZZZ,ZZZ,ZZ9.99.
          05 FILLER               PIC X(9)        VALUE SPACES.
          05 CTL-SUM-COUNT        PIC ZZZ,ZZ9.
          05 FILLER               PIC X(5)        VALUE SPACES.
          05 CTL-SUM-AMT          PIC $ZZZ,ZZZ,ZZ9.99.
          05 FILLER               PIC X(3)        VALUE SPACES.
          05 CTL-DIFF             PIC $ZZZ,ZZZ,ZZ9.99-.
          05 FILLER               PIC X(2)        VALUE SPACES.
          05 CTL-FLAG             PIC X(20).

       01 WS-SUM-LINE-ONE         PIC X(132)      VALUE ALL "-".

       01 WS-SUM-TITLE.
          05 FILLER               PIC X(56)       VALUE SPACES.
          05 FILLER               PIC X(25)       VALUE
                                  "LOSS DEVELOPMENT SUMMARY".

       01 WS-SUM-HIST.
          05 FILLER               PIC X(45)       VALUE
                                  "LIVE HISTORY RECORDS READ: ".
          05 SUM-HIST             PIC ZZZZ,ZZ9.

       01 WS-SUM-ARCH.
          05 FILLER               PIC X(45)       VALUE
                                  "ARCHIVE RECORDS READ: ".
          05 SUM-ARCH             PIC ZZZZ,ZZ9.

       01 WS-SUM-GENS.
          05 FILLER               PIC X(45)       VALUE
                                  "ARCHIVE GENERATIONS READ: ".
          05 SUM-GENS             PIC ZZ9.

       01 WS-SUM-UNMARKED.
          05 FILLER               PIC X(45)       VALUE
                                  "ARCHIVE RECS BEFORE FIRST HEADER: ".
          05 SUM-UNMARKED         PIC ZZZZ,ZZ9.

       01 WS-SUM-DUPLICATE.
          05 FILLER               PIC X(45)       VALUE
                                  "GENERATIONS SUPPLIED TWICE: ".
          05 SUM-DUPLICATE        PIC ZZ9.

       01 WS-SUM-SKIPPED.
          05 FILLER               PIC X(45)       VALUE
                                  "ARCHIVE RECS SKIPPED AS REPEATS: ".
          05 SUM-SKIPPED          PIC ZZZZ,ZZ9.

       01 WS-SUM-GEN-OVERFLOW.
          05 FILLER               PIC X(45)       VALUE
                                  "GENERATIONS PAST REPEAT CHECK: ".
          05 SUM-GEN-OVERFLOW     PIC ZZ,ZZ9.

       01 WS-SUM-IN-TRIANGLE.
          05 FILLER               PIC X(45)       VALUE
                                  "CLAIMS IN THE TRIANGLE: ".
          05 SUM-IN-TRIANGLE      PIC ZZZZ,ZZ9.

       01 WS-SUM-BEFORE.
          05 FILLER               PIC X(45)       VALUE
                                  "CLAIMS BEFORE FIRST CLAIM MONTH: ".
          05 SUM-BEFORE           PIC ZZZZ,ZZ9.

       01 WS-SUM-UNUSABLE.
          05 FILLER               PIC X(45)       VALUE
                                  "UNUSABLE RECORDS - SEE WARNINGS: ".
          05 SUM-UNUSABLE         PIC ZZ,ZZ9.

       01 WS-SUM-SUMM.
          05 FILLER               PIC X(45)       VALUE
                                  "SUMMARY MASTER RECORDS READ: ".
          05 SUM-SUMM             PIC ZZZZ,ZZ9.

       01 WS-SUM-TIE.
          05 FILLER               PIC X(45)       VALUE
                                  "CLAIM MONTHS NOT AGREEING: ".
          05 SUM-TIE              PIC ZZ9.

       01 WS-SUM-OVERFLOW.
          05 FILLER               PIC X(45)       VALUE
                                  "CLAIMS IN ALL PRODUCTS ONLY: ".
          05 SUM-OVERFLOW         PIC ZZ,ZZ9.

       PROCEDURE DIVISION.

       000-MAIN.
           PERFORM 100-INITIALIZE.
           PERFORM 200-PROCESS-LOOP UNTIL EOF-YES.
           PERFORM 250-READ-ARCHIVE.
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
           PERFORM 130-LOAD-PARAMETERS.
           COMPUTE WS-CYCLE-MIDX = WS-RUN-YY * 12 + WS-RUN-MM.
           IF WS-CYCLE-MIDX > WS-DEV-MONTHS
              COMPUTE WS-FIRST-MIDX =
                 WS-CYCLE-MIDX - WS-DEV-MONTHS + 1
           ELSE
              MOVE 1 TO WS-FIRST-MIDX
           END-IF.
           INITIALIZE WS-SEG-TABLE.
           MOVE "ALL" TO WS-SG-PROD(1).
           MOVE "ALL" TO WS-SG-TYPE(1).
           PERFORM 110-LOAD-SUMMARY-MASTER.
           OPEN INPUT DEV-HIST-IN
                OUTPUT DEV-REPORT.

      * The run date is the business date off the cycle control
      * record, not the system clock, so the triangle closes on the
      * month the cycle belongs to. Only when the control record is
      * missing or unusable does the system date stand in, with a
      * loud warning.
       105-GET-CYCLE-DATE.
           OPEN INPUT DEV-CYCLE-CTL.
           IF WS-CYCLE-STATUS = "00"
              READ DEV-CYCLE-CTL
                 AT END
                    PERFORM 106-DEFAULT-CYCLE-DATE
                 NOT AT END
                    IF CC-CYCLE-DATE NUMERIC AND CC-CYCLE-DATE > 0
                       MOVE CC-CYCLE-DATE TO WS-RUN-DATE-RAW
                    ELSE
                       PERFORM 106-DEFAULT-CYCLE-DATE
                    END-IF
              END-READ
              CLOSE DEV-CYCLE-CTL
           ELSE
              PERFORM 106-DEFAULT-CYCLE-DATE
           END-IF.

       106-DEFAULT-CYCLE-DATE.
           ACCEPT WS-RUN-DATE-RAW FROM DATE.
           DISPLAY "WARNING: NO USABLE CYCLE CONTROL RECORD - "
              "SYSTEM DATE " WS-RUN-DATE-RAW " STAMPED ON THIS RUN".

      * The summary master's counts and amounts by claim month go
      * into the control columns of each segment. Without it the
      * triangle still prints; the control block just shows zeros.
       110-LOAD-SUMMARY-MASTER.
           OPEN INPUT DEV-SUMM-IN.
           IF WS-SUMM-STATUS = "00"
              SET SUMM-SUPPLIED TO TRUE
              PERFORM UNTIL SUMM-EOF-YES
                 READ DEV-SUMM-IN
                    AT END
                       SET SUMM-EOF-YES TO TRUE
                    NOT AT END
                       ADD 1 TO WS-SUMM-READ
                       PERFORM 115-POST-SUMMARY-RECORD
                 END-READ
              END-PERFORM
              CLOSE DEV-SUMM-IN
           ELSE
              DISPLAY "NO SUMMARY MASTER - TRIANGLE NOT CONTROLLED"
           END-IF.

       115-POST-SUMMARY-RECORD.
           IF SMI-CLAIM-YYMM NUMERIC
              AND SMI-CLAIM-COUNT NUMERIC
              AND SMI-TOTAL-AMT NUMERIC
              MOVE SMI-CLAIM-YYMM TO WS-YYMM-WORK
              COMPUTE WS-CLAIM-MIDX = WS-YM-YY * 12 + WS-YM-MM
              IF WS-CLAIM-MIDX >= WS-FIRST-MIDX
                 AND WS-CLAIM-MIDX <= WS-CYCLE-MIDX
                 COMPUTE WS-ROW = WS-CLAIM-MIDX - WS-FIRST-MIDX + 1
                 ADD SMI-CLAIM-COUNT TO WS-SG-SUM-COUNT(1, WS-ROW)
                 ADD SMI-TOTAL-AMT TO WS-SG-SUM-AMT(1, WS-ROW)
                 MOVE SMI-PROD-CODE TO WS-LOOKUP-PROD
                 MOVE SMI-CLAIM-TYPE TO WS-LOOKUP-TYPE
                 PERFORM 240-FIND-SEGMENT
                 IF WS-SEG-SUB > 0
                    ADD SMI-CLAIM-COUNT
                       TO WS-SG-SUM-COUNT(WS-SEG-SUB, WS-ROW)
                    ADD SMI-TOTAL-AMT
                       TO WS-SG-SUM-AMT(WS-SEG-SUB, WS-ROW)
                 END-IF
              END-IF
           ELSE
              ADD 1 TO WS-UNUSABLE
              DISPLAY "WARNING: UNUSABLE SUMMARY MASTER RECORD FOR "
                 "POLICY " SMI-POLICY-NO " - SKIPPED"
           END-IF.

      * Reads the shared run parameter card for the one value this
      * program uses and echoes what was applied. A missing or
      * malformed card leaves the compiled default in effect.
       130-LOAD-PARAMETERS.
           OPEN INPUT DEV-PARM-IN.
           IF WS-PARM-STATUS = "00"
              PERFORM UNTIL PARM-EOF-YES
                 READ DEV-PARM-IN
                    AT END
                       SET PARM-EOF-YES TO TRUE
                    NOT AT END
                       IF PRM-KEYWORD = "DEV-MONTHS"
                          MOVE PRM-VALUE(1:2) TO WS-PARM-NUM-X
                          IF WS-PARM-NUM-9 NUMERIC
                             AND WS-PARM-NUM-9 > 1
                             AND WS-PARM-NUM-9 <= WS-MAX-DEV-MONTHS
                             MOVE WS-PARM-NUM-9 TO WS-DEV-MONTHS
                          ELSE
                             DISPLAY "BAD PARAMETER VALUE '"
                                PRM-VALUE "' FOR " PRM-KEYWORD
                                " - DEFAULT KEPT"
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE DEV-PARM-IN
           ELSE
              DISPLAY "NO PARAMETER FILE - COMPILED DEFAULTS IN EFFECT"
           END-IF.
           DISPLAY "LOSSDEV PARMS: DEV-MONTHS " WS-DEV-MONTHS.

       200-PROCESS-LOOP.
           READ DEV-HIST-IN INTO WS-HIST-REC
              AT END
                 SET EOF-YES TO TRUE
              NOT AT END
                 ADD 1 TO WS-HIST-READ
                 PERFORM 210-PLACE-CLAIM
           END-READ.

      * One claim into its cell: the row is its claim month, the
      * column the months from claim month to run month. Claims
      * before the first claim month are counted and passed over;
      * dates that cannot be placed are warned and left out.
       210-PLACE-CLAIM.
           IF HS-CLAIM-DATE NOT NUMERIC
              OR HS-RUN-DATE NOT NUMERIC
              OR HS-AMOUNT NOT NUMERIC
              PERFORM 220-REJECT-CLAIM
           ELSE
              MOVE HS-CLAIM-DATE TO WS-DATE-WORK
              COMPUTE WS-CLAIM-MIDX = WS-DW-YY * 12 + WS-DW-MM
              MOVE HS-RUN-DATE TO WS-DATE-WORK
              COMPUTE WS-RUN-MIDX = WS-DW-YY * 12 + WS-DW-MM
              IF WS-CLAIM-MIDX < WS-FIRST-MIDX
                 ADD 1 TO WS-BEFORE-WINDOW
              ELSE
                 IF WS-CLAIM-MIDX > WS-CYCLE-MIDX
                    OR WS-RUN-MIDX < WS-CLAIM-MIDX
                    OR WS-RUN-MIDX > WS-CYCLE-MIDX
                    PERFORM 220-REJECT-CLAIM
                 ELSE
                    PERFORM 230-POST-CLAIM
                 END-IF
              END-IF
           END-IF.

       220-REJECT-CLAIM.
           ADD 1 TO WS-UNUSABLE.
           DISPLAY "WARNING: CLAIM DATE " HS-CLAIM-DATE
              " RUN DATE " HS-RUN-DATE " ON POLICY " HS-POLICY-NO
              " CANNOT BE PLACED - LEFT OUT OF THE TRIANGLE".

       230-POST-CLAIM.
           ADD 1 TO WS-IN-TRIANGLE.
           COMPUTE WS-ROW = WS-CLAIM-MIDX - WS-FIRST-MIDX + 1.
           COMPUTE WS-AGE = WS-RUN-MIDX - WS-CLAIM-MIDX + 1.
           ADD 1 TO WS-SG-COUNT(1, WS-ROW, WS-AGE).
           ADD HS-AMOUNT TO WS-SG-AMT(1, WS-ROW, WS-AGE).
           MOVE HS-PROD-CODE TO WS-LOOKUP-PROD.
           MOVE HS-CLAIM-TYPE TO WS-LOOKUP-TYPE.
           PERFORM 240-FIND-SEGMENT.
           IF WS-SEG-SUB > 0
              ADD 1 TO WS-SG-COUNT(WS-SEG-SUB, WS-ROW, WS-AGE)
              ADD HS-AMOUNT TO WS-SG-AMT(WS-SEG-SUB, WS-ROW, WS-AGE)
           ELSE
              ADD 1 TO WS-SEG-OVERFLOW
           END-IF.

      * Finds the product/claim type entry, adding it on first
      * sight. WS-SEG-SUB comes back zero when the table is full.
       240-FIND-SEGMENT.
           MOVE 0 TO WS-SEG-SUB.
           SET SEG-IDX TO 2.
           SEARCH WS-SEG-ENTRY
              AT END
                 CONTINUE
              WHEN SEG-IDX > WS-SEG-COUNT
                 ADD 1 TO WS-SEG-COUNT
                 MOVE WS-LOOKUP-PROD TO WS-SG-PROD(SEG-IDX)
                 MOVE WS-LOOKUP-TYPE TO WS-SG-TYPE(SEG-IDX)
                 SET WS-SEG-SUB TO SEG-IDX
              WHEN WS-SG-PROD(SEG-IDX) = WS-LOOKUP-PROD
                 AND WS-SG-TYPE(SEG-IDX) = WS-LOOKUP-TYPE
                 SET WS-SEG-SUB TO SEG-IDX
           END-SEARCH.

      * The archive generations, one concatenated file. Each slice
      * opens with MTHCLOSE's header record, which is counted, not
      * placed; detail ahead of any header is from a slice written
      * before the header existed and is placed all the same. A
      * slice whose header repeats an earlier generation's close
      * date is skipped up to the next header. No archive at all
      * (status 35) is a live-history-only triangle; an archive that
      * is there but cannot be read stops the run, since a short
      * triangle would pass for a true one.
       250-READ-ARCHIVE.
           OPEN INPUT DEV-ARCH-IN.
           EVALUATE WS-ARCH-STATUS
              WHEN "00"
                 PERFORM UNTIL ARCH-EOF-YES
                    READ DEV-ARCH-IN INTO WS-HIST-REC
                       AT END
                          SET ARCH-EOF-YES TO TRUE
                       NOT AT END
                          IF AH-SLICE-HEADER
                             PERFORM 255-START-GENERATION
                          ELSE
                             ADD 1 TO WS-ARCH-READ
                             IF SKIP-SLICE
                                ADD 1 TO WS-ARCH-SKIPPED
                             ELSE
                                IF WS-ARCH-GENS = 0
                                   ADD 1 TO WS-ARCH-UNMARKED
                                END-IF
                                PERFORM 210-PLACE-CLAIM
                             END-IF
                          END-IF
                    END-READ
                 END-PERFORM
                 CLOSE DEV-ARCH-IN
              WHEN "35"
                 DISPLAY "NO ARCHIVE SUPPLIED - LIVE HISTORY ONLY"
              WHEN OTHER
                 DISPLAY "ABORT: CLAIM HISTORY ARCHIVE UNUSABLE - "
                    "STATUS " WS-ARCH-STATUS " - NO TRIANGLE PRINTED"
                 CLOSE DEV-HIST-IN DEV-REPORT
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
           END-EVALUATE.

       255-START-GENERATION.
           ADD 1 TO WS-ARCH-GENS.
           MOVE 'N' TO WS-SKIP-FLAG.
           PERFORM VARYING WS-GEN-SUB FROM 1 BY 1
                   UNTIL WS-GEN-SUB > WS-GEN-COUNT
                      OR SKIP-SLICE
              IF WS-GN-CLOSE-DATE(WS-GEN-SUB) = AH-CLOSE-DATE
                 SET SKIP-SLICE TO TRUE
              END-IF
           END-PERFORM.
           IF SKIP-SLICE
              ADD 1 TO WS-ARCH-DUPLICATE
              DISPLAY "WARNING: ARCHIVE GENERATION CLOSED "
                 AH-CLOSE-DATE " SUPPLIED MORE THAN ONCE - COUNTED "
                 "ONCE ONLY"
           ELSE
              IF WS-GEN-COUNT < WS-MAX-GENS
                 ADD 1 TO WS-GEN-COUNT
                 MOVE AH-CLOSE-DATE TO WS-GN-CLOSE-DATE(WS-GEN-COUNT)
              ELSE
                 ADD 1 TO WS-GEN-OVERFLOW
                 DISPLAY "WARNING: ARCHIVE GENERATION CLOSED "
                    AH-CLOSE-DATE " PAST THE GENERATION TABLE - NOT "
                    "CHECKED FOR REPEATS"
              END-IF
           END-IF.

       300-FINAL.
           CLOSE DEV-HIST-IN.
           MOVE WS-RUN-DATE-ED TO DEV-RUN-DATE.
           WRITE REPORT-LINE FROM WS-HEADING-1.
           WRITE REPORT-LINE FROM WS-BLANK-LINE.
           MOVE WS-FIRST-MIDX TO WS-LABEL-MIDX.
           PERFORM 360-MONTH-LABEL.
           MOVE WS-MONTH-LABEL TO WIN-FIRST.
           MOVE WS-CYCLE-MIDX TO WS-LABEL-MIDX.
           PERFORM 360-MONTH-LABEL.
           MOVE WS-MONTH-LABEL TO WIN-LAST.
           MOVE WS-DEV-MONTHS TO WIN-MONTHS.
           COMPUTE WIN-GENS = WS-ARCH-GENS - WS-ARCH-DUPLICATE.
           WRITE REPORT-LINE FROM WS-WINDOW-LINE.

           PERFORM 310-PRINT-SEGMENT
              VARYING WS-SEG-SUB FROM 1 BY 1
              UNTIL WS-SEG-SUB > WS-SEG-COUNT.

           PERFORM 390-SUMMARY-TOTALS.
           CLOSE DEV-REPORT.
           IF WS-UNUSABLE > 0 OR WS-SEG-OVERFLOW > 0
              OR WS-GEN-OVERFLOW > 0
              MOVE 4 TO RETURN-CODE
           END-IF.

      * One segment: the four triangles, the factors, and the
      * control against the summary master.
       310-PRINT-SEGMENT.
           WRITE REPORT-LINE FROM WS-BLANK-LINE.
           WRITE REPORT-LINE FROM WS-SEGMENT-RULE.
           IF WS-SEG-SUB = 1
              MOVE "ALL PRODUCTS" TO SEG-PROD
           ELSE
              MOVE WS-SG-PROD(WS-SEG-SUB) TO SEG-PROD
           END-IF.
           MOVE WS-SG-TYPE(WS-SEG-SUB) TO SEG-TYPE.
           WRITE REPORT-LINE FROM WS-SEGMENT-TITLE.
           WRITE REPORT-LINE FROM WS-SEGMENT-RULE.
           PERFORM 320-PRINT-BLOCK
              VARYING WS-BLOCK FROM 1 BY 1 UNTIL WS-BLOCK > 4.
           PERFORM 340-PRINT-FACTORS.
           PERFORM 350-PRINT-CONTROL.

      * Block 1 incremental amounts, 2 cumulative amounts, 3
      * incremental counts, 4 cumulative counts.
       320-PRINT-BLOCK.
           WRITE REPORT-LINE FROM WS-BLANK-LINE.
           EVALUATE WS-BLOCK
              WHEN 1 MOVE "INCREMENTAL AMOUNT (WHOLE DOLLARS)"
                        TO BLK-TITLE
              WHEN 2 MOVE "CUMULATIVE AMOUNT (WHOLE DOLLARS)"
                        TO BLK-TITLE
              WHEN 3 MOVE "INCREMENTAL CLAIM COUNT" TO BLK-TITLE
              WHEN 4 MOVE "CUMULATIVE CLAIM COUNT" TO BLK-TITLE
           END-EVALUATE.
           WRITE REPORT-LINE FROM WS-BLOCK-TITLE.
           MOVE SPACES TO WS-TRI-LINE.
           MOVE "CLAIM MTH" TO TRI-LABEL.
           PERFORM 322-AGE-HEADING-CELL
              VARYING WS-AGE FROM 1 BY 1
              UNTIL WS-AGE > WS-DEV-MONTHS.
           WRITE REPORT-LINE FROM WS-TRI-LINE.
           PERFORM 325-PRINT-ROW
              VARYING WS-ROW FROM 1 BY 1
              UNTIL WS-ROW > WS-DEV-MONTHS.

       322-AGE-HEADING-CELL.
           COMPUTE WS-ED-AGE-TO = WS-AGE - 1.
           MOVE SPACES TO TRI-CELL(WS-AGE).
           STRING "    MTH "    DELIMITED BY SIZE
                  WS-ED-AGE-TO  DELIMITED BY SIZE
              INTO TRI-CELL(WS-AGE)
           END-STRING.

      * A row prints only the months elapsed that have happened -
      * the claim month plus the ages up to the cycle month.
       325-PRINT-ROW.
           MOVE SPACES TO WS-TRI-LINE.
           COMPUTE WS-LABEL-MIDX = WS-FIRST-MIDX + WS-ROW - 1.
           PERFORM 360-MONTH-LABEL.
           MOVE WS-MONTH-LABEL TO TRI-LABEL.
           MOVE 0 TO WS-CUM-COUNT.
           MOVE 0 TO WS-CUM-AMT.
           COMPUTE WS-LAST-AGE = WS-DEV-MONTHS - WS-ROW + 1.
           PERFORM 330-FILL-CELL
              VARYING WS-AGE FROM 1 BY 1
              UNTIL WS-AGE > WS-LAST-AGE.
           WRITE REPORT-LINE FROM WS-TRI-LINE.

       330-FILL-CELL.
           ADD WS-SG-COUNT(WS-SEG-SUB, WS-ROW, WS-AGE)
              TO WS-CUM-COUNT.
           ADD WS-SG-AMT(WS-SEG-SUB, WS-ROW, WS-AGE) TO WS-CUM-AMT.
           EVALUATE WS-BLOCK
              WHEN 1
                 COMPUTE WS-WHOLE-AMT ROUNDED =
                    WS-SG-AMT(WS-SEG-SUB, WS-ROW, WS-AGE)
                 MOVE WS-WHOLE-AMT TO WS-ED-NUM
              WHEN 2
                 COMPUTE WS-WHOLE-AMT ROUNDED = WS-CUM-AMT
                 MOVE WS-WHOLE-AMT TO WS-ED-NUM
              WHEN 3
                 MOVE WS-SG-COUNT(WS-SEG-SUB, WS-ROW, WS-AGE)
                    TO WS-ED-NUM
              WHEN 4
                 MOVE WS-CUM-COUNT TO WS-ED-NUM
           END-EVALUATE.
           MOVE WS-ED-NUM TO TCW-VALUE.
           MOVE WS-TRI-CELL-WORK TO TRI-CELL(WS-AGE).

      * Age-to-age factors, volume weighted: for each step from one
      * month elapsed to the next, the cumulative at the later age
      * over the cumulative at the earlier one, summed over the
      * claim months that have reached the later age.
       340-PRINT-FACTORS.
           WRITE REPORT-LINE FROM WS-BLANK-LINE.
           MOVE "AGE-TO-AGE FACTORS" TO BLK-TITLE.
           WRITE REPORT-LINE FROM WS-BLOCK-TITLE.
           MOVE SPACES TO WS-TRI-LINE.
           MOVE "MONTHS" TO TRI-LABEL.
           COMPUTE WS-LAST-AGE = WS-DEV-MONTHS - 1.
           PERFORM 342-FACTOR-HEADING-CELL
              VARYING WS-AGE FROM 1 BY 1
              UNTIL WS-AGE > WS-LAST-AGE.
           WRITE REPORT-LINE FROM WS-TRI-LINE.

           MOVE 1 TO WS-BLOCK.
           MOVE SPACES TO WS-TRI-LINE.
           MOVE "AMOUNT" TO TRI-LABEL.
           PERFORM 344-FACTOR-CELL
              VARYING WS-AGE FROM 1 BY 1
              UNTIL WS-AGE > WS-LAST-AGE.
           WRITE REPORT-LINE FROM WS-TRI-LINE.

           MOVE 3 TO WS-BLOCK.
           MOVE SPACES TO WS-TRI-LINE.
           MOVE "COUNT" TO TRI-LABEL.
           PERFORM 344-FACTOR-CELL
              VARYING WS-AGE FROM 1 BY 1
              UNTIL WS-AGE > WS-LAST-AGE.
           WRITE REPORT-LINE FROM WS-TRI-LINE.

       342-FACTOR-HEADING-CELL.
           COMPUTE WS-ED-AGE-FROM = WS-AGE - 1.
           MOVE WS-AGE TO WS-ED-AGE-TO.
           MOVE SPACES TO TRI-CELL(WS-AGE).
           STRING "  "            DELIMITED BY SIZE
                  WS-ED-AGE-FROM  DELIMITED BY SIZE
                  " TO "          DELIMITED BY SIZE
                  WS-ED-AGE-TO    DELIMITED BY SIZE
              INTO TRI-CELL(WS-AGE)
           END-STRING.

      * The step from column WS-AGE to WS-AGE + 1, over the rows
      * that have reached WS-AGE + 1. No volume at the earlier age
      * leaves the cell blank.
       344-FACTOR-CELL.
           MOVE 0 TO WS-NUM-COUNT.
           MOVE 0 TO WS-DEN-COUNT.
           MOVE 0 TO WS-NUM-AMT.
           MOVE 0 TO WS-DEN-AMT.
           PERFORM 346-FACTOR-ROW
              VARYING WS-FAC-ROW FROM 1 BY 1
              UNTIL WS-FAC-ROW > WS-DEV-MONTHS - WS-AGE.
           MOVE SPACES TO TRI-CELL(WS-AGE).
           IF WS-BLOCK = 1
              IF WS-DEN-AMT > 0
                 COMPUTE WS-FACTOR ROUNDED = WS-NUM-AMT / WS-DEN-AMT
                    ON SIZE ERROR
                       MOVE 99999.999 TO WS-FACTOR
                 END-COMPUTE
                 MOVE WS-FACTOR TO WS-ED-FACTOR
                 MOVE WS-ED-FACTOR TO TRI-CELL(WS-AGE)
              END-IF
           ELSE
              IF WS-DEN-COUNT > 0
                 COMPUTE WS-FACTOR ROUNDED =
                    WS-NUM-COUNT / WS-DEN-COUNT
                    ON SIZE ERROR
                       MOVE 99999.999 TO WS-FACTOR
                 END-COMPUTE
                 MOVE WS-FACTOR TO WS-ED-FACTOR
                 MOVE WS-ED-FACTOR TO TRI-CELL(WS-AGE)
              END-IF
           END-IF.

       346-FACTOR-ROW.
           MOVE WS-FAC-ROW TO WS-ROW.
           MOVE WS-AGE TO WS-CUM-TO.
           PERFORM 348-CUMULATE-ROW.
           ADD WS-CUM-COUNT TO WS-DEN-COUNT.
           ADD WS-CUM-AMT TO WS-DEN-AMT.
           ADD WS-SG-COUNT(WS-SEG-SUB, WS-ROW, WS-AGE + 1)
              TO WS-CUM-COUNT.
           ADD WS-SG-AMT(WS-SEG-SUB, WS-ROW, WS-AGE + 1)
              TO WS-CUM-AMT.
           ADD WS-CUM-COUNT TO WS-NUM-COUNT.
           ADD WS-CUM-AMT TO WS-NUM-AMT.

      * Cumulative count and amount for row WS-ROW through column
      * WS-CUM-TO.
       348-CUMULATE-ROW.
           MOVE 0 TO WS-CUM-COUNT.
           MOVE 0 TO WS-CUM-AMT.
           PERFORM 349-ADD-ONE-CELL
              VARYING WS-CUM-AGE FROM 1 BY 1
              UNTIL WS-CUM-AGE > WS-CUM-TO.

       349-ADD-ONE-CELL.
           ADD WS-SG-COUNT(WS-SEG-SUB, WS-ROW, WS-CUM-AGE)
              TO WS-CUM-COUNT.
           ADD WS-SG-AMT(WS-SEG-SUB, WS-ROW, WS-CUM-AGE)
              TO WS-CUM-AMT.

      * Each claim month's triangle total to date against the
      * summary master. The whole-book segment's months that do
      * not agree are counted for the run summary.
       350-PRINT-CONTROL.
           WRITE REPORT-LINE FROM WS-BLANK-LINE.
           MOVE "CONTROL AGAINST THE MONTHLY SUMMARY MASTER"
              TO BLK-TITLE.
           WRITE REPORT-LINE FROM WS-BLOCK-TITLE.
           WRITE REPORT-LINE FROM WS-CTL-HEADING.
           PERFORM 355-PRINT-CONTROL-ROW
              VARYING WS-ROW FROM 1 BY 1
              UNTIL WS-ROW > WS-DEV-MONTHS.

       355-PRINT-CONTROL-ROW.
           COMPUTE WS-CUM-TO = WS-DEV-MONTHS - WS-ROW + 1.
           PERFORM 348-CUMULATE-ROW.
           COMPUTE WS-LABEL-MIDX = WS-FIRST-MIDX + WS-ROW - 1.
           PERFORM 360-MONTH-LABEL.
           MOVE WS-MONTH-LABEL TO CTL-MONTH.
           MOVE WS-CUM-COUNT TO CTL-TRI-COUNT.
           MOVE WS-CUM-AMT TO CTL-TRI-AMT.
           MOVE WS-SG-SUM-COUNT(WS-SEG-SUB, WS-ROW) TO CTL-SUM-COUNT.
           MOVE WS-SG-SUM-AMT(WS-SEG-SUB, WS-ROW) TO CTL-SUM-AMT.
           COMPUTE WS-DIFF-AMT =
              WS-CUM-AMT - WS-SG-SUM-AMT(WS-SEG-SUB, WS-ROW).
           MOVE WS-DIFF-AMT TO CTL-DIFF.
           IF WS-CUM-COUNT = WS-SG-SUM-COUNT(WS-SEG-SUB, WS-ROW)
              AND WS-DIFF-AMT = 0
              MOVE SPACES TO CTL-FLAG
           ELSE
              MOVE "*** DOES NOT AGREE" TO CTL-FLAG
              IF WS-SEG-SUB = 1
                 ADD 1 TO WS-MONTHS-OUT-OF-TIE
              END-IF
           END-IF.
           WRITE REPORT-LINE FROM WS-CTL-LINE.

      * WS-LABEL-MIDX back to a 20YY-MM label.
       360-MONTH-LABEL.
           COMPUTE WS-LABEL-YY = (WS-LABEL-MIDX - 1) / 12.
           COMPUTE WS-LABEL-MM = WS-LABEL-MIDX - (WS-LABEL-YY * 12).
           MOVE SPACES TO WS-MONTH-LABEL.
           STRING "20"         DELIMITED BY SIZE
                  WS-LABEL-YY  DELIMITED BY SIZE
                  "-"          DELIMITED BY SIZE
                  WS-LABEL-MM  DELIMITED BY SIZE
              INTO WS-MONTH-LABEL
           END-STRING.

       390-SUMMARY-TOTALS.
           WRITE REPORT-LINE FROM WS-BLANK-LINE.
           WRITE REPORT-LINE FROM WS-SUM-LINE-ONE.
           WRITE REPORT-LINE FROM WS-SUM-TITLE.
           WRITE REPORT-LINE FROM WS-BLANK-LINE.
           MOVE WS-HIST-READ TO SUM-HIST.
           WRITE REPORT-LINE FROM WS-SUM-HIST.
           MOVE WS-ARCH-READ TO SUM-ARCH.
           WRITE REPORT-LINE FROM WS-SUM-ARCH.
           COMPUTE SUM-GENS = WS-ARCH-GENS - WS-ARCH-DUPLICATE.
           WRITE REPORT-LINE FROM WS-SUM-GENS.
           MOVE WS-ARCH-DUPLICATE TO SUM-DUPLICATE.
           WRITE REPORT-LINE FROM WS-SUM-DUPLICATE.
           MOVE WS-ARCH-SKIPPED TO SUM-SKIPPED.
           WRITE REPORT-LINE FROM WS-SUM-SKIPPED.
           MOVE WS-GEN-OVERFLOW TO SUM-GEN-OVERFLOW.
           WRITE REPORT-LINE FROM WS-SUM-GEN-OVERFLOW.
           MOVE WS-ARCH-UNMARKED TO SUM-UNMARKED.
           WRITE REPORT-LINE FROM WS-SUM-UNMARKED.
           MOVE WS-IN-TRIANGLE TO SUM-IN-TRIANGLE.
           WRITE REPORT-LINE FROM WS-SUM-IN-TRIANGLE.
           MOVE WS-BEFORE-WINDOW TO SUM-BEFORE.
           WRITE REPORT-LINE FROM WS-SUM-BEFORE.
           MOVE WS-UNUSABLE TO SUM-UNUSABLE.
           WRITE REPORT-LINE FROM WS-SUM-UNUSABLE.
           MOVE WS-SUMM-READ TO SUM-SUMM.
           WRITE REPORT-LINE FROM WS-SUM-SUMM.
           MOVE WS-MONTHS-OUT-OF-TIE TO SUM-TIE.
           WRITE REPORT-LINE FROM WS-SUM-TIE.
           MOVE WS-SEG-OVERFLOW TO SUM-OVERFLOW.
           WRITE REPORT-LINE FROM WS-SUM-OVERFLOW.

       END PROGRAM LOSSDEV.
