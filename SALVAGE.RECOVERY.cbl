       IDENTIFICATION DIVISION.
       PROGRAM-ID.    SALVRCV.
       AUTHOR.        Grant Heath.
       DATE-WRITTEN.  2026-10-15.

      * Description:
      * Salvage recovery on replacement claims. When RPLREPORT
      * approves a replacement the old unit becomes ours, and it
      * opens a salvage item on the salvage item master with the
      * amount approved and the salvage expected for the product.
      * The salvage buyer sends a monthly file of what it did with
      * those units - P(icked up), S(old) with the net proceeds
      * remitted, or X (scrapped, no value) - identified by our
      * claim number from the pickup order, with a trailer carrying
      * the event count and proceeds total. This program proves the
      * file against its trailer before anything is applied, then
      * brings each item up to date.
      *
      * The proceeds on every sale post to the GL as a recovery of
      * claim expense - debit cash for the buyer's cheque, credit
      * 6100CLEX - by region and product, the cost centre the claim
      * expense was debited under, instead of landing in
      * miscellaneous income. A sale is posted once: the same file
      * applied twice lists its sales as already sold, and the
      * extract is built from the items stamped posted on the cycle,
      * so a rerun of the cycle writes the same extract again.
      *
      * Units still not picked up, or picked up and still not sold,
      * more than WS-SALVAGE-DAYS after the item opened are listed
      * for follow-up with the buyer. The report closes with the net
      * replacement cost after salvage by product, to date: approved
      * replacement dollars less the proceeds actually recovered.
      *
      * Files:
      * Input file:  SALVPROC - salvage buyer pickup/proceeds file
      * Input file:  CYCLECTL - cycle control record
      * Input file:  PARMFILE - shared run parameter card
      * I-O file:    SALVMSTR - salvage item master
      * Output file: SALVGL   - salvage recovery GL posting extract
      * Output file: SALVRPT  - salvage recovery report
      * I-O file:    RUNSTATE - suite run-state, this step

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SLV-PROCEEDS-IN ASSIGN TO SALVPROC
                                ORGANIZATION IS SEQUENTIAL
                                FILE STATUS IS WS-PROC-STATUS.
           SELECT SLV-SALVAGE-MSTR ASSIGN TO SALVMSTR
                                ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD KEY IS SV-CLAIM-NO
                                FILE STATUS IS WS-SALVMSTR-STATUS.
           SELECT SLV-GL-POSTING ASSIGN TO SALVGL
                                ORGANIZATION IS SEQUENTIAL.
           SELECT SLV-REPORT    ASSIGN TO SALVRPT
                                ORGANIZATION IS SEQUENTIAL.
           SELECT SLV-PARM-IN   ASSIGN TO PARMFILE
                                ORGANIZATION IS SEQUENTIAL
                                FILE STATUS IS WS-PARM-STATUS.
           SELECT SLV-CYCLE-CTL ASSIGN TO CYCLECTL
                                ORGANIZATION IS SEQUENTIAL
                                FILE STATUS IS WS-CYCLE-STATUS.
           SELECT SLV-RUN-STATE ASSIGN TO RUNSTATE
                                ORGANIZATION IS INDEXED
                                ACCESS MODE IS RANDOM
                                RECORD KEY IS RS-KEY
                                FILE STATUS IS WS-RUNST-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *---------------------------------------------------------------*
      * SALVAGE BUYER FILE - one record per thing the buyer did with
      * one of our units this month, and a "T" trailer with the event
      * count and the total proceeds remitted. SP-PROCEEDS is the net
      * the buyer remits on a sale, zero on a pickup or a scrap.
      *---------------------------------------------------------------*
       FD  SLV-PROCEEDS-IN
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01 SP-REC-IN.
          05 SP-REC-TYPE            PIC X(1).
             88 SP-PICKED-UP                      VALUE "P".
             88 SP-SOLD                           VALUE "S".
             88 SP-SCRAPPED                       VALUE "X".
             88 SP-TRAILER                        VALUE "T".
          05 SP-CLAIM-NO            PIC X(12).
          05 SP-EVENT-DATE          PIC 9(6).
          05 SP-PROCEEDS            PIC 9(7)V99.
          05 SP-BUYER-REF           PIC X(10).
          05 FILLER                 PIC X(42).

       01 SP-TRAILER-REC.
          05 SPT-REC-TYPE           PIC X(1).
          05 SPT-EVENT-COUNT        PIC 9(7).
          05 SPT-PROCEEDS-TOTAL     PIC 9(11)V99.
          05 FILLER                 PIC X(59).

      *---------------------------------------------------------------*
      * SALVAGE ITEM MASTER - exactly as RPLREPORT opens it: one
      * record per approved replacement, keyed by the permanent
      * claim number. SV-STATUS: O = open, awaiting pickup; P =
      * picked up, awaiting sale; S = sold, proceeds received; X =
      * scrapped by the buyer, no value. SV-POSTED-DATE is the cycle
      * date the proceeds were posted to the GL, zero until then.
      *---------------------------------------------------------------*
       FD  SLV-SALVAGE-MSTR
           RECORD CONTAINS 100 CHARACTERS.
       01 SALVAGE-REC.
          05 SV-CLAIM-NO            PIC X(12).
          05 SV-POLICY-NO           PIC X(10).
          05 SV-PROD-CODE           PIC X(3).
          05 SV-REGION              PIC 9(1).
          05 SV-CLAIM-DATE          PIC 9(6).
          05 SV-OPEN-DATE           PIC 9(6).
          05 SV-APPROVED            PIC 9(7)V99.
          05 SV-EXPECTED            PIC 9(7)V99.
          05 SV-STATUS              PIC X(1).
             88 SV-OPEN                           VALUE "O".
             88 SV-PICKED-UP                      VALUE "P".
             88 SV-SOLD                           VALUE "S".
             88 SV-SCRAPPED                       VALUE "X".
          05 SV-PICKUP-DATE         PIC 9(6).
          05 SV-CLOSED-DATE         PIC 9(6).
          05 SV-PROCEEDS            PIC 9(7)V99.
          05 SV-POSTED-DATE         PIC 9(6).
          05 SV-BUYER-REF           PIC X(10).
          05 FILLER                 PIC X(6).

      *---------------------------------------------------------------*
      * GL POSTING EXTRACT - same layout the report programs write:
      * "D" lines keyed by account, cost centre (region ID + product
      * code) and side, and a "T" trailer with the line count and
      * signed net.
      *---------------------------------------------------------------*
       FD  SLV-GL-POSTING
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01 GL-REC.
          05 GL-REC-TYPE            PIC X(1).
          05 GL-ACCOUNT             PIC X(8).
          05 GL-COST-CENTRE.
             10 GL-CC-REGION        PIC 9(1).
             10 GL-CC-PROD          PIC X(3).
          05 GL-DR-CR               PIC X(2).
          05 GL-AMOUNT              PIC 9(9)V99.
          05 GL-SOURCE              PIC X(3).
          05 GL-RUN-DATE            PIC 9(6).
          05 FILLER                 PIC X(45).

       01 GL-TRAILER.
          05 GT-REC-TYPE            PIC X(1).
          05 GT-LINE-COUNT          PIC 9(7).
          05 GT-NET-AMOUNT          PIC S9(11)V99
                                    SIGN LEADING SEPARATE.
          05 FILLER                 PIC X(58).

       FD  SLV-REPORT
           RECORDING MODE IS F
           RECORD CONTAINS 132 CHARACTERS.
       01 REPORT-LINE             PIC X(132).

      *---------------------------------------------------------------*
      * RUN PARAMETER CARD - same shared card the report programs
      * read; this program takes SALVAGE-DAYS from it and ignores the
      * keywords the other programs own.
      *---------------------------------------------------------------*
       FD  SLV-PARM-IN
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01 PARM-REC-IN.
          05 PRM-KEYWORD            PIC X(20).
          05 PRM-VALUE              PIC X(20).
          05 FILLER                 PIC X(40).

      *---------------------------------------------------------------*
      * CYCLE CONTROL RECORD - the business date this run belongs to,
      * stamped everywhere the system clock used to be. The scheduler
      * advances it with CYCADV only when the full suite completes,
      * so a rerun after an abend still carries the night it is
      * making up, and two cycles can run on one calendar day.
      *---------------------------------------------------------------*
       FD  SLV-CYCLE-CTL
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
       FD  SLV-RUN-STATE
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
       77 WS-PARM-STATUS          PIC X(2)        VALUE SPACES.
       77 WS-PROC-STATUS          PIC X(2)        VALUE SPACES.
       77 WS-SALVMSTR-STATUS      PIC X(2)        VALUE SPACES.

      *---------------------------------------------------------------*
      * FOLLOW-UP LIMIT - a unit not picked up, or picked up and not
      * sold, more than this many days after its salvage item opened
      * is listed for follow-up with the buyer. The VALUE clause is
      * only the fallback; the run parameter card overrides it.
      *---------------------------------------------------------------*
       77 WS-SALVAGE-DAYS         PIC 9(3)        VALUE 60.

       01 WS-FLAGS.
          05 WS-EOF               PIC X           VALUE 'N'.
             88 EOF-YES                           VALUE 'Y'.
          05 WS-PARM-EOF          PIC X           VALUE 'N'.
             88 PARM-EOF-YES                      VALUE 'Y'.
          05 WS-MSTR-EOF          PIC X           VALUE 'N'.
             88 MSTR-EOF-YES                      VALUE 'Y'.
          05 WS-PROC-FLAG         PIC X           VALUE 'N'.
             88 PROC-FILE-PRESENT                 VALUE 'Y'.
          05 WS-TRAILER-FLAG      PIC X           VALUE 'N'.
             88 PROC-GOT-TRAILER                  VALUE 'Y'.
          05 WS-ITEM-FLAG         PIC X           VALUE 'N'.
             88 ITEM-FOUND                        VALUE 'Y'.

       01 WS-COUNTERS.
          05 WS-EVENTS-READ       PIC 9(7)        VALUE 0.
          05 WS-EVENTS-PROCEEDS   PIC 9(11)V99    VALUE 0.
          05 WS-PICKUP-COUNT      PIC 9(6)        VALUE 0.
          05 WS-SOLD-COUNT        PIC 9(6)        VALUE 0.
          05 WS-SOLD-AMOUNT       PIC 9(11)V99    VALUE 0.
          05 WS-SCRAP-COUNT       PIC 9(6)        VALUE 0.
          05 WS-CLOSED-COUNT      PIC 9(6)        VALUE 0.
          05 WS-UNMATCHED-COUNT   PIC 9(6)        VALUE 0.
          05 WS-UNMATCHED-AMOUNT  PIC 9(11)V99    VALUE 0.
          05 WS-ITEMS-READ        PIC 9(7)        VALUE 0.
          05 WS-AGED-COUNT        PIC 9(6)        VALUE 0.
          05 WS-AGED-EXPECTED     PIC 9(11)V99    VALUE 0.

      *---------------------------------------------------------------*
      * PRODUCT TABLE - the four replacement products, in the same
      * order as the report programs' GL product table, with the name
      * the replacement report prints. WS-PROD-TOTALS runs parallel
      * to it for the net cost section; its fifth row is the total.
      *---------------------------------------------------------------*
       01 WS-PROD-VALUES.
          05 FILLER               PIC X(3)        VALUE "FRG".
          05 FILLER               PIC X(10)       VALUE "FRIDGE".
          05 FILLER               PIC X(3)        VALUE "STV".
          05 FILLER               PIC X(10)       VALUE "STOVE".
          05 FILLER               PIC X(3)        VALUE "WAS".
          05 FILLER               PIC X(10)       VALUE "WASHER".
          05 FILLER               PIC X(3)        VALUE "ACO".
          05 FILLER               PIC X(10)       VALUE "AC UNIT".

       01 WS-PROD-TABLE REDEFINES WS-PROD-VALUES.
          05 WS-PROD-ENTRY OCCURS 4 TIMES.
             10 WS-PROD-CODE      PIC X(3).
             10 WS-PROD-NAME      PIC X(10).

       01 WS-PROD-TOTALS.
          05 WS-PT-ENTRY OCCURS 5 TIMES.
             10 WS-PT-UNITS       PIC 9(7)        VALUE 0.
             10 WS-PT-OPEN        PIC 9(7)        VALUE 0.
             10 WS-PT-SOLD        PIC 9(7)        VALUE 0.
             10 WS-PT-SCRAPPED    PIC 9(7)        VALUE 0.
             10 WS-PT-APPROVED    PIC 9(11)V99    VALUE 0.
             10 WS-PT-EXPECTED    PIC 9(11)V99    VALUE 0.
             10 WS-PT-RECOVERED   PIC 9(11)V99    VALUE 0.

      *---------------------------------------------------------------*
      * GL RECOVERY ACCUMULATORS - sale proceeds by region and
      * product, turned into balanced debit/credit pairs by
      * 330-WRITE-GL-EXTRACT at end of run.
      *---------------------------------------------------------------*
       01 WS-GL-ACCUM-TABLE.
          05 WS-GL-REGION-GRP OCCURS 5 TIMES.
             10 WS-GL-RECOVERED   PIC 9(9)V99     VALUE 0
                                  OCCURS 4 TIMES.

       01 WS-GL-WORK.
          05 WS-PROD-INDEX        PIC 9(1)        VALUE 0.
          05 WS-GL-R              PIC 9(1)        VALUE 0.
          05 WS-GL-P              PIC 9(1)        VALUE 0.
          05 WS-GL-LINE-COUNT     PIC 9(7)        VALUE 0.
          05 WS-GL-NET            PIC S9(11)V99   VALUE 0.
          05 WS-GL-POSTED         PIC 9(11)V99    VALUE 0.

       01 WS-AGE-WORK.
          05 WS-DATE-8            PIC 9(8)        VALUE 0.
          05 WS-RUN-INT-DATE      PIC 9(7)        VALUE 0.
          05 WS-OPEN-INT-DATE     PIC 9(7)        VALUE 0.
          05 WS-DAYS-OUT          PIC S9(5)       VALUE 0.

       01 WS-NET-COST             PIC S9(11)V99   VALUE 0.
       01 WS-RECOVERY-PCT         PIC 9(3)V9      VALUE 0.
       01 WS-P                    PIC 9(1)        VALUE 0.

       01 WS-PARM-NUM-X           PIC X(3)        VALUE SPACES.
       01 WS-PARM-NUM-9 REDEFINES WS-PARM-NUM-X
                                  PIC 9(3).

       01 WS-PROC-AMT-X           PIC X(9)        VALUE SPACES.
       01 WS-PROC-AMT-9 REDEFINES WS-PROC-AMT-X
                                  PIC 9(7)V99.

       01 WS-RUN-DATE-RAW         PIC 9(6)        VALUE 0.
       01 WS-RUN-DATE-BREAKDOWN REDEFINES WS-RUN-DATE-RAW.
          05 WS-RUN-YY            PIC 99.
          05 WS-RUN-MM            PIC 99.
          05 WS-RUN-DD            PIC 99.
       01 WS-RUN-DATE-ED          PIC X(10)       VALUE SPACES.

       01 WS-BLANK-LINE           PIC X(132)      VALUE SPACES.

       01 WS-HEADING-1.
          05 FILLER               PIC X(45)       VALUE SPACES.
          05 FILLER               PIC X(30)       VALUE
                                  "SALVAGE RECOVERY REPORT".
          05 FILLER               PIC X(30)       VALUE SPACES.
          05 FILLER               PIC X(10)       VALUE "RUN DATE: ".
          05 SLV-RUN-DATE         PIC X(10).

       01 WS-ACTIVITY-TITLE.
          05 FILLER               PIC X(50)       VALUE
                                  "-- BUYER PICKUPS, SALES AND SCRAPS".

       01 WS-AGED-TITLE.
          05 FILLER               PIC X(26)       VALUE
                                  "-- UNITS NOT PICKED UP OR ".
          05 FILLER               PIC X(15)       VALUE
                                  "NOT SOLD AFTER ".
          05 AGED-TITLE-DAYS      PIC ZZ9.
          05 FILLER               PIC X(5)        VALUE " DAYS".

       01 WS-HEADING-2.
          05 FILLER               PIC X(15)       VALUE "CLAIM #".
          05 FILLER               PIC X(13)       VALUE "POLICY #".
          05 FILLER               PIC X(6)        VALUE "PROD".
          05 FILLER               PIC X(10)       VALUE "DATE".
          05 FILLER               PIC X(8)        VALUE "  DAYS".
          05 FILLER               PIC X(18)       VALUE
                                  "        EXPECTED".
          05 FILLER               PIC X(18)       VALUE
                                  "        PROCEEDS".
          05 FILLER               PIC X(44)       VALUE "  STATUS".

       01 WS-DETAIL-LINE.
          05 DET-CLAIM-NO         PIC X(12).
          05 FILLER               PIC X(3)        VALUE SPACES.
          05 DET-POLICY           PIC X(10).
          05 FILLER               PIC X(3)        VALUE SPACES.
          05 DET-PROD             PIC X(3).
          05 FILLER               PIC X(3)        VALUE SPACES.
          05 DET-DATE             PIC 9(6).
          05 FILLER               PIC X(4)        VALUE SPACES.
          05 DET-DAYS             PIC ZZZZ9.
          05 FILLER               PIC X(3)        VALUE SPACES.
          05 DET-EXPECTED         PIC $ZZZ,ZZZ,ZZ9.99.
          05 FILLER               PIC X(3)        VALUE SPACES.
          05 DET-PROCEEDS         PIC $ZZZ,ZZZ,ZZ9.99.
          05 FILLER               PIC X(3)        VALUE SPACES.
          05 DET-NOTE             PIC X(44).

       01 WS-NET-TITLE.
          05 FILLER               PIC X(30)       VALUE
                                  "-- NET REPLACEMENT COST AFTER ".
          05 FILLER               PIC X(30)       VALUE
                                  "SALVAGE BY PRODUCT, TO DATE".

       01 WS-NET-HEADING.
          05 FILLER               PIC X(12)       VALUE "PRODUCT".
          05 FILLER               PIC X(8)        VALUE "   UNITS".
          05 FILLER               PIC X(8)        VALUE "  UNSOLD".
          05 FILLER               PIC X(8)        VALUE "    SOLD".
          05 FILLER               PIC X(9)        VALUE " SCRAPPED".
          05 FILLER               PIC X(19)       VALUE
                                  "           APPROVED".
          05 FILLER               PIC X(19)       VALUE
                                  "   EXPECTED SALVAGE".
          05 FILLER               PIC X(19)       VALUE
                                  "          RECOVERED".
          05 FILLER               PIC X(20)       VALUE
                                  "  NET REPLACEMENT".
          05 FILLER               PIC X(11)       VALUE "  RECOVERY%".

       01 WS-NET-LINE.
          05 NET-PROD             PIC X(10).
          05 FILLER               PIC X(2)        VALUE SPACES.
          05 NET-UNITS            PIC ZZZ,ZZ9.
          05 FILLER               PIC X(1)        VALUE SPACES.
          05 NET-OPEN             PIC ZZZ,ZZ9.
          05 FILLER               PIC X(1)        VALUE SPACES.
          05 NET-SOLD             PIC ZZZ,ZZ9.
          05 FILLER               PIC X(1)        VALUE SPACES.
          05 NET-SCRAPPED         PIC ZZZ,ZZ9.
          05 FILLER               PIC X(2)        VALUE SPACES.
          05 NET-APPROVED         PIC $ZZ,ZZZ,ZZZ,ZZ9.99.
          05 FILLER               PIC X(1)        VALUE SPACES.
          05 NET-EXPECTED         PIC $ZZ,ZZZ,ZZZ,ZZ9.99.
          05 FILLER               PIC X(1)        VALUE SPACES.
          05 NET-RECOVERED        PIC $ZZ,ZZZ,ZZZ,ZZ9.99.
          05 FILLER               PIC X(1)        VALUE SPACES.
          05 NET-COST             PIC $ZZ,ZZZ,ZZZ,ZZ9.99-.
          05 FILLER               PIC X(3)        VALUE SPACES.
          05 NET-PCT              PIC ZZ9.9.
          05 FILLER               PIC X(1)        VALUE "%".

       01 WS-SUM-LINE-ONE         PIC X(132)      VALUE ALL "-".

       01 WS-SUM-TITLE.
          05 FILLER               PIC X(56)       VALUE SPACES.
          05 FILLER               PIC X(24)       VALUE
                                  "SALVAGE RECOVERY SUMMARY".

       01 WS-SUM-EVENTS.
          05 FILLER               PIC X(45)       VALUE
                                  "BUYER EVENTS READ: ".
          05 SUM-EVENTS           PIC ZZZ,ZZ9.
          05 FILLER               PIC X(3)        VALUE SPACES.
          05 SUM-EVENTS-AMT       PIC $ZZ,ZZZ,ZZZ,ZZ9.99.

       01 WS-SUM-PICKUPS.
          05 FILLER               PIC X(45)       VALUE
                                  "UNITS PICKED UP: ".
          05 SUM-PICKUPS          PIC ZZZ,ZZ9.

       01 WS-SUM-SOLD.
          05 FILLER               PIC X(45)       VALUE
                                  "UNITS SOLD - RECOVERY POSTED: ".
          05 SUM-SOLD             PIC ZZZ,ZZ9.
          05 FILLER               PIC X(3)        VALUE SPACES.
          05 SUM-SOLD-AMT         PIC $ZZ,ZZZ,ZZZ,ZZ9.99.

       01 WS-SUM-SCRAPPED.
          05 FILLER               PIC X(45)       VALUE
                                  "UNITS SCRAPPED - NO VALUE: ".
          05 SUM-SCRAPPED         PIC ZZZ,ZZ9.

       01 WS-SUM-CLOSED.
          05 FILLER               PIC X(45)       VALUE
                                  "EVENTS ALREADY APPLIED: ".
          05 SUM-CLOSED           PIC ZZZ,ZZ9.

       01 WS-SUM-UNMATCHED.
          05 FILLER               PIC X(45)       VALUE
                                  "EVENTS NOT APPLIED - NO ITEM/BAD: ".
          05 SUM-UNMATCHED        PIC ZZZ,ZZ9.
          05 FILLER               PIC X(3)        VALUE SPACES.
          05 SUM-UNMATCHED-AMT    PIC $ZZ,ZZZ,ZZZ,ZZ9.99.

       01 WS-SUM-GL.
          05 FILLER               PIC X(45)       VALUE
                                  "RECOVERIES POSTED TO 6100CLEX: ".
          05 FILLER               PIC X(10)       VALUE SPACES.
          05 SUM-GL-AMT           PIC $ZZ,ZZZ,ZZZ,ZZ9.99.

       01 WS-SUM-ITEMS.
          05 FILLER               PIC X(45)       VALUE
                                  "SALVAGE ITEMS ON MASTER: ".
          05 SUM-ITEMS            PIC ZZZ,ZZ9.

       01 WS-SUM-AGED.
          05 FILLER               PIC X(45)       VALUE
                                  "UNITS LISTED FOR FOLLOW-UP: ".
          05 SUM-AGED             PIC ZZZ,ZZ9.
          05 FILLER               PIC X(3)        VALUE SPACES.
          05 SUM-AGED-AMT         PIC $ZZ,ZZZ,ZZZ,ZZ9.99.

       01 WS-SUM-DAYS.
          05 FILLER               PIC X(45)       VALUE
                                  "FOLLOW-UP LIMIT APPLIED (DAYS): ".
          05 SUM-DAYS             PIC ZZ9.

      *---------------------------------------------------------------*
      * RUN-STATE CONTROL - this step's name on the suite run-state
      * file and the steps that must show a normal end for the same
      * cycle date before it may start.
      *---------------------------------------------------------------*
       77 WS-RUNST-STATUS         PIC X(2)        VALUE SPACES.

       01 WS-RUN-STEP.
          05 WS-STEP-NAME         PIC X(10)       VALUE "SALVRCV".
          05 WS-STEP-FLAG         PIC X           VALUE 'N'.
             88 STEP-BLOCKED                      VALUE 'Y'.
          05 WS-STEP-ON-FILE      PIC X           VALUE 'N'.
             88 STEP-ON-FILE                      VALUE 'Y'.
          05 WS-END-STATE         PIC X           VALUE SPACE.
          05 WS-PRED-COUNT        PIC 9(2)        VALUE 1.
          05 WS-PRED-SUB          PIC 9(2)        VALUE 0.
          05 WS-PRED-NAMES.
             10 FILLER            PIC X(10)       VALUE "RPLREPORT".
          05 WS-PRED-TABLE REDEFINES WS-PRED-NAMES.
             10 WS-PRED-NAME      PIC X(10)       OCCURS 1 TIMES.

       PROCEDURE DIVISION.

       000-MAIN.
           PERFORM 100-INITIALIZE.
           PERFORM 200-APPLY-BUYER-FILE.
           PERFORM 300-FINAL.
           PERFORM 910-RUN-STATE-END.
           GOBACK.

       100-INITIALIZE.
           PERFORM 105-GET-CYCLE-DATE.
           PERFORM 900-RUN-STATE-START.
           MOVE SPACES TO WS-RUN-DATE-ED.
           STRING "20"       DELIMITED BY SIZE
                  WS-RUN-YY  DELIMITED BY SIZE
                  "-"        DELIMITED BY SIZE
                  WS-RUN-MM  DELIMITED BY SIZE
                  "-"        DELIMITED BY SIZE
                  WS-RUN-DD  DELIMITED BY SIZE
               INTO WS-RUN-DATE-ED
           END-STRING.
           COMPUTE WS-DATE-8 = 20000000 + WS-RUN-DATE-RAW.
           COMPUTE WS-RUN-INT-DATE =
              FUNCTION INTEGER-OF-DATE(WS-DATE-8).
           PERFORM 130-LOAD-PARAMETERS.
           PERFORM 150-PROVE-BUYER-FILE.
           PERFORM 110-OPEN-SALVAGE-MASTER.
           OPEN OUTPUT SLV-REPORT.
           MOVE WS-RUN-DATE-ED TO SLV-RUN-DATE.
           WRITE REPORT-LINE FROM WS-HEADING-1.
           WRITE REPORT-LINE FROM WS-BLANK-LINE.
           WRITE REPORT-LINE FROM WS-ACTIVITY-TITLE.
           WRITE REPORT-LINE FROM WS-HEADING-2.
           WRITE REPORT-LINE FROM WS-BLANK-LINE.

      * The run date is the business date off the cycle control
      * record, not the system clock, so a cycle rerun the next
      * morning still stamps the night it belongs to. Only when the
      * control record is missing or unusable does the system date
      * stand in, with a loud warning.
       105-GET-CYCLE-DATE.
           OPEN INPUT SLV-CYCLE-CTL.
           IF WS-CYCLE-STATUS = "00"
              READ SLV-CYCLE-CTL
                 AT END
                    PERFORM 106-DEFAULT-CYCLE-DATE
                 NOT AT END
                    IF CC-CYCLE-DATE NUMERIC AND CC-CYCLE-DATE > 0
                       MOVE CC-CYCLE-DATE TO WS-RUN-DATE-RAW
                    ELSE
                       PERFORM 106-DEFAULT-CYCLE-DATE
                    END-IF
              END-READ
              CLOSE SLV-CYCLE-CTL
           ELSE
              PERFORM 106-DEFAULT-CYCLE-DATE
           END-IF.

       106-DEFAULT-CYCLE-DATE.
           ACCEPT WS-RUN-DATE-RAW FROM DATE.
           DISPLAY "WARNING: NO USABLE CYCLE CONTROL RECORD - "
              "SYSTEM DATE " WS-RUN-DATE-RAW " STAMPED ON THIS RUN".

      * The salvage item master RPLREPORT opens items on. A master
      * that is not there yet just means no replacement has been
      * approved since salvage tracking began - it is created empty
      * and the report says so - but one that will not open at all
      * stops the run before the buyer's file is applied.
       110-OPEN-SALVAGE-MASTER.
           OPEN I-O SLV-SALVAGE-MSTR.
           IF WS-SALVMSTR-STATUS = "35"
              OPEN OUTPUT SLV-SALVAGE-MSTR
              CLOSE SLV-SALVAGE-MSTR
              OPEN I-O SLV-SALVAGE-MSTR
           END-IF.
           IF WS-SALVMSTR-STATUS NOT = "00"
              DISPLAY "ABORT: SALVAGE ITEM MASTER UNUSABLE - STATUS "
                 WS-SALVMSTR-STATUS
              MOVE 16 TO RETURN-CODE
              PERFORM 920-RUN-STATE-ABEND
              STOP RUN
           END-IF.

      * Reads the shared run parameter card for the one value this
      * program uses and echoes what was applied. A missing or
      * malformed card leaves the compiled default in effect.
       130-LOAD-PARAMETERS.
           OPEN INPUT SLV-PARM-IN.
           IF WS-PARM-STATUS = "00"
              PERFORM UNTIL PARM-EOF-YES
                 READ SLV-PARM-IN
                    AT END
                       SET PARM-EOF-YES TO TRUE
                    NOT AT END
                       IF PRM-KEYWORD = "SALVAGE-DAYS"
                          MOVE PRM-VALUE(1:3) TO WS-PARM-NUM-X
                          IF WS-PARM-NUM-9 NUMERIC
                             AND WS-PARM-NUM-9 > 0
                             MOVE WS-PARM-NUM-9 TO WS-SALVAGE-DAYS
                          ELSE
                             DISPLAY "BAD PARAMETER VALUE '"
                                PRM-VALUE "' FOR " PRM-KEYWORD
                                " - DEFAULT KEPT"
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE SLV-PARM-IN
           ELSE
              DISPLAY "NO PARAMETER FILE - COMPILED DEFAULTS IN EFFECT"
           END-IF.
           DISPLAY "SALVRCV PARMS: SALVAGE-DAYS " WS-SALVAGE-DAYS.

      * Pre-pass over the buyer's file before any item is touched:
      * the trailer's event count and proceeds total must match what
      * is actually on the file. A short or doctored file stops the
      * run here, so no month is ever half applied. A month with no
      * file from the buyer is not an error - the aging and net cost
      * sections still print.
       150-PROVE-BUYER-FILE.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT SLV-PROCEEDS-IN.
           IF WS-PROC-STATUS NOT = "00"
              DISPLAY "NO SALVAGE BUYER FILE - NO PICKUPS OR SALES "
                 "APPLIED THIS RUN"
           ELSE
              SET PROC-FILE-PRESENT TO TRUE
              PERFORM UNTIL EOF-YES
                 READ SLV-PROCEEDS-IN
                    AT END
                       SET EOF-YES TO TRUE
                    NOT AT END
                       IF SP-TRAILER
                          PERFORM 155-PROVE-BUYER-TRAILER
                       ELSE
                          ADD 1 TO WS-EVENTS-READ
                          MOVE SP-REC-IN(20:9) TO WS-PROC-AMT-X
                          IF WS-PROC-AMT-9 NUMERIC
                             ADD WS-PROC-AMT-9 TO WS-EVENTS-PROCEEDS
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE SLV-PROCEEDS-IN
              IF NOT PROC-GOT-TRAILER
                 DISPLAY "SALVRCV ABORT: NO TRAILER ON SALVAGE BUYER "
                    "FILE"
                 PERFORM 290-ABEND-BAD-BUYER-FILE
              END-IF
           END-IF.

       155-PROVE-BUYER-TRAILER.
           SET PROC-GOT-TRAILER TO TRUE.
           IF SPT-EVENT-COUNT NOT = WS-EVENTS-READ
              DISPLAY "SALVRCV ABORT: BUYER TRAILER COUNT "
                 SPT-EVENT-COUNT " BUT " WS-EVENTS-READ
                 " EVENTS ON FILE"
              PERFORM 290-ABEND-BAD-BUYER-FILE
           END-IF.
           IF SPT-PROCEEDS-TOTAL NOT = WS-EVENTS-PROCEEDS
              DISPLAY "SALVRCV ABORT: BUYER TRAILER TOTAL "
                 SPT-PROCEEDS-TOTAL " BUT PROCEEDS ON FILE TOTAL "
                 WS-EVENTS-PROCEEDS
              PERFORM 290-ABEND-BAD-BUYER-FILE
           END-IF.

      * Applies the proven buyer file, one event at a time, against
      * the salvage item it names.
       200-APPLY-BUYER-FILE.
           IF PROC-FILE-PRESENT
              MOVE 'N' TO WS-EOF
              OPEN INPUT SLV-PROCEEDS-IN
              PERFORM UNTIL EOF-YES
                 READ SLV-PROCEEDS-IN
                    AT END
                       SET EOF-YES TO TRUE
                    NOT AT END
                       IF NOT SP-TRAILER
                          PERFORM 210-APPLY-ONE-EVENT
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE SLV-PROCEEDS-IN
           END-IF.

      * A pickup moves an open item to picked up. A sale closes an
      * open or picked-up item with the buyer's proceeds and stamps
      * it posted on this cycle, which is what puts it on the GL
      * extract (315-ROLL-UP-ITEM); a scrap closes it at no value.
      * An event for an item already past that point (the same
      * file applied twice, or a sale after a scrap) changes nothing
      * and posts nothing - it is listed so the buyer's statement
      * can be queried. An event naming no salvage item, or one
      * that is not P, S or X, is listed as not applied.
       210-APPLY-ONE-EVENT.
           MOVE SP-CLAIM-NO TO SV-CLAIM-NO.
           READ SLV-SALVAGE-MSTR
              INVALID KEY
                 MOVE 'N' TO WS-ITEM-FLAG
              NOT INVALID KEY
                 MOVE 'Y' TO WS-ITEM-FLAG
           END-READ.
           MOVE SP-CLAIM-NO TO DET-CLAIM-NO.
           MOVE SP-EVENT-DATE TO DET-DATE.
           MOVE 0 TO DET-DAYS.
           MOVE SP-REC-IN(20:9) TO WS-PROC-AMT-X.
           IF WS-PROC-AMT-9 NUMERIC
              MOVE WS-PROC-AMT-9 TO DET-PROCEEDS
           ELSE
              MOVE 0 TO DET-PROCEEDS
           END-IF.
           IF ITEM-FOUND
              MOVE SV-POLICY-NO TO DET-POLICY
              MOVE SV-PROD-CODE TO DET-PROD
              MOVE SV-EXPECTED TO DET-EXPECTED
           ELSE
              MOVE SPACES TO DET-POLICY
              MOVE SPACES TO DET-PROD
              MOVE 0 TO DET-EXPECTED
           END-IF.
           EVALUATE TRUE
              WHEN NOT ITEM-FOUND
                 PERFORM 250-REJECT-EVENT
                 MOVE "*** NO SALVAGE ITEM FOR THIS CLAIM ***"
                    TO DET-NOTE
              WHEN NOT (SP-PICKED-UP OR SP-SOLD OR SP-SCRAPPED)
                 PERFORM 250-REJECT-EVENT
                 MOVE "*** UNRECOGNIZED EVENT TYPE ***" TO DET-NOTE
              WHEN SP-SOLD AND WS-PROC-AMT-9 NOT NUMERIC
                 PERFORM 250-REJECT-EVENT
                 MOVE "*** PROCEEDS NOT NUMERIC - NOT APPLIED ***"
                    TO DET-NOTE
              WHEN SV-SOLD OR SV-SCRAPPED
                 ADD 1 TO WS-CLOSED-COUNT
                 IF SV-SOLD
                    MOVE "*** ALREADY SOLD - NOT APPLIED AGAIN ***"
                       TO DET-NOTE
                 ELSE
                    MOVE "*** ALREADY SCRAPPED - NOT APPLIED ***"
                       TO DET-NOTE
                 END-IF
              WHEN SP-PICKED-UP AND SV-PICKED-UP
                 ADD 1 TO WS-CLOSED-COUNT
                 MOVE "*** ALREADY PICKED UP ***" TO DET-NOTE
              WHEN SP-PICKED-UP
                 PERFORM 220-APPLY-PICKUP
              WHEN SP-SOLD
                 PERFORM 225-APPLY-SALE
              WHEN SP-SCRAPPED
                 PERFORM 230-APPLY-SCRAP
           END-EVALUATE.
           WRITE REPORT-LINE FROM WS-DETAIL-LINE.

       220-APPLY-PICKUP.
           SET SV-PICKED-UP TO TRUE.
           MOVE SP-EVENT-DATE TO SV-PICKUP-DATE.
           MOVE SP-BUYER-REF TO SV-BUYER-REF.
           PERFORM 240-REWRITE-ITEM.
           ADD 1 TO WS-PICKUP-COUNT.
           MOVE "PICKED UP" TO DET-NOTE.

       225-APPLY-SALE.
           SET SV-SOLD TO TRUE.
           IF SV-PICKUP-DATE = 0
              MOVE SP-EVENT-DATE TO SV-PICKUP-DATE
           END-IF.
           MOVE SP-EVENT-DATE TO SV-CLOSED-DATE.
           MOVE WS-PROC-AMT-9 TO SV-PROCEEDS.
           MOVE WS-RUN-DATE-RAW TO SV-POSTED-DATE.
           MOVE SP-BUYER-REF TO SV-BUYER-REF.
           PERFORM 240-REWRITE-ITEM.
           ADD 1 TO WS-SOLD-COUNT.
           ADD SV-PROCEEDS TO WS-SOLD-AMOUNT.
           MOVE "SOLD - RECOVERY POSTED" TO DET-NOTE.

       230-APPLY-SCRAP.
           SET SV-SCRAPPED TO TRUE.
           IF SV-PICKUP-DATE = 0
              MOVE SP-EVENT-DATE TO SV-PICKUP-DATE
           END-IF.
           MOVE SP-EVENT-DATE TO SV-CLOSED-DATE.
           MOVE 0 TO SV-PROCEEDS.
           MOVE SP-BUYER-REF TO SV-BUYER-REF.
           PERFORM 240-REWRITE-ITEM.
           ADD 1 TO WS-SCRAP-COUNT.
           MOVE "SCRAPPED - NO VALUE" TO DET-NOTE.

       240-REWRITE-ITEM.
           REWRITE SALVAGE-REC
              INVALID KEY
                 DISPLAY "WARNING: SALVAGE ITEM " SV-CLAIM-NO
                    " NOT UPDATED - STATUS " WS-SALVMSTR-STATUS
           END-REWRITE.

       250-REJECT-EVENT.
           ADD 1 TO WS-UNMATCHED-COUNT.
           IF WS-PROC-AMT-9 NUMERIC
              ADD WS-PROC-AMT-9 TO WS-UNMATCHED-AMOUNT
           END-IF.

      * Product codes were validated by RPLREPORT before the item
      * opened, so every item matches one of the four entries.
       260-GET-PROD-INDEX.
           MOVE 1 TO WS-PROD-INDEX.
           PERFORM VARYING WS-GL-P FROM 1 BY 1 UNTIL WS-GL-P > 4
              IF WS-PROD-CODE(WS-GL-P) = SV-PROD-CODE
                 MOVE WS-GL-P TO WS-PROD-INDEX
              END-IF
           END-PERFORM.

       290-ABEND-BAD-BUYER-FILE.
           DISPLAY "RUN ABORTED - NO SALVAGE ITEM UPDATED. RERUN AFTER "
              "THE BUYER FILE IS CORRECTED.".
           MOVE 16 TO RETURN-CODE.
           PERFORM 920-RUN-STATE-ABEND.
           STOP RUN.

       300-FINAL.
           PERFORM 310-REVIEW-SALVAGE-ITEMS.
           PERFORM 320-PRINT-NET-COST.
           PERFORM 330-WRITE-GL-EXTRACT.
           PERFORM 340-SUMMARY-TOTALS.
           CLOSE SLV-SALVAGE-MSTR SLV-REPORT.

      * One pass over the whole master, after the month's events are
      * applied: rolls every item into its product's net cost line,
      * and lists each unit still waiting on the buyer - open and not
      * picked up, or picked up and not sold - more than the
      * follow-up limit after its item opened.
       310-REVIEW-SALVAGE-ITEMS.
           MOVE WS-SALVAGE-DAYS TO AGED-TITLE-DAYS.
           WRITE REPORT-LINE FROM WS-BLANK-LINE.
           WRITE REPORT-LINE FROM WS-AGED-TITLE.
           WRITE REPORT-LINE FROM WS-HEADING-2.
           WRITE REPORT-LINE FROM WS-BLANK-LINE.
           MOVE LOW-VALUES TO SV-CLAIM-NO.
           START SLV-SALVAGE-MSTR KEY IS NOT LESS THAN SV-CLAIM-NO
              INVALID KEY
                 SET MSTR-EOF-YES TO TRUE
           END-START.
           PERFORM UNTIL MSTR-EOF-YES
              READ SLV-SALVAGE-MSTR NEXT RECORD
                 AT END
                    SET MSTR-EOF-YES TO TRUE
                 NOT AT END
                    ADD 1 TO WS-ITEMS-READ
                    PERFORM 315-ROLL-UP-ITEM
                    IF SV-OPEN OR SV-PICKED-UP
                       PERFORM 318-CHECK-AGE
                    END-IF
              END-READ
           END-PERFORM.

      * The GL recovery is built here from the master rather than
      * from the night's events: every item sold and posted on this
      * cycle goes on it. A rerun of the cycle - where the buyer
      * file's sales now show as already sold - rebuilds the same
      * extract instead of an empty one.
       315-ROLL-UP-ITEM.
           PERFORM 260-GET-PROD-INDEX.
           ADD 1 TO WS-PT-UNITS(WS-PROD-INDEX).
           ADD SV-APPROVED TO WS-PT-APPROVED(WS-PROD-INDEX).
           ADD SV-EXPECTED TO WS-PT-EXPECTED(WS-PROD-INDEX).
           EVALUATE TRUE
              WHEN SV-SOLD
                 ADD 1 TO WS-PT-SOLD(WS-PROD-INDEX)
                 ADD SV-PROCEEDS TO WS-PT-RECOVERED(WS-PROD-INDEX)
                 IF SV-POSTED-DATE = WS-RUN-DATE-RAW
                    MOVE SV-REGION TO WS-GL-R
                    IF WS-GL-R < 1 OR WS-GL-R > 5
                       MOVE 5 TO WS-GL-R
                    END-IF
                    ADD SV-PROCEEDS
                       TO WS-GL-RECOVERED(WS-GL-R, WS-PROD-INDEX)
                 END-IF
              WHEN SV-SCRAPPED
                 ADD 1 TO WS-PT-SCRAPPED(WS-PROD-INDEX)
              WHEN OTHER
                 ADD 1 TO WS-PT-OPEN(WS-PROD-INDEX)
           END-EVALUATE.

       318-CHECK-AGE.
           COMPUTE WS-DATE-8 = 20000000 + SV-OPEN-DATE.
           COMPUTE WS-OPEN-INT-DATE =
              FUNCTION INTEGER-OF-DATE(WS-DATE-8).
           IF WS-OPEN-INT-DATE > 0
              AND WS-OPEN-INT-DATE <= WS-RUN-INT-DATE
              COMPUTE WS-DAYS-OUT = WS-RUN-INT-DATE - WS-OPEN-INT-DATE
           ELSE
              MOVE 0 TO WS-DAYS-OUT
           END-IF.
           IF WS-DAYS-OUT > WS-SALVAGE-DAYS
              ADD 1 TO WS-AGED-COUNT
              ADD SV-EXPECTED TO WS-AGED-EXPECTED
              MOVE SV-CLAIM-NO TO DET-CLAIM-NO
              MOVE SV-POLICY-NO TO DET-POLICY
              MOVE SV-PROD-CODE TO DET-PROD
              MOVE SV-OPEN-DATE TO DET-DATE
              MOVE WS-DAYS-OUT TO DET-DAYS
              MOVE SV-EXPECTED TO DET-EXPECTED
              MOVE 0 TO DET-PROCEEDS
              IF SV-OPEN
                 MOVE "*** NOT PICKED UP ***" TO DET-NOTE
              ELSE
                 MOVE SPACES TO DET-NOTE
                 STRING "*** PICKED UP " DELIMITED BY SIZE
                        SV-PICKUP-DATE DELIMITED BY SIZE
                        " - NOT SOLD ***" DELIMITED BY SIZE
                    INTO DET-NOTE
                 END-STRING
              END-IF
              WRITE REPORT-LINE FROM WS-DETAIL-LINE
           END-IF.

      * Approved replacement dollars less the salvage proceeds
      * actually recovered, by product and in total, with the
      * salvage still expected on the units not yet sold.
       320-PRINT-NET-COST.
           WRITE REPORT-LINE FROM WS-BLANK-LINE.
           WRITE REPORT-LINE FROM WS-NET-TITLE.
           WRITE REPORT-LINE FROM WS-NET-HEADING.
           WRITE REPORT-LINE FROM WS-BLANK-LINE.
           PERFORM VARYING WS-P FROM 1 BY 1 UNTIL WS-P > 4
              ADD WS-PT-UNITS(WS-P) TO WS-PT-UNITS(5)
              ADD WS-PT-OPEN(WS-P) TO WS-PT-OPEN(5)
              ADD WS-PT-SOLD(WS-P) TO WS-PT-SOLD(5)
              ADD WS-PT-SCRAPPED(WS-P) TO WS-PT-SCRAPPED(5)
              ADD WS-PT-APPROVED(WS-P) TO WS-PT-APPROVED(5)
              ADD WS-PT-EXPECTED(WS-P) TO WS-PT-EXPECTED(5)
              ADD WS-PT-RECOVERED(WS-P) TO WS-PT-RECOVERED(5)
              MOVE WS-PROD-NAME(WS-P) TO NET-PROD
              PERFORM 325-PRINT-NET-LINE
           END-PERFORM.
           WRITE REPORT-LINE FROM WS-BLANK-LINE.
           MOVE 5 TO WS-P.
           MOVE "TOTAL" TO NET-PROD.
           PERFORM 325-PRINT-NET-LINE.

       325-PRINT-NET-LINE.
           MOVE WS-PT-UNITS(WS-P) TO NET-UNITS.
           MOVE WS-PT-OPEN(WS-P) TO NET-OPEN.
           MOVE WS-PT-SOLD(WS-P) TO NET-SOLD.
           MOVE WS-PT-SCRAPPED(WS-P) TO NET-SCRAPPED.
           MOVE WS-PT-APPROVED(WS-P) TO NET-APPROVED.
           MOVE WS-PT-EXPECTED(WS-P) TO NET-EXPECTED.
           MOVE WS-PT-RECOVERED(WS-P) TO NET-RECOVERED.
           COMPUTE WS-NET-COST =
              WS-PT-APPROVED(WS-P) - WS-PT-RECOVERED(WS-P).
           MOVE WS-NET-COST TO NET-COST.
           IF WS-PT-APPROVED(WS-P) > 0
              COMPUTE WS-RECOVERY-PCT ROUNDED =
                 WS-PT-RECOVERED(WS-P) * 100 / WS-PT-APPROVED(WS-P)
           ELSE
              MOVE 0 TO WS-RECOVERY-PCT
           END-IF.
           MOVE WS-RECOVERY-PCT TO NET-PCT.
           WRITE REPORT-LINE FROM WS-NET-LINE.

      * One balanced pair per region/product with sales posted this
      * cycle: the buyer's proceeds debit the bank account and
      * credit claim expense, under the cost centre the
      * replacement was expensed to. A run with no sales still
      * writes the trailer, so the extract always proves.
       330-WRITE-GL-EXTRACT.
           OPEN OUTPUT SLV-GL-POSTING.
           MOVE 0 TO WS-GL-LINE-COUNT.
           MOVE 0 TO WS-GL-NET.
           PERFORM VARYING WS-GL-R FROM 1 BY 1 UNTIL WS-GL-R > 5
              PERFORM VARYING WS-GL-P FROM 1 BY 1 UNTIL WS-GL-P > 4
                 IF WS-GL-RECOVERED(WS-GL-R, WS-GL-P) > 0
                    PERFORM 335-WRITE-GL-BUCKET
                 END-IF
              END-PERFORM
           END-PERFORM.
           MOVE SPACES TO GL-TRAILER.
           MOVE "T" TO GT-REC-TYPE.
           MOVE WS-GL-LINE-COUNT TO GT-LINE-COUNT.
           MOVE WS-GL-NET TO GT-NET-AMOUNT.
           WRITE GL-TRAILER.
           CLOSE SLV-GL-POSTING.
           IF WS-GL-NET NOT = 0
              DISPLAY "ERROR: GL POSTING EXTRACT OUT OF BALANCE BY "
                 WS-GL-NET
           END-IF.

       335-WRITE-GL-BUCKET.
           MOVE SPACES TO GL-REC.
           MOVE "D" TO GL-REC-TYPE.
           MOVE "1000CASH" TO GL-ACCOUNT.
           MOVE WS-GL-R TO GL-CC-REGION.
           MOVE WS-PROD-CODE(WS-GL-P) TO GL-CC-PROD.
           MOVE "DR" TO GL-DR-CR.
           MOVE WS-GL-RECOVERED(WS-GL-R, WS-GL-P) TO GL-AMOUNT.
           MOVE "SLV" TO GL-SOURCE.
           MOVE WS-RUN-DATE-RAW TO GL-RUN-DATE.
           WRITE GL-REC.
           ADD 1 TO WS-GL-LINE-COUNT.
           ADD WS-GL-RECOVERED(WS-GL-R, WS-GL-P) TO WS-GL-NET.

           MOVE SPACES TO GL-REC.
           MOVE "D" TO GL-REC-TYPE.
           MOVE "6100CLEX" TO GL-ACCOUNT.
           MOVE WS-GL-R TO GL-CC-REGION.
           MOVE WS-PROD-CODE(WS-GL-P) TO GL-CC-PROD.
           MOVE "CR" TO GL-DR-CR.
           MOVE WS-GL-RECOVERED(WS-GL-R, WS-GL-P) TO GL-AMOUNT.
           MOVE "SLV" TO GL-SOURCE.
           MOVE WS-RUN-DATE-RAW TO GL-RUN-DATE.
           WRITE GL-REC.
           ADD 1 TO WS-GL-LINE-COUNT.
           SUBTRACT WS-GL-RECOVERED(WS-GL-R, WS-GL-P) FROM WS-GL-NET.
           ADD WS-GL-RECOVERED(WS-GL-R, WS-GL-P) TO WS-GL-POSTED.

       340-SUMMARY-TOTALS.
           WRITE REPORT-LINE FROM WS-BLANK-LINE.
           WRITE REPORT-LINE FROM WS-SUM-LINE-ONE.
           WRITE REPORT-LINE FROM WS-SUM-TITLE.
           WRITE REPORT-LINE FROM WS-BLANK-LINE.

           MOVE WS-EVENTS-READ TO SUM-EVENTS.
           MOVE WS-EVENTS-PROCEEDS TO SUM-EVENTS-AMT.
           WRITE REPORT-LINE FROM WS-SUM-EVENTS.

           MOVE WS-PICKUP-COUNT TO SUM-PICKUPS.
           WRITE REPORT-LINE FROM WS-SUM-PICKUPS.

           MOVE WS-SOLD-COUNT TO SUM-SOLD.
           MOVE WS-SOLD-AMOUNT TO SUM-SOLD-AMT.
           WRITE REPORT-LINE FROM WS-SUM-SOLD.

           MOVE WS-SCRAP-COUNT TO SUM-SCRAPPED.
           WRITE REPORT-LINE FROM WS-SUM-SCRAPPED.

           MOVE WS-CLOSED-COUNT TO SUM-CLOSED.
           WRITE REPORT-LINE FROM WS-SUM-CLOSED.

           MOVE WS-UNMATCHED-COUNT TO SUM-UNMATCHED.
           MOVE WS-UNMATCHED-AMOUNT TO SUM-UNMATCHED-AMT.
           WRITE REPORT-LINE FROM WS-SUM-UNMATCHED.

           MOVE WS-GL-POSTED TO SUM-GL-AMT.
           WRITE REPORT-LINE FROM WS-SUM-GL.

           MOVE WS-ITEMS-READ TO SUM-ITEMS.
           WRITE REPORT-LINE FROM WS-SUM-ITEMS.

           MOVE WS-AGED-COUNT TO SUM-AGED.
           MOVE WS-AGED-EXPECTED TO SUM-AGED-AMT.
           WRITE REPORT-LINE FROM WS-SUM-AGED.

           MOVE WS-SALVAGE-DAYS TO SUM-DAYS.
           WRITE REPORT-LINE FROM WS-SUM-DAYS.

      * Before any output is opened, proves that every step this one
      * depends on ended normally for the same cycle date, and
      * refuses to start otherwise - so nothing runs against an
      * extract a failed or missing step left behind. Then records
      * this step as started. The first run of all finds no
      * run-state file and creates it empty.
       900-RUN-STATE-START.
           OPEN I-O SLV-RUN-STATE.
           IF WS-RUNST-STATUS = "35"
              OPEN OUTPUT SLV-RUN-STATE
              CLOSE SLV-RUN-STATE
              OPEN I-O SLV-RUN-STATE
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
              READ SLV-RUN-STATE
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
              CLOSE SLV-RUN-STATE
              DISPLAY WS-STEP-NAME " NOT STARTED - RERUN ONCE THE "
                 "STEPS ABOVE HAVE ENDED NORMALLY"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE WS-RUN-DATE-RAW TO RS-CYCLE-DATE.
           MOVE WS-STEP-NAME TO RS-PROGRAM.
           READ SLV-RUN-STATE
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
              CLOSE SLV-RUN-STATE
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           CLOSE SLV-RUN-STATE.

       910-RUN-STATE-END.
           MOVE "E" TO WS-END-STATE.
           PERFORM 915-RECORD-RUN-END.

      * Stamps this step's run-state record with how it ended, when,
      * its return code and its key counts. An end that cannot be
      * recorded is reported loudly: the steps after this one will
      * refuse to start until the record is put right.
       915-RECORD-RUN-END.
           OPEN I-O SLV-RUN-STATE.
           IF WS-RUNST-STATUS NOT = "00"
              DISPLAY "WARNING: RUN-STATE FILE UNUSABLE - STATUS "
                 WS-RUNST-STATUS " - END OF " WS-STEP-NAME
                 " NOT RECORDED"
           ELSE
              MOVE WS-RUN-DATE-RAW TO RS-CYCLE-DATE
              MOVE WS-STEP-NAME TO RS-PROGRAM
              READ SLV-RUN-STATE
                 INVALID KEY
                    DISPLAY "WARNING: NO RUN-STATE RECORD FOR "
                       WS-STEP-NAME " - END NOT RECORDED"
                 NOT INVALID KEY
                    MOVE WS-END-STATE TO RS-STATE
                    ACCEPT RS-END-DATE FROM DATE
                    ACCEPT RS-END-TIME FROM TIME
                    MOVE RETURN-CODE TO RS-RETURN-CODE
                    MOVE WS-EVENTS-READ TO RS-INPUT-COUNT
                    COMPUTE RS-OUTPUT-COUNT =
                       WS-PICKUP-COUNT + WS-SOLD-COUNT + WS-SCRAP-COUNT
                    MOVE WS-UNMATCHED-COUNT TO RS-EXCEPT-COUNT
                    REWRITE RUN-STATE-REC
                       INVALID KEY
                          DISPLAY "WARNING: END OF " WS-STEP-NAME
                             " NOT RECORDED - STATUS "
                             WS-RUNST-STATUS
                    END-REWRITE
              END-READ
              CLOSE SLV-RUN-STATE
           END-IF.

      * A controlled abend records itself before it stops, so the
      * run-state file shows the step failed rather than running.
       920-RUN-STATE-ABEND.
           MOVE "A" TO WS-END-STATE.
           PERFORM 915-RECORD-RUN-END.

       END PROGRAM SALVRCV.
