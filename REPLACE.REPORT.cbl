      * Files:
      * Input file: RAW.REPLACE.OUT (REPL-DATA-IN)
      * Output file: REPLACE.SUMMARY.OUT (REPL-REPORT)
      * I-O file: SALVMSTR (REPL-SALVAGE-MSTR)
      * I-O file: RUNSTATE (REPL-RUN-STATE)
      *****************************************************************

       ENVIRONMENT DIVISION.
                                ORGANIZATION IS SEQUENTIAL.
           SELECT REPL-CESSION  ASSIGN TO CESSOUT
                                ORGANIZATION IS SEQUENTIAL.
           SELECT REPL-TAX-LEDGER ASSIGN TO TAXHIST
                                ORGANIZATION IS SEQUENTIAL
                                FILE STATUS IS WS-TAXHIST-STATUS.
           SELECT REPL-PARM-IN  ASSIGN TO PARMFILE
                                ORGANIZATION IS SEQUENTIAL
                                FILE STATUS IS WS-PARM-STATUS.
           SELECT REPL-CYCLE-CTL ASSIGN TO CYCLECTL
                                ORGANIZATION IS SEQUENTIAL
                                FILE STATUS IS WS-CYCLE-STATUS.
           SELECT REPL-CLAIM-STATUS ASSIGN TO CLMSTAT
                                ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD KEY IS CST-CLAIM-NO
                                ALTERNATE RECORD KEY IS CST-POLICY-NO
                                   WITH DUPLICATES
                                FILE STATUS IS WS-CLMSTAT-STATUS.
           SELECT REPL-SALVAGE-MSTR ASSIGN TO SALVMSTR
                                ORGANIZATION IS INDEXED
                                ACCESS MODE IS RANDOM
                                RECORD KEY IS SV-CLAIM-NO
                                FILE STATUS IS WS-SALVMSTR-STATUS.
           SELECT REPL-RUN-STATE ASSIGN TO RUNSTATE
                                ORGANIZATION IS INDEXED
                                ACCESS MODE IS RANDOM
                                RECORD KEY IS RS-KEY
                                FILE STATUS IS WS-RUNST-STATUS.

       DATA DIVISION.
       FILE SECTION.
           RECORD CONTAINS 80 CHARACTERS.
       01 REPL-RAW-REC            PIC X(80).

      * The sort record carries the claim's intake sequence (its
      * position on tonight's extract) ahead of the raw data, so it
      * survives the sort as the sequence in the permanent claim
      * number and a policy's claims keep their extract order.
       SD  REPL-SORT-WORK
           RECORD CONTAINS 115 CHARACTERS.
       01 SRT-REC.
          05 SRT-POLICY-NO          PIC X(10).
          05 SRT-CUST-NAME          PIC X(20).
          05 SRT-CLAIM-SEQ          PIC 9(5).
          05 SRT-DATA               PIC X(80).

      * REPLACE DATA FILE
       FD  REPL-DATA-IN
           RECORDING MODE IS F
           RECORD CONTAINS 115 CHARACTERS.
      * IR-AMOUNT is 9(7)V99 now that high-end replacements outgrew
      * 9(4)V99; the three extra digits came out of the
      * justification, which is X(27) in the extract layout.
       01 REPL-SRTD-REC.
          05 FILLER                PIC X(30).
          05 SRTD-CLAIM-SEQ        PIC 9(5).
          05 REPL-REC-IN.
             10 IR-POLICY-NO       PIC X(10).
             10 IR-CUST-NAME       PIC X(20).
             10 IR-PROD-CODE       PIC X(3).
             10 IR-CLAIM-TYPE      PIC X(7).
             10 IR-AMOUNT          PIC 9(7)V99.
             10 IR-JUSTIFICATION   PIC X(27).
             10 IR-CLAIM-DATE      PIC 9(6) COMP-3.

       FD  REPL-REPORT
           RECORDING MODE IS F
      *---------------------------------------------------------------*
       FD  REPL-CHECKPOINT
           RECORDING MODE IS F
           RECORD CONTAINS 1210 CHARACTERS.
       01 CKPT-RECORD.
          05 CKPT-RECORDS-READ      PIC 9(6).
          05 CKPT-REPLACE-COUNT     PIC 9(5).
          05 CKPT-POL-LAPSED        PIC 9(5).
          05 CKPT-POL-NAME-MISM     PIC 9(5).
          05 CKPT-TOTAL-APPROVED    PIC 9(9)V99.
          05 CKPT-TOTAL-TAX         PIC 9(9)V99.
          05 CKPT-GL-REGION-GRP OCCURS 5 TIMES.
             10 CKPT-GL-PROD-GRP OCCURS 4 TIMES.
                15 CKPT-GL-APPROVED PIC 9(9)V99.
                15 CKPT-GL-DEDUCT   PIC 9(9)V99.
                15 CKPT-GL-COUNT    PIC 9(5).
                15 CKPT-GL-TAX      PIC 9(9)V99.
          05 CKPT-CESS-COUNT        PIC 9(7).
          05 CKPT-CESS-HASH         PIC 9(11)V99.

      * replacement has no repair shop - but the layout matches the
      * file either stream extends.
          05 HS-SHOP-CODE           PIC X(4).
          05 HS-CLAIM-NO            PIC X(12).
          05 FILLER                 PIC X(3).

      *---------------------------------------------------------------*
      * BILLING EXTRACT - one record per valid claim with the
          05 BL-AMOUNT              PIC 9(7)V99.
          05 BL-DEDUCT              PIC 9(7)V99.
          05 BL-CLAIM-DATE          PIC 9(6).
          05 BL-CLAIM-NO            PIC X(12).
          05 FILLER                 PIC X(4).

      *---------------------------------------------------------------*
      * GL POSTING EXTRACT - one debit/credit set per region/product

      *---------------------------------------------------------------*
      * PAYABLE EXTRACT - one record per valid claim with a payment
      * owing: the approved amount net of the deductible, with the
      * sales tax on the approved amount carried beside it (PAYDISB
      * pays the two together). Consumed by
      * PAYDISB, which consolidates both streams into the bank-ready
      * EFT/cheque file and the printed payment register, so a claim
      * that clears adjudication gets paid without accounts payable
      * re-keying the approved amounts off the printed report. The
      * two bytes after the source are BANKREC's reissue fields,
      * blank on an adjudication payable.
      *---------------------------------------------------------------*
       FD  REPL-PAYABLE
           RECORDING MODE IS F
          05 PY-NET-AMOUNT          PIC 9(7)V99.
          05 PY-CLAIM-DATE          PIC 9(6).
          05 PY-SOURCE              PIC X(3).
          05 FILLER                 PIC X(2).
          05 PY-CLAIM-NO            PIC X(12).
          05 PY-TAX-AMOUNT          PIC 9(7)V99.
          05 FILLER                 PIC X(9).

      *---------------------------------------------------------------*
      * SALES TAX LEDGER - one record per taxed category of every
      * approved claim: the taxable base, the rate applied and the
      * tax, by province (region) and category. Cumulative across
      * runs like the history master, and appended by both report
      * streams; TAXRMIT reads it to build the monthly remittance
      * by province. The tax on each claim is the same figure the
      * GL extract posts to 2300SLTX, so the remittance ties to the
      * ledger account.
      *---------------------------------------------------------------*
       FD  REPL-TAX-LEDGER
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

      *---------------------------------------------------------------*
      * ADJUDICATION NOTICE EXTRACT - one record per claim whose
      * adjudication did from a payment that doesn't match.
      * NT-OUTCOME: C = approved less than claimed, R = refused.
      * NT-REASON-CODE for refusals: F = policy not on file,
      * L = lapsed on claim date, M = name mismatch. The claim
      * number rides on the end, widening the record to 92.
      *---------------------------------------------------------------*
       FD  REPL-NOTICE
           RECORDING MODE IS F
           RECORD CONTAINS 92 CHARACTERS.
       01 NOTICE-REC.
          05 NT-POLICY-NO           PIC X(10).
          05 NT-CUST-NAME           PIC X(20).
          05 NT-COV-LIMIT           PIC 9(5)V99.
          05 NT-DEP-PCT             PIC 9V99.
          05 FILLER                 PIC X(4).
          05 NT-CLAIM-NO            PIC X(12).

      *---------------------------------------------------------------*
      * REINSURANCE CESSION EXTRACT - one record per claim whose
          05 CS-RETAINED            PIC 9(7)V99.
          05 CS-CEDED               PIC 9(7)V99.
          05 CS-REGION              PIC 9(1).
          05 CS-CLAIM-NO            PIC X(12).
          05 FILLER                 PIC X(21).

      *---------------------------------------------------------------*
      * RUN PARAMETER CARD - shared keyword/value card read at
          05 CC-CYCLE-DATE          PIC 9(6).
          05 FILLER                 PIC X(74).

      *---------------------------------------------------------------*
      * CLAIM STATUS MASTER - one record per claim, keyed by the
      * permanent claim number, with the policy number as a
      * duplicates-allowed alternate key for inquiry by policy. The
      * report programs write it at adjudication (refused claims
      * included); DEDSTMT, PAYDISB, CLMLETTR, CESSRPT and GLACKRPT
      * each stamp their own milestone date as the claim moves
      * through, BANKREC marks the claims behind a payment the bank
      * returned or AP voided, and CLMINQ lists where any claim
      * stands. A zero date means that step hasn't happened yet.
      * CST-OUTCOME: A = approved as claimed, C = approved less than
      * claimed, R = refused (CST-REASON-CODE F/L/M as on the notice).
      * CST-PAY-METHOD: E = EFT, C = cheque, O = taken entirely by
      * deductible offset, R = payment returned or voided and its
      * reissue queued. CST-PAID-SHOP: the repair shop paid directly,
      * blank when the policyholder was paid.
      *---------------------------------------------------------------*
       FD  REPL-CLAIM-STATUS
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
      * SALVAGE ITEM MASTER - one record per approved replacement,
      * keyed by the permanent claim number. The unit replaced
      * becomes ours and goes to the salvage buyer; the item opens
      * here at adjudication with the amount approved and the
      * salvage expected for the product, and SALVRCV applies the
      * buyer's monthly pickup and proceeds file against it.
      * SV-STATUS: O = open, awaiting pickup; P = picked up,
      * awaiting sale; S = sold, proceeds received; X = scrapped by
      * the buyer, no value. SV-POSTED-DATE is the cycle date the
      * proceeds were posted to the GL, zero until then.
      *---------------------------------------------------------------*
       FD  REPL-SALVAGE-MSTR
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
      * SUITE RUN-STATE FILE - keyed by cycle date and program. Every
      * step of the nightly suite records its start, its normal end
      * with its key counts, or its abend; a step will not start
      * until the steps it depends on show a normal end for the same
      * cycle date.
      *---------------------------------------------------------------*
       FD  REPL-RUN-STATE
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
       77 WS-HIST-STATUS          PIC X(2)        VALUE SPACES.
       77 WS-PARM-STATUS          PIC X(2)        VALUE SPACES.
       77 WS-POLMSTR-STATUS       PIC X(2)        VALUE SPACES.
       77 WS-CLMSTAT-STATUS       PIC X(2)        VALUE SPACES.
       77 WS-TAXHIST-STATUS       PIC X(2)        VALUE SPACES.
       77 WS-SALVMSTR-STATUS      PIC X(2)        VALUE SPACES.

      *---------------------------------------------------------------*
      * HIGH-VALUE CLAIM THRESHOLD - any claim over this amount gets a
          05 FILLER               PIC X(15)       VALUE "QUEBEC".
          05 FILLER               PIC X(1)        VALUE "M".
          05 FILLER               PIC 9(1)        VALUE 3.
          05 FILLER               PIC X(15)       VALUE "MARITIMES".
          05 FILLER               PIC X(1)        VALUE "A".
          05 FILLER               PIC 9(1)        VALUE 4.
          05 FILLER               PIC X(15)       VALUE "ALBERTA".
             10 WS-RL-REGION-ID   PIC 9(1).
             10 WS-RL-REGION-NAME PIC X(15).

      *---------------------------------------------------------------*
      * SALES TAX RATE TABLE - keyed by province (the policy-number
      * prefix letter, as in the region table) and item category: P
      * parts, L labour, F shop fees, R replacement goods. Each rate
      * is the combined rate the claim settles at - HST in Ontario
      * and the Maritimes, GST plus QST in Quebec, GST alone in
      * Alberta. A prefix not on the table (the UNASSIGNED region)
      * settles with no tax. The VALUE clauses are the fallbacks; a
      * TAX-RATE-pc entry on the run parameter card (p = province
      * prefix, c = category, five digits, 14975 = 14.975%) overrides
      * one rate without a recompile. RPRREPORT carries the same
      * table so one card sets both streams.
      *---------------------------------------------------------------*
       01 WS-TAX-RATE-VALUES.
          05 FILLER               PIC X(2)        VALUE "OP".
          05 FILLER               PIC V9(5)       VALUE .13000.
          05 FILLER               PIC X(2)        VALUE "OL".
          05 FILLER               PIC V9(5)       VALUE .13000.
          05 FILLER               PIC X(2)        VALUE "OF".
          05 FILLER               PIC V9(5)       VALUE .13000.
          05 FILLER               PIC X(2)        VALUE "OR".
          05 FILLER               PIC V9(5)       VALUE .13000.
          05 FILLER               PIC X(2)        VALUE "QP".
          05 FILLER               PIC V9(5)       VALUE .14975.
          05 FILLER               PIC X(2)        VALUE "QL".
          05 FILLER               PIC V9(5)       VALUE .14975.
          05 FILLER               PIC X(2)        VALUE "QF".
          05 FILLER               PIC V9(5)       VALUE .14975.
          05 FILLER               PIC X(2)        VALUE "QR".
          05 FILLER               PIC V9(5)       VALUE .14975.
          05 FILLER               PIC X(2)        VALUE "MP".
          05 FILLER               PIC V9(5)       VALUE .15000.
          05 FILLER               PIC X(2)        VALUE "ML".
          05 FILLER               PIC V9(5)       VALUE .15000.
          05 FILLER               PIC X(2)        VALUE "MF".
          05 FILLER               PIC V9(5)       VALUE .15000.
          05 FILLER               PIC X(2)        VALUE "MR".
          05 FILLER               PIC V9(5)       VALUE .15000.
          05 FILLER               PIC X(2)        VALUE "AP".
          05 FILLER               PIC V9(5)       VALUE .05000.
          05 FILLER               PIC X(2)        VALUE "AL".
          05 FILLER               PIC V9(5)       VALUE .05000.
          05 FILLER               PIC X(2)        VALUE "AF".
          05 FILLER               PIC V9(5)       VALUE .05000.
          05 FILLER               PIC X(2)        VALUE "AR".
          05 FILLER               PIC V9(5)       VALUE .05000.

       01 WS-TAX-RATE-TABLE REDEFINES WS-TAX-RATE-VALUES.
          05 WS-TR-ENTRY OCCURS 16 TIMES INDEXED BY TR-IDX.
             10 WS-TR-KEY         PIC X(2).
             10 WS-TR-RATE        PIC V9(5).

      *---------------------------------------------------------------*
      * SALES TAX ON THE CLAIM IN HAND - a replacement settles as
      * replacement goods (category R), taxed on the whole approved
      * amount.
      *---------------------------------------------------------------*
       01 WS-TAX-WORK.
          05 WS-TAX-KEY.
             10 WS-TAX-PROVINCE   PIC X(1)        VALUE SPACE.
             10 WS-TAX-CATEGORY   PIC X(1)        VALUE "R".
          05 WS-TAX-RATE-USED     PIC V9(5)       VALUE 0.
          05 WS-CLAIM-TAX         PIC 9(7)V99     VALUE 0.
          05 WS-TOTAL-TAX         PIC 9(9)V99     VALUE 0.
          05 WS-TAX-ECHO-SUB      PIC 9(2)        VALUE 0.

      *---------------------------------------------------------------*
      * EXPECTED SALVAGE - the share of the approved replacement
      * amount the salvage buyer can be expected to return for the
      * old unit, by product. It is the figure the salvage item opens
      * with, against which SALVRCV measures what the buyer actually
      * pays. The VALUE clauses are the fallbacks; a SALVAGE-PCT-ppp
      * entry on the run parameter card (ppp = product code, two
      * digits, 08 = 8%) overrides one product without a recompile.
      *---------------------------------------------------------------*
       01 WS-SALVAGE-PCT-VALUES.
          05 FILLER               PIC X(3)        VALUE "FRG".
          05 FILLER               PIC V99         VALUE .08.
          05 FILLER               PIC X(3)        VALUE "STV".
          05 FILLER               PIC V99         VALUE .06.
          05 FILLER               PIC X(3)        VALUE "WAS".
          05 FILLER               PIC V99         VALUE .07.
          05 FILLER               PIC X(3)        VALUE "ACO".
          05 FILLER               PIC V99         VALUE .10.

       01 WS-SALVAGE-PCT-TABLE REDEFINES WS-SALVAGE-PCT-VALUES.
          05 WS-SP-ENTRY OCCURS 4 TIMES INDEXED BY SP-IDX.
             10 WS-SP-PROD        PIC X(3).
             10 WS-SP-PCT         PIC V99.

       01 WS-SALVAGE-WORK.
          05 WS-SALVAGE-PCT-USED  PIC V99         VALUE 0.
          05 WS-SALVAGE-NEW-REC   PIC X(100)      VALUE SPACES.

      *---------------------------------------------------------------*
      * COVERAGE SCHEDULE - keyed by product code and claim type.
      * Each entry carries the scheduled payout limit, the annual
             88 WS-RECORD-INVALID                 VALUE 'N'.
          05 WS-RESTART-FLAG      PIC X           VALUE 'N'.
             88 WS-RESTARTING                     VALUE 'Y'.
          05 WS-CLMSTAT-FOUND     PIC X           VALUE 'N'.
             88 WS-CLMSTAT-ON-FILE                VALUE 'Y'.
          05 WS-HIGH-VALUE-FLAG   PIC X           VALUE 'N'.
             88 WS-HIGH-VALUE-CLAIM                VALUE 'Y'.

          05 WS-RUN-DD            PIC 99.
       01 WS-RUN-DATE-ED          PIC X(10)       VALUE SPACES.

      *---------------------------------------------------------------*
      * PERMANENT CLAIM NUMBER - L (replacement stream), the cycle
      * date and the claim's intake sequence on tonight's extract.
      * Every extract this program writes carries it, and it keys
      * the claim status master. The sequence is assigned by the
      * SORT input procedure in extract order, so a rerun or restart
      * of the same cycle numbers every claim the same way again.
      *---------------------------------------------------------------*
       01 WS-CLAIM-NO.
          05 WS-CLAIM-NO-SOURCE   PIC X(1)        VALUE "L".
          05 WS-CLAIM-NO-CYCLE    PIC 9(6)        VALUE 0.
          05 WS-CLAIM-NO-SEQ      PIC 9(5)        VALUE 0.

       01 WS-CLAIM-SEQ            PIC 9(5)        VALUE 0.
       01 WS-STATUS-OUTCOME       PIC X(1)        VALUE SPACE.

       01 WS-RUNCTL-LINE.
          05 FILLER               PIC X(10)       VALUE
                                   "RUN DATE: ".
          05 WS-EFF-DD            PIC 99.

      *---------------------------------------------------------------*
      * GL POSTING ACCUMULATORS - approved amount, deductible, claim
      * count and sales tax by region and product, rolled up during
      * the run
      * and turned into balanced debit/credit sets by
      * 330-WRITE-GL-EXTRACT at end of run. The product index order
      * matches WS-GL-PROD-CODE-TABLE.
                15 WS-GL-APPROVED PIC 9(9)V99     VALUE 0.
                15 WS-GL-DEDUCT   PIC 9(9)V99     VALUE 0.
                15 WS-GL-COUNT    PIC 9(5)        VALUE 0.
                15 WS-GL-TAX      PIC 9(9)V99     VALUE 0.

       01 WS-GL-PROD-CODE-VALUES.
          05 FILLER               PIC X(3)        VALUE "FRG".
       01 WS-PARM-RATE-X          PIC X(2)        VALUE SPACES.
       01 WS-PARM-RATE-9 REDEFINES WS-PARM-RATE-X
                                  PIC V99.
       01 WS-PARM-TAX-X           PIC X(5)        VALUE SPACES.
       01 WS-PARM-TAX-9 REDEFINES WS-PARM-TAX-X
                                  PIC V9(5).
       01 WS-PARM-NUM-X           PIC X(2)        VALUE SPACES.
       01 WS-PARM-NUM-9 REDEFINES WS-PARM-NUM-X
                                  PIC 9(2).
          05 FILLER               PIC X(8)        VALUE " LINES: ".
          05 PE-LINES             PIC Z9.

       01 WS-TAX-ECHO-LINE.
          05 FILLER               PIC X(11)       VALUE "TAX RATES: ".
          05 TE-ENTRY OCCURS 8 TIMES.
             10 TE-KEY            PIC X(2).
             10 FILLER            PIC X(1)        VALUE SPACE.
             10 TE-RATE           PIC .9(5).
             10 FILLER            PIC X(2)        VALUE SPACES.

       01 WS-SALVAGE-ECHO-LINE.
          05 FILLER               PIC X(15)       VALUE
                                   "SALVAGE PCTS: ".
          05 SE-ENTRY OCCURS 4 TIMES.
             10 SE-PROD           PIC X(3).
             10 FILLER            PIC X(1)        VALUE SPACE.
             10 SE-PCT            PIC .99.
             10 FILLER            PIC X(2)        VALUE SPACES.

       01 WS-GL-WORK.
          05 WS-PROD-INDEX        PIC 9           VALUE 0.
          05 WS-GL-R              PIC 9           VALUE 0.
       01 WS-CSV-AMT-ED           PIC Z(6)9.99.
       01 WS-CSV-APPR-ED          PIC Z(6)9.99.
       01 WS-CSV-DEDUCT-ED        PIC Z(6)9.99.
       01 WS-CSV-TAX-ED           PIC Z(6)9.99.
       01 WS-CSV-HEADER.
          05 FILLER               PIC X(40)       VALUE
             "POLICY,CUSTOMER NAME,PRODUCT,CLAIM TYPE".
          05 FILLER               PIC X(41)       VALUE
             ",AMOUNT,APPROVED,DEDUCTIBLE,JUSTIFICATION".
          05 FILLER               PIC X(23)       VALUE
             ",CLAIM NUMBER,SALES TAX".

      *---------------------------------------------------------------*
      * REPORT LAYOUTS
                "TOTAL DEDUCTIBLE OWING:".
          05 SUM-DEDUCT-TOT       PIC $ZZZ,ZZZ,ZZ9.99.

       01 WS-SUM-TAX.
          05 FILLER               PIC X(25)       VALUE
                "TOTAL SALES TAX:".
          05 SUM-TAX-TOT          PIC $ZZZ,ZZZ,ZZ9.99.

       01 WS-REG-UNMATCHED-LINE.
          05 FILLER               PIC X(40)       VALUE
                "UNRECOGNIZED REGION PREFIX COUNT: ".
                "  Amount:".
          05 SUM-REG-AMT          PIC $ZZZ,ZZZ,ZZ9.99.

      *---------------------------------------------------------------*
      * RUN-STATE CONTROL - this step's name on the suite run-state
      * file, the steps that must show a normal end for the same
      * cycle date before it may start, and the steps that read what
      * it writes - PAYDISB apart, these are set back to started when
      * this step reruns, so they must rerun on the new extracts
      * before CYCADV will advance the cycle.
      *---------------------------------------------------------------*
       77 WS-RUNST-STATUS         PIC X(2)        VALUE SPACES.

       01 WS-RUN-STEP.
          05 WS-STEP-NAME         PIC X(10)       VALUE "RPLREPORT".
          05 WS-STEP-FLAG         PIC X           VALUE 'N'.
             88 STEP-BLOCKED                      VALUE 'Y'.
          05 WS-STEP-ON-FILE      PIC X           VALUE 'N'.
             88 STEP-ON-FILE                      VALUE 'Y'.
          05 WS-END-STATE         PIC X           VALUE SPACE.
          05 WS-RERUN-OVERRIDE    PIC X           VALUE 'N'.
             88 RERUN-OVERRIDE-YES                VALUE 'Y'.
          05 WS-PAY-STEP-NAME     PIC X(10)       VALUE "PAYDISB".
          05 WS-PRED-COUNT        PIC 9(2)        VALUE 1.
          05 WS-PRED-SUB          PIC 9(2)        VALUE 0.
          05 WS-PRED-NAMES.
             10 FILLER            PIC X(10)       VALUE "MSTRLOAD".
          05 WS-PRED-TABLE REDEFINES WS-PRED-NAMES.
             10 WS-PRED-NAME      PIC X(10)       OCCURS 1 TIMES.
          05 WS-CONS-COUNT        PIC 9(2)        VALUE 8.
          05 WS-CONS-SUB          PIC 9(2)        VALUE 0.
          05 WS-CONS-NAMES.
             10 FILLER            PIC X(10)       VALUE "EXCFIX".
             10 FILLER            PIC X(10)       VALUE "BALRPT".
             10 FILLER            PIC X(10)       VALUE "CLMLETTR".
             10 FILLER            PIC X(10)       VALUE "DEDSTMT".
             10 FILLER            PIC X(10)       VALUE "CESSRPT".
             10 FILLER            PIC X(10)       VALUE "GLACKRPT".
             10 FILLER            PIC X(10)       VALUE "MTHCLOSE".
             10 FILLER            PIC X(10)       VALUE "SALVRCV".
          05 WS-CONS-TABLE REDEFINES WS-CONS-NAMES.
             10 WS-CONS-NAME      PIC X(10)       OCCURS 8 TIMES.

       PROCEDURE DIVISION.

       000-MAIN.
           PERFORM 100-INITIALIZE.
           PERFORM 200-PROCESS-LOOP UNTIL EOF-YES.
           PERFORM 300-FINAL.
           PERFORM 910-RUN-STATE-END.
           GOBACK.

      * Open Files & Read First Record
       100-INITIALIZE.
           PERFORM 109-GET-CYCLE-DATE.
           PERFORM 900-RUN-STATE-START.
           MOVE WS-RUN-DATE-RAW TO WS-CLAIM-NO-CYCLE.
           PERFORM 115-LOAD-PARAMETERS.
           PERFORM 112-VERIFY-EXTRACT-CONTROLS.
           PERFORM 110-OPEN-POLICY-MASTER.
           PERFORM 122-OPEN-CLAIM-STATUS.
           PERFORM 124-OPEN-SALVAGE-MASTER.
           SORT REPL-SORT-WORK
              ON ASCENDING KEY SRT-POLICY-NO SRT-CUST-NAME
                 SRT-CLAIM-SEQ
              INPUT PROCEDURE IS 118-RELEASE-CLAIM-RECORDS
              GIVING REPL-DATA-IN.
           OPEN INPUT REPL-DATA-IN.
              OPEN OUTPUT REPL-HISTORY
           END-IF.

      * The sales tax ledger accumulates the same way, but is only
      * created when it is missing (status 35) - any other failure
      * stops the run rather than start the ledger over.
           OPEN EXTEND REPL-TAX-LEDGER.
           IF WS-TAXHIST-STATUS = "35"
              OPEN OUTPUT REPL-TAX-LEDGER
           END-IF.
           IF WS-TAXHIST-STATUS NOT = "00"
              DISPLAY "ABORT: SALES TAX LEDGER UNUSABLE - STATUS "
                 WS-TAXHIST-STATUS
              MOVE 16 TO RETURN-CODE
              PERFORM 920-RUN-STATE-ABEND
              STOP RUN
           END-IF.

           PERFORM 210-READ-RECORD.

      * The run date is the business date off the cycle control
      * Feeds the SORT every claim record and drops the HDR/TRL
      * control records, which were already proven by
      * 112-VERIFY-EXTRACT-CONTROLS and have no place in the sorted
      * claim stream. Each claim is numbered in extract order on the
      * way in.
       118-RELEASE-CLAIM-RECORDS.
           MOVE 'N' TO WS-RAW-EOF.
           MOVE 0 TO WS-CLAIM-SEQ.
           OPEN INPUT REPL-RAW-IN.
           PERFORM UNTIL RAW-EOF-YES
              READ REPL-RAW-IN
                 NOT AT END
                    IF REPL-RAW-REC(1:3) NOT = "HDR"
                       AND REPL-RAW-REC(1:3) NOT = "TRL"
                       ADD 1 TO WS-CLAIM-SEQ
                       MOVE REPL-RAW-REC(1:10) TO SRT-POLICY-NO
                       MOVE REPL-RAW-REC(11:20) TO SRT-CUST-NAME
                       MOVE WS-CLAIM-SEQ TO SRT-CLAIM-SEQ
                       MOVE REPL-RAW-REC TO SRT-DATA
                       RELEASE SRT-REC
                    END-IF
              END-READ
           END-PERFORM.
           DISPLAY "RUN ABORTED - NO REPORT PUBLISHED. RERUN AFTER "
              "THE EXTRACT IS REBUILT.".
           MOVE 16 TO RETURN-CODE.
           PERFORM 920-RUN-STATE-ABEND.
           STOP RUN.

      * Reads the shared run parameter card and overrides the
                    PERFORM 121-REJECT-PARM
                 END-IF
              WHEN OTHER
                 IF PRM-KEYWORD(1:9) = "TAX-RATE-"
                    PERFORM 123-SET-TAX-RATE
                 END-IF
                 IF PRM-KEYWORD(1:12) = "SALVAGE-PCT-"
                    PERFORM 125-SET-SALVAGE-PCT
                 END-IF
           END-EVALUATE.

      * TAX-RATE-pc: the province prefix and category follow the
      * dash and must name an entry on the sales tax rate table.
       123-SET-TAX-RATE.
           MOVE PRM-VALUE(1:5) TO WS-PARM-TAX-X.
           IF WS-PARM-TAX-9 NUMERIC AND PRM-KEYWORD(12:9) = SPACES
              SET TR-IDX TO 1
              SEARCH WS-TR-ENTRY
                 AT END
                    PERFORM 121-REJECT-PARM
                 WHEN WS-TR-KEY(TR-IDX) = PRM-KEYWORD(10:2)
                    MOVE WS-PARM-TAX-9 TO WS-TR-RATE(TR-IDX)
                    ADD 1 TO WS-PARM-APPLIED
              END-SEARCH
           ELSE
              PERFORM 121-REJECT-PARM
           END-IF.

      * SALVAGE-PCT-ppp: the product code follows the dash and must
      * name an entry on the expected salvage table.
       125-SET-SALVAGE-PCT.
           MOVE PRM-VALUE(1:2) TO WS-PARM-RATE-X.
           IF WS-PARM-RATE-9 NUMERIC AND PRM-KEYWORD(16:5) = SPACES
              SET SP-IDX TO 1
              SEARCH WS-SP-ENTRY
                 AT END
                    PERFORM 121-REJECT-PARM
                 WHEN WS-SP-PROD(SP-IDX) = PRM-KEYWORD(13:3)
                    MOVE WS-PARM-RATE-9 TO WS-SP-PCT(SP-IDX)
                    ADD 1 TO WS-PARM-APPLIED
              END-SEARCH
           ELSE
              PERFORM 121-REJECT-PARM
           END-IF.

       121-REJECT-PARM.
           ADD 1 TO WS-PARM-BAD.
           DISPLAY "BAD PARAMETER VALUE '" PRM-VALUE
                 "UNREADABLE - STATUS " WS-POLMSTR-STATUS
                 " - RERUN AFTER MSTRLOAD"
              MOVE 16 TO RETURN-CODE
              PERFORM 920-RUN-STATE-ABEND
              STOP RUN
           END-IF.

      * Opens the claim status master for update. The very first
      * run finds no master, so one is created empty and reopened -
      * after that it only ever grows.
       122-OPEN-CLAIM-STATUS.
           OPEN I-O REPL-CLAIM-STATUS.
           IF WS-CLMSTAT-STATUS = "35"
              OPEN OUTPUT REPL-CLAIM-STATUS
              CLOSE REPL-CLAIM-STATUS
              OPEN I-O REPL-CLAIM-STATUS
           END-IF.
           IF WS-CLMSTAT-STATUS NOT = "00"
              DISPLAY "ABORT: CLAIM STATUS MASTER UNUSABLE - STATUS "
                 WS-CLMSTAT-STATUS
              MOVE 16 TO RETURN-CODE
              PERFORM 920-RUN-STATE-ABEND
              STOP RUN
           END-IF.

      * The salvage item master is cumulative, like the claim status
      * master - opened I-O, and created empty the very first time.
       124-OPEN-SALVAGE-MASTER.
           OPEN I-O REPL-SALVAGE-MSTR.
           IF WS-SALVMSTR-STATUS = "35"
              OPEN OUTPUT REPL-SALVAGE-MSTR
              CLOSE REPL-SALVAGE-MSTR
              OPEN I-O REPL-SALVAGE-MSTR
           END-IF.
           IF WS-SALVMSTR-STATUS NOT = "00"
              DISPLAY "ABORT: SALVAGE ITEM MASTER UNUSABLE - STATUS "
                 WS-SALVMSTR-STATUS
              MOVE 16 TO RETURN-CODE
              PERFORM 920-RUN-STATE-ABEND
              STOP RUN
           END-IF.

           MOVE CKPT-POL-LAPSED       TO WS-POL-LAPSED.
           MOVE CKPT-POL-NAME-MISM    TO WS-POL-NAME-MISM.
           MOVE CKPT-TOTAL-APPROVED   TO WS-TOTAL-APPROVED.
           MOVE CKPT-TOTAL-TAX        TO WS-TOTAL-TAX.
           MOVE CKPT-CESS-COUNT       TO WS-CESS-COUNT.
           MOVE CKPT-CESS-HASH        TO WS-CESS-HASH.
           PERFORM VARYING WS-GL-R FROM 1 BY 1 UNTIL WS-GL-R > 5
                    TO WS-GL-DEDUCT(WS-GL-R, WS-GL-P)
                 MOVE CKPT-GL-COUNT(WS-GL-R, WS-GL-P)
                    TO WS-GL-COUNT(WS-GL-R, WS-GL-P)
                 MOVE CKPT-GL-TAX(WS-GL-R, WS-GL-P)
                    TO WS-GL-TAX(WS-GL-R, WS-GL-P)
              END-PERFORM
           END-PERFORM.
           MOVE CKPT-PREV-POLICY      TO WS-PREV-POLICY.
                   ADD 1 TO WS-OTHER-CT
              END-EVALUATE

              PERFORM 216-COMPUTE-SALES-TAX
              ADD WS-CLAIM-TAX TO WS-TOTAL-TAX

              PERFORM 212-ACCUM-GL-POSTING

              PERFORM 236-CHECK-HIGH-VALUE

              PERFORM 232-WRITE-PAYABLE

              PERFORM 239-WRITE-TAX-LEDGER

              IF WS-APPROVED-AMT < IR-AMOUNT
                 PERFORM 233-WRITE-CAPPED-NOTICE
                 MOVE "C" TO WS-STATUS-OUTCOME
              ELSE
                 MOVE "A" TO WS-STATUS-OUTCOME
              END-IF
              PERFORM 238-WRITE-CLAIM-STATUS
              PERFORM 241-OPEN-SALVAGE-ITEM
           ELSE
              PERFORM 240-WRITE-EXCEPTION
              PERFORM 234-CHECK-REFUSAL-NOTICE
           MOVE WS-POL-LAPSED        TO CKPT-POL-LAPSED.
           MOVE WS-POL-NAME-MISM     TO CKPT-POL-NAME-MISM.
           MOVE WS-TOTAL-APPROVED    TO CKPT-TOTAL-APPROVED.
           MOVE WS-TOTAL-TAX         TO CKPT-TOTAL-TAX.
           MOVE WS-CESS-COUNT        TO CKPT-CESS-COUNT.
           MOVE WS-CESS-HASH         TO CKPT-CESS-HASH.
           PERFORM VARYING WS-GL-R FROM 1 BY 1 UNTIL WS-GL-R > 5
                    TO CKPT-GL-DEDUCT(WS-GL-R, WS-GL-P)
                 MOVE WS-GL-COUNT(WS-GL-R, WS-GL-P)
                    TO CKPT-GL-COUNT(WS-GL-R, WS-GL-P)
                 MOVE WS-GL-TAX(WS-GL-R, WS-GL-P)
                    TO CKPT-GL-TAX(WS-GL-R, WS-GL-P)
              END-PERFORM
           END-PERFORM.
           MOVE WS-PREV-POLICY       TO CKPT-PREV-POLICY.
           MOVE IR-AMOUNT TO WS-CSV-AMT-ED.
           MOVE WS-APPROVED-AMT TO WS-CSV-APPR-ED.
           MOVE WS-DEDUCTIBLE-OWING TO WS-CSV-DEDUCT-ED.
           MOVE WS-CLAIM-TAX TO WS-CSV-TAX-ED.
           MOVE SPACES TO WS-CSV-LINE.
           STRING FUNCTION TRIM(IR-POLICY-NO)      DELIMITED BY SIZE
                  ","                               DELIMITED BY SIZE
                  '"'                               DELIMITED BY SIZE
                  FUNCTION TRIM(IR-JUSTIFICATION)   DELIMITED BY SIZE
                  '"'                               DELIMITED BY SIZE
                  ","                               DELIMITED BY SIZE
                  WS-CLAIM-NO                       DELIMITED BY SIZE
                  ","                               DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CSV-TAX-ED)      DELIMITED BY SIZE
              INTO WS-CSV-LINE
           END-STRING.
           WRITE CSV-REPORT-LINE FROM WS-CSV-LINE.

      * Rolls the claim's approved amount, deductible and sales tax
      * into the region/product bucket the GL posting lines are
      * built from.
      * WS-CURRENT-REGION was just set by 206-LOOKUP-REGION.
       212-ACCUM-GL-POSTING.
           PERFORM 213-GET-PROD-INDEX.
           ADD WS-DEDUCTIBLE-OWING
              TO WS-GL-DEDUCT(WS-CURRENT-REGION, WS-PROD-INDEX).
           ADD 1 TO WS-GL-COUNT(WS-CURRENT-REGION, WS-PROD-INDEX).
           ADD WS-CLAIM-TAX
              TO WS-GL-TAX(WS-CURRENT-REGION, WS-PROD-INDEX).

      * Product codes were validated in 202, so every record landing
      * here matches one of the four entries.
              END-IF
           END-PERFORM.

      * Settles the sales tax on the approved replacement amount at
      * the province's replacement goods rate.
       216-COMPUTE-SALES-TAX.
           MOVE IR-POLICY-NO(1:1) TO WS-TAX-PROVINCE.
           PERFORM 218-GET-TAX-RATE.
           COMPUTE WS-CLAIM-TAX ROUNDED =
              WS-APPROVED-AMT * WS-TAX-RATE-USED.

      * A province not on the table settles with no tax.
       218-GET-TAX-RATE.
           MOVE 0 TO WS-TAX-RATE-USED.
           SET TR-IDX TO 1.
           SEARCH WS-TR-ENTRY
              AT END
                 CONTINUE
              WHEN WS-TR-KEY(TR-IDX) = WS-TAX-KEY
                 MOVE WS-TR-RATE(TR-IDX) TO WS-TAX-RATE-USED
           END-SEARCH.

      * One sales tax ledger record per approved replacement. An
      * UNASSIGNED claim still writes its base (at no tax) so the
      * remittance shows what went untaxed.
       239-WRITE-TAX-LEDGER.
           IF WS-APPROVED-AMT > 0
              MOVE SPACES TO TAX-REC
              MOVE WS-CLAIM-NO TO TX-CLAIM-NO
              MOVE IR-POLICY-NO TO TX-POLICY-NO
              MOVE "RPL" TO TX-SOURCE
              MOVE WS-CURRENT-REGION TO TX-REGION
              MOVE WS-TAX-CATEGORY TO TX-CATEGORY
              MOVE WS-APPROVED-AMT TO TX-TAXABLE-BASE
              MOVE WS-TAX-RATE-USED TO TX-RATE
              MOVE WS-CLAIM-TAX TO TX-TAX-AMOUNT
              MOVE WS-CLAIM-DATE-ED TO TX-CLAIM-DATE
              MOVE WS-RUN-DATE-RAW TO TX-RUN-DATE
              MOVE IR-PROD-CODE TO TX-PROD-CODE
              WRITE TAX-REC
           END-IF.

      * Writes the claim and its computed deductible to the billing
      * extract DEDSTMT reads to print the customer remittance
      * statements.
           MOVE IR-AMOUNT TO BL-AMOUNT.
           MOVE WS-DEDUCTIBLE-OWING TO BL-DEDUCT.
           MOVE WS-CLAIM-DATE-ED TO BL-CLAIM-DATE.
           MOVE WS-CLAIM-NO TO BL-CLAIM-NO.
           WRITE BILL-REC.

      * Writes the claim's payment owing - the approved amount net of
      * the deductible, and the sales tax beside it - to the payable
      * extract PAYDISB turns into the bank EFT/cheque file. A claim
      * the deductible fully consumes has nothing to pay and writes
      * no record.
       232-WRITE-PAYABLE.
           COMPUTE WS-PAYABLE-NET =
              WS-APPROVED-AMT - WS-DEDUCTIBLE-OWING.
              MOVE WS-PAYABLE-NET TO PY-NET-AMOUNT
              MOVE WS-CLAIM-DATE-ED TO PY-CLAIM-DATE
              MOVE "RPL" TO PY-SOURCE
              MOVE WS-CLAIM-NO TO PY-CLAIM-NO
              MOVE WS-CLAIM-TAX TO PY-TAX-AMOUNT
              WRITE PAY-REC
           END-IF.

           MOVE SPACE TO NT-REASON-CODE.
           MOVE WS-COV-LIMIT-USED TO NT-COV-LIMIT.
           MOVE WS-DEP-FACTOR TO NT-DEP-PCT.
           MOVE WS-CLAIM-NO TO NT-CLAIM-NO.
           WRITE NOTICE-REC.

      * A claim the policy checks refused also rates a notice - the
              MOVE "R" TO NT-OUTCOME
              MOVE 0 TO NT-COV-LIMIT
              MOVE 0 TO NT-DEP-PCT
              MOVE WS-CLAIM-NO TO NT-CLAIM-NO
              WRITE NOTICE-REC
              MOVE "R" TO WS-STATUS-OUTCOME
              PERFORM 238-WRITE-CLAIM-STATUS
           END-IF.

      * Records the adjudication on the claim status master. A rerun
      * of the cycle meets the claim number it wrote last time and
      * refreshes only the adjudication on it - the billed, letter,
      * paid, ceded and GL-ack stamps the downstream steps have
      * already made are kept, and those steps rerun behind it.
       238-WRITE-CLAIM-STATUS.
           MOVE WS-CLAIM-NO TO CST-CLAIM-NO.
           READ REPL-CLAIM-STATUS
              INVALID KEY
                 MOVE 'N' TO WS-CLMSTAT-FOUND
              NOT INVALID KEY
                 MOVE 'Y' TO WS-CLMSTAT-FOUND
           END-READ.
           IF WS-CLMSTAT-ON-FILE
              PERFORM 231-SET-ADJUDICATION
              REWRITE CLAIM-STATUS-REC
                 INVALID KEY
                    DISPLAY "WARNING: CLAIM STATUS NOT RECORDED "
                       "FOR CLAIM " WS-CLAIM-NO
              END-REWRITE
           ELSE
              MOVE SPACES TO CLAIM-STATUS-REC
              MOVE WS-CLAIM-NO TO CST-CLAIM-NO
              MOVE 0 TO CST-BILLED-DATE
              MOVE 0 TO CST-PAID-DATE
              MOVE 0 TO CST-PAID-AMOUNT
              MOVE 0 TO CST-LETTER-DATE
              MOVE 0 TO CST-CEDED-DATE
              MOVE 0 TO CST-CEDED-AMOUNT
              MOVE 0 TO CST-GL-ACK-DATE
              PERFORM 231-SET-ADJUDICATION
              WRITE CLAIM-STATUS-REC
                 INVALID KEY
                    DISPLAY "WARNING: CLAIM STATUS NOT RECORDED "
                       "FOR CLAIM " WS-CLAIM-NO
              END-WRITE
           END-IF.

      * The fields adjudication owns: who and what was claimed, and
      * the outcome. Nothing a later step stamps is touched here.
       231-SET-ADJUDICATION.
           MOVE IR-POLICY-NO TO CST-POLICY-NO.
           MOVE IR-CUST-NAME TO CST-CUST-NAME.
           MOVE IR-PROD-CODE TO CST-PROD-CODE.
           MOVE IR-CLAIM-TYPE TO CST-CLAIM-TYPE.
           MOVE WS-CLAIM-DATE-ED TO CST-CLAIM-DATE.
           MOVE IR-AMOUNT TO CST-CLAIMED.
           MOVE WS-RUN-DATE-RAW TO CST-ADJ-DATE.
           MOVE WS-STATUS-OUTCOME TO CST-OUTCOME.
           IF WS-STATUS-OUTCOME = "R"
              MOVE 0 TO CST-APPROVED
              MOVE 0 TO CST-DEDUCT
              MOVE WS-NOTICE-REASON TO CST-REASON-CODE
           ELSE
              MOVE WS-APPROVED-AMT TO CST-APPROVED
              MOVE WS-DEDUCTIBLE-OWING TO CST-DEDUCT
              MOVE SPACE TO CST-REASON-CODE
           END-IF.

      * Every approved replacement leaves an old unit for the salvage
      * buyer, so it opens a salvage item at the expected salvage for
      * its product. WS-CURRENT-REGION was set by 206-LOOKUP-REGION.
       241-OPEN-SALVAGE-ITEM.
           IF WS-APPROVED-AMT > 0
              MOVE 0 TO WS-SALVAGE-PCT-USED
              SET SP-IDX TO 1
              SEARCH WS-SP-ENTRY
                 AT END
                    CONTINUE
                 WHEN WS-SP-PROD(SP-IDX) = IR-PROD-CODE
                    MOVE WS-SP-PCT(SP-IDX) TO WS-SALVAGE-PCT-USED
              END-SEARCH
              MOVE SPACES TO SALVAGE-REC
              MOVE WS-CLAIM-NO TO SV-CLAIM-NO
              MOVE IR-POLICY-NO TO SV-POLICY-NO
              MOVE IR-PROD-CODE TO SV-PROD-CODE
              MOVE WS-CURRENT-REGION TO SV-REGION
              MOVE WS-CLAIM-DATE-ED TO SV-CLAIM-DATE
              MOVE WS-RUN-DATE-RAW TO SV-OPEN-DATE
              MOVE WS-APPROVED-AMT TO SV-APPROVED
              COMPUTE SV-EXPECTED ROUNDED =
                 WS-APPROVED-AMT * WS-SALVAGE-PCT-USED
              SET SV-OPEN TO TRUE
              MOVE 0 TO SV-PICKUP-DATE
              MOVE 0 TO SV-CLOSED-DATE
              MOVE 0 TO SV-PROCEEDS
              MOVE 0 TO SV-POSTED-DATE
              WRITE SALVAGE-REC
                 INVALID KEY
                    PERFORM 242-REOPEN-SALVAGE-ITEM
              END-WRITE
           END-IF.

      * A rerun of the same cycle finds the item already open under
      * the same claim number. An item the buyer has not touched yet
      * is opened over again as adjudicated tonight; one already
      * picked up, sold or scrapped is left exactly as it stands.
       242-REOPEN-SALVAGE-ITEM.
           MOVE SALVAGE-REC TO WS-SALVAGE-NEW-REC.
           READ REPL-SALVAGE-MSTR
              INVALID KEY
                 DISPLAY "WARNING: SALVAGE ITEM NOT OPENED FOR CLAIM "
                    WS-CLAIM-NO
              NOT INVALID KEY
                 IF SV-OPEN
                    REWRITE SALVAGE-REC FROM WS-SALVAGE-NEW-REC
                       INVALID KEY
                          DISPLAY "WARNING: SALVAGE ITEM NOT OPENED "
                             "FOR CLAIM " WS-CLAIM-NO
                    END-REWRITE
                 END-IF
           END-READ.

      * Appends the claim just accepted to the cumulative claim
      * history master, stamped with tonight's run date, for the
      * cross-run repeat-claimant analysis in CLMHSTRP.
           MOVE IR-AMOUNT TO HS-AMOUNT.
           MOVE WS-CLAIM-DATE-ED TO HS-CLAIM-DATE.
           MOVE WS-RUN-DATE-RAW TO HS-RUN-DATE.
           MOVE WS-CLAIM-NO TO HS-CLAIM-NO.
           WRITE HIST-REC.

      * Flags any claim over WS-HIGH-VALUE-THRESHOLD so it prints with
           MOVE WS-TREATY-RETENTION TO CS-RETAINED.
           MOVE WS-CEDED-AMT TO CS-CEDED.
           MOVE WS-CURRENT-REGION TO CS-REGION.
           MOVE WS-CLAIM-NO TO CS-CLAIM-NO.
           WRITE CESSION-REC.
           ADD 1 TO WS-CESS-COUNT.
           ADD WS-CEDED-AMT TO WS-CESS-HASH.
              SET EOF-YES TO TRUE
           NOT AT END
              ADD 1 TO WS-RECORDS-READ
              MOVE SRTD-CLAIM-SEQ TO WS-CLAIM-NO-SEQ
           END-READ.

      * Prints page header
           WRITE CESSION-REC FROM WS-CESS-TRL.
           CLOSE REPL-DATA-IN REPL-REPORT REPL-EXCEPTION REPL-CSV
              REPL-AUDIT REPL-HISTORY REPL-BILLING REPL-PAYABLE
              REPL-NOTICE REPL-CESSION REPL-POLICY-MSTR
              REPL-CLAIM-STATUS REPL-TAX-LEDGER REPL-SALVAGE-MSTR.
           PERFORM 330-WRITE-GL-EXTRACT.
           PERFORM 315-WRITE-RUN-CONTROL.


      * Turns the region/product accumulators into the GL posting
      * extract: for each bucket with activity, a claim expense debit
      * for the approved amount, a deductible receivable debit, a
      * sales tax recoverable debit, and a claims payable credit for
      * their sum - so every bucket, and
      * therefore the file, nets to zero by construction. The trailer
      * carries the line count and the net for the GL load to verify.
       330-WRITE-GL-EXTRACT.
                 WS-GL-NET
           END-IF.

      * The four posting lines for one region/product bucket. Every
      * line repeats the cost centre (region ID + product code), the
      * source stream and the run date.
       335-WRITE-GL-BUCKET.
           COMPUTE WS-GL-CREDIT-AMT =
              WS-GL-APPROVED(WS-GL-R, WS-GL-P)
              + WS-GL-DEDUCT(WS-GL-R, WS-GL-P)
              + WS-GL-TAX(WS-GL-R, WS-GL-P).

           MOVE SPACES TO GL-REC.
           MOVE "D" TO GL-REC-TYPE.
           ADD 1 TO WS-GL-LINE-COUNT.
           ADD WS-GL-DEDUCT(WS-GL-R, WS-GL-P) TO WS-GL-NET.

           MOVE SPACES TO GL-REC.
           MOVE "D" TO GL-REC-TYPE.
           MOVE "2300SLTX" TO GL-ACCOUNT.
           MOVE WS-GL-R TO GL-CC-REGION.
           MOVE WS-GL-PROD-CODE(WS-GL-P) TO GL-CC-PROD.
           MOVE "DR" TO GL-DR-CR.
           MOVE WS-GL-TAX(WS-GL-R, WS-GL-P) TO GL-AMOUNT.
           MOVE "RPL" TO GL-SOURCE.
           MOVE WS-RUN-DATE-RAW TO GL-RUN-DATE.
           WRITE GL-REC.
           ADD 1 TO WS-GL-LINE-COUNT.
           ADD WS-GL-TAX(WS-GL-R, WS-GL-P) TO WS-GL-NET.

           MOVE SPACES TO GL-REC.
           MOVE "D" TO GL-REC-TYPE.
           MOVE "2100CLPY" TO GL-ACCOUNT.
           MOVE WS-DEDUCT-RATE TO PE-RATE.
           MOVE WS-LINES-PER-PAGE TO PE-LINES.
           WRITE RUNCTL-LINE FROM WS-PARM-ECHO-LINE.
           MOVE 0 TO WS-TAX-ECHO-SUB.
           PERFORM VARYING TR-IDX FROM 1 BY 1 UNTIL TR-IDX > 16
              ADD 1 TO WS-TAX-ECHO-SUB
              MOVE WS-TR-KEY(TR-IDX) TO TE-KEY(WS-TAX-ECHO-SUB)
              MOVE WS-TR-RATE(TR-IDX) TO TE-RATE(WS-TAX-ECHO-SUB)
              IF WS-TAX-ECHO-SUB = 8
                 WRITE RUNCTL-LINE FROM WS-TAX-ECHO-LINE
                 MOVE 0 TO WS-TAX-ECHO-SUB
              END-IF
           END-PERFORM.
           PERFORM VARYING WS-TAX-ECHO-SUB FROM 1 BY 1
                   UNTIL WS-TAX-ECHO-SUB > 4
              MOVE WS-SP-PROD(WS-TAX-ECHO-SUB)
                 TO SE-PROD(WS-TAX-ECHO-SUB)
              MOVE WS-SP-PCT(WS-TAX-ECHO-SUB)
                 TO SE-PCT(WS-TAX-ECHO-SUB)
           END-PERFORM.
           WRITE RUNCTL-LINE FROM WS-SALVAGE-ECHO-LINE.
           CLOSE REPL-RUNCTL.

      * Calculate and print the summary section

           MOVE WS-TOTAL-DEDUCT TO SUM-DEDUCT-TOT.
           WRITE REPORT-LINE FROM WS-SUM-DEDUCT.

           MOVE WS-TOTAL-TAX TO SUM-TAX-TOT.
           WRITE REPORT-LINE FROM WS-SUM-TAX.
           WRITE REPORT-LINE FROM WS-BLANK-LINE.

           MOVE WS-REGION-UNMATCHED TO SUM-REG-UNMATCHED.
           EVALUATE WS-CURRENT-REGION
               WHEN 1 MOVE "ONTARIO" TO WS-REG-NAME-TEMP
               WHEN 2 MOVE "QUEBEC"  TO WS-REG-NAME-TEMP
               WHEN 3 MOVE "MARITIMES" TO WS-REG-NAME-TEMP
               WHEN 4 MOVE "ALBERTA" TO WS-REG-NAME-TEMP
               WHEN 5 MOVE "UNASSIGNED" TO WS-REG-NAME-TEMP
               WHEN OTHER MOVE "UNKNOWN" TO WS-REG-NAME-TEMP
           END-EVALUATE.

      * Before any output is opened, proves that every step this one
      * depends on ended normally for the same cycle date, and
      * refuses to start otherwise - so nothing runs against an
      * extract a failed or missing step left behind. Then records
      * this step as started. The first run of all finds no
      * run-state file and creates it empty. Once PAYDISB has ended
      * normally for the cycle, this step's claims have been paid:
      * a rerun would overwrite the paid stamps on the claim status
      * master and hand PAYDISB the same batch again, so it is
      * refused without a RERUN-OVERRIDE on the parameter card
      * (905-CHECK-RERUN-OVERRIDE). Once a run is accepted, the steps
      * that read this one's extracts are set back to started if
      * they had already ended normally for the cycle
      * (906-RESET-CONSUMERS).
       900-RUN-STATE-START.
           OPEN I-O REPL-RUN-STATE.
           IF WS-RUNST-STATUS = "35"
              OPEN OUTPUT REPL-RUN-STATE
              CLOSE REPL-RUN-STATE
              OPEN I-O REPL-RUN-STATE
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
              READ REPL-RUN-STATE
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
              CLOSE REPL-RUN-STATE
              DISPLAY WS-STEP-NAME " NOT STARTED - RERUN ONCE THE "
                 "STEPS ABOVE HAVE ENDED NORMALLY"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE WS-RUN-DATE-RAW TO RS-CYCLE-DATE.
           MOVE WS-PAY-STEP-NAME TO RS-PROGRAM.
           READ REPL-RUN-STATE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF RS-ENDED-NORMALLY
                    PERFORM 905-CHECK-RERUN-OVERRIDE
                    IF RERUN-OVERRIDE-YES
                       DISPLAY "WARNING: " WS-PAY-STEP-NAME
                          " ALREADY ENDED NORMALLY FOR CYCLE "
                          WS-RUN-DATE-RAW " - RERUNNING ON OVERRIDE"
                    ELSE
                       SET STEP-BLOCKED TO TRUE
                       DISPLAY "ABORT: " WS-PAY-STEP-NAME
                          " ALREADY ENDED NORMALLY FOR CYCLE "
                          WS-RUN-DATE-RAW " - CLAIMS ALREADY PAID"
                    END-IF
                 END-IF
           END-READ.
           IF STEP-BLOCKED
              CLOSE REPL-RUN-STATE
              DISPLAY WS-STEP-NAME " NOT STARTED - A RERUN AFTER "
                 "PAYDISB NEEDS RERUN-OVERRIDE ON THE PARAMETER CARD"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM 906-RESET-CONSUMERS.
           MOVE WS-RUN-DATE-RAW TO RS-CYCLE-DATE.
           MOVE WS-STEP-NAME TO RS-PROGRAM.
           READ REPL-RUN-STATE
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
              CLOSE REPL-RUN-STATE
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           CLOSE REPL-RUN-STATE.

      * Looks on the shared parameter card for an override naming
      * this step and this cycle: keyword RERUN-OVERRIDE, the step
      * name in columns 1-10 of the value and the cycle date being
      * rerun (YYMMDD) in columns 12-17, so an override left on the
      * card cannot carry into the next night. An override found is
      * echoed on the run log.
       905-CHECK-RERUN-OVERRIDE.
           MOVE 'N' TO WS-RERUN-OVERRIDE.
           OPEN INPUT REPL-PARM-IN.
           IF WS-PARM-STATUS = "00"
              PERFORM UNTIL PARM-EOF-YES
                 READ REPL-PARM-IN
                    AT END
                       SET PARM-EOF-YES TO TRUE
                    NOT AT END
                       IF PRM-KEYWORD = "RERUN-OVERRIDE"
                          AND PRM-VALUE(1:10) = WS-STEP-NAME
                          AND PRM-VALUE(12:6) = WS-RUN-DATE-RAW
                          SET RERUN-OVERRIDE-YES TO TRUE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE REPL-PARM-IN
              MOVE 'N' TO WS-PARM-EOF
           END-IF.
           IF RERUN-OVERRIDE-YES
              DISPLAY "*** RERUN-OVERRIDE " WS-STEP-NAME " CYCLE "
                 WS-RUN-DATE-RAW " ON PARAMETER CARD - OVERRIDE "
                 "ACCEPTED ***"
           END-IF.

      * A step that ended normally on the extracts this run is about
      * to replace has done its work on the wrong data. It is set
      * back to started, so its own successors and CYCADV refuse to
      * go on until it has rerun on the new extracts. PAYDISB is not
      * in the list: a rerun after it is only accepted on override,
      * and starting it over would pay the claims a second time.
       906-RESET-CONSUMERS.
           PERFORM VARYING WS-CONS-SUB FROM 1 BY 1
                   UNTIL WS-CONS-SUB > WS-CONS-COUNT
              MOVE WS-RUN-DATE-RAW TO RS-CYCLE-DATE
              MOVE WS-CONS-NAME(WS-CONS-SUB) TO RS-PROGRAM
              READ REPL-RUN-STATE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF RS-ENDED-NORMALLY
                       SET RS-STARTED TO TRUE
                       REWRITE RUN-STATE-REC
                          INVALID KEY
                             DISPLAY "ABORT: " RS-PROGRAM
                                " NOT RESET ON RUN-STATE FILE - "
                                "STATUS " WS-RUNST-STATUS
                             CLOSE REPL-RUN-STATE
                             MOVE 16 TO RETURN-CODE
                             STOP RUN
                       END-REWRITE
                       DISPLAY "WARNING: " RS-PROGRAM
                          " RESET TO STARTED FOR CYCLE "
                          WS-RUN-DATE-RAW " - RERUN IT AFTER "
                          WS-STEP-NAME
                    END-IF
              END-READ
           END-PERFORM.

       910-RUN-STATE-END.
           MOVE "E" TO WS-END-STATE.
           PERFORM 915-RECORD-RUN-END.

      * Stamps this step's run-state record with how it ended, when,
      * its return code and its key counts. An end that cannot be
      * recorded is reported loudly: the steps after this one will
      * refuse to start until the record is put right.
       915-RECORD-RUN-END.
           OPEN I-O REPL-RUN-STATE.
           IF WS-RUNST-STATUS NOT = "00"
              DISPLAY "WARNING: RUN-STATE FILE UNUSABLE - STATUS "
                 WS-RUNST-STATUS " - END OF " WS-STEP-NAME
                 " NOT RECORDED"
           ELSE
              MOVE WS-RUN-DATE-RAW TO RS-CYCLE-DATE
              MOVE WS-STEP-NAME TO RS-PROGRAM
              READ REPL-RUN-STATE
                 INVALID KEY
                    DISPLAY "WARNING: NO RUN-STATE RECORD FOR "
                       WS-STEP-NAME " - END NOT RECORDED"
                 NOT INVALID KEY
                    MOVE WS-END-STATE TO RS-STATE
                    ACCEPT RS-END-DATE FROM DATE
                    ACCEPT RS-END-TIME FROM TIME
                    MOVE RETURN-CODE TO RS-RETURN-CODE
                    MOVE WS-RECORDS-READ TO RS-INPUT-COUNT
                    MOVE WS-REPLACE-COUNT TO RS-OUTPUT-COUNT
                    MOVE WS-EXCEPTION-COUNT TO RS-EXCEPT-COUNT
                    REWRITE RUN-STATE-REC
                       INVALID KEY
                          DISPLAY "WARNING: END OF " WS-STEP-NAME
                             " NOT RECORDED - STATUS "
                             WS-RUNST-STATUS
                    END-REWRITE
              END-READ
              CLOSE REPL-RUN-STATE
           END-IF.

      * A controlled abend records itself before it stops, so the
      * run-state file shows the step failed rather than running.
       920-RUN-STATE-ABEND.
           MOVE "A" TO WS-END-STATE.
           PERFORM 915-RECORD-RUN-END.

       END PROGRAM RPLREPORT.
