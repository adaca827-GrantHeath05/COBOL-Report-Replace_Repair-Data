      * with the payment count and total amount, proven against the
      * register totals before the file is released.
      *
      * BANKREC's reissue payables (a returned EFT or a voided
      * cheque, source RIS) sort in with the two extracts and pay
      * like any other claim, except that a policy carrying a
      * returned EFT always goes out as a cheque - the account on
      * file is the one the bank bounced. A reissue of a direct shop
      * payment pays the shop again, with its remittance advice. The
      * claims the original payment covered, which BANKREC marked
      * returned on the claim status master, are stamped paid again
      * with the reissue's pay date and method.
      *
      * Before a policy's payment is cut, any deductible the customer
      * still owes on the receivables master is taken out of it:
      * open charges are offset oldest first, up to the payment
      * amount, and the master is written out as a new generation
      * with those charges marked paid by offset (RV-STATUS F). The
      * register shows each payment gross, offset and net, only the
      * net goes to the bank, and the offset posts its own GL entry
      * (claims payable debited, deductible receivable credited).
      * Charges billed on tonight's statements are left alone - the
      * payables they belong to are already net of that deductible.
      *
      * A repair done by a shop the shop master flags for direct pay
      * is paid to the shop, not the policyholder. Those payables are
      * set aside in the policy pass, sorted by shop, and paid as one
      * consolidated payment per shop per run - EFT to the account on
      * the shop master when banking details are on file and the
      * payment is within the EFT ceiling, otherwise a cheque to the
      * remit-to address. Each shop gets a printed remittance advice
      * listing the policies and claims the payment covers. The
      * policyholder's open deductibles are not offset against a
      * shop's payment - the shop is owed the repair regardless.
      *
      * Files:
      * Input file:  PAYRPR  - repair payable extract
      * Input file:  PAYRPL  - replace payable extract
      * Input file:  PAYRIS  - reissue payables from BANKREC
      * Input file:  RECVIN  - receivables master, prior generation
      * Input file:  SHOPMSTR - repair shop master, direct-pay shops
      * Input file:  PARMFILE - shared run parameter card
      * Output file: BANKOUT - bank EFT/cheque disbursement file
      * Output file: PAYREG  - printed payment register
      * Output file: RECVOUT - receivables master, new generation
      * Output file: PAYGL   - deductible offset GL posting extract
      * Output file: SHOPADV - shop remittance advices
      * I-O file:    CLMSTAT - claim status master, claims marked paid
      * I-O file:    RUNSTATE - suite run-state, this step
      *
      * Work file:   PAYSHOPW - direct-pay shop payables set aside
      *
      * Sort file:   PAYSWRK
      * Sort file:   PAYSHSWK

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                                ORGANIZATION IS SEQUENTIAL.
           SELECT PAY-RPL-IN    ASSIGN TO PAYRPL
                                ORGANIZATION IS SEQUENTIAL.
           SELECT PAY-RIS-IN    ASSIGN TO PAYRIS
                                ORGANIZATION IS SEQUENTIAL.
           SELECT PAY-SORTED    ASSIGN TO PAYSRTD
                                ORGANIZATION IS SEQUENTIAL.
           SELECT PAY-SORT-WORK ASSIGN TO PAYSWRK.
           SELECT PAY-SHOP-MSTR ASSIGN TO SHOPMSTR
                                ORGANIZATION IS SEQUENTIAL
                                FILE STATUS IS WS-SHOPM-STATUS.
           SELECT PAY-SHOP-WORK ASSIGN TO PAYSHOPW
                                ORGANIZATION IS SEQUENTIAL.
           SELECT PAY-SHOP-SORT-WORK ASSIGN TO PAYSHSWK.
           SELECT PAY-SHOP-SORTED ASSIGN TO PAYSHSRT
                                ORGANIZATION IS SEQUENTIAL.
           SELECT PAY-SHOP-ADVICE ASSIGN TO SHOPADV
                                ORGANIZATION IS SEQUENTIAL.
           SELECT PAY-BANK-OUT  ASSIGN TO BANKOUT
                                ORGANIZATION IS SEQUENTIAL.
           SELECT PAY-REGISTER  ASSIGN TO PAYREG
                                ORGANIZATION IS SEQUENTIAL.
           SELECT PAY-RECV-IN   ASSIGN TO RECVIN
                                ORGANIZATION IS SEQUENTIAL.
           SELECT PAY-RECV-OUT  ASSIGN TO RECVOUT
                                ORGANIZATION IS SEQUENTIAL.
           SELECT PAY-GL-POSTING ASSIGN TO PAYGL
                                ORGANIZATION IS SEQUENTIAL.
           SELECT PAY-PARM-IN   ASSIGN TO PARMFILE
                                ORGANIZATION IS SEQUENTIAL
                                FILE STATUS IS WS-PARM-STATUS.
           SELECT PAY-CYCLE-CTL ASSIGN TO CYCLECTL
                                ORGANIZATION IS SEQUENTIAL
                                FILE STATUS IS WS-CYCLE-STATUS.
           SELECT PAY-CLAIM-STATUS ASSIGN TO CLMSTAT
                                ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD KEY IS CST-CLAIM-NO
                                ALTERNATE RECORD KEY IS CST-POLICY-NO
                                   WITH DUPLICATES
                                FILE STATUS IS WS-CLMSTAT-STATUS.
           SELECT PAY-RUN-STATE ASSIGN TO RUNSTATE
                                ORGANIZATION IS INDEXED
                                ACCESS MODE IS RANDOM
                                RECORD KEY IS RS-KEY
                                FILE STATUS IS WS-RUNST-STATUS.

       DATA DIVISION.
       FILE SECTION.
           RECORD CONTAINS 80 CHARACTERS.
       01 PAY-RPL-REC             PIC X(80).

       FD  PAY-RIS-IN
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01 PAY-RIS-REC             PIC X(80).

       SD  PAY-SORT-WORK
           RECORD CONTAINS 80 CHARACTERS.
       01 SRT-REC.

      * Both payable extracts merged into policy order, so one
      * policy's repair and replacement payments consolidate into a
      * single disbursement. Reissue records carry why they came
      * back (R = returned EFT, V = voided cheque) and the original
      * method; the extracts leave both blank. The extracts carry the
      * permanent claim number and the sales tax settled on the
      * claim, which is paid with it on top of the net amount; a
      * reissue, which repays a whole consolidated payment, carries
      * neither. A repair payable also carries the shop that did the
      * work, and a reissue of a shop payment the shop it went to.
       FD  PAY-SORTED
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
          05 PY-NET-AMOUNT          PIC 9(7)V99.
          05 PY-CLAIM-DATE          PIC 9(6).
          05 PY-SOURCE              PIC X(3).
          05 PY-REISSUE-REASON      PIC X(1).
             88 PY-RETURNED-EFT                   VALUE 'R'.
          05 PY-ORIG-METHOD         PIC X(1).
          05 PY-CLAIM-NO            PIC X(12).
          05 PY-TAX-AMOUNT          PIC 9(7)V99.
          05 PY-SHOP-CODE           PIC X(4).
          05 FILLER                 PIC X(5).

      *---------------------------------------------------------------*
      * REPAIR SHOP MASTER - as SHOPRPT reads it. A shop flagged for
      * direct pay (SH-DIRECT-PAY = Y) is paid for its repairs here:
      * by EFT to the institution/transit/account when all three are
      * on file, otherwise by cheque to the remit-to address.
      *---------------------------------------------------------------*
       FD  PAY-SHOP-MSTR
           RECORDING MODE IS F
           RECORD CONTAINS 120 CHARACTERS.
       01 SH-REC-IN.
          05 SH-SHOP-CODE           PIC X(4).
          05 SH-SHOP-NAME           PIC X(25).
          05 SH-APPR-LABOUR-RATE    PIC 9(3)V99.
          05 SH-DIRECT-PAY          PIC X(1).
             88 SH-DIRECT-PAY-YES                 VALUE 'Y'.
          05 SH-BANK-INST           PIC X(3).
          05 SH-BANK-TRANSIT        PIC X(5).
          05 SH-BANK-ACCOUNT        PIC X(12).
          05 SH-REMIT-ADDR          PIC X(30).
          05 SH-REMIT-CITY          PIC X(20).
          05 SH-REMIT-PROV          PIC X(2).
          05 SH-REMIT-POSTAL        PIC X(7).
          05 FILLER                 PIC X(6).

      * Direct-pay shop payables, set aside by the policy pass in the
      * payable extract layout, then sorted by shop and policy.
       FD  PAY-SHOP-WORK
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01 PAY-SHOP-WORK-REC       PIC X(80).

       SD  PAY-SHOP-SORT-WORK
           RECORD CONTAINS 80 CHARACTERS.
       01 SSW-REC.
          05 SSW-POLICY-NO          PIC X(10).
          05 FILLER                 PIC X(40).
          05 SSW-CLAIM-NO           PIC X(12).
          05 FILLER                 PIC X(9).
          05 SSW-SHOP-CODE          PIC X(4).
          05 FILLER                 PIC X(5).

       FD  PAY-SHOP-SORTED
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01 SHOP-PAY-REC.
          05 SP-POLICY-NO           PIC X(10).
          05 SP-PAYEE-NAME          PIC X(20).
          05 SP-NET-AMOUNT          PIC 9(7)V99.
          05 SP-CLAIM-DATE          PIC 9(6).
          05 SP-SOURCE              PIC X(3).
          05 SP-REISSUE-REASON      PIC X(1).
             88 SP-RETURNED-EFT                   VALUE 'R'.
          05 SP-ORIG-METHOD         PIC X(1).
          05 SP-CLAIM-NO            PIC X(12).
          05 SP-TAX-AMOUNT          PIC 9(7)V99.
          05 SP-SHOP-CODE           PIC X(4).
          05 FILLER                 PIC X(5).

       FD  PAY-SHOP-ADVICE
           RECORDING MODE IS F
           RECORD CONTAINS 132 CHARACTERS.
       01 ADVICE-LINE             PIC X(132).

      *---------------------------------------------------------------*
      * BANK DISBURSEMENT FILE - one detail record per payment (one
      * payment per policy per run) and a trailer carrying the
      * payment count and total dollars, which the banking package
      * verifies before releasing funds. A direct shop payment goes
      * out under SHOP plus the shop code in the policy field, with
      * the shop's account on an EFT; a policyholder payment leaves
      * the account blank for the bank's payee file.
      *---------------------------------------------------------------*
       FD  PAY-BANK-OUT
           RECORDING MODE IS F
          05 BK-PAYEE-NAME          PIC X(20).
          05 BK-AMOUNT              PIC 9(9)V99.
          05 BK-PAY-DATE            PIC 9(6).
          05 BK-BANK-INST           PIC X(3).
          05 BK-BANK-TRANSIT        PIC X(5).
          05 BK-BANK-ACCOUNT        PIC X(12).
          05 FILLER                 PIC X(11).

       01 BANK-TRAILER.
          05 BT-REC-TYPE            PIC X(1).
          05 BT-TOTAL-AMOUNT        PIC 9(11)V99.
          05 FILLER                 PIC X(59).

      *---------------------------------------------------------------*
      * DEDUCTIBLE RECEIVABLES MASTER - one record per statement
      * charge, oldest first, as DEDSTMT and CASHAPP carry it.
      * RV-STATUS is O(pen), P(aid) or F (paid by offset against a
      * claim payment here).
      *---------------------------------------------------------------*
       FD  PAY-RECV-IN
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01 RV-REC-IN.
          05 RV-POLICY-NO           PIC X(10).
          05 RV-CUST-NAME           PIC X(20).
          05 RV-STMT-DATE           PIC 9(6).
          05 RV-CHARGED             PIC 9(9)V99.
          05 RV-PAID                PIC 9(9)V99.
          05 RV-STATUS              PIC X(1).
          05 FILLER                 PIC X(21).

       FD  PAY-RECV-OUT
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01 RV-REC-OUT.
          05 RVO-POLICY-NO          PIC X(10).
          05 RVO-CUST-NAME          PIC X(20).
          05 RVO-STMT-DATE          PIC 9(6).
          05 RVO-CHARGED            PIC 9(9)V99.
          05 RVO-PAID               PIC 9(9)V99.
          05 RVO-STATUS             PIC X(1).
          05 FILLER                 PIC X(21).

      *---------------------------------------------------------------*
      * GL POSTING EXTRACT - same layout the report programs write:
      * "D" lines keyed by account, cost centre (region ID + OFS) and
      * side, and a "T" trailer with the line count and signed net.
      *---------------------------------------------------------------*
       FD  PAY-GL-POSTING
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

      *---------------------------------------------------------------*
      * RUN PARAMETER CARD - same shared card the report programs
      * read; this program takes EFT-CEILING from it and ignores the
          05 CC-CYCLE-DATE          PIC 9(6).
          05 FILLER                 PIC X(74).

      *---------------------------------------------------------------*
      * CLAIM STATUS MASTER - keyed by permanent claim number, written
      * at adjudication by RPRREPORT/RPLREPORT. Each claim behind a
      * payment is stamped paid here with the pay date, its share of
      * the payment and how the payment went out (E = EFT, C = cheque,
      * O = taken entirely by deductible offset), and for a direct
      * shop payment the shop it went to - BANKREC finds a returned
      * shop payment's claims by it.
      *---------------------------------------------------------------*
       FD  PAY-CLAIM-STATUS
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
       FD  PAY-RUN-STATE
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
       77 WS-CLMSTAT-STATUS       PIC X(2)        VALUE SPACES.
       77 WS-SHOPM-STATUS         PIC X(2)        VALUE SPACES.

      *---------------------------------------------------------------*
      * EFT CEILING - payments at or under this amount disburse as
             88 EOF-YES                           VALUE 'Y'.
          05 WS-PARM-EOF          PIC X           VALUE 'N'.
             88 PARM-EOF-YES                      VALUE 'Y'.
          05 WS-FORCE-CHEQUE      PIC X           VALUE 'N'.
             88 FORCE-CHEQUE-YES                  VALUE 'Y'.
          05 WS-RECV-EOF          PIC X           VALUE 'N'.
             88 RECV-EOF-YES                      VALUE 'Y'.
          05 WS-CLMSTAT-OPEN      PIC X           VALUE 'N'.
             88 CLMSTAT-OPEN-YES                  VALUE 'Y'.
          05 WS-SHOPM-EOF         PIC X           VALUE 'N'.
             88 SHOPM-EOF-YES                     VALUE 'Y'.
          05 WS-DIRECT-FLAG       PIC X           VALUE 'N'.
             88 DIRECT-SHOP-YES                   VALUE 'Y'.
          05 WS-SHOP-EOF          PIC X           VALUE 'N'.
             88 SHOP-EOF-YES                      VALUE 'Y'.
          05 WS-CLAIMS-DONE       PIC X           VALUE 'N'.
             88 CLAIMS-DONE-YES                   VALUE 'Y'.

       01 WS-COUNTERS.
          05 WS-PAYABLE-READ      PIC 9(6)        VALUE 0.
          05 WS-PAYMENT-COUNT     PIC 9(7)        VALUE 0.
          05 WS-EFT-COUNT         PIC 9(7)        VALUE 0.
          05 WS-CHEQUE-COUNT      PIC 9(7)        VALUE 0.
          05 WS-REISSUE-COUNT     PIC 9(6)        VALUE 0.
          05 WS-FULL-OFFSET-COUNT PIC 9(7)        VALUE 0.
          05 WS-GROSS-TOTAL       PIC 9(11)V99    VALUE 0.
          05 WS-OFFSET-TOTAL      PIC 9(11)V99    VALUE 0.
          05 WS-GRAND-TOTAL       PIC 9(11)V99    VALUE 0.
          05 WS-RECV-READ         PIC 9(6)        VALUE 0.
          05 WS-RECV-SKIPPED      PIC 9(5)        VALUE 0.
          05 WS-RECV-PASSED       PIC 9(5)        VALUE 0.
          05 WS-CHARGES-OFFSET    PIC 9(6)        VALUE 0.
          05 WS-CHARGES-CLOSED    PIC 9(6)        VALUE 0.
          05 WS-CLAIMS-MARKED     PIC 9(6)        VALUE 0.
          05 WS-CLAIMS-UNMARKED   PIC 9(6)        VALUE 0.
          05 WS-DIRECT-CLAIMS     PIC 9(6)        VALUE 0.
          05 WS-SHOP-PAYMENTS     PIC 9(5)        VALUE 0.
          05 WS-SHOP-PAID-TOTAL   PIC 9(11)V99    VALUE 0.
          05 WS-SHOPS-NOT-USABLE  PIC 9(3)        VALUE 0.
          05 WS-CLAIMS-RESTAMPED  PIC 9(6)        VALUE 0.
          05 WS-RESTAMPS-LOST     PIC 9(5)        VALUE 0.

      *---------------------------------------------------------------*
      * PAYMENT CONTROL BREAK - one consolidated payment per policy.
          05 WS-PREV-POLICY       PIC X(10)       VALUE SPACES.
          05 WS-PREV-PAYEE        PIC X(20)       VALUE SPACES.
          05 WS-POLICY-TOTAL      PIC 9(9)V99     VALUE 0.
          05 WS-CLAIM-PAY-AMT     PIC 9(7)V99     VALUE 0.
          05 WS-POLICY-CLAIMS     PIC 9(3)        VALUE 0.
          05 WS-POLICY-OFFSET     PIC 9(9)V99     VALUE 0.
          05 WS-POLICY-NET        PIC 9(9)V99     VALUE 0.

      *---------------------------------------------------------------*
      * DIRECT-PAY SHOP TABLE - the shops on the shop master flagged
      * for direct pay that have somewhere to send the money: a full
      * set of banking details (WS-DS-EFT-OK), a remit-to address, or
      * both. A flagged shop with neither is warned and left out, so
      * its repairs pay the policyholder as before.
      *---------------------------------------------------------------*
       77 WS-MAX-DIRECT-SHOPS     PIC 9(3)        VALUE 500.
       77 WS-DIRECT-SHOP-COUNT    PIC 9(3)        VALUE 0.

       01 WS-DIRECT-SHOP-TABLE.
          05 WS-DIRECT-SHOP-ENTRY OCCURS 500 TIMES INDEXED BY DSH-IDX.
             10 WS-DS-CODE        PIC X(4).
             10 WS-DS-NAME        PIC X(25).
             10 WS-DS-EFT-OK      PIC X(1).
             10 WS-DS-INST        PIC X(3).
             10 WS-DS-TRANSIT     PIC X(5).
             10 WS-DS-ACCOUNT     PIC X(12).
             10 WS-DS-ADDR        PIC X(30).
             10 WS-DS-CITY        PIC X(20).
             10 WS-DS-PROV        PIC X(2).
             10 WS-DS-POSTAL      PIC X(7).

      *---------------------------------------------------------------*
      * SHOP PAYMENT CONTROL BREAK - one consolidated payment per
      * direct-pay shop; WS-SHOP-SUB is the shop's table entry.
      *---------------------------------------------------------------*
       01 WS-SHOP-BREAK.
          05 WS-PREV-SHOP         PIC X(4)        VALUE SPACES.
          05 WS-SHOP-SUB          PIC 9(3)        VALUE 0.
          05 WS-SHOP-PAYEE-KEY.
             10 FILLER            PIC X(4)        VALUE "SHOP".
             10 WS-SHOP-KEY-CODE  PIC X(4)        VALUE SPACES.
             10 FILLER            PIC X(2)        VALUE SPACES.
          05 WS-SHOP-CLAIMS       PIC 9(3)        VALUE 0.
          05 WS-SHOP-NET          PIC 9(9)V99     VALUE 0.
          05 WS-SHOP-TAX          PIC 9(9)V99     VALUE 0.
          05 WS-SHOP-TOTAL        PIC 9(9)V99     VALUE 0.
          05 WS-LOOKUP-SHOP       PIC X(4)        VALUE SPACES.

      *---------------------------------------------------------------*
      * REISSUE RESTAMP - the original pay dates of the reissues in
      * the payment being built (a reissue's claim date is the date
      * the failed payment went out). When the payment closes, the
      * claims BANKREC marked returned off those dates (pay method R)
      * are stamped paid again with tonight's date and method. A
      * policy's claims are walked on the policy key as the payment
      * closes; a shop's carry the shop code, which has no key, so
      * they are queued in WS-SHOP-RESTAMP-TABLE and found in one
      * pass of the master at end of run (280-RESTAMP-SHOP-CLAIMS).
      *---------------------------------------------------------------*
       77 WS-MAX-RIS-DATES        PIC 9(2)        VALUE 20.
       77 WS-MAX-SHOP-RESTAMPS    PIC 9(3)        VALUE 200.

       01 WS-RIS-HELD.
          05 WS-RIS-ORIG-DATE     PIC 9(6)        VALUE 0.
          05 WS-RESTAMP-METHOD    PIC X(1)        VALUE SPACE.
          05 WS-RESTAMP-SHOP      PIC X(4)        VALUE SPACES.
          05 WS-RIS-DATE-COUNT    PIC 9(2)        VALUE 0.
          05 WS-RIS-DATE-SUB      PIC 9(2)        VALUE 0.
          05 WS-RIS-DATE          PIC 9(6)        OCCURS 20 TIMES.

       01 WS-SHOP-RESTAMP-TABLE.
          05 WS-SR-COUNT          PIC 9(3)        VALUE 0.
          05 WS-SR-SUB            PIC 9(3)        VALUE 0.
          05 WS-SR-ENTRY OCCURS 200 TIMES.
             10 WS-SR-SHOP        PIC X(4).
             10 WS-SR-ORIG-DATE   PIC 9(6).
             10 WS-SR-METHOD      PIC X(1).

      *---------------------------------------------------------------*
      * CLAIMS IN THE OPEN PAYMENT - the claim numbers behind the
      * policy's consolidated payment and each one's share of it,
      * held until 250-CLOSE-PAYMENT knows how the payment went out
      * and then stamped paid on the claim status master. A direct
      * shop payment can cover a good many claims, hence the size.
      *---------------------------------------------------------------*
       77 WS-MAX-PAID-CLAIMS      PIC 9(3)        VALUE 500.

       01 WS-PAID-CLAIM-TABLE.
          05 WS-PAID-CLAIM-COUNT  PIC 9(3)        VALUE 0.
          05 WS-PAID-CLAIM-SUB    PIC 9(3)        VALUE 0.
          05 WS-PAID-METHOD       PIC X(1)        VALUE SPACE.
          05 WS-PAID-SHOP         PIC X(4)        VALUE SPACES.
          05 WS-PAID-CLAIM-ENTRY OCCURS 500 TIMES.
             10 WS-PC-CLAIM-NO    PIC X(12).
             10 WS-PC-AMOUNT      PIC 9(7)V99.

      *---------------------------------------------------------------*
      * RECEIVABLES TABLE - the master in storage, same load-and-scan
      * as CASHAPP. Master order is statement-run order, so scanning
      * front to back offsets oldest charge first. Records past the
      * table limit are NEVER dropped: 325-PASS-OVERFLOW-THROUGH
      * copies them to the new generation unchanged - they just
      * cannot be offset this run.
      *---------------------------------------------------------------*
       77 WS-MAX-RECV-ENTRIES     PIC 9(5)        VALUE 5000.
       77 WS-RECV-LOADED          PIC 9(5)        VALUE 0.

       01 WS-RECV-TABLE.
          05 WS-RECV-ENTRY OCCURS 5000 TIMES INDEXED BY RCV-IDX.
             10 WS-RV-POLICY      PIC X(10).
             10 WS-RV-NAME        PIC X(20).
             10 WS-RV-STMT-DATE   PIC 9(6).
             10 WS-RV-CHARGED     PIC 9(9)V99.
             10 WS-RV-PAID        PIC 9(9)V99.
             10 WS-RV-STATUS      PIC X(1).

       01 WS-APPLY-WORK.
          05 WS-REMAINING         PIC 9(9)V99     VALUE 0.
          05 WS-OPEN-BALANCE      PIC 9(9)V99     VALUE 0.
          05 WS-THIS-APPLY        PIC 9(9)V99     VALUE 0.
          05 WS-I                 PIC 9(5)        VALUE 0.

      *---------------------------------------------------------------*
      * REGION LOOKUP - policy-number prefix to region ID, the same
      * prefixes the report programs use, for the cost centre on the
      * offset entries. Anything unrecognized posts to region 5,
      * UNASSIGNED, as everywhere else in the suite.
      *---------------------------------------------------------------*
       01 WS-REGION-LOOKUP-VALUES.
          05 FILLER               PIC X(1)        VALUE "O".
          05 FILLER               PIC 9(1)        VALUE 1.
          05 FILLER               PIC X(1)        VALUE "Q".
          05 FILLER               PIC 9(1)        VALUE 2.
          05 FILLER               PIC X(1)        VALUE "M".
          05 FILLER               PIC 9(1)        VALUE 3.
          05 FILLER               PIC X(1)        VALUE "A".
          05 FILLER               PIC 9(1)        VALUE 4.

       01 WS-REGION-LOOKUP-TABLE REDEFINES WS-REGION-LOOKUP-VALUES.
          05 WS-RL-ENTRY OCCURS 4 TIMES INDEXED BY REG-LKP-IDX.
             10 WS-RL-PREFIX      PIC X(1).
             10 WS-RL-REGION-ID   PIC 9(1).

       77 WS-REGION-UNASSIGNED-ID PIC 9             VALUE 5.

      * Deductibles offset by region, turned into balanced
      * debit/credit pairs by 330-WRITE-GL-EXTRACT at end of run.
       01 WS-GL-ACCUM-TABLE.
          05 WS-GL-OFFSET OCCURS 5 TIMES PIC 9(9)V99 VALUE 0.

       01 WS-GL-WORK.
          05 WS-GL-R              PIC 9(1)        VALUE 0.
          05 WS-CURRENT-REGION    PIC 9(1)        VALUE 0.
          05 WS-GL-LINE-COUNT     PIC 9(7)        VALUE 0.
          05 WS-GL-NET            PIC S9(11)V99   VALUE 0.

       01 WS-PARM-AMT-X           PIC X(9)        VALUE SPACES.
       01 WS-PARM-AMT-9 REDEFINES WS-PARM-AMT-X
          05 FILLER               PIC X(15)       VALUE "POLICY #".
          05 FILLER               PIC X(25)       VALUE "PAYEE".
          05 FILLER               PIC X(10)       VALUE "CLAIMS".
          05 FILLER               PIC X(17)       VALUE
                                  "          GROSS".
          05 FILLER               PIC X(17)       VALUE
                                  "         OFFSET".
          05 FILLER               PIC X(19)       VALUE
                                  "            NET".
          05 FILLER               PIC X(8)        VALUE "METHOD".

       01 WS-CLAIM-LINE.
          05 RGC-CLAIM-DATE       PIC 9(6).
          05 FILLER               PIC X(3)        VALUE SPACES.
          05 RGC-AMOUNT           PIC Z,ZZZ,ZZ9.99.
          05 FILLER               PIC X(11)       VALUE
                                  "  INCL TAX ".
          05 RGC-TAX              PIC ZZZ,ZZ9.99.

       01 WS-OFFSET-LINE.
          05 FILLER               PIC X(17)       VALUE SPACES.
          05 FILLER               PIC X(27)       VALUE
                                  "LESS DEDUCTIBLE STATEMENT ".
          05 RGO-STMT-DATE        PIC 9(6).
          05 FILLER               PIC X(3)        VALUE SPACES.
          05 RGO-AMOUNT           PIC Z,ZZZ,ZZ9.99.
          05 FILLER               PIC X(3)        VALUE SPACES.
          05 RGO-NOTE             PIC X(20).

       01 WS-PAYMENT-LINE.
          05 RGP-POLICY           PIC X(10).
          05 FILLER               PIC X(5)        VALUE SPACES.
          05 RGP-CLAIMS           PIC ZZ9.
          05 FILLER               PIC X(7)        VALUE SPACES.
          05 RGP-GROSS            PIC $ZZZ,ZZZ,ZZ9.99.
          05 FILLER               PIC X(2)        VALUE SPACES.
          05 RGP-OFFSET           PIC $ZZZ,ZZZ,ZZ9.99.
          05 FILLER               PIC X(2)        VALUE SPACES.
          05 RGP-NET              PIC $ZZZ,ZZZ,ZZ9.99.
          05 FILLER               PIC X(4)        VALUE SPACES.
          05 RGP-METHOD           PIC X(6).

       01 WS-SHOP-SECTION-TITLE.
          05 FILLER               PIC X(40)       VALUE
                                  "DIRECT PAYMENTS TO REPAIR SHOPS".

      *---------------------------------------------------------------*
      * SHOP REMITTANCE ADVICE - one per direct shop payment: the
      * shop's remit-to block, a line per claim paid and the total,
      * and how the money went out.
      *---------------------------------------------------------------*
       01 WS-ADV-HEADING.
          05 FILLER               PIC X(10)       VALUE SPACES.
          05 FILLER               PIC X(35)       VALUE
                                  "REPAIR SHOP REMITTANCE ADVICE".
          05 FILLER               PIC X(35)       VALUE SPACES.
          05 FILLER               PIC X(14)       VALUE
                                  "PAYMENT DATE: ".
          05 ADV-DATE             PIC X(10).

       01 WS-ADV-SHOP-LINE.
          05 FILLER               PIC X(10)       VALUE SPACES.
          05 ADV-SHOP-NAME        PIC X(25).
          05 FILLER               PIC X(5)        VALUE SPACES.
          05 FILLER               PIC X(11)       VALUE "SHOP CODE: ".
          05 ADV-SHOP-CODE        PIC X(4).

       01 WS-ADV-ADDR-LINE.
          05 FILLER               PIC X(10)       VALUE SPACES.
          05 ADV-ADDR             PIC X(30).

       01 WS-ADV-CITY-LINE.
          05 FILLER               PIC X(10)       VALUE SPACES.
          05 ADV-CITY             PIC X(20).
          05 FILLER               PIC X(1)        VALUE SPACES.
          05 ADV-PROV             PIC X(2).
          05 FILLER               PIC X(2)        VALUE SPACES.
          05 ADV-POSTAL           PIC X(7).

       01 WS-ADV-COLUMN-HEAD.
          05 FILLER               PIC X(10)       VALUE SPACES.
          05 FILLER               PIC X(12)       VALUE "POLICY #".
          05 FILLER               PIC X(22)       VALUE "CUSTOMER".
          05 FILLER               PIC X(14)       VALUE "CLAIM NO".
          05 FILLER               PIC X(12)       VALUE "CLAIM DATE".
          05 FILLER               PIC X(16)       VALUE
                                  "   REPAIR NET".
          05 FILLER               PIC X(16)       VALUE
                                  "    SALES TAX".
          05 FILLER               PIC X(13)       VALUE
                                  "        TOTAL".

       01 WS-ADV-DETAIL-LINE.
          05 FILLER               PIC X(10)       VALUE SPACES.
          05 ADV-POLICY           PIC X(10).
          05 FILLER               PIC X(2)        VALUE SPACES.
          05 ADV-CUST-NAME        PIC X(20).
          05 FILLER               PIC X(2)        VALUE SPACES.
          05 ADV-CLAIM-NO         PIC X(12).
          05 FILLER               PIC X(2)        VALUE SPACES.
          05 ADV-CLAIM-DATE       PIC 9(6).
          05 FILLER               PIC X(6)        VALUE SPACES.
          05 ADV-NET              PIC $Z,ZZZ,ZZ9.99.
          05 FILLER               PIC X(3)        VALUE SPACES.
          05 ADV-TAX              PIC $Z,ZZZ,ZZ9.99.
          05 FILLER               PIC X(3)        VALUE SPACES.
          05 ADV-TOTAL            PIC $Z,ZZZ,ZZ9.99.

       01 WS-ADV-TOTAL-LINE.
          05 FILLER               PIC X(10)       VALUE SPACES.
          05 FILLER               PIC X(8)        VALUE "CLAIMS: ".
          05 ADV-TOT-CLAIMS       PIC ZZ9.
          05 FILLER               PIC X(49)       VALUE SPACES.
          05 ADV-TOT-NET          PIC $Z,ZZZ,ZZ9.99.
          05 FILLER               PIC X(3)        VALUE SPACES.
          05 ADV-TOT-TAX          PIC $Z,ZZZ,ZZ9.99.
          05 FILLER               PIC X(3)        VALUE SPACES.
          05 ADV-TOT-TOTAL        PIC $Z,ZZZ,ZZ9.99.

       01 WS-ADV-METHOD-LINE.
          05 FILLER               PIC X(10)       VALUE SPACES.
          05 ADV-METHOD-TEXT      PIC X(60).

       01 WS-SUM-LINE-ONE         PIC X(132)      VALUE ALL "-".

       01 WS-SUM-TITLE.
                                  "CHEQUE PAYMENTS: ".
          05 SUM-CHEQUE           PIC ZZZ,ZZ9.

       01 WS-SUM-REISSUE.
          05 FILLER               PIC X(45)       VALUE
                                  "REISSUES INCLUDED: ".
          05 SUM-REISSUE          PIC ZZZ,ZZ9.

       01 WS-SUM-FULL-OFFSET.
          05 FILLER               PIC X(45)       VALUE
                                  "PAYMENTS FULLY OFFSET - NOT PAID: ".
          05 SUM-FULL-OFFSET      PIC ZZZ,ZZ9.

       01 WS-SUM-RECV-READ.
          05 FILLER               PIC X(45)       VALUE
                                  "RECEIVABLE RECORDS READ: ".
          05 SUM-RECV-READ        PIC ZZZ,ZZ9.

       01 WS-SUM-RECV-SKIP.
          05 FILLER               PIC X(45)       VALUE
                                  "RECEIVABLES PASSED THRU-TABLE FULL:".
          05 SUM-RECV-SKIP        PIC ZZ,ZZ9.

       01 WS-SUM-CHARGES-OFFSET.
          05 FILLER               PIC X(45)       VALUE
                                  "CHARGES OFFSET: ".
          05 SUM-CHARGES-OFFSET   PIC ZZZ,ZZ9.

       01 WS-SUM-CHARGES-CLOSED.
          05 FILLER               PIC X(45)       VALUE
                                  "CHARGES PAID IN FULL BY OFFSET: ".
          05 SUM-CHARGES-CLOSED   PIC ZZZ,ZZ9.

       01 WS-SUM-GROSS.
          05 FILLER               PIC X(45)       VALUE
                                  "GROSS PAYABLE: ".
          05 SUM-GROSS            PIC $ZZ,ZZZ,ZZZ,ZZ9.99.

       01 WS-SUM-OFFSET.
          05 FILLER               PIC X(45)       VALUE
                                  "DEDUCTIBLES OFFSET: ".
          05 SUM-OFFSET           PIC $ZZ,ZZZ,ZZZ,ZZ9.99.

       01 WS-SUM-TOTAL.
          05 FILLER               PIC X(45)       VALUE
                                  "TOTAL DISBURSED: ".
                                  "EFT CEILING APPLIED: ".
          05 SUM-CEILING          PIC $Z,ZZZ,ZZ9.99.

       01 WS-SUM-CLAIMS-MARKED.
          05 FILLER               PIC X(45)       VALUE
                                  "CLAIMS MARKED PAID: ".
          05 SUM-CLAIMS-MARKED    PIC ZZZ,ZZ9.

       01 WS-SUM-CLAIMS-RESTAMPED.
          05 FILLER               PIC X(45)       VALUE
                                  "CLAIMS MARKED PAID ON REISSUE: ".
          05 SUM-CLAIMS-RESTAMPED PIC ZZZ,ZZ9.

       01 WS-SUM-RESTAMPS-LOST.
          05 FILLER               PIC X(45)       VALUE
                                  "REISSUES NOT RESTAMPED-TABLE FULL: ".
          05 SUM-RESTAMPS-LOST    PIC ZZZ,ZZ9.

       01 WS-SUM-CLAIMS-UNMARKED.
          05 FILLER               PIC X(45)       VALUE
                                  "CLAIMS NOT MARKED - SEE WARNINGS: ".
          05 SUM-CLAIMS-UNMARKED  PIC ZZZ,ZZ9.

       01 WS-SUM-DIRECT-CLAIMS.
          05 FILLER               PIC X(45)       VALUE
                                  "CLAIMS PAID DIRECT TO SHOPS: ".
          05 SUM-DIRECT-CLAIMS    PIC ZZZ,ZZ9.

       01 WS-SUM-SHOP-PAYMENTS.
          05 FILLER               PIC X(45)       VALUE
                                  "SHOP PAYMENTS WRITTEN: ".
          05 SUM-SHOP-PAYMENTS    PIC ZZZ,ZZ9.

       01 WS-SUM-SHOP-PAID.
          05 FILLER               PIC X(45)       VALUE
                                  "PAID TO SHOPS: ".
          05 SUM-SHOP-PAID        PIC $ZZ,ZZZ,ZZZ,ZZ9.99.

       01 WS-SUM-SHOPS-UNUSABLE.
          05 FILLER               PIC X(45)       VALUE
                                  "DIRECT-PAY SHOPS NOT USABLE: ".
          05 SUM-SHOPS-UNUSABLE   PIC ZZ9.

      *---------------------------------------------------------------*
      * RUN-STATE CONTROL - this step's name on the suite run-state
      * file and the steps that must show a normal end for the same
      * cycle date before it may start.
      *---------------------------------------------------------------*
       77 WS-RUNST-STATUS         PIC X(2)        VALUE SPACES.

       01 WS-RUN-STEP.
          05 WS-STEP-NAME         PIC X(10)       VALUE "PAYDISB".
          05 WS-STEP-FLAG         PIC X           VALUE 'N'.
             88 STEP-BLOCKED                      VALUE 'Y'.
          05 WS-STEP-ON-FILE      PIC X           VALUE 'N'.
             88 STEP-ON-FILE                      VALUE 'Y'.
          05 WS-END-STATE         PIC X           VALUE SPACE.
          05 WS-RERUN-OVERRIDE    PIC X           VALUE 'N'.
             88 RERUN-OVERRIDE-YES                VALUE 'Y'.
          05 WS-PRED-COUNT        PIC 9(2)        VALUE 3.
          05 WS-PRED-SUB          PIC 9(2)        VALUE 0.
          05 WS-PRED-NAMES.
             10 FILLER            PIC X(10)       VALUE "RPRREPORT".
             10 FILLER            PIC X(10)       VALUE "RPLREPORT".
             10 FILLER            PIC X(10)       VALUE "CASHAPP".
          05 WS-PRED-TABLE REDEFINES WS-PRED-NAMES.
             10 WS-PRED-NAME      PIC X(10)       OCCURS 3 TIMES.

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
               INTO WS-RUN-DATE-ED
           END-STRING.
           PERFORM 130-LOAD-PARAMETERS.
           PERFORM 110-LOAD-RECEIVABLES.
           PERFORM 120-LOAD-DIRECT-SHOPS.
           PERFORM 140-OPEN-CLAIM-STATUS.
           SORT PAY-SORT-WORK
              ON ASCENDING KEY SRT-POLICY-NO
              USING PAY-RPR-IN PAY-RPL-IN PAY-RIS-IN
              GIVING PAY-SORTED.
           OPEN INPUT PAY-SORTED
                OUTPUT PAY-BANK-OUT
                OUTPUT PAY-REGISTER
                OUTPUT PAY-SHOP-WORK.
           MOVE WS-RUN-DATE-ED TO REG-RUN-DATE.
           WRITE REPORT-LINE FROM WS-HEADING-1.
           WRITE REPORT-LINE FROM WS-BLANK-LINE.
           DISPLAY "WARNING: NO USABLE CYCLE CONTROL RECORD - "
              "SYSTEM DATE " WS-RUN-DATE-RAW " STAMPED ON THIS RUN".

      * Loads the receivables master into WS-RECV-TABLE so payments
      * can offset against it in place before the table is written
      * back out as the new generation. Records past the table limit
      * are tallied and warned - they still carry forward unchanged
      * (325-PASS-OVERFLOW-THROUGH), they just cannot be offset.
       110-LOAD-RECEIVABLES.
           OPEN INPUT PAY-RECV-IN.
           PERFORM UNTIL RECV-EOF-YES
              READ PAY-RECV-IN
                 AT END
                    SET RECV-EOF-YES TO TRUE
                 NOT AT END
                    ADD 1 TO WS-RECV-READ
                    IF WS-RECV-LOADED < WS-MAX-RECV-ENTRIES
                       ADD 1 TO WS-RECV-LOADED
                       SET RCV-IDX TO WS-RECV-LOADED
                       MOVE RV-POLICY-NO TO WS-RV-POLICY(RCV-IDX)
                       MOVE RV-CUST-NAME TO WS-RV-NAME(RCV-IDX)
                       MOVE RV-STMT-DATE TO WS-RV-STMT-DATE(RCV-IDX)
                       MOVE RV-CHARGED   TO WS-RV-CHARGED(RCV-IDX)
                       MOVE RV-PAID      TO WS-RV-PAID(RCV-IDX)
                       MOVE RV-STATUS    TO WS-RV-STATUS(RCV-IDX)
                    ELSE
                       ADD 1 TO WS-RECV-SKIPPED
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE PAY-RECV-IN.
           IF WS-RECV-SKIPPED > 0
              DISPLAY "WARNING: " WS-RECV-SKIPPED
                 " RECEIVABLE RECORDS EXCEEDED THE "
                 WS-MAX-RECV-ENTRIES
                 " ENTRY TABLE LIMIT - CARRIED FORWARD UNCHANGED, "
                 "NOT OFFSET THIS RUN"
           END-IF.

      * Tables the shops flagged for direct pay. Without the shop
      * master every repair pays the policyholder, as it always has.
       120-LOAD-DIRECT-SHOPS.
           OPEN INPUT PAY-SHOP-MSTR.
           IF WS-SHOPM-STATUS = "00"
              PERFORM UNTIL SHOPM-EOF-YES
                 READ PAY-SHOP-MSTR
                    AT END
                       SET SHOPM-EOF-YES TO TRUE
                    NOT AT END
                       IF SH-DIRECT-PAY-YES
                          PERFORM 125-TABLE-DIRECT-SHOP
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE PAY-SHOP-MSTR
           ELSE
              DISPLAY "NO SHOP MASTER - ALL REPAIRS PAY THE "
                 "POLICYHOLDER"
           END-IF.

      * A direct-pay shop needs somewhere to send the money: either
      * the full set of banking details for an EFT or a remit-to
      * address for a cheque. One with neither is left out and its
      * repairs pay the policyholder until the master is fixed.
       125-TABLE-DIRECT-SHOP.
           IF (SH-BANK-INST NUMERIC AND SH-BANK-TRANSIT NUMERIC
                 AND SH-BANK-ACCOUNT NOT = SPACES)
              OR SH-REMIT-ADDR NOT = SPACES
              IF WS-DIRECT-SHOP-COUNT < WS-MAX-DIRECT-SHOPS
                 ADD 1 TO WS-DIRECT-SHOP-COUNT
                 SET DSH-IDX TO WS-DIRECT-SHOP-COUNT
                 MOVE SH-SHOP-CODE     TO WS-DS-CODE(DSH-IDX)
                 MOVE SH-SHOP-NAME     TO WS-DS-NAME(DSH-IDX)
                 MOVE SH-BANK-INST     TO WS-DS-INST(DSH-IDX)
                 MOVE SH-BANK-TRANSIT  TO WS-DS-TRANSIT(DSH-IDX)
                 MOVE SH-BANK-ACCOUNT  TO WS-DS-ACCOUNT(DSH-IDX)
                 MOVE SH-REMIT-ADDR    TO WS-DS-ADDR(DSH-IDX)
                 MOVE SH-REMIT-CITY    TO WS-DS-CITY(DSH-IDX)
                 MOVE SH-REMIT-PROV    TO WS-DS-PROV(DSH-IDX)
                 MOVE SH-REMIT-POSTAL  TO WS-DS-POSTAL(DSH-IDX)
                 IF SH-BANK-INST NUMERIC AND SH-BANK-TRANSIT NUMERIC
                    AND SH-BANK-ACCOUNT NOT = SPACES
                    MOVE "Y" TO WS-DS-EFT-OK(DSH-IDX)
                 ELSE
                    MOVE "N" TO WS-DS-EFT-OK(DSH-IDX)
                 END-IF
              ELSE
                 ADD 1 TO WS-SHOPS-NOT-USABLE
                 DISPLAY "WARNING: DIRECT-PAY SHOP TABLE FULL AT "
                    WS-MAX-DIRECT-SHOPS " - SHOP " SH-SHOP-CODE
                    " REPAIRS PAY THE POLICYHOLDER"
              END-IF
           ELSE
              ADD 1 TO WS-SHOPS-NOT-USABLE
              DISPLAY "WARNING: DIRECT-PAY SHOP " SH-SHOP-CODE
                 " HAS NO BANKING DETAILS OR REMIT-TO ADDRESS - "
                 "REPAIRS PAY THE POLICYHOLDER"
           END-IF.

      * Reads the shared run parameter card for the one value this
      * program uses and echoes what was applied. A missing or
      * malformed card leaves the compiled default in effect.
           END-IF.
           DISPLAY "PAYDISB PARMS: EFT-CEILING " WS-EFT-CEILING.

      * The claim status master is updated in place. Without it the
      * payments still go out - only the paid stamps are skipped.
       140-OPEN-CLAIM-STATUS.
           OPEN I-O PAY-CLAIM-STATUS.
           IF WS-CLMSTAT-STATUS = "00"
              SET CLMSTAT-OPEN-YES TO TRUE
           ELSE
              DISPLAY "WARNING: NO CLAIM STATUS MASTER - STATUS "
                 WS-CLMSTAT-STATUS " - CLAIMS NOT MARKED PAID"
           END-IF.

      * A repair done by a direct-pay shop is set aside for the shop
      * payments at end of run, and so is a reissue of a payment that
      * went to one ("SHOP" + code in the policy field) - it goes back
      * to the shop's account or remit-to address. Everything else
      * pays the policy.
       200-PROCESS-LOOP.
           MOVE 'N' TO WS-DIRECT-FLAG.
           IF PY-SOURCE = "RPR" AND PY-SHOP-CODE NOT = SPACES
              AND WS-DIRECT-SHOP-COUNT > 0
              MOVE PY-SHOP-CODE TO WS-LOOKUP-SHOP
              PERFORM 207-FIND-DIRECT-SHOP
           END-IF.
           IF PY-SOURCE = "RIS" AND PY-POLICY-NO(1:4) = "SHOP"
              MOVE PY-POLICY-NO(5:4) TO PY-SHOP-CODE
              MOVE PY-POLICY-NO(5:4) TO WS-LOOKUP-SHOP
              PERFORM 207-FIND-DIRECT-SHOP
              IF NOT DIRECT-SHOP-YES
                 DISPLAY "WARNING: REISSUE FOR SHOP " WS-LOOKUP-SHOP
                    " - NOT A USABLE DIRECT-PAY SHOP - CUT AS A "
                    "CHEQUE TO THE PAYEE NAME"
              END-IF
           END-IF.
           IF DIRECT-SHOP-YES
              ADD 1 TO WS-DIRECT-CLAIMS
              WRITE PAY-SHOP-WORK-REC FROM PAY-REC-IN
           ELSE
              PERFORM 220-ADD-TO-POLICY-PAYMENT
           END-IF.
           PERFORM 210-READ-RECORD.

       207-FIND-DIRECT-SHOP.
           MOVE 'N' TO WS-DIRECT-FLAG.
           SET DSH-IDX TO 1.
           SEARCH WS-DIRECT-SHOP-ENTRY
              AT END
                 CONTINUE
              WHEN DSH-IDX > WS-DIRECT-SHOP-COUNT
                 CONTINUE
              WHEN WS-DS-CODE(DSH-IDX) = WS-LOOKUP-SHOP
                 SET DIRECT-SHOP-YES TO TRUE
           END-SEARCH.

      * One payment per policy: a policy change closes the open
      * payment - writes the bank record and the register payment
      * line - and opens the next one. Each claim prints as a
      * register sub-line under its payment.
       220-ADD-TO-POLICY-PAYMENT.
           IF PY-POLICY-NO NOT = WS-PREV-POLICY
              IF WS-PREV-POLICY NOT = SPACES
                 PERFORM 250-CLOSE-PAYMENT
              MOVE PY-PAYEE-NAME TO WS-PREV-PAYEE
              MOVE 0 TO WS-POLICY-TOTAL
              MOVE 0 TO WS-POLICY-CLAIMS
              MOVE 0 TO WS-PAID-CLAIM-COUNT
              MOVE 0 TO WS-RIS-DATE-COUNT
              MOVE 'N' TO WS-FORCE-CHEQUE
           END-IF.

           IF PY-TAX-AMOUNT NUMERIC
              COMPUTE WS-CLAIM-PAY-AMT = PY-NET-AMOUNT + PY-TAX-AMOUNT
           ELSE
              MOVE 0 TO PY-TAX-AMOUNT
              MOVE PY-NET-AMOUNT TO WS-CLAIM-PAY-AMT
           END-IF.
           ADD WS-CLAIM-PAY-AMT TO WS-POLICY-TOTAL.
           ADD 1 TO WS-POLICY-CLAIMS.
           IF PY-CLAIM-NO NOT = SPACES
              PERFORM 215-HOLD-CLAIM-NO
           END-IF.
           IF PY-SOURCE = "RIS"
              ADD 1 TO WS-REISSUE-COUNT
              IF PY-RETURNED-EFT OR PY-POLICY-NO(1:4) = "SHOP"
                 SET FORCE-CHEQUE-YES TO TRUE
              END-IF
              MOVE PY-CLAIM-DATE TO WS-RIS-ORIG-DATE
              PERFORM 217-HOLD-REISSUE-DATE
           END-IF.

           MOVE PY-SOURCE TO RGC-SOURCE.
           MOVE PY-CLAIM-DATE TO RGC-CLAIM-DATE.
           MOVE WS-CLAIM-PAY-AMT TO RGC-AMOUNT.
           MOVE PY-TAX-AMOUNT TO RGC-TAX.
           WRITE REPORT-LINE FROM WS-CLAIM-LINE.

       210-READ-RECORD.
           READ PAY-SORTED
           AT END
              ADD 1 TO WS-PAYABLE-READ
           END-READ.

      * Holds the claim for the paid stamp at payment close. A policy
      * with more claims than the table holds still pays in full;
      * the excess claims are warned and left unstamped.
       215-HOLD-CLAIM-NO.
           IF WS-PAID-CLAIM-COUNT < WS-MAX-PAID-CLAIMS
              ADD 1 TO WS-PAID-CLAIM-COUNT
              MOVE PY-CLAIM-NO TO WS-PC-CLAIM-NO(WS-PAID-CLAIM-COUNT)
              MOVE WS-CLAIM-PAY-AMT
                 TO WS-PC-AMOUNT(WS-PAID-CLAIM-COUNT)
           ELSE
              ADD 1 TO WS-CLAIMS-UNMARKED
              DISPLAY "WARNING: MORE THAN " WS-MAX-PAID-CLAIMS
                 " CLAIMS ON POLICY " PY-POLICY-NO " - CLAIM "
                 PY-CLAIM-NO " NOT MARKED PAID"
           END-IF.

      * Holds a reissue's original pay date for the restamp at
      * payment close. More reissues in one payment than the table
      * holds still pay; the excess are warned and their claims left
      * marked returned.
       217-HOLD-REISSUE-DATE.
           IF WS-RIS-DATE-COUNT < WS-MAX-RIS-DATES
              ADD 1 TO WS-RIS-DATE-COUNT
              MOVE WS-RIS-ORIG-DATE TO WS-RIS-DATE(WS-RIS-DATE-COUNT)
           ELSE
              ADD 1 TO WS-RESTAMPS-LOST
              DISPLAY "WARNING: MORE THAN " WS-MAX-RIS-DATES
                 " REISSUES IN ONE PAYMENT - CLAIMS PAID "
                 WS-RIS-ORIG-DATE " NOT RESTAMPED"
           END-IF.

      * Writes the consolidated bank record for the policy group just
      * finished and its payment line on the register. Open
      * deductibles come off first (255-OFFSET-RECEIVABLES); a
      * payment they absorb entirely prints on the register but
      * sends nothing to the bank. The method is decided on the
      * net: over the EFT ceiling, or reissuing an EFT the bank
      * returned, the payment goes out as a cheque instead.
       250-CLOSE-PAYMENT.
           PERFORM 255-OFFSET-RECEIVABLES.
           COMPUTE WS-POLICY-NET = WS-POLICY-TOTAL - WS-POLICY-OFFSET.
           ADD WS-POLICY-TOTAL TO WS-GROSS-TOTAL.
           ADD WS-POLICY-OFFSET TO WS-OFFSET-TOTAL.

           MOVE WS-PREV-POLICY TO RGP-POLICY.
           MOVE WS-PREV-PAYEE TO RGP-PAYEE.
           MOVE WS-POLICY-CLAIMS TO RGP-CLAIMS.
           MOVE WS-POLICY-TOTAL TO RGP-GROSS.
           MOVE WS-POLICY-OFFSET TO RGP-OFFSET.
           MOVE WS-POLICY-NET TO RGP-NET.

           IF WS-POLICY-NET = 0
              ADD 1 TO WS-FULL-OFFSET-COUNT
              MOVE "OFFSET" TO RGP-METHOD
              MOVE "O" TO WS-PAID-METHOD
              WRITE REPORT-LINE FROM WS-PAYMENT-LINE
              WRITE REPORT-LINE FROM WS-BLANK-LINE
           ELSE
              PERFORM 260-WRITE-PAYMENT
           END-IF.

           MOVE SPACES TO WS-PAID-SHOP.
           IF CLMSTAT-OPEN-YES
              PERFORM 265-MARK-ONE-CLAIM-PAID
                 VARYING WS-PAID-CLAIM-SUB FROM 1 BY 1
                 UNTIL WS-PAID-CLAIM-SUB > WS-PAID-CLAIM-COUNT
              IF WS-RIS-DATE-COUNT > 0
                 PERFORM 270-RESTAMP-POLICY-CLAIMS
              END-IF
           END-IF.

      * Offsets the policy's open deductible charges against the
      * payment, oldest first, until the payment or the charges run
      * out. Only charges billed before tonight are taken.
       255-OFFSET-RECEIVABLES.
           MOVE 0 TO WS-POLICY-OFFSET.
           MOVE WS-POLICY-TOTAL TO WS-REMAINING.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-RECV-LOADED
                      OR WS-REMAINING = 0
              IF WS-RV-POLICY(WS-I) = WS-PREV-POLICY
                 AND WS-RV-STATUS(WS-I) = "O"
                 AND WS-RV-STMT-DATE(WS-I) < WS-RUN-DATE-RAW
                 PERFORM 256-OFFSET-ONE-CHARGE
              END-IF
           END-PERFORM.
           IF WS-POLICY-OFFSET > 0
              PERFORM 257-LOOKUP-REGION
              ADD WS-POLICY-OFFSET TO WS-GL-OFFSET(WS-CURRENT-REGION)
           END-IF.

      * Takes as much of the charge at WS-I as the payment still
      * covers, marks it paid by offset if that clears it, and
      * prints the offset sub-line.
       256-OFFSET-ONE-CHARGE.
           COMPUTE WS-OPEN-BALANCE =
              WS-RV-CHARGED(WS-I) - WS-RV-PAID(WS-I).
           IF WS-REMAINING < WS-OPEN-BALANCE
              MOVE WS-REMAINING TO WS-THIS-APPLY
           ELSE
              MOVE WS-OPEN-BALANCE TO WS-THIS-APPLY
           END-IF.
           ADD WS-THIS-APPLY TO WS-RV-PAID(WS-I).
           SUBTRACT WS-THIS-APPLY FROM WS-REMAINING.
           ADD WS-THIS-APPLY TO WS-POLICY-OFFSET.
           ADD 1 TO WS-CHARGES-OFFSET.

           MOVE WS-RV-STMT-DATE(WS-I) TO RGO-STMT-DATE.
           MOVE WS-THIS-APPLY TO RGO-AMOUNT.
           IF WS-RV-PAID(WS-I) = WS-RV-CHARGED(WS-I)
              MOVE "F" TO WS-RV-STATUS(WS-I)
              ADD 1 TO WS-CHARGES-CLOSED
              MOVE "CHARGE PAID IN FULL" TO RGO-NOTE
           ELSE
              MOVE "PARTIAL" TO RGO-NOTE
           END-IF.
           WRITE REPORT-LINE FROM WS-OFFSET-LINE.

       257-LOOKUP-REGION.
           SET REG-LKP-IDX TO 1.
           SEARCH WS-RL-ENTRY
              AT END
                 MOVE WS-REGION-UNASSIGNED-ID TO WS-CURRENT-REGION
              WHEN WS-RL-PREFIX(REG-LKP-IDX) = WS-PREV-POLICY(1:1)
                 MOVE WS-RL-REGION-ID(REG-LKP-IDX) TO WS-CURRENT-REGION
           END-SEARCH.

       260-WRITE-PAYMENT.
           ADD 1 TO WS-PAYMENT-COUNT.
           ADD WS-POLICY-NET TO WS-GRAND-TOTAL.

           MOVE SPACES TO BANK-REC.
           MOVE "D" TO BK-REC-TYPE.
           IF WS-POLICY-NET > WS-EFT-CEILING OR FORCE-CHEQUE-YES
              MOVE "C" TO BK-PAY-METHOD
              MOVE "C" TO WS-PAID-METHOD
              MOVE "CHEQUE" TO RGP-METHOD
              ADD 1 TO WS-CHEQUE-COUNT
           ELSE
              MOVE "E" TO BK-PAY-METHOD
              MOVE "E" TO WS-PAID-METHOD
              MOVE "EFT" TO RGP-METHOD
              ADD 1 TO WS-EFT-COUNT
           END-IF.
           MOVE WS-PREV-POLICY TO BK-POLICY-NO.
           MOVE WS-PREV-PAYEE TO BK-PAYEE-NAME.
           MOVE WS-POLICY-NET TO BK-AMOUNT.
           MOVE WS-RUN-DATE-RAW TO BK-PAY-DATE.
           WRITE BANK-REC.

           WRITE REPORT-LINE FROM WS-PAYMENT-LINE.
           WRITE REPORT-LINE FROM WS-BLANK-LINE.

      * Stamps one claim of the payment just closed as paid: the pay
      * date, the claim's share of the payment, the method it went
      * out by and the shop it was paid to, if any. A claim number
      * the master doesn't know is warned and counted - the payment
      * itself is unaffected.
       265-MARK-ONE-CLAIM-PAID.
           MOVE WS-PC-CLAIM-NO(WS-PAID-CLAIM-SUB) TO CST-CLAIM-NO.
           READ PAY-CLAIM-STATUS
              INVALID KEY
                 ADD 1 TO WS-CLAIMS-UNMARKED
                 DISPLAY "WARNING: CLAIM " CST-CLAIM-NO
                    " NOT ON CLAIM STATUS MASTER - NOT MARKED PAID"
              NOT INVALID KEY
                 MOVE WS-RUN-DATE-RAW TO CST-PAID-DATE
                 MOVE WS-PC-AMOUNT(WS-PAID-CLAIM-SUB)
                    TO CST-PAID-AMOUNT
                 MOVE WS-PAID-METHOD TO CST-PAY-METHOD
                 MOVE WS-PAID-SHOP TO CST-PAID-SHOP
                 REWRITE CLAIM-STATUS-REC
                 ADD 1 TO WS-CLAIMS-MARKED
           END-READ.

      * The reissue in the payment just closed pays the claims the
      * failed payment covered: on the policy key, every claim marked
      * returned (R) off one of the held original pay dates is
      * stamped paid again. A reissue under "SHOP" + code that could
      * not go to the shop is queued for the shop pass instead - its
      * claims carry the shop code, not this policy number.
       270-RESTAMP-POLICY-CLAIMS.
           MOVE WS-PAID-METHOD TO WS-RESTAMP-METHOD.
           IF WS-PREV-POLICY(1:4) = "SHOP"
              MOVE WS-PREV-POLICY(5:4) TO WS-RESTAMP-SHOP
              PERFORM 275-QUEUE-SHOP-RESTAMP
                 VARYING WS-RIS-DATE-SUB FROM 1 BY 1
                 UNTIL WS-RIS-DATE-SUB > WS-RIS-DATE-COUNT
           ELSE
              MOVE 'N' TO WS-CLAIMS-DONE
              MOVE WS-PREV-POLICY TO CST-POLICY-NO
              START PAY-CLAIM-STATUS KEY = CST-POLICY-NO
                 INVALID KEY
                    SET CLAIMS-DONE-YES TO TRUE
              END-START
              PERFORM UNTIL CLAIMS-DONE-YES
                 READ PAY-CLAIM-STATUS NEXT RECORD
                    AT END
                       SET CLAIMS-DONE-YES TO TRUE
                    NOT AT END
                       IF CST-POLICY-NO NOT = WS-PREV-POLICY
                          SET CLAIMS-DONE-YES TO TRUE
                       ELSE
                          IF CST-PAY-METHOD = "R"
                             AND CST-PAID-SHOP = SPACES
                             PERFORM 272-CHECK-POLICY-CLAIM
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
           END-IF.

       272-CHECK-POLICY-CLAIM.
           PERFORM VARYING WS-RIS-DATE-SUB FROM 1 BY 1
                   UNTIL WS-RIS-DATE-SUB > WS-RIS-DATE-COUNT
                      OR CST-PAY-METHOD NOT = "R"
              IF CST-PAID-DATE = WS-RIS-DATE(WS-RIS-DATE-SUB)
                 PERFORM 285-RESTAMP-ONE-CLAIM
              END-IF
           END-PERFORM.

       275-QUEUE-SHOP-RESTAMP.
           IF WS-SR-COUNT < WS-MAX-SHOP-RESTAMPS
              ADD 1 TO WS-SR-COUNT
              MOVE WS-RESTAMP-SHOP TO WS-SR-SHOP(WS-SR-COUNT)
              MOVE WS-RIS-DATE(WS-RIS-DATE-SUB)
                 TO WS-SR-ORIG-DATE(WS-SR-COUNT)
              MOVE WS-RESTAMP-METHOD TO WS-SR-METHOD(WS-SR-COUNT)
           ELSE
              ADD 1 TO WS-RESTAMPS-LOST
              DISPLAY "WARNING: SHOP RESTAMP TABLE FULL - SHOP "
                 WS-RESTAMP-SHOP " CLAIMS PAID "
                 WS-RIS-DATE(WS-RIS-DATE-SUB) " NOT RESTAMPED"
           END-IF.

      * One pass of the claim status master for the night's shop
      * reissues: a claim marked returned (R) with the shop's code
      * and the failed payment's pay date is stamped paid again with
      * the reissue's method.
       280-RESTAMP-SHOP-CLAIMS.
           MOVE 'N' TO WS-CLAIMS-DONE.
           MOVE LOW-VALUES TO CST-CLAIM-NO.
           START PAY-CLAIM-STATUS KEY NOT LESS THAN CST-CLAIM-NO
              INVALID KEY
                 SET CLAIMS-DONE-YES TO TRUE
           END-START.
           PERFORM UNTIL CLAIMS-DONE-YES
              READ PAY-CLAIM-STATUS NEXT RECORD
                 AT END
                    SET CLAIMS-DONE-YES TO TRUE
                 NOT AT END
                    IF CST-PAY-METHOD = "R"
                       AND CST-PAID-SHOP NOT = SPACES
                       PERFORM 282-CHECK-SHOP-CLAIM
                    END-IF
              END-READ
           END-PERFORM.

       282-CHECK-SHOP-CLAIM.
           PERFORM VARYING WS-SR-SUB FROM 1 BY 1
                   UNTIL WS-SR-SUB > WS-SR-COUNT
                      OR CST-PAY-METHOD NOT = "R"
              IF CST-PAID-SHOP = WS-SR-SHOP(WS-SR-SUB)
                 AND CST-PAID-DATE = WS-SR-ORIG-DATE(WS-SR-SUB)
                 MOVE WS-SR-METHOD(WS-SR-SUB) TO WS-RESTAMP-METHOD
                 PERFORM 285-RESTAMP-ONE-CLAIM
              END-IF
           END-PERFORM.

      * The paid amount is the claim's share of the original payment,
      * which the reissue repays whole, so it stands; the pay date
      * and method become the reissue's.
       285-RESTAMP-ONE-CLAIM.
           MOVE WS-RUN-DATE-RAW TO CST-PAID-DATE.
           MOVE WS-RESTAMP-METHOD TO CST-PAY-METHOD.
           REWRITE CLAIM-STATUS-REC
              INVALID KEY
                 DISPLAY "WARNING: CLAIM " CST-CLAIM-NO
                    " NOT REWRITTEN - NOT MARKED PAID ON REISSUE"
              NOT INVALID KEY
                 ADD 1 TO WS-CLAIMS-RESTAMPED
           END-REWRITE.

       300-FINAL.
           IF WS-PREV-POLICY NOT = SPACES
              PERFORM 250-CLOSE-PAYMENT
           END-IF.
           PERFORM 400-PAY-DIRECT-SHOPS.
           IF CLMSTAT-OPEN-YES AND WS-SR-COUNT > 0
              PERFORM 280-RESTAMP-SHOP-CLAIMS
           END-IF.

           MOVE SPACES TO BANK-TRAILER.
           MOVE "T" TO BT-REC-TYPE.
           MOVE WS-GRAND-TOTAL TO BT-TOTAL-AMOUNT.
           WRITE BANK-TRAILER.

           PERFORM 320-WRITE-NEW-RECEIVABLES.
           PERFORM 330-WRITE-GL-EXTRACT.
           PERFORM 310-SUMMARY-TOTALS.
           CLOSE PAY-SORTED PAY-BANK-OUT PAY-REGISTER.
           IF CLMSTAT-OPEN-YES
              CLOSE PAY-CLAIM-STATUS
           END-IF.

       310-SUMMARY-TOTALS.
           WRITE REPORT-LINE FROM WS-BLANK-LINE.
           MOVE WS-CHEQUE-COUNT TO SUM-CHEQUE.
           WRITE REPORT-LINE FROM WS-SUM-CHEQUE.

           MOVE WS-REISSUE-COUNT TO SUM-REISSUE.
           WRITE REPORT-LINE FROM WS-SUM-REISSUE.

           MOVE WS-FULL-OFFSET-COUNT TO SUM-FULL-OFFSET.
           WRITE REPORT-LINE FROM WS-SUM-FULL-OFFSET.

           MOVE WS-RECV-READ TO SUM-RECV-READ.
           WRITE REPORT-LINE FROM WS-SUM-RECV-READ.

           MOVE WS-RECV-PASSED TO SUM-RECV-SKIP.
           WRITE REPORT-LINE FROM WS-SUM-RECV-SKIP.

           MOVE WS-CHARGES-OFFSET TO SUM-CHARGES-OFFSET.
           WRITE REPORT-LINE FROM WS-SUM-CHARGES-OFFSET.

           MOVE WS-CHARGES-CLOSED TO SUM-CHARGES-CLOSED.
           WRITE REPORT-LINE FROM WS-SUM-CHARGES-CLOSED.

           MOVE WS-GROSS-TOTAL TO SUM-GROSS.
           WRITE REPORT-LINE FROM WS-SUM-GROSS.

           MOVE WS-OFFSET-TOTAL TO SUM-OFFSET.
           WRITE REPORT-LINE FROM WS-SUM-OFFSET.

           MOVE WS-GRAND-TOTAL TO SUM-TOTAL.
           WRITE REPORT-LINE FROM WS-SUM-TOTAL.

           MOVE WS-EFT-CEILING TO SUM-CEILING.
           WRITE REPORT-LINE FROM WS-SUM-CEILING.

           MOVE WS-CLAIMS-MARKED TO SUM-CLAIMS-MARKED.
           WRITE REPORT-LINE FROM WS-SUM-CLAIMS-MARKED.

           MOVE WS-CLAIMS-RESTAMPED TO SUM-CLAIMS-RESTAMPED.
           WRITE REPORT-LINE FROM WS-SUM-CLAIMS-RESTAMPED.

           MOVE WS-RESTAMPS-LOST TO SUM-RESTAMPS-LOST.
           WRITE REPORT-LINE FROM WS-SUM-RESTAMPS-LOST.

           MOVE WS-CLAIMS-UNMARKED TO SUM-CLAIMS-UNMARKED.
           WRITE REPORT-LINE FROM WS-SUM-CLAIMS-UNMARKED.

           MOVE WS-DIRECT-CLAIMS TO SUM-DIRECT-CLAIMS.
           WRITE REPORT-LINE FROM WS-SUM-DIRECT-CLAIMS.

           MOVE WS-SHOP-PAYMENTS TO SUM-SHOP-PAYMENTS.
           WRITE REPORT-LINE FROM WS-SUM-SHOP-PAYMENTS.

           MOVE WS-SHOP-PAID-TOTAL TO SUM-SHOP-PAID.
           WRITE REPORT-LINE FROM WS-SUM-SHOP-PAID.

           MOVE WS-SHOPS-NOT-USABLE TO SUM-SHOPS-UNUSABLE.
           WRITE REPORT-LINE FROM WS-SUM-SHOPS-UNUSABLE.

      * Writes the table back out as the new receivables master
      * generation, offset charges and all, followed by any records
      * the load could not table, copied through unchanged.
       320-WRITE-NEW-RECEIVABLES.
           OPEN OUTPUT PAY-RECV-OUT.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-RECV-LOADED
              MOVE SPACES TO RV-REC-OUT
              MOVE WS-RV-POLICY(WS-I) TO RVO-POLICY-NO
              MOVE WS-RV-NAME(WS-I) TO RVO-CUST-NAME
              MOVE WS-RV-STMT-DATE(WS-I) TO RVO-STMT-DATE
              MOVE WS-RV-CHARGED(WS-I) TO RVO-CHARGED
              MOVE WS-RV-PAID(WS-I) TO RVO-PAID
              MOVE WS-RV-STATUS(WS-I) TO RVO-STATUS
              WRITE RV-REC-OUT
           END-PERFORM.
           IF WS-RECV-SKIPPED > 0
              PERFORM 325-PASS-OVERFLOW-THROUGH
           END-IF.
           CLOSE PAY-RECV-OUT.

      * Re-reads the prior master past the records the table took
      * and copies the rest to the new generation untouched.
       325-PASS-OVERFLOW-THROUGH.
           MOVE 'N' TO WS-RECV-EOF.
           OPEN INPUT PAY-RECV-IN.
           PERFORM WS-RECV-LOADED TIMES
              READ PAY-RECV-IN
                 AT END
                    SET RECV-EOF-YES TO TRUE
              END-READ
           END-PERFORM.
           PERFORM UNTIL RECV-EOF-YES
              READ PAY-RECV-IN
                 AT END
                    SET RECV-EOF-YES TO TRUE
                 NOT AT END
                    ADD 1 TO WS-RECV-PASSED
                    WRITE RV-REC-OUT FROM RV-REC-IN
              END-READ
           END-PERFORM.
           CLOSE PAY-RECV-IN.

      * One balanced pair per region with offsets: claims payable is
      * debited for the part of the payable settled by offset rather
      * than cash, and the deductible receivable is credited for the
      * charges it paid. A night with no offsets still writes the
      * trailer, so the extract always proves.
       330-WRITE-GL-EXTRACT.
           OPEN OUTPUT PAY-GL-POSTING.
           MOVE 0 TO WS-GL-LINE-COUNT.
           MOVE 0 TO WS-GL-NET.
           PERFORM VARYING WS-GL-R FROM 1 BY 1 UNTIL WS-GL-R > 5
              IF WS-GL-OFFSET(WS-GL-R) > 0
                 PERFORM 335-WRITE-GL-REGION
              END-IF
           END-PERFORM.
           MOVE SPACES TO GL-TRAILER.
           MOVE "T" TO GT-REC-TYPE.
           MOVE WS-GL-LINE-COUNT TO GT-LINE-COUNT.
           MOVE WS-GL-NET TO GT-NET-AMOUNT.
           WRITE GL-TRAILER.
           CLOSE PAY-GL-POSTING.
           IF WS-GL-NET NOT = 0
              DISPLAY "ERROR: GL POSTING EXTRACT OUT OF BALANCE BY "
                 WS-GL-NET
           END-IF.

       335-WRITE-GL-REGION.
           MOVE SPACES TO GL-REC.
           MOVE "D" TO GL-REC-TYPE.
           MOVE "2100CLPY" TO GL-ACCOUNT.
           MOVE WS-GL-R TO GL-CC-REGION.
           MOVE "OFS" TO GL-CC-PROD.
           MOVE "DR" TO GL-DR-CR.
           MOVE WS-GL-OFFSET(WS-GL-R) TO GL-AMOUNT.
           MOVE "PAY" TO GL-SOURCE.
           MOVE WS-RUN-DATE-RAW TO GL-RUN-DATE.
           WRITE GL-REC.
           ADD 1 TO WS-GL-LINE-COUNT.
           ADD WS-GL-OFFSET(WS-GL-R) TO WS-GL-NET.

           MOVE SPACES TO GL-REC.
           MOVE "D" TO GL-REC-TYPE.
           MOVE "1200DEDR" TO GL-ACCOUNT.
           MOVE WS-GL-R TO GL-CC-REGION.
           MOVE "OFS" TO GL-CC-PROD.
           MOVE "CR" TO GL-DR-CR.
           MOVE WS-GL-OFFSET(WS-GL-R) TO GL-AMOUNT.
           MOVE "PAY" TO GL-SOURCE.
           MOVE WS-RUN-DATE-RAW TO GL-RUN-DATE.
           WRITE GL-REC.
           ADD 1 TO WS-GL-LINE-COUNT.
           SUBTRACT WS-GL-OFFSET(WS-GL-R) FROM WS-GL-NET.

      * The direct shop payments, after every policy payment: the
      * set-aside payables sorted by shop, one payment and one
      * remittance advice per shop. They join the same bank file,
      * register and trailer totals as the policy payments.
       400-PAY-DIRECT-SHOPS.
           CLOSE PAY-SHOP-WORK.
           OPEN OUTPUT PAY-SHOP-ADVICE.
           IF WS-DIRECT-CLAIMS > 0
              SORT PAY-SHOP-SORT-WORK
                 ON ASCENDING KEY SSW-SHOP-CODE
                                  SSW-POLICY-NO
                                  SSW-CLAIM-NO
                 USING PAY-SHOP-WORK
                 GIVING PAY-SHOP-SORTED
              WRITE REPORT-LINE FROM WS-SHOP-SECTION-TITLE
              WRITE REPORT-LINE FROM WS-BLANK-LINE
              OPEN INPUT PAY-SHOP-SORTED
              PERFORM 410-READ-SHOP-PAYABLE
              PERFORM 420-ADD-TO-SHOP-PAYMENT UNTIL SHOP-EOF-YES
              PERFORM 450-CLOSE-SHOP-PAYMENT
              CLOSE PAY-SHOP-SORTED
           END-IF.
           CLOSE PAY-SHOP-ADVICE.

       410-READ-SHOP-PAYABLE.
           READ PAY-SHOP-SORTED
              AT END
                 SET SHOP-EOF-YES TO TRUE
           END-READ.

      * A shop change closes the open shop payment and starts the
      * next one. Each claim prints as a register sub-line and as a
      * line on the shop's advice.
       420-ADD-TO-SHOP-PAYMENT.
           IF SP-SHOP-CODE NOT = WS-PREV-SHOP
              IF WS-PREV-SHOP NOT = SPACES
                 PERFORM 450-CLOSE-SHOP-PAYMENT
              END-IF
              PERFORM 425-OPEN-SHOP-PAYMENT
           END-IF.

           IF SP-TAX-AMOUNT NUMERIC
              COMPUTE WS-CLAIM-PAY-AMT = SP-NET-AMOUNT + SP-TAX-AMOUNT
           ELSE
              MOVE 0 TO SP-TAX-AMOUNT
              MOVE SP-NET-AMOUNT TO WS-CLAIM-PAY-AMT
           END-IF.
           ADD SP-NET-AMOUNT TO WS-SHOP-NET.
           ADD SP-TAX-AMOUNT TO WS-SHOP-TAX.
           ADD WS-CLAIM-PAY-AMT TO WS-SHOP-TOTAL.
           ADD 1 TO WS-SHOP-CLAIMS.
           IF SP-CLAIM-NO NOT = SPACES
              PERFORM 430-HOLD-SHOP-CLAIM-NO
           END-IF.
           IF SP-SOURCE = "RIS"
              ADD 1 TO WS-REISSUE-COUNT
              IF SP-RETURNED-EFT
                 SET FORCE-CHEQUE-YES TO TRUE
              END-IF
              MOVE SP-CLAIM-DATE TO WS-RIS-ORIG-DATE
              PERFORM 217-HOLD-REISSUE-DATE
           END-IF.

           MOVE SP-SOURCE TO RGC-SOURCE.
           MOVE SP-CLAIM-DATE TO RGC-CLAIM-DATE.
           MOVE WS-CLAIM-PAY-AMT TO RGC-AMOUNT.
           MOVE SP-TAX-AMOUNT TO RGC-TAX.
           WRITE REPORT-LINE FROM WS-CLAIM-LINE.

           IF SP-SOURCE = "RIS"
              MOVE "REISSUE" TO ADV-POLICY
              IF SP-RETURNED-EFT
                 MOVE "EFT RETURNED" TO ADV-CUST-NAME
              ELSE
                 MOVE "CHEQUE VOIDED" TO ADV-CUST-NAME
              END-IF
           ELSE
              MOVE SP-POLICY-NO TO ADV-POLICY
              MOVE SP-PAYEE-NAME TO ADV-CUST-NAME
           END-IF.
           MOVE SP-CLAIM-NO TO ADV-CLAIM-NO.
           MOVE SP-CLAIM-DATE TO ADV-CLAIM-DATE.
           MOVE SP-NET-AMOUNT TO ADV-NET.
           MOVE SP-TAX-AMOUNT TO ADV-TAX.
           MOVE WS-CLAIM-PAY-AMT TO ADV-TOTAL.
           WRITE ADVICE-LINE FROM WS-ADV-DETAIL-LINE.

           PERFORM 410-READ-SHOP-PAYABLE.

      * Starts a shop's payment and prints its advice head - the
      * shop and its remit-to block - ahead of the claim lines.
       425-OPEN-SHOP-PAYMENT.
           MOVE SP-SHOP-CODE TO WS-PREV-SHOP.
           MOVE SP-SHOP-CODE TO WS-SHOP-KEY-CODE.
           MOVE SP-SHOP-CODE TO WS-LOOKUP-SHOP.
           PERFORM 207-FIND-DIRECT-SHOP.
           SET WS-SHOP-SUB TO DSH-IDX.
           MOVE 0 TO WS-SHOP-CLAIMS.
           MOVE 0 TO WS-SHOP-NET.
           MOVE 0 TO WS-SHOP-TAX.
           MOVE 0 TO WS-SHOP-TOTAL.
           MOVE 0 TO WS-PAID-CLAIM-COUNT.
           MOVE 0 TO WS-RIS-DATE-COUNT.
           MOVE 'N' TO WS-FORCE-CHEQUE.

           IF WS-SHOP-PAYMENTS > 0
              WRITE ADVICE-LINE FROM WS-BLANK-LINE
              WRITE ADVICE-LINE FROM WS-BLANK-LINE
           END-IF.
           MOVE WS-RUN-DATE-ED TO ADV-DATE.
           WRITE ADVICE-LINE FROM WS-ADV-HEADING.
           WRITE ADVICE-LINE FROM WS-BLANK-LINE.
           MOVE WS-DS-NAME(WS-SHOP-SUB) TO ADV-SHOP-NAME.
           MOVE WS-PREV-SHOP TO ADV-SHOP-CODE.
           WRITE ADVICE-LINE FROM WS-ADV-SHOP-LINE.
           IF WS-DS-ADDR(WS-SHOP-SUB) NOT = SPACES
              MOVE WS-DS-ADDR(WS-SHOP-SUB) TO ADV-ADDR
              WRITE ADVICE-LINE FROM WS-ADV-ADDR-LINE
              MOVE WS-DS-CITY(WS-SHOP-SUB) TO ADV-CITY
              MOVE WS-DS-PROV(WS-SHOP-SUB) TO ADV-PROV
              MOVE WS-DS-POSTAL(WS-SHOP-SUB) TO ADV-POSTAL
              WRITE ADVICE-LINE FROM WS-ADV-CITY-LINE
           END-IF.
           WRITE ADVICE-LINE FROM WS-BLANK-LINE.
           WRITE ADVICE-LINE FROM WS-ADV-COLUMN-HEAD.
           WRITE ADVICE-LINE FROM WS-BLANK-LINE.

      * Same hold-for-stamp as 215, for a shop payment's claims.
       430-HOLD-SHOP-CLAIM-NO.
           IF WS-PAID-CLAIM-COUNT < WS-MAX-PAID-CLAIMS
              ADD 1 TO WS-PAID-CLAIM-COUNT
              MOVE SP-CLAIM-NO TO WS-PC-CLAIM-NO(WS-PAID-CLAIM-COUNT)
              MOVE WS-CLAIM-PAY-AMT
                 TO WS-PC-AMOUNT(WS-PAID-CLAIM-COUNT)
           ELSE
              ADD 1 TO WS-CLAIMS-UNMARKED
              DISPLAY "WARNING: MORE THAN " WS-MAX-PAID-CLAIMS
                 " CLAIMS FOR SHOP " SP-SHOP-CODE " - CLAIM "
                 SP-CLAIM-NO " NOT MARKED PAID"
           END-IF.

      * Writes the shop's consolidated bank record, its register
      * payment line and the advice total. EFT needs the shop's
      * banking details and a payment within the EFT ceiling, and
      * is never used to reissue an EFT the bank returned; otherwise
      * the shop gets a cheque at its remit-to address.
       450-CLOSE-SHOP-PAYMENT.
           ADD 1 TO WS-PAYMENT-COUNT.
           ADD 1 TO WS-SHOP-PAYMENTS.
           ADD WS-SHOP-TOTAL TO WS-GROSS-TOTAL.
           ADD WS-SHOP-TOTAL TO WS-GRAND-TOTAL.
           ADD WS-SHOP-TOTAL TO WS-SHOP-PAID-TOTAL.

           MOVE SPACES TO BANK-REC.
           MOVE "D" TO BK-REC-TYPE.
           MOVE SPACES TO ADV-METHOD-TEXT.
           IF WS-DS-EFT-OK(WS-SHOP-SUB) = "Y"
              AND WS-SHOP-TOTAL NOT > WS-EFT-CEILING
              AND NOT FORCE-CHEQUE-YES
              MOVE "E" TO BK-PAY-METHOD
              MOVE "E" TO WS-PAID-METHOD
              MOVE "EFT" TO RGP-METHOD
              ADD 1 TO WS-EFT-COUNT
              MOVE WS-DS-INST(WS-SHOP-SUB) TO BK-BANK-INST
              MOVE WS-DS-TRANSIT(WS-SHOP-SUB) TO BK-BANK-TRANSIT
              MOVE WS-DS-ACCOUNT(WS-SHOP-SUB) TO BK-BANK-ACCOUNT
              STRING "PAID BY EFT TO ACCOUNT "  DELIMITED BY SIZE
                     WS-DS-INST(WS-SHOP-SUB)    DELIMITED BY SIZE
                     "-"                        DELIMITED BY SIZE
                     WS-DS-TRANSIT(WS-SHOP-SUB) DELIMITED BY SIZE
                     "-"                        DELIMITED BY SIZE
                     WS-DS-ACCOUNT(WS-SHOP-SUB) DELIMITED BY SPACE
                 INTO ADV-METHOD-TEXT
              END-STRING
           ELSE
              MOVE "C" TO BK-PAY-METHOD
              MOVE "C" TO WS-PAID-METHOD
              MOVE "CHEQUE" TO RGP-METHOD
              ADD 1 TO WS-CHEQUE-COUNT
              MOVE "PAID BY CHEQUE TO THE REMIT-TO ADDRESS ABOVE"
                 TO ADV-METHOD-TEXT
           END-IF.
           MOVE WS-SHOP-PAYEE-KEY TO BK-POLICY-NO.
           MOVE WS-DS-NAME(WS-SHOP-SUB) TO BK-PAYEE-NAME.
           MOVE WS-SHOP-TOTAL TO BK-AMOUNT.
           MOVE WS-RUN-DATE-RAW TO BK-PAY-DATE.
           WRITE BANK-REC.

           MOVE WS-SHOP-PAYEE-KEY TO RGP-POLICY.
           MOVE WS-DS-NAME(WS-SHOP-SUB) TO RGP-PAYEE.
           MOVE WS-SHOP-CLAIMS TO RGP-CLAIMS.
           MOVE WS-SHOP-TOTAL TO RGP-GROSS.
           MOVE 0 TO RGP-OFFSET.
           MOVE WS-SHOP-TOTAL TO RGP-NET.
           WRITE REPORT-LINE FROM WS-PAYMENT-LINE.
           WRITE REPORT-LINE FROM WS-BLANK-LINE.

           WRITE ADVICE-LINE FROM WS-BLANK-LINE.
           MOVE WS-SHOP-CLAIMS TO ADV-TOT-CLAIMS.
           MOVE WS-SHOP-NET TO ADV-TOT-NET.
           MOVE WS-SHOP-TAX TO ADV-TOT-TAX.
           MOVE WS-SHOP-TOTAL TO ADV-TOT-TOTAL.
           WRITE ADVICE-LINE FROM WS-ADV-TOTAL-LINE.
           WRITE ADVICE-LINE FROM WS-BLANK-LINE.
           WRITE ADVICE-LINE FROM WS-ADV-METHOD-LINE.

           MOVE WS-SHOP-KEY-CODE TO WS-PAID-SHOP.
           IF CLMSTAT-OPEN-YES
              PERFORM 265-MARK-ONE-CLAIM-PAID
                 VARYING WS-PAID-CLAIM-SUB FROM 1 BY 1
                 UNTIL WS-PAID-CLAIM-SUB > WS-PAID-CLAIM-COUNT
              MOVE WS-PAID-METHOD TO WS-RESTAMP-METHOD
              MOVE WS-SHOP-KEY-CODE TO WS-RESTAMP-SHOP
              PERFORM 275-QUEUE-SHOP-RESTAMP
                 VARYING WS-RIS-DATE-SUB FROM 1 BY 1
                 UNTIL WS-RIS-DATE-SUB > WS-RIS-DATE-COUNT
           END-IF.

      * Before any output is opened, proves that every step this one
      * depends on ended normally for the same cycle date, and
      * refuses to start otherwise - so nothing runs against an
      * extract a failed or missing step left behind. Then records
      * this step as started. The first run of all finds no
      * run-state file and creates it empty. Once this step has
      * ended normally for a cycle its work is already applied, and
      * a second pass would apply it twice, so it will not run again
      * for that cycle without a RERUN-OVERRIDE on the parameter
      * card (905-CHECK-RERUN-OVERRIDE).
       900-RUN-STATE-START.
           OPEN I-O PAY-RUN-STATE.
           IF WS-RUNST-STATUS = "35"
              OPEN OUTPUT PAY-RUN-STATE
              CLOSE PAY-RUN-STATE
              OPEN I-O PAY-RUN-STATE
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
              READ PAY-RUN-STATE
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
              CLOSE PAY-RUN-STATE
              DISPLAY WS-STEP-NAME " NOT STARTED - RERUN ONCE THE "
                 "STEPS ABOVE HAVE ENDED NORMALLY"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE WS-RUN-DATE-RAW TO RS-CYCLE-DATE.
           MOVE WS-STEP-NAME TO RS-PROGRAM.
           READ PAY-RUN-STATE
              INVALID KEY
                 MOVE 'N' TO WS-STEP-ON-FILE
              NOT INVALID KEY
                 MOVE 'Y' TO WS-STEP-ON-FILE
                 IF RS-ENDED-NORMALLY
                    PERFORM 905-CHECK-RERUN-OVERRIDE
                    IF RERUN-OVERRIDE-YES
                       DISPLAY "WARNING: " WS-STEP-NAME
                          " ALREADY ENDED NORMALLY FOR CYCLE "
                          WS-RUN-DATE-RAW " - RERUNNING ON OVERRIDE"
                    ELSE
                       SET STEP-BLOCKED TO TRUE
                       DISPLAY "ABORT: " WS-STEP-NAME
                          " ALREADY ENDED NORMALLY FOR CYCLE "
                          WS-RUN-DATE-RAW
                    END-IF
                 END-IF
           END-READ.
           IF STEP-BLOCKED
              CLOSE PAY-RUN-STATE
              DISPLAY WS-STEP-NAME " NOT STARTED - A RERUN FOR THE "
                 "SAME CYCLE NEEDS RERUN-OVERRIDE ON THE PARAMETER CARD"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
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
              CLOSE PAY-RUN-STATE
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           CLOSE PAY-RUN-STATE.

      * Looks on the shared parameter card for an override naming
      * this step and this cycle: keyword RERUN-OVERRIDE, the step
      * name in columns 1-10 of the value and the cycle date being
      * rerun (YYMMDD) in columns 12-17, so an override left on the
      * card cannot carry into the next night. An override found is
      * echoed on the run log.
       905-CHECK-RERUN-OVERRIDE.
           MOVE 'N' TO WS-RERUN-OVERRIDE.
           OPEN INPUT PAY-PARM-IN.
           IF WS-PARM-STATUS = "00"
              PERFORM UNTIL PARM-EOF-YES
                 READ PAY-PARM-IN
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
              CLOSE PAY-PARM-IN
              MOVE 'N' TO WS-PARM-EOF
           END-IF.
           IF RERUN-OVERRIDE-YES
              DISPLAY "*** RERUN-OVERRIDE " WS-STEP-NAME " CYCLE "
                 WS-RUN-DATE-RAW " ON PARAMETER CARD - OVERRIDE "
                 "ACCEPTED ***"
           END-IF.

       910-RUN-STATE-END.
           MOVE "E" TO WS-END-STATE.
           PERFORM 915-RECORD-RUN-END.

      * Stamps this step's run-state record with how it ended, when,
      * its return code and its key counts. An end that cannot be
      * recorded is reported loudly: the steps after this one will
      * refuse to start until the record is put right.
       915-RECORD-RUN-END.
           OPEN I-O PAY-RUN-STATE.
           IF WS-RUNST-STATUS NOT = "00"
              DISPLAY "WARNING: RUN-STATE FILE UNUSABLE - STATUS "
                 WS-RUNST-STATUS " - END OF " WS-STEP-NAME
                 " NOT RECORDED"
           ELSE
              MOVE WS-RUN-DATE-RAW TO RS-CYCLE-DATE
              MOVE WS-STEP-NAME TO RS-PROGRAM
              READ PAY-RUN-STATE
                 INVALID KEY
                    DISPLAY "WARNING: NO RUN-STATE RECORD FOR "
                       WS-STEP-NAME " - END NOT RECORDED"
                 NOT INVALID KEY
                    MOVE WS-END-STATE TO RS-STATE
                    ACCEPT RS-END-DATE FROM DATE
                    ACCEPT RS-END-TIME FROM TIME
                    MOVE RETURN-CODE TO RS-RETURN-CODE
                    MOVE WS-PAYABLE-READ TO RS-INPUT-COUNT
                    MOVE WS-PAYMENT-COUNT TO RS-OUTPUT-COUNT
                    MOVE WS-CLAIMS-UNMARKED TO RS-EXCEPT-COUNT
                    REWRITE RUN-STATE-REC
                       INVALID KEY
                          DISPLAY "WARNING: END OF " WS-STEP-NAME
                             " NOT RECORDED - STATUS "
                             WS-RUNST-STATUS
                    END-REWRITE
              END-READ
              CLOSE PAY-RUN-STATE
           END-IF.

       END PROGRAM PAYDISB.
