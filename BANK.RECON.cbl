       IDENTIFICATION DIVISION.
       PROGRAM-ID.    BANKREC.
       AUTHOR.        Grant Heath.
       DATE-WRITTEN.  2026-10-15.

      * Description:
      * Bank reconciliation for the claim payments PAYDISB issues.
      * Every payment on the night's disbursement file (BANKOUT) is
      * added to the outstanding payments master, and the bank's
      * cleared-items and returned-items file is matched back against
      * that master by policy number, amount and pay date. Cleared
      * items come off the master. A returned EFT (closed account,
      * bad transit) or a cheque accounts payable has voided comes
      * off the master too, but goes back out as a reissue record in
      * the payable extract layout, which PAYDISB picks up on its
      * next run - a returned EFT reissues as a cheque, since the
      * account on file is the one that bounced it. Each return and
      * void posts a reversing entry to the GL (debit cash, credit
      * claims payable) so the claims payable account carries the
      * liability again until the reissue goes out. The claims the
      * returned or voided payment covered are marked on the claim
      * status master (pay method R), so an inquiry shows the money
      * came back and a reissue is due rather than the claim paid.
      *
      * Whatever is still outstanding after the night's bank activity
      * prints on the outstanding payments list, with its age in days;
      * cheques older than WS-STALE-DAYS are flagged stale-dated so
      * accounts payable can void and reissue them. Bank items that
      * match no outstanding payment are listed, never dropped.
      *
      * Files:
      * Input file:  BANKOUT  - bank disbursement file from PAYDISB
      * Input file:  OUTSIN   - outstanding payments, prior generation
      * Input file:  BANKRTN  - bank cleared/returned items
      * Input file:  VOIDIN   - accounts payable void requests
      * Input file:  PARMFILE - shared run parameter card
      * Output file: OUTSOUT  - outstanding payments, new generation
      * Output file: REISSUE  - reissue payables for the next PAYDISB
      * Output file: BANKGL   - reversing GL posting extract
      * Output file: BANKRPT  - reconciliation report
      * I-O file:    RUNSTATE - suite run-state, this step
      * I-O file:    CLMSTAT  - claim status master, returns marked

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BNK-ISSUED-IN ASSIGN TO BANKOUT
                                ORGANIZATION IS SEQUENTIAL
                                FILE STATUS IS WS-ISSUED-STATUS.
           SELECT BNK-OUTST-IN  ASSIGN TO OUTSIN
                                ORGANIZATION IS SEQUENTIAL
                                FILE STATUS IS WS-OUTST-STATUS.
           SELECT BNK-ITEM-IN   ASSIGN TO BANKRTN
                                ORGANIZATION IS SEQUENTIAL
                                FILE STATUS IS WS-ITEM-STATUS.
           SELECT BNK-VOID-IN   ASSIGN TO VOIDIN
                                ORGANIZATION IS SEQUENTIAL
                                FILE STATUS IS WS-VOID-STATUS.
           SELECT BNK-OUTST-OUT ASSIGN TO OUTSOUT
                                ORGANIZATION IS SEQUENTIAL.
           SELECT BNK-REISSUE   ASSIGN TO REISSUE
                                ORGANIZATION IS SEQUENTIAL.
           SELECT BNK-GL-POSTING ASSIGN TO BANKGL
                                ORGANIZATION IS SEQUENTIAL.
           SELECT BNK-REPORT    ASSIGN TO BANKRPT
                                ORGANIZATION IS SEQUENTIAL.
           SELECT BNK-PARM-IN   ASSIGN TO PARMFILE
                                ORGANIZATION IS SEQUENTIAL
                                FILE STATUS IS WS-PARM-STATUS.
           SELECT BNK-CYCLE-CTL ASSIGN TO CYCLECTL
                                ORGANIZATION IS SEQUENTIAL
                                FILE STATUS IS WS-CYCLE-STATUS.
           SELECT BNK-RUN-STATE ASSIGN TO RUNSTATE
                                ORGANIZATION IS INDEXED
                                ACCESS MODE IS RANDOM
                                RECORD KEY IS RS-KEY
                                FILE STATUS IS WS-RUNST-STATUS.
           SELECT BNK-CLAIM-STATUS ASSIGN TO CLMSTAT
                                ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD KEY IS CST-CLAIM-NO
                                ALTERNATE RECORD KEY IS CST-POLICY-NO
                                   WITH DUPLICATES
                                FILE STATUS IS WS-CLMSTAT-STATUS.

       DATA DIVISION.
       FILE SECTION.

      * The disbursement file exactly as PAYDISB writes it: "D"
      * detail records, one per payment, and a "T" trailer with the
      * payment count and total.
       FD  BNK-ISSUED-IN
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01 BANK-REC.
          05 BK-REC-TYPE            PIC X(1).
          05 BK-PAY-METHOD          PIC X(1).
          05 BK-POLICY-NO           PIC X(10).
          05 BK-PAYEE-NAME          PIC X(20).
          05 BK-AMOUNT              PIC 9(9)V99.
          05 BK-PAY-DATE            PIC 9(6).
          05 FILLER                 PIC X(31).

       01 BANK-TRAILER.
          05 BT-REC-TYPE            PIC X(1).
          05 BT-PAYMENT-COUNT       PIC 9(7).
          05 BT-TOTAL-AMOUNT        PIC 9(11)V99.
          05 FILLER                 PIC X(59).

      *---------------------------------------------------------------*
      * OUTSTANDING PAYMENTS MASTER - one record per payment issued
      * and not yet cleared, returned or voided, in issue order.
      *---------------------------------------------------------------*
       FD  BNK-OUTST-IN
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01 OS-REC-IN.
          05 OS-PAY-METHOD          PIC X(1).
          05 OS-POLICY-NO           PIC X(10).
          05 OS-PAYEE-NAME          PIC X(20).
          05 OS-AMOUNT              PIC 9(9)V99.
          05 OS-PAY-DATE            PIC 9(6).
          05 OS-STATUS              PIC X(1).
          05 FILLER                 PIC X(31).

      *---------------------------------------------------------------*
      * BANK ITEMS - the bank's cleared-items and returned-items
      * file: C(leared) or R(eturned), identified by the policy
      * number, amount and pay date we sent, with the bank's reason
      * text on returns.
      *---------------------------------------------------------------*
       FD  BNK-ITEM-IN
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01 BR-REC-IN.
          05 BR-ITEM-STATUS         PIC X(1).
          05 BR-POLICY-NO           PIC X(10).
          05 BR-AMOUNT              PIC 9(9)V99.
          05 BR-PAY-DATE            PIC 9(6).
          05 BR-ITEM-DATE           PIC 9(6).
          05 BR-RETURN-REASON       PIC X(20).
          05 FILLER                 PIC X(26).

      * Void requests from accounts payable - a lost, stale-dated or
      * misdirected cheque, identified the same way.
       FD  BNK-VOID-IN
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01 VD-REC-IN.
          05 VD-POLICY-NO           PIC X(10).
          05 VD-AMOUNT              PIC 9(9)V99.
          05 VD-PAY-DATE            PIC 9(6).
          05 VD-VOID-REASON         PIC X(20).
          05 FILLER                 PIC X(33).

       FD  BNK-OUTST-OUT
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01 OS-REC-OUT.
          05 OSO-PAY-METHOD         PIC X(1).
          05 OSO-POLICY-NO          PIC X(10).
          05 OSO-PAYEE-NAME         PIC X(20).
          05 OSO-AMOUNT             PIC 9(9)V99.
          05 OSO-PAY-DATE           PIC 9(6).
          05 OSO-STATUS             PIC X(1).
          05 FILLER                 PIC X(31).

      *---------------------------------------------------------------*
      * REISSUE PAYABLES - the payable extract layout PAYDISB reads,
      * source RIS, claim date carrying the original pay date. The
      * reason byte tells PAYDISB a returned EFT must go out as a
      * cheque. A reissue repays a whole consolidated payment, sales
      * tax included, so the claim number is left blank and the tax
      * amount zero. A reissue of a direct shop payment carries the
      * shop code, so PAYDISB pays it back to the shop.
      *---------------------------------------------------------------*
       FD  BNK-REISSUE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01 PAY-REC.
          05 PY-POLICY-NO           PIC X(10).
          05 PY-PAYEE-NAME          PIC X(20).
          05 PY-NET-AMOUNT          PIC 9(7)V99.
          05 PY-CLAIM-DATE          PIC 9(6).
          05 PY-SOURCE              PIC X(3).
          05 PY-REISSUE-REASON      PIC X(1).
          05 PY-ORIG-METHOD         PIC X(1).
          05 PY-CLAIM-NO            PIC X(12).
          05 PY-TAX-AMOUNT          PIC 9(7)V99.
          05 PY-SHOP-CODE           PIC X(4).
          05 FILLER                 PIC X(5).

      *---------------------------------------------------------------*
      * GL POSTING EXTRACT - same layout the report programs write:
      * "D" lines keyed by account, cost centre (region ID + BNK) and
      * side, and a "T" trailer with the line count and signed net.
      *---------------------------------------------------------------*
       FD  BNK-GL-POSTING
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

       FD  BNK-REPORT
           RECORDING MODE IS F
           RECORD CONTAINS 132 CHARACTERS.
       01 REPORT-LINE             PIC X(132).

      *---------------------------------------------------------------*
      * RUN PARAMETER CARD - same shared card the report programs
      * read; this program takes STALE-DAYS from it and ignores the
      * keywords the other programs own.
      *---------------------------------------------------------------*
       FD  BNK-PARM-IN
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
       FD  BNK-CYCLE-CTL
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
       FD  BNK-RUN-STATE
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

      *---------------------------------------------------------------*
      * CLAIM STATUS MASTER - keyed by permanent claim number, with the
      * policy number as an alternate key. PAYDISB stamps each claim
      * behind a payment with the pay date, the method (E = EFT,
      * C = cheque) and, for a direct shop payment, the shop paid.
      * When that payment comes back returned or voided its claims
      * are marked here with pay method R - reissue due. The paid
      * date and amount are left as they were, so the claims can
      * still be traced to the payment that failed.
      *---------------------------------------------------------------*
       FD  BNK-CLAIM-STATUS
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

       WORKING-STORAGE SECTION.

       77 WS-CYCLE-STATUS         PIC X(2)        VALUE SPACES.
       77 WS-PARM-STATUS          PIC X(2)        VALUE SPACES.
       77 WS-ISSUED-STATUS        PIC X(2)        VALUE SPACES.
       77 WS-OUTST-STATUS         PIC X(2)        VALUE SPACES.
       77 WS-ITEM-STATUS          PIC X(2)        VALUE SPACES.
       77 WS-VOID-STATUS          PIC X(2)        VALUE SPACES.
       77 WS-CLMSTAT-STATUS       PIC X(2)        VALUE SPACES.

      *---------------------------------------------------------------*
      * STALE-DATE LIMIT - a cheque outstanding more than this many
      * days past its pay date is flagged stale-dated. The VALUE
      * clause is only the fallback; the run parameter card
      * overrides it.
      *---------------------------------------------------------------*
       77 WS-STALE-DAYS           PIC 9(3)        VALUE 180.

       01 WS-FLAGS.
          05 WS-EOF               PIC X           VALUE 'N'.
             88 EOF-YES                           VALUE 'Y'.
          05 WS-OUTST-EOF         PIC X           VALUE 'N'.
             88 OUTST-EOF-YES                     VALUE 'Y'.
          05 WS-PARM-EOF          PIC X           VALUE 'N'.
             88 PARM-EOF-YES                      VALUE 'Y'.
          05 WS-TRAILER-FLAG      PIC X           VALUE 'N'.
             88 ISSUED-GOT-TRAILER                VALUE 'Y'.
          05 WS-CLMSTAT-OPEN      PIC X           VALUE 'N'.
             88 CLMSTAT-OPEN-YES                  VALUE 'Y'.
          05 WS-CLAIMS-DONE       PIC X           VALUE 'N'.
             88 CLAIMS-DONE-YES                   VALUE 'Y'.

       01 WS-COUNTERS.
          05 WS-OUTST-READ        PIC 9(6)        VALUE 0.
          05 WS-OUTST-SKIPPED     PIC 9(5)        VALUE 0.
          05 WS-OUTST-PASSED      PIC 9(5)        VALUE 0.
          05 WS-ISSUED-READ       PIC 9(7)        VALUE 0.
          05 WS-ISSUED-AMOUNT     PIC 9(11)V99    VALUE 0.
          05 WS-ISSUED-ADDED      PIC 9(7)        VALUE 0.
          05 WS-ISSUED-DUPS       PIC 9(5)        VALUE 0.
          05 WS-ISSUED-OVERFLOW   PIC 9(7)        VALUE 0.
          05 WS-ISSUED-REREAD     PIC 9(7)        VALUE 0.
          05 WS-ITEMS-READ        PIC 9(6)        VALUE 0.
          05 WS-VOIDS-READ        PIC 9(6)        VALUE 0.
          05 WS-CLEARED-COUNT     PIC 9(6)        VALUE 0.
          05 WS-CLEARED-AMOUNT    PIC 9(11)V99    VALUE 0.
          05 WS-RETURNED-COUNT    PIC 9(6)        VALUE 0.
          05 WS-RETURNED-AMOUNT   PIC 9(11)V99    VALUE 0.
          05 WS-VOIDED-COUNT      PIC 9(6)        VALUE 0.
          05 WS-VOIDED-AMOUNT     PIC 9(11)V99    VALUE 0.
          05 WS-UNMATCHED-COUNT   PIC 9(6)        VALUE 0.
          05 WS-UNMATCHED-AMOUNT  PIC 9(11)V99    VALUE 0.
          05 WS-OPEN-COUNT        PIC 9(6)        VALUE 0.
          05 WS-OPEN-AMOUNT       PIC 9(11)V99    VALUE 0.
          05 WS-STALE-COUNT       PIC 9(6)        VALUE 0.
          05 WS-STALE-AMOUNT      PIC 9(11)V99    VALUE 0.
          05 WS-REISSUE-COUNT     PIC 9(6)        VALUE 0.
          05 WS-CLAIMS-RETURNED   PIC 9(6)        VALUE 0.
          05 WS-SHOP-RTN-LOST     PIC 9(5)        VALUE 0.

      *---------------------------------------------------------------*
      * OUTSTANDING PAYMENTS TABLE - the master in storage, with the
      * night's newly issued payments appended behind it. Bank items
      * match against it front to back, so of two identical payments
      * the older is the one that clears first. Status O is still
      * outstanding; C, R and V are cleared, returned and voided and
      * do not carry forward. Master records past the table limit
      * are NEVER dropped: 325-PASS-OVERFLOW-THROUGH copies them to
      * the new generation unchanged - they just cannot match bank
      * items this run, which then list as unmatched. The night's
      * issued payments past the limit are carried the same way by
      * 327-PASS-ISSUED-OVERFLOW; WS-OVERFLOW-START is the number of
      * the first disbursement record the table could not take. A
      * table filled past WS-OUTST-HIGH-WATER is warned on the log
      * so the limit can be raised before it starts to bite.
      *---------------------------------------------------------------*
       77 WS-MAX-OUTST-ENTRIES    PIC 9(5)        VALUE 5000.
       77 WS-OUTST-HIGH-WATER     PIC 9(5)        VALUE 4500.
       77 WS-OVERFLOW-START       PIC 9(7)        VALUE 0.
       77 WS-OUTST-COUNT          PIC 9(5)        VALUE 0.
       77 WS-OUTST-LOADED         PIC 9(5)        VALUE 0.

       01 WS-OUTST-TABLE.
          05 WS-OUTST-ENTRY OCCURS 5000 TIMES INDEXED BY OST-IDX.
             10 WS-OT-METHOD      PIC X(1).
             10 WS-OT-POLICY      PIC X(10).
             10 WS-OT-PAYEE       PIC X(20).
             10 WS-OT-AMOUNT      PIC 9(9)V99.
             10 WS-OT-PAY-DATE    PIC 9(6).
             10 WS-OT-STATUS      PIC X(1).

      *---------------------------------------------------------------*
      * ITEM IN HAND - a bank item or a void request, moved here so
      * one matching routine serves both. WS-MATCH-SUB is left on
      * the matched table entry, zero when nothing matched.
      *---------------------------------------------------------------*
       01 WS-ITEM-WORK.
          05 WS-IW-ACTION         PIC X(1)        VALUE SPACE.
             88 IW-CLEARED                        VALUE 'C'.
             88 IW-RETURNED                       VALUE 'R'.
             88 IW-VOIDED                         VALUE 'V'.
          05 WS-IW-POLICY         PIC X(10)       VALUE SPACES.
          05 WS-IW-AMOUNT         PIC 9(9)V99     VALUE 0.
          05 WS-IW-PAY-DATE       PIC 9(6)        VALUE 0.
          05 WS-IW-REASON         PIC X(20)       VALUE SPACES.
          05 WS-METHOD-CODE       PIC X(1)        VALUE SPACE.

       01 WS-MATCH-SUB            PIC 9(5)        VALUE 0.
       01 WS-I                    PIC 9(5)        VALUE 0.

      *---------------------------------------------------------------*
      * RETURNED SHOP PAYMENTS - a direct shop payment goes out under
      * "SHOP" + shop code, and its claims carry that shop code on
      * the claim status master but no key on it. The night's
      * returned and voided shop payments are held here, and their
      * claims marked in one pass of the master at end of run
      * (305-MARK-SHOP-CLAIMS). A return past the table limit is
      * still reissued; only its claims go unmarked, with a warning.
      *---------------------------------------------------------------*
       77 WS-MAX-SHOP-RETURNS     PIC 9(3)        VALUE 200.

       01 WS-SHOP-RETURN-TABLE.
          05 WS-SHOP-RTN-COUNT    PIC 9(3)        VALUE 0.
          05 WS-SHOP-RTN-SUB      PIC 9(3)        VALUE 0.
          05 WS-SHOP-RTN-ENTRY OCCURS 200 TIMES.
             10 WS-SR-SHOP        PIC X(4).
             10 WS-SR-PAY-DATE    PIC 9(6).
             10 WS-SR-METHOD      PIC X(1).

      *---------------------------------------------------------------*
      * REGION LOOKUP - policy-number prefix to region ID, the same
      * prefixes the report programs use, for the cost centre on the
      * reversing entries. Anything unrecognized posts to region 5,
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

      *---------------------------------------------------------------*
      * GL REVERSAL ACCUMULATORS - returned and voided dollars by
      * region, turned into balanced debit/credit pairs by
      * 330-WRITE-GL-EXTRACT at end of run.
      *---------------------------------------------------------------*
       01 WS-GL-ACCUM-TABLE.
          05 WS-GL-REVERSED OCCURS 5 TIMES PIC 9(9)V99 VALUE 0.

       01 WS-GL-WORK.
          05 WS-GL-R              PIC 9(1)        VALUE 0.
          05 WS-CURRENT-REGION    PIC 9(1)        VALUE 0.
          05 WS-GL-LINE-COUNT     PIC 9(7)        VALUE 0.
          05 WS-GL-NET            PIC S9(11)V99   VALUE 0.

       01 WS-AGE-WORK.
          05 WS-DATE-8            PIC 9(8)        VALUE 0.
          05 WS-RUN-INT-DATE      PIC 9(7)        VALUE 0.
          05 WS-PAY-INT-DATE      PIC 9(7)        VALUE 0.
          05 WS-DAYS-OUT          PIC S9(5)       VALUE 0.

       01 WS-PARM-NUM-X           PIC X(3)        VALUE SPACES.
       01 WS-PARM-NUM-9 REDEFINES WS-PARM-NUM-X
                                  PIC 9(3).

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
                                  "BANK RECONCILIATION REPORT".
          05 FILLER               PIC X(30)       VALUE SPACES.
          05 FILLER               PIC X(10)       VALUE "RUN DATE: ".
          05 BNK-RUN-DATE         PIC X(10).

       01 WS-ACTIVITY-TITLE.
          05 FILLER               PIC X(50)       VALUE
                                  "-- BANK ITEMS AND VOID REQUESTS".

       01 WS-OUTSTANDING-TITLE.
          05 FILLER               PIC X(50)       VALUE
                                  "-- PAYMENTS OUTSTANDING".

       01 WS-HEADING-2.
          05 FILLER               PIC X(13)       VALUE "POLICY #".
          05 FILLER               PIC X(8)        VALUE "METHOD".
          05 FILLER               PIC X(22)       VALUE "PAYEE".
          05 FILLER               PIC X(10)       VALUE "PAY DATE".
          05 FILLER               PIC X(18)       VALUE
                                  "          AMOUNT".
          05 FILLER               PIC X(8)        VALUE "  DAYS".
          05 FILLER               PIC X(40)       VALUE "  STATUS".

       01 WS-DETAIL-LINE.
          05 DET-POLICY           PIC X(10).
          05 FILLER               PIC X(3)        VALUE SPACES.
          05 DET-METHOD           PIC X(6).
          05 FILLER               PIC X(2)        VALUE SPACES.
          05 DET-PAYEE            PIC X(20).
          05 FILLER               PIC X(2)        VALUE SPACES.
          05 DET-PAY-DATE         PIC 9(6).
          05 FILLER               PIC X(4)        VALUE SPACES.
          05 DET-AMOUNT           PIC $ZZZ,ZZZ,ZZ9.99.
          05 FILLER               PIC X(3)        VALUE SPACES.
          05 DET-DAYS             PIC ZZZZ9.
          05 FILLER               PIC X(3)        VALUE SPACES.
          05 DET-NOTE             PIC X(50).

       01 WS-SUM-LINE-ONE         PIC X(132)      VALUE ALL "-".

       01 WS-SUM-TITLE.
          05 FILLER               PIC X(56)       VALUE SPACES.
          05 FILLER               PIC X(27)       VALUE
                                  "BANK RECONCILIATION SUMMARY".

       01 WS-SUM-BFWD.
          05 FILLER               PIC X(45)       VALUE
                                  "OUTSTANDING BROUGHT FORWARD: ".
          05 SUM-BFWD             PIC ZZZ,ZZ9.

       01 WS-SUM-PASSED.
          05 FILLER               PIC X(45)       VALUE
                                  "OUTSTANDING PASSED THRU-TABLE FULL:".
          05 SUM-PASSED           PIC ZZZ,ZZ9.

       01 WS-SUM-ISSUED-PASSED.
          05 FILLER               PIC X(45)       VALUE
                                  "ISSUED PASSED THRU-TABLE FULL: ".
          05 SUM-ISSUED-PASSED    PIC ZZZ,ZZ9.

       01 WS-SUM-ISSUED.
          05 FILLER               PIC X(45)       VALUE
                                  "PAYMENTS ISSUED ADDED: ".
          05 SUM-ISSUED           PIC ZZZ,ZZ9.
          05 FILLER               PIC X(3)        VALUE SPACES.
          05 SUM-ISSUED-AMT       PIC $ZZ,ZZZ,ZZZ,ZZ9.99.

       01 WS-SUM-DUPS.
          05 FILLER               PIC X(45)       VALUE
                                  "ISSUED ALREADY OUTSTANDING: ".
          05 SUM-DUPS             PIC ZZZ,ZZ9.

       01 WS-SUM-ITEMS.
          05 FILLER               PIC X(45)       VALUE
                                  "BANK ITEMS READ: ".
          05 SUM-ITEMS            PIC ZZZ,ZZ9.

       01 WS-SUM-VOIDS.
          05 FILLER               PIC X(45)       VALUE
                                  "VOID REQUESTS READ: ".
          05 SUM-VOIDS            PIC ZZZ,ZZ9.

       01 WS-SUM-CLEARED.
          05 FILLER               PIC X(45)       VALUE
                                  "PAYMENTS CLEARED: ".
          05 SUM-CLEARED          PIC ZZZ,ZZ9.
          05 FILLER               PIC X(3)        VALUE SPACES.
          05 SUM-CLEARED-AMT      PIC $ZZ,ZZZ,ZZZ,ZZ9.99.

       01 WS-SUM-RETURNED.
          05 FILLER               PIC X(45)       VALUE
                                  "PAYMENTS RETURNED - REISSUED: ".
          05 SUM-RETURNED         PIC ZZZ,ZZ9.
          05 FILLER               PIC X(3)        VALUE SPACES.
          05 SUM-RETURNED-AMT     PIC $ZZ,ZZZ,ZZZ,ZZ9.99.

       01 WS-SUM-VOIDED.
          05 FILLER               PIC X(45)       VALUE
                                  "PAYMENTS VOIDED - REISSUED: ".
          05 SUM-VOIDED           PIC ZZZ,ZZ9.
          05 FILLER               PIC X(3)        VALUE SPACES.
          05 SUM-VOIDED-AMT       PIC $ZZ,ZZZ,ZZZ,ZZ9.99.

       01 WS-SUM-UNMATCHED.
          05 FILLER               PIC X(45)       VALUE
                                  "ITEMS WITH NO MATCHING PAYMENT: ".
          05 SUM-UNMATCHED        PIC ZZZ,ZZ9.
          05 FILLER               PIC X(3)        VALUE SPACES.
          05 SUM-UNMATCHED-AMT    PIC $ZZ,ZZZ,ZZZ,ZZ9.99.

       01 WS-SUM-OPEN.
          05 FILLER               PIC X(45)       VALUE
                                  "PAYMENTS STILL OUTSTANDING: ".
          05 SUM-OPEN             PIC ZZZ,ZZ9.
          05 FILLER               PIC X(3)        VALUE SPACES.
          05 SUM-OPEN-AMT         PIC $ZZ,ZZZ,ZZZ,ZZ9.99.

       01 WS-SUM-STALE.
          05 FILLER               PIC X(45)       VALUE
                                  "OUTSTANDING PAST STALE-DATE LIMIT: ".
          05 SUM-STALE            PIC ZZZ,ZZ9.
          05 FILLER               PIC X(3)        VALUE SPACES.
          05 SUM-STALE-AMT        PIC $ZZ,ZZZ,ZZZ,ZZ9.99.

       01 WS-SUM-REISSUE.
          05 FILLER               PIC X(45)       VALUE
                                  "REISSUE PAYABLES WRITTEN: ".
          05 SUM-REISSUE          PIC ZZZ,ZZ9.

       01 WS-SUM-CLAIMS-RETURNED.
          05 FILLER               PIC X(45)       VALUE
                                  "CLAIMS MARKED PAYMENT RETURNED: ".
          05 SUM-CLAIMS-RETURNED  PIC ZZZ,ZZ9.

       01 WS-SUM-SHOP-RTN-LOST.
          05 FILLER               PIC X(45)       VALUE
                                  "SHOP RETURNS NOT MARKED-TABLE FULL:".
          05 SUM-SHOP-RTN-LOST    PIC ZZZ,ZZ9.

       01 WS-SUM-STALE-DAYS.
          05 FILLER               PIC X(45)       VALUE
                                  "STALE-DATE LIMIT APPLIED (DAYS): ".
          05 SUM-STALE-DAYS       PIC ZZ9.

      *---------------------------------------------------------------*
      * RUN-STATE CONTROL - this step's name on the suite run-state
      * file and the steps that must show a normal end for the same
      * cycle date before it may start.
      *---------------------------------------------------------------*
       77 WS-RUNST-STATUS         PIC X(2)        VALUE SPACES.

       01 WS-RUN-STEP.
          05 WS-STEP-NAME         PIC X(10)       VALUE "BANKREC".
          05 WS-STEP-FLAG         PIC X           VALUE 'N'.
             88 STEP-BLOCKED                      VALUE 'Y'.
          05 WS-STEP-ON-FILE      PIC X           VALUE 'N'.
             88 STEP-ON-FILE                      VALUE 'Y'.
          05 WS-END-STATE         PIC X           VALUE SPACE.
          05 WS-RERUN-OVERRIDE    PIC X           VALUE 'N'.
             88 RERUN-OVERRIDE-YES                VALUE 'Y'.
          05 WS-PRED-COUNT        PIC 9(2)        VALUE 1.
          05 WS-PRED-SUB          PIC 9(2)        VALUE 0.
          05 WS-PRED-NAMES.
             10 FILLER            PIC X(10)       VALUE "PAYDISB".
          05 WS-PRED-TABLE REDEFINES WS-PRED-NAMES.
             10 WS-PRED-NAME      PIC X(10)       OCCURS 1 TIMES.

       PROCEDURE DIVISION.

       000-MAIN.
           PERFORM 100-INITIALIZE.
           PERFORM 200-ADD-ISSUED-PAYMENTS.
           PERFORM 220-APPLY-BANK-ITEMS.
           PERFORM 240-APPLY-VOID-REQUESTS.
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
           OPEN OUTPUT BNK-REPORT
                OUTPUT BNK-REISSUE.
           MOVE WS-RUN-DATE-ED TO BNK-RUN-DATE.
           WRITE REPORT-LINE FROM WS-HEADING-1.
           WRITE REPORT-LINE FROM WS-BLANK-LINE.
           WRITE REPORT-LINE FROM WS-ACTIVITY-TITLE.
           WRITE REPORT-LINE FROM WS-HEADING-2.
           WRITE REPORT-LINE FROM WS-BLANK-LINE.
           PERFORM 140-OPEN-CLAIM-STATUS.
           PERFORM 110-LOAD-OUTSTANDING.

      * The run date is the business date off the cycle control
      * record, not the system clock, so a cycle rerun the next
      * morning still stamps the night it belongs to. Only when the
      * control record is missing or unusable does the system date
      * stand in, with a loud warning.
       105-GET-CYCLE-DATE.
           OPEN INPUT BNK-CYCLE-CTL.
           IF WS-CYCLE-STATUS = "00"
              READ BNK-CYCLE-CTL
                 AT END
                    PERFORM 106-DEFAULT-CYCLE-DATE
                 NOT AT END
                    IF CC-CYCLE-DATE NUMERIC AND CC-CYCLE-DATE > 0
                       MOVE CC-CYCLE-DATE TO WS-RUN-DATE-RAW
                    ELSE
                       PERFORM 106-DEFAULT-CYCLE-DATE
                    END-IF
              END-READ
              CLOSE BNK-CYCLE-CTL
           ELSE
              PERFORM 106-DEFAULT-CYCLE-DATE
           END-IF.

       106-DEFAULT-CYCLE-DATE.
           ACCEPT WS-RUN-DATE-RAW FROM DATE.
           DISPLAY "WARNING: NO USABLE CYCLE CONTROL RECORD - "
              "SYSTEM DATE " WS-RUN-DATE-RAW " STAMPED ON THIS RUN".

      * Loads the prior outstanding payments master. The very first
      * run has no prior generation, which just starts the master
      * empty. Records past the table limit carry forward unchanged
      * (325-PASS-OVERFLOW-THROUGH) but cannot match this run.
       110-LOAD-OUTSTANDING.
           OPEN INPUT BNK-OUTST-IN.
           IF WS-OUTST-STATUS = "00"
              PERFORM UNTIL OUTST-EOF-YES
                 READ BNK-OUTST-IN
                    AT END
                       SET OUTST-EOF-YES TO TRUE
                    NOT AT END
                       ADD 1 TO WS-OUTST-READ
                       IF WS-OUTST-COUNT < WS-MAX-OUTST-ENTRIES
                          ADD 1 TO WS-OUTST-COUNT
                          ADD 1 TO WS-OUTST-LOADED
                          SET OST-IDX TO WS-OUTST-COUNT
                          MOVE OS-PAY-METHOD TO WS-OT-METHOD(OST-IDX)
                          MOVE OS-POLICY-NO  TO WS-OT-POLICY(OST-IDX)
                          MOVE OS-PAYEE-NAME TO WS-OT-PAYEE(OST-IDX)
                          MOVE OS-AMOUNT     TO WS-OT-AMOUNT(OST-IDX)
                          MOVE OS-PAY-DATE   TO WS-OT-PAY-DATE(OST-IDX)
                          MOVE "O"           TO WS-OT-STATUS(OST-IDX)
                       ELSE
                          ADD 1 TO WS-OUTST-SKIPPED
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE BNK-OUTST-IN
           ELSE
              DISPLAY "NO PRIOR OUTSTANDING PAYMENTS MASTER - "
                 "STARTING EMPTY"
           END-IF.
           IF WS-OUTST-SKIPPED > 0
              DISPLAY "WARNING: " WS-OUTST-SKIPPED
                 " OUTSTANDING PAYMENT RECORDS EXCEEDED THE "
                 WS-MAX-OUTST-ENTRIES
                 " ENTRY TABLE LIMIT - CARRIED FORWARD UNCHANGED, "
                 "NOT MATCHED THIS RUN"
           END-IF.

      * Reads the shared run parameter card for the one value this
      * program uses and echoes what was applied. A missing or
      * malformed card leaves the compiled default in effect.
       130-LOAD-PARAMETERS.
           OPEN INPUT BNK-PARM-IN.
           IF WS-PARM-STATUS = "00"
              PERFORM UNTIL PARM-EOF-YES
                 READ BNK-PARM-IN
                    AT END
                       SET PARM-EOF-YES TO TRUE
                    NOT AT END
                       IF PRM-KEYWORD = "STALE-DAYS"
                          MOVE PRM-VALUE(1:3) TO WS-PARM-NUM-X
                          IF WS-PARM-NUM-9 NUMERIC
                             AND WS-PARM-NUM-9 > 0
                             MOVE WS-PARM-NUM-9 TO WS-STALE-DAYS
                          ELSE
                             DISPLAY "BAD PARAMETER VALUE '"
                                PRM-VALUE "' FOR " PRM-KEYWORD
                                " - DEFAULT KEPT"
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE BNK-PARM-IN
           ELSE
              DISPLAY "NO PARAMETER FILE - COMPILED DEFAULTS IN EFFECT"
           END-IF.
           DISPLAY "BANKREC PARMS: STALE-DAYS " WS-STALE-DAYS.

      * The claim status master is updated in place. Without it the
      * returns and voids are still reissued - only the claims are
      * left unmarked.
       140-OPEN-CLAIM-STATUS.
           OPEN I-O BNK-CLAIM-STATUS.
           IF WS-CLMSTAT-STATUS = "00"
              SET CLMSTAT-OPEN-YES TO TRUE
           ELSE
              DISPLAY "WARNING: NO CLAIM STATUS MASTER - STATUS "
                 WS-CLMSTAT-STATUS " - CLAIMS NOT MARKED RETURNED"
           END-IF.

      * Appends the night's issued payments to the outstanding table.
      * The disbursement trailer is proven against the detail records
      * first-to-last, the same proof the banking package makes; a
      * file that does not prove stops the run before any master is
      * rewritten. A payment already on the master (this same
      * BANKOUT applied twice) is skipped and listed, never doubled.
      * A payment the full table cannot take is counted here and
      * carried to the new master by 327-PASS-ISSUED-OVERFLOW - it
      * stays outstanding, unmatched tonight, and the run goes on.
       200-ADD-ISSUED-PAYMENTS.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT BNK-ISSUED-IN.
           IF WS-ISSUED-STATUS NOT = "00"
              DISPLAY "NO DISBURSEMENT FILE - NO NEW PAYMENTS ADDED"
           ELSE
              PERFORM UNTIL EOF-YES
                 READ BNK-ISSUED-IN
                    AT END
                       SET EOF-YES TO TRUE
                    NOT AT END
                       IF BK-REC-TYPE = "T"
                          PERFORM 210-PROVE-ISSUED-TRAILER
                       ELSE
                          ADD 1 TO WS-ISSUED-READ
                          ADD BK-AMOUNT TO WS-ISSUED-AMOUNT
                          PERFORM 205-ADD-ONE-PAYMENT
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE BNK-ISSUED-IN
              IF NOT ISSUED-GOT-TRAILER
                 DISPLAY "BANKREC ABORT: NO TRAILER ON DISBURSEMENT "
                    "FILE"
                 PERFORM 290-ABEND-BAD-BANKOUT
              END-IF
           END-IF.
           IF WS-ISSUED-OVERFLOW > 0
              DISPLAY "WARNING: " WS-ISSUED-OVERFLOW
                 " PAYMENTS ISSUED THIS RUN EXCEEDED THE "
                 WS-MAX-OUTST-ENTRIES
                 " ENTRY TABLE LIMIT - CARRIED FORWARD, "
                 "NOT MATCHED THIS RUN"
           END-IF.
           IF WS-OUTST-COUNT >= WS-OUTST-HIGH-WATER
              DISPLAY "WARNING: OUTSTANDING PAYMENTS TABLE HOLDS "
                 WS-OUTST-COUNT " OF " WS-MAX-OUTST-ENTRIES
                 " ENTRIES - RAISE THE LIMIT BEFORE IT FILLS"
           END-IF.

       205-ADD-ONE-PAYMENT.
           MOVE BK-POLICY-NO TO WS-IW-POLICY.
           MOVE BK-AMOUNT TO WS-IW-AMOUNT.
           MOVE BK-PAY-DATE TO WS-IW-PAY-DATE.
           PERFORM 260-FIND-OPEN-PAYMENT.
           IF WS-MATCH-SUB > 0
              AND WS-OT-METHOD(WS-MATCH-SUB) = BK-PAY-METHOD
              ADD 1 TO WS-ISSUED-DUPS
              MOVE BK-POLICY-NO TO DET-POLICY
              MOVE BK-PAY-METHOD TO WS-METHOD-CODE
              PERFORM 270-SET-METHOD-TEXT
              MOVE BK-PAYEE-NAME TO DET-PAYEE
              MOVE BK-PAY-DATE TO DET-PAY-DATE
              MOVE BK-AMOUNT TO DET-AMOUNT
              MOVE 0 TO DET-DAYS
              MOVE "*** ALREADY OUTSTANDING - NOT ADDED AGAIN ***"
                 TO DET-NOTE
              WRITE REPORT-LINE FROM WS-DETAIL-LINE
           ELSE
              IF WS-OUTST-COUNT < WS-MAX-OUTST-ENTRIES
                 ADD 1 TO WS-OUTST-COUNT
                 ADD 1 TO WS-ISSUED-ADDED
                 SET OST-IDX TO WS-OUTST-COUNT
                 MOVE BK-PAY-METHOD TO WS-OT-METHOD(OST-IDX)
                 MOVE BK-POLICY-NO  TO WS-OT-POLICY(OST-IDX)
                 MOVE BK-PAYEE-NAME TO WS-OT-PAYEE(OST-IDX)
                 MOVE BK-AMOUNT     TO WS-OT-AMOUNT(OST-IDX)
                 MOVE BK-PAY-DATE   TO WS-OT-PAY-DATE(OST-IDX)
                 MOVE "O"           TO WS-OT-STATUS(OST-IDX)
              ELSE
                 ADD 1 TO WS-ISSUED-OVERFLOW
                 IF WS-OVERFLOW-START = 0
                    MOVE WS-ISSUED-READ TO WS-OVERFLOW-START
                 END-IF
              END-IF
           END-IF.

       210-PROVE-ISSUED-TRAILER.
           SET ISSUED-GOT-TRAILER TO TRUE.
           IF BT-PAYMENT-COUNT NOT = WS-ISSUED-READ
              DISPLAY "BANKREC ABORT: DISBURSEMENT TRAILER COUNT "
                 BT-PAYMENT-COUNT " BUT " WS-ISSUED-READ
                 " PAYMENTS ON FILE"
              PERFORM 290-ABEND-BAD-BANKOUT
           END-IF.
           IF BT-TOTAL-AMOUNT NOT = WS-ISSUED-AMOUNT
              DISPLAY "BANKREC ABORT: DISBURSEMENT TRAILER TOTAL "
                 BT-TOTAL-AMOUNT " BUT PAYMENTS ON FILE TOTAL "
                 WS-ISSUED-AMOUNT
              PERFORM 290-ABEND-BAD-BANKOUT
           END-IF.

      * Applies the bank's cleared and returned items. A night with
      * no bank file is not an error - the bank does not send one on
      * days nothing moved - so everything simply stays outstanding.
       220-APPLY-BANK-ITEMS.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT BNK-ITEM-IN.
           IF WS-ITEM-STATUS NOT = "00"
              DISPLAY "NO BANK ITEMS FILE - NOTHING CLEARED OR "
                 "RETURNED THIS RUN"
           ELSE
              PERFORM UNTIL EOF-YES
                 READ BNK-ITEM-IN
                    AT END
                       SET EOF-YES TO TRUE
                    NOT AT END
                       ADD 1 TO WS-ITEMS-READ
                       MOVE BR-ITEM-STATUS TO WS-IW-ACTION
                       MOVE BR-POLICY-NO TO WS-IW-POLICY
                       MOVE BR-AMOUNT TO WS-IW-AMOUNT
                       MOVE BR-PAY-DATE TO WS-IW-PAY-DATE
                       MOVE BR-RETURN-REASON TO WS-IW-REASON
                       PERFORM 225-APPLY-ONE-ITEM
                 END-READ
              END-PERFORM
              CLOSE BNK-ITEM-IN
           END-IF.

      * Matches one bank item or void request to the oldest open
      * payment with the same policy, amount and pay date. A cleared
      * item closes the payment; a return or void closes it AND
      * sends it back out as a reissue with its reversing entry.
       225-APPLY-ONE-ITEM.
           PERFORM 260-FIND-OPEN-PAYMENT.
           MOVE WS-IW-POLICY TO DET-POLICY.
           MOVE WS-IW-PAY-DATE TO DET-PAY-DATE.
           MOVE WS-IW-AMOUNT TO DET-AMOUNT.
           MOVE 0 TO DET-DAYS.
           IF WS-MATCH-SUB = 0
              OR NOT (IW-CLEARED OR IW-RETURNED OR IW-VOIDED)
              ADD 1 TO WS-UNMATCHED-COUNT
              ADD WS-IW-AMOUNT TO WS-UNMATCHED-AMOUNT
              MOVE SPACES TO DET-METHOD
              MOVE SPACES TO DET-PAYEE
              IF WS-MATCH-SUB = 0
                 MOVE "*** NO MATCHING OUTSTANDING PAYMENT ***"
                    TO DET-NOTE
              ELSE
                 MOVE "*** UNRECOGNIZED ITEM STATUS ***" TO DET-NOTE
              END-IF
              WRITE REPORT-LINE FROM WS-DETAIL-LINE
           ELSE
              MOVE WS-OT-PAYEE(WS-MATCH-SUB) TO DET-PAYEE
              MOVE WS-OT-METHOD(WS-MATCH-SUB) TO WS-METHOD-CODE
              PERFORM 270-SET-METHOD-TEXT
              MOVE WS-IW-ACTION TO WS-OT-STATUS(WS-MATCH-SUB)
              EVALUATE TRUE
                 WHEN IW-CLEARED
                    ADD 1 TO WS-CLEARED-COUNT
                    ADD WS-IW-AMOUNT TO WS-CLEARED-AMOUNT
                    MOVE "CLEARED" TO DET-NOTE
                 WHEN IW-RETURNED
                    ADD 1 TO WS-RETURNED-COUNT
                    ADD WS-IW-AMOUNT TO WS-RETURNED-AMOUNT
                    MOVE SPACES TO DET-NOTE
                    STRING "RETURNED - " DELIMITED BY SIZE
                           WS-IW-REASON DELIMITED BY "  "
                           " - REISSUED" DELIMITED BY SIZE
                       INTO DET-NOTE
                    END-STRING
                    PERFORM 230-REISSUE-PAYMENT
                 WHEN IW-VOIDED
                    ADD 1 TO WS-VOIDED-COUNT
                    ADD WS-IW-AMOUNT TO WS-VOIDED-AMOUNT
                    MOVE SPACES TO DET-NOTE
                    STRING "VOIDED - " DELIMITED BY SIZE
                           WS-IW-REASON DELIMITED BY "  "
                           " - REISSUED" DELIMITED BY SIZE
                       INTO DET-NOTE
                    END-STRING
                    PERFORM 230-REISSUE-PAYMENT
              END-EVALUATE
              WRITE REPORT-LINE FROM WS-DETAIL-LINE
           END-IF.

      * Writes the reissue payable for the payment at WS-MATCH-SUB,
      * rolls its amount into the region's reversing entry and marks
      * the claims it paid as returned.
       230-REISSUE-PAYMENT.
           ADD 1 TO WS-REISSUE-COUNT.
           MOVE SPACES TO PAY-REC.
           MOVE WS-OT-POLICY(WS-MATCH-SUB) TO PY-POLICY-NO.
           MOVE WS-OT-PAYEE(WS-MATCH-SUB) TO PY-PAYEE-NAME.
           MOVE WS-OT-AMOUNT(WS-MATCH-SUB) TO PY-NET-AMOUNT.
           MOVE WS-OT-PAY-DATE(WS-MATCH-SUB) TO PY-CLAIM-DATE.
           MOVE "RIS" TO PY-SOURCE.
           MOVE WS-IW-ACTION TO PY-REISSUE-REASON.
           MOVE WS-OT-METHOD(WS-MATCH-SUB) TO PY-ORIG-METHOD.
           MOVE 0 TO PY-TAX-AMOUNT.
           IF WS-OT-POLICY(WS-MATCH-SUB)(1:4) = "SHOP"
              MOVE WS-OT-POLICY(WS-MATCH-SUB)(5:4) TO PY-SHOP-CODE
           END-IF.
           WRITE PAY-REC.
           PERFORM 235-LOOKUP-REGION.
           ADD WS-OT-AMOUNT(WS-MATCH-SUB)
              TO WS-GL-REVERSED(WS-CURRENT-REGION).
           IF CLMSTAT-OPEN-YES
              PERFORM 232-MARK-CLAIMS-RETURNED
           END-IF.

      * A policyholder payment's claims are walked on the policy key:
      * every claim PAYDISB stamped paid to the policyholder on the
      * payment's pay date by the payment's method is the payment's.
      * A shop payment is held for 305-MARK-SHOP-CLAIMS.
       232-MARK-CLAIMS-RETURNED.
           IF WS-OT-POLICY(WS-MATCH-SUB)(1:4) = "SHOP"
              PERFORM 234-HOLD-SHOP-RETURN
           ELSE
              MOVE 'N' TO WS-CLAIMS-DONE
              MOVE WS-OT-POLICY(WS-MATCH-SUB) TO CST-POLICY-NO
              START BNK-CLAIM-STATUS KEY = CST-POLICY-NO
                 INVALID KEY
                    SET CLAIMS-DONE-YES TO TRUE
              END-START
              PERFORM UNTIL CLAIMS-DONE-YES
                 READ BNK-CLAIM-STATUS NEXT RECORD
                    AT END
                       SET CLAIMS-DONE-YES TO TRUE
                    NOT AT END
                       IF CST-POLICY-NO NOT = WS-OT-POLICY(WS-MATCH-SUB)
                          SET CLAIMS-DONE-YES TO TRUE
                       ELSE
                          IF CST-PAID-SHOP = SPACES
                             AND CST-PAID-DATE =
                                 WS-OT-PAY-DATE(WS-MATCH-SUB)
                             AND CST-PAY-METHOD =
                                 WS-OT-METHOD(WS-MATCH-SUB)
                             PERFORM 236-MARK-ONE-CLAIM
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
           END-IF.

       234-HOLD-SHOP-RETURN.
           IF WS-SHOP-RTN-COUNT < WS-MAX-SHOP-RETURNS
              ADD 1 TO WS-SHOP-RTN-COUNT
              MOVE WS-OT-POLICY(WS-MATCH-SUB)(5:4)
                 TO WS-SR-SHOP(WS-SHOP-RTN-COUNT)
              MOVE WS-OT-PAY-DATE(WS-MATCH-SUB)
                 TO WS-SR-PAY-DATE(WS-SHOP-RTN-COUNT)
              MOVE WS-OT-METHOD(WS-MATCH-SUB)
                 TO WS-SR-METHOD(WS-SHOP-RTN-COUNT)
           ELSE
              ADD 1 TO WS-SHOP-RTN-LOST
              DISPLAY "WARNING: RETURNED SHOP PAYMENT TABLE FULL - "
                 WS-OT-POLICY(WS-MATCH-SUB) " CLAIMS NOT MARKED"
           END-IF.

      * The claim keeps its paid date and amount, so it still traces
      * to the payment that failed; pay method R says that payment
      * came back and the reissue is due. PAYDISB stamps it paid
      * again, off this pay date, when the reissue goes out.
       236-MARK-ONE-CLAIM.
           MOVE "R" TO CST-PAY-METHOD.
           REWRITE CLAIM-STATUS-REC
              INVALID KEY
                 DISPLAY "WARNING: CLAIM " CST-CLAIM-NO
                    " NOT REWRITTEN - NOT MARKED RETURNED"
              NOT INVALID KEY
                 ADD 1 TO WS-CLAIMS-RETURNED
           END-REWRITE.

       235-LOOKUP-REGION.
           SET REG-LKP-IDX TO 1.
           SEARCH WS-RL-ENTRY
              AT END
                 MOVE WS-REGION-UNASSIGNED-ID TO WS-CURRENT-REGION
              WHEN WS-RL-PREFIX(REG-LKP-IDX) = WS-IW-POLICY(1:1)
                 MOVE WS-RL-REGION-ID(REG-LKP-IDX) TO WS-CURRENT-REGION
           END-SEARCH.

      * Accounts payable's void requests, applied after the bank
      * items so a cheque the bank cleared tonight cannot also be
      * voided - its void request will list as unmatched instead.
       240-APPLY-VOID-REQUESTS.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT BNK-VOID-IN.
           IF WS-VOID-STATUS = "00"
              PERFORM UNTIL EOF-YES
                 READ BNK-VOID-IN
                    AT END
                       SET EOF-YES TO TRUE
                    NOT AT END
                       ADD 1 TO WS-VOIDS-READ
                       MOVE "V" TO WS-IW-ACTION
                       MOVE VD-POLICY-NO TO WS-IW-POLICY
                       MOVE VD-AMOUNT TO WS-IW-AMOUNT
                       MOVE VD-PAY-DATE TO WS-IW-PAY-DATE
                       MOVE VD-VOID-REASON TO WS-IW-REASON
                       PERFORM 225-APPLY-ONE-ITEM
                 END-READ
              END-PERFORM
              CLOSE BNK-VOID-IN
           END-IF.

      * Leaves WS-MATCH-SUB on the first still-open payment with the
      * item's policy, amount and pay date, or zero.
       260-FIND-OPEN-PAYMENT.
           MOVE 0 TO WS-MATCH-SUB.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-OUTST-COUNT
                      OR WS-MATCH-SUB > 0
              IF WS-OT-STATUS(WS-I) = "O"
                 AND WS-OT-POLICY(WS-I) = WS-IW-POLICY
                 AND WS-OT-AMOUNT(WS-I) = WS-IW-AMOUNT
                 AND WS-OT-PAY-DATE(WS-I) = WS-IW-PAY-DATE
                 MOVE WS-I TO WS-MATCH-SUB
              END-IF
           END-PERFORM.

      * Leaves WS-MATCH-SUB on the first payment of any status with
      * the item's policy, amount and pay date, or zero.
       265-FIND-ANY-PAYMENT.
           MOVE 0 TO WS-MATCH-SUB.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-OUTST-COUNT
                      OR WS-MATCH-SUB > 0
              IF WS-OT-POLICY(WS-I) = WS-IW-POLICY
                 AND WS-OT-AMOUNT(WS-I) = WS-IW-AMOUNT
                 AND WS-OT-PAY-DATE(WS-I) = WS-IW-PAY-DATE
                 MOVE WS-I TO WS-MATCH-SUB
              END-IF
           END-PERFORM.

       270-SET-METHOD-TEXT.
           IF WS-METHOD-CODE = "C"
              MOVE "CHEQUE" TO DET-METHOD
           ELSE
              MOVE "EFT" TO DET-METHOD
           END-IF.

       290-ABEND-BAD-BANKOUT.
           DISPLAY "RUN ABORTED - OUTSTANDING MASTER NOT REWRITTEN. "
              "RERUN AFTER THE DISBURSEMENT FILE IS CORRECTED.".
           MOVE 16 TO RETURN-CODE.
           PERFORM 920-RUN-STATE-ABEND.
           STOP RUN.

       300-FINAL.
           IF CLMSTAT-OPEN-YES
              PERFORM 305-MARK-SHOP-CLAIMS
              CLOSE BNK-CLAIM-STATUS
           END-IF.
           PERFORM 310-LIST-OUTSTANDING.
           PERFORM 320-WRITE-NEW-MASTER.
           PERFORM 330-WRITE-GL-EXTRACT.
           PERFORM 340-SUMMARY-TOTALS.
           CLOSE BNK-REPORT BNK-REISSUE.

      * One pass of the claim status master for the night's returned
      * and voided shop payments: a claim PAYDISB stamped paid to the
      * shop on the payment's pay date by the payment's method is
      * the payment's.
       305-MARK-SHOP-CLAIMS.
           IF WS-SHOP-RTN-COUNT > 0
              MOVE 'N' TO WS-CLAIMS-DONE
              MOVE LOW-VALUES TO CST-CLAIM-NO
              START BNK-CLAIM-STATUS KEY NOT LESS THAN CST-CLAIM-NO
                 INVALID KEY
                    SET CLAIMS-DONE-YES TO TRUE
              END-START
              PERFORM UNTIL CLAIMS-DONE-YES
                 READ BNK-CLAIM-STATUS NEXT RECORD
                    AT END
                       SET CLAIMS-DONE-YES TO TRUE
                    NOT AT END
                       IF CST-PAID-SHOP NOT = SPACES
                          PERFORM 306-CHECK-SHOP-CLAIM
                       END-IF
                 END-READ
              END-PERFORM
           END-IF.

       306-CHECK-SHOP-CLAIM.
           PERFORM VARYING WS-SHOP-RTN-SUB FROM 1 BY 1
                   UNTIL WS-SHOP-RTN-SUB > WS-SHOP-RTN-COUNT
                      OR CST-PAY-METHOD = "R"
              IF CST-PAID-SHOP = WS-SR-SHOP(WS-SHOP-RTN-SUB)
                 AND CST-PAID-DATE = WS-SR-PAY-DATE(WS-SHOP-RTN-SUB)
                 AND CST-PAY-METHOD = WS-SR-METHOD(WS-SHOP-RTN-SUB)
                 PERFORM 236-MARK-ONE-CLAIM
              END-IF
           END-PERFORM.

      * Every payment still open after tonight's activity, with its
      * age off the pay date. Cheques past the stale-date limit are
      * flagged; EFTs do not stale-date, but an EFT still open after
      * the limit has plainly gone astray and is flagged too.
       310-LIST-OUTSTANDING.
           WRITE REPORT-LINE FROM WS-BLANK-LINE.
           WRITE REPORT-LINE FROM WS-OUTSTANDING-TITLE.
           WRITE REPORT-LINE FROM WS-HEADING-2.
           WRITE REPORT-LINE FROM WS-BLANK-LINE.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-OUTST-COUNT
              IF WS-OT-STATUS(WS-I) = "O"
                 PERFORM 315-PRINT-OUTSTANDING-LINE
              END-IF
           END-PERFORM.

       315-PRINT-OUTSTANDING-LINE.
           ADD 1 TO WS-OPEN-COUNT.
           ADD WS-OT-AMOUNT(WS-I) TO WS-OPEN-AMOUNT.
           COMPUTE WS-DATE-8 = 20000000 + WS-OT-PAY-DATE(WS-I).
           COMPUTE WS-PAY-INT-DATE =
              FUNCTION INTEGER-OF-DATE(WS-DATE-8).
           IF WS-PAY-INT-DATE > 0
              AND WS-PAY-INT-DATE <= WS-RUN-INT-DATE
              COMPUTE WS-DAYS-OUT = WS-RUN-INT-DATE - WS-PAY-INT-DATE
           ELSE
              MOVE 0 TO WS-DAYS-OUT
           END-IF.
           MOVE WS-OT-POLICY(WS-I) TO DET-POLICY.
           MOVE WS-OT-METHOD(WS-I) TO WS-METHOD-CODE.
           PERFORM 270-SET-METHOD-TEXT.
           MOVE WS-OT-PAYEE(WS-I) TO DET-PAYEE.
           MOVE WS-OT-PAY-DATE(WS-I) TO DET-PAY-DATE.
           MOVE WS-OT-AMOUNT(WS-I) TO DET-AMOUNT.
           MOVE WS-DAYS-OUT TO DET-DAYS.
           IF WS-DAYS-OUT > WS-STALE-DAYS
              ADD 1 TO WS-STALE-COUNT
              ADD WS-OT-AMOUNT(WS-I) TO WS-STALE-AMOUNT
              IF WS-OT-METHOD(WS-I) = "C"
                 MOVE "*** STALE-DATED - VOID AND REISSUE ***"
                    TO DET-NOTE
              ELSE
                 MOVE "*** EFT NOT CONFIRMED BY BANK ***" TO DET-NOTE
              END-IF
           ELSE
              MOVE "OUTSTANDING" TO DET-NOTE
           END-IF.
           WRITE REPORT-LINE FROM WS-DETAIL-LINE.

      * Writes the still-open payments out as the new outstanding
      * master generation, followed by any prior-master records the
      * load could not table, copied through unchanged, and then any
      * of the night's issued payments the table could not take -
      * so the new master stays in issue order.
       320-WRITE-NEW-MASTER.
           OPEN OUTPUT BNK-OUTST-OUT.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-OUTST-COUNT
              IF WS-OT-STATUS(WS-I) = "O"
                 MOVE SPACES TO OS-REC-OUT
                 MOVE WS-OT-METHOD(WS-I) TO OSO-PAY-METHOD
                 MOVE WS-OT-POLICY(WS-I) TO OSO-POLICY-NO
                 MOVE WS-OT-PAYEE(WS-I) TO OSO-PAYEE-NAME
                 MOVE WS-OT-AMOUNT(WS-I) TO OSO-AMOUNT
                 MOVE WS-OT-PAY-DATE(WS-I) TO OSO-PAY-DATE
                 MOVE "O" TO OSO-STATUS
                 WRITE OS-REC-OUT
              END-IF
           END-PERFORM.
           IF WS-OUTST-SKIPPED > 0
              PERFORM 325-PASS-OVERFLOW-THROUGH
           END-IF.
           IF WS-ISSUED-OVERFLOW > 0
              PERFORM 327-PASS-ISSUED-OVERFLOW
           END-IF.
           CLOSE BNK-OUTST-OUT.

      * Re-reads the prior master past the records the table took
      * and copies the rest to the new generation untouched.
       325-PASS-OVERFLOW-THROUGH.
           MOVE 'N' TO WS-OUTST-EOF.
           OPEN INPUT BNK-OUTST-IN.
           PERFORM WS-OUTST-LOADED TIMES
              READ BNK-OUTST-IN
                 AT END
                    SET OUTST-EOF-YES TO TRUE
              END-READ
           END-PERFORM.
           PERFORM UNTIL OUTST-EOF-YES
              READ BNK-OUTST-IN
                 AT END
                    SET OUTST-EOF-YES TO TRUE
                 NOT AT END
                    ADD 1 TO WS-OUTST-PASSED
                    WRITE OS-REC-OUT FROM OS-REC-IN
              END-READ
           END-PERFORM.
           CLOSE BNK-OUTST-IN.

      * Re-reads the disbursement file from the first payment the
      * table could not take and writes each one to the new
      * generation as outstanding. The already-outstanding test
      * 205-ADD-ONE-PAYMENT made is made again against the same
      * table entries - only their status has changed since - so a
      * payment skipped there as a duplicate is skipped here too.
       327-PASS-ISSUED-OVERFLOW.
           MOVE 'N' TO WS-EOF.
           MOVE 0 TO WS-ISSUED-REREAD.
           OPEN INPUT BNK-ISSUED-IN.
           PERFORM UNTIL EOF-YES
              READ BNK-ISSUED-IN
                 AT END
                    SET EOF-YES TO TRUE
                 NOT AT END
                    IF BK-REC-TYPE NOT = "T"
                       ADD 1 TO WS-ISSUED-REREAD
                       IF WS-ISSUED-REREAD >= WS-OVERFLOW-START
                          PERFORM 328-PASS-ONE-ISSUED
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE BNK-ISSUED-IN.

       328-PASS-ONE-ISSUED.
           MOVE BK-POLICY-NO TO WS-IW-POLICY.
           MOVE BK-AMOUNT TO WS-IW-AMOUNT.
           MOVE BK-PAY-DATE TO WS-IW-PAY-DATE.
           PERFORM 265-FIND-ANY-PAYMENT.
           IF WS-MATCH-SUB = 0
              OR WS-OT-METHOD(WS-MATCH-SUB) NOT = BK-PAY-METHOD
              MOVE SPACES TO OS-REC-OUT
              MOVE BK-PAY-METHOD TO OSO-PAY-METHOD
              MOVE BK-POLICY-NO TO OSO-POLICY-NO
              MOVE BK-PAYEE-NAME TO OSO-PAYEE-NAME
              MOVE BK-AMOUNT TO OSO-AMOUNT
              MOVE BK-PAY-DATE TO OSO-PAY-DATE
              MOVE "O" TO OSO-STATUS
              WRITE OS-REC-OUT
           END-IF.

      * One balanced pair per region with returns or voids: the cash
      * that came back (or was never drawn) debits the bank account,
      * and claims payable is credited so the liability stands again
      * until the reissue is paid. A night with no returns or voids
      * still writes the trailer, so the extract always proves.
       330-WRITE-GL-EXTRACT.
           OPEN OUTPUT BNK-GL-POSTING.
           MOVE 0 TO WS-GL-LINE-COUNT.
           MOVE 0 TO WS-GL-NET.
           PERFORM VARYING WS-GL-R FROM 1 BY 1 UNTIL WS-GL-R > 5
              IF WS-GL-REVERSED(WS-GL-R) > 0
                 PERFORM 335-WRITE-GL-REGION
              END-IF
           END-PERFORM.
           MOVE SPACES TO GL-TRAILER.
           MOVE "T" TO GT-REC-TYPE.
           MOVE WS-GL-LINE-COUNT TO GT-LINE-COUNT.
           MOVE WS-GL-NET TO GT-NET-AMOUNT.
           WRITE GL-TRAILER.
           CLOSE BNK-GL-POSTING.
           IF WS-GL-NET NOT = 0
              DISPLAY "ERROR: GL POSTING EXTRACT OUT OF BALANCE BY "
                 WS-GL-NET
           END-IF.

       335-WRITE-GL-REGION.
           MOVE SPACES TO GL-REC.
           MOVE "D" TO GL-REC-TYPE.
           MOVE "1000CASH" TO GL-ACCOUNT.
           MOVE WS-GL-R TO GL-CC-REGION.
           MOVE "BNK" TO GL-CC-PROD.
           MOVE "DR" TO GL-DR-CR.
           MOVE WS-GL-REVERSED(WS-GL-R) TO GL-AMOUNT.
           MOVE "BNK" TO GL-SOURCE.
           MOVE WS-RUN-DATE-RAW TO GL-RUN-DATE.
           WRITE GL-REC.
           ADD 1 TO WS-GL-LINE-COUNT.
           ADD WS-GL-REVERSED(WS-GL-R) TO WS-GL-NET.

           MOVE SPACES TO GL-REC.
           MOVE "D" TO GL-REC-TYPE.
           MOVE "2100CLPY" TO GL-ACCOUNT.
           MOVE WS-GL-R TO GL-CC-REGION.
           MOVE "BNK" TO GL-CC-PROD.
           MOVE "CR" TO GL-DR-CR.
           MOVE WS-GL-REVERSED(WS-GL-R) TO GL-AMOUNT.
           MOVE "BNK" TO GL-SOURCE.
           MOVE WS-RUN-DATE-RAW TO GL-RUN-DATE.
           WRITE GL-REC.
           ADD 1 TO WS-GL-LINE-COUNT.
           SUBTRACT WS-GL-REVERSED(WS-GL-R) FROM WS-GL-NET.

       340-SUMMARY-TOTALS.
           WRITE REPORT-LINE FROM WS-BLANK-LINE.
           WRITE REPORT-LINE FROM WS-SUM-LINE-ONE.
           WRITE REPORT-LINE FROM WS-SUM-TITLE.
           WRITE REPORT-LINE FROM WS-BLANK-LINE.

           MOVE WS-OUTST-READ TO SUM-BFWD.
           WRITE REPORT-LINE FROM WS-SUM-BFWD.

           MOVE WS-OUTST-PASSED TO SUM-PASSED.
           WRITE REPORT-LINE FROM WS-SUM-PASSED.

           MOVE WS-ISSUED-OVERFLOW TO SUM-ISSUED-PASSED.
           WRITE REPORT-LINE FROM WS-SUM-ISSUED-PASSED.

           MOVE WS-ISSUED-ADDED TO SUM-ISSUED.
           MOVE WS-ISSUED-AMOUNT TO SUM-ISSUED-AMT.
           WRITE REPORT-LINE FROM WS-SUM-ISSUED.

           MOVE WS-ISSUED-DUPS TO SUM-DUPS.
           WRITE REPORT-LINE FROM WS-SUM-DUPS.

           MOVE WS-ITEMS-READ TO SUM-ITEMS.
           WRITE REPORT-LINE FROM WS-SUM-ITEMS.

           MOVE WS-VOIDS-READ TO SUM-VOIDS.
           WRITE REPORT-LINE FROM WS-SUM-VOIDS.

           MOVE WS-CLEARED-COUNT TO SUM-CLEARED.
           MOVE WS-CLEARED-AMOUNT TO SUM-CLEARED-AMT.
           WRITE REPORT-LINE FROM WS-SUM-CLEARED.

           MOVE WS-RETURNED-COUNT TO SUM-RETURNED.
           MOVE WS-RETURNED-AMOUNT TO SUM-RETURNED-AMT.
           WRITE REPORT-LINE FROM WS-SUM-RETURNED.

           MOVE WS-VOIDED-COUNT TO SUM-VOIDED.
           MOVE WS-VOIDED-AMOUNT TO SUM-VOIDED-AMT.
           WRITE REPORT-LINE FROM WS-SUM-VOIDED.

           MOVE WS-UNMATCHED-COUNT TO SUM-UNMATCHED.
           MOVE WS-UNMATCHED-AMOUNT TO SUM-UNMATCHED-AMT.
           WRITE REPORT-LINE FROM WS-SUM-UNMATCHED.

           MOVE WS-OPEN-COUNT TO SUM-OPEN.
           MOVE WS-OPEN-AMOUNT TO SUM-OPEN-AMT.
           WRITE REPORT-LINE FROM WS-SUM-OPEN.

           MOVE WS-STALE-COUNT TO SUM-STALE.
           MOVE WS-STALE-AMOUNT TO SUM-STALE-AMT.
           WRITE REPORT-LINE FROM WS-SUM-STALE.

           MOVE WS-REISSUE-COUNT TO SUM-REISSUE.
           WRITE REPORT-LINE FROM WS-SUM-REISSUE.

           MOVE WS-CLAIMS-RETURNED TO SUM-CLAIMS-RETURNED.
           WRITE REPORT-LINE FROM WS-SUM-CLAIMS-RETURNED.

           MOVE WS-SHOP-RTN-LOST TO SUM-SHOP-RTN-LOST.
           WRITE REPORT-LINE FROM WS-SUM-SHOP-RTN-LOST.

           MOVE WS-STALE-DAYS TO SUM-STALE-DAYS.
           WRITE REPORT-LINE FROM WS-SUM-STALE-DAYS.

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
           OPEN I-O BNK-RUN-STATE.
           IF WS-RUNST-STATUS = "35"
              OPEN OUTPUT BNK-RUN-STATE
              CLOSE BNK-RUN-STATE
              OPEN I-O BNK-RUN-STATE
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
              READ BNK-RUN-STATE
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
              CLOSE BNK-RUN-STATE
              DISPLAY WS-STEP-NAME " NOT STARTED - RERUN ONCE THE "
                 "STEPS ABOVE HAVE ENDED NORMALLY"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE WS-RUN-DATE-RAW TO RS-CYCLE-DATE.
           MOVE WS-STEP-NAME TO RS-PROGRAM.
           READ BNK-RUN-STATE
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
              CLOSE BNK-RUN-STATE
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
              CLOSE BNK-RUN-STATE
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           CLOSE BNK-RUN-STATE.

      * Looks on the shared parameter card for an override naming
      * this step and this cycle: keyword RERUN-OVERRIDE, the step
      * name in columns 1-10 of the value and the cycle date being
      * rerun (YYMMDD) in columns 12-17, so an override left on the
      * card cannot carry into the next night. An override found is
      * echoed on the run log.
       905-CHECK-RERUN-OVERRIDE.
           MOVE 'N' TO WS-RERUN-OVERRIDE.
           OPEN INPUT BNK-PARM-IN.
           IF WS-PARM-STATUS = "00"
              PERFORM UNTIL PARM-EOF-YES
                 READ BNK-PARM-IN
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
              CLOSE BNK-PARM-IN
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
           OPEN I-O BNK-RUN-STATE.
           IF WS-RUNST-STATUS NOT = "00"
              DISPLAY "WARNING: RUN-STATE FILE UNUSABLE - STATUS "
                 WS-RUNST-STATUS " - END OF " WS-STEP-NAME
                 " NOT RECORDED"
           ELSE
              MOVE WS-RUN-DATE-RAW TO RS-CYCLE-DATE
              MOVE WS-STEP-NAME TO RS-PROGRAM
              READ BNK-RUN-STATE
                 INVALID KEY
                    DISPLAY "WARNING: NO RUN-STATE RECORD FOR "
                       WS-STEP-NAME " - END NOT RECORDED"
                 NOT INVALID KEY
                    MOVE WS-END-STATE TO RS-STATE
                    ACCEPT RS-END-DATE FROM DATE
                    ACCEPT RS-END-TIME FROM TIME
                    MOVE RETURN-CODE TO RS-RETURN-CODE
                    COMPUTE RS-INPUT-COUNT =
                       WS-ISSUED-READ + WS-ITEMS-READ + WS-VOIDS-READ
                    MOVE WS-REISSUE-COUNT TO RS-OUTPUT-COUNT
                    MOVE WS-UNMATCHED-COUNT TO RS-EXCEPT-COUNT
                    REWRITE RUN-STATE-REC
                       INVALID KEY
                          DISPLAY "WARNING: END OF " WS-STEP-NAME
                             " NOT RECORDED - STATUS "
                             WS-RUNST-STATUS
                    END-REWRITE
              END-READ
              CLOSE BNK-RUN-STATE
           END-IF.

      * A controlled abend records itself before it stops, so the
      * run-state file shows the step failed rather than running.
       920-RUN-STATE-ABEND.
           MOVE "A" TO WS-END-STATE.
           PERFORM 915-RECORD-RUN-END.

       END PROGRAM BANKREC.
