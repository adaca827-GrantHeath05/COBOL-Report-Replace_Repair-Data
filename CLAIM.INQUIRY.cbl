       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CLMINQ.
       AUTHOR.        Grant Heath.
       DATE-WRITTEN.  2026-10-15.

      * Description:
      * Claim status inquiry off the claim status master, so the
      * claims office can answer "where is my claim" without pulling
      * the night's reports. Each request card asks either for one
      * claim by its permanent claim number or for every claim on a
      * policy. Each claim prints with its adjudication outcome, the
      * date it reached each stage of the suite - adjudicated,
      * billed, letter sent, paid, ceded, acknowledged by the GL -
      * and where it stands now. Cards that can't be read and
      * requests that find nothing are listed, never dropped.
      *
      * Request types (IQ-TYPE):
      *   C = one claim by claim number
      *   P = every claim on a policy number
      *
      * Files:
      * Input file:  INQCARD  - inquiry request cards
      * Input file:  CLMSTAT  - claim status master
      * Input file:  CYCLECTL - cycle control record
      * Output file: INQRPT   - claim status inquiry report

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INQ-CARD-IN   ASSIGN TO INQCARD
                                ORGANIZATION IS SEQUENTIAL.
           SELECT INQ-CLAIM-STATUS ASSIGN TO CLMSTAT
                                ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD KEY IS CST-CLAIM-NO
                                ALTERNATE RECORD KEY IS CST-POLICY-NO
                                   WITH DUPLICATES
                                FILE STATUS IS WS-CLMSTAT-STATUS.
           SELECT INQ-REPORT    ASSIGN TO INQRPT
                                ORGANIZATION IS SEQUENTIAL.
           SELECT INQ-CYCLE-CTL ASSIGN TO CYCLECTL
                                ORGANIZATION IS SEQUENTIAL
                                FILE STATUS IS WS-CYCLE-STATUS.

       DATA DIVISION.
       FILE SECTION.

      * One inquiry per card: the request type and either a claim
      * number or a policy number, left-justified.
       FD  INQ-CARD-IN
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01 INQ-CARD-REC.
          05 IQ-TYPE                PIC X(1).
          05 IQ-KEY                 PIC X(12).
          05 IQ-POLICY-NO REDEFINES IQ-KEY.
             10 IQ-POLICY           PIC X(10).
             10 FILLER              PIC X(2).
          05 FILLER                 PIC X(67).

      *---------------------------------------------------------------*
      * CLAIM STATUS MASTER - keyed by permanent claim number, with the
      * policy number as an alternate key. Written at adjudication by
      * RPRREPORT/RPLREPORT and stamped by DEDSTMT (billed), CLMLETTR
      * (letter sent), PAYDISB (paid), CESSRPT (ceded) and GLACKRPT
      * (GL acknowledged); BANKREC marks a returned or voided payment
      * (pay method R). A zero date is a stage not reached yet.
      *---------------------------------------------------------------*
       FD  INQ-CLAIM-STATUS
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

       FD  INQ-REPORT
           RECORDING MODE IS F
           RECORD CONTAINS 132 CHARACTERS.
       01 REPORT-LINE             PIC X(132).

      *---------------------------------------------------------------*
      * CYCLE CONTROL RECORD - the business date this run belongs to,
      * stamped everywhere the system clock used to be. The scheduler
      * advances it with CYCADV only when the full suite completes,
      * so a rerun after an abend still carries the night it is
      * making up, and two cycles can run on one calendar day.
      *---------------------------------------------------------------*
       FD  INQ-CYCLE-CTL
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01 CYCLE-REC-IN.
          05 CC-CYCLE-DATE          PIC 9(6).
          05 FILLER                 PIC X(74).

       WORKING-STORAGE SECTION.

       77 WS-CYCLE-STATUS         PIC X(2)        VALUE SPACES.
       77 WS-CLMSTAT-STATUS       PIC X(2)        VALUE SPACES.

       01 WS-FLAGS.
          05 WS-EOF               PIC X           VALUE 'N'.
             88 EOF-YES                           VALUE 'Y'.
          05 WS-CLAIMS-DONE       PIC X           VALUE 'N'.
             88 CLAIMS-DONE-YES                   VALUE 'Y'.

       01 WS-COUNTERS.
          05 WS-CARDS-READ        PIC 9(5)        VALUE 0.
          05 WS-CARDS-REJECTED    PIC 9(5)        VALUE 0.
          05 WS-CARDS-NOT-FOUND   PIC 9(5)        VALUE 0.
          05 WS-CLAIMS-LISTED     PIC 9(6)        VALUE 0.
          05 WS-REQUEST-CLAIMS    PIC 9(5)        VALUE 0.

       01 WS-RUN-DATE-RAW         PIC 9(6)        VALUE 0.
       01 WS-RUN-DATE-BREAKDOWN REDEFINES WS-RUN-DATE-RAW.
          05 WS-RUN-YY            PIC 99.
          05 WS-RUN-MM            PIC 99.
          05 WS-RUN-DD            PIC 99.
       01 WS-RUN-DATE-ED          PIC X(10)       VALUE SPACES.

      *---------------------------------------------------------------*
      * STAGE DATE EDIT - a milestone date prints as YYMMDD, or as
      * dashes when the claim hasn't reached that stage.
      *---------------------------------------------------------------*
       01 WS-STAGE-DATE-IN        PIC 9(6)        VALUE 0.
       01 WS-STAGE-DATE-OUT       PIC X(6)        VALUE SPACES.

       01 WS-BLANK-LINE           PIC X(132)      VALUE SPACES.

       01 WS-HEADING-1.
          05 FILLER               PIC X(45)       VALUE SPACES.
          05 FILLER               PIC X(30)       VALUE
                                  "CLAIM STATUS INQUIRY".
          05 FILLER               PIC X(30)       VALUE SPACES.
          05 FILLER               PIC X(10)       VALUE "RUN DATE: ".
          05 INQ-RUN-DATE         PIC X(10).

       01 WS-REQUEST-LINE.
          05 FILLER               PIC X(9)        VALUE "REQUEST: ".
          05 REQ-TYPE-TEXT        PIC X(14).
          05 REQ-KEY              PIC X(12).

       01 WS-COL-HEADS-1.
          05 FILLER               PIC X(15)       VALUE "CLAIM NUMBER".
          05 FILLER               PIC X(13)       VALUE "POLICY #".
          05 FILLER               PIC X(6)        VALUE "PRD".
          05 FILLER               PIC X(9)        VALUE "TYPE".
          05 FILLER               PIC X(9)        VALUE "CLM DATE".
          05 FILLER               PIC X(14)       VALUE "     CLAIMED".
          05 FILLER               PIC X(14)       VALUE "    APPROVED".
          05 FILLER               PIC X(14)       VALUE "        PAID".
          05 FILLER               PIC X(3)        VALUE SPACES.
          05 FILLER               PIC X(12)       VALUE "STANDING".

       01 WS-COL-HEADS-2.
          05 FILLER               PIC X(15)       VALUE SPACES.
          05 FILLER               PIC X(11)       VALUE "ADJUDICATED".
          05 FILLER               PIC X(3)        VALUE SPACES.
          05 FILLER               PIC X(9)        VALUE "BILLED".
          05 FILLER               PIC X(9)        VALUE "LETTER".
          05 FILLER               PIC X(9)        VALUE "PAID".
          05 FILLER               PIC X(9)        VALUE "CEDED".
          05 FILLER               PIC X(9)        VALUE "GL ACK".

       01 WS-DETAIL-LINE.
          05 DET-CLAIM-NO         PIC X(12).
          05 FILLER               PIC X(3)        VALUE SPACES.
          05 DET-POLICY           PIC X(10).
          05 FILLER               PIC X(3)        VALUE SPACES.
          05 DET-PROD             PIC X(3).
          05 FILLER               PIC X(3)        VALUE SPACES.
          05 DET-TYPE             PIC X(7).
          05 FILLER               PIC X(2)        VALUE SPACES.
          05 DET-CLAIM-DATE       PIC 9(6).
          05 FILLER               PIC X(3)        VALUE SPACES.
          05 DET-CLAIMED          PIC Z,ZZZ,ZZ9.99.
          05 FILLER               PIC X(2)        VALUE SPACES.
          05 DET-APPROVED         PIC Z,ZZZ,ZZ9.99.
          05 FILLER               PIC X(2)        VALUE SPACES.
          05 DET-PAID             PIC Z,ZZZ,ZZ9.99.
          05 FILLER               PIC X(3)        VALUE SPACES.
          05 DET-STANDING         PIC X(30).

       01 WS-STAGE-LINE.
          05 FILLER               PIC X(15)       VALUE SPACES.
          05 STG-ADJ              PIC X(6).
          05 FILLER               PIC X(8)        VALUE SPACES.
          05 STG-BILLED           PIC X(6).
          05 FILLER               PIC X(3)        VALUE SPACES.
          05 STG-LETTER           PIC X(6).
          05 FILLER               PIC X(3)        VALUE SPACES.
          05 STG-PAID             PIC X(6).
          05 FILLER               PIC X(3)        VALUE SPACES.
          05 STG-CEDED            PIC X(6).
          05 FILLER               PIC X(3)        VALUE SPACES.
          05 STG-GL-ACK           PIC X(6).

       01 WS-MESSAGE-LINE.
          05 FILLER               PIC X(5)        VALUE SPACES.
          05 MSG-TEXT             PIC X(70).

       01 WS-SUM-LINE-ONE         PIC X(132)      VALUE ALL "-".

       01 WS-SUM-TITLE.
          05 FILLER               PIC X(56)       VALUE SPACES.
          05 FILLER               PIC X(25)       VALUE
                                  "INQUIRY RUN SUMMARY".

       01 WS-SUM-READ.
          05 FILLER               PIC X(45)       VALUE
                                  "REQUEST CARDS READ: ".
          05 SUM-READ             PIC ZZ,ZZ9.

       01 WS-SUM-REJECTED.
          05 FILLER               PIC X(45)       VALUE
                                  "REQUEST CARDS REJECTED: ".
          05 SUM-REJECTED         PIC ZZ,ZZ9.

       01 WS-SUM-NOT-FOUND.
          05 FILLER               PIC X(45)       VALUE
                                  "REQUESTS WITH NO CLAIMS ON FILE: ".
          05 SUM-NOT-FOUND        PIC ZZ,ZZ9.

       01 WS-SUM-LISTED.
          05 FILLER               PIC X(45)       VALUE
                                  "CLAIMS LISTED: ".
          05 SUM-LISTED           PIC ZZZ,ZZ9.

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
           PERFORM 110-OPEN-CLAIM-STATUS.
           OPEN INPUT INQ-CARD-IN
                OUTPUT INQ-REPORT.
           MOVE WS-RUN-DATE-ED TO INQ-RUN-DATE.
           WRITE REPORT-LINE FROM WS-HEADING-1.
           WRITE REPORT-LINE FROM WS-BLANK-LINE.
           PERFORM 210-READ-CARD.

      * The run date is the business date off the cycle control
      * record, not the system clock, so a cycle rerun the next
      * morning still stamps the night it belongs to. Only when the
      * control record is missing or unusable does the system date
      * stand in, with a loud warning.
       105-GET-CYCLE-DATE.
           OPEN INPUT INQ-CYCLE-CTL.
           IF WS-CYCLE-STATUS = "00"
              READ INQ-CYCLE-CTL
                 AT END
                    PERFORM 106-DEFAULT-CYCLE-DATE
                 NOT AT END
                    IF CC-CYCLE-DATE NUMERIC AND CC-CYCLE-DATE > 0
                       MOVE CC-CYCLE-DATE TO WS-RUN-DATE-RAW
                    ELSE
                       PERFORM 106-DEFAULT-CYCLE-DATE
                    END-IF
              END-READ
              CLOSE INQ-CYCLE-CTL
           ELSE
              PERFORM 106-DEFAULT-CYCLE-DATE
           END-IF.

       106-DEFAULT-CYCLE-DATE.
           ACCEPT WS-RUN-DATE-RAW FROM DATE.
           DISPLAY "WARNING: NO USABLE CYCLE CONTROL RECORD - "
              "SYSTEM DATE " WS-RUN-DATE-RAW " STAMPED ON THIS RUN".

      * Without the claim status master there is nothing to answer
      * from, so the run stops rather than print an empty report.
       110-OPEN-CLAIM-STATUS.
           OPEN INPUT INQ-CLAIM-STATUS.
           IF WS-CLMSTAT-STATUS NOT = "00"
              DISPLAY "ABORT: CLAIM STATUS MASTER WILL NOT OPEN - "
                 "STATUS " WS-CLMSTAT-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

      * One request card: the request heading, then the claim it
      * names or every claim on the policy it names.
       200-PROCESS-LOOP.
           MOVE 0 TO WS-REQUEST-CLAIMS.
           MOVE IQ-KEY TO REQ-KEY.
           EVALUATE IQ-TYPE
              WHEN "C"
                 MOVE "CLAIM NUMBER " TO REQ-TYPE-TEXT
                 WRITE REPORT-LINE FROM WS-REQUEST-LINE
                 PERFORM 220-INQUIRE-BY-CLAIM
              WHEN "P"
                 MOVE "POLICY NUMBER " TO REQ-TYPE-TEXT
                 WRITE REPORT-LINE FROM WS-REQUEST-LINE
                 PERFORM 230-INQUIRE-BY-POLICY
              WHEN OTHER
                 MOVE "UNKNOWN TYPE " TO REQ-TYPE-TEXT
                 WRITE REPORT-LINE FROM WS-REQUEST-LINE
                 ADD 1 TO WS-CARDS-REJECTED
                 MOVE "*** REQUEST TYPE MUST BE C (CLAIM) OR P (POLICY)"
                    TO MSG-TEXT
                 WRITE REPORT-LINE FROM WS-MESSAGE-LINE
           END-EVALUATE.
           WRITE REPORT-LINE FROM WS-BLANK-LINE.
           PERFORM 210-READ-CARD.

       210-READ-CARD.
           READ INQ-CARD-IN
           AT END
              SET EOF-YES TO TRUE
           NOT AT END
              ADD 1 TO WS-CARDS-READ
           END-READ.

       220-INQUIRE-BY-CLAIM.
           MOVE IQ-KEY TO CST-CLAIM-NO.
           READ INQ-CLAIM-STATUS
              KEY IS CST-CLAIM-NO
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 PERFORM 240-PRINT-CLAIM
           END-READ.
           PERFORM 235-CHECK-FOUND.

      * Every claim on the policy, through the policy number
      * alternate key, in the order the claims were recorded.
       230-INQUIRE-BY-POLICY.
           MOVE 'N' TO WS-CLAIMS-DONE.
           MOVE IQ-POLICY TO CST-POLICY-NO.
           START INQ-CLAIM-STATUS KEY = CST-POLICY-NO
              INVALID KEY
                 SET CLAIMS-DONE-YES TO TRUE
           END-START.
           PERFORM UNTIL CLAIMS-DONE-YES
              READ INQ-CLAIM-STATUS NEXT RECORD
                 AT END
                    SET CLAIMS-DONE-YES TO TRUE
                 NOT AT END
                    IF CST-POLICY-NO NOT = IQ-POLICY
                       SET CLAIMS-DONE-YES TO TRUE
                    ELSE
                       PERFORM 240-PRINT-CLAIM
                    END-IF
              END-READ
           END-PERFORM.
           PERFORM 235-CHECK-FOUND.

       235-CHECK-FOUND.
           IF WS-REQUEST-CLAIMS = 0
              ADD 1 TO WS-CARDS-NOT-FOUND
              MOVE "*** NO CLAIMS ON FILE FOR THIS REQUEST"
                 TO MSG-TEXT
              WRITE REPORT-LINE FROM WS-MESSAGE-LINE
           END-IF.

      * One claim: the claim line with where it stands, then the
      * date it reached each stage. The column headings repeat ahead
      * of the first claim of each request.
       240-PRINT-CLAIM.
           ADD 1 TO WS-REQUEST-CLAIMS.
           ADD 1 TO WS-CLAIMS-LISTED.
           IF WS-REQUEST-CLAIMS = 1
              WRITE REPORT-LINE FROM WS-BLANK-LINE
              WRITE REPORT-LINE FROM WS-COL-HEADS-1
              WRITE REPORT-LINE FROM WS-COL-HEADS-2
              WRITE REPORT-LINE FROM WS-BLANK-LINE
           END-IF.
           MOVE CST-CLAIM-NO TO DET-CLAIM-NO.
           MOVE CST-POLICY-NO TO DET-POLICY.
           MOVE CST-PROD-CODE TO DET-PROD.
           MOVE CST-CLAIM-TYPE TO DET-TYPE.
           MOVE CST-CLAIM-DATE TO DET-CLAIM-DATE.
           MOVE CST-CLAIMED TO DET-CLAIMED.
           MOVE CST-APPROVED TO DET-APPROVED.
           MOVE CST-PAID-AMOUNT TO DET-PAID.
           PERFORM 245-SET-STANDING.
           WRITE REPORT-LINE FROM WS-DETAIL-LINE.

           MOVE CST-ADJ-DATE TO WS-STAGE-DATE-IN.
           PERFORM 250-EDIT-STAGE-DATE.
           MOVE WS-STAGE-DATE-OUT TO STG-ADJ.
           MOVE CST-BILLED-DATE TO WS-STAGE-DATE-IN.
           PERFORM 250-EDIT-STAGE-DATE.
           MOVE WS-STAGE-DATE-OUT TO STG-BILLED.
           MOVE CST-LETTER-DATE TO WS-STAGE-DATE-IN.
           PERFORM 250-EDIT-STAGE-DATE.
           MOVE WS-STAGE-DATE-OUT TO STG-LETTER.
           MOVE CST-PAID-DATE TO WS-STAGE-DATE-IN.
           PERFORM 250-EDIT-STAGE-DATE.
           MOVE WS-STAGE-DATE-OUT TO STG-PAID.
           MOVE CST-CEDED-DATE TO WS-STAGE-DATE-IN.
           PERFORM 250-EDIT-STAGE-DATE.
           MOVE WS-STAGE-DATE-OUT TO STG-CEDED.
           MOVE CST-GL-ACK-DATE TO WS-STAGE-DATE-IN.
           PERFORM 250-EDIT-STAGE-DATE.
           MOVE WS-STAGE-DATE-OUT TO STG-GL-ACK.
           WRITE REPORT-LINE FROM WS-STAGE-LINE.

      * Where the claim stands: a refusal either has had its notice
      * or is waiting on it; an approved claim is paid (and how), has
      * had its payment returned or voided and is waiting on the
      * reissue, or is still waiting on its payment.
       245-SET-STANDING.
           EVALUATE TRUE
              WHEN CST-OUTCOME = "R" AND CST-LETTER-DATE > 0
                 MOVE "REFUSED - NOTICE SENT" TO DET-STANDING
              WHEN CST-OUTCOME = "R"
                 MOVE "REFUSED - NOTICE PENDING" TO DET-STANDING
              WHEN CST-PAID-DATE > 0 AND CST-PAY-METHOD = "E"
                 MOVE "PAID BY EFT" TO DET-STANDING
              WHEN CST-PAID-DATE > 0 AND CST-PAY-METHOD = "C"
                 MOVE "PAID BY CHEQUE" TO DET-STANDING
              WHEN CST-PAID-DATE > 0 AND CST-PAY-METHOD = "O"
                 MOVE "SETTLED BY DEDUCTIBLE OFFSET" TO DET-STANDING
              WHEN CST-PAID-DATE > 0 AND CST-PAY-METHOD = "R"
                 MOVE "PAYMENT RETURNED - REISSUE DUE" TO DET-STANDING
              WHEN CST-PAID-DATE > 0
                 MOVE "PAID" TO DET-STANDING
              WHEN CST-OUTCOME = "C"
                 MOVE "APPROVED REDUCED - NOT PAID" TO DET-STANDING
              WHEN OTHER
                 MOVE "APPROVED - NOT PAID" TO DET-STANDING
           END-EVALUATE.

       250-EDIT-STAGE-DATE.
           IF WS-STAGE-DATE-IN = 0
              MOVE "------" TO WS-STAGE-DATE-OUT
           ELSE
              MOVE WS-STAGE-DATE-IN TO WS-STAGE-DATE-OUT
           END-IF.

       300-FINAL.
           WRITE REPORT-LINE FROM WS-SUM-LINE-ONE.
           WRITE REPORT-LINE FROM WS-SUM-TITLE.
           WRITE REPORT-LINE FROM WS-BLANK-LINE.

           MOVE WS-CARDS-READ TO SUM-READ.
           WRITE REPORT-LINE FROM WS-SUM-READ.

           MOVE WS-CARDS-REJECTED TO SUM-REJECTED.
           WRITE REPORT-LINE FROM WS-SUM-REJECTED.

           MOVE WS-CARDS-NOT-FOUND TO SUM-NOT-FOUND.
           WRITE REPORT-LINE FROM WS-SUM-NOT-FOUND.

           MOVE WS-CLAIMS-LISTED TO SUM-LISTED.
           WRITE REPORT-LINE FROM WS-SUM-LISTED.

           CLOSE INQ-CARD-IN INQ-CLAIM-STATUS INQ-REPORT.

       END PROGRAM CLMINQ.
