      * the cap, the depreciation or the refusal reason from us
      * instead of discovering it when the payment doesn't match.
      *
      * Each notice prints in the customer's language of
      * correspondence off the address master: the whole notice in
      * French, with French dates (15 OCTOBRE 2026) and amounts
      * (1 234,56 $), for a customer whose preference is F - or,
      * with no preference on file, a Quebec address or, with no
      * address at all, a Q-prefix policy - and in English otherwise.
      *
      * Files:
      * Input file:  NTCRPR   - repair adjudication notice extract
      * Input file:  NTCRPL   - replace adjudication notice extract
      * Input file:  ADDRMSTR - customer name-and-address master
      * Input file:  CYCLECTL - cycle control record
      * Output file: LETTROUT - printed notices
      * I-O file:    CLMSTAT  - claim status master, letters sent
      * I-O file:    RUNSTATE - suite run-state, this step
      *
      * Sort file:   NTCSWRK

           SELECT LTR-CYCLE-CTL ASSIGN TO CYCLECTL
                                ORGANIZATION IS SEQUENTIAL
                                FILE STATUS IS WS-CYCLE-STATUS.
           SELECT LTR-CLAIM-STATUS ASSIGN TO CLMSTAT
                                ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD KEY IS CST-CLAIM-NO
                                ALTERNATE RECORD KEY IS CST-POLICY-NO
                                   WITH DUPLICATES
                                FILE STATUS IS WS-CLMSTAT-STATUS.
           SELECT LTR-RUN-STATE ASSIGN TO RUNSTATE
                                ORGANIZATION IS INDEXED
                                ACCESS MODE IS RANDOM
                                RECORD KEY IS RS-KEY
                                FILE STATUS IS WS-RUNST-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  LTR-RPR-IN
           RECORDING MODE IS F
           RECORD CONTAINS 92 CHARACTERS.
       01 LTR-RPR-REC             PIC X(92).

       FD  LTR-RPL-IN
           RECORDING MODE IS F
           RECORD CONTAINS 92 CHARACTERS.
       01 LTR-RPL-REC             PIC X(92).

       SD  LTR-SORT-WORK
           RECORD CONTAINS 92 CHARACTERS.
       01 SRT-REC.
          05 SRT-POLICY-NO          PIC X(10).
          05 FILLER                 PIC X(82).

      * Both notice extracts merged into policy order, so one
      * customer's notices print together.
       FD  LTR-SORTED
           RECORDING MODE IS F
           RECORD CONTAINS 92 CHARACTERS.
       01 NOTICE-REC-IN.
          05 NT-POLICY-NO           PIC X(10).
          05 NT-CUST-NAME           PIC X(20).
          05 NT-COV-LIMIT           PIC 9(5)V99.
          05 NT-DEP-PCT             PIC 9V99.
          05 FILLER                 PIC X(4).
          05 NT-CLAIM-NO            PIC X(12).

      *---------------------------------------------------------------*
      * CUSTOMER NAME-AND-ADDRESS MASTER - keyed by policy number,
          05 AM-CITY                PIC X(20).
          05 AM-PROVINCE            PIC X(2).
          05 AM-POSTAL-CODE         PIC X(7).
          05 AM-LANGUAGE            PIC X(1).
          05 FILLER                 PIC X(30).

       FD  LTR-PRINT
           RECORDING MODE IS F
          05 CC-CYCLE-DATE          PIC 9(6).
          05 FILLER                 PIC X(74).

      *---------------------------------------------------------------*
      * CLAIM STATUS MASTER - keyed by permanent claim number, written
      * at adjudication by RPRREPORT/RPLREPORT. Each claim a notice
      * prints for is stamped letter-sent with the notice date.
      *---------------------------------------------------------------*
       FD  LTR-CLAIM-STATUS
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
       FD  LTR-RUN-STATE
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
       77 WS-CLMSTAT-STATUS       PIC X(2)        VALUE SPACES.

       01 WS-FLAGS.
          05 WS-EOF               PIC X           VALUE 'N'.
             88 ADDR-EOF-YES                      VALUE 'Y'.
          05 WS-ADDR-FOUND-FLAG   PIC X           VALUE 'N'.
             88 ADDR-FOUND                        VALUE 'Y'.
          05 WS-CLMSTAT-OPEN      PIC X           VALUE 'N'.
             88 CLMSTAT-OPEN-YES                  VALUE 'Y'.
          05 WS-LANG-FLAG         PIC X           VALUE 'E'.
             88 LANG-ENGLISH                      VALUE 'E'.
             88 LANG-FRENCH                       VALUE 'F'.

       01 WS-COUNTERS.
          05 WS-NOTICE-READ       PIC 9(6)        VALUE 0.
          05 WS-CAPPED-COUNT      PIC 9(5)        VALUE 0.
          05 WS-REFUSED-COUNT     PIC 9(5)        VALUE 0.
          05 WS-ADDR-MISSING      PIC 9(5)        VALUE 0.
          05 WS-CLAIMS-MARKED     PIC 9(6)        VALUE 0.
          05 WS-CLAIMS-UNMARKED   PIC 9(6)        VALUE 0.
          05 WS-ENGLISH-PRINTED   PIC 9(6)        VALUE 0.
          05 WS-FRENCH-PRINTED    PIC 9(6)        VALUE 0.

      *---------------------------------------------------------------*
      * ADDRESS MASTER TABLE - same load-and-search style DEDSTMT
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
      * sign after the figure.
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

       01 WS-FR-AMOUNT-IN         PIC 9(7)V99     VALUE 0.
       01 WS-FR-AMOUNT-ED         PIC ZBZZZBZZ9.99.
       01 WS-FR-AMOUNT-OUT        PIC X(16)       VALUE SPACES.
       01 WS-FR-FACTOR-ED         PIC 9.99.

       01 WS-BLANK-LINE           PIC X(132)      VALUE SPACES.

       01 WS-LTR-HEADING.
          05 LTR-PROD             PIC X(3).
          05 FILLER               PIC X(2)        VALUE SPACES.
          05 LTR-TYPE             PIC X(7).
          05 FILLER               PIC X(5)        VALUE SPACES.
          05 FILLER               PIC X(10)       VALUE "CLAIM NO: ".
          05 LTR-CLAIM-NO         PIC X(12).

       01 WS-LTR-NAME-LINE.
          05 FILLER               PIC X(10)       VALUE SPACES.

       01 WS-LTR-REASON-LINE.
          05 FILLER               PIC X(10)       VALUE SPACES.
          05 LTR-REASON-TEXT      PIC X(100).

      *---------------------------------------------------------------*
      * REFUSAL REASON TEXTS - one per NT-REASON-CODE, built from
                                  "DEPRECIATION FACTOR USED: ".
          05 LTR-DEP              PIC 9.99.

      *---------------------------------------------------------------*
      * FRENCH NOTICE - the same notice line for line, worded in
      * French. The policy line splits in two to hold the longer
      * labels and the spelled-out claim date.
      *---------------------------------------------------------------*
       01 WS-FR-HEADING.
          05 FILLER               PIC X(10)       VALUE SPACES.
          05 FILLER               PIC X(35)       VALUE
                                  "AVIS DE DECISION - RECLAMATION".
          05 FILLER               PIC X(25)       VALUE SPACES.
          05 FILLER               PIC X(17)       VALUE
                                  "DATE DE L'AVIS : ".
          05 FR-DATE              PIC X(18).

       01 WS-FR-POLICY-LINE.
          05 FILLER               PIC X(10)       VALUE SPACES.
          05 FILLER               PIC X(9)        VALUE "POLICE : ".
          05 FR-POLICY            PIC X(10).
          05 FILLER               PIC X(5)        VALUE SPACES.
          05 FILLER               PIC X(20)       VALUE
                                  "NO DE RECLAMATION : ".
          05 FR-CLAIM-NO          PIC X(12).

       01 WS-FR-CLAIM-LINE.
          05 FILLER               PIC X(10)       VALUE SPACES.
          05 FILLER               PIC X(25)       VALUE
                                  "DATE DE LA RECLAMATION : ".
          05 FR-CLAIM-DATE        PIC X(18).
          05 FILLER               PIC X(2)        VALUE SPACES.
          05 FILLER               PIC X(10)       VALUE "PRODUIT : ".
          05 FR-PROD              PIC X(3).
          05 FILLER               PIC X(2)        VALUE SPACES.
          05 FR-TYPE              PIC X(12).

       01 WS-FR-ADDR-MISSING-LINE.
          05 FILLER               PIC X(10)       VALUE SPACES.
          05 FILLER               PIC X(30)       VALUE
                                  "*** ADRESSE NON AU DOSSIER ***".

       01 WS-FR-CLAIMED-LINE.
          05 FILLER               PIC X(10)       VALUE SPACES.
          05 FILLER               PIC X(32)       VALUE
                                  "MONTANT RECLAME : ".
          05 FR-CLAIMED           PIC X(16).

       01 WS-FR-APPROVED-LINE.
          05 FILLER               PIC X(10)       VALUE SPACES.
          05 FILLER               PIC X(32)       VALUE
                                  "MONTANT APPROUVE : ".
          05 FR-APPROVED          PIC X(16).

       01 WS-FR-LIMIT-LINE.
          05 FILLER               PIC X(10)       VALUE SPACES.
          05 FILLER               PIC X(32)       VALUE
                                  "PLAFOND DE GARANTIE APPLIQUE : ".
          05 FR-LIMIT             PIC X(16).
          05 FILLER               PIC X(5)        VALUE SPACES.
          05 FILLER               PIC X(27)       VALUE
                                  "FACTEUR DE DEPRECIATION : ".
          05 FR-DEP               PIC X(4).

      * French refusal reason texts, one per NT-REASON-CODE.
       01 WS-FR-REFUSE-F-TEXT.
          05 FILLER               PIC X(35)       VALUE
                                  "CETTE RECLAMATION EST REFUSEE : LA ".
          05 FILLER               PIC X(27)       VALUE
                                  "POLICE NE FIGURE PAS A NOS ".
          05 FILLER               PIC X(38)       VALUE
                                  "DOSSIERS.".

       01 WS-FR-REFUSE-L-TEXT.
          05 FILLER               PIC X(35)       VALUE
                                  "CETTE RECLAMATION EST REFUSEE : LA ".
          05 FILLER               PIC X(35)       VALUE
                                  "POLICE N'ETAIT PAS EN VIGUEUR A LA ".
          05 FILLER               PIC X(30)       VALUE
                                  "DATE DE LA RECLAMATION.".

       01 WS-FR-REFUSE-M-TEXT.
          05 FILLER               PIC X(35)       VALUE
                                  "CETTE RECLAMATION EST REFUSEE : LE ".
          05 FILLER               PIC X(35)       VALUE
                                  "NOM DU RECLAMANT NE CORRESPOND PAS ".
          05 FILLER               PIC X(30)       VALUE
                                  "A NOS DOSSIERS.".

       01 WS-FR-REFUSE-O-TEXT.
          05 FILLER               PIC X(31)       VALUE
                                  "CETTE RECLAMATION EST REFUSEE. ".
          05 FILLER               PIC X(32)       VALUE
                                  "VEUILLEZ COMMUNIQUER AVEC NOTRE ".
          05 FILLER               PIC X(37)       VALUE
                                  "SERVICE DES RECLAMATIONS.".

       01 WS-SUM-LINE-ONE         PIC X(132)      VALUE ALL "-".

       01 WS-SUM-TITLE.
                                  "NOTICES PRINTED: ".
          05 SUM-PRINTED          PIC ZZZ,ZZ9.

       01 WS-SUM-ENGLISH.
          05 FILLER               PIC X(45)       VALUE
                                  "  NOTICES PRINTED IN ENGLISH: ".
          05 SUM-ENGLISH          PIC ZZZ,ZZ9.

       01 WS-SUM-FRENCH.
          05 FILLER               PIC X(45)       VALUE
                                  "  NOTICES PRINTED IN FRENCH: ".
          05 SUM-FRENCH           PIC ZZZ,ZZ9.

       01 WS-SUM-CAPPED.
          05 FILLER               PIC X(45)       VALUE
                                  "APPROVED-LESS-THAN-CLAIMED NOTICES:".
                                  "NOTICES WITH NO ADDRESS ON FILE: ".
          05 SUM-MISSING          PIC ZZ,ZZ9.

       01 WS-SUM-CLAIMS-MARKED.
          05 FILLER               PIC X(45)       VALUE
                                  "CLAIMS MARKED LETTER SENT: ".
          05 SUM-CLAIMS-MARKED    PIC ZZZ,ZZ9.

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
          05 WS-STEP-NAME         PIC X(10)       VALUE "CLMLETTR".
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
           OPEN INPUT LTR-SORTED
                OUTPUT LTR-PRINT.
           PERFORM 110-LOAD-ADDRESS-MASTER.
           PERFORM 120-OPEN-CLAIM-STATUS.
           PERFORM 210-READ-RECORD.

      * The run date is the business date off the cycle control
                       MOVE AM-CITY        TO WS-AT-CITY(ADR-IDX)
                       MOVE AM-PROVINCE    TO WS-AT-PROV(ADR-IDX)
                       MOVE AM-POSTAL-CODE TO WS-AT-POSTAL(ADR-IDX)
                       MOVE AM-LANGUAGE    TO WS-AT-LANG(ADR-IDX)
                    ELSE
                       ADD 1 TO WS-ADDR-SKIPPED
                    END-IF
                 " ENTRY TABLE LIMIT AND WERE NOT LOADED"
           END-IF.

      * The claim status master is updated in place. Without it the
      * notices still print - only the letter-sent stamps are skipped.
       120-OPEN-CLAIM-STATUS.
           OPEN I-O LTR-CLAIM-STATUS.
           IF WS-CLMSTAT-STATUS = "00"
              SET CLMSTAT-OPEN-YES TO TRUE
           ELSE
              DISPLAY "WARNING: NO CLAIM STATUS MASTER - STATUS "
                 WS-CLMSTAT-STATUS " - CLAIMS NOT MARKED LETTER SENT"
           END-IF.

       200-PROCESS-LOOP.
           PERFORM 230-PRINT-NOTICE.
           IF CLMSTAT-OPEN-YES AND NT-CLAIM-NO NOT = SPACES
              PERFORM 250-MARK-LETTER-SENT
           END-IF.
           PERFORM 210-READ-RECORD.

       210-READ-RECORD.
      * One printed notice per extract record: heading, mailing
      * block, the claimed amount, and either the approved amount
      * with the limit/depreciation that produced it or the refusal
      * reason spelled out - all in the customer's language.
       230-PRINT-NOTICE.
           ADD 1 TO WS-LETTERS-PRINTED.
           IF WS-LETTERS-PRINTED > 1
              WRITE REPORT-LINE FROM WS-BLANK-LINE
              WRITE REPORT-LINE FROM WS-BLANK-LINE
           END-IF.
           PERFORM 235-LOOKUP-ADDRESS.
           PERFORM 237-SET-LANGUAGE.
           IF LANG-FRENCH
              ADD 1 TO WS-FRENCH-PRINTED
              MOVE WS-RUN-DATE-RAW TO WS-FR-DATE-IN
              PERFORM 260-FORMAT-FRENCH-DATE
              MOVE WS-FR-DATE-OUT TO FR-DATE
              WRITE REPORT-LINE FROM WS-FR-HEADING
           ELSE
              ADD 1 TO WS-ENGLISH-PRINTED
              MOVE WS-RUN-DATE-ED TO LTR-DATE
              WRITE REPORT-LINE FROM WS-LTR-HEADING
           END-IF.
           WRITE REPORT-LINE FROM WS-BLANK-LINE.

           IF ADDR-FOUND
              MOVE WS-AT-NAME(ADR-IDX) TO LTR-NAME
              WRITE REPORT-LINE FROM WS-LTR-NAME-LINE
              ADD 1 TO WS-ADDR-MISSING
              MOVE NT-CUST-NAME TO LTR-NAME
              WRITE REPORT-LINE FROM WS-LTR-NAME-LINE
              IF LANG-FRENCH
                 WRITE REPORT-LINE FROM WS-FR-ADDR-MISSING-LINE
              ELSE
                 WRITE REPORT-LINE FROM WS-ADDR-MISSING-LINE
              END-IF
           END-IF.

           WRITE REPORT-LINE FROM WS-BLANK-LINE.
           IF LANG-FRENCH
              PERFORM 245-PRINT-FRENCH-CLAIM
           ELSE
              MOVE NT-POLICY-NO TO LTR-POLICY
              MOVE NT-CLAIM-DATE TO LTR-CLAIM-DATE
              MOVE NT-PROD-CODE TO LTR-PROD
              MOVE NT-CLAIM-TYPE TO LTR-TYPE
              MOVE NT-CLAIM-NO TO LTR-CLAIM-NO
              WRITE REPORT-LINE FROM WS-LTR-POLICY-LINE
              WRITE REPORT-LINE FROM WS-BLANK-LINE
              MOVE NT-CLAIMED TO LTR-CLAIMED
              WRITE REPORT-LINE FROM WS-LTR-CLAIMED-LINE
           END-IF.

           IF NT-OUTCOME = "R"
              ADD 1 TO WS-REFUSED-COUNT
              PERFORM 240-PRINT-REFUSAL-REASON
           ELSE
              ADD 1 TO WS-CAPPED-COUNT
              IF LANG-FRENCH
                 PERFORM 247-PRINT-FRENCH-APPROVED
              ELSE
                 MOVE NT-APPROVED TO LTR-APPROVED
                 WRITE REPORT-LINE FROM WS-LTR-APPROVED-LINE
                 MOVE NT-COV-LIMIT TO LTR-LIMIT
                 MOVE NT-DEP-PCT TO LTR-DEP
                 WRITE REPORT-LINE FROM WS-LTR-LIMIT-LINE
              END-IF
           END-IF.

       235-LOOKUP-ADDRESS.
                 SET ADDR-FOUND TO TRUE
           END-SEARCH.

      * The customer's language of correspondence. The address
      * master preference decides when there is one; a record
      * MSTRMNT has not yet defaulted falls back on the province
      * (QC is French), and a notice with no address on file at all
      * goes French for a Q-prefix (Quebec-written) policy.
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
                      AND NT-POLICY-NO(1:1) = "Q"
                    MOVE "F" TO WS-LANG-FLAG
              END-EVALUATE
           ELSE
              IF NT-POLICY-NO(1:1) = "Q"
                 MOVE "F" TO WS-LANG-FLAG
              END-IF
           END-IF.

       240-PRINT-REFUSAL-REASON.
           IF LANG-FRENCH
              EVALUATE NT-REASON-CODE
                 WHEN "F"
                    MOVE WS-FR-REFUSE-F-TEXT TO LTR-REASON-TEXT
                 WHEN "L"
                    MOVE WS-FR-REFUSE-L-TEXT TO LTR-REASON-TEXT
                 WHEN "M"
                    MOVE WS-FR-REFUSE-M-TEXT TO LTR-REASON-TEXT
                 WHEN OTHER
                    MOVE WS-FR-REFUSE-O-TEXT TO LTR-REASON-TEXT
              END-EVALUATE
           ELSE
              EVALUATE NT-REASON-CODE
                 WHEN "F"
                    MOVE WS-REFUSE-F-TEXT TO LTR-REASON-TEXT
                 WHEN "L"
                    MOVE WS-REFUSE-L-TEXT TO LTR-REASON-TEXT
                 WHEN "M"
                    MOVE WS-REFUSE-M-TEXT TO LTR-REASON-TEXT
                 WHEN OTHER
                    MOVE WS-REFUSE-O-TEXT TO LTR-REASON-TEXT
              END-EVALUATE
           END-IF.
           WRITE REPORT-LINE FROM WS-LTR-REASON-LINE.

      * French policy and claim lines and the claimed amount.
       245-PRINT-FRENCH-CLAIM.
           MOVE NT-POLICY-NO TO FR-POLICY.
           MOVE NT-CLAIM-NO TO FR-CLAIM-NO.
           WRITE REPORT-LINE FROM WS-FR-POLICY-LINE.
           MOVE NT-CLAIM-DATE TO WS-FR-DATE-IN.
           PERFORM 260-FORMAT-FRENCH-DATE.
           MOVE WS-FR-DATE-OUT TO FR-CLAIM-DATE.
           MOVE NT-PROD-CODE TO FR-PROD.
           EVALUATE NT-CLAIM-TYPE
              WHEN "REPAIR"
                 MOVE "REPARATION" TO FR-TYPE
              WHEN "REPLACE"
                 MOVE "REMPLACEMENT" TO FR-TYPE
              WHEN OTHER
                 MOVE NT-CLAIM-TYPE TO FR-TYPE
           END-EVALUATE.
           WRITE REPORT-LINE FROM WS-FR-CLAIM-LINE.
           WRITE REPORT-LINE FROM WS-BLANK-LINE.
           MOVE NT-CLAIMED TO WS-FR-AMOUNT-IN.
           PERFORM 265-FORMAT-FRENCH-AMOUNT.
           MOVE WS-FR-AMOUNT-OUT TO FR-CLAIMED.
           WRITE REPORT-LINE FROM WS-FR-CLAIMED-LINE.

      * French approved amount with the limit and depreciation
      * factor that produced it.
       247-PRINT-FRENCH-APPROVED.
           MOVE NT-APPROVED TO WS-FR-AMOUNT-IN.
           PERFORM 265-FORMAT-FRENCH-AMOUNT.
           MOVE WS-FR-AMOUNT-OUT TO FR-APPROVED.
           WRITE REPORT-LINE FROM WS-FR-APPROVED-LINE.
           MOVE NT-COV-LIMIT TO WS-FR-AMOUNT-IN.
           PERFORM 265-FORMAT-FRENCH-AMOUNT.
           MOVE WS-FR-AMOUNT-OUT TO FR-LIMIT.
           MOVE NT-DEP-PCT TO WS-FR-FACTOR-ED.
           INSPECT WS-FR-FACTOR-ED REPLACING ALL "." BY ",".
           MOVE WS-FR-FACTOR-ED TO FR-DEP.
           WRITE REPORT-LINE FROM WS-FR-LIMIT-LINE.

      * Stamps the claim just noticed as letter-sent on the notice
      * date. A claim number the master doesn't know is warned and
      * counted; the notice itself has already printed.
       250-MARK-LETTER-SENT.
           MOVE NT-CLAIM-NO TO CST-CLAIM-NO.
           READ LTR-CLAIM-STATUS
              INVALID KEY
                 ADD 1 TO WS-CLAIMS-UNMARKED
                 DISPLAY "WARNING: CLAIM " CST-CLAIM-NO
                    " NOT ON CLAIM STATUS MASTER - NOT MARKED SENT"
              NOT INVALID KEY
                 MOVE WS-RUN-DATE-RAW TO CST-LETTER-DATE
                 REWRITE CLAIM-STATUS-REC
                 ADD 1 TO WS-CLAIMS-MARKED
           END-READ.

      * YYMMDD in WS-FR-DATE-IN to WS-FR-DATE-OUT as the French
      * long date, 3 SEPTEMBRE 2026 / 1ER OCTOBRE 2026. A month out
      * of range prints the date as it came.
       260-FORMAT-FRENCH-DATE.
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
      * 1 234,56 $.
       265-FORMAT-FRENCH-AMOUNT.
           MOVE WS-FR-AMOUNT-IN TO WS-FR-AMOUNT-ED.
           INSPECT WS-FR-AMOUNT-ED REPLACING ALL "." BY ",".
           MOVE SPACES TO WS-FR-AMOUNT-OUT.
           STRING FUNCTION TRIM(WS-FR-AMOUNT-ED) DELIMITED BY SIZE
                  " $"                          DELIMITED BY SIZE
              INTO WS-FR-AMOUNT-OUT
           END-STRING.

       300-FINAL.
           PERFORM 310-SUMMARY-TOTALS.
           CLOSE LTR-SORTED LTR-PRINT.
           IF CLMSTAT-OPEN-YES
              CLOSE LTR-CLAIM-STATUS
           END-IF.

       310-SUMMARY-TOTALS.
           WRITE REPORT-LINE FROM WS-BLANK-LINE.
           MOVE WS-LETTERS-PRINTED TO SUM-PRINTED.
           WRITE REPORT-LINE FROM WS-SUM-PRINTED.

           MOVE WS-ENGLISH-PRINTED TO SUM-ENGLISH.
           WRITE REPORT-LINE FROM WS-SUM-ENGLISH.

           MOVE WS-FRENCH-PRINTED TO SUM-FRENCH.
           WRITE REPORT-LINE FROM WS-SUM-FRENCH.

           MOVE WS-CAPPED-COUNT TO SUM-CAPPED.
           WRITE REPORT-LINE FROM WS-SUM-CAPPED.

           MOVE WS-ADDR-MISSING TO SUM-MISSING.
           WRITE REPORT-LINE FROM WS-SUM-MISSING.

           MOVE WS-CLAIMS-MARKED TO SUM-CLAIMS-MARKED.
           WRITE REPORT-LINE FROM WS-SUM-CLAIMS-MARKED.

           MOVE WS-CLAIMS-UNMARKED TO SUM-CLAIMS-UNMARKED.
           WRITE REPORT-LINE FROM WS-SUM-CLAIMS-UNMARKED.

      * Before any output is opened, proves that every step this one
      * depends on ended normally for the same cycle date, and
      * refuses to start otherwise - so nothing runs against an
      * extract a failed or missing step left behind. Then records
      * this step as started. The first run of all finds no
      * run-state file and creates it empty.
       900-RUN-STATE-START.
           OPEN I-O LTR-RUN-STATE.
           IF WS-RUNST-STATUS = "35"
              OPEN OUTPUT LTR-RUN-STATE
              CLOSE LTR-RUN-STATE
              OPEN I-O LTR-RUN-STATE
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
              READ LTR-RUN-STATE
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
              CLOSE LTR-RUN-STATE
              DISPLAY WS-STEP-NAME " NOT STARTED - RERUN ONCE THE "
                 "STEPS ABOVE HAVE ENDED NORMALLY"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE WS-RUN-DATE-RAW TO RS-CYCLE-DATE.
           MOVE WS-STEP-NAME TO RS-PROGRAM.
           READ LTR-RUN-STATE
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
              CLOSE LTR-RUN-STATE
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           CLOSE LTR-RUN-STATE.

       910-RUN-STATE-END.
           MOVE "E" TO WS-END-STATE.
           PERFORM 915-RECORD-RUN-END.

      * Stamps this step's run-state record with how it ended, when,
      * its return code and its key counts. An end that cannot be
      * recorded is reported loudly: the steps after this one will
      * refuse to start until the record is put right.
       915-RECORD-RUN-END.
           OPEN I-O LTR-RUN-STATE.
           IF WS-RUNST-STATUS NOT = "00"
              DISPLAY "WARNING: RUN-STATE FILE UNUSABLE - STATUS "
                 WS-RUNST-STATUS " - END OF " WS-STEP-NAME
                 " NOT RECORDED"
           ELSE
              MOVE WS-RUN-DATE-RAW TO RS-CYCLE-DATE
              MOVE WS-STEP-NAME TO RS-PROGRAM
              READ LTR-RUN-STATE
                 INVALID KEY
                    DISPLAY "WARNING: NO RUN-STATE RECORD FOR "
                       WS-STEP-NAME " - END NOT RECORDED"
                 NOT INVALID KEY
                    MOVE WS-END-STATE TO RS-STATE
                    ACCEPT RS-END-DATE FROM DATE
                    ACCEPT RS-END-TIME FROM TIME
                    MOVE RETURN-CODE TO RS-RETURN-CODE
                    MOVE WS-NOTICE-READ TO RS-INPUT-COUNT
                    MOVE WS-LETTERS-PRINTED TO RS-OUTPUT-COUNT
                    MOVE WS-ADDR-MISSING TO RS-EXCEPT-COUNT
                    REWRITE RUN-STATE-REC
                       INVALID KEY
                          DISPLAY "WARNING: END OF " WS-STEP-NAME
                             " NOT RECORDED - STATUS "
                             WS-RUNST-STATUS
                    END-REWRITE
              END-READ
              CLOSE LTR-RUN-STATE
           END-IF.

       END PROGRAM CLMLETTR.
