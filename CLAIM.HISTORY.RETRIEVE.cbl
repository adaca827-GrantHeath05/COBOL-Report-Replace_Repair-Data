       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CLMHRTRV.
       AUTHOR.        Grant Heath.
       DATE-WRITTEN.  2026-10-15.

      * Description:
      * Full claim record for named policies, for legal, a regulator
      * or a complaint. Once MTHCLOSE moves a claim past the
      * retention window into an archive slice, nothing in the
      * nightly suite sees it again, and each close writes its own
      * slice - so one policy's history ends up spread across as
      * many generations as it has been on the books. This program
      * takes a deck of request cards, one policy per card with an
      * optional claim date range, and searches:
      *   - the keyed claim history (HISTKSDS), by key, and
      *   - every archive generation the job supplies, concatenated
      *     under HISTARCH, each slice known by the "*ARCSLICE*"
      *     header MTHCLOSE writes at its head
      * It prints one merged history per policy in claim date order,
      * whatever file each claim came from, writes the same lines to
      * a CSV copy, and lists every generation searched - its close
      * date, records read and claims taken from it - so the search
      * can be certified complete. A slice supplied twice is listed
      * and not searched a second time, so no claim is reported
      * twice.
      *
      * Request card: policy number in columns 1-10, claim dates
      * from in 12-17 and to in 19-24 (YYMMDD, either or both may be
      * blank for no limit), and the requester's file reference in
      * 26-45. A card with "*" in column 1 is a comment.
      *
      * Files:
      * Input file:  RTVCARD  - retrieval request cards
      * Input file:  HISTKSDS - keyed claim history
      * Input file:  HISTARCH - archive slices, any number of
      *                         generations concatenated (optional)
      * Input file:  CYCLECTL - cycle control record
      * Output file: RTVRPT   - claim history retrieval report
      * Output file: RTVCSV   - retrieved claims, comma-delimited
      * Output file: RTVEXTR  - retrieved claims, before sorting
      * Output file: RTVSRTD  - retrieved claims, in history order
      *
      * Sort file:   RTVSWRK

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RTV-CARD-IN   ASSIGN TO RTVCARD
                                ORGANIZATION IS SEQUENTIAL
                                FILE STATUS IS WS-CARD-STATUS.
           SELECT RTV-HIST-KSDS ASSIGN TO HISTKSDS
                                ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD KEY IS HX-KEY
                                FILE STATUS IS WS-HIST-STATUS.
           SELECT RTV-ARCH-IN   ASSIGN TO HISTARCH
                                ORGANIZATION IS SEQUENTIAL
                                FILE STATUS IS WS-ARCH-STATUS.
           SELECT RTV-EXTRACT   ASSIGN TO RTVEXTR
                                ORGANIZATION IS SEQUENTIAL.
           SELECT RTV-SORTED    ASSIGN TO RTVSRTD
                                ORGANIZATION IS SEQUENTIAL.
           SELECT RTV-SORT-WORK ASSIGN TO RTVSWRK.
           SELECT RTV-REPORT    ASSIGN TO RTVRPT
                                ORGANIZATION IS SEQUENTIAL.
           SELECT RTV-CSV       ASSIGN TO RTVCSV
                                ORGANIZATION IS SEQUENTIAL.
           SELECT RTV-CYCLE-CTL ASSIGN TO CYCLECTL
                                ORGANIZATION IS SEQUENTIAL
                                FILE STATUS IS WS-CYCLE-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *---------------------------------------------------------------*
      * REQUEST CARD - one policy to retrieve, the claim date range
      * wanted, and whose request it is.
      *---------------------------------------------------------------*
       FD  RTV-CARD-IN
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01 RQ-CARD-IN.
          05 RQ-POLICY-NO           PIC X(10).
          05 FILLER                 PIC X(1).
          05 RQ-FROM-DATE           PIC X(6).
          05 RQ-FROM-DATE-9 REDEFINES RQ-FROM-DATE
                                    PIC 9(6).
          05 FILLER                 PIC X(1).
          05 RQ-TO-DATE             PIC X(6).
          05 RQ-TO-DATE-9 REDEFINES RQ-TO-DATE
                                    PIC 9(6).
          05 FILLER                 PIC X(1).
          05 RQ-REFERENCE           PIC X(20).
          05 FILLER                 PIC X(35).

      *---------------------------------------------------------------*
      * KEYED CLAIM HISTORY - as MSTRLOAD builds it, keyed policy /
      * claim date / load sequence, so one policy's claims in a date
      * range are a START and a run of READ NEXTs.
      *---------------------------------------------------------------*
       FD  RTV-HIST-KSDS
           RECORD CONTAINS 80 CHARACTERS.
       01 HX-REC.
          05 HX-KEY.
             10 HX-POLICY-NO        PIC X(10).
             10 HX-CLAIM-DATE       PIC 9(6).
             10 HX-LOAD-SEQ         PIC 9(7).
          05 HX-CUST-NAME           PIC X(20).
          05 HX-PROD-CODE           PIC X(3).
          05 HX-CLAIM-TYPE          PIC X(7).
          05 HX-AMOUNT              PIC 9(7)V99.
          05 HX-RUN-DATE            PIC 9(6).
          05 HX-SHOP-CODE           PIC X(4).
          05 FILLER                 PIC X(8).

      * Archive slices carry the history master layout; read into
      * WS-HIST-REC below.
       FD  RTV-ARCH-IN
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01 ARCH-REC-IN             PIC X(80).

      *---------------------------------------------------------------*
      * RETRIEVED CLAIM - one per claim found, from whichever file.
      * EX-REQ-SEQ is the request card's place in the deck, so the
      * histories print in the order they were asked for; within a
      * policy the claims sort by claim date, then run date, then
      * where they were found. EX-SOURCE-GEN is zero for the keyed
      * history and for archive records ahead of the first slice
      * header, else the archive generation's place in HISTARCH;
      * EX-SOURCE-TYPE tells the first two apart (K keyed, U
      * unmarked slice, A archive generation).
      *---------------------------------------------------------------*
       FD  RTV-EXTRACT
           RECORDING MODE IS F
           RECORD CONTAINS 100 CHARACTERS.
       01 EX-REC-OUT              PIC X(100).

       SD  RTV-SORT-WORK
           RECORD CONTAINS 100 CHARACTERS.
       01 SRT-REC.
          05 SRT-REQ-SEQ            PIC 9(3).
          05 SRT-CLAIM-DATE         PIC 9(6).
          05 SRT-RUN-DATE           PIC 9(6).
          05 SRT-SOURCE-GEN         PIC 9(3).
          05 FILLER                 PIC X(82).

       FD  RTV-SORTED
           RECORDING MODE IS F
           RECORD CONTAINS 100 CHARACTERS.
       01 EX-REC.
          05 EX-REQ-SEQ             PIC 9(3).
          05 EX-CLAIM-DATE          PIC 9(6).
          05 EX-RUN-DATE            PIC 9(6).
          05 EX-SOURCE-GEN          PIC 9(3).
          05 EX-POLICY-NO           PIC X(10).
          05 EX-CLAIM-NO            PIC X(12).
          05 EX-CUST-NAME           PIC X(20).
          05 EX-PROD-CODE           PIC X(3).
          05 EX-CLAIM-TYPE          PIC X(7).
          05 EX-AMOUNT              PIC 9(7)V99.
          05 EX-SHOP-CODE           PIC X(4).
          05 EX-SOURCE-TYPE         PIC X(1).
             88 EX-FROM-KEYED                     VALUE "K".
             88 EX-FROM-UNMARKED                  VALUE "U".
          05 FILLER                 PIC X(16).

       FD  RTV-REPORT
           RECORDING MODE IS F
           RECORD CONTAINS 132 CHARACTERS.
       01 REPORT-LINE             PIC X(132).

      *---------------------------------------------------------------*
      * CSV OUTPUT - same detail data as the history lines,
      * comma-delimited, for the requester's own use.
      *---------------------------------------------------------------*
       FD  RTV-CSV
           RECORDING MODE IS F
           RECORD CONTAINS 150 CHARACTERS.
       01 CSV-REPORT-LINE         PIC X(150).

      *---------------------------------------------------------------*
      * CYCLE CONTROL RECORD - the business date this run belongs to.
      *---------------------------------------------------------------*
       FD  RTV-CYCLE-CTL
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01 CYCLE-REC-IN.
          05 CC-CYCLE-DATE          PIC 9(6).
          05 FILLER                 PIC X(74).

       WORKING-STORAGE SECTION.

       77 WS-CYCLE-STATUS         PIC X(2)        VALUE SPACES.
       77 WS-CARD-STATUS          PIC X(2)        VALUE SPACES.
       77 WS-HIST-STATUS          PIC X(2)        VALUE SPACES.
       77 WS-ARCH-STATUS          PIC X(2)        VALUE SPACES.

       01 WS-FLAGS.
          05 WS-EOF               PIC X           VALUE 'N'.
             88 EOF-YES                           VALUE 'Y'.
          05 WS-CARD-EOF          PIC X           VALUE 'N'.
             88 CARD-EOF-YES                      VALUE 'Y'.
          05 WS-ARCH-EOF          PIC X           VALUE 'N'.
             88 ARCH-EOF-YES                      VALUE 'Y'.
          05 WS-POLICY-FLAG       PIC X           VALUE 'N'.
             88 POLICY-DONE                       VALUE 'Y'.
          05 WS-SKIP-FLAG         PIC X           VALUE 'N'.
             88 SKIP-SLICE                        VALUE 'Y'.
          05 WS-REJECT-FLAG       PIC X           VALUE 'N'.
             88 REJECTS-LISTED                    VALUE 'Y'.

       01 WS-COUNTERS.
          05 WS-CARDS-READ        PIC 9(5)        VALUE 0.
          05 WS-CARDS-REJECTED    PIC 9(5)        VALUE 0.
          05 WS-LIVE-READ         PIC 9(7)        VALUE 0.
          05 WS-LIVE-TAKEN        PIC 9(7)        VALUE 0.
          05 WS-ARCH-READ         PIC 9(9)        VALUE 0.
          05 WS-ARCH-TAKEN        PIC 9(7)        VALUE 0.
          05 WS-ARCH-GENS         PIC 9(3)        VALUE 0.
          05 WS-ARCH-DUPLICATE    PIC 9(3)        VALUE 0.
          05 WS-UNMARKED-READ     PIC 9(9)        VALUE 0.
          05 WS-UNMARKED-TAKEN    PIC 9(7)        VALUE 0.
          05 WS-GEN-OVERFLOW      PIC 9(5)        VALUE 0.
          05 WS-CLAIMS-LISTED     PIC 9(7)        VALUE 0.
          05 WS-NONE-FOUND        PIC 9(5)        VALUE 0.
          05 WS-GRAND-AMOUNT      PIC 9(11)V99    VALUE 0.

      *---------------------------------------------------------------*
      * REQUEST TABLE - the accepted cards in deck order, each with
      * its date limits resolved (blank from = 000000, blank to =
      * 999999) and what was found for it.
      *---------------------------------------------------------------*
       77 WS-MAX-REQUESTS         PIC 9(3)        VALUE 200.
       77 WS-REQ-COUNT            PIC 9(3)        VALUE 0.

       01 WS-REQ-TABLE.
          05 WS-REQ-ENTRY OCCURS 200 TIMES INDEXED BY REQ-IDX.
             10 WS-RQ-POLICY      PIC X(10).
             10 WS-RQ-FROM        PIC 9(6).
             10 WS-RQ-TO          PIC 9(6).
             10 WS-RQ-REFERENCE   PIC X(20).
             10 WS-RQ-FOUND       PIC 9(5).
             10 WS-RQ-AMOUNT      PIC 9(9)V99.

      *---------------------------------------------------------------*
      * GENERATIONS SEARCHED - one entry per archive slice header in
      * the order the slices were supplied. A slice whose close date
      * repeats an earlier one is the same generation supplied twice;
      * it is marked duplicate and its records are not searched.
      *---------------------------------------------------------------*
       77 WS-MAX-GENS             PIC 9(3)        VALUE 360.

       01 WS-GEN-TABLE.
          05 WS-GEN-ENTRY OCCURS 360 TIMES.
             10 WS-GN-CLOSE-DATE  PIC 9(6).
             10 WS-GN-CLOSE-YYMM  PIC 9(4).
             10 WS-GN-CUTOFF      PIC 9(6).
             10 WS-GN-READ        PIC 9(7).
             10 WS-GN-TAKEN       PIC 9(7).
             10 WS-GN-DUP-FLAG    PIC X.
                88 GN-DUPLICATE                   VALUE 'Y'.

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

       01 WS-EX-WORK.
          05 WS-EX-REQ-SEQ          PIC 9(3).
          05 WS-EX-CLAIM-DATE       PIC 9(6).
          05 WS-EX-RUN-DATE         PIC 9(6).
          05 WS-EX-SOURCE-GEN       PIC 9(3).
          05 WS-EX-POLICY-NO        PIC X(10).
          05 WS-EX-CLAIM-NO         PIC X(12).
          05 WS-EX-CUST-NAME        PIC X(20).
          05 WS-EX-PROD-CODE        PIC X(3).
          05 WS-EX-CLAIM-TYPE       PIC X(7).
          05 WS-EX-AMOUNT           PIC 9(7)V99.
          05 WS-EX-SHOP-CODE        PIC X(4).
          05 WS-EX-SOURCE-TYPE      PIC X(1).
          05 FILLER                 PIC X(16)       VALUE SPACES.

       01 WS-WORK.
          05 WS-REQ-SUB           PIC 9(3)        VALUE 0.
          05 WS-GEN-SUB           PIC 9(3)        VALUE 0.
          05 WS-CUR-GEN           PIC 9(3)        VALUE 0.
          05 WS-PRINT-SEQ         PIC 9(3)        VALUE 0.
          05 WS-REJECT-REASON     PIC X(40)       VALUE SPACES.

       01 WS-DATE-WORK            PIC 9(6)        VALUE 0.
       01 WS-DATE-BREAKDOWN REDEFINES WS-DATE-WORK.
          05 WS-DW-YY             PIC 99.
          05 WS-DW-MM             PIC 99.
          05 WS-DW-DD             PIC 99.
       01 WS-DATE-ED              PIC X(10)       VALUE SPACES.

       01 WS-RUN-DATE-RAW         PIC 9(6)        VALUE 0.
       01 WS-RUN-DATE-BREAKDOWN REDEFINES WS-RUN-DATE-RAW.
          05 WS-RUN-YY            PIC 99.
          05 WS-RUN-MM            PIC 99.
          05 WS-RUN-DD            PIC 99.
       01 WS-RUN-DATE-ED          PIC X(10)       VALUE SPACES.

       01 WS-BLANK-LINE           PIC X(132)      VALUE SPACES.

       01 WS-CSV-LINE             PIC X(150)      VALUE SPACES.
       01 WS-CSV-AMT-ED           PIC Z(6)9.99.
       01 WS-CSV-CLAIM-DATE       PIC X(10)       VALUE SPACES.
       01 WS-CSV-RUN-DATE         PIC X(10)       VALUE SPACES.
       01 WS-CSV-HEADER.
          05 FILLER               PIC X(40)       VALUE
             "POLICY,CLAIM DATE,CLAIM NUMBER,CUSTOMER ".
          05 FILLER               PIC X(40)       VALUE
             "NAME,PRODUCT,CLAIM TYPE,AMOUNT,RUN DATE,".
          05 FILLER               PIC X(21)       VALUE
             "SHOP,SOURCE,REFERENCE".

      *---------------------------------------------------------------*
      * REPORT LAYOUTS
      *---------------------------------------------------------------*
       01 WS-HEADING-1.
          05 FILLER               PIC X(45)       VALUE SPACES.
          05 FILLER               PIC X(30)       VALUE
                                  "CLAIM HISTORY RETRIEVAL".
          05 FILLER               PIC X(30)       VALUE SPACES.
          05 FILLER               PIC X(10)       VALUE "RUN DATE: ".
          05 RTV-RUN-DATE         PIC X(10).

       01 WS-REJECT-TITLE.
          05 FILLER               PIC X(50)       VALUE
                                  "-- REQUEST CARDS NOT ACCEPTED".

       01 WS-REJECT-LINE.
          05 REJ-CARD             PIC X(45).
          05 FILLER               PIC X(3)        VALUE SPACES.
          05 REJ-REASON           PIC X(40).

       01 WS-POLICY-RULE          PIC X(132)      VALUE ALL "=".

       01 WS-POLICY-TITLE.
          05 FILLER               PIC X(8)        VALUE "POLICY: ".
          05 POL-POLICY           PIC X(10).
          05 FILLER               PIC X(3)        VALUE SPACES.
          05 FILLER               PIC X(10)       VALUE "CUSTOMER: ".
          05 POL-NAME             PIC X(20).
          05 FILLER               PIC X(3)        VALUE SPACES.
          05 FILLER               PIC X(13)       VALUE
                                  "CLAIM DATES: ".
          05 POL-FROM             PIC X(10).
          05 FILLER               PIC X(4)        VALUE " TO ".
          05 POL-TO               PIC X(10).
          05 FILLER               PIC X(3)        VALUE SPACES.
          05 FILLER               PIC X(11)       VALUE
                                  "REFERENCE: ".
          05 POL-REFERENCE        PIC X(20).

       01 WS-HISTORY-HEADING.
          05 FILLER               PIC X(13)       VALUE "CLAIM DATE".
          05 FILLER               PIC X(15)       VALUE "CLAIM #".
          05 FILLER               PIC X(6)        VALUE "PROD".
          05 FILLER               PIC X(10)       VALUE "TYPE".
          05 FILLER               PIC X(16)       VALUE
                                  "         AMOUNT".
          05 FILLER               PIC X(13)       VALUE "   RUN DATE".
          05 FILLER               PIC X(7)        VALUE "SHOP".
          05 FILLER               PIC X(30)       VALUE "FOUND IN".

       01 WS-HISTORY-LINE.
          05 HL-CLAIM-DATE        PIC X(10).
          05 FILLER               PIC X(3)        VALUE SPACES.
          05 HL-CLAIM-NO          PIC X(12).
          05 FILLER               PIC X(3)        VALUE SPACES.
          05 HL-PROD              PIC X(3).
          05 FILLER               PIC X(3)        VALUE SPACES.
          05 HL-TYPE              PIC X(7).
          05 FILLER               PIC X(3)        VALUE SPACES.
          05 HL-AMOUNT            PIC $Z,ZZZ,ZZ9.99.
          05 FILLER               PIC X(3)        VALUE SPACES.
          05 HL-RUN-DATE          PIC X(10).
          05 FILLER               PIC X(3)        VALUE SPACES.
          05 HL-SHOP              PIC X(4).
          05 FILLER               PIC X(3)        VALUE SPACES.
          05 HL-SOURCE            PIC X(40).

       01 WS-SOURCE-TEXT.
          05 FILLER               PIC X(12)       VALUE
                                  "ARCHIVE GEN ".
          05 SRC-GEN              PIC 9(3).
          05 FILLER               PIC X(8)        VALUE " CLOSED ".
          05 SRC-CLOSE-DATE       PIC X(10).

       01 WS-POLICY-TOTAL.
          05 FILLER               PIC X(13)       VALUE SPACES.
          05 FILLER               PIC X(8)        VALUE "CLAIMS: ".
          05 PT-COUNT             PIC ZZ,ZZ9.
          05 FILLER               PIC X(5)        VALUE SPACES.
          05 FILLER               PIC X(7)        VALUE "TOTAL: ".
          05 PT-AMOUNT            PIC $ZZ,ZZZ,ZZ9.99.

       01 WS-NONE-LINE.
          05 FILLER               PIC X(13)       VALUE SPACES.
          05 FILLER               PIC X(60)       VALUE
             "*** NO CLAIMS ON FILE FOR THIS POLICY IN THE DATES ASKED".

       01 WS-GEN-TITLE.
          05 FILLER               PIC X(50)       VALUE
                                  "-- FILES AND GENERATIONS SEARCHED".

       01 WS-GEN-HEADING.
          05 FILLER               PIC X(12)       VALUE "GENERATION".
          05 FILLER               PIC X(13)       VALUE "CLOSE DATE".
          05 FILLER               PIC X(13)       VALUE "CLOSE MONTH".
          05 FILLER               PIC X(17)       VALUE
                                  "ARCHIVED BEFORE".
          05 FILLER               PIC X(15)       VALUE
                                  "   RECORDS READ".
          05 FILLER               PIC X(15)       VALUE
                                  "   CLAIMS TAKEN".
          05 FILLER               PIC X(20)       VALUE "   SEARCHED".

       01 WS-NO-ARCH-LINE.
          05 FILLER               PIC X(12)       VALUE SPACES.
          05 FILLER               PIC X(60)       VALUE
             "*** NO ARCHIVE GENERATIONS SUPPLIED - KEYED HISTORY ONLY".

       01 WS-GEN-LINE.
          05 GL-GEN               PIC X(10).
          05 FILLER               PIC X(2)        VALUE SPACES.
          05 GL-CLOSE-DATE        PIC X(10).
          05 FILLER               PIC X(3)        VALUE SPACES.
          05 GL-CLOSE-MONTH       PIC X(10).
          05 FILLER               PIC X(3)        VALUE SPACES.
          05 GL-CUTOFF            PIC X(10).
          05 FILLER               PIC X(5)        VALUE SPACES.
          05 GL-READ              PIC ZZZ,ZZZ,ZZ9.
          05 FILLER               PIC X(4)        VALUE SPACES.
          05 GL-TAKEN             PIC ZZZ,ZZZ,ZZ9.
          05 FILLER               PIC X(3)        VALUE SPACES.
          05 GL-STATUS            PIC X(40).

       01 WS-SUM-LINE-ONE         PIC X(132)      VALUE ALL "-".

       01 WS-SUM-TITLE.
          05 FILLER               PIC X(56)       VALUE SPACES.
          05 FILLER               PIC X(25)       VALUE
                                  "RETRIEVAL SUMMARY".

       01 WS-SUM-CARDS.
          05 FILLER               PIC X(45)       VALUE
                                  "REQUEST CARDS READ: ".
          05 SUM-CARDS            PIC ZZ,ZZ9.

       01 WS-SUM-REJECTED.
          05 FILLER               PIC X(45)       VALUE
                                  "REQUEST CARDS NOT ACCEPTED: ".
          05 SUM-REJECTED         PIC ZZ,ZZ9.

       01 WS-SUM-POLICIES.
          05 FILLER               PIC X(45)       VALUE
                                  "POLICIES SEARCHED: ".
          05 SUM-POLICIES         PIC ZZ,ZZ9.

       01 WS-SUM-NONE.
          05 FILLER               PIC X(45)       VALUE
                                  "POLICIES WITH NO CLAIMS FOUND: ".
          05 SUM-NONE             PIC ZZ,ZZ9.

       01 WS-SUM-LIVE.
          05 FILLER               PIC X(45)       VALUE
                                  "CLAIMS FROM KEYED HISTORY: ".
          05 SUM-LIVE             PIC ZZZ,ZZ9.

       01 WS-SUM-ARCH.
          05 FILLER               PIC X(45)       VALUE
                                  "CLAIMS FROM ARCHIVE GENERATIONS: ".
          05 SUM-ARCH             PIC ZZZ,ZZ9.

       01 WS-SUM-LISTED.
          05 FILLER               PIC X(45)       VALUE
                                  "CLAIMS LISTED: ".
          05 SUM-LISTED           PIC ZZZ,ZZ9.
          05 FILLER               PIC X(3)        VALUE SPACES.
          05 SUM-LISTED-AMT       PIC $ZZ,ZZZ,ZZZ,ZZ9.99.

       01 WS-SUM-GENS.
          05 FILLER               PIC X(45)       VALUE
                                  "ARCHIVE GENERATIONS SEARCHED: ".
          05 SUM-GENS             PIC ZZ9.

       01 WS-SUM-DUPLICATE.
          05 FILLER               PIC X(45)       VALUE
                                  "GENERATIONS SUPPLIED TWICE: ".
          05 SUM-DUPLICATE        PIC ZZ9.

       01 WS-SUM-OVERFLOW.
          05 FILLER               PIC X(45)       VALUE
                                  "GENERATIONS SEARCHED, NOT LISTED: ".
          05 SUM-OVERFLOW         PIC ZZ,ZZ9.

       PROCEDURE DIVISION.

       000-MAIN.
           PERFORM 100-INITIALIZE.
           PERFORM 200-SEARCH-KEYED-HISTORY.
           PERFORM 250-SEARCH-ARCHIVE.
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
           INITIALIZE WS-REQ-TABLE.
           INITIALIZE WS-GEN-TABLE.
           OPEN OUTPUT RTV-REPORT.
           MOVE WS-RUN-DATE-ED TO RTV-RUN-DATE.
           WRITE REPORT-LINE FROM WS-HEADING-1.
           WRITE REPORT-LINE FROM WS-BLANK-LINE.
           PERFORM 110-LOAD-REQUESTS.
           OPEN INPUT RTV-HIST-KSDS.
           IF WS-HIST-STATUS NOT = "00"
              DISPLAY "ABORT: KEYED CLAIM HISTORY UNUSABLE - STATUS "
                 WS-HIST-STATUS " - NO SEARCH MADE"
              CLOSE RTV-REPORT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN OUTPUT RTV-EXTRACT.

      * The run date is the business date off the cycle control
      * record, not the system clock. Only when the control record
      * is missing or unusable does the system date stand in, with
      * a loud warning.
       105-GET-CYCLE-DATE.
           OPEN INPUT RTV-CYCLE-CTL.
           IF WS-CYCLE-STATUS = "00"
              READ RTV-CYCLE-CTL
                 AT END
                    PERFORM 106-DEFAULT-CYCLE-DATE
                 NOT AT END
                    IF CC-CYCLE-DATE NUMERIC AND CC-CYCLE-DATE > 0
                       MOVE CC-CYCLE-DATE TO WS-RUN-DATE-RAW
                    ELSE
                       PERFORM 106-DEFAULT-CYCLE-DATE
                    END-IF
              END-READ
              CLOSE RTV-CYCLE-CTL
           ELSE
              PERFORM 106-DEFAULT-CYCLE-DATE
           END-IF.

       106-DEFAULT-CYCLE-DATE.
           ACCEPT WS-RUN-DATE-RAW FROM DATE.
           DISPLAY "WARNING: NO USABLE CYCLE CONTROL RECORD - "
              "SYSTEM DATE " WS-RUN-DATE-RAW " STAMPED ON THIS RUN".

      * Loads the request deck. A card that cannot be acted on is
      * listed at the head of the report with the reason, so the
      * requester sees exactly which policies were not searched.
      * With no usable card at all there is nothing to retrieve and
      * the run stops.
       110-LOAD-REQUESTS.
           OPEN INPUT RTV-CARD-IN.
           IF WS-CARD-STATUS NOT = "00"
              DISPLAY "ABORT: NO RETRIEVAL REQUEST CARDS - NO SEARCH "
                 "MADE"
              CLOSE RTV-REPORT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM UNTIL CARD-EOF-YES
              READ RTV-CARD-IN
                 AT END
                    SET CARD-EOF-YES TO TRUE
                 NOT AT END
                    IF RQ-CARD-IN(1:1) NOT = "*"
                       AND RQ-CARD-IN NOT = SPACES
                       ADD 1 TO WS-CARDS-READ
                       PERFORM 115-EDIT-REQUEST-CARD
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE RTV-CARD-IN.
           IF WS-REQ-COUNT = 0
              DISPLAY "ABORT: NO USABLE RETRIEVAL REQUEST CARD - NO "
                 "SEARCH MADE"
              CLOSE RTV-REPORT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

       115-EDIT-REQUEST-CARD.
           MOVE SPACES TO WS-REJECT-REASON.
           EVALUATE TRUE
              WHEN RQ-POLICY-NO = SPACES
                 MOVE "NO POLICY NUMBER" TO WS-REJECT-REASON
              WHEN RQ-FROM-DATE NOT = SPACES
                 AND RQ-FROM-DATE-9 NOT NUMERIC
                 MOVE "FROM DATE NOT YYMMDD" TO WS-REJECT-REASON
              WHEN RQ-TO-DATE NOT = SPACES
                 AND RQ-TO-DATE-9 NOT NUMERIC
                 MOVE "TO DATE NOT YYMMDD" TO WS-REJECT-REASON
              WHEN RQ-FROM-DATE NOT = SPACES
                 AND RQ-TO-DATE NOT = SPACES
                 AND RQ-FROM-DATE-9 > RQ-TO-DATE-9
                 MOVE "FROM DATE AFTER TO DATE" TO WS-REJECT-REASON
              WHEN WS-REQ-COUNT >= WS-MAX-REQUESTS
                 MOVE "MORE CARDS THAN ONE RUN TAKES - RESUBMIT"
                    TO WS-REJECT-REASON
           END-EVALUATE.
           IF WS-REJECT-REASON = SPACES
              SET REQ-IDX TO 1
              SEARCH WS-REQ-ENTRY
                 VARYING REQ-IDX
                 AT END
                    CONTINUE
                 WHEN REQ-IDX > WS-REQ-COUNT
                    CONTINUE
                 WHEN WS-RQ-POLICY(REQ-IDX) = RQ-POLICY-NO
                    MOVE "POLICY ALREADY REQUESTED ON EARLIER CARD"
                       TO WS-REJECT-REASON
              END-SEARCH
           END-IF.
           IF WS-REJECT-REASON NOT = SPACES
              PERFORM 118-LIST-REJECTED-CARD
           ELSE
              ADD 1 TO WS-REQ-COUNT
              MOVE RQ-POLICY-NO TO WS-RQ-POLICY(WS-REQ-COUNT)
              IF RQ-FROM-DATE = SPACES
                 MOVE 0 TO WS-RQ-FROM(WS-REQ-COUNT)
              ELSE
                 MOVE RQ-FROM-DATE-9 TO WS-RQ-FROM(WS-REQ-COUNT)
              END-IF
              IF RQ-TO-DATE = SPACES
                 MOVE 999999 TO WS-RQ-TO(WS-REQ-COUNT)
              ELSE
                 MOVE RQ-TO-DATE-9 TO WS-RQ-TO(WS-REQ-COUNT)
              END-IF
              MOVE RQ-REFERENCE TO WS-RQ-REFERENCE(WS-REQ-COUNT)
           END-IF.

       118-LIST-REJECTED-CARD.
           ADD 1 TO WS-CARDS-REJECTED.
           IF NOT REJECTS-LISTED
              SET REJECTS-LISTED TO TRUE
              WRITE REPORT-LINE FROM WS-REJECT-TITLE
              WRITE REPORT-LINE FROM WS-BLANK-LINE
           END-IF.
           MOVE RQ-CARD-IN(1:45) TO REJ-CARD.
           MOVE WS-REJECT-REASON TO REJ-REASON.
           WRITE REPORT-LINE FROM WS-REJECT-LINE.
           DISPLAY "WARNING: REQUEST CARD FOR " RQ-POLICY-NO
              " NOT ACCEPTED - " WS-REJECT-REASON.

      * The keyed history by key: for each policy, start at its
      * first claim on or after the from date and read forward until
      * the policy changes or the claim date passes the to date.
       200-SEARCH-KEYED-HISTORY.
           PERFORM VARYING WS-REQ-SUB FROM 1 BY 1
                   UNTIL WS-REQ-SUB > WS-REQ-COUNT
              PERFORM 210-SEARCH-ONE-POLICY
           END-PERFORM.
           CLOSE RTV-HIST-KSDS.

       210-SEARCH-ONE-POLICY.
           MOVE 'N' TO WS-POLICY-FLAG.
           MOVE WS-RQ-POLICY(WS-REQ-SUB) TO HX-POLICY-NO.
           MOVE WS-RQ-FROM(WS-REQ-SUB) TO HX-CLAIM-DATE.
           MOVE 0 TO HX-LOAD-SEQ.
           START RTV-HIST-KSDS KEY IS NOT LESS THAN HX-KEY
              INVALID KEY
                 SET POLICY-DONE TO TRUE
           END-START.
           PERFORM UNTIL POLICY-DONE
              READ RTV-HIST-KSDS NEXT RECORD
                 AT END
                    SET POLICY-DONE TO TRUE
                 NOT AT END
                    IF HX-POLICY-NO NOT = WS-RQ-POLICY(WS-REQ-SUB)
                       OR HX-CLAIM-DATE > WS-RQ-TO(WS-REQ-SUB)
                       SET POLICY-DONE TO TRUE
                    ELSE
                       ADD 1 TO WS-LIVE-READ
                       PERFORM 220-TAKE-KEYED-CLAIM
                    END-IF
              END-READ
           END-PERFORM.

      * The keyed copy carries no claim number; claims still on the
      * live history list without one.
       220-TAKE-KEYED-CLAIM.
           MOVE WS-REQ-SUB TO WS-EX-REQ-SEQ.
           MOVE HX-CLAIM-DATE TO WS-EX-CLAIM-DATE.
           MOVE HX-RUN-DATE TO WS-EX-RUN-DATE.
           MOVE 0 TO WS-EX-SOURCE-GEN.
           MOVE HX-POLICY-NO TO WS-EX-POLICY-NO.
           MOVE SPACES TO WS-EX-CLAIM-NO.
           MOVE HX-CUST-NAME TO WS-EX-CUST-NAME.
           MOVE HX-PROD-CODE TO WS-EX-PROD-CODE.
           MOVE HX-CLAIM-TYPE TO WS-EX-CLAIM-TYPE.
           MOVE HX-AMOUNT TO WS-EX-AMOUNT.
           MOVE HX-SHOP-CODE TO WS-EX-SHOP-CODE.
           MOVE "K" TO WS-EX-SOURCE-TYPE.
           WRITE EX-REC-OUT FROM WS-EX-WORK.
           ADD 1 TO WS-LIVE-TAKEN.

      * Every archive slice supplied, record by record. A header
      * starts the next generation's entry; records ahead of the
      * first header come from slices written before MTHCLOSE marked
      * them and are searched as "unmarked". Only a missing archive
      * (status 35) means none was supplied; an archive that is
      * there but cannot be opened stops the run, rather than
      * printing a history that silently leaves the archive out.
       250-SEARCH-ARCHIVE.
           OPEN INPUT RTV-ARCH-IN.
           EVALUATE WS-ARCH-STATUS
              WHEN "00"
                 PERFORM UNTIL ARCH-EOF-YES
                    READ RTV-ARCH-IN INTO WS-HIST-REC
                       AT END
                          SET ARCH-EOF-YES TO TRUE
                       NOT AT END
                          IF AH-SLICE-HEADER
                             PERFORM 255-START-GENERATION
                          ELSE
                             PERFORM 260-CHECK-ARCHIVE-CLAIM
                          END-IF
                    END-READ
                 END-PERFORM
                 CLOSE RTV-ARCH-IN
              WHEN "35"
                 DISPLAY "NO ARCHIVE SUPPLIED - KEYED HISTORY ONLY"
              WHEN OTHER
                 DISPLAY "ABORT: CLAIM HISTORY ARCHIVE UNUSABLE - "
                    "STATUS " WS-ARCH-STATUS " - NO HISTORY PRINTED"
                 CLOSE RTV-EXTRACT RTV-REPORT
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
           END-EVALUATE.
           CLOSE RTV-EXTRACT.

       255-START-GENERATION.
           ADD 1 TO WS-ARCH-GENS.
           MOVE WS-ARCH-GENS TO WS-CUR-GEN.
           MOVE 'N' TO WS-SKIP-FLAG.
           PERFORM VARYING WS-GEN-SUB FROM 1 BY 1
                   UNTIL WS-GEN-SUB >= WS-CUR-GEN
                      OR WS-GEN-SUB > WS-MAX-GENS
              IF WS-GN-CLOSE-DATE(WS-GEN-SUB) = AH-CLOSE-DATE
                 AND NOT GN-DUPLICATE(WS-GEN-SUB)
                 SET SKIP-SLICE TO TRUE
              END-IF
           END-PERFORM.
           IF SKIP-SLICE
              ADD 1 TO WS-ARCH-DUPLICATE
              DISPLAY "WARNING: ARCHIVE GENERATION CLOSED "
                 AH-CLOSE-DATE " SUPPLIED MORE THAN ONCE - SEARCHED "
                 "ONCE ONLY"
           END-IF.
           IF WS-CUR-GEN > WS-MAX-GENS
              ADD 1 TO WS-GEN-OVERFLOW
           ELSE
              MOVE AH-CLOSE-DATE TO WS-GN-CLOSE-DATE(WS-CUR-GEN)
              MOVE AH-CLOSE-YYMM TO WS-GN-CLOSE-YYMM(WS-CUR-GEN)
              MOVE AH-CUTOFF-DATE TO WS-GN-CUTOFF(WS-CUR-GEN)
              IF SKIP-SLICE
                 MOVE 'Y' TO WS-GN-DUP-FLAG(WS-CUR-GEN)
              END-IF
           END-IF.

       260-CHECK-ARCHIVE-CLAIM.
           IF WS-CUR-GEN = 0
              ADD 1 TO WS-UNMARKED-READ
           ELSE
              IF WS-CUR-GEN <= WS-MAX-GENS
                 ADD 1 TO WS-GN-READ(WS-CUR-GEN)
              END-IF
           END-IF.
           ADD 1 TO WS-ARCH-READ.
           IF NOT SKIP-SLICE
              SET REQ-IDX TO 1
              SEARCH WS-REQ-ENTRY
                 VARYING REQ-IDX
                 AT END
                    CONTINUE
                 WHEN REQ-IDX > WS-REQ-COUNT
                    CONTINUE
                 WHEN WS-RQ-POLICY(REQ-IDX) = HS-POLICY-NO
                    IF HS-CLAIM-DATE NOT < WS-RQ-FROM(REQ-IDX)
                       AND HS-CLAIM-DATE NOT > WS-RQ-TO(REQ-IDX)
                       SET WS-REQ-SUB TO REQ-IDX
                       PERFORM 265-TAKE-ARCHIVE-CLAIM
                    END-IF
              END-SEARCH
           END-IF.

       265-TAKE-ARCHIVE-CLAIM.
           MOVE WS-REQ-SUB TO WS-EX-REQ-SEQ.
           MOVE HS-CLAIM-DATE TO WS-EX-CLAIM-DATE.
           MOVE HS-RUN-DATE TO WS-EX-RUN-DATE.
           MOVE WS-CUR-GEN TO WS-EX-SOURCE-GEN.
           MOVE HS-POLICY-NO TO WS-EX-POLICY-NO.
           MOVE HS-CLAIM-NO TO WS-EX-CLAIM-NO.
           MOVE HS-CUST-NAME TO WS-EX-CUST-NAME.
           MOVE HS-PROD-CODE TO WS-EX-PROD-CODE.
           MOVE HS-CLAIM-TYPE TO WS-EX-CLAIM-TYPE.
           MOVE HS-AMOUNT TO WS-EX-AMOUNT.
           MOVE HS-SHOP-CODE TO WS-EX-SHOP-CODE.
           IF WS-CUR-GEN = 0
              MOVE "U" TO WS-EX-SOURCE-TYPE
           ELSE
              MOVE "A" TO WS-EX-SOURCE-TYPE
           END-IF.
           WRITE EX-REC-OUT FROM WS-EX-WORK.
           ADD 1 TO WS-ARCH-TAKEN.
           IF WS-CUR-GEN = 0
              ADD 1 TO WS-UNMARKED-TAKEN
           ELSE
              IF WS-CUR-GEN <= WS-MAX-GENS
                 ADD 1 TO WS-GN-TAKEN(WS-CUR-GEN)
              END-IF
           END-IF.

      * Sorts what was found into request order and claim date
      * order, prints one history per requested policy - including
      * the ones nothing was found for - and closes with the files
      * and generations searched.
       300-FINAL.
           SORT RTV-SORT-WORK
              ON ASCENDING KEY SRT-REQ-SEQ
                               SRT-CLAIM-DATE
                               SRT-RUN-DATE
                               SRT-SOURCE-GEN
              USING RTV-EXTRACT
              GIVING RTV-SORTED.
           OPEN INPUT RTV-SORTED
                OUTPUT RTV-CSV.
           WRITE CSV-REPORT-LINE FROM WS-CSV-HEADER.
           MOVE 'N' TO WS-EOF.
           PERFORM 305-READ-SORTED.
           PERFORM VARYING WS-PRINT-SEQ FROM 1 BY 1
                   UNTIL WS-PRINT-SEQ > WS-REQ-COUNT
              PERFORM 310-PRINT-POLICY-HISTORY
           END-PERFORM.
           CLOSE RTV-SORTED RTV-CSV.
           PERFORM 330-PRINT-GENERATIONS.
           PERFORM 390-SUMMARY-TOTALS.
           CLOSE RTV-REPORT.
           IF WS-CARDS-REJECTED > 0 OR WS-GEN-OVERFLOW > 0
              MOVE 4 TO RETURN-CODE
           END-IF.

       305-READ-SORTED.
           READ RTV-SORTED
              AT END
                 SET EOF-YES TO TRUE
                 MOVE 999 TO EX-REQ-SEQ
           END-READ.

       310-PRINT-POLICY-HISTORY.
           WRITE REPORT-LINE FROM WS-BLANK-LINE.
           WRITE REPORT-LINE FROM WS-POLICY-RULE.
           MOVE WS-RQ-POLICY(WS-PRINT-SEQ) TO POL-POLICY.
           IF EX-REQ-SEQ = WS-PRINT-SEQ
              MOVE EX-CUST-NAME TO POL-NAME
           ELSE
              MOVE SPACES TO POL-NAME
           END-IF.
           IF WS-RQ-FROM(WS-PRINT-SEQ) = 0
              MOVE "EARLIEST" TO POL-FROM
           ELSE
              MOVE WS-RQ-FROM(WS-PRINT-SEQ) TO WS-DATE-WORK
              PERFORM 380-EDIT-DATE
              MOVE WS-DATE-ED TO POL-FROM
           END-IF.
           IF WS-RQ-TO(WS-PRINT-SEQ) = 999999
              MOVE "LATEST" TO POL-TO
           ELSE
              MOVE WS-RQ-TO(WS-PRINT-SEQ) TO WS-DATE-WORK
              PERFORM 380-EDIT-DATE
              MOVE WS-DATE-ED TO POL-TO
           END-IF.
           MOVE WS-RQ-REFERENCE(WS-PRINT-SEQ) TO POL-REFERENCE.
           WRITE REPORT-LINE FROM WS-POLICY-TITLE.
           WRITE REPORT-LINE FROM WS-POLICY-RULE.
           WRITE REPORT-LINE FROM WS-HISTORY-HEADING.
           WRITE REPORT-LINE FROM WS-BLANK-LINE.
           PERFORM UNTIL EX-REQ-SEQ NOT = WS-PRINT-SEQ
              PERFORM 320-PRINT-CLAIM
              PERFORM 305-READ-SORTED
           END-PERFORM.
           IF WS-RQ-FOUND(WS-PRINT-SEQ) = 0
              ADD 1 TO WS-NONE-FOUND
              WRITE REPORT-LINE FROM WS-NONE-LINE
           ELSE
              WRITE REPORT-LINE FROM WS-BLANK-LINE
              MOVE WS-RQ-FOUND(WS-PRINT-SEQ) TO PT-COUNT
              MOVE WS-RQ-AMOUNT(WS-PRINT-SEQ) TO PT-AMOUNT
              WRITE REPORT-LINE FROM WS-POLICY-TOTAL
           END-IF.

       320-PRINT-CLAIM.
           ADD 1 TO WS-RQ-FOUND(WS-PRINT-SEQ).
           ADD EX-AMOUNT TO WS-RQ-AMOUNT(WS-PRINT-SEQ).
           ADD 1 TO WS-CLAIMS-LISTED.
           ADD EX-AMOUNT TO WS-GRAND-AMOUNT.
           MOVE EX-CLAIM-DATE TO WS-DATE-WORK.
           PERFORM 380-EDIT-DATE.
           MOVE WS-DATE-ED TO HL-CLAIM-DATE.
           MOVE WS-DATE-ED TO WS-CSV-CLAIM-DATE.
           MOVE EX-RUN-DATE TO WS-DATE-WORK.
           PERFORM 380-EDIT-DATE.
           MOVE WS-DATE-ED TO HL-RUN-DATE.
           MOVE WS-DATE-ED TO WS-CSV-RUN-DATE.
           MOVE EX-CLAIM-NO TO HL-CLAIM-NO.
           MOVE EX-PROD-CODE TO HL-PROD.
           MOVE EX-CLAIM-TYPE TO HL-TYPE.
           MOVE EX-AMOUNT TO HL-AMOUNT.
           MOVE EX-SHOP-CODE TO HL-SHOP.
           EVALUATE TRUE
              WHEN EX-FROM-KEYED
                 MOVE "KEYED HISTORY" TO HL-SOURCE
              WHEN EX-FROM-UNMARKED
                 MOVE "ARCHIVE - UNMARKED SLICE" TO HL-SOURCE
              WHEN EX-SOURCE-GEN > WS-MAX-GENS
                 MOVE "ARCHIVE - GENERATION NOT LISTED" TO HL-SOURCE
              WHEN OTHER
                 MOVE EX-SOURCE-GEN TO SRC-GEN
                 MOVE WS-GN-CLOSE-DATE(EX-SOURCE-GEN) TO WS-DATE-WORK
                 PERFORM 380-EDIT-DATE
                 MOVE WS-DATE-ED TO SRC-CLOSE-DATE
                 MOVE WS-SOURCE-TEXT TO HL-SOURCE
           END-EVALUATE.
           WRITE REPORT-LINE FROM WS-HISTORY-LINE.
           PERFORM 325-WRITE-CSV-DETAIL.

      * Writes the same detail data as the history line to the CSV
      * copy, comma-delimited, for the requester's own use.
       325-WRITE-CSV-DETAIL.
           MOVE EX-AMOUNT TO WS-CSV-AMT-ED.
           MOVE SPACES TO WS-CSV-LINE.
           STRING FUNCTION TRIM(EX-POLICY-NO)      DELIMITED BY SIZE
                  ","                               DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CSV-CLAIM-DATE)  DELIMITED BY SIZE
                  ","                               DELIMITED BY SIZE
                  FUNCTION TRIM(EX-CLAIM-NO)        DELIMITED BY SIZE
                  ","                               DELIMITED BY SIZE
                  FUNCTION TRIM(EX-CUST-NAME)       DELIMITED BY SIZE
                  ","                               DELIMITED BY SIZE
                  FUNCTION TRIM(EX-PROD-CODE)       DELIMITED BY SIZE
                  ","                               DELIMITED BY SIZE
                  FUNCTION TRIM(EX-CLAIM-TYPE)      DELIMITED BY SIZE
                  ","                               DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CSV-AMT-ED)      DELIMITED BY SIZE
                  ","                               DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CSV-RUN-DATE)    DELIMITED BY SIZE
                  ","                               DELIMITED BY SIZE
                  FUNCTION TRIM(EX-SHOP-CODE)       DELIMITED BY SIZE
                  ","                               DELIMITED BY SIZE
                  FUNCTION TRIM(HL-SOURCE)          DELIMITED BY SIZE
                  ","                               DELIMITED BY SIZE
                  '"'                               DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RQ-REFERENCE(WS-PRINT-SEQ))
                                                    DELIMITED BY SIZE
                  '"'                               DELIMITED BY SIZE
              INTO WS-CSV-LINE
           END-STRING.
           WRITE CSV-REPORT-LINE FROM WS-CSV-LINE.

      * The certificate of search: the keyed history, then every
      * archive generation in the order supplied, with what was read
      * and taken from each.
       330-PRINT-GENERATIONS.
           WRITE REPORT-LINE FROM WS-BLANK-LINE.
           WRITE REPORT-LINE FROM WS-POLICY-RULE.
           WRITE REPORT-LINE FROM WS-GEN-TITLE.
           WRITE REPORT-LINE FROM WS-GEN-HEADING.
           WRITE REPORT-LINE FROM WS-BLANK-LINE.
           MOVE "HISTKSDS" TO GL-GEN.
           MOVE SPACES TO GL-CLOSE-DATE GL-CLOSE-MONTH GL-CUTOFF.
           MOVE WS-LIVE-READ TO GL-READ.
           MOVE WS-LIVE-TAKEN TO GL-TAKEN.
           MOVE "KEYED HISTORY - BY KEY, EVERY POLICY" TO GL-STATUS.
           WRITE REPORT-LINE FROM WS-GEN-LINE.
           IF WS-UNMARKED-READ > 0
              MOVE "UNMARKED" TO GL-GEN
              MOVE SPACES TO GL-CLOSE-DATE GL-CLOSE-MONTH GL-CUTOFF
              MOVE WS-UNMARKED-READ TO GL-READ
              MOVE WS-UNMARKED-TAKEN TO GL-TAKEN
              MOVE "YES - SLICE WRITTEN WITHOUT HEADER" TO GL-STATUS
              WRITE REPORT-LINE FROM WS-GEN-LINE
           END-IF.
           IF WS-ARCH-GENS = 0 AND WS-UNMARKED-READ = 0
              WRITE REPORT-LINE FROM WS-NO-ARCH-LINE
           END-IF.
           PERFORM VARYING WS-GEN-SUB FROM 1 BY 1
                   UNTIL WS-GEN-SUB > WS-ARCH-GENS
                      OR WS-GEN-SUB > WS-MAX-GENS
              PERFORM 335-PRINT-ONE-GENERATION
           END-PERFORM.

       335-PRINT-ONE-GENERATION.
           MOVE SPACES TO GL-GEN.
           MOVE WS-GEN-SUB TO GL-GEN(1:3).
           MOVE WS-GN-CLOSE-DATE(WS-GEN-SUB) TO WS-DATE-WORK.
           PERFORM 380-EDIT-DATE.
           MOVE WS-DATE-ED TO GL-CLOSE-DATE.
           MOVE SPACES TO GL-CLOSE-MONTH.
           STRING "20"                           DELIMITED BY SIZE
                  WS-GN-CLOSE-YYMM(WS-GEN-SUB)(1:2) DELIMITED BY SIZE
                  "-"                            DELIMITED BY SIZE
                  WS-GN-CLOSE-YYMM(WS-GEN-SUB)(3:2) DELIMITED BY SIZE
              INTO GL-CLOSE-MONTH
           END-STRING.
           MOVE WS-GN-CUTOFF(WS-GEN-SUB) TO WS-DATE-WORK.
           PERFORM 380-EDIT-DATE.
           MOVE WS-DATE-ED TO GL-CUTOFF.
           MOVE WS-GN-READ(WS-GEN-SUB) TO GL-READ.
           MOVE WS-GN-TAKEN(WS-GEN-SUB) TO GL-TAKEN.
           IF GN-DUPLICATE(WS-GEN-SUB)
              MOVE "NO - SAME GENERATION SUPPLIED EARLIER"
                 TO GL-STATUS
           ELSE
              MOVE "YES" TO GL-STATUS
           END-IF.
           WRITE REPORT-LINE FROM WS-GEN-LINE.

      * YYMMDD in WS-DATE-WORK to 20YY-MM-DD in WS-DATE-ED; a zero
      * date edits to blanks.
       380-EDIT-DATE.
           MOVE SPACES TO WS-DATE-ED.
           IF WS-DATE-WORK NOT = 0
              STRING "20"       DELIMITED BY SIZE
                     WS-DW-YY   DELIMITED BY SIZE
                     "-"        DELIMITED BY SIZE
                     WS-DW-MM   DELIMITED BY SIZE
                     "-"        DELIMITED BY SIZE
                     WS-DW-DD   DELIMITED BY SIZE
                 INTO WS-DATE-ED
              END-STRING
           END-IF.

       390-SUMMARY-TOTALS.
           WRITE REPORT-LINE FROM WS-BLANK-LINE.
           WRITE REPORT-LINE FROM WS-SUM-LINE-ONE.
           WRITE REPORT-LINE FROM WS-SUM-TITLE.
           WRITE REPORT-LINE FROM WS-BLANK-LINE.
           MOVE WS-CARDS-READ TO SUM-CARDS.
           WRITE REPORT-LINE FROM WS-SUM-CARDS.
           MOVE WS-CARDS-REJECTED TO SUM-REJECTED.
           WRITE REPORT-LINE FROM WS-SUM-REJECTED.
           MOVE WS-REQ-COUNT TO SUM-POLICIES.
           WRITE REPORT-LINE FROM WS-SUM-POLICIES.
           MOVE WS-NONE-FOUND TO SUM-NONE.
           WRITE REPORT-LINE FROM WS-SUM-NONE.
           MOVE WS-LIVE-TAKEN TO SUM-LIVE.
           WRITE REPORT-LINE FROM WS-SUM-LIVE.
           MOVE WS-ARCH-TAKEN TO SUM-ARCH.
           WRITE REPORT-LINE FROM WS-SUM-ARCH.
           MOVE WS-CLAIMS-LISTED TO SUM-LISTED.
           MOVE WS-GRAND-AMOUNT TO SUM-LISTED-AMT.
           WRITE REPORT-LINE FROM WS-SUM-LISTED.
           COMPUTE SUM-GENS = WS-ARCH-GENS - WS-ARCH-DUPLICATE.
           WRITE REPORT-LINE FROM WS-SUM-GENS.
           MOVE WS-ARCH-DUPLICATE TO SUM-DUPLICATE.
           WRITE REPORT-LINE FROM WS-SUM-DUPLICATE.
           MOVE WS-GEN-OVERFLOW TO SUM-OVERFLOW.
           WRITE REPORT-LINE FROM WS-SUM-OVERFLOW.

       END PROGRAM CLMHRTRV.
