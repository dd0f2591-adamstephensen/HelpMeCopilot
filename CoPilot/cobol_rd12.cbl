      ******************************************************************
      * Author:
      * Date:
      * Purpose:    Propose replenishment orders per branch and
      *             product from sales velocity: average daily net
      *             sales over a trailing window of the movement
      *             history, the days of cover the on-hand position
      *             gives at that rate, and the quantity needed to
      *             bring it up to a target cover - written to a
      *             suggested-order file for the buyers and printed
      *             as an order proposal valued at the price in force.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RD12REPL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * The inventory system's on-hand snapshot - the position each
      * branch/product is proposed against. A branch/product the
      * snapshot does not carry has no position and gets no proposal.
      * Keyed on branch + product and read through in key order.
            SELECT On-Hand-Snapshot ASSIGN TO 'ONHAND'
            ORGANIZATION IS INDEXED
            ACCESS MODE IS SEQUENTIAL
            RECORD KEY IS OH-KEY
            FILE STATUS IS WS-ONH-FILE-STATUS.

      * Movement history from the daily run, a rolling quarter of
      * net quantities by business date - the sales velocity is
      * worked out from the trailing window of it. Positioned on its
      * date key just ahead of the window and read forward to the
      * business date, so the rest of the quarter is never read.
            SELECT Movement-History ASSIGN TO 'MOVHIST'
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS MH-KEY
            ALTERNATE RECORD KEY IS MH-BRANCH-PRODUCT
                WITH DUPLICATES
            ALTERNATE RECORD KEY IS MH-PRODUCT-CODE
                WITH DUPLICATES
            FILE STATUS IS WS-MOV-FILE-STATUS.

      * Product master, read through in key order into the price
      * table; the branch master is read by key for each position.
            SELECT Product-Master ASSIGN TO 'PRODMSTR'
            ORGANIZATION IS INDEXED
            ACCESS MODE IS SEQUENTIAL
            RECORD KEY IS PM-PRODUCT-CODE.

      * Pending price file - laid over the product master's price so
      * orders are valued at the price in force on the business
      * date, the way the daily run resolves it.
            SELECT Pending-Price ASSIGN TO 'PENDPRC'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PND-FILE-STATUS.

            SELECT Branch-Master ASSIGN TO 'BRANMSTR'
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS BM-BRANCH-CODE.

            SELECT Sort-Work-File ASSIGN TO 'SRTWORK'.

      * One record per on-hand position and one per movement inside
      * the window, written as the snapshot and the history are read
      * (REPLWORK) and sorted into product/branch order, each
      * position ahead of its own movements, for the proposal
      * (REPLSRTD). Scratch files, rebuilt by every run.
            SELECT Position-Work ASSIGN TO 'REPLWORK'
            ORGANIZATION IS LINE SEQUENTIAL.

            SELECT Position-Sorted ASSIGN TO 'REPLSRTD'
            ORGANIZATION IS LINE SEQUENTIAL.

      * Suggested orders, one record per branch/product that needs
      * stock, in product/branch order for the buyers to confirm
      * and pass to purchasing. Rewritten whole every run.
            SELECT Suggested-Order ASSIGN TO 'SUGORD'
            ORGANIZATION IS LINE SEQUENTIAL.

            SELECT Proposal-Report ASSIGN TO 'REPLRPT'
            ORGANIZATION IS LINE SEQUENTIAL.

      * Cycle-control file - the suite's shared business date, the
      * day the sales window ends on. Missing file falls back to the
      * wall clock.
            SELECT Cycle-Control ASSIGN TO 'CYCLCTL'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-CYC-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD On-Hand-Snapshot.
            01 ONHAND-RECORD.
                05 OH-KEY.
                    10 OH-BRANCH-CODE      PIC 9(3).
                    10 OH-PRODUCT-CODE     PIC 9(2).
                05 OH-ONHAND-QTY       PIC S9(9)
                       SIGN IS LEADING SEPARATE.
                05 OH-CUM-POSTED-QTY   PIC S9(9)
                       SIGN IS LEADING SEPARATE.
                05 OH-ASOF-DATE        PIC 9(8).

       FD Movement-History.
            01 MOVEMENT-HISTORY-RECORD.
                05 MH-KEY.
                    10 MH-BUSINESS-DATE    PIC 9(8).
                    10 MH-BRANCH-PRODUCT.
                        15 MH-BRANCH-CODE  PIC 9(3).
                        15 MH-PRODUCT-CODE PIC 9(2).
                05 MH-NET-QTY          PIC S9(7)
                       SIGN IS LEADING SEPARATE.
      * The balance before-image the daily run carries for the
      * back-out run - not used here.
                05 FILLER              PIC X(39).

       FD Product-Master.
            01 PRODUCT-MASTER-RECORD.
                05 PM-PRODUCT-CODE   PIC 9(2).
                05 PM-PRODUCT-DESC   PIC X(20).
                05 PM-UNIT-PRICE     PIC 9(5)V99.
                05 PM-REORDER-POINT  PIC 9(7).
                05 PM-MAXIMUM-QTY    PIC 9(7).

       FD Pending-Price.
            01 PENDING-PRICE-RECORD.
                05 PP-PRODUCT-CODE  PIC 9(2).
                05 PP-EFF-DATE      PIC 9(8).
                05 PP-UNIT-PRICE    PIC 9(5)V99.

       FD Branch-Master.
            01 BRANCH-MASTER-RECORD.
                05 BM-BRANCH-CODE   PIC 9(3).
                05 BM-BRANCH-NAME   PIC X(20).
                05 BM-REGION-CODE   PIC 9(2).

       SD Sort-Work-File.
            01 SORT-WORK-RECORD.
                05 SW-PRODUCT-CODE  PIC 9(2).
                05 SW-BRANCH-CODE   PIC 9(3).
                05 SW-REC-TYPE      PIC X(01).
                05 FILLER           PIC X(10).

      * Record type 1 carries the on-hand quantity, type 2 one
      * movement's net quantity.
       FD Position-Work.
            01 POSITION-WORK-RECORD.
                05 PW-PRODUCT-CODE  PIC 9(2).
                05 PW-BRANCH-CODE   PIC 9(3).
                05 PW-REC-TYPE      PIC X(01).
                05 PW-QTY           PIC S9(9)
                       SIGN IS LEADING SEPARATE.

       FD Position-Sorted.
            01 POSITION-SORTED-RECORD.
                05 PS-PRODUCT-CODE  PIC 9(2).
                05 PS-BRANCH-CODE   PIC 9(3).
                05 PS-REC-TYPE      PIC X(01).
                    88 PS-POSITION-RECORD       VALUE '1'.
                05 PS-QTY           PIC S9(9)
                       SIGN IS LEADING SEPARATE.

      * The velocity and cover the order was proposed on travel with
      * it, so the buyer sees why the quantity is what it is.
       FD Suggested-Order.
            01 SUGGESTED-ORDER-RECORD.
                05 SO-PRODUCT-CODE    PIC 9(2).
                05 SO-BRANCH-CODE     PIC 9(3).
                05 SO-PROPOSAL-DATE   PIC 9(8).
                05 SO-ORDER-QTY       PIC 9(7).
                05 SO-UNIT-PRICE      PIC 9(5)V99.
                05 SO-ORDER-VALUE     PIC 9(9)V99.
                05 SO-ONHAND-QTY      PIC S9(9)
                       SIGN IS LEADING SEPARATE.
                05 SO-AVG-DAILY-QTY   PIC 9(7)V99.
                05 SO-COVER-DAYS      PIC 9(4)V9.
                05 SO-TARGET-DAYS     PIC 9(3).

       FD Proposal-Report.
            01 PROPOSAL-REPORT-RECORD PIC X(132).

       FD Cycle-Control.
            01 CYCLE-CONTROL-RECORD.
                05 CC-BUSINESS-DATE        PIC 9(8).
                05 CC-STATUS               PIC X(8).

       WORKING-STORAGE SECTION.
            77 WS-ONH-FILE-STATUS    PIC X(2).
            77 WS-MOV-FILE-STATUS    PIC X(2).
            77 WS-PND-FILE-STATUS    PIC X(2).
            77 WS-CYC-FILE-STATUS    PIC X(2).
            77 WS-CYC-EOF-SW         PIC X(01).
                88 END-OF-CYCLE-FILE        VALUE 'Y'.
            01 WS-CYCLE-CONTROL.
                05 WS-CC-BUSINESS-DATE PIC 9(8).
                05 WS-CC-STATUS        PIC X(8).
            01 WS-CYCLE-CONTROL-X REDEFINES WS-CYCLE-CONTROL.
                05 WS-CC-BUSINESS-DATE-X PIC X(8).
                05 FILLER                PIC X(8).

            77 WS-MASTER-EOF-SW   PIC X(01).
                88 END-OF-MASTER            VALUE 'Y'.
            77 WS-SRT-EOF-SW      PIC X(01).
                88 END-OF-POSITIONS         VALUE 'Y'.

      * Run parameters. Run argument 1 is the sales window in days,
      * ending on the business date; the movement history holds a
      * rolling quarter, so a window longer than 90 days would run
      * off the front of it. Run argument 2 is the target cover in
      * days that orders bring each position up to.
            77 WS-WINDOW-DAYS     PIC 9(3) VALUE 28.
            77 WS-TARGET-DAYS     PIC 9(3) VALUE 21.
            77 WS-MAX-WINDOW-DAYS PIC 9(3) VALUE 90.
            77 WS-ARG-TEXT        PIC X(5).
            77 WS-ARG-WORK        PIC 9(5) COMP.
            77 WS-ARG-SUB         PIC 9(1) COMP.
            77 WS-ARG-OK-SW       PIC X(01).
                88 ARGUMENT-IS-GOOD         VALUE 'Y'.
            01 WS-ARG-DIGIT-X     PIC X(1).
            01 WS-ARG-DIGIT REDEFINES WS-ARG-DIGIT-X PIC 9(1).

      * The window as day serials: a movement record counts when its
      * business date falls from the window's first day through the
      * business date.
            77 WS-TODAY-SERIAL    PIC 9(7) COMP.
            77 WS-WINDOW-START    PIC 9(7) COMP.

      * The history is positioned on the first day of a month far
      * enough back to take in the whole window - a month for every
      * full 28 days of it and one more - and the day serial then
      * drops what falls before the window's first day.
            77 WS-BACK-MONTHS     PIC 9(2) COMP.
            77 WS-MONTH-INDEX     PIC 9(6) COMP.
            77 WS-MONTH-REM       PIC 9(2) COMP.

      * Work fields for the date-to-day-serial conversion.
            01 WS-DATE-CONV.
                05 WS-DC-YEAR   PIC 9(4).
                05 WS-DC-MONTH  PIC 9(2).
                05 WS-DC-DAY    PIC 9(2).
            01 WS-DATE-CONV-N REDEFINES WS-DATE-CONV PIC 9(8).
            77 WS-DAY-SERIAL      PIC 9(7) COMP.
            77 WS-PRIOR-YEAR      PIC 9(4) COMP.
            77 WS-LEAP-DIV4       PIC 9(4) COMP.
            77 WS-LEAP-DIV100     PIC 9(4) COMP.
            77 WS-LEAP-DIV400     PIC 9(4) COMP.
            77 WS-LEAP-WORK       PIC 9(4) COMP.
            77 WS-LEAP-REM        PIC 9(4) COMP.
            77 WS-LEAP-SW         PIC X(01).
                88 YEAR-IS-LEAP             VALUE 'Y'.
            01 WS-MONTH-DAYS-DATA.
                05 FILLER PIC X(21) VALUE "000031059090120151181".
                05 FILLER PIC X(15) VALUE "212243273304334".
            01 WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-DATA.
                05 WS-DAYS-BEFORE-MONTH PIC 9(3) OCCURS 12 TIMES.

      * The branch/product in hand on the sorted position file.
            77 WS-PAIR-SW         PIC X(01) VALUE 'N'.
                88 PAIR-IN-HAND             VALUE 'Y'.
            77 WS-PAIR-PRODUCT-CODE PIC 9(2).
            77 WS-PAIR-BRANCH-CODE  PIC 9(3).
            77 WS-PAIR-ONHAND-QTY PIC S9(9) COMP.
            77 WS-PAIR-WINDOW-NET PIC S9(9) COMP.
            77 WS-ONH-ASOF-DATE   PIC 9(8) VALUE ZERO.

            01 PRODUCT-TABLE.
                05 PRODUCT-TABLE-ENTRY OCCURS 1 TO 100 TIMES
                       DEPENDING ON WS-PRODUCT-TABLE-COUNT
                       ASCENDING KEY IS PT-PRODUCT-CODE
                       INDEXED BY PT-IDX.
                    10 PT-PRODUCT-CODE  PIC 9(2).
                    10 PT-PRODUCT-DESC  PIC X(20).
                    10 PT-UNIT-PRICE    PIC 9(5)V99.
                    10 PT-PRICE-EFF-DATE PIC 9(8).
                    10 PT-MAXIMUM-QTY   PIC 9(7) COMP.
            77 WS-PRODUCT-TABLE-COUNT PIC 9(3) COMP VALUE ZERO.

      * The product in hand on the proposal and its master figures.
            77 WS-FIRST-PRODUCT-SW PIC X(01) VALUE 'Y'.
                88 FIRST-PRODUCT            VALUE 'Y'.
            77 WS-CURRENT-PRODUCT PIC 9(2).
            77 WS-PRODUCT-KNOWN-SW PIC X(01).
                88 PRODUCT-KNOWN            VALUE 'Y'.
            77 WS-UNIT-PRICE      PIC 9(5)V99.
            77 WS-MAXIMUM-QTY     PIC 9(7) COMP.

      * The line in hand: velocity, cover, target and order. A
      * position below zero is taken as nothing on the shelf.
            77 WS-POSITION-QTY    PIC S9(9) COMP.
            77 WS-AVG-DAILY-QTY   PIC S9(7)V99.
            77 WS-COVER-DAYS      PIC S9(4)V9.
            77 WS-TARGET-QTY      PIC S9(9) COMP.
            77 WS-ORDER-QTY       PIC S9(9) COMP.
            77 WS-ORDER-VALUE     PIC S9(11)V99 COMP.
            77 WS-COVER-SET-SW    PIC X(01).
                88 COVER-IS-SET             VALUE 'Y'.

      * Product and grand totals for the proposal.
            77 WS-PR-WINDOW-NET   PIC S9(9) COMP VALUE ZERO.
            77 WS-PR-ONHAND-QTY   PIC S9(9) COMP VALUE ZERO.
            77 WS-PR-ORDER-QTY    PIC S9(9) COMP VALUE ZERO.
            77 WS-PR-ORDER-VALUE  PIC S9(11)V99 COMP VALUE ZERO.
            77 WS-GR-WINDOW-NET   PIC S9(9) COMP VALUE ZERO.
            77 WS-GR-ONHAND-QTY   PIC S9(9) COMP VALUE ZERO.
            77 WS-GR-ORDER-QTY    PIC S9(9) COMP VALUE ZERO.
            77 WS-GR-ORDER-VALUE  PIC S9(11)V99 COMP VALUE ZERO.

      * Run counts for the report trailer.
            77 WS-POSITION-COUNT     PIC 9(5) COMP VALUE ZERO.
            77 WS-ORDER-COUNT        PIC 9(5) COMP VALUE ZERO.
            77 WS-COVERED-COUNT      PIC 9(5) COMP VALUE ZERO.
            77 WS-NO-SALES-COUNT     PIC 9(5) COMP VALUE ZERO.
            77 WS-CAPPED-COUNT       PIC 9(5) COMP VALUE ZERO.
            77 WS-UNKNOWN-COUNT      PIC 9(5) COMP VALUE ZERO.
            77 WS-MOV-READ-COUNT     PIC 9(9) COMP VALUE ZERO.
            77 WS-MOV-WINDOW-COUNT   PIC 9(9) COMP VALUE ZERO.
            77 WS-MOV-UNMATCHED-COUNT PIC 9(9) COMP VALUE ZERO.

      * Run date/time, broken out for the report headings.
            01 WS-CURRENT-DATE-TIME.
                05 WS-RUN-DATE.
                    10 WS-RUN-YEAR  PIC 9(4).
                    10 WS-RUN-MONTH PIC 9(2).
                    10 WS-RUN-DAY   PIC 9(2).
                05 WS-RUN-TIME.
                    10 WS-RUN-HOUR  PIC 9(2).
                    10 WS-RUN-MIN   PIC 9(2).
                    10 WS-RUN-SEC   PIC 9(2).
                05 FILLER           PIC X(4).

      * Page/line control for the report.
            77 WS-PAGE-COUNT        PIC 9(3) VALUE ZERO.
            77 WS-LINE-COUNT        PIC 9(2) VALUE 99.
            77 WS-LINES-PER-PAGE    PIC 9(2) VALUE 50.
            01 WS-PRINT-LINE        PIC X(132).

      * Report lines.
      * 132 bytes maximum, matching PROPOSAL-REPORT-RECORD.
            01 HDG-LINE-1.
                05 FILLER           PIC X(11) VALUE "RD12-REPL".
                05 FILLER           PIC X(31) VALUE
                     "REPLENISHMENT ORDER PROPOSAL".
                05 FILLER           PIC X(10) VALUE "RUN DATE ".
                05 HL1-RUN-DATE     PIC 9999/99/99.
                05 FILLER           PIC X(08) VALUE "  TIME ".
                05 HL1-RUN-TIME     PIC 99B99B99.
                05 FILLER           PIC X(08) VALUE "  PAGE ".
                05 HL1-PAGE         PIC ZZZ9.

            01 HDG-LINE-2.
                05 FILLER           PIC X(14) VALUE "SALES WINDOW ".
                05 HL2-WINDOW-DAYS  PIC ZZ9.
                05 FILLER           PIC X(14) VALUE " DAYS ENDING ".
                05 HL2-WINDOW-TO    PIC 9999/99/99.
                05 FILLER           PIC X(17) VALUE
                     "   TARGET COVER ".
                05 HL2-TARGET-DAYS  PIC ZZ9.
                05 FILLER           PIC X(23) VALUE
                     " DAYS   ON HAND AS OF ".
                05 HL2-ASOF-DATE    PIC 9999/99/99.

            01 HDG-LINE-3.
                05 FILLER           PIC X(30) VALUE
                     "    BRANCH".
                05 FILLER           PIC X(12) VALUE "  WINDOW NET".
                05 FILLER           PIC X(11) VALUE "  AVG/DAY".
                05 FILLER           PIC X(12) VALUE "     ON HAND".
                05 FILLER           PIC X(07) VALUE "  COVER".
                05 FILLER           PIC X(08) VALUE "  TARGET".
                05 FILLER           PIC X(08) VALUE "   ORDER".
                05 FILLER           PIC X(14) VALUE
                     "   ORDER VALUE".
                05 FILLER           PIC X(06) VALUE " NOTE".

            01 PRODUCT-LINE.
                05 FILLER           PIC X(08) VALUE "PRODUCT ".
                05 PL-PRODUCT-CODE  PIC Z9.
                05 FILLER           PIC X(02) VALUE SPACES.
                05 PL-PRODUCT-DESC  PIC X(20).
                05 FILLER           PIC X(14) VALUE
                     "  UNIT PRICE ".
                05 PL-UNIT-PRICE    PIC ZZ,ZZ9.99.
                05 FILLER           PIC X(11) VALUE
                     "  MAXIMUM ".
                05 PL-MAXIMUM-QTY   PIC Z,ZZZ,ZZ9.
                05 PL-MAXIMUM-X REDEFINES PL-MAXIMUM-QTY PIC X(09).

            01 DETAIL-LINE.
                05 FILLER           PIC X(04) VALUE SPACES.
                05 DL-BRANCH-CODE   PIC ZZ9.
                05 FILLER           PIC X(02) VALUE SPACES.
                05 DL-BRANCH-NAME   PIC X(20).
                05 FILLER           PIC X(01) VALUE SPACES.
                05 DL-WINDOW-NET    PIC ZZ,ZZZ,ZZ9-.
                05 FILLER           PIC X(01) VALUE SPACES.
                05 DL-AVG-DAILY     PIC ZZ,ZZ9.99-.
                05 FILLER           PIC X(01) VALUE SPACES.
                05 DL-ONHAND-QTY    PIC ZZ,ZZZ,ZZ9-.
                05 FILLER           PIC X(01) VALUE SPACES.
                05 DL-COVER-DAYS    PIC ZZZ9.9.
                05 DL-COVER-X REDEFINES DL-COVER-DAYS PIC X(06).
                05 FILLER           PIC X(01) VALUE SPACES.
                05 DL-TARGET-QTY    PIC ZZZ,ZZ9.
                05 DL-TARGET-X REDEFINES DL-TARGET-QTY PIC X(07).
                05 FILLER           PIC X(01) VALUE SPACES.
                05 DL-ORDER-QTY     PIC ZZZ,ZZ9.
                05 FILLER           PIC X(01) VALUE SPACES.
                05 DL-ORDER-VALUE   PIC ZZ,ZZZ,ZZ9.99.
                05 FILLER           PIC X(01) VALUE SPACES.
                05 DL-NOTE          PIC X(25).

            01 PRODUCT-TOTAL-LINE.
                05 FILLER           PIC X(09) VALUE SPACES.
                05 FILLER           PIC X(08) VALUE "PRODUCT ".
                05 PTL-PRODUCT-CODE PIC Z9.
                05 FILLER           PIC X(12) VALUE " TOTAL".
                05 PTL-WINDOW-NET   PIC ZZ,ZZZ,ZZ9-.
                05 FILLER           PIC X(12) VALUE SPACES.
                05 PTL-ONHAND-QTY   PIC ZZ,ZZZ,ZZ9-.
                05 FILLER           PIC X(16) VALUE SPACES.
                05 PTL-ORDER-QTY    PIC ZZZ,ZZ9.
                05 FILLER           PIC X(01) VALUE SPACES.
                05 PTL-ORDER-VALUE  PIC ZZ,ZZZ,ZZ9.99.

            01 GRAND-TOTAL-LINE.
                05 FILLER           PIC X(31) VALUE
                     "GRAND TOTAL ALL PRODUCTS".
                05 GTL-WINDOW-NET   PIC ZZ,ZZZ,ZZ9-.
                05 FILLER           PIC X(12) VALUE SPACES.
                05 GTL-ONHAND-QTY   PIC ZZ,ZZZ,ZZ9-.
                05 FILLER           PIC X(13) VALUE SPACES.
                05 GTL-ORDER-QTY    PIC ZZ,ZZZ,ZZ9.
                05 FILLER           PIC X(01) VALUE SPACES.
                05 GTL-ORDER-VALUE  PIC ZZ,ZZZ,ZZ9.99.

            01 TOTAL-LINE-1.
                05 FILLER           PIC X(15) VALUE "POSITIONS    ".
                05 TL-POSITIONS     PIC ZZZZ9.
                05 FILLER           PIC X(10) VALUE "   ORDER ".
                05 TL-ORDERS        PIC ZZZZ9.
                05 FILLER           PIC X(14) VALUE "   COVERED ".
                05 TL-COVERED       PIC ZZZZ9.
                05 FILLER           PIC X(13) VALUE "   NO SALES ".
                05 TL-NO-SALES      PIC ZZZZ9.
                05 FILLER           PIC X(11) VALUE "   CAPPED ".
                05 TL-CAPPED        PIC ZZZZ9.
                05 FILLER           PIC X(12) VALUE "   UNKNOWN ".
                05 TL-UNKNOWN       PIC ZZZZ9.

            01 TOTAL-LINE-2.
                05 FILLER           PIC X(15) VALUE "MOVEMENTS READ".
                05 TL-MOV-READ      PIC ZZZ,ZZZ,ZZ9.
                05 FILLER           PIC X(13) VALUE "   IN WINDOW ".
                05 TL-MOV-WINDOW    PIC ZZZ,ZZZ,ZZ9.
                05 FILLER           PIC X(21) VALUE
                     "   NOT ON SNAPSHOT ".
                05 TL-MOV-UNMATCHED PIC ZZZ,ZZZ,ZZ9.

            01 BLANK-LINE           PIC X(01) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAINLINE.
            PERFORM 1000-INITIALIZE THRU 1000-EXIT.
            PERFORM 2000-SUM-SALES-WINDOW THRU 2000-EXIT.
            PERFORM 3000-BUILD-PROPOSAL THRU 3000-EXIT.
            PERFORM 9999-TERMINATE THRU 9999-EXIT.

      ******************************************************************
      * 1000-INITIALIZE - capture run date/time, pick up the sales
      * window and the target cover (run arguments 1 and 2), fix the
      * window's first day, load the product master, open the branch
      * master and the outputs.
      ******************************************************************
       1000-INITIALIZE.
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
            ACCEPT WS-RUN-TIME FROM TIME.
            PERFORM 1020-READ-CYCLE-CONTROL THRU 1020-EXIT.
            DISPLAY 1 UPON ARGUMENT-NUMBER.
            MOVE SPACES TO WS-ARG-TEXT.
            ACCEPT WS-ARG-TEXT FROM ARGUMENT-VALUE
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            IF WS-ARG-TEXT NOT = SPACES
                PERFORM 1050-PARSE-ARGUMENT THRU 1050-EXIT
                IF ARGUMENT-IS-GOOD AND WS-ARG-WORK > ZERO AND
                   WS-ARG-WORK NOT > WS-MAX-WINDOW-DAYS
                    MOVE WS-ARG-WORK TO WS-WINDOW-DAYS
                ELSE
                    DISPLAY "RD12-REPL SALES WINDOW ARGUMENT NOT "
                            "1 TO " WS-MAX-WINDOW-DAYS
                            " DAYS - USING DEFAULT " WS-WINDOW-DAYS
                END-IF
            END-IF.
            DISPLAY 2 UPON ARGUMENT-NUMBER.
            MOVE SPACES TO WS-ARG-TEXT.
            ACCEPT WS-ARG-TEXT FROM ARGUMENT-VALUE
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            IF WS-ARG-TEXT NOT = SPACES
                PERFORM 1050-PARSE-ARGUMENT THRU 1050-EXIT
                IF ARGUMENT-IS-GOOD AND WS-ARG-WORK > ZERO AND
                   WS-ARG-WORK < 1000
                    MOVE WS-ARG-WORK TO WS-TARGET-DAYS
                ELSE
                    DISPLAY "RD12-REPL TARGET COVER ARGUMENT NOT "
                            "1 TO 999 DAYS - USING DEFAULT "
                            WS-TARGET-DAYS
                END-IF
            END-IF.
            MOVE WS-RUN-DATE TO WS-DATE-CONV.
            PERFORM 8100-DATE-TO-DAY-SERIAL THRU 8100-EXIT.
            MOVE WS-DAY-SERIAL TO WS-TODAY-SERIAL.
            COMPUTE WS-WINDOW-START =
                WS-TODAY-SERIAL - WS-WINDOW-DAYS + 1.
            PERFORM 2500-LOAD-PRODUCT-MASTER THRU 2500-EXIT.
            OPEN INPUT Branch-Master.
            OPEN OUTPUT Suggested-Order.
            OPEN OUTPUT Proposal-Report.
       1000-EXIT.
            EXIT.

      * The shared business date overrides the wall clock, the same
      * fallback behaviour as the daily run.
       1020-READ-CYCLE-CONTROL.
            OPEN INPUT Cycle-Control.
            IF WS-CYC-FILE-STATUS NOT = "00"
                DISPLAY "RD12-REPL NO CYCLE-CONTROL FILE - USING "
                        "WALL-CLOCK DATE " WS-RUN-DATE
                GO TO 1020-EXIT
            END-IF.
            MOVE 'N' TO WS-CYC-EOF-SW.
            READ Cycle-Control INTO WS-CYCLE-CONTROL
                AT END
                    SET END-OF-CYCLE-FILE TO TRUE
            END-READ.
            CLOSE Cycle-Control.
            IF END-OF-CYCLE-FILE OR
               WS-CC-BUSINESS-DATE-X IS NOT NUMERIC
                DISPLAY "RD12-REPL CYCLE-CONTROL RECORD MISSING OR "
                        "GARBLED - USING WALL-CLOCK DATE " WS-RUN-DATE
                GO TO 1020-EXIT
            END-IF.
            MOVE WS-CC-BUSINESS-DATE TO WS-RUN-DATE.
       1020-EXIT.
            EXIT.

      ******************************************************************
      * 1050-PARSE-ARGUMENT - a run argument arrives left-justified
      * and space-padded, so it is parsed digit by digit as the
      * recycle run parses its own. The caller keeps its default
      * when the argument does not parse.
      ******************************************************************
       1050-PARSE-ARGUMENT.
            MOVE ZERO TO WS-ARG-WORK.
            MOVE 'Y'  TO WS-ARG-OK-SW.
            PERFORM 1060-PARSE-ONE-DIGIT THRU 1060-EXIT
                VARYING WS-ARG-SUB FROM 1 BY 1
                UNTIL WS-ARG-SUB > 5.
       1050-EXIT.
            EXIT.

       1060-PARSE-ONE-DIGIT.
            MOVE WS-ARG-TEXT(WS-ARG-SUB:1) TO WS-ARG-DIGIT-X.
            IF WS-ARG-DIGIT-X = SPACE
                CONTINUE
            ELSE
                IF WS-ARG-DIGIT-X IS NUMERIC
                    COMPUTE WS-ARG-WORK =
                        (WS-ARG-WORK * 10) + WS-ARG-DIGIT
                ELSE
                    MOVE 'N' TO WS-ARG-OK-SW
                END-IF
            END-IF.
       1060-EXIT.
            EXIT.

      ******************************************************************
      * 2000-SUM-SALES-WINDOW - write a position record for every
      * branch/product on the snapshot and a movement record for
      * every history record dated inside the window, then sort the
      * lot into product/branch order for the proposal. Missing
      * history leaves every window net at zero, so nothing is
      * ordered.
      ******************************************************************
       2000-SUM-SALES-WINDOW.
            OPEN OUTPUT Position-Work.
            PERFORM 2700-WRITE-POSITION-RECORDS THRU 2700-EXIT.
            OPEN INPUT Movement-History.
            IF WS-MOV-FILE-STATUS NOT = "00"
                DISPLAY "RD12-REPL NO MOVEMENT HISTORY - NO SALES "
                        "VELOCITY, NOTHING PROPOSED"
            ELSE
                PERFORM 2050-POSITION-HISTORY THRU 2050-EXIT
                PERFORM UNTIL END-OF-MASTER
                    READ Movement-History NEXT RECORD
                        AT END
                            SET END-OF-MASTER TO TRUE
                        NOT AT END
                            IF MH-BUSINESS-DATE > WS-RUN-DATE
                                SET END-OF-MASTER TO TRUE
                            ELSE
                                PERFORM 2100-ADD-ONE-MOVEMENT THRU
                                        2100-EXIT
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE Movement-History
            END-IF.
            CLOSE Position-Work.
            SORT Sort-Work-File
                ON ASCENDING KEY SW-PRODUCT-CODE
                                 SW-BRANCH-CODE
                                 SW-REC-TYPE
                USING Position-Work
                GIVING Position-Sorted.
       2000-EXIT.
            EXIT.

       2050-POSITION-HISTORY.
            DIVIDE WS-WINDOW-DAYS BY 28 GIVING WS-BACK-MONTHS.
            ADD 1 TO WS-BACK-MONTHS.
            COMPUTE WS-MONTH-INDEX =
                (WS-RUN-YEAR * 12) + WS-RUN-MONTH - 1 - WS-BACK-MONTHS.
            DIVIDE WS-MONTH-INDEX BY 12 GIVING WS-DC-YEAR
                REMAINDER WS-MONTH-REM.
            COMPUTE WS-DC-MONTH = WS-MONTH-REM + 1.
            MOVE 1 TO WS-DC-DAY.
            MOVE WS-DATE-CONV-N TO MH-BUSINESS-DATE.
            MOVE ZERO TO MH-BRANCH-PRODUCT.
            MOVE 'N' TO WS-MASTER-EOF-SW.
            START Movement-History
                KEY IS NOT LESS THAN MH-KEY
                INVALID KEY
                    SET END-OF-MASTER TO TRUE
            END-START.
       2050-EXIT.
            EXIT.

       2100-ADD-ONE-MOVEMENT.
            ADD 1 TO WS-MOV-READ-COUNT.
            MOVE MH-BUSINESS-DATE TO WS-DATE-CONV-N.
            PERFORM 8100-DATE-TO-DAY-SERIAL THRU 8100-EXIT.
            IF WS-DAY-SERIAL < WS-WINDOW-START OR
               WS-DAY-SERIAL > WS-TODAY-SERIAL
                GO TO 2100-EXIT
            END-IF.
            ADD 1 TO WS-MOV-WINDOW-COUNT.
            MOVE MH-PRODUCT-CODE TO PW-PRODUCT-CODE.
            MOVE MH-BRANCH-CODE  TO PW-BRANCH-CODE.
            MOVE '2'             TO PW-REC-TYPE.
            MOVE MH-NET-QTY      TO PW-QTY.
            WRITE POSITION-WORK-RECORD.
       2100-EXIT.
            EXIT.

       2500-LOAD-PRODUCT-MASTER.
            OPEN INPUT Product-Master.
            MOVE 'N' TO WS-MASTER-EOF-SW.
            PERFORM UNTIL END-OF-MASTER
                READ Product-Master
                    AT END
                        SET END-OF-MASTER TO TRUE
                    NOT AT END
                        IF WS-PRODUCT-TABLE-COUNT >= 100
                            DISPLAY "RD12-REPL PRODUCT MASTER EXCEEDS "
                                    "THE 100-ENTRY TABLE LIMIT - "
                                    "INCREASE THE OCCURS AND RECOMPILE"
                            MOVE 16 TO RETURN-CODE
                            STOP RUN
                        ELSE
                            ADD 1 TO WS-PRODUCT-TABLE-COUNT
                            MOVE PM-PRODUCT-CODE TO
                                 PT-PRODUCT-CODE(WS-PRODUCT-TABLE-COUNT)
                            MOVE PM-PRODUCT-DESC TO
                                 PT-PRODUCT-DESC(WS-PRODUCT-TABLE-COUNT)
                            IF PM-UNIT-PRICE IS NUMERIC
                                MOVE PM-UNIT-PRICE TO
                                  PT-UNIT-PRICE(WS-PRODUCT-TABLE-COUNT)
                            ELSE
                                MOVE ZERO TO
                                  PT-UNIT-PRICE(WS-PRODUCT-TABLE-COUNT)
                            END-IF
                            IF PM-MAXIMUM-QTY IS NUMERIC
                                MOVE PM-MAXIMUM-QTY TO
                                  PT-MAXIMUM-QTY(WS-PRODUCT-TABLE-COUNT)
                            ELSE
                                MOVE ZERO TO
                                  PT-MAXIMUM-QTY(WS-PRODUCT-TABLE-COUNT)
                            END-IF
                            MOVE ZERO TO PT-PRICE-EFF-DATE
                                 (WS-PRODUCT-TABLE-COUNT)
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE Product-Master.
            PERFORM 2550-APPLY-PENDING-PRICES THRU 2550-EXIT.
       2500-EXIT.
            EXIT.

      ******************************************************************
      * 2550-APPLY-PENDING-PRICES - lay the dated price changes over
      * the product table as the daily run does: the latest record
      * effective by the business date wins, a later one waits. A
      * missing pending file means no price has ever been queued.
      ******************************************************************
       2550-APPLY-PENDING-PRICES.
            OPEN INPUT Pending-Price.
            IF WS-PND-FILE-STATUS NOT = "00"
                GO TO 2550-EXIT
            END-IF.
            MOVE 'N' TO WS-MASTER-EOF-SW.
            PERFORM UNTIL END-OF-MASTER
                READ Pending-Price
                    AT END
                        SET END-OF-MASTER TO TRUE
                    NOT AT END
                        PERFORM 2560-APPLY-ONE-PENDING THRU 2560-EXIT
                END-READ
            END-PERFORM.
            CLOSE Pending-Price.
       2550-EXIT.
            EXIT.

       2560-APPLY-ONE-PENDING.
            SEARCH ALL PRODUCT-TABLE-ENTRY
                AT END
                    CONTINUE
                WHEN PT-PRODUCT-CODE(PT-IDX) = PP-PRODUCT-CODE
                    IF PP-EFF-DATE NOT > WS-RUN-DATE AND
                       PP-EFF-DATE >= PT-PRICE-EFF-DATE(PT-IDX)
                        MOVE PP-UNIT-PRICE TO PT-UNIT-PRICE(PT-IDX)
                        MOVE PP-EFF-DATE TO
                             PT-PRICE-EFF-DATE(PT-IDX)
                    END-IF
            END-SEARCH.
       2560-EXIT.
            EXIT.

      * A missing snapshot writes no positions - there is nothing
      * to propose against, and the proposal prints empty.
       2700-WRITE-POSITION-RECORDS.
            OPEN INPUT On-Hand-Snapshot.
            IF WS-ONH-FILE-STATUS NOT = "00"
                DISPLAY "RD12-REPL NO ON-HAND SNAPSHOT - NOTHING "
                        "CAN BE PROPOSED"
                GO TO 2700-EXIT
            END-IF.
            MOVE 'N' TO WS-MASTER-EOF-SW.
            PERFORM UNTIL END-OF-MASTER
                READ On-Hand-Snapshot
                    AT END
                        SET END-OF-MASTER TO TRUE
                    NOT AT END
                        MOVE OH-PRODUCT-CODE TO PW-PRODUCT-CODE
                        MOVE OH-BRANCH-CODE  TO PW-BRANCH-CODE
                        MOVE '1'             TO PW-REC-TYPE
                        MOVE OH-ONHAND-QTY   TO PW-QTY
                        WRITE POSITION-WORK-RECORD
                        IF OH-ASOF-DATE > WS-ONH-ASOF-DATE
                            MOVE OH-ASOF-DATE TO WS-ONH-ASOF-DATE
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE On-Hand-Snapshot.
       2700-EXIT.
            EXIT.

      ******************************************************************
      * 3000-BUILD-PROPOSAL - read the sorted positions, each
      * branch/product's own position ahead of its movements, adding
      * the movements to its window net and working each one out when
      * the next position arrives, a product heading and total around
      * each product's branches. A movement with no position ahead
      * of it is for a branch/product the snapshot does not carry -
      * it is counted, there is no position to propose against.
      ******************************************************************
       3000-BUILD-PROPOSAL.
            OPEN INPUT Position-Sorted.
            MOVE 'N' TO WS-SRT-EOF-SW.
            PERFORM UNTIL END-OF-POSITIONS
                READ Position-Sorted
                    AT END
                        SET END-OF-POSITIONS TO TRUE
                    NOT AT END
                        PERFORM 3050-TAKE-ONE-RECORD THRU 3050-EXIT
                END-READ
            END-PERFORM.
            CLOSE Position-Sorted.
            IF PAIR-IN-HAND
                PERFORM 3100-PROPOSE-ONE-POSITION THRU 3100-EXIT
            END-IF.
            IF NOT FIRST-PRODUCT
                PERFORM 3500-PRINT-PRODUCT-TOTAL THRU 3500-EXIT
            END-IF.
       3000-EXIT.
            EXIT.

       3050-TAKE-ONE-RECORD.
            IF PS-POSITION-RECORD
                IF PAIR-IN-HAND
                    PERFORM 3100-PROPOSE-ONE-POSITION THRU 3100-EXIT
                END-IF
                SET PAIR-IN-HAND TO TRUE
                MOVE PS-PRODUCT-CODE TO WS-PAIR-PRODUCT-CODE
                MOVE PS-BRANCH-CODE  TO WS-PAIR-BRANCH-CODE
                MOVE PS-QTY          TO WS-PAIR-ONHAND-QTY
                MOVE ZERO            TO WS-PAIR-WINDOW-NET
            ELSE
                IF PAIR-IN-HAND AND
                   PS-PRODUCT-CODE = WS-PAIR-PRODUCT-CODE AND
                   PS-BRANCH-CODE = WS-PAIR-BRANCH-CODE
                    ADD PS-QTY TO WS-PAIR-WINDOW-NET
                ELSE
                    ADD 1 TO WS-MOV-UNMATCHED-COUNT
                END-IF
            END-IF.
       3050-EXIT.
            EXIT.

       3100-PROPOSE-ONE-POSITION.
            IF FIRST-PRODUCT
                MOVE 'N' TO WS-FIRST-PRODUCT-SW
                PERFORM 3200-START-NEW-PRODUCT THRU 3200-EXIT
            ELSE
                IF WS-PAIR-PRODUCT-CODE NOT = WS-CURRENT-PRODUCT
                    PERFORM 3500-PRINT-PRODUCT-TOTAL THRU 3500-EXIT
                    PERFORM 3200-START-NEW-PRODUCT THRU 3200-EXIT
                END-IF
            END-IF.
            ADD 1 TO WS-POSITION-COUNT.
            PERFORM 3300-WORK-OUT-ORDER THRU 3300-EXIT.
            ADD WS-PAIR-WINDOW-NET TO WS-PR-WINDOW-NET.
            ADD WS-PAIR-ONHAND-QTY TO WS-PR-ONHAND-QTY.
            ADD WS-ORDER-QTY       TO WS-PR-ORDER-QTY.
            ADD WS-ORDER-VALUE     TO WS-PR-ORDER-VALUE.
            PERFORM 3400-PRINT-POSITION-LINE THRU 3400-EXIT.
            IF WS-ORDER-QTY > ZERO
                PERFORM 3450-WRITE-SUGGESTED-ORDER THRU 3450-EXIT
            END-IF.
       3100-EXIT.
            EXIT.

      * A product the master does not carry prints under a blank
      * description and is never ordered - there is no price or
      * maximum to order it by.
       3200-START-NEW-PRODUCT.
            MOVE WS-PAIR-PRODUCT-CODE TO WS-CURRENT-PRODUCT.
            MOVE ZERO TO WS-PR-WINDOW-NET.
            MOVE ZERO TO WS-PR-ONHAND-QTY.
            MOVE ZERO TO WS-PR-ORDER-QTY.
            MOVE ZERO TO WS-PR-ORDER-VALUE.
            MOVE 'N'  TO WS-PRODUCT-KNOWN-SW.
            MOVE ZERO TO WS-UNIT-PRICE.
            MOVE ZERO TO WS-MAXIMUM-QTY.
            MOVE WS-CURRENT-PRODUCT TO PL-PRODUCT-CODE.
            MOVE SPACES TO PL-PRODUCT-DESC.
            SEARCH ALL PRODUCT-TABLE-ENTRY
                AT END
                    MOVE "UNKNOWN PRODUCT" TO PL-PRODUCT-DESC
                WHEN PT-PRODUCT-CODE(PT-IDX) = WS-CURRENT-PRODUCT
                    SET PRODUCT-KNOWN TO TRUE
                    MOVE PT-PRODUCT-DESC(PT-IDX) TO PL-PRODUCT-DESC
                    MOVE PT-UNIT-PRICE(PT-IDX)   TO WS-UNIT-PRICE
                    MOVE PT-MAXIMUM-QTY(PT-IDX)  TO WS-MAXIMUM-QTY
            END-SEARCH.
            MOVE WS-UNIT-PRICE TO PL-UNIT-PRICE.
            IF WS-MAXIMUM-QTY = ZERO
                MOVE "     NONE" TO PL-MAXIMUM-X
            ELSE
                MOVE WS-MAXIMUM-QTY TO PL-MAXIMUM-QTY
            END-IF.
            IF WS-LINE-COUNT + 4 > WS-LINES-PER-PAGE
                PERFORM 5010-WRITE-HEADINGS THRU 5010-EXIT
            END-IF.
            MOVE SPACES TO WS-PRINT-LINE.
            PERFORM 5000-WRITE-REPORT-LINE THRU 5000-EXIT.
            MOVE PRODUCT-LINE TO WS-PRINT-LINE.
            PERFORM 5000-WRITE-REPORT-LINE THRU 5000-EXIT.
       3200-EXIT.
            EXIT.

      ******************************************************************
      * 3300-WORK-OUT-ORDER - the average daily net sales over the
      * window, the days of cover the position gives at that rate,
      * and the order that brings it up to the target cover:
      *     target = window net x target days / window days
      *     order  = target - position, when above zero
      * held to the product's maximum quantity where the master sets
      * one. No net sales in the window means no velocity - nothing
      * is ordered and no cover can be worked out. Cover beyond
      * 9999.9 days prints as 9999.9.
      ******************************************************************
       3300-WORK-OUT-ORDER.
            MOVE ZERO TO WS-TARGET-QTY.
            MOVE ZERO TO WS-ORDER-QTY.
            MOVE ZERO TO WS-ORDER-VALUE.
            MOVE ZERO TO WS-COVER-DAYS.
            MOVE 'N'  TO WS-COVER-SET-SW.
            MOVE SPACES TO DL-NOTE.
            MOVE WS-PAIR-ONHAND-QTY TO WS-POSITION-QTY.
            IF WS-POSITION-QTY < ZERO
                MOVE ZERO TO WS-POSITION-QTY
            END-IF.
            COMPUTE WS-AVG-DAILY-QTY ROUNDED =
                WS-PAIR-WINDOW-NET / WS-WINDOW-DAYS.
            MOVE WS-PAIR-BRANCH-CODE TO DL-BRANCH-CODE.
            MOVE WS-PAIR-BRANCH-CODE TO BM-BRANCH-CODE.
            READ Branch-Master
                INVALID KEY
                    MOVE SPACES TO DL-BRANCH-NAME
                    MOVE "UNKNOWN BRANCH - NO ORDER" TO DL-NOTE
                    ADD 1 TO WS-UNKNOWN-COUNT
                    GO TO 3300-EXIT
                NOT INVALID KEY
                    MOVE BM-BRANCH-NAME TO DL-BRANCH-NAME
            END-READ.
            IF NOT PRODUCT-KNOWN
                MOVE "UNKNOWN PRODUCT-NO ORDER" TO DL-NOTE
                ADD 1 TO WS-UNKNOWN-COUNT
                GO TO 3300-EXIT
            END-IF.
            IF WS-PAIR-WINDOW-NET NOT > ZERO
                MOVE "NO SALES IN WINDOW" TO DL-NOTE
                ADD 1 TO WS-NO-SALES-COUNT
                GO TO 3300-EXIT
            END-IF.
            SET COVER-IS-SET TO TRUE.
            COMPUTE WS-COVER-DAYS ROUNDED =
                WS-POSITION-QTY * WS-WINDOW-DAYS /
                WS-PAIR-WINDOW-NET
                ON SIZE ERROR
                    MOVE 9999.9 TO WS-COVER-DAYS
            END-COMPUTE.
            COMPUTE WS-TARGET-QTY ROUNDED =
                WS-PAIR-WINDOW-NET * WS-TARGET-DAYS /
                WS-WINDOW-DAYS.
            IF WS-MAXIMUM-QTY > ZERO AND
               WS-TARGET-QTY > WS-MAXIMUM-QTY
                MOVE WS-MAXIMUM-QTY TO WS-TARGET-QTY
                MOVE "HELD TO MAXIMUM" TO DL-NOTE
                ADD 1 TO WS-CAPPED-COUNT
            END-IF.
            IF WS-TARGET-QTY > WS-POSITION-QTY
                COMPUTE WS-ORDER-QTY = WS-TARGET-QTY - WS-POSITION-QTY
                COMPUTE WS-ORDER-VALUE = WS-ORDER-QTY * WS-UNIT-PRICE
                ADD 1 TO WS-ORDER-COUNT
            ELSE
                IF DL-NOTE = SPACES
                    MOVE "COVERED" TO DL-NOTE
                END-IF
                ADD 1 TO WS-COVERED-COUNT
            END-IF.
       3300-EXIT.
            EXIT.

       3400-PRINT-POSITION-LINE.
            MOVE WS-PAIR-WINDOW-NET       TO DL-WINDOW-NET.
            MOVE WS-AVG-DAILY-QTY         TO DL-AVG-DAILY.
            MOVE WS-PAIR-ONHAND-QTY       TO DL-ONHAND-QTY.
            IF COVER-IS-SET
                MOVE WS-COVER-DAYS TO DL-COVER-DAYS
                MOVE WS-TARGET-QTY TO DL-TARGET-QTY
            ELSE
                MOVE SPACES TO DL-COVER-X
                MOVE SPACES TO DL-TARGET-X
            END-IF.
            MOVE WS-ORDER-QTY   TO DL-ORDER-QTY.
            MOVE WS-ORDER-VALUE TO DL-ORDER-VALUE.
            MOVE DETAIL-LINE TO WS-PRINT-LINE.
            PERFORM 5000-WRITE-REPORT-LINE THRU 5000-EXIT.
       3400-EXIT.
            EXIT.

       3450-WRITE-SUGGESTED-ORDER.
            MOVE WS-PAIR-PRODUCT-CODE       TO SO-PRODUCT-CODE.
            MOVE WS-PAIR-BRANCH-CODE        TO SO-BRANCH-CODE.
            MOVE WS-RUN-DATE                TO SO-PROPOSAL-DATE.
            MOVE WS-ORDER-QTY               TO SO-ORDER-QTY.
            MOVE WS-UNIT-PRICE              TO SO-UNIT-PRICE.
            MOVE WS-ORDER-VALUE             TO SO-ORDER-VALUE.
            MOVE WS-PAIR-ONHAND-QTY         TO SO-ONHAND-QTY.
            MOVE WS-AVG-DAILY-QTY           TO SO-AVG-DAILY-QTY.
            MOVE WS-COVER-DAYS              TO SO-COVER-DAYS.
            MOVE WS-TARGET-DAYS             TO SO-TARGET-DAYS.
            WRITE SUGGESTED-ORDER-RECORD.
       3450-EXIT.
            EXIT.

       3500-PRINT-PRODUCT-TOTAL.
            MOVE WS-CURRENT-PRODUCT TO PTL-PRODUCT-CODE.
            MOVE WS-PR-WINDOW-NET   TO PTL-WINDOW-NET.
            MOVE WS-PR-ONHAND-QTY   TO PTL-ONHAND-QTY.
            MOVE WS-PR-ORDER-QTY    TO PTL-ORDER-QTY.
            MOVE WS-PR-ORDER-VALUE  TO PTL-ORDER-VALUE.
            MOVE PRODUCT-TOTAL-LINE TO WS-PRINT-LINE.
            PERFORM 5000-WRITE-REPORT-LINE THRU 5000-EXIT.
            ADD WS-PR-WINDOW-NET  TO WS-GR-WINDOW-NET.
            ADD WS-PR-ONHAND-QTY  TO WS-GR-ONHAND-QTY.
            ADD WS-PR-ORDER-QTY   TO WS-GR-ORDER-QTY.
            ADD WS-PR-ORDER-VALUE TO WS-GR-ORDER-VALUE.
       3500-EXIT.
            EXIT.

       5000-WRITE-REPORT-LINE.
            IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
                PERFORM 5010-WRITE-HEADINGS THRU 5010-EXIT
            END-IF.
            WRITE PROPOSAL-REPORT-RECORD FROM WS-PRINT-LINE.
            ADD 1 TO WS-LINE-COUNT.
       5000-EXIT.
            EXIT.

       5010-WRITE-HEADINGS.
            ADD 1 TO WS-PAGE-COUNT.
            MOVE WS-RUN-DATE         TO HL1-RUN-DATE.
            MOVE WS-RUN-TIME         TO HL1-RUN-TIME.
            MOVE WS-PAGE-COUNT       TO HL1-PAGE.
            MOVE WS-WINDOW-DAYS      TO HL2-WINDOW-DAYS.
            MOVE WS-RUN-DATE         TO HL2-WINDOW-TO.
            MOVE WS-TARGET-DAYS      TO HL2-TARGET-DAYS.
            MOVE WS-ONH-ASOF-DATE    TO HL2-ASOF-DATE.
            IF WS-PAGE-COUNT > 1
                WRITE PROPOSAL-REPORT-RECORD FROM BLANK-LINE
                    BEFORE ADVANCING PAGE
            END-IF.
            WRITE PROPOSAL-REPORT-RECORD FROM HDG-LINE-1.
            WRITE PROPOSAL-REPORT-RECORD FROM HDG-LINE-2.
            WRITE PROPOSAL-REPORT-RECORD FROM BLANK-LINE.
            WRITE PROPOSAL-REPORT-RECORD FROM HDG-LINE-3.
            MOVE ZERO TO WS-LINE-COUNT.
       5010-EXIT.
            EXIT.

      ******************************************************************
      * 8100-DATE-TO-DAY-SERIAL - convert WS-DATE-CONV (YYYYMMDD) to
      * a day count so the window comes from plain subtraction. The
      * whole years BEFORE the date's year contribute 365 days each
      * plus the Gregorian leap days (hence the prior-year
      * divisions); the month table carries the days before each
      * month in a common year, with one more once past February of
      * a leap year.
      ******************************************************************
       8100-DATE-TO-DAY-SERIAL.
            COMPUTE WS-PRIOR-YEAR = WS-DC-YEAR - 1.
            DIVIDE WS-PRIOR-YEAR BY 4   GIVING WS-LEAP-DIV4.
            DIVIDE WS-PRIOR-YEAR BY 100 GIVING WS-LEAP-DIV100.
            DIVIDE WS-PRIOR-YEAR BY 400 GIVING WS-LEAP-DIV400.
            COMPUTE WS-DAY-SERIAL =
                (WS-PRIOR-YEAR * 365)
                + WS-LEAP-DIV4
                - WS-LEAP-DIV100
                + WS-LEAP-DIV400
                + WS-DAYS-BEFORE-MONTH(WS-DC-MONTH)
                + WS-DC-DAY.
            MOVE 'N' TO WS-LEAP-SW.
            DIVIDE WS-DC-YEAR BY 4 GIVING WS-LEAP-WORK
                REMAINDER WS-LEAP-REM.
            IF WS-LEAP-REM = ZERO
                SET YEAR-IS-LEAP TO TRUE
            END-IF.
            DIVIDE WS-DC-YEAR BY 100 GIVING WS-LEAP-WORK
                REMAINDER WS-LEAP-REM.
            IF WS-LEAP-REM = ZERO
                MOVE 'N' TO WS-LEAP-SW
            END-IF.
            DIVIDE WS-DC-YEAR BY 400 GIVING WS-LEAP-WORK
                REMAINDER WS-LEAP-REM.
            IF WS-LEAP-REM = ZERO
                SET YEAR-IS-LEAP TO TRUE
            END-IF.
            IF YEAR-IS-LEAP AND WS-DC-MONTH > 2
                ADD 1 TO WS-DAY-SERIAL
            END-IF.
       8100-EXIT.
            EXIT.

       9999-TERMINATE.
            IF WS-PAGE-COUNT = ZERO
                PERFORM 5010-WRITE-HEADINGS THRU 5010-EXIT
            END-IF.
            MOVE WS-GR-WINDOW-NET  TO GTL-WINDOW-NET.
            MOVE WS-GR-ONHAND-QTY  TO GTL-ONHAND-QTY.
            MOVE WS-GR-ORDER-QTY   TO GTL-ORDER-QTY.
            MOVE WS-GR-ORDER-VALUE TO GTL-ORDER-VALUE.
            MOVE WS-POSITION-COUNT      TO TL-POSITIONS.
            MOVE WS-ORDER-COUNT         TO TL-ORDERS.
            MOVE WS-COVERED-COUNT       TO TL-COVERED.
            MOVE WS-NO-SALES-COUNT      TO TL-NO-SALES.
            MOVE WS-CAPPED-COUNT        TO TL-CAPPED.
            MOVE WS-UNKNOWN-COUNT       TO TL-UNKNOWN.
            MOVE WS-MOV-READ-COUNT      TO TL-MOV-READ.
            MOVE WS-MOV-WINDOW-COUNT    TO TL-MOV-WINDOW.
            MOVE WS-MOV-UNMATCHED-COUNT TO TL-MOV-UNMATCHED.
            IF WS-LINE-COUNT + 6 > WS-LINES-PER-PAGE
                PERFORM 5010-WRITE-HEADINGS THRU 5010-EXIT
            END-IF.
            WRITE PROPOSAL-REPORT-RECORD FROM BLANK-LINE.
            WRITE PROPOSAL-REPORT-RECORD FROM GRAND-TOTAL-LINE.
            WRITE PROPOSAL-REPORT-RECORD FROM BLANK-LINE.
            WRITE PROPOSAL-REPORT-RECORD FROM TOTAL-LINE-1.
            WRITE PROPOSAL-REPORT-RECORD FROM TOTAL-LINE-2.
            CLOSE Branch-Master.
            CLOSE Suggested-Order.
            CLOSE Proposal-Report.
            DISPLAY "RD12-REPL POSITIONS " WS-POSITION-COUNT
                    " ORDERS " WS-ORDER-COUNT
                    " NO SALES " WS-NO-SALES-COUNT
                    " UNKNOWN " WS-UNKNOWN-COUNT.
            STOP RUN.
       9999-EXIT.
            EXIT.
       END PROGRAM RD12REPL.
