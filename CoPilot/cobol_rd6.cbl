      *             and grand totals), keep a twelve-month snapshot
      *             trail, and mark the month closed so finance signs
      *             off from a real document instead of whatever daily
      *             report happened to print before rollover. Every
      *             product and total also carries its comparison
      *             with the sales budget, in quantity and value.
      *             Run in RESTATE mode for a month already closed, it
      *             applies the prior-period adjustments the daily run
      *             captured for that month to its snapshot and prints
      *             a restated statement - original, adjustment and
      *             restated figures - recorded on the close-control
      *             log like the close itself.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      * The balance master as it stands after the month's last
      * business day - run this program BEFORE the first daily run of
      * the new month, whose rollover zeroes the MTD figures this
      * statement exists to capture. Keyed on branch + product and
      * read through in key order.
            SELECT Balance-Master ASSIGN TO 'BALMSTR'
            ORGANIZATION IS INDEXED
            ACCESS MODE IS SEQUENTIAL
            RECORD KEY IS BAL-KEY
            FILE STATUS IS WS-BAL-FILE-STATUS.

            SELECT Product-Master ASSIGN TO 'PRODMSTR'
            ORGANIZATION IS INDEXED
            ACCESS MODE IS SEQUENTIAL
            RECORD KEY IS PM-PRODUCT-CODE.

      * Pending price file - laid over the product master's price so
      * the month's sales are valued at the price in force at its
      * close, the way the daily run resolves it.
            SELECT Pending-Price ASSIGN TO 'PENDPRC'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PND-FILE-STATUS.

      * Sales budget, keyed branch/product/month and maintained by
      * the maintenance run - read in key order, the statement
      * compares the close month and the year to date against it.
      * Missing means no budget set.
            SELECT Budget-File ASSIGN TO 'BUDGET'
            ORGANIZATION IS INDEXED
            ACCESS MODE IS SEQUENTIAL
            RECORD KEY IS BG-KEY
            ALTERNATE RECORD KEY IS BG-BUDGET-MONTH WITH DUPLICATES
            FILE STATUS IS WS-BUD-FILE-STATUS.

      * Branch master, read by key for the name on each branch's
      * statement.
            SELECT Branch-Master ASSIGN TO 'BRANMSTR'
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS BM-BRANCH-CODE.

            SELECT Closing-Report ASSIGN TO 'CLOSRPT'
            ORGANIZATION IS LINE SEQUENTIAL.

      * Month-end snapshot trail, old and new generations in the same
      * old/new generation pattern the daily run's registers use: the
      * old generation's records still inside the twelve-month
      * retention window are carried to the new one (MESNAPN), this
      * close's records are appended, and operations copies MESNAPN

      * Close-control log - one record per month closed, appended
      * like the daily run's audit log. Its presence for a month is
      * what makes a second close of the same month refuse to run,
      * and what a restatement requires. A restatement appends its
      * own record for the month, typed RESTATE (a close's record is
      * typed CLOSE; records written before the type was carried
      * read as spaces and are closes).
            SELECT Close-Control ASSIGN TO 'CLOSECTL'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-CLOSE-FILE-STATUS.

      * Prior-period adjustments the daily run captured for activity
      * dated in a closed month, old and new generations. A
      * restatement applies the month's waiting entries and carries
      * every entry to PPADJN with those stamped restated; operations
      * copies PPADJN over PPADJ with MESNAPN, before the next daily
      * run appends to it.
            SELECT Prior-Period-Adjust ASSIGN TO 'PPADJ'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PPA-FILE-STATUS.

            SELECT Prior-Period-Adjust-New ASSIGN TO 'PPADJN'
            ORGANIZATION IS LINE SEQUENTIAL.

            SELECT Sort-Work-File ASSIGN TO 'SRTWORK'.

      * The month's waiting adjustments (PPAWORK), sorted into branch/
      * product order (PPASRTD) for a restatement. Scratch files,
      * rebuilt by every restatement.
            SELECT Adjust-Work ASSIGN TO 'PPAWORK'
            ORGANIZATION IS LINE SEQUENTIAL.

            SELECT Adjust-Sorted ASSIGN TO 'PPASRTD'
            ORGANIZATION IS LINE SEQUENTIAL.

      * Cycle-control file - the suite's shared business date, so the
      * close stamps and statement headings agree with the daily runs
      * they summarize; missing file falls back to the wall clock.
       FILE SECTION.
       FD Balance-Master.
            01 BALANCE-MASTER-RECORD.
                05 BAL-KEY.
                    10 BAL-BRANCH-CODE     PIC 9(3).
                    10 BAL-PRODUCT-CODE    PIC 9(2).
                05 BAL-MTD-QTY         PIC S9(9)
                       SIGN IS LEADING SEPARATE.
                05 BAL-YTD-QTY         PIC S9(9)
                05 PM-REORDER-POINT  PIC 9(7).
                05 PM-MAXIMUM-QTY    PIC 9(7).

       FD Pending-Price.
            01 PENDING-PRICE-RECORD.
                05 PP-PRODUCT-CODE  PIC 9(2).
                05 PP-EFF-DATE      PIC 9(8).
                05 PP-UNIT-PRICE    PIC 9(5)V99.

       FD Budget-File.
            01 BUDGET-RECORD.
                05 BG-KEY.
                    10 BG-BRANCH-CODE   PIC 9(3).
                    10 BG-PRODUCT-CODE  PIC 9(2).
                    10 BG-BUDGET-MONTH  PIC 9(6).
                05 BG-BUDGET-QTY    PIC 9(9).
                05 BG-BUDGET-VALUE  PIC 9(9)V99.

       FD Branch-Master.
            01 BRANCH-MASTER-RECORD.
                05 BM-BRANCH-CODE   PIC 9(3).
                05 CC-RECORD-COUNT     PIC 9(9).
                05 CC-GRAND-MTD-QTY    PIC S9(9)
                       SIGN IS LEADING SEPARATE.
                05 CC-ENTRY-TYPE       PIC X(8).
                05 CC-ADJUST-QTY       PIC S9(9)
                       SIGN IS LEADING SEPARATE.

       FD Prior-Period-Adjust.
            01 PRIOR-PERIOD-ADJUST-RECORD.
                05 PA-CLOSE-MONTH      PIC 9(6).
                05 PA-BRANCH-CODE      PIC 9(3).
                05 PA-PRODUCT-CODE     PIC 9(2).
                05 PA-NET-QTY          PIC S9(7)
                       SIGN IS LEADING SEPARATE.
                05 PA-POST-DATE        PIC 9(8).
                05 PA-RESTATE-DATE     PIC 9(8).

       FD Prior-Period-Adjust-New.
            01 PRIOR-PERIOD-ADJUST-NEW-RECORD PIC X(35).

       SD Sort-Work-File.
            01 SORT-WORK-RECORD.
                05 SW-BRANCH-CODE      PIC 9(3).
                05 SW-PRODUCT-CODE     PIC 9(2).
                05 FILLER              PIC X(8).

       FD Adjust-Work.
            01 ADJUST-WORK-RECORD.
                05 AW-BRANCH-CODE      PIC 9(3).
                05 AW-PRODUCT-CODE     PIC 9(2).
                05 AW-NET-QTY          PIC S9(7)
                       SIGN IS LEADING SEPARATE.

       FD Adjust-Sorted.
            01 ADJUST-SORTED-RECORD.
                05 AS-BRANCH-CODE      PIC 9(3).
                05 AS-PRODUCT-CODE     PIC 9(2).
                05 AS-NET-QTY          PIC S9(7)
                       SIGN IS LEADING SEPARATE.

       FD Cycle-Control.
            01 CYCLE-CONTROL-RECORD.
            77 WS-SNAP-FILE-STATUS  PIC X(2).
            77 WS-CLOSE-FILE-STATUS PIC X(2).
            77 WS-CYC-FILE-STATUS   PIC X(2).
            77 WS-PND-FILE-STATUS   PIC X(2).
            77 WS-BUD-FILE-STATUS   PIC X(2).
            77 WS-PPA-FILE-STATUS   PIC X(2).
            77 WS-CYC-EOF-SW        PIC X(01).
                88 END-OF-CYCLE-FILE        VALUE 'Y'.
            01 WS-CYCLE-CONTROL.

      * Product master, held as a table in ascending PRODUCT-CODE
      * order so statement lines can be described with SEARCH ALL -
      * the master reads in key order, one entry for every code the
      * two-digit key can hold.
            01 PRODUCT-TABLE.
                05 PRODUCT-TABLE-ENTRY OCCURS 1 TO 100 TIMES
                       DEPENDING ON WS-PRODUCT-TABLE-COUNT
                       INDEXED BY PT-IDX.
                    10 PT-PRODUCT-CODE  PIC 9(2).
                    10 PT-PRODUCT-DESC  PIC X(20).
                    10 PT-UNIT-PRICE    PIC 9(5)V99.
                    10 PT-PRICE-EFF-DATE PIC 9(8).
            77 WS-PRODUCT-TABLE-COUNT PIC 9(3) COMP VALUE ZERO.

      * The date prices are resolved as of: the last day of the
      * close month, but never past the business date.
            01 WS-PRICE-DATE      PIC 9(8).
            01 WS-PRICE-DATE-R REDEFINES WS-PRICE-DATE.
                05 WS-PD-MONTH    PIC 9(6).
                05 WS-PD-DAY      PIC 9(2).
            77 WS-UNIT-PRICE      PIC 9(5)V99.

      * The budget for one branch and product at a time - the close
      * month into MTD, January through the close month into YTD -
      * summed off the budget file as it is read in key order, in
      * step with the balance master. A budget pair the balance
      * master has no record for is budget with no sales; it still
      * prints, in its place, against nil actuals. The key goes to
      * HIGH-VALUES once the budget file is used up.
            01 WS-BUDGET-PAIR.
                05 BS-KEY.
                    10 BS-BRANCH-CODE  PIC 9(3).
                    10 BS-PRODUCT-CODE PIC 9(2).
                05 BS-MTD-QTY       PIC S9(9) COMP.
                05 BS-MTD-VALUE     PIC S9(11)V99 COMP.
                05 BS-YTD-QTY       PIC S9(9) COMP.
                05 BS-YTD-VALUE     PIC S9(11)V99 COMP.
            77 WS-BUD-OPEN-SW         PIC X(01) VALUE 'N'.
                88 BUDGET-FILE-OPEN         VALUE 'Y'.
            77 WS-BUD-EOF-SW          PIC X(01) VALUE 'Y'.
                88 END-OF-BUDGET            VALUE 'Y'.
            77 WS-BUD-PAIR-SW         PIC X(01).
                88 BUDGET-PAIR-READY        VALUE 'Y'.
            77 WS-BUD-IN-YEAR-SW      PIC X(01).
                88 PAIR-IN-CLOSE-YEAR       VALUE 'Y'.
            77 WS-BUDGET-DONE-SW      PIC X(01).
                88 BUDGET-CAUGHT-UP         VALUE 'Y'.
            77 WS-BUDGET-ONLY-SW      PIC X(01).
                88 BUDGET-ONLY-LINE         VALUE 'Y'.
            77 WS-BUDGET-ONLY-COUNT   PIC 9(9) COMP VALUE ZERO.

      * The key of the balance record in hand, which the budget is
      * caught up to, and the branch and product of the line being
      * printed - a balance record's or a budget-only entry's.
            01 WS-LINE-KEY.
                05 WS-LK-BRANCH-CODE  PIC 9(3).
                05 WS-LK-PRODUCT-CODE PIC 9(2).
            77 WS-BREAK-BRANCH    PIC 9(3).
            77 WS-PRINT-PRODUCT   PIC 9(2).

      * The month being closed (YYYYMM): run argument 1 when passed,
      * otherwise the month of the latest posting date found on the
            01 WS-CLOSE-ARG-X     PIC X(6).
            01 WS-CLOSE-ARG-N REDEFINES WS-CLOSE-ARG-X PIC 9(6).

      * Run mode, run argument 2: CLOSE (or no argument) closes the
      * month; RESTATE restates a month already closed, and needs
      * the month as argument 1.
            01 WS-RUN-MODE        PIC X(8) VALUE "CLOSE".
                88 CLOSE-RUN                VALUE "CLOSE".
                88 RESTATE-RUN              VALUE "RESTATE".
            01 WS-MODE-ARG        PIC X(8).

      * Twelve-month retention cutoff for the snapshot trail, and the
      * month arithmetic that produces it.
            01 WS-CUTOFF-MONTH    PIC 9(6).
      * figure for the month being closed is zero, exactly as the
      * daily rollover would have produced.
            77 WS-REC-MONTH       PIC 9(6).
            77 WS-PRIOR-CLOSE-YEAR PIC 9(4).
            77 WS-FINAL-MTD-QTY   PIC S9(9) COMP.
            77 WS-FINAL-YTD-QTY   PIC S9(9) COMP.
            77 WS-FINAL-PRIOR-QTY PIC S9(9) COMP.
            77 WS-GR-MTD-QTY      PIC S9(9) COMP VALUE ZERO.
            77 WS-GR-YTD-QTY      PIC S9(9) COMP VALUE ZERO.
            77 WS-GR-PRIOR-QTY    PIC S9(9) COMP VALUE ZERO.
      * Budget comparison accumulators, line, branch and grand.
            77 WS-LINE-MTD-VALUE  PIC S9(11)V99 COMP.
            77 WS-LINE-YTD-VALUE  PIC S9(11)V99 COMP.
            77 WS-LINE-BUD-MTD-QTY PIC S9(9) COMP.
            77 WS-LINE-BUD-MTD-VAL PIC S9(11)V99 COMP.
            77 WS-LINE-BUD-YTD-QTY PIC S9(9) COMP.
            77 WS-LINE-BUD-YTD-VAL PIC S9(11)V99 COMP.
            77 WS-BR-MTD-VALUE    PIC S9(11)V99 COMP VALUE ZERO.
            77 WS-BR-YTD-VALUE    PIC S9(11)V99 COMP VALUE ZERO.
            77 WS-BR-BUD-MTD-QTY  PIC S9(9) COMP VALUE ZERO.
            77 WS-BR-BUD-MTD-VAL  PIC S9(11)V99 COMP VALUE ZERO.
            77 WS-BR-BUD-YTD-QTY  PIC S9(9) COMP VALUE ZERO.
            77 WS-BR-BUD-YTD-VAL  PIC S9(11)V99 COMP VALUE ZERO.
            77 WS-GR-MTD-VALUE    PIC S9(11)V99 COMP VALUE ZERO.
            77 WS-GR-YTD-VALUE    PIC S9(11)V99 COMP VALUE ZERO.
            77 WS-GR-BUD-MTD-QTY  PIC S9(9) COMP VALUE ZERO.
            77 WS-GR-BUD-MTD-VAL  PIC S9(11)V99 COMP VALUE ZERO.
            77 WS-GR-BUD-YTD-QTY  PIC S9(9) COMP VALUE ZERO.
            77 WS-GR-BUD-YTD-VAL  PIC S9(11)V99 COMP VALUE ZERO.

      * One period's figures for a budget line: actual and budget
      * in, variance and percent achieved worked out by
      * 5030-FILL-COMPARISON.
            77 WS-FIG-ACT-QTY     PIC S9(9) COMP.
            77 WS-FIG-BUD-QTY     PIC S9(9) COMP.
            77 WS-FIG-ACT-VALUE   PIC S9(11)V99 COMP.
            77 WS-FIG-BUD-VALUE   PIC S9(11)V99 COMP.
            77 WS-FIG-VAR-QTY     PIC S9(9) COMP.
            77 WS-FIG-VAR-VALUE   PIC S9(11)V99 COMP.
            77 WS-FIG-PCT         PIC S9(4)V9.
            77 WS-RECORD-COUNT    PIC 9(9) COMP VALUE ZERO.
            77 WS-CARRIED-COUNT   PIC 9(9) COMP VALUE ZERO.
            77 WS-DROPPED-COUNT   PIC 9(9) COMP VALUE ZERO.
            77 WS-PAST-COUNT      PIC 9(9) COMP VALUE ZERO.

      * Restatement: the month's waiting adjustments sorted and
      * summed per branch and product, so they are matched against
      * the month's snapshot records - already in branch/product
      * order - in step. An adjustment with no snapshot record is
      * activity the month never had at its close; it becomes a new
      * snapshot line in its place. WS-ADJUST-PAIR is the branch/
      * product in hand; HIGH-VALUES once the sorted file is done.
            01 WS-ADJUST-PAIR.
                05 AP-KEY.
                    10 AP-BRANCH-CODE  PIC 9(3).
                    10 AP-PRODUCT-CODE PIC 9(2).
                05 AP-NET-QTY         PIC S9(9) COMP.
            77 WS-ADJ-EOF-SW          PIC X(01) VALUE 'Y'.
                88 END-OF-ADJUSTMENTS       VALUE 'Y'.
            77 WS-ADJ-DONE-SW         PIC X(01).
                88 ADJUSTMENTS-CAUGHT-UP    VALUE 'Y'.
            77 WS-MONTH-SEEN-SW       PIC X(01) VALUE 'N'.
                88 MONTH-GROUP-SEEN         VALUE 'Y'.
            77 WS-MONTH-DONE-SW       PIC X(01) VALUE 'N'.
                88 MONTH-GROUP-DONE         VALUE 'Y'.
            77 WS-NEW-LINE-SW         PIC X(01).
                88 ADJUSTMENT-ONLY-LINE     VALUE 'Y'.
            77 WS-ADJ-ENTRY-COUNT     PIC 9(9) COMP VALUE ZERO.
            77 WS-ADJ-TOTAL-QTY       PIC S9(9) COMP VALUE ZERO.
            77 WS-SNAP-MONTH-COUNT    PIC 9(9) COMP VALUE ZERO.
            77 WS-RESTATED-COUNT      PIC 9(9) COMP VALUE ZERO.
            77 WS-NEW-LINE-COUNT      PIC 9(9) COMP VALUE ZERO.
      * Restated figures - the line in hand, the branch and the
      * grand total: original, adjustment and restated, MTD and YTD,
      * with the prior-year figure the adjustment does not touch.
            01 WS-RESTATE-LINE.
                05 WS-RL-ORIG-MTD     PIC S9(9) COMP.
                05 WS-RL-ADJ-QTY      PIC S9(9) COMP.
                05 WS-RL-REST-MTD     PIC S9(9) COMP.
                05 WS-RL-ORIG-YTD     PIC S9(9) COMP.
                05 WS-RL-REST-YTD     PIC S9(9) COMP.
                05 WS-RL-PRIOR-QTY    PIC S9(9) COMP.
            01 WS-RESTATE-BRANCH.
                05 WS-RB-ORIG-MTD     PIC S9(9) COMP.
                05 WS-RB-ADJ-QTY      PIC S9(9) COMP.
                05 WS-RB-REST-MTD     PIC S9(9) COMP.
                05 WS-RB-ORIG-YTD     PIC S9(9) COMP.
                05 WS-RB-REST-YTD     PIC S9(9) COMP.
                05 WS-RB-PRIOR-QTY    PIC S9(9) COMP.
            01 WS-RESTATE-GRAND.
                05 WS-RG-ORIG-MTD     PIC S9(9) COMP VALUE ZERO.
                05 WS-RG-ADJ-QTY      PIC S9(9) COMP VALUE ZERO.
                05 WS-RG-REST-MTD     PIC S9(9) COMP VALUE ZERO.
                05 WS-RG-ORIG-YTD     PIC S9(9) COMP VALUE ZERO.
                05 WS-RG-REST-YTD     PIC S9(9) COMP VALUE ZERO.
                05 WS-RG-PRIOR-QTY    PIC S9(9) COMP VALUE ZERO.

      * Run date/time, broken out for the report headings.
            01 WS-CURRENT-DATE-TIME.
                05 WS-RUN-DATE.
      * 132 bytes maximum, matching CLOSING-REPORT-RECORD.
            01 HDG-LINE-1.
                05 FILLER           PIC X(10) VALUE "RD6-CLOSE".
                05 HL1-TITLE        PIC X(27) VALUE
                     "MONTH-END CLOSING STATEMENT".
                05 FILLER           PIC X(07) VALUE " FOR ".
                05 HL1-CLOSE-MONTH  PIC 9999/99.
                05 FILLER           PIC X(14) VALUE "    PRIOR YEAR".
                05 FILLER           PIC X(12) VALUE SPACES.

      * Column headings for the budget lines under each product and
      * total.
            01 HDG-LINE-3.
                05 FILLER           PIC X(27) VALUE
                     "         AGAINST BUDGET".
                05 FILLER           PIC X(12) VALUE "  ACTUAL QTY".
                05 FILLER           PIC X(12) VALUE "  BUDGET QTY".
                05 FILLER           PIC X(12) VALUE "    VARIANCE".
                05 FILLER           PIC X(08) VALUE "  ACHVD%".
                05 FILLER           PIC X(17) VALUE
                     "     ACTUAL VALUE".
                05 FILLER           PIC X(17) VALUE
                     "     BUDGET VALUE".
                05 FILLER           PIC X(17) VALUE
                     "        VARIANCE".
                05 FILLER           PIC X(08) VALUE "  ACHVD%".

            01 DETAIL-LINE.
                05 DL-PRODUCT-CODE  PIC Z9.
                05 FILLER           PIC X(07) VALUE SPACES.
                05 FILLER           PIC X(02) VALUE SPACES.
                05 GTL-PRIOR-QTY    PIC ZZZ,ZZZ,ZZ9-.

      * One period's comparison with budget, printed MTD then YTD
      * under each product line and each total.
            01 BUDGET-LINE.
                05 FILLER           PIC X(11) VALUE SPACES.
                05 BL-LABEL         PIC X(16).
                05 FILLER           PIC X(01) VALUE SPACES.
                05 BL-ACT-QTY       PIC ZZ,ZZZ,ZZ9-.
                05 FILLER           PIC X(01) VALUE SPACES.
                05 BL-BUD-QTY       PIC ZZ,ZZZ,ZZ9-.
                05 FILLER           PIC X(01) VALUE SPACES.
                05 BL-VAR-QTY       PIC ZZ,ZZZ,ZZ9-.
                05 FILLER           PIC X(01) VALUE SPACES.
                05 BL-QTY-PCT       PIC ZZZ9.9-.
                05 BL-QTY-PCT-X REDEFINES BL-QTY-PCT PIC X(07).
                05 FILLER           PIC X(01) VALUE SPACES.
                05 BL-ACT-VALUE     PIC ZZZ,ZZZ,ZZ9.99-.
                05 FILLER           PIC X(01) VALUE SPACES.
                05 BL-BUD-VALUE     PIC ZZZ,ZZZ,ZZ9.99-.
                05 FILLER           PIC X(01) VALUE SPACES.
                05 BL-VAR-VALUE     PIC ZZZ,ZZZ,ZZ9.99-.
                05 FILLER           PIC X(01) VALUE SPACES.
                05 BL-VALUE-PCT     PIC ZZZ9.9-.
                05 BL-VALUE-PCT-X REDEFINES BL-VALUE-PCT PIC X(07).

            01 SIGNOFF-LINE.
                05 FILLER           PIC X(44) VALUE
                     "MONTH CLOSED - FINANCE SIGN-OFF ............".
                05 FILLER           PIC X(35) VALUE
                     "INCLUDE LATER ACTIVITY, INVESTIGATE".

      * Restated statement lines.
            01 RST-HDG-LINE-2.
                05 FILLER           PIC X(09) VALUE "PRODUCT".
                05 FILLER           PIC X(22) VALUE
                     "  PRODUCT DESCRIPTION".
                05 FILLER           PIC X(36) VALUE
                     "  ---------- MONTH TO DATE ---------".
                05 FILLER           PIC X(02) VALUE SPACES.
                05 FILLER           PIC X(36) VALUE
                     "  ---------- YEAR TO DATE ----------".
                05 FILLER           PIC X(02) VALUE SPACES.
                05 FILLER           PIC X(12) VALUE "  PRIOR YEAR".

            01 RST-HDG-LINE-3.
                05 FILLER           PIC X(31) VALUE SPACES.
                05 FILLER           PIC X(12) VALUE "    ORIGINAL".
                05 FILLER           PIC X(12) VALUE "  ADJUSTMENT".
                05 FILLER           PIC X(12) VALUE "    RESTATED".
                05 FILLER           PIC X(02) VALUE SPACES.
                05 FILLER           PIC X(12) VALUE "    ORIGINAL".
                05 FILLER           PIC X(12) VALUE "  ADJUSTMENT".
                05 FILLER           PIC X(12) VALUE "    RESTATED".

            01 RST-DETAIL-LINE.
                05 RDL-PRODUCT-CODE PIC Z9.
                05 FILLER           PIC X(07) VALUE SPACES.
                05 RDL-PRODUCT-DESC PIC X(20).
                05 FILLER           PIC X(02) VALUE SPACES.
                05 RDL-ORIG-MTD     PIC ZZZ,ZZZ,ZZ9-.
                05 RDL-ADJ-MTD      PIC ZZZ,ZZZ,ZZ9-.
                05 RDL-REST-MTD     PIC ZZZ,ZZZ,ZZ9-.
                05 FILLER           PIC X(02) VALUE SPACES.
                05 RDL-ORIG-YTD     PIC ZZZ,ZZZ,ZZ9-.
                05 RDL-ADJ-YTD      PIC ZZZ,ZZZ,ZZ9-.
                05 RDL-REST-YTD     PIC ZZZ,ZZZ,ZZ9-.
                05 FILLER           PIC X(02) VALUE SPACES.
                05 RDL-PRIOR-QTY    PIC ZZZ,ZZZ,ZZ9-.
                05 FILLER           PIC X(02) VALUE SPACES.
                05 RDL-FLAG         PIC X(11).

            01 RST-TOTAL-LINE.
                05 RTL-LABEL        PIC X(31).
                05 RTL-ORIG-MTD     PIC ZZZ,ZZZ,ZZ9-.
                05 RTL-ADJ-MTD      PIC ZZZ,ZZZ,ZZ9-.
                05 RTL-REST-MTD     PIC ZZZ,ZZZ,ZZ9-.
                05 FILLER           PIC X(02) VALUE SPACES.
                05 RTL-ORIG-YTD     PIC ZZZ,ZZZ,ZZ9-.
                05 RTL-ADJ-YTD      PIC ZZZ,ZZZ,ZZ9-.
                05 RTL-REST-YTD     PIC ZZZ,ZZZ,ZZ9-.
                05 FILLER           PIC X(02) VALUE SPACES.
                05 RTL-PRIOR-QTY    PIC ZZZ,ZZZ,ZZ9-.

            01 RST-SIGNOFF-LINE.
                05 FILLER           PIC X(44) VALUE
                     "MONTH RESTATED - FINANCE SIGN-OFF ..........".

            01 RST-COUNT-LINE.
                05 FILLER           PIC X(33) VALUE
                     "PRIOR-PERIOD ADJUSTMENTS APPLIED".
                05 RCL-ENTRIES      PIC ZZZ,ZZZ,ZZ9.
                05 FILLER           PIC X(06) VALUE "  NET ".
                05 RCL-NET-QTY      PIC ZZZ,ZZZ,ZZ9-.
                05 FILLER           PIC X(14) VALUE "  NEW LINES ".
                05 RCL-NEW-LINES    PIC ZZZ,ZZZ,ZZ9.

            01 BLANK-LINE           PIC X(01) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAINLINE.
            PERFORM 1000-INITIALIZE THRU 1000-EXIT.
            IF RESTATE-RUN
                PERFORM 6000-RESTATE-MONTH THRU 6000-EXIT
                PERFORM 6900-FINISH-RESTATEMENT THRU 6900-EXIT
            END-IF.
            PERFORM 2000-CARRY-PRIOR-SNAPSHOTS THRU 2000-EXIT.
            PERFORM 3000-PRODUCE-STATEMENT THRU 3000-EXIT.
            PERFORM 9999-TERMINATE THRU 9999-EXIT.
      ******************************************************************
      * 1000-INITIALIZE - capture run date/time, settle which month is
      * being closed, refuse a month already on the close-control log,
      * load the name tables and open the outputs. A restatement
      * takes the same month argument but refuses a month NOT on the
      * log, and opens its outputs once it knows it has work.
      ******************************************************************
       1000-INITIALIZE.
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
                    STOP RUN
                END-IF
            END-IF.
            DISPLAY 2 UPON ARGUMENT-NUMBER.
            MOVE SPACES TO WS-MODE-ARG.
            ACCEPT WS-MODE-ARG FROM ARGUMENT-VALUE
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            IF WS-MODE-ARG NOT = SPACES
                MOVE WS-MODE-ARG TO WS-RUN-MODE
            END-IF.
            IF NOT CLOSE-RUN AND NOT RESTATE-RUN
                DISPLAY "RD6-CLOSE UNKNOWN RUN MODE " WS-RUN-MODE
                        " - USE CLOSE OR RESTATE"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            IF RESTATE-RUN AND WS-CLOSE-MONTH = ZERO
                DISPLAY "RD6-CLOSE RESTATE NEEDS THE CLOSED MONTH "
                        "(YYYYMM) AS ARGUMENT 1"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            IF WS-CLOSE-MONTH = ZERO
                PERFORM 1200-FIND-CLOSE-MONTH THRU 1200-EXIT
            END-IF.
                STOP RUN
            END-IF.
            PERFORM 1300-CHECK-ALREADY-CLOSED THRU 1300-EXIT.
            IF CLOSE-RUN AND MONTH-ALREADY-CLOSED
                DISPLAY "RD6-CLOSE MONTH " WS-CLOSE-MONTH
                        " IS ALREADY ON THE CLOSE-CONTROL LOG - "
                        "A MONTH CLOSES ONCE"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            IF RESTATE-RUN AND NOT MONTH-ALREADY-CLOSED
                DISPLAY "RD6-CLOSE MONTH " WS-CLOSE-MONTH
                        " IS NOT ON THE CLOSE-CONTROL LOG - ONLY A "
                        "CLOSED MONTH IS RESTATED"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
      * The retention cutoff keeps this close plus the eleven before
      * it - a rolling twelve months of snapshots.
            COMPUTE WS-MONTH-SERIAL =
            DIVIDE WS-MONTH-SERIAL BY 12 GIVING WS-CU-YEAR
                REMAINDER WS-MONTH-REM.
            COMPUTE WS-CU-MONTH = WS-MONTH-REM + 1.
            MOVE WS-CLOSE-MONTH TO WS-PD-MONTH.
            MOVE 31 TO WS-PD-DAY.
            IF WS-PRICE-DATE > WS-RUN-DATE
                MOVE WS-RUN-DATE TO WS-PRICE-DATE
            END-IF.
            PERFORM 2500-LOAD-PRODUCT-MASTER THRU 2500-EXIT.
            OPEN INPUT Branch-Master.
            IF RESTATE-RUN
                GO TO 1000-EXIT
            END-IF.
            PERFORM 2700-OPEN-BUDGET THRU 2700-EXIT.
            OPEN OUTPUT Closing-Report.
            OPEN OUTPUT Snapshot-New.
       1000-EXIT.
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
      * effective by the price date wins, a later one waits. A
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
                    IF PP-EFF-DATE NOT > WS-PRICE-DATE AND
                       PP-EFF-DATE >= PT-PRICE-EFF-DATE(PT-IDX)
                        MOVE PP-UNIT-PRICE TO PT-UNIT-PRICE(PT-IDX)
                        MOVE PP-EFF-DATE TO
                             PT-PRICE-EFF-DATE(PT-IDX)
                    END-IF
            END-SEARCH.
       2560-EXIT.
            EXIT.

      ******************************************************************
      * 2700-OPEN-BUDGET - open the budget file and gather the first
      * branch and product's budget, ready to be matched against the
      * balance master. A missing file leaves the key at HIGH-VALUES,
      * so nothing ever matches and every line shows a nil budget.
      ******************************************************************
       2700-OPEN-BUDGET.
            MOVE HIGH-VALUES TO BS-KEY.
            OPEN INPUT Budget-File.
            IF WS-BUD-FILE-STATUS NOT = "00"
                GO TO 2700-EXIT
            END-IF.
            SET BUDGET-FILE-OPEN TO TRUE.
            MOVE 'N' TO WS-BUD-EOF-SW.
            PERFORM 2720-READ-BUDGET THRU 2720-EXIT.
            PERFORM 2710-NEXT-BUDGET-PAIR THRU 2710-EXIT.
       2700-EXIT.
            EXIT.

      * Moves on to the next branch and product with a budget in the
      * close year; a pair whose months all lie outside it is passed
      * over.
       2710-NEXT-BUDGET-PAIR.
            MOVE 'N' TO WS-BUD-PAIR-SW.
            PERFORM 2730-GATHER-BUDGET-PAIR THRU 2730-EXIT
                UNTIL BUDGET-PAIR-READY.
       2710-EXIT.
            EXIT.

       2720-READ-BUDGET.
            READ Budget-File NEXT RECORD
                AT END
                    SET END-OF-BUDGET TO TRUE
            END-READ.
       2720-EXIT.
            EXIT.

      * The file is in branch/product/month order, so a pair's months
      * are adjacent; the record in hand is the pair's first.
       2730-GATHER-BUDGET-PAIR.
            IF END-OF-BUDGET
                MOVE HIGH-VALUES TO BS-KEY
                SET BUDGET-PAIR-READY TO TRUE
                GO TO 2730-EXIT
            END-IF.
            MOVE BG-BRANCH-CODE  TO BS-BRANCH-CODE.
            MOVE BG-PRODUCT-CODE TO BS-PRODUCT-CODE.
            MOVE ZERO TO BS-MTD-QTY.
            MOVE ZERO TO BS-MTD-VALUE.
            MOVE ZERO TO BS-YTD-QTY.
            MOVE ZERO TO BS-YTD-VALUE.
            MOVE 'N' TO WS-BUD-IN-YEAR-SW.
            PERFORM 2740-TAKE-BUDGET-MONTH THRU 2740-EXIT
                UNTIL END-OF-BUDGET OR
                      BG-BRANCH-CODE NOT = BS-BRANCH-CODE OR
                      BG-PRODUCT-CODE NOT = BS-PRODUCT-CODE.
            IF PAIR-IN-CLOSE-YEAR
                SET BUDGET-PAIR-READY TO TRUE
            END-IF.
       2730-EXIT.
            EXIT.

       2740-TAKE-BUDGET-MONTH.
            IF BG-BUDGET-MONTH(1:4) = WS-CM-YEAR AND
               BG-BUDGET-MONTH NOT > WS-CLOSE-MONTH
                SET PAIR-IN-CLOSE-YEAR TO TRUE
                ADD BG-BUDGET-QTY   TO BS-YTD-QTY
                ADD BG-BUDGET-VALUE TO BS-YTD-VALUE
                IF BG-BUDGET-MONTH = WS-CLOSE-MONTH
                    ADD BG-BUDGET-QTY   TO BS-MTD-QTY
                    ADD BG-BUDGET-VALUE TO BS-MTD-VALUE
                END-IF
            END-IF.
            PERFORM 2720-READ-BUDGET THRU 2720-EXIT.
       2740-EXIT.
            EXIT.

      ******************************************************************
                END-READ
            END-PERFORM.
            CLOSE Balance-Master.
            MOVE HIGH-VALUES TO WS-LINE-KEY.
            MOVE 'N' TO WS-BUDGET-DONE-SW.
            PERFORM 3050-CATCH-UP-BUDGET THRU 3050-EXIT
                UNTIL BUDGET-CAUGHT-UP.
            IF BUDGET-FILE-OPEN
                CLOSE Budget-File
            END-IF.
            IF NOT FIRST-BRANCH
                PERFORM 3500-PRINT-BRANCH-TOTAL THRU 3500-EXIT
            END-IF.
            EXIT.

       3100-PROCESS-ONE-BALANCE.
            MOVE BAL-BRANCH-CODE  TO WS-LK-BRANCH-CODE.
            MOVE BAL-PRODUCT-CODE TO WS-LK-PRODUCT-CODE.
            MOVE 'N' TO WS-BUDGET-DONE-SW.
            PERFORM 3050-CATCH-UP-BUDGET THRU 3050-EXIT
                UNTIL BUDGET-CAUGHT-UP.
            MOVE BAL-BRANCH-CODE TO WS-BREAK-BRANCH.
            PERFORM 3150-CHECK-BRANCH-BREAK THRU 3150-EXIT.
            PERFORM 3300-ALIGN-PERIODS THRU 3300-EXIT.
            MOVE 'N' TO WS-BUDGET-ONLY-SW.
            MOVE ZERO TO WS-LINE-BUD-MTD-QTY.
            MOVE ZERO TO WS-LINE-BUD-MTD-VAL.
            MOVE ZERO TO WS-LINE-BUD-YTD-QTY.
            MOVE ZERO TO WS-LINE-BUD-YTD-VAL.
            IF BS-KEY = WS-LINE-KEY
                PERFORM 3060-TAKE-BUDGET THRU 3060-EXIT
            END-IF.
            ADD 1 TO WS-RECORD-COUNT.
            MOVE BAL-PRODUCT-CODE TO WS-PRINT-PRODUCT.
            PERFORM 3350-ACCUMULATE-LINE THRU 3350-EXIT.
            PERFORM 3400-PRINT-PRODUCT-LINE THRU 3400-EXIT.
            MOVE WS-CLOSE-MONTH      TO SN-CLOSE-MONTH.
            MOVE BAL-BRANCH-CODE     TO SN-BRANCH-CODE.
       3100-EXIT.
            EXIT.

      ******************************************************************
      * 3050-CATCH-UP-BUDGET - print any budget entries keyed before
      * the balance record in hand (or all that remain, once the
      * balance master is exhausted and the key is HIGH-VALUES):
      * budget with no sales, shown in its place against nil
      * actuals. Nothing is written to the snapshot trail for them -
      * there is no balance to snapshot.
      ******************************************************************
       3050-CATCH-UP-BUDGET.
            IF BS-KEY NOT < WS-LINE-KEY
                SET BUDGET-CAUGHT-UP TO TRUE
                GO TO 3050-EXIT
            END-IF.
            MOVE BS-BRANCH-CODE TO WS-BREAK-BRANCH.
            PERFORM 3150-CHECK-BRANCH-BREAK THRU 3150-EXIT.
            MOVE 'Y'  TO WS-BUDGET-ONLY-SW.
            MOVE 'N'  TO WS-POSTED-PAST-SW.
            MOVE ZERO TO WS-FINAL-MTD-QTY.
            MOVE ZERO TO WS-FINAL-YTD-QTY.
            MOVE ZERO TO WS-FINAL-PRIOR-QTY.
            MOVE BS-PRODUCT-CODE TO WS-PRINT-PRODUCT.
            ADD 1 TO WS-BUDGET-ONLY-COUNT.
            PERFORM 3060-TAKE-BUDGET THRU 3060-EXIT.
            PERFORM 3350-ACCUMULATE-LINE THRU 3350-EXIT.
            PERFORM 3400-PRINT-PRODUCT-LINE THRU 3400-EXIT.
       3050-EXIT.
            EXIT.

      * The budget pair in hand belongs to the line in hand; the next
      * pair is gathered behind it.
       3060-TAKE-BUDGET.
            MOVE BS-MTD-QTY   TO WS-LINE-BUD-MTD-QTY.
            MOVE BS-MTD-VALUE TO WS-LINE-BUD-MTD-VAL.
            MOVE BS-YTD-QTY   TO WS-LINE-BUD-YTD-QTY.
            MOVE BS-YTD-VALUE TO WS-LINE-BUD-YTD-VAL.
            PERFORM 2710-NEXT-BUDGET-PAIR THRU 2710-EXIT.
       3060-EXIT.
            EXIT.

       3150-CHECK-BRANCH-BREAK.
            IF FIRST-BRANCH
                MOVE 'N' TO WS-FIRST-BRANCH-SW
                PERFORM 3200-START-NEW-BRANCH THRU 3200-EXIT
            ELSE
                IF WS-BREAK-BRANCH NOT = WS-CURRENT-BRANCH
                    PERFORM 3500-PRINT-BRANCH-TOTAL THRU 3500-EXIT
                    PERFORM 3200-START-NEW-BRANCH THRU 3200-EXIT
                END-IF
            END-IF.
       3150-EXIT.
            EXIT.

       3200-START-NEW-BRANCH.
            MOVE WS-BREAK-BRANCH TO WS-CURRENT-BRANCH.
            MOVE WS-CURRENT-BRANCH TO BM-BRANCH-CODE.
            READ Branch-Master
                INVALID KEY
                    MOVE SPACES TO WS-BRANCH-NAME
                NOT INVALID KEY
                    MOVE BM-BRANCH-NAME TO WS-BRANCH-NAME
            END-READ.
            MOVE ZERO TO WS-BR-MTD-QTY.
            MOVE ZERO TO WS-BR-YTD-QTY.
            MOVE ZERO TO WS-BR-PRIOR-QTY.
            MOVE ZERO TO WS-BR-MTD-VALUE.
            MOVE ZERO TO WS-BR-YTD-VALUE.
            MOVE ZERO TO WS-BR-BUD-MTD-QTY.
            MOVE ZERO TO WS-BR-BUD-MTD-VAL.
            MOVE ZERO TO WS-BR-BUD-YTD-QTY.
            MOVE ZERO TO WS-BR-BUD-YTD-VAL.
            MOVE ZERO TO WS-PAGE-COUNT.
            MOVE 99 TO WS-LINE-COUNT.
       3200-EXIT.
      * record next posts, so a record that last posted before the
      * close month still carries that earlier month's MTD (and, at a
      * year end, the old year's YTD). Align here exactly as the
      * daily rollover would: the year before rolls YTD into the
      * prior-year figure and zeroes both running balances, and a
      * record idle for a whole year or more has no prior-year sales
      * either; an earlier month in the same year zeroes MTD only.
      * A record stamped PAST the close month means the new month's
      * daily runs already rolled it - the close figures are no
      * longer whole, so the line is flagged rather than silently
      * trusted.
      ******************************************************************
       3300-ALIGN-PERIODS.
            MOVE 'N' TO WS-POSTED-PAST-SW.
            MOVE BAL-LAST-POST-DATE(1:6) TO WS-REC-MONTH.
            COMPUTE WS-PRIOR-CLOSE-YEAR = WS-CM-YEAR - 1.
            EVALUATE TRUE
                WHEN WS-REC-MONTH(1:4) = WS-PRIOR-CLOSE-YEAR
                    MOVE BAL-YTD-QTY TO WS-FINAL-PRIOR-QTY
                    MOVE ZERO        TO WS-FINAL-YTD-QTY
                    MOVE ZERO        TO WS-FINAL-MTD-QTY
                WHEN WS-REC-MONTH(1:4) < WS-CM-YEAR
                    MOVE ZERO        TO WS-FINAL-PRIOR-QTY
                    MOVE ZERO        TO WS-FINAL-YTD-QTY
                    MOVE ZERO        TO WS-FINAL-MTD-QTY
                WHEN WS-REC-MONTH < WS-CLOSE-MONTH
                    MOVE ZERO              TO WS-FINAL-MTD-QTY
                    MOVE BAL-YTD-QTY       TO WS-FINAL-YTD-QTY
       3300-EXIT.
            EXIT.

      ******************************************************************
      * 3350-ACCUMULATE-LINE - value the line's actuals at the price
      * in force and add the line, actual and budget, into the branch
      * and grand totals.
      ******************************************************************
       3350-ACCUMULATE-LINE.
            MOVE ZERO TO WS-UNIT-PRICE.
            SEARCH ALL PRODUCT-TABLE-ENTRY
                AT END
                    CONTINUE
                WHEN PT-PRODUCT-CODE(PT-IDX) = WS-PRINT-PRODUCT
                    MOVE PT-UNIT-PRICE(PT-IDX) TO WS-UNIT-PRICE
            END-SEARCH.
            COMPUTE WS-LINE-MTD-VALUE =
                WS-FINAL-MTD-QTY * WS-UNIT-PRICE.
            COMPUTE WS-LINE-YTD-VALUE =
                WS-FINAL-YTD-QTY * WS-UNIT-PRICE.
            ADD WS-FINAL-MTD-QTY    TO WS-BR-MTD-QTY.
            ADD WS-FINAL-YTD-QTY    TO WS-BR-YTD-QTY.
            ADD WS-FINAL-PRIOR-QTY  TO WS-BR-PRIOR-QTY.
            ADD WS-FINAL-MTD-QTY    TO WS-GR-MTD-QTY.
            ADD WS-FINAL-YTD-QTY    TO WS-GR-YTD-QTY.
            ADD WS-FINAL-PRIOR-QTY  TO WS-GR-PRIOR-QTY.
            ADD WS-LINE-MTD-VALUE   TO WS-BR-MTD-VALUE.
            ADD WS-LINE-YTD-VALUE   TO WS-BR-YTD-VALUE.
            ADD WS-LINE-BUD-MTD-QTY TO WS-BR-BUD-MTD-QTY.
            ADD WS-LINE-BUD-MTD-VAL TO WS-BR-BUD-MTD-VAL.
            ADD WS-LINE-BUD-YTD-QTY TO WS-BR-BUD-YTD-QTY.
            ADD WS-LINE-BUD-YTD-VAL TO WS-BR-BUD-YTD-VAL.
            ADD WS-LINE-MTD-VALUE   TO WS-GR-MTD-VALUE.
            ADD WS-LINE-YTD-VALUE   TO WS-GR-YTD-VALUE.
            ADD WS-LINE-BUD-MTD-QTY TO WS-GR-BUD-MTD-QTY.
            ADD WS-LINE-BUD-MTD-VAL TO WS-GR-BUD-MTD-VAL.
            ADD WS-LINE-BUD-YTD-QTY TO WS-GR-BUD-YTD-QTY.
            ADD WS-LINE-BUD-YTD-VAL TO WS-GR-BUD-YTD-VAL.
       3350-EXIT.
            EXIT.

       3400-PRINT-PRODUCT-LINE.
            MOVE WS-PRINT-PRODUCT TO DL-PRODUCT-CODE.
            SEARCH ALL PRODUCT-TABLE-ENTRY
                AT END
                    MOVE SPACES TO DL-PRODUCT-DESC
                WHEN PT-PRODUCT-CODE(PT-IDX) = WS-PRINT-PRODUCT
                    MOVE PT-PRODUCT-DESC(PT-IDX) TO DL-PRODUCT-DESC
            END-SEARCH.
            MOVE WS-FINAL-MTD-QTY   TO DL-MTD-QTY.
            MOVE WS-FINAL-YTD-QTY   TO DL-YTD-QTY.
            MOVE WS-FINAL-PRIOR-QTY TO DL-PRIOR-QTY.
            EVALUATE TRUE
                WHEN POSTED-PAST-CLOSE
                    MOVE "* POSTED AFTER CLOSE" TO DL-FLAG
                WHEN BUDGET-ONLY-LINE
                    MOVE "BUDGET ONLY - NO SALES" TO DL-FLAG
                WHEN OTHER
                    MOVE SPACES TO DL-FLAG
            END-EVALUATE.
            IF WS-LINE-COUNT + 3 > WS-LINES-PER-PAGE
                PERFORM 5010-WRITE-HEADINGS THRU 5010-EXIT
            END-IF.
            WRITE CLOSING-REPORT-RECORD FROM DETAIL-LINE.
            ADD 1 TO WS-LINE-COUNT.
            MOVE "MTD"                TO BL-LABEL.
            MOVE WS-FINAL-MTD-QTY     TO WS-FIG-ACT-QTY.
            MOVE WS-LINE-BUD-MTD-QTY  TO WS-FIG-BUD-QTY.
            MOVE WS-LINE-MTD-VALUE    TO WS-FIG-ACT-VALUE.
            MOVE WS-LINE-BUD-MTD-VAL  TO WS-FIG-BUD-VALUE.
            PERFORM 5030-WRITE-BUDGET-LINE THRU 5030-EXIT.
            MOVE "YTD"                TO BL-LABEL.
            MOVE WS-FINAL-YTD-QTY     TO WS-FIG-ACT-QTY.
            MOVE WS-LINE-BUD-YTD-QTY  TO WS-FIG-BUD-QTY.
            MOVE WS-LINE-YTD-VALUE    TO WS-FIG-ACT-VALUE.
            MOVE WS-LINE-BUD-YTD-VAL  TO WS-FIG-BUD-VALUE.
            PERFORM 5030-WRITE-BUDGET-LINE THRU 5030-EXIT.
       3400-EXIT.
            EXIT.

            MOVE WS-BR-MTD-QTY   TO BTL-MTD-QTY.
            MOVE WS-BR-YTD-QTY   TO BTL-YTD-QTY.
            MOVE WS-BR-PRIOR-QTY TO BTL-PRIOR-QTY.
            IF WS-LINE-COUNT + 6 > WS-LINES-PER-PAGE
                PERFORM 5010-WRITE-HEADINGS THRU 5010-EXIT
            END-IF.
            WRITE CLOSING-REPORT-RECORD FROM BLANK-LINE.
            WRITE CLOSING-REPORT-RECORD FROM BRANCH-TOTAL-LINE.
            MOVE "MTD"              TO BL-LABEL.
            MOVE WS-BR-MTD-QTY      TO WS-FIG-ACT-QTY.
            MOVE WS-BR-BUD-MTD-QTY  TO WS-FIG-BUD-QTY.
            MOVE WS-BR-MTD-VALUE    TO WS-FIG-ACT-VALUE.
            MOVE WS-BR-BUD-MTD-VAL  TO WS-FIG-BUD-VALUE.
            PERFORM 5030-WRITE-BUDGET-LINE THRU 5030-EXIT.
            MOVE "YTD"              TO BL-LABEL.
            MOVE WS-BR-YTD-QTY      TO WS-FIG-ACT-QTY.
            MOVE WS-BR-BUD-YTD-QTY  TO WS-FIG-BUD-QTY.
            MOVE WS-BR-YTD-VALUE    TO WS-FIG-ACT-VALUE.
            MOVE WS-BR-BUD-YTD-VAL  TO WS-FIG-BUD-VALUE.
            PERFORM 5030-WRITE-BUDGET-LINE THRU 5030-EXIT.
            WRITE CLOSING-REPORT-RECORD FROM BLANK-LINE.
            WRITE CLOSING-REPORT-RECORD FROM SIGNOFF-LINE.
            ADD 4 TO WS-LINE-COUNT.
            MOVE 99 TO WS-LINE-COUNT.
            PERFORM 5010-WRITE-HEADINGS THRU 5010-EXIT.
            WRITE CLOSING-REPORT-RECORD FROM GRAND-TOTAL-LINE.
            MOVE "MTD"              TO BL-LABEL.
            MOVE WS-GR-MTD-QTY      TO WS-FIG-ACT-QTY.
            MOVE WS-GR-BUD-MTD-QTY  TO WS-FIG-BUD-QTY.
            MOVE WS-GR-MTD-VALUE    TO WS-FIG-ACT-VALUE.
            MOVE WS-GR-BUD-MTD-VAL  TO WS-FIG-BUD-VALUE.
            PERFORM 5030-WRITE-BUDGET-LINE THRU 5030-EXIT.
            MOVE "YTD"              TO BL-LABEL.
            MOVE WS-GR-YTD-QTY      TO WS-FIG-ACT-QTY.
            MOVE WS-GR-BUD-YTD-QTY  TO WS-FIG-BUD-QTY.
            MOVE WS-GR-YTD-VALUE    TO WS-FIG-ACT-VALUE.
            MOVE WS-GR-BUD-YTD-VAL  TO WS-FIG-BUD-VALUE.
            PERFORM 5030-WRITE-BUDGET-LINE THRU 5030-EXIT.
            IF WS-PAST-COUNT > ZERO
                WRITE CLOSING-REPORT-RECORD FROM BLANK-LINE
                WRITE CLOSING-REPORT-RECORD FROM PAST-NOTE-LINE
            END-IF.
            WRITE CLOSING-REPORT-RECORD FROM HDG-LINE-BRANCH.
            WRITE CLOSING-REPORT-RECORD FROM BLANK-LINE.
            IF RESTATE-RUN
                WRITE CLOSING-REPORT-RECORD FROM RST-HDG-LINE-2
                WRITE CLOSING-REPORT-RECORD FROM RST-HDG-LINE-3
            ELSE
                WRITE CLOSING-REPORT-RECORD FROM HDG-LINE-2
                WRITE CLOSING-REPORT-RECORD FROM HDG-LINE-3
            END-IF.
            WRITE CLOSING-REPORT-RECORD FROM BLANK-LINE.
            MOVE ZERO TO WS-LINE-COUNT.
       5010-EXIT.
            EXIT.

      ******************************************************************
      * 5030-WRITE-BUDGET-LINE - one period's comparison from the
      * WS-FIG figures under the label the caller set: variance is
      * actual less budget, percent achieved is actual over budget -
      * blank where no budget was set, held at 9999.9 on overflow.
      * The caller has already made room on the page.
      ******************************************************************
       5030-WRITE-BUDGET-LINE.
            COMPUTE WS-FIG-VAR-QTY = WS-FIG-ACT-QTY - WS-FIG-BUD-QTY.
            COMPUTE WS-FIG-VAR-VALUE =
                WS-FIG-ACT-VALUE - WS-FIG-BUD-VALUE.
            MOVE WS-FIG-ACT-QTY   TO BL-ACT-QTY.
            MOVE WS-FIG-BUD-QTY   TO BL-BUD-QTY.
            MOVE WS-FIG-VAR-QTY   TO BL-VAR-QTY.
            MOVE WS-FIG-ACT-VALUE TO BL-ACT-VALUE.
            MOVE WS-FIG-BUD-VALUE TO BL-BUD-VALUE.
            MOVE WS-FIG-VAR-VALUE TO BL-VAR-VALUE.
            IF WS-FIG-BUD-QTY = ZERO
                MOVE SPACES TO BL-QTY-PCT-X
            ELSE
                COMPUTE WS-FIG-PCT ROUNDED =
                    WS-FIG-ACT-QTY * 100 / WS-FIG-BUD-QTY
                    ON SIZE ERROR
                        MOVE 9999.9 TO WS-FIG-PCT
                END-COMPUTE
                MOVE WS-FIG-PCT TO BL-QTY-PCT
            END-IF.
            IF WS-FIG-BUD-VALUE = ZERO
                MOVE SPACES TO BL-VALUE-PCT-X
            ELSE
                COMPUTE WS-FIG-PCT ROUNDED =
                    WS-FIG-ACT-VALUE * 100 / WS-FIG-BUD-VALUE
                    ON SIZE ERROR
                        MOVE 9999.9 TO WS-FIG-PCT
                END-COMPUTE
                MOVE WS-FIG-PCT TO BL-VALUE-PCT
            END-IF.
            WRITE CLOSING-REPORT-RECORD FROM BUDGET-LINE.
            ADD 1 TO WS-LINE-COUNT.
       5030-EXIT.
            EXIT.

      ******************************************************************
      * 6000-RESTATE-MONTH - gather the month's waiting adjustments,
      * make sure the month is still on the snapshot trail, then
      * carry the trail to its new generation with the month's
      * snapshot restated, printing the restated statement as it
      * goes, and carry the adjustment file with the applied entries
      * stamped.
      ******************************************************************
       6000-RESTATE-MONTH.
            PERFORM 6100-LOAD-ADJUSTMENTS THRU 6100-EXIT.
            IF WS-ADJ-ENTRY-COUNT = ZERO
                DISPLAY "RD6-CLOSE NO PRIOR-PERIOD ADJUSTMENTS WAITING "
                        "FOR MONTH " WS-CLOSE-MONTH
                        " - NOTHING RESTATED"
                MOVE 4 TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM 6150-COUNT-MONTH-SNAPSHOTS THRU 6150-EXIT.
            IF WS-SNAP-MONTH-COUNT = ZERO
                DISPLAY "RD6-CLOSE MONTH " WS-CLOSE-MONTH
                        " IS NOT ON THE SNAPSHOT TRAIL - PAST "
                        "RETENTION, OR MESNAPN NOT YET COPIED"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            MOVE "RESTATED CLOSING STATEMENT" TO HL1-TITLE.
            OPEN OUTPUT Closing-Report.
            OPEN OUTPUT Snapshot-New.
            OPEN INPUT Adjust-Sorted.
            MOVE 'N' TO WS-ADJ-EOF-SW.
            PERFORM 6120-READ-ADJUSTMENT THRU 6120-EXIT.
            PERFORM 6110-NEXT-ADJUSTMENT THRU 6110-EXIT.
            PERFORM 6200-RESTATE-SNAPSHOTS THRU 6200-EXIT.
            CLOSE Adjust-Sorted.
            IF NOT FIRST-BRANCH
                PERFORM 6500-PRINT-RESTATED-BRANCH THRU 6500-EXIT
            END-IF.
            PERFORM 6600-PRINT-RESTATED-GRAND THRU 6600-EXIT.
            PERFORM 6700-CARRY-ADJUSTMENTS THRU 6700-EXIT.
       6000-EXIT.
            EXIT.

      ******************************************************************
      * 6100-LOAD-ADJUSTMENTS - the month's entries not yet restated
      * go to the work file, which is sorted into branch/product
      * order; 6110 sums each branch/product's entries as the
      * restatement reaches it.
      ******************************************************************
       6100-LOAD-ADJUSTMENTS.
            OPEN INPUT Prior-Period-Adjust.
            IF WS-PPA-FILE-STATUS NOT = "00"
                GO TO 6100-EXIT
            END-IF.
            OPEN OUTPUT Adjust-Work.
            MOVE 'N' TO WS-MASTER-EOF-SW.
            PERFORM UNTIL END-OF-MASTER
                READ Prior-Period-Adjust
                    AT END
                        SET END-OF-MASTER TO TRUE
                    NOT AT END
                        IF PA-CLOSE-MONTH = WS-CLOSE-MONTH AND
                           PA-RESTATE-DATE = ZERO
                            PERFORM 6105-PASS-ONE-ADJUSTMENT THRU
                                    6105-EXIT
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE Prior-Period-Adjust.
            CLOSE Adjust-Work.
            IF WS-ADJ-ENTRY-COUNT > ZERO
                SORT Sort-Work-File
                    ON ASCENDING KEY SW-BRANCH-CODE
                                     SW-PRODUCT-CODE
                    USING Adjust-Work
                    GIVING Adjust-Sorted
            END-IF.
       6100-EXIT.
            EXIT.

       6105-PASS-ONE-ADJUSTMENT.
            ADD 1 TO WS-ADJ-ENTRY-COUNT.
            ADD PA-NET-QTY TO WS-ADJ-TOTAL-QTY.
            MOVE PA-BRANCH-CODE  TO AW-BRANCH-CODE.
            MOVE PA-PRODUCT-CODE TO AW-PRODUCT-CODE.
            MOVE PA-NET-QTY      TO AW-NET-QTY.
            WRITE ADJUST-WORK-RECORD.
       6105-EXIT.
            EXIT.

      * A branch/product's entries are adjacent on the sorted file;
      * the record in hand is its first.
       6110-NEXT-ADJUSTMENT.
            IF END-OF-ADJUSTMENTS
                MOVE HIGH-VALUES TO AP-KEY
                GO TO 6110-EXIT
            END-IF.
            MOVE AS-BRANCH-CODE  TO AP-BRANCH-CODE.
            MOVE AS-PRODUCT-CODE TO AP-PRODUCT-CODE.
            MOVE ZERO TO AP-NET-QTY.
            PERFORM 6115-TAKE-ADJUSTMENT THRU 6115-EXIT
                UNTIL END-OF-ADJUSTMENTS OR
                      AS-BRANCH-CODE NOT = AP-BRANCH-CODE OR
                      AS-PRODUCT-CODE NOT = AP-PRODUCT-CODE.
       6110-EXIT.
            EXIT.

       6115-TAKE-ADJUSTMENT.
            ADD AS-NET-QTY TO AP-NET-QTY.
            PERFORM 6120-READ-ADJUSTMENT THRU 6120-EXIT.
       6115-EXIT.
            EXIT.

       6120-READ-ADJUSTMENT.
            READ Adjust-Sorted
                AT END
                    SET END-OF-ADJUSTMENTS TO TRUE
            END-READ.
       6120-EXIT.
            EXIT.

       6150-COUNT-MONTH-SNAPSHOTS.
            OPEN INPUT Snapshot-File.
            IF WS-SNAP-FILE-STATUS NOT = "00"
                GO TO 6150-EXIT
            END-IF.
            MOVE 'N' TO WS-BAL-EOF-SW.
            PERFORM UNTIL END-OF-BALANCES
                READ Snapshot-File
                    AT END
                        SET END-OF-BALANCES TO TRUE
                    NOT AT END
                        IF MS-CLOSE-MONTH = WS-CLOSE-MONTH
                            ADD 1 TO WS-SNAP-MONTH-COUNT
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE Snapshot-File.
       6150-EXIT.
            EXIT.

      ******************************************************************
      * 6200-RESTATE-SNAPSHOTS - every other month's records are
      * carried unchanged; the month's records, together in branch/
      * product order as the close wrote them, are restated in step
      * with the sorted adjustments. Adjustments keyed ahead of the
      * record in hand, or left over when the month's records end,
      * are new lines.
      ******************************************************************
       6200-RESTATE-SNAPSHOTS.
            OPEN INPUT Snapshot-File.
            MOVE 'N' TO WS-BAL-EOF-SW.
            PERFORM UNTIL END-OF-BALANCES
                READ Snapshot-File
                    AT END
                        SET END-OF-BALANCES TO TRUE
                    NOT AT END
                        PERFORM 6210-RESTATE-ONE-SNAPSHOT THRU
                                6210-EXIT
                END-READ
            END-PERFORM.
            CLOSE Snapshot-File.
            IF NOT MONTH-GROUP-DONE
                PERFORM 6230-FINISH-MONTH-GROUP THRU 6230-EXIT
            END-IF.
       6200-EXIT.
            EXIT.

       6210-RESTATE-ONE-SNAPSHOT.
            IF MS-CLOSE-MONTH NOT = WS-CLOSE-MONTH
                IF MONTH-GROUP-SEEN AND NOT MONTH-GROUP-DONE
                    PERFORM 6230-FINISH-MONTH-GROUP THRU 6230-EXIT
                END-IF
                MOVE SNAPSHOT-RECORD TO SNAPSHOT-NEW-RECORD
                WRITE SNAPSHOT-NEW-RECORD
                GO TO 6210-EXIT
            END-IF.
            SET MONTH-GROUP-SEEN TO TRUE.
            MOVE MS-BRANCH-CODE  TO WS-LK-BRANCH-CODE.
            MOVE MS-PRODUCT-CODE TO WS-LK-PRODUCT-CODE.
            MOVE 'N' TO WS-ADJ-DONE-SW.
            PERFORM 6250-CATCH-UP-ADJUSTMENT THRU 6250-EXIT
                UNTIL ADJUSTMENTS-CAUGHT-UP.
            MOVE 'N'              TO WS-NEW-LINE-SW.
            MOVE MS-MTD-QTY       TO WS-RL-ORIG-MTD.
            MOVE MS-YTD-QTY       TO WS-RL-ORIG-YTD.
            MOVE MS-PRIOR-YTD-QTY TO WS-RL-PRIOR-QTY.
            MOVE ZERO             TO WS-RL-ADJ-QTY.
            IF AP-KEY = WS-LINE-KEY
                MOVE AP-NET-QTY TO WS-RL-ADJ-QTY
                PERFORM 6110-NEXT-ADJUSTMENT THRU 6110-EXIT
            END-IF.
            MOVE MS-BRANCH-CODE  TO WS-BREAK-BRANCH.
            MOVE MS-PRODUCT-CODE TO WS-PRINT-PRODUCT.
            PERFORM 6300-RESTATE-LINE THRU 6300-EXIT.
       6210-EXIT.
            EXIT.

      * The month's records have ended: the adjustments left are all
      * new lines.
       6230-FINISH-MONTH-GROUP.
            MOVE HIGH-VALUES TO WS-LINE-KEY.
            MOVE 'N' TO WS-ADJ-DONE-SW.
            PERFORM 6250-CATCH-UP-ADJUSTMENT THRU 6250-EXIT
                UNTIL ADJUSTMENTS-CAUGHT-UP.
            SET MONTH-GROUP-DONE TO TRUE.
       6230-EXIT.
            EXIT.

      ******************************************************************
      * 6250-CATCH-UP-ADJUSTMENT - an adjustment keyed before the
      * snapshot record in hand (or any left, at the end of the
      * month's records) had no balance at the close: a new snapshot
      * line from nil original figures.
      ******************************************************************
       6250-CATCH-UP-ADJUSTMENT.
            IF AP-KEY NOT < WS-LINE-KEY
                SET ADJUSTMENTS-CAUGHT-UP TO TRUE
                GO TO 6250-EXIT
            END-IF.
            SET ADJUSTMENT-ONLY-LINE TO TRUE.
            MOVE ZERO TO WS-RL-ORIG-MTD.
            MOVE ZERO TO WS-RL-ORIG-YTD.
            MOVE ZERO TO WS-RL-PRIOR-QTY.
            MOVE AP-NET-QTY      TO WS-RL-ADJ-QTY.
            MOVE AP-BRANCH-CODE  TO WS-BREAK-BRANCH.
            MOVE AP-PRODUCT-CODE TO WS-PRINT-PRODUCT.
            ADD 1 TO WS-NEW-LINE-COUNT.
            PERFORM 6300-RESTATE-LINE THRU 6300-EXIT.
            PERFORM 6110-NEXT-ADJUSTMENT THRU 6110-EXIT.
       6250-EXIT.
            EXIT.

      ******************************************************************
      * 6300-RESTATE-LINE - the adjustment is activity inside the
      * month, so it moves the month's MTD and, with it, the year to
      * date at the month's close; the prior-year figure stands.
      * Print the line and write the restated snapshot record.
      ******************************************************************
       6300-RESTATE-LINE.
            PERFORM 6350-CHECK-BRANCH-BREAK THRU 6350-EXIT.
            COMPUTE WS-RL-REST-MTD = WS-RL-ORIG-MTD + WS-RL-ADJ-QTY.
            COMPUTE WS-RL-REST-YTD = WS-RL-ORIG-YTD + WS-RL-ADJ-QTY.
            ADD WS-RL-ORIG-MTD  TO WS-RB-ORIG-MTD.
            ADD WS-RL-ADJ-QTY   TO WS-RB-ADJ-QTY.
            ADD WS-RL-REST-MTD  TO WS-RB-REST-MTD.
            ADD WS-RL-ORIG-YTD  TO WS-RB-ORIG-YTD.
            ADD WS-RL-REST-YTD  TO WS-RB-REST-YTD.
            ADD WS-RL-PRIOR-QTY TO WS-RB-PRIOR-QTY.
            ADD WS-RL-ORIG-MTD  TO WS-RG-ORIG-MTD.
            ADD WS-RL-ADJ-QTY   TO WS-RG-ADJ-QTY.
            ADD WS-RL-REST-MTD  TO WS-RG-REST-MTD.
            ADD WS-RL-ORIG-YTD  TO WS-RG-ORIG-YTD.
            ADD WS-RL-REST-YTD  TO WS-RG-REST-YTD.
            ADD WS-RL-PRIOR-QTY TO WS-RG-PRIOR-QTY.
            MOVE WS-PRINT-PRODUCT TO RDL-PRODUCT-CODE.
            SEARCH ALL PRODUCT-TABLE-ENTRY
                AT END
                    MOVE SPACES TO RDL-PRODUCT-DESC
                WHEN PT-PRODUCT-CODE(PT-IDX) = WS-PRINT-PRODUCT
                    MOVE PT-PRODUCT-DESC(PT-IDX) TO RDL-PRODUCT-DESC
            END-SEARCH.
            MOVE WS-RL-ORIG-MTD  TO RDL-ORIG-MTD.
            MOVE WS-RL-ADJ-QTY   TO RDL-ADJ-MTD.
            MOVE WS-RL-REST-MTD  TO RDL-REST-MTD.
            MOVE WS-RL-ORIG-YTD  TO RDL-ORIG-YTD.
            MOVE WS-RL-ADJ-QTY   TO RDL-ADJ-YTD.
            MOVE WS-RL-REST-YTD  TO RDL-REST-YTD.
            MOVE WS-RL-PRIOR-QTY TO RDL-PRIOR-QTY.
            EVALUATE TRUE
                WHEN ADJUSTMENT-ONLY-LINE
                    MOVE "NEW LINE" TO RDL-FLAG
                WHEN WS-RL-ADJ-QTY NOT = ZERO
                    MOVE "ADJUSTED" TO RDL-FLAG
                WHEN OTHER
                    MOVE SPACES TO RDL-FLAG
            END-EVALUATE.
            IF WS-LINE-COUNT + 1 > WS-LINES-PER-PAGE
                PERFORM 5010-WRITE-HEADINGS THRU 5010-EXIT
            END-IF.
            WRITE CLOSING-REPORT-RECORD FROM RST-DETAIL-LINE.
            ADD 1 TO WS-LINE-COUNT.
            MOVE WS-CLOSE-MONTH   TO SN-CLOSE-MONTH.
            MOVE WS-BREAK-BRANCH  TO SN-BRANCH-CODE.
            MOVE WS-PRINT-PRODUCT TO SN-PRODUCT-CODE.
            MOVE WS-RL-REST-MTD   TO SN-MTD-QTY.
            MOVE WS-RL-REST-YTD   TO SN-YTD-QTY.
            MOVE WS-RL-PRIOR-QTY  TO SN-PRIOR-YTD-QTY.
            WRITE SNAPSHOT-NEW-RECORD.
            ADD 1 TO WS-RESTATED-COUNT.
       6300-EXIT.
            EXIT.

       6350-CHECK-BRANCH-BREAK.
            IF FIRST-BRANCH
                MOVE 'N' TO WS-FIRST-BRANCH-SW
            ELSE
                IF WS-BREAK-BRANCH = WS-CURRENT-BRANCH
                    GO TO 6350-EXIT
                END-IF
                PERFORM 6500-PRINT-RESTATED-BRANCH THRU 6500-EXIT
            END-IF.
            PERFORM 3200-START-NEW-BRANCH THRU 3200-EXIT.
            MOVE ZERO TO WS-RB-ORIG-MTD.
            MOVE ZERO TO WS-RB-ADJ-QTY.
            MOVE ZERO TO WS-RB-REST-MTD.
            MOVE ZERO TO WS-RB-ORIG-YTD.
            MOVE ZERO TO WS-RB-REST-YTD.
            MOVE ZERO TO WS-RB-PRIOR-QTY.
       6350-EXIT.
            EXIT.

       6500-PRINT-RESTATED-BRANCH.
            MOVE "BRANCH TOTAL"  TO RTL-LABEL.
            MOVE WS-RB-ORIG-MTD  TO RTL-ORIG-MTD.
            MOVE WS-RB-ADJ-QTY   TO RTL-ADJ-MTD.
            MOVE WS-RB-REST-MTD  TO RTL-REST-MTD.
            MOVE WS-RB-ORIG-YTD  TO RTL-ORIG-YTD.
            MOVE WS-RB-ADJ-QTY   TO RTL-ADJ-YTD.
            MOVE WS-RB-REST-YTD  TO RTL-REST-YTD.
            MOVE WS-RB-PRIOR-QTY TO RTL-PRIOR-QTY.
            IF WS-LINE-COUNT + 4 > WS-LINES-PER-PAGE
                PERFORM 5010-WRITE-HEADINGS THRU 5010-EXIT
            END-IF.
            WRITE CLOSING-REPORT-RECORD FROM BLANK-LINE.
            WRITE CLOSING-REPORT-RECORD FROM RST-TOTAL-LINE.
            WRITE CLOSING-REPORT-RECORD FROM BLANK-LINE.
            WRITE CLOSING-REPORT-RECORD FROM RST-SIGNOFF-LINE.
            ADD 4 TO WS-LINE-COUNT.
       6500-EXIT.
            EXIT.

       6600-PRINT-RESTATED-GRAND.
            MOVE "GRAND TOTAL ALL BRANCHES" TO RTL-LABEL.
            MOVE WS-RG-ORIG-MTD  TO RTL-ORIG-MTD.
            MOVE WS-RG-ADJ-QTY   TO RTL-ADJ-MTD.
            MOVE WS-RG-REST-MTD  TO RTL-REST-MTD.
            MOVE WS-RG-ORIG-YTD  TO RTL-ORIG-YTD.
            MOVE WS-RG-ADJ-QTY   TO RTL-ADJ-YTD.
            MOVE WS-RG-REST-YTD  TO RTL-REST-YTD.
            MOVE WS-RG-PRIOR-QTY TO RTL-PRIOR-QTY.
            SET GRAND-TOTAL-PAGE TO TRUE.
            MOVE ZERO TO WS-PAGE-COUNT.
            MOVE 99 TO WS-LINE-COUNT.
            PERFORM 5010-WRITE-HEADINGS THRU 5010-EXIT.
            WRITE CLOSING-REPORT-RECORD FROM RST-TOTAL-LINE.
            WRITE CLOSING-REPORT-RECORD FROM BLANK-LINE.
            MOVE WS-ADJ-ENTRY-COUNT TO RCL-ENTRIES.
            MOVE WS-ADJ-TOTAL-QTY   TO RCL-NET-QTY.
            MOVE WS-NEW-LINE-COUNT  TO RCL-NEW-LINES.
            WRITE CLOSING-REPORT-RECORD FROM RST-COUNT-LINE.
       6600-EXIT.
            EXIT.

      ******************************************************************
      * 6700-CARRY-ADJUSTMENTS - every entry goes to the new
      * generation; the month's entries just applied are stamped
      * with the business date of the restatement, so they are never
      * applied twice and the file still shows what changed a closed
      * month and when.
      ******************************************************************
       6700-CARRY-ADJUSTMENTS.
            OPEN INPUT Prior-Period-Adjust.
            OPEN OUTPUT Prior-Period-Adjust-New.
            MOVE 'N' TO WS-MASTER-EOF-SW.
            PERFORM UNTIL END-OF-MASTER
                READ Prior-Period-Adjust
                    AT END
                        SET END-OF-MASTER TO TRUE
                    NOT AT END
                        IF PA-CLOSE-MONTH = WS-CLOSE-MONTH AND
                           PA-RESTATE-DATE = ZERO
                            MOVE WS-RUN-DATE TO PA-RESTATE-DATE
                        END-IF
                        WRITE PRIOR-PERIOD-ADJUST-NEW-RECORD FROM
                              PRIOR-PERIOD-ADJUST-RECORD
                END-READ
            END-PERFORM.
            CLOSE Prior-Period-Adjust.
            CLOSE Prior-Period-Adjust-New.
       6700-EXIT.
            EXIT.

      ******************************************************************
      * 6900-FINISH-RESTATEMENT - record the restatement on the
      * close-control log: the month, when, the snapshot lines
      * written for it, the restated grand MTD and the net
      * adjustment applied.
      ******************************************************************
       6900-FINISH-RESTATEMENT.
            OPEN EXTEND Close-Control.
            IF WS-CLOSE-FILE-STATUS NOT = "00"
                OPEN OUTPUT Close-Control
            END-IF.
            MOVE WS-CLOSE-MONTH    TO CC-CLOSE-MONTH.
            MOVE WS-RUN-DATE       TO CC-RUN-DATE.
            MOVE WS-RUN-TIME       TO CC-RUN-TIME.
            MOVE WS-RESTATED-COUNT TO CC-RECORD-COUNT.
            MOVE WS-RG-REST-MTD    TO CC-GRAND-MTD-QTY.
            MOVE "RESTATE"         TO CC-ENTRY-TYPE.
            MOVE WS-ADJ-TOTAL-QTY  TO CC-ADJUST-QTY.
            WRITE CLOSE-CONTROL-RECORD.
            CLOSE Close-Control.
            CLOSE Branch-Master.
            CLOSE Closing-Report.
            CLOSE Snapshot-New.
            DISPLAY "RD6-CLOSE MONTH " WS-CLOSE-MONTH " RESTATED - "
                    WS-ADJ-ENTRY-COUNT " ADJUSTMENTS, NET "
                    WS-ADJ-TOTAL-QTY ", " WS-RESTATED-COUNT
                    " SNAPSHOT LINES".
            STOP RUN.
       6900-EXIT.
            EXIT.

      ******************************************************************
      * 9999-TERMINATE - mark the close on the close-control log (the
      * record whose presence refuses a second close of the month)
            MOVE WS-RUN-TIME     TO CC-RUN-TIME.
            MOVE WS-RECORD-COUNT TO CC-RECORD-COUNT.
            MOVE WS-GR-MTD-QTY   TO CC-GRAND-MTD-QTY.
            MOVE "CLOSE"         TO CC-ENTRY-TYPE.
            MOVE ZERO            TO CC-ADJUST-QTY.
            WRITE CLOSE-CONTROL-RECORD.
            CLOSE Close-Control.
            CLOSE Branch-Master.
            CLOSE Closing-Report.
            CLOSE Snapshot-New.
            DISPLAY "RD6-CLOSE MONTH " WS-CLOSE-MONTH " CLOSED - "
