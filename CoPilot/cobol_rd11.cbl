      ******************************************************************
      * Author:
      * Date:
      * Purpose:    Compare the balance master's month-to-date and
      *             year-to-date sales with finance's budget, in
      *             quantity and in value, showing the variance and
      *             the percent of budget achieved per product with
      *             branch, region and grand totals - the comparison
      *             the area managers used to rebuild by hand every
      *             month.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RD11BUDG.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * The balance master as the daily run left it - the actual
      * side of the comparison, read through in branch/product key
      * order.
            SELECT Balance-Master ASSIGN TO 'BALMSTR'
            ORGANIZATION IS INDEXED
            ACCESS MODE IS SEQUENTIAL
            RECORD KEY IS BAL-KEY
            FILE STATUS IS WS-BAL-FILE-STATUS.

      * Sales budget, maintained by the maintenance run and keyed
      * branch/product/month - read in key order, the budget side of
      * the comparison.
            SELECT Budget-File ASSIGN TO 'BUDGET'
            ORGANIZATION IS INDEXED
            ACCESS MODE IS SEQUENTIAL
            RECORD KEY IS BG-KEY
            ALTERNATE RECORD KEY IS BG-BUDGET-MONTH WITH DUPLICATES
            FILE STATUS IS WS-BUD-FILE-STATUS.

      * Product master and the pending price file together give the
      * unit price in force, the same way the daily run resolves it,
      * so actual quantities are valued at the price of the day.
            SELECT Product-Master ASSIGN TO 'PRODMSTR'
            ORGANIZATION IS INDEXED
            ACCESS MODE IS SEQUENTIAL
            RECORD KEY IS PM-PRODUCT-CODE.

            SELECT Pending-Price ASSIGN TO 'PENDPRC'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PND-FILE-STATUS.

      * Branch and region masters, read by key for the names and
      * the region each branch rolls up under.
            SELECT Branch-Master ASSIGN TO 'BRANMSTR'
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS BM-BRANCH-CODE.

            SELECT Region-Master ASSIGN TO 'REGNMSTR'
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS RM-REGION-CODE
            FILE STATUS IS WS-RGN-FILE-STATUS.

            SELECT Sort-Work-File ASSIGN TO 'SRTWORK'.

      * One report line per branch and product, actual and budget
      * side by side, written as the balances and budget are matched
      * (BUDWORK) and sorted into region/branch/product order for
      * the control breaks (BUDSRTD). Scratch files, rebuilt by
      * every run.
            SELECT Report-Work ASSIGN TO 'BUDWORK'
            ORGANIZATION IS LINE SEQUENTIAL.

            SELECT Report-Sorted ASSIGN TO 'BUDSRTD'
            ORGANIZATION IS LINE SEQUENTIAL.

            SELECT Budget-Report ASSIGN TO 'BUDRPT'
            ORGANIZATION IS LINE SEQUENTIAL.

      * Cycle-control file - the suite's shared business date, which
      * settles the default report month; missing file falls back to
      * the wall clock.
            SELECT Cycle-Control ASSIGN TO 'CYCLCTL'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-CYC-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD Balance-Master.
            01 BALANCE-MASTER-RECORD.
                05 BAL-KEY.
                    10 BAL-BRANCH-CODE     PIC 9(3).
                    10 BAL-PRODUCT-CODE    PIC 9(2).
                05 BAL-MTD-QTY         PIC S9(9)
                       SIGN IS LEADING SEPARATE.
                05 BAL-YTD-QTY         PIC S9(9)
                       SIGN IS LEADING SEPARATE.
                05 BAL-PRIOR-YTD-QTY   PIC S9(9)
                       SIGN IS LEADING SEPARATE.
                05 BAL-LAST-POST-DATE  PIC 9(8).

      * One budget line per branch, product and month: the month's
      * budget quantity and value (value carries two decimals).
       FD Budget-File.
            01 BUDGET-RECORD.
                05 BG-KEY.
                    10 BG-BRANCH-CODE   PIC 9(3).
                    10 BG-PRODUCT-CODE  PIC 9(2).
                    10 BG-BUDGET-MONTH  PIC 9(6).
                05 BG-BUDGET-QTY    PIC 9(9).
                05 BG-BUDGET-VALUE  PIC 9(9)V99.

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

       FD Region-Master.
            01 REGION-MASTER-RECORD.
                05 RM-REGION-CODE   PIC 9(2).
                05 RM-REGION-NAME   PIC X(20).

       SD Sort-Work-File.
            01 SORT-WORK-RECORD.
                05 SW-REGION-CODE   PIC 9(2).
                05 SW-BRANCH-CODE   PIC 9(3).
                05 SW-PRODUCT-CODE  PIC 9(2).
                05 FILLER           PIC X(69).

       FD Report-Work.
            01 REPORT-WORK-RECORD.
                05 RW-REGION-CODE   PIC 9(2).
                05 RW-BRANCH-CODE   PIC 9(3).
                05 RW-PRODUCT-CODE  PIC 9(2).
                05 RW-MTD-QTY       PIC S9(9)
                       SIGN IS LEADING SEPARATE.
                05 RW-YTD-QTY       PIC S9(9)
                       SIGN IS LEADING SEPARATE.
                05 RW-BUD-MTD-QTY   PIC S9(9)
                       SIGN IS LEADING SEPARATE.
                05 RW-BUD-MTD-VALUE PIC S9(11)V99
                       SIGN IS LEADING SEPARATE.
                05 RW-BUD-YTD-QTY   PIC S9(9)
                       SIGN IS LEADING SEPARATE.
                05 RW-BUD-YTD-VALUE PIC S9(11)V99
                       SIGN IS LEADING SEPARATE.
                05 RW-PAST-SW       PIC X(01).

       FD Report-Sorted.
            01 REPORT-SORTED-RECORD.
                05 RS-REGION-CODE   PIC 9(2).
                05 RS-BRANCH-CODE   PIC 9(3).
                05 RS-PRODUCT-CODE  PIC 9(2).
                05 RS-MTD-QTY       PIC S9(9)
                       SIGN IS LEADING SEPARATE.
                05 RS-YTD-QTY       PIC S9(9)
                       SIGN IS LEADING SEPARATE.
                05 RS-BUD-MTD-QTY   PIC S9(9)
                       SIGN IS LEADING SEPARATE.
                05 RS-BUD-MTD-VALUE PIC S9(11)V99
                       SIGN IS LEADING SEPARATE.
                05 RS-BUD-YTD-QTY   PIC S9(9)
                       SIGN IS LEADING SEPARATE.
                05 RS-BUD-YTD-VALUE PIC S9(11)V99
                       SIGN IS LEADING SEPARATE.
                05 RS-PAST-SW       PIC X(01).

       FD Budget-Report.
            01 BUDGET-REPORT-RECORD PIC X(132).

       FD Cycle-Control.
            01 CYCLE-CONTROL-RECORD.
                05 CC-BUSINESS-DATE        PIC 9(8).
                05 CC-STATUS               PIC X(8).

       WORKING-STORAGE SECTION.
            77 WS-BAL-FILE-STATUS   PIC X(2).
            77 WS-BUD-FILE-STATUS   PIC X(2).
            77 WS-PND-FILE-STATUS   PIC X(2).
            77 WS-RGN-FILE-STATUS   PIC X(2).
            77 WS-CYC-FILE-STATUS   PIC X(2).
            77 WS-CYC-EOF-SW        PIC X(01).
                88 END-OF-CYCLE-FILE        VALUE 'Y'.
            01 WS-CYCLE-CONTROL.
                05 WS-CC-BUSINESS-DATE PIC 9(8).
                05 WS-CC-STATUS        PIC X(8).
            01 WS-CYCLE-CONTROL-X REDEFINES WS-CYCLE-CONTROL.
                05 WS-CC-BUSINESS-DATE-X PIC X(8).
                05 FILLER                PIC X(8).

            77 WS-BAL-EOF-SW      PIC X(01).
                88 END-OF-BALANCES          VALUE 'Y'.
            77 WS-MASTER-EOF-SW   PIC X(01).
                88 END-OF-MASTER            VALUE 'Y'.
            77 WS-RPT-EOF-SW      PIC X(01).
                88 END-OF-REPORT-LINES      VALUE 'Y'.
            77 WS-RGN-OPEN-SW     PIC X(01) VALUE 'N'.
                88 REGION-MASTER-OPEN       VALUE 'Y'.
            77 WS-FIRST-LINE-SW   PIC X(01) VALUE 'Y'.
                88 FIRST-LINE               VALUE 'Y'.

      * The month reported (YYYYMM): run argument 1 when passed,
      * otherwise the month of the business date.
            01 WS-REPORT-MONTH    PIC 9(6) VALUE ZERO.
            01 WS-REPORT-MONTH-R REDEFINES WS-REPORT-MONTH.
                05 WS-RPM-YEAR    PIC 9(4).
                05 WS-RPM-MONTH   PIC 9(2).
            01 WS-MONTH-ARG-X     PIC X(6).
            01 WS-MONTH-ARG-N REDEFINES WS-MONTH-ARG-X PIC 9(6).

      * The date prices are resolved as of: the end of the report
      * month, but never past the business date - a price that has
      * not yet taken effect values nothing.
            01 WS-PRICE-DATE      PIC 9(8).
            01 WS-PRICE-DATE-R REDEFINES WS-PRICE-DATE.
                05 WS-PD-MONTH    PIC 9(6).
                05 WS-PD-DAY      PIC 9(2).

      * Product master with the in-force price laid over it, in
      * ascending PRODUCT-CODE order (the master's key order) for
      * SEARCH ALL.
            01 PRODUCT-TABLE.
                05 PRODUCT-TABLE-ENTRY OCCURS 1 TO 100 TIMES
                       DEPENDING ON WS-PRODUCT-TABLE-COUNT
                       ASCENDING KEY IS PT-PRODUCT-CODE
                       INDEXED BY PT-IDX.
                    10 PT-PRODUCT-CODE   PIC 9(2).
                    10 PT-PRODUCT-DESC   PIC X(20).
                    10 PT-UNIT-PRICE     PIC 9(5)V99.
                    10 PT-PRICE-EFF-DATE PIC 9(8).
            77 WS-PRODUCT-TABLE-COUNT PIC 9(3) COMP VALUE ZERO.

      * The budget for one branch and product at a time, the report
      * month into MTD and January through the report month into
      * YTD, summed off the budget file as it is read in key order
      * and matched in step with the balance master, which is in the
      * same branch/product order. A pair no balance record claims
      * is budget with no sales at all, and still has to report.
      * The key goes to HIGH-VALUES once the budget file is used up.
            01 WS-BUDGET-PAIR.
                05 BS-KEY.
                    10 BS-BRANCH-CODE   PIC 9(3).
                    10 BS-PRODUCT-CODE  PIC 9(2).
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
                88 PAIR-IN-REPORT-YEAR      VALUE 'Y'.
            77 WS-BUD-DONE-SW         PIC X(01).
                88 BUDGET-CAUGHT-UP         VALUE 'Y'.

      * The key of the balance record in hand, which the budget is
      * caught up to before the two are matched.
            01 WS-MATCH-KEY.
                05 WS-MK-BRANCH-CODE  PIC 9(3).
                05 WS-MK-PRODUCT-CODE PIC 9(2).

            77 WS-REPORT-COUNT        PIC 9(7) COMP VALUE ZERO.

      * The balance record in hand with its periods aligned to the
      * report month, exactly as the month-end close aligns them: a
      * record last posted in an earlier month has a stale MTD, one
      * last posted in an earlier year a stale YTD as well. A record
      * stamped past the report month already carries later activity
      * and is flagged.
            77 WS-REC-MONTH       PIC 9(6).
            77 WS-FINAL-MTD-QTY   PIC S9(9) COMP.
            77 WS-FINAL-YTD-QTY   PIC S9(9) COMP.
            77 WS-POSTED-PAST-SW  PIC X(01).
                88 POSTED-PAST-REPORT       VALUE 'Y'.

      * Control-break keys and names for the group in print.
            77 WS-CUR-REGION      PIC 9(2).
            77 WS-CUR-BRANCH      PIC 9(3).
            77 WS-REGION-NAME     PIC X(20).
            77 WS-BRANCH-NAME     PIC X(20).
            77 WS-UNIT-PRICE      PIC 9(5)V99.

      * Totals at three levels - 1 branch, 2 region, 3 grand - each
      * carrying actual and budget for both periods.
            01 WS-TOTALS.
                05 WS-TOT-ENTRY OCCURS 3 TIMES.
                    10 WS-TOT-MTD-QTY     PIC S9(9) COMP.
                    10 WS-TOT-MTD-VALUE   PIC S9(11)V99 COMP.
                    10 WS-TOT-BUD-MTD-QTY PIC S9(9) COMP.
                    10 WS-TOT-BUD-MTD-VAL PIC S9(11)V99 COMP.
                    10 WS-TOT-YTD-QTY     PIC S9(9) COMP.
                    10 WS-TOT-YTD-VALUE   PIC S9(11)V99 COMP.
                    10 WS-TOT-BUD-YTD-QTY PIC S9(9) COMP.
                    10 WS-TOT-BUD-YTD-VAL PIC S9(11)V99 COMP.
            77 WS-TOT-SUB         PIC 9(1) COMP.

      * One period's figures for the comparison columns: actual and
      * budget in, variance and percent achieved worked out by
      * 5030-FILL-COMPARISON.
            77 WS-FIG-ACT-QTY     PIC S9(9) COMP.
            77 WS-FIG-BUD-QTY     PIC S9(9) COMP.
            77 WS-FIG-ACT-VALUE   PIC S9(11)V99 COMP.
            77 WS-FIG-BUD-VALUE   PIC S9(11)V99 COMP.
            77 WS-FIG-VAR-QTY     PIC S9(9) COMP.
            77 WS-FIG-VAR-VALUE   PIC S9(11)V99 COMP.
            77 WS-FIG-PCT         PIC S9(4)V9.
            77 WS-LINE-MTD-VALUE  PIC S9(11)V99 COMP.
            77 WS-LINE-YTD-VALUE  PIC S9(11)V99 COMP.

      * Run counts for the report trailer.
            77 WS-BALANCE-COUNT     PIC 9(7) COMP VALUE ZERO.
            77 WS-BUDGET-READ-COUNT PIC 9(7) COMP VALUE ZERO.
            77 WS-NO-BUDGET-COUNT   PIC 9(7) COMP VALUE ZERO.
            77 WS-NO-SALES-COUNT    PIC 9(7) COMP VALUE ZERO.
            77 WS-PAST-COUNT        PIC 9(7) COMP VALUE ZERO.

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

      * Page/line control for the print file.
            77 WS-PAGE-COUNT        PIC 9(3) VALUE ZERO.
            77 WS-LINE-COUNT        PIC 9(2) VALUE 99.
            77 WS-LINES-PER-PAGE    PIC 9(2) VALUE 50.
            01 WS-PRINT-LINE        PIC X(132).

      * Report lines.
      * 132 bytes maximum, matching BUDGET-REPORT-RECORD.
            01 HDG-LINE-1.
                05 FILLER           PIC X(10) VALUE "RD11-BUDG".
                05 FILLER           PIC X(26) VALUE
                     "SALES BUDGET VERSUS ACTUAL".
                05 FILLER           PIC X(05) VALUE " FOR ".
                05 HL1-REPORT-MONTH PIC 9999/99.
                05 FILLER           PIC X(11) VALUE "  RUN DATE ".
                05 HL1-RUN-DATE     PIC 9999/99/99.
                05 FILLER           PIC X(08) VALUE "  TIME ".
                05 HL1-RUN-TIME     PIC 99B99B99.
                05 FILLER           PIC X(08) VALUE "  PAGE ".
                05 HL1-PAGE         PIC ZZZ9.

            01 HDG-LINE-2.
                05 FILLER           PIC X(24) VALUE "PR DESCRIPTION".
                05 FILLER           PIC X(03) VALUE "PER".
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

      * The comparison line serves products and totals alike: the
      * product code and description, or a total's label, then one
      * period's quantity and value columns.
            01 DETAIL-LINE.
                05 DL-PREFIX.
                    10 DL-PRODUCT-CODE  PIC Z9.
                    10 FILLER           PIC X(01).
                    10 DL-PRODUCT-DESC  PIC X(20).
                    10 FILLER           PIC X(01).
                05 DL-LABEL REDEFINES DL-PREFIX PIC X(24).
                05 DL-PERIOD        PIC X(03).
                05 FILLER           PIC X(01) VALUE SPACES.
                05 DL-ACT-QTY       PIC ZZ,ZZZ,ZZ9-.
                05 FILLER           PIC X(01) VALUE SPACES.
                05 DL-BUD-QTY       PIC ZZ,ZZZ,ZZ9-.
                05 FILLER           PIC X(01) VALUE SPACES.
                05 DL-VAR-QTY       PIC ZZ,ZZZ,ZZ9-.
                05 FILLER           PIC X(01) VALUE SPACES.
                05 DL-QTY-PCT       PIC ZZZ9.9-.
                05 DL-QTY-PCT-X REDEFINES DL-QTY-PCT PIC X(07).
                05 FILLER           PIC X(01) VALUE SPACES.
                05 DL-ACT-VALUE     PIC ZZZ,ZZZ,ZZ9.99-.
                05 FILLER           PIC X(01) VALUE SPACES.
                05 DL-BUD-VALUE     PIC ZZZ,ZZZ,ZZ9.99-.
                05 FILLER           PIC X(01) VALUE SPACES.
                05 DL-VAR-VALUE     PIC ZZZ,ZZZ,ZZ9.99-.
                05 FILLER           PIC X(01) VALUE SPACES.
                05 DL-VALUE-PCT     PIC ZZZ9.9-.
                05 DL-VALUE-PCT-X REDEFINES DL-VALUE-PCT PIC X(07).
                05 FILLER           PIC X(01) VALUE SPACES.
                05 DL-FLAG          PIC X(01).

            01 REGION-LINE.
                05 FILLER           PIC X(07) VALUE "REGION".
                05 RGL-REGION-CODE  PIC Z9.
                05 FILLER           PIC X(02) VALUE SPACES.
                05 RGL-REGION-NAME  PIC X(20).

            01 BRANCH-LINE.
                05 FILLER           PIC X(03) VALUE SPACES.
                05 FILLER           PIC X(07) VALUE "BRANCH".
                05 BRL-BRANCH-CODE  PIC ZZ9.
                05 FILLER           PIC X(02) VALUE SPACES.
                05 BRL-BRANCH-NAME  PIC X(20).

            01 TOTAL-LINE-1.
                05 FILLER           PIC X(16) VALUE "BALANCES READ  ".
                05 TL-BALANCES      PIC Z,ZZZ,ZZ9.
                05 FILLER           PIC X(18) VALUE
                     "   BUDGET LINES  ".
                05 TL-BUDGET-LINES  PIC Z,ZZZ,ZZ9.
                05 FILLER           PIC X(18) VALUE
                     "   REPORT LINES  ".
                05 TL-REPORT-LINES  PIC Z,ZZZ,ZZ9.

            01 TOTAL-LINE-2.
                05 FILLER           PIC X(16) VALUE "SALES NO BUDGET".
                05 TL-NO-BUDGET     PIC Z,ZZZ,ZZ9.
                05 FILLER           PIC X(18) VALUE
                     "   BUDGET NO SALES".
                05 TL-NO-SALES      PIC Z,ZZZ,ZZ9.

            01 PAST-NOTE-LINE.
                05 FILLER           PIC X(40) VALUE
                     "* POSTED AFTER REPORT MONTH - FIGURES ".
                05 FILLER           PIC X(35) VALUE
                     "INCLUDE LATER ACTIVITY, INVESTIGATE".

            01 BLANK-LINE           PIC X(01) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAINLINE.
            PERFORM 1000-INITIALIZE THRU 1000-EXIT.
            PERFORM 2000-OPEN-BUDGET THRU 2000-EXIT.
            PERFORM 3000-MATCH-BALANCES THRU 3000-EXIT.
            PERFORM 4000-PRINT-REPORT THRU 4000-EXIT.
            PERFORM 9999-TERMINATE THRU 9999-EXIT.

      ******************************************************************
      * 1000-INITIALIZE - capture run date/time, settle the report
      * month, load the masters with the in-force prices, and open
      * the report.
      ******************************************************************
       1000-INITIALIZE.
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
            ACCEPT WS-RUN-TIME FROM TIME.
            PERFORM 1020-READ-CYCLE-CONTROL THRU 1020-EXIT.
            DISPLAY 1 UPON ARGUMENT-NUMBER.
            MOVE SPACES TO WS-MONTH-ARG-X.
            ACCEPT WS-MONTH-ARG-X FROM ARGUMENT-VALUE
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            IF WS-MONTH-ARG-X NOT = SPACES
                IF WS-MONTH-ARG-X IS NUMERIC AND
                   WS-MONTH-ARG-N(5:2) >= 01 AND
                   WS-MONTH-ARG-N(5:2) <= 12
                    MOVE WS-MONTH-ARG-N TO WS-REPORT-MONTH
                ELSE
                    DISPLAY "RD11-BUDG REPORT MONTH ARGUMENT "
                            WS-MONTH-ARG-X " NOT YYYYMM - ABORTING"
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
            ELSE
                MOVE WS-RUN-DATE(1:6) TO WS-REPORT-MONTH
            END-IF.
            MOVE WS-REPORT-MONTH TO WS-PD-MONTH.
            MOVE 31 TO WS-PD-DAY.
            IF WS-PRICE-DATE > WS-RUN-DATE
                MOVE WS-RUN-DATE TO WS-PRICE-DATE
            END-IF.
            PERFORM 2500-LOAD-PRODUCT-MASTER THRU 2500-EXIT.
            OPEN INPUT Branch-Master.
            PERFORM 2700-OPEN-REGION-MASTER THRU 2700-EXIT.
            OPEN OUTPUT Budget-Report.
       1000-EXIT.
            EXIT.

      * The shared business date overrides the wall clock, the same
      * fallback behaviour as the daily run.
       1020-READ-CYCLE-CONTROL.
            OPEN INPUT Cycle-Control.
            IF WS-CYC-FILE-STATUS NOT = "00"
                DISPLAY "RD11-BUDG NO CYCLE-CONTROL FILE - USING "
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
                DISPLAY "RD11-BUDG CYCLE-CONTROL RECORD MISSING OR "
                        "GARBLED - USING WALL-CLOCK DATE " WS-RUN-DATE
                GO TO 1020-EXIT
            END-IF.
            MOVE WS-CC-BUSINESS-DATE TO WS-RUN-DATE.
       1020-EXIT.
            EXIT.

      ******************************************************************
      * 2000-OPEN-BUDGET - open the budget file and gather the first
      * branch and product's budget for the match. A missing budget
      * file is reported and the run goes on - the key stays at
      * HIGH-VALUES, and every line shows its actuals against a zero
      * budget.
      ******************************************************************
       2000-OPEN-BUDGET.
            MOVE HIGH-VALUES TO BS-KEY.
            OPEN INPUT Budget-File.
            IF WS-BUD-FILE-STATUS NOT = "00"
                DISPLAY "RD11-BUDG NO BUDGET FILE - ACTUALS REPORT "
                        "AGAINST A ZERO BUDGET"
                GO TO 2000-EXIT
            END-IF.
            SET BUDGET-FILE-OPEN TO TRUE.
            MOVE 'N' TO WS-BUD-EOF-SW.
            PERFORM 2150-READ-BUDGET THRU 2150-EXIT.
            PERFORM 2100-NEXT-BUDGET-PAIR THRU 2100-EXIT.
       2000-EXIT.
            EXIT.

      * Moves on to the next branch and product with a budget in the
      * report year; a pair whose months all lie outside it is passed
      * over.
       2100-NEXT-BUDGET-PAIR.
            MOVE 'N' TO WS-BUD-PAIR-SW.
            PERFORM 2200-GATHER-BUDGET-PAIR THRU 2200-EXIT
                UNTIL BUDGET-PAIR-READY.
       2100-EXIT.
            EXIT.

       2150-READ-BUDGET.
            READ Budget-File NEXT RECORD
                AT END
                    SET END-OF-BUDGET TO TRUE
                NOT AT END
                    ADD 1 TO WS-BUDGET-READ-COUNT
            END-READ.
       2150-EXIT.
            EXIT.

      * The file is in branch/product/month order, so a pair's months
      * are adjacent; the record in hand is the pair's first.
       2200-GATHER-BUDGET-PAIR.
            IF END-OF-BUDGET
                MOVE HIGH-VALUES TO BS-KEY
                SET BUDGET-PAIR-READY TO TRUE
                GO TO 2200-EXIT
            END-IF.
            MOVE BG-BRANCH-CODE  TO BS-BRANCH-CODE.
            MOVE BG-PRODUCT-CODE TO BS-PRODUCT-CODE.
            MOVE ZERO TO BS-MTD-QTY.
            MOVE ZERO TO BS-MTD-VALUE.
            MOVE ZERO TO BS-YTD-QTY.
            MOVE ZERO TO BS-YTD-VALUE.
            MOVE 'N' TO WS-BUD-IN-YEAR-SW.
            PERFORM 2250-TAKE-BUDGET-MONTH THRU 2250-EXIT
                UNTIL END-OF-BUDGET OR
                      BG-BRANCH-CODE NOT = BS-BRANCH-CODE OR
                      BG-PRODUCT-CODE NOT = BS-PRODUCT-CODE.
            IF PAIR-IN-REPORT-YEAR
                SET BUDGET-PAIR-READY TO TRUE
            END-IF.
       2200-EXIT.
            EXIT.

       2250-TAKE-BUDGET-MONTH.
            IF BG-BUDGET-MONTH(1:4) = WS-RPM-YEAR AND
               BG-BUDGET-MONTH NOT > WS-REPORT-MONTH
                SET PAIR-IN-REPORT-YEAR TO TRUE
                ADD BG-BUDGET-QTY   TO BS-YTD-QTY
                ADD BG-BUDGET-VALUE TO BS-YTD-VALUE
                IF BG-BUDGET-MONTH = WS-REPORT-MONTH
                    ADD BG-BUDGET-QTY   TO BS-MTD-QTY
                    ADD BG-BUDGET-VALUE TO BS-MTD-VALUE
                END-IF
            END-IF.
            PERFORM 2150-READ-BUDGET THRU 2150-EXIT.
       2250-EXIT.
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
                            DISPLAY "RD11-BUDG PRODUCT MASTER EXCEEDS "
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

      * Region master may be missing - regions then print unnamed.
       2700-OPEN-REGION-MASTER.
            OPEN INPUT Region-Master.
            IF WS-RGN-FILE-STATUS = "00"
                SET REGION-MASTER-OPEN TO TRUE
            END-IF.
       2700-EXIT.
            EXIT.

      ******************************************************************
      * 3000-MATCH-BALANCES - one report line per balance record,
      * carrying the budget summed for its branch and product, and
      * one more, in its place, per budget pair no balance record
      * claims, so a budget with no sales against it still shows as
      * a shortfall.
      * The lines go to the work file and are sorted into region/
      * branch/product order for the print.
      ******************************************************************
       3000-MATCH-BALANCES.
            OPEN OUTPUT Report-Work.
            OPEN INPUT Balance-Master.
            IF WS-BAL-FILE-STATUS NOT = "00"
                DISPLAY "RD11-BUDG NO BALANCE MASTER - BUDGET "
                        "REPORTS AGAINST ZERO ACTUALS"
            ELSE
                MOVE 'N' TO WS-BAL-EOF-SW
                PERFORM UNTIL END-OF-BALANCES
                    READ Balance-Master
                        AT END
                            SET END-OF-BALANCES TO TRUE
                        NOT AT END
                            ADD 1 TO WS-BALANCE-COUNT
                            PERFORM 3100-MATCH-ONE-BALANCE THRU
                                    3100-EXIT
                    END-READ
                END-PERFORM
                CLOSE Balance-Master
            END-IF.
            MOVE HIGH-VALUES TO WS-MATCH-KEY.
            MOVE 'N' TO WS-BUD-DONE-SW.
            PERFORM 3400-ADD-UNMATCHED-BUDGET THRU 3400-EXIT
                UNTIL BUDGET-CAUGHT-UP.
            IF BUDGET-FILE-OPEN
                CLOSE Budget-File
            END-IF.
            CLOSE Report-Work.
            SORT Sort-Work-File
                ON ASCENDING KEY SW-REGION-CODE
                                 SW-BRANCH-CODE
                                 SW-PRODUCT-CODE
                USING Report-Work
                GIVING Report-Sorted.
       3000-EXIT.
            EXIT.

       3100-MATCH-ONE-BALANCE.
            MOVE BAL-BRANCH-CODE  TO WS-MK-BRANCH-CODE.
            MOVE BAL-PRODUCT-CODE TO WS-MK-PRODUCT-CODE.
            MOVE 'N' TO WS-BUD-DONE-SW.
            PERFORM 3400-ADD-UNMATCHED-BUDGET THRU 3400-EXIT
                UNTIL BUDGET-CAUGHT-UP.
            PERFORM 3300-ALIGN-PERIODS THRU 3300-EXIT.
            PERFORM 3500-CLEAR-REPORT-LINE THRU 3500-EXIT.
            MOVE BAL-BRANCH-CODE  TO RW-BRANCH-CODE.
            MOVE BAL-PRODUCT-CODE TO RW-PRODUCT-CODE.
            MOVE WS-FINAL-MTD-QTY TO RW-MTD-QTY.
            MOVE WS-FINAL-YTD-QTY TO RW-YTD-QTY.
            IF POSTED-PAST-REPORT
                MOVE 'Y' TO RW-PAST-SW
            END-IF.
            PERFORM 3550-RESOLVE-REGION THRU 3550-EXIT.
            IF BS-KEY = WS-MATCH-KEY
                PERFORM 3600-COPY-BUDGET THRU 3600-EXIT
                PERFORM 2100-NEXT-BUDGET-PAIR THRU 2100-EXIT
            ELSE
                ADD 1 TO WS-NO-BUDGET-COUNT
            END-IF.
            WRITE REPORT-WORK-RECORD.
       3100-EXIT.
            EXIT.

      ******************************************************************
      * 3300-ALIGN-PERIODS - line the record's running balances up
      * with the report month the way the month-end close does: an
      * earlier year zeroes both, an earlier month in the same year
      * zeroes MTD only, and a record stamped past the report month
      * is taken as it stands but flagged.
      ******************************************************************
       3300-ALIGN-PERIODS.
            MOVE 'N' TO WS-POSTED-PAST-SW.
            MOVE BAL-LAST-POST-DATE(1:6) TO WS-REC-MONTH.
            EVALUATE TRUE
                WHEN WS-REC-MONTH(1:4) < WS-RPM-YEAR
                    MOVE ZERO        TO WS-FINAL-YTD-QTY
                    MOVE ZERO        TO WS-FINAL-MTD-QTY
                WHEN WS-REC-MONTH < WS-REPORT-MONTH
                    MOVE ZERO        TO WS-FINAL-MTD-QTY
                    MOVE BAL-YTD-QTY TO WS-FINAL-YTD-QTY
                WHEN WS-REC-MONTH > WS-REPORT-MONTH
                    SET POSTED-PAST-REPORT TO TRUE
                    ADD 1 TO WS-PAST-COUNT
                    MOVE BAL-MTD-QTY TO WS-FINAL-MTD-QTY
                    MOVE BAL-YTD-QTY TO WS-FINAL-YTD-QTY
                WHEN OTHER
                    MOVE BAL-MTD-QTY TO WS-FINAL-MTD-QTY
                    MOVE BAL-YTD-QTY TO WS-FINAL-YTD-QTY
            END-EVALUATE.
       3300-EXIT.
            EXIT.

      ******************************************************************
      * 3400-ADD-UNMATCHED-BUDGET - write a line for the budget pair
      * in hand if it is keyed before the balance record in hand (or
      * at all, once the key is HIGH-VALUES at the end): budget with
      * no balance record to claim it, against nil actuals.
      ******************************************************************
       3400-ADD-UNMATCHED-BUDGET.
            IF BS-KEY NOT < WS-MATCH-KEY
                SET BUDGET-CAUGHT-UP TO TRUE
                GO TO 3400-EXIT
            END-IF.
            ADD 1 TO WS-NO-SALES-COUNT.
            PERFORM 3500-CLEAR-REPORT-LINE THRU 3500-EXIT.
            MOVE BS-BRANCH-CODE  TO RW-BRANCH-CODE.
            MOVE BS-PRODUCT-CODE TO RW-PRODUCT-CODE.
            PERFORM 3550-RESOLVE-REGION THRU 3550-EXIT.
            PERFORM 3600-COPY-BUDGET THRU 3600-EXIT.
            WRITE REPORT-WORK-RECORD.
            PERFORM 2100-NEXT-BUDGET-PAIR THRU 2100-EXIT.
       3400-EXIT.
            EXIT.

      * Starts a zeroed report line in the work record.
       3500-CLEAR-REPORT-LINE.
            ADD 1 TO WS-REPORT-COUNT.
            MOVE ZERO TO RW-REGION-CODE.
            MOVE ZERO TO RW-MTD-QTY.
            MOVE ZERO TO RW-YTD-QTY.
            MOVE ZERO TO RW-BUD-MTD-QTY.
            MOVE ZERO TO RW-BUD-MTD-VALUE.
            MOVE ZERO TO RW-BUD-YTD-QTY.
            MOVE ZERO TO RW-BUD-YTD-VALUE.
            MOVE 'N'  TO RW-PAST-SW.
       3500-EXIT.
            EXIT.

      * A branch the branch master does not know rolls up under
      * region zero, so nothing drops out of the region totals.
       3550-RESOLVE-REGION.
            MOVE RW-BRANCH-CODE TO BM-BRANCH-CODE.
            READ Branch-Master
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    IF BM-REGION-CODE IS NUMERIC
                        MOVE BM-REGION-CODE TO RW-REGION-CODE
                    END-IF
            END-READ.
       3550-EXIT.
            EXIT.

       3600-COPY-BUDGET.
            MOVE BS-MTD-QTY   TO RW-BUD-MTD-QTY.
            MOVE BS-MTD-VALUE TO RW-BUD-MTD-VALUE.
            MOVE BS-YTD-QTY   TO RW-BUD-YTD-QTY.
            MOVE BS-YTD-VALUE TO RW-BUD-YTD-VALUE.
       3600-EXIT.
            EXIT.

      ******************************************************************
      * 4000-PRINT-REPORT - read the sorted report lines with control
      * breaks on region and branch: a region line and a branch line
      * open each group, two lines (MTD, YTD) per product, and a
      * total pair closes each branch, each region and the report.
      ******************************************************************
       4000-PRINT-REPORT.
            INITIALIZE WS-TOTALS.
            OPEN INPUT Report-Sorted.
            MOVE 'N' TO WS-RPT-EOF-SW.
            PERFORM UNTIL END-OF-REPORT-LINES
                READ Report-Sorted
                    AT END
                        SET END-OF-REPORT-LINES TO TRUE
                    NOT AT END
                        PERFORM 4100-PRINT-ONE-LINE THRU 4100-EXIT
                END-READ
            END-PERFORM.
            CLOSE Report-Sorted.
            IF NOT FIRST-LINE
                PERFORM 4400-PRINT-BRANCH-TOTAL THRU 4400-EXIT
                PERFORM 4500-PRINT-REGION-TOTAL THRU 4500-EXIT
            END-IF.
            MOVE 3 TO WS-TOT-SUB.
            MOVE SPACES TO DL-LABEL.
            MOVE "GRAND TOTAL" TO DL-LABEL.
            PERFORM 5100-WRITE-TOTAL-PAIR THRU 5100-EXIT.
       4000-EXIT.
            EXIT.

       4100-PRINT-ONE-LINE.
            IF FIRST-LINE
                MOVE 'N' TO WS-FIRST-LINE-SW
                PERFORM 4200-START-REGION THRU 4200-EXIT
                PERFORM 4300-START-BRANCH THRU 4300-EXIT
            ELSE
                IF RS-REGION-CODE NOT = WS-CUR-REGION
                    PERFORM 4400-PRINT-BRANCH-TOTAL THRU 4400-EXIT
                    PERFORM 4500-PRINT-REGION-TOTAL THRU 4500-EXIT
                    PERFORM 4200-START-REGION THRU 4200-EXIT
                    PERFORM 4300-START-BRANCH THRU 4300-EXIT
                ELSE
                    IF RS-BRANCH-CODE NOT = WS-CUR-BRANCH
                        PERFORM 4400-PRINT-BRANCH-TOTAL THRU
                                4400-EXIT
                        PERFORM 4300-START-BRANCH THRU 4300-EXIT
                    END-IF
                END-IF
            END-IF.
            MOVE ZERO TO WS-UNIT-PRICE.
            MOVE SPACES TO DL-LABEL.
            MOVE RS-PRODUCT-CODE TO DL-PRODUCT-CODE.
            SEARCH ALL PRODUCT-TABLE-ENTRY
                AT END
                    CONTINUE
                WHEN PT-PRODUCT-CODE(PT-IDX) = RS-PRODUCT-CODE
                    MOVE PT-PRODUCT-DESC(PT-IDX) TO DL-PRODUCT-DESC
                    MOVE PT-UNIT-PRICE(PT-IDX) TO WS-UNIT-PRICE
            END-SEARCH.
            COMPUTE WS-LINE-MTD-VALUE =
                RS-MTD-QTY * WS-UNIT-PRICE.
            COMPUTE WS-LINE-YTD-VALUE =
                RS-YTD-QTY * WS-UNIT-PRICE.
            PERFORM 4150-ADD-TO-TOTALS THRU 4150-EXIT
                VARYING WS-TOT-SUB FROM 1 BY 1
                UNTIL WS-TOT-SUB > 3.
            IF WS-LINE-COUNT + 2 > WS-LINES-PER-PAGE
                PERFORM 5010-WRITE-HEADINGS THRU 5010-EXIT
            END-IF.
            MOVE "MTD" TO DL-PERIOD.
            MOVE RS-MTD-QTY       TO WS-FIG-ACT-QTY.
            MOVE RS-BUD-MTD-QTY   TO WS-FIG-BUD-QTY.
            MOVE WS-LINE-MTD-VALUE        TO WS-FIG-ACT-VALUE.
            MOVE RS-BUD-MTD-VALUE TO WS-FIG-BUD-VALUE.
            PERFORM 5030-FILL-COMPARISON THRU 5030-EXIT.
            IF RS-PAST-SW = 'Y'
                MOVE "*" TO DL-FLAG
            END-IF.
            PERFORM 5020-WRITE-DETAIL-LINE THRU 5020-EXIT.
            MOVE SPACES TO DL-LABEL.
            MOVE "YTD" TO DL-PERIOD.
            MOVE RS-YTD-QTY       TO WS-FIG-ACT-QTY.
            MOVE RS-BUD-YTD-QTY   TO WS-FIG-BUD-QTY.
            MOVE WS-LINE-YTD-VALUE        TO WS-FIG-ACT-VALUE.
            MOVE RS-BUD-YTD-VALUE TO WS-FIG-BUD-VALUE.
            PERFORM 5030-FILL-COMPARISON THRU 5030-EXIT.
            PERFORM 5020-WRITE-DETAIL-LINE THRU 5020-EXIT.
       4100-EXIT.
            EXIT.

       4150-ADD-TO-TOTALS.
            ADD RS-MTD-QTY TO WS-TOT-MTD-QTY(WS-TOT-SUB).
            ADD WS-LINE-MTD-VALUE  TO WS-TOT-MTD-VALUE(WS-TOT-SUB).
            ADD RS-BUD-MTD-QTY TO
                WS-TOT-BUD-MTD-QTY(WS-TOT-SUB).
            ADD RS-BUD-MTD-VALUE TO
                WS-TOT-BUD-MTD-VAL(WS-TOT-SUB).
            ADD RS-YTD-QTY TO WS-TOT-YTD-QTY(WS-TOT-SUB).
            ADD WS-LINE-YTD-VALUE  TO WS-TOT-YTD-VALUE(WS-TOT-SUB).
            ADD RS-BUD-YTD-QTY TO
                WS-TOT-BUD-YTD-QTY(WS-TOT-SUB).
            ADD RS-BUD-YTD-VALUE TO
                WS-TOT-BUD-YTD-VAL(WS-TOT-SUB).
       4150-EXIT.
            EXIT.

       4200-START-REGION.
            MOVE RS-REGION-CODE TO WS-CUR-REGION.
            MOVE SPACES TO WS-REGION-NAME.
            IF REGION-MASTER-OPEN
                MOVE WS-CUR-REGION TO RM-REGION-CODE
                READ Region-Master
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE RM-REGION-NAME TO WS-REGION-NAME
                END-READ
            END-IF.
            INITIALIZE WS-TOT-ENTRY(2).
            MOVE WS-CUR-REGION  TO RGL-REGION-CODE.
            MOVE WS-REGION-NAME TO RGL-REGION-NAME.
            MOVE REGION-LINE TO WS-PRINT-LINE.
            PERFORM 5050-WRITE-GROUP-LINE THRU 5050-EXIT.
       4200-EXIT.
            EXIT.

       4300-START-BRANCH.
            MOVE RS-BRANCH-CODE TO WS-CUR-BRANCH.
            MOVE SPACES TO WS-BRANCH-NAME.
            MOVE WS-CUR-BRANCH TO BM-BRANCH-CODE.
            READ Branch-Master
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE BM-BRANCH-NAME TO WS-BRANCH-NAME
            END-READ.
            INITIALIZE WS-TOT-ENTRY(1).
            MOVE WS-CUR-BRANCH  TO BRL-BRANCH-CODE.
            MOVE WS-BRANCH-NAME TO BRL-BRANCH-NAME.
            MOVE BRANCH-LINE TO WS-PRINT-LINE.
            PERFORM 5050-WRITE-GROUP-LINE THRU 5050-EXIT.
       4300-EXIT.
            EXIT.

       4400-PRINT-BRANCH-TOTAL.
            MOVE 1 TO WS-TOT-SUB.
            MOVE SPACES TO DL-LABEL.
            STRING "   BRANCH " WS-CUR-BRANCH " TOTAL"
                   DELIMITED BY SIZE INTO DL-LABEL.
            PERFORM 5100-WRITE-TOTAL-PAIR THRU 5100-EXIT.
       4400-EXIT.
            EXIT.

       4500-PRINT-REGION-TOTAL.
            MOVE 2 TO WS-TOT-SUB.
            MOVE SPACES TO DL-LABEL.
            STRING "REGION " WS-CUR-REGION " TOTAL"
                   DELIMITED BY SIZE INTO DL-LABEL.
            PERFORM 5100-WRITE-TOTAL-PAIR THRU 5100-EXIT.
       4500-EXIT.
            EXIT.

       5000-WRITE-REPORT-LINE.
            IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
                PERFORM 5010-WRITE-HEADINGS THRU 5010-EXIT
            END-IF.
            WRITE BUDGET-REPORT-RECORD FROM WS-PRINT-LINE.
            ADD 1 TO WS-LINE-COUNT.
       5000-EXIT.
            EXIT.

       5010-WRITE-HEADINGS.
            ADD 1 TO WS-PAGE-COUNT.
            MOVE WS-REPORT-MONTH TO HL1-REPORT-MONTH.
            MOVE WS-RUN-DATE     TO HL1-RUN-DATE.
            MOVE WS-RUN-TIME     TO HL1-RUN-TIME.
            MOVE WS-PAGE-COUNT   TO HL1-PAGE.
            IF WS-PAGE-COUNT > 1
                WRITE BUDGET-REPORT-RECORD FROM BLANK-LINE
                    BEFORE ADVANCING PAGE
            END-IF.
            WRITE BUDGET-REPORT-RECORD FROM HDG-LINE-1.
            WRITE BUDGET-REPORT-RECORD FROM BLANK-LINE.
            WRITE BUDGET-REPORT-RECORD FROM HDG-LINE-2.
            WRITE BUDGET-REPORT-RECORD FROM BLANK-LINE.
            MOVE ZERO TO WS-LINE-COUNT.
       5010-EXIT.
            EXIT.

       5020-WRITE-DETAIL-LINE.
            MOVE DETAIL-LINE TO WS-PRINT-LINE.
            PERFORM 5000-WRITE-REPORT-LINE THRU 5000-EXIT.
       5020-EXIT.
            EXIT.

      ******************************************************************
      * 5030-FILL-COMPARISON - one period's columns from the WS-FIG
      * figures: variance is actual less budget, and percent achieved
      * is actual over budget - left blank where there is no budget
      * to measure against, and held at 9999.9 when it overflows.
      ******************************************************************
       5030-FILL-COMPARISON.
            COMPUTE WS-FIG-VAR-QTY = WS-FIG-ACT-QTY - WS-FIG-BUD-QTY.
            COMPUTE WS-FIG-VAR-VALUE =
                WS-FIG-ACT-VALUE - WS-FIG-BUD-VALUE.
            MOVE WS-FIG-ACT-QTY   TO DL-ACT-QTY.
            MOVE WS-FIG-BUD-QTY   TO DL-BUD-QTY.
            MOVE WS-FIG-VAR-QTY   TO DL-VAR-QTY.
            MOVE WS-FIG-ACT-VALUE TO DL-ACT-VALUE.
            MOVE WS-FIG-BUD-VALUE TO DL-BUD-VALUE.
            MOVE WS-FIG-VAR-VALUE TO DL-VAR-VALUE.
            MOVE SPACES TO DL-FLAG.
            IF WS-FIG-BUD-QTY = ZERO
                MOVE SPACES TO DL-QTY-PCT-X
            ELSE
                COMPUTE WS-FIG-PCT ROUNDED =
                    WS-FIG-ACT-QTY * 100 / WS-FIG-BUD-QTY
                    ON SIZE ERROR
                        MOVE 9999.9 TO WS-FIG-PCT
                END-COMPUTE
                MOVE WS-FIG-PCT TO DL-QTY-PCT
            END-IF.
            IF WS-FIG-BUD-VALUE = ZERO
                MOVE SPACES TO DL-VALUE-PCT-X
            ELSE
                COMPUTE WS-FIG-PCT ROUNDED =
                    WS-FIG-ACT-VALUE * 100 / WS-FIG-BUD-VALUE
                    ON SIZE ERROR
                        MOVE 9999.9 TO WS-FIG-PCT
                END-COMPUTE
                MOVE WS-FIG-PCT TO DL-VALUE-PCT
            END-IF.
       5030-EXIT.
            EXIT.

      * A region or branch line, set off by a blank line and never
      * stranded at the foot of a page.
       5050-WRITE-GROUP-LINE.
            IF WS-LINE-COUNT + 4 > WS-LINES-PER-PAGE
                PERFORM 5010-WRITE-HEADINGS THRU 5010-EXIT
            END-IF.
            WRITE BUDGET-REPORT-RECORD FROM BLANK-LINE.
            ADD 1 TO WS-LINE-COUNT.
            PERFORM 5000-WRITE-REPORT-LINE THRU 5000-EXIT.
       5050-EXIT.
            EXIT.

      * The MTD and YTD lines for the total level in WS-TOT-SUB,
      * under the label the caller has set in DL-LABEL.
       5100-WRITE-TOTAL-PAIR.
            IF WS-LINE-COUNT + 3 > WS-LINES-PER-PAGE
                PERFORM 5010-WRITE-HEADINGS THRU 5010-EXIT
            END-IF.
            WRITE BUDGET-REPORT-RECORD FROM BLANK-LINE.
            ADD 1 TO WS-LINE-COUNT.
            MOVE "MTD" TO DL-PERIOD.
            MOVE WS-TOT-MTD-QTY(WS-TOT-SUB)     TO WS-FIG-ACT-QTY.
            MOVE WS-TOT-BUD-MTD-QTY(WS-TOT-SUB) TO WS-FIG-BUD-QTY.
            MOVE WS-TOT-MTD-VALUE(WS-TOT-SUB)   TO WS-FIG-ACT-VALUE.
            MOVE WS-TOT-BUD-MTD-VAL(WS-TOT-SUB) TO WS-FIG-BUD-VALUE.
            PERFORM 5030-FILL-COMPARISON THRU 5030-EXIT.
            PERFORM 5020-WRITE-DETAIL-LINE THRU 5020-EXIT.
            MOVE SPACES TO DL-LABEL.
            MOVE "YTD" TO DL-PERIOD.
            MOVE WS-TOT-YTD-QTY(WS-TOT-SUB)     TO WS-FIG-ACT-QTY.
            MOVE WS-TOT-BUD-YTD-QTY(WS-TOT-SUB) TO WS-FIG-BUD-QTY.
            MOVE WS-TOT-YTD-VALUE(WS-TOT-SUB)   TO WS-FIG-ACT-VALUE.
            MOVE WS-TOT-BUD-YTD-VAL(WS-TOT-SUB) TO WS-FIG-BUD-VALUE.
            PERFORM 5030-FILL-COMPARISON THRU 5030-EXIT.
            PERFORM 5020-WRITE-DETAIL-LINE THRU 5020-EXIT.
       5100-EXIT.
            EXIT.

       9999-TERMINATE.
            IF WS-PAGE-COUNT = ZERO
                PERFORM 5010-WRITE-HEADINGS THRU 5010-EXIT
            END-IF.
            MOVE WS-BALANCE-COUNT     TO TL-BALANCES.
            MOVE WS-BUDGET-READ-COUNT TO TL-BUDGET-LINES.
            MOVE WS-REPORT-COUNT      TO TL-REPORT-LINES.
            MOVE WS-NO-BUDGET-COUNT   TO TL-NO-BUDGET.
            MOVE WS-NO-SALES-COUNT    TO TL-NO-SALES.
            IF WS-LINE-COUNT + 5 > WS-LINES-PER-PAGE
                PERFORM 5010-WRITE-HEADINGS THRU 5010-EXIT
            END-IF.
            WRITE BUDGET-REPORT-RECORD FROM BLANK-LINE.
            WRITE BUDGET-REPORT-RECORD FROM TOTAL-LINE-1.
            WRITE BUDGET-REPORT-RECORD FROM TOTAL-LINE-2.
            IF WS-PAST-COUNT > ZERO
                WRITE BUDGET-REPORT-RECORD FROM BLANK-LINE
                WRITE BUDGET-REPORT-RECORD FROM PAST-NOTE-LINE
            END-IF.
            CLOSE Branch-Master.
            IF REGION-MASTER-OPEN
                CLOSE Region-Master
            END-IF.
            CLOSE Budget-Report.
            DISPLAY "RD11-BUDG MONTH " WS-REPORT-MONTH
                    " REPORTED - " WS-REPORT-COUNT " LINES, "
                    WS-NO-BUDGET-COUNT " WITHOUT BUDGET, "
                    WS-NO-SALES-COUNT " WITHOUT SALES".
            STOP RUN.
       9999-EXIT.
            EXIT.
       END PROGRAM RD11BUDG.
