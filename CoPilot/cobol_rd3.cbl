      *             product and branch master files, with full edits
      *             and a before/after change register, replacing the
      *             hand-editing that once lost a branch name and a
      *             week of its transactions. A closing branch is
      *             merged into a successor, which takes over its
      *             balances, weekly history and on-hand position.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
            SELECT Maintenance-File ASSIGN TO 'MNTFILE'
            ORGANIZATION IS LINE SEQUENTIAL.

      * Product, branch and region masters, keyed on their codes and
      * maintained in place: each transaction reads its master
      * record by key and writes, rewrites or deletes it as it
      * applies, so the masters stand updated when the batch ends.
      * Regions are the operating hierarchy above branches: every
      * branch must carry a valid region code, so the region master
      * is maintained here with the same edits and register. The
      * branch master is also read through in key order to find the
      * branches a region still carries.
            SELECT Product-Master ASSIGN TO 'PRODMSTR'
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS PM-PRODUCT-CODE
            FILE STATUS IS WS-PM-FILE-STATUS.

            SELECT Branch-Master ASSIGN TO 'BRANMSTR'
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS BM-BRANCH-CODE
            FILE STATUS IS WS-BM-FILE-STATUS.

            SELECT Region-Master ASSIGN TO 'REGNMSTR'
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS RM-REGION-CODE
            FILE STATUS IS WS-RM-FILE-STATUS.

      * Change register - one line per maintenance transaction,
      * applied or rejected, with the before and after images audit
      * asked for.

            SELECT Pending-Price-New ASSIGN TO 'PENDPRCN'
            ORGANIZATION IS LINE SEQUENTIAL.

      * Sales budget file - finance's monthly quantity and value
      * budget per branch and product, keyed branch/product/month.
      * Loaded and maintained through this program's edits and
      * register like the masters, and updated in place the same
      * way, so a year's budget is simply a batch of adds. The
      * month key lets the retention sweep reach the expired months
      * without reading the rest. Created empty on the first load.
            SELECT Budget-File ASSIGN TO 'BUDGET'
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS BG-KEY
            ALTERNATE RECORD KEY IS BG-BUDGET-MONTH WITH DUPLICATES
            FILE STATUS IS WS-BG-FILE-STATUS.

      * Branch merge file, old and new generations - one record per
      * branch closed into a successor: the closed code, the branch
      * that carries its history on, the last business day the
      * closed code may trade under, and the business date the merge
      * was keyed. The daily run and the reject recycle refuse
      * activity for a closed code dated after its effective date.
      * Missing until the first merge.
            SELECT Branch-Merge ASSIGN TO 'BRMERGE'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-MG-FILE-STATUS.

            SELECT Branch-Merge-New ASSIGN TO 'BRMERGEN'
            ORGANIZATION IS LINE SEQUENTIAL.

      * Balance master, weekly history and on-hand snapshot, keyed
      * branch/product(/week) - touched only by a merge, which moves
      * the closing branch's records onto the successor's keys in
      * place. Opened by the first merge in the batch; a file that
      * does not exist yet simply has nothing to move.
            SELECT Balance-Master ASSIGN TO 'BALMSTR'
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS BAL-KEY
            FILE STATUS IS WS-BAL-FILE-STATUS.

            SELECT Weekly-History ASSIGN TO 'WEEKHIST'
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS WH-KEY
            FILE STATUS IS WS-WH-FILE-STATUS.

            SELECT On-Hand-Snapshot ASSIGN TO 'ONHAND'
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS OH-KEY
            FILE STATUS IS WS-OH-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
      * One maintenance transaction: which master (P/B/R), what to
      * change: the keyed price takes effect on that date via the
      * pending price file instead of overwriting the master tonight;
      * blank means effective from the run date.
      * Budget maintenance (MT-FILE-ID 'S') keys on branch, product
      * and MT-BUDGET-MONTH (YYYYMM) and carries the month's budget
      * quantity and value (eleven digits, implied two-place
      * decimal); a blank figure on a change keeps the existing one.
      * The budget fields sit on the end of the record, so the
      * master-file transactions keyed before them read as spaces.
      * A branch merge (MT-FILE-ID 'B', MT-ACTION 'M') keys the
      * closing branch, MT-SUCCESSOR - the live branch that takes
      * over its figures - and in MT-EFF-DATE the last business day
      * the closing code trades under; no name is keyed.
       FD Maintenance-File.
            01 MAINTENANCE-RECORD.
                05 MT-FILE-ID       PIC X(1).
                05 MT-MAXIMUM       PIC X(7).
                05 MT-EFF-DATE      PIC X(8).
                05 MT-REGION        PIC X(2).
                05 MT-BUDGET-MONTH  PIC X(6).
                05 MT-BUDGET-QTY    PIC X(9).
                05 MT-BUDGET-VALUE  PIC X(11).
                05 MT-SUCCESSOR     PIC 9(3).
            01 MAINTENANCE-RECORD-X REDEFINES MAINTENANCE-RECORD.
                05 FILLER           PIC X(2).
                05 MT-BRANCH-CODE-X PIC X(3).
                    10 MT-ED-MONTH  PIC X(2).
                    10 MT-ED-DAY    PIC X(2).
                05 FILLER           PIC X(2).
                05 MT-BUDGET-MONTH-R.
                    10 MT-BM-YEAR   PIC X(4).
                    10 MT-BM-MONTH  PIC X(2).
                05 FILLER           PIC X(20).
                05 MT-SUCCESSOR-X   PIC X(3).

       FD Product-Master.
            01 PRODUCT-MASTER-RECORD.
                05 BM-BRANCH-NAME   PIC X(20).
                05 BM-REGION-CODE   PIC 9(2).

       FD Region-Master.
            01 REGION-MASTER-RECORD.
                05 RM-REGION-CODE   PIC 9(2).
                05 RM-REGION-NAME   PIC X(20).

       FD Change-Register.
            01 REGISTER-RECORD PIC X(132).

                05 PPN-EFF-DATE     PIC 9(8).
                05 PPN-UNIT-PRICE   PIC 9(5)V99.

       FD Budget-File.
            01 BUDGET-RECORD.
                05 BG-KEY.
                    10 BG-BRANCH-CODE   PIC 9(3).
                    10 BG-PRODUCT-CODE  PIC 9(2).
                    10 BG-BUDGET-MONTH  PIC 9(6).
                05 BG-BUDGET-QTY    PIC 9(9).
                05 BG-BUDGET-VALUE  PIC 9(9)V99.

       FD Branch-Merge.
            01 BRANCH-MERGE-RECORD.
                05 MG-CLOSED-BRANCH PIC 9(3).
                05 MG-SUCCESSOR     PIC 9(3).
                05 MG-EFF-DATE      PIC 9(8).
                05 MG-MERGE-DATE    PIC 9(8).

       FD Branch-Merge-New.
            01 BRANCH-MERGE-NEW-RECORD.
                05 MGN-CLOSED-BRANCH PIC 9(3).
                05 MGN-SUCCESSOR    PIC 9(3).
                05 MGN-EFF-DATE     PIC 9(8).
                05 MGN-MERGE-DATE   PIC 9(8).

       FD Balance-Master.
            01 BALANCE-MASTER-RECORD.
                05 BAL-KEY.
                    10 BAL-BRANCH-CODE  PIC 9(3).
                    10 BAL-PRODUCT-CODE PIC 9(2).
                05 BAL-MTD-QTY         PIC S9(9)
                       SIGN IS LEADING SEPARATE.
                05 BAL-YTD-QTY         PIC S9(9)
                       SIGN IS LEADING SEPARATE.
                05 BAL-PRIOR-YTD-QTY   PIC S9(9)
                       SIGN IS LEADING SEPARATE.
                05 BAL-LAST-POST-DATE  PIC 9(8).

       FD Weekly-History.
            01 WEEKLY-HISTORY-RECORD.
                05 WH-KEY.
                    10 WH-BRANCH-CODE   PIC 9(3).
                    10 WH-PRODUCT-CODE  PIC 9(2).
                    10 WH-WEEK-DATE     PIC 9(8).
                05 WH-WEEK-QTY      PIC S9(9)
                       SIGN IS LEADING SEPARATE.

       FD On-Hand-Snapshot.
            01 ONHAND-RECORD.
                05 OH-KEY.
                    10 OH-BRANCH-CODE   PIC 9(3).
                    10 OH-PRODUCT-CODE  PIC 9(2).
                05 OH-ONHAND-QTY       PIC S9(9)
                       SIGN IS LEADING SEPARATE.
                05 OH-CUM-POSTED-QTY   PIC S9(9)
                       SIGN IS LEADING SEPARATE.
                05 OH-ASOF-DATE        PIC 9(8).

       WORKING-STORAGE SECTION.
            77 WS-PM-FILE-STATUS  PIC X(2).
            77 WS-BM-FILE-STATUS  PIC X(2).
            77 WS-PP-FILE-STATUS  PIC X(2).
            77 WS-RM-FILE-STATUS  PIC X(2).
            77 WS-BG-FILE-STATUS  PIC X(2).
            77 WS-CYC-FILE-STATUS PIC X(2).
            77 WS-MG-FILE-STATUS  PIC X(2).
            77 WS-BAL-FILE-STATUS PIC X(2).
            77 WS-WH-FILE-STATUS  PIC X(2).
            77 WS-OH-FILE-STATUS  PIC X(2).
            77 WS-CYC-EOF-SW      PIC X(01).
                88 END-OF-CYCLE-FILE        VALUE 'Y'.
            01 WS-CYCLE-CONTROL.
            77 WS-ENTRY-FOUND-SW  PIC X(01).
                88 ENTRY-FOUND              VALUE 'Y'.


      * The region a branch transaction resolves to - the keyed
      * MT-REGION, or the branch's existing region when a change
                    10 PX-UNIT-PRICE    PIC 9(5)V99.
            77 WS-PENDING-COUNT   PIC 9(3) COMP VALUE ZERO.

      * Branch merges held in a table for the run: the old
      * generation loads here, tonight's merges are added, and the
      * lot is sorted and written back out as the new generation.
      * The moved-figure fields are this run's only - they feed the
      * merge section of the register.
            01 MERGE-TABLE.
                05 MERGE-TABLE-ENTRY OCCURS 1 TO 1000 TIMES
                       DEPENDING ON WS-MERGE-COUNT
                       INDEXED BY MX-IDX.
                    10 MX-CLOSED-BRANCH PIC 9(3).
                    10 MX-SUCCESSOR     PIC 9(3).
                    10 MX-EFF-DATE      PIC 9(8).
                    10 MX-MERGE-DATE    PIC 9(8).
                    10 MX-RUN-SW        PIC X(01).
                        88 MX-MERGED-THIS-RUN   VALUE 'Y'.
                    10 MX-BAL-COUNT     PIC 9(5) COMP.
                    10 MX-MTD-QTY       PIC S9(9) COMP.
                    10 MX-YTD-QTY       PIC S9(9) COMP.
                    10 MX-PRIOR-QTY     PIC S9(9) COMP.
                    10 MX-WEEK-COUNT    PIC 9(5) COMP.
                    10 MX-WEEK-QTY      PIC S9(9) COMP.
                    10 MX-OH-COUNT      PIC 9(5) COMP.
                    10 MX-OH-QTY        PIC S9(9) COMP.
            77 WS-MERGE-COUNT     PIC 9(4) COMP VALUE ZERO.
            77 WS-MERGE-SUB       PIC 9(4) COMP.
            77 WS-MERGE-RUN-COUNT PIC 9(4) COMP VALUE ZERO.
            77 WS-SUCCESSOR-WORK  PIC 9(3).
            77 WS-MERGE-FOUND-SW  PIC X(01).
                88 MERGE-ENTRY-FOUND        VALUE 'Y'.

      * The files a merge moves figures in, each opened only if it
      * exists, and the end switch for walking one branch's records.
            77 WS-MOVE-FILES-SW   PIC X(01) VALUE 'N'.
                88 MOVE-FILES-OPENED        VALUE 'Y'.
            77 WS-BAL-OPEN-SW     PIC X(01) VALUE 'N'.
                88 BALANCES-OPEN            VALUE 'Y'.
            77 WS-WH-OPEN-SW      PIC X(01) VALUE 'N'.
                88 WEEK-HISTORY-OPEN        VALUE 'Y'.
            77 WS-OH-OPEN-SW      PIC X(01) VALUE 'N'.
                88 ONHAND-OPEN              VALUE 'Y'.
            77 WS-MOVE-EOF-SW     PIC X(01).
                88 END-OF-MOVE              VALUE 'Y'.
            77 WS-MOVE-FOUND-SW   PIC X(01).
                88 SUCCESSOR-RECORD-FOUND   VALUE 'Y'.

      * A closing balance and the successor's may have last posted
      * in different periods: both are rolled forward to the later
      * of the two posting dates, the way the daily run rolls a
      * record before it posts, and only then added together.
            01 WS-CLOSING-BALANCE.
                05 WS-CB-PRODUCT-CODE PIC 9(2).
                05 WS-CB-MTD-QTY      PIC S9(9).
                05 WS-CB-YTD-QTY      PIC S9(9).
                05 WS-CB-PRIOR-QTY    PIC S9(9).
                05 WS-CB-POST-DATE    PIC 9(8).
            01 WS-ALIGN-BALANCE.
                05 WS-AB-PRODUCT-CODE PIC 9(2).
                05 WS-AB-MTD-QTY      PIC S9(9).
                05 WS-AB-YTD-QTY      PIC S9(9).
                05 WS-AB-PRIOR-QTY    PIC S9(9).
                05 WS-AB-POST-DATE    PIC 9(8).
            77 WS-MERGE-ASOF-DATE PIC 9(8).
            77 WS-ALIGN-PRIOR-YEAR PIC 9(4).

      * The closing branch's weekly history and on-hand records in
      * hand while they move.
            01 WS-CLOSING-WEEK.
                05 WS-CW-PRODUCT-CODE PIC 9(2).
                05 WS-CW-WEEK-DATE    PIC 9(8).
                05 WS-CW-WEEK-QTY     PIC S9(9).
            01 WS-CLOSING-ONHAND.
                05 WS-CO-PRODUCT-CODE PIC 9(2).
                05 WS-CO-ONHAND-QTY   PIC S9(9).
                05 WS-CO-CUM-QTY      PIC S9(9).
                05 WS-CO-ASOF-DATE    PIC 9(8).

      * Run totals for the merge section.
            01 WS-MERGE-TOTALS.
                05 WS-MT-BAL-COUNT    PIC 9(7) COMP VALUE ZERO.
                05 WS-MT-MTD-QTY      PIC S9(9) COMP VALUE ZERO.
                05 WS-MT-YTD-QTY      PIC S9(9) COMP VALUE ZERO.
                05 WS-MT-PRIOR-QTY    PIC S9(9) COMP VALUE ZERO.
                05 WS-MT-WEEK-COUNT   PIC 9(7) COMP VALUE ZERO.
                05 WS-MT-WEEK-QTY     PIC S9(9) COMP VALUE ZERO.
                05 WS-MT-OH-COUNT     PIC 9(7) COMP VALUE ZERO.
                05 WS-MT-OH-QTY       PIC S9(9) COMP VALUE ZERO.

      * Budget retention: the current and the previous calendar year
      * carry - the year-to-date comparison needs this year's months,
      * and the January close still reports the December before.
      * Older budget months are swept off the file; see 4400.
            77 WS-BUDGET-CUTOFF   PIC 9(6).
            77 WS-BUDGET-DROPPED  PIC 9(5) COMP VALUE ZERO.

      * The effective date a price change resolves to - the keyed
      * MT-EFF-DATE, or the run date when it was left blank - or the
      * effective date of a branch merge.
            77 WS-EFF-DATE        PIC 9(8).

      * Retention window for the pending price generation: the
            01 WS-RORD-N REDEFINES WS-RORD-X PIC 9(7).
            01 WS-MAXQ-X          PIC X(7).
            01 WS-MAXQ-N REDEFINES WS-MAXQ-X PIC 9(7).
            01 WS-BQTY-X          PIC X(9).
            01 WS-BQTY-N REDEFINES WS-BQTY-X PIC 9(9).
            01 WS-BVAL-X          PIC X(11).
            01 WS-BVAL-N REDEFINES WS-BVAL-X PIC 9(9)V99.

      * Threshold before/after images for the supplementary register
      * line written under each applied product add or change.
                05 FILLER           PIC X(12) VALUE "  EFFECTIVE ".
                05 PPL-EFF-DATE     PIC 9999/99/99.

      * Supplementary register line for a budget transaction - the
      * KEY column only holds the branch, so the product and budget
      * month are spelled out under it, applied or rejected.
            01 BUDGET-KEY-LINE.
                05 FILLER           PIC X(26) VALUE SPACES.
                05 FILLER           PIC X(08) VALUE "PRODUCT ".
                05 BKL-PRODUCT      PIC X(2).
                05 FILLER           PIC X(08) VALUE "  MONTH ".
                05 BKL-MONTH        PIC X(6).

      * Supplementary register line for a branch merge - the branch
      * taking over and the last day the closed code trades, as
      * keyed, applied or rejected.
            01 MERGE-KEY-LINE.
                05 FILLER           PIC X(26) VALUE SPACES.
                05 FILLER           PIC X(10) VALUE "SUCCESSOR ".
                05 MKL-SUCCESSOR    PIC X(3).
                05 FILLER           PIC X(12) VALUE "  EFFECTIVE ".
                05 MKL-EFF-DATE     PIC X(8).

      * Merge section of the register - one line per branch merged
      * or swept this run, with the figures moved onto its
      * successor, so the region's history can be reconciled across
      * the consolidation.
            01 MERGE-HDG-LINE-1.
                05 FILLER           PIC X(44) VALUE
                     "BRANCH MERGES - FIGURES MOVED TO SUCCESSOR".

            01 MERGE-HDG-LINE-2.
                05 FILLER           PIC X(08) VALUE "CLOSED".
                05 FILLER           PIC X(06) VALUE "INTO".
                05 FILLER           PIC X(12) VALUE "EFFECTIVE".
                05 FILLER           PIC X(09) VALUE "BALANCES".
                05 FILLER           PIC X(13) VALUE "     MTD QTY".
                05 FILLER           PIC X(13) VALUE "     YTD QTY".
                05 FILLER           PIC X(13) VALUE "   PRIOR YTD".
                05 FILLER           PIC X(09) VALUE "  WEEKS".
                05 FILLER           PIC X(13) VALUE "    WEEK QTY".
                05 FILLER           PIC X(09) VALUE "ON-HAND".
                05 FILLER           PIC X(12) VALUE " ON-HAND QTY".

            01 MERGE-DETAIL-LINE.
                05 MDL-CLOSED       PIC 9(3).
                05 FILLER           PIC X(05) VALUE SPACES.
                05 MDL-SUCCESSOR    PIC 9(3).
                05 FILLER           PIC X(03) VALUE SPACES.
                05 MDL-EFF-DATE     PIC 9999/99/99.
                05 FILLER           PIC X(02) VALUE SPACES.
                05 MDL-BAL-COUNT    PIC ZZZZZZ9.
                05 FILLER           PIC X(02) VALUE SPACES.
                05 MDL-MTD-QTY      PIC ZZZ,ZZZ,ZZ9-.
                05 FILLER           PIC X(01) VALUE SPACES.
                05 MDL-YTD-QTY      PIC ZZZ,ZZZ,ZZ9-.
                05 FILLER           PIC X(01) VALUE SPACES.
                05 MDL-PRIOR-QTY    PIC ZZZ,ZZZ,ZZ9-.
                05 FILLER           PIC X(01) VALUE SPACES.
                05 MDL-WEEK-COUNT   PIC ZZZZZZ9.
                05 FILLER           PIC X(02) VALUE SPACES.
                05 MDL-WEEK-QTY     PIC ZZZ,ZZZ,ZZ9-.
                05 FILLER           PIC X(01) VALUE SPACES.
                05 MDL-OH-COUNT     PIC ZZZZZZ9.
                05 FILLER           PIC X(02) VALUE SPACES.
                05 MDL-OH-QTY       PIC ZZZ,ZZZ,ZZ9-.

            01 MERGE-TOTAL-LINE.
                05 FILLER           PIC X(26) VALUE "TOTAL MOVED".
                05 MTL-BAL-COUNT    PIC ZZZZZZ9.
                05 FILLER           PIC X(02) VALUE SPACES.
                05 MTL-MTD-QTY      PIC ZZZ,ZZZ,ZZ9-.
                05 FILLER           PIC X(01) VALUE SPACES.
                05 MTL-YTD-QTY      PIC ZZZ,ZZZ,ZZ9-.
                05 FILLER           PIC X(01) VALUE SPACES.
                05 MTL-PRIOR-QTY    PIC ZZZ,ZZZ,ZZ9-.
                05 FILLER           PIC X(01) VALUE SPACES.
                05 MTL-WEEK-COUNT   PIC ZZZZZZ9.
                05 FILLER           PIC X(02) VALUE SPACES.
                05 MTL-WEEK-QTY     PIC ZZZ,ZZZ,ZZ9-.
                05 FILLER           PIC X(01) VALUE SPACES.
                05 MTL-OH-COUNT     PIC ZZZZZZ9.
                05 FILLER           PIC X(02) VALUE SPACES.
                05 MTL-OH-QTY       PIC ZZZ,ZZZ,ZZ9-.

            01 TOTAL-LINE.
                05 FILLER           PIC X(19) VALUE
                     "TRANSACTIONS READ  ".
            PERFORM 1000-INITIALIZE THRU 1000-EXIT.
            PERFORM 3000-APPLY-MAINTENANCE THRU 3000-EXIT.
            PERFORM 4000-WRITE-NEW-MASTERS THRU 4000-EXIT.
            PERFORM 4500-PRINT-MERGE-SECTION THRU 4500-EXIT.
            PERFORM 9999-TERMINATE THRU 9999-EXIT.

      ******************************************************************
      * 1000-INITIALIZE - capture run date/time, open the masters
      * and the budget file for update, load the pending prices and
      * branch merges into their tables, and open the maintenance and
      * register files. A
      * master that does not exist yet is created empty, so this
      * program can also build a master from nothing but adds.
      ******************************************************************
       1000-INITIALIZE.
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
            ACCEPT WS-RUN-TIME FROM TIME.
            PERFORM 1050-READ-CYCLE-CONTROL THRU 1050-EXIT.
            PERFORM 2500-OPEN-PRODUCT-MASTER THRU 2500-EXIT.
            PERFORM 2600-OPEN-BRANCH-MASTER THRU 2600-EXIT.
            PERFORM 2650-OPEN-REGION-MASTER THRU 2650-EXIT.
            PERFORM 2700-LOAD-PENDING-PRICES THRU 2700-EXIT.
            PERFORM 2750-OPEN-BUDGET-FILE THRU 2750-EXIT.
            PERFORM 2800-LOAD-BRANCH-MERGES THRU 2800-EXIT.
            OPEN INPUT Maintenance-File.
            OPEN OUTPUT Change-Register.
       1000-EXIT.
       2700-EXIT.
            EXIT.

      * Budget file may not exist yet - the first year's load builds
      * it from nothing but adds.
       2750-OPEN-BUDGET-FILE.
            OPEN I-O Budget-File.
            IF WS-BG-FILE-STATUS NOT = "00"
                OPEN OUTPUT Budget-File
                CLOSE Budget-File
                OPEN I-O Budget-File
            END-IF.
            IF WS-BG-FILE-STATUS NOT = "00"
                DISPLAY "RD3-MAINT CANNOT OPEN BUDGET FILE - "
                        "FILE STATUS " WS-BG-FILE-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
       2750-EXIT.
            EXIT.

      * Branch merge file does not exist until the first branch is
      * merged.
       2800-LOAD-BRANCH-MERGES.
            OPEN INPUT Branch-Merge.
            IF WS-MG-FILE-STATUS NOT = "00"
                GO TO 2800-EXIT
            END-IF.
            MOVE 'N' TO WS-MASTER-EOF-SW.
            PERFORM UNTIL END-OF-MASTER
                READ Branch-Merge
                    AT END
                        SET END-OF-MASTER TO TRUE
                    NOT AT END
                        IF WS-MERGE-COUNT >= 1000
                            DISPLAY "RD3-MAINT BRANCH MERGE FILE "
                                    "EXCEEDS THE 1000-ENTRY TABLE "
                                    "LIMIT - INCREASE THE OCCURS AND "
                                    "RECOMPILE"
                            MOVE 16 TO RETURN-CODE
                            STOP RUN
                        ELSE
                            ADD 1 TO WS-MERGE-COUNT
                            MOVE WS-MERGE-COUNT TO WS-MERGE-SUB
                            MOVE MG-CLOSED-BRANCH TO
                                 MX-CLOSED-BRANCH(WS-MERGE-SUB)
                            MOVE MG-SUCCESSOR TO
                                 MX-SUCCESSOR(WS-MERGE-SUB)
                            MOVE MG-EFF-DATE TO
                                 MX-EFF-DATE(WS-MERGE-SUB)
                            MOVE MG-MERGE-DATE TO
                                 MX-MERGE-DATE(WS-MERGE-SUB)
                            PERFORM 3709-CLEAR-MERGE-FIGURES THRU
                                    3709-EXIT
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE Branch-Merge.
       2800-EXIT.
            EXIT.

       2500-OPEN-PRODUCT-MASTER.
            OPEN I-O Product-Master.
            IF WS-PM-FILE-STATUS NOT = "00"
                OPEN OUTPUT Product-Master
                CLOSE Product-Master
                OPEN I-O Product-Master
            END-IF.
            IF WS-PM-FILE-STATUS NOT = "00"
                DISPLAY "RD3-MAINT CANNOT OPEN PRODUCT MASTER - "
                        "FILE STATUS " WS-PM-FILE-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
       2500-EXIT.
            EXIT.

       2600-OPEN-BRANCH-MASTER.
            OPEN I-O Branch-Master.
            IF WS-BM-FILE-STATUS NOT = "00"
                OPEN OUTPUT Branch-Master
                CLOSE Branch-Master
                OPEN I-O Branch-Master
            END-IF.
            IF WS-BM-FILE-STATUS NOT = "00"
                DISPLAY "RD3-MAINT CANNOT OPEN BRANCH MASTER - "
                        "FILE STATUS " WS-BM-FILE-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
       2600-EXIT.
            EXIT.

       2650-OPEN-REGION-MASTER.
            OPEN I-O Region-Master.
            IF WS-RM-FILE-STATUS NOT = "00"
                OPEN OUTPUT Region-Master
                CLOSE Region-Master
                OPEN I-O Region-Master
            END-IF.
            IF WS-RM-FILE-STATUS NOT = "00"
                DISPLAY "RD3-MAINT CANNOT OPEN REGION MASTER - "
                        "FILE STATUS " WS-RM-FILE-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
       2650-EXIT.
            EXIT.

      ******************************************************************
      * 3000-APPLY-MAINTENANCE - read each maintenance transaction,
      * edit it, apply it to its master when it passes, and write a
      * register line either way.
      ******************************************************************
       3000-APPLY-MAINTENANCE.
                        PERFORM 3400-APPLY-BRANCH-TRAN THRU 3400-EXIT
                    WHEN 'R'
                        PERFORM 3500-APPLY-REGION-TRAN THRU 3500-EXIT
                    WHEN 'S'
                        PERFORM 3600-APPLY-BUDGET-TRAN THRU 3600-EXIT
                END-EVALUATE
            END-IF.
            IF TRAN-IS-VALID
            IF PRICE-WAS-QUEUED
                PERFORM 3870-WRITE-PENDING-LINE THRU 3870-EXIT
            END-IF.
            IF MT-FILE-ID = 'S'
                PERFORM 3880-WRITE-BUDGET-KEY-LINE THRU 3880-EXIT
            END-IF.
            IF MT-FILE-ID = 'B' AND MT-ACTION = 'M'
                PERFORM 3890-WRITE-MERGE-KEY-LINE THRU 3890-EXIT
            END-IF.
       3100-EXIT.
            EXIT.

      ******************************************************************
      * 3200-EDIT-ONE-TRAN - field edits that need no master lookup.
      * Key-existence edits (duplicate add, change/delete of a
      * missing key) are made in the apply paragraphs, which read the
      * master record by key.
      ******************************************************************
       3200-EDIT-ONE-TRAN.
            IF MT-FILE-ID NOT = 'P' AND MT-FILE-ID NOT = 'B' AND
               MT-FILE-ID NOT = 'R' AND MT-FILE-ID NOT = 'S'
                MOVE 'N'    TO WS-TRAN-VALID-SW
                MOVE 'FILE' TO WS-REJECT-REASON-CODE
                MOVE "MASTER ID NOT P, B, R OR S" TO
                     WS-REJECT-REASON-TEXT
                GO TO 3200-EXIT
            END-IF.
            IF MT-ACTION NOT = 'A' AND MT-ACTION NOT = 'C' AND
               MT-ACTION NOT = 'D' AND MT-ACTION NOT = 'M'
                MOVE 'N'    TO WS-TRAN-VALID-SW
                MOVE 'ACTN' TO WS-REJECT-REASON-CODE
                MOVE "ACTION NOT A, C, D OR M" TO
                     WS-REJECT-REASON-TEXT
                GO TO 3200-EXIT
            END-IF.
            IF MT-ACTION = 'M' AND MT-FILE-ID NOT = 'B'
                MOVE 'N'    TO WS-TRAN-VALID-SW
                MOVE 'ACTN' TO WS-REJECT-REASON-CODE
                MOVE "MERGE IS FOR BRANCHES ONLY" TO
                     WS-REJECT-REASON-TEXT
                GO TO 3200-EXIT
            END-IF.
            IF (MT-FILE-ID = 'P' AND
               (MT-FILE-ID = 'B' AND
                MT-BRANCH-CODE-X IS NOT NUMERIC) OR
               (MT-FILE-ID = 'R' AND
                MT-REGION IS NOT NUMERIC) OR
               (MT-FILE-ID = 'S' AND
                (MT-BRANCH-CODE-X IS NOT NUMERIC OR
                 MT-PRODUCT-CODE-X IS NOT NUMERIC))
                MOVE 'N'    TO WS-TRAN-VALID-SW
                MOVE 'KEYN' TO WS-REJECT-REASON-CODE
                MOVE "KEY IS NOT NUMERIC" TO WS-REJECT-REASON-TEXT
                GO TO 3200-EXIT
            END-IF.
      * A merge names the live branch taking over the closing one and
      * the last business day the closing code trades under. Whether
      * the successor is on the branch master, and still open, is
      * checked in the apply paragraph.
            IF MT-ACTION = 'M' AND MT-SUCCESSOR-X IS NOT NUMERIC
                MOVE 'N'    TO WS-TRAN-VALID-SW
                MOVE 'SUCC' TO WS-REJECT-REASON-CODE
                MOVE "SUCCESSOR BRANCH NOT NUMERIC" TO
                     WS-REJECT-REASON-TEXT
                GO TO 3200-EXIT
            END-IF.
            IF MT-ACTION = 'M' AND MT-SUCCESSOR = MT-BRANCH-CODE
                MOVE 'N'    TO WS-TRAN-VALID-SW
                MOVE 'SUCC' TO WS-REJECT-REASON-CODE
                MOVE "SUCCESSOR IS THE SAME BRANCH" TO
                     WS-REJECT-REASON-TEXT
                GO TO 3200-EXIT
            END-IF.
            IF MT-ACTION = 'M' AND MT-EFF-DATE = SPACES
                MOVE 'N'    TO WS-TRAN-VALID-SW
                MOVE 'EFFD' TO WS-REJECT-REASON-CODE
                MOVE "MERGE NEEDS AN EFFECTIVE DATE" TO
                     WS-REJECT-REASON-TEXT
                GO TO 3200-EXIT
            END-IF.
      * A branch lives in exactly one operating region: an add must
      * key a numeric region, a change may leave it blank to keep
      * the one already on the master. Whether the keyed region is
      * actually on the region master is checked in the apply
      * paragraph, which reads it by key.
            IF MT-FILE-ID = 'B' AND MT-ACTION = 'A' AND
               MT-REGION IS NOT NUMERIC
                MOVE 'N'    TO WS-TRAN-VALID-SW
                     WS-REJECT-REASON-TEXT
                GO TO 3200-EXIT
            END-IF.
      * A budget line is keyed by month as well as branch and
      * product, and carries figures rather than a name: an add needs
      * both figures, a change at least one, and whatever is keyed
      * must be numeric.
            IF MT-FILE-ID = 'S' AND
               (MT-BUDGET-MONTH IS NOT NUMERIC OR
                MT-BM-MONTH < "01" OR MT-BM-MONTH > "12")
                MOVE 'N'    TO WS-TRAN-VALID-SW
                MOVE 'BMTH' TO WS-REJECT-REASON-CODE
                MOVE "BUDGET MONTH NOT YYYYMM" TO
                     WS-REJECT-REASON-TEXT
                GO TO 3200-EXIT
            END-IF.
            IF MT-FILE-ID = 'S' AND MT-ACTION = 'A' AND
               (MT-BUDGET-QTY IS NOT NUMERIC OR
                MT-BUDGET-VALUE IS NOT NUMERIC)
                MOVE 'N'    TO WS-TRAN-VALID-SW
                MOVE 'BAMT' TO WS-REJECT-REASON-CODE
                MOVE "BUDGET QTY/VALUE NOT NUMERIC" TO
                     WS-REJECT-REASON-TEXT
                GO TO 3200-EXIT
            END-IF.
            IF MT-FILE-ID = 'S' AND MT-ACTION = 'C' AND
               MT-BUDGET-QTY = SPACES AND MT-BUDGET-VALUE = SPACES
                MOVE 'N'    TO WS-TRAN-VALID-SW
                MOVE 'BAMT' TO WS-REJECT-REASON-CODE
                MOVE "NO BUDGET FIGURE KEYED" TO
                     WS-REJECT-REASON-TEXT
                GO TO 3200-EXIT
            END-IF.
            IF MT-FILE-ID = 'S' AND MT-ACTION = 'C' AND
               ((MT-BUDGET-QTY NOT = SPACES AND
                 MT-BUDGET-QTY IS NOT NUMERIC) OR
                (MT-BUDGET-VALUE NOT = SPACES AND
                 MT-BUDGET-VALUE IS NOT NUMERIC))
                MOVE 'N'    TO WS-TRAN-VALID-SW
                MOVE 'BAMT' TO WS-REJECT-REASON-CODE
                MOVE "BUDGET QTY/VALUE NOT NUMERIC" TO
                     WS-REJECT-REASON-TEXT
                GO TO 3200-EXIT
            END-IF.
            IF MT-ACTION NOT = 'D' AND MT-ACTION NOT = 'M' AND
               MT-NAME = SPACES AND MT-FILE-ID NOT = 'S'
                MOVE 'N'    TO WS-TRAN-VALID-SW
                MOVE 'NAME' TO WS-REJECT-REASON-CODE
                MOVE "NAME/DESCRIPTION IS BLANK" TO
                     WS-REJECT-REASON-TEXT
                GO TO 3200-EXIT
            END-IF.
      * The effective date belongs to a product price CHANGE and a
      * branch merge only - an add needs its price on the master from
      * day one, and nothing else is effective-dated. A keyed date
      * must be a real calendar date. A price date may be no earlier
      * than the run date: a past effective date would claim the
      * price had been in force when it was not. A merge date is the
      * other way about - the closing branch must have stopped
      * trading before its figures are moved, so it may be no later
      * than the run date.
            IF MT-EFF-DATE NOT = SPACES AND MT-ACTION NOT = 'M' AND
               (MT-FILE-ID NOT = 'P' OR MT-ACTION NOT = 'C' OR
                MT-PRICE = SPACES)
                MOVE 'N'    TO WS-TRAN-VALID-SW
                MOVE 'EFFD' TO WS-REJECT-REASON-CODE
                MOVE "EFF DATE ONLY ON PRICE/MERGE" TO
                     WS-REJECT-REASON-TEXT
                GO TO 3200-EXIT
            END-IF.
                     WS-REJECT-REASON-TEXT
                GO TO 3200-EXIT
            END-IF.
            IF MT-EFF-DATE NOT = SPACES AND MT-ACTION NOT = 'M' AND
               MT-EFF-DATE < WS-RUN-DATE
                MOVE 'N'    TO WS-TRAN-VALID-SW
                MOVE 'EFFD' TO WS-REJECT-REASON-CODE
                MOVE "EFFECTIVE DATE IN THE PAST" TO
                     WS-REJECT-REASON-TEXT
                GO TO 3200-EXIT
            END-IF.
            IF MT-ACTION = 'M' AND MT-EFF-DATE > WS-RUN-DATE
                MOVE 'N'    TO WS-TRAN-VALID-SW
                MOVE 'EFFD' TO WS-REJECT-REASON-CODE
                MOVE "MERGE DATE AFTER BUSINESS DATE" TO
                     WS-REJECT-REASON-TEXT
            END-IF.
       3200-EXIT.
            EXIT.

      ******************************************************************
      * 3300-APPLY-PRODUCT-TRAN - apply one edited transaction to the
      * product master: the record is read by key, then written,
      * rewritten or deleted in place.
      ******************************************************************
       3300-APPLY-PRODUCT-TRAN.
            MOVE 'N' TO WS-ENTRY-FOUND-SW.
            MOVE MT-PRODUCT-CODE TO PM-PRODUCT-CODE.
            READ Product-Master
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    SET ENTRY-FOUND TO TRUE
                    PERFORM 3302-CLEAN-PRODUCT-RECORD THRU 3302-EXIT
            END-READ.
            EVALUATE MT-ACTION
                WHEN 'A'
                    IF ENTRY-FOUND
                        MOVE 'N'    TO WS-TRAN-VALID-SW
                        MOVE 'DUPK' TO WS-REJECT-REASON-CODE
                        MOVE "KEY ALREADY ON PRODUCT MASTER" TO
                    ELSE
                        PERFORM 3305-CONVERT-THRESHOLDS THRU
                                3305-EXIT
                        PERFORM 3310-ADD-PRODUCT-RECORD THRU
                                3310-EXIT
                        MOVE MT-NAME  TO WS-AFTER-IMAGE(1:20)
                        MOVE MT-PRICE TO WS-AFTER-IMAGE(22:7)
                        PERFORM 3340-BUILD-THRESHOLD-IMAGE THRU
                                3340-EXIT
                    END-IF
                WHEN 'C'
                    IF ENTRY-FOUND
                        PERFORM 3320-BUILD-PRODUCT-IMAGE THRU
                                3320-EXIT
                        MOVE WS-AFTER-IMAGE TO WS-BEFORE-IMAGE
                        MOVE PM-REORDER-POINT TO WS-RORD-N
                        MOVE PM-MAXIMUM-QTY   TO WS-MAXQ-N
                        PERFORM 3340-BUILD-THRESHOLD-IMAGE THRU
                                3340-EXIT
                        MOVE WS-THR-AFTER TO WS-THR-BEFORE
                        MOVE MT-NAME TO PM-PRODUCT-DESC
      * A keyed price no longer overwrites the master tonight - it
      * queues on the pending price file under its effective date
      * (blank date = effective from the run date), and the daily
                        IF MT-MAXIMUM NOT = SPACES
                            MOVE MT-MAXIMUM TO WS-MAXQ-X
                        END-IF
                        MOVE WS-RORD-N TO PM-REORDER-POINT
                        MOVE WS-MAXQ-N TO PM-MAXIMUM-QTY
                        REWRITE PRODUCT-MASTER-RECORD
                            INVALID KEY
                                PERFORM 3390-MASTER-UPDATE-FAILED THRU
                                        3390-EXIT
                        END-REWRITE
                        PERFORM 3320-BUILD-PRODUCT-IMAGE THRU
                                3320-EXIT
                        PERFORM 3340-BUILD-THRESHOLD-IMAGE THRU
                             WS-REJECT-REASON-TEXT
                    END-IF
                WHEN 'D'
                    IF ENTRY-FOUND
                        PERFORM 3320-BUILD-PRODUCT-IMAGE THRU
                                3320-EXIT
                        MOVE WS-AFTER-IMAGE TO WS-BEFORE-IMAGE
                        MOVE SPACES TO WS-AFTER-IMAGE
                        DELETE Product-Master RECORD
                            INVALID KEY
                                PERFORM 3390-MASTER-UPDATE-FAILED THRU
                                        3390-EXIT
                        END-DELETE
                    ELSE
                        MOVE 'N'    TO WS-TRAN-VALID-SW
                        MOVE 'NOTF' TO WS-REJECT-REASON-CODE
       3300-EXIT.
            EXIT.

      * A price or threshold the master carries as anything but
      * digits is taken as zero, so the register image and the
      * rewritten record agree.
       3302-CLEAN-PRODUCT-RECORD.
            IF PM-UNIT-PRICE IS NOT NUMERIC
                MOVE ZERO TO PM-UNIT-PRICE
            END-IF.
            IF PM-REORDER-POINT IS NOT NUMERIC
                MOVE ZERO TO PM-REORDER-POINT
            END-IF.
            IF PM-MAXIMUM-QTY IS NOT NUMERIC
                MOVE ZERO TO PM-MAXIMUM-QTY
            END-IF.
       3302-EXIT.
            EXIT.

      * Blank thresholds on an add mean not-monitored - converted to
      * zero here so the master and the register image agree.
       3305-CONVERT-THRESHOLDS.
            IF MT-REORDER = SPACES
                MOVE ZERO TO WS-RORD-N
       3305-EXIT.
            EXIT.

       3310-ADD-PRODUCT-RECORD.
            MOVE MT-PRODUCT-CODE TO PM-PRODUCT-CODE.
            MOVE MT-NAME         TO PM-PRODUCT-DESC.
            MOVE MT-PRICE        TO WS-PRICE-X.
            MOVE WS-PRICE-N      TO PM-UNIT-PRICE.
            MOVE WS-RORD-N       TO PM-REORDER-POINT.
            MOVE WS-MAXQ-N       TO PM-MAXIMUM-QTY.
            WRITE PRODUCT-MASTER-RECORD
                INVALID KEY
                    PERFORM 3390-MASTER-UPDATE-FAILED THRU 3390-EXIT
            END-WRITE.
       3310-EXIT.
            EXIT.

      * The image of the product record in hand - description and
      * price together, the register's stock in trade. Built into
      * the AFTER image; the caller copies it to the BEFORE image
      * when it is the old state being captured.
       3320-BUILD-PRODUCT-IMAGE.
            MOVE SPACES TO WS-AFTER-IMAGE.
            MOVE PM-PRODUCT-DESC TO WS-AFTER-IMAGE(1:20).
            MOVE PM-UNIT-PRICE TO WS-PRICE-N.
            MOVE WS-PRICE-X TO WS-AFTER-IMAGE(22:7).
       3320-EXIT.
            EXIT.
       3360-EXIT.
            EXIT.

      ******************************************************************
      * 3390-MASTER-UPDATE-FAILED - a keyed write that fails on a
      * master just read by the same key means the file is damaged;
      * the run stops rather than apply around it.
      ******************************************************************
       3390-MASTER-UPDATE-FAILED.
            DISPLAY "RD3-MAINT MASTER UPDATE FAILED FOR "
                    MT-FILE-ID " KEY " MT-BRANCH-CODE-X "/"
                    MT-PRODUCT-CODE-X "/" MT-REGION
                    " - FILE STATUS " WS-PM-FILE-STATUS " "
                    WS-BM-FILE-STATUS " " WS-RM-FILE-STATUS.
            MOVE 16 TO RETURN-CODE.
            STOP RUN.
       3390-EXIT.
            EXIT.

       3400-APPLY-BRANCH-TRAN.
            MOVE 'N' TO WS-ENTRY-FOUND-SW.
            MOVE MT-BRANCH-CODE TO BM-BRANCH-CODE.
            READ Branch-Master
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    SET ENTRY-FOUND TO TRUE
                    IF BM-REGION-CODE IS NOT NUMERIC
                        MOVE ZERO TO BM-REGION-CODE
                    END-IF
            END-READ.
            EVALUATE MT-ACTION
                WHEN 'A'
                    IF ENTRY-FOUND
                        MOVE 'N'    TO WS-TRAN-VALID-SW
                        MOVE 'DUPK' TO WS-REJECT-REASON-CODE
                        MOVE "KEY ALREADY ON BRANCH MASTER" TO
                    ELSE
                        PERFORM 3450-VALIDATE-REGION THRU 3450-EXIT
                        IF TRAN-IS-VALID
                            MOVE MT-BRANCH-CODE TO BM-BRANCH-CODE
                            MOVE MT-NAME        TO BM-BRANCH-NAME
                            MOVE WS-REGION-WORK TO BM-REGION-CODE
                            WRITE BRANCH-MASTER-RECORD
                                INVALID KEY
                                    PERFORM 3390-MASTER-UPDATE-FAILED
                                       THRU 3390-EXIT
                            END-WRITE
                            PERFORM 3460-BUILD-BRANCH-IMAGE THRU
                                    3460-EXIT
                        END-IF
                    END-IF
                WHEN 'C'
                    IF ENTRY-FOUND
                        MOVE BM-BRANCH-NAME TO WS-BEFORE-IMAGE(1:20)
                        MOVE "R=" TO WS-BEFORE-IMAGE(22:2)
                        MOVE BM-REGION-CODE TO WS-BEFORE-IMAGE(24:2)
                        IF MT-REGION = SPACES
                            MOVE BM-REGION-CODE TO WS-REGION-WORK
                        ELSE
                            PERFORM 3450-VALIDATE-REGION THRU
                                    3450-EXIT
                        END-IF
                        IF TRAN-IS-VALID
                            MOVE MT-NAME        TO BM-BRANCH-NAME
                            MOVE WS-REGION-WORK TO BM-REGION-CODE
                            REWRITE BRANCH-MASTER-RECORD
                                INVALID KEY
                                    PERFORM 3390-MASTER-UPDATE-FAILED
                                       THRU 3390-EXIT
                            END-REWRITE
                            PERFORM 3460-BUILD-BRANCH-IMAGE THRU
                                    3460-EXIT
                        END-IF
                             WS-REJECT-REASON-TEXT
                    END-IF
                WHEN 'D'
                    IF ENTRY-FOUND
                        MOVE BM-BRANCH-NAME TO WS-BEFORE-IMAGE(1:20)
                        MOVE "R=" TO WS-BEFORE-IMAGE(22:2)
                        MOVE BM-REGION-CODE TO WS-BEFORE-IMAGE(24:2)
                        DELETE Branch-Master RECORD
                            INVALID KEY
                                PERFORM 3390-MASTER-UPDATE-FAILED THRU
                                        3390-EXIT
                        END-DELETE
                    ELSE
                        MOVE 'N'    TO WS-TRAN-VALID-SW
                        MOVE 'NOTF' TO WS-REJECT-REASON-CODE
                        MOVE "KEY NOT ON BRANCH MASTER" TO
                             WS-REJECT-REASON-TEXT
                    END-IF
                WHEN 'M'
                    PERFORM 3700-APPLY-BRANCH-MERGE THRU 3700-EXIT
            END-EVALUATE.
       3400-EXIT.
            EXIT.

      ******************************************************************
      * 3450-VALIDATE-REGION - the keyed region must be on the region
      * master; a branch may not point into a region that does not
      * exist.
      ******************************************************************
       3450-VALIDATE-REGION.
            MOVE MT-REGION TO WS-REGION-WORK.
            MOVE WS-REGION-WORK TO RM-REGION-CODE.
            READ Region-Master
                INVALID KEY
                    MOVE 'N'    TO WS-TRAN-VALID-SW
                    MOVE 'REGN' TO WS-REJECT-REASON-CODE
                    MOVE "REGION NOT ON REGION MASTER" TO
                         WS-REJECT-REASON-TEXT
            END-READ.
       3450-EXIT.
            EXIT.

      ******************************************************************
       3500-APPLY-REGION-TRAN.
            MOVE 'N' TO WS-ENTRY-FOUND-SW.
            MOVE MT-REGION TO RM-REGION-CODE.
            READ Region-Master
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    SET ENTRY-FOUND TO TRUE
            END-READ.
            EVALUATE MT-ACTION
                WHEN 'A'
                    IF ENTRY-FOUND
                        MOVE 'N'    TO WS-TRAN-VALID-SW
                        MOVE 'DUPK' TO WS-REJECT-REASON-CODE
                        MOVE "KEY ALREADY ON REGION MASTER" TO
                             WS-REJECT-REASON-TEXT
                    ELSE
                        MOVE MT-REGION TO RM-REGION-CODE
                        MOVE MT-NAME   TO RM-REGION-NAME
                        WRITE REGION-MASTER-RECORD
                            INVALID KEY
                                PERFORM 3390-MASTER-UPDATE-FAILED THRU
                                        3390-EXIT
                        END-WRITE
                        MOVE MT-NAME TO WS-AFTER-IMAGE
                    END-IF
                WHEN 'C'
                    IF ENTRY-FOUND
                        MOVE RM-REGION-NAME TO WS-BEFORE-IMAGE
                        MOVE MT-NAME TO RM-REGION-NAME
                        REWRITE REGION-MASTER-RECORD
                            INVALID KEY
                                PERFORM 3390-MASTER-UPDATE-FAILED THRU
                                        3390-EXIT
                        END-REWRITE
                        MOVE MT-NAME TO WS-AFTER-IMAGE
                    ELSE
                        MOVE 'N'    TO WS-TRAN-VALID-SW
                             WS-REJECT-REASON-TEXT
                    END-IF
                WHEN 'D'
                    IF ENTRY-FOUND
                        PERFORM 3550-CHECK-REGION-IN-USE THRU
                                3550-EXIT
                        IF TRAN-IS-VALID
                            MOVE RM-REGION-NAME TO WS-BEFORE-IMAGE
                            DELETE Region-Master RECORD
                                INVALID KEY
                                    PERFORM 3390-MASTER-UPDATE-FAILED
                                       THRU 3390-EXIT
                            END-DELETE
                        END-IF
                    ELSE
                        MOVE 'N'    TO WS-TRAN-VALID-SW
       3500-EXIT.
            EXIT.

      * The branch master is read through in key order for a branch
      * still carrying the region.
       3550-CHECK-REGION-IN-USE.
            MOVE 'N' TO WS-ENTRY-FOUND-SW.
            MOVE 'N' TO WS-MASTER-EOF-SW.
            MOVE ZERO TO BM-BRANCH-CODE.
            START Branch-Master KEY IS NOT LESS THAN BM-BRANCH-CODE
                INVALID KEY
                    SET END-OF-MASTER TO TRUE
            END-START.
            PERFORM UNTIL END-OF-MASTER OR ENTRY-FOUND
                READ Branch-Master NEXT RECORD
                    AT END
                        SET END-OF-MASTER TO TRUE
                    NOT AT END
                        IF BM-REGION-CODE = MT-REGION
                            SET ENTRY-FOUND TO TRUE
                        END-IF
                END-READ
            END-PERFORM.
            IF ENTRY-FOUND
                MOVE 'N'    TO WS-TRAN-VALID-SW
                MOVE 'RUSE' TO WS-REJECT-REASON-CODE
                MOVE "REGION STILL CARRIED BY A BRANCH" TO
                     WS-REJECT-REASON-TEXT
            END-IF.
       3550-EXIT.
            EXIT.

      ******************************************************************
      * 3600-APPLY-BUDGET-TRAN - budget maintenance, the same shape as
      * the master maintenance. A new budget line must name a branch
      * and a product live on their masters - a budget nobody can
      * sell against would only ever report as a shortfall. Change
      * and delete need only the budget line itself, so a line left
      * behind by a deleted branch can still be cleared.
      ******************************************************************
       3600-APPLY-BUDGET-TRAN.
            MOVE 'N' TO WS-ENTRY-FOUND-SW.
            MOVE MT-BRANCH-CODE  TO BG-BRANCH-CODE.
            MOVE MT-PRODUCT-CODE TO BG-PRODUCT-CODE.
            MOVE MT-BUDGET-MONTH TO BG-BUDGET-MONTH.
            READ Budget-File
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    SET ENTRY-FOUND TO TRUE
            END-READ.
            EVALUATE MT-ACTION
                WHEN 'A'
                    IF ENTRY-FOUND
                        MOVE 'N'    TO WS-TRAN-VALID-SW
                        MOVE 'DUPK' TO WS-REJECT-REASON-CODE
                        MOVE "KEY ALREADY ON BUDGET FILE" TO
                             WS-REJECT-REASON-TEXT
                    ELSE
                        PERFORM 3650-VALIDATE-BUDGET-KEY THRU
                                3650-EXIT
                        IF TRAN-IS-VALID
                            MOVE MT-BRANCH-CODE  TO BG-BRANCH-CODE
                            MOVE MT-PRODUCT-CODE TO BG-PRODUCT-CODE
                            MOVE MT-BUDGET-MONTH TO BG-BUDGET-MONTH
                            MOVE MT-BUDGET-QTY   TO WS-BQTY-X
                            MOVE MT-BUDGET-VALUE TO WS-BVAL-X
                            MOVE WS-BQTY-N TO BG-BUDGET-QTY
                            MOVE WS-BVAL-N TO BG-BUDGET-VALUE
                            WRITE BUDGET-RECORD
                                INVALID KEY
                                    PERFORM
                                        3690-BUDGET-UPDATE-FAILED
                                        THRU 3690-EXIT
                            END-WRITE
                            PERFORM 3620-BUILD-BUDGET-IMAGE THRU
                                    3620-EXIT
                        END-IF
                    END-IF
                WHEN 'C'
                    IF ENTRY-FOUND
                        PERFORM 3620-BUILD-BUDGET-IMAGE THRU
                                3620-EXIT
                        MOVE WS-AFTER-IMAGE TO WS-BEFORE-IMAGE
                        IF MT-BUDGET-QTY NOT = SPACES
                            MOVE MT-BUDGET-QTY TO WS-BQTY-X
                            MOVE WS-BQTY-N TO BG-BUDGET-QTY
                        END-IF
                        IF MT-BUDGET-VALUE NOT = SPACES
                            MOVE MT-BUDGET-VALUE TO WS-BVAL-X
                            MOVE WS-BVAL-N TO BG-BUDGET-VALUE
                        END-IF
                        REWRITE BUDGET-RECORD
                            INVALID KEY
                                PERFORM 3690-BUDGET-UPDATE-FAILED THRU
                                        3690-EXIT
                        END-REWRITE
                        PERFORM 3620-BUILD-BUDGET-IMAGE THRU
                                3620-EXIT
                    ELSE
                        MOVE 'N'    TO WS-TRAN-VALID-SW
                        MOVE 'NOTF' TO WS-REJECT-REASON-CODE
                        MOVE "KEY NOT ON BUDGET FILE" TO
                             WS-REJECT-REASON-TEXT
                    END-IF
                WHEN 'D'
                    IF ENTRY-FOUND
                        PERFORM 3620-BUILD-BUDGET-IMAGE THRU
                                3620-EXIT
                        MOVE WS-AFTER-IMAGE TO WS-BEFORE-IMAGE
                        MOVE SPACES TO WS-AFTER-IMAGE
                        DELETE Budget-File RECORD
                            INVALID KEY
                                PERFORM 3690-BUDGET-UPDATE-FAILED THRU
                                        3690-EXIT
                        END-DELETE
                    ELSE
                        MOVE 'N'    TO WS-TRAN-VALID-SW
                        MOVE 'NOTF' TO WS-REJECT-REASON-CODE
                        MOVE "KEY NOT ON BUDGET FILE" TO
                             WS-REJECT-REASON-TEXT
                    END-IF
            END-EVALUATE.
       3600-EXIT.
            EXIT.

      * The budget image is the line's quantity and value as stored,
      * built into the AFTER image like the product image.
       3620-BUILD-BUDGET-IMAGE.
            MOVE SPACES TO WS-AFTER-IMAGE.
            MOVE BG-BUDGET-QTY   TO WS-BQTY-N.
            MOVE BG-BUDGET-VALUE TO WS-BVAL-N.
            STRING "Q=" WS-BQTY-X " V=" WS-BVAL-X
                   DELIMITED BY SIZE INTO WS-AFTER-IMAGE.
       3620-EXIT.
            EXIT.

       3650-VALIDATE-BUDGET-KEY.
            MOVE MT-BRANCH-CODE TO BM-BRANCH-CODE.
            READ Branch-Master
                INVALID KEY
                    MOVE 'N'    TO WS-TRAN-VALID-SW
                    MOVE 'BRCD' TO WS-REJECT-REASON-CODE
                    MOVE "BRANCH NOT ON BRANCH MASTER" TO
                         WS-REJECT-REASON-TEXT
                    GO TO 3650-EXIT
            END-READ.
            MOVE MT-PRODUCT-CODE TO PM-PRODUCT-CODE.
            READ Product-Master
                INVALID KEY
                    MOVE 'N'    TO WS-TRAN-VALID-SW
                    MOVE 'PRCD' TO WS-REJECT-REASON-CODE
                    MOVE "PRODUCT NOT ON PRODUCT MASTER" TO
                         WS-REJECT-REASON-TEXT
            END-READ.
       3650-EXIT.
            EXIT.

       3690-BUDGET-UPDATE-FAILED.
            DISPLAY "RD3-MAINT BUDGET UPDATE FAILED FOR KEY "
                    MT-BRANCH-CODE-X "/" MT-PRODUCT-CODE-X "/"
                    MT-BUDGET-MONTH " - FILE STATUS "
                    WS-BG-FILE-STATUS.
            MOVE 16 TO RETURN-CODE.
            STOP RUN.
       3690-EXIT.
            EXIT.

      ******************************************************************
      * 3700-APPLY-BRANCH-MERGE - close a branch into a successor. The
      * closing branch's balances, weekly history and on-hand records
      * move onto the successor's keys, adding into any the successor
      * already holds, and the merge is recorded so the daily run and
      * the reject recycle refuse activity for the closed code dated
      * after the effective date. The closed branch stays on the
      * branch master - activity dated up to its effective date is
      * still good, and posts under the closed code. Keying the same
      * merge again sweeps that late activity across to the successor
      * under the original effective date. Branches already merged
      * into the closing branch are carried on to its successor.
      ******************************************************************
       3700-APPLY-BRANCH-MERGE.
            IF NOT ENTRY-FOUND
                MOVE 'N'    TO WS-TRAN-VALID-SW
                MOVE 'NOTF' TO WS-REJECT-REASON-CODE
                MOVE "KEY NOT ON BRANCH MASTER" TO
                     WS-REJECT-REASON-TEXT
                GO TO 3700-EXIT
            END-IF.
            MOVE BM-BRANCH-NAME TO WS-BEFORE-IMAGE(1:20).
            MOVE "R=" TO WS-BEFORE-IMAGE(22:2).
            MOVE BM-REGION-CODE TO WS-BEFORE-IMAGE(24:2).
            MOVE MT-SUCCESSOR TO WS-SUCCESSOR-WORK.
            MOVE MT-EFF-DATE  TO WS-EFF-DATE.
            PERFORM 3710-VALIDATE-SUCCESSOR THRU 3710-EXIT.
            IF NOT TRAN-IS-VALID
                GO TO 3700-EXIT
            END-IF.
            MOVE SPACES TO WS-AFTER-IMAGE.
            IF MERGE-ENTRY-FOUND
                STRING "SWEPT INTO " WS-SUCCESSOR-WORK
                       DELIMITED BY SIZE INTO WS-AFTER-IMAGE
            ELSE
                PERFORM 3705-REPOINT-ONE-MERGE THRU 3705-EXIT
                    VARYING MX-IDX FROM 1 BY 1
                    UNTIL MX-IDX > WS-MERGE-COUNT
                PERFORM 3708-ADD-MERGE-ENTRY THRU 3708-EXIT
                STRING "MERGED INTO " WS-SUCCESSOR-WORK
                       DELIMITED BY SIZE INTO WS-AFTER-IMAGE
            END-IF.
            IF NOT MX-MERGED-THIS-RUN(WS-MERGE-SUB)
                MOVE 'Y' TO MX-RUN-SW(WS-MERGE-SUB)
                ADD 1 TO WS-MERGE-RUN-COUNT
            END-IF.
            PERFORM 3715-OPEN-MOVE-FILES THRU 3715-EXIT.
            PERFORM 3720-MOVE-BALANCES THRU 3720-EXIT.
            PERFORM 3730-MOVE-WEEK-HISTORY THRU 3730-EXIT.
            PERFORM 3740-MOVE-ONHAND THRU 3740-EXIT.
       3700-EXIT.
            EXIT.

      * A branch that merged into the closing one now carries on to
      * the successor, so its late activity is refused with the code
      * that actually holds its history.
       3705-REPOINT-ONE-MERGE.
            IF MX-SUCCESSOR(MX-IDX) = MT-BRANCH-CODE
                MOVE WS-SUCCESSOR-WORK TO MX-SUCCESSOR(MX-IDX)
            END-IF.
       3705-EXIT.
            EXIT.

      * Appends the new merge and leaves WS-MERGE-SUB pointing at it.
       3708-ADD-MERGE-ENTRY.
            IF WS-MERGE-COUNT >= 1000
                DISPLAY "RD3-MAINT BRANCH MERGE TABLE FULL AT 1000 "
                        "ENTRIES - INCREASE THE OCCURS AND RECOMPILE"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            ADD 1 TO WS-MERGE-COUNT.
            MOVE WS-MERGE-COUNT    TO WS-MERGE-SUB.
            MOVE MT-BRANCH-CODE    TO MX-CLOSED-BRANCH(WS-MERGE-SUB).
            MOVE WS-SUCCESSOR-WORK TO MX-SUCCESSOR(WS-MERGE-SUB).
            MOVE WS-EFF-DATE       TO MX-EFF-DATE(WS-MERGE-SUB).
            MOVE WS-RUN-DATE       TO MX-MERGE-DATE(WS-MERGE-SUB).
            PERFORM 3709-CLEAR-MERGE-FIGURES THRU 3709-EXIT.
       3708-EXIT.
            EXIT.

       3709-CLEAR-MERGE-FIGURES.
            MOVE 'N'  TO MX-RUN-SW(WS-MERGE-SUB).
            MOVE ZERO TO MX-BAL-COUNT(WS-MERGE-SUB)
                         MX-MTD-QTY(WS-MERGE-SUB)
                         MX-YTD-QTY(WS-MERGE-SUB)
                         MX-PRIOR-QTY(WS-MERGE-SUB)
                         MX-WEEK-COUNT(WS-MERGE-SUB)
                         MX-WEEK-QTY(WS-MERGE-SUB)
                         MX-OH-COUNT(WS-MERGE-SUB)
                         MX-OH-QTY(WS-MERGE-SUB).
       3709-EXIT.
            EXIT.

      ******************************************************************
      * 3710-VALIDATE-SUCCESSOR - the successor must be a live branch:
      * on the branch master and not itself closed. A closing branch
      * already merged may only be keyed again to the same successor,
      * which leaves MERGE-ENTRY-FOUND set and WS-MERGE-SUB on its
      * entry.
      ******************************************************************
       3710-VALIDATE-SUCCESSOR.
            MOVE WS-SUCCESSOR-WORK TO BM-BRANCH-CODE.
            READ Branch-Master
                INVALID KEY
                    MOVE 'N'    TO WS-TRAN-VALID-SW
                    MOVE 'SUCC' TO WS-REJECT-REASON-CODE
                    MOVE "SUCCESSOR NOT ON BRANCH MASTER" TO
                         WS-REJECT-REASON-TEXT
                    GO TO 3710-EXIT
            END-READ.
            MOVE 'N' TO WS-MERGE-FOUND-SW.
            IF WS-MERGE-COUNT > ZERO
                SET MX-IDX TO 1
                SEARCH MERGE-TABLE-ENTRY
                    WHEN MX-CLOSED-BRANCH(MX-IDX) = WS-SUCCESSOR-WORK
                        SET MERGE-ENTRY-FOUND TO TRUE
                END-SEARCH
            END-IF.
            IF MERGE-ENTRY-FOUND
                MOVE 'N'    TO WS-TRAN-VALID-SW
                MOVE 'SUCC' TO WS-REJECT-REASON-CODE
                MOVE "SUCCESSOR BRANCH IS CLOSED" TO
                     WS-REJECT-REASON-TEXT
                GO TO 3710-EXIT
            END-IF.
            IF WS-MERGE-COUNT > ZERO
                SET MX-IDX TO 1
                SEARCH MERGE-TABLE-ENTRY
                    WHEN MX-CLOSED-BRANCH(MX-IDX) = MT-BRANCH-CODE
                        SET MERGE-ENTRY-FOUND TO TRUE
                END-SEARCH
            END-IF.
            IF NOT MERGE-ENTRY-FOUND
                GO TO 3710-EXIT
            END-IF.
            IF MX-SUCCESSOR(MX-IDX) NOT = WS-SUCCESSOR-WORK
                MOVE 'N'    TO WS-TRAN-VALID-SW
                MOVE 'MRGD' TO WS-REJECT-REASON-CODE
                MOVE "BRANCH ALREADY MERGED ELSEWHERE" TO
                     WS-REJECT-REASON-TEXT
                GO TO 3710-EXIT
            END-IF.
            SET WS-MERGE-SUB TO MX-IDX.
       3710-EXIT.
            EXIT.

      * The files the figures move in are opened on the first merge
      * of the batch. A file that is not there has nothing to move.
       3715-OPEN-MOVE-FILES.
            IF MOVE-FILES-OPENED
                GO TO 3715-EXIT
            END-IF.
            SET MOVE-FILES-OPENED TO TRUE.
            OPEN I-O Balance-Master.
            IF WS-BAL-FILE-STATUS = "00"
                SET BALANCES-OPEN TO TRUE
            ELSE
                DISPLAY "RD3-MAINT NO BALANCE MASTER - FILE STATUS "
                        WS-BAL-FILE-STATUS " - NO BALANCES MOVED"
            END-IF.
            OPEN I-O Weekly-History.
            IF WS-WH-FILE-STATUS = "00"
                SET WEEK-HISTORY-OPEN TO TRUE
            ELSE
                DISPLAY "RD3-MAINT NO WEEKLY HISTORY - FILE STATUS "
                        WS-WH-FILE-STATUS " - NO WEEKS MOVED"
            END-IF.
            OPEN I-O On-Hand-Snapshot.
            IF WS-OH-FILE-STATUS = "00"
                SET ONHAND-OPEN TO TRUE
            ELSE
                DISPLAY "RD3-MAINT NO ON-HAND SNAPSHOT - FILE STATUS "
                        WS-OH-FILE-STATUS " - NO ON-HAND MOVED"
            END-IF.
       3715-EXIT.
            EXIT.

      ******************************************************************
      * 3720-MOVE-BALANCES - move each of the closing branch's balance
      * records onto the successor's key for the same product. Where
      * the successor already has one, both are first rolled forward
      * to the later of their last posting dates so month-to-date,
      * year-to-date and prior-year figures of the same period are
      * added together. Each pass starts again at the front of the
      * closing branch's records: the one before it has been deleted,
      * and the keyed read of the successor's record loses the
      * sequential position.
      ******************************************************************
       3720-MOVE-BALANCES.
            IF NOT BALANCES-OPEN
                GO TO 3720-EXIT
            END-IF.
            MOVE 'N' TO WS-MOVE-EOF-SW.
            PERFORM 3725-MOVE-ONE-BALANCE THRU 3725-EXIT
                UNTIL END-OF-MOVE.
       3720-EXIT.
            EXIT.

       3725-MOVE-ONE-BALANCE.
            MOVE MT-BRANCH-CODE TO BAL-BRANCH-CODE.
            MOVE ZERO           TO BAL-PRODUCT-CODE.
            START Balance-Master KEY IS NOT LESS THAN BAL-KEY
                INVALID KEY
                    SET END-OF-MOVE TO TRUE
                    GO TO 3725-EXIT
            END-START.
            READ Balance-Master NEXT RECORD
                AT END
                    SET END-OF-MOVE TO TRUE
                    GO TO 3725-EXIT
            END-READ.
            IF BAL-BRANCH-CODE NOT = MT-BRANCH-CODE
                SET END-OF-MOVE TO TRUE
                GO TO 3725-EXIT
            END-IF.
            MOVE BAL-PRODUCT-CODE   TO WS-CB-PRODUCT-CODE.
            MOVE BAL-MTD-QTY        TO WS-CB-MTD-QTY.
            MOVE BAL-YTD-QTY        TO WS-CB-YTD-QTY.
            MOVE BAL-PRIOR-YTD-QTY  TO WS-CB-PRIOR-QTY.
            MOVE BAL-LAST-POST-DATE TO WS-CB-POST-DATE.
            DELETE Balance-Master RECORD
                INVALID KEY
                    PERFORM 3795-MOVE-UPDATE-FAILED THRU 3795-EXIT
            END-DELETE.
            MOVE 'N' TO WS-MOVE-FOUND-SW.
            MOVE WS-SUCCESSOR-WORK  TO BAL-BRANCH-CODE.
            MOVE WS-CB-PRODUCT-CODE TO BAL-PRODUCT-CODE.
            READ Balance-Master
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    SET SUCCESSOR-RECORD-FOUND TO TRUE
            END-READ.
            IF SUCCESSOR-RECORD-FOUND
                MOVE BAL-LAST-POST-DATE TO WS-MERGE-ASOF-DATE
                IF WS-CB-POST-DATE > WS-MERGE-ASOF-DATE
                    MOVE WS-CB-POST-DATE TO WS-MERGE-ASOF-DATE
                END-IF
                MOVE WS-CLOSING-BALANCE TO WS-ALIGN-BALANCE
                PERFORM 3760-ALIGN-BALANCE THRU 3760-EXIT
                MOVE WS-ALIGN-BALANCE TO WS-CLOSING-BALANCE
                MOVE BAL-PRODUCT-CODE   TO WS-AB-PRODUCT-CODE
                MOVE BAL-MTD-QTY        TO WS-AB-MTD-QTY
                MOVE BAL-YTD-QTY        TO WS-AB-YTD-QTY
                MOVE BAL-PRIOR-YTD-QTY  TO WS-AB-PRIOR-QTY
                MOVE BAL-LAST-POST-DATE TO WS-AB-POST-DATE
                PERFORM 3760-ALIGN-BALANCE THRU 3760-EXIT
                COMPUTE BAL-MTD-QTY = WS-AB-MTD-QTY + WS-CB-MTD-QTY
                COMPUTE BAL-YTD-QTY = WS-AB-YTD-QTY + WS-CB-YTD-QTY
                COMPUTE BAL-PRIOR-YTD-QTY =
                        WS-AB-PRIOR-QTY + WS-CB-PRIOR-QTY
                MOVE WS-MERGE-ASOF-DATE TO BAL-LAST-POST-DATE
                REWRITE BALANCE-MASTER-RECORD
                    INVALID KEY
                        PERFORM 3795-MOVE-UPDATE-FAILED THRU
                                3795-EXIT
                END-REWRITE
            ELSE
                MOVE WS-CB-MTD-QTY   TO BAL-MTD-QTY
                MOVE WS-CB-YTD-QTY   TO BAL-YTD-QTY
                MOVE WS-CB-PRIOR-QTY TO BAL-PRIOR-YTD-QTY
                MOVE WS-CB-POST-DATE TO BAL-LAST-POST-DATE
                WRITE BALANCE-MASTER-RECORD
                    INVALID KEY
                        PERFORM 3795-MOVE-UPDATE-FAILED THRU
                                3795-EXIT
                END-WRITE
            END-IF.
            ADD 1               TO MX-BAL-COUNT(WS-MERGE-SUB).
            ADD WS-CB-MTD-QTY   TO MX-MTD-QTY(WS-MERGE-SUB).
            ADD WS-CB-YTD-QTY   TO MX-YTD-QTY(WS-MERGE-SUB).
            ADD WS-CB-PRIOR-QTY TO MX-PRIOR-QTY(WS-MERGE-SUB).
       3725-EXIT.
            EXIT.

      * Weekly history moves the same way, week for week: a week the
      * successor already holds for the product takes the closing
      * branch's quantity on top of its own.
       3730-MOVE-WEEK-HISTORY.
            IF NOT WEEK-HISTORY-OPEN
                GO TO 3730-EXIT
            END-IF.
            MOVE 'N' TO WS-MOVE-EOF-SW.
            PERFORM 3735-MOVE-ONE-WEEK THRU 3735-EXIT
                UNTIL END-OF-MOVE.
       3730-EXIT.
            EXIT.

       3735-MOVE-ONE-WEEK.
            MOVE MT-BRANCH-CODE TO WH-BRANCH-CODE.
            MOVE ZERO           TO WH-PRODUCT-CODE.
            MOVE ZERO           TO WH-WEEK-DATE.
            START Weekly-History KEY IS NOT LESS THAN WH-KEY
                INVALID KEY
                    SET END-OF-MOVE TO TRUE
                    GO TO 3735-EXIT
            END-START.
            READ Weekly-History NEXT RECORD
                AT END
                    SET END-OF-MOVE TO TRUE
                    GO TO 3735-EXIT
            END-READ.
            IF WH-BRANCH-CODE NOT = MT-BRANCH-CODE
                SET END-OF-MOVE TO TRUE
                GO TO 3735-EXIT
            END-IF.
            MOVE WH-PRODUCT-CODE TO WS-CW-PRODUCT-CODE.
            MOVE WH-WEEK-DATE    TO WS-CW-WEEK-DATE.
            MOVE WH-WEEK-QTY     TO WS-CW-WEEK-QTY.
            DELETE Weekly-History RECORD
                INVALID KEY
                    PERFORM 3795-MOVE-UPDATE-FAILED THRU 3795-EXIT
            END-DELETE.
            MOVE WS-SUCCESSOR-WORK  TO WH-BRANCH-CODE.
            MOVE WS-CW-PRODUCT-CODE TO WH-PRODUCT-CODE.
            MOVE WS-CW-WEEK-DATE    TO WH-WEEK-DATE.
            READ Weekly-History
                INVALID KEY
                    MOVE WS-CW-WEEK-QTY TO WH-WEEK-QTY
                    WRITE WEEKLY-HISTORY-RECORD
                        INVALID KEY
                            PERFORM 3795-MOVE-UPDATE-FAILED THRU
                                    3795-EXIT
                    END-WRITE
                NOT INVALID KEY
                    ADD WS-CW-WEEK-QTY TO WH-WEEK-QTY
                    REWRITE WEEKLY-HISTORY-RECORD
                        INVALID KEY
                            PERFORM 3795-MOVE-UPDATE-FAILED THRU
                                    3795-EXIT
                    END-REWRITE
            END-READ.
            ADD 1              TO MX-WEEK-COUNT(WS-MERGE-SUB).
            ADD WS-CW-WEEK-QTY TO MX-WEEK-QTY(WS-MERGE-SUB).
       3735-EXIT.
            EXIT.

      * The on-hand position moves the same way: stock and posted
      * figures add into the successor's, which keeps the later of
      * the two as-of dates.
       3740-MOVE-ONHAND.
            IF NOT ONHAND-OPEN
                GO TO 3740-EXIT
            END-IF.
            MOVE 'N' TO WS-MOVE-EOF-SW.
            PERFORM 3745-MOVE-ONE-ONHAND THRU 3745-EXIT
                UNTIL END-OF-MOVE.
       3740-EXIT.
            EXIT.

       3745-MOVE-ONE-ONHAND.
            MOVE MT-BRANCH-CODE TO OH-BRANCH-CODE.
            MOVE ZERO           TO OH-PRODUCT-CODE.
            START On-Hand-Snapshot KEY IS NOT LESS THAN OH-KEY
                INVALID KEY
                    SET END-OF-MOVE TO TRUE
                    GO TO 3745-EXIT
            END-START.
            READ On-Hand-Snapshot NEXT RECORD
                AT END
                    SET END-OF-MOVE TO TRUE
                    GO TO 3745-EXIT
            END-READ.
            IF OH-BRANCH-CODE NOT = MT-BRANCH-CODE
                SET END-OF-MOVE TO TRUE
                GO TO 3745-EXIT
            END-IF.
            MOVE OH-PRODUCT-CODE   TO WS-CO-PRODUCT-CODE.
            MOVE OH-ONHAND-QTY     TO WS-CO-ONHAND-QTY.
            MOVE OH-CUM-POSTED-QTY TO WS-CO-CUM-QTY.
            MOVE OH-ASOF-DATE      TO WS-CO-ASOF-DATE.
            DELETE On-Hand-Snapshot RECORD
                INVALID KEY
                    PERFORM 3795-MOVE-UPDATE-FAILED THRU 3795-EXIT
            END-DELETE.
            MOVE WS-SUCCESSOR-WORK  TO OH-BRANCH-CODE.
            MOVE WS-CO-PRODUCT-CODE TO OH-PRODUCT-CODE.
            READ On-Hand-Snapshot
                INVALID KEY
                    MOVE WS-CO-ONHAND-QTY TO OH-ONHAND-QTY
                    MOVE WS-CO-CUM-QTY    TO OH-CUM-POSTED-QTY
                    MOVE WS-CO-ASOF-DATE  TO OH-ASOF-DATE
                    WRITE ONHAND-RECORD
                        INVALID KEY
                            PERFORM 3795-MOVE-UPDATE-FAILED THRU
                                    3795-EXIT
                    END-WRITE
                NOT INVALID KEY
                    ADD WS-CO-ONHAND-QTY TO OH-ONHAND-QTY
                    ADD WS-CO-CUM-QTY    TO OH-CUM-POSTED-QTY
                    IF WS-CO-ASOF-DATE > OH-ASOF-DATE
                        MOVE WS-CO-ASOF-DATE TO OH-ASOF-DATE
                    END-IF
                    REWRITE ONHAND-RECORD
                        INVALID KEY
                            PERFORM 3795-MOVE-UPDATE-FAILED THRU
                                    3795-EXIT
                    END-REWRITE
            END-READ.
            ADD 1                TO MX-OH-COUNT(WS-MERGE-SUB).
            ADD WS-CO-ONHAND-QTY TO MX-OH-QTY(WS-MERGE-SUB).
       3745-EXIT.
            EXIT.

      ******************************************************************
      * 3760-ALIGN-BALANCE - roll WS-ALIGN-BALANCE forward to
      * WS-MERGE-ASOF-DATE by the daily run's period rule: into a new
      * year the year-to-date becomes the prior-year figure (zero if
      * the record last posted before last year) and both running
      * figures start again; into a new month within the year the
      * month-to-date starts again.
      ******************************************************************
       3760-ALIGN-BALANCE.
            MOVE WS-MERGE-ASOF-DATE(1:4) TO WS-ALIGN-PRIOR-YEAR.
            SUBTRACT 1 FROM WS-ALIGN-PRIOR-YEAR.
            IF WS-AB-POST-DATE(1:4) NOT = WS-MERGE-ASOF-DATE(1:4)
                IF WS-AB-POST-DATE(1:4) = WS-ALIGN-PRIOR-YEAR
                    MOVE WS-AB-YTD-QTY TO WS-AB-PRIOR-QTY
                ELSE
                    MOVE ZERO TO WS-AB-PRIOR-QTY
                END-IF
                MOVE ZERO TO WS-AB-YTD-QTY
                MOVE ZERO TO WS-AB-MTD-QTY
            ELSE
                IF WS-AB-POST-DATE(5:2) NOT =
                   WS-MERGE-ASOF-DATE(5:2)
                    MOVE ZERO TO WS-AB-MTD-QTY
                END-IF
            END-IF.
            MOVE WS-MERGE-ASOF-DATE TO WS-AB-POST-DATE.
       3760-EXIT.
            EXIT.

      * A keyed update that fails on a record just read or deleted by
      * key means the file is damaged; the run stops. Keying the same
      * merge again finishes the move.
       3795-MOVE-UPDATE-FAILED.
            DISPLAY "RD3-MAINT MERGE MOVE FAILED FOR BRANCH "
                    MT-BRANCH-CODE-X " - FILE STATUS "
                    WS-BAL-FILE-STATUS " " WS-WH-FILE-STATUS " "
                    WS-OH-FILE-STATUS.
            MOVE 16 TO RETURN-CODE.
            STOP RUN.
       3795-EXIT.
            EXIT.

      ******************************************************************
                WHEN 'P'    MOVE "PRODUCT" TO RL-MASTER
                WHEN 'B'    MOVE "BRANCH"  TO RL-MASTER
                WHEN 'R'    MOVE "REGION"  TO RL-MASTER
                WHEN 'S'    MOVE "BUDGET"  TO RL-MASTER
                WHEN OTHER  MOVE MT-FILE-ID TO RL-MASTER
            END-EVALUATE.
            EVALUATE MT-ACTION
                WHEN 'A'    MOVE "ADD"     TO RL-ACTION
                WHEN 'C'    MOVE "CHANGE"  TO RL-ACTION
                WHEN 'D'    MOVE "DELETE"  TO RL-ACTION
                WHEN 'M'    MOVE "MERGE"   TO RL-ACTION
                WHEN OTHER  MOVE MT-ACTION TO RL-ACTION
            END-EVALUATE.
            EVALUATE MT-FILE-ID
       3870-EXIT.
            EXIT.

       3880-WRITE-BUDGET-KEY-LINE.
            MOVE MT-PRODUCT-CODE-X TO BKL-PRODUCT.
            MOVE MT-BUDGET-MONTH   TO BKL-MONTH.
            IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
                PERFORM 5010-WRITE-HEADINGS THRU 5010-EXIT
            END-IF.
            WRITE REGISTER-RECORD FROM BUDGET-KEY-LINE.
            ADD 1 TO WS-LINE-COUNT.
       3880-EXIT.
            EXIT.

       3890-WRITE-MERGE-KEY-LINE.
            MOVE MT-SUCCESSOR-X TO MKL-SUCCESSOR.
            MOVE MT-EFF-DATE    TO MKL-EFF-DATE.
            IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
                PERFORM 5010-WRITE-HEADINGS THRU 5010-EXIT
            END-IF.
            WRITE REGISTER-RECORD FROM MERGE-KEY-LINE.
            ADD 1 TO WS-LINE-COUNT.
       3890-EXIT.
            EXIT.

      ******************************************************************
      * 4000-WRITE-NEW-MASTERS - sort the pending price and branch
      * merge tables into key order and write them as their new
      * generations, and sweep the expired months off the budget
      * file. The product, branch and region masters and the budget
      * file were updated in place as each transaction applied.
      ******************************************************************
       4000-WRITE-NEW-MASTERS.
      * The pending price generation keeps applied history as well as
      * future prices - product/date order so the daily run can apply
      * them with one forward pass - but superseded history falls off
                        "PAST RETENTION - " WS-PEND-DROPPED
                        " RECORD(S)"
            END-IF.

      * Budget months before the previous January fall off.
            COMPUTE WS-BUDGET-CUTOFF = (WS-RUN-YEAR - 1) * 100 + 1.
            PERFORM 4400-PURGE-OLD-BUDGET THRU 4400-EXIT.
            IF WS-BUDGET-DROPPED > ZERO
                DISPLAY "RD3-MAINT BUDGET MONTHS DROPPED PAST "
                        "RETENTION - " WS-BUDGET-DROPPED
                        " RECORD(S)"
            END-IF.

      * Branch merges in closed-branch order. A merge is never
      * dropped - the closed code must stay refused for good.
            OPEN OUTPUT Branch-Merge-New.
            IF WS-MERGE-COUNT > 1
                SORT MERGE-TABLE-ENTRY
                    ASCENDING KEY MX-CLOSED-BRANCH
            END-IF.
            PERFORM 4450-WRITE-ONE-MERGE THRU 4450-EXIT
                VARYING MX-IDX FROM 1 BY 1
                UNTIL MX-IDX > WS-MERGE-COUNT.
            CLOSE Branch-Merge-New.
       4000-EXIT.
            EXIT.

      ******************************************************************
       4300-EXIT.
            EXIT.

      ******************************************************************
      * 4400-PURGE-OLD-BUDGET - read the budget file up its month key
      * from the start and delete every line dated before the
      * cutoff; the first line at or past it ends the sweep.
      ******************************************************************
       4400-PURGE-OLD-BUDGET.
            MOVE ZERO TO BG-BUDGET-MONTH.
            START Budget-File
                KEY IS NOT LESS THAN BG-BUDGET-MONTH
                INVALID KEY
                    GO TO 4400-EXIT
            END-START.
            MOVE 'N' TO WS-MASTER-EOF-SW.
            PERFORM UNTIL END-OF-MASTER
                READ Budget-File NEXT RECORD
                    AT END
                        SET END-OF-MASTER TO TRUE
                    NOT AT END
                        IF BG-BUDGET-MONTH < WS-BUDGET-CUTOFF
                            DELETE Budget-File RECORD
                                INVALID KEY
                                    CONTINUE
                            END-DELETE
                            ADD 1 TO WS-BUDGET-DROPPED
                        ELSE
                            SET END-OF-MASTER TO TRUE
                        END-IF
                END-READ
            END-PERFORM.
       4400-EXIT.
            EXIT.

       4450-WRITE-ONE-MERGE.
            MOVE MX-CLOSED-BRANCH(MX-IDX) TO MGN-CLOSED-BRANCH.
            MOVE MX-SUCCESSOR(MX-IDX)     TO MGN-SUCCESSOR.
            MOVE MX-EFF-DATE(MX-IDX)      TO MGN-EFF-DATE.
            MOVE MX-MERGE-DATE(MX-IDX)    TO MGN-MERGE-DATE.
            WRITE BRANCH-MERGE-NEW-RECORD.
       4450-EXIT.
            EXIT.

      ******************************************************************
      * 4500-PRINT-MERGE-SECTION - after the transaction lines, one
      * line for each branch merged or swept this run showing what
      * was moved onto its successor, and the total moved. Nothing
      * prints in a batch with no merges.
      ******************************************************************
       4500-PRINT-MERGE-SECTION.
            IF WS-MERGE-RUN-COUNT = ZERO
                GO TO 4500-EXIT
            END-IF.
            IF WS-LINE-COUNT + 6 > WS-LINES-PER-PAGE
                PERFORM 5010-WRITE-HEADINGS THRU 5010-EXIT
            END-IF.
            PERFORM 4550-WRITE-MERGE-HEADINGS THRU 4550-EXIT.
            PERFORM 4510-PRINT-ONE-MERGE THRU 4510-EXIT
                VARYING MX-IDX FROM 1 BY 1
                UNTIL MX-IDX > WS-MERGE-COUNT.
            MOVE WS-MT-BAL-COUNT  TO MTL-BAL-COUNT.
            MOVE WS-MT-MTD-QTY    TO MTL-MTD-QTY.
            MOVE WS-MT-YTD-QTY    TO MTL-YTD-QTY.
            MOVE WS-MT-PRIOR-QTY  TO MTL-PRIOR-QTY.
            MOVE WS-MT-WEEK-COUNT TO MTL-WEEK-COUNT.
            MOVE WS-MT-WEEK-QTY   TO MTL-WEEK-QTY.
            MOVE WS-MT-OH-COUNT   TO MTL-OH-COUNT.
            MOVE WS-MT-OH-QTY     TO MTL-OH-QTY.
            IF WS-LINE-COUNT + 2 > WS-LINES-PER-PAGE
                PERFORM 5010-WRITE-HEADINGS THRU 5010-EXIT
                PERFORM 4550-WRITE-MERGE-HEADINGS THRU 4550-EXIT
            END-IF.
            WRITE REGISTER-RECORD FROM BLANK-LINE.
            WRITE REGISTER-RECORD FROM MERGE-TOTAL-LINE.
            ADD 2 TO WS-LINE-COUNT.
       4500-EXIT.
            EXIT.

       4510-PRINT-ONE-MERGE.
            IF NOT MX-MERGED-THIS-RUN(MX-IDX)
                GO TO 4510-EXIT
            END-IF.
            MOVE MX-CLOSED-BRANCH(MX-IDX) TO MDL-CLOSED.
            MOVE MX-SUCCESSOR(MX-IDX)     TO MDL-SUCCESSOR.
            MOVE MX-EFF-DATE(MX-IDX)      TO MDL-EFF-DATE.
            MOVE MX-BAL-COUNT(MX-IDX)     TO MDL-BAL-COUNT.
            MOVE MX-MTD-QTY(MX-IDX)       TO MDL-MTD-QTY.
            MOVE MX-YTD-QTY(MX-IDX)       TO MDL-YTD-QTY.
            MOVE MX-PRIOR-QTY(MX-IDX)     TO MDL-PRIOR-QTY.
            MOVE MX-WEEK-COUNT(MX-IDX)    TO MDL-WEEK-COUNT.
            MOVE MX-WEEK-QTY(MX-IDX)      TO MDL-WEEK-QTY.
            MOVE MX-OH-COUNT(MX-IDX)      TO MDL-OH-COUNT.
            MOVE MX-OH-QTY(MX-IDX)        TO MDL-OH-QTY.
            ADD MX-BAL-COUNT(MX-IDX)  TO WS-MT-BAL-COUNT.
            ADD MX-MTD-QTY(MX-IDX)    TO WS-MT-MTD-QTY.
            ADD MX-YTD-QTY(MX-IDX)    TO WS-MT-YTD-QTY.
            ADD MX-PRIOR-QTY(MX-IDX)  TO WS-MT-PRIOR-QTY.
            ADD MX-WEEK-COUNT(MX-IDX) TO WS-MT-WEEK-COUNT.
            ADD MX-WEEK-QTY(MX-IDX)   TO WS-MT-WEEK-QTY.
            ADD MX-OH-COUNT(MX-IDX)   TO WS-MT-OH-COUNT.
            ADD MX-OH-QTY(MX-IDX)     TO WS-MT-OH-QTY.
            IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
                PERFORM 5010-WRITE-HEADINGS THRU 5010-EXIT
                PERFORM 4550-WRITE-MERGE-HEADINGS THRU 4550-EXIT
            END-IF.
            WRITE REGISTER-RECORD FROM MERGE-DETAIL-LINE.
            ADD 1 TO WS-LINE-COUNT.
       4510-EXIT.
            EXIT.

       4550-WRITE-MERGE-HEADINGS.
            WRITE REGISTER-RECORD FROM BLANK-LINE.
            WRITE REGISTER-RECORD FROM MERGE-HDG-LINE-1.
            WRITE REGISTER-RECORD FROM BLANK-LINE.
            WRITE REGISTER-RECORD FROM MERGE-HDG-LINE-2.
            ADD 4 TO WS-LINE-COUNT.
       4550-EXIT.
            EXIT.

       5010-WRITE-HEADINGS.
            ADD 1 TO WS-PAGE-COUNT.
            MOVE WS-RUN-DATE   TO HL1-RUN-DATE.
            END-IF.
            WRITE REGISTER-RECORD FROM BLANK-LINE.
            WRITE REGISTER-RECORD FROM TOTAL-LINE.
            CLOSE Product-Master.
            CLOSE Branch-Master.
            CLOSE Region-Master.
            CLOSE Budget-File.
            IF BALANCES-OPEN
                CLOSE Balance-Master
            END-IF.
            IF WEEK-HISTORY-OPEN
                CLOSE Weekly-History
            END-IF.
            IF ONHAND-OPEN
                CLOSE On-Hand-Snapshot
            END-IF.
            CLOSE Maintenance-File.
            CLOSE Change-Register.
            IF WS-REJECTED-COUNT > ZERO
