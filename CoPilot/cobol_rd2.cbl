            SELECT Weekly-Report ASSIGN TO 'WEEKRPT'
            ORGANIZATION IS LINE SEQUENTIAL.

      * Rolling weekly history, keyed on branch + product + week
      * and updated in place the way the daily run updates its
      * balance master: each group's prior weeks are read by key for
      * its trend line, this week's total is added (or replaces a
      * rerun of the same week) and the weeks past the newest four
      * are deleted. Created empty on the first run ever.
            SELECT Weekly-History ASSIGN TO 'WEEKHIST'
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS WH-KEY
            FILE STATUS IS WS-HIST-FILE-STATUS.

      * Branch and region masters, read only for the region rollup -
      * the weekly consolidation itself keys on the feed records.
      * The branch master is read by key for each group's region.
      * Either file missing just leaves the rollup coded without
      * names.
            SELECT Branch-Master ASSIGN TO 'BRANMSTR'
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS BM-BRANCH-CODE
            FILE STATUS IS WS-BM-FILE-STATUS.

            SELECT Region-Master ASSIGN TO 'REGNMSTR'
            ORGANIZATION IS INDEXED
            ACCESS MODE IS SEQUENTIAL
            RECORD KEY IS RM-REGION-CODE
            FILE STATUS IS WS-RM-FILE-STATUS.

            SELECT Sort-Work-File ASSIGN TO 'SRTWORK'.

      * One record per daily feed record, tagged with its day,
      * written as the feeds are read (WEEKWORK) and sorted into
      * branch/product order for the report (WEEKSRTD). Scratch
      * files, rebuilt by every run.
            SELECT Week-Work ASSIGN TO 'WEEKWORK'
            ORGANIZATION IS LINE SEQUENTIAL.

            SELECT Week-Sorted ASSIGN TO 'WEEKSRTD'
            ORGANIZATION IS LINE SEQUENTIAL.

      * Cycle-control file - the suite's shared business date, owned
      * by the daily run and advanced by RD7CYCLE. Read here so the
      * weekly history stamps and headings agree with the rest of
      * with the run date of the week that produced it.
       FD Weekly-History.
            01 WEEKLY-HISTORY-RECORD.
                05 WH-KEY.
                    10 WH-BRANCH-CODE   PIC 9(3).
                    10 WH-PRODUCT-CODE  PIC 9(2).
                    10 WH-WEEK-DATE     PIC 9(8).
                05 WH-WEEK-QTY      PIC S9(9)
                       SIGN IS LEADING SEPARATE.

       FD Branch-Master.
            01 BRANCH-MASTER-RECORD.
                05 BM-BRANCH-CODE   PIC 9(3).
                05 RM-REGION-CODE   PIC 9(2).
                05 RM-REGION-NAME   PIC X(20).

       SD Sort-Work-File.
            01 SORT-WORK-RECORD.
                05 SW-BRANCH-CODE   PIC 9(3).
                05 SW-PRODUCT-CODE  PIC 9(2).
                05 FILLER           PIC X(09).

       FD Week-Work.
            01 WEEK-WORK-RECORD.
                05 WW-BRANCH-CODE   PIC 9(3).
                05 WW-PRODUCT-CODE  PIC 9(2).
                05 WW-DAY-NUMBER    PIC 9(1).
                05 WW-QTY           PIC S9(7)
                       SIGN IS LEADING SEPARATE.

       FD Week-Sorted.
            01 WEEK-SORTED-RECORD.
                05 WT-BRANCH-CODE   PIC 9(3).
                05 WT-PRODUCT-CODE  PIC 9(2).
                05 WT-DAY-NUMBER    PIC 9(1).
                05 WT-QTY           PIC S9(7)
                       SIGN IS LEADING SEPARATE.

       FD Cycle-Control.
            01 CYCLE-CONTROL-RECORD.
                05 CC-BUSINESS-DATE        PIC 9(8).
            77 WS-INV-EOF-SW      PIC X(01).
                88 END-OF-DAILY-FEED        VALUE 'Y'.

      * The branch/product in hand on the sorted week file, with a
      * quantity bucket per day.
            01 WS-GROUP.
                05 WS-GRP-BRANCH-CODE  PIC 9(3).
                05 WS-GRP-PRODUCT-CODE PIC 9(2).
                05 WS-GRP-DAY-QTY      PIC S9(9) COMP
                       OCCURS 7 TIMES.
            77 WS-GROUP-SW        PIC X(01) VALUE 'N'.
                88 GROUP-IN-HAND            VALUE 'Y'.
            77 WS-WEEK-EOF-SW     PIC X(01).
                88 END-OF-WEEK-FILE         VALUE 'Y'.

            77 WS-WEEK-TOTAL-QTY  PIC S9(9) COMP VALUE ZERO.
            77 WS-COLUMN-SUB      PIC 9(1) COMP.

      * The group's prior weeks' totals read from WEEKHIST, newest
      * week first in the four slots. WS-WEEKS-ON-FILE counts the
      * group's weeks other than this run's, so the roll-forward
      * knows how many fall off.
            01 GROUP-HISTORY.
                05 GH-WEEK-COUNT    PIC 9(1).
                05 GH-WEEK-SLOT OCCURS 4 TIMES.
                    10 GH-WEEK-DATE PIC 9(8).
                    10 GH-WEEK-QTY  PIC S9(9) COMP.
            77 WS-WEEKS-ON-FILE   PIC 9(4) COMP.
            77 WS-DELETE-COUNT    PIC 9(4) COMP.
            77 WS-HIST-EOF-SW     PIC X(01).
                88 END-OF-GROUP-HISTORY     VALUE 'Y'.

      * Movement threshold: a group whose week total moved more than
      * this percentage against its prior week is flagged a mover.
            77 WS-AVG-SUM         PIC S9(10) COMP.
            77 WS-AVG-QTY         PIC S9(9) COMP.
            77 WS-MOVER-COUNT     PIC 9(5) COMP VALUE ZERO.

      * Per-day and whole-week grand totals across all groups.
            01 WS-GRAND-TOTALS.
                       OCCURS 7 TIMES VALUE ZERO.
            77 WS-GRAND-WEEK-QTY  PIC S9(9) COMP VALUE ZERO.

      * The branch master is read by key for each group's region.
            77 WS-BM-OPEN-SW      PIC X(01) VALUE 'N'.
                88 BRANCH-MASTER-OPEN       VALUE 'Y'.

      * Region totals - a day bucket per column plus the week, the
      * same shape as the grand totals. Entries preload from the
      * rollup. Subscripted, not indexed - the current group's entry
      * is held as a subscript across paragraphs.
            01 RGN-TABLE.
                05 RGN-ENTRY OCCURS 1 TO 100 TIMES
                       DEPENDING ON WS-RGN-COUNT.
                    10 RN-REGION-CODE   PIC 9(2).
                    10 RN-REGION-NAME   PIC X(20).
            PERFORM 2000-LOAD-ONE-DAY THRU 2000-EXIT
                VARYING WS-DAY-NUMBER FROM 1 BY 1
                UNTIL WS-DAY-NUMBER > WS-DAY-COUNT.
            PERFORM 2900-SORT-WEEK-WORK THRU 2900-EXIT.
            PERFORM 3000-PRINT-WEEKLY-REPORT THRU 3000-EXIT.
            PERFORM 9999-TERMINATE THRU 9999-EXIT.

      ******************************************************************
      * 1000-INITIALIZE - capture run date/time, pick up the daily
      * feed file names from the run parameters (arguments 1 through
      * 7), open the weekly history, the masters, the week work file
      * and the report. No parameters at all means the standard five
      * weekday feeds.
      ******************************************************************
       1000-INITIALIZE.
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
                MOVE "INVDAY5" TO WS-DAY-FILE-NAME(5)
            END-IF.
            PERFORM 1200-BUILD-DAY-HEADINGS THRU 1200-EXIT.
            PERFORM 1300-OPEN-WEEK-HISTORY THRU 1300-EXIT.
            PERFORM 1400-LOAD-REGION-MASTER THRU 1400-EXIT.
            PERFORM 1500-OPEN-BRANCH-MASTER THRU 1500-EXIT.
            OPEN OUTPUT Week-Work.
            OPEN OUTPUT Weekly-Report.
       1000-EXIT.
            EXIT.
            EXIT.

      ******************************************************************
      * 1300-OPEN-WEEK-HISTORY - the weekly history is updated in
      * place. A missing file is simply the first run ever and is
      * created empty; one that still cannot be opened stops the run
      * rather than lose a week.
      ******************************************************************
       1300-OPEN-WEEK-HISTORY.
            OPEN I-O Weekly-History.
            IF WS-HIST-FILE-STATUS NOT = "00"
                OPEN OUTPUT Weekly-History
                CLOSE Weekly-History
                OPEN I-O Weekly-History
            END-IF.
            IF WS-HIST-FILE-STATUS NOT = "00"
                DISPLAY "RD2-WEEK CANNOT OPEN WEEKLY HISTORY - "
                        "FILE STATUS " WS-HIST-FILE-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
       1300-EXIT.
            EXIT.

      ******************************************************************
      * 1360-INSERT-HISTORY-WEEK - slot WH-WEEK-DATE/WH-WEEK-QTY into
      * the group's history, keeping the four slots in newest-first
      * date order. An equal date replaces its slot (a rerun of
      * the same week supersedes, never doubles); a week older than
      * all four on file is dropped.
      ******************************************************************
       1360-INSERT-HISTORY-WEEK.
            MOVE 1 TO WS-INS-SUB.
            PERFORM 1370-FIND-INSERT-SLOT THRU 1370-EXIT
                UNTIL WS-INS-SUB > GH-WEEK-COUNT
                   OR WS-INS-SUB > 4
                   OR WH-WEEK-DATE >=
                      GH-WEEK-DATE(WS-INS-SUB).
            IF WS-INS-SUB > 4
                GO TO 1360-EXIT
            END-IF.
            IF WS-INS-SUB <= GH-WEEK-COUNT AND
               WH-WEEK-DATE = GH-WEEK-DATE(WS-INS-SUB)
                MOVE WH-WEEK-QTY TO GH-WEEK-QTY(WS-INS-SUB)
                GO TO 1360-EXIT
            END-IF.
            MOVE 3 TO WS-SHIFT-SUB.
            PERFORM 1380-SHIFT-ONE-SLOT THRU 1380-EXIT
                UNTIL WS-SHIFT-SUB < WS-INS-SUB.
            MOVE WH-WEEK-DATE TO GH-WEEK-DATE(WS-INS-SUB).
            MOVE WH-WEEK-QTY  TO GH-WEEK-QTY(WS-INS-SUB).
            IF GH-WEEK-COUNT < 4
                ADD 1 TO GH-WEEK-COUNT
            END-IF.
       1360-EXIT.
            EXIT.
            EXIT.

       1380-SHIFT-ONE-SLOT.
            IF WS-SHIFT-SUB <= GH-WEEK-COUNT
                MOVE GH-WEEK-DATE(WS-SHIFT-SUB) TO
                     GH-WEEK-DATE(WS-SHIFT-SUB + 1)
                MOVE GH-WEEK-QTY(WS-SHIFT-SUB) TO
                     GH-WEEK-QTY(WS-SHIFT-SUB + 1)
            END-IF.
            SUBTRACT 1 FROM WS-SHIFT-SUB.
       1380-EXIT.
                    AT END
                        SET END-OF-DAILY-FEED TO TRUE
                    NOT AT END
                        IF WS-RGN-COUNT >= 100
                            DISPLAY "RD2-WEEK REGION MASTER EXCEEDS "
                                    "THE 100-ENTRY TABLE LIMIT - "
                                    "INCREASE THE OCCURS AND RECOMPILE"
                            MOVE 16 TO RETURN-CODE
                            STOP RUN
       1460-EXIT.
            EXIT.

       1500-OPEN-BRANCH-MASTER.
            OPEN INPUT Branch-Master.
            IF WS-BM-FILE-STATUS = "00"
                SET BRANCH-MASTER-OPEN TO TRUE
            END-IF.
       1500-EXIT.
            EXIT.

      ******************************************************************
      * 2000-LOAD-ONE-DAY - read one daily inventory feed and write
      * its net quantities to the week work file, tagged with the
      * day they belong to. A feed
      * that cannot be opened (a branch holiday, a failed daily run)
      * is reported and skipped - its column simply stays zero - so
      * one missing day does not lose the week.
       2000-EXIT.
            EXIT.

       2100-POST-ONE-RECORD.
            MOVE DI-BRANCH-CODE    TO WW-BRANCH-CODE.
            MOVE DI-PRODUCT-CODE   TO WW-PRODUCT-CODE.
            MOVE WS-DAY-NUMBER     TO WW-DAY-NUMBER.
            MOVE DI-TOTAL-QUANTITY TO WW-QTY.
            WRITE WEEK-WORK-RECORD.
       2100-EXIT.
            EXIT.

       2900-SORT-WEEK-WORK.
            CLOSE Week-Work.
            SORT Sort-Work-File
                ON ASCENDING KEY SW-BRANCH-CODE
                                 SW-PRODUCT-CODE
                USING Week-Work
                GIVING Week-Sorted.
       2900-EXIT.
            EXIT.

      ******************************************************************
      * 3000-PRINT-WEEKLY-REPORT - read the week's records in branch/
      * product order, gathering each group's days into its day
      * buckets, and print one line per group with a column per day
      * plus the week total, then the per-day grand totals across
      * all groups.
      ******************************************************************
       3000-PRINT-WEEKLY-REPORT.
            OPEN INPUT Week-Sorted.
            MOVE 'N' TO WS-WEEK-EOF-SW.
            PERFORM UNTIL END-OF-WEEK-FILE
                READ Week-Sorted
                    AT END
                        SET END-OF-WEEK-FILE TO TRUE
                    NOT AT END
                        PERFORM 3050-TAKE-ONE-RECORD THRU 3050-EXIT
                END-READ
            END-PERFORM.
            CLOSE Week-Sorted.
            IF GROUP-IN-HAND
                PERFORM 3100-PRINT-ONE-GROUP THRU 3100-EXIT
            END-IF.
            PERFORM 3300-PRINT-GRAND-TOTALS THRU 3300-EXIT.
            PERFORM 3400-PRINT-REGION-TOTALS THRU 3400-EXIT.
       3000-EXIT.
            EXIT.

       3050-TAKE-ONE-RECORD.
            IF GROUP-IN-HAND AND
               (WT-BRANCH-CODE NOT = WS-GRP-BRANCH-CODE OR
                WT-PRODUCT-CODE NOT = WS-GRP-PRODUCT-CODE)
                PERFORM 3100-PRINT-ONE-GROUP THRU 3100-EXIT
                MOVE 'N' TO WS-GROUP-SW
            END-IF.
            IF NOT GROUP-IN-HAND
                SET GROUP-IN-HAND TO TRUE
                MOVE WT-BRANCH-CODE  TO WS-GRP-BRANCH-CODE
                MOVE WT-PRODUCT-CODE TO WS-GRP-PRODUCT-CODE
                PERFORM 3060-ZERO-ONE-BUCKET THRU 3060-EXIT
                    VARYING WS-COLUMN-SUB FROM 1 BY 1
                    UNTIL WS-COLUMN-SUB > 7
            END-IF.
            ADD WT-QTY TO WS-GRP-DAY-QTY(WT-DAY-NUMBER).
       3050-EXIT.
            EXIT.

       3060-ZERO-ONE-BUCKET.
            MOVE ZERO TO WS-GRP-DAY-QTY(WS-COLUMN-SUB).
       3060-EXIT.
            EXIT.

       3100-PRINT-ONE-GROUP.
            MOVE WS-GRP-BRANCH-CODE  TO DL-BRANCH-CODE.
            MOVE WS-GRP-PRODUCT-CODE TO DL-PRODUCT-CODE.
            PERFORM 3120-RESOLVE-GROUP-REGION THRU 3120-EXIT.
            MOVE ZERO TO WS-WEEK-TOTAL-QTY.
            PERFORM 3200-FILL-ONE-DAY-COLUMN THRU 3200-EXIT
                ADD WS-WEEK-TOTAL-QTY TO RN-WEEK-QTY(WS-CUR-RGN-SUB)
            END-IF.
            PERFORM 5000-WRITE-DETAIL-WITH-HEADING THRU 5000-EXIT.
            PERFORM 3140-READ-GROUP-HISTORY THRU 3140-EXIT.
            PERFORM 3150-PRINT-TREND-LINE THRU 3150-EXIT.
            PERFORM 4000-ROLL-GROUP-HISTORY THRU 4000-EXIT.
       3100-EXIT.
            EXIT.

      ******************************************************************
      * 3140-READ-GROUP-HISTORY - read the group's weeks from the
      * weekly history by key, oldest first, into the four slots.
      ******************************************************************
       3140-READ-GROUP-HISTORY.
            MOVE ZERO TO GH-WEEK-COUNT.
            MOVE ZERO TO WS-WEEKS-ON-FILE.
            PERFORM 3145-START-GROUP-HISTORY THRU 3145-EXIT.
            PERFORM UNTIL END-OF-GROUP-HISTORY
                READ Weekly-History NEXT RECORD
                    AT END
                        SET END-OF-GROUP-HISTORY TO TRUE
                    NOT AT END
                        IF WH-BRANCH-CODE NOT = WS-GRP-BRANCH-CODE OR
                           WH-PRODUCT-CODE NOT = WS-GRP-PRODUCT-CODE
                            SET END-OF-GROUP-HISTORY TO TRUE
                        ELSE
                            IF WH-WEEK-DATE NOT = WS-RUN-DATE
                                ADD 1 TO WS-WEEKS-ON-FILE
                            END-IF
                            PERFORM 1360-INSERT-HISTORY-WEEK THRU
                                    1360-EXIT
                        END-IF
                END-READ
            END-PERFORM.
       3140-EXIT.
            EXIT.

       3145-START-GROUP-HISTORY.
            MOVE 'N' TO WS-HIST-EOF-SW.
            MOVE WS-GRP-BRANCH-CODE  TO WH-BRANCH-CODE.
            MOVE WS-GRP-PRODUCT-CODE TO WH-PRODUCT-CODE.
            MOVE ZERO                TO WH-WEEK-DATE.
            START Weekly-History KEY IS NOT LESS THAN WH-KEY
                INVALID KEY
                    SET END-OF-GROUP-HISTORY TO TRUE
            END-START.
       3145-EXIT.
            EXIT.

      ******************************************************************
      * 3150-PRINT-TREND-LINE - under each group's detail line, the
      * prior week's total, the change against it (and as a percent),
      * with its comparison line.
      ******************************************************************
       3150-PRINT-TREND-LINE.
            MOVE 1 TO WS-START-SLOT.
            IF GH-WEEK-COUNT > ZERO AND
               GH-WEEK-DATE(1) = WS-RUN-DATE
                MOVE 2 TO WS-START-SLOT
            END-IF.
            IF GH-WEEK-COUNT < WS-START-SLOT
                WRITE WEEKLY-REPORT-RECORD FROM NO-HISTORY-LINE
                ADD 1 TO WS-LINE-COUNT
                GO TO 3150-EXIT
            END-IF.
            MOVE GH-WEEK-QTY(WS-START-SLOT) TO WS-PRIOR-QTY.
            COMPUTE WS-CHANGE-QTY =
                WS-WEEK-TOTAL-QTY - WS-PRIOR-QTY.
            MOVE ZERO TO WS-AVG-SUM.
            MOVE ZERO TO WS-AVG-WEEKS.
            PERFORM 3160-SUM-ONE-HISTORY-WEEK THRU 3160-EXIT
                VARYING WS-SLOT-SUB FROM WS-START-SLOT BY 1
                UNTIL WS-SLOT-SUB > GH-WEEK-COUNT.
            COMPUTE WS-AVG-QTY = WS-AVG-SUM / WS-AVG-WEEKS.
            MOVE WS-PRIOR-QTY  TO TR-PRIOR-QTY.
            MOVE WS-CHANGE-QTY TO TR-CHANGE-QTY.
            EXIT.

       3160-SUM-ONE-HISTORY-WEEK.
            ADD GH-WEEK-QTY(WS-SLOT-SUB) TO WS-AVG-SUM.
            ADD 1 TO WS-AVG-WEEKS.
       3160-EXIT.
            EXIT.
            IF WS-COLUMN-SUB > WS-DAY-COUNT
                MOVE SPACES TO DL-DAY-COLUMN(WS-COLUMN-SUB)
            ELSE
                MOVE WS-GRP-DAY-QTY(WS-COLUMN-SUB) TO
                     DL-DAY-QTY(WS-COLUMN-SUB)
                ADD WS-GRP-DAY-QTY(WS-COLUMN-SUB) TO
                    WS-WEEK-TOTAL-QTY
                ADD WS-GRP-DAY-QTY(WS-COLUMN-SUB) TO
                    WS-GRAND-DAY-QTY(WS-COLUMN-SUB)
                IF WS-CUR-RGN-SUB > ZERO
                    ADD WS-GRP-DAY-QTY(WS-COLUMN-SUB) TO
                        RN-DAY-QTY(WS-CUR-RGN-SUB, WS-COLUMN-SUB)
                END-IF
            END-IF.
      ******************************************************************
       3120-RESOLVE-GROUP-REGION.
            MOVE ZERO TO WS-GROUP-REGION.
            IF BRANCH-MASTER-OPEN
                MOVE WS-GRP-BRANCH-CODE TO BM-BRANCH-CODE
                READ Branch-Master
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        IF BM-REGION-CODE IS NUMERIC
                            MOVE BM-REGION-CODE TO WS-GROUP-REGION
                        END-IF
                END-READ
            END-IF.
            MOVE ZERO TO WS-CUR-RGN-SUB.
            MOVE 1 TO WS-RGN-SUB.
                UNTIL WS-RGN-SUB > WS-RGN-COUNT
                   OR WS-CUR-RGN-SUB > ZERO.
            IF WS-CUR-RGN-SUB = ZERO
                IF WS-RGN-COUNT >= 100
                    GO TO 3120-EXIT
                END-IF
                ADD 1 TO WS-RGN-COUNT
            EXIT.

      ******************************************************************
      * 4000-ROLL-GROUP-HISTORY - roll the group's history forward:
      * this week's total, stamped with the run date, is added (a
      * rerun of the same week replaces it), and the group's oldest
      * weeks are deleted until three prior weeks remain. A group
      * quiet this week keeps its weeks untouched. Four weeks is the
      * window the trend lines read.
      ******************************************************************
       4000-ROLL-GROUP-HISTORY.
            MOVE WS-GRP-BRANCH-CODE  TO WH-BRANCH-CODE.
            MOVE WS-GRP-PRODUCT-CODE TO WH-PRODUCT-CODE.
            MOVE WS-RUN-DATE         TO WH-WEEK-DATE.
            MOVE WS-WEEK-TOTAL-QTY   TO WH-WEEK-QTY.
            WRITE WEEKLY-HISTORY-RECORD
                INVALID KEY
                    REWRITE WEEKLY-HISTORY-RECORD
                        INVALID KEY
                            CONTINUE
                    END-REWRITE
            END-WRITE.
            IF WS-WEEKS-ON-FILE NOT > 3
                GO TO 4000-EXIT
            END-IF.
            COMPUTE WS-DELETE-COUNT = WS-WEEKS-ON-FILE - 3.
            PERFORM 3145-START-GROUP-HISTORY THRU 3145-EXIT.
            PERFORM UNTIL END-OF-GROUP-HISTORY
                READ Weekly-History NEXT RECORD
                    AT END
                        SET END-OF-GROUP-HISTORY TO TRUE
                    NOT AT END
                        PERFORM 4100-DROP-ONE-OLD-WEEK THRU 4100-EXIT
                END-READ
            END-PERFORM.
       4000-EXIT.
            EXIT.

      * Weeks arrive oldest first, so the first ones read are the
      * ones that fall off; this run's own week is never one of them.
       4100-DROP-ONE-OLD-WEEK.
            IF WS-DELETE-COUNT = ZERO OR
               WH-BRANCH-CODE NOT = WS-GRP-BRANCH-CODE OR
               WH-PRODUCT-CODE NOT = WS-GRP-PRODUCT-CODE
                SET END-OF-GROUP-HISTORY TO TRUE
                GO TO 4100-EXIT
            END-IF.
            IF WH-WEEK-DATE NOT = WS-RUN-DATE
                DELETE Weekly-History RECORD
                    INVALID KEY
                        CONTINUE
                END-DELETE
                SUBTRACT 1 FROM WS-DELETE-COUNT
            END-IF.
       4100-EXIT.
            EXIT.

       9999-TERMINATE.
            CLOSE Weekly-History.
            IF BRANCH-MASTER-OPEN
                CLOSE Branch-Master
            END-IF.
            CLOSE Weekly-Report.
            STOP RUN.
       9999-EXIT.
