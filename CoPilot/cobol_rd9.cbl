      ******************************************************************
      * Author:
      * Date:
      * Purpose:    Pair inter-branch transfers out with transfers in
      *             by docket reference, carry the unmatched ones on
      *             the in-transit file with their age, and flag every
      *             pair whose received quantity differs from what was
      *             sent, so shrinkage between branches shows up.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RD9XFER.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Today's transfers, written by the daily summarization's FULL
      * run from the records it posted - both the senders' transfers
      * out and the receivers' transfers in, in the transaction
      * layout. Missing means no transfers were posted.
            SELECT Transfer-File ASSIGN TO 'XFRFILE'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-XFR-FILE-STATUS.

      * In-transit file, old and new generations - one record per
      * docket line with one side still unmatched. This program
      * reads the old generation, matches today's transfers against
      * it, and writes what is still open to INTRANSN, which
      * operations copies over INTRANS once the run is accepted -
      * the same old/new pattern as the outstanding-reject file.
      * The lines the run closed go to INTRANSN as well, marked
      * closed, so the back-out run can reopen them; the next run
      * drops them. Missing on the first run ever.
            SELECT In-Transit ASSIGN TO 'INTRANS'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-ITR-FILE-STATUS.

            SELECT In-Transit-New ASSIGN TO 'INTRANSN'
            ORGANIZATION IS LINE SEQUENTIAL.

            SELECT Match-Report ASSIGN TO 'XFRRPT'
            ORGANIZATION IS LINE SEQUENTIAL.

            SELECT Sort-Work-File ASSIGN TO 'SRTWORK'.

      * Every open in-transit line and every one of today's transfers
      * as a record of its own (XFRWORK), sorted on the docket key
      * (XFRSRTD) so the two sides of a transfer sit together and
      * settle in one control break. Scratch files, rebuilt by every
      * run.
            SELECT Transfer-Work ASSIGN TO 'XFRWORK'
            ORGANIZATION IS LINE SEQUENTIAL.

            SELECT Transfer-Sorted ASSIGN TO 'XFRSRTD'
            ORGANIZATION IS LINE SEQUENTIAL.

      * Cycle-control file - the suite's shared business date, so
      * transfer ages count to the business day the suite agrees on.
      * Missing file falls back to the wall clock.
            SELECT Cycle-Control ASSIGN TO 'CYCLCTL'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-CYC-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
      * Transaction layout - XF-XFER-BRANCH is the receiving branch
      * on a transfer out ('O') and the sending branch on a transfer
      * in ('I').
       FD Transfer-File.
            01 TRANSFER-RECORD.
                05 XF-BRANCH-CODE  PIC 9(3).
                05 XF-PRODUCT-CODE PIC 9(2).
                05 XF-QUANTITY     PIC 9(2).
                05 XF-TRAN-TYPE    PIC X(1).
                    88 XF-IS-TRANSFER-OUT       VALUE 'O'.
                    88 XF-IS-TRANSFER-IN        VALUE 'I'.
                05 XF-TRAN-DATE    PIC 9(8).
                05 XF-DOC-REF      PIC X(10).
                05 XF-XFER-BRANCH  PIC 9(3).

      * A zero date means that side has not arrived yet. Each line
      * also carries the business date of the run that opened it,
      * the business date of the run that last changed it, and its
      * quantities and dates as they stood before that change - what
      * the back-out run puts back when it backs that date out. A
      * line written before these were kept reads them as spaces,
      * and is taken as open and unchanged.
       FD In-Transit.
            01 IN-TRANSIT-RECORD.
                05 IT-SEND-BRANCH   PIC 9(3).
                05 IT-RECV-BRANCH   PIC 9(3).
                05 IT-DOC-REF       PIC X(10).
                05 IT-PRODUCT-CODE  PIC 9(2).
                05 IT-OUT-QTY       PIC 9(5).
                05 IT-OUT-DATE      PIC 9(8).
                05 IT-IN-QTY        PIC 9(5).
                05 IT-IN-DATE       PIC 9(8).
                05 IT-LINE-STATUS   PIC X(1).
                    88 IT-LINE-CLOSED           VALUE 'C'.
                05 IT-OPENED-DATE   PIC 9(8).
                05 IT-CHANGED-DATE  PIC 9(8).
                05 IT-PRIOR-OUT-QTY  PIC 9(5).
                05 IT-PRIOR-OUT-DATE PIC 9(8).
                05 IT-PRIOR-IN-QTY   PIC 9(5).
                05 IT-PRIOR-IN-DATE  PIC 9(8).

       FD In-Transit-New.
            01 IN-TRANSIT-NEW-RECORD.
                05 NT-SEND-BRANCH   PIC 9(3).
                05 NT-RECV-BRANCH   PIC 9(3).
                05 NT-DOC-REF       PIC X(10).
                05 NT-PRODUCT-CODE  PIC 9(2).
                05 NT-OUT-QTY       PIC 9(5).
                05 NT-OUT-DATE      PIC 9(8).
                05 NT-IN-QTY        PIC 9(5).
                05 NT-IN-DATE       PIC 9(8).
                05 NT-LINE-STATUS   PIC X(1).
                05 NT-OPENED-DATE   PIC 9(8).
                05 NT-CHANGED-DATE  PIC 9(8).
                05 NT-PRIOR-OUT-QTY  PIC 9(5).
                05 NT-PRIOR-OUT-DATE PIC 9(8).
                05 NT-PRIOR-IN-QTY   PIC 9(5).
                05 NT-PRIOR-IN-DATE  PIC 9(8).

       SD Sort-Work-File.
            01 SORT-WORK-RECORD.
                05 SW-SEND-BRANCH   PIC 9(3).
                05 SW-RECV-BRANCH   PIC 9(3).
                05 SW-DOC-REF       PIC X(10).
                05 SW-PRODUCT-CODE  PIC 9(2).
                05 FILLER           PIC X(70).

      * An in-transit line as carried, or one of today's transfers
      * laid out the same way, tagged with where it came from.
       FD Transfer-Work.
            01 TRANSFER-WORK-RECORD.
                05 TW-LINE.
                    10 TW-SEND-BRANCH    PIC 9(3).
                    10 TW-RECV-BRANCH    PIC 9(3).
                    10 TW-DOC-REF        PIC X(10).
                    10 TW-PRODUCT-CODE   PIC 9(2).
                    10 TW-OUT-QTY        PIC 9(5).
                    10 TW-OUT-DATE       PIC 9(8).
                    10 TW-IN-QTY         PIC 9(5).
                    10 TW-IN-DATE        PIC 9(8).
                    10 TW-LINE-STATUS    PIC X(1).
                    10 TW-OPENED-DATE    PIC 9(8).
                    10 TW-CHANGED-DATE   PIC 9(8).
                    10 TW-PRIOR-OUT-QTY  PIC 9(5).
                    10 TW-PRIOR-OUT-DATE PIC 9(8).
                    10 TW-PRIOR-IN-QTY   PIC 9(5).
                    10 TW-PRIOR-IN-DATE  PIC 9(8).
                05 TW-SOURCE        PIC X(1).

       FD Transfer-Sorted.
            01 TRANSFER-SORTED-RECORD.
                05 TS-KEY.
                    10 TS-SEND-BRANCH    PIC 9(3).
                    10 TS-RECV-BRANCH    PIC 9(3).
                    10 TS-DOC-REF        PIC X(10).
                    10 TS-PRODUCT-CODE   PIC 9(2).
                05 TS-OUT-QTY        PIC 9(5).
                05 TS-OUT-DATE       PIC 9(8).
                05 TS-IN-QTY         PIC 9(5).
                05 TS-IN-DATE        PIC 9(8).
                05 TS-LINE-STATUS    PIC X(1).
                05 TS-OPENED-DATE    PIC 9(8).
                05 TS-CHANGED-DATE   PIC 9(8).
                05 TS-PRIOR-OUT-QTY  PIC 9(5).
                05 TS-PRIOR-OUT-DATE PIC 9(8).
                05 TS-PRIOR-IN-QTY   PIC 9(5).
                05 TS-PRIOR-IN-DATE  PIC 9(8).
                05 TS-SOURCE         PIC X(1).
                    88 TS-FROM-IN-TRANSIT       VALUE 'I'.
                    88 TS-FROM-TODAY            VALUE 'T'.

       FD Match-Report.
            01 MATCH-REPORT-RECORD PIC X(132).

       FD Cycle-Control.
            01 CYCLE-CONTROL-RECORD.
                05 CC-BUSINESS-DATE        PIC 9(8).
                05 CC-STATUS               PIC X(8).

       WORKING-STORAGE SECTION.
            77 WS-XFR-FILE-STATUS    PIC X(2).
            77 WS-ITR-FILE-STATUS    PIC X(2).
            77 WS-CYC-FILE-STATUS    PIC X(2).
            77 WS-CYC-EOF-SW         PIC X(01).
                88 END-OF-CYCLE-FILE        VALUE 'Y'.
            01 WS-CYCLE-CONTROL.
                05 WS-CC-BUSINESS-DATE PIC 9(8).
                05 WS-CC-STATUS        PIC X(8).
            01 WS-CYCLE-CONTROL-X REDEFINES WS-CYCLE-CONTROL.
                05 WS-CC-BUSINESS-DATE-X PIC X(8).
                05 FILLER                PIC X(8).

            77 WS-EOF-SW          PIC X(01).
                88 END-OF-FILE-IN-HAND      VALUE 'Y'.
            77 WS-FIRST-GROUP-SW  PIC X(01) VALUE 'Y'.
                88 FIRST-GROUP              VALUE 'Y'.

            77 WS-TRANSFER-COUNT  PIC 9(7) COMP VALUE ZERO.

      * The docket line in hand while the control break gathers its
      * entries together.
            01 WS-GROUP.
                05 WS-GROUP-KEY.
                    10 WS-GR-SEND-BRANCH  PIC 9(3).
                    10 WS-GR-RECV-BRANCH  PIC 9(3).
                    10 WS-GR-DOC-REF      PIC X(10).
                    10 WS-GR-PRODUCT-CODE PIC 9(2).
                05 WS-GR-OUT-QTY      PIC 9(5) COMP.
                05 WS-GR-OUT-DATE     PIC 9(8).
                05 WS-GR-IN-QTY       PIC 9(5) COMP.
                05 WS-GR-IN-DATE      PIC 9(8).
                05 WS-GR-OPENED-DATE  PIC 9(8).
                05 WS-GR-CHANGED-DATE PIC 9(8).
                05 WS-GR-PRIOR-OUT-QTY  PIC 9(5).
                05 WS-GR-PRIOR-OUT-DATE PIC 9(8).
                05 WS-GR-PRIOR-IN-QTY   PIC 9(5).
                05 WS-GR-PRIOR-IN-DATE  PIC 9(8).
      * The line as it was carried in, before today's transfers -
      * the before-image if today's transfers change it.
                05 WS-GR-CARRIED-OUT-QTY  PIC 9(5).
                05 WS-GR-CARRIED-OUT-DATE PIC 9(8).
                05 WS-GR-CARRIED-IN-QTY   PIC 9(5).
                05 WS-GR-CARRIED-IN-DATE  PIC 9(8).
            77 WS-GR-CARRIED-SW   PIC X(01).
                88 GROUP-WAS-CARRIED        VALUE 'Y'.
            77 WS-GR-TODAY-SW     PIC X(01).
                88 GROUP-CHANGED-TODAY      VALUE 'Y'.
            77 WS-DIFFERENCE-QTY  PIC S9(7) COMP.

      * Aging controls. The threshold is run argument 1 (days); a
      * transfer with one side still missing after this long is
      * flagged OVERDUE for loss prevention to chase.
            77 WS-AGE-LIMIT-DAYS  PIC 9(3) VALUE 5.
            77 WS-AGE-LIMIT-X     PIC X(3).
            77 WS-AGE-LIMIT-WORK  PIC 9(3) COMP.
            77 WS-ARG-SUB         PIC 9(1) COMP.
            77 WS-ARG-OK-SW       PIC X(01).
                88 AGE-ARGUMENT-IS-GOOD     VALUE 'Y'.
            01 WS-ARG-DIGIT-X     PIC X(1).
            01 WS-ARG-DIGIT REDEFINES WS-ARG-DIGIT-X PIC 9(1).
            77 WS-AGE-DAYS        PIC S9(7) COMP.
            77 WS-TODAY-SERIAL    PIC 9(7) COMP.

      * Work fields for the date-to-day-serial conversion.
            01 WS-DATE-CONV.
                05 WS-DC-YEAR   PIC 9(4).
                05 WS-DC-MONTH  PIC 9(2).
                05 WS-DC-DAY    PIC 9(2).
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

      * Run counts for the report trailer.
            77 WS-CARRIED-IN-COUNT  PIC 9(5) COMP VALUE ZERO.
            77 WS-TODAY-COUNT       PIC 9(5) COMP VALUE ZERO.
            77 WS-MATCHED-COUNT     PIC 9(5) COMP VALUE ZERO.
            77 WS-MISMATCH-COUNT    PIC 9(5) COMP VALUE ZERO.
            77 WS-OPEN-COUNT        PIC 9(5) COMP VALUE ZERO.
            77 WS-OVERDUE-COUNT     PIC 9(5) COMP VALUE ZERO.
            77 WS-SHORTAGE-QTY      PIC S9(9) COMP VALUE ZERO.

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
            01 WS-EDIT-DATE         PIC 9999/99/99.

      * Report lines.
      * 132 bytes maximum, matching MATCH-REPORT-RECORD.
            01 HDG-LINE-1.
                05 FILLER           PIC X(10) VALUE "RD9-XFER".
                05 FILLER           PIC X(32) VALUE
                     "INTER-BRANCH TRANSFER MATCHING".
                05 FILLER           PIC X(10) VALUE "RUN DATE ".
                05 HL1-RUN-DATE     PIC 9999/99/99.
                05 FILLER           PIC X(08) VALUE "  TIME ".
                05 HL1-RUN-TIME     PIC 99B99B99.
                05 FILLER           PIC X(08) VALUE "  PAGE ".
                05 HL1-PAGE         PIC ZZZ9.

            01 HDG-LINE-2.
                05 FILLER           PIC X(06) VALUE "FROM".
                05 FILLER           PIC X(06) VALUE "TO".
                05 FILLER           PIC X(12) VALUE "DOC REF".
                05 FILLER           PIC X(09) VALUE "PRODUCT".
                05 FILLER           PIC X(12) VALUE "DISPATCHED".
                05 FILLER           PIC X(08) VALUE " OUT QTY".
                05 FILLER           PIC X(12) VALUE "  RECEIVED".
                05 FILLER           PIC X(09) VALUE "   IN QTY".
                05 FILLER           PIC X(09) VALUE "    DIFF".
                05 FILLER           PIC X(06) VALUE "  AGE".
                05 FILLER           PIC X(08) VALUE "  STATUS".

            01 DETAIL-LINE.
                05 DL-SEND-BRANCH   PIC ZZ9.
                05 FILLER           PIC X(03) VALUE SPACES.
                05 DL-RECV-BRANCH   PIC ZZ9.
                05 FILLER           PIC X(03) VALUE SPACES.
                05 DL-DOC-REF       PIC X(10).
                05 FILLER           PIC X(02) VALUE SPACES.
                05 DL-PRODUCT-CODE  PIC Z9.
                05 FILLER           PIC X(07) VALUE SPACES.
                05 DL-OUT-DATE      PIC X(10).
                05 FILLER           PIC X(02) VALUE SPACES.
                05 DL-OUT-QTY       PIC ZZ,ZZ9.
                05 FILLER           PIC X(04) VALUE SPACES.
                05 DL-IN-DATE       PIC X(10).
                05 FILLER           PIC X(02) VALUE SPACES.
                05 DL-IN-QTY        PIC ZZ,ZZ9.
                05 FILLER           PIC X(02) VALUE SPACES.
                05 DL-DIFFERENCE    PIC ZZ,ZZ9-.
                05 FILLER           PIC X(02) VALUE SPACES.
                05 DL-AGE-DAYS      PIC ZZZ9.
                05 FILLER           PIC X(02) VALUE SPACES.
                05 DL-STATUS        PIC X(32).

            01 TOTAL-LINE-1.
                05 FILLER           PIC X(20) VALUE
                     "IN-TRANSIT CARRIED ".
                05 TL-CARRIED-IN    PIC ZZZZ9.
                05 FILLER           PIC X(21) VALUE
                     "   TRANSFERS TODAY ".
                05 TL-TODAY         PIC ZZZZ9.
                05 FILLER           PIC X(12) VALUE "   MATCHED ".
                05 TL-MATCHED       PIC ZZZZ9.
                05 FILLER           PIC X(16) VALUE
                     "   QTY MISMATCH ".
                05 TL-MISMATCH      PIC ZZZZ9.

            01 TOTAL-LINE-2.
                05 FILLER           PIC X(20) VALUE
                     "STILL IN TRANSIT   ".
                05 TL-OPEN          PIC ZZZZ9.
                05 FILLER           PIC X(21) VALUE
                     "   OVERDUE         ".
                05 TL-OVERDUE       PIC ZZZZ9.
                05 FILLER           PIC X(28) VALUE
                     "   NET SHORT ON RECEIPT ".
                05 TL-SHORTAGE      PIC ZZZ,ZZZ,ZZ9-.

            01 BLANK-LINE           PIC X(01) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAINLINE.
            PERFORM 1000-INITIALIZE THRU 1000-EXIT.
            PERFORM 2000-PASS-IN-TRANSIT THRU 2000-EXIT.
            PERFORM 2100-PASS-TODAYS-TRANSFERS THRU 2100-EXIT.
            PERFORM 3000-MATCH-TRANSFERS THRU 3000-EXIT.
            PERFORM 9999-TERMINATE THRU 9999-EXIT.

      ******************************************************************
      * 1000-INITIALIZE - capture run date/time, pick up the aging
      * threshold (run argument 1, in days) and open the outputs and
      * the work file.
      ******************************************************************
       1000-INITIALIZE.
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
            ACCEPT WS-RUN-TIME FROM TIME.
            PERFORM 1020-READ-CYCLE-CONTROL THRU 1020-EXIT.
            DISPLAY 1 UPON ARGUMENT-NUMBER.
            MOVE SPACES TO WS-AGE-LIMIT-X.
            ACCEPT WS-AGE-LIMIT-X FROM ARGUMENT-VALUE
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            PERFORM 1050-PARSE-AGE-LIMIT THRU 1050-EXIT.
            MOVE WS-RUN-DATE TO WS-DATE-CONV.
            PERFORM 8100-DATE-TO-DAY-SERIAL THRU 8100-EXIT.
            MOVE WS-DAY-SERIAL TO WS-TODAY-SERIAL.
            OPEN OUTPUT In-Transit-New.
            OPEN OUTPUT Match-Report.
            OPEN OUTPUT Transfer-Work.
       1000-EXIT.
            EXIT.

      * The shared business date overrides the wall clock, the same
      * fallback behaviour as the daily run.
       1020-READ-CYCLE-CONTROL.
            OPEN INPUT Cycle-Control.
            IF WS-CYC-FILE-STATUS NOT = "00"
                DISPLAY "RD9-XFER NO CYCLE-CONTROL FILE - USING "
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
                DISPLAY "RD9-XFER CYCLE-CONTROL RECORD MISSING OR "
                        "GARBLED - USING WALL-CLOCK DATE " WS-RUN-DATE
                GO TO 1020-EXIT
            END-IF.
            MOVE WS-CC-BUSINESS-DATE TO WS-RUN-DATE.
       1020-EXIT.
            EXIT.

      ******************************************************************
      * 1050-PARSE-AGE-LIMIT - the threshold argument arrives left-
      * justified and space-padded, so it is parsed digit by digit
      * as the recycle run parses its own. Anything unparseable
      * leaves the default threshold in place.
      ******************************************************************
       1050-PARSE-AGE-LIMIT.
            IF WS-AGE-LIMIT-X = SPACES
                GO TO 1050-EXIT
            END-IF.
            MOVE ZERO TO WS-AGE-LIMIT-WORK.
            MOVE 'Y'  TO WS-ARG-OK-SW.
            PERFORM 1060-PARSE-ONE-DIGIT THRU 1060-EXIT
                VARYING WS-ARG-SUB FROM 1 BY 1
                UNTIL WS-ARG-SUB > 3.
            IF AGE-ARGUMENT-IS-GOOD
                MOVE WS-AGE-LIMIT-WORK TO WS-AGE-LIMIT-DAYS
            ELSE
                DISPLAY "RD9-XFER AGE THRESHOLD ARGUMENT NOT "
                        "NUMERIC - USING DEFAULT " WS-AGE-LIMIT-DAYS
            END-IF.
       1050-EXIT.
            EXIT.

       1060-PARSE-ONE-DIGIT.
            MOVE WS-AGE-LIMIT-X(WS-ARG-SUB:1) TO WS-ARG-DIGIT-X.
            IF WS-ARG-DIGIT-X = SPACE
                CONTINUE
            ELSE
                IF WS-ARG-DIGIT-X IS NUMERIC
                    COMPUTE WS-AGE-LIMIT-WORK =
                        (WS-AGE-LIMIT-WORK * 10) + WS-ARG-DIGIT
                ELSE
                    MOVE 'N' TO WS-ARG-OK-SW
                END-IF
            END-IF.
       1060-EXIT.
            EXIT.

      ******************************************************************
      * 2000-PASS-IN-TRANSIT - yesterday's open docket lines to the
      * work file, each with whichever side had already arrived. The
      * lines the last run closed have served their turn and are
      * dropped here.
      ******************************************************************
       2000-PASS-IN-TRANSIT.
            OPEN INPUT In-Transit.
            IF WS-ITR-FILE-STATUS NOT = "00"
                GO TO 2000-EXIT
            END-IF.
            MOVE 'N' TO WS-EOF-SW.
            PERFORM UNTIL END-OF-FILE-IN-HAND
                READ In-Transit
                    AT END
                        SET END-OF-FILE-IN-HAND TO TRUE
                    NOT AT END
                        PERFORM 2050-PASS-ONE-LINE THRU 2050-EXIT
                END-READ
            END-PERFORM.
            CLOSE In-Transit.
       2000-EXIT.
            EXIT.

       2050-PASS-ONE-LINE.
            IF IT-LINE-CLOSED
                GO TO 2050-EXIT
            END-IF.
            MOVE IN-TRANSIT-RECORD TO TW-LINE.
            MOVE 'O' TO TW-LINE-STATUS.
            IF IT-OPENED-DATE IS NOT NUMERIC
                MOVE ZERO TO TW-OPENED-DATE
                             TW-CHANGED-DATE
                             TW-PRIOR-OUT-QTY
                             TW-PRIOR-OUT-DATE
                             TW-PRIOR-IN-QTY
                             TW-PRIOR-IN-DATE
            END-IF.
            MOVE 'I' TO TW-SOURCE.
            WRITE TRANSFER-WORK-RECORD.
            ADD 1 TO WS-TRANSFER-COUNT.
            ADD 1 TO WS-CARRIED-IN-COUNT.
       2050-EXIT.
            EXIT.

      ******************************************************************
      * 2100-PASS-TODAYS-TRANSFERS - a transfer out is keyed by its
      * own branch as sender; a transfer in by its own branch as
      * receiver. Either way the record lands under the same sender/
      * receiver/docket/product key as its other side.
      ******************************************************************
       2100-PASS-TODAYS-TRANSFERS.
            OPEN INPUT Transfer-File.
            IF WS-XFR-FILE-STATUS NOT = "00"
                DISPLAY "RD9-XFER NO TRANSFER FILE - MATCHING THE "
                        "IN-TRANSIT FILE ALONE"
                GO TO 2100-EXIT
            END-IF.
            MOVE 'N' TO WS-EOF-SW.
            PERFORM UNTIL END-OF-FILE-IN-HAND
                READ Transfer-File
                    AT END
                        SET END-OF-FILE-IN-HAND TO TRUE
                    NOT AT END
                        PERFORM 2150-PASS-ONE-TRANSFER THRU 2150-EXIT
                END-READ
            END-PERFORM.
            CLOSE Transfer-File.
       2100-EXIT.
            EXIT.

       2150-PASS-ONE-TRANSFER.
            IF NOT XF-IS-TRANSFER-OUT AND NOT XF-IS-TRANSFER-IN
                GO TO 2150-EXIT
            END-IF.
            ADD 1 TO WS-TODAY-COUNT.
            MOVE SPACES TO TRANSFER-WORK-RECORD.
            MOVE XF-DOC-REF      TO TW-DOC-REF.
            MOVE XF-PRODUCT-CODE TO TW-PRODUCT-CODE.
            IF XF-IS-TRANSFER-OUT
                MOVE XF-BRANCH-CODE TO TW-SEND-BRANCH
                MOVE XF-XFER-BRANCH TO TW-RECV-BRANCH
                MOVE XF-QUANTITY    TO TW-OUT-QTY
                MOVE XF-TRAN-DATE   TO TW-OUT-DATE
                MOVE ZERO           TO TW-IN-QTY
                MOVE ZERO           TO TW-IN-DATE
            ELSE
                MOVE XF-XFER-BRANCH TO TW-SEND-BRANCH
                MOVE XF-BRANCH-CODE TO TW-RECV-BRANCH
                MOVE ZERO           TO TW-OUT-QTY
                MOVE ZERO           TO TW-OUT-DATE
                MOVE XF-QUANTITY    TO TW-IN-QTY
                MOVE XF-TRAN-DATE   TO TW-IN-DATE
            END-IF.
            MOVE 'T' TO TW-SOURCE.
            WRITE TRANSFER-WORK-RECORD.
            ADD 1 TO WS-TRANSFER-COUNT.
       2150-EXIT.
            EXIT.

      ******************************************************************
      * 3000-MATCH-TRANSFERS - sort the work file on the docket key,
      * then gather each key's records (a docket may carry the same
      * product on more than one line) and settle the docket line
      * when the key changes.
      ******************************************************************
       3000-MATCH-TRANSFERS.
            CLOSE Transfer-Work.
            IF WS-TRANSFER-COUNT = ZERO
                GO TO 3000-EXIT
            END-IF.
            SORT Sort-Work-File
                ON ASCENDING KEY SW-SEND-BRANCH
                                 SW-RECV-BRANCH
                                 SW-DOC-REF
                                 SW-PRODUCT-CODE
                USING Transfer-Work
                GIVING Transfer-Sorted.
            OPEN INPUT Transfer-Sorted.
            MOVE 'N' TO WS-EOF-SW.
            PERFORM UNTIL END-OF-FILE-IN-HAND
                READ Transfer-Sorted
                    AT END
                        SET END-OF-FILE-IN-HAND TO TRUE
                    NOT AT END
                        PERFORM 3100-TAKE-ONE-ENTRY THRU 3100-EXIT
                END-READ
            END-PERFORM.
            CLOSE Transfer-Sorted.
            PERFORM 3200-SETTLE-DOCKET-LINE THRU 3200-EXIT.
       3000-EXIT.
            EXIT.

       3100-TAKE-ONE-ENTRY.
            IF FIRST-GROUP
                MOVE 'N' TO WS-FIRST-GROUP-SW
            ELSE
                IF TS-KEY = WS-GROUP-KEY
                    GO TO 3150-GATHER
                END-IF
                PERFORM 3200-SETTLE-DOCKET-LINE THRU 3200-EXIT
            END-IF.
            MOVE TS-KEY TO WS-GROUP-KEY.
            MOVE ZERO TO WS-GR-OUT-QTY WS-GR-OUT-DATE
                         WS-GR-IN-QTY  WS-GR-IN-DATE.
            MOVE ZERO TO WS-GR-OPENED-DATE WS-GR-CHANGED-DATE
                         WS-GR-PRIOR-OUT-QTY WS-GR-PRIOR-OUT-DATE
                         WS-GR-PRIOR-IN-QTY  WS-GR-PRIOR-IN-DATE.
            MOVE ZERO TO WS-GR-CARRIED-OUT-QTY WS-GR-CARRIED-OUT-DATE
                         WS-GR-CARRIED-IN-QTY  WS-GR-CARRIED-IN-DATE.
            MOVE 'N' TO WS-GR-CARRIED-SW.
            MOVE 'N' TO WS-GR-TODAY-SW.
       3150-GATHER.
            IF TS-FROM-IN-TRANSIT
                SET GROUP-WAS-CARRIED TO TRUE
                MOVE TS-OPENED-DATE    TO WS-GR-OPENED-DATE
                MOVE TS-CHANGED-DATE   TO WS-GR-CHANGED-DATE
                MOVE TS-PRIOR-OUT-QTY  TO WS-GR-PRIOR-OUT-QTY
                MOVE TS-PRIOR-OUT-DATE TO WS-GR-PRIOR-OUT-DATE
                MOVE TS-PRIOR-IN-QTY   TO WS-GR-PRIOR-IN-QTY
                MOVE TS-PRIOR-IN-DATE  TO WS-GR-PRIOR-IN-DATE
                MOVE TS-OUT-QTY        TO WS-GR-CARRIED-OUT-QTY
                MOVE TS-OUT-DATE       TO WS-GR-CARRIED-OUT-DATE
                MOVE TS-IN-QTY         TO WS-GR-CARRIED-IN-QTY
                MOVE TS-IN-DATE        TO WS-GR-CARRIED-IN-DATE
            ELSE
                SET GROUP-CHANGED-TODAY TO TRUE
            END-IF.
            ADD TS-OUT-QTY TO WS-GR-OUT-QTY.
            ADD TS-IN-QTY  TO WS-GR-IN-QTY.
            IF TS-OUT-DATE NOT = ZERO AND
               (WS-GR-OUT-DATE = ZERO OR
                TS-OUT-DATE < WS-GR-OUT-DATE)
                MOVE TS-OUT-DATE TO WS-GR-OUT-DATE
            END-IF.
            IF TS-IN-DATE NOT = ZERO AND
               (WS-GR-IN-DATE = ZERO OR
                TS-IN-DATE < WS-GR-IN-DATE)
                MOVE TS-IN-DATE TO WS-GR-IN-DATE
            END-IF.
       3100-EXIT.
            EXIT.

      ******************************************************************
      * 3200-SETTLE-DOCKET-LINE - both sides present closes the line:
      * matched when the quantities agree, flagged when they do not
      * (the difference is the shrinkage, already posted at each end
      * as keyed). One side missing carries the line to INTRANSN and
      * ages it from the side that did arrive - a receipt keyed
      * before its dispatch is held the same way, since the sender's
      * file may simply be a day behind. A closed line is written
      * too, marked closed, for the back-out run's sake.
      ******************************************************************
       3200-SETTLE-DOCKET-LINE.
            PERFORM 3250-STAMP-DOCKET-LINE THRU 3250-EXIT.
            MOVE WS-GR-SEND-BRANCH  TO DL-SEND-BRANCH.
            MOVE WS-GR-RECV-BRANCH  TO DL-RECV-BRANCH.
            MOVE WS-GR-DOC-REF      TO DL-DOC-REF.
            MOVE WS-GR-PRODUCT-CODE TO DL-PRODUCT-CODE.
            MOVE WS-GR-OUT-QTY      TO DL-OUT-QTY.
            MOVE WS-GR-IN-QTY       TO DL-IN-QTY.
            MOVE SPACES TO DL-OUT-DATE DL-IN-DATE.
            IF WS-GR-OUT-DATE NOT = ZERO
                MOVE WS-GR-OUT-DATE TO WS-EDIT-DATE
                MOVE WS-EDIT-DATE   TO DL-OUT-DATE
            END-IF.
            IF WS-GR-IN-DATE NOT = ZERO
                MOVE WS-GR-IN-DATE  TO WS-EDIT-DATE
                MOVE WS-EDIT-DATE   TO DL-IN-DATE
            END-IF.
            COMPUTE WS-DIFFERENCE-QTY = WS-GR-IN-QTY - WS-GR-OUT-QTY.
            MOVE WS-DIFFERENCE-QTY TO DL-DIFFERENCE.
            IF WS-GR-OUT-DATE NOT = ZERO AND WS-GR-IN-DATE NOT = ZERO
                MOVE ZERO TO DL-AGE-DAYS
                IF WS-DIFFERENCE-QTY = ZERO
                    ADD 1 TO WS-MATCHED-COUNT
                    MOVE "MATCHED" TO DL-STATUS
                ELSE
                    ADD 1 TO WS-MISMATCH-COUNT
                    SUBTRACT WS-DIFFERENCE-QTY FROM WS-SHORTAGE-QTY
                    IF WS-DIFFERENCE-QTY < ZERO
                        MOVE "QUANTITY MISMATCH - SHORT" TO DL-STATUS
                    ELSE
                        MOVE "QUANTITY MISMATCH - OVER" TO DL-STATUS
                    END-IF
                END-IF
                MOVE 'C' TO NT-LINE-STATUS
                PERFORM 3300-WRITE-IN-TRANSIT-LINE THRU 3300-EXIT
                PERFORM 3700-WRITE-REPORT-LINE THRU 3700-EXIT
                GO TO 3200-EXIT
            END-IF.
            IF WS-GR-OUT-DATE NOT = ZERO
                MOVE WS-GR-OUT-DATE TO WS-DATE-CONV
                MOVE "IN TRANSIT" TO DL-STATUS
            ELSE
                MOVE WS-GR-IN-DATE TO WS-DATE-CONV
                MOVE "RECEIVED - NO DISPATCH KEYED" TO DL-STATUS
            END-IF.
            PERFORM 8100-DATE-TO-DAY-SERIAL THRU 8100-EXIT.
            COMPUTE WS-AGE-DAYS = WS-TODAY-SERIAL - WS-DAY-SERIAL.
            IF WS-AGE-DAYS < ZERO
                MOVE ZERO TO WS-AGE-DAYS
            END-IF.
            MOVE WS-AGE-DAYS TO DL-AGE-DAYS.
            IF WS-AGE-DAYS > WS-AGE-LIMIT-DAYS
                ADD 1 TO WS-OVERDUE-COUNT
                IF WS-GR-OUT-DATE NOT = ZERO
                    MOVE "IN TRANSIT - OVERDUE, CHASE" TO DL-STATUS
                ELSE
                    MOVE "NO DISPATCH KEYED - OVERDUE" TO DL-STATUS
                END-IF
            END-IF.
            ADD 1 TO WS-OPEN-COUNT.
            MOVE 'O' TO NT-LINE-STATUS.
            PERFORM 3300-WRITE-IN-TRANSIT-LINE THRU 3300-EXIT.
            PERFORM 3700-WRITE-REPORT-LINE THRU 3700-EXIT.
       3200-EXIT.
            EXIT.

      * A docket line today's transfers touched is stamped with the
      * business date, its carried figures kept as the before-image;
      * a line opened today has nothing before it. A line nothing
      * touched keeps the stamps it came in with.
       3250-STAMP-DOCKET-LINE.
            IF NOT GROUP-CHANGED-TODAY
                GO TO 3250-EXIT
            END-IF.
            IF NOT GROUP-WAS-CARRIED
                MOVE WS-RUN-DATE TO WS-GR-OPENED-DATE
            END-IF.
            MOVE WS-RUN-DATE            TO WS-GR-CHANGED-DATE.
            MOVE WS-GR-CARRIED-OUT-QTY  TO WS-GR-PRIOR-OUT-QTY.
            MOVE WS-GR-CARRIED-OUT-DATE TO WS-GR-PRIOR-OUT-DATE.
            MOVE WS-GR-CARRIED-IN-QTY   TO WS-GR-PRIOR-IN-QTY.
            MOVE WS-GR-CARRIED-IN-DATE  TO WS-GR-PRIOR-IN-DATE.
       3250-EXIT.
            EXIT.

      * The caller has set the line's status.
       3300-WRITE-IN-TRANSIT-LINE.
            MOVE WS-GR-SEND-BRANCH    TO NT-SEND-BRANCH.
            MOVE WS-GR-RECV-BRANCH    TO NT-RECV-BRANCH.
            MOVE WS-GR-DOC-REF        TO NT-DOC-REF.
            MOVE WS-GR-PRODUCT-CODE   TO NT-PRODUCT-CODE.
            MOVE WS-GR-OUT-QTY        TO NT-OUT-QTY.
            MOVE WS-GR-OUT-DATE       TO NT-OUT-DATE.
            MOVE WS-GR-IN-QTY         TO NT-IN-QTY.
            MOVE WS-GR-IN-DATE        TO NT-IN-DATE.
            MOVE WS-GR-OPENED-DATE    TO NT-OPENED-DATE.
            MOVE WS-GR-CHANGED-DATE   TO NT-CHANGED-DATE.
            MOVE WS-GR-PRIOR-OUT-QTY  TO NT-PRIOR-OUT-QTY.
            MOVE WS-GR-PRIOR-OUT-DATE TO NT-PRIOR-OUT-DATE.
            MOVE WS-GR-PRIOR-IN-QTY   TO NT-PRIOR-IN-QTY.
            MOVE WS-GR-PRIOR-IN-DATE  TO NT-PRIOR-IN-DATE.
            WRITE IN-TRANSIT-NEW-RECORD.
       3300-EXIT.
            EXIT.

       3700-WRITE-REPORT-LINE.
            IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
                PERFORM 5010-WRITE-HEADINGS THRU 5010-EXIT
            END-IF.
            WRITE MATCH-REPORT-RECORD FROM DETAIL-LINE.
            ADD 1 TO WS-LINE-COUNT.
       3700-EXIT.
            EXIT.

       5010-WRITE-HEADINGS.
            ADD 1 TO WS-PAGE-COUNT.
            MOVE WS-RUN-DATE   TO HL1-RUN-DATE.
            MOVE WS-RUN-TIME   TO HL1-RUN-TIME.
            MOVE WS-PAGE-COUNT TO HL1-PAGE.
            IF WS-PAGE-COUNT > 1
                WRITE MATCH-REPORT-RECORD FROM BLANK-LINE
                    BEFORE ADVANCING PAGE
            END-IF.
            WRITE MATCH-REPORT-RECORD FROM HDG-LINE-1.
            WRITE MATCH-REPORT-RECORD FROM BLANK-LINE.
            WRITE MATCH-REPORT-RECORD FROM HDG-LINE-2.
            WRITE MATCH-REPORT-RECORD FROM BLANK-LINE.
            MOVE ZERO TO WS-LINE-COUNT.
       5010-EXIT.
            EXIT.

      ******************************************************************
      * 8100-DATE-TO-DAY-SERIAL - convert WS-DATE-CONV (YYYYMMDD) to
      * a day count so ages come from plain subtraction. The whole
      * years BEFORE the date's year contribute 365 days each plus
      * the Gregorian leap days (hence the prior-year divisions); the
      * month table carries the days before each month in a common
      * year, with one more once past February of a leap year.
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
            MOVE WS-CARRIED-IN-COUNT TO TL-CARRIED-IN.
            MOVE WS-TODAY-COUNT      TO TL-TODAY.
            MOVE WS-MATCHED-COUNT    TO TL-MATCHED.
            MOVE WS-MISMATCH-COUNT   TO TL-MISMATCH.
            MOVE WS-OPEN-COUNT       TO TL-OPEN.
            MOVE WS-OVERDUE-COUNT    TO TL-OVERDUE.
            MOVE WS-SHORTAGE-QTY     TO TL-SHORTAGE.
            IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
                PERFORM 5010-WRITE-HEADINGS THRU 5010-EXIT
            END-IF.
            WRITE MATCH-REPORT-RECORD FROM BLANK-LINE.
            WRITE MATCH-REPORT-RECORD FROM TOTAL-LINE-1.
            WRITE MATCH-REPORT-RECORD FROM TOTAL-LINE-2.
            CLOSE In-Transit-New.
            CLOSE Match-Report.
            DISPLAY "RD9-XFER MATCHED " WS-MATCHED-COUNT
                    " MISMATCHED " WS-MISMATCH-COUNT
                    " STILL IN TRANSIT " WS-OPEN-COUNT
                    " OVERDUE " WS-OVERDUE-COUNT.
            STOP RUN.
       9999-EXIT.
            EXIT.
       END PROGRAM RD9XFER.
