      ******************************************************************
      * Author:
      * Date:
      * Purpose:    Compare the branches' physical stock counts with
      *             the projected on-hand position, print the count
      *             variances valued at the unit price, and generate
      *             the adjustment transactions for the next day's
      *             run - holding any variance over tolerance until a
      *             supervisor approves it.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RD10CNT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Count sheets keyed from the shelf: one line per branch,
      * product and count date with the quantity physically counted.
            SELECT Count-Sheet ASSIGN TO 'CNTSHEET'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-CNT-FILE-STATUS.

      * The inventory system's on-hand snapshot, the same file the
      * daily run projects its stock position from, keyed on branch
      * + product and read by key for each count line. Each record
      * carries the date it was taken as of.
            SELECT On-Hand-Snapshot ASSIGN TO 'ONHAND'
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS OH-KEY
            FILE STATUS IS WS-ONH-FILE-STATUS.

      * Movement history from the daily run - the net movement
      * posted after the snapshot was taken, up to the count date,
      * is what carries the snapshot forward to the day of the count.
      * Read along its branch + product key, only for the pairs on
      * the count sheet.
            SELECT Movement-History ASSIGN TO 'MOVHIST'
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS MH-KEY
            ALTERNATE RECORD KEY IS MH-BRANCH-PRODUCT
                WITH DUPLICATES
            ALTERNATE RECORD KEY IS MH-PRODUCT-CODE
                WITH DUPLICATES
            FILE STATUS IS WS-MOV-FILE-STATUS.

      * Product and branch masters, read by key to edit the count
      * lines and for the description and price on the report.
            SELECT Product-Master ASSIGN TO 'PRODMSTR'
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS PM-PRODUCT-CODE.

            SELECT Branch-Master ASSIGN TO 'BRANMSTR'
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS BM-BRANCH-CODE.

      * Variances held for a supervisor, old and new generations.
      * This program reads the old generation, releases whatever has
      * been approved, declined or recounted, and writes the rest
      * plus today's new holds to CNTHELDN, which operations copies
      * over CNTHELD once the run is accepted - the same old/new
      * pattern as the outstanding-reject file. Missing on the first
      * run ever.
            SELECT Held-Variances ASSIGN TO 'CNTHELD'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-HLD-FILE-STATUS.

            SELECT Held-Variances-New ASSIGN TO 'CNTHELDN'
            ORGANIZATION IS LINE SEQUENTIAL.

            SELECT Sort-Work-File ASSIGN TO 'SRTWORK'.

      * Today's count lines that pass the numeric edit (CNTWORK),
      * sorted into branch/product/count date order (CNTSRTD), and
      * the held variances sorted the same way (CNTHSRTD), so the
      * held variances are matched against the counts, and the
      * counts against the snapshot and history, in key order.
      * Scratch files, rebuilt by every run.
            SELECT Count-Work ASSIGN TO 'CNTWORK'
            ORGANIZATION IS LINE SEQUENTIAL.

            SELECT Count-Sorted ASSIGN TO 'CNTSRTD'
            ORGANIZATION IS LINE SEQUENTIAL.

            SELECT Held-Sorted ASSIGN TO 'CNTHSRTD'
            ORGANIZATION IS LINE SEQUENTIAL.

      * Supervisors' decisions on held variances, keyed by branch,
      * product and count date: 'A' approves the variance for
      * adjustment, 'D' declines it (the branch recounts). Every
      * decision must carry the authorizer's id.
            SELECT Count-Approval ASSIGN TO 'CNTAPPR'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-APR-FILE-STATUS.

      * Generated adjustments, written in the transaction-extract
      * layout so operations concatenates this file onto the next
      * day's TRANIN. Like the recycle run's corrections they travel
      * as batches of their own under branch 000, each between a
      * header and a trailer carrying its record count and quantity
      * hash.
            SELECT Adjustment-File ASSIGN TO 'CNTADJ'
            ORGANIZATION IS LINE SEQUENTIAL.

            SELECT Variance-Report ASSIGN TO 'CNTRPT'
            ORGANIZATION IS LINE SEQUENTIAL.

      * Cycle-control file - the suite's shared business date. A
      * count dated after it cannot be projected; missing file falls
      * back to the wall clock.
            SELECT Cycle-Control ASSIGN TO 'CYCLCTL'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-CYC-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD Count-Sheet.
            01 COUNT-SHEET-RECORD.
                05 CS-BRANCH-CODE   PIC 9(3).
                05 CS-PRODUCT-CODE  PIC 9(2).
                05 CS-COUNT-DATE    PIC 9(8).
                05 CS-COUNTED-QTY   PIC 9(7).

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

       FD Branch-Master.
            01 BRANCH-MASTER-RECORD.
                05 BM-BRANCH-CODE   PIC 9(3).
                05 BM-BRANCH-NAME   PIC X(20).
                05 BM-REGION-CODE   PIC 9(2).

      * A held variance keeps the figures it was judged on, so the
      * supervisor approves the variance that was printed, not one
      * that has drifted with later movement.
       FD Held-Variances.
            01 HELD-VARIANCE-RECORD.
                05 HV-BRANCH-CODE      PIC 9(3).
                05 HV-PRODUCT-CODE     PIC 9(2).
                05 HV-COUNT-DATE       PIC 9(8).
                05 HV-ONHAND-QTY       PIC S9(9)
                       SIGN IS LEADING SEPARATE.
                05 HV-MOVEMENT-QTY     PIC S9(9)
                       SIGN IS LEADING SEPARATE.
                05 HV-COUNTED-QTY      PIC 9(7).
                05 HV-VARIANCE-QTY     PIC S9(9)
                       SIGN IS LEADING SEPARATE.
                05 HV-HELD-DATE        PIC 9(8).

       FD Held-Variances-New.
            01 HELD-VARIANCE-NEW-RECORD.
                05 HN-BRANCH-CODE      PIC 9(3).
                05 HN-PRODUCT-CODE     PIC 9(2).
                05 HN-COUNT-DATE       PIC 9(8).
                05 HN-ONHAND-QTY       PIC S9(9)
                       SIGN IS LEADING SEPARATE.
                05 HN-MOVEMENT-QTY     PIC S9(9)
                       SIGN IS LEADING SEPARATE.
                05 HN-COUNTED-QTY      PIC 9(7).
                05 HN-VARIANCE-QTY     PIC S9(9)
                       SIGN IS LEADING SEPARATE.
                05 HN-HELD-DATE        PIC 9(8).

      * Count line and held variance share their leading branch,
      * product and count date, so both sort on the one set of keys.
       SD Sort-Work-File.
            01 SORT-WORK-RECORD.
                05 SW-BRANCH-CODE   PIC 9(3).
                05 SW-PRODUCT-CODE  PIC 9(2).
                05 SW-COUNT-DATE    PIC 9(8).
                05 FILLER           PIC X(45).

       FD Count-Work.
            01 COUNT-WORK-RECORD    PIC X(20).

       FD Count-Sorted.
            01 COUNT-SORTED-RECORD  PIC X(20).

       FD Held-Sorted.
            01 HELD-SORTED-RECORD.
                05 HS-BRANCH-CODE      PIC 9(3).
                05 HS-PRODUCT-CODE     PIC 9(2).
                05 HS-COUNT-DATE       PIC 9(8).
                05 HS-ONHAND-QTY       PIC S9(9)
                       SIGN IS LEADING SEPARATE.
                05 HS-MOVEMENT-QTY     PIC S9(9)
                       SIGN IS LEADING SEPARATE.
                05 HS-COUNTED-QTY      PIC 9(7).
                05 HS-VARIANCE-QTY     PIC S9(9)
                       SIGN IS LEADING SEPARATE.
                05 HS-HELD-DATE        PIC 9(8).

       FD Count-Approval.
            01 COUNT-APPROVAL-RECORD.
                05 CA-BRANCH-CODE   PIC 9(3).
                05 CA-PRODUCT-CODE  PIC 9(2).
                05 CA-COUNT-DATE    PIC 9(8).
                05 CA-ACTION        PIC X(1).
                05 CA-AUTH-ID       PIC X(8).

      * Transaction-extract layout, matching the daily run's input.
       FD Adjustment-File.
            01 ADJUSTMENT-RECORD.
                05 AJ-BRANCH-CODE   PIC 9(3).
                05 AJ-PRODUCT-CODE  PIC 9(2).
                05 AJ-QUANTITY      PIC 9(2).
                05 AJ-TRAN-TYPE     PIC X(1).
                05 AJ-TRAN-DATE     PIC 9(8).
                05 AJ-DOC-REF       PIC X(10).
                05 AJ-XFER-BRANCH   PIC 9(3).
            01 ADJUSTMENT-CONTROL-RECORD.
                05 AJB-BRANCH-CODE  PIC 9(3).
                05 AJB-RECORD-COUNT PIC 9(4).
                05 AJB-RECORD-TYPE  PIC X(1).
                05 AJB-BATCH-DATE   PIC 9(8).
                05 AJB-HASH-TOTAL   PIC 9(10).

       FD Variance-Report.
            01 VARIANCE-REPORT-RECORD PIC X(132).

       FD Cycle-Control.
            01 CYCLE-CONTROL-RECORD.
                05 CC-BUSINESS-DATE        PIC 9(8).
                05 CC-STATUS               PIC X(8).

       WORKING-STORAGE SECTION.
            77 WS-CNT-FILE-STATUS    PIC X(2).
            77 WS-ONH-FILE-STATUS    PIC X(2).
            77 WS-MOV-FILE-STATUS    PIC X(2).
            77 WS-HLD-FILE-STATUS    PIC X(2).
            77 WS-APR-FILE-STATUS    PIC X(2).
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
            77 WS-ONH-OPEN-SW     PIC X(01) VALUE 'N'.
                88 SNAPSHOT-IS-OPEN         VALUE 'Y'.
            77 WS-MOV-OPEN-SW     PIC X(01) VALUE 'N'.
                88 HISTORY-IS-OPEN          VALUE 'Y'.
            77 WS-HIST-EOF-SW     PIC X(01).
                88 END-OF-PAIR-HISTORY      VALUE 'Y'.
            77 WS-CNT-EOF-SW      PIC X(01).
                88 END-OF-COUNTS            VALUE 'Y'.

      * Count line as read, with a character view for the edits.
            01 WS-COUNT-LINE.
                05 WS-CL-KEY.
                    10 WS-CL-BRANCH-CODE  PIC 9(3).
                    10 WS-CL-PRODUCT-CODE PIC 9(2).
                    10 WS-CL-COUNT-DATE   PIC 9(8).
                05 WS-CL-COUNTED-QTY  PIC 9(7).
            01 WS-COUNT-LINE-X REDEFINES WS-COUNT-LINE.
                05 WS-CL-BRANCH-CODE-X  PIC X(3).
                05 WS-CL-PRODUCT-CODE-X PIC X(2).
                05 WS-CL-COUNT-DATE-X   PIC X(8).
                05 WS-CL-COUNTED-QTY-X  PIC X(7).

      * Tolerances. Run argument 1 is the quantity tolerance in
      * units, run argument 2 the value tolerance in whole currency
      * units; a variance inside both is adjusted without review.
            77 WS-QTY-TOLERANCE   PIC 9(5) VALUE 5.
            77 WS-VALUE-TOLERANCE PIC 9(5) VALUE 50.
            77 WS-ARG-TEXT        PIC X(5).
            77 WS-ARG-WORK        PIC 9(5) COMP.
            77 WS-ARG-SUB         PIC 9(1) COMP.
            77 WS-ARG-OK-SW       PIC X(01).
                88 ARGUMENT-IS-GOOD         VALUE 'Y'.
            01 WS-ARG-DIGIT-X     PIC X(1).
            01 WS-ARG-DIGIT REDEFINES WS-ARG-DIGIT-X PIC 9(1).

      * The count line being judged: its snapshot figures, looked
      * up by key, and the movement posted since the snapshot, read
      * off the history by branch + product. A line that cannot be
      * judged carries its reason in WS-CF-EXCEPTION and is reported
      * but never adjusted or held. The key of the line before it
      * catches a duplicate keying.
            01 WS-COUNT-FIGURES.
                05 WS-CF-ONHAND-QTY   PIC S9(9) COMP.
                05 WS-CF-ASOF-DATE    PIC 9(8).
                05 WS-CF-MOVEMENT-QTY PIC S9(9) COMP.
                05 WS-CF-EXCEPTION    PIC X(22).
            01 WS-PRIOR-COUNT-KEY     PIC X(13).
            77 WS-COUNT-COUNT     PIC 9(7) COMP VALUE ZERO.

      * The branch/product in hand from the sorted count lines while
      * the held variances are worked, with the latest count date
      * on today's sheet for it - LOW-VALUES until the first pair is
      * gathered, HIGH-VALUES once the counts are used up - and the
      * branch/product of the held variance it is matched against.
            01 WS-COUNT-PAIR.
                05 WS-CP-BRANCH-CODE  PIC 9(3).
                05 WS-CP-PRODUCT-CODE PIC 9(2).
            77 WS-CP-LATEST-DATE  PIC 9(8).
            01 WS-HELD-PAIR.
                05 WS-HP-BRANCH-CODE  PIC 9(3).
                05 WS-HP-PRODUCT-CODE PIC 9(2).

            01 APPROVAL-TABLE.
                05 APPROVAL-ENTRY OCCURS 1 TO 1000 TIMES
                       DEPENDING ON WS-APPROVAL-COUNT
                       ASCENDING KEY IS AP-KEY
                       INDEXED BY AP-IDX.
                    10 AP-KEY.
                        15 AP-BRANCH-CODE  PIC 9(3).
                        15 AP-PRODUCT-CODE PIC 9(2).
                        15 AP-COUNT-DATE   PIC 9(8).
                    10 AP-ACTION        PIC X(1).
                        88 AP-APPROVED          VALUE 'A'.
                        88 AP-DECLINED          VALUE 'D'.
                    10 AP-AUTH-ID       PIC X(8).
                    10 AP-USED-SW       PIC X(1).
                        88 AP-USED              VALUE 'Y'.
            77 WS-APPROVAL-COUNT  PIC 9(4) COMP VALUE ZERO.
            01 WS-AP-SEARCH-KEY.
                05 WS-AK-BRANCH-CODE  PIC 9(3).
                05 WS-AK-PRODUCT-CODE PIC 9(2).
                05 WS-AK-COUNT-DATE   PIC 9(8).
            77 WS-APPROVAL-FOUND-SW PIC X(01).
                88 APPROVAL-FOUND           VALUE 'Y'.

      * The line being judged, whether a count from today's sheet or
      * a held variance carried from an earlier run.
            01 WS-JUDGED-LINE.
                05 WS-JL-BRANCH-CODE   PIC 9(3).
                05 WS-JL-PRODUCT-CODE  PIC 9(2).
                05 WS-JL-COUNT-DATE    PIC 9(8).
            77 WS-UNIT-PRICE      PIC 9(5)V99.
            77 WS-PROJECTED-QTY   PIC S9(9) COMP.
            77 WS-VARIANCE-QTY    PIC S9(9) COMP.
            77 WS-ABS-VARIANCE    PIC S9(9) COMP.
            77 WS-VARIANCE-VALUE  PIC S9(9)V99 COMP.
            77 WS-ABS-VALUE       PIC S9(9)V99 COMP.

      * Adjustment generation. TRANIN carries a two-digit quantity,
      * so a larger variance goes out as several lines, dated the
      * count date. Each piece carries its own docket reference -
      * "CT" and the piece's sequence within the adjustment - since
      * the daily run's document register refuses a second line
      * with the same branch, reference, date and product. The "CT"
      * prefix is also how the daily run tells a count adjustment
      * from a recycled correction in the branch-000 batches.
            01 WS-ADJ-DOC-REF.
                05 FILLER             PIC X(2) VALUE "CT".
                05 WS-ADJ-DOC-PIECE   PIC 9(8).
            77 WS-ADJ-REMAINING   PIC 9(9) COMP.
            77 WS-ADJ-PIECE       PIC 9(2).
            77 WS-ADJ-TRAN-TYPE   PIC X(01).
            77 WS-ADJ-LINE-COUNT  PIC 9(5) COMP VALUE ZERO.
      * The batch trailer's record count is four digits, so the
      * lines go out in batches of at most 9999.
            77 WS-ADJ-BATCH-COUNT PIC 9(5) COMP VALUE ZERO.
            77 WS-ADJ-HASH        PIC 9(10) COMP VALUE ZERO.

      * Run counts for the report trailer.
            77 WS-REFUSED-COUNT      PIC 9(5) COMP VALUE ZERO.
            77 WS-JUDGED-COUNT       PIC 9(5) COMP VALUE ZERO.
            77 WS-AGREED-COUNT       PIC 9(5) COMP VALUE ZERO.
            77 WS-ADJUSTED-COUNT     PIC 9(5) COMP VALUE ZERO.
            77 WS-HELD-COUNT         PIC 9(5) COMP VALUE ZERO.
            77 WS-EXCEPTION-COUNT    PIC 9(5) COMP VALUE ZERO.
            77 WS-ADJUSTED-QTY       PIC S9(9) COMP VALUE ZERO.
            77 WS-ADJUSTED-VALUE     PIC S9(11)V99 COMP VALUE ZERO.
            77 WS-HELD-VALUE         PIC S9(11)V99 COMP VALUE ZERO.
            77 WS-CARRIED-IN-COUNT   PIC 9(5) COMP VALUE ZERO.
            77 WS-APPROVED-COUNT     PIC 9(5) COMP VALUE ZERO.
            77 WS-DECLINED-COUNT     PIC 9(5) COMP VALUE ZERO.
            77 WS-SUPERSEDED-COUNT   PIC 9(5) COMP VALUE ZERO.
            77 WS-STILL-HELD-COUNT   PIC 9(5) COMP VALUE ZERO.
            77 WS-SURPLUS-COUNT      PIC 9(5) COMP VALUE ZERO.
            77 WS-UNMATCHED-COUNT    PIC 9(5) COMP VALUE ZERO.
            77 WS-APR-REFUSED-COUNT  PIC 9(5) COMP VALUE ZERO.
            77 WS-SECTION-SW         PIC X(01) VALUE 'N'.
                88 SECTION-STARTED          VALUE 'Y'.

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
            01 WS-PRINT-LINE        PIC X(132).

      * Report lines.
      * 132 bytes maximum, matching VARIANCE-REPORT-RECORD.
            01 HDG-LINE-1.
                05 FILLER           PIC X(10) VALUE "RD10-CNT".
                05 FILLER           PIC X(32) VALUE
                     "STOCK COUNT VARIANCE REPORT".
                05 FILLER           PIC X(10) VALUE "RUN DATE ".
                05 HL1-RUN-DATE     PIC 9999/99/99.
                05 FILLER           PIC X(08) VALUE "  TIME ".
                05 HL1-RUN-TIME     PIC 99B99B99.
                05 FILLER           PIC X(08) VALUE "  PAGE ".
                05 HL1-PAGE         PIC ZZZ9.

            01 HDG-LINE-2.
                05 FILLER           PIC X(20) VALUE
                     "QUANTITY TOLERANCE ".
                05 HL2-QTY-TOL      PIC ZZZZ9.
                05 FILLER           PIC X(21) VALUE
                     "   VALUE TOLERANCE ".
                05 HL2-VALUE-TOL    PIC ZZZZ9.
                05 FILLER           PIC X(40) VALUE
                     "   VALUED AT MASTER UNIT PRICE".

            01 HDG-LINE-3.
                05 FILLER           PIC X(05) VALUE " BR".
                05 FILLER           PIC X(04) VALUE "PR".
                05 FILLER           PIC X(21) VALUE "DESCRIPTION".
                05 FILLER           PIC X(11) VALUE "COUNT DATE".
                05 FILLER           PIC X(09) VALUE "SNAPSHOT".
                05 FILLER           PIC X(09) VALUE "MOVEMENT".
                05 FILLER           PIC X(09) VALUE "PROJECTD".
                05 FILLER           PIC X(08) VALUE "COUNTED".
                05 FILLER           PIC X(09) VALUE "VARIANCE".
                05 FILLER           PIC X(15) VALUE
                     "         VALUE".
                05 FILLER           PIC X(23) VALUE "ACTION".
                05 FILLER           PIC X(08) VALUE "BY".

            01 SECTION-LINE.
                05 SL-TEXT          PIC X(60).

            01 DETAIL-LINE.
                05 DL-BRANCH-CODE   PIC ZZ9.
                05 FILLER           PIC X(02) VALUE SPACES.
                05 DL-PRODUCT-CODE  PIC Z9.
                05 FILLER           PIC X(02) VALUE SPACES.
                05 DL-PRODUCT-DESC  PIC X(20).
                05 FILLER           PIC X(01) VALUE SPACES.
                05 DL-COUNT-DATE    PIC X(10).
                05 FILLER           PIC X(01) VALUE SPACES.
                05 DL-ONHAND-QTY    PIC ZZZ,ZZ9-.
                05 FILLER           PIC X(01) VALUE SPACES.
                05 DL-MOVEMENT-QTY  PIC ZZZ,ZZ9-.
                05 FILLER           PIC X(01) VALUE SPACES.
                05 DL-PROJECTED-QTY PIC ZZZ,ZZ9-.
                05 FILLER           PIC X(01) VALUE SPACES.
                05 DL-COUNTED-QTY   PIC ZZZ,ZZ9.
                05 FILLER           PIC X(01) VALUE SPACES.
                05 DL-VARIANCE-QTY  PIC ZZZ,ZZ9-.
                05 FILLER           PIC X(01) VALUE SPACES.
                05 DL-VALUE         PIC ZZ,ZZZ,ZZ9.99-.
                05 FILLER           PIC X(01) VALUE SPACES.
                05 DL-ACTION        PIC X(22).
                05 FILLER           PIC X(01) VALUE SPACES.
                05 DL-AUTH-ID       PIC X(8).

            01 REFUSED-LINE.
                05 RF-RAW-LINE      PIC X(20).
                05 FILLER           PIC X(04) VALUE SPACES.
                05 FILLER           PIC X(30) VALUE
                     "COUNT LINE GARBLED - REFUSED".

            01 TOTAL-LINE-1.
                05 FILLER           PIC X(15) VALUE "COUNT LINES  ".
                05 TL-JUDGED        PIC ZZZZ9.
                05 FILLER           PIC X(10) VALUE "   AGREED ".
                05 TL-AGREED        PIC ZZZZ9.
                05 FILLER           PIC X(12) VALUE "   ADJUSTED ".
                05 TL-ADJUSTED      PIC ZZZZ9.
                05 FILLER           PIC X(08) VALUE "   HELD ".
                05 TL-HELD          PIC ZZZZ9.
                05 FILLER           PIC X(14) VALUE "   EXCEPTIONS ".
                05 TL-EXCEPTION     PIC ZZZZ9.
                05 FILLER           PIC X(11) VALUE "   REFUSED ".
                05 TL-REFUSED       PIC ZZZZ9.

            01 TOTAL-LINE-2.
                05 FILLER           PIC X(15) VALUE "ADJUSTED QTY ".
                05 TL-ADJUSTED-QTY  PIC ZZZ,ZZZ,ZZ9-.
                05 FILLER           PIC X(09) VALUE "   VALUE ".
                05 TL-ADJUSTED-VAL  PIC ZZZ,ZZZ,ZZ9.99-.
                05 FILLER           PIC X(14) VALUE "   HELD VALUE ".
                05 TL-HELD-VAL      PIC ZZZ,ZZZ,ZZ9.99-.
                05 FILLER           PIC X(17) VALUE
                     "   ADJ LINES OUT ".
                05 TL-ADJ-LINES     PIC ZZZZ9.

            01 TOTAL-LINE-3.
                05 FILLER           PIC X(15) VALUE "HELD CARRIED ".
                05 TL-CARRIED-IN    PIC ZZZZ9.
                05 FILLER           PIC X(12) VALUE "   APPROVED ".
                05 TL-APPROVED      PIC ZZZZ9.
                05 FILLER           PIC X(12) VALUE "   DECLINED ".
                05 TL-DECLINED      PIC ZZZZ9.
                05 FILLER           PIC X(12) VALUE "   RECOUNTED".
                05 TL-SUPERSEDED    PIC ZZZZ9.
                05 FILLER           PIC X(14) VALUE "   STILL HELD ".
                05 TL-STILL-HELD    PIC ZZZZ9.

            01 TOTAL-LINE-4.
                05 FILLER           PIC X(32) VALUE
                     "SURPLUSES APPROVED AND POSTED ".
                05 TL-SURPLUS       PIC ZZZZ9.
                05 FILLER           PIC X(24) VALUE
                     "   APPROVALS UNMATCHED ".
                05 TL-UNMATCHED     PIC ZZZZ9.
                05 FILLER           PIC X(22) VALUE
                     "   APPROVALS REFUSED ".
                05 TL-APR-REFUSED   PIC ZZZZ9.

            01 BLANK-LINE           PIC X(01) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAINLINE.
            PERFORM 1000-INITIALIZE THRU 1000-EXIT.
            PERFORM 2000-OPEN-MOVEMENT-HISTORY THRU 2000-EXIT.
            PERFORM 3000-PROCESS-HELD-VARIANCES THRU 3000-EXIT.
            PERFORM 4000-JUDGE-COUNTS THRU 4000-EXIT.
            PERFORM 4800-REPORT-UNMATCHED-APPROVALS THRU 4800-EXIT.
            PERFORM 9999-TERMINATE THRU 9999-EXIT.

      ******************************************************************
      * 1000-INITIALIZE - capture run date/time, pick up the two
      * tolerances (run arguments 1 and 2), open the masters and the
      * snapshot, load the supervisors' decisions, open the outputs,
      * then sort the count sheet - its refused lines print first.
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
                IF ARGUMENT-IS-GOOD
                    MOVE WS-ARG-WORK TO WS-QTY-TOLERANCE
                ELSE
                    DISPLAY "RD10-CNT QUANTITY TOLERANCE ARGUMENT "
                            "NOT NUMERIC - USING DEFAULT "
                            WS-QTY-TOLERANCE
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
                IF ARGUMENT-IS-GOOD
                    MOVE WS-ARG-WORK TO WS-VALUE-TOLERANCE
                ELSE
                    DISPLAY "RD10-CNT VALUE TOLERANCE ARGUMENT "
                            "NOT NUMERIC - USING DEFAULT "
                            WS-VALUE-TOLERANCE
                END-IF
            END-IF.
            OPEN INPUT Product-Master.
            OPEN INPUT Branch-Master.
            PERFORM 2700-OPEN-ONHAND-SNAPSHOT THRU 2700-EXIT.
            PERFORM 2750-LOAD-APPROVALS THRU 2750-EXIT.
            OPEN OUTPUT Variance-Report.
            OPEN OUTPUT Held-Variances-New.
            OPEN OUTPUT Adjustment-File.
            PERFORM 4350-OPEN-ADJUSTMENT-BATCH THRU 4350-EXIT.
            PERFORM 2800-SORT-COUNT-SHEET THRU 2800-EXIT.
       1000-EXIT.
            EXIT.

      * The shared business date overrides the wall clock, the same
      * fallback behaviour as the daily run.
       1020-READ-CYCLE-CONTROL.
            OPEN INPUT Cycle-Control.
            IF WS-CYC-FILE-STATUS NOT = "00"
                DISPLAY "RD10-CNT NO CYCLE-CONTROL FILE - USING "
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
                DISPLAY "RD10-CNT CYCLE-CONTROL RECORD MISSING OR "
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
      * 2000-OPEN-MOVEMENT-HISTORY - the history is read by branch +
      * product as each count line is judged; see 4160. Not wanted
      * when there is nothing on the count sheet.
      ******************************************************************
       2000-OPEN-MOVEMENT-HISTORY.
            IF WS-COUNT-COUNT = ZERO
                GO TO 2000-EXIT
            END-IF.
            OPEN INPUT Movement-History.
            IF WS-MOV-FILE-STATUS NOT = "00"
                DISPLAY "RD10-CNT NO MOVEMENT HISTORY - COUNTS "
                        "JUDGED AGAINST THE SNAPSHOT ALONE"
                GO TO 2000-EXIT
            END-IF.
            SET HISTORY-IS-OPEN TO TRUE.
       2000-EXIT.
            EXIT.

      * A missing snapshot leaves nothing to look up - every count
      * line then reports NOT ON SNAPSHOT rather than being judged
      * against movement alone.
       2700-OPEN-ONHAND-SNAPSHOT.
            OPEN INPUT On-Hand-Snapshot.
            IF WS-ONH-FILE-STATUS NOT = "00"
                DISPLAY "RD10-CNT NO ON-HAND SNAPSHOT - NO COUNT "
                        "CAN BE JUDGED"
                GO TO 2700-EXIT
            END-IF.
            SET SNAPSHOT-IS-OPEN TO TRUE.
       2700-EXIT.
            EXIT.

      * A decision without an authorizer, or with an action other
      * than approve or decline, is refused and counted - it cannot
      * release a held variance.
       2750-LOAD-APPROVALS.
            OPEN INPUT Count-Approval.
            IF WS-APR-FILE-STATUS NOT = "00"
                GO TO 2750-EXIT
            END-IF.
            MOVE 'N' TO WS-MASTER-EOF-SW.
            PERFORM UNTIL END-OF-MASTER
                READ Count-Approval
                    AT END
                        SET END-OF-MASTER TO TRUE
                    NOT AT END
                        PERFORM 2760-ADD-ONE-APPROVAL THRU 2760-EXIT
                END-READ
            END-PERFORM.
            CLOSE Count-Approval.
            IF WS-APPROVAL-COUNT > 1
                SORT APPROVAL-ENTRY ASCENDING KEY AP-KEY
            END-IF.
       2750-EXIT.
            EXIT.

       2760-ADD-ONE-APPROVAL.
            IF CA-AUTH-ID = SPACES OR
               (CA-ACTION NOT = 'A' AND CA-ACTION NOT = 'D') OR
               CA-BRANCH-CODE IS NOT NUMERIC OR
               CA-PRODUCT-CODE IS NOT NUMERIC OR
               CA-COUNT-DATE IS NOT NUMERIC
                ADD 1 TO WS-APR-REFUSED-COUNT
                GO TO 2760-EXIT
            END-IF.
            IF WS-APPROVAL-COUNT >= 1000
                DISPLAY "RD10-CNT APPROVALS EXCEED THE 1000-ENTRY "
                        "TABLE LIMIT - INCREASE THE OCCURS AND "
                        "RECOMPILE"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            ADD 1 TO WS-APPROVAL-COUNT.
            MOVE CA-BRANCH-CODE  TO AP-BRANCH-CODE(WS-APPROVAL-COUNT).
            MOVE CA-PRODUCT-CODE TO AP-PRODUCT-CODE(WS-APPROVAL-COUNT).
            MOVE CA-COUNT-DATE   TO AP-COUNT-DATE(WS-APPROVAL-COUNT).
            MOVE CA-ACTION       TO AP-ACTION(WS-APPROVAL-COUNT).
            MOVE CA-AUTH-ID      TO AP-AUTH-ID(WS-APPROVAL-COUNT).
            MOVE 'N'             TO AP-USED-SW(WS-APPROVAL-COUNT).
       2760-EXIT.
            EXIT.

      ******************************************************************
      * 2800-SORT-COUNT-SHEET - pass the count lines to the work
      * file, refusing any that are not numeric, and sort them into
      * branch/product/count date order. A missing count sheet is a
      * run with nothing counted - held variances are still worked.
      ******************************************************************
       2800-SORT-COUNT-SHEET.
            OPEN INPUT Count-Sheet.
            IF WS-CNT-FILE-STATUS NOT = "00"
                DISPLAY "RD10-CNT NO COUNT SHEET - WORKING HELD "
                        "VARIANCES ONLY"
                GO TO 2800-EXIT
            END-IF.
            OPEN OUTPUT Count-Work.
            MOVE 'N' TO WS-MASTER-EOF-SW.
            PERFORM UNTIL END-OF-MASTER
                READ Count-Sheet INTO WS-COUNT-LINE
                    AT END
                        SET END-OF-MASTER TO TRUE
                    NOT AT END
                        PERFORM 2810-PASS-ONE-COUNT THRU 2810-EXIT
                END-READ
            END-PERFORM.
            CLOSE Count-Sheet.
            CLOSE Count-Work.
            IF WS-COUNT-COUNT = ZERO
                GO TO 2800-EXIT
            END-IF.
            SORT Sort-Work-File
                ON ASCENDING KEY SW-BRANCH-CODE
                                 SW-PRODUCT-CODE
                                 SW-COUNT-DATE
                USING Count-Work
                GIVING Count-Sorted.
       2800-EXIT.
            EXIT.

       2810-PASS-ONE-COUNT.
            IF WS-CL-BRANCH-CODE-X  IS NOT NUMERIC OR
               WS-CL-PRODUCT-CODE-X IS NOT NUMERIC OR
               WS-CL-COUNT-DATE-X   IS NOT NUMERIC OR
               WS-CL-COUNTED-QTY-X  IS NOT NUMERIC
                ADD 1 TO WS-REFUSED-COUNT
                IF NOT SECTION-STARTED
                    SET SECTION-STARTED TO TRUE
                    MOVE "COUNT SHEET LINES REFUSED" TO SL-TEXT
                    PERFORM 5050-WRITE-SECTION-LINE THRU 5050-EXIT
                END-IF
                MOVE WS-COUNT-LINE-X TO RF-RAW-LINE
                MOVE REFUSED-LINE TO WS-PRINT-LINE
                PERFORM 5000-WRITE-REPORT-LINE THRU 5000-EXIT
                GO TO 2810-EXIT
            END-IF.
            ADD 1 TO WS-COUNT-COUNT.
            WRITE COUNT-WORK-RECORD FROM WS-COUNT-LINE.
       2810-EXIT.
            EXIT.

      ******************************************************************
      * 3000-PROCESS-HELD-VARIANCES - work the variances earlier runs
      * held. A supervisor's approval releases the variance to an
      * adjustment; a decline drops it for the branch to recount; a
      * later count of the same branch/product on today's sheet
      * supersedes it. Anything else stays held, carried to CNTHELDN.
      * The held variances are sorted into the count lines' order
      * and the two read side by side.
      ******************************************************************
       3000-PROCESS-HELD-VARIANCES.
            OPEN INPUT Held-Variances.
            IF WS-HLD-FILE-STATUS NOT = "00"
                GO TO 3000-EXIT
            END-IF.
            CLOSE Held-Variances.
            SORT Sort-Work-File
                ON ASCENDING KEY SW-BRANCH-CODE
                                 SW-PRODUCT-CODE
                                 SW-COUNT-DATE
                USING Held-Variances
                GIVING Held-Sorted.
            MOVE LOW-VALUES TO WS-COUNT-PAIR.
            MOVE 'Y' TO WS-CNT-EOF-SW.
            IF WS-COUNT-COUNT > ZERO
                OPEN INPUT Count-Sorted
                MOVE 'N' TO WS-CNT-EOF-SW
                PERFORM 3250-READ-COUNT THRU 3250-EXIT
            END-IF.
            MOVE "HELD VARIANCES CARRIED FROM EARLIER COUNTS"
                TO SL-TEXT.
            PERFORM 5050-WRITE-SECTION-LINE THRU 5050-EXIT.
            OPEN INPUT Held-Sorted.
            MOVE 'N' TO WS-MASTER-EOF-SW.
            PERFORM UNTIL END-OF-MASTER
                READ Held-Sorted
                    AT END
                        SET END-OF-MASTER TO TRUE
                    NOT AT END
                        ADD 1 TO WS-CARRIED-IN-COUNT
                        PERFORM 3100-SETTLE-ONE-HELD THRU 3100-EXIT
                END-READ
            END-PERFORM.
            CLOSE Held-Sorted.
            IF WS-COUNT-COUNT > ZERO
                CLOSE Count-Sorted
            END-IF.
       3000-EXIT.
            EXIT.

       3100-SETTLE-ONE-HELD.
            MOVE HS-BRANCH-CODE  TO WS-JL-BRANCH-CODE.
            MOVE HS-PRODUCT-CODE TO WS-JL-PRODUCT-CODE.
            MOVE HS-COUNT-DATE   TO WS-JL-COUNT-DATE.
            PERFORM 4050-START-DETAIL-LINE THRU 4050-EXIT.
            MOVE HS-ONHAND-QTY   TO DL-ONHAND-QTY.
            MOVE HS-MOVEMENT-QTY TO DL-MOVEMENT-QTY.
            COMPUTE WS-PROJECTED-QTY = HS-ONHAND-QTY + HS-MOVEMENT-QTY.
            MOVE WS-PROJECTED-QTY TO DL-PROJECTED-QTY.
            MOVE HS-COUNTED-QTY  TO DL-COUNTED-QTY.
            MOVE HS-VARIANCE-QTY TO WS-VARIANCE-QTY.
            PERFORM 4200-VALUE-VARIANCE THRU 4200-EXIT.
            MOVE HS-BRANCH-CODE  TO WS-AK-BRANCH-CODE.
            MOVE HS-PRODUCT-CODE TO WS-AK-PRODUCT-CODE.
            MOVE HS-COUNT-DATE   TO WS-AK-COUNT-DATE.
            MOVE 'N' TO WS-APPROVAL-FOUND-SW.
            IF WS-APPROVAL-COUNT > ZERO
                SEARCH ALL APPROVAL-ENTRY
                    AT END
                        CONTINUE
                    WHEN AP-KEY(AP-IDX) = WS-AP-SEARCH-KEY
                        SET APPROVAL-FOUND TO TRUE
                        SET AP-USED(AP-IDX) TO TRUE
                        MOVE AP-AUTH-ID(AP-IDX) TO DL-AUTH-ID
                END-SEARCH
            END-IF.
            IF APPROVAL-FOUND
                IF AP-DECLINED(AP-IDX)
                    ADD 1 TO WS-DECLINED-COUNT
                    MOVE "DECLINED - RECOUNT" TO DL-ACTION
                    PERFORM 5020-WRITE-DETAIL-LINE THRU 5020-EXIT
                    GO TO 3100-EXIT
                END-IF
                ADD 1 TO WS-APPROVED-COUNT
                IF WS-VARIANCE-QTY < ZERO
                    MOVE "APPROVED - ADJUSTED" TO DL-ACTION
                ELSE
                    ADD 1 TO WS-SURPLUS-COUNT
                    MOVE "APPROVED - SURPLUS" TO DL-ACTION
                END-IF
                PERFORM 4300-GENERATE-ADJUSTMENT THRU 4300-EXIT
                PERFORM 5020-WRITE-DETAIL-LINE THRU 5020-EXIT
                GO TO 3100-EXIT
            END-IF.
            MOVE HS-BRANCH-CODE  TO WS-HP-BRANCH-CODE.
            MOVE HS-PRODUCT-CODE TO WS-HP-PRODUCT-CODE.
            PERFORM 3200-NEXT-COUNT-PAIR THRU 3200-EXIT
                UNTIL WS-COUNT-PAIR NOT < WS-HELD-PAIR.
            IF WS-COUNT-PAIR = WS-HELD-PAIR AND
               WS-CP-LATEST-DATE > HS-COUNT-DATE
                ADD 1 TO WS-SUPERSEDED-COUNT
                MOVE "SUPERSEDED BY RECOUNT" TO DL-ACTION
                PERFORM 5020-WRITE-DETAIL-LINE THRU 5020-EXIT
                GO TO 3100-EXIT
            END-IF.
            ADD 1 TO WS-STILL-HELD-COUNT.
            ADD WS-VARIANCE-VALUE TO WS-HELD-VALUE.
            MOVE "STILL HELD" TO DL-ACTION.
            PERFORM 5020-WRITE-DETAIL-LINE THRU 5020-EXIT.
            MOVE HELD-SORTED-RECORD TO HELD-VARIANCE-NEW-RECORD.
            WRITE HELD-VARIANCE-NEW-RECORD.
       3100-EXIT.
            EXIT.

      * Gathers the next branch/product off the sorted count lines,
      * keeping its latest count date - the last, in date order.
      * The line in hand is the pair's first.
       3200-NEXT-COUNT-PAIR.
            IF END-OF-COUNTS
                MOVE HIGH-VALUES TO WS-COUNT-PAIR
                GO TO 3200-EXIT
            END-IF.
            MOVE WS-CL-BRANCH-CODE  TO WS-CP-BRANCH-CODE.
            MOVE WS-CL-PRODUCT-CODE TO WS-CP-PRODUCT-CODE.
            PERFORM 3210-TAKE-COUNT-DATE THRU 3210-EXIT
                UNTIL END-OF-COUNTS OR
                      WS-CL-BRANCH-CODE NOT = WS-CP-BRANCH-CODE OR
                      WS-CL-PRODUCT-CODE NOT = WS-CP-PRODUCT-CODE.
       3200-EXIT.
            EXIT.

       3210-TAKE-COUNT-DATE.
            MOVE WS-CL-COUNT-DATE TO WS-CP-LATEST-DATE.
            PERFORM 3250-READ-COUNT THRU 3250-EXIT.
       3210-EXIT.
            EXIT.

       3250-READ-COUNT.
            READ Count-Sorted INTO WS-COUNT-LINE
                AT END
                    SET END-OF-COUNTS TO TRUE
            END-READ.
       3250-EXIT.
            EXIT.

      ******************************************************************
      * 4000-JUDGE-COUNTS - today's count lines in branch/product
      * order. The projected position is the snapshot plus the net
      * movement posted since it was taken; the variance is what the
      * shelf holds over (or under) that. A count below projection
      * inside both tolerances goes straight out as an 'A' adjustment
      * - the adjustment posts on the returns side, so it is what
      * brings the projected position down to the shelf. Anything
      * over tolerance, and any surplus, is held for a supervisor;
      * an approved surplus goes out as 'G' count gains.
      ******************************************************************
       4000-JUDGE-COUNTS.
            IF WS-COUNT-COUNT = ZERO
                GO TO 4000-EXIT
            END-IF.
            MOVE "TODAY'S COUNTS" TO SL-TEXT.
            PERFORM 5050-WRITE-SECTION-LINE THRU 5050-EXIT.
            MOVE LOW-VALUES TO WS-PRIOR-COUNT-KEY.
            OPEN INPUT Count-Sorted.
            MOVE 'N' TO WS-CNT-EOF-SW.
            PERFORM UNTIL END-OF-COUNTS
                READ Count-Sorted INTO WS-COUNT-LINE
                    AT END
                        SET END-OF-COUNTS TO TRUE
                    NOT AT END
                        PERFORM 4100-JUDGE-ONE-COUNT THRU 4100-EXIT
                END-READ
            END-PERFORM.
            CLOSE Count-Sorted.
       4000-EXIT.
            EXIT.

       4050-START-DETAIL-LINE.
            MOVE SPACES TO DETAIL-LINE.
            MOVE WS-JL-BRANCH-CODE  TO DL-BRANCH-CODE.
            MOVE WS-JL-PRODUCT-CODE TO DL-PRODUCT-CODE.
            MOVE WS-JL-COUNT-DATE   TO WS-EDIT-DATE.
            MOVE WS-EDIT-DATE       TO DL-COUNT-DATE.
            MOVE ZERO TO WS-UNIT-PRICE.
            MOVE WS-JL-PRODUCT-CODE TO PM-PRODUCT-CODE.
            READ Product-Master
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE PM-PRODUCT-DESC TO DL-PRODUCT-DESC
                    IF PM-UNIT-PRICE IS NUMERIC
                        MOVE PM-UNIT-PRICE TO WS-UNIT-PRICE
                    END-IF
            END-READ.
       4050-EXIT.
            EXIT.

       4100-JUDGE-ONE-COUNT.
            ADD 1 TO WS-JUDGED-COUNT.
            MOVE WS-CL-BRANCH-CODE  TO WS-JL-BRANCH-CODE.
            MOVE WS-CL-PRODUCT-CODE TO WS-JL-PRODUCT-CODE.
            MOVE WS-CL-COUNT-DATE   TO WS-JL-COUNT-DATE.
            PERFORM 4050-START-DETAIL-LINE THRU 4050-EXIT.
            MOVE WS-CL-COUNTED-QTY TO DL-COUNTED-QTY.
            PERFORM 4150-PROJECT-COUNT-LINE THRU 4150-EXIT.
            IF WS-CF-EXCEPTION NOT = SPACES
                ADD 1 TO WS-EXCEPTION-COUNT
                MOVE WS-CF-EXCEPTION TO DL-ACTION
                PERFORM 5020-WRITE-DETAIL-LINE THRU 5020-EXIT
                GO TO 4100-EXIT
            END-IF.
            MOVE WS-CF-ONHAND-QTY   TO DL-ONHAND-QTY.
            MOVE WS-CF-MOVEMENT-QTY TO DL-MOVEMENT-QTY.
            COMPUTE WS-PROJECTED-QTY = WS-CF-ONHAND-QTY
                                     + WS-CF-MOVEMENT-QTY.
            MOVE WS-PROJECTED-QTY TO DL-PROJECTED-QTY.
            COMPUTE WS-VARIANCE-QTY =
                WS-CL-COUNTED-QTY - WS-PROJECTED-QTY.
            PERFORM 4200-VALUE-VARIANCE THRU 4200-EXIT.
            IF WS-VARIANCE-QTY = ZERO
                ADD 1 TO WS-AGREED-COUNT
                MOVE "AGREES" TO DL-ACTION
                PERFORM 5020-WRITE-DETAIL-LINE THRU 5020-EXIT
                GO TO 4100-EXIT
            END-IF.
            IF WS-VARIANCE-QTY < ZERO AND
               WS-ABS-VARIANCE NOT > WS-QTY-TOLERANCE AND
               WS-ABS-VALUE NOT > WS-VALUE-TOLERANCE
                MOVE "ADJUSTED" TO DL-ACTION
                PERFORM 4300-GENERATE-ADJUSTMENT THRU 4300-EXIT
                PERFORM 5020-WRITE-DETAIL-LINE THRU 5020-EXIT
                GO TO 4100-EXIT
            END-IF.
            ADD 1 TO WS-HELD-COUNT.
            ADD WS-VARIANCE-VALUE TO WS-HELD-VALUE.
            IF WS-VARIANCE-QTY > ZERO
                MOVE "HELD - SURPLUS" TO DL-ACTION
            ELSE
                MOVE "HELD - OVER TOLERANCE" TO DL-ACTION
            END-IF.
            PERFORM 5020-WRITE-DETAIL-LINE THRU 5020-EXIT.
            MOVE WS-CL-BRANCH-CODE  TO HN-BRANCH-CODE.
            MOVE WS-CL-PRODUCT-CODE TO HN-PRODUCT-CODE.
            MOVE WS-CL-COUNT-DATE   TO HN-COUNT-DATE.
            MOVE WS-CF-ONHAND-QTY   TO HN-ONHAND-QTY.
            MOVE WS-CF-MOVEMENT-QTY TO HN-MOVEMENT-QTY.
            MOVE WS-CL-COUNTED-QTY  TO HN-COUNTED-QTY.
            MOVE WS-VARIANCE-QTY    TO HN-VARIANCE-QTY.
            MOVE WS-RUN-DATE        TO HN-HELD-DATE.
            WRITE HELD-VARIANCE-NEW-RECORD.
       4100-EXIT.
            EXIT.

      ******************************************************************
      * 4150-PROJECT-COUNT-LINE - edit the count line in hand and
      * give it its figures: the snapshot record read by key, then
      * the movement posted since. A second line with the same
      * branch, product and date is a duplicate keying - the first
      * stands and the second is reported.
      ******************************************************************
       4150-PROJECT-COUNT-LINE.
            MOVE ZERO   TO WS-CF-ONHAND-QTY
                           WS-CF-ASOF-DATE
                           WS-CF-MOVEMENT-QTY.
            MOVE SPACES TO WS-CF-EXCEPTION.
            IF WS-CL-KEY = WS-PRIOR-COUNT-KEY
                MOVE "DUPLICATE COUNT LINE" TO WS-CF-EXCEPTION
                GO TO 4150-EXIT
            END-IF.
            MOVE WS-CL-KEY TO WS-PRIOR-COUNT-KEY.
            MOVE WS-CL-BRANCH-CODE TO BM-BRANCH-CODE.
            READ Branch-Master
                INVALID KEY
                    MOVE "UNKNOWN BRANCH" TO WS-CF-EXCEPTION
                    GO TO 4150-EXIT
            END-READ.
            MOVE WS-CL-PRODUCT-CODE TO PM-PRODUCT-CODE.
            READ Product-Master
                INVALID KEY
                    MOVE "UNKNOWN PRODUCT" TO WS-CF-EXCEPTION
                    GO TO 4150-EXIT
            END-READ.
            IF WS-CL-COUNT-DATE > WS-RUN-DATE
                MOVE "COUNT DATED AHEAD" TO WS-CF-EXCEPTION
                GO TO 4150-EXIT
            END-IF.
            IF NOT SNAPSHOT-IS-OPEN
                MOVE "NOT ON SNAPSHOT" TO WS-CF-EXCEPTION
                GO TO 4150-EXIT
            END-IF.
            MOVE WS-CL-BRANCH-CODE  TO OH-BRANCH-CODE.
            MOVE WS-CL-PRODUCT-CODE TO OH-PRODUCT-CODE.
            READ On-Hand-Snapshot
                INVALID KEY
                    MOVE "NOT ON SNAPSHOT" TO WS-CF-EXCEPTION
                    GO TO 4150-EXIT
            END-READ.
            MOVE OH-ONHAND-QTY TO WS-CF-ONHAND-QTY.
            MOVE OH-ASOF-DATE  TO WS-CF-ASOF-DATE.
            IF OH-ASOF-DATE > WS-CL-COUNT-DATE
                MOVE "COUNT PREDATES SNAPSHOT" TO WS-CF-EXCEPTION
                GO TO 4150-EXIT
            END-IF.
            IF HISTORY-IS-OPEN
                PERFORM 4160-ADD-PAIR-MOVEMENT THRU 4160-EXIT
            END-IF.
       4150-EXIT.
            EXIT.

      * Read the branch/product's movement history along its key and
      * add each record's net quantity that falls after the snapshot
      * and up to the count - the same projection the daily run
      * makes, snapshot plus net movement since.
       4160-ADD-PAIR-MOVEMENT.
            MOVE WS-CL-BRANCH-CODE  TO MH-BRANCH-CODE.
            MOVE WS-CL-PRODUCT-CODE TO MH-PRODUCT-CODE.
            MOVE 'N' TO WS-HIST-EOF-SW.
            START Movement-History
                KEY IS = MH-BRANCH-PRODUCT
                INVALID KEY
                    SET END-OF-PAIR-HISTORY TO TRUE
            END-START.
            PERFORM UNTIL END-OF-PAIR-HISTORY
                READ Movement-History NEXT RECORD
                    AT END
                        SET END-OF-PAIR-HISTORY TO TRUE
                    NOT AT END
                        IF MH-BRANCH-CODE NOT = WS-CL-BRANCH-CODE OR
                           MH-PRODUCT-CODE NOT = WS-CL-PRODUCT-CODE
                            SET END-OF-PAIR-HISTORY TO TRUE
                        ELSE
                            IF MH-BUSINESS-DATE > WS-CF-ASOF-DATE AND
                               MH-BUSINESS-DATE NOT > WS-CL-COUNT-DATE
                                ADD MH-NET-QTY TO WS-CF-MOVEMENT-QTY
                            END-IF
                        END-IF
                END-READ
            END-PERFORM.
       4160-EXIT.
            EXIT.

      * Value the variance in hand at the unit price, and take the
      * absolute quantity and value for the tolerance tests.
       4200-VALUE-VARIANCE.
            MOVE WS-VARIANCE-QTY TO DL-VARIANCE-QTY.
            COMPUTE WS-VARIANCE-VALUE ROUNDED =
                WS-VARIANCE-QTY * WS-UNIT-PRICE.
            MOVE WS-VARIANCE-VALUE TO DL-VALUE.
            MOVE WS-VARIANCE-QTY   TO WS-ABS-VARIANCE.
            MOVE WS-VARIANCE-VALUE TO WS-ABS-VALUE.
            IF WS-VARIANCE-QTY < ZERO
                COMPUTE WS-ABS-VARIANCE = ZERO - WS-VARIANCE-QTY
                COMPUTE WS-ABS-VALUE    = ZERO - WS-VARIANCE-VALUE
            END-IF.
       4200-EXIT.
            EXIT.

      ******************************************************************
      * 4300-GENERATE-ADJUSTMENT - write the variance in hand as
      * transactions for the line's branch and product, dated the
      * count date, in pieces of at most 99, numbered from 1. A
      * shortage goes out as 'A' adjustments, which bring the
      * position down; an approved surplus as 'G' count gains, which
      * the daily run adds like sales to bring it up.
      ******************************************************************
       4300-GENERATE-ADJUSTMENT.
            ADD 1 TO WS-ADJUSTED-COUNT.
            ADD WS-VARIANCE-QTY   TO WS-ADJUSTED-QTY.
            ADD WS-VARIANCE-VALUE TO WS-ADJUSTED-VALUE.
            IF WS-VARIANCE-QTY < ZERO
                MOVE 'A' TO WS-ADJ-TRAN-TYPE
            ELSE
                MOVE 'G' TO WS-ADJ-TRAN-TYPE
            END-IF.
            MOVE WS-ABS-VARIANCE  TO WS-ADJ-REMAINING.
            MOVE ZERO             TO WS-ADJ-DOC-PIECE.
            PERFORM 4310-WRITE-ONE-ADJUSTMENT THRU 4310-EXIT
                UNTIL WS-ADJ-REMAINING = ZERO.
       4300-EXIT.
            EXIT.

       4310-WRITE-ONE-ADJUSTMENT.
            IF WS-ADJ-REMAINING > 99
                MOVE 99 TO WS-ADJ-PIECE
            ELSE
                MOVE WS-ADJ-REMAINING TO WS-ADJ-PIECE
            END-IF.
            ADD 1 TO WS-ADJ-DOC-PIECE.
            IF WS-ADJ-BATCH-COUNT >= 9999
                PERFORM 4360-CLOSE-ADJUSTMENT-BATCH THRU 4360-EXIT
                PERFORM 4350-OPEN-ADJUSTMENT-BATCH THRU 4350-EXIT
            END-IF.
            MOVE WS-JL-BRANCH-CODE  TO AJ-BRANCH-CODE.
            MOVE WS-JL-PRODUCT-CODE TO AJ-PRODUCT-CODE.
            MOVE WS-ADJ-PIECE       TO AJ-QUANTITY.
            MOVE WS-ADJ-TRAN-TYPE   TO AJ-TRAN-TYPE.
            MOVE WS-JL-COUNT-DATE   TO AJ-TRAN-DATE.
            MOVE WS-ADJ-DOC-REF     TO AJ-DOC-REF.
            MOVE ZERO               TO AJ-XFER-BRANCH.
            WRITE ADJUSTMENT-RECORD.
            ADD 1 TO WS-ADJ-LINE-COUNT.
            ADD 1 TO WS-ADJ-BATCH-COUNT.
            ADD WS-ADJ-PIECE TO WS-ADJ-HASH.
            SUBTRACT WS-ADJ-PIECE FROM WS-ADJ-REMAINING.
       4310-EXIT.
            EXIT.

      ******************************************************************
      * 4350-OPEN-ADJUSTMENT-BATCH / 4360-CLOSE-ADJUSTMENT-BATCH -
      * the adjustments go to the daily run as branch-000 batches,
      * proved like any branch's; each trailer carries its own
      * batch's record count and quantity hash. Every batch opens on
      * a "CT" line, which is how the daily run knows it for a count
      * batch.
      ******************************************************************
       4350-OPEN-ADJUSTMENT-BATCH.
            MOVE ZERO        TO AJB-BRANCH-CODE.
            MOVE ZERO        TO AJB-RECORD-COUNT.
            MOVE 'H'         TO AJB-RECORD-TYPE.
            MOVE WS-RUN-DATE TO AJB-BATCH-DATE.
            MOVE ZERO        TO AJB-HASH-TOTAL.
            WRITE ADJUSTMENT-CONTROL-RECORD.
            MOVE ZERO TO WS-ADJ-BATCH-COUNT.
            MOVE ZERO TO WS-ADJ-HASH.
       4350-EXIT.
            EXIT.

       4360-CLOSE-ADJUSTMENT-BATCH.
            MOVE ZERO               TO AJB-BRANCH-CODE.
            MOVE WS-ADJ-BATCH-COUNT TO AJB-RECORD-COUNT.
            MOVE 'T'                TO AJB-RECORD-TYPE.
            MOVE WS-RUN-DATE        TO AJB-BATCH-DATE.
            MOVE WS-ADJ-HASH        TO AJB-HASH-TOTAL.
            WRITE ADJUSTMENT-CONTROL-RECORD.
       4360-EXIT.
            EXIT.

      ******************************************************************
      * 4800-REPORT-UNMATCHED-APPROVALS - a decision that found no
      * held variance (already released, or keyed against the wrong
      * count) is listed so the supervisor can see it did nothing.
      ******************************************************************
       4800-REPORT-UNMATCHED-APPROVALS.
            PERFORM 4810-REPORT-ONE-APPROVAL THRU 4810-EXIT
                VARYING AP-IDX FROM 1 BY 1
                UNTIL AP-IDX > WS-APPROVAL-COUNT.
       4800-EXIT.
            EXIT.

       4810-REPORT-ONE-APPROVAL.
            IF AP-USED(AP-IDX)
                GO TO 4810-EXIT
            END-IF.
            ADD 1 TO WS-UNMATCHED-COUNT.
            IF WS-UNMATCHED-COUNT = 1
                MOVE "DECISIONS MATCHING NO HELD VARIANCE" TO SL-TEXT
                PERFORM 5050-WRITE-SECTION-LINE THRU 5050-EXIT
            END-IF.
            MOVE AP-BRANCH-CODE(AP-IDX)  TO WS-JL-BRANCH-CODE.
            MOVE AP-PRODUCT-CODE(AP-IDX) TO WS-JL-PRODUCT-CODE.
            MOVE AP-COUNT-DATE(AP-IDX)   TO WS-JL-COUNT-DATE.
            PERFORM 4050-START-DETAIL-LINE THRU 4050-EXIT.
            MOVE "NOTHING HELD - IGNORED" TO DL-ACTION.
            MOVE AP-AUTH-ID(AP-IDX) TO DL-AUTH-ID.
            PERFORM 5020-WRITE-DETAIL-LINE THRU 5020-EXIT.
       4810-EXIT.
            EXIT.

       5000-WRITE-REPORT-LINE.
            IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
                PERFORM 5010-WRITE-HEADINGS THRU 5010-EXIT
            END-IF.
            WRITE VARIANCE-REPORT-RECORD FROM WS-PRINT-LINE.
            ADD 1 TO WS-LINE-COUNT.
       5000-EXIT.
            EXIT.

       5010-WRITE-HEADINGS.
            ADD 1 TO WS-PAGE-COUNT.
            MOVE WS-RUN-DATE        TO HL1-RUN-DATE.
            MOVE WS-RUN-TIME        TO HL1-RUN-TIME.
            MOVE WS-PAGE-COUNT      TO HL1-PAGE.
            MOVE WS-QTY-TOLERANCE   TO HL2-QTY-TOL.
            MOVE WS-VALUE-TOLERANCE TO HL2-VALUE-TOL.
            IF WS-PAGE-COUNT > 1
                WRITE VARIANCE-REPORT-RECORD FROM BLANK-LINE
                    BEFORE ADVANCING PAGE
            END-IF.
            WRITE VARIANCE-REPORT-RECORD FROM HDG-LINE-1.
            WRITE VARIANCE-REPORT-RECORD FROM HDG-LINE-2.
            WRITE VARIANCE-REPORT-RECORD FROM BLANK-LINE.
            WRITE VARIANCE-REPORT-RECORD FROM HDG-LINE-3.
            WRITE VARIANCE-REPORT-RECORD FROM BLANK-LINE.
            MOVE ZERO TO WS-LINE-COUNT.
       5010-EXIT.
            EXIT.

       5020-WRITE-DETAIL-LINE.
            MOVE DETAIL-LINE TO WS-PRINT-LINE.
            PERFORM 5000-WRITE-REPORT-LINE THRU 5000-EXIT.
       5020-EXIT.
            EXIT.

      * A section title, set off by a blank line, never stranded at
      * the foot of a page.
       5050-WRITE-SECTION-LINE.
            IF WS-LINE-COUNT + 3 > WS-LINES-PER-PAGE
                PERFORM 5010-WRITE-HEADINGS THRU 5010-EXIT
            END-IF.
            MOVE SPACES TO WS-PRINT-LINE.
            PERFORM 5000-WRITE-REPORT-LINE THRU 5000-EXIT.
            MOVE SECTION-LINE TO WS-PRINT-LINE.
            PERFORM 5000-WRITE-REPORT-LINE THRU 5000-EXIT.
       5050-EXIT.
            EXIT.

       9999-TERMINATE.
            IF WS-PAGE-COUNT = ZERO
                PERFORM 5010-WRITE-HEADINGS THRU 5010-EXIT
            END-IF.
            MOVE WS-JUDGED-COUNT      TO TL-JUDGED.
            MOVE WS-AGREED-COUNT      TO TL-AGREED.
            MOVE WS-ADJUSTED-COUNT    TO TL-ADJUSTED.
            MOVE WS-HELD-COUNT        TO TL-HELD.
            MOVE WS-EXCEPTION-COUNT   TO TL-EXCEPTION.
            MOVE WS-REFUSED-COUNT     TO TL-REFUSED.
            MOVE WS-ADJUSTED-QTY      TO TL-ADJUSTED-QTY.
            MOVE WS-ADJUSTED-VALUE    TO TL-ADJUSTED-VAL.
            MOVE WS-HELD-VALUE        TO TL-HELD-VAL.
            MOVE WS-ADJ-LINE-COUNT    TO TL-ADJ-LINES.
            MOVE WS-CARRIED-IN-COUNT  TO TL-CARRIED-IN.
            MOVE WS-APPROVED-COUNT    TO TL-APPROVED.
            MOVE WS-DECLINED-COUNT    TO TL-DECLINED.
            MOVE WS-SUPERSEDED-COUNT  TO TL-SUPERSEDED.
            MOVE WS-STILL-HELD-COUNT  TO TL-STILL-HELD.
            MOVE WS-SURPLUS-COUNT     TO TL-SURPLUS.
            MOVE WS-UNMATCHED-COUNT   TO TL-UNMATCHED.
            MOVE WS-APR-REFUSED-COUNT TO TL-APR-REFUSED.
            IF WS-LINE-COUNT + 5 > WS-LINES-PER-PAGE
                PERFORM 5010-WRITE-HEADINGS THRU 5010-EXIT
            END-IF.
            WRITE VARIANCE-REPORT-RECORD FROM BLANK-LINE.
            WRITE VARIANCE-REPORT-RECORD FROM TOTAL-LINE-1.
            WRITE VARIANCE-REPORT-RECORD FROM TOTAL-LINE-2.
            WRITE VARIANCE-REPORT-RECORD FROM TOTAL-LINE-3.
            WRITE VARIANCE-REPORT-RECORD FROM TOTAL-LINE-4.
            PERFORM 4360-CLOSE-ADJUSTMENT-BATCH THRU 4360-EXIT.
            CLOSE Product-Master.
            CLOSE Branch-Master.
            IF SNAPSHOT-IS-OPEN
                CLOSE On-Hand-Snapshot
            END-IF.
            IF HISTORY-IS-OPEN
                CLOSE Movement-History
            END-IF.
            CLOSE Adjustment-File.
            CLOSE Held-Variances-New.
            CLOSE Variance-Report.
            DISPLAY "RD10-CNT COUNTED " WS-JUDGED-COUNT
                    " ADJUSTED " WS-ADJUSTED-COUNT
                    " HELD " WS-HELD-COUNT
                    " STILL HELD " WS-STILL-HELD-COUNT
                    " EXCEPTIONS " WS-EXCEPTION-COUNT.
            STOP RUN.
       9999-EXIT.
            EXIT.
       END PROGRAM RD10CNT.
