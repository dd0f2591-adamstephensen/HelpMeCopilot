            SELECT Report-File ASSIGN TO 'RPTFILE'
            ORGANIZATION IS LINE SEQUENTIAL.

      * The product, branch and region masters are keyed files. The
      * run still holds each one as a table - the cross-tab and
      * ranking totals ride on the entries - but reads them in key
      * sequence, so the tables need no sort, and each is sized to
      * every code its key can hold.
            SELECT Product-Master ASSIGN TO 'PRODMSTR'
            ORGANIZATION IS INDEXED
            ACCESS MODE IS SEQUENTIAL
            RECORD KEY IS PM-PRODUCT-CODE.

      * Dated price changes queued by the maintenance run. The price
      * in force for the run date is applied over the master's price
            ORGANIZATION IS LINE SEQUENTIAL.

            SELECT Branch-Master ASSIGN TO 'BRANMSTR'
            ORGANIZATION IS INDEXED
            ACCESS MODE IS SEQUENTIAL
            RECORD KEY IS BM-BRANCH-CODE.

      * Region master - the operating hierarchy above branches. Used
      * for the region rollup in the report and extract and for the
      * within-region branch ranking. Missing file leaves the region
      * names blank but the rollup still totals by code.
            SELECT Region-Master ASSIGN TO 'REGNMSTR'
            ORGANIZATION IS INDEXED
            ACCESS MODE IS SEQUENTIAL
            RECORD KEY IS RM-REGION-CODE
            FILE STATUS IS WS-RGN-FILE-STATUS.

            SELECT Reject-File ASSIGN TO 'REJFILE'
      * flags branch/products where their cumulative posting has
      * drifted from our feed - the dropped-feed detector. Missing
      * file leaves the exception checks on the old daily-net basis.
      * Keyed branch+product; each group reads its own record.
            SELECT On-Hand-Snapshot ASSIGN TO 'ONHAND'
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS OH-KEY
            FILE STATUS IS WS-ONH-FILE-STATUS.

      * Stock position report - projected on-hand per branch/product
            SELECT Stock-Report ASSIGN TO 'STKRPT'
            ORGANIZATION IS LINE SEQUENTIAL.

      * Movement history. INVFILE is overwritten every run, so each
      * day's group records also land here stamped with the business
      * date, updated in place: the key leads with the business
      * date, so the records that have aged out of the rolling-
      * quarter window sit at the front of the file and are deleted
      * there, and today's groups are added behind. A restart adds
      * the same keys again and simply rewrites them. The alternate
      * keys let RD8INQ go straight to one branch or one product
      * when it answers the auditors' date-range questions.
            SELECT Movement-History ASSIGN TO 'MOVHIST'
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS MH-KEY
            ALTERNATE RECORD KEY IS MH-BRANCH-PRODUCT
                WITH DUPLICATES
            ALTERNATE RECORD KEY IS MH-PRODUCT-CODE
                WITH DUPLICATES
            FILE STATUS IS WS-MOV-FILE-STATUS.

      * Branch/product balance master, keyed like the inventory feed
      * (branch code + product code). Each group reads its own
      * record by key, posts today's net quantity into the month-to-
      * date and year-to-date balances and rewrites it in place; a
      * new branch/product is added. A balance with no activity
      * today is not touched - its periods roll the next time it
      * posts, and the readers align a record that has not posted
      * yet in their month the same way. Missing on the first run
      * ever; 1000-INITIALIZE creates it empty.
            SELECT Balance-Master ASSIGN TO 'BALMSTR'
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS BAL-KEY
            FILE STATUS IS WS-BAL-FILE-STATUS.

      * Run-control log - one record per run, restart or not, so
      * operations can always tie a run's output back to a known input
      * count. Opened EXTEND (see 1000-INITIALIZE) so a later run never
            SELECT Checkpoint-File ASSIGN TO 'CKPFILE'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-CKPT-FILE-STATUS.

      * Transmission-control report - every batch received with its
      * counted and trailer control totals and whether it was held,
      * then every branch on the branch master that sent no batch for
      * the business date, so a silent branch is chased the next
      * morning instead of passing for a quiet sales day. Written by
      * the FULL run's validate pass.
            SELECT Transmission-Report ASSIGN TO 'TXCRPT'
            ORGANIZATION IS LINE SEQUENTIAL.

      * Processed-document register - one record per docket line a
      * FULL run has taken, keyed by branch, docket reference,
      * transaction date and product code (the product breaks the
      * tie between the lines of one docket), stamped with the
      * business date and start time of the run that took it. 3150
      * reads it by key and writes each accepted line as it is
      * accepted, so a resent branch file, a recycled docket that
      * also comes back in the branch's own extract, or the same line
      * twice in one night's input cannot post twice. Updated in
      * place; entries dated before the twelve-month window are
      * deleted along the transaction-date key at initialization,
      * and the back-out run deletes a business date's entries along
      * the posting-date key. Created empty on the first run ever.
            SELECT Document-Register ASSIGN TO 'DOCREG'
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS DR-KEY
            ALTERNATE RECORD KEY IS DR-TRAN-DATE
                WITH DUPLICATES
            ALTERNATE RECORD KEY IS DR-POST-DATE
                WITH DUPLICATES
            FILE STATUS IS WS-DRG-FILE-STATUS.

      * Transfer extract - every transfer out and transfer in the
      * FULL run posted, in the transaction layout, for RD9XFER to
      * match against the in-transit file. Rewritten each run.
            SELECT Transfer-File ASSIGN TO 'XFRFILE'
            ORGANIZATION IS LINE SEQUENTIAL.

      * Close-control log from the month-end close - read once at
      * initialization for the latest month closed. Activity dated in
      * that month or earlier can no longer post into its own period.
      * Missing means no month has ever closed.
            SELECT Close-Control ASSIGN TO 'CLOSECTL'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-CLOSE-FILE-STATUS.

      * Prior-period adjustments - the net of every group's activity
      * dated in a closed month, one record per group and month,
      * stamped with the business date that captured it. RD6CLOSE's
      * restatement applies them to the month's snapshot. Appended
      * like the audit log, with the OPEN OUTPUT fallback for the
      * first adjustment ever.
            SELECT Prior-Period-Adjust ASSIGN TO 'PPADJ'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PPA-FILE-STATUS.

      * Branch merge file, maintained by RD3MAINT - one record per
      * branch closed into a successor, with the last business day
      * the closed code may trade under. Activity for a closed code
      * dated after that day is refused, and the closed branch drops
      * off the transmission report's silent list. Missing until the
      * first merge.
            SELECT Branch-Merge ASSIGN TO 'BRMERGE'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-MRG-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
      * TRAN-TYPE distinguishes sales ('S') from customer returns
      * flow through the normal edit/sort/summarize path instead of
      * the branches keying them as a manual memo that never hits the
      * summary. Returns and adjustments are netted against sales in
      * 4200-PRINT-GROUP. The count run's approved surpluses come in
      * as count gains ('G'), which add like sales.
      * TRAN-DATE is the business date the branch wrote the docket,
      * not the date the file reached us - a courier file that
      * arrives a day late still posts to the balance master under
      * the day its business was done. DOC-REF is the branch's own
      * docket reference, carried so a reject can be chased by the
      * number the branch can actually find.
      * Each branch's transmission is a batch: a header record (TRAN-
      * TYPE 'H') opens it and a trailer ('T') closes it, both in the
      * batch-control layout redefined in WORKING-STORAGE - branch,
      * record count where product and quantity sit, the batch's
      * business date where TRAN-DATE sits, and a hash total of the
      * detail quantities where DOC-REF sits. The recycle run wraps
      * its corrections, and the stock count run its adjustments, in
      * a batch of their own under branch 000.
      * Stock moved between branches is a transfer: the sending
      * branch keys a transfer out ('O') naming the receiving branch
      * in XFER-BRANCH, and the receiving branch keys a transfer in
      * ('I') naming the sender when the goods arrive, both under the
      * same docket reference. A transfer out leaves the branch like
      * a sale and a transfer in arrives like a return, so each side
      * posts through the normal path to its own branch; RD9XFER
      * pairs the two sides and ages what is still on the road.
      * XFER-BRANCH was added at the end of the record, so a branch
      * whose till system still writes the 26-byte record reads it
      * as spaces, which only a transfer type is edited for.
       FD Transaction.
            01 Transaction-File.
                05 BRANCH-CODE     PIC 9(3).
                05 TRAN-TYPE       PIC X(1).
                05 TRAN-DATE       PIC 9(8).
                05 DOC-REF         PIC X(10).
                05 XFER-BRANCH     PIC X(3).

       SD Sort-Work-File.
            01 SORT-WORK-RECORD.
                05 SW-TRAN-TYPE    PIC X(1).
                05 SW-TRAN-DATE    PIC 9(8).
                05 SW-DOC-REF      PIC X(10).
                05 SW-XFER-BRANCH  PIC 9(3).

       FD Validated-File.
            01 VALIDATED-RECORD.
                05 VF-TRAN-TYPE    PIC X(1).
                05 VF-TRAN-DATE    PIC 9(8).
                05 VF-DOC-REF      PIC X(10).
                05 VF-XFER-BRANCH  PIC 9(3).

       FD Sorted-File.
            01 SORTED-RECORD.
                05 SF-TRAN-TYPE    PIC X(1).
                05 SF-TRAN-DATE    PIC 9(8).
                05 SF-DOC-REF      PIC X(10).
                05 SF-XFER-BRANCH  PIC 9(3).

       FD Report-File.
            01 REPORT-RECORD PIC X(132).

      * RJ-TRAN-DATE and RJ-DOC-REF ride along from the rejected
      * transaction so the branch can be quoted its own docket
      * reference when the reject is chased. RJ-XFER-BRANCH carries
      * a rejected transfer's other branch so the recycle run can
      * send it back through whole.
       FD Reject-File.
            01 REJECT-RECORD.
                05 RJ-RUN-DATE      PIC 9(8).
                05 RJ-DOC-REF       PIC X(10).
                05 RJ-REASON-CODE   PIC X(4).
                05 RJ-REASON-TEXT   PIC X(30).
                05 RJ-XFER-BRANCH   PIC X(3).

      * Fixed-format branch/product/quantity totals handed straight
      * to the inventory reorder job - no more re-keying numbers off
                       SIGN IS LEADING SEPARATE.
                05 IO-FILLER           PIC X(19).

      * BAL-PRIOR-YTD-QTY is last year's final year-to-date
      * balance, rolled out of BAL-YTD-QTY the first time a run posts
      * in a new year; it is what the comparison section reports as
      * the same-period-last-year figure. BAL-LAST-POST-DATE drives
      * the month/year rollovers in 7200-ROLL-BALANCE-PERIODS.
       FD Balance-Master.
            01 BALANCE-MASTER-RECORD.
                05 BAL-KEY.
                    10 BAL-BRANCH-CODE  PIC 9(3).
                    10 BAL-PRODUCT-CODE PIC 9(2).
                05 BAL-MTD-QTY         PIC S9(9)
                       SIGN IS LEADING SEPARATE.
                05 BAL-YTD-QTY         PIC S9(9)
                       SIGN IS LEADING SEPARATE.
                05 BAL-LAST-POST-DATE  PIC 9(8).

      * Run-control audit record - lets operations tie this run's
      * output back to a known input count before the totals are
      * trusted for reconciliation. AU-RUN-STATUS is POSTED for a
      * daily run; the back-out run appends a BACKOUT record for the
      * business date it reverses. Records written before the status
      * existed read it as spaces.
       FD Audit-File.
            01 AUDIT-RECORD.
                05 AU-RUN-DATE             PIC 9(8).
                05 AU-GROUP-COUNT          PIC 9(9).
                05 AU-GRAND-TOTAL-QTY      PIC S9(9)
                       SIGN IS LEADING SEPARATE.
                05 AU-RUN-STATUS           PIC X(8).

       FD Movement-History.
            01 MOVEMENT-HISTORY-RECORD.
                05 MH-KEY.
                    10 MH-BUSINESS-DATE    PIC 9(8).
                    10 MH-BRANCH-PRODUCT.
                        15 MH-BRANCH-CODE  PIC 9(3).
                        15 MH-PRODUCT-CODE PIC 9(2).
                05 MH-NET-QTY          PIC S9(7)
                       SIGN IS LEADING SEPARATE.
      * The balance record as the group found it before posting -
      * MH-BAL-FOUND-SW 'N' when the group added a new balance - so
      * a business date can be backed out to exactly the figures
      * its run found, period rollovers included.
                05 MH-BAL-FOUND-SW     PIC X(01).
                05 MH-BEF-MTD-QTY      PIC S9(9)
                       SIGN IS LEADING SEPARATE.
                05 MH-BEF-YTD-QTY      PIC S9(9)
                       SIGN IS LEADING SEPARATE.
                05 MH-BEF-PRIOR-YTD-QTY PIC S9(9)
                       SIGN IS LEADING SEPARATE.
                05 MH-BEF-LAST-POST-DATE PIC 9(8).

       FD On-Hand-Snapshot.
            01 ONHAND-RECORD.
                05 OH-KEY.
                    10 OH-BRANCH-CODE   PIC 9(3).
                    10 OH-PRODUCT-CODE  PIC 9(2).
                05 OH-ONHAND-QTY       PIC S9(9)
                       SIGN IS LEADING SEPARATE.
                05 OH-CUM-POSTED-QTY   PIC S9(9)
                05 CK-REJECT-COUNT         PIC 9(9).
                05 CK-SECTION-BRANCH       PIC 9(3).

       FD Transmission-Report.
            01 TRANSMISSION-REPORT-RECORD PIC X(132).

       FD Document-Register.
            01 DOCUMENT-REGISTER-RECORD.
                05 DR-KEY.
                    10 DR-BRANCH-CODE      PIC 9(3).
                    10 DR-DOC-REF          PIC X(10).
                    10 DR-TRAN-DATE        PIC 9(8).
                    10 DR-PRODUCT-CODE     PIC 9(2).
                05 DR-POST-DATE            PIC 9(8).
                05 DR-RUN-TIME             PIC 9(6).

       FD Transfer-File.
            01 TRANSFER-RECORD.
                05 XT-BRANCH-CODE  PIC 9(3).
                05 XT-PRODUCT-CODE PIC 9(2).
                05 XT-QUANTITY     PIC 9(2).
                05 XT-TRAN-TYPE    PIC X(1).
                05 XT-TRAN-DATE    PIC 9(8).
                05 XT-DOC-REF      PIC X(10).
                05 XT-XFER-BRANCH  PIC 9(3).

       FD Close-Control.
            01 CLOSE-CONTROL-RECORD.
                05 CL-CLOSE-MONTH      PIC 9(6).
                05 CL-RUN-DATE         PIC 9(8).
                05 CL-RUN-TIME         PIC 9(6).
                05 CL-RECORD-COUNT     PIC 9(9).
                05 CL-GRAND-MTD-QTY    PIC S9(9)
                       SIGN IS LEADING SEPARATE.
                05 CL-ENTRY-TYPE       PIC X(8).
                05 CL-ADJUST-QTY       PIC S9(9)
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

       FD Branch-Merge.
            01 BRANCH-MERGE-RECORD.
                05 MG-CLOSED-BRANCH    PIC 9(3).
                05 MG-SUCCESSOR        PIC 9(3).
                05 MG-EFF-DATE         PIC 9(8).
                05 MG-MERGE-DATE       PIC 9(8).

       WORKING-STORAGE SECTION.
      * Transaction file name, supplied as a run parameter (see
      * 1000-INITIALIZE); defaults to TRANIN when no parameter is
                    88 TRAN-IS-SALE              VALUE 'S'.
                    88 TRAN-IS-RETURN            VALUE 'R'.
                    88 TRAN-IS-ADJUSTMENT        VALUE 'A'.
                    88 TRAN-IS-COUNT-GAIN        VALUE 'G'.
                    88 TRAN-IS-TRANSFER-OUT      VALUE 'O'.
                    88 TRAN-IS-TRANSFER-IN       VALUE 'I'.
                    88 TRAN-IS-TRANSFER          VALUE 'O' 'I'.
                    88 TRAN-TYPE-IS-VALID        VALUE 'S' 'R' 'A'
                                                       'G' 'O' 'I'.
                    88 TRAN-IS-BATCH-HEADER      VALUE 'H'.
                    88 TRAN-IS-BATCH-TRAILER     VALUE 'T'.
                    88 TRAN-IS-BATCH-CONTROL     VALUE 'H' 'T'.
                05 WS-TRAN-DATE.
                    10 WS-TD-YEAR  PIC 9(4).
                    10 WS-TD-MONTH PIC 9(2).
                    10 WS-TD-DAY   PIC 9(2).
                05 WS-DOC-REF      PIC X(10).
                05 WS-XFER-BRANCH  PIC 9(3).
            01 WS-TRANSACTION-FILE-X REDEFINES WS-TRANSACTION-FILE.
                05 WS-BRANCH-CODE-X  PIC X(3).
                05 WS-PRODUCT-CODE-X PIC X(2).
                05 WS-TRAN-TYPE-X    PIC X(1).
                05 WS-TRAN-DATE-X    PIC X(8).
                05 WS-DOC-REF-X      PIC X(10).
                05 WS-XFER-BRANCH-X  PIC X(3).
      * Batch header/trailer view of the same 26 bytes. The header
      * carries the branch and the batch's business date; the
      * trailer adds the detail record count and the quantity hash
      * total the branch's till system counted as it wrote the file.
            01 WS-BATCH-CONTROL-RECORD REDEFINES WS-TRANSACTION-FILE.
                05 WS-BH-BRANCH-CODE   PIC 9(3).
                05 WS-BH-RECORD-COUNT  PIC 9(4).
                05 WS-BH-RECORD-COUNT-X REDEFINES WS-BH-RECORD-COUNT
                                       PIC X(4).
                05 WS-BH-RECORD-TYPE   PIC X(1).
                05 WS-BH-BATCH-DATE    PIC 9(8).
                05 WS-BH-HASH-TOTAL    PIC 9(10).
                05 WS-BH-HASH-TOTAL-X REDEFINES WS-BH-HASH-TOTAL
                                       PIC X(10).

            77 WS-EOF             PIC X(01) VALUE 'N'.
                88 END-OF-TRANSACTIONS       VALUE 'Y'.
                88 THIS-IS-A-RESTART        VALUE 'Y'.

      * Product master, held as a table in ascending PRODUCT-CODE
      * order so transactions can be validated with SEARCH ALL - one
      * entry for every code the two-digit key can hold.
            01 PRODUCT-TABLE.
                05 PRODUCT-TABLE-ENTRY OCCURS 1 TO 100 TIMES
                       DEPENDING ON WS-PRODUCT-TABLE-COUNT
                88 PRODUCT-TABLE-OVERFLOW   VALUE 'Y'.

      * Branch master, held as a table in ascending BRANCH-CODE order
      * so transactions can be validated with SEARCH ALL - room for
      * every code the three-digit key can hold.
            01 BRANCH-TABLE.
                05 BRANCH-TABLE-ENTRY OCCURS 1 TO 1000 TIMES
                       DEPENDING ON WS-BRANCH-TABLE-COUNT
                       ASCENDING KEY IS BT-BRANCH-CODE
                       INDEXED BY BT-IDX.
                    10 BT-BRANCH-TOTAL-QTY PIC S9(9) COMP VALUE ZERO.
                    10 BT-BRANCH-TOTAL-VAL PIC S9(11)V99 COMP
                           VALUE ZERO.
                    10 BT-BATCH-SW     PIC X(01).
                        88 BT-BATCH-RECEIVED     VALUE 'Y'.
            77 WS-BRANCH-TABLE-COUNT  PIC 9(4) COMP VALUE ZERO.
            77 WS-BRANCH-OVERFLOW-SW  PIC X(01) VALUE 'N'.
                88 BRANCH-TABLE-OVERFLOW    VALUE 'Y'.

      * Region master, serially searched - four operating regions
      * today, room for every two-digit region code. Totals
      * accumulate when the branch cross-tab totals do; a region code
      * a branch carries that the region master does not know is
      * added with a blank name so its quantity still rolls up
      * somewhere visible.
            01 REGION-TABLE.
                05 REGION-TABLE-ENTRY OCCURS 1 TO 100 TIMES
                       DEPENDING ON WS-REGION-TABLE-COUNT
                       INDEXED BY RG-IDX.
                    10 RG-REGION-CODE  PIC 9(2).
            77 WS-RANK-FIRST-SW       PIC X(01).
                88 FIRST-RANK-REGION        VALUE 'Y'.

      * Branch merges, serially searched on the closed code - a
      * handful at most. A group posting under a closed code (a late
      * file dated before the merge took effect) is counted so the
      * merge can be keyed again to carry it to the successor.
            01 MERGE-TABLE.
                05 MERGE-TABLE-ENTRY OCCURS 1 TO 1000 TIMES
                       DEPENDING ON WS-MERGE-COUNT
                       INDEXED BY MR-IDX.
                    10 MR-CLOSED-BRANCH PIC 9(3).
                    10 MR-SUCCESSOR     PIC 9(3).
                    10 MR-EFF-DATE      PIC 9(8).
            77 WS-MERGE-COUNT         PIC 9(4) COMP VALUE ZERO.
            77 WS-MRG-FILE-STATUS     PIC X(2).
            77 WS-MERGE-KEY           PIC 9(3).
            77 WS-MERGE-FOUND-SW      PIC X(01).
                88 MERGED-BRANCH-FOUND      VALUE 'Y'.
            77 WS-MERGED-POST-COUNT   PIC 9(7) COMP VALUE ZERO.
            01 WS-MERGED-REASON-TEXT.
                05 FILLER             PIC X(26) VALUE
                     "BRANCH CLOSED - MERGED TO ".
                05 WS-MERGED-SUCCESSOR PIC 9(3).
                05 FILLER             PIC X(01) VALUE SPACES.

            77 WS-REJECT-REASON-CODE PIC X(4).
            77 WS-REJECT-REASON-TEXT PIC X(30).

                    10 PRG-UNIT-PRICE   PIC 9(5)V99.
            77 WS-PRICE-REG-COUNT     PIC 9(3) COMP VALUE ZERO.

      * On-hand snapshot controls - the file is read by key, one
      * record per group, so only its presence and as-of date are
      * held here.
            77 WS-ONH-FILE-STATUS     PIC X(2).
            77 WS-ONH-PRESENT-SW      PIC X(01) VALUE 'N'.
                88 SNAPSHOT-ON-FILE             VALUE 'Y'.
            77 WS-ONH-ASOF-DATE       PIC 9(8) VALUE ZERO.

      * Processed-document register controls. The register is read
      * and written by key, so only its open state is held here. The
      * twelve-month retention runs off the transaction date - a
      * docket dated before the window is too old to be a resend.
            77 WS-DRG-FILE-STATUS     PIC X(2).
            77 WS-DRG-OPEN-SW         PIC X(01) VALUE 'N'.
                88 REGISTER-IS-OPEN             VALUE 'Y'.
            01 WS-DRG-CUTOFF-DATE     PIC 9(8).
            01 WS-DRG-CUTOFF-R REDEFINES WS-DRG-CUTOFF-DATE.
                05 WS-DC-YEAR         PIC 9(4).
                05 WS-DC-MONTH        PIC 9(2).
                05 WS-DC-DAY          PIC 9(2).
            77 WS-DRG-DROPPED-COUNT   PIC 9(9) COMP VALUE ZERO.
            77 WS-DRG-ADDED-COUNT     PIC 9(9) COMP VALUE ZERO.
            77 WS-DUPLICATE-COUNT     PIC 9(9) COMP VALUE ZERO.
            77 WS-DRG-RECLAIMED-COUNT PIC 9(9) COMP VALUE ZERO.
            77 WS-TRANSFER-COUNT      PIC 9(9) COMP VALUE ZERO.
      * Reject text for a repeat docket: the date of the run that
      * already took it, so the clerk can find that run's output.
            01 WS-DUP-REASON-TEXT.
                05 FILLER             PIC X(18) VALUE
                     "ALREADY POSTED ON ".
                05 WS-DUP-POST-DATE   PIC 9999/99/99.
                05 FILLER             PIC X(02) VALUE SPACES.

      * Batch control table, one entry per header in TRANIN order,
      * built by the proving pass in 3400-PROVE-BATCHES before a
      * single record is edited. The release pass walks the file
      * again counting headers the same way, so the ordinal in
      * WS-CURRENT-BATCH always names the entry for the batch in hand.
            01 BATCH-TABLE.
                05 BATCH-ENTRY OCCURS 1 TO 1000 TIMES
                       DEPENDING ON WS-BATCH-COUNT
                       INDEXED BY BC-IDX.
                    10 BC-BRANCH-CODE      PIC 9(3).
                    10 BC-BATCH-DATE       PIC 9(8).
                    10 BC-DETAIL-COUNT     PIC 9(7) COMP.
                    10 BC-HASH-TOTAL       PIC 9(10) COMP.
                    10 BC-TRAILER-COUNT    PIC 9(7) COMP.
                    10 BC-TRAILER-HASH     PIC 9(10) COMP.
                    10 BC-STATUS-SW        PIC X(01).
                        88 BC-IN-BALANCE             VALUE 'Y'.
                        88 BC-HELD                   VALUE 'N'.
                    10 BC-HOLD-REASON      PIC X(30).
      * What a branch-000 batch carries, from its first line's docket
      * reference: the count run marks its adjustments "CT".
                    10 BC-INTERNAL-SW      PIC X(01).
                        88 BC-COUNT-ADJUSTMENTS      VALUE 'C'.
            77 WS-BATCH-COUNT         PIC 9(4) COMP VALUE ZERO.
            77 WS-CURRENT-BATCH       PIC 9(4) COMP VALUE ZERO.
            77 WS-BATCH-OPEN-SW       PIC X(01) VALUE 'N'.
                88 BATCH-IS-OPEN             VALUE 'Y'.
            77 WS-BATCH-OVERFLOW-SW   PIC X(01) VALUE 'N'.
                88 BATCH-TABLE-OVERFLOW      VALUE 'Y'.
            77 WS-BATCH-HELD-COUNT    PIC 9(4) COMP VALUE ZERO.
            77 WS-CONTROL-RECORD-COUNT PIC 9(7) COMP VALUE ZERO.
            77 WS-ORPHAN-TRAILER-COUNT PIC 9(4) COMP VALUE ZERO.
            77 WS-UNBATCHED-COUNT     PIC 9(7) COMP VALUE ZERO.
            77 WS-SILENT-BRANCH-COUNT PIC 9(4) COMP VALUE ZERO.
            77 WS-TXC-PAGE-COUNT      PIC 9(3) VALUE ZERO.
            77 WS-TXC-LINE-COUNT      PIC 9(2) VALUE 99.
            01 WS-TXC-HOLD-LINE       PIC X(132).

      * Stock position work fields for the group in hand. The tested
      * quantity is projected on-hand when the snapshot covers the
      * group, the day's net when it does not (the old basis). The
                05 WS-MC-DAY          PIC 9(2).
            77 WS-MOV-MONTH-SERIAL    PIC 9(7) COMP.
            77 WS-MOV-MONTH-REM       PIC 9(2) COMP.
            77 WS-MOV-DROPPED-COUNT   PIC 9(9) COMP VALUE ZERO.

      * Cycle-control state as read at initialization. After
            01 TEMP-GROSS-QTY        PIC 9(7).
            01 TEMP-RETURN-QTY       PIC 9(7).
            01 TEMP-RESULT           PIC S9(7).
      * The part of the group's net dated in a month already closed,
      * by month - it is in TEMP-RESULT like the rest of the day's
      * movement, but posts to the balance master's year figures
      * only and goes to the prior-period adjustment file for its
      * month's restatement, never into the open month. The latest
      * closed month comes from the close-control log.
            77 WS-CLOSE-FILE-STATUS  PIC X(2).
            77 WS-PPA-FILE-STATUS    PIC X(2).
            77 WS-CLOSE-EOF-SW       PIC X(01).
                88 END-OF-CLOSE-CONTROL         VALUE 'Y'.
            77 WS-LAST-CLOSED-MONTH  PIC 9(6) VALUE ZERO.
            77 WS-TRAN-MONTH         PIC 9(6).
            77 WS-LATE-QTY           PIC S9(7) COMP.
            77 WS-LATE-NET-QTY       PIC S9(7) COMP.
            77 WS-LATE-YTD-QTY       PIC S9(7) COMP.
            77 WS-LATE-PRIOR-QTY     PIC S9(7) COMP.
            77 WS-OPEN-NET-QTY       PIC S9(7) COMP.
            77 WS-POSTING-YEAR       PIC 9(4).
            77 WS-LATE-ENTRY-COUNT   PIC 9(2) COMP VALUE ZERO.
            01 LATE-ACTIVITY-TABLE.
                05 LATE-ACTIVITY-ENTRY OCCURS 1 TO 24 TIMES
                       DEPENDING ON WS-LATE-ENTRY-COUNT
                       INDEXED BY LT-IDX.
                    10 LT-CLOSE-MONTH    PIC 9(6).
                    10 LT-NET-QTY        PIC S9(7) COMP.
            77 WS-PPA-WRITTEN-COUNT  PIC 9(7) COMP VALUE ZERO.
            77 WS-PPA-TOTAL-QTY      PIC S9(9) COMP VALUE ZERO.
      * TEMP-VALUE is the group's net quantity extended by the
      * product's unit price - negative when returns exceed sales,
      * zero when the product is not on the master.
            77 WS-GRAND-TOTAL-VAL    PIC S9(11)V99 COMP VALUE ZERO.
            77 WS-RANK-NUMBER        PIC 9(4) COMP VALUE ZERO.

      * Balance-master update controls. WS-OLD-BALANCE is the
      * group's balance record as read by key; the found switch says
      * whether it was there to post into or is a new balance. The
      * WS-CMP- fields hold the posted balances for the group just
      * summarized, for the comparison line under its detail line.
            77 WS-BAL-FOUND-SW        PIC X(01) VALUE 'N'.
                88 BALANCE-ON-FILE              VALUE 'Y'.
            77 WS-POSTED-SW           PIC X(01) VALUE 'N'.
                88 GROUP-ALREADY-POSTED         VALUE 'Y'.
            77 WS-ALREADY-POSTED-COUNT PIC 9(7) COMP VALUE ZERO.
            77 WS-HIST-ON-FILE-SW     PIC X(01) VALUE 'N'.
                88 GROUP-HISTORY-ON-FILE        VALUE 'Y'.
            01 WS-OLD-BALANCE.
                05 WS-OB-BRANCH-CODE     PIC 9(3).
                05 WS-OB-PRODUCT-CODE    PIC 9(2).
                05 WS-OB-PRIOR-YTD-QTY   PIC S9(9)
                       SIGN IS LEADING SEPARATE.
                05 WS-OB-LAST-POST-DATE  PIC 9(8).
      * The same record as read, before 7200 rolls it - what the
      * movement history carries as the group's before-image.
            01 WS-FOUND-BALANCE.
                05 WS-FB-BRANCH-CODE     PIC 9(3).
                05 WS-FB-PRODUCT-CODE    PIC 9(2).
                05 WS-FB-MTD-QTY         PIC S9(9)
                       SIGN IS LEADING SEPARATE.
                05 WS-FB-YTD-QTY         PIC S9(9)
                       SIGN IS LEADING SEPARATE.
                05 WS-FB-PRIOR-YTD-QTY   PIC S9(9)
                       SIGN IS LEADING SEPARATE.
                05 WS-FB-LAST-POST-DATE  PIC 9(8).
            77 WS-CMP-MTD-QTY         PIC S9(9) COMP VALUE ZERO.
            77 WS-CMP-YTD-QTY         PIC S9(9) COMP VALUE ZERO.
            77 WS-CMP-PRIOR-QTY       PIC S9(9) COMP VALUE ZERO.
      * The date 7200-ROLL-BALANCE-PERIODS rolls against and the
      * posted record is stamped with - the group's posting date, or
      * the record's own later stamp (see 7000), and the year before
      * it, which decides whether the balance being rolled out was
      * last year's or is older still.
            77 WS-POSTING-DATE        PIC 9(8).
            77 WS-POSTING-PRIOR-YEAR  PIC 9(4).

      * Run date/time, broken out for the report headings.
            01 WS-CURRENT-DATE-TIME.
                05 FILLER           PIC X(46) VALUE
                     "NO ON-HAND SNAPSHOT - DAILY NET BASIS APPLIED".

      * Transmission-control report lines.
            01 TXC-HDG-LINE-1.
                05 FILLER           PIC X(10) VALUE "RD1-SUMM".
                05 FILLER           PIC X(29) VALUE
                     "TRANSMISSION CONTROL REPORT".
                05 FILLER           PIC X(10) VALUE "RUN DATE ".
                05 TXH-RUN-DATE     PIC 9999/99/99.
                05 FILLER           PIC X(08) VALUE "  TIME ".
                05 TXH-RUN-TIME     PIC 99B99B99.
                05 FILLER           PIC X(08) VALUE "  PAGE ".
                05 TXH-PAGE         PIC ZZZ9.

            01 TXC-HDG-LINE-2.
                05 FILLER           PIC X(07) VALUE "BRANCH".
                05 FILLER           PIC X(22) VALUE "BRANCH NAME".
                05 FILLER           PIC X(12) VALUE "BATCH DATE".
                05 FILLER           PIC X(10) VALUE "  RECORDS".
                05 FILLER           PIC X(10) VALUE "  TRAILER".
                05 FILLER           PIC X(15) VALUE "     HASH TOTAL".
                05 FILLER           PIC X(15) VALUE "   TRAILER HASH".
                05 FILLER           PIC X(02) VALUE SPACES.
                05 FILLER           PIC X(06) VALUE "STATUS".

            01 TXC-BATCH-LINE.
                05 TXB-BRANCH-CODE  PIC ZZ9.
                05 FILLER           PIC X(04) VALUE SPACES.
                05 TXB-BRANCH-NAME  PIC X(20).
                05 FILLER           PIC X(02) VALUE SPACES.
                05 TXB-BATCH-DATE   PIC 9999/99/99.
                05 FILLER           PIC X(02) VALUE SPACES.
                05 TXB-DETAIL-COUNT PIC Z,ZZZ,ZZ9.
                05 FILLER           PIC X(01) VALUE SPACES.
                05 TXB-TRAILER-COUNT PIC Z,ZZZ,ZZ9.
                05 FILLER           PIC X(01) VALUE SPACES.
                05 TXB-HASH-TOTAL   PIC Z,ZZZ,ZZZ,ZZ9.
                05 FILLER           PIC X(02) VALUE SPACES.
                05 TXB-TRAILER-HASH PIC Z,ZZZ,ZZZ,ZZ9.
                05 FILLER           PIC X(04) VALUE SPACES.
                05 TXB-STATUS       PIC X(30).

            01 TXC-SILENT-HDG-LINE.
                05 FILLER           PIC X(47) VALUE
                     "ACTIVE BRANCHES WITH NO BATCH FOR BUSINESS DATE".
                05 FILLER           PIC X(01) VALUE SPACES.
                05 TXS-BUSINESS-DATE PIC 9999/99/99.

            01 TXC-SILENT-LINE.
                05 TXS-BRANCH-CODE  PIC ZZ9.
                05 FILLER           PIC X(04) VALUE SPACES.
                05 TXS-BRANCH-NAME  PIC X(20).
                05 FILLER           PIC X(09) VALUE "  REGION ".
                05 TXS-REGION-CODE  PIC Z9.
                05 FILLER           PIC X(04) VALUE SPACES.
                05 FILLER           PIC X(23) VALUE
                     "NOTHING RECEIVED - CHASE".

            01 TXC-TOTAL-LINE-1.
                05 FILLER           PIC X(19) VALUE
                     "BATCHES RECEIVED - ".
                05 TXT-BATCH-COUNT  PIC ZZZ9.
                05 FILLER           PIC X(16) VALUE
                     "   IN BALANCE - ".
                05 TXT-BALANCED     PIC ZZZ9.
                05 FILLER           PIC X(10) VALUE "   HELD - ".
                05 TXT-HELD         PIC ZZZ9.

            01 TXC-TOTAL-LINE-2.
                05 FILLER           PIC X(30) VALUE
                     "RECORDS OUTSIDE ANY BATCH - ".
                05 TXT-UNBATCHED    PIC Z,ZZZ,ZZ9.
                05 FILLER           PIC X(24) VALUE
                     "   STRAY TRAILERS - ".
                05 TXT-ORPHANS      PIC ZZZ9.

            01 TXC-TOTAL-LINE-3.
                05 FILLER           PIC X(30) VALUE
                     "BRANCHES SENDING NOTHING - ".
                05 TXT-SILENT       PIC ZZZ9.

       PROCEDURE DIVISION.
       0000-MAINLINE.
            PERFORM 1000-INITIALIZE THRU 1000-EXIT.
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM 1150-READ-CLOSE-CONTROL THRU 1150-EXIT.
            PERFORM 2500-LOAD-PRODUCT-MASTER THRU 2500-EXIT.
            PERFORM 2600-LOAD-BRANCH-MASTER THRU 2600-EXIT.
            PERFORM 2700-OPEN-ONHAND-SNAPSHOT THRU 2700-EXIT.
            PERFORM 2900-OPEN-DOCUMENT-REGISTER THRU 2900-EXIT.
      * VALIDATE needs only the reject file; REPORT needs only the
      * report file. Neither touches the checkpoint trail, the
      * inventory feed, the balance master or the audit log - those
            IF WS-AUD-FILE-STATUS NOT = "00"
                OPEN OUTPUT Audit-File
            END-IF.
            OPEN EXTEND Prior-Period-Adjust.
            IF WS-PPA-FILE-STATUS NOT = "00"
                OPEN OUTPUT Prior-Period-Adjust
            END-IF.
      * The balance master is updated in place. It may not exist on
      * the first run ever - create it empty, so every group posts
      * as a new balance record. Posting is gated by the restart
      * skip count like the report/inventory files: the groups the
      * abended run checkpointed are already on the master.
            OPEN I-O Balance-Master.
            IF WS-BAL-FILE-STATUS NOT = "00"
                OPEN OUTPUT Balance-Master
                CLOSE Balance-Master
                OPEN I-O Balance-Master
            END-IF.
            IF WS-BAL-FILE-STATUS NOT = "00"
                DISPLAY "RD1-SUMM CANNOT OPEN BALANCE MASTER - "
                        "FILE STATUS " WS-BAL-FILE-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM 2800-PURGE-MOVEMENT-HISTORY THRU 2800-EXIT.
       1000-EXIT.
            EXIT.

       1100-EXIT.
            EXIT.

      ******************************************************************
      * 1150-READ-CLOSE-CONTROL - take the latest month the month-end
      * close has written to its log. Closes run in month order, so
      * every month up to it is closed; a restatement record names a
      * month already closed and changes nothing here.
      ******************************************************************
       1150-READ-CLOSE-CONTROL.
            OPEN INPUT Close-Control.
            IF WS-CLOSE-FILE-STATUS NOT = "00"
                GO TO 1150-EXIT
            END-IF.
            MOVE 'N' TO WS-CLOSE-EOF-SW.
            PERFORM UNTIL END-OF-CLOSE-CONTROL
                READ Close-Control
                    AT END
                        SET END-OF-CLOSE-CONTROL TO TRUE
                    NOT AT END
                        IF CL-CLOSE-MONTH > WS-LAST-CLOSED-MONTH
                            MOVE CL-CLOSE-MONTH TO
                                 WS-LAST-CLOSED-MONTH
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE Close-Control.
       1150-EXIT.
            EXIT.

      ******************************************************************
      * 2500-LOAD-PRODUCT-MASTER - load the product master into a
      * table in ascending PRODUCT-CODE order so transactions can be
      * validated and described with SEARCH ALL. The master is a
      * keyed file read in key sequence, so the table arrives in
      * order and needs no sort of its own.
      ******************************************************************
       2500-LOAD-PRODUCT-MASTER.
            OPEN INPUT Product-Master.
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM 2550-APPLY-PENDING-PRICES THRU 2550-EXIT.
       2500-EXIT.
            EXIT.
            EXIT.

      ******************************************************************
      * 2600-LOAD-BRANCH-MASTER - load the branch master into a table
      * in ascending BRANCH-CODE order, read in key sequence like
      * 2500-LOAD-PRODUCT-MASTER above.
      ******************************************************************
       2600-LOAD-BRANCH-MASTER.
            OPEN INPUT Branch-Master.
                    AT END
                        SET END-OF-MASTER TO TRUE
                    NOT AT END
                        IF WS-BRANCH-TABLE-COUNT >= 1000
                            SET BRANCH-TABLE-OVERFLOW TO TRUE
                            SET END-OF-MASTER TO TRUE
                        ELSE
                                 BT-BRANCH-CODE(WS-BRANCH-TABLE-COUNT)
                            MOVE BM-BRANCH-NAME TO
                                 BT-BRANCH-NAME(WS-BRANCH-TABLE-COUNT)
                            MOVE 'N' TO
                                 BT-BATCH-SW(WS-BRANCH-TABLE-COUNT)
                            IF BM-REGION-CODE IS NUMERIC
                                MOVE BM-REGION-CODE TO
                                  BT-REGION-CODE(WS-BRANCH-TABLE-COUNT)
            CLOSE Branch-Master.
            IF BRANCH-TABLE-OVERFLOW
                DISPLAY "RD1-SUMM BRANCH MASTER EXCEEDS THE "
                        "1000-ENTRY BRANCH-TABLE LIMIT - INCREASE "
                        "THE OCCURS CLAUSE AND RECOMPILE"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM 2650-LOAD-REGION-MASTER THRU 2650-EXIT.
            PERFORM 2660-LOAD-BRANCH-MERGES THRU 2660-EXIT.
       2600-EXIT.
            EXIT.

                    AT END
                        SET END-OF-MASTER TO TRUE
                    NOT AT END
                        IF WS-REGION-TABLE-COUNT >= 100
                            DISPLAY "RD1-SUMM REGION MASTER EXCEEDS "
                                    "THE 100-ENTRY TABLE LIMIT - "
                                    "INCREASE THE OCCURS AND RECOMPILE"
                            MOVE 16 TO RETURN-CODE
                            STOP RUN
       2650-EXIT.
            EXIT.

      * No merge file means no branch has ever been merged away.
       2660-LOAD-BRANCH-MERGES.
            OPEN INPUT Branch-Merge.
            IF WS-MRG-FILE-STATUS NOT = "00"
                GO TO 2660-EXIT
            END-IF.
            MOVE 'N' TO WS-MASTER-EOF-SW.
            PERFORM UNTIL END-OF-MASTER
                READ Branch-Merge
                    AT END
                        SET END-OF-MASTER TO TRUE
                    NOT AT END
                        IF WS-MERGE-COUNT >= 1000
                            DISPLAY "RD1-SUMM BRANCH MERGE FILE "
                                    "EXCEEDS THE 1000-ENTRY TABLE "
                                    "LIMIT - INCREASE THE OCCURS AND "
                                    "RECOMPILE"
                            MOVE 16 TO RETURN-CODE
                            STOP RUN
                        ELSE
                            ADD 1 TO WS-MERGE-COUNT
                            MOVE MG-CLOSED-BRANCH TO
                                 MR-CLOSED-BRANCH(WS-MERGE-COUNT)
                            MOVE MG-SUCCESSOR TO
                                 MR-SUCCESSOR(WS-MERGE-COUNT)
                            MOVE MG-EFF-DATE TO
                                 MR-EFF-DATE(WS-MERGE-COUNT)
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE Branch-Merge.
       2660-EXIT.
            EXIT.

      ******************************************************************
      * 2700-OPEN-ONHAND-SNAPSHOT - open the inventory system's
      * nightly on-hand snapshot for keyed reads; each group looks up
      * its own branch/product in 4350. The snapshot is one nightly
      * extract, so the as-of date for the report heading is taken
      * from its first record (4350 still moves it on if a later
      * record carries a later date). A missing file is not an error
      * - the exception checks simply stay on the daily-net basis
      * and the stock position report says so.
      ******************************************************************
       2700-OPEN-ONHAND-SNAPSHOT.
            OPEN INPUT On-Hand-Snapshot.
            IF WS-ONH-FILE-STATUS NOT = "00"
                GO TO 2700-EXIT
            END-IF.
            SET SNAPSHOT-ON-FILE TO TRUE.
            READ On-Hand-Snapshot NEXT RECORD
                AT END
                    CONTINUE
                NOT AT END
                    MOVE OH-ASOF-DATE TO WS-ONH-ASOF-DATE
            END-READ.
       2700-EXIT.
            EXIT.

      ******************************************************************
      * 2800-PURGE-MOVEMENT-HISTORY - open the movement history for
      * update and delete the records that have aged out of the
      * rolling-quarter window. The key leads with the business
      * date, so they are the first records on file and the pass
      * stops at the first record inside the window. A missing file
      * is the first run with history - it is created empty.
      ******************************************************************
       2800-PURGE-MOVEMENT-HISTORY.
            COMPUTE WS-MOV-MONTH-SERIAL =
                (WS-RUN-YEAR * 12) + WS-RUN-MONTH - 1 - 3.
            DIVIDE WS-MOV-MONTH-SERIAL BY 12 GIVING WS-MC-YEAR
                REMAINDER WS-MOV-MONTH-REM.
            COMPUTE WS-MC-MONTH = WS-MOV-MONTH-REM + 1.
            MOVE 01 TO WS-MC-DAY.
            OPEN I-O Movement-History.
            IF WS-MOV-FILE-STATUS NOT = "00"
                OPEN OUTPUT Movement-History
                CLOSE Movement-History
                OPEN I-O Movement-History
            END-IF.
            IF WS-MOV-FILE-STATUS NOT = "00"
                DISPLAY "RD1-SUMM CANNOT OPEN MOVEMENT HISTORY - "
                        "FILE STATUS " WS-MOV-FILE-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            MOVE ZERO TO MH-KEY.
            START Movement-History KEY IS NOT LESS THAN MH-KEY
                INVALID KEY
                    GO TO 2800-EXIT
            END-START.
            MOVE 'N' TO WS-MASTER-EOF-SW.
            PERFORM UNTIL END-OF-MASTER
                READ Movement-History NEXT RECORD
                    AT END
                        SET END-OF-MASTER TO TRUE
                    NOT AT END
                        IF MH-BUSINESS-DATE < WS-MOV-CUTOFF-DATE
                            DELETE Movement-History RECORD
                                INVALID KEY
                                    CONTINUE
                            END-DELETE
                            ADD 1 TO WS-MOV-DROPPED-COUNT
                        ELSE
                            SET END-OF-MASTER TO TRUE
                        END-IF
                END-READ
            END-PERFORM.
            DISPLAY "RD1-SUMM MOVEMENT HISTORY - AGED OUT "
                    WS-MOV-DROPPED-COUNT.
       2800-EXIT.
            EXIT.

      ******************************************************************
      * 2900-OPEN-DOCUMENT-REGISTER - open the processed-document
      * register. A FULL run opens it for update - creating it empty
      * on the first run ever - and deletes the entries dated before
      * the twelve-month window, which lead the transaction-date key,
      * so the pass stops at the first entry inside the window. A
      * VALIDATE pre-check only reads it (and skips the check if it
      * is missing); REPORT never edits a line and leaves it alone.
      ******************************************************************
       2900-OPEN-DOCUMENT-REGISTER.
            IF REPORT-ONLY-RUN
                GO TO 2900-EXIT
            END-IF.
            IF VALIDATE-ONLY-RUN
                OPEN INPUT Document-Register
                IF WS-DRG-FILE-STATUS = "00"
                    SET REGISTER-IS-OPEN TO TRUE
                END-IF
                GO TO 2900-EXIT
            END-IF.
            COMPUTE WS-MOV-MONTH-SERIAL =
                (WS-RUN-YEAR * 12) + WS-RUN-MONTH - 1 - 12.
            DIVIDE WS-MOV-MONTH-SERIAL BY 12 GIVING WS-DC-YEAR
                REMAINDER WS-MOV-MONTH-REM.
            COMPUTE WS-DC-MONTH = WS-MOV-MONTH-REM + 1.
            MOVE 01 TO WS-DC-DAY.
            OPEN I-O Document-Register.
            IF WS-DRG-FILE-STATUS NOT = "00"
                OPEN OUTPUT Document-Register
                CLOSE Document-Register
                OPEN I-O Document-Register
            END-IF.
            IF WS-DRG-FILE-STATUS NOT = "00"
                DISPLAY "RD1-SUMM CANNOT OPEN DOCUMENT REGISTER - "
                        "FILE STATUS " WS-DRG-FILE-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            SET REGISTER-IS-OPEN TO TRUE.
            MOVE ZERO TO DR-TRAN-DATE.
            START Document-Register
                KEY IS NOT LESS THAN DR-TRAN-DATE
                INVALID KEY
                    GO TO 2900-EXIT
            END-START.
            MOVE 'N' TO WS-MASTER-EOF-SW.
            PERFORM UNTIL END-OF-MASTER
                READ Document-Register NEXT RECORD
                    AT END
                        SET END-OF-MASTER TO TRUE
                    NOT AT END
                        IF DR-TRAN-DATE < WS-DRG-CUTOFF-DATE
                            DELETE Document-Register RECORD
                                INVALID KEY
                                    CONTINUE
                            END-DELETE
                            ADD 1 TO WS-DRG-DROPPED-COUNT
                        ELSE
                            SET END-OF-MASTER TO TRUE
                        END-IF
                END-READ
            END-PERFORM.
       2900-EXIT.
            EXIT.

      ******************************************************************
      * 3000-RELEASE-TRANSACTIONS - reads the raw (unsorted)
      * transactions, edits each one, and writes the valid ones to
      * file.
      ******************************************************************
       3000-RELEASE-TRANSACTIONS.
            PERFORM 3400-PROVE-BATCHES THRU 3400-EXIT.
            MOVE ZERO TO WS-CURRENT-BATCH.
            MOVE 'N'  TO WS-BATCH-OPEN-SW.
            OPEN INPUT Transaction.
            OPEN OUTPUT Validated-File.
            PERFORM UNTIL END-OF-TRANSACTIONS
                    AT END
                        SET END-OF-TRANSACTIONS TO TRUE
                    NOT AT END
                        IF TRAN-IS-BATCH-CONTROL
                            PERFORM 3050-TRACK-BATCH-CONTROL THRU
                                    3050-EXIT
                        ELSE
                            ADD 1 TO WS-INPUT-RECORD-COUNT
                            PERFORM 3100-VALIDATE-ONE-RECORD THRU
                                    3100-EXIT
                            IF RECORD-IS-VALID
                                MOVE WS-BRANCH-CODE  TO VF-BRANCH-CODE
                                MOVE WS-PRODUCT-CODE TO VF-PRODUCT-CODE
                                MOVE WS-QUANTITY     TO VF-QUANTITY
                                MOVE WS-TRAN-TYPE    TO VF-TRAN-TYPE
                                MOVE WS-TRAN-DATE    TO VF-TRAN-DATE
                                MOVE WS-DOC-REF      TO VF-DOC-REF
                                IF TRAN-IS-TRANSFER
                                    MOVE WS-XFER-BRANCH TO
                                         VF-XFER-BRANCH
                                ELSE
                                    MOVE ZERO TO VF-XFER-BRANCH
                                END-IF
                                WRITE VALIDATED-RECORD
                            ELSE
                                ADD 1 TO WS-REJECT-COUNT
                                PERFORM 3200-WRITE-REJECT THRU 3200-EXIT
                            END-IF
                        END-IF
                END-READ
            END-PERFORM.
       3000-EXIT.
            EXIT.

      ******************************************************************
      * 3050-TRACK-BATCH-CONTROL - follow the headers and trailers on
      * the release pass exactly as 3400-PROVE-BATCHES counted them,
      * so each detail record is edited against its own batch's
      * verdict. Control records are not transactions: they are not
      * counted as input, sorted, posted or rejected.
      ******************************************************************
       3050-TRACK-BATCH-CONTROL.
            ADD 1 TO WS-CONTROL-RECORD-COUNT.
            IF TRAN-IS-BATCH-HEADER
                ADD 1 TO WS-CURRENT-BATCH
                SET BATCH-IS-OPEN TO TRUE
            ELSE
                MOVE 'N' TO WS-BATCH-OPEN-SW
            END-IF.
       3050-EXIT.
            EXIT.

      ******************************************************************
      * 3300-WRITE-CHECKPOINT - record current progress (the count of
      * sorted groups fully written so far, plus the input/reject
      ******************************************************************
       3100-VALIDATE-ONE-RECORD.
            MOVE 'Y' TO WS-RECORD-VALID-SW.
      * A batch that failed its trailer proof is held back whole -
      * every line goes to REJFILE under BTCH whatever else may be
      * wrong with it, so the branch resends the batch rather than
      * patching single lines of a transmission known to be short.
      * A record outside any header/trailer pair cannot be proved at
      * all and is refused the same way.
            IF NOT BATCH-IS-OPEN
                MOVE 'N'    TO WS-RECORD-VALID-SW
                MOVE 'BTCH' TO WS-REJECT-REASON-CODE
                MOVE "RECORD OUTSIDE ANY BATCH" TO
                     WS-REJECT-REASON-TEXT
            ELSE
                IF BC-HELD(WS-CURRENT-BATCH)
                    MOVE 'N'    TO WS-RECORD-VALID-SW
                    MOVE 'BTCH' TO WS-REJECT-REASON-CODE
                    MOVE BC-HOLD-REASON(WS-CURRENT-BATCH) TO
                         WS-REJECT-REASON-TEXT
                END-IF
            END-IF.
            IF RECORD-IS-VALID AND
               (WS-BRANCH-CODE-X  IS NOT NUMERIC OR
                WS-PRODUCT-CODE-X IS NOT NUMERIC OR
                WS-QUANTITY-X     IS NOT NUMERIC)
                MOVE 'N'    TO WS-RECORD-VALID-SW
                MOVE 'DATA' TO WS-REJECT-REASON-CODE
                MOVE "NON-NUMERIC OR GARBLED RECORD" TO
            IF RECORD-IS-VALID AND NOT TRAN-TYPE-IS-VALID
                MOVE 'N'    TO WS-RECORD-VALID-SW
                MOVE 'TYPE' TO WS-REJECT-REASON-CODE
                MOVE "TRAN TYPE NOT S/R/A/G/O/I" TO
                     WS-REJECT-REASON-TEXT
            END-IF.
            IF RECORD-IS-VALID AND TRAN-IS-TRANSFER
                PERFORM 3160-CHECK-TRANSFER-BRANCH THRU 3160-EXIT
            END-IF.
      * The quantity edit applies to every type - a return or an
      * adjustment carries a positive quantity too; its TRAN-TYPE,
      * not its sign, is what makes it subtract in the summary.
                MOVE "TRANSACTION DATE AFTER RUN DATE" TO
                     WS-REJECT-REASON-TEXT
            END-IF.
            IF RECORD-IS-VALID
                PERFORM 3170-CHECK-MERGED-BRANCH THRU 3170-EXIT
            END-IF.
      * The docket reference is what the branch quotes back when a
      * reject is chased - blank means unchaseable, so it is edited
      * like any other required field.
                MOVE "DOCUMENT REFERENCE IS BLANK" TO
                     WS-REJECT-REASON-TEXT
            END-IF.
            IF RECORD-IS-VALID
                PERFORM 3150-CHECK-DOCUMENT-REGISTER THRU 3150-EXIT
            END-IF.
       3100-EXIT.
            EXIT.

      ******************************************************************
      * 3150-CHECK-DOCUMENT-REGISTER - a docket line already on the
      * register is a repeat, however it got here (a resent branch
      * file, a recycled reject the branch also corrected in its own
      * extract, or the same line twice in tonight's input). It is
      * refused with the date of the run that took it, so the clerk
      * can see where the original went. A FULL run registers every
      * line it accepts at once (7600), so the second sight of a line
      * later in the same input is refused as well, dated with this
      * run's business date. An entry stamped with today's business
      * date but another start time was left by an attempt at this
      * date that abended before its first
      * checkpoint - nothing it validated was posted, so the line is
      * taken again and the entry restamped with this run's time.
      ******************************************************************
       3150-CHECK-DOCUMENT-REGISTER.
            IF NOT REGISTER-IS-OPEN
                GO TO 3150-EXIT
            END-IF.
            MOVE WS-BRANCH-CODE  TO DR-BRANCH-CODE.
            MOVE WS-DOC-REF      TO DR-DOC-REF.
            MOVE WS-TRAN-DATE    TO DR-TRAN-DATE.
            MOVE WS-PRODUCT-CODE TO DR-PRODUCT-CODE.
            READ Document-Register
                KEY IS DR-KEY
                INVALID KEY
                    IF FULL-RUN
                        PERFORM 7600-REGISTER-DOCUMENT-LINE THRU
                                7600-EXIT
                    END-IF
                    GO TO 3150-EXIT
            END-READ.
            IF FULL-RUN AND DR-POST-DATE = WS-RUN-DATE
                IF DR-RUN-TIME NOT = WS-RUN-TIME
                    MOVE WS-RUN-TIME TO DR-RUN-TIME
                    REWRITE DOCUMENT-REGISTER-RECORD
                        INVALID KEY
                            CONTINUE
                    END-REWRITE
                    ADD 1 TO WS-DRG-RECLAIMED-COUNT
                    GO TO 3150-EXIT
                END-IF
            END-IF.
            MOVE 'N'    TO WS-RECORD-VALID-SW.
            MOVE 'DUPD' TO WS-REJECT-REASON-CODE.
            MOVE DR-POST-DATE TO WS-DUP-POST-DATE.
            MOVE WS-DUP-REASON-TEXT TO WS-REJECT-REASON-TEXT.
            ADD 1 TO WS-DUPLICATE-COUNT.
       3150-EXIT.
            EXIT.

      ******************************************************************
      * 3160-CHECK-TRANSFER-BRANCH - a transfer must name the other
      * branch, and it must be a real branch and not the keying
      * branch itself; otherwise one side of the movement posts with
      * nowhere for the other side to come from or go to.
      ******************************************************************
       3160-CHECK-TRANSFER-BRANCH.
            IF WS-XFER-BRANCH-X IS NOT NUMERIC
                MOVE 'N'    TO WS-RECORD-VALID-SW
                MOVE 'XFER' TO WS-REJECT-REASON-CODE
                MOVE "TRANSFER BRANCH MISSING" TO
                     WS-REJECT-REASON-TEXT
                GO TO 3160-EXIT
            END-IF.
            IF WS-XFER-BRANCH = WS-BRANCH-CODE
                MOVE 'N'    TO WS-RECORD-VALID-SW
                MOVE 'XFER' TO WS-REJECT-REASON-CODE
                MOVE "TRANSFER TO OWN BRANCH" TO
                     WS-REJECT-REASON-TEXT
                GO TO 3160-EXIT
            END-IF.
            SEARCH ALL BRANCH-TABLE-ENTRY
                AT END
                    MOVE 'N'    TO WS-RECORD-VALID-SW
                    MOVE 'XFER' TO WS-REJECT-REASON-CODE
                    MOVE "UNKNOWN TRANSFER BRANCH" TO
                         WS-REJECT-REASON-TEXT
                WHEN BT-BRANCH-CODE(BT-IDX) = WS-XFER-BRANCH
                    CONTINUE
            END-SEARCH.
       3160-EXIT.
            EXIT.

      ******************************************************************
      * 3170-CHECK-MERGED-BRANCH - a branch closed by a merge trades
      * under its own code up to the merge's effective date. Anything
      * dated later belongs to the successor and is refused under its
      * own reason code, naming the successor, so the branch rekeys
      * it there. A transfer dated after the effective date cannot
      * name the closed branch as its other side either.
      ******************************************************************
       3170-CHECK-MERGED-BRANCH.
            MOVE WS-BRANCH-CODE TO WS-MERGE-KEY.
            PERFORM 3175-FIND-MERGED-BRANCH THRU 3175-EXIT.
            IF MERGED-BRANCH-FOUND AND
               WS-TRAN-DATE > MR-EFF-DATE(MR-IDX)
                MOVE 'N'    TO WS-RECORD-VALID-SW
                MOVE 'BRCL' TO WS-REJECT-REASON-CODE
                MOVE MR-SUCCESSOR(MR-IDX) TO WS-MERGED-SUCCESSOR
                MOVE WS-MERGED-REASON-TEXT TO WS-REJECT-REASON-TEXT
                GO TO 3170-EXIT
            END-IF.
            IF NOT TRAN-IS-TRANSFER
                GO TO 3170-EXIT
            END-IF.
            MOVE WS-XFER-BRANCH TO WS-MERGE-KEY.
            PERFORM 3175-FIND-MERGED-BRANCH THRU 3175-EXIT.
            IF MERGED-BRANCH-FOUND AND
               WS-TRAN-DATE > MR-EFF-DATE(MR-IDX)
                MOVE 'N'    TO WS-RECORD-VALID-SW
                MOVE 'BRCL' TO WS-REJECT-REASON-CODE
                MOVE "TRANSFER BRANCH CLOSED" TO
                     WS-REJECT-REASON-TEXT
            END-IF.
       3170-EXIT.
            EXIT.

      * Leaves MR-IDX on the merge entry for WS-MERGE-KEY when there
      * is one.
       3175-FIND-MERGED-BRANCH.
            MOVE 'N' TO WS-MERGE-FOUND-SW.
            IF WS-MERGE-COUNT > ZERO
                SET MR-IDX TO 1
                SEARCH MERGE-TABLE-ENTRY
                    WHEN MR-CLOSED-BRANCH(MR-IDX) = WS-MERGE-KEY
                        SET MERGED-BRANCH-FOUND TO TRUE
                END-SEARCH
            END-IF.
       3175-EXIT.
            EXIT.

      ******************************************************************
      * 3200-WRITE-REJECT - record a transaction that failed edits.
      ******************************************************************
            MOVE WS-DOC-REF            TO RJ-DOC-REF.
            MOVE WS-REJECT-REASON-CODE TO RJ-REASON-CODE.
            MOVE WS-REJECT-REASON-TEXT TO RJ-REASON-TEXT.
            MOVE WS-XFER-BRANCH-X      TO RJ-XFER-BRANCH.
            WRITE REJECT-RECORD.
       3200-EXIT.
            EXIT.

      ******************************************************************
      * 3400-PROVE-BATCHES - first pass over TRANIN, before anything
      * is edited. Every header opens a batch entry; the detail
      * records behind it are counted and their quantities hashed;
      * the trailer is then checked against both. A batch whose
      * trailer disagrees, names another branch, is garbled, or never
      * arrives (the next header or end of file comes first - the
      * usual sign of a transmission cut short) is held back whole.
      * The FULL run then prints the transmission-control report.
      ******************************************************************
       3400-PROVE-BATCHES.
            MOVE ZERO TO WS-BATCH-COUNT.
            MOVE 'N'  TO WS-BATCH-OPEN-SW.
            MOVE 'N'  TO WS-MASTER-EOF-SW.
            OPEN INPUT Transaction.
            PERFORM UNTIL END-OF-MASTER
                READ Transaction INTO WS-TRANSACTION-FILE
                    AT END
                        SET END-OF-MASTER TO TRUE
                    NOT AT END
                        PERFORM 3410-PROVE-ONE-RECORD THRU 3410-EXIT
                END-READ
            END-PERFORM.
            CLOSE Transaction.
            IF BATCH-IS-OPEN
                PERFORM 3440-CUT-BATCH-SHORT THRU 3440-EXIT
            END-IF.
            IF BATCH-TABLE-OVERFLOW
                DISPLAY "RD1-SUMM TRANSACTION FILE EXCEEDS THE "
                        "1000-ENTRY BATCH-TABLE LIMIT - INCREASE "
                        "THE OCCURS CLAUSE AND RECOMPILE"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            MOVE ZERO TO WS-BATCH-HELD-COUNT.
            PERFORM VARYING BC-IDX FROM 1 BY 1
                    UNTIL BC-IDX > WS-BATCH-COUNT
                IF BC-HELD(BC-IDX)
                    ADD 1 TO WS-BATCH-HELD-COUNT
                END-IF
            END-PERFORM.
            DISPLAY "RD1-SUMM BATCHES RECEIVED " WS-BATCH-COUNT
                    " HELD OUT OF BALANCE " WS-BATCH-HELD-COUNT.
            IF WS-UNBATCHED-COUNT > ZERO
                DISPLAY "RD1-SUMM RECORDS OUTSIDE ANY BATCH "
                        WS-UNBATCHED-COUNT
            END-IF.
            IF FULL-RUN
                PERFORM 3500-PRINT-TRANSMISSION-REPORT THRU 3500-EXIT
            END-IF.
       3400-EXIT.
            EXIT.

       3410-PROVE-ONE-RECORD.
            EVALUATE TRUE
                WHEN TRAN-IS-BATCH-HEADER
                    IF BATCH-IS-OPEN
                        PERFORM 3440-CUT-BATCH-SHORT THRU 3440-EXIT
                    END-IF
                    PERFORM 3420-OPEN-BATCH THRU 3420-EXIT
                WHEN TRAN-IS-BATCH-TRAILER
                    IF BATCH-IS-OPEN
                        PERFORM 3430-CHECK-TRAILER THRU 3430-EXIT
                    ELSE
                        ADD 1 TO WS-ORPHAN-TRAILER-COUNT
                    END-IF
                WHEN OTHER
                    IF BATCH-IS-OPEN
                        ADD 1 TO BC-DETAIL-COUNT(WS-BATCH-COUNT)
                        IF BC-BRANCH-CODE(WS-BATCH-COUNT) = ZERO AND
                           BC-DETAIL-COUNT(WS-BATCH-COUNT) = 1 AND
                           WS-DOC-REF(1:2) = "CT"
                            SET BC-COUNT-ADJUSTMENTS(WS-BATCH-COUNT)
                                TO TRUE
                        END-IF
                        IF WS-QUANTITY-X IS NUMERIC
                            ADD WS-QUANTITY TO
                                BC-HASH-TOTAL(WS-BATCH-COUNT)
                        END-IF
                    ELSE
                        ADD 1 TO WS-UNBATCHED-COUNT
                    END-IF
            END-EVALUATE.
       3410-EXIT.
            EXIT.

      * A header from a branch the master does not know is held: its
      * lines would only reject one by one as BRCD anyway. Branch 000
      * is an internal batch - the recycle run's corrected rejects or
      * the count run's stock adjustments - it proves like any other
      * batch but is nobody's transmission.
      * Only a batch dated the business date counts as the branch
      * having sent today's file.
       3420-OPEN-BATCH.
            IF WS-BATCH-COUNT >= 1000
                SET BATCH-TABLE-OVERFLOW TO TRUE
                GO TO 3420-EXIT
            END-IF.
            ADD 1 TO WS-BATCH-COUNT.
            SET BATCH-IS-OPEN TO TRUE.
            MOVE ZERO   TO BC-DETAIL-COUNT(WS-BATCH-COUNT)
                           BC-HASH-TOTAL(WS-BATCH-COUNT)
                           BC-TRAILER-COUNT(WS-BATCH-COUNT)
                           BC-TRAILER-HASH(WS-BATCH-COUNT).
            MOVE 'Y'    TO BC-STATUS-SW(WS-BATCH-COUNT).
            MOVE SPACES TO BC-HOLD-REASON(WS-BATCH-COUNT).
            MOVE SPACE  TO BC-INTERNAL-SW(WS-BATCH-COUNT).
            IF WS-BRANCH-CODE-X IS NOT NUMERIC OR
               WS-TRAN-DATE-X IS NOT NUMERIC
                MOVE ZERO TO BC-BRANCH-CODE(WS-BATCH-COUNT)
                             BC-BATCH-DATE(WS-BATCH-COUNT)
                MOVE 'N'  TO BC-STATUS-SW(WS-BATCH-COUNT)
                MOVE "BATCH HEADER GARBLED" TO
                     BC-HOLD-REASON(WS-BATCH-COUNT)
                GO TO 3420-EXIT
            END-IF.
            MOVE WS-BH-BRANCH-CODE TO BC-BRANCH-CODE(WS-BATCH-COUNT).
            MOVE WS-BH-BATCH-DATE  TO BC-BATCH-DATE(WS-BATCH-COUNT).
            IF WS-BH-BRANCH-CODE = ZERO
                GO TO 3420-EXIT
            END-IF.
            SEARCH ALL BRANCH-TABLE-ENTRY
                AT END
                    MOVE 'N' TO BC-STATUS-SW(WS-BATCH-COUNT)
                    MOVE "BATCH FROM UNKNOWN BRANCH" TO
                         BC-HOLD-REASON(WS-BATCH-COUNT)
                WHEN BT-BRANCH-CODE(BT-IDX) = WS-BH-BRANCH-CODE
                    IF WS-BH-BATCH-DATE = WS-RUN-DATE
                        SET BT-BATCH-RECEIVED(BT-IDX) TO TRUE
                    END-IF
            END-SEARCH.
       3420-EXIT.
            EXIT.

      * A batch already held at its header keeps that reason; the
      * trailer figures are still recorded for the report.
       3430-CHECK-TRAILER.
            MOVE 'N' TO WS-BATCH-OPEN-SW.
            IF WS-BRANCH-CODE-X IS NOT NUMERIC OR
               WS-BH-RECORD-COUNT-X IS NOT NUMERIC OR
               WS-BH-HASH-TOTAL-X IS NOT NUMERIC
                IF BC-IN-BALANCE(WS-BATCH-COUNT)
                    MOVE 'N' TO BC-STATUS-SW(WS-BATCH-COUNT)
                    MOVE "BATCH TRAILER GARBLED" TO
                         BC-HOLD-REASON(WS-BATCH-COUNT)
                END-IF
                GO TO 3430-EXIT
            END-IF.
            MOVE WS-BH-RECORD-COUNT TO BC-TRAILER-COUNT(WS-BATCH-COUNT).
            MOVE WS-BH-HASH-TOTAL   TO BC-TRAILER-HASH(WS-BATCH-COUNT).
            IF BC-HELD(WS-BATCH-COUNT)
                GO TO 3430-EXIT
            END-IF.
            EVALUATE TRUE
                WHEN WS-BH-BRANCH-CODE NOT =
                     BC-BRANCH-CODE(WS-BATCH-COUNT)
                    MOVE 'N' TO BC-STATUS-SW(WS-BATCH-COUNT)
                    MOVE "TRAILER FOR ANOTHER BRANCH" TO
                         BC-HOLD-REASON(WS-BATCH-COUNT)
                WHEN BC-TRAILER-COUNT(WS-BATCH-COUNT) NOT =
                     BC-DETAIL-COUNT(WS-BATCH-COUNT)
                    MOVE 'N' TO BC-STATUS-SW(WS-BATCH-COUNT)
                    MOVE "RECORD COUNT OUT OF BALANCE" TO
                         BC-HOLD-REASON(WS-BATCH-COUNT)
                WHEN BC-TRAILER-HASH(WS-BATCH-COUNT) NOT =
                     BC-HASH-TOTAL(WS-BATCH-COUNT)
                    MOVE 'N' TO BC-STATUS-SW(WS-BATCH-COUNT)
                    MOVE "QUANTITY HASH OUT OF BALANCE" TO
                         BC-HOLD-REASON(WS-BATCH-COUNT)
                WHEN OTHER
                    CONTINUE
            END-EVALUATE.
       3430-EXIT.
            EXIT.

       3440-CUT-BATCH-SHORT.
            MOVE 'N' TO WS-BATCH-OPEN-SW.
            IF BC-IN-BALANCE(WS-BATCH-COUNT)
                MOVE 'N' TO BC-STATUS-SW(WS-BATCH-COUNT)
                MOVE "NO TRAILER - BATCH CUT SHORT" TO
                     BC-HOLD-REASON(WS-BATCH-COUNT)
            END-IF.
       3440-EXIT.
            EXIT.

      ******************************************************************
      * 3500-PRINT-TRANSMISSION-REPORT - every batch received with its
      * proof, then every branch on the master that sent nothing for
      * the business date. Runs while the branch table is still in
      * branch-code order - 5300 re-sorts it for the ranking later.
      ******************************************************************
       3500-PRINT-TRANSMISSION-REPORT.
            OPEN OUTPUT Transmission-Report.
            PERFORM 3540-WRITE-TXC-HEADINGS THRU 3540-EXIT.
            PERFORM 3510-PRINT-ONE-BATCH THRU 3510-EXIT
                VARYING BC-IDX FROM 1 BY 1
                UNTIL BC-IDX > WS-BATCH-COUNT.
            MOVE WS-RUN-DATE TO TXS-BUSINESS-DATE.
            WRITE TRANSMISSION-REPORT-RECORD FROM BLANK-LINE.
            WRITE TRANSMISSION-REPORT-RECORD FROM TXC-SILENT-HDG-LINE.
            WRITE TRANSMISSION-REPORT-RECORD FROM BLANK-LINE.
            ADD 3 TO WS-TXC-LINE-COUNT.
            MOVE ZERO TO WS-SILENT-BRANCH-COUNT.
            PERFORM 3520-PRINT-ONE-SILENT-BRANCH THRU 3520-EXIT
                VARYING BT-IDX FROM 1 BY 1
                UNTIL BT-IDX > WS-BRANCH-TABLE-COUNT.
            MOVE WS-BATCH-COUNT         TO TXT-BATCH-COUNT.
            COMPUTE TXT-BALANCED = WS-BATCH-COUNT - WS-BATCH-HELD-COUNT.
            MOVE WS-BATCH-HELD-COUNT    TO TXT-HELD.
            MOVE WS-UNBATCHED-COUNT     TO TXT-UNBATCHED.
            MOVE WS-ORPHAN-TRAILER-COUNT TO TXT-ORPHANS.
            MOVE WS-SILENT-BRANCH-COUNT TO TXT-SILENT.
            WRITE TRANSMISSION-REPORT-RECORD FROM BLANK-LINE.
            WRITE TRANSMISSION-REPORT-RECORD FROM TXC-TOTAL-LINE-1.
            WRITE TRANSMISSION-REPORT-RECORD FROM TXC-TOTAL-LINE-2.
            WRITE TRANSMISSION-REPORT-RECORD FROM TXC-TOTAL-LINE-3.
            CLOSE Transmission-Report.
            IF WS-SILENT-BRANCH-COUNT > ZERO
                DISPLAY "RD1-SUMM BRANCHES SENDING NOTHING FOR "
                        WS-RUN-DATE " - " WS-SILENT-BRANCH-COUNT
                        " - SEE TXCRPT"
            END-IF.
       3500-EXIT.
            EXIT.

       3510-PRINT-ONE-BATCH.
            MOVE BC-BRANCH-CODE(BC-IDX) TO TXB-BRANCH-CODE.
            MOVE SPACES TO TXB-BRANCH-NAME.
            IF BC-BRANCH-CODE(BC-IDX) = ZERO
                IF BC-COUNT-ADJUSTMENTS(BC-IDX)
                    MOVE "COUNT ADJUSTMENTS" TO TXB-BRANCH-NAME
                ELSE
                    MOVE "RECYCLED CORRECTIONS" TO TXB-BRANCH-NAME
                END-IF
            ELSE
                SEARCH ALL BRANCH-TABLE-ENTRY
                    AT END
                        MOVE "*** NOT ON MASTER ***" TO
                             TXB-BRANCH-NAME
                    WHEN BT-BRANCH-CODE(BT-IDX) =
                         BC-BRANCH-CODE(BC-IDX)
                        MOVE BT-BRANCH-NAME(BT-IDX) TO
                             TXB-BRANCH-NAME
                END-SEARCH
            END-IF.
            MOVE BC-BATCH-DATE(BC-IDX)    TO TXB-BATCH-DATE.
            MOVE BC-DETAIL-COUNT(BC-IDX)  TO TXB-DETAIL-COUNT.
            MOVE BC-TRAILER-COUNT(BC-IDX) TO TXB-TRAILER-COUNT.
            MOVE BC-HASH-TOTAL(BC-IDX)    TO TXB-HASH-TOTAL.
            MOVE BC-TRAILER-HASH(BC-IDX)  TO TXB-TRAILER-HASH.
            IF BC-IN-BALANCE(BC-IDX)
                MOVE "IN BALANCE - RELEASED" TO TXB-STATUS
            ELSE
                MOVE BC-HOLD-REASON(BC-IDX) TO TXB-STATUS
            END-IF.
            MOVE TXC-BATCH-LINE TO TRANSMISSION-REPORT-RECORD.
            PERFORM 3530-WRITE-TXC-LINE THRU 3530-EXIT.
       3510-EXIT.
            EXIT.

       3520-PRINT-ONE-SILENT-BRANCH.
            IF BT-BATCH-RECEIVED(BT-IDX)
                GO TO 3520-EXIT
            END-IF.
      * A branch merged away before today is not expected to send.
            MOVE BT-BRANCH-CODE(BT-IDX) TO WS-MERGE-KEY.
            PERFORM 3175-FIND-MERGED-BRANCH THRU 3175-EXIT.
            IF MERGED-BRANCH-FOUND AND
               MR-EFF-DATE(MR-IDX) < WS-RUN-DATE
                GO TO 3520-EXIT
            END-IF.
            ADD 1 TO WS-SILENT-BRANCH-COUNT.
            MOVE BT-BRANCH-CODE(BT-IDX) TO TXS-BRANCH-CODE.
            MOVE BT-BRANCH-NAME(BT-IDX) TO TXS-BRANCH-NAME.
            MOVE BT-REGION-CODE(BT-IDX) TO TXS-REGION-CODE.
            MOVE TXC-SILENT-LINE TO TRANSMISSION-REPORT-RECORD.
            PERFORM 3530-WRITE-TXC-LINE THRU 3530-EXIT.
       3520-EXIT.
            EXIT.

       3530-WRITE-TXC-LINE.
            IF WS-TXC-LINE-COUNT >= WS-LINES-PER-PAGE
                MOVE TRANSMISSION-REPORT-RECORD TO WS-TXC-HOLD-LINE
                PERFORM 3540-WRITE-TXC-HEADINGS THRU 3540-EXIT
                MOVE WS-TXC-HOLD-LINE TO TRANSMISSION-REPORT-RECORD
            END-IF.
            WRITE TRANSMISSION-REPORT-RECORD.
            ADD 1 TO WS-TXC-LINE-COUNT.
       3530-EXIT.
            EXIT.

       3540-WRITE-TXC-HEADINGS.
            ADD 1 TO WS-TXC-PAGE-COUNT.
            MOVE WS-RUN-DATE       TO TXH-RUN-DATE.
            MOVE WS-RUN-TIME       TO TXH-RUN-TIME.
            MOVE WS-TXC-PAGE-COUNT TO TXH-PAGE.
            IF WS-TXC-PAGE-COUNT > 1
                WRITE TRANSMISSION-REPORT-RECORD FROM BLANK-LINE
                    BEFORE ADVANCING PAGE
            END-IF.
            WRITE TRANSMISSION-REPORT-RECORD FROM TXC-HDG-LINE-1.
            WRITE TRANSMISSION-REPORT-RECORD FROM BLANK-LINE.
            WRITE TRANSMISSION-REPORT-RECORD FROM TXC-HDG-LINE-2.
            WRITE TRANSMISSION-REPORT-RECORD FROM BLANK-LINE.
            MOVE ZERO TO WS-TXC-LINE-COUNT.
       3540-EXIT.
            EXIT.

      ******************************************************************
      * 4000-SUMMARIZE-SORTED-FILE - reads Sorted-File (written by the
      * SORT statement in 0000-MAINLINE on a fresh run, or left behind
                MOVE WS-TRANSACTION-FILE TO TEMP-TRANSACTION-FILE
                MOVE ZERO TO TEMP-GROSS-QTY
                MOVE ZERO TO TEMP-RETURN-QTY
                MOVE ZERO TO TEMP-POST-DATE
                MOVE ZERO TO WS-LATE-ENTRY-COUNT
                MOVE ZERO TO WS-LATE-NET-QTY
                PERFORM 4150-ACCUMULATE-QUANTITY
                SET WS-FIRST-GROUP-SW TO 'N'
            ELSE
                    MOVE WS-TRANSACTION-FILE TO TEMP-TRANSACTION-FILE
                    MOVE ZERO TO TEMP-GROSS-QTY
                    MOVE ZERO TO TEMP-RETURN-QTY
                    MOVE ZERO TO TEMP-POST-DATE
                    MOVE ZERO TO WS-LATE-ENTRY-COUNT
                    MOVE ZERO TO WS-LATE-NET-QTY
                    PERFORM 4150-ACCUMULATE-QUANTITY
                END-IF
            END-IF.

      * Sales build the gross side of the group; returns and stock
      * adjustments build the return side; a transfer out leaves the
      * branch like a sale and a transfer in arrives like a return.
      * A count gain ('G') - an approved count surplus - is the one
      * adjustment that raises the position, so it builds the gross
      * side with the sales and transfers out.
      * The two sides are netted in 4200-PRINT-GROUP when the group
      * breaks - the sort key is only BRANCH-CODE/PRODUCT-CODE, so
      * the types arrive interleaved within a group. The posting
      * date tracks the latest transaction date in the group - a
      * branch file normally holds one business day, but nothing
      * enforces it. A transaction dated in a closed month is kept
      * out of the posting date and noted against its month instead
      * (4160); it still counts in the group's sides like any other.
       4150-ACCUMULATE-QUANTITY.
            IF TRAN-IS-SALE OR TRAN-IS-TRANSFER-OUT OR
               TRAN-IS-COUNT-GAIN
                ADD WS-QUANTITY TO TEMP-GROSS-QTY
            ELSE
                ADD WS-QUANTITY TO TEMP-RETURN-QTY
            END-IF.
            MOVE WS-TRAN-DATE(1:6) TO WS-TRAN-MONTH.
            IF WS-TRAN-MONTH NOT > WS-LAST-CLOSED-MONTH
                PERFORM 4160-NOTE-LATE-ACTIVITY THRU 4160-EXIT
            ELSE
                IF WS-TRAN-DATE > TEMP-POST-DATE
                    MOVE WS-TRAN-DATE TO TEMP-POST-DATE
                END-IF
            END-IF.

      * Add the transaction's signed quantity to its closed month's
      * entry for the group, opening the entry on the month's first
      * late transaction.
       4160-NOTE-LATE-ACTIVITY.
            IF TRAN-IS-SALE OR TRAN-IS-TRANSFER-OUT OR
               TRAN-IS-COUNT-GAIN
                MOVE WS-QUANTITY TO WS-LATE-QTY
            ELSE
                COMPUTE WS-LATE-QTY = ZERO - WS-QUANTITY
            END-IF.
            ADD WS-LATE-QTY TO WS-LATE-NET-QTY.
            IF WS-LATE-ENTRY-COUNT > ZERO
                SET LT-IDX TO 1
                SEARCH LATE-ACTIVITY-ENTRY
                    WHEN LT-CLOSE-MONTH(LT-IDX) = WS-TRAN-MONTH
                        ADD WS-LATE-QTY TO LT-NET-QTY(LT-IDX)
                        GO TO 4160-EXIT
                END-SEARCH
            END-IF.
            IF WS-LATE-ENTRY-COUNT >= 24
                DISPLAY "RD1-SUMM LATE ACTIVITY FOR " WS-BRANCH-CODE
                        "/" WS-PRODUCT-CODE " SPANS MORE THAN THE "
                        "24-MONTH TABLE LIMIT - INCREASE THE OCCURS "
                        "AND RECOMPILE"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            ADD 1 TO WS-LATE-ENTRY-COUNT.
            SET LT-IDX TO WS-LATE-ENTRY-COUNT.
            MOVE WS-TRAN-MONTH TO LT-CLOSE-MONTH(LT-IDX).
            MOVE WS-LATE-QTY   TO LT-NET-QTY(LT-IDX).
       4160-EXIT.
            EXIT.

      * Running totals (product/branch cross-tab, grand total, group
      * count) are always recomputed for every group, restart or not,
      * so the audit record and cross-tab always reflect the whole
      * file. Only the report/inventory WRITEs and the in-place
      * master updates below are skipped for groups a prior run
      * already printed. The checkpoint is written
      * after every group that is actually written here, not at an
      * interval - Report-File/Inventory-Output-File are physically
      * WRITEn the moment a group is produced, so the checkpoint has
      * else: no balance posting, no comparison line (the balances
      * were posted by the run of record), no inventory feed, no
      * checkpoint.
      * Both masters are updated in place, so a group the abended
      * run already checkpointed is already posted and is not posted
      * again on a restart - nor is one it posted but abended before
      * checkpointing (7040).
            IF NOT REPORT-ONLY-RUN AND
               WS-GROUP-COUNT > WS-RESTART-SKIP-COUNT
                PERFORM 7040-CHECK-GROUP-POSTED THRU 7040-EXIT
                IF NOT GROUP-ALREADY-POSTED
                    PERFORM 7000-POST-GROUP-BALANCE THRU 7000-EXIT
                END-IF
            END-IF.
            IF WS-GROUP-COUNT > WS-RESTART-SKIP-COUNT
                MOVE TEMP-BRANCH-CODE   TO DL-BRANCH-CODE
            MOVE 'N' TO WS-ONHAND-FOUND-SW.
            MOVE ZERO TO WS-GROUP-ONHAND.
            MOVE ZERO TO WS-GROUP-CUM.
            IF NOT SNAPSHOT-ON-FILE
                GO TO 4350-EXIT
            END-IF.
            MOVE TEMP-BRANCH-CODE  TO OH-BRANCH-CODE.
            MOVE TEMP-PRODUCT-CODE TO OH-PRODUCT-CODE.
            READ On-Hand-Snapshot KEY IS OH-KEY
                INVALID KEY
                    GO TO 4350-EXIT
            END-READ.
            SET GROUP-ON-SNAPSHOT TO TRUE.
            MOVE OH-ONHAND-QTY     TO WS-GROUP-ONHAND.
            MOVE OH-CUM-POSTED-QTY TO WS-GROUP-CUM.
            IF OH-ASOF-DATE > WS-ONH-ASOF-DATE
                MOVE OH-ASOF-DATE TO WS-ONH-ASOF-DATE
            END-IF.
       4350-EXIT.
            EXIT.

                END-SEARCH
            END-IF.
            IF NOT REGION-ENTRY-FOUND
                IF WS-REGION-TABLE-COUNT >= 100
                    GO TO 5230-EXIT
                END-IF
                ADD 1 TO WS-REGION-TABLE-COUNT
            MOVE WS-REJECT-COUNT       TO AU-REJECT-COUNT.
            MOVE WS-GROUP-COUNT        TO AU-GROUP-COUNT.
            MOVE WS-GRAND-TOTAL-QTY    TO AU-GRAND-TOTAL-QTY.
            MOVE "POSTED"              TO AU-RUN-STATUS.
            WRITE AUDIT-RECORD.
       6000-EXIT.
            EXIT.
            EXIT.

      ******************************************************************
      * 7000-POST-GROUP-BALANCE - post today's net quantity for the
      * summarized group into its balance record, read by key. A
      * record on file has its periods rolled and today's net posted
      * and is rewritten in place; no record means a brand-new
      * branch/product balance, which is added. Balances with no
      * activity today are never read - see the SELECT note. The
      * group's movement-history record and prior-period adjustments
      * are written before the balance, so a balance is never moved
      * without the record a restart (7040) and the back-out run
      * go by.
      ******************************************************************
       7000-POST-GROUP-BALANCE.
      * A closed branch's figures moved to its successor at the merge;
      * activity dated before the merge took effect still posts under
      * the code it was keyed with, and is counted so the merge can
      * be keyed again to carry it across.
            MOVE TEMP-BRANCH-CODE TO WS-MERGE-KEY.
            PERFORM 3175-FIND-MERGED-BRANCH THRU 3175-EXIT.
            IF MERGED-BRANCH-FOUND
                ADD 1 TO WS-MERGED-POST-COUNT
            END-IF.
            MOVE TEMP-BRANCH-CODE  TO BAL-BRANCH-CODE.
            MOVE TEMP-PRODUCT-CODE TO BAL-PRODUCT-CODE.
            MOVE 'Y' TO WS-BAL-FOUND-SW.
            READ Balance-Master INTO WS-OLD-BALANCE
                INVALID KEY
                    MOVE 'N' TO WS-BAL-FOUND-SW
            END-READ.
            IF BALANCE-ON-FILE
                MOVE WS-OLD-BALANCE TO WS-FOUND-BALANCE
            END-IF.
            IF NOT GROUP-HISTORY-ON-FILE
                PERFORM 7050-WRITE-MOVEMENT-HISTORY THRU 7050-EXIT
                PERFORM 7060-WRITE-PRIOR-PERIOD-ADJ THRU 7060-EXIT
            END-IF.
      * The group posts under its own transaction date, so a late
      * Tuesday file still lands in Tuesday's month. The master's
      * post date only ever moves forward: when the record has
      * already been stamped past the group's date (a late file for a
      * period a later run has already rolled), the quantity posts
      * into the open period under the stamped date rather than
      * rolling the periods backward. Activity dated in a closed
      * month never reaches the open month: it posts to the year it
      * belongs to (7010) and waits on the prior-period adjustment
      * file for its month's restatement.
            IF BALANCE-ON-FILE
                MOVE TEMP-POST-DATE TO WS-POSTING-DATE
                IF WS-OB-LAST-POST-DATE > WS-POSTING-DATE
                    MOVE WS-OB-LAST-POST-DATE TO WS-POSTING-DATE
                END-IF
                PERFORM 7200-ROLL-BALANCE-PERIODS THRU 7200-EXIT
                PERFORM 7010-SPLIT-LATE-ACTIVITY THRU 7010-EXIT
                MOVE WS-OB-YTD-QTY TO WS-PREPOST-YTD
                ADD WS-OPEN-NET-QTY   TO WS-OB-MTD-QTY
                ADD WS-OPEN-NET-QTY   TO WS-OB-YTD-QTY
                ADD WS-LATE-YTD-QTY   TO WS-OB-YTD-QTY
                ADD WS-LATE-PRIOR-QTY TO WS-OB-PRIOR-YTD-QTY
                MOVE WS-POSTING-DATE TO WS-OB-LAST-POST-DATE
                MOVE WS-OB-MTD-QTY       TO WS-CMP-MTD-QTY
                MOVE WS-OB-YTD-QTY       TO WS-CMP-YTD-QTY
                MOVE WS-OB-PRIOR-YTD-QTY TO WS-CMP-PRIOR-QTY
                MOVE WS-OLD-BALANCE TO BALANCE-MASTER-RECORD
                REWRITE BALANCE-MASTER-RECORD
                    INVALID KEY
                        PERFORM 7090-BALANCE-UPDATE-FAILED THRU
                                7090-EXIT
                END-REWRITE
            ELSE
      * A new balance whose every transaction is dated in a closed
      * month has no open-period date of its own - it is stamped
      * with the business date.
                MOVE TEMP-POST-DATE TO WS-POSTING-DATE
                IF WS-POSTING-DATE = ZERO
                    MOVE WS-RUN-DATE TO WS-POSTING-DATE
                END-IF
                PERFORM 7010-SPLIT-LATE-ACTIVITY THRU 7010-EXIT
                MOVE ZERO        TO WS-PREPOST-YTD
                MOVE WS-OPEN-NET-QTY TO WS-CMP-MTD-QTY
                COMPUTE WS-CMP-YTD-QTY =
                    WS-OPEN-NET-QTY + WS-LATE-YTD-QTY
                MOVE WS-LATE-PRIOR-QTY TO WS-CMP-PRIOR-QTY
                MOVE TEMP-BRANCH-CODE  TO BAL-BRANCH-CODE
                MOVE TEMP-PRODUCT-CODE TO BAL-PRODUCT-CODE
                MOVE WS-CMP-MTD-QTY    TO BAL-MTD-QTY
                MOVE WS-CMP-YTD-QTY    TO BAL-YTD-QTY
                MOVE WS-CMP-PRIOR-QTY  TO BAL-PRIOR-YTD-QTY
                MOVE WS-POSTING-DATE   TO BAL-LAST-POST-DATE
                WRITE BALANCE-MASTER-RECORD
                    INVALID KEY
                        PERFORM 7090-BALANCE-UPDATE-FAILED THRU
                                7090-EXIT
                END-WRITE
            END-IF.
       7000-EXIT.
            EXIT.

      ******************************************************************
      * 7010-SPLIT-LATE-ACTIVITY - divide the group's net between the
      * open month and the closed months it was dated in. Closed-month
      * activity of the posting year is still part of the year to
      * date, and of the year before still part of the prior-year
      * figure; anything older is carried by the adjustment file
      * alone.
      ******************************************************************
       7010-SPLIT-LATE-ACTIVITY.
            COMPUTE WS-OPEN-NET-QTY = TEMP-RESULT - WS-LATE-NET-QTY.
            MOVE ZERO TO WS-LATE-YTD-QTY.
            MOVE ZERO TO WS-LATE-PRIOR-QTY.
            MOVE WS-POSTING-DATE(1:4) TO WS-POSTING-YEAR.
            COMPUTE WS-POSTING-PRIOR-YEAR = WS-POSTING-YEAR - 1.
            PERFORM 7020-SPLIT-ONE-LATE-MONTH THRU 7020-EXIT
                VARYING LT-IDX FROM 1 BY 1
                UNTIL LT-IDX > WS-LATE-ENTRY-COUNT.
       7010-EXIT.
            EXIT.

       7020-SPLIT-ONE-LATE-MONTH.
            IF LT-CLOSE-MONTH(LT-IDX)(1:4) = WS-POSTING-YEAR
                ADD LT-NET-QTY(LT-IDX) TO WS-LATE-YTD-QTY
            ELSE
                IF LT-CLOSE-MONTH(LT-IDX)(1:4) = WS-POSTING-PRIOR-YEAR
                    ADD LT-NET-QTY(LT-IDX) TO WS-LATE-PRIOR-QTY
                END-IF
            END-IF.
       7020-EXIT.
            EXIT.

      ******************************************************************
      * 7040-CHECK-GROUP-POSTED - on a restart, a group past the
      * checkpoint may already have been taken by the abended run.
      * 7000 writes the group's movement-history record for the
      * business date before it touches the balance, so no history
      * record means the balance was not moved. With the record on
      * file, the balance is compared with the before-image it
      * carries: still the same (or still absent, for a balance the
      * group was to add) means the run stopped before the balance
      * was written, and the group is posted now without writing its
      * history or adjustments again. Otherwise the group was posted
      * and is not posted twice; its comparison and stock-position
      * figures are taken from the balance as the abended run left
      * it, with the open/closed split redone against the date that
      * run posted under. A posting that left the balance exactly as
      * it found it reads as not posted, and posting it again leaves
      * it the same.
      ******************************************************************
       7040-CHECK-GROUP-POSTED.
            MOVE 'N' TO WS-POSTED-SW.
            MOVE 'N' TO WS-HIST-ON-FILE-SW.
            IF NOT THIS-IS-A-RESTART
                GO TO 7040-EXIT
            END-IF.
            MOVE WS-RUN-DATE       TO MH-BUSINESS-DATE.
            MOVE TEMP-BRANCH-CODE  TO MH-BRANCH-CODE.
            MOVE TEMP-PRODUCT-CODE TO MH-PRODUCT-CODE.
            READ Movement-History
                KEY IS MH-KEY
                INVALID KEY
                    GO TO 7040-EXIT
            END-READ.
            SET GROUP-HISTORY-ON-FILE TO TRUE.
            MOVE TEMP-BRANCH-CODE  TO BAL-BRANCH-CODE.
            MOVE TEMP-PRODUCT-CODE TO BAL-PRODUCT-CODE.
            IF MH-BAL-FOUND-SW = 'N'
                READ Balance-Master
                    INVALID KEY
                        GO TO 7040-EXIT
                END-READ
            ELSE
                READ Balance-Master
                    INVALID KEY
                        PERFORM 7090-BALANCE-UPDATE-FAILED THRU
                                7090-EXIT
                END-READ
                IF BAL-MTD-QTY        = MH-BEF-MTD-QTY AND
                   BAL-YTD-QTY        = MH-BEF-YTD-QTY AND
                   BAL-PRIOR-YTD-QTY  = MH-BEF-PRIOR-YTD-QTY AND
                   BAL-LAST-POST-DATE = MH-BEF-LAST-POST-DATE
                    GO TO 7040-EXIT
                END-IF
            END-IF.
            SET GROUP-ALREADY-POSTED TO TRUE.
            ADD 1 TO WS-ALREADY-POSTED-COUNT.
            MOVE TEMP-BRANCH-CODE TO WS-MERGE-KEY.
            PERFORM 3175-FIND-MERGED-BRANCH THRU 3175-EXIT.
            IF MERGED-BRANCH-FOUND
                ADD 1 TO WS-MERGED-POST-COUNT
            END-IF.
            MOVE BAL-MTD-QTY        TO WS-CMP-MTD-QTY.
            MOVE BAL-YTD-QTY        TO WS-CMP-YTD-QTY.
            MOVE BAL-PRIOR-YTD-QTY  TO WS-CMP-PRIOR-QTY.
            MOVE BAL-LAST-POST-DATE TO WS-POSTING-DATE.
            PERFORM 7010-SPLIT-LATE-ACTIVITY THRU 7010-EXIT.
            IF MH-BAL-FOUND-SW = 'Y'
                COMPUTE WS-PREPOST-YTD = BAL-YTD-QTY
                    - WS-OPEN-NET-QTY - WS-LATE-YTD-QTY
            ELSE
                MOVE ZERO TO WS-PREPOST-YTD
            END-IF.
       7040-EXIT.
            EXIT.

      ******************************************************************
      * 7050-WRITE-MOVEMENT-HISTORY - add the group's record for the
      * business date, with the balance as 7000 found it, ahead of
      * the balance itself. 7040 keeps a restart from writing it for
      * a group whose record is already on file; should the key
      * still be there, the record on file is kept - its before-image
      * is the one the back-out run needs.
      ******************************************************************
       7050-WRITE-MOVEMENT-HISTORY.
            MOVE WS-RUN-DATE       TO MH-BUSINESS-DATE.
            MOVE TEMP-BRANCH-CODE  TO MH-BRANCH-CODE.
            MOVE TEMP-PRODUCT-CODE TO MH-PRODUCT-CODE.
            MOVE TEMP-RESULT       TO MH-NET-QTY.
            MOVE WS-BAL-FOUND-SW   TO MH-BAL-FOUND-SW.
            IF BALANCE-ON-FILE
                MOVE WS-FB-MTD-QTY        TO MH-BEF-MTD-QTY
                MOVE WS-FB-YTD-QTY        TO MH-BEF-YTD-QTY
                MOVE WS-FB-PRIOR-YTD-QTY  TO MH-BEF-PRIOR-YTD-QTY
                MOVE WS-FB-LAST-POST-DATE TO MH-BEF-LAST-POST-DATE
            ELSE
                MOVE ZERO TO MH-BEF-MTD-QTY
                MOVE ZERO TO MH-BEF-YTD-QTY
                MOVE ZERO TO MH-BEF-PRIOR-YTD-QTY
                MOVE ZERO TO MH-BEF-LAST-POST-DATE
            END-IF.
            WRITE MOVEMENT-HISTORY-RECORD
                INVALID KEY
                    CONTINUE
            END-WRITE.
       7050-EXIT.
            EXIT.

      ******************************************************************
      * 7060-WRITE-PRIOR-PERIOD-ADJ - one adjustment record per closed
      * month the group's activity was dated in, stamped with the
      * business date that captured it and not yet restated.
      ******************************************************************
       7060-WRITE-PRIOR-PERIOD-ADJ.
            PERFORM 7070-WRITE-ONE-ADJUSTMENT THRU 7070-EXIT
                VARYING LT-IDX FROM 1 BY 1
                UNTIL LT-IDX > WS-LATE-ENTRY-COUNT.
       7060-EXIT.
            EXIT.

       7070-WRITE-ONE-ADJUSTMENT.
            MOVE LT-CLOSE-MONTH(LT-IDX) TO PA-CLOSE-MONTH.
            MOVE TEMP-BRANCH-CODE       TO PA-BRANCH-CODE.
            MOVE TEMP-PRODUCT-CODE      TO PA-PRODUCT-CODE.
            MOVE LT-NET-QTY(LT-IDX)     TO PA-NET-QTY.
            MOVE WS-RUN-DATE            TO PA-POST-DATE.
            MOVE ZERO                   TO PA-RESTATE-DATE.
            WRITE PRIOR-PERIOD-ADJUST-RECORD.
            ADD 1 TO WS-PPA-WRITTEN-COUNT.
            ADD LT-NET-QTY(LT-IDX) TO WS-PPA-TOTAL-QTY.
       7070-EXIT.
            EXIT.

      * A keyed write that fails on a file just read by the same key
      * means the master is damaged - the run stops rather than post
      * around it. The checkpoint trail lets the rerun pick up here
      * once the file is repaired.
       7090-BALANCE-UPDATE-FAILED.
            DISPLAY "RD1-SUMM BALANCE MASTER UPDATE FAILED FOR "
                    TEMP-BRANCH-CODE "/" TEMP-PRODUCT-CODE
                    " - FILE STATUS " WS-BAL-FILE-STATUS.
            MOVE 16 TO RETURN-CODE.
            STOP RUN.
       7090-EXIT.
            EXIT.

      ******************************************************************
      * 7200-ROLL-BALANCE-PERIODS - align the balance record in hand
      * with WS-POSTING-DATE (set by the caller) before posting into
      * it. A new year rolls the year-to-date balance into the
      * prior-year figure and clears both running balances - unless
      * the record last posted before last year, when last year had
      * no posting and the prior-year figure is zero; a new month
      * within the same year clears month-to-date only. The record
      * always leaves with the posting date so a rollover is applied
      * exactly once.
      ******************************************************************
       7200-ROLL-BALANCE-PERIODS.
            MOVE WS-POSTING-DATE(1:4) TO WS-POSTING-PRIOR-YEAR.
            SUBTRACT 1 FROM WS-POSTING-PRIOR-YEAR.
            IF WS-OB-LAST-POST-DATE(1:4) NOT = WS-POSTING-DATE(1:4)
                IF WS-OB-LAST-POST-DATE(1:4) = WS-POSTING-PRIOR-YEAR
                    MOVE WS-OB-YTD-QTY TO WS-OB-PRIOR-YTD-QTY
                ELSE
                    MOVE ZERO TO WS-OB-PRIOR-YTD-QTY
                END-IF
                MOVE ZERO TO WS-OB-YTD-QTY
                MOVE ZERO TO WS-OB-MTD-QTY
            ELSE
       7200-EXIT.
            EXIT.

      ******************************************************************
      * 7600-REGISTER-DOCUMENT-LINE - write the key of a line 3150 has
      * just accepted, stamped with the business date and this run's
      * start time. The read before it found no such key, so a write
      * that fails is a damaged file, not a duplicate.
      ******************************************************************
       7600-REGISTER-DOCUMENT-LINE.
            MOVE WS-BRANCH-CODE  TO DR-BRANCH-CODE.
            MOVE WS-DOC-REF      TO DR-DOC-REF.
            MOVE WS-TRAN-DATE    TO DR-TRAN-DATE.
            MOVE WS-PRODUCT-CODE TO DR-PRODUCT-CODE.
            MOVE WS-RUN-DATE     TO DR-POST-DATE.
            MOVE WS-RUN-TIME     TO DR-RUN-TIME.
            WRITE DOCUMENT-REGISTER-RECORD
                INVALID KEY
                    DISPLAY "RD1-SUMM CANNOT WRITE DOCUMENT REGISTER "
                            "- FILE STATUS " WS-DRG-FILE-STATUS
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
            END-WRITE.
            ADD 1 TO WS-DRG-ADDED-COUNT.
       7600-EXIT.
            EXIT.

      ******************************************************************
      * 7700-WRITE-TRANSFER-EXTRACT - copy the posted transfers off
      * Validated-File for the in-transit matching run. Validated-
      * File survives an abend, so a restart hands RD9XFER the same
      * transfers the original run validated.
      ******************************************************************
       7700-WRITE-TRANSFER-EXTRACT.
            MOVE ZERO TO WS-TRANSFER-COUNT.
            OPEN OUTPUT Transfer-File.
            OPEN INPUT Validated-File.
            MOVE 'N' TO WS-MASTER-EOF-SW.
            PERFORM UNTIL END-OF-MASTER
                READ Validated-File
                    AT END
                        SET END-OF-MASTER TO TRUE
                    NOT AT END
                        IF VF-TRAN-TYPE = 'O' OR VF-TRAN-TYPE = 'I'
                            WRITE TRANSFER-RECORD FROM
                                  VALIDATED-RECORD
                            ADD 1 TO WS-TRANSFER-COUNT
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE Validated-File.
            CLOSE Transfer-File.
            DISPLAY "RD1-SUMM TRANSFERS WRITTEN FOR MATCHING "
                    WS-TRANSFER-COUNT.
       7700-EXIT.
            EXIT.

      * Only a FULL run owns the run-of-record files - the audit log,
                        WS-INPUT-RECORD-COUNT " REJECTED "
                        WS-REJECT-COUNT
                CLOSE Reject-File
                IF SNAPSHOT-ON-FILE
                    CLOSE On-Hand-Snapshot
                END-IF
                IF REGISTER-IS-OPEN
                    CLOSE Document-Register
                END-IF
                STOP RUN
            END-IF.
            IF REPORT-ONLY-RUN
                CLOSE Report-File
                CLOSE Exception-Report
                CLOSE Extract-File
                IF SNAPSHOT-ON-FILE
                    CLOSE On-Hand-Snapshot
                END-IF
                STOP RUN
            END-IF.
            DISPLAY "RD1-SUMM DOCUMENT REGISTER - ADDED "
                    WS-DRG-ADDED-COUNT " RETAKEN "
                    WS-DRG-RECLAIMED-COUNT " AGED OUT "
                    WS-DRG-DROPPED-COUNT " DUPLICATES REJECTED "
                    WS-DUPLICATE-COUNT.
            PERFORM 7700-WRITE-TRANSFER-EXTRACT THRU 7700-EXIT.
            PERFORM 6000-WRITE-AUDIT-RECORD THRU 6000-EXIT.
            MOVE WS-RUN-DATE           TO CK-RUN-DATE.
            MOVE "COMPLETE"            TO CK-STATUS.
            CLOSE Exception-Report.
            CLOSE Extract-File.
            CLOSE Reject-File.
            CLOSE Balance-Master.
            CLOSE Movement-History.
            CLOSE Document-Register.
            IF SNAPSHOT-ON-FILE
                CLOSE On-Hand-Snapshot
            END-IF.
            CLOSE Inventory-Output-File.
            CLOSE Audit-File.
            CLOSE Checkpoint-File.
            CLOSE Prior-Period-Adjust.
            IF WS-PPA-WRITTEN-COUNT > ZERO
                DISPLAY "RD1-SUMM ACTIVITY DATED IN CLOSED MONTHS "
                        "(TO " WS-LAST-CLOSED-MONTH ") - "
                        WS-PPA-WRITTEN-COUNT " PRIOR-PERIOD "
                        "ADJUSTMENTS, NET " WS-PPA-TOTAL-QTY
                        " - RESTATE WITH RD6CLOSE"
            END-IF.
            IF WS-ALREADY-POSTED-COUNT > ZERO
                DISPLAY "RD1-SUMM RESTART FOUND "
                        WS-ALREADY-POSTED-COUNT " GROUP(S) POSTED "
                        "BY THE ABENDED RUN - NOT POSTED AGAIN"
            END-IF.
            IF WS-MERGED-POST-COUNT > ZERO
                DISPLAY "RD1-SUMM " WS-MERGED-POST-COUNT
                        " GROUP(S) POSTED UNDER MERGED BRANCH CODES - "
                        "KEY THE MERGE AGAIN IN RD3MAINT TO CARRY THEM"
            END-IF.
      * The FULL run of record marks its business date COMPLETE -
      * the mark 1000-INITIALIZE refuses to run twice. A first
      * install with no cycle-control file gets one here, seeded
