      ******************************************************************
      * Author:
      * Date:
      * Purpose:    Back out a whole business date's posting when the
      *             wrong extract was processed: restore every balance
      *             the date's run posted to the figures it found,
      *             remove the date's movement history, its lines on
      *             the processed-document register and the prior-
      *             period adjustments it captured, put the in-transit
      *             file back as the date found it, withdraw the
      *             inventory feed, flag the audit log and set the
      *             cycle back to OPEN so the right file can be run -
      *             with a register of every group reversed, before
      *             and after. A date a branch merge has already
      *             carried to a successor is refused.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RD13BACK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Cycle-control file - only the current business date can be
      * backed out (anything earlier has later postings on top of
      * it), and the back-out leaves it OPEN for the rerun.
            SELECT Cycle-Control ASSIGN TO 'CYCLCTL'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-CYC-FILE-STATUS.

      * Close-control log from the month-end close - a month already
      * closed is not backed out under its closing statement.
            SELECT Close-Control ASSIGN TO 'CLOSECTL'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-CLOSE-FILE-STATUS.

      * Movement history - the date's records are exactly the groups
      * its run posted, each carrying the balance as the run found
      * it. Read from the date's first key and deleted as they are
      * reversed.
            SELECT Movement-History ASSIGN TO 'MOVHIST'
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS MH-KEY
            ALTERNATE RECORD KEY IS MH-BRANCH-PRODUCT
                WITH DUPLICATES
            ALTERNATE RECORD KEY IS MH-PRODUCT-CODE
                WITH DUPLICATES
            FILE STATUS IS WS-MOV-FILE-STATUS.

      * Balance master, restored in place by key.
            SELECT Balance-Master ASSIGN TO 'BALMSTR'
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS BAL-KEY
            FILE STATUS IS WS-BAL-FILE-STATUS.

      * Branch and product masters, read by key for the names on
      * the register.
            SELECT Branch-Master ASSIGN TO 'BRANMSTR'
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS BM-BRANCH-CODE.

            SELECT Product-Master ASSIGN TO 'PRODMSTR'
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS PM-PRODUCT-CODE.

      * The date's inventory feed, withdrawn by emptying it. The
      * reversal feed carries every group with its quantity negated,
      * for the inventory team when their job had already taken the
      * feed before it was withdrawn.
            SELECT Inventory-Output-File ASSIGN TO 'INVFILE'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-INV-FILE-STATUS.

            SELECT Reversal-Feed ASSIGN TO 'INVREV'
            ORGANIZATION IS LINE SEQUENTIAL.

      * Run-control audit log - a BACKOUT record is appended for the
      * date, so the balancing proof holds the inventory job.
            SELECT Audit-File ASSIGN TO 'AUDFILE'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-AUD-FILE-STATUS.

      * Checkpoint trail of the daily run - closed off with a BACKOUT
      * record so the rerun starts clean instead of restarting on the
      * backed-out run's sorted file.
            SELECT Checkpoint-File ASSIGN TO 'CKPFILE'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-CKPT-FILE-STATUS.

      * Processed-document register - the lines the backed-out date
      * posted are deleted in place along the posting-date key, so
      * the rerun can post those dockets again.
            SELECT Document-Register ASSIGN TO 'DOCREG'
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS DR-KEY
            ALTERNATE RECORD KEY IS DR-TRAN-DATE
                WITH DUPLICATES
            ALTERNATE RECORD KEY IS DR-POST-DATE
                WITH DUPLICATES
            FILE STATUS IS WS-DRG-FILE-STATUS.

      * Prior-period adjustments, old and new generations: the ones
      * the date captured are left off PPADJN, which operations
      * copies over PPADJ as it does after a daily run. One already
      * restated into its closed month's snapshot cannot be taken
      * back here, and the back-out is refused.
            SELECT Prior-Period-Adjust ASSIGN TO 'PPADJ'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PPA-FILE-STATUS.

            SELECT Prior-Period-Adjust-New ASSIGN TO 'PPADJN'
            ORGANIZATION IS LINE SEQUENTIAL.

      * In-transit file of the transfer matching, old and new
      * generations: a line the date opened is dropped, a line the
      * date changed or closed is put back to the figures it carried
      * before, and the rest is copied as it stands. Operations
      * copies INTRANSN over INTRANS with the other new generations.
            SELECT In-Transit ASSIGN TO 'INTRANS'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-ITR-FILE-STATUS.

            SELECT In-Transit-New ASSIGN TO 'INTRANSN'
            ORGANIZATION IS LINE SEQUENTIAL.

      * Branch merge file, maintained by RD3MAINT. A merge applied on
      * or after the date has moved the closed branch's balances and
      * history - the date's postings among them - to the successor,
      * so the date's movement history no longer matches what is on
      * file and the back-out is refused. Missing until the first
      * merge.
            SELECT Branch-Merge ASSIGN TO 'BRMERGE'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-MRG-FILE-STATUS.

            SELECT Backout-Register ASSIGN TO 'BKORPT'
            ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD Cycle-Control.
            01 CYCLE-CONTROL-RECORD.
                05 CC-BUSINESS-DATE        PIC 9(8).
                05 CC-STATUS               PIC X(8).

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

       FD Movement-History.
            01 MOVEMENT-HISTORY-RECORD.
                05 MH-KEY.
                    10 MH-BUSINESS-DATE    PIC 9(8).
                    10 MH-BRANCH-PRODUCT.
                        15 MH-BRANCH-CODE  PIC 9(3).
                        15 MH-PRODUCT-CODE PIC 9(2).
                05 MH-NET-QTY          PIC S9(7)
                       SIGN IS LEADING SEPARATE.
      * The balance as the daily run found it before posting the
      * group: 'Y' a record on file, 'N' the group added it. Spaces
      * on history written before the before-image was carried.
                05 MH-BAL-FOUND-SW     PIC X(01).
                    88 MH-BALANCE-WAS-ON-FILE   VALUE 'Y'.
                    88 MH-BALANCE-WAS-ADDED     VALUE 'N'.
                05 MH-BEF-MTD-QTY      PIC S9(9)
                       SIGN IS LEADING SEPARATE.
                05 MH-BEF-YTD-QTY      PIC S9(9)
                       SIGN IS LEADING SEPARATE.
                05 MH-BEF-PRIOR-YTD-QTY PIC S9(9)
                       SIGN IS LEADING SEPARATE.
                05 MH-BEF-LAST-POST-DATE PIC 9(8).

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

       FD Branch-Master.
            01 BRANCH-MASTER-RECORD.
                05 BM-BRANCH-CODE   PIC 9(3).
                05 BM-BRANCH-NAME   PIC X(20).
                05 BM-REGION-CODE   PIC 9(2).

       FD Product-Master.
            01 PRODUCT-MASTER-RECORD.
                05 PM-PRODUCT-CODE   PIC 9(2).
                05 PM-PRODUCT-DESC   PIC X(20).
                05 PM-UNIT-PRICE     PIC 9(5)V99.
                05 PM-REORDER-POINT  PIC 9(7).
                05 PM-MAXIMUM-QTY    PIC 9(7).

       FD Inventory-Output-File.
            01 INVENTORY-OUTPUT-RECORD.
                05 IO-BRANCH-CODE      PIC 9(3).
                05 IO-PRODUCT-CODE     PIC 9(2).
                05 IO-TOTAL-QUANTITY   PIC S9(7)
                       SIGN IS LEADING SEPARATE.
                05 IO-FILLER           PIC X(19).

       FD Reversal-Feed.
            01 REVERSAL-FEED-RECORD.
                05 RV-BRANCH-CODE      PIC 9(3).
                05 RV-PRODUCT-CODE     PIC 9(2).
                05 RV-TOTAL-QUANTITY   PIC S9(7)
                       SIGN IS LEADING SEPARATE.
                05 RV-FILLER           PIC X(19).

       FD Audit-File.
            01 AUDIT-RECORD.
                05 AU-RUN-DATE             PIC 9(8).
                05 AU-RUN-TIME             PIC 9(6).
                05 AU-INPUT-RECORD-COUNT   PIC 9(9).
                05 AU-REJECT-COUNT         PIC 9(9).
                05 AU-GROUP-COUNT          PIC 9(9).
                05 AU-GRAND-TOTAL-QTY      PIC S9(9)
                       SIGN IS LEADING SEPARATE.
                05 AU-RUN-STATUS           PIC X(8).

       FD Checkpoint-File.
            01 CHECKPOINT-RECORD.
                05 CK-RUN-DATE             PIC 9(8).
                05 CK-STATUS               PIC X(8).
                05 CK-GROUP-COUNT          PIC 9(9).
                05 CK-INPUT-RECORD-COUNT   PIC 9(9).
                05 CK-REJECT-COUNT         PIC 9(9).
                05 CK-SECTION-BRANCH       PIC 9(3).

       FD Document-Register.
            01 DOCUMENT-REGISTER-RECORD.
                05 DR-KEY.
                    10 DR-BRANCH-CODE      PIC 9(3).
                    10 DR-DOC-REF          PIC X(10).
                    10 DR-TRAN-DATE        PIC 9(8).
                    10 DR-PRODUCT-CODE     PIC 9(2).
                05 DR-POST-DATE            PIC 9(8).
                05 DR-RUN-TIME             PIC 9(6).

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

      * The line's figures, then the business date of the matching
      * run that opened it, the date of the run that last changed
      * it and its figures before that change. Spaces in the dates
      * on lines written before these were kept.
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
                05 IT-OPENED-DATE   PIC 9(8).
                05 IT-CHANGED-DATE  PIC 9(8).
                05 IT-PRIOR-OUT-QTY  PIC 9(5).
                05 IT-PRIOR-OUT-DATE PIC 9(8).
                05 IT-PRIOR-IN-QTY   PIC 9(5).
                05 IT-PRIOR-IN-DATE  PIC 9(8).

       FD In-Transit-New.
            01 IN-TRANSIT-NEW-RECORD PIC X(87).

       FD Branch-Merge.
            01 BRANCH-MERGE-RECORD.
                05 MG-CLOSED-BRANCH    PIC 9(3).
                05 MG-SUCCESSOR        PIC 9(3).
                05 MG-EFF-DATE         PIC 9(8).
                05 MG-MERGE-DATE       PIC 9(8).

       FD Backout-Register.
            01 BACKOUT-REGISTER-RECORD PIC X(132).

       WORKING-STORAGE SECTION.
            77 WS-CYC-FILE-STATUS   PIC X(2).
            77 WS-CLOSE-FILE-STATUS PIC X(2).
            77 WS-MOV-FILE-STATUS   PIC X(2).
            77 WS-BAL-FILE-STATUS   PIC X(2).
            77 WS-INV-FILE-STATUS   PIC X(2).
            77 WS-AUD-FILE-STATUS   PIC X(2).
            77 WS-CKPT-FILE-STATUS  PIC X(2).
            77 WS-DRG-FILE-STATUS   PIC X(2).
            77 WS-PPA-FILE-STATUS   PIC X(2).
            77 WS-ITR-FILE-STATUS   PIC X(2).
            77 WS-MRG-FILE-STATUS   PIC X(2).
            77 WS-CYC-EOF-SW        PIC X(01).
                88 END-OF-CYCLE-FILE        VALUE 'Y'.
            01 WS-CYCLE-CONTROL.
                05 WS-CC-BUSINESS-DATE PIC 9(8).
                05 WS-CC-STATUS        PIC X(8).
            01 WS-CYCLE-CONTROL-X REDEFINES WS-CYCLE-CONTROL.
                05 WS-CC-BUSINESS-DATE-X PIC X(8).
                05 FILLER                PIC X(8).

            77 WS-MASTER-EOF-SW     PIC X(01).
                88 END-OF-MASTER            VALUE 'Y'.
            77 WS-MONTH-CLOSED-SW   PIC X(01) VALUE 'N'.
                88 MONTH-IS-CLOSED          VALUE 'Y'.
            77 WS-MERGE-FOUND-SW    PIC X(01) VALUE 'N'.
                88 DATE-WAS-MERGED          VALUE 'Y'.
            77 WS-BAL-FOUND-SW      PIC X(01).
                88 BALANCE-ON-FILE          VALUE 'Y'.
            77 WS-FEED-PRESENT-SW   PIC X(01) VALUE 'N'.
                88 FEED-WAS-ON-FILE         VALUE 'Y'.
            77 WS-REG-PRESENT-SW    PIC X(01) VALUE 'N'.
                88 REGISTER-WAS-ON-FILE     VALUE 'Y'.
            77 WS-PPA-PRESENT-SW    PIC X(01) VALUE 'N'.
                88 ADJUSTMENTS-WERE-ON-FILE VALUE 'Y'.
            77 WS-ITR-PRESENT-SW    PIC X(01) VALUE 'N'.
                88 IN-TRANSIT-WAS-ON-FILE   VALUE 'Y'.

      * The business date to back out, run argument 1. It must be
      * the date on the cycle-control file: the balances are put
      * back to the figures that date's run found, which is only
      * right while no later run has posted on top of them.
            01 WS-BACKOUT-DATE-X    PIC X(8).
            01 WS-BACKOUT-DATE-N REDEFINES WS-BACKOUT-DATE-X.
                05 WS-BD-YEAR       PIC 9(4).
                05 WS-BD-MONTH      PIC 9(2).
                05 WS-BD-DAY        PIC 9(2).
            01 WS-BACKOUT-DATE REDEFINES WS-BACKOUT-DATE-X PIC 9(8).
            01 WS-BACKOUT-MONTH-X   PIC X(6).
            01 WS-BACKOUT-MONTH REDEFINES WS-BACKOUT-MONTH-X
                                    PIC 9(6).

      * The balance in hand, as it stands before and after the
      * back-out, for the register line and the totals.
            01 WS-BEFORE-BALANCE.
                05 WS-BB-MTD-QTY    PIC S9(9) COMP.
                05 WS-BB-YTD-QTY    PIC S9(9) COMP.
                05 WS-BB-PRIOR-QTY  PIC S9(9) COMP.
            01 WS-AFTER-BALANCE.
                05 WS-AB-MTD-QTY    PIC S9(9) COMP.
                05 WS-AB-YTD-QTY    PIC S9(9) COMP.
                05 WS-AB-PRIOR-QTY  PIC S9(9) COMP.
            77 WS-LINE-NOTE         PIC X(12).

      * The first merge found applied on or after the date, for the
      * refusal message.
            01 WS-MERGE-FOUND.
                05 WS-MF-CLOSED-BRANCH PIC 9(3).
                05 WS-MF-SUCCESSOR     PIC 9(3).
                05 WS-MF-MERGE-DATE    PIC 9(8).

      * Run counts and totals for the register trailer.
            77 WS-GROUP-COUNT       PIC 9(7) COMP VALUE ZERO.
            77 WS-RESTORED-COUNT    PIC 9(7) COMP VALUE ZERO.
            77 WS-REMOVED-COUNT     PIC 9(7) COMP VALUE ZERO.
            77 WS-NET-ONLY-COUNT    PIC 9(7) COMP VALUE ZERO.
            77 WS-NOT-ON-FILE-COUNT PIC 9(7) COMP VALUE ZERO.
            77 WS-TOT-NET-QTY       PIC S9(9) COMP VALUE ZERO.
            77 WS-TOT-BB-MTD-QTY    PIC S9(9) COMP VALUE ZERO.
            77 WS-TOT-BB-YTD-QTY    PIC S9(9) COMP VALUE ZERO.
            77 WS-TOT-BB-PRIOR-QTY  PIC S9(9) COMP VALUE ZERO.
            77 WS-TOT-AB-MTD-QTY    PIC S9(9) COMP VALUE ZERO.
            77 WS-TOT-AB-YTD-QTY    PIC S9(9) COMP VALUE ZERO.
            77 WS-TOT-AB-PRIOR-QTY  PIC S9(9) COMP VALUE ZERO.
            77 WS-FEED-GROUP-COUNT  PIC 9(7) COMP VALUE ZERO.
            77 WS-FEED-TOTAL-QTY    PIC S9(9) COMP VALUE ZERO.
            77 WS-REG-REMOVED-COUNT PIC 9(9) COMP VALUE ZERO.
            77 WS-PPA-CARRIED-COUNT PIC 9(9) COMP VALUE ZERO.
            77 WS-PPA-REMOVED-COUNT PIC 9(9) COMP VALUE ZERO.
            77 WS-PPA-RESTATED-COUNT PIC 9(9) COMP VALUE ZERO.
            77 WS-ITR-CARRIED-COUNT PIC 9(9) COMP VALUE ZERO.
            77 WS-ITR-DROPPED-COUNT PIC 9(9) COMP VALUE ZERO.
            77 WS-ITR-REOPENED-COUNT PIC 9(9) COMP VALUE ZERO.

      * Run date/time, broken out for the register headings.
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

      * Page/line control for the register.
            77 WS-PAGE-COUNT        PIC 9(3) VALUE ZERO.
            77 WS-LINE-COUNT        PIC 9(2) VALUE 99.
            77 WS-LINES-PER-PAGE    PIC 9(2) VALUE 50.
            01 WS-PRINT-LINE        PIC X(132).

      * Register lines.
      * 132 bytes maximum, matching BACKOUT-REGISTER-RECORD.
            01 HDG-LINE-1.
                05 FILLER           PIC X(11) VALUE "RD13-BACK".
                05 FILLER           PIC X(34) VALUE
                     "BUSINESS DATE BACK-OUT REGISTER".
                05 FILLER           PIC X(10) VALUE "RUN DATE ".
                05 HL1-RUN-DATE     PIC 9999/99/99.
                05 FILLER           PIC X(08) VALUE "  TIME ".
                05 HL1-RUN-TIME     PIC 99B99B99.
                05 FILLER           PIC X(08) VALUE "  PAGE ".
                05 HL1-PAGE         PIC ZZZ9.

            01 HDG-LINE-2.
                05 FILLER           PIC X(27) VALUE
                     "BACKING OUT BUSINESS DATE ".
                05 HL2-BACKOUT-DATE PIC 9999/99/99.
                05 FILLER           PIC X(23) VALUE
                     "   CYCLE STATUS WAS ".
                05 HL2-CYCLE-STATUS PIC X(8).

            01 HDG-LINE-3.
                05 FILLER           PIC X(46) VALUE SPACES.
                05 FILLER           PIC X(36) VALUE
                     "  ---------- BALANCE BEFORE ------".
                05 FILLER           PIC X(01) VALUE SPACES.
                05 FILLER           PIC X(36) VALUE
                     "  ---------- BALANCE AFTER -------".

            01 HDG-LINE-4.
                05 FILLER           PIC X(17) VALUE " BRANCH".
                05 FILLER           PIC X(17) VALUE "PRODUCT".
                05 FILLER           PIC X(12) VALUE "NET REVERSED".
                05 FILLER           PIC X(12) VALUE "         MTD".
                05 FILLER           PIC X(12) VALUE "         YTD".
                05 FILLER           PIC X(12) VALUE "   PRIOR YTD".
                05 FILLER           PIC X(01) VALUE SPACES.
                05 FILLER           PIC X(12) VALUE "         MTD".
                05 FILLER           PIC X(12) VALUE "         YTD".
                05 FILLER           PIC X(12) VALUE "   PRIOR YTD".
                05 FILLER           PIC X(01) VALUE SPACES.
                05 FILLER           PIC X(12) VALUE "NOTE".

            01 DETAIL-LINE.
                05 FILLER           PIC X(01) VALUE SPACES.
                05 DL-BRANCH-CODE   PIC ZZ9.
                05 FILLER           PIC X(01) VALUE SPACES.
                05 DL-BRANCH-NAME   PIC X(12).
                05 FILLER           PIC X(01) VALUE SPACES.
                05 DL-PRODUCT-CODE  PIC Z9.
                05 FILLER           PIC X(01) VALUE SPACES.
                05 DL-PRODUCT-DESC  PIC X(12).
                05 FILLER           PIC X(01) VALUE SPACES.
                05 DL-NET-QTY       PIC ZZZ,ZZZ,ZZ9-.
                05 DL-BB-MTD-QTY    PIC ZZZ,ZZZ,ZZ9-.
                05 DL-BB-YTD-QTY    PIC ZZZ,ZZZ,ZZ9-.
                05 DL-BB-PRIOR-QTY  PIC ZZZ,ZZZ,ZZ9-.
                05 FILLER           PIC X(01) VALUE SPACES.
                05 DL-AB-MTD-QTY    PIC ZZZ,ZZZ,ZZ9-.
                05 DL-AB-YTD-QTY    PIC ZZZ,ZZZ,ZZ9-.
                05 DL-AB-PRIOR-QTY  PIC ZZZ,ZZZ,ZZ9-.
                05 FILLER           PIC X(01) VALUE SPACES.
                05 DL-NOTE          PIC X(12).

            01 TOTAL-LINE.
                05 FILLER           PIC X(34) VALUE
                     "TOTAL ALL GROUPS REVERSED".
                05 TL-NET-QTY       PIC ZZZ,ZZZ,ZZ9-.
                05 TL-BB-MTD-QTY    PIC ZZZ,ZZZ,ZZ9-.
                05 TL-BB-YTD-QTY    PIC ZZZ,ZZZ,ZZ9-.
                05 TL-BB-PRIOR-QTY  PIC ZZZ,ZZZ,ZZ9-.
                05 FILLER           PIC X(01) VALUE SPACES.
                05 TL-AB-MTD-QTY    PIC ZZZ,ZZZ,ZZ9-.
                05 TL-AB-YTD-QTY    PIC ZZZ,ZZZ,ZZ9-.
                05 TL-AB-PRIOR-QTY  PIC ZZZ,ZZZ,ZZ9-.

            01 COUNT-LINE-1.
                05 FILLER           PIC X(18) VALUE
                     "GROUPS REVERSED ".
                05 CL1-GROUPS       PIC Z,ZZZ,ZZ9.
                05 FILLER           PIC X(13) VALUE "   RESTORED ".
                05 CL1-RESTORED     PIC Z,ZZZ,ZZ9.
                05 FILLER           PIC X(12) VALUE "   REMOVED ".
                05 CL1-REMOVED      PIC Z,ZZZ,ZZ9.
                05 FILLER           PIC X(13) VALUE "   NET ONLY ".
                05 CL1-NET-ONLY     PIC Z,ZZZ,ZZ9.
                05 FILLER           PIC X(16) VALUE
                     "   NOT ON FILE ".
                05 CL1-NOT-ON-FILE  PIC Z,ZZZ,ZZ9.

            01 FEED-LINE.
                05 FILLER           PIC X(34) VALUE
                     "INVENTORY FEED WITHDRAWN - GROUPS ".
                05 FDL-GROUPS       PIC Z,ZZZ,ZZ9.
                05 FILLER           PIC X(12) VALUE "  QUANTITY ".
                05 FDL-QUANTITY     PIC ZZZ,ZZZ,ZZ9-.
                05 FILLER           PIC X(02) VALUE SPACES.
                05 FDL-VERDICT      PIC X(40).

            01 REGISTER-LINE.
                05 FILLER           PIC X(38) VALUE
                     "DOCUMENT REGISTER - ENTRIES REMOVED ".
                05 RGL-REMOVED      PIC ZZZ,ZZZ,ZZ9.

            01 ADJUSTMENT-LINE.
                05 FILLER           PIC X(38) VALUE
                     "PRIOR-PERIOD ADJUSTMENTS REMOVED ".
                05 AJL-REMOVED      PIC ZZZ,ZZZ,ZZ9.
                05 FILLER           PIC X(11) VALUE "  CARRIED ".
                05 AJL-CARRIED      PIC ZZZ,ZZZ,ZZ9.

            01 IN-TRANSIT-LINE.
                05 FILLER           PIC X(38) VALUE
                     "IN-TRANSIT LINES DROPPED ".
                05 ITL-DROPPED      PIC ZZZ,ZZZ,ZZ9.
                05 FILLER           PIC X(11) VALUE "  REOPENED ".
                05 ITL-REOPENED     PIC ZZZ,ZZZ,ZZ9.
                05 FILLER           PIC X(11) VALUE "  CARRIED ".
                05 ITL-CARRIED      PIC ZZZ,ZZZ,ZZ9.

            01 NOTE-LINE.
                05 NL-TEXT          PIC X(100).

            01 CYCLE-LINE.
                05 FILLER           PIC X(40) VALUE
                     "CYCLE CONTROL SET BACK - BUSINESS DATE ".
                05 CYL-DATE         PIC 9999/99/99.
                05 FILLER           PIC X(12) VALUE " STATUS OPEN".

            01 BLANK-LINE           PIC X(01) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAINLINE.
            PERFORM 1000-INITIALIZE THRU 1000-EXIT.
            PERFORM 2000-REVERSE-BALANCES THRU 2000-EXIT.
            PERFORM 3000-WITHDRAW-FEED THRU 3000-EXIT.
            PERFORM 4000-DROP-REGISTER-ENTRIES THRU 4000-EXIT.
            PERFORM 4100-DROP-ADJUSTMENT-ENTRIES THRU 4100-EXIT.
            PERFORM 4200-RESTORE-IN-TRANSIT THRU 4200-EXIT.
            PERFORM 6000-WRITE-AUDIT-RECORD THRU 6000-EXIT.
            PERFORM 6100-CLOSE-CHECKPOINT-TRAIL THRU 6100-EXIT.
            PERFORM 7000-REOPEN-CYCLE THRU 7000-EXIT.
            PERFORM 9999-TERMINATE THRU 9999-EXIT.

      ******************************************************************
      * 1000-INITIALIZE - capture run date/time, take the business
      * date to back out (run argument 1) and refuse it unless it is
      * the current business date on the cycle-control file, its
      * month has not been closed, none of its prior-period
      * adjustments has been restated and no branch merge has been
      * applied since; then open the files.
      ******************************************************************
       1000-INITIALIZE.
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
            ACCEPT WS-RUN-TIME FROM TIME.
            DISPLAY 1 UPON ARGUMENT-NUMBER.
            MOVE SPACES TO WS-BACKOUT-DATE-X.
            ACCEPT WS-BACKOUT-DATE-X FROM ARGUMENT-VALUE
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            IF WS-BACKOUT-DATE-X IS NOT NUMERIC OR
               WS-BD-MONTH < 01 OR WS-BD-MONTH > 12 OR
               WS-BD-DAY < 01 OR WS-BD-DAY > 31
                DISPLAY "RD13-BACK BUSINESS DATE ARGUMENT "
                        WS-BACKOUT-DATE-X " IS NOT A VALID YYYYMMDD "
                        "DATE - NOTHING BACKED OUT"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM 1050-READ-CYCLE-CONTROL THRU 1050-EXIT.
            IF WS-BACKOUT-DATE NOT = WS-CC-BUSINESS-DATE
                DISPLAY "RD13-BACK ONLY THE CURRENT BUSINESS DATE "
                        WS-CC-BUSINESS-DATE " CAN BE BACKED OUT - "
                        WS-BACKOUT-DATE-X " HAS LATER POSTINGS ON "
                        "TOP OF IT"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            MOVE WS-BACKOUT-DATE-X(1:6) TO WS-BACKOUT-MONTH-X.
            PERFORM 1100-CHECK-MONTH-CLOSED THRU 1100-EXIT.
            IF MONTH-IS-CLOSED
                DISPLAY "RD13-BACK MONTH " WS-BACKOUT-MONTH
                        " IS ON THE CLOSE-CONTROL LOG - A CLOSED "
                        "MONTH IS NOT BACKED OUT UNDER ITS CLOSING "
                        "STATEMENT"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM 1200-CHECK-ADJUSTMENTS THRU 1200-EXIT.
            IF WS-PPA-RESTATED-COUNT > ZERO
                DISPLAY "RD13-BACK " WS-PPA-RESTATED-COUNT
                        " PRIOR-PERIOD ADJUSTMENTS THIS DATE CAPTURED "
                        "ARE ALREADY RESTATED INTO A CLOSED MONTH - "
                        "NOTHING BACKED OUT"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM 1300-CHECK-MERGES THRU 1300-EXIT.
            IF DATE-WAS-MERGED
                DISPLAY "RD13-BACK BRANCH " WS-MF-CLOSED-BRANCH
                        " WAS MERGED INTO " WS-MF-SUCCESSOR " ON "
                        WS-MF-MERGE-DATE " - ITS FIGURES FOR "
                        WS-BACKOUT-DATE-X " NOW SIT UNDER THE "
                        "SUCCESSOR - BACK OUT REFUSED"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            DISPLAY "RD13-BACK BACKING OUT BUSINESS DATE "
                    WS-BACKOUT-DATE-X " - CYCLE STATUS "
                    WS-CC-STATUS.
            OPEN I-O Movement-History.
            IF WS-MOV-FILE-STATUS NOT = "00"
                DISPLAY "RD13-BACK CANNOT OPEN MOVEMENT HISTORY - "
                        "FILE STATUS " WS-MOV-FILE-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            OPEN I-O Balance-Master.
            IF WS-BAL-FILE-STATUS NOT = "00"
                DISPLAY "RD13-BACK CANNOT OPEN BALANCE MASTER - "
                        "FILE STATUS " WS-BAL-FILE-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            OPEN INPUT Branch-Master.
            OPEN INPUT Product-Master.
            OPEN OUTPUT Backout-Register.
       1000-EXIT.
            EXIT.

      * Without a cycle-control record there is no run of record to
      * back out - the daily run writes one the first time it
      * completes.
       1050-READ-CYCLE-CONTROL.
            OPEN INPUT Cycle-Control.
            IF WS-CYC-FILE-STATUS NOT = "00"
                DISPLAY "RD13-BACK NO CYCLE-CONTROL FILE - NOTHING "
                        "HAS POSTED TO BACK OUT"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            MOVE 'N' TO WS-CYC-EOF-SW.
            READ Cycle-Control INTO WS-CYCLE-CONTROL
                AT END
                    SET END-OF-CYCLE-FILE TO TRUE
            END-READ.
            CLOSE Cycle-Control.
            IF END-OF-CYCLE-FILE OR
               WS-CC-BUSINESS-DATE-X IS NOT NUMERIC
                DISPLAY "RD13-BACK CYCLE-CONTROL RECORD MISSING OR "
                        "GARBLED - NOTHING BACKED OUT"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
       1050-EXIT.
            EXIT.

      * Missing log means no month has ever closed.
       1100-CHECK-MONTH-CLOSED.
            OPEN INPUT Close-Control.
            IF WS-CLOSE-FILE-STATUS NOT = "00"
                GO TO 1100-EXIT
            END-IF.
            MOVE 'N' TO WS-MASTER-EOF-SW.
            PERFORM UNTIL END-OF-MASTER
                READ Close-Control
                    AT END
                        SET END-OF-MASTER TO TRUE
                    NOT AT END
                        IF CL-CLOSE-MONTH = WS-BACKOUT-MONTH
                            SET MONTH-IS-CLOSED TO TRUE
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE Close-Control.
       1100-EXIT.
            EXIT.

      * Missing file means no late activity has ever been captured.
       1200-CHECK-ADJUSTMENTS.
            OPEN INPUT Prior-Period-Adjust.
            IF WS-PPA-FILE-STATUS NOT = "00"
                GO TO 1200-EXIT
            END-IF.
            MOVE 'N' TO WS-MASTER-EOF-SW.
            PERFORM UNTIL END-OF-MASTER
                READ Prior-Period-Adjust
                    AT END
                        SET END-OF-MASTER TO TRUE
                    NOT AT END
                        IF PA-POST-DATE = WS-BACKOUT-DATE AND
                           PA-RESTATE-DATE NOT = ZERO
                            ADD 1 TO WS-PPA-RESTATED-COUNT
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE Prior-Period-Adjust.
       1200-EXIT.
            EXIT.

      * Missing file means no branch has ever been merged.
       1300-CHECK-MERGES.
            OPEN INPUT Branch-Merge.
            IF WS-MRG-FILE-STATUS NOT = "00"
                GO TO 1300-EXIT
            END-IF.
            MOVE 'N' TO WS-MASTER-EOF-SW.
            PERFORM UNTIL END-OF-MASTER
                READ Branch-Merge
                    AT END
                        SET END-OF-MASTER TO TRUE
                    NOT AT END
                        IF MG-MERGE-DATE NOT < WS-BACKOUT-DATE AND
                           NOT DATE-WAS-MERGED
                            SET DATE-WAS-MERGED TO TRUE
                            MOVE MG-CLOSED-BRANCH TO
                                 WS-MF-CLOSED-BRANCH
                            MOVE MG-SUCCESSOR     TO WS-MF-SUCCESSOR
                            MOVE MG-MERGE-DATE    TO WS-MF-MERGE-DATE
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE Branch-Merge.
       1300-EXIT.
            EXIT.

      ******************************************************************
      * 2000-REVERSE-BALANCES - read the date's movement history from
      * its first key; every record is one group the date's run
      * posted. Each is reversed out of its balance and deleted. A
      * date with no history left (never posted, or already backed
      * out) reverses nothing and still reopens the cycle.
      ******************************************************************
       2000-REVERSE-BALANCES.
            MOVE WS-BACKOUT-DATE TO MH-BUSINESS-DATE.
            MOVE ZERO TO MH-BRANCH-PRODUCT.
            MOVE 'N' TO WS-MASTER-EOF-SW.
            START Movement-History KEY IS NOT LESS THAN MH-KEY
                INVALID KEY
                    SET END-OF-MASTER TO TRUE
            END-START.
            PERFORM UNTIL END-OF-MASTER
                READ Movement-History NEXT RECORD
                    AT END
                        SET END-OF-MASTER TO TRUE
                    NOT AT END
                        IF MH-BUSINESS-DATE NOT = WS-BACKOUT-DATE
                            SET END-OF-MASTER TO TRUE
                        ELSE
                            PERFORM 2100-REVERSE-ONE-GROUP THRU
                                    2100-EXIT
                        END-IF
                END-READ
            END-PERFORM.
       2000-EXIT.
            EXIT.

      ******************************************************************
      * 2100-REVERSE-ONE-GROUP - put the group's balance back the way
      * the date's run found it. A balance the run found on file gets
      * its before-image back whole, so a month or year the run
      * rolled is rolled back too; a balance the run added is
      * removed. History written before the before-image was carried
      * has only its net subtracted from the running balances.
      ******************************************************************
       2100-REVERSE-ONE-GROUP.
            ADD 1 TO WS-GROUP-COUNT.
            MOVE MH-BRANCH-CODE  TO BAL-BRANCH-CODE.
            MOVE MH-PRODUCT-CODE TO BAL-PRODUCT-CODE.
            MOVE 'Y' TO WS-BAL-FOUND-SW.
            READ Balance-Master
                INVALID KEY
                    MOVE 'N' TO WS-BAL-FOUND-SW
            END-READ.
            IF NOT BALANCE-ON-FILE
                MOVE ZERO TO WS-BEFORE-BALANCE
                MOVE ZERO TO WS-AFTER-BALANCE
                MOVE "NOT ON FILE" TO WS-LINE-NOTE
                ADD 1 TO WS-NOT-ON-FILE-COUNT
                GO TO 2100-PRINT
            END-IF.
            MOVE BAL-MTD-QTY       TO WS-BB-MTD-QTY.
            MOVE BAL-YTD-QTY       TO WS-BB-YTD-QTY.
            MOVE BAL-PRIOR-YTD-QTY TO WS-BB-PRIOR-QTY.
            EVALUATE TRUE
                WHEN MH-BALANCE-WAS-ON-FILE
                    MOVE MH-BEF-MTD-QTY        TO BAL-MTD-QTY
                    MOVE MH-BEF-YTD-QTY        TO BAL-YTD-QTY
                    MOVE MH-BEF-PRIOR-YTD-QTY  TO BAL-PRIOR-YTD-QTY
                    MOVE MH-BEF-LAST-POST-DATE TO BAL-LAST-POST-DATE
                    PERFORM 2200-REWRITE-BALANCE THRU 2200-EXIT
                    MOVE "RESTORED" TO WS-LINE-NOTE
                    ADD 1 TO WS-RESTORED-COUNT
                WHEN MH-BALANCE-WAS-ADDED
                    DELETE Balance-Master RECORD
                        INVALID KEY
                            PERFORM 2900-BALANCE-UPDATE-FAILED THRU
                                    2900-EXIT
                    END-DELETE
                    MOVE ZERO TO BAL-MTD-QTY
                    MOVE ZERO TO BAL-YTD-QTY
                    MOVE ZERO TO BAL-PRIOR-YTD-QTY
                    MOVE "NEW - REMOVED" TO WS-LINE-NOTE
                    ADD 1 TO WS-REMOVED-COUNT
                WHEN OTHER
                    SUBTRACT MH-NET-QTY FROM BAL-MTD-QTY
                    SUBTRACT MH-NET-QTY FROM BAL-YTD-QTY
                    PERFORM 2200-REWRITE-BALANCE THRU 2200-EXIT
                    MOVE "NET ONLY" TO WS-LINE-NOTE
                    ADD 1 TO WS-NET-ONLY-COUNT
            END-EVALUATE.
            MOVE BAL-MTD-QTY       TO WS-AB-MTD-QTY.
            MOVE BAL-YTD-QTY       TO WS-AB-YTD-QTY.
            MOVE BAL-PRIOR-YTD-QTY TO WS-AB-PRIOR-QTY.
       2100-PRINT.
            PERFORM 2300-PRINT-GROUP-LINE THRU 2300-EXIT.
            DELETE Movement-History RECORD
                INVALID KEY
                    CONTINUE
            END-DELETE.
       2100-EXIT.
            EXIT.

       2200-REWRITE-BALANCE.
            REWRITE BALANCE-MASTER-RECORD
                INVALID KEY
                    PERFORM 2900-BALANCE-UPDATE-FAILED THRU 2900-EXIT
            END-REWRITE.
       2200-EXIT.
            EXIT.

       2300-PRINT-GROUP-LINE.
            MOVE MH-BRANCH-CODE TO BM-BRANCH-CODE.
            READ Branch-Master
                INVALID KEY
                    MOVE SPACES TO BM-BRANCH-NAME
            END-READ.
            MOVE MH-PRODUCT-CODE TO PM-PRODUCT-CODE.
            READ Product-Master
                INVALID KEY
                    MOVE SPACES TO PM-PRODUCT-DESC
            END-READ.
            MOVE MH-BRANCH-CODE  TO DL-BRANCH-CODE.
            MOVE BM-BRANCH-NAME  TO DL-BRANCH-NAME.
            MOVE MH-PRODUCT-CODE TO DL-PRODUCT-CODE.
            MOVE PM-PRODUCT-DESC TO DL-PRODUCT-DESC.
            MOVE MH-NET-QTY      TO DL-NET-QTY.
            MOVE WS-BB-MTD-QTY   TO DL-BB-MTD-QTY.
            MOVE WS-BB-YTD-QTY   TO DL-BB-YTD-QTY.
            MOVE WS-BB-PRIOR-QTY TO DL-BB-PRIOR-QTY.
            MOVE WS-AB-MTD-QTY   TO DL-AB-MTD-QTY.
            MOVE WS-AB-YTD-QTY   TO DL-AB-YTD-QTY.
            MOVE WS-AB-PRIOR-QTY TO DL-AB-PRIOR-QTY.
            MOVE WS-LINE-NOTE    TO DL-NOTE.
            MOVE DETAIL-LINE TO WS-PRINT-LINE.
            PERFORM 5000-WRITE-REPORT-LINE THRU 5000-EXIT.
            ADD MH-NET-QTY      TO WS-TOT-NET-QTY.
            ADD WS-BB-MTD-QTY   TO WS-TOT-BB-MTD-QTY.
            ADD WS-BB-YTD-QTY   TO WS-TOT-BB-YTD-QTY.
            ADD WS-BB-PRIOR-QTY TO WS-TOT-BB-PRIOR-QTY.
            ADD WS-AB-MTD-QTY   TO WS-TOT-AB-MTD-QTY.
            ADD WS-AB-YTD-QTY   TO WS-TOT-AB-YTD-QTY.
            ADD WS-AB-PRIOR-QTY TO WS-TOT-AB-PRIOR-QTY.
       2300-EXIT.
            EXIT.

      * A keyed update that fails on a record just read by the same
      * key means the master is damaged - the run stops rather than
      * reverse around it. The history record is still on file, so
      * the back-out can be run again once the master is repaired.
       2900-BALANCE-UPDATE-FAILED.
            DISPLAY "RD13-BACK BALANCE MASTER UPDATE FAILED FOR "
                    MH-BRANCH-CODE "/" MH-PRODUCT-CODE
                    " - FILE STATUS " WS-BAL-FILE-STATUS.
            MOVE 16 TO RETURN-CODE.
            STOP RUN.
       2900-EXIT.
            EXIT.

      ******************************************************************
      * 3000-WITHDRAW-FEED - the daily run rewrites the inventory
      * feed every run, so what is on file is the backed-out date's.
      * Each group is written to the reversal feed with its quantity
      * negated, then the feed is emptied so the inventory job has
      * nothing of the date's left to take.
      ******************************************************************
       3000-WITHDRAW-FEED.
            OPEN INPUT Inventory-Output-File.
            IF WS-INV-FILE-STATUS NOT = "00"
                GO TO 3000-EXIT
            END-IF.
            SET FEED-WAS-ON-FILE TO TRUE.
            OPEN OUTPUT Reversal-Feed.
            MOVE 'N' TO WS-MASTER-EOF-SW.
            PERFORM UNTIL END-OF-MASTER
                READ Inventory-Output-File
                    AT END
                        SET END-OF-MASTER TO TRUE
                    NOT AT END
                        ADD 1 TO WS-FEED-GROUP-COUNT
                        ADD IO-TOTAL-QUANTITY TO WS-FEED-TOTAL-QTY
                        MOVE IO-BRANCH-CODE  TO RV-BRANCH-CODE
                        MOVE IO-PRODUCT-CODE TO RV-PRODUCT-CODE
                        COMPUTE RV-TOTAL-QUANTITY =
                            ZERO - IO-TOTAL-QUANTITY
                        MOVE SPACES TO RV-FILLER
                        WRITE REVERSAL-FEED-RECORD
                END-READ
            END-PERFORM.
            CLOSE Inventory-Output-File.
            CLOSE Reversal-Feed.
            OPEN OUTPUT Inventory-Output-File.
            CLOSE Inventory-Output-File.
       3000-EXIT.
            EXIT.

      ******************************************************************
      * 4000-DROP-REGISTER-ENTRIES - delete the processed-document
      * register's lines the date posted, so the rerun is not
      * refused them as repeats. They sit together on the
      * posting-date key.
      ******************************************************************
       4000-DROP-REGISTER-ENTRIES.
            OPEN I-O Document-Register.
            IF WS-DRG-FILE-STATUS NOT = "00"
                GO TO 4000-EXIT
            END-IF.
            SET REGISTER-WAS-ON-FILE TO TRUE.
            MOVE WS-BACKOUT-DATE TO DR-POST-DATE.
            START Document-Register
                KEY IS EQUAL TO DR-POST-DATE
                INVALID KEY
                    GO TO 4000-CLOSE
            END-START.
            MOVE 'N' TO WS-MASTER-EOF-SW.
            PERFORM UNTIL END-OF-MASTER
                READ Document-Register NEXT RECORD
                    AT END
                        SET END-OF-MASTER TO TRUE
                    NOT AT END
                        IF DR-POST-DATE = WS-BACKOUT-DATE
                            DELETE Document-Register RECORD
                                INVALID KEY
                                    CONTINUE
                            END-DELETE
                            ADD 1 TO WS-REG-REMOVED-COUNT
                        ELSE
                            SET END-OF-MASTER TO TRUE
                        END-IF
                END-READ
            END-PERFORM.
       4000-CLOSE.
            CLOSE Document-Register.
       4000-EXIT.
            EXIT.

      ******************************************************************
      * 4100-DROP-ADJUSTMENT-ENTRIES - carry the prior-period
      * adjustment file to its new generation without the entries
      * the date captured; operations copies PPADJN over PPADJ once
      * the back-out is accepted. The balance master's year figures
      * they went into were restored with the rest of the balance.
      ******************************************************************
       4100-DROP-ADJUSTMENT-ENTRIES.
            OPEN INPUT Prior-Period-Adjust.
            IF WS-PPA-FILE-STATUS NOT = "00"
                GO TO 4100-EXIT
            END-IF.
            SET ADJUSTMENTS-WERE-ON-FILE TO TRUE.
            OPEN OUTPUT Prior-Period-Adjust-New.
            MOVE 'N' TO WS-MASTER-EOF-SW.
            PERFORM UNTIL END-OF-MASTER
                READ Prior-Period-Adjust
                    AT END
                        SET END-OF-MASTER TO TRUE
                    NOT AT END
                        IF PA-POST-DATE = WS-BACKOUT-DATE
                            ADD 1 TO WS-PPA-REMOVED-COUNT
                        ELSE
                            WRITE PRIOR-PERIOD-ADJUST-NEW-RECORD FROM
                                  PRIOR-PERIOD-ADJUST-RECORD
                            ADD 1 TO WS-PPA-CARRIED-COUNT
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE Prior-Period-Adjust.
            CLOSE Prior-Period-Adjust-New.
       4100-EXIT.
            EXIT.

      ******************************************************************
      * 4200-RESTORE-IN-TRANSIT - carry the in-transit file to its
      * new generation as it stood before the date's matching run: a
      * line that run opened is dropped; a line it changed or closed
      * goes back to the quantities and dates it carried before, open
      * again. Nothing on file stamped with the date means the
      * matching was not run for it, and the file is copied as is.
      ******************************************************************
       4200-RESTORE-IN-TRANSIT.
            OPEN INPUT In-Transit.
            IF WS-ITR-FILE-STATUS NOT = "00"
                GO TO 4200-EXIT
            END-IF.
            SET IN-TRANSIT-WAS-ON-FILE TO TRUE.
            OPEN OUTPUT In-Transit-New.
            MOVE 'N' TO WS-MASTER-EOF-SW.
            PERFORM UNTIL END-OF-MASTER
                READ In-Transit
                    AT END
                        SET END-OF-MASTER TO TRUE
                    NOT AT END
                        PERFORM 4210-RESTORE-ONE-LINE THRU 4210-EXIT
                END-READ
            END-PERFORM.
            CLOSE In-Transit.
            CLOSE In-Transit-New.
       4200-EXIT.
            EXIT.

       4210-RESTORE-ONE-LINE.
            IF IT-CHANGED-DATE IS NOT NUMERIC OR
               IT-CHANGED-DATE NOT = WS-BACKOUT-DATE
                WRITE IN-TRANSIT-NEW-RECORD FROM IN-TRANSIT-RECORD
                ADD 1 TO WS-ITR-CARRIED-COUNT
                GO TO 4210-EXIT
            END-IF.
            IF IT-OPENED-DATE = WS-BACKOUT-DATE
                ADD 1 TO WS-ITR-DROPPED-COUNT
                GO TO 4210-EXIT
            END-IF.
            MOVE IT-PRIOR-OUT-QTY  TO IT-OUT-QTY.
            MOVE IT-PRIOR-OUT-DATE TO IT-OUT-DATE.
            MOVE IT-PRIOR-IN-QTY   TO IT-IN-QTY.
            MOVE IT-PRIOR-IN-DATE  TO IT-IN-DATE.
            MOVE 'O' TO IT-LINE-STATUS.
            MOVE ZERO TO IT-CHANGED-DATE
                         IT-PRIOR-OUT-QTY  IT-PRIOR-OUT-DATE
                         IT-PRIOR-IN-QTY   IT-PRIOR-IN-DATE.
            WRITE IN-TRANSIT-NEW-RECORD FROM IN-TRANSIT-RECORD.
            ADD 1 TO WS-ITR-REOPENED-COUNT.
       4210-EXIT.
            EXIT.

       5000-WRITE-REPORT-LINE.
            IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
                PERFORM 5010-WRITE-HEADINGS THRU 5010-EXIT
            END-IF.
            WRITE BACKOUT-REGISTER-RECORD FROM WS-PRINT-LINE.
            ADD 1 TO WS-LINE-COUNT.
       5000-EXIT.
            EXIT.

       5010-WRITE-HEADINGS.
            ADD 1 TO WS-PAGE-COUNT.
            MOVE WS-RUN-DATE      TO HL1-RUN-DATE.
            MOVE WS-RUN-TIME      TO HL1-RUN-TIME.
            MOVE WS-PAGE-COUNT    TO HL1-PAGE.
            MOVE WS-BACKOUT-DATE  TO HL2-BACKOUT-DATE.
            MOVE WS-CC-STATUS     TO HL2-CYCLE-STATUS.
            IF WS-PAGE-COUNT > 1
                WRITE BACKOUT-REGISTER-RECORD FROM BLANK-LINE
                    BEFORE ADVANCING PAGE
            END-IF.
            WRITE BACKOUT-REGISTER-RECORD FROM HDG-LINE-1.
            WRITE BACKOUT-REGISTER-RECORD FROM HDG-LINE-2.
            WRITE BACKOUT-REGISTER-RECORD FROM BLANK-LINE.
            WRITE BACKOUT-REGISTER-RECORD FROM HDG-LINE-3.
            WRITE BACKOUT-REGISTER-RECORD FROM HDG-LINE-4.
            MOVE ZERO TO WS-LINE-COUNT.
       5010-EXIT.
            EXIT.

      ******************************************************************
      * 6000-WRITE-AUDIT-RECORD - append the BACKOUT record for the
      * date to the run-control log: the groups reversed and the net
      * taken back out, so the log shows the date posted and then
      * withdrawn, and the balancing proof holds the inventory job
      * until the rerun writes its own record.
      ******************************************************************
       6000-WRITE-AUDIT-RECORD.
            OPEN EXTEND Audit-File.
            IF WS-AUD-FILE-STATUS NOT = "00"
                OPEN OUTPUT Audit-File
            END-IF.
            MOVE WS-BACKOUT-DATE   TO AU-RUN-DATE.
            MOVE WS-RUN-TIME       TO AU-RUN-TIME.
            MOVE ZERO              TO AU-INPUT-RECORD-COUNT.
            MOVE ZERO              TO AU-REJECT-COUNT.
            MOVE WS-GROUP-COUNT    TO AU-GROUP-COUNT.
            COMPUTE AU-GRAND-TOTAL-QTY = ZERO - WS-TOT-NET-QTY.
            MOVE "BACKOUT"         TO AU-RUN-STATUS.
            WRITE AUDIT-RECORD.
            CLOSE Audit-File.
       6000-EXIT.
            EXIT.

      ******************************************************************
      * 6100-CLOSE-CHECKPOINT-TRAIL - a backed-out run that had
      * abended leaves INCOMPLT as the last checkpoint, and the rerun
      * would restart on its sorted file. A BACKOUT record closes the
      * trail so the rerun validates and sorts the new extract. No
      * trail means the daily run has never checkpointed.
      ******************************************************************
       6100-CLOSE-CHECKPOINT-TRAIL.
            OPEN EXTEND Checkpoint-File.
            IF WS-CKPT-FILE-STATUS NOT = "00"
                GO TO 6100-EXIT
            END-IF.
            MOVE WS-BACKOUT-DATE TO CK-RUN-DATE.
            MOVE "BACKOUT"       TO CK-STATUS.
            MOVE ZERO            TO CK-GROUP-COUNT.
            MOVE ZERO            TO CK-INPUT-RECORD-COUNT.
            MOVE ZERO            TO CK-REJECT-COUNT.
            MOVE ZERO            TO CK-SECTION-BRANCH.
            WRITE CHECKPOINT-RECORD.
            CLOSE Checkpoint-File.
       6100-EXIT.
            EXIT.

      ******************************************************************
      * 7000-REOPEN-CYCLE - set the business date back to OPEN, the
      * state the daily run needs to run the date again. Written
      * last, once everything the date posted has been taken out.
      ******************************************************************
       7000-REOPEN-CYCLE.
            OPEN OUTPUT Cycle-Control.
            MOVE WS-BACKOUT-DATE TO CC-BUSINESS-DATE.
            MOVE "OPEN" TO CC-STATUS.
            WRITE CYCLE-CONTROL-RECORD.
            CLOSE Cycle-Control.
       7000-EXIT.
            EXIT.

      ******************************************************************
      * 9999-TERMINATE - print the register's totals and controls:
      * the feed withdrawn is checked against the groups reversed,
      * since both came from the same run.
      ******************************************************************
       9999-TERMINATE.
            IF WS-PAGE-COUNT = ZERO
                PERFORM 5010-WRITE-HEADINGS THRU 5010-EXIT
            END-IF.
            IF WS-LINE-COUNT + 14 > WS-LINES-PER-PAGE
                PERFORM 5010-WRITE-HEADINGS THRU 5010-EXIT
            END-IF.
            MOVE WS-TOT-NET-QTY      TO TL-NET-QTY.
            MOVE WS-TOT-BB-MTD-QTY   TO TL-BB-MTD-QTY.
            MOVE WS-TOT-BB-YTD-QTY   TO TL-BB-YTD-QTY.
            MOVE WS-TOT-BB-PRIOR-QTY TO TL-BB-PRIOR-QTY.
            MOVE WS-TOT-AB-MTD-QTY   TO TL-AB-MTD-QTY.
            MOVE WS-TOT-AB-YTD-QTY   TO TL-AB-YTD-QTY.
            MOVE WS-TOT-AB-PRIOR-QTY TO TL-AB-PRIOR-QTY.
            WRITE BACKOUT-REGISTER-RECORD FROM BLANK-LINE.
            WRITE BACKOUT-REGISTER-RECORD FROM TOTAL-LINE.
            WRITE BACKOUT-REGISTER-RECORD FROM BLANK-LINE.
            MOVE WS-GROUP-COUNT       TO CL1-GROUPS.
            MOVE WS-RESTORED-COUNT    TO CL1-RESTORED.
            MOVE WS-REMOVED-COUNT     TO CL1-REMOVED.
            MOVE WS-NET-ONLY-COUNT    TO CL1-NET-ONLY.
            MOVE WS-NOT-ON-FILE-COUNT TO CL1-NOT-ON-FILE.
            WRITE BACKOUT-REGISTER-RECORD FROM COUNT-LINE-1.
            IF FEED-WAS-ON-FILE
                MOVE WS-FEED-GROUP-COUNT TO FDL-GROUPS
                MOVE WS-FEED-TOTAL-QTY   TO FDL-QUANTITY
                IF WS-FEED-GROUP-COUNT = WS-GROUP-COUNT AND
                   WS-FEED-TOTAL-QTY = WS-TOT-NET-QTY
                    MOVE "AGREES WITH THE GROUPS REVERSED" TO
                         FDL-VERDICT
                ELSE
                    MOVE "DOES NOT AGREE WITH THE GROUPS REVERSED"
                         TO FDL-VERDICT
                END-IF
                WRITE BACKOUT-REGISTER-RECORD FROM FEED-LINE
                MOVE "REVERSAL FEED INVREV WRITTEN - FOR THE INVENTORY"
                     TO NL-TEXT
                WRITE BACKOUT-REGISTER-RECORD FROM NOTE-LINE
                MOVE "TEAM IF THEIR JOB HAD ALREADY TAKEN THE FEED"
                     TO NL-TEXT
                WRITE BACKOUT-REGISTER-RECORD FROM NOTE-LINE
            ELSE
                MOVE "NO INVENTORY FEED ON FILE - NOTHING WITHDRAWN"
                     TO NL-TEXT
                WRITE BACKOUT-REGISTER-RECORD FROM NOTE-LINE
            END-IF.
            IF REGISTER-WAS-ON-FILE
                MOVE WS-REG-REMOVED-COUNT TO RGL-REMOVED
                WRITE BACKOUT-REGISTER-RECORD FROM REGISTER-LINE
            ELSE
                MOVE "NO DOCUMENT REGISTER ON FILE - NOTHING REMOVED"
                     TO NL-TEXT
                WRITE BACKOUT-REGISTER-RECORD FROM NOTE-LINE
            END-IF.
            IF ADJUSTMENTS-WERE-ON-FILE
                MOVE WS-PPA-REMOVED-COUNT TO AJL-REMOVED
                MOVE WS-PPA-CARRIED-COUNT TO AJL-CARRIED
                WRITE BACKOUT-REGISTER-RECORD FROM ADJUSTMENT-LINE
            END-IF.
            IF IN-TRANSIT-WAS-ON-FILE
                MOVE WS-ITR-DROPPED-COUNT  TO ITL-DROPPED
                MOVE WS-ITR-REOPENED-COUNT TO ITL-REOPENED
                MOVE WS-ITR-CARRIED-COUNT  TO ITL-CARRIED
                WRITE BACKOUT-REGISTER-RECORD FROM IN-TRANSIT-LINE
            END-IF.
            MOVE WS-BACKOUT-DATE TO CYL-DATE.
            WRITE BACKOUT-REGISTER-RECORD FROM CYCLE-LINE.
            CLOSE Movement-History.
            CLOSE Balance-Master.
            CLOSE Branch-Master.
            CLOSE Product-Master.
            CLOSE Backout-Register.
            DISPLAY "RD13-BACK BUSINESS DATE " WS-BACKOUT-DATE-X
                    " BACKED OUT - GROUPS " WS-GROUP-COUNT
                    " NET " WS-TOT-NET-QTY " - CYCLE REOPENED".
            IF WS-NOT-ON-FILE-COUNT > ZERO
                MOVE 4 TO RETURN-CODE
            END-IF.
            STOP RUN.
       9999-EXIT.
            EXIT.
       END PROGRAM RD13BACK.
