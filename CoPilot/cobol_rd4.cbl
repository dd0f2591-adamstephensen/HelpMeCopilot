      *             re-apply the daily edit rules, and feed accepted
      *             corrections back into the next day's run, with an
      *             aging report of rejects still outstanding so
      *             quantity no longer quietly disappears. Repeat-
      *             docket rejects, and held-batch rejects whose
      *             docket has since posted, are closed rather than
      *             aged.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.

      * Accepted corrections, written in the transaction-extract
      * layout so operations concatenates this file onto the next
      * day's TRANIN. The corrections travel as one batch of their
      * own under branch 000, between a header and a trailer carrying
      * the record count and quantity hash, so the daily run proves
      * them like any branch's transmission.
            SELECT Recycle-File ASSIGN TO 'RCYFILE'
            ORGANIZATION IS LINE SEQUENTIAL.

            SELECT Aging-Report ASSIGN TO 'AGERPT'
            ORGANIZATION IS LINE SEQUENTIAL.

      * Product and branch masters, read by key so a correction
      * faces the same code edits its original transaction faced.
            SELECT Product-Master ASSIGN TO 'PRODMSTR'
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS PM-PRODUCT-CODE.

            SELECT Branch-Master ASSIGN TO 'BRANMSTR'
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS BM-BRANCH-CODE.

      * Branch merge file, maintained by RD3MAINT - a correction for
      * a branch merged away faces the daily run's closed-branch edit
      * too. Missing until the first merge.
            SELECT Branch-Merge ASSIGN TO 'BRMERGE'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-MRG-FILE-STATUS.

      * Processed-document register, maintained by the daily run -
      * read here only to see whether a held batch's docket has since
      * been resent and posted. Missing until the first daily run.
            SELECT Document-Register ASSIGN TO 'DOCREG'
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS DR-KEY
            ALTERNATE RECORD KEY IS DR-TRAN-DATE
                WITH DUPLICATES
            ALTERNATE RECORD KEY IS DR-POST-DATE
                WITH DUPLICATES
            FILE STATUS IS WS-DRG-FILE-STATUS.

      * Cycle-control file - the suite's shared business date. Read
      * so the aging arithmetic and the report headings book to the
                05 OR-DOC-REF       PIC X(10).
                05 OR-REASON-CODE   PIC X(4).
                05 OR-REASON-TEXT   PIC X(30).
                05 OR-XFER-BRANCH   PIC X(3).

       FD Reject-File.
            01 REJECT-RECORD.
                05 RJ-DOC-REF       PIC X(10).
                05 RJ-REASON-CODE   PIC X(4).
                05 RJ-REASON-TEXT   PIC X(30).
                05 RJ-XFER-BRANCH   PIC X(3).

      * CR-DOC-REF narrows the match when the same branch rejected
      * the same product twice on one day - left blank it matches
      * keying or a test record finally leaves the aging report. A
      * write-off must carry the authorizer's id and a reason code,
      * and every one prints on its own register section with the
      * quantity abandoned. CR-NEW-XFER corrects a transfer's other
      * branch; left blank, the reject's own is kept.
       FD Correction-File.
            01 CORRECTION-RECORD.
                05 CR-RUN-DATE      PIC 9(8).
                05 CR-ACTION        PIC X(1).
                05 CR-AUTH-ID       PIC X(8).
                05 CR-WO-REASON     PIC X(4).
                05 CR-NEW-XFER      PIC X(3).

      * Transaction-extract layout, matching the daily run's input.
       FD Recycle-File.
                05 RC-TRAN-TYPE     PIC X(1).
                05 RC-TRAN-DATE     PIC 9(8).
                05 RC-DOC-REF       PIC X(10).
                05 RC-XFER-BRANCH   PIC 9(3).
            01 RECYCLE-CONTROL-RECORD.
                05 RCB-BRANCH-CODE  PIC 9(3).
                05 RCB-RECORD-COUNT PIC 9(4).
                05 RCB-RECORD-TYPE  PIC X(1).
                05 RCB-BATCH-DATE   PIC 9(8).
                05 RCB-HASH-TOTAL   PIC 9(10).

       FD Outstanding-New.
            01 OUTSTANDING-NEW-RECORD.
                05 ON-DOC-REF       PIC X(10).
                05 ON-REASON-CODE   PIC X(4).
                05 ON-REASON-TEXT   PIC X(30).
                05 ON-XFER-BRANCH   PIC X(3).

       FD Aging-Report.
            01 AGING-REPORT-RECORD PIC X(132).
                05 BM-BRANCH-NAME   PIC X(20).
                05 BM-REGION-CODE   PIC 9(2).

       FD Branch-Merge.
            01 BRANCH-MERGE-RECORD.
                05 MG-CLOSED-BRANCH PIC 9(3).
                05 MG-SUCCESSOR     PIC 9(3).
                05 MG-EFF-DATE      PIC 9(8).
                05 MG-MERGE-DATE    PIC 9(8).

       FD Document-Register.
            01 DOCUMENT-REGISTER-RECORD.
                05 DR-KEY.
                    10 DR-DOCKET-KEY.
                        15 DR-BRANCH-CODE  PIC 9(3).
                        15 DR-DOC-REF      PIC X(10).
                        15 DR-TRAN-DATE    PIC 9(8).
                    10 DR-PRODUCT-CODE     PIC 9(2).
                05 DR-POST-DATE            PIC 9(8).
                05 DR-RUN-TIME             PIC 9(6).

       FD Cycle-Control.
            01 CYCLE-CONTROL-RECORD.
                05 CC-BUSINESS-DATE        PIC 9(8).
            77 WS-OUTREJ-FILE-STATUS PIC X(2).
            77 WS-REJ-FILE-STATUS    PIC X(2).
            77 WS-CORR-FILE-STATUS   PIC X(2).
            77 WS-MRG-FILE-STATUS    PIC X(2).
            77 WS-CYC-FILE-STATUS    PIC X(2).
            77 WS-DRG-FILE-STATUS    PIC X(2).
            77 WS-DRG-OPEN-SW        PIC X(01) VALUE 'N'.
                88 REGISTER-IS-OPEN         VALUE 'Y'.
            77 WS-DOCKET-POSTED-SW   PIC X(01).
                88 DOCKET-HAS-POSTED        VALUE 'Y'.
            01 WS-DOCKET-KEY.
                05 WS-DK-BRANCH-CODE PIC 9(3).
                05 WS-DK-DOC-REF     PIC X(10).
                05 WS-DK-TRAN-DATE   PIC 9(8).
            77 WS-CYC-EOF-SW         PIC X(01).
                88 END-OF-CYCLE-FILE        VALUE 'Y'.
            01 WS-CYCLE-CONTROL.

            77 WS-REJECT-EOF-SW   PIC X(01).
                88 END-OF-REJECTS           VALUE 'Y'.
            77 WS-RECORD-VALID-SW PIC X(01).
                88 RECORD-IS-VALID          VALUE 'Y'.
            77 WS-MATCH-FOUND-SW  PIC X(01).
                05 WS-RJ-DOC-REF       PIC X(10).
                05 WS-RJ-REASON-CODE   PIC X(4).
                05 WS-RJ-REASON-TEXT   PIC X(30).
                05 WS-RJ-XFER-BRANCH   PIC X(3).

      * The corrected transaction under edit, with an alphanumeric
      * view for the numeric edits - the same pattern the daily run
                05 WS-CO-PRODUCT-CODE PIC 9(2).
                05 WS-CO-QUANTITY     PIC 9(2).
                05 WS-CO-TRAN-TYPE    PIC X(1).
                    88 CO-TRAN-IS-TRANSFER      VALUE 'O' 'I'.
                    88 CO-TRAN-TYPE-IS-VALID    VALUE 'S' 'R' 'A'
                                                      'G' 'O' 'I'.
                05 WS-CO-TRAN-DATE.
                    10 WS-CO-TD-YEAR  PIC 9(4).
                    10 WS-CO-TD-MONTH PIC 9(2).
                    10 WS-CO-TD-DAY   PIC 9(2).
                05 WS-CO-DOC-REF      PIC X(10).
                05 WS-CO-XFER-BRANCH  PIC 9(3).
            01 WS-CORRECTED-X REDEFINES WS-CORRECTED.
                05 WS-CO-BRANCH-CODE-X  PIC X(3).
                05 WS-CO-PRODUCT-CODE-X PIC X(2).
                05 WS-CO-TRAN-TYPE-X    PIC X(1).
                05 WS-CO-TRAN-DATE-X    PIC X(8).
                05 WS-CO-DOC-REF-X      PIC X(10).
                05 WS-CO-XFER-BRANCH-X  PIC X(3).

            77 WS-REJECT-REASON-CODE PIC X(4).
            77 WS-REJECT-REASON-TEXT PIC X(30).

      * Branch merges, serially searched on the closed code, with
      * the reject text that names the successor.
            01 MERGE-TABLE.
                05 MERGE-TABLE-ENTRY OCCURS 1 TO 1000 TIMES
                       DEPENDING ON WS-MERGE-COUNT
                       INDEXED BY MR-IDX.
                    10 MR-CLOSED-BRANCH PIC 9(3).
                    10 MR-SUCCESSOR     PIC 9(3).
                    10 MR-EFF-DATE      PIC 9(8).
            77 WS-MERGE-COUNT     PIC 9(4) COMP VALUE ZERO.
            77 WS-MERGE-KEY       PIC 9(3).
            77 WS-MERGE-FOUND-SW  PIC X(01).
                88 MERGED-BRANCH-FOUND      VALUE 'Y'.
            01 WS-MERGED-REASON-TEXT.
                05 FILLER             PIC X(26) VALUE
                     "BRANCH CLOSED - MERGED TO ".
                05 WS-MERGED-SUCCESSOR PIC 9(3).
                05 FILLER             PIC X(01) VALUE SPACES.

      * Corrections held in a table; each is usable once, so a used
      * flag keeps one correction from clearing two rejects with the
      * same key.
                    10 CT-ACTION        PIC X(1).
                    10 CT-AUTH-ID       PIC X(8).
                    10 CT-WO-REASON     PIC X(4).
                    10 CT-NEW-XFER      PIC X(3).
                    10 CT-USED-SW       PIC X(1).
            77 WS-CORRECTION-COUNT PIC 9(4) COMP VALUE ZERO.

      * Aging controls. The threshold is run argument 1 (days);
      * rejects older than this are flagged OVERDUE on the report.
            77 WS-AGE-LIMIT-DAYS  PIC 9(3) VALUE 3.
      * Run counts for the report trailer.
            77 WS-REJECT-IN-COUNT  PIC 9(5) COMP VALUE ZERO.
            77 WS-RECYCLED-COUNT   PIC 9(5) COMP VALUE ZERO.
      * The batch in hand on RCYFILE: its trailer count is four
      * digits, so a batch is closed and another opened every 9999
      * records.
            77 WS-RCY-BATCH-COUNT  PIC 9(5) COMP VALUE ZERO.
            77 WS-RECYCLED-HASH    PIC 9(10) COMP VALUE ZERO.
            77 WS-FAILED-COUNT     PIC 9(5) COMP VALUE ZERO.
            77 WS-OUTSTANDING-COUNT PIC 9(5) COMP VALUE ZERO.
            77 WS-OVERDUE-COUNT    PIC 9(5) COMP VALUE ZERO.
            77 WS-WRITEOFF-COUNT   PIC 9(5) COMP VALUE ZERO.
            77 WS-CLOSED-COUNT     PIC 9(5) COMP VALUE ZERO.
            77 WS-WRITEOFF-QTY     PIC S9(9) COMP VALUE ZERO.

      * Write-offs actioned this run, held for the register section
                05 TL-OVERDUE       PIC ZZZZ9.
                05 FILLER           PIC X(15) VALUE "   WRITTEN OFF ".
                05 TL-WRITEOFF      PIC ZZZZ9.
                05 FILLER           PIC X(09) VALUE "  CLOSED ".
                05 TL-CLOSED        PIC ZZZZ9.

      * Write-off register section lines.
            01 WO-HDG-LINE.
            MOVE WS-RUN-DATE TO WS-DATE-CONV.
            PERFORM 8100-DATE-TO-DAY-SERIAL THRU 8100-EXIT.
            MOVE WS-DAY-SERIAL TO WS-TODAY-SERIAL.
            OPEN INPUT Product-Master.
            OPEN INPUT Branch-Master.
            PERFORM 2700-LOAD-CORRECTIONS THRU 2700-EXIT.
            PERFORM 2750-LOAD-BRANCH-MERGES THRU 2750-EXIT.
            OPEN INPUT Document-Register.
            IF WS-DRG-FILE-STATUS = "00"
                SET REGISTER-IS-OPEN TO TRUE
            END-IF.
            OPEN OUTPUT Recycle-File.
            PERFORM 3800-OPEN-RECYCLE-BATCH THRU 3800-EXIT.
            OPEN OUTPUT Outstanding-New.
            OPEN OUTPUT Aging-Report.
       1000-EXIT.
       1060-EXIT.
            EXIT.

       2700-LOAD-CORRECTIONS.
            OPEN INPUT Correction-File.
            IF WS-CORR-FILE-STATUS NOT = "00"
       2700-EXIT.
            EXIT.

       2750-LOAD-BRANCH-MERGES.
            OPEN INPUT Branch-Merge.
            IF WS-MRG-FILE-STATUS NOT = "00"
                GO TO 2750-EXIT
            END-IF.
            MOVE 'N' TO WS-REJECT-EOF-SW.
            PERFORM UNTIL END-OF-REJECTS
                READ Branch-Merge
                    AT END
                        SET END-OF-REJECTS TO TRUE
                    NOT AT END
                        IF WS-MERGE-COUNT >= 1000
                            DISPLAY "RD4-RECYC BRANCH MERGE FILE "
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
       2750-EXIT.
            EXIT.

       2000-PROCESS-CARRIED-REJECTS.
            OPEN INPUT Outstanding-Rejects.
            IF WS-OUTREJ-FILE-STATUS NOT = "00"
      * and aged; a correction that passes the daily edits is written
      * to the recycle file; one that fails them leaves the original
      * reject outstanding and the failure on the report, so the
      * branch knows to re-correct it. With no correction, a repeat-
      * docket reject is closed - the docket it repeats has posted,
      * and there is nothing to chase - and a held-batch reject is
      * closed once its docket has posted from the resent batch.
      ******************************************************************
       3000-PROCESS-ONE-REJECT.
            MOVE 'N' TO WS-MATCH-FOUND-SW.
                END-SEARCH
            END-IF.
            IF NOT CORRECTION-MATCHED
                IF WS-RJ-REASON-CODE = 'DUPD'
                    MOVE "REPEAT OF A POSTED DOCKET - CLOSED" TO
                         DL-DISPOSITION
                    PERFORM 3550-CLOSE-REJECT THRU 3550-EXIT
                    GO TO 3000-EXIT
                END-IF
                IF WS-RJ-REASON-CODE = 'BTCH'
                    PERFORM 3560-CHECK-DOCKET-POSTED THRU 3560-EXIT
                    IF DOCKET-HAS-POSTED
                        MOVE "BATCH RESENT, DOCKET POSTED - CLOSED"
                             TO DL-DISPOSITION
                        PERFORM 3550-CLOSE-REJECT THRU 3550-EXIT
                        GO TO 3000-EXIT
                    END-IF
                END-IF
                PERFORM 3500-KEEP-OUTSTANDING THRU 3500-EXIT
                GO TO 3000-EXIT
            END-IF.
            MOVE CT-NEW-TYPE(CT-IDX)     TO WS-CO-TRAN-TYPE-X.
            MOVE CT-NEW-DATE(CT-IDX)     TO WS-CO-TRAN-DATE-X.
            MOVE CT-NEW-DOCREF(CT-IDX)   TO WS-CO-DOC-REF-X.
            MOVE CT-NEW-XFER(CT-IDX)     TO WS-CO-XFER-BRANCH-X.
      * A correction keyed before the docket fields existed leaves
      * them blank - fall back to the reject's own date and docket
      * so old-format corrections still recycle cleanly.
            IF WS-CO-DOC-REF = SPACES
                MOVE WS-RJ-DOC-REF TO WS-CO-DOC-REF
            END-IF.
            IF WS-CO-XFER-BRANCH-X = SPACES
                MOVE WS-RJ-XFER-BRANCH TO WS-CO-XFER-BRANCH-X
            END-IF.
            PERFORM 3100-VALIDATE-CORRECTION THRU 3100-EXIT.
            IF RECORD-IS-VALID
                IF WS-RCY-BATCH-COUNT >= 9999
                    PERFORM 3850-CLOSE-RECYCLE-BATCH THRU 3850-EXIT
                    PERFORM 3800-OPEN-RECYCLE-BATCH THRU 3800-EXIT
                END-IF
                ADD 1 TO WS-RECYCLED-COUNT
                ADD 1 TO WS-RCY-BATCH-COUNT
                ADD WS-CO-QUANTITY TO WS-RECYCLED-HASH
                MOVE WS-CO-BRANCH-CODE  TO RC-BRANCH-CODE
                MOVE WS-CO-PRODUCT-CODE TO RC-PRODUCT-CODE
                MOVE WS-CO-QUANTITY     TO RC-QUANTITY
                MOVE WS-CO-TRAN-TYPE    TO RC-TRAN-TYPE
                MOVE WS-CO-TRAN-DATE    TO RC-TRAN-DATE
                MOVE WS-CO-DOC-REF      TO RC-DOC-REF
                IF CO-TRAN-IS-TRANSFER
                    MOVE WS-CO-XFER-BRANCH TO RC-XFER-BRANCH
                ELSE
                    MOVE ZERO TO RC-XFER-BRANCH
                END-IF
                WRITE RECYCLE-RECORD
                MOVE "RECYCLED TO NEXT RUN" TO DL-DISPOSITION
                PERFORM 3700-WRITE-REPORT-LINE THRU 3700-EXIT
                     WS-REJECT-REASON-TEXT
            END-IF.
            IF RECORD-IS-VALID
                MOVE WS-CO-BRANCH-CODE TO BM-BRANCH-CODE
                READ Branch-Master
                    INVALID KEY
                        MOVE 'N'    TO WS-RECORD-VALID-SW
                        MOVE 'BRCD' TO WS-REJECT-REASON-CODE
                        MOVE "UNKNOWN BRANCH CODE" TO
                             WS-REJECT-REASON-TEXT
                END-READ
            END-IF.
            IF RECORD-IS-VALID
                MOVE WS-CO-PRODUCT-CODE TO PM-PRODUCT-CODE
                READ Product-Master
                    INVALID KEY
                        MOVE 'N'    TO WS-RECORD-VALID-SW
                        MOVE 'PRCD' TO WS-REJECT-REASON-CODE
                        MOVE "UNKNOWN PRODUCT CODE" TO
                             WS-REJECT-REASON-TEXT
                END-READ
            END-IF.
            IF RECORD-IS-VALID AND NOT CO-TRAN-TYPE-IS-VALID
                MOVE 'N'    TO WS-RECORD-VALID-SW
                MOVE 'TYPE' TO WS-REJECT-REASON-CODE
                MOVE "TRAN TYPE NOT S/R/A/G/O/I" TO
                     WS-REJECT-REASON-TEXT
            END-IF.
            IF RECORD-IS-VALID AND CO-TRAN-IS-TRANSFER
                PERFORM 3160-CHECK-TRANSFER-BRANCH THRU 3160-EXIT
            END-IF.
            IF RECORD-IS-VALID AND WS-CO-QUANTITY NOT > ZERO
                MOVE 'N'    TO WS-RECORD-VALID-SW
                MOVE 'QTY0' TO WS-REJECT-REASON-CODE
                MOVE "TRANSACTION DATE AFTER RUN DATE" TO
                     WS-REJECT-REASON-TEXT
            END-IF.
            IF RECORD-IS-VALID
                PERFORM 3170-CHECK-MERGED-BRANCH THRU 3170-EXIT
            END-IF.
            IF RECORD-IS-VALID AND WS-CO-DOC-REF = SPACES
                MOVE 'N'    TO WS-RECORD-VALID-SW
                MOVE 'DOCR' TO WS-REJECT-REASON-CODE
       3100-EXIT.
            EXIT.

      * A corrected transfer faces the daily run's transfer-branch
      * edit too.
       3160-CHECK-TRANSFER-BRANCH.
            IF WS-CO-XFER-BRANCH-X IS NOT NUMERIC
                MOVE 'N'    TO WS-RECORD-VALID-SW
                MOVE 'XFER' TO WS-REJECT-REASON-CODE
                MOVE "TRANSFER BRANCH MISSING" TO
                     WS-REJECT-REASON-TEXT
                GO TO 3160-EXIT
            END-IF.
            IF WS-CO-XFER-BRANCH = WS-CO-BRANCH-CODE
                MOVE 'N'    TO WS-RECORD-VALID-SW
                MOVE 'XFER' TO WS-REJECT-REASON-CODE
                MOVE "TRANSFER TO OWN BRANCH" TO
                     WS-REJECT-REASON-TEXT
                GO TO 3160-EXIT
            END-IF.
            MOVE WS-CO-XFER-BRANCH TO BM-BRANCH-CODE.
            READ Branch-Master
                INVALID KEY
                    MOVE 'N'    TO WS-RECORD-VALID-SW
                    MOVE 'XFER' TO WS-REJECT-REASON-CODE
                    MOVE "UNKNOWN TRANSFER BRANCH" TO
                         WS-REJECT-REASON-TEXT
            END-READ.
       3160-EXIT.
            EXIT.

      * And the daily run's closed-branch edit: nothing dated after a
      * merge took effect may post under the closed code, on either
      * side of a transfer.
       3170-CHECK-MERGED-BRANCH.
            MOVE WS-CO-BRANCH-CODE TO WS-MERGE-KEY.
            PERFORM 3175-FIND-MERGED-BRANCH THRU 3175-EXIT.
            IF MERGED-BRANCH-FOUND AND
               WS-CO-TRAN-DATE > MR-EFF-DATE(MR-IDX)
                MOVE 'N'    TO WS-RECORD-VALID-SW
                MOVE 'BRCL' TO WS-REJECT-REASON-CODE
                MOVE MR-SUCCESSOR(MR-IDX) TO WS-MERGED-SUCCESSOR
                MOVE WS-MERGED-REASON-TEXT TO WS-REJECT-REASON-TEXT
                GO TO 3170-EXIT
            END-IF.
            IF NOT CO-TRAN-IS-TRANSFER
                GO TO 3170-EXIT
            END-IF.
            MOVE WS-CO-XFER-BRANCH TO WS-MERGE-KEY.
            PERFORM 3175-FIND-MERGED-BRANCH THRU 3175-EXIT.
            IF MERGED-BRANCH-FOUND AND
               WS-CO-TRAN-DATE > MR-EFF-DATE(MR-IDX)
                MOVE 'N'    TO WS-RECORD-VALID-SW
                MOVE 'BRCL' TO WS-REJECT-REASON-CODE
                MOVE "TRANSFER BRANCH CLOSED" TO
                     WS-REJECT-REASON-TEXT
            END-IF.
       3170-EXIT.
            EXIT.

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
      * 3800-OPEN-RECYCLE-BATCH / 3850-CLOSE-RECYCLE-BATCH - the
      * recycled corrections go to the daily run as branch-000
      * batches, proved like any branch's; each trailer carries its
      * own batch's record count and quantity hash.
      ******************************************************************
       3800-OPEN-RECYCLE-BATCH.
            MOVE ZERO        TO RCB-BRANCH-CODE.
            MOVE ZERO        TO RCB-RECORD-COUNT.
            MOVE 'H'         TO RCB-RECORD-TYPE.
            MOVE WS-RUN-DATE TO RCB-BATCH-DATE.
            MOVE ZERO        TO RCB-HASH-TOTAL.
            WRITE RECYCLE-CONTROL-RECORD.
            MOVE ZERO TO WS-RCY-BATCH-COUNT.
            MOVE ZERO TO WS-RECYCLED-HASH.
       3800-EXIT.
            EXIT.

       3850-CLOSE-RECYCLE-BATCH.
            MOVE ZERO               TO RCB-BRANCH-CODE.
            MOVE WS-RCY-BATCH-COUNT TO RCB-RECORD-COUNT.
            MOVE 'T'                TO RCB-RECORD-TYPE.
            MOVE WS-RUN-DATE        TO RCB-BATCH-DATE.
            MOVE WS-RECYCLED-HASH   TO RCB-HASH-TOTAL.
            WRITE RECYCLE-CONTROL-RECORD.
       3850-EXIT.
            EXIT.

      ******************************************************************
      * 3900-WRITE-OFF-REJECT - a keyed write-off cancels this reject
      * for good: it is neither recycled nor carried to the new
       3500-EXIT.
            EXIT.

      * Closed without a correction: reported once, not carried.
       3550-CLOSE-REJECT.
            ADD 1 TO WS-CLOSED-COUNT.
            PERFORM 3700-WRITE-REPORT-LINE THRU 3700-EXIT.
       3550-EXIT.
            EXIT.

      * Any line of the docket on the register means the resent
      * batch was proved and the docket taken; a line of it that
      * failed an edit the second time came back as a reject of its
      * own.
       3560-CHECK-DOCKET-POSTED.
            MOVE 'N' TO WS-DOCKET-POSTED-SW.
            IF NOT REGISTER-IS-OPEN
                GO TO 3560-EXIT
            END-IF.
            MOVE WS-RJ-BRANCH-CODE TO WS-DK-BRANCH-CODE.
            MOVE WS-RJ-DOC-REF     TO WS-DK-DOC-REF.
            MOVE WS-RJ-TRAN-DATE   TO WS-DK-TRAN-DATE.
            MOVE WS-DOCKET-KEY     TO DR-DOCKET-KEY.
            MOVE ZERO              TO DR-PRODUCT-CODE.
            START Document-Register
                KEY IS NOT LESS THAN DR-KEY
                INVALID KEY
                    GO TO 3560-EXIT
            END-START.
            READ Document-Register NEXT RECORD
                AT END
                    GO TO 3560-EXIT
            END-READ.
            IF DR-DOCKET-KEY = WS-DOCKET-KEY
                SET DOCKET-HAS-POSTED TO TRUE
            END-IF.
       3560-EXIT.
            EXIT.

       3600-WRITE-OUTSTANDING.
            MOVE WS-RJ-RUN-DATE     TO ON-RUN-DATE.
            MOVE WS-RJ-BRANCH-CODE  TO ON-BRANCH-CODE.
            MOVE WS-RJ-DOC-REF      TO ON-DOC-REF.
            MOVE WS-RJ-REASON-CODE  TO ON-REASON-CODE.
            MOVE WS-RJ-REASON-TEXT  TO ON-REASON-TEXT.
            MOVE WS-RJ-XFER-BRANCH  TO ON-XFER-BRANCH.
            WRITE OUTSTANDING-NEW-RECORD.
       3600-EXIT.
            EXIT.
            MOVE WS-OUTSTANDING-COUNT TO TL-OUTSTANDING.
            MOVE WS-OVERDUE-COUNT     TO TL-OVERDUE.
            MOVE WS-WRITEOFF-COUNT    TO TL-WRITEOFF.
            MOVE WS-CLOSED-COUNT      TO TL-CLOSED.
            IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
                PERFORM 5010-WRITE-HEADINGS THRU 5010-EXIT
            END-IF.
            WRITE AGING-REPORT-RECORD FROM BLANK-LINE.
            WRITE AGING-REPORT-RECORD FROM TOTAL-LINE.
            PERFORM 3850-CLOSE-RECYCLE-BATCH THRU 3850-EXIT.
            CLOSE Product-Master.
            CLOSE Branch-Master.
            IF REGISTER-IS-OPEN
                CLOSE Document-Register
            END-IF.
            CLOSE Recycle-File.
            CLOSE Outstanding-New.
            CLOSE Aging-Report.
