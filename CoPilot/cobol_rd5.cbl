            FILE STATUS IS WS-CYC-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
      * Batch header and trailer records (TRAN-TYPE 'H'/'T') are
      * control records, not transactions - the daily run does not
      * count them as input, so neither does the proof.
       FD Transaction.
            01 TRANSACTION-RECORD.
                05 TR-BRANCH-CODE  PIC 9(3).
                05 TR-PRODUCT-CODE PIC 9(2).
                05 TR-QUANTITY     PIC 9(2).
                05 TR-TRAN-TYPE    PIC X(1).
                    88 TR-IS-BATCH-CONTROL       VALUE 'H' 'T'.
                05 TR-TRAN-DATE    PIC 9(8).
                05 TR-DOC-REF      PIC X(10).
                05 TR-XFER-BRANCH  PIC X(3).

       FD Validated-File.
            01 VALIDATED-RECORD.
                05 VF-TRAN-TYPE    PIC X(1).
                05 VF-TRAN-DATE    PIC 9(8).
                05 VF-DOC-REF      PIC X(10).
                05 VF-XFER-BRANCH  PIC 9(3).

       FD Reject-File.
            01 REJECT-RECORD.
                05 RJ-DOC-REF       PIC X(10).
                05 RJ-REASON-CODE   PIC X(4).
                05 RJ-REASON-TEXT   PIC X(30).
                05 RJ-XFER-BRANCH   PIC X(3).

       FD Inventory-Output-File.
            01 INVENTORY-OUTPUT-RECORD.
                05 AU-GROUP-COUNT          PIC 9(9).
                05 AU-GRAND-TOTAL-QTY      PIC S9(9)
                       SIGN IS LEADING SEPARATE.
                05 AU-RUN-STATUS           PIC X(8).

       FD Balance-Proof.
            01 PROOF-RECORD PIC X(132).
                05 WS-AU-GROUP-COUNT       PIC 9(9).
                05 WS-AU-GRAND-TOTAL-QTY   PIC S9(9)
                       SIGN IS LEADING SEPARATE.
      * BACKOUT when the latest record is the back-out run's flag
      * for a business date it reversed - the feed was withdrawn
      * and there is nothing to prove until the date is rerun.
                05 WS-AU-RUN-STATUS        PIC X(8).
                    88 AUDIT-RUN-BACKED-OUT      VALUE "BACKOUT".

      * Independent counts taken straight off the physical files.
            77 WS-TRAN-COUNT      PIC 9(9) COMP VALUE ZERO.
            IF NOT AUDIT-RECORD-FOUND
                PERFORM 8000-NO-AUDIT-RECORD THRU 8000-EXIT
            ELSE
                IF AUDIT-RUN-BACKED-OUT
                    PERFORM 8100-RUN-BACKED-OUT THRU 8100-EXIT
                ELSE
                    PERFORM 3000-COUNT-THE-FILES THRU 3000-EXIT
                    PERFORM 4000-PROVE-THE-RUN THRU 4000-EXIT
                END-IF
            END-IF.
            PERFORM 9999-TERMINATE THRU 9999-EXIT.

                        AT END
                            SET END-OF-FILE-IN-HAND TO TRUE
                        NOT AT END
                            IF NOT TR-IS-BATCH-CONTROL
                                ADD 1 TO WS-TRAN-COUNT
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE Transaction
       8000-EXIT.
            EXIT.

      * The latest run was backed out: its feed has been withdrawn,
      * so the inventory job is held until the date is rerun and a
      * new audit record is written.
       8100-RUN-BACKED-OUT.
            MOVE 'N' TO WS-BALANCED-SW.
            MOVE WS-AU-RUN-DATE TO HL1-AUDIT-DATE.
            MOVE WS-AU-RUN-TIME TO HL1-AUDIT-TIME.
            MOVE WS-RUN-DATE    TO HL1-RUN-DATE.
            WRITE PROOF-RECORD FROM HDG-LINE-1.
            WRITE PROOF-RECORD FROM BLANK-LINE.
            MOVE "RUN BACKED OUT - FEED WITHDRAWN, NOTHING " TO
                 RES-TEXT.
            WRITE PROOF-RECORD FROM RESULT-LINE.
            MOVE "TO PROVE - HOLD THE INVENTORY JOB" TO RES-TEXT.
            WRITE PROOF-RECORD FROM RESULT-LINE.
       8100-EXIT.
            EXIT.

      * Return code 8 is the scheduler's hold signal - the downstream
      * inventory job is conditioned on zero from this step.
       9999-TERMINATE.
