       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * The rolling-quarter movement history the daily run maintains,
      * keyed by business date + branch + product with alternate
      * keys on branch + product and on product alone, so an
      * inquiry for one branch or one product starts at its first
      * record instead of reading the whole quarter.
            SELECT Movement-History ASSIGN TO 'MOVHIST'
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS MH-KEY
            ALTERNATE RECORD KEY IS MH-BRANCH-PRODUCT
                WITH DUPLICATES
            ALTERNATE RECORD KEY IS MH-PRODUCT-CODE
                WITH DUPLICATES
            FILE STATUS IS WS-MOV-FILE-STATUS.

      * Product and branch masters, read by key for the names on
      * the report.
            SELECT Product-Master ASSIGN TO 'PRODMSTR'
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS PM-PRODUCT-CODE.

            SELECT Branch-Master ASSIGN TO 'BRANMSTR'
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS BM-BRANCH-CODE.

            SELECT Inquiry-Report ASSIGN TO 'INQRPT'
            ORGANIZATION IS LINE SEQUENTIAL.
       FILE SECTION.
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

            77 WS-MOV-EOF-SW      PIC X(01).
                88 END-OF-HISTORY           VALUE 'Y'.

      * Selection criteria from the run parameters. Argument 1 is
      * the branch (digits, or ALL or blank for every branch),
            01 WS-PARSE-DIGIT-X   PIC X(1).
            01 WS-PARSE-DIGIT REDEFINES WS-PARSE-DIGIT-X PIC 9(1).

      * Which key the history is read along, chosen from the
      * selection: branch + product, branch alone, product alone,
      * or the business date when every branch and product is asked
      * for.
            77 WS-READ-PATH-SW    PIC X(01).
                88 READ-BY-BRANCH-PRODUCT   VALUE 'C'.
                88 READ-BY-BRANCH           VALUE 'B'.
                88 READ-BY-PRODUCT          VALUE 'P'.
                88 READ-BY-DATE             VALUE 'D'.

      * Inquiry totals.
            77 WS-MATCH-COUNT     PIC 9(9) COMP VALUE ZERO.

      ******************************************************************
      * 1000-INITIALIZE - capture run date/time, parse and edit the
      * selection arguments, open the name masters and the report.
      ******************************************************************
       1000-INITIALIZE.
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
                    CONTINUE
            END-ACCEPT.
            PERFORM 1100-EDIT-ARGUMENTS THRU 1100-EXIT.
            OPEN INPUT Product-Master.
            OPEN INPUT Branch-Master.
            OPEN OUTPUT Inquiry-Report.
       1000-EXIT.
            EXIT.
       1160-EXIT.
            EXIT.

      ******************************************************************
      * 3000-SCAN-HISTORY - positions the history on the first record
      * the selection can match and reads forward along that key
      * until the key moves past it, printing the records the
      * selection matches. Read along branch + product a group comes
      * out in the order the daily run added it, which is date
      * order; a branch alone reads product by product, a product
      * alone reads date by date, and an every-branch inquiry reads
      * in date, branch, product order from the from-date.
      ******************************************************************
       3000-SCAN-HISTORY.
            OPEN INPUT Movement-History.
                MOVE 8 TO RETURN-CODE
                GO TO 3000-EXIT
            END-IF.
            PERFORM 3050-POSITION-HISTORY THRU 3050-EXIT.
            PERFORM UNTIL END-OF-HISTORY
                READ Movement-History NEXT RECORD
                    AT END
                        SET END-OF-HISTORY TO TRUE
                    NOT AT END
                        PERFORM 3080-CHECK-KEY-RANGE THRU 3080-EXIT
                        IF NOT END-OF-HISTORY
                            ADD 1 TO WS-READ-COUNT
                            PERFORM 3100-SELECT-ONE-MOVEMENT THRU
                                    3100-EXIT
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE Movement-History.
       3000-EXIT.
            EXIT.

      * No record at or after the starting key means nothing can
      * match; the read loop is skipped and the trailer prints zero.
       3050-POSITION-HISTORY.
            MOVE 'N' TO WS-MOV-EOF-SW.
            EVALUATE TRUE
                WHEN NOT EVERY-BRANCH-WANTED AND
                     NOT EVERY-PRODUCT-WANTED
                    SET READ-BY-BRANCH-PRODUCT TO TRUE
                    MOVE WS-SEL-BRANCH  TO MH-BRANCH-CODE
                    MOVE WS-SEL-PRODUCT TO MH-PRODUCT-CODE
                    START Movement-History
                        KEY IS = MH-BRANCH-PRODUCT
                        INVALID KEY
                            SET END-OF-HISTORY TO TRUE
                    END-START
                WHEN NOT EVERY-BRANCH-WANTED
                    SET READ-BY-BRANCH TO TRUE
                    MOVE WS-SEL-BRANCH TO MH-BRANCH-CODE
                    MOVE ZERO          TO MH-PRODUCT-CODE
                    START Movement-History
                        KEY IS NOT LESS THAN MH-BRANCH-PRODUCT
                        INVALID KEY
                            SET END-OF-HISTORY TO TRUE
                    END-START
                WHEN NOT EVERY-PRODUCT-WANTED
                    SET READ-BY-PRODUCT TO TRUE
                    MOVE WS-SEL-PRODUCT TO MH-PRODUCT-CODE
                    START Movement-History
                        KEY IS = MH-PRODUCT-CODE
                        INVALID KEY
                            SET END-OF-HISTORY TO TRUE
                    END-START
                WHEN OTHER
                    SET READ-BY-DATE TO TRUE
                    MOVE WS-SEL-FROM-DATE TO MH-BUSINESS-DATE
                    MOVE ZERO             TO MH-BRANCH-PRODUCT
                    START Movement-History
                        KEY IS NOT LESS THAN MH-KEY
                        INVALID KEY
                            SET END-OF-HISTORY TO TRUE
                    END-START
            END-EVALUATE.
       3050-EXIT.
            EXIT.

      * Ends the read at the first record past the selected branch,
      * product or to-date; everything after it along this key is
      * outside the selection too.
       3080-CHECK-KEY-RANGE.
            EVALUATE TRUE
                WHEN READ-BY-BRANCH-PRODUCT
                    IF MH-BRANCH-CODE  NOT = WS-SEL-BRANCH OR
                       MH-PRODUCT-CODE NOT = WS-SEL-PRODUCT
                        SET END-OF-HISTORY TO TRUE
                    END-IF
                WHEN READ-BY-BRANCH
                    IF MH-BRANCH-CODE NOT = WS-SEL-BRANCH
                        SET END-OF-HISTORY TO TRUE
                    END-IF
                WHEN READ-BY-PRODUCT
                    IF MH-PRODUCT-CODE NOT = WS-SEL-PRODUCT
                        SET END-OF-HISTORY TO TRUE
                    END-IF
                WHEN OTHER
                    IF MH-BUSINESS-DATE > WS-SEL-TO-DATE
                        SET END-OF-HISTORY TO TRUE
                    END-IF
            END-EVALUATE.
       3080-EXIT.
            EXIT.

       3100-SELECT-ONE-MOVEMENT.
            IF MH-BUSINESS-DATE < WS-SEL-FROM-DATE OR
               MH-BUSINESS-DATE > WS-SEL-TO-DATE
            MOVE MH-BRANCH-CODE   TO DL-BRANCH-CODE.
            MOVE MH-PRODUCT-CODE  TO DL-PRODUCT-CODE.
            MOVE MH-NET-QTY       TO DL-NET-QTY.
            MOVE MH-BRANCH-CODE TO BM-BRANCH-CODE.
            READ Branch-Master
                INVALID KEY
                    MOVE SPACES TO DL-BRANCH-NAME
                NOT INVALID KEY
                    MOVE BM-BRANCH-NAME TO DL-BRANCH-NAME
            END-READ.
            MOVE MH-PRODUCT-CODE TO PM-PRODUCT-CODE.
            READ Product-Master
                INVALID KEY
                    MOVE SPACES TO DL-PRODUCT-DESC
                NOT INVALID KEY
                    MOVE PM-PRODUCT-DESC TO DL-PRODUCT-DESC
            END-READ.
            IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
                PERFORM 5010-WRITE-HEADINGS THRU 5010-EXIT
            END-IF.
            MOVE WS-READ-COUNT    TO TL-READ-COUNT.
            WRITE INQUIRY-REPORT-RECORD FROM BLANK-LINE.
            WRITE INQUIRY-REPORT-RECORD FROM TOTAL-LINE.
            CLOSE Product-Master.
            CLOSE Branch-Master.
            CLOSE Inquiry-Report.
            STOP RUN.
       9999-EXIT.
