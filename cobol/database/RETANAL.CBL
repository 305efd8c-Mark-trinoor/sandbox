      * Return Rate And Refund Pattern Analysis
        IDENTIFICATION DIVISION.
         PROGRAM-ID.     RETANAL.
         AUTHOR.         Mark.
         INSTALLATION.   Ubuntu.
         DATE-WRITTEN.   2026-10-15.
         DATE-COMPILED.  2026-10-15.
      *
      * PROJECT DESC: PERIODIC LOSS-PREVENTION ANALYSIS OF RETURNS
      * OVER THE LINE-ITEM LOAD HISTORY POPDATA POSTS AT THE END OF
      * EVERY FINALIZED RUN (POPDATA.LDH). THE RETURN REGISTER AND
      * THE LP QUEUE ONLY EVER SHOW ONE NIGHT; THIS SHOWS RETURN
      * UNITS AND REFUND DOLLARS AS A PERCENTAGE OF SALES BY STORE,
      * BY CATEGORY AND BY SKU OVER ANY RANGE OF BUSINESS DATES,
      * FLAGS THE STORES AND SKUS RETURNING WELL ABOVE THE CHAIN
      * RATE, AND LISTS EVERY ORIGINAL SALE RETURNED MORE THAN ONCE
      * - WITH THE ORIGINAL SALE ITSELF WHEREVER IT IS IN THE
      * HISTORY, SO REFUNDS THAT ADD UP TO MORE THAN WAS EVER SOLD
      * STAND OUT. POPDATA ONLY CHECKS EACH REFUND ON ITS OWN
      *
      * CONTROL CARDS (RETANAL.CTL), ALL OPTIONAL:
      *   FROM-DATE=<YYYY-MM-DD - DEFAULT THE EARLIEST LOADED>
      *   TO-DATE=<YYYY-MM-DD - DEFAULT THE LATEST LOADED>
      *   FLAG-PCT=<1-3 DIGITS - DEFAULT 200>
      *   MIN-RETURNS=<1-3 DIGITS - DEFAULT 3>
      * A STORE OR SKU IS FLAGGED WHEN ITS RETURN-UNIT OR REFUND-
      * DOLLAR RATE IS ABOVE FLAG-PCT PERCENT OF THE CHAIN RATE
      * (200 = TWICE THE CHAIN RATE), OR IT HAS RETURNS AND NO
      * SALES - BUT ONLY ONCE IT HAS AT LEAST MIN-RETURNS RETURN
      * UNITS IN THE RANGE, SO ONE RETURN OF A SLOW SELLER DOES NOT
      * FILL THE PAGE
      *
      * RETURN CODES: 0 REPORTED, 8 REPORT INCOMPLETE (A SUMMARY
      * TABLE FILLED), 16 CONTROL OR FILE ERROR
      *
        ENVIRONMENT DIVISION.

        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT OPTIONAL CONTROL-CARD-FILE
            ASSIGN TO './retanal.ctl'
            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS WS-CTLCARD-FILE-STATUS.

            SELECT OPTIONAL LOAD-HISTORY-FILE
            ASSIGN TO './popdata.ldh'
            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS WS-LDH-FILE-STATUS.

      *  SKUS AND RETURNED ORIGINAL SALES ARE NOT BOUNDED BY ANY
      *  MASTER THE WAY STORES AND CATEGORIES ARE, SO THEY ARE
      *  ACCUMULATED IN KEYED WORK FILES LIKE POPDATA'S SUMMARY
      *  AGGREGATIONS - REBUILT FROM SCRATCH EVERY RUN AND READ
      *  BACK IN KEY ORDER FOR PRINTING
            SELECT SKU-WORK-FILE
            ASSIGN TO './retanal.skw'
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS SKW-SKU
            FILE STATUS IS WS-SKW-FILE-STATUS.

            SELECT RETURN-WORK-FILE
            ASSIGN TO './retanal.rtw'
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS RTW-ORIG-ID
            FILE STATUS IS WS-RTW-FILE-STATUS.

            SELECT REPORT-FILE
            ASSIGN TO './retanal.rpt'
            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS WS-REPORT-FILE-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD CONTROL-CARD-FILE      RECORD CONTAINS 80 CHARACTERS.
        01 CONTROL-CARD-RECORD    PIC X(80).

      *  LAYOUT MATCHES THE LOAD-HISTORY-FILE FD IN POPDATA
        FD LOAD-HISTORY-FILE      RECORD CONTAINS 206 CHARACTERS.
        01 LOAD-HISTORY-RECORD.
            05 LDH-DATE           PIC X(10).
            05 LDH-STORE          PIC X(4).
            05 LDH-SKU            PIC X(16).
            05 LDH-CATEGORY       PIC X(35).
            05 LDH-ITEM-NAME      PIC X(40).
            05 LDH-TRANS-TYPE     PIC X(1).
            05 LDH-QUANTITY       PIC S9(3).
            05 LDH-SALE           PIC S9(5)V99.
            05 LDH-TRANS-ID       PIC X(40).
            05 LDH-ORIG-TRANS-ID  PIC X(40).
            05 LDH-SDATE          PIC X(10).

      *  ONE ROW PER SKU SOLD OR RETURNED IN THE RANGE. RETURN
      *  UNITS AND REFUND DOLLARS ARE CARRIED AS POSITIVE AMOUNTS
        FD SKU-WORK-FILE          RECORD CONTAINS 127 CHARACTERS.
        01 SKU-WORK-RECORD.
            05 SKW-SKU            PIC X(16).
            05 SKW-ITEM-NAME      PIC X(40).
            05 SKW-CATEGORY       PIC X(35).
            05 SKW-SALE-UNITS     PIC 9(7).
            05 SKW-SALE-AMT       PIC S9(9)V99.
            05 SKW-RET-UNITS      PIC 9(7).
            05 SKW-RET-AMT        PIC S9(9)V99.

      *  ONE ROW PER ORIGINAL SALE RETURNED IN THE RANGE. THE
      *  STORE IS THE STORE OF THE FIRST RETURN; THE SALE FIELDS
      *  ARE FILLED BY THE SECOND PASS IF THE ORIGINAL IS FOUND
        FD RETURN-WORK-FILE       RECORD CONTAINS 112 CHARACTERS.
        01 RETURN-WORK-RECORD.
            05 RTW-ORIG-ID        PIC X(40).
            05 RTW-RETURNS        PIC 9(5).
            05 RTW-UNITS          PIC 9(7).
            05 RTW-REFUND         PIC S9(9)V99.
            05 RTW-STORE          PIC X(4).
            05 RTW-FIRST-DATE     PIC X(10).
            05 RTW-LAST-DATE      PIC X(10).
            05 RTW-SALE-FOUND     PIC X(1).
            05 RTW-SALE-DATE      PIC X(10).
            05 RTW-SALE-UNITS     PIC 9(5).
            05 RTW-SALE-AMT       PIC S9(7)V99.

        FD REPORT-FILE            RECORD CONTAINS 132 CHARACTERS.
        01 REPORT-RECORD          PIC X(132).

        WORKING-STORAGE SECTION.
        01  WS-CTLCARD-FILE-STATUS PIC X(2).
        01  WS-LDH-FILE-STATUS    PIC X(2).
        01  WS-SKW-FILE-STATUS    PIC X(2).
        01  WS-RTW-FILE-STATUS    PIC X(2).
        01  WS-REPORT-FILE-STATUS PIC X(2).

        01  WS-CTL-EOF            PIC X     VALUE 'N'.
        01  WS-LDH-EOF            PIC X     VALUE 'N'.
        01  WS-SKW-EOF            PIC X     VALUE 'N'.
        01  WS-RTW-EOF            PIC X     VALUE 'N'.

        01  WS-CTL-KEY            PIC X(20).
        01  WS-CTL-VALUE          PIC X(20).
        01  WS-FROM-DATE          PIC X(10) VALUE SPACES.
        01  WS-TO-DATE            PIC X(10) VALUE SPACES.
        01  WS-FLAG-PCT           PIC 9(3)  VALUE 200.
        01  WS-MIN-RETURNS        PIC 9(3)  VALUE 3.

        01  WS-RUN-START-DATE     PIC 9(8).
        01  WS-RUN-START-TIME     PIC 9(8).

      *  WORK FIELDS FOR DATE-FORMAT-CHECK-PARA
        01  WS-DV-TEXT            PIC X(10).
        01  WS-DV-OK              PIC X.
        01  WS-DV-MM              PIC 99.
        01  WS-DV-DD              PIC 99.

      *  WORK FIELDS FOR NUM-EDIT-PARA - ONE TO THREE DIGITS
      *  FOLLOWED ONLY BY SPACES
        01  WS-NUM-TEXT           PIC X(10).
        01  WS-NUM-VALUE          PIC 9(3).
        01  WS-NUM-SUB            PIC 9(2).
        01  WS-NUM-DIGITS         PIC 9(2).
        01  WS-NUM-DONE           PIC X.
        01  WS-NUM-OK             PIC X.

      *  COUNTS OF ROWS READ AND LEFT OUT
        01  WS-LDH-ROWS           PIC 9(7)  VALUE 0.
        01  WS-RANGE-ROWS         PIC 9(7)  VALUE 0.
        01  WS-OUTSIDE-ROWS       PIC 9(7)  VALUE 0.
        01  WS-BAD-ROWS           PIC 9(7)  VALUE 0.
        01  WS-NO-ORIG-ROWS       PIC 9(7)  VALUE 0.
        01  WS-FIRST-DATE         PIC X(10) VALUE SPACES.
        01  WS-LAST-DATE          PIC X(10) VALUE SPACES.

      *  ONE HISTORY ROW, AS SALE AND RETURN FIGURES - ONE PAIR IS
      *  ALWAYS ZERO
        01  WS-ROW-SALE-UNITS     PIC 9(7).
        01  WS-ROW-SALE-AMT       PIC S9(9)V99.
        01  WS-ROW-RET-UNITS      PIC 9(7).
        01  WS-ROW-RET-AMT        PIC S9(9)V99.

        01  WS-CHN-SALE-UNITS     PIC 9(9)      VALUE 0.
        01  WS-CHN-SALE-AMT       PIC S9(11)V99 VALUE 0.
        01  WS-CHN-RET-UNITS      PIC 9(9)      VALUE 0.
        01  WS-CHN-RET-AMT        PIC S9(11)V99 VALUE 0.

      *  THE FLAGGING THRESHOLDS - FLAG-PCT PERCENT OF THE CHAIN'S
      *  OWN RATES
        01  WS-UNIT-LIMIT         PIC 9(7)V9 VALUE 0.
        01  WS-AMT-LIMIT          PIC 9(7)V9 VALUE 0.
        01  WS-FLAG-STORES        PIC 9(5)  VALUE 0.
        01  WS-FLAG-SKUS          PIC 9(7)  VALUE 0.
        01  WS-REPEAT-COUNT       PIC 9(7)  VALUE 0.
        01  WS-REPEAT-RETURNS     PIC 9(7)  VALUE 0.
        01  WS-OVER-REFUNDED      PIC 9(7)  VALUE 0.
        01  WS-RTW-ROWS           PIC 9(7)  VALUE 0.

      *  WORK FIELDS FOR RATE-FIGURES-PARA AND RATE-FLAG-PARA. THE
      *  CALLER LOADS THE FOUR FIGURES; BACK COME THE TWO RATES,
      *  THE PRINTED FIGURES AND (FOR RATE-FLAG-PARA) THE FLAG
        01  WS-FIG-SALE-UNITS     PIC 9(9).
        01  WS-FIG-SALE-AMT       PIC S9(11)V99.
        01  WS-FIG-RET-UNITS      PIC 9(9).
        01  WS-FIG-RET-AMT        PIC S9(11)V99.
        01  WS-FIG-UNIT-PCT       PIC 9(5)V9.
        01  WS-FIG-AMT-PCT        PIC 9(5)V9.
        01  WS-FIG-UNIT-TEXT      PIC X(7).
        01  WS-FIG-AMT-TEXT       PIC X(7).
        01  WS-FIG-TEXT           PIC X(63).
        01  WS-FIG-HEAD           PIC X(63).
        01  WS-FIG-FLAG           PIC X(24).

      *  SUMMARY TABLES. A TABLE THAT FILLS LEAVES THE REST OF ITS
      *  ITEMS OUT OF THAT SECTION ONLY - THE CHAIN FIGURES, THE SKU
      *  SECTION AND THE REPEAT LISTING STILL CARRY THEM - AND THE
      *  JOB ENDS WITH RETURN CODE 8 SO SOMEONE LOOKS
        01  WS-TABLE-FULL         PIC X     VALUE 'N'.
        01  WS-SEARCH-STORE       PIC X(4).
        01  WS-STR-COUNT          PIC 9(3)  VALUE 0.
        01  WS-STR-FOUND          PIC X     VALUE 'N'.
        01  WS-STR-SUB            PIC 9(3)  VALUE 0.
        01  WS-STR-TABLE.
            05 WS-STR-ENTRY OCCURS 500 TIMES INDEXED BY WS-STR-IDX.
                10 WS-STR-NO          PIC X(4).
                10 WS-STR-SALE-UNITS  PIC 9(9).
                10 WS-STR-SALE-AMT    PIC S9(11)V99.
                10 WS-STR-RET-UNITS   PIC 9(9).
                10 WS-STR-RET-AMT     PIC S9(11)V99.
                10 WS-STR-REPEATS     PIC 9(5).
        01  WS-CAT-COUNT          PIC 9(3)  VALUE 0.
        01  WS-CAT-FOUND          PIC X     VALUE 'N'.
        01  WS-CAT-SUB            PIC 9(3)  VALUE 0.
        01  WS-CAT-TABLE.
            05 WS-CAT-ENTRY OCCURS 200 TIMES INDEXED BY WS-CAT-IDX.
                10 WS-CAT-NAME        PIC X(35).
                10 WS-CAT-SALE-UNITS  PIC 9(9).
                10 WS-CAT-SALE-AMT    PIC S9(11)V99.
                10 WS-CAT-RET-UNITS   PIC 9(9).
                10 WS-CAT-RET-AMT     PIC S9(11)V99.

        01  WS-CONVERTED-UNITS    PIC ZZZZZZZZ9.
        01  WS-CONVERTED-RET-QTY  PIC ZZZZZZZZ9.
        01  WS-CONVERTED-AMOUNT   PIC -ZZZZZZZZ9.99.
        01  WS-CONVERTED-REFUND   PIC -ZZZZZZZZ9.99.
        01  WS-CONVERTED-PCT      PIC ZZZZ9.9.
        01  WS-CONVERTED-LIMIT    PIC ZZZZZZ9.9.
        01  WS-CONVERTED-AMT-LIMIT PIC ZZZZZZ9.9.
        01  WS-CONVERTED-REPEATS  PIC ZZZZ9.
        01  WS-CONVERTED-SALE-QTY PIC ZZZZ9.
        01  WS-CONVERTED-SALE-AMT PIC -ZZZZZZ9.99.
        01  WS-CONVERTED-FLAG-PCT PIC ZZ9.
        01  WS-CONVERTED-MIN      PIC ZZ9.
        01  WS-RANGE-FROM-TEXT    PIC X(10).
        01  WS-RANGE-TO-TEXT      PIC X(10).

        PROCEDURE DIVISION.
        MAIN-PROCEDURE.
            ACCEPT WS-RUN-START-DATE FROM DATE YYYYMMDD.
            ACCEPT WS-RUN-START-TIME FROM TIME.
            PERFORM CONTROL-CARD-LOAD-PROCEDURE.
            IF WS-FROM-DATE NOT = SPACES
               AND WS-TO-DATE NOT = SPACES
               AND WS-FROM-DATE > WS-TO-DATE
                DISPLAY 'RETANAL: FROM-DATE ' WS-FROM-DATE
                    ' IS AFTER TO-DATE ' WS-TO-DATE
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            OPEN OUTPUT REPORT-FILE.
            IF WS-REPORT-FILE-STATUS NOT = '00'
                DISPLAY 'RETANAL: CANNOT OPEN RETANAL.RPT - STATUS '
                    WS-REPORT-FILE-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM WORK-FILE-BUILD-PROCEDURE.
            IF WS-RTW-ROWS > 0
                PERFORM ORIGINAL-SALE-PROCEDURE
            END-IF.
            PERFORM REPORT-HEADER-PROCEDURE.
            IF WS-CHN-SALE-UNITS = 0 AND WS-CHN-RET-UNITS = 0
                MOVE SPACES TO REPORT-RECORD
                MOVE 'NO LOADED SALES OR RETURNS IN THE DATE RANGE'
                    TO REPORT-RECORD
                WRITE REPORT-RECORD
            ELSE
                PERFORM REPEAT-COUNT-PROCEDURE
                PERFORM CHAIN-REPORT-PROCEDURE
                PERFORM STORE-REPORT-PROCEDURE
                PERFORM CATEGORY-REPORT-PROCEDURE
                PERFORM SKU-REPORT-PROCEDURE
                PERFORM REPEAT-REPORT-PROCEDURE
            END-IF.
            PERFORM REPORT-TRAILER-PROCEDURE.
            CLOSE REPORT-FILE.
            IF WS-TABLE-FULL = 'Y'
                DISPLAY 'RETANAL: SUMMARY TABLE FULL - '
                    'SECTIONS INCOMPLETE'
                MOVE 8 TO RETURN-CODE
            END-IF.
            DISPLAY 'LINE-ITEM HISTORY ROWS READ: ' WS-LDH-ROWS.
            DISPLAY 'ROWS IN DATE RANGE: ' WS-RANGE-ROWS.
            DISPLAY 'STORES FLAGGED: ' WS-FLAG-STORES.
            DISPLAY 'SKUS FLAGGED: ' WS-FLAG-SKUS.
            DISPLAY 'ORIGINAL SALES RETURNED MORE THAN ONCE: '
                WS-REPEAT-COUNT.
            STOP RUN.

      *  A MISKEYED CARD STOPS THE RUN, THE SAME DISCIPLINE
      *  POPDATA'S CONTROL CARDS GET
        CONTROL-CARD-LOAD-PROCEDURE.
            OPEN INPUT CONTROL-CARD-FILE.
            IF WS-CTLCARD-FILE-STATUS = '00'
             OR WS-CTLCARD-FILE-STATUS = '05'
                PERFORM CONTROL-CARD-READ-PARA
                    UNTIL WS-CTL-EOF = 'Y'
                CLOSE CONTROL-CARD-FILE
            END-IF.

        CONTROL-CARD-READ-PARA.
            READ CONTROL-CARD-FILE INTO CONTROL-CARD-RECORD
                    AT END MOVE 'Y' TO WS-CTL-EOF
                NOT AT END PERFORM CONTROL-CARD-APPLY-PARA
            END-READ.

        CONTROL-CARD-APPLY-PARA.
            IF CONTROL-CARD-RECORD = SPACES
                CONTINUE
            ELSE
                MOVE SPACES TO WS-CTL-KEY
                MOVE SPACES TO WS-CTL-VALUE
                UNSTRING CONTROL-CARD-RECORD DELIMITED BY '='
                    INTO WS-CTL-KEY WS-CTL-VALUE
                END-UNSTRING
                EVALUATE WS-CTL-KEY
                    WHEN 'FROM-DATE'
                        MOVE WS-CTL-VALUE (1:10) TO WS-DV-TEXT
                        PERFORM DATE-FORMAT-CHECK-PARA
                        IF WS-DV-OK = 'N'
                         OR WS-CTL-VALUE (11:10) NOT = SPACES
                            DISPLAY 'INVALID FROM-DATE CONTROL CARD: '
                                WS-CTL-VALUE
                            MOVE 16 TO RETURN-CODE
                            STOP RUN
                        END-IF
                        MOVE WS-CTL-VALUE (1:10) TO WS-FROM-DATE
                    WHEN 'TO-DATE'
                        MOVE WS-CTL-VALUE (1:10) TO WS-DV-TEXT
                        PERFORM DATE-FORMAT-CHECK-PARA
                        IF WS-DV-OK = 'N'
                         OR WS-CTL-VALUE (11:10) NOT = SPACES
                            DISPLAY 'INVALID TO-DATE CONTROL CARD: '
                                WS-CTL-VALUE
                            MOVE 16 TO RETURN-CODE
                            STOP RUN
                        END-IF
                        MOVE WS-CTL-VALUE (1:10) TO WS-TO-DATE
                    WHEN 'FLAG-PCT'
                        MOVE WS-CTL-VALUE (1:10) TO WS-NUM-TEXT
                        PERFORM NUM-EDIT-PARA
                        IF WS-NUM-OK = 'N'
                         OR WS-NUM-VALUE = 0
                         OR WS-CTL-VALUE (11:10) NOT = SPACES
                            DISPLAY 'INVALID FLAG-PCT CONTROL CARD: '
                                WS-CTL-VALUE
                            MOVE 16 TO RETURN-CODE
                            STOP RUN
                        END-IF
                        MOVE WS-NUM-VALUE TO WS-FLAG-PCT
                    WHEN 'MIN-RETURNS'
                        MOVE WS-CTL-VALUE (1:10) TO WS-NUM-TEXT
                        PERFORM NUM-EDIT-PARA
                        IF WS-NUM-OK = 'N'
                         OR WS-CTL-VALUE (11:10) NOT = SPACES
                            DISPLAY 'INVALID MIN-RETURNS CONTROL '
                                'CARD: ' WS-CTL-VALUE
                            MOVE 16 TO RETURN-CODE
                            STOP RUN
                        END-IF
                        MOVE WS-NUM-VALUE TO WS-MIN-RETURNS
                    WHEN OTHER
                        DISPLAY 'UNRECOGNIZED CONTROL CARD: '
                            CONTROL-CARD-RECORD
                        MOVE 16 TO RETURN-CODE
                        STOP RUN
                END-EVALUATE
            END-IF.

      *  YYYY-MM-DD - DIGITS IN THE DATE POSITIONS, DASHES BETWEEN,
      *  MONTH 01-12 AND DAY 01-31
        DATE-FORMAT-CHECK-PARA.
            MOVE 'N' TO WS-DV-OK.
            IF WS-DV-TEXT (1:4) IS NUMERIC
               AND WS-DV-TEXT (5:1) = '-'
               AND WS-DV-TEXT (6:2) IS NUMERIC
               AND WS-DV-TEXT (8:1) = '-'
               AND WS-DV-TEXT (9:2) IS NUMERIC
                MOVE WS-DV-TEXT (6:2) TO WS-DV-MM
                MOVE WS-DV-TEXT (9:2) TO WS-DV-DD
                IF WS-DV-MM >= 1 AND WS-DV-MM <= 12
                   AND WS-DV-DD >= 1 AND WS-DV-DD <= 31
                    MOVE 'Y' TO WS-DV-OK
                END-IF
            END-IF.

        NUM-EDIT-PARA.
            MOVE 0   TO WS-NUM-DIGITS.
            MOVE 0   TO WS-NUM-VALUE.
            MOVE 'N' TO WS-NUM-DONE.
            MOVE 'Y' TO WS-NUM-OK.
            PERFORM NUM-SCAN-PARA
                VARYING WS-NUM-SUB FROM 1 BY 1
                UNTIL WS-NUM-SUB > 10
                   OR WS-NUM-OK = 'N'.
            IF WS-NUM-DIGITS = 0 OR WS-NUM-DIGITS > 3
                MOVE 'N' TO WS-NUM-OK
            END-IF.
            IF WS-NUM-OK = 'Y'
                MOVE WS-NUM-TEXT (1:WS-NUM-DIGITS) TO WS-NUM-VALUE
            END-IF.

        NUM-SCAN-PARA.
            IF WS-NUM-TEXT (WS-NUM-SUB:1) = SPACE
                MOVE 'Y' TO WS-NUM-DONE
            ELSE
                IF WS-NUM-TEXT (WS-NUM-SUB:1) IS NUMERIC
                   AND WS-NUM-DONE = 'N'
                    ADD 1 TO WS-NUM-DIGITS
                ELSE
                    MOVE 'N' TO WS-NUM-OK
                END-IF
            END-IF.

      *  ONE PASS OVER THE HISTORY BUILDS EVERY SUMMARY. A MISSING
      *  HISTORY IS SIMPLY AN EMPTY ONE; ANY OTHER OPEN FAILURE
      *  STOPS THE RUN
        WORK-FILE-BUILD-PROCEDURE.
            OPEN OUTPUT SKU-WORK-FILE.
            CLOSE SKU-WORK-FILE.
            OPEN I-O SKU-WORK-FILE.
            OPEN OUTPUT RETURN-WORK-FILE.
            CLOSE RETURN-WORK-FILE.
            OPEN I-O RETURN-WORK-FILE.
            IF WS-SKW-FILE-STATUS NOT = '00'
             OR WS-RTW-FILE-STATUS NOT = '00'
                DISPLAY 'RETANAL: CANNOT BUILD WORK FILES - STATUS '
                    WS-SKW-FILE-STATUS ' ' WS-RTW-FILE-STATUS
                CLOSE REPORT-FILE
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            MOVE 'N' TO WS-LDH-EOF.
            OPEN INPUT LOAD-HISTORY-FILE.
            IF WS-LDH-FILE-STATUS = '00'
             OR WS-LDH-FILE-STATUS = '05'
                PERFORM HISTORY-READ-PARA
                    UNTIL WS-LDH-EOF = 'Y'
                CLOSE LOAD-HISTORY-FILE
            ELSE
                DISPLAY 'RETANAL: CANNOT OPEN POPDATA.LDH - STATUS '
                    WS-LDH-FILE-STATUS
                MOVE SPACES TO REPORT-RECORD
                STRING 'LINE-ITEM HISTORY UNAVAILABLE - STATUS '
                       WS-LDH-FILE-STATUS
                       DELIMITED BY SIZE INTO REPORT-RECORD
                END-STRING
                WRITE REPORT-RECORD
                CLOSE REPORT-FILE
                CLOSE SKU-WORK-FILE
                CLOSE RETURN-WORK-FILE
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            CLOSE SKU-WORK-FILE.
            CLOSE RETURN-WORK-FILE.

        HISTORY-READ-PARA.
            READ LOAD-HISTORY-FILE
                    AT END MOVE 'Y' TO WS-LDH-EOF
                NOT AT END
                    ADD 1 TO WS-LDH-ROWS
                    PERFORM HISTORY-SELECT-PARA
            END-READ.

        HISTORY-SELECT-PARA.
            MOVE LDH-DATE TO WS-DV-TEXT.
            PERFORM DATE-FORMAT-CHECK-PARA.
            IF WS-DV-OK = 'N'
             OR LDH-QUANTITY NOT NUMERIC
             OR LDH-SALE NOT NUMERIC
             OR (LDH-TRANS-TYPE NOT = 'S'
                 AND LDH-TRANS-TYPE NOT = 'R')
                ADD 1 TO WS-BAD-ROWS
            ELSE
                IF (WS-FROM-DATE NOT = SPACES
                     AND LDH-DATE < WS-FROM-DATE)
                 OR (WS-TO-DATE NOT = SPACES
                     AND LDH-DATE > WS-TO-DATE)
                    ADD 1 TO WS-OUTSIDE-ROWS
                ELSE
                    PERFORM HISTORY-POST-PARA
                END-IF
            END-IF.

      *  A MOVE TO THE UNSIGNED UNIT FIELDS DROPS THE SIGN, SO A
      *  RETURN'S NEGATIVE QUANTITY ARRIVES AS RETURN UNITS; THE
      *  REFUND IS TURNED POSITIVE THE SAME WAY
        HISTORY-POST-PARA.
            ADD 1 TO WS-RANGE-ROWS.
            IF WS-FIRST-DATE = SPACES
             OR LDH-DATE < WS-FIRST-DATE
                MOVE LDH-DATE TO WS-FIRST-DATE
            END-IF.
            IF WS-LAST-DATE = SPACES
             OR LDH-DATE > WS-LAST-DATE
                MOVE LDH-DATE TO WS-LAST-DATE
            END-IF.
            MOVE 0 TO WS-ROW-SALE-UNITS.
            MOVE 0 TO WS-ROW-SALE-AMT.
            MOVE 0 TO WS-ROW-RET-UNITS.
            MOVE 0 TO WS-ROW-RET-AMT.
            IF LDH-TRANS-TYPE = 'S'
                MOVE LDH-QUANTITY TO WS-ROW-SALE-UNITS
                MOVE LDH-SALE     TO WS-ROW-SALE-AMT
            ELSE
                MOVE LDH-QUANTITY TO WS-ROW-RET-UNITS
                SUBTRACT LDH-SALE FROM 0 GIVING WS-ROW-RET-AMT
            END-IF.
            ADD WS-ROW-SALE-UNITS TO WS-CHN-SALE-UNITS.
            ADD WS-ROW-SALE-AMT   TO WS-CHN-SALE-AMT.
            ADD WS-ROW-RET-UNITS  TO WS-CHN-RET-UNITS.
            ADD WS-ROW-RET-AMT    TO WS-CHN-RET-AMT.
            MOVE LDH-STORE TO WS-SEARCH-STORE.
            PERFORM STORE-FIND-PARA.
            IF WS-STR-FOUND = 'N'
                IF WS-STR-COUNT < 500
                    ADD 1 TO WS-STR-COUNT
                    MOVE WS-STR-COUNT TO WS-STR-SUB
                    MOVE LDH-STORE TO WS-STR-NO (WS-STR-SUB)
                    MOVE 0 TO WS-STR-SALE-UNITS (WS-STR-SUB)
                    MOVE 0 TO WS-STR-SALE-AMT (WS-STR-SUB)
                    MOVE 0 TO WS-STR-RET-UNITS (WS-STR-SUB)
                    MOVE 0 TO WS-STR-RET-AMT (WS-STR-SUB)
                    MOVE 0 TO WS-STR-REPEATS (WS-STR-SUB)
                ELSE
                    MOVE 'Y' TO WS-TABLE-FULL
                END-IF
            END-IF.
            IF WS-STR-SUB > 0
                ADD WS-ROW-SALE-UNITS
                    TO WS-STR-SALE-UNITS (WS-STR-SUB)
                ADD WS-ROW-SALE-AMT TO WS-STR-SALE-AMT (WS-STR-SUB)
                ADD WS-ROW-RET-UNITS TO WS-STR-RET-UNITS (WS-STR-SUB)
                ADD WS-ROW-RET-AMT  TO WS-STR-RET-AMT (WS-STR-SUB)
            END-IF.
            PERFORM CATEGORY-POST-PARA.
            PERFORM SKU-WORK-POST-PARA.
            IF LDH-TRANS-TYPE = 'R'
                PERFORM RETURN-WORK-POST-PARA
            END-IF.

        STORE-FIND-PARA.
            MOVE 'N' TO WS-STR-FOUND.
            MOVE 0   TO WS-STR-SUB.
            PERFORM STORE-SEARCH-PARA
                VARYING WS-STR-IDX FROM 1 BY 1
                UNTIL WS-STR-IDX > WS-STR-COUNT
                   OR WS-STR-FOUND = 'Y'.

        STORE-SEARCH-PARA.
            IF WS-STR-NO (WS-STR-IDX) = WS-SEARCH-STORE
                MOVE 'Y' TO WS-STR-FOUND
                MOVE WS-STR-IDX TO WS-STR-SUB
            END-IF.

        CATEGORY-POST-PARA.
            MOVE 'N' TO WS-CAT-FOUND.
            MOVE 0   TO WS-CAT-SUB.
            PERFORM CATEGORY-SEARCH-PARA
                VARYING WS-CAT-IDX FROM 1 BY 1
                UNTIL WS-CAT-IDX > WS-CAT-COUNT
                   OR WS-CAT-FOUND = 'Y'.
            IF WS-CAT-FOUND = 'N'
                IF WS-CAT-COUNT < 200
                    ADD 1 TO WS-CAT-COUNT
                    MOVE WS-CAT-COUNT TO WS-CAT-SUB
                    MOVE LDH-CATEGORY TO WS-CAT-NAME (WS-CAT-SUB)
                    MOVE 0 TO WS-CAT-SALE-UNITS (WS-CAT-SUB)
                    MOVE 0 TO WS-CAT-SALE-AMT (WS-CAT-SUB)
                    MOVE 0 TO WS-CAT-RET-UNITS (WS-CAT-SUB)
                    MOVE 0 TO WS-CAT-RET-AMT (WS-CAT-SUB)
                ELSE
                    MOVE 'Y' TO WS-TABLE-FULL
                END-IF
            END-IF.
            IF WS-CAT-SUB > 0
                ADD WS-ROW-SALE-UNITS
                    TO WS-CAT-SALE-UNITS (WS-CAT-SUB)
                ADD WS-ROW-SALE-AMT TO WS-CAT-SALE-AMT (WS-CAT-SUB)
                ADD WS-ROW-RET-UNITS TO WS-CAT-RET-UNITS (WS-CAT-SUB)
                ADD WS-ROW-RET-AMT  TO WS-CAT-RET-AMT (WS-CAT-SUB)
            END-IF.

        CATEGORY-SEARCH-PARA.
            IF WS-CAT-NAME (WS-CAT-IDX) = LDH-CATEGORY
                MOVE 'Y' TO WS-CAT-FOUND
                MOVE WS-CAT-IDX TO WS-CAT-SUB
            END-IF.

        SKU-WORK-POST-PARA.
            MOVE LDH-SKU TO SKW-SKU.
            READ SKU-WORK-FILE
                INVALID KEY
                    MOVE LDH-SKU           TO SKW-SKU
                    MOVE LDH-ITEM-NAME     TO SKW-ITEM-NAME
                    MOVE LDH-CATEGORY      TO SKW-CATEGORY
                    MOVE WS-ROW-SALE-UNITS TO SKW-SALE-UNITS
                    MOVE WS-ROW-SALE-AMT   TO SKW-SALE-AMT
                    MOVE WS-ROW-RET-UNITS  TO SKW-RET-UNITS
                    MOVE WS-ROW-RET-AMT    TO SKW-RET-AMT
                    WRITE SKU-WORK-RECORD
                NOT INVALID KEY
                    ADD WS-ROW-SALE-UNITS TO SKW-SALE-UNITS
                    ADD WS-ROW-SALE-AMT   TO SKW-SALE-AMT
                    ADD WS-ROW-RET-UNITS  TO SKW-RET-UNITS
                    ADD WS-ROW-RET-AMT    TO SKW-RET-AMT
                    REWRITE SKU-WORK-RECORD
            END-READ.

      *  A RETURN WITH NO ORIGINAL TRANS-ID CANNOT BE TIED TO A SALE
      *  AND IS ONLY COUNTED
        RETURN-WORK-POST-PARA.
            IF LDH-ORIG-TRANS-ID = SPACES
                ADD 1 TO WS-NO-ORIG-ROWS
            ELSE
                MOVE LDH-ORIG-TRANS-ID TO RTW-ORIG-ID
                READ RETURN-WORK-FILE
                    INVALID KEY
                        MOVE LDH-ORIG-TRANS-ID TO RTW-ORIG-ID
                        MOVE 1                 TO RTW-RETURNS
                        MOVE WS-ROW-RET-UNITS  TO RTW-UNITS
                        MOVE WS-ROW-RET-AMT    TO RTW-REFUND
                        MOVE LDH-STORE         TO RTW-STORE
                        MOVE LDH-DATE          TO RTW-FIRST-DATE
                        MOVE LDH-DATE          TO RTW-LAST-DATE
                        MOVE 'N'               TO RTW-SALE-FOUND
                        MOVE SPACES            TO RTW-SALE-DATE
                        MOVE 0                 TO RTW-SALE-UNITS
                        MOVE 0                 TO RTW-SALE-AMT
                        WRITE RETURN-WORK-RECORD
                        ADD 1 TO WS-RTW-ROWS
                    NOT INVALID KEY
                        ADD 1                TO RTW-RETURNS
                        ADD WS-ROW-RET-UNITS TO RTW-UNITS
                        ADD WS-ROW-RET-AMT   TO RTW-REFUND
                        IF LDH-DATE < RTW-FIRST-DATE
                            MOVE LDH-DATE  TO RTW-FIRST-DATE
                            MOVE LDH-STORE TO RTW-STORE
                        END-IF
                        IF LDH-DATE > RTW-LAST-DATE
                            MOVE LDH-DATE TO RTW-LAST-DATE
                        END-IF
                        REWRITE RETURN-WORK-RECORD
                END-READ
            END-IF.

      *  THE ORIGINAL SALE MAY WELL PREDATE THE RANGE, SO THE WHOLE
      *  HISTORY IS READ AGAIN, WHATEVER THE DATES ON THE CARDS, TO
      *  FIND THE SALE BEHIND EVERY RETURNED TRANS-ID
        ORIGINAL-SALE-PROCEDURE.
            OPEN I-O RETURN-WORK-FILE.
            MOVE 'N' TO WS-LDH-EOF.
            OPEN INPUT LOAD-HISTORY-FILE.
            IF WS-LDH-FILE-STATUS = '00'
                PERFORM ORIGINAL-SALE-READ-PARA
                    UNTIL WS-LDH-EOF = 'Y'
                CLOSE LOAD-HISTORY-FILE
            END-IF.
            CLOSE RETURN-WORK-FILE.

        ORIGINAL-SALE-READ-PARA.
            READ LOAD-HISTORY-FILE
                    AT END MOVE 'Y' TO WS-LDH-EOF
                NOT AT END
                    IF LDH-TRANS-TYPE = 'S'
                       AND LDH-QUANTITY IS NUMERIC
                       AND LDH-SALE IS NUMERIC
                        PERFORM ORIGINAL-SALE-MATCH-PARA
                    END-IF
            END-READ.

        ORIGINAL-SALE-MATCH-PARA.
            MOVE LDH-TRANS-ID TO RTW-ORIG-ID.
            READ RETURN-WORK-FILE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    IF RTW-SALE-FOUND = 'N'
                        MOVE 'Y'          TO RTW-SALE-FOUND
                        MOVE LDH-DATE     TO RTW-SALE-DATE
                        MOVE LDH-QUANTITY TO RTW-SALE-UNITS
                        MOVE LDH-SALE     TO RTW-SALE-AMT
                        REWRITE RETURN-WORK-RECORD
                    END-IF
            END-READ.

      *  REPEAT RETURNS ARE CHARGED TO THE STORE OF THE FIRST
      *  RETURN, BEFORE THE STORE SECTION PRINTS THEM
        REPEAT-COUNT-PROCEDURE.
            MOVE 'N' TO WS-RTW-EOF.
            OPEN INPUT RETURN-WORK-FILE.
            IF WS-RTW-FILE-STATUS = '00'
                PERFORM REPEAT-COUNT-READ-PARA
                    UNTIL WS-RTW-EOF = 'Y'
                CLOSE RETURN-WORK-FILE
            END-IF.

        REPEAT-COUNT-READ-PARA.
            READ RETURN-WORK-FILE NEXT RECORD
                    AT END MOVE 'Y' TO WS-RTW-EOF
                NOT AT END
                    IF RTW-RETURNS > 1
                        PERFORM REPEAT-COUNT-PARA
                    END-IF
            END-READ.

        REPEAT-COUNT-PARA.
            ADD 1 TO WS-REPEAT-COUNT.
            ADD RTW-RETURNS TO WS-REPEAT-RETURNS.
            IF RTW-SALE-FOUND = 'Y'
               AND (RTW-UNITS > RTW-SALE-UNITS
                 OR RTW-REFUND > RTW-SALE-AMT)
                ADD 1 TO WS-OVER-REFUNDED
            END-IF.
            MOVE RTW-STORE TO WS-SEARCH-STORE.
            PERFORM STORE-FIND-PARA.
            IF WS-STR-FOUND = 'Y'
                ADD 1 TO WS-STR-REPEATS (WS-STR-SUB)
            END-IF.

      *  TURNS THE FOUR WS-FIG FIGURES INTO THE TWO RATES AND THE
      *  PRINTED COLUMNS. A RATE OVER NOTHING SOLD PRINTS N/A
        RATE-FIGURES-PARA.
            MOVE 0 TO WS-FIG-UNIT-PCT.
            MOVE 0 TO WS-FIG-AMT-PCT.
            IF WS-FIG-SALE-UNITS > 0
                COMPUTE WS-FIG-UNIT-PCT ROUNDED =
                    WS-FIG-RET-UNITS * 100 / WS-FIG-SALE-UNITS
                    ON SIZE ERROR MOVE 99999.9 TO WS-FIG-UNIT-PCT
                END-COMPUTE
                MOVE WS-FIG-UNIT-PCT TO WS-CONVERTED-PCT
                MOVE WS-CONVERTED-PCT TO WS-FIG-UNIT-TEXT
            ELSE
                MOVE '    N/A' TO WS-FIG-UNIT-TEXT
            END-IF.
            IF WS-FIG-SALE-AMT > 0
                COMPUTE WS-FIG-AMT-PCT ROUNDED =
                    WS-FIG-RET-AMT * 100 / WS-FIG-SALE-AMT
                    ON SIZE ERROR MOVE 99999.9 TO WS-FIG-AMT-PCT
                END-COMPUTE
                MOVE WS-FIG-AMT-PCT TO WS-CONVERTED-PCT
                MOVE WS-CONVERTED-PCT TO WS-FIG-AMT-TEXT
            ELSE
                MOVE '    N/A' TO WS-FIG-AMT-TEXT
            END-IF.
            MOVE WS-FIG-SALE-UNITS TO WS-CONVERTED-UNITS.
            MOVE WS-FIG-SALE-AMT   TO WS-CONVERTED-AMOUNT.
            MOVE WS-FIG-RET-UNITS  TO WS-CONVERTED-RET-QTY.
            MOVE WS-FIG-RET-AMT    TO WS-CONVERTED-REFUND.
            MOVE SPACES TO WS-FIG-TEXT.
            STRING WS-CONVERTED-UNITS ' ' WS-CONVERTED-AMOUNT ' '
                   WS-CONVERTED-RET-QTY ' ' WS-CONVERTED-REFUND ' '
                   WS-FIG-UNIT-TEXT ' ' WS-FIG-AMT-TEXT
                   DELIMITED BY SIZE INTO WS-FIG-TEXT
            END-STRING.

      *  RUN AFTER RATE-FIGURES-PARA FOR A STORE OR SKU
        RATE-FLAG-PARA.
            MOVE SPACES TO WS-FIG-FLAG.
            IF WS-FIG-RET-UNITS > 0
               AND WS-FIG-RET-UNITS >= WS-MIN-RETURNS
                IF WS-FIG-SALE-UNITS = 0
                    MOVE '** RETURNS WITHOUT SALES' TO WS-FIG-FLAG
                ELSE
                    IF WS-FIG-UNIT-PCT > WS-UNIT-LIMIT
                     OR (WS-FIG-SALE-AMT > 0
                         AND WS-FIG-AMT-PCT > WS-AMT-LIMIT)
                        MOVE '** ABOVE CHAIN NORM' TO WS-FIG-FLAG
                    END-IF
                END-IF
            END-IF.

        REPORT-HEADER-PROCEDURE.
            MOVE SPACES TO REPORT-RECORD.
            STRING 'RETURN RATE AND REFUND ANALYSIS'
                   '   RUN ' WS-RUN-START-DATE ' ' WS-RUN-START-TIME
                   DELIMITED BY SIZE INTO REPORT-RECORD
            END-STRING.
            WRITE REPORT-RECORD.
            IF WS-FROM-DATE = SPACES
                MOVE 'EARLIEST' TO WS-RANGE-FROM-TEXT
            ELSE
                MOVE WS-FROM-DATE TO WS-RANGE-FROM-TEXT
            END-IF.
            IF WS-TO-DATE = SPACES
                MOVE 'LATEST' TO WS-RANGE-TO-TEXT
            ELSE
                MOVE WS-TO-DATE TO WS-RANGE-TO-TEXT
            END-IF.
            MOVE SPACES TO REPORT-RECORD.
            STRING 'BUSINESS DATES ' WS-RANGE-FROM-TEXT
                   ' TO ' WS-RANGE-TO-TEXT
                   '   LOADED DATES FOUND ' WS-FIRST-DATE
                   ' TO ' WS-LAST-DATE
                   DELIMITED BY SIZE INTO REPORT-RECORD
            END-STRING.
            WRITE REPORT-RECORD.
            MOVE WS-FLAG-PCT    TO WS-CONVERTED-FLAG-PCT.
            MOVE WS-MIN-RETURNS TO WS-CONVERTED-MIN.
            MOVE SPACES TO REPORT-RECORD.
            STRING 'FLAGGED ABOVE ' WS-CONVERTED-FLAG-PCT
                   '% OF THE CHAIN RATE, ONCE AT LEAST '
                   WS-CONVERTED-MIN ' UNITS ARE RETURNED'
                   DELIMITED BY SIZE INTO REPORT-RECORD
            END-STRING.
            WRITE REPORT-RECORD.
            MOVE SPACES TO REPORT-RECORD.
            WRITE REPORT-RECORD.
            MOVE SPACES TO WS-FIG-HEAD.
            STRING ' SALE QTY' ' ' ' SALE DOLLARS' ' '
                   '  RET QTY' ' ' '      REFUNDS' ' '
                   'QTY RT%' ' ' '  $ RT%'
                   DELIMITED BY SIZE INTO WS-FIG-HEAD
            END-STRING.

      *  THE CHAIN'S OWN RATES ARE THE NORM - THE FLAGGING LIMITS
      *  ARE SET HERE BEFORE ANY STORE OR SKU IS PRINTED
        CHAIN-REPORT-PROCEDURE.
            MOVE WS-CHN-SALE-UNITS TO WS-FIG-SALE-UNITS.
            MOVE WS-CHN-SALE-AMT   TO WS-FIG-SALE-AMT.
            MOVE WS-CHN-RET-UNITS  TO WS-FIG-RET-UNITS.
            MOVE WS-CHN-RET-AMT    TO WS-FIG-RET-AMT.
            PERFORM RATE-FIGURES-PARA.
            COMPUTE WS-UNIT-LIMIT ROUNDED =
                WS-FIG-UNIT-PCT * WS-FLAG-PCT / 100.
            COMPUTE WS-AMT-LIMIT ROUNDED =
                WS-FIG-AMT-PCT * WS-FLAG-PCT / 100.
            MOVE SPACES TO REPORT-RECORD.
            MOVE 'CHAIN NORM - ALL STORES' TO REPORT-RECORD.
            WRITE REPORT-RECORD.
            MOVE SPACES TO REPORT-RECORD.
            STRING '      ' WS-FIG-HEAD
                   DELIMITED BY SIZE INTO REPORT-RECORD
            END-STRING.
            WRITE REPORT-RECORD.
            MOVE SPACES TO REPORT-RECORD.
            STRING 'CHAIN ' WS-FIG-TEXT
                   DELIMITED BY SIZE INTO REPORT-RECORD
            END-STRING.
            WRITE REPORT-RECORD.
            MOVE WS-UNIT-LIMIT TO WS-CONVERTED-LIMIT.
            MOVE WS-AMT-LIMIT  TO WS-CONVERTED-AMT-LIMIT.
            MOVE SPACES TO REPORT-RECORD.
            STRING '  FLAG LIMITS - QTY RATE ABOVE '
                   WS-CONVERTED-LIMIT '%  OR $ RATE ABOVE '
                   WS-CONVERTED-AMT-LIMIT '%'
                   DELIMITED BY SIZE INTO REPORT-RECORD
            END-STRING.
            WRITE REPORT-RECORD.
            MOVE WS-REPEAT-COUNT TO WS-CONVERTED-UNITS.
            MOVE WS-REPEAT-RETURNS TO WS-CONVERTED-RET-QTY.
            MOVE SPACES TO REPORT-RECORD.
            STRING '  ORIGINAL SALES RETURNED MORE THAN ONCE '
                   WS-CONVERTED-UNITS '  RETURNS AGAINST THEM '
                   WS-CONVERTED-RET-QTY
                   DELIMITED BY SIZE INTO REPORT-RECORD
            END-STRING.
            WRITE REPORT-RECORD.
            MOVE SPACES TO REPORT-RECORD.
            WRITE REPORT-RECORD.

        STORE-REPORT-PROCEDURE.
            MOVE SPACES TO REPORT-RECORD.
            MOVE 'RETURNS BY STORE' TO REPORT-RECORD.
            WRITE REPORT-RECORD.
            MOVE SPACES TO REPORT-RECORD.
            STRING 'STOR  ' WS-FIG-HEAD '   RPTS'
                   DELIMITED BY SIZE INTO REPORT-RECORD
            END-STRING.
            WRITE REPORT-RECORD.
            PERFORM STORE-REPORT-PARA
                VARYING WS-STR-IDX FROM 1 BY 1
                UNTIL WS-STR-IDX > WS-STR-COUNT.
            MOVE SPACES TO REPORT-RECORD.
            WRITE REPORT-RECORD.

        STORE-REPORT-PARA.
            MOVE WS-STR-SALE-UNITS (WS-STR-IDX) TO WS-FIG-SALE-UNITS.
            MOVE WS-STR-SALE-AMT (WS-STR-IDX)   TO WS-FIG-SALE-AMT.
            MOVE WS-STR-RET-UNITS (WS-STR-IDX)  TO WS-FIG-RET-UNITS.
            MOVE WS-STR-RET-AMT (WS-STR-IDX)    TO WS-FIG-RET-AMT.
            PERFORM RATE-FIGURES-PARA.
            PERFORM RATE-FLAG-PARA.
            IF WS-FIG-FLAG NOT = SPACES
                ADD 1 TO WS-FLAG-STORES
            END-IF.
            MOVE WS-STR-REPEATS (WS-STR-IDX) TO WS-CONVERTED-REPEATS.
            MOVE SPACES TO REPORT-RECORD.
            STRING WS-STR-NO (WS-STR-IDX) '  ' WS-FIG-TEXT
                   '  ' WS-CONVERTED-REPEATS '  ' WS-FIG-FLAG
                   DELIMITED BY SIZE INTO REPORT-RECORD
            END-STRING.
            WRITE REPORT-RECORD.

        CATEGORY-REPORT-PROCEDURE.
            MOVE SPACES TO REPORT-RECORD.
            MOVE 'RETURNS BY CATEGORY' TO REPORT-RECORD.
            WRITE REPORT-RECORD.
            MOVE SPACES TO REPORT-RECORD.
            STRING 'CATEGORY                            '
                   WS-FIG-HEAD
                   DELIMITED BY SIZE INTO REPORT-RECORD
            END-STRING.
            WRITE REPORT-RECORD.
            PERFORM CATEGORY-REPORT-PARA
                VARYING WS-CAT-IDX FROM 1 BY 1
                UNTIL WS-CAT-IDX > WS-CAT-COUNT.
            MOVE SPACES TO REPORT-RECORD.
            WRITE REPORT-RECORD.

        CATEGORY-REPORT-PARA.
            MOVE WS-CAT-SALE-UNITS (WS-CAT-IDX) TO WS-FIG-SALE-UNITS.
            MOVE WS-CAT-SALE-AMT (WS-CAT-IDX)   TO WS-FIG-SALE-AMT.
            MOVE WS-CAT-RET-UNITS (WS-CAT-IDX)  TO WS-FIG-RET-UNITS.
            MOVE WS-CAT-RET-AMT (WS-CAT-IDX)    TO WS-FIG-RET-AMT.
            PERFORM RATE-FIGURES-PARA.
            MOVE SPACES TO REPORT-RECORD.
            STRING WS-CAT-NAME (WS-CAT-IDX) ' ' WS-FIG-TEXT
                   DELIMITED BY SIZE INTO REPORT-RECORD
            END-STRING.
            WRITE REPORT-RECORD.

      *  SKUS PRINT IN SKU ORDER, THE WORK FILE'S KEY ORDER
        SKU-REPORT-PROCEDURE.
            MOVE SPACES TO REPORT-RECORD.
            MOVE 'RETURNS BY SKU' TO REPORT-RECORD.
            WRITE REPORT-RECORD.
            MOVE SPACES TO REPORT-RECORD.
            STRING 'SKU              ITEM                 '
                   WS-FIG-HEAD
                   DELIMITED BY SIZE INTO REPORT-RECORD
            END-STRING.
            WRITE REPORT-RECORD.
            MOVE 'N' TO WS-SKW-EOF.
            OPEN INPUT SKU-WORK-FILE.
            IF WS-SKW-FILE-STATUS = '00'
                PERFORM SKU-REPORT-READ-PARA
                    UNTIL WS-SKW-EOF = 'Y'
                CLOSE SKU-WORK-FILE
            END-IF.
            MOVE SPACES TO REPORT-RECORD.
            WRITE REPORT-RECORD.

        SKU-REPORT-READ-PARA.
            READ SKU-WORK-FILE NEXT RECORD
                    AT END MOVE 'Y' TO WS-SKW-EOF
                NOT AT END PERFORM SKU-REPORT-PARA
            END-READ.

        SKU-REPORT-PARA.
            MOVE SKW-SALE-UNITS TO WS-FIG-SALE-UNITS.
            MOVE SKW-SALE-AMT   TO WS-FIG-SALE-AMT.
            MOVE SKW-RET-UNITS  TO WS-FIG-RET-UNITS.
            MOVE SKW-RET-AMT    TO WS-FIG-RET-AMT.
            PERFORM RATE-FIGURES-PARA.
            PERFORM RATE-FLAG-PARA.
            IF WS-FIG-FLAG NOT = SPACES
                ADD 1 TO WS-FLAG-SKUS
            END-IF.
            MOVE SPACES TO REPORT-RECORD.
            STRING SKW-SKU ' ' SKW-ITEM-NAME (1:20) ' ' WS-FIG-TEXT
                   '  ' WS-FIG-FLAG
                   DELIMITED BY SIZE INTO REPORT-RECORD
            END-STRING.
            WRITE REPORT-RECORD.

      *  EVERY ORIGINAL SALE WITH MORE THAN ONE RETURN AGAINST IT,
      *  IN TRANS-ID ORDER, WITH THE ORIGINAL SALE UNDERNEATH
        REPEAT-REPORT-PROCEDURE.
            MOVE SPACES TO REPORT-RECORD.
            MOVE 'REPEAT RETURNS AGAINST THE SAME ORIGINAL SALE'
                TO REPORT-RECORD.
            WRITE REPORT-RECORD.
            IF WS-REPEAT-COUNT = 0
                MOVE SPACES TO REPORT-RECORD
                MOVE '  NONE' TO REPORT-RECORD
                WRITE REPORT-RECORD
            ELSE
                MOVE SPACES TO REPORT-RECORD
                STRING 'ORIGINAL TRANS-ID                       '
                       '  RETS   RET QTY       REFUNDS STOR'
                       ' FIRST RET  LAST RET'
                       DELIMITED BY SIZE INTO REPORT-RECORD
                END-STRING
                WRITE REPORT-RECORD
                MOVE 'N' TO WS-RTW-EOF
                OPEN INPUT RETURN-WORK-FILE
                IF WS-RTW-FILE-STATUS = '00'
                    PERFORM REPEAT-REPORT-READ-PARA
                        UNTIL WS-RTW-EOF = 'Y'
                    CLOSE RETURN-WORK-FILE
                END-IF
            END-IF.
            MOVE SPACES TO REPORT-RECORD.
            WRITE REPORT-RECORD.

        REPEAT-REPORT-READ-PARA.
            READ RETURN-WORK-FILE NEXT RECORD
                    AT END MOVE 'Y' TO WS-RTW-EOF
                NOT AT END
                    IF RTW-RETURNS > 1
                        PERFORM REPEAT-REPORT-PARA
                    END-IF
            END-READ.

        REPEAT-REPORT-PARA.
            MOVE RTW-RETURNS TO WS-CONVERTED-REPEATS.
            MOVE RTW-UNITS   TO WS-CONVERTED-RET-QTY.
            MOVE RTW-REFUND  TO WS-CONVERTED-REFUND.
            MOVE SPACES TO REPORT-RECORD.
            STRING RTW-ORIG-ID ' ' WS-CONVERTED-REPEATS ' '
                   WS-CONVERTED-RET-QTY ' ' WS-CONVERTED-REFUND ' '
                   RTW-STORE ' ' RTW-FIRST-DATE ' ' RTW-LAST-DATE
                   DELIMITED BY SIZE INTO REPORT-RECORD
            END-STRING.
            WRITE REPORT-RECORD.
            MOVE SPACES TO REPORT-RECORD.
            IF RTW-SALE-FOUND = 'Y'
                MOVE RTW-SALE-UNITS TO WS-CONVERTED-SALE-QTY
                MOVE RTW-SALE-AMT   TO WS-CONVERTED-SALE-AMT
                IF RTW-UNITS > RTW-SALE-UNITS
                 OR RTW-REFUND > RTW-SALE-AMT
                    STRING '    ORIGINAL SALE ' RTW-SALE-DATE
                           '  QTY ' WS-CONVERTED-SALE-QTY
                           '  AMOUNT ' WS-CONVERTED-SALE-AMT
                           '  ** REFUNDED MORE THAN WAS SOLD'
                           DELIMITED BY SIZE INTO REPORT-RECORD
                    END-STRING
                ELSE
                    STRING '    ORIGINAL SALE ' RTW-SALE-DATE
                           '  QTY ' WS-CONVERTED-SALE-QTY
                           '  AMOUNT ' WS-CONVERTED-SALE-AMT
                           DELIMITED BY SIZE INTO REPORT-RECORD
                    END-STRING
                END-IF
            ELSE
                MOVE '    ORIGINAL SALE NOT ON THE LOADED HISTORY'
                    TO REPORT-RECORD
            END-IF.
            WRITE REPORT-RECORD.

        REPORT-TRAILER-PROCEDURE.
            MOVE SPACES TO REPORT-RECORD.
            STRING 'HISTORY ROWS READ ' WS-LDH-ROWS
                   '  IN RANGE ' WS-RANGE-ROWS
                   '  OUTSIDE RANGE ' WS-OUTSIDE-ROWS
                   '  UNREADABLE ' WS-BAD-ROWS
                   '  RETURNS WITH NO ORIGINAL ' WS-NO-ORIG-ROWS
                   DELIMITED BY SIZE INTO REPORT-RECORD
            END-STRING.
            WRITE REPORT-RECORD.
            MOVE SPACES TO REPORT-RECORD.
            STRING 'STORES FLAGGED ' WS-FLAG-STORES
                   '  SKUS FLAGGED ' WS-FLAG-SKUS
                   '  REPEAT-RETURNED SALES REFUNDED MORE THAN SOLD '
                   WS-OVER-REFUNDED
                   DELIMITED BY SIZE INTO REPORT-RECORD
            END-STRING.
            WRITE REPORT-RECORD.
            IF WS-TABLE-FULL = 'Y'
                MOVE SPACES TO REPORT-RECORD
                STRING 'MORE THAN 500 STORES OR 200 CATEGORIES - THE '
                       'STORE AND CATEGORY SECTIONS ARE INCOMPLETE'
                       DELIMITED BY SIZE INTO REPORT-RECORD
                END-STRING
                WRITE REPORT-RECORD
            END-IF.
