      * Price Change Audit Listing
        IDENTIFICATION DIVISION.
         PROGRAM-ID.     PRCAUDIT.
         AUTHOR.         Mark.
         INSTALLATION.   Ubuntu.
         DATE-WRITTEN.   2026-10-15.
         DATE-COMPILED.  2026-10-15.
      *
      * PROJECT DESC: AUDIT LISTING OF THE EFFECTIVE-DATED STANDARD
      * RETAIL AND COST CHANGES. FOR EVERY SKU WITH A CHANGE ON THE
      * KEYED PRICE FILE (SKUPRICE.IDX, AS SKULOAD LAST BUILT IT -
      * WHAT POPDATA AND REWORK ACTUALLY PRICE AGAINST) IT LISTS THE
      * SKU MASTER'S OWN STANDARD AS THE BASE, THEN EACH CHANGE IN
      * DATE ORDER WITH ITS EFFECTIVE AND ENTERED DATES, THE NEW
      * AND THE PRIOR RETAIL AND COST, WHETHER IT IS FUTURE, IN
      * FORCE OR SUPERSEDED AS OF THE AUDIT DATE, AND HOW MANY OF
      * THE LOADED TRANSACTIONS ON THE LINE-ITEM HISTORY
      * (POPDATA.LDH) WERE PRICED UNDER IT - A TRANSACTION IS
      * PRICED UNDER THE CHANGE IN FORCE ON ITS OWN TRANSACTION
      * DATE, THE SAME RULE THE VARIANCE CHECKS APPLY. HISTORY ROWS
      * POSTED BEFORE THE TRANSACTION DATE WAS CARRIED ARE TAKEN AT
      * THEIR BUSINESS DATE AND COUNTED ON THE TRAILER
      *
      * CONTROL CARD (PRCAUDIT.CTL), OPTIONAL:
      *   AS-OF-DATE=<YYYY-MM-DD - DEFAULT TODAY>
      *
      * RETURN CODES: 0 LISTED, 8 LISTING INCOMPLETE (A TABLE
      * FILLED), 16 CONTROL OR FILE ERROR
      *
        ENVIRONMENT DIVISION.

        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT OPTIONAL CONTROL-CARD-FILE
            ASSIGN TO './prcaudit.ctl'
            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS WS-CTLCARD-FILE-STATUS.

            SELECT SKU-PRICE-FILE
            ASSIGN TO './skuprice.idx'
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS SKP-KEY
            FILE STATUS IS WS-SKP-FILE-STATUS.

            SELECT SKU-MASTER-FILE
            ASSIGN TO './skumast.idx'
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS SKU-MAST-KEY
            FILE STATUS IS WS-SKU-FILE-STATUS.

            SELECT OPTIONAL LOAD-HISTORY-FILE
            ASSIGN TO './popdata.ldh'
            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS WS-LDH-FILE-STATUS.

            SELECT REPORT-FILE
            ASSIGN TO './prcaudit.rpt'
            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS WS-REPORT-FILE-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD CONTROL-CARD-FILE      RECORD CONTAINS 80 CHARACTERS.
        01 CONTROL-CARD-RECORD    PIC X(80).

      *  LAYOUT MATCHES THE SKU-PRICE-FILE FD IN POPDATA
        FD SKU-PRICE-FILE         RECORD CONTAINS 46 CHARACTERS.
        01 SKU-PRICE-RECORD.
            05 SKP-KEY.
                10 SKP-SKU        PIC X(16).
                10 SKP-EFF-DATE   PIC X(10).
            05 SKP-RETAIL         PIC 9(3)V99.
            05 SKP-COST           PIC 9(3)V99.
            05 SKP-ENTERED        PIC X(10).

      *  LAYOUT MATCHES THE SKU-MASTER-FILE FD IN POPDATA
        FD SKU-MASTER-FILE        RECORD CONTAINS 76 CHARACTERS.
        01 SKU-MASTER-RECORD.
            05 SKU-MAST-KEY       PIC X(16).
            05 SKU-MAST-NAME      PIC X(30).
            05 SKU-MAST-DEPT      PIC X(4).
            05 SKU-MAST-SUPPLIER  PIC X(10).
            05 SKU-MAST-STATUS    PIC X(1).
            05 SKU-MAST-RETAIL    PIC 9(3)V99.
            05 SKU-MAST-COST      PIC 9(3)V99.
            05 SKU-MAST-REORDER   PIC 9(5).

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

        FD REPORT-FILE            RECORD CONTAINS 132 CHARACTERS.
        01 REPORT-RECORD          PIC X(132).

        WORKING-STORAGE SECTION.
        01  WS-CTLCARD-FILE-STATUS PIC X(2).
        01  WS-SKP-FILE-STATUS    PIC X(2).
        01  WS-SKU-FILE-STATUS    PIC X(2).
        01  WS-LDH-FILE-STATUS    PIC X(2).
        01  WS-REPORT-FILE-STATUS PIC X(2).

        01  WS-CTL-EOF            PIC X     VALUE 'N'.
        01  WS-SKP-EOF            PIC X     VALUE 'N'.
        01  WS-LDH-EOF            PIC X     VALUE 'N'.
        01  WS-SKU-MASTER-LOADED  PIC X     VALUE 'N'.

        01  WS-CTL-KEY            PIC X(20).
        01  WS-CTL-VALUE          PIC X(20).
        01  WS-AS-OF-DATE         PIC X(10) VALUE SPACES.

        01  WS-RUN-START-DATE     PIC 9(8).
        01  WS-RUN-START-TIME     PIC 9(8).

      *  WORK FIELDS FOR DATE-FORMAT-CHECK-PARA
        01  WS-DV-TEXT            PIC X(10).
        01  WS-DV-OK              PIC X.
        01  WS-DV-MM              PIC 99.
        01  WS-DV-DD              PIC 99.

      *  HISTORY ROW COUNTS FOR THE TRAILER
        01  WS-LDH-ROWS           PIC 9(7)  VALUE 0.
        01  WS-LDH-CHANGED-ROWS   PIC 9(7)  VALUE 0.
        01  WS-LDH-BASE-ROWS      PIC 9(7)  VALUE 0.
        01  WS-LDH-OTHER-ROWS     PIC 9(7)  VALUE 0.
        01  WS-LDH-BDATE-ROWS     PIC 9(7)  VALUE 0.
        01  WS-TRANS-DATE         PIC X(10).

      *  CHANGE COUNTS BY STATUS AS OF THE AUDIT DATE
        01  WS-FUTURE-COUNT       PIC 9(5)  VALUE 0.
        01  WS-IN-FORCE-COUNT     PIC 9(5)  VALUE 0.
        01  WS-SUPERSEDED-COUNT   PIC 9(5)  VALUE 0.

      *  SKUS WITH PRICE CHANGES, IN SKU ORDER AS READ FROM THE
      *  KEYED FILE. EACH ENTRY POINTS AT ITS OWN RUN OF CHANGES IN
      *  THE CHANGE TABLE AND CARRIES THE TRANSACTIONS PRICED UNDER
      *  THE SKU MASTER'S BASE STANDARD, BEFORE THE FIRST CHANGE.
      *  A TABLE THAT FILLS LEAVES THE REST OF THE FILE OUT AND THE
      *  JOB ENDS RC 8 SO SOMEONE LOOKS. THE ENTRIES ARE LOADED IN
      *  SKU ORDER AND THE UNUSED ONES HOLD HIGH-VALUES, SO THE
      *  TABLE IS SEARCHED BY SKU WITH A BINARY SEARCH
        01  WS-TABLE-FULL         PIC X     VALUE 'N'.
        01  WS-PSK-COUNT          PIC 9(5)  VALUE 0.
        01  WS-PSK-SUB            PIC 9(5)  VALUE 0.
        01  WS-PSK-FOUND          PIC X     VALUE 'N'.
        01  WS-PSK-TABLE.
            05 WS-PSK-ENTRY OCCURS 20000 TIMES
                   ASCENDING KEY IS WS-PSK-SKU
                   INDEXED BY WS-PSK-IDX.
                10 WS-PSK-SKU         PIC X(16).
                10 WS-PSK-NAME        PIC X(30).
                10 WS-PSK-RETAIL      PIC 9(3)V99.
                10 WS-PSK-COST        PIC 9(3)V99.
                10 WS-PSK-FIRST       PIC 9(5).
                10 WS-PSK-LAST        PIC 9(5).
                10 WS-PSK-TRANS       PIC 9(7).
                10 WS-PSK-SALES       PIC 9(7).
                10 WS-PSK-RETURNS     PIC 9(7).
                10 WS-PSK-UNITS       PIC S9(9).
                10 WS-PSK-AMT         PIC S9(11)V99.

        01  WS-PCH-COUNT          PIC 9(5)  VALUE 0.
        01  WS-PCH-SUB            PIC 9(5)  VALUE 0.
        01  WS-PCH-TABLE.
            05 WS-PCH-ENTRY OCCURS 20000 TIMES INDEXED BY WS-PCH-IDX.
                10 WS-PCH-EFF         PIC X(10).
                10 WS-PCH-ENTERED     PIC X(10).
                10 WS-PCH-RETAIL      PIC 9(3)V99.
                10 WS-PCH-COST        PIC 9(3)V99.
                10 WS-PCH-TRANS       PIC 9(7).
                10 WS-PCH-SALES       PIC 9(7).
                10 WS-PCH-RETURNS     PIC 9(7).
                10 WS-PCH-UNITS       PIC S9(9).
                10 WS-PCH-AMT         PIC S9(11)V99.

      *  PRICE-FIND-PROCEDURE LEAVES IN WS-PCH-SUB THE CHANGE OF SKU
      *  WS-PSK-SUB IN FORCE ON WS-FIND-DATE - ZERO WHEN THE BASE
      *  STANDARD STILL APPLIED THAT DAY
        01  WS-FIND-DATE          PIC X(10).
        01  WS-IN-FORCE-SUB       PIC 9(5).

      *  PRINT WORK FIELDS
        01  WS-PRIOR-RETAIL       PIC 9(3)V99.
        01  WS-PRIOR-COST         PIC 9(3)V99.
        01  WS-STATUS-TEXT        PIC X(10).
        01  WS-CONVERTED-RETAIL   PIC ZZ9.99.
        01  WS-CONVERTED-COST     PIC ZZ9.99.
        01  WS-CONVERTED-WAS-RTL  PIC ZZ9.99.
        01  WS-CONVERTED-WAS-CST  PIC ZZ9.99.
        01  WS-CONVERTED-TRANS    PIC ZZZZZZ9.
        01  WS-CONVERTED-SALES    PIC ZZZZZZ9.
        01  WS-CONVERTED-RETURNS  PIC ZZZZZZ9.
        01  WS-CONVERTED-UNITS    PIC -ZZZZZZ9.
        01  WS-CONVERTED-AMOUNT   PIC -ZZZZZZZ9.99.

        PROCEDURE DIVISION.
        MAIN-PROCEDURE.
            ACCEPT WS-RUN-START-DATE FROM DATE YYYYMMDD.
            ACCEPT WS-RUN-START-TIME FROM TIME.
            PERFORM CONTROL-CARD-LOAD-PROCEDURE.
            IF WS-AS-OF-DATE = SPACES
                STRING WS-RUN-START-DATE (1:4) '-'
                       WS-RUN-START-DATE (5:2) '-'
                       WS-RUN-START-DATE (7:2)
                       DELIMITED BY SIZE
                       INTO WS-AS-OF-DATE
                END-STRING
            END-IF.
            OPEN INPUT SKU-PRICE-FILE.
            IF WS-SKP-FILE-STATUS NOT = '00'
                DISPLAY 'PRCAUDIT: CANNOT OPEN SKUPRICE.IDX - STATUS '
                    WS-SKP-FILE-STATUS ' - RUN SKULOAD FIRST'
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM PRICE-LOAD-PROCEDURE.
            CLOSE SKU-PRICE-FILE.
            PERFORM BASE-STANDARD-PROCEDURE.
            PERFORM HISTORY-COUNT-PROCEDURE.
            OPEN OUTPUT REPORT-FILE.
            IF WS-REPORT-FILE-STATUS NOT = '00'
                DISPLAY 'PRCAUDIT: CANNOT OPEN PRCAUDIT.RPT - STATUS '
                    WS-REPORT-FILE-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM REPORT-HEADER-PROCEDURE.
            IF WS-PSK-COUNT = 0
                MOVE SPACES TO REPORT-RECORD
                MOVE 'NO PRICE CHANGES ON FILE' TO REPORT-RECORD
                WRITE REPORT-RECORD
            ELSE
                PERFORM SKU-LISTING-PARA
                    VARYING WS-PSK-IDX FROM 1 BY 1
                    UNTIL WS-PSK-IDX > WS-PSK-COUNT
            END-IF.
            PERFORM REPORT-TRAILER-PROCEDURE.
            CLOSE REPORT-FILE.
            IF WS-TABLE-FULL = 'Y'
                DISPLAY 'PRCAUDIT: PRICE TABLE FULL - LISTING '
                    'INCOMPLETE'
                MOVE 8 TO RETURN-CODE
            END-IF.
            DISPLAY 'SKUS WITH PRICE CHANGES: ' WS-PSK-COUNT.
            DISPLAY 'PRICE CHANGES LISTED: ' WS-PCH-COUNT.
            DISPLAY 'LINE-ITEM HISTORY ROWS READ: ' WS-LDH-ROWS.
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
                    WHEN 'AS-OF-DATE'
                        MOVE WS-CTL-VALUE (1:10) TO WS-DV-TEXT
                        PERFORM DATE-FORMAT-CHECK-PARA
                        IF WS-DV-OK = 'N'
                         OR WS-CTL-VALUE (11:10) NOT = SPACES
                            DISPLAY 'INVALID AS-OF-DATE CONTROL CARD: '
                                WS-CTL-VALUE
                            MOVE 16 TO RETURN-CODE
                            STOP RUN
                        END-IF
                        MOVE WS-CTL-VALUE (1:10) TO WS-AS-OF-DATE
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

      *  THE KEYED FILE COMES BACK IN SKU AND EFFECTIVE DATE ORDER,
      *  SO EACH SKU'S CHANGES LAND SIDE BY SIDE IN THE CHANGE TABLE
      *  AND A NEW SKU STARTS A NEW SKU ENTRY
        PRICE-LOAD-PROCEDURE.
            MOVE HIGH-VALUES TO WS-PSK-TABLE.
            MOVE 'N' TO WS-SKP-EOF.
            PERFORM PRICE-READ-PARA
                UNTIL WS-SKP-EOF = 'Y'.

        PRICE-READ-PARA.
            READ SKU-PRICE-FILE NEXT RECORD
                AT END
                    MOVE 'Y' TO WS-SKP-EOF
                NOT AT END
                    PERFORM PRICE-STORE-PARA
            END-READ.

        PRICE-STORE-PARA.
            IF WS-PCH-COUNT >= 20000
                MOVE 'Y' TO WS-TABLE-FULL
                MOVE 'Y' TO WS-SKP-EOF
            ELSE
                IF WS-PSK-COUNT = 0
                 OR SKP-SKU NOT = WS-PSK-SKU (WS-PSK-COUNT)
                    IF WS-PSK-COUNT >= 20000
                        MOVE 'Y' TO WS-TABLE-FULL
                        MOVE 'Y' TO WS-SKP-EOF
                    ELSE
                        ADD 1 TO WS-PSK-COUNT
                        MOVE WS-PSK-COUNT TO WS-PSK-SUB
                        MOVE SKP-SKU TO WS-PSK-SKU (WS-PSK-SUB)
                        MOVE SPACES  TO WS-PSK-NAME (WS-PSK-SUB)
                        MOVE 0 TO WS-PSK-RETAIL  (WS-PSK-SUB)
                        MOVE 0 TO WS-PSK-COST    (WS-PSK-SUB)
                        MOVE 0 TO WS-PSK-TRANS   (WS-PSK-SUB)
                        MOVE 0 TO WS-PSK-SALES   (WS-PSK-SUB)
                        MOVE 0 TO WS-PSK-RETURNS (WS-PSK-SUB)
                        MOVE 0 TO WS-PSK-UNITS   (WS-PSK-SUB)
                        MOVE 0 TO WS-PSK-AMT     (WS-PSK-SUB)
                        COMPUTE WS-PSK-FIRST (WS-PSK-SUB) =
                            WS-PCH-COUNT + 1
                    END-IF
                END-IF
            END-IF.
            IF WS-SKP-EOF = 'N'
                ADD 1 TO WS-PCH-COUNT
                MOVE WS-PCH-COUNT TO WS-PCH-SUB
                MOVE SKP-EFF-DATE TO WS-PCH-EFF     (WS-PCH-SUB)
                MOVE SKP-ENTERED  TO WS-PCH-ENTERED (WS-PCH-SUB)
                MOVE SKP-RETAIL   TO WS-PCH-RETAIL  (WS-PCH-SUB)
                MOVE SKP-COST     TO WS-PCH-COST    (WS-PCH-SUB)
                MOVE 0 TO WS-PCH-TRANS   (WS-PCH-SUB)
                MOVE 0 TO WS-PCH-SALES   (WS-PCH-SUB)
                MOVE 0 TO WS-PCH-RETURNS (WS-PCH-SUB)
                MOVE 0 TO WS-PCH-UNITS   (WS-PCH-SUB)
                MOVE 0 TO WS-PCH-AMT     (WS-PCH-SUB)
                MOVE WS-PCH-COUNT TO WS-PSK-LAST (WS-PSK-COUNT)
            END-IF.

      *  THE SKU MASTER'S OWN RETAIL AND COST ARE THE STANDARD IN
      *  FORCE BEFORE A SKU'S FIRST CHANGE. WITHOUT THE MASTER THE
      *  BASE LINES PRINT ZERO AND SAY SO
        BASE-STANDARD-PROCEDURE.
            OPEN INPUT SKU-MASTER-FILE.
            IF WS-SKU-FILE-STATUS = '00'
                MOVE 'Y' TO WS-SKU-MASTER-LOADED
                PERFORM BASE-STANDARD-PARA
                    VARYING WS-PSK-IDX FROM 1 BY 1
                    UNTIL WS-PSK-IDX > WS-PSK-COUNT
                CLOSE SKU-MASTER-FILE
            ELSE
                DISPLAY 'PRCAUDIT: SKU MASTER UNAVAILABLE - STATUS '
                    WS-SKU-FILE-STATUS ' - NO BASE STANDARDS'
            END-IF.

        BASE-STANDARD-PARA.
            MOVE WS-PSK-SKU (WS-PSK-IDX) TO SKU-MAST-KEY.
            READ SKU-MASTER-FILE
                INVALID KEY
                    MOVE '** NOT ON SKU MASTER'
                        TO WS-PSK-NAME (WS-PSK-IDX)
                NOT INVALID KEY
                    MOVE SKU-MAST-NAME   TO WS-PSK-NAME (WS-PSK-IDX)
                    MOVE SKU-MAST-RETAIL TO WS-PSK-RETAIL (WS-PSK-IDX)
                    MOVE SKU-MAST-COST   TO WS-PSK-COST (WS-PSK-IDX)
            END-READ.

      *  ONE PASS OVER THE LINE-ITEM HISTORY. A ROW FOR A SKU WITH
      *  CHANGES IS COUNTED UNDER THE CHANGE IN FORCE ON ITS
      *  TRANSACTION DATE, OR UNDER THE BASE WHEN IT PREDATES THEM
        HISTORY-COUNT-PROCEDURE.
            OPEN INPUT LOAD-HISTORY-FILE.
            IF WS-LDH-FILE-STATUS = '00'
             OR WS-LDH-FILE-STATUS = '05'
                PERFORM HISTORY-READ-PARA
                    UNTIL WS-LDH-EOF = 'Y'
                CLOSE LOAD-HISTORY-FILE
            ELSE
                DISPLAY 'PRCAUDIT: CANNOT OPEN POPDATA.LDH - STATUS '
                    WS-LDH-FILE-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.

        HISTORY-READ-PARA.
            READ LOAD-HISTORY-FILE
                AT END
                    MOVE 'Y' TO WS-LDH-EOF
                NOT AT END
                    ADD 1 TO WS-LDH-ROWS
                    PERFORM HISTORY-ROW-PARA
            END-READ.

        HISTORY-ROW-PARA.
            MOVE 'N' TO WS-PSK-FOUND.
            MOVE 0   TO WS-PSK-SUB.
            SEARCH ALL WS-PSK-ENTRY
                AT END
                    CONTINUE
                WHEN WS-PSK-SKU (WS-PSK-IDX) = LDH-SKU
                    MOVE 'Y' TO WS-PSK-FOUND
                    MOVE WS-PSK-IDX TO WS-PSK-SUB
            END-SEARCH.
            IF WS-PSK-FOUND = 'N'
                ADD 1 TO WS-LDH-OTHER-ROWS
            ELSE
                IF LDH-SDATE = SPACES
                    MOVE LDH-DATE TO WS-TRANS-DATE
                    ADD 1 TO WS-LDH-BDATE-ROWS
                ELSE
                    MOVE LDH-SDATE TO WS-TRANS-DATE
                END-IF
                MOVE WS-TRANS-DATE TO WS-FIND-DATE
                PERFORM PRICE-FIND-PROCEDURE
                IF WS-PCH-SUB = 0
                    PERFORM BASE-TALLY-PARA
                ELSE
                    PERFORM CHANGE-TALLY-PARA
                END-IF
            END-IF.

      *  THE SKU'S CHANGES ARE IN DATE ORDER - WALK THEM UNTIL ONE
      *  TAKES EFFECT AFTER THE DATE; THE LAST ONE PASSED IS IN FORCE
        PRICE-FIND-PROCEDURE.
            MOVE 0 TO WS-PCH-SUB.
            PERFORM PRICE-FIND-PARA
                VARYING WS-PCH-IDX FROM WS-PSK-FIRST (WS-PSK-SUB) BY 1
                UNTIL WS-PCH-IDX > WS-PSK-LAST (WS-PSK-SUB)
                   OR WS-PCH-EFF (WS-PCH-IDX) > WS-FIND-DATE.

        PRICE-FIND-PARA.
            MOVE WS-PCH-IDX TO WS-PCH-SUB.

        BASE-TALLY-PARA.
            ADD 1 TO WS-LDH-BASE-ROWS.
            ADD 1 TO WS-PSK-TRANS (WS-PSK-SUB).
            IF LDH-TRANS-TYPE = 'R'
                ADD 1 TO WS-PSK-RETURNS (WS-PSK-SUB)
            ELSE
                ADD 1 TO WS-PSK-SALES (WS-PSK-SUB)
            END-IF.
            ADD LDH-QUANTITY TO WS-PSK-UNITS (WS-PSK-SUB).
            ADD LDH-SALE     TO WS-PSK-AMT (WS-PSK-SUB).

        CHANGE-TALLY-PARA.
            ADD 1 TO WS-LDH-CHANGED-ROWS.
            ADD 1 TO WS-PCH-TRANS (WS-PCH-SUB).
            IF LDH-TRANS-TYPE = 'R'
                ADD 1 TO WS-PCH-RETURNS (WS-PCH-SUB)
            ELSE
                ADD 1 TO WS-PCH-SALES (WS-PCH-SUB)
            END-IF.
            ADD LDH-QUANTITY TO WS-PCH-UNITS (WS-PCH-SUB).
            ADD LDH-SALE     TO WS-PCH-AMT (WS-PCH-SUB).

        REPORT-HEADER-PROCEDURE.
            MOVE SPACES TO REPORT-RECORD.
            STRING 'PRICE CHANGE AUDIT LISTING - AS OF '
                   WS-AS-OF-DATE
                   '   RUN ' WS-RUN-START-DATE ' ' WS-RUN-START-TIME
                   DELIMITED BY SIZE INTO REPORT-RECORD
            END-STRING.
            WRITE REPORT-RECORD.
            MOVE SPACES TO REPORT-RECORD.
            STRING 'TRANSACTIONS ARE THE LOADED LINE ITEMS PRICED '
                   'UNDER EACH STANDARD BY TRANSACTION DATE - NET '
                   'UNITS AND AMOUNT ARE SALES LESS RETURNS'
                   DELIMITED BY SIZE INTO REPORT-RECORD
            END-STRING.
            WRITE REPORT-RECORD.
            MOVE SPACES TO REPORT-RECORD.
            WRITE REPORT-RECORD.
            MOVE SPACES TO REPORT-RECORD.
            STRING '  EFFECTIVE  ENTERED    STATUS     '
                   ' RETAIL   COST WAS RT WAS CS'
                   '   TRANS   SALES RETURNS NET UNIT   NET AMOUNT'
                   DELIMITED BY SIZE INTO REPORT-RECORD
            END-STRING.
            WRITE REPORT-RECORD.

      *  ONE BLOCK PER SKU - THE SKU AND ITEM NAME, THE BASE
      *  STANDARD, THEN EACH CHANGE AGAINST THE STANDARD BEFORE IT
        SKU-LISTING-PARA.
            MOVE WS-PSK-IDX TO WS-PSK-SUB.
            MOVE WS-AS-OF-DATE TO WS-FIND-DATE.
            PERFORM PRICE-FIND-PROCEDURE.
            MOVE WS-PCH-SUB TO WS-IN-FORCE-SUB.
            MOVE SPACES TO REPORT-RECORD.
            WRITE REPORT-RECORD.
            MOVE SPACES TO REPORT-RECORD.
            STRING 'SKU ' WS-PSK-SKU (WS-PSK-SUB)
                   ' ' WS-PSK-NAME (WS-PSK-SUB)
                   DELIMITED BY SIZE INTO REPORT-RECORD
            END-STRING.
            WRITE REPORT-RECORD.
            IF WS-IN-FORCE-SUB = 0
                MOVE 'IN FORCE' TO WS-STATUS-TEXT
            ELSE
                MOVE 'SUPERSEDED' TO WS-STATUS-TEXT
            END-IF.
            MOVE WS-PSK-RETAIL (WS-PSK-SUB)  TO WS-CONVERTED-RETAIL.
            MOVE WS-PSK-COST (WS-PSK-SUB)    TO WS-CONVERTED-COST.
            MOVE WS-PSK-TRANS (WS-PSK-SUB)   TO WS-CONVERTED-TRANS.
            MOVE WS-PSK-SALES (WS-PSK-SUB)   TO WS-CONVERTED-SALES.
            MOVE WS-PSK-RETURNS (WS-PSK-SUB) TO WS-CONVERTED-RETURNS.
            MOVE WS-PSK-UNITS (WS-PSK-SUB)   TO WS-CONVERTED-UNITS.
            MOVE WS-PSK-AMT (WS-PSK-SUB)     TO WS-CONVERTED-AMOUNT.
            MOVE SPACES TO REPORT-RECORD.
            STRING '  BASE       SKU MASTER '
                   WS-STATUS-TEXT
                   ' ' WS-CONVERTED-RETAIL
                   ' ' WS-CONVERTED-COST
                   '               '
                   WS-CONVERTED-TRANS
                   ' ' WS-CONVERTED-SALES
                   ' ' WS-CONVERTED-RETURNS
                   ' ' WS-CONVERTED-UNITS
                   ' ' WS-CONVERTED-AMOUNT
                   DELIMITED BY SIZE INTO REPORT-RECORD
            END-STRING.
            WRITE REPORT-RECORD.
            MOVE WS-PSK-RETAIL (WS-PSK-SUB) TO WS-PRIOR-RETAIL.
            MOVE WS-PSK-COST (WS-PSK-SUB)   TO WS-PRIOR-COST.
            PERFORM CHANGE-LISTING-PARA
                VARYING WS-PCH-IDX FROM WS-PSK-FIRST (WS-PSK-SUB)
                BY 1
                UNTIL WS-PCH-IDX > WS-PSK-LAST (WS-PSK-SUB).

        CHANGE-LISTING-PARA.
            MOVE WS-PCH-IDX TO WS-PCH-SUB.
            EVALUATE TRUE
                WHEN WS-PCH-EFF (WS-PCH-SUB) > WS-AS-OF-DATE
                    MOVE 'FUTURE' TO WS-STATUS-TEXT
                    ADD 1 TO WS-FUTURE-COUNT
                WHEN WS-PCH-SUB = WS-IN-FORCE-SUB
                    MOVE 'IN FORCE' TO WS-STATUS-TEXT
                    ADD 1 TO WS-IN-FORCE-COUNT
                WHEN OTHER
                    MOVE 'SUPERSEDED' TO WS-STATUS-TEXT
                    ADD 1 TO WS-SUPERSEDED-COUNT
            END-EVALUATE.
            MOVE WS-PCH-RETAIL (WS-PCH-SUB)  TO WS-CONVERTED-RETAIL.
            MOVE WS-PCH-COST (WS-PCH-SUB)    TO WS-CONVERTED-COST.
            MOVE WS-PRIOR-RETAIL             TO WS-CONVERTED-WAS-RTL.
            MOVE WS-PRIOR-COST               TO WS-CONVERTED-WAS-CST.
            MOVE WS-PCH-TRANS (WS-PCH-SUB)   TO WS-CONVERTED-TRANS.
            MOVE WS-PCH-SALES (WS-PCH-SUB)   TO WS-CONVERTED-SALES.
            MOVE WS-PCH-RETURNS (WS-PCH-SUB) TO WS-CONVERTED-RETURNS.
            MOVE WS-PCH-UNITS (WS-PCH-SUB)   TO WS-CONVERTED-UNITS.
            MOVE WS-PCH-AMT (WS-PCH-SUB)     TO WS-CONVERTED-AMOUNT.
            MOVE SPACES TO REPORT-RECORD.
            STRING '  ' WS-PCH-EFF (WS-PCH-SUB)
                   ' ' WS-PCH-ENTERED (WS-PCH-SUB)
                   ' ' WS-STATUS-TEXT
                   ' ' WS-CONVERTED-RETAIL
                   ' ' WS-CONVERTED-COST
                   ' ' WS-CONVERTED-WAS-RTL
                   ' ' WS-CONVERTED-WAS-CST
                   ' ' WS-CONVERTED-TRANS
                   ' ' WS-CONVERTED-SALES
                   ' ' WS-CONVERTED-RETURNS
                   ' ' WS-CONVERTED-UNITS
                   ' ' WS-CONVERTED-AMOUNT
                   DELIMITED BY SIZE INTO REPORT-RECORD
            END-STRING.
            WRITE REPORT-RECORD.
            MOVE WS-PCH-RETAIL (WS-PCH-SUB) TO WS-PRIOR-RETAIL.
            MOVE WS-PCH-COST (WS-PCH-SUB)   TO WS-PRIOR-COST.

        REPORT-TRAILER-PROCEDURE.
            MOVE SPACES TO REPORT-RECORD.
            WRITE REPORT-RECORD.
            IF WS-TABLE-FULL = 'Y'
                MOVE SPACES TO REPORT-RECORD
                STRING '** PRICE TABLE FULL - CHANGES PAST THE LAST '
                       'SKU LISTED ARE NOT SHOWN'
                       DELIMITED BY SIZE INTO REPORT-RECORD
                END-STRING
                WRITE REPORT-RECORD
            END-IF.
            IF WS-SKU-MASTER-LOADED = 'N'
                MOVE SPACES TO REPORT-RECORD
                STRING '** SKU MASTER UNAVAILABLE - BASE STANDARDS '
                       'SHOWN AS ZERO'
                       DELIMITED BY SIZE INTO REPORT-RECORD
                END-STRING
                WRITE REPORT-RECORD
            END-IF.
            MOVE SPACES TO REPORT-RECORD.
            STRING 'SKUS WITH CHANGES ' WS-PSK-COUNT
                   '  CHANGES ' WS-PCH-COUNT
                   '  FUTURE ' WS-FUTURE-COUNT
                   '  IN FORCE ' WS-IN-FORCE-COUNT
                   '  SUPERSEDED ' WS-SUPERSEDED-COUNT
                   DELIMITED BY SIZE INTO REPORT-RECORD
            END-STRING.
            WRITE REPORT-RECORD.
            MOVE SPACES TO REPORT-RECORD.
            STRING 'HISTORY ROWS READ ' WS-LDH-ROWS
                   '  UNDER A CHANGE ' WS-LDH-CHANGED-ROWS
                   '  UNDER THE BASE ' WS-LDH-BASE-ROWS
                   '  SKUS WITHOUT CHANGES ' WS-LDH-OTHER-ROWS
                   DELIMITED BY SIZE INTO REPORT-RECORD
            END-STRING.
            WRITE REPORT-RECORD.
            IF WS-LDH-BDATE-ROWS > 0
                MOVE SPACES TO REPORT-RECORD
                STRING 'ROWS WITH NO TRANSACTION DATE, TAKEN AT '
                       'THEIR BUSINESS DATE ' WS-LDH-BDATE-ROWS
                       DELIMITED BY SIZE INTO REPORT-RECORD
                END-STRING
                WRITE REPORT-RECORD
            END-IF.
