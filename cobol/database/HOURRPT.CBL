      * Hourly And Daypart Sales Report
        IDENTIFICATION DIVISION.
         PROGRAM-ID.     HOURRPT.
         AUTHOR.         Mark.
         INSTALLATION.   Ubuntu.
         DATE-WRITTEN.   2026-10-15.
         DATE-COMPILED.  2026-10-15.
      *
      * PROJECT DESC: POST-RUN SALES REPORT BY HOUR OF DAY FOR EACH
      * STORE AND CORPORATE, BUILT FROM THE TRANSACTION TIME EVERY
      * LOAD RECORD CARRIES (OUT-STIME). EACH HOUR SHOWS SALE
      * DOLLARS, SALE TRANSACTION COUNT, NET UNITS, RETURN COUNT,
      * REFUND DOLLARS AND NET SALES, AND THE HOURS ARE THEN ROLLED
      * INTO THE DAYPARTS MAINTAINED BY TABMAINT IN DAYPART.DAT -
      * LABOR SCHEDULING WORKS FROM THE TRAFFIC FACTS INSTEAD OF
      * GUESSES. WITH NO DAYPART TABLE ON DISK THE STANDARD FOUR
      * (OPEN, LUNCH, AFTERNOON, EVENING) ARE USED. RUN AFTER A
      * FINALIZED POPDATA RUN
      *
        ENVIRONMENT DIVISION.

        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT LOAD-FILE
            ASSIGN TO './popdata.load'
            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS WS-LOAD-FILE-STATUS.

      *  DAYPART ROWS ARE CODE,START HOUR,END HOUR,NAME - THE SAME
      *  FILE TABMAINT MAINTAINS FROM DPT CARDS
            SELECT OPTIONAL DAYPART-FILE
            ASSIGN TO './daypart.dat'
            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS WS-DPT-FILE-STATUS.

            SELECT REPORT-FILE
            ASSIGN TO './hourrpt.rpt'
            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS WS-REPORT-FILE-STATUS.

        DATA DIVISION.
        FILE SECTION.
      *  OUTPUT-RECORD LAYOUT MATCHES THE LOAD-FILE FD IN POPDATA
        FD LOAD-FILE              RECORD CONTAINS 266 CHARACTERS.
        01 OUTPUT-RECORD.
            05 OUT-SDATE          PIC X(10).
            05 OUT-STIME          PIC X(10).
            05 OUT-CATEGORY       PIC X(35).
            05 OUT-ITEM-NAME      PIC X(40).
            05 OUT-QUANTITY       PIC S9(3).
            05 OUT-SDETAIL        PIC X(45).
            05 OUT-SKU            PIC X(16).
            05 OUT-DISCOUNT       PIC 9(2)V99.
            05 OUT-PRICE          PIC 9(2)V99.
            05 OUT-TRANS-ID       PIC X(40).
            05 OUT-SUNIT          PIC X(4).
            05 OUT-GTIN           PIC X(10).
            05 OUT-COST           PIC 9(2)V99.
            05 OUT-UPRICE         PIC 9(3)V99.
            05 OUT-UCOST          PIC 9(3)V99.
            05 OUT-UPROFIT        PIC S9(3)V99.
            05 OUT-STORE          PIC X(4).
            05 OUT-TSALE          PIC S9(5)V99.
            05 OUT-TRANS-TYPE     PIC X(1).
            05 OUT-TCOST          PIC S9(5)V99.
            05 OUT-TPROFIT        PIC S9(5)V99.

        FD DAYPART-FILE           RECORD CONTAINS 40 CHARACTERS.
        01 DAYPART-RECORD         PIC X(40).

        FD REPORT-FILE            RECORD CONTAINS 100 CHARACTERS.
        01 REPORT-RECORD          PIC X(100).

        WORKING-STORAGE SECTION.
        01  WS-LOAD-FILE-STATUS   PIC X(2).
        01  WS-DPT-FILE-STATUS    PIC X(2).
        01  WS-REPORT-FILE-STATUS PIC X(2).

        01  WS-LOAD-EOF           PIC X     VALUE 'N'.
        01  WS-DPT-EOF            PIC X     VALUE 'N'.
        01  WS-RECORD-COUNT       PIC 9(7)  VALUE 0.
        01  WS-BAD-TIME-COUNT     PIC 9(7)  VALUE 0.

      *  HOUR OF THE RECORD IN HAND AND ITS TABLE SUBSCRIPT (HOUR
      *  00 IS ENTRY 1)
        01  WS-REC-HOUR           PIC 9(2).
        01  WS-HOUR-SUB           PIC 9(2).

      *  DAYPART TABLE - SAME 10-ENTRY CAP TABMAINT MAINTAINS. START
      *  AND END ARE INCLUSIVE HOURS
        01  WS-DPT-COUNT          PIC 9(2)  VALUE 0.
        01  WS-DPT-SUB            PIC 9(2)  VALUE 0.
        01  WS-DPT-START-TEXT     PIC X(10).
        01  WS-DPT-END-TEXT       PIC X(10).
        01  WS-DPT-TABLE.
            05 WS-DPT-ENTRY OCCURS 10 TIMES INDEXED BY WS-DPT-IDX.
                10 WS-DPT-CODE        PIC X(4).
                10 WS-DPT-START       PIC 9(2).
                10 WS-DPT-END         PIC 9(2).
                10 WS-DPT-NAME        PIC X(12).

      *  WHICH DAYPART EACH HOUR FALLS IN - ZERO FOR AN HOUR NO
      *  DAYPART COVERS, WHICH PRINTS ON THE OTHER HOURS LINE SO
      *  THE DAYPART LINES STILL ADD UP TO THE STORE TOTAL
        01  WS-HOUR-MAP.
            05 WS-HOUR-DPT OCCURS 24 TIMES PIC 9(2).

      *  STORES IN THE ORDER THEY FIRST APPEAR ON THE LOAD FILE,
      *  EACH WITH A ROW PER HOUR OF THE DAY
        01  WS-STORE-COUNT        PIC 9(2)  VALUE 0.
        01  WS-STORE-SUB          PIC 9(2)  VALUE 0.
        01  WS-STORE-FOUND        PIC X     VALUE 'N'.
        01  WS-STORE-TABLE.
            05 WS-STORE-ENTRY OCCURS 50 TIMES
                    INDEXED BY WS-STORE-IDX.
                10 WS-STORE-NO        PIC X(4).
                10 WS-STORE-HOURS.
                    15 WS-STORE-HOUR OCCURS 24 TIMES.
                        20 WS-SH-SALE     PIC S9(9)V99.
                        20 WS-SH-TRANS    PIC 9(7).
                        20 WS-SH-UNITS    PIC S9(7).
                        20 WS-SH-RETURNS  PIC 9(7).
                        20 WS-SH-REFUND   PIC S9(9)V99.

      *  CORPORATE ALL-STORES HOURS, SAME SHAPE AS A STORE ENTRY
        01  WS-CORP-HOURS.
            05 WS-CORP-HOUR OCCURS 24 TIMES.
                10 WS-CH-SALE         PIC S9(9)V99.
                10 WS-CH-TRANS        PIC 9(7).
                10 WS-CH-UNITS        PIC S9(7).
                10 WS-CH-RETURNS      PIC 9(7).
                10 WS-CH-REFUND       PIC S9(9)V99.

      *  THE SECTION BEING PRINTED - A STORE'S HOURS OR THE
      *  CORPORATE HOURS ARE MOVED IN WHOLE, SO ONE SET OF PRINT
      *  PARAGRAPHS SERVES BOTH
        01  WS-SECTION-TITLE      PIC X(30).
        01  WS-SEC-HOURS.
            05 WS-SEC-HOUR OCCURS 24 TIMES.
                10 WS-XH-SALE         PIC S9(9)V99.
                10 WS-XH-TRANS        PIC 9(7).
                10 WS-XH-UNITS        PIC S9(7).
                10 WS-XH-RETURNS      PIC 9(7).
                10 WS-XH-REFUND       PIC S9(9)V99.

      *  DAYPART ROLL-UP OF THE SECTION BEING PRINTED - ENTRY 11
      *  IS THE OTHER HOURS BUCKET
        01  WS-SEC-DAYPARTS.
            05 WS-SEC-DPT OCCURS 11 TIMES.
                10 WS-XD-SALE         PIC S9(9)V99.
                10 WS-XD-TRANS        PIC 9(7).
                10 WS-XD-UNITS        PIC S9(7).
                10 WS-XD-RETURNS      PIC 9(7).
                10 WS-XD-REFUND       PIC S9(9)V99.

      *  ONE PRINT LINE'S FIGURES, LOADED FROM AN HOUR, A DAYPART
      *  OR THE SECTION TOTAL
        01  WS-LINE-LABEL         PIC X(18).
        01  WS-LINE-SALE          PIC S9(9)V99.
        01  WS-LINE-TRANS         PIC 9(7).
        01  WS-LINE-UNITS         PIC S9(7).
        01  WS-LINE-RETURNS       PIC 9(7).
        01  WS-LINE-REFUND        PIC S9(9)V99.
        01  WS-LINE-NET           PIC S9(9)V99.

      *  SECTION TOTAL
        01  WS-TOT-SALE           PIC S9(9)V99.
        01  WS-TOT-TRANS          PIC 9(7).
        01  WS-TOT-UNITS          PIC S9(7).
        01  WS-TOT-RETURNS        PIC 9(7).
        01  WS-TOT-REFUND         PIC S9(9)V99.

      *  PRINT WORK FIELDS
        01  WS-REPORT-LINE        PIC X(100).
        01  WS-PRINT-HOUR         PIC 9(2).
        01  WS-CONVERTED-SALE     PIC -ZZZZZZZZ9.99.
        01  WS-CONVERTED-TRANS    PIC ZZZZZZ9.
        01  WS-CONVERTED-UNITS    PIC -ZZZZZZ9.
        01  WS-CONVERTED-RETURNS  PIC ZZZZZZ9.
        01  WS-CONVERTED-REFUND   PIC -ZZZZZZZZ9.99.
        01  WS-CONVERTED-NET      PIC -ZZZZZZZZ9.99.

        PROCEDURE DIVISION.
        MAIN-PROCEDURE.
            INITIALIZE WS-STORE-TABLE.
            INITIALIZE WS-CORP-HOURS.
            PERFORM DPT-TABLE-LOAD-PROCEDURE.
            PERFORM HOUR-MAP-PROCEDURE.
            OPEN INPUT LOAD-FILE.
            IF WS-LOAD-FILE-STATUS NOT = '00'
                DISPLAY 'HOURRPT: CANNOT OPEN LOAD FILE - STATUS '
                    WS-LOAD-FILE-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM LOAD-READ-PROCEDURE UNTIL WS-LOAD-EOF = 'Y'.
            CLOSE LOAD-FILE.
            OPEN OUTPUT REPORT-FILE.
            PERFORM REPORT-HEADER-PROCEDURE.
            PERFORM STORE-SECTION-PROCEDURE
                VARYING WS-STORE-IDX FROM 1 BY 1
                UNTIL WS-STORE-IDX > WS-STORE-COUNT.
            MOVE 'ALL STORES HOURLY SALES' TO WS-SECTION-TITLE.
            MOVE WS-CORP-HOURS TO WS-SEC-HOURS.
            PERFORM SECTION-PRINT-PROCEDURE.
            PERFORM REPORT-TRAILER-PROCEDURE.
            CLOSE REPORT-FILE.
            DISPLAY 'LOAD RECORDS READ: ' WS-RECORD-COUNT.
            DISPLAY 'BAD TRANSACTION TIMES: ' WS-BAD-TIME-COUNT.
            STOP RUN.

      *  A MISSING OPTIONAL FILE OPENS WITH STATUS '05' AND MUST
      *  STILL BE CLOSED. AN EMPTY OR MISSING TABLE FALLS BACK TO
      *  THE STANDARD FOUR DAYPARTS
        DPT-TABLE-LOAD-PROCEDURE.
            OPEN INPUT DAYPART-FILE.
            IF WS-DPT-FILE-STATUS = '00'
             OR WS-DPT-FILE-STATUS = '05'
                PERFORM DPT-TABLE-READ-PROCEDURE
                    UNTIL WS-DPT-EOF = 'Y'
                CLOSE DAYPART-FILE
            END-IF.
            IF WS-DPT-COUNT = 0
                PERFORM DPT-DEFAULT-PROCEDURE
            END-IF.

        DPT-TABLE-READ-PROCEDURE.
            READ DAYPART-FILE INTO DAYPART-RECORD
                    AT END MOVE 'Y' TO WS-DPT-EOF
                NOT AT END PERFORM DPT-TABLE-BUILD-PROCEDURE
            END-READ.

      *  TABMAINT HAS ALREADY EDITED THE HOURS - A ROW THAT IS NOT
      *  TWO DIGITS 00-23 HERE WAS HAND-EDITED AND IS SKIPPED
        DPT-TABLE-BUILD-PROCEDURE.
            IF WS-DPT-COUNT < 10
                MOVE SPACES TO WS-DPT-START-TEXT
                MOVE SPACES TO WS-DPT-END-TEXT
                ADD 1 TO WS-DPT-COUNT
                UNSTRING DAYPART-RECORD DELIMITED BY ','
                    INTO WS-DPT-CODE (WS-DPT-COUNT)
                         WS-DPT-START-TEXT
                         WS-DPT-END-TEXT
                         WS-DPT-NAME (WS-DPT-COUNT)
                END-UNSTRING
                IF WS-DPT-START-TEXT (1:2) IS NUMERIC
                   AND WS-DPT-START-TEXT (3:1) = SPACE
                   AND WS-DPT-END-TEXT (1:2) IS NUMERIC
                   AND WS-DPT-END-TEXT (3:1) = SPACE
                    MOVE WS-DPT-START-TEXT (1:2)
                        TO WS-DPT-START (WS-DPT-COUNT)
                    MOVE WS-DPT-END-TEXT (1:2)
                        TO WS-DPT-END (WS-DPT-COUNT)
                END-IF
                IF WS-DPT-START-TEXT (1:2) NOT NUMERIC
                 OR WS-DPT-START-TEXT (3:1) NOT = SPACE
                 OR WS-DPT-END-TEXT (1:2) NOT NUMERIC
                 OR WS-DPT-END-TEXT (3:1) NOT = SPACE
                 OR WS-DPT-START (WS-DPT-COUNT) > 23
                 OR WS-DPT-END (WS-DPT-COUNT) > 23
                    DISPLAY 'DAYPART ROW BAD HOURS - NOT USED: '
                        DAYPART-RECORD
                    SUBTRACT 1 FROM WS-DPT-COUNT
                END-IF
            ELSE
                DISPLAY 'DAYPART TABLE FULL - ROW NOT LOADED: '
                    DAYPART-RECORD
            END-IF.

        DPT-DEFAULT-PROCEDURE.
            MOVE 4 TO WS-DPT-COUNT.
            MOVE 'OPEN'        TO WS-DPT-CODE (1).
            MOVE 0             TO WS-DPT-START (1).
            MOVE 10            TO WS-DPT-END (1).
            MOVE 'OPEN'        TO WS-DPT-NAME (1).
            MOVE 'LNCH'        TO WS-DPT-CODE (2).
            MOVE 11            TO WS-DPT-START (2).
            MOVE 13            TO WS-DPT-END (2).
            MOVE 'LUNCH'       TO WS-DPT-NAME (2).
            MOVE 'AFTN'        TO WS-DPT-CODE (3).
            MOVE 14            TO WS-DPT-START (3).
            MOVE 16            TO WS-DPT-END (3).
            MOVE 'AFTERNOON'   TO WS-DPT-NAME (3).
            MOVE 'EVEN'        TO WS-DPT-CODE (4).
            MOVE 17            TO WS-DPT-START (4).
            MOVE 23            TO WS-DPT-END (4).
            MOVE 'EVENING'     TO WS-DPT-NAME (4).
            DISPLAY 'HOURRPT: NO DAYPART TABLE - STANDARD DAYPARTS'.

      *  FIRST DAYPART COVERING THE HOUR WINS - TABMAINT REFUSES
      *  OVERLAPS, SO THERE IS ONLY EVER ONE
        HOUR-MAP-PROCEDURE.
            INITIALIZE WS-HOUR-MAP.
            PERFORM HOUR-MAP-PARA
                VARYING WS-DPT-IDX FROM WS-DPT-COUNT BY -1
                UNTIL WS-DPT-IDX < 1.

        HOUR-MAP-PARA.
            PERFORM HOUR-MAP-SET-PARA
                VARYING WS-HOUR-SUB FROM 1 BY 1
                UNTIL WS-HOUR-SUB > 24.

        HOUR-MAP-SET-PARA.
            COMPUTE WS-REC-HOUR = WS-HOUR-SUB - 1.
            IF WS-REC-HOUR NOT < WS-DPT-START (WS-DPT-IDX)
               AND WS-REC-HOUR NOT > WS-DPT-END (WS-DPT-IDX)
                SET WS-DPT-SUB TO WS-DPT-IDX
                MOVE WS-DPT-SUB TO WS-HOUR-DPT (WS-HOUR-SUB)
            END-IF.

        LOAD-READ-PROCEDURE.
            READ LOAD-FILE
                    AT END MOVE 'Y' TO WS-LOAD-EOF
                NOT AT END
                    ADD 1 TO WS-RECORD-COUNT
                    PERFORM RECORD-ACCUM-PROCEDURE
            END-READ.

      *  POPDATA HAS ALREADY EDITED THE TIME AS HH:MM:SS, SO A BAD
      *  HOUR HERE MEANS A DAMAGED LOAD FILE - COUNTED, NOT GUESSED
        RECORD-ACCUM-PROCEDURE.
            IF OUT-STIME (1:2) IS NUMERIC
                MOVE OUT-STIME (1:2) TO WS-REC-HOUR
            ELSE
                MOVE 99 TO WS-REC-HOUR
            END-IF.
            IF WS-REC-HOUR > 23
                ADD 1 TO WS-BAD-TIME-COUNT
            ELSE
                COMPUTE WS-HOUR-SUB = WS-REC-HOUR + 1
                PERFORM STORE-NOTE-PROCEDURE
                IF WS-STORE-SUB > 0
                    PERFORM STORE-ACCUM-PARA
                END-IF
                PERFORM CORP-ACCUM-PARA
            END-IF.

        STORE-NOTE-PROCEDURE.
            MOVE 'N' TO WS-STORE-FOUND.
            MOVE 0   TO WS-STORE-SUB.
            PERFORM STORE-SEARCH-PARA
                VARYING WS-STORE-IDX FROM 1 BY 1
                UNTIL WS-STORE-IDX > WS-STORE-COUNT
                   OR WS-STORE-FOUND = 'Y'.
            IF WS-STORE-FOUND = 'N'
                IF WS-STORE-COUNT < 50
                    ADD 1 TO WS-STORE-COUNT
                    MOVE WS-STORE-COUNT TO WS-STORE-SUB
                    MOVE OUT-STORE TO WS-STORE-NO (WS-STORE-SUB)
                ELSE
                    DISPLAY 'STORE TABLE FULL - NOT SECTIONED: '
                        OUT-STORE
                END-IF
            END-IF.

        STORE-SEARCH-PARA.
            IF WS-STORE-NO (WS-STORE-IDX) = OUT-STORE
                MOVE 'Y' TO WS-STORE-FOUND
                SET WS-STORE-SUB TO WS-STORE-IDX
            END-IF.

      *  A SALE COUNTS AS ONE TRANSACTION; A RETURN COUNTS AS ONE
      *  RETURN AND ITS NEGATIVE SALE IS THE REFUND. UNITS ARE NET
      *  OF RETURNS, IN SELLING UNITS AS RUNG
        STORE-ACCUM-PARA.
            IF OUT-TRANS-TYPE = 'R'
                ADD 1 TO WS-SH-RETURNS (WS-STORE-SUB, WS-HOUR-SUB)
                SUBTRACT OUT-TSALE
                    FROM WS-SH-REFUND (WS-STORE-SUB, WS-HOUR-SUB)
            ELSE
                ADD 1 TO WS-SH-TRANS (WS-STORE-SUB, WS-HOUR-SUB)
                ADD OUT-TSALE
                    TO WS-SH-SALE (WS-STORE-SUB, WS-HOUR-SUB)
            END-IF.
            ADD OUT-QUANTITY
                TO WS-SH-UNITS (WS-STORE-SUB, WS-HOUR-SUB).

        CORP-ACCUM-PARA.
            IF OUT-TRANS-TYPE = 'R'
                ADD 1 TO WS-CH-RETURNS (WS-HOUR-SUB)
                SUBTRACT OUT-TSALE FROM WS-CH-REFUND (WS-HOUR-SUB)
            ELSE
                ADD 1 TO WS-CH-TRANS (WS-HOUR-SUB)
                ADD OUT-TSALE TO WS-CH-SALE (WS-HOUR-SUB)
            END-IF.
            ADD OUT-QUANTITY TO WS-CH-UNITS (WS-HOUR-SUB).

        REPORT-HEADER-PROCEDURE.
            MOVE SPACES TO REPORT-RECORD.
            STRING 'HOURLY AND DAYPART SALES REPORT'
                DELIMITED BY SIZE INTO REPORT-RECORD.
            WRITE REPORT-RECORD.
            MOVE SPACES TO REPORT-RECORD.
            WRITE REPORT-RECORD.

        STORE-SECTION-PROCEDURE.
            MOVE SPACES TO WS-SECTION-TITLE.
            STRING 'STORE ' WS-STORE-NO (WS-STORE-IDX)
                   ' HOURLY SALES'
                   DELIMITED BY SIZE
                   INTO WS-SECTION-TITLE
            END-STRING.
            MOVE WS-STORE-HOURS (WS-STORE-IDX) TO WS-SEC-HOURS.
            PERFORM SECTION-PRINT-PROCEDURE.

      *  ONE SECTION: THE HOURS THAT SAW ANY ACTIVITY, THEN EVERY
      *  DAYPART, THEN THE SECTION TOTAL
        SECTION-PRINT-PROCEDURE.
            INITIALIZE WS-SEC-DAYPARTS.
            MOVE 0 TO WS-TOT-SALE.
            MOVE 0 TO WS-TOT-TRANS.
            MOVE 0 TO WS-TOT-UNITS.
            MOVE 0 TO WS-TOT-RETURNS.
            MOVE 0 TO WS-TOT-REFUND.
            MOVE SPACES TO REPORT-RECORD.
            MOVE WS-SECTION-TITLE TO REPORT-RECORD.
            WRITE REPORT-RECORD.
            PERFORM COLUMNS-PARA.
            PERFORM HOUR-PRINT-PARA
                VARYING WS-HOUR-SUB FROM 1 BY 1
                UNTIL WS-HOUR-SUB > 24.
            MOVE SPACES TO REPORT-RECORD.
            WRITE REPORT-RECORD.
            MOVE SPACES TO REPORT-RECORD.
            MOVE 'DAYPARTS' TO REPORT-RECORD.
            WRITE REPORT-RECORD.
            PERFORM DAYPART-PRINT-PARA
                VARYING WS-DPT-SUB FROM 1 BY 1
                UNTIL WS-DPT-SUB > WS-DPT-COUNT.
            IF WS-XD-TRANS (11) > 0 OR WS-XD-RETURNS (11) > 0
                MOVE 'OTHER HOURS' TO WS-LINE-LABEL
                MOVE WS-XD-SALE    (11) TO WS-LINE-SALE
                MOVE WS-XD-TRANS   (11) TO WS-LINE-TRANS
                MOVE WS-XD-UNITS   (11) TO WS-LINE-UNITS
                MOVE WS-XD-RETURNS (11) TO WS-LINE-RETURNS
                MOVE WS-XD-REFUND  (11) TO WS-LINE-REFUND
                PERFORM LINE-PRINT-PARA
            END-IF.
            MOVE 'TOTAL'        TO WS-LINE-LABEL.
            MOVE WS-TOT-SALE    TO WS-LINE-SALE.
            MOVE WS-TOT-TRANS   TO WS-LINE-TRANS.
            MOVE WS-TOT-UNITS   TO WS-LINE-UNITS.
            MOVE WS-TOT-RETURNS TO WS-LINE-RETURNS.
            MOVE WS-TOT-REFUND  TO WS-LINE-REFUND.
            PERFORM LINE-PRINT-PARA.
            MOVE SPACES TO REPORT-RECORD.
            WRITE REPORT-RECORD.

        COLUMNS-PARA.
            MOVE SPACES TO REPORT-RECORD.
            STRING 'HOUR / DAYPART    '
                   '          SALE   TRANS    UNITS RETURNS'
                   '        REFUND     NET SALES'
                   DELIMITED BY SIZE
                   INTO REPORT-RECORD
            END-STRING.
            WRITE REPORT-RECORD.

      *  EVERY HOUR ROLLS INTO ITS DAYPART AND THE TOTAL WHETHER OR
      *  NOT IT PRINTS - AN HOUR WITH NO ACTIVITY ADDS NOTHING
        HOUR-PRINT-PARA.
            MOVE WS-HOUR-DPT (WS-HOUR-SUB) TO WS-DPT-SUB.
            IF WS-DPT-SUB = 0
                MOVE 11 TO WS-DPT-SUB
            END-IF.
            ADD WS-XH-SALE    (WS-HOUR-SUB) TO WS-XD-SALE (WS-DPT-SUB).
            ADD WS-XH-TRANS   (WS-HOUR-SUB)
                TO WS-XD-TRANS (WS-DPT-SUB).
            ADD WS-XH-UNITS   (WS-HOUR-SUB)
                TO WS-XD-UNITS (WS-DPT-SUB).
            ADD WS-XH-RETURNS (WS-HOUR-SUB)
                TO WS-XD-RETURNS (WS-DPT-SUB).
            ADD WS-XH-REFUND  (WS-HOUR-SUB)
                TO WS-XD-REFUND (WS-DPT-SUB).
            ADD WS-XH-SALE    (WS-HOUR-SUB) TO WS-TOT-SALE.
            ADD WS-XH-TRANS   (WS-HOUR-SUB) TO WS-TOT-TRANS.
            ADD WS-XH-UNITS   (WS-HOUR-SUB) TO WS-TOT-UNITS.
            ADD WS-XH-RETURNS (WS-HOUR-SUB) TO WS-TOT-RETURNS.
            ADD WS-XH-REFUND  (WS-HOUR-SUB) TO WS-TOT-REFUND.
            IF WS-XH-TRANS (WS-HOUR-SUB) > 0
             OR WS-XH-RETURNS (WS-HOUR-SUB) > 0
                COMPUTE WS-PRINT-HOUR = WS-HOUR-SUB - 1
                MOVE SPACES TO WS-LINE-LABEL
                STRING WS-PRINT-HOUR ':00-' WS-PRINT-HOUR ':59'
                       DELIMITED BY SIZE
                       INTO WS-LINE-LABEL
                END-STRING
                MOVE WS-XH-SALE    (WS-HOUR-SUB) TO WS-LINE-SALE
                MOVE WS-XH-TRANS   (WS-HOUR-SUB) TO WS-LINE-TRANS
                MOVE WS-XH-UNITS   (WS-HOUR-SUB) TO WS-LINE-UNITS
                MOVE WS-XH-RETURNS (WS-HOUR-SUB) TO WS-LINE-RETURNS
                MOVE WS-XH-REFUND  (WS-HOUR-SUB) TO WS-LINE-REFUND
                PERFORM LINE-PRINT-PARA
            END-IF.

        DAYPART-PRINT-PARA.
            MOVE SPACES TO WS-LINE-LABEL.
            STRING WS-DPT-NAME (WS-DPT-SUB)
                   ' ' WS-DPT-START (WS-DPT-SUB)
                   '-' WS-DPT-END (WS-DPT-SUB)
                   DELIMITED BY SIZE
                   INTO WS-LINE-LABEL
            END-STRING.
            MOVE WS-XD-SALE    (WS-DPT-SUB) TO WS-LINE-SALE.
            MOVE WS-XD-TRANS   (WS-DPT-SUB) TO WS-LINE-TRANS.
            MOVE WS-XD-UNITS   (WS-DPT-SUB) TO WS-LINE-UNITS.
            MOVE WS-XD-RETURNS (WS-DPT-SUB) TO WS-LINE-RETURNS.
            MOVE WS-XD-REFUND  (WS-DPT-SUB) TO WS-LINE-REFUND.
            PERFORM LINE-PRINT-PARA.

        LINE-PRINT-PARA.
            SUBTRACT WS-LINE-REFUND FROM WS-LINE-SALE
                GIVING WS-LINE-NET.
            MOVE WS-LINE-SALE    TO WS-CONVERTED-SALE.
            MOVE WS-LINE-TRANS   TO WS-CONVERTED-TRANS.
            MOVE WS-LINE-UNITS   TO WS-CONVERTED-UNITS.
            MOVE WS-LINE-RETURNS TO WS-CONVERTED-RETURNS.
            MOVE WS-LINE-REFUND  TO WS-CONVERTED-REFUND.
            MOVE WS-LINE-NET     TO WS-CONVERTED-NET.
            MOVE SPACES TO WS-REPORT-LINE.
            STRING WS-LINE-LABEL
                   ' ' WS-CONVERTED-SALE
                   ' ' WS-CONVERTED-TRANS
                   ' ' WS-CONVERTED-UNITS
                   ' ' WS-CONVERTED-RETURNS
                   ' ' WS-CONVERTED-REFUND
                   ' ' WS-CONVERTED-NET
                   DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
            END-STRING.
            MOVE WS-REPORT-LINE TO REPORT-RECORD.
            WRITE REPORT-RECORD.

        REPORT-TRAILER-PROCEDURE.
            MOVE SPACES TO REPORT-RECORD.
            STRING 'LOAD RECORDS READ ' WS-RECORD-COUNT
                   '  BAD TRANSACTION TIMES ' WS-BAD-TIME-COUNT
                   DELIMITED BY SIZE
                   INTO REPORT-RECORD
            END-STRING.
            WRITE REPORT-RECORD.
