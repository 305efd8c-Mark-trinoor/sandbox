      * THE MONTH-TO-DATE TOTAL - THE QUESTION MANAGEMENT ASKS
      * EVERY WEEK, ANSWERED WITHOUT A HAND-BUILT SPREADSHEET.
      * THE AS-OF DATE COMES FROM AN AS-OF-DATE=YYYY-MM-DD CONTROL
      * CARD, OR DEFAULTS TO THE LATEST DATE ON THE HISTORY.
      * ALONGSIDE THE CALENDAR MONTH TO DATE, FISCAL PERIOD-TO-DATE
      * AND YEAR-TO-DATE COLUMNS COME FROM THE 4-4-5 CALENDAR
      * MAINTAINED BY TABMAINT (FISCAL.CAL) - THE PERIOD HOLDING THE
      * AS-OF DATE, AND THE FISCAL YEAR FROM THE START OF THE
      * EARLIEST PERIOD NUMBERED IN THE SAME YEAR. WITH THE STORE
      * MASTER (STOREMAST.DAT) ON DISK THE STORE LINES CARRY THE
      * STORE NAMES AND A DISTRICT AND REGION TREND SECTION, ENDING
      * IN THE ALL-STORES LINE, FOLLOWS THE STORE SECTIONS. THE
      * STORE'S CURRENT REGION AND DISTRICT ARE USED FOR ALL DATES.
      * ONCE ACKRECON KEEPS A CONFIRMATION FILE (POPDATA.CFM) ONLY
      * BUSINESS DATES THE DATABASE LOAD IS CONFIRMED TO HAVE
      * APPLIED - FOR THE RUN THE LEDGER NOW NAMES - ARE REPORTED;
      * THE REST ARE LEFT OUT AND LISTED, AND THE DEFAULT AS-OF DATE
      * IS THE LATEST CONFIRMED ONE
      *
        ENVIRONMENT DIVISION.

            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS WS-CTLCARD-FILE-STATUS.

            SELECT OPTIONAL FISCAL-CAL-FILE
            ASSIGN TO './fiscal.cal'
            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS WS-FPD-FILE-STATUS.

      *  THE DATABASE LOAD CONFIRMATIONS WRITTEN BY ACKRECON, AND
      *  THE RUN LEDGER THAT SAYS WHICH RUN OF A DATE IS CURRENT
            SELECT OPTIONAL CONFIRM-FILE
            ASSIGN TO './popdata.cfm'
            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS WS-CFM-FILE-STATUS.

            SELECT OPTIONAL RUN-LEDGER-FILE
            ASSIGN TO './popdata.rld'
            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS WS-RLD-FILE-STATUS.

            SELECT OPTIONAL STORE-MASTER-FILE
            ASSIGN TO './storemast.dat'
            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS WS-SMS-FILE-STATUS.

            SELECT REPORT-FILE
            ASSIGN TO './trendrpt.rpt'
            ORGANIZATION IS LINE SEQUENTIAL
        FD CONTROL-CARD-FILE      RECORD CONTAINS 80 CHARACTERS.
        01 CONTROL-CARD-RECORD    PIC X(80).

      *  LAYOUT MATCHES THE FISCAL-CAL-FILE FD IN TABMAINT
        FD FISCAL-CAL-FILE        RECORD CONTAINS 60 CHARACTERS.
        01 FISCAL-CAL-RECORD      PIC X(60).

      *  LAYOUT MATCHES THE CONFIRM-FILE FD IN ACKRECON
        FD CONFIRM-FILE           RECORD CONTAINS 74 CHARACTERS.
        01 CONFIRM-RECORD.
            05 CFM-DATE           PIC X(10).
            05 CFM-STATUS         PIC X(1).
            05 CFM-RUN-STAMP      PIC X(16).
            05 CFM-REASON         PIC X(20).
            05 CFM-LEDGER-ROWS    PIC 9(7).
            05 CFM-APPLIED-ROWS   PIC 9(7).
            05 CFM-ACK-COUNT      PIC 9(3).
            05 CFM-RECON-DATE     PIC X(10).

      *  LAYOUT MATCHES THE RUN-LEDGER-FILE FD IN POPDATA
        FD RUN-LEDGER-FILE        RECORD CONTAINS 95 CHARACTERS.
        01 RUN-LEDGER-RECORD.
            05 RLD-DATE           PIC X(10).
            05 RLD-RUN-STAMP      PIC X(16).
            05 RLD-LOADED-COUNT   PIC 9(7).
            05 RLD-REJECT-COUNT   PIC 9(7).
            05 RLD-REVIEW-COUNT   PIC 9(7).
            05 RLD-DUP-COUNT      PIC 9(7).
            05 RLD-OOD-COUNT      PIC 9(7).
            05 RLD-SALE           PIC S9(9)V99.
            05 RLD-COST           PIC S9(9)V99.
            05 RLD-PROFIT         PIC S9(9)V99.
            05 RLD-VERDICT        PIC X(1).

      *  LAYOUT MATCHES THE STORE-MASTER-FILE FD IN TABMAINT
        FD STORE-MASTER-FILE      RECORD CONTAINS 80 CHARACTERS.
        01 STORE-MASTER-RECORD    PIC X(80).

        FD REPORT-FILE            RECORD CONTAINS 132 CHARACTERS.
        01 REPORT-RECORD          PIC X(132).

        WORKING-STORAGE SECTION.
        01  WS-HIST-FILE-STATUS   PIC X(2).
        01  WS-CTLCARD-FILE-STATUS PIC X(2).
        01  WS-FPD-FILE-STATUS    PIC X(2).
        01  WS-SMS-FILE-STATUS    PIC X(2).
        01  WS-CFM-FILE-STATUS    PIC X(2).
        01  WS-RLD-FILE-STATUS    PIC X(2).
        01  WS-REPORT-FILE-STATUS PIC X(2).

        01  WS-HIST-EOF           PIC X     VALUE 'N'.
        01  WS-CTL-EOF            PIC X     VALUE 'N'.
        01  WS-FPD-EOF            PIC X     VALUE 'N'.
        01  WS-CFM-EOF            PIC X     VALUE 'N'.
        01  WS-RLD-EOF            PIC X     VALUE 'N'.
        01  WS-ROW-COUNT          PIC 9(7)  VALUE 0.

        01  WS-CTL-KEY            PIC X(20).
        01  WS-AS-OF-DATE         PIC X(10) VALUE SPACES.
        01  WS-PRIOR-DATE         PIC X(10) VALUE SPACES.

      *  DATABASE LOAD CONFIRMATIONS. WS-CFM-PRESENT STAYS 'N' WITH
      *  NO CONFIRMATION FILE, AND EVERY HISTORY ROW IS TRUSTED AS
      *  BEFORE. OTHERWISE THE TABLE HOLDS THE CONFIRMED DATES FROM
      *  WS-CFM-FROM (THE EARLIEST DATE ANY COLUMN USES) TO THE
      *  AS-OF DATE, EACH WITH THE RUN IT WAS CONFIRMED FOR; A DATE
      *  STAYS TRUSTED ONLY IF THE LEDGER'S LATEST RUN IS THAT RUN.
      *  A DATE THAT DOES NOT FIT IN THE TABLE IS NOT TRUSTED
        01  WS-CFM-PRESENT        PIC X     VALUE 'N'.
        01  WS-CFM-OVERFLOW       PIC X     VALUE 'N'.
        01  WS-CFM-FROM           PIC X(10) VALUE SPACES.
        01  WS-MONTH-START        PIC X(10) VALUE SPACES.
        01  WS-LATEST-HIST        PIC X(10) VALUE SPACES.
        01  WS-CFM-COUNT          PIC 9(3)  VALUE 0.
        01  WS-CFM-FOUND          PIC X     VALUE 'N'.
        01  WS-CFM-SUB            PIC 9(3)  VALUE 0.
        01  WS-CFM-SEARCH-DATE    PIC X(10).
        01  WS-CFM-TABLE.
            05 WS-CFM-ENTRY OCCURS 400 TIMES INDEXED BY WS-CFM-IDX.
                10 WS-CFM-DATE        PIC X(10).
                10 WS-CFM-STAMP       PIC X(16).
                10 WS-CFM-OK          PIC X(1).
        01  WS-ROW-TRUSTED        PIC X.

      *  HISTORY ROWS LEFT OUT AS NOT CONFIRMED, AND THEIR DATES
      *  FOR THE TRAILER - THE FIRST 60 ARE LISTED
        01  WS-SKIP-ROWS          PIC 9(7)  VALUE 0.
        01  WS-SKIP-COUNT         PIC 9(3)  VALUE 0.
        01  WS-SKIP-FOUND         PIC X     VALUE 'N'.
        01  WS-SKIP-OVERFLOW      PIC X     VALUE 'N'.
        01  WS-SKIP-TABLE.
            05 WS-SKIP-DATE OCCURS 60 TIMES INDEXED BY WS-SKIP-IDX
                                      PIC X(10).

      *  THE FISCAL PERIOD HOLDING THE AS-OF DATE AND THE START OF
      *  ITS FISCAL YEAR. WS-FISCAL-KNOWN STAYS 'N' WITH NO CALENDAR
      *  OR NO PERIOD COVERING THE AS-OF DATE, AND THE FISCAL
      *  COLUMNS THEN PRINT ZERO UNDER A NOTE SAYING WHY
        01  WS-FISCAL-KNOWN       PIC X     VALUE 'N'.
        01  WS-FISCAL-PERIOD      PIC X(7)  VALUE SPACES.
        01  WS-FPTD-START         PIC X(10) VALUE SPACES.
        01  WS-FYTD-START         PIC X(10) VALUE SPACES.
        01  WS-FPD-COUNT          PIC 9(3)  VALUE 0.
        01  WS-FPD-TABLE.
            05 WS-FPD-ENTRY OCCURS 400 TIMES INDEXED BY WS-FPD-IDX.
                10 WS-FPD-PERIOD      PIC X(7).
                10 WS-FPD-START       PIC X(10).
                10 WS-FPD-END         PIC X(10).
                10 WS-FPD-STATUS      PIC X(1).
                10 WS-FPD-CLOSED      PIC X(10).

      *  WORK FIELDS FOR THE DATE FORMAT EDIT - THE SAME FORMAT
      *  RULES POPDATA APPLIES TO ITS BUSINESS-DATE CONTROL CARD
        01  WS-DV-TEXT            PIC X(10).
        01  WS-DM-QUOT            PIC 9(4).
        01  WS-DM-REM             PIC 9(4).

      *  PER-STORE TREND BUCKETS - AS-OF DAY, PRIOR WEEK DAY,
      *  MONTH TO DATE AND FISCAL PERIOD AND YEAR TO DATE
        01  WS-STORE-COUNT        PIC 9(2)  VALUE 0.
        01  WS-STORE-SUB          PIC 9(2)  VALUE 0.
        01  WS-STORE-FOUND        PIC X     VALUE 'N'.
            05 WS-STORE-ENTRY OCCURS 50 TIMES
                    INDEXED BY WS-STORE-IDX.
                10 WS-STORE-NO       PIC X(4).
                10 WS-STORE-NAME     PIC X(30).
                10 WS-STORE-REGION   PIC X(4).
                10 WS-STORE-DISTRICT PIC X(4).
                10 WS-STORE-CUR-SALE PIC S9(9)V99.
                10 WS-STORE-PRV-SALE PIC S9(9)V99.
                10 WS-STORE-PTD-SALE PIC S9(9)V99.
                10 WS-STORE-PTD-PROFIT PIC S9(9)V99.
                10 WS-STORE-FPTD-SALE PIC S9(9)V99.
                10 WS-STORE-FYTD-SALE PIC S9(9)V99.

      *  STORE MASTER, LOADED ONCE BY STORE-MASTER-LOAD-PROCEDURE.
      *  WS-SMS-LOADED STAYS 'N' WHEN NO MASTER IS ON DISK
        01  WS-SMS-EOF            PIC X     VALUE 'N'.
        01  WS-SMS-LOADED         PIC X     VALUE 'N'.
        01  WS-SMS-FOUND          PIC X     VALUE 'N'.
        01  WS-SMS-SUB            PIC 9(3)  VALUE 0.
        01  WS-SMS-COUNT          PIC 9(3)  VALUE 0.
        01  WS-SMS-TABLE.
            05 WS-SMS-ENTRY OCCURS 500 TIMES INDEXED BY WS-SMS-IDX.
                10 WS-SMS-NO          PIC X(4).
                10 WS-SMS-NAME        PIC X(30).
                10 WS-SMS-REGION      PIC X(4).
                10 WS-SMS-DISTRICT    PIC X(4).
                10 WS-SMS-OPEN        PIC X(10).
                10 WS-SMS-CLOSE       PIC X(10).
                10 WS-SMS-STATUS      PIC X(1).

      *  DISTRICT ('D'), REGION ('R') AND ALL-STORES ('A') TREND
      *  BUCKETS, FOLDED FROM THE STORE BUCKETS. AT MOST ONE
      *  DISTRICT AND ONE REGION PER STORE, PLUS THE ALL-STORES ROW
        01  WS-GRP-COUNT          PIC 9(3)  VALUE 0.
        01  WS-GRP-SUB            PIC 9(3)  VALUE 0.
        01  WS-GRP-FOUND          PIC X     VALUE 'N'.
        01  WS-GRP-KEY.
            05 WS-GRP-KEY-LEVEL      PIC X(1).
            05 WS-GRP-KEY-REGION     PIC X(4).
            05 WS-GRP-KEY-DISTRICT   PIC X(4).
        01  WS-GRP-LABEL          PIC X(14).
        01  WS-GRP-TABLE.
            05 WS-GRP-ENTRY OCCURS 101 TIMES
                    INDEXED BY WS-GRP-IDX WS-GRP-DIDX.
                10 WS-GRP-LEVEL      PIC X(1).
                10 WS-GRP-REGION     PIC X(4).
                10 WS-GRP-DISTRICT   PIC X(4).
                10 WS-GRP-CUR-SALE   PIC S9(9)V99.
                10 WS-GRP-PRV-SALE   PIC S9(9)V99.
                10 WS-GRP-PTD-SALE   PIC S9(9)V99.
                10 WS-GRP-PTD-PROFIT PIC S9(9)V99.
                10 WS-GRP-FPTD-SALE  PIC S9(9)V99.
                10 WS-GRP-FYTD-SALE  PIC S9(9)V99.

      *  PER-STORE-AND-CATEGORY TREND BUCKETS
        01  WS-CAT-COUNT          PIC 9(3)  VALUE 0.
                10 WS-CAT-CUR-SALE   PIC S9(9)V99.
                10 WS-CAT-PRV-SALE   PIC S9(9)V99.
                10 WS-CAT-PTD-SALE   PIC S9(9)V99.
                10 WS-CAT-FPTD-SALE  PIC S9(9)V99.
                10 WS-CAT-FYTD-SALE  PIC S9(9)V99.

      *  PRINT WORK FIELDS
        01  WS-SALE-DIFF          PIC S9(9)V99.
        01  WS-CONVERTED-DIFF     PIC -ZZZZZZZZ9.99.
        01  WS-CONVERTED-PTD      PIC -ZZZZZZZZ9.99.
        01  WS-CONVERTED-PTD-PROFIT PIC -ZZZZZZZZ9.99.
        01  WS-CONVERTED-FPTD     PIC -ZZZZZZZZ9.99.
        01  WS-CONVERTED-FYTD     PIC -ZZZZZZZZ9.99.

        PROCEDURE DIVISION.
        MAIN-PROCEDURE.
            INITIALIZE WS-STORE-TABLE.
            INITIALIZE WS-CAT-TABLE.
            INITIALIZE WS-GRP-TABLE.
            PERFORM CONTROL-CARD-LOAD-PROCEDURE.
            IF WS-AS-OF-DATE = SPACES
                PERFORM LATEST-DATE-SCAN-PROCEDURE
            END-IF.
            IF WS-AS-OF-DATE = SPACES
                IF WS-LATEST-HIST NOT = SPACES
                    DISPLAY 'TRENDRPT: NO CONFIRMED BUSINESS DATE ON '
                        'THE HISTORY AND NO AS-OF-DATE CARD - '
                        'NOTHING TO REPORT'
                ELSE
                    DISPLAY 'TRENDRPT: NO SALES HISTORY AND NO '
                        'AS-OF-DATE CARD - NOTHING TO REPORT'
                END-IF
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM PRIOR-WEEK-PROCEDURE.
            PERFORM FISCAL-CAL-LOAD-PROCEDURE.
            PERFORM FISCAL-PERIOD-FIND-PROCEDURE.
            PERFORM CONFIRM-LOAD-PROCEDURE.
            MOVE 'N' TO WS-HIST-EOF.
            OPEN INPUT HISTORY-FILE.
            IF WS-HIST-FILE-STATUS NOT = '00'
            END-IF.
            PERFORM HISTORY-READ-PROCEDURE UNTIL WS-HIST-EOF = 'Y'.
            CLOSE HISTORY-FILE.
            PERFORM STORE-MASTER-LOAD-PROCEDURE.
            IF WS-SMS-LOADED = 'Y'
                PERFORM STORE-MASTER-APPLY-PARA
                    VARYING WS-STORE-IDX FROM 1 BY 1
                    UNTIL WS-STORE-IDX > WS-STORE-COUNT
            END-IF.
            OPEN OUTPUT REPORT-FILE.
            PERFORM REPORT-HEADER-PROCEDURE.
            PERFORM STORE-TREND-PROCEDURE.
            PERFORM CATEGORY-TREND-PROCEDURE.
            IF WS-SMS-LOADED = 'Y'
                PERFORM GROUP-TREND-PROCEDURE
            END-IF.
            PERFORM REPORT-TRAILER-PROCEDURE.
            CLOSE REPORT-FILE.
            DISPLAY 'HISTORY ROWS READ: ' WS-ROW-COUNT.
            IF WS-CFM-PRESENT = 'Y'
                DISPLAY 'HISTORY ROWS NOT CONFIRMED: ' WS-SKIP-ROWS
            END-IF.
            DISPLAY 'AS-OF DATE: ' WS-AS-OF-DATE.
            DISPLAY 'PRIOR WEEK DATE: ' WS-PRIOR-DATE.
            STOP RUN.
            END-IF.

      *  NO AS-OF CARD - TAKE THE LATEST DATE ON THE HISTORY, I.E.
      *  THE MOST RECENT FINALIZED BUSINESS DATE, OR WITH A
      *  CONFIRMATION FILE THE LATEST CONFIRMED DATE NOT AFTER IT
        LATEST-DATE-SCAN-PROCEDURE.
            MOVE 'N' TO WS-HIST-EOF.
            OPEN INPUT HISTORY-FILE.
                    UNTIL WS-HIST-EOF = 'Y'
                CLOSE HISTORY-FILE
            END-IF.
            IF WS-AS-OF-DATE NOT = SPACES
                MOVE WS-AS-OF-DATE TO WS-LATEST-HIST
                MOVE 'N' TO WS-CFM-EOF
                OPEN INPUT CONFIRM-FILE
                IF WS-CFM-FILE-STATUS = '00'
                    MOVE SPACES TO WS-AS-OF-DATE
                    PERFORM LATEST-CONFIRM-READ-PARA
                        UNTIL WS-CFM-EOF = 'Y'
                    CLOSE CONFIRM-FILE
                ELSE
                    IF WS-CFM-FILE-STATUS = '05'
                        CLOSE CONFIRM-FILE
                    END-IF
                END-IF
            END-IF.

        LATEST-CONFIRM-READ-PARA.
            READ CONFIRM-FILE
                    AT END MOVE 'Y' TO WS-CFM-EOF
                NOT AT END
                    IF CFM-STATUS = 'C'
                       AND CFM-DATE NOT > WS-LATEST-HIST
                       AND CFM-DATE > WS-AS-OF-DATE
                        MOVE CFM-DATE TO WS-AS-OF-DATE
                    END-IF
            END-READ.

        LATEST-DATE-READ-PARA.
            READ HISTORY-FILE
                    END-IF
            END-READ.

        FISCAL-CAL-LOAD-PROCEDURE.
            OPEN INPUT FISCAL-CAL-FILE.
            IF WS-FPD-FILE-STATUS = '00'
             OR WS-FPD-FILE-STATUS = '05'
                PERFORM FISCAL-CAL-READ-PARA
                    UNTIL WS-FPD-EOF = 'Y'
                CLOSE FISCAL-CAL-FILE
            END-IF.

        FISCAL-CAL-READ-PARA.
            READ FISCAL-CAL-FILE
                    AT END MOVE 'Y' TO WS-FPD-EOF
                NOT AT END
                    IF WS-FPD-COUNT < 400
                        ADD 1 TO WS-FPD-COUNT
                        UNSTRING FISCAL-CAL-RECORD DELIMITED BY ','
                            INTO WS-FPD-PERIOD (WS-FPD-COUNT)
                                 WS-FPD-START  (WS-FPD-COUNT)
                                 WS-FPD-END    (WS-FPD-COUNT)
                                 WS-FPD-STATUS (WS-FPD-COUNT)
                                 WS-FPD-CLOSED (WS-FPD-COUNT)
                        END-UNSTRING
                    ELSE
                        DISPLAY 'FISCAL CALENDAR FULL - ROW NOT '
                            'LOADED: ' FISCAL-CAL-RECORD
                    END-IF
            END-READ.

      *  FIRST THE PERIOD WHOSE DATES TAKE IN THE AS-OF DATE, THEN
      *  THE EARLIEST START AMONG THE PERIODS OF ITS FISCAL YEAR
        FISCAL-PERIOD-FIND-PROCEDURE.
            PERFORM FISCAL-PERIOD-SEARCH-PARA
                VARYING WS-FPD-IDX FROM 1 BY 1
                UNTIL WS-FPD-IDX > WS-FPD-COUNT
                   OR WS-FISCAL-KNOWN = 'Y'.
            IF WS-FISCAL-KNOWN = 'Y'
                MOVE WS-FPTD-START TO WS-FYTD-START
                PERFORM FISCAL-YEAR-START-PARA
                    VARYING WS-FPD-IDX FROM 1 BY 1
                    UNTIL WS-FPD-IDX > WS-FPD-COUNT
            END-IF.

        FISCAL-PERIOD-SEARCH-PARA.
            IF WS-AS-OF-DATE NOT < WS-FPD-START (WS-FPD-IDX)
               AND WS-AS-OF-DATE NOT > WS-FPD-END (WS-FPD-IDX)
                MOVE 'Y' TO WS-FISCAL-KNOWN
                MOVE WS-FPD-PERIOD (WS-FPD-IDX) TO WS-FISCAL-PERIOD
                MOVE WS-FPD-START (WS-FPD-IDX)  TO WS-FPTD-START
            END-IF.

        FISCAL-YEAR-START-PARA.
            IF WS-FPD-PERIOD (WS-FPD-IDX) (1:4) =
               WS-FISCAL-PERIOD (1:4)
               AND WS-FPD-START (WS-FPD-IDX) < WS-FYTD-START
                MOVE WS-FPD-START (WS-FPD-IDX) TO WS-FYTD-START
            END-IF.

      *  WALKS THE AS-OF DATE BACK SEVEN CALENDAR DAYS TO THE SAME
      *  WEEKDAY OF THE PRIOR WEEK
        PRIOR-WEEK-PROCEDURE.
                    END-IF
            END-EVALUATE.

        STORE-MASTER-LOAD-PROCEDURE.
            OPEN INPUT STORE-MASTER-FILE.
            IF WS-SMS-FILE-STATUS = '00'
             OR WS-SMS-FILE-STATUS = '05'
                PERFORM STORE-MASTER-READ-PARA
                    UNTIL WS-SMS-EOF = 'Y'
                CLOSE STORE-MASTER-FILE
            END-IF.
            IF WS-SMS-COUNT > 0
                MOVE 'Y' TO WS-SMS-LOADED
            END-IF.

        STORE-MASTER-READ-PARA.
            READ STORE-MASTER-FILE
                    AT END MOVE 'Y' TO WS-SMS-EOF
                NOT AT END
                    IF WS-SMS-COUNT < 500
                        ADD 1 TO WS-SMS-COUNT
                        UNSTRING STORE-MASTER-RECORD DELIMITED BY ','
                            INTO WS-SMS-NO       (WS-SMS-COUNT)
                                 WS-SMS-NAME     (WS-SMS-COUNT)
                                 WS-SMS-REGION   (WS-SMS-COUNT)
                                 WS-SMS-DISTRICT (WS-SMS-COUNT)
                                 WS-SMS-OPEN     (WS-SMS-COUNT)
                                 WS-SMS-CLOSE    (WS-SMS-COUNT)
                                 WS-SMS-STATUS   (WS-SMS-COUNT)
                        END-UNSTRING
                    ELSE
                        DISPLAY 'STORE MASTER FULL - ROW NOT '
                            'LOADED: ' STORE-MASTER-RECORD
                    END-IF
            END-READ.

      *  NAME, REGION AND DISTRICT OF ONE TRENDED STORE - A STORE
      *  NOT ON THE MASTER ROLLS UP UNDER '????'
        STORE-MASTER-APPLY-PARA.
            MOVE 'N' TO WS-SMS-FOUND.
            MOVE 0   TO WS-SMS-SUB.
            PERFORM STORE-MASTER-SEARCH-PARA
                VARYING WS-SMS-IDX FROM 1 BY 1
                UNTIL WS-SMS-IDX > WS-SMS-COUNT
                   OR WS-SMS-FOUND = 'Y'.
            IF WS-SMS-FOUND = 'Y'
                MOVE WS-SMS-NAME (WS-SMS-SUB)
                    TO WS-STORE-NAME (WS-STORE-IDX)
                MOVE WS-SMS-REGION (WS-SMS-SUB)
                    TO WS-STORE-REGION (WS-STORE-IDX)
                MOVE WS-SMS-DISTRICT (WS-SMS-SUB)
                    TO WS-STORE-DISTRICT (WS-STORE-IDX)
            ELSE
                MOVE '????' TO WS-STORE-REGION (WS-STORE-IDX)
                MOVE '????' TO WS-STORE-DISTRICT (WS-STORE-IDX)
            END-IF.

        STORE-MASTER-SEARCH-PARA.
            IF WS-SMS-NO (WS-SMS-IDX) = WS-STORE-NO (WS-STORE-IDX)
                MOVE 'Y' TO WS-SMS-FOUND
                MOVE WS-SMS-IDX TO WS-SMS-SUB
            END-IF.

        HISTORY-READ-PROCEDURE.
            READ HISTORY-FILE
                    AT END MOVE 'Y' TO WS-HIST-EOF
                NOT AT END
                    ADD 1 TO WS-ROW-COUNT
                    PERFORM ROW-TRUST-PARA
                    IF WS-ROW-TRUSTED = 'Y'
                        PERFORM HISTORY-ACCUM-PROCEDURE
                    ELSE
                        PERFORM SKIP-NOTE-PARA
                    END-IF
            END-READ.

      *  ROWS OUTSIDE THE DATES THE REPORT USES ARE PASSED THROUGH -
      *  THE BUCKETS IGNORE THEM ANYWAY
        ROW-TRUST-PARA.
            MOVE 'Y' TO WS-ROW-TRUSTED.
            IF WS-CFM-PRESENT = 'Y'
               AND HST-DATE NOT < WS-CFM-FROM
               AND HST-DATE NOT > WS-AS-OF-DATE
                MOVE HST-DATE TO WS-CFM-SEARCH-DATE
                PERFORM CONFIRM-FIND-PROCEDURE
                IF WS-CFM-FOUND = 'N'
                    MOVE 'N' TO WS-ROW-TRUSTED
                ELSE
                    IF WS-CFM-OK (WS-CFM-SUB) NOT = 'Y'
                        MOVE 'N' TO WS-ROW-TRUSTED
                    END-IF
                END-IF
            END-IF.

        SKIP-NOTE-PARA.
            ADD 1 TO WS-SKIP-ROWS.
            MOVE 'N' TO WS-SKIP-FOUND.
            PERFORM SKIP-SEARCH-PARA
                VARYING WS-SKIP-IDX FROM 1 BY 1
                UNTIL WS-SKIP-IDX > WS-SKIP-COUNT
                   OR WS-SKIP-FOUND = 'Y'.
            IF WS-SKIP-FOUND = 'N'
                IF WS-SKIP-COUNT < 60
                    ADD 1 TO WS-SKIP-COUNT
                    MOVE HST-DATE TO WS-SKIP-DATE (WS-SKIP-COUNT)
                ELSE
                    MOVE 'Y' TO WS-SKIP-OVERFLOW
                END-IF
            END-IF.

        SKIP-SEARCH-PARA.
            IF WS-SKIP-DATE (WS-SKIP-IDX) = HST-DATE
                MOVE 'Y' TO WS-SKIP-FOUND
            END-IF.

      *  THE EARLIEST DATE ANY COLUMN TAKES IN IS THE PRIOR WEEK DAY,
      *  THE FIRST OF THE AS-OF MONTH OR THE FISCAL YEAR START. THE
      *  CONFIRMED DATES FROM THERE TO THE AS-OF DATE ARE LOADED,
      *  THEN THE LEDGER UNMARKS ANY WHOSE LATEST RUN IS NOT THE
      *  RUN THAT WAS CONFIRMED
        CONFIRM-LOAD-PROCEDURE.
            MOVE WS-PRIOR-DATE TO WS-CFM-FROM.
            MOVE WS-AS-OF-DATE TO WS-MONTH-START.
            MOVE '01' TO WS-MONTH-START (9:2).
            IF WS-MONTH-START < WS-CFM-FROM
                MOVE WS-MONTH-START TO WS-CFM-FROM
            END-IF.
            IF WS-FISCAL-KNOWN = 'Y'
               AND WS-FYTD-START < WS-CFM-FROM
                MOVE WS-FYTD-START TO WS-CFM-FROM
            END-IF.
            MOVE 'N' TO WS-CFM-EOF.
            OPEN INPUT CONFIRM-FILE.
            EVALUATE WS-CFM-FILE-STATUS
                WHEN '00'
                    MOVE 'Y' TO WS-CFM-PRESENT
                    PERFORM CONFIRM-READ-PARA
                        UNTIL WS-CFM-EOF = 'Y'
                    CLOSE CONFIRM-FILE
                    PERFORM CONFIRM-LEDGER-PROCEDURE
                WHEN '05'
                    CLOSE CONFIRM-FILE
                WHEN OTHER
                    DISPLAY 'TRENDRPT: CANNOT OPEN POPDATA.CFM - '
                        'STATUS ' WS-CFM-FILE-STATUS
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
            END-EVALUATE.

        CONFIRM-READ-PARA.
            READ CONFIRM-FILE
                    AT END MOVE 'Y' TO WS-CFM-EOF
                NOT AT END
                    IF CFM-STATUS = 'C'
                       AND CFM-DATE NOT < WS-CFM-FROM
                       AND CFM-DATE NOT > WS-AS-OF-DATE
                        IF WS-CFM-COUNT < 400
                            ADD 1 TO WS-CFM-COUNT
                            MOVE CFM-DATE
                                TO WS-CFM-DATE (WS-CFM-COUNT)
                            MOVE CFM-RUN-STAMP
                                TO WS-CFM-STAMP (WS-CFM-COUNT)
                            MOVE 'Y' TO WS-CFM-OK (WS-CFM-COUNT)
                        ELSE
                            MOVE 'Y' TO WS-CFM-OVERFLOW
                        END-IF
                    END-IF
            END-READ.

        CONFIRM-LEDGER-PROCEDURE.
            MOVE 'N' TO WS-RLD-EOF.
            OPEN INPUT RUN-LEDGER-FILE.
            IF WS-RLD-FILE-STATUS = '00'
                PERFORM CONFIRM-LEDGER-READ-PARA
                    UNTIL WS-RLD-EOF = 'Y'
                CLOSE RUN-LEDGER-FILE
            ELSE
                IF WS-RLD-FILE-STATUS = '05'
                    CLOSE RUN-LEDGER-FILE
                END-IF
            END-IF.

      *  THE LEDGER IS IN RUN ORDER, SO THE LAST ROW FOR A DATE
      *  DECIDES
        CONFIRM-LEDGER-READ-PARA.
            READ RUN-LEDGER-FILE
                    AT END MOVE 'Y' TO WS-RLD-EOF
                NOT AT END
                    IF RLD-VERDICT = 'B'
                       AND RLD-DATE NOT < WS-CFM-FROM
                       AND RLD-DATE NOT > WS-AS-OF-DATE
                        MOVE RLD-DATE TO WS-CFM-SEARCH-DATE
                        PERFORM CONFIRM-FIND-PROCEDURE
                        IF WS-CFM-FOUND = 'Y'
                            IF RLD-RUN-STAMP
                                = WS-CFM-STAMP (WS-CFM-SUB)
                                MOVE 'Y' TO WS-CFM-OK (WS-CFM-SUB)
                            ELSE
                                MOVE 'N' TO WS-CFM-OK (WS-CFM-SUB)
                            END-IF
                        END-IF
                    END-IF
            END-READ.

        CONFIRM-FIND-PROCEDURE.
            MOVE 'N' TO WS-CFM-FOUND.
            MOVE 0   TO WS-CFM-SUB.
            PERFORM CONFIRM-SEARCH-PARA
                VARYING WS-CFM-IDX FROM 1 BY 1
                UNTIL WS-CFM-IDX > WS-CFM-COUNT
                   OR WS-CFM-FOUND = 'Y'.

        CONFIRM-SEARCH-PARA.
            IF WS-CFM-DATE (WS-CFM-IDX) = WS-CFM-SEARCH-DATE
                MOVE 'Y' TO WS-CFM-FOUND
                MOVE WS-CFM-IDX TO WS-CFM-SUB
            END-IF.

      *  ROUTES ONE HISTORY ROW INTO THE AS-OF DAY, PRIOR WEEK AND
      *  MONTH-TO-DATE BUCKETS IT BELONGS IN. MONTH TO DATE IS THE
      *  AS-OF MONTH UP TO AND INCLUDING THE AS-OF DAY - A TEXT
             OR HST-DATE = WS-PRIOR-DATE
             OR (HST-DATE (1:7) = WS-AS-OF-DATE (1:7)
                 AND HST-DATE <= WS-AS-OF-DATE)
             OR (WS-FISCAL-KNOWN = 'Y'
                 AND HST-DATE >= WS-FYTD-START
                 AND HST-DATE <= WS-AS-OF-DATE)
                PERFORM STORE-FIND-PROCEDURE
                IF WS-STORE-SUB > 0
                    IF HST-DATE = WS-AS-OF-DATE
                        ADD HST-PROFIT
                            TO WS-STORE-PTD-PROFIT (WS-STORE-SUB)
                    END-IF
                    IF WS-FISCAL-KNOWN = 'Y'
                       AND HST-DATE >= WS-FPTD-START
                       AND HST-DATE <= WS-AS-OF-DATE
                        ADD HST-SALE
                            TO WS-STORE-FPTD-SALE (WS-STORE-SUB)
                    END-IF
                    IF WS-FISCAL-KNOWN = 'Y'
                       AND HST-DATE >= WS-FYTD-START
                       AND HST-DATE <= WS-AS-OF-DATE
                        ADD HST-SALE
                            TO WS-STORE-FYTD-SALE (WS-STORE-SUB)
                    END-IF
                END-IF
            END-IF.

                    MOVE 0 TO WS-STORE-PRV-SALE   (WS-STORE-SUB)
                    MOVE 0 TO WS-STORE-PTD-SALE   (WS-STORE-SUB)
                    MOVE 0 TO WS-STORE-PTD-PROFIT (WS-STORE-SUB)
                    MOVE 0 TO WS-STORE-FPTD-SALE  (WS-STORE-SUB)
                    MOVE 0 TO WS-STORE-FYTD-SALE  (WS-STORE-SUB)
                ELSE
                    DISPLAY 'STORE TABLE FULL - NOT TRENDED: '
                        HST-STORE
             OR HST-DATE = WS-PRIOR-DATE
             OR (HST-DATE (1:7) = WS-AS-OF-DATE (1:7)
                 AND HST-DATE <= WS-AS-OF-DATE)
             OR (WS-FISCAL-KNOWN = 'Y'
                 AND HST-DATE >= WS-FYTD-START
                 AND HST-DATE <= WS-AS-OF-DATE)
                PERFORM CAT-FIND-PROCEDURE
                IF WS-CAT-SUB > 0
                    IF HST-DATE = WS-AS-OF-DATE
                        ADD HST-SALE
                            TO WS-CAT-PTD-SALE (WS-CAT-SUB)
                    END-IF
                    IF WS-FISCAL-KNOWN = 'Y'
                       AND HST-DATE >= WS-FPTD-START
                       AND HST-DATE <= WS-AS-OF-DATE
                        ADD HST-SALE
                            TO WS-CAT-FPTD-SALE (WS-CAT-SUB)
                    END-IF
                    IF WS-FISCAL-KNOWN = 'Y'
                       AND HST-DATE >= WS-FYTD-START
                       AND HST-DATE <= WS-AS-OF-DATE
                        ADD HST-SALE
                            TO WS-CAT-FYTD-SALE (WS-CAT-SUB)
                    END-IF
                END-IF
            END-IF.

                    MOVE 0 TO WS-CAT-CUR-SALE (WS-CAT-SUB)
                    MOVE 0 TO WS-CAT-PRV-SALE (WS-CAT-SUB)
                    MOVE 0 TO WS-CAT-PTD-SALE (WS-CAT-SUB)
                    MOVE 0 TO WS-CAT-FPTD-SALE (WS-CAT-SUB)
                    MOVE 0 TO WS-CAT-FYTD-SALE (WS-CAT-SUB)
                ELSE
                    DISPLAY 'CATEGORY TABLE FULL - NOT TRENDED: '
                        HST-CATEGORY
            END-STRING.
            WRITE REPORT-RECORD.
            MOVE SPACES TO REPORT-RECORD.
            IF WS-FISCAL-KNOWN = 'Y'
                STRING 'FISCAL PERIOD ' WS-FISCAL-PERIOD
                       '  PERIOD FROM ' WS-FPTD-START
                       '  YEAR FROM ' WS-FYTD-START
                       DELIMITED BY SIZE
                       INTO REPORT-RECORD
                END-STRING
            ELSE
                STRING 'AS-OF DATE NOT IN THE FISCAL CALENDAR - '
                       'FISCAL PTD/YTD COLUMNS NOT COMPUTED'
                       DELIMITED BY SIZE
                       INTO REPORT-RECORD
                END-STRING
            END-IF.
            WRITE REPORT-RECORD.
            MOVE SPACES TO REPORT-RECORD.
            WRITE REPORT-RECORD.

        STORE-TREND-PROCEDURE.
            STRING 'STOR '
                   '     THIS WEEK     LAST WEEK    DIFFERENCE'
                   '      PTD SALE    PTD PROFIT'
                   '    FISCAL PTD    FISCAL YTD'
                   '  STORE NAME'
                   DELIMITED BY SIZE
                   INTO REPORT-RECORD
            END-STRING.
                TO WS-CONVERTED-PTD.
            MOVE WS-STORE-PTD-PROFIT (WS-STORE-IDX)
                TO WS-CONVERTED-PTD-PROFIT.
            MOVE WS-STORE-FPTD-SALE (WS-STORE-IDX)
                TO WS-CONVERTED-FPTD.
            MOVE WS-STORE-FYTD-SALE (WS-STORE-IDX)
                TO WS-CONVERTED-FYTD.
            MOVE SPACES TO WS-REPORT-LINE.
            STRING WS-STORE-NO (WS-STORE-IDX)
                   ' ' WS-CONVERTED-CUR
                   ' ' WS-CONVERTED-DIFF
                   ' ' WS-CONVERTED-PTD
                   ' ' WS-CONVERTED-PTD-PROFIT
                   ' ' WS-CONVERTED-FPTD
                   ' ' WS-CONVERTED-FYTD
                   '  ' WS-STORE-NAME (WS-STORE-IDX) (1:28)
                   DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
            END-STRING.
                   DELIMITED BY SIZE
                   INTO REPORT-RECORD
            END-STRING.
            MOVE WS-STORE-NAME (WS-STORE-IDX) TO REPORT-RECORD (43:30).
            WRITE REPORT-RECORD.
            MOVE SPACES TO REPORT-RECORD.
            STRING 'CATEGORY                           '
                   '     THIS WEEK     LAST WEEK    DIFFERENCE'
                   '      PTD SALE    FISCAL PTD    FISCAL YTD'
                   DELIMITED BY SIZE
                   INTO REPORT-RECORD
            END-STRING.
                MOVE WS-SALE-DIFF TO WS-CONVERTED-DIFF
                MOVE WS-CAT-PTD-SALE (WS-CAT-IDX)
                    TO WS-CONVERTED-PTD
                MOVE WS-CAT-FPTD-SALE (WS-CAT-IDX)
                    TO WS-CONVERTED-FPTD
                MOVE WS-CAT-FYTD-SALE (WS-CAT-IDX)
                    TO WS-CONVERTED-FYTD
                MOVE SPACES TO WS-REPORT-LINE
                STRING WS-CAT-NAME (WS-CAT-IDX)
                       WS-CONVERTED-CUR
                       ' ' WS-CONVERTED-PRV
                       ' ' WS-CONVERTED-DIFF
                       ' ' WS-CONVERTED-PTD
                       ' ' WS-CONVERTED-FPTD
                       ' ' WS-CONVERTED-FYTD
                       DELIMITED BY SIZE
                       INTO WS-REPORT-LINE
                END-STRING
                WRITE REPORT-RECORD
            END-IF.

      *  FOLDS THE STORE BUCKETS INTO THEIR DISTRICT, THEIR REGION
      *  AND ALL STORES, THEN PRINTS EACH REGION'S DISTRICTS AHEAD
      *  OF THE REGION ITSELF, AND THE ALL-STORES LINE LAST
        GROUP-TREND-PROCEDURE.
            PERFORM GROUP-ACCUM-PARA
                VARYING WS-STORE-IDX FROM 1 BY 1
                UNTIL WS-STORE-IDX > WS-STORE-COUNT.
            MOVE SPACES TO REPORT-RECORD.
            STRING 'DISTRICT AND REGION TREND - THIS DAY VS SAME '
                   'DAY LAST WEEK'
                   DELIMITED BY SIZE
                   INTO REPORT-RECORD
            END-STRING.
            WRITE REPORT-RECORD.
            MOVE SPACES TO REPORT-RECORD.
            STRING 'GROUP         '
                   '     THIS WEEK     LAST WEEK    DIFFERENCE'
                   '      PTD SALE    PTD PROFIT'
                   '    FISCAL PTD    FISCAL YTD'
                   DELIMITED BY SIZE
                   INTO REPORT-RECORD
            END-STRING.
            WRITE REPORT-RECORD.
            PERFORM GROUP-REGION-PARA
                VARYING WS-GRP-IDX FROM 1 BY 1
                UNTIL WS-GRP-IDX > WS-GRP-COUNT.
            PERFORM GROUP-ALL-PARA
                VARYING WS-GRP-IDX FROM 1 BY 1
                UNTIL WS-GRP-IDX > WS-GRP-COUNT.
            MOVE SPACES TO REPORT-RECORD.
            WRITE REPORT-RECORD.

        GROUP-ACCUM-PARA.
            MOVE 'D' TO WS-GRP-KEY-LEVEL.
            MOVE WS-STORE-REGION (WS-STORE-IDX)
                TO WS-GRP-KEY-REGION.
            MOVE WS-STORE-DISTRICT (WS-STORE-IDX)
                TO WS-GRP-KEY-DISTRICT.
            PERFORM GROUP-ADD-PARA.
            MOVE 'R' TO WS-GRP-KEY-LEVEL.
            MOVE SPACES TO WS-GRP-KEY-DISTRICT.
            PERFORM GROUP-ADD-PARA.
            MOVE 'A' TO WS-GRP-KEY-LEVEL.
            MOVE SPACES TO WS-GRP-KEY-REGION.
            PERFORM GROUP-ADD-PARA.

        GROUP-ADD-PARA.
            MOVE 'N' TO WS-GRP-FOUND.
            MOVE 0   TO WS-GRP-SUB.
            PERFORM GROUP-SEARCH-PARA
                VARYING WS-GRP-IDX FROM 1 BY 1
                UNTIL WS-GRP-IDX > WS-GRP-COUNT
                   OR WS-GRP-FOUND = 'Y'.
            IF WS-GRP-FOUND = 'N'
                ADD 1 TO WS-GRP-COUNT
                MOVE WS-GRP-COUNT TO WS-GRP-SUB
                MOVE WS-GRP-KEY-LEVEL    TO WS-GRP-LEVEL (WS-GRP-SUB)
                MOVE WS-GRP-KEY-REGION   TO WS-GRP-REGION (WS-GRP-SUB)
                MOVE WS-GRP-KEY-DISTRICT
                    TO WS-GRP-DISTRICT (WS-GRP-SUB)
            END-IF.
            ADD WS-STORE-CUR-SALE (WS-STORE-IDX)
                TO WS-GRP-CUR-SALE (WS-GRP-SUB).
            ADD WS-STORE-PRV-SALE (WS-STORE-IDX)
                TO WS-GRP-PRV-SALE (WS-GRP-SUB).
            ADD WS-STORE-PTD-SALE (WS-STORE-IDX)
                TO WS-GRP-PTD-SALE (WS-GRP-SUB).
            ADD WS-STORE-PTD-PROFIT (WS-STORE-IDX)
                TO WS-GRP-PTD-PROFIT (WS-GRP-SUB).
            ADD WS-STORE-FPTD-SALE (WS-STORE-IDX)
                TO WS-GRP-FPTD-SALE (WS-GRP-SUB).
            ADD WS-STORE-FYTD-SALE (WS-STORE-IDX)
                TO WS-GRP-FYTD-SALE (WS-GRP-SUB).

        GROUP-SEARCH-PARA.
            IF WS-GRP-LEVEL (WS-GRP-IDX) = WS-GRP-KEY-LEVEL
               AND WS-GRP-REGION (WS-GRP-IDX) = WS-GRP-KEY-REGION
               AND WS-GRP-DISTRICT (WS-GRP-IDX) = WS-GRP-KEY-DISTRICT
                MOVE 'Y' TO WS-GRP-FOUND
                MOVE WS-GRP-IDX TO WS-GRP-SUB
            END-IF.

        GROUP-REGION-PARA.
            IF WS-GRP-LEVEL (WS-GRP-IDX) = 'R'
                PERFORM GROUP-DISTRICT-PARA
                    VARYING WS-GRP-DIDX FROM 1 BY 1
                    UNTIL WS-GRP-DIDX > WS-GRP-COUNT
                MOVE SPACES TO WS-GRP-LABEL
                STRING 'REGION ' DELIMITED BY SIZE
                       WS-GRP-REGION (WS-GRP-IDX) DELIMITED BY SPACE
                       INTO WS-GRP-LABEL
                END-STRING
                MOVE WS-GRP-IDX TO WS-GRP-SUB
                PERFORM GROUP-TREND-LINE-PARA
            END-IF.

        GROUP-DISTRICT-PARA.
            IF WS-GRP-LEVEL (WS-GRP-DIDX) = 'D'
               AND WS-GRP-REGION (WS-GRP-DIDX) =
                   WS-GRP-REGION (WS-GRP-IDX)
                MOVE SPACES TO WS-GRP-LABEL
                STRING 'DIST ' DELIMITED BY SIZE
                       WS-GRP-REGION (WS-GRP-DIDX) DELIMITED BY SPACE
                       '/' DELIMITED BY SIZE
                       WS-GRP-DISTRICT (WS-GRP-DIDX)
                           DELIMITED BY SPACE
                       INTO WS-GRP-LABEL
                END-STRING
                MOVE WS-GRP-DIDX TO WS-GRP-SUB
                PERFORM GROUP-TREND-LINE-PARA
            END-IF.

        GROUP-ALL-PARA.
            IF WS-GRP-LEVEL (WS-GRP-IDX) = 'A'
                MOVE 'ALL STORES' TO WS-GRP-LABEL
                MOVE WS-GRP-IDX TO WS-GRP-SUB
                PERFORM GROUP-TREND-LINE-PARA
            END-IF.

        GROUP-TREND-LINE-PARA.
            SUBTRACT WS-GRP-PRV-SALE (WS-GRP-SUB)
                FROM WS-GRP-CUR-SALE (WS-GRP-SUB)
                GIVING WS-SALE-DIFF.
            MOVE WS-GRP-CUR-SALE (WS-GRP-SUB) TO WS-CONVERTED-CUR.
            MOVE WS-GRP-PRV-SALE (WS-GRP-SUB) TO WS-CONVERTED-PRV.
            MOVE WS-SALE-DIFF TO WS-CONVERTED-DIFF.
            MOVE WS-GRP-PTD-SALE (WS-GRP-SUB) TO WS-CONVERTED-PTD.
            MOVE WS-GRP-PTD-PROFIT (WS-GRP-SUB)
                TO WS-CONVERTED-PTD-PROFIT.
            MOVE WS-GRP-FPTD-SALE (WS-GRP-SUB) TO WS-CONVERTED-FPTD.
            MOVE WS-GRP-FYTD-SALE (WS-GRP-SUB) TO WS-CONVERTED-FYTD.
            MOVE SPACES TO WS-REPORT-LINE.
            STRING WS-GRP-LABEL
                   WS-CONVERTED-CUR
                   ' ' WS-CONVERTED-PRV
                   ' ' WS-CONVERTED-DIFF
                   ' ' WS-CONVERTED-PTD
                   ' ' WS-CONVERTED-PTD-PROFIT
                   ' ' WS-CONVERTED-FPTD
                   ' ' WS-CONVERTED-FYTD
                   DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
            END-STRING.
            MOVE WS-REPORT-LINE TO REPORT-RECORD.
            WRITE REPORT-RECORD.

        REPORT-TRAILER-PROCEDURE.
            MOVE SPACES TO REPORT-RECORD.
            STRING 'HISTORY ROWS READ ' WS-ROW-COUNT
                DELIMITED BY SIZE INTO REPORT-RECORD
            END-STRING.
            WRITE REPORT-RECORD.
            IF WS-CFM-PRESENT = 'Y'
                PERFORM CONFIRM-TRAILER-PARA
            END-IF.
            IF WS-SMS-LOADED = 'N'
                MOVE SPACES TO REPORT-RECORD
                STRING 'NO STORE MASTER - DISTRICT AND REGION '
                       'TREND NOT PRINTED'
                       DELIMITED BY SIZE
                       INTO REPORT-RECORD
                END-STRING
                WRITE REPORT-RECORD
            END-IF.

      *  WHAT WAS LEFT OUT AS NOT CONFIRMED BY THE DATABASE LOAD
        CONFIRM-TRAILER-PARA.
            MOVE SPACES TO REPORT-RECORD.
            STRING 'ONLY DATES CONFIRMED BY THE DATABASE LOAD ARE '
                   'REPORTED - HISTORY ROWS LEFT OUT ' WS-SKIP-ROWS
                   DELIMITED BY SIZE INTO REPORT-RECORD
            END-STRING.
            WRITE REPORT-RECORD.
            PERFORM SKIP-LIST-PARA
                VARYING WS-SKIP-IDX FROM 1 BY 1
                UNTIL WS-SKIP-IDX > WS-SKIP-COUNT.
            IF WS-SKIP-OVERFLOW = 'Y'
                MOVE SPACES TO REPORT-RECORD
                MOVE '  MORE THAN 60 DATES LEFT OUT - LIST INCOMPLETE'
                    TO REPORT-RECORD
                WRITE REPORT-RECORD
            END-IF.
            IF WS-CFM-OVERFLOW = 'Y'
                MOVE SPACES TO REPORT-RECORD
                STRING '  MORE THAN 400 CONFIRMED DATES IN RANGE - '
                       'LATER ONES LEFT OUT AS NOT CONFIRMED'
                       DELIMITED BY SIZE INTO REPORT-RECORD
                END-STRING
                WRITE REPORT-RECORD
            END-IF.

        SKIP-LIST-PARA.
            MOVE SPACES TO REPORT-RECORD.
            STRING '  NOT CONFIRMED, LEFT OUT: '
                   WS-SKIP-DATE (WS-SKIP-IDX)
                   DELIMITED BY SIZE INTO REPORT-RECORD
            END-STRING.
            WRITE REPORT-RECORD.
