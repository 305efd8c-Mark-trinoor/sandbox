      * Fiscal Period Close
        IDENTIFICATION DIVISION.
         PROGRAM-ID.     PERCLOSE.
         AUTHOR.         Mark.
         INSTALLATION.   Ubuntu.
         DATE-WRITTEN.   2026-10-15.
         DATE-COMPILED.  2026-10-15.
      *
      * PROJECT DESC: CLOSES ONE FISCAL PERIOD OF THE CALENDAR
      * MAINTAINED BY TABMAINT (FISCAL.CAL). A PERIOD ONLY CLOSES
      * WHEN EVERY BUSINESS DATE FROM ITS START DATE TO ITS END
      * DATE HAS A BALANCED RUN ON THE RUN LEDGER (POPDATA.RLD) -
      * ANY DATE MISSING IS LISTED AND THE PERIOD IS LEFT OPEN.
      * SUNDAYS AND HOLIDAYS HAVE NO EXTRACT AND SO NO LEDGER ROW -
      * EACH ONE IS NAMED ON A NO-TRADING CARD, IS LISTED AS NO
      * TRADING AND DOES NOT HOLD THE CLOSE.
      * ONCE ACKRECON KEEPS A CONFIRMATION FILE (POPDATA.CFM), EACH
      * OF THOSE RUNS MUST ALSO BE CONFIRMED AS APPLIED BY THE
      * DATABASE LOAD - ANY DATE STILL OUTSTANDING THERE IS LISTED
      * AND THE PERIOD IS LEFT OPEN THE SAME WAY.
      * ON CLOSE THE PERIOD'S SALES HISTORY (POPDATA.HST) IS ROLLED
      * UP INTO ONE PERIOD SUMMARY ROW PER STORE AND CATEGORY, ONE
      * PER STORE AND ONE PERIOD TOTAL (FISCAL.PSM), AND THE PERIOD
      * IS MARKED CLOSED WITH TODAY'S DATE. FROM THEN ON POPDATA
      * REFUSES ANY BUSINESS DATE INSIDE THE PERIOD, RERUN OR NOT,
      * AND TABMAINT REFUSES ANY CARD THAT WOULD MOVE ITS DATES -
      * THE FIGURES FINANCE BOOKED CAN NO LONGER CHANGE UNDER THEM
      *
      * CONTROL CARDS (PERCLOSE.CTL):
      *   PERIOD=<FISCAL PERIOD TO CLOSE, YYYYPNN - REQUIRED>
      *   NO-TRADING=<YYYY-MM-DD, ONE CARD PER DATE THE STORES DID
      *              NOT TRADE - UP TO 100 CARDS>
      *
      * RETURN CODES: 0 CLOSED, 8 NOT CLOSED (DATES MISSING FROM
      * THE LEDGER OR NOT CONFIRMED, OR ALREADY CLOSED), 16 CONTROL
      * OR FILE ERROR
      *
        ENVIRONMENT DIVISION.

        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT OPTIONAL CONTROL-CARD-FILE
            ASSIGN TO './perclose.ctl'
            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS WS-CTLCARD-FILE-STATUS.

            SELECT OPTIONAL FISCAL-CAL-FILE
            ASSIGN TO './fiscal.cal'
            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS WS-FPD-FILE-STATUS.

            SELECT OPTIONAL RUN-LEDGER-FILE
            ASSIGN TO './popdata.rld'
            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS WS-RLD-FILE-STATUS.

      *  THE DATABASE LOAD CONFIRMATIONS WRITTEN BY ACKRECON
            SELECT OPTIONAL CONFIRM-FILE
            ASSIGN TO './popdata.cfm'
            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS WS-CFM-FILE-STATUS.

            SELECT OPTIONAL HISTORY-FILE
            ASSIGN TO './popdata.hst'
            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS WS-HIST-FILE-STATUS.

      *  THE PERIOD SUMMARY - APPENDED ONE PERIOD AT A TIME AND
      *  NEVER OVERWRITTEN, THE SAME AS THE SALES HISTORY
            SELECT OPTIONAL PERIOD-SUMMARY-FILE
            ASSIGN TO './fiscal.psm'
            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS WS-PSM-FILE-STATUS.

      *  PERIOD-SUMMARY-SCRATCH-FILE IS A WORK FILE USED ONLY WHEN A
      *  CLOSE THAT DIED BEFORE MARKING THE CALENDAR LEFT ROWS FOR
      *  THE PERIOD BEHIND - THE SAME COPY/DELETE/RENAME DISCIPLINE
      *  POPDATA'S HISTORY REPLACE USES
            SELECT PERIOD-SUMMARY-SCRATCH-FILE
            ASSIGN TO './fiscal.psm.trunc'
            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS WS-PSM-SCRATCH-STATUS.

            SELECT REPORT-FILE
            ASSIGN TO './perclose.rpt'
            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS WS-REPORT-FILE-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD CONTROL-CARD-FILE      RECORD CONTAINS 80 CHARACTERS.
        01 CONTROL-CARD-RECORD    PIC X(80).

      *  LAYOUT MATCHES THE FISCAL-CAL-FILE FD IN TABMAINT
        FD FISCAL-CAL-FILE        RECORD CONTAINS 60 CHARACTERS.
        01 FISCAL-CAL-RECORD      PIC X(60).

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

      *  LAYOUT MATCHES THE HISTORY-FILE FD IN POPDATA
        FD HISTORY-FILE           RECORD CONTAINS 83 CHARACTERS.
        01 HISTORY-RECORD.
            05 HST-DATE           PIC X(10).
            05 HST-TYPE           PIC X(1).
            05 HST-STORE          PIC X(4).
            05 HST-CATEGORY       PIC X(35).
            05 HST-SALE           PIC S9(9)V99.
            05 HST-COST           PIC S9(9)V99.
            05 HST-PROFIT         PIC S9(9)V99.

      *  ONE ROW PER STORE AND CATEGORY ('C'), PER STORE ('S') AND
      *  ONE PERIOD TOTAL ('T') FOR EACH CLOSED PERIOD
        FD PERIOD-SUMMARY-FILE    RECORD CONTAINS 80 CHARACTERS.
        01 PERIOD-SUMMARY-RECORD.
            05 PSM-PERIOD         PIC X(7).
            05 PSM-TYPE           PIC X(1).
            05 PSM-STORE          PIC X(4).
            05 PSM-CATEGORY       PIC X(35).
            05 PSM-SALE           PIC S9(9)V99.
            05 PSM-COST           PIC S9(9)V99.
            05 PSM-PROFIT         PIC S9(9)V99.

        FD PERIOD-SUMMARY-SCRATCH-FILE RECORD CONTAINS 80 CHARACTERS.
        01 PERIOD-SUMMARY-SCRATCH-RECORD PIC X(80).

        FD REPORT-FILE            RECORD CONTAINS 132 CHARACTERS.
        01 REPORT-RECORD          PIC X(132).

        WORKING-STORAGE SECTION.
        01  WS-CTLCARD-FILE-STATUS PIC X(2).
        01  WS-FPD-FILE-STATUS    PIC X(2).
        01  WS-RLD-FILE-STATUS    PIC X(2).
        01  WS-CFM-FILE-STATUS    PIC X(2).
        01  WS-HIST-FILE-STATUS   PIC X(2).
        01  WS-PSM-FILE-STATUS    PIC X(2).
        01  WS-PSM-SCRATCH-STATUS PIC X(2).
        01  WS-REPORT-FILE-STATUS PIC X(2).

      *  LITERAL FILE NAMES FOR THE SUMMARY REPLACE - THESE MUST
      *  MATCH THE ASSIGN CLAUSES IN FILE-CONTROL ABOVE
        01  WS-PSM-FILE-NAME      PIC X(24)
                                      VALUE './fiscal.psm'.
        01  WS-PSM-SCRATCH-NAME   PIC X(24)
                                      VALUE './fiscal.psm.trunc'.
        01  WS-CBL-RESULT         PIC 9(8) COMP-5.

        01  WS-CTL-EOF            PIC X     VALUE 'N'.
        01  WS-FPD-EOF            PIC X     VALUE 'N'.
        01  WS-RLD-EOF            PIC X     VALUE 'N'.
        01  WS-CFM-EOF            PIC X     VALUE 'N'.
        01  WS-HIST-EOF           PIC X     VALUE 'N'.
        01  WS-PSM-EOF            PIC X     VALUE 'N'.

        01  WS-CTL-KEY            PIC X(20).
        01  WS-CTL-VALUE          PIC X(20).
        01  WS-CLOSE-PERIOD       PIC X(7)  VALUE SPACES.

        01  WS-RUN-START-DATE     PIC 9(8).
        01  WS-RUN-START-TIME     PIC 9(8).
        01  WS-TODAY              PIC X(10) VALUE SPACES.

      *  THE FISCAL CALENDAR, HELD WHOLE SO THE CLOSED PERIOD CAN BE
      *  MARKED AND EVERY OTHER ROW WRITTEN BACK AS IT WAS. SAME
      *  400-PERIOD CAP TABMAINT MAINTAINS IT WITH
        01  WS-FPD-COUNT          PIC 9(3)  VALUE 0.
        01  WS-FPD-OVERFLOW       PIC X     VALUE 'N'.
        01  WS-FPD-FOUND          PIC X     VALUE 'N'.
        01  WS-FPD-SUB            PIC 9(3)  VALUE 0.
        01  WS-FPD-TABLE.
            05 WS-FPD-ENTRY OCCURS 400 TIMES INDEXED BY WS-FPD-IDX.
                10 WS-FPD-PERIOD      PIC X(7).
                10 WS-FPD-START       PIC X(10).
                10 WS-FPD-END         PIC X(10).
                10 WS-FPD-STATUS      PIC X(1).
                10 WS-FPD-CLOSED      PIC X(10).
        01  WS-PERIOD-START       PIC X(10) VALUE SPACES.
        01  WS-PERIOD-END         PIC X(10) VALUE SPACES.

      *  BALANCED LEDGER DATES INSIDE THE PERIOD - A RERUN LEAVES
      *  A SECOND ROW FOR ITS DATE, SO EACH DATE IS KEPT ONCE WITH
      *  THE RUN STAMP OF ITS LATEST ROW. A DATE IS CONFIRMED WHEN
      *  THE CONFIRMATION FILE SAYS SO FOR THAT SAME RUN
        01  WS-LDG-COUNT          PIC 9(3)  VALUE 0.
        01  WS-LDG-FOUND          PIC X     VALUE 'N'.
        01  WS-LDG-SUB            PIC 9(3)  VALUE 0.
        01  WS-LDG-TABLE.
            05 WS-LDG-ENTRY OCCURS 400 TIMES INDEXED BY WS-LDG-IDX.
                10 WS-LDG-DATE        PIC X(10).
                10 WS-LDG-STAMP       PIC X(16).
                10 WS-LDG-CONFIRMED   PIC X(1).
        01  WS-CFM-PRESENT        PIC X     VALUE 'N'.

      *  THE WALK FROM START DATE TO END DATE - THE GROUP ITEM
      *  CARRIES THE DASHES SO THE DATE COMPARES AS YYYY-MM-DD TEXT
        01  WS-DM-DATE.
            05 WS-DM-YYYY         PIC 9(4).
            05 FILLER             PIC X     VALUE '-'.
            05 WS-DM-MM           PIC 9(2).
            05 FILLER             PIC X     VALUE '-'.
            05 WS-DM-DD           PIC 9(2).
        01  WS-DM-MAXDD           PIC 9(2).
        01  WS-DM-QUOT            PIC 9(4).
        01  WS-DM-REM             PIC 9(4).
        01  WS-DAY-COUNT          PIC 9(3)  VALUE 0.
        01  WS-MISSING-COUNT      PIC 9(3)  VALUE 0.
        01  WS-UNCONFIRMED-COUNT  PIC 9(3)  VALUE 0.
        01  WS-NO-TRADING-COUNT   PIC 9(3)  VALUE 0.

      *  DATES THE STORES DID NOT TRADE, FROM THE NO-TRADING CARDS.
      *  A LISTED DATE THAT STILL HAS A LEDGER ROW IS TREATED AS AN
      *  ORDINARY TRADING DATE
        01  WS-NTD-COUNT          PIC 9(3)  VALUE 0.
        01  WS-NTD-FOUND          PIC X     VALUE 'N'.
        01  WS-NTD-TABLE.
            05 WS-NTD-ENTRY OCCURS 100 TIMES INDEXED BY WS-NTD-IDX.
                10 WS-NTD-DATE        PIC X(10).

        01  WS-DV-TEXT            PIC X(10).
        01  WS-DV-OK              PIC X.
        01  WS-DV-MM              PIC 99.
        01  WS-DV-DD              PIC 99.

      *  PERIOD ROLL-UP TABLES. STORES ARE TAKEN FROM THE STORE
      *  ('S') HISTORY ROWS AND CATEGORIES FROM THE CATEGORY ('C')
      *  ROWS, SO THE SUMMARY CARRIES THE SAME FIGURES THE DAILY
      *  SUMMARIES PRINTED. A TABLE THAT FILLS HOLDS THE CLOSE -
      *  A PARTIAL SUMMARY MUST NEVER BE BOOKED
        01  WS-ROLL-OVERFLOW      PIC X     VALUE 'N'.
        01  WS-HST-ROWS           PIC 9(7)  VALUE 0.
        01  WS-STR-COUNT          PIC 9(3)  VALUE 0.
        01  WS-STR-FOUND          PIC X     VALUE 'N'.
        01  WS-STR-SUB            PIC 9(3)  VALUE 0.
        01  WS-STR-TABLE.
            05 WS-STR-ENTRY OCCURS 100 TIMES INDEXED BY WS-STR-IDX.
                10 WS-STR-NO          PIC X(4).
                10 WS-STR-SALE        PIC S9(9)V99.
                10 WS-STR-COST        PIC S9(9)V99.
                10 WS-STR-PROFIT      PIC S9(9)V99.
        01  WS-CAT-COUNT          PIC 9(4)  VALUE 0.
        01  WS-CAT-FOUND          PIC X     VALUE 'N'.
        01  WS-CAT-SUB            PIC 9(4)  VALUE 0.
        01  WS-CAT-TABLE.
            05 WS-CAT-ENTRY OCCURS 2000 TIMES INDEXED BY WS-CAT-IDX.
                10 WS-CAT-STORE       PIC X(4).
                10 WS-CAT-NAME        PIC X(35).
                10 WS-CAT-SALE        PIC S9(9)V99.
                10 WS-CAT-COST        PIC S9(9)V99.
                10 WS-CAT-PROFIT      PIC S9(9)V99.
        01  WS-TOT-SALE           PIC S9(9)V99 VALUE 0.
        01  WS-TOT-COST           PIC S9(9)V99 VALUE 0.
        01  WS-TOT-PROFIT         PIC S9(9)V99 VALUE 0.

        01  WS-CONVERTED-SALE     PIC -ZZZZZZZZ9.99.
        01  WS-CONVERTED-COST     PIC -ZZZZZZZZ9.99.
        01  WS-CONVERTED-PROFIT   PIC -ZZZZZZZZ9.99.
        01  WS-CONVERTED-COUNT    PIC ZZ9.

        PROCEDURE DIVISION.
        MAIN-PROCEDURE.
            ACCEPT WS-RUN-START-DATE FROM DATE YYYYMMDD.
            ACCEPT WS-RUN-START-TIME FROM TIME.
            MOVE WS-RUN-START-DATE (1:4) TO WS-DM-YYYY.
            MOVE WS-RUN-START-DATE (5:2) TO WS-DM-MM.
            MOVE WS-RUN-START-DATE (7:2) TO WS-DM-DD.
            MOVE WS-DM-DATE TO WS-TODAY.
            PERFORM CONTROL-CARD-LOAD-PROCEDURE.
            IF WS-CLOSE-PERIOD = SPACES
                DISPLAY 'PERCLOSE: NO PERIOD= CONTROL CARD'
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM FISCAL-CAL-LOAD-PROCEDURE.
            IF WS-FPD-OVERFLOW = 'Y'
                DISPLAY 'PERCLOSE: FISCAL CALENDAR OVER 400 PERIODS'
                    ' - CANNOT REWRITE IT SAFELY'
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM FISCAL-CAL-FIND-PROCEDURE.
            IF WS-FPD-FOUND = 'N'
                DISPLAY 'PERCLOSE: PERIOD ' WS-CLOSE-PERIOD
                    ' NOT ON THE FISCAL CALENDAR'
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            OPEN OUTPUT REPORT-FILE.
            IF WS-REPORT-FILE-STATUS NOT = '00'
                DISPLAY 'PERCLOSE: CANNOT OPEN PERCLOSE.RPT - STATUS '
                    WS-REPORT-FILE-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM REPORT-HEADER-PROCEDURE.
            IF WS-FPD-STATUS (WS-FPD-SUB) = 'C'
                MOVE SPACES TO REPORT-RECORD
                STRING 'PERIOD ALREADY CLOSED ON '
                       WS-FPD-CLOSED (WS-FPD-SUB)
                       ' - NOTHING DONE'
                       DELIMITED BY SIZE INTO REPORT-RECORD
                END-STRING
                WRITE REPORT-RECORD
                CLOSE REPORT-FILE
                DISPLAY 'PERCLOSE: PERIOD ' WS-CLOSE-PERIOD
                    ' ALREADY CLOSED ON ' WS-FPD-CLOSED (WS-FPD-SUB)
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM LEDGER-LOAD-PROCEDURE.
            PERFORM CONFIRM-LOAD-PROCEDURE.
            PERFORM DATE-WALK-PROCEDURE.
            IF WS-MISSING-COUNT > 0
             OR WS-UNCONFIRMED-COUNT > 0
                PERFORM NOT-CLOSED-PROCEDURE
                CLOSE REPORT-FILE
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM HISTORY-ROLL-PROCEDURE.
            IF WS-ROLL-OVERFLOW = 'Y'
                MOVE SPACES TO REPORT-RECORD
                STRING 'PERIOD NOT CLOSED - MORE THAN 100 STORES OR'
                       ' 2000 STORE CATEGORIES IN THE PERIOD'
                       DELIMITED BY SIZE INTO REPORT-RECORD
                END-STRING
                WRITE REPORT-RECORD
                CLOSE REPORT-FILE
                DISPLAY 'PERCLOSE: ROLL-UP TABLE FULL - PERIOD '
                    WS-CLOSE-PERIOD ' NOT CLOSED'
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM SUMMARY-REPLACE-PROCEDURE.
            PERFORM SUMMARY-WRITE-PROCEDURE.
            PERFORM SUMMARY-REPORT-PROCEDURE.
            MOVE 'C'      TO WS-FPD-STATUS (WS-FPD-SUB).
            MOVE WS-TODAY TO WS-FPD-CLOSED (WS-FPD-SUB).
            PERFORM FISCAL-CAL-REWRITE-PROCEDURE.
            MOVE SPACES TO REPORT-RECORD.
            STRING 'PERIOD ' WS-CLOSE-PERIOD ' CLOSED ' WS-TODAY
                   DELIMITED BY SIZE INTO REPORT-RECORD
            END-STRING.
            WRITE REPORT-RECORD.
            CLOSE REPORT-FILE.
            DISPLAY 'PERIOD ' WS-CLOSE-PERIOD ' CLOSED ' WS-TODAY.
            DISPLAY 'BUSINESS DATES IN PERIOD: ' WS-DAY-COUNT.
            DISPLAY 'NO TRADING DATES: ' WS-NO-TRADING-COUNT.
            DISPLAY 'HISTORY ROWS ROLLED UP: ' WS-HST-ROWS.
            STOP RUN.

      *  ONLY PERIOD AND NO-TRADING ARE RECOGNIZED - A MISKEYED
      *  CARD STOPS THE RUN, THE SAME DISCIPLINE POPDATA'S CONTROL
      *  CARDS GET
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
                    WHEN 'PERIOD'
                        IF WS-CTL-VALUE (1:4) NOT NUMERIC
                         OR WS-CTL-VALUE (5:1) NOT = 'P'
                         OR WS-CTL-VALUE (6:2) NOT NUMERIC
                         OR WS-CTL-VALUE (8:13) NOT = SPACES
                            DISPLAY 'INVALID PERIOD CONTROL CARD: '
                                WS-CTL-VALUE
                            MOVE 16 TO RETURN-CODE
                            STOP RUN
                        END-IF
                        MOVE WS-CTL-VALUE (1:7) TO WS-CLOSE-PERIOD
                    WHEN 'NO-TRADING'
                        PERFORM NO-TRADING-CARD-PARA
                    WHEN OTHER
                        DISPLAY 'UNRECOGNIZED CONTROL CARD: '
                            CONTROL-CARD-RECORD
                        MOVE 16 TO RETURN-CODE
                        STOP RUN
                END-EVALUATE
            END-IF.

        NO-TRADING-CARD-PARA.
            MOVE WS-CTL-VALUE (1:10) TO WS-DV-TEXT.
            PERFORM DATE-FORMAT-CHECK-PARA.
            IF WS-DV-OK = 'N'
             OR WS-CTL-VALUE (11:10) NOT = SPACES
                DISPLAY 'INVALID NO-TRADING CONTROL CARD: '
                    WS-CTL-VALUE
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            IF WS-NTD-COUNT NOT < 100
                DISPLAY 'PERCLOSE: MORE THAN 100 NO-TRADING CARDS'
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            ADD 1 TO WS-NTD-COUNT.
            MOVE WS-DV-TEXT TO WS-NTD-DATE (WS-NTD-COUNT).

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
                NOT AT END PERFORM FISCAL-CAL-BUILD-PARA
            END-READ.

        FISCAL-CAL-BUILD-PARA.
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
                MOVE 'Y' TO WS-FPD-OVERFLOW
            END-IF.

        FISCAL-CAL-FIND-PROCEDURE.
            MOVE 'N' TO WS-FPD-FOUND.
            PERFORM FISCAL-CAL-SEARCH-PARA
                VARYING WS-FPD-IDX FROM 1 BY 1
                UNTIL WS-FPD-IDX > WS-FPD-COUNT
                   OR WS-FPD-FOUND = 'Y'.

        FISCAL-CAL-SEARCH-PARA.
            IF WS-FPD-PERIOD (WS-FPD-IDX) = WS-CLOSE-PERIOD
                MOVE 'Y' TO WS-FPD-FOUND
                MOVE WS-FPD-IDX TO WS-FPD-SUB
                MOVE WS-FPD-START (WS-FPD-IDX) TO WS-PERIOD-START
                MOVE WS-FPD-END (WS-FPD-IDX)   TO WS-PERIOD-END
            END-IF.

      *  ROWS ARE WRITTEN BACK IN THE ORDER THEY WERE READ, ONLY
      *  THE CLOSED PERIOD'S STATUS AND CLOSE DATE CHANGED
      *  THE PERIOD SUMMARY IS ALREADY REPLACED BY NOW, BUT A RERUN
      *  REPLACES IT AGAIN, SO A CALENDAR THAT CANNOT BE OPENED
      *  STOPS THE RUN WITH THE PERIOD STILL OPEN
        FISCAL-CAL-REWRITE-PROCEDURE.
            OPEN OUTPUT FISCAL-CAL-FILE.
            IF WS-FPD-FILE-STATUS NOT = '00'
                CLOSE REPORT-FILE
                DISPLAY 'PERCLOSE: CANNOT OPEN FISCAL.CAL - STATUS '
                    WS-FPD-FILE-STATUS ' - PERIOD ' WS-CLOSE-PERIOD
                    ' NOT MARKED CLOSED'
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM FISCAL-CAL-WRITE-PARA
                VARYING WS-FPD-IDX FROM 1 BY 1
                UNTIL WS-FPD-IDX > WS-FPD-COUNT.
            CLOSE FISCAL-CAL-FILE.

        FISCAL-CAL-WRITE-PARA.
            MOVE SPACES TO FISCAL-CAL-RECORD.
            STRING WS-FPD-PERIOD (WS-FPD-IDX) DELIMITED BY SIZE
                   ',' DELIMITED BY SIZE
                   WS-FPD-START (WS-FPD-IDX) DELIMITED BY SIZE
                   ',' DELIMITED BY SIZE
                   WS-FPD-END (WS-FPD-IDX) DELIMITED BY SIZE
                   ',' DELIMITED BY SIZE
                   WS-FPD-STATUS (WS-FPD-IDX) DELIMITED BY SIZE
                   ',' DELIMITED BY SIZE
                   WS-FPD-CLOSED (WS-FPD-IDX) DELIMITED BY SIZE
                   INTO FISCAL-CAL-RECORD
            END-STRING.
            WRITE FISCAL-CAL-RECORD.

      *  COLLECTS EVERY BALANCED LEDGER DATE INSIDE THE PERIOD
        LEDGER-LOAD-PROCEDURE.
            OPEN INPUT RUN-LEDGER-FILE.
            IF WS-RLD-FILE-STATUS = '00'
             OR WS-RLD-FILE-STATUS = '05'
                PERFORM LEDGER-READ-PARA
                    UNTIL WS-RLD-EOF = 'Y'
                CLOSE RUN-LEDGER-FILE
            END-IF.

        LEDGER-READ-PARA.
            READ RUN-LEDGER-FILE
                    AT END MOVE 'Y' TO WS-RLD-EOF
                NOT AT END
                    IF RLD-VERDICT = 'B'
                       AND RLD-DATE NOT < WS-PERIOD-START
                       AND RLD-DATE NOT > WS-PERIOD-END
                        MOVE RLD-DATE TO WS-DM-DATE
                        PERFORM LEDGER-FIND-PROCEDURE
                        IF WS-LDG-FOUND = 'Y'
                            MOVE RLD-RUN-STAMP
                                TO WS-LDG-STAMP (WS-LDG-SUB)
                        ELSE
                            IF WS-LDG-COUNT < 400
                                PERFORM LEDGER-ADD-PARA
                            END-IF
                        END-IF
                    END-IF
            END-READ.

        LEDGER-ADD-PARA.
            ADD 1 TO WS-LDG-COUNT.
            MOVE RLD-DATE      TO WS-LDG-DATE (WS-LDG-COUNT).
            MOVE RLD-RUN-STAMP TO WS-LDG-STAMP (WS-LDG-COUNT).
            MOVE 'N'           TO WS-LDG-CONFIRMED (WS-LDG-COUNT).

      *  IS WS-DM-DATE AMONG THE BALANCED LEDGER DATES
        LEDGER-FIND-PROCEDURE.
            MOVE 'N' TO WS-LDG-FOUND.
            MOVE 0   TO WS-LDG-SUB.
            PERFORM LEDGER-SEARCH-PARA
                VARYING WS-LDG-IDX FROM 1 BY 1
                UNTIL WS-LDG-IDX > WS-LDG-COUNT
                   OR WS-LDG-FOUND = 'Y'.

        LEDGER-SEARCH-PARA.
            IF WS-LDG-DATE (WS-LDG-IDX) = WS-DM-DATE
                MOVE 'Y' TO WS-LDG-FOUND
                MOVE WS-LDG-IDX TO WS-LDG-SUB
            END-IF.

      *  MARKS THE LEDGER DATES THE DATABASE LOAD HAS CONFIRMED. A
      *  CONFIRMATION FOR AN EARLIER RUN OF A DATE SINCE RERUN DOES
      *  NOT COUNT. WITH NO CONFIRMATION FILE AT ALL (ACKRECON NOT
      *  YET IN THE STREAM) THE LEDGER ALONE DECIDES, AS BEFORE
        CONFIRM-LOAD-PROCEDURE.
            OPEN INPUT CONFIRM-FILE.
            EVALUATE WS-CFM-FILE-STATUS
                WHEN '00'
                    MOVE 'Y' TO WS-CFM-PRESENT
                    PERFORM CONFIRM-READ-PARA
                        UNTIL WS-CFM-EOF = 'Y'
                    CLOSE CONFIRM-FILE
                WHEN '05'
                    CLOSE CONFIRM-FILE
                WHEN OTHER
                    MOVE SPACES TO REPORT-RECORD
                    STRING 'CONFIRMATION FILE UNAVAILABLE - STATUS '
                           WS-CFM-FILE-STATUS ' - PERIOD NOT CLOSED'
                           DELIMITED BY SIZE INTO REPORT-RECORD
                    END-STRING
                    WRITE REPORT-RECORD
                    CLOSE REPORT-FILE
                    DISPLAY 'PERCLOSE: CANNOT OPEN POPDATA.CFM - '
                        'STATUS ' WS-CFM-FILE-STATUS
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
            END-EVALUATE.

        CONFIRM-READ-PARA.
            READ CONFIRM-FILE
                    AT END MOVE 'Y' TO WS-CFM-EOF
                NOT AT END
                    IF CFM-STATUS = 'C'
                       AND CFM-DATE NOT < WS-PERIOD-START
                       AND CFM-DATE NOT > WS-PERIOD-END
                        MOVE CFM-DATE TO WS-DM-DATE
                        PERFORM LEDGER-FIND-PROCEDURE
                        IF WS-LDG-FOUND = 'Y'
                           AND CFM-RUN-STAMP = WS-LDG-STAMP (WS-LDG-SUB)
                            MOVE 'Y' TO WS-LDG-CONFIRMED (WS-LDG-SUB)
                        END-IF
                    END-IF
            END-READ.

      *  EVERY CALENDAR DATE FROM START TO END MUST BE ON THE
      *  LEDGER UNLESS A NO-TRADING CARD NAMES IT - EACH ONE THAT
      *  IS NOT IS LISTED, AND EACH NO-TRADING DATE IS LISTED AS
      *  SUCH SO THE WAIVER SHOWS ON THE REPORT. THE DAY COUNT
      *  STOPS A CORRUPT CALENDAR ROW FROM WALKING FOREVER
        DATE-WALK-PROCEDURE.
            MOVE WS-PERIOD-START (1:4) TO WS-DM-YYYY.
            MOVE WS-PERIOD-START (6:2) TO WS-DM-MM.
            MOVE WS-PERIOD-START (9:2) TO WS-DM-DD.
            PERFORM DATE-WALK-PARA
                UNTIL WS-DM-DATE > WS-PERIOD-END
                   OR WS-DAY-COUNT > 399.

        DATE-WALK-PARA.
            ADD 1 TO WS-DAY-COUNT.
            PERFORM LEDGER-FIND-PROCEDURE.
            IF WS-LDG-FOUND = 'N'
                PERFORM NO-TRADING-FIND-PROCEDURE
            END-IF.
            IF WS-LDG-FOUND = 'N'
             AND WS-NTD-FOUND = 'Y'
                ADD 1 TO WS-NO-TRADING-COUNT
                MOVE SPACES TO REPORT-RECORD
                STRING '  NO TRADING: ' WS-DM-DATE
                       DELIMITED BY SIZE INTO REPORT-RECORD
                END-STRING
                WRITE REPORT-RECORD
            END-IF.
            IF WS-LDG-FOUND = 'N'
             AND WS-NTD-FOUND = 'N'
                ADD 1 TO WS-MISSING-COUNT
                MOVE SPACES TO REPORT-RECORD
                STRING '  NOT FINALIZED ON RUN LEDGER: ' WS-DM-DATE
                       DELIMITED BY SIZE INTO REPORT-RECORD
                END-STRING
                WRITE REPORT-RECORD
            END-IF.
            IF WS-LDG-FOUND = 'Y'
                IF WS-CFM-PRESENT = 'Y'
                   AND WS-LDG-CONFIRMED (WS-LDG-SUB) NOT = 'Y'
                    ADD 1 TO WS-UNCONFIRMED-COUNT
                    MOVE SPACES TO REPORT-RECORD
                    STRING '  NOT CONFIRMED BY DATABASE LOAD: '
                           WS-DM-DATE
                           DELIMITED BY SIZE INTO REPORT-RECORD
                    END-STRING
                    WRITE REPORT-RECORD
                END-IF
            END-IF.
            PERFORM DAY-FORWARD-PARA.

        NO-TRADING-FIND-PROCEDURE.
            MOVE 'N' TO WS-NTD-FOUND.
            PERFORM NO-TRADING-SEARCH-PARA
                VARYING WS-NTD-IDX FROM 1 BY 1
                UNTIL WS-NTD-IDX > WS-NTD-COUNT
                   OR WS-NTD-FOUND = 'Y'.

        NO-TRADING-SEARCH-PARA.
            IF WS-NTD-DATE (WS-NTD-IDX) = WS-DM-DATE
                MOVE 'Y' TO WS-NTD-FOUND
            END-IF.

        DAY-FORWARD-PARA.
            PERFORM MONTH-LENGTH-PARA.
            ADD 1 TO WS-DM-DD.
            IF WS-DM-DD > WS-DM-MAXDD
                MOVE 1 TO WS-DM-DD
                ADD 1 TO WS-DM-MM
                IF WS-DM-MM > 12
                    MOVE 1 TO WS-DM-MM
                    ADD 1 TO WS-DM-YYYY
                END-IF
            END-IF.

      *  DAYS IN WS-DM-MM OF WS-DM-YYYY - FEBRUARY GETS THE LEAP
      *  RULE: DIVISIBLE BY FOUR, EXCEPT CENTURIES NOT DIVISIBLE
      *  BY FOUR HUNDRED
        MONTH-LENGTH-PARA.
            EVALUATE WS-DM-MM
                WHEN 01 WHEN 03 WHEN 05 WHEN 07
                WHEN 08 WHEN 10 WHEN 12
                    MOVE 31 TO WS-DM-MAXDD
                WHEN 04 WHEN 06 WHEN 09 WHEN 11
                    MOVE 30 TO WS-DM-MAXDD
                WHEN 02
                    MOVE 28 TO WS-DM-MAXDD
                    DIVIDE WS-DM-YYYY BY 4
                        GIVING WS-DM-QUOT REMAINDER WS-DM-REM
                    IF WS-DM-REM = 0
                        MOVE 29 TO WS-DM-MAXDD
                        DIVIDE WS-DM-YYYY BY 100
                            GIVING WS-DM-QUOT REMAINDER WS-DM-REM
                        IF WS-DM-REM = 0
                            DIVIDE WS-DM-YYYY BY 400
                                GIVING WS-DM-QUOT
                                REMAINDER WS-DM-REM
                            IF WS-DM-REM NOT = 0
                                MOVE 28 TO WS-DM-MAXDD
                            END-IF
                        END-IF
                    END-IF
            END-EVALUATE.

        NOT-CLOSED-PROCEDURE.
            IF WS-MISSING-COUNT > 0
                MOVE WS-MISSING-COUNT TO WS-CONVERTED-COUNT
                MOVE SPACES TO REPORT-RECORD
                STRING 'PERIOD NOT CLOSED - ' WS-CONVERTED-COUNT
                       ' BUSINESS DATE(S) NOT FINALIZED'
                       DELIMITED BY SIZE INTO REPORT-RECORD
                END-STRING
                WRITE REPORT-RECORD
                DISPLAY 'PERCLOSE: PERIOD ' WS-CLOSE-PERIOD
                    ' NOT CLOSED - ' WS-MISSING-COUNT
                    ' BUSINESS DATE(S) NOT FINALIZED'
            END-IF.
            IF WS-UNCONFIRMED-COUNT > 0
                MOVE WS-UNCONFIRMED-COUNT TO WS-CONVERTED-COUNT
                MOVE SPACES TO REPORT-RECORD
                STRING 'PERIOD NOT CLOSED - ' WS-CONVERTED-COUNT
                       ' BUSINESS DATE(S) NOT CONFIRMED BY THE '
                       'DATABASE LOAD'
                       DELIMITED BY SIZE INTO REPORT-RECORD
                END-STRING
                WRITE REPORT-RECORD
                DISPLAY 'PERCLOSE: PERIOD ' WS-CLOSE-PERIOD
                    ' NOT CLOSED - ' WS-UNCONFIRMED-COUNT
                    ' BUSINESS DATE(S) NOT CONFIRMED'
            END-IF.

        HISTORY-ROLL-PROCEDURE.
            OPEN INPUT HISTORY-FILE.
            IF WS-HIST-FILE-STATUS = '00'
             OR WS-HIST-FILE-STATUS = '05'
                PERFORM HISTORY-READ-PARA
                    UNTIL WS-HIST-EOF = 'Y'
                CLOSE HISTORY-FILE
            END-IF.

        HISTORY-READ-PARA.
            READ HISTORY-FILE
                    AT END MOVE 'Y' TO WS-HIST-EOF
                NOT AT END
                    IF HST-DATE NOT < WS-PERIOD-START
                       AND HST-DATE NOT > WS-PERIOD-END
                        ADD 1 TO WS-HST-ROWS
                        EVALUATE HST-TYPE
                            WHEN 'S'
                                PERFORM STORE-ROLL-PARA
                            WHEN 'C'
                                PERFORM CATEGORY-ROLL-PARA
                        END-EVALUATE
                    END-IF
            END-READ.

        STORE-ROLL-PARA.
            MOVE 'N' TO WS-STR-FOUND.
            PERFORM STORE-SEARCH-PARA
                VARYING WS-STR-IDX FROM 1 BY 1
                UNTIL WS-STR-IDX > WS-STR-COUNT
                   OR WS-STR-FOUND = 'Y'.
            IF WS-STR-FOUND = 'N'
                IF WS-STR-COUNT < 100
                    ADD 1 TO WS-STR-COUNT
                    MOVE WS-STR-COUNT TO WS-STR-SUB
                    MOVE HST-STORE TO WS-STR-NO (WS-STR-SUB)
                    MOVE 0 TO WS-STR-SALE (WS-STR-SUB)
                    MOVE 0 TO WS-STR-COST (WS-STR-SUB)
                    MOVE 0 TO WS-STR-PROFIT (WS-STR-SUB)
                    MOVE 'Y' TO WS-STR-FOUND
                ELSE
                    MOVE 'Y' TO WS-ROLL-OVERFLOW
                END-IF
            END-IF.
            IF WS-STR-FOUND = 'Y'
                ADD HST-SALE   TO WS-STR-SALE (WS-STR-SUB)
                ADD HST-COST   TO WS-STR-COST (WS-STR-SUB)
                ADD HST-PROFIT TO WS-STR-PROFIT (WS-STR-SUB)
                ADD HST-SALE   TO WS-TOT-SALE
                ADD HST-COST   TO WS-TOT-COST
                ADD HST-PROFIT TO WS-TOT-PROFIT
            END-IF.

        STORE-SEARCH-PARA.
            IF WS-STR-NO (WS-STR-IDX) = HST-STORE
                MOVE 'Y' TO WS-STR-FOUND
                MOVE WS-STR-IDX TO WS-STR-SUB
            END-IF.

        CATEGORY-ROLL-PARA.
            MOVE 'N' TO WS-CAT-FOUND.
            PERFORM CATEGORY-SEARCH-PARA
                VARYING WS-CAT-IDX FROM 1 BY 1
                UNTIL WS-CAT-IDX > WS-CAT-COUNT
                   OR WS-CAT-FOUND = 'Y'.
            IF WS-CAT-FOUND = 'N'
                IF WS-CAT-COUNT < 2000
                    ADD 1 TO WS-CAT-COUNT
                    MOVE WS-CAT-COUNT TO WS-CAT-SUB
                    MOVE HST-STORE    TO WS-CAT-STORE (WS-CAT-SUB)
                    MOVE HST-CATEGORY TO WS-CAT-NAME (WS-CAT-SUB)
                    MOVE 0 TO WS-CAT-SALE (WS-CAT-SUB)
                    MOVE 0 TO WS-CAT-COST (WS-CAT-SUB)
                    MOVE 0 TO WS-CAT-PROFIT (WS-CAT-SUB)
                    MOVE 'Y' TO WS-CAT-FOUND
                ELSE
                    MOVE 'Y' TO WS-ROLL-OVERFLOW
                END-IF
            END-IF.
            IF WS-CAT-FOUND = 'Y'
                ADD HST-SALE   TO WS-CAT-SALE (WS-CAT-SUB)
                ADD HST-COST   TO WS-CAT-COST (WS-CAT-SUB)
                ADD HST-PROFIT TO WS-CAT-PROFIT (WS-CAT-SUB)
            END-IF.

        CATEGORY-SEARCH-PARA.
            IF WS-CAT-STORE (WS-CAT-IDX) = HST-STORE
               AND WS-CAT-NAME (WS-CAT-IDX) = HST-CATEGORY
                MOVE 'Y' TO WS-CAT-FOUND
                MOVE WS-CAT-IDX TO WS-CAT-SUB
            END-IF.

      *  A PERIOD NOT YET CLOSED SHOULD HAVE NO SUMMARY ROWS - ANY
      *  FOUND ARE FROM A CLOSE THAT DIED BEFORE THE CALENDAR WAS
      *  MARKED, AND ARE DROPPED SO THE PERIOD IS NOT BOOKED TWICE
        SUMMARY-REPLACE-PROCEDURE.
            OPEN INPUT PERIOD-SUMMARY-FILE.
            IF WS-PSM-FILE-STATUS = '00'
                OPEN OUTPUT PERIOD-SUMMARY-SCRATCH-FILE
                PERFORM SUMMARY-REPLACE-COPY-PARA
                    UNTIL WS-PSM-EOF = 'Y'
                CLOSE PERIOD-SUMMARY-FILE
                CLOSE PERIOD-SUMMARY-SCRATCH-FILE
                CALL 'CBL_DELETE_FILE' USING WS-PSM-FILE-NAME
                    RETURNING WS-CBL-RESULT
                CALL 'CBL_RENAME_FILE' USING WS-PSM-SCRATCH-NAME
                    WS-PSM-FILE-NAME RETURNING WS-CBL-RESULT
            ELSE
                IF WS-PSM-FILE-STATUS = '05'
                    CLOSE PERIOD-SUMMARY-FILE
                END-IF
            END-IF.

        SUMMARY-REPLACE-COPY-PARA.
            READ PERIOD-SUMMARY-FILE
                    AT END MOVE 'Y' TO WS-PSM-EOF
                NOT AT END
                    IF PSM-PERIOD NOT = WS-CLOSE-PERIOD
                        MOVE PERIOD-SUMMARY-RECORD
                            TO PERIOD-SUMMARY-SCRATCH-RECORD
                        WRITE PERIOD-SUMMARY-SCRATCH-RECORD
                    END-IF
            END-READ.

        SUMMARY-WRITE-PROCEDURE.
            OPEN EXTEND PERIOD-SUMMARY-FILE.
            IF WS-PSM-FILE-STATUS NOT = '00'
             AND WS-PSM-FILE-STATUS NOT = '05'
                DISPLAY 'PERCLOSE: CANNOT OPEN FISCAL.PSM - STATUS '
                    WS-PSM-FILE-STATUS
                CLOSE REPORT-FILE
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM SUMMARY-CATEGORY-WRITE-PARA
                VARYING WS-CAT-IDX FROM 1 BY 1
                UNTIL WS-CAT-IDX > WS-CAT-COUNT.
            PERFORM SUMMARY-STORE-WRITE-PARA
                VARYING WS-STR-IDX FROM 1 BY 1
                UNTIL WS-STR-IDX > WS-STR-COUNT.
            MOVE SPACES          TO PERIOD-SUMMARY-RECORD.
            MOVE WS-CLOSE-PERIOD TO PSM-PERIOD.
            MOVE 'T'             TO PSM-TYPE.
            MOVE WS-TOT-SALE     TO PSM-SALE.
            MOVE WS-TOT-COST     TO PSM-COST.
            MOVE WS-TOT-PROFIT   TO PSM-PROFIT.
            WRITE PERIOD-SUMMARY-RECORD.
            CLOSE PERIOD-SUMMARY-FILE.

        SUMMARY-CATEGORY-WRITE-PARA.
            MOVE SPACES          TO PERIOD-SUMMARY-RECORD.
            MOVE WS-CLOSE-PERIOD TO PSM-PERIOD.
            MOVE 'C'             TO PSM-TYPE.
            MOVE WS-CAT-STORE (WS-CAT-IDX)  TO PSM-STORE.
            MOVE WS-CAT-NAME (WS-CAT-IDX)   TO PSM-CATEGORY.
            MOVE WS-CAT-SALE (WS-CAT-IDX)   TO PSM-SALE.
            MOVE WS-CAT-COST (WS-CAT-IDX)   TO PSM-COST.
            MOVE WS-CAT-PROFIT (WS-CAT-IDX) TO PSM-PROFIT.
            WRITE PERIOD-SUMMARY-RECORD.

        SUMMARY-STORE-WRITE-PARA.
            MOVE SPACES          TO PERIOD-SUMMARY-RECORD.
            MOVE WS-CLOSE-PERIOD TO PSM-PERIOD.
            MOVE 'S'             TO PSM-TYPE.
            MOVE WS-STR-NO (WS-STR-IDX)     TO PSM-STORE.
            MOVE WS-STR-SALE (WS-STR-IDX)   TO PSM-SALE.
            MOVE WS-STR-COST (WS-STR-IDX)   TO PSM-COST.
            MOVE WS-STR-PROFIT (WS-STR-IDX) TO PSM-PROFIT.
            WRITE PERIOD-SUMMARY-RECORD.

        REPORT-HEADER-PROCEDURE.
            MOVE SPACES TO REPORT-RECORD.
            STRING 'FISCAL PERIOD CLOSE - PERIOD ' WS-CLOSE-PERIOD
                   '   RUN ' WS-RUN-START-DATE ' ' WS-RUN-START-TIME
                   DELIMITED BY SIZE INTO REPORT-RECORD
            END-STRING.
            WRITE REPORT-RECORD.
            MOVE SPACES TO REPORT-RECORD.
            STRING 'PERIOD DATES ' WS-PERIOD-START ' TO '
                   WS-PERIOD-END
                   DELIMITED BY SIZE INTO REPORT-RECORD
            END-STRING.
            WRITE REPORT-RECORD.
            MOVE SPACES TO REPORT-RECORD.
            WRITE REPORT-RECORD.

      *  EACH STORE'S CATEGORIES, THEN THE STORE TOTAL FROM ITS
      *  STORE HISTORY ROWS, THEN THE PERIOD TOTAL
        SUMMARY-REPORT-PROCEDURE.
            MOVE SPACES TO REPORT-RECORD.
            STRING 'STOR CATEGORY                           '
                   '         SALE          COST        PROFIT'
                   DELIMITED BY SIZE INTO REPORT-RECORD
            END-STRING.
            WRITE REPORT-RECORD.
            PERFORM SUMMARY-STORE-REPORT-PARA
                VARYING WS-STR-IDX FROM 1 BY 1
                UNTIL WS-STR-IDX > WS-STR-COUNT.
            MOVE WS-TOT-SALE   TO WS-CONVERTED-SALE.
            MOVE WS-TOT-COST   TO WS-CONVERTED-COST.
            MOVE WS-TOT-PROFIT TO WS-CONVERTED-PROFIT.
            MOVE SPACES TO REPORT-RECORD.
            STRING 'PERIOD TOTAL                            '
                   WS-CONVERTED-SALE ' ' WS-CONVERTED-COST ' '
                   WS-CONVERTED-PROFIT
                   DELIMITED BY SIZE INTO REPORT-RECORD
            END-STRING.
            WRITE REPORT-RECORD.
            MOVE WS-DAY-COUNT TO WS-CONVERTED-COUNT.
            MOVE SPACES TO REPORT-RECORD.
            STRING 'BUSINESS DATES IN PERIOD: ' WS-CONVERTED-COUNT
                   '   ALL FINALIZED ON RUN LEDGER'
                   DELIMITED BY SIZE INTO REPORT-RECORD
            END-STRING.
            IF WS-CFM-PRESENT = 'Y'
                MOVE ' AND CONFIRMED BY THE DATABASE LOAD'
                    TO REPORT-RECORD (60:35)
            END-IF.
            WRITE REPORT-RECORD.
            IF WS-NO-TRADING-COUNT > 0
                MOVE WS-NO-TRADING-COUNT TO WS-CONVERTED-COUNT
                MOVE SPACES TO REPORT-RECORD
                STRING 'OF WHICH NO TRADING:      '
                       WS-CONVERTED-COUNT
                       DELIMITED BY SIZE INTO REPORT-RECORD
                END-STRING
                WRITE REPORT-RECORD
            END-IF.

        SUMMARY-STORE-REPORT-PARA.
            PERFORM SUMMARY-CATEGORY-REPORT-PARA
                VARYING WS-CAT-IDX FROM 1 BY 1
                UNTIL WS-CAT-IDX > WS-CAT-COUNT.
            MOVE WS-STR-SALE (WS-STR-IDX)   TO WS-CONVERTED-SALE.
            MOVE WS-STR-COST (WS-STR-IDX)   TO WS-CONVERTED-COST.
            MOVE WS-STR-PROFIT (WS-STR-IDX) TO WS-CONVERTED-PROFIT.
            MOVE SPACES TO REPORT-RECORD.
            STRING WS-STR-NO (WS-STR-IDX)
                   ' STORE TOTAL                        '
                   WS-CONVERTED-SALE ' ' WS-CONVERTED-COST ' '
                   WS-CONVERTED-PROFIT
                   DELIMITED BY SIZE INTO REPORT-RECORD
            END-STRING.
            WRITE REPORT-RECORD.
            MOVE SPACES TO REPORT-RECORD.
            WRITE REPORT-RECORD.

        SUMMARY-CATEGORY-REPORT-PARA.
            IF WS-CAT-STORE (WS-CAT-IDX) = WS-STR-NO (WS-STR-IDX)
                MOVE WS-CAT-SALE (WS-CAT-IDX)   TO WS-CONVERTED-SALE
                MOVE WS-CAT-COST (WS-CAT-IDX)   TO WS-CONVERTED-COST
                MOVE WS-CAT-PROFIT (WS-CAT-IDX)
                    TO WS-CONVERTED-PROFIT
                MOVE SPACES TO REPORT-RECORD
                STRING WS-CAT-STORE (WS-CAT-IDX) ' '
                       WS-CAT-NAME (WS-CAT-IDX)
                       WS-CONVERTED-SALE ' ' WS-CONVERTED-COST ' '
                       WS-CONVERTED-PROFIT
                       DELIMITED BY SIZE INTO REPORT-RECORD
                END-STRING
                WRITE REPORT-RECORD
            END-IF.
