         DATE-WRITTEN.   2026-08-22.
         DATE-COMPILED.  2026-08-22.
      *
      * PROJECT DESC: BATCH MAINTENANCE FOR THE REFERENCE TABLES
      * USED BY POPDATA AND ITS REPORTS - THE SKU MASTER
      * (SKUMAST.DAT), THE GTIN COST MARKUP TABLE (GTINTAB.DAT), THE
      * UNIT-OF-MEASURE FACTOR TABLE (UNITTAB.DAT), THE DAYPART
      * TABLE (DAYPART.DAT), THE FISCAL CALENDAR (FISCAL.CAL), THE
      * STORE MASTER (STOREMAST.DAT) AND THE EFFECTIVE-DATED PRICE
      * CHANGES (SKUPRICE.DAT).
      * CHANGES COME IN AS ADD/CHANGE/
      * DELETE TRANSACTION CARDS, EVERY FIELD IS EDITED BEFORE IT IS
      * APPLIED, AND A BEFORE/AFTER AUDIT REPORT IS PRINTED SO TABLE
      * CHANGES GO THROUGH THE SAME CONTROLLED BATCH DISCIPLINE AS
      *  TRANSACTION CARDS - ONE ADD/CHANGE/DELETE REQUEST PER CARD,
      *  COMMA DELIMITED:
      *    SKU,<ACTION>,<SKU>,<ITEM NAME>,<DEPT>,<SUPPLIER>,
      *        <STATUS>,<RETAIL>,<COST>,<REORDER POINT>
      *    GTN,<ACTION>,<PREFIX>,<PREFIX LEN>,<MULTIPLIER>
      *    UNT,<ACTION>,<UNIT CODE>,<FACTOR>
      *    DPT,<ACTION>,<DAYPART CODE>,<NAME>,<START HOUR>,<END HOUR>
      *    FPD,<ACTION>,<PERIOD YYYYPNN>,<START DATE>,<END DATE>
      *    STR,<ACTION>,<STORE>,<NAME>,<OPEN DATE>,<CLOSE DATE>,
      *        <STATUS>,<REGION>,<DISTRICT>
      *    PRC,<ACTION>,<SKU>,<EFFECTIVE DATE>,<RETAIL>,<COST>
      *  DEPT, SUPPLIER, STATUS, RETAIL, COST AND REORDER POINT ARE
      *  OPTIONAL ON SKU CARDS - STATUS DEFAULTS TO 'A' (ACTIVE),
      *  'D' MARKS DISCONTINUED; RETAIL AND COST ARE THE STANDARD
      *  MONEY THE PRICE VARIANCE CHECKS IN POPDATA COMPARE AGAINST
      *  AND DEFAULT TO ZERO, MEANING NO STANDARD MAINTAINED. THE
      *  REORDER POINT IS WHOLE EACHES PER STORE FOR THE INVENTORY
      *  REORDER REPORT AND DEFAULTS TO ZERO, MEANING NONE. DAYPART
      *  HOURS ARE WHOLE HOURS 00-23, BOTH ENDS INCLUSIVE. FISCAL
      *  PERIOD DATES ARE YYYY-MM-DD, BOTH ENDS INCLUSIVE; A PERIOD
      *  IS ADDED OPEN AND ONLY THE PERIOD-CLOSE JOB (PERCLOSE)
      *  CLOSES IT, AFTER WHICH NO CARD MAY CHANGE OR DELETE IT.
      *  A STORE NEEDS A NAME, AN OPEN DATE, A REGION AND A
      *  DISTRICT (UP TO 4 CHARACTERS EACH); THE CLOSE DATE IS LEFT
      *  BLANK UNTIL THE STORE CLOSES, AND STATUS DEFAULTS TO 'A'
      *  (ACTIVE), 'C' MARKING A STORE CLOSED OUTRIGHT. CLOSE A
      *  STORE RATHER THAN DELETE IT - POPDATA HOLDS THE RECORDS OF
      *  A STORE NOT ON THE MASTER AS UNKNOWN.
      *  A PRICE CHANGE SETS THE STANDARD RETAIL AND COST OF A SKU
      *  ON THE SKU MASTER FROM ITS EFFECTIVE DATE ON, SO A CHANGE
      *  CAN BE KEYED AS SOON AS MERCHANDISING SENDS IT. THE DATE
      *  MAY NOT BE BEFORE TODAY, AND A BLANK RETAIL OR COST CARRIES
      *  THE STANDARD IN FORCE THE DAY BEFORE. ONCE ITS DATE HAS
      *  PASSED A CHANGE IS PRICE HISTORY - IT CAN NO LONGER BE
      *  CHANGED OR DELETED, AND THE SKU CARD MAY NO LONGER ALTER
      *  THE SKU'S RETAIL OR COST, WHICH STAY THE STANDARD IN FORCE
      *  BEFORE ITS FIRST CHANGE. A SKU WITH ANY PRICE CHANGE ON
      *  FILE CANNOT BE DELETED
            SELECT TRANS-FILE
            ASSIGN TO './tabmaint.trn'
            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS WS-UNIT-FILE-STATUS.

            SELECT OPTIONAL DAYPART-FILE
            ASSIGN TO './daypart.dat'
            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS WS-DPT-FILE-STATUS.

            SELECT OPTIONAL FISCAL-CAL-FILE
            ASSIGN TO './fiscal.cal'
            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS WS-FPD-FILE-STATUS.

            SELECT OPTIONAL STORE-MASTER-FILE
            ASSIGN TO './storemast.dat'
            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS WS-STR-FILE-STATUS.

            SELECT OPTIONAL SKU-PRICE-FILE
            ASSIGN TO './skuprice.dat'
            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS WS-PRC-FILE-STATUS.

            SELECT REPORT-FILE
            ASSIGN TO './tabmaint.rpt'
            ORGANIZATION IS LINE SEQUENTIAL

        DATA DIVISION.
        FILE SECTION.
        FD TRANS-FILE             RECORD CONTAINS 120 CHARACTERS.
        01 TRANS-RECORD           PIC X(120).

      *  GTIN AND UNIT RECORD LAYOUTS MATCH THE FDS IN POPDATA,
      *  WHICH LOADS THOSE FILES AT START OF RUN. THE SKU SOURCE
      *  ROWS ARE SKU,ITEM NAME,DEPT,SUPPLIER,STATUS,RETAIL,COST,
      *  REORDER POINT AND FEED THE SKULOAD JOB, WHICH REBUILDS THE
      *  KEYED MASTER POPDATA ACTUALLY READS - RUN SKULOAD AFTER ANY
      *  SKU MAINTENANCE
        FD SKU-MASTER-FILE        RECORD CONTAINS 100 CHARACTERS.
        01 SKU-MASTER-RECORD      PIC X(100).

        FD GTIN-TABLE-FILE        RECORD CONTAINS 40 CHARACTERS.
        01 GTIN-TABLE-RECORD      PIC X(40).
        FD UNIT-TABLE-FILE        RECORD CONTAINS 12 CHARACTERS.
        01 UNIT-TABLE-RECORD      PIC X(12).

      *  DAYPART ROWS ARE CODE,START HOUR,END HOUR,NAME AND FEED THE
      *  HOURLY SALES REPORT (HOURRPT)
        FD DAYPART-FILE           RECORD CONTAINS 40 CHARACTERS.
        01 DAYPART-RECORD         PIC X(40).

      *  FISCAL CALENDAR ROWS ARE PERIOD,START DATE,END DATE,STATUS,
      *  CLOSE DATE - STATUS 'O' OPEN OR 'C' CLOSED, THE CLOSE DATE
      *  STAMPED BY PERCLOSE. READ BY POPDATA, PERCLOSE AND TRENDRPT
        FD FISCAL-CAL-FILE        RECORD CONTAINS 60 CHARACTERS.
        01 FISCAL-CAL-RECORD      PIC X(60).

      *  STORE MASTER ROWS ARE STORE,NAME,REGION,DISTRICT,OPEN DATE,
      *  CLOSE DATE,STATUS. READ BY POPDATA AND REWORK TO HOLD THE
      *  RECORDS OF UNKNOWN OR CLOSED STORES, AND BY POPDATA,
      *  DEPTRPT AND TRENDRPT FOR STORE NAMES AND THE REGION AND
      *  DISTRICT ROLL-UPS
        FD STORE-MASTER-FILE      RECORD CONTAINS 80 CHARACTERS.
        01 STORE-MASTER-RECORD    PIC X(80).

      *  PRICE CHANGE ROWS ARE SKU,EFFECTIVE DATE,RETAIL,COST,
      *  ENTERED DATE, KEPT IN SKU AND EFFECTIVE DATE ORDER. SKULOAD
      *  BUILDS THE KEYED COPY POPDATA AND REWORK READ, AND PRCAUDIT
      *  LISTS THEM - RUN SKULOAD AFTER ANY PRICE MAINTENANCE
        FD SKU-PRICE-FILE         RECORD CONTAINS 60 CHARACTERS.
        01 SKU-PRICE-RECORD       PIC X(60).

      *  REPORT-FILE IS THE BEFORE/AFTER MAINTENANCE AUDIT REPORT -
      *  A BEFORE LISTING OF EACH TABLE, ONE LINE PER TRANSACTION
      *  CARD WITH ITS DISPOSITION AND THE OLD/NEW VALUES, AND AN
        01  WS-SKU-FILE-STATUS    PIC X(2).
        01  WS-GTIN-FILE-STATUS   PIC X(2).
        01  WS-UNIT-FILE-STATUS   PIC X(2).
        01  WS-DPT-FILE-STATUS    PIC X(2).
        01  WS-FPD-FILE-STATUS    PIC X(2).
        01  WS-STR-FILE-STATUS    PIC X(2).
        01  WS-PRC-FILE-STATUS    PIC X(2).
        01  WS-REPORT-FILE-STATUS PIC X(2).

        01  WS-TRN-EOF            PIC X     VALUE 'N'.
        01  WS-SKU-EOF            PIC X     VALUE 'N'.
        01  WS-GTIN-EOF           PIC X     VALUE 'N'.
        01  WS-UNIT-EOF           PIC X     VALUE 'N'.
        01  WS-DPT-EOF            PIC X     VALUE 'N'.
        01  WS-FPD-EOF            PIC X     VALUE 'N'.
        01  WS-STR-EOF            PIC X     VALUE 'N'.
        01  WS-PRC-EOF            PIC X     VALUE 'N'.

      *  RUN DATE - PRICE CHANGES MAY NOT BE DATED BEFORE IT, AND
      *  IT IS STAMPED ON EACH NEW CHANGE AS ITS ENTERED DATE
        01  WS-RUN-START-DATE     PIC 9(8).
        01  WS-RUN-DATE           PIC X(10) VALUE SPACES.

        01  WS-TRN-COUNT          PIC 9(5)  VALUE 0.
        01  WS-TRN-APPLIED        PIC 9(5)  VALUE 0.
        01  WS-TRN-F4             PIC X(4).
        01  WS-TRN-F5             PIC X(10).
        01  WS-TRN-F6             PIC X(10).
        01  WS-TRN-F7             PIC X(10).
      *  VALIDATED STANDARD RETAIL AND COST FROM AN SKU CARD
        01  WS-TRN-RETAIL         PIC 9(3)V99.
        01  WS-TRN-COST           PIC 9(3)V99.
        01  WS-TRN-REORDER        PIC 9(5).
      *  VALIDATED HOURS FROM A DPT CARD
        01  WS-TRN-START-HOUR     PIC 9(2).
        01  WS-TRN-END-HOUR       PIC 9(2).
      *  VALIDATED DATES FROM AN FPD CARD
        01  WS-TRN-START-DATE     PIC X(10).
        01  WS-TRN-END-DATE       PIC X(10).
      *  VALIDATED DATES AND STATUS FROM AN STR CARD
        01  WS-TRN-OPEN-DATE      PIC X(10).
        01  WS-TRN-CLOSE-DATE     PIC X(10).
        01  WS-TRN-STATUS         PIC X(1).
      *  VALIDATED EFFECTIVE DATE FROM A PRC CARD, AND THE STANDARD
      *  IN FORCE THE DAY BEFORE IT FOR A BLANK RETAIL OR COST
        01  WS-TRN-EFF-DATE       PIC X(10).
        01  WS-PRIOR-RETAIL       PIC 9(3)V99.
        01  WS-PRIOR-COST         PIC 9(3)V99.
        01  WS-PRIOR-DATE         PIC X(10).

      *  DISPOSITION OF THE CURRENT CARD, SET BY THE EDIT/APPLY
      *  PARAGRAPHS AND PRINTED ON THE AUDIT LINE
        01  WS-DEC-DIGITS         PIC 9(2).
        01  WS-DEC-DONE           PIC X.

      *  WORK FIELDS FOR VALIDATE-COUNT-PROCEDURE, WHICH ACCEPTS
      *  ONLY ONE TO FIVE DIGITS FOLLOWED BY SPACES
        01  WS-CNT-TEXT           PIC X(10).
        01  WS-CNT-VALID          PIC X.
        01  WS-CNT-VALUE          PIC 9(5).
        01  WS-CNT-SUB            PIC 9(2).
        01  WS-CNT-DIGITS         PIC 9(2).
        01  WS-CNT-DONE           PIC X.

      *  WORK FIELDS FOR THE DATE FORMAT EDIT - THE SAME FORMAT
      *  RULES POPDATA APPLIES TO ITS BUSINESS-DATE CONTROL CARD
        01  WS-DV-TEXT            PIC X(10).
        01  WS-DV-OK              PIC X.
        01  WS-DV-MM              PIC 99.
        01  WS-DV-DD              PIC 99.

      *  MONEY TEXT FROM AN SKUMAST.DAT ROW BEING LOADED - BLANK ON
      *  OLDER ROWS, DDD.DD TEXT ON ROWS THIS PROGRAM HAS REWRITTEN
        01  WS-ROW-RETAIL-TEXT    PIC X(10).
        01  WS-ROW-COST-TEXT      PIC X(10).
        01  WS-ROW-REORDER-TEXT   PIC X(10).

      *  HOUR TEXT FROM A DAYPART.DAT ROW BEING LOADED
        01  WS-ROW-START-TEXT     PIC X(10).
        01  WS-ROW-END-TEXT       PIC X(10).

      *  WORK FIELDS FOR THE PREFIX-LENGTH EDIT ON GTN CARDS
        01  WS-LEN-VALUE          PIC 9(2).
        01  WS-PREFIX-LEN         PIC 9(2).
        01  WS-PFX-SUB            PIC 9(2).

      *  GENERAL SEARCH RESULT SHARED BY THE TABLE LOOKUPS
        01  WS-MATCH-FOUND        PIC X.
        01  WS-MATCH-SUB          PIC 9(5).

      *  SKU MASTER TABLE. EACH ENTRY CARRIES AN ACTIVE FLAG SO A
      *  DELETE JUST MARKS THE ROW - ONLY ACTIVE ROWS ARE LISTED,
                10 WS-SKU-MAST-STATUS   PIC X(1).
                10 WS-SKU-MAST-RETAIL   PIC 9(3)V99.
                10 WS-SKU-MAST-COST     PIC 9(3)V99.
                10 WS-SKU-MAST-REORDER  PIC 9(5).
                10 WS-SKU-MAST-ACTIVE   PIC X.

      *  GTIN COST MARKUP TABLE - SAME 25-ENTRY CAP POPDATA LOADS
                10 WS-UNIT-FACTOR     PIC 9(2)V99.
                10 WS-UNIT-ACTIVE     PIC X.

      *  DAYPART TABLE - THE HOUR BANDS THE HOURLY SALES REPORT
      *  ROLLS ITS HOURS INTO. NO TWO ACTIVE DAYPARTS MAY SHARE AN
      *  HOUR, OR THE DAYPART LINES WOULD COUNT IT TWICE
        01  WS-DPT-COUNT          PIC 9(3)  VALUE 0.
        01  WS-DPT-ACTIVE-COUNT   PIC 9(3)  VALUE 0.
        01  WS-DPT-CHANGED        PIC X     VALUE 'N'.
        01  WS-DPT-OVERLAP        PIC X     VALUE 'N'.
        01  WS-DPT-TABLE.
            05 WS-DPT-ENTRY OCCURS 10 TIMES INDEXED BY WS-DPT-IDX.
                10 WS-DPT-CODE        PIC X(4).
                10 WS-DPT-START       PIC 9(2).
                10 WS-DPT-END         PIC 9(2).
                10 WS-DPT-NAME        PIC X(12).
                10 WS-DPT-ACTIVE      PIC X.

      *  FISCAL CALENDAR - ONE ROW PER 4-4-5 PERIOD, UP TO 400
      *  PERIODS (THE SAME CAP PERCLOSE AND TRENDRPT LOAD TO). NO
      *  TWO ACTIVE PERIODS MAY SHARE A DATE, OR A BUSINESS DATE
      *  WOULD ROLL INTO TWO PERIOD SUMMARIES. A FULL TABLE REFUSES
      *  ALL FPD CARDS AND IS NOT REWRITTEN, SO NO PERIOD IS LOST
        01  WS-FPD-COUNT          PIC 9(3)  VALUE 0.
        01  WS-FPD-ACTIVE-COUNT   PIC 9(3)  VALUE 0.
        01  WS-FPD-CHANGED        PIC X     VALUE 'N'.
        01  WS-FPD-FULL           PIC X     VALUE 'N'.
        01  WS-FPD-TABLE.
            05 WS-FPD-ENTRY OCCURS 400 TIMES INDEXED BY WS-FPD-IDX.
                10 WS-FPD-PERIOD      PIC X(7).
                10 WS-FPD-START       PIC X(10).
                10 WS-FPD-END         PIC X(10).
                10 WS-FPD-STATUS      PIC X(1).
                10 WS-FPD-CLOSED      PIC X(10).
                10 WS-FPD-ACTIVE      PIC X.

      *  STORE MASTER. A FULL TABLE REFUSES ALL STR CARDS AND IS
      *  NOT REWRITTEN, SO NO STORE IS LOST
        01  WS-STR-COUNT          PIC 9(3)  VALUE 0.
        01  WS-STR-ACTIVE-COUNT   PIC 9(3)  VALUE 0.
        01  WS-STR-CHANGED        PIC X     VALUE 'N'.
        01  WS-STR-OVERFLOW       PIC X     VALUE 'N'.
        01  WS-STR-TABLE.
            05 WS-STR-ENTRY OCCURS 500 TIMES INDEXED BY WS-STR-IDX.
                10 WS-STR-NO          PIC X(4).
                10 WS-STR-NAME        PIC X(30).
                10 WS-STR-REGION      PIC X(4).
                10 WS-STR-DISTRICT    PIC X(4).
                10 WS-STR-OPEN        PIC X(10).
                10 WS-STR-CLOSE       PIC X(10).
                10 WS-STR-STATUS      PIC X(1).
                10 WS-STR-ACTIVE      PIC X.

      *  PRICE CHANGES, HELD IN SKU AND EFFECTIVE DATE ORDER - AN
      *  ADD IS INSERTED IN PLACE. A FULL TABLE REFUSES ALL PRC
      *  CARDS, IS NOT REWRITTEN AND ENDS THE RUN RC 16, THE SAME
      *  AS THE SKU MASTER
        01  WS-PRC-COUNT          PIC 9(5)  VALUE 0.
        01  WS-PRC-ACTIVE-COUNT   PIC 9(5)  VALUE 0.
        01  WS-PRC-CHANGED        PIC X     VALUE 'N'.
        01  WS-PRC-OVERFLOW       PIC X     VALUE 'N'.
        01  WS-PRC-HISTORY        PIC X     VALUE 'N'.
        01  WS-PRC-INSERT-SUB     PIC 9(5).
        01  WS-PRC-MOVE-SUB       PIC 9(5).
        01  WS-PRC-TABLE.
            05 WS-PRC-ENTRY OCCURS 20000 TIMES INDEXED BY WS-PRC-IDX.
                10 WS-PRC-SKU         PIC X(16).
                10 WS-PRC-EFF         PIC X(10).
                10 WS-PRC-RETAIL      PIC 9(3)V99.
                10 WS-PRC-COST        PIC 9(3)V99.
                10 WS-PRC-ENTERED     PIC X(10).
                10 WS-PRC-ACTIVE      PIC X.
      *  THE ROW BEING INSERTED BY PRC-INSERT-PROCEDURE
        01  WS-PRC-HOLD.
            05 WS-PRC-HOLD-SKU        PIC X(16).
            05 WS-PRC-HOLD-EFF        PIC X(10).
            05 WS-PRC-HOLD-RETAIL     PIC 9(3)V99.
            05 WS-PRC-HOLD-COST       PIC 9(3)V99.
            05 WS-PRC-HOLD-ENTERED    PIC X(10).
            05 WS-PRC-HOLD-ACTIVE     PIC X.
      *  MONEY TEXT FROM A SKUPRICE.DAT ROW BEING LOADED
        01  WS-PRC-ROW-RETAIL     PIC X(10).
        01  WS-PRC-ROW-COST       PIC X(10).

      *  PRINT WORK FIELDS
        01  WS-REPORT-LINE        PIC X(100).
        01  WS-CONVERTED-MULT     PIC 9.99.
        01  WS-CONVERTED-FACTOR   PIC 99.99.
        01  WS-CONVERTED-RETAIL   PIC 999.99.
        01  WS-CONVERTED-COST     PIC 999.99.
        01  WS-CONVERTED-REORDER  PIC ZZZZ9.
        01  WS-LISTING-TITLE      PIC X(30).

        PROCEDURE DIVISION.
            PERFORM SKU-TABLE-LOAD-PROCEDURE.
            PERFORM GTIN-TABLE-LOAD-PROCEDURE.
            PERFORM UNIT-TABLE-LOAD-PROCEDURE.
            PERFORM DPT-TABLE-LOAD-PROCEDURE.
            PERFORM FPD-TABLE-LOAD-PROCEDURE.
            PERFORM STR-TABLE-LOAD-PROCEDURE.
            ACCEPT WS-RUN-START-DATE FROM DATE YYYYMMDD.
            STRING WS-RUN-START-DATE (1:4) '-'
                   WS-RUN-START-DATE (5:2) '-'
                   WS-RUN-START-DATE (7:2)
                   DELIMITED BY SIZE
                   INTO WS-RUN-DATE
            END-STRING.
            PERFORM PRC-TABLE-LOAD-PROCEDURE.
            OPEN OUTPUT REPORT-FILE.
            PERFORM REPORT-HEADER-PROCEDURE.
            MOVE 'TABLES BEFORE MAINTENANCE' TO WS-LISTING-TITLE.
            DISPLAY 'CARDS APPLIED: ' WS-TRN-APPLIED.
            DISPLAY 'CARDS REJECTED: ' WS-TRN-REJECTED.
            IF WS-SKU-OVERFLOW = 'Y'
             OR WS-PRC-OVERFLOW = 'Y'
             OR WS-STR-OVERFLOW = 'Y'
             OR WS-FPD-FULL = 'Y'
                MOVE 16 TO RETURN-CODE
            END-IF.
            STOP RUN.
                ADD 1 TO WS-SKU-COUNT
                MOVE SPACES TO WS-ROW-RETAIL-TEXT
                MOVE SPACES TO WS-ROW-COST-TEXT
                MOVE SPACES TO WS-ROW-REORDER-TEXT
                UNSTRING SKU-MASTER-RECORD DELIMITED BY ','
                    INTO WS-SKU-MAST-SKU      (WS-SKU-COUNT)
                         WS-SKU-MAST-NAME     (WS-SKU-COUNT)
                         WS-SKU-MAST-STATUS   (WS-SKU-COUNT)
                         WS-ROW-RETAIL-TEXT
                         WS-ROW-COST-TEXT
                         WS-ROW-REORDER-TEXT
                END-UNSTRING
      *  OLDER ROWS CARRY NO STATUS - TREAT THEM AS ACTIVE
                IF WS-SKU-MAST-STATUS (WS-SKU-COUNT) = SPACE
                            SKU-MASTER-RECORD
                    END-IF
                END-IF
                MOVE 0 TO WS-SKU-MAST-REORDER (WS-SKU-COUNT)
                IF WS-ROW-REORDER-TEXT NOT = SPACES
                    MOVE WS-ROW-REORDER-TEXT TO WS-CNT-TEXT
                    PERFORM VALIDATE-COUNT-PROCEDURE
                    IF WS-CNT-VALID = 'Y'
                        MOVE WS-CNT-VALUE
                            TO WS-SKU-MAST-REORDER (WS-SKU-COUNT)
                    ELSE
                        DISPLAY 'SKU ROW BAD REORDER - ZERO USED: '
                            SKU-MASTER-RECORD
                    END-IF
                END-IF
                MOVE 'Y' TO WS-SKU-MAST-ACTIVE (WS-SKU-COUNT)
            ELSE
                MOVE 'Y' TO WS-SKU-OVERFLOW
                    UNIT-TABLE-RECORD
            END-IF.

        DPT-TABLE-LOAD-PROCEDURE.
            OPEN INPUT DAYPART-FILE.
            IF WS-DPT-FILE-STATUS = '00'
             OR WS-DPT-FILE-STATUS = '05'
                PERFORM DPT-TABLE-READ-PROCEDURE
                    UNTIL WS-DPT-EOF = 'Y'
                CLOSE DAYPART-FILE
            END-IF.

        DPT-TABLE-READ-PROCEDURE.
            READ DAYPART-FILE INTO DAYPART-RECORD
                    AT END MOVE 'Y' TO WS-DPT-EOF
                NOT AT END PERFORM DPT-TABLE-BUILD-PROCEDURE
            END-READ.

      *  A ROW WITH BAD HOURS IS NOT LOADED - IT IS DROPPED FROM
      *  THE FILE AT THE NEXT REWRITE, SO THE WARNING SAYS SO
        DPT-TABLE-BUILD-PROCEDURE.
            IF WS-DPT-COUNT < 10
                ADD 1 TO WS-DPT-COUNT
                MOVE SPACES TO WS-ROW-START-TEXT
                MOVE SPACES TO WS-ROW-END-TEXT
                UNSTRING DAYPART-RECORD DELIMITED BY ','
                    INTO WS-DPT-CODE (WS-DPT-COUNT)
                         WS-ROW-START-TEXT
                         WS-ROW-END-TEXT
                         WS-DPT-NAME (WS-DPT-COUNT)
                END-UNSTRING
                MOVE 'Y' TO WS-DPT-ACTIVE (WS-DPT-COUNT)
                MOVE WS-ROW-START-TEXT TO WS-CNT-TEXT
                PERFORM VALIDATE-COUNT-PROCEDURE
                IF WS-CNT-VALID = 'Y' AND WS-CNT-VALUE < 24
                    MOVE WS-CNT-VALUE TO WS-DPT-START (WS-DPT-COUNT)
                ELSE
                    MOVE 'N' TO WS-DPT-ACTIVE (WS-DPT-COUNT)
                END-IF
                MOVE WS-ROW-END-TEXT TO WS-CNT-TEXT
                PERFORM VALIDATE-COUNT-PROCEDURE
                IF WS-CNT-VALID = 'Y' AND WS-CNT-VALUE < 24
                    MOVE WS-CNT-VALUE TO WS-DPT-END (WS-DPT-COUNT)
                ELSE
                    MOVE 'N' TO WS-DPT-ACTIVE (WS-DPT-COUNT)
                END-IF
                IF WS-DPT-ACTIVE (WS-DPT-COUNT) = 'N'
                    DISPLAY 'DAYPART ROW BAD HOURS - NOT LOADED: '
                        DAYPART-RECORD
                END-IF
            ELSE
                DISPLAY 'DAYPART TABLE FULL - ROW NOT LOADED: '
                    DAYPART-RECORD
            END-IF.

        FPD-TABLE-LOAD-PROCEDURE.
            OPEN INPUT FISCAL-CAL-FILE.
            IF WS-FPD-FILE-STATUS = '00'
             OR WS-FPD-FILE-STATUS = '05'
                PERFORM FPD-TABLE-READ-PROCEDURE
                    UNTIL WS-FPD-EOF = 'Y'
                CLOSE FISCAL-CAL-FILE
            END-IF.

        FPD-TABLE-READ-PROCEDURE.
            READ FISCAL-CAL-FILE INTO FISCAL-CAL-RECORD
                    AT END MOVE 'Y' TO WS-FPD-EOF
                NOT AT END PERFORM FPD-TABLE-BUILD-PROCEDURE
            END-READ.

      *  THE CALENDAR IS NEVER TRUNCATED - A FULL TABLE REFUSES ALL
      *  FPD CARDS AND IS NOT REWRITTEN, SO NO PERIOD IS LOST
        FPD-TABLE-BUILD-PROCEDURE.
            IF WS-FPD-COUNT < 400
                ADD 1 TO WS-FPD-COUNT
                UNSTRING FISCAL-CAL-RECORD DELIMITED BY ','
                    INTO WS-FPD-PERIOD (WS-FPD-COUNT)
                         WS-FPD-START  (WS-FPD-COUNT)
                         WS-FPD-END    (WS-FPD-COUNT)
                         WS-FPD-STATUS (WS-FPD-COUNT)
                         WS-FPD-CLOSED (WS-FPD-COUNT)
                END-UNSTRING
                IF WS-FPD-STATUS (WS-FPD-COUNT) NOT = 'C'
                    MOVE 'O' TO WS-FPD-STATUS (WS-FPD-COUNT)
                END-IF
                MOVE 'Y' TO WS-FPD-ACTIVE (WS-FPD-COUNT)
            ELSE
                MOVE 'Y' TO WS-FPD-FULL
                DISPLAY 'FISCAL CALENDAR FULL - ROW NOT LOADED: '
                    FISCAL-CAL-RECORD
            END-IF.

        STR-TABLE-LOAD-PROCEDURE.
            OPEN INPUT STORE-MASTER-FILE.
            IF WS-STR-FILE-STATUS = '00'
             OR WS-STR-FILE-STATUS = '05'
                PERFORM STR-TABLE-READ-PROCEDURE
                    UNTIL WS-STR-EOF = 'Y'
                CLOSE STORE-MASTER-FILE
            END-IF.

        STR-TABLE-READ-PROCEDURE.
            READ STORE-MASTER-FILE INTO STORE-MASTER-RECORD
                    AT END MOVE 'Y' TO WS-STR-EOF
                NOT AT END PERFORM STR-TABLE-BUILD-PROCEDURE
            END-READ.

        STR-TABLE-BUILD-PROCEDURE.
            IF WS-STR-COUNT < 500
                ADD 1 TO WS-STR-COUNT
                UNSTRING STORE-MASTER-RECORD DELIMITED BY ','
                    INTO WS-STR-NO       (WS-STR-COUNT)
                         WS-STR-NAME     (WS-STR-COUNT)
                         WS-STR-REGION   (WS-STR-COUNT)
                         WS-STR-DISTRICT (WS-STR-COUNT)
                         WS-STR-OPEN     (WS-STR-COUNT)
                         WS-STR-CLOSE    (WS-STR-COUNT)
                         WS-STR-STATUS   (WS-STR-COUNT)
                END-UNSTRING
                IF WS-STR-STATUS (WS-STR-COUNT) NOT = 'C'
                    MOVE 'A' TO WS-STR-STATUS (WS-STR-COUNT)
                END-IF
                MOVE 'Y' TO WS-STR-ACTIVE (WS-STR-COUNT)
            ELSE
                MOVE 'Y' TO WS-STR-OVERFLOW
                DISPLAY 'STORE MASTER FULL - ROW NOT LOADED: '
                    STORE-MASTER-RECORD
            END-IF.

      *  A ROW WITH A BAD DATE OR BAD MONEY IS NOT LOADED - IT IS
      *  DROPPED FROM THE FILE AT THE NEXT REWRITE, SO THE WARNING
      *  SAYS SO. GOOD ROWS ARE INSERTED IN SKU AND DATE ORDER
        PRC-TABLE-LOAD-PROCEDURE.
            OPEN INPUT SKU-PRICE-FILE.
            IF WS-PRC-FILE-STATUS = '00'
             OR WS-PRC-FILE-STATUS = '05'
                PERFORM PRC-TABLE-READ-PROCEDURE
                    UNTIL WS-PRC-EOF = 'Y'
                CLOSE SKU-PRICE-FILE
            END-IF.

        PRC-TABLE-READ-PROCEDURE.
            READ SKU-PRICE-FILE INTO SKU-PRICE-RECORD
                    AT END MOVE 'Y' TO WS-PRC-EOF
                NOT AT END PERFORM PRC-TABLE-BUILD-PROCEDURE
            END-READ.

        PRC-TABLE-BUILD-PROCEDURE.
            IF WS-PRC-COUNT < 20000
                MOVE SPACES TO WS-PRC-HOLD
                MOVE SPACES TO WS-PRC-ROW-RETAIL
                MOVE SPACES TO WS-PRC-ROW-COST
                UNSTRING SKU-PRICE-RECORD DELIMITED BY ','
                    INTO WS-PRC-HOLD-SKU
                         WS-PRC-HOLD-EFF
                         WS-PRC-ROW-RETAIL
                         WS-PRC-ROW-COST
                         WS-PRC-HOLD-ENTERED
                END-UNSTRING
                MOVE 'Y' TO WS-PRC-HOLD-ACTIVE
                MOVE WS-PRC-HOLD-EFF TO WS-DV-TEXT
                PERFORM DATE-FORMAT-CHECK-PARA
                IF WS-DV-OK = 'N' OR WS-PRC-HOLD-SKU = SPACES
                    MOVE 'N' TO WS-PRC-HOLD-ACTIVE
                END-IF
                MOVE WS-PRC-ROW-RETAIL TO WS-DEC-TEXT
                PERFORM VALIDATE-DECIMAL-PROCEDURE
                IF WS-DEC-VALID = 'Y' AND WS-DEC-VALUE NOT > 999.99
                    MOVE WS-DEC-VALUE TO WS-PRC-HOLD-RETAIL
                ELSE
                    MOVE 'N' TO WS-PRC-HOLD-ACTIVE
                END-IF
                MOVE WS-PRC-ROW-COST TO WS-DEC-TEXT
                PERFORM VALIDATE-DECIMAL-PROCEDURE
                IF WS-DEC-VALID = 'Y' AND WS-DEC-VALUE NOT > 999.99
                    MOVE WS-DEC-VALUE TO WS-PRC-HOLD-COST
                ELSE
                    MOVE 'N' TO WS-PRC-HOLD-ACTIVE
                END-IF
                IF WS-PRC-HOLD-ACTIVE = 'Y'
                    PERFORM PRC-INSERT-PROCEDURE
                ELSE
                    DISPLAY 'PRICE ROW BAD DATE OR MONEY - NOT '
                        'LOADED: ' SKU-PRICE-RECORD
                END-IF
            ELSE
                MOVE 'Y' TO WS-PRC-OVERFLOW
                DISPLAY 'PRICE TABLE FULL - ROW NOT LOADED: '
                    SKU-PRICE-RECORD
            END-IF.

      *  INSERTS WS-PRC-HOLD AHEAD OF THE FIRST ROW WITH A HIGHER
      *  SKU AND DATE, MOVING THE ROWS BELOW IT DOWN ONE - THE
      *  CALLER HAS ALREADY MADE SURE THERE IS ROOM
        PRC-INSERT-PROCEDURE.
            MOVE 'N' TO WS-MATCH-FOUND.
            MOVE WS-PRC-COUNT TO WS-PRC-INSERT-SUB.
            ADD 1 TO WS-PRC-INSERT-SUB.
            PERFORM PRC-POSITION-PARA
                VARYING WS-PRC-IDX FROM 1 BY 1
                UNTIL WS-PRC-IDX > WS-PRC-COUNT
                   OR WS-MATCH-FOUND = 'Y'.
            PERFORM PRC-SHIFT-PARA
                VARYING WS-PRC-MOVE-SUB FROM WS-PRC-COUNT BY -1
                UNTIL WS-PRC-MOVE-SUB < WS-PRC-INSERT-SUB.
            ADD 1 TO WS-PRC-COUNT.
            MOVE WS-PRC-HOLD TO WS-PRC-ENTRY (WS-PRC-INSERT-SUB).

        PRC-POSITION-PARA.
            IF WS-PRC-SKU (WS-PRC-IDX) > WS-PRC-HOLD-SKU
             OR (WS-PRC-SKU (WS-PRC-IDX) = WS-PRC-HOLD-SKU
                 AND WS-PRC-EFF (WS-PRC-IDX) > WS-PRC-HOLD-EFF)
                MOVE 'Y' TO WS-MATCH-FOUND
                MOVE WS-PRC-IDX TO WS-PRC-INSERT-SUB
            END-IF.

        PRC-SHIFT-PARA.
            MOVE WS-PRC-ENTRY (WS-PRC-MOVE-SUB)
                TO WS-PRC-ENTRY (WS-PRC-MOVE-SUB + 1).

        TRANS-READ-PROCEDURE.
            READ TRANS-FILE INTO TRANS-RECORD
                    AT END MOVE 'Y' TO WS-TRN-EOF
            MOVE SPACES TO WS-TRN-F4.
            MOVE SPACES TO WS-TRN-F5.
            MOVE SPACES TO WS-TRN-F6.
            MOVE SPACES TO WS-TRN-F7.
            UNSTRING TRANS-RECORD DELIMITED BY ','
                INTO WS-TRN-TABLE WS-TRN-ACTION WS-TRN-KEY
                     WS-TRN-F1 WS-TRN-F2 WS-TRN-F3 WS-TRN-F4
                     WS-TRN-F5 WS-TRN-F6 WS-TRN-F7
                ON OVERFLOW MOVE 'Y' TO WS-TRN-OFLOW
            END-UNSTRING.
            IF WS-TRN-OFLOW = 'Y'
                        PERFORM GTIN-MAINT-PROCEDURE
                    WHEN 'UNT'
                        PERFORM UNIT-MAINT-PROCEDURE
                    WHEN 'DPT'
                        PERFORM DPT-MAINT-PROCEDURE
                    WHEN 'FPD'
                        PERFORM FPD-MAINT-PROCEDURE
                    WHEN 'STR'
                        PERFORM STR-MAINT-PROCEDURE
                    WHEN 'PRC'
                        PERFORM PRC-MAINT-PROCEDURE
                    WHEN OTHER
                        MOVE 'Y' TO WS-TRN-REJECT-FLAG
                        MOVE 'UNKNOWN TABLE CODE' TO WS-TRN-REASON
                END-EVALUATE
            END-IF.

      *  EDITS THE RETAIL, COST AND REORDER POINT OPERANDS SHARED BY
      *  SKU ADD AND CHANGE CARDS, LEAVING THE VALIDATED VALUES IN
      *  WS-TRN-RETAIL, WS-TRN-COST AND WS-TRN-REORDER FOR
      *  SKU-STORE-PARA
        SKU-MONEY-EDIT-PROCEDURE.
            MOVE 0 TO WS-TRN-RETAIL.
            MOVE 0 TO WS-TRN-COST.
                    END-IF
                END-IF
            END-IF.
            MOVE 0 TO WS-TRN-REORDER.
            IF WS-TRN-REJECT-FLAG = 'N'
               AND WS-TRN-F7 NOT = SPACES
                MOVE WS-TRN-F7 TO WS-CNT-TEXT
                PERFORM VALIDATE-COUNT-PROCEDURE
                IF WS-CNT-VALID = 'N'
                    MOVE 'Y' TO WS-TRN-REJECT-FLAG
                    MOVE 'REORDER POINT NOT NUMERIC' TO WS-TRN-REASON
                ELSE
                    MOVE WS-CNT-VALUE TO WS-TRN-REORDER
                END-IF
            END-IF.

        SKU-FIND-PROCEDURE.
            MOVE 'N' TO WS-MATCH-FOUND.
                END-IF
            END-IF.

      *  ONCE A SKU HAS DATED PRICE CHANGES ITS MASTER RETAIL AND
      *  COST ARE THE STANDARD BEFORE THE FIRST OF THEM - CHANGING
      *  THEM HERE WOULD REWRITE PRICE HISTORY, SO THE CARD MUST GO
      *  IN AS A PRC CHANGE INSTEAD
        SKU-CHANGE-PROCEDURE.
            IF WS-MATCH-FOUND = 'N'
                MOVE 'Y' TO WS-TRN-REJECT-FLAG
                MOVE 'SKU NOT ON FILE' TO WS-TRN-REASON
            END-IF.
            IF WS-TRN-REJECT-FLAG = 'N'
               AND (WS-TRN-RETAIL NOT = WS-SKU-MAST-RETAIL
                                            (WS-MATCH-SUB)
                 OR WS-TRN-COST NOT = WS-SKU-MAST-COST
                                            (WS-MATCH-SUB))
                PERFORM PRC-HISTORY-CHECK-PROCEDURE
                IF WS-PRC-HISTORY = 'Y'
                    MOVE 'Y' TO WS-TRN-REJECT-FLAG
                    MOVE 'HAS DATED PRICES - USE PRC'
                        TO WS-TRN-REASON
                END-IF
            END-IF.
            IF WS-TRN-REJECT-FLAG = 'N'
                PERFORM SKU-OLD-VALUE-PARA
                PERFORM SKU-STORE-PARA
                PERFORM SKU-NEW-VALUE-PARA
            END-IF.

      *  A SKU WITH DATED PRICE CHANGES STAYS ON FILE - DELETING IT
      *  WOULD LEAVE ITS SKUPRICE ROWS WITH NO MASTER. WITH AN
      *  OVERFLOWED PRICE LOAD THE HISTORY CANNOT BE CHECKED, SO
      *  THE DELETE IS HELD
        SKU-DELETE-PROCEDURE.
            IF WS-MATCH-FOUND = 'N'
                MOVE 'Y' TO WS-TRN-REJECT-FLAG
                MOVE 'SKU NOT ON FILE' TO WS-TRN-REASON
            END-IF.
            IF WS-TRN-REJECT-FLAG = 'N'
               AND WS-PRC-OVERFLOW = 'Y'
                MOVE 'Y' TO WS-TRN-REJECT-FLAG
                MOVE 'PRICE TABLE FULL - RUN HELD' TO WS-TRN-REASON
            END-IF.
            IF WS-TRN-REJECT-FLAG = 'N'
                PERFORM PRC-HISTORY-CHECK-PROCEDURE
                IF WS-PRC-HISTORY = 'Y'
                    MOVE 'Y' TO WS-TRN-REJECT-FLAG
                    MOVE 'HAS DATED PRICES - NOT DELETED'
                        TO WS-TRN-REASON
                END-IF
            END-IF.
            IF WS-TRN-REJECT-FLAG = 'N'
                PERFORM SKU-OLD-VALUE-PARA
                MOVE 'N' TO WS-SKU-MAST-ACTIVE (WS-MATCH-SUB)
                MOVE 'Y' TO WS-SKU-CHANGED
                            TO WS-SKU-MAST-RETAIL   (WS-MATCH-SUB).
            MOVE WS-TRN-COST
                            TO WS-SKU-MAST-COST     (WS-MATCH-SUB).
            MOVE WS-TRN-REORDER
                            TO WS-SKU-MAST-REORDER  (WS-MATCH-SUB).
            MOVE 'Y' TO WS-SKU-CHANGED.

        SKU-OLD-VALUE-PARA.
                TO WS-CONVERTED-RETAIL.
            MOVE WS-SKU-MAST-COST (WS-MATCH-SUB)
                TO WS-CONVERTED-COST.
            MOVE WS-SKU-MAST-REORDER (WS-MATCH-SUB)
                TO WS-CONVERTED-REORDER.
            MOVE SPACES TO WS-TRN-OLD-VALUE.
            STRING WS-SKU-MAST-NAME     (WS-MATCH-SUB)
                   ' ' WS-SKU-MAST-DEPT (WS-MATCH-SUB)
                   ' ' WS-SKU-MAST-STATUS   (WS-MATCH-SUB)
                   ' ' WS-CONVERTED-RETAIL
                   ' ' WS-CONVERTED-COST
                   ' ' WS-CONVERTED-REORDER
                   DELIMITED BY SIZE
                   INTO WS-TRN-OLD-VALUE
            END-STRING.
                TO WS-CONVERTED-RETAIL.
            MOVE WS-SKU-MAST-COST (WS-MATCH-SUB)
                TO WS-CONVERTED-COST.
            MOVE WS-SKU-MAST-REORDER (WS-MATCH-SUB)
                TO WS-CONVERTED-REORDER.
            MOVE SPACES TO WS-TRN-NEW-VALUE.
            STRING WS-SKU-MAST-NAME     (WS-MATCH-SUB)
                   ' ' WS-SKU-MAST-DEPT (WS-MATCH-SUB)
                   ' ' WS-SKU-MAST-STATUS   (WS-MATCH-SUB)
                   ' ' WS-CONVERTED-RETAIL
                   ' ' WS-CONVERTED-COST
                   ' ' WS-CONVERTED-REORDER
                   DELIMITED BY SIZE
                   INTO WS-TRN-NEW-VALUE
            END-STRING.
                MOVE 'Y' TO WS-UNIT-CHANGED
            END-IF.

      *  DAYPART TABLE MAINTENANCE - KEY IS THE DAYPART CODE (UP TO
      *  FOUR CHARACTERS), F1 IS THE NAME, F2 AND F3 THE START AND
      *  END HOURS. THE HOURS MUST BE 00-23, START NO LATER THAN
      *  END, AND CLEAR OF EVERY OTHER ACTIVE DAYPART'S HOURS
        DPT-MAINT-PROCEDURE.
            PERFORM DPT-FIND-PROCEDURE.
            IF WS-TRN-KEY = SPACES
                MOVE 'Y' TO WS-TRN-REJECT-FLAG
                MOVE 'BLANK DAYPART CODE' TO WS-TRN-REASON
            END-IF.
            IF WS-TRN-REJECT-FLAG = 'N'
               AND WS-TRN-KEY (5:12) NOT = SPACES
                MOVE 'Y' TO WS-TRN-REJECT-FLAG
                MOVE 'DAYPART CODE OVER 4 CHARACTERS' TO WS-TRN-REASON
            END-IF.
            IF WS-TRN-REJECT-FLAG = 'N'
               AND WS-TRN-ACTION NOT = 'DELETE'
               AND WS-TRN-F1 = SPACES
                MOVE 'Y' TO WS-TRN-REJECT-FLAG
                MOVE 'BLANK DAYPART NAME' TO WS-TRN-REASON
            END-IF.
            IF WS-TRN-REJECT-FLAG = 'N'
               AND WS-TRN-ACTION NOT = 'DELETE'
                MOVE WS-TRN-F2 TO WS-CNT-TEXT
                PERFORM VALIDATE-COUNT-PROCEDURE
                IF WS-CNT-VALID = 'N' OR WS-CNT-VALUE > 23
                    MOVE 'Y' TO WS-TRN-REJECT-FLAG
                    MOVE 'START HOUR NOT 00-23' TO WS-TRN-REASON
                ELSE
                    MOVE WS-CNT-VALUE TO WS-TRN-START-HOUR
                END-IF
            END-IF.
            IF WS-TRN-REJECT-FLAG = 'N'
               AND WS-TRN-ACTION NOT = 'DELETE'
                MOVE WS-TRN-F3 TO WS-CNT-TEXT
                PERFORM VALIDATE-COUNT-PROCEDURE
                IF WS-CNT-VALID = 'N' OR WS-CNT-VALUE > 23
                    MOVE 'Y' TO WS-TRN-REJECT-FLAG
                    MOVE 'END HOUR NOT 00-23' TO WS-TRN-REASON
                ELSE
                    MOVE WS-CNT-VALUE TO WS-TRN-END-HOUR
                END-IF
            END-IF.
            IF WS-TRN-REJECT-FLAG = 'N'
               AND WS-TRN-ACTION NOT = 'DELETE'
               AND WS-TRN-END-HOUR < WS-TRN-START-HOUR
                MOVE 'Y' TO WS-TRN-REJECT-FLAG
                MOVE 'END HOUR BEFORE START HOUR' TO WS-TRN-REASON
            END-IF.
            IF WS-TRN-REJECT-FLAG = 'N'
               AND WS-TRN-ACTION NOT = 'DELETE'
                MOVE 'N' TO WS-DPT-OVERLAP
                PERFORM DPT-OVERLAP-PARA
                    VARYING WS-DPT-IDX FROM 1 BY 1
                    UNTIL WS-DPT-IDX > WS-DPT-COUNT
                       OR WS-DPT-OVERLAP = 'Y'
                IF WS-DPT-OVERLAP = 'Y'
                    MOVE 'Y' TO WS-TRN-REJECT-FLAG
                    MOVE 'HOURS OVERLAP ANOTHER DAYPART'
                        TO WS-TRN-REASON
                END-IF
            END-IF.
            IF WS-TRN-REJECT-FLAG = 'N'
                EVALUATE WS-TRN-ACTION
                    WHEN 'ADD'
                        PERFORM DPT-ADD-PROCEDURE
                    WHEN 'CHANGE'
                        PERFORM DPT-CHANGE-PROCEDURE
                    WHEN 'DELETE'
                        PERFORM DPT-DELETE-PROCEDURE
                END-EVALUATE
            END-IF.

        DPT-FIND-PROCEDURE.
            MOVE 'N' TO WS-MATCH-FOUND.
            MOVE 0   TO WS-MATCH-SUB.
            PERFORM DPT-SEARCH-PARA
                VARYING WS-DPT-IDX FROM 1 BY 1
                UNTIL WS-DPT-IDX > WS-DPT-COUNT
                   OR WS-MATCH-FOUND = 'Y'.

        DPT-SEARCH-PARA.
            IF WS-DPT-ACTIVE (WS-DPT-IDX) = 'Y'
               AND WS-DPT-CODE (WS-DPT-IDX) = WS-TRN-KEY (1:4)
                MOVE 'Y' TO WS-MATCH-FOUND
                MOVE WS-DPT-IDX TO WS-MATCH-SUB
            END-IF.

      *  THE DAYPART BEING CHANGED DOES NOT OVERLAP ITSELF
        DPT-OVERLAP-PARA.
            IF WS-DPT-ACTIVE (WS-DPT-IDX) = 'Y'
               AND WS-DPT-CODE (WS-DPT-IDX) NOT = WS-TRN-KEY (1:4)
               AND WS-DPT-START (WS-DPT-IDX) NOT > WS-TRN-END-HOUR
               AND WS-DPT-END (WS-DPT-IDX) NOT < WS-TRN-START-HOUR
                MOVE 'Y' TO WS-DPT-OVERLAP
            END-IF.

        DPT-ADD-PROCEDURE.
            IF WS-MATCH-FOUND = 'Y'
                MOVE 'Y' TO WS-TRN-REJECT-FLAG
                MOVE 'DUPLICATE DAYPART CODE' TO WS-TRN-REASON
            ELSE
                IF WS-DPT-COUNT < 10
                    ADD 1 TO WS-DPT-COUNT
                    MOVE WS-DPT-COUNT TO WS-MATCH-SUB
                    MOVE WS-TRN-KEY (1:4)
                        TO WS-DPT-CODE (WS-MATCH-SUB)
                    PERFORM DPT-STORE-PARA
                    MOVE 'Y' TO WS-DPT-ACTIVE (WS-MATCH-SUB)
                    PERFORM DPT-NEW-VALUE-PARA
                ELSE
                    MOVE 'Y' TO WS-TRN-REJECT-FLAG
                    MOVE 'DAYPART TABLE FULL' TO WS-TRN-REASON
                END-IF
            END-IF.

        DPT-CHANGE-PROCEDURE.
            IF WS-MATCH-FOUND = 'N'
                MOVE 'Y' TO WS-TRN-REJECT-FLAG
                MOVE 'DAYPART CODE NOT ON FILE' TO WS-TRN-REASON
            ELSE
                PERFORM DPT-OLD-VALUE-PARA
                PERFORM DPT-STORE-PARA
                PERFORM DPT-NEW-VALUE-PARA
            END-IF.

        DPT-DELETE-PROCEDURE.
            IF WS-MATCH-FOUND = 'N'
                MOVE 'Y' TO WS-TRN-REJECT-FLAG
                MOVE 'DAYPART CODE NOT ON FILE' TO WS-TRN-REASON
            ELSE
                PERFORM DPT-OLD-VALUE-PARA
                MOVE 'N' TO WS-DPT-ACTIVE (WS-MATCH-SUB)
                MOVE 'Y' TO WS-DPT-CHANGED
            END-IF.

        DPT-STORE-PARA.
            MOVE WS-TRN-F1 (1:12)   TO WS-DPT-NAME  (WS-MATCH-SUB).
            MOVE WS-TRN-START-HOUR  TO WS-DPT-START (WS-MATCH-SUB).
            MOVE WS-TRN-END-HOUR    TO WS-DPT-END   (WS-MATCH-SUB).
            MOVE 'Y' TO WS-DPT-CHANGED.

      *  FISCAL CALENDAR MAINTENANCE - KEY IS THE PERIOD AS YYYYPNN
      *  (FISCAL YEAR, 'P', PERIOD 01-13), F1 AND F2 THE FIRST AND
      *  LAST BUSINESS DATES. A CLOSED PERIOD IS FINANCE'S BOOKED
      *  MONTH AND IS NEVER CHANGED OR DELETED FROM HERE
        FPD-MAINT-PROCEDURE.
            IF WS-FPD-FULL = 'Y'
                MOVE 'Y' TO WS-TRN-REJECT-FLAG
                MOVE 'FISCAL CALENDAR FULL - RUN HELD' TO WS-TRN-REASON
            END-IF.
            IF WS-TRN-REJECT-FLAG = 'N'
                PERFORM FPD-FIND-PROCEDURE
                IF WS-TRN-KEY (1:4) NOT NUMERIC
                 OR WS-TRN-KEY (5:1) NOT = 'P'
                 OR WS-TRN-KEY (6:2) NOT NUMERIC
                 OR WS-TRN-KEY (6:2) = '00'
                 OR WS-TRN-KEY (6:2) > '13'
                 OR WS-TRN-KEY (8:9) NOT = SPACES
                    MOVE 'Y' TO WS-TRN-REJECT-FLAG
                    MOVE 'PERIOD NOT YYYYPNN' TO WS-TRN-REASON
                END-IF
            END-IF.
            IF WS-TRN-REJECT-FLAG = 'N'
               AND WS-MATCH-FOUND = 'Y'
               AND WS-TRN-ACTION NOT = 'ADD'
               AND WS-FPD-STATUS (WS-MATCH-SUB) = 'C'
                MOVE 'Y' TO WS-TRN-REJECT-FLAG
                MOVE 'PERIOD CLOSED - NO CHANGES' TO WS-TRN-REASON
            END-IF.
            IF WS-TRN-REJECT-FLAG = 'N'
               AND WS-TRN-ACTION NOT = 'DELETE'
                MOVE WS-TRN-F1 (1:10) TO WS-DV-TEXT
                PERFORM DATE-FORMAT-CHECK-PARA
                IF WS-DV-OK = 'N' OR WS-TRN-F1 (11:20) NOT = SPACES
                    MOVE 'Y' TO WS-TRN-REJECT-FLAG
                    MOVE 'START DATE NOT YYYY-MM-DD' TO WS-TRN-REASON
                ELSE
                    MOVE WS-TRN-F1 (1:10) TO WS-TRN-START-DATE
                END-IF
            END-IF.
            IF WS-TRN-REJECT-FLAG = 'N'
               AND WS-TRN-ACTION NOT = 'DELETE'
                MOVE WS-TRN-F2 TO WS-DV-TEXT
                PERFORM DATE-FORMAT-CHECK-PARA
                IF WS-DV-OK = 'N'
                    MOVE 'Y' TO WS-TRN-REJECT-FLAG
                    MOVE 'END DATE NOT YYYY-MM-DD' TO WS-TRN-REASON
                ELSE
                    MOVE WS-TRN-F2 TO WS-TRN-END-DATE
                END-IF
            END-IF.
            IF WS-TRN-REJECT-FLAG = 'N'
               AND WS-TRN-ACTION NOT = 'DELETE'
               AND WS-TRN-END-DATE < WS-TRN-START-DATE
                MOVE 'Y' TO WS-TRN-REJECT-FLAG
                MOVE 'END DATE BEFORE START DATE' TO WS-TRN-REASON
            END-IF.
            IF WS-TRN-REJECT-FLAG = 'N'
               AND WS-TRN-ACTION NOT = 'DELETE'
                PERFORM FPD-OVERLAP-PARA
                    VARYING WS-FPD-IDX FROM 1 BY 1
                    UNTIL WS-FPD-IDX > WS-FPD-COUNT
                       OR WS-TRN-REJECT-FLAG = 'Y'
            END-IF.
            IF WS-TRN-REJECT-FLAG = 'N'
                EVALUATE WS-TRN-ACTION
                    WHEN 'ADD'
                        PERFORM FPD-ADD-PROCEDURE
                    WHEN 'CHANGE'
                        PERFORM FPD-CHANGE-PROCEDURE
                    WHEN 'DELETE'
                        PERFORM FPD-DELETE-PROCEDURE
                END-EVALUATE
            END-IF.

        FPD-FIND-PROCEDURE.
            MOVE 'N' TO WS-MATCH-FOUND.
            MOVE 0   TO WS-MATCH-SUB.
            PERFORM FPD-SEARCH-PARA
                VARYING WS-FPD-IDX FROM 1 BY 1
                UNTIL WS-FPD-IDX > WS-FPD-COUNT
                   OR WS-MATCH-FOUND = 'Y'.

        FPD-SEARCH-PARA.
            IF WS-FPD-ACTIVE (WS-FPD-IDX) = 'Y'
               AND WS-FPD-PERIOD (WS-FPD-IDX) = WS-TRN-KEY (1:7)
                MOVE 'Y' TO WS-MATCH-FOUND
                MOVE WS-FPD-IDX TO WS-MATCH-SUB
            END-IF.

      *  THE PERIOD BEING CHANGED DOES NOT OVERLAP ITSELF. THE TEXT
      *  COMPARE WORKS BECAUSE THE DATES ARE ALL YYYY-MM-DD
        FPD-OVERLAP-PARA.
            IF WS-FPD-ACTIVE (WS-FPD-IDX) = 'Y'
               AND WS-FPD-PERIOD (WS-FPD-IDX) NOT = WS-TRN-KEY (1:7)
               AND WS-FPD-START (WS-FPD-IDX) NOT > WS-TRN-END-DATE
               AND WS-FPD-END (WS-FPD-IDX) NOT < WS-TRN-START-DATE
                MOVE 'Y' TO WS-TRN-REJECT-FLAG
                STRING 'DATES OVERLAP PERIOD '
                       WS-FPD-PERIOD (WS-FPD-IDX)
                       DELIMITED BY SIZE
                       INTO WS-TRN-REASON
                END-STRING
            END-IF.

        FPD-ADD-PROCEDURE.
            IF WS-MATCH-FOUND = 'Y'
                MOVE 'Y' TO WS-TRN-REJECT-FLAG
                MOVE 'DUPLICATE FISCAL PERIOD' TO WS-TRN-REASON
            ELSE
                IF WS-FPD-COUNT < 400
                    ADD 1 TO WS-FPD-COUNT
                    MOVE WS-FPD-COUNT TO WS-MATCH-SUB
                    MOVE WS-TRN-KEY (1:7)
                        TO WS-FPD-PERIOD (WS-MATCH-SUB)
                    MOVE 'O'    TO WS-FPD-STATUS (WS-MATCH-SUB)
                    MOVE SPACES TO WS-FPD-CLOSED (WS-MATCH-SUB)
                    PERFORM FPD-STORE-PARA
                    MOVE 'Y' TO WS-FPD-ACTIVE (WS-MATCH-SUB)
                    PERFORM FPD-NEW-VALUE-PARA
                ELSE
                    MOVE 'Y' TO WS-TRN-REJECT-FLAG
                    MOVE 'FISCAL CALENDAR FULL' TO WS-TRN-REASON
                END-IF
            END-IF.

        FPD-CHANGE-PROCEDURE.
            IF WS-MATCH-FOUND = 'N'
                MOVE 'Y' TO WS-TRN-REJECT-FLAG
                MOVE 'FISCAL PERIOD NOT ON FILE' TO WS-TRN-REASON
            ELSE
                PERFORM FPD-OLD-VALUE-PARA
                PERFORM FPD-STORE-PARA
                PERFORM FPD-NEW-VALUE-PARA
            END-IF.

        FPD-DELETE-PROCEDURE.
            IF WS-MATCH-FOUND = 'N'
                MOVE 'Y' TO WS-TRN-REJECT-FLAG
                MOVE 'FISCAL PERIOD NOT ON FILE' TO WS-TRN-REASON
            ELSE
                PERFORM FPD-OLD-VALUE-PARA
                MOVE 'N' TO WS-FPD-ACTIVE (WS-MATCH-SUB)
                MOVE 'Y' TO WS-FPD-CHANGED
            END-IF.

        FPD-STORE-PARA.
            MOVE WS-TRN-START-DATE TO WS-FPD-START (WS-MATCH-SUB).
            MOVE WS-TRN-END-DATE   TO WS-FPD-END   (WS-MATCH-SUB).
            MOVE 'Y' TO WS-FPD-CHANGED.

        FPD-OLD-VALUE-PARA.
            STRING WS-FPD-START (WS-MATCH-SUB)
                   ' TO ' WS-FPD-END (WS-MATCH-SUB)
                   ' STATUS ' WS-FPD-STATUS (WS-MATCH-SUB)
                   DELIMITED BY SIZE
                   INTO WS-TRN-OLD-VALUE
            END-STRING.

        FPD-NEW-VALUE-PARA.
            STRING WS-FPD-START (WS-MATCH-SUB)
                   ' TO ' WS-FPD-END (WS-MATCH-SUB)
                   ' STATUS ' WS-FPD-STATUS (WS-MATCH-SUB)
                   DELIMITED BY SIZE
                   INTO WS-TRN-NEW-VALUE
            END-STRING.

      *  STORE MASTER MAINTENANCE - KEY IS THE STORE NUMBER AS THE
      *  EXTRACT SENDS IT, F1 THE NAME, F2 AND F3 THE OPEN AND CLOSE
      *  DATES, F4 THE STATUS, F5 AND F6 THE REGION AND DISTRICT
        STR-MAINT-PROCEDURE.
            IF WS-STR-OVERFLOW = 'Y'
                MOVE 'Y' TO WS-TRN-REJECT-FLAG
                MOVE 'STORE MASTER FULL - RUN HELD' TO WS-TRN-REASON
            END-IF.
            IF WS-TRN-REJECT-FLAG = 'N'
                PERFORM STR-FIND-PROCEDURE
                IF WS-TRN-KEY = SPACES
                    MOVE 'Y' TO WS-TRN-REJECT-FLAG
                    MOVE 'BLANK STORE NUMBER' TO WS-TRN-REASON
                END-IF
            END-IF.
            IF WS-TRN-REJECT-FLAG = 'N'
               AND WS-TRN-KEY (5:12) NOT = SPACES
                MOVE 'Y' TO WS-TRN-REJECT-FLAG
                MOVE 'STORE NUMBER OVER 4 CHARACTERS' TO WS-TRN-REASON
            END-IF.
            IF WS-TRN-REJECT-FLAG = 'N'
               AND WS-TRN-ACTION NOT = 'DELETE'
               AND WS-TRN-F1 = SPACES
                MOVE 'Y' TO WS-TRN-REJECT-FLAG
                MOVE 'BLANK STORE NAME' TO WS-TRN-REASON
            END-IF.
            IF WS-TRN-REJECT-FLAG = 'N'
               AND WS-TRN-ACTION NOT = 'DELETE'
                MOVE WS-TRN-F2 TO WS-DV-TEXT
                PERFORM DATE-FORMAT-CHECK-PARA
                IF WS-DV-OK = 'N'
                    MOVE 'Y' TO WS-TRN-REJECT-FLAG
                    MOVE 'OPEN DATE NOT YYYY-MM-DD' TO WS-TRN-REASON
                ELSE
                    MOVE WS-TRN-F2 TO WS-TRN-OPEN-DATE
                END-IF
            END-IF.
            IF WS-TRN-REJECT-FLAG = 'N'
               AND WS-TRN-ACTION NOT = 'DELETE'
                MOVE SPACES TO WS-TRN-CLOSE-DATE
                IF WS-TRN-F3 NOT = SPACES
                    MOVE WS-TRN-F3 TO WS-DV-TEXT
                    PERFORM DATE-FORMAT-CHECK-PARA
                    IF WS-DV-OK = 'N'
                        MOVE 'Y' TO WS-TRN-REJECT-FLAG
                        MOVE 'CLOSE DATE NOT YYYY-MM-DD'
                            TO WS-TRN-REASON
                    ELSE
                        MOVE WS-TRN-F3 TO WS-TRN-CLOSE-DATE
                    END-IF
                END-IF
            END-IF.
            IF WS-TRN-REJECT-FLAG = 'N'
               AND WS-TRN-ACTION NOT = 'DELETE'
               AND WS-TRN-CLOSE-DATE NOT = SPACES
               AND WS-TRN-CLOSE-DATE < WS-TRN-OPEN-DATE
                MOVE 'Y' TO WS-TRN-REJECT-FLAG
                MOVE 'CLOSE DATE BEFORE OPEN DATE' TO WS-TRN-REASON
            END-IF.
            IF WS-TRN-REJECT-FLAG = 'N'
               AND WS-TRN-ACTION NOT = 'DELETE'
                EVALUATE WS-TRN-F4
                    WHEN SPACES
                        MOVE 'A' TO WS-TRN-STATUS
                    WHEN 'A'
                        MOVE 'A' TO WS-TRN-STATUS
                    WHEN 'C'
                        MOVE 'C' TO WS-TRN-STATUS
                    WHEN OTHER
                        MOVE 'Y' TO WS-TRN-REJECT-FLAG
                        MOVE 'STATUS NOT A OR C' TO WS-TRN-REASON
                END-EVALUATE
            END-IF.
            IF WS-TRN-REJECT-FLAG = 'N'
               AND WS-TRN-ACTION NOT = 'DELETE'
               AND (WS-TRN-F5 = SPACES
                 OR WS-TRN-F5 (5:6) NOT = SPACES)
                MOVE 'Y' TO WS-TRN-REJECT-FLAG
                MOVE 'REGION BLANK OR OVER 4 CHARS' TO WS-TRN-REASON
            END-IF.
            IF WS-TRN-REJECT-FLAG = 'N'
               AND WS-TRN-ACTION NOT = 'DELETE'
               AND (WS-TRN-F6 = SPACES
                 OR WS-TRN-F6 (5:6) NOT = SPACES)
                MOVE 'Y' TO WS-TRN-REJECT-FLAG
                MOVE 'DISTRICT BLANK OR OVER 4 CHARS'
                    TO WS-TRN-REASON
            END-IF.
            IF WS-TRN-REJECT-FLAG = 'N'
                EVALUATE WS-TRN-ACTION
                    WHEN 'ADD'
                        PERFORM STR-ADD-PROCEDURE
                    WHEN 'CHANGE'
                        PERFORM STR-CHANGE-PROCEDURE
                    WHEN 'DELETE'
                        PERFORM STR-DELETE-PROCEDURE
                END-EVALUATE
            END-IF.

        STR-FIND-PROCEDURE.
            MOVE 'N' TO WS-MATCH-FOUND.
            MOVE 0   TO WS-MATCH-SUB.
            PERFORM STR-SEARCH-PARA
                VARYING WS-STR-IDX FROM 1 BY 1
                UNTIL WS-STR-IDX > WS-STR-COUNT
                   OR WS-MATCH-FOUND = 'Y'.

        STR-SEARCH-PARA.
            IF WS-STR-ACTIVE (WS-STR-IDX) = 'Y'
               AND WS-STR-NO (WS-STR-IDX) = WS-TRN-KEY (1:4)
                MOVE 'Y' TO WS-MATCH-FOUND
                MOVE WS-STR-IDX TO WS-MATCH-SUB
            END-IF.

        STR-ADD-PROCEDURE.
            IF WS-MATCH-FOUND = 'Y'
                MOVE 'Y' TO WS-TRN-REJECT-FLAG
                MOVE 'DUPLICATE STORE NUMBER' TO WS-TRN-REASON
            ELSE
                IF WS-STR-COUNT < 500
                    ADD 1 TO WS-STR-COUNT
                    MOVE WS-STR-COUNT TO WS-MATCH-SUB
                    MOVE WS-TRN-KEY (1:4)
                        TO WS-STR-NO (WS-MATCH-SUB)
                    PERFORM STR-STORE-PARA
                    MOVE 'Y' TO WS-STR-ACTIVE (WS-MATCH-SUB)
                    PERFORM STR-NEW-VALUE-PARA
                ELSE
                    MOVE 'Y' TO WS-TRN-REJECT-FLAG
                    MOVE 'STORE MASTER FULL' TO WS-TRN-REASON
                END-IF
            END-IF.

        STR-CHANGE-PROCEDURE.
            IF WS-MATCH-FOUND = 'N'
                MOVE 'Y' TO WS-TRN-REJECT-FLAG
                MOVE 'STORE NOT ON FILE' TO WS-TRN-REASON
            ELSE
                PERFORM STR-OLD-VALUE-PARA
                PERFORM STR-STORE-PARA
                PERFORM STR-NEW-VALUE-PARA
            END-IF.

        STR-DELETE-PROCEDURE.
            IF WS-MATCH-FOUND = 'N'
                MOVE 'Y' TO WS-TRN-REJECT-FLAG
                MOVE 'STORE NOT ON FILE' TO WS-TRN-REASON
            ELSE
                PERFORM STR-OLD-VALUE-PARA
                MOVE 'N' TO WS-STR-ACTIVE (WS-MATCH-SUB)
                MOVE 'Y' TO WS-STR-CHANGED
            END-IF.

        STR-STORE-PARA.
            MOVE WS-TRN-F1          TO WS-STR-NAME     (WS-MATCH-SUB).
            MOVE WS-TRN-F5 (1:4)    TO WS-STR-REGION   (WS-MATCH-SUB).
            MOVE WS-TRN-F6 (1:4)    TO WS-STR-DISTRICT (WS-MATCH-SUB).
            MOVE WS-TRN-OPEN-DATE   TO WS-STR-OPEN     (WS-MATCH-SUB).
            MOVE WS-TRN-CLOSE-DATE  TO WS-STR-CLOSE    (WS-MATCH-SUB).
            MOVE WS-TRN-STATUS      TO WS-STR-STATUS   (WS-MATCH-SUB).
            MOVE 'Y' TO WS-STR-CHANGED.

        STR-OLD-VALUE-PARA.
            STRING WS-STR-NAME (WS-MATCH-SUB)
                   ' ' WS-STR-REGION (WS-MATCH-SUB)
                   '/' WS-STR-DISTRICT (WS-MATCH-SUB)
                   ' ' WS-STR-OPEN (WS-MATCH-SUB)
                   ' ' WS-STR-CLOSE (WS-MATCH-SUB)
                   ' ' WS-STR-STATUS (WS-MATCH-SUB)
                   DELIMITED BY SIZE
                   INTO WS-TRN-OLD-VALUE
            END-STRING.

        STR-NEW-VALUE-PARA.
            STRING WS-STR-NAME (WS-MATCH-SUB)
                   ' ' WS-STR-REGION (WS-MATCH-SUB)
                   '/' WS-STR-DISTRICT (WS-MATCH-SUB)
                   ' ' WS-STR-OPEN (WS-MATCH-SUB)
                   ' ' WS-STR-CLOSE (WS-MATCH-SUB)
                   ' ' WS-STR-STATUS (WS-MATCH-SUB)
                   DELIMITED BY SIZE
                   INTO WS-TRN-NEW-VALUE
            END-STRING.

      *  PRICE CHANGE MAINTENANCE - KEY IS THE SKU, WHICH MUST BE ON
      *  THE SKU MASTER, F1 THE EFFECTIVE DATE, F2 AND F3 THE NEW
      *  STANDARD RETAIL AND COST. A SKU HAS AT MOST ONE CHANGE PER
      *  DATE. ONLY A CHANGE NOT YET IN FORCE - DATED TODAY OR
      *  LATER - MAY BE ADDED, CHANGED OR DELETED
        PRC-MAINT-PROCEDURE.
            IF WS-PRC-OVERFLOW = 'Y'
                MOVE 'Y' TO WS-TRN-REJECT-FLAG
                MOVE 'PRICE TABLE FULL - RUN HELD' TO WS-TRN-REASON
            END-IF.
            IF WS-TRN-REJECT-FLAG = 'N'
               AND WS-SKU-OVERFLOW = 'Y'
                MOVE 'Y' TO WS-TRN-REJECT-FLAG
                MOVE 'SKU TABLE OVERFLOW - RUN HELD'
                    TO WS-TRN-REASON
            END-IF.
            IF WS-TRN-REJECT-FLAG = 'N'
               AND WS-TRN-KEY = SPACES
                MOVE 'Y' TO WS-TRN-REJECT-FLAG
                MOVE 'BLANK SKU' TO WS-TRN-REASON
            END-IF.
            IF WS-TRN-REJECT-FLAG = 'N'
                PERFORM SKU-FIND-PROCEDURE
                IF WS-MATCH-FOUND = 'N'
                    MOVE 'Y' TO WS-TRN-REJECT-FLAG
                    MOVE 'SKU NOT ON FILE' TO WS-TRN-REASON
                ELSE
                    MOVE WS-SKU-MAST-RETAIL (WS-MATCH-SUB)
                        TO WS-PRIOR-RETAIL
                    MOVE WS-SKU-MAST-COST (WS-MATCH-SUB)
                        TO WS-PRIOR-COST
                END-IF
            END-IF.
            IF WS-TRN-REJECT-FLAG = 'N'
                MOVE WS-TRN-F1 (1:10) TO WS-DV-TEXT
                PERFORM DATE-FORMAT-CHECK-PARA
                IF WS-DV-OK = 'N'
                   OR WS-TRN-F1 (11:20) NOT = SPACES
                    MOVE 'Y' TO WS-TRN-REJECT-FLAG
                    MOVE 'EFFECTIVE DATE NOT YYYY-MM-DD'
                        TO WS-TRN-REASON
                ELSE
                    MOVE WS-TRN-F1 (1:10) TO WS-TRN-EFF-DATE
                END-IF
            END-IF.
            IF WS-TRN-REJECT-FLAG = 'N'
               AND WS-TRN-EFF-DATE < WS-RUN-DATE
                MOVE 'Y' TO WS-TRN-REJECT-FLAG
                IF WS-TRN-ACTION = 'ADD'
                    MOVE 'EFFECTIVE DATE BEFORE TODAY'
                        TO WS-TRN-REASON
                ELSE
                    MOVE 'IN FORCE - PRICE HISTORY'
                        TO WS-TRN-REASON
                END-IF
            END-IF.
            IF WS-TRN-REJECT-FLAG = 'N'
                PERFORM PRC-PRIOR-PROCEDURE
                PERFORM PRC-FIND-PROCEDURE
            END-IF.
            IF WS-TRN-REJECT-FLAG = 'N'
               AND WS-TRN-ACTION NOT = 'DELETE'
                PERFORM PRC-MONEY-EDIT-PROCEDURE
            END-IF.
            IF WS-TRN-REJECT-FLAG = 'N'
                EVALUATE WS-TRN-ACTION
                    WHEN 'ADD'
                        PERFORM PRC-ADD-PROCEDURE
                    WHEN 'CHANGE'
                        PERFORM PRC-CHANGE-PROCEDURE
                    WHEN 'DELETE'
                        PERFORM PRC-DELETE-PROCEDURE
                END-EVALUATE
            END-IF.

      *  THE STANDARD IN FORCE THE DAY BEFORE THE CARD'S EFFECTIVE
      *  DATE - THE LATEST EARLIER CHANGE FOR THE SKU, ELSE THE SKU
      *  MASTER'S OWN RETAIL AND COST ALREADY IN WS-PRIOR-RETAIL AND
      *  WS-PRIOR-COST. THE TABLE IS IN DATE ORDER, SO THE LAST HIT
      *  IS THE ONE IN FORCE
        PRC-PRIOR-PROCEDURE.
            MOVE SPACES TO WS-PRIOR-DATE.
            PERFORM PRC-PRIOR-PARA
                VARYING WS-PRC-IDX FROM 1 BY 1
                UNTIL WS-PRC-IDX > WS-PRC-COUNT.

        PRC-PRIOR-PARA.
            IF WS-PRC-ACTIVE (WS-PRC-IDX) = 'Y'
               AND WS-PRC-SKU (WS-PRC-IDX) = WS-TRN-KEY
               AND WS-PRC-EFF (WS-PRC-IDX) < WS-TRN-EFF-DATE
                MOVE WS-PRC-EFF (WS-PRC-IDX)    TO WS-PRIOR-DATE
                MOVE WS-PRC-RETAIL (WS-PRC-IDX) TO WS-PRIOR-RETAIL
                MOVE WS-PRC-COST (WS-PRC-IDX)   TO WS-PRIOR-COST
            END-IF.

        PRC-FIND-PROCEDURE.
            MOVE 'N' TO WS-MATCH-FOUND.
            MOVE 0   TO WS-MATCH-SUB.
            PERFORM PRC-SEARCH-PARA
                VARYING WS-PRC-IDX FROM 1 BY 1
                UNTIL WS-PRC-IDX > WS-PRC-COUNT
                   OR WS-MATCH-FOUND = 'Y'.

        PRC-SEARCH-PARA.
            IF WS-PRC-ACTIVE (WS-PRC-IDX) = 'Y'
               AND WS-PRC-SKU (WS-PRC-IDX) = WS-TRN-KEY
               AND WS-PRC-EFF (WS-PRC-IDX) = WS-TRN-EFF-DATE
                MOVE 'Y' TO WS-MATCH-FOUND
                MOVE WS-PRC-IDX TO WS-MATCH-SUB
            END-IF.

      *  SETS WS-PRC-HISTORY WHEN THE SKU ON THE CARD HAS ANY
      *  ACTIVE PRICE CHANGE
        PRC-HISTORY-CHECK-PROCEDURE.
            MOVE 'N' TO WS-PRC-HISTORY.
            PERFORM PRC-HISTORY-PARA
                VARYING WS-PRC-IDX FROM 1 BY 1
                UNTIL WS-PRC-IDX > WS-PRC-COUNT
                   OR WS-PRC-HISTORY = 'Y'.

        PRC-HISTORY-PARA.
            IF WS-PRC-ACTIVE (WS-PRC-IDX) = 'Y'
               AND WS-PRC-SKU (WS-PRC-IDX) = WS-TRN-KEY
                MOVE 'Y' TO WS-PRC-HISTORY
            END-IF.

      *  A BLANK RETAIL OR COST CARRIES THE PRIOR STANDARD, SO A
      *  RETAIL-ONLY CHANGE NEED NOT RE-KEY THE COST
        PRC-MONEY-EDIT-PROCEDURE.
            MOVE WS-PRIOR-RETAIL TO WS-TRN-RETAIL.
            MOVE WS-PRIOR-COST   TO WS-TRN-COST.
            IF WS-TRN-F2 NOT = SPACES
                MOVE WS-TRN-F2 TO WS-DEC-TEXT
                PERFORM VALIDATE-DECIMAL-PROCEDURE
                IF WS-DEC-VALID = 'N'
                    MOVE 'Y' TO WS-TRN-REJECT-FLAG
                    MOVE 'RETAIL NOT NUMERIC' TO WS-TRN-REASON
                ELSE
                    IF WS-DEC-VALUE > 999.99
                        MOVE 'Y' TO WS-TRN-REJECT-FLAG
                        MOVE 'RETAIL OUT OF RANGE' TO WS-TRN-REASON
                    ELSE
                        MOVE WS-DEC-VALUE TO WS-TRN-RETAIL
                    END-IF
                END-IF
            END-IF.
            IF WS-TRN-REJECT-FLAG = 'N'
               AND WS-TRN-F3 NOT = SPACES
                MOVE WS-TRN-F3 TO WS-DEC-TEXT
                PERFORM VALIDATE-DECIMAL-PROCEDURE
                IF WS-DEC-VALID = 'N'
                    MOVE 'Y' TO WS-TRN-REJECT-FLAG
                    MOVE 'COST NOT NUMERIC' TO WS-TRN-REASON
                ELSE
                    IF WS-DEC-VALUE > 999.99
                        MOVE 'Y' TO WS-TRN-REJECT-FLAG
                        MOVE 'COST OUT OF RANGE' TO WS-TRN-REASON
                    ELSE
                        MOVE WS-DEC-VALUE TO WS-TRN-COST
                    END-IF
                END-IF
            END-IF.

      *  THE OLD VALUE OF AN ADD IS THE STANDARD IT REPLACES
        PRC-ADD-PROCEDURE.
            IF WS-MATCH-FOUND = 'Y'
                MOVE 'Y' TO WS-TRN-REJECT-FLAG
                MOVE 'DUPLICATE EFFECTIVE DATE' TO WS-TRN-REASON
            ELSE
                IF WS-PRC-COUNT < 20000
                    MOVE WS-TRN-KEY      TO WS-PRC-HOLD-SKU
                    MOVE WS-TRN-EFF-DATE TO WS-PRC-HOLD-EFF
                    MOVE WS-TRN-RETAIL   TO WS-PRC-HOLD-RETAIL
                    MOVE WS-TRN-COST     TO WS-PRC-HOLD-COST
                    MOVE WS-RUN-DATE     TO WS-PRC-HOLD-ENTERED
                    MOVE 'Y'             TO WS-PRC-HOLD-ACTIVE
                    PERFORM PRC-INSERT-PROCEDURE
                    MOVE WS-PRC-INSERT-SUB TO WS-MATCH-SUB
                    MOVE 'Y' TO WS-PRC-CHANGED
                    MOVE WS-PRIOR-RETAIL TO WS-CONVERTED-RETAIL
                    MOVE WS-PRIOR-COST   TO WS-CONVERTED-COST
                    IF WS-PRIOR-DATE = SPACES
                        MOVE 'SKU MASTER' TO WS-PRIOR-DATE
                    END-IF
                    STRING 'IN FORCE FROM ' WS-PRIOR-DATE
                           ' RETAIL ' WS-CONVERTED-RETAIL
                           ' COST ' WS-CONVERTED-COST
                           DELIMITED BY SIZE
                           INTO WS-TRN-OLD-VALUE
                    END-STRING
                    PERFORM PRC-NEW-VALUE-PARA
                ELSE
                    MOVE 'Y' TO WS-TRN-REJECT-FLAG
                    MOVE 'PRICE TABLE FULL' TO WS-TRN-REASON
                END-IF
            END-IF.

        PRC-CHANGE-PROCEDURE.
            IF WS-MATCH-FOUND = 'N'
                MOVE 'Y' TO WS-TRN-REJECT-FLAG
                MOVE 'PRICE CHANGE NOT ON FILE' TO WS-TRN-REASON
            ELSE
                PERFORM PRC-OLD-VALUE-PARA
                MOVE WS-TRN-RETAIL TO WS-PRC-RETAIL  (WS-MATCH-SUB)
                MOVE WS-TRN-COST   TO WS-PRC-COST    (WS-MATCH-SUB)
                MOVE WS-RUN-DATE   TO WS-PRC-ENTERED (WS-MATCH-SUB)
                MOVE 'Y' TO WS-PRC-CHANGED
                PERFORM PRC-NEW-VALUE-PARA
            END-IF.

        PRC-DELETE-PROCEDURE.
            IF WS-MATCH-FOUND = 'N'
                MOVE 'Y' TO WS-TRN-REJECT-FLAG
                MOVE 'PRICE CHANGE NOT ON FILE' TO WS-TRN-REASON
            ELSE
                PERFORM PRC-OLD-VALUE-PARA
                MOVE 'N' TO WS-PRC-ACTIVE (WS-MATCH-SUB)
                MOVE 'Y' TO WS-PRC-CHANGED
            END-IF.

        PRC-OLD-VALUE-PARA.
            MOVE WS-PRC-RETAIL (WS-MATCH-SUB) TO WS-CONVERTED-RETAIL.
            MOVE WS-PRC-COST (WS-MATCH-SUB)   TO WS-CONVERTED-COST.
            STRING 'EFFECTIVE ' WS-PRC-EFF (WS-MATCH-SUB)
                   ' RETAIL ' WS-CONVERTED-RETAIL
                   ' COST ' WS-CONVERTED-COST
                   ' ENTERED ' WS-PRC-ENTERED (WS-MATCH-SUB)
                   DELIMITED BY SIZE
                   INTO WS-TRN-OLD-VALUE
            END-STRING.

        PRC-NEW-VALUE-PARA.
            MOVE WS-PRC-RETAIL (WS-MATCH-SUB) TO WS-CONVERTED-RETAIL.
            MOVE WS-PRC-COST (WS-MATCH-SUB)   TO WS-CONVERTED-COST.
            STRING 'EFFECTIVE ' WS-PRC-EFF (WS-MATCH-SUB)
                   ' RETAIL ' WS-CONVERTED-RETAIL
                   ' COST ' WS-CONVERTED-COST
                   ' ENTERED ' WS-PRC-ENTERED (WS-MATCH-SUB)
                   DELIMITED BY SIZE
                   INTO WS-TRN-NEW-VALUE
            END-STRING.

        DPT-OLD-VALUE-PARA.
            STRING 'HOURS ' WS-DPT-START (WS-MATCH-SUB)
                   '-' WS-DPT-END (WS-MATCH-SUB)
                   ' ' WS-DPT-NAME (WS-MATCH-SUB)
                   DELIMITED BY SIZE
                   INTO WS-TRN-OLD-VALUE
            END-STRING.

        DPT-NEW-VALUE-PARA.
            STRING 'HOURS ' WS-DPT-START (WS-MATCH-SUB)
                   '-' WS-DPT-END (WS-MATCH-SUB)
                   ' ' WS-DPT-NAME (WS-MATCH-SUB)
                   DELIMITED BY SIZE
                   INTO WS-TRN-NEW-VALUE
            END-STRING.

      *  ACCEPTS ONLY DIGITS, ONE DECIMAL POINT AND EXACTLY TWO
      *  DECIMAL PLACES (D.DD THROUGH DDDDD.DD). ANYTHING ELSE -
      *  LETTERS, A MISSING POINT, EXTRA POINTS, BLANK - COMES BACK
      *  WS-DEC-VALID = 'N'. THE VALIDATED VALUE IS LEFT IN
      *  WS-DEC-VALUE
        VALIDATE-DECIMAL-PROCEDURE.
            MOVE 'N' TO WS-DEC-VALID.
            MOVE 0   TO WS-DEC-VALUE.
            MOVE SPACES TO WS-DEC-WHOLE.
            MOVE SPACES TO WS-DEC-FRAC.
            MOVE 'N'    TO WS-DEC-DONE.
      *  A SECOND DECIMAL POINT LEAVES A THIRD FIELD BEHIND AND
      *  RAISES OVERFLOW - THAT IS A REJECT, NOT TEXT TO IGNORE
            UNSTRING WS-DEC-TEXT DELIMITED BY '.'
                INTO WS-DEC-WHOLE WS-DEC-FRAC
                ON OVERFLOW MOVE 'Y' TO WS-DEC-DONE
            END-UNSTRING.
            IF WS-DEC-DONE = 'N'
               AND WS-DEC-FRAC (1:2) IS NUMERIC
               AND WS-DEC-FRAC (3:1) = SPACE
                PERFORM WHOLE-PART-CHECK-PARA
            END-IF.
            IF WS-DEC-VALID = 'Y'
                MOVE WS-DEC-TEXT TO WS-DEC-VALUE
            END-IF.

      *  THE WHOLE PART MUST BE ONE TO FIVE DIGITS FOLLOWED ONLY BY
      *  SPACES - SCAN LEFT TO RIGHT COUNTING DIGITS AND FAIL ON THE
      *  FIRST CHARACTER THAT IS NEITHER A DIGIT NOR A TRAILING SPACE
        WHOLE-PART-CHECK-PARA.
            MOVE 0   TO WS-DEC-DIGITS.
            MOVE 'N' TO WS-DEC-DONE.
            MOVE 'Y' TO WS-DEC-VALID.
            PERFORM WHOLE-SCAN-PARA
                VARYING WS-DEC-SUB FROM 1 BY 1
                UNTIL WS-DEC-SUB > 7
                   OR WS-DEC-VALID = 'N'.
            IF WS-DEC-DIGITS = 0 OR WS-DEC-DIGITS > 5
                MOVE 'N' TO WS-DEC-VALID
            END-IF.

        WHOLE-SCAN-PARA.
            IF WS-DEC-WHOLE (WS-DEC-SUB:1) = SPACE
                MOVE 'Y' TO WS-DEC-DONE
            ELSE
                IF WS-DEC-WHOLE (WS-DEC-SUB:1) IS NUMERIC
                   AND WS-DEC-DONE = 'N'
                    ADD 1 TO WS-DEC-DIGITS
                ELSE
                    MOVE 'N' TO WS-DEC-VALID
                END-IF
            END-IF.

      *  WHOLE-NUMBER COUNTERPART OF VALIDATE-DECIMAL-PROCEDURE -
      *  ONE TO FIVE DIGITS FOLLOWED ONLY BY SPACES, NO POINT, NO
      *  SIGN. THE VALIDATED VALUE IS LEFT IN WS-CNT-VALUE
        VALIDATE-COUNT-PROCEDURE.
            MOVE 'Y' TO WS-CNT-VALID.
            MOVE 0   TO WS-CNT-VALUE.
            MOVE 0   TO WS-CNT-DIGITS.
            MOVE 'N' TO WS-CNT-DONE.
            PERFORM COUNT-SCAN-PARA
                VARYING WS-CNT-SUB FROM 1 BY 1
                UNTIL WS-CNT-SUB > 10
                   OR WS-CNT-VALID = 'N'.
            IF WS-CNT-DIGITS = 0 OR WS-CNT-DIGITS > 5
                MOVE 'N' TO WS-CNT-VALID
            END-IF.
            IF WS-CNT-VALID = 'Y'
                MOVE WS-CNT-TEXT (1:WS-CNT-DIGITS) TO WS-CNT-VALUE
            END-IF.

        COUNT-SCAN-PARA.
            IF WS-CNT-TEXT (WS-CNT-SUB:1) = SPACE
                MOVE 'Y' TO WS-CNT-DONE
            ELSE
                IF WS-CNT-TEXT (WS-CNT-SUB:1) IS NUMERIC
                   AND WS-CNT-DONE = 'N'
                    ADD 1 TO WS-CNT-DIGITS
                ELSE
                    MOVE 'N' TO WS-CNT-VALID
                END-IF
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

        REPORT-HEADER-PROCEDURE.
            MOVE SPACES TO REPORT-RECORD.
            STRING 'REFERENCE TABLE MAINTENANCE AUDIT REPORT'
                DELIMITED BY SIZE INTO REPORT-RECORD.
            WRITE REPORT-RECORD.
            MOVE SPACES TO REPORT-RECORD.
            WRITE REPORT-RECORD.

      *  PRINTS EVERY ACTIVE ROW OF EVERY TABLE UNDER THE
      *  CALLER'S TITLE - PERFORMED ONCE BEFORE THE CARDS ARE
      *  APPLIED AND ONCE AFTER, SO THE REPORT SHOWS EXACTLY WHAT
      *  THE MAINTENANCE RUN DID TO EACH TABLE
        TABLE-LISTING-PROCEDURE.
            MOVE SPACES TO REPORT-RECORD.
            MOVE WS-LISTING-TITLE TO REPORT-RECORD.
            WRITE REPORT-RECORD.
            MOVE 0 TO WS-SKU-ACTIVE-COUNT.
            MOVE SPACES TO REPORT-RECORD.
            MOVE 'SKU MASTER (SKUMAST.DAT)' TO REPORT-RECORD.
            WRITE REPORT-RECORD.
            PERFORM SKU-LISTING-PARA
                VARYING WS-SKU-IDX FROM 1 BY 1
                UNTIL WS-SKU-IDX > WS-SKU-COUNT.
            PERFORM LISTING-COUNT-PARA.
            MOVE 0 TO WS-GTIN-ACTIVE-COUNT.
            MOVE SPACES TO REPORT-RECORD.
            MOVE 'GTIN MARKUP TABLE (GTINTAB.DAT)' TO REPORT-RECORD.
            WRITE REPORT-RECORD.
            PERFORM GTIN-LISTING-PARA
                VARYING WS-GTIN-IDX FROM 1 BY 1
                UNTIL WS-GTIN-IDX > WS-GTIN-COUNT.
            MOVE SPACES TO REPORT-RECORD.
            STRING '  ACTIVE ROWS: ' WS-GTIN-ACTIVE-COUNT
                DELIMITED BY SIZE INTO REPORT-RECORD.
            WRITE REPORT-RECORD.
            MOVE 0 TO WS-UNIT-ACTIVE-COUNT.
            MOVE SPACES TO REPORT-RECORD.
            MOVE 'UNIT FACTOR TABLE (UNITTAB.DAT)' TO REPORT-RECORD.
            WRITE REPORT-RECORD.
            PERFORM UNIT-LISTING-PARA
                VARYING WS-UNIT-IDX FROM 1 BY 1
                UNTIL WS-UNIT-IDX > WS-UNIT-COUNT.
            MOVE SPACES TO REPORT-RECORD.
            STRING '  ACTIVE ROWS: ' WS-UNIT-ACTIVE-COUNT
                DELIMITED BY SIZE INTO REPORT-RECORD.
            WRITE REPORT-RECORD.
            MOVE 0 TO WS-DPT-ACTIVE-COUNT.
            MOVE SPACES TO REPORT-RECORD.
            MOVE 'DAYPART TABLE (DAYPART.DAT)' TO REPORT-RECORD.
            WRITE REPORT-RECORD.
            PERFORM DPT-LISTING-PARA
                VARYING WS-DPT-IDX FROM 1 BY 1
                UNTIL WS-DPT-IDX > WS-DPT-COUNT.
            MOVE SPACES TO REPORT-RECORD.
            STRING '  ACTIVE ROWS: ' WS-DPT-ACTIVE-COUNT
                DELIMITED BY SIZE INTO REPORT-RECORD.
            WRITE REPORT-RECORD.
            MOVE 0 TO WS-FPD-ACTIVE-COUNT.
            MOVE SPACES TO REPORT-RECORD.
            MOVE 'FISCAL CALENDAR (FISCAL.CAL)' TO REPORT-RECORD.
            WRITE REPORT-RECORD.
            PERFORM FPD-LISTING-PARA
                VARYING WS-FPD-IDX FROM 1 BY 1
                UNTIL WS-FPD-IDX > WS-FPD-COUNT.
            MOVE SPACES TO REPORT-RECORD.
            STRING '  ACTIVE ROWS: ' WS-FPD-ACTIVE-COUNT
                DELIMITED BY SIZE INTO REPORT-RECORD.
            WRITE REPORT-RECORD.
            MOVE 0 TO WS-STR-ACTIVE-COUNT.
            MOVE SPACES TO REPORT-RECORD.
            MOVE 'STORE MASTER (STOREMAST.DAT)' TO REPORT-RECORD.
            WRITE REPORT-RECORD.
            PERFORM STR-LISTING-PARA
                VARYING WS-STR-IDX FROM 1 BY 1
                UNTIL WS-STR-IDX > WS-STR-COUNT.
            MOVE SPACES TO REPORT-RECORD.
            STRING '  ACTIVE ROWS: ' WS-STR-ACTIVE-COUNT
                DELIMITED BY SIZE INTO REPORT-RECORD.
            WRITE REPORT-RECORD.
            MOVE 0 TO WS-PRC-ACTIVE-COUNT.
            MOVE SPACES TO REPORT-RECORD.
            MOVE 'PRICE CHANGES (SKUPRICE.DAT)' TO REPORT-RECORD.
            WRITE REPORT-RECORD.
            PERFORM PRC-LISTING-PARA
                VARYING WS-PRC-IDX FROM 1 BY 1
                UNTIL WS-PRC-IDX > WS-PRC-COUNT.
            MOVE SPACES TO REPORT-RECORD.
            STRING '  ACTIVE ROWS: ' WS-PRC-ACTIVE-COUNT
                DELIMITED BY SIZE INTO REPORT-RECORD.
            WRITE REPORT-RECORD.
            MOVE SPACES TO REPORT-RECORD.
            WRITE REPORT-RECORD.

        LISTING-COUNT-PARA.
            MOVE SPACES TO REPORT-RECORD.
            STRING '  ACTIVE ROWS: ' WS-SKU-ACTIVE-COUNT
                DELIMITED BY SIZE INTO REPORT-RECORD.
            WRITE REPORT-RECORD.

        SKU-LISTING-PARA.
            IF WS-SKU-MAST-ACTIVE (WS-SKU-IDX) = 'Y'
                ADD 1 TO WS-SKU-ACTIVE-COUNT
                MOVE WS-SKU-MAST-RETAIL (WS-SKU-IDX)
                    TO WS-CONVERTED-RETAIL
                MOVE WS-SKU-MAST-COST (WS-SKU-IDX)
                    TO WS-CONVERTED-COST
                MOVE WS-SKU-MAST-REORDER (WS-SKU-IDX)
                    TO WS-CONVERTED-REORDER
                MOVE SPACES TO REPORT-RECORD
                STRING '  ' WS-SKU-MAST-SKU (WS-SKU-IDX)
                       ' ' WS-SKU-MAST-NAME (WS-SKU-IDX)
                       ' ' WS-SKU-MAST-STATUS (WS-SKU-IDX)
                       ' ' WS-CONVERTED-RETAIL
                       ' ' WS-CONVERTED-COST
                       ' ' WS-CONVERTED-REORDER
                       DELIMITED BY SIZE
                       INTO REPORT-RECORD
                END-STRING
                WRITE REPORT-RECORD
            END-IF.

        DPT-LISTING-PARA.
            IF WS-DPT-ACTIVE (WS-DPT-IDX) = 'Y'
                ADD 1 TO WS-DPT-ACTIVE-COUNT
                MOVE SPACES TO REPORT-RECORD
                STRING '  ' WS-DPT-CODE (WS-DPT-IDX)
                       ' HOURS ' WS-DPT-START (WS-DPT-IDX)
                       '-' WS-DPT-END (WS-DPT-IDX)
                       ' ' WS-DPT-NAME (WS-DPT-IDX)
                       DELIMITED BY SIZE
                       INTO REPORT-RECORD
                END-STRING
                WRITE REPORT-RECORD
            END-IF.

        FPD-LISTING-PARA.
            IF WS-FPD-ACTIVE (WS-FPD-IDX) = 'Y'
                ADD 1 TO WS-FPD-ACTIVE-COUNT
                MOVE SPACES TO REPORT-RECORD
                IF WS-FPD-STATUS (WS-FPD-IDX) = 'C'
                    STRING '  ' WS-FPD-PERIOD (WS-FPD-IDX)
                           ' ' WS-FPD-START (WS-FPD-IDX)
                           ' TO ' WS-FPD-END (WS-FPD-IDX)
                           ' CLOSED ' WS-FPD-CLOSED (WS-FPD-IDX)
                           DELIMITED BY SIZE
                           INTO REPORT-RECORD
                    END-STRING
                ELSE
                    STRING '  ' WS-FPD-PERIOD (WS-FPD-IDX)
                           ' ' WS-FPD-START (WS-FPD-IDX)
                           ' TO ' WS-FPD-END (WS-FPD-IDX)
                           ' OPEN'
                           DELIMITED BY SIZE
                           INTO REPORT-RECORD
                    END-STRING
                END-IF
                WRITE REPORT-RECORD
            END-IF.

        STR-LISTING-PARA.
            IF WS-STR-ACTIVE (WS-STR-IDX) = 'Y'
                ADD 1 TO WS-STR-ACTIVE-COUNT
                MOVE SPACES TO REPORT-RECORD
                STRING '  ' WS-STR-NO (WS-STR-IDX)
                       ' ' WS-STR-NAME (WS-STR-IDX)
                       ' ' WS-STR-REGION (WS-STR-IDX)
                       '/' WS-STR-DISTRICT (WS-STR-IDX)
                       ' OPEN ' WS-STR-OPEN (WS-STR-IDX)
                       ' CLOSE ' WS-STR-CLOSE (WS-STR-IDX)
                       ' STATUS ' WS-STR-STATUS (WS-STR-IDX)
                       DELIMITED BY SIZE
                       INTO REPORT-RECORD
                END-STRING
                WRITE REPORT-RECORD
            END-IF.

        PRC-LISTING-PARA.
            IF WS-PRC-ACTIVE (WS-PRC-IDX) = 'Y'
                ADD 1 TO WS-PRC-ACTIVE-COUNT
                MOVE WS-PRC-RETAIL (WS-PRC-IDX)
                    TO WS-CONVERTED-RETAIL
                MOVE WS-PRC-COST (WS-PRC-IDX)
                    TO WS-CONVERTED-COST
                MOVE SPACES TO REPORT-RECORD
                STRING '  ' WS-PRC-SKU (WS-PRC-IDX)
                       ' EFFECTIVE ' WS-PRC-EFF (WS-PRC-IDX)
                       ' RETAIL ' WS-CONVERTED-RETAIL
                       ' COST ' WS-CONVERTED-COST
                       ' ENTERED ' WS-PRC-ENTERED (WS-PRC-IDX)
                       DELIMITED BY SIZE
                       INTO REPORT-RECORD
                END-STRING
                WRITE REPORT-RECORD
            END-IF.

      *  ONE LINE PER TRANSACTION CARD: CARD NUMBER, TABLE, ACTION,
      *  KEY, DISPOSITION (AND REASON IF REJECTED), THEN THE OLD AND
      *  NEW VALUES WHERE THE CARD CHANGED AN EXISTING ROW
                END-STRING
                WRITE REPORT-RECORD
            END-IF.
            IF WS-FPD-FULL = 'Y'
                MOVE SPACES TO REPORT-RECORD
                STRING 'FISCAL CALENDAR EXCEEDS THE 400-PERIOD TABLE - '
                       'ALL FPD CARDS REFUSED, NO CALENDAR REWRITE'
                       DELIMITED BY SIZE
                       INTO REPORT-RECORD
                END-STRING
                WRITE REPORT-RECORD
            END-IF.
            IF WS-PRC-OVERFLOW = 'Y'
                MOVE SPACES TO REPORT-RECORD
                STRING 'PRICE CHANGES EXCEED THE 20000-ROW TABLE - '
                       'ALL PRC CARDS REFUSED, NO PRICE REWRITE'
                       DELIMITED BY SIZE
                       INTO REPORT-RECORD
                END-STRING
                WRITE REPORT-RECORD
            END-IF.
            IF WS-STR-OVERFLOW = 'Y'
                MOVE SPACES TO REPORT-RECORD
                STRING 'STORE MASTER EXCEEDS THE 500-ROW TABLE - '
                       'ALL STR CARDS REFUSED, NO STORE MASTER REWRITE'
                       DELIMITED BY SIZE
                       INTO REPORT-RECORD
                END-STRING
                WRITE REPORT-RECORD
            END-IF.
            MOVE SPACES TO REPORT-RECORD.
            STRING 'CARDS READ ' WS-TRN-COUNT
                   '  APPLIED ' WS-TRN-APPLIED
                    UNTIL WS-UNIT-IDX > WS-UNIT-COUNT
                CLOSE UNIT-TABLE-FILE
            END-IF.
            IF WS-DPT-CHANGED = 'Y'
                OPEN OUTPUT DAYPART-FILE
                PERFORM DPT-REWRITE-PARA
                    VARYING WS-DPT-IDX FROM 1 BY 1
                    UNTIL WS-DPT-IDX > WS-DPT-COUNT
                CLOSE DAYPART-FILE
            END-IF.
            IF WS-FPD-CHANGED = 'Y'
               AND WS-FPD-FULL = 'N'
                OPEN OUTPUT FISCAL-CAL-FILE
                PERFORM FPD-REWRITE-PARA
                    VARYING WS-FPD-IDX FROM 1 BY 1
                    UNTIL WS-FPD-IDX > WS-FPD-COUNT
                CLOSE FISCAL-CAL-FILE
            END-IF.
            IF WS-STR-CHANGED = 'Y'
               AND WS-STR-OVERFLOW = 'N'
                OPEN OUTPUT STORE-MASTER-FILE
                PERFORM STR-REWRITE-PARA
                    VARYING WS-STR-IDX FROM 1 BY 1
                    UNTIL WS-STR-IDX > WS-STR-COUNT
                CLOSE STORE-MASTER-FILE
            END-IF.
            IF WS-PRC-CHANGED = 'Y'
               AND WS-PRC-OVERFLOW = 'N'
                OPEN OUTPUT SKU-PRICE-FILE
                PERFORM PRC-REWRITE-PARA
                    VARYING WS-PRC-IDX FROM 1 BY 1
                    UNTIL WS-PRC-IDX > WS-PRC-COUNT
                CLOSE SKU-PRICE-FILE
            END-IF.

      *  THE NAME, DEPT AND SUPPLIER FIELDS ARE WRITTEN AT THEIR
      *  FULL FIXED WIDTH SO THE COMMAS FALL AT FIXED POSITIONS -
                       WS-CONVERTED-RETAIL DELIMITED BY SIZE
                       ',' DELIMITED BY SIZE
                       WS-CONVERTED-COST DELIMITED BY SIZE
                       ',' DELIMITED BY SIZE
                       WS-SKU-MAST-REORDER (WS-SKU-IDX)
                           DELIMITED BY SIZE
                       INTO SKU-MASTER-RECORD
                END-STRING
                WRITE SKU-MASTER-RECORD
                END-STRING
                WRITE UNIT-TABLE-RECORD
            END-IF.

        DPT-REWRITE-PARA.
            IF WS-DPT-ACTIVE (WS-DPT-IDX) = 'Y'
                MOVE SPACES TO DAYPART-RECORD
                STRING WS-DPT-CODE (WS-DPT-IDX)
                           DELIMITED BY SPACE
                       ',' DELIMITED BY SIZE
                       WS-DPT-START (WS-DPT-IDX) DELIMITED BY SIZE
                       ',' DELIMITED BY SIZE
                       WS-DPT-END (WS-DPT-IDX) DELIMITED BY SIZE
                       ',' DELIMITED BY SIZE
                       WS-DPT-NAME (WS-DPT-IDX) DELIMITED BY SIZE
                       INTO DAYPART-RECORD
                END-STRING
                WRITE DAYPART-RECORD
            END-IF.

        FPD-REWRITE-PARA.
            IF WS-FPD-ACTIVE (WS-FPD-IDX) = 'Y'
                MOVE SPACES TO FISCAL-CAL-RECORD
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
                END-STRING
                WRITE FISCAL-CAL-RECORD
            END-IF.

        STR-REWRITE-PARA.
            IF WS-STR-ACTIVE (WS-STR-IDX) = 'Y'
                MOVE SPACES TO STORE-MASTER-RECORD
                STRING WS-STR-NO (WS-STR-IDX) DELIMITED BY SPACE
                       ',' DELIMITED BY SIZE
                       WS-STR-NAME (WS-STR-IDX) DELIMITED BY SIZE
                       ',' DELIMITED BY SIZE
                       WS-STR-REGION (WS-STR-IDX) DELIMITED BY SIZE
                       ',' DELIMITED BY SIZE
                       WS-STR-DISTRICT (WS-STR-IDX) DELIMITED BY SIZE
                       ',' DELIMITED BY SIZE
                       WS-STR-OPEN (WS-STR-IDX) DELIMITED BY SIZE
                       ',' DELIMITED BY SIZE
                       WS-STR-CLOSE (WS-STR-IDX) DELIMITED BY SIZE
                       ',' DELIMITED BY SIZE
                       WS-STR-STATUS (WS-STR-IDX) DELIMITED BY SIZE
                       INTO STORE-MASTER-RECORD
                END-STRING
                WRITE STORE-MASTER-RECORD
            END-IF.

        PRC-REWRITE-PARA.
            IF WS-PRC-ACTIVE (WS-PRC-IDX) = 'Y'
                MOVE WS-PRC-RETAIL (WS-PRC-IDX)
                    TO WS-CONVERTED-RETAIL
                MOVE WS-PRC-COST (WS-PRC-IDX)
                    TO WS-CONVERTED-COST
                MOVE SPACES TO SKU-PRICE-RECORD
                STRING WS-PRC-SKU (WS-PRC-IDX) DELIMITED BY SPACE
                       ',' DELIMITED BY SIZE
                       WS-PRC-EFF (WS-PRC-IDX) DELIMITED BY SIZE
                       ',' DELIMITED BY SIZE
                       WS-CONVERTED-RETAIL DELIMITED BY SIZE
                       ',' DELIMITED BY SIZE
                       WS-CONVERTED-COST DELIMITED BY SIZE
                       ',' DELIMITED BY SIZE
                       WS-PRC-ENTERED (WS-PRC-IDX) DELIMITED BY SIZE
                       INTO SKU-PRICE-RECORD
                END-STRING
                WRITE SKU-PRICE-RECORD
            END-IF.
