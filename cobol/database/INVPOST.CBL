      * Perpetual Store Inventory Posting
        IDENTIFICATION DIVISION.
         PROGRAM-ID.     INVPOST.
         AUTHOR.         Mark.
         INSTALLATION.   Ubuntu.
         DATE-WRITTEN.   2026-10-15.
         DATE-COMPILED.  2026-10-15.
      *
      * PROJECT DESC: KEEPS A PERPETUAL ON-HAND BALANCE BY STORE AND
      * SKU (ONHAND.IDX). EACH FINALIZED POPDATA RUN'S SALES AND
      * RETURNS ARE POSTED FROM POPDATA.LOAD, THE QUANTITY BROKEN
      * DOWN TO EACHES WITH THE UNITTAB.DAT FACTOR FOR ITS SELLING
      * UNIT, SO A CASE SOLD TAKES TWELVE EACHES OFF THE SHELF, NOT
      * ONE. STORE RECEIPTS AND PHYSICAL COUNTS COME IN ON CARDS.
      * EVERY NIGHT A REORDER/EXCEPTION REPORT LISTS ITEMS BELOW
      * THE SKU MASTER'S REORDER POINT, NEGATIVE ON-HAND BALANCES
      * AND ACTIVE ITEMS WITH STOCK BUT NO SALE IN THE NO-MOVEMENT
      * WINDOW - REPLENISHMENT NO LONGER WORKS FROM HAND COUNTS
      *
      * A LOAD FILE IS ONLY POSTED WHEN IT BELONGS TO THE LATEST
      * RUN ON THE RUN LEDGER (POPDATA.RLD) - THE FIRST LOADED
      * TRANSACTION'S REGISTRY ROW MUST CARRY THE LEDGER ROW'S RUN
      * STAMP, WHICH AN OUT-OF-BALANCE RUN (BACKED OUT, NEVER
      * LEDGERED) CAN NEVER SATISFY. THE POSTING LOG (INVPOST.PST)
      * REMEMBERS HOW MANY LOAD RECORDS EACH RUN HAS HAD POSTED, SO
      * A SECOND INVPOST AFTER REWORK HAS APPENDED RESUBMITS POSTS
      * ONLY THE NEW RECORDS. A RERUN OF A DATE ALREADY POSTED IS
      * NOT POSTED AGAIN - THE STORES CORRECT IT WITH COUNT CARDS.
      * ONLY THE LATEST RUN'S LOAD FILE IS ON DISK, SO A NIGHT
      * INVPOST DID NOT RUN LEAVES ITS DATE UNPOSTED FOR GOOD. EVERY
      * BALANCED LEDGER ROW FINALIZED SINCE POSTING BEGAN WHOSE
      * DATE IS NOT ON THE POSTING LOG IS LISTED LEDGERED, NEVER
      * POSTED, AND THE JOB ENDS RC 8 - THE STORES BRING THOSE
      * DATES ONTO THE BOOKS WITH COUNT CARDS
      *
      * CONTROL CARDS (INVPOST.CTL), ALL OPTIONAL:
      *   NO-MOVE-DAYS=<DAYS WITHOUT A SALE BEFORE STOCK IS
      *                 REPORTED AS NOT MOVING - DEFAULT 30>
      *
      * STOCK CARDS (INVPOST.TRN), COMMA DELIMITED:
      *   RCV,<STORE>,<SKU>,<QUANTITY>,<UNIT CODE>
      *   CNT,<STORE>,<SKU>,<COUNTED EACHES>
      * A RECEIPT ADDS TO THE ON-HAND; THE UNIT CODE IS OPTIONAL AND
      * CONVERTS THE QUANTITY TO EACHES THE SAME WAY A SALE IS. A
      * COUNT REPLACES THE BOOK ON-HAND WITH THE COUNTED FIGURE AND
      * PRINTS THE ADJUSTMENT. AN APPLIED DECK IS RENAMED TO
      * INVPOST.TRN.DONE SO A RERUN CANNOT APPLY IT TWICE. EACH
      * REFUSED CARD IS COPIED AS READ TO INVPOST.TRN.REJ, ADDED TO
      * WHAT IS ALREADY THERE, FOR CORRECTION AND RESUBMISSION IN A
      * LATER DECK
      *
      * THE ON-HAND FIGURE HOLDS SEVEN DIGITS EITHER SIDE OF ZERO. A
      * LOAD RECORD OR RECEIPT THAT WOULD TAKE IT PAST THAT IS NOT
      * POSTED - THE RECORD IS LISTED OUT OF RANGE, OR THE CARD
      * REFUSED, AND THE JOB ENDS RC 8. A FAILED WRITE OR REWRITE
      * OF THE ON-HAND FILE STOPS THE RUN RC 16
      *
        ENVIRONMENT DIVISION.

        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT OPTIONAL CONTROL-CARD-FILE
            ASSIGN TO './invpost.ctl'
            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS WS-CTLCARD-FILE-STATUS.

            SELECT OPTIONAL RUN-LEDGER-FILE
            ASSIGN TO './popdata.rld'
            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS WS-RLD-FILE-STATUS.

            SELECT OPTIONAL LOAD-FILE
            ASSIGN TO './popdata.load'
            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS WS-LOAD-FILE-STATUS.

            SELECT OPTIONAL TRANS-ID-FILE
            ASSIGN TO './popdata.tid'
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS TID-KEY
            FILE STATUS IS WS-TID-FILE-STATUS.

            SELECT OPTIONAL POST-LOG-FILE
            ASSIGN TO './invpost.pst'
            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS WS-PST-FILE-STATUS.

            SELECT OPTIONAL CARD-FILE
            ASSIGN TO './invpost.trn'
            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS WS-CARD-FILE-STATUS.

            SELECT OPTIONAL CARD-REJECT-FILE
            ASSIGN TO './invpost.trn.rej'
            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS WS-CRJ-FILE-STATUS.

            SELECT OPTIONAL UNIT-TABLE-FILE
            ASSIGN TO './unittab.dat'
            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS WS-UNIT-FILE-STATUS.

            SELECT OPTIONAL SKU-MASTER-FILE
            ASSIGN TO './skumast.idx'
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS SKU-MAST-KEY
            FILE STATUS IS WS-SKU-FILE-STATUS.

      *  THE PERPETUAL ON-HAND FILE - ONE ROW PER STORE AND SKU,
      *  CREATED ON FIRST MOVEMENT. READ BACK IN KEY ORDER FOR THE
      *  EXCEPTION REPORT, SO STORES PRINT IN STORE NUMBER ORDER
            SELECT OPTIONAL ON-HAND-FILE
            ASSIGN TO './onhand.idx'
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS OH-KEY
            FILE STATUS IS WS-OH-FILE-STATUS.

            SELECT REPORT-FILE
            ASSIGN TO './invpost.rpt'
            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS WS-REPORT-FILE-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD CONTROL-CARD-FILE      RECORD CONTAINS 80 CHARACTERS.
        01 CONTROL-CARD-RECORD    PIC X(80).

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

      *  LAYOUT MATCHES THE LOAD-FILE FD IN POPDATA
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

      *  LAYOUT MATCHES THE TRANS-ID-FILE FD IN POPDATA
        FD TRANS-ID-FILE          RECORD CONTAINS 96 CHARACTERS.
        01 TRANS-ID-RECORD.
            05 TID-KEY            PIC X(40).
            05 TID-RECORD-NO      PIC 9(7).
            05 TID-RUN-STAMP      PIC X(16).
            05 TID-SDATE          PIC X(10).
            05 TID-SKU            PIC X(16).
            05 TID-TSALE          PIC S9(5)V99.

      *  ONE ROW PER POSTING PASS - THE BUSINESS DATE AND RUN STAMP
      *  POSTED AND THE TOTAL LOAD RECORDS POSTED FOR THAT RUN SO
      *  FAR. THE LAST ROW FOR A DATE IS THE ONE THAT COUNTS
        FD POST-LOG-FILE          RECORD CONTAINS 49 CHARACTERS.
        01 POST-LOG-RECORD.
            05 PST-DATE           PIC X(10).
            05 PST-RUN-STAMP      PIC X(16).
            05 PST-RECORDS        PIC 9(7).
            05 PST-POSTED-STAMP   PIC X(16).

        FD CARD-FILE              RECORD CONTAINS 80 CHARACTERS.
        01 CARD-RECORD            PIC X(80).

        FD CARD-REJECT-FILE       RECORD CONTAINS 80 CHARACTERS.
        01 CARD-REJECT-RECORD     PIC X(80).

        FD UNIT-TABLE-FILE        RECORD CONTAINS 12 CHARACTERS.
        01 UNIT-TABLE-RECORD      PIC X(12).

      *  LAYOUT MATCHES THE SKU-MASTER-FILE FD IN POPDATA AND THE
      *  SKU-INDEX-FILE FD IN SKULOAD
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

      *  ON-HAND IS WHOLE EACHES AND MAY GO NEGATIVE - A SALE RUNG
      *  AHEAD OF ITS RECEIPT IS EXACTLY WHAT THE NEGATIVE ON-HAND
      *  SECTION OF THE REPORT EXISTS TO SHOW. THE DATES ARE THE
      *  LAST SALE (TRANSACTION DATE), LAST RECEIPT AND LAST COUNT
        FD ON-HAND-FILE           RECORD CONTAINS 64 CHARACTERS.
        01 ON-HAND-RECORD.
            05 OH-KEY.
                10 OH-STORE       PIC X(4).
                10 OH-SKU         PIC X(16).
            05 OH-QTY             PIC S9(7).
            05 OH-LAST-SALE       PIC X(10).
            05 OH-LAST-RECEIPT    PIC X(10).
            05 OH-LAST-COUNT      PIC X(10).
            05 OH-RESERVED        PIC X(7).

        FD REPORT-FILE            RECORD CONTAINS 132 CHARACTERS.
        01 REPORT-RECORD          PIC X(132).

        WORKING-STORAGE SECTION.
        01  WS-CTLCARD-FILE-STATUS PIC X(2).
        01  WS-RLD-FILE-STATUS    PIC X(2).
        01  WS-LOAD-FILE-STATUS   PIC X(2).
        01  WS-TID-FILE-STATUS    PIC X(2).
        01  WS-PST-FILE-STATUS    PIC X(2).
        01  WS-CARD-FILE-STATUS   PIC X(2).
        01  WS-CRJ-FILE-STATUS    PIC X(2).
        01  WS-UNIT-FILE-STATUS   PIC X(2).
        01  WS-SKU-FILE-STATUS    PIC X(2).
        01  WS-OH-FILE-STATUS     PIC X(2).
        01  WS-REPORT-FILE-STATUS PIC X(2).

      *  LITERAL FILE NAMES FOR THE CARD DECK RETIREMENT - THESE
      *  MUST MATCH THE ASSIGN CLAUSE IN FILE-CONTROL ABOVE
        01  WS-CARD-FILE-NAME     PIC X(24)
                                      VALUE './invpost.trn'.
        01  WS-CARD-DONE-NAME     PIC X(24)
                                      VALUE './invpost.trn.done'.
        01  WS-CBL-RESULT         PIC 9(8) COMP-5.

        01  WS-CTL-EOF            PIC X     VALUE 'N'.
        01  WS-RLD-EOF            PIC X     VALUE 'N'.
        01  WS-LOAD-EOF           PIC X     VALUE 'N'.
        01  WS-PST-EOF            PIC X     VALUE 'N'.
        01  WS-CARD-EOF           PIC X     VALUE 'N'.
        01  WS-UNIT-EOF           PIC X     VALUE 'N'.
        01  WS-OH-EOF             PIC X     VALUE 'N'.

        01  WS-CTL-KEY            PIC X(20).
        01  WS-CTL-VALUE          PIC X(20).
        01  WS-NO-MOVE-DAYS       PIC 9(3)  VALUE 30.

        01  WS-RUN-START-DATE     PIC 9(8).
        01  WS-RUN-START-TIME     PIC 9(8).
        01  WS-RUN-STAMP          PIC X(16) VALUE SPACES.

      *  THE LATEST RUN ON THE LEDGER - THE ONLY RUN WHOSE LOAD
      *  FILE MAY STILL BE ON DISK
        01  WS-RLD-ANY-ROW        PIC X     VALUE 'N'.
        01  WS-LAST-RLD-DATE      PIC X(10) VALUE SPACES.
        01  WS-LAST-RLD-STAMP     PIC X(16) VALUE SPACES.
        01  WS-LAST-RLD-VERDICT   PIC X     VALUE SPACE.

      *  DATES ON THE POSTING LOG, FOR THE LEDGERED-NEVER-POSTED
      *  CHECK, AND THE STAMP OF THE FIRST POSTING PASS - LEDGER
      *  ROWS FINALIZED BEFORE IT PREDATE THE PERPETUAL BOOKS
        01  WS-PST-FIRST-STAMP    PIC X(16) VALUE SPACES.
        01  WS-PDT-FOUND          PIC X     VALUE 'N'.
        01  WS-PDT-FULL           PIC X     VALUE 'N'.
        01  WS-PDT-DATE-IN        PIC X(10).
        01  WS-PDT-COUNT          PIC 9(5)  VALUE 0.
        01  WS-PDT-TABLE.
            05 WS-PDT-ENTRY OCCURS 5000 TIMES INDEXED BY WS-PDT-IDX.
                10 WS-PDT-DATE        PIC X(10).

      *  THE BUSINESS DATE THE CARDS AND THE NO-MOVEMENT WINDOW ARE
      *  DATED FROM - THE LEDGER DATE, OR TODAY WITH NO LEDGER
        01  WS-BUSINESS-DATE      PIC X(10) VALUE SPACES.
        01  WS-NO-MOVE-CUTOFF     PIC X(10) VALUE SPACES.

      *  POSTING DECISION FOR THE LOAD FILE
        01  WS-POST-LOAD          PIC X     VALUE 'N'.
        01  WS-POST-NOTE          PIC X(60) VALUE SPACES.
        01  WS-TID-OPEN           PIC X     VALUE 'N'.
        01  WS-FIRST-TRANS-ID     PIC X(40) VALUE SPACES.
        01  WS-PST-FOUND          PIC X     VALUE 'N'.
        01  WS-PST-PRIOR-STAMP    PIC X(16) VALUE SPACES.
        01  WS-PST-PRIOR-RECORDS  PIC 9(7)  VALUE 0.
        01  WS-LOAD-RECORD-NO     PIC 9(7)  VALUE 0.
        01  WS-LOAD-POSTING       PIC X     VALUE 'N'.
        01  WS-PST-HIGH-WATER     PIC 9(7)  VALUE 0.

        01  WS-CRJ-OPEN           PIC X     VALUE 'N'.
        01  WS-SKU-OPEN           PIC X     VALUE 'N'.
        01  WS-SKU-FOUND          PIC X     VALUE 'N'.

      *  COUNTS FOR THE REPORT AND THE OPERATOR
        01  WS-POSTED-COUNT       PIC 9(7)  VALUE 0.
        01  WS-SKIPPED-COUNT      PIC 9(7)  VALUE 0.
        01  WS-SALE-EACHES        PIC S9(9) VALUE 0.
        01  WS-RETURN-EACHES      PIC S9(9) VALUE 0.
        01  WS-RANGE-COUNT        PIC 9(7)  VALUE 0.
        01  WS-NEVER-POSTED-COUNT PIC 9(5)  VALUE 0.
        01  WS-CARD-COUNT         PIC 9(5)  VALUE 0.
        01  WS-CARD-APPLIED       PIC 9(5)  VALUE 0.
        01  WS-CARD-REFUSED       PIC 9(5)  VALUE 0.
        01  WS-BELOW-COUNT        PIC 9(7)  VALUE 0.
        01  WS-NEGATIVE-COUNT     PIC 9(7)  VALUE 0.
        01  WS-NO-MOVE-COUNT      PIC 9(7)  VALUE 0.

      *  QUANTITY IN EACHES FOR THE RECORD OR CARD IN HAND. THE
      *  RANGE FLAG IS SET WHEN IT, OR THE ON-HAND FIGURE IT MOVES,
      *  WILL NOT FIT; THE EXISTS FLAG SAYS WHETHER THE ON-HAND ROW
      *  IS REWRITTEN OR WRITTEN NEW
        01  WS-EACHES             PIC S9(9).
        01  WS-RANGE-ERROR        PIC X     VALUE 'N'.
        01  WS-OH-EXISTS          PIC X     VALUE 'N'.

      *  UNIT-OF-MEASURE FACTOR TABLE - SAME 10-ENTRY CAP POPDATA
      *  LOADS, SAME 1.00 DEFAULT FOR A UNIT NOT ON THE TABLE
        01  WS-UNIT-FOUND         PIC X     VALUE 'N'.
        01  WS-UNIT-COUNT         PIC 9(3)  VALUE 0.
        01  WS-UNIT-CODE-IN       PIC X(4).
        01  WS-UNIT-FACTOR-VAL    PIC 9(2)V99 VALUE 1.00.
        01  WS-UNIT-TABLE.
            05 WS-UNIT-ENTRY OCCURS 10 TIMES INDEXED BY WS-UNIT-IDX.
                10 WS-UNIT-CODE       PIC X(4).
                10 WS-UNIT-FACTOR     PIC 9(2)V99.

      *  FIELDS UNSTRUNG FROM THE CURRENT STOCK CARD
        01  WS-CRD-OFLOW          PIC X     VALUE 'N'.
        01  WS-CRD-TYPE           PIC X(3).
        01  WS-CRD-STORE          PIC X(4).
        01  WS-CRD-SKU            PIC X(16).
        01  WS-CRD-QTY-TEXT       PIC X(10).
        01  WS-CRD-UNIT           PIC X(4).
        01  WS-CRD-QTY            PIC 9(7).
        01  WS-CRD-REFUSE-FLAG    PIC X.
        01  WS-CRD-REASON         PIC X(30).
        01  WS-CRD-BOOK-QTY       PIC S9(7).
        01  WS-CRD-ADJUST         PIC S9(9).

      *  WORK FIELDS FOR QTY-EDIT-PARA - ONE TO SEVEN DIGITS
      *  FOLLOWED ONLY BY SPACES
        01  WS-QTY-SUB            PIC 9(2).
        01  WS-QTY-DIGITS         PIC 9(2).
        01  WS-QTY-DONE           PIC X.
        01  WS-QTY-OK             PIC X.

      *  WORK FIELDS FOR THE DATE FORMAT EDIT AND THE WALK BACK TO
      *  THE NO-MOVEMENT CUTOFF - THE GROUP ITEM CARRIES THE DASHES
      *  SO THE RESULT MOVES STRAIGHT BACK TO A YYYY-MM-DD DATE
        01  WS-DM-DATE.
            05 WS-DM-YYYY         PIC 9(4).
            05 FILLER             PIC X     VALUE '-'.
            05 WS-DM-MM           PIC 9(2).
            05 FILLER             PIC X     VALUE '-'.
            05 WS-DM-DD           PIC 9(2).
        01  WS-DM-MAXDD           PIC 9(2).
        01  WS-DM-QUOT            PIC 9(4).
        01  WS-DM-REM             PIC 9(4).

      *  EXCEPTION REPORT WORK FIELDS
        01  WS-PREV-STORE         PIC X(4)  VALUE SPACES.
        01  WS-EXC-REASON         PIC X(24).
        01  WS-EXC-NAME           PIC X(30).
        01  WS-EXC-STATUS         PIC X(1).
        01  WS-EXC-REORDER        PIC 9(5).
        01  WS-REPORT-LINE        PIC X(132).
        01  WS-CONVERTED-QTY      PIC -ZZZZZZ9.
        01  WS-CONVERTED-BOOK     PIC -ZZZZZZ9.
        01  WS-CONVERTED-ADJUST   PIC -ZZZZZZZZ9.
        01  WS-CONVERTED-REORDER  PIC ZZZZ9.
        01  WS-CONVERTED-EACHES   PIC -ZZZZZZZZ9.

        PROCEDURE DIVISION.
        MAIN-PROCEDURE.
            ACCEPT WS-RUN-START-DATE FROM DATE YYYYMMDD.
            ACCEPT WS-RUN-START-TIME FROM TIME.
            MOVE WS-RUN-START-DATE TO WS-RUN-STAMP (1:8).
            MOVE WS-RUN-START-TIME TO WS-RUN-STAMP (9:8).
            PERFORM CONTROL-CARD-LOAD-PROCEDURE.
            PERFORM UNIT-TABLE-LOAD-PROCEDURE.
            PERFORM RUN-LEDGER-SCAN-PROCEDURE.
            PERFORM BUSINESS-DATE-PROCEDURE.
            OPEN INPUT SKU-MASTER-FILE.
            IF WS-SKU-FILE-STATUS = '00'
                MOVE 'Y' TO WS-SKU-OPEN
            ELSE
                IF WS-SKU-FILE-STATUS = '05'
                    CLOSE SKU-MASTER-FILE
                END-IF
                DISPLAY 'INVPOST: SKU MASTER UNAVAILABLE - STATUS '
                    WS-SKU-FILE-STATUS
                    ' - NO REORDER POINTS OR SKU EDITS'
            END-IF.
            OPEN I-O ON-HAND-FILE.
            IF WS-OH-FILE-STATUS NOT = '00'
             AND WS-OH-FILE-STATUS NOT = '05'
                DISPLAY 'INVPOST: CANNOT OPEN ONHAND.IDX - STATUS '
                    WS-OH-FILE-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            OPEN OUTPUT REPORT-FILE.
            PERFORM REPORT-HEADER-PROCEDURE.
            PERFORM LOAD-POST-DECIDE-PROCEDURE.
            IF WS-POST-LOAD = 'Y'
                PERFORM LOAD-POST-PROCEDURE
            END-IF.
            PERFORM LOAD-POST-LINE-PROCEDURE.
            PERFORM NEVER-POSTED-PROCEDURE.
            PERFORM CARD-POST-PROCEDURE.
            CLOSE ON-HAND-FILE.
            PERFORM EXCEPTION-REPORT-PROCEDURE.
            PERFORM REPORT-TRAILER-PROCEDURE.
            CLOSE REPORT-FILE.
            IF WS-SKU-OPEN = 'Y'
                CLOSE SKU-MASTER-FILE
            END-IF.
            DISPLAY 'LOAD RECORDS POSTED: ' WS-POSTED-COUNT.
            DISPLAY 'LOAD RECORDS OUT OF RANGE: ' WS-RANGE-COUNT.
            DISPLAY 'LEDGERED, NEVER POSTED: ' WS-NEVER-POSTED-COUNT.
            DISPLAY 'STOCK CARDS APPLIED: ' WS-CARD-APPLIED.
            DISPLAY 'STOCK CARDS REFUSED: ' WS-CARD-REFUSED.
            DISPLAY 'BELOW REORDER POINT: ' WS-BELOW-COUNT.
            DISPLAY 'NEGATIVE ON HAND: ' WS-NEGATIVE-COUNT.
            DISPLAY 'NO MOVEMENT: ' WS-NO-MOVE-COUNT.
            IF WS-CARD-REFUSED > 0
             OR WS-RANGE-COUNT > 0
             OR WS-NEVER-POSTED-COUNT > 0
             OR WS-PDT-FULL = 'Y'
             OR WS-POST-NOTE (1:7) = 'REFUSED'
                MOVE 8 TO RETURN-CODE
            END-IF.
            STOP RUN.

      *  ONLY NO-MOVE-DAYS IS RECOGNIZED - A MISKEYED CARD STOPS
      *  THE RUN, THE SAME DISCIPLINE POPDATA'S CONTROL CARDS GET
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
                IF WS-CTL-KEY = 'NO-MOVE-DAYS'
                    MOVE WS-CTL-VALUE (1:10) TO WS-CRD-QTY-TEXT
                    PERFORM QTY-EDIT-PARA
                    IF WS-QTY-OK = 'N'
                     OR WS-CRD-QTY = 0 OR WS-CRD-QTY > 365
                        DISPLAY 'INVALID NO-MOVE-DAYS CONTROL CARD: '
                            WS-CTL-VALUE
                        MOVE 16 TO RETURN-CODE
                        STOP RUN
                    END-IF
                    MOVE WS-CRD-QTY TO WS-NO-MOVE-DAYS
                ELSE
                    DISPLAY 'UNRECOGNIZED CONTROL CARD: '
                        CONTROL-CARD-RECORD
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
            END-IF.

      *  ONE TO SEVEN DIGITS FOLLOWED ONLY BY SPACES, FROM
      *  WS-CRD-QTY-TEXT INTO WS-CRD-QTY
        QTY-EDIT-PARA.
            MOVE 0   TO WS-QTY-DIGITS.
            MOVE 0   TO WS-CRD-QTY.
            MOVE 'N' TO WS-QTY-DONE.
            MOVE 'Y' TO WS-QTY-OK.
            PERFORM QTY-SCAN-PARA
                VARYING WS-QTY-SUB FROM 1 BY 1
                UNTIL WS-QTY-SUB > 10
                   OR WS-QTY-OK = 'N'.
            IF WS-QTY-DIGITS = 0 OR WS-QTY-DIGITS > 7
                MOVE 'N' TO WS-QTY-OK
            END-IF.
            IF WS-QTY-OK = 'Y'
                MOVE WS-CRD-QTY-TEXT (1:WS-QTY-DIGITS) TO WS-CRD-QTY
            END-IF.

        QTY-SCAN-PARA.
            IF WS-CRD-QTY-TEXT (WS-QTY-SUB:1) = SPACE
                MOVE 'Y' TO WS-QTY-DONE
            ELSE
                IF WS-CRD-QTY-TEXT (WS-QTY-SUB:1) IS NUMERIC
                   AND WS-QTY-DONE = 'N'
                    ADD 1 TO WS-QTY-DIGITS
                ELSE
                    MOVE 'N' TO WS-QTY-OK
                END-IF
            END-IF.

        UNIT-TABLE-LOAD-PROCEDURE.
            OPEN INPUT UNIT-TABLE-FILE.
            IF WS-UNIT-FILE-STATUS = '00'
             OR WS-UNIT-FILE-STATUS = '05'
                PERFORM UNIT-TABLE-READ-PROCEDURE
                    UNTIL WS-UNIT-EOF = 'Y'
                CLOSE UNIT-TABLE-FILE
            END-IF.

        UNIT-TABLE-READ-PROCEDURE.
            READ UNIT-TABLE-FILE INTO UNIT-TABLE-RECORD
                    AT END MOVE 'Y' TO WS-UNIT-EOF
                NOT AT END PERFORM UNIT-TABLE-BUILD-PROCEDURE
            END-READ.

        UNIT-TABLE-BUILD-PROCEDURE.
            IF WS-UNIT-COUNT < 10
                ADD 1 TO WS-UNIT-COUNT
                UNSTRING UNIT-TABLE-RECORD DELIMITED BY ','
                    INTO WS-UNIT-CODE   (WS-UNIT-COUNT)
                         WS-UNIT-FACTOR (WS-UNIT-COUNT)
                END-UNSTRING
            ELSE
                DISPLAY 'UNIT TABLE FULL - ROW NOT LOADED: '
                    UNIT-TABLE-RECORD
            END-IF.

      *  FACTOR FOR WS-UNIT-CODE-IN, 1.00 WHEN THE CODE IS BLANK OR
      *  NOT ON THE TABLE - THE SAME DEFAULT POPDATA PRICES WITH
        UNIT-LOOKUP-PROCEDURE.
            MOVE 1.00 TO WS-UNIT-FACTOR-VAL.
            MOVE 'N'  TO WS-UNIT-FOUND.
            PERFORM UNIT-SEARCH-PARA
                VARYING WS-UNIT-IDX FROM 1 BY 1
                UNTIL WS-UNIT-IDX > WS-UNIT-COUNT
                   OR WS-UNIT-FOUND = 'Y'.

        UNIT-SEARCH-PARA.
            IF WS-UNIT-CODE (WS-UNIT-IDX) = WS-UNIT-CODE-IN
                MOVE 'Y' TO WS-UNIT-FOUND
                MOVE WS-UNIT-FACTOR (WS-UNIT-IDX) TO WS-UNIT-FACTOR-VAL
            END-IF.

      *  FINDS THE LAST ROW ON THE RUN LEDGER - ROWS ARE APPENDED
      *  IN RUN ORDER, SO THE LAST ONE IS THE LATEST FINALIZED RUN
        RUN-LEDGER-SCAN-PROCEDURE.
            OPEN INPUT RUN-LEDGER-FILE.
            IF WS-RLD-FILE-STATUS = '00'
             OR WS-RLD-FILE-STATUS = '05'
                PERFORM RUN-LEDGER-READ-PARA
                    UNTIL WS-RLD-EOF = 'Y'
                CLOSE RUN-LEDGER-FILE
            END-IF.

        RUN-LEDGER-READ-PARA.
            READ RUN-LEDGER-FILE
                    AT END MOVE 'Y' TO WS-RLD-EOF
                NOT AT END
                    MOVE 'Y'           TO WS-RLD-ANY-ROW
                    MOVE RLD-DATE      TO WS-LAST-RLD-DATE
                    MOVE RLD-RUN-STAMP TO WS-LAST-RLD-STAMP
                    MOVE RLD-VERDICT   TO WS-LAST-RLD-VERDICT
            END-READ.

      *  THE CARDS AND THE NO-MOVEMENT WINDOW ARE DATED FROM THE
      *  LATEST LEDGERED BUSINESS DATE; WITH NO LEDGER YET, TODAY
        BUSINESS-DATE-PROCEDURE.
            IF WS-RLD-ANY-ROW = 'Y'
                MOVE WS-LAST-RLD-DATE TO WS-BUSINESS-DATE
            ELSE
                MOVE WS-RUN-START-DATE (1:4) TO WS-DM-YYYY
                MOVE WS-RUN-START-DATE (5:2) TO WS-DM-MM
                MOVE WS-RUN-START-DATE (7:2) TO WS-DM-DD
                MOVE WS-DM-DATE TO WS-BUSINESS-DATE
            END-IF.
            MOVE WS-BUSINESS-DATE (1:4) TO WS-DM-YYYY.
            MOVE WS-BUSINESS-DATE (6:2) TO WS-DM-MM.
            MOVE WS-BUSINESS-DATE (9:2) TO WS-DM-DD.
            PERFORM DAY-BACK-PARA WS-NO-MOVE-DAYS TIMES.
            MOVE WS-DM-DATE TO WS-NO-MOVE-CUTOFF.

        DAY-BACK-PARA.
            SUBTRACT 1 FROM WS-DM-DD.
            IF WS-DM-DD = 0
                SUBTRACT 1 FROM WS-DM-MM
                IF WS-DM-MM = 0
                    MOVE 12 TO WS-DM-MM
                    SUBTRACT 1 FROM WS-DM-YYYY
                END-IF
                PERFORM MONTH-LENGTH-PARA
                MOVE WS-DM-MAXDD TO WS-DM-DD
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

      *  DECIDES WHETHER THE LOAD FILE ON DISK MAY BE POSTED AND
      *  FROM WHICH RECORD. THE LOAD MUST BELONG TO THE LATEST
      *  LEDGERED RUN, PROVEN BY ITS FIRST TRANSACTION'S REGISTRY
      *  ROW; THE POSTING LOG THEN SAYS HOW MUCH OF IT IS ALREADY
      *  ON THE BOOKS
        LOAD-POST-DECIDE-PROCEDURE.
            MOVE 'N' TO WS-POST-LOAD.
            IF WS-RLD-ANY-ROW = 'N'
             OR WS-LAST-RLD-VERDICT NOT = 'B'
                MOVE 'NOT POSTED - NO FINALIZED RUN ON THE LEDGER'
                    TO WS-POST-NOTE
            ELSE
                PERFORM FIRST-LOAD-READ-PARA
                IF WS-FIRST-TRANS-ID = SPACES
                    MOVE 'NOT POSTED - LOAD FILE EMPTY OR MISSING'
                        TO WS-POST-NOTE
                ELSE
                    PERFORM LOAD-OWNER-CHECK-PARA
                END-IF
            END-IF.
            IF WS-POST-LOAD = 'Y'
                PERFORM POST-LOG-SCAN-PROCEDURE
                IF WS-PST-FOUND = 'Y'
                   AND WS-PST-PRIOR-STAMP NOT = WS-LAST-RLD-STAMP
                    MOVE 'N' TO WS-POST-LOAD
                    MOVE 'REFUSED - DATE RERUN AFTER POSTING, USE CNT'
                        TO WS-POST-NOTE
                END-IF
            END-IF.

        FIRST-LOAD-READ-PARA.
            MOVE SPACES TO WS-FIRST-TRANS-ID.
            MOVE 'N' TO WS-LOAD-EOF.
            OPEN INPUT LOAD-FILE.
            IF WS-LOAD-FILE-STATUS = '00'
             OR WS-LOAD-FILE-STATUS = '05'
                READ LOAD-FILE
                        AT END MOVE 'Y' TO WS-LOAD-EOF
                    NOT AT END
                        MOVE OUT-TRANS-ID TO WS-FIRST-TRANS-ID
                END-READ
                CLOSE LOAD-FILE
            END-IF.

      *  AN OUT-OF-BALANCE RUN HAS ITS REGISTRY ROWS BACKED OUT AND
      *  IS NEVER LEDGERED, SO ITS LOAD FILE FAILS THIS TEST
        LOAD-OWNER-CHECK-PARA.
            OPEN INPUT TRANS-ID-FILE.
            IF WS-TID-FILE-STATUS = '00'
                MOVE WS-FIRST-TRANS-ID TO TID-KEY
                READ TRANS-ID-FILE
                    INVALID KEY
                        MOVE 'NOT POSTED - LOAD NOT FROM A LEDGERED RUN'
                            TO WS-POST-NOTE
                    NOT INVALID KEY
                        IF TID-RUN-STAMP = WS-LAST-RLD-STAMP
                            MOVE 'Y' TO WS-POST-LOAD
                        ELSE
                            MOVE 'NOT POSTED - LOAD NOT FROM LATEST RUN'
                                TO WS-POST-NOTE
                        END-IF
                END-READ
                CLOSE TRANS-ID-FILE
            ELSE
                IF WS-TID-FILE-STATUS = '05'
                    CLOSE TRANS-ID-FILE
                END-IF
                MOVE 'NOT POSTED - TRANS-ID REGISTRY UNAVAILABLE'
                    TO WS-POST-NOTE
            END-IF.

        POST-LOG-SCAN-PROCEDURE.
            MOVE 'N' TO WS-PST-FOUND.
            MOVE 0   TO WS-PST-PRIOR-RECORDS.
            MOVE 'N' TO WS-PST-EOF.
            OPEN INPUT POST-LOG-FILE.
            IF WS-PST-FILE-STATUS = '00'
             OR WS-PST-FILE-STATUS = '05'
                PERFORM POST-LOG-READ-PARA
                    UNTIL WS-PST-EOF = 'Y'
                CLOSE POST-LOG-FILE
            END-IF.

        POST-LOG-READ-PARA.
            READ POST-LOG-FILE
                    AT END MOVE 'Y' TO WS-PST-EOF
                NOT AT END
                    IF PST-DATE = WS-LAST-RLD-DATE
                        MOVE 'Y'           TO WS-PST-FOUND
                        MOVE PST-RUN-STAMP TO WS-PST-PRIOR-STAMP
                        MOVE PST-RECORDS   TO WS-PST-PRIOR-RECORDS
                    END-IF
            END-READ.

      *  POSTS EVERY LOAD RECORD PAST THE ONES ALREADY POSTED FOR
      *  THIS RUN, THEN LOGS THE NEW HIGH-WATER MARK
        LOAD-POST-PROCEDURE.
            MOVE 0   TO WS-LOAD-RECORD-NO.
            MOVE 'N' TO WS-LOAD-EOF.
            OPEN INPUT LOAD-FILE.
            IF WS-LOAD-FILE-STATUS = '00'
                MOVE 'Y' TO WS-LOAD-POSTING
                PERFORM LOAD-POST-READ-PARA
                    UNTIL WS-LOAD-EOF = 'Y'
                MOVE 'N' TO WS-LOAD-POSTING
                CLOSE LOAD-FILE
            END-IF.
            IF WS-POSTED-COUNT > 0 OR WS-PST-FOUND = 'N'
                MOVE WS-LOAD-RECORD-NO TO WS-PST-HIGH-WATER
                PERFORM POST-LOG-WRITE-PARA
            END-IF.
            IF WS-POSTED-COUNT = 0
                MOVE 'NOTHING NEW - LOAD ALREADY POSTED'
                    TO WS-POST-NOTE
            ELSE
                MOVE 'POSTED' TO WS-POST-NOTE
            END-IF.

      *  WITHOUT ITS HIGH-WATER MARK THE NEXT RUN WOULD POST THE
      *  SAME RECORDS AGAIN, SO A LOG THAT CANNOT BE EXTENDED OR
      *  WRITTEN STOPS THE RUN. A MISSING LOG IS CREATED BY THE
      *  OPEN ('05'); IT IS NEVER OPENED OUTPUT, WHICH WOULD LOSE
      *  EVERY EARLIER MARK
        POST-LOG-WRITE-PARA.
            OPEN EXTEND POST-LOG-FILE.
            IF WS-PST-FILE-STATUS NOT = '00'
             AND WS-PST-FILE-STATUS NOT = '05'
                DISPLAY 'INVPOST: CANNOT OPEN INVPOST.PST - STATUS '
                    WS-PST-FILE-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            MOVE SPACES            TO POST-LOG-RECORD.
            MOVE WS-LAST-RLD-DATE  TO PST-DATE.
            MOVE WS-LAST-RLD-STAMP TO PST-RUN-STAMP.
            MOVE WS-PST-HIGH-WATER TO PST-RECORDS.
            MOVE WS-RUN-STAMP      TO PST-POSTED-STAMP.
            WRITE POST-LOG-RECORD.
            IF WS-PST-FILE-STATUS NOT = '00'
                DISPLAY 'INVPOST: CANNOT WRITE INVPOST.PST - STATUS '
                    WS-PST-FILE-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            CLOSE POST-LOG-FILE.

        LOAD-POST-READ-PARA.
            READ LOAD-FILE
                    AT END MOVE 'Y' TO WS-LOAD-EOF
                NOT AT END
                    ADD 1 TO WS-LOAD-RECORD-NO
                    IF WS-LOAD-RECORD-NO > WS-PST-PRIOR-RECORDS
                        PERFORM LOAD-RECORD-POST-PARA
                    ELSE
                        ADD 1 TO WS-SKIPPED-COUNT
                    END-IF
            END-READ.

      *  A SALE'S POSITIVE QUANTITY COMES OFF THE SHELF AND A
      *  RETURN'S NEGATIVE QUANTITY GOES BACK ON - SUBTRACTING THE
      *  SIGNED EACHES DOES BOTH
        LOAD-RECORD-POST-PARA.
            MOVE 'N' TO WS-RANGE-ERROR.
            MOVE OUT-SUNIT TO WS-UNIT-CODE-IN.
            PERFORM UNIT-LOOKUP-PROCEDURE.
            COMPUTE WS-EACHES ROUNDED =
                OUT-QUANTITY * WS-UNIT-FACTOR-VAL
                ON SIZE ERROR MOVE 'Y' TO WS-RANGE-ERROR
            END-COMPUTE.
            MOVE OUT-STORE TO OH-STORE.
            MOVE OUT-SKU   TO OH-SKU.
            IF WS-RANGE-ERROR = 'N'
                PERFORM ON-HAND-GET-PARA
                SUBTRACT WS-EACHES FROM OH-QTY
                    ON SIZE ERROR MOVE 'Y' TO WS-RANGE-ERROR
                END-SUBTRACT
            END-IF.
            IF WS-RANGE-ERROR = 'Y'
                PERFORM LOAD-RANGE-LINE-PARA
            ELSE
                IF OUT-TRANS-TYPE = 'R'
                    ADD WS-EACHES TO WS-RETURN-EACHES
                ELSE
                    ADD WS-EACHES TO WS-SALE-EACHES
                END-IF
                PERFORM LAST-SALE-PARA
                PERFORM ON-HAND-PUT-PARA
                ADD 1 TO WS-POSTED-COUNT
            END-IF.

      *  THE RECORD IS COUNTED TOWARD THE POSTING LOG'S HIGH-WATER
      *  MARK ALL THE SAME - ITS MOVEMENT GOES ON BY CNT CARD
        LOAD-RANGE-LINE-PARA.
            ADD 1 TO WS-RANGE-COUNT.
            MOVE OUT-QUANTITY TO WS-CONVERTED-QTY.
            MOVE SPACES TO WS-REPORT-LINE.
            STRING '  LOAD RECORD ' WS-LOAD-RECORD-NO
                   ' ' OUT-STORE
                   ' ' OUT-SKU
                   ' QUANTITY ' WS-CONVERTED-QTY
                   ' ' OUT-SUNIT
                   ' NOT POSTED - ON HAND OUT OF RANGE'
                   DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
            END-STRING.
            MOVE WS-REPORT-LINE TO REPORT-RECORD.
            WRITE REPORT-RECORD.

      *  READS THE ON-HAND ROW FOR THE KEY IN OH-KEY, OR STARTS A
      *  NEW ONE WHEN THERE IS NONE
        ON-HAND-GET-PARA.
            READ ON-HAND-FILE
                INVALID KEY
                    PERFORM ON-HAND-NEW-PARA
                    MOVE 'N' TO WS-OH-EXISTS
                NOT INVALID KEY
                    MOVE 'Y' TO WS-OH-EXISTS
            END-READ.

      *  A BALANCE THAT DOES NOT REACH THE FILE LEAVES THE BOOKS
      *  WRONG WITH NOTHING TO SHOW FOR IT, SO ANY FAILURE HERE
      *  STOPS THE RUN
        ON-HAND-PUT-PARA.
            IF WS-OH-EXISTS = 'Y'
                REWRITE ON-HAND-RECORD
                    INVALID KEY PERFORM ON-HAND-FAIL-PARA
                END-REWRITE
            ELSE
                WRITE ON-HAND-RECORD
                    INVALID KEY PERFORM ON-HAND-FAIL-PARA
                END-WRITE
            END-IF.
            IF WS-OH-FILE-STATUS NOT = '00'
                PERFORM ON-HAND-FAIL-PARA
            END-IF.

      *  PART OF THE LOAD IS ALREADY ON THE BOOKS WHEN A POSTING
      *  FAILS, SO THE LOG IS MARKED AT THE LAST RECORD APPLIED AND
      *  THE RESTART RESUMES AT THE ONE THAT FAILED
        ON-HAND-FAIL-PARA.
            DISPLAY 'INVPOST: CANNOT UPDATE ONHAND.IDX - STATUS '
                WS-OH-FILE-STATUS ' STORE ' OH-STORE ' SKU ' OH-SKU.
            IF WS-LOAD-POSTING = 'Y'
                MOVE 'N' TO WS-LOAD-POSTING
                SUBTRACT 1 FROM WS-LOAD-RECORD-NO
                    GIVING WS-PST-HIGH-WATER
                PERFORM POST-LOG-WRITE-PARA
                DISPLAY 'INVPOST: LOAD POSTED THROUGH RECORD '
                    WS-PST-HIGH-WATER
            END-IF.
            MOVE 16 TO RETURN-CODE.
            STOP RUN.

        LAST-SALE-PARA.
            IF OUT-TRANS-TYPE NOT = 'R'
               AND OUT-SDATE > OH-LAST-SALE
                MOVE OUT-SDATE TO OH-LAST-SALE
            END-IF.

      *  A NEW ROW FOR THE KEY ALREADY IN OH-KEY
        ON-HAND-NEW-PARA.
            MOVE 0      TO OH-QTY.
            MOVE SPACES TO OH-LAST-SALE.
            MOVE SPACES TO OH-LAST-RECEIPT.
            MOVE SPACES TO OH-LAST-COUNT.
            MOVE SPACES TO OH-RESERVED.

      *  LISTS EACH BALANCED LEDGER DATE FINALIZED SINCE THE FIRST
      *  POSTING PASS THAT THE POSTING LOG HAS NO ROW FOR. THE
      *  LATEST RUN IS LEFT TO THE LOAD FILE LINE ABOVE, AND A
      *  DATE RERUN BEFORE IT WAS EVER POSTED IS LISTED ONCE
        NEVER-POSTED-PROCEDURE.
            MOVE 'N' TO WS-PST-EOF.
            OPEN INPUT POST-LOG-FILE.
            IF WS-PST-FILE-STATUS = '00'
             OR WS-PST-FILE-STATUS = '05'
                PERFORM POSTED-DATE-READ-PARA
                    UNTIL WS-PST-EOF = 'Y'
                CLOSE POST-LOG-FILE
            END-IF.
            IF WS-PDT-FULL = 'Y'
                MOVE SPACES TO REPORT-RECORD
                STRING 'POSTING LOG EXCEEDS THE 5000-DATE TABLE - '
                       'NEVER-POSTED CHECK NOT MADE'
                       DELIMITED BY SIZE
                       INTO REPORT-RECORD
                END-STRING
                WRITE REPORT-RECORD
            END-IF.
            IF WS-PST-FIRST-STAMP NOT = SPACES
               AND WS-PDT-FULL = 'N'
                MOVE 'N' TO WS-RLD-EOF
                OPEN INPUT RUN-LEDGER-FILE
                IF WS-RLD-FILE-STATUS = '00'
                 OR WS-RLD-FILE-STATUS = '05'
                    PERFORM NEVER-POSTED-READ-PARA
                        UNTIL WS-RLD-EOF = 'Y'
                    CLOSE RUN-LEDGER-FILE
                END-IF
            END-IF.
            IF WS-NEVER-POSTED-COUNT > 0
                MOVE SPACES TO REPORT-RECORD
                WRITE REPORT-RECORD
            END-IF.

        POSTED-DATE-READ-PARA.
            READ POST-LOG-FILE
                    AT END MOVE 'Y' TO WS-PST-EOF
                NOT AT END
                    IF WS-PST-FIRST-STAMP = SPACES
                        MOVE PST-POSTED-STAMP TO WS-PST-FIRST-STAMP
                    END-IF
                    MOVE PST-DATE TO WS-PDT-DATE-IN
                    PERFORM POSTED-DATE-FIND-PARA
                    IF WS-PDT-FOUND = 'N'
                        PERFORM POSTED-DATE-ADD-PARA
                    END-IF
            END-READ.

        POSTED-DATE-FIND-PARA.
            MOVE 'N' TO WS-PDT-FOUND.
            PERFORM POSTED-DATE-SEARCH-PARA
                VARYING WS-PDT-IDX FROM 1 BY 1
                UNTIL WS-PDT-IDX > WS-PDT-COUNT
                   OR WS-PDT-FOUND = 'Y'.

        POSTED-DATE-SEARCH-PARA.
            IF WS-PDT-DATE (WS-PDT-IDX) = WS-PDT-DATE-IN
                MOVE 'Y' TO WS-PDT-FOUND
            END-IF.

        POSTED-DATE-ADD-PARA.
            IF WS-PDT-COUNT < 5000
                ADD 1 TO WS-PDT-COUNT
                MOVE WS-PDT-DATE-IN TO WS-PDT-DATE (WS-PDT-COUNT)
            ELSE
                MOVE 'Y' TO WS-PDT-FULL
            END-IF.

        NEVER-POSTED-READ-PARA.
            READ RUN-LEDGER-FILE
                    AT END MOVE 'Y' TO WS-RLD-EOF
                NOT AT END
                    IF RLD-VERDICT = 'B'
                       AND RLD-RUN-STAMP > WS-PST-FIRST-STAMP
                       AND RLD-RUN-STAMP NOT = WS-LAST-RLD-STAMP
                        MOVE RLD-DATE TO WS-PDT-DATE-IN
                        PERFORM POSTED-DATE-FIND-PARA
                        IF WS-PDT-FOUND = 'N'
                            PERFORM NEVER-POSTED-LINE-PARA
                        END-IF
                    END-IF
            END-READ.

        NEVER-POSTED-LINE-PARA.
            ADD 1 TO WS-NEVER-POSTED-COUNT.
            PERFORM POSTED-DATE-ADD-PARA.
            MOVE SPACES TO REPORT-RECORD.
            STRING 'LEDGER DATE ' RLD-DATE
                   ' RUN ' RLD-RUN-STAMP
                   ' LEDGERED, NEVER POSTED'
                   DELIMITED BY SIZE
                   INTO REPORT-RECORD
            END-STRING.
            WRITE REPORT-RECORD.

        CARD-POST-PROCEDURE.
            MOVE SPACES TO REPORT-RECORD.
            MOVE 'STOCK CARDS' TO REPORT-RECORD.
            WRITE REPORT-RECORD.
            OPEN INPUT CARD-FILE.
            IF WS-CARD-FILE-STATUS = '00'
                PERFORM CARD-READ-PARA
                    UNTIL WS-CARD-EOF = 'Y'
                CLOSE CARD-FILE
                IF WS-CRJ-OPEN = 'Y'
                    CLOSE CARD-REJECT-FILE
                END-IF
                PERFORM CARD-RETIRE-PARA
            ELSE
                IF WS-CARD-FILE-STATUS = '05'
                    CLOSE CARD-FILE
                END-IF
                MOVE SPACES TO REPORT-RECORD
                MOVE '  NO STOCK CARDS THIS RUN' TO REPORT-RECORD
                WRITE REPORT-RECORD
            END-IF.
            MOVE SPACES TO REPORT-RECORD.
            WRITE REPORT-RECORD.

      *  THE APPLIED DECK IS RENAMED OUT OF THE WAY - A RECEIPT
      *  APPLIED TWICE IS STOCK THAT NEVER ARRIVED - SO A DECK THAT
      *  CANNOT BE MOVED STOPS THE RUN BEFORE THE NEXT ONE READS IT
        CARD-RETIRE-PARA.
            CALL 'CBL_DELETE_FILE' USING WS-CARD-DONE-NAME
                RETURNING WS-CBL-RESULT.
            CALL 'CBL_RENAME_FILE' USING WS-CARD-FILE-NAME
                WS-CARD-DONE-NAME RETURNING WS-CBL-RESULT.
            IF WS-CBL-RESULT NOT = 0
                DISPLAY 'INVPOST: CANNOT RENAME ' WS-CARD-FILE-NAME
                    ' - REMOVE IT BEFORE THE NEXT RUN'
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.

      *  A REFUSED CARD IS KEPT FOR RESUBMISSION, SO ONE THAT CANNOT
      *  BE WRITTEN STOPS THE RUN BEFORE THE DECK IS RETIRED
        CARD-REJECT-WRITE-PARA.
            IF WS-CRJ-OPEN = 'N'
                OPEN EXTEND CARD-REJECT-FILE
                IF WS-CRJ-FILE-STATUS NOT = '00'
                 AND WS-CRJ-FILE-STATUS NOT = '05'
                    DISPLAY 'INVPOST: CANNOT OPEN INVPOST.TRN.REJ - '
                        'STATUS ' WS-CRJ-FILE-STATUS
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
                MOVE 'Y' TO WS-CRJ-OPEN
            END-IF.
            MOVE CARD-RECORD TO CARD-REJECT-RECORD.
            WRITE CARD-REJECT-RECORD.
            IF WS-CRJ-FILE-STATUS NOT = '00'
                DISPLAY 'INVPOST: CANNOT WRITE INVPOST.TRN.REJ - '
                    'STATUS ' WS-CRJ-FILE-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.

        CARD-READ-PARA.
            READ CARD-FILE INTO CARD-RECORD
                    AT END MOVE 'Y' TO WS-CARD-EOF
                NOT AT END
                    IF CARD-RECORD NOT = SPACES
                        ADD 1 TO WS-CARD-COUNT
                        PERFORM CARD-APPLY-PROCEDURE
                    END-IF
            END-READ.

      *  EDITS AND APPLIES ONE STOCK CARD. EVERY CARD GETS A LINE
      *  ON THE REPORT WHETHER IT IS APPLIED OR REFUSED
        CARD-APPLY-PROCEDURE.
            MOVE 'N'    TO WS-CRD-REFUSE-FLAG.
            MOVE 'N'    TO WS-CRD-OFLOW.
            MOVE SPACES TO WS-CRD-REASON.
            MOVE SPACES TO WS-CRD-TYPE.
            MOVE SPACES TO WS-CRD-STORE.
            MOVE SPACES TO WS-CRD-SKU.
            MOVE SPACES TO WS-CRD-QTY-TEXT.
            MOVE SPACES TO WS-CRD-UNIT.
            MOVE 0      TO WS-CRD-BOOK-QTY.
            MOVE 0      TO WS-CRD-ADJUST.
            MOVE 0      TO WS-EACHES.
            UNSTRING CARD-RECORD DELIMITED BY ','
                INTO WS-CRD-TYPE WS-CRD-STORE WS-CRD-SKU
                     WS-CRD-QTY-TEXT WS-CRD-UNIT
                ON OVERFLOW MOVE 'Y' TO WS-CRD-OFLOW
            END-UNSTRING.
            IF WS-CRD-OFLOW = 'Y'
                MOVE 'Y' TO WS-CRD-REFUSE-FLAG
                MOVE 'TOO MANY FIELDS ON CARD' TO WS-CRD-REASON
            END-IF.
            IF WS-CRD-REFUSE-FLAG = 'N'
               AND WS-CRD-TYPE NOT = 'RCV'
               AND WS-CRD-TYPE NOT = 'CNT'
                MOVE 'Y' TO WS-CRD-REFUSE-FLAG
                MOVE 'INVALID CARD TYPE' TO WS-CRD-REASON
            END-IF.
            IF WS-CRD-REFUSE-FLAG = 'N'
               AND WS-CRD-STORE = SPACES
                MOVE 'Y' TO WS-CRD-REFUSE-FLAG
                MOVE 'BLANK STORE' TO WS-CRD-REASON
            END-IF.
            IF WS-CRD-REFUSE-FLAG = 'N'
               AND WS-CRD-SKU = SPACES
                MOVE 'Y' TO WS-CRD-REFUSE-FLAG
                MOVE 'BLANK SKU' TO WS-CRD-REASON
            END-IF.
            IF WS-CRD-REFUSE-FLAG = 'N'
               AND WS-SKU-OPEN = 'Y'
                MOVE WS-CRD-SKU TO SKU-MAST-KEY
                READ SKU-MASTER-FILE
                    INVALID KEY
                        MOVE 'Y' TO WS-CRD-REFUSE-FLAG
                        MOVE 'SKU NOT ON MASTER' TO WS-CRD-REASON
                END-READ
            END-IF.
            IF WS-CRD-REFUSE-FLAG = 'N'
                PERFORM QTY-EDIT-PARA
                IF WS-QTY-OK = 'N'
                    MOVE 'Y' TO WS-CRD-REFUSE-FLAG
                    MOVE 'QUANTITY NOT NUMERIC' TO WS-CRD-REASON
                END-IF
            END-IF.
            IF WS-CRD-REFUSE-FLAG = 'N'
               AND WS-CRD-TYPE = 'CNT'
               AND WS-CRD-UNIT NOT = SPACES
                MOVE 'Y' TO WS-CRD-REFUSE-FLAG
                MOVE 'COUNT IS IN EACHES - NO UNIT' TO WS-CRD-REASON
            END-IF.
            IF WS-CRD-REFUSE-FLAG = 'N'
               AND WS-CRD-UNIT NOT = SPACES
                MOVE WS-CRD-UNIT TO WS-UNIT-CODE-IN
                PERFORM UNIT-LOOKUP-PROCEDURE
                IF WS-UNIT-FOUND = 'N'
                    MOVE 'Y' TO WS-CRD-REFUSE-FLAG
                    MOVE 'UNIT CODE NOT ON TABLE' TO WS-CRD-REASON
                END-IF
            END-IF.
            IF WS-CRD-REFUSE-FLAG = 'N'
                IF WS-CRD-TYPE = 'RCV'
                    PERFORM RECEIPT-APPLY-PARA
                ELSE
                    PERFORM COUNT-APPLY-PARA
                END-IF
            END-IF.
            IF WS-CRD-REFUSE-FLAG = 'N'
                ADD 1 TO WS-CARD-APPLIED
            ELSE
                ADD 1 TO WS-CARD-REFUSED
                PERFORM CARD-REJECT-WRITE-PARA
            END-IF.
            PERFORM CARD-LINE-PARA.

        RECEIPT-APPLY-PARA.
            IF WS-CRD-UNIT = SPACES
                MOVE 1.00 TO WS-UNIT-FACTOR-VAL
            END-IF.
            MOVE 'N' TO WS-RANGE-ERROR.
            COMPUTE WS-EACHES ROUNDED =
                WS-CRD-QTY * WS-UNIT-FACTOR-VAL
                ON SIZE ERROR MOVE 'Y' TO WS-RANGE-ERROR
            END-COMPUTE.
            MOVE WS-CRD-STORE TO OH-STORE.
            MOVE WS-CRD-SKU   TO OH-SKU.
            IF WS-RANGE-ERROR = 'N'
                PERFORM ON-HAND-GET-PARA
                MOVE OH-QTY TO WS-CRD-BOOK-QTY
                ADD WS-EACHES TO OH-QTY
                    ON SIZE ERROR MOVE 'Y' TO WS-RANGE-ERROR
                END-ADD
            END-IF.
            IF WS-RANGE-ERROR = 'Y'
                MOVE 'Y' TO WS-CRD-REFUSE-FLAG
                MOVE 'ON HAND OUT OF RANGE' TO WS-CRD-REASON
            ELSE
                MOVE WS-BUSINESS-DATE TO OH-LAST-RECEIPT
                PERFORM ON-HAND-PUT-PARA
                MOVE WS-EACHES TO WS-CRD-ADJUST
            END-IF.

      *  THE COUNTED FIGURE REPLACES THE BOOK FIGURE - THE
      *  DIFFERENCE IS THE ADJUSTMENT (SHRINK WHEN NEGATIVE)
        COUNT-APPLY-PARA.
            MOVE WS-CRD-QTY   TO WS-EACHES.
            MOVE WS-CRD-STORE TO OH-STORE.
            MOVE WS-CRD-SKU   TO OH-SKU.
            PERFORM ON-HAND-GET-PARA.
            MOVE OH-QTY TO WS-CRD-BOOK-QTY.
            MOVE WS-EACHES TO OH-QTY.
            MOVE WS-BUSINESS-DATE TO OH-LAST-COUNT.
            PERFORM ON-HAND-PUT-PARA.
            SUBTRACT WS-CRD-BOOK-QTY FROM WS-EACHES
                GIVING WS-CRD-ADJUST.

        CARD-LINE-PARA.
            MOVE SPACES TO WS-REPORT-LINE.
            IF WS-CRD-REFUSE-FLAG = 'Y'
                STRING '  CARD ' WS-CARD-COUNT
                       ' ' WS-CRD-TYPE
                       ' ' WS-CRD-STORE
                       ' ' WS-CRD-SKU
                       ' REFUSED - ' WS-CRD-REASON
                       DELIMITED BY SIZE
                       INTO WS-REPORT-LINE
                END-STRING
            ELSE
                MOVE WS-CRD-BOOK-QTY TO WS-CONVERTED-BOOK
                MOVE WS-CRD-ADJUST   TO WS-CONVERTED-ADJUST
                MOVE WS-EACHES       TO WS-CONVERTED-EACHES
                STRING '  CARD ' WS-CARD-COUNT
                       ' ' WS-CRD-TYPE
                       ' ' WS-CRD-STORE
                       ' ' WS-CRD-SKU
                       ' BOOK ' WS-CONVERTED-BOOK
                       ' EACHES ' WS-CONVERTED-EACHES
                       ' ADJUSTMENT ' WS-CONVERTED-ADJUST
                       DELIMITED BY SIZE
                       INTO WS-REPORT-LINE
                END-STRING
            END-IF.
            MOVE WS-REPORT-LINE TO REPORT-RECORD.
            WRITE REPORT-RECORD.

        REPORT-HEADER-PROCEDURE.
            MOVE SPACES TO REPORT-RECORD.
            STRING 'INVENTORY POSTING AND REORDER REPORT  BUSINESS '
                   'DATE ' WS-BUSINESS-DATE
                   '  RUN ' WS-RUN-STAMP
                   DELIMITED BY SIZE
                   INTO REPORT-RECORD
            END-STRING.
            WRITE REPORT-RECORD.
            MOVE SPACES TO REPORT-RECORD.
            WRITE REPORT-RECORD.

        LOAD-POST-LINE-PROCEDURE.
            MOVE SPACES TO REPORT-RECORD.
            STRING 'LOAD FILE ' WS-POST-NOTE
                   DELIMITED BY SIZE
                   INTO REPORT-RECORD
            END-STRING.
            WRITE REPORT-RECORD.
            IF WS-RLD-ANY-ROW = 'Y'
                MOVE SPACES TO REPORT-RECORD
                STRING '  LEDGER DATE ' WS-LAST-RLD-DATE
                       '  RUN ' WS-LAST-RLD-STAMP
                       DELIMITED BY SIZE
                       INTO REPORT-RECORD
                END-STRING
                WRITE REPORT-RECORD
            END-IF.
            MOVE SPACES TO REPORT-RECORD.
            STRING '  RECORDS POSTED ' WS-POSTED-COUNT
                   '  ALREADY ON THE BOOKS ' WS-SKIPPED-COUNT
                   '  OUT OF RANGE ' WS-RANGE-COUNT
                   DELIMITED BY SIZE
                   INTO REPORT-RECORD
            END-STRING.
            WRITE REPORT-RECORD.
            MOVE WS-SALE-EACHES TO WS-CONVERTED-EACHES.
            MOVE SPACES TO REPORT-RECORD.
            STRING '  EACHES SOLD     ' WS-CONVERTED-EACHES
                   DELIMITED BY SIZE
                   INTO REPORT-RECORD
            END-STRING.
            WRITE REPORT-RECORD.
            MOVE WS-RETURN-EACHES TO WS-CONVERTED-EACHES.
            MOVE SPACES TO REPORT-RECORD.
            STRING '  EACHES RETURNED ' WS-CONVERTED-EACHES
                   DELIMITED BY SIZE
                   INTO REPORT-RECORD
            END-STRING.
            WRITE REPORT-RECORD.
            MOVE SPACES TO REPORT-RECORD.
            WRITE REPORT-RECORD.

      *  ONE PASS OVER THE ON-HAND FILE IN STORE/SKU ORDER. A ROW
      *  CAN QUALIFY FOR MORE THAN ONE EXCEPTION BUT PRINTS ONCE,
      *  UNDER THE MOST URGENT: NEGATIVE, THEN BELOW REORDER POINT,
      *  THEN NO MOVEMENT
        EXCEPTION-REPORT-PROCEDURE.
            MOVE SPACES TO REPORT-RECORD.
            STRING 'REORDER AND STOCK EXCEPTIONS  NO MOVEMENT SINCE '
                   WS-NO-MOVE-CUTOFF
                   DELIMITED BY SIZE
                   INTO REPORT-RECORD
            END-STRING.
            WRITE REPORT-RECORD.
            MOVE SPACES TO REPORT-RECORD.
            STRING 'STOR SKU              '
                   'ITEM NAME                     '
                   '  ON HAND REORDER LAST SALE  EXCEPTION'
                   DELIMITED BY SIZE
                   INTO REPORT-RECORD
            END-STRING.
            WRITE REPORT-RECORD.
            MOVE 'N' TO WS-OH-EOF.
            OPEN INPUT ON-HAND-FILE.
            IF WS-OH-FILE-STATUS = '00'
                PERFORM EXCEPTION-READ-PARA
                    UNTIL WS-OH-EOF = 'Y'
                CLOSE ON-HAND-FILE
            ELSE
                IF WS-OH-FILE-STATUS = '05'
                    CLOSE ON-HAND-FILE
                END-IF
            END-IF.
            MOVE SPACES TO REPORT-RECORD.
            WRITE REPORT-RECORD.

        EXCEPTION-READ-PARA.
            READ ON-HAND-FILE NEXT RECORD
                    AT END MOVE 'Y' TO WS-OH-EOF
                NOT AT END PERFORM EXCEPTION-JUDGE-PARA
            END-READ.

        EXCEPTION-JUDGE-PARA.
            MOVE SPACES TO WS-EXC-NAME.
            MOVE SPACE  TO WS-EXC-STATUS.
            MOVE 0      TO WS-EXC-REORDER.
            IF WS-SKU-OPEN = 'Y'
                MOVE OH-SKU TO SKU-MAST-KEY
                READ SKU-MASTER-FILE
                    INVALID KEY
                        MOVE '*** NOT ON SKU MASTER ***'
                            TO WS-EXC-NAME
                    NOT INVALID KEY
                        MOVE SKU-MAST-NAME    TO WS-EXC-NAME
                        MOVE SKU-MAST-STATUS  TO WS-EXC-STATUS
                        MOVE SKU-MAST-REORDER TO WS-EXC-REORDER
                END-READ
            END-IF.
            MOVE SPACES TO WS-EXC-REASON.
            IF OH-QTY < 0
                MOVE 'NEGATIVE ON HAND' TO WS-EXC-REASON
                ADD 1 TO WS-NEGATIVE-COUNT
            ELSE
                IF WS-EXC-REORDER > 0
                   AND OH-QTY < WS-EXC-REORDER
                    MOVE 'BELOW REORDER POINT' TO WS-EXC-REASON
                    ADD 1 TO WS-BELOW-COUNT
                ELSE
                    IF WS-EXC-STATUS = 'A'
                       AND OH-QTY > 0
                       AND OH-LAST-SALE < WS-NO-MOVE-CUTOFF
                        MOVE 'NO MOVEMENT' TO WS-EXC-REASON
                        ADD 1 TO WS-NO-MOVE-COUNT
                    END-IF
                END-IF
            END-IF.
            IF WS-EXC-REASON NOT = SPACES
                PERFORM EXCEPTION-LINE-PARA
            END-IF.

        EXCEPTION-LINE-PARA.
            IF OH-STORE NOT = WS-PREV-STORE
                MOVE SPACES TO REPORT-RECORD
                WRITE REPORT-RECORD
                MOVE OH-STORE TO WS-PREV-STORE
            END-IF.
            MOVE OH-QTY         TO WS-CONVERTED-QTY.
            MOVE WS-EXC-REORDER TO WS-CONVERTED-REORDER.
            MOVE SPACES TO WS-REPORT-LINE.
            STRING OH-STORE
                   ' ' OH-SKU
                   ' ' WS-EXC-NAME
                   ' ' WS-CONVERTED-QTY
                   '   ' WS-CONVERTED-REORDER
                   ' ' OH-LAST-SALE
                   ' ' WS-EXC-REASON
                   DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
            END-STRING.
            MOVE WS-REPORT-LINE TO REPORT-RECORD.
            WRITE REPORT-RECORD.

        REPORT-TRAILER-PROCEDURE.
            MOVE SPACES TO REPORT-RECORD.
            STRING 'NEGATIVE ON HAND ' WS-NEGATIVE-COUNT
                   '  BELOW REORDER POINT ' WS-BELOW-COUNT
                   '  NO MOVEMENT ' WS-NO-MOVE-COUNT
                   DELIMITED BY SIZE
                   INTO REPORT-RECORD
            END-STRING.
            WRITE REPORT-RECORD.
            MOVE SPACES TO REPORT-RECORD.
            STRING 'STOCK CARDS READ ' WS-CARD-COUNT
                   '  APPLIED ' WS-CARD-APPLIED
                   '  REFUSED ' WS-CARD-REFUSED
                   DELIMITED BY SIZE
                   INTO REPORT-RECORD
            END-STRING.
            WRITE REPORT-RECORD.
            MOVE SPACES TO REPORT-RECORD.
            STRING 'LEDGER DATES NEVER POSTED ' WS-NEVER-POSTED-COUNT
                   DELIMITED BY SIZE
                   INTO REPORT-RECORD
            END-STRING.
            WRITE REPORT-RECORD.
