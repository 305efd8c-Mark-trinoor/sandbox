      * FOR REVIEW CAN SIMPLY EVAPORATE - AND NOBODY HAS TO PASTE
      * CORRECTED LINES INTO THE NEXT DAY'S EXTRACT
      *
      * ONCE POPDATA HAS STARTED CARRYING ITS HOLDS INTO THE
      * EXCEPTION STORE (POPDATA.EXS) THE HELD RECORDS ARE TAKEN
      * FROM THERE INSTEAD - EVERY OPEN EXCEPTION OF EVERY BUSINESS
      * DATE, INCLUDING THE LP AND DATE EXCEPTIONS - AND EACH
      * DISPOSITION IS STAMPED BACK ONTO ITS EXCEPTION ROW
      *
      * A RESUBMIT WHOSE BUSINESS DATE FALLS IN A FISCAL PERIOD
      * PERCLOSE HAS CLOSED IS REFUSED - THE FIGURES FINANCE BOOKED
      * FOR THE PERIOD CANNOT CHANGE UNDER THEM. EVERY RESUBMIT THAT
      * IS LOADED IS ADDED TO THE STORE CONTROLS (POPDATA.RLS) AS A
      * REWORK ROW FOR ITS DATE AND STORE, SO ACKRECON EXPECTS THE
      * EXTRA ROWS WHEN THE DATABASE LOAD ACKNOWLEDGES THE DATE
      *
      * DISPOSITION CARD FORMAT (REWORK.TRN):
      *   <REJ, REV, LPX OR OOD>,<RECORD NO>,<RESUBMIT OR WRITEOFF>
      *       [,<BUSINESS DATE YYYY-MM-DD>]
      * THE BUSINESS DATE MAY BE LEFT OFF WHEN ONLY ONE DATE HOLDS
      * THAT SOURCE AND RECORD NUMBER OPEN. A RESUBMIT CONTROL CARD
      * IS FOLLOWED BY ONE CARD CARRYING THE FULL CORRECTED
      * TRANSACTION LINE, EXACTLY AS IT WOULD APPEAR IN DATA.NOSP
      *
        ENVIRONMENT DIVISION.

            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS WS-REVIEW-SCRATCH-STATUS.

      *  THE EXCEPTION STORE POPDATA CARRIES ITS HOLDS INTO, AND
      *  THE SCRATCH COPY EXCEPTION-REWRITE-PROCEDURE STAMPS THE
      *  DISPOSITIONS THROUGH
            SELECT OPTIONAL EXCEPTION-FILE
            ASSIGN TO './popdata.exs'
            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS WS-EXS-FILE-STATUS.

            SELECT EXCEPTION-SCRATCH-FILE
            ASSIGN TO './popdata.exs.rwk'
            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS WS-EXS-SCRATCH-STATUS.

            SELECT LOAD-FILE
            ASSIGN TO './popdata.load'
            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS WS-UNIT-FILE-STATUS.

      *  THE STORE MASTER POPDATA CHECKS AGAINST - A RESUBMIT FOR A
      *  STORE NOT ON IT, OR DATED OUTSIDE THE STORE'S OPEN AND
      *  CLOSE DATES, IS REFUSED THE SAME WAY POPDATA HOLDS IT
            SELECT OPTIONAL STORE-MASTER-FILE
            ASSIGN TO './storemast.dat'
            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS WS-SMS-FILE-STATUS.

      *  THE KEYED SKU MASTER AND DATED PRICE CHANGES SKULOAD BUILDS
      *  - A RESUBMITTED SALE IS JUDGED AGAINST THE STANDARD RETAIL
      *  AND COST IN FORCE ON ITS OWN TRANSACTION DATE, THE SAME
      *  VARIANCE HOLD POPDATA APPLIES. WITHOUT THE MASTER NO
      *  VARIANCE CHECK IS MADE
            SELECT SKU-MASTER-FILE
            ASSIGN TO './skumast.idx'
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS SKU-MAST-KEY
            FILE STATUS IS WS-SKU-FILE-STATUS.

            SELECT SKU-PRICE-FILE
            ASSIGN TO './skuprice.idx'
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS SKP-KEY
            FILE STATUS IS WS-SKP-FILE-STATUS.

      *  THE SAME TRANS-ID REGISTRY POPDATA KEEPS - A RESUBMITTED
      *  RECORD WHOSE ID ALREADY LOADED IS REFUSED AS A DUPLICATE,
      *  AND A SUCCESSFUL RESUBMIT IS REGISTERED SO IT CANNOT BE
            RECORD KEY IS TID-KEY
            FILE STATUS IS WS-TID-FILE-STATUS.

      *  THE FISCAL CALENDAR MAINTAINED BY TABMAINT AND CLOSED BY
      *  PERCLOSE - READ ONLY, TO REFUSE A RESUBMIT INTO A CLOSED
      *  PERIOD
            SELECT OPTIONAL FISCAL-CAL-FILE
            ASSIGN TO './fiscal.cal'
            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS WS-FPD-FILE-STATUS.

      *  THE PER-STORE CONTROL FIGURES BEHIND THE RUN LEDGER - THE
      *  RESUBMITS LOADED THIS RUN ARE APPENDED AS REWORK ROWS
            SELECT OPTIONAL STORE-LEDGER-FILE
            ASSIGN TO './popdata.rls'
            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS WS-RLS-FILE-STATUS.

      *  THE SAME RUN OPTION CARDS POPDATA READS - ONLY SQLOUT
      *  MATTERS HERE; THE OTHER KEYS ARE POPDATA'S BUSINESS
            SELECT OPTIONAL CONTROL-CARD-FILE
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS WS-SQL-FILE-STATUS.

      *  EVERY RESUBMITTED RECORD IS ALSO POSTED TO POPDATA'S
      *  LINE-ITEM HISTORY UNDER ITS BUSINESS DATE, SO THE RETURN
      *  ANALYSIS SEES WHAT WAS REWORKED INTO THE LOAD AS WELL
            SELECT OPTIONAL LOAD-HISTORY-FILE
            ASSIGN TO './popdata.ldh'
            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS WS-LDH-FILE-STATUS.

            SELECT REPORT-FILE
            ASSIGN TO './rework.rpt'
            ORGANIZATION IS LINE SEQUENTIAL
            05 FILLER             PIC X(1).
            05 REJ-DATA           PIC X(180).

        FD REVIEW-FILE            RECORD CONTAINS 312 CHARACTERS.
        01 REVIEW-RECORD.
            05 REV-RECORD-NO      PIC 9(7).
            05 FILLER             PIC X(1).
        FD REJECT-SCRATCH-FILE    RECORD CONTAINS 240 CHARACTERS.
        01 REJECT-SCRATCH-RECORD  PIC X(240).

        FD REVIEW-SCRATCH-FILE    RECORD CONTAINS 312 CHARACTERS.
        01 REVIEW-SCRATCH-RECORD  PIC X(312).

      *  LAYOUT MATCHES THE EXCEPTION-FILE FD IN POPDATA
        FD EXCEPTION-FILE         RECORD CONTAINS 252 CHARACTERS.
        01 EXCEPTION-RECORD.
            05 EXS-DATE           PIC X(10).
            05 EXS-SOURCE         PIC X(3).
            05 EXS-RECORD-NO      PIC 9(7).
            05 EXS-STORE          PIC X(4).
            05 EXS-REASON         PIC X(30).
            05 EXS-AMOUNT         PIC S9(5)V99.
            05 EXS-STATUS         PIC X(1).
            05 EXS-DISP-DATE      PIC X(10).
            05 EXS-DATA           PIC X(180).

        FD EXCEPTION-SCRATCH-FILE RECORD CONTAINS 252 CHARACTERS.
        01 EXCEPTION-SCRATCH-RECORD PIC X(252).

      *  OUTPUT-RECORD LAYOUT MATCHES THE LOAD-FILE FD IN POPDATA -
      *  RESUBMITTED RECORDS ARE APPENDED TO THE SAME LOAD FILE THE
        FD UNIT-TABLE-FILE        RECORD CONTAINS 12 CHARACTERS.
        01 UNIT-TABLE-RECORD      PIC X(12).

      *  LAYOUT MATCHES THE STORE-MASTER-FILE FD IN TABMAINT
        FD STORE-MASTER-FILE      RECORD CONTAINS 80 CHARACTERS.
        01 STORE-MASTER-RECORD    PIC X(80).

        FD TRANS-ID-FILE          RECORD CONTAINS 96 CHARACTERS.
        01 TRANS-ID-RECORD.
            05 TID-KEY            PIC X(40).
            05 TID-SKU            PIC X(16).
            05 TID-TSALE          PIC S9(5)V99.

      *  LAYOUT MATCHES THE FISCAL-CAL-FILE FD IN TABMAINT
        FD FISCAL-CAL-FILE        RECORD CONTAINS 60 CHARACTERS.
        01 FISCAL-CAL-RECORD      PIC X(60).

      *  LAYOUT MATCHES THE STORE-LEDGER-FILE FD IN POPDATA
        FD STORE-LEDGER-FILE      RECORD CONTAINS 60 CHARACTERS.
        01 STORE-LEDGER-RECORD.
            05 RLS-DATE           PIC X(10).
            05 RLS-RUN-STAMP      PIC X(16).
            05 RLS-STORE          PIC X(4).
            05 RLS-REC-COUNT      PIC 9(7).
            05 RLS-SALE           PIC S9(9)V99.
            05 RLS-COST           PIC S9(9)V99.
            05 RLS-SOURCE         PIC X(1).

        FD CONTROL-CARD-FILE      RECORD CONTAINS 80 CHARACTERS.
        01 CONTROL-CARD-RECORD    PIC X(80).

        FD SQL-FILE               RECORD CONTAINS 700 CHARACTERS.
        01 SQL-RECORD             PIC X(700).

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

      *  LAYOUT MATCHES THE SKU-PRICE-FILE FD IN POPDATA
        FD SKU-PRICE-FILE         RECORD CONTAINS 46 CHARACTERS.
        01 SKU-PRICE-RECORD.
            05 SKP-KEY.
                10 SKP-SKU        PIC X(16).
                10 SKP-EFF-DATE   PIC X(10).
            05 SKP-RETAIL         PIC 9(3)V99.
            05 SKP-COST           PIC 9(3)V99.
            05 SKP-ENTERED        PIC X(10).

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

        01  WS-SUMMARY-FILE-STATUS PIC X(2).
        01  WS-GTIN-FILE-STATUS   PIC X(2).
        01  WS-UNIT-FILE-STATUS   PIC X(2).
        01  WS-SMS-FILE-STATUS    PIC X(2).
        01  WS-TID-FILE-STATUS    PIC X(2).
        01  WS-REPORT-FILE-STATUS PIC X(2).
        01  WS-CTLCARD-FILE-STATUS PIC X(2).
        01  WS-SQL-FILE-STATUS    PIC X(2).
        01  WS-LDH-FILE-STATUS    PIC X(2).
        01  WS-LDH-ENABLED        PIC X     VALUE 'N'.
        01  WS-REJECT-SCRATCH-STATUS PIC X(2).
        01  WS-REVIEW-SCRATCH-STATUS PIC X(2).
        01  WS-EXS-FILE-STATUS    PIC X(2).
        01  WS-EXS-SCRATCH-STATUS PIC X(2).
        01  WS-FPD-FILE-STATUS    PIC X(2).
        01  WS-RLS-FILE-STATUS    PIC X(2).

      *  ONE FISCAL CALENDAR ROW, SPLIT - THE SAME FIELDS POPDATA'S
      *  CLOSED-PERIOD CHECK USES
        01  WS-FPD-EOF            PIC X     VALUE 'N'.
        01  WS-FPD-CLOSED-FOUND   PIC X     VALUE 'N'.
        01  WS-FPD-ROW.
            05 WS-FPD-PERIOD      PIC X(7).
            05 WS-FPD-START       PIC X(10).
            05 WS-FPD-END         PIC X(10).
            05 WS-FPD-STATUS      PIC X(1).
            05 WS-FPD-CLOSED      PIC X(10).
        01  WS-FPD-CLOSED-PERIOD  PIC X(7)  VALUE SPACES.

      *  THE BUSINESS DATE A RESUBMIT IS FILED UNDER - THE HELD
      *  ROW'S OWN DATE, OR FOR A HELD-FILE RECORD, WHICH CARRIES
      *  NONE, ITS SALE DATE
        01  WS-RESUBMIT-BDATE     PIC X(10) VALUE SPACES.

      *  REWORK STORE CONTROLS - ROWS, SALE AND COST LOADED THIS RUN
      *  PER BUSINESS DATE AND STORE. EVERY ENTRY COMES FROM A HELD
      *  RECORD, SO THE TABLE CANNOT OUTGROW THE HELD TABLE
        01  WS-RWC-COUNT          PIC 9(4)  VALUE 0.
        01  WS-RWC-SUB            PIC 9(4)  VALUE 0.
        01  WS-RWC-FOUND          PIC X     VALUE 'N'.
        01  WS-RWC-TABLE.
            05 WS-RWC-ENTRY OCCURS 2000 TIMES
                    INDEXED BY WS-RWC-IDX.
                10 WS-RWC-DATE       PIC X(10).
                10 WS-RWC-STORE      PIC X(4).
                10 WS-RWC-ROWS       PIC 9(7).
                10 WS-RWC-SALE       PIC S9(9)V99.
                10 WS-RWC-COST       PIC S9(9)V99.

      *  LITERAL FILE NAMES FOR HELD-REWRITE-PROCEDURE'S
      *  CBL_DELETE_FILE/CBL_RENAME_FILE CALLS - THESE MUST MATCH
                                      VALUE './popdata.rev'.
        01  WS-REVIEW-SCRATCH-NAME   PIC X(24)
                                      VALUE './popdata.rev.rwk'.
        01  WS-EXS-FILE-NAME         PIC X(24)
                                      VALUE './popdata.exs'.
        01  WS-EXS-SCRATCH-NAME      PIC X(24)
                                      VALUE './popdata.exs.rwk'.
        01  WS-CBL-RESULT         PIC 9(8) COMP-5.

      *  EXCEPTION STORE STATE. WS-EXS-IN-USE IS 'Y' WHEN THE HELD
      *  TABLE CAME FROM POPDATA.EXS RATHER THAN FROM THE DAY'S
      *  HELD FILES; THE DISPOSITION DATE STAMPED ON A CLEARED ROW
      *  IS THE RUN DATE
        01  WS-EXS-IN-USE         PIC X     VALUE 'N'.
        01  WS-EXS-EOF            PIC X     VALUE 'N'.
        01  WS-EXS-MATCH          PIC X.
        01  WS-EXS-MATCH-DISP     PIC X.
        01  WS-RUN-DATE-TEXT      PIC X(10) VALUE SPACES.

      *  WORK FIELDS FOR HELD-REWRITE-PROCEDURE. THE DROP TEST
      *  MATCHES SOURCE, RECORD NUMBER AND REASON - A HELD ROW AND
      *  AN INFORMATIONAL SKU ROW CAN SHARE A RECORD NUMBER, AND
        01  WS-RUN-START-DATE     PIC 9(8).
        01  WS-RUN-START-TIME     PIC 9(8).

      *  HELD-RECORD TABLES, LOADED FROM THE OPEN ROWS OF THE
      *  EXCEPTION STORE, OR FROM POPDATA.REJ AND POPDATA.REV WHEN
      *  THERE IS NO STORE YET (THE DATE AND STORE ARE THEN BLANK).
      *  THE INFORMATIONAL SKU/ITEM-NAME ROWS IN THE REVIEW FILE ARE
      *  NOT HELD TRANSACTIONS AND ARE NOT PRESENTED FOR DISPOSITION.
      *  WS-HELD-DISP TRACKS WHAT HAPPENED TO EACH ROW THIS RUN -
        01  WS-HELD-COUNT         PIC 9(4)  VALUE 0.
        01  WS-HELD-SUB           PIC 9(4)  VALUE 0.
        01  WS-HELD-FOUND         PIC X     VALUE 'N'.
        01  WS-HELD-MATCHES       PIC 9(4)  VALUE 0.
        01  WS-HELD-TABLE.
            05 WS-HELD-ENTRY OCCURS 2000 TIMES
                    INDEXED BY WS-HELD-IDX.
                10 WS-HELD-SOURCE    PIC X(3).
                10 WS-HELD-RECORD-NO PIC 9(7).
                10 WS-HELD-REASON    PIC X(30).
                10 WS-HELD-DATE      PIC X(10).
                10 WS-HELD-STORE     PIC X(4).
                10 WS-HELD-AMOUNT    PIC S9(5)V99.
                10 WS-HELD-DISP      PIC X.
        01  WS-CONVERTED-HELD-AMT PIC -ZZZZ9.99.

      *  FIELDS UNSTRUNG FROM THE CURRENT DISPOSITION CONTROL CARD
        01  WS-CTL-OFLOW          PIC X     VALUE 'N'.
        01  WS-CTL-RECNO-TEXT     PIC X(7).
        01  WS-CTL-RECORD-NO      PIC 9(7).
        01  WS-CTL-DISP           PIC X(8).
        01  WS-CTL-BDATE          PIC X(10).
        01  WS-CTL-REFUSE-FLAG    PIC X.
        01  WS-CTL-REFUSE-REASON  PIC X(30).

                10 WS-UNIT-CODE       PIC X(4).
                10 WS-UNIT-FACTOR     PIC 9(2)V99.

      *  STORE MASTER - WS-SMS-LOADED STAYS 'N' WITH NO MASTER ON
      *  DISK, WHICH TURNS THE STORE CHECK OFF, AS IN POPDATA
        01  WS-SMS-EOF            PIC X     VALUE 'N'.
        01  WS-SMS-LOADED         PIC X     VALUE 'N'.
        01  WS-SMS-FOUND          PIC X     VALUE 'N'.
        01  WS-SMS-SUB            PIC 9(3)  VALUE 0.
        01  WS-SMS-COUNT          PIC 9(3)  VALUE 0.
        01  WS-SMS-SEARCH-STORE   PIC X(4).
        01  WS-SMS-TABLE.
            05 WS-SMS-ENTRY OCCURS 500 TIMES INDEXED BY WS-SMS-IDX.
                10 WS-SMS-NO          PIC X(4).
                10 WS-SMS-NAME        PIC X(30).
                10 WS-SMS-REGION      PIC X(4).
                10 WS-SMS-DISTRICT    PIC X(4).
                10 WS-SMS-OPEN        PIC X(10).
                10 WS-SMS-CLOSE       PIC X(10).
                10 WS-SMS-STATUS      PIC X(1).

        01  WS-UNIT-BASE-PRICE     PIC S9(3)V99.
        01  WS-UNIT-BASE-COST      PIC S9(3)V99.
        01  WS-UNIT-PROFIT         PIC S9(3)V99.

      *  STANDARD RETAIL AND COST IN FORCE ON THE RESUBMITTED
      *  RECORD'S TRANSACTION DATE - ZERO WHEN THE SKU IS NOT ON THE
      *  MASTER OR HAS NO STANDARD, WHICH TURNS THE VARIANCE CHECKS
      *  OFF. THE HOLD TOLERANCE IS POPDATA'S
        01  WS-SKU-FILE-STATUS     PIC X(2).
        01  WS-SKU-MASTER-LOADED   PIC X     VALUE 'N'.
        01  WS-SKP-FILE-STATUS     PIC X(2).
        01  WS-SKP-LOADED          PIC X     VALUE 'N'.
        01  WS-SKP-EOF             PIC X     VALUE 'N'.
        01  WS-STD-RETAIL          PIC 9(3)V99 VALUE 0.
        01  WS-STD-COST            PIC 9(3)V99 VALUE 0.
        01  WS-VAR-HOLD-PCT        PIC 9V99    VALUE 0.20.
        01  WS-VAR-LIMIT           PIC 9(3)V99.

      *  CATEGORY ADJUSTMENT TOTALS FOR THE RESUBMITTED RECORDS,
      *  APPENDED TO POPDATA.SUM AT END OF RUN SO THE SUMMARY
      *  CARRIES THE RESUBMITS WITHOUT RERUNNING POPDATA
            INITIALIZE WS-CAT-TABLE.
            ACCEPT WS-RUN-START-DATE FROM DATE YYYYMMDD.
            ACCEPT WS-RUN-START-TIME FROM TIME.
            STRING WS-RUN-START-DATE (1:4) '-'
                   WS-RUN-START-DATE (5:2) '-'
                   WS-RUN-START-DATE (7:2)
                   DELIMITED BY SIZE
                   INTO WS-RUN-DATE-TEXT
            END-STRING.
            MOVE WS-RUN-START-DATE TO WS-TID-RUN-STAMP (1:8).
            MOVE WS-RUN-START-TIME TO WS-TID-RUN-STAMP (9:8).
            PERFORM CONTROL-CARD-LOAD-PROCEDURE.
            PERFORM GTIN-TABLE-LOAD-PROCEDURE.
            PERFORM UNIT-TABLE-LOAD-PROCEDURE.
            PERFORM STORE-MASTER-LOAD-PROCEDURE.
            PERFORM SKU-MASTER-OPEN-PROCEDURE.
            PERFORM TRANS-ID-OPEN-PROCEDURE.
            IF WS-SQL-ENABLED = 'Y'
                OPEN EXTEND SQL-FILE
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            OPEN EXTEND LOAD-HISTORY-FILE.
            IF WS-LDH-FILE-STATUS = '00'
             OR WS-LDH-FILE-STATUS = '05'
                MOVE 'Y' TO WS-LDH-ENABLED
            ELSE
                DISPLAY 'REWORK: CANNOT EXTEND LINE-ITEM HISTORY - '
                    'STATUS ' WS-LDH-FILE-STATUS
            END-IF.
            OPEN INPUT CARD-FILE.
            IF WS-CARD-FILE-STATUS = '00'
                PERFORM CARD-READ-PROCEDURE
                WRITE REPORT-RECORD
            END-IF.
            CLOSE LOAD-FILE.
            IF WS-LDH-ENABLED = 'Y'
                CLOSE LOAD-HISTORY-FILE
            END-IF.
            IF WS-RWC-COUNT > 0
                PERFORM STORE-CONTROL-APPEND-PROCEDURE
            END-IF.
            IF WS-SQL-ENABLED = 'Y'
                IF WS-RESUBMIT-COUNT > 0
                    MOVE SPACES TO SQL-RECORD
            IF WS-TID-ENABLED = 'Y'
                CLOSE TRANS-ID-FILE
            END-IF.
            IF WS-SKU-MASTER-LOADED = 'Y'
                CLOSE SKU-MASTER-FILE
            END-IF.
            IF WS-SKP-LOADED = 'Y'
                CLOSE SKU-PRICE-FILE
            END-IF.
            PERFORM OUTSTANDING-LISTING-PROCEDURE.
            PERFORM REPORT-TRAILER-PROCEDURE.
            CLOSE REPORT-FILE.
            PERFORM SUMMARY-APPEND-PROCEDURE.
      *  MAKE THE DISPOSITIONS DURABLE - STAMP THEM ONTO THE
      *  EXCEPTION STORE, OR WITHOUT ONE REBUILD THE HELD FILES
      *  WITHOUT THE ROWS RESUBMITTED OR WRITTEN OFF THIS RUN, SO
      *  THE NEXT RUN CANNOT PRESENT (OR ACCEPT A CARD FOR) A
      *  RECORD THAT HAS ALREADY BEEN DISPOSED. THE DAY'S HELD
      *  FILES ARE LEFT ALONE WHEN THE STORE IS IN USE - POPDATA
      *  REBUILDS THEM NEXT RUN, AND THE STORE IS WHAT COUNTS
            IF WS-RESUBMIT-COUNT > 0 OR WS-WRITEOFF-COUNT > 0
                IF WS-EXS-IN-USE = 'Y'
                    PERFORM EXCEPTION-REWRITE-PROCEDURE
                ELSE
                    PERFORM HELD-REWRITE-PROCEDURE
                END-IF
            END-IF.
            DISPLAY 'CARDS READ: ' WS-CARD-COUNT.
            DISPLAY 'RESUBMITTED AND LOADED: ' WS-RESUBMIT-COUNT.
                    UNIT-TABLE-RECORD
            END-IF.

        STORE-MASTER-LOAD-PROCEDURE.
            OPEN INPUT STORE-MASTER-FILE.
            IF WS-SMS-FILE-STATUS = '00'
             OR WS-SMS-FILE-STATUS = '05'
                PERFORM STORE-MASTER-READ-PROCEDURE
                    UNTIL WS-SMS-EOF = 'Y'
                CLOSE STORE-MASTER-FILE
            END-IF.
            IF WS-SMS-COUNT > 0
                MOVE 'Y' TO WS-SMS-LOADED
            END-IF.

        STORE-MASTER-READ-PROCEDURE.
            READ STORE-MASTER-FILE INTO STORE-MASTER-RECORD
                    AT END MOVE 'Y' TO WS-SMS-EOF
                NOT AT END PERFORM STORE-MASTER-BUILD-PROCEDURE
            END-READ.

        STORE-MASTER-BUILD-PROCEDURE.
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
                DISPLAY 'STORE MASTER FULL - ROW NOT LOADED: '
                    STORE-MASTER-RECORD
            END-IF.

        STORE-MASTER-LOOKUP-PROCEDURE.
            MOVE 'N' TO WS-SMS-FOUND.
            MOVE 0   TO WS-SMS-SUB.
            PERFORM STORE-MASTER-SEARCH-PARA
                VARYING WS-SMS-IDX FROM 1 BY 1
                UNTIL WS-SMS-IDX > WS-SMS-COUNT
                   OR WS-SMS-FOUND = 'Y'.

        STORE-MASTER-SEARCH-PARA.
            IF WS-SMS-NO (WS-SMS-IDX) = WS-SMS-SEARCH-STORE
                MOVE 'Y' TO WS-SMS-FOUND
                MOVE WS-SMS-IDX TO WS-SMS-SUB
            END-IF.

        UNIT-LOOKUP-PROCEDURE.
            MOVE 1.00 TO WS-UNIT-FACTOR-VAL.
            MOVE 'N'  TO WS-UNIT-FOUND.
                    ' - DUPLICATE CHECKING OFF'
            END-IF.

      *  A STORE THAT OPENS IS USED EVEN IF IT IS EMPTY - POPDATA
      *  CARRIES EVERY HOLD INTO IT, SO AN EMPTY STORE MEANS NOTHING
      *  IS OUTSTANDING ON ANY DATE
        HELD-LOAD-PROCEDURE.
            OPEN INPUT EXCEPTION-FILE.
            IF WS-EXS-FILE-STATUS = '00'
                MOVE 'Y' TO WS-EXS-IN-USE
                PERFORM EXCEPTION-LOAD-PARA
                    UNTIL WS-EXS-EOF = 'Y'
                CLOSE EXCEPTION-FILE
            ELSE
                IF WS-EXS-FILE-STATUS = '05'
                    CLOSE EXCEPTION-FILE
                END-IF
                PERFORM HELD-FILES-LOAD-PROCEDURE
            END-IF.

        EXCEPTION-LOAD-PARA.
            READ EXCEPTION-FILE
                    AT END MOVE 'Y' TO WS-EXS-EOF
                NOT AT END
                    IF EXS-STATUS = 'O'
                        IF WS-HELD-COUNT < 2000
                            ADD 1 TO WS-HELD-COUNT
                            MOVE EXS-SOURCE
                                TO WS-HELD-SOURCE (WS-HELD-COUNT)
                            MOVE EXS-RECORD-NO
                                TO WS-HELD-RECORD-NO (WS-HELD-COUNT)
                            MOVE EXS-REASON
                                TO WS-HELD-REASON (WS-HELD-COUNT)
                            MOVE EXS-DATE
                                TO WS-HELD-DATE (WS-HELD-COUNT)
                            MOVE EXS-STORE
                                TO WS-HELD-STORE (WS-HELD-COUNT)
                            MOVE EXS-AMOUNT
                                TO WS-HELD-AMOUNT (WS-HELD-COUNT)
                            MOVE SPACE
                                TO WS-HELD-DISP (WS-HELD-COUNT)
                        ELSE
                            DISPLAY 'HELD TABLE FULL - ROW SKIPPED'
                        END-IF
                    END-IF
            END-READ.

      *  LOADS THE HELD-RECORD TABLE FROM BOTH FILES. REVIEW ROWS
      *  WHOSE REASON IS ONE OF THE INFORMATIONAL SKU MESSAGES ARE
      *  SKIPPED - THEY NEVER HELD A TRANSACTION BACK
        HELD-FILES-LOAD-PROCEDURE.
            OPEN INPUT REJECT-FILE.
            IF WS-REJECT-FILE-STATUS = '00'
             OR WS-REJECT-FILE-STATUS = '05'
            READ REJECT-FILE
                    AT END MOVE 'Y' TO WS-REJECT-EOF
                NOT AT END
                    IF WS-HELD-COUNT < 2000
                        ADD 1 TO WS-HELD-COUNT
                        INITIALIZE WS-HELD-ENTRY (WS-HELD-COUNT)
                        MOVE 'REJ' TO WS-HELD-SOURCE (WS-HELD-COUNT)
                        MOVE REJ-RECORD-NO
                            TO WS-HELD-RECORD-NO (WS-HELD-COUNT)
                     OR REV-REASON = 'ITEM NAME MISMATCH FOR SKU'
                        CONTINUE
                    ELSE
                        IF WS-HELD-COUNT < 2000
                            ADD 1 TO WS-HELD-COUNT
                            INITIALIZE WS-HELD-ENTRY (WS-HELD-COUNT)
                            MOVE 'REV'
                                TO WS-HELD-SOURCE (WS-HELD-COUNT)
                            MOVE REV-RECORD-NO
            MOVE SPACES TO WS-CTL-SOURCE.
            MOVE SPACES TO WS-CTL-RECNO-TEXT.
            MOVE SPACES TO WS-CTL-DISP.
            MOVE SPACES TO WS-CTL-BDATE.
            MOVE ZERO   TO WS-CTL-RECORD-NO.
            UNSTRING CARD-RECORD DELIMITED BY ','
                INTO WS-CTL-SOURCE WS-CTL-RECNO-TEXT WS-CTL-DISP
                     WS-CTL-BDATE
                ON OVERFLOW MOVE 'Y' TO WS-CTL-OFLOW
            END-UNSTRING.
            IF WS-CTL-OFLOW = 'Y'
            IF WS-CTL-REFUSE-FLAG = 'N'
               AND WS-CTL-SOURCE NOT = 'REJ'
               AND WS-CTL-SOURCE NOT = 'REV'
               AND WS-CTL-SOURCE NOT = 'LPX'
               AND WS-CTL-SOURCE NOT = 'OOD'
                MOVE 'Y' TO WS-CTL-REFUSE-FLAG
                MOVE 'INVALID SOURCE CODE' TO WS-CTL-REFUSE-REASON
            END-IF.
            IF WS-CTL-REFUSE-FLAG = 'N'
                PERFORM RECNO-EDIT-PARA
            END-IF.
            IF WS-CTL-REFUSE-FLAG = 'N'
               AND WS-CTL-BDATE NOT = SPACES
                MOVE WS-CTL-BDATE TO WS-DV-TEXT
                PERFORM DATE-FORMAT-CHECK-PARA
                IF WS-DV-OK = 'N'
                    MOVE 'Y' TO WS-CTL-REFUSE-FLAG
                    MOVE 'INVALID BUSINESS DATE'
                        TO WS-CTL-REFUSE-REASON
                END-IF
            END-IF.
      *  THE DATA CARD BELONGS TO THE CONTROL CARD EVEN WHEN THE
      *  CONTROL CARD IS BAD - READ IT NOW SO THE DECK STAYS ALIGNED
            IF WS-CTL-DISP = 'RESUBMIT'
                    MOVE 'Y' TO WS-CTL-REFUSE-FLAG
                    MOVE 'NO SUCH HELD RECORD'
                        TO WS-CTL-REFUSE-REASON
                ELSE
                    IF WS-HELD-MATCHES > 1
                        MOVE 'Y' TO WS-CTL-REFUSE-FLAG
                        MOVE 'HELD ON SEVERAL DATES'
                            TO WS-CTL-REFUSE-REASON
                    ELSE
                        MOVE WS-HELD-DATE (WS-HELD-SUB)
                            TO WS-CTL-BDATE
                    END-IF
                END-IF
            END-IF.
            IF WS-CTL-REFUSE-FLAG = 'N'
                MOVE 'MISSING DATA CARD' TO WS-CTL-REFUSE-REASON
            END-IF.

      *  RECORD NUMBERS START OVER EVERY BUSINESS DATE, SO THE
      *  WHOLE TABLE IS SEARCHED AND THE MATCHES COUNTED - A CARD
      *  WITHOUT A DATE IS ONLY GOOD WHEN EXACTLY ONE DATE HOLDS
      *  THE RECORD. HELD-FILE ENTRIES CARRY NO DATE AND MATCH ANY
        HELD-FIND-PROCEDURE.
            MOVE 'N' TO WS-HELD-FOUND.
            MOVE 0   TO WS-HELD-SUB.
            MOVE 0   TO WS-HELD-MATCHES.
            PERFORM HELD-SEARCH-PARA
                VARYING WS-HELD-IDX FROM 1 BY 1
                UNTIL WS-HELD-IDX > WS-HELD-COUNT.

        HELD-SEARCH-PARA.
            IF WS-HELD-SOURCE (WS-HELD-IDX) = WS-CTL-SOURCE
               AND WS-HELD-RECORD-NO (WS-HELD-IDX) = WS-CTL-RECORD-NO
               AND (WS-CTL-BDATE = SPACES
                 OR WS-HELD-DATE (WS-HELD-IDX) = SPACES
                 OR WS-HELD-DATE (WS-HELD-IDX) = WS-CTL-BDATE)
                ADD 1 TO WS-HELD-MATCHES
                MOVE 'Y' TO WS-HELD-FOUND
                MOVE WS-HELD-IDX TO WS-HELD-SUB
            END-IF.
      *  PUSHES THE CORRECTED LINE THROUGH THE SAME UNSTRING, DATA
      *  QUALITY CHECKS AND PRICING CALCULATIONS POPDATA APPLIES.
      *  A LINE THAT STILL FAILS IS REFUSED AND THE HELD RECORD
      *  STAYS OUTSTANDING - RESEARCH IT AGAIN, DO NOT FORCE IT IN.
      *  A BUSINESS DATE IN A CLOSED FISCAL PERIOD IS REFUSED THE
      *  SAME WAY POPDATA REFUSES THE RUN
        RESUBMIT-PROCEDURE.
            MOVE 'N'    TO WS-OFLOW.
            MOVE SPACES TO WS-SEPARATED.
                    TO WS-CTL-REFUSE-REASON
            ELSE
                PERFORM DATE-FORMAT-EDIT-PROCEDURE
                IF WS-CTL-BDATE NOT = SPACES
                    MOVE WS-CTL-BDATE TO WS-RESUBMIT-BDATE
                ELSE
                    MOVE WS-SDATE     TO WS-RESUBMIT-BDATE
                END-IF
                IF WS-CTL-REFUSE-FLAG = 'N'
                    PERFORM FISCAL-CLOSED-CHECK-PROCEDURE
                    IF WS-FPD-CLOSED-FOUND = 'Y'
                        MOVE 'Y' TO WS-CTL-REFUSE-FLAG
                        MOVE 'FISCAL PERIOD CLOSED'
                            TO WS-CTL-REFUSE-REASON
                    END-IF
                END-IF
                IF WS-CTL-REFUSE-FLAG = 'N'
                    PERFORM DUP-CHECK-PROCEDURE
                END-IF
            IF WS-CTL-REFUSE-FLAG = 'N'
                PERFORM WRITE-LOAD-PROCEDURE
                PERFORM CATEGORY-ACCUM-PROCEDURE
                PERFORM REWORK-CONTROL-ACCUM-PROCEDURE
                MOVE 'R' TO WS-HELD-DISP (WS-HELD-SUB)
                ADD 1 TO WS-RESUBMIT-COUNT
                PERFORM DISPOSITION-LINE-PROCEDURE
                PERFORM DISPOSITION-LINE-PROCEDURE
            END-IF.

      *  NO CALENDAR ON FILE MEANS NO PERIOD HAS EVER CLOSED. KEEP
      *  THIS IN STEP WITH FISCAL-CLOSED-CHECK-PROCEDURE IN POPDATA
        FISCAL-CLOSED-CHECK-PROCEDURE.
            MOVE 'N' TO WS-FPD-CLOSED-FOUND.
            MOVE 'N' TO WS-FPD-EOF.
            OPEN INPUT FISCAL-CAL-FILE.
            IF WS-FPD-FILE-STATUS = '00'
             OR WS-FPD-FILE-STATUS = '05'
                PERFORM FISCAL-CLOSED-READ-PARA
                    UNTIL WS-FPD-EOF = 'Y'
                CLOSE FISCAL-CAL-FILE
            END-IF.

        FISCAL-CLOSED-READ-PARA.
            READ FISCAL-CAL-FILE
                    AT END MOVE 'Y' TO WS-FPD-EOF
                NOT AT END
                    MOVE SPACES TO WS-FPD-ROW
                    UNSTRING FISCAL-CAL-RECORD DELIMITED BY ','
                        INTO WS-FPD-PERIOD WS-FPD-START WS-FPD-END
                             WS-FPD-STATUS WS-FPD-CLOSED
                    END-UNSTRING
                    IF WS-FPD-STATUS = 'C'
                       AND WS-RESUBMIT-BDATE NOT < WS-FPD-START
                       AND WS-RESUBMIT-BDATE NOT > WS-FPD-END
                        MOVE 'Y' TO WS-FPD-CLOSED-FOUND
                        MOVE WS-FPD-PERIOD TO WS-FPD-CLOSED-PERIOD
                    END-IF
            END-READ.

        DATE-FORMAT-EDIT-PROCEDURE.
            MOVE WS-SDATE TO WS-DV-TEXT.
            PERFORM DATE-FORMAT-CHECK-PARA.
                END-IF
            END-IF.

      *  MIRRORS STORE-CHECK-PROCEDURE IN POPDATA
        STORE-CHECK-PROCEDURE.
            IF WS-REVIEW-FLAG = 'N'
               AND WS-SMS-LOADED = 'Y'
                MOVE WS-STORE TO WS-SMS-SEARCH-STORE
                PERFORM STORE-MASTER-LOOKUP-PROCEDURE
                IF WS-SMS-FOUND = 'N'
                    MOVE 'Y' TO WS-REVIEW-FLAG
                    MOVE 'UNKNOWN STORE' TO WS-REVIEW-REASON
                ELSE
                    IF WS-SMS-OPEN (WS-SMS-SUB) NOT = SPACES
                       AND WS-SDATE < WS-SMS-OPEN (WS-SMS-SUB)
                        MOVE 'Y' TO WS-REVIEW-FLAG
                        MOVE 'DATED BEFORE STORE OPENED'
                            TO WS-REVIEW-REASON
                    END-IF
                    IF WS-REVIEW-FLAG = 'N'
                       AND ((WS-SMS-CLOSE (WS-SMS-SUB) NOT = SPACES
                         AND WS-SDATE > WS-SMS-CLOSE (WS-SMS-SUB))
                        OR (WS-SMS-CLOSE (WS-SMS-SUB) = SPACES
                         AND WS-SMS-STATUS (WS-SMS-SUB) = 'C'))
                        MOVE 'Y' TO WS-REVIEW-FLAG
                        MOVE 'STORE CLOSED' TO WS-REVIEW-REASON
                    END-IF
                END-IF
            END-IF.

      *  THE EDIT AND CALCULATION SEQUENCE MIRRORS PROCESS-PROCEDURE
      *  IN POPDATA - KEEP THE TWO IN STEP WHEN EITHER CHANGES
        PROCESS-PROCEDURE.
                        TO WS-REVIEW-REASON
                END-IF
            END-IF.
            PERFORM STORE-CHECK-PROCEDURE.
            PERFORM SKU-STANDARD-PROCEDURE.
            PERFORM GTIN-LOOKUP-PROCEDURE.
            PERFORM UNIT-LOOKUP-PROCEDURE.
            MULTIPLY WS-COST BY WS-GTIN-MULTIPLIER
            MOVE WS-COST  TO WS-UNIT-BASE-COST.
            SUBTRACT WS-UNIT-BASE-COST FROM WS-UNIT-BASE-PRICE
                GIVING WS-UNIT-PROFIT.
            PERFORM PRICE-VARIANCE-CHECK-PROCEDURE.

      *  MIRRORS PRICE-VARIANCE-CHECK-PROCEDURE IN POPDATA
        PRICE-VARIANCE-CHECK-PROCEDURE.
            IF WS-TRANS-TYPE = 'S'
               AND WS-REVIEW-FLAG = 'N'
               AND WS-STD-RETAIL > 0
                COMPUTE WS-VAR-LIMIT =
                    WS-STD-RETAIL * WS-VAR-HOLD-PCT
                IF WS-UNIT-BASE-PRICE >
                       WS-STD-RETAIL + WS-VAR-LIMIT
                 OR WS-UNIT-BASE-PRICE <
                       WS-STD-RETAIL - WS-VAR-LIMIT
                    MOVE 'Y' TO WS-REVIEW-FLAG
                    MOVE 'PRICE VARIANCE VS STANDARD'
                        TO WS-REVIEW-REASON
                END-IF
            END-IF.
            IF WS-TRANS-TYPE = 'S'
               AND WS-REVIEW-FLAG = 'N'
               AND WS-STD-COST > 0
                COMPUTE WS-VAR-LIMIT =
                    WS-STD-COST * WS-VAR-HOLD-PCT
                IF WS-UNIT-BASE-COST >
                       WS-STD-COST + WS-VAR-LIMIT
                 OR WS-UNIT-BASE-COST <
                       WS-STD-COST - WS-VAR-LIMIT
                    MOVE 'Y' TO WS-REVIEW-FLAG
                    MOVE 'COST VARIANCE VS STANDARD'
                        TO WS-REVIEW-REASON
                END-IF
            END-IF.

      *  THE MASTER AND PRICE CHANGES STAY OPEN FOR THE RUN - A
      *  FAILED OPEN JUST LEAVES THE VARIANCE CHECK OFF, AS IN
      *  POPDATA
        SKU-MASTER-OPEN-PROCEDURE.
            OPEN INPUT SKU-MASTER-FILE.
            IF WS-SKU-FILE-STATUS = '00'
                MOVE 'Y' TO WS-SKU-MASTER-LOADED
                OPEN INPUT SKU-PRICE-FILE
                IF WS-SKP-FILE-STATUS = '00'
                    MOVE 'Y' TO WS-SKP-LOADED
                END-IF
            END-IF.

      *  THE SKU MASTER'S STANDARD, REPLACED BY THE LATEST PRICE
      *  CHANGE DATED ON OR BEFORE THE TRANSACTION DATE - THE SAME
      *  LOOKUP SKU-CHECK-PROCEDURE MAKES IN POPDATA
        SKU-STANDARD-PROCEDURE.
            MOVE 0 TO WS-STD-RETAIL.
            MOVE 0 TO WS-STD-COST.
            IF WS-SKU-MASTER-LOADED = 'Y'
                MOVE WS-SKU TO SKU-MAST-KEY
                READ SKU-MASTER-FILE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE SKU-MAST-RETAIL TO WS-STD-RETAIL
                        MOVE SKU-MAST-COST   TO WS-STD-COST
                        PERFORM PRICE-HISTORY-LOOKUP-PROCEDURE
                END-READ
            END-IF.

        PRICE-HISTORY-LOOKUP-PROCEDURE.
            IF WS-SKP-LOADED = 'Y'
                MOVE 'N' TO WS-SKP-EOF
                MOVE WS-SKU     TO SKP-SKU
                MOVE LOW-VALUES TO SKP-EFF-DATE
                START SKU-PRICE-FILE KEY IS NOT LESS THAN SKP-KEY
                    INVALID KEY
                        MOVE 'Y' TO WS-SKP-EOF
                END-START
                PERFORM PRICE-HISTORY-READ-PARA
                    UNTIL WS-SKP-EOF = 'Y'
            END-IF.

        PRICE-HISTORY-READ-PARA.
            READ SKU-PRICE-FILE NEXT RECORD
                AT END
                    MOVE 'Y' TO WS-SKP-EOF
                NOT AT END
                    IF SKP-SKU NOT = WS-SKU
                     OR SKP-EFF-DATE > WS-SDATE
                        MOVE 'Y' TO WS-SKP-EOF
                    ELSE
                        MOVE SKP-RETAIL TO WS-STD-RETAIL
                        MOVE SKP-COST   TO WS-STD-COST
                    END-IF
            END-READ.

        WRITE-LOAD-PROCEDURE.
            MOVE SPACES          TO OUTPUT-RECORD.
            IF WS-SQL-ENABLED = 'Y'
                PERFORM SQL-INSERT-PROCEDURE
            END-IF.
            IF WS-LDH-ENABLED = 'Y'
                PERFORM LOAD-HISTORY-WRITE-PARA
            END-IF.
            IF WS-TID-ENABLED = 'Y'
                MOVE SPACES           TO TRANS-ID-RECORD
                MOVE WS-TRANS-ID      TO TID-KEY
                END-WRITE
            END-IF.

      *  A HELD-FILE RECORD CARRIES NO BUSINESS DATE - ITS OWN SALE
      *  DATE IS THE NEAREST THING TO ONE
        LOAD-HISTORY-WRITE-PARA.
            MOVE SPACES TO LOAD-HISTORY-RECORD.
            MOVE WS-RESUBMIT-BDATE TO LDH-DATE.
            MOVE WS-STORE         TO LDH-STORE.
            MOVE WS-SKU           TO LDH-SKU.
            MOVE WS-CATEGORY      TO LDH-CATEGORY.
            MOVE WS-ITEM-NAME     TO LDH-ITEM-NAME.
            MOVE WS-TRANS-TYPE    TO LDH-TRANS-TYPE.
            MOVE WS-QUANTITY      TO LDH-QUANTITY.
            MOVE WS-TOTAL-SALE    TO LDH-SALE.
            MOVE WS-TRANS-ID      TO LDH-TRANS-ID.
            MOVE WS-SDATE         TO LDH-SDATE.
            IF WS-TRANS-TYPE = 'R'
                MOVE WS-SDETAIL (1:40) TO LDH-ORIG-TRANS-ID
            END-IF.
            WRITE LOAD-HISTORY-RECORD.

      *  ONLY SQLOUT IS ACTED ON - POPDATA'S OTHER RUN OPTIONS ARE
      *  READ PAST WITHOUT COMPLAINT SO ONE CARD FILE SERVES BOTH
        CONTROL-CARD-LOAD-PROCEDURE.
                MOVE WS-CAT-IDX TO WS-CAT-SUB
            END-IF.

        REWORK-CONTROL-ACCUM-PROCEDURE.
            MOVE 'N' TO WS-RWC-FOUND.
            PERFORM REWORK-CONTROL-SEARCH-PARA
                VARYING WS-RWC-IDX FROM 1 BY 1
                UNTIL WS-RWC-IDX > WS-RWC-COUNT
                   OR WS-RWC-FOUND = 'Y'.
            IF WS-RWC-FOUND = 'N'
                ADD 1 TO WS-RWC-COUNT
                MOVE WS-RWC-COUNT TO WS-RWC-SUB
                MOVE WS-RESUBMIT-BDATE TO WS-RWC-DATE (WS-RWC-SUB)
                MOVE WS-STORE          TO WS-RWC-STORE (WS-RWC-SUB)
                MOVE 0 TO WS-RWC-ROWS (WS-RWC-SUB)
                MOVE 0 TO WS-RWC-SALE (WS-RWC-SUB)
                MOVE 0 TO WS-RWC-COST (WS-RWC-SUB)
            END-IF.
            ADD 1             TO WS-RWC-ROWS (WS-RWC-SUB).
            ADD WS-TOTAL-SALE TO WS-RWC-SALE (WS-RWC-SUB).
            ADD WS-TOTAL-COST TO WS-RWC-COST (WS-RWC-SUB).

        REWORK-CONTROL-SEARCH-PARA.
            IF WS-RWC-DATE (WS-RWC-IDX) = WS-RESUBMIT-BDATE
               AND WS-RWC-STORE (WS-RWC-IDX) = WS-STORE
                MOVE 'Y' TO WS-RWC-FOUND
                MOVE WS-RWC-IDX TO WS-RWC-SUB
            END-IF.

      *  ONE REWORK ROW ('R') PER BUSINESS DATE AND STORE UNDER THIS
      *  RUN'S STAMP - ACKRECON ADDS THEM TO THE LEDGERED RUN THEY
      *  FOLLOW, SO THE LINES APPENDED TO THE LOAD FILE ARE EXPECTED
        STORE-CONTROL-APPEND-PROCEDURE.
            OPEN EXTEND STORE-LEDGER-FILE.
            IF WS-RLS-FILE-STATUS = '00'
             OR WS-RLS-FILE-STATUS = '05'
                PERFORM STORE-CONTROL-WRITE-PARA
                    VARYING WS-RWC-IDX FROM 1 BY 1
                    UNTIL WS-RWC-IDX > WS-RWC-COUNT
                CLOSE STORE-LEDGER-FILE
            ELSE
                DISPLAY 'REWORK: STORE LEDGER UNAVAILABLE - STATUS '
                    WS-RLS-FILE-STATUS ' - STORE CONTROLS NOT KEPT'
            END-IF.

        STORE-CONTROL-WRITE-PARA.
            MOVE SPACES TO STORE-LEDGER-RECORD.
            MOVE WS-RWC-DATE (WS-RWC-IDX)  TO RLS-DATE.
            MOVE WS-TID-RUN-STAMP          TO RLS-RUN-STAMP.
            MOVE WS-RWC-STORE (WS-RWC-IDX) TO RLS-STORE.
            MOVE WS-RWC-ROWS (WS-RWC-IDX)  TO RLS-REC-COUNT.
            MOVE WS-RWC-SALE (WS-RWC-IDX)  TO RLS-SALE.
            MOVE WS-RWC-COST (WS-RWC-IDX)  TO RLS-COST.
            MOVE 'R'                       TO RLS-SOURCE.
            WRITE STORE-LEDGER-RECORD.

      *  COPIES THE EXCEPTION STORE THROUGH ITS SCRATCH FILE,
      *  STAMPING EVERY OPEN ROW DISPOSED THIS RUN WITH ITS NEW
      *  STATUS ('R' OR 'W') AND THE RUN DATE. NOTHING IS DROPPED -
      *  THE STORE KEEPS THE RECORD OF HOW EACH HOLD WAS CLEARED
        EXCEPTION-REWRITE-PROCEDURE.
            MOVE 'N' TO WS-EXS-EOF.
            OPEN INPUT EXCEPTION-FILE.
            IF WS-EXS-FILE-STATUS = '00'
                OPEN OUTPUT EXCEPTION-SCRATCH-FILE
                PERFORM EXCEPTION-REWRITE-PARA
                    UNTIL WS-EXS-EOF = 'Y'
                CLOSE EXCEPTION-FILE
                CLOSE EXCEPTION-SCRATCH-FILE
                CALL 'CBL_DELETE_FILE' USING WS-EXS-FILE-NAME
                    RETURNING WS-CBL-RESULT
                CALL 'CBL_RENAME_FILE' USING WS-EXS-SCRATCH-NAME
                    WS-EXS-FILE-NAME RETURNING WS-CBL-RESULT
                IF WS-CBL-RESULT NOT = 0
                    DISPLAY 'REWORK: CANNOT RENAME '
                        WS-EXS-SCRATCH-NAME ' TO ' WS-EXS-FILE-NAME
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
            ELSE
                DISPLAY 'REWORK: CANNOT REOPEN EXCEPTION STORE - '
                    'STATUS ' WS-EXS-FILE-STATUS
                MOVE 16 TO RETURN-CODE
            END-IF.

        EXCEPTION-REWRITE-PARA.
            READ EXCEPTION-FILE
                    AT END MOVE 'Y' TO WS-EXS-EOF
                NOT AT END
                    IF EXS-STATUS = 'O'
                        MOVE 'N' TO WS-EXS-MATCH
                        PERFORM EXCEPTION-DISP-SCAN-PARA
                            VARYING WS-HELD-IDX FROM 1 BY 1
                            UNTIL WS-HELD-IDX > WS-HELD-COUNT
                               OR WS-EXS-MATCH = 'Y'
                        IF WS-EXS-MATCH = 'Y'
                            MOVE WS-EXS-MATCH-DISP TO EXS-STATUS
                            MOVE WS-RUN-DATE-TEXT  TO EXS-DISP-DATE
                        END-IF
                    END-IF
                    MOVE EXCEPTION-RECORD TO EXCEPTION-SCRATCH-RECORD
                    WRITE EXCEPTION-SCRATCH-RECORD
            END-READ.

        EXCEPTION-DISP-SCAN-PARA.
            IF WS-HELD-SOURCE (WS-HELD-IDX) = EXS-SOURCE
               AND WS-HELD-RECORD-NO (WS-HELD-IDX) = EXS-RECORD-NO
               AND WS-HELD-REASON (WS-HELD-IDX) = EXS-REASON
               AND WS-HELD-DATE (WS-HELD-IDX) = EXS-DATE
               AND WS-HELD-DISP (WS-HELD-IDX) NOT = SPACE
                MOVE 'Y' TO WS-EXS-MATCH
                MOVE WS-HELD-DISP (WS-HELD-IDX) TO WS-EXS-MATCH-DISP
            END-IF.

        HELD-REWRITE-PROCEDURE.
            MOVE 'REJ' TO WS-RWK-SOURCE.
            MOVE 'N' TO WS-RWK-EOF.
                    RETURNING WS-CBL-RESULT
                CALL 'CBL_RENAME_FILE' USING WS-REJECT-SCRATCH-NAME
                    WS-REJECT-FILE-NAME RETURNING WS-CBL-RESULT
                IF WS-CBL-RESULT NOT = 0
                    DISPLAY 'REWORK: CANNOT RENAME '
                        WS-REJECT-SCRATCH-NAME
                        ' TO ' WS-REJECT-FILE-NAME
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
            END-IF.
            MOVE 'REV' TO WS-RWK-SOURCE.
            MOVE 'N' TO WS-RWK-EOF.
                    RETURNING WS-CBL-RESULT
                CALL 'CBL_RENAME_FILE' USING WS-REVIEW-SCRATCH-NAME
                    WS-REVIEW-FILE-NAME RETURNING WS-CBL-RESULT
                IF WS-CBL-RESULT NOT = 0
                    DISPLAY 'REWORK: CANNOT RENAME '
                        WS-REVIEW-SCRATCH-NAME
                        ' TO ' WS-REVIEW-FILE-NAME
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
            END-IF.

        REJECT-REWRITE-PARA.
            WRITE REPORT-RECORD.

        HELD-LISTING-PARA.
            MOVE WS-HELD-AMOUNT (WS-HELD-IDX) TO WS-CONVERTED-HELD-AMT.
            MOVE SPACES TO REPORT-RECORD.
            STRING '  ' WS-HELD-SOURCE (WS-HELD-IDX)
                   ' ' WS-HELD-RECORD-NO (WS-HELD-IDX)
                   ' ' WS-HELD-DATE (WS-HELD-IDX)
                   ' ' WS-HELD-STORE (WS-HELD-IDX)
                   ' ' WS-HELD-REASON (WS-HELD-IDX)
                   ' ' WS-CONVERTED-HELD-AMT
                   DELIMITED BY SIZE
                   INTO REPORT-RECORD
            END-STRING.
                STRING 'CARD ' WS-CARD-COUNT
                       ' ' WS-CTL-SOURCE
                       ' ' WS-CTL-RECORD-NO
                       ' ' WS-CTL-BDATE
                       ' ' WS-CTL-DISP
                       ' REFUSED - ' WS-CTL-REFUSE-REASON
                       DELIMITED BY SIZE
                STRING 'CARD ' WS-CARD-COUNT
                       ' ' WS-CTL-SOURCE
                       ' ' WS-CTL-RECORD-NO
                       ' ' WS-CTL-BDATE
                       ' ' WS-CTL-DISP
                       ' APPLIED'
                       DELIMITED BY SIZE
            IF WS-HELD-DISP (WS-HELD-IDX) = SPACE
                ADD 1 TO WS-OUTSTANDING-COUNT
                MOVE SPACES TO REPORT-RECORD
                MOVE WS-HELD-AMOUNT (WS-HELD-IDX)
                    TO WS-CONVERTED-HELD-AMT
                STRING '  ' WS-HELD-SOURCE (WS-HELD-IDX)
                       ' ' WS-HELD-RECORD-NO (WS-HELD-IDX)
                       ' ' WS-HELD-DATE (WS-HELD-IDX)
                       ' ' WS-HELD-STORE (WS-HELD-IDX)
                       ' ' WS-HELD-REASON (WS-HELD-IDX)
                       ' ' WS-CONVERTED-HELD-AMT
                       DELIMITED BY SIZE
                       INTO REPORT-RECORD
                END-STRING
