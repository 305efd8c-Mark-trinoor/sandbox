      * FOR ITS DEPARTMENT AND SUPPLIER - THE BUYING TEAM NO LONGER
      * HAS TO HAND-MAP THE POS CATEGORY SUMMARY ONTO DEPARTMENTS.
      * RUN AFTER A FINALIZED POPDATA RUN; THE LOAD FILE AND THE
      * KEYED MASTER BUILT BY SKULOAD MUST BOTH BE ON DISK. WITH THE
      * STORE MASTER (STOREMAST.DAT) ON DISK THE STORE SECTIONS
      * CARRY THE STORE NAMES AND ARE FOLLOWED BY DISTRICT AND
      * REGION SECTIONS AHEAD OF THE CORPORATE ONES
      *
        ENVIRONMENT DIVISION.

            RECORD KEY IS SKU-MAST-KEY
            FILE STATUS IS WS-SKU-FILE-STATUS.

      *  THE STORE MASTER MAINTAINED BY TABMAINT - NAMES, REGIONS
      *  AND DISTRICTS. WITHOUT IT THE REPORT RUNS AS BEFORE, WITH
      *  NO DISTRICT OR REGION SECTIONS
            SELECT OPTIONAL STORE-MASTER-FILE
            ASSIGN TO './storemast.dat'
            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS WS-SMS-FILE-STATUS.

            SELECT REPORT-FILE
            ASSIGN TO './deptrpt.rpt'
            ORGANIZATION IS LINE SEQUENTIAL

      *  LAYOUT MATCHES THE SKU-MASTER-FILE FD IN POPDATA AND THE
      *  SKU-INDEX-FILE FD IN SKULOAD
        FD SKU-MASTER-FILE        RECORD CONTAINS 76 CHARACTERS.
        01 SKU-MASTER-RECORD.
            05 SKU-MAST-KEY       PIC X(16).
            05 SKU-MAST-NAME      PIC X(30).
            05 SKU-MAST-STATUS    PIC X(1).
            05 SKU-MAST-RETAIL    PIC 9(3)V99.
            05 SKU-MAST-COST      PIC 9(3)V99.
            05 SKU-MAST-REORDER   PIC 9(5).

      *  LAYOUT MATCHES THE STORE-MASTER-FILE FD IN TABMAINT
        FD STORE-MASTER-FILE      RECORD CONTAINS 80 CHARACTERS.
        01 STORE-MASTER-RECORD    PIC X(80).

        FD REPORT-FILE            RECORD CONTAINS 100 CHARACTERS.
        01 REPORT-RECORD          PIC X(100).
        WORKING-STORAGE SECTION.
        01  WS-LOAD-FILE-STATUS   PIC X(2).
        01  WS-SKU-FILE-STATUS    PIC X(2).
        01  WS-SMS-FILE-STATUS    PIC X(2).
        01  WS-REPORT-FILE-STATUS PIC X(2).

        01  WS-LOAD-EOF           PIC X     VALUE 'N'.
        01  WS-REC-DEPT           PIC X(4).
        01  WS-REC-SUPPLIER       PIC X(10).

      *  STORE NAME, REGION AND DISTRICT OF THE RECORD IN HAND, OFF
      *  THE STORE MASTER - A STORE NOT ON IT ROLLS UP UNDER '????'
        01  WS-REC-STORE-NAME     PIC X(30).
        01  WS-REC-REGION         PIC X(4).
        01  WS-REC-DISTRICT       PIC X(4).

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

      *  WHOLE-TRANSACTION FIGURES FOR THE RECORD IN HAND - ALL
      *  THREE RIDE ON THE LOAD RECORD
        01  WS-REC-SALE           PIC S9(5)V99.
        01  WS-REC-PROFIT         PIC S9(5)V99.

      *  STORES IN THE ORDER THEY FIRST APPEAR ON THE LOAD FILE -
      *  DRIVES THE PER-STORE REPORT SECTIONS. THE TOTALS ARE
      *  PRINTED AGAINST THE STORE NAME IN THE DISTRICT AND REGION
      *  SECTIONS
        01  WS-STORE-COUNT        PIC 9(2)  VALUE 0.
        01  WS-STORE-SUB          PIC 9(2)  VALUE 0.
        01  WS-STORE-FOUND        PIC X     VALUE 'N'.
        01  WS-STORE-TABLE.
            05 WS-STORE-ENTRY OCCURS 50 TIMES
                    INDEXED BY WS-STORE-IDX.
                10 WS-STORE-NO       PIC X(4).
                10 WS-STORE-NAME     PIC X(30).
                10 WS-STORE-REGION   PIC X(4).
                10 WS-STORE-DISTRICT PIC X(4).
                10 WS-STORE-SALE     PIC S9(9)V99.
                10 WS-STORE-COST     PIC S9(9)V99.
                10 WS-STORE-PROFIT   PIC S9(9)V99.

      *  REGIONS, AND DISTRICTS WITHIN THEM, IN THE ORDER THEIR
      *  STORES FIRST APPEAR - DRIVES THE ROLL-UP SECTIONS. NEVER
      *  MORE OF EITHER THAN THERE ARE STORES
        01  WS-RGN-COUNT          PIC 9(2)  VALUE 0.
        01  WS-RGN-FOUND          PIC X     VALUE 'N'.
        01  WS-RGN-TABLE.
            05 WS-RGN-ENTRY OCCURS 50 TIMES
                    INDEXED BY WS-RGN-IDX.
                10 WS-RGN-REGION     PIC X(4).
        01  WS-DST-COUNT          PIC 9(2)  VALUE 0.
        01  WS-DST-FOUND          PIC X     VALUE 'N'.
        01  WS-DST-TABLE.
            05 WS-DST-ENTRY OCCURS 50 TIMES
                    INDEXED BY WS-DST-IDX.
                10 WS-DST-REGION     PIC X(4).
                10 WS-DST-DISTRICT   PIC X(4).

      *  THE GROUP BEING FOLDED FOR A ROLL-UP SECTION - 'D' ONE
      *  DISTRICT OF THE REGION, 'R' THE WHOLE REGION
        01  WS-FOLD-LEVEL         PIC X(1).
        01  WS-FOLD-REGION        PIC X(4).
        01  WS-FOLD-DISTRICT      PIC X(4).
        01  WS-FOLD-TITLE         PIC X(20).

      *  DEPARTMENT ACCUMULATOR, KEYED BY STORE PLUS DEPARTMENT
        01  WS-DEPT-COUNT         PIC 9(3)  VALUE 0.
            05 WS-DEPT-ENTRY OCCURS 500 TIMES
                    INDEXED BY WS-DEPT-IDX.
                10 WS-DEPT-STORE  PIC X(4).
                10 WS-DEPT-REGION PIC X(4).
                10 WS-DEPT-DISTRICT PIC X(4).
                10 WS-DEPT-NO     PIC X(4).
                10 WS-DEPT-SALE   PIC S9(9)V99.
                10 WS-DEPT-COST   PIC S9(9)V99.
            05 WS-SUPP-ENTRY OCCURS 1000 TIMES
                    INDEXED BY WS-SUPP-IDX.
                10 WS-SUPP-STORE  PIC X(4).
                10 WS-SUPP-REGION PIC X(4).
                10 WS-SUPP-DISTRICT PIC X(4).
                10 WS-SUPP-NAME   PIC X(10).
                10 WS-SUPP-SALE   PIC S9(9)V99.
                10 WS-SUPP-COST   PIC S9(9)V99.
        MAIN-PROCEDURE.
            INITIALIZE WS-DEPT-TABLE.
            INITIALIZE WS-SUPP-TABLE.
            INITIALIZE WS-STORE-TABLE.
            PERFORM STORE-MASTER-LOAD-PROCEDURE.
            OPEN INPUT LOAD-FILE.
            IF WS-LOAD-FILE-STATUS NOT = '00'
                DISPLAY 'DEPTRPT: CANNOT OPEN LOAD FILE - STATUS '
            PERFORM STORE-SECTION-PROCEDURE
                VARYING WS-STORE-IDX FROM 1 BY 1
                UNTIL WS-STORE-IDX > WS-STORE-COUNT.
            IF WS-SMS-LOADED = 'Y'
                PERFORM GROUP-BUILD-PARA
                    VARYING WS-STORE-IDX FROM 1 BY 1
                    UNTIL WS-STORE-IDX > WS-STORE-COUNT
                PERFORM REGION-SECTION-PROCEDURE
                    VARYING WS-RGN-IDX FROM 1 BY 1
                    UNTIL WS-RGN-IDX > WS-RGN-COUNT
            END-IF.
            PERFORM CORP-SECTION-PROCEDURE.
            PERFORM REPORT-TRAILER-PROCEDURE.
            CLOSE REPORT-FILE.
      *  SUPPLIER ACCUMULATORS
        RECORD-ACCUM-PROCEDURE.
            PERFORM SKU-LOOKUP-PROCEDURE.
            PERFORM STORE-LOOKUP-PROCEDURE.
            MOVE OUT-TSALE   TO WS-REC-SALE.
            MOVE OUT-TCOST   TO WS-REC-COST.
            MOVE OUT-TPROFIT TO WS-REC-PROFIT.
                    END-IF
            END-READ.

      *  NAME, REGION AND DISTRICT OF THE RECORD'S STORE OFF THE
      *  STORE MASTER. WITH NO MASTER THE NAME IS LEFT BLANK AND NO
      *  ROLL-UP IS PRINTED
        STORE-LOOKUP-PROCEDURE.
            MOVE SPACES TO WS-REC-STORE-NAME.
            MOVE '????' TO WS-REC-REGION.
            MOVE '????' TO WS-REC-DISTRICT.
            MOVE 'N' TO WS-SMS-FOUND.
            MOVE 0   TO WS-SMS-SUB.
            PERFORM STORE-MASTER-SEARCH-PARA
                VARYING WS-SMS-IDX FROM 1 BY 1
                UNTIL WS-SMS-IDX > WS-SMS-COUNT
                   OR WS-SMS-FOUND = 'Y'.
            IF WS-SMS-FOUND = 'Y'
                MOVE WS-SMS-NAME (WS-SMS-SUB)     TO WS-REC-STORE-NAME
                MOVE WS-SMS-REGION (WS-SMS-SUB)   TO WS-REC-REGION
                MOVE WS-SMS-DISTRICT (WS-SMS-SUB) TO WS-REC-DISTRICT
            END-IF.

        STORE-MASTER-SEARCH-PARA.
            IF WS-SMS-NO (WS-SMS-IDX) = OUT-STORE
                MOVE 'Y' TO WS-SMS-FOUND
                MOVE WS-SMS-IDX TO WS-SMS-SUB
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

        STORE-NOTE-PROCEDURE.
            MOVE 'N' TO WS-STORE-FOUND.
            MOVE 0   TO WS-STORE-SUB.
            PERFORM STORE-SEARCH-PARA
                VARYING WS-STORE-IDX FROM 1 BY 1
                UNTIL WS-STORE-IDX > WS-STORE-COUNT
            IF WS-STORE-FOUND = 'N'
                IF WS-STORE-COUNT < 50
                    ADD 1 TO WS-STORE-COUNT
                    MOVE WS-STORE-COUNT TO WS-STORE-SUB
                    MOVE OUT-STORE TO WS-STORE-NO (WS-STORE-SUB)
                    MOVE WS-REC-STORE-NAME
                        TO WS-STORE-NAME (WS-STORE-SUB)
                    MOVE WS-REC-REGION
                        TO WS-STORE-REGION (WS-STORE-SUB)
                    MOVE WS-REC-DISTRICT
                        TO WS-STORE-DISTRICT (WS-STORE-SUB)
                ELSE
                    DISPLAY 'STORE TABLE FULL - NOT SECTIONED: '
                        OUT-STORE
                END-IF
            END-IF.
            IF WS-STORE-SUB > 0
                ADD WS-REC-SALE   TO WS-STORE-SALE   (WS-STORE-SUB)
                ADD WS-REC-COST   TO WS-STORE-COST   (WS-STORE-SUB)
                ADD WS-REC-PROFIT TO WS-STORE-PROFIT (WS-STORE-SUB)
            END-IF.

        STORE-SEARCH-PARA.
            IF WS-STORE-NO (WS-STORE-IDX) = OUT-STORE
                MOVE 'Y' TO WS-STORE-FOUND
                MOVE WS-STORE-IDX TO WS-STORE-SUB
            END-IF.

        DEPT-ACCUM-PROCEDURE.
                    ADD 1 TO WS-DEPT-COUNT
                    MOVE WS-DEPT-COUNT TO WS-DEPT-SUB
                    MOVE OUT-STORE   TO WS-DEPT-STORE (WS-DEPT-SUB)
                    MOVE WS-REC-REGION
                        TO WS-DEPT-REGION (WS-DEPT-SUB)
                    MOVE WS-REC-DISTRICT
                        TO WS-DEPT-DISTRICT (WS-DEPT-SUB)
                    MOVE WS-REC-DEPT TO WS-DEPT-NO    (WS-DEPT-SUB)
                    MOVE 0 TO WS-DEPT-SALE   (WS-DEPT-SUB)
                    MOVE 0 TO WS-DEPT-COST   (WS-DEPT-SUB)
                    ADD 1 TO WS-SUPP-COUNT
                    MOVE WS-SUPP-COUNT TO WS-SUPP-SUB
                    MOVE OUT-STORE       TO WS-SUPP-STORE (WS-SUPP-SUB)
                    MOVE WS-REC-REGION
                        TO WS-SUPP-REGION (WS-SUPP-SUB)
                    MOVE WS-REC-DISTRICT
                        TO WS-SUPP-DISTRICT (WS-SUPP-SUB)
                    MOVE WS-REC-SUPPLIER TO WS-SUPP-NAME  (WS-SUPP-SUB)
                    MOVE 0 TO WS-SUPP-SALE   (WS-SUPP-SUB)
                    MOVE 0 TO WS-SUPP-COST   (WS-SUPP-SUB)
                   DELIMITED BY SIZE
                   INTO REPORT-RECORD
            END-STRING.
            MOVE WS-STORE-NAME (WS-STORE-IDX) TO REPORT-RECORD (43:30).
            WRITE REPORT-RECORD.
            PERFORM DEPT-COLUMNS-PARA.
            PERFORM STORE-DEPT-PRINT-PARA
                   DELIMITED BY SIZE
                   INTO REPORT-RECORD
            END-STRING.
            MOVE WS-STORE-NAME (WS-STORE-IDX) TO REPORT-RECORD (43:30).
            WRITE REPORT-RECORD.
            PERFORM SUPP-COLUMNS-PARA.
            PERFORM STORE-SUPP-PRINT-PARA
                WRITE REPORT-RECORD
            END-IF.

      *  NOTES EACH STORE'S REGION, AND ITS DISTRICT WITHIN THE
      *  REGION, THE FIRST TIME EITHER IS SEEN
        GROUP-BUILD-PARA.
            MOVE 'N' TO WS-RGN-FOUND.
            PERFORM RGN-SEARCH-PARA
                VARYING WS-RGN-IDX FROM 1 BY 1
                UNTIL WS-RGN-IDX > WS-RGN-COUNT
                   OR WS-RGN-FOUND = 'Y'.
            IF WS-RGN-FOUND = 'N'
                ADD 1 TO WS-RGN-COUNT
                MOVE WS-STORE-REGION (WS-STORE-IDX)
                    TO WS-RGN-REGION (WS-RGN-COUNT)
            END-IF.
            MOVE 'N' TO WS-DST-FOUND.
            PERFORM DST-SEARCH-PARA
                VARYING WS-DST-IDX FROM 1 BY 1
                UNTIL WS-DST-IDX > WS-DST-COUNT
                   OR WS-DST-FOUND = 'Y'.
            IF WS-DST-FOUND = 'N'
                ADD 1 TO WS-DST-COUNT
                MOVE WS-STORE-REGION (WS-STORE-IDX)
                    TO WS-DST-REGION (WS-DST-COUNT)
                MOVE WS-STORE-DISTRICT (WS-STORE-IDX)
                    TO WS-DST-DISTRICT (WS-DST-COUNT)
            END-IF.

        RGN-SEARCH-PARA.
            IF WS-RGN-REGION (WS-RGN-IDX) =
               WS-STORE-REGION (WS-STORE-IDX)
                MOVE 'Y' TO WS-RGN-FOUND
            END-IF.

        DST-SEARCH-PARA.
            IF WS-DST-REGION (WS-DST-IDX) =
               WS-STORE-REGION (WS-STORE-IDX)
               AND WS-DST-DISTRICT (WS-DST-IDX) =
                   WS-STORE-DISTRICT (WS-STORE-IDX)
                MOVE 'Y' TO WS-DST-FOUND
            END-IF.

      *  ONE REGION - EACH OF ITS DISTRICTS, THEN THE REGION ITSELF
        REGION-SECTION-PROCEDURE.
            PERFORM DISTRICT-SECTION-PROCEDURE
                VARYING WS-DST-IDX FROM 1 BY 1
                UNTIL WS-DST-IDX > WS-DST-COUNT.
            MOVE 'R' TO WS-FOLD-LEVEL.
            MOVE WS-RGN-REGION (WS-RGN-IDX) TO WS-FOLD-REGION.
            MOVE SPACES TO WS-FOLD-DISTRICT.
            MOVE SPACES TO WS-FOLD-TITLE.
            STRING 'REGION ' DELIMITED BY SIZE
                   WS-FOLD-REGION DELIMITED BY SPACE
                   INTO WS-FOLD-TITLE
            END-STRING.
            PERFORM GROUP-SECTION-PROCEDURE.

        DISTRICT-SECTION-PROCEDURE.
            IF WS-DST-REGION (WS-DST-IDX) = WS-RGN-REGION (WS-RGN-IDX)
                MOVE 'D' TO WS-FOLD-LEVEL
                MOVE WS-DST-REGION (WS-DST-IDX)   TO WS-FOLD-REGION
                MOVE WS-DST-DISTRICT (WS-DST-IDX) TO WS-FOLD-DISTRICT
                MOVE SPACES TO WS-FOLD-TITLE
                STRING 'DISTRICT ' DELIMITED BY SIZE
                       WS-FOLD-REGION DELIMITED BY SPACE
                       '/' DELIMITED BY SIZE
                       WS-FOLD-DISTRICT DELIMITED BY SPACE
                       INTO WS-FOLD-TITLE
                END-STRING
                PERFORM GROUP-SECTION-PROCEDURE
            END-IF.

      *  DEPARTMENT AND SUPPLIER SECTIONS FOR THE GROUP IN WS-FOLD-
      *  LEVEL/REGION/DISTRICT, FOLDED THE SAME WAY AS THE
      *  CORPORATE SECTIONS BUT FROM THE MEMBER STORES' ENTRIES
      *  ONLY, THEN THE MEMBER STORES BY NAME WITH THEIR TOTALS
        GROUP-SECTION-PROCEDURE.
            MOVE 0 TO WS-CDEPT-COUNT.
            INITIALIZE WS-CDEPT-TABLE.
            PERFORM GROUP-DEPT-ACCUM-PARA
                VARYING WS-DEPT-IDX FROM 1 BY 1
                UNTIL WS-DEPT-IDX > WS-DEPT-COUNT.
            MOVE 0 TO WS-CSUPP-COUNT.
            INITIALIZE WS-CSUPP-TABLE.
            PERFORM GROUP-SUPP-ACCUM-PARA
                VARYING WS-SUPP-IDX FROM 1 BY 1
                UNTIL WS-SUPP-IDX > WS-SUPP-COUNT.
            MOVE SPACES TO REPORT-RECORD.
            STRING WS-FOLD-TITLE DELIMITED BY '  '
                   ' DEPARTMENT SALES' DELIMITED BY SIZE
                   INTO REPORT-RECORD
            END-STRING.
            WRITE REPORT-RECORD.
            PERFORM DEPT-COLUMNS-PARA.
            PERFORM CDEPT-PRINT-PARA
                VARYING WS-CDEPT-IDX FROM 1 BY 1
                UNTIL WS-CDEPT-IDX > WS-CDEPT-COUNT.
            MOVE SPACES TO REPORT-RECORD.
            WRITE REPORT-RECORD.
            MOVE SPACES TO REPORT-RECORD.
            STRING WS-FOLD-TITLE DELIMITED BY '  '
                   ' SUPPLIER SALES' DELIMITED BY SIZE
                   INTO REPORT-RECORD
            END-STRING.
            WRITE REPORT-RECORD.
            PERFORM SUPP-COLUMNS-PARA.
            PERFORM CSUPP-PRINT-PARA
                VARYING WS-CSUPP-IDX FROM 1 BY 1
                UNTIL WS-CSUPP-IDX > WS-CSUPP-COUNT.
            MOVE SPACES TO REPORT-RECORD.
            WRITE REPORT-RECORD.
            MOVE SPACES TO REPORT-RECORD.
            STRING WS-FOLD-TITLE DELIMITED BY '  '
                   ' STORES' DELIMITED BY SIZE
                   INTO REPORT-RECORD
            END-STRING.
            WRITE REPORT-RECORD.
            MOVE SPACES TO REPORT-RECORD.
            STRING 'STOR NAME                          '
                   '          SALE          COST        PROFIT'
                   INTO REPORT-RECORD.
            WRITE REPORT-RECORD.
            PERFORM GROUP-STORE-PRINT-PARA
                VARYING WS-STORE-IDX FROM 1 BY 1
                UNTIL WS-STORE-IDX > WS-STORE-COUNT.
            MOVE SPACES TO REPORT-RECORD.
            WRITE REPORT-RECORD.

        GROUP-DEPT-ACCUM-PARA.
            IF WS-DEPT-REGION (WS-DEPT-IDX) = WS-FOLD-REGION
               AND (WS-FOLD-LEVEL = 'R'
                 OR WS-DEPT-DISTRICT (WS-DEPT-IDX) = WS-FOLD-DISTRICT)
                PERFORM CDEPT-ACCUM-PARA
            END-IF.

        GROUP-SUPP-ACCUM-PARA.
            IF WS-SUPP-REGION (WS-SUPP-IDX) = WS-FOLD-REGION
               AND (WS-FOLD-LEVEL = 'R'
                 OR WS-SUPP-DISTRICT (WS-SUPP-IDX) = WS-FOLD-DISTRICT)
                PERFORM CSUPP-ACCUM-PARA
            END-IF.

        GROUP-STORE-PRINT-PARA.
            IF WS-STORE-REGION (WS-STORE-IDX) = WS-FOLD-REGION
               AND (WS-FOLD-LEVEL = 'R'
                 OR WS-STORE-DISTRICT (WS-STORE-IDX) =
                    WS-FOLD-DISTRICT)
                MOVE WS-STORE-SALE   (WS-STORE-IDX)
                    TO WS-CONVERTED-SALE
                MOVE WS-STORE-COST   (WS-STORE-IDX)
                    TO WS-CONVERTED-COST
                MOVE WS-STORE-PROFIT (WS-STORE-IDX)
                    TO WS-CONVERTED-PROFIT
                MOVE SPACES TO WS-REPORT-LINE
                STRING WS-STORE-NO (WS-STORE-IDX)
                       ' ' WS-STORE-NAME (WS-STORE-IDX)
                       ' ' WS-CONVERTED-SALE
                       ' ' WS-CONVERTED-COST
                       ' ' WS-CONVERTED-PROFIT
                       DELIMITED BY SIZE
                       INTO WS-REPORT-LINE
                END-STRING
                MOVE WS-REPORT-LINE TO REPORT-RECORD
                WRITE REPORT-RECORD
            END-IF.

      *  CORPORATE ALL-STORES SECTIONS - FOLD THE PER-STORE ENTRIES
      *  DOWN TO ONE PER DEPARTMENT AND ONE PER SUPPLIER, THEN PRINT
        CORP-SECTION-PROCEDURE.
                   INTO REPORT-RECORD
            END-STRING.
            WRITE REPORT-RECORD.
            IF WS-SMS-LOADED = 'N'
                MOVE SPACES TO REPORT-RECORD
                STRING 'NO STORE MASTER - DISTRICT AND REGION '
                       'SECTIONS NOT PRINTED'
                       DELIMITED BY SIZE
                       INTO REPORT-RECORD
                END-STRING
                WRITE REPORT-RECORD
            END-IF.
