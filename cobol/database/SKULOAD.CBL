      * SOURCE. EACH ROW CARRIES THE ITEM NAME PLUS THE DEPARTMENT,
      * SUPPLIER, ACTIVE/DISCONTINUED STATUS AND THE STANDARD
      * RETAIL AND STANDARD COST THE PRICE VARIANCE CHECKS IN
      * POPDATA COMPARE EVERY TRANSACTION AGAINST, AND THE REORDER
      * POINT THE INVENTORY POSTING JOB REPORTS STOCK LEVELS AGAINST.
      * THE SAME RUN REBUILDS THE KEYED PRICE CHANGE FILE
      * (SKUPRICE.IDX) FROM SKUPRICE.DAT - THE EFFECTIVE-DATED
      * STANDARD RETAIL AND COST CHANGES TABMAINT MAINTAINS - SO
      * POPDATA AND REWORK CAN FIND THE STANDARD IN FORCE ON ANY
      * TRANSACTION DATE. WITH NO SKUPRICE.DAT THE KEYED FILE IS
      * BUILT EMPTY AND THE SKU MASTER STANDARDS APPLY ON ALL DATES
      *
        ENVIRONMENT DIVISION.

            RECORD KEY IS IDX-SKU
            FILE STATUS IS WS-IDX-FILE-STATUS.

            SELECT OPTIONAL SKU-PRICE-FILE
            ASSIGN TO './skuprice.dat'
            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS WS-PRC-FILE-STATUS.

            SELECT SKU-PRICE-INDEX-FILE
            ASSIGN TO './skuprice.idx'
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS SKP-KEY
            FILE STATUS IS WS-SKP-FILE-STATUS.

        DATA DIVISION.
        FILE SECTION.
      *  SOURCE ROWS ARE SKU,ITEM NAME,DEPT,SUPPLIER,STATUS,RETAIL,
      *  COST,REORDER POINT - EVERYTHING PAST THE NAME IS OPTIONAL
      *  ON OLDER ROWS AND DEFAULTS TO BLANK DEPT/SUPPLIER, STATUS
      *  'A' (ACTIVE) AND ZERO MONEY (ZERO MEANS NO STANDARD
      *  MAINTAINED, SO NO VARIANCE CHECKING FOR THE SKU). RETAIL
      *  AND COST ARE KEYED AS DDD.DD TEXT, THE FORM TABMAINT
      *  WRITES. THE REORDER POINT IS WHOLE EACHES; BLANK IS ZERO,
      *  MEANING NO REORDER POINT MAINTAINED
        FD SKU-MASTER-FILE        RECORD CONTAINS 100 CHARACTERS.
        01 SKU-MASTER-RECORD      PIC X(100).

        FD SKU-INDEX-FILE         RECORD CONTAINS 76 CHARACTERS.
        01 SKU-INDEX-RECORD.
            05 IDX-SKU            PIC X(16).
            05 IDX-ITEM-NAME      PIC X(30).
            05 IDX-STATUS         PIC X(1).
            05 IDX-RETAIL         PIC 9(3)V99.
            05 IDX-COST           PIC 9(3)V99.
            05 IDX-REORDER        PIC 9(5).

      *  PRICE CHANGE ROWS ARE SKU,EFFECTIVE DATE,RETAIL,COST,
      *  ENTERED DATE AS TABMAINT WRITES THEM. THE KEYED COPY IS
      *  KEYED ON SKU PLUS EFFECTIVE DATE SO A READER CAN START AT
      *  THE SKU AND READ ITS CHANGES IN DATE ORDER. LAYOUT MATCHES
      *  THE SKU-PRICE-FILE FD IN POPDATA AND REWORK
        FD SKU-PRICE-FILE         RECORD CONTAINS 60 CHARACTERS.
        01 SKU-PRICE-RECORD       PIC X(60).

        FD SKU-PRICE-INDEX-FILE   RECORD CONTAINS 46 CHARACTERS.
        01 SKU-PRICE-INDEX-RECORD.
            05 SKP-KEY.
                10 SKP-SKU        PIC X(16).
                10 SKP-EFF-DATE   PIC X(10).
            05 SKP-RETAIL         PIC 9(3)V99.
            05 SKP-COST           PIC 9(3)V99.
            05 SKP-ENTERED        PIC X(10).

        WORKING-STORAGE SECTION.
        01  WS-SKU-FILE-STATUS    PIC X(2).
        01  WS-IDX-FILE-STATUS    PIC X(2).
        01  WS-PRC-FILE-STATUS    PIC X(2).
        01  WS-SKP-FILE-STATUS    PIC X(2).
        01  WS-SKU-EOF            PIC X     VALUE 'N'.
        01  WS-PRC-EOF            PIC X     VALUE 'N'.
        01  WS-ROW-COUNT          PIC 9(7)  VALUE 0.
        01  WS-LOADED-COUNT       PIC 9(7)  VALUE 0.
        01  WS-DUP-COUNT          PIC 9(7)  VALUE 0.
        01  WS-ROW-COST-TEXT      PIC X(10).
        01  WS-ROW-RETAIL         PIC 9(3)V99.
        01  WS-ROW-COST           PIC 9(3)V99.
        01  WS-ROW-REORDER-TEXT   PIC X(10).
        01  WS-ROW-REORDER        PIC 9(5).

      *  PRICE CHANGE ROW COUNTS AND FIELDS. A PRICE ROW WITH A BAD
      *  DATE OR BAD MONEY IS REJECTED OUTRIGHT RATHER THAN LOADED AS
      *  ZERO - A ZERO STANDARD WOULD SWITCH OFF THE VARIANCE CHECKS
      *  FOR THE SKU FROM THAT DATE ON
        01  WS-PRC-ROW-COUNT      PIC 9(7)  VALUE 0.
        01  WS-PRC-LOADED-COUNT   PIC 9(7)  VALUE 0.
        01  WS-PRC-EFF-TEXT       PIC X(10).
        01  WS-PRC-ENTERED-TEXT   PIC X(10).
        01  WS-PRC-ROW-OK         PIC X.

      *  WORK FIELDS FOR MONEY-PARSE-PROCEDURE, WHICH ACCEPTS THE
      *  DDD.DD TEXT TABMAINT WRITES (OR D.DD / DD.DD KEYED BY
        01  WS-MONEY-DIGITS       PIC 9(2).
        01  WS-MONEY-DONE         PIC X.

      *  WORK FIELDS FOR REORDER-PARSE-PROCEDURE - ONE TO FIVE
      *  DIGITS FOLLOWED ONLY BY SPACES, LEFT IN WS-REORDER-VALUE
        01  WS-REORDER-OK         PIC X.
        01  WS-REORDER-VALUE      PIC 9(5).
        01  WS-REORDER-SUB        PIC 9(2).
        01  WS-REORDER-DIGITS     PIC 9(2).
        01  WS-REORDER-DONE       PIC X.

        PROCEDURE DIVISION.
        MAIN-PROCEDURE.
            OPEN INPUT SKU-MASTER-FILE.
            PERFORM SKU-READ-PROCEDURE UNTIL WS-SKU-EOF = 'Y'.
            CLOSE SKU-MASTER-FILE.
            CLOSE SKU-INDEX-FILE.
            PERFORM PRICE-LOAD-PROCEDURE.
            DISPLAY 'ROWS READ: ' WS-ROW-COUNT.
            DISPLAY 'ROWS LOADED: ' WS-LOADED-COUNT.
            DISPLAY 'PRICE ROWS READ: ' WS-PRC-ROW-COUNT.
            DISPLAY 'PRICE ROWS LOADED: ' WS-PRC-LOADED-COUNT.
            DISPLAY 'DUPLICATE KEYS: ' WS-DUP-COUNT.
            DISPLAY 'ROWS REJECTED: ' WS-REJECT-COUNT.
            IF WS-DUP-COUNT > 0 OR WS-REJECT-COUNT > 0
            MOVE SPACES TO WS-ROW-STATUS.
            MOVE SPACES TO WS-ROW-RETAIL-TEXT.
            MOVE SPACES TO WS-ROW-COST-TEXT.
            MOVE SPACES TO WS-ROW-REORDER-TEXT.
            UNSTRING SKU-MASTER-RECORD DELIMITED BY ','
                INTO WS-ROW-SKU WS-ROW-NAME WS-ROW-DEPT
                     WS-ROW-SUPPLIER WS-ROW-STATUS
                     WS-ROW-RETAIL-TEXT WS-ROW-COST-TEXT
                     WS-ROW-REORDER-TEXT
            END-UNSTRING.
            IF WS-ROW-SKU = SPACES OR WS-ROW-NAME = SPACES
                ADD 1 TO WS-REJECT-COUNT
                        ' BAD COST - LOADED AS ZERO: '
                        WS-ROW-COST-TEXT
                END-IF
                PERFORM REORDER-PARSE-PROCEDURE
                MOVE WS-REORDER-VALUE TO WS-ROW-REORDER
                IF WS-REORDER-OK = 'N'
                    DISPLAY 'ROW ' WS-ROW-COUNT
                        ' BAD REORDER POINT - LOADED AS ZERO: '
                        WS-ROW-REORDER-TEXT
                END-IF
                MOVE WS-ROW-SKU      TO IDX-SKU
                MOVE WS-ROW-NAME     TO IDX-ITEM-NAME
                MOVE WS-ROW-DEPT     TO IDX-DEPT
                MOVE WS-ROW-STATUS   TO IDX-STATUS
                MOVE WS-ROW-RETAIL   TO IDX-RETAIL
                MOVE WS-ROW-COST     TO IDX-COST
                MOVE WS-ROW-REORDER  TO IDX-REORDER
                WRITE SKU-INDEX-RECORD
                    INVALID KEY
                        ADD 1 TO WS-DUP-COUNT
                END-WRITE
            END-IF.

      *  THE KEYED PRICE FILE IS ALWAYS REBUILT, EMPTY WHEN THERE IS
      *  NO SKUPRICE.DAT, SO A WITHDRAWN CHANGE NEVER LINGERS IN IT.
      *  DUPLICATES AND REJECTS COUNT TOWARD THE SAME RC 8 AS THE
      *  SKU MASTER'S
        PRICE-LOAD-PROCEDURE.
            OPEN OUTPUT SKU-PRICE-INDEX-FILE.
            IF WS-SKP-FILE-STATUS NOT = '00'
                DISPLAY 'SKULOAD: CANNOT BUILD SKUPRICE.IDX - STATUS '
                    WS-SKP-FILE-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            OPEN INPUT SKU-PRICE-FILE.
            IF WS-PRC-FILE-STATUS = '00'
             OR WS-PRC-FILE-STATUS = '05'
                PERFORM PRICE-READ-PROCEDURE
                    UNTIL WS-PRC-EOF = 'Y'
                CLOSE SKU-PRICE-FILE
            ELSE
                DISPLAY 'SKULOAD: CANNOT OPEN SKUPRICE.DAT - STATUS '
                    WS-PRC-FILE-STATUS
                CLOSE SKU-PRICE-INDEX-FILE
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            CLOSE SKU-PRICE-INDEX-FILE.

        PRICE-READ-PROCEDURE.
            READ SKU-PRICE-FILE INTO SKU-PRICE-RECORD
                    AT END MOVE 'Y' TO WS-PRC-EOF
                NOT AT END
                    ADD 1 TO WS-PRC-ROW-COUNT
                    PERFORM PRICE-BUILD-PROCEDURE
            END-READ.

        PRICE-BUILD-PROCEDURE.
            MOVE SPACES TO WS-ROW-SKU.
            MOVE SPACES TO WS-PRC-EFF-TEXT.
            MOVE SPACES TO WS-ROW-RETAIL-TEXT.
            MOVE SPACES TO WS-ROW-COST-TEXT.
            MOVE SPACES TO WS-PRC-ENTERED-TEXT.
            UNSTRING SKU-PRICE-RECORD DELIMITED BY ','
                INTO WS-ROW-SKU WS-PRC-EFF-TEXT
                     WS-ROW-RETAIL-TEXT WS-ROW-COST-TEXT
                     WS-PRC-ENTERED-TEXT
            END-UNSTRING.
            MOVE 'Y' TO WS-PRC-ROW-OK.
            IF WS-ROW-SKU = SPACES
             OR WS-PRC-EFF-TEXT (1:4) IS NOT NUMERIC
             OR WS-PRC-EFF-TEXT (5:1) NOT = '-'
             OR WS-PRC-EFF-TEXT (6:2) IS NOT NUMERIC
             OR WS-PRC-EFF-TEXT (8:1) NOT = '-'
             OR WS-PRC-EFF-TEXT (9:2) IS NOT NUMERIC
                MOVE 'N' TO WS-PRC-ROW-OK
            END-IF.
            IF WS-PRC-ROW-OK = 'Y'
                MOVE WS-ROW-RETAIL-TEXT TO WS-MONEY-TEXT
                PERFORM MONEY-PARSE-PROCEDURE
                MOVE WS-MONEY-VALUE TO WS-ROW-RETAIL
                IF WS-MONEY-OK = 'N' OR WS-ROW-RETAIL-TEXT = SPACES
                    MOVE 'N' TO WS-PRC-ROW-OK
                END-IF
            END-IF.
            IF WS-PRC-ROW-OK = 'Y'
                MOVE WS-ROW-COST-TEXT TO WS-MONEY-TEXT
                PERFORM MONEY-PARSE-PROCEDURE
                MOVE WS-MONEY-VALUE TO WS-ROW-COST
                IF WS-MONEY-OK = 'N' OR WS-ROW-COST-TEXT = SPACES
                    MOVE 'N' TO WS-PRC-ROW-OK
                END-IF
            END-IF.
            IF WS-PRC-ROW-OK = 'N'
                ADD 1 TO WS-REJECT-COUNT
                DISPLAY 'PRICE ROW ' WS-PRC-ROW-COUNT
                    ' REJECTED - BAD SKU, DATE OR MONEY'
            ELSE
                MOVE WS-ROW-SKU          TO SKP-SKU
                MOVE WS-PRC-EFF-TEXT     TO SKP-EFF-DATE
                MOVE WS-ROW-RETAIL       TO SKP-RETAIL
                MOVE WS-ROW-COST         TO SKP-COST
                MOVE WS-PRC-ENTERED-TEXT TO SKP-ENTERED
                WRITE SKU-PRICE-INDEX-RECORD
                    INVALID KEY
                        ADD 1 TO WS-DUP-COUNT
                        DISPLAY 'PRICE ROW ' WS-PRC-ROW-COUNT
                            ' DUPLICATE SKU AND DATE NOT LOADED: '
                            WS-ROW-SKU ' ' WS-PRC-EFF-TEXT
                    NOT INVALID KEY
                        ADD 1 TO WS-PRC-LOADED-COUNT
                END-WRITE
            END-IF.

      *  ACCEPTS D.DD THROUGH DDD.DD TEXT - THE SAME SHAPE TABMAINT
      *  VALIDATES AND WRITES. BLANK IS A CLEAN ZERO (NO STANDARD
      *  MAINTAINED); ANYTHING ELSE THAT DOES NOT PARSE COMES BACK
                    MOVE 'N' TO WS-MONEY-OK
                END-IF
            END-IF.

      *  BLANK IS A CLEAN ZERO (NO REORDER POINT MAINTAINED); A
      *  MALFORMED VALUE COMES BACK WS-REORDER-OK = 'N' AS ZERO
        REORDER-PARSE-PROCEDURE.
            MOVE 'Y' TO WS-REORDER-OK.
            MOVE 0   TO WS-REORDER-VALUE.
            IF WS-ROW-REORDER-TEXT NOT = SPACES
                MOVE 0   TO WS-REORDER-DIGITS
                MOVE 'N' TO WS-REORDER-DONE
                PERFORM REORDER-SCAN-PARA
                    VARYING WS-REORDER-SUB FROM 1 BY 1
                    UNTIL WS-REORDER-SUB > 10
                       OR WS-REORDER-OK = 'N'
                IF WS-REORDER-DIGITS = 0 OR WS-REORDER-DIGITS > 5
                    MOVE 'N' TO WS-REORDER-OK
                END-IF
                IF WS-REORDER-OK = 'Y'
                    MOVE WS-ROW-REORDER-TEXT (1:WS-REORDER-DIGITS)
                        TO WS-REORDER-VALUE
                END-IF
            END-IF.

        REORDER-SCAN-PARA.
            IF WS-ROW-REORDER-TEXT (WS-REORDER-SUB:1) = SPACE
                MOVE 'Y' TO WS-REORDER-DONE
            ELSE
                IF WS-ROW-REORDER-TEXT (WS-REORDER-SUB:1) IS NUMERIC
                   AND WS-REORDER-DONE = 'N'
                    ADD 1 TO WS-REORDER-DIGITS
                ELSE
                    MOVE 'N' TO WS-REORDER-OK
                END-IF
            END-IF.
