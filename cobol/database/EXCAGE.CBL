      * Exception Aging And Escalation Report
        IDENTIFICATION DIVISION.
         PROGRAM-ID.     EXCAGE.
         AUTHOR.         Mark.
         INSTALLATION.   Ubuntu.
         DATE-WRITTEN.   2026-10-15.
         DATE-COMPILED.  2026-10-15.
      *
      * PROJECT DESC: AGES EVERY EXCEPTION STILL OPEN IN THE
      * EXCEPTION STORE (POPDATA.EXS) - THE REJECTS, REVIEW HOLDS,
      * LOSS-PREVENTION AND DATE EXCEPTIONS POPDATA CARRIES FORWARD
      * NIGHT AFTER NIGHT UNTIL REWORK RESUBMITS THEM OR WRITES
      * THEM OFF. OPEN ITEMS ARE TOTALLED BY STORE, BY REASON AND
      * BY DAYS OUTSTANDING, WITH THEIR SALE DOLLARS, AND EVERY
      * ITEM OPEN LONGER THAN THE ESCALATION AGE IS LISTED STORE BY
      * STORE FOR THE STORE MANAGER - A BUSY WEEK OF HOLDS CANNOT
      * QUIETLY FALL OUT OF THE BOOKS
      *
      * CONTROL CARDS (EXCAGE.CTL), ALL OPTIONAL:
      *   AS-OF-DATE=<YYYY-MM-DD - DEFAULT TODAY>
      *   ESCALATE-DAYS=<1-3 DIGITS - DEFAULT 7>
      * AN ITEM IS ESCALATED WHEN IT HAS BEEN OPEN MORE THAN
      * ESCALATE-DAYS DAYS AS OF THE AS-OF DATE. ITEMS DATED AFTER
      * THE AS-OF DATE ARE LEFT OUT AND COUNTED
      *
      * RETURN CODES: 0 REPORTED, 8 REPORT INCOMPLETE (A SUMMARY
      * TABLE FILLED), 16 CONTROL OR FILE ERROR
      *
        ENVIRONMENT DIVISION.

        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT OPTIONAL CONTROL-CARD-FILE
            ASSIGN TO './excage.ctl'
            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS WS-CTLCARD-FILE-STATUS.

            SELECT OPTIONAL EXCEPTION-FILE
            ASSIGN TO './popdata.exs'
            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS WS-EXS-FILE-STATUS.

            SELECT REPORT-FILE
            ASSIGN TO './excage.rpt'
            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS WS-REPORT-FILE-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD CONTROL-CARD-FILE      RECORD CONTAINS 80 CHARACTERS.
        01 CONTROL-CARD-RECORD    PIC X(80).

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

        FD REPORT-FILE            RECORD CONTAINS 132 CHARACTERS.
        01 REPORT-RECORD          PIC X(132).

        WORKING-STORAGE SECTION.
        01  WS-CTLCARD-FILE-STATUS PIC X(2).
        01  WS-EXS-FILE-STATUS    PIC X(2).
        01  WS-REPORT-FILE-STATUS PIC X(2).

        01  WS-CTL-EOF            PIC X     VALUE 'N'.
        01  WS-EXS-EOF            PIC X     VALUE 'N'.

        01  WS-CTL-KEY            PIC X(20).
        01  WS-CTL-VALUE          PIC X(20).
        01  WS-AS-OF-DATE         PIC X(10) VALUE SPACES.
        01  WS-ESCALATE-DAYS      PIC 9(3)  VALUE 7.

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

      *  WORK FIELDS FOR DAY-NUMBER-PARA, WHICH TURNS A YYYY-MM-DD
      *  DATE INTO A RUNNING DAY COUNT SO AN AGE IS ONE SUBTRACTION.
      *  THE YEAR IS TAKEN TO START IN MARCH, WHICH PUTS THE LEAP
      *  DAY AT THE END OF THE YEAR WHERE IT CANNOT SHIFT THE MONTHS
        01  WS-DN-DATE            PIC X(10).
        01  WS-DN-YYYY            PIC 9(4).
        01  WS-DN-MM              PIC 9(2).
        01  WS-DN-DD              PIC 9(2).
        01  WS-DN-YEAR            PIC 9(4).
        01  WS-DN-MONTH           PIC 9(2).
        01  WS-DN-Q4              PIC 9(4).
        01  WS-DN-Q100            PIC 9(4).
        01  WS-DN-Q400            PIC 9(4).
        01  WS-DN-MWORK           PIC 9(4).
        01  WS-DN-MDAYS           PIC 9(4).
        01  WS-DN-RESULT          PIC 9(7).
        01  WS-AS-OF-DAYNO        PIC 9(7).
        01  WS-AGE                PIC 9(5).
        01  WS-AMOUNT             PIC S9(5)V99.
        01  WS-ESCALATE-FLAG      PIC X.

      *  COUNTS OF ROWS READ AND LEFT OUT
        01  WS-EXS-ROWS           PIC 9(7)  VALUE 0.
        01  WS-CLOSED-ROWS        PIC 9(7)  VALUE 0.
        01  WS-FUTURE-ROWS        PIC 9(7)  VALUE 0.
        01  WS-BADDATE-ROWS       PIC 9(7)  VALUE 0.

      *  SUMMARY TABLES. A TABLE THAT FILLS LEAVES THE REST OF ITS
      *  ITEMS OUT OF THAT SECTION ONLY - THE TOTALS AND THE AGE
      *  BUCKETS STILL CARRY THEM - AND THE JOB ENDS WITH RETURN
      *  CODE 8 SO SOMEONE LOOKS. THE ESCALATION LISTING GOES STORE
      *  BY STORE DOWN THE STORE TABLE, SO THE OPEN ITEMS OF A STORE
      *  THAT DID NOT FIT ARE COUNTED HERE AND THEIR ESCALATIONS
      *  LISTED FROM THE EXCEPTION STORE IN A PASS OF THEIR OWN
        01  WS-TABLE-FULL         PIC X     VALUE 'N'.
        01  WS-UNLISTED-OPEN      PIC 9(7)     VALUE 0.
        01  WS-UNLISTED-ESC       PIC 9(7)     VALUE 0.
        01  WS-UNLISTED-ESC-AMT   PIC S9(9)V99 VALUE 0.
        01  WS-STR-COUNT          PIC 9(3)  VALUE 0.
        01  WS-STR-FOUND          PIC X     VALUE 'N'.
        01  WS-STR-SUB            PIC 9(3)  VALUE 0.
        01  WS-STR-TABLE.
            05 WS-STR-ENTRY OCCURS 200 TIMES INDEXED BY WS-STR-IDX.
                10 WS-STR-NO          PIC X(4).
                10 WS-STR-OPEN        PIC 9(7).
                10 WS-STR-AMOUNT      PIC S9(9)V99.
                10 WS-STR-ESC         PIC 9(7).
                10 WS-STR-ESC-AMOUNT  PIC S9(9)V99.
                10 WS-STR-OLDEST      PIC 9(5).
        01  WS-RSN-COUNT          PIC 9(3)  VALUE 0.
        01  WS-RSN-FOUND          PIC X     VALUE 'N'.
        01  WS-RSN-SUB            PIC 9(3)  VALUE 0.
        01  WS-RSN-TABLE.
            05 WS-RSN-ENTRY OCCURS 100 TIMES INDEXED BY WS-RSN-IDX.
                10 WS-RSN-SOURCE      PIC X(3).
                10 WS-RSN-REASON      PIC X(30).
                10 WS-RSN-OPEN        PIC 9(7).
                10 WS-RSN-AMOUNT      PIC S9(9)V99.
                10 WS-RSN-ESC         PIC 9(7).

      *  DAYS-OUTSTANDING BUCKETS - THE BOUNDS ARE SET IN
      *  BUCKET-INIT-PARA; THE LAST BUCKET TAKES EVERYTHING OLDER
        01  WS-BKT-COUNT          PIC 9(2)  VALUE 6.
        01  WS-BKT-FOUND          PIC X     VALUE 'N'.
        01  WS-BKT-TABLE.
            05 WS-BKT-ENTRY OCCURS 6 TIMES INDEXED BY WS-BKT-IDX.
                10 WS-BKT-LOW         PIC 9(5).
                10 WS-BKT-HIGH        PIC 9(5).
                10 WS-BKT-OPEN        PIC 9(7).
                10 WS-BKT-AMOUNT      PIC S9(9)V99.
                10 WS-BKT-ESC         PIC 9(7).
        01  WS-BKT-LABEL          PIC X(16).

        01  WS-TOT-OPEN           PIC 9(7)     VALUE 0.
        01  WS-TOT-AMOUNT         PIC S9(9)V99 VALUE 0.
        01  WS-TOT-ESC            PIC 9(7)     VALUE 0.
        01  WS-TOT-ESC-AMOUNT     PIC S9(9)V99 VALUE 0.

        01  WS-CONVERTED-COUNT    PIC ZZZZZZ9.
        01  WS-CONVERTED-ESC      PIC ZZZZZZ9.
        01  WS-CONVERTED-AMOUNT   PIC -ZZZZZZZZ9.99.
        01  WS-CONVERTED-ESC-AMT  PIC -ZZZZZZZZ9.99.
        01  WS-CONVERTED-AGE      PIC ZZZZ9.
        01  WS-CONVERTED-LOW      PIC ZZZZ9.
        01  WS-CONVERTED-HIGH     PIC ZZZZ9.
        01  WS-CONVERTED-DAYS     PIC ZZ9.
        01  WS-CONVERTED-ITEM-AMT PIC -ZZZZ9.99.

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
            MOVE WS-AS-OF-DATE TO WS-DN-DATE.
            PERFORM DAY-NUMBER-PARA.
            MOVE WS-DN-RESULT TO WS-AS-OF-DAYNO.
            PERFORM BUCKET-INIT-PARA.
            OPEN OUTPUT REPORT-FILE.
            IF WS-REPORT-FILE-STATUS NOT = '00'
                DISPLAY 'EXCAGE: CANNOT OPEN EXCAGE.RPT - STATUS '
                    WS-REPORT-FILE-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM REPORT-HEADER-PROCEDURE.
            OPEN INPUT EXCEPTION-FILE.
            IF WS-EXS-FILE-STATUS = '00'
             OR WS-EXS-FILE-STATUS = '05'
                PERFORM EXCEPTION-READ-PARA
                    UNTIL WS-EXS-EOF = 'Y'
                CLOSE EXCEPTION-FILE
            ELSE
                DISPLAY 'EXCAGE: CANNOT OPEN POPDATA.EXS - STATUS '
                    WS-EXS-FILE-STATUS
                MOVE SPACES TO REPORT-RECORD
                STRING 'EXCEPTION STORE UNAVAILABLE - STATUS '
                       WS-EXS-FILE-STATUS
                       DELIMITED BY SIZE INTO REPORT-RECORD
                END-STRING
                WRITE REPORT-RECORD
                CLOSE REPORT-FILE
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            IF WS-TOT-OPEN = 0
                MOVE SPACES TO REPORT-RECORD
                MOVE 'NO OPEN EXCEPTIONS' TO REPORT-RECORD
                WRITE REPORT-RECORD
            ELSE
                PERFORM STORE-REPORT-PROCEDURE
                PERFORM REASON-REPORT-PROCEDURE
                PERFORM AGE-REPORT-PROCEDURE
                PERFORM ESCALATION-REPORT-PROCEDURE
            END-IF.
            PERFORM REPORT-TRAILER-PROCEDURE.
            CLOSE REPORT-FILE.
            IF WS-TABLE-FULL = 'Y'
                DISPLAY 'EXCAGE: SUMMARY TABLE FULL - '
                    'SECTIONS INCOMPLETE'
                MOVE 8 TO RETURN-CODE
            END-IF.
            DISPLAY 'EXCEPTION ROWS READ: ' WS-EXS-ROWS.
            DISPLAY 'OPEN EXCEPTIONS AGED: ' WS-TOT-OPEN.
            DISPLAY 'ESCALATED: ' WS-TOT-ESC.
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
                    WHEN 'ESCALATE-DAYS'
                        MOVE WS-CTL-VALUE (1:10) TO WS-NUM-TEXT
                        PERFORM NUM-EDIT-PARA
                        IF WS-NUM-OK = 'N'
                         OR WS-CTL-VALUE (11:10) NOT = SPACES
                            DISPLAY 'INVALID ESCALATE-DAYS CONTROL '
                                'CARD: ' WS-CTL-VALUE
                            MOVE 16 TO RETURN-CODE
                            STOP RUN
                        END-IF
                        MOVE WS-NUM-VALUE TO WS-ESCALATE-DAYS
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

      *  DAYS SINCE A FIXED ORIGIN FOR THE DATE IN WS-DN-DATE -
      *  365 A YEAR, PLUS THE LEAP DAYS BEFORE IT, PLUS THE DAYS OF
      *  THE MONTHS BEFORE IT COUNTED FROM MARCH (153 DAYS TO EVERY
      *  FIVE MONTHS), PLUS THE DAY OF THE MONTH
        DAY-NUMBER-PARA.
            MOVE WS-DN-DATE (1:4) TO WS-DN-YYYY.
            MOVE WS-DN-DATE (6:2) TO WS-DN-MM.
            MOVE WS-DN-DATE (9:2) TO WS-DN-DD.
            IF WS-DN-MM <= 2
                SUBTRACT 1 FROM WS-DN-YYYY GIVING WS-DN-YEAR
                ADD 12 TO WS-DN-MM GIVING WS-DN-MONTH
            ELSE
                MOVE WS-DN-YYYY TO WS-DN-YEAR
                MOVE WS-DN-MM   TO WS-DN-MONTH
            END-IF.
            DIVIDE WS-DN-YEAR BY 4   GIVING WS-DN-Q4.
            DIVIDE WS-DN-YEAR BY 100 GIVING WS-DN-Q100.
            DIVIDE WS-DN-YEAR BY 400 GIVING WS-DN-Q400.
            COMPUTE WS-DN-MWORK = 153 * (WS-DN-MONTH - 3) + 2.
            DIVIDE WS-DN-MWORK BY 5 GIVING WS-DN-MDAYS.
            COMPUTE WS-DN-RESULT = 365 * WS-DN-YEAR + WS-DN-Q4
                - WS-DN-Q100 + WS-DN-Q400 + WS-DN-MDAYS + WS-DN-DD.

        BUCKET-INIT-PARA.
            INITIALIZE WS-BKT-TABLE.
            MOVE 0     TO WS-BKT-LOW (1).
            MOVE 1     TO WS-BKT-HIGH (1).
            MOVE 2     TO WS-BKT-LOW (2).
            MOVE 3     TO WS-BKT-HIGH (2).
            MOVE 4     TO WS-BKT-LOW (3).
            MOVE 7     TO WS-BKT-HIGH (3).
            MOVE 8     TO WS-BKT-LOW (4).
            MOVE 14    TO WS-BKT-HIGH (4).
            MOVE 15    TO WS-BKT-LOW (5).
            MOVE 30    TO WS-BKT-HIGH (5).
            MOVE 31    TO WS-BKT-LOW (6).
            MOVE 99999 TO WS-BKT-HIGH (6).

        EXCEPTION-READ-PARA.
            READ EXCEPTION-FILE
                    AT END MOVE 'Y' TO WS-EXS-EOF
                NOT AT END
                    ADD 1 TO WS-EXS-ROWS
                    IF EXS-STATUS NOT = 'O'
                        ADD 1 TO WS-CLOSED-ROWS
                    ELSE
                        PERFORM EXCEPTION-AGE-PARA
                    END-IF
            END-READ.

      *  AGES ONE OPEN ROW AND POSTS IT TO EVERY SUMMARY
        EXCEPTION-AGE-PARA.
            MOVE EXS-DATE TO WS-DV-TEXT.
            PERFORM DATE-FORMAT-CHECK-PARA.
            IF WS-DV-OK = 'N'
                ADD 1 TO WS-BADDATE-ROWS
            ELSE
                IF EXS-DATE > WS-AS-OF-DATE
                    ADD 1 TO WS-FUTURE-ROWS
                ELSE
                    PERFORM EXCEPTION-POST-PARA
                END-IF
            END-IF.

        EXCEPTION-POST-PARA.
            PERFORM EXCEPTION-MEASURE-PARA.
            ADD 1 TO WS-TOT-OPEN.
            ADD WS-AMOUNT TO WS-TOT-AMOUNT.
            IF WS-ESCALATE-FLAG = 'Y'
                ADD 1 TO WS-TOT-ESC
                ADD WS-AMOUNT TO WS-TOT-ESC-AMOUNT
            END-IF.
            PERFORM STORE-POST-PARA.
            PERFORM REASON-POST-PARA.
            MOVE 'N' TO WS-BKT-FOUND.
            PERFORM BUCKET-POST-PARA
                VARYING WS-BKT-IDX FROM 1 BY 1
                UNTIL WS-BKT-IDX > WS-BKT-COUNT
                   OR WS-BKT-FOUND = 'Y'.

      *  AGE IN DAYS AS OF THE AS-OF DATE, THE SALE AMOUNT, AND
      *  WHETHER THE ITEM IS PAST THE ESCALATION AGE - SHARED BY THE
      *  SUMMARY PASS AND THE ESCALATION LISTING PASS
        EXCEPTION-MEASURE-PARA.
            MOVE EXS-DATE TO WS-DN-DATE.
            PERFORM DAY-NUMBER-PARA.
            SUBTRACT WS-DN-RESULT FROM WS-AS-OF-DAYNO GIVING WS-AGE.
            IF EXS-AMOUNT IS NUMERIC
                MOVE EXS-AMOUNT TO WS-AMOUNT
            ELSE
                MOVE ZERO TO WS-AMOUNT
            END-IF.
            IF WS-AGE > WS-ESCALATE-DAYS
                MOVE 'Y' TO WS-ESCALATE-FLAG
            ELSE
                MOVE 'N' TO WS-ESCALATE-FLAG
            END-IF.

        STORE-POST-PARA.
            MOVE 'N' TO WS-STR-FOUND.
            MOVE 0   TO WS-STR-SUB.
            PERFORM STORE-SEARCH-PARA
                VARYING WS-STR-IDX FROM 1 BY 1
                UNTIL WS-STR-IDX > WS-STR-COUNT
                   OR WS-STR-FOUND = 'Y'.
            IF WS-STR-FOUND = 'N'
                IF WS-STR-COUNT < 200
                    ADD 1 TO WS-STR-COUNT
                    MOVE WS-STR-COUNT TO WS-STR-SUB
                    MOVE EXS-STORE TO WS-STR-NO (WS-STR-SUB)
                    MOVE 0 TO WS-STR-OPEN (WS-STR-SUB)
                    MOVE 0 TO WS-STR-AMOUNT (WS-STR-SUB)
                    MOVE 0 TO WS-STR-ESC (WS-STR-SUB)
                    MOVE 0 TO WS-STR-ESC-AMOUNT (WS-STR-SUB)
                    MOVE 0 TO WS-STR-OLDEST (WS-STR-SUB)
                ELSE
                    MOVE 'Y' TO WS-TABLE-FULL
                END-IF
            END-IF.
            IF WS-STR-SUB > 0
                ADD 1 TO WS-STR-OPEN (WS-STR-SUB)
                ADD WS-AMOUNT TO WS-STR-AMOUNT (WS-STR-SUB)
                IF WS-ESCALATE-FLAG = 'Y'
                    ADD 1 TO WS-STR-ESC (WS-STR-SUB)
                    ADD WS-AMOUNT TO WS-STR-ESC-AMOUNT (WS-STR-SUB)
                END-IF
                IF WS-AGE > WS-STR-OLDEST (WS-STR-SUB)
                    MOVE WS-AGE TO WS-STR-OLDEST (WS-STR-SUB)
                END-IF
            ELSE
                ADD 1 TO WS-UNLISTED-OPEN
                IF WS-ESCALATE-FLAG = 'Y'
                    ADD 1 TO WS-UNLISTED-ESC
                    ADD WS-AMOUNT TO WS-UNLISTED-ESC-AMT
                END-IF
            END-IF.

        STORE-SEARCH-PARA.
            IF WS-STR-NO (WS-STR-IDX) = EXS-STORE
                MOVE 'Y' TO WS-STR-FOUND
                MOVE WS-STR-IDX TO WS-STR-SUB
            END-IF.

        REASON-POST-PARA.
            MOVE 'N' TO WS-RSN-FOUND.
            MOVE 0   TO WS-RSN-SUB.
            PERFORM REASON-SEARCH-PARA
                VARYING WS-RSN-IDX FROM 1 BY 1
                UNTIL WS-RSN-IDX > WS-RSN-COUNT
                   OR WS-RSN-FOUND = 'Y'.
            IF WS-RSN-FOUND = 'N'
                IF WS-RSN-COUNT < 100
                    ADD 1 TO WS-RSN-COUNT
                    MOVE WS-RSN-COUNT TO WS-RSN-SUB
                    MOVE EXS-SOURCE TO WS-RSN-SOURCE (WS-RSN-SUB)
                    MOVE EXS-REASON TO WS-RSN-REASON (WS-RSN-SUB)
                    MOVE 0 TO WS-RSN-OPEN (WS-RSN-SUB)
                    MOVE 0 TO WS-RSN-AMOUNT (WS-RSN-SUB)
                    MOVE 0 TO WS-RSN-ESC (WS-RSN-SUB)
                ELSE
                    MOVE 'Y' TO WS-TABLE-FULL
                END-IF
            END-IF.
            IF WS-RSN-SUB > 0
                ADD 1 TO WS-RSN-OPEN (WS-RSN-SUB)
                ADD WS-AMOUNT TO WS-RSN-AMOUNT (WS-RSN-SUB)
                IF WS-ESCALATE-FLAG = 'Y'
                    ADD 1 TO WS-RSN-ESC (WS-RSN-SUB)
                END-IF
            END-IF.

        REASON-SEARCH-PARA.
            IF WS-RSN-SOURCE (WS-RSN-IDX) = EXS-SOURCE
               AND WS-RSN-REASON (WS-RSN-IDX) = EXS-REASON
                MOVE 'Y' TO WS-RSN-FOUND
                MOVE WS-RSN-IDX TO WS-RSN-SUB
            END-IF.

        BUCKET-POST-PARA.
            IF WS-AGE >= WS-BKT-LOW (WS-BKT-IDX)
               AND WS-AGE <= WS-BKT-HIGH (WS-BKT-IDX)
                MOVE 'Y' TO WS-BKT-FOUND
                ADD 1 TO WS-BKT-OPEN (WS-BKT-IDX)
                ADD WS-AMOUNT TO WS-BKT-AMOUNT (WS-BKT-IDX)
                IF WS-ESCALATE-FLAG = 'Y'
                    ADD 1 TO WS-BKT-ESC (WS-BKT-IDX)
                END-IF
            END-IF.

        REPORT-HEADER-PROCEDURE.
            MOVE WS-ESCALATE-DAYS TO WS-CONVERTED-DAYS.
            MOVE SPACES TO REPORT-RECORD.
            STRING 'EXCEPTION AGING REPORT - AS OF ' WS-AS-OF-DATE
                   '   ESCALATE AFTER ' WS-CONVERTED-DAYS ' DAYS'
                   '   RUN ' WS-RUN-START-DATE ' ' WS-RUN-START-TIME
                   DELIMITED BY SIZE INTO REPORT-RECORD
            END-STRING.
            WRITE REPORT-RECORD.
            MOVE SPACES TO REPORT-RECORD.
            WRITE REPORT-RECORD.

        STORE-REPORT-PROCEDURE.
            MOVE SPACES TO REPORT-RECORD.
            MOVE 'OPEN EXCEPTIONS BY STORE' TO REPORT-RECORD.
            WRITE REPORT-RECORD.
            MOVE SPACES TO REPORT-RECORD.
            STRING 'STOR     OPEN        AMOUNT  ESCALATED'
                   '    ESC AMOUNT  OLDEST'
                   DELIMITED BY SIZE INTO REPORT-RECORD
            END-STRING.
            WRITE REPORT-RECORD.
            PERFORM STORE-REPORT-PARA
                VARYING WS-STR-IDX FROM 1 BY 1
                UNTIL WS-STR-IDX > WS-STR-COUNT.
            MOVE SPACES TO REPORT-RECORD.
            WRITE REPORT-RECORD.

        STORE-REPORT-PARA.
            MOVE WS-STR-OPEN (WS-STR-IDX)   TO WS-CONVERTED-COUNT.
            MOVE WS-STR-AMOUNT (WS-STR-IDX) TO WS-CONVERTED-AMOUNT.
            MOVE WS-STR-ESC (WS-STR-IDX)    TO WS-CONVERTED-ESC.
            MOVE WS-STR-ESC-AMOUNT (WS-STR-IDX)
                TO WS-CONVERTED-ESC-AMT.
            MOVE WS-STR-OLDEST (WS-STR-IDX) TO WS-CONVERTED-AGE.
            MOVE SPACES TO REPORT-RECORD.
            IF WS-STR-ESC (WS-STR-IDX) > 0
                STRING WS-STR-NO (WS-STR-IDX) '  '
                       WS-CONVERTED-COUNT ' ' WS-CONVERTED-AMOUNT
                       '    ' WS-CONVERTED-ESC ' '
                       WS-CONVERTED-ESC-AMT '   ' WS-CONVERTED-AGE
                       '  ** ESCALATE TO STORE MANAGER'
                       DELIMITED BY SIZE INTO REPORT-RECORD
                END-STRING
            ELSE
                STRING WS-STR-NO (WS-STR-IDX) '  '
                       WS-CONVERTED-COUNT ' ' WS-CONVERTED-AMOUNT
                       '    ' WS-CONVERTED-ESC ' '
                       WS-CONVERTED-ESC-AMT '   ' WS-CONVERTED-AGE
                       DELIMITED BY SIZE INTO REPORT-RECORD
                END-STRING
            END-IF.
            WRITE REPORT-RECORD.

        REASON-REPORT-PROCEDURE.
            MOVE SPACES TO REPORT-RECORD.
            MOVE 'OPEN EXCEPTIONS BY REASON' TO REPORT-RECORD.
            WRITE REPORT-RECORD.
            MOVE SPACES TO REPORT-RECORD.
            STRING 'SRC REASON                             OPEN'
                   '        AMOUNT  ESCALATED'
                   DELIMITED BY SIZE INTO REPORT-RECORD
            END-STRING.
            WRITE REPORT-RECORD.
            PERFORM REASON-REPORT-PARA
                VARYING WS-RSN-IDX FROM 1 BY 1
                UNTIL WS-RSN-IDX > WS-RSN-COUNT.
            MOVE SPACES TO REPORT-RECORD.
            WRITE REPORT-RECORD.

        REASON-REPORT-PARA.
            MOVE WS-RSN-OPEN (WS-RSN-IDX)   TO WS-CONVERTED-COUNT.
            MOVE WS-RSN-AMOUNT (WS-RSN-IDX) TO WS-CONVERTED-AMOUNT.
            MOVE WS-RSN-ESC (WS-RSN-IDX)    TO WS-CONVERTED-ESC.
            MOVE SPACES TO REPORT-RECORD.
            STRING WS-RSN-SOURCE (WS-RSN-IDX) ' '
                   WS-RSN-REASON (WS-RSN-IDX) '  '
                   WS-CONVERTED-COUNT ' ' WS-CONVERTED-AMOUNT
                   '    ' WS-CONVERTED-ESC
                   DELIMITED BY SIZE INTO REPORT-RECORD
            END-STRING.
            WRITE REPORT-RECORD.

      *  THE BUCKETS, THEN THE GRAND TOTAL ON THE SAME COLUMNS
        AGE-REPORT-PROCEDURE.
            MOVE SPACES TO REPORT-RECORD.
            MOVE 'OPEN EXCEPTIONS BY DAYS OUTSTANDING'
                TO REPORT-RECORD.
            WRITE REPORT-RECORD.
            MOVE SPACES TO REPORT-RECORD.
            STRING 'DAYS OUTSTANDING     OPEN        AMOUNT'
                   '  ESCALATED    ESC AMOUNT'
                   DELIMITED BY SIZE INTO REPORT-RECORD
            END-STRING.
            WRITE REPORT-RECORD.
            PERFORM AGE-REPORT-PARA
                VARYING WS-BKT-IDX FROM 1 BY 1
                UNTIL WS-BKT-IDX > WS-BKT-COUNT.
            MOVE WS-TOT-OPEN       TO WS-CONVERTED-COUNT.
            MOVE WS-TOT-AMOUNT     TO WS-CONVERTED-AMOUNT.
            MOVE WS-TOT-ESC        TO WS-CONVERTED-ESC.
            MOVE WS-TOT-ESC-AMOUNT TO WS-CONVERTED-ESC-AMT.
            MOVE SPACES TO REPORT-RECORD.
            STRING 'TOTAL OPEN        '
                   WS-CONVERTED-COUNT ' ' WS-CONVERTED-AMOUNT
                   '    ' WS-CONVERTED-ESC ' ' WS-CONVERTED-ESC-AMT
                   DELIMITED BY SIZE INTO REPORT-RECORD
            END-STRING.
            WRITE REPORT-RECORD.
            MOVE SPACES TO REPORT-RECORD.
            WRITE REPORT-RECORD.

        AGE-REPORT-PARA.
            MOVE WS-BKT-LOW (WS-BKT-IDX)  TO WS-CONVERTED-LOW.
            MOVE WS-BKT-HIGH (WS-BKT-IDX) TO WS-CONVERTED-HIGH.
            MOVE SPACES TO WS-BKT-LABEL.
            IF WS-BKT-HIGH (WS-BKT-IDX) = 99999
                SUBTRACT 1 FROM WS-BKT-LOW (WS-BKT-IDX)
                    GIVING WS-CONVERTED-LOW
                STRING '  OVER ' WS-CONVERTED-LOW
                       DELIMITED BY SIZE INTO WS-BKT-LABEL
                END-STRING
            ELSE
                STRING WS-CONVERTED-LOW ' TO ' WS-CONVERTED-HIGH
                       DELIMITED BY SIZE INTO WS-BKT-LABEL
                END-STRING
            END-IF.
            MOVE WS-BKT-OPEN (WS-BKT-IDX)   TO WS-CONVERTED-COUNT.
            MOVE WS-BKT-AMOUNT (WS-BKT-IDX) TO WS-CONVERTED-AMOUNT.
            MOVE WS-BKT-ESC (WS-BKT-IDX)    TO WS-CONVERTED-ESC.
            MOVE SPACES TO REPORT-RECORD.
            STRING WS-BKT-LABEL '  '
                   WS-CONVERTED-COUNT ' ' WS-CONVERTED-AMOUNT
                   '    ' WS-CONVERTED-ESC
                   DELIMITED BY SIZE INTO REPORT-RECORD
            END-STRING.
            WRITE REPORT-RECORD.

      *  ONE PASS OF THE EXCEPTION STORE PER STORE WITH ANYTHING TO
      *  ESCALATE, SO EACH MANAGER'S ITEMS PRINT TOGETHER, OLDEST
      *  BUSINESS DATE FIRST (THE STORE IS APPENDED IN DATE ORDER)
        ESCALATION-REPORT-PROCEDURE.
            MOVE SPACES TO REPORT-RECORD.
            STRING 'ESCALATIONS - OPEN MORE THAN ' WS-CONVERTED-DAYS
                   ' DAYS - FOR THE STORE MANAGER'
                   DELIMITED BY SIZE INTO REPORT-RECORD
            END-STRING.
            WRITE REPORT-RECORD.
            IF WS-TOT-ESC = 0
                MOVE SPACES TO REPORT-RECORD
                MOVE '  NONE' TO REPORT-RECORD
                WRITE REPORT-RECORD
            ELSE
                PERFORM ESCALATION-STORE-PARA
                    VARYING WS-STR-IDX FROM 1 BY 1
                    UNTIL WS-STR-IDX > WS-STR-COUNT
                IF WS-UNLISTED-ESC > 0
                    PERFORM ESCALATION-UNLISTED-PARA
                END-IF
            END-IF.
            MOVE SPACES TO REPORT-RECORD.
            WRITE REPORT-RECORD.

        ESCALATION-STORE-PARA.
            IF WS-STR-ESC (WS-STR-IDX) > 0
                MOVE SPACES TO REPORT-RECORD
                STRING 'STORE ' WS-STR-NO (WS-STR-IDX)
                       DELIMITED BY SIZE INTO REPORT-RECORD
                END-STRING
                WRITE REPORT-RECORD
                MOVE 'N' TO WS-EXS-EOF
                OPEN INPUT EXCEPTION-FILE
                IF WS-EXS-FILE-STATUS = '00'
                    PERFORM ESCALATION-READ-PARA
                        UNTIL WS-EXS-EOF = 'Y'
                    CLOSE EXCEPTION-FILE
                END-IF
                MOVE WS-STR-ESC (WS-STR-IDX) TO WS-CONVERTED-ESC
                MOVE WS-STR-ESC-AMOUNT (WS-STR-IDX)
                    TO WS-CONVERTED-ESC-AMT
                MOVE SPACES TO REPORT-RECORD
                STRING '  STORE ' WS-STR-NO (WS-STR-IDX)
                       ' ESCALATED ' WS-CONVERTED-ESC
                       ' ' WS-CONVERTED-ESC-AMT
                       DELIMITED BY SIZE INTO REPORT-RECORD
                END-STRING
                WRITE REPORT-RECORD
            END-IF.

        ESCALATION-READ-PARA.
            READ EXCEPTION-FILE
                    AT END MOVE 'Y' TO WS-EXS-EOF
                NOT AT END
                    IF EXS-STATUS = 'O'
                       AND EXS-STORE = WS-STR-NO (WS-STR-IDX)
                        PERFORM ESCALATION-TEST-PARA
                    END-IF
            END-READ.

        ESCALATION-TEST-PARA.
            MOVE EXS-DATE TO WS-DV-TEXT.
            PERFORM DATE-FORMAT-CHECK-PARA.
            IF WS-DV-OK = 'Y'
               AND EXS-DATE NOT > WS-AS-OF-DATE
                PERFORM EXCEPTION-MEASURE-PARA
                IF WS-ESCALATE-FLAG = 'Y'
                    PERFORM ESCALATION-LINE-PARA
                END-IF
            END-IF.

      *  ONE MORE PASS OF THE EXCEPTION STORE FOR THE STORES THAT
      *  DID NOT FIT THE STORE TABLE - EACH LINE CARRIES ITS STORE
      *  AS THEY ARE NOT GROUPED
        ESCALATION-UNLISTED-PARA.
            MOVE SPACES TO REPORT-RECORD.
            MOVE 'STORES NOT IN THE STORE SUMMARY' TO REPORT-RECORD.
            WRITE REPORT-RECORD.
            MOVE 'N' TO WS-EXS-EOF.
            OPEN INPUT EXCEPTION-FILE.
            IF WS-EXS-FILE-STATUS = '00'
                PERFORM ESCALATION-UNLISTED-READ-PARA
                    UNTIL WS-EXS-EOF = 'Y'
                CLOSE EXCEPTION-FILE
            END-IF.
            MOVE WS-UNLISTED-ESC     TO WS-CONVERTED-ESC.
            MOVE WS-UNLISTED-ESC-AMT TO WS-CONVERTED-ESC-AMT.
            MOVE SPACES TO REPORT-RECORD.
            STRING '  STORES NOT LISTED ESCALATED ' WS-CONVERTED-ESC
                   ' ' WS-CONVERTED-ESC-AMT
                   DELIMITED BY SIZE INTO REPORT-RECORD
            END-STRING.
            WRITE REPORT-RECORD.

        ESCALATION-UNLISTED-READ-PARA.
            READ EXCEPTION-FILE
                    AT END MOVE 'Y' TO WS-EXS-EOF
                NOT AT END
                    IF EXS-STATUS = 'O'
                        PERFORM ESCALATION-UNLISTED-TEST-PARA
                    END-IF
            END-READ.

        ESCALATION-UNLISTED-TEST-PARA.
            MOVE 'N' TO WS-STR-FOUND.
            PERFORM STORE-SEARCH-PARA
                VARYING WS-STR-IDX FROM 1 BY 1
                UNTIL WS-STR-IDX > WS-STR-COUNT
                   OR WS-STR-FOUND = 'Y'.
            MOVE EXS-DATE TO WS-DV-TEXT.
            PERFORM DATE-FORMAT-CHECK-PARA.
            IF WS-STR-FOUND = 'N'
               AND WS-DV-OK = 'Y'
               AND EXS-DATE NOT > WS-AS-OF-DATE
                PERFORM EXCEPTION-MEASURE-PARA
                IF WS-ESCALATE-FLAG = 'Y'
                    MOVE WS-AGE    TO WS-CONVERTED-AGE
                    MOVE WS-AMOUNT TO WS-CONVERTED-ITEM-AMT
                    MOVE SPACES TO REPORT-RECORD
                    STRING '  ' EXS-STORE ' ' EXS-DATE ' '
                           WS-CONVERTED-AGE ' DAYS  '
                           EXS-SOURCE ' ' EXS-RECORD-NO ' ' EXS-REASON
                           ' ' WS-CONVERTED-ITEM-AMT
                           DELIMITED BY SIZE INTO REPORT-RECORD
                    END-STRING
                    WRITE REPORT-RECORD
                END-IF
            END-IF.

        ESCALATION-LINE-PARA.
            MOVE WS-AGE    TO WS-CONVERTED-AGE.
            MOVE WS-AMOUNT TO WS-CONVERTED-ITEM-AMT.
            MOVE SPACES TO REPORT-RECORD.
            STRING '  ' EXS-DATE ' ' WS-CONVERTED-AGE ' DAYS  '
                   EXS-SOURCE ' ' EXS-RECORD-NO ' ' EXS-REASON
                   ' ' WS-CONVERTED-ITEM-AMT
                   DELIMITED BY SIZE INTO REPORT-RECORD
            END-STRING.
            WRITE REPORT-RECORD.

        REPORT-TRAILER-PROCEDURE.
            MOVE SPACES TO REPORT-RECORD.
            STRING 'EXCEPTION ROWS READ ' WS-EXS-ROWS
                   '  DISPOSED ' WS-CLOSED-ROWS
                   '  OPEN AGED ' WS-TOT-OPEN
                   '  DATED AFTER AS-OF ' WS-FUTURE-ROWS
                   '  BAD DATE ' WS-BADDATE-ROWS
                   DELIMITED BY SIZE INTO REPORT-RECORD
            END-STRING.
            WRITE REPORT-RECORD.
            IF WS-TABLE-FULL = 'Y'
                MOVE SPACES TO REPORT-RECORD
                STRING 'MORE THAN 200 STORES OR 100 REASONS - THE '
                       'STORE AND REASON SECTIONS ARE INCOMPLETE'
                       DELIMITED BY SIZE INTO REPORT-RECORD
                END-STRING
                WRITE REPORT-RECORD
            END-IF.
            IF WS-UNLISTED-OPEN > 0
                MOVE SPACES TO REPORT-RECORD
                STRING 'STORES NOT LISTED - OPEN ITEMS '
                       WS-UNLISTED-OPEN
                       '  ESCALATED ' WS-UNLISTED-ESC
                       DELIMITED BY SIZE INTO REPORT-RECORD
                END-STRING
                WRITE REPORT-RECORD
            END-IF.
