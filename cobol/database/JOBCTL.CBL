      * Nightly Job Stream Controller
        IDENTIFICATION DIVISION.
         PROGRAM-ID.     JOBCTL.
         AUTHOR.         Mark.
         INSTALLATION.   Ubuntu.
         DATE-WRITTEN.   2026-10-15.
         DATE-COMPILED.  2026-10-15.
      *
      * PROJECT DESC: RUNS THE NIGHTLY STREAM - TABMAINT, SKULOAD,
      * POPDATA, THE REPORTS AND THE AS-NEEDED HOUSEKEEPING JOBS -
      * IN THE ORDER THE STEP-DEFINITION FILE (JOBCTL.STP) GIVES,
      * CHECKING EACH STEP'S RETURN CODE AGAINST THE HIGHEST CODE
      * THAT STEP MAY END WITH. A STEP THAT ENDS ABOVE ITS LIMIT
      * STOPS THE STREAM: EVERY STEP AFTER IT IS MARKED SKIPPED
      * INSTEAD OF RUNNING AGAINST WHATEVER THE FAILED STEP LEFT
      * BEHIND (A POPDATA AGAINST A STALE SKUMAST.IDX AFTER A
      * FAILED SKULOAD WAS THE CASE THAT WENT UNNOTICED). EVERY
      * STEP'S START AND END TIME, RETURN CODE AND STATUS ARE
      * APPENDED TO THE STEP-STATUS FILE (JOBCTL.STS) UNDER THE
      * BUSINESS DATE. A SECOND JOBCTL FOR THE SAME BUSINESS DATE
      * PASSES OVER THE STEPS ALREADY COMPLETE AND PICKS UP AT THE
      * STEP THAT FAILED
      *
      * STEP-DEFINITION CARDS (JOBCTL.STP), COMMA DELIMITED, IN
      * RUN ORDER - A CARD STARTING '*' IS A COMMENT:
      *   <SEQ>,<STEP NAME>,<MAX RC>,<TRIGGER FILE>,<COMMAND>
      *   SEQ           1-3 DIGITS, UNIQUE - A STEP'S STATUS IS
      *                 KEPT UNDER ITS SEQ AND NAME TOGETHER
      *   MAX RC        HIGHEST RETURN CODE THE STEP MAY END WITH
      *                 AND LET THE STREAM CONTINUE, E.G. 0 FOR
      *                 SKULOAD, 4 FOR POPDATA TO STOP ON ITS 8
      *   TRIGGER FILE  ALWAYS, OR A FILE THAT MUST BE ON DISK FOR
      *                 THE STEP TO RUN AT ALL - REWORK.TRN FOR
      *                 REWORK, TIDPURGE.CTL FOR TIDPURGE. A STEP
      *                 WHOSE FILE IS ABSENT IS MARKED NOT NEEDED
      *   COMMAND       THE COMMAND LINE THAT RUNS THE STEP - THE
      *                 REST OF THE CARD, COMMAS AND ALL
      *
      * CONTROL CARDS (JOBCTL.CTL), OPTIONAL:
      *   BUSINESS-DATE=YYYY-MM-DD
      * WITHOUT IT THE BUSINESS DATE IS TAKEN FROM THE
      * BUSINESS-DATE CARD IN POPDATA.CTL; WITH NEITHER THE STREAM
      * IS NOT STARTED
      *
      * RETURN CODES: 0 STREAM COMPLETE, 8 STREAM STOPPED AT A
      * FAILED STEP, 16 CONTROL OR FILE ERROR
      *
        ENVIRONMENT DIVISION.

        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT OPTIONAL CONTROL-CARD-FILE
            ASSIGN TO './jobctl.ctl'
            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS WS-CTLCARD-FILE-STATUS.

            SELECT OPTIONAL POP-CONTROL-FILE
            ASSIGN TO './popdata.ctl'
            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS WS-POPCTL-FILE-STATUS.

            SELECT OPTIONAL STEP-FILE
            ASSIGN TO './jobctl.stp'
            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS WS-STEP-FILE-STATUS.

      *  THE PERSISTENT STEP-STATUS FILE - APPENDED ONE ROW PER
      *  STEP PER JOBCTL RUN AND NEVER OVERWRITTEN, SO IT IS ALSO
      *  THE HISTORY OF EVERY NIGHT'S STREAM
            SELECT OPTIONAL STATUS-FILE
            ASSIGN TO './jobctl.sts'
            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS WS-STS-FILE-STATUS.

            SELECT REPORT-FILE
            ASSIGN TO './jobctl.rpt'
            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS WS-REPORT-FILE-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD CONTROL-CARD-FILE      RECORD CONTAINS 80 CHARACTERS.
        01 CONTROL-CARD-RECORD    PIC X(80).

        FD POP-CONTROL-FILE       RECORD CONTAINS 80 CHARACTERS.
        01 POP-CONTROL-RECORD     PIC X(80).

        FD STEP-FILE              RECORD CONTAINS 132 CHARACTERS.
        01 STEP-RECORD            PIC X(132).

      *  STATUS IS COMPLETE, FAILED, SKIPPED (NOT RUN BECAUSE AN
      *  EARLIER STEP FAILED) OR NOTNEEDED (TRIGGER FILE ABSENT).
      *  THE TIMES ARE YYYYMMDD FOLLOWED BY HHMMSSHH
        FD STATUS-FILE            RECORD CONTAINS 85 CHARACTERS.
        01 STATUS-RECORD.
            05 STS-DATE           PIC X(10).
            05 STS-SEQ            PIC 9(3).
            05 STS-STEP           PIC X(8).
            05 STS-STATUS         PIC X(9).
            05 STS-RC             PIC 9(4).
            05 STS-MAX-RC         PIC 9(3).
            05 STS-START          PIC X(16).
            05 STS-END            PIC X(16).
            05 STS-RUN-STAMP      PIC X(16).

        FD REPORT-FILE            RECORD CONTAINS 132 CHARACTERS.
        01 REPORT-RECORD          PIC X(132).

        WORKING-STORAGE SECTION.
        01  WS-CTLCARD-FILE-STATUS PIC X(2).
        01  WS-POPCTL-FILE-STATUS PIC X(2).
        01  WS-STEP-FILE-STATUS   PIC X(2).
        01  WS-STS-FILE-STATUS    PIC X(2).
        01  WS-REPORT-FILE-STATUS PIC X(2).

        01  WS-CTL-EOF            PIC X     VALUE 'N'.
        01  WS-POPCTL-EOF         PIC X     VALUE 'N'.
        01  WS-STEP-EOF           PIC X     VALUE 'N'.
        01  WS-STS-EOF            PIC X     VALUE 'N'.

        01  WS-CTL-KEY            PIC X(20).
        01  WS-CTL-VALUE          PIC X(20).
        01  WS-BUSINESS-DATE      PIC X(10) VALUE SPACES.

      *  WORK FIELDS FOR THE DATE FORMAT EDIT - THE SAME FORMAT
      *  RULES POPDATA APPLIES TO ITS BUSINESS-DATE CONTROL CARD
        01  WS-DV-TEXT            PIC X(10).
        01  WS-DV-OK              PIC X.
        01  WS-DV-MM              PIC 99.
        01  WS-DV-DD              PIC 99.

      *  THE RUN STAMP TELLS ONE JOBCTL RUN'S STATUS ROWS FROM A
      *  RESTART'S FOR THE SAME BUSINESS DATE
        01  WS-RUN-START-DATE     PIC 9(8).
        01  WS-RUN-START-TIME     PIC 9(8).
        01  WS-RUN-STAMP          PIC X(16) VALUE SPACES.
        01  WS-STAMP-DATE         PIC 9(8).
        01  WS-STAMP-TIME         PIC 9(8).
        01  WS-STAMP-NOW          PIC X(16).

      *  THE STEP TABLE, IN STEP-FILE ORDER. WS-STEP-PRIOR IS THE
      *  LATEST STATUS ALREADY ON JOBCTL.STS FOR THE BUSINESS DATE
        01  WS-STEP-COUNT         PIC 9(2)  VALUE 0.
        01  WS-STEP-SUB           PIC 9(2)  VALUE 0.
        01  WS-STEP-TABLE.
            05 WS-STEP-ENTRY OCCURS 30 TIMES INDEXED BY WS-STEP-IDX.
                10 WS-STEP-SEQ        PIC 9(3).
                10 WS-STEP-NAME       PIC X(8).
                10 WS-STEP-MAX-RC     PIC 9(3).
                10 WS-STEP-TRIGGER    PIC X(40).
                10 WS-STEP-COMMAND    PIC X(100).
                10 WS-STEP-PRIOR      PIC X(9).
                10 WS-STEP-STATUS     PIC X(9).
                10 WS-STEP-RC         PIC 9(4).
                10 WS-STEP-START      PIC X(16).
                10 WS-STEP-END        PIC X(16).

      *  FIELDS UNSTRUNG FROM THE CURRENT STEP CARD
        01  WS-STP-PTR            PIC 9(3).
        01  WS-STP-SEQ-TEXT       PIC X(10).
        01  WS-STP-NAME           PIC X(10).
        01  WS-STP-MAX-TEXT       PIC X(10).
        01  WS-STP-TRIGGER        PIC X(40).
        01  WS-STP-ERROR          PIC X(40) VALUE SPACES.

      *  WORK FIELDS FOR NUM-EDIT-PARA - ONE TO THREE DIGITS
      *  FOLLOWED ONLY BY SPACES
        01  WS-NUM-TEXT           PIC X(10).
        01  WS-NUM-VALUE          PIC 9(3).
        01  WS-NUM-SUB            PIC 9(2).
        01  WS-NUM-DIGITS         PIC 9(2).
        01  WS-NUM-DONE           PIC X.
        01  WS-NUM-OK             PIC X.

      *  STEP EXECUTION. THE SHELL HANDS BACK THE EXIT STATUS IN THE
      *  HIGH-ORDER BYTE, SO THE STEP'S OWN RETURN CODE IS THE
      *  RESULT DIVIDED BY 256. THE LOW-ORDER BYTE IS THE SIGNAL
      *  THAT KILLED THE STEP, IF ANY - SUCH A STEP NEVER FINISHED
      *  AND IS GIVEN RC 9999
        01  WS-STREAM-STOPPED     PIC X     VALUE 'N'.
        01  WS-TRIGGER-EXISTS     PIC X     VALUE 'N'.
        01  WS-SYS-RESULT         PIC S9(9) COMP-5.
        01  WS-SYS-RC             PIC 9(4).
        01  WS-SYS-SIGNAL         PIC 9(4).
        01  WS-CBL-RESULT         PIC 9(8) COMP-5.
        01  WS-FILE-DETAILS       PIC X(16).
        01  WS-CMD-LINE           PIC X(101).

      *  WORK FIELDS FOR CMD-LENGTH-PARA - THE LENGTH OF WS-CMD-TEXT
      *  UP TO ITS LAST NON-BLANK, SO A COMMAND KEEPS ANY DOUBLE
      *  SPACES IT CARRIES AND IS NEVER CUT SHORT
        01  WS-CMD-TEXT           PIC X(132).
        01  WS-CMD-LEN            PIC 9(3).
        01  WS-CMD-SUB            PIC 9(3).

      *  COUNTS FOR THE REPORT AND THE OPERATOR
        01  WS-RUN-COUNT          PIC 9(2)  VALUE 0.
        01  WS-EARLIER-COUNT      PIC 9(2)  VALUE 0.
        01  WS-FAILED-COUNT       PIC 9(2)  VALUE 0.
        01  WS-SKIPPED-COUNT      PIC 9(2)  VALUE 0.
        01  WS-NOTNEEDED-COUNT    PIC 9(2)  VALUE 0.

        01  WS-CONVERTED-SEQ      PIC ZZ9.
        01  WS-CONVERTED-RC       PIC ZZZ9.
        01  WS-CONVERTED-MAX      PIC ZZ9.
        01  WS-REPORT-NOTE        PIC X(40).

        PROCEDURE DIVISION.
        MAIN-PROCEDURE.
            ACCEPT WS-RUN-START-DATE FROM DATE YYYYMMDD.
            ACCEPT WS-RUN-START-TIME FROM TIME.
            MOVE WS-RUN-START-DATE TO WS-RUN-STAMP (1:8).
            MOVE WS-RUN-START-TIME TO WS-RUN-STAMP (9:8).
            PERFORM CONTROL-CARD-LOAD-PROCEDURE.
            IF WS-BUSINESS-DATE = SPACES
                PERFORM POP-CONTROL-SCAN-PROCEDURE
            END-IF.
            IF WS-BUSINESS-DATE = SPACES
                DISPLAY 'JOBCTL: NO BUSINESS-DATE CARD IN JOBCTL.CTL'
                    ' OR POPDATA.CTL - STREAM NOT STARTED'
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM STEP-LOAD-PROCEDURE.
            IF WS-STEP-COUNT = 0
                DISPLAY 'JOBCTL: NO STEPS ON JOBCTL.STP - STREAM NOT'
                    ' STARTED'
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM STATUS-LOAD-PROCEDURE.
            OPEN OUTPUT REPORT-FILE.
            IF WS-REPORT-FILE-STATUS NOT = '00'
                DISPLAY 'JOBCTL: CANNOT OPEN JOBCTL.RPT - STATUS '
                    WS-REPORT-FILE-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM REPORT-HEADER-PROCEDURE.
            PERFORM STEP-RUN-PARA
                VARYING WS-STEP-IDX FROM 1 BY 1
                UNTIL WS-STEP-IDX > WS-STEP-COUNT.
            PERFORM REPORT-TRAILER-PROCEDURE.
            CLOSE REPORT-FILE.
            DISPLAY 'STEPS RUN: ' WS-RUN-COUNT.
            DISPLAY 'STEPS COMPLETE IN AN EARLIER RUN: '
                WS-EARLIER-COUNT.
            DISPLAY 'STEPS NOT NEEDED: ' WS-NOTNEEDED-COUNT.
            DISPLAY 'STEPS SKIPPED: ' WS-SKIPPED-COUNT.
            IF WS-STREAM-STOPPED = 'Y'
                DISPLAY 'JOBCTL: STREAM STOPPED FOR ' WS-BUSINESS-DATE
                    ' - RERUN JOBCTL TO RESTART AT THE FAILED STEP'
                MOVE 8 TO RETURN-CODE
            ELSE
                MOVE 0 TO RETURN-CODE
            END-IF.
            STOP RUN.

      *  ONLY BUSINESS-DATE IS RECOGNIZED - A MISKEYED CARD STOPS
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
                IF WS-CTL-KEY = 'BUSINESS-DATE'
                    MOVE WS-CTL-VALUE (1:10) TO WS-BUSINESS-DATE
                    MOVE WS-BUSINESS-DATE TO WS-DV-TEXT
                    PERFORM DATE-FORMAT-CHECK-PARA
                    IF WS-DV-OK = 'N'
                        DISPLAY 'INVALID BUSINESS-DATE CONTROL CARD: '
                            WS-CTL-VALUE
                        MOVE 16 TO RETURN-CODE
                        STOP RUN
                    END-IF
                ELSE
                    DISPLAY 'UNRECOGNIZED CONTROL CARD: '
                        CONTROL-CARD-RECORD
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
            END-IF.

      *  POPDATA.CTL CARRIES POPDATA'S OWN CARDS TOO - ONLY ITS
      *  BUSINESS-DATE IS OF INTEREST HERE AND THE REST ARE LEFT
      *  FOR POPDATA TO EDIT
        POP-CONTROL-SCAN-PROCEDURE.
            OPEN INPUT POP-CONTROL-FILE.
            IF WS-POPCTL-FILE-STATUS = '00'
             OR WS-POPCTL-FILE-STATUS = '05'
                PERFORM POP-CONTROL-READ-PARA
                    UNTIL WS-POPCTL-EOF = 'Y'
                CLOSE POP-CONTROL-FILE
            END-IF.

        POP-CONTROL-READ-PARA.
            READ POP-CONTROL-FILE
                    AT END MOVE 'Y' TO WS-POPCTL-EOF
                NOT AT END
                    MOVE SPACES TO WS-CTL-KEY
                    MOVE SPACES TO WS-CTL-VALUE
                    UNSTRING POP-CONTROL-RECORD DELIMITED BY '='
                        INTO WS-CTL-KEY WS-CTL-VALUE
                    END-UNSTRING
                    IF WS-CTL-KEY = 'BUSINESS-DATE'
                        MOVE WS-CTL-VALUE (1:10) TO WS-DV-TEXT
                        PERFORM DATE-FORMAT-CHECK-PARA
                        IF WS-DV-OK = 'Y'
                            MOVE WS-DV-TEXT TO WS-BUSINESS-DATE
                        END-IF
                    END-IF
            END-READ.

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

      *  A BAD STEP CARD STOPS THE RUN BEFORE ANY STEP STARTS - A
      *  STREAM RUN FROM HALF A STEP FILE IS WORSE THAN NONE
        STEP-LOAD-PROCEDURE.
            OPEN INPUT STEP-FILE.
            IF WS-STEP-FILE-STATUS = '00'
             OR WS-STEP-FILE-STATUS = '05'
                PERFORM STEP-READ-PARA
                    UNTIL WS-STEP-EOF = 'Y'
                CLOSE STEP-FILE
            END-IF.

        STEP-READ-PARA.
            READ STEP-FILE
                    AT END MOVE 'Y' TO WS-STEP-EOF
                NOT AT END
                    IF STEP-RECORD NOT = SPACES
                       AND STEP-RECORD (1:1) NOT = '*'
                        PERFORM STEP-BUILD-PARA
                    END-IF
            END-READ.

        STEP-BUILD-PARA.
            MOVE SPACES TO WS-STP-ERROR.
            MOVE SPACES TO WS-STP-SEQ-TEXT.
            MOVE SPACES TO WS-STP-NAME.
            MOVE SPACES TO WS-STP-MAX-TEXT.
            MOVE SPACES TO WS-STP-TRIGGER.
            MOVE 1 TO WS-STP-PTR.
            UNSTRING STEP-RECORD DELIMITED BY ','
                INTO WS-STP-SEQ-TEXT WS-STP-NAME WS-STP-MAX-TEXT
                     WS-STP-TRIGGER
                WITH POINTER WS-STP-PTR
            END-UNSTRING.
            IF WS-STEP-COUNT NOT < 30
                MOVE 'MORE THAN 30 STEPS' TO WS-STP-ERROR
            END-IF.
            IF WS-STP-ERROR = SPACES
                ADD 1 TO WS-STEP-COUNT
                MOVE WS-STP-SEQ-TEXT TO WS-NUM-TEXT
                PERFORM NUM-EDIT-PARA
                IF WS-NUM-OK = 'N'
                    MOVE 'SEQ NOT 1-3 DIGITS' TO WS-STP-ERROR
                ELSE
                    MOVE WS-NUM-VALUE TO WS-STEP-SEQ (WS-STEP-COUNT)
                END-IF
            END-IF.
            IF WS-STP-ERROR = SPACES
                IF WS-STP-NAME = SPACES
                 OR WS-STP-NAME (9:2) NOT = SPACES
                    MOVE 'STEP NAME BLANK OR OVER 8' TO WS-STP-ERROR
                ELSE
                    MOVE WS-STP-NAME TO WS-STEP-NAME (WS-STEP-COUNT)
                END-IF
            END-IF.
            IF WS-STP-ERROR = SPACES
                MOVE WS-STP-MAX-TEXT TO WS-NUM-TEXT
                PERFORM NUM-EDIT-PARA
                IF WS-NUM-OK = 'N'
                    MOVE 'MAX RC NOT 1-3 DIGITS' TO WS-STP-ERROR
                ELSE
                    MOVE WS-NUM-VALUE TO WS-STEP-MAX-RC (WS-STEP-COUNT)
                END-IF
            END-IF.
            IF WS-STP-ERROR = SPACES
                IF WS-STP-TRIGGER = SPACES
                    MOVE 'NO TRIGGER FILE OR ALWAYS' TO WS-STP-ERROR
                ELSE
                    MOVE WS-STP-TRIGGER
                        TO WS-STEP-TRIGGER (WS-STEP-COUNT)
                END-IF
            END-IF.
            IF WS-STP-ERROR = SPACES
                MOVE STEP-RECORD TO WS-CMD-TEXT
                PERFORM CMD-LENGTH-PARA
                IF WS-STP-PTR > 132
                    MOVE 'NO COMMAND' TO WS-STP-ERROR
                END-IF
            END-IF.
            IF WS-STP-ERROR = SPACES
                IF WS-CMD-LEN > WS-STP-PTR + 99
                    MOVE 'COMMAND TOO LONG' TO WS-STP-ERROR
                ELSE
                    MOVE STEP-RECORD (WS-STP-PTR:)
                        TO WS-STEP-COMMAND (WS-STEP-COUNT)
                    IF WS-STEP-COMMAND (WS-STEP-COUNT) = SPACES
                        MOVE 'NO COMMAND' TO WS-STP-ERROR
                    END-IF
                END-IF
            END-IF.
            IF WS-STP-ERROR = SPACES
                PERFORM STEP-DUP-CHECK-PARA
                    VARYING WS-STEP-SUB FROM 1 BY 1
                    UNTIL WS-STEP-SUB NOT < WS-STEP-COUNT
            END-IF.
            IF WS-STP-ERROR NOT = SPACES
                DISPLAY 'INVALID STEP CARD - ' WS-STP-ERROR ': '
                    STEP-RECORD
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            MOVE SPACES TO WS-STEP-PRIOR (WS-STEP-COUNT).
            MOVE SPACES TO WS-STEP-STATUS (WS-STEP-COUNT).
            MOVE 0      TO WS-STEP-RC (WS-STEP-COUNT).
            MOVE SPACES TO WS-STEP-START (WS-STEP-COUNT).
            MOVE SPACES TO WS-STEP-END (WS-STEP-COUNT).

        STEP-DUP-CHECK-PARA.
            IF WS-STEP-SEQ (WS-STEP-SUB) = WS-STEP-SEQ (WS-STEP-COUNT)
                MOVE 'DUPLICATE SEQ' TO WS-STP-ERROR
            END-IF.

      *  LENGTH OF WS-CMD-TEXT UP TO ITS LAST NON-BLANK, ZERO WHEN
      *  IT IS ALL SPACES
        CMD-LENGTH-PARA.
            MOVE 0 TO WS-CMD-LEN.
            PERFORM CMD-SCAN-PARA
                VARYING WS-CMD-SUB FROM 132 BY -1
                UNTIL WS-CMD-SUB = 0
                   OR WS-CMD-LEN > 0.

        CMD-SCAN-PARA.
            IF WS-CMD-TEXT (WS-CMD-SUB:1) NOT = SPACE
                MOVE WS-CMD-SUB TO WS-CMD-LEN
            END-IF.

      *  ONE TO THREE DIGITS FOLLOWED ONLY BY SPACES, FROM
      *  WS-NUM-TEXT INTO WS-NUM-VALUE
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

      *  THE LATEST ROW FOR EACH STEP UNDER THIS BUSINESS DATE IS
      *  ITS STANDING STATUS - ROWS ARE APPENDED IN RUN ORDER, SO A
      *  LATER ROW SIMPLY OVERLAYS AN EARLIER ONE
        STATUS-LOAD-PROCEDURE.
            OPEN INPUT STATUS-FILE.
            IF WS-STS-FILE-STATUS = '00'
             OR WS-STS-FILE-STATUS = '05'
                PERFORM STATUS-READ-PARA
                    UNTIL WS-STS-EOF = 'Y'
                CLOSE STATUS-FILE
            ELSE
                DISPLAY 'JOBCTL: CANNOT OPEN JOBCTL.STS - STATUS '
                    WS-STS-FILE-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.

        STATUS-READ-PARA.
            READ STATUS-FILE
                    AT END MOVE 'Y' TO WS-STS-EOF
                NOT AT END
                    IF STS-DATE = WS-BUSINESS-DATE
                        PERFORM STATUS-MATCH-PARA
                            VARYING WS-STEP-SUB FROM 1 BY 1
                            UNTIL WS-STEP-SUB > WS-STEP-COUNT
                    END-IF
            END-READ.

        STATUS-MATCH-PARA.
            IF WS-STEP-SEQ (WS-STEP-SUB) = STS-SEQ
               AND WS-STEP-NAME (WS-STEP-SUB) = STS-STEP
                MOVE STS-STATUS TO WS-STEP-PRIOR (WS-STEP-SUB)
                MOVE STS-RC     TO WS-STEP-RC (WS-STEP-SUB)
                MOVE STS-START  TO WS-STEP-START (WS-STEP-SUB)
                MOVE STS-END    TO WS-STEP-END (WS-STEP-SUB)
            END-IF.

      *  ONE STEP: ALREADY COMPLETE FOR THIS DATE - PASSED OVER;
      *  STREAM ALREADY STOPPED - SKIPPED; TRIGGER FILE ABSENT - NOT
      *  NEEDED; OTHERWISE RUN AND JUDGED AGAINST ITS MAX RC
        STEP-RUN-PARA.
            MOVE SPACES TO WS-REPORT-NOTE.
            IF WS-STEP-PRIOR (WS-STEP-IDX) = 'COMPLETE'
                ADD 1 TO WS-EARLIER-COUNT
                MOVE 'COMPLETE' TO WS-STEP-STATUS (WS-STEP-IDX)
                MOVE 'COMPLETE IN AN EARLIER RUN' TO WS-REPORT-NOTE
            ELSE
                MOVE 0 TO WS-STEP-RC (WS-STEP-IDX)
                PERFORM STAMP-NOW-PARA
                MOVE WS-STAMP-NOW TO WS-STEP-START (WS-STEP-IDX)
                MOVE WS-STAMP-NOW TO WS-STEP-END (WS-STEP-IDX)
                IF WS-STREAM-STOPPED = 'Y'
                    ADD 1 TO WS-SKIPPED-COUNT
                    MOVE 'SKIPPED' TO WS-STEP-STATUS (WS-STEP-IDX)
                    MOVE 'EARLIER STEP FAILED' TO WS-REPORT-NOTE
                ELSE
                    PERFORM TRIGGER-CHECK-PARA
                    IF WS-TRIGGER-EXISTS = 'N'
                        ADD 1 TO WS-NOTNEEDED-COUNT
                        MOVE 'NOTNEEDED' TO WS-STEP-STATUS (WS-STEP-IDX)
                        MOVE 'TRIGGER FILE NOT ON DISK'
                            TO WS-REPORT-NOTE
                    ELSE
                        PERFORM STEP-EXECUTE-PARA
                    END-IF
                END-IF
                PERFORM STATUS-WRITE-PARA
            END-IF.
            PERFORM REPORT-STEP-LINE-PARA.

        TRIGGER-CHECK-PARA.
            IF WS-STEP-TRIGGER (WS-STEP-IDX) = 'ALWAYS'
                MOVE 'Y' TO WS-TRIGGER-EXISTS
            ELSE
                CALL 'CBL_CHECK_FILE_EXIST'
                    USING WS-STEP-TRIGGER (WS-STEP-IDX)
                          WS-FILE-DETAILS
                    RETURNING WS-CBL-RESULT
                IF WS-CBL-RESULT = 0
                    MOVE 'Y' TO WS-TRIGGER-EXISTS
                ELSE
                    MOVE 'N' TO WS-TRIGGER-EXISTS
                END-IF
            END-IF.

        STEP-EXECUTE-PARA.
            ADD 1 TO WS-RUN-COUNT.
            DISPLAY 'JOBCTL: STARTING STEP '
                WS-STEP-SEQ (WS-STEP-IDX) ' '
                WS-STEP-NAME (WS-STEP-IDX).
            MOVE WS-STEP-COMMAND (WS-STEP-IDX) TO WS-CMD-TEXT.
            PERFORM CMD-LENGTH-PARA.
            MOVE LOW-VALUES TO WS-CMD-LINE.
            STRING WS-CMD-TEXT (1:WS-CMD-LEN) DELIMITED BY SIZE
                   X'00' DELIMITED BY SIZE
                   INTO WS-CMD-LINE
            END-STRING.
            CALL 'SYSTEM' USING WS-CMD-LINE.
            MOVE RETURN-CODE TO WS-SYS-RESULT.
            MOVE 0 TO RETURN-CODE.
            IF WS-SYS-RESULT < 0
                MOVE 9999 TO WS-SYS-RC
            ELSE
                DIVIDE WS-SYS-RESULT BY 256 GIVING WS-SYS-RC
                    REMAINDER WS-SYS-SIGNAL
                IF WS-SYS-SIGNAL NOT = 0
                    MOVE 9999 TO WS-SYS-RC
                END-IF
            END-IF.
            PERFORM STAMP-NOW-PARA.
            MOVE WS-STAMP-NOW TO WS-STEP-END (WS-STEP-IDX).
            MOVE WS-SYS-RC TO WS-STEP-RC (WS-STEP-IDX).
            IF WS-SYS-RC > WS-STEP-MAX-RC (WS-STEP-IDX)
                ADD 1 TO WS-FAILED-COUNT
                MOVE 'Y' TO WS-STREAM-STOPPED
                MOVE 'FAILED' TO WS-STEP-STATUS (WS-STEP-IDX)
                MOVE 'RC OVER MAXIMUM - STREAM STOPPED'
                    TO WS-REPORT-NOTE
            ELSE
                MOVE 'COMPLETE' TO WS-STEP-STATUS (WS-STEP-IDX)
            END-IF.
            DISPLAY 'JOBCTL: STEP ' WS-STEP-NAME (WS-STEP-IDX)
                ' ENDED RC ' WS-SYS-RC ' - '
                WS-STEP-STATUS (WS-STEP-IDX).

        STAMP-NOW-PARA.
            ACCEPT WS-STAMP-DATE FROM DATE YYYYMMDD.
            ACCEPT WS-STAMP-TIME FROM TIME.
            MOVE WS-STAMP-DATE TO WS-STAMP-NOW (1:8).
            MOVE WS-STAMP-TIME TO WS-STAMP-NOW (9:8).

      *  ONE ROW PER STEP ACTED ON, WRITTEN AS SOON AS THE STEP ENDS
      *  SO A CONTROLLER THAT DIES MID-STREAM STILL LEAVES THE
      *  STEPS THAT DID FINISH ON RECORD FOR THE RESTART
        STATUS-WRITE-PARA.
            OPEN EXTEND STATUS-FILE.
            IF WS-STS-FILE-STATUS NOT = '00'
             AND WS-STS-FILE-STATUS NOT = '05'
                DISPLAY 'JOBCTL: CANNOT EXTEND JOBCTL.STS - STATUS '
                    WS-STS-FILE-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            MOVE SPACES TO STATUS-RECORD.
            MOVE WS-BUSINESS-DATE TO STS-DATE.
            MOVE WS-STEP-SEQ (WS-STEP-IDX)    TO STS-SEQ.
            MOVE WS-STEP-NAME (WS-STEP-IDX)   TO STS-STEP.
            MOVE WS-STEP-STATUS (WS-STEP-IDX) TO STS-STATUS.
            MOVE WS-STEP-RC (WS-STEP-IDX)     TO STS-RC.
            MOVE WS-STEP-MAX-RC (WS-STEP-IDX) TO STS-MAX-RC.
            MOVE WS-STEP-START (WS-STEP-IDX)  TO STS-START.
            MOVE WS-STEP-END (WS-STEP-IDX)    TO STS-END.
            MOVE WS-RUN-STAMP TO STS-RUN-STAMP.
            WRITE STATUS-RECORD.
            CLOSE STATUS-FILE.

        REPORT-HEADER-PROCEDURE.
            MOVE SPACES TO REPORT-RECORD.
            STRING 'NIGHTLY JOB STREAM - BUSINESS DATE '
                   WS-BUSINESS-DATE
                   '   RUN ' WS-RUN-START-DATE ' ' WS-RUN-START-TIME
                   DELIMITED BY SIZE INTO REPORT-RECORD
            END-STRING.
            WRITE REPORT-RECORD.
            MOVE SPACES TO REPORT-RECORD.
            WRITE REPORT-RECORD.
            MOVE SPACES TO REPORT-RECORD.
            STRING 'SEQ STEP     STATUS      RC MAX '
                   'STARTED          ENDED            NOTE'
                   DELIMITED BY SIZE INTO REPORT-RECORD
            END-STRING.
            WRITE REPORT-RECORD.

        REPORT-STEP-LINE-PARA.
            MOVE WS-STEP-SEQ (WS-STEP-IDX)    TO WS-CONVERTED-SEQ.
            MOVE WS-STEP-RC (WS-STEP-IDX)     TO WS-CONVERTED-RC.
            MOVE WS-STEP-MAX-RC (WS-STEP-IDX) TO WS-CONVERTED-MAX.
            MOVE SPACES TO REPORT-RECORD.
            STRING WS-CONVERTED-SEQ ' '
                   WS-STEP-NAME (WS-STEP-IDX) ' '
                   WS-STEP-STATUS (WS-STEP-IDX) ' '
                   WS-CONVERTED-RC ' '
                   WS-CONVERTED-MAX ' '
                   WS-STEP-START (WS-STEP-IDX) ' '
                   WS-STEP-END (WS-STEP-IDX) ' '
                   WS-REPORT-NOTE
                   DELIMITED BY SIZE INTO REPORT-RECORD
            END-STRING.
            WRITE REPORT-RECORD.

        REPORT-TRAILER-PROCEDURE.
            MOVE SPACES TO REPORT-RECORD.
            WRITE REPORT-RECORD.
            MOVE SPACES TO REPORT-RECORD.
            IF WS-STREAM-STOPPED = 'Y'
                STRING 'STREAM STOPPED - RERUN JOBCTL FOR '
                       WS-BUSINESS-DATE
                       ' TO RESTART AT THE FAILED STEP'
                       DELIMITED BY SIZE INTO REPORT-RECORD
                END-STRING
            ELSE
                STRING 'STREAM COMPLETE FOR ' WS-BUSINESS-DATE
                       DELIMITED BY SIZE INTO REPORT-RECORD
                END-STRING
            END-IF.
            WRITE REPORT-RECORD.
