      * Store-Partitioned POPDATA Driver
        IDENTIFICATION DIVISION.
         PROGRAM-ID.     POPSPLIT.
         AUTHOR.         Mark.
         INSTALLATION.   Ubuntu.
         DATE-WRITTEN.   2026-10-15.
         DATE-COMPILED.  2026-10-15.
      *
      * PROJECT DESC: RUNS A COMBINED MULTI-STORE EXTRACT THROUGH
      * POPDATA ONE STORE AT A TIME. THE EXTRACT (DATA.NOSP) IS CUT
      * AT ITS HDR BOUNDARIES INTO ONE SEGMENT FILE PER STORE
      * (DATA.NOSP.SSSS) - EACH SEGMENT KEEPS ITS OWN HDR, DETAIL,
      * TND AND TRL LINES, AND A STORE THAT TURNS UP UNDER MORE
      * THAN ONE HDR GETS ALL OF ITS PIECES IN ONE SEGMENT. LINES
      * AHEAD OF THE FIRST HDR, AND A HDR WITH A BLANK STORE, GO TO
      * STORE 0000 THE WAY POPDATA FILES A BLANK STORE. THE
      * SEGMENTS ARE LISTED ON THE SEGMENT MANIFEST (POPDATA.SEG)
      * IN EXTRACT ORDER, EACH WITH THE STAMP OF THE SPLIT THAT CUT
      * IT. POPDATA IS THEN RUN ONCE PER SEGMENT (SEGMENT=SSSS ON
      * POPDATA.SGC) - EACH RUN HAS ITS OWN CHECKPOINT AND ITS OWN
      * BALANCE VERDICT, POSTED TO THE SEGMENT STATUS FILE
      * (POPDATA.SGS) - AND ONCE MORE WITH CONSOLIDATE=Y TO MERGE
      * THE BALANCED SEGMENTS AND FINALIZE THE BUSINESS DATE. A
      * STORE WHOSE SEGMENT IS OUT OF BALANCE IS HELD BACK BY THE
      * CONSOLIDATION AND DOES NOT STOP ANY OTHER STORE'S LOAD.
      *
      * A SECOND POPSPLIT FOR THE SAME BUSINESS DATE RE-CUTS THE
      * EXTRACT BUT KEEPS THE STAMP OF EVERY SEGMENT WHOSE CONTENT
      * HAS NOT CHANGED, SO A SEGMENT ALREADY IN BALANCE IS NOT RUN
      * AGAIN - ONLY THE CHANGED, FAILED AND NOT-YET-RUN SEGMENTS
      * ARE. A STORE MISSING FROM A RE-SENT EXTRACT KEEPS ITS
      * MANIFEST ROW AND ITS SEGMENT FROM THE EARLIER CUT. TO BRING
      * A HELD STORE IN AFTER THE DATE HAS BEEN CONSOLIDATED, PUT
      * RERUN=Y ON POPDATA.CTL BEFORE RUNNING POPSPLIT AGAIN
      *
      * CONTROL CARDS (POPSPLIT.CTL), OPTIONAL:
      *   COMMAND=<COMMAND LINE THAT RUNS POPDATA>  DEFAULT ./POPDATA
      * THE BUSINESS DATE IS TAKEN FROM THE BUSINESS-DATE CARD IN
      * POPDATA.CTL, ELSE FROM THE FIRST VALID HDR DATE IN THE
      * EXTRACT; WITH NEITHER NOTHING IS RUN
      *
      * RETURN CODES: THE CONSOLIDATION RUN'S - 0 ALL STORES
      * LOADED, 4 SOME STORES HELD BACK, 8 NO STORE IN BALANCE -
      * OR 16 FOR A CONTROL OR FILE ERROR, OR A SEGMENT RUN THAT
      * ENDED ABOVE 8 (THE SEGMENTS AFTER IT ARE NOT RUN)
      *
        ENVIRONMENT DIVISION.

        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT OPTIONAL CONTROL-CARD-FILE
            ASSIGN TO './popsplit.ctl'
            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS WS-CTLCARD-FILE-STATUS.

            SELECT OPTIONAL POP-CONTROL-FILE
            ASSIGN TO './popdata.ctl'
            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS WS-POPCTL-FILE-STATUS.

            SELECT INPUT-FILE
            ASSIGN USING WS-INPUT-FILE-NAME
            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS WS-INPUT-FILE-STATUS.

      *  A SEGMENT IS CUT TO DATA.NOSP.SSSS.NEW AND ONLY REPLACES
      *  THE STORE'S DATA.NOSP.SSSS ONCE IT IS KNOWN TO DIFFER
            SELECT SEGMENT-OUT-FILE
            ASSIGN USING WS-NEW-FILE-NAME
            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS WS-OUT-FILE-STATUS.

            SELECT OPTIONAL OLD-SEGMENT-FILE
            ASSIGN USING WS-OLD-FILE-NAME
            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS WS-OLD-FILE-STATUS.

            SELECT OPTIONAL SEGMENT-MANIFEST-FILE
            ASSIGN TO './popdata.seg'
            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS WS-SEG-FILE-STATUS.

            SELECT OPTIONAL SEGMENT-STATUS-FILE
            ASSIGN TO './popdata.sgs'
            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS WS-SGS-FILE-STATUS.

      *  WRITTEN FRESH FOR EACH POPDATA RUN AND DELETED AFTER IT, SO
      *  A POPDATA RUN BY HAND OR BY JOBCTL NEVER PICKS ONE UP
            SELECT SEGMENT-CARD-FILE
            ASSIGN USING WS-SGC-FILE-NAME
            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS WS-SGC-FILE-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD CONTROL-CARD-FILE      RECORD CONTAINS 80 CHARACTERS.
        01 CONTROL-CARD-RECORD    PIC X(80).

        FD POP-CONTROL-FILE       RECORD CONTAINS 80 CHARACTERS.
        01 POP-CONTROL-RECORD     PIC X(80).

        FD INPUT-FILE             RECORD CONTAINS 180 CHARACTERS.
        01 INPUT-RECORD           PIC X(180).

        FD SEGMENT-OUT-FILE       RECORD CONTAINS 180 CHARACTERS.
        01 SEGMENT-OUT-RECORD     PIC X(180).

        FD OLD-SEGMENT-FILE       RECORD CONTAINS 180 CHARACTERS.
        01 OLD-SEGMENT-RECORD     PIC X(180).

      *  LAYOUT MATCHES THE SEGMENT-MANIFEST-FILE FD IN POPDATA -
      *  BUILT AND UNPACKED THROUGH WS-SEG-ROW
        FD SEGMENT-MANIFEST-FILE  RECORD CONTAINS 44 CHARACTERS.
        01 SEGMENT-MANIFEST-RECORD PIC X(44).

      *  LAYOUT MATCHES THE SEGMENT-STATUS-FILE FD IN POPDATA -
      *  UNPACKED THROUGH WS-SGS-ROW
        FD SEGMENT-STATUS-FILE    RECORD CONTAINS 242 CHARACTERS.
        01 SEGMENT-STATUS-RECORD  PIC X(242).

        FD SEGMENT-CARD-FILE      RECORD CONTAINS 80 CHARACTERS.
        01 SEGMENT-CARD-RECORD    PIC X(80).

        WORKING-STORAGE SECTION.
        01  WS-CTLCARD-FILE-STATUS PIC X(2).
        01  WS-POPCTL-FILE-STATUS PIC X(2).
        01  WS-INPUT-FILE-STATUS  PIC X(2).
        01  WS-OUT-FILE-STATUS    PIC X(2).
        01  WS-OLD-FILE-STATUS    PIC X(2).
        01  WS-SEG-FILE-STATUS    PIC X(2).
        01  WS-SGS-FILE-STATUS    PIC X(2).
        01  WS-SGC-FILE-STATUS    PIC X(2).

        01  WS-CTL-EOF            PIC X     VALUE 'N'.
        01  WS-POPCTL-EOF         PIC X     VALUE 'N'.
        01  WS-INPUT-EOF          PIC X     VALUE 'N'.
        01  WS-NEW-EOF            PIC X     VALUE 'N'.
        01  WS-OLD-EOF            PIC X     VALUE 'N'.
        01  WS-SEG-EOF            PIC X     VALUE 'N'.
        01  WS-SGS-EOF            PIC X     VALUE 'N'.

        01  WS-CTL-KEY            PIC X(20).
        01  WS-CTL-VALUE          PIC X(20).
        01  WS-CTL-PTR            PIC 9(3).
        01  WS-BUSINESS-DATE      PIC X(10) VALUE SPACES.
        01  WS-POP-COMMAND        PIC X(100) VALUE './POPDATA'.

      *  WORK FIELDS FOR THE DATE FORMAT EDIT - THE SAME FORMAT
      *  RULES POPDATA APPLIES TO ITS BUSINESS-DATE CONTROL CARD
        01  WS-DV-TEXT            PIC X(10).
        01  WS-DV-OK              PIC X.
        01  WS-DV-MM              PIC 99.
        01  WS-DV-DD              PIC 99.

      *  THE SPLIT STAMP GIVEN TO EVERY SEGMENT THIS RUN CUTS NEW
        01  WS-RUN-START-DATE     PIC 9(8).
        01  WS-RUN-START-TIME     PIC 9(8).
        01  WS-RUN-STAMP          PIC X(16) VALUE SPACES.

      *  FILE NAMES. THE SEGMENT NAMES ARE THE EXTRACT'S NAME WITH
      *  '.' AND THE STORE ADDED - THE SAME RULE POPDATA'S SEGMENT
      *  RUN USES TO FIND ITS INPUT
        01  WS-INPUT-FILE-NAME    PIC X(40) VALUE './data.nosp'.
        01  WS-SGC-FILE-NAME      PIC X(40) VALUE './popdata.sgc'.
        01  WS-NAME-STORE         PIC X(4).
        01  WS-OLD-FILE-NAME      PIC X(40).
        01  WS-NEW-FILE-NAME      PIC X(40).

      *  HDR FIELDS - HDR,EXTRACT DATE,STORE,EXPECTED COUNT
        01  WS-HDR-TAG            PIC X(4).
        01  WS-HDR-DATE           PIC X(10).
        01  WS-HDR-STORE          PIC X(4).

      *  THE SEGMENTS CUT FROM THIS EXTRACT, IN EXTRACT ORDER. THE
      *  RECORD COUNT IS THE DETAIL RECORDS - EVERY LINE BUT HDR,
      *  TRL AND TND, THE SAME LINES POPDATA COUNTS AS READ
        01  WS-SPT-COUNT          PIC 9(3)  VALUE 0.
        01  WS-SPT-SUB            PIC 9(3)  VALUE 0.
        01  WS-SPT-FOUND          PIC X     VALUE 'N'.
        01  WS-SPT-SEARCH-STORE   PIC X(4).
        01  WS-SPT-TABLE.
            05 WS-SPT-ENTRY OCCURS 500 TIMES INDEXED BY WS-SPT-IDX.
                10 WS-SPT-STORE       PIC X(4).
                10 WS-SPT-RECORDS     PIC 9(7).
                10 WS-SPT-LINES       PIC 9(7).
        01  WS-OUT-OPEN           PIC X     VALUE 'N'.

      *  THE MANIFEST BEING BUILT - THE BUSINESS DATE'S EARLIER ROWS
      *  IN THEIR ORIGINAL ORDER, THEN ANY STORE NEW TO THIS CUT.
      *  WS-MFT-DONE IS 'Y' ONCE THE STATUS FILE HOLDS AN IN-BALANCE
      *  ROW FOR THE SEGMENT'S CURRENT SPLIT STAMP
        01  WS-MFT-COUNT          PIC 9(3)  VALUE 0.
        01  WS-MFT-SUB            PIC 9(3)  VALUE 0.
        01  WS-MFT-FOUND          PIC X     VALUE 'N'.
        01  WS-MFT-SEARCH-STORE   PIC X(4).
        01  WS-MFT-TABLE.
            05 WS-MFT-ENTRY OCCURS 500 TIMES INDEXED BY WS-MFT-IDX.
                10 WS-MFT-STORE       PIC X(4).
                10 WS-MFT-STAMP       PIC X(16).
                10 WS-MFT-RECORDS     PIC 9(7).
                10 WS-MFT-LINES       PIC 9(7).
                10 WS-MFT-DONE        PIC X.

      *  ONE SEGMENT MANIFEST ROW - SAME FIELDS AS POPDATA'S
        01  WS-SEG-ROW.
            05 WS-SEG-ROW-DATE    PIC X(10).
            05 WS-SEG-ROW-STORE   PIC X(4).
            05 WS-SEG-ROW-STAMP   PIC X(16).
            05 WS-SEG-ROW-RECORDS PIC 9(7).
            05 WS-SEG-ROW-LINES   PIC 9(7).

      *  ONE SEGMENT STATUS ROW - SAME FIELDS AS POPDATA'S. ONLY THE
      *  KEY AND THE VERDICT ARE USED HERE
        01  WS-SGS-ROW.
            05 WS-SGS-DATE            PIC X(10).
            05 WS-SGS-STORE           PIC X(4).
            05 WS-SGS-SPLIT-STAMP     PIC X(16).
            05 WS-SGS-RUN-STAMP       PIC X(16).
            05 WS-SGS-VERDICT         PIC X(1).
            05 WS-SGS-REASON          PIC X(40).
            05 WS-SGS-RECORD-COUNT    PIC 9(7).
            05 WS-SGS-LOADED-COUNT    PIC 9(7).
            05 WS-SGS-REJECT-COUNT    PIC 9(7).
            05 WS-SGS-REVIEW-COUNT    PIC 9(7).
            05 WS-SGS-SKU-REVIEW-COUNT PIC 9(7).
            05 WS-SGS-DUP-COUNT       PIC 9(7).
            05 WS-SGS-RETURN-COUNT    PIC 9(7).
            05 WS-SGS-OOD-COUNT       PIC 9(7).
            05 WS-SGS-LP-COUNT        PIC 9(7).
            05 WS-SGS-TENDER-COUNT    PIC 9(7).
            05 WS-SGS-HDR-SEEN        PIC X(1).
            05 WS-SGS-HDR-EXPECTED    PIC 9(7).
            05 WS-SGS-TRL-SEEN        PIC X(1).
            05 WS-SGS-TRL-COUNT       PIC 9(7).
            05 WS-SGS-TRL-QTY-HASH    PIC S9(7).
            05 WS-SGS-TRL-SALE        PIC S9(9)V99.
            05 WS-SGS-ACT-QTY-HASH    PIC S9(7).
            05 WS-SGS-ACT-SALE        PIC S9(9)V99.
            05 WS-SGS-GRAND-SALE      PIC S9(9)V99.
            05 WS-SGS-GRAND-COST      PIC S9(9)V99.
            05 WS-SGS-GRAND-PROFIT    PIC S9(9)V99.

        01  WS-CMP-SAME           PIC X     VALUE 'N'.

      *  POPDATA EXECUTION - THE SAME SHELL CALL JOBCTL USES. THE
      *  SHELL HANDS BACK THE EXIT STATUS IN THE HIGH-ORDER BYTE AND
      *  ANY SIGNAL THAT KILLED THE RUN IN THE LOW-ORDER BYTE
        01  WS-SGC-CARD           PIC X(80).
        01  WS-SYS-RESULT         PIC S9(9) COMP-5.
        01  WS-SYS-RC             PIC 9(4).
        01  WS-SYS-SIGNAL         PIC 9(4).
        01  WS-CBL-RESULT         PIC 9(8) COMP-5.
        01  WS-CMD-LINE           PIC X(101).

      *  WORK FIELDS FOR CMD-LENGTH-PARA - THE LENGTH OF THE COMMAND
      *  UP TO ITS LAST NON-BLANK, SO A COMMAND KEEPS ANY DOUBLE
      *  SPACES IT CARRIES AND IS NEVER CUT SHORT
        01  WS-CMD-LEN            PIC 9(3).
        01  WS-CMD-SUB            PIC 9(3).

      *  COUNTS FOR THE OPERATOR
        01  WS-CHANGED-COUNT      PIC 9(3)  VALUE 0.
        01  WS-UNCHANGED-COUNT    PIC 9(3)  VALUE 0.
        01  WS-RUN-COUNT          PIC 9(3)  VALUE 0.
        01  WS-HELD-COUNT         PIC 9(3)  VALUE 0.
        01  WS-EARLIER-COUNT      PIC 9(3)  VALUE 0.

        PROCEDURE DIVISION.
        MAIN-PROCEDURE.
            ACCEPT WS-RUN-START-DATE FROM DATE YYYYMMDD.
            ACCEPT WS-RUN-START-TIME FROM TIME.
            MOVE WS-RUN-START-DATE TO WS-RUN-STAMP (1:8).
            MOVE WS-RUN-START-TIME TO WS-RUN-STAMP (9:8).
            PERFORM CONTROL-CARD-LOAD-PROCEDURE.
            PERFORM POP-CONTROL-SCAN-PROCEDURE.
      *  A SEGMENT CARD LEFT BY A DRIVER THAT DIED MID-RUN WOULD
      *  TURN THE NEXT POPDATA INTO A SEGMENT RUN
            CALL 'CBL_DELETE_FILE' USING WS-SGC-FILE-NAME
                RETURNING WS-CBL-RESULT.
            PERFORM SPLIT-PROCEDURE.
            IF WS-SPT-COUNT = 0
                DISPLAY 'POPSPLIT: EXTRACT IS EMPTY - NOTHING TO RUN'
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            IF WS-BUSINESS-DATE = SPACES
                DISPLAY 'POPSPLIT: NO BUSINESS-DATE CARD IN '
                    'POPDATA.CTL AND NO VALID HDR DATE - NOT RUN'
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM MANIFEST-LOAD-PROCEDURE.
            PERFORM SEGMENT-SETTLE-PARA
                VARYING WS-SPT-IDX FROM 1 BY 1
                UNTIL WS-SPT-IDX > WS-SPT-COUNT.
            PERFORM MANIFEST-WRITE-PROCEDURE.
            DISPLAY 'POPSPLIT: ' WS-BUSINESS-DATE ' SEGMENTS CUT: '
                WS-SPT-COUNT ' CHANGED: ' WS-CHANGED-COUNT
                ' UNCHANGED: ' WS-UNCHANGED-COUNT.
            PERFORM STATUS-LOAD-PROCEDURE.
            PERFORM SEGMENT-RUN-PARA
                VARYING WS-MFT-IDX FROM 1 BY 1
                UNTIL WS-MFT-IDX > WS-MFT-COUNT.
            DISPLAY 'SEGMENTS RUN: ' WS-RUN-COUNT.
            DISPLAY 'SEGMENTS OUT OF BALANCE: ' WS-HELD-COUNT.
            DISPLAY 'SEGMENTS IN BALANCE IN AN EARLIER RUN: '
                WS-EARLIER-COUNT.
            MOVE 'CONSOLIDATE=Y' TO WS-SGC-CARD.
            DISPLAY 'POPSPLIT: STARTING CONSOLIDATION'.
            PERFORM POPDATA-RUN-PROCEDURE.
            DISPLAY 'POPSPLIT: CONSOLIDATION ENDED RC ' WS-SYS-RC.
            MOVE WS-SYS-RC TO RETURN-CODE.
            STOP RUN.

      *  ONLY COMMAND IS RECOGNIZED - THE REST OF THE CARD AFTER
      *  THE '=' IS THE COMMAND LINE, SPACES AND ALL
        CONTROL-CARD-LOAD-PROCEDURE.
            OPEN INPUT CONTROL-CARD-FILE.
            IF WS-CTLCARD-FILE-STATUS = '00'
             OR WS-CTLCARD-FILE-STATUS = '05'
                PERFORM CONTROL-CARD-READ-PARA
                    UNTIL WS-CTL-EOF = 'Y'
                CLOSE CONTROL-CARD-FILE
            END-IF.

        CONTROL-CARD-READ-PARA.
            READ CONTROL-CARD-FILE
                    AT END MOVE 'Y' TO WS-CTL-EOF
                NOT AT END PERFORM CONTROL-CARD-APPLY-PARA
            END-READ.

        CONTROL-CARD-APPLY-PARA.
            IF CONTROL-CARD-RECORD = SPACES
                CONTINUE
            ELSE
                MOVE SPACES TO WS-CTL-KEY
                MOVE 1 TO WS-CTL-PTR
                UNSTRING CONTROL-CARD-RECORD DELIMITED BY '='
                    INTO WS-CTL-KEY
                    WITH POINTER WS-CTL-PTR
                END-UNSTRING
                IF WS-CTL-KEY = 'COMMAND'
                    IF WS-CTL-PTR > 80
                        MOVE SPACES TO WS-POP-COMMAND
                    ELSE
                        MOVE CONTROL-CARD-RECORD (WS-CTL-PTR:)
                            TO WS-POP-COMMAND
                    END-IF
                    IF WS-POP-COMMAND = SPACES
                        DISPLAY 'INVALID COMMAND CONTROL CARD: '
                            CONTROL-CARD-RECORD
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

      *  CUTS THE EXTRACT INTO ITS STORE SEGMENTS. EVERY LINE GOES
      *  TO THE SEGMENT OF THE HDR ABOVE IT, SO EACH SEGMENT'S TRL
      *  AND TND LINES TRAVEL WITH ITS DETAIL
        SPLIT-PROCEDURE.
            OPEN INPUT INPUT-FILE.
            IF WS-INPUT-FILE-STATUS NOT = '00'
                DISPLAY 'POPSPLIT: CANNOT OPEN ' WS-INPUT-FILE-NAME
                    ' - STATUS ' WS-INPUT-FILE-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM SPLIT-READ-PARA
                UNTIL WS-INPUT-EOF = 'Y'.
            IF WS-OUT-OPEN = 'Y'
                CLOSE SEGMENT-OUT-FILE
            END-IF.
            CLOSE INPUT-FILE.

        SPLIT-READ-PARA.
            READ INPUT-FILE
                    AT END MOVE 'Y' TO WS-INPUT-EOF
                NOT AT END PERFORM SPLIT-ROUTE-PARA
            END-READ.

        SPLIT-ROUTE-PARA.
            IF INPUT-RECORD (1:4) = 'HDR,'
                PERFORM SPLIT-HEADER-PARA
            END-IF.
            IF WS-OUT-OPEN = 'N'
                MOVE '0000' TO WS-SPT-SEARCH-STORE
                PERFORM SPLIT-SEGMENT-OPEN-PARA
            END-IF.
            WRITE SEGMENT-OUT-RECORD FROM INPUT-RECORD.
            ADD 1 TO WS-SPT-LINES (WS-SPT-SUB).
            IF INPUT-RECORD (1:4) NOT = 'HDR,'
               AND INPUT-RECORD (1:4) NOT = 'TRL,'
               AND INPUT-RECORD (1:4) NOT = 'TND,'
                ADD 1 TO WS-SPT-RECORDS (WS-SPT-SUB)
            END-IF.

        SPLIT-HEADER-PARA.
            MOVE SPACES TO WS-HDR-DATE.
            MOVE SPACES TO WS-HDR-STORE.
            UNSTRING INPUT-RECORD DELIMITED BY ','
                INTO WS-HDR-TAG WS-HDR-DATE WS-HDR-STORE
            END-UNSTRING.
            IF WS-BUSINESS-DATE = SPACES
                MOVE WS-HDR-DATE TO WS-DV-TEXT
                PERFORM DATE-FORMAT-CHECK-PARA
                IF WS-DV-OK = 'Y'
                    MOVE WS-HDR-DATE TO WS-BUSINESS-DATE
                END-IF
            END-IF.
            IF WS-HDR-STORE = SPACES
                MOVE '0000' TO WS-HDR-STORE
            END-IF.
            MOVE WS-HDR-STORE TO WS-SPT-SEARCH-STORE.
            PERFORM SPLIT-SEGMENT-OPEN-PARA.

      *  SWITCHES THE OUTPUT TO WS-SPT-SEARCH-STORE'S SEGMENT - A
      *  NEW STORE STARTS ITS SEGMENT FILE, A STORE SEEN UNDER AN
      *  EARLIER HDR HAS THIS PIECE ADDED TO THE END OF ITS OWN
        SPLIT-SEGMENT-OPEN-PARA.
            IF WS-OUT-OPEN = 'Y'
                CLOSE SEGMENT-OUT-FILE
                MOVE 'N' TO WS-OUT-OPEN
            END-IF.
            PERFORM SPLIT-TABLE-LOOKUP-PROCEDURE.
            MOVE WS-SPT-SEARCH-STORE TO WS-NAME-STORE.
            PERFORM SEGMENT-NAMES-PARA.
            IF WS-SPT-FOUND = 'Y'
                OPEN EXTEND SEGMENT-OUT-FILE
            ELSE
                IF WS-SPT-COUNT NOT < 500
                    DISPLAY 'POPSPLIT: EXTRACT HAS OVER 500 STORES - '
                        'NOT RUN'
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
                ADD 1 TO WS-SPT-COUNT
                MOVE WS-SPT-COUNT TO WS-SPT-SUB
                MOVE WS-SPT-SEARCH-STORE TO WS-SPT-STORE (WS-SPT-SUB)
                MOVE 0 TO WS-SPT-RECORDS (WS-SPT-SUB)
                MOVE 0 TO WS-SPT-LINES (WS-SPT-SUB)
                OPEN OUTPUT SEGMENT-OUT-FILE
            END-IF.
            IF WS-OUT-FILE-STATUS NOT = '00'
                DISPLAY 'POPSPLIT: CANNOT OPEN ' WS-NEW-FILE-NAME
                    ' - STATUS ' WS-OUT-FILE-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            MOVE 'Y' TO WS-OUT-OPEN.

        SPLIT-TABLE-LOOKUP-PROCEDURE.
            MOVE 'N' TO WS-SPT-FOUND.
            MOVE 0   TO WS-SPT-SUB.
            PERFORM SPLIT-TABLE-SEARCH-PARA
                VARYING WS-SPT-IDX FROM 1 BY 1
                UNTIL WS-SPT-IDX > WS-SPT-COUNT
                   OR WS-SPT-FOUND = 'Y'.

        SPLIT-TABLE-SEARCH-PARA.
            IF WS-SPT-STORE (WS-SPT-IDX) = WS-SPT-SEARCH-STORE
                MOVE 'Y' TO WS-SPT-FOUND
                MOVE WS-SPT-IDX TO WS-SPT-SUB
            END-IF.

        SEGMENT-NAMES-PARA.
            MOVE SPACES TO WS-OLD-FILE-NAME.
            STRING WS-INPUT-FILE-NAME DELIMITED BY SPACE
                   '.'                DELIMITED BY SIZE
                   WS-NAME-STORE      DELIMITED BY SPACE
                   INTO WS-OLD-FILE-NAME
            END-STRING.
            MOVE SPACES TO WS-NEW-FILE-NAME.
            STRING WS-OLD-FILE-NAME DELIMITED BY SPACE
                   '.new'           DELIMITED BY SIZE
                   INTO WS-NEW-FILE-NAME
            END-STRING.

      *  THE MANIFEST ROWS ALREADY WRITTEN FOR THIS BUSINESS DATE.
      *  ROWS FOR ANY OTHER DATE ARE DROPPED - A NEW DATE STARTS A
      *  NEW MANIFEST
        MANIFEST-LOAD-PROCEDURE.
            OPEN INPUT SEGMENT-MANIFEST-FILE.
            IF WS-SEG-FILE-STATUS = '00'
             OR WS-SEG-FILE-STATUS = '05'
                PERFORM MANIFEST-READ-PARA
                    UNTIL WS-SEG-EOF = 'Y'
                CLOSE SEGMENT-MANIFEST-FILE
            END-IF.

        MANIFEST-READ-PARA.
            READ SEGMENT-MANIFEST-FILE INTO WS-SEG-ROW
                    AT END MOVE 'Y' TO WS-SEG-EOF
                NOT AT END
                    IF WS-SEG-ROW-DATE = WS-BUSINESS-DATE
                       AND WS-MFT-COUNT < 500
                        ADD 1 TO WS-MFT-COUNT
                        MOVE WS-SEG-ROW-STORE
                            TO WS-MFT-STORE (WS-MFT-COUNT)
                        MOVE WS-SEG-ROW-STAMP
                            TO WS-MFT-STAMP (WS-MFT-COUNT)
                        MOVE WS-SEG-ROW-RECORDS
                            TO WS-MFT-RECORDS (WS-MFT-COUNT)
                        MOVE WS-SEG-ROW-LINES
                            TO WS-MFT-LINES (WS-MFT-COUNT)
                        MOVE 'N' TO WS-MFT-DONE (WS-MFT-COUNT)
                    END-IF
            END-READ.

        MANIFEST-LOOKUP-PROCEDURE.
            MOVE 'N' TO WS-MFT-FOUND.
            MOVE 0   TO WS-MFT-SUB.
            PERFORM MANIFEST-SEARCH-PARA
                VARYING WS-MFT-IDX FROM 1 BY 1
                UNTIL WS-MFT-IDX > WS-MFT-COUNT
                   OR WS-MFT-FOUND = 'Y'.

        MANIFEST-SEARCH-PARA.
            IF WS-MFT-STORE (WS-MFT-IDX) = WS-MFT-SEARCH-STORE
                MOVE 'Y' TO WS-MFT-FOUND
                MOVE WS-MFT-IDX TO WS-MFT-SUB
            END-IF.

      *  ONE FRESHLY CUT SEGMENT. IF THE STORE IS ALREADY ON THE
      *  DATE'S MANIFEST AND ITS SEGMENT FILE READS THE SAME LINE
      *  FOR LINE, THE NEW CUT IS DISCARDED AND THE OLD STAMP KEPT,
      *  SO ITS STATUS ROW STILL COUNTS. OTHERWISE THE NEW CUT
      *  REPLACES THE SEGMENT FILE UNDER THIS RUN'S STAMP
        SEGMENT-SETTLE-PARA.
            MOVE WS-SPT-STORE (WS-SPT-IDX) TO WS-NAME-STORE.
            PERFORM SEGMENT-NAMES-PARA.
            MOVE WS-SPT-STORE (WS-SPT-IDX) TO WS-MFT-SEARCH-STORE.
            PERFORM MANIFEST-LOOKUP-PROCEDURE.
            MOVE 'N' TO WS-CMP-SAME.
            IF WS-MFT-FOUND = 'Y'
                PERFORM SEGMENT-COMPARE-PROCEDURE
            END-IF.
            IF WS-CMP-SAME = 'Y'
                CALL 'CBL_DELETE_FILE' USING WS-NEW-FILE-NAME
                    RETURNING WS-CBL-RESULT
                ADD 1 TO WS-UNCHANGED-COUNT
            ELSE
                CALL 'CBL_DELETE_FILE' USING WS-OLD-FILE-NAME
                    RETURNING WS-CBL-RESULT
                CALL 'CBL_RENAME_FILE' USING WS-NEW-FILE-NAME
                                             WS-OLD-FILE-NAME
                    RETURNING WS-CBL-RESULT
                IF WS-CBL-RESULT NOT = 0
                    DISPLAY 'POPSPLIT: CANNOT RENAME '
                        WS-NEW-FILE-NAME
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
                IF WS-MFT-FOUND = 'N'
                    IF WS-MFT-COUNT NOT < 500
                        DISPLAY 'POPSPLIT: SEGMENT MANIFEST OVER 500 '
                            'STORES - NOT RUN'
                        MOVE 16 TO RETURN-CODE
                        STOP RUN
                    END-IF
                    ADD 1 TO WS-MFT-COUNT
                    MOVE WS-MFT-COUNT TO WS-MFT-SUB
                    MOVE WS-SPT-STORE (WS-SPT-IDX)
                        TO WS-MFT-STORE (WS-MFT-SUB)
                END-IF
                MOVE WS-RUN-STAMP TO WS-MFT-STAMP (WS-MFT-SUB)
                MOVE WS-SPT-RECORDS (WS-SPT-IDX)
                    TO WS-MFT-RECORDS (WS-MFT-SUB)
                MOVE WS-SPT-LINES (WS-SPT-IDX)
                    TO WS-MFT-LINES (WS-MFT-SUB)
                MOVE 'N' TO WS-MFT-DONE (WS-MFT-SUB)
                ADD 1 TO WS-CHANGED-COUNT
            END-IF.

        SEGMENT-COMPARE-PROCEDURE.
            MOVE 'Y' TO WS-CMP-SAME.
            MOVE 'N' TO WS-NEW-EOF.
            MOVE 'N' TO WS-OLD-EOF.
            OPEN INPUT SEGMENT-OUT-FILE.
            OPEN INPUT OLD-SEGMENT-FILE.
            IF WS-OLD-FILE-STATUS NOT = '00'
                MOVE 'N' TO WS-CMP-SAME
            ELSE
                PERFORM SEGMENT-COMPARE-PARA
                    UNTIL WS-CMP-SAME = 'N'
                       OR WS-NEW-EOF = 'Y'
            END-IF.
            CLOSE SEGMENT-OUT-FILE.
            CLOSE OLD-SEGMENT-FILE.

        SEGMENT-COMPARE-PARA.
            READ SEGMENT-OUT-FILE
                    AT END MOVE 'Y' TO WS-NEW-EOF
            END-READ.
            READ OLD-SEGMENT-FILE
                    AT END MOVE 'Y' TO WS-OLD-EOF
            END-READ.
            IF WS-NEW-EOF NOT = WS-OLD-EOF
                MOVE 'N' TO WS-CMP-SAME
            ELSE
                IF WS-NEW-EOF = 'N'
                   AND SEGMENT-OUT-RECORD NOT = OLD-SEGMENT-RECORD
                    MOVE 'N' TO WS-CMP-SAME
                END-IF
            END-IF.

        MANIFEST-WRITE-PROCEDURE.
            OPEN OUTPUT SEGMENT-MANIFEST-FILE.
            IF WS-SEG-FILE-STATUS NOT = '00'
               AND WS-SEG-FILE-STATUS NOT = '05'
                DISPLAY 'POPSPLIT: CANNOT WRITE POPDATA.SEG - STATUS '
                    WS-SEG-FILE-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM MANIFEST-WRITE-PARA
                VARYING WS-MFT-IDX FROM 1 BY 1
                UNTIL WS-MFT-IDX > WS-MFT-COUNT.
            CLOSE SEGMENT-MANIFEST-FILE.

        MANIFEST-WRITE-PARA.
            MOVE WS-BUSINESS-DATE            TO WS-SEG-ROW-DATE.
            MOVE WS-MFT-STORE (WS-MFT-IDX)   TO WS-SEG-ROW-STORE.
            MOVE WS-MFT-STAMP (WS-MFT-IDX)   TO WS-SEG-ROW-STAMP.
            MOVE WS-MFT-RECORDS (WS-MFT-IDX) TO WS-SEG-ROW-RECORDS.
            MOVE WS-MFT-LINES (WS-MFT-IDX)   TO WS-SEG-ROW-LINES.
            WRITE SEGMENT-MANIFEST-RECORD FROM WS-SEG-ROW.

      *  THE LATEST STATUS ROW FOR A SEGMENT'S CURRENT SPLIT STAMP
      *  DECIDES WHETHER IT STILL NEEDS RUNNING - ROWS ARE APPENDED
      *  IN RUN ORDER, SO A LATER ROW OVERLAYS AN EARLIER ONE
        STATUS-LOAD-PROCEDURE.
            OPEN INPUT SEGMENT-STATUS-FILE.
            IF WS-SGS-FILE-STATUS = '00'
             OR WS-SGS-FILE-STATUS = '05'
                PERFORM STATUS-READ-PARA
                    UNTIL WS-SGS-EOF = 'Y'
                CLOSE SEGMENT-STATUS-FILE
            END-IF.

        STATUS-READ-PARA.
            READ SEGMENT-STATUS-FILE INTO WS-SGS-ROW
                    AT END MOVE 'Y' TO WS-SGS-EOF
                NOT AT END
                    IF WS-SGS-DATE = WS-BUSINESS-DATE
                        MOVE WS-SGS-STORE TO WS-MFT-SEARCH-STORE
                        PERFORM MANIFEST-LOOKUP-PROCEDURE
                        IF WS-MFT-FOUND = 'Y'
                           AND WS-SGS-SPLIT-STAMP =
                               WS-MFT-STAMP (WS-MFT-SUB)
                            IF WS-SGS-VERDICT = 'B'
                                MOVE 'Y' TO WS-MFT-DONE (WS-MFT-SUB)
                            ELSE
                                MOVE 'N' TO WS-MFT-DONE (WS-MFT-SUB)
                            END-IF
                        END-IF
                    END-IF
            END-READ.

      *  ONE MANIFEST STORE. A SEGMENT ENDING 8 IS OUT OF BALANCE -
      *  ITS STATUS ROW IS POSTED AND THE CONSOLIDATION HOLDS IT
      *  BACK. ANYTHING ABOVE 8 IS A CONTROL OR FILE ERROR THAT
      *  WOULD HIT EVERY SEGMENT AFTER IT, SO THE DRIVER STOPS
        SEGMENT-RUN-PARA.
            IF WS-MFT-DONE (WS-MFT-IDX) = 'Y'
                ADD 1 TO WS-EARLIER-COUNT
            ELSE
                MOVE SPACES TO WS-SGC-CARD
                STRING 'SEGMENT=' WS-MFT-STORE (WS-MFT-IDX)
                       DELIMITED BY SIZE
                       INTO WS-SGC-CARD
                END-STRING
                DISPLAY 'POPSPLIT: STARTING STORE SEGMENT '
                    WS-MFT-STORE (WS-MFT-IDX)
                PERFORM POPDATA-RUN-PROCEDURE
                IF WS-SYS-RC > 8
                    DISPLAY 'POPSPLIT: STORE SEGMENT '
                        WS-MFT-STORE (WS-MFT-IDX) ' ENDED RC '
                        WS-SYS-RC ' - RUN STOPPED'
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
                IF WS-SYS-RC = 8
                    ADD 1 TO WS-HELD-COUNT
                    DISPLAY 'POPSPLIT: STORE SEGMENT '
                        WS-MFT-STORE (WS-MFT-IDX)
                        ' OUT OF BALANCE'
                ELSE
                    ADD 1 TO WS-RUN-COUNT
                END-IF
            END-IF.

      *  LENGTH OF WS-POP-COMMAND UP TO ITS LAST NON-BLANK
        CMD-LENGTH-PARA.
            MOVE 0 TO WS-CMD-LEN.
            PERFORM CMD-SCAN-PARA
                VARYING WS-CMD-SUB FROM 100 BY -1
                UNTIL WS-CMD-SUB = 0
                   OR WS-CMD-LEN > 0.

        CMD-SCAN-PARA.
            IF WS-POP-COMMAND (WS-CMD-SUB:1) NOT = SPACE
                MOVE WS-CMD-SUB TO WS-CMD-LEN
            END-IF.

      *  RUNS POPDATA UNDER THE CARD IN WS-SGC-CARD, THEN REMOVES
      *  THE CARD FILE AGAIN
        POPDATA-RUN-PROCEDURE.
            OPEN OUTPUT SEGMENT-CARD-FILE.
            IF WS-SGC-FILE-STATUS NOT = '00'
                DISPLAY 'POPSPLIT: CANNOT WRITE POPDATA.SGC - STATUS '
                    WS-SGC-FILE-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            WRITE SEGMENT-CARD-RECORD FROM WS-SGC-CARD.
            CLOSE SEGMENT-CARD-FILE.
            PERFORM CMD-LENGTH-PARA.
            MOVE LOW-VALUES TO WS-CMD-LINE.
            STRING WS-POP-COMMAND (1:WS-CMD-LEN) DELIMITED BY SIZE
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
            CALL 'CBL_DELETE_FILE' USING WS-SGC-FILE-NAME
                RETURNING WS-CBL-RESULT.
