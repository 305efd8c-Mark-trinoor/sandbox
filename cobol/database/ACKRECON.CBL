      * Database Load Acknowledgment Reconciliation
        IDENTIFICATION DIVISION.
         PROGRAM-ID.     ACKRECON.
         AUTHOR.         Mark.
         INSTALLATION.   Ubuntu.
         DATE-WRITTEN.   2026-10-15.
         DATE-COMPILED.  2026-10-15.
      *
      * PROJECT DESC: CLOSES THE LOOP ON THE DATABASE LOAD. POPDATA
      * STOPS AT THE LOAD FILE, THE INSERT DECK AND THE RUN LEDGER
      * ROW; NOTHING SAID WHETHER THE DATABASE LOAD ACTUALLY APPLIED
      * THOSE ROWS. THE LOAD JOB APPENDS ONE ACKNOWLEDGMENT TO
      * POPDATA.ACK FOR EVERY LOAD IT APPLIES, AND THIS JOB MATCHES
      * EVERY ACKNOWLEDGMENT AGAINST THE LEDGER ROW AND THE PER-STORE
      * CONTROL FIGURES POPDATA KEEPS BEHIND IT (POPDATA.RLS). IT
      * REPORTS THE DATES LOADED SHORT, LOADED TWICE, APPLIED WITH
      * DIFFERENT FIGURES OR NEVER ACKNOWLEDGED, AND REWRITES THE
      * CONFIRMATION FILE POPDATA.CFM - ONE ROW PER LEDGER DATE,
      * CONFIRMED (C) OR OUTSTANDING (O) - WHICH PERCLOSE AND
      * TRENDRPT READ SO THEY ONLY TRUST CONFIRMED DAYS
      *
      * RESUBMITS REWORK LOADS AFTER THE RUN ARE APPENDED TO THE
      * SAME LOAD FILE AND KEPT AS REWORK ROWS IN POPDATA.RLS. THE
      * REWORK ROWS STAMPED AFTER THE LEDGERED RUN ARE ADDED TO THE
      * DATE'S EXPECTED ROWS AND FIGURES BEFORE IT IS JUDGED, AND
      * EACH REWORK RUN STAMPED AFTER IT IS ONE MORE LOAD THE DATE
      * IS EXPECTED TO HAVE ACKNOWLEDGED
      *
      * ACKNOWLEDGMENT LINES (POPDATA.ACK), ONE ACK LINE PER LOAD
      * APPLIED FOLLOWED BY ITS STORE LINES:
      *   ACK,<BUSINESS DATE>,<ROWS APPLIED>
      *   STR,<STORE>,<SALE APPLIED>,<COST APPLIED>
      * THE FILE IS CUMULATIVE - THE LOAD JOB ONLY EVER APPENDS -
      * SO A DATE LOADED A SECOND TIME SHOWS UP AS A SECOND ACK
      * LINE NO MATTER HOW MANY NIGHTS LATER IT HAPPENED. UP TO
      * THE LEDGERED RUN'S OWN ACK, EACH ACK REPLACES THE ONE BEFORE
      * IT, AS A RERUN RELOADS THE WHOLE DATE; THE ACKS AFTER IT ARE
      * THE REWORK LOADS AND ARE ADDED TO IT, ROWS AND STORE FIGURES
      * ALIKE. A DATE WHOSE RUN IS ACKNOWLEDGED BUT WHOSE REWORK
      * LOADS ARE NOT YET ALL ACKNOWLEDGED IS STILL AWAITING THEM
      *
      * CONTROL CARDS (ACKRECON.CTL), ALL OPTIONAL:
      *   FROM-DATE=<YYYY-MM-DD - DEFAULT THE EARLIEST LEDGERED>
      * LEDGER DATES BEFORE FROM-DATE ARE NOT RECONCILED OR LISTED
      * - THEY KEEP THE CONFIRMATION ROW THE LAST RUN GAVE THEM, AS
      * LONG AS IT IS FOR THE SAME LEDGERED RUN
      *
      * RETURN CODES: 0 EVERY DATE CONFIRMED, 4 DATES STILL AWAITING
      * ACKNOWLEDGMENT, 8 DATES LOADED SHORT, LOADED TWICE, WITH
      * FIGURES THAT DO NOT MATCH, OR ACKNOWLEDGED BUT NEVER
      * LEDGERED, 16 CONTROL OR FILE ERROR
      *
        ENVIRONMENT DIVISION.

        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT OPTIONAL CONTROL-CARD-FILE
            ASSIGN TO './ackrecon.ctl'
            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS WS-CTLCARD-FILE-STATUS.

            SELECT OPTIONAL RUN-LEDGER-FILE
            ASSIGN TO './popdata.rld'
            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS WS-RLD-FILE-STATUS.

            SELECT OPTIONAL STORE-LEDGER-FILE
            ASSIGN TO './popdata.rls'
            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS WS-RLS-FILE-STATUS.

            SELECT OPTIONAL ACK-FILE
            ASSIGN TO './popdata.ack'
            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS WS-ACK-FILE-STATUS.

            SELECT OPTIONAL CONFIRM-FILE
            ASSIGN TO './popdata.cfm'
            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS WS-CFM-FILE-STATUS.

      *  LEDGER DATES AND THEIR STORES ARE NOT BOUNDED THE WAY A
      *  MASTER TABLE IS, SO THEY ARE MATCHED UP IN KEYED WORK
      *  FILES LIKE RETANAL'S - REBUILT FROM SCRATCH EVERY RUN AND
      *  READ BACK IN KEY (DATE) ORDER FOR THE REPORT
            SELECT DATE-WORK-FILE
            ASSIGN TO './ackrecon.dtw'
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS DTW-DATE
            FILE STATUS IS WS-DTW-FILE-STATUS.

            SELECT STORE-WORK-FILE
            ASSIGN TO './ackrecon.stw'
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS STW-KEY
            FILE STATUS IS WS-STW-FILE-STATUS.

            SELECT REPORT-FILE
            ASSIGN TO './ackrecon.rpt'
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

        FD ACK-FILE               RECORD CONTAINS 80 CHARACTERS.
        01 ACK-RECORD             PIC X(80).

      *  ONE ROW PER LEDGER DATE. STATUS 'C' CONFIRMED OR 'O'
      *  OUTSTANDING, FOR THE LEDGERED RUN NAMED BY THE RUN STAMP -
      *  A RERUN OF THE DATE IS NOT CONFIRMED UNTIL ITS OWN LOAD IS
      *  ACKNOWLEDGED. READ BY PERCLOSE AND TRENDRPT
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

      *  ONE ROW PER DATE ON THE LEDGER OR ACKNOWLEDGED. THE LEDGER
      *  FIGURES ARE THE LATEST LEDGER ROW'S, THE ACK FIGURES THE
      *  RUN'S OWN ACK'S PLUS THE REWORK ACKS AFTER IT; THE PRIOR
      *  CONFIRMATION ROW IS KEPT FOR THE DATES BEFORE FROM-DATE.
      *  THE LEDGER FIGURES INCLUDE THE REWORK ROWS ADDED SINCE THE
      *  RUN, COUNTED IN REWORK-ROWS, FROM REWORK-LOADS RUNS
        FD DATE-WORK-FILE         RECORD CONTAINS 197 CHARACTERS.
        01 DATE-WORK-RECORD.
            05 DTW-DATE           PIC X(10).
            05 DTW-ON-LEDGER      PIC X(1).
            05 DTW-RUN-STAMP      PIC X(16).
            05 DTW-LEDGER-RUNS    PIC 9(3).
            05 DTW-LOADED         PIC 9(7).
            05 DTW-SALE           PIC S9(9)V99.
            05 DTW-COST           PIC S9(9)V99.
            05 DTW-STORE-ROWS     PIC 9(5).
            05 DTW-ACK-COUNT      PIC 9(3).
            05 DTW-ACK-ROWS       PIC 9(7).
            05 DTW-ACK-SALE       PIC S9(9)V99.
            05 DTW-ACK-COST       PIC S9(9)V99.
            05 DTW-PRIOR-FOUND    PIC X(1).
            05 DTW-PRIOR-REC.
                10 DTW-PRIOR-DATE     PIC X(10).
                10 DTW-PRIOR-STATUS   PIC X(1).
                10 DTW-PRIOR-STAMP    PIC X(16).
                10 FILLER             PIC X(47).
            05 DTW-REWORK-ROWS    PIC 9(7).
            05 DTW-REWORK-LOADS   PIC 9(3).
            05 DTW-LAST-RWK-STAMP PIC X(16).

      *  ONE ROW PER DATE AND STORE, FROM EITHER SIDE - THE STORE
      *  CONTROLS OF THE LATEST LEDGERED RUN AND THE STORE LINES OF
      *  THE LATEST ACK
        FD STORE-WORK-FILE        RECORD CONTAINS 67 CHARACTERS.
        01 STORE-WORK-RECORD.
            05 STW-KEY.
                10 STW-DATE       PIC X(10).
                10 STW-STORE      PIC X(4).
            05 STW-CTL-FOUND      PIC X(1).
            05 STW-CTL-ROWS       PIC 9(7).
            05 STW-CTL-SALE       PIC S9(9)V99.
            05 STW-CTL-COST       PIC S9(9)V99.
            05 STW-ACK-FOUND      PIC X(1).
            05 STW-ACK-SALE       PIC S9(9)V99.
            05 STW-ACK-COST       PIC S9(9)V99.

        FD REPORT-FILE            RECORD CONTAINS 132 CHARACTERS.
        01 REPORT-RECORD          PIC X(132).

        WORKING-STORAGE SECTION.
        01  WS-CTLCARD-FILE-STATUS PIC X(2).
        01  WS-RLD-FILE-STATUS    PIC X(2).
        01  WS-RLS-FILE-STATUS    PIC X(2).
        01  WS-ACK-FILE-STATUS    PIC X(2).
        01  WS-CFM-FILE-STATUS    PIC X(2).
        01  WS-DTW-FILE-STATUS    PIC X(2).
        01  WS-STW-FILE-STATUS    PIC X(2).
        01  WS-REPORT-FILE-STATUS PIC X(2).

        01  WS-CTL-EOF            PIC X     VALUE 'N'.
        01  WS-RLD-EOF            PIC X     VALUE 'N'.
        01  WS-RLS-EOF            PIC X     VALUE 'N'.
        01  WS-ACK-EOF            PIC X     VALUE 'N'.
        01  WS-CFM-EOF            PIC X     VALUE 'N'.
        01  WS-DTW-EOF            PIC X     VALUE 'N'.
        01  WS-STW-EOF            PIC X     VALUE 'N'.

        01  WS-CTL-KEY            PIC X(20).
        01  WS-CTL-VALUE          PIC X(20).
        01  WS-FROM-DATE          PIC X(10) VALUE SPACES.

        01  WS-RUN-START-DATE     PIC 9(8).
        01  WS-RUN-START-TIME     PIC 9(8).
        01  WS-RUN-DATE-TEXT      PIC X(10).

      *  WORK FIELDS FOR DATE-FORMAT-CHECK-PARA
        01  WS-DV-TEXT            PIC X(10).
        01  WS-DV-OK              PIC X.
        01  WS-DV-MM              PIC 99.
        01  WS-DV-DD              PIC 99.

      *  ONE ACKNOWLEDGMENT LINE, SPLIT. THE DATE OF THE ACK LINE
      *  BEING READ CARRIES OVER TO THE STORE LINES BELOW IT; IT IS
      *  BLANK BEFORE THE FIRST ACK LINE AND AFTER A BAD ONE, AND
      *  STORE LINES READ THEN HAVE NOTHING TO BELONG TO
        01  WS-ACK-TAG            PIC X(3).
        01  WS-ACK-DATE-IN        PIC X(10).
        01  WS-ACK-ROWS-IN        PIC 9(7).
        01  WS-ACK-STORE-IN       PIC X(4).
        01  WS-ACK-SALE-IN        PIC S9(9)V99.
        01  WS-ACK-COST-IN        PIC S9(9)V99.
        01  WS-CUR-ACK-DATE       PIC X(10) VALUE SPACES.
        01  WS-ACK-MISSING        PIC X     VALUE 'N'.
        01  WS-BAD-REASON         PIC X(40).

      *  THE VERDICT ON ONE LEDGER DATE
        01  WS-REASON             PIC X(20).
        01  WS-CONFIRMED-FLAG     PIC X.
        01  WS-STORE-DIFFS        PIC 9(5).
        01  WS-STORE-DIFF         PIC X.
        01  WS-STORE-REASON       PIC X(16).
        01  WS-STORE-PRINT        PIC X.

      *  COUNTS FOR THE TRAILER AND THE RETURN CODE
        01  WS-LEDGER-ROWS        PIC 9(7)  VALUE 0.
        01  WS-STORE-CTL-ROWS     PIC 9(7)  VALUE 0.
        01  WS-ACK-LINES          PIC 9(7)  VALUE 0.
        01  WS-ACK-COUNT          PIC 9(7)  VALUE 0.
        01  WS-BAD-LINES          PIC 9(7)  VALUE 0.
        01  WS-LEDGER-DATES       PIC 9(7)  VALUE 0.
        01  WS-CONFIRMED-DATES    PIC 9(7)  VALUE 0.
        01  WS-SHORT-DATES        PIC 9(7)  VALUE 0.
        01  WS-TWICE-DATES        PIC 9(7)  VALUE 0.
        01  WS-MISMATCH-DATES     PIC 9(7)  VALUE 0.
        01  WS-NOT-ACKED-DATES    PIC 9(7)  VALUE 0.
        01  WS-NOT-RECON-DATES    PIC 9(7)  VALUE 0.
        01  WS-OFF-LEDGER-DATES   PIC 9(7)  VALUE 0.
        01  WS-LISTED-DATES       PIC 9(7)  VALUE 0.

        01  WS-CONVERTED-ROWS     PIC ZZZZZZZ9.
        01  WS-CONVERTED-APPLIED  PIC ZZZZZZZ9.
        01  WS-CONVERTED-ACKS     PIC ZZZ9.
        01  WS-CONVERTED-RUNS     PIC ZZZ9.
        01  WS-CONVERTED-LDG-SALE PIC -ZZZZZZZZ9.99.
        01  WS-CONVERTED-APP-SALE PIC -ZZZZZZZZ9.99.
        01  WS-CONVERTED-LDG-COST PIC -ZZZZZZZZ9.99.
        01  WS-CONVERTED-APP-COST PIC -ZZZZZZZZ9.99.
        01  WS-CONVERTED-LINE-NO  PIC ZZZZZZ9.
        01  WS-RANGE-FROM-TEXT    PIC X(10).

        PROCEDURE DIVISION.
        MAIN-PROCEDURE.
            ACCEPT WS-RUN-START-DATE FROM DATE YYYYMMDD.
            ACCEPT WS-RUN-START-TIME FROM TIME.
            MOVE SPACES TO WS-RUN-DATE-TEXT.
            STRING WS-RUN-START-DATE (1:4) '-'
                   WS-RUN-START-DATE (5:2) '-'
                   WS-RUN-START-DATE (7:2)
                   DELIMITED BY SIZE INTO WS-RUN-DATE-TEXT
            END-STRING.
            PERFORM CONTROL-CARD-LOAD-PROCEDURE.
            OPEN OUTPUT REPORT-FILE.
            IF WS-REPORT-FILE-STATUS NOT = '00'
                DISPLAY 'ACKRECON: CANNOT OPEN ACKRECON.RPT - STATUS '
                    WS-REPORT-FILE-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM WORK-FILE-OPEN-PROCEDURE.
            PERFORM REPORT-HEADER-PROCEDURE.
            PERFORM LEDGER-LOAD-PROCEDURE.
            PERFORM PRIOR-CONFIRM-LOAD-PROCEDURE.
            PERFORM STORE-CONTROL-LOAD-PROCEDURE.
            PERFORM ACK-LOAD-PROCEDURE.
            PERFORM RECONCILE-PROCEDURE.
            PERFORM REPORT-TRAILER-PROCEDURE.
            CLOSE DATE-WORK-FILE.
            CLOSE STORE-WORK-FILE.
            CLOSE REPORT-FILE.
            DISPLAY 'LEDGER DATES: ' WS-LEDGER-DATES.
            DISPLAY 'CONFIRMED: ' WS-CONFIRMED-DATES.
            DISPLAY 'LOADED SHORT: ' WS-SHORT-DATES.
            DISPLAY 'LOADED TWICE: ' WS-TWICE-DATES.
            DISPLAY 'FIGURES DO NOT MATCH: ' WS-MISMATCH-DATES.
            DISPLAY 'NOT ACKNOWLEDGED: ' WS-NOT-ACKED-DATES.
            DISPLAY 'ACKNOWLEDGED, NOT ON LEDGER: '
                WS-OFF-LEDGER-DATES.
            DISPLAY 'BEFORE FROM-DATE, NOT RECONCILED: '
                WS-NOT-RECON-DATES.
            IF WS-SHORT-DATES > 0
             OR WS-TWICE-DATES > 0
             OR WS-MISMATCH-DATES > 0
             OR WS-OFF-LEDGER-DATES > 0
                MOVE 8 TO RETURN-CODE
            ELSE
                IF WS-NOT-ACKED-DATES > 0
                    MOVE 4 TO RETURN-CODE
                END-IF
            END-IF.
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
                    WHEN 'FROM-DATE'
                        MOVE WS-CTL-VALUE (1:10) TO WS-DV-TEXT
                        PERFORM DATE-FORMAT-CHECK-PARA
                        IF WS-DV-OK = 'N'
                         OR WS-CTL-VALUE (11:10) NOT = SPACES
                            DISPLAY 'INVALID FROM-DATE CONTROL CARD: '
                                WS-CTL-VALUE
                            MOVE 16 TO RETURN-CODE
                            STOP RUN
                        END-IF
                        MOVE WS-CTL-VALUE (1:10) TO WS-FROM-DATE
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

        WORK-FILE-OPEN-PROCEDURE.
            OPEN OUTPUT DATE-WORK-FILE.
            CLOSE DATE-WORK-FILE.
            OPEN I-O DATE-WORK-FILE.
            OPEN OUTPUT STORE-WORK-FILE.
            CLOSE STORE-WORK-FILE.
            OPEN I-O STORE-WORK-FILE.
            IF WS-DTW-FILE-STATUS NOT = '00'
             OR WS-STW-FILE-STATUS NOT = '00'
                DISPLAY 'ACKRECON: CANNOT BUILD WORK FILES - STATUS '
                    WS-DTW-FILE-STATUS ' ' WS-STW-FILE-STATUS
                CLOSE REPORT-FILE
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.

      *  ANY INPUT THAT EXISTS BUT CANNOT BE READ STOPS THE RUN
      *  BEFORE THE CONFIRMATION FILE IS TOUCHED - A HALF-READ
      *  LEDGER OR ACK FILE WOULD MARK GOOD DAYS OUTSTANDING
        INPUT-ERROR-PROCEDURE.
            DISPLAY 'ACKRECON: ' WS-BAD-REASON.
            MOVE SPACES TO REPORT-RECORD.
            MOVE WS-BAD-REASON TO REPORT-RECORD.
            WRITE REPORT-RECORD.
            CLOSE REPORT-FILE.
            CLOSE DATE-WORK-FILE.
            CLOSE STORE-WORK-FILE.
            MOVE 16 TO RETURN-CODE.
            STOP RUN.

      *  EVERY BALANCED LEDGER ROW, IN FILE ORDER - A RERUN'S LATER
      *  ROW REPLACES THE DATE'S FIGURES AND RUN STAMP, AND THE
      *  NUMBER OF ROWS IS HOW MANY LOADS THE DATE IS ENTITLED TO
        LEDGER-LOAD-PROCEDURE.
            MOVE 'N' TO WS-RLD-EOF.
            OPEN INPUT RUN-LEDGER-FILE.
            IF WS-RLD-FILE-STATUS = '00'
             OR WS-RLD-FILE-STATUS = '05'
                PERFORM LEDGER-READ-PARA
                    UNTIL WS-RLD-EOF = 'Y'
                CLOSE RUN-LEDGER-FILE
            ELSE
                MOVE SPACES TO WS-BAD-REASON
                STRING 'RUN LEDGER UNAVAILABLE - STATUS '
                       WS-RLD-FILE-STATUS
                       DELIMITED BY SIZE INTO WS-BAD-REASON
                END-STRING
                PERFORM INPUT-ERROR-PROCEDURE
            END-IF.

        LEDGER-READ-PARA.
            READ RUN-LEDGER-FILE
                    AT END MOVE 'Y' TO WS-RLD-EOF
                NOT AT END
                    IF RLD-VERDICT = 'B'
                        PERFORM LEDGER-POST-PARA
                    END-IF
            END-READ.

        LEDGER-POST-PARA.
            ADD 1 TO WS-LEDGER-ROWS.
            MOVE RLD-DATE TO DTW-DATE.
            READ DATE-WORK-FILE
                INVALID KEY
                    INITIALIZE DATE-WORK-RECORD
                    MOVE RLD-DATE TO DTW-DATE
                    MOVE 'Y'      TO DTW-ON-LEDGER
                    MOVE 'N'      TO DTW-PRIOR-FOUND
                    MOVE 1        TO DTW-LEDGER-RUNS
                    PERFORM LEDGER-FIGURES-PARA
                    WRITE DATE-WORK-RECORD
                    ADD 1 TO WS-LEDGER-DATES
                NOT INVALID KEY
                    ADD 1 TO DTW-LEDGER-RUNS
                    PERFORM LEDGER-FIGURES-PARA
                    REWRITE DATE-WORK-RECORD
            END-READ.

        LEDGER-FIGURES-PARA.
            MOVE RLD-RUN-STAMP    TO DTW-RUN-STAMP.
            MOVE RLD-LOADED-COUNT TO DTW-LOADED.
            MOVE RLD-SALE         TO DTW-SALE.
            MOVE RLD-COST         TO DTW-COST.

      *  THE LAST RUN'S CONFIRMATION ROWS, KEPT AGAINST THEIR LEDGER
      *  DATES FOR THE DATES BEFORE FROM-DATE. A MISSING FILE IS A
      *  FIRST RUN
        PRIOR-CONFIRM-LOAD-PROCEDURE.
            MOVE 'N' TO WS-CFM-EOF.
            OPEN INPUT CONFIRM-FILE.
            IF WS-CFM-FILE-STATUS = '00'
             OR WS-CFM-FILE-STATUS = '05'
                PERFORM PRIOR-CONFIRM-READ-PARA
                    UNTIL WS-CFM-EOF = 'Y'
                CLOSE CONFIRM-FILE
            ELSE
                MOVE SPACES TO WS-BAD-REASON
                STRING 'CONFIRMATION FILE UNAVAILABLE - STATUS '
                       WS-CFM-FILE-STATUS
                       DELIMITED BY SIZE INTO WS-BAD-REASON
                END-STRING
                PERFORM INPUT-ERROR-PROCEDURE
            END-IF.

        PRIOR-CONFIRM-READ-PARA.
            READ CONFIRM-FILE
                    AT END MOVE 'Y' TO WS-CFM-EOF
                NOT AT END
                    MOVE CFM-DATE TO DTW-DATE
                    READ DATE-WORK-FILE
                        INVALID KEY
                            CONTINUE
                        NOT INVALID KEY
                            MOVE CONFIRM-RECORD TO DTW-PRIOR-REC
                            MOVE 'Y' TO DTW-PRIOR-FOUND
                            REWRITE DATE-WORK-RECORD
                    END-READ
            END-READ.

      *  STORE CONTROLS COUNT ONLY FOR THE RUN THE LEDGER NOW NAMES
      *  FOR THE DATE - A RERUN'S EARLIER STORE ROWS ARE PASSED OVER.
      *  REWORK ROWS COUNT WHEN STAMPED AFTER THAT RUN; ONES FROM
      *  BEFORE A RERUN WENT OUT WITH THE LOAD FILE IT REPLACED
        STORE-CONTROL-LOAD-PROCEDURE.
            MOVE 'N' TO WS-RLS-EOF.
            OPEN INPUT STORE-LEDGER-FILE.
            IF WS-RLS-FILE-STATUS = '00'
             OR WS-RLS-FILE-STATUS = '05'
                PERFORM STORE-CONTROL-READ-PARA
                    UNTIL WS-RLS-EOF = 'Y'
                CLOSE STORE-LEDGER-FILE
            ELSE
                MOVE SPACES TO WS-BAD-REASON
                STRING 'STORE CONTROLS UNAVAILABLE - STATUS '
                       WS-RLS-FILE-STATUS
                       DELIMITED BY SIZE INTO WS-BAD-REASON
                END-STRING
                PERFORM INPUT-ERROR-PROCEDURE
            END-IF.

        STORE-CONTROL-READ-PARA.
            READ STORE-LEDGER-FILE
                    AT END MOVE 'Y' TO WS-RLS-EOF
                NOT AT END
                    MOVE RLS-DATE TO DTW-DATE
                    READ DATE-WORK-FILE
                        INVALID KEY
                            CONTINUE
                        NOT INVALID KEY
                            IF RLS-RUN-STAMP = DTW-RUN-STAMP
                                PERFORM STORE-CONTROL-POST-PARA
                            END-IF
                            IF RLS-SOURCE = 'R'
                               AND RLS-RUN-STAMP > DTW-RUN-STAMP
                                PERFORM REWORK-CONTROL-POST-PARA
                            END-IF
                    END-READ
            END-READ.

        STORE-CONTROL-POST-PARA.
            ADD 1 TO WS-STORE-CTL-ROWS.
            MOVE RLS-DATE  TO STW-DATE.
            MOVE RLS-STORE TO STW-STORE.
            READ STORE-WORK-FILE
                INVALID KEY
                    INITIALIZE STORE-WORK-RECORD
                    MOVE RLS-DATE      TO STW-DATE
                    MOVE RLS-STORE     TO STW-STORE
                    MOVE 'Y'           TO STW-CTL-FOUND
                    MOVE RLS-REC-COUNT TO STW-CTL-ROWS
                    MOVE RLS-SALE      TO STW-CTL-SALE
                    MOVE RLS-COST      TO STW-CTL-COST
                    MOVE 'N'           TO STW-ACK-FOUND
                    WRITE STORE-WORK-RECORD
                    ADD 1 TO DTW-STORE-ROWS
                    REWRITE DATE-WORK-RECORD
                NOT INVALID KEY
                    MOVE RLS-REC-COUNT TO STW-CTL-ROWS
                    MOVE RLS-SALE      TO STW-CTL-SALE
                    MOVE RLS-COST      TO STW-CTL-COST
                    REWRITE STORE-WORK-RECORD
            END-READ.

      *  THE REWORK ROWS FOLLOW THE RUN'S OWN ROWS IN THE FILE, SO
      *  A DATE WITH NO STORE CONTROLS FOR ITS RUN IS STILL KNOWN TO
      *  HAVE NONE HERE AND ONLY ITS TOTALS ARE RAISED. ONE REWORK
      *  RUN'S ROWS ARE APPENDED TOGETHER, SO A NEW STAMP IS A NEW
      *  LOAD TO BE ACKNOWLEDGED
        REWORK-CONTROL-POST-PARA.
            ADD 1             TO WS-STORE-CTL-ROWS.
            IF RLS-RUN-STAMP NOT = DTW-LAST-RWK-STAMP
                ADD 1 TO DTW-REWORK-LOADS
                MOVE RLS-RUN-STAMP TO DTW-LAST-RWK-STAMP
            END-IF.
            ADD RLS-REC-COUNT TO DTW-LOADED.
            ADD RLS-REC-COUNT TO DTW-REWORK-ROWS.
            ADD RLS-SALE      TO DTW-SALE.
            ADD RLS-COST      TO DTW-COST.
            IF DTW-STORE-ROWS > 0
                MOVE RLS-DATE  TO STW-DATE
                MOVE RLS-STORE TO STW-STORE
                READ STORE-WORK-FILE
                    INVALID KEY
                        INITIALIZE STORE-WORK-RECORD
                        MOVE RLS-DATE      TO STW-DATE
                        MOVE RLS-STORE     TO STW-STORE
                        MOVE 'Y'           TO STW-CTL-FOUND
                        MOVE RLS-REC-COUNT TO STW-CTL-ROWS
                        MOVE RLS-SALE      TO STW-CTL-SALE
                        MOVE RLS-COST      TO STW-CTL-COST
                        MOVE 'N'           TO STW-ACK-FOUND
                        WRITE STORE-WORK-RECORD
                        ADD 1 TO DTW-STORE-ROWS
                    NOT INVALID KEY
                        ADD RLS-REC-COUNT TO STW-CTL-ROWS
                        ADD RLS-SALE      TO STW-CTL-SALE
                        ADD RLS-COST      TO STW-CTL-COST
                        REWRITE STORE-WORK-RECORD
                END-READ
            END-IF.
            REWRITE DATE-WORK-RECORD.

      *  THE ACKNOWLEDGMENTS, IN THE ORDER THE LOAD JOB APPENDED
      *  THEM. A MISSING FILE MEANS NOTHING HAS BEEN ACKNOWLEDGED
        ACK-LOAD-PROCEDURE.
            MOVE 'N'    TO WS-ACK-EOF.
            MOVE SPACES TO WS-CUR-ACK-DATE.
            OPEN INPUT ACK-FILE.
            EVALUATE WS-ACK-FILE-STATUS
                WHEN '00'
                    PERFORM ACK-READ-PARA
                        UNTIL WS-ACK-EOF = 'Y'
                    CLOSE ACK-FILE
                WHEN '05'
                    MOVE 'Y' TO WS-ACK-MISSING
                    CLOSE ACK-FILE
                WHEN OTHER
                    MOVE SPACES TO WS-BAD-REASON
                    STRING 'ACKNOWLEDGMENT FILE UNAVAILABLE - STATUS '
                           WS-ACK-FILE-STATUS
                           DELIMITED BY SIZE INTO WS-BAD-REASON
                    END-STRING
                    PERFORM INPUT-ERROR-PROCEDURE
            END-EVALUATE.

        ACK-READ-PARA.
            READ ACK-FILE
                    AT END MOVE 'Y' TO WS-ACK-EOF
                NOT AT END
                    ADD 1 TO WS-ACK-LINES
                    PERFORM ACK-APPLY-PARA
            END-READ.

        ACK-APPLY-PARA.
            EVALUATE TRUE
                WHEN ACK-RECORD = SPACES
                    CONTINUE
                WHEN ACK-RECORD (1:4) = 'ACK,'
                    PERFORM ACK-HEADER-PARA
                WHEN ACK-RECORD (1:4) = 'STR,'
                    PERFORM ACK-STORE-PARA
                WHEN OTHER
                    MOVE 'UNRECOGNIZED LINE' TO WS-BAD-REASON
                    PERFORM ACK-BAD-LINE-PARA
            END-EVALUATE.

      *  A NEW ACK FOR A DATE ALREADY ACKNOWLEDGED COUNTS AS ANOTHER
      *  LOAD OF IT AND REPLACES THE FIGURES - ITS STORE LINES START
      *  AGAIN FROM NOTHING
        ACK-HEADER-PARA.
            MOVE SPACES TO WS-ACK-DATE-IN.
            MOVE 0      TO WS-ACK-ROWS-IN.
            UNSTRING ACK-RECORD DELIMITED BY ','
                INTO WS-ACK-TAG WS-ACK-DATE-IN WS-ACK-ROWS-IN
            END-UNSTRING.
            MOVE WS-ACK-DATE-IN TO WS-DV-TEXT.
            PERFORM DATE-FORMAT-CHECK-PARA.
            IF WS-DV-OK = 'N'
                MOVE SPACES TO WS-CUR-ACK-DATE
                MOVE 'ACK WITH AN INVALID BUSINESS DATE'
                    TO WS-BAD-REASON
                PERFORM ACK-BAD-LINE-PARA
            ELSE
                ADD 1 TO WS-ACK-COUNT
                MOVE WS-ACK-DATE-IN TO WS-CUR-ACK-DATE
                MOVE WS-ACK-DATE-IN TO DTW-DATE
                READ DATE-WORK-FILE
                    INVALID KEY
                        INITIALIZE DATE-WORK-RECORD
                        MOVE WS-ACK-DATE-IN TO DTW-DATE
                        MOVE 'N'            TO DTW-ON-LEDGER
                        MOVE 'N'            TO DTW-PRIOR-FOUND
                        MOVE 1              TO DTW-ACK-COUNT
                        MOVE WS-ACK-ROWS-IN TO DTW-ACK-ROWS
                        WRITE DATE-WORK-RECORD
                    NOT INVALID KEY
                        ADD 1 TO DTW-ACK-COUNT
                        PERFORM ACK-FIGURES-PARA
                        REWRITE DATE-WORK-RECORD
                END-READ
                IF DTW-ACK-COUNT > 1
                 AND DTW-ACK-COUNT NOT > DTW-LEDGER-RUNS
                    PERFORM ACK-STORE-RESET-PROCEDURE
                END-IF
            END-IF.

      *  AN ACK UP TO THE RUN'S OWN REPLACES THE ONE BEFORE IT; ONE
      *  AFTER IT IS A REWORK LOAD AND ADDS TO IT
        ACK-FIGURES-PARA.
            IF DTW-ACK-COUNT > DTW-LEDGER-RUNS
                ADD WS-ACK-ROWS-IN TO DTW-ACK-ROWS
            ELSE
                MOVE WS-ACK-ROWS-IN TO DTW-ACK-ROWS
                MOVE 0 TO DTW-ACK-SALE
                MOVE 0 TO DTW-ACK-COST
            END-IF.

        ACK-STORE-RESET-PROCEDURE.
            MOVE 'N'             TO WS-STW-EOF.
            MOVE WS-CUR-ACK-DATE TO STW-DATE.
            MOVE LOW-VALUES      TO STW-STORE.
            START STORE-WORK-FILE KEY IS NOT LESS THAN STW-KEY
                INVALID KEY
                    MOVE 'Y' TO WS-STW-EOF
            END-START.
            PERFORM ACK-STORE-RESET-PARA
                UNTIL WS-STW-EOF = 'Y'.

        ACK-STORE-RESET-PARA.
            READ STORE-WORK-FILE NEXT RECORD
                AT END
                    MOVE 'Y' TO WS-STW-EOF
                NOT AT END
                    IF STW-DATE NOT = WS-CUR-ACK-DATE
                        MOVE 'Y' TO WS-STW-EOF
                    ELSE
                        MOVE 'N' TO STW-ACK-FOUND
                        MOVE 0   TO STW-ACK-SALE
                        MOVE 0   TO STW-ACK-COST
                        REWRITE STORE-WORK-RECORD
                    END-IF
            END-READ.

      *  A STORE SENT TWICE UNDER ONE ACK IS ADDED UP - IT WAS
      *  APPLIED TWICE, AND THE FIGURES WILL SHOW IT
        ACK-STORE-PARA.
            MOVE SPACES TO WS-ACK-STORE-IN.
            MOVE 0      TO WS-ACK-SALE-IN.
            MOVE 0      TO WS-ACK-COST-IN.
            UNSTRING ACK-RECORD DELIMITED BY ','
                INTO WS-ACK-TAG WS-ACK-STORE-IN WS-ACK-SALE-IN
                     WS-ACK-COST-IN
            END-UNSTRING.
            IF WS-CUR-ACK-DATE = SPACES
                MOVE 'STORE LINE WITH NO ACK LINE ABOVE IT'
                    TO WS-BAD-REASON
                PERFORM ACK-BAD-LINE-PARA
            ELSE
                IF WS-ACK-STORE-IN = SPACES
                    MOVE 'STORE LINE WITH NO STORE' TO WS-BAD-REASON
                    PERFORM ACK-BAD-LINE-PARA
                ELSE
                    PERFORM ACK-STORE-POST-PARA
                END-IF
            END-IF.

        ACK-STORE-POST-PARA.
            MOVE WS-CUR-ACK-DATE TO STW-DATE.
            MOVE WS-ACK-STORE-IN TO STW-STORE.
            READ STORE-WORK-FILE
                INVALID KEY
                    INITIALIZE STORE-WORK-RECORD
                    MOVE WS-CUR-ACK-DATE TO STW-DATE
                    MOVE WS-ACK-STORE-IN TO STW-STORE
                    MOVE 'N'             TO STW-CTL-FOUND
                    MOVE 'Y'             TO STW-ACK-FOUND
                    MOVE WS-ACK-SALE-IN  TO STW-ACK-SALE
                    MOVE WS-ACK-COST-IN  TO STW-ACK-COST
                    WRITE STORE-WORK-RECORD
                NOT INVALID KEY
                    IF STW-ACK-FOUND = 'Y'
                        ADD WS-ACK-SALE-IN TO STW-ACK-SALE
                        ADD WS-ACK-COST-IN TO STW-ACK-COST
                    ELSE
                        MOVE 'Y'            TO STW-ACK-FOUND
                        MOVE WS-ACK-SALE-IN TO STW-ACK-SALE
                        MOVE WS-ACK-COST-IN TO STW-ACK-COST
                    END-IF
                    REWRITE STORE-WORK-RECORD
            END-READ.
            MOVE WS-CUR-ACK-DATE TO DTW-DATE.
            READ DATE-WORK-FILE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    ADD WS-ACK-SALE-IN TO DTW-ACK-SALE
                    ADD WS-ACK-COST-IN TO DTW-ACK-COST
                    REWRITE DATE-WORK-RECORD
            END-READ.

        ACK-BAD-LINE-PARA.
            ADD 1 TO WS-BAD-LINES.
            MOVE WS-ACK-LINES TO WS-CONVERTED-LINE-NO.
            MOVE SPACES TO REPORT-RECORD.
            STRING 'ACK LINE ' WS-CONVERTED-LINE-NO ' NOT USED - '
                   WS-BAD-REASON ': ' ACK-RECORD (1:60)
                   DELIMITED BY SIZE INTO REPORT-RECORD
            END-STRING.
            WRITE REPORT-RECORD.

      *  ONE PASS OVER THE DATES IN DATE ORDER JUDGES EACH ONE,
      *  WRITES ITS CONFIRMATION ROW AND LISTS IT IF IT IS NOT
      *  CONFIRMED. THE CONFIRMATION FILE IS REWRITTEN WHOLE
        RECONCILE-PROCEDURE.
            CLOSE DATE-WORK-FILE.
            OPEN INPUT DATE-WORK-FILE.
            OPEN OUTPUT CONFIRM-FILE.
            IF WS-CFM-FILE-STATUS NOT = '00'
             AND WS-CFM-FILE-STATUS NOT = '05'
                MOVE SPACES TO WS-BAD-REASON
                STRING 'CANNOT WRITE POPDATA.CFM - STATUS '
                       WS-CFM-FILE-STATUS
                       DELIMITED BY SIZE INTO WS-BAD-REASON
                END-STRING
                PERFORM INPUT-ERROR-PROCEDURE
            END-IF.
            MOVE SPACES TO REPORT-RECORD.
            WRITE REPORT-RECORD.
            MOVE 'DATES NOT CONFIRMED' TO REPORT-RECORD.
            WRITE REPORT-RECORD.
            MOVE SPACES TO REPORT-RECORD.
            STRING 'DATE      ' '  STATUS              '
                   '  LDG ROWS' '  APP ROWS' '  ACKS' '  RUNS'
                   '       LDG SALE' '       APP SALE'
                   '       LDG COST' '       APP COST'
                   DELIMITED BY SIZE INTO REPORT-RECORD
            END-STRING.
            WRITE REPORT-RECORD.
            MOVE 'N' TO WS-DTW-EOF.
            PERFORM RECONCILE-READ-PARA
                UNTIL WS-DTW-EOF = 'Y'.
            CLOSE CONFIRM-FILE.
            IF WS-LISTED-DATES = 0
                MOVE SPACES TO REPORT-RECORD
                MOVE '  NONE - EVERY DATE RECONCILED IS CONFIRMED'
                    TO REPORT-RECORD
                WRITE REPORT-RECORD
            END-IF.

        RECONCILE-READ-PARA.
            READ DATE-WORK-FILE NEXT RECORD
                    AT END MOVE 'Y' TO WS-DTW-EOF
                NOT AT END PERFORM RECONCILE-DATE-PARA
            END-READ.

        RECONCILE-DATE-PARA.
            IF WS-FROM-DATE NOT = SPACES
               AND DTW-DATE < WS-FROM-DATE
                IF DTW-ON-LEDGER = 'Y'
                    PERFORM CONFIRM-CARRY-PARA
                END-IF
            ELSE
                IF DTW-ON-LEDGER = 'N'
                    ADD 1 TO WS-OFF-LEDGER-DATES
                    MOVE 'ACK NOT ON LEDGER' TO WS-REASON
                    PERFORM DATE-LINE-PARA
                ELSE
                    PERFORM DATE-STATUS-PARA
                    PERFORM CONFIRM-WRITE-PARA
                    IF WS-CONFIRMED-FLAG = 'N'
                        PERFORM DATE-LINE-PARA
                        IF DTW-ACK-COUNT > 0
                            MOVE 'Y' TO WS-STORE-PRINT
                            PERFORM STORE-SCAN-PROCEDURE
                        END-IF
                    END-IF
                END-IF
            END-IF.

      *  MORE LOADS THAN THE LEDGER HAS RUNS AND REWORK LOADS FOR
      *  THE DATE, OR MORE ROWS APPLIED THAN LOADED, IS A DOUBLE
      *  LOAD; THE RUN ACKNOWLEDGED WITH REWORK LOADS STILL TO COME
      *  IS AWAITING THEM; FEWER ROWS IS A SHORT LOAD. WITH THE ROW
      *  COUNT RIGHT, EVERY STORE AND THE DATE'S TOTALS MUST STILL
      *  AGREE TO THE CENT
        DATE-STATUS-PARA.
            MOVE 0   TO WS-STORE-DIFFS.
            MOVE 'N' TO WS-CONFIRMED-FLAG.
            IF DTW-ACK-COUNT > 0
                MOVE 'N' TO WS-STORE-PRINT
                PERFORM STORE-SCAN-PROCEDURE
            END-IF.
            EVALUATE TRUE
                WHEN DTW-ACK-COUNT = 0
                    MOVE 'NOT ACKNOWLEDGED' TO WS-REASON
                    ADD 1 TO WS-NOT-ACKED-DATES
                WHEN DTW-ACK-COUNT > DTW-LEDGER-RUNS + DTW-REWORK-LOADS
                 OR DTW-ACK-ROWS > DTW-LOADED
                    MOVE 'LOADED TWICE' TO WS-REASON
                    ADD 1 TO WS-TWICE-DATES
                WHEN DTW-ACK-COUNT NOT < DTW-LEDGER-RUNS
                 AND DTW-ACK-COUNT < DTW-LEDGER-RUNS + DTW-REWORK-LOADS
                    MOVE 'REWORK NOT ACKED' TO WS-REASON
                    ADD 1 TO WS-NOT-ACKED-DATES
                WHEN DTW-ACK-ROWS < DTW-LOADED
                    MOVE 'LOADED SHORT' TO WS-REASON
                    ADD 1 TO WS-SHORT-DATES
                WHEN WS-STORE-DIFFS > 0
                 OR DTW-ACK-SALE NOT = DTW-SALE
                 OR DTW-ACK-COST NOT = DTW-COST
                    MOVE 'FIGURES DO NOT MATCH' TO WS-REASON
                    ADD 1 TO WS-MISMATCH-DATES
                WHEN OTHER
                    MOVE 'CONFIRMED' TO WS-REASON
                    MOVE 'Y' TO WS-CONFIRMED-FLAG
                    ADD 1 TO WS-CONFIRMED-DATES
            END-EVALUATE.

      *  WALKS THE DATE'S STORES, COUNTING THOSE THAT DO NOT AGREE
      *  AND, WITH WS-STORE-PRINT = 'Y', LISTING THEM
        STORE-SCAN-PROCEDURE.
            MOVE 'N'      TO WS-STW-EOF.
            MOVE DTW-DATE TO STW-DATE.
            MOVE LOW-VALUES TO STW-STORE.
            START STORE-WORK-FILE KEY IS NOT LESS THAN STW-KEY
                INVALID KEY
                    MOVE 'Y' TO WS-STW-EOF
            END-START.
            PERFORM STORE-SCAN-PARA
                UNTIL WS-STW-EOF = 'Y'.
            IF WS-STORE-PRINT = 'Y'
               AND DTW-STORE-ROWS = 0
                MOVE SPACES TO REPORT-RECORD
                STRING '    NO STORE CONTROLS ON THE LEDGER FOR THIS '
                       'RUN - DATE TOTALS COMPARED ONLY'
                       DELIMITED BY SIZE INTO REPORT-RECORD
                END-STRING
                WRITE REPORT-RECORD
            END-IF.

        STORE-SCAN-PARA.
            READ STORE-WORK-FILE NEXT RECORD
                AT END
                    MOVE 'Y' TO WS-STW-EOF
                NOT AT END
                    IF STW-DATE NOT = DTW-DATE
                        MOVE 'Y' TO WS-STW-EOF
                    ELSE
                        PERFORM STORE-DIFF-CHECK-PARA
                    END-IF
            END-READ.

      *  A RUN LEDGERED BEFORE STORE CONTROLS WERE KEPT HAS NONE TO
      *  MATCH THE ACK'S STORE LINES AGAINST; ITS DATE TOTALS STILL
      *  ARE
        STORE-DIFF-CHECK-PARA.
            MOVE 'N' TO WS-STORE-DIFF.
            EVALUATE TRUE
                WHEN STW-CTL-FOUND = 'N'
                    IF DTW-STORE-ROWS > 0
                        MOVE 'Y' TO WS-STORE-DIFF
                        MOVE 'NOT IN THE RUN' TO WS-STORE-REASON
                    END-IF
                WHEN STW-ACK-FOUND = 'N'
                    MOVE 'Y' TO WS-STORE-DIFF
                    MOVE 'NOT APPLIED' TO WS-STORE-REASON
                WHEN STW-ACK-SALE NOT = STW-CTL-SALE
                 OR STW-ACK-COST NOT = STW-CTL-COST
                    MOVE 'Y' TO WS-STORE-DIFF
                    MOVE 'FIGURES DIFFER' TO WS-STORE-REASON
            END-EVALUATE.
            IF WS-STORE-DIFF = 'Y'
                ADD 1 TO WS-STORE-DIFFS
                IF WS-STORE-PRINT = 'Y'
                    PERFORM STORE-LINE-PARA
                END-IF
            END-IF.

        STORE-LINE-PARA.
            MOVE STW-CTL-ROWS TO WS-CONVERTED-ROWS.
            MOVE STW-CTL-SALE TO WS-CONVERTED-LDG-SALE.
            MOVE STW-ACK-SALE TO WS-CONVERTED-APP-SALE.
            MOVE STW-CTL-COST TO WS-CONVERTED-LDG-COST.
            MOVE STW-ACK-COST TO WS-CONVERTED-APP-COST.
            MOVE SPACES TO REPORT-RECORD.
            STRING '    STORE ' STW-STORE '  ' WS-STORE-REASON
                   '  ' WS-CONVERTED-ROWS
                   '                      '
                   '  ' WS-CONVERTED-LDG-SALE
                   '  ' WS-CONVERTED-APP-SALE
                   '  ' WS-CONVERTED-LDG-COST
                   '  ' WS-CONVERTED-APP-COST
                   DELIMITED BY SIZE INTO REPORT-RECORD
            END-STRING.
            WRITE REPORT-RECORD.

        DATE-LINE-PARA.
            ADD 1 TO WS-LISTED-DATES.
            MOVE DTW-LOADED      TO WS-CONVERTED-ROWS.
            MOVE DTW-ACK-ROWS    TO WS-CONVERTED-APPLIED.
            MOVE DTW-ACK-COUNT   TO WS-CONVERTED-ACKS.
            MOVE DTW-LEDGER-RUNS TO WS-CONVERTED-RUNS.
            MOVE DTW-SALE        TO WS-CONVERTED-LDG-SALE.
            MOVE DTW-ACK-SALE    TO WS-CONVERTED-APP-SALE.
            MOVE DTW-COST        TO WS-CONVERTED-LDG-COST.
            MOVE DTW-ACK-COST    TO WS-CONVERTED-APP-COST.
            MOVE SPACES TO REPORT-RECORD.
            STRING DTW-DATE '  ' WS-REASON
                   '  ' WS-CONVERTED-ROWS
                   '  ' WS-CONVERTED-APPLIED
                   '  ' WS-CONVERTED-ACKS
                   '  ' WS-CONVERTED-RUNS
                   '  ' WS-CONVERTED-LDG-SALE
                   '  ' WS-CONVERTED-APP-SALE
                   '  ' WS-CONVERTED-LDG-COST
                   '  ' WS-CONVERTED-APP-COST
                   DELIMITED BY SIZE INTO REPORT-RECORD
            END-STRING.
            WRITE REPORT-RECORD.
            IF DTW-REWORK-ROWS > 0
                MOVE DTW-REWORK-ROWS TO WS-CONVERTED-ROWS
                MOVE SPACES TO REPORT-RECORD
                MOVE DTW-REWORK-LOADS TO WS-CONVERTED-RUNS
                STRING '    LEDGER ROWS INCLUDE ' WS-CONVERTED-ROWS
                       ' RESUBMITTED BY REWORK SINCE THE RUN, IN '
                       WS-CONVERTED-RUNS ' LOADS'
                       DELIMITED BY SIZE INTO REPORT-RECORD
                END-STRING
                WRITE REPORT-RECORD
            END-IF.

        CONFIRM-WRITE-PARA.
            MOVE SPACES TO CONFIRM-RECORD.
            MOVE DTW-DATE      TO CFM-DATE.
            IF WS-CONFIRMED-FLAG = 'Y'
                MOVE 'C' TO CFM-STATUS
            ELSE
                MOVE 'O' TO CFM-STATUS
            END-IF.
            MOVE DTW-RUN-STAMP TO CFM-RUN-STAMP.
            MOVE WS-REASON     TO CFM-REASON.
            MOVE DTW-LOADED    TO CFM-LEDGER-ROWS.
            MOVE DTW-ACK-ROWS  TO CFM-APPLIED-ROWS.
            MOVE DTW-ACK-COUNT TO CFM-ACK-COUNT.
            MOVE WS-RUN-DATE-TEXT TO CFM-RECON-DATE.
            WRITE CONFIRM-RECORD.

      *  A DATE BEFORE FROM-DATE KEEPS ITS LAST VERDICT ONLY WHILE
      *  THE LEDGER STILL NAMES THE SAME RUN - A RERUN SINCE THEN
      *  HAS NEVER BEEN RECONCILED AND IS OUTSTANDING
        CONFIRM-CARRY-PARA.
            ADD 1 TO WS-NOT-RECON-DATES.
            IF DTW-PRIOR-FOUND = 'Y'
               AND DTW-PRIOR-STAMP = DTW-RUN-STAMP
                MOVE DTW-PRIOR-REC TO CONFIRM-RECORD
            ELSE
                MOVE SPACES TO CONFIRM-RECORD
                MOVE DTW-DATE         TO CFM-DATE
                MOVE 'O'              TO CFM-STATUS
                MOVE DTW-RUN-STAMP    TO CFM-RUN-STAMP
                MOVE 'NOT RECONCILED' TO CFM-REASON
                MOVE DTW-LOADED       TO CFM-LEDGER-ROWS
                MOVE 0                TO CFM-APPLIED-ROWS
                MOVE 0                TO CFM-ACK-COUNT
            END-IF.
            WRITE CONFIRM-RECORD.

        REPORT-HEADER-PROCEDURE.
            MOVE SPACES TO REPORT-RECORD.
            STRING 'DATABASE LOAD ACKNOWLEDGMENT RECONCILIATION'
                   '   RUN ' WS-RUN-START-DATE ' ' WS-RUN-START-TIME
                   DELIMITED BY SIZE INTO REPORT-RECORD
            END-STRING.
            WRITE REPORT-RECORD.
            IF WS-FROM-DATE = SPACES
                MOVE 'EARLIEST' TO WS-RANGE-FROM-TEXT
            ELSE
                MOVE WS-FROM-DATE TO WS-RANGE-FROM-TEXT
            END-IF.
            MOVE SPACES TO REPORT-RECORD.
            STRING 'LEDGER DATES RECONCILED FROM ' WS-RANGE-FROM-TEXT
                   DELIMITED BY SIZE INTO REPORT-RECORD
            END-STRING.
            WRITE REPORT-RECORD.
            MOVE SPACES TO REPORT-RECORD.
            WRITE REPORT-RECORD.

        REPORT-TRAILER-PROCEDURE.
            MOVE SPACES TO REPORT-RECORD.
            WRITE REPORT-RECORD.
            IF WS-ACK-MISSING = 'Y'
                MOVE SPACES TO REPORT-RECORD
                MOVE 'NO ACKNOWLEDGMENT FILE - NOTHING CAN BE CONFIRMED'
                    TO REPORT-RECORD
                WRITE REPORT-RECORD
            END-IF.
            MOVE SPACES TO REPORT-RECORD.
            STRING 'LEDGER DATES ' WS-LEDGER-DATES
                   '  CONFIRMED ' WS-CONFIRMED-DATES
                   '  LOADED SHORT ' WS-SHORT-DATES
                   '  LOADED TWICE ' WS-TWICE-DATES
                   '  FIGURES DO NOT MATCH ' WS-MISMATCH-DATES
                   '  NOT ACKNOWLEDGED ' WS-NOT-ACKED-DATES
                   DELIMITED BY SIZE INTO REPORT-RECORD
            END-STRING.
            WRITE REPORT-RECORD.
            MOVE SPACES TO REPORT-RECORD.
            STRING 'BEFORE FROM-DATE, NOT RECONCILED '
                   WS-NOT-RECON-DATES
                   '  ACKNOWLEDGED, NOT ON LEDGER '
                   WS-OFF-LEDGER-DATES
                   DELIMITED BY SIZE INTO REPORT-RECORD
            END-STRING.
            WRITE REPORT-RECORD.
            MOVE SPACES TO REPORT-RECORD.
            STRING 'LEDGER ROWS READ ' WS-LEDGER-ROWS
                   '  STORE CONTROL ROWS USED ' WS-STORE-CTL-ROWS
                   '  ACK LINES READ ' WS-ACK-LINES
                   '  ACKS ' WS-ACK-COUNT
                   '  LINES NOT USED ' WS-BAD-LINES
                   DELIMITED BY SIZE INTO REPORT-RECORD
            END-STRING.
            WRITE REPORT-RECORD.
