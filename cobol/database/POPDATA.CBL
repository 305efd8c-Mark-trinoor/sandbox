        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT INPUT-FILE
            ASSIGN USING WS-INPUT-FILE-NAME
            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL.

            SELECT LOAD-FILE
            ASSIGN USING WS-LOAD-FILE-NAME
            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS WS-LOAD-FILE-STATUS.
      *  OUTPUT-FILES-PROCEDURE ON RESTART, TO REBUILD LOAD-FILE
      *  WITH ONLY THE RECORDS AS OF THE LAST CHECKPOINT
            SELECT LOAD-SCRATCH-FILE
            ASSIGN USING WS-LOAD-SCRATCH-NAME
            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS WS-LOAD-SCRATCH-STATUS.

            SELECT REJECT-FILE
            ASSIGN USING WS-REJECT-FILE-NAME
            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS WS-REJECT-FILE-STATUS.
      *  OUTPUT-FILES-PROCEDURE ON RESTART, TO REBUILD REJECT-FILE
      *  WITH ONLY THE RECORDS AS OF THE LAST CHECKPOINT
            SELECT REJECT-SCRATCH-FILE
            ASSIGN USING WS-REJECT-SCRATCH-NAME
            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS WS-REJECT-SCRATCH-STATUS.

      *  PRICE-VAR-FILE IS THE END-OF-RUN PRICE VARIANCE REPORT -
      *  LOADED TRANSACTIONS WHOSE PER-EACH PRICE OR COST STRAYED
      *  FROM THE STANDARDS IN FORCE ON ITS SALE DATE BY MORE THAN
      *  THE LISTING TOLERANCE. VARIANCES PAST THE LARGER HOLD
      *  TOLERANCE NEVER REACH THE LOAD FILE AT ALL - THEY GO TO THE
      *  REVIEW QUEUE AT PROCESSING TIME INSTEAD
            SELECT PRICE-VAR-FILE
            ASSIGN TO './popdata.pvr'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-GTIN-FILE-STATUS.

            SELECT OPTIONAL CHECKPOINT-FILE
            ASSIGN USING WS-CKPT-FILE-NAME
            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS WS-CKPT-FILE-STATUS.

            SELECT REVIEW-FILE
            ASSIGN USING WS-REVIEW-FILE-NAME
            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS WS-REVIEW-FILE-STATUS.
      *  OUTPUT-FILES-PROCEDURE ON RESTART, TO REBUILD REVIEW-FILE
      *  WITH ONLY THE RECORDS AS OF THE LAST CHECKPOINT
            SELECT REVIEW-SCRATCH-FILE
            ASSIGN USING WS-REVIEW-SCRATCH-NAME
            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS WS-REVIEW-SCRATCH-STATUS.
            RECORD KEY IS SKU-MAST-KEY
            FILE STATUS IS WS-SKU-FILE-STATUS.

      *  THE EFFECTIVE-DATED PRICE CHANGES, ALSO BUILT BY SKULOAD -
      *  WHEN IT IS NOT ON DISK THE SKU MASTER'S OWN STANDARDS ARE
      *  USED FOR EVERY DATE
            SELECT SKU-PRICE-FILE
            ASSIGN TO './skuprice.idx'
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS SKP-KEY
            FILE STATUS IS WS-SKP-FILE-STATUS.

            SELECT OPTIONAL UNIT-TABLE-FILE
            ASSIGN TO './unittab.dat'
            ORGANIZATION IS LINE SEQUENTIAL
      *  DUPLICATE-FILE CARRIES TRANSACTIONS ROUTED AWAY FROM THE
      *  LOAD BECAUSE THEIR TRANSACTION ID WAS ALREADY REGISTERED
            SELECT DUP-FILE
            ASSIGN USING WS-DUP-FILE-NAME
            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS WS-DUP-FILE-STATUS.
      *  OUTPUT-FILES-PROCEDURE ON RESTART, TO REBUILD DUP-FILE
      *  WITH ONLY THE RECORDS AS OF THE LAST CHECKPOINT
            SELECT DUP-SCRATCH-FILE
            ASSIGN USING WS-DUP-SCRATCH-NAME
            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS WS-DUP-SCRATCH-STATUS.
      *  WRONG SKU, OR A REFUND BIGGER THAN THE ORIGINAL SALE).
      *  THESE NEVER REACH THE LOAD FILE OR THE TOTALS
            SELECT LP-EXCEPT-FILE
            ASSIGN USING WS-LP-FILE-NAME
            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS WS-LP-FILE-STATUS.
      *  OUTPUT-FILES-PROCEDURE ON RESTART, TO REBUILD THE LOSS-
      *  PREVENTION EXCEPTION FILE AS OF THE LAST CHECKPOINT
            SELECT LP-SCRATCH-FILE
            ASSIGN USING WS-LP-SCRATCH-NAME
            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS WS-LP-SCRATCH-STATUS.
      *  IS MALFORMED OR OUTSIDE THE EXPECTED BUSINESS DATE - THE
      *  SIGNATURE OF YESTERDAY'S EXTRACT LOADED A SECOND TIME
            SELECT DATE-EXCEPT-FILE
            ASSIGN USING WS-OOD-FILE-NAME
            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS WS-OOD-FILE-STATUS.
      *  OUTPUT-FILES-PROCEDURE ON RESTART, TO REBUILD THE DATE
      *  EXCEPTION FILE AS OF THE LAST CHECKPOINT
            SELECT OOD-SCRATCH-FILE
            ASSIGN USING WS-OOD-SCRATCH-NAME
            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS WS-OOD-SCRATCH-STATUS.
      *  HUNDRED, SO THE NIGHTLY DATABASE LOAD RUNS STRAIGHT FROM
      *  THIS FILE WITH NO HAND-MASSAGING IN BETWEEN
            SELECT SQL-FILE
            ASSIGN USING WS-SQL-FILE-NAME
            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS WS-SQL-FILE-STATUS.
      *  OUTPUT-FILES-PROCEDURE ON RESTART, TO REBUILD SQL-FILE
      *  WITH ONLY THE STATEMENTS AS OF THE LAST CHECKPOINT
            SELECT SQL-SCRATCH-FILE
            ASSIGN USING WS-SQL-SCRATCH-NAME
            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS WS-SQL-SCRATCH-STATUS.
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS WS-HIST-SCRATCH-STATUS.

      *  LOAD-HISTORY-FILE IS THE LINE-ITEM COMPANION TO HISTORY-
      *  FILE - ONE ROW PER LOADED SALE OR RETURN, STAMPED WITH THE
      *  BUSINESS DATE AND CARRYING THE ORIGINAL SALE'S TRANS-ID ON
      *  A RETURN, SO RETURN PATTERNS CAN BE ANALYZED ACROSS ANY
      *  RANGE OF DATES (SEE RETANAL). POSTED AND REPLACED UNDER
      *  EXACTLY THE SAME RULES AS THE SALES HISTORY
            SELECT OPTIONAL LOAD-HISTORY-FILE
            ASSIGN TO './popdata.ldh'
            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS WS-LDH-FILE-STATUS.

            SELECT LOAD-HISTORY-SCRATCH-FILE
            ASSIGN TO './popdata.ldh.trunc'
            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS WS-LDH-SCRATCH-STATUS.

      *  GL-FILE IS THE GENERAL LEDGER INTERFACE DECK - BALANCED
      *  DEBIT/CREDIT POSTING LINES FOR SALES, RETURNS AND COST OF
      *  SALES, PER STORE, TAGGED WITH THE BUSINESS DATE, IN THE
      *  RESTART REPLAY GUARD, RE-CAPTURED ON EVERY RESTART - SO THE
      *  FILE IS REBUILT FROM SCRATCH EACH RUN, NEVER EXTENDED
            SELECT TENDER-FILE
            ASSIGN USING WS-TND-FILE-NAME
            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS WS-TND-FILE-STATUS.

      *  TENDER-SCRATCH-FILE IS USED ONLY BY THE CONSOLIDATION RUN,
      *  TO READ EACH STORE SEGMENT'S TENDER FILE INTO THE MERGED
      *  ONE - THE TENDER FILE IS NEVER TRUNCATED (SEE ABOVE)
            SELECT TENDER-SCRATCH-FILE
            ASSIGN USING WS-TND-SCRATCH-NAME
            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS WS-TND-SCRATCH-STATUS.

      *  RUN-LEDGER-FILE IS THE PERSISTENT RECORD OF EVERY FINALIZED
      *  RUN - ONE ROW PER BUSINESS DATE WITH THE COUNTS, TOTALS AND
      *  BALANCE VERDICT. READ BACK AT START OF RUN: A BUSINESS DATE
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS WS-RLD-FILE-STATUS.

      *  STORE-LEDGER-FILE CARRIES THE PER-STORE CONTROL FIGURES
      *  BEHIND EVERY LEDGER ROW - ONE ROW PER STORE, TAGGED WITH
      *  THE LEDGER ROW'S DATE AND RUN STAMP. REWORK APPENDS ROWS
      *  OF ITS OWN FOR THE RESUBMITS IT LOADS. ACKRECON MATCHES THE
      *  DATABASE LOAD'S ACKNOWLEDGMENT AGAINST THEM
            SELECT OPTIONAL STORE-LEDGER-FILE
            ASSIGN TO './popdata.rls'
            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS WS-RLS-FILE-STATUS.

      *  FISCAL-CAL-FILE IS THE FISCAL CALENDAR MAINTAINED BY
      *  TABMAINT AND CLOSED PERIOD BY PERIOD BY PERCLOSE. A
      *  BUSINESS DATE INSIDE A CLOSED PERIOD IS REFUSED OUTRIGHT -
      *  RERUN=Y DOES NOT OVERRIDE IT, BECAUSE FINANCE HAS ALREADY
      *  BOOKED THE PERIOD FROM THE FIGURES THE RERUN WOULD REPLACE
            SELECT OPTIONAL FISCAL-CAL-FILE
            ASSIGN TO './fiscal.cal'
            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS WS-FPD-FILE-STATUS.

      *  STORE-MASTER-FILE IS THE STORE MASTER MAINTAINED BY
      *  TABMAINT - NAME, REGION, DISTRICT, OPEN AND CLOSE DATES
      *  AND STATUS PER STORE. WITH A MASTER ON DISK, A RECORD FOR
      *  A STORE NOT ON IT, DATED BEFORE THE STORE OPENED OR AFTER
      *  IT CLOSED IS HELD FOR REVIEW, AND THE SUMMARY GAINS THE
      *  STORE NAMES AND A DISTRICT AND REGION ROLL-UP. WITH NO
      *  MASTER NEITHER HAPPENS, AS BEFORE
            SELECT OPTIONAL STORE-MASTER-FILE
            ASSIGN TO './storemast.dat'
            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS WS-SMS-FILE-STATUS.

      *  EXCEPTION-FILE IS THE PERSISTENT EXCEPTION STORE. THE HELD
      *  FILES ABOVE ARE REBUILT FROM NOTHING ON EVERY FRESH RUN, SO
      *  AT END OF RUN EVERY REJECT, REVIEW HOLD, LP EXCEPTION AND
      *  DATE EXCEPTION IS CARRIED INTO THIS FILE, TAGGED WITH THE
      *  BUSINESS DATE AND STORE, AND STAYS OPEN THERE UNTIL REWORK
      *  RESUBMITS IT OR WRITES IT OFF. EXCAGE AGES WHAT IS STILL
      *  OPEN
            SELECT OPTIONAL EXCEPTION-FILE
            ASSIGN TO './popdata.exs'
            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS WS-EXS-FILE-STATUS.

      *  EXCEPTION-SCRATCH-FILE IS A WORK FILE USED ONLY WHEN THE
      *  BUSINESS DATE'S OPEN EXCEPTIONS ARE REPLACED - THE SAME
      *  COPY/DELETE/RENAME DISCIPLINE THE RESTART TRUNCATION USES
            SELECT EXCEPTION-SCRATCH-FILE
            ASSIGN TO './popdata.exs.trunc'
            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS WS-EXS-SCRATCH-STATUS.

      *  KEYED WORK FILES FOR THE END-OF-RUN AGGREGATION PASSES.
      *  THE IN-CORE OCCURS TABLES THAT USED TO HOLD THE CATEGORY,
      *  STORE, ITEM, TENDER AND GL FIGURES CAPPED WHAT ONE RUN
            RECORD KEY IS STOW-STORE
            FILE STATUS IS WS-STOW-FILE-STATUS.

      *  ROLL-WORK-FILE HOLDS THE CATEGORY FIGURES FOLDED UP TO
      *  DISTRICT ('D' ROWS) AND REGION ('T' ROWS) - THE KEY PUTS
      *  EACH REGION'S DISTRICTS AHEAD OF ITS REGION TOTAL
            SELECT ROLL-WORK-FILE
            ASSIGN TO './popdata.rolw'
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS ROLW-KEY
            FILE STATUS IS WS-ROLW-FILE-STATUS.

            SELECT ITEM-WORK-FILE
            ASSIGN TO './popdata.itmw'
            ORGANIZATION IS INDEXED
            FILE STATUS IS WS-GLW-FILE-STATUS.

            SELECT JOB-LOG-FILE
            ASSIGN USING WS-JOBLOG-FILE-NAME
            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS WS-JOBLOG-FILE-STATUS.

      *  STORE-PARTITIONED PROCESSING. POPSPLIT CUTS THE COMBINED
      *  EXTRACT INTO ONE SEGMENT PER STORE AT ITS HDR BOUNDARIES
      *  (DATA.NOSP.SSSS) AND LISTS THEM ON THE SEGMENT MANIFEST,
      *  THEN RUNS THIS PROGRAM ONCE PER SEGMENT AND ONCE MORE TO
      *  CONSOLIDATE. IT TELLS EACH RUN WHICH IT IS THROUGH THE
      *  SEGMENT CARD FILE - SEGMENT=SSSS OR CONSOLIDATE=Y - READ
      *  AFTER POPDATA.CTL UNDER THE SAME CARD RULES
            SELECT OPTIONAL SEGMENT-CARD-FILE
            ASSIGN TO './popdata.sgc'
            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS WS-SGC-FILE-STATUS.

            SELECT OPTIONAL SEGMENT-MANIFEST-FILE
            ASSIGN TO './popdata.seg'
            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS WS-SEG-FILE-STATUS.

      *  SEGMENT-STATUS-FILE GETS ONE ROW PER FINISHED SEGMENT RUN -
      *  ITS VERDICT AND EVERY COUNT AND CONTROL FIGURE - SO THE
      *  CONSOLIDATION KNOWS WHICH STORES TO TAKE IN AND CAN ADD
      *  THEIR FIGURES UP WITHOUT RE-READING ANY SEGMENT'S INPUT
            SELECT OPTIONAL SEGMENT-STATUS-FILE
            ASSIGN TO './popdata.sgs'
            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS WS-SGS-FILE-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD INPUT-FILE             RECORD CONTAINS 220 CHARACTERS.
        01 LOAD-SCRATCH-RECORD    PIC X(266).

      *  REJECT-FILE CARRIES RECORDS BUILD-PROCEDURE COULD NOT
      *  UNSTRING, TOGETHER WITH THE RECORD NUMBER AND THE REASON.
      *  THE STORE AND THE SALE AMOUNT AS SENT RIDE AT THE END OF
      *  EVERY HELD ROW (HERE, REVIEW, LP AND DATE EXCEPTIONS) SO
      *  EXCEPTION-POST-PROCEDURE CAN CARRY THEM TO THE EXCEPTION
      *  STORE WITHOUT PICKING THE DATA APART AGAIN
        FD REJECT-FILE            RECORD CONTAINS 240 CHARACTERS.
        01 REJECT-RECORD.
            05 REJ-RECORD-NO      PIC 9(7).
            05 REJ-REASON         PIC X(30).
            05 FILLER             PIC X(1)  VALUE SPACE.
            05 REJ-DATA           PIC X(180).
            05 FILLER             PIC X(1)  VALUE SPACE.
            05 REJ-STORE          PIC X(4).
            05 FILLER             PIC X(1)  VALUE SPACE.
            05 REJ-AMOUNT         PIC S9(5)V99.

      *  REJECT-SCRATCH-FILE HOLDS THE RECORDS COPIED BACK OUT OF
      *  REJECT-FILE BY TRUNCATE-REJECT-FILE-PROCEDURE, THE SAME WAY
      *  (NOT JUST THE RAW 180-CHARACTER INPUT-RECORD), SO THE PRC/
      *  DSC/OPR/.../UPF TAGS AND THE ITEM NAME/SDETAIL THAT FOLLOW
      *  THEM ARE NEVER CUT OFF
        FD REVIEW-FILE            RECORD CONTAINS 312 CHARACTERS.
        01 REVIEW-RECORD.
            05 REV-RECORD-NO      PIC 9(7).
            05 FILLER             PIC X(1)  VALUE SPACE.
            05 REV-REASON         PIC X(30).
            05 FILLER             PIC X(1)  VALUE SPACE.
            05 REV-DATA           PIC X(260).
            05 FILLER             PIC X(1)  VALUE SPACE.
            05 REV-STORE          PIC X(4).
            05 FILLER             PIC X(1)  VALUE SPACE.
            05 REV-AMOUNT         PIC S9(5)V99.

      *  REVIEW-SCRATCH-FILE HOLDS THE RECORDS COPIED BACK OUT OF
      *  REVIEW-FILE BY TRUNCATE-REVIEW-FILE-PROCEDURE, THE SAME WAY
      *  LOAD-SCRATCH-FILE DOES FOR LOAD-FILE
        FD REVIEW-SCRATCH-FILE    RECORD CONTAINS 312 CHARACTERS.
        01 REVIEW-SCRATCH-RECORD  PIC X(312).

      *  SKU-MASTER-FILE IS THE KEYED REFERENCE MASTER OF KNOWN SKUS,
      *  READ BY SKU AT CHECK TIME - NO IN-CORE TABLE, SO THERE IS NO
      *  REPORTING WE KEEP BEING ASKED ABOUT
      *  STANDARD RETAIL AND STANDARD COST RIDE ON EACH ROW TOO -
      *  ZERO MEANS NO STANDARD MAINTAINED FOR THE SKU, SO NO
      *  VARIANCE CHECKING AGAINST IT. THE REORDER POINT (IN EACHES)
      *  IS CARRIED FOR THE INVENTORY POSTING JOB - NOT USED HERE
        FD SKU-MASTER-FILE        RECORD CONTAINS 76 CHARACTERS.
        01 SKU-MASTER-RECORD.
            05 SKU-MAST-KEY       PIC X(16).
            05 SKU-MAST-NAME      PIC X(30).
            05 SKU-MAST-STATUS    PIC X(1).
            05 SKU-MAST-RETAIL    PIC 9(3)V99.
            05 SKU-MAST-COST      PIC 9(3)V99.
            05 SKU-MAST-REORDER   PIC 9(5).

      *  SKU-PRICE-FILE HOLDS ONE ROW PER STANDARD RETAIL AND COST
      *  CHANGE, KEYED ON SKU PLUS THE DATE IT TAKES EFFECT. THE
      *  STANDARD IN FORCE ON A DATE IS THE LATEST CHANGE DATED ON
      *  OR BEFORE IT, OR THE SKU MASTER'S OWN RETAIL AND COST WHEN
      *  NO CHANGE IS THAT OLD. LAYOUT MATCHES THE SKU-PRICE-INDEX
      *  FD IN SKULOAD
        FD SKU-PRICE-FILE         RECORD CONTAINS 46 CHARACTERS.
        01 SKU-PRICE-RECORD.
            05 SKP-KEY.
                10 SKP-SKU        PIC X(16).
                10 SKP-EFF-DATE   PIC X(10).
            05 SKP-RETAIL         PIC 9(3)V99.
            05 SKP-COST           PIC 9(3)V99.
            05 SKP-ENTERED        PIC X(10).

      *  UNIT-TABLE-FILE IS THE OPERATIONS-MAINTAINED TABLE OF HOW
      *  MANY EACHES ONE WS-SUNIT UNIT REPRESENTS (E.G. A CASE OF 12),
            05 LP-REASON          PIC X(30).
            05 FILLER             PIC X(1)  VALUE SPACE.
            05 LP-DATA            PIC X(180).
            05 FILLER             PIC X(1)  VALUE SPACE.
            05 LP-STORE           PIC X(4).
            05 FILLER             PIC X(1)  VALUE SPACE.
            05 LP-AMOUNT          PIC S9(5)V99.

        FD LP-SCRATCH-FILE        RECORD CONTAINS 240 CHARACTERS.
        01 LP-SCRATCH-RECORD      PIC X(240).
            05 OOD-REASON         PIC X(30).
            05 FILLER             PIC X(1)  VALUE SPACE.
            05 OOD-DATA           PIC X(180).
            05 FILLER             PIC X(1)  VALUE SPACE.
            05 OOD-STORE          PIC X(4).
            05 FILLER             PIC X(1)  VALUE SPACE.
            05 OOD-AMOUNT         PIC S9(5)V99.

        FD OOD-SCRATCH-FILE       RECORD CONTAINS 240 CHARACTERS.
        01 OOD-SCRATCH-RECORD     PIC X(240).
        FD HISTORY-SCRATCH-FILE   RECORD CONTAINS 83 CHARACTERS.
        01 HISTORY-SCRATCH-RECORD PIC X(83).

      *  ONE ROW PER LOAD-FILE RECORD. LDH-ORIG-TRANS-ID IS THE
      *  ORIGINAL SALE A RETURN WAS MATCHED TO, SPACES ON A SALE.
      *  LDH-SDATE IS THE TRANSACTION'S OWN DATE, WHICH DECIDED THE
      *  STANDARD IT WAS PRICED UNDER - BLANK ON ROWS POSTED BEFORE
      *  IT WAS CARRIED
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

        FD LOAD-HISTORY-SCRATCH-FILE RECORD CONTAINS 206 CHARACTERS.
        01 LOAD-HISTORY-SCRATCH-RECORD PIC X(206).

      *  ONE POSTING LINE PER RECORD - THE AMOUNT IS UNSIGNED AND
      *  THE DR/CR COLUMN CARRIES THE DIRECTION, THE WAY THE LEDGER
      *  IMPORT WANTS IT
            05 TND-AMOUNT         PIC S9(7)V99.
            05 TND-TRANS-ID       PIC X(40).

        FD TENDER-SCRATCH-FILE    RECORD CONTAINS 61 CHARACTERS.
        01 TENDER-SCRATCH-RECORD  PIC X(61).

        FD RUN-LEDGER-FILE        RECORD CONTAINS 95 CHARACTERS.
        01 RUN-LEDGER-RECORD.
            05 RLD-DATE           PIC X(10).
      *  'B' - THE RUN BALANCED; ONLY BALANCED RUNS ARE LEDGERED
            05 RLD-VERDICT        PIC X(1).

        FD STORE-LEDGER-FILE      RECORD CONTAINS 60 CHARACTERS.
        01 STORE-LEDGER-RECORD.
            05 RLS-DATE           PIC X(10).
            05 RLS-RUN-STAMP      PIC X(16).
            05 RLS-STORE          PIC X(4).
            05 RLS-REC-COUNT      PIC 9(7).
            05 RLS-SALE           PIC S9(9)V99.
            05 RLS-COST           PIC S9(9)V99.
      *  SPACE - A POPDATA RUN'S OWN ROW; 'R' - REWORK RESUBMITS
            05 RLS-SOURCE         PIC X(1).

        FD FISCAL-CAL-FILE        RECORD CONTAINS 60 CHARACTERS.
        01 FISCAL-CAL-RECORD      PIC X(60).

      *  LAYOUT MATCHES THE STORE-MASTER-FILE FD IN TABMAINT
        FD STORE-MASTER-FILE      RECORD CONTAINS 80 CHARACTERS.
        01 STORE-MASTER-RECORD    PIC X(80).

      *  ONE ROW PER HELD RECORD PER BUSINESS DATE. THE SOURCE IS
      *  THE HELD FILE IT CAME FROM (REJ/REV/LPX/OOD) AND THE DATA
      *  IS THAT FILE'S OWN DATA FIELD, CUT TO 180. THE AMOUNT IS
      *  THE SALE AMOUNT AS THE POS SENT IT. REWORK STAMPS THE
      *  STATUS AND DISPOSITION DATE; ROWS ARE NEVER DELETED, SO
      *  THE FILE IS ALSO THE RECORD OF HOW EACH HOLD WAS CLEARED
        FD EXCEPTION-FILE         RECORD CONTAINS 252 CHARACTERS.
        01 EXCEPTION-RECORD.
            05 EXS-DATE           PIC X(10).
            05 EXS-SOURCE         PIC X(3).
            05 EXS-RECORD-NO      PIC 9(7).
            05 EXS-STORE          PIC X(4).
            05 EXS-REASON         PIC X(30).
            05 EXS-AMOUNT         PIC S9(5)V99.
      *  'O' OPEN, 'R' RESUBMITTED, 'W' WRITTEN OFF
            05 EXS-STATUS         PIC X(1).
            05 EXS-DISP-DATE      PIC X(10).
            05 EXS-DATA           PIC X(180).

        FD EXCEPTION-SCRATCH-FILE RECORD CONTAINS 252 CHARACTERS.
        01 EXCEPTION-SCRATCH-RECORD PIC X(252).

      *  THE KEYED AGGREGATION WORK FILES (SEE FILE-CONTROL). EACH
      *  IS BUILT FRESH BY ITS OWN PASS OVER THE FINISHED LOAD FILE
      *  (OR THE TENDER FILE) AND THEN READ BACK IN KEY ORDER FOR
            05 STOW-COST          PIC S9(9)V99.
            05 STOW-PROFIT        PIC S9(9)V99.

        FD ROLL-WORK-FILE         RECORD CONTAINS 77 CHARACTERS.
        01 ROLL-WORK-RECORD.
            05 ROLW-KEY.
                10 ROLW-GROUP.
                    15 ROLW-REGION    PIC X(4).
      *  'D' A DISTRICT OF THE REGION, 'T' THE REGION TOTAL
                    15 ROLW-LEVEL     PIC X(1).
                    15 ROLW-DISTRICT  PIC X(4).
                10 ROLW-NAME      PIC X(35).
            05 ROLW-SALE          PIC S9(9)V99.
            05 ROLW-COST          PIC S9(9)V99.
            05 ROLW-PROFIT        PIC S9(9)V99.

        FD ITEM-WORK-FILE         RECORD CONTAINS 70 CHARACTERS.
        01 ITEM-WORK-RECORD.
            05 ITMW-SKU           PIC X(16).
        FD JOB-LOG-FILE           RECORD CONTAINS 160 CHARACTERS.
        01 JOB-LOG-RECORD         PIC X(160).

        FD SEGMENT-CARD-FILE      RECORD CONTAINS 80 CHARACTERS.
        01 SEGMENT-CARD-RECORD    PIC X(80).

      *  LAYOUT MATCHES THE SEGMENT-MANIFEST-FILE FD IN POPSPLIT -
      *  UNPACKED INTO WS-SEG-ROW
        FD SEGMENT-MANIFEST-FILE  RECORD CONTAINS 44 CHARACTERS.
        01 SEGMENT-MANIFEST-RECORD PIC X(44).

      *  LAYOUT MATCHES THE SEGMENT-STATUS-FILE FD IN POPSPLIT -
      *  BUILT AND UNPACKED THROUGH WS-SGS-ROW
        FD SEGMENT-STATUS-FILE    RECORD CONTAINS 242 CHARACTERS.
        01 SEGMENT-STATUS-RECORD  PIC X(242).

        WORKING-STORAGE SECTION.
        01  WS-GTIN-FILE-STATUS   PIC X(2).
        01  WS-CKPT-FILE-STATUS   PIC X(2).
                                      VALUE './popdata.hst'.
        01  WS-HIST-SCRATCH-NAME     PIC X(24)
                                      VALUE './popdata.hst.trunc'.
        01  WS-LDH-FILE-STATUS    PIC X(2).
        01  WS-LDH-SCRATCH-STATUS PIC X(2).
        01  WS-LDH-EOF            PIC X     VALUE 'N'.
        01  WS-LDH-POSTED         PIC 9(7)  VALUE 0.
        01  WS-LDH-FILE-NAME         PIC X(24)
                                      VALUE './popdata.ldh'.
        01  WS-LDH-SCRATCH-NAME      PIC X(24)
                                      VALUE './popdata.ldh.trunc'.
        01  WS-RET-FILE-STATUS    PIC X(2).
        01  WS-RET-EOF            PIC X     VALUE 'N'.
        01  WS-RET-LISTED         PIC 9(7)  VALUE 0.
        01  WS-EOF                PIC X    VALUE 'N'.
        01  WS-OFLOW              PIC X    VALUE 'N'.

      *  FILE NAMES FOR EVERY FILE A STORE SEGMENT RUN KEEPS APART
      *  FROM THE OTHERS - THE INPUT, THE CHECKPOINT, THE JOB LOG,
      *  THE LOAD/HELD/SQL/TENDER FILES AND THE SCRATCH FILES THEIR
      *  RESTART TRUNCATION USES. THE ASSIGN CLAUSES IN FILE-CONTROL
      *  NAME THESE FIELDS, SO TRUNCATE-OUTPUT-FILES-PROCEDURE'S
      *  CBL_DELETE_FILE/CBL_RENAME_FILE CALLS ALWAYS AGREE WITH THE
      *  OPENS. A SEGMENT RUN SUFFIXES EVERY ONE WITH '.' AND ITS
      *  STORE (SEGMENT-FILE-NAMES-PARA); THE CONSOLIDATION RUN
      *  POINTS THE SCRATCH NAMES AT EACH SEGMENT'S FILES IN TURN
        01  WS-INPUT-FILE-NAME       PIC X(40)
                                      VALUE './data.nosp'.
        01  WS-CKPT-FILE-NAME        PIC X(40)
                                      VALUE './popdata.ckpt'.
        01  WS-JOBLOG-FILE-NAME      PIC X(40)
                                      VALUE './popdata.log'.
        01  WS-TND-FILE-NAME         PIC X(40)
                                      VALUE './popdata.tnd'.
        01  WS-TND-SCRATCH-NAME      PIC X(40)
                                      VALUE './popdata.tnd.trunc'.
        01  WS-LOAD-FILE-NAME        PIC X(40)
                                      VALUE './popdata.load'.
        01  WS-LOAD-SCRATCH-NAME     PIC X(40)
                                      VALUE './popdata.load.trunc'.
        01  WS-REJECT-FILE-NAME      PIC X(40)
                                      VALUE './popdata.rej'.
        01  WS-REJECT-SCRATCH-NAME   PIC X(40)
                                      VALUE './popdata.rej.trunc'.
        01  WS-REVIEW-FILE-NAME      PIC X(40)
                                      VALUE './popdata.rev'.
        01  WS-REVIEW-SCRATCH-NAME   PIC X(40)
                                      VALUE './popdata.rev.trunc'.
        01  WS-DUP-FILE-NAME         PIC X(40)
                                      VALUE './popdata.dup'.
        01  WS-DUP-SCRATCH-NAME      PIC X(40)
                                      VALUE './popdata.dup.trunc'.
        01  WS-OOD-FILE-NAME         PIC X(40)
                                      VALUE './popdata.ood'.
        01  WS-OOD-SCRATCH-NAME      PIC X(40)
                                      VALUE './popdata.ood.trunc'.
        01  WS-SQL-FILE-NAME         PIC X(40)
                                      VALUE './popdata.sql'.
        01  WS-SQL-SCRATCH-NAME      PIC X(40)
                                      VALUE './popdata.sql.trunc'.
        01  WS-CBL-RESULT         PIC 9(8) COMP-5.

      *  EXCEEDING THE ORIGINAL. THE REFUND SIDE OF THE MATCH IS
      *  THE RAW AMOUNT TOO, SO THE COMPARE IS EXACT
        01  WS-RAW-SALE-AMT       PIC S9(5)V99.
        01  WS-LP-FILE-NAME          PIC X(40)
                                      VALUE './popdata.lpx'.
        01  WS-LP-SCRATCH-NAME       PIC X(40)
                                      VALUE './popdata.lpx.trunc'.

      *  BUSINESS-DATE CONTROL. WS-EXPECTED-DATE COMES FROM THE
        01  WS-RLD-CUR-FOUND      PIC X     VALUE 'N'.
        01  WS-RLD-PREV-FOUND     PIC X     VALUE 'N'.
        01  WS-RLD-ANY-ROW        PIC X     VALUE 'N'.
        01  WS-RLS-FILE-STATUS    PIC X(2).
        01  WS-PREV-BUSINESS-DATE PIC X(10) VALUE SPACES.

      *  FISCAL CALENDAR SCAN - ONE ROW AT A TIME, LOOKING FOR A
      *  CLOSED PERIOD WHOSE DATES TAKE IN THE BUSINESS DATE
        01  WS-FPD-FILE-STATUS    PIC X(2).
        01  WS-FPD-EOF            PIC X     VALUE 'N'.
        01  WS-FPD-CLOSED-FOUND   PIC X     VALUE 'N'.
        01  WS-FPD-ROW.
            05 WS-FPD-PERIOD      PIC X(7).
            05 WS-FPD-START       PIC X(10).
            05 WS-FPD-END         PIC X(10).
            05 WS-FPD-STATUS      PIC X(1).
            05 WS-FPD-CLOSED      PIC X(10).
        01  WS-FPD-CLOSED-PERIOD  PIC X(7)  VALUE SPACES.

      *  EXCEPTION STORE POSTING. WS-EXS-DATE IS THE BUSINESS DATE
      *  THE HELD ROWS ARE FILED UNDER - THE RUN DATE STANDS IN ONLY
      *  WHEN NO BUSINESS DATE WAS EVER ESTABLISHED. THE DISPOSED
      *  TABLE CARRIES THE HOLDS REWORK HAS ALREADY CLEARED FOR THAT
      *  DATE, SO A RERUN OF THE DATE DOES NOT REOPEN THEM. A
      *  DISPOSED TABLE THAT FILLS WOULD LET A CLEARED HOLD BE
      *  POSTED OPEN AGAIN, SO THE STORE IS LEFT AS IT WAS AND THE
      *  RUN STOPS
        01  WS-EXS-FILE-STATUS    PIC X(2).
        01  WS-EXS-SCRATCH-STATUS PIC X(2).
        01  WS-EXS-EOF            PIC X     VALUE 'N'.
        01  WS-EXS-HOLD-EOF       PIC X     VALUE 'N'.
        01  WS-EXS-FILE-NAME         PIC X(24)
                                      VALUE './popdata.exs'.
        01  WS-EXS-SCRATCH-NAME      PIC X(24)
                                      VALUE './popdata.exs.trunc'.
        01  WS-EXS-DATE           PIC X(10) VALUE SPACES.
        01  WS-EXS-POSTED         PIC 9(7)  VALUE 0.
        01  WS-EXS-REPLACED       PIC 9(7)  VALUE 0.
        01  WS-EXS-DISPOSED       PIC X     VALUE 'N'.
        01  WS-EXD-COUNT          PIC 9(3)  VALUE 0.
        01  WS-EXD-FULL           PIC X     VALUE 'N'.
        01  WS-EXD-TABLE.
            05 WS-EXD-ENTRY OCCURS 500 TIMES INDEXED BY WS-EXD-IDX.
                10 WS-EXD-SOURCE     PIC X(3).
                10 WS-EXD-RECORD-NO  PIC 9(7).
                10 WS-EXD-REASON     PIC X(30).

      *  WORK FIELDS FOR PREV-DATE-PROCEDURE, WHICH WALKS THE
      *  BUSINESS DATE BACK ONE CALENDAR DAY - THE GROUP ITEM
      *  CARRIES THE DASHES SO THE RESULT MOVES STRAIGHT BACK TO
      *  CHECKPOINTED - A RESTART RE-READS THE WHOLE INPUT AND
      *  RE-CAPTURES EVERY TENDER LINE, THE SAME AS HDR/TRL
        01  WS-TND-FILE-STATUS    PIC X(2).
        01  WS-TND-SCRATCH-STATUS PIC X(2).
        01  WS-TND-SEEN           PIC X     VALUE 'N'.
        01  WS-TND-EOF            PIC X.
        01  WS-TENDER-COUNT       PIC 9(7)  VALUE 0.
        01  WS-ITMW-FILE-STATUS   PIC X(2).
        01  WS-TNDW-FILE-STATUS   PIC X(2).
        01  WS-GLW-FILE-STATUS    PIC X(2).
        01  WS-ROLW-FILE-STATUS   PIC X(2).
        01  WS-AGG-LOAD-EOF       PIC X.
        01  WS-CATW-EOF           PIC X.
        01  WS-CORW-EOF           PIC X.
        01  WS-STOW-EOF           PIC X.
        01  WS-ITMW-EOF           PIC X.
        01  WS-TNDW-EOF           PIC X.
        01  WS-ROLW-EOF           PIC X.
      *  THE STORE WHOSE SUMMARY SECTION IS BEING PRINTED
        01  WS-CUR-STORE          PIC X(4).
      *  THE DISTRICT OR REGION WHOSE ROLL-UP SECTION IS BEING
      *  PRINTED, AND THE REGION AND DISTRICT A CATEGORY ROW IS
      *  BEING FOLDED INTO
        01  WS-ROLL-CUR-GROUP.
            05 WS-ROLL-CUR-REGION    PIC X(4).
            05 WS-ROLL-CUR-LEVEL     PIC X(1).
            05 WS-ROLL-CUR-DISTRICT  PIC X(4).
        01  WS-ROLL-REGION        PIC X(4).
        01  WS-ROLL-DISTRICT      PIC X(4).
        01  WS-SUMMARY-LINE       PIC X(90).
        01  WS-CONVERTED-CAT-SALE   PIC -ZZZZZZZZ9.99.
        01  WS-CONVERTED-CAT-COST   PIC -ZZZZZZZZ9.99.
                10 WS-GTIN-PREFIX-LEN PIC 99.
                10 WS-GTIN-MULT       PIC 9V99.

      *  STORE MASTER, LOADED ONCE FROM STORE-MASTER-FILE BY
      *  STORE-MASTER-LOAD-PROCEDURE AND SEARCHED BY STORE-MASTER-
      *  LOOKUP-PROCEDURE FOR WS-SMS-SEARCH-STORE. WS-SMS-LOADED
      *  STAYS 'N' WHEN NO MASTER IS ON DISK, WHICH TURNS THE STORE
      *  CHECK AND THE DISTRICT AND REGION ROLL-UP OFF
        01  WS-SMS-FILE-STATUS    PIC X(2).
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

      *  SKU MASTER LOOKUP STATE. THE MASTER IS A KEYED FILE OPENED
      *  ONCE BY SKU-MASTER-OPEN-PROCEDURE AND READ BY SKU FOR EVERY
      *  TRANSACTION BY SKU-CHECK-PROCEDURE. WHEN NO MASTER FILE IS
        01  WS-SKU-REASON          PIC X(30) VALUE SPACES.

      *  STANDARD RETAIL AND COST OF THE SKU IN HAND, SAVED OFF THE
      *  MASTER ROW BY SKU-CHECK-PROCEDURE, OR OFF THE PRICE CHANGE
      *  IN FORCE ON THE TRANSACTION DATE - ZERO WHEN THE SKU IS
      *  NOT ON THE MASTER OR NO STANDARD IS MAINTAINED, WHICH
      *  TURNS THE VARIANCE CHECKS OFF FOR THE TRANSACTION.
      *  A PER-EACH PRICE OR COST MORE THAN THE HOLD TOLERANCE AWAY
      *  ON THE END-OF-RUN PRICE VARIANCE REPORT
        01  WS-STD-RETAIL          PIC 9(3)V99 VALUE 0.
        01  WS-STD-COST            PIC 9(3)V99 VALUE 0.
      *  DATED PRICE CHANGE LOOKUP - PRICE-HISTORY-LOOKUP-PROCEDURE
      *  REPLACES WS-STD-RETAIL AND WS-STD-COST WITH THE CHANGE IN
      *  FORCE FOR WS-SKP-LOOK-SKU ON WS-SKP-LOOK-DATE, IF ANY
        01  WS-SKP-FILE-STATUS     PIC X(2).
        01  WS-SKP-LOADED          PIC X     VALUE 'N'.
        01  WS-SKP-EOF             PIC X     VALUE 'N'.
        01  WS-SKP-LOOK-SKU        PIC X(16).
        01  WS-SKP-LOOK-DATE       PIC X(10).
        01  WS-VAR-HOLD-PCT        PIC 9V99    VALUE 0.20.
        01  WS-VAR-LIST-PCT        PIC 9V99    VALUE 0.05.
        01  WS-VAR-LIMIT           PIC 9(3)V99.
        01  WS-CONVERTED-GRAND-COST   PIC -ZZZZZZZZ9.99.
        01  WS-CONVERTED-GRAND-PROFIT PIC -ZZZZZZZZ9.99.

      *  STORE-PARTITIONED PROCESSING STATE. WS-SEG-STORE COMES FROM
      *  THE SEGMENT=SSSS CARD AND MAKES THIS A SEGMENT RUN - ONE
      *  STORE'S SEGMENT OF THE SPLIT EXTRACT, PROCESSED AND
      *  BALANCED ON ITS OWN UNDER ITS OWN CHECKPOINT, WITH ITS
      *  VERDICT AND FIGURES POSTED TO THE SEGMENT STATUS FILE
      *  INSTEAD OF BEING FINALIZED. WS-CONSOLIDATE COMES FROM THE
      *  CONSOLIDATE=Y CARD AND MAKES THIS THE RUN THAT MERGES THE
      *  BALANCED SEGMENTS AND FINALIZES THE BUSINESS DATE ONCE FOR
      *  THE WHOLE CHAIN
        01  WS-SGC-FILE-STATUS    PIC X(2).
        01  WS-SEG-FILE-STATUS    PIC X(2).
        01  WS-SGS-FILE-STATUS    PIC X(2).
        01  WS-SGC-EOF            PIC X     VALUE 'N'.
        01  WS-SEG-EOF            PIC X     VALUE 'N'.
        01  WS-SGS-EOF            PIC X     VALUE 'N'.
        01  WS-SEG-STORE          PIC X(4)  VALUE SPACES.
        01  WS-CONSOLIDATE        PIC X     VALUE 'N'.
        01  WS-SEG-DATE           PIC X(10) VALUE SPACES.
        01  WS-SEG-SPLIT-STAMP    PIC X(16) VALUE SPACES.
        01  WS-SEG-FILE-DETAILS   PIC X(16).
      *  SEGMENT-NAME-PARA TURNS THE CHAIN-LEVEL NAME IN WS-SEG-
      *  NAME-WORK INTO WS-SEG-NAME-STORE'S OWN COPY OF THE FILE
        01  WS-SEG-NAME-STORE     PIC X(4).
        01  WS-SEG-NAME-WORK      PIC X(40).
        01  WS-SEG-NAME-OUT       PIC X(40).
      *  ONE SEGMENT MANIFEST ROW, AS POPSPLIT WRITES IT - THE
      *  RECORD COUNT IS THE SEGMENT'S DETAIL RECORDS, THE LINE
      *  COUNT EVERYTHING IN IT INCLUDING HDR/TRL/TND
        01  WS-SEG-ROW.
            05 WS-SEG-ROW-DATE    PIC X(10).
            05 WS-SEG-ROW-STORE   PIC X(4).
            05 WS-SEG-ROW-STAMP   PIC X(16).
            05 WS-SEG-ROW-RECORDS PIC 9(7).
            05 WS-SEG-ROW-LINES   PIC 9(7).
      *  ONE SEGMENT STATUS ROW. THE SPLIT STAMP TIES THE ROW TO THE
      *  SEGMENT FILE POPSPLIT CUT - A RE-SPLIT OF A CHANGED SEGMENT
      *  GETS A NEW STAMP, SO ROWS FOR THE OLD CUT NO LONGER COUNT
        01  WS-SGS-ROW.
            05 WS-SGS-DATE            PIC X(10).
            05 WS-SGS-STORE           PIC X(4).
            05 WS-SGS-SPLIT-STAMP     PIC X(16).
            05 WS-SGS-RUN-STAMP       PIC X(16).
      *  'B' IN BALANCE, 'O' OUT OF BALANCE
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
      *  THE MANIFEST'S STORES IN EXTRACT ORDER, EACH WITH THE
      *  LATEST STATUS ROW POSTED FOR ITS CURRENT SPLIT (SPACES
      *  WHILE THE SEGMENT HAS NOT RUN). WS-SGT-BASE IS THE NUMBER
      *  OF EXTRACT RECORDS AHEAD OF THE SEGMENT - ADDED TO ITS
      *  HELD RECORDS' NUMBERS SO THE MERGED HELD FILES NUMBER THE
      *  WHOLE EXTRACT FROM ONE, THE WAY A SINGLE RUN DOES, AND THE
      *  NUMBERS STAY PUT WHEN A HELD STORE IS BROUGHT IN LATER
        01  WS-SGT-COUNT          PIC 9(3)  VALUE 0.
        01  WS-SGT-SUB            PIC 9(3)  VALUE 0.
        01  WS-SGT-FOUND          PIC X     VALUE 'N'.
        01  WS-SGT-FULL           PIC X     VALUE 'N'.
        01  WS-SGT-SEARCH-STORE   PIC X(4).
        01  WS-SGT-TABLE.
            05 WS-SGT-ENTRY OCCURS 500 TIMES INDEXED BY WS-SGT-IDX.
                10 WS-SGT-STORE       PIC X(4).
                10 WS-SGT-STAMP       PIC X(16).
                10 WS-SGT-BASE        PIC 9(7).
                10 WS-SGT-STATUS-ROW  PIC X(242).
        01  WS-SEG-NEXT-BASE      PIC 9(7)  VALUE 0.
      *  CONSOLIDATION TALLIES. THE CONSOLIDATION IS LEDGERED UNDER
      *  ITS OWN RUN STAMP, AND EVERY RECORD IT COPIES INTO THE
      *  MERGED LOAD FILE HAS ITS REGISTRY ROW RESTAMPED TO MATCH -
      *  WHICH IS HOW INVPOST TIES A LOAD FILE TO ITS LEDGER ROW. A
      *  RECONSOLIDATION THAT BRINGS A HELD STORE IN GETS A STAMP
      *  OF ITS OWN, SO IT IS NEVER MISTAKEN FOR THE EARLIER ONE
        01  WS-CON-INCLUDED       PIC 9(3)  VALUE 0.
        01  WS-CON-HELD           PIC 9(3)  VALUE 0.
        01  WS-CON-BASE           PIC 9(7)  VALUE 0.
        01  WS-CON-EOF            PIC X     VALUE 'N'.
        01  WS-CON-HELD-REASON    PIC X(40) VALUE SPACES.

        PROCEDURE DIVISION.
        MAIN-PROCEDURE.

      *  THE SQL DECK FROM WS-SQL-ENABLED, WHICH ONLY THE SQLOUT
      *  CARD SETS
            PERFORM CONTROL-CARD-LOAD-PROCEDURE.
            PERFORM SEGMENT-CARD-LOAD-PROCEDURE.
      *  THE CONSOLIDATION RUN READS NO EXTRACT AND TAKES NO
      *  CHECKPOINT - IT MERGES THE BALANCED SEGMENTS' OUTPUTS,
      *  FINALIZES THE BUSINESS DATE AND STOPS THE RUN ITSELF
            IF WS-CONSOLIDATE = 'Y'
                PERFORM CONSOLIDATE-PROCEDURE
            END-IF.
      *  A SEGMENT RUN SWITCHES TO ITS OWN STORE'S FILES BEFORE THE
      *  RESTART LOGIC LOOKS FOR A CHECKPOINT
            IF WS-SEG-STORE NOT = SPACES
                PERFORM SEGMENT-SETUP-PROCEDURE
            END-IF.
            PERFORM CHECKPOINT-RESTART-PROCEDURE.
            PERFORM JOB-LOG-HEADER-PROCEDURE.
            IF WS-SEG-STORE NOT = SPACES
                PERFORM SEGMENT-LOG-PARA
            END-IF.
      *  WITH A BUSINESS-DATE CARD THE LEDGER IS JUDGED BEFORE ANY
      *  INPUT IS TOUCHED; WHEN THE DATE ONLY ARRIVES WITH THE
      *  EXTRACT HEADER THE SAME CHECK RUNS FROM HEADER-CONTROL-
            PERFORM GTIN-TABLE-LOAD-PROCEDURE.
            PERFORM SKU-MASTER-OPEN-PROCEDURE.
            PERFORM UNIT-TABLE-LOAD-PROCEDURE.
            PERFORM STORE-MASTER-LOAD-PROCEDURE.
            PERFORM TRANS-ID-OPEN-PROCEDURE.
            OPEN INPUT INPUT-FILE
      *  ALWAYS OUTPUT, NEVER EXTEND - TENDER LINES ARE RE-CAPTURED
                IF WS-SKU-MASTER-LOADED = 'Y'
                    CLOSE SKU-MASTER-FILE
                END-IF
                IF WS-SKP-LOADED = 'Y'
                    CLOSE SKU-PRICE-FILE
                END-IF
                IF WS-TID-ENABLED = 'Y'
                    CLOSE TRANS-ID-FILE
                END-IF
      *  WHATEVER THE VERDICT - THE JOB LOG TRAILER PRINTS THEM ON
      *  OUT-OF-BALANCE RUNS TOO
                PERFORM STORE-CONTROL-BUILD-PROCEDURE
      *  A SEGMENT RUN STOPS SHORT OF FINALIZING - THE SUMMARIES,
      *  HISTORY, LEDGER, GL DECK AND EXCEPTION STORE ARE WRITTEN
      *  ONCE FOR THE WHOLE CHAIN BY THE CONSOLIDATION RUN, FROM
      *  THE SEGMENTS THAT CAME OUT IN BALANCE
                IF WS-SEG-STORE = SPACES
                    PERFORM RUN-FINALIZE-PROCEDURE
                END-IF
                PERFORM JOB-LOG-TRAILER-PROCEDURE
                IF WS-BALANCE-FLAG NOT = 'Y'
                        WS-BALANCE-REASON
                    MOVE 8 TO RETURN-CODE
                END-IF
                IF WS-SEG-STORE NOT = SPACES
                    PERFORM SEGMENT-STATUS-POST-PROCEDURE
                END-IF
                PERFORM RUN-COUNT-DISPLAY-PARA
                STOP RUN.

      *  FINALIZES THE BUSINESS DATE. AN OUT-OF-BALANCE EXTRACT IS
      *  NOT FINALIZED - NO CATEGORY SUMMARY IS PUBLISHED AND THE
      *  JOB ENDS WITH RETURN CODE 8 SO THE DOWNSTREAM DATABASE
      *  LOAD DOES NOT PICK IT UP. THE VERDICT AND BOTH SIDES OF
      *  EVERY CONTROL FIGURE STILL GO TO THE JOB LOG FOR
      *  RECONCILIATION
        RUN-FINALIZE-PROCEDURE.
            IF WS-BALANCE-FLAG = 'Y'
                PERFORM SUMMARY-REPORT-PROCEDURE
                PERFORM ITEM-REPORT-PROCEDURE
                PERFORM RETURN-REGISTER-PROCEDURE
                PERFORM PRICE-VARIANCE-REPORT-PROCEDURE
                PERFORM HISTORY-POST-PROCEDURE
                PERFORM RUN-LEDGER-POST-PROCEDURE
                PERFORM GL-POST-PROCEDURE
            END-IF.
      *  THE HOLDS ARE CARRIED FORWARD WHATEVER THE VERDICT - AN
      *  OUT-OF-BALANCE DATE IS RERUN UNDER THE SAME BUSINESS DATE,
      *  AND THAT RUN REPLACES THE DATE'S OPEN EXCEPTIONS
            PERFORM EXCEPTION-POST-PROCEDURE.

        RUN-COUNT-DISPLAY-PARA.
            DISPLAY 'RECORDS READ: ' WS-RECORD-COUNT.
            DISPLAY 'RECORDS PROCESSED: ' WS-LOADED-COUNT.
            DISPLAY 'RECORDS REJECTED: ' WS-REJECT-COUNT.
            DISPLAY 'RECORDS HELD FOR REVIEW: ' WS-REVIEW-COUNT.
            DISPLAY 'RECORDS SKU-FLAGGED: ' WS-SKU-REVIEW-COUNT.
            DISPLAY 'RECORDS DUPLICATE: ' WS-DUP-COUNT.
            DISPLAY 'RETURNS LOADED: ' WS-RETURN-COUNT.
            DISPLAY 'DATE EXCEPTIONS: ' WS-OOD-COUNT.
            DISPLAY 'LP EXCEPTIONS: ' WS-LP-COUNT.
            DISPLAY 'TENDER LINES: ' WS-TENDER-COUNT.
            DISPLAY 'EXCEPTIONS CARRIED: ' WS-EXS-POSTED.

      *  HEADER AND TRAILER CONTROL RECORDS ARE HANDLED OUTSIDE THE
      *  TRANSACTION RECORD COUNT AND OUTSIDE THE RESTART REPLAY
      *  GUARD - THEY CARRY NO SALES AND MUST BE RE-CAPTURED ON A
            MOVE WS-RECORD-COUNT TO OOD-RECORD-NO.
            MOVE WS-DATE-REASON  TO OOD-REASON.
            MOVE INPUT-RECORD    TO OOD-DATA.
            MOVE WS-STORE        TO OOD-STORE.
            MOVE WS-RAW-SALE-AMT TO OOD-AMOUNT.
            WRITE OOD-RECORD.
            DISPLAY 'DATE EXCEPTION RECORD ' WS-RECORD-COUNT
                ' - ' WS-DATE-REASON.
                            MOVE 16 TO RETURN-CODE
                            STOP RUN
                    END-EVALUATE
                WHEN 'SEGMENT'
                    MOVE WS-CTL-VALUE (1:4) TO WS-SEG-STORE
                    IF WS-SEG-STORE = SPACES
                     OR WS-CTL-VALUE (5:16) NOT = SPACES
                        DISPLAY 'INVALID SEGMENT CONTROL '
                            'CARD: ' WS-CTL-VALUE
                        MOVE 16 TO RETURN-CODE
                        STOP RUN
                    END-IF
                WHEN 'CONSOLIDATE'
                    EVALUATE WS-CTL-VALUE (1:1)
                        WHEN 'Y'
                            MOVE 'Y' TO WS-CONSOLIDATE
                        WHEN 'N'
                            MOVE 'N' TO WS-CONSOLIDATE
                        WHEN OTHER
                            DISPLAY 'INVALID CONSOLIDATE CONTROL '
                                'CARD: ' WS-CTL-VALUE
                            MOVE 16 TO RETURN-CODE
                            STOP RUN
                    END-EVALUATE
                WHEN OTHER
                    DISPLAY 'UNRECOGNIZED CONTROL CARD: '
                        WS-CTL-KEY
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
            END-EVALUATE.

      *  THE SEGMENT CARD FILE POPSPLIT WRITES FOR THE RUN IT IS
      *  DRIVING. A RUN CANNOT BE BOTH A SEGMENT RUN AND THE
      *  CONSOLIDATION
        SEGMENT-CARD-LOAD-PROCEDURE.
            OPEN INPUT SEGMENT-CARD-FILE.
            IF WS-SGC-FILE-STATUS = '00'
             OR WS-SGC-FILE-STATUS = '05'
                PERFORM SEGMENT-CARD-READ-PARA
                    UNTIL WS-SGC-EOF = 'Y'
                CLOSE SEGMENT-CARD-FILE
            END-IF.
            IF WS-SEG-STORE NOT = SPACES
               AND WS-CONSOLIDATE = 'Y'
                DISPLAY 'SEGMENT AND CONSOLIDATE=Y CONTROL CARDS '
                    'CANNOT BOTH BE SUPPLIED'
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.

        SEGMENT-CARD-READ-PARA.
            READ SEGMENT-CARD-FILE
                    AT END MOVE 'Y' TO WS-SGC-EOF
                NOT AT END
                    IF SEGMENT-CARD-RECORD NOT = SPACES
                        MOVE SPACES TO WS-CTL-KEY
                        MOVE SPACES TO WS-CTL-VALUE
                        UNSTRING SEGMENT-CARD-RECORD DELIMITED BY '='
                            INTO WS-CTL-KEY WS-CTL-VALUE
                        END-UNSTRING
                        PERFORM CONTROL-CARD-OPTION-PARA
                    END-IF
            END-READ.

      *  BACKS THIS RUN'S REGISTRY WRITES OUT AFTER AN OUT-OF-
      *  BALANCE VERDICT. THE LOAD FILE HOLDS EXACTLY THE RECORDS
      *  THIS RUN LOADED (THE RESTART TRUNCATION GUARANTEES THAT),
            MOVE WS-RECORD-COUNT TO LP-RECORD-NO.
            MOVE WS-LP-REASON    TO LP-REASON.
            MOVE INPUT-RECORD    TO LP-DATA.
            MOVE WS-STORE        TO LP-STORE.
            MOVE WS-RAW-SALE-AMT TO LP-AMOUNT.
            WRITE LP-RECORD.
            DISPLAY 'LP EXCEPTION RECORD ' WS-RECORD-COUNT
                ' - ' WS-LP-REASON.
            MOVE WS-RECORD-COUNT TO REJ-RECORD-NO.
            MOVE 'UNSTRING OVERFLOW - FIELDS' TO REJ-REASON.
            MOVE INPUT-RECORD  TO REJ-DATA.
            MOVE WS-STORE      TO REJ-STORE.
      *  AN OVERFLOWED RECORD MAY HAVE LANDED ANYTHING IN THE SALE
      *  FIELD - CARRY IT ONLY WHEN IT IS A NUMBER
            IF WS-PRICE IS NUMERIC
                MOVE WS-PRICE  TO REJ-AMOUNT
            ELSE
                MOVE ZERO      TO REJ-AMOUNT
            END-IF.
            WRITE REJECT-RECORD.
            DISPLAY 'REJECTED RECORD ' WS-RECORD-COUNT.
            MOVE 'N' TO WS-OFLOW.
            MOVE WS-RECORD-COUNT TO REV-RECORD-NO.
            MOVE WS-REVIEW-REASON TO REV-REASON.
            MOVE WS-TMP-DATA     TO REV-DATA.
            MOVE WS-STORE        TO REV-STORE.
            MOVE WS-RAW-SALE-AMT TO REV-AMOUNT.
            WRITE REVIEW-RECORD.
            DISPLAY 'HELD FOR REVIEW RECORD ' WS-RECORD-COUNT
                ' - ' WS-REVIEW-REASON.
            END-READ.

      *  ONE CATEGORY SECTION PER STORE (IN STORE NUMBER ORDER,
      *  THE WORK FILE'S KEY ORDER), THEN - WITH A STORE MASTER ON
      *  DISK - ONE PER DISTRICT AND REGION, THEN THE CORPORATE
      *  ALL-STORES ROLL-UP - ONE RUN OVER THE COMBINED EXTRACT
      *  REPLACES THE THREE STAPLED-TOGETHER REPORTS
        SUMMARY-REPORT-PROCEDURE.
            PERFORM CAT-WORK-BUILD-PROCEDURE.
            OPEN OUTPUT SUMMARY-FILE.
                    UNTIL WS-STOW-EOF = 'Y'
                CLOSE STORE-WORK-FILE
            END-IF.
            IF WS-SMS-LOADED = 'Y'
                PERFORM ROLL-WORK-BUILD-PROCEDURE
                PERFORM ROLL-SECTION-PROCEDURE
            END-IF.
            PERFORM CORP-ROLLUP-BUILD-PROCEDURE.
            MOVE SPACES TO SUMMARY-RECORD.
            STRING 'ALL STORES CATEGORY SALES SUMMARY'
                   DELIMITED BY SIZE
                   INTO SUMMARY-RECORD
            END-STRING.
            IF WS-SMS-LOADED = 'Y'
                MOVE WS-CUR-STORE TO WS-SMS-SEARCH-STORE
                PERFORM STORE-MASTER-LOOKUP-PROCEDURE
                IF WS-SMS-FOUND = 'Y'
                    MOVE WS-SMS-NAME (WS-SMS-SUB)
                        TO SUMMARY-RECORD (43:30)
                END-IF
            END-IF.
            WRITE SUMMARY-RECORD.
            PERFORM SUMMARY-COLUMNS-PARA.
            MOVE 'N' TO WS-CATW-EOF.
            MOVE WS-SUMMARY-LINE TO SUMMARY-RECORD.
            WRITE SUMMARY-RECORD.

      *  FOLDS THE PER-STORE CATEGORY ROWS UP TO DISTRICT AND
      *  REGION BY THE STORE MASTER - A PASS OVER THE CATEGORY WORK
      *  FILE INTO THE ROLL-UP WORK FILE, EACH ROW COUNTED ONCE IN
      *  ITS DISTRICT AND ONCE IN ITS REGION TOTAL
        ROLL-WORK-BUILD-PROCEDURE.
            OPEN OUTPUT ROLL-WORK-FILE.
            CLOSE ROLL-WORK-FILE.
            OPEN I-O ROLL-WORK-FILE.
            MOVE 'N' TO WS-CATW-EOF.
            OPEN INPUT CAT-WORK-FILE.
            IF WS-CATW-FILE-STATUS = '00'
                PERFORM ROLL-WORK-READ-PARA
                    UNTIL WS-CATW-EOF = 'Y'
                CLOSE CAT-WORK-FILE
            END-IF.
            CLOSE ROLL-WORK-FILE.

        ROLL-WORK-READ-PARA.
            READ CAT-WORK-FILE NEXT RECORD
                    AT END MOVE 'Y' TO WS-CATW-EOF
                NOT AT END
                    MOVE CATW-STORE TO WS-SMS-SEARCH-STORE
                    PERFORM STORE-MASTER-LOOKUP-PROCEDURE
                    IF WS-SMS-FOUND = 'Y'
                        MOVE WS-SMS-REGION (WS-SMS-SUB)
                            TO WS-ROLL-REGION
                        MOVE WS-SMS-DISTRICT (WS-SMS-SUB)
                            TO WS-ROLL-DISTRICT
                    ELSE
                        MOVE '????' TO WS-ROLL-REGION
                        MOVE '????' TO WS-ROLL-DISTRICT
                    END-IF
                    MOVE WS-ROLL-REGION   TO ROLW-REGION
                    MOVE 'D'              TO ROLW-LEVEL
                    MOVE WS-ROLL-DISTRICT TO ROLW-DISTRICT
                    PERFORM ROLL-WORK-ACCUM-PARA
                    MOVE WS-ROLL-REGION   TO ROLW-REGION
                    MOVE 'T'              TO ROLW-LEVEL
                    MOVE SPACES           TO ROLW-DISTRICT
                    PERFORM ROLL-WORK-ACCUM-PARA
            END-READ.

        ROLL-WORK-ACCUM-PARA.
            MOVE CATW-NAME TO ROLW-NAME.
            READ ROLL-WORK-FILE
                INVALID KEY
                    MOVE CATW-NAME   TO ROLW-NAME
                    MOVE CATW-SALE   TO ROLW-SALE
                    MOVE CATW-COST   TO ROLW-COST
                    MOVE CATW-PROFIT TO ROLW-PROFIT
                    WRITE ROLL-WORK-RECORD
                NOT INVALID KEY
                    ADD CATW-SALE   TO ROLW-SALE
                    ADD CATW-COST   TO ROLW-COST
                    ADD CATW-PROFIT TO ROLW-PROFIT
                    REWRITE ROLL-WORK-RECORD
            END-READ.

      *  ONE SECTION PER DISTRICT, EACH REGION'S DISTRICTS FOLLOWED
      *  BY THE REGION ITSELF - THE CATEGORY LINES, THEN THE MEMBER
      *  STORES BY NAME WITH THEIR OWN TOTALS
        ROLL-SECTION-PROCEDURE.
            MOVE SPACES TO WS-ROLL-CUR-GROUP.
            MOVE 'N' TO WS-ROLW-EOF.
            OPEN INPUT ROLL-WORK-FILE.
            IF WS-ROLW-FILE-STATUS = '00'
                PERFORM ROLL-SECTION-READ-PARA
                    UNTIL WS-ROLW-EOF = 'Y'
                CLOSE ROLL-WORK-FILE
            END-IF.
            IF WS-ROLL-CUR-GROUP NOT = SPACES
                PERFORM ROLL-GROUP-END-PARA
            END-IF.

        ROLL-SECTION-READ-PARA.
            READ ROLL-WORK-FILE NEXT RECORD
                    AT END MOVE 'Y' TO WS-ROLW-EOF
                NOT AT END PERFORM ROLL-PRINT-PARA
            END-READ.

        ROLL-PRINT-PARA.
            IF ROLW-GROUP NOT = WS-ROLL-CUR-GROUP
                IF WS-ROLL-CUR-GROUP NOT = SPACES
                    PERFORM ROLL-GROUP-END-PARA
                END-IF
                MOVE ROLW-GROUP TO WS-ROLL-CUR-GROUP
                PERFORM ROLL-GROUP-HEAD-PARA
            END-IF.
            MOVE ROLW-SALE   TO WS-CONVERTED-CAT-SALE.
            MOVE ROLW-COST   TO WS-CONVERTED-CAT-COST.
            MOVE ROLW-PROFIT TO WS-CONVERTED-CAT-PROFIT.
            MOVE SPACES TO WS-SUMMARY-LINE.
            STRING ROLW-NAME DELIMITED BY SIZE
                   WS-CONVERTED-CAT-SALE   DELIMITED BY SIZE
                   SPACE
                   WS-CONVERTED-CAT-COST   DELIMITED BY SIZE
                   SPACE
                   WS-CONVERTED-CAT-PROFIT DELIMITED BY SIZE
                   INTO WS-SUMMARY-LINE.
            MOVE WS-SUMMARY-LINE TO SUMMARY-RECORD.
            WRITE SUMMARY-RECORD.

        ROLL-GROUP-HEAD-PARA.
            MOVE SPACES TO SUMMARY-RECORD.
            IF WS-ROLL-CUR-LEVEL = 'D'
                STRING 'DISTRICT ' DELIMITED BY SIZE
                       WS-ROLL-CUR-REGION DELIMITED BY SPACE
                       '/' DELIMITED BY SIZE
                       WS-ROLL-CUR-DISTRICT DELIMITED BY SPACE
                       ' CATEGORY SALES SUMMARY' DELIMITED BY SIZE
                       INTO SUMMARY-RECORD
                END-STRING
            ELSE
                STRING 'REGION ' DELIMITED BY SIZE
                       WS-ROLL-CUR-REGION DELIMITED BY SPACE
                       ' CATEGORY SALES SUMMARY' DELIMITED BY SIZE
                       INTO SUMMARY-RECORD
                END-STRING
            END-IF.
            WRITE SUMMARY-RECORD.
            PERFORM SUMMARY-COLUMNS-PARA.

      *  CLOSES A DISTRICT OR REGION SECTION WITH ITS MEMBER
      *  STORES, FOUND BY A PASS OVER THE STORE WORK FILE
        ROLL-GROUP-END-PARA.
            MOVE SPACES TO SUMMARY-RECORD.
            STRING 'STORE NAME                         '
                   '        SALE         COST       PROFIT'
                   INTO SUMMARY-RECORD.
            WRITE SUMMARY-RECORD.
            MOVE 'N' TO WS-STOW-EOF.
            OPEN INPUT STORE-WORK-FILE.
            IF WS-STOW-FILE-STATUS = '00'
                PERFORM ROLL-MEMBER-READ-PARA
                    UNTIL WS-STOW-EOF = 'Y'
                CLOSE STORE-WORK-FILE
            END-IF.
            MOVE SPACES TO SUMMARY-RECORD.
            WRITE SUMMARY-RECORD.

        ROLL-MEMBER-READ-PARA.
            READ STORE-WORK-FILE NEXT RECORD
                    AT END MOVE 'Y' TO WS-STOW-EOF
                NOT AT END PERFORM ROLL-MEMBER-PARA
            END-READ.

        ROLL-MEMBER-PARA.
            MOVE STOW-STORE TO WS-SMS-SEARCH-STORE.
            PERFORM STORE-MASTER-LOOKUP-PROCEDURE.
            IF WS-SMS-FOUND = 'Y'
                MOVE WS-SMS-REGION (WS-SMS-SUB)   TO WS-ROLL-REGION
                MOVE WS-SMS-DISTRICT (WS-SMS-SUB) TO WS-ROLL-DISTRICT
            ELSE
                MOVE '????' TO WS-ROLL-REGION
                MOVE '????' TO WS-ROLL-DISTRICT
            END-IF.
            IF WS-ROLL-REGION = WS-ROLL-CUR-REGION
               AND (WS-ROLL-CUR-LEVEL = 'T'
                 OR WS-ROLL-DISTRICT = WS-ROLL-CUR-DISTRICT)
                MOVE STOW-SALE   TO WS-CONVERTED-CAT-SALE
                MOVE STOW-COST   TO WS-CONVERTED-CAT-COST
                MOVE STOW-PROFIT TO WS-CONVERTED-CAT-PROFIT
                MOVE SPACES TO WS-SUMMARY-LINE
                IF WS-SMS-FOUND = 'Y'
                    STRING STOW-STORE ' ' WS-SMS-NAME (WS-SMS-SUB)
                           DELIMITED BY SIZE
                           INTO WS-SUMMARY-LINE
                    END-STRING
                ELSE
                    MOVE STOW-STORE TO WS-SUMMARY-LINE
                END-IF
                MOVE WS-CONVERTED-CAT-SALE   TO WS-SUMMARY-LINE (36:13)
                MOVE WS-CONVERTED-CAT-COST   TO WS-SUMMARY-LINE (50:13)
                MOVE WS-CONVERTED-CAT-PROFIT TO WS-SUMMARY-LINE (64:13)
                MOVE WS-SUMMARY-LINE TO SUMMARY-RECORD
                WRITE SUMMARY-RECORD
            END-IF.

      *  BUILDS THE PER-SKU STATISTICS INTO THE KEYED ITEM WORK
      *  FILE BY A PASS OVER THE FINISHED LOAD FILE - NO IN-CORE
      *  TABLE, SO THE OLD 2000-SKU CAP THAT TRUNCATED PROMOTION
            WRITE RETURN-REGISTER-RECORD.

      *  LISTS LOADED TRANSACTIONS WHOSE PER-EACH PRICE OR COST
      *  STRAYED FROM THE STANDARDS IN FORCE ON ITS SALE DATE BY MORE
      *  THAN THE LISTING TOLERANCE - SMALL ENOUGH TO LOAD, BIG ENOUGH
      *  TO CHASE. BUILT THE SAME WAY THE ITEM RANKING IS, AS A POST-
      *  PASS OVER THE FINISHED LOAD FILE, SO A RESTARTED RUN NEEDS
      *  NOTHING CHECKPOINTED FOR IT. HOLD-SIZED VARIANCES ARE NOT
      *  HERE - THEY NEVER REACHED THE LOAD FILE (SEE PRICE-
                OPEN OUTPUT PRICE-VAR-FILE
                MOVE SPACES TO PRICE-VAR-RECORD
                STRING 'PRICE VARIANCE REPORT - LOADED '
                       'TRANSACTIONS VS STANDARDS IN FORCE ON THE '
                       'SALE DATE'
                       DELIMITED BY SIZE
                       INTO PRICE-VAR-RECORD
                END-STRING
                WRITE PRICE-VAR-RECORD
                MOVE 0   TO WS-PVR-LISTED
                MOVE 'N' TO WS-PVR-EOF
                MOVE 'N' TO WS-SKP-LOADED
                OPEN INPUT SKU-PRICE-FILE
                IF WS-SKP-FILE-STATUS = '00'
                    MOVE 'Y' TO WS-SKP-LOADED
                END-IF
                OPEN INPUT LOAD-FILE
                IF WS-LOAD-FILE-STATUS = '00'
                    PERFORM PRICE-VARIANCE-READ-PARA
                WRITE PRICE-VAR-RECORD
                CLOSE PRICE-VAR-FILE
                CLOSE SKU-MASTER-FILE
                IF WS-SKP-LOADED = 'Y'
                    CLOSE SKU-PRICE-FILE
                END-IF
            END-IF.

        PRICE-VARIANCE-READ-PARA.

      *  ONE LOADED RECORD - FETCH ITS STANDARDS AND LIST IT WHEN
      *  EITHER PER-EACH FIGURE IS MORE THAN THE LISTING TOLERANCE
      *  AWAY FROM A MAINTAINED (NON-ZERO) STANDARD - THE STANDARD
      *  IN FORCE ON THE RECORD'S OWN SALE DATE
        PRICE-VARIANCE-TEST-PARA.
            MOVE OUT-SKU TO SKU-MAST-KEY.
            READ SKU-MASTER-FILE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE SKU-MAST-RETAIL TO WS-STD-RETAIL
                    MOVE SKU-MAST-COST   TO WS-STD-COST
                    MOVE OUT-SKU         TO WS-SKP-LOOK-SKU
                    MOVE OUT-SDATE       TO WS-SKP-LOOK-DATE
                    PERFORM PRICE-HISTORY-LOOKUP-PROCEDURE
                    PERFORM PRICE-VARIANCE-JUDGE-PARA
            END-READ.

            MOVE 'N' TO WS-PVR-FLAG.
            MOVE 0   TO WS-PVR-PRICE-DIFF.
            MOVE 0   TO WS-PVR-COST-DIFF.
            IF WS-STD-RETAIL > 0
                SUBTRACT WS-STD-RETAIL FROM OUT-UPRICE
                    GIVING WS-PVR-PRICE-DIFF
                COMPUTE WS-VAR-LIMIT =
                    WS-STD-RETAIL * WS-VAR-LIST-PCT
                IF WS-PVR-PRICE-DIFF > WS-VAR-LIMIT
                 OR WS-PVR-PRICE-DIFF < 0 - WS-VAR-LIMIT
                    MOVE 'Y' TO WS-PVR-FLAG
                END-IF
            END-IF.
            IF WS-STD-COST > 0
                SUBTRACT WS-STD-COST FROM OUT-UCOST
                    GIVING WS-PVR-COST-DIFF
                COMPUTE WS-VAR-LIMIT =
                    WS-STD-COST * WS-VAR-LIST-PCT
                IF WS-PVR-COST-DIFF > WS-VAR-LIMIT
                 OR WS-PVR-COST-DIFF < 0 - WS-VAR-LIMIT
                    MOVE 'Y' TO WS-PVR-FLAG
        PRICE-VARIANCE-LINE-PARA.
            ADD 1 TO WS-PVR-LISTED.
            MOVE OUT-UPRICE         TO WS-PVR-CONV-PRICE.
            MOVE WS-STD-RETAIL      TO WS-PVR-CONV-RETAIL.
            MOVE WS-PVR-PRICE-DIFF  TO WS-PVR-CONV-PDIFF.
            MOVE OUT-UCOST          TO WS-PVR-CONV-COST.
            MOVE WS-STD-COST        TO WS-PVR-CONV-STDCST.
            MOVE WS-PVR-COST-DIFF   TO WS-PVR-CONV-CDIFF.
            MOVE SPACES TO WS-PVR-LINE.
            STRING OUT-SDATE
      *  ONES TO TRENDRPT. DROP THAT DATE'S ROWS AND POST FRESH
                    IF WS-RERUN-ENABLED = 'Y'
                        PERFORM HISTORY-REPLACE-PROCEDURE
                        PERFORM LOAD-HISTORY-REPLACE-PROCEDURE
                        PERFORM HISTORY-WRITE-PROCEDURE
                        PERFORM LOAD-HISTORY-WRITE-PROCEDURE
                    ELSE
                        PERFORM HISTORY-DUP-LOG-PARA
                    END-IF
                ELSE
                    PERFORM HISTORY-WRITE-PROCEDURE
                    PERFORM LOAD-HISTORY-WRITE-PROCEDURE
                END-IF
            END-IF.

            WRITE JOB-LOG-RECORD.
            CLOSE JOB-LOG-FILE.

      *  THE LINE-ITEM HISTORY FOLLOWS THE SALES HISTORY'S POSTING
      *  DECISION - IT IS NEVER SCANNED FOR THE DATE ON ITS OWN, SO
      *  THE TWO CANNOT DISAGREE ABOUT WHICH RUN A DATE CAME FROM
        LOAD-HISTORY-REPLACE-PROCEDURE.
            MOVE 'N' TO WS-LDH-EOF.
            OPEN INPUT LOAD-HISTORY-FILE.
            IF WS-LDH-FILE-STATUS = '00'
                OPEN OUTPUT LOAD-HISTORY-SCRATCH-FILE
                PERFORM LOAD-HISTORY-COPY-PARA
                    UNTIL WS-LDH-EOF = 'Y'
                CLOSE LOAD-HISTORY-FILE
                CLOSE LOAD-HISTORY-SCRATCH-FILE
                CALL 'CBL_DELETE_FILE' USING WS-LDH-FILE-NAME
                    RETURNING WS-CBL-RESULT
                CALL 'CBL_RENAME_FILE' USING WS-LDH-SCRATCH-NAME
                    WS-LDH-FILE-NAME RETURNING WS-CBL-RESULT
                IF WS-CBL-RESULT NOT = 0
                    DISPLAY 'CANNOT RENAME ' WS-LDH-SCRATCH-NAME
                        ' TO ' WS-LDH-FILE-NAME
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
            ELSE
                IF WS-LDH-FILE-STATUS = '05'
                    CLOSE LOAD-HISTORY-FILE
                END-IF
            END-IF.

        LOAD-HISTORY-COPY-PARA.
            READ LOAD-HISTORY-FILE
                    AT END MOVE 'Y' TO WS-LDH-EOF
                NOT AT END
                    IF LDH-DATE NOT = WS-EXPECTED-DATE
                        MOVE LOAD-HISTORY-RECORD
                            TO LOAD-HISTORY-SCRATCH-RECORD
                        WRITE LOAD-HISTORY-SCRATCH-RECORD
                    END-IF
            END-READ.

      *  THE LOAD FILE IS COMPLETE AND CLOSED BY NOW - READ IT BACK
      *  AND POST ONE ROW PER RECORD
        LOAD-HISTORY-WRITE-PROCEDURE.
            MOVE 0 TO WS-LDH-POSTED.
            OPEN EXTEND LOAD-HISTORY-FILE.
            IF WS-LDH-FILE-STATUS = '00'
             OR WS-LDH-FILE-STATUS = '05'
                MOVE 'N' TO WS-AGG-LOAD-EOF
                OPEN INPUT LOAD-FILE
                IF WS-LOAD-FILE-STATUS = '00'
                    PERFORM LOAD-HISTORY-READ-PARA
                        UNTIL WS-AGG-LOAD-EOF = 'Y'
                    CLOSE LOAD-FILE
                END-IF
                CLOSE LOAD-HISTORY-FILE
                OPEN EXTEND JOB-LOG-FILE
                MOVE SPACES TO JOB-LOG-RECORD
                STRING 'LINE-ITEM HISTORY POSTED FOR '
                           DELIMITED BY SIZE
                       WS-EXPECTED-DATE DELIMITED BY SIZE
                       ' - ROWS: ' DELIMITED BY SIZE
                       WS-LDH-POSTED DELIMITED BY SIZE
                       INTO JOB-LOG-RECORD
                END-STRING
                WRITE JOB-LOG-RECORD
                CLOSE JOB-LOG-FILE
            ELSE
                DISPLAY 'LINE-ITEM HISTORY UNAVAILABLE - STATUS '
                    WS-LDH-FILE-STATUS ' - NOT POSTED'
            END-IF.

        LOAD-HISTORY-READ-PARA.
            READ LOAD-FILE
                    AT END MOVE 'Y' TO WS-AGG-LOAD-EOF
                NOT AT END PERFORM LOAD-HISTORY-ROW-PARA
            END-READ.

        LOAD-HISTORY-ROW-PARA.
            MOVE SPACES TO LOAD-HISTORY-RECORD.
            MOVE WS-EXPECTED-DATE TO LDH-DATE.
            MOVE OUT-STORE        TO LDH-STORE.
            MOVE OUT-SKU          TO LDH-SKU.
            MOVE OUT-CATEGORY     TO LDH-CATEGORY.
            MOVE OUT-ITEM-NAME    TO LDH-ITEM-NAME.
            MOVE OUT-TRANS-TYPE   TO LDH-TRANS-TYPE.
            MOVE OUT-QUANTITY     TO LDH-QUANTITY.
            MOVE OUT-TSALE        TO LDH-SALE.
            MOVE OUT-TRANS-ID     TO LDH-TRANS-ID.
            MOVE OUT-SDATE        TO LDH-SDATE.
            IF OUT-TRANS-TYPE = 'R'
                MOVE OUT-SDETAIL (1:40) TO LDH-ORIG-TRANS-ID
            END-IF.
            WRITE LOAD-HISTORY-RECORD.
            ADD 1 TO WS-LDH-POSTED.

      *  CARRIES THE RUN'S HELD ROWS INTO THE EXCEPTION STORE. THE
      *  DATE'S OPEN ROWS FROM ANY EARLIER RUN ARE DROPPED FIRST, SO
      *  A RESTARTED OR RERUN DATE IS NEVER CARRIED TWICE
        EXCEPTION-POST-PROCEDURE.
            IF WS-EXPECTED-DATE NOT = SPACES
                MOVE WS-EXPECTED-DATE TO WS-EXS-DATE
            ELSE
                MOVE SPACES TO WS-EXS-DATE
                STRING WS-RUN-START-DATE (1:4) '-'
                       WS-RUN-START-DATE (5:2) '-'
                       WS-RUN-START-DATE (7:2)
                       DELIMITED BY SIZE
                       INTO WS-EXS-DATE
                END-STRING
            END-IF.
            PERFORM EXCEPTION-REPLACE-PROCEDURE.
            IF WS-EXD-FULL = 'Y'
                OPEN EXTEND JOB-LOG-FILE
                MOVE SPACES TO JOB-LOG-RECORD
                STRING 'DISPOSED EXCEPTION TABLE FULL FOR '
                           DELIMITED BY SIZE
                       WS-EXS-DATE DELIMITED BY SIZE
                       ' - EXCEPTION STORE NOT UPDATED'
                           DELIMITED BY SIZE
                       INTO JOB-LOG-RECORD
                END-STRING
                WRITE JOB-LOG-RECORD
                CLOSE JOB-LOG-FILE
                DISPLAY 'DISPOSED EXCEPTION TABLE FULL FOR '
                    WS-EXS-DATE ' - EXCEPTION STORE NOT UPDATED'
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            OPEN EXTEND EXCEPTION-FILE.
            IF WS-EXS-FILE-STATUS = '00'
             OR WS-EXS-FILE-STATUS = '05'
                MOVE 'N' TO WS-EXS-HOLD-EOF
                OPEN INPUT REJECT-FILE
                IF WS-REJECT-FILE-STATUS = '00'
                    PERFORM EXCEPTION-REJ-READ-PARA
                        UNTIL WS-EXS-HOLD-EOF = 'Y'
                    CLOSE REJECT-FILE
                END-IF
                MOVE 'N' TO WS-EXS-HOLD-EOF
                OPEN INPUT REVIEW-FILE
                IF WS-REVIEW-FILE-STATUS = '00'
                    PERFORM EXCEPTION-REV-READ-PARA
                        UNTIL WS-EXS-HOLD-EOF = 'Y'
                    CLOSE REVIEW-FILE
                END-IF
                MOVE 'N' TO WS-EXS-HOLD-EOF
                OPEN INPUT LP-EXCEPT-FILE
                IF WS-LP-FILE-STATUS = '00'
                    PERFORM EXCEPTION-LPX-READ-PARA
                        UNTIL WS-EXS-HOLD-EOF = 'Y'
                    CLOSE LP-EXCEPT-FILE
                END-IF
                MOVE 'N' TO WS-EXS-HOLD-EOF
                OPEN INPUT DATE-EXCEPT-FILE
                IF WS-OOD-FILE-STATUS = '00'
                    PERFORM EXCEPTION-OOD-READ-PARA
                        UNTIL WS-EXS-HOLD-EOF = 'Y'
                    CLOSE DATE-EXCEPT-FILE
                END-IF
                CLOSE EXCEPTION-FILE
                PERFORM EXCEPTION-POSTED-LOG-PARA
            ELSE
                DISPLAY 'EXCEPTION STORE UNAVAILABLE - STATUS '
                    WS-EXS-FILE-STATUS ' - HOLDS NOT CARRIED'
            END-IF.

      *  REBUILDS THE STORE WITHOUT THE BUSINESS DATE'S OPEN ROWS.
      *  ROWS REWORK HAS ALREADY DISPOSED OF ARE KEPT, AND NOTED SO
      *  THE SAME HOLD IS NOT POSTED OPEN A SECOND TIME
        EXCEPTION-REPLACE-PROCEDURE.
            MOVE 0   TO WS-EXD-COUNT.
            MOVE 0   TO WS-EXS-REPLACED.
            MOVE 'N' TO WS-EXS-EOF.
            OPEN INPUT EXCEPTION-FILE.
            IF WS-EXS-FILE-STATUS = '00'
                OPEN OUTPUT EXCEPTION-SCRATCH-FILE
                PERFORM EXCEPTION-REPLACE-COPY-PARA
                    UNTIL WS-EXS-EOF = 'Y'
                CLOSE EXCEPTION-FILE
                CLOSE EXCEPTION-SCRATCH-FILE
                IF WS-EXD-FULL = 'Y'
                    CALL 'CBL_DELETE_FILE' USING WS-EXS-SCRATCH-NAME
                        RETURNING WS-CBL-RESULT
                ELSE
                    CALL 'CBL_DELETE_FILE' USING WS-EXS-FILE-NAME
                        RETURNING WS-CBL-RESULT
                    CALL 'CBL_RENAME_FILE' USING WS-EXS-SCRATCH-NAME
                        WS-EXS-FILE-NAME RETURNING WS-CBL-RESULT
                    IF WS-CBL-RESULT NOT = 0
                        DISPLAY 'CANNOT RENAME ' WS-EXS-SCRATCH-NAME
                            ' TO ' WS-EXS-FILE-NAME
                        MOVE 16 TO RETURN-CODE
                        STOP RUN
                    END-IF
                END-IF
            ELSE
                IF WS-EXS-FILE-STATUS = '05'
                    CLOSE EXCEPTION-FILE
                END-IF
            END-IF.

        EXCEPTION-REPLACE-COPY-PARA.
            READ EXCEPTION-FILE
                    AT END MOVE 'Y' TO WS-EXS-EOF
                NOT AT END
                    IF EXS-DATE = WS-EXS-DATE
                       AND EXS-STATUS = 'O'
                        ADD 1 TO WS-EXS-REPLACED
                    ELSE
                        IF EXS-DATE = WS-EXS-DATE
                            PERFORM EXCEPTION-DISPOSED-SAVE-PARA
                        END-IF
                        MOVE EXCEPTION-RECORD
                            TO EXCEPTION-SCRATCH-RECORD
                        WRITE EXCEPTION-SCRATCH-RECORD
                    END-IF
            END-READ.

        EXCEPTION-DISPOSED-SAVE-PARA.
            IF WS-EXD-COUNT < 500
                ADD 1 TO WS-EXD-COUNT
                MOVE EXS-SOURCE    TO WS-EXD-SOURCE (WS-EXD-COUNT)
                MOVE EXS-RECORD-NO TO WS-EXD-RECORD-NO (WS-EXD-COUNT)
                MOVE EXS-REASON    TO WS-EXD-REASON (WS-EXD-COUNT)
            ELSE
                MOVE 'Y' TO WS-EXD-FULL
                DISPLAY 'DISPOSED EXCEPTION TABLE FULL - '
                    EXS-SOURCE ' ' EXS-RECORD-NO ' NOT REMEMBERED'
            END-IF.

        EXCEPTION-REJ-READ-PARA.
            READ REJECT-FILE
                    AT END MOVE 'Y' TO WS-EXS-HOLD-EOF
                NOT AT END
                    MOVE SPACES        TO EXCEPTION-RECORD
                    MOVE 'REJ'         TO EXS-SOURCE
                    MOVE REJ-RECORD-NO TO EXS-RECORD-NO
                    MOVE REJ-REASON    TO EXS-REASON
                    MOVE REJ-STORE     TO EXS-STORE
                    MOVE REJ-AMOUNT    TO EXS-AMOUNT
                    MOVE REJ-DATA      TO EXS-DATA
                    PERFORM EXCEPTION-WRITE-PARA
            END-READ.

      *  THE SKU/ITEM-NAME ROWS IN THE REVIEW FILE ARE INFORMATION
      *  ONLY - THOSE RECORDS LOADED, SO THERE IS NOTHING TO CARRY
        EXCEPTION-REV-READ-PARA.
            READ REVIEW-FILE
                    AT END MOVE 'Y' TO WS-EXS-HOLD-EOF
                NOT AT END
                    IF REV-REASON = 'UNKNOWN SKU'
                     OR REV-REASON = 'ITEM NAME MISMATCH FOR SKU'
                        CONTINUE
                    ELSE
                        MOVE SPACES        TO EXCEPTION-RECORD
                        MOVE 'REV'         TO EXS-SOURCE
                        MOVE REV-RECORD-NO TO EXS-RECORD-NO
                        MOVE REV-REASON    TO EXS-REASON
                        MOVE REV-STORE     TO EXS-STORE
                        MOVE REV-AMOUNT    TO EXS-AMOUNT
                        MOVE REV-DATA      TO EXS-DATA
                        PERFORM EXCEPTION-WRITE-PARA
                    END-IF
            END-READ.

        EXCEPTION-LPX-READ-PARA.
            READ LP-EXCEPT-FILE
                    AT END MOVE 'Y' TO WS-EXS-HOLD-EOF
                NOT AT END
                    MOVE SPACES        TO EXCEPTION-RECORD
                    MOVE 'LPX'         TO EXS-SOURCE
                    MOVE LP-RECORD-NO  TO EXS-RECORD-NO
                    MOVE LP-REASON     TO EXS-REASON
                    MOVE LP-STORE      TO EXS-STORE
                    MOVE LP-AMOUNT     TO EXS-AMOUNT
                    MOVE LP-DATA       TO EXS-DATA
                    PERFORM EXCEPTION-WRITE-PARA
            END-READ.

        EXCEPTION-OOD-READ-PARA.
            READ DATE-EXCEPT-FILE
                    AT END MOVE 'Y' TO WS-EXS-HOLD-EOF
                NOT AT END
                    MOVE SPACES        TO EXCEPTION-RECORD
                    MOVE 'OOD'         TO EXS-SOURCE
                    MOVE OOD-RECORD-NO TO EXS-RECORD-NO
                    MOVE OOD-REASON    TO EXS-REASON
                    MOVE OOD-STORE     TO EXS-STORE
                    MOVE OOD-AMOUNT    TO EXS-AMOUNT
                    MOVE OOD-DATA      TO EXS-DATA
                    PERFORM EXCEPTION-WRITE-PARA
            END-READ.

      *  A HELD ROW WRITTEN BEFORE THE STORE AND AMOUNT WERE CARRIED
      *  ON IT HAS SPACES THERE - FILE IT UNDER '0000' FOR ZERO
        EXCEPTION-WRITE-PARA.
            MOVE WS-EXS-DATE TO EXS-DATE.
            MOVE 'O'         TO EXS-STATUS.
            MOVE SPACES      TO EXS-DISP-DATE.
            IF EXS-STORE = SPACES
                MOVE '0000' TO EXS-STORE
            END-IF.
            IF EXS-AMOUNT IS NOT NUMERIC
                MOVE ZERO TO EXS-AMOUNT
            END-IF.
            MOVE 'N' TO WS-EXS-DISPOSED.
            PERFORM EXCEPTION-DISPOSED-SCAN-PARA
                VARYING WS-EXD-IDX FROM 1 BY 1
                UNTIL WS-EXD-IDX > WS-EXD-COUNT
                   OR WS-EXS-DISPOSED = 'Y'.
            IF WS-EXS-DISPOSED = 'N'
                WRITE EXCEPTION-RECORD
                ADD 1 TO WS-EXS-POSTED
            END-IF.

        EXCEPTION-DISPOSED-SCAN-PARA.
            IF WS-EXD-SOURCE (WS-EXD-IDX) = EXS-SOURCE
               AND WS-EXD-RECORD-NO (WS-EXD-IDX) = EXS-RECORD-NO
               AND WS-EXD-REASON (WS-EXD-IDX) = EXS-REASON
                MOVE 'Y' TO WS-EXS-DISPOSED
            END-IF.

        EXCEPTION-POSTED-LOG-PARA.
            OPEN EXTEND JOB-LOG-FILE.
            IF WS-EXS-REPLACED > 0
                MOVE SPACES TO JOB-LOG-RECORD
                STRING 'OPEN EXCEPTIONS REPLACED FOR '
                           DELIMITED BY SIZE
                       WS-EXS-DATE DELIMITED BY SIZE
                       ': ' WS-EXS-REPLACED DELIMITED BY SIZE
                       INTO JOB-LOG-RECORD
                END-STRING
                WRITE JOB-LOG-RECORD
            END-IF.
            MOVE SPACES TO JOB-LOG-RECORD.
            STRING 'EXCEPTIONS CARRIED FORWARD FOR ' DELIMITED BY SIZE
                   WS-EXS-DATE DELIMITED BY SIZE
                   ': ' WS-EXS-POSTED DELIMITED BY SIZE
                   INTO JOB-LOG-RECORD
            END-STRING.
            WRITE JOB-LOG-RECORD.
            CLOSE JOB-LOG-FILE.

      *  READS THE RUN LEDGER BACK ONCE THE BUSINESS DATE IS KNOWN.
      *  A DATE ALREADY FINALIZED IS REFUSED OUTRIGHT UNLESS RERUN=Y
      *  WAS SUPPLIED - RUNNING THE SAME DAY TWICE WITH A CORRECTED
      *  WARNING, NOT A STOP - SUNDAYS AND HOLIDAYS HAVE NO EXTRACT
      *  AND THE OPERATOR IS THE ONE WHO KNOWS WHICH IS WHICH
        RUN-LEDGER-CHECK-PROCEDURE.
            PERFORM FISCAL-CLOSED-CHECK-PROCEDURE.
            IF WS-FPD-CLOSED-FOUND = 'Y'
                PERFORM FISCAL-CLOSED-REFUSE-PARA
            END-IF.
            PERFORM PREV-DATE-PROCEDURE.
            MOVE 'N' TO WS-RLD-CUR-FOUND.
            MOVE 'N' TO WS-RLD-PREV-FOUND.
                PERFORM RUN-LEDGER-GAP-LOG-PARA
            END-IF.

      *  NO CALENDAR ON FILE MEANS NO PERIOD HAS EVER CLOSED
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
                       AND WS-EXPECTED-DATE NOT < WS-FPD-START
                       AND WS-EXPECTED-DATE NOT > WS-FPD-END
                        MOVE 'Y' TO WS-FPD-CLOSED-FOUND
                        MOVE WS-FPD-PERIOD TO WS-FPD-CLOSED-PERIOD
                    END-IF
            END-READ.

        FISCAL-CLOSED-REFUSE-PARA.
            DISPLAY 'BUSINESS DATE ' WS-EXPECTED-DATE
                ' IS IN CLOSED FISCAL PERIOD ' WS-FPD-CLOSED-PERIOD
                ' - RUN REFUSED'.
            OPEN EXTEND JOB-LOG-FILE.
            MOVE SPACES TO JOB-LOG-RECORD.
            STRING 'BUSINESS DATE ' DELIMITED BY SIZE
                   WS-EXPECTED-DATE DELIMITED BY SIZE
                   ' IS IN CLOSED FISCAL PERIOD ' DELIMITED BY SIZE
                   WS-FPD-CLOSED-PERIOD DELIMITED BY SIZE
                   ' - RUN REFUSED' DELIMITED BY SIZE
                   INTO JOB-LOG-RECORD
            END-STRING.
            WRITE JOB-LOG-RECORD.
            CLOSE JOB-LOG-FILE.
            MOVE 16 TO RETURN-CODE.
            STOP RUN.

        RUN-LEDGER-SCAN-READ-PARA.
            READ RUN-LEDGER-FILE
                    AT END MOVE 'Y' TO WS-RLD-EOF
                    MOVE 'B' TO RLD-VERDICT
                    WRITE RUN-LEDGER-RECORD
                    CLOSE RUN-LEDGER-FILE
                    PERFORM STORE-LEDGER-POST-PARA
                ELSE
                    DISPLAY 'RUN LEDGER UNAVAILABLE - STATUS '
                        WS-RLD-FILE-STATUS ' - RUN NOT LEDGERED'
                END-IF
            END-IF.

      *  ONE ROW PER STORE FROM THE STORE CONTROL WORK FILE, UNDER
      *  THE SAME DATE AND RUN STAMP AS THE LEDGER ROW JUST WRITTEN.
      *  A RERUN APPENDS A NEW SET; THE LATEST RUN STAMP WINS
        STORE-LEDGER-POST-PARA.
            OPEN EXTEND STORE-LEDGER-FILE.
            IF WS-RLS-FILE-STATUS = '00'
             OR WS-RLS-FILE-STATUS = '05'
                MOVE 'N' TO WS-STOW-EOF
                OPEN INPUT STORE-WORK-FILE
                IF WS-STOW-FILE-STATUS = '00'
                    PERFORM STORE-LEDGER-WRITE-PARA
                        UNTIL WS-STOW-EOF = 'Y'
                    CLOSE STORE-WORK-FILE
                END-IF
                CLOSE STORE-LEDGER-FILE
            ELSE
                DISPLAY 'STORE LEDGER UNAVAILABLE - STATUS '
                    WS-RLS-FILE-STATUS ' - STORE CONTROLS NOT KEPT'
            END-IF.

        STORE-LEDGER-WRITE-PARA.
            READ STORE-WORK-FILE NEXT RECORD
                AT END MOVE 'Y' TO WS-STOW-EOF
                NOT AT END
                    MOVE SPACES TO STORE-LEDGER-RECORD
                    MOVE WS-EXPECTED-DATE TO RLS-DATE
                    MOVE WS-TID-RUN-STAMP TO RLS-RUN-STAMP
                    MOVE STOW-STORE       TO RLS-STORE
                    MOVE STOW-REC-COUNT   TO RLS-REC-COUNT
                    MOVE STOW-SALE        TO RLS-SALE
                    MOVE STOW-COST        TO RLS-COST
                    WRITE STORE-LEDGER-RECORD
            END-READ.

      *  WRITES THE GL INTERFACE DECK FROM A POST-PASS OVER THE
      *  FINISHED LOAD FILE. ONLY A BALANCED RUN GETS HERE, AND A
      *  RUN WITH NO KNOWN BUSINESS DATE CANNOT TAG ITS POSTINGS
            MOVE 'N'    TO WS-REVIEW-FLAG.
            MOVE SPACES TO WS-REVIEW-REASON.
            PERFORM DATA-QUALITY-CHECK-PROCEDURE.
            PERFORM STORE-CHECK-PROCEDURE.
            PERFORM SKU-CHECK-PROCEDURE.

      *  GET PROFIT GIVEN DISCOUNT AND TOTAL AMOUNT SOLD, APPLYING
            PERFORM UNIT-PRICE-PROCEDURE.

      *  WITH THE TRUE PER-EACH FIGURES IN HAND, JUDGE THEM AGAINST
      *  THE STANDARD RETAIL AND COST IN FORCE ON THE TRANSACTION
      *  DATE (SEE SKU-CHECK-PROCEDURE) - A BIG ENOUGH
      *  VARIANCE IS A MIS-RING OR A STALE SHELF PRICE AND GOES TO
      *  THE REVIEW QUEUE LIKE THE OTHER FINANCIAL HOLDS
            PERFORM PRICE-VARIANCE-CHECK-PROCEDURE.
                END-IF
            END-IF.

      *  A RECORD MUST BELONG TO A STORE ON THE MASTER THAT WAS
      *  TRADING ON THE TRANSACTION DATE - OPEN ON OR BEFORE IT, AND
      *  NOT CLOSED BEFORE IT. A STORE MARKED CLOSED WITH NO CLOSE
      *  DATE TAKES NO RECORDS AT ALL. THE FIRST REASON FOUND WINS
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

      *  THE SALE-ONLY CONVENTION MATCHES THE OTHER FINANCIAL HOLDS
      *  - A RETURN'S LEGITIMACY IS A MATTER FOR THE RETURNS REVIEW,
      *  NOT A PRICING EDIT. THE FIRST REASON FOUND WINS, AS USUAL
            OPEN INPUT SKU-MASTER-FILE.
            IF WS-SKU-FILE-STATUS = '00'
                MOVE 'Y' TO WS-SKU-MASTER-LOADED
                OPEN INPUT SKU-PRICE-FILE
                IF WS-SKP-FILE-STATUS = '00'
                    MOVE 'Y' TO WS-SKP-LOADED
                END-IF
            END-IF.

      *  POSITIONS ON THE SKU'S FIRST PRICE CHANGE AND READS FORWARD
      *  THROUGH ITS CHANGES IN DATE ORDER - EACH ONE DATED ON OR
      *  BEFORE THE LOOKUP DATE REPLACES THE STANDARD, SO THE LAST
      *  ONE READ IS THE ONE IN FORCE. A SKU WITH NO CHANGES, OR
      *  ONLY LATER ONES, KEEPS THE SKU MASTER STANDARD THE CALLER
      *  ALREADY SET
        PRICE-HISTORY-LOOKUP-PROCEDURE.
            IF WS-SKP-LOADED = 'Y'
                MOVE 'N' TO WS-SKP-EOF
                MOVE WS-SKP-LOOK-SKU TO SKP-SKU
                MOVE LOW-VALUES      TO SKP-EFF-DATE
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
                    IF SKP-SKU NOT = WS-SKP-LOOK-SKU
                     OR SKP-EFF-DATE > WS-SKP-LOOK-DATE
                        MOVE 'Y' TO WS-SKP-EOF
                    ELSE
                        MOVE SKP-RETAIL TO WS-STD-RETAIL
                        MOVE SKP-COST   TO WS-STD-COST
                    END-IF
            END-READ.

      *  THE REGISTRY STAYS OPEN I-O FOR THE WHOLE RUN - READ PER
      *  TRANSACTION BY DUP-CHECK-PROCEDURE, WRITTEN PER LOADED
      *  RECORD BY WRITE-LOAD-PROCEDURE. OPENING AN OPTIONAL FILE
                        MOVE 'Y' TO WS-SKU-FOUND
                        MOVE SKU-MAST-RETAIL TO WS-STD-RETAIL
                        MOVE SKU-MAST-COST   TO WS-STD-COST
                        MOVE WS-SKU          TO WS-SKP-LOOK-SKU
                        MOVE WS-SDATE        TO WS-SKP-LOOK-DATE
                        PERFORM PRICE-HISTORY-LOOKUP-PROCEDURE
                END-READ
                IF WS-SKU-FOUND = 'N'
                    MOVE 'UNKNOWN SKU' TO WS-SKU-REASON
                   WS-ITEM-NAME DELIMITED BY SIZE
                   INTO REV-DATA
            END-STRING.
            MOVE WS-STORE        TO REV-STORE.
            MOVE WS-RAW-SALE-AMT TO REV-AMOUNT.
            WRITE REVIEW-RECORD.
            DISPLAY 'SKU REVIEW RECORD ' WS-RECORD-COUNT
                ' - ' WS-SKU-REASON.
                    UNIT-TABLE-RECORD
            END-IF.

        STORE-MASTER-LOAD-PROCEDURE.
            OPEN INPUT STORE-MASTER-FILE.
            IF WS-SMS-FILE-STATUS = '00'
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
            END-STRING.
            WRITE JOB-LOG-RECORD.

      *  SETS UP A SEGMENT RUN FROM ITS MANIFEST ROW - THE BUSINESS
      *  DATE THE SPLIT WAS MADE FOR (A BUSINESS-DATE CARD MUST
      *  AGREE WITH IT) AND THE SPLIT STAMP ITS STATUS ROW WILL
      *  CARRY - THEN POINTS EVERY PER-SEGMENT FILE AT THE STORE'S
      *  OWN COPY. ERRORS HERE STOP THE RUN BEFORE ANYTHING IS
      *  WRITTEN, THE SAME AS A BAD CONTROL CARD
        SEGMENT-SETUP-PROCEDURE.
            PERFORM SEGMENT-MANIFEST-LOAD-PROCEDURE.
            MOVE WS-SEG-STORE TO WS-SGT-SEARCH-STORE.
            PERFORM SEGMENT-TABLE-LOOKUP-PROCEDURE.
            IF WS-SGT-FOUND = 'N'
                DISPLAY 'STORE SEGMENT ' WS-SEG-STORE
                    ' NOT ON THE SEGMENT MANIFEST'
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            MOVE WS-SGT-STAMP (WS-SGT-SUB) TO WS-SEG-SPLIT-STAMP.
            PERFORM SEGMENT-DATE-AGREE-PARA.
            MOVE WS-SEG-STORE TO WS-SEG-NAME-STORE.
            PERFORM SEGMENT-FILE-NAMES-PARA.
            CALL 'CBL_CHECK_FILE_EXIST'
                USING WS-INPUT-FILE-NAME
                      WS-SEG-FILE-DETAILS
                RETURNING WS-CBL-RESULT.
            IF WS-CBL-RESULT NOT = 0
                DISPLAY 'STORE SEGMENT INPUT ' WS-INPUT-FILE-NAME
                    ' NOT ON DISK'
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.

        SEGMENT-DATE-AGREE-PARA.
            IF WS-EXPECTED-DATE = SPACES
                MOVE WS-SEG-DATE TO WS-EXPECTED-DATE
            ELSE
                IF WS-EXPECTED-DATE NOT = WS-SEG-DATE
                    DISPLAY 'BUSINESS-DATE CARD ' WS-EXPECTED-DATE
                        ' DOES NOT MATCH SEGMENT MANIFEST DATE '
                        WS-SEG-DATE
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
            END-IF.

      *  EVERY FILE A SEGMENT RUN KEEPS APART FROM THE OTHER
      *  SEGMENTS' - THE SHARED REGISTRY, MASTERS, LEDGER, HISTORY
      *  AND KEYED WORK FILES KEEP THEIR NAMES, SINCE POPSPLIT RUNS
      *  THE SEGMENTS ONE AFTER ANOTHER
        SEGMENT-FILE-NAMES-PARA.
            MOVE WS-INPUT-FILE-NAME TO WS-SEG-NAME-WORK.
            PERFORM SEGMENT-NAME-PARA.
            MOVE WS-SEG-NAME-OUT TO WS-INPUT-FILE-NAME.
            MOVE WS-CKPT-FILE-NAME TO WS-SEG-NAME-WORK.
            PERFORM SEGMENT-NAME-PARA.
            MOVE WS-SEG-NAME-OUT TO WS-CKPT-FILE-NAME.
            MOVE WS-JOBLOG-FILE-NAME TO WS-SEG-NAME-WORK.
            PERFORM SEGMENT-NAME-PARA.
            MOVE WS-SEG-NAME-OUT TO WS-JOBLOG-FILE-NAME.
            MOVE WS-TND-FILE-NAME TO WS-SEG-NAME-WORK.
            PERFORM SEGMENT-NAME-PARA.
            MOVE WS-SEG-NAME-OUT TO WS-TND-FILE-NAME.
            MOVE WS-LOAD-FILE-NAME TO WS-SEG-NAME-WORK.
            PERFORM SEGMENT-NAME-PARA.
            MOVE WS-SEG-NAME-OUT TO WS-LOAD-FILE-NAME.
            MOVE WS-LOAD-SCRATCH-NAME TO WS-SEG-NAME-WORK.
            PERFORM SEGMENT-NAME-PARA.
            MOVE WS-SEG-NAME-OUT TO WS-LOAD-SCRATCH-NAME.
            MOVE WS-REJECT-FILE-NAME TO WS-SEG-NAME-WORK.
            PERFORM SEGMENT-NAME-PARA.
            MOVE WS-SEG-NAME-OUT TO WS-REJECT-FILE-NAME.
            MOVE WS-REJECT-SCRATCH-NAME TO WS-SEG-NAME-WORK.
            PERFORM SEGMENT-NAME-PARA.
            MOVE WS-SEG-NAME-OUT TO WS-REJECT-SCRATCH-NAME.
            MOVE WS-REVIEW-FILE-NAME TO WS-SEG-NAME-WORK.
            PERFORM SEGMENT-NAME-PARA.
            MOVE WS-SEG-NAME-OUT TO WS-REVIEW-FILE-NAME.
            MOVE WS-REVIEW-SCRATCH-NAME TO WS-SEG-NAME-WORK.
            PERFORM SEGMENT-NAME-PARA.
            MOVE WS-SEG-NAME-OUT TO WS-REVIEW-SCRATCH-NAME.
            MOVE WS-DUP-FILE-NAME TO WS-SEG-NAME-WORK.
            PERFORM SEGMENT-NAME-PARA.
            MOVE WS-SEG-NAME-OUT TO WS-DUP-FILE-NAME.
            MOVE WS-DUP-SCRATCH-NAME TO WS-SEG-NAME-WORK.
            PERFORM SEGMENT-NAME-PARA.
            MOVE WS-SEG-NAME-OUT TO WS-DUP-SCRATCH-NAME.
            MOVE WS-OOD-FILE-NAME TO WS-SEG-NAME-WORK.
            PERFORM SEGMENT-NAME-PARA.
            MOVE WS-SEG-NAME-OUT TO WS-OOD-FILE-NAME.
            MOVE WS-OOD-SCRATCH-NAME TO WS-SEG-NAME-WORK.
            PERFORM SEGMENT-NAME-PARA.
            MOVE WS-SEG-NAME-OUT TO WS-OOD-SCRATCH-NAME.
            MOVE WS-LP-FILE-NAME TO WS-SEG-NAME-WORK.
            PERFORM SEGMENT-NAME-PARA.
            MOVE WS-SEG-NAME-OUT TO WS-LP-FILE-NAME.
            MOVE WS-LP-SCRATCH-NAME TO WS-SEG-NAME-WORK.
            PERFORM SEGMENT-NAME-PARA.
            MOVE WS-SEG-NAME-OUT TO WS-LP-SCRATCH-NAME.
            MOVE WS-SQL-FILE-NAME TO WS-SEG-NAME-WORK.
            PERFORM SEGMENT-NAME-PARA.
            MOVE WS-SEG-NAME-OUT TO WS-SQL-FILE-NAME.
            MOVE WS-SQL-SCRATCH-NAME TO WS-SEG-NAME-WORK.
            PERFORM SEGMENT-NAME-PARA.
            MOVE WS-SEG-NAME-OUT TO WS-SQL-SCRATCH-NAME.

        SEGMENT-NAME-PARA.
            MOVE SPACES TO WS-SEG-NAME-OUT.
            STRING WS-SEG-NAME-WORK  DELIMITED BY SPACE
                   '.'               DELIMITED BY SIZE
                   WS-SEG-NAME-STORE DELIMITED BY SPACE
                   INTO WS-SEG-NAME-OUT
            END-STRING.

        SEGMENT-LOG-PARA.
            OPEN EXTEND JOB-LOG-FILE.
            MOVE SPACES TO JOB-LOG-RECORD.
            STRING 'STORE SEGMENT ' WS-SEG-STORE
                   ' OF SPLIT ' WS-SEG-SPLIT-STAMP
                   ' - INPUT ' DELIMITED BY SIZE
                   WS-INPUT-FILE-NAME DELIMITED BY SPACE
                   INTO JOB-LOG-RECORD
            END-STRING.
            WRITE JOB-LOG-RECORD.
            CLOSE JOB-LOG-FILE.

      *  POSTS THE SEGMENT RUN'S VERDICT AND FIGURES FOR THE
      *  CONSOLIDATION. WITHOUT THE ROW THE CONSOLIDATION WOULD HOLD
      *  THE STORE BACK AS NOT RUN, SO A FAILED POST ENDS THE RUN
      *  WITH RETURN CODE 16 AND POPSPLIT STOPS THERE
        SEGMENT-STATUS-POST-PROCEDURE.
            MOVE SPACES TO WS-SGS-ROW.
            MOVE WS-EXPECTED-DATE    TO WS-SGS-DATE.
            MOVE WS-SEG-STORE        TO WS-SGS-STORE.
            MOVE WS-SEG-SPLIT-STAMP  TO WS-SGS-SPLIT-STAMP.
            MOVE WS-TID-RUN-STAMP    TO WS-SGS-RUN-STAMP.
            IF WS-BALANCE-FLAG = 'Y'
                MOVE 'B' TO WS-SGS-VERDICT
            ELSE
                MOVE 'O' TO WS-SGS-VERDICT
                MOVE WS-BALANCE-REASON TO WS-SGS-REASON
            END-IF.
            MOVE WS-RECORD-COUNT     TO WS-SGS-RECORD-COUNT.
            MOVE WS-LOADED-COUNT     TO WS-SGS-LOADED-COUNT.
            MOVE WS-REJECT-COUNT     TO WS-SGS-REJECT-COUNT.
            MOVE WS-REVIEW-COUNT     TO WS-SGS-REVIEW-COUNT.
            MOVE WS-SKU-REVIEW-COUNT TO WS-SGS-SKU-REVIEW-COUNT.
            MOVE WS-DUP-COUNT        TO WS-SGS-DUP-COUNT.
            MOVE WS-RETURN-COUNT     TO WS-SGS-RETURN-COUNT.
            MOVE WS-OOD-COUNT        TO WS-SGS-OOD-COUNT.
            MOVE WS-LP-COUNT         TO WS-SGS-LP-COUNT.
            MOVE WS-TENDER-COUNT     TO WS-SGS-TENDER-COUNT.
            MOVE WS-HDR-SEEN         TO WS-SGS-HDR-SEEN.
            MOVE WS-HDR-EXPECTED     TO WS-SGS-HDR-EXPECTED.
            MOVE WS-TRL-SEEN         TO WS-SGS-TRL-SEEN.
            MOVE WS-TRL-COUNT        TO WS-SGS-TRL-COUNT.
            MOVE WS-TRL-QTY-HASH     TO WS-SGS-TRL-QTY-HASH.
            MOVE WS-TRL-SALE         TO WS-SGS-TRL-SALE.
            MOVE WS-ACT-QTY-HASH     TO WS-SGS-ACT-QTY-HASH.
            MOVE WS-ACT-SALE         TO WS-SGS-ACT-SALE.
            MOVE WS-GRAND-SALE       TO WS-SGS-GRAND-SALE.
            MOVE WS-GRAND-COST       TO WS-SGS-GRAND-COST.
            MOVE WS-GRAND-PROFIT     TO WS-SGS-GRAND-PROFIT.
            OPEN EXTEND SEGMENT-STATUS-FILE.
            IF WS-SGS-FILE-STATUS = '00'
             OR WS-SGS-FILE-STATUS = '05'
                WRITE SEGMENT-STATUS-RECORD FROM WS-SGS-ROW
                CLOSE SEGMENT-STATUS-FILE
            ELSE
                DISPLAY 'SEGMENT STATUS FILE UNAVAILABLE - STATUS '
                    WS-SGS-FILE-STATUS ' - SEGMENT NOT POSTED'
                MOVE 16 TO RETURN-CODE
            END-IF.

      *  LOADS THE MANIFEST INTO WS-SGT-TABLE IN EXTRACT ORDER,
      *  RUNNING UP EACH SEGMENT'S RECORD NUMBER BASE AS IT GOES.
      *  EVERY ROW CARRIES THE SAME BUSINESS DATE - POPSPLIT STARTS
      *  A FRESH MANIFEST FOR EACH DATE
        SEGMENT-MANIFEST-LOAD-PROCEDURE.
            MOVE 0      TO WS-SGT-COUNT.
            MOVE 0      TO WS-SEG-NEXT-BASE.
            MOVE 'N'    TO WS-SGT-FULL.
            MOVE SPACES TO WS-SEG-DATE.
            MOVE 'N'    TO WS-SEG-EOF.
            OPEN INPUT SEGMENT-MANIFEST-FILE.
            IF WS-SEG-FILE-STATUS = '00'
             OR WS-SEG-FILE-STATUS = '05'
                PERFORM SEGMENT-MANIFEST-READ-PARA
                    UNTIL WS-SEG-EOF = 'Y'
                CLOSE SEGMENT-MANIFEST-FILE
            END-IF.

        SEGMENT-MANIFEST-READ-PARA.
            READ SEGMENT-MANIFEST-FILE INTO WS-SEG-ROW
                    AT END MOVE 'Y' TO WS-SEG-EOF
                NOT AT END PERFORM SEGMENT-MANIFEST-BUILD-PARA
            END-READ.

        SEGMENT-MANIFEST-BUILD-PARA.
            IF WS-SGT-COUNT < 500
                ADD 1 TO WS-SGT-COUNT
                MOVE WS-SEG-ROW-STORE TO WS-SGT-STORE (WS-SGT-COUNT)
                MOVE WS-SEG-ROW-STAMP TO WS-SGT-STAMP (WS-SGT-COUNT)
                MOVE WS-SEG-NEXT-BASE TO WS-SGT-BASE  (WS-SGT-COUNT)
                MOVE SPACES TO WS-SGT-STATUS-ROW (WS-SGT-COUNT)
                ADD WS-SEG-ROW-RECORDS TO WS-SEG-NEXT-BASE
                MOVE WS-SEG-ROW-DATE TO WS-SEG-DATE
            ELSE
                MOVE 'Y' TO WS-SGT-FULL
                DISPLAY 'SEGMENT MANIFEST FULL - ROW NOT LOADED: '
                    WS-SEG-ROW-STORE
            END-IF.

        SEGMENT-TABLE-LOOKUP-PROCEDURE.
            MOVE 'N' TO WS-SGT-FOUND.
            MOVE 0   TO WS-SGT-SUB.
            PERFORM SEGMENT-TABLE-SEARCH-PARA
                VARYING WS-SGT-IDX FROM 1 BY 1
                UNTIL WS-SGT-IDX > WS-SGT-COUNT
                   OR WS-SGT-FOUND = 'Y'.

        SEGMENT-TABLE-SEARCH-PARA.
            IF WS-SGT-STORE (WS-SGT-IDX) = WS-SGT-SEARCH-STORE
                MOVE 'Y' TO WS-SGT-FOUND
                MOVE WS-SGT-IDX TO WS-SGT-SUB
            END-IF.

      *  PAIRS EACH MANIFEST STORE WITH THE LATEST STATUS ROW POSTED
      *  FOR ITS CURRENT SPLIT ON THIS BUSINESS DATE - THE FILE IS
      *  ONLY EVER APPENDED TO, SO A LATER ROW IS A LATER RUN
        SEGMENT-STATUS-SCAN-PROCEDURE.
            MOVE 'N' TO WS-SGS-EOF.
            OPEN INPUT SEGMENT-STATUS-FILE.
            IF WS-SGS-FILE-STATUS = '00'
             OR WS-SGS-FILE-STATUS = '05'
                PERFORM SEGMENT-STATUS-READ-PARA
                    UNTIL WS-SGS-EOF = 'Y'
                CLOSE SEGMENT-STATUS-FILE
            END-IF.

        SEGMENT-STATUS-READ-PARA.
            READ SEGMENT-STATUS-FILE INTO WS-SGS-ROW
                    AT END MOVE 'Y' TO WS-SGS-EOF
                NOT AT END
                    IF WS-SGS-DATE = WS-EXPECTED-DATE
                        MOVE WS-SGS-STORE TO WS-SGT-SEARCH-STORE
                        PERFORM SEGMENT-TABLE-LOOKUP-PROCEDURE
                        IF WS-SGT-FOUND = 'Y'
                           AND WS-SGS-SPLIT-STAMP =
                               WS-SGT-STAMP (WS-SGT-SUB)
                            MOVE WS-SGS-ROW
                                TO WS-SGT-STATUS-ROW (WS-SGT-SUB)
                        END-IF
                    END-IF
            END-READ.

      *  THE CONSOLIDATION RUN. EVERY MANIFEST STORE WHOSE CURRENT
      *  SEGMENT CAME OUT IN BALANCE IS TAKEN IN - ITS LOAD, HELD,
      *  TENDER AND SQL FILES ARE APPENDED TO THE CHAIN-LEVEL ONES
      *  IN MANIFEST ORDER, AND ITS COUNTS AND CONTROL FIGURES ARE
      *  ADDED UP FROM ITS STATUS ROW. THE MERGED FILES ARE THEN
      *  FINALIZED EXACTLY AS A SINGLE RUN'S WOULD BE, SO THE
      *  SUMMARY, ITEM REPORT, GL DECK AND LEDGER ROW CARRY THE
      *  SAME FIGURES. A STORE WHOSE SEGMENT IS OUT OF BALANCE OR
      *  HAS NOT RUN IS HELD BACK AND LISTED - NOTHING OF IT IS
      *  LOADED, LEDGERED OR CARRIED TO THE EXCEPTION STORE - AND
      *  THE RUN ENDS WITH RETURN CODE 4 SO THE HELD STORES GET
      *  CHASED. A CORRECTED SEGMENT IS BROUGHT IN BY RUNNING IT
      *  AND CONSOLIDATING AGAIN UNDER A RERUN=Y CARD. WITH NO
      *  STORE IN BALANCE NOTHING IS FINALIZED AND THE RUN ENDS
      *  WITH RETURN CODE 8
        CONSOLIDATE-PROCEDURE.
            PERFORM SEGMENT-MANIFEST-LOAD-PROCEDURE.
            IF WS-SGT-COUNT = 0
                DISPLAY 'NO SEGMENT MANIFEST - NOTHING TO '
                    'CONSOLIDATE'
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            IF WS-SGT-FULL = 'Y'
                DISPLAY 'SEGMENT MANIFEST OVER 500 STORES - NOT '
                    'CONSOLIDATED'
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM SEGMENT-DATE-AGREE-PARA.
            PERFORM JOB-LOG-HEADER-PROCEDURE.
            PERFORM RUN-LEDGER-CHECK-PROCEDURE.
            PERFORM SKU-MASTER-OPEN-PROCEDURE.
            IF WS-SKU-MASTER-LOADED = 'Y'
                CLOSE SKU-MASTER-FILE
            END-IF.
            IF WS-SKP-LOADED = 'Y'
                CLOSE SKU-PRICE-FILE
            END-IF.
            PERFORM STORE-MASTER-LOAD-PROCEDURE.
            PERFORM SEGMENT-STATUS-SCAN-PROCEDURE.
            OPEN OUTPUT LOAD-FILE.
            OPEN OUTPUT REJECT-FILE.
            OPEN OUTPUT REVIEW-FILE.
            OPEN OUTPUT DUP-FILE.
            OPEN OUTPUT DATE-EXCEPT-FILE.
            OPEN OUTPUT LP-EXCEPT-FILE.
            OPEN OUTPUT TENDER-FILE.
            IF WS-SQL-ENABLED = 'Y'
                OPEN OUTPUT SQL-FILE
            END-IF.
            PERFORM TRANS-ID-OPEN-PROCEDURE.
            OPEN EXTEND JOB-LOG-FILE.
            PERFORM CONSOLIDATE-SEGMENT-PARA
                VARYING WS-SGT-IDX FROM 1 BY 1
                UNTIL WS-SGT-IDX > WS-SGT-COUNT.
            CLOSE JOB-LOG-FILE.
            IF WS-TID-ENABLED = 'Y'
                CLOSE TRANS-ID-FILE
            END-IF.
            CLOSE LOAD-FILE.
            CLOSE REJECT-FILE.
            CLOSE REVIEW-FILE.
            CLOSE DUP-FILE.
            CLOSE DATE-EXCEPT-FILE.
            CLOSE LP-EXCEPT-FILE.
            CLOSE TENDER-FILE.
            IF WS-SQL-ENABLED = 'Y'
                CLOSE SQL-FILE
            END-IF.
            IF WS-TENDER-COUNT > 0
                MOVE 'Y' TO WS-TND-SEEN
            END-IF.
            IF WS-CON-INCLUDED > 0
                MOVE 'Y' TO WS-BALANCE-FLAG
            ELSE
                MOVE 'N' TO WS-BALANCE-FLAG
                MOVE 'NO STORE SEGMENT IN BALANCE'
                    TO WS-BALANCE-REASON
            END-IF.
            PERFORM STORE-CONTROL-BUILD-PROCEDURE.
            IF WS-CON-INCLUDED > 0
                PERFORM RUN-FINALIZE-PROCEDURE
            END-IF.
            PERFORM JOB-LOG-TRAILER-PROCEDURE.
            PERFORM CONSOLIDATE-RESULT-LOG-PARA.
            IF WS-BALANCE-FLAG NOT = 'Y'
                DISPLAY 'CONSOLIDATION NOT FINALIZED - '
                    WS-BALANCE-REASON
                MOVE 8 TO RETURN-CODE
            ELSE
                IF WS-CON-HELD > 0
                    MOVE 4 TO RETURN-CODE
                END-IF
            END-IF.
            PERFORM RUN-COUNT-DISPLAY-PARA.
            STOP RUN.

      *  ONE MANIFEST STORE - TAKEN IN OR HELD BACK. THE JOB LOG IS
      *  ALREADY OPEN
        CONSOLIDATE-SEGMENT-PARA.
            MOVE WS-SGT-STATUS-ROW (WS-SGT-IDX) TO WS-SGS-ROW.
            IF WS-SGS-VERDICT = 'B'
                PERFORM CONSOLIDATE-INCLUDE-PROCEDURE
            ELSE
                ADD 1 TO WS-CON-HELD
                IF WS-SGS-VERDICT = SPACE
                    MOVE 'SEGMENT NOT RUN' TO WS-CON-HELD-REASON
                ELSE
                    MOVE WS-SGS-REASON TO WS-CON-HELD-REASON
                END-IF
                DISPLAY 'STORE SEGMENT ' WS-SGT-STORE (WS-SGT-IDX)
                    ' HELD BACK - ' WS-CON-HELD-REASON
                MOVE SPACES TO JOB-LOG-RECORD
                STRING 'STORE SEGMENT ' WS-SGT-STORE (WS-SGT-IDX)
                       ' HELD BACK - ' WS-CON-HELD-REASON
                       DELIMITED BY SIZE
                       INTO JOB-LOG-RECORD
                END-STRING
                WRITE JOB-LOG-RECORD
            END-IF.

        CONSOLIDATE-INCLUDE-PROCEDURE.
            ADD 1 TO WS-CON-INCLUDED.
            MOVE WS-SGT-BASE (WS-SGT-IDX) TO WS-CON-BASE.
            ADD WS-SGS-RECORD-COUNT     TO WS-RECORD-COUNT.
            ADD WS-SGS-LOADED-COUNT     TO WS-LOADED-COUNT.
            ADD WS-SGS-REJECT-COUNT     TO WS-REJECT-COUNT.
            ADD WS-SGS-REVIEW-COUNT     TO WS-REVIEW-COUNT.
            ADD WS-SGS-SKU-REVIEW-COUNT TO WS-SKU-REVIEW-COUNT.
            ADD WS-SGS-DUP-COUNT        TO WS-DUP-COUNT.
            ADD WS-SGS-RETURN-COUNT     TO WS-RETURN-COUNT.
            ADD WS-SGS-OOD-COUNT        TO WS-OOD-COUNT.
            ADD WS-SGS-LP-COUNT         TO WS-LP-COUNT.
            ADD WS-SGS-TENDER-COUNT     TO WS-TENDER-COUNT.
            IF WS-SGS-HDR-SEEN = 'Y'
                MOVE 'Y' TO WS-HDR-SEEN
            END-IF.
            IF WS-SGS-TRL-SEEN = 'Y'
                MOVE 'Y' TO WS-TRL-SEEN
            END-IF.
            ADD WS-SGS-HDR-EXPECTED     TO WS-HDR-EXPECTED.
            ADD WS-SGS-TRL-COUNT        TO WS-TRL-COUNT.
            ADD WS-SGS-TRL-QTY-HASH     TO WS-TRL-QTY-HASH.
            ADD WS-SGS-TRL-SALE         TO WS-TRL-SALE.
            ADD WS-SGS-ACT-QTY-HASH     TO WS-ACT-QTY-HASH.
            ADD WS-SGS-ACT-SALE         TO WS-ACT-SALE.
            ADD WS-SGS-GRAND-SALE       TO WS-GRAND-SALE.
            ADD WS-SGS-GRAND-COST       TO WS-GRAND-COST.
            ADD WS-SGS-GRAND-PROFIT     TO WS-GRAND-PROFIT.
            MOVE WS-SGT-STORE (WS-SGT-IDX) TO WS-SEG-NAME-STORE.
            PERFORM CONSOLIDATE-NAMES-PARA.
            PERFORM CONSOLIDATE-LOAD-COPY-PROCEDURE.
            PERFORM CONSOLIDATE-REJECT-COPY-PROCEDURE.
            PERFORM CONSOLIDATE-REVIEW-COPY-PROCEDURE.
            PERFORM CONSOLIDATE-DUP-COPY-PROCEDURE.
            PERFORM CONSOLIDATE-OOD-COPY-PROCEDURE.
            PERFORM CONSOLIDATE-LP-COPY-PROCEDURE.
            PERFORM CONSOLIDATE-TENDER-COPY-PROCEDURE.
            IF WS-SQL-ENABLED = 'Y'
                PERFORM CONSOLIDATE-SQL-COPY-PROCEDURE
            END-IF.
            MOVE SPACES TO JOB-LOG-RECORD.
            STRING 'STORE SEGMENT ' WS-SGT-STORE (WS-SGT-IDX)
                   ' CONSOLIDATED - READ=' WS-SGS-RECORD-COUNT
                   ' PROCESSED=' WS-SGS-LOADED-COUNT
                   ' RUN ' WS-SGS-RUN-STAMP
                   DELIMITED BY SIZE
                   INTO JOB-LOG-RECORD
            END-STRING.
            WRITE JOB-LOG-RECORD.

      *  THE SCRATCH FILES READ THE STORE'S SEGMENT FILES WHILE THE
      *  CHAIN-LEVEL FILES TAKE THE MERGED RECORDS - THE SAME NAMES
      *  A SEGMENT RUN GIVES ITS OWN OUTPUT
        CONSOLIDATE-NAMES-PARA.
            MOVE WS-LOAD-FILE-NAME TO WS-SEG-NAME-WORK.
            PERFORM SEGMENT-NAME-PARA.
            MOVE WS-SEG-NAME-OUT TO WS-LOAD-SCRATCH-NAME.
            MOVE WS-REJECT-FILE-NAME TO WS-SEG-NAME-WORK.
            PERFORM SEGMENT-NAME-PARA.
            MOVE WS-SEG-NAME-OUT TO WS-REJECT-SCRATCH-NAME.
            MOVE WS-REVIEW-FILE-NAME TO WS-SEG-NAME-WORK.
            PERFORM SEGMENT-NAME-PARA.
            MOVE WS-SEG-NAME-OUT TO WS-REVIEW-SCRATCH-NAME.
            MOVE WS-DUP-FILE-NAME TO WS-SEG-NAME-WORK.
            PERFORM SEGMENT-NAME-PARA.
            MOVE WS-SEG-NAME-OUT TO WS-DUP-SCRATCH-NAME.
            MOVE WS-OOD-FILE-NAME TO WS-SEG-NAME-WORK.
            PERFORM SEGMENT-NAME-PARA.
            MOVE WS-SEG-NAME-OUT TO WS-OOD-SCRATCH-NAME.
            MOVE WS-LP-FILE-NAME TO WS-SEG-NAME-WORK.
            PERFORM SEGMENT-NAME-PARA.
            MOVE WS-SEG-NAME-OUT TO WS-LP-SCRATCH-NAME.
            MOVE WS-TND-FILE-NAME TO WS-SEG-NAME-WORK.
            PERFORM SEGMENT-NAME-PARA.
            MOVE WS-SEG-NAME-OUT TO WS-TND-SCRATCH-NAME.
            MOVE WS-SQL-FILE-NAME TO WS-SEG-NAME-WORK.
            PERFORM SEGMENT-NAME-PARA.
            MOVE WS-SEG-NAME-OUT TO WS-SQL-SCRATCH-NAME.

        CONSOLIDATE-LOAD-COPY-PROCEDURE.
            MOVE 'N' TO WS-CON-EOF.
            OPEN INPUT LOAD-SCRATCH-FILE.
            IF WS-LOAD-SCRATCH-STATUS NOT = '00'
                MOVE WS-LOAD-SCRATCH-NAME TO WS-FATAL-FILE-NAME
                MOVE WS-LOAD-SCRATCH-STATUS TO WS-FATAL-FILE-STATUS
                PERFORM FATAL-FILE-ERROR-PROCEDURE
            END-IF.
            PERFORM CONSOLIDATE-LOAD-READ-PARA
                UNTIL WS-CON-EOF = 'Y'.
            CLOSE LOAD-SCRATCH-FILE.

        CONSOLIDATE-LOAD-READ-PARA.
            READ LOAD-SCRATCH-FILE INTO OUTPUT-RECORD
                    AT END MOVE 'Y' TO WS-CON-EOF
                NOT AT END
                    WRITE OUTPUT-RECORD
                    IF WS-TID-ENABLED = 'Y'
                        PERFORM CONSOLIDATE-TID-RESTAMP-PARA
                    END-IF
            END-READ.

      *  THE SEGMENT RUN REGISTERED THE RECORD UNDER ITS OWN STAMP -
      *  IT NOW BELONGS TO THE CONSOLIDATED RUN
        CONSOLIDATE-TID-RESTAMP-PARA.
            MOVE OUT-TRANS-ID TO TID-KEY.
            READ TRANS-ID-FILE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE WS-TID-RUN-STAMP TO TID-RUN-STAMP
                    REWRITE TRANS-ID-RECORD
                        INVALID KEY
                            CONTINUE
                    END-REWRITE
            END-READ.

        CONSOLIDATE-REJECT-COPY-PROCEDURE.
            MOVE 'N' TO WS-CON-EOF.
            OPEN INPUT REJECT-SCRATCH-FILE.
            IF WS-REJECT-SCRATCH-STATUS NOT = '00'
                MOVE WS-REJECT-SCRATCH-NAME TO WS-FATAL-FILE-NAME
                MOVE WS-REJECT-SCRATCH-STATUS TO WS-FATAL-FILE-STATUS
                PERFORM FATAL-FILE-ERROR-PROCEDURE
            END-IF.
            PERFORM CONSOLIDATE-REJECT-READ-PARA
                UNTIL WS-CON-EOF = 'Y'.
            CLOSE REJECT-SCRATCH-FILE.

        CONSOLIDATE-REJECT-READ-PARA.
            READ REJECT-SCRATCH-FILE INTO REJECT-RECORD
                    AT END MOVE 'Y' TO WS-CON-EOF
                NOT AT END
                    ADD WS-CON-BASE TO REJ-RECORD-NO
                    WRITE REJECT-RECORD
            END-READ.

        CONSOLIDATE-REVIEW-COPY-PROCEDURE.
            MOVE 'N' TO WS-CON-EOF.
            OPEN INPUT REVIEW-SCRATCH-FILE.
            IF WS-REVIEW-SCRATCH-STATUS NOT = '00'
                MOVE WS-REVIEW-SCRATCH-NAME TO WS-FATAL-FILE-NAME
                MOVE WS-REVIEW-SCRATCH-STATUS TO WS-FATAL-FILE-STATUS
                PERFORM FATAL-FILE-ERROR-PROCEDURE
            END-IF.
            PERFORM CONSOLIDATE-REVIEW-READ-PARA
                UNTIL WS-CON-EOF = 'Y'.
            CLOSE REVIEW-SCRATCH-FILE.

        CONSOLIDATE-REVIEW-READ-PARA.
            READ REVIEW-SCRATCH-FILE INTO REVIEW-RECORD
                    AT END MOVE 'Y' TO WS-CON-EOF
                NOT AT END
                    ADD WS-CON-BASE TO REV-RECORD-NO
                    WRITE REVIEW-RECORD
            END-READ.

        CONSOLIDATE-DUP-COPY-PROCEDURE.
            MOVE 'N' TO WS-CON-EOF.
            OPEN INPUT DUP-SCRATCH-FILE.
            IF WS-DUP-SCRATCH-STATUS NOT = '00'
                MOVE WS-DUP-SCRATCH-NAME TO WS-FATAL-FILE-NAME
                MOVE WS-DUP-SCRATCH-STATUS TO WS-FATAL-FILE-STATUS
                PERFORM FATAL-FILE-ERROR-PROCEDURE
            END-IF.
            PERFORM CONSOLIDATE-DUP-READ-PARA
                UNTIL WS-CON-EOF = 'Y'.
            CLOSE DUP-SCRATCH-FILE.

        CONSOLIDATE-DUP-READ-PARA.
            READ DUP-SCRATCH-FILE INTO DUP-RECORD
                    AT END MOVE 'Y' TO WS-CON-EOF
                NOT AT END
                    ADD WS-CON-BASE TO DUP-RECORD-NO
                    WRITE DUP-RECORD
            END-READ.

        CONSOLIDATE-OOD-COPY-PROCEDURE.
            MOVE 'N' TO WS-CON-EOF.
            OPEN INPUT OOD-SCRATCH-FILE.
            IF WS-OOD-SCRATCH-STATUS NOT = '00'
                MOVE WS-OOD-SCRATCH-NAME TO WS-FATAL-FILE-NAME
                MOVE WS-OOD-SCRATCH-STATUS TO WS-FATAL-FILE-STATUS
                PERFORM FATAL-FILE-ERROR-PROCEDURE
            END-IF.
            PERFORM CONSOLIDATE-OOD-READ-PARA
                UNTIL WS-CON-EOF = 'Y'.
            CLOSE OOD-SCRATCH-FILE.

        CONSOLIDATE-OOD-READ-PARA.
            READ OOD-SCRATCH-FILE INTO OOD-RECORD
                    AT END MOVE 'Y' TO WS-CON-EOF
                NOT AT END
                    ADD WS-CON-BASE TO OOD-RECORD-NO
                    WRITE OOD-RECORD
            END-READ.

        CONSOLIDATE-LP-COPY-PROCEDURE.
            MOVE 'N' TO WS-CON-EOF.
            OPEN INPUT LP-SCRATCH-FILE.
            IF WS-LP-SCRATCH-STATUS NOT = '00'
                MOVE WS-LP-SCRATCH-NAME TO WS-FATAL-FILE-NAME
                MOVE WS-LP-SCRATCH-STATUS TO WS-FATAL-FILE-STATUS
                PERFORM FATAL-FILE-ERROR-PROCEDURE
            END-IF.
            PERFORM CONSOLIDATE-LP-READ-PARA
                UNTIL WS-CON-EOF = 'Y'.
            CLOSE LP-SCRATCH-FILE.

        CONSOLIDATE-LP-READ-PARA.
            READ LP-SCRATCH-FILE INTO LP-RECORD
                    AT END MOVE 'Y' TO WS-CON-EOF
                NOT AT END
                    ADD WS-CON-BASE TO LP-RECORD-NO
                    WRITE LP-RECORD
            END-READ.

        CONSOLIDATE-TENDER-COPY-PROCEDURE.
            MOVE 'N' TO WS-CON-EOF.
            OPEN INPUT TENDER-SCRATCH-FILE.
            IF WS-TND-SCRATCH-STATUS NOT = '00'
                MOVE WS-TND-SCRATCH-NAME TO WS-FATAL-FILE-NAME
                MOVE WS-TND-SCRATCH-STATUS TO WS-FATAL-FILE-STATUS
                PERFORM FATAL-FILE-ERROR-PROCEDURE
            END-IF.
            PERFORM CONSOLIDATE-TENDER-READ-PARA
                UNTIL WS-CON-EOF = 'Y'.
            CLOSE TENDER-SCRATCH-FILE.

        CONSOLIDATE-TENDER-READ-PARA.
            READ TENDER-SCRATCH-FILE INTO TENDER-RECORD
                    AT END MOVE 'Y' TO WS-CON-EOF
                NOT AT END
                    WRITE TENDER-RECORD
            END-READ.

        CONSOLIDATE-SQL-COPY-PROCEDURE.
            MOVE 'N' TO WS-CON-EOF.
            OPEN INPUT SQL-SCRATCH-FILE.
            IF WS-SQL-SCRATCH-STATUS NOT = '00'
                MOVE WS-SQL-SCRATCH-NAME TO WS-FATAL-FILE-NAME
                MOVE WS-SQL-SCRATCH-STATUS TO WS-FATAL-FILE-STATUS
                PERFORM FATAL-FILE-ERROR-PROCEDURE
            END-IF.
            PERFORM CONSOLIDATE-SQL-READ-PARA
                UNTIL WS-CON-EOF = 'Y'.
            CLOSE SQL-SCRATCH-FILE.

        CONSOLIDATE-SQL-READ-PARA.
            READ SQL-SCRATCH-FILE INTO SQL-RECORD
                    AT END MOVE 'Y' TO WS-CON-EOF
                NOT AT END
                    WRITE SQL-RECORD
            END-READ.

        CONSOLIDATE-RESULT-LOG-PARA.
            DISPLAY 'STORE SEGMENTS CONSOLIDATED: ' WS-CON-INCLUDED.
            DISPLAY 'STORE SEGMENTS HELD BACK: ' WS-CON-HELD.
            OPEN EXTEND JOB-LOG-FILE.
            MOVE SPACES TO JOB-LOG-RECORD.
            STRING 'STORE SEGMENTS CONSOLIDATED=' WS-CON-INCLUDED
                   ' HELD BACK=' WS-CON-HELD
                   DELIMITED BY SIZE
                   INTO JOB-LOG-RECORD
            END-STRING.
            WRITE JOB-LOG-RECORD.
            CLOSE JOB-LOG-FILE.
