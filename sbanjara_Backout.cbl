      ******************* IDENTIFICATION-DIVISION *******************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.  SBNBACKOUT.
       AUTHOR.    SABIN BANJARA.

      ****************************************************************
      * THIS PROGRAM BACKS OUT A BAD SBNPROGRAM2 INCREASE RUN OF
      * DRAKEA INC - A RUN MADE WITH A BAD RATES FILE, THE WRONG
      * EFFECTIVE DATE, OR THE WRONG CYCLE MONTH - SO IT CAN BE
      * CORRECTED AND RUN AGAIN.
      **********
      * INPUT:
      *  1. THE RUN DATE (YYYYMMDD) AND SCOPE OF THE RUN TO BACK OUT
      *     ON THE COMMAND LINE.  THE SCOPE IS FULL, PART, OR CYNN
      *     (ANNIVERSARY CYCLE RUN FOR HIRE MONTH NN), THE SAME
      *     SCOPE STAMPED ON THE RUN'S EXTRACT AND GL TRAILERS.
      *  2. THE RUN LOG.  EVERY COMPLETE (OR BALERR) INCREASE RUN
      *     LOGGED FOR THAT DATE AND SCOPE IS BACKED OUT.
      *  3. THE INCREASE HISTORY FILE WRITTEN BY SBNPROGRAM2.
      *  4. THE RUN'S PAYROLL EXTRACT, WHEN IT IS STILL ON HAND, FOR
      *     THE BACK PAY TO REVERSE (THE HISTORY DOES NOT CARRY IT).
      *  5. THE WAREHOUSE MASTER FILE, FOR THE GL COST CENTERS.
      **********
      * OUTPUT:
      *  1. THE INCREASE HISTORY FILE, REWRITTEN WITHOUT THE RUN'S
      *     ROWS.
      *  2. THE REVERSING PAYROLL EXTRACT, PR2FA19R.TXT, ONE RECORD
      *     PER EMPLOYEE IN THE PAYROLL EXTRACT LAYOUT, WITH ITS OWN
      *     CONTROL-TOTAL TRAILER.  PAYROLL LOADS IT AS A REVERSAL.
      *  3. THE REVERSING GL POSTING FILE, PR2GLR.TXT, ONE RECORD PER
      *     WAREHOUSE IN THE GL POSTING LAYOUT, WITH ITS OWN TRAILER.
      *     ACCOUNTING POSTS IT AS A REVERSAL.
      *  4. THE RUN LOG, WITH THE RUN'S ENTRIES MARKED REVERSED SO
      *     THE DUPLICATE-RUN CHECK OF SBNPROGRAM2 LETS A CORRECTED
      *     RERUN THROUGH WITHOUT OVERRIDE, AND SBNPOST WILL NOT POST
      *     THE RUN.
      *  5. THE REVERSAL REGISTER, PROVING THE BACKED-OUT COUNT AND
      *     TOTALS AGAINST THE RUN LOG FIGURES OF THE RUN.
      **********
      * PROCESSING:
      *  THE RUN LOG IS READ FIRST FOR THE TOTALS THE BACKOUT MUST
      *  PROVE TO.  THE HISTORY FILE IS SPLIT INTO THE ROWS KEPT AND
      *  THE ROWS OF THE RUN; THE RUN'S ROWS ARE SORTED ON WAREHOUSE
      *  ID + EMPLOYEE ID AND DRIVE THE REVERSING FILES.  THE HISTORY
      *  FILE AND THE RUN LOG ARE ONLY REPLACED WHEN THE REGISTER
      *  PROVES; OTHERWISE RETURN CODE 8 AND NOTHING IS CHANGED.
      ****************************************************************

      ********************** ENVIRONMENT-DIVISON *********************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  LENEVO-PC.
       OBJECT-COMPUTER.  LENEVO-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-LOG-FILE
               ASSIGN TO 'PR2RLOG.TXT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RUN-LOG-FILE-STATUS.
           SELECT RUN-LOG-WORK-FILE
               ASSIGN TO 'PR2RLOGW.TXT'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HISTORY-FILE
               ASSIGN TO 'PR2HIST.TXT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-HISTORY-FILE-STATUS.
           SELECT HISTORY-WORK-FILE
               ASSIGN TO 'PR2HISTW.TXT'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BACKOUT-WORK-FILE
               ASSIGN TO 'PR2HBKO.TXT'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BACKOUT-SORT-FILE
               ASSIGN TO 'SORTWK09'.
           SELECT SORTED-BACKOUT-FILE
               ASSIGN TO 'PR2HBKS.TXT'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PAYROLL-EXTRACT-FILE
               ASSIGN TO 'PR2FA19P.TXT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-EXTRACT-FILE-STATUS.
           SELECT EXTRACT-SORT-FILE
               ASSIGN TO 'SORTWK10'.
           SELECT SORTED-EXTRACT-FILE
               ASSIGN TO 'PR2BSRT.TXT'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REVERSING-EXTRACT-FILE
               ASSIGN TO 'PR2FA19R.TXT'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REVERSING-GL-FILE
               ASSIGN TO 'PR2GLR.TXT'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT WAREHOUSE-MASTER-FILE
               ASSIGN TO 'PR2WHSE.TXT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-WAREHOUSE-FILE-STATUS.
           SELECT REVERSAL-REGISTER-FILE
               ASSIGN TO PRINTER 'REVERSAL-REGISTER'.

      ************************* DATA-DIVISION ************************

       DATA DIVISION.
       FILE SECTION.

       FD  RUN-LOG-FILE
           RECORD CONTAINS 83 CHARACTERS.

       01  RUN-LOG-RECORD.
           05  RL-RUN-DATE                  PIC 9(8).
           05  RL-RUN-MODE                  PIC X(4).
           05  RL-STATUS                    PIC X(8).
           05  RL-RECORDS-READ              PIC 9(7).
           05  RL-EXCEPTION-COUNT           PIC 9(5).
           05  RL-EXTRACT-COUNT             PIC 9(7).
           05  RL-GRAND-SALARY              PIC 9(10)V99.
           05  RL-GRAND-DUES                PIC 9(9)V99.
           05  RL-GRAND-INSURANCE           PIC 9(9)V99.
           05  RL-CYCLE-MONTH               PIC 9(2).
           05  RL-EFFECTIVE-DATE            PIC 9(8).

       FD  RUN-LOG-WORK-FILE
           RECORD CONTAINS 83 CHARACTERS.

       01  RUN-LOG-WORK-RECORD       PIC X(83).

       FD  HISTORY-FILE
           RECORD CONTAINS 42 CHARACTERS.

       01  HISTORY-RECORD.
           05  HIST-RUN-DATE                     PIC 9(8).
           05  HIST-WAREHOUSE-ID                 PIC X(4).
           05  HIST-EMPLOYEE-ID                  PIC X(5).
           05  HIST-INCREASED-CURRENT-SALARY     PIC 9(7)V99.
           05  HIST-INCREASED-UNION-DUES         PIC 9(6)V99.
           05  HIST-INCREASED-INSURANCE          PIC 9(6)V99.

       FD  HISTORY-WORK-FILE
           RECORD CONTAINS 42 CHARACTERS.

       01  HISTORY-WORK-RECORD       PIC X(42).

       FD  BACKOUT-WORK-FILE
           RECORD CONTAINS 42 CHARACTERS.

       01  BACKOUT-WORK-RECORD       PIC X(42).

       SD  BACKOUT-SORT-FILE
           RECORD CONTAINS 42 CHARACTERS.

       01  BACKOUT-SORT-RECORD.
           05  FILLER             PIC X(8).
           05  BS-WAREHOUSE-ID    PIC X(4).
           05  BS-EMPLOYEE-ID     PIC X(5).
           05  FILLER             PIC X(25).

       FD  SORTED-BACKOUT-FILE
           RECORD CONTAINS 42 CHARACTERS.

       01  BACKOUT-RECORD.
           05  BK-RUN-DATE                       PIC 9(8).
           05  BK-RECORD-KEY.
               10  BK-WAREHOUSE-ID               PIC X(4).
               10  BK-EMPLOYEE-ID                PIC X(5).
           05  BK-INCREASED-CURRENT-SALARY       PIC 9(7)V99.
           05  BK-INCREASED-UNION-DUES           PIC 9(6)V99.
           05  BK-INCREASED-INSURANCE            PIC 9(6)V99.

       FD  PAYROLL-EXTRACT-FILE
           RECORD CONTAINS 43 TO 57 CHARACTERS.

       01  PAYROLL-EXTRACT-RECORD.
           05  PE-WAREHOUSE-ID              PIC X(4).
           05  PE-EMPLOYEE-ID               PIC X(5).
           05  PE-INCREASED-CURRENT-SALARY  PIC 9(7)V99.
           05  PE-INCREASED-UNION-DUES      PIC 9(6)V99.
           05  PE-INCREASED-INSURANCE       PIC 9(6)V99.
           05  PE-RETRO-PAY                 PIC 9(7)V99.

       01  PE-TRAILER-RECORD.
           05  PE-TRL-ID                    PIC X(4).
           05  PE-TRL-RECORD-COUNT          PIC 9(7).
           05  PE-TRL-SALARY-HASH           PIC 9(10)V99.
           05  PE-TRL-DUES-HASH             PIC 9(8)V99.
           05  PE-TRL-INSURANCE-HASH        PIC 9(8)V99.
           05  PE-TRL-RETRO-HASH            PIC 9(8)V99.
           05  PE-TRL-SCOPE                 PIC X(4).

       SD  EXTRACT-SORT-FILE
           RECORD CONTAINS 57 CHARACTERS.

       01  EXTRACT-SORT-RECORD.
           05  XS-WAREHOUSE-ID    PIC X(4).
           05  XS-EMPLOYEE-ID     PIC X(5).
           05  FILLER             PIC X(48).

       FD  SORTED-EXTRACT-FILE
           RECORD CONTAINS 57 CHARACTERS.

       01  EXTRACT-RECORD.
           05  EX-RECORD-KEY.
               10  EX-WAREHOUSE-ID          PIC X(4).
               10  EX-EMPLOYEE-ID           PIC X(5).
           05  EX-INCREASED-CURRENT-SALARY  PIC 9(7)V99.
           05  EX-INCREASED-UNION-DUES      PIC 9(6)V99.
           05  EX-INCREASED-INSURANCE       PIC 9(6)V99.
           05  EX-RETRO-PAY                 PIC 9(7)V99.
           05  FILLER                       PIC X(14).

       FD  REVERSING-EXTRACT-FILE
           RECORD CONTAINS 43 TO 57 CHARACTERS.

       01  REVERSING-EXTRACT-RECORD.
           05  RX-WAREHOUSE-ID              PIC X(4).
           05  RX-EMPLOYEE-ID               PIC X(5).
           05  RX-INCREASED-CURRENT-SALARY  PIC 9(7)V99.
           05  RX-INCREASED-UNION-DUES      PIC 9(6)V99.
           05  RX-INCREASED-INSURANCE       PIC 9(6)V99.
           05  RX-RETRO-PAY                 PIC 9(7)V99.

       01  RX-TRAILER-RECORD.
           05  RX-TRL-ID                    PIC X(4).
           05  RX-TRL-RECORD-COUNT          PIC 9(7).
           05  RX-TRL-SALARY-HASH           PIC 9(10)V99.
           05  RX-TRL-DUES-HASH             PIC 9(8)V99.
           05  RX-TRL-INSURANCE-HASH        PIC 9(8)V99.
           05  RX-TRL-RETRO-HASH            PIC 9(8)V99.
           05  RX-TRL-SCOPE                 PIC X(4).

       FD  REVERSING-GL-FILE
           RECORD CONTAINS 30 TO 37 CHARACTERS.

       01  REVERSING-GL-RECORD.
           05  RG-COST-CENTER-CODE               PIC X(6).
           05  RG-UNION-DUES-TOTAL               PIC 9(6)V99.
           05  RG-INSURANCE-TOTAL                PIC 9(6)V99.
           05  RG-RUN-DATE                       PIC 9(8).

       01  RG-TRAILER-RECORD.
           05  RG-TRL-ID                         PIC X(6).
           05  RG-TRL-RECORD-COUNT               PIC 9(5).
           05  RG-TRL-DUES-HASH                  PIC 9(9)V99.
           05  RG-TRL-INSURANCE-HASH             PIC 9(9)V99.
           05  RG-TRL-SCOPE                      PIC X(4).

       FD  WAREHOUSE-MASTER-FILE
           RECORD CONTAINS 22 CHARACTERS.

       01  WAREHOUSE-MASTER-RECORD.
           05  WM-WAREHOUSE-ID              PIC X(4).
           05  WM-WAREHOUSE-NAME            PIC X(11).
           05  WM-COST-CENTER-CODE          PIC X(6).
           05  WM-ACTIVE-FLAG               PIC X.

       FD  REVERSAL-REGISTER-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01  REVERSAL-REGISTER         PIC X(80).

      ********************* WORKING-STORAGE **************************

       WORKING-STORAGE SECTION.

       01  FLAGS-N-SWITCHES.
           05  WS-RUN-LOG-FILE-STATUS PIC XX VALUE '00'.
               88  RUN-LOG-FILE-NOT-FOUND    VALUE '35'.
           05  RUN-LOG-EOF-FLAG  PIC X       VALUE ' '.
               88  NO-MORE-RUN-LOG           VALUE 'N'.
           05  WS-HISTORY-FILE-STATUS PIC XX VALUE '00'.
               88  HISTORY-FILE-NOT-FOUND    VALUE '35'.
           05  HIST-EOF-FLAG     PIC X       VALUE ' '.
               88  NO-MORE-HISTORY           VALUE 'N'.
           05  BACKOUT-EOF-FLAG  PIC X       VALUE ' '.
               88  NO-MORE-BACKOUT           VALUE 'N'.
           05  WS-EXTRACT-FILE-STATUS PIC XX VALUE '00'.
               88  EXTRACT-FILE-NOT-FOUND    VALUE '35'.
           05  EXTRACT-EOF-FLAG  PIC X       VALUE ' '.
               88  NO-MORE-EXTRACT-PROOF     VALUE 'N'.
           05  WS-EXTRACT-KEY    PIC X(9)    VALUE SPACES.
               88  NO-MORE-EXTRACT           VALUE HIGH-VALUES.
           05  WS-EXTRACT-READ-SWITCH PIC X  VALUE 'N'.
               88  EXTRACT-DETAIL-READ       VALUE 'Y'.
           05  WS-EXTRACT-USABLE-SWITCH PIC X VALUE 'N'.
               88  EXTRACT-USABLE            VALUE 'Y'.
           05  WS-WAREHOUSE-FILE-STATUS PIC XX VALUE '00'.
               88  WAREHOUSE-FILE-NOT-FOUND  VALUE '35'.
           05  WAREHOUSE-EOF-FLAG PIC X      VALUE ' '.
               88  NO-MORE-WAREHOUSES        VALUE 'N'.
           05  WS-RUN-POSTED-SWITCH PIC X    VALUE 'N'.
               88  RUN-WAS-POSTED            VALUE 'Y'.
           05  WS-ENTRY-MATCH-SWITCH PIC X   VALUE 'N'.
               88  ENTRY-IN-SCOPE            VALUE 'Y'.
           05  WS-PROOF-SWITCH   PIC X       VALUE 'N'.
               88  BACKOUT-PROVES            VALUE 'Y'.
           05  WS-FIRST-ROW-SWITCH PIC X     VALUE 'Y'.
               88  FIRST-BACKOUT-ROW         VALUE 'Y'.
           05  WS-RUN-BLOCK-SWITCH PIC X     VALUE 'N'.
               88  RUN-BLOCKS-MISMATCH       VALUE 'Y'.

       01  COMMAND-LINE-FIELDS.
           05  WS-COMMAND-LINE        PIC X(40)   VALUE SPACES.
           05  WS-CMD-ARG-1           PIC X(9)    VALUE SPACES.
           05  WS-CMD-ARG-2           PIC X(9)    VALUE SPACES.
           05  WS-CMD-ARG-3           PIC X(9)    VALUE SPACES.

       01  BACKOUT-PARM-FIELDS.
           05  WS-BACKOUT-DATE        PIC 9(8)    VALUE 0.
           05  WS-BACKOUT-DATE-X REDEFINES WS-BACKOUT-DATE.
               10  BKO-YEAR           PIC 9(4).
               10  BKO-MONTH          PIC 99.
               10  BKO-DAY            PIC 99.
           05  WS-BACKOUT-SCOPE       PIC X(4)    VALUE SPACES.
           05  WS-BACKOUT-CYCLE       PIC 99      VALUE 0.

       01  WAREHOUSE-TABLE-COUNT                 PIC 99      VALUE 0.

       01  WAREHOUSE-TABLE.
           05  WAREHOUSE-ENTRY  OCCURS 1 TO 20 TIMES
                           DEPENDING ON WAREHOUSE-TABLE-COUNT
                           INDEXED BY WHSE-IDX.
               10  WT-WAREHOUSE-ID               PIC X(4).
               10  WT-WAREHOUSE-NAME             PIC X(11).
               10  WT-COST-CENTER-CODE           PIC X(6).
               10  WT-ACTIVE-FLAG                PIC X.

       01  WAREHOUSE-LOOKUP-FIELDS.
           05  WS-WHSE-LOOKUP-ID                 PIC X(4).
           05  WS-WHSE-COST-CENTER               PIC X(6).

      *    WHAT THE RUN LOG SAYS THE RUN PRODUCED - THE FIGURES THE
      *    BACKOUT MUST PROVE TO.
       01  RUN-LOG-TOTAL-FIELDS.
           05  WS-LOG-ENTRY-COUNT     PIC 9(5)    VALUE 0.
           05  WS-LOG-EXTRACT-COUNT   PIC 9(7)    VALUE 0.
           05  WS-LOG-GRAND-SALARY    PIC 9(10)V99 VALUE 0.
           05  WS-LOG-GRAND-DUES      PIC 9(9)V99 VALUE 0.
           05  WS-LOG-GRAND-INSURANCE PIC 9(9)V99 VALUE 0.

      *    EVERY INCREASE RUN THAT FINISHED ON THE BACKOUT DATE, IN
      *    RUN LOG ORDER.  EACH RUN APPENDED ONE HISTORY ROW PER
      *    EXTRACT RECORD, SO ITS ROWS ARE THE NEXT DR-EXTRACT-COUNT
      *    ROWS OF THE DATE ON THE HISTORY FILE.
       01  DATE-RUN-TABLE-COUNT                  PIC 99      VALUE 0.

       01  DATE-RUN-TABLE.
           05  DATE-RUN-ENTRY  OCCURS 20 TIMES.
               10  DR-EXTRACT-COUNT              PIC 9(7).
               10  DR-IN-SCOPE                   PIC X.
                   88  DR-RUN-IN-SCOPE                 VALUE 'Y'.

       01  DATE-RUN-FIELDS.
           05  WS-DR-SUB              PIC 99      VALUE 0.
           05  WS-DR-ROWS-LEFT        PIC 9(7)    VALUE 0.
           05  WS-DATE-RUN-ROWS       PIC 9(7)    VALUE 0.
           05  WS-DATE-HISTORY-ROWS   PIC 9(7)    VALUE 0.

       01  EXTRACT-PROOF-FIELDS.
           05  WS-TRL-RECORD-COUNT    PIC 9(7)    VALUE 0.
           05  WS-TRL-SALARY-HASH     PIC 9(10)V99 VALUE 0.
           05  WS-TRL-SCOPE           PIC X(4)    VALUE SPACES.

       01  COUNT-FIELDS.
           05  WS-HISTORY-READ        PIC 9(7)    VALUE 0.
           05  WS-HISTORY-KEPT        PIC 9(7)    VALUE 0.
           05  WS-HISTORY-REMOVED     PIC 9(7)    VALUE 0.
           05  WS-REVERSED-COUNT      PIC 9(7)    VALUE 0.
           05  WS-REVERSED-SALARY     PIC 9(10)V99 VALUE 0.
           05  WS-REVERSED-DUES       PIC 9(9)V99 VALUE 0.
           05  WS-REVERSED-INSURANCE  PIC 9(9)V99 VALUE 0.
           05  WS-REVERSED-RETRO      PIC 9(9)V99 VALUE 0.
           05  WS-GL-RECORD-COUNT     PIC 9(5)    VALUE 0.
           05  WS-GL-DUES-HASH        PIC 9(9)V99 VALUE 0.
           05  WS-GL-INSURANCE-HASH   PIC 9(9)V99 VALUE 0.
           05  WS-LOG-ENTRIES-MARKED  PIC 9(5)    VALUE 0.

       01  CONTROL-FIELDS.
           05  WS-HOLD-WAREHOUSE      PIC X(4)    VALUE SPACES.
           05  WS-WHSE-DUES-TL        PIC 9(6)V99 VALUE 0.
           05  WS-WHSE-INSURANCE-TL   PIC 9(6)V99 VALUE 0.

       01  DATE-FIELDS.
           05  WS-YEAR                PIC 9999.
           05  WS-MONTH               PIC 99.
           05  WS-DAY                 PIC 99.

      ************************* OUTPUT AREA ***************************

       01  REV-HEADING-ONE.
           05  REV-H1-MONTH       PIC 99.
           05                     PIC X       VALUE '/'.
           05  REV-H1-DAY         PIC 99.
           05                     PIC X       VALUE '/'.
           05  REV-H1-YEAR        PIC 9999.
           05                     PIC X(26)   VALUE '     SBN'.
           05                     PIC X(35)   VALUE 'DRAKEA, LTD'.
           05                     PIC X(5)    VALUE 'PAGE'.
           05  REV-PAGE-NUM       PIC 99.

       01  REV-HEADING-TWO.
           05                     PIC X(24)   VALUE SPACES.
           05                     PIC X(56)   VALUE
               'INCREASE RUN REVERSAL REGISTER'.

       01  REV-DETAIL-LINE.
           05                     PIC X(3)    VALUE SPACES.
           05  REV-LABEL-OUT      PIC X(32).
           05  REV-VALUE-OUT      PIC X(20).
           05                     PIC X(25)   VALUE SPACES.

       01  REV-RESULT-LINE.
           05                     PIC X(3)    VALUE SPACES.
           05  REV-RESULT-TEXT    PIC X(77).

       01  REV-COUNT-EDITED       PIC Z,ZZZ,ZZ9.
       01  REV-AMOUNT-EDITED      PIC $$,$$$,$$$,$$9.99.
       01  REV-DATE-EDITED.
           05  REV-DE-MONTH       PIC 99.
           05                     PIC X       VALUE '/'.
           05  REV-DE-DAY         PIC 99.
           05                     PIC X       VALUE '/'.
           05  REV-DE-YEAR        PIC 9999.

      ************************ PROCEDURE DIVISION ********************

       PROCEDURE DIVISION.

       10-CONTROL-MODULE.

           PERFORM 20-HOUSEKEEPING-ROUTINE
           PERFORM 40-BACKOUT-ROUTINE
           PERFORM 110-EOF-ROUTINE
           .

       20-HOUSEKEEPING-ROUTINE.

           ACCEPT DATE-FIELDS FROM DATE YYYYMMDD
           PERFORM 21-SET-BACKOUT-PARMS
           PERFORM 23-LOAD-WAREHOUSE-TABLE
           PERFORM 26-FIND-RUN-LOG-ENTRIES
           PERFORM 28-CHECK-ORIGINAL-EXTRACT
           PERFORM 31-SPLIT-HISTORY-FILE

           SORT BACKOUT-SORT-FILE
               ON ASCENDING KEY BS-WAREHOUSE-ID
               ON ASCENDING KEY BS-EMPLOYEE-ID
               USING BACKOUT-WORK-FILE
               GIVING SORTED-BACKOUT-FILE

           IF EXTRACT-USABLE
               SORT EXTRACT-SORT-FILE
                   ON ASCENDING KEY XS-WAREHOUSE-ID
                   ON ASCENDING KEY XS-EMPLOYEE-ID
                   USING PAYROLL-EXTRACT-FILE
                   GIVING SORTED-EXTRACT-FILE
               OPEN INPUT SORTED-EXTRACT-FILE
               PERFORM 65-READ-EXTRACT
           ELSE
               MOVE HIGH-VALUES TO WS-EXTRACT-KEY
           END-IF

           OPEN INPUT  SORTED-BACKOUT-FILE
                OUTPUT REVERSING-EXTRACT-FILE
                       REVERSING-GL-FILE
           .

      ****************************************************************
      * BOTH TOKENS ARE REQUIRED: THE RUN DATE (YYYYMMDD) AND THE
      * SCOPE (FULL, PART, OR CYNN WITH NN 01-12).  A BACKOUT THAT
      * GUESSED AT EITHER COULD REVERSE THE WRONG RUN, SO ANYTHING
      * MISSING OR MALFORMED IS REFUSED.
      ****************************************************************
       21-SET-BACKOUT-PARMS.

           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
           UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACES
               INTO WS-CMD-ARG-1
                    WS-CMD-ARG-2
                    WS-CMD-ARG-3

           IF WS-CMD-ARG-3 NOT = SPACES
               DISPLAY 'SBNBACKOUT - UNRECOGNIZED PARAMETER '
                   WS-CMD-ARG-3 ' - RUN REFUSED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           IF WS-CMD-ARG-1 (1:8) NUMERIC AND
                   WS-CMD-ARG-1 (9:1) = SPACE
               MOVE WS-CMD-ARG-1 (1:8) TO WS-BACKOUT-DATE
           END-IF
           IF BKO-YEAR < 1900 OR BKO-MONTH < 1 OR BKO-MONTH > 12
                   OR BKO-DAY < 1 OR BKO-DAY > 31
               DISPLAY 'SBNBACKOUT - INVALID RUN DATE '
                   WS-CMD-ARG-1 ' - RUN REFUSED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           EVALUATE TRUE
               WHEN WS-CMD-ARG-2 = 'FULL'
               WHEN WS-CMD-ARG-2 = 'PART'
                   MOVE WS-CMD-ARG-2 TO WS-BACKOUT-SCOPE
               WHEN WS-CMD-ARG-2 (1:2) = 'CY' AND
                       WS-CMD-ARG-2 (3:2) NUMERIC AND
                       WS-CMD-ARG-2 (5:5) = SPACES
                   MOVE WS-CMD-ARG-2 (3:2) TO WS-BACKOUT-CYCLE
                   IF WS-BACKOUT-CYCLE < 1 OR WS-BACKOUT-CYCLE > 12
                       DISPLAY 'SBNBACKOUT - INVALID CYCLE SCOPE '
                           WS-CMD-ARG-2 ' - RUN REFUSED'
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   MOVE WS-CMD-ARG-2 TO WS-BACKOUT-SCOPE
               WHEN OTHER
                   DISPLAY 'SBNBACKOUT - INVALID SCOPE ' WS-CMD-ARG-2
                       ' (FULL, PART, OR CYNN) - RUN REFUSED'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE
           .

      ****************************************************************
      * SAME WAREHOUSE MASTER FILE USED BY SBNPROGRAM2, SO THE
      * REVERSING GL RECORDS CARRY THE SAME COST CENTERS AS THE
      * ORIGINALS.  WHEN THE FILE IS MISSING THE THREE ORIGINAL
      * WAREHOUSES ARE LOADED AS DEFAULTS, AS IN SBNPROGRAM2.
      ****************************************************************
       23-LOAD-WAREHOUSE-TABLE.

           OPEN INPUT WAREHOUSE-MASTER-FILE
           IF WAREHOUSE-FILE-NOT-FOUND
               MOVE 3 TO WAREHOUSE-TABLE-COUNT
               MOVE 'AL10ALABAMA    CC-AL1A' TO WAREHOUSE-ENTRY (1)
               MOVE 'GA11GEORGIA    CC-GA1A' TO WAREHOUSE-ENTRY (2)
               MOVE 'MS12MISSISSIPPICC-MS1A' TO WAREHOUSE-ENTRY (3)
           ELSE
               PERFORM UNTIL NO-MORE-WAREHOUSES
                   READ WAREHOUSE-MASTER-FILE
                       AT END
                           MOVE 'N' TO WAREHOUSE-EOF-FLAG
                       NOT AT END
                           PERFORM 24-STORE-WAREHOUSE-ENTRY
                   END-READ
               END-PERFORM
               CLOSE WAREHOUSE-MASTER-FILE
           END-IF
           .

       24-STORE-WAREHOUSE-ENTRY.

           IF WAREHOUSE-TABLE-COUNT < 20
               ADD 1 TO WAREHOUSE-TABLE-COUNT
               SET WHSE-IDX TO WAREHOUSE-TABLE-COUNT
               MOVE WM-WAREHOUSE-ID TO
                   WT-WAREHOUSE-ID (WHSE-IDX)
               MOVE WM-WAREHOUSE-NAME TO
                   WT-WAREHOUSE-NAME (WHSE-IDX)
               MOVE WM-COST-CENTER-CODE TO
                   WT-COST-CENTER-CODE (WHSE-IDX)
               MOVE WM-ACTIVE-FLAG TO
                   WT-ACTIVE-FLAG (WHSE-IDX)
           ELSE
               DISPLAY 'SBNBACKOUT - WAREHOUSE TABLE FULL, '
                   'ENTRY IGNORED: ' WM-WAREHOUSE-ID
           END-IF
           .

      ****************************************************************
      * SAME LOOKUP AS SBNPROGRAM2: AN UNKNOWN WAREHOUSE POSTS TO
      * COST CENTER CC-UNK, AS THE ORIGINAL RUN DID.
      ****************************************************************
       25-LOOKUP-WAREHOUSE.

           MOVE 'CC-UNK' TO WS-WHSE-COST-CENTER

           IF WAREHOUSE-TABLE-COUNT > 0
               SET WHSE-IDX TO 1
               SEARCH WAREHOUSE-ENTRY
                   AT END
                       CONTINUE
                   WHEN WT-WAREHOUSE-ID (WHSE-IDX) = WS-WHSE-LOOKUP-ID
                       MOVE WT-COST-CENTER-CODE (WHSE-IDX) TO
                           WS-WHSE-COST-CENTER
               END-SEARCH
           END-IF
           .

      ****************************************************************
      * COLLECTS THE RUN LOG ENTRIES TO BE REVERSED: EVERY MAIN OR
      * PART RUN ON THE BACKOUT DATE, IN THE REQUESTED SCOPE, THAT
      * ENDED COMPLETE OR BALERR.  FULL IS A MAIN RUN WITH NO CYCLE
      * MONTH, CYNN A MAIN RUN FOR CYCLE MONTH NN, PART A WHSE=
      * PARTIAL RUN.  A POST RECORD FOR THE DATE MEANS THE RUN IS
      * ALREADY ON THE EMPLOYEE MASTER, WHICH THE BACKOUT CANNOT
      * UNDO - THE REGISTER SAYS SO.
      ****************************************************************
       26-FIND-RUN-LOG-ENTRIES.

           OPEN INPUT RUN-LOG-FILE
           IF RUN-LOG-FILE-NOT-FOUND
               DISPLAY 'SBNBACKOUT - RUN LOG NOT FOUND - RUN REFUSED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM UNTIL NO-MORE-RUN-LOG
               READ RUN-LOG-FILE
                   AT END
                       MOVE 'N' TO RUN-LOG-EOF-FLAG
                   NOT AT END
                       PERFORM 27-CHECK-ENTRY-IN-SCOPE
                       PERFORM 26A-NOTE-DATE-RUN
                       IF ENTRY-IN-SCOPE
                           ADD 1 TO WS-LOG-ENTRY-COUNT
                           ADD RL-EXTRACT-COUNT TO WS-LOG-EXTRACT-COUNT
                           ADD RL-GRAND-SALARY  TO WS-LOG-GRAND-SALARY
                           ADD RL-GRAND-DUES    TO WS-LOG-GRAND-DUES
                           ADD RL-GRAND-INSURANCE TO
                               WS-LOG-GRAND-INSURANCE
                       END-IF
                       IF RL-RUN-MODE = 'POST' AND
                               RL-STATUS = 'POSTED' AND
                               RL-RUN-DATE = WS-BACKOUT-DATE
                           MOVE 'Y' TO WS-RUN-POSTED-SWITCH
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RUN-LOG-FILE

           IF WS-LOG-ENTRY-COUNT = 0
               DISPLAY 'SBNBACKOUT - NO COMPLETED ' WS-BACKOUT-SCOPE
                   ' RUN LOGGED FOR ' WS-BACKOUT-DATE ' - RUN REFUSED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           .

      *    A WHSE= PARTIAL RUN MAY SHARE ITS DATE WITH A FULL OR
      *    CYCLE RUN, SO EVERY RUN THAT FINISHED ON THE DATE IS NOTED,
      *    IN SCOPE OR NOT, TO TELL THEIR HISTORY ROWS APART.
       26A-NOTE-DATE-RUN.

           IF RL-RUN-DATE = WS-BACKOUT-DATE AND
                   (RL-STATUS = 'COMPLETE' OR RL-STATUS = 'BALERR')
                   AND (RL-RUN-MODE = 'MAIN' OR RL-RUN-MODE = 'PART')
               IF DATE-RUN-TABLE-COUNT < 20
                   ADD 1 TO DATE-RUN-TABLE-COUNT
                   MOVE RL-EXTRACT-COUNT TO
                       DR-EXTRACT-COUNT (DATE-RUN-TABLE-COUNT)
                   MOVE WS-ENTRY-MATCH-SWITCH TO
                       DR-IN-SCOPE (DATE-RUN-TABLE-COUNT)
               ELSE
                   MOVE 'Y' TO WS-RUN-BLOCK-SWITCH
               END-IF
               ADD RL-EXTRACT-COUNT TO WS-DATE-RUN-ROWS
           END-IF
           .

       27-CHECK-ENTRY-IN-SCOPE.

           MOVE 'N' TO WS-ENTRY-MATCH-SWITCH
           IF RL-RUN-DATE = WS-BACKOUT-DATE AND
                   (RL-STATUS = 'COMPLETE' OR RL-STATUS = 'BALERR')
               EVALUATE TRUE
                   WHEN WS-BACKOUT-SCOPE = 'PART'
                       IF RL-RUN-MODE = 'PART'
                           MOVE 'Y' TO WS-ENTRY-MATCH-SWITCH
                       END-IF
                   WHEN WS-BACKOUT-SCOPE = 'FULL'
                       IF RL-RUN-MODE = 'MAIN' AND RL-CYCLE-MONTH = 0
                           MOVE 'Y' TO WS-ENTRY-MATCH-SWITCH
                       END-IF
                   WHEN OTHER
                       IF RL-RUN-MODE = 'MAIN' AND
                               RL-CYCLE-MONTH = WS-BACKOUT-CYCLE
                           MOVE 'Y' TO WS-ENTRY-MATCH-SWITCH
                       END-IF
               END-EVALUATE
           END-IF
           .

      ****************************************************************
      * THE HISTORY FILE DOES NOT CARRY BACK PAY, SO THE RUN'S OWN
      * PAYROLL EXTRACT IS USED FOR IT WHEN IT IS STILL ON HAND.  IT
      * IS USED ONLY WHEN ITS TRAILER MATCHES THE RUN BEING BACKED
      * OUT - COUNT, SALARY HASH, AND SCOPE; A LATER RUN'S EXTRACT
      * IS LEFT ALONE AND THE REGISTER FLAGS THE BACK PAY AS NOT
      * REVERSED.
      ****************************************************************
       28-CHECK-ORIGINAL-EXTRACT.

           OPEN INPUT PAYROLL-EXTRACT-FILE
           IF EXTRACT-FILE-NOT-FOUND
               CONTINUE
           ELSE
               PERFORM UNTIL NO-MORE-EXTRACT-PROOF
                   READ PAYROLL-EXTRACT-FILE
                       AT END
                           MOVE 'N' TO EXTRACT-EOF-FLAG
                       NOT AT END
                           IF PE-TRL-ID = 'TRLR'
                               MOVE PE-TRL-RECORD-COUNT TO
                                   WS-TRL-RECORD-COUNT
                               MOVE PE-TRL-SALARY-HASH TO
                                   WS-TRL-SALARY-HASH
                               MOVE PE-TRL-SCOPE TO WS-TRL-SCOPE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAYROLL-EXTRACT-FILE

               IF WS-TRL-SCOPE = WS-BACKOUT-SCOPE AND
                       WS-TRL-RECORD-COUNT = WS-LOG-EXTRACT-COUNT AND
                       WS-TRL-SALARY-HASH = WS-LOG-GRAND-SALARY
                   MOVE 'Y' TO WS-EXTRACT-USABLE-SWITCH
               END-IF
           END-IF
           .

      ****************************************************************
      * SPLITS THE HISTORY FILE: THE RUN'S ROWS GO TO THE BACKOUT
      * WORK FILE, EVERYTHING ELSE TO THE WORK COPY OF THE HISTORY
      * THAT REPLACES PR2HIST.TXT WHEN THE BACKOUT PROVES.  THE
      * HISTORY ROW CARRIES ONLY THE RUN DATE, SO WHEN MORE THAN ONE
      * RUN FINISHED ON THE DATE THE ROWS OF THE DATE ARE DEALT OUT
      * TO THE RUNS IN RUN LOG ORDER, EACH TAKING AS MANY ROWS AS ITS
      * EXTRACT COUNT, AND ONLY THE RUNS IN SCOPE ARE BACKED OUT.
      * THAT HOLDS ONLY WHEN THE ROWS OF THE DATE ADD UP TO THE RUNS
      * LOGGED (A RUN THAT DIED PART WAY LEFT ROWS NO RUN LOG RECORD
      * COUNTS); OTHERWISE NOTHING IS CHANGED AND THE REGISTER SAYS
      * WHY.
      ****************************************************************
       31-SPLIT-HISTORY-FILE.

           OPEN INPUT HISTORY-FILE
           IF HISTORY-FILE-NOT-FOUND
               DISPLAY 'SBNBACKOUT - HISTORY FILE NOT FOUND - '
                   'RUN REFUSED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT HISTORY-WORK-FILE
                       BACKOUT-WORK-FILE
           PERFORM UNTIL NO-MORE-HISTORY
               READ HISTORY-FILE
                   AT END
                       MOVE 'N' TO HIST-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-HISTORY-READ
                       IF HIST-RUN-DATE = WS-BACKOUT-DATE
                           ADD 1 TO WS-DATE-HISTORY-ROWS
                           PERFORM 32-FIND-ROW-RUN
                       END-IF
                       IF HIST-RUN-DATE = WS-BACKOUT-DATE AND
                               (DATE-RUN-TABLE-COUNT < 2 OR
                                DR-RUN-IN-SCOPE (WS-DR-SUB))
                           WRITE BACKOUT-WORK-RECORD FROM
                               HISTORY-RECORD
                           ADD 1 TO WS-HISTORY-REMOVED
                       ELSE
                           WRITE HISTORY-WORK-RECORD FROM
                               HISTORY-RECORD
                           ADD 1 TO WS-HISTORY-KEPT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HISTORY-FILE
                 HISTORY-WORK-FILE
                 BACKOUT-WORK-FILE

           IF DATE-RUN-TABLE-COUNT > 1 AND
                   WS-DATE-HISTORY-ROWS NOT = WS-DATE-RUN-ROWS
               MOVE 'Y' TO WS-RUN-BLOCK-SWITCH
           END-IF
           .

      *    WS-DR-SUB POINTS AT THE RUN THE CURRENT ROW OF THE DATE
      *    BELONGS TO.  ROWS PAST THE LAST RUN STAY WITH THE LAST RUN;
      *    THE COUNT CHECK AFTER THE SPLIT CATCHES THEM.
       32-FIND-ROW-RUN.

           IF WS-DATE-HISTORY-ROWS = 1
               MOVE 1 TO WS-DR-SUB
               MOVE DR-EXTRACT-COUNT (1) TO WS-DR-ROWS-LEFT
           END-IF
           PERFORM UNTIL WS-DR-ROWS-LEFT > 0 OR
                   WS-DR-SUB >= DATE-RUN-TABLE-COUNT
               ADD 1 TO WS-DR-SUB
               MOVE DR-EXTRACT-COUNT (WS-DR-SUB) TO WS-DR-ROWS-LEFT
           END-PERFORM
           IF WS-DR-ROWS-LEFT > 0
               SUBTRACT 1 FROM WS-DR-ROWS-LEFT
           END-IF
           .

       40-BACKOUT-ROUTINE.

           PERFORM UNTIL NO-MORE-BACKOUT
               READ SORTED-BACKOUT-FILE
                   AT END
                       MOVE 'N' TO BACKOUT-EOF-FLAG
                   NOT AT END
                       PERFORM 50-REVERSE-ONE-ROW
               END-READ
           END-PERFORM
           .

      ****************************************************************
      * ONE REVERSING EXTRACT RECORD PER HISTORY ROW, CARRYING THE
      * SAME AMOUNTS THE RUN SENT TO PAYROLL.  THE ROWS ARE IN
      * WAREHOUSE ORDER, SO A WAREHOUSE BREAK WRITES THE REVERSING
      * GL RECORD FOR THE WAREHOUSE JUST FINISHED, AS SBNPROGRAM2
      * WROTE THE ORIGINAL AT ITS WAREHOUSE BREAK.
      ****************************************************************
       50-REVERSE-ONE-ROW.

           EVALUATE TRUE
               WHEN FIRST-BACKOUT-ROW
                   MOVE 'N' TO WS-FIRST-ROW-SWITCH
                   MOVE BK-WAREHOUSE-ID TO WS-HOLD-WAREHOUSE
               WHEN BK-WAREHOUSE-ID NOT = WS-HOLD-WAREHOUSE
                   PERFORM 55-WRITE-GL-REVERSAL
                   MOVE BK-WAREHOUSE-ID TO WS-HOLD-WAREHOUSE
           END-EVALUATE

           MOVE BK-WAREHOUSE-ID TO RX-WAREHOUSE-ID
           MOVE BK-EMPLOYEE-ID  TO RX-EMPLOYEE-ID
           MOVE BK-INCREASED-CURRENT-SALARY TO
               RX-INCREASED-CURRENT-SALARY
           MOVE BK-INCREASED-UNION-DUES TO RX-INCREASED-UNION-DUES
           MOVE BK-INCREASED-INSURANCE  TO RX-INCREASED-INSURANCE
           MOVE 0 TO RX-RETRO-PAY

           PERFORM UNTIL WS-EXTRACT-KEY NOT < BK-RECORD-KEY
               PERFORM 65-READ-EXTRACT
           END-PERFORM
           IF WS-EXTRACT-KEY = BK-RECORD-KEY
               MOVE EX-RETRO-PAY TO RX-RETRO-PAY
               PERFORM 65-READ-EXTRACT
           END-IF

           WRITE REVERSING-EXTRACT-RECORD
           ADD 1 TO WS-REVERSED-COUNT
           ADD RX-INCREASED-CURRENT-SALARY TO WS-REVERSED-SALARY
           ADD RX-INCREASED-UNION-DUES     TO WS-REVERSED-DUES
           ADD RX-INCREASED-INSURANCE      TO WS-REVERSED-INSURANCE
           ADD RX-RETRO-PAY                TO WS-REVERSED-RETRO

           ADD BK-INCREASED-UNION-DUES TO WS-WHSE-DUES-TL
           ADD BK-INCREASED-INSURANCE  TO WS-WHSE-INSURANCE-TL
           .

       55-WRITE-GL-REVERSAL.

           MOVE WS-HOLD-WAREHOUSE TO WS-WHSE-LOOKUP-ID
           PERFORM 25-LOOKUP-WAREHOUSE
           MOVE WS-WHSE-COST-CENTER  TO RG-COST-CENTER-CODE
           MOVE WS-WHSE-DUES-TL      TO RG-UNION-DUES-TOTAL
           MOVE WS-WHSE-INSURANCE-TL TO RG-INSURANCE-TOTAL
           MOVE WS-BACKOUT-DATE      TO RG-RUN-DATE
           WRITE REVERSING-GL-RECORD
           ADD 1 TO WS-GL-RECORD-COUNT
           ADD WS-WHSE-DUES-TL      TO WS-GL-DUES-HASH
           ADD WS-WHSE-INSURANCE-TL TO WS-GL-INSURANCE-HASH

           MOVE 0 TO WS-WHSE-DUES-TL
                     WS-WHSE-INSURANCE-TL
           .

      *    THE TRAILER SORTS IN AMONG THE DETAIL KEYS AND IS PASSED
      *    OVER.
       65-READ-EXTRACT.

           MOVE 'N' TO WS-EXTRACT-READ-SWITCH
           PERFORM UNTIL EXTRACT-DETAIL-READ OR NO-MORE-EXTRACT
               READ SORTED-EXTRACT-FILE
                   AT END
                       MOVE HIGH-VALUES TO WS-EXTRACT-KEY
                   NOT AT END
                       IF EX-WAREHOUSE-ID NOT = 'TRLR'
                           MOVE 'Y' TO WS-EXTRACT-READ-SWITCH
                           MOVE EX-RECORD-KEY TO WS-EXTRACT-KEY
                       END-IF
               END-READ
           END-PERFORM
           .

       110-EOF-ROUTINE.

           IF NOT FIRST-BACKOUT-ROW
               PERFORM 55-WRITE-GL-REVERSAL
           END-IF

           PERFORM 112-WRITE-TRAILER-RECORDS

           CLOSE SORTED-BACKOUT-FILE
                 REVERSING-EXTRACT-FILE
                 REVERSING-GL-FILE
           IF EXTRACT-USABLE
               CLOSE SORTED-EXTRACT-FILE
           END-IF

           IF WS-REVERSED-COUNT = WS-LOG-EXTRACT-COUNT
                   AND WS-REVERSED-SALARY = WS-LOG-GRAND-SALARY
                   AND WS-REVERSED-DUES = WS-LOG-GRAND-DUES
                   AND WS-REVERSED-INSURANCE = WS-LOG-GRAND-INSURANCE
                   AND WS-GL-DUES-HASH = WS-REVERSED-DUES
                   AND WS-GL-INSURANCE-HASH = WS-REVERSED-INSURANCE
                   AND WS-HISTORY-KEPT + WS-HISTORY-REMOVED =
                       WS-HISTORY-READ
                   AND NOT RUN-BLOCKS-MISMATCH
               MOVE 'Y' TO WS-PROOF-SWITCH
           END-IF

           IF BACKOUT-PROVES
               PERFORM 130-MARK-RUN-LOG-REVERSED
               PERFORM 135-REPLACE-HISTORY-FILE
           END-IF

           PERFORM 120-WRITE-REVERSAL-REGISTER
           STOP RUN
           .

      ****************************************************************
      * CONTROL-TOTAL TRAILERS FOR THE TWO REVERSING FILES, IN THE
      * SAME LAYOUT AS THE ORIGINALS SO THE DOWNSTREAM LOADS PROVE
      * THEM THE SAME WAY.  THE SCOPE IS THE SCOPE OF THE RUN BACKED
      * OUT.
      ****************************************************************
       112-WRITE-TRAILER-RECORDS.

           MOVE 'TRLR' TO RX-TRL-ID
           MOVE WS-REVERSED-COUNT     TO RX-TRL-RECORD-COUNT
           MOVE WS-REVERSED-SALARY    TO RX-TRL-SALARY-HASH
           MOVE WS-REVERSED-DUES      TO RX-TRL-DUES-HASH
           MOVE WS-REVERSED-INSURANCE TO RX-TRL-INSURANCE-HASH
           MOVE WS-REVERSED-RETRO     TO RX-TRL-RETRO-HASH
           MOVE WS-BACKOUT-SCOPE      TO RX-TRL-SCOPE
           WRITE RX-TRAILER-RECORD

           MOVE 'CC-TRL' TO RG-TRL-ID
           MOVE WS-GL-RECORD-COUNT   TO RG-TRL-RECORD-COUNT
           MOVE WS-GL-DUES-HASH      TO RG-TRL-DUES-HASH
           MOVE WS-GL-INSURANCE-HASH TO RG-TRL-INSURANCE-HASH
           MOVE WS-BACKOUT-SCOPE     TO RG-TRL-SCOPE
           WRITE RG-TRAILER-RECORD
           .

      ****************************************************************
      * THE REGISTER PROVES THE BACKOUT: THE HISTORY ROWS REMOVED
      * AND REVERSED MUST EQUAL THE RUN LOG'S EXTRACT COUNT AND
      * GRAND SALARY, DUES, AND INSURANCE FOR THE RUN, AND THE
      * REVERSING GL MUST CARRY THE SAME DUES AND INSURANCE.  A
      * MISMATCH SETS RETURN CODE 8, LEAVES THE HISTORY FILE AND RUN
      * LOG AS THEY WERE, AND THE REVERSING FILES MUST NOT BE SENT.
      ****************************************************************
       120-WRITE-REVERSAL-REGISTER.

           OPEN OUTPUT REVERSAL-REGISTER-FILE
           MOVE SPACES TO REVERSAL-REGISTER
           WRITE REVERSAL-REGISTER AFTER ADVANCING PAGE
           MOVE WS-MONTH TO REV-H1-MONTH
           MOVE WS-DAY   TO REV-H1-DAY
           MOVE WS-YEAR  TO REV-H1-YEAR
           MOVE 1 TO REV-PAGE-NUM
           WRITE REVERSAL-REGISTER FROM REV-HEADING-ONE
               AFTER ADVANCING 1 LINE
           WRITE REVERSAL-REGISTER FROM REV-HEADING-TWO
               AFTER ADVANCING 2 LINES

           MOVE 'RUN DATE BACKED OUT:' TO REV-LABEL-OUT
           MOVE BKO-MONTH TO REV-DE-MONTH
           MOVE BKO-DAY   TO REV-DE-DAY
           MOVE BKO-YEAR  TO REV-DE-YEAR
           MOVE REV-DATE-EDITED TO REV-VALUE-OUT
           PERFORM 125-WRITE-REGISTER-LINE

           MOVE 'RUN SCOPE:' TO REV-LABEL-OUT
           MOVE WS-BACKOUT-SCOPE TO REV-VALUE-OUT
           PERFORM 125-WRITE-REGISTER-LINE

           MOVE 'RUN LOG ENTRIES BACKED OUT:' TO REV-LABEL-OUT
           MOVE WS-LOG-ENTRY-COUNT TO REV-COUNT-EDITED
           MOVE REV-COUNT-EDITED TO REV-VALUE-OUT
           PERFORM 125-WRITE-REGISTER-LINE

           MOVE 'HISTORY RECORDS READ:' TO REV-LABEL-OUT
           MOVE WS-HISTORY-READ TO REV-COUNT-EDITED
           MOVE REV-COUNT-EDITED TO REV-VALUE-OUT
           PERFORM 125-WRITE-REGISTER-LINE

           MOVE 'HISTORY RECORDS REMOVED:' TO REV-LABEL-OUT
           MOVE WS-HISTORY-REMOVED TO REV-COUNT-EDITED
           MOVE REV-COUNT-EDITED TO REV-VALUE-OUT
           PERFORM 125-WRITE-REGISTER-LINE

           MOVE 'HISTORY RECORDS KEPT:' TO REV-LABEL-OUT
           MOVE WS-HISTORY-KEPT TO REV-COUNT-EDITED
           MOVE REV-COUNT-EDITED TO REV-VALUE-OUT
           PERFORM 125-WRITE-REGISTER-LINE

           MOVE 'RUN LOG EXTRACT COUNT:' TO REV-LABEL-OUT
           MOVE WS-LOG-EXTRACT-COUNT TO REV-COUNT-EDITED
           MOVE REV-COUNT-EDITED TO REV-VALUE-OUT
           PERFORM 125-WRITE-REGISTER-LINE

           MOVE 'REVERSING EXTRACT RECORDS:' TO REV-LABEL-OUT
           MOVE WS-REVERSED-COUNT TO REV-COUNT-EDITED
           MOVE REV-COUNT-EDITED TO REV-VALUE-OUT
           PERFORM 125-WRITE-REGISTER-LINE

           MOVE 'RUN LOG GRAND SALARY:' TO REV-LABEL-OUT
           MOVE WS-LOG-GRAND-SALARY TO REV-AMOUNT-EDITED
           MOVE REV-AMOUNT-EDITED TO REV-VALUE-OUT
           PERFORM 125-WRITE-REGISTER-LINE

           MOVE 'REVERSED SALARY:' TO REV-LABEL-OUT
           MOVE WS-REVERSED-SALARY TO REV-AMOUNT-EDITED
           MOVE REV-AMOUNT-EDITED TO REV-VALUE-OUT
           PERFORM 125-WRITE-REGISTER-LINE

           MOVE 'RUN LOG GRAND DUES:' TO REV-LABEL-OUT
           MOVE WS-LOG-GRAND-DUES TO REV-AMOUNT-EDITED
           MOVE REV-AMOUNT-EDITED TO REV-VALUE-OUT
           PERFORM 125-WRITE-REGISTER-LINE

           MOVE 'REVERSED DUES:' TO REV-LABEL-OUT
           MOVE WS-REVERSED-DUES TO REV-AMOUNT-EDITED
           MOVE REV-AMOUNT-EDITED TO REV-VALUE-OUT
           PERFORM 125-WRITE-REGISTER-LINE

           MOVE 'RUN LOG GRAND INSURANCE:' TO REV-LABEL-OUT
           MOVE WS-LOG-GRAND-INSURANCE TO REV-AMOUNT-EDITED
           MOVE REV-AMOUNT-EDITED TO REV-VALUE-OUT
           PERFORM 125-WRITE-REGISTER-LINE

           MOVE 'REVERSED INSURANCE:' TO REV-LABEL-OUT
           MOVE WS-REVERSED-INSURANCE TO REV-AMOUNT-EDITED
           MOVE REV-AMOUNT-EDITED TO REV-VALUE-OUT
           PERFORM 125-WRITE-REGISTER-LINE

           MOVE 'REVERSED BACK PAY:' TO REV-LABEL-OUT
           MOVE WS-REVERSED-RETRO TO REV-AMOUNT-EDITED
           MOVE REV-AMOUNT-EDITED TO REV-VALUE-OUT
           PERFORM 125-WRITE-REGISTER-LINE

           MOVE 'REVERSING GL RECORDS:' TO REV-LABEL-OUT
           MOVE WS-GL-RECORD-COUNT TO REV-COUNT-EDITED
           MOVE REV-COUNT-EDITED TO REV-VALUE-OUT
           PERFORM 125-WRITE-REGISTER-LINE

           MOVE 'RUN LOG ENTRIES MARKED REVERSED:' TO REV-LABEL-OUT
           MOVE WS-LOG-ENTRIES-MARKED TO REV-COUNT-EDITED
           MOVE REV-COUNT-EDITED TO REV-VALUE-OUT
           PERFORM 125-WRITE-REGISTER-LINE

           MOVE 'INCREASE RUNS ON THE DATE:' TO REV-LABEL-OUT
           MOVE DATE-RUN-TABLE-COUNT TO REV-COUNT-EDITED
           MOVE REV-COUNT-EDITED TO REV-VALUE-OUT
           PERFORM 125-WRITE-REGISTER-LINE

           MOVE SPACES TO REV-RESULT-TEXT
           EVALUATE TRUE
               WHEN BACKOUT-PROVES
                   MOVE 'BACKED-OUT TOTALS PROVE TO THE RUN LOG - RUN '
                       TO REV-RESULT-TEXT
                   MOVE 'MARKED REVERSED' TO REV-RESULT-TEXT (46:)
               WHEN RUN-BLOCKS-MISMATCH
                   MOVE 'RUN REFUSED - HISTORY ROWS FOR THE DATE '
                       TO REV-RESULT-TEXT
                   MOVE 'DO NOT MATCH ITS RUNS - NO CHANGE'
                       TO REV-RESULT-TEXT (41:)
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
                   MOVE 'TOTALS DO NOT PROVE - HISTORY AND RUN LOG NOT '
                       TO REV-RESULT-TEXT
                   MOVE 'CHANGED' TO REV-RESULT-TEXT (47:)
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE
           WRITE REVERSAL-REGISTER FROM REV-RESULT-LINE
               AFTER ADVANCING 3 LINES

           IF RUN-BLOCKS-MISMATCH
               MOVE SPACES TO REV-RESULT-TEXT
               MOVE '** THE RUNS ON THE DATE CANNOT BE TOLD APART ON '
                   TO REV-RESULT-TEXT
               MOVE 'THE HISTORY FILE' TO REV-RESULT-TEXT (49:)
               WRITE REVERSAL-REGISTER FROM REV-RESULT-LINE
                   AFTER ADVANCING 1 LINE
           END-IF

           IF NOT EXTRACT-USABLE
               MOVE SPACES TO REV-RESULT-TEXT
               MOVE '** RUN EXTRACT NOT ON HAND - BACK PAY NOT REVERSED'
                   TO REV-RESULT-TEXT
               WRITE REVERSAL-REGISTER FROM REV-RESULT-LINE
                   AFTER ADVANCING 1 LINE
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF

           IF RUN-WAS-POSTED
               MOVE SPACES TO REV-RESULT-TEXT
               MOVE '** RUN WAS POSTED BY SBNPOST - RESTORE THE MASTER '
                   TO REV-RESULT-TEXT
               MOVE 'BEFORE THE RERUN' TO REV-RESULT-TEXT (51:)
               WRITE REVERSAL-REGISTER FROM REV-RESULT-LINE
                   AFTER ADVANCING 1 LINE
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF

           CLOSE REVERSAL-REGISTER-FILE
           .

       125-WRITE-REGISTER-LINE.

           WRITE REVERSAL-REGISTER FROM REV-DETAIL-LINE
               AFTER ADVANCING 2 LINES
           .

      ****************************************************************
      * REWRITES THE RUN LOG WITH THE BACKED-OUT ENTRIES (AND THE
      * POST RECORD OF THE DATE, IF ANY) MARKED REVERSED.  THE LOG IS
      * COPIED TO A WORK FILE WITH THE CHANGES AND COPIED BACK.
      ****************************************************************
       130-MARK-RUN-LOG-REVERSED.

           MOVE ' ' TO RUN-LOG-EOF-FLAG
           OPEN INPUT  RUN-LOG-FILE
                OUTPUT RUN-LOG-WORK-FILE
           PERFORM UNTIL NO-MORE-RUN-LOG
               READ RUN-LOG-FILE
                   AT END
                       MOVE 'N' TO RUN-LOG-EOF-FLAG
                   NOT AT END
                       PERFORM 27-CHECK-ENTRY-IN-SCOPE
                       IF ENTRY-IN-SCOPE
                           MOVE 'REVERSED' TO RL-STATUS
                           ADD 1 TO WS-LOG-ENTRIES-MARKED
                       END-IF
                       IF RL-RUN-MODE = 'POST' AND
                               RL-STATUS = 'POSTED' AND
                               RL-RUN-DATE = WS-BACKOUT-DATE
                           MOVE 'REVERSED' TO RL-STATUS
                       END-IF
                       WRITE RUN-LOG-WORK-RECORD FROM RUN-LOG-RECORD
               END-READ
           END-PERFORM
           CLOSE RUN-LOG-FILE
                 RUN-LOG-WORK-FILE

           MOVE ' ' TO RUN-LOG-EOF-FLAG
           OPEN INPUT  RUN-LOG-WORK-FILE
                OUTPUT RUN-LOG-FILE
           PERFORM UNTIL NO-MORE-RUN-LOG
               READ RUN-LOG-WORK-FILE
                   AT END
                       MOVE 'N' TO RUN-LOG-EOF-FLAG
                   NOT AT END
                       WRITE RUN-LOG-RECORD FROM RUN-LOG-WORK-RECORD
               END-READ
           END-PERFORM
           CLOSE RUN-LOG-WORK-FILE
                 RUN-LOG-FILE
           .

       135-REPLACE-HISTORY-FILE.

           MOVE ' ' TO HIST-EOF-FLAG
           OPEN INPUT  HISTORY-WORK-FILE
                OUTPUT HISTORY-FILE
           PERFORM UNTIL NO-MORE-HISTORY
               READ HISTORY-WORK-FILE
                   AT END
                       MOVE 'N' TO HIST-EOF-FLAG
                   NOT AT END
                       WRITE HISTORY-RECORD FROM HISTORY-WORK-RECORD
               END-READ
           END-PERFORM
           CLOSE HISTORY-WORK-FILE
                 HISTORY-FILE
           .
