      ******************* IDENTIFICATION-DIVISION *******************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.  SBNDUESREC.
       AUTHOR.    SABIN BANJARA.

      ****************************************************************
      * THIS PROGRAM RECONCILES THE UNION LOCAL'S MONTHLY MEMBER
      * BILLING STATEMENT AGAINST THE DUES REMITTANCE FILE DRAKEA INC
      * SENDS THE LOCAL FROM EACH SBNPROGRAM2 RUN, AND AGAINST THE
      * EMPLOYEE MASTER, SO DIFFERENCES ARE FOUND THE MONTH THEY
      * HAPPEN INSTEAD OF BY EYE AGAINST THE DUES REGISTER.
      **********
      * INPUT:
      *  1. THE UNION LOCAL'S BILLING STATEMENT, PR2UNST.TXT, ONE
      *     RECORD PER MEMBER BILLED:
      *       WAREHOUSE ID, EMPLOYEE ID, LAST NAME, FIRST NAME,
      *       DUES BILLED, STATEMENT MONTH (YYYYMM).
      *  2. THE DUES REMITTANCE FILE, PR2DUES.TXT, WRITTEN BY
      *     SBNPROGRAM2 (99-WRITE-DUES-REMITTANCE).
      *  3. THE EMPLOYEE MASTER FILE (SAME 83 CHARACTER EMPLOYEE
      *     RECORD LAYOUT READ BY SBNPROGRAM2).
      **********
      * OUTPUT:
      *  1. THE DUES RECONCILIATION REPORT: ONE LINE PER DISCREPANCY
      *     UNDER ITS WAREHOUSE, WAREHOUSE TOTALS BY CATEGORY, AND A
      *     COMPANY SUMMARY WITH THE MATCHED TOTALS AND THE NET
      *     AMOUNT IN DISPUTE.
      *  2. THE DISCREPANCY FILE, PR2DUESD.TXT, ONE RECORD PER
      *     DISCREPANCY WITH A CONTROL-TOTAL TRAILER, TO BE SENT BACK
      *     TO THE UNION LOCAL.
      **********
      * PROCESSING:
      *  THE STATEMENT, THE REMITTANCE FILE, AND THE MASTER ARE
      *  SORTED ON WAREHOUSE ID + EMPLOYEE ID AND MATCHED.  EVERY
      *  STATEMENT AND REMITTANCE RECORD FALLS IN ONE CATEGORY:
      *    MATCHED             - BILLED AND DEDUCTED, SAME AMOUNT.
      *    BILLED NOT DEDUCTED - ON THE STATEMENT, NOT REMITTED.  THE
      *                          MASTER TELLS WHETHER THE EMPLOYEE IS
      *                          GONE, PAYS NO DUES, OR WAS MISSED.
      *    DEDUCTED NOT ROSTER - REMITTED, NOT ON THE STATEMENT.
      *    AMOUNT MISMATCH     - ON BOTH, AMOUNTS DIFFER.
      *  THE AMOUNT IN DISPUTE IS BILLED LESS DEDUCTED, SO A
      *  POSITIVE FIGURE IS WHAT THE LOCAL CLAIMS IT IS OWED.
      *  RETURN CODE 4 WHEN THERE IS ANY DISCREPANCY.
      ****************************************************************

      ********************** ENVIRONMENT-DIVISON *********************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  LENEVO-PC.
       OBJECT-COMPUTER.  LENEVO-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT UNION-STATEMENT-FILE
               ASSIGN TO 'PR2UNST.TXT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-STATEMENT-FILE-STATUS.
           SELECT STATEMENT-SORT-FILE
               ASSIGN TO 'SORTWK11'.
           SELECT SORTED-STATEMENT-FILE
               ASSIGN TO 'PR2USRT.TXT'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DUES-REMITTANCE-FILE
               ASSIGN TO 'PR2DUES.TXT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-DUES-FILE-STATUS.
           SELECT REMITTANCE-SORT-FILE
               ASSIGN TO 'SORTWK12'.
           SELECT SORTED-REMITTANCE-FILE
               ASSIGN TO 'PR2DSRT.TXT'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EMPLOYEE-RECORD-FILE
               ASSIGN TO 'PR2FA19.TXT'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MASTER-SORT-FILE
               ASSIGN TO 'SORTWK13'.
           SELECT SORTED-MASTER-FILE
               ASSIGN TO 'PR2FA19M.TXT'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DISCREPANCY-FILE
               ASSIGN TO 'PR2DUESD.TXT'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DUES-RECON-REPORT-FILE
               ASSIGN TO PRINTER 'DUES-RECON-REPORT'.

      ************************* DATA-DIVISION ************************

       DATA DIVISION.
       FILE SECTION.

       FD  UNION-STATEMENT-FILE
           RECORD CONTAINS 43 CHARACTERS.

       01  RAW-STATEMENT-RECORD      PIC X(43).

       SD  STATEMENT-SORT-FILE
           RECORD CONTAINS 43 CHARACTERS.

       01  STATEMENT-SORT-RECORD.
           05  SS-WAREHOUSE-ID    PIC X(4).
           05  SS-EMPLOYEE-ID     PIC X(5).
           05  FILLER             PIC X(34).

       FD  SORTED-STATEMENT-FILE
           RECORD CONTAINS 43 CHARACTERS.

       01  STATEMENT-RECORD.
           05  US-RECORD-KEY.
               10  US-WAREHOUSE-ID    PIC X(4).
               10  US-EMPLOYEE-ID     PIC X(5).
           05  US-LAST-NAME           PIC X(10).
           05  US-FIRST-NAME          PIC X(10).
           05  US-BILLED-DUES         PIC 9(6)V99.
           05  US-STATEMENT-MONTH     PIC 9(6).

       FD  DUES-REMITTANCE-FILE
           RECORD CONTAINS 37 CHARACTERS.

       01  RAW-REMITTANCE-RECORD     PIC X(37).

       SD  REMITTANCE-SORT-FILE
           RECORD CONTAINS 37 CHARACTERS.

       01  REMITTANCE-SORT-RECORD.
           05  RS-WAREHOUSE-ID    PIC X(4).
           05  RS-EMPLOYEE-ID     PIC X(5).
           05  FILLER             PIC X(28).

       FD  SORTED-REMITTANCE-FILE
           RECORD CONTAINS 37 CHARACTERS.

       01  DUES-REMITTANCE-RECORD.
           05  DR-RECORD-KEY.
               10  DR-WAREHOUSE-ID          PIC X(4).
               10  DR-EMPLOYEE-ID           PIC X(5).
           05  DR-LAST-NAME                 PIC X(10).
           05  DR-FIRST-NAME                PIC X(10).
           05  DR-UNION-DUES                PIC 9(6)V99.

       FD  EMPLOYEE-RECORD-FILE
           RECORD CONTAINS 83 CHARACTERS.

       01  RAW-EMPLOYEE-RECORD       PIC X(83).

       SD  MASTER-SORT-FILE
           RECORD CONTAINS 83 CHARACTERS.

       01  MASTER-SORT-RECORD.
           05  MS-WAREHOUSE-ID    PIC X(4).
           05  MS-EMPLOYEE-ID     PIC X(5).
           05  FILLER             PIC X(74).

       FD  SORTED-MASTER-FILE
           RECORD CONTAINS 83 CHARACTERS.

       01  MASTER-RECORD.
           05  MST-RECORD-KEY.
               10  MST-WAREHOUSE-ID   PIC X(4).
                   88  MST-CONTROL-RECORD        VALUE 'HEAD' 'TRLR'.
               10  MST-EMPLOYEE-ID    PIC X(5).
           05  FILLER                 PIC X(66).
           05  MST-UNION-DUES         PIC 9(3).
           05  MST-INSURANCE          PIC 9(3)V99.

       FD  DISCREPANCY-FILE
           RECORD CONTAINS 69 CHARACTERS.

       01  DISCREPANCY-RECORD.
           05  DD-WAREHOUSE-ID              PIC X(4).
           05  DD-EMPLOYEE-ID               PIC X(5).
           05  DD-LAST-NAME                 PIC X(10).
           05  DD-FIRST-NAME                PIC X(10).
           05  DD-DISCREPANCY-CODE          PIC X(2).
           05  DD-BILLED-DUES               PIC 9(6)V99.
           05  DD-DEDUCTED-DUES             PIC 9(6)V99.
           05  DD-NOTE                      PIC X(22).

       01  DD-TRAILER-RECORD.
           05  DD-TRL-ID                    PIC X(4).
           05  DD-TRL-RECORD-COUNT          PIC 9(7).
           05  DD-TRL-BILLED-HASH           PIC 9(8)V99.
           05  DD-TRL-DEDUCTED-HASH         PIC 9(8)V99.
           05  DD-TRL-STATEMENT-MONTH       PIC 9(6).
           05  FILLER                       PIC X(32).

       FD  DUES-RECON-REPORT-FILE
           RECORD CONTAINS 100 CHARACTERS.

       01  DUES-RECON-REPORT         PIC X(100).

      ********************* WORKING-STORAGE **************************

       WORKING-STORAGE SECTION.

       01  FLAGS-N-SWITCHES.
           05  WS-STATEMENT-KEY  PIC X(9)    VALUE SPACES.
               88  NO-MORE-STATEMENT         VALUE HIGH-VALUES.
           05  WS-REMIT-KEY      PIC X(9)    VALUE SPACES.
               88  NO-MORE-REMITTANCE        VALUE HIGH-VALUES.
           05  WS-MASTER-KEY     PIC X(9)    VALUE SPACES.
               88  NO-MORE-MASTER            VALUE HIGH-VALUES.
           05  WS-STATEMENT-FILE-STATUS PIC XX VALUE '00'.
               88  STATEMENT-FILE-NOT-FOUND  VALUE '35'.
           05  WS-DUES-FILE-STATUS PIC XX    VALUE '00'.
               88  DUES-FILE-NOT-FOUND       VALUE '35'.
           05  WS-STATEMENT-READ-SWITCH PIC X VALUE 'N'.
               88  STATEMENT-DETAIL-READ     VALUE 'Y'.
           05  WS-ON-MASTER-SWITCH PIC X     VALUE 'N'.
               88  EMPLOYEE-ON-MASTER        VALUE 'Y'.
           05  WS-FIRST-WAREHOUSE-SW PIC X   VALUE 'Y'.
               88  FIRST-WAREHOUSE           VALUE 'Y'.
           05  WS-MASTER-READ-SWITCH PIC X   VALUE 'N'.
               88  MASTER-DETAIL-READ        VALUE 'Y'.

      *    THE LOWER OF THE STATEMENT AND REMITTANCE KEYS - THE
      *    EMPLOYEE BEING RECONCILED.
       01  WS-LOW-KEY                 PIC X(9)    VALUE SPACES.
       01  WS-LOW-KEY-X REDEFINES WS-LOW-KEY.
           05  WS-LOW-WAREHOUSE       PIC X(4).
           05  WS-LOW-EMPLOYEE        PIC X(5).

       01  RECONCILE-FIELDS.
           05  WS-CURRENT-WAREHOUSE   PIC X(4)    VALUE SPACES.
           05  WS-PREV-STATEMENT-KEY  PIC X(9)    VALUE SPACES.
           05  WS-STATEMENT-MONTH     PIC 9(6)    VALUE 0.
           05  WS-STATEMENT-MONTH-X REDEFINES WS-STATEMENT-MONTH.
               10  WS-SM-YEAR         PIC 9(4).
               10  WS-SM-MONTH        PIC 99.
           05  WS-CAT-SUB             PIC 9       VALUE 0.
           05  WS-BILLED-AMOUNT       PIC 9(6)V99 VALUE 0.
           05  WS-DEDUCTED-AMOUNT     PIC 9(6)V99 VALUE 0.
           05  WS-DISPUTE-AMOUNT      PIC S9(9)V99 VALUE 0.
           05  WS-DISCREPANCY-NOTE    PIC X(22)   VALUE SPACES.
           05  WS-DISCREPANCY-CODE    PIC X(2)    VALUE SPACES.

      *    CATEGORY 1 IS MATCHED; 2 THROUGH 4 ARE DISCREPANCIES.
       01  CATEGORY-NAMES.
           05                     PIC X(30)   VALUE 'MATCHED'.
           05                     PIC X(30)   VALUE
               'BILLED NOT DEDUCTED'.
           05                     PIC X(30)   VALUE
               'DEDUCTED NOT ON UNION ROSTER'.
           05                     PIC X(30)   VALUE 'AMOUNT MISMATCH'.
       01  CATEGORY-NAME-TABLE REDEFINES CATEGORY-NAMES.
           05  CATEGORY-NAME          PIC X(30)   OCCURS 4 TIMES.

       01  CATEGORY-CODES.
           05                     PIC X(8)    VALUE 'MABNDNAM'.
       01  CATEGORY-CODE-TABLE REDEFINES CATEGORY-CODES.
           05  CATEGORY-CODE          PIC X(2)    OCCURS 4 TIMES.

       01  WAREHOUSE-TOTALS.
           05  WT-CATEGORY                OCCURS 4 TIMES.
               10  WT-COUNT           PIC 9(5).
               10  WT-BILLED          PIC 9(8)V99.
               10  WT-DEDUCTED        PIC 9(8)V99.

       01  COMPANY-TOTALS.
           05  CT-CATEGORY                OCCURS 4 TIMES.
               10  CT-COUNT           PIC 9(7).
               10  CT-BILLED          PIC 9(9)V99.
               10  CT-DEDUCTED        PIC 9(9)V99.

       01  COUNT-FIELDS.
           05  WS-STATEMENT-IN-COUNT  PIC 9(7)    VALUE 0.
           05  WS-STATEMENT-REJECTS   PIC 9(7)    VALUE 0.
           05  WS-REMIT-IN-COUNT      PIC 9(7)    VALUE 0.
           05  WS-MASTER-IN-COUNT     PIC 9(7)    VALUE 0.
           05  WS-WAREHOUSE-COUNT     PIC 9(5)    VALUE 0.
           05  WS-DISCREPANCY-COUNT   PIC 9(7)    VALUE 0.
           05  WS-DD-BILLED-HASH      PIC 9(8)V99 VALUE 0.
           05  WS-DD-DEDUCTED-HASH    PIC 9(8)V99 VALUE 0.
           05  WS-TOTAL-BILLED        PIC 9(9)V99 VALUE 0.
           05  WS-TOTAL-DEDUCTED      PIC 9(9)V99 VALUE 0.
           05  WS-NET-IN-DISPUTE      PIC S9(9)V99 VALUE 0.

       01  REGISTER-FIELDS.
           05  DRC-COUNTER            PIC 99      VALUE 0.
           05  DRC-LINE-COUNT         PIC 99      VALUE 0.

       01  DATE-FIELDS.
           05  WS-YEAR                PIC 9999.
           05  WS-MONTH               PIC 99.
           05  WS-DAY                 PIC 99.

      ************************* OUTPUT AREA ***************************

       01  DRC-HEADING-ONE.
           05  DRC-H1-MONTH       PIC 99.
           05                     PIC X       VALUE '/'.
           05  DRC-H1-DAY         PIC 99.
           05                     PIC X       VALUE '/'.
           05  DRC-H1-YEAR        PIC 9999.
           05                     PIC X(26)   VALUE '     SBN'.
           05                     PIC X(35)   VALUE 'DRAKEA, LTD'.
           05                     PIC X(5)    VALUE 'PAGE'.
           05  DRC-PAGE-NUM       PIC 99.

       01  DRC-HEADING-TWO.
           05                     PIC X(22)   VALUE SPACES.
           05                     PIC X(78)   VALUE
               'UNION DUES BILLING RECONCILIATION'.

       01  DRC-STATEMENT-LINE.
           05                     PIC X(3)    VALUE SPACES.
           05                     PIC X(17)   VALUE
               'STATEMENT MONTH:'.
           05  DRC-SM-MONTH-OUT   PIC 99.
           05                     PIC X       VALUE '/'.
           05  DRC-SM-YEAR-OUT    PIC 9999.
           05                     PIC X(73)   VALUE SPACES.

       01  DRC-HEADING-THREE.
           05                     PIC X(2)    VALUE SPACES.
           05                     PIC X(7)    VALUE 'WHSE'.
           05                     PIC X(8)    VALUE 'EMP ID'.
           05                     PIC X(12)   VALUE 'LAST NAME'.
           05                     PIC X(12)   VALUE 'FIRST NAME'.
           05                     PIC X(12)   VALUE '    BILLED'.
           05                     PIC X(12)   VALUE '  DEDUCTED'.
           05                     PIC X(13)   VALUE ' DIFFERENCE'.
           05                     PIC X(22)   VALUE 'NOTE'.

       01  DRC-WAREHOUSE-LINE.
           05                     PIC X(2)    VALUE SPACES.
           05                     PIC X(11)   VALUE 'WAREHOUSE:'.
           05  DRC-WAREHOUSE-OUT  PIC X(4).
           05                     PIC X(83)   VALUE SPACES.

       01  DRC-DETAIL-LINE.
           05                     PIC X(2)    VALUE SPACES.
           05  DRC-WHSE-OUT       PIC X(4).
           05                     PIC X(3)    VALUE SPACES.
           05  DRC-EMPLOYEE-OUT   PIC X(5).
           05                     PIC X(3)    VALUE SPACES.
           05  DRC-LAST-NAME-OUT  PIC X(10).
           05                     PIC X(2)    VALUE SPACES.
           05  DRC-FIRST-NAME-OUT PIC X(10).
           05                     PIC X(2)    VALUE SPACES.
           05  DRC-BILLED-OUT     PIC $***,***.99.
           05                     PIC X(1)    VALUE SPACES.
           05  DRC-DEDUCTED-OUT   PIC $***,***.99.
           05                     PIC X(1)    VALUE SPACES.
           05  DRC-DIFFERENCE-OUT PIC $$$$,$$9.99-.
           05                     PIC X(1)    VALUE SPACES.
           05  DRC-NOTE-OUT       PIC X(22).

       01  DRC-CATEGORY-HEADING.
           05                     PIC X(5)    VALUE SPACES.
           05                     PIC X(30)   VALUE 'CATEGORY'.
           05                     PIC X(9)    VALUE '    COUNT'.
           05                     PIC X(17)   VALUE
               '           BILLED'.
           05                     PIC X(17)   VALUE
               '         DEDUCTED'.
           05                     PIC X(18)   VALUE
               '        IN DISPUTE'.
           05                     PIC X(4)    VALUE SPACES.

       01  DRC-CATEGORY-LINE.
           05                     PIC X(5)    VALUE SPACES.
           05  DRC-CAT-NAME-OUT   PIC X(30).
           05  DRC-CAT-COUNT-OUT  PIC Z,ZZZ,ZZ9.
           05                     PIC X(3)    VALUE SPACES.
           05  DRC-CAT-BILLED-OUT PIC $$$,$$$,$$9.99.
           05                     PIC X(3)    VALUE SPACES.
           05  DRC-CAT-DEDUCT-OUT PIC $$$,$$$,$$9.99.
           05                     PIC X(3)    VALUE SPACES.
           05  DRC-CAT-DISPUTE-OUT PIC $$$,$$$,$$9.99-.
           05                     PIC X(4)    VALUE SPACES.

       01  DRC-DETAIL-TOTAL-LINE.
           05                     PIC X(3)    VALUE SPACES.
           05  DRC-LABEL-OUT      PIC X(32).
           05  DRC-VALUE-OUT      PIC X(20).
           05                     PIC X(45)   VALUE SPACES.

       01  DRC-RESULT-LINE.
           05                     PIC X(3)    VALUE SPACES.
           05  DRC-RESULT-TEXT    PIC X(97).

       01  DRC-COUNT-EDITED       PIC Z,ZZZ,ZZ9.
       01  DRC-AMOUNT-EDITED      PIC $$,$$$,$$$,$$9.99-.

      ************************ PROCEDURE DIVISION ********************

       PROCEDURE DIVISION.

       10-CONTROL-MODULE.

           PERFORM 20-HOUSEKEEPING-ROUTINE
           PERFORM 40-RECONCILE-ROUTINE
           PERFORM 110-EOF-ROUTINE
           .

       20-HOUSEKEEPING-ROUTINE.

           ACCEPT DATE-FIELDS FROM DATE YYYYMMDD

      *    BOTH SIDES OF THE RECONCILIATION MUST BE THERE; AN EMPTY
      *    RECONCILIATION WOULD READ AS A CLEAN ONE.
           OPEN INPUT UNION-STATEMENT-FILE
           IF STATEMENT-FILE-NOT-FOUND
               DISPLAY 'SBNDUESREC - UNION BILLING STATEMENT NOT '
                   'FOUND - RUN REFUSED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE UNION-STATEMENT-FILE

           OPEN INPUT DUES-REMITTANCE-FILE
           IF DUES-FILE-NOT-FOUND
               DISPLAY 'SBNDUESREC - DUES REMITTANCE FILE NOT '
                   'FOUND - RUN REFUSED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE DUES-REMITTANCE-FILE

           SORT STATEMENT-SORT-FILE
               ON ASCENDING KEY SS-WAREHOUSE-ID
               ON ASCENDING KEY SS-EMPLOYEE-ID
               USING UNION-STATEMENT-FILE
               GIVING SORTED-STATEMENT-FILE

           SORT REMITTANCE-SORT-FILE
               ON ASCENDING KEY RS-WAREHOUSE-ID
               ON ASCENDING KEY RS-EMPLOYEE-ID
               USING DUES-REMITTANCE-FILE
               GIVING SORTED-REMITTANCE-FILE

           SORT MASTER-SORT-FILE
               ON ASCENDING KEY MS-WAREHOUSE-ID
               ON ASCENDING KEY MS-EMPLOYEE-ID
               USING EMPLOYEE-RECORD-FILE
               GIVING SORTED-MASTER-FILE

           OPEN INPUT  SORTED-STATEMENT-FILE
                       SORTED-REMITTANCE-FILE
                       SORTED-MASTER-FILE
                OUTPUT DISCREPANCY-FILE
                       DUES-RECON-REPORT-FILE

           INITIALIZE WAREHOUSE-TOTALS
                      COMPANY-TOTALS

           PERFORM 60-READ-STATEMENT
           PERFORM 65-READ-REMITTANCE
           PERFORM 70-READ-MASTER
           PERFORM 30-HEADER-ROUTINE
           .

       30-HEADER-ROUTINE.

           MOVE SPACES TO DUES-RECON-REPORT
           WRITE DUES-RECON-REPORT AFTER ADVANCING PAGE
           ADD 1 TO DRC-COUNTER
           MOVE DRC-COUNTER TO DRC-PAGE-NUM
           MOVE WS-MONTH TO DRC-H1-MONTH
           MOVE WS-DAY   TO DRC-H1-DAY
           MOVE WS-YEAR  TO DRC-H1-YEAR
           WRITE DUES-RECON-REPORT FROM DRC-HEADING-ONE
               AFTER ADVANCING 1 LINE
           WRITE DUES-RECON-REPORT FROM DRC-HEADING-TWO
               AFTER ADVANCING 2 LINES

           MOVE WS-SM-MONTH TO DRC-SM-MONTH-OUT
           MOVE WS-SM-YEAR  TO DRC-SM-YEAR-OUT
           WRITE DUES-RECON-REPORT FROM DRC-STATEMENT-LINE
               AFTER ADVANCING 2 LINES

           WRITE DUES-RECON-REPORT FROM DRC-HEADING-THREE
               AFTER ADVANCING 2 LINES
           MOVE SPACES TO DUES-RECON-REPORT
           WRITE DUES-RECON-REPORT AFTER ADVANCING 1 LINE
           .

      ****************************************************************
      * BALANCED-LINE MATCH OF THE STATEMENT AGAINST THE REMITTANCE
      * FILE.  THE MASTER IS CARRIED ALONG BEHIND THE LOWER OF THE
      * TWO KEYS SO A BILLED MEMBER WE DID NOT DEDUCT FOR CAN BE
      * EXPLAINED.  THE FILES ARE IN WAREHOUSE ORDER, SO WAREHOUSE
      * TOTALS ARE TAKEN ON THE BREAK.
      ****************************************************************
       40-RECONCILE-ROUTINE.

           PERFORM UNTIL NO-MORE-STATEMENT AND NO-MORE-REMITTANCE
               IF WS-STATEMENT-KEY < WS-REMIT-KEY
                   MOVE WS-STATEMENT-KEY TO WS-LOW-KEY
               ELSE
                   MOVE WS-REMIT-KEY TO WS-LOW-KEY
               END-IF

               IF WS-LOW-WAREHOUSE NOT = WS-CURRENT-WAREHOUSE
                   PERFORM 45-WAREHOUSE-BREAK
               END-IF

               PERFORM 42-POSITION-MASTER

               EVALUATE TRUE
                   WHEN WS-STATEMENT-KEY = WS-REMIT-KEY
                       PERFORM 50-COMPARE-AMOUNTS
                       PERFORM 60-READ-STATEMENT
                       PERFORM 65-READ-REMITTANCE
                   WHEN WS-STATEMENT-KEY < WS-REMIT-KEY
                       PERFORM 55-BILLED-NOT-DEDUCTED
                       PERFORM 60-READ-STATEMENT
                   WHEN OTHER
                       PERFORM 57-DEDUCTED-NOT-ON-ROSTER
                       PERFORM 65-READ-REMITTANCE
               END-EVALUATE
           END-PERFORM

           IF NOT FIRST-WAREHOUSE
               PERFORM 47-WRITE-WAREHOUSE-TOTALS
           END-IF
           .

       42-POSITION-MASTER.

           PERFORM UNTIL WS-MASTER-KEY NOT < WS-LOW-KEY
               PERFORM 70-READ-MASTER
           END-PERFORM

           IF WS-MASTER-KEY = WS-LOW-KEY
               MOVE 'Y' TO WS-ON-MASTER-SWITCH
           ELSE
               MOVE 'N' TO WS-ON-MASTER-SWITCH
           END-IF
           .

       45-WAREHOUSE-BREAK.

           IF NOT FIRST-WAREHOUSE
               PERFORM 47-WRITE-WAREHOUSE-TOTALS
           END-IF
           MOVE 'N' TO WS-FIRST-WAREHOUSE-SW
           MOVE WS-LOW-WAREHOUSE TO WS-CURRENT-WAREHOUSE
           ADD 1 TO WS-WAREHOUSE-COUNT
           INITIALIZE WAREHOUSE-TOTALS

           ADD 3 TO DRC-LINE-COUNT
           IF DRC-LINE-COUNT > 45
               MOVE 3 TO DRC-LINE-COUNT
               PERFORM 30-HEADER-ROUTINE
           END-IF
           MOVE WS-CURRENT-WAREHOUSE TO DRC-WAREHOUSE-OUT
           WRITE DUES-RECON-REPORT FROM DRC-WAREHOUSE-LINE
               AFTER ADVANCING 2 LINES
           MOVE SPACES TO DUES-RECON-REPORT
           WRITE DUES-RECON-REPORT AFTER ADVANCING 1 LINE
           .

      ****************************************************************
      * THE WAREHOUSE'S FOUR CATEGORIES AND ITS NET IN DISPUTE.
      ****************************************************************
       47-WRITE-WAREHOUSE-TOTALS.

           ADD 9 TO DRC-LINE-COUNT
           IF DRC-LINE-COUNT > 45
               MOVE 9 TO DRC-LINE-COUNT
               PERFORM 30-HEADER-ROUTINE
           END-IF

           WRITE DUES-RECON-REPORT FROM DRC-CATEGORY-HEADING
               AFTER ADVANCING 2 LINES
           MOVE 0 TO WS-NET-IN-DISPUTE
           PERFORM VARYING WS-CAT-SUB FROM 1 BY 1 UNTIL WS-CAT-SUB > 4
               MOVE CATEGORY-NAME (WS-CAT-SUB) TO DRC-CAT-NAME-OUT
               MOVE WT-COUNT (WS-CAT-SUB)      TO DRC-CAT-COUNT-OUT
               MOVE WT-BILLED (WS-CAT-SUB)     TO DRC-CAT-BILLED-OUT
               MOVE WT-DEDUCTED (WS-CAT-SUB)   TO DRC-CAT-DEDUCT-OUT
               COMPUTE WS-DISPUTE-AMOUNT = WT-BILLED (WS-CAT-SUB)
                   - WT-DEDUCTED (WS-CAT-SUB)
               MOVE WS-DISPUTE-AMOUNT TO DRC-CAT-DISPUTE-OUT
               ADD WS-DISPUTE-AMOUNT TO WS-NET-IN-DISPUTE
               WRITE DUES-RECON-REPORT FROM DRC-CATEGORY-LINE
                   AFTER ADVANCING 1 LINE
           END-PERFORM

           MOVE SPACES TO DRC-RESULT-TEXT
           MOVE WS-NET-IN-DISPUTE TO DRC-AMOUNT-EDITED
           STRING 'WAREHOUSE ' WS-CURRENT-WAREHOUSE
                  ' NET AMOUNT IN DISPUTE: ' DRC-AMOUNT-EDITED
               DELIMITED BY SIZE INTO DRC-RESULT-TEXT
           WRITE DUES-RECON-REPORT FROM DRC-RESULT-LINE
               AFTER ADVANCING 2 LINES
           .

      ****************************************************************
      * ON BOTH FILES: MATCHED WHEN THE AMOUNTS AGREE, OTHERWISE AN
      * AMOUNT MISMATCH (TYPICALLY A DUES CHANGE ONE SIDE HAS NOT
      * PICKED UP).
      ****************************************************************
       50-COMPARE-AMOUNTS.

           MOVE US-BILLED-DUES TO WS-BILLED-AMOUNT
           MOVE DR-UNION-DUES  TO WS-DEDUCTED-AMOUNT

           IF WS-BILLED-AMOUNT = WS-DEDUCTED-AMOUNT
               MOVE 1 TO WS-CAT-SUB
               PERFORM 80-ACCUMULATE-CATEGORY
           ELSE
               MOVE 4 TO WS-CAT-SUB
               IF WS-BILLED-AMOUNT > WS-DEDUCTED-AMOUNT
                   MOVE 'UNDER-DEDUCTED' TO WS-DISCREPANCY-NOTE
               ELSE
                   MOVE 'OVER-DEDUCTED' TO WS-DISCREPANCY-NOTE
               END-IF
               MOVE DR-LAST-NAME  TO DRC-LAST-NAME-OUT
               MOVE DR-FIRST-NAME TO DRC-FIRST-NAME-OUT
               PERFORM 85-REPORT-DISCREPANCY
           END-IF
           .

      ****************************************************************
      * BILLED BY THE LOCAL, NOTHING REMITTED.  THE MASTER SAYS WHY:
      * NOT AN EMPLOYEE (TERMINATED OR NEVER HIRED), AN EMPLOYEE WITH
      * NO DUES ON THE MASTER (NOT A MEMBER ON OUR BOOKS), OR A DUES
      * PAYER LEFT OUT OF THE RUN (WHSE= / MONTH= SELECTION).
      ****************************************************************
       55-BILLED-NOT-DEDUCTED.

           MOVE US-BILLED-DUES TO WS-BILLED-AMOUNT
           MOVE 0              TO WS-DEDUCTED-AMOUNT
           MOVE 2 TO WS-CAT-SUB

           EVALUATE TRUE
               WHEN WS-STATEMENT-KEY = WS-PREV-STATEMENT-KEY
                   MOVE 'DUPLICATE ON STATEMENT' TO WS-DISCREPANCY-NOTE
               WHEN NOT EMPLOYEE-ON-MASTER
                   MOVE 'NOT ON EMPLOYEE MASTER' TO WS-DISCREPANCY-NOTE
               WHEN MST-UNION-DUES = 0
                   MOVE 'NO DUES ON MASTER' TO WS-DISCREPANCY-NOTE
               WHEN OTHER
                   MOVE 'NOT IN REMITTANCE RUN' TO WS-DISCREPANCY-NOTE
           END-EVALUATE

           MOVE US-LAST-NAME  TO DRC-LAST-NAME-OUT
           MOVE US-FIRST-NAME TO DRC-FIRST-NAME-OUT
           PERFORM 85-REPORT-DISCREPANCY
           .

       57-DEDUCTED-NOT-ON-ROSTER.

           MOVE 0             TO WS-BILLED-AMOUNT
           MOVE DR-UNION-DUES TO WS-DEDUCTED-AMOUNT
           MOVE 3 TO WS-CAT-SUB

           IF EMPLOYEE-ON-MASTER
               MOVE 'NOT ON UNION ROSTER' TO WS-DISCREPANCY-NOTE
           ELSE
               MOVE 'NOT ON EMPLOYEE MASTER' TO WS-DISCREPANCY-NOTE
           END-IF

           MOVE DR-LAST-NAME  TO DRC-LAST-NAME-OUT
           MOVE DR-FIRST-NAME TO DRC-FIRST-NAME-OUT
           PERFORM 85-REPORT-DISCREPANCY
           .

      *    STATEMENT LINES WITH NO KEY OR A NON-NUMERIC AMOUNT CANNOT
      *    BE RECONCILED; THEY ARE COUNTED AND LISTED ON THE CONSOLE
      *    FOR THE LOCAL TO CORRECT.
       60-READ-STATEMENT.

           MOVE WS-STATEMENT-KEY TO WS-PREV-STATEMENT-KEY
           MOVE 'N' TO WS-STATEMENT-READ-SWITCH
           PERFORM UNTIL STATEMENT-DETAIL-READ OR NO-MORE-STATEMENT
               READ SORTED-STATEMENT-FILE
                   AT END
                       MOVE HIGH-VALUES TO WS-STATEMENT-KEY
                   NOT AT END
                       IF US-RECORD-KEY = SPACES OR
                               US-BILLED-DUES NOT NUMERIC
                           ADD 1 TO WS-STATEMENT-REJECTS
                           DISPLAY 'SBNDUESREC - STATEMENT LINE NOT '
                               'RECONCILED: ' STATEMENT-RECORD
                       ELSE
                           MOVE 'Y' TO WS-STATEMENT-READ-SWITCH
                           MOVE US-RECORD-KEY TO WS-STATEMENT-KEY
                           ADD 1 TO WS-STATEMENT-IN-COUNT
                           IF WS-STATEMENT-MONTH = 0 AND
                                   US-STATEMENT-MONTH NUMERIC
                               MOVE US-STATEMENT-MONTH TO
                                   WS-STATEMENT-MONTH
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           .

       65-READ-REMITTANCE.

           READ SORTED-REMITTANCE-FILE
               AT END
                   MOVE HIGH-VALUES TO WS-REMIT-KEY
               NOT AT END
                   MOVE DR-RECORD-KEY TO WS-REMIT-KEY
                   ADD 1 TO WS-REMIT-IN-COUNT
           END-READ
           .

      *    THE MASTER HEADER AND TRAILER SORT IN AMONG THE DETAIL
      *    KEYS AND ARE PASSED OVER.
       70-READ-MASTER.

           MOVE 'N' TO WS-MASTER-READ-SWITCH
           PERFORM UNTIL MASTER-DETAIL-READ OR NO-MORE-MASTER
               READ SORTED-MASTER-FILE
                   AT END
                       MOVE HIGH-VALUES TO WS-MASTER-KEY
                   NOT AT END
                       IF NOT MST-CONTROL-RECORD
                           MOVE 'Y' TO WS-MASTER-READ-SWITCH
                           MOVE MST-RECORD-KEY TO WS-MASTER-KEY
                           ADD 1 TO WS-MASTER-IN-COUNT
                       END-IF
               END-READ
           END-PERFORM
           .

       80-ACCUMULATE-CATEGORY.

           ADD 1                  TO WT-COUNT (WS-CAT-SUB)
                                     CT-COUNT (WS-CAT-SUB)
           ADD WS-BILLED-AMOUNT   TO WT-BILLED (WS-CAT-SUB)
                                     CT-BILLED (WS-CAT-SUB)
           ADD WS-DEDUCTED-AMOUNT TO WT-DEDUCTED (WS-CAT-SUB)
                                     CT-DEDUCTED (WS-CAT-SUB)
           .

      ****************************************************************
      * ONE DISCREPANCY: COUNTED IN ITS CATEGORY, LISTED ON THE
      * REPORT, AND WRITTEN TO THE FILE FOR THE LOCAL.  THE CALLER
      * HAS SET THE CATEGORY, AMOUNTS, NOTE, AND NAME.
      ****************************************************************
       85-REPORT-DISCREPANCY.

           PERFORM 80-ACCUMULATE-CATEGORY
           COMPUTE WS-DISPUTE-AMOUNT =
               WS-BILLED-AMOUNT - WS-DEDUCTED-AMOUNT

           MOVE WS-LOW-WAREHOUSE   TO DRC-WHSE-OUT
           MOVE WS-LOW-EMPLOYEE    TO DRC-EMPLOYEE-OUT
           MOVE WS-BILLED-AMOUNT   TO DRC-BILLED-OUT
           MOVE WS-DEDUCTED-AMOUNT TO DRC-DEDUCTED-OUT
           MOVE WS-DISPUTE-AMOUNT  TO DRC-DIFFERENCE-OUT
           MOVE WS-DISCREPANCY-NOTE TO DRC-NOTE-OUT
           PERFORM 90-WRITE-DETAIL-LINE

           MOVE WS-LOW-WAREHOUSE   TO DD-WAREHOUSE-ID
           MOVE WS-LOW-EMPLOYEE    TO DD-EMPLOYEE-ID
           MOVE DRC-LAST-NAME-OUT  TO DD-LAST-NAME
           MOVE DRC-FIRST-NAME-OUT TO DD-FIRST-NAME
           MOVE CATEGORY-CODE (WS-CAT-SUB) TO DD-DISCREPANCY-CODE
           MOVE WS-BILLED-AMOUNT   TO DD-BILLED-DUES
           MOVE WS-DEDUCTED-AMOUNT TO DD-DEDUCTED-DUES
           MOVE WS-DISCREPANCY-NOTE TO DD-NOTE
           WRITE DISCREPANCY-RECORD

           ADD 1 TO WS-DISCREPANCY-COUNT
           ADD WS-BILLED-AMOUNT   TO WS-DD-BILLED-HASH
           ADD WS-DEDUCTED-AMOUNT TO WS-DD-DEDUCTED-HASH
           .

       90-WRITE-DETAIL-LINE.

           ADD 1 TO DRC-LINE-COUNT
           IF DRC-LINE-COUNT > 45
               MOVE 1 TO DRC-LINE-COUNT
               PERFORM 30-HEADER-ROUTINE
           END-IF

           WRITE DUES-RECON-REPORT FROM DRC-DETAIL-LINE
               AFTER ADVANCING 1 LINE
           .

       110-EOF-ROUTINE.

           MOVE SPACES               TO DD-TRAILER-RECORD
           MOVE 'TRLR'               TO DD-TRL-ID
           MOVE WS-DISCREPANCY-COUNT TO DD-TRL-RECORD-COUNT
           MOVE WS-DD-BILLED-HASH    TO DD-TRL-BILLED-HASH
           MOVE WS-DD-DEDUCTED-HASH  TO DD-TRL-DEDUCTED-HASH
           MOVE WS-STATEMENT-MONTH   TO DD-TRL-STATEMENT-MONTH
           WRITE DD-TRAILER-RECORD

           CLOSE SORTED-STATEMENT-FILE
                 SORTED-REMITTANCE-FILE
                 SORTED-MASTER-FILE
                 DISCREPANCY-FILE

           PERFORM 120-WRITE-RECONCILIATION-SUMMARY

           CLOSE DUES-RECON-REPORT-FILE
           STOP RUN
           .

      ****************************************************************
      * THE COMPANY SUMMARY: RECORDS READ, THE FOUR CATEGORIES FOR
      * THE WHOLE STATEMENT, AND THE NET AMOUNT IN DISPUTE.  EVERY
      * STATEMENT RECORD IS EITHER MATCHED, MISMATCHED, OR BILLED NOT
      * DEDUCTED, AND EVERY REMITTANCE RECORD IS EITHER MATCHED,
      * MISMATCHED, OR NOT ON THE ROSTER, SO BOTH FILES ARE PROVED.
      ****************************************************************
       120-WRITE-RECONCILIATION-SUMMARY.

           MOVE 0 TO DRC-LINE-COUNT
           PERFORM 30-HEADER-ROUTINE

           MOVE 'STATEMENT RECORDS READ:' TO DRC-LABEL-OUT
           MOVE WS-STATEMENT-IN-COUNT TO DRC-COUNT-EDITED
           MOVE DRC-COUNT-EDITED TO DRC-VALUE-OUT
           PERFORM 125-WRITE-SUMMARY-LINE

           MOVE 'STATEMENT RECORDS REJECTED:' TO DRC-LABEL-OUT
           MOVE WS-STATEMENT-REJECTS TO DRC-COUNT-EDITED
           MOVE DRC-COUNT-EDITED TO DRC-VALUE-OUT
           PERFORM 125-WRITE-SUMMARY-LINE

           MOVE 'REMITTANCE RECORDS READ:' TO DRC-LABEL-OUT
           MOVE WS-REMIT-IN-COUNT TO DRC-COUNT-EDITED
           MOVE DRC-COUNT-EDITED TO DRC-VALUE-OUT
           PERFORM 125-WRITE-SUMMARY-LINE

           MOVE 'MASTER RECORDS READ:' TO DRC-LABEL-OUT
           MOVE WS-MASTER-IN-COUNT TO DRC-COUNT-EDITED
           MOVE DRC-COUNT-EDITED TO DRC-VALUE-OUT
           PERFORM 125-WRITE-SUMMARY-LINE

           MOVE 'WAREHOUSES RECONCILED:' TO DRC-LABEL-OUT
           MOVE WS-WAREHOUSE-COUNT TO DRC-COUNT-EDITED
           MOVE DRC-COUNT-EDITED TO DRC-VALUE-OUT
           PERFORM 125-WRITE-SUMMARY-LINE

           WRITE DUES-RECON-REPORT FROM DRC-CATEGORY-HEADING
               AFTER ADVANCING 2 LINES
           MOVE 0 TO WS-NET-IN-DISPUTE
           PERFORM VARYING WS-CAT-SUB FROM 1 BY 1 UNTIL WS-CAT-SUB > 4
               MOVE CATEGORY-NAME (WS-CAT-SUB) TO DRC-CAT-NAME-OUT
               MOVE CT-COUNT (WS-CAT-SUB)      TO DRC-CAT-COUNT-OUT
               MOVE CT-BILLED (WS-CAT-SUB)     TO DRC-CAT-BILLED-OUT
               MOVE CT-DEDUCTED (WS-CAT-SUB)   TO DRC-CAT-DEDUCT-OUT
               COMPUTE WS-DISPUTE-AMOUNT = CT-BILLED (WS-CAT-SUB)
                   - CT-DEDUCTED (WS-CAT-SUB)
               MOVE WS-DISPUTE-AMOUNT TO DRC-CAT-DISPUTE-OUT
               ADD WS-DISPUTE-AMOUNT TO WS-NET-IN-DISPUTE
               ADD CT-BILLED (WS-CAT-SUB)   TO WS-TOTAL-BILLED
               ADD CT-DEDUCTED (WS-CAT-SUB) TO WS-TOTAL-DEDUCTED
               WRITE DUES-RECON-REPORT FROM DRC-CATEGORY-LINE
                   AFTER ADVANCING 1 LINE
           END-PERFORM
           MOVE SPACES TO DUES-RECON-REPORT
           WRITE DUES-RECON-REPORT AFTER ADVANCING 1 LINE

           MOVE 'TOTAL BILLED BY THE LOCAL:' TO DRC-LABEL-OUT
           MOVE WS-TOTAL-BILLED TO DRC-AMOUNT-EDITED
           MOVE DRC-AMOUNT-EDITED TO DRC-VALUE-OUT
           PERFORM 125-WRITE-SUMMARY-LINE

           MOVE 'TOTAL DEDUCTED AND REMITTED:' TO DRC-LABEL-OUT
           MOVE WS-TOTAL-DEDUCTED TO DRC-AMOUNT-EDITED
           MOVE DRC-AMOUNT-EDITED TO DRC-VALUE-OUT
           PERFORM 125-WRITE-SUMMARY-LINE

           MOVE 'NET AMOUNT IN DISPUTE:' TO DRC-LABEL-OUT
           MOVE WS-NET-IN-DISPUTE TO DRC-AMOUNT-EDITED
           MOVE DRC-AMOUNT-EDITED TO DRC-VALUE-OUT
           PERFORM 125-WRITE-SUMMARY-LINE

           MOVE 'DISCREPANCY RECORDS WRITTEN:' TO DRC-LABEL-OUT
           MOVE WS-DISCREPANCY-COUNT TO DRC-COUNT-EDITED
           MOVE DRC-COUNT-EDITED TO DRC-VALUE-OUT
           PERFORM 125-WRITE-SUMMARY-LINE

           IF WS-DISCREPANCY-COUNT = 0 AND WS-STATEMENT-REJECTS = 0
               MOVE 'STATEMENT AND REMITTANCE AGREE' TO
                   DRC-RESULT-TEXT
           ELSE
               MOVE 'DISCREPANCIES FOUND - SEND PR2DUESD.TXT TO LOCAL'
                   TO DRC-RESULT-TEXT
               MOVE 4 TO RETURN-CODE
           END-IF
           WRITE DUES-RECON-REPORT FROM DRC-RESULT-LINE
               AFTER ADVANCING 2 LINES
           .

       125-WRITE-SUMMARY-LINE.

           WRITE DUES-RECON-REPORT FROM DRC-DETAIL-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           .
