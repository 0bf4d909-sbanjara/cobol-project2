      ******************* IDENTIFICATION-DIVISION *******************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.  SBNFCST.
       AUTHOR.    SABIN BANJARA.

      ****************************************************************
      * THIS PROGRAM PROJECTS THE SALARY COST OF DRAKEA INC FOR THE
      * NEXT TWELVE MONTHS BY COST CENTER, WITH EACH EMPLOYEE'S
      * INCREASE STEPPING IN AT THEIR ANNIVERSARY MONTH THE WAY THE
      * MONTH=MM CYCLE RUNS OF SBNPROGRAM2 GRANT IT, AND SETS THE
      * PROJECTED YEAR AGAINST THE COST CENTER BUDGET.
      **********
      * INPUT:
      *  1. THE EMPLOYEE MASTER FILE, PR2FA19.TXT.  THE HEADER AND
      *     TRAILER ARE PROVED BEFORE ANYTHING IS PROJECTED.
      *  2. THE RATES CONTROL FILE, PR2RATES.TXT, FOR THE INCREASE
      *     PERCENT BY POSITION (5% WHEN A POSITION IS NOT ON IT).
      *  3. THE POSITION MASTER FILE, PR2POSN.TXT, FOR THE SALARY
      *     BAND MAXIMUM THAT CAPS AN INCREASE.
      *  4. THE WAREHOUSE MASTER FILE, PR2WHSE.TXT, FOR THE COST
      *     CENTER OF EACH WAREHOUSE.
      *  5. THE BUDGET CONTROL FILE, PR2BUDG.TXT, ANNUAL SALARY
      *     BUDGET BY COST CENTER.
      *  6. THE PENDING TRANSACTION FILE, PR2PEND.TXT, THE FUTURE-
      *     DATED SBNMAINT TRANSACTIONS STILL BEING HELD.
      *  7. THE FORMER-EMPLOYEE FILE, PR2FORM.TXT, FOR THE LAST
      *     SALARY AND HIRE DATE OF A PENDING REHIRE.
      *  8. OPTIONAL START=YYYYMM ON THE COMMAND LINE, THE FIRST
      *     MONTH OF THE FORECAST.  WITHOUT IT THE FORECAST STARTS
      *     WITH THE MONTH AFTER THE RUN DATE.
      **********
      * OUTPUT:
      *  1. THE FORECAST REPORT: FOR EACH COST CENTER THE TWELVE
      *     MONTHS WITH HEADCOUNT, PROJECTED COST, AND CUMULATIVE
      *     COST, THEN THE PROJECTED ANNUAL TOTAL, THE BUDGET, AND
      *     THE VARIANCE.  A COMPANY SUMMARY BY COST CENTER AND BY
      *     MONTH FOLLOWS.
      *  2. THE FORECAST FILE, PR2FCST.TXT, FOR THE BUDGET TEAM TO
      *     LOAD: ONE 'M' RECORD PER COST CENTER AND MONTH, THEN ONE
      *     'A' RECORD PER COST CENTER WITH THE ANNUAL TOTAL AND THE
      *     BUDGET.
      **********
      * PROCESSING:
      *  EACH EMPLOYEE IS WALKED THROUGH THE TWELVE MONTHS.  AT THE
      *  START OF EACH MONTH ANY PENDING TRANSACTION FOR THE
      *  EMPLOYEE EFFECTIVE BY THE FIRST OF THE MONTH IS APPLIED, IN
      *  EFFECTIVE-DATE ORDER: A CHANGE TAKES THE NEW POSITION, HIRE
      *  DATE, AND SALARY, A TRANSFER MOVES THE COST TO THE NEW
      *  WAREHOUSE'S COST CENTER, AND A TERMINATION TAKES THE
      *  EMPLOYEE OFF THE PAYROLL.  A PENDING ADD OR REHIRE FOR
      *  SOMEONE NOT ON THE MASTER IS WALKED THE SAME WAY, ON THE
      *  PAYROLL FROM ITS EFFECTIVE DATE.  AN EMPLOYEE IS COSTED
      *  FOR A MONTH WHEN ON THE PAYROLL ON THE FIRST OF IT.
      *
      *  IN THE EMPLOYEE'S HIRE MONTH (FROM THE FIRST ANNIVERSARY
      *  ON) THE POSITION INCREASE STEPS IN, CAPPED AT THE BAND
      *  MAXIMUM.  A CAP NEVER CUTS A SALARY ALREADY ABOVE THE BAND,
      *  AND NO INCREASE IS FORECAST WHEN THE MASTER ALREADY SHOWS
      *  ONE DATED IN THAT MONTH OR LATER.  INCREASE OVERRIDES ARE
      *  GRANTED ONE CYCLE AT A TIME AND ARE NOT FORECAST.
      *
      *  A PENDING TRANSACTION THAT NEVER MATCHES AN EMPLOYEE, OR
      *  THAT SBNMAINT WOULD REJECT (AN ADD FOR SOMEONE ALREADY ON
      *  THE PAYROLL), IS COUNTED AS NOT APPLIED ON THE SUMMARY.
      **********
      * CALCULATIONS:
      *    1. INCREASED SALARY = SALARY + (SALARY * POSITION RATE),
      *       NOT MORE THAN THE POSITION BAND MAXIMUM.
      *    2. MONTHLY COST = ANNUAL SALARY / 12, ROUNDED.
      *    3. VARIANCE = PROJECTED ANNUAL TOTAL - BUDGET.
      ****************************************************************

      ********************** ENVIRONMENT-DIVISON *********************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  LENEVO-PC.
       OBJECT-COMPUTER.  LENEVO-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-RECORD-FILE
               ASSIGN TO 'PR2FA19.TXT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-EMPLOYEE-FILE-STATUS.
           SELECT GENERATION-LOG-FILE
               ASSIGN TO 'PR2GENL.TXT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-GEN-LOG-FILE-STATUS.
           SELECT RATES-CONTROL-FILE
               ASSIGN TO 'PR2RATES.TXT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RATES-FILE-STATUS.
           SELECT POSITION-MASTER-FILE
               ASSIGN TO 'PR2POSN.TXT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-POSITION-FILE-STATUS.
           SELECT WAREHOUSE-MASTER-FILE
               ASSIGN TO 'PR2WHSE.TXT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-WAREHOUSE-FILE-STATUS.
           SELECT BUDGET-CONTROL-FILE
               ASSIGN TO 'PR2BUDG.TXT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-BUDGET-FILE-STATUS.
           SELECT PENDING-TRANS-FILE
               ASSIGN TO 'PR2PEND.TXT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PENDING-FILE-STATUS.
           SELECT FORMER-EMPLOYEE-FILE
               ASSIGN TO 'PR2FORM.TXT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FORMER-FILE-STATUS.
           SELECT FORECAST-FILE
               ASSIGN TO 'PR2FCST.TXT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FORECAST-FILE-STATUS.
           SELECT FORECAST-REPORT-FILE
               ASSIGN TO PRINTER 'FORECAST-REPORT'.

      ************************* DATA-DIVISION ************************

       DATA DIVISION.
       FILE SECTION.

       FD  EMPLOYEE-RECORD-FILE
           RECORD CONTAINS 83 CHARACTERS.

       01  EMPLOYEE-RECORD.
           05  EMPLOYEE-RECORD-KEY.
               10  WAREHOUSE-ID             PIC X(4).
                   88  MASTER-CONTROL-ENTRY           VALUE 'HEAD'
                                                            'TRLR'.
               10  EMPLOYEE-ID              PIC X(5).
           05  EMPLOYEE-POSITION            PIC X(2).
           05  EMPLOYEE-LAST-NAME           PIC X(10).
           05  EMPLOYEE-FIRST-NAME          PIC X(10).
           05  FILLER                       PIC X(3).
           05  HIRE-DATE                    PIC 9(8).
           05  STARTING-SALARY              PIC 9(6)V99.
           05  FILLER                       PIC X(4).
           05  PAY-INCREASE-DATE            PIC 9(8).
           05  CURRENT-SALARY               PIC 9(6)V99.
           05  FILLER                       PIC X(5).
           05  UNION-DUES                   PIC 9(3).
           05  INSURANCE                    PIC 9(3)V99.

       FD  GENERATION-LOG-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01  GENERATION-LOG-RECORD.
           05  GN-GENERATION                PIC 9(5).
           05  GN-PRIOR-GENERATION          PIC 9(5).
           05  GN-CREATION-DATE             PIC 9(8).
           05  GN-CREATING-PROGRAM          PIC X(10).
           05  GN-STATUS                    PIC X(8).
           05  GN-RECORDS-IN                PIC 9(7).
           05  GN-ADDS                      PIC 9(7).
           05  GN-TERMS                     PIC 9(7).
           05  GN-RECORDS-OUT               PIC 9(7).
           05  GN-SALARY-HASH               PIC 9(11)V99.
           05  FILLER                       PIC X(3).

       FD  RATES-CONTROL-FILE
           RECORD CONTAINS 11 CHARACTERS.

       01  RATES-CONTROL-RECORD.
           05  RC-EMPLOYEE-POSITION         PIC X(2).
           05  RC-CURRENT-SALARY-PCT        PIC 9V99.
           05  RC-UNION-DUES-PCT            PIC 9V99.
           05  RC-INSURANCE-PCT             PIC 9V99.

       FD  POSITION-MASTER-FILE
           RECORD CONTAINS 28 CHARACTERS.

       01  POSITION-MASTER-RECORD.
           05  PM-POSITION-CODE             PIC X(2).
           05  PM-POSITION-TITLE            PIC X(10).
           05  PM-BAND-MINIMUM              PIC 9(6)V99.
           05  PM-BAND-MAXIMUM              PIC 9(6)V99.

       FD  WAREHOUSE-MASTER-FILE
           RECORD CONTAINS 22 CHARACTERS.

       01  WAREHOUSE-MASTER-RECORD.
           05  WM-WAREHOUSE-ID              PIC X(4).
           05  WM-WAREHOUSE-NAME            PIC X(11).
           05  WM-COST-CENTER-CODE          PIC X(6).
           05  WM-ACTIVE-FLAG               PIC X.

       FD  BUDGET-CONTROL-FILE
           RECORD CONTAINS 16 CHARACTERS.

       01  BUDGET-CONTROL-RECORD.
           05  BC-COST-CENTER-CODE          PIC X(6).
           05  BC-BUDGET-AMOUNT             PIC 9(8)V99.

       FD  PENDING-TRANS-FILE
           RECORD CONTAINS 96 CHARACTERS.

       01  PENDING-TRANS-RECORD.
           05  PN-ACTION-CODE               PIC X.
           05  PN-WAREHOUSE-ID              PIC X(4).
           05  PN-EMPLOYEE-ID               PIC X(5).
           05  PN-EMPLOYEE-POSITION         PIC X(2).
           05  FILLER                       PIC X(23).
           05  PN-HIRE-DATE                 PIC X(8).
           05  FILLER                       PIC X(20).
           05  PN-CURRENT-SALARY            PIC X(8).
           05  FILLER                       PIC X(13).
           05  PN-EFFECTIVE-DATE            PIC X(8).
           05  PN-NEW-WAREHOUSE-ID          PIC X(4).

       FD  FORMER-EMPLOYEE-FILE
           RECORD CONTAINS 110 CHARACTERS.

       01  FORMER-EMPLOYEE-RECORD.
           05  FE-RECORD-TYPE               PIC X.
               88  FE-SEPARATION-RECORD               VALUE 'T'.
           05  FE-WAREHOUSE-ID              PIC X(4).
           05  FE-EMPLOYEE-ID               PIC X(5).
           05  FE-EMPLOYEE-POSITION         PIC X(2).
           05  FILLER                       PIC X(23).
           05  FE-HIRE-DATE                 PIC X(8).
           05  FILLER                       PIC X(20).
           05  FE-CURRENT-SALARY            PIC X(8).
           05  FILLER                       PIC X(39).

       FD  FORECAST-FILE
           RECORD CONTAINS 50 CHARACTERS.

       01  FORECAST-RECORD.
           05  FC-RECORD-TYPE               PIC X.
               88  FC-MONTH-RECORD                    VALUE 'M'.
               88  FC-ANNUAL-RECORD                   VALUE 'A'.
           05  FC-RUN-DATE                  PIC 9(8).
           05  FC-COST-CENTER-CODE          PIC X(6).
           05  FC-PERIOD                    PIC 9(6).
           05  FC-HEADCOUNT                 PIC 9(5).
           05  FC-PROJECTED-COST            PIC 9(9)V99.
           05  FC-BUDGET-AMOUNT             PIC 9(9)V99.
           05  FILLER                       PIC X(2).

       FD  FORECAST-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01  FORECAST-REPORT           PIC X(80).

      ********************* WORKING-STORAGE **************************

       WORKING-STORAGE SECTION.

       01  FLAGS-N-SWITCHES.
           05  EOF-FLAG          PIC X       VALUE ' '.
               88  NO-MORE-DATA              VALUE 'N'.
           05  WS-EMPLOYEE-FILE-STATUS PIC XX  VALUE '00'.
               88  EMPLOYEE-FILE-NOT-FOUND       VALUE '35'.
           05  MASTER-PROOF-EOF-FLAG PIC X   VALUE ' '.
               88  NO-MORE-MASTER-PROOF       VALUE 'N'.
           05  WS-GEN-LOG-FILE-STATUS PIC XX  VALUE '00'.
               88  GEN-LOG-FILE-NOT-FOUND        VALUE '35'.
           05  GEN-LOG-EOF-FLAG  PIC X       VALUE ' '.
               88  NO-MORE-GEN-LOG            VALUE 'N'.
           05  WS-RATES-FILE-STATUS PIC XX  VALUE '00'.
               88  RATES-FILE-NOT-FOUND          VALUE '35'.
           05  RATES-EOF-FLAG    PIC X       VALUE ' '.
               88  NO-MORE-RATES             VALUE 'N'.
           05  WS-POSITION-FILE-STATUS PIC XX  VALUE '00'.
               88  POSITION-FILE-NOT-FOUND       VALUE '35'.
           05  POSITION-EOF-FLAG PIC X       VALUE ' '.
               88  NO-MORE-POSITIONS          VALUE 'N'.
           05  WS-POSN-FOUND-SWITCH PIC X    VALUE 'N'.
               88  POSITION-FOUND             VALUE 'Y'.
           05  WS-WAREHOUSE-FILE-STATUS PIC XX  VALUE '00'.
               88  WAREHOUSE-FILE-NOT-FOUND      VALUE '35'.
           05  WAREHOUSE-EOF-FLAG PIC X      VALUE ' '.
               88  NO-MORE-WAREHOUSES        VALUE 'N'.
           05  WS-WHSE-FOUND-SWITCH PIC X    VALUE 'N'.
               88  WAREHOUSE-FOUND           VALUE 'Y'.
           05  WS-BUDGET-FILE-STATUS PIC XX  VALUE '00'.
               88  BUDGET-FILE-NOT-FOUND         VALUE '35'.
           05  BUDGET-EOF-FLAG   PIC X       VALUE ' '.
               88  NO-MORE-BUDGETS            VALUE 'N'.
           05  WS-PENDING-FILE-STATUS PIC XX  VALUE '00'.
               88  PENDING-FILE-NOT-FOUND        VALUE '35'.
           05  PENDING-EOF-FLAG  PIC X       VALUE ' '.
               88  NO-MORE-PENDING            VALUE 'N'.
           05  WS-FORMER-FILE-STATUS PIC XX  VALUE '00'.
               88  FORMER-FILE-NOT-FOUND     VALUE '35'.
           05  FORMER-EOF-FLAG   PIC X       VALUE ' '.
               88  NO-MORE-FORMER            VALUE 'N'.
           05  WS-FORECAST-FILE-STATUS PIC XX VALUE '00'.

       01  COMMAND-LINE-FIELDS.
           05  WS-COMMAND-LINE        PIC X(40)   VALUE SPACES.
           05  WS-CMD-ARG-1           PIC X(13)   VALUE SPACES.
           05  WS-CMD-ARG-2           PIC X(13)   VALUE SPACES.

      *    THE FIRST MONTH OF THE FORECAST, YYYYMM.
       01  WS-START-PERIOD            PIC 9(6)    VALUE 0.
       01  WS-START-PERIOD-X REDEFINES WS-START-PERIOD.
           05  WS-START-YEAR          PIC 9(4).
           05  WS-START-MONTH         PIC 9(2).

       01  FORECAST-MONTH-TABLE.
           05  FORECAST-MONTH  OCCURS 12 TIMES.
               10  FM-PERIOD                     PIC 9(6).
               10  FM-PERIOD-X REDEFINES FM-PERIOD.
                   15  FM-YEAR                   PIC 9(4).
                   15  FM-MONTH                  PIC 9(2).
               10  FM-FIRST-DAY                  PIC 9(8).
               10  FM-COMPANY-COST               PIC 9(9)V99.
               10  FM-COMPANY-HEADCOUNT          PIC 9(5).

       01  WS-MONTH-SUB               PIC 99      VALUE 0.

       01  MASTER-CONTROL-RECORD.
           05  MC-RECORD-ID           PIC X(4).
               88  MC-HEADER-RECORD              VALUE 'HEAD'.
               88  MC-TRAILER-RECORD             VALUE 'TRLR'.
           05  FILLER                 PIC X(79).
       01  MC-HEADER-VIEW REDEFINES MASTER-CONTROL-RECORD.
           05  FILLER                 PIC X(4).
           05  MC-GENERATION          PIC 9(5).
           05  MC-CREATION-DATE       PIC 9(8).
           05  MC-CREATING-PROGRAM    PIC X(10).
           05  FILLER                 PIC X(56).
       01  MC-TRAILER-VIEW REDEFINES MASTER-CONTROL-RECORD.
           05  FILLER                 PIC X(4).
           05  MC-TRL-RECORD-COUNT    PIC 9(7).
           05  MC-TRL-SALARY-HASH     PIC 9(11)V99.
           05  FILLER                 PIC X(59).
       01  MC-DETAIL-VIEW REDEFINES MASTER-CONTROL-RECORD.
           05  FILLER                 PIC X(62).
           05  MC-CURRENT-SALARY      PIC 9(6)V99.
           05  FILLER                 PIC X(13).

       01  MASTER-PROOF-FIELDS.
           05  WS-MASTER-GENERATION   PIC 9(5)    VALUE 0.
           05  WS-LAST-GENERATION     PIC 9(5)    VALUE 0.
           05  WS-HEADER-COUNT        PIC 9(3)    VALUE 0.
           05  WS-TRAILER-COUNT       PIC 9(3)    VALUE 0.
           05  WS-MST-PROOF-COUNT     PIC 9(7)    VALUE 0.
           05  WS-MST-PROOF-SALARY    PIC 9(11)V99 VALUE 0.
           05  WS-MST-TRL-COUNT       PIC 9(7)    VALUE 0.
           05  WS-MST-TRL-SALARY      PIC 9(11)V99 VALUE 0.

       01  RATE-TABLE-COUNT                      PIC 99      VALUE 0.

       01  RATE-TABLE.
           05  RATE-ENTRY  OCCURS 1 TO 10 TIMES
                           DEPENDING ON RATE-TABLE-COUNT
                           INDEXED BY RATE-IDX.
               10  RATE-POSITION-CODE            PIC X(2).
               10  RATE-CURRENT-SALARY-PCT       PIC 9V99.

       01  INCREASE-FIELDS.
           05  CURRENT-SALARY-INCREASE           PIC 9V99  VALUE 0.05.
           05  WS-EFFECTIVE-CURRENT-PCT          PIC 9V99  VALUE 0.
           05  WS-POSITION-LOOKUP                PIC XX.

       01  POSITION-TABLE-COUNT                  PIC 99      VALUE 0.

       01  POSITION-TABLE.
           05  POSITION-ENTRY  OCCURS 1 TO 10 TIMES
                           DEPENDING ON POSITION-TABLE-COUNT
                           INDEXED BY POSN-IDX.
               10  PT-POSITION-CODE              PIC X(2).
               10  PT-BAND-MAXIMUM               PIC 9(6)V99.

       01  POSITION-LOOKUP-FIELDS.
           05  WS-POSN-BAND-MAX                  PIC 9(6)V99.

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

      *    ONE ENTRY PER COST CENTER: THE BUDGET FROM PR2BUDG.TXT AND
      *    THE PROJECTED COST AND HEADCOUNT FOR EACH FORECAST MONTH.
      *    A COST CENTER WITH STAFF BUT NO BUDGET IS ADDED WITH A
      *    ZERO BUDGET SO IT STILL SHOWS ON THE REPORT.
       01  COST-CENTER-TABLE-COUNT               PIC 99      VALUE 0.

       01  COST-CENTER-TABLE.
           05  COST-CENTER-ENTRY  OCCURS 20 TIMES.
               10  CT-COST-CENTER-CODE           PIC X(6).
               10  CT-BUDGET-AMOUNT              PIC 9(9)V99.
               10  CT-ANNUAL-COST                PIC 9(9)V99.
               10  CT-MONTH-ENTRY  OCCURS 12 TIMES.
                   15  CT-MONTH-COST             PIC 9(9)V99.
                   15  CT-MONTH-HEADCOUNT        PIC 9(5).

       01  WS-CT-SUB                  PIC 99      VALUE 0.

      *    THE HELD SBNMAINT TRANSACTIONS, EACH USED AT MOST ONCE.
       01  PENDING-TABLE-COUNT                   PIC 9(3)    VALUE 0.

       01  PENDING-TABLE.
           05  PENDING-ENTRY  OCCURS 200 TIMES.
               10  PD-ACTION-CODE                PIC X.
               10  PD-WAREHOUSE-ID               PIC X(4).
               10  PD-EMPLOYEE-ID                PIC X(5).
               10  PD-EMPLOYEE-POSITION          PIC X(2).
               10  PD-HIRE-DATE                  PIC X(8).
               10  PD-CURRENT-SALARY             PIC X(8).
               10  PD-CURRENT-SALARY-N REDEFINES PD-CURRENT-SALARY
                                                 PIC 9(6)V99.
               10  PD-EFFECTIVE-DATE             PIC 9(8).
               10  PD-NEW-WAREHOUSE-ID           PIC X(4).
               10  PD-USED-SW                    PIC X.
                   88  PENDING-ENTRY-USED                VALUE 'Y'.

       01  WS-PD-SUB                  PIC 9(3)    VALUE 0.
       01  WS-PD-PICK                 PIC 9(3)    VALUE 0.
       01  WS-PD-HIRE-SUB             PIC 9(3)    VALUE 0.
       01  WS-PENDING-AGAIN           PIC X       VALUE 'N'.

      *    LAST SEPARATION IMAGE OF EACH FORMER EMPLOYEE, FOR A
      *    PENDING REHIRE.
       01  FORMER-TABLE-COUNT                    PIC 99      VALUE 0.

       01  FORMER-TABLE.
           05  FORMER-ENTRY  OCCURS 50 TIMES.
               10  FT-EMPLOYEE-ID                PIC X(5).
               10  FT-EMPLOYEE-POSITION          PIC X(2).
               10  FT-HIRE-DATE                  PIC X(8).
               10  FT-CURRENT-SALARY             PIC X(8).
               10  FT-CURRENT-SALARY-N REDEFINES FT-CURRENT-SALARY
                                                 PIC 9(6)V99.

       01  WS-FT-SUB                  PIC 99      VALUE 0.

      *    THE EMPLOYEE BEING WALKED THROUGH THE TWELVE MONTHS.
       01  EMPLOYEE-FORECAST-FIELDS.
           05  WS-FC-WAREHOUSE-ID     PIC X(4).
           05  WS-FC-EMPLOYEE-ID      PIC X(5).
           05  WS-FC-POSITION         PIC X(2).
           05  WS-FC-HIRE-DATE        PIC 9(8).
           05  WS-FC-HIRE-DATE-X REDEFINES WS-FC-HIRE-DATE.
               10  WS-FC-HIRE-YEAR    PIC 9(4).
               10  WS-FC-HIRE-MONTH   PIC 9(2).
               10  WS-FC-HIRE-DAY     PIC 9(2).
           05  WS-FC-LAST-INCREASE    PIC 9(6).
           05  WS-FC-SALARY           PIC 9(6)V99.
           05  WS-FC-INCREASED        PIC 9(7)V99.
           05  WS-FC-MONTH-COST       PIC 9(7)V99.
           05  WS-FC-PAYROLL-SW       PIC X       VALUE 'N'.
               88  FC-ON-PAYROLL                  VALUE 'Y'.

       01  COUNT-FIELDS.
           05  WS-MASTER-FORECAST     PIC 9(5)    VALUE 0.
           05  WS-PENDING-HIRES       PIC 9(5)    VALUE 0.
           05  WS-PENDING-READ        PIC 9(5)    VALUE 0.
           05  WS-PENDING-APPLIED     PIC 9(5)    VALUE 0.
           05  WS-PENDING-NOT-APPLIED PIC 9(5)    VALUE 0.
           05  WS-INCREASES-FORECAST  PIC 9(5)    VALUE 0.
           05  WS-INCREASES-CAPPED    PIC 9(5)    VALUE 0.
           05  WS-OVER-BUDGET-COUNT   PIC 9(3)    VALUE 0.
           05  WS-FORECAST-WRITTEN    PIC 9(5)    VALUE 0.

       01  TOTAL-FIELDS.
           05  WS-CUMULATIVE-COST     PIC 9(9)V99 VALUE 0.
           05  WS-VARIANCE            PIC S9(9)V99 VALUE 0.
           05  WS-VARIANCE-PCT        PIC S9(3)V99 VALUE 0.
           05  WS-COMPANY-ANNUAL      PIC 9(9)V99 VALUE 0.
           05  WS-COMPANY-BUDGET      PIC 9(9)V99 VALUE 0.
           05  FC-PAGE-COUNTER        PIC 99      VALUE 0.
           05  FC-LINE-COUNT          PIC 99      VALUE 0.

       01  DATE-FIELDS.
           05  WS-YEAR                PIC 9999.
           05  WS-MONTH               PIC 99.
           05  WS-DAY                 PIC 99.

       01  WS-RUN-DATE                PIC 9(8)    VALUE 0.

      ************************* OUTPUT AREA ***************************

       01  FC-HEADING-ONE.
           05  FC-H1-MONTH        PIC 99.
           05                     PIC X       VALUE '/'.
           05  FC-H1-DAY          PIC 99.
           05                     PIC X       VALUE '/'.
           05  FC-H1-YEAR         PIC 9999.
           05                     PIC X(26)   VALUE '     SBN'.
           05                     PIC X(35)   VALUE 'DRAKEA, LTD'.
           05                     PIC X(5)    VALUE 'PAGE'.
           05  FC-PAGE-NUM        PIC 99.
           05                     PIC X(2)    VALUE SPACES.

       01  FC-HEADING-TWO.
           05                     PIC X(12)   VALUE SPACES.
           05                     PIC X(35)   VALUE
               'TWELVE-MONTH SALARY COST FORECAST'.
           05  FC-H2-FROM-MONTH   PIC 99.
           05                     PIC X       VALUE '/'.
           05  FC-H2-FROM-YEAR    PIC 9999.
           05                     PIC X(3)    VALUE ' - '.
           05  FC-H2-TO-MONTH     PIC 99.
           05                     PIC X       VALUE '/'.
           05  FC-H2-TO-YEAR      PIC 9999.
           05                     PIC X(16)   VALUE SPACES.

       01  FC-HEADING-COST-CENTER.
           05                     PIC X(14)   VALUE 'COST CENTER:'.
           05  FC-COST-CENTER-OUT PIC X(6).
           05                     PIC X(60)   VALUE SPACES.

       01  FC-HEADING-THREE.
           05                     PIC X(5)    VALUE SPACES.
           05                     PIC X(10)   VALUE 'MONTH'.
           05                     PIC X(9)    VALUE 'HEADCOUNT'.
           05                     PIC X(18)   VALUE
               '    PROJECTED COST'.
           05                     PIC X(38)   VALUE '      CUMULATIVE'.

       01  FC-MONTH-LINE.
           05                     PIC X(5)    VALUE SPACES.
           05  FML-MONTH          PIC 99.
           05                     PIC X       VALUE '/'.
           05  FML-YEAR           PIC 9999.
           05                     PIC X(6)    VALUE SPACES.
           05  FML-HEADCOUNT      PIC ZZ,ZZ9.
           05                     PIC X(4)    VALUE SPACES.
           05  FML-COST           PIC $$$,$$$,$$9.99.
           05                     PIC X(2)    VALUE SPACES.
           05  FML-CUMULATIVE     PIC $$$,$$$,$$9.99.
           05                     PIC X(22)   VALUE SPACES.

       01  FC-ANNUAL-LINE.
           05                     PIC X(5)    VALUE SPACES.
           05  FAL-LABEL          PIC X(30).
           05  FAL-AMOUNT         PIC ---,---,--9.99.
           05                     PIC X(2)    VALUE SPACES.
           05  FAL-FLAG           PIC X(16).
           05                     PIC X(13)   VALUE SPACES.

       01  FC-SUMMARY-HEADING.
           05                     PIC X(24)   VALUE SPACES.
           05                     PIC X(56)   VALUE
               'COMPANY SUMMARY BY COST CENTER'.

       01  FC-SUMMARY-COLUMNS.
           05                     PIC X(1)    VALUE SPACES.
           05                     PIC X(9)    VALUE 'COST CTR'.
           05                     PIC X(14)   VALUE '      BUDGETED'.
           05                     PIC X(2)    VALUE SPACES.
           05                     PIC X(14)   VALUE '     FORECAST'.
           05                     PIC X(2)    VALUE SPACES.
           05                     PIC X(14)   VALUE '      VARIANCE'.
           05                     PIC X(2)    VALUE SPACES.
           05                     PIC X(8)    VALUE '     PCT'.
           05                     PIC X(14)   VALUE '  FLAG'.

       01  FC-SUMMARY-LINE.
           05                     PIC X(1)    VALUE SPACES.
           05  FSL-CC-OUT         PIC X(6).
           05                     PIC X(3)    VALUE SPACES.
           05  FSL-BUDGET-OUT     PIC $$$,$$$,$$9.99.
           05                     PIC X(2)    VALUE SPACES.
           05  FSL-FORECAST-OUT   PIC $$$,$$$,$$9.99.
           05                     PIC X(2)    VALUE SPACES.
           05  FSL-VARIANCE-OUT   PIC ---,---,--9.99.
           05                     PIC X(2)    VALUE SPACES.
           05  FSL-PCT-OUT        PIC ----9.99.
           05                     PIC X(2)    VALUE SPACES.
           05  FSL-FLAG-OUT       PIC X(12).

       01  FC-SUMMARY-TOTAL-LINE.
           05                     PIC X(1)    VALUE SPACES.
           05                     PIC X(9)    VALUE 'COMPANY'.
           05  FST-BUDGET-OUT     PIC $$$,$$$,$$9.99.
           05                     PIC X(2)    VALUE SPACES.
           05  FST-FORECAST-OUT   PIC $$$,$$$,$$9.99.
           05                     PIC X(2)    VALUE SPACES.
           05  FST-VARIANCE-OUT   PIC ---,---,--9.99.
           05                     PIC X(24)   VALUE SPACES.

       01  FC-MONTH-SUMMARY-HEADING.
           05                     PIC X(24)   VALUE SPACES.
           05                     PIC X(56)   VALUE
               'COMPANY FORECAST BY MONTH'.

       01  FC-RESULT-LINE.
           05                     PIC X(3)    VALUE SPACES.
           05  FC-RESULT-TEXT     PIC X(40).
           05  FC-RESULT-COUNT    PIC Z,ZZZ,ZZ9.
           05                     PIC X(28)   VALUE SPACES.

      ************************ PROCEDURE DIVISION ********************

       PROCEDURE DIVISION.

       10-CONTROL-MODULE.

           PERFORM 20-HOUSEKEEPING-ROUTINE
           PERFORM 40-MAIN-ROUTINE
           PERFORM 45-FORECAST-PENDING-HIRES
           PERFORM 110-EOF-ROUTINE
           .

       20-HOUSEKEEPING-ROUTINE.

           ACCEPT DATE-FIELDS FROM DATE YYYYMMDD
           MOVE DATE-FIELDS TO WS-RUN-DATE
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
           UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACES
               INTO WS-CMD-ARG-1
                    WS-CMD-ARG-2
           PERFORM 22-SET-FORECAST-START
           PERFORM 21-BUILD-MONTH-TABLE

           PERFORM 19-PROVE-EMPLOYEE-MASTER

           PERFORM 23-LOAD-WAREHOUSE-TABLE
           PERFORM 25-LOAD-RATE-TABLE
           PERFORM 31-LOAD-POSITION-TABLE
           PERFORM 35-LOAD-BUDGET-TABLE
           PERFORM 37-LOAD-PENDING-TABLE
           PERFORM 38-LOAD-FORMER-TABLE

           OPEN INPUT  EMPLOYEE-RECORD-FILE
                OUTPUT FORECAST-FILE
                       FORECAST-REPORT-FILE
           .

      ****************************************************************
      * PROVES THE EMPLOYEE MASTER BEFORE IT IS FORECAST: EXACTLY ONE
      * HEADER AND ONE TRAILER, AND THE DETAIL RECORDS FOOT TO THE
      * TRAILER COUNT AND SALARY HASH.  A MASTER OLDER THAN THE LAST
      * GENERATION ON THE GENERATION LOG HAS ALREADY BEEN REPLACED
      * AND WOULD FORECAST STAFFING THAT NO LONGER EXISTS.
      ****************************************************************
       19-PROVE-EMPLOYEE-MASTER.

           OPEN INPUT EMPLOYEE-RECORD-FILE
           IF EMPLOYEE-FILE-NOT-FOUND
               DISPLAY 'SBNFCST - EMPLOYEE MASTER NOT FOUND - '
                   'RUN REFUSED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM UNTIL NO-MORE-MASTER-PROOF
               READ EMPLOYEE-RECORD-FILE INTO MASTER-CONTROL-RECORD
                   AT END
                       MOVE 'N' TO MASTER-PROOF-EOF-FLAG
                   NOT AT END
                       PERFORM 19A-FOOT-MASTER-RECORD
               END-READ
           END-PERFORM
           CLOSE EMPLOYEE-RECORD-FILE

           IF WS-HEADER-COUNT = 0
               DISPLAY 'SBNFCST - EMPLOYEE MASTER HAS NO HEADER - '
                   'RUN SBNMSTPROM INIT - RUN REFUSED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           IF WS-HEADER-COUNT > 1 OR WS-TRAILER-COUNT NOT = 1
               DISPLAY 'SBNFCST - EMPLOYEE MASTER HEADER OR TRAILER '
                   'MISSING OR REPEATED - RUN REFUSED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           IF WS-MST-PROOF-COUNT NOT = WS-MST-TRL-COUNT OR
                   WS-MST-PROOF-SALARY NOT = WS-MST-TRL-SALARY
               DISPLAY 'SBNFCST - EMPLOYEE MASTER DOES NOT FOOT TO '
                   'ITS TRAILER - RUN REFUSED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 19B-FIND-LAST-GENERATION
           IF WS-MASTER-GENERATION < WS-LAST-GENERATION
               DISPLAY 'SBNFCST - EMPLOYEE MASTER GENERATION '
                   WS-MASTER-GENERATION ' IS OLDER THAN GENERATION '
                   WS-LAST-GENERATION ' - RUN SBNMSTPROM - '
                   'RUN REFUSED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           .

       19A-FOOT-MASTER-RECORD.

           EVALUATE TRUE
               WHEN MC-HEADER-RECORD
                   ADD 1 TO WS-HEADER-COUNT
                   MOVE MC-GENERATION TO WS-MASTER-GENERATION
               WHEN MC-TRAILER-RECORD
                   ADD 1 TO WS-TRAILER-COUNT
                   MOVE MC-TRL-RECORD-COUNT TO WS-MST-TRL-COUNT
                   MOVE MC-TRL-SALARY-HASH  TO WS-MST-TRL-SALARY
               WHEN OTHER
                   ADD 1 TO WS-MST-PROOF-COUNT
                   IF MC-CURRENT-SALARY NUMERIC
                       ADD MC-CURRENT-SALARY TO WS-MST-PROOF-SALARY
                   END-IF
           END-EVALUATE
           .

      *    THE LAST GENERATION IS THE LATEST ONE CREATED OR PROMOTED;
      *    A REJECTED GENERATION DROPS IT BACK TO THE ONE THAT
      *    GENERATION WAS BUILT FROM.  NO LOG, NO CHECK.
       19B-FIND-LAST-GENERATION.

           OPEN INPUT GENERATION-LOG-FILE
           IF NOT GEN-LOG-FILE-NOT-FOUND
               PERFORM UNTIL NO-MORE-GEN-LOG
                   READ GENERATION-LOG-FILE
                       AT END
                           MOVE 'N' TO GEN-LOG-EOF-FLAG
                       NOT AT END
                           PERFORM 19C-CHECK-LOG-RECORD
                   END-READ
               END-PERFORM
               CLOSE GENERATION-LOG-FILE
           END-IF
           .

       19C-CHECK-LOG-RECORD.

           EVALUATE TRUE
               WHEN GN-STATUS = 'CREATED' OR GN-STATUS = 'PROMOTED'
                   MOVE GN-GENERATION TO WS-LAST-GENERATION
               WHEN GN-STATUS = 'REJECTED' AND
                       GN-GENERATION = WS-LAST-GENERATION
                   MOVE GN-PRIOR-GENERATION TO WS-LAST-GENERATION
           END-EVALUATE
           .

      *    THE TWELVE FORECAST MONTHS FROM THE START PERIOD ON, WITH
      *    THE FIRST DAY OF EACH FOR THE PAYROLL TEST.
       21-BUILD-MONTH-TABLE.

           MOVE WS-START-PERIOD TO FM-PERIOD (1)
           PERFORM VARYING WS-MONTH-SUB FROM 2 BY 1
                   UNTIL WS-MONTH-SUB > 12
               IF FM-MONTH (WS-MONTH-SUB - 1) = 12
                   COMPUTE FM-YEAR (WS-MONTH-SUB) =
                       FM-YEAR (WS-MONTH-SUB - 1) + 1
                   MOVE 1 TO FM-MONTH (WS-MONTH-SUB)
               ELSE
                   MOVE FM-YEAR (WS-MONTH-SUB - 1) TO
                       FM-YEAR (WS-MONTH-SUB)
                   COMPUTE FM-MONTH (WS-MONTH-SUB) =
                       FM-MONTH (WS-MONTH-SUB - 1) + 1
               END-IF
           END-PERFORM

           PERFORM VARYING WS-MONTH-SUB FROM 1 BY 1
                   UNTIL WS-MONTH-SUB > 12
               COMPUTE FM-FIRST-DAY (WS-MONTH-SUB) =
                   FM-PERIOD (WS-MONTH-SUB) * 100 + 1
               MOVE 0 TO FM-COMPANY-COST (WS-MONTH-SUB)
               MOVE 0 TO FM-COMPANY-HEADCOUNT (WS-MONTH-SUB)
           END-PERFORM
           .

      ****************************************************************
      * START=YYYYMM NAMES THE FIRST FORECAST MONTH.  WITHOUT IT THE
      * MONTH AFTER THE RUN DATE IS TAKEN.  ANY OTHER TOKEN, OR A
      * START THAT IS NOT A REAL MONTH, IS REFUSED.
      ****************************************************************
       22-SET-FORECAST-START.

           EVALUATE TRUE
               WHEN WS-CMD-ARG-2 NOT = SPACES
                   DISPLAY 'SBNFCST - UNRECOGNIZED PARAMETER '
                       WS-CMD-ARG-2 ' - RUN REFUSED'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               WHEN WS-CMD-ARG-1 = SPACES
                   IF WS-MONTH = 12
                       COMPUTE WS-START-YEAR = WS-YEAR + 1
                       MOVE 1 TO WS-START-MONTH
                   ELSE
                       MOVE WS-YEAR TO WS-START-YEAR
                       COMPUTE WS-START-MONTH = WS-MONTH + 1
                   END-IF
               WHEN WS-CMD-ARG-1 (1:6) = 'START=' AND
                       WS-CMD-ARG-1 (7:6) NUMERIC AND
                       WS-CMD-ARG-1 (13:1) = SPACE
                   MOVE WS-CMD-ARG-1 (7:6) TO WS-START-PERIOD
                   IF WS-START-MONTH < 1 OR WS-START-MONTH > 12
                       DISPLAY 'SBNFCST - INVALID START MONTH '
                           WS-CMD-ARG-1 ' - RUN REFUSED'
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
               WHEN OTHER
                   DISPLAY 'SBNFCST - UNRECOGNIZED PARAMETER '
                       WS-CMD-ARG-1 ' - RUN REFUSED'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE
           .

      ****************************************************************
      * SAME WAREHOUSE MASTER FILE USED BY SBNPROGRAM2.  WHEN THE
      * FILE IS MISSING THE THREE ORIGINAL WAREHOUSES ARE LOADED AS
      * DEFAULTS SO THE FORECAST CAN STILL GO.
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
               DISPLAY 'SBNFCST - WAREHOUSE TABLE FULL, '
                   'ENTRY IGNORED: ' WM-WAREHOUSE-ID
           END-IF
           .

       25-LOAD-RATE-TABLE.

           OPEN INPUT RATES-CONTROL-FILE
           IF RATES-FILE-NOT-FOUND
               CONTINUE
           ELSE
               PERFORM UNTIL NO-MORE-RATES
                   READ RATES-CONTROL-FILE
                       AT END
                           MOVE 'N' TO RATES-EOF-FLAG
                       NOT AT END
                           PERFORM 26-STORE-RATE-ENTRY
                   END-READ
               END-PERFORM
               CLOSE RATES-CONTROL-FILE
           END-IF
           .

       26-STORE-RATE-ENTRY.

           IF RATE-TABLE-COUNT < 10
               ADD 1 TO RATE-TABLE-COUNT
               SET RATE-IDX TO RATE-TABLE-COUNT
               MOVE RC-EMPLOYEE-POSITION  TO
                   RATE-POSITION-CODE (RATE-IDX)
               MOVE RC-CURRENT-SALARY-PCT TO
                   RATE-CURRENT-SALARY-PCT (RATE-IDX)
           ELSE
               DISPLAY 'SBNFCST - RATE TABLE FULL, '
                   'ENTRY IGNORED: ' RC-EMPLOYEE-POSITION
           END-IF
           .

       27-LOOKUP-INCREASE-RATE.

           MOVE CURRENT-SALARY-INCREASE TO WS-EFFECTIVE-CURRENT-PCT

           IF RATE-TABLE-COUNT > 0
               SET RATE-IDX TO 1
               SEARCH RATE-ENTRY
                   AT END
                       CONTINUE
                   WHEN RATE-POSITION-CODE (RATE-IDX) =
                           WS-POSITION-LOOKUP
                       MOVE RATE-CURRENT-SALARY-PCT (RATE-IDX) TO
                           WS-EFFECTIVE-CURRENT-PCT
               END-SEARCH
           END-IF
           .

      ****************************************************************
      * LOOKS UP WS-WHSE-LOOKUP-ID IN THE WAREHOUSE TABLE.  WHEN THE
      * ID IS NOT ON THE TABLE THE COST CENTER DEFAULTS TO CC-UNK,
      * AS IT DOES IN SBNPROGRAM2, SO THE COST IS STILL FORECAST.
      ****************************************************************
       29-LOOKUP-WAREHOUSE.

           MOVE 'N' TO WS-WHSE-FOUND-SWITCH
           MOVE 'CC-UNK' TO WS-WHSE-COST-CENTER

           IF WAREHOUSE-TABLE-COUNT > 0
               SET WHSE-IDX TO 1
               SEARCH WAREHOUSE-ENTRY
                   AT END
                       CONTINUE
                   WHEN WT-WAREHOUSE-ID (WHSE-IDX) = WS-WHSE-LOOKUP-ID
                       MOVE 'Y' TO WS-WHSE-FOUND-SWITCH
                       MOVE WT-COST-CENTER-CODE (WHSE-IDX) TO
                           WS-WHSE-COST-CENTER
               END-SEARCH
           END-IF
           .

      ****************************************************************
      * THE POSITION MASTER FILE CARRIES THE SALARY BAND FOR EACH
      * POSITION CODE.  WHEN THE FILE IS MISSING NO BAND CAP IS
      * APPLIED, AS IN SBNPROGRAM2.
      ****************************************************************
       31-LOAD-POSITION-TABLE.

           OPEN INPUT POSITION-MASTER-FILE
           IF POSITION-FILE-NOT-FOUND
               CONTINUE
           ELSE
               PERFORM UNTIL NO-MORE-POSITIONS
                   READ POSITION-MASTER-FILE
                       AT END
                           MOVE 'N' TO POSITION-EOF-FLAG
                       NOT AT END
                           PERFORM 32-STORE-POSITION-ENTRY
                   END-READ
               END-PERFORM
               CLOSE POSITION-MASTER-FILE
           END-IF
           .

       32-STORE-POSITION-ENTRY.

           IF POSITION-TABLE-COUNT < 10
               ADD 1 TO POSITION-TABLE-COUNT
               SET POSN-IDX TO POSITION-TABLE-COUNT
               MOVE PM-POSITION-CODE  TO
                   PT-POSITION-CODE (POSN-IDX)
               MOVE PM-BAND-MAXIMUM   TO
                   PT-BAND-MAXIMUM (POSN-IDX)
           ELSE
               DISPLAY 'SBNFCST - POSITION TABLE FULL, '
                   'ENTRY IGNORED: ' PM-POSITION-CODE
           END-IF
           .

       33-LOOKUP-POSITION.

           MOVE 'N' TO WS-POSN-FOUND-SWITCH
           MOVE 0 TO WS-POSN-BAND-MAX

           IF POSITION-TABLE-COUNT > 0
               SET POSN-IDX TO 1
               SEARCH POSITION-ENTRY
                   AT END
                       CONTINUE
                   WHEN PT-POSITION-CODE (POSN-IDX) =
                           WS-POSITION-LOOKUP
                       MOVE 'Y' TO WS-POSN-FOUND-SWITCH
                       MOVE PT-BAND-MAXIMUM (POSN-IDX) TO
                           WS-POSN-BAND-MAX
               END-SEARCH
           END-IF
           .

       35-LOAD-BUDGET-TABLE.

           OPEN INPUT BUDGET-CONTROL-FILE
           IF BUDGET-FILE-NOT-FOUND
               CONTINUE
           ELSE
               PERFORM UNTIL NO-MORE-BUDGETS
                   READ BUDGET-CONTROL-FILE
                       AT END
                           MOVE 'N' TO BUDGET-EOF-FLAG
                       NOT AT END
                           MOVE BC-COST-CENTER-CODE TO
                               WS-WHSE-COST-CENTER
                           PERFORM 36-FIND-COST-CENTER
                           IF WS-CT-SUB > 0
                               ADD BC-BUDGET-AMOUNT TO
                                   CT-BUDGET-AMOUNT (WS-CT-SUB)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BUDGET-CONTROL-FILE
           END-IF
           .

      *    WS-CT-SUB POINTS AT THE ENTRY FOR WS-WHSE-COST-CENTER,
      *    ADDED WHEN NEW; ZERO WHEN THE TABLE IS FULL.
       36-FIND-COST-CENTER.

           PERFORM VARYING WS-CT-SUB FROM 1 BY 1
                   UNTIL WS-CT-SUB > COST-CENTER-TABLE-COUNT
                   OR CT-COST-CENTER-CODE (WS-CT-SUB) =
                       WS-WHSE-COST-CENTER
               CONTINUE
           END-PERFORM

           IF WS-CT-SUB > COST-CENTER-TABLE-COUNT
               IF COST-CENTER-TABLE-COUNT < 20
                   ADD 1 TO COST-CENTER-TABLE-COUNT
                   INITIALIZE COST-CENTER-ENTRY (WS-CT-SUB)
                   MOVE WS-WHSE-COST-CENTER TO
                       CT-COST-CENTER-CODE (WS-CT-SUB)
               ELSE
                   DISPLAY 'SBNFCST - COST CENTER TABLE FULL, '
                       'COST DROPPED: ' WS-WHSE-COST-CENTER
                   MOVE 0 TO WS-CT-SUB
               END-IF
           END-IF
           .

      ****************************************************************
      * THE PENDING FILE HOLDS THE FUTURE-DATED TRANSACTIONS SBNMAINT
      * IS STILL HOLDING.  ONE WITHOUT A NUMERIC EFFECTIVE DATE WOULD
      * BE REJECTED BY SBNMAINT AND IS COUNTED BUT NOT LOADED.
      ****************************************************************
       37-LOAD-PENDING-TABLE.

           OPEN INPUT PENDING-TRANS-FILE
           IF PENDING-FILE-NOT-FOUND
               CONTINUE
           ELSE
               PERFORM UNTIL NO-MORE-PENDING
                   READ PENDING-TRANS-FILE
                       AT END
                           MOVE 'N' TO PENDING-EOF-FLAG
                       NOT AT END
                           ADD 1 TO WS-PENDING-READ
                           PERFORM 37A-STORE-PENDING-ENTRY
                   END-READ
               END-PERFORM
               CLOSE PENDING-TRANS-FILE
           END-IF
           .

       37A-STORE-PENDING-ENTRY.

           IF PN-EFFECTIVE-DATE NOT NUMERIC
               ADD 1 TO WS-PENDING-NOT-APPLIED
           ELSE
               IF PENDING-TABLE-COUNT < 200
                   ADD 1 TO PENDING-TABLE-COUNT
                   MOVE PENDING-TABLE-COUNT TO WS-PD-SUB
                   MOVE PN-ACTION-CODE TO PD-ACTION-CODE (WS-PD-SUB)
                   MOVE PN-WAREHOUSE-ID TO PD-WAREHOUSE-ID (WS-PD-SUB)
                   MOVE PN-EMPLOYEE-ID TO PD-EMPLOYEE-ID (WS-PD-SUB)
                   MOVE PN-EMPLOYEE-POSITION TO
                       PD-EMPLOYEE-POSITION (WS-PD-SUB)
                   MOVE PN-HIRE-DATE TO PD-HIRE-DATE (WS-PD-SUB)
                   MOVE PN-CURRENT-SALARY TO
                       PD-CURRENT-SALARY (WS-PD-SUB)
                   MOVE PN-EFFECTIVE-DATE TO
                       PD-EFFECTIVE-DATE (WS-PD-SUB)
                   MOVE PN-NEW-WAREHOUSE-ID TO
                       PD-NEW-WAREHOUSE-ID (WS-PD-SUB)
                   MOVE 'N' TO PD-USED-SW (WS-PD-SUB)
               ELSE
                   DISPLAY 'SBNFCST - PENDING TABLE FULL, '
                       'ENTRY IGNORED: ' PN-WAREHOUSE-ID
                       PN-EMPLOYEE-ID
                   ADD 1 TO WS-PENDING-NOT-APPLIED
               END-IF
           END-IF
           .

      *    THE LAST SEPARATION RECORD OF EACH FORMER EMPLOYEE WINS,
      *    THE SAME AS SBNMAINT'S OWN PRE-SCAN.  A MISSING FILE ONLY
      *    MEANS A PENDING REHIRE IS COSTED FROM ITS OWN FIELDS.
       38-LOAD-FORMER-TABLE.

           OPEN INPUT FORMER-EMPLOYEE-FILE
           IF FORMER-FILE-NOT-FOUND
               CONTINUE
           ELSE
               PERFORM UNTIL NO-MORE-FORMER
                   READ FORMER-EMPLOYEE-FILE
                       AT END
                           MOVE 'N' TO FORMER-EOF-FLAG
                       NOT AT END
                           IF FE-SEPARATION-RECORD
                               PERFORM 38A-STORE-FORMER-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FORMER-EMPLOYEE-FILE
           END-IF
           .

       38A-STORE-FORMER-ENTRY.

           PERFORM VARYING WS-FT-SUB FROM 1 BY 1
                   UNTIL WS-FT-SUB > FORMER-TABLE-COUNT
                   OR FT-EMPLOYEE-ID (WS-FT-SUB) = FE-EMPLOYEE-ID
               CONTINUE
           END-PERFORM

           IF WS-FT-SUB > FORMER-TABLE-COUNT
               IF FORMER-TABLE-COUNT < 50
                   ADD 1 TO FORMER-TABLE-COUNT
               ELSE
                   DISPLAY 'SBNFCST - FORMER-EMPLOYEE TABLE FULL, '
                       'ENTRY IGNORED: ' FE-EMPLOYEE-ID
                   MOVE 0 TO WS-FT-SUB
               END-IF
           END-IF

           IF WS-FT-SUB > 0
               MOVE FE-EMPLOYEE-ID TO FT-EMPLOYEE-ID (WS-FT-SUB)
               MOVE FE-EMPLOYEE-POSITION TO
                   FT-EMPLOYEE-POSITION (WS-FT-SUB)
               MOVE FE-HIRE-DATE TO FT-HIRE-DATE (WS-FT-SUB)
               MOVE FE-CURRENT-SALARY TO FT-CURRENT-SALARY (WS-FT-SUB)
           END-IF
           .

       30-HEADER-ROUTINE.

           MOVE SPACES TO FORECAST-REPORT
           WRITE FORECAST-REPORT AFTER ADVANCING PAGE
           ADD 1 TO FC-PAGE-COUNTER
           MOVE FC-PAGE-COUNTER TO FC-PAGE-NUM
           MOVE WS-MONTH TO FC-H1-MONTH
           MOVE WS-DAY   TO FC-H1-DAY
           MOVE WS-YEAR  TO FC-H1-YEAR
           MOVE FM-MONTH (1)  TO FC-H2-FROM-MONTH
           MOVE FM-YEAR (1)   TO FC-H2-FROM-YEAR
           MOVE FM-MONTH (12) TO FC-H2-TO-MONTH
           MOVE FM-YEAR (12)  TO FC-H2-TO-YEAR
           WRITE FORECAST-REPORT FROM FC-HEADING-ONE
               AFTER ADVANCING 1 LINE
           WRITE FORECAST-REPORT FROM FC-HEADING-TWO
               AFTER ADVANCING 2 LINES
           MOVE 0 TO FC-LINE-COUNT
           .

       40-MAIN-ROUTINE.

           PERFORM UNTIL NO-MORE-DATA
               READ EMPLOYEE-RECORD-FILE
                   AT END
                       MOVE 'N' TO EOF-FLAG
                   NOT AT END
                       IF NOT MASTER-CONTROL-ENTRY
                           PERFORM 50-START-MASTER-EMPLOYEE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EMPLOYEE-RECORD-FILE
           .

      ****************************************************************
      * ONCE THE MASTER IS DONE, A PENDING ADD OR REHIRE THAT NO
      * MASTER EMPLOYEE TOOK UP IS A NEW PERSON JOINING DURING THE
      * FORECAST.  THE WALK STARTS OFF THE PAYROLL AND THE ADD ITSELF
      * PUTS THEM ON IT IN ITS MONTH; ANY LATER PENDING TRANSACTION
      * FOR THE SAME KEY IS PICKED UP ON THE WAY.
      ****************************************************************
       45-FORECAST-PENDING-HIRES.

           PERFORM VARYING WS-PD-HIRE-SUB FROM 1 BY 1
                   UNTIL WS-PD-HIRE-SUB > PENDING-TABLE-COUNT
               IF NOT PENDING-ENTRY-USED (WS-PD-HIRE-SUB) AND
                       (PD-ACTION-CODE (WS-PD-HIRE-SUB) = 'A' OR
                        PD-ACTION-CODE (WS-PD-HIRE-SUB) = 'R')
                   MOVE PD-WAREHOUSE-ID (WS-PD-HIRE-SUB) TO
                       WS-FC-WAREHOUSE-ID
                   MOVE PD-EMPLOYEE-ID (WS-PD-HIRE-SUB) TO
                       WS-FC-EMPLOYEE-ID
                   MOVE SPACES TO WS-FC-POSITION
                   MOVE 0 TO WS-FC-HIRE-DATE
                   MOVE 0 TO WS-FC-LAST-INCREASE
                   MOVE 0 TO WS-FC-SALARY
                   MOVE 'N' TO WS-FC-PAYROLL-SW
                   PERFORM 60-FORECAST-EMPLOYEE
                   IF PENDING-ENTRY-USED (WS-PD-HIRE-SUB)
                       ADD 1 TO WS-PENDING-HIRES
                   END-IF
               END-IF
           END-PERFORM
           .

       50-START-MASTER-EMPLOYEE.

           MOVE WAREHOUSE-ID      TO WS-FC-WAREHOUSE-ID
           MOVE EMPLOYEE-ID       TO WS-FC-EMPLOYEE-ID
           MOVE EMPLOYEE-POSITION TO WS-FC-POSITION

           IF HIRE-DATE NUMERIC
               MOVE HIRE-DATE TO WS-FC-HIRE-DATE
           ELSE
               MOVE 0 TO WS-FC-HIRE-DATE
           END-IF

           IF PAY-INCREASE-DATE NUMERIC
               MOVE PAY-INCREASE-DATE (1:6) TO WS-FC-LAST-INCREASE
           ELSE
               MOVE 0 TO WS-FC-LAST-INCREASE
           END-IF

           IF CURRENT-SALARY NUMERIC
               MOVE CURRENT-SALARY TO WS-FC-SALARY
           ELSE
               MOVE 0 TO WS-FC-SALARY
           END-IF

           MOVE 'Y' TO WS-FC-PAYROLL-SW
           ADD 1 TO WS-MASTER-FORECAST
           PERFORM 60-FORECAST-EMPLOYEE
           .

       60-FORECAST-EMPLOYEE.

           PERFORM VARYING WS-MONTH-SUB FROM 1 BY 1
                   UNTIL WS-MONTH-SUB > 12
               PERFORM 65-FORECAST-ONE-MONTH
           END-PERFORM
           .

       65-FORECAST-ONE-MONTH.

           PERFORM 70-APPLY-DUE-PENDING

           IF FC-ON-PAYROLL
               IF FM-MONTH (WS-MONTH-SUB) = WS-FC-HIRE-MONTH AND
                       FM-YEAR (WS-MONTH-SUB) > WS-FC-HIRE-YEAR AND
                       FM-PERIOD (WS-MONTH-SUB) > WS-FC-LAST-INCREASE
                   PERFORM 75-STEP-IN-INCREASE
               END-IF

               COMPUTE WS-FC-MONTH-COST ROUNDED = WS-FC-SALARY / 12
               PERFORM 80-POST-MONTH-COST
           END-IF
           .

      ****************************************************************
      * APPLIES, IN EFFECTIVE-DATE ORDER, EVERY UNUSED PENDING
      * TRANSACTION FOR THE EMPLOYEE'S CURRENT KEY THAT IS EFFECTIVE
      * BY THE FIRST OF THE MONTH.  A TRANSFER CHANGES THE KEY, SO
      * THE SEARCH IS REPEATED UNTIL NOTHING MORE IS DUE.
      ****************************************************************
       70-APPLY-DUE-PENDING.

           MOVE 'Y' TO WS-PENDING-AGAIN
           PERFORM UNTIL WS-PENDING-AGAIN = 'N'
               MOVE 'N' TO WS-PENDING-AGAIN
               MOVE 0 TO WS-PD-PICK
               PERFORM VARYING WS-PD-SUB FROM 1 BY 1
                       UNTIL WS-PD-SUB > PENDING-TABLE-COUNT
                   IF NOT PENDING-ENTRY-USED (WS-PD-SUB)
                       AND PD-WAREHOUSE-ID (WS-PD-SUB) =
                           WS-FC-WAREHOUSE-ID
                       AND PD-EMPLOYEE-ID (WS-PD-SUB) =
                           WS-FC-EMPLOYEE-ID
                       AND PD-EFFECTIVE-DATE (WS-PD-SUB) NOT >
                           FM-FIRST-DAY (WS-MONTH-SUB)
                       IF WS-PD-PICK = 0 OR
                           PD-EFFECTIVE-DATE (WS-PD-SUB) <
                               PD-EFFECTIVE-DATE (WS-PD-PICK)
                           MOVE WS-PD-SUB TO WS-PD-PICK
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-PD-PICK > 0
                   MOVE 'Y' TO PD-USED-SW (WS-PD-PICK)
                   PERFORM 72-APPLY-PENDING-ENTRY
                   MOVE 'Y' TO WS-PENDING-AGAIN
               END-IF
           END-PERFORM
           .

      *    ONLY WHAT MOVES THE COST IS TAKEN FROM A TRANSACTION:
      *    POSITION, HIRE DATE, SALARY, WAREHOUSE, AND WHETHER THE
      *    EMPLOYEE IS ON THE PAYROLL.  ONE SBNMAINT WOULD REJECT IS
      *    USED UP BUT COUNTED AS NOT APPLIED.
       72-APPLY-PENDING-ENTRY.

           EVALUATE TRUE
               WHEN PD-ACTION-CODE (WS-PD-PICK) = 'A' AND
                       NOT FC-ON-PAYROLL
                   MOVE PD-EMPLOYEE-POSITION (WS-PD-PICK) TO
                       WS-FC-POSITION
                   IF PD-HIRE-DATE (WS-PD-PICK) NUMERIC
                       MOVE PD-HIRE-DATE (WS-PD-PICK) TO
                           WS-FC-HIRE-DATE
                   ELSE
                       MOVE PD-EFFECTIVE-DATE (WS-PD-PICK) TO
                           WS-FC-HIRE-DATE
                   END-IF
                   MOVE 0 TO WS-FC-SALARY
                   IF PD-CURRENT-SALARY (WS-PD-PICK) NUMERIC
                       MOVE PD-CURRENT-SALARY-N (WS-PD-PICK) TO
                           WS-FC-SALARY
                   END-IF
                   MOVE 'Y' TO WS-FC-PAYROLL-SW
                   ADD 1 TO WS-PENDING-APPLIED
               WHEN PD-ACTION-CODE (WS-PD-PICK) = 'R' AND
                       NOT FC-ON-PAYROLL
                   PERFORM 73-APPLY-PENDING-REHIRE
                   MOVE 'Y' TO WS-FC-PAYROLL-SW
                   ADD 1 TO WS-PENDING-APPLIED
               WHEN PD-ACTION-CODE (WS-PD-PICK) = 'C' AND
                       FC-ON-PAYROLL
                   IF PD-EMPLOYEE-POSITION (WS-PD-PICK) NOT = SPACES
                       MOVE PD-EMPLOYEE-POSITION (WS-PD-PICK) TO
                           WS-FC-POSITION
                   END-IF
                   IF PD-HIRE-DATE (WS-PD-PICK) NUMERIC
                       MOVE PD-HIRE-DATE (WS-PD-PICK) TO
                           WS-FC-HIRE-DATE
                   END-IF
                   IF PD-CURRENT-SALARY (WS-PD-PICK) NUMERIC
                       MOVE PD-CURRENT-SALARY-N (WS-PD-PICK) TO
                           WS-FC-SALARY
                   END-IF
                   ADD 1 TO WS-PENDING-APPLIED
               WHEN PD-ACTION-CODE (WS-PD-PICK) = 'T' AND
                       FC-ON-PAYROLL
                   MOVE 'N' TO WS-FC-PAYROLL-SW
                   ADD 1 TO WS-PENDING-APPLIED
               WHEN PD-ACTION-CODE (WS-PD-PICK) = 'X' AND
                       FC-ON-PAYROLL AND
                       PD-NEW-WAREHOUSE-ID (WS-PD-PICK) NOT = SPACES
                   MOVE PD-NEW-WAREHOUSE-ID (WS-PD-PICK) TO
                       WS-FC-WAREHOUSE-ID
                   ADD 1 TO WS-PENDING-APPLIED
               WHEN OTHER
                   ADD 1 TO WS-PENDING-NOT-APPLIED
           END-EVALUATE
           .

      *    A REHIRE COMES BACK ON THE LAST SEPARATION IMAGE WITH THE
      *    ORIGINAL HIRE DATE, OVERLAID BY WHAT THE TRANSACTION KEYS,
      *    AS SBNMAINT DOES IT.
       73-APPLY-PENDING-REHIRE.

           PERFORM VARYING WS-FT-SUB FROM 1 BY 1
                   UNTIL WS-FT-SUB > FORMER-TABLE-COUNT
                   OR FT-EMPLOYEE-ID (WS-FT-SUB) = WS-FC-EMPLOYEE-ID
               CONTINUE
           END-PERFORM

           MOVE 0 TO WS-FC-SALARY
           IF WS-FT-SUB NOT > FORMER-TABLE-COUNT
               MOVE FT-EMPLOYEE-POSITION (WS-FT-SUB) TO WS-FC-POSITION
               IF FT-HIRE-DATE (WS-FT-SUB) NUMERIC
                   MOVE FT-HIRE-DATE (WS-FT-SUB) TO WS-FC-HIRE-DATE
               END-IF
               IF FT-CURRENT-SALARY (WS-FT-SUB) NUMERIC
                   MOVE FT-CURRENT-SALARY-N (WS-FT-SUB) TO
                       WS-FC-SALARY
               END-IF
           END-IF

           IF PD-EMPLOYEE-POSITION (WS-PD-PICK) NOT = SPACES
               MOVE PD-EMPLOYEE-POSITION (WS-PD-PICK) TO
                   WS-FC-POSITION
           END-IF
           IF WS-FC-HIRE-DATE = 0
               MOVE PD-EFFECTIVE-DATE (WS-PD-PICK) TO WS-FC-HIRE-DATE
           END-IF
           IF PD-CURRENT-SALARY (WS-PD-PICK) NUMERIC
               MOVE PD-CURRENT-SALARY-N (WS-PD-PICK) TO WS-FC-SALARY
           END-IF
           MOVE PD-EFFECTIVE-DATE (WS-PD-PICK) (1:6) TO
               WS-FC-LAST-INCREASE
           .

      ****************************************************************
      * THE ANNIVERSARY INCREASE, WORKED OUT AS SBNPROGRAM2 DOES IT:
      * THE POSITION RATE, THEN THE BAND CAP.  A CAP NEVER TAKES THE
      * SALARY BELOW WHAT THE EMPLOYEE ALREADY EARNS.
      ****************************************************************
       75-STEP-IN-INCREASE.

           MOVE WS-FC-POSITION TO WS-POSITION-LOOKUP
           PERFORM 27-LOOKUP-INCREASE-RATE
           MULTIPLY WS-FC-SALARY BY WS-EFFECTIVE-CURRENT-PCT
               GIVING WS-FC-INCREASED
           ADD WS-FC-SALARY TO WS-FC-INCREASED

           PERFORM 33-LOOKUP-POSITION
           IF POSITION-FOUND AND WS-POSN-BAND-MAX > 0
               IF WS-FC-INCREASED > WS-POSN-BAND-MAX
                   MOVE WS-POSN-BAND-MAX TO WS-FC-INCREASED
                   ADD 1 TO WS-INCREASES-CAPPED
               END-IF
           END-IF

           IF WS-FC-INCREASED > WS-FC-SALARY
               MOVE WS-FC-INCREASED TO WS-FC-SALARY
               ADD 1 TO WS-INCREASES-FORECAST
           END-IF
           MOVE FM-PERIOD (WS-MONTH-SUB) TO WS-FC-LAST-INCREASE
           .

       80-POST-MONTH-COST.

           MOVE WS-FC-WAREHOUSE-ID TO WS-WHSE-LOOKUP-ID
           PERFORM 29-LOOKUP-WAREHOUSE
           PERFORM 36-FIND-COST-CENTER

           IF WS-CT-SUB > 0
               ADD WS-FC-MONTH-COST TO
                   CT-MONTH-COST (WS-CT-SUB WS-MONTH-SUB)
               ADD 1 TO CT-MONTH-HEADCOUNT (WS-CT-SUB WS-MONTH-SUB)
               ADD WS-FC-MONTH-COST TO CT-ANNUAL-COST (WS-CT-SUB)
           END-IF

           ADD WS-FC-MONTH-COST TO FM-COMPANY-COST (WS-MONTH-SUB)
           ADD 1 TO FM-COMPANY-HEADCOUNT (WS-MONTH-SUB)
           .

      ****************************************************************
      * ONE BLOCK PER COST CENTER: THE TWELVE MONTHS, THEN THE
      * ANNUAL TOTAL AGAINST THE BUDGET.  THE SAME FIGURES GO TO THE
      * FORECAST FILE.
      ****************************************************************
       85-PRINT-COST-CENTER.

           IF FC-LINE-COUNT > 30
               PERFORM 30-HEADER-ROUTINE
           END-IF

           MOVE CT-COST-CENTER-CODE (WS-CT-SUB) TO FC-COST-CENTER-OUT
           WRITE FORECAST-REPORT FROM FC-HEADING-COST-CENTER
               AFTER ADVANCING 3 LINES
           WRITE FORECAST-REPORT FROM FC-HEADING-THREE
               AFTER ADVANCING 2 LINES
           ADD 5 TO FC-LINE-COUNT

           MOVE 0 TO WS-CUMULATIVE-COST
           PERFORM VARYING WS-MONTH-SUB FROM 1 BY 1
                   UNTIL WS-MONTH-SUB > 12
               ADD CT-MONTH-COST (WS-CT-SUB WS-MONTH-SUB) TO
                   WS-CUMULATIVE-COST
               MOVE FM-MONTH (WS-MONTH-SUB) TO FML-MONTH
               MOVE FM-YEAR (WS-MONTH-SUB)  TO FML-YEAR
               MOVE CT-MONTH-HEADCOUNT (WS-CT-SUB WS-MONTH-SUB) TO
                   FML-HEADCOUNT
               MOVE CT-MONTH-COST (WS-CT-SUB WS-MONTH-SUB) TO FML-COST
               MOVE WS-CUMULATIVE-COST TO FML-CUMULATIVE
               WRITE FORECAST-REPORT FROM FC-MONTH-LINE
                   AFTER ADVANCING 1 LINE
               ADD 1 TO FC-LINE-COUNT

               MOVE SPACES TO FORECAST-RECORD
               MOVE 'M' TO FC-RECORD-TYPE
               MOVE WS-RUN-DATE TO FC-RUN-DATE
               MOVE CT-COST-CENTER-CODE (WS-CT-SUB) TO
                   FC-COST-CENTER-CODE
               MOVE FM-PERIOD (WS-MONTH-SUB) TO FC-PERIOD
               MOVE CT-MONTH-HEADCOUNT (WS-CT-SUB WS-MONTH-SUB) TO
                   FC-HEADCOUNT
               MOVE CT-MONTH-COST (WS-CT-SUB WS-MONTH-SUB) TO
                   FC-PROJECTED-COST
               MOVE 0 TO FC-BUDGET-AMOUNT
               WRITE FORECAST-RECORD
               ADD 1 TO WS-FORECAST-WRITTEN
           END-PERFORM

           MOVE 'PROJECTED ANNUAL TOTAL:' TO FAL-LABEL
           MOVE CT-ANNUAL-COST (WS-CT-SUB) TO FAL-AMOUNT
           MOVE SPACES TO FAL-FLAG
           WRITE FORECAST-REPORT FROM FC-ANNUAL-LINE
               AFTER ADVANCING 2 LINES
           MOVE 'BUDGET:' TO FAL-LABEL
           MOVE CT-BUDGET-AMOUNT (WS-CT-SUB) TO FAL-AMOUNT
           IF CT-BUDGET-AMOUNT (WS-CT-SUB) = 0
               MOVE '** NO BUDGET' TO FAL-FLAG
           END-IF
           WRITE FORECAST-REPORT FROM FC-ANNUAL-LINE
               AFTER ADVANCING 1 LINE
           SUBTRACT CT-BUDGET-AMOUNT (WS-CT-SUB) FROM
               CT-ANNUAL-COST (WS-CT-SUB) GIVING WS-VARIANCE
           MOVE 'VARIANCE (FORECAST - BUDGET):' TO FAL-LABEL
           MOVE WS-VARIANCE TO FAL-AMOUNT
           IF WS-VARIANCE > 0
               MOVE '** OVER BUDGET' TO FAL-FLAG
           ELSE
               MOVE SPACES TO FAL-FLAG
           END-IF
           WRITE FORECAST-REPORT FROM FC-ANNUAL-LINE
               AFTER ADVANCING 1 LINE
           ADD 5 TO FC-LINE-COUNT

           MOVE SPACES TO FORECAST-RECORD
           MOVE 'A' TO FC-RECORD-TYPE
           MOVE WS-RUN-DATE TO FC-RUN-DATE
           MOVE CT-COST-CENTER-CODE (WS-CT-SUB) TO FC-COST-CENTER-CODE
           MOVE FM-PERIOD (1) TO FC-PERIOD
           MOVE 0 TO FC-HEADCOUNT
           MOVE CT-ANNUAL-COST (WS-CT-SUB) TO FC-PROJECTED-COST
           MOVE CT-BUDGET-AMOUNT (WS-CT-SUB) TO FC-BUDGET-AMOUNT
           WRITE FORECAST-RECORD
           ADD 1 TO WS-FORECAST-WRITTEN
           .

       90-WRITE-SUMMARY-LINE.

           MOVE CT-COST-CENTER-CODE (WS-CT-SUB) TO FSL-CC-OUT
           MOVE CT-BUDGET-AMOUNT (WS-CT-SUB) TO FSL-BUDGET-OUT
           MOVE CT-ANNUAL-COST (WS-CT-SUB) TO FSL-FORECAST-OUT
           SUBTRACT CT-BUDGET-AMOUNT (WS-CT-SUB) FROM
               CT-ANNUAL-COST (WS-CT-SUB) GIVING WS-VARIANCE
           MOVE WS-VARIANCE TO FSL-VARIANCE-OUT

           IF CT-BUDGET-AMOUNT (WS-CT-SUB) > 0
               COMPUTE WS-VARIANCE-PCT ROUNDED =
                   WS-VARIANCE * 100 / CT-BUDGET-AMOUNT (WS-CT-SUB)
               MOVE WS-VARIANCE-PCT TO FSL-PCT-OUT
           ELSE
               MOVE 0 TO FSL-PCT-OUT
           END-IF

           EVALUATE TRUE
               WHEN CT-BUDGET-AMOUNT (WS-CT-SUB) = 0
                   MOVE '** NO BUDGET' TO FSL-FLAG-OUT
                   ADD 1 TO WS-OVER-BUDGET-COUNT
               WHEN WS-VARIANCE > 0
                   MOVE '** OVER' TO FSL-FLAG-OUT
                   ADD 1 TO WS-OVER-BUDGET-COUNT
               WHEN OTHER
                   MOVE SPACES TO FSL-FLAG-OUT
           END-EVALUATE

           WRITE FORECAST-REPORT FROM FC-SUMMARY-LINE
               AFTER ADVANCING 1 LINE

           ADD CT-BUDGET-AMOUNT (WS-CT-SUB) TO WS-COMPANY-BUDGET
           ADD CT-ANNUAL-COST (WS-CT-SUB)   TO WS-COMPANY-ANNUAL
           .

       110-EOF-ROUTINE.

           PERFORM 30-HEADER-ROUTINE

           IF COST-CENTER-TABLE-COUNT = 0
               MOVE 'NO EMPLOYEES AND NO BUDGET - NOTHING TO FORECAST'
                   TO FC-RESULT-TEXT
               MOVE 0 TO FC-RESULT-COUNT
               WRITE FORECAST-REPORT FROM FC-RESULT-LINE
                   AFTER ADVANCING 2 LINES
           ELSE
               PERFORM VARYING WS-CT-SUB FROM 1 BY 1
                       UNTIL WS-CT-SUB > COST-CENTER-TABLE-COUNT
                   PERFORM 85-PRINT-COST-CENTER
               END-PERFORM
           END-IF

           PERFORM 30-HEADER-ROUTINE
           WRITE FORECAST-REPORT FROM FC-SUMMARY-HEADING
               AFTER ADVANCING 2 LINES
           WRITE FORECAST-REPORT FROM FC-SUMMARY-COLUMNS
               AFTER ADVANCING 2 LINES
           PERFORM VARYING WS-CT-SUB FROM 1 BY 1
                   UNTIL WS-CT-SUB > COST-CENTER-TABLE-COUNT
               PERFORM 90-WRITE-SUMMARY-LINE
           END-PERFORM
           MOVE WS-COMPANY-BUDGET TO FST-BUDGET-OUT
           MOVE WS-COMPANY-ANNUAL TO FST-FORECAST-OUT
           SUBTRACT WS-COMPANY-BUDGET FROM WS-COMPANY-ANNUAL
               GIVING WS-VARIANCE
           MOVE WS-VARIANCE TO FST-VARIANCE-OUT
           WRITE FORECAST-REPORT FROM FC-SUMMARY-TOTAL-LINE
               AFTER ADVANCING 2 LINES

           WRITE FORECAST-REPORT FROM FC-MONTH-SUMMARY-HEADING
               AFTER ADVANCING 3 LINES
           WRITE FORECAST-REPORT FROM FC-HEADING-THREE
               AFTER ADVANCING 2 LINES
           MOVE 0 TO WS-CUMULATIVE-COST
           PERFORM VARYING WS-MONTH-SUB FROM 1 BY 1
                   UNTIL WS-MONTH-SUB > 12
               ADD FM-COMPANY-COST (WS-MONTH-SUB) TO WS-CUMULATIVE-COST
               MOVE FM-MONTH (WS-MONTH-SUB) TO FML-MONTH
               MOVE FM-YEAR (WS-MONTH-SUB)  TO FML-YEAR
               MOVE FM-COMPANY-HEADCOUNT (WS-MONTH-SUB) TO
                   FML-HEADCOUNT
               MOVE FM-COMPANY-COST (WS-MONTH-SUB) TO FML-COST
               MOVE WS-CUMULATIVE-COST TO FML-CUMULATIVE
               WRITE FORECAST-REPORT FROM FC-MONTH-LINE
                   AFTER ADVANCING 1 LINE
           END-PERFORM

           MOVE 'MASTER EMPLOYEES FORECAST:' TO FC-RESULT-TEXT
           MOVE WS-MASTER-FORECAST TO FC-RESULT-COUNT
           WRITE FORECAST-REPORT FROM FC-RESULT-LINE
               AFTER ADVANCING 3 LINES
           MOVE 'PENDING HIRES AND REHIRES FORECAST:' TO FC-RESULT-TEXT
           MOVE WS-PENDING-HIRES TO FC-RESULT-COUNT
           WRITE FORECAST-REPORT FROM FC-RESULT-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'PENDING TRANSACTIONS READ:' TO FC-RESULT-TEXT
           MOVE WS-PENDING-READ TO FC-RESULT-COUNT
           WRITE FORECAST-REPORT FROM FC-RESULT-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'PENDING TRANSACTIONS APPLIED:' TO FC-RESULT-TEXT
           MOVE WS-PENDING-APPLIED TO FC-RESULT-COUNT
           WRITE FORECAST-REPORT FROM FC-RESULT-LINE
               AFTER ADVANCING 1 LINE

      *    WHAT IS LEFT UNUSED NEVER MATCHED ANYONE, OR FALLS AFTER
      *    THE LAST FORECAST MONTH.
           PERFORM VARYING WS-PD-SUB FROM 1 BY 1
                   UNTIL WS-PD-SUB > PENDING-TABLE-COUNT
               IF NOT PENDING-ENTRY-USED (WS-PD-SUB)
                   ADD 1 TO WS-PENDING-NOT-APPLIED
               END-IF
           END-PERFORM
           MOVE 'PENDING TRANSACTIONS NOT APPLIED:' TO FC-RESULT-TEXT
           MOVE WS-PENDING-NOT-APPLIED TO FC-RESULT-COUNT
           WRITE FORECAST-REPORT FROM FC-RESULT-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'ANNIVERSARY INCREASES FORECAST:' TO FC-RESULT-TEXT
           MOVE WS-INCREASES-FORECAST TO FC-RESULT-COUNT
           WRITE FORECAST-REPORT FROM FC-RESULT-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'INCREASES CAPPED AT BAND MAXIMUM:' TO FC-RESULT-TEXT
           MOVE WS-INCREASES-CAPPED TO FC-RESULT-COUNT
           WRITE FORECAST-REPORT FROM FC-RESULT-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'COST CENTERS OVER BUDGET:' TO FC-RESULT-TEXT
           MOVE WS-OVER-BUDGET-COUNT TO FC-RESULT-COUNT
           WRITE FORECAST-REPORT FROM FC-RESULT-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'FORECAST RECORDS WRITTEN:' TO FC-RESULT-TEXT
           MOVE WS-FORECAST-WRITTEN TO FC-RESULT-COUNT
           WRITE FORECAST-REPORT FROM FC-RESULT-LINE
               AFTER ADVANCING 1 LINE

           CLOSE FORECAST-FILE
                 FORECAST-REPORT-FILE
           STOP RUN
           .
