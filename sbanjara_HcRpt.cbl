      ******************* IDENTIFICATION-DIVISION *******************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.  SBNHCRPT.
       AUTHOR.    SABIN BANJARA.

      ****************************************************************
      * THIS PROGRAM PRODUCES THE MONTHLY WORKFORCE REPORT OF
      * DRAKEA INC: HEADCOUNT MOVEMENT BY WAREHOUSE AND POSITION,
      * LENGTH OF SERVICE AT MONTH END, AND THE TURNOVER RATE FOR
      * THE MONTH AND THE YEAR TO DATE.
      **********
      * INPUT:
      *  1. THE EMPLOYEE MASTER FILE, PR2FA19.TXT.  THE HEADER AND
      *     TRAILER ARE PROVED BEFORE ANYTHING IS COUNTED.
      *  2. THE SBNMAINT AUDIT JOURNAL, PR2AUDT.TXT, FOR THE MONTH'S
      *     APPLIED ADDS, REHIRES, TERMINATIONS, AND POSITION CHANGES.
      *  3. THE TRANSFER LOG, PR2XFER.TXT, FOR THE TRANSFERS IN AND
      *     OUT OF EACH WAREHOUSE.
      *  4. THE HEADCOUNT HISTORY FILE, PR2HCNT.TXT, WRITTEN BY THIS
      *     PROGRAM EACH MONTH.  THE PRIOR MONTH'S CLOSING IS THIS
      *     MONTH'S OPENING, AND THE EARLIER MONTHS OF THE YEAR GIVE
      *     THE YEAR-TO-DATE TURNOVER.
      *  5. THE WAREHOUSE MASTER FILE, FOR THE WAREHOUSE NAMES.
      *  6. OPTIONAL PERIOD=YYYYMM ON THE COMMAND LINE.  WITHOUT IT
      *     THE REPORT COVERS THE CALENDAR MONTH BEFORE THE RUN DATE,
      *     SO THE JOB CAN RUN ON THE FIRST OF THE MONTH UNATTENDED.
      **********
      * OUTPUT:
      *  1. THE HEADCOUNT REPORT: FOR EACH WAREHOUSE AND POSITION
      *     THE OPENING HEADCOUNT, HIRES, TERMINATIONS, TRANSFERS IN
      *     AND OUT, CLOSING HEADCOUNT, AND THE CLOSING HEADCOUNT BY
      *     YEARS OF SERVICE; THEN THE WAREHOUSE TURNOVER AND ITS
      *     BALANCE CHECK.  A COMPANY SUMMARY BY WAREHOUSE FOLLOWS.
      *  2. THIS MONTH'S LINES APPENDED TO PR2HCNT.TXT.  A RERUN OF
      *     A MONTH APPENDS AGAIN; THE LATEST RUN OF A MONTH IS THE
      *     ONE READ BACK.
      *  3. RETURN CODE 4 WHEN ANY WAREHOUSE DOES NOT BALANCE.
      **********
      * PROCESSING:
      *  HIRES ARE THE APPLIED ADDS AND REHIRES, AND TERMINATIONS THE
      *  APPLIED TERMINATIONS, WHOSE EFFECTIVE DATE IS IN THE MONTH.
      *  TRANSFERS ARE THE TRANSFER LOG RECORDS DATED IN THE MONTH.
      *  A CHANGE THAT MOVES AN EMPLOYEE TO ANOTHER POSITION IN THE
      *  SAME WAREHOUSE IS SHOWN AS A TRANSFER OUT OF THE OLD
      *  POSITION AND INTO THE NEW ONE; IT NETS TO NOTHING FOR THE
      *  WAREHOUSE.  THE POSITION OF A TRANSFERRED EMPLOYEE COMES
      *  FROM THE JOURNAL, OR FROM THE MASTER WHEN THE JOURNAL DOES
      *  NOT HAVE IT; ONE FOUND IN NEITHER IS SHOWN UNDER '??'.
      *
      *  THE CLOSING HEADCOUNT IS THE MASTER AS IT STANDS, WITH ANY
      *  ACTIVITY DATED AFTER THE MONTH BACKED OUT, SO THE REPORT
      *  CAN RUN AFTER THE NEXT MONTH'S MAINTENANCE HAS STARTED.
      *
      *  OPENING + HIRES - TERMINATIONS + TRANSFERS IN - TRANSFERS
      *  OUT MUST EQUAL THE CLOSING HEADCOUNT.  A WAREHOUSE THAT DOES
      *  NOT BALANCE - A CHANGE MADE OUTSIDE SBNMAINT, OR ONE POSTED
      *  AFTER LAST MONTH'S REPORT WITH AN EFFECTIVE DATE IN THAT
      *  MONTH - IS FLAGGED WITH THE DIFFERENCE.  WHEN THE HISTORY
      *  FILE DOES NOT HAVE THE PRIOR MONTH (THE FIRST RUN) THE
      *  OPENING IS WORKED BACK FROM THE CLOSING AND THE REPORT
      *  SAYS SO.
      **********
      * CALCULATIONS:
      *    1. YEARS OF SERVICE = WHOLE MONTHS FROM THE HIRE DATE TO
      *       THE END OF THE MONTH, IN THE BANDS UNDER 1 YEAR, 1 TO
      *       UNDER 3, 3 TO UNDER 5, 5 TO UNDER 10, AND 10 OR MORE.
      *    2. MONTH TURNOVER = TERMINATIONS / AVERAGE HEADCOUNT * 100,
      *       WHERE AVERAGE HEADCOUNT = (OPENING + CLOSING) / 2.
      *    3. YEAR-TO-DATE TURNOVER = TERMINATIONS SINCE JANUARY /
      *       THE AVERAGE OF THE MONTHLY AVERAGE HEADCOUNTS * 100.
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
           SELECT AUDIT-JOURNAL-FILE
               ASSIGN TO 'PR2AUDT.TXT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-JOURNAL-FILE-STATUS.
           SELECT TRANSFER-LOG-FILE
               ASSIGN TO 'PR2XFER.TXT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-TRANSFER-FILE-STATUS.
           SELECT HEADCOUNT-HISTORY-FILE
               ASSIGN TO 'PR2HCNT.TXT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-HISTORY-FILE-STATUS.
           SELECT WAREHOUSE-MASTER-FILE
               ASSIGN TO 'PR2WHSE.TXT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-WAREHOUSE-FILE-STATUS.
           SELECT HEADCOUNT-REPORT-FILE
               ASSIGN TO PRINTER 'HEADCOUNT-REPORT'.

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
           05  HIRE-DATE                    PIC X(8).
           05  FILLER                       PIC X(45).

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

       FD  AUDIT-JOURNAL-FILE
           RECORD CONTAINS 260 CHARACTERS.

       01  AUDIT-JOURNAL-RECORD.
           05  AJ-RUN-DATE                  PIC 9(8).
           05  AJ-RUN-TIME                  PIC 9(8).
           05  AJ-OPERATOR-ID               PIC X(8).
           05  AJ-ACTION-CODE               PIC X.
           05  AJ-STATUS                    PIC X(8).
               88  AJ-APPLIED                         VALUE 'APPLIED'.
           05  AJ-WAREHOUSE-ID              PIC X(4).
           05  AJ-EMPLOYEE-ID               PIC X(5).
           05  AJ-EFFECTIVE-DATE            PIC X(8).
           05  AJ-EFFECTIVE-DATE-N REDEFINES AJ-EFFECTIVE-DATE
                                            PIC 9(8).
           05  AJ-NEW-WAREHOUSE-ID          PIC X(4).
           05  AJ-NOTE                      PIC X(40).
           05  AJ-BEFORE-IMAGE.
               10  AB-WAREHOUSE-ID          PIC X(4).
               10  AB-EMPLOYEE-ID           PIC X(5).
               10  AB-EMPLOYEE-POSITION     PIC X(2).
               10  FILLER                   PIC X(23).
               10  AB-HIRE-DATE             PIC X(8).
               10  FILLER                   PIC X(41).
           05  AJ-AFTER-IMAGE.
               10  AA-WAREHOUSE-ID          PIC X(4).
               10  AA-EMPLOYEE-ID           PIC X(5).
               10  AA-EMPLOYEE-POSITION     PIC X(2).
               10  FILLER                   PIC X(23).
               10  AA-HIRE-DATE             PIC X(8).
               10  FILLER                   PIC X(41).

       FD  TRANSFER-LOG-FILE
           RECORD CONTAINS 21 CHARACTERS.

       01  TRANSFER-LOG-RECORD.
           05  XF-OLD-WAREHOUSE-ID          PIC X(4).
           05  XF-EMPLOYEE-ID               PIC X(5).
           05  XF-NEW-WAREHOUSE-ID          PIC X(4).
           05  XF-TRANSFER-DATE             PIC 9(8).

       FD  HEADCOUNT-HISTORY-FILE
           RECORD CONTAINS 60 CHARACTERS.

       01  HEADCOUNT-HISTORY-RECORD.
           05  HH-PERIOD                    PIC 9(6).
           05  HH-PERIOD-X REDEFINES HH-PERIOD.
               10  HH-PERIOD-YEAR           PIC 9(4).
               10  HH-PERIOD-MONTH          PIC 9(2).
           05  HH-RUN-STAMP.
               10  HH-RUN-DATE              PIC 9(8).
               10  HH-RUN-TIME              PIC 9(8).
           05  HH-WAREHOUSE-ID              PIC X(4).
           05  HH-EMPLOYEE-POSITION         PIC X(2).
           05  HH-OPENING                   PIC 9(5).
           05  HH-HIRES                     PIC 9(5).
           05  HH-TERMS                     PIC 9(5).
           05  HH-TRANSFERS-IN              PIC 9(5).
           05  HH-TRANSFERS-OUT             PIC 9(5).
           05  HH-CLOSING                   PIC 9(5).
           05  FILLER                       PIC X(2).

       FD  WAREHOUSE-MASTER-FILE
           RECORD CONTAINS 22 CHARACTERS.

       01  WAREHOUSE-MASTER-RECORD.
           05  WM-WAREHOUSE-ID              PIC X(4).
           05  WM-WAREHOUSE-NAME            PIC X(11).
           05  WM-COST-CENTER-CODE          PIC X(6).
           05  WM-ACTIVE-FLAG               PIC X.

       FD  HEADCOUNT-REPORT-FILE
           RECORD CONTAINS 100 CHARACTERS.

       01  HEADCOUNT-REPORT          PIC X(100).

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
           05  WS-JOURNAL-FILE-STATUS PIC XX  VALUE '00'.
               88  JOURNAL-FILE-NOT-FOUND        VALUE '35'.
           05  JOURNAL-EOF-FLAG  PIC X       VALUE ' '.
               88  NO-MORE-JOURNAL            VALUE 'N'.
           05  WS-TRANSFER-FILE-STATUS PIC XX  VALUE '00'.
               88  TRANSFER-FILE-NOT-FOUND       VALUE '35'.
           05  TRANSFER-EOF-FLAG PIC X       VALUE ' '.
               88  NO-MORE-TRANSFERS          VALUE 'N'.
           05  WS-HISTORY-FILE-STATUS PIC XX  VALUE '00'.
               88  HISTORY-FILE-NOT-FOUND        VALUE '35'.
           05  HISTORY-EOF-FLAG  PIC X       VALUE ' '.
               88  NO-MORE-HISTORY            VALUE 'N'.
           05  WAREHOUSE-EOF-FLAG PIC X      VALUE ' '.
               88  NO-MORE-WAREHOUSES        VALUE 'N'.
           05  WS-WAREHOUSE-FILE-STATUS PIC XX  VALUE '00'.
               88  WAREHOUSE-FILE-NOT-FOUND      VALUE '35'.
           05  WS-WHSE-FOUND-SWITCH PIC X    VALUE 'N'.
               88  WAREHOUSE-FOUND           VALUE 'Y'.
           05  WS-PRIOR-MONTH-SWITCH PIC X   VALUE 'N'.
               88  PRIOR-MONTH-FOUND         VALUE 'Y'.

       01  COMMAND-LINE-FIELDS.
           05  WS-COMMAND-LINE        PIC X(40)   VALUE SPACES.
           05  WS-CMD-ARG-1           PIC X(13)   VALUE SPACES.
           05  WS-CMD-ARG-2           PIC X(13)   VALUE SPACES.

      *    THE REPORTING PERIOD, YYYYMM, THE MONTH BEFORE IT, AND THE
      *    LAST DATE OF IT FOR THE AFTER-THE-MONTH TEST.  DAY 31
      *    SERVES FOR EVERY MONTH SINCE ONLY ORDER MATTERS.
       01  WS-REPORT-PERIOD           PIC 9(6)    VALUE 0.
       01  WS-REPORT-PERIOD-X REDEFINES WS-REPORT-PERIOD.
           05  WS-PERIOD-YEAR         PIC 9(4).
           05  WS-PERIOD-MONTH        PIC 9(2).

       01  WS-PRIOR-PERIOD            PIC 9(6)    VALUE 0.
       01  WS-PRIOR-PERIOD-X REDEFINES WS-PRIOR-PERIOD.
           05  WS-PRIOR-YEAR          PIC 9(4).
           05  WS-PRIOR-MONTH         PIC 9(2).

       01  WS-PERIOD-END-DATE         PIC 9(8)    VALUE 0.

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

       01  WAREHOUSE-TABLE-COUNT                 PIC 99      VALUE 0.

       01  WAREHOUSE-TABLE.
           05  WAREHOUSE-ENTRY  OCCURS 1 TO 20 TIMES
                           DEPENDING ON WAREHOUSE-TABLE-COUNT
                           INDEXED BY WHSE-IDX.
               10  WT-WAREHOUSE-ID               PIC X(4).
               10  WT-WAREHOUSE-NAME             PIC X(11).
               10  WT-COST-CENTER-CODE           PIC X(6).
               10  WT-ACTIVE-FLAG                PIC X.

      *    ONE ROW PER WAREHOUSE AND POSITION, KEPT IN KEY ORDER SO
      *    THE REPORT PRINTS STRAIGHT FROM THE TABLE.  THE TENURE
      *    BANDS COUNT THE CLOSING HEADCOUNT.
       01  ROW-TABLE-COUNT                       PIC 9(3)    VALUE 0.

       01  ROW-TABLE.
           05  ROW-ENTRY  OCCURS 200 TIMES.
               10  RW-ROW-KEY.
                   15  RW-WAREHOUSE-ID           PIC X(4).
                   15  RW-EMPLOYEE-POSITION      PIC X(2).
               10  RW-OPENING                    PIC S9(5).
               10  RW-HIRES                      PIC S9(5).
               10  RW-TERMS                      PIC S9(5).
               10  RW-TRANSFERS-IN               PIC S9(5).
               10  RW-TRANSFERS-OUT              PIC S9(5).
               10  RW-CLOSING                    PIC S9(5).
               10  RW-TENURE  OCCURS 5 TIMES     PIC S9(5).

       01  WS-RW-SUB                  PIC 9(3)    VALUE 0.
       01  WS-RW-SHIFT                PIC 9(3)    VALUE 0.

      *    THE TRANSFER LOG, WITH THE POSITION AND HIRE DATE OF EACH
      *    TRANSFERRED EMPLOYEE FILLED IN FROM THE JOURNAL OR MASTER.
       01  TRANSFER-TABLE-COUNT                  PIC 9(3)    VALUE 0.

       01  TRANSFER-TABLE.
           05  TRANSFER-ENTRY  OCCURS 200 TIMES.
               10  XT-OLD-WAREHOUSE-ID           PIC X(4).
               10  XT-EMPLOYEE-ID                PIC X(5).
               10  XT-NEW-WAREHOUSE-ID           PIC X(4).
               10  XT-TRANSFER-DATE              PIC 9(8).
               10  XT-EMPLOYEE-POSITION          PIC X(2).
               10  XT-HIRE-DATE                  PIC X(8).

       01  WS-XT-SUB                  PIC 9(3)    VALUE 0.

      *    LATEST RUN OF EACH EARLIER MONTH ON THE HISTORY FILE.
      *    ENTRIES 1-12 ARE THE MONTHS OF THE REPORT YEAR; ENTRY 13
      *    IS DECEMBER OF THE YEAR BEFORE, THE OPENING OF JANUARY.
       01  HISTORY-STAMP-TABLE.
           05  HS-LATEST-STAMP  OCCURS 13 TIMES  PIC X(16).

       01  WS-HS-SUB                  PIC 99      VALUE 0.
       01  WS-HISTORY-MONTHS          PIC 99      VALUE 0.

      *    YEAR-TO-DATE TERMINATIONS AND MONTHLY HEADCOUNT BY
      *    WAREHOUSE.  YW-HEADCOUNT-SUM IS OPENING + CLOSING SUMMED
      *    OVER THE MONTHS, TWICE THE SUM OF THE MONTHLY AVERAGES.
       01  YTD-TABLE-COUNT                       PIC 99      VALUE 0.

       01  YTD-TABLE.
           05  YTD-ENTRY  OCCURS 20 TIMES.
               10  YW-WAREHOUSE-ID               PIC X(4).
               10  YW-TERMS                      PIC S9(7).
               10  YW-HEADCOUNT-SUM              PIC S9(7).
               10  YW-MONTHS                     PIC 99.
               10  YW-LAST-MONTH                 PIC 99.

       01  WS-YW-SUB                  PIC 99      VALUE 0.

       01  COMPANY-YTD-FIELDS.
           05  CY-TERMS               PIC S9(7)   VALUE 0.
           05  CY-HEADCOUNT-SUM       PIC S9(7)   VALUE 0.
           05  CY-MONTHS              PIC 99      VALUE 0.

      *    ONE MOVEMENT TO POST TO THE ROW TABLE.
       01  MOVEMENT-FIELDS.
           05  WS-MV-WAREHOUSE-ID     PIC X(4).
           05  WS-MV-POSITION         PIC X(2).
           05  WS-MV-COLUMN           PIC X.
               88  MV-OPENING                     VALUE 'O'.
               88  MV-HIRE                        VALUE 'H'.
               88  MV-TERM                        VALUE 'T'.
               88  MV-TRANSFER-IN                 VALUE 'I'.
               88  MV-TRANSFER-OUT                VALUE 'X'.
               88  MV-CLOSING                     VALUE 'C'.
           05  WS-MV-AMOUNT           PIC S9(5).
           05  WS-MV-HIRE-DATE        PIC X(8).
           05  WS-MV-HIRE-DATE-N REDEFINES WS-MV-HIRE-DATE.
               10  WS-MV-HIRE-YEAR    PIC 9(4).
               10  WS-MV-HIRE-MONTH   PIC 9(2).
               10  WS-MV-HIRE-DAY     PIC 9(2).

       01  TENURE-FIELDS.
           05  WS-SERVICE-MONTHS      PIC S9(5)   VALUE 0.
           05  WS-TENURE-SUB          PIC 9       VALUE 0.

       01  WAREHOUSE-TOTAL-FIELDS.
           05  WT-OPENING             PIC S9(7)   VALUE 0.
           05  WT-HIRES               PIC S9(7)   VALUE 0.
           05  WT-TERMS               PIC S9(7)   VALUE 0.
           05  WT-TRANSFERS-IN        PIC S9(7)   VALUE 0.
           05  WT-TRANSFERS-OUT       PIC S9(7)   VALUE 0.
           05  WT-CLOSING             PIC S9(7)   VALUE 0.
           05  WT-TENURE  OCCURS 5 TIMES PIC S9(7).

       01  COMPANY-TOTAL-FIELDS.
           05  CT-OPENING             PIC S9(7)   VALUE 0.
           05  CT-HIRES               PIC S9(7)   VALUE 0.
           05  CT-TERMS               PIC S9(7)   VALUE 0.
           05  CT-TRANSFERS-IN        PIC S9(7)   VALUE 0.
           05  CT-TRANSFERS-OUT       PIC S9(7)   VALUE 0.
           05  CT-CLOSING             PIC S9(7)   VALUE 0.
           05  CT-TENURE  OCCURS 5 TIMES PIC S9(7).

      *    ONE LINE OF THE COMPANY SUMMARY PER WAREHOUSE, SAVED AS
      *    EACH WAREHOUSE BLOCK IS PRINTED.
       01  SUMMARY-TABLE-COUNT                   PIC 99      VALUE 0.

       01  SUMMARY-TABLE.
           05  SUMMARY-ENTRY  OCCURS 20 TIMES.
               10  ST-WAREHOUSE-ID               PIC X(4).
               10  ST-TOTALS                     PIC X(94).
               10  ST-DIFFERENCE                 PIC S9(7).

       01  WS-ST-SUB                  PIC 99      VALUE 0.

       01  REPORT-FIELDS.
           05  WS-WHSE-LOOKUP-ID      PIC X(4).
           05  WS-WHSE-NAME           PIC X(11).
           05  WS-HOLD-WAREHOUSE      PIC X(4).
           05  WS-BALANCE-DIFFERENCE  PIC S9(7)   VALUE 0.
           05  WS-MONTH-TURNOVER      PIC S9(3)V99 VALUE 0.
           05  WS-YTD-TURNOVER        PIC S9(3)V99 VALUE 0.
           05  WS-TURNOVER-TERMS      PIC S9(7)   VALUE 0.
           05  WS-TURNOVER-BASE       PIC S9(7)   VALUE 0.
           05  WS-TURNOVER-MONTHS     PIC 99      VALUE 0.
           05  WS-TURNOVER-RATE       PIC S9(3)V99 VALUE 0.
           05  WS-RETURN-CODE         PIC 9       VALUE 0.
           05  WS-TENURE-SUB-2        PIC 9       VALUE 0.
           05  HC-PAGE-COUNTER        PIC 99      VALUE 0.
           05  HC-LINE-COUNT          PIC 99      VALUE 0.

       01  COUNT-FIELDS.
           05  WS-MASTER-COUNT        PIC 9(7)    VALUE 0.
           05  WS-JOURNAL-READ        PIC 9(7)    VALUE 0.
           05  WS-JOURNAL-COUNTED     PIC 9(7)    VALUE 0.
           05  WS-JOURNAL-BACKED-OUT  PIC 9(7)    VALUE 0.
           05  WS-JOURNAL-NO-DATE     PIC 9(7)    VALUE 0.
           05  WS-TRANSFERS-COUNTED   PIC 9(7)    VALUE 0.
           05  WS-TRANSFERS-BACKED-OUT PIC 9(7)   VALUE 0.
           05  WS-TRANSFERS-NO-POSN   PIC 9(7)    VALUE 0.
           05  WS-HISTORY-READ        PIC 9(7)    VALUE 0.
           05  WS-HISTORY-WRITTEN     PIC 9(7)    VALUE 0.
           05  WS-OUT-OF-BALANCE      PIC 9(3)    VALUE 0.

       01  DATE-FIELDS.
           05  WS-YEAR                PIC 9999.
           05  WS-MONTH               PIC 99.
           05  WS-DAY                 PIC 99.

       01  WS-RUN-STAMP.
           05  WS-RUN-DATE            PIC 9(8)    VALUE 0.
           05  WS-RUN-TIME            PIC 9(8)    VALUE 0.

      ************************* OUTPUT AREA ***************************

       01  HC-HEADING-ONE.
           05  HC-H1-MONTH        PIC 99.
           05                     PIC X       VALUE '/'.
           05  HC-H1-DAY          PIC 99.
           05                     PIC X       VALUE '/'.
           05  HC-H1-YEAR         PIC 9999.
           05                     PIC X(26)   VALUE '     SBN'.
           05                     PIC X(35)   VALUE 'DRAKEA, LTD'.
           05                     PIC X(5)    VALUE 'PAGE'.
           05  HC-PAGE-NUM        PIC 99.
           05                     PIC X(22)   VALUE SPACES.

       01  HC-HEADING-TWO.
           05                     PIC X(20)   VALUE SPACES.
           05                     PIC X(41)   VALUE
               'MONTHLY WORKFORCE HEADCOUNT REPORT FOR'.
           05  HC-H2-MONTH        PIC 99.
           05                     PIC X       VALUE '/'.
           05  HC-H2-YEAR         PIC 9999.
           05                     PIC X(32)   VALUE SPACES.

       01  HC-HEADING-WAREHOUSE.
           05                     PIC X(12)   VALUE 'WAREHOUSE:'.
           05  HC-WAREHOUSE-ID-OUT PIC X(4).
           05                     PIC X(2)    VALUE SPACES.
           05  HC-WAREHOUSE-OUT   PIC X(11).
           05                     PIC X(71)   VALUE SPACES.

       01  HC-HEADING-THREE.
           05                     PIC X(59)   VALUE SPACES.
           05                     PIC X(40)   VALUE
               '------ YEARS OF SERVICE AT MONTH END ---'.
           05                     PIC X       VALUE SPACES.

       01  HC-HEADING-FOUR.
           05                     PIC X(5)    VALUE '  POS'.
           05                     PIC X(9)    VALUE '  OPENING'.
           05                     PIC X(9)    VALUE '    HIRES'.
           05                     PIC X(9)    VALUE '    TERMS'.
           05                     PIC X(9)    VALUE '  XFER IN'.
           05                     PIC X(9)    VALUE ' XFER OUT'.
           05                     PIC X(9)    VALUE '  CLOSING'.
           05                     PIC X(8)    VALUE ' UNDER 1'.
           05                     PIC X(8)    VALUE '   1 - 3'.
           05                     PIC X(8)    VALUE '   3 - 5'.
           05                     PIC X(8)    VALUE '  5 - 10'.
           05                     PIC X(8)    VALUE '  10 UP '.
           05                     PIC X       VALUE SPACES.

       01  HC-DETAIL-LINE.
           05  HD-LABEL           PIC X(5).
           05  HD-TOTALS.
               10                 PIC X(2)    VALUE SPACES.
               10  HD-OPENING     PIC ---,--9.
               10                 PIC X(2)    VALUE SPACES.
               10  HD-HIRES       PIC ---,--9.
               10                 PIC X(2)    VALUE SPACES.
               10  HD-TERMS       PIC ---,--9.
               10                 PIC X(2)    VALUE SPACES.
               10  HD-TRANSFERS-IN PIC ---,--9.
               10                 PIC X(2)    VALUE SPACES.
               10  HD-TRANSFERS-OUT PIC ---,--9.
               10                 PIC X(2)    VALUE SPACES.
               10  HD-CLOSING     PIC ---,--9.
               10  HD-TENURE-GROUP OCCURS 5 TIMES.
                   15             PIC X(1).
                   15  HD-TENURE  PIC ---,--9.
           05                     PIC X       VALUE SPACES.

       01  HC-TURNOVER-LINE.
           05                     PIC X(5)    VALUE SPACES.
           05                     PIC X(22)   VALUE
               'TURNOVER THIS MONTH:'.
           05  HT-MONTH-RATE      PIC ZZ9.99.
           05                     PIC X(6)    VALUE '%'.
           05                     PIC X(15)   VALUE 'YEAR TO DATE:'.
           05  HT-YTD-RATE        PIC ZZ9.99.
           05                     PIC X(3)    VALUE '%'.
           05                     PIC X(1)    VALUE '('.
           05  HT-YTD-MONTHS      PIC Z9.
           05                     PIC X(34)   VALUE ' MONTHS)'.

       01  HC-BALANCE-LINE.
           05                     PIC X(5)    VALUE SPACES.
           05                     PIC X(37)   VALUE
               'OPENING + HIRES - TERMS + IN - OUT:'.
           05  HB-COMPUTED        PIC ---,--9.
           05                     PIC X(12)   VALUE '   CLOSING:'.
           05  HB-CLOSING         PIC ---,--9.
           05                     PIC X(2)    VALUE SPACES.
           05  HB-FLAG            PIC X(20).
           05  HB-DIFFERENCE      PIC ---,--9 BLANK WHEN ZERO.
           05                     PIC X(3)    VALUE SPACES.

       01  HC-NOTE-LINE.
           05                     PIC X(3)    VALUE SPACES.
           05  HC-NOTE-TEXT       PIC X(97).

       01  HC-SUMMARY-HEADING.
           05                     PIC X(24)   VALUE SPACES.
           05                     PIC X(76)   VALUE
               'COMPANY SUMMARY BY WAREHOUSE'.

       01  HC-RESULT-LINE.
           05                     PIC X(3)    VALUE SPACES.
           05  HC-RESULT-TEXT     PIC X(42).
           05  HC-RESULT-COUNT    PIC Z,ZZZ,ZZ9.
           05                     PIC X(46)   VALUE SPACES.

      ************************ PROCEDURE DIVISION ********************

       PROCEDURE DIVISION.

       10-CONTROL-MODULE.

           PERFORM 20-HOUSEKEEPING-ROUTINE
           PERFORM 40-MAIN-ROUTINE
           PERFORM 110-EOF-ROUTINE
           .

       20-HOUSEKEEPING-ROUTINE.

           ACCEPT DATE-FIELDS FROM DATE YYYYMMDD
           MOVE DATE-FIELDS TO WS-RUN-DATE
           ACCEPT WS-RUN-TIME FROM TIME
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
           UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACES
               INTO WS-CMD-ARG-1
                    WS-CMD-ARG-2
           PERFORM 22-SET-REPORT-PERIOD
           INITIALIZE COMPANY-TOTAL-FIELDS

           PERFORM 19-PROVE-EMPLOYEE-MASTER

           PERFORM 23-LOAD-WAREHOUSE-TABLE
           PERFORM 35-READ-HEADCOUNT-HISTORY
           PERFORM 37-LOAD-TRANSFER-TABLE

           OPEN INPUT  EMPLOYEE-RECORD-FILE
                OUTPUT HEADCOUNT-REPORT-FILE
           .

      ****************************************************************
      * PROVES THE EMPLOYEE MASTER BEFORE IT IS COUNTED: EXACTLY ONE
      * HEADER AND ONE TRAILER, AND THE DETAIL RECORDS FOOT TO THE
      * TRAILER COUNT AND SALARY HASH.  A MASTER OLDER THAN THE LAST
      * GENERATION ON THE GENERATION LOG HAS ALREADY BEEN REPLACED
      * AND WOULD NOT AGREE WITH THE JOURNAL.
      ****************************************************************
       19-PROVE-EMPLOYEE-MASTER.

           OPEN INPUT EMPLOYEE-RECORD-FILE
           IF EMPLOYEE-FILE-NOT-FOUND
               DISPLAY 'SBNHCRPT - EMPLOYEE MASTER NOT FOUND - '
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
               DISPLAY 'SBNHCRPT - EMPLOYEE MASTER HAS NO HEADER - '
                   'RUN SBNMSTPROM INIT - RUN REFUSED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           IF WS-HEADER-COUNT > 1 OR WS-TRAILER-COUNT NOT = 1
               DISPLAY 'SBNHCRPT - EMPLOYEE MASTER HEADER OR TRAILER '
                   'MISSING OR REPEATED - RUN REFUSED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           IF WS-MST-PROOF-COUNT NOT = WS-MST-TRL-COUNT OR
                   WS-MST-PROOF-SALARY NOT = WS-MST-TRL-SALARY
               DISPLAY 'SBNHCRPT - EMPLOYEE MASTER DOES NOT FOOT TO '
                   'ITS TRAILER - RUN REFUSED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 19B-FIND-LAST-GENERATION
           IF WS-MASTER-GENERATION < WS-LAST-GENERATION
               DISPLAY 'SBNHCRPT - EMPLOYEE MASTER GENERATION '
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

      ****************************************************************
      * PERIOD=YYYYMM NAMES THE MONTH TO REPORT.  WITHOUT IT THE
      * PRIOR CALENDAR MONTH IS TAKEN.  ANY OTHER TOKEN, OR A
      * PERIOD THAT IS NOT A REAL MONTH, IS REFUSED.
      ****************************************************************
       22-SET-REPORT-PERIOD.

           EVALUATE TRUE
               WHEN WS-CMD-ARG-2 NOT = SPACES
                   DISPLAY 'SBNHCRPT - UNRECOGNIZED PARAMETER '
                       WS-CMD-ARG-2 ' - RUN REFUSED'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               WHEN WS-CMD-ARG-1 = SPACES
                   IF WS-MONTH = 1
                       COMPUTE WS-PERIOD-YEAR = WS-YEAR - 1
                       MOVE 12 TO WS-PERIOD-MONTH
                   ELSE
                       MOVE WS-YEAR TO WS-PERIOD-YEAR
                       COMPUTE WS-PERIOD-MONTH = WS-MONTH - 1
                   END-IF
               WHEN WS-CMD-ARG-1 (1:7) = 'PERIOD=' AND
                       WS-CMD-ARG-1 (8:6) NUMERIC
                   MOVE WS-CMD-ARG-1 (8:6) TO WS-REPORT-PERIOD
                   IF WS-PERIOD-MONTH < 1 OR WS-PERIOD-MONTH > 12
                       DISPLAY 'SBNHCRPT - INVALID PERIOD '
                           WS-CMD-ARG-1 ' - RUN REFUSED'
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
               WHEN OTHER
                   DISPLAY 'SBNHCRPT - UNRECOGNIZED PARAMETER '
                       WS-CMD-ARG-1 ' - RUN REFUSED'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE

           IF WS-PERIOD-MONTH = 1
               COMPUTE WS-PRIOR-YEAR = WS-PERIOD-YEAR - 1
               MOVE 12 TO WS-PRIOR-MONTH
           ELSE
               MOVE WS-PERIOD-YEAR TO WS-PRIOR-YEAR
               COMPUTE WS-PRIOR-MONTH = WS-PERIOD-MONTH - 1
           END-IF
           COMPUTE WS-PERIOD-END-DATE = WS-REPORT-PERIOD * 100 + 31
           .

      ****************************************************************
      * SAME WAREHOUSE MASTER FILE USED BY SBNPROGRAM2.  WHEN THE
      * FILE IS MISSING THE THREE ORIGINAL WAREHOUSES ARE LOADED AS
      * DEFAULTS SO THE REPORT CAN STILL GO.
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
               DISPLAY 'SBNHCRPT - WAREHOUSE TABLE FULL, '
                   'ENTRY IGNORED: ' WM-WAREHOUSE-ID
           END-IF
           .

       29-LOOKUP-WAREHOUSE.

           MOVE 'N' TO WS-WHSE-FOUND-SWITCH
           MOVE SPACES TO WS-WHSE-NAME

           IF WAREHOUSE-TABLE-COUNT > 0
               SET WHSE-IDX TO 1
               SEARCH WAREHOUSE-ENTRY
                   AT END
                       CONTINUE
                   WHEN WT-WAREHOUSE-ID (WHSE-IDX) = WS-WHSE-LOOKUP-ID
                       MOVE 'Y' TO WS-WHSE-FOUND-SWITCH
                       MOVE WT-WAREHOUSE-NAME (WHSE-IDX) TO
                           WS-WHSE-NAME
               END-SEARCH
           END-IF
           .

       30-HEADER-ROUTINE.

           MOVE SPACES TO HEADCOUNT-REPORT
           WRITE HEADCOUNT-REPORT AFTER ADVANCING PAGE
           ADD 1 TO HC-PAGE-COUNTER
           MOVE HC-PAGE-COUNTER TO HC-PAGE-NUM
           MOVE WS-MONTH TO HC-H1-MONTH
           MOVE WS-DAY   TO HC-H1-DAY
           MOVE WS-YEAR  TO HC-H1-YEAR
           MOVE WS-PERIOD-MONTH TO HC-H2-MONTH
           MOVE WS-PERIOD-YEAR  TO HC-H2-YEAR
           WRITE HEADCOUNT-REPORT FROM HC-HEADING-ONE
               AFTER ADVANCING 1 LINE
           WRITE HEADCOUNT-REPORT FROM HC-HEADING-TWO
               AFTER ADVANCING 2 LINES
           MOVE 3 TO HC-LINE-COUNT
           .

      ****************************************************************
      * THE HISTORY FILE IS READ TWICE.  THE FIRST PASS FINDS THE
      * LATEST RUN OF EACH EARLIER MONTH OF THE YEAR (AND OF LAST
      * DECEMBER FOR A JANUARY REPORT); THE SECOND TAKES ONLY THAT
      * RUN'S LINES: THE PRIOR MONTH'S CLOSING BECOMES THIS MONTH'S
      * OPENING, AND EVERY EARLIER MONTH OF THE YEAR ADDS TO THE
      * YEAR-TO-DATE TURNOVER FIGURES.
      ****************************************************************
       35-READ-HEADCOUNT-HISTORY.

           MOVE LOW-VALUES TO HISTORY-STAMP-TABLE

           OPEN INPUT HEADCOUNT-HISTORY-FILE
           IF HISTORY-FILE-NOT-FOUND
               CONTINUE
           ELSE
               PERFORM UNTIL NO-MORE-HISTORY
                   READ HEADCOUNT-HISTORY-FILE
                       AT END
                           MOVE 'N' TO HISTORY-EOF-FLAG
                       NOT AT END
                           ADD 1 TO WS-HISTORY-READ
                           PERFORM 36-MAP-HISTORY-PERIOD
                           IF WS-HS-SUB > 0 AND
                                   HH-RUN-STAMP >
                                       HS-LATEST-STAMP (WS-HS-SUB)
                               MOVE HH-RUN-STAMP TO
                                   HS-LATEST-STAMP (WS-HS-SUB)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HEADCOUNT-HISTORY-FILE

               MOVE ' ' TO HISTORY-EOF-FLAG
               OPEN INPUT HEADCOUNT-HISTORY-FILE
               PERFORM UNTIL NO-MORE-HISTORY
                   READ HEADCOUNT-HISTORY-FILE
                       AT END
                           MOVE 'N' TO HISTORY-EOF-FLAG
                       NOT AT END
                           PERFORM 36-MAP-HISTORY-PERIOD
                           IF WS-HS-SUB > 0
                               IF HH-RUN-STAMP =
                                       HS-LATEST-STAMP (WS-HS-SUB)
                                   PERFORM 35A-TAKE-HISTORY-LINE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HEADCOUNT-HISTORY-FILE
           END-IF

           PERFORM VARYING WS-HS-SUB FROM 1 BY 1
                   UNTIL WS-HS-SUB >= WS-PERIOD-MONTH
               IF HS-LATEST-STAMP (WS-HS-SUB) NOT = LOW-VALUES
                   ADD 1 TO CY-MONTHS
               END-IF
           END-PERFORM
           .

       35A-TAKE-HISTORY-LINE.

           IF HH-PERIOD = WS-PRIOR-PERIOD
               MOVE 'Y' TO WS-PRIOR-MONTH-SWITCH
               MOVE HH-WAREHOUSE-ID      TO WS-MV-WAREHOUSE-ID
               MOVE HH-EMPLOYEE-POSITION TO WS-MV-POSITION
               MOVE 'O' TO WS-MV-COLUMN
               MOVE HH-CLOSING TO WS-MV-AMOUNT
               MOVE SPACES TO WS-MV-HIRE-DATE
               PERFORM 60-POST-MOVEMENT
           END-IF

           IF HH-PERIOD-YEAR = WS-PERIOD-YEAR
               MOVE HH-WAREHOUSE-ID TO WS-WHSE-LOOKUP-ID
               PERFORM 77-FIND-YTD-WAREHOUSE
               IF WS-YW-SUB > 0
                   ADD HH-TERMS TO YW-TERMS (WS-YW-SUB)
                   ADD HH-OPENING HH-CLOSING TO
                       YW-HEADCOUNT-SUM (WS-YW-SUB)
                   IF YW-LAST-MONTH (WS-YW-SUB) NOT = HH-PERIOD-MONTH
                       ADD 1 TO YW-MONTHS (WS-YW-SUB)
                       MOVE HH-PERIOD-MONTH TO
                           YW-LAST-MONTH (WS-YW-SUB)
                   END-IF
               END-IF
               ADD HH-TERMS TO CY-TERMS
               ADD HH-OPENING HH-CLOSING TO CY-HEADCOUNT-SUM
           END-IF
           .

      *    WS-HS-SUB IS THE STAMP TABLE ENTRY FOR THE HISTORY LINE'S
      *    MONTH, OR ZERO WHEN THE MONTH IS NOT ONE THIS REPORT USES.
       36-MAP-HISTORY-PERIOD.

           MOVE 0 TO WS-HS-SUB
           EVALUATE TRUE
               WHEN HH-PERIOD-YEAR = WS-PERIOD-YEAR AND
                       HH-PERIOD-MONTH < WS-PERIOD-MONTH AND
                       HH-PERIOD-MONTH > 0
                   MOVE HH-PERIOD-MONTH TO WS-HS-SUB
               WHEN HH-PERIOD = WS-PRIOR-PERIOD
                   MOVE 13 TO WS-HS-SUB
           END-EVALUATE
           .

       37-LOAD-TRANSFER-TABLE.

           OPEN INPUT TRANSFER-LOG-FILE
           IF TRANSFER-FILE-NOT-FOUND
               CONTINUE
           ELSE
               PERFORM UNTIL NO-MORE-TRANSFERS
                   READ TRANSFER-LOG-FILE
                       AT END
                           MOVE 'N' TO TRANSFER-EOF-FLAG
                       NOT AT END
                           IF XF-TRANSFER-DATE NUMERIC AND
                                   XF-TRANSFER-DATE (1:6) >=
                                       WS-REPORT-PERIOD
                               PERFORM 37A-STORE-TRANSFER-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TRANSFER-LOG-FILE
           END-IF
           .

       37A-STORE-TRANSFER-ENTRY.

           IF TRANSFER-TABLE-COUNT < 200
               ADD 1 TO TRANSFER-TABLE-COUNT
               MOVE TRANSFER-TABLE-COUNT TO WS-XT-SUB
               MOVE XF-OLD-WAREHOUSE-ID TO
                   XT-OLD-WAREHOUSE-ID (WS-XT-SUB)
               MOVE XF-EMPLOYEE-ID TO XT-EMPLOYEE-ID (WS-XT-SUB)
               MOVE XF-NEW-WAREHOUSE-ID TO
                   XT-NEW-WAREHOUSE-ID (WS-XT-SUB)
               MOVE XF-TRANSFER-DATE TO XT-TRANSFER-DATE (WS-XT-SUB)
               MOVE SPACES TO XT-EMPLOYEE-POSITION (WS-XT-SUB)
               MOVE SPACES TO XT-HIRE-DATE (WS-XT-SUB)
           ELSE
               DISPLAY 'SBNHCRPT - TRANSFER TABLE FULL, '
                   'ENTRY IGNORED: ' XF-OLD-WAREHOUSE-ID
                   XF-EMPLOYEE-ID
           END-IF
           .

       40-MAIN-ROUTINE.

           PERFORM 41-SCAN-AUDIT-JOURNAL

           PERFORM UNTIL NO-MORE-DATA
               READ EMPLOYEE-RECORD-FILE
                   AT END
                       MOVE 'N' TO EOF-FLAG
                   NOT AT END
                       IF NOT MASTER-CONTROL-ENTRY
                           PERFORM 50-COUNT-MASTER-EMPLOYEE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EMPLOYEE-RECORD-FILE

           PERFORM VARYING WS-XT-SUB FROM 1 BY 1
                   UNTIL WS-XT-SUB > TRANSFER-TABLE-COUNT
               PERFORM 48-APPLY-TRANSFER
           END-PERFORM

           IF NOT PRIOR-MONTH-FOUND
               PERFORM VARYING WS-RW-SUB FROM 1 BY 1
                       UNTIL WS-RW-SUB > ROW-TABLE-COUNT
                   COMPUTE RW-OPENING (WS-RW-SUB) =
                       RW-CLOSING (WS-RW-SUB) - RW-HIRES (WS-RW-SUB)
                       + RW-TERMS (WS-RW-SUB)
                       - RW-TRANSFERS-IN (WS-RW-SUB)
                       + RW-TRANSFERS-OUT (WS-RW-SUB)
               END-PERFORM
           END-IF
           .

      ****************************************************************
      * ONLY APPLIED JOURNAL ENTRIES MOVE THE HEADCOUNT.  THOSE
      * EFFECTIVE IN THE MONTH ARE COUNTED; THOSE EFFECTIVE AFTER IT
      * ARE BACKED OUT OF THE CLOSING.  TRANSFERS ARE COUNTED FROM
      * THE TRANSFER LOG, SO A TRANSFER ENTRY ONLY SUPPLIES THE
      * EMPLOYEE'S POSITION AND HIRE DATE.
      ****************************************************************
       41-SCAN-AUDIT-JOURNAL.

           OPEN INPUT AUDIT-JOURNAL-FILE
           IF JOURNAL-FILE-NOT-FOUND
               CONTINUE
           ELSE
               PERFORM UNTIL NO-MORE-JOURNAL
                   READ AUDIT-JOURNAL-FILE
                       AT END
                           MOVE 'N' TO JOURNAL-EOF-FLAG
                       NOT AT END
                           ADD 1 TO WS-JOURNAL-READ
                           IF AJ-APPLIED
                               PERFORM 42-PROCESS-JOURNAL-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUDIT-JOURNAL-FILE
           END-IF
           .

       42-PROCESS-JOURNAL-ENTRY.

           IF AJ-EFFECTIVE-DATE NOT NUMERIC
               ADD 1 TO WS-JOURNAL-NO-DATE
           ELSE
               EVALUATE TRUE
                   WHEN AJ-ACTION-CODE = 'X'
                       PERFORM 46-NOTE-TRANSFER-POSITION
                   WHEN AJ-EFFECTIVE-DATE (1:6) = WS-REPORT-PERIOD
                       PERFORM 43-COUNT-MONTH-ENTRY
                   WHEN AJ-EFFECTIVE-DATE-N > WS-PERIOD-END-DATE
                       PERFORM 44-BACK-OUT-LATER-ENTRY
               END-EVALUATE
           END-IF
           .

       43-COUNT-MONTH-ENTRY.

           EVALUATE AJ-ACTION-CODE
               WHEN 'A'
               WHEN 'R'
                   MOVE AA-WAREHOUSE-ID      TO WS-MV-WAREHOUSE-ID
                   MOVE AA-EMPLOYEE-POSITION TO WS-MV-POSITION
                   MOVE 'H' TO WS-MV-COLUMN
                   MOVE 1 TO WS-MV-AMOUNT
                   PERFORM 60-POST-MOVEMENT
                   ADD 1 TO WS-JOURNAL-COUNTED
               WHEN 'T'
                   MOVE AB-WAREHOUSE-ID      TO WS-MV-WAREHOUSE-ID
                   MOVE AB-EMPLOYEE-POSITION TO WS-MV-POSITION
                   MOVE 'T' TO WS-MV-COLUMN
                   MOVE 1 TO WS-MV-AMOUNT
                   PERFORM 60-POST-MOVEMENT
                   ADD 1 TO WS-JOURNAL-COUNTED
               WHEN 'C'
                   IF AB-EMPLOYEE-POSITION NOT = AA-EMPLOYEE-POSITION
                       MOVE AB-WAREHOUSE-ID      TO WS-MV-WAREHOUSE-ID
                       MOVE AB-EMPLOYEE-POSITION TO WS-MV-POSITION
                       MOVE 'X' TO WS-MV-COLUMN
                       MOVE 1 TO WS-MV-AMOUNT
                       PERFORM 60-POST-MOVEMENT
                       MOVE AA-WAREHOUSE-ID      TO WS-MV-WAREHOUSE-ID
                       MOVE AA-EMPLOYEE-POSITION TO WS-MV-POSITION
                       MOVE 'I' TO WS-MV-COLUMN
                       PERFORM 60-POST-MOVEMENT
                       ADD 1 TO WS-JOURNAL-COUNTED
                   END-IF
           END-EVALUATE
           .

      *    WHAT THE MASTER GAINED AFTER THE MONTH COMES OFF THE
      *    CLOSING AND WHAT IT LOST GOES BACK ON, WITH ITS TENURE.
       44-BACK-OUT-LATER-ENTRY.

           EVALUATE AJ-ACTION-CODE
               WHEN 'A'
               WHEN 'R'
                   PERFORM 45A-REMOVE-AFTER-IMAGE
                   ADD 1 TO WS-JOURNAL-BACKED-OUT
               WHEN 'T'
                   PERFORM 45B-RESTORE-BEFORE-IMAGE
                   ADD 1 TO WS-JOURNAL-BACKED-OUT
               WHEN 'C'
                   IF AB-EMPLOYEE-POSITION NOT = AA-EMPLOYEE-POSITION OR
                           AB-HIRE-DATE NOT = AA-HIRE-DATE
                       PERFORM 45A-REMOVE-AFTER-IMAGE
                       PERFORM 45B-RESTORE-BEFORE-IMAGE
                       ADD 1 TO WS-JOURNAL-BACKED-OUT
                   END-IF
           END-EVALUATE
           .

       45A-REMOVE-AFTER-IMAGE.

           MOVE AA-WAREHOUSE-ID      TO WS-MV-WAREHOUSE-ID
           MOVE AA-EMPLOYEE-POSITION TO WS-MV-POSITION
           MOVE 'C' TO WS-MV-COLUMN
           MOVE -1 TO WS-MV-AMOUNT
           MOVE AA-HIRE-DATE TO WS-MV-HIRE-DATE
           PERFORM 60-POST-MOVEMENT
           .

       45B-RESTORE-BEFORE-IMAGE.

           MOVE AB-WAREHOUSE-ID      TO WS-MV-WAREHOUSE-ID
           MOVE AB-EMPLOYEE-POSITION TO WS-MV-POSITION
           MOVE 'C' TO WS-MV-COLUMN
           MOVE 1 TO WS-MV-AMOUNT
           MOVE AB-HIRE-DATE TO WS-MV-HIRE-DATE
           PERFORM 60-POST-MOVEMENT
           .

      *    THE TRANSFER LOG IS WRITTEN ON THE RUN DATE BY THE SAME
      *    SBNMAINT STEP THAT JOURNALS THE TRANSFER.
       46-NOTE-TRANSFER-POSITION.

           PERFORM VARYING WS-XT-SUB FROM 1 BY 1
                   UNTIL WS-XT-SUB > TRANSFER-TABLE-COUNT
               IF XT-OLD-WAREHOUSE-ID (WS-XT-SUB) = AJ-WAREHOUSE-ID
                   AND XT-EMPLOYEE-ID (WS-XT-SUB) = AJ-EMPLOYEE-ID
                   AND XT-NEW-WAREHOUSE-ID (WS-XT-SUB) =
                       AJ-NEW-WAREHOUSE-ID
                   AND XT-TRANSFER-DATE (WS-XT-SUB) = AJ-RUN-DATE
                   AND XT-EMPLOYEE-POSITION (WS-XT-SUB) = SPACES
                   MOVE AB-EMPLOYEE-POSITION TO
                       XT-EMPLOYEE-POSITION (WS-XT-SUB)
                   MOVE AB-HIRE-DATE TO XT-HIRE-DATE (WS-XT-SUB)
               END-IF
           END-PERFORM
           .

      *    A TRANSFER THE JOURNAL DID NOT DESCRIBE TAKES THE POSITION
      *    OF THE EMPLOYEE NOW ON THE MASTER UNDER THE NEW KEY.
       48-APPLY-TRANSFER.

           IF XT-EMPLOYEE-POSITION (WS-XT-SUB) = SPACES
               MOVE '??' TO XT-EMPLOYEE-POSITION (WS-XT-SUB)
               ADD 1 TO WS-TRANSFERS-NO-POSN
           END-IF

           MOVE XT-HIRE-DATE (WS-XT-SUB) TO WS-MV-HIRE-DATE
           MOVE XT-EMPLOYEE-POSITION (WS-XT-SUB) TO WS-MV-POSITION

           IF XT-TRANSFER-DATE (WS-XT-SUB) (1:6) = WS-REPORT-PERIOD
               MOVE XT-OLD-WAREHOUSE-ID (WS-XT-SUB) TO
                   WS-MV-WAREHOUSE-ID
               MOVE 'X' TO WS-MV-COLUMN
               MOVE 1 TO WS-MV-AMOUNT
               PERFORM 60-POST-MOVEMENT
               MOVE XT-NEW-WAREHOUSE-ID (WS-XT-SUB) TO
                   WS-MV-WAREHOUSE-ID
               MOVE 'I' TO WS-MV-COLUMN
               PERFORM 60-POST-MOVEMENT
               ADD 1 TO WS-TRANSFERS-COUNTED
           ELSE
               MOVE XT-NEW-WAREHOUSE-ID (WS-XT-SUB) TO
                   WS-MV-WAREHOUSE-ID
               MOVE 'C' TO WS-MV-COLUMN
               MOVE -1 TO WS-MV-AMOUNT
               PERFORM 60-POST-MOVEMENT
               MOVE XT-OLD-WAREHOUSE-ID (WS-XT-SUB) TO
                   WS-MV-WAREHOUSE-ID
               MOVE 1 TO WS-MV-AMOUNT
               PERFORM 60-POST-MOVEMENT
               ADD 1 TO WS-TRANSFERS-BACKED-OUT
           END-IF
           .

       50-COUNT-MASTER-EMPLOYEE.

           ADD 1 TO WS-MASTER-COUNT
           MOVE WAREHOUSE-ID      TO WS-MV-WAREHOUSE-ID
           MOVE EMPLOYEE-POSITION TO WS-MV-POSITION
           MOVE 'C' TO WS-MV-COLUMN
           MOVE 1 TO WS-MV-AMOUNT
           MOVE HIRE-DATE TO WS-MV-HIRE-DATE
           PERFORM 60-POST-MOVEMENT

           PERFORM VARYING WS-XT-SUB FROM 1 BY 1
                   UNTIL WS-XT-SUB > TRANSFER-TABLE-COUNT
               IF XT-NEW-WAREHOUSE-ID (WS-XT-SUB) = WAREHOUSE-ID
                   AND XT-EMPLOYEE-ID (WS-XT-SUB) = EMPLOYEE-ID
                   AND XT-EMPLOYEE-POSITION (WS-XT-SUB) = SPACES
                   MOVE EMPLOYEE-POSITION TO
                       XT-EMPLOYEE-POSITION (WS-XT-SUB)
                   MOVE HIRE-DATE TO XT-HIRE-DATE (WS-XT-SUB)
               END-IF
           END-PERFORM
           .

      ****************************************************************
      * POSTS WS-MV-AMOUNT TO THE WS-MV-COLUMN COLUMN OF THE ROW FOR
      * WS-MV-WAREHOUSE-ID + WS-MV-POSITION.  A CLOSING MOVEMENT
      * ALSO MOVES THE TENURE BAND OF WS-MV-HIRE-DATE.
      ****************************************************************
       60-POST-MOVEMENT.

           PERFORM 61-FIND-ROW
           IF WS-RW-SUB > 0
               EVALUATE TRUE
                   WHEN MV-OPENING
                       ADD WS-MV-AMOUNT TO RW-OPENING (WS-RW-SUB)
                   WHEN MV-HIRE
                       ADD WS-MV-AMOUNT TO RW-HIRES (WS-RW-SUB)
                   WHEN MV-TERM
                       ADD WS-MV-AMOUNT TO RW-TERMS (WS-RW-SUB)
                   WHEN MV-TRANSFER-IN
                       ADD WS-MV-AMOUNT TO RW-TRANSFERS-IN (WS-RW-SUB)
                   WHEN MV-TRANSFER-OUT
                       ADD WS-MV-AMOUNT TO RW-TRANSFERS-OUT (WS-RW-SUB)
                   WHEN MV-CLOSING
                       ADD WS-MV-AMOUNT TO RW-CLOSING (WS-RW-SUB)
                       PERFORM 65-FIND-TENURE-BAND
                       IF WS-TENURE-SUB > 0
                           ADD WS-MV-AMOUNT TO
                               RW-TENURE (WS-RW-SUB WS-TENURE-SUB)
                       END-IF
               END-EVALUATE
           END-IF
           .

      *    WS-RW-SUB POINTS AT THE ROW, INSERTED IN KEY ORDER WHEN
      *    NEW; ZERO WHEN THE TABLE IS FULL.
       61-FIND-ROW.

           PERFORM VARYING WS-RW-SUB FROM 1 BY 1
                   UNTIL WS-RW-SUB > ROW-TABLE-COUNT
                   OR RW-WAREHOUSE-ID (WS-RW-SUB) > WS-MV-WAREHOUSE-ID
                   OR (RW-WAREHOUSE-ID (WS-RW-SUB) = WS-MV-WAREHOUSE-ID
                       AND RW-EMPLOYEE-POSITION (WS-RW-SUB) >=
                           WS-MV-POSITION)
               CONTINUE
           END-PERFORM

           IF WS-RW-SUB > ROW-TABLE-COUNT OR
                   RW-WAREHOUSE-ID (WS-RW-SUB) NOT = WS-MV-WAREHOUSE-ID
                   OR RW-EMPLOYEE-POSITION (WS-RW-SUB) NOT =
                       WS-MV-POSITION
               IF ROW-TABLE-COUNT < 200
                   PERFORM 62-INSERT-ROW
               ELSE
                   DISPLAY 'SBNHCRPT - WAREHOUSE/POSITION TABLE FULL, '
                       'MOVEMENT DROPPED: ' WS-MV-WAREHOUSE-ID
                       WS-MV-POSITION
                   MOVE 0 TO WS-RW-SUB
               END-IF
           END-IF
           .

       62-INSERT-ROW.

           PERFORM VARYING WS-RW-SHIFT FROM ROW-TABLE-COUNT BY -1
                   UNTIL WS-RW-SHIFT < WS-RW-SUB
               MOVE ROW-ENTRY (WS-RW-SHIFT) TO
                   ROW-ENTRY (WS-RW-SHIFT + 1)
           END-PERFORM
           ADD 1 TO ROW-TABLE-COUNT

           INITIALIZE ROW-ENTRY (WS-RW-SUB)
           MOVE WS-MV-WAREHOUSE-ID TO RW-WAREHOUSE-ID (WS-RW-SUB)
           MOVE WS-MV-POSITION     TO RW-EMPLOYEE-POSITION (WS-RW-SUB)
           .

      *    WHOLE MONTHS OF SERVICE AT THE END OF THE REPORT MONTH;
      *    THE HIRE DAY NEVER MATTERS SINCE THE MONTH IS SEEN WHOLE.
      *    NO HIRE DATE, NO BAND.
       65-FIND-TENURE-BAND.

           MOVE 0 TO WS-TENURE-SUB
           IF WS-MV-HIRE-DATE NUMERIC
               COMPUTE WS-SERVICE-MONTHS =
                   (WS-PERIOD-YEAR - WS-MV-HIRE-YEAR) * 12
                   + WS-PERIOD-MONTH - WS-MV-HIRE-MONTH
               EVALUATE TRUE
                   WHEN WS-SERVICE-MONTHS < 12
                       MOVE 1 TO WS-TENURE-SUB
                   WHEN WS-SERVICE-MONTHS < 36
                       MOVE 2 TO WS-TENURE-SUB
                   WHEN WS-SERVICE-MONTHS < 60
                       MOVE 3 TO WS-TENURE-SUB
                   WHEN WS-SERVICE-MONTHS < 120
                       MOVE 4 TO WS-TENURE-SUB
                   WHEN OTHER
                       MOVE 5 TO WS-TENURE-SUB
               END-EVALUATE
           END-IF
           .

      ****************************************************************
      * ONE BLOCK PER WAREHOUSE, A LINE PER POSITION, PRINTED FROM
      * THE ROW TABLE IN KEY ORDER.
      ****************************************************************
       70-PRINT-WAREHOUSES.

           MOVE SPACES TO WS-HOLD-WAREHOUSE
           PERFORM VARYING WS-RW-SUB FROM 1 BY 1
                   UNTIL WS-RW-SUB > ROW-TABLE-COUNT
               IF RW-WAREHOUSE-ID (WS-RW-SUB) NOT = WS-HOLD-WAREHOUSE
                   IF WS-HOLD-WAREHOUSE NOT = SPACES
                       PERFORM 75-WAREHOUSE-BREAK
                   END-IF
                   MOVE RW-WAREHOUSE-ID (WS-RW-SUB) TO
                       WS-HOLD-WAREHOUSE
                   PERFORM 71-PRINT-WAREHOUSE-HEADER
               END-IF
               PERFORM 72-PRINT-POSITION-LINE
           END-PERFORM

           IF WS-HOLD-WAREHOUSE NOT = SPACES
               PERFORM 75-WAREHOUSE-BREAK
           END-IF
           .

       71-PRINT-WAREHOUSE-HEADER.

           IF HC-LINE-COUNT > 36
               PERFORM 30-HEADER-ROUTINE
           END-IF

           MOVE WS-HOLD-WAREHOUSE TO WS-WHSE-LOOKUP-ID
           PERFORM 29-LOOKUP-WAREHOUSE
           MOVE WS-HOLD-WAREHOUSE TO HC-WAREHOUSE-ID-OUT
           MOVE WS-WHSE-NAME      TO HC-WAREHOUSE-OUT
           WRITE HEADCOUNT-REPORT FROM HC-HEADING-WAREHOUSE
               AFTER ADVANCING 3 LINES
           WRITE HEADCOUNT-REPORT FROM HC-HEADING-THREE
               AFTER ADVANCING 2 LINES
           WRITE HEADCOUNT-REPORT FROM HC-HEADING-FOUR
               AFTER ADVANCING 1 LINE
           ADD 6 TO HC-LINE-COUNT

           MOVE 0 TO WT-OPENING WT-HIRES WT-TERMS WT-TRANSFERS-IN
                     WT-TRANSFERS-OUT WT-CLOSING
                     WT-TENURE (1) WT-TENURE (2) WT-TENURE (3)
                     WT-TENURE (4) WT-TENURE (5)
           .

       72-PRINT-POSITION-LINE.

           MOVE SPACES TO HD-LABEL
           MOVE RW-EMPLOYEE-POSITION (WS-RW-SUB) TO HD-LABEL (3:2)
           MOVE RW-OPENING (WS-RW-SUB)       TO HD-OPENING
           MOVE RW-HIRES (WS-RW-SUB)         TO HD-HIRES
           MOVE RW-TERMS (WS-RW-SUB)         TO HD-TERMS
           MOVE RW-TRANSFERS-IN (WS-RW-SUB)  TO HD-TRANSFERS-IN
           MOVE RW-TRANSFERS-OUT (WS-RW-SUB) TO HD-TRANSFERS-OUT
           MOVE RW-CLOSING (WS-RW-SUB)       TO HD-CLOSING

           ADD RW-OPENING (WS-RW-SUB)       TO WT-OPENING
           ADD RW-HIRES (WS-RW-SUB)         TO WT-HIRES
           ADD RW-TERMS (WS-RW-SUB)         TO WT-TERMS
           ADD RW-TRANSFERS-IN (WS-RW-SUB)  TO WT-TRANSFERS-IN
           ADD RW-TRANSFERS-OUT (WS-RW-SUB) TO WT-TRANSFERS-OUT
           ADD RW-CLOSING (WS-RW-SUB)       TO WT-CLOSING

           PERFORM VARYING WS-TENURE-SUB FROM 1 BY 1
                   UNTIL WS-TENURE-SUB > 5
               MOVE RW-TENURE (WS-RW-SUB WS-TENURE-SUB) TO
                   HD-TENURE (WS-TENURE-SUB)
               ADD RW-TENURE (WS-RW-SUB WS-TENURE-SUB) TO
                   WT-TENURE (WS-TENURE-SUB)
           END-PERFORM

           WRITE HEADCOUNT-REPORT FROM HC-DETAIL-LINE
               AFTER ADVANCING 1 LINE
           ADD 1 TO HC-LINE-COUNT
           .

      ****************************************************************
      * THE WAREHOUSE TOTAL LINE, ITS TURNOVER, AND ITS BALANCE
      * CHECK.  THE TOTALS ARE KEPT FOR THE COMPANY SUMMARY.
      ****************************************************************
       75-WAREHOUSE-BREAK.

           MOVE 'TOTAL'          TO HD-LABEL
           MOVE WT-OPENING       TO HD-OPENING
           MOVE WT-HIRES         TO HD-HIRES
           MOVE WT-TERMS         TO HD-TERMS
           MOVE WT-TRANSFERS-IN  TO HD-TRANSFERS-IN
           MOVE WT-TRANSFERS-OUT TO HD-TRANSFERS-OUT
           MOVE WT-CLOSING       TO HD-CLOSING
           PERFORM VARYING WS-TENURE-SUB FROM 1 BY 1
                   UNTIL WS-TENURE-SUB > 5
               MOVE WT-TENURE (WS-TENURE-SUB) TO
                   HD-TENURE (WS-TENURE-SUB)
               ADD WT-TENURE (WS-TENURE-SUB) TO
                   CT-TENURE (WS-TENURE-SUB)
           END-PERFORM
           WRITE HEADCOUNT-REPORT FROM HC-DETAIL-LINE
               AFTER ADVANCING 2 LINES

           ADD WT-OPENING       TO CT-OPENING
           ADD WT-HIRES         TO CT-HIRES
           ADD WT-TERMS         TO CT-TERMS
           ADD WT-TRANSFERS-IN  TO CT-TRANSFERS-IN
           ADD WT-TRANSFERS-OUT TO CT-TRANSFERS-OUT
           ADD WT-CLOSING       TO CT-CLOSING

           MOVE WS-HOLD-WAREHOUSE TO WS-WHSE-LOOKUP-ID
           PERFORM 77-FIND-YTD-WAREHOUSE
           MOVE WT-TERMS TO WS-TURNOVER-TERMS
           COMPUTE WS-TURNOVER-BASE = WT-OPENING + WT-CLOSING
           MOVE 1 TO WS-TURNOVER-MONTHS
           PERFORM 76-COMPUTE-TURNOVER
           MOVE WS-TURNOVER-RATE TO WS-MONTH-TURNOVER
           IF WS-YW-SUB > 0
               ADD WT-TERMS TO YW-TERMS (WS-YW-SUB)
               ADD WT-OPENING WT-CLOSING TO
                   YW-HEADCOUNT-SUM (WS-YW-SUB)
               ADD 1 TO YW-MONTHS (WS-YW-SUB)
               MOVE YW-TERMS (WS-YW-SUB) TO WS-TURNOVER-TERMS
               MOVE YW-HEADCOUNT-SUM (WS-YW-SUB) TO WS-TURNOVER-BASE
               MOVE YW-MONTHS (WS-YW-SUB) TO WS-TURNOVER-MONTHS
               PERFORM 76-COMPUTE-TURNOVER
           END-IF
           MOVE WS-TURNOVER-RATE   TO WS-YTD-TURNOVER
           MOVE WS-MONTH-TURNOVER  TO HT-MONTH-RATE
           MOVE WS-YTD-TURNOVER    TO HT-YTD-RATE
           MOVE WS-TURNOVER-MONTHS TO HT-YTD-MONTHS
           WRITE HEADCOUNT-REPORT FROM HC-TURNOVER-LINE
               AFTER ADVANCING 2 LINES

           COMPUTE WS-BALANCE-DIFFERENCE = WT-OPENING + WT-HIRES
               - WT-TERMS + WT-TRANSFERS-IN - WT-TRANSFERS-OUT
           MOVE WS-BALANCE-DIFFERENCE TO HB-COMPUTED
           MOVE WT-CLOSING TO HB-CLOSING
           SUBTRACT WT-CLOSING FROM WS-BALANCE-DIFFERENCE
           IF WS-BALANCE-DIFFERENCE = 0
               MOVE 'BALANCED' TO HB-FLAG
               MOVE 0 TO HB-DIFFERENCE
           ELSE
               MOVE '** OUT OF BALANCE BY' TO HB-FLAG
               MOVE WS-BALANCE-DIFFERENCE TO HB-DIFFERENCE
               ADD 1 TO WS-OUT-OF-BALANCE
               MOVE 4 TO WS-RETURN-CODE
           END-IF
           WRITE HEADCOUNT-REPORT FROM HC-BALANCE-LINE
               AFTER ADVANCING 1 LINE
           ADD 5 TO HC-LINE-COUNT

           IF SUMMARY-TABLE-COUNT < 20
               ADD 1 TO SUMMARY-TABLE-COUNT
               MOVE WS-HOLD-WAREHOUSE TO
                   ST-WAREHOUSE-ID (SUMMARY-TABLE-COUNT)
               MOVE HD-TOTALS TO ST-TOTALS (SUMMARY-TABLE-COUNT)
               MOVE WS-BALANCE-DIFFERENCE TO
                   ST-DIFFERENCE (SUMMARY-TABLE-COUNT)
           END-IF
           .

      *    WS-TURNOVER-BASE IS OPENING + CLOSING SUMMED OVER
      *    WS-TURNOVER-MONTHS MONTHS, SO THE AVERAGE HEADCOUNT IS
      *    BASE / (2 * MONTHS).
       76-COMPUTE-TURNOVER.

           IF WS-TURNOVER-BASE > 0
               COMPUTE WS-TURNOVER-RATE ROUNDED =
                   (WS-TURNOVER-TERMS * WS-TURNOVER-MONTHS * 200)
                   / WS-TURNOVER-BASE
           ELSE
               MOVE 0 TO WS-TURNOVER-RATE
           END-IF
           .

      *    WS-YW-SUB POINTS AT THE YEAR-TO-DATE ENTRY FOR
      *    WS-WHSE-LOOKUP-ID, ADDED WHEN NEW; ZERO WHEN FULL.
       77-FIND-YTD-WAREHOUSE.

           PERFORM VARYING WS-YW-SUB FROM 1 BY 1
                   UNTIL WS-YW-SUB > YTD-TABLE-COUNT
                   OR YW-WAREHOUSE-ID (WS-YW-SUB) = WS-WHSE-LOOKUP-ID
               CONTINUE
           END-PERFORM

           IF WS-YW-SUB > YTD-TABLE-COUNT
               IF YTD-TABLE-COUNT < 20
                   ADD 1 TO YTD-TABLE-COUNT
                   INITIALIZE YTD-ENTRY (WS-YW-SUB)
                   MOVE WS-WHSE-LOOKUP-ID TO
                       YW-WAREHOUSE-ID (WS-YW-SUB)
               ELSE
                   MOVE 0 TO WS-YW-SUB
               END-IF
           END-IF
           .

      *    THIS MONTH'S LINES GO ON THE END OF THE HISTORY FILE FOR
      *    NEXT MONTH'S OPENING AND THE YEAR-TO-DATE TURNOVER.
       90-WRITE-HISTORY.

           OPEN EXTEND HEADCOUNT-HISTORY-FILE
           IF HISTORY-FILE-NOT-FOUND
               OPEN OUTPUT HEADCOUNT-HISTORY-FILE
           END-IF

           PERFORM VARYING WS-RW-SUB FROM 1 BY 1
                   UNTIL WS-RW-SUB > ROW-TABLE-COUNT
               MOVE SPACES TO HEADCOUNT-HISTORY-RECORD
               MOVE WS-REPORT-PERIOD TO HH-PERIOD
               MOVE WS-RUN-STAMP TO HH-RUN-STAMP
               MOVE RW-WAREHOUSE-ID (WS-RW-SUB) TO HH-WAREHOUSE-ID
               MOVE RW-EMPLOYEE-POSITION (WS-RW-SUB) TO
                   HH-EMPLOYEE-POSITION
               MOVE RW-OPENING (WS-RW-SUB)       TO HH-OPENING
               MOVE RW-HIRES (WS-RW-SUB)         TO HH-HIRES
               MOVE RW-TERMS (WS-RW-SUB)         TO HH-TERMS
               MOVE RW-TRANSFERS-IN (WS-RW-SUB)  TO HH-TRANSFERS-IN
               MOVE RW-TRANSFERS-OUT (WS-RW-SUB) TO HH-TRANSFERS-OUT
               MOVE RW-CLOSING (WS-RW-SUB)       TO HH-CLOSING
               WRITE HEADCOUNT-HISTORY-RECORD
               ADD 1 TO WS-HISTORY-WRITTEN
           END-PERFORM

           CLOSE HEADCOUNT-HISTORY-FILE
           .

      ****************************************************************
      * COMPANY SUMMARY: ONE LINE PER WAREHOUSE, THE COMPANY TOTAL,
      * AND THE COMPANY TURNOVER.
      ****************************************************************
       100-COMPANY-SUMMARY.

           PERFORM 30-HEADER-ROUTINE
           WRITE HEADCOUNT-REPORT FROM HC-SUMMARY-HEADING
               AFTER ADVANCING 2 LINES
           WRITE HEADCOUNT-REPORT FROM HC-HEADING-THREE
               AFTER ADVANCING 2 LINES
           MOVE ' WHSE' TO HC-HEADING-FOUR (1:5)
           WRITE HEADCOUNT-REPORT FROM HC-HEADING-FOUR
               AFTER ADVANCING 1 LINE

           PERFORM VARYING WS-ST-SUB FROM 1 BY 1
                   UNTIL WS-ST-SUB > SUMMARY-TABLE-COUNT
               MOVE ST-WAREHOUSE-ID (WS-ST-SUB) TO HD-LABEL
               MOVE ST-TOTALS (WS-ST-SUB) TO HD-TOTALS
               WRITE HEADCOUNT-REPORT FROM HC-DETAIL-LINE
                   AFTER ADVANCING 1 LINE
               IF ST-DIFFERENCE (WS-ST-SUB) NOT = 0
                   MOVE SPACES TO HC-NOTE-TEXT
                   STRING '** ' ST-WAREHOUSE-ID (WS-ST-SUB)
                       ' DOES NOT BALANCE' DELIMITED BY SIZE
                       INTO HC-NOTE-TEXT
                   WRITE HEADCOUNT-REPORT FROM HC-NOTE-LINE
                       AFTER ADVANCING 1 LINE
               END-IF
           END-PERFORM

           MOVE 'TOTAL'          TO HD-LABEL
           MOVE CT-OPENING       TO HD-OPENING
           MOVE CT-HIRES         TO HD-HIRES
           MOVE CT-TERMS         TO HD-TERMS
           MOVE CT-TRANSFERS-IN  TO HD-TRANSFERS-IN
           MOVE CT-TRANSFERS-OUT TO HD-TRANSFERS-OUT
           MOVE CT-CLOSING       TO HD-CLOSING
           PERFORM VARYING WS-TENURE-SUB FROM 1 BY 1
                   UNTIL WS-TENURE-SUB > 5
               MOVE CT-TENURE (WS-TENURE-SUB) TO
                   HD-TENURE (WS-TENURE-SUB)
           END-PERFORM
           WRITE HEADCOUNT-REPORT FROM HC-DETAIL-LINE
               AFTER ADVANCING 2 LINES

           MOVE CT-TERMS TO WS-TURNOVER-TERMS
           COMPUTE WS-TURNOVER-BASE = CT-OPENING + CT-CLOSING
           MOVE 1 TO WS-TURNOVER-MONTHS
           PERFORM 76-COMPUTE-TURNOVER
           MOVE WS-TURNOVER-RATE TO HT-MONTH-RATE

           ADD CT-TERMS TO CY-TERMS
           ADD CT-OPENING CT-CLOSING TO CY-HEADCOUNT-SUM
           ADD 1 TO CY-MONTHS
           MOVE CY-TERMS TO WS-TURNOVER-TERMS
           MOVE CY-HEADCOUNT-SUM TO WS-TURNOVER-BASE
           MOVE CY-MONTHS TO WS-TURNOVER-MONTHS
           PERFORM 76-COMPUTE-TURNOVER
           MOVE WS-TURNOVER-RATE TO HT-YTD-RATE
           MOVE CY-MONTHS TO HT-YTD-MONTHS
           WRITE HEADCOUNT-REPORT FROM HC-TURNOVER-LINE
               AFTER ADVANCING 2 LINES
           .

       110-EOF-ROUTINE.

           PERFORM 30-HEADER-ROUTINE

           IF NOT PRIOR-MONTH-FOUND
               MOVE SPACES TO HC-NOTE-TEXT
               STRING 'OPENING HEADCOUNT WORKED BACK FROM THE '
                   'CLOSING - PRIOR MONTH NOT ON THE HEADCOUNT '
                   'HISTORY FILE' DELIMITED BY SIZE
                   INTO HC-NOTE-TEXT
               WRITE HEADCOUNT-REPORT FROM HC-NOTE-LINE
                   AFTER ADVANCING 2 LINES
               ADD 2 TO HC-LINE-COUNT
           END-IF

           IF ROW-TABLE-COUNT = 0
               MOVE 'NO EMPLOYEES OR ACTIVITY FOR THE MONTH'
                   TO HC-RESULT-TEXT
               MOVE 0 TO HC-RESULT-COUNT
               WRITE HEADCOUNT-REPORT FROM HC-RESULT-LINE
                   AFTER ADVANCING 2 LINES
           ELSE
               PERFORM 70-PRINT-WAREHOUSES
           END-IF

           PERFORM 100-COMPANY-SUMMARY
           PERFORM 90-WRITE-HISTORY

           MOVE 'MASTER EMPLOYEES READ:' TO HC-RESULT-TEXT
           MOVE WS-MASTER-COUNT TO HC-RESULT-COUNT
           WRITE HEADCOUNT-REPORT FROM HC-RESULT-LINE
               AFTER ADVANCING 3 LINES
           MOVE 'JOURNAL ENTRIES READ:' TO HC-RESULT-TEXT
           MOVE WS-JOURNAL-READ TO HC-RESULT-COUNT
           WRITE HEADCOUNT-REPORT FROM HC-RESULT-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'JOURNAL ENTRIES COUNTED FOR THE MONTH:'
               TO HC-RESULT-TEXT
           MOVE WS-JOURNAL-COUNTED TO HC-RESULT-COUNT
           WRITE HEADCOUNT-REPORT FROM HC-RESULT-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'JOURNAL ENTRIES BACKED OUT OF CLOSING:'
               TO HC-RESULT-TEXT
           MOVE WS-JOURNAL-BACKED-OUT TO HC-RESULT-COUNT
           WRITE HEADCOUNT-REPORT FROM HC-RESULT-LINE
               AFTER ADVANCING 1 LINE
           IF WS-JOURNAL-NO-DATE > 0
               MOVE 'JOURNAL ENTRIES WITHOUT A DATE, SKIPPED:'
                   TO HC-RESULT-TEXT
               MOVE WS-JOURNAL-NO-DATE TO HC-RESULT-COUNT
               WRITE HEADCOUNT-REPORT FROM HC-RESULT-LINE
                   AFTER ADVANCING 1 LINE
           END-IF
           MOVE 'TRANSFERS COUNTED FOR THE MONTH:' TO HC-RESULT-TEXT
           MOVE WS-TRANSFERS-COUNTED TO HC-RESULT-COUNT
           WRITE HEADCOUNT-REPORT FROM HC-RESULT-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'TRANSFERS BACKED OUT OF CLOSING:' TO HC-RESULT-TEXT
           MOVE WS-TRANSFERS-BACKED-OUT TO HC-RESULT-COUNT
           WRITE HEADCOUNT-REPORT FROM HC-RESULT-LINE
               AFTER ADVANCING 1 LINE
           IF WS-TRANSFERS-NO-POSN > 0
               MOVE 'TRANSFERS WITH POSITION NOT KNOWN (??):'
                   TO HC-RESULT-TEXT
               MOVE WS-TRANSFERS-NO-POSN TO HC-RESULT-COUNT
               WRITE HEADCOUNT-REPORT FROM HC-RESULT-LINE
                   AFTER ADVANCING 1 LINE
           END-IF
           MOVE 'HEADCOUNT HISTORY LINES WRITTEN:' TO HC-RESULT-TEXT
           MOVE WS-HISTORY-WRITTEN TO HC-RESULT-COUNT
           WRITE HEADCOUNT-REPORT FROM HC-RESULT-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'WAREHOUSES OUT OF BALANCE:' TO HC-RESULT-TEXT
           MOVE WS-OUT-OF-BALANCE TO HC-RESULT-COUNT
           WRITE HEADCOUNT-REPORT FROM HC-RESULT-LINE
               AFTER ADVANCING 1 LINE

           CLOSE HEADCOUNT-REPORT-FILE
           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN
           .
